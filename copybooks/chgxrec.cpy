000010*----------------------------------------------------------
000020* CHGXREC.CPY
000030*----------------------------------------------------------
000040* THE FLAT CHARGEBACK EXTRACT THE FINANCE SYSTEM LOADS --
000050* A HEADER NAMING THE BILLING MONTH, ONE DETAIL PER
000060* SUBMITTER AND MODULE/FUNC WITH ITS CALL COUNTS AND ITS
000070* CHARGE TO THE CENT (DECIMAL POINT IMPLIED), AND A
000080* TRAILER CARRYING THE DETAIL COUNT AND THE TOTAL CHARGE
000090* SO THE LOAD CAN BE BALANCED. ALL THREE RECORDS ARE 153
000100* BYTES.
000110*----------------------------------------------------------
000120*  DATE       INIT  DESCRIPTION
000130*  ---------- ----  ------------------------------------
000140*  2026-10-15  RM   INITIAL VERSION.
000150*----------------------------------------------------------
000160 01  CHARGEBACK-EXTRACT-RECORD.
000170     03  CHX-RECORD-TYPE          PIC X(01).
000180         88  CHX-HEADER-RECORD              VALUE "H".
000190         88  CHX-DETAIL-RECORD              VALUE "D".
000200         88  CHX-TRAILER-RECORD             VALUE "T".
000210     03  CHX-BILLING-MONTH        PIC 9(06).
000220     03  CHX-SUBMITTER            PIC X(08).
000230     03  CHX-MODULE               PIC X(40).
000240     03  CHX-FUNC                 PIC X(40).
000250     03  CHX-CALL-COUNT           PIC 9(09).
000260     03  CHX-CACHED-COUNT         PIC 9(09).
000270     03  CHX-FAILED-COUNT         PIC 9(09).
000280     03  CHX-UNPRICED-COUNT       PIC 9(09).
000290     03  CHX-ELAPSED-CC           PIC 9(11).
000300     03  CHX-CHARGE-AMOUNT        PIC 9(09)V99.
000310 01  CHARGEBACK-EXTRACT-HEADER.
000320     03  CHXH-RECORD-TYPE         PIC X(01).
000330     03  CHXH-BILLING-MONTH       PIC 9(06).
000340     03  CHXH-RUN-DATE            PIC 9(08).
000350     03  CHXH-THROUGH-DATE        PIC 9(08).
000360     03  FILLER                   PIC X(130).
000370 01  CHARGEBACK-EXTRACT-TRAILER.
000380     03  CHXT-RECORD-TYPE         PIC X(01).
000390     03  CHXT-BILLING-MONTH       PIC 9(06).
000400     03  CHXT-DETAIL-COUNT        PIC 9(09).
000410     03  CHXT-TOTAL-AMOUNT        PIC 9(11)V99.
000420     03  FILLER                   PIC X(124).
