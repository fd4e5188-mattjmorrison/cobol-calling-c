000010*----------------------------------------------------------
000020* RETNREC.CPY
000030*----------------------------------------------------------
000040* ONE LINE OF THE RETURN FILE SENT BACK TO A SUBMITTING
000050* SYSTEM AFTER THE NIGHT'S RUN -- ONE DETAIL PER REQUEST IT
000060* SENT, GIVING THE REQUEST ID INTAKE ASSIGNED, WHERE THE
000070* REQUEST SAT IN THE FEED, AND ITS FINAL DISPOSITION WITH
000080* THE REASON WHERE THERE IS ONE. LIKE THE FEEDS THEMSELVES
000090* THE FILE OPENS WITH AN H RECORD CARRYING THE BUSINESS
000100* DATE AND CLOSES WITH A T RECORD CARRYING THE DETAIL
000110* COUNT, SO THE SUBMITTER CAN BALANCE WHAT CAME BACK
000120* AGAINST WHAT IT SENT.
000130*----------------------------------------------------------
000140*  DATE       INIT  DESCRIPTION
000150*  ---------- ----  ------------------------------------
000160*  2026-10-15  RM   INITIAL VERSION. A REQUEST WHOSE
000162*                   RESPONSE WAS HELD AS SUSPECT COMES BACK
000164*                   HELD, WITH THE RESPONSE RULE IT BROKE.
000170*----------------------------------------------------------
000180 01  RETURN-DETAIL-RECORD.
000190     03  RET-RECORD-TYPE          PIC X(01).
000200         88  RET-HEADER-RECORD              VALUE "H".
000210         88  RET-DETAIL-RECORD              VALUE "D".
000220         88  RET-TRAILER-RECORD             VALUE "T".
000230     03  RET-SUBMITTER            PIC X(08).
000240     03  RET-DETAIL-NUMBER        PIC 9(09).
000250     03  RET-REQUEST-ID           PIC X(14).
000260     03  RET-MODULE               PIC X(40).
000270     03  RET-FUNC                 PIC X(40).
000280     03  RET-DISPOSITION          PIC X(08).
000290         88  RET-ACCEPTED                   VALUE "ACCEPTED".
000300         88  RET-REJECTED                   VALUE "REJECTED".
000310         88  RET-ANSWERED                   VALUE "ANSWERED".
000320         88  RET-DEAD-LETTERED              VALUE "DEADLTR".
000325         88  RET-HELD                       VALUE "HELD".
000330     03  RET-REASON               PIC X(200).
000340 01  RETURN-HEADER-RECORD.
000350     03  RETH-RECORD-TYPE         PIC X(01).
000360     03  RETH-SUBMITTER           PIC X(08).
000370     03  RETH-BUSINESS-DATE       PIC 9(08).
000380     03  FILLER                   PIC X(303).
000390 01  RETURN-TRAILER-RECORD.
000400     03  RETT-RECORD-TYPE         PIC X(01).
000410     03  RETT-SUBMITTER           PIC X(08).
000420     03  RETT-DETAIL-COUNT        PIC 9(09).
000430     03  FILLER                   PIC X(302).
