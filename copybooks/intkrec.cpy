000010*----------------------------------------------------------
000020* INTKREC.CPY
000030*----------------------------------------------------------
000040* ONE DETAIL AS THE INTAKE FRONT END RECEIVED IT, ON THE
000050* PYINTLOG INTAKE LOG. EVERY DETAIL OF EVERY FEED IS
000060* LOGGED -- ONE FROM A FEED THAT WAS TAKEN INTO THE RUN
000070* CARRIES THE REQUEST ID INTAKE STAMPED ON IT, ONE FROM A
000080* FEED THAT WAS REFUSED WHOLE CARRIES NO ID AND THE REASON
000090* THE FEED WAS REFUSED. THE LOG IS THE LIST OF REQUESTS
000100* EACH SUBMITTER IS OWED A DISPOSITION FOR, SO THE RETURN
000110* STEP WORKS FROM IT RATHER THAN FROM PYREQIN.
000120*----------------------------------------------------------
000130*  DATE       INIT  DESCRIPTION
000140*  ---------- ----  ------------------------------------
000150*  2026-10-15  RM   INITIAL VERSION.
000160*----------------------------------------------------------
000170 01  INTAKE-LOG-RECORD.
000180     03  INT-SUBMITTER            PIC X(08).
000190     03  INT-BUSINESS-DATE        PIC 9(08).
000200     03  INT-DETAIL-NUMBER        PIC 9(09).
000210     03  INT-FEED-STATUS          PIC X(01).
000220         88  INT-FEED-ACCEPTED              VALUE "A".
000230         88  INT-FEED-REFUSED               VALUE "R".
000240     03  INT-REQUEST-ID           PIC X(14).
000250     03  INT-MODULE               PIC X(40).
000260     03  INT-FUNC                 PIC X(40).
000270     03  INT-REFUSAL-REASON       PIC X(60).
