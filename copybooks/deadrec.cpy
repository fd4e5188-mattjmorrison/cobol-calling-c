000154*                   PRE-RUN EDIT SO A DEAD-LETTERED
000156*                   REQUEST CAN BE TRACED BACK THROUGH
000158*                   EVERY RUN THAT TOUCHED IT.
000159*  2026-10-15  RM   CARRY THE BUSINESS DATE THE REQUEST
000160*                   WAS DEAD-LETTERED, SO THE TRIAGE QUEUE
000162*                   CAN AGE IT. BLANK ON RECORDS WRITTEN
000163*                   BEFORE THE DATE WAS CARRIED.
000165*  2026-10-15  RM   CARRY THE SUBMITTER SO A CORRECTED
000166*                   REQUEST GOES BACK UNDER ITS OWNER.
000168*----------------------------------------------------------
000170 01  DEAD-LETTER-RECORD.
000180     03  DEAD-CALL-TYPE           PIC X(01).
000190     03  DEAD-CHAIN-ID            PIC X(08).
000250     03  DEAD-LAST-REASON         PIC X(200).
000260     03  DEAD-PRIOR-REASONS       PIC X(600).
000270     03  DEAD-REQUEST-ID          PIC X(14).
000280     03  DEAD-LETTERED-DATE       PIC X(08).
000290     03  DEAD-SUBMITTER           PIC X(08).
