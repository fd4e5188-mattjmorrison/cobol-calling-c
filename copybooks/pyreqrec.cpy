000570*                   MEANS RUN TODAY. STEPS OF ONE CHAIN
000580*                   SHOULD ALL CARRY THE SAME DATE SO THE
000590*                   CHAIN RELEASES WHOLE.
000591*  2026-10-15  RM   ADDED THE SUBMITTER CODE, STAMPED BY
000592*                   THE INTAKE FRONT END ON EVERY DETAIL OF
000593*                   THE FEED IT ARRIVED IN, SO THE DAY'S
000595*                   DISPOSITIONS CAN BE RETURNED TO THE
000596*                   SYSTEM THAT SENT EACH REQUEST. BLANK ON
000597*                   A DETAIL THAT DID NOT COME THROUGH
000598*                   INTAKE.
000600*----------------------------------------------------------
000610 01  PYTHON-REQUEST-RECORD.
000620     03  PYREQ-RECORD-TYPE    PIC X(01).
000790     03  PYREQ-REASON-HISTORY PIC X(600).
000800     03  PYREQ-REQUEST-ID     PIC X(14).
000810     03  PYREQ-EFFECTIVE-DATE PIC X(08).
000815     03  PYREQ-SUBMITTER      PIC X(08).
000820 01  PYTHON-REQUEST-HEADER.
000830     03  PYREQH-RECORD-TYPE   PIC X(01).
000840     03  PYREQH-BUSINESS-DATE PIC 9(08).
000850     03  FILLER               PIC X(1216).
000860 01  PYTHON-REQUEST-TRAILER.
000870     03  PYREQT-RECORD-TYPE   PIC X(01).
000880     03  PYREQT-DETAIL-COUNT  PIC 9(09).
000890     03  FILLER               PIC X(1215).
