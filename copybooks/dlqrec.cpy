000010*----------------------------------------------------------
000020* DLQREC.CPY
000030*----------------------------------------------------------
000040* ONE ITEM ON THE KEYED DEAD-LETTER TRIAGE QUEUE (PYDLQ),
000050* BUILT NIGHTLY FROM PYDEADLT AND KEYED ON THE REQUEST ID.
000060* CARRIES A COPY OF THE DEAD-LETTER RECORD PLUS THE
000070* OPERATOR'S DISPOSITION -- CORRECTED WITH REPLACEMENT
000080* ARGS AND AWAITING RESUBMISSION, RESUBMITTED, WRITTEN
000090* OFF WITH A REASON CODE, OR REFERRED TO THE TEAM THAT
000100* OWNS THE FUNCTION. AN ITEM STILL OPEN OR REFERRED IS
000110* UNRESOLVED AND SHOWS ON THE AGING REPORT.
000120*----------------------------------------------------------
000130*  DATE       INIT  DESCRIPTION
000140*  ---------- ----  ------------------------------------
000150*  2026-10-15  RM   INITIAL VERSION.
000160*----------------------------------------------------------
000170 01  DEAD-QUEUE-RECORD.
000180     03  DLQ-REQUEST-ID           PIC X(14).
000190     03  DLQ-STATUS-FLAG          PIC X(01).
000200         88  DLQ-STATUS-OPEN                VALUE "O".
000210         88  DLQ-STATUS-CORRECTED           VALUE "C".
000220         88  DLQ-STATUS-RESUBMITTED         VALUE "S".
000230         88  DLQ-STATUS-WRITTEN-OFF         VALUE "W".
000240         88  DLQ-STATUS-REFERRED            VALUE "R".
000250         88  DLQ-STATUS-UNRESOLVED          VALUE "O" "R".
000260     03  DLQ-QUEUED-DATE          PIC 9(08).
000270     03  DLQ-TIMES-QUEUED         PIC 9(02).
000280     03  DLQ-CALL-TYPE            PIC X(01).
000290     03  DLQ-CHAIN-ID             PIC X(08).
000300     03  DLQ-CHAIN-STEP           PIC 9(02).
000310     03  DLQ-MODULE               PIC X(40).
000320     03  DLQ-FUNC                 PIC X(40).
000330     03  DLQ-ARGS                 PIC X(500).
000340     03  DLQ-RETRY-COUNT          PIC 9(02).
000350     03  DLQ-LAST-REASON          PIC X(200).
000360     03  DLQ-PRIOR-REASONS        PIC X(600).
000370     03  DLQ-DISPOSITION-DATE     PIC 9(08).
000380     03  DLQ-OPERATOR-ID          PIC X(08).
000390     03  DLQ-WRITE-OFF-REASON     PIC X(04).
000400     03  DLQ-REFER-TEAM           PIC X(08).
000410     03  DLQ-REPLACEMENT-ARGS     PIC X(500).
000420     03  DLQ-RESUBMIT-DATE        PIC 9(08).
000430     03  DLQ-SUBMITTER            PIC X(08).
