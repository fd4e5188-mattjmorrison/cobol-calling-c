000010*----------------------------------------------------------
000020* VAULTREC.CPY
000030*----------------------------------------------------------
000040* ONE RESPONSE RETURNED FOR ONE REQUEST ON ONE BUSINESS
000050* DAY, AS HELD ON THE KEYED PYVAULT RESPONSE VAULT. EVERY
000060* NIGHT'S PYRESPOUT IS POSTED HERE BY VLTPOST WITH THE
000070* REQUEST'S ORIGINAL ARGS, SO "WHAT DID WE SEND YOU FOR
000080* THIS REQUEST" CAN BE ANSWERED LONG AFTER PYRESPOUT IS
000090* REPLACED. THE PRIMARY KEY IS THE REQUEST ID PLUS THE
000100* BUSINESS DATE (A RETRIED REQUEST KEEPS ITS ID, SO EACH
000110* DAY IT WAS ANSWERED IS A RECORD OF ITS OWN); THE
000120* ALTERNATE KEY IS MODULE/FUNC PLUS BUSINESS DATE, WITH
000130* THE REQUEST ID ON THE END TO KEEP IT UNIQUE. A SENSITIVE
000140* FUNCTION'S ARGS AND RESPONSE ARE HELD MASKED, FIRST AND
000150* LAST FOUR CHARACTERS VISIBLE, AS ON THE AUDIT TRAIL.
000160* VLTPURGE REMOVES RECORDS OLDER THAN THE RETENTION
000170* PERIOD. VLTINQ'S EXTRACT CARRIES THIS SAME LAYOUT.
000180*----------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  ---------- ----  ------------------------------------
000210*  2026-10-15  RM   INITIAL VERSION.
000220*----------------------------------------------------------
000230 01  VAULT-RECORD.
000240     03  VLT-KEY.
000250         05  VLT-REQUEST-ID       PIC X(14).
000260         05  VLT-BUSINESS-DATE    PIC 9(08).
000270     03  VLT-FUNC-KEY.
000280         05  VLT-MODULE           PIC X(40).
000290         05  VLT-FUNC             PIC X(40).
000300         05  VLT-FUNC-DATE        PIC 9(08).
000310         05  VLT-FUNC-REQUEST-ID  PIC X(14).
000320     03  VLT-SUBMIT-DATE          PIC X(08).
000330     03  VLT-SUBMITTER            PIC X(08).
000340     03  VLT-PRIORITY             PIC X(01).
000350     03  VLT-SENSITIVE-FLAG       PIC X(01).
000360         88  VLT-SENSITIVE                  VALUE "Y".
000370     03  VLT-ARGS-FLAG            PIC X(01).
000380         88  VLT-ARGS-ON-FILE               VALUE "Y".
000390     03  VLT-ARGS                 PIC X(500).
000400     03  VLT-RESPONSE             PIC X(500).
