000340*                   NOT REGENERATE THE REQUEST FROM THEM
000350*                   -- IT DEAD-LETTERS THE EXCEPTION FOR A
000360*                   PERSON INSTEAD.
000362*  2026-10-15  RM   CARRY THE SUBMITTER SO A RETRIED
000365*                   REQUEST GOES BACK UNDER THE ID THAT
000367*                   FIRST SENT IT.
000370*----------------------------------------------------------
000380 01  RECONCILIATION-RECORD.
000390     03  RECON-PRIORITY           PIC X(01).
000490     03  RECON-REQUEST-ID         PIC X(14).
000500     03  RECON-SENSITIVE-FLAG     PIC X(01).
000510         88  RECON-SENSITIVE-ARGS           VALUE "Y".
000520     03  RECON-SUBMITTER          PIC X(08).
