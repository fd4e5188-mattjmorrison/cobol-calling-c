000130*----------------------------------------------------------
000140*  DATE       INIT  DESCRIPTION
000150*  ---------- ----  ------------------------------------
000151*  2026-09-02  RM   INITIAL VERSION.
000152*  2026-10-15  RM   CARRY THE RESPONSE RULES -- FORMAT,
000153*                   LIST DELIMITER, MINIMUM AND MAXIMUM
000155*                   LENGTH, AND THE BLANK-ALLOWED FLAG.
000156*  2026-10-15  RM   CARRY THE IMPACT ANALYSIS SUMMARY THE
000157*                   REGIMPCT STEP ATTACHES TO A CHANGE --
000159*                   HIGH OR LOW IMPACT, WHEN IT WAS RUN,
000160*                   COUNTS OF PARKED REQUESTS, CHAIN STEPS,
000161*                   ROUTES, AND CACHE ENTRIES THAT DEPEND
000162*                   ON THE FUNCTION, HOW MANY SCHEDULED
000164*                   REQUESTS A DEACTIVATION WOULD STRAND,
000165*                   AND WHETHER THE APPROVER ACKNOWLEDGED A
000166*                   HIGH IMPACT. THE REGPEND FILE MUST BE
000168*                   REBUILT WHEN PICKING UP THIS WIDER
000169*                   RECORD.
000170*----------------------------------------------------------
000180 01  PENDING-CHANGE-RECORD.
000190     03  PND-KEY.
000410     03  PND-FAIL-THRESHOLD       PIC X(03).
000420     03  PND-ONCE-ONLY-FLAG       PIC X(01).
000430     03  PND-SENSITIVE-FLAG       PIC X(01).
000440     03  PND-RESP-FORMAT          PIC X(08).
000450     03  PND-RESP-LIST-DELIM      PIC X(01).
000460     03  PND-RESP-MIN-LENGTH      PIC X(03).
000470     03  PND-RESP-MAX-LENGTH      PIC X(03).
000480     03  PND-RESP-BLANK-FLAG      PIC X(01).
000490     03  PND-IMPACT-STATUS        PIC X(01).
000500         88  PND-IMPACT-NOT-ANALYZED        VALUE SPACE.
000510         88  PND-IMPACT-LOW                 VALUE "L".
000520         88  PND-IMPACT-HIGH                VALUE "H".
000530     03  PND-IMPACT-DATE          PIC 9(08).
000540     03  PND-IMPACT-PARKED-COUNT  PIC 9(05).
000550     03  PND-IMPACT-CHAINED-COUNT PIC 9(05).
000560     03  PND-IMPACT-ROUTE-COUNT   PIC 9(05).
000570     03  PND-IMPACT-CACHED-COUNT  PIC 9(05).
000580     03  PND-IMPACT-STRAND-COUNT  PIC 9(05).
000590     03  PND-IMPACT-ACK-FLAG      PIC X(01).
000600         88  PND-IMPACT-ACKNOWLEDGED        VALUE "Y".
