000010*----------------------------------------------------------
000020* SUSPREC.CPY
000030*----------------------------------------------------------
000040* ONE SUSPECT RESPONSE WRITTEN BY THE PYTHON BATCH DRIVER
000050* FOR A CALL THAT CAME BACK SUCCESSFUL BUT BROKE ONE OF THE
000060* RESPONSE RULES THE FUNCTION REGISTRY DECLARES FOR IT --
000070* BLANK WHEN BLANK IS NOT ALLOWED, SHORTER OR LONGER THAN
000080* THE LENGTH LIMITS, OR NOT IN THE DECLARED FORMAT. THE
000090* RESPONSE IS HELD HERE INSTEAD OF BEING DISTRIBUTED; THE
000100* RESPONSE FILE CARRIES NOTHING FOR IT. THE RULE
000110* THAT FAILED IS CARRIED WITH IT. A SENSITIVE FUNCTION'S
000120* ARGS AND RESPONSE ARE MASKED THE SAME WAY AS ON THE
000130* AUDIT TRAIL.
000140*----------------------------------------------------------
000150*  DATE       INIT  DESCRIPTION
000160*  ---------- ----  ------------------------------------
000170*  2026-10-15  RM   INITIAL VERSION.
000180*----------------------------------------------------------
000190 01  SUSPECT-RESPONSE-RECORD.
000200     03  SUSP-BUSINESS-DATE       PIC 9(08).
000210     03  SUSP-REQUEST-ID          PIC X(14).
000220     03  SUSP-SUBMITTER           PIC X(08).
000230     03  SUSP-PRIORITY            PIC X(01).
000240     03  SUSP-CALL-TYPE           PIC X(01).
000250     03  SUSP-MODULE              PIC X(40).
000260     03  SUSP-FUNC                PIC X(40).
000270     03  SUSP-RULE-CODE           PIC X(08).
000280         88  SUSP-RULE-BLANK                VALUE "BLANK".
000290         88  SUSP-RULE-MIN-LENGTH           VALUE "MINLEN".
000300         88  SUSP-RULE-MAX-LENGTH           VALUE "MAXLEN".
000310         88  SUSP-RULE-FORMAT               VALUE "FORMAT".
000320     03  SUSP-REASON              PIC X(40).
000330     03  SUSP-RESPONSE-LENGTH     PIC 9(03).
000340     03  SUSP-SENSITIVE-FLAG      PIC X(01).
000350         88  SUSP-SENSITIVE-ARGS            VALUE "Y".
000360     03  SUSP-ARGS                PIC X(500).
000370     03  SUSP-RESPONSE            PIC X(500).
