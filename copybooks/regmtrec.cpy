000400*                   DRIVES MASKING OF A FUNCTION'S
000410*                   ARGUMENTS AND RESPONSE ON THE AUDIT,
000420*                   RECONCILIATION, AND DEAD-LETTER FILES.
000421*  2026-10-15  RM   CARRY THE RESPONSE RULES -- FORMAT,
000422*                   LIST DELIMITER, MINIMUM AND MAXIMUM
000423*                   LENGTH, AND THE BLANK-ALLOWED FLAG --
000424*                   ADD SETS THEM AND CHG REPLACES THE
000425*                   ONES FILLED IN.
000426*  2026-10-15  RM   CARRY THE IMPACT ACKNOWLEDGEMENT. AN
000427*                   APR OF A CHANGE THE IMPACT ANALYSIS
000428*                   FLAGGED HIGH MUST CARRY Y HERE.
000430*----------------------------------------------------------
000440 01  REGISTRY-MAINT-RECORD.
000450     03  RMT-ACTION               PIC X(03).
000700     03  RMT-EFFECTIVE-DATE       PIC X(08).
000710     03  RMT-TARGET-ACTION        PIC X(03).
000720     03  RMT-SENSITIVE-FLAG       PIC X(01).
000730     03  RMT-RESP-FORMAT          PIC X(08).
000740     03  RMT-RESP-LIST-DELIM      PIC X(01).
000750     03  RMT-RESP-MIN-LENGTH      PIC X(03).
000760     03  RMT-RESP-MAX-LENGTH      PIC X(03).
000770     03  RMT-RESP-BLANK-FLAG      PIC X(01).
000780     03  RMT-IMPACT-ACK           PIC X(01).
