000380*                   FIRST-FOUR/LAST-FOUR MASK THE BATCH
000390*                   DRIVER APPLIES. NO REGISTRY ON FILE,
000400*                   OR NO ENTRY, MEANS NO MASKING.
000401*  2026-10-15  RM   CHAIN THE AUDIT RECORD -- A RUNNING
000403*                   SEQUENCE NUMBER AND A CHECK VALUE FOLDED
000405*                   FROM THE PRIOR RECORD'S, PICKED UP FROM
000406*                   THE LAST RECORD ON THE TRAIL AT OPEN --
000408*                   THE SAME CHAIN THE BATCH DRIVER KEEPS.
000410*----------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000650 01  PRINT-RESULT             PIC X(202) VALUE SPACES.
000660 01  AUD-FILE-STATUS          PIC X(02).
000670 01  AUD-DATE-YYYYMMDD        PIC 9(08).
000673 01  AUD-TIME-HHMMSSCC        PIC 9(08).
000677 01  AUDIT-CHAIN-ID.
000681     03  AUDIT-CHAIN-STAMP    PIC X(16)  VALUE SPACES.
000682     03  AUDIT-CHAIN-REQUEST  PIC X(14)  VALUE SPACES.
000683 01  AUDIT-LAST-SEQUENCE      PIC 9(09)  VALUE ZERO.
000684 01  AUDIT-LAST-CHECK         PIC 9(09)  VALUE ZERO.
000685 01  AUDIT-CHECK-WORK         PIC 9(12)  COMP VALUE ZERO.
000686 01  AUDIT-CHECK-QUOTIENT     PIC 9(12)  COMP VALUE ZERO.
000687 01  AUDIT-CHECK-SUB          PIC 9(04)  COMP VALUE ZERO.
000688 01  AUDIT-CHAIN-READ-SW      PIC X(01)  VALUE "N".
000689     88  AUDIT-CHAIN-READ-DONE           VALUE "Y".
000690 01  SAVED-AUD-STATUS         PIC X(08).
000700 01  SAVED-AUD-RESULT         PIC X(500).
000710 01  CALL-START-TIME-HHMMSSCC PIC 9(08)  VALUE ZERO.
001130*     IT CANNOT BE OPENED EVEN AFTER THE OUTPUT FALLBACK.
001140*----------------------------------------------------------
001150 0500-OPEN-AUDIT-TRAIL.
001153     PERFORM 0550-LOAD-AUDIT-CHAIN
001156         THRU 0550-LOAD-AUDIT-CHAIN-EXIT.
001160     OPEN EXTEND AUDIT-TRAIL-FILE.
001170     IF AUD-FILE-STATUS = "35"
001180         OPEN OUTPUT AUDIT-TRAIL-FILE
001230         MOVE 16 TO RETURN-CODE
001240         GO TO 9999-EXIT
001250     END-IF.
001251 0500-OPEN-AUDIT-TRAIL-EXIT.
001253     EXIT.
001254*----------------------------------------------------------
001256* 0550-LOAD-AUDIT-CHAIN
001257*     PICKS UP THE CHAIN WHERE THE AUDIT TRAIL LEAVES OFF --
001259*     THE LAST RECORD'S CHAIN ID, SEQUENCE, AND CHECK
001261*     VALUE. A MISSING OR EMPTY FILE, OR ONE WHOSE LAST
001262*     RECORD WAS WRITTEN BEFORE CHAINING, STARTS A NEW CHAIN
001263*     WITH THE FIRST RECORD THIS RUN WRITES.
001264*----------------------------------------------------------
001265 0550-LOAD-AUDIT-CHAIN.
001266     MOVE SPACES TO AUDIT-CHAIN-ID.
001267     MOVE ZERO TO AUDIT-LAST-SEQUENCE.
001268     MOVE ZERO TO AUDIT-LAST-CHECK.
001269     OPEN INPUT AUDIT-TRAIL-FILE.
001270     IF AUD-FILE-STATUS NOT = "00"
001271         GO TO 0550-LOAD-AUDIT-CHAIN-EXIT
001272     END-IF.
001273     MOVE "N" TO AUDIT-CHAIN-READ-SW.
001274     PERFORM 0560-READ-AUDIT-CHAIN-RECORD
001275         THRU 0560-READ-AUDIT-CHAIN-RECORD-EXIT
001276         UNTIL AUDIT-CHAIN-READ-DONE.
001277     CLOSE AUDIT-TRAIL-FILE.
001278 0550-LOAD-AUDIT-CHAIN-EXIT.
001279     EXIT.
001280*----------------------------------------------------------
001281* 0560-READ-AUDIT-CHAIN-RECORD
001282*----------------------------------------------------------
001283 0560-READ-AUDIT-CHAIN-RECORD.
001284     READ AUDIT-TRAIL-FILE
001285         AT END
001286             SET AUDIT-CHAIN-READ-DONE TO TRUE
001287             GO TO 0560-READ-AUDIT-CHAIN-RECORD-EXIT
001288     END-READ.
001289     IF AUD-FILE-STATUS (1:1) NOT = "0"
001290         SET AUDIT-CHAIN-READ-DONE TO TRUE
001291         GO TO 0560-READ-AUDIT-CHAIN-RECORD-EXIT
001292     END-IF.
001293     IF AUD-SEQUENCE NUMERIC
001294         AND AUD-CHECK-VALUE NUMERIC
001295         AND AUD-CHAIN-ID NOT = SPACES
001296         MOVE AUD-CHAIN-ID    TO AUDIT-CHAIN-ID
001297         MOVE AUD-SEQUENCE    TO AUDIT-LAST-SEQUENCE
001298         MOVE AUD-CHECK-VALUE TO AUDIT-LAST-CHECK
001299     ELSE
001300         MOVE SPACES TO AUDIT-CHAIN-ID
001301         MOVE ZERO TO AUDIT-LAST-SEQUENCE
001302         MOVE ZERO TO AUDIT-LAST-CHECK
001303     END-IF.
001304 0560-READ-AUDIT-CHAIN-RECORD-EXIT.
001305     EXIT.
001306*----------------------------------------------------------
001307* 0600-CHECK-SENSITIVE-FLAG
001308*     ASKS THE FUNCTION REGISTRY WHETHER THE HELLO/WORLD
001310*     CALL THIS PROGRAM MAKES IS FLAGGED SENSITIVE. NO
001320*     REGISTRY, OR NO ENTRY, SIMPLY MEANS NO MASKING --
001330*     EXACTLY HOW THIS PROGRAM ALWAYS BEHAVED.
002630     MOVE "GETSTR"     TO AUD-CALL-TYPE.
002640     MOVE HELLO-WORLD  TO AUD-MODULE-FUNC.
002650     MOVE CALL-ELAPSED-CC TO AUD-ELAPSED-CC.
002653     PERFORM 8100-CHAIN-AUDIT-RECORD
002656         THRU 8100-CHAIN-AUDIT-RECORD-EXIT.
002660     WRITE AUDIT-TRAIL-RECORD.
002670     IF AUD-FILE-STATUS NOT = "00"
002680         DISPLAY "*** ERROR - AUDIT TRAIL RECORD COULD NOT "
002700         MOVE 16 TO RETURN-CODE
002710         GO TO 9999-EXIT
002720     END-IF.
002721 8000-WRITE-AUDIT-RECORD-EXIT.
002723     EXIT.
002725*----------------------------------------------------------
002727* 8100-CHAIN-AUDIT-RECORD
002729*     STAMPS THE RECORD ABOUT TO BE WRITTEN WITH THE NEXT
002731*     SEQUENCE NUMBER AND THE CHAIN ID, THEN FOLDS ITS
002732*     FIRST 701 BYTES INTO THE PRIOR RECORD'S CHECK VALUE
002733*     TO GIVE ITS OWN. EVERY FIELD MUST BE FILLED BEFORE
002734*     THIS IS PERFORMED.
002735*----------------------------------------------------------
002736 8100-CHAIN-AUDIT-RECORD.
002737     IF AUDIT-CHAIN-ID = SPACES
002738         MOVE AUD-TIMESTAMP  TO AUDIT-CHAIN-STAMP
002739         MOVE AUD-REQUEST-ID TO AUDIT-CHAIN-REQUEST
002740         MOVE ZERO TO AUDIT-LAST-SEQUENCE
002741         MOVE ZERO TO AUDIT-LAST-CHECK
002742     END-IF.
002743     ADD 1 TO AUDIT-LAST-SEQUENCE.
002744     MOVE AUDIT-LAST-SEQUENCE TO AUD-SEQUENCE.
002745     MOVE AUDIT-CHAIN-ID      TO AUD-CHAIN-ID.
002746     MOVE AUDIT-LAST-CHECK    TO AUDIT-CHECK-WORK.
002747     PERFORM 8150-FOLD-CHECK-BYTE
002748         THRU 8150-FOLD-CHECK-BYTE-EXIT
002749         VARYING AUDIT-CHECK-SUB FROM 1 BY 1
002751         UNTIL AUDIT-CHECK-SUB > 701.
002752     MOVE AUDIT-CHECK-WORK TO AUD-CHECK-VALUE.
002753     MOVE AUDIT-CHECK-WORK TO AUDIT-LAST-CHECK.
002754 8100-CHAIN-AUDIT-RECORD-EXIT.
002755     EXIT.
002756*----------------------------------------------------------
002757* 8150-FOLD-CHECK-BYTE
002758*----------------------------------------------------------
002759 8150-FOLD-CHECK-BYTE.
002760     COMPUTE AUDIT-CHECK-WORK = AUDIT-CHECK-WORK * 257
002761         + FUNCTION ORD (AUDIT-TRAIL-RECORD (AUDIT-CHECK-SUB:1)).
002762     DIVIDE AUDIT-CHECK-WORK BY 999999937
002763         GIVING AUDIT-CHECK-QUOTIENT
002764         REMAINDER AUDIT-CHECK-WORK.
002765 8150-FOLD-CHECK-BYTE-EXIT.
002766     EXIT.
002767*----------------------------------------------------------
002768* 8500-MASK-SENSITIVE-VALUE
002770*     MASKS THE VALUE IN MASK-WORK-VALUE IN PLACE, LEAVING
002780*     THE FIRST AND LAST FOUR NON-BLANK CHARACTERS VISIBLE
002790*     (JUST THE FIRST CHARACTER ON A VALUE OF EIGHT OR
