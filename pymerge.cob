000260*                   BOTH COUNTED AND REPORTED; ORPHAN
000270*                   RESPONSES ARE APPENDED AT THE END SO
000280*                   NOTHING IS EVER DROPPED. EITHER
000281*                   CONDITION FAILS THE STEP.
000283*  2026-10-15  RM   POST A RUN-HISTORY RECORD TO THE SHARED
000285*                   RUNHIST FILE AS THE STEP ENDS, GOOD RUN
000287*                   OR BAD -- START AND END TIME, RECORDS
000289*                   READ/WRITTEN/REJECTED, AND THE FINAL
000291*                   RETURN CODE -- FOR THE RUNBOOK REPORT.
000292*  2026-10-15  RM   THE DRIVER NO LONGER WRITES A RESPONSE
000293*                   FOR ONE IT HOLDS BACK AS SUSPECT. A
000295*                   DETAIL WITH NO RESPONSE WHOSE REQUEST ID
000296*                   IS ON THE DAY'S PYSUSPCT (THE FOUR
000297*                   STREAMS' PYSUSPCT1-4, READ CONCATENATED)
000298*                   IS COUNTED AS HELD, NOT UNANSWERED, AND
000299*                   DOES NOT FAIL THE STEP.
000300*----------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000490     SELECT MERGED-RESPONSE-FILE ASSIGN TO "PYRESPOUT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS MERGED-FILE-STATUS.
000511     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS RANDOM
000514         RECORD KEY IS RUNH-KEY
000515         FILE STATUS IS RUNH-FILE-STATUS.
000516     SELECT SUSPECT-RESPONSE-FILE ASSIGN TO "PYSUSPCT"
000517         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS SUSP-FILE-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CLEAN-REQUEST-FILE.
000630 01  STREAM-RESPONSE-4-RECORD PIC X(595).
000640 FD  MERGED-RESPONSE-FILE.
000650     COPY pyresprec.
000652 FD  RUN-HISTORY-FILE.
000654     COPY runhrec.
000656 FD  SUSPECT-RESPONSE-FILE.
000658     COPY susprec.
000660 WORKING-STORAGE SECTION.
000670 01  CLEAN-FILE-STATUS        PIC X(02).
000680 01  RSP1-FILE-STATUS         PIC X(02).
000900         05  RH-REQUEST-ID    PIC X(14).
000910         05  RH-USED-FLAG     PIC X(01).
000920             88  RH-ENTRY-USED           VALUE "U".
000921         05  RH-RECORD        PIC X(595).
000922 01  RUNH-FILE-STATUS         PIC X(02).
000923 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
000924 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
000925 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
000926 01  SUSP-FILE-STATUS         PIC X(02).
000927 01  SUSPECT-FILE-SW          PIC X(01) VALUE "N".
000929     88  NO-MORE-SUSPECT-RECORDS        VALUE "Y".
000930 01  DETAILS-HELD-COUNT       PIC 9(09) VALUE ZERO.
000931 01  SUSPECT-ENTRY-COUNT      PIC 9(04) COMP VALUE ZERO.
000932 01  SUSPECT-SUB              PIC 9(04) COMP VALUE ZERO.
000934 01  SUSPECT-FOUND-SW         PIC X(01) VALUE "N".
000935     88  SUSPECT-WAS-FOUND              VALUE "Y".
000936 01  SUSPECT-ID-TABLE.
000938     03  SH-REQUEST-ID OCCURS 5000 TIMES
000939                              PIC X(14).
000940 PROCEDURE DIVISION.
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001090* 1000-INITIALIZE
001100*----------------------------------------------------------
001110 1000-INITIALIZE.
001113     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001116     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
001120     OPEN INPUT CLEAN-REQUEST-FILE.
001130     IF CLEAN-FILE-STATUS NOT = "00"
001140         DISPLAY "*** ERROR - REQUEST FILE COULD NOT BE "
001320*     LOADS EVERY STREAM RESPONSE INTO THE HOLD TABLE. A
001330*     STREAM FILE THAT IS NOT THERE IS REPORTED -- ITS
001340*     DRIVER INSTANCE PROBABLY NEVER RAN -- AND EVERY ONE
001350*     OF ITS DETAILS WILL SURFACE AS UNANSWERED. THE
001353*     REQUEST IDS OF RESPONSES HELD AS SUSPECT ARE LOADED
001356*     TOO, SO THEIR DETAILS ARE NOT TAKEN FOR UNANSWERED.
001360*----------------------------------------------------------
001370 2000-LOAD-ALL-STREAMS.
001380     PERFORM 2200-LOAD-ONE-STREAM
001390         THRU 2200-LOAD-ONE-STREAM-EXIT
001400         VARYING CURRENT-STREAM-NUMBER FROM 1 BY 1
001410         UNTIL CURRENT-STREAM-NUMBER > 4.
001413     PERFORM 2500-LOAD-SUSPECT-IDS
001416         THRU 2500-LOAD-SUSPECT-IDS-EXIT.
001420 2000-LOAD-ALL-STREAMS-EXIT.
001430     EXIT.
001440*----------------------------------------------------------
002630 2300-LOAD-ONE-RESPONSE-EXIT.
002640     EXIT.
002650*----------------------------------------------------------
002651* 2500-LOAD-SUSPECT-IDS
002652*     NO PYSUSPCT MEANS NOTHING WAS HELD BACK TODAY.
002653*----------------------------------------------------------
002654 2500-LOAD-SUSPECT-IDS.
002655     OPEN INPUT SUSPECT-RESPONSE-FILE.
002656     IF SUSP-FILE-STATUS = "35"
002657         GO TO 2500-LOAD-SUSPECT-IDS-EXIT
002658     END-IF.
002659     IF SUSP-FILE-STATUS NOT = "00"
002660         DISPLAY "*** ERROR - SUSPECT RESPONSE FILE COULD NOT "
002661             "BE OPENED -- FILE STATUS " SUSP-FILE-STATUS
002662         MOVE 16 TO RETURN-CODE
002663         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002664         GO TO 9999-EXIT
002665     END-IF.
002666     PERFORM 2550-LOAD-ONE-SUSPECT-ID
002667         THRU 2550-LOAD-ONE-SUSPECT-ID-EXIT
002668         UNTIL NO-MORE-SUSPECT-RECORDS.
002669     CLOSE SUSPECT-RESPONSE-FILE.
002670 2500-LOAD-SUSPECT-IDS-EXIT.
002671     EXIT.
002672*----------------------------------------------------------
002673* 2550-LOAD-ONE-SUSPECT-ID
002674*----------------------------------------------------------
002675 2550-LOAD-ONE-SUSPECT-ID.
002676     READ SUSPECT-RESPONSE-FILE
002677         AT END
002678             SET NO-MORE-SUSPECT-RECORDS TO TRUE
002679             GO TO 2550-LOAD-ONE-SUSPECT-ID-EXIT
002680     END-READ.
002681     IF SUSP-REQUEST-ID = SPACES
002682         GO TO 2550-LOAD-ONE-SUSPECT-ID-EXIT
002683     END-IF.
002684     IF SUSPECT-ENTRY-COUNT >= 5000
002685         DISPLAY "*** ERROR - SUSPECT ID TABLE FULL AT "
002686             "5000 -- SPLIT THE MERGE ACROSS SMALLER FILES"
002687         MOVE 16 TO RETURN-CODE
002688         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002689         GO TO 9999-EXIT
002690     END-IF.
002691     ADD 1 TO SUSPECT-ENTRY-COUNT.
002692     MOVE SUSP-REQUEST-ID TO SH-REQUEST-ID (SUSPECT-ENTRY-COUNT).
002693 2550-LOAD-ONE-SUSPECT-ID-EXIT.
002694     EXIT.
002695*----------------------------------------------------------
002696* 3000-MERGE-IN-REQUEST-ORDER
002697*     ONE PYREQIN RECORD AT A TIME, IN FILE ORDER. EACH
002698*     DETAIL'S RESPONSE IS PULLED FROM THE HOLD TABLE BY
002699*     REQUEST ID AND WRITTEN, SO THE MERGED FILE READS
002700*     EXACTLY AS IF ONE DRIVER HAD WORKED THE WHOLE FILE.
002710*----------------------------------------------------------
002720 3000-MERGE-IN-REQUEST-ORDER.
002880         VARYING RESPONSE-SUB FROM 1 BY 1
002890         UNTIL RESPONSE-WAS-FOUND
002900         OR RESPONSE-SUB > RESPONSE-ENTRY-COUNT.
002910     IF RESPONSE-WAS-FOUND
002911         GO TO 3100-MATCH-ONE-DETAIL-EXIT
002912     END-IF.
002913     MOVE "N" TO SUSPECT-FOUND-SW.
002914     PERFORM 3150-CHECK-ONE-SUSPECT-ID
002915         THRU 3150-CHECK-ONE-SUSPECT-ID-EXIT
002916         VARYING SUSPECT-SUB FROM 1 BY 1
002917         UNTIL SUSPECT-WAS-FOUND
002918         OR SUSPECT-SUB > SUSPECT-ENTRY-COUNT.
002919     IF SUSPECT-WAS-FOUND
002920         ADD 1 TO DETAILS-HELD-COUNT
002940         DISPLAY "RESPONSE HELD AS SUSPECT FOR REQUEST "
002950             PYREQ-REQUEST-ID " -- " PYREQ-MODULE
002955         GO TO 3100-MATCH-ONE-DETAIL-EXIT
002960     END-IF.
002962     ADD 1 TO DETAILS-UNANSWERED-COUNT.
002964     SET MERGE-OUT-OF-BALANCE TO TRUE.
002966     DISPLAY "*** NO RESPONSE FOR REQUEST "
002968         PYREQ-REQUEST-ID " -- " PYREQ-MODULE.
002970 3100-MATCH-ONE-DETAIL-EXIT.
002971     EXIT.
002972*----------------------------------------------------------
002973* 3150-CHECK-ONE-SUSPECT-ID
002974*----------------------------------------------------------
002975 3150-CHECK-ONE-SUSPECT-ID.
002976     IF SH-REQUEST-ID (SUSPECT-SUB) = PYREQ-REQUEST-ID
002977         SET SUSPECT-WAS-FOUND TO TRUE
002978     END-IF.
002979 3150-CHECK-ONE-SUSPECT-ID-EXIT.
002980     EXIT.
002990*----------------------------------------------------------
003000* 3200-CHECK-ONE-HOLD-ENTRY
003600         RESPONSES-MATCHED-COUNT.
003610     DISPLAY "DETAILS WITHOUT RESPONSE:  "
003620         DETAILS-UNANSWERED-COUNT.
003623     DISPLAY "DETAILS HELD AS SUSPECT:   "
003626         DETAILS-HELD-COUNT.
003630     DISPLAY "ORPHAN RESPONSES APPENDED: "
003640         ORPHAN-RESPONSE-COUNT.
003650     IF MERGE-OUT-OF-BALANCE
003700 9000-TERMINATE-EXIT.
003710     EXIT.
003720*----------------------------------------------------------
003721* 9800-POST-RUN-HISTORY
003731*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
003741*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
003751*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
003761*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
003771*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
003781*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
003791*----------------------------------------------------------
003801 9800-POST-RUN-HISTORY.
003811     IF RUN-START-DATE-YYYYMMDD = ZERO
003821         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
003831         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
003841     END-IF.
003851     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
003861     MOVE "PYMERGE"               TO RUNH-PROGRAM.
003871     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
003881     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
003891     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
003901     ACCEPT RUNH-END-TIME FROM TIME.
003911     MOVE RESPONSES-LOADED-COUNT TO RUNH-RECORDS-READ.
003921     COMPUTE RUNH-RECORDS-WRITTEN =
003931         RESPONSES-MATCHED-COUNT + ORPHAN-RESPONSE-COUNT.
003941     MOVE DETAILS-UNANSWERED-COUNT TO RUNH-REJECT-COUNT.
003951     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
003961     OPEN I-O RUN-HISTORY-FILE.
003971     IF RUNH-FILE-STATUS = "35"
003981         OPEN OUTPUT RUN-HISTORY-FILE
003991         CLOSE RUN-HISTORY-FILE
004001         OPEN I-O RUN-HISTORY-FILE
004011     END-IF.
004021     IF RUNH-FILE-STATUS NOT = "00"
004031         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
004041             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
004051         GO TO 9800-POST-RUN-HISTORY-EXIT
004061     END-IF.
004071     MOVE "22" TO RUNH-FILE-STATUS.
004081     PERFORM 9810-WRITE-RUN-HISTORY
004091         THRU 9810-WRITE-RUN-HISTORY-EXIT
004101         VARYING RUNH-SEQ-TRY FROM 0 BY 1
004111         UNTIL RUNH-FILE-STATUS NOT = "22"
004121         OR RUNH-SEQ-TRY > 99.
004131     IF RUNH-FILE-STATUS NOT = "00"
004141         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
004151             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
004161     END-IF.
004171     CLOSE RUN-HISTORY-FILE.
004181 9800-POST-RUN-HISTORY-EXIT.
004191     EXIT.
004201*----------------------------------------------------------
004211* 9810-WRITE-RUN-HISTORY
004221*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
004231*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
004241*     SEQUENCE NUMBER.
004251*----------------------------------------------------------
004261 9810-WRITE-RUN-HISTORY.
004266     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
004271     WRITE RUN-HISTORY-RECORD
004281         INVALID KEY
004291             CONTINUE
004301     END-WRITE.
004311 9810-WRITE-RUN-HISTORY-EXIT.
004321     EXIT.
004331*----------------------------------------------------------
004341* 9999-EXIT
004351*----------------------------------------------------------
004361 9999-EXIT.
004371     PERFORM 9800-POST-RUN-HISTORY
004381         THRU 9800-POST-RUN-HISTORY-EXIT.
004391     STOP RUN.
