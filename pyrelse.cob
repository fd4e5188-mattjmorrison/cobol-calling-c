000370*                   MONTH-END DAYS THIS STEP EXISTS FOR.
000380*                   AN UNBALANCED INPUT GETS NO TOTALS
000390*                   RECORD, THE SAME AS NO TRAILER.
000391*  2026-10-15  RM   WIDENED THE REQUEST RECORDS FOR THE
000392*                   SUBMITTER CODE NOW CARRIED AT THE END
000393*                   OF EVERY DETAIL.
000394*  2026-10-15  RM   POST A RUN-HISTORY RECORD TO THE SHARED
000395*                   RUNHIST FILE AS THE STEP ENDS, GOOD RUN
000396*                   OR BAD -- START AND END TIME, RECORDS
000397*                   READ/WRITTEN/REJECTED, AND THE FINAL
000398*                   RETURN CODE -- FOR THE RUNBOOK REPORT.
000400*----------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000590     SELECT RELEASE-TOTALS-FILE ASSIGN TO "PYRELTOT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS TOT-FILE-STATUS.
000611     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000613         ORGANIZATION IS INDEXED
000615         ACCESS MODE IS RANDOM
000616         RECORD KEY IS RUNH-KEY
000618         FILE STATUS IS RUNH-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CLEAN-REQUEST-FILE.
000650     COPY pyreqrec.
000660 FD  PENDING-IN-FILE.
000670 01  PENDING-IN-RECORD        PIC X(1225).
000680 FD  RELEASE-FILE.
000690 01  RELEASE-RECORD           PIC X(1225).
000700 FD  PENDING-OUT-FILE.
000710 01  PENDING-OUT-RECORD       PIC X(1225).
000720 FD  CALENDAR-FILE.
000730 01  CALENDAR-RECORD.
000740     03  CAL-IN-DATE          PIC 9(08).
000770     03  TOT-RELEASED-COUNT   PIC 9(09).
000780     03  TOT-PARKED-COUNT     PIC 9(09).
000790     03  TOT-ROLLED-IN-COUNT  PIC 9(09).
000793 FD  RUN-HISTORY-FILE.
000796     COPY runhrec.
000800 WORKING-STORAGE SECTION.
000810 01  CLEAN-FILE-STATUS        PIC X(02).
000820 01  PENDIN-FILE-STATUS       PIC X(02).
001120     88  CALENDAR-DATE-FOUND            VALUE "Y".
001130 01  CALENDAR-TABLE.
001140     03  CAL-DATE OCCURS 400 TIMES PIC 9(08).
001142 01  RUNH-FILE-STATUS         PIC X(02).
001143 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
001145 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
001147 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
001150 PROCEDURE DIVISION.
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001320*     DRIVER'S OWN BALANCING PASS ACCEPTS IT.
001330*----------------------------------------------------------
001340 1000-INITIALIZE.
001343     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001346     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
001350     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001360     PERFORM 1100-LOAD-CALENDAR THRU 1100-LOAD-CALENDAR-EXIT.
001370     OPEN INPUT CLEAN-REQUEST-FILE.
004610 9500-WRITE-RELEASE-TOTALS-EXIT.
004620     EXIT.
004630*----------------------------------------------------------
004631* 9800-POST-RUN-HISTORY
004641*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
004651*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
004661*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
004671*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
004681*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
004691*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
004701*----------------------------------------------------------
004711 9800-POST-RUN-HISTORY.
004721     IF RUN-START-DATE-YYYYMMDD = ZERO
004731         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
004741         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
004751     END-IF.
004761     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
004771     MOVE "PYRELSE"               TO RUNH-PROGRAM.
004781     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
004791     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
004801     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
004811     ACCEPT RUNH-END-TIME FROM TIME.
004821     COMPUTE RUNH-RECORDS-READ =
004831         CLEAN-DETAIL-COUNT + PENDING-IN-COUNT.
004841     COMPUTE RUNH-RECORDS-WRITTEN =
004851         RELEASED-COUNT + PARKED-COUNT.
004861     MOVE ZERO TO RUNH-REJECT-COUNT.
004871     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
004881     OPEN I-O RUN-HISTORY-FILE.
004891     IF RUNH-FILE-STATUS = "35"
004901         OPEN OUTPUT RUN-HISTORY-FILE
004911         CLOSE RUN-HISTORY-FILE
004921         OPEN I-O RUN-HISTORY-FILE
004931     END-IF.
004941     IF RUNH-FILE-STATUS NOT = "00"
004951         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
004961             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
004971         GO TO 9800-POST-RUN-HISTORY-EXIT
004981     END-IF.
004991     MOVE "22" TO RUNH-FILE-STATUS.
005001     PERFORM 9810-WRITE-RUN-HISTORY
005011         THRU 9810-WRITE-RUN-HISTORY-EXIT
005021         VARYING RUNH-SEQ-TRY FROM 0 BY 1
005031         UNTIL RUNH-FILE-STATUS NOT = "22"
005041         OR RUNH-SEQ-TRY > 99.
005051     IF RUNH-FILE-STATUS NOT = "00"
005061         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
005071             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
005081     END-IF.
005091     CLOSE RUN-HISTORY-FILE.
005101 9800-POST-RUN-HISTORY-EXIT.
005111     EXIT.
005121*----------------------------------------------------------
005131* 9810-WRITE-RUN-HISTORY
005141*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
005151*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
005161*     SEQUENCE NUMBER.
005171*----------------------------------------------------------
005181 9810-WRITE-RUN-HISTORY.
005186     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
005191     WRITE RUN-HISTORY-RECORD
005201         INVALID KEY
005211             CONTINUE
005221     END-WRITE.
005231 9810-WRITE-RUN-HISTORY-EXIT.
005241     EXIT.
005251*----------------------------------------------------------
005261* 9999-EXIT
005271*----------------------------------------------------------
005281 9999-EXIT.
005291     PERFORM 9800-POST-RUN-HISTORY
005301         THRU 9800-POST-RUN-HISTORY-EXIT.
005311     STOP RUN.
