000252*  2026-09-02  RM   WIDENED THE SUBSCRIBER AND EXCEPTION
000254*                   RECORDS FOR THE REQUEST ID THE
000256*                   RESPONSE RECORD NOW CARRIES.
000257*  2026-10-15  RM   POST A RUN-HISTORY RECORD TO THE SHARED
000259*                   RUNHIST FILE AS THE STEP ENDS, GOOD RUN
000261*                   OR BAD -- START AND END TIME, RECORDS
000263*                   READ/WRITTEN/REJECTED, AND THE FINAL
000265*                   RETURN CODE -- FOR THE RUNBOOK REPORT.
000267*----------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000630     SELECT DIST-REPORT-FILE ASSIGN TO "DISTRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS RPT-FILE-STATUS.
000651     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000653         ORGANIZATION IS INDEXED
000655         ACCESS MODE IS RANDOM
000656         RECORD KEY IS RUNH-KEY
000658         FILE STATUS IS RUNH-FILE-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PYTHON-RESPONSE-FILE.
000920 01  UNROUTED-EXCEPTION-RECORD PIC X(595).
000930 FD  DIST-REPORT-FILE.
000940 01  DIST-REPORT-LINE         PIC X(132).
000943 FD  RUN-HISTORY-FILE.
000946     COPY runhrec.
000950 WORKING-STORAGE SECTION.
000960 01  RESP-FILE-STATUS         PIC X(02).
000970 01  ROUTE-FILE-STATUS        PIC X(02).
001280 01  SUB-ROUTED-COUNTS.
001290     03  SUB-ROUTED-COUNT OCCURS 8 TIMES PIC 9(09).
001300 01  PRINT-COUNT              PIC ZZZ,ZZZ,ZZ9.
001302 01  RUNH-FILE-STATUS         PIC X(02).
001303 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
001305 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
001307 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001460*     REPORT SAYS SO.
001470*----------------------------------------------------------
001480 1000-INITIALIZE.
001483     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001486     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
001490     INITIALIZE SUB-ROUTED-COUNTS.
001500     PERFORM 1100-LOAD-ROUTING-TABLE
001510         THRU 1100-LOAD-ROUTING-TABLE-EXIT.
004510 9200-REPORT-ONE-SUBSCRIBER-EXIT.
004520     EXIT.
004530*----------------------------------------------------------
004531* 9800-POST-RUN-HISTORY
004541*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
004551*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
004561*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
004571*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
004581*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
004591*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
004601*----------------------------------------------------------
004611 9800-POST-RUN-HISTORY.
004621     IF RUN-START-DATE-YYYYMMDD = ZERO
004631         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
004641         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
004651     END-IF.
004661     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
004671     MOVE "PYDIST"                TO RUNH-PROGRAM.
004681     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
004691     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
004701     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
004711     ACCEPT RUNH-END-TIME FROM TIME.
004721     MOVE RESPONSES-IN-COUNT TO RUNH-RECORDS-READ.
004731     COMPUTE RUNH-RECORDS-WRITTEN =
004741         RESPONSES-IN-COUNT - UNROUTED-COUNT.
004751     MOVE UNROUTED-COUNT    TO RUNH-REJECT-COUNT.
004761     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
004771     OPEN I-O RUN-HISTORY-FILE.
004781     IF RUNH-FILE-STATUS = "35"
004791         OPEN OUTPUT RUN-HISTORY-FILE
004801         CLOSE RUN-HISTORY-FILE
004811         OPEN I-O RUN-HISTORY-FILE
004821     END-IF.
004831     IF RUNH-FILE-STATUS NOT = "00"
004841         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
004851             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
004861         GO TO 9800-POST-RUN-HISTORY-EXIT
004871     END-IF.
004881     MOVE "22" TO RUNH-FILE-STATUS.
004891     PERFORM 9810-WRITE-RUN-HISTORY
004901         THRU 9810-WRITE-RUN-HISTORY-EXIT
004911         VARYING RUNH-SEQ-TRY FROM 0 BY 1
004921         UNTIL RUNH-FILE-STATUS NOT = "22"
004931         OR RUNH-SEQ-TRY > 99.
004941     IF RUNH-FILE-STATUS NOT = "00"
004951         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
004961             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
004971     END-IF.
004981     CLOSE RUN-HISTORY-FILE.
004991 9800-POST-RUN-HISTORY-EXIT.
005001     EXIT.
005011*----------------------------------------------------------
005021* 9810-WRITE-RUN-HISTORY
005031*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
005041*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
005051*     SEQUENCE NUMBER.
005061*----------------------------------------------------------
005071 9810-WRITE-RUN-HISTORY.
005076     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
005081     WRITE RUN-HISTORY-RECORD
005091         INVALID KEY
005101             CONTINUE
005111     END-WRITE.
005121 9810-WRITE-RUN-HISTORY-EXIT.
005131     EXIT.
005141*----------------------------------------------------------
005151* 9999-EXIT
005161*----------------------------------------------------------
005171 9999-EXIT.
005181     PERFORM 9800-POST-RUN-HISTORY
005191         THRU 9800-POST-RUN-HISTORY-EXIT.
005201     STOP RUN.
