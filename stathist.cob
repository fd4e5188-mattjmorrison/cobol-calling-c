000380*                   WARM ONE HID A REAL BRIDGE SLOWDOWN.
000390*                   THEY STILL COUNT IN VOLUME AND
000400*                   FAILURES.
000401*  2026-10-15  RM   POST A RUN-HISTORY RECORD TO THE SHARED
000403*                   RUNHIST FILE AS THE STEP ENDS, GOOD RUN
000405*                   OR BAD -- START AND END TIME, RECORDS
000406*                   READ/WRITTEN/REJECTED, AND THE FINAL
000408*                   RETURN CODE -- FOR THE RUNBOOK REPORT.
000410*----------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000560     SELECT TREND-REPORT-FILE ASSIGN TO "STATRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS RPT-FILE-STATUS.
000581     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000583         ORGANIZATION IS INDEXED
000585         ACCESS MODE IS RANDOM
000586         RECORD KEY IS RUNH-KEY
000588         FILE STATUS IS RUNH-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  AUDIT-TRAIL-FILE.
000700     03  CTL-ELAPSED-TOL-PCT  PIC 9(03).
000710 FD  TREND-REPORT-FILE.
000720 01  TREND-REPORT-LINE        PIC X(132).
000723 FD  RUN-HISTORY-FILE.
000726     COPY runhrec.
000730 WORKING-STORAGE SECTION.
000740 01  AUD-FILE-STATUS          PIC X(02).
000750 01  STAT-FILE-STATUS         PIC X(02).
001130 01  ELAPSED-LIMIT            PIC 9(09) VALUE ZERO.
001140 01  DRIFT-FLAGS              PIC X(30) VALUE SPACES.
001150 01  DRIFT-POINTER            PIC 9(04) COMP VALUE ZERO.
001155 01  AUDIT-READ-COUNT         PIC 9(09) VALUE ZERO.
001160 01  PRINT-COUNT              PIC ZZZ,ZZZ,ZZ9.
001170 01  PRINT-BASE-COUNT         PIC ZZZ,ZZZ,ZZ9.
001180 01  PRINT-AVG-CC             PIC ZZZ,ZZZ,ZZ9.
001190 01  PRINT-BASE-AVG           PIC ZZZ,ZZZ,ZZ9.
001192 01  RUNH-FILE-STATUS         PIC X(02).
001193 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
001195 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
001197 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
001200 PROCEDURE DIVISION.
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001430*     HISTORY FILE (CREATED ON FIRST USE), AND THE REPORT.
001440*----------------------------------------------------------
001450 1000-INITIALIZE.
001453     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001456     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
001460     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001470     PERFORM 1100-LOAD-CONTROL-FILE
001480         THRU 1100-LOAD-CONTROL-FILE-EXIT.
002280*     ELAPSED WAS REJECTED BEFORE ANY BRIDGE CALL.
002290*----------------------------------------------------------
002300 2000-PROCESS-AUDIT-RECORD.
002305     ADD 1 TO AUDIT-READ-COUNT.
002310     IF AUD-MODULE-FUNC = SPACES
002320         GO TO 2000-PROCESS-NEXT
002330     END-IF.
005430 9100-WRITE-REPORT-LINE-EXIT.
005440     EXIT.
005450*----------------------------------------------------------
005451* 9800-POST-RUN-HISTORY
005461*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
005471*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
005481*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
005491*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
005501*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
005511*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
005521*----------------------------------------------------------
005531 9800-POST-RUN-HISTORY.
005541     IF RUN-START-DATE-YYYYMMDD = ZERO
005551         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
005561         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
005571     END-IF.
005581     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
005591     MOVE "STATHIST"              TO RUNH-PROGRAM.
005601     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
005611     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
005621     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
005631     ACCEPT RUNH-END-TIME FROM TIME.
005641     MOVE AUDIT-READ-COUNT TO RUNH-RECORDS-READ.
005651     MOVE STAT-ENTRY-COUNT TO RUNH-RECORDS-WRITTEN.
005661     MOVE ZERO TO RUNH-REJECT-COUNT.
005671     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
005681     OPEN I-O RUN-HISTORY-FILE.
005691     IF RUNH-FILE-STATUS = "35"
005701         OPEN OUTPUT RUN-HISTORY-FILE
005711         CLOSE RUN-HISTORY-FILE
005721         OPEN I-O RUN-HISTORY-FILE
005731     END-IF.
005741     IF RUNH-FILE-STATUS NOT = "00"
005751         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
005761             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
005771         GO TO 9800-POST-RUN-HISTORY-EXIT
005781     END-IF.
005791     MOVE "22" TO RUNH-FILE-STATUS.
005801     PERFORM 9810-WRITE-RUN-HISTORY
005811         THRU 9810-WRITE-RUN-HISTORY-EXIT
005821         VARYING RUNH-SEQ-TRY FROM 0 BY 1
005831         UNTIL RUNH-FILE-STATUS NOT = "22"
005841         OR RUNH-SEQ-TRY > 99.
005851     IF RUNH-FILE-STATUS NOT = "00"
005861         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
005871             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
005881     END-IF.
005891     CLOSE RUN-HISTORY-FILE.
005901 9800-POST-RUN-HISTORY-EXIT.
005911     EXIT.
005921*----------------------------------------------------------
005931* 9810-WRITE-RUN-HISTORY
005941*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
005951*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
005961*     SEQUENCE NUMBER.
005971*----------------------------------------------------------
005981 9810-WRITE-RUN-HISTORY.
005986     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
005991     WRITE RUN-HISTORY-RECORD
006001         INVALID KEY
006011             CONTINUE
006021     END-WRITE.
006031 9810-WRITE-RUN-HISTORY-EXIT.
006041     EXIT.
006051*----------------------------------------------------------
006061* 9999-EXIT
006071*----------------------------------------------------------
006081 9999-EXIT.
006091     PERFORM 9800-POST-RUN-HISTORY
006101         THRU 9800-POST-RUN-HISTORY-EXIT.
006111     STOP RUN.
