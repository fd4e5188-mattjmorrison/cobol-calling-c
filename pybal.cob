000380*                   FALSE ALARM ON THE MONTH-END DAYS THE
000390*                   RELEASE STEP EXISTS FOR. WITH NO
000400*                   TOTALS FILE THE OLD CHECKS STAND
000402*                   UNCHANGED.
000405*  2026-10-15  RM   WIDENED THE REQUEST RECORDS FOR THE
000408*                   SUBMITTER CODE NOW CARRIED AT THE END
000411*                   OF EVERY DETAIL.
000412*  2026-10-15  RM   POST A RUN-HISTORY RECORD TO THE SHARED
000413*                   RUNHIST FILE AS THE STEP ENDS, GOOD RUN
000414*                   OR BAD -- START AND END TIME, RECORDS
000415*                   READ/WRITTEN/REJECTED, AND THE FINAL
000416*                   RETURN CODE -- FOR THE RUNBOOK REPORT.
000417*  2026-10-15  RM   COUNT THE PYSUSPCT FILE OF RESPONSES
000418*                   THE DRIVER HELD BACK FOR BREAKING THEIR
000419*                   FUNCTION'S RESPONSE RULES AS A LEG OF
000420*                   ITS OWN. THE DRIVER WRITES NO PYRESPOUT
000421*                   RECORD FOR A HELD RESPONSE, SO THE
000422*                   DRIVER LEG IS PROVED AS RESPONSES
000423*                   DELIVERED PLUS RESPONSES HELD. THE FOUR
000424*                   STREAMS' PYSUSPCT1-4 ARE READ
000425*                   CONCATENATED UNDER PYSUSPCT.
000429*----------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000610     SELECT DIST-EXCEPTION-FILE ASSIGN TO "PYDISTEX"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS DISTX-FILE-STATUS.
000632     SELECT SUSPECT-RESPONSE-FILE ASSIGN TO "PYSUSPCT"
000635         ORGANIZATION IS LINE SEQUENTIAL
000637         FILE STATUS IS SUSP-FILE-STATUS.
000640     SELECT RELEASE-TOTALS-FILE ASSIGN TO "PYRELTOT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS TOT-FILE-STATUS.
000700     SELECT BALANCE-REPORT-FILE ASSIGN TO "PYBALRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS BAL-FILE-STATUS.
000721     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000723         ORGANIZATION IS INDEXED
000725         ACCESS MODE IS RANDOM
000726         RECORD KEY IS RUNH-KEY
000728         FILE STATUS IS RUNH-FILE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  EDIT-REPORT-FILE.
000840     COPY deadrec.
000850 FD  DIST-EXCEPTION-FILE.
000860 01  DIST-EXCEPTION-RECORD    PIC X(595).
000863 FD  SUSPECT-RESPONSE-FILE.
000866     COPY susprec.
000870 FD  RELEASE-TOTALS-FILE.
000880 01  RELEASE-TOTALS-RECORD.
000890     03  TOT-RELEASED-COUNT   PIC 9(09).
000900     03  TOT-PARKED-COUNT     PIC 9(09).
000910     03  TOT-ROLLED-IN-COUNT  PIC 9(09).
000920 FD  RELEASED-REQUEST-FILE.
000930 01  RELEASED-REQUEST-RECORD  PIC X(1225).
000940 01  RELEASED-TRAILER-VIEW REDEFINES RELEASED-REQUEST-RECORD.
000950     03  RELT-RECORD-TYPE     PIC X(01).
000960     03  RELT-DETAIL-COUNT    PIC 9(09).
000970     03  FILLER               PIC X(1215).
000980 FD  BALANCE-REPORT-FILE.
000990 01  BALANCE-REPORT-LINE      PIC X(132).
000993 FD  RUN-HISTORY-FILE.
000996     COPY runhrec.
001000 WORKING-STORAGE SECTION.
001010 01  RPT-IN-FILE-STATUS       PIC X(02).
001020 01  PYREQ-FILE-STATUS        PIC X(02).
001040 01  RECON-FILE-STATUS        PIC X(02).
001050 01  DEAD-FILE-STATUS         PIC X(02).
001060 01  DISTX-FILE-STATUS        PIC X(02).
001065 01  SUSP-FILE-STATUS         PIC X(02).
001070 01  TOT-FILE-STATUS          PIC X(02).
001080 01  RELOUT-FILE-STATUS       PIC X(02).
001090 01  BAL-FILE-STATUS          PIC X(02).
001190     88  NO-MORE-DEAD-RECORDS           VALUE "Y".
001200 01  DISTX-FILE-SW            PIC X(01) VALUE "N".
001210     88  NO-MORE-DISTX-RECORDS          VALUE "Y".
001213 01  SUSP-FILE-SW             PIC X(01) VALUE "N".
001216     88  NO-MORE-SUSPECT-RECORDS        VALUE "Y".
001220 01  OUT-OF-BALANCE-SW        PIC X(01) VALUE "N".
001230     88  PIPELINE-OUT-OF-BALANCE        VALUE "Y".
001240 01  TRAILER-SEEN-SW          PIC X(01) VALUE "N".
001360 01  RECON-COUNT              PIC 9(09) VALUE ZERO.
001370 01  DEAD-COUNT               PIC 9(09) VALUE ZERO.
001380 01  DISTX-COUNT              PIC 9(09) VALUE ZERO.
001383 01  SUSPECT-COUNT            PIC 9(09) VALUE ZERO.
001386 01  DRIVER-OUTPUT-COUNT      PIC 9(09) VALUE ZERO.
001390 01  RELEASED-COUNT           PIC 9(09) VALUE ZERO.
001400 01  PARKED-COUNT             PIC 9(09) VALUE ZERO.
001410 01  ROLLED-IN-COUNT          PIC 9(09) VALUE ZERO.
001530 01  DIGIT-WORK-9 REDEFINES DIGIT-WORK-X PIC 9(01).
001540 01  PRINT-COUNT              PIC ZZZ,ZZZ,ZZ9.
001550 01  PRINT-COUNT-2            PIC ZZZ,ZZZ,ZZ9.
001552 01  RUNH-FILE-STATUS         PIC X(02).
001553 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
001555 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
001557 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
001560 PROCEDURE DIVISION.
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001720         THRU 4400-COUNT-DEAD-LETTERS-EXIT.
001730     PERFORM 4600-COUNT-DIST-EXCEPTIONS
001740         THRU 4600-COUNT-DIST-EXCEPTIONS-EXIT.
001743     PERFORM 4800-COUNT-SUSPECT-RESPONSES
001746         THRU 4800-COUNT-SUSPECT-RESPONSES-EXIT.
001750     PERFORM 5000-PROVE-IDENTITY THRU 5000-PROVE-IDENTITY-EXIT.
001760     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001770     GO TO 9999-EXIT.
001820*     THAT COUNTS THEM.
001830*----------------------------------------------------------
001840 1000-INITIALIZE.
001843     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001846     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
001850     OPEN OUTPUT BALANCE-REPORT-FILE.
001860     IF BAL-FILE-STATUS NOT = "00"
001870         DISPLAY "*** ERROR - BALANCE REPORT COULD NOT BE "
005540     END-READ.
005550 4650-READ-ONE-DIST-EXCEPTION-EXIT.
005560     EXIT.
005561*----------------------------------------------------------
005562* 4800-COUNT-SUSPECT-RESPONSES
005563*     NO SUSPECT RESPONSE FILE SIMPLY MEANS EVERY RESPONSE
005564*     MET ITS FUNCTION'S RESPONSE RULES.
005565*----------------------------------------------------------
005566 4800-COUNT-SUSPECT-RESPONSES.
005567     OPEN INPUT SUSPECT-RESPONSE-FILE.
005568     IF SUSP-FILE-STATUS = "35"
005569         SET NO-MORE-SUSPECT-RECORDS TO TRUE
005570         GO TO 4800-COUNT-SUSPECT-RESPONSES-EXIT
005571     END-IF.
005572     IF SUSP-FILE-STATUS NOT = "00"
005573         DISPLAY "*** ERROR - SUSPECT RESPONSE FILE COULD NOT "
005574             "BE OPENED -- FILE STATUS " SUSP-FILE-STATUS
005575         MOVE 16 TO RETURN-CODE
005576         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
005577         GO TO 9999-EXIT
005578     END-IF.
005579     PERFORM 4850-READ-ONE-SUSPECT
005580         THRU 4850-READ-ONE-SUSPECT-EXIT
005581         UNTIL NO-MORE-SUSPECT-RECORDS.
005582     CLOSE SUSPECT-RESPONSE-FILE.
005583 4800-COUNT-SUSPECT-RESPONSES-EXIT.
005584     EXIT.
005585*----------------------------------------------------------
005586* 4850-READ-ONE-SUSPECT
005587*----------------------------------------------------------
005588 4850-READ-ONE-SUSPECT.
005589     READ SUSPECT-RESPONSE-FILE
005590         AT END
005591             SET NO-MORE-SUSPECT-RECORDS TO TRUE
005592         NOT AT END
005593             ADD 1 TO SUSPECT-COUNT
005594     END-READ.
005595 4850-READ-ONE-SUSPECT-EXIT.
005596     EXIT.
005597*----------------------------------------------------------
005598* 5000-PROVE-IDENTITY
005599*     LAYS EVERY LEG'S COUNT ON THE REPORT, THEN PROVES
005600*     THE DAY END TO END. RESPONSES DELIVERED IS THE
005610*     RESPONSE COUNT LESS EVERY EXCEPTION LEG -- ANSWERS
005620*     THAT ACTUALLY REACHED A DEPARTMENT. A RESPONSE HELD
005623*     AS SUSPECT NEVER REACHES THE RESPONSE FILE; IT IS
005626*     PROVED ON ITS OWN LEG. EACH LEG THAT
005630*     FAILS IS NAMED WITH BOTH SIDES SHOWN.
005640*----------------------------------------------------------
005650 5000-PROVE-IDENTITY.
006370         INTO BALANCE-REPORT-LINE.
006380     PERFORM 9100-WRITE-REPORT-LINE
006390         THRU 9100-WRITE-REPORT-LINE-EXIT.
006391     MOVE SUSPECT-COUNT TO PRINT-COUNT.
006392     MOVE SPACES TO BALANCE-REPORT-LINE.
006393     STRING "SUSPECT RESPONSES HELD (PYSUSPCT).... "
006395         PRINT-COUNT DELIMITED BY SIZE
006396         INTO BALANCE-REPORT-LINE.
006397     PERFORM 9100-WRITE-REPORT-LINE
006398         THRU 9100-WRITE-REPORT-LINE-EXIT.
006400     COMPUTE DELIVERED-COUNT = RESPONSE-COUNT - RECON-COUNT
006410         - DEAD-COUNT - DISTX-COUNT.
006415     COMPUTE DRIVER-OUTPUT-COUNT = RESPONSE-COUNT + SUSPECT-COUNT.
006420     IF DELIVERED-COUNT < ZERO
006430         MOVE SPACES TO BALANCE-REPORT-LINE
006440         STRING "*** OUT OF BALANCE - EXCEPTION LEGS EXCEED "
006770         PERFORM 5500-PROVE-RELEASE-LEGS
006780             THRU 5500-PROVE-RELEASE-LEGS-EXIT
006790     ELSE
006800         IF CLEAN-RELEASED-COUNT NOT = DRIVER-OUTPUT-COUNT
006810             MOVE CLEAN-RELEASED-COUNT TO PRINT-COUNT
006820             MOVE DRIVER-OUTPUT-COUNT TO PRINT-COUNT-2
006830             MOVE SPACES TO BALANCE-REPORT-LINE
006840             STRING "*** OUT OF BALANCE - DRIVER LEG: CLEAN "
006850                 DELIMITED BY SIZE
006860                 PRINT-COUNT DELIMITED BY SIZE
006870                 " VS RESPONSES + HELD " DELIMITED BY SIZE
006880                 PRINT-COUNT-2 DELIMITED BY SIZE
006890                 INTO BALANCE-REPORT-LINE
006900             PERFORM 9100-WRITE-REPORT-LINE
006940     END-IF.
006950     COMPUTE ACCOUNTED-COUNT = EDIT-REJECT-COUNT
006960         + DELIVERED-COUNT + RECON-COUNT + DEAD-COUNT
006970         + DISTX-COUNT + SUSPECT-COUNT + PARKED-COUNT.
006980     COMPUTE RAW-SIDE-COUNT =
006990         RAW-DETAIL-COUNT + ROLLED-IN-COUNT.
007000     IF RAW-SIDE-COUNT = ACCOUNTED-COUNT
007650             THRU 9100-WRITE-REPORT-LINE-EXIT
007660         SET PIPELINE-OUT-OF-BALANCE TO TRUE
007670     END-IF.
007680     IF RELEASED-TRAILER-COUNT NOT = DRIVER-OUTPUT-COUNT
007690         MOVE RELEASED-TRAILER-COUNT TO PRINT-COUNT
007700         MOVE DRIVER-OUTPUT-COUNT TO PRINT-COUNT-2
007710         MOVE SPACES TO BALANCE-REPORT-LINE
007720         STRING "*** OUT OF BALANCE - DRIVER LEG: "
007730             "RELEASED " DELIMITED BY SIZE
007740             PRINT-COUNT DELIMITED BY SIZE
007750             " VS RESPONSES + HELD " DELIMITED BY SIZE
007760             PRINT-COUNT-2 DELIMITED BY SIZE
007770             INTO BALANCE-REPORT-LINE
007780         PERFORM 9100-WRITE-REPORT-LINE
008140 9100-WRITE-REPORT-LINE-EXIT.
008150     EXIT.
008160*----------------------------------------------------------
008161* 9800-POST-RUN-HISTORY
008171*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
008181*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
008191*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
008201*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
008211*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
008221*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
008231*----------------------------------------------------------
008241 9800-POST-RUN-HISTORY.
008251     IF RUN-START-DATE-YYYYMMDD = ZERO
008261         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
008271         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
008281     END-IF.
008291     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
008301     MOVE "PYBAL"                 TO RUNH-PROGRAM.
008311     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
008321     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
008331     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
008341     ACCEPT RUNH-END-TIME FROM TIME.
008351     MOVE RAW-DETAIL-COUNT  TO RUNH-RECORDS-READ.
008361     MOVE RESPONSE-COUNT    TO RUNH-RECORDS-WRITTEN.
008371     MOVE EDIT-REJECT-COUNT TO RUNH-REJECT-COUNT.
008381     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
008391     OPEN I-O RUN-HISTORY-FILE.
008401     IF RUNH-FILE-STATUS = "35"
008411         OPEN OUTPUT RUN-HISTORY-FILE
008421         CLOSE RUN-HISTORY-FILE
008431         OPEN I-O RUN-HISTORY-FILE
008441     END-IF.
008451     IF RUNH-FILE-STATUS NOT = "00"
008461         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
008471             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
008481         GO TO 9800-POST-RUN-HISTORY-EXIT
008491     END-IF.
008501     MOVE "22" TO RUNH-FILE-STATUS.
008511     PERFORM 9810-WRITE-RUN-HISTORY
008521         THRU 9810-WRITE-RUN-HISTORY-EXIT
008531         VARYING RUNH-SEQ-TRY FROM 0 BY 1
008541         UNTIL RUNH-FILE-STATUS NOT = "22"
008551         OR RUNH-SEQ-TRY > 99.
008561     IF RUNH-FILE-STATUS NOT = "00"
008571         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
008581             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
008591     END-IF.
008601     CLOSE RUN-HISTORY-FILE.
008611 9800-POST-RUN-HISTORY-EXIT.
008621     EXIT.
008631*----------------------------------------------------------
008641* 9810-WRITE-RUN-HISTORY
008651*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
008661*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
008671*     SEQUENCE NUMBER.
008681*----------------------------------------------------------
008691 9810-WRITE-RUN-HISTORY.
008696     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
008701     WRITE RUN-HISTORY-RECORD
008711         INVALID KEY
008721             CONTINUE
008731     END-WRITE.
008741 9810-WRITE-RUN-HISTORY-EXIT.
008751     EXIT.
008761*----------------------------------------------------------
008771* 9999-EXIT
008781*----------------------------------------------------------
008791 9999-EXIT.
008801     PERFORM 9800-POST-RUN-HISTORY
008811         THRU 9800-POST-RUN-HISTORY-EXIT.
008821     STOP RUN.
