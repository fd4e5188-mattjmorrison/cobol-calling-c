000242*  2026-09-02  RM   WIDENED THE ARCHIVE AND REWRITE
000244*                   RECORDS FOR THE REQUEST ID THE AUDIT
000246*                   RECORD NOW CARRIES.
000247*  2026-10-15  RM   WIDENED THE ARCHIVE AND REWRITE
000248*                   RECORDS FOR THE SUBMITTER CODE.
000249*  2026-10-15  RM   POST A RUN-HISTORY RECORD TO THE SHARED
000250*                   RUNHIST FILE AS THE STEP ENDS, GOOD RUN
000251*                   OR BAD -- START AND END TIME, RECORDS
000252*                   READ/WRITTEN/REJECTED, AND THE FINAL
000253*                   RETURN CODE -- FOR THE RUNBOOK REPORT.
000255*  2026-10-15  RM   WIDENED THE ARCHIVE AND REWRITE RECORDS
000256*                   FOR THE AUDIT CHAIN FIELDS, WHICH ARE
000257*                   CARRIED THROUGH UNTOUCHED. WHEN AN
000258*                   ARCHIVE FILE IS CLOSED, ONE SEAL RECORD
000259*                   IS APPENDED FOR EACH CHAIN ARCHIVED INTO
000260*                   IT THIS RUN, GIVING THE ARCHIVE DATE,
000261*                   THE NUMBER OF THAT CHAIN'S RECORDS
000263*                   WRITTEN, AND ITS LAST SEQUENCE NUMBER AND
000264*                   CHECK VALUE, SO THE AUDIT VERIFICATION
000265*                   RUN CAN PROVE NOTHING WAS ADDED TO OR
000266*                   TAKEN FROM THE FILE AFTERWARDS.
000267*----------------------------------------------------------
000268 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000410     SELECT ARCH-CONTROL-FILE ASSIGN TO "ARCHCTL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CTL-FILE-STATUS.
000431     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000433         ORGANIZATION IS INDEXED
000435         ACCESS MODE IS RANDOM
000436         RECORD KEY IS RUNH-KEY
000438         FILE STATUS IS RUNH-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  AUDIT-TRAIL-FILE.
000470     COPY auditrec.
000480 FD  AUDIT-NEW-FILE.
000490 01  AUDIT-NEW-RECORD         PIC X(710).
000500 FD  AUDIT-ARCHIVE-FILE.
000510 01  AUDIT-ARCHIVE-RECORD     PIC X(710).
000520 FD  ARCHIVE-REPORT-FILE.
000530 01  ARCHIVE-REPORT-LINE      PIC X(132).
000540 FD  ARCH-CONTROL-FILE.
000550 01  ARCH-CONTROL-RECORD.
000560     03  CTL-RETAIN-DAYS      PIC 9(03).
000563 FD  RUN-HISTORY-FILE.
000566     COPY runhrec.
000570 WORKING-STORAGE SECTION.
000580 01  AUD-FILE-STATUS          PIC X(02).
000590 01  NEW-FILE-STATUS          PIC X(02).
000840 01  RECORDS-ARCHIVED-COUNT   PIC 9(09) VALUE ZERO.
000850 01  RECORDS-RETAINED-COUNT   PIC 9(09) VALUE ZERO.
000860 01  RECORDS-UNPARSED-COUNT   PIC 9(09) VALUE ZERO.
000861 01  PRINT-COUNT              PIC ZZZ,ZZZ,ZZ9.
000862 01  RUNH-FILE-STATUS         PIC X(02).
000863 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
000864 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
000865 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
000866 01  SAVED-AUDIT-RECORD       PIC X(710) VALUE SPACES.
000867 01  SEAL-DATE-YYYYMMDD       PIC 9(08) VALUE ZERO.
000868 01  SEAL-TIME-HHMMSSCC       PIC 9(08) VALUE ZERO.
000869 01  SEALS-WRITTEN-COUNT      PIC 9(09) VALUE ZERO.
000870 01  SEAL-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
000871 01  SEAL-MAX-ENTRIES         PIC 9(04) COMP VALUE 100.
000872 01  SEAL-TABLE.
000873     03  SEAL-ENTRY           OCCURS 100 TIMES
000874                              INDEXED BY SEAL-IDX.
000875         05  SEAL-CHAIN-ID    PIC X(30).
000876         05  SEAL-LAST-SEQUENCE PIC 9(09).
000878         05  SEAL-LAST-CHECK  PIC 9(09).
000879         05  SEAL-RECORD-COUNT PIC 9(09).
000880 PROCEDURE DIVISION.
000890 0000-MAINLINE.
000900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001010*     THERE IS SIMPLY NOTHING TO ARCHIVE.
001020*----------------------------------------------------------
001030 1000-INITIALIZE.
001033     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001036     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
001040     PERFORM 1100-LOAD-CONTROL-FILE
001050         THRU 1100-LOAD-CONTROL-FILE-EXIT.
001060     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002310         GO TO 9999-EXIT
002320     END-IF.
002330     ADD 1 TO RECORDS-ARCHIVED-COUNT.
002331     IF AUD-SEQUENCE NUMERIC
002332         AND AUD-CHECK-VALUE NUMERIC
002334         AND AUD-CHAIN-ID NOT = SPACES
002335         PERFORM 3050-NOTE-SEAL-CHAIN
002337             THRU 3050-NOTE-SEAL-CHAIN-EXIT
002338     END-IF.
002340 3000-WRITE-ARCHIVE-RECORD-EXIT.
002341     EXIT.
002342*----------------------------------------------------------
002343* 3050-NOTE-SEAL-CHAIN
002344*     KEEPS, FOR EACH CHAIN ARCHIVED INTO THE OPEN FILE,
002345*     HOW MANY OF ITS RECORDS WENT IN AND THE SEQUENCE AND
002346*     CHECK VALUE OF THE LAST ONE. THE FOUR DRIVER STREAMS
002347*     EACH RUN THEIR OWN CHAIN, SO ONE FILE CAN HOLD SEVERAL.
002348*----------------------------------------------------------
002349 3050-NOTE-SEAL-CHAIN.
002350     SET SEAL-IDX TO 1.
002351     SEARCH SEAL-ENTRY
002352         AT END
002353             CONTINUE
002354         WHEN SEAL-IDX > SEAL-ENTRY-COUNT
002355             CONTINUE
002356         WHEN SEAL-CHAIN-ID (SEAL-IDX) = AUD-CHAIN-ID
002357             MOVE AUD-SEQUENCE TO SEAL-LAST-SEQUENCE (SEAL-IDX)
002358             MOVE AUD-CHECK-VALUE TO SEAL-LAST-CHECK (SEAL-IDX)
002359             ADD 1 TO SEAL-RECORD-COUNT (SEAL-IDX)
002360             GO TO 3050-NOTE-SEAL-CHAIN-EXIT
002361     END-SEARCH.
002362     IF SEAL-ENTRY-COUNT NOT < SEAL-MAX-ENTRIES
002363         DISPLAY "*** WARNING - TOO MANY AUDIT CHAINS IN "
002364             ARCHIVE-FILE-NAME " -- CHAIN " AUD-CHAIN-ID
002365             " WILL NOT BE SEALED"
002366         MOVE 4 TO RETURN-CODE
002367         GO TO 3050-NOTE-SEAL-CHAIN-EXIT
002368     END-IF.
002369     ADD 1 TO SEAL-ENTRY-COUNT.
002370     SET SEAL-IDX TO SEAL-ENTRY-COUNT.
002371     MOVE AUD-CHAIN-ID TO SEAL-CHAIN-ID (SEAL-IDX).
002372     MOVE AUD-SEQUENCE TO SEAL-LAST-SEQUENCE (SEAL-IDX).
002373     MOVE AUD-CHECK-VALUE TO SEAL-LAST-CHECK (SEAL-IDX).
002374     MOVE 1 TO SEAL-RECORD-COUNT (SEAL-IDX).
002375 3050-NOTE-SEAL-CHAIN-EXIT.
002376     EXIT.
002377*----------------------------------------------------------
002378* 3100-SWITCH-ARCHIVE-FILE
002380*----------------------------------------------------------
002390 3100-SWITCH-ARCHIVE-FILE.
002400     IF ARCHIVE-FILE-IS-OPEN
002403         PERFORM 3200-WRITE-ARCHIVE-SEALS
002406             THRU 3200-WRITE-ARCHIVE-SEALS-EXIT
002410         CLOSE AUDIT-ARCHIVE-FILE
002420         MOVE "N" TO ARCHIVE-FILE-OPEN-SW
002430     END-IF.
002600     END-IF.
002610     SET ARCHIVE-FILE-IS-OPEN TO TRUE.
002620 3100-SWITCH-ARCHIVE-FILE-EXIT.
002621     EXIT.
002622*----------------------------------------------------------
002623* 3200-WRITE-ARCHIVE-SEALS
002624*     APPENDS ONE SEAL RECORD PER CHAIN TO THE ARCHIVE FILE
002625*     ABOUT TO BE CLOSED. A FILE EXTENDED BY A LATER RUN GETS
002626*     A FURTHER SEAL COVERING ONLY THE RECORDS THAT RUN ADDED.
002627*     THE AUDIT RECORD IN HAND IS SAVED AND PUT BACK, AS THE
002628*     SEAL IS BUILT IN THE SAME RECORD AREA. A FAILED SEAL
002629*     WRITE STOPS THE SEALING BUT LEAVES THE CLOSE TO THE
002630*     CALLER.
002631*----------------------------------------------------------
002632 3200-WRITE-ARCHIVE-SEALS.
002633     IF SEAL-ENTRY-COUNT = ZERO
002634         GO TO 3200-WRITE-ARCHIVE-SEALS-EXIT
002635     END-IF.
002636     MOVE AUDIT-TRAIL-RECORD TO SAVED-AUDIT-RECORD.
002637     ACCEPT SEAL-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002638     ACCEPT SEAL-TIME-HHMMSSCC FROM TIME.
002639     PERFORM 3250-WRITE-ONE-SEAL
002640         THRU 3250-WRITE-ONE-SEAL-EXIT
002641         VARYING SEAL-IDX FROM 1 BY 1
002642         UNTIL SEAL-IDX > SEAL-ENTRY-COUNT.
002643     MOVE ZERO TO SEAL-ENTRY-COUNT.
002644     MOVE SAVED-AUDIT-RECORD TO AUDIT-TRAIL-RECORD.
002645 3200-WRITE-ARCHIVE-SEALS-EXIT.
002646     EXIT.
002647*----------------------------------------------------------
002648* 3250-WRITE-ONE-SEAL
002649*----------------------------------------------------------
002650 3250-WRITE-ONE-SEAL.
002651     MOVE SPACES TO AUDIT-TRAIL-RECORD.
002652     STRING SEAL-DATE-YYYYMMDD DELIMITED BY SIZE
002653         SEAL-TIME-HHMMSSCC DELIMITED BY SIZE
002654         INTO AUD-TIMESTAMP.
002655     MOVE "AUDARCH" TO AUD-PROGRAM-NAME.
002656     MOVE "SEAL" TO AUD-CALL-TYPE.
002657     MOVE "SEALED" TO AUD-STATUS.
002658     MOVE ARCHIVE-OPEN-DATE TO AUD-SEAL-ARCHIVE-DATE.
002659     MOVE SEAL-RECORD-COUNT (SEAL-IDX) TO AUD-SEAL-RECORD-COUNT.
002660     MOVE ZERO TO AUD-ELAPSED-CC.
002661     MOVE SEAL-LAST-SEQUENCE (SEAL-IDX) TO AUD-SEQUENCE.
002662     MOVE SEAL-CHAIN-ID (SEAL-IDX) TO AUD-CHAIN-ID.
002663     MOVE SEAL-LAST-CHECK (SEAL-IDX) TO AUD-CHECK-VALUE.
002664     WRITE AUDIT-ARCHIVE-RECORD FROM AUDIT-TRAIL-RECORD.
002665     IF ARCH-FILE-STATUS NOT = "00"
002666         DISPLAY "*** ERROR - SEAL RECORD COULD NOT BE "
002667             "WRITTEN TO " ARCHIVE-FILE-NAME
002668             " -- FILE STATUS " ARCH-FILE-STATUS
002669         MOVE 16 TO RETURN-CODE
002670         SET SEAL-IDX TO SEAL-ENTRY-COUNT
002671         GO TO 3250-WRITE-ONE-SEAL-EXIT
002672     END-IF.
002673     ADD 1 TO SEALS-WRITTEN-COUNT.
002674 3250-WRITE-ONE-SEAL-EXIT.
002675     EXIT.
002676*----------------------------------------------------------
002677* 3500-WRITE-RETAINED-RECORD
002678*----------------------------------------------------------
002679 3500-WRITE-RETAINED-RECORD.
002680     WRITE AUDIT-NEW-RECORD FROM AUDIT-TRAIL-RECORD.
002690     IF NEW-FILE-STATUS NOT = "00"
002700         DISPLAY "*** ERROR - RETAINED RECORD COULD NOT BE "
002860     END-IF.
002870     CLOSE AUDIT-NEW-FILE.
002880     IF ARCHIVE-FILE-IS-OPEN
002883         PERFORM 3200-WRITE-ARCHIVE-SEALS
002886             THRU 3200-WRITE-ARCHIVE-SEALS-EXIT
002890         CLOSE AUDIT-ARCHIVE-FILE
002900         MOVE "N" TO ARCHIVE-FILE-OPEN-SW
002910     END-IF.
003270         INTO ARCHIVE-REPORT-LINE.
003280     PERFORM 9100-WRITE-REPORT-LINE
003290         THRU 9100-WRITE-REPORT-LINE-EXIT.
003291     MOVE SEALS-WRITTEN-COUNT TO PRINT-COUNT.
003292     MOVE SPACES TO ARCHIVE-REPORT-LINE.
003293     STRING "ARCHIVE SEAL RECORDS WRITTEN......... "
003295         PRINT-COUNT DELIMITED BY SIZE
003296         INTO ARCHIVE-REPORT-LINE.
003297     PERFORM 9100-WRITE-REPORT-LINE
003298         THRU 9100-WRITE-REPORT-LINE-EXIT.
003300     CLOSE ARCHIVE-REPORT-FILE.
003310 9000-TERMINATE-EXIT.
003320     EXIT.
003390 9100-WRITE-REPORT-LINE-EXIT.
003400     EXIT.
003410*----------------------------------------------------------
003411* 9800-POST-RUN-HISTORY
003421*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
003431*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
003441*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
003451*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
003461*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
003471*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
003481*----------------------------------------------------------
003491 9800-POST-RUN-HISTORY.
003501     IF RUN-START-DATE-YYYYMMDD = ZERO
003511         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
003521         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
003531     END-IF.
003541     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
003551     MOVE "AUDARCH"               TO RUNH-PROGRAM.
003561     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
003571     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
003581     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
003591     ACCEPT RUNH-END-TIME FROM TIME.
003601     MOVE RECORDS-READ-COUNT TO RUNH-RECORDS-READ.
003611     COMPUTE RUNH-RECORDS-WRITTEN =
003621         RECORDS-ARCHIVED-COUNT + RECORDS-RETAINED-COUNT.
003631     MOVE RECORDS-UNPARSED-COUNT TO RUNH-REJECT-COUNT.
003641     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
003651     OPEN I-O RUN-HISTORY-FILE.
003661     IF RUNH-FILE-STATUS = "35"
003671         OPEN OUTPUT RUN-HISTORY-FILE
003681         CLOSE RUN-HISTORY-FILE
003691         OPEN I-O RUN-HISTORY-FILE
003701     END-IF.
003711     IF RUNH-FILE-STATUS NOT = "00"
003721         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
003731             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
003741         GO TO 9800-POST-RUN-HISTORY-EXIT
003751     END-IF.
003761     MOVE "22" TO RUNH-FILE-STATUS.
003771     PERFORM 9810-WRITE-RUN-HISTORY
003781         THRU 9810-WRITE-RUN-HISTORY-EXIT
003791         VARYING RUNH-SEQ-TRY FROM 0 BY 1
003801         UNTIL RUNH-FILE-STATUS NOT = "22"
003811         OR RUNH-SEQ-TRY > 99.
003821     IF RUNH-FILE-STATUS NOT = "00"
003831         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
003841             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
003851     END-IF.
003861     CLOSE RUN-HISTORY-FILE.
003871 9800-POST-RUN-HISTORY-EXIT.
003881     EXIT.
003891*----------------------------------------------------------
003901* 9810-WRITE-RUN-HISTORY
003911*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
003921*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
003931*     SEQUENCE NUMBER.
003941*----------------------------------------------------------
003951 9810-WRITE-RUN-HISTORY.
003956     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
003961     WRITE RUN-HISTORY-RECORD
003971         INVALID KEY
003981             CONTINUE
003991     END-WRITE.
004001 9810-WRITE-RUN-HISTORY-EXIT.
004011     EXIT.
004021*----------------------------------------------------------
004031* 9999-EXIT
004041*----------------------------------------------------------
004051 9999-EXIT.
004061     PERFORM 9800-POST-RUN-HISTORY
004071         THRU 9800-POST-RUN-HISTORY-EXIT.
004081     STOP RUN.
