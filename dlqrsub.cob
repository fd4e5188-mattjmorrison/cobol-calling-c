000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. dlqrsub.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. RUNS AHEAD OF THE
000130*                   PRE-RUN EDIT AND FOLDS EVERY TRIAGE
000140*                   QUEUE ITEM MARKED CORRECTED INTO THE
000150*                   DAY'S RAW TRANSACTION FILE, SO A FIXED
000160*                   DEAD LETTER GOES BACK THROUGH PYEDIT
000170*                   LIKE ANY OTHER REQUEST. THE FILE AS
000180*                   DELIVERED (PYRAWSUB) IS COPIED TO
000190*                   PYREQRAW, THE CORRECTED ITEMS ARE
000200*                   ADDED AS DETAILS CARRYING THEIR
000210*                   ORIGINAL REQUEST ID AND REPLACEMENT
000220*                   ARGS, AND THE TRAILER IS REWRITTEN TO
000230*                   THE COMBINED COUNT. EACH ITEM SENT IS
000240*                   MARKED RESUBMITTED ON THE QUEUE. A
000250*                   DELIVERED FILE THAT DOES NOT BALANCE IS
000260*                   PASSED THROUGH UNTOUCHED FOR THE EDIT
000270*                   TO REFUSE AND NOTHING IS ADDED TO IT.
000280*                   NO DELIVERED FILE AT ALL STILL YIELDS A
000290*                   BALANCED PYREQRAW OF CORRECTED ITEMS.
000300*  2026-10-15  RM   WIDENED THE REQUEST RECORDS FOR THE
000310*                   SUBMITTER CODE NOW CARRIED AT THE END
000320*                   OF EVERY DETAIL.
000330*  2026-10-15  RM   POST A RUN-HISTORY RECORD TO THE SHARED
000340*                   RUNHIST FILE AS THE STEP ENDS, GOOD RUN
000350*                   OR BAD -- START AND END TIME, RECORDS
000360*                   READ/WRITTEN/REJECTED, AND THE FINAL
000370*                   RETURN CODE -- FOR THE RUNBOOK REPORT.
000380*----------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SUBMITTED-REQUEST-FILE ASSIGN TO "PYRAWSUB"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SUB-FILE-STATUS.
000450     SELECT RAW-REQUEST-FILE ASSIGN TO "PYREQRAW"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RAW-FILE-STATUS.
000480     SELECT DEAD-QUEUE-FILE ASSIGN TO "PYDLQ"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DLQ-REQUEST-ID
000520         FILE STATUS IS DLQ-FILE-STATUS.
000530     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS RUNH-KEY
000570         FILE STATUS IS RUNH-FILE-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  SUBMITTED-REQUEST-FILE.
000610 01  SUBMITTED-REQUEST-RECORD PIC X(1225).
000620 FD  RAW-REQUEST-FILE.
000630     COPY pyreqrec.
000640 FD  DEAD-QUEUE-FILE.
000650     COPY dlqrec.
000660 FD  RUN-HISTORY-FILE.
000670     COPY runhrec.
000680 WORKING-STORAGE SECTION.
000690 01  SUB-FILE-STATUS          PIC X(02).
000700 01  RAW-FILE-STATUS          PIC X(02).
000710 01  DLQ-FILE-STATUS          PIC X(02).
000720 01  RUNH-FILE-STATUS         PIC X(02).
000725 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
000730 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
000740 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
000750 01  SUBMITTED-FILE-SW        PIC X(01) VALUE "N".
000760     88  NO-MORE-SUBMITTED-RECORDS      VALUE "Y".
000770 01  NO-SUBMITTED-FILE-SW     PIC X(01) VALUE "N".
000780     88  NO-SUBMITTED-FILE-TODAY        VALUE "Y".
000790 01  NO-QUEUE-FILE-SW         PIC X(01) VALUE "N".
000800     88  NO-QUEUE-FILE-TODAY            VALUE "Y".
000810 01  QUEUE-BROWSE-SW          PIC X(01) VALUE "N".
000820     88  NO-MORE-QUEUE-ITEMS            VALUE "Y".
000830 01  HEADER-RECORD-SW         PIC X(01) VALUE "N".
000840     88  HEADER-RECORD-SEEN             VALUE "Y".
000850 01  TRAILER-RECORD-SW        PIC X(01) VALUE "N".
000860     88  TRAILER-RECORD-SEEN            VALUE "Y".
000870 01  TRAILER-DETAIL-COUNT     PIC 9(09) VALUE ZERO.
000880 01  SUBMITTED-DETAIL-COUNT   PIC 9(09) VALUE ZERO.
000890 01  RESUBMITTED-COUNT        PIC 9(09) VALUE ZERO.
000900 01  RESUBMIT-DATE-YYYYMMDD   PIC 9(08) VALUE ZERO.
000910 01  SAVED-TRAILER-RECORD     PIC X(1225) VALUE SPACES.
000920 PROCEDURE DIVISION.
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000950     PERFORM 2000-COPY-SUBMITTED-RECORD
000960         THRU 2000-COPY-SUBMITTED-RECORD-EXIT
000970         UNTIL NO-MORE-SUBMITTED-RECORDS.
000980     PERFORM 3000-ADD-CORRECTED-ITEMS
000990         THRU 3000-ADD-CORRECTED-ITEMS-EXIT.
001000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001010     GO TO 9999-EXIT.
001020*----------------------------------------------------------
001030* 1000-INITIALIZE
001040*     OPENS THE DELIVERED FILE, THE RAW FILE FOR THE EDIT,
001050*     AND THE QUEUE. A MISSING DELIVERED FILE IS NOT AN
001060*     ERROR -- A HEADER DATED TODAY IS WRITTEN IN ITS
001070*     PLACE. A MISSING QUEUE MEANS NOTHING HAS EVER BEEN
001080*     DEAD-LETTERED AND THE DELIVERED FILE IS COPIED AS IS.
001090*----------------------------------------------------------
001100 1000-INITIALIZE.
001110     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001120     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
001130     ACCEPT RESUBMIT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001140     OPEN INPUT SUBMITTED-REQUEST-FILE.
001150     IF SUB-FILE-STATUS = "35"
001160         SET NO-SUBMITTED-FILE-TODAY TO TRUE
001170         SET NO-MORE-SUBMITTED-RECORDS TO TRUE
001180         DISPLAY "NO DELIVERED REQUEST FILE -- CORRECTED "
001190             "ITEMS ONLY"
001200     ELSE
001210         IF SUB-FILE-STATUS NOT = "00"
001220             DISPLAY "*** ERROR - DELIVERED REQUEST FILE COULD "
001230                 "NOT BE OPENED -- FILE STATUS "
001240                 SUB-FILE-STATUS
001250             MOVE 16 TO RETURN-CODE
001260             GO TO 9999-EXIT
001270         END-IF
001280     END-IF.
001290     OPEN OUTPUT RAW-REQUEST-FILE.
001300     IF RAW-FILE-STATUS NOT = "00"
001310         DISPLAY "*** ERROR - RAW REQUEST FILE COULD NOT BE "
001320             "OPENED -- FILE STATUS " RAW-FILE-STATUS
001330         MOVE 16 TO RETURN-CODE
001340         GO TO 9999-EXIT
001350     END-IF.
001360     OPEN I-O DEAD-QUEUE-FILE.
001370     IF DLQ-FILE-STATUS = "35"
001380         SET NO-QUEUE-FILE-TODAY TO TRUE
001390     ELSE
001400         IF DLQ-FILE-STATUS NOT = "00"
001410             DISPLAY "*** ERROR - DEAD LETTER QUEUE COULD NOT "
001420                 "BE OPENED -- FILE STATUS " DLQ-FILE-STATUS
001430             MOVE 16 TO RETURN-CODE
001440             GO TO 9999-EXIT
001450         END-IF
001460     END-IF.
001470     IF NO-SUBMITTED-FILE-TODAY
001480         MOVE SPACES TO PYTHON-REQUEST-HEADER
001490         MOVE "H" TO PYREQH-RECORD-TYPE
001500         MOVE RESUBMIT-DATE-YYYYMMDD TO PYREQH-BUSINESS-DATE
001510         PERFORM 2500-WRITE-RAW-RECORD
001520             THRU 2500-WRITE-RAW-RECORD-EXIT
001530         SET HEADER-RECORD-SEEN TO TRUE
001540     ELSE
001550         PERFORM 2100-READ-SUBMITTED-RECORD
001560             THRU 2100-READ-SUBMITTED-RECORD-EXIT
001570     END-IF.
001580 1000-INITIALIZE-EXIT.
001590     EXIT.
001600*----------------------------------------------------------
001610* 2000-COPY-SUBMITTED-RECORD
001620*     COPIES ONE DELIVERED RECORD TO THE RAW FILE. THE
001630*     HEADER'S BUSINESS DATE BECOMES THE RESUBMIT DATE;
001640*     THE TRAILER IS HELD BACK SO IT CAN BE REWRITTEN WITH
001650*     THE COMBINED COUNT. ANY OTHER RECORD IS COPIED AS IT
001660*     CAME -- THE EDIT, NOT THIS STEP, JUDGES IT.
001670*----------------------------------------------------------
001680 2000-COPY-SUBMITTED-RECORD.
001690     MOVE SUBMITTED-REQUEST-RECORD TO PYTHON-REQUEST-RECORD.
001700     EVALUATE TRUE
001710         WHEN PYREQ-TRAILER-RECORD
001720             SET TRAILER-RECORD-SEEN TO TRUE
001730             MOVE SUBMITTED-REQUEST-RECORD
001740                 TO SAVED-TRAILER-RECORD
001750             IF PYREQT-DETAIL-COUNT NUMERIC
001760                 MOVE PYREQT-DETAIL-COUNT
001770                     TO TRAILER-DETAIL-COUNT
001780             END-IF
001790             GO TO 2000-COPY-SUBMITTED-NEXT
001800         WHEN PYREQ-HEADER-RECORD
001810             IF NOT HEADER-RECORD-SEEN
001820                 SET HEADER-RECORD-SEEN TO TRUE
001830                 IF PYREQH-BUSINESS-DATE NUMERIC
001840                     MOVE PYREQH-BUSINESS-DATE
001850                         TO RESUBMIT-DATE-YYYYMMDD
001860                 END-IF
001870             END-IF
001880         WHEN PYREQ-DETAIL-RECORD
001890             ADD 1 TO SUBMITTED-DETAIL-COUNT
001900     END-EVALUATE.
001910     PERFORM 2500-WRITE-RAW-RECORD
001920         THRU 2500-WRITE-RAW-RECORD-EXIT.
001930 2000-COPY-SUBMITTED-NEXT.
001940     PERFORM 2100-READ-SUBMITTED-RECORD
001950         THRU 2100-READ-SUBMITTED-RECORD-EXIT.
001960 2000-COPY-SUBMITTED-RECORD-EXIT.
001970     EXIT.
001980*----------------------------------------------------------
001990* 2100-READ-SUBMITTED-RECORD
002000*----------------------------------------------------------
002010 2100-READ-SUBMITTED-RECORD.
002020     READ SUBMITTED-REQUEST-FILE
002030         AT END
002040             SET NO-MORE-SUBMITTED-RECORDS TO TRUE
002050     END-READ.
002060 2100-READ-SUBMITTED-RECORD-EXIT.
002070     EXIT.
002080*----------------------------------------------------------
002090* 2500-WRITE-RAW-RECORD
002100*----------------------------------------------------------
002110 2500-WRITE-RAW-RECORD.
002120     WRITE PYTHON-REQUEST-RECORD.
002130     IF RAW-FILE-STATUS NOT = "00"
002140         DISPLAY "*** ERROR - RAW REQUEST RECORD COULD NOT BE "
002150             "WRITTEN -- FILE STATUS " RAW-FILE-STATUS
002160         MOVE 16 TO RETURN-CODE
002170         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002180         GO TO 9999-EXIT
002190     END-IF.
002200 2500-WRITE-RAW-RECORD-EXIT.
002210     EXIT.
002220*----------------------------------------------------------
002230* 3000-ADD-CORRECTED-ITEMS
002240*     ONLY A BALANCED DELIVERY (OR NONE AT ALL) TAKES THE
002250*     CORRECTED ITEMS -- ADDING DETAILS TO A TRUNCATED FILE
002260*     COULD MAKE IT BALANCE BY ACCIDENT. AN UNBALANCED
002270*     DELIVERY GETS ITS OWN TRAILER BACK, IF IT HAD ONE,
002280*     AND THE ITEMS WAIT ON THE QUEUE FOR THE NEXT RUN.
002290*----------------------------------------------------------
002300 3000-ADD-CORRECTED-ITEMS.
002310     IF NOT NO-SUBMITTED-FILE-TODAY
002320         AND (NOT HEADER-RECORD-SEEN
002330             OR NOT TRAILER-RECORD-SEEN
002340             OR TRAILER-DETAIL-COUNT NOT = SUBMITTED-DETAIL-COUNT)
002350         DISPLAY "*** ERROR - DELIVERED REQUEST FILE OUT OF "
002360             "BALANCE -- TRAILER COUNT " TRAILER-DETAIL-COUNT
002370             " VS DETAIL RECORDS " SUBMITTED-DETAIL-COUNT
002380             " -- NO CORRECTED ITEMS ADDED"
002390         IF TRAILER-RECORD-SEEN
002400             MOVE SAVED-TRAILER-RECORD TO PYTHON-REQUEST-RECORD
002410             PERFORM 2500-WRITE-RAW-RECORD
002420                 THRU 2500-WRITE-RAW-RECORD-EXIT
002430         END-IF
002440         IF RETURN-CODE = ZERO
002450             MOVE 4 TO RETURN-CODE
002460         END-IF
002470         GO TO 3000-ADD-CORRECTED-ITEMS-EXIT
002480     END-IF.
002490     IF NOT NO-QUEUE-FILE-TODAY
002500         MOVE LOW-VALUES TO DLQ-REQUEST-ID
002510         START DEAD-QUEUE-FILE
002520             KEY IS NOT LESS THAN DLQ-REQUEST-ID
002530             INVALID KEY
002540                 SET NO-MORE-QUEUE-ITEMS TO TRUE
002550         END-START
002560         PERFORM 3100-CHECK-NEXT-QUEUE-ITEM
002570             THRU 3100-CHECK-NEXT-QUEUE-ITEM-EXIT
002580             UNTIL NO-MORE-QUEUE-ITEMS
002590     END-IF.
002600     MOVE SPACES TO PYTHON-REQUEST-TRAILER.
002610     MOVE "T" TO PYREQT-RECORD-TYPE.
002620     COMPUTE PYREQT-DETAIL-COUNT =
002630         SUBMITTED-DETAIL-COUNT + RESUBMITTED-COUNT.
002640     PERFORM 2500-WRITE-RAW-RECORD
002650         THRU 2500-WRITE-RAW-RECORD-EXIT.
002660 3000-ADD-CORRECTED-ITEMS-EXIT.
002670     EXIT.
002680*----------------------------------------------------------
002690* 3100-CHECK-NEXT-QUEUE-ITEM
002700*     AN ITEM MARKED CORRECTED IS SENT. SO IS ONE ALREADY
002710*     MARKED RESUBMITTED FOR THIS SAME BUSINESS DATE -- A
002720*     RERUN OF THIS STEP REBUILDS PYREQRAW FROM SCRATCH AND
002730*     MUST NOT DROP WHAT THE FIRST RUN ADDED. A CHAIN STEP
002740*     IS NEVER SENT ON ITS OWN (ITS ARGS MAY DEPEND ON AN
002750*     EARLIER STEP'S RESPONSE); DLQMAINT REFUSES TO MARK
002760*     ONE CORRECTED, AND ONE THAT SLIPS THROUGH IS LEFT.
002770*----------------------------------------------------------
002780 3100-CHECK-NEXT-QUEUE-ITEM.
002790     READ DEAD-QUEUE-FILE NEXT RECORD
002800         AT END
002810             SET NO-MORE-QUEUE-ITEMS TO TRUE
002820             GO TO 3100-CHECK-NEXT-QUEUE-ITEM-EXIT
002830     END-READ.
002840     IF DLQ-CHAIN-ID NOT = SPACES
002850         GO TO 3100-CHECK-NEXT-QUEUE-ITEM-EXIT
002860     END-IF.
002870     IF DLQ-STATUS-CORRECTED
002880         OR (DLQ-STATUS-RESUBMITTED
002890             AND DLQ-RESUBMIT-DATE = RESUBMIT-DATE-YYYYMMDD)
002900         PERFORM 3200-WRITE-CORRECTED-DETAIL
002910             THRU 3200-WRITE-CORRECTED-DETAIL-EXIT
002920     END-IF.
002930 3100-CHECK-NEXT-QUEUE-ITEM-EXIT.
002940     EXIT.
002950*----------------------------------------------------------
002960* 3200-WRITE-CORRECTED-DETAIL
002970*     BUILDS THE DETAIL FROM THE QUEUE ITEM -- ITS CALL
002980*     TYPE AND MODULE/FUNC, THE OPERATOR'S REPLACEMENT
002990*     ARGS, THE REQUEST ID IT WAS BORN WITH, AND THE
003000*     SUBMITTER WHO FIRST SENT IT -- AS A STANDALONE
003010*     NORMAL-PRIORITY REQUEST WITH ITS RETRY COUNT RESET.
003020*     THE ITEM IS THEN MARKED RESUBMITTED.
003030*----------------------------------------------------------
003040 3200-WRITE-CORRECTED-DETAIL.
003050     MOVE SPACES TO PYTHON-REQUEST-RECORD.
003060     MOVE "D" TO PYREQ-RECORD-TYPE.
003070     MOVE "N" TO PYREQ-PRIORITY.
003080     MOVE DLQ-CALL-TYPE        TO PYREQ-CALL-TYPE.
003090     MOVE DLQ-MODULE           TO PYREQ-MODULE.
003100     MOVE DLQ-FUNC             TO PYREQ-FUNC.
003110     MOVE DLQ-REPLACEMENT-ARGS TO PYREQ-ARGS.
003120     MOVE ZERO                 TO PYREQ-RETRY-COUNT.
003130     STRING "CORRECTED BY " DELIMITED BY SIZE
003140         DLQ-OPERATOR-ID DELIMITED BY SPACE
003150         " AFTER: " DELIMITED BY SIZE
003160         DLQ-LAST-REASON DELIMITED BY SIZE
003170         INTO PYREQ-REASON-HISTORY.
003180     MOVE DLQ-REQUEST-ID       TO PYREQ-REQUEST-ID.
003190     MOVE DLQ-SUBMITTER        TO PYREQ-SUBMITTER.
003200     PERFORM 2500-WRITE-RAW-RECORD
003210         THRU 2500-WRITE-RAW-RECORD-EXIT.
003220     ADD 1 TO RESUBMITTED-COUNT.
003230     MOVE "S" TO DLQ-STATUS-FLAG.
003240     MOVE RESUBMIT-DATE-YYYYMMDD TO DLQ-RESUBMIT-DATE.
003250     REWRITE DEAD-QUEUE-RECORD
003260         INVALID KEY
003270             DISPLAY "*** ERROR - DEAD LETTER QUEUE ITEM COULD "
003280                 "NOT BE REWRITTEN -- FILE STATUS "
003290                 DLQ-FILE-STATUS
003300             MOVE 16 TO RETURN-CODE
003310             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003320             GO TO 9999-EXIT
003330     END-REWRITE.
003340     DISPLAY "CORRECTED DEAD LETTER RESUBMITTED: "
003350         DLQ-REQUEST-ID " " DLQ-MODULE.
003360 3200-WRITE-CORRECTED-DETAIL-EXIT.
003370     EXIT.
003380*----------------------------------------------------------
003390* 9000-TERMINATE
003400*----------------------------------------------------------
003410 9000-TERMINATE.
003420     IF NOT NO-SUBMITTED-FILE-TODAY
003430         CLOSE SUBMITTED-REQUEST-FILE
003440     END-IF.
003450     IF NOT NO-QUEUE-FILE-TODAY
003460         CLOSE DEAD-QUEUE-FILE
003470     END-IF.
003480     CLOSE RAW-REQUEST-FILE.
003490     DISPLAY "DELIVERED DETAILS COPIED:  " SUBMITTED-DETAIL-COUNT.
003500     DISPLAY "CORRECTED ITEMS ADDED:     " RESUBMITTED-COUNT.
003510 9000-TERMINATE-EXIT.
003520     EXIT.
003530*----------------------------------------------------------
003540* 9800-POST-RUN-HISTORY
003550*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
003560*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
003570*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
003580*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
003590*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
003600*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
003610*----------------------------------------------------------
003620 9800-POST-RUN-HISTORY.
003630     IF RUN-START-DATE-YYYYMMDD = ZERO
003640         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
003650         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
003660     END-IF.
003670     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
003680     MOVE "DLQRSUB"               TO RUNH-PROGRAM.
003690     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
003700     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
003710     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
003720     ACCEPT RUNH-END-TIME FROM TIME.
003730     MOVE SUBMITTED-DETAIL-COUNT TO RUNH-RECORDS-READ.
003740     COMPUTE RUNH-RECORDS-WRITTEN =
003750         SUBMITTED-DETAIL-COUNT + RESUBMITTED-COUNT.
003760     MOVE ZERO TO RUNH-REJECT-COUNT.
003770     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
003780     OPEN I-O RUN-HISTORY-FILE.
003790     IF RUNH-FILE-STATUS = "35"
003800         OPEN OUTPUT RUN-HISTORY-FILE
003810         CLOSE RUN-HISTORY-FILE
003820         OPEN I-O RUN-HISTORY-FILE
003830     END-IF.
003840     IF RUNH-FILE-STATUS NOT = "00"
003850         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
003860             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
003870         GO TO 9800-POST-RUN-HISTORY-EXIT
003880     END-IF.
003890     MOVE "22" TO RUNH-FILE-STATUS.
003900     PERFORM 9810-WRITE-RUN-HISTORY
003910         THRU 9810-WRITE-RUN-HISTORY-EXIT
003920         VARYING RUNH-SEQ-TRY FROM 0 BY 1
003930         UNTIL RUNH-FILE-STATUS NOT = "22"
003940         OR RUNH-SEQ-TRY > 99.
003950     IF RUNH-FILE-STATUS NOT = "00"
003960         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
003970             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
003980     END-IF.
003990     CLOSE RUN-HISTORY-FILE.
004000 9800-POST-RUN-HISTORY-EXIT.
004010     EXIT.
004020*----------------------------------------------------------
004030* 9810-WRITE-RUN-HISTORY
004040*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
004050*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
004060*     SEQUENCE NUMBER.
004070*----------------------------------------------------------
004080 9810-WRITE-RUN-HISTORY.
004085     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
004090     WRITE RUN-HISTORY-RECORD
004100         INVALID KEY
004110             CONTINUE
004120     END-WRITE.
004130 9810-WRITE-RUN-HISTORY-EXIT.
004140     EXIT.
004150*----------------------------------------------------------
004160* 9999-EXIT
004170*----------------------------------------------------------
004180 9999-EXIT.
004190     PERFORM 9800-POST-RUN-HISTORY
004200         THRU 9800-POST-RUN-HISTORY-EXIT.
004210     STOP RUN.
