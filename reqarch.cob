000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. reqarch.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. KEEPS A DATED COPY OF
000130*                   EACH DAY'S RELEASED PYREQIN
000140*                   (REQARCH.YYYYMMDD, NAMED FOR THE HEADER
000150*                   BUSINESS DATE) SO A PAST DAY'S REQUESTS,
000160*                   WITH THEIR ORIGINAL ARGS, CAN BE RUN
000170*                   AGAIN THROUGH THE DRIVER'S REPLAY MODE.
000180*                   THE AUDIT ARCHIVES CARRY EACH CALL'S
000190*                   RESPONSE BUT NOT ITS ARGS. RUNS AFTER
000200*                   PYRELSE, AHEAD OF PYSPLIT. A RERUN FOR
000210*                   THE SAME DAY REPLACES THAT DAY'S COPY. THE
000220*                   TRAILER IS COPIED ONLY WHEN THE INPUT
000230*                   BALANCES, SO AN UNBALANCED DAY CAN NEVER
000240*                   BE REPLAYED.
000250*                   EVERY ENDING POSTS THE RUN TO RUNHIST.
000260*----------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CLEAN-REQUEST-FILE ASSIGN TO "PYREQIN"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS CLEAN-FILE-STATUS.
000330     SELECT REQUEST-ARCHIVE-FILE
000340         ASSIGN TO DYNAMIC ARCHIVE-FILE-NAME
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS ARCH-FILE-STATUS.
000370     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS RUNH-KEY
000410         FILE STATUS IS RUNH-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CLEAN-REQUEST-FILE.
000450     COPY pyreqrec.
000460 FD  REQUEST-ARCHIVE-FILE.
000470 01  REQUEST-ARCHIVE-RECORD   PIC X(1225).
000480 FD  RUN-HISTORY-FILE.
000490     COPY runhrec.
000500 WORKING-STORAGE SECTION.
000510 01  CLEAN-FILE-STATUS        PIC X(02).
000520 01  ARCH-FILE-STATUS         PIC X(02).
000530 01  RUNH-FILE-STATUS         PIC X(02).
000535 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
000540 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
000550 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
000560 01  CLEAN-REQUEST-FILE-SW    PIC X(01) VALUE "N".
000570     88  NO-MORE-CLEAN-RECORDS          VALUE "Y".
000580 01  HEADER-RECORD-SW         PIC X(01) VALUE "N".
000590     88  HEADER-RECORD-SEEN             VALUE "Y".
000600 01  TRAILER-RECORD-SW        PIC X(01) VALUE "N".
000610     88  TRAILER-RECORD-SEEN            VALUE "Y".
000620 01  ARCHIVE-OPEN-SW          PIC X(01) VALUE "N".
000630     88  ARCHIVE-IS-OPEN                VALUE "Y".
000640 01  ARCHIVE-FILE-NAME        PIC X(16) VALUE SPACES.
000650 01  HEADER-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
000660 01  TRAILER-DETAIL-COUNT     PIC 9(09) VALUE ZERO.
000670 01  DETAIL-READ-COUNT        PIC 9(09) VALUE ZERO.
000680 01  RECORDS-ARCHIVED-COUNT   PIC 9(09) VALUE ZERO.
000690 PROCEDURE DIVISION.
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000720     PERFORM 2000-ARCHIVE-REQUEST
000730         THRU 2000-ARCHIVE-REQUEST-EXIT
000740         UNTIL NO-MORE-CLEAN-RECORDS.
000750     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000760     GO TO 9999-EXIT.
000770*----------------------------------------------------------
000780* 1000-INITIALIZE
000790*     OPENS PYREQIN AND NAMES THE ARCHIVE FROM ITS HEADER.
000800*     A FILE THAT DOES NOT OPEN WITH A DATED HEADER CANNOT
000810*     BE FILED UNDER ANY DAY AND FAILS THE STEP.
000820*----------------------------------------------------------
000830 1000-INITIALIZE.
000840     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
000850     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
000860     OPEN INPUT CLEAN-REQUEST-FILE.
000870     IF CLEAN-FILE-STATUS NOT = "00"
000880         DISPLAY "*** ERROR - PYTHON REQUEST FILE COULD NOT "
000890             "BE OPENED -- FILE STATUS " CLEAN-FILE-STATUS
000900         MOVE 16 TO RETURN-CODE
000910         GO TO 9999-EXIT
000920     END-IF.
000930     PERFORM 2100-READ-CLEAN-REQUEST
000940         THRU 2100-READ-CLEAN-REQUEST-EXIT.
000950     IF NO-MORE-CLEAN-RECORDS
000960         OR NOT PYREQ-HEADER-RECORD
000970         OR PYREQH-BUSINESS-DATE NOT NUMERIC
000980         DISPLAY "*** ERROR - PYREQIN DOES NOT OPEN WITH A DATED "
000990             "HEADER RECORD -- NOTHING ARCHIVED"
001000         MOVE 16 TO RETURN-CODE
001010         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001020         GO TO 9999-EXIT
001030     END-IF.
001040     SET HEADER-RECORD-SEEN TO TRUE.
001050     MOVE PYREQH-BUSINESS-DATE TO HEADER-BUSINESS-DATE.
001060     MOVE SPACES TO ARCHIVE-FILE-NAME.
001070     STRING "REQARCH." DELIMITED BY SIZE
001080         HEADER-BUSINESS-DATE DELIMITED BY SIZE
001090         INTO ARCHIVE-FILE-NAME.
001100     OPEN OUTPUT REQUEST-ARCHIVE-FILE.
001110     IF ARCH-FILE-STATUS NOT = "00"
001120         DISPLAY "*** ERROR - REQUEST ARCHIVE " ARCHIVE-FILE-NAME
001130             " COULD NOT BE OPENED -- FILE STATUS "
001140             ARCH-FILE-STATUS
001150         MOVE 16 TO RETURN-CODE
001160         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001170         GO TO 9999-EXIT
001180     END-IF.
001190     SET ARCHIVE-IS-OPEN TO TRUE.
001200     PERFORM 2200-WRITE-ARCHIVE-RECORD
001210         THRU 2200-WRITE-ARCHIVE-RECORD-EXIT.
001220     PERFORM 2100-READ-CLEAN-REQUEST
001230         THRU 2100-READ-CLEAN-REQUEST-EXIT.
001240 1000-INITIALIZE-EXIT.
001250     EXIT.
001260*----------------------------------------------------------
001270* 2000-ARCHIVE-REQUEST
001280*     COPIES ONE DETAIL AS IT STANDS. THE TRAILER ENDS THE
001290*     COPY AND IS HELD FOR 9000-TERMINATE TO WRITE ONCE THE
001300*     COUNTS ARE PROVED. ANYTHING AFTER THE TRAILER, OR A
001310*     SECOND HEADER, IS LEFT OUT AND UNBALANCES THE DAY.
001320*----------------------------------------------------------
001330 2000-ARCHIVE-REQUEST.
001340     EVALUATE TRUE
001350         WHEN PYREQ-TRAILER-RECORD
001360             SET TRAILER-RECORD-SEEN TO TRUE
001370             IF PYREQT-DETAIL-COUNT NUMERIC
001380                 MOVE PYREQT-DETAIL-COUNT TO TRAILER-DETAIL-COUNT
001390             END-IF
001400             SET NO-MORE-CLEAN-RECORDS TO TRUE
001410             GO TO 2000-ARCHIVE-REQUEST-EXIT
001420         WHEN PYREQ-DETAIL-RECORD
001430             ADD 1 TO DETAIL-READ-COUNT
001440             PERFORM 2200-WRITE-ARCHIVE-RECORD
001450                 THRU 2200-WRITE-ARCHIVE-RECORD-EXIT
001460         WHEN OTHER
001470             DISPLAY "*** ERROR - PYREQIN RECORD TYPE "
001480                 PYREQ-RECORD-TYPE " NOT RECOGNIZED"
001490             MOVE "N" TO TRAILER-RECORD-SW
001500             SET NO-MORE-CLEAN-RECORDS TO TRUE
001510             GO TO 2000-ARCHIVE-REQUEST-EXIT
001520     END-EVALUATE.
001530     PERFORM 2100-READ-CLEAN-REQUEST
001540         THRU 2100-READ-CLEAN-REQUEST-EXIT.
001550 2000-ARCHIVE-REQUEST-EXIT.
001560     EXIT.
001570*----------------------------------------------------------
001580* 2100-READ-CLEAN-REQUEST
001590*----------------------------------------------------------
001600 2100-READ-CLEAN-REQUEST.
001610     READ CLEAN-REQUEST-FILE
001620         AT END
001630             SET NO-MORE-CLEAN-RECORDS TO TRUE
001640     END-READ.
001650 2100-READ-CLEAN-REQUEST-EXIT.
001660     EXIT.
001670*----------------------------------------------------------
001680* 2200-WRITE-ARCHIVE-RECORD
001690*----------------------------------------------------------
001700 2200-WRITE-ARCHIVE-RECORD.
001710     WRITE REQUEST-ARCHIVE-RECORD FROM PYTHON-REQUEST-RECORD.
001720     IF ARCH-FILE-STATUS NOT = "00"
001730         DISPLAY "*** ERROR - REQUEST ARCHIVE RECORD COULD NOT "
001740             "BE WRITTEN -- FILE STATUS " ARCH-FILE-STATUS
001750         MOVE 16 TO RETURN-CODE
001760         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001770         GO TO 9999-EXIT
001780     END-IF.
001790     ADD 1 TO RECORDS-ARCHIVED-COUNT.
001800 2200-WRITE-ARCHIVE-RECORD-EXIT.
001810     EXIT.
001820*----------------------------------------------------------
001830* 9000-TERMINATE
001840*     WRITES THE TRAILER ONLY WHEN THE INPUT BALANCED -- AN
001850*     ARCHIVE WITHOUT ONE IS REFUSED BY THE REPLAY RUN THE
001860*     SAME WAY THE DRIVER REFUSES A TRUNCATED PYREQIN.
001870*----------------------------------------------------------
001880 9000-TERMINATE.
001890     IF ARCHIVE-IS-OPEN AND RETURN-CODE = ZERO
001900         IF TRAILER-RECORD-SEEN
001910             AND TRAILER-DETAIL-COUNT = DETAIL-READ-COUNT
001920             WRITE REQUEST-ARCHIVE-RECORD
001930                 FROM PYTHON-REQUEST-RECORD
001940             IF ARCH-FILE-STATUS = "00"
001950                 ADD 1 TO RECORDS-ARCHIVED-COUNT
001960             ELSE
001970                 DISPLAY "*** ERROR - REQUEST ARCHIVE TRAILER "
001980                     "COULD NOT BE WRITTEN -- FILE STATUS "
001990                     ARCH-FILE-STATUS
002000                 MOVE 16 TO RETURN-CODE
002010             END-IF
002020         ELSE
002030             DISPLAY "*** ERROR - REQUEST FILE OUT OF BALANCE "
002040                 "-- TRAILER COUNT " TRAILER-DETAIL-COUNT
002050                 " VS DETAIL RECORDS " DETAIL-READ-COUNT
002060                 " -- NO ARCHIVE TRAILER WRITTEN"
002070             MOVE 16 TO RETURN-CODE
002080         END-IF
002090     END-IF.
002100     IF ARCHIVE-IS-OPEN
002110         CLOSE REQUEST-ARCHIVE-FILE
002120         MOVE "N" TO ARCHIVE-OPEN-SW
002130     END-IF.
002140     CLOSE CLEAN-REQUEST-FILE.
002150     DISPLAY "BUSINESS DATE:       " HEADER-BUSINESS-DATE.
002160     DISPLAY "ARCHIVE FILE:        " ARCHIVE-FILE-NAME.
002170     DISPLAY "DETAILS READ:        " DETAIL-READ-COUNT.
002180     DISPLAY "RECORDS ARCHIVED:    " RECORDS-ARCHIVED-COUNT.
002190 9000-TERMINATE-EXIT.
002200     EXIT.
002210*----------------------------------------------------------
002220* 9800-POST-RUN-HISTORY
002230*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
002240*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
002250*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
002260*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
002270*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
002280*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
002290*----------------------------------------------------------
002300 9800-POST-RUN-HISTORY.
002310     IF RUN-START-DATE-YYYYMMDD = ZERO
002320         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
002330         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
002340     END-IF.
002350     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
002360     MOVE "REQARCH"               TO RUNH-PROGRAM.
002370     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
002380     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
002390     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
002400     ACCEPT RUNH-END-TIME FROM TIME.
002410     MOVE DETAIL-READ-COUNT TO RUNH-RECORDS-READ.
002420     MOVE RECORDS-ARCHIVED-COUNT TO RUNH-RECORDS-WRITTEN.
002430     MOVE ZERO TO RUNH-REJECT-COUNT.
002440     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
002450     OPEN I-O RUN-HISTORY-FILE.
002460     IF RUNH-FILE-STATUS = "35"
002470         OPEN OUTPUT RUN-HISTORY-FILE
002480         CLOSE RUN-HISTORY-FILE
002490         OPEN I-O RUN-HISTORY-FILE
002500     END-IF.
002510     IF RUNH-FILE-STATUS NOT = "00"
002520         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
002530             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
002540         GO TO 9800-POST-RUN-HISTORY-EXIT
002550     END-IF.
002560     MOVE "22" TO RUNH-FILE-STATUS.
002570     PERFORM 9810-WRITE-RUN-HISTORY
002580         THRU 9810-WRITE-RUN-HISTORY-EXIT
002590         VARYING RUNH-SEQ-TRY FROM 0 BY 1
002600         UNTIL RUNH-FILE-STATUS NOT = "22"
002610         OR RUNH-SEQ-TRY > 99.
002620     IF RUNH-FILE-STATUS NOT = "00"
002630         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
002640             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
002650     END-IF.
002660     CLOSE RUN-HISTORY-FILE.
002670 9800-POST-RUN-HISTORY-EXIT.
002680     EXIT.
002690*----------------------------------------------------------
002700* 9810-WRITE-RUN-HISTORY
002710*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
002720*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
002730*     SEQUENCE NUMBER.
002740*----------------------------------------------------------
002750 9810-WRITE-RUN-HISTORY.
002755     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
002760     WRITE RUN-HISTORY-RECORD
002770         INVALID KEY
002780             CONTINUE
002790     END-WRITE.
002800 9810-WRITE-RUN-HISTORY-EXIT.
002810     EXIT.
002820*----------------------------------------------------------
002830* 9999-EXIT
002840*----------------------------------------------------------
002850 9999-EXIT.
002860     PERFORM 9800-POST-RUN-HISTORY
002870         THRU 9800-POST-RUN-HISTORY-EXIT.
002880     STOP RUN.
