000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. dlqload.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. BUILDS THE KEYED
000130*                   DEAD-LETTER TRIAGE QUEUE (PYDLQ) FROM
000140*                   PYDEADLT, ONE OPEN ITEM PER REQUEST ID,
000150*                   SO DEAD LETTERS ARE WORKED AND AGED
000160*                   INSTEAD OF PILING UP IN A FLAT FILE
000170*                   NOBODY OWNS. A REQUEST ALREADY QUEUED
000180*                   IS LEFT ALONE, SO THE STEP CAN BE
000190*                   RERUN, UNLESS IT WAS RESUBMITTED FROM
000200*                   THE QUEUE AND HAS DIED AGAIN SINCE --
000210*                   THEN IT IS REOPENED WITH ITS NEW
000220*                   FAILURE. A DEAD LETTER WRITTEN BEFORE
000230*                   PYDEADLT CARRIED A DATE IS QUEUED AS
000240*                   OF TODAY.
000250*----------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT DEAD-LETTER-FILE ASSIGN TO "PYDEADLT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS DEAD-FILE-STATUS.
000320     SELECT DEAD-QUEUE-FILE ASSIGN TO "PYDLQ"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS DLQ-REQUEST-ID
000360         FILE STATUS IS DLQ-FILE-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  DEAD-LETTER-FILE.
000400     COPY deadrec.
000410 FD  DEAD-QUEUE-FILE.
000420     COPY dlqrec.
000430 WORKING-STORAGE SECTION.
000440 01  DEAD-FILE-STATUS         PIC X(02).
000450 01  DLQ-FILE-STATUS          PIC X(02).
000460 01  DEAD-LETTER-FILE-SW      PIC X(01) VALUE "N".
000470     88  NO-MORE-DEAD-LETTERS           VALUE "Y".
000480 01  NO-DEAD-FILE-SW          PIC X(01) VALUE "N".
000490     88  NO-DEAD-FILE-TODAY             VALUE "Y".
000500 01  DEAD-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
000510 01  QUEUED-COUNT             PIC 9(09) COMP VALUE ZERO.
000520 01  REOPENED-COUNT           PIC 9(09) COMP VALUE ZERO.
000530 01  ALREADY-QUEUED-COUNT     PIC 9(09) COMP VALUE ZERO.
000540 01  NO-ID-COUNT              PIC 9(09) COMP VALUE ZERO.
000550 01  RUN-DATE-YYYYMMDD        PIC 9(08).
000560 01  DEAD-DATE-WORK           PIC 9(08) VALUE ZERO.
000570 01  DEAD-DATE-SW             PIC X(01) VALUE "N".
000580     88  DEAD-DATE-WAS-CARRIED          VALUE "Y".
000590 PROCEDURE DIVISION.
000600 0000-MAINLINE.
000610     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000620     PERFORM 2000-PROCESS-DEAD-LETTER
000630         THRU 2000-PROCESS-DEAD-LETTER-EXIT
000640         UNTIL NO-MORE-DEAD-LETTERS.
000650     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000660     GO TO 9999-EXIT.
000670*----------------------------------------------------------
000680* 1000-INITIALIZE
000690*     OPENS THE DEAD-LETTER FILE AND THE QUEUE FOR UPDATE
000700*     (CREATING THE QUEUE ON FIRST USE). A MISSING
000710*     PYDEADLT IS NOT AN ERROR -- NOTHING HAS EVER BEEN
000720*     DEAD-LETTERED.
000730*----------------------------------------------------------
000740 1000-INITIALIZE.
000750     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
000760     OPEN INPUT DEAD-LETTER-FILE.
000770     IF DEAD-FILE-STATUS = "35"
000780         SET NO-DEAD-FILE-TODAY TO TRUE
000790         SET NO-MORE-DEAD-LETTERS TO TRUE
000800         DISPLAY "NO DEAD LETTER FILE -- NOTHING TO QUEUE"
000810     ELSE
000820         IF DEAD-FILE-STATUS NOT = "00"
000830             DISPLAY "*** ERROR - DEAD LETTER FILE COULD NOT "
000840                 "BE OPENED -- FILE STATUS " DEAD-FILE-STATUS
000850             MOVE 16 TO RETURN-CODE
000860             GO TO 9999-EXIT
000870         END-IF
000880     END-IF.
000890     OPEN I-O DEAD-QUEUE-FILE.
000900     IF DLQ-FILE-STATUS = "35"
000910         OPEN OUTPUT DEAD-QUEUE-FILE
000920         CLOSE DEAD-QUEUE-FILE
000930         OPEN I-O DEAD-QUEUE-FILE
000940     END-IF.
000950     IF DLQ-FILE-STATUS NOT = "00"
000960         DISPLAY "*** ERROR - DEAD LETTER QUEUE COULD NOT BE "
000970             "OPENED -- FILE STATUS " DLQ-FILE-STATUS
000980         MOVE 16 TO RETURN-CODE
000990         GO TO 9999-EXIT
001000     END-IF.
001010     IF NOT NO-DEAD-FILE-TODAY
001020         PERFORM 2100-READ-DEAD-LETTER
001030             THRU 2100-READ-DEAD-LETTER-EXIT
001040     END-IF.
001050 1000-INITIALIZE-EXIT.
001060     EXIT.
001070*----------------------------------------------------------
001080* 2000-PROCESS-DEAD-LETTER
001090*     QUEUES ONE DEAD LETTER. A RECORD WITH NO REQUEST ID
001100*     (WRITTEN BEFORE THE EDIT STAMPED ONE) CANNOT BE KEYED
001110*     AND IS COUNTED AND SKIPPED. ONLY A DEAD LETTER THAT
001120*     CARRIES ITS OWN DATE CAN REOPEN A RESUBMITTED ITEM --
001130*     AN UNDATED ONE IS ALWAYS THE ORIGINAL FAILURE.
001140*----------------------------------------------------------
001150 2000-PROCESS-DEAD-LETTER.
001160     ADD 1 TO DEAD-READ-COUNT.
001170     IF DEAD-REQUEST-ID = SPACES
001180         ADD 1 TO NO-ID-COUNT
001190         GO TO 2000-PROCESS-DEAD-NEXT
001200     END-IF.
001210     IF DEAD-LETTERED-DATE NUMERIC
001220         AND DEAD-LETTERED-DATE NOT = "00000000"
001230         MOVE DEAD-LETTERED-DATE TO DEAD-DATE-WORK
001240         SET DEAD-DATE-WAS-CARRIED TO TRUE
001250     ELSE
001260         MOVE RUN-DATE-YYYYMMDD TO DEAD-DATE-WORK
001270         MOVE "N" TO DEAD-DATE-SW
001280     END-IF.
001290     MOVE DEAD-REQUEST-ID TO DLQ-REQUEST-ID.
001300     READ DEAD-QUEUE-FILE
001310         KEY IS DLQ-REQUEST-ID
001320         INVALID KEY
001330             PERFORM 3000-QUEUE-NEW-ITEM
001340                 THRU 3000-QUEUE-NEW-ITEM-EXIT
001350             GO TO 2000-PROCESS-DEAD-NEXT
001360     END-READ.
001370     IF DLQ-STATUS-RESUBMITTED
001380         AND DEAD-DATE-WAS-CARRIED
001390         AND DEAD-DATE-WORK > DLQ-QUEUED-DATE
001400         AND DEAD-DATE-WORK NOT < DLQ-RESUBMIT-DATE
001410         PERFORM 3100-REOPEN-ITEM
001420             THRU 3100-REOPEN-ITEM-EXIT
001430     ELSE
001440         ADD 1 TO ALREADY-QUEUED-COUNT
001450     END-IF.
001460 2000-PROCESS-DEAD-NEXT.
001470     PERFORM 2100-READ-DEAD-LETTER
001480         THRU 2100-READ-DEAD-LETTER-EXIT.
001490 2000-PROCESS-DEAD-LETTER-EXIT.
001500     EXIT.
001510*----------------------------------------------------------
001520* 2100-READ-DEAD-LETTER
001530*----------------------------------------------------------
001540 2100-READ-DEAD-LETTER.
001550     READ DEAD-LETTER-FILE
001560         AT END
001570             SET NO-MORE-DEAD-LETTERS TO TRUE
001580     END-READ.
001590 2100-READ-DEAD-LETTER-EXIT.
001600     EXIT.
001610*----------------------------------------------------------
001620* 2200-COPY-DEAD-LETTER
001630*     COPIES THE DEAD LETTER ONTO THE QUEUE ITEM AND CLEARS
001640*     ANY EARLIER DISPOSITION, LEAVING THE ITEM OPEN.
001650*----------------------------------------------------------
001660 2200-COPY-DEAD-LETTER.
001670     MOVE "O" TO DLQ-STATUS-FLAG.
001680     MOVE DEAD-DATE-WORK      TO DLQ-QUEUED-DATE.
001690     MOVE DEAD-CALL-TYPE      TO DLQ-CALL-TYPE.
001700     MOVE DEAD-CHAIN-ID       TO DLQ-CHAIN-ID.
001710     MOVE DEAD-CHAIN-STEP     TO DLQ-CHAIN-STEP.
001720     MOVE DEAD-MODULE         TO DLQ-MODULE.
001730     MOVE DEAD-FUNC           TO DLQ-FUNC.
001740     MOVE DEAD-ARGS           TO DLQ-ARGS.
001750     MOVE DEAD-RETRY-COUNT    TO DLQ-RETRY-COUNT.
001760     MOVE DEAD-LAST-REASON    TO DLQ-LAST-REASON.
001770     MOVE DEAD-PRIOR-REASONS  TO DLQ-PRIOR-REASONS.
001775     MOVE DEAD-SUBMITTER      TO DLQ-SUBMITTER.
001780     MOVE ZERO   TO DLQ-DISPOSITION-DATE.
001790     MOVE SPACES TO DLQ-OPERATOR-ID.
001800     MOVE SPACES TO DLQ-WRITE-OFF-REASON.
001810     MOVE SPACES TO DLQ-REFER-TEAM.
001820     MOVE SPACES TO DLQ-REPLACEMENT-ARGS.
001830 2200-COPY-DEAD-LETTER-EXIT.
001840     EXIT.
001850*----------------------------------------------------------
001860* 3000-QUEUE-NEW-ITEM
001870*----------------------------------------------------------
001880 3000-QUEUE-NEW-ITEM.
001890     MOVE SPACES TO DEAD-QUEUE-RECORD.
001900     MOVE DEAD-REQUEST-ID TO DLQ-REQUEST-ID.
001910     PERFORM 2200-COPY-DEAD-LETTER
001920         THRU 2200-COPY-DEAD-LETTER-EXIT.
001930     MOVE 1    TO DLQ-TIMES-QUEUED.
001940     MOVE ZERO TO DLQ-RESUBMIT-DATE.
001950     WRITE DEAD-QUEUE-RECORD
001960         INVALID KEY
001970             DISPLAY "*** ERROR - DEAD LETTER QUEUE ITEM COULD "
001980                 "NOT BE WRITTEN -- FILE STATUS " DLQ-FILE-STATUS
001990             MOVE 16 TO RETURN-CODE
002000             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002010             GO TO 9999-EXIT
002020     END-WRITE.
002030     ADD 1 TO QUEUED-COUNT.
002040 3000-QUEUE-NEW-ITEM-EXIT.
002050     EXIT.
002060*----------------------------------------------------------
002070* 3100-REOPEN-ITEM
002080*     A CORRECTED REQUEST WAS RESUBMITTED AND HAS BEEN
002090*     DEAD-LETTERED AGAIN. THE ITEM GOES BACK ON THE QUEUE
002100*     WITH THE NEW FAILURE; THE RESUBMIT DATE STAYS SO THE
002110*     NEXT RUN DOES NOT REOPEN IT A SECOND TIME.
002120*----------------------------------------------------------
002130 3100-REOPEN-ITEM.
002140     PERFORM 2200-COPY-DEAD-LETTER
002150         THRU 2200-COPY-DEAD-LETTER-EXIT.
002160     IF DLQ-TIMES-QUEUED NUMERIC
002170         AND DLQ-TIMES-QUEUED < 99
002180         ADD 1 TO DLQ-TIMES-QUEUED
002190     END-IF.
002200     REWRITE DEAD-QUEUE-RECORD
002210         INVALID KEY
002220             DISPLAY "*** ERROR - DEAD LETTER QUEUE ITEM COULD "
002230                 "NOT BE REWRITTEN -- FILE STATUS "
002240                 DLQ-FILE-STATUS
002250             MOVE 16 TO RETURN-CODE
002260             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002270             GO TO 9999-EXIT
002280     END-REWRITE.
002290     ADD 1 TO REOPENED-COUNT.
002300     DISPLAY "*** RESUBMITTED REQUEST DEAD-LETTERED AGAIN -- "
002310         "REOPENED: " DLQ-REQUEST-ID.
002320 3100-REOPEN-ITEM-EXIT.
002330     EXIT.
002340*----------------------------------------------------------
002350* 9000-TERMINATE
002360*----------------------------------------------------------
002370 9000-TERMINATE.
002380     IF NOT NO-DEAD-FILE-TODAY
002390         CLOSE DEAD-LETTER-FILE
002400     END-IF.
002410     CLOSE DEAD-QUEUE-FILE.
002420     DISPLAY "DEAD LETTERS READ:          " DEAD-READ-COUNT.
002430     DISPLAY "NEW ITEMS QUEUED:           " QUEUED-COUNT.
002440     DISPLAY "RESUBMITTED ITEMS REOPENED: " REOPENED-COUNT.
002450     DISPLAY "ALREADY ON THE QUEUE:       " ALREADY-QUEUED-COUNT.
002460     DISPLAY "SKIPPED WITH NO REQUEST ID: " NO-ID-COUNT.
002470 9000-TERMINATE-EXIT.
002480     EXIT.
002490*----------------------------------------------------------
002500* 9999-EXIT
002510*----------------------------------------------------------
002520 9999-EXIT.
002530     STOP RUN.
