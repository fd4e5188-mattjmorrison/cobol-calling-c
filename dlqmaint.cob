000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. dlqmaint.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. RECORDS THE OPERATOR'S
000130*                   DISPOSITION OF EACH DEAD-LETTER TRIAGE
000140*                   QUEUE ITEM FROM A TRANSACTION FILE --
000150*                   COR (CORRECTED, WITH THE REPLACEMENT
000160*                   ARGS TO RESUBMIT), WOF (WRITTEN OFF,
000170*                   WITH A REASON CODE), OR REF (REFERRED
000180*                   TO THE OWNING TEAM) -- WRITING A
000190*                   BEFORE/AFTER CHANGE REPORT FOR EVERY
000200*                   ITEM TOUCHED AND AN EXCEPTION LISTING
000210*                   FOR EVERY REJECTED TRANSACTION. THE
000220*                   OPERATOR'S INITIALS ARE REQUIRED ON
000230*                   EVERY DISPOSITION. A CHAIN STEP CANNOT
000240*                   BE CORRECTED -- ITS ARGS MAY DEPEND ON
000250*                   AN EARLIER STEP'S RESPONSE, SO IT IS
000260*                   WRITTEN OFF OR REFERRED AND THE WHOLE
000270*                   CHAIN RESUBMITTED FROM SOURCE. THE NEW
000280*                   ARGS OF A CORRECTION ARE MASKED ON THE
000290*                   CHANGE REPORT WHEN THE FUNCTION IS
000300*                   FLAGGED SENSITIVE ON THE REGISTRY, THE
000310*                   SAME MASK THE VAULT USES -- AND ALWAYS
000320*                   WHEN THE REGISTRY CANNOT BE READ.
000330*----------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT QUEUE-TRANS-FILE ASSIGN TO "DLQMAINT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS DQT-FILE-STATUS.
000400     SELECT DEAD-QUEUE-FILE ASSIGN TO "PYDLQ"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS DLQ-REQUEST-ID
000440         FILE STATUS IS DLQ-FILE-STATUS.
000450     SELECT CHANGE-REPORT-FILE ASSIGN TO "DLQRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RPT-FILE-STATUS.
000480     SELECT EXCEPTION-LIST-FILE ASSIGN TO "DLQEXC"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS EXC-FILE-STATUS.
000510     SELECT FUNCTION-REGISTRY-FILE ASSIGN TO "FUNCREG"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS REG-KEY
000550         FILE STATUS IS REG-FILE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  QUEUE-TRANS-FILE.
000590     COPY dlqmtrec.
000600 FD  DEAD-QUEUE-FILE.
000610     COPY dlqrec.
000620 FD  CHANGE-REPORT-FILE.
000630 01  CHANGE-REPORT-LINE       PIC X(132).
000640 FD  EXCEPTION-LIST-FILE.
000650 01  EXCEPTION-LIST-LINE      PIC X(132).
000660 FD  FUNCTION-REGISTRY-FILE.
000670     COPY registry.
000680 WORKING-STORAGE SECTION.
000690 01  DQT-FILE-STATUS          PIC X(02).
000700 01  DLQ-FILE-STATUS          PIC X(02).
000710 01  RPT-FILE-STATUS          PIC X(02).
000720 01  EXC-FILE-STATUS          PIC X(02).
000730 01  REG-FILE-STATUS          PIC X(02).
000740 01  REGISTRY-OPEN-SW         PIC X(01) VALUE "N".
000750     88  REGISTRY-IS-OPEN               VALUE "Y".
000760 01  ARGS-SENSITIVE-SW        PIC X(01) VALUE "N".
000770     88  ARGS-ARE-SENSITIVE             VALUE "Y".
000780 01  QUEUE-TRANS-FILE-SW      PIC X(01) VALUE "N".
000790     88  NO-MORE-QUEUE-TRANS            VALUE "Y".
000800 01  QUEUE-TRANS-COUNT        PIC 9(09) COMP VALUE ZERO.
000810 01  CORRECTED-COUNT          PIC 9(09) COMP VALUE ZERO.
000820 01  WRITTEN-OFF-COUNT        PIC 9(09) COMP VALUE ZERO.
000830 01  REFERRED-COUNT           PIC 9(09) COMP VALUE ZERO.
000840 01  QUEUE-EXCEPTION-COUNT    PIC 9(09) COMP VALUE ZERO.
000850 01  RUN-DATE-YYYYMMDD        PIC 9(08).
000860 01  RUN-TIME-HHMMSSCC        PIC 9(08).
000870 01  EXCEPTION-REASON         PIC X(40).
000880 01  DETAIL-TAG               PIC X(08).
000890 01  MASK-WORK-VALUE          PIC X(500) VALUE SPACES.
000900 01  MASK-TRIM-LENGTH         PIC 9(04) COMP VALUE ZERO.
000910 01  MASK-END-SW              PIC X(01) VALUE "N".
000920     88  MASK-END-FOUND                 VALUE "Y".
000930 01  MASK-FILL-SUB            PIC 9(04) COMP VALUE ZERO.
000940 01  MASK-FILL-START          PIC 9(04) COMP VALUE ZERO.
000950 01  MASK-FILL-END            PIC 9(04) COMP VALUE ZERO.
000960 PROCEDURE DIVISION.
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000990     PERFORM 2000-PROCESS-QUEUE-TRANS
001000         THRU 2000-PROCESS-QUEUE-TRANS-EXIT
001010         UNTIL NO-MORE-QUEUE-TRANS.
001020     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001030     GO TO 9999-EXIT.
001040*----------------------------------------------------------
001050* 1000-INITIALIZE
001060*     OPENS THE TRANSACTION INPUT, THE QUEUE FOR UPDATE,
001070*     AND THE REPORT AND EXCEPTION LISTINGS. EVERY OPEN IS
001080*     CHECKED -- A FILE THAT WILL NOT OPEN FAILS THE STEP.
001090*     THE QUEUE IS NOT CREATED HERE; UNTIL THE NIGHTLY
001100*     BUILD HAS RUN THERE IS NOTHING TO DISPOSITION. THE
001110*     REGISTRY IS READ ONLY TO MASK SENSITIVE ARGS ON THE
001120*     REPORT; WITHOUT IT EVERY CORRECTION'S ARGS ARE MASKED.
001130*----------------------------------------------------------
001140 1000-INITIALIZE.
001150     OPEN INPUT QUEUE-TRANS-FILE.
001160     IF DQT-FILE-STATUS NOT = "00"
001170         DISPLAY "*** ERROR - DEAD LETTER QUEUE TRANS FILE "
001180             "COULD NOT BE OPENED -- FILE STATUS "
001190             DQT-FILE-STATUS
001200         MOVE 16 TO RETURN-CODE
001210         GO TO 9999-EXIT
001220     END-IF.
001230     OPEN I-O DEAD-QUEUE-FILE.
001240     IF DLQ-FILE-STATUS NOT = "00"
001250         DISPLAY "*** ERROR - DEAD LETTER QUEUE COULD NOT BE "
001260             "OPENED -- FILE STATUS " DLQ-FILE-STATUS
001270         MOVE 16 TO RETURN-CODE
001280         GO TO 9999-EXIT
001290     END-IF.
001300     OPEN OUTPUT CHANGE-REPORT-FILE.
001310     IF RPT-FILE-STATUS NOT = "00"
001320         DISPLAY "*** ERROR - DEAD LETTER QUEUE CHANGE REPORT "
001330             "COULD NOT BE OPENED -- FILE STATUS "
001340             RPT-FILE-STATUS
001350         MOVE 16 TO RETURN-CODE
001360         GO TO 9999-EXIT
001370     END-IF.
001380     OPEN OUTPUT EXCEPTION-LIST-FILE.
001390     IF EXC-FILE-STATUS NOT = "00"
001400         DISPLAY "*** ERROR - DEAD LETTER QUEUE EXCEPTION "
001410             "LISTING COULD NOT BE OPENED -- FILE STATUS "
001420             EXC-FILE-STATUS
001430         MOVE 16 TO RETURN-CODE
001440         GO TO 9999-EXIT
001450     END-IF.
001460     OPEN INPUT FUNCTION-REGISTRY-FILE.
001470     IF REG-FILE-STATUS = "00"
001480         SET REGISTRY-IS-OPEN TO TRUE
001490     ELSE
001500         DISPLAY "*** WARNING - FUNCTION REGISTRY COULD NOT BE "
001510             "OPENED -- FILE STATUS " REG-FILE-STATUS
001520             " -- ALL NEW ARGS MASKED"
001530     END-IF.
001540     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001550     ACCEPT RUN-TIME-HHMMSSCC FROM TIME.
001560     MOVE SPACES TO CHANGE-REPORT-LINE.
001570     STRING "DEAD LETTER QUEUE MAINTENANCE -- RUN "
001580         DELIMITED BY SIZE
001590         RUN-DATE-YYYYMMDD DELIMITED BY SIZE
001600         " " DELIMITED BY SIZE
001610         RUN-TIME-HHMMSSCC DELIMITED BY SIZE
001620         INTO CHANGE-REPORT-LINE.
001630     WRITE CHANGE-REPORT-LINE.
001640     PERFORM 2100-READ-QUEUE-TRANS
001650         THRU 2100-READ-QUEUE-TRANS-EXIT.
001660 1000-INITIALIZE-EXIT.
001670     EXIT.
001680*----------------------------------------------------------
001690* 2000-PROCESS-QUEUE-TRANS
001700*     EDITS ONE DISPOSITION TRANSACTION AND APPLIES IT.
001710*     AN UNKNOWN ACTION, A BLANK REQUEST ID OR INITIALS,
001720*     OR AN ACTION MISSING THE FIELD IT DEPENDS ON GOES TO
001730*     THE EXCEPTION LISTING WITHOUT TOUCHING THE QUEUE.
001740*----------------------------------------------------------
001750 2000-PROCESS-QUEUE-TRANS.
001760     ADD 1 TO QUEUE-TRANS-COUNT.
001770     IF NOT DQT-ACTION-VALID
001780         MOVE "ACTION CODE NOT RECOGNIZED" TO EXCEPTION-REASON
001790         PERFORM 5000-WRITE-EXCEPTION
001800             THRU 5000-WRITE-EXCEPTION-EXIT
001810         GO TO 2000-PROCESS-NEXT
001820     END-IF.
001830     IF DQT-REQUEST-ID = SPACES
001840         MOVE "REQUEST ID BLANK" TO EXCEPTION-REASON
001850         PERFORM 5000-WRITE-EXCEPTION
001860             THRU 5000-WRITE-EXCEPTION-EXIT
001870         GO TO 2000-PROCESS-NEXT
001880     END-IF.
001890     IF DQT-OPERATOR-ID = SPACES
001900         MOVE "OPERATOR INITIALS BLANK" TO EXCEPTION-REASON
001910         PERFORM 5000-WRITE-EXCEPTION
001920             THRU 5000-WRITE-EXCEPTION-EXIT
001930         GO TO 2000-PROCESS-NEXT
001940     END-IF.
001950     IF DQT-ACTION-COR
001960         AND DQT-REPLACEMENT-ARGS = SPACES
001970         MOVE "CORRECTION - REPLACEMENT ARGS BLANK"
001980             TO EXCEPTION-REASON
001990         PERFORM 5000-WRITE-EXCEPTION
002000             THRU 5000-WRITE-EXCEPTION-EXIT
002010         GO TO 2000-PROCESS-NEXT
002020     END-IF.
002030     IF DQT-ACTION-WOF
002040         AND DQT-WRITE-OFF-REASON = SPACES
002050         MOVE "WRITE-OFF - REASON CODE BLANK"
002060             TO EXCEPTION-REASON
002070         PERFORM 5000-WRITE-EXCEPTION
002080             THRU 5000-WRITE-EXCEPTION-EXIT
002090         GO TO 2000-PROCESS-NEXT
002100     END-IF.
002110     IF DQT-ACTION-REF
002120         AND DQT-REFER-TEAM = SPACES
002130         MOVE "REFERRAL - OWNING TEAM BLANK"
002140             TO EXCEPTION-REASON
002150         PERFORM 5000-WRITE-EXCEPTION
002160             THRU 5000-WRITE-EXCEPTION-EXIT
002170         GO TO 2000-PROCESS-NEXT
002180     END-IF.
002190     PERFORM 3000-APPLY-DISPOSITION
002200         THRU 3000-APPLY-DISPOSITION-EXIT.
002210 2000-PROCESS-NEXT.
002220     PERFORM 2100-READ-QUEUE-TRANS
002230         THRU 2100-READ-QUEUE-TRANS-EXIT.
002240 2000-PROCESS-QUEUE-TRANS-EXIT.
002250     EXIT.
002260*----------------------------------------------------------
002270* 2100-READ-QUEUE-TRANS
002280*----------------------------------------------------------
002290 2100-READ-QUEUE-TRANS.
002300     READ QUEUE-TRANS-FILE
002310         AT END
002320             SET NO-MORE-QUEUE-TRANS TO TRUE
002330     END-READ.
002340 2100-READ-QUEUE-TRANS-EXIT.
002350     EXIT.
002360*----------------------------------------------------------
002370* 3000-APPLY-DISPOSITION
002380*     READS THE ITEM, REPORTS IT AS IT STANDS, RECORDS THE
002390*     DISPOSITION, AND REPORTS IT AFTER. AN ITEM ALREADY
002400*     RESUBMITTED OR WRITTEN OFF IS CLOSED AND STAYS
002410*     CLOSED; AN OPEN, REFERRED, OR CORRECTED-BUT-NOT-YET-
002420*     RESUBMITTED ITEM MAY BE DISPOSITIONED AGAIN. A CHAIN
002430*     STEP MAY NOT BE CORRECTED; DLQRSUB WOULD SEND IT BACK
002440*     ALONE, WITHOUT THE STEPS IT DEPENDS ON. NEW ARGS FOR
002450*     A SENSITIVE FUNCTION ARE MASKED ON THE REPORT ONLY --
002460*     THE QUEUE KEEPS THEM WHOLE FOR THE RESUBMISSION.
002470*----------------------------------------------------------
002480 3000-APPLY-DISPOSITION.
002490     MOVE DQT-REQUEST-ID TO DLQ-REQUEST-ID.
002500     READ DEAD-QUEUE-FILE
002510         KEY IS DLQ-REQUEST-ID
002520         INVALID KEY
002530             MOVE "REQUEST ID NOT ON QUEUE" TO EXCEPTION-REASON
002540             PERFORM 5000-WRITE-EXCEPTION
002550                 THRU 5000-WRITE-EXCEPTION-EXIT
002560             GO TO 3000-APPLY-DISPOSITION-EXIT
002570     END-READ.
002580     IF DLQ-STATUS-RESUBMITTED
002590         MOVE "ITEM ALREADY RESUBMITTED" TO EXCEPTION-REASON
002600         PERFORM 5000-WRITE-EXCEPTION
002610             THRU 5000-WRITE-EXCEPTION-EXIT
002620         GO TO 3000-APPLY-DISPOSITION-EXIT
002630     END-IF.
002640     IF DLQ-STATUS-WRITTEN-OFF
002650         MOVE "ITEM ALREADY WRITTEN OFF" TO EXCEPTION-REASON
002660         PERFORM 5000-WRITE-EXCEPTION
002670             THRU 5000-WRITE-EXCEPTION-EXIT
002680         GO TO 3000-APPLY-DISPOSITION-EXIT
002690     END-IF.
002700     IF DQT-ACTION-COR
002710         AND DLQ-CHAIN-ID NOT = SPACES
002720         MOVE "CORRECTION - CHAIN STEP NOT ALLOWED"
002730             TO EXCEPTION-REASON
002740         PERFORM 5000-WRITE-EXCEPTION
002750             THRU 5000-WRITE-EXCEPTION-EXIT
002760         GO TO 3000-APPLY-DISPOSITION-EXIT
002770     END-IF.
002780     PERFORM 4000-REPORT-ACTION-HEADING
002790         THRU 4000-REPORT-ACTION-HEADING-EXIT.
002800     MOVE "BEFORE" TO DETAIL-TAG.
002810     PERFORM 4100-REPORT-ITEM-DETAIL
002820         THRU 4100-REPORT-ITEM-DETAIL-EXIT.
002830     EVALUATE TRUE
002840         WHEN DQT-ACTION-COR
002850             MOVE "C" TO DLQ-STATUS-FLAG
002860             MOVE DQT-REPLACEMENT-ARGS TO DLQ-REPLACEMENT-ARGS
002870             MOVE SPACES TO DLQ-WRITE-OFF-REASON
002880             ADD 1 TO CORRECTED-COUNT
002890         WHEN DQT-ACTION-WOF
002900             MOVE "W" TO DLQ-STATUS-FLAG
002910             MOVE DQT-WRITE-OFF-REASON TO DLQ-WRITE-OFF-REASON
002920             MOVE SPACES TO DLQ-REPLACEMENT-ARGS
002930             ADD 1 TO WRITTEN-OFF-COUNT
002940         WHEN DQT-ACTION-REF
002950             MOVE "R" TO DLQ-STATUS-FLAG
002960             MOVE DQT-REFER-TEAM TO DLQ-REFER-TEAM
002970             MOVE SPACES TO DLQ-REPLACEMENT-ARGS
002980             MOVE SPACES TO DLQ-WRITE-OFF-REASON
002990             ADD 1 TO REFERRED-COUNT
003000     END-EVALUATE.
003010     MOVE DQT-OPERATOR-ID   TO DLQ-OPERATOR-ID.
003020     MOVE RUN-DATE-YYYYMMDD TO DLQ-DISPOSITION-DATE.
003030     REWRITE DEAD-QUEUE-RECORD
003040         INVALID KEY
003050             DISPLAY "*** ERROR - DEAD LETTER QUEUE ITEM COULD "
003060                 "NOT BE REWRITTEN -- FILE STATUS "
003070                 DLQ-FILE-STATUS
003080             MOVE 16 TO RETURN-CODE
003090             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003100             GO TO 9999-EXIT
003110     END-REWRITE.
003120     MOVE "AFTER" TO DETAIL-TAG.
003130     PERFORM 4100-REPORT-ITEM-DETAIL
003140         THRU 4100-REPORT-ITEM-DETAIL-EXIT.
003150     IF NOT DQT-ACTION-COR
003160         GO TO 3000-APPLY-DISPOSITION-EXIT
003170     END-IF.
003180     MOVE DLQ-REPLACEMENT-ARGS TO MASK-WORK-VALUE.
003190     PERFORM 3100-CHECK-SENSITIVE-FUNC
003200         THRU 3100-CHECK-SENSITIVE-FUNC-EXIT.
003210     IF ARGS-ARE-SENSITIVE
003220         PERFORM 8500-MASK-SENSITIVE-VALUE
003230             THRU 8500-MASK-SENSITIVE-VALUE-EXIT
003240     END-IF.
003250     MOVE SPACES TO CHANGE-REPORT-LINE.
003260     STRING "  NEW ARGS: " DELIMITED BY SIZE
003270         MASK-WORK-VALUE DELIMITED BY SIZE
003280         INTO CHANGE-REPORT-LINE.
003290     WRITE CHANGE-REPORT-LINE.
003300 3000-APPLY-DISPOSITION-EXIT.
003310     EXIT.
003320*----------------------------------------------------------
003330* 3100-CHECK-SENSITIVE-FUNC
003340*     ASKS THE REGISTRY WHETHER THE ITEM'S MODULE/FUNC IS
003350*     FLAGGED SENSITIVE. A COMBINATION NOT ON FILE IS NOT
003360*     SENSITIVE; WITH NO REGISTRY EVERYTHING IS.
003370*----------------------------------------------------------
003380 3100-CHECK-SENSITIVE-FUNC.
003390     IF NOT REGISTRY-IS-OPEN
003400         SET ARGS-ARE-SENSITIVE TO TRUE
003410         GO TO 3100-CHECK-SENSITIVE-FUNC-EXIT
003420     END-IF.
003430     MOVE "N" TO ARGS-SENSITIVE-SW.
003440     MOVE DLQ-MODULE TO REG-MODULE.
003450     MOVE DLQ-FUNC   TO REG-FUNC.
003460     READ FUNCTION-REGISTRY-FILE
003470         KEY IS REG-KEY
003480         INVALID KEY
003490             CONTINUE
003500         NOT INVALID KEY
003510             IF REG-SENSITIVE-ARGS
003520                 SET ARGS-ARE-SENSITIVE TO TRUE
003530             END-IF
003540     END-READ.
003550 3100-CHECK-SENSITIVE-FUNC-EXIT.
003560     EXIT.
003570*----------------------------------------------------------
003580* 4000-REPORT-ACTION-HEADING
003590*     ONE HEADING LINE PER TRANSACTION SHOWING THE ACTION,
003600*     THE REQUEST IT NAMED, AND WHO SUBMITTED IT.
003610*----------------------------------------------------------
003620 4000-REPORT-ACTION-HEADING.
003630     MOVE SPACES TO CHANGE-REPORT-LINE.
003640     STRING DQT-ACTION DELIMITED BY SIZE
003650         " " DELIMITED BY SIZE
003660         DQT-REQUEST-ID DELIMITED BY SIZE
003670         " " DELIMITED BY SIZE
003680         DLQ-MODULE DELIMITED BY SPACE
003690         "/" DELIMITED BY SIZE
003700         DLQ-FUNC DELIMITED BY SPACE
003710         " BY " DELIMITED BY SIZE
003720         DQT-OPERATOR-ID DELIMITED BY SIZE
003730         INTO CHANGE-REPORT-LINE.
003740     WRITE CHANGE-REPORT-LINE.
003750 4000-REPORT-ACTION-HEADING-EXIT.
003760     EXIT.
003770*----------------------------------------------------------
003780* 4100-REPORT-ITEM-DETAIL
003790*     ONE DETAIL LINE SHOWING THE QUEUE ITEM AS IT STANDS.
003800*     CALLERS SET DETAIL-TAG TO BEFORE OR AFTER FIRST.
003810*----------------------------------------------------------
003820 4100-REPORT-ITEM-DETAIL.
003830     MOVE SPACES TO CHANGE-REPORT-LINE.
003840     STRING "  " DELIMITED BY SIZE
003850         DETAIL-TAG DELIMITED BY SPACE
003860         " : STATUS=" DELIMITED BY SIZE
003870         DLQ-STATUS-FLAG DELIMITED BY SIZE
003880         " QUEUED=" DELIMITED BY SIZE
003890         DLQ-QUEUED-DATE DELIMITED BY SIZE
003900         " TIMES=" DELIMITED BY SIZE
003910         DLQ-TIMES-QUEUED DELIMITED BY SIZE
003920         " DISP=" DELIMITED BY SIZE
003930         DLQ-DISPOSITION-DATE DELIMITED BY SIZE
003940         " BY=" DELIMITED BY SIZE
003950         DLQ-OPERATOR-ID DELIMITED BY SIZE
003960         " WOF=" DELIMITED BY SIZE
003970         DLQ-WRITE-OFF-REASON DELIMITED BY SIZE
003980         " TEAM=" DELIMITED BY SIZE
003990         DLQ-REFER-TEAM DELIMITED BY SIZE
004000         " REASON=" DELIMITED BY SIZE
004010         DLQ-LAST-REASON DELIMITED BY SIZE
004020         INTO CHANGE-REPORT-LINE.
004030     WRITE CHANGE-REPORT-LINE.
004040 4100-REPORT-ITEM-DETAIL-EXIT.
004050     EXIT.
004060*----------------------------------------------------------
004070* 5000-WRITE-EXCEPTION
004080*     ONE LINE ON THE EXCEPTION LISTING PER REJECTED
004090*     TRANSACTION -- THE REASON, THE ACTION, THE REQUEST,
004100*     AND WHO SUBMITTED IT. NOTHING IS APPLIED FOR IT.
004110*----------------------------------------------------------
004120 5000-WRITE-EXCEPTION.
004130     ADD 1 TO QUEUE-EXCEPTION-COUNT.
004140     MOVE SPACES TO EXCEPTION-LIST-LINE.
004150     STRING "REJECTED " DELIMITED BY SIZE
004160         DQT-ACTION DELIMITED BY SIZE
004170         " " DELIMITED BY SIZE
004180         DQT-REQUEST-ID DELIMITED BY SIZE
004190         " BY " DELIMITED BY SIZE
004200         DQT-OPERATOR-ID DELIMITED BY SIZE
004210         " -- " DELIMITED BY SIZE
004220         EXCEPTION-REASON DELIMITED BY SIZE
004230         INTO EXCEPTION-LIST-LINE.
004240     WRITE EXCEPTION-LIST-LINE.
004250     DISPLAY EXCEPTION-LIST-LINE.
004260 5000-WRITE-EXCEPTION-EXIT.
004270     EXIT.
004280*----------------------------------------------------------
004290* 8500-MASK-SENSITIVE-VALUE
004300*     MASKS THE VALUE IN MASK-WORK-VALUE IN PLACE, LEAVING
004310*     THE FIRST AND LAST FOUR NON-BLANK CHARACTERS VISIBLE
004320*     (JUST THE FIRST CHARACTER ON A VALUE OF EIGHT OR
004330*     FEWER) -- THE SAME MASK THE BATCH DRIVER APPLIES.
004340*----------------------------------------------------------
004350 8500-MASK-SENSITIVE-VALUE.
004360     MOVE 500 TO MASK-TRIM-LENGTH.
004370     MOVE "N" TO MASK-END-SW.
004380     PERFORM 8550-FIND-MASK-END
004390         THRU 8550-FIND-MASK-END-EXIT
004400         UNTIL MASK-END-FOUND
004410         OR MASK-TRIM-LENGTH = ZERO.
004420     IF MASK-TRIM-LENGTH = ZERO
004430         GO TO 8500-MASK-SENSITIVE-VALUE-EXIT
004440     END-IF.
004450     IF MASK-TRIM-LENGTH > 8
004460         MOVE 5 TO MASK-FILL-START
004470         COMPUTE MASK-FILL-END = MASK-TRIM-LENGTH - 4
004480     ELSE
004490         MOVE 2 TO MASK-FILL-START
004500         MOVE MASK-TRIM-LENGTH TO MASK-FILL-END
004510     END-IF.
004520     PERFORM 8570-MASK-ONE-BYTE
004530         THRU 8570-MASK-ONE-BYTE-EXIT
004540         VARYING MASK-FILL-SUB FROM MASK-FILL-START BY 1
004550         UNTIL MASK-FILL-SUB > MASK-FILL-END.
004560 8500-MASK-SENSITIVE-VALUE-EXIT.
004570     EXIT.
004580*----------------------------------------------------------
004590* 8550-FIND-MASK-END
004600*----------------------------------------------------------
004610 8550-FIND-MASK-END.
004620     IF MASK-WORK-VALUE (MASK-TRIM-LENGTH:1) = SPACE
004630         SUBTRACT 1 FROM MASK-TRIM-LENGTH
004640     ELSE
004650         SET MASK-END-FOUND TO TRUE
004660     END-IF.
004670 8550-FIND-MASK-END-EXIT.
004680     EXIT.
004690*----------------------------------------------------------
004700* 8570-MASK-ONE-BYTE
004710*----------------------------------------------------------
004720 8570-MASK-ONE-BYTE.
004730     MOVE "*" TO MASK-WORK-VALUE (MASK-FILL-SUB:1).
004740 8570-MASK-ONE-BYTE-EXIT.
004750     EXIT.
004760*----------------------------------------------------------
004770* 9000-TERMINATE
004780*----------------------------------------------------------
004790 9000-TERMINATE.
004800     CLOSE QUEUE-TRANS-FILE.
004810     CLOSE DEAD-QUEUE-FILE.
004820     CLOSE CHANGE-REPORT-FILE.
004830     CLOSE EXCEPTION-LIST-FILE.
004840     IF REGISTRY-IS-OPEN
004850         CLOSE FUNCTION-REGISTRY-FILE
004860         MOVE "N" TO REGISTRY-OPEN-SW
004870     END-IF.
004880     DISPLAY "QUEUE MAINT TRANSACTIONS READ:    "
004890         QUEUE-TRANS-COUNT.
004900     DISPLAY "ITEMS CORRECTED FOR RESUBMISSION: "
004910         CORRECTED-COUNT.
004920     DISPLAY "ITEMS WRITTEN OFF:                "
004930         WRITTEN-OFF-COUNT.
004940     DISPLAY "ITEMS REFERRED TO OWNING TEAM:    "
004950         REFERRED-COUNT.
004960     DISPLAY "QUEUE MAINT REJECTED:             "
004970         QUEUE-EXCEPTION-COUNT.
004980     IF QUEUE-EXCEPTION-COUNT > ZERO
004985         AND RETURN-CODE = ZERO
004990         MOVE 4 TO RETURN-CODE
005000     END-IF.
005010 9000-TERMINATE-EXIT.
005020     EXIT.
005030*----------------------------------------------------------
005040* 9999-EXIT
005050*----------------------------------------------------------
005060 9999-EXIT.
005070     STOP RUN.
