002300*                   THAT FILE BY HAND), AND THE RESPONSE
002310*                   ECHOED TO THE JOB LOG AFTER A BRIDGE
002320*                   CALL IS MASKED TOO, MATCHING THE AUDIT
002321*                   RECORD WRITTEN RIGHT AFTER IT.
002322*  2026-10-15  RM   WIDENED THE REQUEST RECORDS FOR THE
002323*                   SUBMITTER CODE NOW CARRIED AT THE END
002324*                   OF EVERY DETAIL.
002325*  2026-10-15  RM   CARRY THE REQUEST'S SUBMITTER CODE ON
002326*                   EVERY AUDIT RECORD FOR THE CHARGEBACK.
002327*  2026-10-15  RM   RESPONSE CONTENT VALIDATION. A FRESH
002328*                   SUCCESSFUL RESPONSE IS CHECKED AGAINST
002329*                   THE RESPONSE RULES ON THE REGISTRY --
002330*                   BLANK ALLOWED, FORMAT NUM/ALPHA/LIST,
002332*                   MINIMUM AND MAXIMUM LENGTH. ONE THAT
002333*                   BREAKS A RULE IS HELD BACK FROM
002334*                   DISTRIBUTION AND REPORTED ON THE NEW
002335*                   PYSUSPCT FILE WITH THE RULE IT FAILED;
002336*                   IT IS NEVER CACHED, AND A CHAIN IT
002337*                   BELONGS TO STOPS THERE.
002338*  2026-10-15  RM   POST A RUN-HISTORY RECORD TO THE SHARED
002339*                   RUNHIST FILE AS THE STEP ENDS, GOOD RUN
002340*                   OR BAD -- START AND END TIME, RECORDS
002341*                   READ/WRITTEN/REJECTED, AND THE FINAL
002342*                   RETURN CODE -- FOR THE RUNBOOK REPORT.
002343*  2026-10-15  RM   CHAIN EVERY AUDIT RECORD -- A RUNNING
002344*                   SEQUENCE NUMBER AND A CHECK VALUE FOLDED
002345*                   FROM THE PRIOR RECORD'S, PICKED UP FROM
002346*                   THE LAST RECORD ON THE TRAIL AT OPEN --
002347*                   SO AUDVERFY CAN PROVE NOTHING WAS DROPPED,
002348*                   INSERTED, OR ALTERED.
002349*  2026-10-15  RM   REPLAY MODE. WHEN THE RPLCTL CONTROL FILE
002350*                   IS PRESENT THE DRIVER RUNS A PAST
002351*                   BUSINESS DAY'S ARCHIVED REQUESTS
002352*                   (REQARCH) FOR ONE MODULE OR MODULE/FUNC
002353*                   AGAIN, WITH WHOLE CHAINS KEPT TOGETHER,
002354*                   AND WRITES EACH RESULT IN AUDIT LAYOUT TO
002355*                   PYRPLOUT FOR PYRPLCMP TO COMPARE. NOTHING
002356*                   IS WRITTEN TO PYRESPOUT, PYCACHE, PYDUPJRN,
002357*                   THE AUDIT TRAIL, THE CHECKPOINT, PYRECON,
002358*                   PYSUSPCT, PYDUPSUS, OR RUNHIST.
002359*  2026-10-15  RM   CARRY THE SUBMITTER ONTO PYRECON SO A
002360*                   RETRIED OR CORRECTED REQUEST GOES BACK IN
002361*                   UNDER ITS OWN SUBMITTER. NO RESPONSE
002362*                   RECORD IS WRITTEN TO PYRESPOUT FOR A
002363*                   HELD SUSPECT -- ITS RESPONSE IS HELD BACK
002364*                   FROM DISTRIBUTION AND REPORTED ON
002365*                   PYSUSPCT.
002366*  2026-10-15  RM   PYSUSPCT IS NOW ONE FILE PER DRIVER
002367*                   STREAM LIKE THE OTHER OUTPUTS (SEE
002368*                   PYSPLIT). RUNHIST STAYS ONE SHARED
002370*                   KEYED FILE, SO AN OPEN OR WRITE THAT
002371*                   FINDS IT LOCKED BY ANOTHER STREAM IS
002372*                   RETRIED A BOUNDED NUMBER OF TIMES, AND
002373*                   ALL 100 KEY SEQUENCE NUMBERS ARE TRIED.
002375*----------------------------------------------------------
002376 ENVIRONMENT DIVISION.
002377 INPUT-OUTPUT SECTION.
002378 FILE-CONTROL.
002380     SELECT PYTHON-REQUEST-FILE ASSIGN TO "PYREQIN"
002390         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS PYREQ-FILE-STATUS.
002730         FILE STATUS IS DUPSUS-FILE-STATUS.
002740     SELECT DUP-CONTROL-FILE ASSIGN TO "DUPCTL"
002750         ORGANIZATION IS LINE SEQUENTIAL
002751         FILE STATUS IS DUPCTL-FILE-STATUS.
002752     SELECT SUSPECT-RESPONSE-FILE ASSIGN TO "PYSUSPCT"
002753         ORGANIZATION IS LINE SEQUENTIAL
002755         FILE STATUS IS SUSP-FILE-STATUS.
002756     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
002757         ORGANIZATION IS INDEXED
002759         ACCESS MODE IS RANDOM
002760         RECORD KEY IS RUNH-KEY
002761         FILE STATUS IS RUNH-FILE-STATUS.
002762     SELECT REPLAY-CONTROL-FILE ASSIGN TO "RPLCTL"
002764         ORGANIZATION IS LINE SEQUENTIAL
002765         FILE STATUS IS RPLCTL-FILE-STATUS.
002766     SELECT REPLAY-OUTPUT-FILE ASSIGN TO "PYRPLOUT"
002768         ORGANIZATION IS LINE SEQUENTIAL
002769         FILE STATUS IS RPLOUT-FILE-STATUS.
002770 DATA DIVISION.
002780 FILE SECTION.
002790 FD  PYTHON-REQUEST-FILE.
003000 01  DUP-SUSPENSE-RECORD.
003010     03  SUS-ORIGINAL-RUN-DATE PIC 9(08).
003020     03  FILLER                PIC X(01).
003030     03  SUS-REQUEST-DETAIL    PIC X(1225).
003040 FD  DUP-CONTROL-FILE.
003050 01  DUP-CONTROL-RECORD.
003060     03  CTL-DUP-RETAIN-DAYS  PIC 9(03).
003061 FD  SUSPECT-RESPONSE-FILE.
003062     COPY susprec.
003063 FD  RUN-HISTORY-FILE.
003064     COPY runhrec.
003065 FD  REPLAY-CONTROL-FILE.
003066     COPY rplcrec.
003067 FD  REPLAY-OUTPUT-FILE.
003068 01  REPLAY-OUTPUT-RECORD     PIC X(710).
003070 WORKING-STORAGE SECTION.
003080     COPY pyargs.
003090 01  PYTHON-REQUEST-FILE-SW   PIC X(01)  VALUE "N".
003130 01  PYR-FILE-STATUS          PIC X(02).
003140 01  AUD-FILE-STATUS          PIC X(02).
003150 01  AUD-DATE-YYYYMMDD        PIC 9(08).
003153 01  AUD-TIME-HHMMSSCC        PIC 9(08).
003157 01  AUDIT-CHAIN-ID.
003161     03  AUDIT-CHAIN-STAMP    PIC X(16)  VALUE SPACES.
003162     03  AUDIT-CHAIN-REQUEST  PIC X(14)  VALUE SPACES.
003163 01  AUDIT-LAST-SEQUENCE      PIC 9(09)  VALUE ZERO.
003164 01  AUDIT-LAST-CHECK         PIC 9(09)  VALUE ZERO.
003165 01  AUDIT-CHECK-WORK         PIC 9(12)  COMP VALUE ZERO.
003166 01  AUDIT-CHECK-QUOTIENT     PIC 9(12)  COMP VALUE ZERO.
003167 01  AUDIT-CHECK-SUB          PIC 9(04)  COMP VALUE ZERO.
003168 01  AUDIT-CHAIN-READ-SW      PIC X(01)  VALUE "N".
003169     88  AUDIT-CHAIN-READ-DONE           VALUE "Y".
003170 01  CKPT-FILE-STATUS         PIC X(02).
003180 01  CKPT-RESTART-POINT       PIC 9(09) VALUE ZERO.
003190 01  RECORD-SEQUENCE-NUMBER   PIC 9(09) VALUE ZERO.
004640 01  MASK-FILL-SUB            PIC 9(04)  COMP VALUE ZERO.
004650 01  MASK-FILL-START          PIC 9(04)  COMP VALUE ZERO.
004660 01  MASK-FILL-END            PIC 9(04)  COMP VALUE ZERO.
004661 01  SAVED-CLEAR-ARGS         PIC X(500) VALUE SPACES.
004662 01  SUSP-FILE-STATUS         PIC X(02).
004663 01  SUSPECT-RESPONSE-COUNT   PIC 9(09)  COMP VALUE ZERO.
004664 01  RESPONSE-SUSPECT-SW      PIC X(01)  VALUE "N".
004665     88  RESPONSE-IS-SUSPECT             VALUE "Y".
004666 01  SUSPECT-RULE-CODE        PIC X(08)  VALUE SPACES.
004667 01  SUSPECT-REASON           PIC X(40)  VALUE SPACES.
004668 01  REGISTRY-RESP-FORMAT     PIC X(08)  VALUE SPACES.
004669     88  RESPONSE-FORMAT-NUM             VALUE "NUM".
004670     88  RESPONSE-FORMAT-ALPHA           VALUE "ALPHA".
004671     88  RESPONSE-FORMAT-LIST            VALUE "LIST".
004672 01  REGISTRY-RESP-DELIM      PIC X(01)  VALUE SPACE.
004673 01  REGISTRY-RESP-MIN-LENGTH PIC 9(03)  VALUE ZERO.
004674 01  REGISTRY-RESP-MAX-LENGTH PIC 9(03)  VALUE ZERO.
004675 01  RESPONSE-BLANK-SW        PIC X(01)  VALUE "Y".
004676     88  RESPONSE-BLANK-ALLOWED          VALUE "Y".
004678 01  LIST-DELIM-PAIR          PIC X(02)  VALUE SPACES.
004679 01  LIST-EMPTY-ITEM-COUNT    PIC 9(04)  COMP VALUE ZERO.
004680 01  BREAKER-TABLE.
004690     03  BREAKER-ENTRY OCCURS 100 TIMES INDEXED BY BRK-IDX.
004700         05  BRK-MODULE       PIC X(40)  VALUE SPACES.
004710         05  BRK-FUNC         PIC X(40)  VALUE SPACES.
004720         05  BRK-CONSEC-FAILS PIC 9(04)  COMP VALUE ZERO.
004730         05  BRK-TRIPPED-FLAG PIC X(01)  VALUE SPACE.
004731             88  BRK-TRIPPED             VALUE "T".
004732         05  BRK-TRIP-REASON  PIC X(40)  VALUE SPACES.
004734 01  RUNH-FILE-STATUS         PIC X(02).
004735     88  RUNH-FILE-LOCKED                VALUE "51" "61"
004736                                               "90" THRU "9Z".
004738 01  RUNH-SEQ-TRY             PIC 9(03)  COMP VALUE ZERO.
004739 01  RUNH-LOCK-TRIES          PIC 9(03)  COMP VALUE ZERO.
004740 01  RUNH-LOCK-TRY-LIMIT      PIC 9(03)  VALUE 10.
004742 01  RUNH-LOCK-WAIT-SECONDS   PIC 9(03)  VALUE 1.
004743 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
004744 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
004745 01  RPLCTL-FILE-STATUS       PIC X(02).
004747 01  RPLOUT-FILE-STATUS       PIC X(02).
004748 01  REPLAY-MODE-SW           PIC X(01)  VALUE "N".
004749     88  REPLAY-RUN                      VALUE "Y".
004750 01  REPLAY-SELECTED-SW       PIC X(01)  VALUE "N".
004751     88  REPLAY-REQUEST-SELECTED         VALUE "Y".
004752 01  REPLAY-DATE-X.
004754     03  REPLAY-YEAR          PIC 9(04).
004755     03  REPLAY-MONTH         PIC 9(02).
004756     03  REPLAY-DAY           PIC 9(02).
004757 01  REPLAY-DATE-NUM REDEFINES REPLAY-DATE-X
004758                              PIC 9(08).
004759 01  REPLAY-BUSINESS-DATE     PIC 9(08)  VALUE ZERO.
004760 01  REPLAY-MODULE            PIC X(40)  VALUE SPACES.
004761 01  REPLAY-FUNC              PIC X(40)  VALUE SPACES.
004762 01  REPLAY-SKIPPED-COUNT     PIC 9(09)  COMP VALUE ZERO.
004763 01  REPLAY-WRITTEN-COUNT     PIC 9(09)  COMP VALUE ZERO.
004764 01  REPLAY-CHAIN-COUNT       PIC 9(04)  COMP VALUE ZERO.
004765 01  REPLAY-CHAIN-TABLE.
004766     03  REPLAY-CHAIN-ENTRY OCCURS 200 TIMES INDEXED BY RCH-IDX.
004767         05  RCH-CHAIN-ID     PIC X(08)  VALUE SPACES.
004768 LINKAGE SECTION.
004770 01  C-RESULT-DATA.
004780     03  C-RESULT-TEXT        PIC X(500).
004790 PROCEDURE DIVISION.
004880*----------------------------------------------------------
004890* 1000-INITIALIZE
004900*     OPENS THE TRANSACTION INPUT AND RESPONSE OUTPUT
004910*     FILES AND PRIMES THE READ LOOP. A REPLAY RUN OPENS
004915*     ONLY ITS OWN OUTPUT AND THE REGISTRY. EVERY OPEN (INCLUDING
004920*     THE EXTEND/OUTPUT FALLBACK ON THE LINE SEQUENTIAL
004930*     FILES) IS CHECKED -- A FILE THAT STILL WON'T OPEN
004940*     FAILS THE STEP INSTEAD OF RUNNING WITH A FILE THAT
004950*     SILENTLY DROPS EVERY RECORD WRITTEN TO IT.
004960*----------------------------------------------------------
004970 1000-INITIALIZE.
004972     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
004974     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
004976     PERFORM 1050-LOAD-REPLAY-CONTROL
004978         THRU 1050-LOAD-REPLAY-CONTROL-EXIT.
004980     OPEN INPUT PYTHON-REQUEST-FILE.
004990     IF PYREQ-FILE-STATUS NOT = "00"
005000         DISPLAY "*** ERROR - PYTHON REQUEST FILE COULD NOT "
005090         MOVE 16 TO RETURN-CODE
005100         GO TO 9999-EXIT
005110     END-IF.
005111     IF REPLAY-RUN
005113         PERFORM 1060-OPEN-REPLAY-FILES
005115             THRU 1060-OPEN-REPLAY-FILES-EXIT
005116         GO TO 1000-INITIALIZE-EXIT
005118     END-IF.
005120     OPEN EXTEND PYTHON-RESPONSE-FILE.
005130     IF PYR-FILE-STATUS = "35"
005140         OPEN OUTPUT PYTHON-RESPONSE-FILE
005200         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
005210         GO TO 9999-EXIT
005220     END-IF.
005223     PERFORM 1400-LOAD-AUDIT-CHAIN
005226         THRU 1400-LOAD-AUDIT-CHAIN-EXIT.
005230     OPEN EXTEND AUDIT-TRAIL-FILE.
005240     IF AUD-FILE-STATUS = "35"
005250         OPEN OUTPUT AUDIT-TRAIL-FILE
005380     END-IF.
005390     IF RECON-FILE-STATUS NOT = "00"
005400         DISPLAY "*** ERROR - RECONCILIATION FILE COULD NOT "
005401             "BE OPENED -- FILE STATUS " RECON-FILE-STATUS
005403         MOVE 16 TO RETURN-CODE
005405         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
005407         GO TO 9999-EXIT
005409     END-IF.
005411     OPEN EXTEND SUSPECT-RESPONSE-FILE.
005413     IF SUSP-FILE-STATUS = "35"
005415         OPEN OUTPUT SUSPECT-RESPONSE-FILE
005416     END-IF.
005417     IF SUSP-FILE-STATUS NOT = "00"
005418         DISPLAY "*** ERROR - SUSPECT RESPONSE FILE COULD NOT "
005419             "BE OPENED -- FILE STATUS " SUSP-FILE-STATUS
005420         MOVE 16 TO RETURN-CODE
005430         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
005440         GO TO 9999-EXIT
005660     PERFORM 1300-LOAD-DUP-CONTROL
005670         THRU 1300-LOAD-DUP-CONTROL-EXIT.
005680     PERFORM 1100-LOAD-CHECKPOINT THRU 1100-LOAD-CHECKPOINT-EXIT.
005681 1000-INITIALIZE-EXIT.
005682     EXIT.
005683*----------------------------------------------------------
005684* 1050-LOAD-REPLAY-CONTROL
005685*     THE RPLCTL CONTROL FILE IS PRESENT ONLY IN THE REPLAY
005686*     JOB, WHICH POINTS PYREQIN AT A PAST DAY'S REQARCH
005687*     COPY. ITS PRESENCE PUTS THE RUN IN REPLAY MODE, AND
005688*     IT MUST NAME A BUSINESS DATE BEFORE TODAY AND A
005689*     MODULE -- ANYTHING ELSE STOPS THE STEP BEFORE A
005691*     SINGLE REQUEST IS TOUCHED.
005692*----------------------------------------------------------
005693 1050-LOAD-REPLAY-CONTROL.
005694     OPEN INPUT REPLAY-CONTROL-FILE.
005695     IF RPLCTL-FILE-STATUS NOT = "00"
005696         GO TO 1050-LOAD-REPLAY-CONTROL-EXIT
005697     END-IF.
005698     READ REPLAY-CONTROL-FILE
005699         AT END
005700             MOVE SPACES TO REPLAY-CONTROL-RECORD
005701     END-READ.
005702     CLOSE REPLAY-CONTROL-FILE.
005704     SET REPLAY-RUN TO TRUE.
005705     MOVE RPC-BUSINESS-DATE TO REPLAY-DATE-X.
005706     IF RPC-BUSINESS-DATE NOT NUMERIC
005707         OR REPLAY-MONTH < 01 OR REPLAY-MONTH > 12
005708         OR REPLAY-DAY < 01 OR REPLAY-DAY > 31
005709         OR REPLAY-DATE-NUM NOT < RUN-START-DATE-YYYYMMDD
005710         OR RPC-MODULE = SPACES
005711         DISPLAY "*** ERROR - RPLCTL MUST NAME A PAST BUSINESS "
005712             "DATE AND A MODULE -- NOTHING REPLAYED"
005713         MOVE 16 TO RETURN-CODE
005715         GO TO 9999-EXIT
005716     END-IF.
005717     MOVE REPLAY-DATE-NUM TO REPLAY-BUSINESS-DATE.
005718     MOVE RPC-MODULE TO REPLAY-MODULE.
005719     MOVE RPC-FUNC   TO REPLAY-FUNC.
005720     DISPLAY "*** REPLAY RUN -- BUSINESS DATE "
005721         REPLAY-BUSINESS-DATE " ***".
005722     DISPLAY "    MODULE : " REPLAY-MODULE.
005723     IF REPLAY-FUNC = SPACES
005724         DISPLAY "    FUNC   : (EVERY FUNC)"
005726     ELSE
005727         DISPLAY "    FUNC   : " REPLAY-FUNC
005728     END-IF.
005729 1050-LOAD-REPLAY-CONTROL-EXIT.
005730     EXIT.
005731*----------------------------------------------------------
005732* 1060-OPEN-REPLAY-FILES
005733*     A REPLAY RUN WRITES ONLY PYRPLOUT, STARTED FRESH EACH
005734*     TIME, AND READS THE REGISTRY AS IT STANDS TODAY -- SO
005735*     A REGISTRY CHANGE ALREADY LIVE SHOWS IN THE RESULTS.
005737*     THE CACHE AND THE COMPLETION JOURNAL ARE NEVER
005738*     OPENED AND NO CHECKPOINT IS LOADED: A REPLAY ALWAYS
005739*     RUNS FROM THE TOP AND EVERY REQUEST GOES TO THE
005740*     BRIDGE.
005741*----------------------------------------------------------
005742 1060-OPEN-REPLAY-FILES.
005743     OPEN OUTPUT REPLAY-OUTPUT-FILE.
005744     IF RPLOUT-FILE-STATUS NOT = "00"
005745         DISPLAY "*** ERROR - REPLAY OUTPUT FILE COULD NOT BE "
005746             "OPENED -- FILE STATUS " RPLOUT-FILE-STATUS
005748         MOVE 16 TO RETURN-CODE
005749         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
005750         GO TO 9999-EXIT
005751     END-IF.
005752     OPEN INPUT FUNCTION-REGISTRY-FILE.
005753     IF REG-FILE-STATUS NOT = "00"
005754         DISPLAY "*** ERROR - FUNCTION REGISTRY FILE COULD "
005755             "NOT BE OPENED -- FILE STATUS " REG-FILE-STATUS
005756         MOVE 16 TO RETURN-CODE
005757         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
005759         GO TO 9999-EXIT
005760     END-IF.
005761 1060-OPEN-REPLAY-FILES-EXIT.
005762     EXIT.
005763*----------------------------------------------------------
005764* 1100-LOAD-CHECKPOINT
005765*     READS THE CHECKPOINT FILE LEFT BY A PRIOR RUN, IF
005766*     ANY, SO WE KNOW HOW FAR TO SKIP FORWARD.
005767*----------------------------------------------------------
005768 1100-LOAD-CHECKPOINT.
005770     MOVE ZERO TO CKPT-RESTART-POINT.
005780     OPEN INPUT CHECKPOINT-FILE.
005790     IF CKPT-FILE-STATUS = "00"
006330* 1200-BALANCE-REQUEST-FILE
006340*     READS PYREQIN FRONT TO BACK BEFORE ANY REQUEST IS
006350*     PROCESSED AND PROVES THE TRANSFER IS COMPLETE: ONE
006360*     HEADER CARRYING TODAY'S BUSINESS DATE (THE REPLAY
006365*     DATE ON A REPLAY RUN), ONE TRAILER
006370*     CARRYING THE DETAIL COUNT, AND A DETAIL COUNT THAT
006380*     AGREES WITH THE TRAILER. ANYTHING ELSE FAILS THE
006390*     STEP LOUDLY WITH BOTH COUNTS SHOWN -- A TRUNCATED OR
006490         DISPLAY "*** ERROR - PYREQIN HAS NO HEADER RECORD ***"
006500         SET REQUEST-FILE-UNBALANCED TO TRUE
006510     END-IF.
006520     IF HEADER-RECORD-SEEN AND NOT REPLAY-RUN
006530         AND HEADER-BUSINESS-DATE NOT = RUN-DATE-YYYYMMDD
006540         DISPLAY "*** ERROR - PYREQIN BUSINESS DATE "
006550             HEADER-BUSINESS-DATE " IS NOT TODAY "
006560             RUN-DATE-YYYYMMDD
006561         SET REQUEST-FILE-UNBALANCED TO TRUE
006562     END-IF.
006563     IF HEADER-RECORD-SEEN AND REPLAY-RUN
006565         AND HEADER-BUSINESS-DATE NOT = REPLAY-BUSINESS-DATE
006566         DISPLAY "*** ERROR - PYREQIN BUSINESS DATE "
006567             HEADER-BUSINESS-DATE " IS NOT THE REPLAY DATE "
006568             REPLAY-BUSINESS-DATE
006570         SET REQUEST-FILE-UNBALANCED TO TRUE
006580     END-IF.
006590     IF NOT TRAILER-RECORD-SEEN
007070                     END-IF
007080                 WHEN PYREQ-DETAIL-RECORD
007090                     ADD 1 TO BALANCE-DETAIL-COUNT
007092                     IF REPLAY-RUN
007094                         PERFORM 1260-NOTE-REPLAY-CHAIN
007096                             THRU 1260-NOTE-REPLAY-CHAIN-EXIT
007098                     END-IF
007100                 WHEN OTHER
007110                     DISPLAY "*** ERROR - PYREQIN RECORD TYPE "
007120                         PYREQ-RECORD-TYPE " NOT RECOGNIZED"
007130                     SET REQUEST-FILE-UNBALANCED TO TRUE
007140             END-EVALUATE
007150     END-READ.
007151 1250-BALANCE-READ-RECORD-EXIT.
007152     EXIT.
007153*----------------------------------------------------------
007154* 1260-NOTE-REPLAY-CHAIN
007155*     A CHAIN WITH EVEN ONE STEP IN THE MODULE/FUNC BEING
007156*     REPLAYED IS REPLAYED WHOLE -- A STEP CUT OFF FROM THE
007157*     STEPS AHEAD OF IT WOULD ONLY BE REJECTED OUT OF
007158*     SEQUENCE, NOT TESTED.
007159*----------------------------------------------------------
007160 1260-NOTE-REPLAY-CHAIN.
007161     IF PYREQ-CHAIN-ID = SPACES
007162         GO TO 1260-NOTE-REPLAY-CHAIN-EXIT
007163     END-IF.
007164     PERFORM 2160-MATCH-REPLAY-FUNCTION
007165         THRU 2160-MATCH-REPLAY-FUNCTION-EXIT.
007166     IF NOT REPLAY-REQUEST-SELECTED
007167         GO TO 1260-NOTE-REPLAY-CHAIN-EXIT
007168     END-IF.
007169     SET RCH-IDX TO 1.
007170     SEARCH REPLAY-CHAIN-ENTRY
007171         AT END
007173             IF REPLAY-CHAIN-COUNT >= 200
007174                 DISPLAY "*** ERROR - REPLAY CHAIN TABLE FULL -- "
007175                     "ENLARGE REPLAY-CHAIN-TABLE"
007176                 SET REQUEST-FILE-UNBALANCED TO TRUE
007177             ELSE
007178                 ADD 1 TO REPLAY-CHAIN-COUNT
007179                 SET RCH-IDX TO REPLAY-CHAIN-COUNT
007180                 MOVE PYREQ-CHAIN-ID TO RCH-CHAIN-ID (RCH-IDX)
007181             END-IF
007182         WHEN RCH-CHAIN-ID (RCH-IDX) = PYREQ-CHAIN-ID
007184             CONTINUE
007185     END-SEARCH.
007186 1260-NOTE-REPLAY-CHAIN-EXIT.
007187     EXIT.
007188*----------------------------------------------------------
007189* 1400-LOAD-AUDIT-CHAIN
007190*     PICKS UP THE CHAIN WHERE THE AUDIT TRAIL LEAVES OFF --
007191*     THE LAST RECORD'S CHAIN ID, SEQUENCE, AND CHECK
007192*     VALUE. A MISSING OR EMPTY FILE, OR ONE WHOSE LAST
007193*     RECORD WAS WRITTEN BEFORE CHAINING, STARTS A NEW CHAIN
007195*     WITH THE FIRST RECORD THIS RUN WRITES.
007196*----------------------------------------------------------
007197 1400-LOAD-AUDIT-CHAIN.
007198     MOVE SPACES TO AUDIT-CHAIN-ID.
007199     MOVE ZERO TO AUDIT-LAST-SEQUENCE.
007200     MOVE ZERO TO AUDIT-LAST-CHECK.
007201     OPEN INPUT AUDIT-TRAIL-FILE.
007202     IF AUD-FILE-STATUS NOT = "00"
007203         GO TO 1400-LOAD-AUDIT-CHAIN-EXIT
007204     END-IF.
007206     MOVE "N" TO AUDIT-CHAIN-READ-SW.
007207     PERFORM 1450-READ-AUDIT-CHAIN-RECORD
007208         THRU 1450-READ-AUDIT-CHAIN-RECORD-EXIT
007209         UNTIL AUDIT-CHAIN-READ-DONE.
007210     CLOSE AUDIT-TRAIL-FILE.
007211 1400-LOAD-AUDIT-CHAIN-EXIT.
007212     EXIT.
007213*----------------------------------------------------------
007214* 1450-READ-AUDIT-CHAIN-RECORD
007215*----------------------------------------------------------
007217 1450-READ-AUDIT-CHAIN-RECORD.
007218     READ AUDIT-TRAIL-FILE
007219         AT END
007220             SET AUDIT-CHAIN-READ-DONE TO TRUE
007221             GO TO 1450-READ-AUDIT-CHAIN-RECORD-EXIT
007222     END-READ.
007223     IF AUD-FILE-STATUS (1:1) NOT = "0"
007224         SET AUDIT-CHAIN-READ-DONE TO TRUE
007225         GO TO 1450-READ-AUDIT-CHAIN-RECORD-EXIT
007226     END-IF.
007228     IF AUD-SEQUENCE NUMERIC
007229         AND AUD-CHECK-VALUE NUMERIC
007230         AND AUD-CHAIN-ID NOT = SPACES
007231         MOVE AUD-CHAIN-ID    TO AUDIT-CHAIN-ID
007232         MOVE AUD-SEQUENCE    TO AUDIT-LAST-SEQUENCE
007233         MOVE AUD-CHECK-VALUE TO AUDIT-LAST-CHECK
007234     ELSE
007235         MOVE SPACES TO AUDIT-CHAIN-ID
007236         MOVE ZERO TO AUDIT-LAST-SEQUENCE
007237         MOVE ZERO TO AUDIT-LAST-CHECK
007239     END-IF.
007240 1450-READ-AUDIT-CHAIN-RECORD-EXIT.
007241     EXIT.
007242*----------------------------------------------------------
007243* 1500-RUN-PRIORITY-PASS
007244*     RUNS ONE FULL PASS OVER PYREQIN FOR ONE PRIORITY
007245*     CLASS (H, THEN N, THEN L), SO EVERY HIGH REQUEST
007246*     COMPLETES BEFORE THE FIRST NORMAL ONE IS TOUCHED. A
007247*     RESTART SKIPS PASSES THE CHECKPOINT SAYS ARE DONE
007248*     AND SKIPS FORWARD WITHIN THE PASS THAT WAS
007250*     INTERRUPTED.
007260*----------------------------------------------------------
007270 1500-RUN-PRIORITY-PASS.
007720*     CALLS THE PYTHON BRIDGE, WRITES THE RESPONSE, AND
007730*     READS THE NEXT TRANSACTION RECORD. REACHING THIS
007740*     PARAGRAPH AT ALL MEANS A REQUEST BEYOND THE LOADED
007750*     CHECKPOINT WAS ACTUALLY PROCESSED THIS RUN. A REPLAY
007753*     RUN WRITES NO RESPONSE RECORD OR CHECKPOINT -- ITS
007756*     RESULT GOES OUT THROUGH 3200-WRITE-AUDIT-RECORD.
007760*----------------------------------------------------------
007770 2000-PROCESS-REQUESTS.
007780     PERFORM 2050-HONOR-OPERATOR-CONTROL
007970     MOVE "N" TO REQUEST-DUPLICATE-SW.
007980     MOVE "N" TO FUNCTION-SENSITIVE-SW.
007990     MOVE "N" TO CHAIN-REJECT-SW.
007995     MOVE "N" TO RESPONSE-SUSPECT-SW.
008000     MOVE "N" TO CHAIN-REQUEST-SW.
008010     IF PYREQ-CHAIN-ID NOT = SPACES
008020         SET REQUEST-IS-CHAINED TO TRUE
008350                         END-IF
008360                         PERFORM 2870-SCORE-BREAKER
008370                             THRU 2870-SCORE-BREAKER-EXIT
008373                         PERFORM 2980-VALIDATE-RESPONSE
008376                             THRU 2980-VALIDATE-RESPONSE-EXIT
008380                         PERFORM 2950-STORE-CACHE-RESULT
008390                             THRU 2950-STORE-CACHE-RESULT-EXIT
008400                     END-IF
008740                 ADD 1 TO NORMAL-FAILED-COUNT
008750             END-IF
008760     END-EVALUATE.
008763
008767     IF REPLAY-RUN
008771         PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT
008772         GO TO 2000-PROCESS-REQUESTS-EXIT
008773     END-IF.
008774     IF RESPONSE-IS-SUSPECT
008775         PERFORM 2200-WRITE-CHECKPOINT
008776             THRU 2200-WRITE-CHECKPOINT-EXIT
008777         PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT
008778         GO TO 2000-PROCESS-REQUESTS-EXIT
008779     END-IF.
008780     MOVE REQUEST-PRIORITY-CLASS TO RESP-PRIORITY.
008790     MOVE PYREQ-MODULE TO RESP-MODULE.
008800     MOVE PYREQ-FUNC   TO RESP-FUNC.
009630     EXIT.
009640*----------------------------------------------------------
009650* 2100-READ-REQUEST
009652*     ON A REPLAY RUN A DETAIL OUTSIDE THE MODULE/FUNC
009655*     BEING REPLAYED (AND OUTSIDE ANY CHAIN IT BELONGS TO)
009657*     IS COUNTED AS SEEN AND PASSED OVER.
009660*----------------------------------------------------------
009670 2100-READ-REQUEST.
009680     READ PYTHON-REQUEST-FILE
009870                     END-IF
009880                     ADD 1 TO RECORD-SEQUENCE-NUMBER
009890                     ADD 1 TO DETAIL-SEEN-COUNT
009891                     IF REPLAY-RUN
009892                         PERFORM 2150-SELECT-REPLAY-REQUEST
009893                             THRU 2150-SELECT-REPLAY-REQUEST-EXIT
009894                         IF NOT REPLAY-REQUEST-SELECTED
009895                             ADD 1 TO REPLAY-SKIPPED-COUNT
009896                             GO TO 2100-READ-REQUEST
009897                         END-IF
009898                     END-IF
009900                 END-IF
009910             END-IF
009920     END-READ.
009921 2100-READ-REQUEST-EXIT.
009923     EXIT.
009924*----------------------------------------------------------
009926* 2150-SELECT-REPLAY-REQUEST
009927*----------------------------------------------------------
009929 2150-SELECT-REPLAY-REQUEST.
009930     PERFORM 2160-MATCH-REPLAY-FUNCTION
009932         THRU 2160-MATCH-REPLAY-FUNCTION-EXIT.
009933     IF REPLAY-REQUEST-SELECTED
009934         OR PYREQ-CHAIN-ID = SPACES
009935         GO TO 2150-SELECT-REPLAY-REQUEST-EXIT
009936     END-IF.
009937     SET RCH-IDX TO 1.
009938     SEARCH REPLAY-CHAIN-ENTRY
009939         AT END
009940             CONTINUE
009941         WHEN RCH-CHAIN-ID (RCH-IDX) = PYREQ-CHAIN-ID
009942             SET REPLAY-REQUEST-SELECTED TO TRUE
009943     END-SEARCH.
009944 2150-SELECT-REPLAY-REQUEST-EXIT.
009945     EXIT.
009946*----------------------------------------------------------
009947* 2160-MATCH-REPLAY-FUNCTION
009948*     A BLANK REPLAY FUNC TAKES EVERY FUNC OF THE MODULE.
009949*----------------------------------------------------------
009950 2160-MATCH-REPLAY-FUNCTION.
009951     MOVE "N" TO REPLAY-SELECTED-SW.
009952     IF PYREQ-MODULE = REPLAY-MODULE
009953         AND (REPLAY-FUNC = SPACES OR PYREQ-FUNC = REPLAY-FUNC)
009954         SET REPLAY-REQUEST-SELECTED TO TRUE
009955     END-IF.
009956 2160-MATCH-REPLAY-FUNCTION-EXIT.
009957     EXIT.
009958*----------------------------------------------------------
009960* 2200-WRITE-CHECKPOINT
009970*     RECORDS THE SEQUENCE NUMBER OF THE REQUEST JUST
009980*     COMPLETED SO A RESTART KNOWS WHERE TO PICK UP.
012370     MOVE ZERO TO REGISTRY-MAX-ELAPSED-CC.
012380     MOVE ZERO TO REGISTRY-FAIL-THRESHOLD.
012390     MOVE "N" TO FUNCTION-ONCE-ONLY-SW.
012391     MOVE SPACES TO REGISTRY-RESP-FORMAT.
012393     MOVE SPACE TO REGISTRY-RESP-DELIM.
012395     MOVE ZERO TO REGISTRY-RESP-MIN-LENGTH.
012396     MOVE ZERO TO REGISTRY-RESP-MAX-LENGTH.
012398     MOVE "Y" TO RESPONSE-BLANK-SW.
012400     MOVE PYREQ-MODULE TO REG-MODULE.
012410     MOVE PYREQ-FUNC   TO REG-FUNC.
012420     READ FUNCTION-REGISTRY-FILE
012640                     SET FUNCTION-IS-ONCE-ONLY TO TRUE
012650                 END-IF
012660                 IF REG-SENSITIVE-ARGS
012661                     SET FUNCTION-IS-SENSITIVE TO TRUE
012662                 END-IF
012664                 MOVE REG-RESP-FORMAT TO REGISTRY-RESP-FORMAT
012665                 MOVE REG-RESP-LIST-DELIM TO REGISTRY-RESP-DELIM
012667                 IF REG-RESP-MIN-LENGTH NUMERIC
012668                     MOVE REG-RESP-MIN-LENGTH
012669                         TO REGISTRY-RESP-MIN-LENGTH
012671                 END-IF
012672                 IF REG-RESP-MAX-LENGTH NUMERIC
012674                     MOVE REG-RESP-MAX-LENGTH
012675                         TO REGISTRY-RESP-MAX-LENGTH
012677                 END-IF
012678                 IF REG-RESP-BLANK-FLAG = "N"
012679                     MOVE "N" TO RESPONSE-BLANK-SW
012680                 END-IF
012690             END-IF
012700     END-READ.
013400     END-IF.
013410     IF RESPONSE = SPACES AND NOT STATUS-CODE-SUCCESS
013420         AND NOT REQUEST-IS-DUPLICATE
013425         AND NOT REPLAY-RUN
013430         PERFORM 2750-WRITE-RECON-EXCEPTION
013440             THRU 2750-WRITE-RECON-EXCEPTION-EXIT
013450     END-IF.
013820     END-IF.
013830     MOVE PYREQ-REASON-HISTORY TO RECON-PRIOR-REASONS.
013840     MOVE PYREQ-REQUEST-ID TO RECON-REQUEST-ID.
013845     MOVE PYREQ-SUBMITTER  TO RECON-SUBMITTER.
013850     ADD 1 TO RECON-EXCEPTION-COUNT.
013860     WRITE RECONCILIATION-RECORD.
013870     IF RECON-FILE-STATUS NOT = "00"
013970* 2800-UPDATE-CHAIN-RESULT
013980*     RECORDS HOW THE STEP JUST ATTEMPTED LEFT ITS CHAIN:
013990*     A SUCCESS BANKS THE RESPONSE FOR THE NEXT STEP, A
013996*     FAILURE OR A RESPONSE HELD AS SUSPECT STOPS THE CHAIN
014003*     FOR GOOD.
014010*----------------------------------------------------------
014020 2800-UPDATE-CHAIN-RESULT.
014030     SET CH-IDX TO 1.
014090                 MOVE CHAIN-STEP-NUMBER
014100                     TO CH-LAST-STEP (CH-IDX)
014110                 IF STATUS-CODE-SUCCESS
014115                     AND NOT RESPONSE-IS-SUSPECT
014120                     MOVE RESPONSE TO CH-LAST-RESPONSE (CH-IDX)
014130                 ELSE
014140                     MOVE "F" TO CH-STATUS-FLAG (CH-IDX)
014650*     FOR THE EXACT MODULE/FUNC/ARGS STILL INSIDE THE
014660*     RETENTION WINDOW MARKS THIS REQUEST A DUPLICATE. AN
014670*     ENTRY OLDER THAN THE WINDOW HAS AGED OUT AND THE
014680*     REQUEST RUNS (AND RE-JOURNALS) NORMALLY. A REPLAY RUN
014683*     IS RE-RUNNING COMPLETED WORK ON PURPOSE AND NEVER
014686*     CONSULTS THE JOURNAL.
014690*----------------------------------------------------------
014700 2690-CHECK-DUP-JOURNAL.
014710     IF NOT FUNCTION-IS-ONCE-ONLY
014715         OR REPLAY-RUN
014720         GO TO 2690-CHECK-DUP-JOURNAL-EXIT
014730     END-IF.
014740     PERFORM 2685-OPEN-DUP-GUARD
016350* 2960-JOURNAL-COMPLETION
016360*     BANKS THE FINGERPRINT OF A ONCE-ONLY REQUEST THAT
016370*     JUST COMPLETED SUCCESSFULLY, SO EVERY LATER RUN
016380*     INSIDE THE RETENTION WINDOW DIVERTS A REPEAT. NOT ON
016385*     A REPLAY RUN.
016390*----------------------------------------------------------
016400 2960-JOURNAL-COMPLETION.
016410     IF NOT FUNCTION-IS-ONCE-ONLY
016420         OR NOT STATUS-CODE-SUCCESS
016425         OR REPLAY-RUN
016430         GO TO 2960-JOURNAL-COMPLETION-EXIT
016440     END-IF.
016450     PERFORM 2685-OPEN-DUP-GUARD
017280         OR REQUEST-IS-CHAINED
017290         OR FUNCTION-IS-SENSITIVE
017300         OR NOT STATUS-CODE-SUCCESS
017305         OR RESPONSE-IS-SUSPECT
017310         GO TO 2950-STORE-CACHE-RESULT-EXIT
017320     END-IF.
017330     MOVE MODULE TO CACHE-MODULE.
017460             "STORED -- FILE STATUS " CACHE-FILE-STATUS
017470     ELSE
017480         ADD 1 TO CACHE-STORED-COUNT
017481     END-IF.
017482 2950-STORE-CACHE-RESULT-EXIT.
017483     EXIT.
017484*----------------------------------------------------------
017485* 2980-VALIDATE-RESPONSE
017486*     CHECKS A FRESH SUCCESSFUL RESPONSE AGAINST THE
017487*     RESPONSE RULES THE REGISTRY DECLARES FOR ITS
017488*     FUNCTION -- BLANK ALLOWED, MINIMUM AND MAXIMUM
017489*     LENGTH (ON THE TRIMMED RESPONSE), AND FORMAT. NUM
017491*     AND ALPHA ARE JUDGED THE WAY THE PRE-RUN EDIT JUDGES
017492*     ARGS; A LIST MUST NOT START OR END WITH ITS
017493*     DELIMITER OR CARRY TWO IN A ROW (AN EMPTY ITEM). THE
017494*     FIRST RULE BROKEN HOLDS THE RESPONSE BACK. A CACHE
017495*     HIT IS NOT CHECKED -- ONLY RESPONSES THAT PASSED ARE
017496*     EVER CACHED, AND AN ENTRY DOES NOT OUTLIVE ITS DAY.
017497*----------------------------------------------------------
017498 2980-VALIDATE-RESPONSE.
017499     IF NOT STATUS-CODE-SUCCESS
017501         GO TO 2980-VALIDATE-RESPONSE-EXIT
017502     END-IF.
017503     MOVE RESPONSE TO CHAIN-WORK-RESPONSE.
017504     MOVE 500 TO RESPONSE-TRIM-LENGTH.
017505     MOVE "N" TO RESPONSE-END-SW.
017506     PERFORM 2450-FIND-RESPONSE-END
017507         THRU 2450-FIND-RESPONSE-END-EXIT
017508         UNTIL RESPONSE-END-FOUND
017509         OR RESPONSE-TRIM-LENGTH = ZERO.
017510     IF RESPONSE-TRIM-LENGTH = ZERO
017511         IF NOT RESPONSE-BLANK-ALLOWED
017512             MOVE "BLANK" TO SUSPECT-RULE-CODE
017513             MOVE "BLANK RESPONSE NOT ALLOWED" TO SUSPECT-REASON
017514             PERFORM 2985-HOLD-SUSPECT-RESPONSE
017515                 THRU 2985-HOLD-SUSPECT-RESPONSE-EXIT
017516         END-IF
017517         GO TO 2980-VALIDATE-RESPONSE-EXIT
017518     END-IF.
017519     IF REGISTRY-RESP-MIN-LENGTH > ZERO
017520         AND RESPONSE-TRIM-LENGTH < REGISTRY-RESP-MIN-LENGTH
017521         MOVE "MINLEN" TO SUSPECT-RULE-CODE
017522         MOVE "RESPONSE SHORTER THAN THE MINIMUM LENGTH"
017523             TO SUSPECT-REASON
017524         PERFORM 2985-HOLD-SUSPECT-RESPONSE
017525             THRU 2985-HOLD-SUSPECT-RESPONSE-EXIT
017526         GO TO 2980-VALIDATE-RESPONSE-EXIT
017527     END-IF.
017528     IF REGISTRY-RESP-MAX-LENGTH > ZERO
017529         AND RESPONSE-TRIM-LENGTH > REGISTRY-RESP-MAX-LENGTH
017530         MOVE "MAXLEN" TO SUSPECT-RULE-CODE
017531         MOVE "RESPONSE LONGER THAN THE MAXIMUM LENGTH"
017532             TO SUSPECT-REASON
017533         PERFORM 2985-HOLD-SUSPECT-RESPONSE
017534             THRU 2985-HOLD-SUSPECT-RESPONSE-EXIT
017535         GO TO 2980-VALIDATE-RESPONSE-EXIT
017536     END-IF.
017537     MOVE SPACES TO SUSPECT-REASON.
017539     EVALUATE TRUE
017540         WHEN RESPONSE-FORMAT-NUM
017541             IF RESPONSE (1:RESPONSE-TRIM-LENGTH) NOT NUMERIC
017542                 MOVE "RESPONSE NOT NUMERIC" TO SUSPECT-REASON
017543             END-IF
017544         WHEN RESPONSE-FORMAT-ALPHA
017545             IF RESPONSE (1:RESPONSE-TRIM-LENGTH) NOT ALPHABETIC
017546                 MOVE "RESPONSE NOT ALPHABETIC" TO SUSPECT-REASON
017547             END-IF
017548         WHEN RESPONSE-FORMAT-LIST
017549             AND REGISTRY-RESP-DELIM NOT = SPACE
017550             MOVE ZERO TO LIST-EMPTY-ITEM-COUNT
017551             IF RESPONSE (1:1) = REGISTRY-RESP-DELIM
017552                 OR RESPONSE (RESPONSE-TRIM-LENGTH:1)
017553                     = REGISTRY-RESP-DELIM
017554                 ADD 1 TO LIST-EMPTY-ITEM-COUNT
017555             END-IF
017556             MOVE REGISTRY-RESP-DELIM TO LIST-DELIM-PAIR (1:1)
017557             MOVE REGISTRY-RESP-DELIM TO LIST-DELIM-PAIR (2:1)
017558             INSPECT RESPONSE (1:RESPONSE-TRIM-LENGTH)
017559                 TALLYING LIST-EMPTY-ITEM-COUNT
017560                 FOR ALL LIST-DELIM-PAIR
017561             IF LIST-EMPTY-ITEM-COUNT > ZERO
017562                 MOVE "RESPONSE LIST HAS AN EMPTY ITEM"
017563                     TO SUSPECT-REASON
017564             END-IF
017565         WHEN OTHER
017566             CONTINUE
017567     END-EVALUATE.
017568     IF SUSPECT-REASON NOT = SPACES
017569         MOVE "FORMAT" TO SUSPECT-RULE-CODE
017570         PERFORM 2985-HOLD-SUSPECT-RESPONSE
017571             THRU 2985-HOLD-SUSPECT-RESPONSE-EXIT
017572     END-IF.
017573 2980-VALIDATE-RESPONSE-EXIT.
017574     EXIT.
017576*----------------------------------------------------------
017577* 2985-HOLD-SUSPECT-RESPONSE
017578*     WRITES THE NONCONFORMING RESPONSE TO THE SUSPECT
017579*     FILE WITH THE RULE IT BROKE -- MASKED, WITH ITS ARGS,
017580*     FOR A SENSITIVE FUNCTION -- AND BLANKS IT. NO
017581*     RESPONSE RECORD IS WRITTEN FOR IT, SO NOTHING
017582*     SUSPECT REACHES THE SUBSCRIBERS. THE CALL ITSELF DID
017583*     HAPPEN, SO THE AUDIT RECORD AND THE ONCE-ONLY JOURNAL
017584*     STAND.
017585*----------------------------------------------------------
017586 2985-HOLD-SUSPECT-RESPONSE.
017587     SET RESPONSE-IS-SUSPECT TO TRUE.
017588     MOVE SPACES TO SUSPECT-RESPONSE-RECORD.
017589     IF HEADER-BUSINESS-DATE > ZERO
017590         MOVE HEADER-BUSINESS-DATE TO SUSP-BUSINESS-DATE
017591     ELSE
017592         MOVE RUN-DATE-YYYYMMDD TO SUSP-BUSINESS-DATE
017593     END-IF.
017594     MOVE PYREQ-REQUEST-ID       TO SUSP-REQUEST-ID.
017595     MOVE PYREQ-SUBMITTER        TO SUSP-SUBMITTER.
017596     MOVE REQUEST-PRIORITY-CLASS TO SUSP-PRIORITY.
017597     MOVE CALL-TYPE-CLASS        TO SUSP-CALL-TYPE.
017598     MOVE MODULE                 TO SUSP-MODULE.
017599     MOVE FUNC                   TO SUSP-FUNC.
017600     MOVE SUSPECT-RULE-CODE      TO SUSP-RULE-CODE.
017601     MOVE SUSPECT-REASON         TO SUSP-REASON.
017602     MOVE RESPONSE-TRIM-LENGTH   TO SUSP-RESPONSE-LENGTH.
017603     IF FUNCTION-IS-SENSITIVE
017604         MOVE ARGS TO MASK-WORK-VALUE
017605         PERFORM 3700-MASK-SENSITIVE-VALUE
017606             THRU 3700-MASK-SENSITIVE-VALUE-EXIT
017607         MOVE MASK-WORK-VALUE TO SUSP-ARGS
017608         MOVE RESPONSE TO MASK-WORK-VALUE
017609         PERFORM 3700-MASK-SENSITIVE-VALUE
017610             THRU 3700-MASK-SENSITIVE-VALUE-EXIT
017611         MOVE MASK-WORK-VALUE TO SUSP-RESPONSE
017612         MOVE "Y" TO SUSP-SENSITIVE-FLAG
017614     ELSE
017615         MOVE ARGS TO SUSP-ARGS
017616         MOVE RESPONSE TO SUSP-RESPONSE
017617         MOVE "N" TO SUSP-SENSITIVE-FLAG
017618     END-IF.
017619     IF NOT REPLAY-RUN
017620         WRITE SUSPECT-RESPONSE-RECORD
017621         IF SUSP-FILE-STATUS NOT = "00"
017622             DISPLAY "*** ERROR - SUSPECT RESPONSE RECORD COULD "
017623                 "NOT BE WRITTEN -- FILE STATUS " SUSP-FILE-STATUS
017624             MOVE 16 TO RETURN-CODE
017625             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
017626             GO TO 9999-EXIT
017627         END-IF
017628     END-IF.
017629     ADD 1 TO SUSPECT-RESPONSE-COUNT.
017630     DISPLAY "*** SUSPECT RESPONSE HELD -- " SUSPECT-REASON.
017631     DISPLAY "    MODULE : " MODULE.
017632     DISPLAY "    FUNC   : " FUNC.
017633     MOVE SPACES TO RESPONSE.
017634 2985-HOLD-SUSPECT-RESPONSE-EXIT.
017635     EXIT.
017636*----------------------------------------------------------
017637* 3000-CALL-PYTHON
017638*----------------------------------------------------------
017639 3000-CALL-PYTHON.
017640     ACCEPT CALL-START-TIME-HHMMSSCC FROM TIME.
017641     CALL "python"
017642         USING PYTHON-ARGS.
017643     PERFORM 3050-COMPUTE-CALL-ELAPSED
017644         THRU 3050-COMPUTE-CALL-ELAPSED-EXIT.
017645     IF FUNCTION-IS-SENSITIVE
017646         MOVE RESPONSE TO MASK-WORK-VALUE
017647         PERFORM 3700-MASK-SENSITIVE-VALUE
017648             THRU 3700-MASK-SENSITIVE-VALUE-EXIT
017650         DISPLAY MASK-WORK-VALUE
017660     ELSE
017670         DISPLAY RESPONSE
018170*----------------------------------------------------------
018180* 3200-WRITE-AUDIT-RECORD
018190*     WRITES ONE AUDIT TRAIL RECORD FOR THE CALL TO
018200*     "PYTHON" THAT JUST COMPLETED. ON A REPLAY RUN THE SAME
018203*     RECORD, MASKED THE SAME WAY, GOES TO PYRPLOUT INSTEAD
018206*     AND THE LIVE TRAIL AND ITS CHAIN ARE LEFT ALONE.
018210*----------------------------------------------------------
018220 3200-WRITE-AUDIT-RECORD.
018230     MOVE SPACES TO AUDIT-TRAIL-RECORD.
018560     END-IF.
018570     MOVE CALL-ELAPSED-CC TO AUD-ELAPSED-CC.
018580     MOVE PYREQ-REQUEST-ID TO AUD-REQUEST-ID.
018581     MOVE PYREQ-SUBMITTER  TO AUD-SUBMITTER.
018582     IF REPLAY-RUN
018583         PERFORM 3280-WRITE-REPLAY-RECORD
018584             THRU 3280-WRITE-REPLAY-RECORD-EXIT
018585         GO TO 3200-WRITE-AUDIT-RECORD-EXIT
018586     END-IF.
018587     PERFORM 3250-CHAIN-AUDIT-RECORD
018588         THRU 3250-CHAIN-AUDIT-RECORD-EXIT.
018590     WRITE AUDIT-TRAIL-RECORD.
018600     IF AUD-FILE-STATUS NOT = "00"
018610         DISPLAY "*** ERROR - AUDIT TRAIL RECORD COULD NOT "
018640         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
018650         GO TO 9999-EXIT
018660     END-IF.
018661 3200-WRITE-AUDIT-RECORD-EXIT.
018662     EXIT.
018664*----------------------------------------------------------
018665* 3250-CHAIN-AUDIT-RECORD
018666*     STAMPS THE RECORD ABOUT TO BE WRITTEN WITH THE NEXT
018668*     SEQUENCE NUMBER AND THE CHAIN ID, THEN FOLDS ITS
018669*     FIRST 701 BYTES INTO THE PRIOR RECORD'S CHECK VALUE
018671*     TO GIVE ITS OWN. EVERY FIELD MUST BE FILLED BEFORE
018672*     THIS IS PERFORMED.
018673*----------------------------------------------------------
018674 3250-CHAIN-AUDIT-RECORD.
018675     IF AUDIT-CHAIN-ID = SPACES
018676         MOVE AUD-TIMESTAMP  TO AUDIT-CHAIN-STAMP
018677         MOVE AUD-REQUEST-ID TO AUDIT-CHAIN-REQUEST
018678         MOVE ZERO TO AUDIT-LAST-SEQUENCE
018679         MOVE ZERO TO AUDIT-LAST-CHECK
018680     END-IF.
018681     ADD 1 TO AUDIT-LAST-SEQUENCE.
018682     MOVE AUDIT-LAST-SEQUENCE TO AUD-SEQUENCE.
018683     MOVE AUDIT-CHAIN-ID      TO AUD-CHAIN-ID.
018684     MOVE AUDIT-LAST-CHECK    TO AUDIT-CHECK-WORK.
018685     PERFORM 3260-FOLD-CHECK-BYTE
018686         THRU 3260-FOLD-CHECK-BYTE-EXIT
018687         VARYING AUDIT-CHECK-SUB FROM 1 BY 1
018688         UNTIL AUDIT-CHECK-SUB > 701.
018689     MOVE AUDIT-CHECK-WORK TO AUD-CHECK-VALUE.
018690     MOVE AUDIT-CHECK-WORK TO AUDIT-LAST-CHECK.
018692 3250-CHAIN-AUDIT-RECORD-EXIT.
018693     EXIT.
018694*----------------------------------------------------------
018695* 3260-FOLD-CHECK-BYTE
018696*----------------------------------------------------------
018697 3260-FOLD-CHECK-BYTE.
018698     COMPUTE AUDIT-CHECK-WORK = AUDIT-CHECK-WORK * 257
018699         + FUNCTION ORD (AUDIT-TRAIL-RECORD (AUDIT-CHECK-SUB:1)).
018700     DIVIDE AUDIT-CHECK-WORK BY 999999937
018701         GIVING AUDIT-CHECK-QUOTIENT
018702         REMAINDER AUDIT-CHECK-WORK.
018703 3260-FOLD-CHECK-BYTE-EXIT.
018704     EXIT.
018705*----------------------------------------------------------
018706* 3280-WRITE-REPLAY-RECORD
018707*     THE RECORD CARRIES NO SEQUENCE OR CHECK VALUE AND
018708*     NAMES REPLAY AS ITS PROGRAM, SO IT CAN NEVER PASS FOR
018709*     A LIVE AUDIT RECORD.
018711*----------------------------------------------------------
018712 3280-WRITE-REPLAY-RECORD.
018713     MOVE "REPLAY" TO AUD-PROGRAM-NAME.
018714     WRITE REPLAY-OUTPUT-RECORD FROM AUDIT-TRAIL-RECORD.
018715     IF RPLOUT-FILE-STATUS NOT = "00"
018716         DISPLAY "*** ERROR - REPLAY OUTPUT RECORD COULD NOT "
018717             "BE WRITTEN -- FILE STATUS " RPLOUT-FILE-STATUS
018718         MOVE 16 TO RETURN-CODE
018719         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
018720         GO TO 9999-EXIT
018721     END-IF.
018722     ADD 1 TO REPLAY-WRITTEN-COUNT.
018723 3280-WRITE-REPLAY-RECORD-EXIT.
018724     EXIT.
018725*----------------------------------------------------------
018726* 3500-CALL-C-FUNCTION
018727*     THE REQUEST IS ROUTED TO THE C SIDE -- CALLS THE C
018728*     FUNCTION NAMED BY FUNC WITH THE REQUEST'S ARGS AND
018730*     MAPS THE POINTER IT RETURNS INTO RESPONSE, SO A C
018740*     RESULT FLOWS THROUGH THE SAME RESPONSE, AUDIT, AND
018750*     RECONCILIATION PATH AS A PYTHON ONE. A FUNCTION
019910         END-IF
019920     END-IF.
019930     IF NO-MORE-REQUESTS AND PROCESSED-AT-LEAST-ONE-REQUEST
019940         AND NOT DRAIN-REQUESTED AND NOT REPLAY-RUN
019950         PERFORM 2250-RESET-CHECKPOINT
019960             THRU 2250-RESET-CHECKPOINT-EXIT
019970     END-IF.
019980     CLOSE PYTHON-REQUEST-FILE.
020010     CLOSE FUNCTION-REGISTRY-FILE.
020015     IF REPLAY-RUN
020020         CLOSE REPLAY-OUTPUT-FILE
020021     ELSE
020022         CLOSE PYTHON-RESPONSE-FILE
020024         CLOSE AUDIT-TRAIL-FILE
020025         CLOSE RECONCILIATION-FILE
020027         CLOSE SUSPECT-RESPONSE-FILE
020028     END-IF.
020030     IF CACHE-FILE-AVAILABLE
020040         CLOSE RESPONSE-CACHE-FILE
020050     END-IF.
020470         DUPLICATE-DIVERTED-COUNT.
020480     DISPLAY "CACHE ENTRIES STORED: " CACHE-STORED-COUNT.
020490     DISPLAY "RECONCILIATION EXCEPTIONS: " RECON-EXCEPTION-COUNT.
020491     DISPLAY "SUSPECT RESPONSES HELD: " SUSPECT-RESPONSE-COUNT.
020492     IF REPLAY-RUN
020493         DISPLAY "REPLAY RUN FOR BUSINESS DATE "
020495             REPLAY-BUSINESS-DATE
020496         DISPLAY "  DETAILS NOT SELECTED: " REPLAY-SKIPPED-COUNT
020497         DISPLAY "  REPLAY RESULTS WRITTEN: " REPLAY-WRITTEN-COUNT
020498     END-IF.
020500 9000-TERMINATE-EXIT.
020510     EXIT.
020520*----------------------------------------------------------
020740 9150-REPORT-ONE-BREAKER-EXIT.
020750     EXIT.
020760*----------------------------------------------------------
020761* 9800-POST-RUN-HISTORY
020771*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
020781*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
020791*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
020801*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
020811*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
020821*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING. A REPLAY
020831*     RUN IS NOT PART OF THE NIGHTLY STREAM AND POSTS NOTHING.
020841*----------------------------------------------------------
020851 9800-POST-RUN-HISTORY.
020861     IF REPLAY-RUN
020871         GO TO 9800-POST-RUN-HISTORY-EXIT
020881     END-IF.
020891     IF RUN-START-DATE-YYYYMMDD = ZERO
020901         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
020911         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
020921     END-IF.
020931     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
020941     MOVE "HELLO"                 TO RUNH-PROGRAM.
020951     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
020961     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
020971     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
020981     ACCEPT RUNH-END-TIME FROM TIME.
020991     MOVE REQUEST-COUNT           TO RUNH-RECORDS-READ.
021001     MOVE RESPONSE-RECEIVED-COUNT TO RUNH-RECORDS-WRITTEN.
021011     MOVE RECON-EXCEPTION-COUNT   TO RUNH-REJECT-COUNT.
021021     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
021031     MOVE ZERO TO RUNH-LOCK-TRIES.
021039     PERFORM 9805-OPEN-RUN-HISTORY
021048         THRU 9805-OPEN-RUN-HISTORY-EXIT.
021056     PERFORM 9805-OPEN-RUN-HISTORY
021065         THRU 9805-OPEN-RUN-HISTORY-EXIT
021073         UNTIL NOT RUNH-FILE-LOCKED
021082         OR RUNH-LOCK-TRIES NOT < RUNH-LOCK-TRY-LIMIT.
021091     IF RUNH-FILE-STATUS NOT = "00"
021101         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
021111             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
021121         GO TO 9800-POST-RUN-HISTORY-EXIT
021131     END-IF.
021141     MOVE "22" TO RUNH-FILE-STATUS.
021151     PERFORM 9810-WRITE-RUN-HISTORY
021161         THRU 9810-WRITE-RUN-HISTORY-EXIT
021171         VARYING RUNH-SEQ-TRY FROM 0 BY 1
021181         UNTIL RUNH-FILE-STATUS NOT = "22"
021191         OR RUNH-SEQ-TRY > 99.
021201     IF RUNH-FILE-STATUS NOT = "00"
021211         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
021221             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
021231     END-IF.
021241     CLOSE RUN-HISTORY-FILE.
021251 9800-POST-RUN-HISTORY-EXIT.
021254     EXIT.
021257*----------------------------------------------------------
021261* 9805-OPEN-RUN-HISTORY
021262*     THE FOUR DRIVER STREAMS END AT ABOUT THE SAME TIME AND
021263*     ALL POST TO THE ONE RUNHIST FILE. AN OPEN THAT FINDS
021264*     THE FILE LOCKED OR IN USE WAITS A SECOND AND IS TRIED
021265*     AGAIN, UP TO RUNH-LOCK-TRY-LIMIT TIMES.
021266*----------------------------------------------------------
021267 9805-OPEN-RUN-HISTORY.
021268     IF RUNH-LOCK-TRIES > ZERO
021269         CALL "C$SLEEP" USING RUNH-LOCK-WAIT-SECONDS
021270     END-IF.
021271     ADD 1 TO RUNH-LOCK-TRIES.
021272     OPEN I-O RUN-HISTORY-FILE.
021273     IF RUNH-FILE-STATUS = "35"
021274         OPEN OUTPUT RUN-HISTORY-FILE
021275         CLOSE RUN-HISTORY-FILE
021276         OPEN I-O RUN-HISTORY-FILE
021277     END-IF.
021278 9805-OPEN-RUN-HISTORY-EXIT.
021279     EXIT.
021280*----------------------------------------------------------
021281* 9810-WRITE-RUN-HISTORY
021291*     A KEY ALREADY ON FILE (A PARALLEL DRIVER STREAM THAT
021301*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
021311*     SEQUENCE NUMBER. A WRITE THAT FINDS THE RECORD OR
021316*     FILE LOCKED IS RETRIED THE SAME WAY AS THE OPEN.
021321*----------------------------------------------------------
021331 9810-WRITE-RUN-HISTORY.
021336     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
021341     MOVE ZERO TO RUNH-LOCK-TRIES.
021346     PERFORM 9815-WRITE-ONE-TRY
021352         THRU 9815-WRITE-ONE-TRY-EXIT.
021358     PERFORM 9815-WRITE-ONE-TRY
021363         THRU 9815-WRITE-ONE-TRY-EXIT
021369         UNTIL NOT RUNH-FILE-LOCKED
021375         OR RUNH-LOCK-TRIES NOT < RUNH-LOCK-TRY-LIMIT.
021381 9810-WRITE-RUN-HISTORY-EXIT.
021382     EXIT.
021384*----------------------------------------------------------
021386* 9815-WRITE-ONE-TRY
021387*----------------------------------------------------------
021389 9815-WRITE-ONE-TRY.
021391     IF RUNH-LOCK-TRIES > ZERO
021392         CALL "C$SLEEP" USING RUNH-LOCK-WAIT-SECONDS
021393     END-IF.
021394     ADD 1 TO RUNH-LOCK-TRIES.
021395     WRITE RUN-HISTORY-RECORD
021396         INVALID KEY
021397             CONTINUE
021398     END-WRITE.
021399 9815-WRITE-ONE-TRY-EXIT.
021400     EXIT.
021401*----------------------------------------------------------
021411* 9999-EXIT
021421*----------------------------------------------------------
021431 9999-EXIT.
021441     PERFORM 9800-POST-RUN-HISTORY
021451         THRU 9800-POST-RUN-HISTORY-EXIT.
021461     STOP RUN.
