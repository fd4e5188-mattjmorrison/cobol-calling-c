000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. pyfcst.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. BATCH-WINDOW FORECAST,
000130*                   RUN BEFORE THE NIGHTLY CUTOFF. PROJECTS
000140*                   TOMORROW'S CALLS PER MODULE/FUNC AS THE
000150*                   RECENT DAILY VOLUME ON STATHIST PLUS THE
000160*                   PARKED REQUESTS DUE BY TOMORROW (PYPENDOUT
000170*                   WHEN TODAY'S PYRELSE HAS RUN, OTHERWISE
000180*                   PYPENDIN), PRICES EACH CALL AT THE
000190*                   FUNCTION'S RECENT AVERAGE ELAPSED TIME
000200*                   LESS THE EXPECTED CACHE HIT RATE WHEN THE
000210*                   REGISTRY FLAGS IT CACHEABLE, AND DEALS
000220*                   THE WORK ACROSS THE FOUR DRIVER STREAMS
000230*                   THE WAY PYSPLIT DOES -- ONCE-ONLY WORK TO
000240*                   STREAM 1, A CHAIN WHOLE TO ONE STREAM,
000250*                   EVERYTHING ELSE ROUND-ROBIN. EACH
000260*                   STREAM'S PROJECTED ELAPSED TIME IS HELD
000270*                   AGAINST THE WINDOW LENGTH ON THE FCSTCTL
000280*                   CONTROL FILE (DEFAULT 360 MINUTES, 7
000290*                   BASELINE DAYS, NO CACHE HITS); A STREAM
000300*                   PROJECTED TO OVERRUN IS FLAGGED WITH THE
000310*                   FUNCTIONS DRIVING IT AND ENDS THE STEP
000320*                   RC 4. A FUNCTION WITH NO HISTORY IS
000330*                   PRICED AT ITS REGISTRY ELAPSED CEILING.
000340*----------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT FORECAST-CONTROL-FILE ASSIGN TO "FCSTCTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS CTL-FILE-STATUS.
000410     SELECT STAT-HISTORY-FILE ASSIGN TO "STATHIST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS STAT-KEY
000450         FILE STATUS IS STAT-FILE-STATUS.
000460     SELECT FUNCTION-REGISTRY-FILE ASSIGN TO "FUNCREG"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS REG-KEY
000500         FILE STATUS IS REG-FILE-STATUS.
000510     SELECT PENDING-OUT-FILE ASSIGN TO "PYPENDOUT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS PENDOUT-FILE-STATUS.
000540     SELECT PENDING-IN-FILE ASSIGN TO "PYPENDIN"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS PENDIN-FILE-STATUS.
000570     SELECT FORECAST-REPORT-FILE ASSIGN TO "FCSTRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS RPT-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  FORECAST-CONTROL-FILE.
000630 01  FORECAST-CONTROL-RECORD.
000640     03  FCC-WINDOW-MINUTES   PIC 9(04).
000650     03  FCC-BASELINE-DAYS    PIC 9(03).
000660     03  FCC-CACHE-HIT-PCT    PIC 9(03).
000670     03  FCC-FORECAST-DATE    PIC 9(08).
000680 FD  STAT-HISTORY-FILE.
000690     COPY stathrec.
000700 FD  FUNCTION-REGISTRY-FILE.
000710     COPY registry.
000720 FD  PENDING-OUT-FILE.
000730 01  PENDING-OUT-RECORD       PIC X(1225).
000740 FD  PENDING-IN-FILE.
000750 01  PENDING-IN-RECORD        PIC X(1225).
000760 FD  FORECAST-REPORT-FILE.
000770 01  FORECAST-REPORT-LINE     PIC X(132).
000780 WORKING-STORAGE SECTION.
000790 01  CTL-FILE-STATUS          PIC X(02).
000800 01  STAT-FILE-STATUS         PIC X(02).
000810 01  REG-FILE-STATUS          PIC X(02).
000820 01  PENDOUT-FILE-STATUS      PIC X(02).
000830 01  PENDIN-FILE-STATUS       PIC X(02).
000840 01  RPT-FILE-STATUS          PIC X(02).
000850 01  HISTORY-FILE-SW          PIC X(01) VALUE "N".
000860     88  HISTORY-IS-AVAILABLE           VALUE "Y".
000870 01  HISTORY-BROWSE-SW        PIC X(01) VALUE "N".
000880     88  NO-MORE-HISTORY-RECORDS        VALUE "Y".
000890 01  REGISTRY-FILE-SW         PIC X(01) VALUE "N".
000900     88  REGISTRY-IS-AVAILABLE          VALUE "Y".
000910 01  PARKED-SOURCE-SW         PIC X(01) VALUE SPACE.
000920     88  PARKED-FROM-PENDOUT            VALUE "O".
000930     88  PARKED-FROM-PENDIN             VALUE "I".
000940     88  NO-PARKED-SOURCE               VALUE SPACE.
000950 01  PARKED-FILE-SW           PIC X(01) VALUE "N".
000960     88  NO-MORE-PARKED-REQUESTS        VALUE "Y".
000970 01  STREAM-OVERRUN-SW        PIC X(01) VALUE "N".
000980     88  A-STREAM-OVERRUNS              VALUE "Y".
000990 01  RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
001000 01  FORECAST-DATE-YYYYMMDD   PIC 9(08) VALUE ZERO.
001010 01  BASE-START-DATE          PIC 9(08) VALUE ZERO.
001020 01  DAY-NUMBER               PIC 9(09) COMP VALUE ZERO.
001030 01  WINDOW-MINUTES           PIC 9(04) VALUE 360.
001040 01  BASELINE-DAYS            PIC 9(03) VALUE 7.
001050 01  CACHE-HIT-PCT            PIC 9(03) VALUE ZERO.
001060 01  WINDOW-CC                PIC 9(12) VALUE ZERO.
001070 01  PARKED-SOURCE-NAME       PIC X(09) VALUE "NONE".
001080     COPY pyreqrec.
001090 01  LOOKUP-MODULE-FUNC       PIC X(81) VALUE SPACES.
001100 01  FC-ENTRY-COUNT           PIC 9(04) COMP VALUE ZERO.
001110 01  FORECAST-TABLE.
001120     03  FC-ENTRY OCCURS 500 TIMES INDEXED BY FC-IDX.
001130         05  FC-KEY           PIC X(81).
001140         05  FC-CACHEABLE-SW  PIC X(01).
001150             88  FC-CACHEABLE               VALUE "Y".
001160         05  FC-ONCE-ONLY-SW  PIC X(01).
001170             88  FC-ONCE-ONLY               VALUE "Y".
001180         05  FC-CEILING-CC    PIC 9(08).
001190         05  FC-HIST-DAYS     PIC 9(03).
001200         05  FC-HIST-VOLUME   PIC 9(12).
001210         05  FC-HIST-AVG-TOTAL PIC 9(12).
001220         05  FC-BASE-CALLS    PIC 9(09).
001230         05  FC-PARKED-CALLS  PIC 9(09).
001240         05  FC-PARKED-LOW    PIC 9(09).
001250         05  FC-PROJ-CALLS    PIC 9(09).
001260         05  FC-AVG-CC        PIC 9(08).
001270         05  FC-PROJ-CC       PIC 9(15).
001280         05  FC-DRIVER-SW     PIC X(01).
001290             88  FC-ALREADY-NAMED           VALUE "Y".
001300         05  FC-STREAM-CALLS  PIC 9(09) OCCURS 4 TIMES.
001310         05  FC-STREAM-CC     PIC 9(15) OCCURS 4 TIMES.
001320 01  CHAIN-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
001330 01  CHAIN-STREAM-TABLE.
001340     03  CHAIN-STREAM-ENTRY OCCURS 200 TIMES
001350             INDEXED BY CHS-IDX.
001360         05  CHS-CHAIN-ID     PIC X(08) VALUE SPACES.
001370         05  CHS-STREAM       PIC 9(01) VALUE ZERO.
001380 01  STREAM-NUMBER            PIC 9(01) VALUE ZERO.
001390 01  NEXT-ROBIN-STREAM        PIC 9(01) VALUE 1.
001400 01  STREAM-SUB               PIC 9(01) VALUE ZERO.
001410 01  STREAM-TOTALS.
001420     03  STREAM-TOTAL-CALLS   PIC 9(09) OCCURS 4 TIMES.
001430     03  STREAM-TOTAL-CC      PIC 9(15) OCCURS 4 TIMES.
001440 01  CALLS-PER-STREAM         PIC 9(09) VALUE ZERO.
001450 01  CALLS-LEFT-OVER          PIC 9(01) VALUE ZERO.
001460 01  BILLABLE-PCT             PIC 9(03) VALUE 100.
001470 01  PROJ-MINUTES             PIC 9(09) VALUE ZERO.
001480 01  OVER-MINUTES             PIC 9(09) VALUE ZERO.
001490 01  LONGEST-STREAM-MINUTES   PIC 9(09) VALUE ZERO.
001500 01  DRIVER-SUB               PIC 9(01) VALUE ZERO.
001510 01  DRIVER-BEST-SUB          PIC 9(04) COMP VALUE ZERO.
001520 01  DRIVER-BEST-CC           PIC 9(15) VALUE ZERO.
001530 01  FUNCTION-FLAGS           PIC X(20) VALUE SPACES.
001540 01  FLAG-POINTER             PIC 9(04) COMP VALUE ZERO.
001550 01  PARKED-DUE-COUNT         PIC 9(09) VALUE ZERO.
001560 01  PARKED-LATER-COUNT       PIC 9(09) VALUE ZERO.
001570 01  TOTAL-PROJ-CALLS         PIC 9(09) VALUE ZERO.
001580 01  TOTAL-PROJ-CC            PIC 9(15) VALUE ZERO.
001590 01  PRINT-KEY                PIC X(40) VALUE SPACES.
001600 01  PRINT-COUNT              PIC ZZZ,ZZZ,ZZ9.
001610 01  PRINT-BASE-COUNT         PIC ZZZ,ZZ9.
001620 01  PRINT-PARKED-COUNT       PIC ZZZ,ZZ9.
001630 01  PRINT-PROJ-COUNT         PIC ZZZ,ZZ9.
001640 01  PRINT-AVG-CC             PIC ZZZ,ZZ9.
001650 01  PRINT-MINUTES            PIC ZZ,ZZ9.
001660 01  PRINT-WINDOW             PIC ZZ,ZZ9.
001670 01  PRINT-OVER               PIC ZZ,ZZ9.
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001710     IF HISTORY-IS-AVAILABLE
001720         PERFORM 2000-LOAD-HISTORY THRU 2000-LOAD-HISTORY-EXIT
001730     END-IF.
001740     PERFORM 3000-LOAD-PARKED-REQUESTS
001750         THRU 3000-LOAD-PARKED-REQUESTS-EXIT.
001760     PERFORM 4000-PROJECT-ONE-FUNCTION
001770         THRU 4000-PROJECT-ONE-FUNCTION-EXIT
001780         VARYING FC-IDX FROM 1 BY 1
001790         UNTIL FC-IDX > FC-ENTRY-COUNT.
001800     PERFORM 5000-JUDGE-ONE-STREAM
001810         THRU 5000-JUDGE-ONE-STREAM-EXIT
001820         VARYING STREAM-SUB FROM 1 BY 1
001830         UNTIL STREAM-SUB > 4.
001840     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001850     GO TO 9999-EXIT.
001860*----------------------------------------------------------
001870* 1000-INITIALIZE
001880*     THE FORECAST IS FOR TOMORROW UNLESS THE CONTROL FILE
001890*     NAMES ANOTHER DATE. NO HISTORY OR NO REGISTRY IS NOT
001900*     FATAL -- THE FORECAST IS SIMPLY THINNER, AND SAYS SO.
001910*----------------------------------------------------------
001920 1000-INITIALIZE.
001930     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001940     INITIALIZE FORECAST-TABLE.
001950     INITIALIZE STREAM-TOTALS.
001960     PERFORM 1100-LOAD-CONTROL-FILE
001970         THRU 1100-LOAD-CONTROL-FILE-EXIT.
001980     IF FORECAST-DATE-YYYYMMDD = ZERO
001990         COMPUTE DAY-NUMBER =
002000             FUNCTION INTEGER-OF-DATE (RUN-DATE-YYYYMMDD) + 1
002010         COMPUTE FORECAST-DATE-YYYYMMDD =
002020             FUNCTION DATE-OF-INTEGER (DAY-NUMBER)
002030     END-IF.
002040     COMPUTE DAY-NUMBER =
002050         FUNCTION INTEGER-OF-DATE (RUN-DATE-YYYYMMDD)
002060         - BASELINE-DAYS + 1.
002070     COMPUTE BASE-START-DATE =
002080         FUNCTION DATE-OF-INTEGER (DAY-NUMBER).
002090     COMPUTE WINDOW-CC = WINDOW-MINUTES * 6000.
002100     COMPUTE BILLABLE-PCT = 100 - CACHE-HIT-PCT.
002110     OPEN INPUT STAT-HISTORY-FILE.
002120     IF STAT-FILE-STATUS = "00"
002130         SET HISTORY-IS-AVAILABLE TO TRUE
002140     ELSE
002150         DISPLAY "NO STATISTICS HISTORY -- FORECAST FROM "
002160             "PARKED WORK ONLY"
002170     END-IF.
002180     OPEN INPUT FUNCTION-REGISTRY-FILE.
002190     IF REG-FILE-STATUS = "00"
002200         SET REGISTRY-IS-AVAILABLE TO TRUE
002210     ELSE
002220         DISPLAY "NO FUNCTION REGISTRY -- NO CACHE OR "
002230             "ONCE-ONLY ALLOWANCE"
002240     END-IF.
002250     OPEN OUTPUT FORECAST-REPORT-FILE.
002260     IF RPT-FILE-STATUS NOT = "00"
002270         DISPLAY "*** ERROR - FORECAST REPORT COULD NOT BE "
002280             "OPENED -- FILE STATUS " RPT-FILE-STATUS
002290         MOVE 16 TO RETURN-CODE
002300         GO TO 9999-EXIT
002310     END-IF.
002320 1000-INITIALIZE-EXIT.
002330     EXIT.
002340*----------------------------------------------------------
002350* 1100-LOAD-CONTROL-FILE
002360*     A MISSING CONTROL FILE, OR A FIELD LEFT ZERO OR
002370*     BLANK, KEEPS THE DEFAULT. A CACHE HIT RATE ABOVE 100
002380*     IS IGNORED.
002390*----------------------------------------------------------
002400 1100-LOAD-CONTROL-FILE.
002410     OPEN INPUT FORECAST-CONTROL-FILE.
002420     IF CTL-FILE-STATUS NOT = "00"
002430         DISPLAY "NO FORECAST CONTROL FILE -- DEFAULT WINDOW "
002440             "OF " WINDOW-MINUTES " MINUTES"
002450         GO TO 1100-LOAD-CONTROL-FILE-EXIT
002460     END-IF.
002470     READ FORECAST-CONTROL-FILE
002480         AT END
002490             CONTINUE
002500         NOT AT END
002510             IF FCC-WINDOW-MINUTES NUMERIC
002520                 AND FCC-WINDOW-MINUTES > ZERO
002530                 MOVE FCC-WINDOW-MINUTES TO WINDOW-MINUTES
002540             END-IF
002550             IF FCC-BASELINE-DAYS NUMERIC
002560                 AND FCC-BASELINE-DAYS > ZERO
002570                 MOVE FCC-BASELINE-DAYS TO BASELINE-DAYS
002580             END-IF
002590             IF FCC-CACHE-HIT-PCT NUMERIC
002600                 AND FCC-CACHE-HIT-PCT NOT > 100
002610                 MOVE FCC-CACHE-HIT-PCT TO CACHE-HIT-PCT
002620             END-IF
002630             IF FCC-FORECAST-DATE NUMERIC
002640                 MOVE FCC-FORECAST-DATE TO FORECAST-DATE-YYYYMMDD
002650             END-IF
002660     END-READ.
002670     CLOSE FORECAST-CONTROL-FILE.
002680 1100-LOAD-CONTROL-FILE-EXIT.
002690     EXIT.
002700*----------------------------------------------------------
002710* 2000-LOAD-HISTORY
002720*     STATHIST IS KEYED DATE FIRST, SO THE BASELINE DAYS
002730*     ARE ONE CONTIGUOUS BROWSE FROM THE FIRST BASELINE DATE
002740*     THROUGH TODAY.
002750*----------------------------------------------------------
002760 2000-LOAD-HISTORY.
002770     MOVE BASE-START-DATE TO STAT-DATE.
002780     MOVE LOW-VALUES      TO STAT-MODULE-FUNC.
002790     START STAT-HISTORY-FILE
002800         KEY IS NOT LESS THAN STAT-KEY
002810         INVALID KEY
002820             SET NO-MORE-HISTORY-RECORDS TO TRUE
002830     END-START.
002840     PERFORM 2100-FOLD-ONE-HISTORY-RECORD
002850         THRU 2100-FOLD-ONE-HISTORY-RECORD-EXIT
002860         UNTIL NO-MORE-HISTORY-RECORDS.
002870 2000-LOAD-HISTORY-EXIT.
002880     EXIT.
002890*----------------------------------------------------------
002900* 2100-FOLD-ONE-HISTORY-RECORD
002910*----------------------------------------------------------
002920 2100-FOLD-ONE-HISTORY-RECORD.
002930     READ STAT-HISTORY-FILE NEXT RECORD
002940         AT END
002950             SET NO-MORE-HISTORY-RECORDS TO TRUE
002960             GO TO 2100-FOLD-ONE-HISTORY-RECORD-EXIT
002970     END-READ.
002980     IF STAT-DATE > RUN-DATE-YYYYMMDD
002990         SET NO-MORE-HISTORY-RECORDS TO TRUE
003000         GO TO 2100-FOLD-ONE-HISTORY-RECORD-EXIT
003010     END-IF.
003020     MOVE STAT-MODULE-FUNC TO LOOKUP-MODULE-FUNC.
003030     PERFORM 2500-FIND-FUNCTION-ENTRY
003040         THRU 2500-FIND-FUNCTION-ENTRY-EXIT.
003050     ADD 1                   TO FC-HIST-DAYS (FC-IDX).
003060     ADD STAT-VOLUME         TO FC-HIST-VOLUME (FC-IDX).
003070     ADD STAT-AVG-ELAPSED-CC TO FC-HIST-AVG-TOTAL (FC-IDX).
003080 2100-FOLD-ONE-HISTORY-RECORD-EXIT.
003090     EXIT.
003100*----------------------------------------------------------
003110* 2500-FIND-FUNCTION-ENTRY
003120*     LEAVES FC-IDX ON THE ENTRY FOR LOOKUP-MODULE-FUNC,
003130*     ADDING IT (WITH ITS REGISTRY FLAGS) THE FIRST TIME.
003140*----------------------------------------------------------
003150 2500-FIND-FUNCTION-ENTRY.
003160     SET FC-IDX TO 1.
003170     SEARCH FC-ENTRY
003180         AT END
003190             PERFORM 2600-ADD-FUNCTION-ENTRY
003200                 THRU 2600-ADD-FUNCTION-ENTRY-EXIT
003210         WHEN FC-KEY (FC-IDX) = LOOKUP-MODULE-FUNC
003220             CONTINUE
003230     END-SEARCH.
003240 2500-FIND-FUNCTION-ENTRY-EXIT.
003250     EXIT.
003260*----------------------------------------------------------
003270* 2600-ADD-FUNCTION-ENTRY
003280*----------------------------------------------------------
003290 2600-ADD-FUNCTION-ENTRY.
003300     IF FC-ENTRY-COUNT >= 500
003310         DISPLAY "*** ERROR - MORE THAN 500 MODULE/FUNC "
003320             "ENTRIES TO FORECAST"
003330         MOVE 16 TO RETURN-CODE
003340         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003350         GO TO 9999-EXIT
003360     END-IF.
003370     ADD 1 TO FC-ENTRY-COUNT.
003380     SET FC-IDX TO FC-ENTRY-COUNT.
003390     MOVE LOOKUP-MODULE-FUNC TO FC-KEY (FC-IDX).
003400     MOVE "N" TO FC-CACHEABLE-SW (FC-IDX).
003410     MOVE "N" TO FC-ONCE-ONLY-SW (FC-IDX).
003420     MOVE ZERO TO FC-CEILING-CC (FC-IDX).
003430     IF NOT REGISTRY-IS-AVAILABLE
003440         GO TO 2600-ADD-FUNCTION-ENTRY-EXIT
003450     END-IF.
003460     MOVE SPACES TO REG-KEY.
003470     UNSTRING LOOKUP-MODULE-FUNC DELIMITED BY "/"
003480         INTO REG-MODULE REG-FUNC
003490     END-UNSTRING.
003500     READ FUNCTION-REGISTRY-FILE
003510         KEY IS REG-KEY
003520         INVALID KEY
003530             GO TO 2600-ADD-FUNCTION-ENTRY-EXIT
003540     END-READ.
003550     IF REG-CACHEABLE
003560         MOVE "Y" TO FC-CACHEABLE-SW (FC-IDX)
003570     END-IF.
003580     IF REG-ONCE-ONLY
003590         MOVE "Y" TO FC-ONCE-ONLY-SW (FC-IDX)
003600     END-IF.
003610     MOVE REG-MAX-ELAPSED-CC TO FC-CEILING-CC (FC-IDX).
003620 2600-ADD-FUNCTION-ENTRY-EXIT.
003630     EXIT.
003640*----------------------------------------------------------
003650* 3000-LOAD-PARKED-REQUESTS
003660*     ONCE TODAY'S PYRELSE HAS RUN, PYPENDOUT HOLDS EVERY
003670*     REQUEST STILL PARKED; BEFORE THAT, YESTERDAY'S FILE
003680*     (PYPENDIN) DOES. READING BOTH WOULD COUNT THE SAME
003690*     REQUEST TWICE, SO PYPENDOUT WINS WHEN IT EXISTS.
003700*----------------------------------------------------------
003710 3000-LOAD-PARKED-REQUESTS.
003720     OPEN INPUT PENDING-OUT-FILE.
003730     IF PENDOUT-FILE-STATUS = "00"
003740         SET PARKED-FROM-PENDOUT TO TRUE
003750         MOVE "PYPENDOUT" TO PARKED-SOURCE-NAME
003760     ELSE
003770         OPEN INPUT PENDING-IN-FILE
003780         IF PENDIN-FILE-STATUS = "00"
003790             SET PARKED-FROM-PENDIN TO TRUE
003800             MOVE "PYPENDIN" TO PARKED-SOURCE-NAME
003810         ELSE
003820             DISPLAY "NO PARKED REQUEST FILE -- FORECAST FROM "
003830                 "HISTORY ONLY"
003840             GO TO 3000-LOAD-PARKED-REQUESTS-EXIT
003850         END-IF
003860     END-IF.
003870     PERFORM 3100-DEAL-ONE-PARKED-REQUEST
003880         THRU 3100-DEAL-ONE-PARKED-REQUEST-EXIT
003890         UNTIL NO-MORE-PARKED-REQUESTS.
003900     IF PARKED-FROM-PENDOUT
003910         CLOSE PENDING-OUT-FILE
003920     ELSE
003930         CLOSE PENDING-IN-FILE
003940     END-IF.
003950 3000-LOAD-PARKED-REQUESTS-EXIT.
003960     EXIT.
003970*----------------------------------------------------------
003980* 3100-DEAL-ONE-PARKED-REQUEST
003990*     A PARKED DETAIL DUE BY THE FORECAST DATE IS DEALT TO
004000*     ITS STREAM EXACTLY AS PYSPLIT WOULD DEAL IT. ONE WITH
004010*     NO USABLE DATE IS TAKEN AS DUE.
004020*----------------------------------------------------------
004030 3100-DEAL-ONE-PARKED-REQUEST.
004040     IF PARKED-FROM-PENDOUT
004050         READ PENDING-OUT-FILE INTO PYTHON-REQUEST-RECORD
004060             AT END
004070                 SET NO-MORE-PARKED-REQUESTS TO TRUE
004080         END-READ
004090     ELSE
004100         READ PENDING-IN-FILE INTO PYTHON-REQUEST-RECORD
004110             AT END
004120                 SET NO-MORE-PARKED-REQUESTS TO TRUE
004130         END-READ
004140     END-IF.
004150     IF NO-MORE-PARKED-REQUESTS
004160         OR NOT PYREQ-DETAIL-RECORD
004170         GO TO 3100-DEAL-ONE-PARKED-REQUEST-EXIT
004180     END-IF.
004190     IF PYREQ-EFFECTIVE-DATE NUMERIC
004200         AND PYREQ-EFFECTIVE-DATE > FORECAST-DATE-YYYYMMDD
004210         ADD 1 TO PARKED-LATER-COUNT
004220         GO TO 3100-DEAL-ONE-PARKED-REQUEST-EXIT
004230     END-IF.
004240     ADD 1 TO PARKED-DUE-COUNT.
004250     MOVE SPACES TO LOOKUP-MODULE-FUNC.
004260     STRING PYREQ-MODULE DELIMITED BY SPACE
004270         "/" DELIMITED BY SIZE
004280         PYREQ-FUNC DELIMITED BY SPACE
004290         INTO LOOKUP-MODULE-FUNC.
004300     PERFORM 2500-FIND-FUNCTION-ENTRY
004310         THRU 2500-FIND-FUNCTION-ENTRY-EXIT.
004320     ADD 1 TO FC-PARKED-CALLS (FC-IDX).
004330     IF PYREQ-PRIORITY-LOW
004340         ADD 1 TO FC-PARKED-LOW (FC-IDX)
004350     END-IF.
004360     EVALUATE TRUE
004370         WHEN PYREQ-CHAIN-ID NOT = SPACES
004380             PERFORM 3200-ASSIGN-CHAIN-STREAM
004390                 THRU 3200-ASSIGN-CHAIN-STREAM-EXIT
004400         WHEN FC-ONCE-ONLY (FC-IDX)
004410             MOVE 1 TO STREAM-NUMBER
004420         WHEN OTHER
004430             PERFORM 3300-TAKE-NEXT-ROBIN-STREAM
004440                 THRU 3300-TAKE-NEXT-ROBIN-STREAM-EXIT
004450     END-EVALUATE.
004460     ADD 1 TO FC-STREAM-CALLS (FC-IDX, STREAM-NUMBER).
004470 3100-DEAL-ONE-PARKED-REQUEST-EXIT.
004480     EXIT.
004490*----------------------------------------------------------
004500* 3200-ASSIGN-CHAIN-STREAM
004510*     A CHAIN GOES WHOLE TO THE STREAM ITS FIRST STEP TOOK.
004520*     BEYOND 200 CHAINS THE REST ARE DEALT ROUND-ROBIN --
004530*     PYSPLIT ITSELF WILL FAIL THAT FILE, AND THE FORECAST
004540*     SAYS SO.
004550*----------------------------------------------------------
004560 3200-ASSIGN-CHAIN-STREAM.
004570     SET CHS-IDX TO 1.
004580     SEARCH CHAIN-STREAM-ENTRY
004590         AT END
004600             IF CHAIN-ENTRY-COUNT >= 200
004610                 DISPLAY "*** MORE THAN 200 CHAINS DUE -- "
004620                     "PYSPLIT WILL REFUSE THIS FILE"
004630                 PERFORM 3300-TAKE-NEXT-ROBIN-STREAM
004640                     THRU 3300-TAKE-NEXT-ROBIN-STREAM-EXIT
004650             ELSE
004660                 ADD 1 TO CHAIN-ENTRY-COUNT
004670                 SET CHS-IDX TO CHAIN-ENTRY-COUNT
004680                 MOVE PYREQ-CHAIN-ID TO CHS-CHAIN-ID (CHS-IDX)
004690                 IF FC-ONCE-ONLY (FC-IDX)
004700                     MOVE 1 TO STREAM-NUMBER
004710                 ELSE
004720                     PERFORM 3300-TAKE-NEXT-ROBIN-STREAM
004730                         THRU 3300-TAKE-NEXT-ROBIN-STREAM-EXIT
004740                 END-IF
004750                 MOVE STREAM-NUMBER TO CHS-STREAM (CHS-IDX)
004760             END-IF
004770         WHEN CHS-CHAIN-ID (CHS-IDX) = PYREQ-CHAIN-ID
004780             MOVE CHS-STREAM (CHS-IDX) TO STREAM-NUMBER
004790     END-SEARCH.
004800 3200-ASSIGN-CHAIN-STREAM-EXIT.
004810     EXIT.
004820*----------------------------------------------------------
004830* 3300-TAKE-NEXT-ROBIN-STREAM
004840*----------------------------------------------------------
004850 3300-TAKE-NEXT-ROBIN-STREAM.
004860     MOVE NEXT-ROBIN-STREAM TO STREAM-NUMBER.
004870     ADD 1 TO NEXT-ROBIN-STREAM.
004880     IF NEXT-ROBIN-STREAM > 4
004890         MOVE 1 TO NEXT-ROBIN-STREAM
004900     END-IF.
004910 3300-TAKE-NEXT-ROBIN-STREAM-EXIT.
004920     EXIT.
004930*----------------------------------------------------------
004940* 4000-PROJECT-ONE-FUNCTION
004950*     THE FUNCTION'S EVERYDAY VOLUME IS ITS AVERAGE OVER
004960*     THE BASELINE DAYS IT RAN; THAT VOLUME IS DEALT ACROSS
004970*     THE STREAMS ON TOP OF ITS PARKED WORK. A CACHEABLE
004980*     FUNCTION PAYS BRIDGE TIME ONLY FOR THE CALLS THE
004990*     CACHE IS NOT EXPECTED TO ANSWER.
005000*----------------------------------------------------------
005010 4000-PROJECT-ONE-FUNCTION.
005020     MOVE SPACES TO FUNCTION-FLAGS.
005030     MOVE 1 TO FLAG-POINTER.
005040     IF FC-HIST-DAYS (FC-IDX) > ZERO
005050         COMPUTE FC-BASE-CALLS (FC-IDX) =
005060             FC-HIST-VOLUME (FC-IDX) / FC-HIST-DAYS (FC-IDX)
005070         COMPUTE FC-AVG-CC (FC-IDX) =
005080             FC-HIST-AVG-TOTAL (FC-IDX) / FC-HIST-DAYS (FC-IDX)
005090     ELSE
005100         MOVE ZERO TO FC-BASE-CALLS (FC-IDX)
005110         MOVE FC-CEILING-CC (FC-IDX) TO FC-AVG-CC (FC-IDX)
005120         STRING "NOHIST " DELIMITED BY SIZE
005130             INTO FUNCTION-FLAGS
005140             WITH POINTER FLAG-POINTER
005150         END-STRING
005160     END-IF.
005170     IF FC-ONCE-ONLY (FC-IDX)
005180         ADD FC-BASE-CALLS (FC-IDX) TO FC-STREAM-CALLS (FC-IDX, 1)
005190         STRING "ONCE " DELIMITED BY SIZE
005200             INTO FUNCTION-FLAGS
005210             WITH POINTER FLAG-POINTER
005220         END-STRING
005230     ELSE
005240         DIVIDE FC-BASE-CALLS (FC-IDX) BY 4
005250             GIVING CALLS-PER-STREAM
005260             REMAINDER CALLS-LEFT-OVER
005270         PERFORM 4100-SPREAD-ONE-STREAM
005280             THRU 4100-SPREAD-ONE-STREAM-EXIT
005290             VARYING STREAM-SUB FROM 1 BY 1
005300             UNTIL STREAM-SUB > 4
005310         PERFORM 4150-DEAL-ONE-LEFT-OVER
005320             THRU 4150-DEAL-ONE-LEFT-OVER-EXIT
005330             CALLS-LEFT-OVER TIMES
005340     END-IF.
005350     IF FC-CACHEABLE (FC-IDX)
005360         STRING "CACHE " DELIMITED BY SIZE
005370             INTO FUNCTION-FLAGS
005380             WITH POINTER FLAG-POINTER
005390         END-STRING
005400     END-IF.
005410     COMPUTE FC-PROJ-CALLS (FC-IDX) =
005420         FC-BASE-CALLS (FC-IDX) + FC-PARKED-CALLS (FC-IDX).
005430     MOVE ZERO TO FC-PROJ-CC (FC-IDX).
005440     PERFORM 4200-PRICE-ONE-STREAM
005450         THRU 4200-PRICE-ONE-STREAM-EXIT
005460         VARYING STREAM-SUB FROM 1 BY 1
005470         UNTIL STREAM-SUB > 4.
005480     ADD FC-PROJ-CALLS (FC-IDX) TO TOTAL-PROJ-CALLS.
005490     ADD FC-PROJ-CC (FC-IDX)    TO TOTAL-PROJ-CC.
005500     PERFORM 4300-PRINT-FUNCTION-LINE
005510         THRU 4300-PRINT-FUNCTION-LINE-EXIT.
005520 4000-PROJECT-ONE-FUNCTION-EXIT.
005530     EXIT.
005540*----------------------------------------------------------
005550* 4100-SPREAD-ONE-STREAM
005560*----------------------------------------------------------
005570 4100-SPREAD-ONE-STREAM.
005580     ADD CALLS-PER-STREAM
005590         TO FC-STREAM-CALLS (FC-IDX, STREAM-SUB).
005600 4100-SPREAD-ONE-STREAM-EXIT.
005610     EXIT.
005620*----------------------------------------------------------
005630* 4150-DEAL-ONE-LEFT-OVER
005640*     THE CALLS THAT DO NOT DIVIDE EVENLY CONTINUE THE
005650*     ROUND-ROBIN WHERE IT LEFT OFF, AS PYSPLIT'S WOULD.
005660*----------------------------------------------------------
005670 4150-DEAL-ONE-LEFT-OVER.
005680     PERFORM 3300-TAKE-NEXT-ROBIN-STREAM
005690         THRU 3300-TAKE-NEXT-ROBIN-STREAM-EXIT.
005700     ADD 1 TO FC-STREAM-CALLS (FC-IDX, STREAM-NUMBER).
005710 4150-DEAL-ONE-LEFT-OVER-EXIT.
005720     EXIT.
005730*----------------------------------------------------------
005740* 4200-PRICE-ONE-STREAM
005750*----------------------------------------------------------
005760 4200-PRICE-ONE-STREAM.
005770     IF FC-CACHEABLE (FC-IDX)
005780         COMPUTE FC-STREAM-CC (FC-IDX, STREAM-SUB) =
005790             FC-STREAM-CALLS (FC-IDX, STREAM-SUB)
005800             * FC-AVG-CC (FC-IDX) * BILLABLE-PCT / 100
005810     ELSE
005820         COMPUTE FC-STREAM-CC (FC-IDX, STREAM-SUB) =
005830             FC-STREAM-CALLS (FC-IDX, STREAM-SUB)
005840             * FC-AVG-CC (FC-IDX)
005850     END-IF.
005860     ADD FC-STREAM-CC (FC-IDX, STREAM-SUB)
005870         TO FC-PROJ-CC (FC-IDX).
005880     ADD FC-STREAM-CALLS (FC-IDX, STREAM-SUB)
005890         TO STREAM-TOTAL-CALLS (STREAM-SUB).
005900     ADD FC-STREAM-CC (FC-IDX, STREAM-SUB)
005910         TO STREAM-TOTAL-CC (STREAM-SUB).
005920 4200-PRICE-ONE-STREAM-EXIT.
005930     EXIT.
005940*----------------------------------------------------------
005950* 4300-PRINT-FUNCTION-LINE
005960*     THE HEADINGS GO OUT AHEAD OF THE FIRST FUNCTION.
005970*----------------------------------------------------------
005980 4300-PRINT-FUNCTION-LINE.
005990     IF FC-IDX = 1
006000         PERFORM 4400-PRINT-HEADINGS
006010             THRU 4400-PRINT-HEADINGS-EXIT
006020     END-IF.
006030     COMPUTE PROJ-MINUTES = (FC-PROJ-CC (FC-IDX) + 5999) / 6000.
006040     MOVE FC-KEY (FC-IDX)         TO PRINT-KEY.
006050     MOVE FC-BASE-CALLS (FC-IDX)  TO PRINT-BASE-COUNT.
006060     MOVE FC-PARKED-CALLS (FC-IDX) TO PRINT-PARKED-COUNT.
006070     MOVE FC-PROJ-CALLS (FC-IDX)  TO PRINT-PROJ-COUNT.
006080     MOVE FC-AVG-CC (FC-IDX)      TO PRINT-AVG-CC.
006090     MOVE PROJ-MINUTES            TO PRINT-MINUTES.
006100     MOVE SPACES TO FORECAST-REPORT-LINE.
006110     STRING PRINT-KEY DELIMITED BY SIZE
006120         " " DELIMITED BY SIZE
006130         PRINT-BASE-COUNT DELIMITED BY SIZE
006140         "   " DELIMITED BY SIZE
006150         PRINT-PARKED-COUNT DELIMITED BY SIZE
006160         "   " DELIMITED BY SIZE
006170         PRINT-PROJ-COUNT DELIMITED BY SIZE
006180         "   " DELIMITED BY SIZE
006190         PRINT-AVG-CC DELIMITED BY SIZE
006200         "    " DELIMITED BY SIZE
006210         PRINT-MINUTES DELIMITED BY SIZE
006220         "  " DELIMITED BY SIZE
006230         FUNCTION-FLAGS DELIMITED BY SIZE
006240         INTO FORECAST-REPORT-LINE.
006250     PERFORM 9100-WRITE-REPORT-LINE
006260         THRU 9100-WRITE-REPORT-LINE-EXIT.
006270 4300-PRINT-FUNCTION-LINE-EXIT.
006280     EXIT.
006290*----------------------------------------------------------
006300* 4400-PRINT-HEADINGS
006310*----------------------------------------------------------
006320 4400-PRINT-HEADINGS.
006330     MOVE WINDOW-MINUTES TO PRINT-WINDOW.
006340     MOVE SPACES TO FORECAST-REPORT-LINE.
006350     STRING "BATCH WINDOW FORECAST FOR " DELIMITED BY SIZE
006360         FORECAST-DATE-YYYYMMDD DELIMITED BY SIZE
006370         " -- RUN " DELIMITED BY SIZE
006380         RUN-DATE-YYYYMMDD DELIMITED BY SIZE
006390         INTO FORECAST-REPORT-LINE.
006400     PERFORM 9100-WRITE-REPORT-LINE
006410         THRU 9100-WRITE-REPORT-LINE-EXIT.
006420     MOVE SPACES TO FORECAST-REPORT-LINE.
006430     STRING "WINDOW " DELIMITED BY SIZE
006440         PRINT-WINDOW DELIMITED BY SIZE
006450         " MINUTES, BASELINE " DELIMITED BY SIZE
006460         BASELINE-DAYS DELIMITED BY SIZE
006470         " DAYS FROM " DELIMITED BY SIZE
006480         BASE-START-DATE DELIMITED BY SIZE
006490         ", CACHE HIT " DELIMITED BY SIZE
006500         CACHE-HIT-PCT DELIMITED BY SIZE
006510         " PCT, PARKED WORK FROM " DELIMITED BY SIZE
006520         PARKED-SOURCE-NAME DELIMITED BY SPACE
006530         INTO FORECAST-REPORT-LINE.
006540     PERFORM 9100-WRITE-REPORT-LINE
006550         THRU 9100-WRITE-REPORT-LINE-EXIT.
006560     MOVE SPACES TO FORECAST-REPORT-LINE.
006570     PERFORM 9100-WRITE-REPORT-LINE
006580         THRU 9100-WRITE-REPORT-LINE-EXIT.
006590     MOVE SPACES TO FORECAST-REPORT-LINE.
006600     STRING "MODULE/FUNC                              "
006610         DELIMITED BY SIZE
006620         " DAILY     PARKED   PROJECTED    AVG-CC    MINUTES"
006630         DELIMITED BY SIZE
006640         "  NOTES" DELIMITED BY SIZE
006650         INTO FORECAST-REPORT-LINE.
006660     PERFORM 9100-WRITE-REPORT-LINE
006670         THRU 9100-WRITE-REPORT-LINE-EXIT.
006680 4400-PRINT-HEADINGS-EXIT.
006690     EXIT.
006700*----------------------------------------------------------
006710* 5000-JUDGE-ONE-STREAM
006720*     THE FOUR STREAMS RUN SIDE BY SIDE, SO EACH ONE MUST
006730*     FIT THE WINDOW ON ITS OWN. AN OVERRUN NAMES THE THREE
006740*     FUNCTIONS CARRYING THE MOST TIME ON THAT STREAM.
006750*----------------------------------------------------------
006760 5000-JUDGE-ONE-STREAM.
006770     IF STREAM-SUB = 1
006780         MOVE SPACES TO FORECAST-REPORT-LINE
006790         PERFORM 9100-WRITE-REPORT-LINE
006800             THRU 9100-WRITE-REPORT-LINE-EXIT
006810     END-IF.
006820     COMPUTE PROJ-MINUTES =
006830         (STREAM-TOTAL-CC (STREAM-SUB) + 5999) / 6000.
006840     IF PROJ-MINUTES > LONGEST-STREAM-MINUTES
006850         MOVE PROJ-MINUTES TO LONGEST-STREAM-MINUTES
006860     END-IF.
006870     MOVE STREAM-TOTAL-CALLS (STREAM-SUB) TO PRINT-COUNT.
006880     MOVE PROJ-MINUTES TO PRINT-MINUTES.
006890     MOVE SPACES TO FORECAST-REPORT-LINE.
006900     IF STREAM-TOTAL-CC (STREAM-SUB) NOT > WINDOW-CC
006910         STRING "STREAM " DELIMITED BY SIZE
006920             STREAM-SUB DELIMITED BY SIZE
006930             ": CALLS " DELIMITED BY SIZE
006940             PRINT-COUNT DELIMITED BY SIZE
006950             "  PROJECTED " DELIMITED BY SIZE
006960             PRINT-MINUTES DELIMITED BY SIZE
006970             " MINUTES -- WITHIN WINDOW" DELIMITED BY SIZE
006980             INTO FORECAST-REPORT-LINE
006990         PERFORM 9100-WRITE-REPORT-LINE
007000             THRU 9100-WRITE-REPORT-LINE-EXIT
007010         GO TO 5000-JUDGE-ONE-STREAM-EXIT
007020     END-IF.
007030     SET A-STREAM-OVERRUNS TO TRUE.
007040     COMPUTE OVER-MINUTES = PROJ-MINUTES - WINDOW-MINUTES.
007050     MOVE OVER-MINUTES TO PRINT-OVER.
007060     STRING "STREAM " DELIMITED BY SIZE
007070         STREAM-SUB DELIMITED BY SIZE
007080         ": CALLS " DELIMITED BY SIZE
007090         PRINT-COUNT DELIMITED BY SIZE
007100         "  PROJECTED " DELIMITED BY SIZE
007110         PRINT-MINUTES DELIMITED BY SIZE
007120         " MINUTES -- *** OVERRUNS WINDOW BY " DELIMITED BY SIZE
007130         PRINT-OVER DELIMITED BY SIZE
007140         " MINUTES" DELIMITED BY SIZE
007150         INTO FORECAST-REPORT-LINE.
007160     PERFORM 9100-WRITE-REPORT-LINE
007170         THRU 9100-WRITE-REPORT-LINE-EXIT.
007180     PERFORM 5050-CLEAR-ONE-DRIVER-MARK
007190         THRU 5050-CLEAR-ONE-DRIVER-MARK-EXIT
007200         VARYING FC-IDX FROM 1 BY 1
007210         UNTIL FC-IDX > FC-ENTRY-COUNT.
007220     PERFORM 5100-NAME-ONE-DRIVER
007230         THRU 5100-NAME-ONE-DRIVER-EXIT
007240         VARYING DRIVER-SUB FROM 1 BY 1
007250         UNTIL DRIVER-SUB > 3.
007260 5000-JUDGE-ONE-STREAM-EXIT.
007270     EXIT.
007280*----------------------------------------------------------
007290* 5050-CLEAR-ONE-DRIVER-MARK
007300*----------------------------------------------------------
007310 5050-CLEAR-ONE-DRIVER-MARK.
007320     MOVE "N" TO FC-DRIVER-SW (FC-IDX).
007330 5050-CLEAR-ONE-DRIVER-MARK-EXIT.
007340     EXIT.
007350*----------------------------------------------------------
007360* 5100-NAME-ONE-DRIVER
007370*     THE BIGGEST REMAINING SHARE OF THE STREAM'S TIME,
007380*     WITH HOW MUCH OF ITS PARKED WORK IS LOW PRIORITY AND
007390*     SO CAN BE MOVED.
007400*----------------------------------------------------------
007410 5100-NAME-ONE-DRIVER.
007420     MOVE ZERO TO DRIVER-BEST-SUB.
007430     MOVE ZERO TO DRIVER-BEST-CC.
007440     PERFORM 5150-CHECK-ONE-DRIVER
007450         THRU 5150-CHECK-ONE-DRIVER-EXIT
007460         VARYING FC-IDX FROM 1 BY 1
007470         UNTIL FC-IDX > FC-ENTRY-COUNT.
007480     IF DRIVER-BEST-SUB = ZERO
007490         GO TO 5100-NAME-ONE-DRIVER-EXIT
007500     END-IF.
007510     SET FC-IDX TO DRIVER-BEST-SUB.
007520     MOVE "Y" TO FC-DRIVER-SW (FC-IDX).
007530     COMPUTE PROJ-MINUTES = (DRIVER-BEST-CC + 5999) / 6000.
007540     MOVE PROJ-MINUTES TO PRINT-MINUTES.
007550     MOVE FC-STREAM-CALLS (FC-IDX, STREAM-SUB) TO PRINT-COUNT.
007560     MOVE FC-PARKED-LOW (FC-IDX) TO PRINT-PARKED-COUNT.
007570     MOVE SPACES TO FORECAST-REPORT-LINE.
007580     STRING "    DRIVEN BY " DELIMITED BY SIZE
007590         FC-KEY (FC-IDX) DELIMITED BY SPACE
007600         " -- CALLS " DELIMITED BY SIZE
007610         PRINT-COUNT DELIMITED BY SIZE
007620         " MINUTES " DELIMITED BY SIZE
007630         PRINT-MINUTES DELIMITED BY SIZE
007640         " LOW-PRIORITY PARKED " DELIMITED BY SIZE
007650         PRINT-PARKED-COUNT DELIMITED BY SIZE
007660         INTO FORECAST-REPORT-LINE.
007670     PERFORM 9100-WRITE-REPORT-LINE
007680         THRU 9100-WRITE-REPORT-LINE-EXIT.
007690 5100-NAME-ONE-DRIVER-EXIT.
007700     EXIT.
007710*----------------------------------------------------------
007720* 5150-CHECK-ONE-DRIVER
007730*----------------------------------------------------------
007740 5150-CHECK-ONE-DRIVER.
007750     IF FC-ALREADY-NAMED (FC-IDX)
007760         GO TO 5150-CHECK-ONE-DRIVER-EXIT
007770     END-IF.
007780     IF FC-STREAM-CC (FC-IDX, STREAM-SUB) > DRIVER-BEST-CC
007790         MOVE FC-STREAM-CC (FC-IDX, STREAM-SUB)
007800             TO DRIVER-BEST-CC
007810         SET DRIVER-BEST-SUB TO FC-IDX
007820     END-IF.
007830 5150-CHECK-ONE-DRIVER-EXIT.
007840     EXIT.
007850*----------------------------------------------------------
007860* 9000-TERMINATE
007870*     A PROJECTED OVERRUN ENDS THE STEP RC 4, SO THE
007880*     SCHEDULER SHOWS IT BEFORE THE CUTOFF RATHER THAN THE
007890*     MORNING AFTER.
007900*----------------------------------------------------------
007910 9000-TERMINATE.
007920     IF FC-ENTRY-COUNT = ZERO
007930         PERFORM 4400-PRINT-HEADINGS
007940             THRU 4400-PRINT-HEADINGS-EXIT
007950     END-IF.
007960     MOVE SPACES TO FORECAST-REPORT-LINE.
007970     PERFORM 9100-WRITE-REPORT-LINE
007980         THRU 9100-WRITE-REPORT-LINE-EXIT.
007990     COMPUTE PROJ-MINUTES = (TOTAL-PROJ-CC + 5999) / 6000.
008000     MOVE TOTAL-PROJ-CALLS TO PRINT-COUNT.
008010     MOVE SPACES TO FORECAST-REPORT-LINE.
008020     STRING "PROJECTED CALLS...................... "
008030         DELIMITED BY SIZE
008040         PRINT-COUNT DELIMITED BY SIZE
008050         INTO FORECAST-REPORT-LINE.
008060     PERFORM 9100-WRITE-REPORT-LINE
008070         THRU 9100-WRITE-REPORT-LINE-EXIT.
008080     MOVE PROJ-MINUTES TO PRINT-COUNT.
008090     MOVE SPACES TO FORECAST-REPORT-LINE.
008100     STRING "PROJECTED BRIDGE MINUTES, ALL STREAMS "
008110         DELIMITED BY SIZE
008120         PRINT-COUNT DELIMITED BY SIZE
008130         INTO FORECAST-REPORT-LINE.
008140     PERFORM 9100-WRITE-REPORT-LINE
008150         THRU 9100-WRITE-REPORT-LINE-EXIT.
008160     MOVE LONGEST-STREAM-MINUTES TO PRINT-COUNT.
008170     MOVE SPACES TO FORECAST-REPORT-LINE.
008180     STRING "LONGEST STREAM, MINUTES.............. "
008190         DELIMITED BY SIZE
008200         PRINT-COUNT DELIMITED BY SIZE
008210         INTO FORECAST-REPORT-LINE.
008220     PERFORM 9100-WRITE-REPORT-LINE
008230         THRU 9100-WRITE-REPORT-LINE-EXIT.
008240     MOVE WINDOW-MINUTES TO PRINT-COUNT.
008250     MOVE SPACES TO FORECAST-REPORT-LINE.
008260     STRING "WINDOW, MINUTES...................... "
008270         DELIMITED BY SIZE
008280         PRINT-COUNT DELIMITED BY SIZE
008290         INTO FORECAST-REPORT-LINE.
008300     PERFORM 9100-WRITE-REPORT-LINE
008310         THRU 9100-WRITE-REPORT-LINE-EXIT.
008320     MOVE PARKED-DUE-COUNT TO PRINT-COUNT.
008330     MOVE SPACES TO FORECAST-REPORT-LINE.
008340     STRING "PARKED REQUESTS DUE.................. "
008350         DELIMITED BY SIZE
008360         PRINT-COUNT DELIMITED BY SIZE
008370         INTO FORECAST-REPORT-LINE.
008380     PERFORM 9100-WRITE-REPORT-LINE
008390         THRU 9100-WRITE-REPORT-LINE-EXIT.
008400     MOVE PARKED-LATER-COUNT TO PRINT-COUNT.
008410     MOVE SPACES TO FORECAST-REPORT-LINE.
008420     STRING "PARKED REQUESTS DUE LATER............ "
008430         DELIMITED BY SIZE
008440         PRINT-COUNT DELIMITED BY SIZE
008450         INTO FORECAST-REPORT-LINE.
008460     PERFORM 9100-WRITE-REPORT-LINE
008470         THRU 9100-WRITE-REPORT-LINE-EXIT.
008480     MOVE SPACES TO FORECAST-REPORT-LINE.
008490     IF A-STREAM-OVERRUNS
008500         STRING "*** BATCH WINDOW PROJECTED TO OVERRUN -- "
008510             DELIMITED BY SIZE
008520             "MOVE LOW-PRIORITY WORK BEFORE THE CUTOFF"
008530             DELIMITED BY SIZE
008540             INTO FORECAST-REPORT-LINE
008550     ELSE
008560         STRING "BATCH WINDOW PROJECTED TO HOLD"
008570             DELIMITED BY SIZE
008580             INTO FORECAST-REPORT-LINE
008590     END-IF.
008600     PERFORM 9100-WRITE-REPORT-LINE
008610         THRU 9100-WRITE-REPORT-LINE-EXIT.
008620     IF HISTORY-IS-AVAILABLE
008630         CLOSE STAT-HISTORY-FILE
008640     END-IF.
008650     IF REGISTRY-IS-AVAILABLE
008660         CLOSE FUNCTION-REGISTRY-FILE
008670     END-IF.
008680     CLOSE FORECAST-REPORT-FILE.
008690     IF A-STREAM-OVERRUNS
008700         AND RETURN-CODE = ZERO
008710         MOVE 4 TO RETURN-CODE
008720     END-IF.
008730 9000-TERMINATE-EXIT.
008740     EXIT.
008750*----------------------------------------------------------
008760* 9100-WRITE-REPORT-LINE
008770*----------------------------------------------------------
008780 9100-WRITE-REPORT-LINE.
008790     WRITE FORECAST-REPORT-LINE.
008800     DISPLAY FORECAST-REPORT-LINE.
008810 9100-WRITE-REPORT-LINE-EXIT.
008820     EXIT.
008830*----------------------------------------------------------
008840* 9999-EXIT
008850*----------------------------------------------------------
008860 9999-EXIT.
008870     STOP RUN.
