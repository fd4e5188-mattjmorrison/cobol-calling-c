000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. runbook.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. NIGHTLY OPERATIONS RUN
000130*                   BOOK. READS THE RUN-HISTORY RECORDS EVERY
000140*                   STEP IN THE NIGHTLY STREAM POSTS TO THE
000150*                   KEYED RUNHIST FILE AND LAYS OUT ONE
000160*                   BUSINESS DATE'S STEPS IN STREAM ORDER ON
000170*                   ONE PAGE -- START, END, DURATION, RECORDS
000180*                   READ/WRITTEN/REJECTED, RETURN CODE. A STEP
000190*                   THAT NEVER RAN, RAN MORE OR FEWER TIMES
000200*                   THAN EXPECTED, ENDED NON-ZERO, OR TOOK
000210*                   LONGER THAN ITS USUAL DURATION (THE
000220*                   AVERAGE OF ITS CLEAN RUNS OVER THE PRIOR
000230*                   BASELINE DAYS) IS FLAGGED. THE STEP LIST,
000240*                   BUSINESS DATE, BASELINE DEPTH, AND SLOW
000250*                   TOLERANCE COME FROM THE RBKCTL CONTROL
000260*                   FILE WHEN PRESENT (DEFAULT TODAY, EVERY
000270*                   NIGHTLY STEP FROM INTAKE TO STATHIST WITH
000280*                   FOUR DRIVER STREAMS, 7 DAYS, 50 PCT AND
000290*                   AT LEAST 60 SECONDS). ANY FLAG ENDS THE
000300*                   STEP WITH RETURN CODE 4.
000310*----------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS RUNH-KEY
000390         FILE STATUS IS RUNH-FILE-STATUS.
000400     SELECT RUNBOOK-CONTROL-FILE ASSIGN TO "RBKCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CTL-FILE-STATUS.
000430     SELECT RUNBOOK-REPORT-FILE ASSIGN TO "RUNBKRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS RPT-FILE-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  RUN-HISTORY-FILE.
000490     COPY runhrec.
000500*----------------------------------------------------------
000510* RBKCTL CARRIES AN OPTIONAL P (PARAMETER) RECORD AND ANY
000520* NUMBER OF S (STEP) RECORDS, ONE PER STEP IN STREAM ORDER
000530* WITH THE NUMBER OF RUNS A NORMAL NIGHT MAKES. ZERO OR
000540* NON-NUMERIC PARAMETER FIELDS KEEP THEIR DEFAULTS.
000550*----------------------------------------------------------
000560 FD  RUNBOOK-CONTROL-FILE.
000570 01  RUNBOOK-STEP-RECORD.
000580     03  RBK-RECORD-TYPE          PIC X(01).
000590         88  RBK-PARAMETER-RECORD           VALUE "P".
000600         88  RBK-STEP-RECORD                VALUE "S".
000610     03  RBK-STEP-PROGRAM         PIC X(08).
000620     03  RBK-STEP-EXPECTED-RUNS   PIC 9(02).
000630 01  RUNBOOK-PARAMETER-RECORD.
000640     03  FILLER                   PIC X(01).
000650     03  RBK-BUSINESS-DATE        PIC 9(08).
000660     03  RBK-BASELINE-DAYS        PIC 9(03).
000670     03  RBK-SLOW-TOL-PCT         PIC 9(03).
000680     03  RBK-SLOW-MIN-SECS        PIC 9(05).
000690 FD  RUNBOOK-REPORT-FILE.
000700 01  RUNBOOK-REPORT-LINE          PIC X(132).
000710 WORKING-STORAGE SECTION.
000720 01  RUNH-FILE-STATUS         PIC X(02).
000730 01  CTL-FILE-STATUS          PIC X(02).
000740 01  RPT-FILE-STATUS          PIC X(02).
000750 01  CONTROL-FILE-SW          PIC X(01) VALUE "N".
000760     88  NO-MORE-CONTROL-RECORDS        VALUE "Y".
000770 01  HISTORY-FILE-SW          PIC X(01) VALUE "N".
000780     88  NO-HISTORY-FILE                VALUE "Y".
000790 01  STEP-RUNS-SW             PIC X(01) VALUE "N".
000800     88  NO-MORE-STEP-RUNS              VALUE "Y".
000810 01  STEP-FLAGGED-SW          PIC X(01) VALUE "N".
000820     88  STEP-IS-FLAGGED                VALUE "Y".
000830 01  RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
000840 01  BUSINESS-DATE-YYYYMMDD   PIC 9(08) VALUE ZERO.
000850 01  BASELINE-DAYS            PIC 9(03) VALUE 7.
000860 01  SLOW-TOL-PCT             PIC 9(03) VALUE 50.
000870 01  SLOW-MIN-SECS            PIC 9(05) VALUE 60.
000880 01  BROWSE-DATE-YYYYMMDD     PIC 9(08) VALUE ZERO.
000890 01  BROWSE-PROGRAM           PIC X(08) VALUE SPACES.
000900 01  BASE-DAY-SUB             PIC 9(03) COMP VALUE ZERO.
000910 01  BASE-DAY-NUMBER          PIC 9(09) COMP VALUE ZERO.
000920 01  BASE-RUN-COUNT           PIC 9(05) COMP VALUE ZERO.
000930 01  BASE-SECS-TOTAL          PIC 9(11) COMP VALUE ZERO.
000940 01  USUAL-SECS               PIC 9(07) VALUE ZERO.
000950 01  SLOW-LIMIT-SECS          PIC 9(09) VALUE ZERO.
000960 01  RUN-SECS                 PIC 9(07) VALUE ZERO.
000970 01  START-DAY-SECS           PIC 9(05) VALUE ZERO.
000980 01  END-DAY-SECS             PIC 9(05) VALUE ZERO.
000990 01  ELAPSED-WORK             PIC S9(11) COMP VALUE ZERO.
001000 01  DURATION-TIME            PIC 9(08) VALUE ZERO.
001010 01  DURATION-TIME-R REDEFINES DURATION-TIME.
001020     03  DURATION-HH          PIC 9(02).
001030     03  DURATION-MM          PIC 9(02).
001040     03  DURATION-SS          PIC 9(02).
001050     03  DURATION-CC          PIC 9(02).
001060 01  STEP-RUN-COUNT           PIC 9(03) COMP VALUE ZERO.
001070 01  STEPS-FLAGGED-COUNT      PIC 9(05) VALUE ZERO.
001080 01  RUNS-FOUND-COUNT         PIC 9(05) VALUE ZERO.
001090 01  RUN-FLAGS                PIC X(40) VALUE SPACES.
001100 01  RUN-FLAG-POINTER         PIC 9(04) COMP VALUE ZERO.
001110 01  STEP-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
001120 01  STEP-TABLE.
001130     03  STEP-ENTRY OCCURS 30 TIMES INDEXED BY STP-IDX.
001140         05  STP-PROGRAM      PIC X(08) VALUE SPACES.
001150         05  STP-EXPECTED-RUNS PIC 9(02) VALUE ZERO.
001160 01  PRINT-TIME.
001170     03  PRINT-TIME-HH        PIC 9(02).
001180     03  FILLER               PIC X(01) VALUE ":".
001190     03  PRINT-TIME-MM        PIC 9(02).
001200     03  FILLER               PIC X(01) VALUE ":".
001210     03  PRINT-TIME-SS        PIC 9(02).
001220 01  PRINT-START-TIME         PIC X(08) VALUE SPACES.
001230 01  PRINT-END-TIME           PIC X(08) VALUE SPACES.
001240 01  PRINT-SECS               PIC Z,ZZZ,ZZ9.
001250 01  PRINT-USUAL              PIC Z,ZZZ,ZZ9.
001260 01  PRINT-READ               PIC ZZZ,ZZZ,ZZ9.
001270 01  PRINT-WRITTEN            PIC ZZZ,ZZZ,ZZ9.
001280 01  PRINT-REJECTS            PIC ZZZ,ZZZ,ZZ9.
001290 01  PRINT-RC                 PIC ZZZ9.
001300 01  PRINT-RUNS               PIC Z9.
001310 01  PRINT-EXPECTED           PIC Z9.
001320 01  PRINT-COUNT              PIC ZZZ,ZZZ,ZZ9.
001330 PROCEDURE DIVISION.
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001360     PERFORM 3000-PRINT-HEADING THRU 3000-PRINT-HEADING-EXIT.
001370     PERFORM 4000-REPORT-ONE-STEP
001380         THRU 4000-REPORT-ONE-STEP-EXIT
001390         VARYING STP-IDX FROM 1 BY 1
001400         UNTIL STP-IDX > STEP-ENTRY-COUNT.
001410     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001420     GO TO 9999-EXIT.
001430*----------------------------------------------------------
001440* 1000-INITIALIZE
001450*     LOADS THE CONTROL FILE (OR THE STANDARD NIGHTLY STEP
001460*     LIST WHEN IT HAS NO STEPS), OPENS THE RUN-HISTORY FILE
001470*     -- A MISSING ONE MEANS NO STEP HAS EVER POSTED, SO
001480*     EVERY STEP REPORTS MISSING -- AND THE REPORT.
001490*----------------------------------------------------------
001500 1000-INITIALIZE.
001510     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001520     MOVE RUN-DATE-YYYYMMDD TO BUSINESS-DATE-YYYYMMDD.
001530     PERFORM 1100-LOAD-CONTROL-FILE
001540         THRU 1100-LOAD-CONTROL-FILE-EXIT.
001550     IF STEP-ENTRY-COUNT = ZERO
001560         PERFORM 1300-LOAD-DEFAULT-STEPS
001570             THRU 1300-LOAD-DEFAULT-STEPS-EXIT
001580     END-IF.
001590     OPEN INPUT RUN-HISTORY-FILE.
001600     IF RUNH-FILE-STATUS = "35"
001610         SET NO-HISTORY-FILE TO TRUE
001620         DISPLAY "NO RUN HISTORY FILE -- NO STEP HAS POSTED"
001630     ELSE
001640         IF RUNH-FILE-STATUS NOT = "00"
001650             DISPLAY "*** ERROR - RUN HISTORY FILE COULD NOT BE "
001660                 "OPENED -- FILE STATUS " RUNH-FILE-STATUS
001670             MOVE 16 TO RETURN-CODE
001680             GO TO 9999-EXIT
001690         END-IF
001700     END-IF.
001710     OPEN OUTPUT RUNBOOK-REPORT-FILE.
001720     IF RPT-FILE-STATUS NOT = "00"
001730         DISPLAY "*** ERROR - RUN BOOK REPORT COULD NOT BE "
001740             "OPENED -- FILE STATUS " RPT-FILE-STATUS
001750         MOVE 16 TO RETURN-CODE
001760         GO TO 9999-EXIT
001770     END-IF.
001780 1000-INITIALIZE-EXIT.
001790     EXIT.
001800*----------------------------------------------------------
001810* 1100-LOAD-CONTROL-FILE
001820*     THE CONTROL FILE IS OPTIONAL.
001830*----------------------------------------------------------
001840 1100-LOAD-CONTROL-FILE.
001850     OPEN INPUT RUNBOOK-CONTROL-FILE.
001860     IF CTL-FILE-STATUS NOT = "00"
001870         GO TO 1100-LOAD-CONTROL-FILE-EXIT
001880     END-IF.
001890     PERFORM 1200-READ-CONTROL-RECORD
001900         THRU 1200-READ-CONTROL-RECORD-EXIT
001910         UNTIL NO-MORE-CONTROL-RECORDS.
001920     CLOSE RUNBOOK-CONTROL-FILE.
001930 1100-LOAD-CONTROL-FILE-EXIT.
001940     EXIT.
001950*----------------------------------------------------------
001960* 1200-READ-CONTROL-RECORD
001970*     A STEP RECORD WITH NO EXPECTED RUN COUNT EXPECTS ONE.
001980*     A LIST BEYOND 30 STEPS DROPS THE OVERFLOW AND SAYS SO.
001990*----------------------------------------------------------
002000 1200-READ-CONTROL-RECORD.
002010     READ RUNBOOK-CONTROL-FILE
002020         AT END
002030             SET NO-MORE-CONTROL-RECORDS TO TRUE
002040             GO TO 1200-READ-CONTROL-RECORD-EXIT
002050     END-READ.
002060     IF RBK-PARAMETER-RECORD
002070         IF RBK-BUSINESS-DATE NUMERIC
002080             AND RBK-BUSINESS-DATE > ZERO
002090             MOVE RBK-BUSINESS-DATE TO BUSINESS-DATE-YYYYMMDD
002100         END-IF
002110         IF RBK-BASELINE-DAYS NUMERIC
002120             AND RBK-BASELINE-DAYS > ZERO
002130             MOVE RBK-BASELINE-DAYS TO BASELINE-DAYS
002140         END-IF
002150         IF RBK-SLOW-TOL-PCT NUMERIC
002160             AND RBK-SLOW-TOL-PCT > ZERO
002170             MOVE RBK-SLOW-TOL-PCT TO SLOW-TOL-PCT
002180         END-IF
002190         IF RBK-SLOW-MIN-SECS NUMERIC
002200             AND RBK-SLOW-MIN-SECS > ZERO
002210             MOVE RBK-SLOW-MIN-SECS TO SLOW-MIN-SECS
002220         END-IF
002230         GO TO 1200-READ-CONTROL-RECORD-EXIT
002240     END-IF.
002250     IF NOT RBK-STEP-RECORD
002260         OR RBK-STEP-PROGRAM = SPACES
002270         GO TO 1200-READ-CONTROL-RECORD-EXIT
002280     END-IF.
002290     IF STEP-ENTRY-COUNT >= 30
002300         DISPLAY "RUN BOOK STEP LIST FULL -- STEP "
002310             RBK-STEP-PROGRAM " NOT REPORTED"
002320         GO TO 1200-READ-CONTROL-RECORD-EXIT
002330     END-IF.
002340     ADD 1 TO STEP-ENTRY-COUNT.
002350     SET STP-IDX TO STEP-ENTRY-COUNT.
002360     MOVE RBK-STEP-PROGRAM TO STP-PROGRAM (STP-IDX).
002370     IF RBK-STEP-EXPECTED-RUNS NUMERIC
002380         AND RBK-STEP-EXPECTED-RUNS > ZERO
002390         MOVE RBK-STEP-EXPECTED-RUNS
002400             TO STP-EXPECTED-RUNS (STP-IDX)
002410     ELSE
002420         MOVE 1 TO STP-EXPECTED-RUNS (STP-IDX)
002430     END-IF.
002440 1200-READ-CONTROL-RECORD-EXIT.
002450     EXIT.
002460*----------------------------------------------------------
002470* 1300-LOAD-DEFAULT-STEPS
002480*     THE STANDARD NIGHTLY STREAM IN RUN ORDER. THE DRIVER
002490*     RUNS ONCE FOR EACH OF PYSPLIT'S FOUR STREAMS.
002500*----------------------------------------------------------
002510 1300-LOAD-DEFAULT-STEPS.
002520     MOVE "PYINTAKE" TO STP-PROGRAM (1).
002530     MOVE "DLQRSUB"  TO STP-PROGRAM (2).
002540     MOVE "PYEDIT"   TO STP-PROGRAM (3).
002550     MOVE "PYRELSE"  TO STP-PROGRAM (4).
002560     MOVE "REQARCH"  TO STP-PROGRAM (5).
002570     MOVE "REGIMPCT" TO STP-PROGRAM (6).
002580     MOVE "PYSPLIT"  TO STP-PROGRAM (7).
002590     MOVE "HELLO"    TO STP-PROGRAM (8).
002600     MOVE "PYMERGE"  TO STP-PROGRAM (9).
002610     MOVE "VLTPOST"  TO STP-PROGRAM (10).
002620     MOVE "VLTPURGE" TO STP-PROGRAM (11).
002630     MOVE "PYDIST"   TO STP-PROGRAM (12).
002640     MOVE "PYRESUB"  TO STP-PROGRAM (13).
002650     MOVE "PYRETN"   TO STP-PROGRAM (14).
002660     MOVE "PYBAL"    TO STP-PROGRAM (15).
002670     MOVE "AUDARCH"  TO STP-PROGRAM (16).
002680     MOVE "STATHIST" TO STP-PROGRAM (17).
002690     MOVE 17 TO STEP-ENTRY-COUNT.
002700     PERFORM 1350-DEFAULT-ONE-RUN
002710         THRU 1350-DEFAULT-ONE-RUN-EXIT
002720         VARYING STP-IDX FROM 1 BY 1
002730         UNTIL STP-IDX > STEP-ENTRY-COUNT.
002740     MOVE 4 TO STP-EXPECTED-RUNS (8).
002750 1300-LOAD-DEFAULT-STEPS-EXIT.
002760     EXIT.
002770*----------------------------------------------------------
002780* 1350-DEFAULT-ONE-RUN
002790*----------------------------------------------------------
002800 1350-DEFAULT-ONE-RUN.
002810     MOVE 1 TO STP-EXPECTED-RUNS (STP-IDX).
002820 1350-DEFAULT-ONE-RUN-EXIT.
002830     EXIT.
002840*----------------------------------------------------------
002850* 3000-PRINT-HEADING
002860*----------------------------------------------------------
002870 3000-PRINT-HEADING.
002880     MOVE SPACES TO RUNBOOK-REPORT-LINE.
002890     STRING "NIGHTLY OPERATIONS RUN BOOK -- BUSINESS DATE "
002900         DELIMITED BY SIZE
002910         BUSINESS-DATE-YYYYMMDD DELIMITED BY SIZE
002920         INTO RUNBOOK-REPORT-LINE.
002930     PERFORM 9100-WRITE-REPORT-LINE
002940         THRU 9100-WRITE-REPORT-LINE-EXIT.
002950     MOVE SPACES TO RUNBOOK-REPORT-LINE.
002960     STRING "USUAL = AVERAGE CLEAN RUN OVER THE PRIOR "
002970         DELIMITED BY SIZE
002980         BASELINE-DAYS DELIMITED BY SIZE
002990         " DAYS; SLOW = OVER " DELIMITED BY SIZE
003000         SLOW-TOL-PCT DELIMITED BY SIZE
003010         " PCT AND " DELIMITED BY SIZE
003020         SLOW-MIN-SECS DELIMITED BY SIZE
003030         " SECONDS ABOVE USUAL" DELIMITED BY SIZE
003040         INTO RUNBOOK-REPORT-LINE.
003050     PERFORM 9100-WRITE-REPORT-LINE
003060         THRU 9100-WRITE-REPORT-LINE-EXIT.
003070     MOVE SPACES TO RUNBOOK-REPORT-LINE.
003080     PERFORM 9100-WRITE-REPORT-LINE
003090         THRU 9100-WRITE-REPORT-LINE-EXIT.
003100     MOVE SPACES TO RUNBOOK-REPORT-LINE.
003110     STRING "  STEP     START    END           SECS     USUAL"
003120         "        READ     WRITTEN     REJECTS   RC  FLAGS"
003130         DELIMITED BY SIZE INTO RUNBOOK-REPORT-LINE.
003140     PERFORM 9100-WRITE-REPORT-LINE
003150         THRU 9100-WRITE-REPORT-LINE-EXIT.
003160 3000-PRINT-HEADING-EXIT.
003170     EXIT.
003180*----------------------------------------------------------
003190* 4000-REPORT-ONE-STEP
003200*     WORKS OUT THE STEP'S USUAL DURATION, PRINTS ONE LINE
003210*     PER RUN ON THE BUSINESS DATE, THEN A STEP LINE WHEN
003220*     THE NUMBER OF RUNS IS NOT WHAT A NORMAL NIGHT MAKES.
003230*----------------------------------------------------------
003240 4000-REPORT-ONE-STEP.
003250     MOVE "N" TO STEP-FLAGGED-SW.
003260     MOVE ZERO TO STEP-RUN-COUNT.
003270     PERFORM 4100-GATHER-USUAL-DURATION
003280         THRU 4100-GATHER-USUAL-DURATION-EXIT.
003290     MOVE BUSINESS-DATE-YYYYMMDD TO BROWSE-DATE-YYYYMMDD.
003300     MOVE STP-PROGRAM (STP-IDX)  TO BROWSE-PROGRAM.
003310     PERFORM 6000-START-STEP-RUNS
003320         THRU 6000-START-STEP-RUNS-EXIT.
003330     PERFORM 4300-REPORT-ONE-RUN
003340         THRU 4300-REPORT-ONE-RUN-EXIT
003350         UNTIL NO-MORE-STEP-RUNS.
003360     MOVE STEP-RUN-COUNT             TO PRINT-RUNS.
003370     MOVE STP-EXPECTED-RUNS (STP-IDX) TO PRINT-EXPECTED.
003380     MOVE SPACES TO RUNBOOK-REPORT-LINE.
003390     IF STEP-RUN-COUNT = ZERO
003400         STRING "**" DELIMITED BY SIZE
003410             STP-PROGRAM (STP-IDX) DELIMITED BY SIZE
003420             " --- DID NOT RUN ---  MISSING" DELIMITED BY SIZE
003430             INTO RUNBOOK-REPORT-LINE
003440         SET STEP-IS-FLAGGED TO TRUE
003450         PERFORM 9100-WRITE-REPORT-LINE
003460             THRU 9100-WRITE-REPORT-LINE-EXIT
003470     ELSE
003480         IF STEP-RUN-COUNT NOT = STP-EXPECTED-RUNS (STP-IDX)
003490             STRING "**" DELIMITED BY SIZE
003500                 STP-PROGRAM (STP-IDX) DELIMITED BY SIZE
003510                 " RAN " DELIMITED BY SIZE
003520                 PRINT-RUNS DELIMITED BY SIZE
003530                 " TIME(S) -- A NORMAL NIGHT RUNS IT "
003540                 DELIMITED BY SIZE
003550                 PRINT-EXPECTED DELIMITED BY SIZE
003560                 " TIME(S)" DELIMITED BY SIZE
003570                 INTO RUNBOOK-REPORT-LINE
003580             SET STEP-IS-FLAGGED TO TRUE
003590             PERFORM 9100-WRITE-REPORT-LINE
003600                 THRU 9100-WRITE-REPORT-LINE-EXIT
003610         END-IF
003620     END-IF.
003630     IF STEP-IS-FLAGGED
003640         ADD 1 TO STEPS-FLAGGED-COUNT
003650     END-IF.
003660 4000-REPORT-ONE-STEP-EXIT.
003670     EXIT.
003680*----------------------------------------------------------
003690* 4100-GATHER-USUAL-DURATION
003700*     AVERAGES THE STEP'S CLEAN (RETURN CODE ZERO) RUNS OVER
003710*     THE PRIOR BASELINE DAYS. A FAILED RUN STOPS EARLY OR
003720*     RUNS LONG FOR REASONS OF ITS OWN AND WOULD SKEW IT. A
003730*     STEP WITH NO CLEAN RUNS ON FILE HAS NO USUAL DURATION
003740*     AND IS NEVER FLAGGED SLOW.
003750*----------------------------------------------------------
003760 4100-GATHER-USUAL-DURATION.
003770     MOVE ZERO TO BASE-RUN-COUNT.
003780     MOVE ZERO TO BASE-SECS-TOTAL.
003790     MOVE ZERO TO USUAL-SECS.
003800     PERFORM 4200-READ-ONE-BASE-DAY
003810         THRU 4200-READ-ONE-BASE-DAY-EXIT
003820         VARYING BASE-DAY-SUB FROM 1 BY 1
003830         UNTIL BASE-DAY-SUB > BASELINE-DAYS.
003840     IF BASE-RUN-COUNT > ZERO
003850         COMPUTE USUAL-SECS = BASE-SECS-TOTAL / BASE-RUN-COUNT
003860     END-IF.
003870 4100-GATHER-USUAL-DURATION-EXIT.
003880     EXIT.
003890*----------------------------------------------------------
003900* 4200-READ-ONE-BASE-DAY
003910*----------------------------------------------------------
003920 4200-READ-ONE-BASE-DAY.
003930     COMPUTE BASE-DAY-NUMBER =
003940         FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-YYYYMMDD)
003950         - BASE-DAY-SUB.
003960     COMPUTE BROWSE-DATE-YYYYMMDD =
003970         FUNCTION DATE-OF-INTEGER (BASE-DAY-NUMBER).
003980     MOVE STP-PROGRAM (STP-IDX) TO BROWSE-PROGRAM.
003990     PERFORM 6000-START-STEP-RUNS
004000         THRU 6000-START-STEP-RUNS-EXIT.
004010     PERFORM 4250-FOLD-ONE-BASE-RUN
004020         THRU 4250-FOLD-ONE-BASE-RUN-EXIT
004030         UNTIL NO-MORE-STEP-RUNS.
004040 4200-READ-ONE-BASE-DAY-EXIT.
004050     EXIT.
004060*----------------------------------------------------------
004070* 4250-FOLD-ONE-BASE-RUN
004080*----------------------------------------------------------
004090 4250-FOLD-ONE-BASE-RUN.
004100     IF RUNH-RETURN-CODE = ZERO
004110         PERFORM 5000-COMPUTE-RUN-SECONDS
004120             THRU 5000-COMPUTE-RUN-SECONDS-EXIT
004130         ADD 1 TO BASE-RUN-COUNT
004140         ADD RUN-SECS TO BASE-SECS-TOTAL
004150     END-IF.
004160     PERFORM 6100-READ-STEP-RUN
004170         THRU 6100-READ-STEP-RUN-EXIT.
004180 4250-FOLD-ONE-BASE-RUN-EXIT.
004190     EXIT.
004200*----------------------------------------------------------
004210* 4300-REPORT-ONE-RUN
004220*     ONE LINE PER RUN OF THE STEP ON THE BUSINESS DATE,
004230*     FLAGGED FOR A NON-ZERO RETURN CODE OR A SLOW RUN.
004240*----------------------------------------------------------
004250 4300-REPORT-ONE-RUN.
004260     ADD 1 TO STEP-RUN-COUNT.
004270     ADD 1 TO RUNS-FOUND-COUNT.
004280     PERFORM 5000-COMPUTE-RUN-SECONDS
004290         THRU 5000-COMPUTE-RUN-SECONDS-EXIT.
004300     MOVE SPACES TO RUN-FLAGS.
004310     MOVE 1 TO RUN-FLAG-POINTER.
004320     IF RUNH-RETURN-CODE NOT = ZERO
004330         STRING "NON-ZERO RC " DELIMITED BY SIZE
004340             INTO RUN-FLAGS
004350             WITH POINTER RUN-FLAG-POINTER
004360         END-STRING
004370     END-IF.
004380     COMPUTE SLOW-LIMIT-SECS =
004390         USUAL-SECS * (100 + SLOW-TOL-PCT) / 100.
004400     IF USUAL-SECS > ZERO
004410         AND RUN-SECS > SLOW-LIMIT-SECS
004420         AND RUN-SECS - USUAL-SECS > SLOW-MIN-SECS
004430         STRING "SLOW " DELIMITED BY SIZE
004440             INTO RUN-FLAGS
004450             WITH POINTER RUN-FLAG-POINTER
004460         END-STRING
004470     END-IF.
004480     MOVE RUNH-START-TIME TO DURATION-TIME.
004490     PERFORM 5200-FORMAT-TIME THRU 5200-FORMAT-TIME-EXIT.
004500     MOVE PRINT-TIME TO PRINT-START-TIME.
004510     MOVE RUNH-END-TIME TO DURATION-TIME.
004520     PERFORM 5200-FORMAT-TIME THRU 5200-FORMAT-TIME-EXIT.
004530     MOVE PRINT-TIME TO PRINT-END-TIME.
004540     MOVE RUN-SECS             TO PRINT-SECS.
004550     MOVE USUAL-SECS           TO PRINT-USUAL.
004560     MOVE RUNH-RECORDS-READ    TO PRINT-READ.
004570     MOVE RUNH-RECORDS-WRITTEN TO PRINT-WRITTEN.
004580     MOVE RUNH-REJECT-COUNT    TO PRINT-REJECTS.
004590     MOVE RUNH-RETURN-CODE     TO PRINT-RC.
004600     MOVE SPACES TO RUNBOOK-REPORT-LINE.
004610     STRING "  " DELIMITED BY SIZE
004620         STP-PROGRAM (STP-IDX) DELIMITED BY SIZE
004630         " " DELIMITED BY SIZE
004640         PRINT-START-TIME DELIMITED BY SIZE
004650         " " DELIMITED BY SIZE
004660         PRINT-END-TIME DELIMITED BY SIZE
004670         " " DELIMITED BY SIZE
004680         PRINT-SECS DELIMITED BY SIZE
004690         " " DELIMITED BY SIZE
004700         PRINT-USUAL DELIMITED BY SIZE
004710         " " DELIMITED BY SIZE
004720         PRINT-READ DELIMITED BY SIZE
004730         " " DELIMITED BY SIZE
004740         PRINT-WRITTEN DELIMITED BY SIZE
004750         " " DELIMITED BY SIZE
004760         PRINT-REJECTS DELIMITED BY SIZE
004770         " " DELIMITED BY SIZE
004780         PRINT-RC DELIMITED BY SIZE
004790         "  " DELIMITED BY SIZE
004800         RUN-FLAGS DELIMITED BY SIZE
004810         INTO RUNBOOK-REPORT-LINE.
004820     IF RUN-FLAGS NOT = SPACES
004830         MOVE "**" TO RUNBOOK-REPORT-LINE (1:2)
004840         SET STEP-IS-FLAGGED TO TRUE
004850     END-IF.
004860     PERFORM 9100-WRITE-REPORT-LINE
004870         THRU 9100-WRITE-REPORT-LINE-EXIT.
004880     PERFORM 6100-READ-STEP-RUN
004890         THRU 6100-READ-STEP-RUN-EXIT.
004900 4300-REPORT-ONE-RUN-EXIT.
004910     EXIT.
004920*----------------------------------------------------------
004930* 5000-COMPUTE-RUN-SECONDS
004940*     WALL-CLOCK SECONDS FROM THE RUN'S START TO ITS END,
004950*     ACROSS MIDNIGHT WHEN THE END DATE IS LATER. A RECORD
004960*     WITH NO USABLE DATES COUNTS AS ZERO.
004970*----------------------------------------------------------
004980 5000-COMPUTE-RUN-SECONDS.
004990     MOVE ZERO TO RUN-SECS.
005000     IF RUNH-START-DATE NOT NUMERIC
005010         OR RUNH-END-DATE NOT NUMERIC
005020         OR RUNH-START-DATE = ZERO
005030         OR RUNH-END-DATE < RUNH-START-DATE
005040         GO TO 5000-COMPUTE-RUN-SECONDS-EXIT
005050     END-IF.
005060     MOVE RUNH-START-TIME TO DURATION-TIME.
005070     COMPUTE START-DAY-SECS =
005080         DURATION-HH * 3600 + DURATION-MM * 60 + DURATION-SS.
005090     MOVE RUNH-END-TIME TO DURATION-TIME.
005100     COMPUTE END-DAY-SECS =
005110         DURATION-HH * 3600 + DURATION-MM * 60 + DURATION-SS.
005120     COMPUTE ELAPSED-WORK =
005130         (FUNCTION INTEGER-OF-DATE (RUNH-END-DATE)
005140          - FUNCTION INTEGER-OF-DATE (RUNH-START-DATE)) * 86400
005150         + END-DAY-SECS - START-DAY-SECS.
005160     IF ELAPSED-WORK > ZERO
005170         MOVE ELAPSED-WORK TO RUN-SECS
005180     END-IF.
005190 5000-COMPUTE-RUN-SECONDS-EXIT.
005200     EXIT.
005210*----------------------------------------------------------
005220* 5200-FORMAT-TIME
005230*     HHMMSSCC IN DURATION-TIME TO HH:MM:SS IN PRINT-TIME.
005240*----------------------------------------------------------
005250 5200-FORMAT-TIME.
005260     MOVE DURATION-HH TO PRINT-TIME-HH.
005270     MOVE DURATION-MM TO PRINT-TIME-MM.
005280     MOVE DURATION-SS TO PRINT-TIME-SS.
005290 5200-FORMAT-TIME-EXIT.
005300     EXIT.
005310*----------------------------------------------------------
005320* 6000-START-STEP-RUNS
005330*     POSITIONS ON THE FIRST RUN OF BROWSE-PROGRAM ON
005340*     BROWSE-DATE AND READS IT. THE KEY LEADS WITH DATE AND
005350*     PROGRAM, SO A STEP'S RUNS FOR ONE DAY ARE ADJACENT.
005360*----------------------------------------------------------
005370 6000-START-STEP-RUNS.
005380     MOVE "N" TO STEP-RUNS-SW.
005390     IF NO-HISTORY-FILE
005400         SET NO-MORE-STEP-RUNS TO TRUE
005410         GO TO 6000-START-STEP-RUNS-EXIT
005420     END-IF.
005430     MOVE BROWSE-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
005440     MOVE BROWSE-PROGRAM       TO RUNH-PROGRAM.
005450     MOVE ZERO                 TO RUNH-START-TIME.
005460     MOVE ZERO                 TO RUNH-KEY-SEQ.
005470     START RUN-HISTORY-FILE
005480         KEY IS NOT LESS THAN RUNH-KEY
005490         INVALID KEY
005500             SET NO-MORE-STEP-RUNS TO TRUE
005510     END-START.
005520     IF NOT NO-MORE-STEP-RUNS
005530         PERFORM 6100-READ-STEP-RUN
005540             THRU 6100-READ-STEP-RUN-EXIT
005550     END-IF.
005560 6000-START-STEP-RUNS-EXIT.
005570     EXIT.
005580*----------------------------------------------------------
005590* 6100-READ-STEP-RUN
005600*----------------------------------------------------------
005610 6100-READ-STEP-RUN.
005620     READ RUN-HISTORY-FILE NEXT RECORD
005630         AT END
005640             SET NO-MORE-STEP-RUNS TO TRUE
005650             GO TO 6100-READ-STEP-RUN-EXIT
005660     END-READ.
005670     IF RUNH-BUSINESS-DATE NOT = BROWSE-DATE-YYYYMMDD
005680         OR RUNH-PROGRAM NOT = BROWSE-PROGRAM
005690         SET NO-MORE-STEP-RUNS TO TRUE
005700     END-IF.
005710 6100-READ-STEP-RUN-EXIT.
005720     EXIT.
005730*----------------------------------------------------------
005740* 9000-TERMINATE
005750*     CLOSES WITH THE SIGN-OFF BLOCK. A NIGHT WITH ANY
005760*     FLAGGED STEP ENDS WITH RETURN CODE 4.
005770*----------------------------------------------------------
005780 9000-TERMINATE.
005790     IF NOT NO-HISTORY-FILE
005800         CLOSE RUN-HISTORY-FILE
005810     END-IF.
005820     MOVE SPACES TO RUNBOOK-REPORT-LINE.
005830     PERFORM 9100-WRITE-REPORT-LINE
005840         THRU 9100-WRITE-REPORT-LINE-EXIT.
005850     MOVE STEP-ENTRY-COUNT TO PRINT-COUNT.
005860     MOVE SPACES TO RUNBOOK-REPORT-LINE.
005870     STRING "STEPS EXPECTED....................... "
005880         PRINT-COUNT DELIMITED BY SIZE
005890         INTO RUNBOOK-REPORT-LINE.
005900     PERFORM 9100-WRITE-REPORT-LINE
005910         THRU 9100-WRITE-REPORT-LINE-EXIT.
005920     MOVE RUNS-FOUND-COUNT TO PRINT-COUNT.
005930     MOVE SPACES TO RUNBOOK-REPORT-LINE.
005940     STRING "RUNS RECORDED........................ "
005950         PRINT-COUNT DELIMITED BY SIZE
005960         INTO RUNBOOK-REPORT-LINE.
005970     PERFORM 9100-WRITE-REPORT-LINE
005980         THRU 9100-WRITE-REPORT-LINE-EXIT.
005990     MOVE STEPS-FLAGGED-COUNT TO PRINT-COUNT.
006000     MOVE SPACES TO RUNBOOK-REPORT-LINE.
006010     STRING "STEPS FLAGGED........................ "
006020         PRINT-COUNT DELIMITED BY SIZE
006030         INTO RUNBOOK-REPORT-LINE.
006040     PERFORM 9100-WRITE-REPORT-LINE
006050         THRU 9100-WRITE-REPORT-LINE-EXIT.
006060     MOVE SPACES TO RUNBOOK-REPORT-LINE.
006070     IF STEPS-FLAGGED-COUNT = ZERO
006080         STRING "NIGHT RAN CLEAN -- READY FOR SIGN-OFF"
006090             DELIMITED BY SIZE INTO RUNBOOK-REPORT-LINE
006100     ELSE
006110         STRING "*** FLAGGED STEPS NEED FOLLOW-UP BEFORE THE "
006120             "NIGHT IS SIGNED OFF ***"
006130             DELIMITED BY SIZE INTO RUNBOOK-REPORT-LINE
006140         IF RETURN-CODE = ZERO
006150             MOVE 4 TO RETURN-CODE
006160         END-IF
006170     END-IF.
006180     PERFORM 9100-WRITE-REPORT-LINE
006190         THRU 9100-WRITE-REPORT-LINE-EXIT.
006200     MOVE SPACES TO RUNBOOK-REPORT-LINE.
006210     PERFORM 9100-WRITE-REPORT-LINE
006220         THRU 9100-WRITE-REPORT-LINE-EXIT.
006230     MOVE SPACES TO RUNBOOK-REPORT-LINE.
006240     STRING "SIGNED OFF BY: ____________________   "
006250         "DATE/TIME: ________________"
006260         DELIMITED BY SIZE INTO RUNBOOK-REPORT-LINE.
006270     PERFORM 9100-WRITE-REPORT-LINE
006280         THRU 9100-WRITE-REPORT-LINE-EXIT.
006290     CLOSE RUNBOOK-REPORT-FILE.
006300 9000-TERMINATE-EXIT.
006310     EXIT.
006320*----------------------------------------------------------
006330* 9100-WRITE-REPORT-LINE
006340*----------------------------------------------------------
006350 9100-WRITE-REPORT-LINE.
006360     WRITE RUNBOOK-REPORT-LINE.
006370     DISPLAY RUNBOOK-REPORT-LINE.
006380 9100-WRITE-REPORT-LINE-EXIT.
006390     EXIT.
006400*----------------------------------------------------------
006410* 9999-EXIT
006420*----------------------------------------------------------
006430 9999-EXIT.
006440     STOP RUN.
