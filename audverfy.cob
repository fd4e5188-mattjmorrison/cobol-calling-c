000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. audverfy.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. AUDIT TRAIL VERIFICATION.
000130*                   WALKS A RANGE OF THE DATED ARCHIVES
000140*                   AUDARCH WROTE AND THEN THE LIVE AUDIT
000150*                   TRAIL, FOLLOWING EVERY AUDIT CHAIN FROM
000160*                   RECORD TO RECORD. EACH RECORD'S SEQUENCE
000170*                   NUMBER MUST BE ONE MORE THAN THE LAST ON
000180*                   ITS CHAIN AND ITS CHECK VALUE MUST BE THE
000190*                   ONE RECOMPUTED FROM ITS OWN CONTENT AND
000200*                   THE PRIOR CHECK VALUE; EACH ARCHIVE SEAL
000210*                   MUST AGREE WITH THE RECORDS IT SEALS, AND
000220*                   EVERY CHAINED RECORD IN AN ARCHIVE MUST BE
000230*                   UNDER A SEAL. EVERY GAP, OUT-OF-ORDER
000240*                   SEQUENCE, BROKEN CHAIN, OR SEAL EXCEPTION
000250*                   IS PRINTED WITH THE FILE, RECORD NUMBER,
000260*                   TIMESTAMP, REQUEST ID, CHAIN, AND
000270*                   SEQUENCE OF THE RECORD CONCERNED. THE
000280*                   OPTIONAL AUDVCTL CONTROL FILE NAMES THE
000290*                   ARCHIVE DATE RANGE AND WHETHER TO READ
000300*                   THE LIVE FILE; THE DEFAULT IS THE LIVE
000310*                   FILE ONLY. ANY EXCEPTION ENDS THE STEP
000320*                   WITH RETURN CODE 4.
000330*----------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS AUD-FILE-STATUS.
000400     SELECT AUDIT-ARCHIVE-FILE
000410         ASSIGN TO DYNAMIC ARCHIVE-FILE-NAME
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS ARCH-FILE-STATUS.
000440     SELECT VERIFY-CONTROL-FILE ASSIGN TO "AUDVCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS CTL-FILE-STATUS.
000470     SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS RPT-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  AUDIT-TRAIL-FILE.
000530 01  AUDIT-LIVE-RECORD        PIC X(710).
000540 FD  AUDIT-ARCHIVE-FILE.
000550 01  AUDIT-ARCHIVE-RECORD     PIC X(710).
000560 FD  VERIFY-CONTROL-FILE.
000570 01  VERIFY-CONTROL-RECORD.
000580     03  CTL-FROM-DATE        PIC X(08).
000590     03  CTL-THROUGH-DATE     PIC X(08).
000600     03  CTL-LIVE-FLAG        PIC X(01).
000610 FD  VERIFY-REPORT-FILE.
000620 01  VERIFY-REPORT-LINE       PIC X(132).
000630 WORKING-STORAGE SECTION.
000640     COPY auditrec.
000650 01  AUD-FILE-STATUS          PIC X(02).
000660 01  ARCH-FILE-STATUS         PIC X(02).
000670 01  CTL-FILE-STATUS          PIC X(02).
000680 01  RPT-FILE-STATUS          PIC X(02).
000690 01  AUDIT-FILE-SW            PIC X(01) VALUE "N".
000700     88  NO-MORE-AUDIT-RECORDS          VALUE "Y".
000710 01  FILE-KIND-SW             PIC X(01) VALUE "A".
000720     88  READING-ARCHIVE-FILE           VALUE "A".
000730     88  READING-LIVE-FILE              VALUE "L".
000740 01  FILE-CHAINED-SW          PIC X(01) VALUE "N".
000750     88  FILE-HAS-CHAINED-RECORDS       VALUE "Y".
000760 01  CHAIN-NEW-SW             PIC X(01) VALUE "N".
000770     88  CHAIN-IS-NEW                   VALUE "Y".
000780 01  LIVE-FILE-SW             PIC X(01) VALUE "Y".
000790     88  VERIFY-LIVE-FILE               VALUE "Y".
000800 01  ARCHIVE-FILE-NAME        PIC X(16) VALUE SPACES.
000810 01  CURRENT-FILE-NAME        PIC X(16) VALUE SPACES.
000820 01  CURRENT-FILE-DATE        PIC 9(08) VALUE ZERO.
000830 01  RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
000840 01  RUN-TIME-HHMMSSCC        PIC 9(08) VALUE ZERO.
000850 01  FROM-DATE                PIC 9(08) VALUE ZERO.
000860 01  THROUGH-DATE             PIC 9(08) VALUE ZERO.
000870 01  FIRST-DAY-NUMBER         PIC 9(09) COMP VALUE ZERO.
000880 01  LAST-DAY-NUMBER          PIC 9(09) COMP VALUE ZERO.
000890 01  ARCHIVE-DAY-NUMBER       PIC 9(09) COMP VALUE ZERO.
000900 01  CHECK-DATE-X.
000910     03  CHECK-YEAR           PIC 9(04).
000920     03  CHECK-MONTH          PIC 9(02).
000930     03  CHECK-DAY            PIC 9(02).
000940 01  CHECK-DATE-NUM REDEFINES CHECK-DATE-X
000950                              PIC 9(08).
000960 01  FILE-RECORD-NUMBER       PIC 9(09) VALUE ZERO.
000970 01  EXPECTED-SEQUENCE        PIC 9(09) VALUE ZERO.
000980 01  AUDIT-CHECK-WORK         PIC 9(12) COMP VALUE ZERO.
000990 01  AUDIT-CHECK-QUOTIENT     PIC 9(12) COMP VALUE ZERO.
001000 01  AUDIT-CHECK-SUB          PIC 9(04) COMP VALUE ZERO.
001010 01  COMPUTED-CHECK           PIC 9(09) VALUE ZERO.
001020 01  CHAIN-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
001030 01  CHAIN-TABLE.
001040     03  CHAIN-ENTRY OCCURS 200 TIMES INDEXED BY CH-IDX.
001050         05  CH-CHAIN-ID      PIC X(30).
001060         05  CH-LAST-SEQUENCE PIC 9(09).
001070         05  CH-LAST-CHECK    PIC 9(09).
001080         05  CH-SINCE-SEAL-COUNT
001090                              PIC 9(09).
001100 01  NOTE-TEXT                PIC X(60) VALUE SPACES.
001110 01  LINE-PREFIX              PIC X(04) VALUE SPACES.
001120 01  ARCHIVE-FILE-COUNT       PIC 9(09) COMP VALUE ZERO.
001130 01  ARCHIVE-MISSING-COUNT    PIC 9(09) COMP VALUE ZERO.
001140 01  RECORDS-READ-COUNT       PIC 9(09) COMP VALUE ZERO.
001150 01  CHAINED-RECORD-COUNT     PIC 9(09) COMP VALUE ZERO.
001160 01  UNCHAINED-RECORD-COUNT   PIC 9(09) COMP VALUE ZERO.
001170 01  SEAL-RECORD-COUNT        PIC 9(09) COMP VALUE ZERO.
001180 01  EXCEPTION-COUNT          PIC 9(09) COMP VALUE ZERO.
001190 01  PRINT-COUNT              PIC ZZZ,ZZZ,ZZ9.
001200 01  PRINT-RECORD-NUMBER      PIC ZZZ,ZZZ,ZZ9.
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001240     IF FROM-DATE NOT = ZERO
001250         PERFORM 2000-VERIFY-ARCHIVE-DAY
001260             THRU 2000-VERIFY-ARCHIVE-DAY-EXIT
001270             VARYING ARCHIVE-DAY-NUMBER FROM FIRST-DAY-NUMBER BY 1
001280             UNTIL ARCHIVE-DAY-NUMBER > LAST-DAY-NUMBER
001290     END-IF.
001300     IF VERIFY-LIVE-FILE
001310         PERFORM 2500-VERIFY-LIVE-TRAIL
001320             THRU 2500-VERIFY-LIVE-TRAIL-EXIT
001330     END-IF.
001340     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001350     GO TO 9999-EXIT.
001360*----------------------------------------------------------
001370* 1000-INITIALIZE
001380*     SETTLES THE ARCHIVE RANGE AND OPENS THE REPORT.
001390*----------------------------------------------------------
001400 1000-INITIALIZE.
001410     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001420     ACCEPT RUN-TIME-HHMMSSCC FROM TIME.
001430     MOVE RUN-DATE-YYYYMMDD TO THROUGH-DATE.
001440     PERFORM 1100-LOAD-CONTROL-FILE
001450         THRU 1100-LOAD-CONTROL-FILE-EXIT.
001460     OPEN OUTPUT VERIFY-REPORT-FILE.
001470     IF RPT-FILE-STATUS NOT = "00"
001480         DISPLAY "*** ERROR - AUDIT VERIFICATION REPORT COULD "
001490             "NOT BE OPENED -- FILE STATUS " RPT-FILE-STATUS
001500         MOVE 16 TO RETURN-CODE
001510         GO TO 9999-EXIT
001520     END-IF.
001530     IF FROM-DATE NOT = ZERO
001540         IF THROUGH-DATE < FROM-DATE
001550             DISPLAY "*** ERROR - AUDVCTL THROUGH DATE "
001560                 THROUGH-DATE " IS BEFORE FROM DATE " FROM-DATE
001570             MOVE 16 TO RETURN-CODE
001580             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001590             GO TO 9999-EXIT
001600         END-IF
001610         COMPUTE FIRST-DAY-NUMBER =
001620             FUNCTION INTEGER-OF-DATE (FROM-DATE)
001630         COMPUTE LAST-DAY-NUMBER =
001640             FUNCTION INTEGER-OF-DATE (THROUGH-DATE)
001650     END-IF.
001660     MOVE SPACES TO VERIFY-REPORT-LINE.
001670     STRING "AUDIT TRAIL VERIFICATION -- RUN " DELIMITED BY SIZE
001680         RUN-DATE-YYYYMMDD DELIMITED BY SIZE
001690         " " DELIMITED BY SIZE
001700         RUN-TIME-HHMMSSCC DELIMITED BY SIZE
001710         INTO VERIFY-REPORT-LINE.
001720     PERFORM 9100-WRITE-REPORT-LINE
001730         THRU 9100-WRITE-REPORT-LINE-EXIT.
001740     MOVE SPACES TO VERIFY-REPORT-LINE.
001750     IF FROM-DATE = ZERO
001760         MOVE "ARCHIVES: NONE REQUESTED" TO VERIFY-REPORT-LINE
001770     ELSE
001780         STRING "ARCHIVES: " DELIMITED BY SIZE
001790             FROM-DATE DELIMITED BY SIZE
001800             " THROUGH " DELIMITED BY SIZE
001810             THROUGH-DATE DELIMITED BY SIZE
001820             INTO VERIFY-REPORT-LINE
001830     END-IF.
001840     PERFORM 9100-WRITE-REPORT-LINE
001850         THRU 9100-WRITE-REPORT-LINE-EXIT.
001860     MOVE SPACES TO VERIFY-REPORT-LINE.
001870     IF VERIFY-LIVE-FILE
001880         MOVE "LIVE AUDIT TRAIL: VERIFIED AFTER THE ARCHIVES"
001890             TO VERIFY-REPORT-LINE
001900     ELSE
001910         MOVE "LIVE AUDIT TRAIL: NOT REQUESTED"
001920             TO VERIFY-REPORT-LINE
001930     END-IF.
001940     PERFORM 9100-WRITE-REPORT-LINE
001950         THRU 9100-WRITE-REPORT-LINE-EXIT.
001960     MOVE SPACES TO VERIFY-REPORT-LINE.
001970     PERFORM 9100-WRITE-REPORT-LINE
001980         THRU 9100-WRITE-REPORT-LINE-EXIT.
001990 1000-INITIALIZE-EXIT.
002000     EXIT.
002010*----------------------------------------------------------
002020* 1100-LOAD-CONTROL-FILE
002030*     THE CONTROL FILE IS OPTIONAL. WHEN PRESENT, A VALID
002040*     FROM DATE (YYYYMMDD) ASKS FOR THE ARCHIVES FROM THAT
002050*     DATE THROUGH THE THROUGH DATE, WHICH DEFAULTS TO THE
002060*     RUN DATE WHEN BLANK OR NOT A DATE. A LIVE FLAG OF N
002070*     LEAVES THE LIVE FILE OUT -- FOR THE AUDITORS' CHECK
002080*     OF A CLOSED PERIOD. WITHOUT A CONTROL FILE ONLY THE
002090*     LIVE FILE IS VERIFIED.
002100*----------------------------------------------------------
002110 1100-LOAD-CONTROL-FILE.
002120     OPEN INPUT VERIFY-CONTROL-FILE.
002130     IF CTL-FILE-STATUS NOT = "00"
002140         GO TO 1100-LOAD-CONTROL-FILE-EXIT
002150     END-IF.
002160     READ VERIFY-CONTROL-FILE
002170         AT END
002180             CONTINUE
002190     END-READ.
002200     IF CTL-FILE-STATUS = "00"
002210         MOVE CTL-FROM-DATE TO CHECK-DATE-X
002220         IF CTL-FROM-DATE NUMERIC
002230             AND CHECK-MONTH NOT < 01 AND CHECK-MONTH NOT > 12
002240             AND CHECK-DAY NOT < 01 AND CHECK-DAY NOT > 31
002250             MOVE CHECK-DATE-NUM TO FROM-DATE
002260         END-IF
002270         MOVE CTL-THROUGH-DATE TO CHECK-DATE-X
002280         IF CTL-THROUGH-DATE NUMERIC
002290             AND CHECK-MONTH NOT < 01 AND CHECK-MONTH NOT > 12
002300             AND CHECK-DAY NOT < 01 AND CHECK-DAY NOT > 31
002310             MOVE CHECK-DATE-NUM TO THROUGH-DATE
002320         END-IF
002330         IF CTL-LIVE-FLAG = "N"
002340             MOVE "N" TO LIVE-FILE-SW
002350         END-IF
002360     END-IF.
002370     CLOSE VERIFY-CONTROL-FILE.
002380 1100-LOAD-CONTROL-FILE-EXIT.
002390     EXIT.
002400*----------------------------------------------------------
002410* 2000-VERIFY-ARCHIVE-DAY
002420*     VERIFIES THE DATED ARCHIVE FOR ONE DAY OF THE RANGE.
002430*     A DAY WITH NO ARCHIVE IS COUNTED AND SKIPPED -- IF
002440*     IT HAD CALLS, THE FIRST RECORD OF THE NEXT FILE
002450*     SHOWS THE GAP ON EACH CHAIN.
002460*----------------------------------------------------------
002470 2000-VERIFY-ARCHIVE-DAY.
002480     COMPUTE CURRENT-FILE-DATE =
002490         FUNCTION DATE-OF-INTEGER (ARCHIVE-DAY-NUMBER).
002500     MOVE SPACES TO ARCHIVE-FILE-NAME.
002510     STRING "AUDARCH." DELIMITED BY SIZE
002520         CURRENT-FILE-DATE DELIMITED BY SIZE
002530         INTO ARCHIVE-FILE-NAME.
002540     OPEN INPUT AUDIT-ARCHIVE-FILE.
002550     IF ARCH-FILE-STATUS = "35"
002560         ADD 1 TO ARCHIVE-MISSING-COUNT
002570         GO TO 2000-VERIFY-ARCHIVE-DAY-EXIT
002580     END-IF.
002590     IF ARCH-FILE-STATUS NOT = "00"
002600         DISPLAY "*** ERROR - ARCHIVE FILE " ARCHIVE-FILE-NAME
002610             " COULD NOT BE OPENED -- FILE STATUS "
002620             ARCH-FILE-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002650         GO TO 9999-EXIT
002660     END-IF.
002670     ADD 1 TO ARCHIVE-FILE-COUNT.
002680     MOVE ARCHIVE-FILE-NAME TO CURRENT-FILE-NAME.
002690     SET READING-ARCHIVE-FILE TO TRUE.
002700     PERFORM 2800-START-FILE THRU 2800-START-FILE-EXIT.
002710     PERFORM 2100-READ-ARCHIVE-RECORD
002720         THRU 2100-READ-ARCHIVE-RECORD-EXIT.
002730     PERFORM 2200-NEXT-ARCHIVE-RECORD
002740         THRU 2200-NEXT-ARCHIVE-RECORD-EXIT
002750         UNTIL NO-MORE-AUDIT-RECORDS.
002760     CLOSE AUDIT-ARCHIVE-FILE.
002770     PERFORM 3800-CHECK-ARCHIVE-SEALED
002780         THRU 3800-CHECK-ARCHIVE-SEALED-EXIT
002790         VARYING CH-IDX FROM 1 BY 1
002800         UNTIL CH-IDX > CHAIN-ENTRY-COUNT.
002810 2000-VERIFY-ARCHIVE-DAY-EXIT.
002820     EXIT.
002830*----------------------------------------------------------
002840* 2100-READ-ARCHIVE-RECORD
002850*----------------------------------------------------------
002860 2100-READ-ARCHIVE-RECORD.
002870     READ AUDIT-ARCHIVE-FILE INTO AUDIT-TRAIL-RECORD
002880         AT END
002890             SET NO-MORE-AUDIT-RECORDS TO TRUE
002900     END-READ.
002910 2100-READ-ARCHIVE-RECORD-EXIT.
002920     EXIT.
002930*----------------------------------------------------------
002940* 2200-NEXT-ARCHIVE-RECORD
002950*----------------------------------------------------------
002960 2200-NEXT-ARCHIVE-RECORD.
002970     PERFORM 3000-VERIFY-AUDIT-RECORD
002980         THRU 3000-VERIFY-AUDIT-RECORD-EXIT.
002990     PERFORM 2100-READ-ARCHIVE-RECORD
003000         THRU 2100-READ-ARCHIVE-RECORD-EXIT.
003010 2200-NEXT-ARCHIVE-RECORD-EXIT.
003020     EXIT.
003030*----------------------------------------------------------
003040* 2500-VERIFY-LIVE-TRAIL
003050*     VERIFIES THE LIVE AUDIT TRAIL -- THE NEWEST LINKS OF
003060*     EVERY CHAIN. ITS RECORDS ARE NOT YET SEALED.
003070*----------------------------------------------------------
003080 2500-VERIFY-LIVE-TRAIL.
003090     OPEN INPUT AUDIT-TRAIL-FILE.
003100     IF AUD-FILE-STATUS = "35"
003110         MOVE SPACES TO VERIFY-REPORT-LINE
003120         MOVE "NO LIVE AUDIT TRAIL FILE -- ARCHIVES ONLY"
003130             TO VERIFY-REPORT-LINE
003140         PERFORM 9100-WRITE-REPORT-LINE
003150             THRU 9100-WRITE-REPORT-LINE-EXIT
003160         GO TO 2500-VERIFY-LIVE-TRAIL-EXIT
003170     END-IF.
003180     IF AUD-FILE-STATUS NOT = "00"
003190         DISPLAY "*** ERROR - AUDIT TRAIL FILE COULD NOT "
003200             "BE OPENED -- FILE STATUS " AUD-FILE-STATUS
003210         MOVE 16 TO RETURN-CODE
003220         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003230         GO TO 9999-EXIT
003240     END-IF.
003250     MOVE "AUDITTRL" TO CURRENT-FILE-NAME.
003260     MOVE ZERO TO CURRENT-FILE-DATE.
003270     SET READING-LIVE-FILE TO TRUE.
003280     PERFORM 2800-START-FILE THRU 2800-START-FILE-EXIT.
003290     PERFORM 2600-READ-LIVE-RECORD
003300         THRU 2600-READ-LIVE-RECORD-EXIT.
003310     PERFORM 2700-NEXT-LIVE-RECORD
003320         THRU 2700-NEXT-LIVE-RECORD-EXIT
003330         UNTIL NO-MORE-AUDIT-RECORDS.
003340     CLOSE AUDIT-TRAIL-FILE.
003350 2500-VERIFY-LIVE-TRAIL-EXIT.
003360     EXIT.
003370*----------------------------------------------------------
003380* 2600-READ-LIVE-RECORD
003390*----------------------------------------------------------
003400 2600-READ-LIVE-RECORD.
003410     READ AUDIT-TRAIL-FILE INTO AUDIT-TRAIL-RECORD
003420         AT END
003430             SET NO-MORE-AUDIT-RECORDS TO TRUE
003440     END-READ.
003450 2600-READ-LIVE-RECORD-EXIT.
003460     EXIT.
003470*----------------------------------------------------------
003480* 2700-NEXT-LIVE-RECORD
003490*----------------------------------------------------------
003500 2700-NEXT-LIVE-RECORD.
003510     PERFORM 3000-VERIFY-AUDIT-RECORD
003520         THRU 3000-VERIFY-AUDIT-RECORD-EXIT.
003530     PERFORM 2600-READ-LIVE-RECORD
003540         THRU 2600-READ-LIVE-RECORD-EXIT.
003550 2700-NEXT-LIVE-RECORD-EXIT.
003560     EXIT.
003570*----------------------------------------------------------
003580* 2800-START-FILE
003590*     SEAL COUNTS RUN WITHIN ONE FILE, SO EACH NEW FILE
003600*     STARTS EVERY CHAIN'S COUNT SINCE ITS LAST SEAL AT
003610*     ZERO. THE SEQUENCE AND CHECK VALUE CARRY ON.
003620*----------------------------------------------------------
003630 2800-START-FILE.
003640     MOVE ZERO TO FILE-RECORD-NUMBER.
003650     MOVE "N" TO FILE-CHAINED-SW.
003660     MOVE "N" TO AUDIT-FILE-SW.
003670     PERFORM 2850-CLEAR-SEAL-COUNT
003680         THRU 2850-CLEAR-SEAL-COUNT-EXIT
003690         VARYING CH-IDX FROM 1 BY 1
003700         UNTIL CH-IDX > CHAIN-ENTRY-COUNT.
003710 2800-START-FILE-EXIT.
003720     EXIT.
003730*----------------------------------------------------------
003740* 2850-CLEAR-SEAL-COUNT
003750*----------------------------------------------------------
003760 2850-CLEAR-SEAL-COUNT.
003770     MOVE ZERO TO CH-SINCE-SEAL-COUNT (CH-IDX).
003780 2850-CLEAR-SEAL-COUNT-EXIT.
003790     EXIT.
003800*----------------------------------------------------------
003810* 3000-VERIFY-AUDIT-RECORD
003820*     CHECKS ONE RECORD AGAINST ITS CHAIN. A RECORD WRITTEN
003830*     BEFORE CHAINING IS COUNTED, AND IS AN EXCEPTION ONLY
003840*     WHEN IT TURNS UP AFTER CHAINED RECORDS IN THE SAME
003850*     FILE. AFTER A GAP, AN OUT-OF-ORDER SEQUENCE, OR A
003860*     BROKEN CHAIN, THE CHAIN PICKS UP FROM THE RECORD'S
003870*     OWN SEQUENCE AND CHECK VALUE, SO ONE ALTERED, ADDED,
003880*     OR REMOVED RECORD IS REPORTED ONCE AND NOT ON EVERY
003890*     RECORD AFTER IT. THE FIRST RECORD SEEN ON A CHAIN
003900*     CAN ONLY BE CHECKED WHEN IT IS SEQUENCE 1; A CHAIN
003910*     PICKED UP PART WAY ALONG IS NOTED AND TRUSTED FROM
003920*     THAT RECORD ON.
003930*----------------------------------------------------------
003940 3000-VERIFY-AUDIT-RECORD.
003950     ADD 1 TO FILE-RECORD-NUMBER.
003960     ADD 1 TO RECORDS-READ-COUNT.
003970     IF AUD-SEQUENCE NOT NUMERIC
003980         OR AUD-CHECK-VALUE NOT NUMERIC
003990         OR AUD-CHAIN-ID = SPACES
004000         ADD 1 TO UNCHAINED-RECORD-COUNT
004010         IF FILE-HAS-CHAINED-RECORDS
004020             MOVE "UNCHAINED RECORD INSIDE THE CHAIN" TO NOTE-TEXT
004030             PERFORM 7000-REPORT-EXCEPTION
004040                 THRU 7000-REPORT-EXCEPTION-EXIT
004050         END-IF
004060         GO TO 3000-VERIFY-AUDIT-RECORD-EXIT
004070     END-IF.
004080     SET FILE-HAS-CHAINED-RECORDS TO TRUE.
004090     PERFORM 3100-FIND-CHAIN-ENTRY
004100         THRU 3100-FIND-CHAIN-ENTRY-EXIT.
004110     IF AUD-SEAL-RECORD
004120         PERFORM 3500-VERIFY-SEAL-RECORD
004130             THRU 3500-VERIFY-SEAL-RECORD-EXIT
004140         GO TO 3000-VERIFY-AUDIT-RECORD-EXIT
004150     END-IF.
004160     ADD 1 TO CHAINED-RECORD-COUNT.
004170     IF CHAIN-IS-NEW
004180         IF AUD-SEQUENCE = 1
004190             MOVE "NEW CHAIN STARTS" TO NOTE-TEXT
004200             PERFORM 7100-REPORT-NOTE
004210                 THRU 7100-REPORT-NOTE-EXIT
004220         ELSE
004230             MOVE "CHAIN PICKED UP PART WAY ALONG" TO NOTE-TEXT
004240             PERFORM 7100-REPORT-NOTE
004250                 THRU 7100-REPORT-NOTE-EXIT
004260             PERFORM 3400-TAKE-RECORD-AS-LAST
004270                 THRU 3400-TAKE-RECORD-AS-LAST-EXIT
004280             GO TO 3000-VERIFY-AUDIT-RECORD-EXIT
004290         END-IF
004300     END-IF.
004310     COMPUTE EXPECTED-SEQUENCE = CH-LAST-SEQUENCE (CH-IDX) + 1.
004320     IF AUD-SEQUENCE > EXPECTED-SEQUENCE
004330         MOVE SPACES TO NOTE-TEXT
004340         STRING "SEQUENCE GAP -- EXPECTED " DELIMITED BY SIZE
004350             EXPECTED-SEQUENCE DELIMITED BY SIZE
004360             INTO NOTE-TEXT
004370         PERFORM 7000-REPORT-EXCEPTION
004380             THRU 7000-REPORT-EXCEPTION-EXIT
004390         PERFORM 3400-TAKE-RECORD-AS-LAST
004400             THRU 3400-TAKE-RECORD-AS-LAST-EXIT
004410         GO TO 3000-VERIFY-AUDIT-RECORD-EXIT
004420     END-IF.
004430     IF AUD-SEQUENCE < EXPECTED-SEQUENCE
004440         MOVE SPACES TO NOTE-TEXT
004450         STRING "OUT OF SEQUENCE -- EXPECTED " DELIMITED BY SIZE
004460             EXPECTED-SEQUENCE DELIMITED BY SIZE
004470             INTO NOTE-TEXT
004480         PERFORM 7000-REPORT-EXCEPTION
004490             THRU 7000-REPORT-EXCEPTION-EXIT
004500         PERFORM 3400-TAKE-RECORD-AS-LAST
004510             THRU 3400-TAKE-RECORD-AS-LAST-EXIT
004520         GO TO 3000-VERIFY-AUDIT-RECORD-EXIT
004530     END-IF.
004540     MOVE CH-LAST-CHECK (CH-IDX) TO AUDIT-CHECK-WORK.
004550     PERFORM 3300-FOLD-CHECK-BYTE
004560         THRU 3300-FOLD-CHECK-BYTE-EXIT
004570         VARYING AUDIT-CHECK-SUB FROM 1 BY 1
004580         UNTIL AUDIT-CHECK-SUB > 701.
004590     MOVE AUDIT-CHECK-WORK TO COMPUTED-CHECK.
004600     IF COMPUTED-CHECK NOT = AUD-CHECK-VALUE
004610         MOVE SPACES TO NOTE-TEXT
004620         STRING "BROKEN CHAIN -- CHECK VALUE " DELIMITED BY SIZE
004630             AUD-CHECK-VALUE DELIMITED BY SIZE
004640             " SHOULD BE " DELIMITED BY SIZE
004650             COMPUTED-CHECK DELIMITED BY SIZE
004660             INTO NOTE-TEXT
004670         PERFORM 7000-REPORT-EXCEPTION
004680             THRU 7000-REPORT-EXCEPTION-EXIT
004690     END-IF.
004700     PERFORM 3400-TAKE-RECORD-AS-LAST
004710         THRU 3400-TAKE-RECORD-AS-LAST-EXIT.
004720 3000-VERIFY-AUDIT-RECORD-EXIT.
004730     EXIT.
004740*----------------------------------------------------------
004750* 3100-FIND-CHAIN-ENTRY
004760*     POINTS CH-IDX AT THE RECORD'S CHAIN, ADDING THE
004770*     CHAIN THE FIRST TIME IT IS SEEN.
004780*----------------------------------------------------------
004790 3100-FIND-CHAIN-ENTRY.
004800     MOVE "N" TO CHAIN-NEW-SW.
004810     SET CH-IDX TO 1.
004820     SEARCH CHAIN-ENTRY
004830         AT END
004840             CONTINUE
004850         WHEN CH-IDX > CHAIN-ENTRY-COUNT
004860             CONTINUE
004870         WHEN CH-CHAIN-ID (CH-IDX) = AUD-CHAIN-ID
004880             GO TO 3100-FIND-CHAIN-ENTRY-EXIT
004890     END-SEARCH.
004900     IF CHAIN-ENTRY-COUNT >= 200
004910         DISPLAY "*** ERROR - AUDIT TRAIL HOLDS MORE THAN 200 "
004920             "CHAINS -- ENLARGE CHAIN-TABLE"
004930         MOVE 16 TO RETURN-CODE
004940         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004950         GO TO 9999-EXIT
004960     END-IF.
004970     ADD 1 TO CHAIN-ENTRY-COUNT.
004980     SET CH-IDX TO CHAIN-ENTRY-COUNT.
004990     MOVE AUD-CHAIN-ID TO CH-CHAIN-ID (CH-IDX).
005000     MOVE ZERO TO CH-LAST-SEQUENCE (CH-IDX).
005010     MOVE ZERO TO CH-LAST-CHECK (CH-IDX).
005020     MOVE ZERO TO CH-SINCE-SEAL-COUNT (CH-IDX).
005030     SET CHAIN-IS-NEW TO TRUE.
005040 3100-FIND-CHAIN-ENTRY-EXIT.
005050     EXIT.
005060*----------------------------------------------------------
005070* 3300-FOLD-CHECK-BYTE
005080*     THE SAME FOLD THE DRIVER USES WHEN IT WRITES THE
005090*     RECORD -- BYTES 1 THROUGH 701, EVERYTHING BUT THE
005100*     CHECK VALUE ITSELF.
005110*----------------------------------------------------------
005120 3300-FOLD-CHECK-BYTE.
005130     COMPUTE AUDIT-CHECK-WORK = AUDIT-CHECK-WORK * 257
005140         + FUNCTION ORD (AUDIT-TRAIL-RECORD (AUDIT-CHECK-SUB:1)).
005150     DIVIDE AUDIT-CHECK-WORK BY 999999937
005160         GIVING AUDIT-CHECK-QUOTIENT
005170         REMAINDER AUDIT-CHECK-WORK.
005180 3300-FOLD-CHECK-BYTE-EXIT.
005190     EXIT.
005200*----------------------------------------------------------
005210* 3400-TAKE-RECORD-AS-LAST
005220*----------------------------------------------------------
005230 3400-TAKE-RECORD-AS-LAST.
005240     MOVE AUD-SEQUENCE TO CH-LAST-SEQUENCE (CH-IDX).
005250     MOVE AUD-CHECK-VALUE TO CH-LAST-CHECK (CH-IDX).
005260     ADD 1 TO CH-SINCE-SEAL-COUNT (CH-IDX).
005270 3400-TAKE-RECORD-AS-LAST-EXIT.
005280     EXIT.
005290*----------------------------------------------------------
005300* 3500-VERIFY-SEAL-RECORD
005310*     A SEAL MUST CLOSE THE RUN OF ITS CHAIN'S RECORDS IN
005320*     THE FILE SINCE THE LAST SEAL -- THE SAME COUNT, THE
005330*     SAME LAST SEQUENCE AND CHECK VALUE, AND THE DATE OF
005340*     THE ARCHIVE IT SITS IN. THE LIVE FILE IS NEVER
005350*     SEALED, SO A SEAL THERE IS ITSELF AN EXCEPTION. THE
005360*     CHAIN CARRIES ON FROM THE SEAL'S VALUES.
005370*----------------------------------------------------------
005380 3500-VERIFY-SEAL-RECORD.
005390     ADD 1 TO SEAL-RECORD-COUNT.
005400     IF READING-LIVE-FILE
005410         MOVE "SEAL RECORD ON THE LIVE AUDIT TRAIL" TO NOTE-TEXT
005420         PERFORM 7000-REPORT-EXCEPTION
005430             THRU 7000-REPORT-EXCEPTION-EXIT
005440         GO TO 3500-VERIFY-SEAL-RECORD-EXIT
005450     END-IF.
005460     IF AUD-SEAL-ARCHIVE-DATE NOT = CURRENT-FILE-DATE
005470         MOVE SPACES TO NOTE-TEXT
005480         STRING "SEAL MISMATCH -- SEALS ARCHIVE DATE "
005490             DELIMITED BY SIZE
005500             AUD-SEAL-ARCHIVE-DATE DELIMITED BY SIZE
005510             INTO NOTE-TEXT
005520         PERFORM 7000-REPORT-EXCEPTION
005530             THRU 7000-REPORT-EXCEPTION-EXIT
005540     END-IF.
005550     IF AUD-SEAL-RECORD-COUNT NOT = CH-SINCE-SEAL-COUNT (CH-IDX)
005560         MOVE SPACES TO NOTE-TEXT
005570         STRING "SEAL MISMATCH -- COUNT " DELIMITED BY SIZE
005580             AUD-SEAL-RECORD-COUNT DELIMITED BY SIZE
005590             " FOUND " DELIMITED BY SIZE
005600             CH-SINCE-SEAL-COUNT (CH-IDX) DELIMITED BY SIZE
005610             INTO NOTE-TEXT
005620         PERFORM 7000-REPORT-EXCEPTION
005630             THRU 7000-REPORT-EXCEPTION-EXIT
005640     END-IF.
005650     IF AUD-SEQUENCE NOT = CH-LAST-SEQUENCE (CH-IDX)
005660         MOVE SPACES TO NOTE-TEXT
005670         STRING "SEAL MISMATCH -- LAST SEQUENCE FOUND "
005680             DELIMITED BY SIZE
005690             CH-LAST-SEQUENCE (CH-IDX) DELIMITED BY SIZE
005700             INTO NOTE-TEXT
005710         PERFORM 7000-REPORT-EXCEPTION
005720             THRU 7000-REPORT-EXCEPTION-EXIT
005730     END-IF.
005740     IF AUD-CHECK-VALUE NOT = CH-LAST-CHECK (CH-IDX)
005750         MOVE SPACES TO NOTE-TEXT
005760         STRING "SEAL MISMATCH -- LAST CHECK VALUE FOUND "
005770             DELIMITED BY SIZE
005780             CH-LAST-CHECK (CH-IDX) DELIMITED BY SIZE
005790             INTO NOTE-TEXT
005800         PERFORM 7000-REPORT-EXCEPTION
005810             THRU 7000-REPORT-EXCEPTION-EXIT
005820     END-IF.
005830     MOVE AUD-SEQUENCE TO CH-LAST-SEQUENCE (CH-IDX).
005840     MOVE AUD-CHECK-VALUE TO CH-LAST-CHECK (CH-IDX).
005850     MOVE ZERO TO CH-SINCE-SEAL-COUNT (CH-IDX).
005860 3500-VERIFY-SEAL-RECORD-EXIT.
005870     EXIT.
005880*----------------------------------------------------------
005890* 3800-CHECK-ARCHIVE-SEALED
005900*     AT THE END OF AN ARCHIVE, ANY CHAIN WITH RECORDS
005910*     AFTER ITS LAST SEAL HAS HAD RECORDS ADDED, OR ITS
005920*     SEAL TAKEN AWAY, SINCE AUDARCH CLOSED THE FILE.
005930*----------------------------------------------------------
005940 3800-CHECK-ARCHIVE-SEALED.
005950     IF CH-SINCE-SEAL-COUNT (CH-IDX) = ZERO
005960         GO TO 3800-CHECK-ARCHIVE-SEALED-EXIT
005970     END-IF.
005980     ADD 1 TO EXCEPTION-COUNT.
005990     IF RETURN-CODE < 4
006000         MOVE 4 TO RETURN-CODE
006010     END-IF.
006020     MOVE CH-SINCE-SEAL-COUNT (CH-IDX) TO PRINT-COUNT.
006030     MOVE SPACES TO VERIFY-REPORT-LINE.
006040     STRING "*** ARCHIVE NOT SEALED -- " DELIMITED BY SIZE
006050         CURRENT-FILE-NAME DELIMITED BY SIZE
006060         PRINT-COUNT DELIMITED BY SIZE
006070         " RECORDS AFTER THE LAST SEAL" DELIMITED BY SIZE
006080         INTO VERIFY-REPORT-LINE.
006090     PERFORM 9100-WRITE-REPORT-LINE
006100         THRU 9100-WRITE-REPORT-LINE-EXIT.
006110     MOVE SPACES TO VERIFY-REPORT-LINE.
006120     STRING "    CHAIN " DELIMITED BY SIZE
006130         CH-CHAIN-ID (CH-IDX) DELIMITED BY SIZE
006140         " LAST SEQUENCE " DELIMITED BY SIZE
006150         CH-LAST-SEQUENCE (CH-IDX) DELIMITED BY SIZE
006160         INTO VERIFY-REPORT-LINE.
006170     PERFORM 9100-WRITE-REPORT-LINE
006180         THRU 9100-WRITE-REPORT-LINE-EXIT.
006190 3800-CHECK-ARCHIVE-SEALED-EXIT.
006200     EXIT.
006210*----------------------------------------------------------
006220* 7000-REPORT-EXCEPTION
006230*     PRINTS AN EXCEPTION AGAINST THE RECORD IN HAND AND
006240*     SETS RETURN CODE 4.
006250*----------------------------------------------------------
006260 7000-REPORT-EXCEPTION.
006270     ADD 1 TO EXCEPTION-COUNT.
006280     IF RETURN-CODE < 4
006290         MOVE 4 TO RETURN-CODE
006300     END-IF.
006310     MOVE "*** " TO LINE-PREFIX.
006320     PERFORM 7200-PRINT-RECORD-DETAIL
006330         THRU 7200-PRINT-RECORD-DETAIL-EXIT.
006340 7000-REPORT-EXCEPTION-EXIT.
006350     EXIT.
006360*----------------------------------------------------------
006370* 7100-REPORT-NOTE
006380*     PRINTS AN INFORMATION LINE AGAINST THE RECORD IN
006390*     HAND. THE RETURN CODE IS LEFT ALONE.
006400*----------------------------------------------------------
006410 7100-REPORT-NOTE.
006420     MOVE "    " TO LINE-PREFIX.
006430     PERFORM 7200-PRINT-RECORD-DETAIL
006440         THRU 7200-PRINT-RECORD-DETAIL-EXIT.
006450 7100-REPORT-NOTE-EXIT.
006460     EXIT.
006470*----------------------------------------------------------
006480* 7200-PRINT-RECORD-DETAIL
006490*----------------------------------------------------------
006500 7200-PRINT-RECORD-DETAIL.
006510     MOVE FILE-RECORD-NUMBER TO PRINT-RECORD-NUMBER.
006520     MOVE SPACES TO VERIFY-REPORT-LINE.
006530     STRING LINE-PREFIX DELIMITED BY SIZE
006540         NOTE-TEXT DELIMITED BY SIZE
006550         " -- " DELIMITED BY SIZE
006560         CURRENT-FILE-NAME DELIMITED BY SIZE
006570         " RECORD " DELIMITED BY SIZE
006580         PRINT-RECORD-NUMBER DELIMITED BY SIZE
006590         INTO VERIFY-REPORT-LINE.
006600     PERFORM 9100-WRITE-REPORT-LINE
006610         THRU 9100-WRITE-REPORT-LINE-EXIT.
006620     MOVE SPACES TO VERIFY-REPORT-LINE.
006630     STRING "    TIME " DELIMITED BY SIZE
006640         AUD-TIMESTAMP DELIMITED BY SIZE
006650         " REQUEST " DELIMITED BY SIZE
006660         AUD-REQUEST-ID DELIMITED BY SIZE
006670         " CHAIN " DELIMITED BY SIZE
006680         AUD-CHAIN-ID DELIMITED BY SIZE
006690         " SEQUENCE " DELIMITED BY SIZE
006700         AUD-SEQUENCE DELIMITED BY SIZE
006710         INTO VERIFY-REPORT-LINE.
006720     PERFORM 9100-WRITE-REPORT-LINE
006730         THRU 9100-WRITE-REPORT-LINE-EXIT.
006740 7200-PRINT-RECORD-DETAIL-EXIT.
006750     EXIT.
006760*----------------------------------------------------------
006770* 9000-TERMINATE
006780*     PRINTS THE CONTROL TOTALS AND CLOSES THE REPORT.
006790*----------------------------------------------------------
006800 9000-TERMINATE.
006810     MOVE SPACES TO VERIFY-REPORT-LINE.
006820     PERFORM 9100-WRITE-REPORT-LINE
006830         THRU 9100-WRITE-REPORT-LINE-EXIT.
006840     MOVE ARCHIVE-FILE-COUNT TO PRINT-COUNT.
006850     MOVE SPACES TO VERIFY-REPORT-LINE.
006860     STRING "ARCHIVE FILES VERIFIED............... "
006870         PRINT-COUNT DELIMITED BY SIZE
006880         INTO VERIFY-REPORT-LINE.
006890     PERFORM 9100-WRITE-REPORT-LINE
006900         THRU 9100-WRITE-REPORT-LINE-EXIT.
006910     MOVE ARCHIVE-MISSING-COUNT TO PRINT-COUNT.
006920     MOVE SPACES TO VERIFY-REPORT-LINE.
006930     STRING "DAYS IN RANGE WITH NO ARCHIVE........ "
006940         PRINT-COUNT DELIMITED BY SIZE
006950         INTO VERIFY-REPORT-LINE.
006960     PERFORM 9100-WRITE-REPORT-LINE
006970         THRU 9100-WRITE-REPORT-LINE-EXIT.
006980     MOVE RECORDS-READ-COUNT TO PRINT-COUNT.
006990     MOVE SPACES TO VERIFY-REPORT-LINE.
007000     STRING "AUDIT RECORDS READ................... "
007010         PRINT-COUNT DELIMITED BY SIZE
007020         INTO VERIFY-REPORT-LINE.
007030     PERFORM 9100-WRITE-REPORT-LINE
007040         THRU 9100-WRITE-REPORT-LINE-EXIT.
007050     MOVE CHAINED-RECORD-COUNT TO PRINT-COUNT.
007060     MOVE SPACES TO VERIFY-REPORT-LINE.
007070     STRING "CHAINED RECORDS VERIFIED............. "
007080         PRINT-COUNT DELIMITED BY SIZE
007090         INTO VERIFY-REPORT-LINE.
007100     PERFORM 9100-WRITE-REPORT-LINE
007110         THRU 9100-WRITE-REPORT-LINE-EXIT.
007120     MOVE UNCHAINED-RECORD-COUNT TO PRINT-COUNT.
007130     MOVE SPACES TO VERIFY-REPORT-LINE.
007140     STRING "RECORDS WRITTEN BEFORE CHAINING...... "
007150         PRINT-COUNT DELIMITED BY SIZE
007160         INTO VERIFY-REPORT-LINE.
007170     PERFORM 9100-WRITE-REPORT-LINE
007180         THRU 9100-WRITE-REPORT-LINE-EXIT.
007190     MOVE SEAL-RECORD-COUNT TO PRINT-COUNT.
007200     MOVE SPACES TO VERIFY-REPORT-LINE.
007210     STRING "ARCHIVE SEALS CHECKED................ "
007220         PRINT-COUNT DELIMITED BY SIZE
007230         INTO VERIFY-REPORT-LINE.
007240     PERFORM 9100-WRITE-REPORT-LINE
007250         THRU 9100-WRITE-REPORT-LINE-EXIT.
007260     MOVE CHAIN-ENTRY-COUNT TO PRINT-COUNT.
007270     MOVE SPACES TO VERIFY-REPORT-LINE.
007280     STRING "AUDIT CHAINS FOLLOWED................ "
007290         PRINT-COUNT DELIMITED BY SIZE
007300         INTO VERIFY-REPORT-LINE.
007310     PERFORM 9100-WRITE-REPORT-LINE
007320         THRU 9100-WRITE-REPORT-LINE-EXIT.
007330     MOVE EXCEPTION-COUNT TO PRINT-COUNT.
007340     MOVE SPACES TO VERIFY-REPORT-LINE.
007350     STRING "EXCEPTIONS........................... "
007360         PRINT-COUNT DELIMITED BY SIZE
007370         INTO VERIFY-REPORT-LINE.
007380     PERFORM 9100-WRITE-REPORT-LINE
007390         THRU 9100-WRITE-REPORT-LINE-EXIT.
007400     MOVE SPACES TO VERIFY-REPORT-LINE.
007410     IF EXCEPTION-COUNT = ZERO
007420         MOVE "AUDIT TRAIL VERIFIED -- NO EXCEPTIONS"
007430             TO VERIFY-REPORT-LINE
007440     ELSE
007450         MOVE "*** AUDIT TRAIL NOT VERIFIED -- SEE EXCEPTIONS"
007460             TO VERIFY-REPORT-LINE
007470     END-IF.
007480     PERFORM 9100-WRITE-REPORT-LINE
007490         THRU 9100-WRITE-REPORT-LINE-EXIT.
007500     CLOSE VERIFY-REPORT-FILE.
007510 9000-TERMINATE-EXIT.
007520     EXIT.
007530*----------------------------------------------------------
007540* 9100-WRITE-REPORT-LINE
007550*----------------------------------------------------------
007560 9100-WRITE-REPORT-LINE.
007570     WRITE VERIFY-REPORT-LINE.
007580 9100-WRITE-REPORT-LINE-EXIT.
007590     EXIT.
007600*----------------------------------------------------------
007610* 9999-EXIT
007620*----------------------------------------------------------
007630 9999-EXIT.
007640     STOP RUN.
