000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. chgback.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. MONTHLY INTEROP
000130*                   CHARGEBACK -- READS EVERY DATED AUDIT
000140*                   ARCHIVE AUDARCH WROTE FOR THE BILLING
000150*                   MONTH AND THEN THE LIVE AUDIT TRAIL,
000160*                   PRICES EACH CALL FROM THE RATETBL RATE
000170*                   IN FORCE ON THE DAY IT RAN, AND
000180*                   PRINTS AN INVOICE PAGE PER SUBMITTER
000190*                   WITH A SUBTOTAL PER FUNCTION AND A
000200*                   MONTH-TO-DATE TOTAL. A CALL SERVED
000210*                   FROM THE CACHE IS BILLED AT THE
000220*                   CACHED CHARGE, A FAILED CALL AT
000230*                   NOTHING. THE SAME FIGURES GO TO THE
000240*                   CHGEXTR FLAT FILE FOR THE FINANCE
000250*                   LOAD. THE OPTIONAL CHGCTL CONTROL FILE
000260*                   NAMES THE MONTH TO BILL (YYYYMM); THE
000270*                   DEFAULT IS THE MONTH OF THE RUN DATE.
000272*  2026-10-15  RM   WIDENED THE LIVE AND ARCHIVE RECORDS FOR
000274*                   THE AUDIT CHAIN FIELDS. THE SEAL RECORDS
000276*                   AUDARCH NOW CLOSES EACH ARCHIVE WITH ARE
000278*                   NOT CALLS AND ARE SKIPPED UNBILLED.
000280*----------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS AUD-FILE-STATUS.
000350     SELECT AUDIT-ARCHIVE-FILE
000360         ASSIGN TO DYNAMIC ARCHIVE-FILE-NAME
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS ARCH-FILE-STATUS.
000390     SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS RATE-KEY
000430         FILE STATUS IS RATE-FILE-STATUS.
000440     SELECT CHARGEBACK-CONTROL-FILE ASSIGN TO "CHGCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS CTL-FILE-STATUS.
000470     SELECT CHARGEBACK-REPORT-FILE ASSIGN TO "CHGRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS RPT-FILE-STATUS.
000500     SELECT CHARGEBACK-EXTRACT-FILE ASSIGN TO "CHGEXTR"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS EXT-FILE-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  AUDIT-TRAIL-FILE.
000560 01  AUDIT-LIVE-RECORD        PIC X(710).
000570 FD  AUDIT-ARCHIVE-FILE.
000580 01  AUDIT-ARCHIVE-RECORD     PIC X(710).
000590 FD  RATE-TABLE-FILE.
000600     COPY raterec.
000610 FD  CHARGEBACK-CONTROL-FILE.
000620 01  CHARGEBACK-CONTROL-RECORD.
000630     03  CTL-BILLING-MONTH    PIC X(06).
000640 FD  CHARGEBACK-REPORT-FILE.
000650 01  CHARGEBACK-REPORT-LINE   PIC X(132).
000660 FD  CHARGEBACK-EXTRACT-FILE.
000670     COPY chgxrec.
000680 WORKING-STORAGE SECTION.
000690     COPY auditrec.
000700 01  AUD-FILE-STATUS          PIC X(02).
000710 01  ARCH-FILE-STATUS         PIC X(02).
000720 01  RATE-FILE-STATUS         PIC X(02).
000730 01  CTL-FILE-STATUS          PIC X(02).
000740 01  RPT-FILE-STATUS          PIC X(02).
000750 01  EXT-FILE-STATUS          PIC X(02).
000760 01  AUDIT-FILE-SW            PIC X(01) VALUE "N".
000770     88  NO-MORE-AUDIT-RECORDS          VALUE "Y".
000780 01  RATE-FILE-SW             PIC X(01) VALUE "N".
000790     88  NO-MORE-RATE-ROWS              VALUE "Y".
000800 01  RATE-FOUND-SW            PIC X(01) VALUE "N".
000810     88  RATE-IS-FOUND                  VALUE "Y".
000820 01  INVOICE-OPEN-SW          PIC X(01) VALUE "N".
000830     88  INVOICE-IS-OPEN                VALUE "Y".
000840 01  BILL-TABLE-SW            PIC X(01) VALUE "N".
000850     88  ALL-ENTRIES-PRINTED            VALUE "Y".
000860 01  ARCHIVE-FILE-NAME        PIC X(16) VALUE SPACES.
000870 01  ARCHIVE-DAY              PIC 9(02) VALUE ZERO.
000880 01  RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
000890 01  RUN-TIME-HHMMSSCC        PIC 9(08) VALUE ZERO.
000900 01  BILLING-MONTH-X.
000910     03  BILLING-YYYY         PIC X(04).
000920     03  BILLING-MM           PIC X(02).
000930 01  BILLING-MONTH-NUM REDEFINES BILLING-MONTH-X
000940                              PIC 9(06).
000950 01  THROUGH-DATE             PIC 9(08) VALUE ZERO.
000960 01  CALL-DATE-X              PIC X(08).
000970 01  CALL-DATE-NUM REDEFINES CALL-DATE-X
000980                              PIC 9(08).
000990 01  CALL-SUBMITTER           PIC X(08).
001000 01  CALL-MODULE              PIC X(40).
001010 01  CALL-FUNC                PIC X(40).
001020 01  LOOKUP-FUNC              PIC X(40).
001030 01  CALL-ELAPSED-CC          PIC 9(08) VALUE ZERO.
001040 01  CALL-AMOUNT              PIC 9(07)V9(04) VALUE ZERO.
001050 01  FOUND-CALL-CHARGE        PIC 9(05)V9(04) VALUE ZERO.
001060 01  FOUND-CC-CHARGE          PIC 9(03)V9(06) VALUE ZERO.
001070 01  FOUND-CACHED-CHARGE      PIC 9(05)V9(04) VALUE ZERO.
001080 01  RATE-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
001090 01  RATE-TABLE-AREA.
001100     03  RATE-ENTRY OCCURS 1000 TIMES INDEXED BY RT-IDX.
001110         05  RT-MODULE        PIC X(40).
001120         05  RT-FUNC          PIC X(40).
001130         05  RT-EFFECTIVE-DATE
001140                              PIC 9(08).
001150         05  RT-CALL-CHARGE   PIC 9(05)V9(04).
001160         05  RT-CC-CHARGE     PIC 9(03)V9(06).
001170         05  RT-CACHED-CHARGE PIC 9(05)V9(04).
001180 01  BILL-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
001190 01  BILL-TABLE.
001200     03  BILL-ENTRY OCCURS 3000 TIMES INDEXED BY BL-IDX.
001210         05  BL-KEY.
001220             07  BL-SUBMITTER PIC X(08).
001230             07  BL-MODULE    PIC X(40).
001240             07  BL-FUNC      PIC X(40).
001250         05  BL-CALL-COUNT    PIC 9(09).
001260         05  BL-CACHED-COUNT  PIC 9(09).
001270         05  BL-FAILED-COUNT  PIC 9(09).
001280         05  BL-UNPRICED-COUNT
001290                              PIC 9(09).
001300         05  BL-ELAPSED-CC    PIC 9(11).
001310         05  BL-AMOUNT        PIC 9(09)V9(04).
001320         05  BL-PRINTED-SW    PIC X(01).
001330 01  SEARCH-KEY.
001340     03  SEARCH-SUBMITTER     PIC X(08).
001350     03  SEARCH-MODULE        PIC X(40).
001360     03  SEARCH-FUNC          PIC X(40).
001370 01  LOWEST-KEY               PIC X(88).
001380 01  LOWEST-SUB               PIC 9(04) COMP VALUE ZERO.
001390 01  CURRENT-SUBMITTER        PIC X(08) VALUE SPACES.
001400 01  FUNCTION-AMOUNT          PIC 9(09)V99 VALUE ZERO.
001410 01  INVOICE-TOTALS.
001420     03  INV-CALL-COUNT       PIC 9(09).
001430     03  INV-CACHED-COUNT     PIC 9(09).
001440     03  INV-FAILED-COUNT     PIC 9(09).
001450     03  INV-UNPRICED-COUNT   PIC 9(09).
001460     03  INV-ELAPSED-CC       PIC 9(11).
001470     03  INV-AMOUNT           PIC 9(09)V99.
001480 01  AUDIT-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
001490 01  OUT-OF-MONTH-COUNT       PIC 9(09) COMP VALUE ZERO.
001500 01  ARCHIVE-FILE-COUNT       PIC 9(09) COMP VALUE ZERO.
001510 01  BILLED-CALL-COUNT        PIC 9(09) COMP VALUE ZERO.
001520 01  CACHED-CALL-COUNT        PIC 9(09) COMP VALUE ZERO.
001530 01  FAILED-CALL-COUNT        PIC 9(09) COMP VALUE ZERO.
001540 01  UNPRICED-CALL-COUNT      PIC 9(09) COMP VALUE ZERO.
001550 01  INVOICE-COUNT            PIC 9(09) COMP VALUE ZERO.
001560 01  EXTRACT-DETAIL-COUNT     PIC 9(09) COMP VALUE ZERO.
001570 01  GRAND-AMOUNT             PIC 9(11)V99 VALUE ZERO.
001580 01  PRINT-NAME               PIC X(50).
001590 01  PRINT-CALLS              PIC Z,ZZZ,ZZ9.
001600 01  PRINT-CACHED             PIC Z,ZZZ,ZZ9.
001610 01  PRINT-FAILED             PIC Z,ZZZ,ZZ9.
001620 01  PRINT-UNPRICED           PIC Z,ZZZ,ZZ9.
001630 01  PRINT-ELAPSED            PIC ZZZ,ZZZ,ZZ9.
001640 01  PRINT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001650 01  PRINT-COUNT              PIC ZZZ,ZZZ,ZZ9.
001660 01  PRINT-GRAND-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001700     PERFORM 2000-PROCESS-ARCHIVE-DAY
001710         THRU 2000-PROCESS-ARCHIVE-DAY-EXIT
001720         VARYING ARCHIVE-DAY FROM 1 BY 1
001730         UNTIL ARCHIVE-DAY > 31.
001740     PERFORM 2500-PROCESS-LIVE-TRAIL
001750         THRU 2500-PROCESS-LIVE-TRAIL-EXIT.
001760     PERFORM 4000-PRINT-INVOICES
001770         THRU 4000-PRINT-INVOICES-EXIT.
001780     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001790     GO TO 9999-EXIT.
001800*----------------------------------------------------------
001810* 1000-INITIALIZE
001820*     SETTLES THE BILLING MONTH, LOADS THE RATE TABLE,
001830*     AND OPENS THE INVOICE REPORT AND THE EXTRACT.
001840*----------------------------------------------------------
001850 1000-INITIALIZE.
001860     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001870     ACCEPT RUN-TIME-HHMMSSCC FROM TIME.
001880     MOVE RUN-DATE-YYYYMMDD (1:6) TO BILLING-MONTH-X.
001890     PERFORM 1100-LOAD-CONTROL-FILE
001900         THRU 1100-LOAD-CONTROL-FILE-EXIT.
001910     OPEN OUTPUT CHARGEBACK-REPORT-FILE.
001920     IF RPT-FILE-STATUS NOT = "00"
001930         DISPLAY "*** ERROR - CHARGEBACK REPORT COULD NOT BE "
001940             "OPENED -- FILE STATUS " RPT-FILE-STATUS
001950         MOVE 16 TO RETURN-CODE
001960         GO TO 9999-EXIT
001970     END-IF.
001980     OPEN OUTPUT CHARGEBACK-EXTRACT-FILE.
001990     IF EXT-FILE-STATUS NOT = "00"
002000         DISPLAY "*** ERROR - CHARGEBACK EXTRACT COULD NOT BE "
002010             "OPENED -- FILE STATUS " EXT-FILE-STATUS
002020         MOVE 16 TO RETURN-CODE
002030         GO TO 9999-EXIT
002040     END-IF.
002050     PERFORM 1200-LOAD-RATE-TABLE
002060         THRU 1200-LOAD-RATE-TABLE-EXIT.
002070     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
002080     STRING "INTEROP CHARGEBACK -- BILLING MONTH "
002090         DELIMITED BY SIZE
002100         BILLING-MONTH-X DELIMITED BY SIZE
002110         " -- RUN " DELIMITED BY SIZE
002120         RUN-DATE-YYYYMMDD DELIMITED BY SIZE
002130         " " DELIMITED BY SIZE
002140         RUN-TIME-HHMMSSCC DELIMITED BY SIZE
002150         INTO CHARGEBACK-REPORT-LINE.
002160     PERFORM 9100-WRITE-REPORT-LINE
002170         THRU 9100-WRITE-REPORT-LINE-EXIT.
002180     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
002190     PERFORM 9100-WRITE-REPORT-LINE
002200         THRU 9100-WRITE-REPORT-LINE-EXIT.
002210 1000-INITIALIZE-EXIT.
002220     EXIT.
002230*----------------------------------------------------------
002240* 1100-LOAD-CONTROL-FILE
002250*     THE CONTROL FILE IS OPTIONAL. WHEN PRESENT, A
002260*     NUMERIC YYYYMM WITH A MONTH OF 01 THROUGH 12
002270*     REPLACES THE DEFAULT OF THE RUN DATE'S MONTH --
002280*     OPERATIONS NAMES THE CLOSED MONTH FOR THE FINAL
002290*     BILLING RUN.
002300*----------------------------------------------------------
002310 1100-LOAD-CONTROL-FILE.
002320     OPEN INPUT CHARGEBACK-CONTROL-FILE.
002330     IF CTL-FILE-STATUS NOT = "00"
002340         GO TO 1100-LOAD-CONTROL-FILE-EXIT
002350     END-IF.
002360     READ CHARGEBACK-CONTROL-FILE
002370         AT END
002380             CONTINUE
002390     END-READ.
002400     IF CTL-FILE-STATUS = "00"
002410         IF CTL-BILLING-MONTH NUMERIC
002420             AND CTL-BILLING-MONTH (5:2) NOT < "01"
002430             AND CTL-BILLING-MONTH (5:2) NOT > "12"
002440             MOVE CTL-BILLING-MONTH TO BILLING-MONTH-X
002450         END-IF
002460     END-IF.
002470     CLOSE CHARGEBACK-CONTROL-FILE.
002480 1100-LOAD-CONTROL-FILE-EXIT.
002490     EXIT.
002500*----------------------------------------------------------
002510* 1200-LOAD-RATE-TABLE
002520*     READS THE WHOLE RATE TABLE INTO STORAGE IN KEY
002530*     ORDER -- MODULE, FUNC, THEN EFFECTIVE DATE -- SO THE
002540*     LAST MATCHING ROW NOT AFTER A CALL'S DATE IS THE
002550*     RATE IN FORCE THAT DAY. WITHOUT A RATE TABLE THERE
002560*     IS NOTHING TO BILL AND THE STEP FAILS.
002570*----------------------------------------------------------
002580 1200-LOAD-RATE-TABLE.
002590     OPEN INPUT RATE-TABLE-FILE.
002600     IF RATE-FILE-STATUS NOT = "00"
002610         DISPLAY "*** ERROR - CHARGEBACK RATE TABLE COULD NOT "
002620             "BE OPENED -- FILE STATUS " RATE-FILE-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002650         GO TO 9999-EXIT
002660     END-IF.
002670     PERFORM 1210-LOAD-RATE-ROW
002680         THRU 1210-LOAD-RATE-ROW-EXIT
002690         UNTIL NO-MORE-RATE-ROWS.
002700     CLOSE RATE-TABLE-FILE.
002710 1200-LOAD-RATE-TABLE-EXIT.
002720     EXIT.
002730*----------------------------------------------------------
002740* 1210-LOAD-RATE-ROW
002750*----------------------------------------------------------
002760 1210-LOAD-RATE-ROW.
002770     READ RATE-TABLE-FILE NEXT RECORD
002780         AT END
002790             SET NO-MORE-RATE-ROWS TO TRUE
002800             GO TO 1210-LOAD-RATE-ROW-EXIT
002810     END-READ.
002820     IF RATE-ENTRY-COUNT >= 1000
002830         DISPLAY "*** ERROR - RATE TABLE HOLDS MORE THAN 1000 "
002840             "ROWS -- ENLARGE RATE-TABLE-AREA"
002850         MOVE 16 TO RETURN-CODE
002860         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002870         GO TO 9999-EXIT
002880     END-IF.
002890     ADD 1 TO RATE-ENTRY-COUNT.
002900     MOVE RATE-MODULE         TO RT-MODULE (RATE-ENTRY-COUNT).
002910     MOVE RATE-FUNC           TO RT-FUNC (RATE-ENTRY-COUNT).
002920     MOVE RATE-EFFECTIVE-DATE
002930         TO RT-EFFECTIVE-DATE (RATE-ENTRY-COUNT).
002940     MOVE RATE-CALL-CHARGE
002950         TO RT-CALL-CHARGE (RATE-ENTRY-COUNT).
002960     MOVE RATE-CC-CHARGE      TO RT-CC-CHARGE (RATE-ENTRY-COUNT).
002970     MOVE RATE-CACHED-CHARGE
002980         TO RT-CACHED-CHARGE (RATE-ENTRY-COUNT).
002990 1210-LOAD-RATE-ROW-EXIT.
003000     EXIT.
003010*----------------------------------------------------------
003020* 2000-PROCESS-ARCHIVE-DAY
003030*     READS THE DATED ARCHIVE AUDARCH WROTE FOR ONE DAY
003040*     OF THE BILLING MONTH. A DAY WITH NO ARCHIVE -- NO
003050*     CALLS, NOT YET ARCHIVED, OR NO SUCH DATE -- IS
003060*     SIMPLY SKIPPED.
003070*----------------------------------------------------------
003080 2000-PROCESS-ARCHIVE-DAY.
003090     MOVE SPACES TO ARCHIVE-FILE-NAME.
003100     STRING "AUDARCH." DELIMITED BY SIZE
003110         BILLING-MONTH-X DELIMITED BY SIZE
003120         ARCHIVE-DAY DELIMITED BY SIZE
003130         INTO ARCHIVE-FILE-NAME.
003140     OPEN INPUT AUDIT-ARCHIVE-FILE.
003150     IF ARCH-FILE-STATUS = "35"
003160         GO TO 2000-PROCESS-ARCHIVE-DAY-EXIT
003170     END-IF.
003180     IF ARCH-FILE-STATUS NOT = "00"
003190         DISPLAY "*** ERROR - ARCHIVE FILE " ARCHIVE-FILE-NAME
003200             " COULD NOT BE OPENED -- FILE STATUS "
003210             ARCH-FILE-STATUS
003220         MOVE 16 TO RETURN-CODE
003230         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003240         GO TO 9999-EXIT
003250     END-IF.
003260     ADD 1 TO ARCHIVE-FILE-COUNT.
003270     MOVE "N" TO AUDIT-FILE-SW.
003280     PERFORM 2100-READ-ARCHIVE-RECORD
003290         THRU 2100-READ-ARCHIVE-RECORD-EXIT.
003300     PERFORM 2200-NEXT-ARCHIVE-RECORD
003310         THRU 2200-NEXT-ARCHIVE-RECORD-EXIT
003320         UNTIL NO-MORE-AUDIT-RECORDS.
003330     CLOSE AUDIT-ARCHIVE-FILE.
003340 2000-PROCESS-ARCHIVE-DAY-EXIT.
003350     EXIT.
003360*----------------------------------------------------------
003370* 2100-READ-ARCHIVE-RECORD
003380*----------------------------------------------------------
003390 2100-READ-ARCHIVE-RECORD.
003400     READ AUDIT-ARCHIVE-FILE INTO AUDIT-TRAIL-RECORD
003410         AT END
003420             SET NO-MORE-AUDIT-RECORDS TO TRUE
003430     END-READ.
003440 2100-READ-ARCHIVE-RECORD-EXIT.
003450     EXIT.
003460*----------------------------------------------------------
003470* 2200-NEXT-ARCHIVE-RECORD
003480*----------------------------------------------------------
003490 2200-NEXT-ARCHIVE-RECORD.
003500     PERFORM 3000-PRICE-AUDIT-RECORD
003510         THRU 3000-PRICE-AUDIT-RECORD-EXIT.
003520     PERFORM 2100-READ-ARCHIVE-RECORD
003530         THRU 2100-READ-ARCHIVE-RECORD-EXIT.
003540 2200-NEXT-ARCHIVE-RECORD-EXIT.
003550     EXIT.
003560*----------------------------------------------------------
003570* 2500-PROCESS-LIVE-TRAIL
003580*     READS THE LIVE AUDIT TRAIL -- THE DAYS AUDARCH HAS
003590*     NOT YET MOVED TO AN ARCHIVE. A RECORD IS ONLY EVER
003600*     IN ONE OF THE TWO, SO NO CALL IS BILLED TWICE.
003610*----------------------------------------------------------
003620 2500-PROCESS-LIVE-TRAIL.
003630     OPEN INPUT AUDIT-TRAIL-FILE.
003640     IF AUD-FILE-STATUS = "35"
003650         DISPLAY "NO LIVE AUDIT TRAIL FILE -- ARCHIVES ONLY"
003660         GO TO 2500-PROCESS-LIVE-TRAIL-EXIT
003670     END-IF.
003680     IF AUD-FILE-STATUS NOT = "00"
003690         DISPLAY "*** ERROR - AUDIT TRAIL FILE COULD NOT "
003700             "BE OPENED -- FILE STATUS " AUD-FILE-STATUS
003710         MOVE 16 TO RETURN-CODE
003720         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003730         GO TO 9999-EXIT
003740     END-IF.
003750     MOVE "N" TO AUDIT-FILE-SW.
003760     PERFORM 2600-READ-LIVE-RECORD
003770         THRU 2600-READ-LIVE-RECORD-EXIT.
003780     PERFORM 2700-NEXT-LIVE-RECORD
003790         THRU 2700-NEXT-LIVE-RECORD-EXIT
003800         UNTIL NO-MORE-AUDIT-RECORDS.
003810     CLOSE AUDIT-TRAIL-FILE.
003820 2500-PROCESS-LIVE-TRAIL-EXIT.
003830     EXIT.
003840*----------------------------------------------------------
003850* 2600-READ-LIVE-RECORD
003860*----------------------------------------------------------
003870 2600-READ-LIVE-RECORD.
003880     READ AUDIT-TRAIL-FILE INTO AUDIT-TRAIL-RECORD
003890         AT END
003900             SET NO-MORE-AUDIT-RECORDS TO TRUE
003910     END-READ.
003920 2600-READ-LIVE-RECORD-EXIT.
003930     EXIT.
003940*----------------------------------------------------------
003950* 2700-NEXT-LIVE-RECORD
003960*----------------------------------------------------------
003970 2700-NEXT-LIVE-RECORD.
003980     PERFORM 3000-PRICE-AUDIT-RECORD
003990         THRU 3000-PRICE-AUDIT-RECORD-EXIT.
004000     PERFORM 2600-READ-LIVE-RECORD
004010         THRU 2600-READ-LIVE-RECORD-EXIT.
004020 2700-NEXT-LIVE-RECORD-EXIT.
004030     EXIT.
004040*----------------------------------------------------------
004050* 3000-PRICE-AUDIT-RECORD
004060*     PRICES ONE AUDIT RECORD DATED IN THE BILLING MONTH
004070*     AND FOLDS IT INTO ITS SUBMITTER AND FUNCTION'S
004080*     ENTRY. A FAILED CALL COSTS NOTHING; A CALL SERVED
004090*     FROM THE CACHE COSTS THE CACHED CHARGE; ANY OTHER
004100*     CALL COSTS THE PER-CALL CHARGE PLUS THE PER-
004110*     HUNDREDTH CHARGE TIMES ITS ELAPSED HUNDREDTHS. A
004120*     CALL WITH NO RATE IN FORCE IS COUNTED AS UNPRICED
004130*     AND COSTS NOTHING UNTIL A RATE IS LOADED AND THE
004140*     MONTH IS RERUN. A RECORD WRITTEN BEFORE THE
004150*     SUBMITTER WAS CARRIED IS BILLED TO *NONE*.
004155*     AN ARCHIVE SEAL RECORD IS NOT A CALL AND IS SKIPPED.
004160*----------------------------------------------------------
004170 3000-PRICE-AUDIT-RECORD.
004172     IF AUD-SEAL-RECORD
004174         GO TO 3000-PRICE-AUDIT-RECORD-EXIT
004176     END-IF.
004180     ADD 1 TO AUDIT-READ-COUNT.
004190     MOVE AUD-TIMESTAMP (1:8) TO CALL-DATE-X.
004200     IF CALL-DATE-X NOT NUMERIC
004210         OR CALL-DATE-X (1:6) NOT = BILLING-MONTH-X
004220         ADD 1 TO OUT-OF-MONTH-COUNT
004230         GO TO 3000-PRICE-AUDIT-RECORD-EXIT
004240     END-IF.
004250     IF CALL-DATE-NUM > THROUGH-DATE
004260         MOVE CALL-DATE-NUM TO THROUGH-DATE
004270     END-IF.
004280     MOVE AUD-SUBMITTER TO CALL-SUBMITTER.
004290     IF CALL-SUBMITTER = SPACES OR LOW-VALUES
004300         MOVE "*NONE*" TO CALL-SUBMITTER
004310     END-IF.
004320     MOVE SPACES TO CALL-MODULE CALL-FUNC.
004330     UNSTRING AUD-MODULE-FUNC DELIMITED BY "/"
004340         INTO CALL-MODULE CALL-FUNC.
004350     IF AUD-ELAPSED-CC NUMERIC
004360         MOVE AUD-ELAPSED-CC TO CALL-ELAPSED-CC
004370     ELSE
004380         MOVE ZERO TO CALL-ELAPSED-CC
004390     END-IF.
004400     PERFORM 3100-FIND-BILL-ENTRY
004410         THRU 3100-FIND-BILL-ENTRY-EXIT.
004420     ADD 1 TO BILLED-CALL-COUNT.
004430     ADD 1 TO BL-CALL-COUNT (BL-IDX).
004440     ADD CALL-ELAPSED-CC TO BL-ELAPSED-CC (BL-IDX).
004450     IF AUD-STATUS NOT = "OK"
004460         ADD 1 TO FAILED-CALL-COUNT
004470         ADD 1 TO BL-FAILED-COUNT (BL-IDX)
004480         GO TO 3000-PRICE-AUDIT-RECORD-EXIT
004490     END-IF.
004500     PERFORM 3200-FIND-RATE THRU 3200-FIND-RATE-EXIT.
004510     IF NOT RATE-IS-FOUND
004520         ADD 1 TO UNPRICED-CALL-COUNT
004530         ADD 1 TO BL-UNPRICED-COUNT (BL-IDX)
004540         GO TO 3000-PRICE-AUDIT-RECORD-EXIT
004550     END-IF.
004560     IF AUD-CALL-TYPE = "CACHE"
004570         ADD 1 TO CACHED-CALL-COUNT
004580         ADD 1 TO BL-CACHED-COUNT (BL-IDX)
004590         MOVE FOUND-CACHED-CHARGE TO CALL-AMOUNT
004600     ELSE
004610         COMPUTE CALL-AMOUNT ROUNDED =
004620             FOUND-CALL-CHARGE
004630             + (CALL-ELAPSED-CC * FOUND-CC-CHARGE)
004640     END-IF.
004650     ADD CALL-AMOUNT TO BL-AMOUNT (BL-IDX).
004660 3000-PRICE-AUDIT-RECORD-EXIT.
004670     EXIT.
004680*----------------------------------------------------------
004690* 3100-FIND-BILL-ENTRY
004700*     LEAVES BL-IDX ON THE SUBMITTER AND FUNCTION'S ENTRY,
004710*     ADDING A NEW ONE ON FIRST SIGHT. A FULL TABLE WOULD
004720*     LEAVE CALLS UNBILLED, SO IT FAILS THE STEP.
004730*----------------------------------------------------------
004740 3100-FIND-BILL-ENTRY.
004750     MOVE CALL-SUBMITTER TO SEARCH-SUBMITTER.
004760     MOVE CALL-MODULE    TO SEARCH-MODULE.
004770     MOVE CALL-FUNC      TO SEARCH-FUNC.
004780     IF BILL-ENTRY-COUNT > ZERO
004790         SET BL-IDX TO 1
004800         SEARCH BILL-ENTRY
004810             AT END
004820                 CONTINUE
004830             WHEN BL-IDX > BILL-ENTRY-COUNT
004840                 CONTINUE
004850             WHEN BL-KEY (BL-IDX) = SEARCH-KEY
004860                 GO TO 3100-FIND-BILL-ENTRY-EXIT
004870         END-SEARCH
004880     END-IF.
004890     IF BILL-ENTRY-COUNT >= 3000
004900         DISPLAY "*** ERROR - CHARGEBACK TABLE HOLDS MORE THAN "
004910             "3000 SUBMITTER/FUNCTION ENTRIES"
004920         MOVE 16 TO RETURN-CODE
004930         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004940         GO TO 9999-EXIT
004950     END-IF.
004960     ADD 1 TO BILL-ENTRY-COUNT.
004970     SET BL-IDX TO BILL-ENTRY-COUNT.
004980     MOVE SEARCH-KEY TO BL-KEY (BL-IDX).
004990     MOVE ZERO TO BL-CALL-COUNT (BL-IDX)
005000         BL-CACHED-COUNT (BL-IDX)
005010         BL-FAILED-COUNT (BL-IDX)
005020         BL-UNPRICED-COUNT (BL-IDX)
005030         BL-ELAPSED-CC (BL-IDX)
005040         BL-AMOUNT (BL-IDX).
005050     MOVE "N" TO BL-PRINTED-SW (BL-IDX).
005060 3100-FIND-BILL-ENTRY-EXIT.
005070     EXIT.
005080*----------------------------------------------------------
005090* 3200-FIND-RATE
005100*     LOOKS FOR THE RATE IN FORCE ON THE CALL'S DATE --
005110*     FIRST UNDER THE FUNC'S OWN ROWS, THEN UNDER THE
005120*     MODULE'S "*" ROWS.
005130*----------------------------------------------------------
005140 3200-FIND-RATE.
005150     MOVE "N" TO RATE-FOUND-SW.
005160     MOVE CALL-FUNC TO LOOKUP-FUNC.
005170     PERFORM 3210-TEST-RATE-ROW
005180         THRU 3210-TEST-RATE-ROW-EXIT
005190         VARYING RT-IDX FROM 1 BY 1
005200         UNTIL RT-IDX > RATE-ENTRY-COUNT.
005210     IF RATE-IS-FOUND
005220         GO TO 3200-FIND-RATE-EXIT
005230     END-IF.
005240     MOVE "*" TO LOOKUP-FUNC.
005250     PERFORM 3210-TEST-RATE-ROW
005260         THRU 3210-TEST-RATE-ROW-EXIT
005270         VARYING RT-IDX FROM 1 BY 1
005280         UNTIL RT-IDX > RATE-ENTRY-COUNT.
005290 3200-FIND-RATE-EXIT.
005300     EXIT.
005310*----------------------------------------------------------
005320* 3210-TEST-RATE-ROW
005330*     ROWS ARE IN EFFECTIVE-DATE ORDER, SO EACH LATER ROW
005340*     STILL IN FORCE ON THE CALL'S DATE REPLACES THE ONE
005350*     BEFORE IT.
005360*----------------------------------------------------------
005370 3210-TEST-RATE-ROW.
005380     IF RT-MODULE (RT-IDX) = CALL-MODULE
005390         AND RT-FUNC (RT-IDX) = LOOKUP-FUNC
005400         AND RT-EFFECTIVE-DATE (RT-IDX) NOT > CALL-DATE-NUM
005410         SET RATE-IS-FOUND TO TRUE
005420         MOVE RT-CALL-CHARGE (RT-IDX)   TO FOUND-CALL-CHARGE
005430         MOVE RT-CC-CHARGE (RT-IDX)     TO FOUND-CC-CHARGE
005440         MOVE RT-CACHED-CHARGE (RT-IDX) TO FOUND-CACHED-CHARGE
005450     END-IF.
005460 3210-TEST-RATE-ROW-EXIT.
005470     EXIT.
005480*----------------------------------------------------------
005490* 4000-PRINT-INVOICES
005500*     WRITES THE EXTRACT HEADER, THEN TAKES THE ENTRIES IN
005510*     SUBMITTER AND MODULE/FUNC ORDER, STARTING A NEW
005520*     INVOICE PAGE ON EACH CHANGE OF SUBMITTER, AND ENDS
005530*     WITH THE EXTRACT TRAILER.
005540*----------------------------------------------------------
005550 4000-PRINT-INVOICES.
005560     MOVE SPACES TO CHARGEBACK-EXTRACT-HEADER.
005570     MOVE "H"               TO CHXH-RECORD-TYPE.
005580     MOVE BILLING-MONTH-NUM TO CHXH-BILLING-MONTH.
005590     MOVE RUN-DATE-YYYYMMDD TO CHXH-RUN-DATE.
005600     MOVE THROUGH-DATE      TO CHXH-THROUGH-DATE.
005610     PERFORM 9200-WRITE-EXTRACT-RECORD
005620         THRU 9200-WRITE-EXTRACT-RECORD-EXIT.
005630     PERFORM 4100-PRINT-NEXT-ENTRY
005640         THRU 4100-PRINT-NEXT-ENTRY-EXIT
005650         UNTIL ALL-ENTRIES-PRINTED.
005660     MOVE SPACES TO CHARGEBACK-EXTRACT-TRAILER.
005670     MOVE "T"                  TO CHXT-RECORD-TYPE.
005680     MOVE BILLING-MONTH-NUM    TO CHXT-BILLING-MONTH.
005690     MOVE EXTRACT-DETAIL-COUNT TO CHXT-DETAIL-COUNT.
005700     MOVE GRAND-AMOUNT         TO CHXT-TOTAL-AMOUNT.
005710     PERFORM 9200-WRITE-EXTRACT-RECORD
005720         THRU 9200-WRITE-EXTRACT-RECORD-EXIT.
005730 4000-PRINT-INVOICES-EXIT.
005740     EXIT.
005750*----------------------------------------------------------
005760* 4100-PRINT-NEXT-ENTRY
005770*     PICKS THE LOWEST ENTRY NOT YET PRINTED. WHEN NONE
005780*     IS LEFT THE LAST INVOICE IS CLOSED.
005790*----------------------------------------------------------
005800 4100-PRINT-NEXT-ENTRY.
005810     MOVE HIGH-VALUES TO LOWEST-KEY.
005820     MOVE ZERO TO LOWEST-SUB.
005830     PERFORM 4110-TEST-LOWEST-ENTRY
005840         THRU 4110-TEST-LOWEST-ENTRY-EXIT
005850         VARYING BL-IDX FROM 1 BY 1
005860         UNTIL BL-IDX > BILL-ENTRY-COUNT.
005870     IF LOWEST-SUB = ZERO
005880         IF INVOICE-IS-OPEN
005890             PERFORM 4300-CLOSE-INVOICE
005900                 THRU 4300-CLOSE-INVOICE-EXIT
005910         END-IF
005920         SET ALL-ENTRIES-PRINTED TO TRUE
005930         GO TO 4100-PRINT-NEXT-ENTRY-EXIT
005940     END-IF.
005950     IF INVOICE-IS-OPEN
005960         AND BL-SUBMITTER (LOWEST-SUB) NOT = CURRENT-SUBMITTER
005970         PERFORM 4300-CLOSE-INVOICE
005980             THRU 4300-CLOSE-INVOICE-EXIT
005990     END-IF.
006000     IF NOT INVOICE-IS-OPEN
006010         PERFORM 4200-OPEN-INVOICE
006020             THRU 4200-OPEN-INVOICE-EXIT
006030     END-IF.
006040     PERFORM 4400-PRINT-FUNCTION-LINE
006050         THRU 4400-PRINT-FUNCTION-LINE-EXIT.
006060     MOVE "Y" TO BL-PRINTED-SW (LOWEST-SUB).
006070 4100-PRINT-NEXT-ENTRY-EXIT.
006080     EXIT.
006090*----------------------------------------------------------
006100* 4110-TEST-LOWEST-ENTRY
006110*----------------------------------------------------------
006120 4110-TEST-LOWEST-ENTRY.
006130     IF BL-PRINTED-SW (BL-IDX) = "N"
006140         AND BL-KEY (BL-IDX) < LOWEST-KEY
006150         MOVE BL-KEY (BL-IDX) TO LOWEST-KEY
006160         SET LOWEST-SUB TO BL-IDX
006170     END-IF.
006180 4110-TEST-LOWEST-ENTRY-EXIT.
006190     EXIT.
006200*----------------------------------------------------------
006210* 4200-OPEN-INVOICE
006220*     HEADING AND COLUMN LINES OF ONE SUBMITTER'S PAGE.
006230*----------------------------------------------------------
006240 4200-OPEN-INVOICE.
006250     MOVE BL-SUBMITTER (LOWEST-SUB) TO CURRENT-SUBMITTER.
006260     INITIALIZE INVOICE-TOTALS.
006270     SET INVOICE-IS-OPEN TO TRUE.
006280     ADD 1 TO INVOICE-COUNT.
006290     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
006300     STRING "INTEROP CHARGEBACK INVOICE -- SUBMITTER "
006310         DELIMITED BY SIZE
006320         CURRENT-SUBMITTER DELIMITED BY SIZE
006330         " -- MONTH " DELIMITED BY SIZE
006340         BILLING-MONTH-X DELIMITED BY SIZE
006350         " -- THROUGH " DELIMITED BY SIZE
006360         THROUGH-DATE DELIMITED BY SIZE
006370         INTO CHARGEBACK-REPORT-LINE.
006380     PERFORM 9100-WRITE-REPORT-LINE
006390         THRU 9100-WRITE-REPORT-LINE-EXIT.
006400     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
006410     STRING "  MODULE/FUNC                                    "
006420         DELIMITED BY SIZE
006430         "       CALLS    CACHED    FAILED  UNPRICED"
006440         DELIMITED BY SIZE
006450         "  ELAPSED-CC          CHARGE"
006460         DELIMITED BY SIZE
006470         INTO CHARGEBACK-REPORT-LINE.
006480     PERFORM 9100-WRITE-REPORT-LINE
006490         THRU 9100-WRITE-REPORT-LINE-EXIT.
006500 4200-OPEN-INVOICE-EXIT.
006510     EXIT.
006520*----------------------------------------------------------
006530* 4300-CLOSE-INVOICE
006540*     THE SUBMITTER'S MONTH-TO-DATE TOTAL -- THE SUM OF
006550*     THE FUNCTION SUBTOTALS AS PRINTED -- AND A BLANK
006560*     LINE BEFORE THE NEXT PAGE.
006570*----------------------------------------------------------
006580 4300-CLOSE-INVOICE.
006590     MOVE "MONTH-TO-DATE TOTAL" TO PRINT-NAME.
006600     MOVE INV-CALL-COUNT     TO PRINT-CALLS.
006610     MOVE INV-CACHED-COUNT   TO PRINT-CACHED.
006620     MOVE INV-FAILED-COUNT   TO PRINT-FAILED.
006630     MOVE INV-UNPRICED-COUNT TO PRINT-UNPRICED.
006640     MOVE INV-ELAPSED-CC     TO PRINT-ELAPSED.
006650     MOVE INV-AMOUNT         TO PRINT-AMOUNT.
006660     PERFORM 4500-FORMAT-AMOUNT-LINE
006670         THRU 4500-FORMAT-AMOUNT-LINE-EXIT.
006680     PERFORM 9100-WRITE-REPORT-LINE
006690         THRU 9100-WRITE-REPORT-LINE-EXIT.
006700     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
006710     PERFORM 9100-WRITE-REPORT-LINE
006720         THRU 9100-WRITE-REPORT-LINE-EXIT.
006730     MOVE "N" TO INVOICE-OPEN-SW.
006740 4300-CLOSE-INVOICE-EXIT.
006750     EXIT.
006760*----------------------------------------------------------
006770* 4400-PRINT-FUNCTION-LINE
006780*     ONE FUNCTION'S SUBTOTAL, ROUNDED TO THE CENT, ON THE
006790*     INVOICE AND AS A DETAIL RECORD ON THE EXTRACT.
006800*----------------------------------------------------------
006810 4400-PRINT-FUNCTION-LINE.
006820     COMPUTE FUNCTION-AMOUNT ROUNDED = BL-AMOUNT (LOWEST-SUB).
006830     MOVE SPACES TO PRINT-NAME.
006840     STRING BL-MODULE (LOWEST-SUB) DELIMITED BY SPACE
006850         "/" DELIMITED BY SIZE
006860         BL-FUNC (LOWEST-SUB) DELIMITED BY SPACE
006870         INTO PRINT-NAME.
006880     MOVE BL-CALL-COUNT (LOWEST-SUB)     TO PRINT-CALLS.
006890     MOVE BL-CACHED-COUNT (LOWEST-SUB)   TO PRINT-CACHED.
006900     MOVE BL-FAILED-COUNT (LOWEST-SUB)   TO PRINT-FAILED.
006910     MOVE BL-UNPRICED-COUNT (LOWEST-SUB) TO PRINT-UNPRICED.
006920     MOVE BL-ELAPSED-CC (LOWEST-SUB)     TO PRINT-ELAPSED.
006930     MOVE FUNCTION-AMOUNT                TO PRINT-AMOUNT.
006940     PERFORM 4500-FORMAT-AMOUNT-LINE
006950         THRU 4500-FORMAT-AMOUNT-LINE-EXIT.
006960     PERFORM 9100-WRITE-REPORT-LINE
006970         THRU 9100-WRITE-REPORT-LINE-EXIT.
006980     ADD BL-CALL-COUNT (LOWEST-SUB)     TO INV-CALL-COUNT.
006990     ADD BL-CACHED-COUNT (LOWEST-SUB)   TO INV-CACHED-COUNT.
007000     ADD BL-FAILED-COUNT (LOWEST-SUB)   TO INV-FAILED-COUNT.
007010     ADD BL-UNPRICED-COUNT (LOWEST-SUB) TO INV-UNPRICED-COUNT.
007020     ADD BL-ELAPSED-CC (LOWEST-SUB)     TO INV-ELAPSED-CC.
007030     ADD FUNCTION-AMOUNT                TO INV-AMOUNT.
007040     ADD FUNCTION-AMOUNT                TO GRAND-AMOUNT.
007050     MOVE SPACES TO CHARGEBACK-EXTRACT-RECORD.
007060     MOVE "D"                            TO CHX-RECORD-TYPE.
007070     MOVE BILLING-MONTH-NUM              TO CHX-BILLING-MONTH.
007080     MOVE BL-SUBMITTER (LOWEST-SUB)      TO CHX-SUBMITTER.
007090     MOVE BL-MODULE (LOWEST-SUB)         TO CHX-MODULE.
007100     MOVE BL-FUNC (LOWEST-SUB)           TO CHX-FUNC.
007110     MOVE BL-CALL-COUNT (LOWEST-SUB)     TO CHX-CALL-COUNT.
007120     MOVE BL-CACHED-COUNT (LOWEST-SUB)   TO CHX-CACHED-COUNT.
007130     MOVE BL-FAILED-COUNT (LOWEST-SUB)   TO CHX-FAILED-COUNT.
007140     MOVE BL-UNPRICED-COUNT (LOWEST-SUB) TO CHX-UNPRICED-COUNT.
007150     MOVE BL-ELAPSED-CC (LOWEST-SUB)     TO CHX-ELAPSED-CC.
007160     MOVE FUNCTION-AMOUNT                TO CHX-CHARGE-AMOUNT.
007170     PERFORM 9200-WRITE-EXTRACT-RECORD
007180         THRU 9200-WRITE-EXTRACT-RECORD-EXIT.
007190     ADD 1 TO EXTRACT-DETAIL-COUNT.
007200     IF BL-UNPRICED-COUNT (LOWEST-SUB) > ZERO
007210         MOVE BL-UNPRICED-COUNT (LOWEST-SUB) TO PRINT-COUNT
007220         MOVE SPACES TO CHARGEBACK-REPORT-LINE
007230         STRING "  *** NO RATE IN FORCE FOR " DELIMITED BY SIZE
007240             PRINT-COUNT DELIMITED BY SIZE
007250             " CALL(S) -- LOAD A RATE AND RERUN THE MONTH"
007260             DELIMITED BY SIZE
007270             INTO CHARGEBACK-REPORT-LINE
007280         PERFORM 9100-WRITE-REPORT-LINE
007290             THRU 9100-WRITE-REPORT-LINE-EXIT
007300         DISPLAY "NO RATE IN FORCE -- SUBMITTER "
007310             BL-SUBMITTER (LOWEST-SUB) " " PRINT-NAME
007320     END-IF.
007330 4400-PRINT-FUNCTION-LINE-EXIT.
007340     EXIT.
007350*----------------------------------------------------------
007360* 4500-FORMAT-AMOUNT-LINE
007370*     LAYS OUT A FUNCTION OR TOTAL LINE FROM THE PRINT
007380*     FIELDS SO EVERY COLUMN LINES UP UNDER ITS HEADING.
007390*----------------------------------------------------------
007400 4500-FORMAT-AMOUNT-LINE.
007410     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
007420     STRING "  " DELIMITED BY SIZE
007430         PRINT-NAME DELIMITED BY SIZE
007440         " " DELIMITED BY SIZE
007450         PRINT-CALLS DELIMITED BY SIZE
007460         " " DELIMITED BY SIZE
007470         PRINT-CACHED DELIMITED BY SIZE
007480         " " DELIMITED BY SIZE
007490         PRINT-FAILED DELIMITED BY SIZE
007500         " " DELIMITED BY SIZE
007510         PRINT-UNPRICED DELIMITED BY SIZE
007520         " " DELIMITED BY SIZE
007530         PRINT-ELAPSED DELIMITED BY SIZE
007540         " " DELIMITED BY SIZE
007550         PRINT-AMOUNT DELIMITED BY SIZE
007560         INTO CHARGEBACK-REPORT-LINE.
007570 4500-FORMAT-AMOUNT-LINE-EXIT.
007580     EXIT.
007590*----------------------------------------------------------
007600* 9000-TERMINATE
007610*     RUN TOTALS AT THE FOOT OF THE REPORT. CALLS WITH NO
007620*     RATE IN FORCE LEAVE THE BILL SHORT, SO THEY END THE
007630*     STEP WITH A WARNING.
007640*----------------------------------------------------------
007650 9000-TERMINATE.
007660     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
007670     STRING "CHARGEBACK RUN TOTALS -- MONTH " DELIMITED BY SIZE
007680         BILLING-MONTH-X DELIMITED BY SIZE
007690         " -- THROUGH " DELIMITED BY SIZE
007700         THROUGH-DATE DELIMITED BY SIZE
007710         INTO CHARGEBACK-REPORT-LINE.
007720     PERFORM 9100-WRITE-REPORT-LINE
007730         THRU 9100-WRITE-REPORT-LINE-EXIT.
007740     MOVE ARCHIVE-FILE-COUNT TO PRINT-COUNT.
007750     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
007760     STRING "ARCHIVE FILES READ................... "
007770         PRINT-COUNT DELIMITED BY SIZE
007780         INTO CHARGEBACK-REPORT-LINE.
007790     PERFORM 9100-WRITE-REPORT-LINE
007800         THRU 9100-WRITE-REPORT-LINE-EXIT.
007810     MOVE AUDIT-READ-COUNT TO PRINT-COUNT.
007820     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
007830     STRING "AUDIT RECORDS READ................... "
007840         PRINT-COUNT DELIMITED BY SIZE
007850         INTO CHARGEBACK-REPORT-LINE.
007860     PERFORM 9100-WRITE-REPORT-LINE
007870         THRU 9100-WRITE-REPORT-LINE-EXIT.
007880     MOVE OUT-OF-MONTH-COUNT TO PRINT-COUNT.
007890     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
007900     STRING "RECORDS OUTSIDE THE BILLING MONTH.... "
007910         PRINT-COUNT DELIMITED BY SIZE
007920         INTO CHARGEBACK-REPORT-LINE.
007930     PERFORM 9100-WRITE-REPORT-LINE
007940         THRU 9100-WRITE-REPORT-LINE-EXIT.
007950     MOVE BILLED-CALL-COUNT TO PRINT-COUNT.
007960     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
007970     STRING "CALLS IN THE BILLING MONTH........... "
007980         PRINT-COUNT DELIMITED BY SIZE
007990         INTO CHARGEBACK-REPORT-LINE.
008000     PERFORM 9100-WRITE-REPORT-LINE
008010         THRU 9100-WRITE-REPORT-LINE-EXIT.
008020     MOVE CACHED-CALL-COUNT TO PRINT-COUNT.
008030     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
008040     STRING "  CACHED, AT THE REDUCED RATE........ "
008050         PRINT-COUNT DELIMITED BY SIZE
008060         INTO CHARGEBACK-REPORT-LINE.
008070     PERFORM 9100-WRITE-REPORT-LINE
008080         THRU 9100-WRITE-REPORT-LINE-EXIT.
008090     MOVE FAILED-CALL-COUNT TO PRINT-COUNT.
008100     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
008110     STRING "  FAILED, AT NO CHARGE............... "
008120         PRINT-COUNT DELIMITED BY SIZE
008130         INTO CHARGEBACK-REPORT-LINE.
008140     PERFORM 9100-WRITE-REPORT-LINE
008150         THRU 9100-WRITE-REPORT-LINE-EXIT.
008160     MOVE UNPRICED-CALL-COUNT TO PRINT-COUNT.
008170     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
008180     STRING "  NO RATE IN FORCE, NOT CHARGED...... "
008190         PRINT-COUNT DELIMITED BY SIZE
008200         INTO CHARGEBACK-REPORT-LINE.
008210     PERFORM 9100-WRITE-REPORT-LINE
008220         THRU 9100-WRITE-REPORT-LINE-EXIT.
008230     MOVE INVOICE-COUNT TO PRINT-COUNT.
008240     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
008250     STRING "SUBMITTERS INVOICED.................. "
008260         PRINT-COUNT DELIMITED BY SIZE
008270         INTO CHARGEBACK-REPORT-LINE.
008280     PERFORM 9100-WRITE-REPORT-LINE
008290         THRU 9100-WRITE-REPORT-LINE-EXIT.
008300     MOVE GRAND-AMOUNT TO PRINT-GRAND-AMOUNT.
008310     MOVE SPACES TO CHARGEBACK-REPORT-LINE.
008320     STRING "TOTAL CHARGED........................ "
008330         PRINT-GRAND-AMOUNT DELIMITED BY SIZE
008340         INTO CHARGEBACK-REPORT-LINE.
008350     PERFORM 9100-WRITE-REPORT-LINE
008360         THRU 9100-WRITE-REPORT-LINE-EXIT.
008370     CLOSE CHARGEBACK-REPORT-FILE.
008380     CLOSE CHARGEBACK-EXTRACT-FILE.
008390     IF UNPRICED-CALL-COUNT > ZERO
008400         AND RETURN-CODE < 4
008410         MOVE 4 TO RETURN-CODE
008420     END-IF.
008430 9000-TERMINATE-EXIT.
008440     EXIT.
008450*----------------------------------------------------------
008460* 9100-WRITE-REPORT-LINE
008470*----------------------------------------------------------
008480 9100-WRITE-REPORT-LINE.
008490     WRITE CHARGEBACK-REPORT-LINE.
008500 9100-WRITE-REPORT-LINE-EXIT.
008510     EXIT.
008520*----------------------------------------------------------
008530* 9200-WRITE-EXTRACT-RECORD
008540*----------------------------------------------------------
008550 9200-WRITE-EXTRACT-RECORD.
008560     WRITE CHARGEBACK-EXTRACT-RECORD.
008570     IF EXT-FILE-STATUS NOT = "00"
008580         DISPLAY "*** ERROR - CHARGEBACK EXTRACT RECORD COULD "
008590             "NOT BE WRITTEN -- FILE STATUS " EXT-FILE-STATUS
008600         MOVE 16 TO RETURN-CODE
008610         GO TO 9999-EXIT
008620     END-IF.
008630 9200-WRITE-EXTRACT-RECORD-EXIT.
008640     EXIT.
008650*----------------------------------------------------------
008660* 9999-EXIT
008670*----------------------------------------------------------
008680 9999-EXIT.
008690     STOP RUN.
