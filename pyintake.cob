000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. pyintake.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. FRONT END FOR THE
000130*                   SUBMITTING SYSTEMS. EACH SUBMITTER
000140*                   NAMED ON THE FEEDCTL CONTROL FILE SENDS
000150*                   ITS OWN FEED (PYFEED.<SUBMITTER>) WITH
000160*                   ITS OWN HEADER AND TRAILER. EVERY FEED
000170*                   IS BALANCED ON ITS OWN -- ONE HEADER
000180*                   DATED TODAY, A TRAILER WHOSE COUNT
000190*                   MATCHES ITS DETAILS -- AND A FEED THAT
000200*                   FAILS IS REFUSED WHOLE WITHOUT HOLDING
000210*                   UP THE OTHERS. THE DETAILS OF EVERY
000220*                   ACCEPTED FEED ARE STAMPED WITH THE
000230*                   SUBMITTER CODE AND A REQUEST ID AND
000240*                   WRITTEN TO ONE COMBINED, BALANCED FILE
000250*                   (PYRAWSUB) FOR THE DEAD-LETTER
000260*                   RESUBMISSION STEP AND THE PRE-RUN EDIT.
000270*                   EVERY DETAIL RECEIVED, ACCEPTED OR NOT,
000280*                   IS LOGGED TO PYINTLOG FOR THE RETURN
000290*                   STEP, AND INTAKERPT SHOWS WHAT BECAME
000300*                   OF EACH FEED.
000310*                   EVERY ENDING POSTS THE RUN TO RUNHIST.
000320*----------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FEED-CONTROL-FILE ASSIGN TO "FEEDCTL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS CTL-FILE-STATUS.
000390     SELECT SUBMITTER-FEED-FILE
000400         ASSIGN TO DYNAMIC FEED-FILE-NAME
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FEED-FILE-STATUS.
000430     SELECT SUBMITTED-REQUEST-FILE ASSIGN TO "PYRAWSUB"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS SUB-FILE-STATUS.
000460     SELECT INTAKE-LOG-FILE ASSIGN TO "PYINTLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS LOG-FILE-STATUS.
000490     SELECT INTAKE-REPORT-FILE ASSIGN TO "INTAKERPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RPT-FILE-STATUS.
000520     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS RUNH-KEY
000560         FILE STATUS IS RUNH-FILE-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  FEED-CONTROL-FILE.
000600 01  FEED-CONTROL-RECORD.
000610     03  CTL-SUBMITTER        PIC X(08).
000620 FD  SUBMITTER-FEED-FILE.
000630 01  SUBMITTER-FEED-RECORD    PIC X(1225).
000640 FD  SUBMITTED-REQUEST-FILE.
000650     COPY pyreqrec.
000660 FD  INTAKE-LOG-FILE.
000670     COPY intkrec.
000680 FD  INTAKE-REPORT-FILE.
000690 01  INTAKE-REPORT-LINE       PIC X(132).
000700 FD  RUN-HISTORY-FILE.
000710     COPY runhrec.
000720 WORKING-STORAGE SECTION.
000730 01  CTL-FILE-STATUS          PIC X(02).
000740 01  FEED-FILE-STATUS         PIC X(02).
000750 01  SUB-FILE-STATUS          PIC X(02).
000760 01  LOG-FILE-STATUS          PIC X(02).
000770 01  RPT-FILE-STATUS          PIC X(02).
000780 01  RUNH-FILE-STATUS         PIC X(02).
000785 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
000790 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
000800 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
000810 01  FEED-FILE-NAME           PIC X(16) VALUE SPACES.
000820 01  CONTROL-FILE-SW          PIC X(01) VALUE "N".
000830     88  NO-MORE-CONTROL-RECORDS        VALUE "Y".
000840 01  FEED-FILE-SW             PIC X(01) VALUE "N".
000850     88  NO-MORE-FEED-RECORDS           VALUE "Y".
000860 01  FEED-FILE-OPEN-SW        PIC X(01) VALUE "N".
000870     88  FEED-FILE-IS-OPEN              VALUE "Y".
000880 01  FEED-DISPOSITION-SW      PIC X(01) VALUE "A".
000890     88  FEED-IS-ACCEPTED               VALUE "A".
000900     88  FEED-IS-REFUSED                VALUE "R".
000910 01  FEED-HEADER-COUNT        PIC 9(04) COMP VALUE ZERO.
000920 01  FEED-TRAILER-SW          PIC X(01) VALUE "N".
000930     88  FEED-TRAILER-SEEN              VALUE "Y".
000940 01  FEED-BUSINESS-DATE-X     PIC X(08) VALUE SPACES.
000950 01  FEED-TRAILER-COUNT       PIC 9(09) VALUE ZERO.
000960 01  FEED-DETAIL-COUNT        PIC 9(09) VALUE ZERO.
000970 01  FEED-DETAIL-NUMBER       PIC 9(09) VALUE ZERO.
000980 01  FEED-REFUSAL-REASON      PIC X(60) VALUE SPACES.
000990 01  INTAKE-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
001000 01  REQUEST-ID-SEQUENCE      PIC 9(06) VALUE ZERO.
001010 01  REQUEST-ID-WORK.
001020     03  RID-DATE             PIC 9(08).
001030     03  RID-SEQUENCE         PIC 9(06).
001040 01  SUBMITTER-ENTRY-COUNT    PIC 9(04) COMP VALUE ZERO.
001050 01  SUBMITTER-TABLE.
001060     03  SUBMITTER-ENTRY OCCURS 100 TIMES
001070             INDEXED BY SUB-IDX.
001080         05  SUBT-SUBMITTER   PIC X(08) VALUE SPACES.
001090 01  SUBMITTER-CHECK-SW       PIC X(01) VALUE "N".
001100     88  SUBMITTER-IS-DUPLICATE         VALUE "D".
001110     88  SUBMITTER-TABLE-IS-FULL        VALUE "F".
001120     88  SUBMITTER-IS-NEW               VALUE "N".
001130 01  FEEDS-EXPECTED-COUNT     PIC 9(09) VALUE ZERO.
001140 01  FEEDS-ACCEPTED-COUNT     PIC 9(09) VALUE ZERO.
001150 01  FEEDS-REFUSED-COUNT      PIC 9(09) VALUE ZERO.
001160 01  FEEDS-MISSING-COUNT      PIC 9(09) VALUE ZERO.
001170 01  CONTROL-REJECT-COUNT     PIC 9(09) VALUE ZERO.
001180 01  DETAILS-ACCEPTED-COUNT   PIC 9(09) VALUE ZERO.
001190 01  DETAILS-REFUSED-COUNT    PIC 9(09) VALUE ZERO.
001200 01  PRINT-COUNT              PIC ZZZ,ZZZ,ZZ9.
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001240     PERFORM 2000-PROCESS-FEED
001250         THRU 2000-PROCESS-FEED-EXIT
001260         UNTIL NO-MORE-CONTROL-RECORDS.
001270     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001280     GO TO 9999-EXIT.
001290*----------------------------------------------------------
001300* 1000-INITIALIZE
001310*     OPENS THE CONTROL FILE AND THE THREE OUTPUTS AND
001320*     WRITES THE COMBINED FILE'S HEADER, DATED TODAY. THE
001330*     CONTROL FILE IS REQUIRED -- WITHOUT IT THERE IS NO
001340*     SAYING WHICH FEEDS TO EXPECT.
001350*----------------------------------------------------------
001360 1000-INITIALIZE.
001370     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001380     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
001390     ACCEPT INTAKE-BUSINESS-DATE FROM DATE YYYYMMDD.
001400     OPEN INPUT FEED-CONTROL-FILE.
001410     IF CTL-FILE-STATUS NOT = "00"
001420         DISPLAY "*** ERROR - FEED CONTROL FILE COULD NOT BE "
001430             "OPENED -- FILE STATUS " CTL-FILE-STATUS
001440         MOVE 16 TO RETURN-CODE
001450         GO TO 9999-EXIT
001460     END-IF.
001470     OPEN OUTPUT SUBMITTED-REQUEST-FILE.
001480     IF SUB-FILE-STATUS NOT = "00"
001490         DISPLAY "*** ERROR - COMBINED REQUEST FILE COULD NOT "
001500             "BE OPENED -- FILE STATUS " SUB-FILE-STATUS
001510         MOVE 16 TO RETURN-CODE
001520         GO TO 9999-EXIT
001530     END-IF.
001540     OPEN OUTPUT INTAKE-LOG-FILE.
001550     IF LOG-FILE-STATUS NOT = "00"
001560         DISPLAY "*** ERROR - INTAKE LOG COULD NOT BE OPENED "
001570             "-- FILE STATUS " LOG-FILE-STATUS
001580         MOVE 16 TO RETURN-CODE
001590         GO TO 9999-EXIT
001600     END-IF.
001610     OPEN OUTPUT INTAKE-REPORT-FILE.
001620     IF RPT-FILE-STATUS NOT = "00"
001630         DISPLAY "*** ERROR - INTAKE REPORT COULD NOT BE "
001640             "OPENED -- FILE STATUS " RPT-FILE-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         GO TO 9999-EXIT
001670     END-IF.
001680     MOVE SPACES TO INTAKE-REPORT-LINE.
001690     STRING "SUBMITTER FEED INTAKE REPORT -- BUSINESS DATE "
001700         DELIMITED BY SIZE
001710         INTAKE-BUSINESS-DATE DELIMITED BY SIZE
001720         INTO INTAKE-REPORT-LINE.
001730     PERFORM 9100-WRITE-REPORT-LINE
001740         THRU 9100-WRITE-REPORT-LINE-EXIT.
001750     MOVE SPACES TO PYTHON-REQUEST-HEADER.
001760     MOVE "H" TO PYREQH-RECORD-TYPE.
001770     MOVE INTAKE-BUSINESS-DATE TO PYREQH-BUSINESS-DATE.
001780     PERFORM 3500-WRITE-COMBINED-RECORD
001790         THRU 3500-WRITE-COMBINED-RECORD-EXIT.
001800     PERFORM 1100-READ-CONTROL-RECORD
001810         THRU 1100-READ-CONTROL-RECORD-EXIT.
001820 1000-INITIALIZE-EXIT.
001830     EXIT.
001840*----------------------------------------------------------
001850* 1100-READ-CONTROL-RECORD
001860*----------------------------------------------------------
001870 1100-READ-CONTROL-RECORD.
001880     READ FEED-CONTROL-FILE
001890         AT END
001900             SET NO-MORE-CONTROL-RECORDS TO TRUE
001910     END-READ.
001920 1100-READ-CONTROL-RECORD-EXIT.
001930     EXIT.
001940*----------------------------------------------------------
001950* 2000-PROCESS-FEED
001960*     TAKES ONE SUBMITTER FROM THE CONTROL FILE. A BLANK
001970*     OR REPEATED CODE IS LISTED AND SKIPPED -- THE SAME
001980*     FEED MUST NOT BE TAKEN IN TWICE. A FEED THAT HAS NOT
001990*     ARRIVED IS LISTED AND COUNTED; IT IS NOT AN ERROR FOR
002000*     A SYSTEM TO HAVE NOTHING TO SEND. OTHERWISE THE FEED
002010*     IS BALANCED IN ONE PASS AND COPIED OR LOGGED AS
002020*     REFUSED IN A SECOND.
002030*----------------------------------------------------------
002040 2000-PROCESS-FEED.
002050     IF CTL-SUBMITTER = SPACES
002060         ADD 1 TO CONTROL-REJECT-COUNT
002070         MOVE SPACES TO INTAKE-REPORT-LINE
002080         STRING "CONTROL RECORD WITH NO SUBMITTER CODE -- "
002090             "SKIPPED" DELIMITED BY SIZE
002100             INTO INTAKE-REPORT-LINE
002110         PERFORM 9100-WRITE-REPORT-LINE
002120             THRU 9100-WRITE-REPORT-LINE-EXIT
002130         GO TO 2000-PROCESS-FEED-NEXT
002140     END-IF.
002150     PERFORM 2200-CHECK-SUBMITTER-TABLE
002160         THRU 2200-CHECK-SUBMITTER-TABLE-EXIT.
002170     IF NOT SUBMITTER-IS-NEW
002180         ADD 1 TO CONTROL-REJECT-COUNT
002190         MOVE SPACES TO INTAKE-REPORT-LINE
002200         IF SUBMITTER-IS-DUPLICATE
002210             STRING "SUBMITTER " DELIMITED BY SIZE
002220                 CTL-SUBMITTER DELIMITED BY SIZE
002230                 " NAMED TWICE ON THE CONTROL FILE -- "
002240                 "SECOND ENTRY SKIPPED" DELIMITED BY SIZE
002250                 INTO INTAKE-REPORT-LINE
002260         ELSE
002270             STRING "SUBMITTER " DELIMITED BY SIZE
002280                 CTL-SUBMITTER DELIMITED BY SIZE
002290                 " SKIPPED -- MORE THAN 100 SUBMITTERS ON "
002300                 "THE CONTROL FILE" DELIMITED BY SIZE
002310                 INTO INTAKE-REPORT-LINE
002320         END-IF
002330         PERFORM 9100-WRITE-REPORT-LINE
002340             THRU 9100-WRITE-REPORT-LINE-EXIT
002350         IF RETURN-CODE = ZERO
002360             MOVE 4 TO RETURN-CODE
002370         END-IF
002380         GO TO 2000-PROCESS-FEED-NEXT
002390     END-IF.
002400     ADD 1 TO FEEDS-EXPECTED-COUNT.
002410     MOVE SPACES TO FEED-FILE-NAME.
002420     STRING "PYFEED." DELIMITED BY SIZE
002430         CTL-SUBMITTER DELIMITED BY SPACE
002440         INTO FEED-FILE-NAME.
002450     OPEN INPUT SUBMITTER-FEED-FILE.
002460     IF FEED-FILE-STATUS = "35"
002470         ADD 1 TO FEEDS-MISSING-COUNT
002480         MOVE SPACES TO INTAKE-REPORT-LINE
002490         STRING "FEED " DELIMITED BY SIZE
002500             CTL-SUBMITTER DELIMITED BY SIZE
002510             " NOT RECEIVED" DELIMITED BY SIZE
002520             INTO INTAKE-REPORT-LINE
002530         PERFORM 9100-WRITE-REPORT-LINE
002540             THRU 9100-WRITE-REPORT-LINE-EXIT
002550         GO TO 2000-PROCESS-FEED-NEXT
002560     END-IF.
002570     IF FEED-FILE-STATUS NOT = "00"
002580         DISPLAY "*** ERROR - FEED " FEED-FILE-NAME
002590             " COULD NOT BE OPENED -- FILE STATUS "
002600             FEED-FILE-STATUS
002610         MOVE 16 TO RETURN-CODE
002620         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002630         GO TO 9999-EXIT
002640     END-IF.
002650     SET FEED-FILE-IS-OPEN TO TRUE.
002660     PERFORM 2100-CHECK-FEED-BALANCE
002670         THRU 2100-CHECK-FEED-BALANCE-EXIT.
002680     PERFORM 3000-TAKE-IN-FEED
002690         THRU 3000-TAKE-IN-FEED-EXIT.
002700 2000-PROCESS-FEED-NEXT.
002710     PERFORM 1100-READ-CONTROL-RECORD
002720         THRU 1100-READ-CONTROL-RECORD-EXIT.
002730 2000-PROCESS-FEED-EXIT.
002740     EXIT.
002750*----------------------------------------------------------
002760* 2100-CHECK-FEED-BALANCE
002770*     FIRST PASS OVER ONE FEED. THE FEED IS ACCEPTED ONLY
002780*     WITH EXACTLY ONE HEADER, DATED TODAY, AND A TRAILER
002790*     WHOSE COUNT MATCHES THE DETAILS ACTUALLY RECEIVED.
002800*     THE FIRST RULE BROKEN BECOMES THE REASON THE WHOLE
002810*     FEED IS REFUSED. THE FEED IS THEN CLOSED AND
002820*     REOPENED FOR THE SECOND PASS.
002830*----------------------------------------------------------
002840 2100-CHECK-FEED-BALANCE.
002850     SET FEED-IS-ACCEPTED TO TRUE.
002860     MOVE "N" TO FEED-FILE-SW.
002870     MOVE "N" TO FEED-TRAILER-SW.
002880     MOVE ZERO TO FEED-HEADER-COUNT.
002890     MOVE ZERO TO FEED-TRAILER-COUNT.
002900     MOVE ZERO TO FEED-DETAIL-COUNT.
002910     MOVE SPACES TO FEED-BUSINESS-DATE-X.
002920     MOVE SPACES TO FEED-REFUSAL-REASON.
002930     PERFORM 2150-BALANCE-READ-RECORD
002940         THRU 2150-BALANCE-READ-RECORD-EXIT
002950         UNTIL NO-MORE-FEED-RECORDS.
002960     EVALUATE TRUE
002970         WHEN FEED-HEADER-COUNT = ZERO
002980             MOVE "NO HEADER RECORD" TO FEED-REFUSAL-REASON
002990         WHEN FEED-HEADER-COUNT > 1
003000             MOVE "MORE THAN ONE HEADER RECORD"
003010                 TO FEED-REFUSAL-REASON
003020         WHEN FEED-BUSINESS-DATE-X NOT NUMERIC
003030             MOVE "HEADER BUSINESS DATE NOT NUMERIC"
003040                 TO FEED-REFUSAL-REASON
003050         WHEN FEED-BUSINESS-DATE-X NOT = INTAKE-BUSINESS-DATE
003060             STRING "BUSINESS DATE " DELIMITED BY SIZE
003070                 FEED-BUSINESS-DATE-X DELIMITED BY SIZE
003080                 " IS NOT TODAY" DELIMITED BY SIZE
003090                 INTO FEED-REFUSAL-REASON
003100         WHEN NOT FEED-TRAILER-SEEN
003110             MOVE "NO TRAILER RECORD" TO FEED-REFUSAL-REASON
003120         WHEN FEED-TRAILER-COUNT NOT = FEED-DETAIL-COUNT
003130             STRING "TRAILER COUNT " DELIMITED BY SIZE
003140                 FEED-TRAILER-COUNT DELIMITED BY SIZE
003150                 " VS DETAIL RECORDS " DELIMITED BY SIZE
003160                 FEED-DETAIL-COUNT DELIMITED BY SIZE
003170                 INTO FEED-REFUSAL-REASON
003180     END-EVALUATE.
003190     IF FEED-REFUSAL-REASON NOT = SPACES
003200         SET FEED-IS-REFUSED TO TRUE
003210     END-IF.
003220     CLOSE SUBMITTER-FEED-FILE.
003230     MOVE "N" TO FEED-FILE-OPEN-SW.
003240     OPEN INPUT SUBMITTER-FEED-FILE.
003250     IF FEED-FILE-STATUS NOT = "00"
003260         DISPLAY "*** ERROR - FEED " FEED-FILE-NAME
003270             " COULD NOT BE REOPENED -- FILE STATUS "
003280             FEED-FILE-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003310         GO TO 9999-EXIT
003320     END-IF.
003330     SET FEED-FILE-IS-OPEN TO TRUE.
003340     MOVE "N" TO FEED-FILE-SW.
003350 2100-CHECK-FEED-BALANCE-EXIT.
003360     EXIT.
003370*----------------------------------------------------------
003380* 2150-BALANCE-READ-RECORD
003390*----------------------------------------------------------
003400 2150-BALANCE-READ-RECORD.
003410     PERFORM 2900-READ-FEED-RECORD
003420         THRU 2900-READ-FEED-RECORD-EXIT.
003430     IF NO-MORE-FEED-RECORDS
003440         GO TO 2150-BALANCE-READ-RECORD-EXIT
003450     END-IF.
003460     EVALUATE TRUE
003470         WHEN PYREQ-HEADER-RECORD
003480             ADD 1 TO FEED-HEADER-COUNT
003490             IF FEED-HEADER-COUNT = 1
003500                 MOVE PYTHON-REQUEST-RECORD (2:8)
003510                     TO FEED-BUSINESS-DATE-X
003520             END-IF
003530         WHEN PYREQ-TRAILER-RECORD
003540             SET FEED-TRAILER-SEEN TO TRUE
003550             IF PYREQT-DETAIL-COUNT NUMERIC
003560                 MOVE PYREQT-DETAIL-COUNT TO FEED-TRAILER-COUNT
003570             END-IF
003580         WHEN PYREQ-DETAIL-RECORD
003590             ADD 1 TO FEED-DETAIL-COUNT
003600     END-EVALUATE.
003610 2150-BALANCE-READ-RECORD-EXIT.
003620     EXIT.
003630*----------------------------------------------------------
003640* 2200-CHECK-SUBMITTER-TABLE
003650*     REMEMBERS EACH SUBMITTER TAKEN SO FAR SO A CODE
003660*     REPEATED ON THE CONTROL FILE IS CAUGHT.
003670*----------------------------------------------------------
003680 2200-CHECK-SUBMITTER-TABLE.
003690     SET SUBMITTER-IS-NEW TO TRUE.
003700     SET SUB-IDX TO 1.
003710     SEARCH SUBMITTER-ENTRY
003720         AT END
003730             CONTINUE
003740         WHEN SUBT-SUBMITTER (SUB-IDX) = CTL-SUBMITTER
003750             SET SUBMITTER-IS-DUPLICATE TO TRUE
003760     END-SEARCH.
003770     IF NOT SUBMITTER-IS-NEW
003780         GO TO 2200-CHECK-SUBMITTER-TABLE-EXIT
003790     END-IF.
003800     IF SUBMITTER-ENTRY-COUNT >= 100
003810         SET SUBMITTER-TABLE-IS-FULL TO TRUE
003820         GO TO 2200-CHECK-SUBMITTER-TABLE-EXIT
003830     END-IF.
003840     ADD 1 TO SUBMITTER-ENTRY-COUNT.
003850     SET SUB-IDX TO SUBMITTER-ENTRY-COUNT.
003860     MOVE CTL-SUBMITTER TO SUBT-SUBMITTER (SUB-IDX).
003870 2200-CHECK-SUBMITTER-TABLE-EXIT.
003880     EXIT.
003890*----------------------------------------------------------
003900* 2900-READ-FEED-RECORD
003910*----------------------------------------------------------
003920 2900-READ-FEED-RECORD.
003930     READ SUBMITTER-FEED-FILE
003940         AT END
003950             SET NO-MORE-FEED-RECORDS TO TRUE
003960             GO TO 2900-READ-FEED-RECORD-EXIT
003970     END-READ.
003980     MOVE SUBMITTER-FEED-RECORD TO PYTHON-REQUEST-RECORD.
003990 2900-READ-FEED-RECORD-EXIT.
004000     EXIT.
004010*----------------------------------------------------------
004020* 3000-TAKE-IN-FEED
004030*     SECOND PASS OVER ONE FEED, THEN ITS REPORT LINE.
004040*----------------------------------------------------------
004050 3000-TAKE-IN-FEED.
004060     MOVE ZERO TO FEED-DETAIL-NUMBER.
004070     PERFORM 3100-TAKE-IN-FEED-RECORD
004080         THRU 3100-TAKE-IN-FEED-RECORD-EXIT
004090         UNTIL NO-MORE-FEED-RECORDS.
004100     CLOSE SUBMITTER-FEED-FILE.
004110     MOVE "N" TO FEED-FILE-OPEN-SW.
004120     MOVE FEED-DETAIL-COUNT TO PRINT-COUNT.
004130     MOVE SPACES TO INTAKE-REPORT-LINE.
004140     IF FEED-IS-ACCEPTED
004150         ADD 1 TO FEEDS-ACCEPTED-COUNT
004160         STRING "FEED " DELIMITED BY SIZE
004170             CTL-SUBMITTER DELIMITED BY SIZE
004180             " ACCEPTED -- DETAILS " DELIMITED BY SIZE
004190             PRINT-COUNT DELIMITED BY SIZE
004200             INTO INTAKE-REPORT-LINE
004210     ELSE
004220         ADD 1 TO FEEDS-REFUSED-COUNT
004230         STRING "FEED " DELIMITED BY SIZE
004240             CTL-SUBMITTER DELIMITED BY SIZE
004250             " REFUSED  -- DETAILS " DELIMITED BY SIZE
004260             PRINT-COUNT DELIMITED BY SIZE
004270             " -- " DELIMITED BY SIZE
004280             FEED-REFUSAL-REASON DELIMITED BY SIZE
004290             INTO INTAKE-REPORT-LINE
004300         IF RETURN-CODE = ZERO
004310             MOVE 4 TO RETURN-CODE
004320         END-IF
004330     END-IF.
004340     PERFORM 9100-WRITE-REPORT-LINE
004350         THRU 9100-WRITE-REPORT-LINE-EXIT.
004360 3000-TAKE-IN-FEED-EXIT.
004370     EXIT.
004380*----------------------------------------------------------
004390* 3100-TAKE-IN-FEED-RECORD
004400*     THE FEED'S OWN HEADER AND TRAILER GO NO FURTHER --
004410*     THE COMBINED FILE HAS ONE OF EACH. A DETAIL OF AN
004420*     ACCEPTED FEED IS STAMPED AND COPIED; A DETAIL OF A
004430*     REFUSED FEED IS ONLY LOGGED. ANY OTHER RECORD TYPE
004440*     IN AN ACCEPTED FEED IS COPIED AS IT CAME FOR THE
004450*     PRE-RUN EDIT TO JUDGE.
004460*----------------------------------------------------------
004470 3100-TAKE-IN-FEED-RECORD.
004480     PERFORM 2900-READ-FEED-RECORD
004490         THRU 2900-READ-FEED-RECORD-EXIT.
004500     IF NO-MORE-FEED-RECORDS
004510         GO TO 3100-TAKE-IN-FEED-RECORD-EXIT
004520     END-IF.
004530     IF PYREQ-HEADER-RECORD OR PYREQ-TRAILER-RECORD
004540         GO TO 3100-TAKE-IN-FEED-RECORD-EXIT
004550     END-IF.
004560     IF NOT PYREQ-DETAIL-RECORD
004570         IF FEED-IS-ACCEPTED
004580             PERFORM 3500-WRITE-COMBINED-RECORD
004590                 THRU 3500-WRITE-COMBINED-RECORD-EXIT
004600         END-IF
004610         GO TO 3100-TAKE-IN-FEED-RECORD-EXIT
004620     END-IF.
004630     ADD 1 TO FEED-DETAIL-NUMBER.
004640     IF FEED-IS-REFUSED
004650         ADD 1 TO DETAILS-REFUSED-COUNT
004660         PERFORM 3600-WRITE-INTAKE-LOG
004670             THRU 3600-WRITE-INTAKE-LOG-EXIT
004680         GO TO 3100-TAKE-IN-FEED-RECORD-EXIT
004690     END-IF.
004700     PERFORM 3200-STAMP-DETAIL
004710         THRU 3200-STAMP-DETAIL-EXIT.
004720     PERFORM 3500-WRITE-COMBINED-RECORD
004730         THRU 3500-WRITE-COMBINED-RECORD-EXIT.
004740     ADD 1 TO DETAILS-ACCEPTED-COUNT.
004750     PERFORM 3600-WRITE-INTAKE-LOG
004760         THRU 3600-WRITE-INTAKE-LOG-EXIT.
004770 3100-TAKE-IN-FEED-RECORD-EXIT.
004780     EXIT.
004790*----------------------------------------------------------
004800* 3200-STAMP-DETAIL
004810*     EVERY DETAIL TAKEN IN GETS ITS SUBMITTER CODE AND A
004820*     FRESH REQUEST ID -- THE BUSINESS DATE PLUS THE NEXT
004830*     SEQUENCE, THE SAME FORM THE PRE-RUN EDIT ISSUES --
004840*     WHATEVER THE FEED CARRIED IN THOSE COLUMNS. THE EDIT
004850*     KEEPS AN ID IT FINDS AND CONTINUES ITS OWN SEQUENCE
004860*     PAST THE HIGHEST ONE ISSUED HERE.
004870*----------------------------------------------------------
004880 3200-STAMP-DETAIL.
004890     MOVE CTL-SUBMITTER TO PYREQ-SUBMITTER.
004900     ADD 1 TO REQUEST-ID-SEQUENCE.
004910     MOVE INTAKE-BUSINESS-DATE TO RID-DATE.
004920     MOVE REQUEST-ID-SEQUENCE  TO RID-SEQUENCE.
004930     MOVE REQUEST-ID-WORK      TO PYREQ-REQUEST-ID.
004940 3200-STAMP-DETAIL-EXIT.
004950     EXIT.
004960*----------------------------------------------------------
004970* 3500-WRITE-COMBINED-RECORD
004980*----------------------------------------------------------
004990 3500-WRITE-COMBINED-RECORD.
005000     WRITE PYTHON-REQUEST-RECORD.
005010     IF SUB-FILE-STATUS NOT = "00"
005020         DISPLAY "*** ERROR - COMBINED REQUEST RECORD COULD "
005030             "NOT BE WRITTEN -- FILE STATUS " SUB-FILE-STATUS
005040         MOVE 16 TO RETURN-CODE
005050         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
005060         GO TO 9999-EXIT
005070     END-IF.
005080 3500-WRITE-COMBINED-RECORD-EXIT.
005090     EXIT.
005100*----------------------------------------------------------
005110* 3600-WRITE-INTAKE-LOG
005120*     ONE LOG RECORD PER DETAIL RECEIVED. A REFUSED FEED'S
005130*     DETAILS CARRY NO REQUEST ID -- THEY NEVER ENTERED THE
005140*     RUN -- AND ARE KNOWN BY THEIR PLACE IN THE FEED.
005150*----------------------------------------------------------
005160 3600-WRITE-INTAKE-LOG.
005170     MOVE SPACES TO INTAKE-LOG-RECORD.
005180     MOVE CTL-SUBMITTER        TO INT-SUBMITTER.
005190     MOVE INTAKE-BUSINESS-DATE TO INT-BUSINESS-DATE.
005200     MOVE FEED-DETAIL-NUMBER   TO INT-DETAIL-NUMBER.
005210     MOVE FEED-DISPOSITION-SW  TO INT-FEED-STATUS.
005220     MOVE PYREQ-MODULE         TO INT-MODULE.
005230     MOVE PYREQ-FUNC           TO INT-FUNC.
005240     IF FEED-IS-ACCEPTED
005250         MOVE PYREQ-REQUEST-ID TO INT-REQUEST-ID
005260     ELSE
005270         MOVE FEED-REFUSAL-REASON TO INT-REFUSAL-REASON
005280     END-IF.
005290     WRITE INTAKE-LOG-RECORD.
005300     IF LOG-FILE-STATUS NOT = "00"
005310         DISPLAY "*** ERROR - INTAKE LOG RECORD COULD NOT BE "
005320             "WRITTEN -- FILE STATUS " LOG-FILE-STATUS
005330         MOVE 16 TO RETURN-CODE
005340         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
005350         GO TO 9999-EXIT
005360     END-IF.
005370 3600-WRITE-INTAKE-LOG-EXIT.
005380     EXIT.
005390*----------------------------------------------------------
005400* 9000-TERMINATE
005410*     CLOSES THE COMBINED FILE WITH A TRAILER CARRYING THE
005420*     DETAILS ACTUALLY WRITTEN, SO IT BALANCES WHATEVER WAS
005430*     REFUSED, THEN PRINTS THE SUMMARY.
005440*----------------------------------------------------------
005450 9000-TERMINATE.
005460     IF FEED-FILE-IS-OPEN
005470         CLOSE SUBMITTER-FEED-FILE
005480         MOVE "N" TO FEED-FILE-OPEN-SW
005490     END-IF.
005500     IF RETURN-CODE = 16
005510         DISPLAY "*** RUN ABENDED -- NO TRAILER WRITTEN, "
005520             "PYRAWSUB WILL NOT BALANCE"
005530         GO TO 9000-CLOSE-FILES
005540     END-IF.
005550     MOVE SPACES TO PYTHON-REQUEST-TRAILER.
005560     MOVE "T" TO PYREQT-RECORD-TYPE.
005570     MOVE DETAILS-ACCEPTED-COUNT TO PYREQT-DETAIL-COUNT.
005580     WRITE PYTHON-REQUEST-TRAILER.
005590     IF SUB-FILE-STATUS NOT = "00"
005600         DISPLAY "*** ERROR - COMBINED TRAILER COULD NOT BE "
005610             "WRITTEN -- FILE STATUS " SUB-FILE-STATUS
005620         MOVE 16 TO RETURN-CODE
005630     END-IF.
005640 9000-CLOSE-FILES.
005650     CLOSE FEED-CONTROL-FILE.
005660     CLOSE SUBMITTED-REQUEST-FILE.
005670     CLOSE INTAKE-LOG-FILE.
005680     MOVE FEEDS-EXPECTED-COUNT TO PRINT-COUNT.
005690     MOVE SPACES TO INTAKE-REPORT-LINE.
005700     STRING "FEEDS EXPECTED....................... "
005710         PRINT-COUNT DELIMITED BY SIZE
005720         INTO INTAKE-REPORT-LINE.
005730     PERFORM 9100-WRITE-REPORT-LINE
005740         THRU 9100-WRITE-REPORT-LINE-EXIT.
005750     MOVE FEEDS-ACCEPTED-COUNT TO PRINT-COUNT.
005760     MOVE SPACES TO INTAKE-REPORT-LINE.
005770     STRING "FEEDS ACCEPTED....................... "
005780         PRINT-COUNT DELIMITED BY SIZE
005790         INTO INTAKE-REPORT-LINE.
005800     PERFORM 9100-WRITE-REPORT-LINE
005810         THRU 9100-WRITE-REPORT-LINE-EXIT.
005820     MOVE FEEDS-REFUSED-COUNT TO PRINT-COUNT.
005830     MOVE SPACES TO INTAKE-REPORT-LINE.
005840     STRING "FEEDS REFUSED OUT OF BALANCE......... "
005850         PRINT-COUNT DELIMITED BY SIZE
005860         INTO INTAKE-REPORT-LINE.
005870     PERFORM 9100-WRITE-REPORT-LINE
005880         THRU 9100-WRITE-REPORT-LINE-EXIT.
005890     MOVE FEEDS-MISSING-COUNT TO PRINT-COUNT.
005900     MOVE SPACES TO INTAKE-REPORT-LINE.
005910     STRING "FEEDS NOT RECEIVED................... "
005920         PRINT-COUNT DELIMITED BY SIZE
005930         INTO INTAKE-REPORT-LINE.
005940     PERFORM 9100-WRITE-REPORT-LINE
005950         THRU 9100-WRITE-REPORT-LINE-EXIT.
005960     MOVE CONTROL-REJECT-COUNT TO PRINT-COUNT.
005970     MOVE SPACES TO INTAKE-REPORT-LINE.
005980     STRING "CONTROL RECORDS SKIPPED.............. "
005990         PRINT-COUNT DELIMITED BY SIZE
006000         INTO INTAKE-REPORT-LINE.
006010     PERFORM 9100-WRITE-REPORT-LINE
006020         THRU 9100-WRITE-REPORT-LINE-EXIT.
006030     MOVE DETAILS-ACCEPTED-COUNT TO PRINT-COUNT.
006040     MOVE SPACES TO INTAKE-REPORT-LINE.
006050     STRING "DETAILS TAKEN INTO THE RUN........... "
006060         PRINT-COUNT DELIMITED BY SIZE
006070         INTO INTAKE-REPORT-LINE.
006080     PERFORM 9100-WRITE-REPORT-LINE
006090         THRU 9100-WRITE-REPORT-LINE-EXIT.
006100     MOVE DETAILS-REFUSED-COUNT TO PRINT-COUNT.
006110     MOVE SPACES TO INTAKE-REPORT-LINE.
006120     STRING "DETAILS REFUSED WITH THEIR FEED...... "
006130         PRINT-COUNT DELIMITED BY SIZE
006140         INTO INTAKE-REPORT-LINE.
006150     PERFORM 9100-WRITE-REPORT-LINE
006160         THRU 9100-WRITE-REPORT-LINE-EXIT.
006170     CLOSE INTAKE-REPORT-FILE.
006180 9000-TERMINATE-EXIT.
006190     EXIT.
006200*----------------------------------------------------------
006210* 9100-WRITE-REPORT-LINE
006220*----------------------------------------------------------
006230 9100-WRITE-REPORT-LINE.
006240     WRITE INTAKE-REPORT-LINE.
006250     DISPLAY INTAKE-REPORT-LINE.
006260 9100-WRITE-REPORT-LINE-EXIT.
006270     EXIT.
006280*----------------------------------------------------------
006290* 9800-POST-RUN-HISTORY
006300*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
006310*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
006320*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
006330*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
006340*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
006350*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
006360*----------------------------------------------------------
006370 9800-POST-RUN-HISTORY.
006380     IF RUN-START-DATE-YYYYMMDD = ZERO
006390         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
006400         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
006410     END-IF.
006420     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
006430     MOVE "PYINTAKE"              TO RUNH-PROGRAM.
006440     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
006450     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
006460     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
006470     ACCEPT RUNH-END-TIME FROM TIME.
006480     COMPUTE RUNH-RECORDS-READ =
006490         DETAILS-ACCEPTED-COUNT + DETAILS-REFUSED-COUNT.
006500     MOVE DETAILS-ACCEPTED-COUNT TO RUNH-RECORDS-WRITTEN.
006510     MOVE DETAILS-REFUSED-COUNT TO RUNH-REJECT-COUNT.
006520     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
006530     OPEN I-O RUN-HISTORY-FILE.
006540     IF RUNH-FILE-STATUS = "35"
006550         OPEN OUTPUT RUN-HISTORY-FILE
006560         CLOSE RUN-HISTORY-FILE
006570         OPEN I-O RUN-HISTORY-FILE
006580     END-IF.
006590     IF RUNH-FILE-STATUS NOT = "00"
006600         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
006610             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
006620         GO TO 9800-POST-RUN-HISTORY-EXIT
006630     END-IF.
006640     MOVE "22" TO RUNH-FILE-STATUS.
006650     PERFORM 9810-WRITE-RUN-HISTORY
006660         THRU 9810-WRITE-RUN-HISTORY-EXIT
006670         VARYING RUNH-SEQ-TRY FROM 0 BY 1
006680         UNTIL RUNH-FILE-STATUS NOT = "22"
006690         OR RUNH-SEQ-TRY > 99.
006700     IF RUNH-FILE-STATUS NOT = "00"
006710         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
006720             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
006730     END-IF.
006740     CLOSE RUN-HISTORY-FILE.
006750 9800-POST-RUN-HISTORY-EXIT.
006760     EXIT.
006770*----------------------------------------------------------
006780* 9810-WRITE-RUN-HISTORY
006790*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
006800*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
006810*     SEQUENCE NUMBER.
006820*----------------------------------------------------------
006830 9810-WRITE-RUN-HISTORY.
006835     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
006840     WRITE RUN-HISTORY-RECORD
006850         INVALID KEY
006860             CONTINUE
006870     END-WRITE.
006880 9810-WRITE-RUN-HISTORY-EXIT.
006890     EXIT.
006900*----------------------------------------------------------
006910* 9999-EXIT
006920*----------------------------------------------------------
006930 9999-EXIT.
006940     PERFORM 9800-POST-RUN-HISTORY
006950         THRU 9800-POST-RUN-HISTORY-EXIT.
006960     STOP RUN.
