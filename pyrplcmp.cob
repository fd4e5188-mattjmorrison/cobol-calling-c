000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. pyrplcmp.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. REPLAY COMPARISON. RUNS
000130*                   AFTER A REPLAY RUN OF THE DRIVER AND
000140*                   LINES EACH REPLAYED RESULT ON PYRPLOUT UP
000150*                   WITH THE AUDIT RECORD THE SAME REQUEST
000160*                   LEFT ON THE ORIGINAL BUSINESS DAY (THAT
000170*                   DAY'S AND THE NEXT DAY'S AUDARCH
000180*                   ARCHIVES, THEN THE LIVE AUDIT TRAIL --
000190*                   A RUN THAT WORKED PAST MIDNIGHT STAMPED
000200*                   ITS LATER CALLS WITH THE NEXT DATE, AND
000210*                   THOSE ARE MATCHED BY THE REQUEST IDS THE
000220*                   REPLAY PRODUCED). EVERY REQUEST OF THE
000230*                   MODULE/FUNC NAMED ON RPLCTL IS LISTED ON
000240*                   RPLRPT IN REQUEST ID ORDER AS MATCHED,
000250*                   CHANGED RESPONSE, NEWLY FAILING, OR NEWLY
000260*                   SUCCEEDING -- OR NOT REPLAYED / NO
000270*                   ORIGINAL WHEN ONLY ONE SIDE IS FOUND --
000280*                   WITH THE MATCH PERCENTAGE AND A GO OR
000290*                   NO-GO AGAINST THE GO PERCENTAGE ON
000300*                   RPLCTL. BOTH SIDES CARRY SENSITIVE
000310*                   RESPONSES MASKED THE SAME WAY, SO THEY
000320*                   COMPARE LIKE FOR LIKE. A NO-GO ENDS THE
000330*                   STEP WITH RETURN CODE 4.
000340*----------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT REPLAY-CONTROL-FILE ASSIGN TO "RPLCTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS CTL-FILE-STATUS.
000410     SELECT REPLAY-RESULT-FILE ASSIGN TO "PYRPLOUT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS RPL-FILE-STATUS.
000440     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS AUD-FILE-STATUS.
000470     SELECT AUDIT-ARCHIVE-FILE
000480         ASSIGN TO DYNAMIC ARCHIVE-FILE-NAME
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS ARCH-FILE-STATUS.
000510     SELECT COMPARE-REPORT-FILE ASSIGN TO "RPLRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS RPT-FILE-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  REPLAY-CONTROL-FILE.
000570     COPY rplcrec.
000580 FD  REPLAY-RESULT-FILE.
000590 01  REPLAY-RESULT-RECORD     PIC X(710).
000600 FD  AUDIT-TRAIL-FILE.
000610 01  AUDIT-LIVE-RECORD        PIC X(710).
000620 FD  AUDIT-ARCHIVE-FILE.
000630 01  AUDIT-ARCHIVE-RECORD     PIC X(710).
000640 FD  COMPARE-REPORT-FILE.
000650 01  COMPARE-REPORT-LINE      PIC X(132).
000660 WORKING-STORAGE SECTION.
000670     COPY auditrec.
000680 01  CTL-FILE-STATUS          PIC X(02).
000690 01  RPL-FILE-STATUS          PIC X(02).
000700 01  AUD-FILE-STATUS          PIC X(02).
000710 01  ARCH-FILE-STATUS         PIC X(02).
000720 01  RPT-FILE-STATUS          PIC X(02).
000730 01  AUDIT-FILE-SW            PIC X(01) VALUE "N".
000740     88  NO-MORE-AUDIT-RECORDS          VALUE "Y".
000750 01  RECORD-SIDE-SW           PIC X(01) VALUE "O".
000760     88  RECORD-IS-ORIGINAL             VALUE "O".
000770     88  RECORD-IS-REPLAY               VALUE "R".
000780 01  ARCHIVE-FILE-NAME        PIC X(16) VALUE SPACES.
000790 01  RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
000800 01  RUN-TIME-HHMMSSCC        PIC 9(08) VALUE ZERO.
000810 01  CHECK-DATE-X.
000820     03  CHECK-YEAR           PIC 9(04).
000830     03  CHECK-MONTH          PIC 9(02).
000840     03  CHECK-DAY            PIC 9(02).
000850 01  CHECK-DATE-NUM REDEFINES CHECK-DATE-X
000860                              PIC 9(08).
000870 01  REPLAY-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
000880 01  NEXT-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
000890 01  ARCHIVE-DATE             PIC 9(08) VALUE ZERO.
000900 01  NEXT-DAY-NUMBER          PIC 9(09) COMP VALUE ZERO.
000910 01  CALL-DAY-SW              PIC X(01) VALUE "B".
000920     88  CALL-ON-BUSINESS-DATE          VALUE "B".
000930     88  CALL-ON-NEXT-DAY               VALUE "N".
000940 01  ENTRY-FOUND-SW           PIC X(01) VALUE "N".
000950     88  ENTRY-WAS-FOUND                VALUE "Y".
000960 01  GO-PERCENT               PIC 9(03) VALUE 100.
000970 01  MATCH-KEY                PIC X(81) VALUE SPACES.
000980 01  MATCH-KEY-LENGTH         PIC 9(04) COMP VALUE ZERO.
000990 01  RECORD-MATCH-SW          PIC X(01) VALUE "N".
001000     88  RECORD-IS-SELECTED             VALUE "Y".
001010 01  ENTRY-COUNT              PIC 9(04) COMP VALUE ZERO.
001020 01  ENTRY-MAX                PIC 9(04) COMP VALUE 2000.
001030 01  INSERT-POSITION          PIC 9(04) COMP VALUE ZERO.
001040 01  SHIFT-SUB                PIC 9(04) COMP VALUE ZERO.
001050 01  ORDER-SUB                PIC 9(04) COMP VALUE ZERO.
001060 01  COMPARE-TABLE.
001070     03  COMPARE-ENTRY OCCURS 2000 TIMES INDEXED BY CMP-IDX.
001080         05  CMP-REQUEST-ID   PIC X(14).
001090         05  CMP-MODULE-FUNC  PIC X(81).
001100         05  CMP-ORIG-FLAG    PIC X(01).
001110             88  CMP-ORIG-FOUND         VALUE "Y".
001120         05  CMP-ORIG-STATUS  PIC X(08).
001130         05  CMP-ORIG-RESULT  PIC X(500).
001140         05  CMP-NEW-FLAG     PIC X(01).
001150             88  CMP-NEW-FOUND          VALUE "Y".
001160         05  CMP-NEW-STATUS   PIC X(08).
001170         05  CMP-NEW-RESULT   PIC X(500).
001180 01  ORDER-TABLE.
001190     03  ORDER-ENTRY OCCURS 2000 TIMES.
001200         05  ORD-REQUEST-ID   PIC X(14).
001210         05  ORD-ENTRY        PIC 9(04) COMP.
001220 01  OUTCOME-TEXT             PIC X(18) VALUE SPACES.
001230 01  ORIGINAL-RECORD-COUNT    PIC 9(09) COMP VALUE ZERO.
001240 01  REPLAY-RECORD-COUNT      PIC 9(09) COMP VALUE ZERO.
001250 01  COMPARED-COUNT           PIC 9(09) COMP VALUE ZERO.
001260 01  MATCHED-COUNT            PIC 9(09) COMP VALUE ZERO.
001270 01  CHANGED-COUNT            PIC 9(09) COMP VALUE ZERO.
001280 01  NEWLY-FAILING-COUNT      PIC 9(09) COMP VALUE ZERO.
001290 01  NEWLY-SUCCEEDING-COUNT   PIC 9(09) COMP VALUE ZERO.
001300 01  NOT-REPLAYED-COUNT       PIC 9(09) COMP VALUE ZERO.
001310 01  NO-ORIGINAL-COUNT        PIC 9(09) COMP VALUE ZERO.
001320 01  MATCH-PERCENT            PIC 9(03)V99 VALUE ZERO.
001330 01  PRINT-COUNT              PIC ZZZ,ZZZ,ZZ9.
001340 01  PRINT-PERCENT            PIC ZZ9.99.
001350 01  PRINT-GO-PERCENT         PIC ZZ9.
001360 PROCEDURE DIVISION.
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001390     PERFORM 2000-LOAD-REPLAY-RESULTS
001400         THRU 2000-LOAD-REPLAY-RESULTS-EXIT.
001410     MOVE REPLAY-BUSINESS-DATE TO ARCHIVE-DATE.
001420     PERFORM 2500-LOAD-ORIGINAL-ARCHIVE
001430         THRU 2500-LOAD-ORIGINAL-ARCHIVE-EXIT.
001440     MOVE NEXT-BUSINESS-DATE TO ARCHIVE-DATE.
001450     PERFORM 2500-LOAD-ORIGINAL-ARCHIVE
001460         THRU 2500-LOAD-ORIGINAL-ARCHIVE-EXIT.
001470     PERFORM 2600-LOAD-ORIGINAL-LIVE
001480         THRU 2600-LOAD-ORIGINAL-LIVE-EXIT.
001490     PERFORM 4000-REPORT-ONE-REQUEST
001500         THRU 4000-REPORT-ONE-REQUEST-EXIT
001510         VARYING ORDER-SUB FROM 1 BY 1
001520         UNTIL ORDER-SUB > ENTRY-COUNT.
001530     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001540     GO TO 9999-EXIT.
001550*----------------------------------------------------------
001560* 1000-INITIALIZE
001570*     READS THE REPLAY CONTROL RECORD -- THE SAME ONE THE
001580*     DRIVER RAN FROM -- AND OPENS THE REPORT. WITHOUT A
001590*     BUSINESS DATE AND A MODULE THERE IS NOTHING TO
001600*     COMPARE AND THE STEP FAILS.
001610*----------------------------------------------------------
001620 1000-INITIALIZE.
001630     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001640     ACCEPT RUN-TIME-HHMMSSCC FROM TIME.
001650     OPEN INPUT REPLAY-CONTROL-FILE.
001660     IF CTL-FILE-STATUS NOT = "00"
001670         DISPLAY "*** ERROR - REPLAY CONTROL FILE COULD NOT BE "
001680             "OPENED -- FILE STATUS " CTL-FILE-STATUS
001690         MOVE 16 TO RETURN-CODE
001700         GO TO 9999-EXIT
001710     END-IF.
001720     READ REPLAY-CONTROL-FILE
001730         AT END
001740             MOVE SPACES TO REPLAY-CONTROL-RECORD
001750     END-READ.
001760     CLOSE REPLAY-CONTROL-FILE.
001770     MOVE RPC-BUSINESS-DATE TO CHECK-DATE-X.
001780     IF RPC-BUSINESS-DATE NOT NUMERIC
001790         OR CHECK-MONTH < 01 OR CHECK-MONTH > 12
001800         OR CHECK-DAY < 01 OR CHECK-DAY > 31
001810         OR RPC-MODULE = SPACES
001820         DISPLAY "*** ERROR - RPLCTL MUST NAME A BUSINESS DATE "
001830             "AND A MODULE -- NOTHING COMPARED"
001840         MOVE 16 TO RETURN-CODE
001850         GO TO 9999-EXIT
001860     END-IF.
001870     MOVE CHECK-DATE-NUM TO REPLAY-BUSINESS-DATE.
001880     COMPUTE NEXT-DAY-NUMBER =
001890         FUNCTION INTEGER-OF-DATE (REPLAY-BUSINESS-DATE) + 1.
001900     COMPUTE NEXT-BUSINESS-DATE =
001910         FUNCTION DATE-OF-INTEGER (NEXT-DAY-NUMBER).
001920     IF RPC-GO-PERCENT NUMERIC
001930         AND RPC-GO-PERCENT > ZERO
001940         AND RPC-GO-PERCENT NOT > 100
001950         MOVE RPC-GO-PERCENT TO GO-PERCENT
001960     END-IF.
001970     MOVE SPACES TO MATCH-KEY.
001980     IF RPC-FUNC = SPACES
001990         STRING RPC-MODULE DELIMITED BY SPACE
002000             "/" DELIMITED BY SIZE
002010             INTO MATCH-KEY
002020     ELSE
002030         STRING RPC-MODULE DELIMITED BY SPACE
002040             "/" DELIMITED BY SIZE
002050             RPC-FUNC DELIMITED BY SPACE
002060             INTO MATCH-KEY
002070     END-IF.
002080     MOVE ZERO TO MATCH-KEY-LENGTH.
002090     INSPECT MATCH-KEY TALLYING MATCH-KEY-LENGTH
002100         FOR CHARACTERS BEFORE INITIAL SPACE.
002110     OPEN OUTPUT COMPARE-REPORT-FILE.
002120     IF RPT-FILE-STATUS NOT = "00"
002130         DISPLAY "*** ERROR - REPLAY COMPARISON REPORT COULD "
002140             "NOT BE OPENED -- FILE STATUS " RPT-FILE-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         GO TO 9999-EXIT
002170     END-IF.
002180     MOVE SPACES TO COMPARE-REPORT-LINE.
002190     STRING "REPLAY COMPARISON -- RUN " DELIMITED BY SIZE
002200         RUN-DATE-YYYYMMDD DELIMITED BY SIZE
002210         " " DELIMITED BY SIZE
002220         RUN-TIME-HHMMSSCC DELIMITED BY SIZE
002230         INTO COMPARE-REPORT-LINE.
002240     PERFORM 9100-WRITE-REPORT-LINE
002250         THRU 9100-WRITE-REPORT-LINE-EXIT.
002260     MOVE SPACES TO COMPARE-REPORT-LINE.
002270     STRING "ORIGINAL BUSINESS DATE: " DELIMITED BY SIZE
002280         REPLAY-BUSINESS-DATE DELIMITED BY SIZE
002290         INTO COMPARE-REPORT-LINE.
002300     PERFORM 9100-WRITE-REPORT-LINE
002310         THRU 9100-WRITE-REPORT-LINE-EXIT.
002320     MOVE SPACES TO COMPARE-REPORT-LINE.
002330     IF RPC-FUNC = SPACES
002340         STRING "MODULE/FUNC REPLAYED:   " DELIMITED BY SIZE
002350             MATCH-KEY DELIMITED BY SPACE
002360             " (EVERY FUNC)" DELIMITED BY SIZE
002370             INTO COMPARE-REPORT-LINE
002380     ELSE
002390         STRING "MODULE/FUNC REPLAYED:   " DELIMITED BY SIZE
002400             MATCH-KEY DELIMITED BY SPACE
002410             INTO COMPARE-REPORT-LINE
002420     END-IF.
002430     PERFORM 9100-WRITE-REPORT-LINE
002440         THRU 9100-WRITE-REPORT-LINE-EXIT.
002450     MOVE SPACES TO COMPARE-REPORT-LINE.
002460     PERFORM 9100-WRITE-REPORT-LINE
002470         THRU 9100-WRITE-REPORT-LINE-EXIT.
002480     MOVE "REQUEST ID     OUTCOME            WAS      NOW      "
002490         TO COMPARE-REPORT-LINE.
002500     MOVE "MODULE/FUNC" TO COMPARE-REPORT-LINE (54:11).
002510     PERFORM 9100-WRITE-REPORT-LINE
002520         THRU 9100-WRITE-REPORT-LINE-EXIT.
002530     MOVE ALL "-" TO COMPARE-REPORT-LINE.
002540     PERFORM 9100-WRITE-REPORT-LINE
002550         THRU 9100-WRITE-REPORT-LINE-EXIT.
002560 1000-INITIALIZE-EXIT.
002570     EXIT.
002580*----------------------------------------------------------
002590* 2000-LOAD-REPLAY-RESULTS
002600*     TAKES EVERY RESULT THE REPLAY RUN WROTE FOR THE
002610*     MODULE/FUNC. CHAIN STEPS OF OTHER FUNCTIONS, RUN ONLY
002620*     TO KEEP THEIR CHAINS WHOLE, ARE PASSED OVER.
002630*----------------------------------------------------------
002640 2000-LOAD-REPLAY-RESULTS.
002650     OPEN INPUT REPLAY-RESULT-FILE.
002660     IF RPL-FILE-STATUS NOT = "00"
002670         DISPLAY "*** ERROR - REPLAY RESULT FILE COULD NOT BE "
002680             "OPENED -- FILE STATUS " RPL-FILE-STATUS
002690         MOVE 16 TO RETURN-CODE
002700         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002710         GO TO 9999-EXIT
002720     END-IF.
002730     SET RECORD-IS-REPLAY TO TRUE.
002740     MOVE "N" TO AUDIT-FILE-SW.
002750     PERFORM 2100-READ-REPLAY-RESULT
002760         THRU 2100-READ-REPLAY-RESULT-EXIT.
002770     PERFORM 2200-NEXT-REPLAY-RESULT
002780         THRU 2200-NEXT-REPLAY-RESULT-EXIT
002790         UNTIL NO-MORE-AUDIT-RECORDS.
002800     CLOSE REPLAY-RESULT-FILE.
002810 2000-LOAD-REPLAY-RESULTS-EXIT.
002820     EXIT.
002830*----------------------------------------------------------
002840* 2100-READ-REPLAY-RESULT
002850*----------------------------------------------------------
002860 2100-READ-REPLAY-RESULT.
002870     READ REPLAY-RESULT-FILE INTO AUDIT-TRAIL-RECORD
002880         AT END
002890             SET NO-MORE-AUDIT-RECORDS TO TRUE
002900     END-READ.
002910 2100-READ-REPLAY-RESULT-EXIT.
002920     EXIT.
002930*----------------------------------------------------------
002940* 2200-NEXT-REPLAY-RESULT
002950*----------------------------------------------------------
002960 2200-NEXT-REPLAY-RESULT.
002970     PERFORM 3000-POST-RESULT THRU 3000-POST-RESULT-EXIT.
002980     PERFORM 2100-READ-REPLAY-RESULT
002990         THRU 2100-READ-REPLAY-RESULT-EXIT.
003000 2200-NEXT-REPLAY-RESULT-EXIT.
003010     EXIT.
003020*----------------------------------------------------------
003030* 2500-LOAD-ORIGINAL-ARCHIVE
003040*     THE CALLS OF THE DAY NAMED BY ARCHIVE-DATE ARE ON ITS
003050*     DATED ARCHIVE ONCE AUDARCH HAS ROLLED THEM OFF THE
003060*     LIVE TRAIL. NO ARCHIVE YET IS NORMAL INSIDE THE
003070*     RETENTION PERIOD.
003080*----------------------------------------------------------
003090 2500-LOAD-ORIGINAL-ARCHIVE.
003100     MOVE SPACES TO ARCHIVE-FILE-NAME.
003110     STRING "AUDARCH." DELIMITED BY SIZE
003120         ARCHIVE-DATE DELIMITED BY SIZE
003130         INTO ARCHIVE-FILE-NAME.
003140     OPEN INPUT AUDIT-ARCHIVE-FILE.
003150     IF ARCH-FILE-STATUS = "35"
003160         MOVE SPACES TO COMPARE-REPORT-LINE
003170         STRING "NO AUDIT ARCHIVE " DELIMITED BY SIZE
003180             ARCHIVE-FILE-NAME DELIMITED BY SPACE
003190             " -- ITS CALLS ARE TAKEN FROM THE LIVE TRAIL"
003200             DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
003210         PERFORM 9100-WRITE-REPORT-LINE
003220             THRU 9100-WRITE-REPORT-LINE-EXIT
003230         GO TO 2500-LOAD-ORIGINAL-ARCHIVE-EXIT
003240     END-IF.
003250     IF ARCH-FILE-STATUS NOT = "00"
003260         DISPLAY "*** ERROR - ARCHIVE FILE " ARCHIVE-FILE-NAME
003270             " COULD NOT BE OPENED -- FILE STATUS "
003280             ARCH-FILE-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003310         GO TO 9999-EXIT
003320     END-IF.
003330     SET RECORD-IS-ORIGINAL TO TRUE.
003340     MOVE "N" TO AUDIT-FILE-SW.
003350     PERFORM 2510-READ-ARCHIVE-RECORD
003360         THRU 2510-READ-ARCHIVE-RECORD-EXIT.
003370     PERFORM 2520-NEXT-ARCHIVE-RECORD
003380         THRU 2520-NEXT-ARCHIVE-RECORD-EXIT
003390         UNTIL NO-MORE-AUDIT-RECORDS.
003400     CLOSE AUDIT-ARCHIVE-FILE.
003410 2500-LOAD-ORIGINAL-ARCHIVE-EXIT.
003420     EXIT.
003430*----------------------------------------------------------
003440* 2510-READ-ARCHIVE-RECORD
003450*----------------------------------------------------------
003460 2510-READ-ARCHIVE-RECORD.
003470     READ AUDIT-ARCHIVE-FILE INTO AUDIT-TRAIL-RECORD
003480         AT END
003490             SET NO-MORE-AUDIT-RECORDS TO TRUE
003500     END-READ.
003510 2510-READ-ARCHIVE-RECORD-EXIT.
003520     EXIT.
003530*----------------------------------------------------------
003540* 2520-NEXT-ARCHIVE-RECORD
003550*----------------------------------------------------------
003560 2520-NEXT-ARCHIVE-RECORD.
003570     PERFORM 3000-POST-RESULT THRU 3000-POST-RESULT-EXIT.
003580     PERFORM 2510-READ-ARCHIVE-RECORD
003590         THRU 2510-READ-ARCHIVE-RECORD-EXIT.
003600 2520-NEXT-ARCHIVE-RECORD-EXIT.
003610     EXIT.
003620*----------------------------------------------------------
003630* 2600-LOAD-ORIGINAL-LIVE
003640*     WHATEVER OF THE ORIGINAL DAY IS STILL ON THE LIVE
003650*     AUDIT TRAIL.
003660*----------------------------------------------------------
003670 2600-LOAD-ORIGINAL-LIVE.
003680     OPEN INPUT AUDIT-TRAIL-FILE.
003690     IF AUD-FILE-STATUS = "35"
003700         GO TO 2600-LOAD-ORIGINAL-LIVE-EXIT
003710     END-IF.
003720     IF AUD-FILE-STATUS NOT = "00"
003730         DISPLAY "*** ERROR - AUDIT TRAIL FILE COULD NOT "
003740             "BE OPENED -- FILE STATUS " AUD-FILE-STATUS
003750         MOVE 16 TO RETURN-CODE
003760         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003770         GO TO 9999-EXIT
003780     END-IF.
003790     SET RECORD-IS-ORIGINAL TO TRUE.
003800     MOVE "N" TO AUDIT-FILE-SW.
003810     PERFORM 2610-READ-LIVE-RECORD
003820         THRU 2610-READ-LIVE-RECORD-EXIT.
003830     PERFORM 2620-NEXT-LIVE-RECORD
003840         THRU 2620-NEXT-LIVE-RECORD-EXIT
003850         UNTIL NO-MORE-AUDIT-RECORDS.
003860     CLOSE AUDIT-TRAIL-FILE.
003870 2600-LOAD-ORIGINAL-LIVE-EXIT.
003880     EXIT.
003890*----------------------------------------------------------
003900* 2610-READ-LIVE-RECORD
003910*----------------------------------------------------------
003920 2610-READ-LIVE-RECORD.
003930     READ AUDIT-TRAIL-FILE INTO AUDIT-TRAIL-RECORD
003940         AT END
003950             SET NO-MORE-AUDIT-RECORDS TO TRUE
003960     END-READ.
003970 2610-READ-LIVE-RECORD-EXIT.
003980     EXIT.
003990*----------------------------------------------------------
004000* 2620-NEXT-LIVE-RECORD
004010*----------------------------------------------------------
004020 2620-NEXT-LIVE-RECORD.
004030     PERFORM 3000-POST-RESULT THRU 3000-POST-RESULT-EXIT.
004040     PERFORM 2610-READ-LIVE-RECORD
004050         THRU 2610-READ-LIVE-RECORD-EXIT.
004060 2620-NEXT-LIVE-RECORD-EXIT.
004070     EXIT.
004080*----------------------------------------------------------
004090* 3000-POST-RESULT
004100*     POSTS ONE RECORD TO ITS REQUEST'S ENTRY, ON THE
004110*     ORIGINAL OR THE REPLAY SIDE. AN ORIGINAL MUST BE A
004120*     DRIVER CALL FOR THE MODULE/FUNC WITH A REQUEST ID,
004130*     STAMPED ON THE BUSINESS DATE OR THE DAY AFTER; SEALS
004140*     AND OTHER PROGRAMS' RECORDS ARE PASSED OVER. WHEN A
004150*     REQUEST HAS MORE THAN ONE RECORD ON A SIDE THE LAST
004160*     ONE STANDS -- IT IS THE OUTCOME THAT WAS FINALLY
004170*     RETURNED. A CALL STAMPED THE DAY AFTER IS TAKEN ONLY
004180*     FOR A REQUEST THE REPLAY PRODUCED THAT HAS NO
004190*     ORIGINAL YET, AND ONLY THE FIRST SUCH CALL -- LATER
004200*     ONES ARE THE NEXT DAY'S OWN RUN RETRYING IT.
004210*----------------------------------------------------------
004220 3000-POST-RESULT.
004230     IF AUD-SEAL-RECORD
004240         OR AUD-REQUEST-ID = SPACES
004250         GO TO 3000-POST-RESULT-EXIT
004260     END-IF.
004270     SET CALL-ON-BUSINESS-DATE TO TRUE.
004280     IF RECORD-IS-ORIGINAL
004290         IF AUD-PROGRAM-NAME NOT = "HELLO"
004300             GO TO 3000-POST-RESULT-EXIT
004310         END-IF
004320         IF AUD-TIMESTAMP (1:8) = NEXT-BUSINESS-DATE
004330             SET CALL-ON-NEXT-DAY TO TRUE
004340         ELSE
004350             IF AUD-TIMESTAMP (1:8) NOT = REPLAY-BUSINESS-DATE
004360                 GO TO 3000-POST-RESULT-EXIT
004370             END-IF
004380         END-IF
004390     END-IF.
004400     MOVE "N" TO RECORD-MATCH-SW.
004410     IF RPC-FUNC = SPACES
004420         IF AUD-MODULE-FUNC (1:MATCH-KEY-LENGTH) =
004430             MATCH-KEY (1:MATCH-KEY-LENGTH)
004440             SET RECORD-IS-SELECTED TO TRUE
004450         END-IF
004460     ELSE
004470         IF AUD-MODULE-FUNC = MATCH-KEY
004480             SET RECORD-IS-SELECTED TO TRUE
004490         END-IF
004500     END-IF.
004510     IF NOT RECORD-IS-SELECTED
004520         GO TO 3000-POST-RESULT-EXIT
004530     END-IF.
004540     MOVE "N" TO ENTRY-FOUND-SW.
004550     SET CMP-IDX TO 1.
004560     SEARCH COMPARE-ENTRY
004570         AT END
004580             CONTINUE
004590         WHEN CMP-IDX > ENTRY-COUNT
004600             CONTINUE
004610         WHEN CMP-REQUEST-ID (CMP-IDX) = AUD-REQUEST-ID
004620             SET ENTRY-WAS-FOUND TO TRUE
004630     END-SEARCH.
004640     IF CALL-ON-NEXT-DAY
004650         IF NOT ENTRY-WAS-FOUND
004660             GO TO 3000-POST-RESULT-EXIT
004670         END-IF
004680         IF CMP-ORIG-FOUND (CMP-IDX)
004690             GO TO 3000-POST-RESULT-EXIT
004700         END-IF
004710     END-IF.
004720     IF NOT ENTRY-WAS-FOUND
004730         PERFORM 3100-ADD-ENTRY THRU 3100-ADD-ENTRY-EXIT
004740     END-IF.
004750     IF RECORD-IS-ORIGINAL
004760         ADD 1 TO ORIGINAL-RECORD-COUNT
004770         MOVE "Y"        TO CMP-ORIG-FLAG (CMP-IDX)
004780         MOVE AUD-STATUS TO CMP-ORIG-STATUS (CMP-IDX)
004790         MOVE AUD-RESULT TO CMP-ORIG-RESULT (CMP-IDX)
004800     ELSE
004810         ADD 1 TO REPLAY-RECORD-COUNT
004820         MOVE "Y"        TO CMP-NEW-FLAG (CMP-IDX)
004830         MOVE AUD-STATUS TO CMP-NEW-STATUS (CMP-IDX)
004840         MOVE AUD-RESULT TO CMP-NEW-RESULT (CMP-IDX)
004850     END-IF.
004860 3000-POST-RESULT-EXIT.
004870     EXIT.
004880*----------------------------------------------------------
004890* 3100-ADD-ENTRY
004900*     A REQUEST NOT SEEN YET TAKES THE NEXT TABLE ENTRY AND
004910*     IS SLOTTED INTO THE REQUEST ID ORDER THE REPORT IS
004920*     PRINTED IN.
004930*----------------------------------------------------------
004940 3100-ADD-ENTRY.
004950     IF ENTRY-COUNT >= ENTRY-MAX
004960         DISPLAY "*** ERROR - MORE THAN " ENTRY-MAX
004970             " REQUESTS TO COMPARE -- ENLARGE COMPARE-TABLE"
004980         MOVE 16 TO RETURN-CODE
004990         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
005000         GO TO 9999-EXIT
005010     END-IF.
005020     ADD 1 TO ENTRY-COUNT.
005030     SET CMP-IDX TO ENTRY-COUNT.
005040     MOVE AUD-REQUEST-ID  TO CMP-REQUEST-ID (CMP-IDX).
005050     MOVE AUD-MODULE-FUNC TO CMP-MODULE-FUNC (CMP-IDX).
005060     MOVE "N"    TO CMP-ORIG-FLAG (CMP-IDX).
005070     MOVE SPACES TO CMP-ORIG-STATUS (CMP-IDX).
005080     MOVE SPACES TO CMP-ORIG-RESULT (CMP-IDX).
005090     MOVE "N"    TO CMP-NEW-FLAG (CMP-IDX).
005100     MOVE SPACES TO CMP-NEW-STATUS (CMP-IDX).
005110     MOVE SPACES TO CMP-NEW-RESULT (CMP-IDX).
005120     MOVE ENTRY-COUNT TO INSERT-POSITION.
005130     PERFORM 3150-FIND-INSERT-POSITION
005140         THRU 3150-FIND-INSERT-POSITION-EXIT
005150         VARYING ORDER-SUB FROM 1 BY 1
005160         UNTIL ORDER-SUB >= ENTRY-COUNT
005170         OR INSERT-POSITION < ENTRY-COUNT.
005180     PERFORM 3160-SHIFT-ORDER-ENTRY
005190         THRU 3160-SHIFT-ORDER-ENTRY-EXIT
005200         VARYING SHIFT-SUB FROM ENTRY-COUNT BY -1
005210         UNTIL SHIFT-SUB <= INSERT-POSITION.
005220     MOVE AUD-REQUEST-ID TO ORD-REQUEST-ID (INSERT-POSITION).
005230     MOVE ENTRY-COUNT    TO ORD-ENTRY (INSERT-POSITION).
005240 3100-ADD-ENTRY-EXIT.
005250     EXIT.
005260*----------------------------------------------------------
005270* 3150-FIND-INSERT-POSITION
005280*----------------------------------------------------------
005290 3150-FIND-INSERT-POSITION.
005300     IF ORD-REQUEST-ID (ORDER-SUB) > AUD-REQUEST-ID
005310         MOVE ORDER-SUB TO INSERT-POSITION
005320     END-IF.
005330 3150-FIND-INSERT-POSITION-EXIT.
005340     EXIT.
005350*----------------------------------------------------------
005360* 3160-SHIFT-ORDER-ENTRY
005370*----------------------------------------------------------
005380 3160-SHIFT-ORDER-ENTRY.
005390     MOVE ORDER-ENTRY (SHIFT-SUB - 1) TO ORDER-ENTRY (SHIFT-SUB).
005400 3160-SHIFT-ORDER-ENTRY-EXIT.
005410     EXIT.
005420*----------------------------------------------------------
005430* 4000-REPORT-ONE-REQUEST
005440*     CLASSIFIES ONE REQUEST AND PRINTS IT. BOTH SIDES
005450*     FAILING IS A MATCH -- THE CHANGE HAS NOT ALTERED THE
005460*     OUTCOME. A CHANGED RESPONSE SHOWS THE FIRST 100
005470*     CHARACTERS OF EACH SIDE BENEATH IT.
005480*----------------------------------------------------------
005490 4000-REPORT-ONE-REQUEST.
005500     SET CMP-IDX TO ORD-ENTRY (ORDER-SUB).
005510     EVALUATE TRUE
005520         WHEN NOT CMP-NEW-FOUND (CMP-IDX)
005530             MOVE "NOT REPLAYED" TO OUTCOME-TEXT
005540             ADD 1 TO NOT-REPLAYED-COUNT
005550         WHEN NOT CMP-ORIG-FOUND (CMP-IDX)
005560             MOVE "NO ORIGINAL" TO OUTCOME-TEXT
005570             ADD 1 TO NO-ORIGINAL-COUNT
005580         WHEN CMP-ORIG-STATUS (CMP-IDX) = "OK"
005590             AND CMP-NEW-STATUS (CMP-IDX) NOT = "OK"
005600             MOVE "NEWLY FAILING" TO OUTCOME-TEXT
005610             ADD 1 TO NEWLY-FAILING-COUNT
005620         WHEN CMP-ORIG-STATUS (CMP-IDX) NOT = "OK"
005630             AND CMP-NEW-STATUS (CMP-IDX) = "OK"
005640             MOVE "NEWLY SUCCEEDING" TO OUTCOME-TEXT
005650             ADD 1 TO NEWLY-SUCCEEDING-COUNT
005660         WHEN CMP-ORIG-STATUS (CMP-IDX) = "OK"
005670             AND CMP-ORIG-RESULT (CMP-IDX) NOT =
005680                 CMP-NEW-RESULT (CMP-IDX)
005690             MOVE "CHANGED RESPONSE" TO OUTCOME-TEXT
005700             ADD 1 TO CHANGED-COUNT
005710         WHEN OTHER
005720             MOVE "MATCHED" TO OUTCOME-TEXT
005730             ADD 1 TO MATCHED-COUNT
005740     END-EVALUATE.
005750     MOVE SPACES TO COMPARE-REPORT-LINE.
005760     STRING CMP-REQUEST-ID (CMP-IDX) DELIMITED BY SIZE
005770         " " DELIMITED BY SIZE
005780         OUTCOME-TEXT DELIMITED BY SIZE
005790         " " DELIMITED BY SIZE
005800         CMP-ORIG-STATUS (CMP-IDX) DELIMITED BY SIZE
005810         " " DELIMITED BY SIZE
005820         CMP-NEW-STATUS (CMP-IDX) DELIMITED BY SIZE
005830         " " DELIMITED BY SIZE
005840         CMP-MODULE-FUNC (CMP-IDX) DELIMITED BY SIZE
005850         INTO COMPARE-REPORT-LINE.
005860     PERFORM 9100-WRITE-REPORT-LINE
005870         THRU 9100-WRITE-REPORT-LINE-EXIT.
005880     IF OUTCOME-TEXT NOT = "CHANGED RESPONSE"
005890         GO TO 4000-REPORT-ONE-REQUEST-EXIT
005900     END-IF.
005910     MOVE SPACES TO COMPARE-REPORT-LINE.
005920     STRING "    WAS: " DELIMITED BY SIZE
005930         CMP-ORIG-RESULT (CMP-IDX) (1:100) DELIMITED BY SIZE
005940         INTO COMPARE-REPORT-LINE.
005950     PERFORM 9100-WRITE-REPORT-LINE
005960         THRU 9100-WRITE-REPORT-LINE-EXIT.
005970     MOVE SPACES TO COMPARE-REPORT-LINE.
005980     STRING "    NOW: " DELIMITED BY SIZE
005990         CMP-NEW-RESULT (CMP-IDX) (1:100) DELIMITED BY SIZE
006000         INTO COMPARE-REPORT-LINE.
006010     PERFORM 9100-WRITE-REPORT-LINE
006020         THRU 9100-WRITE-REPORT-LINE-EXIT.
006030 4000-REPORT-ONE-REQUEST-EXIT.
006040     EXIT.
006050*----------------------------------------------------------
006060* 9000-TERMINATE
006070*     PRINTS THE TOTALS AND THE VERDICT. THE MATCH
006080*     PERCENTAGE IS TAKEN OVER THE REQUESTS FOUND ON BOTH
006090*     SIDES; IT IS A GO ONLY WHEN IT REACHES THE GO
006100*     PERCENTAGE AND EVERY REQUEST WAS FOUND ON BOTH SIDES.
006110*----------------------------------------------------------
006120 9000-TERMINATE.
006130     COMPUTE COMPARED-COUNT = MATCHED-COUNT + CHANGED-COUNT
006140         + NEWLY-FAILING-COUNT + NEWLY-SUCCEEDING-COUNT.
006150     IF COMPARED-COUNT > ZERO
006160         COMPUTE MATCH-PERCENT ROUNDED =
006170             MATCHED-COUNT * 100 / COMPARED-COUNT
006180     END-IF.
006190     MOVE SPACES TO COMPARE-REPORT-LINE.
006200     PERFORM 9100-WRITE-REPORT-LINE
006210         THRU 9100-WRITE-REPORT-LINE-EXIT.
006220     MOVE ORIGINAL-RECORD-COUNT TO PRINT-COUNT.
006230     MOVE SPACES TO COMPARE-REPORT-LINE.
006240     STRING "ORIGINAL AUDIT RECORDS READ.......... "
006250         PRINT-COUNT DELIMITED BY SIZE
006260         INTO COMPARE-REPORT-LINE.
006270     PERFORM 9100-WRITE-REPORT-LINE
006280         THRU 9100-WRITE-REPORT-LINE-EXIT.
006290     MOVE REPLAY-RECORD-COUNT TO PRINT-COUNT.
006300     MOVE SPACES TO COMPARE-REPORT-LINE.
006310     STRING "REPLAY RESULTS READ.................. "
006320         PRINT-COUNT DELIMITED BY SIZE
006330         INTO COMPARE-REPORT-LINE.
006340     PERFORM 9100-WRITE-REPORT-LINE
006350         THRU 9100-WRITE-REPORT-LINE-EXIT.
006360     MOVE COMPARED-COUNT TO PRINT-COUNT.
006370     MOVE SPACES TO COMPARE-REPORT-LINE.
006380     STRING "REQUESTS COMPARED.................... "
006390         PRINT-COUNT DELIMITED BY SIZE
006400         INTO COMPARE-REPORT-LINE.
006410     PERFORM 9100-WRITE-REPORT-LINE
006420         THRU 9100-WRITE-REPORT-LINE-EXIT.
006430     MOVE MATCHED-COUNT TO PRINT-COUNT.
006440     MOVE SPACES TO COMPARE-REPORT-LINE.
006450     STRING "  MATCHED............................ "
006460         PRINT-COUNT DELIMITED BY SIZE
006470         INTO COMPARE-REPORT-LINE.
006480     PERFORM 9100-WRITE-REPORT-LINE
006490         THRU 9100-WRITE-REPORT-LINE-EXIT.
006500     MOVE CHANGED-COUNT TO PRINT-COUNT.
006510     MOVE SPACES TO COMPARE-REPORT-LINE.
006520     STRING "  CHANGED RESPONSE................... "
006530         PRINT-COUNT DELIMITED BY SIZE
006540         INTO COMPARE-REPORT-LINE.
006550     PERFORM 9100-WRITE-REPORT-LINE
006560         THRU 9100-WRITE-REPORT-LINE-EXIT.
006570     MOVE NEWLY-FAILING-COUNT TO PRINT-COUNT.
006580     MOVE SPACES TO COMPARE-REPORT-LINE.
006590     STRING "  NEWLY FAILING...................... "
006600         PRINT-COUNT DELIMITED BY SIZE
006610         INTO COMPARE-REPORT-LINE.
006620     PERFORM 9100-WRITE-REPORT-LINE
006630         THRU 9100-WRITE-REPORT-LINE-EXIT.
006640     MOVE NEWLY-SUCCEEDING-COUNT TO PRINT-COUNT.
006650     MOVE SPACES TO COMPARE-REPORT-LINE.
006660     STRING "  NEWLY SUCCEEDING................... "
006670         PRINT-COUNT DELIMITED BY SIZE
006680         INTO COMPARE-REPORT-LINE.
006690     PERFORM 9100-WRITE-REPORT-LINE
006700         THRU 9100-WRITE-REPORT-LINE-EXIT.
006710     MOVE NOT-REPLAYED-COUNT TO PRINT-COUNT.
006720     MOVE SPACES TO COMPARE-REPORT-LINE.
006730     STRING "NOT REPLAYED......................... "
006740         PRINT-COUNT DELIMITED BY SIZE
006750         INTO COMPARE-REPORT-LINE.
006760     PERFORM 9100-WRITE-REPORT-LINE
006770         THRU 9100-WRITE-REPORT-LINE-EXIT.
006780     MOVE NO-ORIGINAL-COUNT TO PRINT-COUNT.
006790     MOVE SPACES TO COMPARE-REPORT-LINE.
006800     STRING "NO ORIGINAL RECORD................... "
006810         PRINT-COUNT DELIMITED BY SIZE
006820         INTO COMPARE-REPORT-LINE.
006830     PERFORM 9100-WRITE-REPORT-LINE
006840         THRU 9100-WRITE-REPORT-LINE-EXIT.
006850     MOVE MATCH-PERCENT TO PRINT-PERCENT.
006860     MOVE SPACES TO COMPARE-REPORT-LINE.
006870     STRING "MATCH PERCENTAGE.....................      "
006880         PRINT-PERCENT DELIMITED BY SIZE
006890         INTO COMPARE-REPORT-LINE.
006900     PERFORM 9100-WRITE-REPORT-LINE
006910         THRU 9100-WRITE-REPORT-LINE-EXIT.
006920     MOVE GO-PERCENT TO PRINT-GO-PERCENT.
006930     MOVE SPACES TO COMPARE-REPORT-LINE.
006940     STRING "GO PERCENTAGE REQUIRED...............         "
006950         PRINT-GO-PERCENT DELIMITED BY SIZE
006960         INTO COMPARE-REPORT-LINE.
006970     PERFORM 9100-WRITE-REPORT-LINE
006980         THRU 9100-WRITE-REPORT-LINE-EXIT.
006990     MOVE SPACES TO COMPARE-REPORT-LINE.
007000     IF COMPARED-COUNT > ZERO
007010         AND MATCH-PERCENT NOT < GO-PERCENT
007020         AND NOT-REPLAYED-COUNT = ZERO
007030         AND NO-ORIGINAL-COUNT = ZERO
007040         MOVE "VERDICT: GO" TO COMPARE-REPORT-LINE
007050     ELSE
007060         MOVE "*** VERDICT: NO-GO -- SEE DIFFERENCES ABOVE"
007070             TO COMPARE-REPORT-LINE
007080         IF RETURN-CODE = ZERO
007090             MOVE 4 TO RETURN-CODE
007100         END-IF
007110     END-IF.
007120     PERFORM 9100-WRITE-REPORT-LINE
007130         THRU 9100-WRITE-REPORT-LINE-EXIT.
007140     CLOSE COMPARE-REPORT-FILE.
007150 9000-TERMINATE-EXIT.
007160     EXIT.
007170*----------------------------------------------------------
007180* 9100-WRITE-REPORT-LINE
007190*----------------------------------------------------------
007200 9100-WRITE-REPORT-LINE.
007210     WRITE COMPARE-REPORT-LINE.
007220 9100-WRITE-REPORT-LINE-EXIT.
007230     EXIT.
007240*----------------------------------------------------------
007250* 9999-EXIT
007260*----------------------------------------------------------
007270 9999-EXIT.
007280     STOP RUN.
