000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. regimpct.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. IMPACT ANALYSIS OF
000130*                   STAGED REGISTRY CHANGES. WALKS THE
000140*                   REGPEND PENDING FILE AND, FOR EVERY CHG
000150*                   OR DEA STILL WAITING FOR APPROVAL OR
000160*                   ACTIVATION, LISTS WHAT DEPENDS ON THE
000170*                   MODULE/FUNC -- FUTURE-DATED REQUESTS
000180*                   PARKED ON PYPENDOUT, CHAIN STEPS ON
000190*                   TOMORROW'S PYREQIN, ROUTETBL ROUTES THAT
000200*                   CARRY ITS RESPONSES TO A SUBSCRIBER, AND
000210*                   ITS PYCACHE ENTRIES. THE LIST IS WRITTEN
000220*                   TO THE KEYED REGIMPCT FILE UNDER THE
000230*                   CHANGE'S OWN KEY, SO REGMAINT CAN SHOW
000240*                   IT TO THE OPERATOR WHO DECIDES THE
000250*                   CHANGE, AND THE SUMMARY IS STAMPED ON
000260*                   THE PENDING RECORD. A DEACTIVATION THAT
000270*                   WOULD STRAND A PARKED OR CHAINED
000280*                   REQUEST DUE ON OR AFTER ITS EFFECTIVE
000290*                   DATE IS HIGH IMPACT -- REGMAINT WILL NOT
000300*                   APPROVE IT WITHOUT AN EXPLICIT
000310*                   ACKNOWLEDGEMENT AND REGACT WILL NOT
000320*                   APPLY IT UNACKNOWLEDGED. RUNS AFTER
000330*                   REGMAINT AND AGAIN EACH NIGHT AHEAD OF
000340*                   REGACT, SO THE LIST ATTACHED TO AN
000350*                   APPROVED CHANGE IS CURRENT WHEN IT GOES
000360*                   LIVE. REGIMPCT IS REBUILT ON EVERY RUN.
000370*                   EVERY ENDING POSTS THE RUN TO RUNHIST.
000380*----------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PENDING-CHANGE-FILE ASSIGN TO "REGPEND"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS PND-KEY
000460         FILE STATUS IS PND-FILE-STATUS.
000470     SELECT IMPACT-ITEM-FILE ASSIGN TO "REGIMPCT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS IMP-KEY
000510         FILE STATUS IS IMP-FILE-STATUS.
000520     SELECT PENDING-OUT-FILE ASSIGN TO "PYPENDOUT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS PENDOUT-FILE-STATUS.
000550     SELECT CLEAN-REQUEST-FILE ASSIGN TO "PYREQIN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CLEAN-FILE-STATUS.
000580     SELECT ROUTING-TABLE-FILE ASSIGN TO "ROUTETBL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS ROUTE-FILE-STATUS.
000610     SELECT RESPONSE-CACHE-FILE ASSIGN TO "PYCACHE"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CACHE-KEY
000650         FILE STATUS IS CACHE-FILE-STATUS.
000660     SELECT IMPACT-REPORT-FILE ASSIGN TO "REGIMPRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS RPT-FILE-STATUS.
000690     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS RUNH-KEY
000730         FILE STATUS IS RUNH-FILE-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  PENDING-CHANGE-FILE.
000770     COPY regpdrec.
000780 FD  IMPACT-ITEM-FILE.
000790     COPY regimrec.
000800 FD  PENDING-OUT-FILE.
000810 01  PENDING-OUT-RECORD       PIC X(1225).
000820 FD  CLEAN-REQUEST-FILE.
000830 01  CLEAN-REQUEST-RECORD     PIC X(1225).
000840 FD  ROUTING-TABLE-FILE.
000850 01  ROUTING-TABLE-RECORD.
000860     03  RT-IN-MODULE         PIC X(40).
000870     03  RT-IN-FUNC           PIC X(40).
000880     03  RT-IN-SUBSCRIBER     PIC 9(01).
000890 FD  RESPONSE-CACHE-FILE.
000900     COPY cacherec.
000910 FD  IMPACT-REPORT-FILE.
000920 01  IMPACT-REPORT-LINE       PIC X(132).
000930 FD  RUN-HISTORY-FILE.
000940     COPY runhrec.
000950 WORKING-STORAGE SECTION.
000960 01  PND-FILE-STATUS          PIC X(02).
000970 01  IMP-FILE-STATUS          PIC X(02).
000980 01  PENDOUT-FILE-STATUS      PIC X(02).
000990 01  CLEAN-FILE-STATUS        PIC X(02).
001000 01  ROUTE-FILE-STATUS        PIC X(02).
001010 01  CACHE-FILE-STATUS        PIC X(02).
001020 01  RPT-FILE-STATUS          PIC X(02).
001030 01  RUNH-FILE-STATUS         PIC X(02).
001035 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
001040 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
001050 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
001060 01  PENDING-BROWSE-SW        PIC X(01) VALUE "N".
001070     88  NO-MORE-PENDING-CHANGES        VALUE "Y".
001080 01  NO-PENDING-FILE-SW       PIC X(01) VALUE "N".
001090     88  NO-PENDING-FILE-TONIGHT        VALUE "Y".
001100 01  PARKED-FILE-SW           PIC X(01) VALUE "N".
001110     88  NO-MORE-PARKED-REQUESTS        VALUE "Y".
001120 01  CLEAN-FILE-SW            PIC X(01) VALUE "N".
001130     88  NO-MORE-CLEAN-REQUESTS         VALUE "Y".
001140 01  ROUTING-TABLE-SW         PIC X(01) VALUE "N".
001150     88  NO-MORE-ROUTE-ENTRIES          VALUE "Y".
001160 01  CACHE-AVAILABLE-SW       PIC X(01) VALUE "N".
001170     88  CACHE-IS-AVAILABLE             VALUE "Y".
001180 01  CACHE-BROWSE-SW          PIC X(01) VALUE "N".
001190     88  NO-MORE-CACHE-ENTRIES          VALUE "Y".
001200 01  ITEM-STRANDED-SW         PIC X(01) VALUE "N".
001210     88  ITEM-WOULD-BE-STRANDED         VALUE "Y".
001220 01  ROUTE-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
001230 01  ROUTING-TABLE.
001240     03  ROUTE-ENTRY OCCURS 200 TIMES.
001250         05  RT-MODULE        PIC X(40).
001260         05  RT-FUNC          PIC X(40).
001270         05  RT-SUBSCRIBER    PIC 9(01).
001280 01  ROUTE-SUB                PIC 9(04) COMP VALUE ZERO.
001290     COPY pyreqrec.
001300 01  RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
001310 01  REQIN-BUSINESS-DATE      PIC 9(08) VALUE ZERO.
001320 01  ITEM-DUE-DATE            PIC 9(08) VALUE ZERO.
001330 01  IMPACT-ITEM-SEQ          PIC 9(05) VALUE ZERO.
001340 01  IMPACT-ITEM-TYPE         PIC X(08) VALUE SPACES.
001350 01  IMPACT-ITEM-DETAIL       PIC X(80) VALUE SPACES.
001360 01  IMPACT-STRAND-MARK       PIC X(12) VALUE SPACES.
001370 01  IMPACT-VERDICT           PIC X(40) VALUE SPACES.
001380 01  CHANGE-PARKED-COUNT      PIC 9(05) VALUE ZERO.
001390 01  CHANGE-CHAINED-COUNT     PIC 9(05) VALUE ZERO.
001400 01  CHANGE-ROUTE-COUNT       PIC 9(05) VALUE ZERO.
001410 01  CHANGE-CACHED-COUNT      PIC 9(05) VALUE ZERO.
001420 01  CHANGE-STRAND-COUNT      PIC 9(05) VALUE ZERO.
001430 01  CHANGES-READ-COUNT       PIC 9(09) VALUE ZERO.
001440 01  CHANGES-ANALYZED-COUNT   PIC 9(09) VALUE ZERO.
001450 01  CHANGES-HIGH-COUNT       PIC 9(09) VALUE ZERO.
001460 01  IMPACT-ITEMS-COUNT       PIC 9(09) VALUE ZERO.
001470 PROCEDURE DIVISION.
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001500     PERFORM 2000-PROCESS-PENDING-CHANGE
001510         THRU 2000-PROCESS-PENDING-CHANGE-EXIT
001520         UNTIL NO-MORE-PENDING-CHANGES.
001530     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001540     GO TO 9999-EXIT.
001550*----------------------------------------------------------
001560* 1000-INITIALIZE
001570*     A MISSING PENDING FILE IS NOT AN ERROR -- NO ONE HAS
001580*     STAGED A CHANGE YET. THE IMPACT FILE IS REBUILT FROM
001590*     SCRATCH; THE ROUTING TABLE IS HELD IN STORAGE AND THE
001600*     CACHE IS BROWSED ONLY IF IT EXISTS.
001610*----------------------------------------------------------
001620 1000-INITIALIZE.
001630     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001640     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
001650     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001660     OPEN I-O PENDING-CHANGE-FILE.
001670     IF PND-FILE-STATUS = "35"
001680         SET NO-PENDING-FILE-TONIGHT TO TRUE
001690         SET NO-MORE-PENDING-CHANGES TO TRUE
001700         DISPLAY "NO PENDING CHANGE FILE -- NOTHING TO "
001710             "ANALYZE"
001720     ELSE
001730         IF PND-FILE-STATUS NOT = "00"
001740             DISPLAY "*** ERROR - PENDING CHANGE FILE COULD "
001750                 "NOT BE OPENED -- FILE STATUS "
001760                 PND-FILE-STATUS
001770             MOVE 16 TO RETURN-CODE
001780             GO TO 9999-EXIT
001790         END-IF
001800     END-IF.
001810     OPEN OUTPUT IMPACT-ITEM-FILE.
001820     IF IMP-FILE-STATUS NOT = "00"
001830         DISPLAY "*** ERROR - IMPACT FILE COULD NOT BE "
001840             "OPENED -- FILE STATUS " IMP-FILE-STATUS
001850         MOVE 16 TO RETURN-CODE
001860         GO TO 9999-EXIT
001870     END-IF.
001880     OPEN OUTPUT IMPACT-REPORT-FILE.
001890     IF RPT-FILE-STATUS NOT = "00"
001900         DISPLAY "*** ERROR - IMPACT REPORT COULD NOT BE "
001910             "OPENED -- FILE STATUS " RPT-FILE-STATUS
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 9999-EXIT
001940     END-IF.
001950     PERFORM 1100-LOAD-ROUTING-TABLE
001960         THRU 1100-LOAD-ROUTING-TABLE-EXIT.
001970     OPEN INPUT RESPONSE-CACHE-FILE.
001980     IF CACHE-FILE-STATUS = "00"
001990         SET CACHE-IS-AVAILABLE TO TRUE
002000     ELSE
002010         DISPLAY "NO RESPONSE CACHE -- CACHE ENTRIES NOT "
002020             "ANALYZED"
002030     END-IF.
002040     MOVE SPACES TO IMPACT-REPORT-LINE.
002050     STRING "REGISTRY CHANGE IMPACT ANALYSIS -- RUN "
002060         DELIMITED BY SIZE
002070         RUN-DATE-YYYYMMDD DELIMITED BY SIZE
002080         INTO IMPACT-REPORT-LINE.
002090     PERFORM 9100-WRITE-REPORT-LINE
002100         THRU 9100-WRITE-REPORT-LINE-EXIT.
002110     IF NOT NO-PENDING-FILE-TONIGHT
002120         MOVE LOW-VALUES TO PND-KEY
002130         START PENDING-CHANGE-FILE
002140             KEY IS NOT LESS THAN PND-KEY
002150             INVALID KEY
002160                 SET NO-MORE-PENDING-CHANGES TO TRUE
002170         END-START
002180     END-IF.
002190 1000-INITIALIZE-EXIT.
002200     EXIT.
002210*----------------------------------------------------------
002220* 1100-LOAD-ROUTING-TABLE
002230*     LOADS ROUTETBL INTO STORAGE THE WAY PYDIST DOES. AN
002240*     ENTRY PYDIST WOULD SKIP IS SKIPPED HERE TOO; NO TABLE
002250*     MEANS NO ROUTES DEPEND ON ANYTHING.
002260*----------------------------------------------------------
002270 1100-LOAD-ROUTING-TABLE.
002280     OPEN INPUT ROUTING-TABLE-FILE.
002290     IF ROUTE-FILE-STATUS NOT = "00"
002300         DISPLAY "NO ROUTING TABLE -- ROUTES NOT ANALYZED"
002310         GO TO 1100-LOAD-ROUTING-TABLE-EXIT
002320     END-IF.
002330     PERFORM 1150-LOAD-ONE-ROUTE-ENTRY
002340         THRU 1150-LOAD-ONE-ROUTE-ENTRY-EXIT
002350         UNTIL NO-MORE-ROUTE-ENTRIES.
002360     CLOSE ROUTING-TABLE-FILE.
002370 1100-LOAD-ROUTING-TABLE-EXIT.
002380     EXIT.
002390*----------------------------------------------------------
002400* 1150-LOAD-ONE-ROUTE-ENTRY
002410*----------------------------------------------------------
002420 1150-LOAD-ONE-ROUTE-ENTRY.
002430     READ ROUTING-TABLE-FILE
002440         AT END
002450             SET NO-MORE-ROUTE-ENTRIES TO TRUE
002460             GO TO 1150-LOAD-ONE-ROUTE-ENTRY-EXIT
002470     END-READ.
002480     IF RT-IN-SUBSCRIBER NOT NUMERIC
002490         OR RT-IN-SUBSCRIBER < 1 OR RT-IN-SUBSCRIBER > 8
002500         GO TO 1150-LOAD-ONE-ROUTE-ENTRY-EXIT
002510     END-IF.
002520     IF ROUTE-ENTRY-COUNT >= 200
002530         DISPLAY "*** ERROR - ROUTING TABLE EXCEEDS 200 "
002540             "ENTRIES"
002550         MOVE 16 TO RETURN-CODE
002560         GO TO 9999-EXIT
002570     END-IF.
002580     ADD 1 TO ROUTE-ENTRY-COUNT.
002590     MOVE RT-IN-MODULE     TO RT-MODULE (ROUTE-ENTRY-COUNT).
002600     MOVE RT-IN-FUNC       TO RT-FUNC (ROUTE-ENTRY-COUNT).
002610     MOVE RT-IN-SUBSCRIBER TO RT-SUBSCRIBER (ROUTE-ENTRY-COUNT).
002620 1150-LOAD-ONE-ROUTE-ENTRY-EXIT.
002630     EXIT.
002640*----------------------------------------------------------
002650* 2000-PROCESS-PENDING-CHANGE
002660*     ONE PENDING RECORD PER PASS. ONLY A CHG OR DEA THAT
002670*     IS STILL PENDING OR APPROVED-NOT-YET-APPLIED CAN
002680*     DISTURB WORK ALREADY SCHEDULED; AN ADD OR ACT TAKES
002690*     NOTHING AWAY.
002700*----------------------------------------------------------
002710 2000-PROCESS-PENDING-CHANGE.
002720     READ PENDING-CHANGE-FILE NEXT RECORD
002730         AT END
002740             SET NO-MORE-PENDING-CHANGES TO TRUE
002750             GO TO 2000-PROCESS-PENDING-CHANGE-EXIT
002760     END-READ.
002770     ADD 1 TO CHANGES-READ-COUNT.
002780     IF NOT PND-STATUS-PENDING
002790         AND NOT PND-STATUS-APPROVED
002800         GO TO 2000-PROCESS-PENDING-CHANGE-EXIT
002810     END-IF.
002820     IF PND-ACTION NOT = "CHG"
002830         AND PND-ACTION NOT = "DEA"
002840         GO TO 2000-PROCESS-PENDING-CHANGE-EXIT
002850     END-IF.
002860     PERFORM 3000-ANALYZE-ONE-CHANGE
002870         THRU 3000-ANALYZE-ONE-CHANGE-EXIT.
002880 2000-PROCESS-PENDING-CHANGE-EXIT.
002890     EXIT.
002900*----------------------------------------------------------
002910* 3000-ANALYZE-ONE-CHANGE
002920*     COLLECTS EVERY DEPENDENT OF THE CHANGE'S MODULE/FUNC,
002930*     THEN STAMPS THE SUMMARY ON THE PENDING RECORD. AN
002940*     ACKNOWLEDGEMENT ALREADY GIVEN IS KEPT.
002950*----------------------------------------------------------
002960 3000-ANALYZE-ONE-CHANGE.
002970     ADD 1 TO CHANGES-ANALYZED-COUNT.
002980     MOVE ZERO TO IMPACT-ITEM-SEQ.
002990     MOVE ZERO TO CHANGE-PARKED-COUNT.
003000     MOVE ZERO TO CHANGE-CHAINED-COUNT.
003010     MOVE ZERO TO CHANGE-ROUTE-COUNT.
003020     MOVE ZERO TO CHANGE-CACHED-COUNT.
003030     MOVE ZERO TO CHANGE-STRAND-COUNT.
003040     MOVE SPACES TO IMPACT-REPORT-LINE.
003050     PERFORM 9100-WRITE-REPORT-LINE
003060         THRU 9100-WRITE-REPORT-LINE-EXIT.
003070     MOVE SPACES TO IMPACT-REPORT-LINE.
003080     STRING "CHANGE: " DELIMITED BY SIZE
003090         PND-ACTION DELIMITED BY SIZE
003100         " " DELIMITED BY SIZE
003110         PND-MODULE DELIMITED BY SPACE
003120         "/" DELIMITED BY SIZE
003130         PND-FUNC DELIMITED BY SPACE
003140         " EFFECTIVE " DELIMITED BY SIZE
003150         PND-EFFECTIVE-DATE DELIMITED BY SIZE
003160         " SUBMITTED " DELIMITED BY SIZE
003170         PND-SUBMIT-OPERATOR DELIMITED BY SIZE
003180         " STATUS " DELIMITED BY SIZE
003190         PND-STATUS-FLAG DELIMITED BY SIZE
003200         INTO IMPACT-REPORT-LINE.
003210     PERFORM 9100-WRITE-REPORT-LINE
003220         THRU 9100-WRITE-REPORT-LINE-EXIT.
003230     PERFORM 3100-SCAN-PARKED-REQUESTS
003240         THRU 3100-SCAN-PARKED-REQUESTS-EXIT.
003250     PERFORM 3200-SCAN-CHAINED-REQUESTS
003260         THRU 3200-SCAN-CHAINED-REQUESTS-EXIT.
003270     PERFORM 3300-MATCH-ONE-ROUTE
003280         THRU 3300-MATCH-ONE-ROUTE-EXIT
003290         VARYING ROUTE-SUB FROM 1 BY 1
003300         UNTIL ROUTE-SUB > ROUTE-ENTRY-COUNT.
003310     IF CACHE-IS-AVAILABLE
003320         PERFORM 3400-SCAN-CACHE-ENTRIES
003330             THRU 3400-SCAN-CACHE-ENTRIES-EXIT
003340     END-IF.
003350     MOVE RUN-DATE-YYYYMMDD    TO PND-IMPACT-DATE.
003360     MOVE CHANGE-PARKED-COUNT  TO PND-IMPACT-PARKED-COUNT.
003370     MOVE CHANGE-CHAINED-COUNT TO PND-IMPACT-CHAINED-COUNT.
003380     MOVE CHANGE-ROUTE-COUNT   TO PND-IMPACT-ROUTE-COUNT.
003390     MOVE CHANGE-CACHED-COUNT  TO PND-IMPACT-CACHED-COUNT.
003400     MOVE CHANGE-STRAND-COUNT  TO PND-IMPACT-STRAND-COUNT.
003410     IF CHANGE-STRAND-COUNT > ZERO
003420         SET PND-IMPACT-HIGH TO TRUE
003430         ADD 1 TO CHANGES-HIGH-COUNT
003440         MOVE "HIGH IMPACT -- SCHEDULED WORK STRANDED"
003450             TO IMPACT-VERDICT
003460     ELSE
003470         SET PND-IMPACT-LOW TO TRUE
003480         MOVE "LOW IMPACT" TO IMPACT-VERDICT
003490     END-IF.
003500     REWRITE PENDING-CHANGE-RECORD
003510         INVALID KEY
003520             DISPLAY "*** ERROR - PENDING RECORD COULD NOT "
003530                 "BE STAMPED WITH ITS IMPACT"
003540             MOVE 16 TO RETURN-CODE
003550             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003560             GO TO 9999-EXIT
003570     END-REWRITE.
003580     MOVE SPACES TO IMPACT-REPORT-LINE.
003590     STRING "  DEPENDENTS: PARKED " DELIMITED BY SIZE
003600         CHANGE-PARKED-COUNT DELIMITED BY SIZE
003610         " CHAINED " DELIMITED BY SIZE
003620         CHANGE-CHAINED-COUNT DELIMITED BY SIZE
003630         " ROUTES " DELIMITED BY SIZE
003640         CHANGE-ROUTE-COUNT DELIMITED BY SIZE
003650         " CACHED " DELIMITED BY SIZE
003660         CHANGE-CACHED-COUNT DELIMITED BY SIZE
003670         " STRANDED " DELIMITED BY SIZE
003680         CHANGE-STRAND-COUNT DELIMITED BY SIZE
003690         " -- " DELIMITED BY SIZE
003700         IMPACT-VERDICT DELIMITED BY SIZE
003710         INTO IMPACT-REPORT-LINE.
003720     PERFORM 9100-WRITE-REPORT-LINE
003730         THRU 9100-WRITE-REPORT-LINE-EXIT.
003740 3000-ANALYZE-ONE-CHANGE-EXIT.
003750     EXIT.
003760*----------------------------------------------------------
003770* 3100-SCAN-PARKED-REQUESTS
003780*     EVERY FUTURE-DATED REQUEST PYRELSE PARKED FOR THE
003790*     FUNCTION. A DEACTIVATION STRANDS ONE DUE ON OR AFTER
003800*     THE DATE IT TAKES EFFECT.
003810*----------------------------------------------------------
003820 3100-SCAN-PARKED-REQUESTS.
003830     MOVE "N" TO PARKED-FILE-SW.
003840     OPEN INPUT PENDING-OUT-FILE.
003850     IF PENDOUT-FILE-STATUS NOT = "00"
003860         GO TO 3100-SCAN-PARKED-REQUESTS-EXIT
003870     END-IF.
003880     PERFORM 3150-CHECK-ONE-PARKED-REQUEST
003890         THRU 3150-CHECK-ONE-PARKED-REQUEST-EXIT
003900         UNTIL NO-MORE-PARKED-REQUESTS.
003910     CLOSE PENDING-OUT-FILE.
003920 3100-SCAN-PARKED-REQUESTS-EXIT.
003930     EXIT.
003940*----------------------------------------------------------
003950* 3150-CHECK-ONE-PARKED-REQUEST
003960*----------------------------------------------------------
003970 3150-CHECK-ONE-PARKED-REQUEST.
003980     READ PENDING-OUT-FILE INTO PYTHON-REQUEST-RECORD
003990         AT END
004000             SET NO-MORE-PARKED-REQUESTS TO TRUE
004010             GO TO 3150-CHECK-ONE-PARKED-REQUEST-EXIT
004020     END-READ.
004030     IF NOT PYREQ-DETAIL-RECORD
004040         OR PYREQ-MODULE NOT = PND-MODULE
004050         OR PYREQ-FUNC NOT = PND-FUNC
004060         GO TO 3150-CHECK-ONE-PARKED-REQUEST-EXIT
004070     END-IF.
004080     ADD 1 TO CHANGE-PARKED-COUNT.
004090     IF PYREQ-EFFECTIVE-DATE NUMERIC
004100         MOVE PYREQ-EFFECTIVE-DATE TO ITEM-DUE-DATE
004110     ELSE
004120         MOVE RUN-DATE-YYYYMMDD TO ITEM-DUE-DATE
004130     END-IF.
004140     MOVE "N" TO ITEM-STRANDED-SW.
004150     IF PND-ACTION = "DEA"
004160         AND ITEM-DUE-DATE NOT < PND-EFFECTIVE-DATE
004170         SET ITEM-WOULD-BE-STRANDED TO TRUE
004180     END-IF.
004190     MOVE "PARKED" TO IMPACT-ITEM-TYPE.
004200     MOVE SPACES TO IMPACT-ITEM-DETAIL.
004210     IF PYREQ-CHAIN-ID = SPACES
004220         STRING "REQUEST " DELIMITED BY SIZE
004230             PYREQ-REQUEST-ID DELIMITED BY SIZE
004240             " DUE " DELIMITED BY SIZE
004250             ITEM-DUE-DATE DELIMITED BY SIZE
004260             " SUBMITTER " DELIMITED BY SIZE
004270             PYREQ-SUBMITTER DELIMITED BY SIZE
004280             INTO IMPACT-ITEM-DETAIL
004290     ELSE
004300         STRING "REQUEST " DELIMITED BY SIZE
004310             PYREQ-REQUEST-ID DELIMITED BY SIZE
004320             " DUE " DELIMITED BY SIZE
004330             ITEM-DUE-DATE DELIMITED BY SIZE
004340             " SUBMITTER " DELIMITED BY SIZE
004350             PYREQ-SUBMITTER DELIMITED BY SIZE
004360             " CHAIN " DELIMITED BY SIZE
004370             PYREQ-CHAIN-ID DELIMITED BY SIZE
004380             " STEP " DELIMITED BY SIZE
004390             PYREQ-CHAIN-STEP DELIMITED BY SIZE
004400             INTO IMPACT-ITEM-DETAIL
004410     END-IF.
004420     PERFORM 5000-RECORD-IMPACT-ITEM
004430         THRU 5000-RECORD-IMPACT-ITEM-EXIT.
004440 3150-CHECK-ONE-PARKED-REQUEST-EXIT.
004450     EXIT.
004460*----------------------------------------------------------
004470* 3200-SCAN-CHAINED-REQUESTS
004480*     EVERY CHAIN ON TOMORROW'S EDITED PYREQIN THAT USES
004490*     THE FUNCTION AS A STEP. A DEACTIVATION IN EFFECT BY
004500*     THE FILE'S BUSINESS DATE BREAKS THE CHAIN MID-WAY;
004510*     WITH NO HEADER DATE THE STEP IS TAKEN AS STRANDED.
004520*----------------------------------------------------------
004530 3200-SCAN-CHAINED-REQUESTS.
004540     MOVE "N" TO CLEAN-FILE-SW.
004550     MOVE ZERO TO REQIN-BUSINESS-DATE.
004560     OPEN INPUT CLEAN-REQUEST-FILE.
004570     IF CLEAN-FILE-STATUS NOT = "00"
004580         GO TO 3200-SCAN-CHAINED-REQUESTS-EXIT
004590     END-IF.
004600     PERFORM 3250-CHECK-ONE-CLEAN-REQUEST
004610         THRU 3250-CHECK-ONE-CLEAN-REQUEST-EXIT
004620         UNTIL NO-MORE-CLEAN-REQUESTS.
004630     CLOSE CLEAN-REQUEST-FILE.
004640 3200-SCAN-CHAINED-REQUESTS-EXIT.
004650     EXIT.
004660*----------------------------------------------------------
004670* 3250-CHECK-ONE-CLEAN-REQUEST
004680*----------------------------------------------------------
004690 3250-CHECK-ONE-CLEAN-REQUEST.
004700     READ CLEAN-REQUEST-FILE INTO PYTHON-REQUEST-RECORD
004710         AT END
004720             SET NO-MORE-CLEAN-REQUESTS TO TRUE
004730             GO TO 3250-CHECK-ONE-CLEAN-REQUEST-EXIT
004740     END-READ.
004750     IF PYREQ-HEADER-RECORD
004760         IF PYREQH-BUSINESS-DATE NUMERIC
004770             MOVE PYREQH-BUSINESS-DATE TO REQIN-BUSINESS-DATE
004780         END-IF
004790         GO TO 3250-CHECK-ONE-CLEAN-REQUEST-EXIT
004800     END-IF.
004810     IF NOT PYREQ-DETAIL-RECORD
004820         OR PYREQ-CHAIN-ID = SPACES
004830         OR PYREQ-MODULE NOT = PND-MODULE
004840         OR PYREQ-FUNC NOT = PND-FUNC
004850         GO TO 3250-CHECK-ONE-CLEAN-REQUEST-EXIT
004860     END-IF.
004870     ADD 1 TO CHANGE-CHAINED-COUNT.
004880     MOVE "N" TO ITEM-STRANDED-SW.
004890     IF PND-ACTION = "DEA"
004900         AND (REQIN-BUSINESS-DATE = ZERO
004910             OR REQIN-BUSINESS-DATE NOT < PND-EFFECTIVE-DATE)
004920         SET ITEM-WOULD-BE-STRANDED TO TRUE
004930     END-IF.
004940     MOVE "CHAINED" TO IMPACT-ITEM-TYPE.
004950     MOVE SPACES TO IMPACT-ITEM-DETAIL.
004960     STRING "CHAIN " DELIMITED BY SIZE
004970         PYREQ-CHAIN-ID DELIMITED BY SIZE
004980         " STEP " DELIMITED BY SIZE
004990         PYREQ-CHAIN-STEP DELIMITED BY SIZE
005000         " REQUEST " DELIMITED BY SIZE
005010         PYREQ-REQUEST-ID DELIMITED BY SIZE
005020         " BUSINESS DATE " DELIMITED BY SIZE
005030         REQIN-BUSINESS-DATE DELIMITED BY SIZE
005040         " SUBMITTER " DELIMITED BY SIZE
005050         PYREQ-SUBMITTER DELIMITED BY SIZE
005060         INTO IMPACT-ITEM-DETAIL.
005070     PERFORM 5000-RECORD-IMPACT-ITEM
005080         THRU 5000-RECORD-IMPACT-ITEM-EXIT.
005090 3250-CHECK-ONE-CLEAN-REQUEST-EXIT.
005100     EXIT.
005110*----------------------------------------------------------
005120* 3300-MATCH-ONE-ROUTE
005130*     A ROUTE FOR THE MODULE NAMING THE FUNCTION, OR ALL
005140*     FUNCTIONS (*), CARRIES ITS RESPONSES TO A SUBSCRIBER.
005150*     A ROUTE IS NEVER STRANDED -- IT SIMPLY GOES QUIET.
005160*----------------------------------------------------------
005170 3300-MATCH-ONE-ROUTE.
005180     IF RT-MODULE (ROUTE-SUB) NOT = PND-MODULE
005190         GO TO 3300-MATCH-ONE-ROUTE-EXIT
005200     END-IF.
005210     IF RT-FUNC (ROUTE-SUB) NOT = PND-FUNC
005220         AND RT-FUNC (ROUTE-SUB) NOT = "*"
005230         GO TO 3300-MATCH-ONE-ROUTE-EXIT
005240     END-IF.
005250     ADD 1 TO CHANGE-ROUTE-COUNT.
005260     MOVE "N" TO ITEM-STRANDED-SW.
005270     MOVE "ROUTE" TO IMPACT-ITEM-TYPE.
005280     MOVE SPACES TO IMPACT-ITEM-DETAIL.
005290     IF RT-FUNC (ROUTE-SUB) = "*"
005300         STRING "SUBSCRIBER " DELIMITED BY SIZE
005310             RT-SUBSCRIBER (ROUTE-SUB) DELIMITED BY SIZE
005320             " VIA ROUTE " DELIMITED BY SIZE
005330             RT-MODULE (ROUTE-SUB) DELIMITED BY SPACE
005340             "/* (ALL FUNCTIONS)" DELIMITED BY SIZE
005350             INTO IMPACT-ITEM-DETAIL
005360     ELSE
005370         STRING "SUBSCRIBER " DELIMITED BY SIZE
005380             RT-SUBSCRIBER (ROUTE-SUB) DELIMITED BY SIZE
005390             " VIA ROUTE " DELIMITED BY SIZE
005400             RT-MODULE (ROUTE-SUB) DELIMITED BY SPACE
005410             "/" DELIMITED BY SIZE
005420             RT-FUNC (ROUTE-SUB) DELIMITED BY SPACE
005430             INTO IMPACT-ITEM-DETAIL
005440     END-IF.
005450     PERFORM 5000-RECORD-IMPACT-ITEM
005460         THRU 5000-RECORD-IMPACT-ITEM-EXIT.
005470 3300-MATCH-ONE-ROUTE-EXIT.
005480     EXIT.
005490*----------------------------------------------------------
005500* 3400-SCAN-CACHE-ENTRIES
005510*     THE CACHE IS KEYED MODULE/FUNC/ARGS, SO THE ENTRIES
005520*     FOR ONE FUNCTION SIT TOGETHER FROM LOW-VALUE ARGS ON.
005530*----------------------------------------------------------
005540 3400-SCAN-CACHE-ENTRIES.
005550     MOVE "N" TO CACHE-BROWSE-SW.
005560     MOVE PND-MODULE TO CACHE-MODULE.
005570     MOVE PND-FUNC   TO CACHE-FUNC.
005580     MOVE LOW-VALUES TO CACHE-ARGS.
005590     START RESPONSE-CACHE-FILE
005600         KEY IS NOT LESS THAN CACHE-KEY
005610         INVALID KEY
005620             SET NO-MORE-CACHE-ENTRIES TO TRUE
005630     END-START.
005640     PERFORM 3450-CHECK-ONE-CACHE-ENTRY
005650         THRU 3450-CHECK-ONE-CACHE-ENTRY-EXIT
005660         UNTIL NO-MORE-CACHE-ENTRIES.
005670 3400-SCAN-CACHE-ENTRIES-EXIT.
005680     EXIT.
005690*----------------------------------------------------------
005700* 3450-CHECK-ONE-CACHE-ENTRY
005710*----------------------------------------------------------
005720 3450-CHECK-ONE-CACHE-ENTRY.
005730     READ RESPONSE-CACHE-FILE NEXT RECORD
005740         AT END
005750             SET NO-MORE-CACHE-ENTRIES TO TRUE
005760             GO TO 3450-CHECK-ONE-CACHE-ENTRY-EXIT
005770     END-READ.
005780     IF CACHE-MODULE NOT = PND-MODULE
005790         OR CACHE-FUNC NOT = PND-FUNC
005800         SET NO-MORE-CACHE-ENTRIES TO TRUE
005810         GO TO 3450-CHECK-ONE-CACHE-ENTRY-EXIT
005820     END-IF.
005830     ADD 1 TO CHANGE-CACHED-COUNT.
005840     MOVE "N" TO ITEM-STRANDED-SW.
005850     MOVE "CACHED" TO IMPACT-ITEM-TYPE.
005860     MOVE SPACES TO IMPACT-ITEM-DETAIL.
005870     STRING "STORED " DELIMITED BY SIZE
005880         CACHE-STORED-DATE DELIMITED BY SIZE
005890         " " DELIMITED BY SIZE
005900         CACHE-STORED-TIME DELIMITED BY SIZE
005910         " ARGS " DELIMITED BY SIZE
005920         CACHE-ARGS DELIMITED BY SIZE
005930         INTO IMPACT-ITEM-DETAIL.
005940     PERFORM 5000-RECORD-IMPACT-ITEM
005950         THRU 5000-RECORD-IMPACT-ITEM-EXIT.
005960 3450-CHECK-ONE-CACHE-ENTRY-EXIT.
005970     EXIT.
005980*----------------------------------------------------------
005990* 5000-RECORD-IMPACT-ITEM
006000*     FILES ONE DEPENDENT UNDER THE CHANGE'S KEY AND LISTS
006010*     IT ON THE REPORT.
006020*----------------------------------------------------------
006030 5000-RECORD-IMPACT-ITEM.
006040     IF ITEM-WOULD-BE-STRANDED
006050         ADD 1 TO CHANGE-STRAND-COUNT
006060         MOVE " *STRANDED*" TO IMPACT-STRAND-MARK
006070     ELSE
006080         MOVE SPACES TO IMPACT-STRAND-MARK
006090     END-IF.
006100     IF IMPACT-ITEM-SEQ >= 99999
006110         GO TO 5000-RECORD-IMPACT-ITEM-EXIT
006120     END-IF.
006130     ADD 1 TO IMPACT-ITEM-SEQ.
006140     ADD 1 TO IMPACT-ITEMS-COUNT.
006150     MOVE PND-MODULE         TO IMP-MODULE.
006160     MOVE PND-FUNC           TO IMP-FUNC.
006170     MOVE PND-ACTION         TO IMP-ACTION.
006180     MOVE PND-EFFECTIVE-DATE TO IMP-EFFECTIVE-DATE.
006190     MOVE IMPACT-ITEM-SEQ    TO IMP-ITEM-SEQ.
006200     MOVE IMPACT-ITEM-TYPE   TO IMP-ITEM-TYPE.
006210     MOVE ITEM-STRANDED-SW   TO IMP-STRANDED-FLAG.
006220     MOVE IMPACT-ITEM-DETAIL TO IMP-ITEM-DETAIL.
006230     MOVE RUN-DATE-YYYYMMDD  TO IMP-ANALYSIS-DATE.
006240     WRITE IMPACT-ITEM-RECORD
006250         INVALID KEY
006260             DISPLAY "*** ERROR - IMPACT ITEM COULD NOT BE "
006270                 "WRITTEN -- FILE STATUS " IMP-FILE-STATUS
006280             MOVE 16 TO RETURN-CODE
006290             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
006300             GO TO 9999-EXIT
006310     END-WRITE.
006320     MOVE SPACES TO IMPACT-REPORT-LINE.
006330     STRING "    " DELIMITED BY SIZE
006340         IMPACT-ITEM-TYPE DELIMITED BY SIZE
006350         " " DELIMITED BY SIZE
006360         IMPACT-ITEM-DETAIL DELIMITED BY SIZE
006370         IMPACT-STRAND-MARK DELIMITED BY SIZE
006380         INTO IMPACT-REPORT-LINE.
006390     PERFORM 9100-WRITE-REPORT-LINE
006400         THRU 9100-WRITE-REPORT-LINE-EXIT.
006410 5000-RECORD-IMPACT-ITEM-EXIT.
006420     EXIT.
006430*----------------------------------------------------------
006440* 9000-TERMINATE
006450*     A HIGH-IMPACT CHANGE ENDS THE STEP RC 4 SO THE
006460*     SCHEDULER SHOWS SOMEONE MUST LOOK AT IT.
006470*----------------------------------------------------------
006480 9000-TERMINATE.
006490     IF NOT NO-PENDING-FILE-TONIGHT
006500         CLOSE PENDING-CHANGE-FILE
006510     END-IF.
006520     IF CACHE-IS-AVAILABLE
006530         CLOSE RESPONSE-CACHE-FILE
006540     END-IF.
006550     CLOSE IMPACT-ITEM-FILE.
006560     CLOSE IMPACT-REPORT-FILE.
006570     DISPLAY "PENDING CHANGES READ:      " CHANGES-READ-COUNT.
006580     DISPLAY "CHANGES ANALYZED:          "
006590         CHANGES-ANALYZED-COUNT.
006600     DISPLAY "DEPENDENT ITEMS LISTED:    " IMPACT-ITEMS-COUNT.
006610     DISPLAY "HIGH-IMPACT CHANGES:       " CHANGES-HIGH-COUNT.
006620     IF CHANGES-HIGH-COUNT > ZERO
006630         AND RETURN-CODE = ZERO
006640         MOVE 4 TO RETURN-CODE
006650     END-IF.
006660 9000-TERMINATE-EXIT.
006670     EXIT.
006680*----------------------------------------------------------
006690* 9100-WRITE-REPORT-LINE
006700*----------------------------------------------------------
006710 9100-WRITE-REPORT-LINE.
006720     WRITE IMPACT-REPORT-LINE.
006730     DISPLAY IMPACT-REPORT-LINE.
006740 9100-WRITE-REPORT-LINE-EXIT.
006750     EXIT.
006760*----------------------------------------------------------
006770* 9800-POST-RUN-HISTORY
006780*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
006790*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
006800*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
006810*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
006820*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
006830*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
006840*----------------------------------------------------------
006850 9800-POST-RUN-HISTORY.
006860     IF RUN-START-DATE-YYYYMMDD = ZERO
006870         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
006880         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
006890     END-IF.
006900     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
006910     MOVE "REGIMPCT"              TO RUNH-PROGRAM.
006920     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
006930     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
006940     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
006950     ACCEPT RUNH-END-TIME FROM TIME.
006960     MOVE CHANGES-READ-COUNT TO RUNH-RECORDS-READ.
006970     MOVE IMPACT-ITEMS-COUNT TO RUNH-RECORDS-WRITTEN.
006980     MOVE ZERO TO RUNH-REJECT-COUNT.
006990     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
007000     OPEN I-O RUN-HISTORY-FILE.
007010     IF RUNH-FILE-STATUS = "35"
007020         OPEN OUTPUT RUN-HISTORY-FILE
007030         CLOSE RUN-HISTORY-FILE
007040         OPEN I-O RUN-HISTORY-FILE
007050     END-IF.
007060     IF RUNH-FILE-STATUS NOT = "00"
007070         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
007080             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
007090         GO TO 9800-POST-RUN-HISTORY-EXIT
007100     END-IF.
007110     MOVE "22" TO RUNH-FILE-STATUS.
007120     PERFORM 9810-WRITE-RUN-HISTORY
007130         THRU 9810-WRITE-RUN-HISTORY-EXIT
007140         VARYING RUNH-SEQ-TRY FROM 0 BY 1
007150         UNTIL RUNH-FILE-STATUS NOT = "22"
007160         OR RUNH-SEQ-TRY > 99.
007170     IF RUNH-FILE-STATUS NOT = "00"
007180         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
007190             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
007200     END-IF.
007210     CLOSE RUN-HISTORY-FILE.
007220 9800-POST-RUN-HISTORY-EXIT.
007230     EXIT.
007240*----------------------------------------------------------
007250* 9810-WRITE-RUN-HISTORY
007260*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
007270*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
007280*     SEQUENCE NUMBER.
007290*----------------------------------------------------------
007300 9810-WRITE-RUN-HISTORY.
007305     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
007310     WRITE RUN-HISTORY-RECORD
007320         INVALID KEY
007330             CONTINUE
007340     END-WRITE.
007350 9810-WRITE-RUN-HISTORY-EXIT.
007360     EXIT.
007370*----------------------------------------------------------
007380* 9999-EXIT
007390*----------------------------------------------------------
007400 9999-EXIT.
007410     PERFORM 9800-POST-RUN-HISTORY
007420         THRU 9800-POST-RUN-HISTORY-EXIT.
007430     STOP RUN.
