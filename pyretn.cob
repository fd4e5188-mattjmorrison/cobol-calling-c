000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. pyretn.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. RUNS AFTER THE DRIVER,
000130*                   THE MERGE, AND THE RESUBMISSION STEP AND
000140*                   SENDS EACH SUBMITTING SYSTEM A RETURN
000150*                   FILE (PYRETURN.<SUBMITTER>) LISTING
000160*                   EVERY REQUEST OF ITS THAT THE NIGHT HANDLED,
000170*                   WITH ITS DISPOSITION. THE REQUESTS ARE
000180*                   THOSE INTAKE TOOK IN TODAY (PYINTLOG),
000190*                   EVERY DETAIL THE DRIVER RAN (PYREQIN) --
000200*                   SO A RETRY OR A CORRECTED DEAD LETTER
000210*                   COMING BACK THROUGH THE RUN GETS ITS
000220*                   FINAL LINE TOO -- AND ANY REQUEST NAMED
000230*                   BY THE RECONCILIATION, SUSPECT, OR
000240*                   TODAY'S DEAD-LETTER RECORDS. EACH IS
000250*                   RETURNED TO THE SUBMITTER IT CARRIES.
000260*                   THE EDIT REPORT, RESPONSE,
000270*                   RECONCILIATION, SUSPECT, AND DEAD-LETTER
000280*                   FILES SAY WHAT HAPPENED TO IT, JOINED BY
000290*                   REQUEST ID. A REQUEST IS REJECTED (BY THE
000300*                   EDIT, WITH ITS RULE, OR WITH A REFUSED
000310*                   FEED), DEADLTR, HELD (ITS RESPONSE BROKE
000320*                   A RESPONSE RULE, WITH THE RULE),
000330*                   ANSWERED, OR OTHERWISE ACCEPTED -- STILL
000340*                   PARKED FOR ITS EFFECTIVE DATE OR
000350*                   SCHEDULED FOR RETRY. RETNRPT COUNTS EACH
000360*                   DISPOSITION BY SUBMITTER. EVERY ENDING
000370*                   POSTS THE RUN TO RUNHIST.
000373*                   THE FOUR DRIVER STREAMS' PYSUSPCT1-4 ARE
000376*                   READ CONCATENATED UNDER PYSUSPCT.
000380*----------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT INTAKE-LOG-FILE ASSIGN TO "PYINTLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS LOG-FILE-STATUS.
000450     SELECT CLEAN-REQUEST-FILE ASSIGN TO "PYREQIN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CLEAN-FILE-STATUS.
000480     SELECT EDIT-REPORT-FILE ASSIGN TO "PYEDITRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS EDIT-FILE-STATUS.
000510     SELECT PYTHON-RESPONSE-FILE ASSIGN TO "PYRESPOUT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS RESP-FILE-STATUS.
000540     SELECT RECONCILIATION-FILE ASSIGN TO "PYRECON"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RECON-FILE-STATUS.
000570     SELECT SUSPECT-RESPONSE-FILE ASSIGN TO "PYSUSPCT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SUSP-FILE-STATUS.
000600     SELECT DEAD-LETTER-FILE ASSIGN TO "PYDEADLT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS DEAD-FILE-STATUS.
000630     SELECT SUBMITTER-RETURN-FILE
000640         ASSIGN TO DYNAMIC RETURN-FILE-NAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS RET-FILE-STATUS.
000670     SELECT RETURN-REPORT-FILE ASSIGN TO "RETNRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS RPT-FILE-STATUS.
000700     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS RUNH-KEY
000740         FILE STATUS IS RUNH-FILE-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  INTAKE-LOG-FILE.
000780     COPY intkrec.
000790 FD  CLEAN-REQUEST-FILE.
000800     COPY pyreqrec.
000810 FD  EDIT-REPORT-FILE.
000820 01  EDIT-REPORT-LINE         PIC X(132).
000830 FD  PYTHON-RESPONSE-FILE.
000840     COPY pyresprec.
000850 FD  RECONCILIATION-FILE.
000860     COPY reconrec.
000870 FD  SUSPECT-RESPONSE-FILE.
000880     COPY susprec.
000890 FD  DEAD-LETTER-FILE.
000900     COPY deadrec.
000910 FD  SUBMITTER-RETURN-FILE.
000920     COPY retnrec.
000930 FD  RETURN-REPORT-FILE.
000940 01  RETURN-REPORT-LINE       PIC X(132).
000950 FD  RUN-HISTORY-FILE.
000960     COPY runhrec.
000970 WORKING-STORAGE SECTION.
000980 01  LOG-FILE-STATUS          PIC X(02).
000990 01  CLEAN-FILE-STATUS        PIC X(02).
001000 01  EDIT-FILE-STATUS         PIC X(02).
001010 01  RESP-FILE-STATUS         PIC X(02).
001020 01  RECON-FILE-STATUS        PIC X(02).
001030 01  SUSP-FILE-STATUS         PIC X(02).
001040 01  DEAD-FILE-STATUS         PIC X(02).
001050 01  RET-FILE-STATUS          PIC X(02).
001060 01  RPT-FILE-STATUS          PIC X(02).
001070 01  RUNH-FILE-STATUS         PIC X(02).
001075 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
001080 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
001090 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
001100 01  RETURN-FILE-NAME         PIC X(18) VALUE SPACES.
001110 01  INTAKE-LOG-SW            PIC X(01) VALUE "N".
001120     88  NO-MORE-LOG-RECORDS            VALUE "Y".
001130 01  NO-LOG-FILE-SW           PIC X(01) VALUE "N".
001140     88  NO-LOG-FILE-TODAY              VALUE "Y".
001150 01  CLEAN-REQUEST-FILE-SW    PIC X(01) VALUE "N".
001160     88  NO-MORE-CLEAN-RECORDS          VALUE "Y".
001170 01  EDIT-REPORT-SW           PIC X(01) VALUE "N".
001180     88  NO-MORE-EDIT-LINES             VALUE "Y".
001190 01  RESPONSE-FILE-SW         PIC X(01) VALUE "N".
001200     88  NO-MORE-RESPONSES              VALUE "Y".
001210 01  RECON-FILE-SW            PIC X(01) VALUE "N".
001220     88  NO-MORE-RECON-RECORDS          VALUE "Y".
001230 01  SUSPECT-FILE-SW          PIC X(01) VALUE "N".
001240     88  NO-MORE-SUSPECTS               VALUE "Y".
001250 01  DEAD-FILE-SW             PIC X(01) VALUE "N".
001260     88  NO-MORE-DEAD-RECORDS           VALUE "Y".
001270 01  RETURN-FILE-OPEN-SW      PIC X(01) VALUE "N".
001280     88  RETURN-FILE-IS-OPEN            VALUE "Y".
001290 01  ENTRY-FOUND-SW           PIC X(01) VALUE "N".
001300     88  ENTRY-WAS-FOUND                VALUE "Y".
001310 01  DISP-TABLE-SW            PIC X(01) VALUE "N".
001320     88  DISP-TABLE-IS-FULL             VALUE "Y".
001330 01  DISP-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
001340 01  DISPOSITION-TABLE.
001350     03  DISP-ENTRY OCCURS 5000 TIMES
001360             INDEXED BY DSP-IDX SCN-IDX.
001370         05  DSP-REQUEST-ID   PIC X(14) VALUE SPACES.
001380         05  DSP-SUBMITTER    PIC X(08) VALUE SPACES.
001390         05  DSP-DETAIL-NUMBER
001400                              PIC 9(09) VALUE ZERO.
001410         05  DSP-MODULE       PIC X(40) VALUE SPACES.
001420         05  DSP-FUNC         PIC X(40) VALUE SPACES.
001430         05  DSP-DISPOSITION  PIC X(08) VALUE SPACES.
001440         05  DSP-REASON       PIC X(200) VALUE SPACES.
001450 01  WORK-REQUEST-ID          PIC X(14) VALUE SPACES.
001460 01  WORK-SUBMITTER           PIC X(08) VALUE SPACES.
001470 01  WORK-DETAIL-NUMBER       PIC 9(09) VALUE ZERO.
001480 01  WORK-MODULE              PIC X(40) VALUE SPACES.
001490 01  WORK-FUNC                PIC X(40) VALUE SPACES.
001500 01  REJECT-LINE-PREFIX       PIC X(132) VALUE SPACES.
001510 01  REJECT-LINE-REASON       PIC X(132) VALUE SPACES.
001520 01  CURRENT-SUBMITTER        PIC X(08) VALUE SPACES.
001530 01  LAST-SUBMITTER           PIC X(08) VALUE LOW-VALUES.
001540 01  NEXT-SUBMITTER           PIC X(08) VALUE HIGH-VALUES.
001550 01  RUN-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
001560 01  RETURN-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
001570 01  RETURN-BUSINESS-DATE-X REDEFINES RETURN-BUSINESS-DATE
001580                              PIC X(08).
001590 01  SUBMITTER-RETURN-COUNT   PIC 9(09) VALUE ZERO.
001600 01  SUBMITTER-ACCEPTED-COUNT PIC 9(09) VALUE ZERO.
001610 01  SUBMITTER-ANSWERED-COUNT PIC 9(09) VALUE ZERO.
001620 01  SUBMITTER-REJECTED-COUNT PIC 9(09) VALUE ZERO.
001630 01  SUBMITTER-DEAD-COUNT     PIC 9(09) VALUE ZERO.
001640 01  SUBMITTER-HELD-COUNT     PIC 9(09) VALUE ZERO.
001650 01  SUBMITTERS-RETURNED-COUNT PIC 9(09) VALUE ZERO.
001660 01  TOTAL-RETURN-COUNT       PIC 9(09) VALUE ZERO.
001670 01  TOTAL-ACCEPTED-COUNT     PIC 9(09) VALUE ZERO.
001680 01  TOTAL-ANSWERED-COUNT     PIC 9(09) VALUE ZERO.
001690 01  TOTAL-REJECTED-COUNT     PIC 9(09) VALUE ZERO.
001700 01  TOTAL-DEAD-COUNT         PIC 9(09) VALUE ZERO.
001710 01  TOTAL-HELD-COUNT         PIC 9(09) VALUE ZERO.
001720 01  UNTRACKED-COUNT          PIC 9(09) VALUE ZERO.
001730 01  NO-SUBMITTER-COUNT       PIC 9(09) VALUE ZERO.
001740 01  PRINT-COUNT              PIC ZZZ,ZZZ,ZZ9.
001750 01  PRINT-ACCEPTED           PIC ZZZ,ZZ9.
001760 01  PRINT-ANSWERED           PIC ZZZ,ZZ9.
001770 01  PRINT-REJECTED           PIC ZZZ,ZZ9.
001780 01  PRINT-DEAD               PIC ZZZ,ZZ9.
001790 01  PRINT-HELD               PIC ZZZ,ZZ9.
001800 PROCEDURE DIVISION.
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001830     PERFORM 2000-LOAD-INTAKE-LOG
001840         THRU 2000-LOAD-INTAKE-LOG-EXIT.
001850     PERFORM 2500-LOAD-REQUEST-FILE
001860         THRU 2500-LOAD-REQUEST-FILE-EXIT.
001870     PERFORM 3000-SWEEP-RESPONSES
001880         THRU 3000-SWEEP-RESPONSES-EXIT.
001890     PERFORM 4000-SWEEP-RECON-FILE
001900         THRU 4000-SWEEP-RECON-FILE-EXIT.
001910     PERFORM 4500-SWEEP-SUSPECTS
001920         THRU 4500-SWEEP-SUSPECTS-EXIT.
001930     PERFORM 5000-SWEEP-DEAD-LETTERS
001940         THRU 5000-SWEEP-DEAD-LETTERS-EXIT.
001950     PERFORM 6000-SWEEP-EDIT-REPORT
001960         THRU 6000-SWEEP-EDIT-REPORT-EXIT.
001970     PERFORM 7000-WRITE-RETURNS
001980         THRU 7000-WRITE-RETURNS-EXIT.
001990     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002000     GO TO 9999-EXIT.
002010*----------------------------------------------------------
002020* 1000-INITIALIZE
002030*     OPENS THE REPORT AND THE INTAKE LOG. NO INTAKE LOG
002040*     MEANS NO FEED WAS TAKEN IN TODAY; THE REQUESTS THE
002050*     DRIVER RAN ARE STILL RETURNED. THE BUSINESS DATE IS
002060*     THE RUN DATE UNTIL THE PYREQIN HEADER SAYS OTHERWISE.
002070*----------------------------------------------------------
002080 1000-INITIALIZE.
002090     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002100     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
002110     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002120     MOVE RUN-DATE-YYYYMMDD TO RETURN-BUSINESS-DATE.
002130     OPEN OUTPUT RETURN-REPORT-FILE.
002140     IF RPT-FILE-STATUS NOT = "00"
002150         DISPLAY "*** ERROR - RETURN REPORT COULD NOT BE "
002160             "OPENED -- FILE STATUS " RPT-FILE-STATUS
002170         MOVE 16 TO RETURN-CODE
002180         GO TO 9999-EXIT
002190     END-IF.
002200     MOVE SPACES TO RETURN-REPORT-LINE.
002210     STRING "SUBMITTER RETURN FILE REPORT -- RUN DATE "
002220         DELIMITED BY SIZE
002230         RUN-DATE-YYYYMMDD DELIMITED BY SIZE
002240         INTO RETURN-REPORT-LINE.
002250     PERFORM 9100-WRITE-REPORT-LINE
002260         THRU 9100-WRITE-REPORT-LINE-EXIT.
002270     OPEN INPUT INTAKE-LOG-FILE.
002280     IF LOG-FILE-STATUS = "35"
002290         SET NO-LOG-FILE-TODAY TO TRUE
002300         MOVE SPACES TO RETURN-REPORT-LINE
002310         STRING "NO INTAKE LOG -- NO FEED WAS TAKEN IN TODAY"
002320             DELIMITED BY SIZE INTO RETURN-REPORT-LINE
002330         PERFORM 9100-WRITE-REPORT-LINE
002340             THRU 9100-WRITE-REPORT-LINE-EXIT
002350         GO TO 1000-INITIALIZE-EXIT
002360     END-IF.
002370     IF LOG-FILE-STATUS NOT = "00"
002380         DISPLAY "*** ERROR - INTAKE LOG COULD NOT BE OPENED "
002390             "-- FILE STATUS " LOG-FILE-STATUS
002400         MOVE 16 TO RETURN-CODE
002410         GO TO 9999-EXIT
002420     END-IF.
002430 1000-INITIALIZE-EXIT.
002440     EXIT.
002450*----------------------------------------------------------
002460* 2000-LOAD-INTAKE-LOG
002470*     EVERY DETAIL INTAKE RECEIVED TODAY GETS A TABLE ENTRY
002480*     UNDER ITS SUBMITTER, IN FEED ORDER. A DETAIL OF A
002490*     REFUSED FEED HAS NO REQUEST ID AND IS REJECTED WITH
002500*     THE FEED'S REASON; THE REST STAND ACCEPTED UNTIL ONE
002510*     OF THE SWEEPS SAYS OTHERWISE.
002520*----------------------------------------------------------
002530 2000-LOAD-INTAKE-LOG.
002540     IF NO-LOG-FILE-TODAY
002550         GO TO 2000-LOAD-INTAKE-LOG-EXIT
002560     END-IF.
002570     PERFORM 2100-LOAD-ONE-LOG-RECORD
002580         THRU 2100-LOAD-ONE-LOG-RECORD-EXIT
002590         UNTIL NO-MORE-LOG-RECORDS.
002600     CLOSE INTAKE-LOG-FILE.
002610 2000-LOAD-INTAKE-LOG-EXIT.
002620     EXIT.
002630*----------------------------------------------------------
002640* 2100-LOAD-ONE-LOG-RECORD
002650*----------------------------------------------------------
002660 2100-LOAD-ONE-LOG-RECORD.
002670     READ INTAKE-LOG-FILE
002680         AT END
002690             SET NO-MORE-LOG-RECORDS TO TRUE
002700             GO TO 2100-LOAD-ONE-LOG-RECORD-EXIT
002710     END-READ.
002720     MOVE INT-REQUEST-ID    TO WORK-REQUEST-ID.
002730     MOVE INT-SUBMITTER     TO WORK-SUBMITTER.
002740     MOVE INT-DETAIL-NUMBER TO WORK-DETAIL-NUMBER.
002750     MOVE INT-MODULE        TO WORK-MODULE.
002760     MOVE INT-FUNC          TO WORK-FUNC.
002770     IF NOT INT-FEED-ACCEPTED
002780         PERFORM 8100-ADD-DISP-ENTRY
002790             THRU 8100-ADD-DISP-ENTRY-EXIT
002800         IF ENTRY-WAS-FOUND
002810             MOVE "REJECTED" TO DSP-DISPOSITION (DSP-IDX)
002820             STRING "FEED REFUSED -- " DELIMITED BY SIZE
002830                 INT-REFUSAL-REASON DELIMITED BY SIZE
002840                 INTO DSP-REASON (DSP-IDX)
002850         END-IF
002860         GO TO 2100-LOAD-ONE-LOG-RECORD-EXIT
002870     END-IF.
002880     IF INT-REQUEST-ID = SPACES
002890         GO TO 2100-LOAD-ONE-LOG-RECORD-EXIT
002900     END-IF.
002910     PERFORM 8200-POST-DISP-ENTRY
002920         THRU 8200-POST-DISP-ENTRY-EXIT.
002930 2100-LOAD-ONE-LOG-RECORD-EXIT.
002940     EXIT.
002950*----------------------------------------------------------
002960* 2500-LOAD-REQUEST-FILE
002970*     EVERY DETAIL THE DRIVER RAN TONIGHT -- A RETRY FROM
002980*     PYREQNEXT OR A CORRECTED DEAD LETTER AS WELL AS
002990*     TODAY'S INTAKE -- GETS AN ENTRY UNDER THE SUBMITTER IT
003000*     CARRIES. THE HEADER GIVES THE NIGHT'S BUSINESS DATE.
003010*     NO PYREQIN MEANS THE DRIVER HAD NOTHING TO RUN.
003020*----------------------------------------------------------
003030 2500-LOAD-REQUEST-FILE.
003040     OPEN INPUT CLEAN-REQUEST-FILE.
003050     IF CLEAN-FILE-STATUS NOT = "00"
003060         GO TO 2500-LOAD-REQUEST-FILE-EXIT
003070     END-IF.
003080     PERFORM 2600-LOAD-ONE-REQUEST
003090         THRU 2600-LOAD-ONE-REQUEST-EXIT
003100         UNTIL NO-MORE-CLEAN-RECORDS.
003110     CLOSE CLEAN-REQUEST-FILE.
003120 2500-LOAD-REQUEST-FILE-EXIT.
003130     EXIT.
003140*----------------------------------------------------------
003150* 2600-LOAD-ONE-REQUEST
003160*----------------------------------------------------------
003170 2600-LOAD-ONE-REQUEST.
003180     READ CLEAN-REQUEST-FILE
003190         AT END
003200             SET NO-MORE-CLEAN-RECORDS TO TRUE
003210             GO TO 2600-LOAD-ONE-REQUEST-EXIT
003220     END-READ.
003230     IF PYREQ-HEADER-RECORD
003240         IF PYREQH-BUSINESS-DATE NUMERIC
003250             AND PYREQH-BUSINESS-DATE > ZERO
003260             MOVE PYREQH-BUSINESS-DATE TO RETURN-BUSINESS-DATE
003270         END-IF
003280         GO TO 2600-LOAD-ONE-REQUEST-EXIT
003290     END-IF.
003300     IF NOT PYREQ-DETAIL-RECORD
003310         OR PYREQ-REQUEST-ID = SPACES
003320         GO TO 2600-LOAD-ONE-REQUEST-EXIT
003330     END-IF.
003340     MOVE PYREQ-REQUEST-ID TO WORK-REQUEST-ID.
003350     MOVE PYREQ-SUBMITTER  TO WORK-SUBMITTER.
003360     MOVE ZERO             TO WORK-DETAIL-NUMBER.
003370     MOVE PYREQ-MODULE     TO WORK-MODULE.
003380     MOVE PYREQ-FUNC       TO WORK-FUNC.
003390     PERFORM 8200-POST-DISP-ENTRY
003400         THRU 8200-POST-DISP-ENTRY-EXIT.
003410 2600-LOAD-ONE-REQUEST-EXIT.
003420     EXIT.
003430*----------------------------------------------------------
003440* 3000-SWEEP-RESPONSES
003450*     THE DRIVER WRITES A RESPONSE RECORD FOR EVERY
003460*     REQUEST IT PROCESSES EXCEPT ONE WHOSE RESPONSE IT
003470*     HOLDS AS SUSPECT. ONE WITH A RESPONSE IN IT IS
003480*     ANSWERED; A BLANK ONE IS A FAILURE THE
003490*     RECONCILIATION AND DEAD-LETTER SWEEPS WILL PLACE.
003500*----------------------------------------------------------
003510 3000-SWEEP-RESPONSES.
003520     OPEN INPUT PYTHON-RESPONSE-FILE.
003530     IF RESP-FILE-STATUS NOT = "00"
003540         GO TO 3000-SWEEP-RESPONSES-EXIT
003550     END-IF.
003560     PERFORM 3100-SWEEP-ONE-RESPONSE
003570         THRU 3100-SWEEP-ONE-RESPONSE-EXIT
003580         UNTIL NO-MORE-RESPONSES.
003590     CLOSE PYTHON-RESPONSE-FILE.
003600 3000-SWEEP-RESPONSES-EXIT.
003610     EXIT.
003620*----------------------------------------------------------
003630* 3100-SWEEP-ONE-RESPONSE
003640*----------------------------------------------------------
003650 3100-SWEEP-ONE-RESPONSE.
003660     READ PYTHON-RESPONSE-FILE
003670         AT END
003680             SET NO-MORE-RESPONSES TO TRUE
003690             GO TO 3100-SWEEP-ONE-RESPONSE-EXIT
003700     END-READ.
003710     IF RESP-REQUEST-ID = SPACES
003720         OR RESP-RESPONSE = SPACES
003730         GO TO 3100-SWEEP-ONE-RESPONSE-EXIT
003740     END-IF.
003750     MOVE RESP-REQUEST-ID TO WORK-REQUEST-ID.
003760     PERFORM 8000-FIND-DISP-ENTRY
003770         THRU 8000-FIND-DISP-ENTRY-EXIT.
003780     IF ENTRY-WAS-FOUND
003790         MOVE "ANSWERED" TO DSP-DISPOSITION (DSP-IDX)
003800         MOVE SPACES     TO DSP-REASON (DSP-IDX)
003810     END-IF.
003820 3100-SWEEP-ONE-RESPONSE-EXIT.
003830     EXIT.
003840*----------------------------------------------------------
003850* 4000-SWEEP-RECON-FILE
003860*     A RECONCILIATION EXCEPTION THAT WAS NOT DEAD-
003870*     LETTERED GOES BACK TO THE DRIVER ON A LATER RUN --
003880*     THE REQUEST STANDS ACCEPTED, AND THE SUBMITTER IS
003890*     TOLD WHY IT HAS NO ANSWER YET.
003900*----------------------------------------------------------
003910 4000-SWEEP-RECON-FILE.
003920     OPEN INPUT RECONCILIATION-FILE.
003930     IF RECON-FILE-STATUS NOT = "00"
003940         GO TO 4000-SWEEP-RECON-FILE-EXIT
003950     END-IF.
003960     PERFORM 4100-SWEEP-ONE-RECON-RECORD
003970         THRU 4100-SWEEP-ONE-RECON-RECORD-EXIT
003980         UNTIL NO-MORE-RECON-RECORDS.
003990     CLOSE RECONCILIATION-FILE.
004000 4000-SWEEP-RECON-FILE-EXIT.
004010     EXIT.
004020*----------------------------------------------------------
004030* 4100-SWEEP-ONE-RECON-RECORD
004040*----------------------------------------------------------
004050 4100-SWEEP-ONE-RECON-RECORD.
004060     READ RECONCILIATION-FILE
004070         AT END
004080             SET NO-MORE-RECON-RECORDS TO TRUE
004090             GO TO 4100-SWEEP-ONE-RECON-RECORD-EXIT
004100     END-READ.
004110     IF RECON-REQUEST-ID = SPACES
004120         GO TO 4100-SWEEP-ONE-RECON-RECORD-EXIT
004130     END-IF.
004140     MOVE RECON-REQUEST-ID TO WORK-REQUEST-ID.
004150     MOVE RECON-SUBMITTER  TO WORK-SUBMITTER.
004160     MOVE ZERO             TO WORK-DETAIL-NUMBER.
004170     MOVE RECON-MODULE     TO WORK-MODULE.
004180     MOVE RECON-FUNC       TO WORK-FUNC.
004190     PERFORM 8200-POST-DISP-ENTRY
004200         THRU 8200-POST-DISP-ENTRY-EXIT.
004210     IF ENTRY-WAS-FOUND
004220         MOVE "ACCEPTED" TO DSP-DISPOSITION (DSP-IDX)
004230         MOVE SPACES     TO DSP-REASON (DSP-IDX)
004240         STRING "CALL FAILED, RETRY SCHEDULED -- "
004250             DELIMITED BY SIZE
004260             RECON-REASON DELIMITED BY SIZE
004270             INTO DSP-REASON (DSP-IDX)
004280     END-IF.
004290 4100-SWEEP-ONE-RECON-RECORD-EXIT.
004300     EXIT.
004310*----------------------------------------------------------
004320* 4500-SWEEP-SUSPECTS
004330*     A RESPONSE THAT CAME BACK BUT BROKE ONE OF ITS
004340*     FUNCTION'S RESPONSE RULES IS HELD FROM DISTRIBUTION
004350*     AND NEVER REACHES PYRESPOUT. THE SUBMITTER IS TOLD IT
004360*     IS HELD AND WHICH RULE IT BROKE.
004370*----------------------------------------------------------
004380 4500-SWEEP-SUSPECTS.
004390     OPEN INPUT SUSPECT-RESPONSE-FILE.
004400     IF SUSP-FILE-STATUS NOT = "00"
004410         GO TO 4500-SWEEP-SUSPECTS-EXIT
004420     END-IF.
004430     PERFORM 4600-SWEEP-ONE-SUSPECT
004440         THRU 4600-SWEEP-ONE-SUSPECT-EXIT
004450         UNTIL NO-MORE-SUSPECTS.
004460     CLOSE SUSPECT-RESPONSE-FILE.
004470 4500-SWEEP-SUSPECTS-EXIT.
004480     EXIT.
004490*----------------------------------------------------------
004500* 4600-SWEEP-ONE-SUSPECT
004510*----------------------------------------------------------
004520 4600-SWEEP-ONE-SUSPECT.
004530     READ SUSPECT-RESPONSE-FILE
004540         AT END
004550             SET NO-MORE-SUSPECTS TO TRUE
004560             GO TO 4600-SWEEP-ONE-SUSPECT-EXIT
004570     END-READ.
004580     IF SUSP-REQUEST-ID = SPACES
004590         OR SUSP-BUSINESS-DATE NOT = RETURN-BUSINESS-DATE
004600         GO TO 4600-SWEEP-ONE-SUSPECT-EXIT
004610     END-IF.
004620     MOVE SUSP-REQUEST-ID TO WORK-REQUEST-ID.
004630     MOVE SUSP-SUBMITTER  TO WORK-SUBMITTER.
004640     MOVE ZERO            TO WORK-DETAIL-NUMBER.
004650     MOVE SUSP-MODULE     TO WORK-MODULE.
004660     MOVE SUSP-FUNC       TO WORK-FUNC.
004670     PERFORM 8200-POST-DISP-ENTRY
004680         THRU 8200-POST-DISP-ENTRY-EXIT.
004690     IF ENTRY-WAS-FOUND
004700         MOVE "HELD"   TO DSP-DISPOSITION (DSP-IDX)
004710         MOVE SPACES   TO DSP-REASON (DSP-IDX)
004720         STRING "RESPONSE HELD -- BROKE THE " DELIMITED BY SIZE
004730             SUSP-RULE-CODE DELIMITED BY SPACE
004740             " RULE -- " DELIMITED BY SIZE
004750             SUSP-REASON DELIMITED BY SIZE
004760             INTO DSP-REASON (DSP-IDX)
004770     END-IF.
004780 4600-SWEEP-ONE-SUSPECT-EXIT.
004790     EXIT.
004800*----------------------------------------------------------
004810* 5000-SWEEP-DEAD-LETTERS
004820*     THE DEAD-LETTER FILE ACCUMULATES ACROSS DAYS, AND A
004830*     CORRECTED DEAD LETTER COMES BACK UNDER ITS OLD
004840*     REQUEST ID, SO ONLY A RECORD DEAD-LETTERED ON THIS
004850*     BUSINESS DATE IS TONIGHT'S OUTCOME.
004860*----------------------------------------------------------
004870 5000-SWEEP-DEAD-LETTERS.
004880     OPEN INPUT DEAD-LETTER-FILE.
004890     IF DEAD-FILE-STATUS NOT = "00"
004900         GO TO 5000-SWEEP-DEAD-LETTERS-EXIT
004910     END-IF.
004920     PERFORM 5100-SWEEP-ONE-DEAD-LETTER
004930         THRU 5100-SWEEP-ONE-DEAD-LETTER-EXIT
004940         UNTIL NO-MORE-DEAD-RECORDS.
004950     CLOSE DEAD-LETTER-FILE.
004960 5000-SWEEP-DEAD-LETTERS-EXIT.
004970     EXIT.
004980*----------------------------------------------------------
004990* 5100-SWEEP-ONE-DEAD-LETTER
005000*----------------------------------------------------------
005010 5100-SWEEP-ONE-DEAD-LETTER.
005020     READ DEAD-LETTER-FILE
005030         AT END
005040             SET NO-MORE-DEAD-RECORDS TO TRUE
005050             GO TO 5100-SWEEP-ONE-DEAD-LETTER-EXIT
005060     END-READ.
005070     IF DEAD-REQUEST-ID = SPACES
005080         OR DEAD-LETTERED-DATE NOT = RETURN-BUSINESS-DATE-X
005090         GO TO 5100-SWEEP-ONE-DEAD-LETTER-EXIT
005100     END-IF.
005110     MOVE DEAD-REQUEST-ID TO WORK-REQUEST-ID.
005120     MOVE DEAD-SUBMITTER  TO WORK-SUBMITTER.
005130     MOVE ZERO            TO WORK-DETAIL-NUMBER.
005140     MOVE DEAD-MODULE     TO WORK-MODULE.
005150     MOVE DEAD-FUNC       TO WORK-FUNC.
005160     PERFORM 8200-POST-DISP-ENTRY
005170         THRU 8200-POST-DISP-ENTRY-EXIT.
005180     IF ENTRY-WAS-FOUND
005190         MOVE "DEADLTR"        TO DSP-DISPOSITION (DSP-IDX)
005200         MOVE DEAD-LAST-REASON TO DSP-REASON (DSP-IDX)
005210     END-IF.
005220 5100-SWEEP-ONE-DEAD-LETTER-EXIT.
005230     EXIT.
005240*----------------------------------------------------------
005250* 6000-SWEEP-EDIT-REPORT
005260*     A REJECT LINE CARRIES THE REQUEST ID IN COLUMNS
005270*     32-45 AND THE RULE IT BROKE AFTER THE " -- "
005280*     SEPARATOR, THE SAME LAYOUT THE CROSS-REFERENCE
005290*     SWEEP READS.
005300*----------------------------------------------------------
005310 6000-SWEEP-EDIT-REPORT.
005320     OPEN INPUT EDIT-REPORT-FILE.
005330     IF EDIT-FILE-STATUS NOT = "00"
005340         GO TO 6000-SWEEP-EDIT-REPORT-EXIT
005350     END-IF.
005360     PERFORM 6100-SWEEP-ONE-EDIT-LINE
005370         THRU 6100-SWEEP-ONE-EDIT-LINE-EXIT
005380         UNTIL NO-MORE-EDIT-LINES.
005390     CLOSE EDIT-REPORT-FILE.
005400 6000-SWEEP-EDIT-REPORT-EXIT.
005410     EXIT.
005420*----------------------------------------------------------
005430* 6100-SWEEP-ONE-EDIT-LINE
005440*----------------------------------------------------------
005450 6100-SWEEP-ONE-EDIT-LINE.
005460     READ EDIT-REPORT-FILE
005470         AT END
005480             SET NO-MORE-EDIT-LINES TO TRUE
005490             GO TO 6100-SWEEP-ONE-EDIT-LINE-EXIT
005500     END-READ.
005510     IF EDIT-REPORT-LINE (1:15) NOT = "REJECTED DETAIL"
005520         GO TO 6100-SWEEP-ONE-EDIT-LINE-EXIT
005530     END-IF.
005540     MOVE EDIT-REPORT-LINE (32:14) TO WORK-REQUEST-ID.
005550     IF WORK-REQUEST-ID = SPACES
005560         GO TO 6100-SWEEP-ONE-EDIT-LINE-EXIT
005570     END-IF.
005580     PERFORM 8000-FIND-DISP-ENTRY
005590         THRU 8000-FIND-DISP-ENTRY-EXIT.
005600     IF NOT ENTRY-WAS-FOUND
005610         GO TO 6100-SWEEP-ONE-EDIT-LINE-EXIT
005620     END-IF.
005630     MOVE SPACES TO REJECT-LINE-REASON.
005640     UNSTRING EDIT-REPORT-LINE DELIMITED BY " -- "
005650         INTO REJECT-LINE-PREFIX
005660              REJECT-LINE-REASON
005670     END-UNSTRING.
005680     MOVE "REJECTED"         TO DSP-DISPOSITION (DSP-IDX).
005690     MOVE REJECT-LINE-REASON TO DSP-REASON (DSP-IDX).
005700 6100-SWEEP-ONE-EDIT-LINE-EXIT.
005710     EXIT.
005720*----------------------------------------------------------
005730* 7000-WRITE-RETURNS
005740*     ONE RETURN FILE PER SUBMITTER, IN SUBMITTER ORDER,
005750*     EACH LISTING THE SUBMITTER'S ENTRIES IN THE ORDER
005760*     THEY WERE TAKEN ON -- TODAY'S FEED ORDER FIRST, THEN
005770*     THE REQUESTS THAT CAME BACK THROUGH THE RUN. AN ENTRY
005780*     WITH NO SUBMITTER (A REQUEST FROM BEFORE THE
005790*     SUBMITTER WAS CARRIED) CANNOT BE RETURNED AND IS
005800*     COUNTED ON THE REPORT.
005810*----------------------------------------------------------
005820 7000-WRITE-RETURNS.
005830     PERFORM 7080-COUNT-ONE-UNOWNED
005840         THRU 7080-COUNT-ONE-UNOWNED-EXIT
005850         VARYING SCN-IDX FROM 1 BY 1
005860         UNTIL SCN-IDX > DISP-ENTRY-COUNT.
005870     MOVE LOW-VALUES TO LAST-SUBMITTER.
005880     PERFORM 7050-FIND-NEXT-SUBMITTER
005890         THRU 7050-FIND-NEXT-SUBMITTER-EXIT.
005900     PERFORM 7100-RETURN-ONE-SUBMITTER
005910         THRU 7100-RETURN-ONE-SUBMITTER-EXIT
005920         UNTIL NEXT-SUBMITTER = HIGH-VALUES.
005930 7000-WRITE-RETURNS-EXIT.
005940     EXIT.
005950*----------------------------------------------------------
005960* 7050-FIND-NEXT-SUBMITTER
005970*     THE LOWEST SUBMITTER ABOVE THE ONE LAST RETURNED;
005980*     HIGH-VALUES WHEN EVERY SUBMITTER HAS BEEN RETURNED.
005990*----------------------------------------------------------
006000 7050-FIND-NEXT-SUBMITTER.
006010     MOVE HIGH-VALUES TO NEXT-SUBMITTER.
006020     PERFORM 7060-CHECK-ONE-SUBMITTER
006030         THRU 7060-CHECK-ONE-SUBMITTER-EXIT
006040         VARYING SCN-IDX FROM 1 BY 1
006050         UNTIL SCN-IDX > DISP-ENTRY-COUNT.
006060 7050-FIND-NEXT-SUBMITTER-EXIT.
006070     EXIT.
006080*----------------------------------------------------------
006090* 7060-CHECK-ONE-SUBMITTER
006100*----------------------------------------------------------
006110 7060-CHECK-ONE-SUBMITTER.
006120     IF DSP-SUBMITTER (SCN-IDX) NOT = SPACES
006130         AND DSP-SUBMITTER (SCN-IDX) > LAST-SUBMITTER
006140         AND DSP-SUBMITTER (SCN-IDX) < NEXT-SUBMITTER
006150         MOVE DSP-SUBMITTER (SCN-IDX) TO NEXT-SUBMITTER
006160     END-IF.
006170 7060-CHECK-ONE-SUBMITTER-EXIT.
006180     EXIT.
006190*----------------------------------------------------------
006200* 7080-COUNT-ONE-UNOWNED
006210*----------------------------------------------------------
006220 7080-COUNT-ONE-UNOWNED.
006230     IF DSP-SUBMITTER (SCN-IDX) = SPACES
006240         ADD 1 TO NO-SUBMITTER-COUNT
006250     END-IF.
006260 7080-COUNT-ONE-UNOWNED-EXIT.
006270     EXIT.
006280*----------------------------------------------------------
006290* 7100-RETURN-ONE-SUBMITTER
006300*----------------------------------------------------------
006310 7100-RETURN-ONE-SUBMITTER.
006320     PERFORM 7400-OPEN-RETURN-FILE
006330         THRU 7400-OPEN-RETURN-FILE-EXIT.
006340     PERFORM 7150-RETURN-ONE-ENTRY
006350         THRU 7150-RETURN-ONE-ENTRY-EXIT
006360         VARYING SCN-IDX FROM 1 BY 1
006370         UNTIL SCN-IDX > DISP-ENTRY-COUNT.
006380     PERFORM 7500-CLOSE-RETURN-FILE
006390         THRU 7500-CLOSE-RETURN-FILE-EXIT.
006400     MOVE CURRENT-SUBMITTER TO LAST-SUBMITTER.
006410     PERFORM 7050-FIND-NEXT-SUBMITTER
006420         THRU 7050-FIND-NEXT-SUBMITTER-EXIT.
006430 7100-RETURN-ONE-SUBMITTER-EXIT.
006440     EXIT.
006450*----------------------------------------------------------
006460* 7150-RETURN-ONE-ENTRY
006470*----------------------------------------------------------
006480 7150-RETURN-ONE-ENTRY.
006490     IF DSP-SUBMITTER (SCN-IDX) NOT = CURRENT-SUBMITTER
006500         GO TO 7150-RETURN-ONE-ENTRY-EXIT
006510     END-IF.
006520     MOVE SPACES TO RETURN-DETAIL-RECORD.
006530     MOVE "D"                          TO RET-RECORD-TYPE.
006540     MOVE CURRENT-SUBMITTER            TO RET-SUBMITTER.
006550     MOVE DSP-DETAIL-NUMBER (SCN-IDX)  TO RET-DETAIL-NUMBER.
006560     MOVE DSP-REQUEST-ID (SCN-IDX)     TO RET-REQUEST-ID.
006570     MOVE DSP-MODULE (SCN-IDX)         TO RET-MODULE.
006580     MOVE DSP-FUNC (SCN-IDX)           TO RET-FUNC.
006590     MOVE DSP-DISPOSITION (SCN-IDX)    TO RET-DISPOSITION.
006600     MOVE DSP-REASON (SCN-IDX)         TO RET-REASON.
006610     EVALUATE TRUE
006620         WHEN RET-ANSWERED
006630             ADD 1 TO SUBMITTER-ANSWERED-COUNT
006640         WHEN RET-REJECTED
006650             ADD 1 TO SUBMITTER-REJECTED-COUNT
006660         WHEN RET-DEAD-LETTERED
006670             ADD 1 TO SUBMITTER-DEAD-COUNT
006680         WHEN RET-HELD
006690             ADD 1 TO SUBMITTER-HELD-COUNT
006700         WHEN OTHER
006710             ADD 1 TO SUBMITTER-ACCEPTED-COUNT
006720     END-EVALUATE.
006730     WRITE RETURN-DETAIL-RECORD.
006740     IF RET-FILE-STATUS NOT = "00"
006750         DISPLAY "*** ERROR - RETURN RECORD COULD NOT BE "
006760             "WRITTEN TO " RETURN-FILE-NAME
006770             " -- FILE STATUS " RET-FILE-STATUS
006780         MOVE 16 TO RETURN-CODE
006790         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
006800         GO TO 9999-EXIT
006810     END-IF.
006820     ADD 1 TO SUBMITTER-RETURN-COUNT.
006830 7150-RETURN-ONE-ENTRY-EXIT.
006840     EXIT.
006850*----------------------------------------------------------
006860* 7400-OPEN-RETURN-FILE
006870*     ONE RETURN FILE PER SUBMITTER, REPLACED EACH NIGHT,
006880*     OPENING WITH A HEADER THE SAME SHAPE AS THE FEED'S.
006890*----------------------------------------------------------
006900 7400-OPEN-RETURN-FILE.
006910     MOVE NEXT-SUBMITTER TO CURRENT-SUBMITTER.
006920     MOVE ZERO TO SUBMITTER-RETURN-COUNT.
006930     MOVE ZERO TO SUBMITTER-ACCEPTED-COUNT.
006940     MOVE ZERO TO SUBMITTER-ANSWERED-COUNT.
006950     MOVE ZERO TO SUBMITTER-REJECTED-COUNT.
006960     MOVE ZERO TO SUBMITTER-DEAD-COUNT.
006970     MOVE ZERO TO SUBMITTER-HELD-COUNT.
006980     MOVE SPACES TO RETURN-FILE-NAME.
006990     STRING "PYRETURN." DELIMITED BY SIZE
007000         CURRENT-SUBMITTER DELIMITED BY SPACE
007010         INTO RETURN-FILE-NAME.
007020     OPEN OUTPUT SUBMITTER-RETURN-FILE.
007030     IF RET-FILE-STATUS NOT = "00"
007040         DISPLAY "*** ERROR - RETURN FILE " RETURN-FILE-NAME
007050             " COULD NOT BE OPENED -- FILE STATUS "
007060             RET-FILE-STATUS
007070         MOVE 16 TO RETURN-CODE
007080         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
007090         GO TO 9999-EXIT
007100     END-IF.
007110     SET RETURN-FILE-IS-OPEN TO TRUE.
007120     MOVE SPACES TO RETURN-HEADER-RECORD.
007130     MOVE "H"                  TO RETH-RECORD-TYPE.
007140     MOVE CURRENT-SUBMITTER    TO RETH-SUBMITTER.
007150     MOVE RETURN-BUSINESS-DATE TO RETH-BUSINESS-DATE.
007160     WRITE RETURN-HEADER-RECORD.
007170     IF RET-FILE-STATUS NOT = "00"
007180         DISPLAY "*** ERROR - RETURN HEADER COULD NOT BE "
007190             "WRITTEN TO " RETURN-FILE-NAME
007200             " -- FILE STATUS " RET-FILE-STATUS
007210         MOVE 16 TO RETURN-CODE
007220         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
007230         GO TO 9999-EXIT
007240     END-IF.
007250 7400-OPEN-RETURN-FILE-EXIT.
007260     EXIT.
007270*----------------------------------------------------------
007280* 7500-CLOSE-RETURN-FILE
007290*     WRITES THE TRAILER, CLOSES THE FILE, AND PRINTS THE
007300*     SUBMITTER'S LINE ON THE REPORT.
007310*----------------------------------------------------------
007320 7500-CLOSE-RETURN-FILE.
007330     MOVE SPACES TO RETURN-TRAILER-RECORD.
007340     MOVE "T"                    TO RETT-RECORD-TYPE.
007350     MOVE CURRENT-SUBMITTER      TO RETT-SUBMITTER.
007360     MOVE SUBMITTER-RETURN-COUNT TO RETT-DETAIL-COUNT.
007370     WRITE RETURN-TRAILER-RECORD.
007380     IF RET-FILE-STATUS NOT = "00"
007390         DISPLAY "*** ERROR - RETURN TRAILER COULD NOT BE "
007400             "WRITTEN TO " RETURN-FILE-NAME
007410             " -- FILE STATUS " RET-FILE-STATUS
007420         MOVE 16 TO RETURN-CODE
007430         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
007440         GO TO 9999-EXIT
007450     END-IF.
007460     CLOSE SUBMITTER-RETURN-FILE.
007470     MOVE "N" TO RETURN-FILE-OPEN-SW.
007480     ADD 1 TO SUBMITTERS-RETURNED-COUNT.
007490     ADD SUBMITTER-RETURN-COUNT   TO TOTAL-RETURN-COUNT.
007500     ADD SUBMITTER-ACCEPTED-COUNT TO TOTAL-ACCEPTED-COUNT.
007510     ADD SUBMITTER-ANSWERED-COUNT TO TOTAL-ANSWERED-COUNT.
007520     ADD SUBMITTER-REJECTED-COUNT TO TOTAL-REJECTED-COUNT.
007530     ADD SUBMITTER-DEAD-COUNT     TO TOTAL-DEAD-COUNT.
007540     ADD SUBMITTER-HELD-COUNT     TO TOTAL-HELD-COUNT.
007550     MOVE SUBMITTER-RETURN-COUNT   TO PRINT-COUNT.
007560     MOVE SUBMITTER-ACCEPTED-COUNT TO PRINT-ACCEPTED.
007570     MOVE SUBMITTER-ANSWERED-COUNT TO PRINT-ANSWERED.
007580     MOVE SUBMITTER-REJECTED-COUNT TO PRINT-REJECTED.
007590     MOVE SUBMITTER-DEAD-COUNT     TO PRINT-DEAD.
007600     MOVE SUBMITTER-HELD-COUNT     TO PRINT-HELD.
007610     MOVE SPACES TO RETURN-REPORT-LINE.
007620     STRING "SUBMITTER " DELIMITED BY SIZE
007630         CURRENT-SUBMITTER DELIMITED BY SIZE
007640         " RETURNED " DELIMITED BY SIZE
007650         PRINT-COUNT DELIMITED BY SIZE
007660         "  ACCEPTED " DELIMITED BY SIZE
007670         PRINT-ACCEPTED DELIMITED BY SIZE
007680         "  ANSWERED " DELIMITED BY SIZE
007690         PRINT-ANSWERED DELIMITED BY SIZE
007700         "  REJECTED " DELIMITED BY SIZE
007710         PRINT-REJECTED DELIMITED BY SIZE
007720         "  DEADLTR " DELIMITED BY SIZE
007730         PRINT-DEAD DELIMITED BY SIZE
007740         "  HELD " DELIMITED BY SIZE
007750         PRINT-HELD DELIMITED BY SIZE
007760         INTO RETURN-REPORT-LINE.
007770     PERFORM 9100-WRITE-REPORT-LINE
007780         THRU 9100-WRITE-REPORT-LINE-EXIT.
007790 7500-CLOSE-RETURN-FILE-EXIT.
007800     EXIT.
007810*----------------------------------------------------------
007820* 8000-FIND-DISP-ENTRY
007830*----------------------------------------------------------
007840 8000-FIND-DISP-ENTRY.
007850     MOVE "N" TO ENTRY-FOUND-SW.
007860     IF DISP-ENTRY-COUNT = ZERO
007870         GO TO 8000-FIND-DISP-ENTRY-EXIT
007880     END-IF.
007890     SET DSP-IDX TO 1.
007900     SEARCH DISP-ENTRY
007910         AT END
007920             CONTINUE
007930         WHEN DSP-IDX > DISP-ENTRY-COUNT
007940             CONTINUE
007950         WHEN DSP-REQUEST-ID (DSP-IDX) = WORK-REQUEST-ID
007960             SET ENTRY-WAS-FOUND TO TRUE
007970     END-SEARCH.
007980 8000-FIND-DISP-ENTRY-EXIT.
007990     EXIT.
008000*----------------------------------------------------------
008010* 8100-ADD-DISP-ENTRY
008020*     TAKES ON A NEW ENTRY, ACCEPTED, FROM THE WORK FIELDS
008030*     AND LEAVES DSP-IDX ON IT WITH ENTRY-WAS-FOUND SET.
008040*     ONCE THE TABLE IS FULL NOTHING MORE IS TAKEN ON; THE
008050*     RECORDS LEFT OUT ARE COUNTED AND THE REPORT SAYS SO.
008060*----------------------------------------------------------
008070 8100-ADD-DISP-ENTRY.
008080     MOVE "N" TO ENTRY-FOUND-SW.
008090     IF DISP-ENTRY-COUNT >= 5000
008100         IF NOT DISP-TABLE-IS-FULL
008110             SET DISP-TABLE-IS-FULL TO TRUE
008120             DISPLAY "DISPOSITION TABLE FULL -- OUTCOMES NOT "
008130                 "TRACKED BEYOND 5000 REQUESTS"
008140         END-IF
008150         ADD 1 TO UNTRACKED-COUNT
008160         GO TO 8100-ADD-DISP-ENTRY-EXIT
008170     END-IF.
008180     ADD 1 TO DISP-ENTRY-COUNT.
008190     SET DSP-IDX TO DISP-ENTRY-COUNT.
008200     MOVE WORK-REQUEST-ID    TO DSP-REQUEST-ID (DSP-IDX).
008210     MOVE WORK-SUBMITTER     TO DSP-SUBMITTER (DSP-IDX).
008220     MOVE WORK-DETAIL-NUMBER TO DSP-DETAIL-NUMBER (DSP-IDX).
008230     MOVE WORK-MODULE        TO DSP-MODULE (DSP-IDX).
008240     MOVE WORK-FUNC          TO DSP-FUNC (DSP-IDX).
008250     MOVE "ACCEPTED"         TO DSP-DISPOSITION (DSP-IDX).
008260     MOVE SPACES             TO DSP-REASON (DSP-IDX).
008270     SET ENTRY-WAS-FOUND TO TRUE.
008280 8100-ADD-DISP-ENTRY-EXIT.
008290     EXIT.
008300*----------------------------------------------------------
008310* 8200-POST-DISP-ENTRY
008320*     FINDS THE WORK REQUEST ID ON THE TABLE, OR TAKES IT
008330*     ON. AN ENTRY FIRST SEEN WITHOUT A SUBMITTER TAKES
008340*     THE ONE A LATER RECORD CARRIES.
008350*----------------------------------------------------------
008360 8200-POST-DISP-ENTRY.
008370     PERFORM 8000-FIND-DISP-ENTRY
008380         THRU 8000-FIND-DISP-ENTRY-EXIT.
008390     IF NOT ENTRY-WAS-FOUND
008400         PERFORM 8100-ADD-DISP-ENTRY
008410             THRU 8100-ADD-DISP-ENTRY-EXIT
008420         GO TO 8200-POST-DISP-ENTRY-EXIT
008430     END-IF.
008440     IF DSP-SUBMITTER (DSP-IDX) = SPACES
008450         MOVE WORK-SUBMITTER TO DSP-SUBMITTER (DSP-IDX)
008460     END-IF.
008470 8200-POST-DISP-ENTRY-EXIT.
008480     EXIT.
008490*----------------------------------------------------------
008500* 9000-TERMINATE
008510*----------------------------------------------------------
008520 9000-TERMINATE.
008530     IF RETURN-FILE-IS-OPEN
008540         CLOSE SUBMITTER-RETURN-FILE
008550         MOVE "N" TO RETURN-FILE-OPEN-SW
008560     END-IF.
008570     MOVE SUBMITTERS-RETURNED-COUNT TO PRINT-COUNT.
008580     MOVE SPACES TO RETURN-REPORT-LINE.
008590     STRING "RETURN FILES WRITTEN................. "
008600         PRINT-COUNT DELIMITED BY SIZE
008610         INTO RETURN-REPORT-LINE.
008620     PERFORM 9100-WRITE-REPORT-LINE
008630         THRU 9100-WRITE-REPORT-LINE-EXIT.
008640     MOVE TOTAL-RETURN-COUNT TO PRINT-COUNT.
008650     MOVE SPACES TO RETURN-REPORT-LINE.
008660     STRING "REQUESTS RETURNED.................... "
008670         PRINT-COUNT DELIMITED BY SIZE
008680         INTO RETURN-REPORT-LINE.
008690     PERFORM 9100-WRITE-REPORT-LINE
008700         THRU 9100-WRITE-REPORT-LINE-EXIT.
008710     MOVE TOTAL-ACCEPTED-COUNT TO PRINT-COUNT.
008720     MOVE SPACES TO RETURN-REPORT-LINE.
008730     STRING "  ACCEPTED, NOT YET ANSWERED......... "
008740         PRINT-COUNT DELIMITED BY SIZE
008750         INTO RETURN-REPORT-LINE.
008760     PERFORM 9100-WRITE-REPORT-LINE
008770         THRU 9100-WRITE-REPORT-LINE-EXIT.
008780     MOVE TOTAL-ANSWERED-COUNT TO PRINT-COUNT.
008790     MOVE SPACES TO RETURN-REPORT-LINE.
008800     STRING "  ANSWERED........................... "
008810         PRINT-COUNT DELIMITED BY SIZE
008820         INTO RETURN-REPORT-LINE.
008830     PERFORM 9100-WRITE-REPORT-LINE
008840         THRU 9100-WRITE-REPORT-LINE-EXIT.
008850     MOVE TOTAL-REJECTED-COUNT TO PRINT-COUNT.
008860     MOVE SPACES TO RETURN-REPORT-LINE.
008870     STRING "  REJECTED........................... "
008880         PRINT-COUNT DELIMITED BY SIZE
008890         INTO RETURN-REPORT-LINE.
008900     PERFORM 9100-WRITE-REPORT-LINE
008910         THRU 9100-WRITE-REPORT-LINE-EXIT.
008920     MOVE TOTAL-DEAD-COUNT TO PRINT-COUNT.
008930     MOVE SPACES TO RETURN-REPORT-LINE.
008940     STRING "  DEAD-LETTERED...................... "
008950         PRINT-COUNT DELIMITED BY SIZE
008960         INTO RETURN-REPORT-LINE.
008970     PERFORM 9100-WRITE-REPORT-LINE
008980         THRU 9100-WRITE-REPORT-LINE-EXIT.
008990     MOVE TOTAL-HELD-COUNT TO PRINT-COUNT.
009000     MOVE SPACES TO RETURN-REPORT-LINE.
009010     STRING "  HELD, RESPONSE BROKE ITS RULES..... "
009020         PRINT-COUNT DELIMITED BY SIZE
009030         INTO RETURN-REPORT-LINE.
009040     PERFORM 9100-WRITE-REPORT-LINE
009050         THRU 9100-WRITE-REPORT-LINE-EXIT.
009060     IF NO-SUBMITTER-COUNT > ZERO
009070         MOVE NO-SUBMITTER-COUNT TO PRINT-COUNT
009080         MOVE SPACES TO RETURN-REPORT-LINE
009090         STRING "NOT RETURNED -- NO SUBMITTER......... "
009100             PRINT-COUNT DELIMITED BY SIZE
009110             INTO RETURN-REPORT-LINE
009120         PERFORM 9100-WRITE-REPORT-LINE
009130             THRU 9100-WRITE-REPORT-LINE-EXIT
009140         IF RETURN-CODE = ZERO
009150             MOVE 4 TO RETURN-CODE
009160         END-IF
009170     END-IF.
009180     IF DISP-TABLE-IS-FULL
009190         MOVE UNTRACKED-COUNT TO PRINT-COUNT
009200         MOVE SPACES TO RETURN-REPORT-LINE
009210         STRING "OUTCOMES NOT TRACKED -- TABLE FULL... "
009220             PRINT-COUNT DELIMITED BY SIZE
009230             INTO RETURN-REPORT-LINE
009240         PERFORM 9100-WRITE-REPORT-LINE
009250             THRU 9100-WRITE-REPORT-LINE-EXIT
009260         IF RETURN-CODE = ZERO
009270             MOVE 4 TO RETURN-CODE
009280         END-IF
009290     END-IF.
009300     CLOSE RETURN-REPORT-FILE.
009310 9000-TERMINATE-EXIT.
009320     EXIT.
009330*----------------------------------------------------------
009340* 9100-WRITE-REPORT-LINE
009350*----------------------------------------------------------
009360 9100-WRITE-REPORT-LINE.
009370     WRITE RETURN-REPORT-LINE.
009380     DISPLAY RETURN-REPORT-LINE.
009390 9100-WRITE-REPORT-LINE-EXIT.
009400     EXIT.
009410*----------------------------------------------------------
009420* 9800-POST-RUN-HISTORY
009430*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
009440*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
009450*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
009460*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
009470*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
009480*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
009490*----------------------------------------------------------
009500 9800-POST-RUN-HISTORY.
009510     IF RUN-START-DATE-YYYYMMDD = ZERO
009520         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
009530         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
009540     END-IF.
009550     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
009560     MOVE "PYRETN"                TO RUNH-PROGRAM.
009570     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
009580     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
009590     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
009600     ACCEPT RUNH-END-TIME FROM TIME.
009610     MOVE DISP-ENTRY-COUNT TO RUNH-RECORDS-READ.
009620     MOVE TOTAL-RETURN-COUNT TO RUNH-RECORDS-WRITTEN.
009630     COMPUTE RUNH-REJECT-COUNT =
009640         UNTRACKED-COUNT + NO-SUBMITTER-COUNT.
009650     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
009660     OPEN I-O RUN-HISTORY-FILE.
009670     IF RUNH-FILE-STATUS = "35"
009680         OPEN OUTPUT RUN-HISTORY-FILE
009690         CLOSE RUN-HISTORY-FILE
009700         OPEN I-O RUN-HISTORY-FILE
009710     END-IF.
009720     IF RUNH-FILE-STATUS NOT = "00"
009730         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
009740             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
009750         GO TO 9800-POST-RUN-HISTORY-EXIT
009760     END-IF.
009770     MOVE "22" TO RUNH-FILE-STATUS.
009780     PERFORM 9810-WRITE-RUN-HISTORY
009790         THRU 9810-WRITE-RUN-HISTORY-EXIT
009800         VARYING RUNH-SEQ-TRY FROM 0 BY 1
009810         UNTIL RUNH-FILE-STATUS NOT = "22"
009820         OR RUNH-SEQ-TRY > 99.
009830     IF RUNH-FILE-STATUS NOT = "00"
009840         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
009850             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
009860     END-IF.
009870     CLOSE RUN-HISTORY-FILE.
009880 9800-POST-RUN-HISTORY-EXIT.
009890     EXIT.
009900*----------------------------------------------------------
009910* 9810-WRITE-RUN-HISTORY
009920*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
009930*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
009940*     SEQUENCE NUMBER.
009950*----------------------------------------------------------
009960 9810-WRITE-RUN-HISTORY.
009965     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
009970     WRITE RUN-HISTORY-RECORD
009980         INVALID KEY
009990             CONTINUE
010000     END-WRITE.
010010 9810-WRITE-RUN-HISTORY-EXIT.
010020     EXIT.
010030*----------------------------------------------------------
010040* 9999-EXIT
010050*----------------------------------------------------------
010060 9999-EXIT.
010070     PERFORM 9800-POST-RUN-HISTORY
010080         THRU 9800-POST-RUN-HISTORY-EXIT.
010090     STOP RUN.
