000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. vltpost.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. NIGHTLY POST OF THE
000130*                   DAY'S PYRESPOUT TO THE PYVAULT RESPONSE
000140*                   VAULT. EACH RESPONSE IS FILED UNDER ITS
000150*                   REQUEST ID AND THE PYREQIN HEADER BUSINESS
000160*                   DATE, WITH THE ORIGINAL ARGS, SUBMITTER,
000170*                   AND SUBMIT DATE TAKEN FROM THE DAY'S
000180*                   PYREQIN DETAIL (THE SUBMIT DATE IS THE
000190*                   DATE THE REQUEST ID WAS STAMPED). A
000200*                   FUNCTION THE REGISTRY FLAGS SENSITIVE HAS
000210*                   ITS ARGS AND RESPONSE MASKED THE WAY THE
000220*                   AUDIT TRAIL MASKS THEM. RUNS AFTER
000230*                   PYMERGE. A RERUN THE SAME NIGHT REPLACES
000240*                   THE NIGHT'S RECORDS RATHER THAN DOUBLING
000250*                   THEM. A RESPONSE WITH NO DETAIL ON PYREQIN
000260*                   IS STILL POSTED, WITHOUT ARGS, AND ENDS
000270*                   THE STEP WITH RETURN CODE 4.
000280*                   EVERY ENDING POSTS THE RUN TO RUNHIST.
000290*----------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CLEAN-REQUEST-FILE ASSIGN TO "PYREQIN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS CLEAN-FILE-STATUS.
000360     SELECT PYTHON-RESPONSE-FILE ASSIGN TO "PYRESPOUT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS RESP-FILE-STATUS.
000390     SELECT FUNCTION-REGISTRY-FILE ASSIGN TO "FUNCREG"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS REG-KEY
000430         FILE STATUS IS REG-FILE-STATUS.
000440     SELECT VAULT-FILE ASSIGN TO "PYVAULT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS VLT-KEY
000480         ALTERNATE RECORD KEY IS VLT-FUNC-KEY
000490         FILE STATUS IS VLT-FILE-STATUS.
000500     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS RUNH-KEY
000540         FILE STATUS IS RUNH-FILE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CLEAN-REQUEST-FILE.
000580     COPY pyreqrec.
000590 FD  PYTHON-RESPONSE-FILE.
000600     COPY pyresprec.
000610 FD  FUNCTION-REGISTRY-FILE.
000620     COPY registry.
000630 FD  VAULT-FILE.
000640     COPY vaultrec.
000650 FD  RUN-HISTORY-FILE.
000660     COPY runhrec.
000670 WORKING-STORAGE SECTION.
000680 01  CLEAN-FILE-STATUS        PIC X(02).
000690 01  RESP-FILE-STATUS         PIC X(02).
000700 01  REG-FILE-STATUS          PIC X(02).
000710 01  VLT-FILE-STATUS          PIC X(02).
000720 01  RUNH-FILE-STATUS         PIC X(02).
000725 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
000730 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
000740 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
000750 01  CLEAN-REQUEST-FILE-SW    PIC X(01) VALUE "N".
000760     88  NO-MORE-CLEAN-RECORDS          VALUE "Y".
000770 01  RESPONSE-FILE-SW         PIC X(01) VALUE "N".
000780     88  NO-MORE-RESPONSES              VALUE "Y".
000790 01  RESPONSE-SENSITIVE-SW    PIC X(01) VALUE "N".
000800     88  RESPONSE-IS-SENSITIVE          VALUE "Y".
000810 01  VAULT-OPEN-SW            PIC X(01) VALUE "N".
000820     88  VAULT-IS-OPEN                  VALUE "Y".
000830 01  RECORD-ON-FILE-SW        PIC X(01) VALUE "N".
000840     88  RECORD-ALREADY-ON-FILE         VALUE "Y".
000850 01  HEADER-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
000860 01  DETAILS-LOADED-COUNT     PIC 9(09) VALUE ZERO.
000870 01  RESPONSES-READ-COUNT     PIC 9(09) VALUE ZERO.
000880 01  RESPONSES-POSTED-COUNT   PIC 9(09) VALUE ZERO.
000890 01  RESPONSES-REPLACED-COUNT PIC 9(09) VALUE ZERO.
000900 01  RESPONSES-MASKED-COUNT   PIC 9(09) VALUE ZERO.
000910 01  NO-ARGS-COUNT            PIC 9(09) VALUE ZERO.
000920 01  NO-ID-SKIPPED-COUNT      PIC 9(09) VALUE ZERO.
000930 01  ARGS-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
000940 01  ARGS-ENTRY-MAX           PIC 9(04) COMP VALUE 5000.
000950 01  ARGS-HOLD-TABLE.
000960     03  ARGS-HOLD-ENTRY OCCURS 5000 TIMES INDEXED BY AH-IDX.
000970         05  AH-REQUEST-ID    PIC X(14).
000980         05  AH-SUBMITTER     PIC X(08).
000990         05  AH-ARGS          PIC X(500).
001000 01  MASK-WORK-VALUE          PIC X(500) VALUE SPACES.
001010 01  MASK-TRIM-LENGTH         PIC 9(04) COMP VALUE ZERO.
001020 01  MASK-END-SW              PIC X(01) VALUE "N".
001030     88  MASK-END-FOUND                 VALUE "Y".
001040 01  MASK-FILL-SUB            PIC 9(04) COMP VALUE ZERO.
001050 01  MASK-FILL-START          PIC 9(04) COMP VALUE ZERO.
001060 01  MASK-FILL-END            PIC 9(04) COMP VALUE ZERO.
001070 PROCEDURE DIVISION.
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001100     PERFORM 2000-LOAD-REQUEST-ARGS
001110         THRU 2000-LOAD-REQUEST-ARGS-EXIT
001120         UNTIL NO-MORE-CLEAN-RECORDS.
001130     PERFORM 3000-POST-RESPONSES THRU 3000-POST-RESPONSES-EXIT.
001140     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001150     GO TO 9999-EXIT.
001160*----------------------------------------------------------
001170* 1000-INITIALIZE
001180*     THE BUSINESS DATE EVERY RESPONSE IS FILED UNDER COMES
001190*     FROM THE PYREQIN HEADER. THE REGISTRY MUST BE THERE --
001200*     THE VAULT IS KEPT FOR MONTHS AND A SENSITIVE RESPONSE
001210*     POSTED IN CLEAR WOULD UNDO THE MASKING EVERYWHERE
001220*     ELSE, SO WITHOUT IT NOTHING IS POSTED. THE VAULT IS
001230*     CREATED ON FIRST USE.
001240*----------------------------------------------------------
001250 1000-INITIALIZE.
001260     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001270     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
001280     OPEN INPUT CLEAN-REQUEST-FILE.
001290     IF CLEAN-FILE-STATUS NOT = "00"
001300         DISPLAY "*** ERROR - PYTHON REQUEST FILE COULD NOT "
001310             "BE OPENED -- FILE STATUS " CLEAN-FILE-STATUS
001320         MOVE 16 TO RETURN-CODE
001330         GO TO 9999-EXIT
001340     END-IF.
001350     PERFORM 2100-READ-CLEAN-REQUEST
001360         THRU 2100-READ-CLEAN-REQUEST-EXIT.
001370     IF NO-MORE-CLEAN-RECORDS
001380         OR NOT PYREQ-HEADER-RECORD
001390         OR PYREQH-BUSINESS-DATE NOT NUMERIC
001400         DISPLAY "*** ERROR - PYREQIN DOES NOT OPEN WITH A DATED "
001410             "HEADER RECORD -- NOTHING POSTED"
001420         MOVE 16 TO RETURN-CODE
001430         CLOSE CLEAN-REQUEST-FILE
001440         GO TO 9999-EXIT
001450     END-IF.
001460     MOVE PYREQH-BUSINESS-DATE TO HEADER-BUSINESS-DATE.
001470     PERFORM 2100-READ-CLEAN-REQUEST
001480         THRU 2100-READ-CLEAN-REQUEST-EXIT.
001490     OPEN INPUT FUNCTION-REGISTRY-FILE.
001500     IF REG-FILE-STATUS NOT = "00"
001510         DISPLAY "*** ERROR - FUNCTION REGISTRY COULD NOT BE "
001520             "OPENED -- FILE STATUS " REG-FILE-STATUS
001530             " -- NOTHING POSTED"
001540         MOVE 16 TO RETURN-CODE
001550         CLOSE CLEAN-REQUEST-FILE
001560         GO TO 9999-EXIT
001570     END-IF.
001580     OPEN I-O VAULT-FILE.
001590     IF VLT-FILE-STATUS = "35"
001600         OPEN OUTPUT VAULT-FILE
001610         CLOSE VAULT-FILE
001620         OPEN I-O VAULT-FILE
001630     END-IF.
001640     IF VLT-FILE-STATUS NOT = "00"
001650         DISPLAY "*** ERROR - RESPONSE VAULT COULD NOT BE "
001660             "OPENED -- FILE STATUS " VLT-FILE-STATUS
001670         MOVE 16 TO RETURN-CODE
001680         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001690         GO TO 9999-EXIT
001700     END-IF.
001710     SET VAULT-IS-OPEN TO TRUE.
001720 1000-INITIALIZE-EXIT.
001730     EXIT.
001740*----------------------------------------------------------
001750* 2000-LOAD-REQUEST-ARGS
001760*     HOLDS EACH DETAIL'S ARGS AND SUBMITTER BY REQUEST ID
001770*     SO THE RESPONSES CAN BE POSTED WITH THE ARGS AS THEY
001780*     WERE SUBMITTED -- BEFORE ANY CHAIN STEP FED AN EARLIER
001790*     RESPONSE INTO THEM. THE TRAILER ENDS THE LOAD.
001800*----------------------------------------------------------
001810 2000-LOAD-REQUEST-ARGS.
001820     IF PYREQ-TRAILER-RECORD
001830         SET NO-MORE-CLEAN-RECORDS TO TRUE
001840         GO TO 2000-LOAD-REQUEST-ARGS-EXIT
001850     END-IF.
001860     IF NOT PYREQ-DETAIL-RECORD
001870         OR PYREQ-REQUEST-ID = SPACES
001880         GO TO 2000-LOAD-NEXT
001890     END-IF.
001900     IF ARGS-ENTRY-COUNT >= ARGS-ENTRY-MAX
001910         DISPLAY "*** ERROR - MORE THAN " ARGS-ENTRY-MAX
001920             " DETAILS ON PYREQIN -- ENLARGE ARGS-HOLD-TABLE"
001930         MOVE 16 TO RETURN-CODE
001940         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001950         GO TO 9999-EXIT
001960     END-IF.
001970     ADD 1 TO ARGS-ENTRY-COUNT.
001980     ADD 1 TO DETAILS-LOADED-COUNT.
001990     SET AH-IDX TO ARGS-ENTRY-COUNT.
002000     MOVE PYREQ-REQUEST-ID TO AH-REQUEST-ID (AH-IDX).
002010     MOVE PYREQ-SUBMITTER  TO AH-SUBMITTER (AH-IDX).
002020     MOVE PYREQ-ARGS       TO AH-ARGS (AH-IDX).
002030 2000-LOAD-NEXT.
002040     PERFORM 2100-READ-CLEAN-REQUEST
002050         THRU 2100-READ-CLEAN-REQUEST-EXIT.
002060 2000-LOAD-REQUEST-ARGS-EXIT.
002070     EXIT.
002080*----------------------------------------------------------
002090* 2100-READ-CLEAN-REQUEST
002100*----------------------------------------------------------
002110 2100-READ-CLEAN-REQUEST.
002120     READ CLEAN-REQUEST-FILE
002130         AT END
002140             SET NO-MORE-CLEAN-RECORDS TO TRUE
002150     END-READ.
002160 2100-READ-CLEAN-REQUEST-EXIT.
002170     EXIT.
002180*----------------------------------------------------------
002190* 3000-POST-RESPONSES
002200*----------------------------------------------------------
002210 3000-POST-RESPONSES.
002220     OPEN INPUT PYTHON-RESPONSE-FILE.
002230     IF RESP-FILE-STATUS NOT = "00"
002240         DISPLAY "*** ERROR - PYTHON RESPONSE FILE COULD NOT "
002250             "BE OPENED -- FILE STATUS " RESP-FILE-STATUS
002260         MOVE 16 TO RETURN-CODE
002270         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002280         GO TO 9999-EXIT
002290     END-IF.
002300     PERFORM 3100-POST-ONE-RESPONSE
002310         THRU 3100-POST-ONE-RESPONSE-EXIT
002320         UNTIL NO-MORE-RESPONSES.
002330     CLOSE PYTHON-RESPONSE-FILE.
002340 3000-POST-RESPONSES-EXIT.
002350     EXIT.
002360*----------------------------------------------------------
002370* 3100-POST-ONE-RESPONSE
002380*     BUILDS THE VAULT RECORD FOR ONE RESPONSE. A RESPONSE
002390*     WRITTEN BEFORE THE REQUEST ID EXISTED CANNOT BE KEYED
002400*     AND IS COUNTED AND SKIPPED. A FAILED CALL'S BLANK
002410*     RESPONSE IS POSTED TOO -- IT IS WHAT WE SENT. A HELD
002415*     RESPONSE NEVER REACHES PYRESPOUT AND IS NOT VAULTED.
002420*----------------------------------------------------------
002430 3100-POST-ONE-RESPONSE.
002440     READ PYTHON-RESPONSE-FILE
002450         AT END
002460             SET NO-MORE-RESPONSES TO TRUE
002470             GO TO 3100-POST-ONE-RESPONSE-EXIT
002480     END-READ.
002490     ADD 1 TO RESPONSES-READ-COUNT.
002500     IF RESP-REQUEST-ID = SPACES
002510         ADD 1 TO NO-ID-SKIPPED-COUNT
002520         GO TO 3100-POST-ONE-RESPONSE-EXIT
002530     END-IF.
002540     MOVE SPACES TO VAULT-RECORD.
002550     MOVE RESP-REQUEST-ID      TO VLT-REQUEST-ID.
002560     MOVE HEADER-BUSINESS-DATE TO VLT-BUSINESS-DATE.
002570     MOVE RESP-MODULE          TO VLT-MODULE.
002580     MOVE RESP-FUNC            TO VLT-FUNC.
002590     MOVE HEADER-BUSINESS-DATE TO VLT-FUNC-DATE.
002600     MOVE RESP-REQUEST-ID      TO VLT-FUNC-REQUEST-ID.
002610     MOVE RESP-PRIORITY        TO VLT-PRIORITY.
002620     IF RESP-REQUEST-ID (1:8) NUMERIC
002630         MOVE RESP-REQUEST-ID (1:8) TO VLT-SUBMIT-DATE
002640     ELSE
002650         MOVE HEADER-BUSINESS-DATE TO VLT-SUBMIT-DATE
002660     END-IF.
002670     MOVE RESP-RESPONSE TO VLT-RESPONSE.
002680     MOVE "N" TO VLT-ARGS-FLAG.
002690     SET AH-IDX TO 1.
002700     SEARCH ARGS-HOLD-ENTRY
002710         AT END
002720             CONTINUE
002730         WHEN AH-IDX > ARGS-ENTRY-COUNT
002740             CONTINUE
002750         WHEN AH-REQUEST-ID (AH-IDX) = RESP-REQUEST-ID
002760             MOVE "Y" TO VLT-ARGS-FLAG
002770             MOVE AH-SUBMITTER (AH-IDX) TO VLT-SUBMITTER
002780             MOVE AH-ARGS (AH-IDX) TO VLT-ARGS
002790     END-SEARCH.
002800     IF NOT VLT-ARGS-ON-FILE
002810         ADD 1 TO NO-ARGS-COUNT
002820         DISPLAY "*** NO PYREQIN DETAIL FOR RESPONSE "
002830             RESP-REQUEST-ID " -- POSTED WITHOUT ARGS"
002840     END-IF.
002850     PERFORM 3200-CHECK-SENSITIVE-FUNC
002860         THRU 3200-CHECK-SENSITIVE-FUNC-EXIT.
002870     MOVE "N" TO VLT-SENSITIVE-FLAG.
002880     IF RESPONSE-IS-SENSITIVE
002890         MOVE "Y" TO VLT-SENSITIVE-FLAG
002900         ADD 1 TO RESPONSES-MASKED-COUNT
002910         MOVE VLT-ARGS TO MASK-WORK-VALUE
002920         PERFORM 8500-MASK-SENSITIVE-VALUE
002930             THRU 8500-MASK-SENSITIVE-VALUE-EXIT
002940         MOVE MASK-WORK-VALUE TO VLT-ARGS
002950         MOVE VLT-RESPONSE TO MASK-WORK-VALUE
002960         PERFORM 8500-MASK-SENSITIVE-VALUE
002970             THRU 8500-MASK-SENSITIVE-VALUE-EXIT
002980         MOVE MASK-WORK-VALUE TO VLT-RESPONSE
002990     END-IF.
003000     PERFORM 3300-WRITE-VAULT-RECORD
003010         THRU 3300-WRITE-VAULT-RECORD-EXIT.
003020 3100-POST-ONE-RESPONSE-EXIT.
003030     EXIT.
003040*----------------------------------------------------------
003050* 3200-CHECK-SENSITIVE-FUNC
003060*     ASKS THE REGISTRY WHETHER THE RESPONSE'S MODULE/FUNC
003070*     IS FLAGGED SENSITIVE. A COMBINATION NOT ON FILE IS
003080*     NOT SENSITIVE.
003090*----------------------------------------------------------
003100 3200-CHECK-SENSITIVE-FUNC.
003110     MOVE "N" TO RESPONSE-SENSITIVE-SW.
003120     MOVE RESP-MODULE TO REG-MODULE.
003130     MOVE RESP-FUNC   TO REG-FUNC.
003140     READ FUNCTION-REGISTRY-FILE
003150         KEY IS REG-KEY
003160         INVALID KEY
003170             CONTINUE
003180         NOT INVALID KEY
003190             IF REG-SENSITIVE-ARGS
003200                 SET RESPONSE-IS-SENSITIVE TO TRUE
003210             END-IF
003220     END-READ.
003230 3200-CHECK-SENSITIVE-FUNC-EXIT.
003240     EXIT.
003250*----------------------------------------------------------
003260* 3300-WRITE-VAULT-RECORD
003270*     A KEY ALREADY ON FILE CAN ONLY BE TONIGHT'S OWN POST
003280*     FROM AN EARLIER RUN OF THIS STEP -- THE RERUN'S RECORD
003290*     REPLACES IT.
003300*----------------------------------------------------------
003310 3300-WRITE-VAULT-RECORD.
003320     MOVE "N" TO RECORD-ON-FILE-SW.
003330     WRITE VAULT-RECORD
003340         INVALID KEY
003350             SET RECORD-ALREADY-ON-FILE TO TRUE
003360     END-WRITE.
003370     IF RECORD-ALREADY-ON-FILE
003380         REWRITE VAULT-RECORD
003390             INVALID KEY
003400                 CONTINUE
003410         END-REWRITE
003420     END-IF.
003430     IF VLT-FILE-STATUS NOT = "00"
003440         DISPLAY "*** ERROR - RESPONSE VAULT RECORD COULD NOT "
003450             "BE WRITTEN FOR " VLT-REQUEST-ID
003460             " -- FILE STATUS " VLT-FILE-STATUS
003470         MOVE 16 TO RETURN-CODE
003480         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003490         GO TO 9999-EXIT
003500     END-IF.
003510     IF RECORD-ALREADY-ON-FILE
003520         ADD 1 TO RESPONSES-REPLACED-COUNT
003530     ELSE
003540         ADD 1 TO RESPONSES-POSTED-COUNT
003550     END-IF.
003560 3300-WRITE-VAULT-RECORD-EXIT.
003570     EXIT.
003580*----------------------------------------------------------
003590* 8500-MASK-SENSITIVE-VALUE
003600*     MASKS THE VALUE IN MASK-WORK-VALUE IN PLACE, LEAVING
003610*     THE FIRST AND LAST FOUR NON-BLANK CHARACTERS VISIBLE
003620*     (JUST THE FIRST CHARACTER ON A VALUE OF EIGHT OR
003630*     FEWER) -- THE SAME MASK THE BATCH DRIVER APPLIES.
003640*----------------------------------------------------------
003650 8500-MASK-SENSITIVE-VALUE.
003660     MOVE 500 TO MASK-TRIM-LENGTH.
003670     MOVE "N" TO MASK-END-SW.
003680     PERFORM 8550-FIND-MASK-END
003690         THRU 8550-FIND-MASK-END-EXIT
003700         UNTIL MASK-END-FOUND
003710         OR MASK-TRIM-LENGTH = ZERO.
003720     IF MASK-TRIM-LENGTH = ZERO
003730         GO TO 8500-MASK-SENSITIVE-VALUE-EXIT
003740     END-IF.
003750     IF MASK-TRIM-LENGTH > 8
003760         MOVE 5 TO MASK-FILL-START
003770         COMPUTE MASK-FILL-END = MASK-TRIM-LENGTH - 4
003780     ELSE
003790         MOVE 2 TO MASK-FILL-START
003800         MOVE MASK-TRIM-LENGTH TO MASK-FILL-END
003810     END-IF.
003820     PERFORM 8570-MASK-ONE-BYTE
003830         THRU 8570-MASK-ONE-BYTE-EXIT
003840         VARYING MASK-FILL-SUB FROM MASK-FILL-START BY 1
003850         UNTIL MASK-FILL-SUB > MASK-FILL-END.
003860 8500-MASK-SENSITIVE-VALUE-EXIT.
003870     EXIT.
003880*----------------------------------------------------------
003890* 8550-FIND-MASK-END
003900*----------------------------------------------------------
003910 8550-FIND-MASK-END.
003920     IF MASK-WORK-VALUE (MASK-TRIM-LENGTH:1) = SPACE
003930         SUBTRACT 1 FROM MASK-TRIM-LENGTH
003940     ELSE
003950         SET MASK-END-FOUND TO TRUE
003960     END-IF.
003970 8550-FIND-MASK-END-EXIT.
003980     EXIT.
003990*----------------------------------------------------------
004000* 8570-MASK-ONE-BYTE
004010*----------------------------------------------------------
004020 8570-MASK-ONE-BYTE.
004030     MOVE "*" TO MASK-WORK-VALUE (MASK-FILL-SUB:1).
004040 8570-MASK-ONE-BYTE-EXIT.
004050     EXIT.
004060*----------------------------------------------------------
004070* 9000-TERMINATE
004080*----------------------------------------------------------
004090 9000-TERMINATE.
004100     IF NO-ARGS-COUNT > ZERO
004110         AND RETURN-CODE = ZERO
004120         MOVE 4 TO RETURN-CODE
004130     END-IF.
004140     CLOSE CLEAN-REQUEST-FILE.
004150     CLOSE FUNCTION-REGISTRY-FILE.
004160     IF VAULT-IS-OPEN
004170         CLOSE VAULT-FILE
004180         MOVE "N" TO VAULT-OPEN-SW
004190     END-IF.
004200     DISPLAY "BUSINESS DATE:             " HEADER-BUSINESS-DATE.
004210     DISPLAY "DETAILS LOADED:            " DETAILS-LOADED-COUNT.
004220     DISPLAY "RESPONSES READ:            " RESPONSES-READ-COUNT.
004230     DISPLAY "RESPONSES POSTED:          " RESPONSES-POSTED-COUNT.
004240     DISPLAY "RESPONSES REPLACED:        "
004250         RESPONSES-REPLACED-COUNT.
004260     DISPLAY "RESPONSES MASKED:          " RESPONSES-MASKED-COUNT.
004270     DISPLAY "RESPONSES WITHOUT ARGS:    " NO-ARGS-COUNT.
004280     DISPLAY "RECORDS WITHOUT AN ID:     " NO-ID-SKIPPED-COUNT.
004290 9000-TERMINATE-EXIT.
004300     EXIT.
004310*----------------------------------------------------------
004320* 9800-POST-RUN-HISTORY
004330*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
004340*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
004350*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
004360*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
004370*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
004380*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
004390*----------------------------------------------------------
004400 9800-POST-RUN-HISTORY.
004410     IF RUN-START-DATE-YYYYMMDD = ZERO
004420         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
004430         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
004440     END-IF.
004450     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
004460     MOVE "VLTPOST"               TO RUNH-PROGRAM.
004470     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
004480     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
004490     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
004500     ACCEPT RUNH-END-TIME FROM TIME.
004510     MOVE RESPONSES-READ-COUNT TO RUNH-RECORDS-READ.
004520     COMPUTE RUNH-RECORDS-WRITTEN =
004530         RESPONSES-POSTED-COUNT + RESPONSES-REPLACED-COUNT.
004540     MOVE NO-ID-SKIPPED-COUNT TO RUNH-REJECT-COUNT.
004550     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
004560     OPEN I-O RUN-HISTORY-FILE.
004570     IF RUNH-FILE-STATUS = "35"
004580         OPEN OUTPUT RUN-HISTORY-FILE
004590         CLOSE RUN-HISTORY-FILE
004600         OPEN I-O RUN-HISTORY-FILE
004610     END-IF.
004620     IF RUNH-FILE-STATUS NOT = "00"
004630         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
004640             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
004650         GO TO 9800-POST-RUN-HISTORY-EXIT
004660     END-IF.
004670     MOVE "22" TO RUNH-FILE-STATUS.
004680     PERFORM 9810-WRITE-RUN-HISTORY
004690         THRU 9810-WRITE-RUN-HISTORY-EXIT
004700         VARYING RUNH-SEQ-TRY FROM 0 BY 1
004710         UNTIL RUNH-FILE-STATUS NOT = "22"
004720         OR RUNH-SEQ-TRY > 99.
004730     IF RUNH-FILE-STATUS NOT = "00"
004740         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
004750             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
004760     END-IF.
004770     CLOSE RUN-HISTORY-FILE.
004780 9800-POST-RUN-HISTORY-EXIT.
004790     EXIT.
004800*----------------------------------------------------------
004810* 9810-WRITE-RUN-HISTORY
004820*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
004830*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
004840*     SEQUENCE NUMBER.
004850*----------------------------------------------------------
004860 9810-WRITE-RUN-HISTORY.
004865     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
004870     WRITE RUN-HISTORY-RECORD
004880         INVALID KEY
004890             CONTINUE
004900     END-WRITE.
004910 9810-WRITE-RUN-HISTORY-EXIT.
004920     EXIT.
004930*----------------------------------------------------------
004940* 9999-EXIT
004950*----------------------------------------------------------
004960 9999-EXIT.
004970     PERFORM 9800-POST-RUN-HISTORY
004980         THRU 9800-POST-RUN-HISTORY-EXIT.
004990     STOP RUN.
