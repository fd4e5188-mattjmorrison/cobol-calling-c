000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. vltinq.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. RESPONSE VAULT INQUIRY.
000130*                   READS INQUIRIES FROM THE VLTINQCTL CONTROL
000140*                   FILE, ONE PER RECORD -- EITHER A REQUEST
000150*                   ID, OR A MODULE (WITH OR WITHOUT A FUNC)
000160*                   AND AN OPTIONAL FROM/THROUGH BUSINESS DATE
000170*                   RANGE -- AND PULLS EVERY MATCHING RESPONSE
000180*                   FROM THE PYVAULT RESPONSE VAULT. EACH ONE
000190*                   IS PRINTED ON VLTINQRPT WITH ITS ORIGINAL
000200*                   ARGS, SUBMIT DATE, AND SUBMITTER, AND
000210*                   COPIED AS IT STANDS TO THE VLTINQEXT
000220*                   EXTRACT (VAULTREC LAYOUT) FOR THE BUSINESS
000230*                   AREA THAT ASKED. A REQUEST ID MAY ALSO BE
000240*                   GIVEN A DATE RANGE TO NARROW IT TO SOME OF
000250*                   ITS RETRIES. AN INQUIRY THAT FINDS NOTHING
000260*                   IS SAID SO; ONE THAT CANNOT BE READ IS
000270*                   REFUSED AND ENDS THE STEP WITH RETURN CODE
000280*                   4.
000290*----------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT INQUIRY-CONTROL-FILE ASSIGN TO "VLTINQCTL"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS CTL-FILE-STATUS.
000360     SELECT VAULT-FILE ASSIGN TO "PYVAULT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS VLT-KEY
000400         ALTERNATE RECORD KEY IS VLT-FUNC-KEY
000410         FILE STATUS IS VLT-FILE-STATUS.
000420     SELECT INQUIRY-REPORT-FILE ASSIGN TO "VLTINQRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RPT-FILE-STATUS.
000450     SELECT INQUIRY-EXTRACT-FILE ASSIGN TO "VLTINQEXT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS EXT-FILE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  INQUIRY-CONTROL-FILE.
000510 01  INQUIRY-CONTROL-RECORD.
000520     03  VIQ-REQUEST-ID       PIC X(14).
000530     03  VIQ-MODULE           PIC X(40).
000540     03  VIQ-FUNC             PIC X(40).
000550     03  VIQ-FROM-DATE        PIC X(08).
000560     03  VIQ-THRU-DATE        PIC X(08).
000570 FD  VAULT-FILE.
000580     COPY vaultrec.
000590 FD  INQUIRY-REPORT-FILE.
000600 01  INQUIRY-REPORT-LINE      PIC X(132).
000610 FD  INQUIRY-EXTRACT-FILE.
000620 01  INQUIRY-EXTRACT-RECORD   PIC X(1143).
000630 WORKING-STORAGE SECTION.
000640 01  CTL-FILE-STATUS          PIC X(02).
000650 01  VLT-FILE-STATUS          PIC X(02).
000660 01  RPT-FILE-STATUS          PIC X(02).
000670 01  EXT-FILE-STATUS          PIC X(02).
000680 01  CONTROL-FILE-SW          PIC X(01) VALUE "N".
000690     88  NO-MORE-INQUIRIES              VALUE "Y".
000700 01  VAULT-BROWSE-SW          PIC X(01) VALUE "N".
000710     88  NO-MORE-RESPONSES              VALUE "Y".
000720 01  INQUIRY-REQUEST-ID       PIC X(14) VALUE SPACES.
000730 01  INQUIRY-MODULE           PIC X(40) VALUE SPACES.
000740 01  INQUIRY-FUNC             PIC X(40) VALUE SPACES.
000750 01  INQUIRY-FROM-DATE        PIC 9(08) VALUE ZERO.
000760 01  INQUIRY-THRU-DATE        PIC 9(08) VALUE ZERO.
000770 01  INQUIRY-COUNT            PIC 9(09) VALUE ZERO.
000780 01  INQUIRY-REFUSED-COUNT    PIC 9(09) VALUE ZERO.
000790 01  RESPONSES-FOUND-COUNT    PIC 9(09) VALUE ZERO.
000800 01  RESPONSE-LINE-COUNT      PIC 9(06) VALUE ZERO.
000810 01  MODULE-FUNC-TEXT         PIC X(81) VALUE SPACES.
000820 01  PRINT-LABEL              PIC X(14) VALUE SPACES.
000830 01  PRINT-VALUE              PIC X(500) VALUE SPACES.
000840 01  CHUNK-SUB                PIC 9(02) COMP VALUE ZERO.
000850 01  CHUNK-START              PIC 9(04) COMP VALUE ZERO.
000860 PROCEDURE DIVISION.
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000890     PERFORM 2000-PROCESS-ONE-INQUIRY
000900         THRU 2000-PROCESS-ONE-INQUIRY-EXIT
000910         UNTIL NO-MORE-INQUIRIES.
000920     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000930     GO TO 9999-EXIT.
000940*----------------------------------------------------------
000950* 1000-INITIALIZE
000960*----------------------------------------------------------
000970 1000-INITIALIZE.
000980     OPEN INPUT INQUIRY-CONTROL-FILE.
000990     IF CTL-FILE-STATUS NOT = "00"
001000         DISPLAY "*** ERROR - INQUIRY CONTROL FILE COULD NOT "
001010             "BE OPENED -- FILE STATUS " CTL-FILE-STATUS
001020         MOVE 16 TO RETURN-CODE
001030         GO TO 9999-EXIT
001040     END-IF.
001050     OPEN INPUT VAULT-FILE.
001060     IF VLT-FILE-STATUS NOT = "00"
001070         DISPLAY "*** ERROR - RESPONSE VAULT COULD NOT BE "
001080             "OPENED -- FILE STATUS " VLT-FILE-STATUS
001090         MOVE 16 TO RETURN-CODE
001100         GO TO 9999-EXIT
001110     END-IF.
001120     OPEN OUTPUT INQUIRY-REPORT-FILE.
001130     IF RPT-FILE-STATUS NOT = "00"
001140         DISPLAY "*** ERROR - INQUIRY REPORT COULD NOT BE "
001150             "OPENED -- FILE STATUS " RPT-FILE-STATUS
001160         MOVE 16 TO RETURN-CODE
001170         GO TO 9999-EXIT
001180     END-IF.
001190     OPEN OUTPUT INQUIRY-EXTRACT-FILE.
001200     IF EXT-FILE-STATUS NOT = "00"
001210         DISPLAY "*** ERROR - INQUIRY EXTRACT COULD NOT BE "
001220             "OPENED -- FILE STATUS " EXT-FILE-STATUS
001230         MOVE 16 TO RETURN-CODE
001240         GO TO 9999-EXIT
001250     END-IF.
001260     PERFORM 2100-READ-CONTROL-RECORD
001270         THRU 2100-READ-CONTROL-RECORD-EXIT.
001280 1000-INITIALIZE-EXIT.
001290     EXIT.
001300*----------------------------------------------------------
001310* 2000-PROCESS-ONE-INQUIRY
001320*     ONE PAGE PER INQUIRY -- A HEADING, EVERY RESPONSE
001330*     FOUND, AND A CLOSING COUNT. A REQUEST ID TAKES
001340*     PRECEDENCE OVER A MODULE/FUNC ON THE SAME RECORD. A
001350*     DATE LEFT BLANK LEAVES THAT END OF THE RANGE OPEN.
001360*----------------------------------------------------------
001370 2000-PROCESS-ONE-INQUIRY.
001380     IF INQUIRY-CONTROL-RECORD = SPACES
001390         GO TO 2000-PROCESS-NEXT
001400     END-IF.
001410     MOVE VIQ-REQUEST-ID TO INQUIRY-REQUEST-ID.
001420     MOVE VIQ-MODULE     TO INQUIRY-MODULE.
001430     MOVE VIQ-FUNC       TO INQUIRY-FUNC.
001440     MOVE ZERO     TO INQUIRY-FROM-DATE.
001450     MOVE 99999999 TO INQUIRY-THRU-DATE.
001460     MOVE ZERO     TO RESPONSE-LINE-COUNT.
001470     IF (INQUIRY-REQUEST-ID = SPACES AND INQUIRY-MODULE = SPACES)
001480         OR (VIQ-FROM-DATE NOT = SPACES
001490             AND VIQ-FROM-DATE NOT NUMERIC)
001500         OR (VIQ-THRU-DATE NOT = SPACES
001510             AND VIQ-THRU-DATE NOT NUMERIC)
001520         PERFORM 2500-REFUSE-INQUIRY
001530             THRU 2500-REFUSE-INQUIRY-EXIT
001540         GO TO 2000-PROCESS-NEXT
001550     END-IF.
001560     ADD 1 TO INQUIRY-COUNT.
001570     IF VIQ-FROM-DATE NOT = SPACES
001580         MOVE VIQ-FROM-DATE TO INQUIRY-FROM-DATE
001590     END-IF.
001600     IF VIQ-THRU-DATE NOT = SPACES
001610         MOVE VIQ-THRU-DATE TO INQUIRY-THRU-DATE
001620     END-IF.
001630     MOVE SPACES TO INQUIRY-REPORT-LINE.
001640     IF INQUIRY-REQUEST-ID NOT = SPACES
001650         STRING "RESPONSE VAULT INQUIRY -- REQUEST ID "
001660             DELIMITED BY SIZE
001670             INQUIRY-REQUEST-ID DELIMITED BY SIZE
001680             "  FROM " DELIMITED BY SIZE
001690             INQUIRY-FROM-DATE DELIMITED BY SIZE
001700             " THROUGH " DELIMITED BY SIZE
001710             INQUIRY-THRU-DATE DELIMITED BY SIZE
001720             INTO INQUIRY-REPORT-LINE
001730     ELSE
001740         MOVE SPACES TO MODULE-FUNC-TEXT
001750         STRING INQUIRY-MODULE DELIMITED BY SPACE
001760             "/" DELIMITED BY SIZE
001770             INQUIRY-FUNC DELIMITED BY SPACE
001780             INTO MODULE-FUNC-TEXT
001790         STRING "RESPONSE VAULT INQUIRY -- " DELIMITED BY SIZE
001800             MODULE-FUNC-TEXT DELIMITED BY SPACE
001810             "  FROM " DELIMITED BY SIZE
001820             INQUIRY-FROM-DATE DELIMITED BY SIZE
001830             " THROUGH " DELIMITED BY SIZE
001840             INQUIRY-THRU-DATE DELIMITED BY SIZE
001850             INTO INQUIRY-REPORT-LINE
001860     END-IF.
001870     PERFORM 9100-WRITE-REPORT-LINE
001880         THRU 9100-WRITE-REPORT-LINE-EXIT.
001890     IF INQUIRY-REQUEST-ID NOT = SPACES
001900         PERFORM 3000-BROWSE-BY-REQUEST-ID
001910             THRU 3000-BROWSE-BY-REQUEST-ID-EXIT
001920     ELSE
001930         PERFORM 3500-BROWSE-BY-FUNCTION
001940             THRU 3500-BROWSE-BY-FUNCTION-EXIT
001950     END-IF.
001960     MOVE SPACES TO INQUIRY-REPORT-LINE.
001970     IF RESPONSE-LINE-COUNT = ZERO
001980         STRING "  NO RESPONSES ON FILE FOR THIS INQUIRY"
001990             DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
002000     ELSE
002010         STRING "  RESPONSES FOUND: " DELIMITED BY SIZE
002020             RESPONSE-LINE-COUNT DELIMITED BY SIZE
002030             INTO INQUIRY-REPORT-LINE
002040     END-IF.
002050     PERFORM 9100-WRITE-REPORT-LINE
002060         THRU 9100-WRITE-REPORT-LINE-EXIT.
002070     MOVE SPACES TO INQUIRY-REPORT-LINE.
002080     PERFORM 9100-WRITE-REPORT-LINE
002090         THRU 9100-WRITE-REPORT-LINE-EXIT.
002100 2000-PROCESS-NEXT.
002110     PERFORM 2100-READ-CONTROL-RECORD
002120         THRU 2100-READ-CONTROL-RECORD-EXIT.
002130 2000-PROCESS-ONE-INQUIRY-EXIT.
002140     EXIT.
002150*----------------------------------------------------------
002160* 2100-READ-CONTROL-RECORD
002170*----------------------------------------------------------
002180 2100-READ-CONTROL-RECORD.
002190     READ INQUIRY-CONTROL-FILE
002200         AT END
002210             SET NO-MORE-INQUIRIES TO TRUE
002220     END-READ.
002230 2100-READ-CONTROL-RECORD-EXIT.
002240     EXIT.
002250*----------------------------------------------------------
002260* 2500-REFUSE-INQUIRY
002270*----------------------------------------------------------
002280 2500-REFUSE-INQUIRY.
002290     ADD 1 TO INQUIRY-REFUSED-COUNT.
002300     MOVE SPACES TO INQUIRY-REPORT-LINE.
002310     STRING "*** INQUIRY REFUSED -- NAME A REQUEST ID OR A "
002320         DELIMITED BY SIZE
002330         "MODULE, WITH ANY DATES AS YYYYMMDD: "
002340         DELIMITED BY SIZE
002350         INQUIRY-CONTROL-RECORD (1:40) DELIMITED BY SIZE
002360         INTO INQUIRY-REPORT-LINE.
002370     PERFORM 9100-WRITE-REPORT-LINE
002380         THRU 9100-WRITE-REPORT-LINE-EXIT.
002390     MOVE SPACES TO INQUIRY-REPORT-LINE.
002400     PERFORM 9100-WRITE-REPORT-LINE
002410         THRU 9100-WRITE-REPORT-LINE-EXIT.
002420     IF RETURN-CODE = ZERO
002430         MOVE 4 TO RETURN-CODE
002440     END-IF.
002450 2500-REFUSE-INQUIRY-EXIT.
002460     EXIT.
002470*----------------------------------------------------------
002480* 3000-BROWSE-BY-REQUEST-ID
002490*     POSITIONS ON THE EARLIEST BUSINESS DATE FOR THE ID
002500*     AND READS FORWARD UNTIL THE ID CHANGES -- EVERY DAY
002510*     THE REQUEST WAS ANSWERED, RETRIES INCLUDED.
002520*----------------------------------------------------------
002530 3000-BROWSE-BY-REQUEST-ID.
002540     MOVE "N" TO VAULT-BROWSE-SW.
002550     MOVE INQUIRY-REQUEST-ID TO VLT-REQUEST-ID.
002560     MOVE INQUIRY-FROM-DATE  TO VLT-BUSINESS-DATE.
002570     START VAULT-FILE
002580         KEY IS NOT LESS THAN VLT-KEY
002590         INVALID KEY
002600             SET NO-MORE-RESPONSES TO TRUE
002610     END-START.
002620     PERFORM 3100-READ-NEXT-BY-ID
002630         THRU 3100-READ-NEXT-BY-ID-EXIT
002640         UNTIL NO-MORE-RESPONSES.
002650 3000-BROWSE-BY-REQUEST-ID-EXIT.
002660     EXIT.
002670*----------------------------------------------------------
002680* 3100-READ-NEXT-BY-ID
002690*----------------------------------------------------------
002700 3100-READ-NEXT-BY-ID.
002710     READ VAULT-FILE NEXT RECORD
002720         AT END
002730             SET NO-MORE-RESPONSES TO TRUE
002740             GO TO 3100-READ-NEXT-BY-ID-EXIT
002750     END-READ.
002760     IF VLT-REQUEST-ID NOT = INQUIRY-REQUEST-ID
002770         OR VLT-BUSINESS-DATE > INQUIRY-THRU-DATE
002780         SET NO-MORE-RESPONSES TO TRUE
002790         GO TO 3100-READ-NEXT-BY-ID-EXIT
002800     END-IF.
002810     PERFORM 4000-REPORT-ONE-RESPONSE
002820         THRU 4000-REPORT-ONE-RESPONSE-EXIT.
002830 3100-READ-NEXT-BY-ID-EXIT.
002840     EXIT.
002850*----------------------------------------------------------
002860* 3500-BROWSE-BY-FUNCTION
002870*     POSITIONS ON THE ALTERNATE KEY AT THE MODULE/FUNC AND
002880*     THE FROM DATE. FOR ONE FUNC THE RECORDS COME IN DATE
002890*     ORDER AND THE BROWSE STOPS PAST THE THROUGH DATE; FOR
002900*     A WHOLE MODULE EACH FUNC HAS ITS OWN RUN OF DATES, SO
002910*     THE BROWSE RUNS TO THE END OF THE MODULE AND PASSES
002920*     OVER ANY DATE OUTSIDE THE RANGE.
002930*----------------------------------------------------------
002940 3500-BROWSE-BY-FUNCTION.
002950     MOVE "N" TO VAULT-BROWSE-SW.
002960     MOVE INQUIRY-MODULE TO VLT-MODULE.
002970     MOVE INQUIRY-FUNC   TO VLT-FUNC.
002980     IF INQUIRY-FUNC = SPACES
002990         MOVE ZERO TO VLT-FUNC-DATE
003000     ELSE
003010         MOVE INQUIRY-FROM-DATE TO VLT-FUNC-DATE
003020     END-IF.
003030     MOVE SPACES TO VLT-FUNC-REQUEST-ID.
003040     START VAULT-FILE
003050         KEY IS NOT LESS THAN VLT-FUNC-KEY
003060         INVALID KEY
003070             SET NO-MORE-RESPONSES TO TRUE
003080     END-START.
003090     PERFORM 3600-READ-NEXT-BY-FUNCTION
003100         THRU 3600-READ-NEXT-BY-FUNCTION-EXIT
003110         UNTIL NO-MORE-RESPONSES.
003120 3500-BROWSE-BY-FUNCTION-EXIT.
003130     EXIT.
003140*----------------------------------------------------------
003150* 3600-READ-NEXT-BY-FUNCTION
003160*----------------------------------------------------------
003170 3600-READ-NEXT-BY-FUNCTION.
003180     READ VAULT-FILE NEXT RECORD
003190         AT END
003200             SET NO-MORE-RESPONSES TO TRUE
003210             GO TO 3600-READ-NEXT-BY-FUNCTION-EXIT
003220     END-READ.
003230     IF VLT-MODULE NOT = INQUIRY-MODULE
003240         SET NO-MORE-RESPONSES TO TRUE
003250         GO TO 3600-READ-NEXT-BY-FUNCTION-EXIT
003260     END-IF.
003270     IF INQUIRY-FUNC NOT = SPACES
003280         IF VLT-FUNC NOT = INQUIRY-FUNC
003290             OR VLT-FUNC-DATE > INQUIRY-THRU-DATE
003300             SET NO-MORE-RESPONSES TO TRUE
003310             GO TO 3600-READ-NEXT-BY-FUNCTION-EXIT
003320         END-IF
003330     END-IF.
003340     IF VLT-FUNC-DATE < INQUIRY-FROM-DATE
003350         OR VLT-FUNC-DATE > INQUIRY-THRU-DATE
003360         GO TO 3600-READ-NEXT-BY-FUNCTION-EXIT
003370     END-IF.
003380     PERFORM 4000-REPORT-ONE-RESPONSE
003390         THRU 4000-REPORT-ONE-RESPONSE-EXIT.
003400 3600-READ-NEXT-BY-FUNCTION-EXIT.
003410     EXIT.
003420*----------------------------------------------------------
003430* 4000-REPORT-ONE-RESPONSE
003440*     PRINTS ONE VAULT RECORD -- WHEN IT WAS ANSWERED AND
003450*     SUBMITTED, BY WHOM, THE FULL ARGS AND RESPONSE IN
003460*     LINES OF 100 -- AND COPIES IT TO THE EXTRACT. A
003470*     SENSITIVE FUNCTION'S VALUES ARE ON FILE MASKED AND
003480*     ARE SHOWN THAT WAY.
003490*----------------------------------------------------------
003500 4000-REPORT-ONE-RESPONSE.
003510     ADD 1 TO RESPONSE-LINE-COUNT.
003520     ADD 1 TO RESPONSES-FOUND-COUNT.
003530     MOVE SPACES TO MODULE-FUNC-TEXT.
003540     STRING VLT-MODULE DELIMITED BY SPACE
003550         "/" DELIMITED BY SIZE
003560         VLT-FUNC DELIMITED BY SPACE
003570         INTO MODULE-FUNC-TEXT.
003580     MOVE SPACES TO INQUIRY-REPORT-LINE.
003590     STRING "  " DELIMITED BY SIZE
003600         VLT-REQUEST-ID DELIMITED BY SIZE
003610         "  ANSWERED " DELIMITED BY SIZE
003620         VLT-BUSINESS-DATE DELIMITED BY SIZE
003630         "  SUBMITTED " DELIMITED BY SIZE
003640         VLT-SUBMIT-DATE DELIMITED BY SIZE
003650         "  BY " DELIMITED BY SIZE
003660         VLT-SUBMITTER DELIMITED BY SIZE
003670         "  PRIORITY " DELIMITED BY SIZE
003680         VLT-PRIORITY DELIMITED BY SIZE
003690         INTO INQUIRY-REPORT-LINE.
003700     PERFORM 9100-WRITE-REPORT-LINE
003710         THRU 9100-WRITE-REPORT-LINE-EXIT.
003720     MOVE SPACES TO INQUIRY-REPORT-LINE.
003730     STRING "    FUNCTION: " DELIMITED BY SIZE
003740         MODULE-FUNC-TEXT DELIMITED BY SIZE
003750         INTO INQUIRY-REPORT-LINE.
003760     PERFORM 9100-WRITE-REPORT-LINE
003770         THRU 9100-WRITE-REPORT-LINE-EXIT.
003780     MOVE "    ARGS:     " TO PRINT-LABEL.
003790     IF VLT-ARGS-ON-FILE
003800         MOVE VLT-ARGS TO PRINT-VALUE
003810     ELSE
003820         MOVE "(NOT ON FILE -- NO PYREQIN DETAIL WHEN POSTED)"
003830             TO PRINT-VALUE
003840     END-IF.
003850     PERFORM 4100-PRINT-VALUE THRU 4100-PRINT-VALUE-EXIT.
003860     MOVE "    RESPONSE: " TO PRINT-LABEL.
003870     IF VLT-RESPONSE = SPACES
003880         MOVE "(BLANK -- CALL FAILED)"
003890             TO PRINT-VALUE
003900     ELSE
003910         MOVE VLT-RESPONSE TO PRINT-VALUE
003920     END-IF.
003930     PERFORM 4100-PRINT-VALUE THRU 4100-PRINT-VALUE-EXIT.
003940     IF VLT-SENSITIVE
003950         MOVE SPACES TO INQUIRY-REPORT-LINE
003960         STRING "    (SENSITIVE FUNCTION -- ARGS AND "
003970             "RESPONSE MASKED)" DELIMITED BY SIZE
003980             INTO INQUIRY-REPORT-LINE
003990         PERFORM 9100-WRITE-REPORT-LINE
004000             THRU 9100-WRITE-REPORT-LINE-EXIT
004010     END-IF.
004020     WRITE INQUIRY-EXTRACT-RECORD FROM VAULT-RECORD.
004030     IF EXT-FILE-STATUS NOT = "00"
004040         DISPLAY "*** ERROR - INQUIRY EXTRACT RECORD COULD NOT "
004050             "BE WRITTEN -- FILE STATUS " EXT-FILE-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004080         GO TO 9999-EXIT
004090     END-IF.
004100 4000-REPORT-ONE-RESPONSE-EXIT.
004110     EXIT.
004120*----------------------------------------------------------
004130* 4100-PRINT-VALUE
004140*     PRINTS PRINT-VALUE IN LINES OF 100 UNDER PRINT-LABEL,
004150*     LEAVING OUT THE BLANK LINES AT THE END.
004160*----------------------------------------------------------
004170 4100-PRINT-VALUE.
004180     PERFORM 4150-PRINT-ONE-CHUNK
004190         THRU 4150-PRINT-ONE-CHUNK-EXIT
004200         VARYING CHUNK-SUB FROM 1 BY 1
004210         UNTIL CHUNK-SUB > 5.
004220 4100-PRINT-VALUE-EXIT.
004230     EXIT.
004240*----------------------------------------------------------
004250* 4150-PRINT-ONE-CHUNK
004260*----------------------------------------------------------
004270 4150-PRINT-ONE-CHUNK.
004280     COMPUTE CHUNK-START = (CHUNK-SUB - 1) * 100 + 1.
004290     IF CHUNK-SUB > 1
004300         AND PRINT-VALUE (CHUNK-START:) = SPACES
004310         GO TO 4150-PRINT-ONE-CHUNK-EXIT
004320     END-IF.
004330     MOVE SPACES TO INQUIRY-REPORT-LINE.
004340     STRING PRINT-LABEL DELIMITED BY SIZE
004350         PRINT-VALUE (CHUNK-START:100) DELIMITED BY SIZE
004360         INTO INQUIRY-REPORT-LINE.
004370     PERFORM 9100-WRITE-REPORT-LINE
004380         THRU 9100-WRITE-REPORT-LINE-EXIT.
004390     MOVE SPACES TO PRINT-LABEL.
004400 4150-PRINT-ONE-CHUNK-EXIT.
004410     EXIT.
004420*----------------------------------------------------------
004430* 9000-TERMINATE
004440*----------------------------------------------------------
004450 9000-TERMINATE.
004460     CLOSE INQUIRY-CONTROL-FILE.
004470     CLOSE VAULT-FILE.
004480     CLOSE INQUIRY-REPORT-FILE.
004490     CLOSE INQUIRY-EXTRACT-FILE.
004500     DISPLAY "VAULT INQUIRIES ANSWERED:  " INQUIRY-COUNT.
004510     DISPLAY "VAULT INQUIRIES REFUSED:   " INQUIRY-REFUSED-COUNT.
004520     DISPLAY "RESPONSES REPORTED:        " RESPONSES-FOUND-COUNT.
004530 9000-TERMINATE-EXIT.
004540     EXIT.
004550*----------------------------------------------------------
004560* 9100-WRITE-REPORT-LINE
004570*----------------------------------------------------------
004580 9100-WRITE-REPORT-LINE.
004590     WRITE INQUIRY-REPORT-LINE.
004600     DISPLAY INQUIRY-REPORT-LINE.
004610 9100-WRITE-REPORT-LINE-EXIT.
004620     EXIT.
004630*----------------------------------------------------------
004640* 9999-EXIT
004650*----------------------------------------------------------
004660 9999-EXIT.
004670     STOP RUN.
