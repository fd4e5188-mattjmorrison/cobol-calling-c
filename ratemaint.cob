000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ratemaint.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. MAINTENANCE DRIVER
000130*                   FOR THE RATETBL CHARGEBACK RATE TABLE
000140*                   -- ADDS A RATE ROW IN FORCE FROM AN
000150*                   EFFECTIVE DATE, CHANGES OR DELETES A
000160*                   ROW NOT YET IN FORCE, OR LISTS THE
000170*                   WHOLE TABLE FROM A TRANSACTION FILE,
000180*                   WRITING A BEFORE/AFTER CHANGE REPORT
000190*                   FOR EVERY UPDATE AND AN EXCEPTION
000200*                   LISTING FOR EVERY REJECTED
000210*                   TRANSACTION. A RATE ALREADY IN FORCE
000220*                   IS NEVER ALTERED -- A NEW RATE IS A
000230*                   NEW ROW WITH ITS OWN DATE, SO A MONTH
000240*                   ALREADY BILLED ALWAYS REPRICES THE
000250*                   SAME. ONLY THE FIRST ROW FOR A
000260*                   FUNCTION MAY BE BACK-DATED.
000270*----------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT RATE-TRANS-FILE ASSIGN TO "RATEMAINT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS RTM-FILE-STATUS.
000340     SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS RATE-KEY
000380         FILE STATUS IS RATE-FILE-STATUS.
000390     SELECT FUNCTION-REGISTRY-FILE ASSIGN TO "FUNCREG"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS REG-KEY
000430         FILE STATUS IS REG-FILE-STATUS.
000440     SELECT CHANGE-REPORT-FILE ASSIGN TO "RATERPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS RPT-FILE-STATUS.
000470     SELECT EXCEPTION-LIST-FILE ASSIGN TO "RATEEXC"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS EXC-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RATE-TRANS-FILE.
000530     COPY ratemtrec.
000540 FD  RATE-TABLE-FILE.
000550     COPY raterec.
000560 FD  FUNCTION-REGISTRY-FILE.
000570     COPY registry.
000580 FD  CHANGE-REPORT-FILE.
000590 01  CHANGE-REPORT-LINE       PIC X(132).
000600 FD  EXCEPTION-LIST-FILE.
000610 01  EXCEPTION-LIST-LINE      PIC X(132).
000620 WORKING-STORAGE SECTION.
000630 01  RTM-FILE-STATUS          PIC X(02).
000640 01  RATE-FILE-STATUS         PIC X(02).
000650 01  REG-FILE-STATUS          PIC X(02).
000660 01  RPT-FILE-STATUS          PIC X(02).
000670 01  EXC-FILE-STATUS          PIC X(02).
000680 01  RATE-TRANS-FILE-SW       PIC X(01) VALUE "N".
000690     88  NO-MORE-RATE-TRANS             VALUE "Y".
000700 01  RATE-LIST-SW             PIC X(01) VALUE "N".
000710     88  NO-MORE-RATE-ROWS              VALUE "Y".
000720 01  ENTRY-FOUND-SW           PIC X(01) VALUE "N".
000730     88  ENTRY-IS-ON-FILE               VALUE "Y".
000740     88  ENTRY-NOT-ON-FILE              VALUE "N".
000750 01  FUNCTION-FOUND-SW        PIC X(01) VALUE "N".
000760     88  FUNCTION-IS-REGISTERED         VALUE "Y".
000770 01  PRIOR-RATE-SW            PIC X(01) VALUE "N".
000780     88  FUNCTION-ALREADY-PRICED        VALUE "Y".
000790 01  RATE-TRANS-COUNT         PIC 9(09) COMP VALUE ZERO.
000800 01  RATE-ADDED-COUNT         PIC 9(09) COMP VALUE ZERO.
000810 01  RATE-CHANGED-COUNT       PIC 9(09) COMP VALUE ZERO.
000820 01  RATE-DELETED-COUNT       PIC 9(09) COMP VALUE ZERO.
000830 01  RATE-EXCEPTION-COUNT     PIC 9(09) COMP VALUE ZERO.
000840 01  RUN-DATE-YYYYMMDD        PIC 9(08).
000850 01  RUN-TIME-HHMMSSCC        PIC 9(08).
000860 01  TRANS-EFFECTIVE-DATE     PIC 9(08) VALUE ZERO.
000870 01  EXCEPTION-REASON         PIC X(40).
000880 01  DETAIL-TAG               PIC X(08).
000890 01  PRINT-CALL-CHARGE        PIC ZZZZ9.9999.
000900 01  PRINT-CC-CHARGE          PIC ZZ9.999999.
000910 01  PRINT-CACHED-CHARGE      PIC ZZZZ9.9999.
000920 PROCEDURE DIVISION.
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000950     PERFORM 2000-PROCESS-RATE-TRANS
000960         THRU 2000-PROCESS-RATE-TRANS-EXIT
000970         UNTIL NO-MORE-RATE-TRANS.
000980     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000990     GO TO 9999-EXIT.
001000*----------------------------------------------------------
001010* 1000-INITIALIZE
001020*     OPENS THE TRANSACTION INPUT, THE RATE TABLE FOR
001030*     UPDATE (CREATING IT ON FIRST USE), THE REGISTRY FOR
001040*     REFERENCE, AND THE REPORT AND EXCEPTION LISTINGS.
001050*     EVERY OPEN IS CHECKED -- A FILE THAT WILL NOT OPEN
001060*     FAILS THE STEP.
001070*----------------------------------------------------------
001080 1000-INITIALIZE.
001090     OPEN INPUT RATE-TRANS-FILE.
001100     IF RTM-FILE-STATUS NOT = "00"
001110         DISPLAY "*** ERROR - RATE MAINTENANCE TRANS FILE "
001120             "COULD NOT BE OPENED -- FILE STATUS "
001130             RTM-FILE-STATUS
001140         MOVE 16 TO RETURN-CODE
001150         GO TO 9999-EXIT
001160     END-IF.
001170     OPEN I-O RATE-TABLE-FILE.
001180     IF RATE-FILE-STATUS = "35"
001190         OPEN OUTPUT RATE-TABLE-FILE
001200         CLOSE RATE-TABLE-FILE
001210         OPEN I-O RATE-TABLE-FILE
001220     END-IF.
001230     IF RATE-FILE-STATUS NOT = "00"
001240         DISPLAY "*** ERROR - CHARGEBACK RATE TABLE COULD NOT "
001250             "BE OPENED -- FILE STATUS " RATE-FILE-STATUS
001260         MOVE 16 TO RETURN-CODE
001270         GO TO 9999-EXIT
001280     END-IF.
001290     OPEN INPUT FUNCTION-REGISTRY-FILE.
001300     IF REG-FILE-STATUS NOT = "00"
001310         DISPLAY "*** ERROR - FUNCTION REGISTRY FILE COULD "
001320             "NOT BE OPENED -- FILE STATUS " REG-FILE-STATUS
001330         MOVE 16 TO RETURN-CODE
001340         GO TO 9999-EXIT
001350     END-IF.
001360     OPEN OUTPUT CHANGE-REPORT-FILE.
001370     IF RPT-FILE-STATUS NOT = "00"
001380         DISPLAY "*** ERROR - RATE CHANGE REPORT COULD NOT BE "
001390             "OPENED -- FILE STATUS " RPT-FILE-STATUS
001400         MOVE 16 TO RETURN-CODE
001410         GO TO 9999-EXIT
001420     END-IF.
001430     OPEN OUTPUT EXCEPTION-LIST-FILE.
001440     IF EXC-FILE-STATUS NOT = "00"
001450         DISPLAY "*** ERROR - RATE EXCEPTION LISTING COULD "
001460             "NOT BE OPENED -- FILE STATUS " EXC-FILE-STATUS
001470         MOVE 16 TO RETURN-CODE
001480         GO TO 9999-EXIT
001490     END-IF.
001500     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001510     ACCEPT RUN-TIME-HHMMSSCC FROM TIME.
001520     MOVE SPACES TO CHANGE-REPORT-LINE.
001530     STRING "CHARGEBACK RATE TABLE MAINTENANCE -- RUN "
001540         DELIMITED BY SIZE
001550         RUN-DATE-YYYYMMDD DELIMITED BY SIZE
001560         " " DELIMITED BY SIZE
001570         RUN-TIME-HHMMSSCC DELIMITED BY SIZE
001580         INTO CHANGE-REPORT-LINE.
001590     WRITE CHANGE-REPORT-LINE.
001600     PERFORM 2100-READ-RATE-TRANS
001610         THRU 2100-READ-RATE-TRANS-EXIT.
001620 1000-INITIALIZE-EXIT.
001630     EXIT.
001640*----------------------------------------------------------
001650* 2000-PROCESS-RATE-TRANS
001660*     EDITS AND DISPATCHES ONE MAINTENANCE TRANSACTION.
001670*     AN ACTION NOT ON THE APPROVED LIST, A BLANK KEY OR
001680*     INITIALS, A DATE OR CHARGE THAT IS NOT DIGITS, OR AN
001690*     ADD FOR A FUNCTION NOT ON THE REGISTRY GOES TO THE
001700*     EXCEPTION LISTING WITHOUT TOUCHING THE TABLE.
001710*----------------------------------------------------------
001720 2000-PROCESS-RATE-TRANS.
001730     ADD 1 TO RATE-TRANS-COUNT.
001740     IF NOT RTM-ACTION-VALID
001750         MOVE "ACTION CODE NOT RECOGNIZED" TO EXCEPTION-REASON
001760         PERFORM 5000-WRITE-EXCEPTION
001770             THRU 5000-WRITE-EXCEPTION-EXIT
001780         GO TO 2000-PROCESS-NEXT
001790     END-IF.
001800     IF RTM-ACTION-LST
001810         PERFORM 3500-LIST-RATE-TABLE
001820             THRU 3500-LIST-RATE-TABLE-EXIT
001830         GO TO 2000-PROCESS-NEXT
001840     END-IF.
001850     IF RTM-MODULE = SPACES OR RTM-FUNC = SPACES
001860         MOVE "MODULE/FUNC KEY BLANK" TO EXCEPTION-REASON
001870         PERFORM 5000-WRITE-EXCEPTION
001880             THRU 5000-WRITE-EXCEPTION-EXIT
001890         GO TO 2000-PROCESS-NEXT
001900     END-IF.
001910     IF RTM-OPERATOR-ID = SPACES
001920         MOVE "OPERATOR INITIALS BLANK" TO EXCEPTION-REASON
001930         PERFORM 5000-WRITE-EXCEPTION
001940             THRU 5000-WRITE-EXCEPTION-EXIT
001950         GO TO 2000-PROCESS-NEXT
001960     END-IF.
001970     IF RTM-EFFECTIVE-DATE = SPACES
001980         AND RTM-ACTION-ADD
001990         MOVE RUN-DATE-YYYYMMDD TO TRANS-EFFECTIVE-DATE
002000     ELSE
002010         IF RTM-EFFECTIVE-DATE NOT NUMERIC
002020             MOVE "EFFECTIVE DATE NOT NUMERIC"
002030                 TO EXCEPTION-REASON
002040             PERFORM 5000-WRITE-EXCEPTION
002050                 THRU 5000-WRITE-EXCEPTION-EXIT
002060             GO TO 2000-PROCESS-NEXT
002070         END-IF
002080         MOVE RTM-EFFECTIVE-DATE-NUM TO TRANS-EFFECTIVE-DATE
002090     END-IF.
002100     IF RTM-ACTION-ADD
002110         AND (RTM-CALL-CHARGE-X NOT NUMERIC
002120           OR RTM-CC-CHARGE-X NOT NUMERIC
002130           OR RTM-CACHED-CHARGE-X NOT NUMERIC)
002140         MOVE "ADD - EVERY CHARGE MUST BE DIGITS"
002150             TO EXCEPTION-REASON
002160         PERFORM 5000-WRITE-EXCEPTION
002170             THRU 5000-WRITE-EXCEPTION-EXIT
002180         GO TO 2000-PROCESS-NEXT
002190     END-IF.
002200     IF RTM-ACTION-CHG
002210         AND ((RTM-CALL-CHARGE-X NOT = SPACES
002220               AND RTM-CALL-CHARGE-X NOT NUMERIC)
002230           OR (RTM-CC-CHARGE-X NOT = SPACES
002240               AND RTM-CC-CHARGE-X NOT NUMERIC)
002250           OR (RTM-CACHED-CHARGE-X NOT = SPACES
002260               AND RTM-CACHED-CHARGE-X NOT NUMERIC))
002270         MOVE "CHG - CHARGE NOT DIGITS" TO EXCEPTION-REASON
002280         PERFORM 5000-WRITE-EXCEPTION
002290             THRU 5000-WRITE-EXCEPTION-EXIT
002300         GO TO 2000-PROCESS-NEXT
002310     END-IF.
002320     IF RTM-ACTION-ADD
002330         PERFORM 2200-CHECK-REGISTERED
002340             THRU 2200-CHECK-REGISTERED-EXIT
002350         IF NOT FUNCTION-IS-REGISTERED
002360             MOVE "MODULE/FUNC NOT ON REGISTRY"
002370                 TO EXCEPTION-REASON
002380             PERFORM 5000-WRITE-EXCEPTION
002390                 THRU 5000-WRITE-EXCEPTION-EXIT
002400             GO TO 2000-PROCESS-NEXT
002410         END-IF
002420     END-IF.
002430     EVALUATE TRUE
002440         WHEN RTM-ACTION-ADD
002450             PERFORM 3000-ADD-RATE
002460                 THRU 3000-ADD-RATE-EXIT
002470         WHEN RTM-ACTION-CHG
002480             PERFORM 3100-CHANGE-RATE
002490                 THRU 3100-CHANGE-RATE-EXIT
002500         WHEN RTM-ACTION-DEL
002510             PERFORM 3200-DELETE-RATE
002520                 THRU 3200-DELETE-RATE-EXIT
002530     END-EVALUATE.
002540 2000-PROCESS-NEXT.
002550     PERFORM 2100-READ-RATE-TRANS
002560         THRU 2100-READ-RATE-TRANS-EXIT.
002570 2000-PROCESS-RATE-TRANS-EXIT.
002580     EXIT.
002590*----------------------------------------------------------
002600* 2100-READ-RATE-TRANS
002610*----------------------------------------------------------
002620 2100-READ-RATE-TRANS.
002630     READ RATE-TRANS-FILE
002640         AT END
002650             SET NO-MORE-RATE-TRANS TO TRUE
002660     END-READ.
002670 2100-READ-RATE-TRANS-EXIT.
002680     EXIT.
002690*----------------------------------------------------------
002700* 2200-CHECK-REGISTERED
002710*     A NAMED FUNC MUST BE ON THE REGISTRY. A "*" ROW MUST
002720*     NAME A MODULE WITH AT LEAST ONE FUNC ON THE REGISTRY
002730*     -- THE FIRST KEY AT OR AFTER THE MODULE IS READ AND
002740*     ITS MODULE COMPARED.
002750*----------------------------------------------------------
002760 2200-CHECK-REGISTERED.
002770     MOVE "N" TO FUNCTION-FOUND-SW.
002780     MOVE RTM-MODULE TO REG-MODULE.
002790     IF RTM-FUNC NOT = "*"
002800         MOVE RTM-FUNC TO REG-FUNC
002810         READ FUNCTION-REGISTRY-FILE
002820             KEY IS REG-KEY
002830             INVALID KEY
002840                 GO TO 2200-CHECK-REGISTERED-EXIT
002850         END-READ
002860         SET FUNCTION-IS-REGISTERED TO TRUE
002870         GO TO 2200-CHECK-REGISTERED-EXIT
002880     END-IF.
002890     MOVE LOW-VALUES TO REG-FUNC.
002900     START FUNCTION-REGISTRY-FILE
002910         KEY IS NOT LESS THAN REG-KEY
002920         INVALID KEY
002930             GO TO 2200-CHECK-REGISTERED-EXIT
002940     END-START.
002950     READ FUNCTION-REGISTRY-FILE NEXT RECORD
002960         AT END
002970             GO TO 2200-CHECK-REGISTERED-EXIT
002980     END-READ.
002990     IF REG-MODULE = RTM-MODULE
003000         SET FUNCTION-IS-REGISTERED TO TRUE
003010     END-IF.
003020 2200-CHECK-REGISTERED-EXIT.
003030     EXIT.
003040*----------------------------------------------------------
003050* 2300-READ-RATE-ROW
003060*     READS THE ROW THE TRANSACTION NAMES AND SETS
003070*     ENTRY-FOUND-SW.
003080*----------------------------------------------------------
003090 2300-READ-RATE-ROW.
003100     MOVE RTM-MODULE           TO RATE-MODULE.
003110     MOVE RTM-FUNC             TO RATE-FUNC.
003120     MOVE TRANS-EFFECTIVE-DATE TO RATE-EFFECTIVE-DATE.
003130     SET ENTRY-IS-ON-FILE TO TRUE.
003140     READ RATE-TABLE-FILE
003150         KEY IS RATE-KEY
003160         INVALID KEY
003170             SET ENTRY-NOT-ON-FILE TO TRUE
003180     END-READ.
003190 2300-READ-RATE-ROW-EXIT.
003200     EXIT.
003210*----------------------------------------------------------
003220* 2400-CHECK-PRIOR-RATE
003230*     SETS FUNCTION-ALREADY-PRICED WHEN THE MODULE/FUNC
003240*     HAS ANY ROW ON THE TABLE AT ALL, WHATEVER ITS DATE.
003250*----------------------------------------------------------
003260 2400-CHECK-PRIOR-RATE.
003270     MOVE "N" TO PRIOR-RATE-SW.
003280     MOVE RTM-MODULE TO RATE-MODULE.
003290     MOVE RTM-FUNC   TO RATE-FUNC.
003300     MOVE ZERO       TO RATE-EFFECTIVE-DATE.
003310     START RATE-TABLE-FILE
003320         KEY IS NOT LESS THAN RATE-KEY
003330         INVALID KEY
003340             GO TO 2400-CHECK-PRIOR-RATE-EXIT
003350     END-START.
003360     READ RATE-TABLE-FILE NEXT RECORD
003370         AT END
003380             GO TO 2400-CHECK-PRIOR-RATE-EXIT
003390     END-READ.
003400     IF RATE-MODULE = RTM-MODULE
003410         AND RATE-FUNC = RTM-FUNC
003420         SET FUNCTION-ALREADY-PRICED TO TRUE
003430     END-IF.
003440 2400-CHECK-PRIOR-RATE-EXIT.
003450     EXIT.
003460*----------------------------------------------------------
003470* 3000-ADD-RATE
003480*     WRITES A NEW ROW. A BACK-DATED ROW WOULD REPRICE
003490*     CALLS ALREADY BILLED, SO IT IS ALLOWED ONLY FOR A
003500*     FUNCTION WITH NO ROW YET -- THE FIRST LOAD OF A RATE.
003510*----------------------------------------------------------
003520 3000-ADD-RATE.
003530     PERFORM 2300-READ-RATE-ROW
003540         THRU 2300-READ-RATE-ROW-EXIT.
003550     IF ENTRY-IS-ON-FILE
003560         MOVE "RATE ALREADY ON FILE FOR THAT DATE"
003570             TO EXCEPTION-REASON
003580         PERFORM 5000-WRITE-EXCEPTION
003590             THRU 5000-WRITE-EXCEPTION-EXIT
003600         GO TO 3000-ADD-RATE-EXIT
003610     END-IF.
003620     IF TRANS-EFFECTIVE-DATE < RUN-DATE-YYYYMMDD
003630         PERFORM 2400-CHECK-PRIOR-RATE
003640             THRU 2400-CHECK-PRIOR-RATE-EXIT
003650         IF FUNCTION-ALREADY-PRICED
003660             MOVE "BACK-DATED - FUNCTION ALREADY PRICED"
003670                 TO EXCEPTION-REASON
003680             PERFORM 5000-WRITE-EXCEPTION
003690                 THRU 5000-WRITE-EXCEPTION-EXIT
003700             GO TO 3000-ADD-RATE-EXIT
003710         END-IF
003720     END-IF.
003730     PERFORM 4000-REPORT-ACTION-HEADING
003740         THRU 4000-REPORT-ACTION-HEADING-EXIT.
003750     MOVE SPACES TO CHANGE-REPORT-LINE.
003760     STRING "  BEFORE : (NOT ON FILE)" DELIMITED BY SIZE
003770         INTO CHANGE-REPORT-LINE.
003780     WRITE CHANGE-REPORT-LINE.
003790     MOVE RTM-MODULE           TO RATE-MODULE.
003800     MOVE RTM-FUNC             TO RATE-FUNC.
003810     MOVE TRANS-EFFECTIVE-DATE TO RATE-EFFECTIVE-DATE.
003820     MOVE RTM-CALL-CHARGE      TO RATE-CALL-CHARGE.
003830     MOVE RTM-CC-CHARGE        TO RATE-CC-CHARGE.
003840     MOVE RTM-CACHED-CHARGE    TO RATE-CACHED-CHARGE.
003850     MOVE RTM-OPERATOR-ID      TO RATE-OPERATOR-ID.
003860     MOVE RUN-DATE-YYYYMMDD    TO RATE-CHANGE-DATE.
003870     WRITE RATE-TABLE-RECORD
003880         INVALID KEY
003890             DISPLAY "*** ERROR - RATE ROW COULD NOT BE "
003900                 "WRITTEN -- FILE STATUS " RATE-FILE-STATUS
003910             MOVE 16 TO RETURN-CODE
003920             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003930             GO TO 9999-EXIT
003940     END-WRITE.
003950     ADD 1 TO RATE-ADDED-COUNT.
003960     MOVE "AFTER" TO DETAIL-TAG.
003970     PERFORM 4100-REPORT-RATE-DETAIL
003980         THRU 4100-REPORT-RATE-DETAIL-EXIT.
003990 3000-ADD-RATE-EXIT.
004000     EXIT.
004010*----------------------------------------------------------
004020* 3100-CHANGE-RATE
004030*     REPLACES THE CHARGES THE TRANSACTION FILLS IN ON A
004040*     ROW WHOSE EFFECTIVE DATE HAS NOT YET ARRIVED.
004050*----------------------------------------------------------
004060 3100-CHANGE-RATE.
004070     PERFORM 2300-READ-RATE-ROW
004080         THRU 2300-READ-RATE-ROW-EXIT.
004090     IF ENTRY-NOT-ON-FILE
004100         MOVE "RATE NOT ON FILE FOR THAT DATE"
004110             TO EXCEPTION-REASON
004120         PERFORM 5000-WRITE-EXCEPTION
004130             THRU 5000-WRITE-EXCEPTION-EXIT
004140         GO TO 3100-CHANGE-RATE-EXIT
004150     END-IF.
004160     IF RATE-EFFECTIVE-DATE NOT > RUN-DATE-YYYYMMDD
004170         MOVE "RATE ALREADY IN FORCE - ADD A NEW DATE"
004180             TO EXCEPTION-REASON
004190         PERFORM 5000-WRITE-EXCEPTION
004200             THRU 5000-WRITE-EXCEPTION-EXIT
004210         GO TO 3100-CHANGE-RATE-EXIT
004220     END-IF.
004230     PERFORM 4000-REPORT-ACTION-HEADING
004240         THRU 4000-REPORT-ACTION-HEADING-EXIT.
004250     MOVE "BEFORE" TO DETAIL-TAG.
004260     PERFORM 4100-REPORT-RATE-DETAIL
004270         THRU 4100-REPORT-RATE-DETAIL-EXIT.
004280     IF RTM-CALL-CHARGE-X NOT = SPACES
004290         MOVE RTM-CALL-CHARGE TO RATE-CALL-CHARGE
004300     END-IF.
004310     IF RTM-CC-CHARGE-X NOT = SPACES
004320         MOVE RTM-CC-CHARGE TO RATE-CC-CHARGE
004330     END-IF.
004340     IF RTM-CACHED-CHARGE-X NOT = SPACES
004350         MOVE RTM-CACHED-CHARGE TO RATE-CACHED-CHARGE
004360     END-IF.
004370     MOVE RTM-OPERATOR-ID   TO RATE-OPERATOR-ID.
004380     MOVE RUN-DATE-YYYYMMDD TO RATE-CHANGE-DATE.
004390     REWRITE RATE-TABLE-RECORD
004400         INVALID KEY
004410             DISPLAY "*** ERROR - RATE ROW COULD NOT BE "
004420                 "REWRITTEN -- FILE STATUS " RATE-FILE-STATUS
004430             MOVE 16 TO RETURN-CODE
004440             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004450             GO TO 9999-EXIT
004460     END-REWRITE.
004470     ADD 1 TO RATE-CHANGED-COUNT.
004480     MOVE "AFTER" TO DETAIL-TAG.
004490     PERFORM 4100-REPORT-RATE-DETAIL
004500         THRU 4100-REPORT-RATE-DETAIL-EXIT.
004510 3100-CHANGE-RATE-EXIT.
004520     EXIT.
004530*----------------------------------------------------------
004540* 3200-DELETE-RATE
004550*     REMOVES A ROW WHOSE EFFECTIVE DATE HAS NOT YET
004560*     ARRIVED. A ROW ALREADY IN FORCE HAS PRICED CALLS AND
004570*     STAYS.
004580*----------------------------------------------------------
004590 3200-DELETE-RATE.
004600     PERFORM 2300-READ-RATE-ROW
004610         THRU 2300-READ-RATE-ROW-EXIT.
004620     IF ENTRY-NOT-ON-FILE
004630         MOVE "RATE NOT ON FILE FOR THAT DATE"
004640             TO EXCEPTION-REASON
004650         PERFORM 5000-WRITE-EXCEPTION
004660             THRU 5000-WRITE-EXCEPTION-EXIT
004670         GO TO 3200-DELETE-RATE-EXIT
004680     END-IF.
004690     IF RATE-EFFECTIVE-DATE NOT > RUN-DATE-YYYYMMDD
004700         MOVE "RATE ALREADY IN FORCE - CANNOT DELETE"
004710             TO EXCEPTION-REASON
004720         PERFORM 5000-WRITE-EXCEPTION
004730             THRU 5000-WRITE-EXCEPTION-EXIT
004740         GO TO 3200-DELETE-RATE-EXIT
004750     END-IF.
004760     PERFORM 4000-REPORT-ACTION-HEADING
004770         THRU 4000-REPORT-ACTION-HEADING-EXIT.
004780     MOVE "BEFORE" TO DETAIL-TAG.
004790     PERFORM 4100-REPORT-RATE-DETAIL
004800         THRU 4100-REPORT-RATE-DETAIL-EXIT.
004810     DELETE RATE-TABLE-FILE
004820         INVALID KEY
004830             DISPLAY "*** ERROR - RATE ROW COULD NOT BE "
004840                 "DELETED -- FILE STATUS " RATE-FILE-STATUS
004850             MOVE 16 TO RETURN-CODE
004860             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004870             GO TO 9999-EXIT
004880     END-DELETE.
004890     ADD 1 TO RATE-DELETED-COUNT.
004900     MOVE SPACES TO CHANGE-REPORT-LINE.
004910     STRING "  AFTER : (DELETED)" DELIMITED BY SIZE
004920         INTO CHANGE-REPORT-LINE.
004930     WRITE CHANGE-REPORT-LINE.
004940 3200-DELETE-RATE-EXIT.
004950     EXIT.
004960*----------------------------------------------------------
004970* 3500-LIST-RATE-TABLE
004980*     LISTS EVERY ROW ON THE TABLE, IN MODULE/FUNC AND
004990*     EFFECTIVE-DATE ORDER, ON THE CHANGE REPORT.
005000*----------------------------------------------------------
005010 3500-LIST-RATE-TABLE.
005020     MOVE "N" TO RATE-LIST-SW.
005030     MOVE LOW-VALUES TO RATE-KEY.
005040     START RATE-TABLE-FILE
005050         KEY IS NOT LESS THAN RATE-KEY
005060         INVALID KEY
005070             SET NO-MORE-RATE-ROWS TO TRUE
005080     END-START.
005090     PERFORM 4000-REPORT-ACTION-HEADING
005100         THRU 4000-REPORT-ACTION-HEADING-EXIT.
005110     MOVE "LISTED" TO DETAIL-TAG.
005120     PERFORM 3600-LIST-NEXT-RATE-ROW
005130         THRU 3600-LIST-NEXT-RATE-ROW-EXIT
005140         UNTIL NO-MORE-RATE-ROWS.
005150 3500-LIST-RATE-TABLE-EXIT.
005160     EXIT.
005170*----------------------------------------------------------
005180* 3600-LIST-NEXT-RATE-ROW
005190*----------------------------------------------------------
005200 3600-LIST-NEXT-RATE-ROW.
005210     READ RATE-TABLE-FILE NEXT RECORD
005220         AT END
005230             SET NO-MORE-RATE-ROWS TO TRUE
005240     END-READ.
005250     IF NOT NO-MORE-RATE-ROWS
005260         PERFORM 4100-REPORT-RATE-DETAIL
005270             THRU 4100-REPORT-RATE-DETAIL-EXIT
005280     END-IF.
005290 3600-LIST-NEXT-RATE-ROW-EXIT.
005300     EXIT.
005310*----------------------------------------------------------
005320* 4000-REPORT-ACTION-HEADING
005330*     ONE HEADING LINE PER TRANSACTION SHOWING THE ACTION,
005340*     THE KEY IT NAMED, AND WHO SUBMITTED IT.
005350*----------------------------------------------------------
005360 4000-REPORT-ACTION-HEADING.
005370     MOVE SPACES TO CHANGE-REPORT-LINE.
005380     STRING RTM-ACTION DELIMITED BY SIZE
005390         " " DELIMITED BY SIZE
005400         RTM-MODULE DELIMITED BY SPACE
005410         "/" DELIMITED BY SIZE
005420         RTM-FUNC DELIMITED BY SPACE
005430         " " DELIMITED BY SIZE
005440         RTM-EFFECTIVE-DATE DELIMITED BY SIZE
005450         " BY " DELIMITED BY SIZE
005460         RTM-OPERATOR-ID DELIMITED BY SIZE
005470         INTO CHANGE-REPORT-LINE.
005480     WRITE CHANGE-REPORT-LINE.
005490 4000-REPORT-ACTION-HEADING-EXIT.
005500     EXIT.
005510*----------------------------------------------------------
005520* 4100-REPORT-RATE-DETAIL
005530*     ONE DETAIL LINE SHOWING THE RATE ROW AS IT STANDS.
005540*     CALLERS SET DETAIL-TAG TO BEFORE, AFTER, OR LISTED
005550*     FIRST.
005560*----------------------------------------------------------
005570 4100-REPORT-RATE-DETAIL.
005580     MOVE RATE-CALL-CHARGE   TO PRINT-CALL-CHARGE.
005590     MOVE RATE-CC-CHARGE     TO PRINT-CC-CHARGE.
005600     MOVE RATE-CACHED-CHARGE TO PRINT-CACHED-CHARGE.
005610     MOVE SPACES TO CHANGE-REPORT-LINE.
005620     STRING "  " DELIMITED BY SIZE
005630         DETAIL-TAG DELIMITED BY SPACE
005640         " : " DELIMITED BY SIZE
005650         RATE-MODULE DELIMITED BY SPACE
005660         "/" DELIMITED BY SIZE
005670         RATE-FUNC DELIMITED BY SPACE
005680         " EFF=" DELIMITED BY SIZE
005690         RATE-EFFECTIVE-DATE DELIMITED BY SIZE
005700         " CALL=" DELIMITED BY SIZE
005710         PRINT-CALL-CHARGE DELIMITED BY SIZE
005720         " PERCC=" DELIMITED BY SIZE
005730         PRINT-CC-CHARGE DELIMITED BY SIZE
005740         " CACHED=" DELIMITED BY SIZE
005750         PRINT-CACHED-CHARGE DELIMITED BY SIZE
005760         " BY=" DELIMITED BY SIZE
005770         RATE-OPERATOR-ID DELIMITED BY SIZE
005780         " ON=" DELIMITED BY SIZE
005790         RATE-CHANGE-DATE DELIMITED BY SIZE
005800         INTO CHANGE-REPORT-LINE.
005810     WRITE CHANGE-REPORT-LINE.
005820 4100-REPORT-RATE-DETAIL-EXIT.
005830     EXIT.
005840*----------------------------------------------------------
005850* 5000-WRITE-EXCEPTION
005860*     ONE LINE ON THE EXCEPTION LISTING PER REJECTED
005870*     TRANSACTION -- THE REASON, THE ACTION, THE KEY, AND
005880*     WHO SUBMITTED IT. NOTHING IS APPLIED FOR IT.
005890*----------------------------------------------------------
005900 5000-WRITE-EXCEPTION.
005910     ADD 1 TO RATE-EXCEPTION-COUNT.
005920     MOVE SPACES TO EXCEPTION-LIST-LINE.
005930     STRING "REJECTED " DELIMITED BY SIZE
005940         RTM-ACTION DELIMITED BY SIZE
005950         " " DELIMITED BY SIZE
005960         RTM-MODULE DELIMITED BY SPACE
005970         "/" DELIMITED BY SIZE
005980         RTM-FUNC DELIMITED BY SPACE
005990         " " DELIMITED BY SIZE
006000         RTM-EFFECTIVE-DATE DELIMITED BY SIZE
006010         " BY " DELIMITED BY SIZE
006020         RTM-OPERATOR-ID DELIMITED BY SIZE
006030         " -- " DELIMITED BY SIZE
006040         EXCEPTION-REASON DELIMITED BY SIZE
006050         INTO EXCEPTION-LIST-LINE.
006060     WRITE EXCEPTION-LIST-LINE.
006070     DISPLAY EXCEPTION-LIST-LINE.
006080 5000-WRITE-EXCEPTION-EXIT.
006090     EXIT.
006100*----------------------------------------------------------
006110* 9000-TERMINATE
006120*----------------------------------------------------------
006130 9000-TERMINATE.
006140     CLOSE RATE-TRANS-FILE.
006150     CLOSE RATE-TABLE-FILE.
006160     CLOSE FUNCTION-REGISTRY-FILE.
006170     CLOSE CHANGE-REPORT-FILE.
006180     CLOSE EXCEPTION-LIST-FILE.
006190     DISPLAY "RATE MAINT TRANSACTIONS READ:     "
006200         RATE-TRANS-COUNT.
006210     DISPLAY "RATE ROWS ADDED:                  "
006220         RATE-ADDED-COUNT.
006230     DISPLAY "RATE ROWS CHANGED:                "
006240         RATE-CHANGED-COUNT.
006250     DISPLAY "RATE ROWS DELETED:                "
006260         RATE-DELETED-COUNT.
006270     DISPLAY "RATE MAINT REJECTED:              "
006280         RATE-EXCEPTION-COUNT.
006290     IF RATE-EXCEPTION-COUNT > ZERO
006300         MOVE 4 TO RETURN-CODE
006310     END-IF.
006320 9000-TERMINATE-EXIT.
006330     EXIT.
006340*----------------------------------------------------------
006350* 9999-EXIT
006360*----------------------------------------------------------
006370 9999-EXIT.
006380     STOP RUN.
