000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. entmaint.
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
000130*                   FOR THE SUBMITTER ENTITLEMENT FILE THE
000140*                   PRE-RUN EDIT ENFORCES -- GRANTS A
000150*                   SUBMITTER CODE A MODULE/FUNC (OR EVERY
000160*                   FUNC OF A MODULE WITH "*"), REVOKES
000170*                   ONE, OR LISTS THE WHOLE FILE FROM A
000180*                   TRANSACTION FILE, WRITING A BEFORE/
000190*                   AFTER CHANGE REPORT FOR EVERY UPDATE
000200*                   AND AN EXCEPTION LISTING FOR EVERY
000210*                   REJECTED TRANSACTION. A GRANT MUST
000220*                   NAME A FUNCTION ON THE REGISTRY, AND
000230*                   THE OPERATOR'S INITIALS ARE REQUIRED
000240*                   ON EVERY GRANT AND REVOKE.
000250*----------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ENTITLE-TRANS-FILE ASSIGN TO "ENTMAINT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS EMT-FILE-STATUS.
000320     SELECT ENTITLEMENT-FILE ASSIGN TO "ENTITLE"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS ENT-KEY
000360         FILE STATUS IS ENT-FILE-STATUS.
000370     SELECT FUNCTION-REGISTRY-FILE ASSIGN TO "FUNCREG"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS REG-KEY
000410         FILE STATUS IS REG-FILE-STATUS.
000420     SELECT CHANGE-REPORT-FILE ASSIGN TO "ENTRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RPT-FILE-STATUS.
000450     SELECT EXCEPTION-LIST-FILE ASSIGN TO "ENTEXC"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS EXC-FILE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ENTITLE-TRANS-FILE.
000510     COPY entmtrec.
000520 FD  ENTITLEMENT-FILE.
000530     COPY entlrec.
000540 FD  FUNCTION-REGISTRY-FILE.
000550     COPY registry.
000560 FD  CHANGE-REPORT-FILE.
000570 01  CHANGE-REPORT-LINE       PIC X(132).
000580 FD  EXCEPTION-LIST-FILE.
000590 01  EXCEPTION-LIST-LINE      PIC X(132).
000600 WORKING-STORAGE SECTION.
000610 01  EMT-FILE-STATUS          PIC X(02).
000620 01  ENT-FILE-STATUS          PIC X(02).
000630 01  REG-FILE-STATUS          PIC X(02).
000640 01  RPT-FILE-STATUS          PIC X(02).
000650 01  EXC-FILE-STATUS          PIC X(02).
000660 01  ENTITLE-TRANS-FILE-SW    PIC X(01) VALUE "N".
000670     88  NO-MORE-ENTITLE-TRANS          VALUE "Y".
000680 01  ENTITLE-LIST-SW          PIC X(01) VALUE "N".
000690     88  NO-MORE-ENTITLEMENTS           VALUE "Y".
000700 01  ENTRY-FOUND-SW           PIC X(01) VALUE "N".
000710     88  ENTRY-IS-ON-FILE               VALUE "Y".
000720     88  ENTRY-NOT-ON-FILE              VALUE "N".
000730 01  FUNCTION-FOUND-SW        PIC X(01) VALUE "N".
000740     88  FUNCTION-IS-REGISTERED         VALUE "Y".
000750 01  ENTITLE-TRANS-COUNT      PIC 9(09) COMP VALUE ZERO.
000760 01  GRANTED-COUNT            PIC 9(09) COMP VALUE ZERO.
000770 01  REVOKED-COUNT            PIC 9(09) COMP VALUE ZERO.
000780 01  ENTITLE-EXCEPTION-COUNT  PIC 9(09) COMP VALUE ZERO.
000790 01  RUN-DATE-YYYYMMDD        PIC 9(08).
000800 01  RUN-TIME-HHMMSSCC        PIC 9(08).
000810 01  EXCEPTION-REASON         PIC X(40).
000820 01  DETAIL-TAG               PIC X(08).
000830 PROCEDURE DIVISION.
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000860     PERFORM 2000-PROCESS-ENTITLE-TRANS
000870         THRU 2000-PROCESS-ENTITLE-TRANS-EXIT
000880         UNTIL NO-MORE-ENTITLE-TRANS.
000890     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000900     GO TO 9999-EXIT.
000910*----------------------------------------------------------
000920* 1000-INITIALIZE
000930*     OPENS THE TRANSACTION INPUT, THE ENTITLE FILE FOR
000940*     UPDATE (CREATING IT ON FIRST USE), THE REGISTRY FOR
000950*     REFERENCE, AND THE REPORT AND EXCEPTION LISTINGS.
000960*     EVERY OPEN IS CHECKED -- A FILE THAT WILL NOT OPEN
000970*     FAILS THE STEP.
000980*----------------------------------------------------------
000990 1000-INITIALIZE.
001000     OPEN INPUT ENTITLE-TRANS-FILE.
001010     IF EMT-FILE-STATUS NOT = "00"
001020         DISPLAY "*** ERROR - ENTITLEMENT MAINTENANCE TRANS "
001030             "FILE COULD NOT BE OPENED -- FILE STATUS "
001040             EMT-FILE-STATUS
001050         MOVE 16 TO RETURN-CODE
001060         GO TO 9999-EXIT
001070     END-IF.
001080     OPEN I-O ENTITLEMENT-FILE.
001090     IF ENT-FILE-STATUS = "35"
001100         OPEN OUTPUT ENTITLEMENT-FILE
001110         CLOSE ENTITLEMENT-FILE
001120         OPEN I-O ENTITLEMENT-FILE
001130     END-IF.
001140     IF ENT-FILE-STATUS NOT = "00"
001150         DISPLAY "*** ERROR - ENTITLEMENT FILE COULD NOT BE "
001160             "OPENED -- FILE STATUS " ENT-FILE-STATUS
001170         MOVE 16 TO RETURN-CODE
001180         GO TO 9999-EXIT
001190     END-IF.
001200     OPEN INPUT FUNCTION-REGISTRY-FILE.
001210     IF REG-FILE-STATUS NOT = "00"
001220         DISPLAY "*** ERROR - FUNCTION REGISTRY FILE COULD "
001230             "NOT BE OPENED -- FILE STATUS " REG-FILE-STATUS
001240         MOVE 16 TO RETURN-CODE
001250         GO TO 9999-EXIT
001260     END-IF.
001270     OPEN OUTPUT CHANGE-REPORT-FILE.
001280     IF RPT-FILE-STATUS NOT = "00"
001290         DISPLAY "*** ERROR - ENTITLEMENT CHANGE REPORT COULD "
001300             "NOT BE OPENED -- FILE STATUS " RPT-FILE-STATUS
001310         MOVE 16 TO RETURN-CODE
001320         GO TO 9999-EXIT
001330     END-IF.
001340     OPEN OUTPUT EXCEPTION-LIST-FILE.
001350     IF EXC-FILE-STATUS NOT = "00"
001360         DISPLAY "*** ERROR - ENTITLEMENT EXCEPTION LISTING "
001370             "COULD NOT BE OPENED -- FILE STATUS "
001380             EXC-FILE-STATUS
001390         MOVE 16 TO RETURN-CODE
001400         GO TO 9999-EXIT
001410     END-IF.
001420     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001430     ACCEPT RUN-TIME-HHMMSSCC FROM TIME.
001440     MOVE SPACES TO CHANGE-REPORT-LINE.
001450     STRING "SUBMITTER ENTITLEMENT MAINTENANCE -- RUN "
001460         DELIMITED BY SIZE
001470         RUN-DATE-YYYYMMDD DELIMITED BY SIZE
001480         " " DELIMITED BY SIZE
001490         RUN-TIME-HHMMSSCC DELIMITED BY SIZE
001500         INTO CHANGE-REPORT-LINE.
001510     WRITE CHANGE-REPORT-LINE.
001520     PERFORM 2100-READ-ENTITLE-TRANS
001530         THRU 2100-READ-ENTITLE-TRANS-EXIT.
001540 1000-INITIALIZE-EXIT.
001550     EXIT.
001560*----------------------------------------------------------
001570* 2000-PROCESS-ENTITLE-TRANS
001580*     DISPATCHES ONE MAINTENANCE TRANSACTION. AN ACTION
001590*     THAT IS NOT ON THE APPROVED LIST, A GRANT OR REVOKE
001600*     WITH A BLANK SUBMITTER, MODULE, FUNC, OR INITIALS,
001610*     OR A GRANT OF A FUNCTION NOT ON THE REGISTRY GOES TO
001620*     THE EXCEPTION LISTING WITHOUT TOUCHING THE FILE.
001630*----------------------------------------------------------
001640 2000-PROCESS-ENTITLE-TRANS.
001650     ADD 1 TO ENTITLE-TRANS-COUNT.
001660     IF NOT EMT-ACTION-VALID
001670         MOVE "ACTION CODE NOT RECOGNIZED" TO EXCEPTION-REASON
001680         PERFORM 5000-WRITE-EXCEPTION
001690             THRU 5000-WRITE-EXCEPTION-EXIT
001700         GO TO 2000-PROCESS-NEXT
001710     END-IF.
001720     IF EMT-ACTION-LST
001730         PERFORM 3500-LIST-ENTITLEMENTS
001740             THRU 3500-LIST-ENTITLEMENTS-EXIT
001750         GO TO 2000-PROCESS-NEXT
001760     END-IF.
001770     IF EMT-SUBMITTER = SPACES
001780         MOVE "SUBMITTER CODE BLANK" TO EXCEPTION-REASON
001790         PERFORM 5000-WRITE-EXCEPTION
001800             THRU 5000-WRITE-EXCEPTION-EXIT
001810         GO TO 2000-PROCESS-NEXT
001820     END-IF.
001830     IF EMT-MODULE = SPACES OR EMT-FUNC = SPACES
001840         MOVE "MODULE/FUNC KEY BLANK" TO EXCEPTION-REASON
001850         PERFORM 5000-WRITE-EXCEPTION
001860             THRU 5000-WRITE-EXCEPTION-EXIT
001870         GO TO 2000-PROCESS-NEXT
001880     END-IF.
001890     IF EMT-OPERATOR-ID = SPACES
001900         MOVE "OPERATOR INITIALS BLANK" TO EXCEPTION-REASON
001910         PERFORM 5000-WRITE-EXCEPTION
001920             THRU 5000-WRITE-EXCEPTION-EXIT
001930         GO TO 2000-PROCESS-NEXT
001940     END-IF.
001950     IF EMT-ACTION-GRT
001960         PERFORM 2200-CHECK-REGISTERED
001970             THRU 2200-CHECK-REGISTERED-EXIT
001980         IF NOT FUNCTION-IS-REGISTERED
001990             MOVE "MODULE/FUNC NOT ON REGISTRY"
002000                 TO EXCEPTION-REASON
002010             PERFORM 5000-WRITE-EXCEPTION
002020                 THRU 5000-WRITE-EXCEPTION-EXIT
002030             GO TO 2000-PROCESS-NEXT
002040         END-IF
002050     END-IF.
002060     EVALUATE TRUE
002070         WHEN EMT-ACTION-GRT
002080             PERFORM 3000-GRANT-ENTITLEMENT
002090                 THRU 3000-GRANT-ENTITLEMENT-EXIT
002100         WHEN EMT-ACTION-RVK
002110             PERFORM 3100-REVOKE-ENTITLEMENT
002120                 THRU 3100-REVOKE-ENTITLEMENT-EXIT
002130     END-EVALUATE.
002140 2000-PROCESS-NEXT.
002150     PERFORM 2100-READ-ENTITLE-TRANS
002160         THRU 2100-READ-ENTITLE-TRANS-EXIT.
002170 2000-PROCESS-ENTITLE-TRANS-EXIT.
002180     EXIT.
002190*----------------------------------------------------------
002200* 2100-READ-ENTITLE-TRANS
002210*----------------------------------------------------------
002220 2100-READ-ENTITLE-TRANS.
002230     READ ENTITLE-TRANS-FILE
002240         AT END
002250             SET NO-MORE-ENTITLE-TRANS TO TRUE
002260     END-READ.
002270 2100-READ-ENTITLE-TRANS-EXIT.
002280     EXIT.
002290*----------------------------------------------------------
002300* 2200-CHECK-REGISTERED
002310*     A NAMED FUNC MUST BE ON THE REGISTRY. A "*" GRANT
002320*     MUST NAME A MODULE WITH AT LEAST ONE FUNC ON THE
002330*     REGISTRY -- THE FIRST KEY AT OR AFTER THE MODULE IS
002340*     READ AND ITS MODULE COMPARED. ACTIVE OR NOT DOES NOT
002350*     MATTER HERE; THE PRE-RUN EDIT JUDGES THAT NIGHTLY.
002360*----------------------------------------------------------
002370 2200-CHECK-REGISTERED.
002380     MOVE "N" TO FUNCTION-FOUND-SW.
002390     MOVE EMT-MODULE TO REG-MODULE.
002400     IF EMT-FUNC NOT = "*"
002410         MOVE EMT-FUNC TO REG-FUNC
002420         READ FUNCTION-REGISTRY-FILE
002430             KEY IS REG-KEY
002440             INVALID KEY
002450                 GO TO 2200-CHECK-REGISTERED-EXIT
002460         END-READ
002470         SET FUNCTION-IS-REGISTERED TO TRUE
002480         GO TO 2200-CHECK-REGISTERED-EXIT
002490     END-IF.
002500     MOVE LOW-VALUES TO REG-FUNC.
002510     START FUNCTION-REGISTRY-FILE
002520         KEY IS NOT LESS THAN REG-KEY
002530         INVALID KEY
002540             GO TO 2200-CHECK-REGISTERED-EXIT
002550     END-START.
002560     READ FUNCTION-REGISTRY-FILE NEXT RECORD
002570         AT END
002580             GO TO 2200-CHECK-REGISTERED-EXIT
002590     END-READ.
002600     IF REG-MODULE = EMT-MODULE
002610         SET FUNCTION-IS-REGISTERED TO TRUE
002620     END-IF.
002630 2200-CHECK-REGISTERED-EXIT.
002640     EXIT.
002650*----------------------------------------------------------
002660* 2300-READ-ENTITLEMENT
002670*     READS THE ENTITLEMENT THE TRANSACTION NAMES AND SETS
002680*     ENTRY-FOUND-SW.
002690*----------------------------------------------------------
002700 2300-READ-ENTITLEMENT.
002710     MOVE EMT-SUBMITTER TO ENT-SUBMITTER.
002720     MOVE EMT-MODULE    TO ENT-MODULE.
002730     MOVE EMT-FUNC      TO ENT-FUNC.
002740     SET ENTRY-IS-ON-FILE TO TRUE.
002750     READ ENTITLEMENT-FILE
002760         KEY IS ENT-KEY
002770         INVALID KEY
002780             SET ENTRY-NOT-ON-FILE TO TRUE
002790     END-READ.
002800 2300-READ-ENTITLEMENT-EXIT.
002810     EXIT.
002820*----------------------------------------------------------
002830* 3000-GRANT-ENTITLEMENT
002840*     A NEW ENTITLEMENT IS WRITTEN ACTIVE. A REVOKED ONE IS
002850*     REINSTATED UNDER THE NEW GRANTOR, AND ITS REVOCATION
002860*     IS CLEARED. ONE ALREADY ACTIVE IS AN EXCEPTION.
002870*----------------------------------------------------------
002880 3000-GRANT-ENTITLEMENT.
002890     PERFORM 2300-READ-ENTITLEMENT
002900         THRU 2300-READ-ENTITLEMENT-EXIT.
002910     IF ENTRY-IS-ON-FILE AND ENT-ACTIVE
002920         MOVE "ENTITLEMENT ALREADY GRANTED" TO EXCEPTION-REASON
002930         PERFORM 5000-WRITE-EXCEPTION
002940             THRU 5000-WRITE-EXCEPTION-EXIT
002950         GO TO 3000-GRANT-ENTITLEMENT-EXIT
002960     END-IF.
002970     PERFORM 4000-REPORT-ACTION-HEADING
002980         THRU 4000-REPORT-ACTION-HEADING-EXIT.
002990     IF ENTRY-NOT-ON-FILE
003000         MOVE SPACES TO CHANGE-REPORT-LINE
003010         STRING "  BEFORE : (NOT ON FILE)" DELIMITED BY SIZE
003020             INTO CHANGE-REPORT-LINE
003030         WRITE CHANGE-REPORT-LINE
003040         MOVE EMT-SUBMITTER TO ENT-SUBMITTER
003050         MOVE EMT-MODULE    TO ENT-MODULE
003060         MOVE EMT-FUNC      TO ENT-FUNC
003070     ELSE
003080         MOVE "BEFORE" TO DETAIL-TAG
003090         PERFORM 4100-REPORT-ENTITLE-DETAIL
003100             THRU 4100-REPORT-ENTITLE-DETAIL-EXIT
003110     END-IF.
003120     MOVE "A"               TO ENT-STATUS-FLAG.
003130     MOVE EMT-OPERATOR-ID   TO ENT-GRANT-OPERATOR.
003140     MOVE RUN-DATE-YYYYMMDD TO ENT-GRANT-DATE.
003150     MOVE SPACES            TO ENT-REVOKE-OPERATOR.
003160     MOVE ZERO              TO ENT-REVOKE-DATE.
003170     MOVE EMT-NOTE          TO ENT-NOTE.
003180     IF ENTRY-NOT-ON-FILE
003190         WRITE ENTITLEMENT-RECORD
003200             INVALID KEY
003210                 DISPLAY "*** ERROR - ENTITLEMENT COULD NOT BE "
003220                     "WRITTEN -- FILE STATUS " ENT-FILE-STATUS
003230                 MOVE 16 TO RETURN-CODE
003240                 PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003250                 GO TO 9999-EXIT
003260         END-WRITE
003270     ELSE
003280         REWRITE ENTITLEMENT-RECORD
003290             INVALID KEY
003300                 DISPLAY "*** ERROR - ENTITLEMENT COULD NOT BE "
003310                     "REWRITTEN -- FILE STATUS " ENT-FILE-STATUS
003320                 MOVE 16 TO RETURN-CODE
003330                 PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003340                 GO TO 9999-EXIT
003350         END-REWRITE
003360     END-IF.
003370     ADD 1 TO GRANTED-COUNT.
003380     MOVE "AFTER" TO DETAIL-TAG.
003390     PERFORM 4100-REPORT-ENTITLE-DETAIL
003400         THRU 4100-REPORT-ENTITLE-DETAIL-EXIT.
003410 3000-GRANT-ENTITLEMENT-EXIT.
003420     EXIT.
003430*----------------------------------------------------------
003440* 3100-REVOKE-ENTITLEMENT
003450*     MARKS AN ACTIVE ENTITLEMENT REVOKED, RECORDING WHO
003460*     REVOKED IT AND WHEN. THE RECORD IS KEPT FOR THE
003470*     AUDIT TRAIL. REVOKING A "*" GRANT DOES NOT TOUCH ANY
003480*     ENTITLEMENT TO A NAMED FUNC OF THE SAME MODULE.
003490*----------------------------------------------------------
003500 3100-REVOKE-ENTITLEMENT.
003510     PERFORM 2300-READ-ENTITLEMENT
003520         THRU 2300-READ-ENTITLEMENT-EXIT.
003530     IF ENTRY-NOT-ON-FILE
003540         MOVE "ENTITLEMENT NOT ON FILE" TO EXCEPTION-REASON
003550         PERFORM 5000-WRITE-EXCEPTION
003560             THRU 5000-WRITE-EXCEPTION-EXIT
003570         GO TO 3100-REVOKE-ENTITLEMENT-EXIT
003580     END-IF.
003590     IF ENT-REVOKED
003600         MOVE "ENTITLEMENT ALREADY REVOKED" TO EXCEPTION-REASON
003610         PERFORM 5000-WRITE-EXCEPTION
003620             THRU 5000-WRITE-EXCEPTION-EXIT
003630         GO TO 3100-REVOKE-ENTITLEMENT-EXIT
003640     END-IF.
003650     PERFORM 4000-REPORT-ACTION-HEADING
003660         THRU 4000-REPORT-ACTION-HEADING-EXIT.
003670     MOVE "BEFORE" TO DETAIL-TAG.
003680     PERFORM 4100-REPORT-ENTITLE-DETAIL
003690         THRU 4100-REPORT-ENTITLE-DETAIL-EXIT.
003700     MOVE "R"               TO ENT-STATUS-FLAG.
003710     MOVE EMT-OPERATOR-ID   TO ENT-REVOKE-OPERATOR.
003720     MOVE RUN-DATE-YYYYMMDD TO ENT-REVOKE-DATE.
003730     IF EMT-NOTE NOT = SPACES
003740         MOVE EMT-NOTE TO ENT-NOTE
003750     END-IF.
003760     REWRITE ENTITLEMENT-RECORD
003770         INVALID KEY
003780             DISPLAY "*** ERROR - ENTITLEMENT COULD NOT BE "
003790                 "REWRITTEN -- FILE STATUS " ENT-FILE-STATUS
003800             MOVE 16 TO RETURN-CODE
003810             PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003820             GO TO 9999-EXIT
003830     END-REWRITE.
003840     ADD 1 TO REVOKED-COUNT.
003850     MOVE "AFTER" TO DETAIL-TAG.
003860     PERFORM 4100-REPORT-ENTITLE-DETAIL
003870         THRU 4100-REPORT-ENTITLE-DETAIL-EXIT.
003880 3100-REVOKE-ENTITLEMENT-EXIT.
003890     EXIT.
003900*----------------------------------------------------------
003910* 3500-LIST-ENTITLEMENTS
003920*     LISTS EVERY ENTITLEMENT ON FILE, ACTIVE AND REVOKED,
003930*     IN SUBMITTER/MODULE/FUNC ORDER ON THE CHANGE REPORT.
003940*----------------------------------------------------------
003950 3500-LIST-ENTITLEMENTS.
003960     MOVE "N" TO ENTITLE-LIST-SW.
003970     MOVE LOW-VALUES TO ENT-KEY.
003980     START ENTITLEMENT-FILE
003990         KEY IS NOT LESS THAN ENT-KEY
004000         INVALID KEY
004010             SET NO-MORE-ENTITLEMENTS TO TRUE
004020     END-START.
004030     PERFORM 4000-REPORT-ACTION-HEADING
004040         THRU 4000-REPORT-ACTION-HEADING-EXIT.
004050     MOVE "LISTED" TO DETAIL-TAG.
004060     PERFORM 3600-LIST-NEXT-ENTITLEMENT
004070         THRU 3600-LIST-NEXT-ENTITLEMENT-EXIT
004080         UNTIL NO-MORE-ENTITLEMENTS.
004090 3500-LIST-ENTITLEMENTS-EXIT.
004100     EXIT.
004110*----------------------------------------------------------
004120* 3600-LIST-NEXT-ENTITLEMENT
004130*----------------------------------------------------------
004140 3600-LIST-NEXT-ENTITLEMENT.
004150     READ ENTITLEMENT-FILE NEXT RECORD
004160         AT END
004170             SET NO-MORE-ENTITLEMENTS TO TRUE
004180     END-READ.
004190     IF NOT NO-MORE-ENTITLEMENTS
004200         PERFORM 4100-REPORT-ENTITLE-DETAIL
004210             THRU 4100-REPORT-ENTITLE-DETAIL-EXIT
004220     END-IF.
004230 3600-LIST-NEXT-ENTITLEMENT-EXIT.
004240     EXIT.
004250*----------------------------------------------------------
004260* 4000-REPORT-ACTION-HEADING
004270*     ONE HEADING LINE PER TRANSACTION SHOWING THE ACTION,
004280*     THE SUBMITTER AND MODULE/FUNC IT NAMED, AND WHO
004290*     SUBMITTED IT.
004300*----------------------------------------------------------
004310 4000-REPORT-ACTION-HEADING.
004320     MOVE SPACES TO CHANGE-REPORT-LINE.
004330     STRING EMT-ACTION DELIMITED BY SIZE
004340         " " DELIMITED BY SIZE
004350         EMT-SUBMITTER DELIMITED BY SPACE
004360         " " DELIMITED BY SIZE
004370         EMT-MODULE DELIMITED BY SPACE
004380         "/" DELIMITED BY SIZE
004390         EMT-FUNC DELIMITED BY SPACE
004400         " BY " DELIMITED BY SIZE
004410         EMT-OPERATOR-ID DELIMITED BY SIZE
004420         INTO CHANGE-REPORT-LINE.
004430     WRITE CHANGE-REPORT-LINE.
004440 4000-REPORT-ACTION-HEADING-EXIT.
004450     EXIT.
004460*----------------------------------------------------------
004470* 4100-REPORT-ENTITLE-DETAIL
004480*     ONE DETAIL LINE SHOWING THE ENTITLEMENT AS IT STANDS.
004490*     CALLERS SET DETAIL-TAG TO BEFORE, AFTER, OR LISTED
004500*     FIRST.
004510*----------------------------------------------------------
004520 4100-REPORT-ENTITLE-DETAIL.
004530     MOVE SPACES TO CHANGE-REPORT-LINE.
004540     STRING "  " DELIMITED BY SIZE
004550         DETAIL-TAG DELIMITED BY SPACE
004560         " : " DELIMITED BY SIZE
004570         ENT-SUBMITTER DELIMITED BY SPACE
004580         " " DELIMITED BY SIZE
004590         ENT-MODULE DELIMITED BY SPACE
004600         "/" DELIMITED BY SIZE
004610         ENT-FUNC DELIMITED BY SPACE
004620         " STATUS=" DELIMITED BY SIZE
004630         ENT-STATUS-FLAG DELIMITED BY SIZE
004640         " GRANTED=" DELIMITED BY SIZE
004650         ENT-GRANT-DATE DELIMITED BY SIZE
004660         " BY=" DELIMITED BY SIZE
004670         ENT-GRANT-OPERATOR DELIMITED BY SIZE
004680         " REVOKED=" DELIMITED BY SIZE
004690         ENT-REVOKE-DATE DELIMITED BY SIZE
004700         " BY=" DELIMITED BY SIZE
004710         ENT-REVOKE-OPERATOR DELIMITED BY SIZE
004720         " NOTE=" DELIMITED BY SIZE
004730         ENT-NOTE DELIMITED BY SIZE
004740         INTO CHANGE-REPORT-LINE.
004750     WRITE CHANGE-REPORT-LINE.
004760 4100-REPORT-ENTITLE-DETAIL-EXIT.
004770     EXIT.
004780*----------------------------------------------------------
004790* 5000-WRITE-EXCEPTION
004800*     ONE LINE ON THE EXCEPTION LISTING PER REJECTED
004810*     TRANSACTION -- THE REASON, THE ACTION, THE KEY, AND
004820*     WHO SUBMITTED IT. NOTHING IS APPLIED FOR IT.
004830*----------------------------------------------------------
004840 5000-WRITE-EXCEPTION.
004850     ADD 1 TO ENTITLE-EXCEPTION-COUNT.
004860     MOVE SPACES TO EXCEPTION-LIST-LINE.
004870     STRING "REJECTED " DELIMITED BY SIZE
004880         EMT-ACTION DELIMITED BY SIZE
004890         " " DELIMITED BY SIZE
004900         EMT-SUBMITTER DELIMITED BY SPACE
004910         " " DELIMITED BY SIZE
004920         EMT-MODULE DELIMITED BY SPACE
004930         "/" DELIMITED BY SIZE
004940         EMT-FUNC DELIMITED BY SPACE
004950         " BY " DELIMITED BY SIZE
004960         EMT-OPERATOR-ID DELIMITED BY SIZE
004970         " -- " DELIMITED BY SIZE
004980         EXCEPTION-REASON DELIMITED BY SIZE
004990         INTO EXCEPTION-LIST-LINE.
005000     WRITE EXCEPTION-LIST-LINE.
005010     DISPLAY EXCEPTION-LIST-LINE.
005020 5000-WRITE-EXCEPTION-EXIT.
005030     EXIT.
005040*----------------------------------------------------------
005050* 9000-TERMINATE
005060*----------------------------------------------------------
005070 9000-TERMINATE.
005080     CLOSE ENTITLE-TRANS-FILE.
005090     CLOSE ENTITLEMENT-FILE.
005100     CLOSE FUNCTION-REGISTRY-FILE.
005110     CLOSE CHANGE-REPORT-FILE.
005120     CLOSE EXCEPTION-LIST-FILE.
005130     DISPLAY "ENTITLEMENT MAINT TRANS READ:     "
005140         ENTITLE-TRANS-COUNT.
005150     DISPLAY "ENTITLEMENTS GRANTED:             "
005160         GRANTED-COUNT.
005170     DISPLAY "ENTITLEMENTS REVOKED:             "
005180         REVOKED-COUNT.
005190     DISPLAY "ENTITLEMENT MAINT REJECTED:       "
005200         ENTITLE-EXCEPTION-COUNT.
005210     IF ENTITLE-EXCEPTION-COUNT > ZERO
005215         AND RETURN-CODE = ZERO
005220         MOVE 4 TO RETURN-CODE
005230     END-IF.
005240 9000-TERMINATE-EXIT.
005250     EXIT.
005260*----------------------------------------------------------
005270* 9999-EXIT
005280*----------------------------------------------------------
005290 9999-EXIT.
005300     STOP RUN.
