000680*                   DRIVES MASKING ON THE AUDIT,
000690*                   RECONCILIATION, AND DEAD-LETTER FILES
000700*                   -- SAME ADD/CHG RULES AS THE OTHER
000701*                   FLAGS, AND THE REPORTS SHOW IT.
000702*  2026-10-15  RM   MAINTAIN THE RESPONSE RULES THE DRIVER
000703*                   CHECKS EVERY FRESH RESPONSE AGAINST --
000705*                   FORMAT ANY/NUM/ALPHA/LIST (LIST NEEDS
000706*                   ITS DELIMITER), MINIMUM AND MAXIMUM
000707*                   LENGTH, AND THE BLANK-ALLOWED FLAG.
000709*                   THE DETAIL LINES SHOW THEM ON A SECOND
000710*                   LINE UNDER EACH ENTRY.
000711*  2026-10-15  RM   APR OF A CHG OR DEA NOW NEEDS THE
000712*                   REGIMPCT IMPACT ANALYSIS TO HAVE RUN ON
000714*                   IT, AND A CHANGE IT FLAGGED HIGH IMPACT
000715*                   IS APPROVED ONLY WITH IMPACT ACK Y ON
000716*                   THE TRANSACTION. EVERY DECISION LISTS
000718*                   THE IMPACT SUMMARY AND THE DEPENDENT
000719*                   ITEMS ATTACHED TO THE CHANGE.
000720*----------------------------------------------------------
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS PND-KEY
000940         FILE STATUS IS PND-FILE-STATUS.
000941     SELECT IMPACT-ITEM-FILE ASSIGN TO "REGIMPCT"
000943         ORGANIZATION IS INDEXED
000945         ACCESS MODE IS DYNAMIC
000946         RECORD KEY IS IMP-KEY
000948         FILE STATUS IS IMP-FILE-STATUS.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  MAINT-TRANS-FILE.
001040 01  EXCEPTION-LIST-LINE      PIC X(132).
001050 FD  PENDING-CHANGE-FILE.
001060     COPY regpdrec.
001063 FD  IMPACT-ITEM-FILE.
001066     COPY regimrec.
001070 WORKING-STORAGE SECTION.
001080 01  RMT-FILE-STATUS          PIC X(02).
001090 01  REG-FILE-STATUS          PIC X(02).
001170     88  ENTRY-IS-ON-FILE               VALUE "Y".
001180     88  ENTRY-NOT-ON-FILE              VALUE "N".
001190 01  PND-FILE-STATUS          PIC X(02).
001191 01  IMP-FILE-STATUS          PIC X(02).
001192 01  IMPACT-FILE-SW           PIC X(01) VALUE "N".
001193     88  IMPACT-FILE-IS-AVAILABLE       VALUE "Y".
001195 01  IMPACT-BROWSE-SW         PIC X(01) VALUE "N".
001196     88  NO-MORE-IMPACT-ITEMS           VALUE "Y".
001197 01  IMPACT-STRAND-MARK       PIC X(12) VALUE SPACES.
001198 01  IMPACT-ACK-MARK          PIC X(14) VALUE SPACES.
001200 01  MAINT-TRANS-COUNT        PIC 9(09) COMP VALUE ZERO.
001210 01  MAINT-STAGED-COUNT       PIC 9(09) COMP VALUE ZERO.
001220 01  MAINT-JUDGED-COUNT       PIC 9(09) COMP VALUE ZERO.
001800         MOVE 16 TO RETURN-CODE
001810         GO TO 9999-EXIT
001820     END-IF.
001822     OPEN INPUT IMPACT-ITEM-FILE.
001824     IF IMP-FILE-STATUS = "00"
001826         SET IMPACT-FILE-IS-AVAILABLE TO TRUE
001828     END-IF.
001830     OPEN OUTPUT EXCEPTION-LIST-FILE.
001840     IF EXC-FILE-STATUS NOT = "00"
001850         DISPLAY "*** ERROR - REGISTRY EXCEPTION LISTING COULD "
002280         AND RMT-ARGS-FORMAT NOT = "ANY"
002290         AND RMT-ARGS-FORMAT NOT = "NUM"
002300         AND RMT-ARGS-FORMAT NOT = "ALPHA"
002301         MOVE "ARGS FORMAT NOT ANY/NUM/ALPHA"
002302             TO EXCEPTION-REASON
002303         PERFORM 5000-WRITE-EXCEPTION
002304             THRU 5000-WRITE-EXCEPTION-EXIT
002305         GO TO 2000-PROCESS-NEXT
002306     END-IF.
002307     IF (RMT-ACTION-ADD OR RMT-ACTION-CHG)
002308         AND RMT-RESP-FORMAT NOT = SPACES
002309         AND RMT-RESP-FORMAT NOT = "ANY"
002310         AND RMT-RESP-FORMAT NOT = "NUM"
002312         AND RMT-RESP-FORMAT NOT = "ALPHA"
002313         AND RMT-RESP-FORMAT NOT = "LIST"
002314         MOVE "RESPONSE FORMAT NOT ANY/NUM/ALPHA/LIST"
002315             TO EXCEPTION-REASON
002316         PERFORM 5000-WRITE-EXCEPTION
002317             THRU 5000-WRITE-EXCEPTION-EXIT
002318         GO TO 2000-PROCESS-NEXT
002319     END-IF.
002320     IF (RMT-ACTION-ADD OR RMT-ACTION-CHG)
002321         AND RMT-RESP-FORMAT = "LIST"
002322         AND RMT-RESP-LIST-DELIM = SPACE
002323         MOVE "LIST RESPONSE FORMAT NEEDS A DELIMITER"
002324             TO EXCEPTION-REASON
002325         PERFORM 5000-WRITE-EXCEPTION
002326             THRU 5000-WRITE-EXCEPTION-EXIT
002327         GO TO 2000-PROCESS-NEXT
002328     END-IF.
002329     IF (RMT-ACTION-ADD OR RMT-ACTION-CHG)
002330         AND ((RMT-RESP-MIN-LENGTH NOT = SPACES
002331               AND RMT-RESP-MIN-LENGTH NOT NUMERIC)
002332           OR (RMT-RESP-MAX-LENGTH NOT = SPACES
002333               AND RMT-RESP-MAX-LENGTH NOT NUMERIC))
002334         MOVE "RESPONSE MIN/MAX LENGTH NOT NUMERIC"
002335             TO EXCEPTION-REASON
002336         PERFORM 5000-WRITE-EXCEPTION
002337             THRU 5000-WRITE-EXCEPTION-EXIT
002338         GO TO 2000-PROCESS-NEXT
002339     END-IF.
002340     IF (RMT-ACTION-ADD OR RMT-ACTION-CHG)
002341         AND RMT-RESP-MIN-LENGTH NUMERIC
002342         AND RMT-RESP-MAX-LENGTH NUMERIC
002343         AND RMT-RESP-MAX-LENGTH NOT = "000"
002344         AND RMT-RESP-MAX-LENGTH < RMT-RESP-MIN-LENGTH
002345         MOVE "RESPONSE MAX LENGTH BELOW THE MINIMUM"
002346             TO EXCEPTION-REASON
002347         PERFORM 5000-WRITE-EXCEPTION
002348             THRU 5000-WRITE-EXCEPTION-EXIT
002350         GO TO 2000-PROCESS-NEXT
002360     END-IF.
002370     EVALUATE TRUE
003940     MOVE RMT-OPERATOR-ID   TO PND-SUBMIT-OPERATOR.
003950     MOVE RUN-DATE-YYYYMMDD TO PND-SUBMIT-DATE.
003960     MOVE ZERO TO PND-APPROVE-DATE.
003961     MOVE ZERO TO PND-IMPACT-DATE.
003962     MOVE ZERO TO PND-IMPACT-PARKED-COUNT.
003964     MOVE ZERO TO PND-IMPACT-CHAINED-COUNT.
003965     MOVE ZERO TO PND-IMPACT-ROUTE-COUNT.
003967     MOVE ZERO TO PND-IMPACT-CACHED-COUNT.
003968     MOVE ZERO TO PND-IMPACT-STRAND-COUNT.
003970     MOVE RMT-DESCRIPTION     TO PND-DESCRIPTION.
003980     MOVE RMT-ACTIVE-FLAG     TO PND-ACTIVE-FLAG.
003990     MOVE RMT-ARGS-REQUIRED   TO PND-ARGS-REQUIRED.
004050     MOVE RMT-FAIL-THRESHOLD  TO PND-FAIL-THRESHOLD.
004060     MOVE RMT-ONCE-ONLY-FLAG  TO PND-ONCE-ONLY-FLAG.
004070     MOVE RMT-SENSITIVE-FLAG  TO PND-SENSITIVE-FLAG.
004071     MOVE RMT-RESP-FORMAT     TO PND-RESP-FORMAT.
004073     MOVE RMT-RESP-LIST-DELIM TO PND-RESP-LIST-DELIM.
004075     MOVE RMT-RESP-MIN-LENGTH TO PND-RESP-MIN-LENGTH.
004076     MOVE RMT-RESP-MAX-LENGTH TO PND-RESP-MAX-LENGTH.
004078     MOVE RMT-RESP-BLANK-FLAG TO PND-RESP-BLANK-FLAG.
004080     WRITE PENDING-CHANGE-RECORD
004090         INVALID KEY
004100             MOVE "PENDING CHANGE ALREADY ON FILE"
004330*     EFFECTIVE DATE. COMPLIANCE RULE: THE DECIDING
004340*     OPERATOR MUST NOT BE THE ONE WHO SUBMITTED IT, AND
004350*     A CHANGE ALREADY DECIDED STAYS DECIDED.
004352*     A CHG OR DEA IS APPROVED ONLY ONCE REGIMPCT HAS
004355*     ANALYZED ITS IMPACT, AND A HIGH-IMPACT ONE ONLY WITH
004357*     THE IMPACT ACKNOWLEDGED ON THE TRANSACTION.
004360*----------------------------------------------------------
004370 3800-JUDGE-PENDING-CHANGE.
004380     IF RMT-TARGET-ACTION NOT = "ADD"
004790             THRU 5000-WRITE-EXCEPTION-EXIT
004800         GO TO 3800-JUDGE-PENDING-CHANGE-EXIT
004810     END-IF.
004812     IF RMT-ACTION-APR
004815         AND (PND-ACTION = "CHG" OR PND-ACTION = "DEA")
004818         AND PND-IMPACT-NOT-ANALYZED
004821         MOVE "IMPACT NOT YET ANALYZED -- RUN REGIMPCT"
004822             TO EXCEPTION-REASON
004823         PERFORM 5000-WRITE-EXCEPTION
004824             THRU 5000-WRITE-EXCEPTION-EXIT
004825         GO TO 3800-JUDGE-PENDING-CHANGE-EXIT
004826     END-IF.
004827     IF RMT-ACTION-APR
004828         AND PND-IMPACT-HIGH
004829         IF RMT-IMPACT-ACK NOT = "Y"
004830             MOVE "HIGH IMPACT -- APPROVE WITH IMPACT ACK Y"
004831                 TO EXCEPTION-REASON
004832             PERFORM 5000-WRITE-EXCEPTION
004833                 THRU 5000-WRITE-EXCEPTION-EXIT
004834             GO TO 3800-JUDGE-PENDING-CHANGE-EXIT
004835         END-IF
004836         MOVE "Y" TO PND-IMPACT-ACK-FLAG
004837     END-IF.
004838     IF RMT-ACTION-APR
004839         MOVE "A" TO PND-STATUS-FLAG
004840     ELSE
004850         MOVE "R" TO PND-STATUS-FLAG
004860     END-IF.
005100         RMT-OPERATOR-ID DELIMITED BY SIZE
005110         INTO CHANGE-REPORT-LINE.
005120     WRITE CHANGE-REPORT-LINE.
005122     IF PND-IMPACT-LOW OR PND-IMPACT-HIGH
005124         PERFORM 3850-REPORT-CHANGE-IMPACT
005126             THRU 3850-REPORT-CHANGE-IMPACT-EXIT
005128     END-IF.
005130 3800-JUDGE-PENDING-CHANGE-EXIT.
005131     EXIT.
005132*----------------------------------------------------------
005133* 3850-REPORT-CHANGE-IMPACT
005134*     THE IMPACT SUMMARY STAMPED ON THE CHANGE, THEN EVERY
005135*     DEPENDENT ITEM REGIMPCT FILED UNDER ITS KEY.
005136*----------------------------------------------------------
005137 3850-REPORT-CHANGE-IMPACT.
005138     IF PND-IMPACT-ACKNOWLEDGED
005139         MOVE " ACKNOWLEDGED" TO IMPACT-ACK-MARK
005140     ELSE
005141         MOVE SPACES TO IMPACT-ACK-MARK
005142     END-IF.
005143     MOVE SPACES TO CHANGE-REPORT-LINE.
005144     STRING "  IMPACT:  " DELIMITED BY SIZE
005145         PND-IMPACT-STATUS DELIMITED BY SIZE
005146         " AS OF " DELIMITED BY SIZE
005147         PND-IMPACT-DATE DELIMITED BY SIZE
005148         " PARKED " DELIMITED BY SIZE
005149         PND-IMPACT-PARKED-COUNT DELIMITED BY SIZE
005150         " CHAINED " DELIMITED BY SIZE
005151         PND-IMPACT-CHAINED-COUNT DELIMITED BY SIZE
005152         " ROUTES " DELIMITED BY SIZE
005153         PND-IMPACT-ROUTE-COUNT DELIMITED BY SIZE
005154         " CACHED " DELIMITED BY SIZE
005155         PND-IMPACT-CACHED-COUNT DELIMITED BY SIZE
005156         " STRANDED " DELIMITED BY SIZE
005157         PND-IMPACT-STRAND-COUNT DELIMITED BY SIZE
005158         IMPACT-ACK-MARK DELIMITED BY SIZE
005159         INTO CHANGE-REPORT-LINE.
005160     WRITE CHANGE-REPORT-LINE.
005161     IF NOT IMPACT-FILE-IS-AVAILABLE
005162         GO TO 3850-REPORT-CHANGE-IMPACT-EXIT
005163     END-IF.
005164     MOVE "N" TO IMPACT-BROWSE-SW.
005165     MOVE PND-MODULE         TO IMP-MODULE.
005166     MOVE PND-FUNC           TO IMP-FUNC.
005167     MOVE PND-ACTION         TO IMP-ACTION.
005168     MOVE PND-EFFECTIVE-DATE TO IMP-EFFECTIVE-DATE.
005169     MOVE ZERO               TO IMP-ITEM-SEQ.
005170     START IMPACT-ITEM-FILE
005171         KEY IS NOT LESS THAN IMP-KEY
005172         INVALID KEY
005173             SET NO-MORE-IMPACT-ITEMS TO TRUE
005174     END-START.
005176     PERFORM 3860-REPORT-ONE-IMPACT-ITEM
005177         THRU 3860-REPORT-ONE-IMPACT-ITEM-EXIT
005178         UNTIL NO-MORE-IMPACT-ITEMS.
005179 3850-REPORT-CHANGE-IMPACT-EXIT.
005180     EXIT.
005181*----------------------------------------------------------
005182* 3860-REPORT-ONE-IMPACT-ITEM
005183*----------------------------------------------------------
005184 3860-REPORT-ONE-IMPACT-ITEM.
005185     READ IMPACT-ITEM-FILE NEXT RECORD
005186         AT END
005187             SET NO-MORE-IMPACT-ITEMS TO TRUE
005188             GO TO 3860-REPORT-ONE-IMPACT-ITEM-EXIT
005189     END-READ.
005190     IF IMP-MODULE NOT = PND-MODULE
005191         OR IMP-FUNC NOT = PND-FUNC
005192         OR IMP-ACTION NOT = PND-ACTION
005193         OR IMP-EFFECTIVE-DATE NOT = PND-EFFECTIVE-DATE
005194         SET NO-MORE-IMPACT-ITEMS TO TRUE
005195         GO TO 3860-REPORT-ONE-IMPACT-ITEM-EXIT
005196     END-IF.
005197     IF IMP-ITEM-STRANDED
005198         MOVE " *STRANDED*" TO IMPACT-STRAND-MARK
005199     ELSE
005200         MOVE SPACES TO IMPACT-STRAND-MARK
005201     END-IF.
005202     MOVE SPACES TO CHANGE-REPORT-LINE.
005203     STRING "    " DELIMITED BY SIZE
005204         IMP-ITEM-TYPE DELIMITED BY SIZE
005205         " " DELIMITED BY SIZE
005206         IMP-ITEM-DETAIL DELIMITED BY SIZE
005207         IMPACT-STRAND-MARK DELIMITED BY SIZE
005208         INTO CHANGE-REPORT-LINE.
005209     WRITE CHANGE-REPORT-LINE.
005210 3860-REPORT-ONE-IMPACT-ITEM-EXIT.
005211     EXIT.
005212*----------------------------------------------------------
005213* 3500-LIST-REGISTRY
005214*     LISTS EVERY ENTRY ON THE REGISTRY, IN KEY ORDER, ON
005215*     THE CHANGE REPORT.
005216*----------------------------------------------------------
005217 3500-LIST-REGISTRY.
005218     MOVE "N" TO REGISTRY-LIST-SW.
005220     MOVE LOW-VALUES TO REG-KEY.
005230     START FUNCTION-REGISTRY-FILE
005240         KEY IS NOT LESS THAN REG-KEY
005680*----------------------------------------------------------
005690* 4100-REPORT-ENTRY-DETAIL
005700*     ONE DETAIL LINE SHOWING THE REGISTRY RECORD AS IT
005705*     STANDS, WITH ITS RESPONSE RULES ON THE LINE UNDER IT.
005710*     CALLERS SET DETAIL-TAG TO BEFORE, AFTER, OR LISTED
005720*     FIRST.
005730*----------------------------------------------------------
005740 4100-REPORT-ENTRY-DETAIL.
005750     MOVE SPACES TO CHANGE-REPORT-LINE.
006000         " SENS=" DELIMITED BY SIZE
006010         REG-SENSITIVE-FLAG DELIMITED BY SIZE
006020         " DESC=" DELIMITED BY SIZE
006021         REG-DESCRIPTION DELIMITED BY SIZE
006022         INTO CHANGE-REPORT-LINE.
006024     WRITE CHANGE-REPORT-LINE.
006025     MOVE SPACES TO CHANGE-REPORT-LINE.
006027     STRING "           RESPONSE RULES: FMT=" DELIMITED BY SIZE
006028         REG-RESP-FORMAT DELIMITED BY SIZE
006029         " DLM=" DELIMITED BY SIZE
006031         REG-RESP-LIST-DELIM DELIMITED BY SIZE
006032         " MIN=" DELIMITED BY SIZE
006034         REG-RESP-MIN-LENGTH DELIMITED BY SIZE
006035         " MAX=" DELIMITED BY SIZE
006037         REG-RESP-MAX-LENGTH DELIMITED BY SIZE
006038         " BLANK=" DELIMITED BY SIZE
006039         REG-RESP-BLANK-FLAG DELIMITED BY SIZE
006040         INTO CHANGE-REPORT-LINE.
006050     WRITE CHANGE-REPORT-LINE.
006060 4100-REPORT-ENTRY-DETAIL-EXIT.
006360     CLOSE MAINT-TRANS-FILE.
006370     CLOSE FUNCTION-REGISTRY-FILE.
006380     CLOSE PENDING-CHANGE-FILE.
006382     IF IMPACT-FILE-IS-AVAILABLE
006385         CLOSE IMPACT-ITEM-FILE
006387     END-IF.
006390     CLOSE CHANGE-REPORT-FILE.
006400     CLOSE EXCEPTION-LIST-FILE.
006410     DISPLAY "REGISTRY MAINT TRANSACTIONS READ: "
