000890*                   COLUMNS HELD WHATEVER BYTES THE
000900*                   NON-DETAIL RECORD CARRIED THERE, AND
000910*                   THE CROSS-REFERENCE SWEEP WAS POSTING
000911*                   EDIT EVENTS UNDER THAT JUNK KEY.
000912*  2026-10-15  RM   WIDENED THE REQUEST RECORDS FOR THE
000913*                   SUBMITTER CODE. DETAILS FROM THE INTAKE
000914*                   FRONT END ARRIVE ALREADY CARRYING A
000915*                   REQUEST ID FOR THE DAY, SO A FIRST PASS
000917*                   OVER THE RAW FILE NOW FINDS THE HIGHEST
000918*                   SEQUENCE ISSUED FOR THE BUSINESS DATE
000919*                   AND STAMPING CONTINUES FROM THERE --
000920*                   NO ID IS ISSUED TWICE.
000921*  2026-10-15  RM   ENFORCE SUBMITTER ENTITLEMENTS. EVERY
000923*                   DETAIL'S SUBMITTER CODE MUST
000924*                   HOLD AN ACTIVE ENTITLEMENT ON THE
000925*                   ENTITLE FILE TO ITS MODULE/FUNC, OR TO
000926*                   THE WHOLE MODULE (FUNC "*"), OR IT IS
000927*                   REJECTED AS NOT ENTITLED AND LISTED ON
000928*                   THE NEW PYSECRPT SECURITY VIOLATION
000929*                   REPORT WITH ITS SUBMITTER, FUNCTION,
000930*                   AND REQUEST ID FOR THE AUDIT TEAM. NO
000931*                   ENTITLE FILE MEANS NOBODY IS ENTITLED,
000932*                   AND A DETAIL WITH NO SUBMITTER CODE IS
000933*                   NOT ENTITLED TO ANYTHING.
000934*  2026-10-15  RM   POST A RUN-HISTORY RECORD TO THE SHARED
000935*                   RUNHIST FILE AS THE STEP ENDS, GOOD RUN
000936*                   OR BAD -- START AND END TIME, RECORDS
000937*                   READ/WRITTEN/REJECTED, AND THE FINAL
000938*                   RETURN CODE -- FOR THE RUNBOOK REPORT.
000939*----------------------------------------------------------
000940 ENVIRONMENT DIVISION.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
001150         FILE STATUS IS JRN-FILE-STATUS.
001160     SELECT DUP-CONTROL-FILE ASSIGN TO "DUPCTL"
001170         ORGANIZATION IS LINE SEQUENTIAL
001171         FILE STATUS IS DUPCTL-FILE-STATUS.
001172     SELECT ENTITLEMENT-FILE ASSIGN TO "ENTITLE"
001174         ORGANIZATION IS INDEXED
001175         ACCESS MODE IS RANDOM
001177         RECORD KEY IS ENT-KEY
001178         FILE STATUS IS ENT-FILE-STATUS.
001179     SELECT SECURITY-REPORT-FILE ASSIGN TO "PYSECRPT"
001181         ORGANIZATION IS LINE SEQUENTIAL
001182         FILE STATUS IS SEC-FILE-STATUS.
001184     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
001185         ORGANIZATION IS INDEXED
001187         ACCESS MODE IS RANDOM
001188         RECORD KEY IS RUNH-KEY
001189         FILE STATUS IS RUNH-FILE-STATUS.
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  RAW-REQUEST-FILE.
001220     COPY pyreqrec.
001230 FD  CLEAN-REQUEST-FILE.
001240 01  CLEAN-REQUEST-RECORD     PIC X(1225).
001250 FD  FUNCTION-REGISTRY-FILE.
001260     COPY registry.
001270 FD  EDIT-REPORT-FILE.
001310 FD  DUP-CONTROL-FILE.
001320 01  DUP-CONTROL-RECORD.
001330     03  CTL-DUP-RETAIN-DAYS  PIC 9(03).
001331 FD  ENTITLEMENT-FILE.
001332     COPY entlrec.
001334 FD  SECURITY-REPORT-FILE.
001335 01  SECURITY-REPORT-LINE     PIC X(132).
001337 FD  RUN-HISTORY-FILE.
001338     COPY runhrec.
001340 WORKING-STORAGE SECTION.
001350 01  RAW-FILE-STATUS          PIC X(02).
001360 01  CLEAN-FILE-STATUS        PIC X(02).
001610 01  DUP-TABLE-FULL-SW        PIC X(01) VALUE "N".
001620     88  DUP-TABLE-IS-FULL              VALUE "Y".
001630 01  DUPLICATE-TABLE.
001640     03  DUP-ENTRY OCCURS 2000 TIMES PIC X(1225).
001650 01  EDIT-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
001660 01  REQUEST-ID-SEQUENCE      PIC 9(06) VALUE ZERO.
001670 01  REQUEST-ID-WORK.
001680     03  RID-DATE             PIC 9(08).
001690     03  RID-SEQUENCE         PIC 9(06).
001700 01  SAVED-REQUEST-ID         PIC X(14) VALUE SPACES.
001702 01  SCAN-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
001705 01  SCAN-HEADER-SW           PIC X(01) VALUE "N".
001707     88  SCAN-HEADER-SEEN               VALUE "Y".
001710 01  CHAIN-EFF-WORK           PIC X(08) VALUE SPACES.
001720 01  CHAIN-DATE-ENTRY-COUNT   PIC 9(04) COMP VALUE ZERO.
001730 01  CHAIN-DATE-TABLE-SW      PIC X(01) VALUE "N".
001840 01  DUP-RETAIN-DAYS          PIC 9(03) VALUE 30.
001850 01  DUP-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
001860 01  DUP-CUTOFF-DAY-NUMBER    PIC 9(09) COMP VALUE ZERO.
001861 01  ENT-FILE-STATUS          PIC X(02).
001862 01  SEC-FILE-STATUS          PIC X(02).
001863 01  ENTITLE-AVAILABLE-SW     PIC X(01) VALUE "N".
001864     88  ENTITLE-IS-AVAILABLE           VALUE "Y".
001865 01  ENTITLED-SW              PIC X(01) VALUE "N".
001866     88  SUBMITTER-IS-ENTITLED          VALUE "Y".
001867 01  VIOLATION-COUNT          PIC 9(09) VALUE ZERO.
001868 01  SENSITIVE-TAG            PIC X(09) VALUE SPACES.
001869 01  VIOLATION-SUBMITTER      PIC X(08) VALUE SPACES.
001870 01  PRINT-COUNT              PIC ZZZ,ZZZ,ZZ9.
001872 01  RUNH-FILE-STATUS         PIC X(02).
001873 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
001875 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
001877 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001970* 1000-INITIALIZE
001980*----------------------------------------------------------
001990 1000-INITIALIZE.
001993     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001996     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
002000     OPEN INPUT RAW-REQUEST-FILE.
002010     IF RAW-FILE-STATUS NOT = "00"
002020         DISPLAY "*** ERROR - RAW REQUEST FILE COULD NOT BE "
002250         MOVE 16 TO RETURN-CODE
002260         GO TO 9999-EXIT
002270     END-IF.
002271     OPEN OUTPUT SECURITY-REPORT-FILE.
002272     IF SEC-FILE-STATUS NOT = "00"
002273         DISPLAY "*** ERROR - SECURITY VIOLATION REPORT COULD "
002275             "NOT BE OPENED -- FILE STATUS " SEC-FILE-STATUS
002276         MOVE 16 TO RETURN-CODE
002277         GO TO 9999-EXIT
002278     END-IF.
002280     ACCEPT EDIT-BUSINESS-DATE FROM DATE YYYYMMDD.
002283     PERFORM 1300-FIND-HIGHEST-SEQUENCE
002286         THRU 1300-FIND-HIGHEST-SEQUENCE-EXIT.
002290     PERFORM 1200-OPEN-DUP-JOURNAL
002300         THRU 1200-OPEN-DUP-JOURNAL-EXIT.
002310     MOVE SPACES TO EDIT-REPORT-LINE.
002330         DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
002340     PERFORM 9100-WRITE-REPORT-LINE
002350         THRU 9100-WRITE-REPORT-LINE-EXIT.
002353     PERFORM 1400-OPEN-ENTITLEMENTS
002356         THRU 1400-OPEN-ENTITLEMENTS-EXIT.
002360     PERFORM 2100-READ-RAW-RECORD
002370         THRU 2100-READ-RAW-RECORD-EXIT.
002380 1000-INITIALIZE-EXIT.
002660     IF JRN-FILE-STATUS = "00"
002670         SET JOURNAL-IS-AVAILABLE TO TRUE
002680     END-IF.
002681 1200-OPEN-DUP-JOURNAL-EXIT.
002682     EXIT.
002683*----------------------------------------------------------
002684* 1300-FIND-HIGHEST-SEQUENCE
002685*     A FIRST PASS OVER THE RAW FILE. DETAILS FROM THE
002686*     INTAKE FRONT END ALREADY CARRY AN ID FOR THE
002687*     HEADER'S BUSINESS DATE; THE HIGHEST SEQUENCE AMONG
002688*     THEM BECOMES THE POINT THIS RUN'S OWN STAMPING
002689*     CONTINUES FROM. IDS FROM EARLIER DAYS (CORRECTED
002690*     DEAD LETTERS, RESUBMISSIONS) DO NOT COUNT. THE FILE
002691*     IS THEN CLOSED AND REOPENED FOR THE REAL PASS.
002692*----------------------------------------------------------
002693 1300-FIND-HIGHEST-SEQUENCE.
002694     MOVE EDIT-BUSINESS-DATE TO SCAN-BUSINESS-DATE.
002695     PERFORM 1350-SCAN-RAW-RECORD
002696         THRU 1350-SCAN-RAW-RECORD-EXIT
002697         UNTIL NO-MORE-RAW-RECORDS.
002698     CLOSE RAW-REQUEST-FILE.
002699     MOVE "N" TO RAW-REQUEST-FILE-SW.
002700     OPEN INPUT RAW-REQUEST-FILE.
002701     IF RAW-FILE-STATUS NOT = "00"
002702         DISPLAY "*** ERROR - RAW REQUEST FILE COULD NOT BE "
002703             "REOPENED -- FILE STATUS " RAW-FILE-STATUS
002704         MOVE 16 TO RETURN-CODE
002705         GO TO 9999-EXIT
002706     END-IF.
002707 1300-FIND-HIGHEST-SEQUENCE-EXIT.
002708     EXIT.
002709*----------------------------------------------------------
002710* 1350-SCAN-RAW-RECORD
002711*----------------------------------------------------------
002712 1350-SCAN-RAW-RECORD.
002713     READ RAW-REQUEST-FILE
002714         AT END
002715             SET NO-MORE-RAW-RECORDS TO TRUE
002716             GO TO 1350-SCAN-RAW-RECORD-EXIT
002717     END-READ.
002718     IF PYREQ-HEADER-RECORD
002719         AND NOT SCAN-HEADER-SEEN
002720         SET SCAN-HEADER-SEEN TO TRUE
002721         IF PYREQH-BUSINESS-DATE NUMERIC
002722             MOVE PYREQH-BUSINESS-DATE TO SCAN-BUSINESS-DATE
002723         END-IF
002724         GO TO 1350-SCAN-RAW-RECORD-EXIT
002725     END-IF.
002726     IF NOT PYREQ-DETAIL-RECORD
002727         GO TO 1350-SCAN-RAW-RECORD-EXIT
002728     END-IF.
002729     MOVE PYREQ-REQUEST-ID TO REQUEST-ID-WORK.
002730     IF RID-DATE NUMERIC
002731         AND RID-SEQUENCE NUMERIC
002732         AND RID-DATE = SCAN-BUSINESS-DATE
002733         AND RID-SEQUENCE > REQUEST-ID-SEQUENCE
002734         MOVE RID-SEQUENCE TO REQUEST-ID-SEQUENCE
002736     END-IF.
002737 1350-SCAN-RAW-RECORD-EXIT.
002738     EXIT.
002739*----------------------------------------------------------
002740* 1400-OPEN-ENTITLEMENTS
002741*     OPENS THE ENTITLE FILE AND STARTS THE SECURITY
002742*     VIOLATION REPORT. WITHOUT AN ENTITLE FILE NO
002743*     SUBMITTER IS ENTITLED TO ANYTHING -- EVERY DETAIL
002744*     IS REJECTED -- AND BOTH
002745*     REPORTS SAY SO.
002746*----------------------------------------------------------
002747 1400-OPEN-ENTITLEMENTS.
002748     OPEN INPUT ENTITLEMENT-FILE.
002749     IF ENT-FILE-STATUS = "00"
002750         SET ENTITLE-IS-AVAILABLE TO TRUE
002751     END-IF.
002752     MOVE SPACES TO SECURITY-REPORT-LINE.
002753     STRING "SECURITY VIOLATION REPORT -- SUBMITTERS NOT "
002754         "ENTITLED -- BUSINESS DATE " DELIMITED BY SIZE
002755         SCAN-BUSINESS-DATE DELIMITED BY SIZE
002756         INTO SECURITY-REPORT-LINE.
002757     WRITE SECURITY-REPORT-LINE.
002758     IF NOT ENTITLE-IS-AVAILABLE
002759         MOVE SPACES TO EDIT-REPORT-LINE
002760         STRING "ENTITLEMENT FILE NOT AVAILABLE -- FILE "
002761             "STATUS " DELIMITED BY SIZE
002762             ENT-FILE-STATUS DELIMITED BY SIZE
002763             " -- NO SUBMITTER IS ENTITLED"
002764             DELIMITED BY SIZE INTO EDIT-REPORT-LINE
002765         PERFORM 9100-WRITE-REPORT-LINE
002766             THRU 9100-WRITE-REPORT-LINE-EXIT
002767         MOVE EDIT-REPORT-LINE TO SECURITY-REPORT-LINE
002768         WRITE SECURITY-REPORT-LINE
002769     END-IF.
002770 1400-OPEN-ENTITLEMENTS-EXIT.
002771     EXIT.
002772*----------------------------------------------------------
002773* 2000-PROCESS-RAW-RECORD
002774*     ROUTES ONE RAW RECORD BY TYPE. THE HEADER PASSES
002775*     STRAIGHT THROUGH TO THE CLEANED FILE, THE TRAILER
002776*     IS HELD BACK UNTIL END OF JOB SO THE CLEANED FILE
002777*     CAN CARRY ITS OWN COUNT, AND EVERY DETAIL GOES
002778*     THROUGH THE EDITS.
002780*----------------------------------------------------------
002790 2000-PROCESS-RAW-RECORD.
002800     EVALUATE TRUE
003770     END-READ.
003780     IF NOT REG-ACTIVE
003790         MOVE "MODULE/FUNC INACTIVE" TO EDIT-REASON
003791         GO TO 2600-VALIDATE-AGAINST-REGISTRY-EXIT
003793     END-IF.
003795     PERFORM 2660-CHECK-ENTITLEMENT
003796         THRU 2660-CHECK-ENTITLEMENT-EXIT.
003798     IF EDIT-REASON NOT = SPACES
003800         GO TO 2600-VALIDATE-AGAINST-REGISTRY-EXIT
003810     END-IF.
003820     IF PYREQ-EFFECTIVE-DATE NOT = SPACES
005050             JRN-COMPLETED-DATE DELIMITED BY SIZE
005060             INTO EDIT-REASON
005070     END-IF.
005071 2650-CHECK-COMPLETED-JOURNAL-EXIT.
005072     EXIT.
005073*----------------------------------------------------------
005074* 2660-CHECK-ENTITLEMENT
005076*     THE SUBMITTER MUST HOLD AN ACTIVE ENTITLEMENT TO THE
005077*     MODULE/FUNC ITSELF OR TO EVERY FUNC OF THE MODULE
005078*     (FUNC "*"). A SUBMITTER THAT DOES NOT IS REJECTED
005079*     AND THE ATTEMPT IS LISTED ON THE SECURITY VIOLATION
005081*     REPORT, MARKED WHEN THE FUNCTION IS FLAGGED
005082*     SENSITIVE ON THE REGISTRY. A DETAIL WITH NO SUBMITTER
005083*     CODE IS ENTITLED TO NOTHING.
005084*----------------------------------------------------------
005085 2660-CHECK-ENTITLEMENT.
005086     MOVE "N" TO ENTITLED-SW.
005087     IF ENTITLE-IS-AVAILABLE
005088         AND PYREQ-SUBMITTER NOT = SPACES
005089         MOVE PYREQ-SUBMITTER TO ENT-SUBMITTER
005090         MOVE PYREQ-MODULE    TO ENT-MODULE
005091         MOVE PYREQ-FUNC      TO ENT-FUNC
005092         PERFORM 2670-READ-ENTITLEMENT
005093             THRU 2670-READ-ENTITLEMENT-EXIT
005094         IF NOT SUBMITTER-IS-ENTITLED
005095             MOVE "*" TO ENT-FUNC
005096             PERFORM 2670-READ-ENTITLEMENT
005097                 THRU 2670-READ-ENTITLEMENT-EXIT
005098         END-IF
005099     END-IF.
005100     IF SUBMITTER-IS-ENTITLED
005101         GO TO 2660-CHECK-ENTITLEMENT-EXIT
005102     END-IF.
005103     MOVE "SUBMITTER NOT ENTITLED TO MODULE/FUNC"
005104         TO EDIT-REASON.
005105     ADD 1 TO VIOLATION-COUNT.
005106     MOVE SPACES TO SENSITIVE-TAG.
005107     IF REG-SENSITIVE-ARGS
005108         MOVE "SENSITIVE" TO SENSITIVE-TAG
005109     END-IF.
005110     MOVE PYREQ-SUBMITTER TO VIOLATION-SUBMITTER.
005111     IF VIOLATION-SUBMITTER = SPACES
005112         MOVE "(NONE)" TO VIOLATION-SUBMITTER
005113     END-IF.
005114     MOVE SPACES TO SECURITY-REPORT-LINE.
005116     STRING "VIOLATION SUBMITTER " DELIMITED BY SIZE
005117         VIOLATION-SUBMITTER DELIMITED BY SIZE
005118         " ID " DELIMITED BY SIZE
005119         PYREQ-REQUEST-ID DELIMITED BY SIZE
005120         " " DELIMITED BY SIZE
005121         SENSITIVE-TAG DELIMITED BY SIZE
005122         " " DELIMITED BY SIZE
005123         PYREQ-MODULE DELIMITED BY SPACE
005124         "/" DELIMITED BY SIZE
005125         PYREQ-FUNC DELIMITED BY SPACE
005126         INTO SECURITY-REPORT-LINE.
005127     WRITE SECURITY-REPORT-LINE.
005128 2660-CHECK-ENTITLEMENT-EXIT.
005129     EXIT.
005130*----------------------------------------------------------
005131* 2670-READ-ENTITLEMENT
005132*----------------------------------------------------------
005133 2670-READ-ENTITLEMENT.
005134     READ ENTITLEMENT-FILE
005135         KEY IS ENT-KEY
005136         INVALID KEY
005137             GO TO 2670-READ-ENTITLEMENT-EXIT
005138     END-READ.
005139     IF ENT-ACTIVE
005140         SET SUBMITTER-IS-ENTITLED TO TRUE
005141     END-IF.
005142 2670-READ-ENTITLEMENT-EXIT.
005143     EXIT.
005144*----------------------------------------------------------
005145* 2700-TRIM-ARGS-LENGTH
005146*     FINDS THE LENGTH OF ARGS WITH TRAILING BLANKS
005147*     TRIMMED, FOR THE FORMAT AND MINIMUM-LENGTH EDITS.
005148*----------------------------------------------------------
005150 2700-TRIM-ARGS-LENGTH.
005160     MOVE 500 TO ARGS-TRIM-LENGTH.
005170     MOVE "N" TO ARGS-END-SW.
006920     CLOSE FUNCTION-REGISTRY-FILE.
006930     IF JOURNAL-IS-AVAILABLE
006940         CLOSE DUP-JOURNAL-FILE
006943     END-IF.
006947     IF ENTITLE-IS-AVAILABLE
006951         CLOSE ENTITLEMENT-FILE
006952     END-IF.
006953     MOVE VIOLATION-COUNT TO PRINT-COUNT.
006954     MOVE SPACES TO SECURITY-REPORT-LINE.
006955     STRING "ENTITLEMENT VIOLATIONS............... "
006956         PRINT-COUNT DELIMITED BY SIZE
006957         INTO SECURITY-REPORT-LINE.
006958     WRITE SECURITY-REPORT-LINE.
006959     CLOSE SECURITY-REPORT-FILE.
006960     CLOSE CLEAN-REQUEST-FILE.
006970     MOVE RAW-DETAIL-COUNT TO PRINT-COUNT.
006980     MOVE SPACES TO EDIT-REPORT-LINE.
007290         INTO EDIT-REPORT-LINE.
007300     PERFORM 9100-WRITE-REPORT-LINE
007310         THRU 9100-WRITE-REPORT-LINE-EXIT.
007311     MOVE VIOLATION-COUNT TO PRINT-COUNT.
007312     MOVE SPACES TO EDIT-REPORT-LINE.
007313     STRING "OF WHICH SUBMITTER NOT ENTITLED...... "
007315         PRINT-COUNT DELIMITED BY SIZE
007316         INTO EDIT-REPORT-LINE.
007317     PERFORM 9100-WRITE-REPORT-LINE
007318         THRU 9100-WRITE-REPORT-LINE-EXIT.
007320     IF DUP-TABLE-IS-FULL
007330         MOVE SPACES TO EDIT-REPORT-LINE
007340         STRING "DUPLICATE CHECKING STOPPED AT 2000 "
007570 9100-WRITE-REPORT-LINE-EXIT.
007580     EXIT.
007590*----------------------------------------------------------
007591* 9800-POST-RUN-HISTORY
007601*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
007611*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
007621*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
007631*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
007641*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
007651*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
007661*----------------------------------------------------------
007671 9800-POST-RUN-HISTORY.
007681     IF RUN-START-DATE-YYYYMMDD = ZERO
007691         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
007701         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
007711     END-IF.
007721     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
007731     MOVE "PYEDIT"                TO RUNH-PROGRAM.
007741     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
007751     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
007761     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
007771     ACCEPT RUNH-END-TIME FROM TIME.
007781     MOVE RAW-DETAIL-COUNT   TO RUNH-RECORDS-READ.
007791     MOVE CLEAN-DETAIL-COUNT TO RUNH-RECORDS-WRITTEN.
007801     MOVE REJECT-COUNT       TO RUNH-REJECT-COUNT.
007811     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
007821     OPEN I-O RUN-HISTORY-FILE.
007831     IF RUNH-FILE-STATUS = "35"
007841         OPEN OUTPUT RUN-HISTORY-FILE
007851         CLOSE RUN-HISTORY-FILE
007861         OPEN I-O RUN-HISTORY-FILE
007871     END-IF.
007881     IF RUNH-FILE-STATUS NOT = "00"
007891         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
007901             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
007911         GO TO 9800-POST-RUN-HISTORY-EXIT
007921     END-IF.
007931     MOVE "22" TO RUNH-FILE-STATUS.
007941     PERFORM 9810-WRITE-RUN-HISTORY
007951         THRU 9810-WRITE-RUN-HISTORY-EXIT
007961         VARYING RUNH-SEQ-TRY FROM 0 BY 1
007971         UNTIL RUNH-FILE-STATUS NOT = "22"
007981         OR RUNH-SEQ-TRY > 99.
007991     IF RUNH-FILE-STATUS NOT = "00"
008001         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
008011             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
008021     END-IF.
008031     CLOSE RUN-HISTORY-FILE.
008041 9800-POST-RUN-HISTORY-EXIT.
008051     EXIT.
008061*----------------------------------------------------------
008071* 9810-WRITE-RUN-HISTORY
008081*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
008091*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
008101*     SEQUENCE NUMBER.
008111*----------------------------------------------------------
008121 9810-WRITE-RUN-HISTORY.
008126     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
008131     WRITE RUN-HISTORY-RECORD
008141         INVALID KEY
008151             CONTINUE
008161     END-WRITE.
008171 9810-WRITE-RUN-HISTORY-EXIT.
008181     EXIT.
008191*----------------------------------------------------------
008201* 9999-EXIT
008211*----------------------------------------------------------
008221 9999-EXIT.
008231     PERFORM 9800-POST-RUN-HISTORY
008241         THRU 9800-POST-RUN-HISTORY-EXIT.
008251     STOP RUN.
