000310*                   REJECTS IT.
000320*  2026-09-02  RM   APPLY THE SENSITIVE-ARGS FLAG THE
000330*                   PENDING CHANGE CARRIES, LIKE THE
000331*                   OTHER REGISTRY FLAGS.
000332*  2026-10-15  RM   APPLY THE RESPONSE RULES. AN ADD WITH
000333*                   NONE FILLED IN GETS FORMAT ANY, NO
000335*                   LENGTH LIMITS, AND BLANK ALLOWED, SO A
000336*                   FUNCTION BEHAVES AS IT ALWAYS DID UNTIL
000337*                   SOMEONE DECLARES ITS RULES; A CHANGE
000339*                   REPLACES ONLY THE RULES FILLED IN.
000340*  2026-10-15  RM   HOLD A DEACTIVATION THE REGIMPCT IMPACT
000341*                   ANALYSIS FLAGGED HIGH IMPACT UNLESS THE
000342*                   APPROVER ACKNOWLEDGED IT -- IT STAYS
000344*                   APPROVED AND IS REPORTED AS NOT APPLIED
000345*                   UNTIL THE SCHEDULED WORK THAT DEPENDS ON
000346*                   THE FUNCTION HAS DRAINED. AN ACKNOWLEDGED
000348*                   HIGH-IMPACT CHANGE SAYS SO ON ITS LIVE
000349*                   LINE.
000350*----------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
001690*----------------------------------------------------------
001700 3000-APPLY-ONE-CHANGE.
001710     MOVE "N" TO APPLY-TROUBLE-SW.
001711     MOVE SPACES TO ACTIVATION-FAIL-REASON.
001713     IF PND-ACTION = "DEA"
001715         AND PND-IMPACT-HIGH
001717         AND NOT PND-IMPACT-ACKNOWLEDGED
001719         MOVE "HIGH IMPACT -- SCHEDULED WORK STRANDED"
001721             TO ACTIVATION-FAIL-REASON
001723         SET CHANGE-COULD-NOT-APPLY TO TRUE
001725         ADD 1 TO CHANGES-FAILED-COUNT
001726         PERFORM 4100-REPORT-FAILED-CHANGE
001727             THRU 4100-REPORT-FAILED-CHANGE-EXIT
001728         GO TO 3000-APPLY-ONE-CHANGE-EXIT
001729     END-IF.
001730     EVALUATE PND-ACTION
001740         WHEN "ADD"
001750             PERFORM 3100-APPLY-ADD
002660         MOVE "Y" TO REG-SENSITIVE-FLAG
002670     ELSE
002680         MOVE "N" TO REG-SENSITIVE-FLAG
002682     END-IF.
002684     IF PND-RESP-FORMAT = SPACES
002686         MOVE "ANY" TO REG-RESP-FORMAT
002688     ELSE
002690         MOVE PND-RESP-FORMAT TO REG-RESP-FORMAT
002692     END-IF.
002693     MOVE PND-RESP-LIST-DELIM TO REG-RESP-LIST-DELIM.
002694     IF PND-RESP-MIN-LENGTH NUMERIC
002695         MOVE PND-RESP-MIN-LENGTH TO REG-RESP-MIN-LENGTH
002696     ELSE
002697         MOVE ZERO TO REG-RESP-MIN-LENGTH
002698     END-IF.
002699     IF PND-RESP-MAX-LENGTH NUMERIC
002700         MOVE PND-RESP-MAX-LENGTH TO REG-RESP-MAX-LENGTH
002701     ELSE
002702         MOVE ZERO TO REG-RESP-MAX-LENGTH
002703     END-IF.
002704     IF PND-RESP-BLANK-FLAG = "N"
002705         MOVE "N" TO REG-RESP-BLANK-FLAG
002706     ELSE
002707         MOVE "Y" TO REG-RESP-BLANK-FLAG
002708     END-IF.
002709     WRITE REGISTRY-RECORD
002710         INVALID KEY
002720             MOVE "ADD - KEY ALREADY ON FILE"
002730                 TO ACTIVATION-FAIL-REASON
003140         MOVE PND-ONCE-ONLY-FLAG TO REG-ONCE-ONLY-FLAG
003150     END-IF.
003160     IF PND-SENSITIVE-FLAG NOT = SPACE
003161         MOVE PND-SENSITIVE-FLAG TO REG-SENSITIVE-FLAG
003162     END-IF.
003163     IF PND-RESP-FORMAT NOT = SPACES
003164         MOVE PND-RESP-FORMAT TO REG-RESP-FORMAT
003166     END-IF.
003167     IF PND-RESP-LIST-DELIM NOT = SPACE
003168         MOVE PND-RESP-LIST-DELIM TO REG-RESP-LIST-DELIM
003169     END-IF.
003170     IF PND-RESP-MIN-LENGTH NUMERIC
003172         MOVE PND-RESP-MIN-LENGTH TO REG-RESP-MIN-LENGTH
003173     END-IF.
003174     IF PND-RESP-MAX-LENGTH NUMERIC
003175         MOVE PND-RESP-MAX-LENGTH TO REG-RESP-MAX-LENGTH
003176     END-IF.
003178     IF PND-RESP-BLANK-FLAG NOT = SPACE
003179         MOVE PND-RESP-BLANK-FLAG TO REG-RESP-BLANK-FLAG
003180     END-IF.
003190     PERFORM 3600-REWRITE-REGISTRY-ENTRY
003200         THRU 3600-REWRITE-REGISTRY-ENTRY-EXIT.
003820         PND-APPROVE-OPERATOR DELIMITED BY SIZE
003830         INTO ACTIVATION-REPORT-LINE.
003840     PERFORM 9100-WRITE-REPORT-LINE
003841         THRU 9100-WRITE-REPORT-LINE-EXIT.
003843     IF PND-IMPACT-HIGH AND PND-IMPACT-ACKNOWLEDGED
003844         MOVE SPACES TO ACTIVATION-REPORT-LINE
003846         STRING "      HIGH IMPACT ACKNOWLEDGED -- "
003847             DELIMITED BY SIZE
003849             PND-IMPACT-STRAND-COUNT DELIMITED BY SIZE
003850             " SCHEDULED REQUEST(S) STRANDED AS OF "
003852             DELIMITED BY SIZE
003853             PND-IMPACT-DATE DELIMITED BY SIZE
003855             INTO ACTIVATION-REPORT-LINE
003857         PERFORM 9100-WRITE-REPORT-LINE
003858             THRU 9100-WRITE-REPORT-LINE-EXIT
003859     END-IF.
003860 4000-REPORT-LIVE-CHANGE-EXIT.
003870     EXIT.
003880*----------------------------------------------------------
