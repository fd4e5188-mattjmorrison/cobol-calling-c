000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. dlqage.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. DAILY AGING REPORT
000130*                   OVER THE DEAD-LETTER TRIAGE QUEUE. EVERY
000140*                   UNRESOLVED ITEM (OPEN OR REFERRED) IS
000150*                   LISTED WITH ITS AGE IN DAYS SINCE IT WAS
000160*                   DEAD-LETTERED AND COUNTED INTO A BUCKET
000170*                   -- 0-2, 3-7, 8-14, 15-30, AND OVER 30
000180*                   DAYS -- AND THE QUEUE'S OTHER STATES ARE
000190*                   TOTALED BELOW, SO THE BACKLOG AND ITS
000200*                   OLDEST ITEMS ARE VISIBLE EVERY MORNING.
000210*----------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT DEAD-QUEUE-FILE ASSIGN TO "PYDLQ"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS DLQ-REQUEST-ID
000290         FILE STATUS IS DLQ-FILE-STATUS.
000300     SELECT AGING-REPORT-FILE ASSIGN TO "DLQAGERPT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS RPT-FILE-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  DEAD-QUEUE-FILE.
000360     COPY dlqrec.
000370 FD  AGING-REPORT-FILE.
000380 01  AGING-REPORT-LINE        PIC X(132).
000390 WORKING-STORAGE SECTION.
000400 01  DLQ-FILE-STATUS          PIC X(02).
000410 01  RPT-FILE-STATUS          PIC X(02).
000420 01  DEAD-QUEUE-FILE-SW       PIC X(01) VALUE "N".
000430     88  NO-MORE-QUEUE-ITEMS            VALUE "Y".
000440 01  NO-QUEUE-FILE-SW         PIC X(01) VALUE "N".
000450     88  NO-QUEUE-FILE-TODAY            VALUE "Y".
000460 01  RUN-DATE-YYYYMMDD        PIC 9(08).
000470 01  RUN-DAY-NUMBER           PIC 9(09) COMP VALUE ZERO.
000480 01  QUEUED-DAY-NUMBER        PIC 9(09) COMP VALUE ZERO.
000490 01  ITEM-AGE-DAYS            PIC 9(05) VALUE ZERO.
000500 01  OLDEST-AGE-DAYS          PIC 9(05) VALUE ZERO.
000510 01  OLDEST-REQUEST-ID        PIC X(14) VALUE SPACES.
000520 01  QUEUE-READ-COUNT         PIC 9(09) VALUE ZERO.
000530 01  UNRESOLVED-COUNT         PIC 9(09) VALUE ZERO.
000540 01  OPEN-COUNT               PIC 9(09) VALUE ZERO.
000550 01  REFERRED-COUNT           PIC 9(09) VALUE ZERO.
000560 01  CORRECTED-COUNT          PIC 9(09) VALUE ZERO.
000570 01  RESUBMITTED-COUNT        PIC 9(09) VALUE ZERO.
000580 01  WRITTEN-OFF-COUNT        PIC 9(09) VALUE ZERO.
000590 01  AGE-BUCKET-TABLE.
000600     03  AGE-BUCKET OCCURS 5 TIMES.
000610         05  BUCKET-COUNT     PIC 9(09) VALUE ZERO.
000620 01  BUCKET-SUB               PIC 9(04) COMP VALUE ZERO.
000630 01  BUCKET-LABEL-TABLE.
000640     03  FILLER               PIC X(37)
000650             VALUE "AGED ZERO TO TWO DAYS................".
000660     03  FILLER               PIC X(37)
000670             VALUE "AGED THREE TO SEVEN DAYS.............".
000680     03  FILLER               PIC X(37)
000690             VALUE "AGED EIGHT TO FOURTEEN DAYS..........".
000700     03  FILLER               PIC X(37)
000710             VALUE "AGED FIFTEEN TO THIRTY DAYS..........".
000720     03  FILLER               PIC X(37)
000730             VALUE "AGED OVER THIRTY DAYS................".
000740 01  BUCKET-LABELS REDEFINES BUCKET-LABEL-TABLE.
000750     03  BUCKET-LABEL OCCURS 5 TIMES PIC X(37).
000760 01  PRINT-COUNT              PIC ZZZ,ZZZ,ZZ9.
000770 01  PRINT-AGE                PIC ZZZZ9.
000780 PROCEDURE DIVISION.
000790 0000-MAINLINE.
000800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000810     PERFORM 2000-PROCESS-QUEUE-ITEM
000820         THRU 2000-PROCESS-QUEUE-ITEM-EXIT
000830         UNTIL NO-MORE-QUEUE-ITEMS.
000840     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000850     GO TO 9999-EXIT.
000860*----------------------------------------------------------
000870* 1000-INITIALIZE
000880*     OPENS THE QUEUE AND THE REPORT. A MISSING QUEUE IS
000890*     NOT AN ERROR -- NOTHING HAS BEEN DEAD-LETTERED, AND
000900*     THE REPORT SAYS SO WITH ZERO COUNTS.
000910*----------------------------------------------------------
000920 1000-INITIALIZE.
000930     ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
000940     COMPUTE RUN-DAY-NUMBER =
000950         FUNCTION INTEGER-OF-DATE (RUN-DATE-YYYYMMDD).
000960     OPEN OUTPUT AGING-REPORT-FILE.
000970     IF RPT-FILE-STATUS NOT = "00"
000980         DISPLAY "*** ERROR - DEAD LETTER AGING REPORT COULD "
000990             "NOT BE OPENED -- FILE STATUS " RPT-FILE-STATUS
001000         MOVE 16 TO RETURN-CODE
001010         GO TO 9999-EXIT
001020     END-IF.
001030     OPEN INPUT DEAD-QUEUE-FILE.
001040     IF DLQ-FILE-STATUS = "35"
001050         SET NO-QUEUE-FILE-TODAY TO TRUE
001060         SET NO-MORE-QUEUE-ITEMS TO TRUE
001070     ELSE
001080         IF DLQ-FILE-STATUS NOT = "00"
001090             DISPLAY "*** ERROR - DEAD LETTER QUEUE COULD NOT "
001100                 "BE OPENED -- FILE STATUS " DLQ-FILE-STATUS
001110             MOVE 16 TO RETURN-CODE
001120             GO TO 9999-EXIT
001130         END-IF
001140     END-IF.
001150     MOVE SPACES TO AGING-REPORT-LINE.
001160     STRING "DEAD LETTER TRIAGE QUEUE AGING -- AS OF "
001170         DELIMITED BY SIZE
001180         RUN-DATE-YYYYMMDD DELIMITED BY SIZE
001190         INTO AGING-REPORT-LINE.
001200     PERFORM 9100-WRITE-REPORT-LINE
001210         THRU 9100-WRITE-REPORT-LINE-EXIT.
001220     MOVE SPACES TO AGING-REPORT-LINE.
001230     STRING "REQUEST ID     ST QUEUED    AGE  "
001240         DELIMITED BY SIZE
001250         "MODULE/FUNC -- REFERRED TO / LAST REASON"
001260         DELIMITED BY SIZE
001270         INTO AGING-REPORT-LINE.
001280     PERFORM 9100-WRITE-REPORT-LINE
001290         THRU 9100-WRITE-REPORT-LINE-EXIT.
001300     IF NOT NO-QUEUE-FILE-TODAY
001310         PERFORM 2100-READ-QUEUE-ITEM
001320             THRU 2100-READ-QUEUE-ITEM-EXIT
001330     END-IF.
001340 1000-INITIALIZE-EXIT.
001350     EXIT.
001360*----------------------------------------------------------
001370* 2000-PROCESS-QUEUE-ITEM
001380*     COUNTS EVERY ITEM BY STATUS. AN UNRESOLVED ITEM IS
001390*     AGED, BUCKETED, AND LISTED.
001400*----------------------------------------------------------
001410 2000-PROCESS-QUEUE-ITEM.
001420     ADD 1 TO QUEUE-READ-COUNT.
001430     EVALUATE TRUE
001440         WHEN DLQ-STATUS-OPEN
001450             ADD 1 TO OPEN-COUNT
001460         WHEN DLQ-STATUS-REFERRED
001470             ADD 1 TO REFERRED-COUNT
001480         WHEN DLQ-STATUS-CORRECTED
001490             ADD 1 TO CORRECTED-COUNT
001500         WHEN DLQ-STATUS-RESUBMITTED
001510             ADD 1 TO RESUBMITTED-COUNT
001520         WHEN DLQ-STATUS-WRITTEN-OFF
001530             ADD 1 TO WRITTEN-OFF-COUNT
001540     END-EVALUATE.
001550     IF DLQ-STATUS-UNRESOLVED
001560         PERFORM 3000-AGE-ITEM THRU 3000-AGE-ITEM-EXIT
001570     END-IF.
001580     PERFORM 2100-READ-QUEUE-ITEM
001590         THRU 2100-READ-QUEUE-ITEM-EXIT.
001600 2000-PROCESS-QUEUE-ITEM-EXIT.
001610     EXIT.
001620*----------------------------------------------------------
001630* 2100-READ-QUEUE-ITEM
001640*----------------------------------------------------------
001650 2100-READ-QUEUE-ITEM.
001660     READ DEAD-QUEUE-FILE NEXT RECORD
001670         AT END
001680             SET NO-MORE-QUEUE-ITEMS TO TRUE
001690     END-READ.
001700 2100-READ-QUEUE-ITEM-EXIT.
001710     EXIT.
001720*----------------------------------------------------------
001730* 3000-AGE-ITEM
001740*     AGE IS WHOLE DAYS FROM THE DEAD-LETTER DATE TO
001750*     TODAY. A DATE THAT IS NOT A VALID YYYYMMDD OR LIES
001760*     IN THE FUTURE AGES AS ZERO RATHER THAN STOPPING THE
001770*     REPORT.
001780*----------------------------------------------------------
001790 3000-AGE-ITEM.
001800     ADD 1 TO UNRESOLVED-COUNT.
001810     MOVE ZERO TO ITEM-AGE-DAYS.
001820     IF DLQ-QUEUED-DATE NUMERIC
001830         AND DLQ-QUEUED-DATE > 16010101
001840         AND DLQ-QUEUED-DATE < RUN-DATE-YYYYMMDD
001850         COMPUTE QUEUED-DAY-NUMBER =
001860             FUNCTION INTEGER-OF-DATE (DLQ-QUEUED-DATE)
001870         IF QUEUED-DAY-NUMBER > ZERO
001880             AND QUEUED-DAY-NUMBER < RUN-DAY-NUMBER
001890             COMPUTE ITEM-AGE-DAYS =
001900                 RUN-DAY-NUMBER - QUEUED-DAY-NUMBER
001910         END-IF
001920     END-IF.
001930     EVALUATE TRUE
001940         WHEN ITEM-AGE-DAYS < 3
001950             MOVE 1 TO BUCKET-SUB
001960         WHEN ITEM-AGE-DAYS < 8
001970             MOVE 2 TO BUCKET-SUB
001980         WHEN ITEM-AGE-DAYS < 15
001990             MOVE 3 TO BUCKET-SUB
002000         WHEN ITEM-AGE-DAYS < 31
002010             MOVE 4 TO BUCKET-SUB
002020         WHEN OTHER
002030             MOVE 5 TO BUCKET-SUB
002040     END-EVALUATE.
002050     ADD 1 TO BUCKET-COUNT (BUCKET-SUB).
002060     IF ITEM-AGE-DAYS > OLDEST-AGE-DAYS
002070         OR OLDEST-REQUEST-ID = SPACES
002080         MOVE ITEM-AGE-DAYS  TO OLDEST-AGE-DAYS
002090         MOVE DLQ-REQUEST-ID TO OLDEST-REQUEST-ID
002100     END-IF.
002110     MOVE ITEM-AGE-DAYS TO PRINT-AGE.
002120     MOVE SPACES TO AGING-REPORT-LINE.
002130     IF DLQ-STATUS-REFERRED
002140         STRING DLQ-REQUEST-ID DELIMITED BY SIZE
002150             " " DELIMITED BY SIZE
002160             DLQ-STATUS-FLAG DELIMITED BY SIZE
002170             "  " DELIMITED BY SIZE
002180             DLQ-QUEUED-DATE DELIMITED BY SIZE
002190             " " DELIMITED BY SIZE
002200             PRINT-AGE DELIMITED BY SIZE
002210             "  " DELIMITED BY SIZE
002220             DLQ-MODULE DELIMITED BY SPACE
002230             "/" DELIMITED BY SIZE
002240             DLQ-FUNC DELIMITED BY SPACE
002250             " -- REFERRED TO " DELIMITED BY SIZE
002260             DLQ-REFER-TEAM DELIMITED BY SPACE
002270             " BY " DELIMITED BY SIZE
002280             DLQ-OPERATOR-ID DELIMITED BY SPACE
002290             INTO AGING-REPORT-LINE
002300     ELSE
002310         STRING DLQ-REQUEST-ID DELIMITED BY SIZE
002320             " " DELIMITED BY SIZE
002330             DLQ-STATUS-FLAG DELIMITED BY SIZE
002340             "  " DELIMITED BY SIZE
002350             DLQ-QUEUED-DATE DELIMITED BY SIZE
002360             " " DELIMITED BY SIZE
002370             PRINT-AGE DELIMITED BY SIZE
002380             "  " DELIMITED BY SIZE
002390             DLQ-MODULE DELIMITED BY SPACE
002400             "/" DELIMITED BY SIZE
002410             DLQ-FUNC DELIMITED BY SPACE
002420             " -- " DELIMITED BY SIZE
002430             DLQ-LAST-REASON DELIMITED BY SIZE
002440             INTO AGING-REPORT-LINE
002450     END-IF.
002460     PERFORM 9100-WRITE-REPORT-LINE
002470         THRU 9100-WRITE-REPORT-LINE-EXIT.
002480 3000-AGE-ITEM-EXIT.
002490     EXIT.
002500*----------------------------------------------------------
002510* 9000-TERMINATE
002520*     PRINTS THE BUCKET COUNTS, THE OLDEST ITEM, AND THE
002530*     QUEUE'S TOTALS BY STATUS. AN ITEM OVER THIRTY DAYS
002540*     OLD SETS A WARNING RETURN CODE.
002550*----------------------------------------------------------
002560 9000-TERMINATE.
002570     IF NOT NO-QUEUE-FILE-TODAY
002580         CLOSE DEAD-QUEUE-FILE
002590     END-IF.
002600     MOVE SPACES TO AGING-REPORT-LINE.
002610     PERFORM 9100-WRITE-REPORT-LINE
002620         THRU 9100-WRITE-REPORT-LINE-EXIT.
002630     PERFORM 9200-WRITE-BUCKET-LINE
002640         THRU 9200-WRITE-BUCKET-LINE-EXIT
002650         VARYING BUCKET-SUB FROM 1 BY 1
002660         UNTIL BUCKET-SUB > 5.
002670     MOVE UNRESOLVED-COUNT TO PRINT-COUNT.
002680     MOVE SPACES TO AGING-REPORT-LINE.
002690     STRING "UNRESOLVED ITEMS (OPEN + REFERRED)... "
002700         PRINT-COUNT DELIMITED BY SIZE
002710         INTO AGING-REPORT-LINE.
002720     PERFORM 9100-WRITE-REPORT-LINE
002730         THRU 9100-WRITE-REPORT-LINE-EXIT.
002740     IF OLDEST-REQUEST-ID NOT = SPACES
002750         MOVE OLDEST-AGE-DAYS TO PRINT-AGE
002760         MOVE SPACES TO AGING-REPORT-LINE
002770         STRING "OLDEST UNRESOLVED ITEM............... "
002780             OLDEST-REQUEST-ID DELIMITED BY SIZE
002790             " -- AGE " DELIMITED BY SIZE
002800             PRINT-AGE DELIMITED BY SIZE
002810             " DAYS" DELIMITED BY SIZE
002820             INTO AGING-REPORT-LINE
002830         PERFORM 9100-WRITE-REPORT-LINE
002840             THRU 9100-WRITE-REPORT-LINE-EXIT
002850     END-IF.
002860     MOVE SPACES TO AGING-REPORT-LINE.
002870     PERFORM 9100-WRITE-REPORT-LINE
002880         THRU 9100-WRITE-REPORT-LINE-EXIT.
002890     MOVE OPEN-COUNT TO PRINT-COUNT.
002900     MOVE SPACES TO AGING-REPORT-LINE.
002910     STRING "OPEN -- AWAITING DISPOSITION......... "
002920         PRINT-COUNT DELIMITED BY SIZE
002930         INTO AGING-REPORT-LINE.
002940     PERFORM 9100-WRITE-REPORT-LINE
002950         THRU 9100-WRITE-REPORT-LINE-EXIT.
002960     MOVE REFERRED-COUNT TO PRINT-COUNT.
002970     MOVE SPACES TO AGING-REPORT-LINE.
002980     STRING "REFERRED TO OWNING TEAM.............. "
002990         PRINT-COUNT DELIMITED BY SIZE
003000         INTO AGING-REPORT-LINE.
003010     PERFORM 9100-WRITE-REPORT-LINE
003020         THRU 9100-WRITE-REPORT-LINE-EXIT.
003030     MOVE CORRECTED-COUNT TO PRINT-COUNT.
003040     MOVE SPACES TO AGING-REPORT-LINE.
003050     STRING "CORRECTED -- AWAITING RESUBMISSION... "
003060         PRINT-COUNT DELIMITED BY SIZE
003070         INTO AGING-REPORT-LINE.
003080     PERFORM 9100-WRITE-REPORT-LINE
003090         THRU 9100-WRITE-REPORT-LINE-EXIT.
003100     MOVE RESUBMITTED-COUNT TO PRINT-COUNT.
003110     MOVE SPACES TO AGING-REPORT-LINE.
003120     STRING "RESUBMITTED.......................... "
003130         PRINT-COUNT DELIMITED BY SIZE
003140         INTO AGING-REPORT-LINE.
003150     PERFORM 9100-WRITE-REPORT-LINE
003160         THRU 9100-WRITE-REPORT-LINE-EXIT.
003170     MOVE WRITTEN-OFF-COUNT TO PRINT-COUNT.
003180     MOVE SPACES TO AGING-REPORT-LINE.
003190     STRING "WRITTEN OFF.......................... "
003200         PRINT-COUNT DELIMITED BY SIZE
003210         INTO AGING-REPORT-LINE.
003220     PERFORM 9100-WRITE-REPORT-LINE
003230         THRU 9100-WRITE-REPORT-LINE-EXIT.
003240     MOVE QUEUE-READ-COUNT TO PRINT-COUNT.
003250     MOVE SPACES TO AGING-REPORT-LINE.
003260     STRING "QUEUE ITEMS READ..................... "
003270         PRINT-COUNT DELIMITED BY SIZE
003280         INTO AGING-REPORT-LINE.
003290     PERFORM 9100-WRITE-REPORT-LINE
003300         THRU 9100-WRITE-REPORT-LINE-EXIT.
003310     CLOSE AGING-REPORT-FILE.
003320     IF BUCKET-COUNT (5) > ZERO
003330         AND RETURN-CODE = ZERO
003340         MOVE 4 TO RETURN-CODE
003350     END-IF.
003360 9000-TERMINATE-EXIT.
003370     EXIT.
003380*----------------------------------------------------------
003390* 9100-WRITE-REPORT-LINE
003400*----------------------------------------------------------
003410 9100-WRITE-REPORT-LINE.
003420     WRITE AGING-REPORT-LINE.
003430     DISPLAY AGING-REPORT-LINE.
003440 9100-WRITE-REPORT-LINE-EXIT.
003450     EXIT.
003460*----------------------------------------------------------
003470* 9200-WRITE-BUCKET-LINE
003480*----------------------------------------------------------
003490 9200-WRITE-BUCKET-LINE.
003500     MOVE BUCKET-COUNT (BUCKET-SUB) TO PRINT-COUNT.
003510     MOVE SPACES TO AGING-REPORT-LINE.
003520     STRING BUCKET-LABEL (BUCKET-SUB) DELIMITED BY SIZE
003530         " " DELIMITED BY SIZE
003540         PRINT-COUNT DELIMITED BY SIZE
003550         INTO AGING-REPORT-LINE.
003560     PERFORM 9100-WRITE-REPORT-LINE
003570         THRU 9100-WRITE-REPORT-LINE-EXIT.
003580 9200-WRITE-BUCKET-LINE-EXIT.
003590     EXIT.
003600*----------------------------------------------------------
003610* 9999-EXIT
003620*----------------------------------------------------------
003630 9999-EXIT.
003640     STOP RUN.
