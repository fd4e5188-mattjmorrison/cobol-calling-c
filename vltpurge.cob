000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. vltpurge.
000030 AUTHOR. R MCALLISTER.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------- ----  ------------------------------------
000120*  2026-10-15  RM   INITIAL VERSION. RETENTION PURGE OF THE
000130*                   PYVAULT RESPONSE VAULT. DELETES EVERY
000140*                   RECORD WHOSE BUSINESS DATE FALLS BEFORE
000150*                   THE RETENTION CUTOFF -- THE RUN DATE LESS
000160*                   THE RETENTION PERIOD IN MONTHS, SAME DAY OF
000170*                   THE MONTH. THE PERIOD IS MAINTAINED ON THE
000180*                   OPTIONAL ONE-RECORD VLTRETCTL CONTROL FILE
000190*                   (MONTHS, 9(03)); NO FILE, OR A BLANK OR
000200*                   ZERO PERIOD, MEANS 13 MONTHS. RUNS AFTER
000210*                   VLTPOST. A RERUN THE SAME DAY FINDS NOTHING
000220*                   MORE TO DELETE.
000230*                   EVERY ENDING POSTS THE RUN TO RUNHIST.
000240*----------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT RETENTION-CONTROL-FILE ASSIGN TO "VLTRETCTL"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS CTL-FILE-STATUS.
000310     SELECT VAULT-FILE ASSIGN TO "PYVAULT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS VLT-KEY
000350         ALTERNATE RECORD KEY IS VLT-FUNC-KEY
000360         FILE STATUS IS VLT-FILE-STATUS.
000370     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS RUNH-KEY
000410         FILE STATUS IS RUNH-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  RETENTION-CONTROL-FILE.
000450 01  RETENTION-CONTROL-RECORD.
000460     03  RTC-RETENTION-MONTHS PIC X(03).
000470 FD  VAULT-FILE.
000480     COPY vaultrec.
000490 FD  RUN-HISTORY-FILE.
000500     COPY runhrec.
000510 WORKING-STORAGE SECTION.
000520 01  CTL-FILE-STATUS          PIC X(02).
000530 01  VLT-FILE-STATUS          PIC X(02).
000540 01  RUNH-FILE-STATUS         PIC X(02).
000545 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
000550 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
000560 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
000570 01  VAULT-FILE-SW            PIC X(01) VALUE "N".
000580     88  NO-MORE-VAULT-RECORDS          VALUE "Y".
000590 01  VAULT-OPEN-SW            PIC X(01) VALUE "N".
000600     88  VAULT-IS-OPEN                  VALUE "Y".
000610 01  RETENTION-MONTHS         PIC 9(03) VALUE 13.
000620 01  RUN-DATE-X.
000630     03  RUN-YEAR             PIC 9(04).
000640     03  RUN-MONTH            PIC 9(02).
000650     03  RUN-DAY              PIC 9(02).
000660 01  RUN-DATE-NUM REDEFINES RUN-DATE-X
000670                              PIC 9(08).
000680 01  CUTOFF-DATE-X.
000690     03  CUTOFF-YEAR          PIC 9(04).
000700     03  CUTOFF-MONTH         PIC 9(02).
000710     03  CUTOFF-DAY           PIC 9(02).
000720 01  CUTOFF-DATE-NUM REDEFINES CUTOFF-DATE-X
000730                              PIC 9(08).
000740 01  MONTH-NUMBER             PIC 9(06) COMP VALUE ZERO.
000750 01  RECORDS-READ-COUNT       PIC 9(09) VALUE ZERO.
000760 01  RECORDS-PURGED-COUNT     PIC 9(09) VALUE ZERO.
000770 01  RECORDS-KEPT-COUNT       PIC 9(09) VALUE ZERO.
000780 PROCEDURE DIVISION.
000790 0000-MAINLINE.
000800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000810     PERFORM 2000-PURGE-ONE-RECORD
000820         THRU 2000-PURGE-ONE-RECORD-EXIT
000830         UNTIL NO-MORE-VAULT-RECORDS.
000840     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
000850     GO TO 9999-EXIT.
000860*----------------------------------------------------------
000870* 1000-INITIALIZE
000880*     TAKES THE RETENTION PERIOD AND WORKS OUT THE CUTOFF BY
000890*     COUNTING BACK WHOLE MONTHS. THE DAY IS KEPT AS IT IS;
000900*     A CUTOFF SUCH AS THE 31ST OF A 30-DAY MONTH STILL
000910*     COMPARES CORRECTLY AGAINST REAL DATES.
000920*----------------------------------------------------------
000930 1000-INITIALIZE.
000940     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
000950     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
000960     ACCEPT RUN-DATE-NUM FROM DATE YYYYMMDD.
000970     OPEN INPUT RETENTION-CONTROL-FILE.
000980     IF CTL-FILE-STATUS = "00"
000990         READ RETENTION-CONTROL-FILE
001000             AT END
001010                 MOVE SPACES TO RETENTION-CONTROL-RECORD
001020         END-READ
001030         IF RTC-RETENTION-MONTHS NUMERIC
001040             AND RTC-RETENTION-MONTHS > ZERO
001050             MOVE RTC-RETENTION-MONTHS TO RETENTION-MONTHS
001060         END-IF
001070         CLOSE RETENTION-CONTROL-FILE
001080     END-IF.
001090     COMPUTE MONTH-NUMBER = RUN-YEAR * 12 + RUN-MONTH - 1
001100         - RETENTION-MONTHS.
001110     DIVIDE MONTH-NUMBER BY 12 GIVING CUTOFF-YEAR
001120         REMAINDER CUTOFF-MONTH.
001130     ADD 1 TO CUTOFF-MONTH.
001140     MOVE RUN-DAY TO CUTOFF-DAY.
001150     OPEN I-O VAULT-FILE.
001160     IF VLT-FILE-STATUS = "35"
001170         DISPLAY "NO RESPONSE VAULT ON FILE -- NOTHING TO PURGE"
001180         SET NO-MORE-VAULT-RECORDS TO TRUE
001190         GO TO 1000-INITIALIZE-EXIT
001200     END-IF.
001210     IF VLT-FILE-STATUS NOT = "00"
001220         DISPLAY "*** ERROR - RESPONSE VAULT COULD NOT BE "
001230             "OPENED -- FILE STATUS " VLT-FILE-STATUS
001240         MOVE 16 TO RETURN-CODE
001250         GO TO 9999-EXIT
001260     END-IF.
001270     SET VAULT-IS-OPEN TO TRUE.
001280 1000-INITIALIZE-EXIT.
001290     EXIT.
001300*----------------------------------------------------------
001310* 2000-PURGE-ONE-RECORD
001320*     READS THE VAULT FRONT TO BACK IN REQUEST ID ORDER AND
001330*     DELETES EACH RECORD FILED BEFORE THE CUTOFF.
001340*----------------------------------------------------------
001350 2000-PURGE-ONE-RECORD.
001360     READ VAULT-FILE NEXT RECORD
001370         AT END
001380             SET NO-MORE-VAULT-RECORDS TO TRUE
001390             GO TO 2000-PURGE-ONE-RECORD-EXIT
001400     END-READ.
001410     IF VLT-FILE-STATUS NOT = "00"
001420         DISPLAY "*** ERROR - RESPONSE VAULT COULD NOT BE "
001430             "READ -- FILE STATUS " VLT-FILE-STATUS
001440         MOVE 16 TO RETURN-CODE
001450         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001460         GO TO 9999-EXIT
001470     END-IF.
001480     ADD 1 TO RECORDS-READ-COUNT.
001490     IF VLT-BUSINESS-DATE NOT < CUTOFF-DATE-NUM
001500         ADD 1 TO RECORDS-KEPT-COUNT
001510         GO TO 2000-PURGE-ONE-RECORD-EXIT
001520     END-IF.
001530     DELETE VAULT-FILE RECORD
001540         INVALID KEY
001550             CONTINUE
001560     END-DELETE.
001570     IF VLT-FILE-STATUS NOT = "00"
001580         DISPLAY "*** ERROR - RESPONSE VAULT RECORD "
001590             VLT-REQUEST-ID " COULD NOT BE DELETED -- "
001600             "FILE STATUS " VLT-FILE-STATUS
001610         MOVE 16 TO RETURN-CODE
001620         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001630         GO TO 9999-EXIT
001640     END-IF.
001650     ADD 1 TO RECORDS-PURGED-COUNT.
001660 2000-PURGE-ONE-RECORD-EXIT.
001670     EXIT.
001680*----------------------------------------------------------
001690* 9000-TERMINATE
001700*----------------------------------------------------------
001710 9000-TERMINATE.
001720     IF VAULT-IS-OPEN
001730         CLOSE VAULT-FILE
001740         MOVE "N" TO VAULT-OPEN-SW
001750     END-IF.
001760     DISPLAY "RETENTION MONTHS:          " RETENTION-MONTHS.
001770     DISPLAY "PURGE CUTOFF DATE:         " CUTOFF-DATE-NUM.
001780     DISPLAY "VAULT RECORDS READ:        " RECORDS-READ-COUNT.
001790     DISPLAY "VAULT RECORDS PURGED:      " RECORDS-PURGED-COUNT.
001800     DISPLAY "VAULT RECORDS KEPT:        " RECORDS-KEPT-COUNT.
001810 9000-TERMINATE-EXIT.
001820     EXIT.
001830*----------------------------------------------------------
001840* 9800-POST-RUN-HISTORY
001850*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
001860*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
001870*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
001880*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
001890*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
001900*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
001910*----------------------------------------------------------
001920 9800-POST-RUN-HISTORY.
001930     IF RUN-START-DATE-YYYYMMDD = ZERO
001940         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
001950         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
001960     END-IF.
001970     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
001980     MOVE "VLTPURGE"              TO RUNH-PROGRAM.
001990     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
002000     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
002010     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
002020     ACCEPT RUNH-END-TIME FROM TIME.
002030     MOVE RECORDS-READ-COUNT TO RUNH-RECORDS-READ.
002040     MOVE RECORDS-PURGED-COUNT TO RUNH-RECORDS-WRITTEN.
002050     MOVE ZERO TO RUNH-REJECT-COUNT.
002060     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
002070     OPEN I-O RUN-HISTORY-FILE.
002080     IF RUNH-FILE-STATUS = "35"
002090         OPEN OUTPUT RUN-HISTORY-FILE
002100         CLOSE RUN-HISTORY-FILE
002110         OPEN I-O RUN-HISTORY-FILE
002120     END-IF.
002130     IF RUNH-FILE-STATUS NOT = "00"
002140         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
002150             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
002160         GO TO 9800-POST-RUN-HISTORY-EXIT
002170     END-IF.
002180     MOVE "22" TO RUNH-FILE-STATUS.
002190     PERFORM 9810-WRITE-RUN-HISTORY
002200         THRU 9810-WRITE-RUN-HISTORY-EXIT
002210         VARYING RUNH-SEQ-TRY FROM 0 BY 1
002220         UNTIL RUNH-FILE-STATUS NOT = "22"
002230         OR RUNH-SEQ-TRY > 99.
002240     IF RUNH-FILE-STATUS NOT = "00"
002250         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
002260             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
002270     END-IF.
002280     CLOSE RUN-HISTORY-FILE.
002290 9800-POST-RUN-HISTORY-EXIT.
002300     EXIT.
002310*----------------------------------------------------------
002320* 9810-WRITE-RUN-HISTORY
002330*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
002340*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
002350*     SEQUENCE NUMBER.
002360*----------------------------------------------------------
002370 9810-WRITE-RUN-HISTORY.
002375     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
002380     WRITE RUN-HISTORY-RECORD
002390         INVALID KEY
002400             CONTINUE
002410     END-WRITE.
002420 9810-WRITE-RUN-HISTORY-EXIT.
002430     EXIT.
002440*----------------------------------------------------------
002450* 9999-EXIT
002460*----------------------------------------------------------
002470 9999-EXIT.
002480     PERFORM 9800-POST-RUN-HISTORY
002490         THRU 9800-POST-RUN-HISTORY-EXIT.
002500     STOP RUN.
