000480*                   (1-4): PYREQIN->PYSTRMN,
000490*                   PYRESPOUT->PYRSPN, PYCKPT->PYCKPTN,
000500*                   AUDITTRL->AUDITTRLN, PYRECON->PYRECONN,
000510*                   PYDUPSUS->PYDUPSUSN, PYCACHE->PYCACHEN,
000511*                   PYSUSPCT->PYSUSPCTN.
000520*                   FUNCREG AND OPERCTL ARE READ-ONLY AND
000530*                   SHARED; PYDUPJRN IS SHARED BUT ONLY
000540*                   STREAM 1 EVER OPENS IT. DOWNSTREAM
000560*                   AUDARCH, PYXREF, PYRESUB, PYBAL) READ
000570*                   THE PER-STREAM AUDITTRLN / PYRECONN /
000580*                   PYDUPSUSN FILES CONCATENATED UNDER
000590*                   THEIR USUAL DD NAMES; PYMERGE, PYBAL AND
000591*                   PYRETN READ PYSUSPCT1-4 CONCATENATED
000592*                   UNDER PYSUSPCT; AND PYMERGE REBUILDS THE
000600*                   SINGLE PYRESPOUT.
000610*  2026-09-02  RM   A FAILED TRAILER WRITE NO LONGER GOES
000620*                   THROUGH THE DETAIL PATH'S FATAL
000630*                   HANDLER -- THAT HANDLER PERFORMS
000700*                   RC 16, AND FALLS THROUGH TO THE CLOSES
000710*                   THE WAY PYEDIT AND PYRELSE HANDLE
000720*                   THEIR TRAILERS.
000721*  2026-10-15  RM   WIDENED THE REQUEST RECORDS FOR THE
000722*                   SUBMITTER CODE NOW CARRIED AT THE END
000723*                   OF EVERY DETAIL.
000724*  2026-10-15  RM   POST A RUN-HISTORY RECORD TO THE SHARED
000725*                   RUNHIST FILE AS THE STEP ENDS, GOOD RUN
000726*                   OR BAD -- START AND END TIME, RECORDS
000727*                   READ/WRITTEN/REJECTED, AND THE FINAL
000728*                   RETURN CODE -- FOR THE RUNBOOK REPORT.
000730*----------------------------------------------------------
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS REG-KEY
000960         FILE STATUS IS REG-FILE-STATUS.
000961     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000963         ORGANIZATION IS INDEXED
000965         ACCESS MODE IS RANDOM
000966         RECORD KEY IS RUNH-KEY
000968         FILE STATUS IS RUNH-FILE-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  CLEAN-REQUEST-FILE.
001000     COPY pyreqrec.
001010 FD  STREAM-FILE-1.
001020 01  STREAM-1-RECORD          PIC X(1225).
001030 FD  STREAM-FILE-2.
001040 01  STREAM-2-RECORD          PIC X(1225).
001050 FD  STREAM-FILE-3.
001060 01  STREAM-3-RECORD          PIC X(1225).
001070 FD  STREAM-FILE-4.
001080 01  STREAM-4-RECORD          PIC X(1225).
001090 FD  FUNCTION-REGISTRY-FILE.
001100     COPY registry.
001103 FD  RUN-HISTORY-FILE.
001106     COPY runhrec.
001110 WORKING-STORAGE SECTION.
001120 01  CLEAN-FILE-STATUS        PIC X(02).
001130 01  STRM1-FILE-STATUS        PIC X(02).
001390             INDEXED BY CHS-IDX.
001400         05  CHS-CHAIN-ID     PIC X(08) VALUE SPACES.
001410         05  CHS-STREAM       PIC 9(01) VALUE ZERO.
001412 01  RUNH-FILE-STATUS         PIC X(02).
001413 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
001415 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
001417 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001510* 1000-INITIALIZE
001520*----------------------------------------------------------
001530 1000-INITIALIZE.
001533     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001536     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
001540     INITIALIZE STREAM-DETAIL-COUNTS.
001550     OPEN INPUT CLEAN-REQUEST-FILE.
001560     IF CLEAN-FILE-STATUS NOT = "00"
004590 9000-TERMINATE-EXIT.
004600     EXIT.
004610*----------------------------------------------------------
004611* 9800-POST-RUN-HISTORY
004621*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
004631*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
004641*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
004651*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
004661*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
004671*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
004681*----------------------------------------------------------
004691 9800-POST-RUN-HISTORY.
004701     IF RUN-START-DATE-YYYYMMDD = ZERO
004711         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
004721         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
004731     END-IF.
004741     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
004751     MOVE "PYSPLIT"               TO RUNH-PROGRAM.
004761     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
004771     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
004781     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
004791     ACCEPT RUNH-END-TIME FROM TIME.
004801     MOVE DETAIL-READ-COUNT TO RUNH-RECORDS-READ.
004811     COMPUTE RUNH-RECORDS-WRITTEN =
004821         STREAM-DETAIL-COUNT (1) + STREAM-DETAIL-COUNT (2)
004831         + STREAM-DETAIL-COUNT (3) + STREAM-DETAIL-COUNT (4).
004841     MOVE ZERO TO RUNH-REJECT-COUNT.
004851     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
004861     OPEN I-O RUN-HISTORY-FILE.
004871     IF RUNH-FILE-STATUS = "35"
004881         OPEN OUTPUT RUN-HISTORY-FILE
004891         CLOSE RUN-HISTORY-FILE
004901         OPEN I-O RUN-HISTORY-FILE
004911     END-IF.
004921     IF RUNH-FILE-STATUS NOT = "00"
004931         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
004941             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
004951         GO TO 9800-POST-RUN-HISTORY-EXIT
004961     END-IF.
004971     MOVE "22" TO RUNH-FILE-STATUS.
004981     PERFORM 9810-WRITE-RUN-HISTORY
004991         THRU 9810-WRITE-RUN-HISTORY-EXIT
005001         VARYING RUNH-SEQ-TRY FROM 0 BY 1
005011         UNTIL RUNH-FILE-STATUS NOT = "22"
005021         OR RUNH-SEQ-TRY > 99.
005031     IF RUNH-FILE-STATUS NOT = "00"
005041         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
005051             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
005061     END-IF.
005071     CLOSE RUN-HISTORY-FILE.
005081 9800-POST-RUN-HISTORY-EXIT.
005091     EXIT.
005101*----------------------------------------------------------
005111* 9810-WRITE-RUN-HISTORY
005121*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
005131*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
005141*     SEQUENCE NUMBER.
005151*----------------------------------------------------------
005161 9810-WRITE-RUN-HISTORY.
005166     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
005171     WRITE RUN-HISTORY-RECORD
005181         INVALID KEY
005191             CONTINUE
005201     END-WRITE.
005211 9810-WRITE-RUN-HISTORY-EXIT.
005221     EXIT.
005231*----------------------------------------------------------
005241* 9999-EXIT
005251*----------------------------------------------------------
005261 9999-EXIT.
005271     PERFORM 9800-POST-RUN-HISTORY
005281         THRU 9800-POST-RUN-HISTORY-EXIT.
005291     STOP RUN.
