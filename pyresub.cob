000450*                   FROM THEM WOULD CALL THE BRIDGE WITH
000460*                   ASTERISKS, SO IT GOES STRAIGHT TO THE
000470*                   DEAD-LETTER FILE (ARGS STILL MASKED)
000471*                   FOR A PERSON TO RESUBMIT FROM SOURCE.
000473*  2026-10-15  RM   STAMP THE BUSINESS DATE ON EVERY
000475*                   DEAD-LETTER RECORD SO THE TRIAGE QUEUE
000477*                   BUILT FROM PYDEADLT CAN AGE IT.
000479*  2026-10-15  RM   POST A RUN-HISTORY RECORD TO THE SHARED
000481*                   RUNHIST FILE AS THE STEP ENDS, GOOD RUN
000483*                   OR BAD -- START AND END TIME, RECORDS
000485*                   READ/WRITTEN/REJECTED, AND THE FINAL
000486*                   RETURN CODE -- FOR THE RUNBOOK REPORT.
000487*  2026-10-15  RM   CARRY THE SUBMITTER FROM THE EXCEPTION
000488*                   ONTO THE REGENERATED REQUEST AND THE
000489*                   DEAD-LETTER RECORD.
000490*----------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000620     SELECT RESUB-CONTROL-FILE ASSIGN TO "RESUBCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS CTL-FILE-STATUS.
000641     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000643         ORGANIZATION IS INDEXED
000645         ACCESS MODE IS RANDOM
000646         RECORD KEY IS RUNH-KEY
000648         FILE STATUS IS RUNH-FILE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  RECONCILIATION-FILE.
000740 01  RESUB-CONTROL-RECORD.
000750     03  CTL-MAX-RETRIES      PIC 9(02).
000760     03  CTL-BUSINESS-DATE    PIC 9(08).
000763 FD  RUN-HISTORY-FILE.
000766     COPY runhrec.
000770 WORKING-STORAGE SECTION.
000780 01  RECON-FILE-STATUS        PIC X(02).
000790 01  RESUB-FILE-STATUS        PIC X(02).
000970 01  HISTORY-POINTER          PIC 9(04) COMP VALUE ZERO.
000980 01  HISTORY-END-SW           PIC X(01) VALUE "N".
000990     88  HISTORY-END-FOUND              VALUE "Y".
000992 01  RUNH-FILE-STATUS         PIC X(02).
000993 01  RUNH-SEQ-TRY             PIC 9(03) COMP VALUE ZERO.
000995 01  RUN-START-DATE-YYYYMMDD  PIC 9(08) VALUE ZERO.
000997 01  RUN-START-TIME-HHMMSSCC  PIC 9(08) VALUE ZERO.
001000 PROCEDURE DIVISION.
001010 0000-MAINLINE.
001020     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001160*     IS STILL WRITTEN FOR THE NEXT RUN.
001170*----------------------------------------------------------
001180 1000-INITIALIZE.
001183     ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001186     ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME.
001190     ACCEPT BUSINESS-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001200     PERFORM 1100-LOAD-CONTROL-FILE
001210         THRU 1100-LOAD-CONTROL-FILE-EXIT.
003030     MOVE RECON-REASON        TO DEAD-LAST-REASON.
003040     MOVE RECON-PRIOR-REASONS TO DEAD-PRIOR-REASONS.
003050     MOVE RECON-REQUEST-ID    TO DEAD-REQUEST-ID.
003053     MOVE BUSINESS-DATE-YYYYMMDD TO DEAD-LETTERED-DATE.
003056     MOVE RECON-SUBMITTER     TO DEAD-SUBMITTER.
003060     WRITE DEAD-LETTER-RECORD.
003070     IF DEAD-FILE-STATUS NOT = "00"
003080         DISPLAY "*** ERROR - DEAD LETTER RECORD COULD NOT "
003350     MOVE NEW-RETRY-COUNT TO PYREQ-RETRY-COUNT.
003360     MOVE HISTORY-TEXT    TO PYREQ-REASON-HISTORY.
003370     MOVE RECON-REQUEST-ID TO PYREQ-REQUEST-ID.
003375     MOVE RECON-SUBMITTER TO PYREQ-SUBMITTER.
003380     WRITE PYTHON-REQUEST-RECORD.
003390     IF RESUB-FILE-STATUS NOT = "00"
003400         DISPLAY "*** ERROR - RESUBMIT REQUEST COULD NOT BE "
003720 9000-TERMINATE-EXIT.
003730     EXIT.
003740*----------------------------------------------------------
003741* 9800-POST-RUN-HISTORY
003751*     POSTS THIS STEP'S RUN TO THE SHARED RUN-HISTORY FILE
003761*     FOR THE RUNBOOK REPORT. EVERY ENDING PASSES THROUGH
003771*     HERE, SO A FAILED STEP IS RECORDED WITH ITS RETURN
003781*     CODE. A HISTORY RECORD THAT CANNOT BE POSTED IS
003791*     REPORTED BUT NEVER CHANGES THE STEP'S RETURN CODE --
003801*     THE RUNBOOK THEN SHOWS THE STEP AS MISSING.
003811*----------------------------------------------------------
003821 9800-POST-RUN-HISTORY.
003831     IF RUN-START-DATE-YYYYMMDD = ZERO
003841         ACCEPT RUN-START-DATE-YYYYMMDD FROM DATE YYYYMMDD
003851         ACCEPT RUN-START-TIME-HHMMSSCC FROM TIME
003861     END-IF.
003871     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-BUSINESS-DATE.
003881     MOVE "PYRESUB"               TO RUNH-PROGRAM.
003891     MOVE RUN-START-TIME-HHMMSSCC TO RUNH-START-TIME.
003901     MOVE RUN-START-DATE-YYYYMMDD TO RUNH-START-DATE.
003911     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
003921     ACCEPT RUNH-END-TIME FROM TIME.
003931     MOVE RECON-READ-COUNT  TO RUNH-RECORDS-READ.
003941     MOVE RESUBMITTED-COUNT TO RUNH-RECORDS-WRITTEN.
003951     MOVE DEAD-LETTER-COUNT TO RUNH-REJECT-COUNT.
003961     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
003971     OPEN I-O RUN-HISTORY-FILE.
003981     IF RUNH-FILE-STATUS = "35"
003991         OPEN OUTPUT RUN-HISTORY-FILE
004001         CLOSE RUN-HISTORY-FILE
004011         OPEN I-O RUN-HISTORY-FILE
004021     END-IF.
004031     IF RUNH-FILE-STATUS NOT = "00"
004041         DISPLAY "*** WARNING - RUN HISTORY FILE COULD NOT BE "
004051             "OPENED -- FILE STATUS " RUNH-FILE-STATUS
004061         GO TO 9800-POST-RUN-HISTORY-EXIT
004071     END-IF.
004081     MOVE "22" TO RUNH-FILE-STATUS.
004091     PERFORM 9810-WRITE-RUN-HISTORY
004101         THRU 9810-WRITE-RUN-HISTORY-EXIT
004111         VARYING RUNH-SEQ-TRY FROM 0 BY 1
004121         UNTIL RUNH-FILE-STATUS NOT = "22"
004131         OR RUNH-SEQ-TRY > 99.
004141     IF RUNH-FILE-STATUS NOT = "00"
004151         DISPLAY "*** WARNING - RUN HISTORY RECORD COULD NOT "
004161             "BE POSTED -- FILE STATUS " RUNH-FILE-STATUS
004171     END-IF.
004181     CLOSE RUN-HISTORY-FILE.
004191 9800-POST-RUN-HISTORY-EXIT.
004201     EXIT.
004211*----------------------------------------------------------
004221* 9810-WRITE-RUN-HISTORY
004231*     A KEY ALREADY ON FILE (ANOTHER RUN OF THIS STEP
004241*     STARTED IN THE SAME HUNDREDTH) TRIES THE NEXT
004251*     SEQUENCE NUMBER.
004261*----------------------------------------------------------
004271 9810-WRITE-RUN-HISTORY.
004276     MOVE RUNH-SEQ-TRY TO RUNH-KEY-SEQ.
004281     WRITE RUN-HISTORY-RECORD
004291         INVALID KEY
004301             CONTINUE
004311     END-WRITE.
004321 9810-WRITE-RUN-HISTORY-EXIT.
004331     EXIT.
004341*----------------------------------------------------------
004351* 9999-EXIT
004361*----------------------------------------------------------
004371 9999-EXIT.
004381     PERFORM 9800-POST-RUN-HISTORY
004391         THRU 9800-POST-RUN-HISTORY-EXIT.
004401     STOP RUN.
