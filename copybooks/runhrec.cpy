000010*----------------------------------------------------------
000020* RUNHREC.CPY
000030*----------------------------------------------------------
000040* ONE JOB STEP'S RUN ON THE SHARED KEYED RUNHIST FILE.
000050* EVERY PROGRAM IN THE NIGHTLY STREAM POSTS ONE OF THESE AS
000060* IT ENDS -- GOOD RUN OR BAD -- WITH WHEN IT STARTED AND
000070* ENDED, WHAT IT READ, WROTE, AND REJECTED, AND THE RETURN
000080* CODE IT LEFT. THE BUSINESS DATE IS THE DATE THE STEP
000090* STARTED; THE DRIVER REFUSES A PYREQIN WHOSE BUSINESS DATE
000100* IS NOT TODAY, SO ONE NIGHT'S STEPS SHARE ONE DATE. THE
000110* KEY LEADS WITH THE BUSINESS DATE AND PROGRAM SO THE
000120* RUNBOOK REPORT FINDS A STEP'S RUNS FOR A NIGHT WITH ONE
000130* START. THE START TIME AND A SEQUENCE KEEP TWO RUNS OF THE
000140* SAME STEP (A RERUN, OR THE DRIVER'S PARALLEL STREAMS)
000150* APART.
000160*----------------------------------------------------------
000170*  DATE       INIT  DESCRIPTION
000180*  ---------- ----  ------------------------------------
000190*  2026-10-15  RM   INITIAL VERSION.
000200*----------------------------------------------------------
000210 01  RUN-HISTORY-RECORD.
000220     03  RUNH-KEY.
000230         05  RUNH-BUSINESS-DATE   PIC 9(08).
000240         05  RUNH-PROGRAM         PIC X(08).
000250         05  RUNH-START-TIME      PIC 9(08).
000260         05  RUNH-KEY-SEQ         PIC 9(02).
000270     03  RUNH-START-DATE          PIC 9(08).
000280     03  RUNH-END-DATE            PIC 9(08).
000290     03  RUNH-END-TIME            PIC 9(08).
000300     03  RUNH-RECORDS-READ        PIC 9(09).
000310     03  RUNH-RECORDS-WRITTEN     PIC 9(09).
000320     03  RUNH-REJECT-COUNT        PIC 9(09).
000330     03  RUNH-RETURN-CODE         PIC 9(04).
