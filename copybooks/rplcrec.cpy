000010*----------------------------------------------------------
000020* RPLCREC.CPY
000030*----------------------------------------------------------
000040* THE ONE-RECORD RPLCTL CONTROL FILE FOR A REPLAY RUN. IT
000050* NAMES THE PAST BUSINESS DATE WHOSE ARCHIVED REQUESTS ARE
000060* TO BE RUN AGAIN AND THE MODULE (AND, OPTIONALLY, THE
000070* FUNC -- BLANK MEANS EVERY FUNC OF THE MODULE) TO REPLAY.
000080* THE BATCH DRIVER RUNS IN REPLAY MODE WHENEVER THIS FILE
000090* IS PRESENT, AND THE COMPARISON STEP READS IT TO KNOW WHAT
000100* TO COMPARE. THE GO PERCENTAGE IS THE LOWEST MATCH RATE
000110* THE COMPARISON WILL CALL A GO; BLANK OR ZERO MEANS 100.
000120*----------------------------------------------------------
000130*  DATE       INIT  DESCRIPTION
000140*  ---------- ----  ------------------------------------
000150*  2026-10-15  RM   INITIAL VERSION.
000160*----------------------------------------------------------
000170 01  REPLAY-CONTROL-RECORD.
000180     03  RPC-BUSINESS-DATE        PIC X(08).
000190     03  RPC-MODULE               PIC X(40).
000200     03  RPC-FUNC                 PIC X(40).
000210     03  RPC-GO-PERCENT           PIC X(03).
