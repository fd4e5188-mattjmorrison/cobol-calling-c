000010*----------------------------------------------------------
000020* RATEREC.CPY
000030*----------------------------------------------------------
000040* ONE ROW OF THE KEYED RATETBL CHARGEBACK RATE TABLE. A
000050* MODULE/FUNC MAY CARRY MANY ROWS, EACH IN FORCE FROM ITS
000060* EFFECTIVE DATE UNTIL THE NEXT ROW'S; A CALL IS PRICED
000070* AT THE ROW IN FORCE ON THE DAY IT RAN. A FUNC OF "*"
000080* PRICES EVERY FUNC OF THE MODULE THAT HAS NO ROW OF ITS
000090* OWN. CHARGES ARE IN DOLLARS TO FOUR OR SIX PLACES --
000100* PER CALL, PER HUNDREDTH OF A SECOND OF AUD-ELAPSED-CC,
000110* AND PER CALL SERVED FROM THE RESPONSE CACHE.
000120*----------------------------------------------------------
000130*  DATE       INIT  DESCRIPTION
000140*  ---------- ----  ------------------------------------
000150*  2026-10-15  RM   INITIAL VERSION.
000160*----------------------------------------------------------
000170 01  RATE-TABLE-RECORD.
000180     03  RATE-KEY.
000190         05  RATE-MODULE          PIC X(40).
000200         05  RATE-FUNC            PIC X(40).
000210         05  RATE-EFFECTIVE-DATE  PIC 9(08).
000220     03  RATE-CALL-CHARGE         PIC 9(05)V9(04).
000230     03  RATE-CC-CHARGE           PIC 9(03)V9(06).
000240     03  RATE-CACHED-CHARGE       PIC 9(05)V9(04).
000250     03  RATE-OPERATOR-ID         PIC X(08).
000260     03  RATE-CHANGE-DATE         PIC 9(08).
