000010*----------------------------------------------------------
000020* RATEMTREC.CPY
000030*----------------------------------------------------------
000040* ONE MAINTENANCE TRANSACTION AGAINST THE RATETBL
000050* CHARGEBACK RATE TABLE. ADD PUTS A NEW RATE ROW IN FORCE
000060* FROM ITS EFFECTIVE DATE (BLANK MEANS TODAY), CHG
000070* REPLACES WHICHEVER CHARGES THE TRANSACTION FILLS IN ON A
000080* ROW NOT YET IN FORCE, DEL REMOVES A ROW NOT YET IN
000090* FORCE, AND LST LISTS THE WHOLE TABLE. THE CHARGES ARE
000100* KEYED AS DIGITS ONLY WITH THE DECIMAL POINT IMPLIED --
000110* 000012500 IS 1.2500 PER CALL.
000120*----------------------------------------------------------
000130*  DATE       INIT  DESCRIPTION
000140*  ---------- ----  ------------------------------------
000150*  2026-10-15  RM   INITIAL VERSION.
000160*----------------------------------------------------------
000170 01  RATE-MAINT-RECORD.
000180     03  RTM-ACTION               PIC X(03).
000190         88  RTM-ACTION-ADD                 VALUE "ADD".
000200         88  RTM-ACTION-CHG                 VALUE "CHG".
000210         88  RTM-ACTION-DEL                 VALUE "DEL".
000220         88  RTM-ACTION-LST                 VALUE "LST".
000230         88  RTM-ACTION-VALID               VALUE "ADD" "CHG"
000240                                                  "DEL" "LST".
000250     03  RTM-MODULE               PIC X(40).
000260     03  RTM-FUNC                 PIC X(40).
000270     03  RTM-EFFECTIVE-DATE       PIC X(08).
000280     03  RTM-EFFECTIVE-DATE-NUM REDEFINES RTM-EFFECTIVE-DATE
000290                                  PIC 9(08).
000300     03  RTM-OPERATOR-ID          PIC X(08).
000310     03  RTM-CALL-CHARGE-X        PIC X(09).
000320     03  RTM-CALL-CHARGE REDEFINES RTM-CALL-CHARGE-X
000330                                  PIC 9(05)V9(04).
000340     03  RTM-CC-CHARGE-X          PIC X(09).
000350     03  RTM-CC-CHARGE REDEFINES RTM-CC-CHARGE-X
000360                                  PIC 9(03)V9(06).
000370     03  RTM-CACHED-CHARGE-X      PIC X(09).
000380     03  RTM-CACHED-CHARGE REDEFINES RTM-CACHED-CHARGE-X
000390                                  PIC 9(05)V9(04).
