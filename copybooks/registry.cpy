000470*                   RECONCILIATION, AND DEAD LETTERS --
000480*                   LEAVING THE FIRST AND LAST FOUR
000490*                   CHARACTERS VISIBLE TO IDENTIFY THE
000491*                   RECORD WITHOUT EXPOSING THE VALUE.
000493*  2026-10-15  RM   ADDED THE RESPONSE RULES -- FORMAT
000494*                   (NUM, ALPHA, OR A LIST SPLIT ON THE
000496*                   NAMED DELIMITER; BLANK OR ANY MEANS NO
000497*                   FORMAT RULE), MINIMUM AND MAXIMUM
000499*                   LENGTH (ZERO MEANS NO LIMIT), AND
000500*                   WHETHER A BLANK RESPONSE IS ALLOWED.
000502*                   THE DRIVER CHECKS EVERY FRESH RESPONSE
000503*                   AGAINST THEM AND HOLDS A NONCONFORMING
000505*                   ONE BACK ON THE PYSUSPCT FILE. THE
000507*                   FUNCREG FILE MUST BE REBUILT THROUGH
000508*                   REGMAINT WHEN PICKING UP THIS WIDER
000509*                   RECORD.
000510*----------------------------------------------------------
000520 01  REGISTRY-RECORD.
000530     03  REG-KEY.
000720         88  REG-ONCE-ONLY                  VALUE "Y".
000730     03  REG-SENSITIVE-FLAG       PIC X(01).
000740         88  REG-SENSITIVE-ARGS             VALUE "Y".
000750     03  REG-RESP-FORMAT          PIC X(08).
000760         88  REG-RESP-FORMAT-NUM            VALUE "NUM".
000770         88  REG-RESP-FORMAT-ALPHA          VALUE "ALPHA".
000780         88  REG-RESP-FORMAT-LIST           VALUE "LIST".
000790     03  REG-RESP-LIST-DELIM      PIC X(01).
000800     03  REG-RESP-MIN-LENGTH      PIC 9(03).
000810     03  REG-RESP-MAX-LENGTH      PIC 9(03).
000820     03  REG-RESP-BLANK-FLAG      PIC X(01).
000830         88  REG-RESP-BLANK-ALLOWED         VALUE "Y".
