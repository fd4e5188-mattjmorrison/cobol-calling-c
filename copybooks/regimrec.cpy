000010*----------------------------------------------------------
000020* REGIMREC.CPY
000030*----------------------------------------------------------
000040* ONE DEPENDENT ITEM FOUND BY THE REGIMPCT IMPACT ANALYSIS
000050* FOR A PENDING REGISTRY CHANGE, ON THE KEYED REGIMPCT
000060* FILE. THE KEY LEADS WITH THE PENDING CHANGE'S OWN KEY
000070* (MODULE/FUNC + ACTION + EFFECTIVE DATE), SO THE LIST IS
000080* ATTACHED TO THE CHANGE AND REGMAINT CAN SHOW IT TO THE
000090* SECOND OPERATOR WHO DECIDES IT. AN ITEM IS A REQUEST
000100* PARKED ON PYPENDOUT, A CHAIN STEP ON TOMORROW'S PYREQIN,
000110* A ROUTETBL ROUTE, OR A PYCACHE ENTRY. A PARKED OR
000120* CHAINED REQUEST THAT A DEACTIVATION WOULD STRAND IS
000130* MARKED SO.
000140*----------------------------------------------------------
000150*  DATE       INIT  DESCRIPTION
000160*  ---------- ----  ------------------------------------
000170*  2026-10-15  RM   INITIAL VERSION.
000180*----------------------------------------------------------
000190 01  IMPACT-ITEM-RECORD.
000200     03  IMP-KEY.
000210         05  IMP-CHANGE-KEY.
000220             07  IMP-MODULE       PIC X(40).
000230             07  IMP-FUNC         PIC X(40).
000240             07  IMP-ACTION       PIC X(03).
000250             07  IMP-EFFECTIVE-DATE PIC 9(08).
000260         05  IMP-ITEM-SEQ         PIC 9(05).
000270     03  IMP-ITEM-TYPE            PIC X(08).
000280         88  IMP-ITEM-PARKED                VALUE "PARKED".
000290         88  IMP-ITEM-CHAINED               VALUE "CHAINED".
000300         88  IMP-ITEM-ROUTE                 VALUE "ROUTE".
000310         88  IMP-ITEM-CACHED                VALUE "CACHED".
000320     03  IMP-STRANDED-FLAG        PIC X(01).
000330         88  IMP-ITEM-STRANDED              VALUE "Y".
000340     03  IMP-ITEM-DETAIL          PIC X(80).
000350     03  IMP-ANALYSIS-DATE        PIC 9(08).
