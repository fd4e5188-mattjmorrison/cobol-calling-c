000010*----------------------------------------------------------
000020* DLQMTREC.CPY
000030*----------------------------------------------------------
000040* ONE DISPOSITION TRANSACTION AGAINST THE DEAD-LETTER
000050* TRIAGE QUEUE, NAMED BY REQUEST ID. COR MARKS THE ITEM
000060* CORRECTED AND SUPPLIES THE REPLACEMENT ARGS IT WILL BE
000070* RESUBMITTED WITH, WOF WRITES IT OFF WITH A REASON CODE,
000080* AND REF REFERS IT TO THE TEAM THAT OWNS THE FUNCTION.
000090* THE OPERATOR'S INITIALS ARE REQUIRED ON EVERY ONE AND
000100* ARE CARRIED ONTO THE QUEUE AND THE CHANGE REPORT.
000110*----------------------------------------------------------
000120*  DATE       INIT  DESCRIPTION
000130*  ---------- ----  ------------------------------------
000140*  2026-10-15  RM   INITIAL VERSION.
000150*----------------------------------------------------------
000160 01  DEAD-QUEUE-MAINT-RECORD.
000170     03  DQT-ACTION               PIC X(03).
000180         88  DQT-ACTION-COR                 VALUE "COR".
000190         88  DQT-ACTION-WOF                 VALUE "WOF".
000200         88  DQT-ACTION-REF                 VALUE "REF".
000210         88  DQT-ACTION-VALID               VALUE "COR" "WOF"
000220                                                  "REF".
000230     03  DQT-REQUEST-ID           PIC X(14).
000240     03  DQT-OPERATOR-ID          PIC X(08).
000250     03  DQT-WRITE-OFF-REASON     PIC X(04).
000260     03  DQT-REFER-TEAM           PIC X(08).
000270     03  DQT-REPLACEMENT-ARGS     PIC X(500).
