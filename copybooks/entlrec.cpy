000010*----------------------------------------------------------
000020* ENTLREC.CPY
000030*----------------------------------------------------------
000040* ONE ENTITLEMENT ON THE KEYED ENTITLE FILE -- A SUBMITTER
000050* CODE (AS STAMPED BY THE INTAKE FRONT END) MAY CALL THE
000060* NAMED MODULE/FUNC. A FUNC OF "*" GRANTS EVERY FUNC OF
000070* THE MODULE. A REVOKED ENTITLEMENT STAYS ON FILE WITH
000080* STATUS R SO THE AUDIT TEAM CAN SEE WHO HELD IT AND WHO
000090* TOOK IT AWAY; ONLY STATUS A LETS A REQUEST THROUGH THE
000100* PRE-RUN EDIT.
000110*----------------------------------------------------------
000120*  DATE       INIT  DESCRIPTION
000130*  ---------- ----  ------------------------------------
000140*  2026-10-15  RM   INITIAL VERSION.
000150*----------------------------------------------------------
000160 01  ENTITLEMENT-RECORD.
000170     03  ENT-KEY.
000180         05  ENT-SUBMITTER        PIC X(08).
000190         05  ENT-MODULE           PIC X(40).
000200         05  ENT-FUNC             PIC X(40).
000210     03  ENT-STATUS-FLAG          PIC X(01).
000220         88  ENT-ACTIVE                     VALUE "A".
000230         88  ENT-REVOKED                    VALUE "R".
000240     03  ENT-GRANT-OPERATOR       PIC X(08).
000250     03  ENT-GRANT-DATE           PIC 9(08).
000260     03  ENT-REVOKE-OPERATOR      PIC X(08).
000270     03  ENT-REVOKE-DATE          PIC 9(08).
000280     03  ENT-NOTE                 PIC X(60).
