000010*----------------------------------------------------------
000020* ENTMTREC.CPY
000030*----------------------------------------------------------
000040* ONE MAINTENANCE TRANSACTION AGAINST THE ENTITLE FILE.
000050* GRT GRANTS A SUBMITTER CODE THE NAMED MODULE/FUNC (OR
000060* EVERY FUNC OF THE MODULE WHEN THE FUNC IS "*"), RVK
000070* REVOKES IT, AND LST LISTS THE WHOLE FILE. THE
000080* OPERATOR'S INITIALS ARE REQUIRED ON EVERY GRANT AND
000090* REVOKE AND ARE CARRIED ONTO THE FILE AND THE REPORT.
000100*----------------------------------------------------------
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------
000130*  2026-10-15  RM   INITIAL VERSION.
000140*----------------------------------------------------------
000150 01  ENTITLE-MAINT-RECORD.
000160     03  EMT-ACTION               PIC X(03).
000170         88  EMT-ACTION-GRT                 VALUE "GRT".
000180         88  EMT-ACTION-RVK                 VALUE "RVK".
000190         88  EMT-ACTION-LST                 VALUE "LST".
000200         88  EMT-ACTION-VALID               VALUE "GRT" "RVK"
000210                                                  "LST".
000220     03  EMT-SUBMITTER            PIC X(08).
000230     03  EMT-MODULE               PIC X(40).
000240     03  EMT-FUNC                 PIC X(40).
000250     03  EMT-OPERATOR-ID          PIC X(08).
000260     03  EMT-NOTE                 PIC X(60).
