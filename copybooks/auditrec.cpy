000164*                   PRE-RUN EDIT SO AN AUDIT RECORD CAN BE
000166*                   TIED TO EXACTLY ONE REQUEST. SPACES ON
000168*                   A CALL MADE OUTSIDE THE BATCH DRIVER.
000169*  2026-10-15  RM   CARRY THE SUBMITTER CODE OF THE REQUEST
000170*                   SO THE CHARGEBACK CAN BILL EACH CALL.
000171*                   SPACES WHERE THERE WAS NONE.
000172*  2026-10-15  RM   CARRY A RUNNING SEQUENCE NUMBER, THE ID
000173*                   OF THE CHAIN THE RECORD BELONGS TO, AND
000174*                   A CHECK VALUE CHAINED FROM THE PRIOR
000175*                   RECORD SO A DROPPED, INSERTED, OR
000176*                   ALTERED RECORD SHOWS. THE CHECK VALUE IS
000177*                   FOLDED OVER THE FIRST 701 BYTES (ALL BUT
000178*                   THE CHECK VALUE ITSELF), STARTING FROM
000179*                   THE PRIOR RECORD'S CHECK VALUE (ZERO ON
000180*                   THE FIRST RECORD OF A CHAIN). A CHAIN IS
000181*                   NAMED FOR ITS FIRST RECORD'S TIMESTAMP
000182*                   AND REQUEST ID. AUDARCH CLOSES EACH
000183*                   DATED ARCHIVE WITH ONE SEAL RECORD (CALL
000184*                   TYPE SEAL) PER CHAIN, CARRYING THE COUNT
000185*                   ARCHIVED AND THE CHAIN'S LAST SEQUENCE
000186*                   AND CHECK VALUE. A SEAL IS NOT A CALL.
000187*----------------------------------------------------------
000188 01  AUDIT-TRAIL-RECORD.
000190     03  AUD-TIMESTAMP        PIC X(16).
000200     03  FILLER               PIC X      VALUE SPACE.
000210     03  AUD-PROGRAM-NAME     PIC X(08).
000220     03  FILLER               PIC X      VALUE SPACE.
000230     03  AUD-CALL-TYPE        PIC X(08).
000235         88  AUD-SEAL-RECORD            VALUE "SEAL".
000240     03  FILLER               PIC X      VALUE SPACE.
000250     03  AUD-MODULE-FUNC      PIC X(81).
000260     03  FILLER               PIC X      VALUE SPACE.
000270     03  AUD-STATUS           PIC X(08).
000280     03  FILLER               PIC X      VALUE SPACE.
000290     03  AUD-RESULT           PIC X(500).
000291     03  AUD-SEAL-DATA REDEFINES AUD-RESULT.
000293         05  AUD-SEAL-ARCHIVE-DATE PIC 9(08).
000295         05  FILLER           PIC X(01).
000296         05  AUD-SEAL-RECORD-COUNT PIC 9(09).
000298         05  FILLER           PIC X(482).
000300     03  FILLER               PIC X      VALUE SPACE.
000310     03  AUD-ELAPSED-CC       PIC 9(08).
000320     03  FILLER               PIC X      VALUE SPACE.
000330     03  AUD-REQUEST-ID       PIC X(14).
000340     03  FILLER               PIC X      VALUE SPACE.
000350     03  AUD-SUBMITTER        PIC X(08).
000360     03  FILLER               PIC X      VALUE SPACE.
000370     03  AUD-SEQUENCE         PIC 9(09).
000380     03  FILLER               PIC X      VALUE SPACE.
000390     03  AUD-CHAIN-ID.
000400         05  AUD-CHAIN-START-STAMP PIC X(16).
000410         05  AUD-CHAIN-START-REQUEST PIC X(14).
000420     03  FILLER               PIC X      VALUE SPACE.
000430     03  AUD-CHECK-VALUE      PIC 9(09).
