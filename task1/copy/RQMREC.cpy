001400**             WHEN THE COMPLETIONS FILE SHOWS THE RESUBMISSION
001500**             SUCCEEDED.  THE ENTERED DATE FEEDS THE RQAGRPT
001600**             AGING ESCALATION.  REASON CODES AS ON RQREC:
001700**             VAL, DUP, CAL, PRE, RGN, LCK, DAY.
001800**
001900** MOD LOG.
002000**   2026-09-03 DRS  INITIAL VERSION.
002033**   2026-10-15 DRS  ADDED THE DAY REASON CODE (BUSINESS-DAY
002066**                   START GATE).
002100**----------------------------------------------------------------
002200 01  REQUEUE-MASTER-RECORD.
002300     05  RQM-KEY.
003400         88  RQM-REASON-PREDECESSOR      VALUE 'PRE'.
003500         88  RQM-REASON-REGION           VALUE 'RGN'.
003600         88  RQM-REASON-LOCKED           VALUE 'LCK'.
003650         88  RQM-REASON-DAY-OPEN         VALUE 'DAY'.
003700     05  RQM-STATUS-SW           PIC X(01).
003800         88  RQM-STATUS-OPEN             VALUE 'O'.
003900         88  RQM-STATUS-CORRECTED        VALUE 'C'.
