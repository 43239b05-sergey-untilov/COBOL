000100**----------------------------------------------------------------
000200** OPRPARM  - OPRCHK SUBPROGRAM PARAMETER AREA
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    WHAT A CALLER HANDS THE OPRCHK SUBPROGRAM TO ASK
000600**             WHETHER AN OPERATOR MAY TAKE ONE PRIVILEGED ACTION
000700**             - THE OPERATOR ID, THE PRIVILEGE CODE, AND THE
000800**             CALLING PROGRAM AND JOB-ID (SPACES WHERE NONE) FOR
000900**             THE EVENT TEXT.  OPRCHK ANSWERS THROUGH THE RESULT
001000**             SWITCH WITH A SHORT REASON ON A REFUSAL, AND HAS
001100**             ALREADY LOGGED THE REFUSAL THROUGH EVTLOG - THE
001200**             CALLER ONLY SAYS NO ON ITS OWN SYSOUT.
001300**
001400** MOD LOG.
001500**   2026-10-15 DRS  INITIAL VERSION.
001533**   2026-10-15 DRS  ADDED DAYO - OPEN A NEW BUSINESS DATE IN APP
001566**                   BEFORE THE PRIOR BUSINESS DAY IS CLOSED.
001574**   2026-10-15 DRS  ADDED RATM - CHARGEBACK RATE MASTER
001582**                   MAINTENANCE - AND BILR - REVERSING A MONTH'S
001590**                   PRINT CHARGEBACK BILLING.
001594**   2026-10-15 DRS  ADDED DSTM - REPORT DISTRIBUTION MASTER
001597**                   MAINTENANCE.
001600**----------------------------------------------------------------
001700 01  OPERATOR-CHECK-PARM.
001800     05  OPP-OPERATOR-ID         PIC X(08).
001900     05  OPP-PRIVILEGE           PIC X(04).
002000         88  OPP-PRIV-FORCE              VALUE 'FORC'.
002100         88  OPP-PRIV-RESTART            VALUE 'RSTR'.
002200         88  OPP-PRIV-LOCK-CLEAR         VALUE 'LCKC'.
002300         88  OPP-PRIV-RQM-DELETE         VALUE 'RQMD'.
002400         88  OPP-PRIV-EVT-ACK            VALUE 'EVAK'.
002500         88  OPP-PRIV-PARM-MAINT         VALUE 'PARM'.
002600         88  OPP-PRIV-DEP-MAINT          VALUE 'DEPM'.
002700         88  OPP-PRIV-SCHD-MAINT         VALUE 'SCHD'.
002800         88  OPP-PRIV-RGN-MAINT          VALUE 'RGNM'.
002900         88  OPP-PRIV-OPR-MAINT          VALUE 'OPRM'.
002950         88  OPP-PRIV-DAY-OPEN           VALUE 'DAYO'.
002966         88  OPP-PRIV-RATE-MAINT         VALUE 'RATM'.
002982         88  OPP-PRIV-BILL-REVERSE       VALUE 'BILR'.
002991         88  OPP-PRIV-DIST-MAINT         VALUE 'DSTM'.
003000     05  OPP-PROGRAM             PIC X(08).
003100     05  OPP-JOB-ID              PIC X(08).
003200     05  OPP-RESULT-SW           PIC X(01).
003300         88  OPP-GRANTED                 VALUE 'Y'.
003400         88  OPP-REFUSED                 VALUE 'N'.
003500     05  OPP-REASON              PIC X(20).
