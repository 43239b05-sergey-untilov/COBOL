000100**----------------------------------------------------------------
000200** OPRREC   - OPERATOR AUTHORIZATION MASTER RECORD
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    ONE ROW PER OPERATOR ID, KEYED BY OPR-OPERATOR-ID,
000600**             WITH AN ACTIVE/INACTIVE FLAG AND ONE Y/N FLAG PER
000700**             PRIVILEGED ACTION - FORCING A DUPLICATE RERUN OR
000800**             CONFIRMING A RESTART IN APP, CLEARING A RUN LOCK
000900**             IN LCKINQ, DELETING A REQUEUE ROW IN RQMNT,
001000**             ACKNOWLEDGING AN EVENT IN EVTINQ, OPENING A NEW
001033**             BUSINESS DATE IN APP AHEAD OF THE PRIOR DAY'S
001066**             CLOSE, REVERSING A MONTH'S PRINT CHARGEBACK
001083**             BILLING IN PVOLBIL, AND CHANGING THE PARAMETER,
001100**             DEPENDENCY, SCHEDULE, REGION, CHARGEBACK RATE,
001125**             REPORT DISTRIBUTION, OR THIS MASTER.  CHECKED
001150**             THROUGH THE OPRCHK SUBPROGRAM (SEE OPRPARM);
001200**             MAINTAINED BY OPRMNT.  A DEPARTED OPERATOR IS
001300**             FLAGGED INACTIVE, NOT DELETED, SO THE AUDIT TRAILS
001400**             KEEP A NAME FOR THE ID.
001600**
001700** MOD LOG.
001800**   2026-10-15 DRS  INITIAL VERSION.
001833**   2026-10-15 DRS  ADDED THE OPEN-BUSINESS-DAY PRIVILEGE FROM
001866**                   THE FILLER (NO CHANGE IN RECORD LENGTH).
001874**   2026-10-15 DRS  ADDED THE CHARGEBACK RATE MAINTENANCE AND
001882**                   BILLING REVERSAL PRIVILEGES FROM THE FILLER
001890**                   (NO CHANGE IN RECORD LENGTH).
001893**   2026-10-15 DRS  ADDED THE REPORT DISTRIBUTION MAINTENANCE
001896**                   PRIVILEGE FROM THE FILLER (NO CHANGE IN
001898**                   RECORD LENGTH).
001900**----------------------------------------------------------------
002000 01  OPERATOR-MASTER-RECORD.
002100     05  OPR-OPERATOR-ID         PIC X(08).
002200     05  OPR-NAME                PIC X(30).
002300     05  OPR-ACTIVE-SW           PIC X(01).
002400         88  OPR-ACTIVE                  VALUE 'A'.
002500         88  OPR-INACTIVE                VALUE 'I'.
002600     05  OPR-PRIVILEGES.
002700         10  OPR-PRIV-FORCE          PIC X(01).
002800             88  OPR-MAY-FORCE               VALUE 'Y'.
002900         10  OPR-PRIV-RESTART        PIC X(01).
003000             88  OPR-MAY-RESTART             VALUE 'Y'.
003100         10  OPR-PRIV-LOCK-CLEAR     PIC X(01).
003200             88  OPR-MAY-CLEAR-LOCK          VALUE 'Y'.
003300         10  OPR-PRIV-RQM-DELETE     PIC X(01).
003400             88  OPR-MAY-DELETE-REQUEUE      VALUE 'Y'.
003500         10  OPR-PRIV-EVT-ACK        PIC X(01).
003600             88  OPR-MAY-ACK-EVENT           VALUE 'Y'.
003700         10  OPR-PRIV-PARM-MAINT     PIC X(01).
003800             88  OPR-MAY-MAINT-PARM          VALUE 'Y'.
003900         10  OPR-PRIV-DEP-MAINT      PIC X(01).
004000             88  OPR-MAY-MAINT-DEP           VALUE 'Y'.
004100         10  OPR-PRIV-SCHD-MAINT     PIC X(01).
004200             88  OPR-MAY-MAINT-SCHD          VALUE 'Y'.
004300         10  OPR-PRIV-RGN-MAINT      PIC X(01).
004400             88  OPR-MAY-MAINT-RGN           VALUE 'Y'.
004500         10  OPR-PRIV-OPR-MAINT      PIC X(01).
004600             88  OPR-MAY-MAINT-OPR           VALUE 'Y'.
004633         10  OPR-PRIV-DAY-OPEN       PIC X(01).
004666             88  OPR-MAY-OPEN-DAY            VALUE 'Y'.
004672         10  OPR-PRIV-RATE-MAINT     PIC X(01).
004678             88  OPR-MAY-MAINT-RATE          VALUE 'Y'.
004684         10  OPR-PRIV-BILL-REVERSE   PIC X(01).
004690             88  OPR-MAY-REVERSE-BILL        VALUE 'Y'.
004694         10  OPR-PRIV-DIST-MAINT     PIC X(01).
004697             88  OPR-MAY-MAINT-DIST          VALUE 'Y'.
004700     05  OPR-PRIV-TABLE REDEFINES OPR-PRIVILEGES.
004800         10  OPR-PRIV-FLAG           PIC X(01) OCCURS 14 TIMES.
004900     05  FILLER                  PIC X(11).
