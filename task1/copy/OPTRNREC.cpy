000100**----------------------------------------------------------------
000200** OPTRNREC - OPERATOR AUTHORIZATION MAINTENANCE TRANSACTION
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    ONE MAINTENANCE ACTION AGAINST THE OPERATOR
000600**             AUTHORIZATION MASTER, FOR OPRMNT'S BATCH
000700**             TRANSACTION-FILE MODE USED FOR BULK LOADS.  THE
000800**             OPERATOR ID IS WHO IS MAKING THE CHANGE; THE FIELDS
000900**             FROM THE AUTHORIZED ID ON MIRROR
001000**             OPERATOR-MASTER-RECORD (SEE OPRREC).  A DELETE
001100**             TRANSACTION NEEDS ONLY THE AUTHORIZED ID FILLED IN.
001200**
001300** MOD LOG.
001400**   2026-10-15 DRS  INITIAL VERSION.
001433**   2026-10-15 DRS  ONE MORE PRIVILEGE FLAG (OPEN BUSINESS DAY)
001466**                   TAKEN FROM THE FILLER.
001474**   2026-10-15 DRS  TWO MORE PRIVILEGE FLAGS (CHARGEBACK RATE
001482**                   MAINTENANCE, BILLING REVERSAL) TAKEN FROM THE
001490**                   FILLER.
001494**   2026-10-15 DRS  ONE MORE PRIVILEGE FLAG (REPORT DISTRIBUTION
001497**                   MAINTENANCE) TAKEN FROM THE FILLER.
001500**----------------------------------------------------------------
001600 01  OPR-TRAN-RECORD.
001700     05  OPTR-ACTION-CODE        PIC X(01).
001800         88  OPTR-ACTION-ADD             VALUE 'A'.
001900         88  OPTR-ACTION-CHANGE          VALUE 'C'.
002000         88  OPTR-ACTION-DELETE          VALUE 'D'.
002100     05  OPTR-OPERATOR-ID        PIC X(08).
002200     05  OPTR-AUTH-ID            PIC X(08).
002300     05  OPTR-NAME               PIC X(30).
002400     05  OPTR-ACTIVE-SW          PIC X(01).
002500     05  OPTR-PRIVILEGES         PIC X(14).
002600     05  FILLER                  PIC X(18).
