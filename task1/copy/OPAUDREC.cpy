000100**----------------------------------------------------------------
000200** OPAUDREC - OPERATOR AUTHORIZATION MAINTENANCE AUDIT RECORD
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    ONE RECORD IS WRITTEN TO THE MAINTENANCE AUDIT
000600**             FILE FOR EVERY ADD, CHANGE, OR DELETE OPRMNT
000700**             APPLIES TO THE OPERATOR AUTHORIZATION MASTER,
000800**             CARRYING A FULL BEFORE AND AFTER IMAGE OF THE ROW
000900**             SO THE AUDITORS CAN SEE WHO GRANTED A PRIVILEGE AND
001000**             WHEN.  THE IMAGES ARE RAW COPIES OF
001100**             OPERATOR-MASTER-RECORD (SEE OPRREC) - SPACES MEAN
001200**             NO ROW EXISTED ON THAT SIDE OF THE CHANGE.
001300**
001400** MOD LOG.
001500**   2026-10-15 DRS  INITIAL VERSION.
001600**----------------------------------------------------------------
001700 01  OPR-AUDIT-RECORD.
001800     05  OPAU-CHANGE-DATE        PIC 9(08).
001900     05  OPAU-CHANGE-TIME        PIC 9(08).
002000     05  OPAU-OPERATOR-ID        PIC X(08).
002100     05  OPAU-SOURCE-SW          PIC X(01).
002200         88  OPAU-SOURCE-SCREEN          VALUE 'S'.
002300         88  OPAU-SOURCE-BATCH           VALUE 'B'.
002400     05  OPAU-ACTION-SW          PIC X(01).
002500         88  OPAU-ACTION-ADD             VALUE 'A'.
002600         88  OPAU-ACTION-CHANGE          VALUE 'C'.
002700         88  OPAU-ACTION-DELETE          VALUE 'D'.
002800     05  OPAU-BEFORE-IMAGE       PIC X(64).
002900     05  OPAU-AFTER-IMAGE        PIC X(64).
