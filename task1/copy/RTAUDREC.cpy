000100**----------------------------------------------------------------
000200** RTAUDREC - CHARGEBACK RATE MASTER MAINTENANCE AUDIT RECORD
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    ONE RECORD IS WRITTEN TO THE MAINTENANCE AUDIT
000600**             FILE FOR EVERY ADD, CHANGE, OR DELETE RATEMNT
000700**             APPLIES TO THE CHARGEBACK RATE MASTER, CARRYING A
000800**             FULL BEFORE AND AFTER IMAGE OF THE ROW SO FINANCE
000900**             CAN ANSWER WHO CHANGED A PRICE AND WHEN.  THE
001000**             IMAGES ARE RAW COPIES OF RATE-MASTER-RECORD (SEE
001100**             RATEREC) - SPACES MEAN NO ROW EXISTED ON THAT SIDE
001200**             OF THE CHANGE.
001300**
001400** MOD LOG.
001500**   2026-10-15 DRS  INITIAL VERSION.
001600**----------------------------------------------------------------
001700 01  RATE-AUDIT-RECORD.
001800     05  RTAU-CHANGE-DATE        PIC 9(08).
001900     05  RTAU-CHANGE-TIME        PIC 9(08).
002000     05  RTAU-OPERATOR-ID        PIC X(08).
002100     05  RTAU-SOURCE-SW          PIC X(01).
002200         88  RTAU-SOURCE-SCREEN          VALUE 'S'.
002300         88  RTAU-SOURCE-BATCH           VALUE 'B'.
002400     05  RTAU-ACTION-SW          PIC X(01).
002500         88  RTAU-ACTION-ADD             VALUE 'A'.
002600         88  RTAU-ACTION-CHANGE          VALUE 'C'.
002700         88  RTAU-ACTION-DELETE          VALUE 'D'.
002800     05  RTAU-BEFORE-IMAGE       PIC X(64).
002900     05  RTAU-AFTER-IMAGE        PIC X(64).
