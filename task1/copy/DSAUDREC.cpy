000100**----------------------------------------------------------------
000200** DSAUDREC - REPORT DISTRIBUTION MASTER MAINTENANCE AUDIT RECORD
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    ONE RECORD IS WRITTEN TO THE MAINTENANCE AUDIT
000600**             FILE FOR EVERY ADD, CHANGE, OR DELETE DSTMNT
000700**             APPLIES TO THE REPORT DISTRIBUTION MASTER, CARRYING
000800**             A FULL BEFORE AND AFTER IMAGE OF THE ROW.  THE
000900**             IMAGES ARE RAW COPIES OF DIST-MASTER-RECORD (SEE
001000**             DSTREC) - SPACES MEAN NO ROW EXISTED ON THAT SIDE
001100**             OF THE CHANGE.
001200**
001300** MOD LOG.
001400**   2026-10-15 DRS  INITIAL VERSION.
001500**----------------------------------------------------------------
001600 01  DIST-AUDIT-RECORD.
001700     05  DSAU-CHANGE-DATE        PIC 9(08).
001800     05  DSAU-CHANGE-TIME        PIC 9(08).
001900     05  DSAU-OPERATOR-ID        PIC X(08).
002000     05  DSAU-SOURCE-SW          PIC X(01).
002100         88  DSAU-SOURCE-SCREEN          VALUE 'S'.
002200         88  DSAU-SOURCE-BATCH           VALUE 'B'.
002300     05  DSAU-ACTION-SW          PIC X(01).
002400         88  DSAU-ACTION-ADD             VALUE 'A'.
002500         88  DSAU-ACTION-CHANGE          VALUE 'C'.
002600         88  DSAU-ACTION-DELETE          VALUE 'D'.
002700     05  DSAU-BEFORE-IMAGE       PIC X(64).
002800     05  DSAU-AFTER-IMAGE        PIC X(64).
