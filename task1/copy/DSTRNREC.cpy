000100**----------------------------------------------------------------
000200** DSTRNREC - REPORT DISTRIBUTION MASTER MAINTENANCE TRANSACTION
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    ONE MAINTENANCE ACTION AGAINST THE REPORT
000600**             DISTRIBUTION MASTER, FOR DSTMNT'S BATCH
000700**             TRANSACTION-FILE MODE USED FOR BULK LOADS.  THE
000800**             FIELDS AFTER THE ACTION CODE AND OPERATOR ID MIRROR
000900**             DIST-MASTER-RECORD (SEE DSTREC).  A DELETE
001000**             TRANSACTION NEEDS ONLY THE JOB-ID AND REGION CODE.
001100**
001200** MOD LOG.
001300**   2026-10-15 DRS  INITIAL VERSION.
001400**----------------------------------------------------------------
001500 01  DIST-TRAN-RECORD.
001600     05  DSTR-ACTION-CODE        PIC X(01).
001700         88  DSTR-ACTION-ADD             VALUE 'A'.
001800         88  DSTR-ACTION-CHANGE          VALUE 'C'.
001900         88  DSTR-ACTION-DELETE          VALUE 'D'.
002000     05  DSTR-OPERATOR-ID        PIC X(08).
002100     05  DSTR-JOB-ID             PIC X(08).
002200     05  DSTR-REGION-CODE        PIC X(04).
002300     05  DSTR-RECIPIENT-DEPT     PIC X(30).
002400     05  DSTR-COPIES             PIC 9(03).
002500     05  DSTR-DELIVERY-SW        PIC X(01).
002600     05  FILLER                  PIC X(17).
