000100**----------------------------------------------------------------
000200** RTTRNREC - CHARGEBACK RATE MASTER MAINTENANCE TRANSACTION
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    ONE MAINTENANCE ACTION AGAINST THE CHARGEBACK RATE
000600**             MASTER, FOR RATEMNT'S BATCH TRANSACTION-FILE MODE
000700**             USED FOR BULK LOADS.  THE FIELDS AFTER THE ACTION
000800**             CODE AND OPERATOR ID MIRROR RATE-MASTER-RECORD (SEE
000900**             RATEREC).  A CHANGE OR DELETE IDENTIFIES ITS ROW BY
001000**             REGION, JOB-ID (BLANK FOR THE REGION DEFAULT), AND
001100**             EFF-FROM; A DELETE NEEDS NOTHING ELSE.  A BLANK OR
001200**             ZERO EFF-TO READS AS OPEN-ENDED.
001300**
001400** MOD LOG.
001500**   2026-10-15 DRS  INITIAL VERSION.
001600**----------------------------------------------------------------
001700 01  RATE-TRAN-RECORD.
001800     05  RTTR-ACTION-CODE        PIC X(01).
001900         88  RTTR-ACTION-ADD             VALUE 'A'.
002000         88  RTTR-ACTION-CHANGE          VALUE 'C'.
002100         88  RTTR-ACTION-DELETE          VALUE 'D'.
002200     05  RTTR-OPERATOR-ID        PIC X(08).
002300     05  RTTR-REGION-CODE        PIC X(04).
002400     05  RTTR-JOB-ID             PIC X(08).
002500     05  RTTR-EFF-FROM-DATE      PIC 9(08).
002600     05  RTTR-EFF-TO-DATE        PIC 9(08).
002700     05  RTTR-PER-PAGE           PIC 9(03)V9(05).
002800     05  RTTR-PER-LINE           PIC 9(03)V9(05).
002900     05  FILLER                  PIC X(19).
