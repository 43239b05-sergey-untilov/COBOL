001100**
001200** MOD LOG.
001300**   2026-09-03 DRS  INITIAL VERSION.
001333**   2026-10-15 DRS  ADDED THE COST CENTER, MIRRORING RGNREC,
001366**                   FROM THE FILLER - SPACES READ AS NOT BILLED.
001400**----------------------------------------------------------------
001500 01  RGN-TRAN-RECORD.
001600     05  RGTR-ACTION-CODE        PIC X(01).
002100     05  RGTR-REGION-CODE        PIC X(04).
002200     05  RGTR-DESCRIPTION        PIC X(30).
002300     05  RGTR-ACTIVE-SW          PIC X(01).
002400     05  RGTR-COST-CENTER        PIC X(08).
002900     05  FILLER                  PIC X(04).
