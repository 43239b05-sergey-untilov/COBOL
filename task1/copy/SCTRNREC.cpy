001100**
001200** MOD LOG.
001300**   2026-09-03 DRS  INITIAL VERSION.
001310**   2026-10-15 DRS  ADDED THE DEFAULT SWITCHES AND REGION, OUT
001320**                   OF FILLER.
001400**----------------------------------------------------------------
001500 01  SCHD-TRAN-RECORD.
001600     05  SCTR-ACTION-CODE        PIC X(01).
002200     05  SCTR-FREQ-SW            PIC X(01).
002300     05  SCTR-DUE-DAY            PIC 9(02).
002400     05  SCTR-CUTOFF-TIME        PIC 9(04).
002410     05  SCTR-DFLT-SWITCH-1      PIC X(01).
002420     05  SCTR-DFLT-SWITCH-2      PIC X(01).
002430     05  SCTR-DFLT-REGION-CODE   PIC X(04).
002500     05  FILLER                  PIC X(02).
