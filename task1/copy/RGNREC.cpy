000900**             MASTER IN ALL FOUR INPUT MODES, SO A MISTYPED
001000**             CODE IS CAUGHT AT ENTRY INSTEAD OF POLLUTING THE
001100**             PER-REGION STATISTICS FOREVER.  MAINTAINED BY
001200**             RGNMNT.  THE COST CENTER IS WHERE PVOLBIL DEBITS
001225**             THE REGION'S MONTHLY PRINT CHARGEBACK ON THE
001250**             GENERAL-LEDGER JOURNAL - BLANK FOR A REGION THAT IS
001275**             NOT BILLED.
001300**
001400** MOD LOG.
001500**   2026-09-03 DRS  INITIAL VERSION.
001533**   2026-10-15 DRS  ADDED THE GENERAL-LEDGER COST CENTER FROM
001566**                   THE FILLER (NO CHANGE IN RECORD LENGTH).
001600**----------------------------------------------------------------
001700 01  REGION-MASTER-RECORD.
001800     05  RGN-CODE                PIC X(04).
002000     05  RGN-ACTIVE-SW           PIC X(01).
002100         88  RGN-ACTIVE                  VALUE 'A'.
002200         88  RGN-INACTIVE                VALUE 'I'.
002300     05  RGN-COST-CENTER         PIC X(08).
002800     05  FILLER                  PIC X(05).
