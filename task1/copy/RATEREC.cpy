000100**----------------------------------------------------------------
000200** RATEREC  - PRINT CHARGEBACK RATE MASTER RECORD
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    ONE ROW PER REGION, JOB-ID, AND EFFECTIVE-FROM
000600**             DATE, HOLDING THE RATE PER PAGE AND THE RATE PER
000700**             LINE THE MONTHLY BILLING STEP (PVOLBIL) PRICES THE
000800**             PRINT-VOLUME FILE AT.  A ROW WITH A BLANK JOB-ID IS
000900**             THE REGION'S DEFAULT RATE; A ROW WITH A JOB-ID
001000**             OVERRIDES THE DEFAULT FOR THAT ONE JOB IN THAT
001100**             REGION.  EFFECTIVE-DATED THE WAY THE PARAMETER
001200**             MASTER IS (SEE PMSTREC) - A ROW IS IN EFFECT WHEN
001300**             EFF-FROM <= CALL DATE <= EFF-TO, AND 99999999 IN
001400**             EFF-TO MEANS OPEN-ENDED - SO A PRICE CHANGE CAN BE
001500**             STAGED AHEAD OF TIME AND A REBILLED MONTH IS PRICED
001600**             AT THE RATES THAT WERE IN EFFECT THEN.  RATES ARE
001700**             IN CURRENCY UNITS TO FIVE DECIMAL PLACES.
001800**             MAINTAINED BY RATEMNT.
001900**
002000** MOD LOG.
002100**   2026-10-15 DRS  INITIAL VERSION.
002200**----------------------------------------------------------------
002300 01  RATE-MASTER-RECORD.
002400     05  RATE-KEY.
002500         10  RATE-REGION-CODE    PIC X(04).
002600         10  RATE-JOB-ID         PIC X(08).
002700         10  RATE-EFF-FROM-DATE  PIC 9(08).
002800     05  RATE-EFF-TO-DATE        PIC 9(08).
002900     05  RATE-PER-PAGE           PIC 9(03)V9(05).
003000     05  RATE-PER-LINE           PIC 9(03)V9(05).
003100     05  FILLER                  PIC X(20).
