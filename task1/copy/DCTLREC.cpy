000100**----------------------------------------------------------------
000200** DCTLREC  - BUSINESS-DAY CONTROL RECORD
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    ONE ROW PER BUSINESS DATE, KEYED BY DCTL-BUS-DATE.
000600**             THE BUSINESS DATE IS THE RUN-DATE ARGUMENT, THE
000700**             SAME DATE THE EXTRACT, PRINT-VOLUME AND COMPLETIONS
000800**             FILES CARRY.  APP WRITES THE ROW OPEN WHEN THE
000900**             FIRST ARGSET FOR A NEW BUSINESS DATE PASSES ITS
001000**             START GATE - WITH THE OPERATOR ID WHEN THE DAYO
001100**             OVERRIDE OPENED IT WHILE AN EARLIER DATE WAS STILL
001200**             OPEN.  DAYCLOSE FLIPS IT TO CLOSED AND FILLS IN THE
001300**             CONTROL TOTALS IT BALANCED (SUCCESSFUL AUDITED RUNS
001400**             AGAINST THE EXTRACT, PRINT-VOLUME AND COMPLETION
001500**             RECORDS) AND THE NUMBER OF RUN-STATUS ROWS WHOSE
001600**             DAILY COUNT IT RESET.  A DATE THAT IS CLOSED AGAIN
001700**             RESTATES ITS TOTALS.
001800**
001900** MOD LOG.
002000**   2026-10-15 DRS  INITIAL VERSION.
002100**----------------------------------------------------------------
002200 01  DAY-CONTROL-RECORD.
002300     05  DCTL-BUS-DATE           PIC 9(08).
002400     05  DCTL-STATUS-SW          PIC X(01).
002500         88  DCTL-DAY-OPEN               VALUE 'O'.
002600         88  DCTL-DAY-CLOSED             VALUE 'C'.
002700     05  DCTL-OPENED-DATE        PIC 9(08).
002800     05  DCTL-OPENED-TIME        PIC 9(08).
002900     05  DCTL-OVERRIDE-OPERATOR  PIC X(08).
003000     05  DCTL-CLOSED-DATE        PIC 9(08).
003100     05  DCTL-CLOSED-TIME        PIC 9(08).
003200     05  DCTL-TOTALS.
003300         10  DCTL-JOB-COUNT          PIC 9(05).
003400         10  DCTL-AUDIT-OK-COUNT     PIC 9(07).
003500         10  DCTL-EXTRACT-COUNT      PIC 9(07).
003600         10  DCTL-VOLUME-COUNT       PIC 9(07).
003700         10  DCTL-ZERO-VOLUME-COUNT  PIC 9(07).
003800         10  DCTL-PAGES-TOTAL        PIC 9(11).
003900         10  DCTL-LINES-TOTAL        PIC 9(13).
004000         10  DCTL-COMPLETION-COUNT   PIC 9(07).
004100         10  DCTL-RSTA-RESET-COUNT   PIC 9(07).
004200     05  FILLER                  PIC X(20).
