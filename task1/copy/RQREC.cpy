001550**               LCK - JOB-ID LOCKED BY A CONCURRENT RUN, OR A
001560**                     DANGLING CHECKPOINT NEEDS A CONFIRMED
001570**                     RESTART
001577**               DAY - THE RUN-DATE IS A NEW BUSINESS DATE AND AN
001584**                     EARLIER ONE IS STILL OPEN (NOT YET CLOSED
001591**                     BY DAYCLOSE)
001600**
001700** MOD LOG.
001800**   2026-08-21 DRS  INITIAL VERSION.
001850**   2026-09-03 DRS  ADDED THE LCK REASON CODE FOR RECORDS HELD
001860**                   OFF BY THE PER-JOB RUN LOCK OR A DANGLING
001870**                   CHECKPOINT.
001880**   2026-10-15 DRS  ADDED THE DAY REASON CODE FOR RECORDS HELD
001890**                   OFF BY THE BUSINESS-DAY START GATE.
001900**----------------------------------------------------------------
002000 01  REQUEUE-RECORD.
002100     05  RQ-JOB-ID               PIC X(08).
002910         88  RQ-REASON-PREDECESSOR       VALUE 'PRE'.
002920         88  RQ-REASON-REGION            VALUE 'RGN'.
002930         88  RQ-REASON-LOCKED            VALUE 'LCK'.
002965         88  RQ-REASON-DAY-OPEN          VALUE 'DAY'.
003000     05  FILLER                  PIC X(56).
