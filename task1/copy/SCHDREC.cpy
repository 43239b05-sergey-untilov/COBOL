001100**             HHMM TIME OF DAY BY WHICH THE JOB MUST HAVE
001200**             COMPLETED.  READ BY SCHDMON AGAINST THE RUN-STATUS
001300**             MASTER AND THE COMPLETIONS FILE; MAINTAINED BY
001400**             SCHDMNT.  THE DEFAULT SWITCHES AND REGION ARE
001410**             WHAT TRNGEN PUTS ON THE JOB'S TRANFILE RECORD ON
001420**             A DAY THE JOB IS DUE - SPACES MEAN NO DEFAULT,
001430**             AND TRNGEN THEN TAKES THE PARAMETER MASTER'S
001440**             FIXED PATTERN VALUE FOR THAT ARGUMENT, IF ANY.
001500**
001600** MOD LOG.
001700**   2026-09-03 DRS  INITIAL VERSION.
001710**   2026-10-15 DRS  ADDED THE PER-JOB DEFAULT SWITCHES AND
001720**                   REGION FOR THE TRANFILE GENERATOR, OUT OF
001730**                   FILLER.
001800**----------------------------------------------------------------
001900 01  SCHED-MASTER-RECORD.
002000     05  SCHD-JOB-ID             PIC X(08).
002400         88  SCHD-FREQ-MONTHLY           VALUE 'M'.
002500     05  SCHD-DUE-DAY            PIC 9(02).
002600     05  SCHD-CUTOFF-TIME        PIC 9(04).
002610     05  SCHD-DFLT-SWITCH-1      PIC X(01).
002620     05  SCHD-DFLT-SWITCH-2      PIC X(01).
002630     05  SCHD-DFLT-REGION-CODE   PIC X(04).
002700     05  FILLER                  PIC X(11).
