000100**----------------------------------------------------------------
000200** RTIMREC  - SHARED_PRINT RUN-TIMING HISTORY RECORD
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    ONE ROW PER SHARED_PRINT ATTEMPT, WRITTEN BY APP -
000600**             THE FIRST CALL AND EACH RETRY EACH GET THEIR OWN
000700**             ROW WITH THE START AND END STAMPS AND THE ELAPSED
000800**             SECONDS OF THAT ATTEMPT ALONE (THE RETRY WAIT IS
000900**             NOT INCLUDED).  KEYED BY JOB-ID AND RUN-DATE, THEN
001000**             THE START STAMP AND ATTEMPT NUMBER, SO A FORCED
001100**             RERUN OF THE SAME RUN-DATE ADDS ROWS RATHER THAN
001200**             REPLACING THEM.  READ BY THE RTMRPT ANOMALY AND
001300**             TOP-CONSUMER REPORT.
001400**
001500** MOD LOG.
001600**   2026-10-15 DRS  INITIAL VERSION.
001700**----------------------------------------------------------------
001800 01  RUN-TIMING-RECORD.
001900     05  RTIM-KEY.
002000         10  RTIM-JOB-ID             PIC X(08).
002100         10  RTIM-RUN-DATE           PIC 9(08).
002200         10  RTIM-START-DATE         PIC 9(08).
002300         10  RTIM-START-TIME         PIC 9(08).
002400         10  RTIM-ATTEMPT            PIC 9(03).
002500     05  RTIM-END-DATE               PIC 9(08).
002600     05  RTIM-END-TIME               PIC 9(08).
002700     05  RTIM-ELAPSED-SECS           PIC 9(05)V99.
002800     05  RTIM-REGION-CODE            PIC X(04).
002900     05  RTIM-CALL-STATUS            PIC S9(09).
003000     05  RTIM-OUTCOME-SW             PIC X(01).
003100         88  RTIM-CALL-OK                    VALUE 'S'.
003200         88  RTIM-CALL-FAILED                VALUE 'E'.
003300     05  FILLER                      PIC X(18).
