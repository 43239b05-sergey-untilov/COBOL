001300*    IT DELETES A STALE LOCK LEFT BEHIND BY A CRASHED RUN, SO
001400*    THE JOB CAN BE RESUBMITTED.  CLEARING A LOCK WHOSE RUN IS
001500*    STILL ALIVE REOPENS THE CONCURRENCY HOLE, SO THE SHIFT
001600*    CONFIRMS THE RUN IS DEAD FIRST.  A CLEAR ALSO NAMES THE
001625*    OPERATOR DOING IT (CLEAR JOBID OPERID), WHO MUST BE ACTIVE
001650*    ON THE OPERATOR AUTHORIZATION MASTER WITH THE CLEAR LOCK
001675*    PRIVILEGE - OPRCHK LOGS ANY REFUSAL TO THE EVENT FILE.
001700**
001800*MOD LOG.
001900*  2026-09-03 DRS  INITIAL VERSION.
001925*  2026-10-15 DRS  CLEAR TAKES THE OPERATOR ID AS A THIRD TOKEN
001950*                  AND IS CHECKED AGAINST THE OPERATOR MASTER
001975*                  (OPRCHK) BEFORE THE LOCK FILE IS OPENED.
002000**----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003800 01  LKI-RAW-CMDLINE            PIC X(250).
003900 01  LKI-FIRST-TOKEN            PIC X(20).
004000 01  LKI-SECOND-TOKEN           PIC X(20).
004050 01  LKI-THIRD-TOKEN            PIC X(20).
004100 01  LKI-LOCK-COUNT             PIC 9(05) COMP.
004200**
004300 01  LKI-MODE-SW                PIC X(01).
004900     88  LKI-LOCK-NOT-EOF               VALUE 'N'.
005000**
005100 01  LKI-LOCKFIL-STATUS         PIC X(02).
005120**
005140** OPERATOR AUTHORIZATION CHECK PARAMETER AREA (COPYBOOK) - SEE
005160** 1000.  OPRCHK LOGS ITS OWN REFUSAL EVENTS.
005180 COPY OPRPARM.
005200 PROCEDURE DIVISION.
005300**----------------------------------------------------------------
005400** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
007500     MOVE ZERO TO LKI-LOCK-COUNT.
007600     MOVE SPACES TO LKI-FIRST-TOKEN.
007700     MOVE SPACES TO LKI-SECOND-TOKEN.
007750     MOVE SPACES TO LKI-THIRD-TOKEN.
007800     UNSTRING LKI-RAW-CMDLINE DELIMITED BY ALL SPACE
007900         INTO LKI-FIRST-TOKEN LKI-SECOND-TOKEN LKI-THIRD-TOKEN
008000     END-UNSTRING.
008100     EVALUATE TRUE
008200         WHEN LKI-FIRST-TOKEN = SPACES
009300         MOVE '99' TO LKI-LOCKFIL-STATUS
009400         GO TO 1000-EXIT
009500     END-IF.
009504     IF LKI-MODE-CLEAR AND LKI-THIRD-TOKEN = SPACES
009508         DISPLAY 'LKI0007E - CLEAR NEEDS THE OPERATOR ID AFTER'
009512         DISPLAY '           THE JOB-ID'
009516         MOVE 8 TO RETURN-CODE
009520         MOVE '99' TO LKI-LOCKFIL-STATUS
009524         GO TO 1000-EXIT
009528     END-IF.
009532     IF LKI-MODE-CLEAR
009536         MOVE LKI-THIRD-TOKEN(1:8) TO OPP-OPERATOR-ID
009540         SET OPP-PRIV-LOCK-CLEAR TO TRUE
009544         MOVE 'LCKINQ' TO OPP-PROGRAM
009548         MOVE LKI-SECOND-TOKEN(1:8) TO OPP-JOB-ID
009552         CALL 'OPRCHK' USING OPERATOR-CHECK-PARM
009556         END-CALL
009560         IF OPP-REFUSED
009564             DISPLAY 'LKI0008E - OPERATOR ' OPP-OPERATOR-ID
009568                 ' NOT AUTHORIZED - ' OPP-REASON
009572             MOVE 8 TO RETURN-CODE
009576             MOVE '99' TO LKI-LOCKFIL-STATUS
009580             GO TO 1000-EXIT
009584         END-IF
009588     END-IF.
009600     OPEN I-O LOCK-FILE.
009700     IF LKI-LOCKFIL-STATUS NOT = '00'
009800         DISPLAY 'LKI0002E - UNABLE TO OPEN RUN LOCK FILE -'
