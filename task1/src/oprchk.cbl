000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OPRCHK.
000300 AUTHOR.        D SHEPPARD.
000400 INSTALLATION.  APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700**----------------------------------------------------------------
000800*REMARKS.
000900*    COMMON SUBPROGRAM THAT ANSWERS WHETHER ONE OPERATOR MAY TAKE
001000*    ONE PRIVILEGED ACTION, AGAINST THE OPERATOR AUTHORIZATION
001100*    MASTER (OPRMSTR, SEE OPRREC) - FOR APP'S FORCE AND RESTART
001200*    KEYWORDS, LCKINQ'S CLEAR, RQMNT'S DELETE, EVTINQ'S ACK,
001300*    THE DAYO OVERRIDE OF APP'S BUSINESS-DAY START GATE,
001325*    PVOLBIL'S BILLING REVERSAL, AND THE PARAMETER, DEPENDENCY,
001350*    SCHEDULE, REGION, CHARGEBACK RATE, AND REPORT
001362*    DISTRIBUTION MASTER MAINTENANCE PROGRAMS.  THE CALLER
001375*    SUPPLIES THE OPERATOR ID, THE PRIVILEGE CODE, ITS OWN
001500*    NAME, AND THE JOB-ID WHERE ONE IS KNOWN (SEE OPRPARM).
001600*    THE OPERATOR MUST BE ON THE MASTER, ACTIVE, AND HOLD THE
001700*    PRIVILEGE; ANYTHING ELSE - A BLANK ID, AN UNKNOWN
001800*    PRIVILEGE CODE, OR A MASTER THAT CANNOT BE OPENED
001900*    - IS A REFUSAL.  EVERY REFUSAL IS LOGGED AS AN ERROR EVENT
002000*    THROUGH EVTLOG WITH THE OPERATOR ID IN THE TEXT, SO IT
002100*    SHOWS ON THE EVTSUM EXCEPTION SUMMARY.  THE MASTER IS OPENED
002200*    AND CLOSED AROUND EVERY CHECK, AS EVTLOG DOES FOR ITS FILE.
002300**
002400*MOD LOG.
002500*  2026-10-15 DRS  INITIAL VERSION.
002525*  2026-10-15 DRS  ANSWER FOR THE NEW DAYO PRIVILEGE - OPENING A
002550*                  NEW BUSINESS DATE IN APP BEFORE THE PRIOR DAY
002575*                  IS CLOSED.
002581*  2026-10-15 DRS  ANSWER FOR THE NEW RATM (CHARGEBACK RATE
002587*                  MAINTENANCE) AND BILR (BILLING REVERSAL)
002593*                  PRIVILEGES.
002596*  2026-10-15 DRS  ANSWER FOR THE NEW DSTM PRIVILEGE (REPORT
002598*                  DISTRIBUTION MASTER MAINTENANCE).
002600**----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPERATOR-MASTER ASSIGN TO OPRMSTR
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS OPR-OPERATOR-ID
003400         FILE STATUS IS OCK-OPRMSTR-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  OPERATOR-MASTER
003800     LABEL RECORDS ARE STANDARD.
003900 COPY OPRREC.
004000 WORKING-STORAGE SECTION.
004100**----------------------------------------------------------------
004200** OPRCHK WORKING FIELDS
004300**----------------------------------------------------------------
004400 01  OCK-OPRMSTR-STATUS         PIC X(02).
004500 01  OCK-HELD-FLAG              PIC X(01).
004600**
004700** OPERATIONAL EVENT LOG PARAMETER AREA (COPYBOOK) - SEE 6500
004800 COPY EVTPARM.
004900 LINKAGE SECTION.
005000 COPY OPRPARM.
005100 PROCEDURE DIVISION USING OPERATOR-CHECK-PARM.
005200**----------------------------------------------------------------
005300** 0000-MAINLINE - OPEN, LOOK UP, CLOSE, ANSWER - AND LOG A NO
005400**----------------------------------------------------------------
005500 0000-MAINLINE.
005600     SET OPP-REFUSED TO TRUE.
005700     MOVE SPACES TO OPP-REASON.
005800     IF OPP-OPERATOR-ID = SPACES
005900         MOVE 'NO OPERATOR ID GIVEN' TO OPP-REASON
006000         GO TO 0000-REFUSED
006100     END-IF.
006200     OPEN INPUT OPERATOR-MASTER.
006300     IF OCK-OPRMSTR-STATUS NOT = '00'
006400         MOVE 'AUTH MASTER NOT OPEN' TO OPP-REASON
006500         GO TO 0000-REFUSED
006600     END-IF.
006700     PERFORM 1000-TEST-OPERATOR THRU 1000-EXIT.
006800     CLOSE OPERATOR-MASTER.
006900     IF OPP-GRANTED
007000         GO TO 0000-GOBACK
007100     END-IF.
007200 0000-REFUSED.
007300     PERFORM 6500-LOG-REFUSAL THRU 6500-EXIT.
007400 0000-GOBACK.
007500     GOBACK.
007600**----------------------------------------------------------------
007700** 1000-TEST-OPERATOR - ON THE MASTER, ACTIVE, AND HOLDING THE
007800**----------------------------------------------------------------
007900**             PRIVILEGE ASKED FOR
008000 1000-TEST-OPERATOR.
008100     MOVE OPP-OPERATOR-ID TO OPR-OPERATOR-ID.
008200     READ OPERATOR-MASTER
008300         INVALID KEY
008400             MOVE 'NOT ON AUTH MASTER' TO OPP-REASON
008500             GO TO 1000-EXIT
008600     END-READ.
008700     IF NOT OPR-ACTIVE
008800         MOVE 'OPERATOR INACTIVE' TO OPP-REASON
008900         GO TO 1000-EXIT
009000     END-IF.
009100     MOVE 'N' TO OCK-HELD-FLAG.
009200     EVALUATE TRUE
009300         WHEN OPP-PRIV-FORCE
009400             MOVE OPR-PRIV-FORCE TO OCK-HELD-FLAG
009500         WHEN OPP-PRIV-RESTART
009600             MOVE OPR-PRIV-RESTART TO OCK-HELD-FLAG
009700         WHEN OPP-PRIV-LOCK-CLEAR
009800             MOVE OPR-PRIV-LOCK-CLEAR TO OCK-HELD-FLAG
009900         WHEN OPP-PRIV-RQM-DELETE
010000             MOVE OPR-PRIV-RQM-DELETE TO OCK-HELD-FLAG
010100         WHEN OPP-PRIV-EVT-ACK
010200             MOVE OPR-PRIV-EVT-ACK TO OCK-HELD-FLAG
010300         WHEN OPP-PRIV-PARM-MAINT
010400             MOVE OPR-PRIV-PARM-MAINT TO OCK-HELD-FLAG
010500         WHEN OPP-PRIV-DEP-MAINT
010600             MOVE OPR-PRIV-DEP-MAINT TO OCK-HELD-FLAG
010700         WHEN OPP-PRIV-SCHD-MAINT
010800             MOVE OPR-PRIV-SCHD-MAINT TO OCK-HELD-FLAG
010900         WHEN OPP-PRIV-RGN-MAINT
011000             MOVE OPR-PRIV-RGN-MAINT TO OCK-HELD-FLAG
011100         WHEN OPP-PRIV-OPR-MAINT
011200             MOVE OPR-PRIV-OPR-MAINT TO OCK-HELD-FLAG
011233         WHEN OPP-PRIV-DAY-OPEN
011266             MOVE OPR-PRIV-DAY-OPEN TO OCK-HELD-FLAG
011272         WHEN OPP-PRIV-RATE-MAINT
011278             MOVE OPR-PRIV-RATE-MAINT TO OCK-HELD-FLAG
011284         WHEN OPP-PRIV-BILL-REVERSE
011290             MOVE OPR-PRIV-BILL-REVERSE TO OCK-HELD-FLAG
011293         WHEN OPP-PRIV-DIST-MAINT
011296             MOVE OPR-PRIV-DIST-MAINT TO OCK-HELD-FLAG
011300         WHEN OTHER
011400             MOVE 'UNKNOWN PRIVILEGE' TO OPP-REASON
011500             GO TO 1000-EXIT
011600     END-EVALUATE.
011700     IF OCK-HELD-FLAG = 'Y'
011800         SET OPP-GRANTED TO TRUE
011900     ELSE
012000         MOVE 'PRIVILEGE NOT HELD' TO OPP-REASON
012100     END-IF.
012200 1000-EXIT.
012300     EXIT.
012400**----------------------------------------------------------------
012500** 6500-LOG-REFUSAL - LAND THE REFUSAL ON THE OPERATIONAL EVENT
012600**----------------------------------------------------------------
012700**             FILE AS AN ERROR, NAMING THE CALLER, THE PRIVILEGE,
012800**             AND THE OPERATOR.  A FAILED EVENT WRITE IS REPORTED
012900**             BY EVTLOG ITSELF AND DOES NOT CHANGE THE ANSWER.
013000 6500-LOG-REFUSAL.
013100     MOVE 'OCK0001E' TO EVP-CODE.
013200     MOVE 'E' TO EVP-SEVERITY.
013300     MOVE OPP-JOB-ID TO EVP-JOB-ID.
013400     MOVE SPACES TO EVP-TEXT.
013500     STRING OPP-PROGRAM DELIMITED BY SPACE
013600         ' ' OPP-PRIVILEGE ' DENIED TO ' DELIMITED BY SIZE
013700         OPP-OPERATOR-ID ' - ' OPP-REASON DELIMITED BY SIZE
013800         INTO EVP-TEXT
013900     END-STRING.
014000     CALL 'EVTLOG' USING EVENT-LOG-PARM
014100     END-CALL.
014200 6500-EXIT.
014300     EXIT.
