000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OPRMNT.
000300 AUTHOR.        D SHEPPARD.
000400 INSTALLATION.  APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700**----------------------------------------------------------------
000800*REMARKS.
000900*    MAINTAINS THE OPERATOR AUTHORIZATION MASTER (OPRMSTR) THAT
001000*    THE OPRCHK SUBPROGRAM CHECKS BEFORE ANY PRIVILEGED ACTION -
001100*    ONE ROW PER OPERATOR ID WITH A NAME, AN ACTIVE/INACTIVE
001200*    FLAG, AND A Y/N FLAG PER PRIVILEGE (SEE OPRREC).  AN
001300*    OPERATOR ENTRY SCREEN SUPPORTS ADD, CHANGE, DELETE, AND
001400*    BROWSE; A BATCH TRANSACTION-FILE MODE SUPPORTS BULK LOADS.
001500*    EVERY APPLIED CHANGE IS LOGGED TO THE MAINTENANCE AUDIT
001600*    FILE WITH A BEFORE AND AFTER IMAGE OF THE ROW, AS RGNMNT
001700*    DOES FOR THE REGION MASTER.
001800*    AN ADD, CHANGE, OR DELETE NEEDS AN ACTIVE OPERATOR HOLDING
001900*    THE OPERATOR MASTER PRIVILEGE, AND NO OPERATOR MAY MAINTAIN
002000*    THEIR OWN ROW, SO NOBODY CAN GRANT THEMSELVES A PRIVILEGE.
002100*    THE ONE EXCEPTION IS AN EMPTY MASTER, WHICH ACCEPTS ITS
002200*    FIRST ROW FROM ANYONE - THAT ROW MUST BE ACTIVE AND HOLD THE
002300*    OPERATOR MASTER PRIVILEGE, OR NOBODY COULD EVER ADD THE
002400*    SECOND.  EVERY REFUSAL IS LOGGED THROUGH EVTLOG.
002500**
002600*MOD LOG.
002700*  2026-10-15 DRS  INITIAL VERSION - SCREEN AND BATCH MAINTENANCE
002800*                  OF THE OPERATOR AUTHORIZATION MASTER WITH A
002900*                  BEFORE/AFTER IMAGE MAINTENANCE AUDIT FILE.
002925*  2026-10-15 DRS  ADDED THE OPEN-BUSINESS-DAY PRIVILEGE (APP'S
002950*                  OVERRIDE OF THE BUSINESS-DAY START GATE) TO THE
002975*                  SCREEN, THE EDITS, AND THE BROWSE DISPLAY.
002981*  2026-10-15 DRS  ADDED THE CHARGEBACK RATE MAINTENANCE AND
002987*                  BILLING REVERSAL PRIVILEGES TO THE SCREEN, THE
002993*                  EDITS, AND THE BROWSE DISPLAY.
002995*  2026-10-15 DRS  ADDED THE REPORT DISTRIBUTION MAINTENANCE
002997*                  PRIVILEGE TO THE SCREEN, THE EDITS, AND THE
002998*                  BROWSE DISPLAY.
003000**----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPERATOR-MASTER ASSIGN TO OPRMSTR
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS OPR-OPERATOR-ID
003800         FILE STATUS IS OPM-OPRMSTR-STATUS.
003900     SELECT MAINT-TRAN ASSIGN TO OPTRAN
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS OPM-OPTRAN-STATUS.
004200     SELECT MAINT-AUDIT ASSIGN TO OPAUDIT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS OPM-OPAUDIT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  OPERATOR-MASTER
004800     LABEL RECORDS ARE STANDARD.
004900 COPY OPRREC.
005000 FD  MAINT-TRAN
005100     LABEL RECORDS ARE STANDARD.
005200 COPY OPTRNREC.
005300 FD  MAINT-AUDIT
005400     LABEL RECORDS ARE STANDARD.
005500 COPY OPAUDREC.
005600 WORKING-STORAGE SECTION.
005700**----------------------------------------------------------------
005800** OPRMNT WORKING FIELDS
005900**----------------------------------------------------------------
006000 01  OPM-RAW-CMDLINE            PIC X(250).
006100 01  OPM-FIRST-TOKEN            PIC X(20).
006200 01  OPM-CURRENT-DATE           PIC 9(08).
006300 01  OPM-CURRENT-TIME           PIC 9(08).
006400 01  OPM-WORST-RC               PIC S9(04) COMP.
006500 01  OPM-TRAN-COUNT             PIC 9(05) COMP.
006600 01  OPM-APPLIED-COUNT          PIC 9(05) COMP.
006700 01  OPM-REJECT-COUNT           PIC 9(05) COMP.
006800 01  OPM-FLAG-SUB               PIC 9(02) COMP.
006900 01  OPM-REFUSE-REASON          PIC X(20).
007000**
007100** BEFORE/AFTER IMAGES ARE STAGED HERE SO A FAILED I-O CAN BE
007200** ABANDONED WITHOUT HAVING TOUCHED THE AUDIT RECORD BUFFER.
007300 01  OPM-BEFORE-IMAGE           PIC X(64).
007400 01  OPM-AFTER-IMAGE            PIC X(64).
007500**
007600 01  OPM-MODE-SW                PIC X(01).
007700     88  OPM-MODE-SCREEN                VALUE 'S'.
007800     88  OPM-MODE-BATCH                 VALUE 'B'.
007900 01  OPM-ABORT-SW               PIC X(01).
008000     88  OPM-ABORT-REQUESTED            VALUE 'Y'.
008100     88  OPM-ABORT-NOT-REQUESTED        VALUE 'N'.
008200 01  OPM-SCREEN-DONE-SW         PIC X(01).
008300     88  OPM-SCREEN-DONE                VALUE 'Y'.
008400     88  OPM-SCREEN-NOT-DONE            VALUE 'N'.
008500 01  OPM-TRAN-EOF-SW            PIC X(01).
008600     88  OPM-TRAN-EOF                   VALUE 'Y'.
008700     88  OPM-TRAN-NOT-EOF               VALUE 'N'.
008800 01  OPM-APPLY-SW               PIC X(01).
008900     88  OPM-APPLY-OK                   VALUE 'Y'.
009000     88  OPM-APPLY-FAILED               VALUE 'N'.
009100** AN EMPTY MASTER TAKES ITS FIRST ROW WITHOUT A PRIVILEGE
009200** CHECK - SEE 4250.
009300 01  OPM-EMPTY-SW               PIC X(01).
009400     88  OPM-MASTER-EMPTY               VALUE 'Y'.
009500     88  OPM-MASTER-NOT-EMPTY           VALUE 'N'.
009600**
009700 01  OPM-OPRMSTR-STATUS         PIC X(02).
009800 01  OPM-OPTRAN-STATUS          PIC X(02).
009900 01  OPM-OPAUDIT-STATUS         PIC X(02).
010000**
010100** OPERATIONAL EVENT LOG PARAMETER AREA (COPYBOOK) - SEE 6500
010200 COPY EVTPARM.
010300**----------------------------------------------------------------
010400** MAINTENANCE ENTRY SCREEN WORKING FIELDS - BATCH MODE MOVES
010500** EACH TRANSACTION INTO THESE SAME FIELDS SO BOTH MODES SHARE
010600** THE EDIT AND APPLY PARAGRAPHS.  THE OPERATOR ID IS WHO IS
010700** MAKING THE CHANGE; THE AUTHORIZED ID IS THE ROW BEING KEPT.
010800**----------------------------------------------------------------
010900 01  OPM-SCREEN-FIELDS.
011000     05  OPM-SCR-ACTION             PIC X(01).
011100     05  OPM-SCR-OPERATOR-ID        PIC X(08).
011200     05  OPM-SCR-AUTH-ID            PIC X(08).
011300     05  OPM-SCR-NAME               PIC X(30).
011400     05  OPM-SCR-ACTIVE             PIC X(01).
011500     05  OPM-SCR-PRIVILEGES.
011600         10  OPM-SCR-PRIV-FORCE         PIC X(01).
011700         10  OPM-SCR-PRIV-RESTART       PIC X(01).
011800         10  OPM-SCR-PRIV-LOCK-CLEAR    PIC X(01).
011900         10  OPM-SCR-PRIV-RQM-DELETE    PIC X(01).
012000         10  OPM-SCR-PRIV-EVT-ACK       PIC X(01).
012100         10  OPM-SCR-PRIV-PARM-MAINT    PIC X(01).
012200         10  OPM-SCR-PRIV-DEP-MAINT     PIC X(01).
012300         10  OPM-SCR-PRIV-SCHD-MAINT    PIC X(01).
012400         10  OPM-SCR-PRIV-RGN-MAINT     PIC X(01).
012500         10  OPM-SCR-PRIV-OPR-MAINT     PIC X(01).
012550         10  OPM-SCR-PRIV-DAY-OPEN      PIC X(01).
012566         10  OPM-SCR-PRIV-RATE-MAINT    PIC X(01).
012582         10  OPM-SCR-PRIV-BILL-REVERSE  PIC X(01).
012591         10  OPM-SCR-PRIV-DIST-MAINT    PIC X(01).
012600     05  OPM-SCR-PRIV-TABLE REDEFINES OPM-SCR-PRIVILEGES.
012700         10  OPM-SCR-PRIV-FLAG          PIC X(01) OCCURS 14 TIMES.
012800     05  OPM-SCR-VALID-SW           PIC X(01).
012900         88  OPM-SCR-VALID                  VALUE 'Y'.
013000         88  OPM-SCR-INVALID                VALUE 'N'.
013100 SCREEN SECTION.
013200 01  OPM-ENTRY-SCREEN.
013300     05  BLANK SCREEN.
013400     05  LINE 01 COLUMN 01 VALUE
013500         'OPERATOR AUTHORIZATION MAINTENANCE'.
013600     05  LINE 03 COLUMN 01 VALUE 'ACTION (A/C/D/B/X):'.
013700     05  LINE 03 COLUMN 22 PIC X(01) USING OPM-SCR-ACTION.
013800     05  LINE 04 COLUMN 01 VALUE 'OPERATOR ID.......:'.
013900     05  LINE 04 COLUMN 22 PIC X(08) USING OPM-SCR-OPERATOR-ID.
014000     05  LINE 05 COLUMN 01 VALUE 'AUTHORIZED ID.....:'.
014100     05  LINE 05 COLUMN 22 PIC X(08) USING OPM-SCR-AUTH-ID.
014200     05  LINE 06 COLUMN 01 VALUE 'NAME..............:'.
014300     05  LINE 06 COLUMN 22 PIC X(30) USING OPM-SCR-NAME.
014400     05  LINE 07 COLUMN 01 VALUE 'ACTIVE (A/I)......:'.
014500     05  LINE 07 COLUMN 22 PIC X(01) USING OPM-SCR-ACTIVE.
014600     05  LINE 09 COLUMN 01 VALUE 'PRIVILEGES (Y/N)'.
014700     05  LINE 10 COLUMN 01 VALUE 'FORCE RERUN.......:'.
014800     05  LINE 10 COLUMN 22 PIC X(01) USING OPM-SCR-PRIV-FORCE.
014900     05  LINE 11 COLUMN 01 VALUE 'CONFIRM RESTART...:'.
015000     05  LINE 11 COLUMN 22 PIC X(01) USING OPM-SCR-PRIV-RESTART.
015100     05  LINE 12 COLUMN 01 VALUE 'CLEAR RUN LOCK....:'.
015200     05  LINE 12 COLUMN 22 PIC X(01)
015300         USING OPM-SCR-PRIV-LOCK-CLEAR.
015400     05  LINE 13 COLUMN 01 VALUE 'DELETE REQUEUE ROW:'.
015500     05  LINE 13 COLUMN 22 PIC X(01)
015600         USING OPM-SCR-PRIV-RQM-DELETE.
015700     05  LINE 14 COLUMN 01 VALUE 'ACKNOWLEDGE EVENT.:'.
015800     05  LINE 14 COLUMN 22 PIC X(01) USING OPM-SCR-PRIV-EVT-ACK.
015900     05  LINE 15 COLUMN 01 VALUE 'PARAMETER MASTER..:'.
016000     05  LINE 15 COLUMN 22 PIC X(01)
016100         USING OPM-SCR-PRIV-PARM-MAINT.
016200     05  LINE 16 COLUMN 01 VALUE 'DEPENDENCY MASTER.:'.
016300     05  LINE 16 COLUMN 22 PIC X(01) USING OPM-SCR-PRIV-DEP-MAINT.
016400     05  LINE 17 COLUMN 01 VALUE 'SCHEDULE MASTER...:'.
016500     05  LINE 17 COLUMN 22 PIC X(01)
016600         USING OPM-SCR-PRIV-SCHD-MAINT.
016700     05  LINE 18 COLUMN 01 VALUE 'REGION MASTER.....:'.
016800     05  LINE 18 COLUMN 22 PIC X(01) USING OPM-SCR-PRIV-RGN-MAINT.
016900     05  LINE 19 COLUMN 01 VALUE 'OPERATOR MASTER...:'.
017000     05  LINE 19 COLUMN 22 PIC X(01) USING OPM-SCR-PRIV-OPR-MAINT.
017033     05  LINE 20 COLUMN 01 VALUE 'OPEN BUSINESS DAY.:'.
017066     05  LINE 20 COLUMN 22 PIC X(01) USING OPM-SCR-PRIV-DAY-OPEN.
017070     05  LINE 21 COLUMN 01 VALUE 'CHARGEBACK RATES..:'.
017074     05  LINE 21 COLUMN 22 PIC X(01)
017078         USING OPM-SCR-PRIV-RATE-MAINT.
017082     05  LINE 22 COLUMN 01 VALUE 'REVERSE BILLING...:'.
017086     05  LINE 22 COLUMN 22 PIC X(01)
017090         USING OPM-SCR-PRIV-BILL-REVERSE.
017093     05  LINE 23 COLUMN 01 VALUE 'REPORT DISTRIB....:'.
017095     05  LINE 23 COLUMN 22 PIC X(01)
017097         USING OPM-SCR-PRIV-DIST-MAINT.
017100 PROCEDURE DIVISION.
017200**----------------------------------------------------------------
017300** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
017400**----------------------------------------------------------------
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700     IF OPM-ABORT-REQUESTED
017800         GO TO 0000-EXIT-ABORT
017900     END-IF.
018000     PERFORM 2000-DETERMINE-MODE THRU 2000-EXIT.
018100     IF OPM-MODE-BATCH
018200         PERFORM 7000-PROCESS-TRAN-FILE THRU 7000-EXIT
018300     ELSE
018400         PERFORM 4000-RUN-MAINT-SCREEN THRU 4000-EXIT
018500     END-IF.
018600     MOVE OPM-WORST-RC TO RETURN-CODE.
018700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018800     STOP RUN.
018900 0000-EXIT-ABORT.
019000     MOVE OPM-WORST-RC TO RETURN-CODE.
019100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019200     STOP RUN.
019300**----------------------------------------------------------------
019400** 1000-INITIALIZE - OPEN THE MASTER AND THE MAINTENANCE AUDIT,
019500**----------------------------------------------------------------
019600**             CREATING AN EMPTY MASTER ON FIRST USE SO THE VERY
019700**             FIRST LOAD DOES NOT NEED A HAND-BUILT FILE, AND
019800**             NOTE WHETHER THE MASTER HOLDS ANY ROW YET
019900 1000-INITIALIZE.
020000     SET OPM-MODE-SCREEN TO TRUE.
020100     SET OPM-ABORT-NOT-REQUESTED TO TRUE.
020200     SET OPM-SCREEN-NOT-DONE TO TRUE.
020300     SET OPM-MASTER-NOT-EMPTY TO TRUE.
020400     MOVE ZERO TO OPM-WORST-RC.
020500     MOVE ZERO TO OPM-TRAN-COUNT.
020600     MOVE ZERO TO OPM-APPLIED-COUNT.
020700     MOVE ZERO TO OPM-REJECT-COUNT.
020800     MOVE SPACES TO OPM-SCREEN-FIELDS.
020900     ACCEPT OPM-CURRENT-DATE FROM DATE YYYYMMDD.
021000     ACCEPT OPM-CURRENT-TIME FROM TIME.
021100     ACCEPT OPM-RAW-CMDLINE FROM COMMAND-LINE.
021200     OPEN I-O OPERATOR-MASTER.
021300     IF OPM-OPRMSTR-STATUS = '35'
021400         OPEN OUTPUT OPERATOR-MASTER
021500         CLOSE OPERATOR-MASTER
021600         OPEN I-O OPERATOR-MASTER
021700     END-IF.
021800     IF OPM-OPRMSTR-STATUS NOT = '00'
021900         DISPLAY 'OPM0101E - UNABLE TO OPEN OPERATOR MASTER -'
022000         DISPLAY '           RUN REJECTED - STATUS '
022100             OPM-OPRMSTR-STATUS
022200         SET OPM-ABORT-REQUESTED TO TRUE
022300         MOVE 16 TO OPM-WORST-RC
022400         GO TO 1000-EXIT
022500     END-IF.
022600     OPEN EXTEND MAINT-AUDIT.
022700     IF OPM-OPAUDIT-STATUS NOT = '00'
022800         DISPLAY 'OPM0102E - UNABLE TO OPEN MAINTENANCE AUDIT -'
022900         DISPLAY '           NO CHANGES ALLOWED - RUN REJECTED'
023000         SET OPM-ABORT-REQUESTED TO TRUE
023100         MOVE 16 TO OPM-WORST-RC
023200         GO TO 1000-EXIT
023300     END-IF.
023400     MOVE LOW-VALUES TO OPR-OPERATOR-ID.
023500     START OPERATOR-MASTER KEY NOT < OPR-OPERATOR-ID.
023600     IF OPM-OPRMSTR-STATUS NOT = '00'
023700         SET OPM-MASTER-EMPTY TO TRUE
023800         DISPLAY 'OPM0103W - OPERATOR MASTER IS EMPTY - THE FIRST'
023900         DISPLAY '           ROW IS TAKEN WITHOUT A PRIVILEGE'
024000         DISPLAY '           CHECK'
024100     END-IF.
024200 1000-EXIT.
024300     EXIT.
024400**----------------------------------------------------------------
024500** 2000-DETERMINE-MODE - BATCH KEYWORD AS THE FIRST COMMAND-LINE
024600**----------------------------------------------------------------
024700**             TOKEN SELECTS THE TRANSACTION-FILE BULK LOAD MODE
024800 2000-DETERMINE-MODE.
024900     UNSTRING OPM-RAW-CMDLINE DELIMITED BY ALL SPACE
025000         INTO OPM-FIRST-TOKEN
025100     END-UNSTRING.
025200     IF OPM-FIRST-TOKEN = 'BATCH'
025300         SET OPM-MODE-BATCH TO TRUE
025400     ELSE
025500         SET OPM-MODE-SCREEN TO TRUE
025600     END-IF.
025700 2000-EXIT.
025800     EXIT.
025900**----------------------------------------------------------------
026000** 4000-RUN-MAINT-SCREEN - OPERATOR MAINTENANCE LOOP, ONE ACTION
026100**----------------------------------------------------------------
026200**             PER SCREEN ACCEPT, UNTIL THE OPERATOR EXITS WITH X
026300 4000-RUN-MAINT-SCREEN.
026400     PERFORM 4100-PROCESS-ONE-SCREEN THRU 4100-EXIT
026500         UNTIL OPM-SCREEN-DONE.
026600 4000-EXIT.
026700     EXIT.
026800 4100-PROCESS-ONE-SCREEN.
026900     MOVE SPACE TO OPM-SCR-ACTION.
027000     MOVE SPACES TO OPM-SCR-AUTH-ID.
027100     MOVE SPACES TO OPM-SCR-NAME.
027200     MOVE SPACE TO OPM-SCR-ACTIVE.
027300     MOVE SPACES TO OPM-SCR-PRIVILEGES.
027400     DISPLAY OPM-ENTRY-SCREEN.
027500     ACCEPT OPM-ENTRY-SCREEN.
027600     IF OPM-SCR-ACTION = 'X'
027700         SET OPM-SCREEN-DONE TO TRUE
027800         GO TO 4100-EXIT
027900     END-IF.
028000     PERFORM 4200-EDIT-SCREEN-FIELDS THRU 4200-EXIT.
028100     IF OPM-SCR-INVALID
028200         GO TO 4100-EXIT
028300     END-IF.
028400     EVALUATE OPM-SCR-ACTION
028500         WHEN 'A'
028600             PERFORM 5000-ADD-ROW THRU 5000-EXIT
028700         WHEN 'C'
028800             PERFORM 5200-CHANGE-ROW THRU 5200-EXIT
028900         WHEN 'D'
029000             PERFORM 5400-DELETE-ROW THRU 5400-EXIT
029100         WHEN 'B'
029200             PERFORM 5600-BROWSE-ROW THRU 5600-EXIT
029300         WHEN OTHER
029400             DISPLAY 'OPM0110E - ACTION MUST BE A, C, D, B, OR X'
029500     END-EVALUATE.
029600 4100-EXIT.
029700     EXIT.
029800**----------------------------------------------------------------
029900** 4200-EDIT-SCREEN-FIELDS - COMMON EDITS FOR BOTH THE SCREEN
030000**----------------------------------------------------------------
030100**             AND THE BATCH TRANSACTION PATH - A BLANK PRIVILEGE
030200**             FLAG READS AS N, AND AN ADD, CHANGE, OR DELETE MUST
030300**             PASS THE AUTHORITY CHECK IN 4250
030400 4200-EDIT-SCREEN-FIELDS.
030500     SET OPM-SCR-VALID TO TRUE.
030600     IF OPM-SCR-OPERATOR-ID = SPACES
030700         DISPLAY 'OPM0111E - OPERATOR ID MAY NOT BE BLANK'
030800         SET OPM-SCR-INVALID TO TRUE
030900     END-IF.
031000     IF OPM-SCR-AUTH-ID = SPACES
031100         DISPLAY 'OPM0112E - AUTHORIZED ID MAY NOT BE BLANK'
031200         SET OPM-SCR-INVALID TO TRUE
031300     END-IF.
031400     IF OPM-SCR-ACTION = 'A' OR OPM-SCR-ACTION = 'C'
031500         IF OPM-SCR-NAME = SPACES
031600             DISPLAY 'OPM0113E - NAME MAY NOT BE BLANK'
031700             SET OPM-SCR-INVALID TO TRUE
031800         END-IF
031900         IF OPM-SCR-ACTIVE NOT = 'A' AND OPM-SCR-ACTIVE NOT = 'I'
032000             DISPLAY 'OPM0114E - ACTIVE FLAG MUST BE A OR I'
032100             SET OPM-SCR-INVALID TO TRUE
032200         END-IF
032300         PERFORM 4210-EDIT-ONE-PRIV-FLAG THRU 4210-EXIT
032400             VARYING OPM-FLAG-SUB FROM 1 BY 1
032500             UNTIL OPM-FLAG-SUB > 14
032600     END-IF.
032700     IF OPM-SCR-VALID
032800         AND (OPM-SCR-ACTION = 'A' OR OPM-SCR-ACTION = 'C'
032900             OR OPM-SCR-ACTION = 'D')
033000         PERFORM 4250-CHECK-AUTHORITY THRU 4250-EXIT
033100     END-IF.
033200 4200-EXIT.
033300     EXIT.
033400 4210-EDIT-ONE-PRIV-FLAG.
033500     IF OPM-SCR-PRIV-FLAG(OPM-FLAG-SUB) = SPACE
033600         MOVE 'N' TO OPM-SCR-PRIV-FLAG(OPM-FLAG-SUB)
033700     END-IF.
033800     IF OPM-SCR-PRIV-FLAG(OPM-FLAG-SUB) NOT = 'Y'
033900             AND OPM-SCR-PRIV-FLAG(OPM-FLAG-SUB) NOT = 'N'
034000         DISPLAY 'OPM0115E - PRIVILEGE FLAG ' OPM-FLAG-SUB
034100             ' MUST BE Y OR N'
034200         SET OPM-SCR-INVALID TO TRUE
034300     END-IF.
034400 4210-EXIT.
034500     EXIT.
034600**----------------------------------------------------------------
034700** 4250-CHECK-AUTHORITY - THE OPERATOR MAKING THE CHANGE MUST BE
034800**----------------------------------------------------------------
034900**             ACTIVE ON THIS MASTER WITH THE OPERATOR MASTER
035000**             PRIVILEGE AND MAY NOT TOUCH THEIR OWN ROW.  THE
035100**             MASTER IS ALREADY OPEN I-O HERE, SO THE ROW IS READ
035200**             DIRECTLY RATHER THAN THROUGH OPRCHK.
035300 4250-CHECK-AUTHORITY.
035400     IF OPM-MASTER-EMPTY
035500         IF OPM-SCR-ACTION NOT = 'A'
035600                 OR OPM-SCR-ACTIVE NOT = 'A'
035700                 OR OPM-SCR-PRIV-OPR-MAINT NOT = 'Y'
035800             DISPLAY 'OPM0116E - THE FIRST ROW ON AN EMPTY MASTER'
035900             DISPLAY '           MUST BE AN ACTIVE ADD HOLDING'
036000             DISPLAY '           THE OPERATOR MASTER PRIVILEGE'
036100             SET OPM-SCR-INVALID TO TRUE
036200         END-IF
036300         GO TO 4250-EXIT
036400     END-IF.
036500     IF OPM-SCR-OPERATOR-ID = OPM-SCR-AUTH-ID
036600         MOVE 'OWN ROW' TO OPM-REFUSE-REASON
036700         PERFORM 4260-REFUSE-OPERATOR THRU 4260-EXIT
036800         GO TO 4250-EXIT
036900     END-IF.
037000     MOVE OPM-SCR-OPERATOR-ID TO OPR-OPERATOR-ID.
037100     READ OPERATOR-MASTER
037200         INVALID KEY
037300             MOVE 'NOT ON AUTH MASTER' TO OPM-REFUSE-REASON
037400             PERFORM 4260-REFUSE-OPERATOR THRU 4260-EXIT
037500             GO TO 4250-EXIT
037600     END-READ.
037700     IF NOT OPR-ACTIVE
037800         MOVE 'OPERATOR INACTIVE' TO OPM-REFUSE-REASON
037900         PERFORM 4260-REFUSE-OPERATOR THRU 4260-EXIT
038000         GO TO 4250-EXIT
038100     END-IF.
038200     IF NOT OPR-MAY-MAINT-OPR
038300         MOVE 'PRIVILEGE NOT HELD' TO OPM-REFUSE-REASON
038400         PERFORM 4260-REFUSE-OPERATOR THRU 4260-EXIT
038500     END-IF.
038600 4250-EXIT.
038700     EXIT.
038800** THE EVENT TEXT MATCHES WHAT OPRCHK WRITES FOR EVERY OTHER
038900** PROGRAM SO ONE EVTINQ FILTER FINDS ALL REFUSALS.
039000 4260-REFUSE-OPERATOR.
039100     DISPLAY 'OPM0117E - OPERATOR ' OPM-SCR-OPERATOR-ID
039200         ' NOT AUTHORIZED - ' OPM-REFUSE-REASON.
039300     SET OPM-SCR-INVALID TO TRUE.
039400     MOVE 'OPM0117E' TO EVP-CODE.
039500     MOVE 'E' TO EVP-SEVERITY.
039600     MOVE SPACES TO EVP-JOB-ID.
039700     MOVE SPACES TO EVP-TEXT.
039800     STRING 'OPRMNT OPRM DENIED TO ' DELIMITED BY SIZE
039900         OPM-SCR-OPERATOR-ID ' - ' OPM-REFUSE-REASON
040000         DELIMITED BY SIZE
040100         INTO EVP-TEXT
040200     END-STRING.
040300     PERFORM 6500-LOG-OPERATIONAL-EVENT THRU 6500-EXIT.
040400 4260-EXIT.
040500     EXIT.
040600**----------------------------------------------------------------
040700** 5000-ADD-ROW - WRITE A NEW OPERATOR ROW AND AUDIT IT
040800**----------------------------------------------------------------
040900 5000-ADD-ROW.
041000     SET OPM-APPLY-OK TO TRUE.
041100     MOVE SPACES TO OPM-BEFORE-IMAGE.
041200     PERFORM 5800-MOVE-SCREEN-TO-MASTER THRU 5800-EXIT.
041300     WRITE OPERATOR-MASTER-RECORD
041400         INVALID KEY
041500             DISPLAY 'OPM0120E - OPERATOR ALREADY ON THE MASTER -'
041600             DISPLAY '           ADD REJECTED: '
041700                 OPM-SCR-AUTH-ID
041800             SET OPM-APPLY-FAILED TO TRUE
041900     END-WRITE.
042000     IF OPM-APPLY-OK
042100         MOVE OPERATOR-MASTER-RECORD TO OPM-AFTER-IMAGE
042200         PERFORM 6000-WRITE-MAINT-AUDIT THRU 6000-EXIT
042300         SET OPM-MASTER-NOT-EMPTY TO TRUE
042400         DISPLAY 'OPM0121I - ROW ADDED: ' OPM-SCR-AUTH-ID
042500     END-IF.
042600 5000-EXIT.
042700     EXIT.
042800**----------------------------------------------------------------
042900** 5200-CHANGE-ROW - REWRITE AN EXISTING ROW AND AUDIT IT
043000**----------------------------------------------------------------
043100 5200-CHANGE-ROW.
043200     SET OPM-APPLY-OK TO TRUE.
043300     MOVE OPM-SCR-AUTH-ID TO OPR-OPERATOR-ID.
043400     READ OPERATOR-MASTER
043500         INVALID KEY
043600             DISPLAY 'OPM0130E - OPERATOR NOT ON THE MASTER -'
043700             DISPLAY '           CHANGE REJECTED: '
043800                 OPM-SCR-AUTH-ID
043900             SET OPM-APPLY-FAILED TO TRUE
044000     END-READ.
044100     IF OPM-APPLY-FAILED
044200         GO TO 5200-EXIT
044300     END-IF.
044400     MOVE OPERATOR-MASTER-RECORD TO OPM-BEFORE-IMAGE.
044500     PERFORM 5800-MOVE-SCREEN-TO-MASTER THRU 5800-EXIT.
044600     REWRITE OPERATOR-MASTER-RECORD
044700         INVALID KEY
044800             DISPLAY 'OPM0131E - REWRITE FAILED - STATUS '
044900                 OPM-OPRMSTR-STATUS
045000             SET OPM-APPLY-FAILED TO TRUE
045100     END-REWRITE.
045200     IF OPM-APPLY-OK
045300         MOVE OPERATOR-MASTER-RECORD TO OPM-AFTER-IMAGE
045400         PERFORM 6000-WRITE-MAINT-AUDIT THRU 6000-EXIT
045500         DISPLAY 'OPM0132I - ROW CHANGED: ' OPM-SCR-AUTH-ID
045600     END-IF.
045700 5200-EXIT.
045800     EXIT.
045900**----------------------------------------------------------------
046000** 5400-DELETE-ROW - DELETE AN EXISTING ROW AND AUDIT IT - FOR AN
046100**----------------------------------------------------------------
046200**             ID ENTERED IN ERROR; AN OPERATOR WHO HAS LEFT
046300**             SHOULD BE FLAGGED INACTIVE INSTEAD
046400 5400-DELETE-ROW.
046500     SET OPM-APPLY-OK TO TRUE.
046600     MOVE OPM-SCR-AUTH-ID TO OPR-OPERATOR-ID.
046700     READ OPERATOR-MASTER
046800         INVALID KEY
046900             DISPLAY 'OPM0140E - OPERATOR NOT ON THE MASTER -'
047000             DISPLAY '           DELETE REJECTED: '
047100                 OPM-SCR-AUTH-ID
047200             SET OPM-APPLY-FAILED TO TRUE
047300     END-READ.
047400     IF OPM-APPLY-FAILED
047500         GO TO 5400-EXIT
047600     END-IF.
047700     MOVE OPERATOR-MASTER-RECORD TO OPM-BEFORE-IMAGE.
047800     DELETE OPERATOR-MASTER
047900         INVALID KEY
048000             DISPLAY 'OPM0141E - DELETE FAILED - STATUS '
048100                 OPM-OPRMSTR-STATUS
048200             SET OPM-APPLY-FAILED TO TRUE
048300     END-DELETE.
048400     IF OPM-APPLY-OK
048500         MOVE SPACES TO OPM-AFTER-IMAGE
048600         PERFORM 6000-WRITE-MAINT-AUDIT THRU 6000-EXIT
048700         DISPLAY 'OPM0142I - ROW DELETED: ' OPM-SCR-AUTH-ID
048800     END-IF.
048900 5400-EXIT.
049000     EXIT.
049100**----------------------------------------------------------------
049200** 5600-BROWSE-ROW - DISPLAY THE FIRST ROW AT OR AFTER THE KEYED
049300**----------------------------------------------------------------
049400**             AUTHORIZED ID - REPEAT WITH THE ID SHOWN TO WALK ON
049500**             THROUGH THE MASTER
049600 5600-BROWSE-ROW.
049700     MOVE OPM-SCR-AUTH-ID TO OPR-OPERATOR-ID.
049800     START OPERATOR-MASTER KEY NOT < OPR-OPERATOR-ID.
049900     IF OPM-OPRMSTR-STATUS NOT = '00'
050000         DISPLAY 'OPM0150I - NO ROW AT OR AFTER: '
050100             OPM-SCR-AUTH-ID
050200         GO TO 5600-EXIT
050300     END-IF.
050400     READ OPERATOR-MASTER NEXT RECORD
050500         AT END
050600             DISPLAY 'OPM0150I - NO ROW AT OR AFTER: '
050700                 OPM-SCR-AUTH-ID
050800             GO TO 5600-EXIT
050900     END-READ.
051000     PERFORM 5700-DISPLAY-ONE-ROW THRU 5700-EXIT.
051100 5600-EXIT.
051200     EXIT.
051300 5700-DISPLAY-ONE-ROW.
051400     DISPLAY 'AUTHORIZED ID: ' OPR-OPERATOR-ID.
051500     DISPLAY 'NAME.........: ' OPR-NAME.
051600     IF OPR-ACTIVE
051700         DISPLAY 'STATUS.......: ACTIVE'
051800     ELSE
051900         DISPLAY 'STATUS.......: INACTIVE'
052000     END-IF.
052100     DISPLAY 'FORCE RERUN..: ' OPR-PRIV-FORCE
052200         '   CONFIRM RESTART: ' OPR-PRIV-RESTART.
052300     DISPLAY 'CLEAR LOCK...: ' OPR-PRIV-LOCK-CLEAR
052400         '   DELETE REQUEUE.: ' OPR-PRIV-RQM-DELETE.
052500     DISPLAY 'ACK EVENT....: ' OPR-PRIV-EVT-ACK
052600         '   PARAMETER MAST.: ' OPR-PRIV-PARM-MAINT.
052700     DISPLAY 'DEPENDENCY...: ' OPR-PRIV-DEP-MAINT
052800         '   SCHEDULE MAST..: ' OPR-PRIV-SCHD-MAINT.
052900     DISPLAY 'REGION MAST..: ' OPR-PRIV-RGN-MAINT
053000         '   OPERATOR MAST..: ' OPR-PRIV-OPR-MAINT.
053050     DISPLAY 'OPEN BUS. DAY: ' OPR-PRIV-DAY-OPEN
053066         '   CHARGEBACK RATE: ' OPR-PRIV-RATE-MAINT.
053082     DISPLAY 'REVERSE BILL.: ' OPR-PRIV-BILL-REVERSE
053091         '   REPORT DISTRIB.: ' OPR-PRIV-DIST-MAINT.
053100 5700-EXIT.
053200     EXIT.
053300**----------------------------------------------------------------
053400** 5800-MOVE-SCREEN-TO-MASTER - BUILD THE MASTER ROW FROM THE
053500**----------------------------------------------------------------
053600**             COMMON SCREEN FIELDS
053700 5800-MOVE-SCREEN-TO-MASTER.
053800     MOVE SPACES TO OPERATOR-MASTER-RECORD.
053900     MOVE OPM-SCR-AUTH-ID TO OPR-OPERATOR-ID.
054000     MOVE OPM-SCR-NAME TO OPR-NAME.
054100     MOVE OPM-SCR-ACTIVE TO OPR-ACTIVE-SW.
054200     MOVE OPM-SCR-PRIVILEGES TO OPR-PRIVILEGES.
054300 5800-EXIT.
054400     EXIT.
054500**----------------------------------------------------------------
054600** 6000-WRITE-MAINT-AUDIT - ONE BEFORE/AFTER IMAGE RECORD PER
054700**----------------------------------------------------------------
054800**             APPLIED CHANGE - THE TIME IS RE-ACCEPTED SO A LONG
054900**             SCREEN SESSION STAMPS EACH CHANGE WHEN IT HAPPENED,
055000**             NOT WHEN THE SESSION STARTED
055100 6000-WRITE-MAINT-AUDIT.
055200     ACCEPT OPM-CURRENT-DATE FROM DATE YYYYMMDD.
055300     ACCEPT OPM-CURRENT-TIME FROM TIME.
055400     MOVE OPM-CURRENT-DATE TO OPAU-CHANGE-DATE.
055500     MOVE OPM-CURRENT-TIME TO OPAU-CHANGE-TIME.
055600     MOVE OPM-SCR-OPERATOR-ID TO OPAU-OPERATOR-ID.
055700     IF OPM-MODE-BATCH
055800         SET OPAU-SOURCE-BATCH TO TRUE
055900     ELSE
056000         SET OPAU-SOURCE-SCREEN TO TRUE
056100     END-IF.
056200     MOVE OPM-SCR-ACTION TO OPAU-ACTION-SW.
056300     MOVE OPM-BEFORE-IMAGE TO OPAU-BEFORE-IMAGE.
056400     MOVE OPM-AFTER-IMAGE TO OPAU-AFTER-IMAGE.
056500     WRITE OPR-AUDIT-RECORD.
056600 6000-EXIT.
056700     EXIT.
056800**----------------------------------------------------------------
056900** 6500-LOG-OPERATIONAL-EVENT - LAND THE EVENT STAGED IN THE
057000**----------------------------------------------------------------
057100**             EVTPARM AREA ON THE OPERATIONAL EVENT FILE - A
057200**             FAILED EVENT WRITE IS REPORTED BY EVTLOG ITSELF
057300 6500-LOG-OPERATIONAL-EVENT.
057400     CALL 'EVTLOG' USING EVENT-LOG-PARM
057500     END-CALL.
057600 6500-EXIT.
057700     EXIT.
057800**----------------------------------------------------------------
057900** 7000-PROCESS-TRAN-FILE - BATCH BULK LOAD, ONE MAINTENANCE
058000**----------------------------------------------------------------
058100**             ACTION PER TRANSACTION RECORD, SHARING THE SCREEN
058200**             PATH'S EDIT AND APPLY PARAGRAPHS
058300 7000-PROCESS-TRAN-FILE.
058400     OPEN INPUT MAINT-TRAN.
058500     IF OPM-OPTRAN-STATUS NOT = '00'
058600         DISPLAY 'OPM0160E - UNABLE TO OPEN TRANSACTION FILE'
058700         MOVE 16 TO OPM-WORST-RC
058800         GO TO 7000-EXIT
058900     END-IF.
059000     SET OPM-TRAN-NOT-EOF TO TRUE.
059100     PERFORM 7100-PROCESS-ONE-TRAN THRU 7100-EXIT
059200         UNTIL OPM-TRAN-EOF.
059300     CLOSE MAINT-TRAN.
059400     DISPLAY 'OPM0161I - BULK LOAD COMPLETE - READ: '
059500         OPM-TRAN-COUNT
059600         ' APPLIED: ' OPM-APPLIED-COUNT
059700         ' REJECTED: ' OPM-REJECT-COUNT.
059800 7000-EXIT.
059900     EXIT.
060000 7100-PROCESS-ONE-TRAN.
060100     READ MAINT-TRAN
060200         AT END
060300             SET OPM-TRAN-EOF TO TRUE
060400     END-READ.
060500     IF OPM-TRAN-NOT-EOF
060600         ADD 1 TO OPM-TRAN-COUNT
060700         PERFORM 7200-APPLY-ONE-TRAN THRU 7200-EXIT
060800     END-IF.
060900 7100-EXIT.
061000     EXIT.
061100 7200-APPLY-ONE-TRAN.
061200     PERFORM 7300-MOVE-TRAN-TO-SCREEN THRU 7300-EXIT.
061300     IF OPM-SCR-ACTION NOT = 'A' AND OPM-SCR-ACTION NOT = 'C'
061400             AND OPM-SCR-ACTION NOT = 'D'
061500         DISPLAY 'OPM0162W - TRAN ' OPM-TRAN-COUNT
061600             ' ACTION NOT A, C, OR D - REJECTED'
061700         PERFORM 7400-COUNT-ONE-REJECT THRU 7400-EXIT
061800         GO TO 7200-EXIT
061900     END-IF.
062000     PERFORM 4200-EDIT-SCREEN-FIELDS THRU 4200-EXIT.
062100     IF OPM-SCR-INVALID
062200         DISPLAY 'OPM0163W - TRAN ' OPM-TRAN-COUNT
062300             ' FAILED EDITS - REJECTED'
062400         PERFORM 7400-COUNT-ONE-REJECT THRU 7400-EXIT
062500         GO TO 7200-EXIT
062600     END-IF.
062700     SET OPM-APPLY-OK TO TRUE.
062800     EVALUATE OPM-SCR-ACTION
062900         WHEN 'A'
063000             PERFORM 5000-ADD-ROW THRU 5000-EXIT
063100         WHEN 'C'
063200             PERFORM 5200-CHANGE-ROW THRU 5200-EXIT
063300         WHEN 'D'
063400             PERFORM 5400-DELETE-ROW THRU 5400-EXIT
063500     END-EVALUATE.
063600     IF OPM-APPLY-OK
063700         ADD 1 TO OPM-APPLIED-COUNT
063800     ELSE
063900         PERFORM 7400-COUNT-ONE-REJECT THRU 7400-EXIT
064000     END-IF.
064100 7200-EXIT.
064200     EXIT.
064300 7300-MOVE-TRAN-TO-SCREEN.
064400     MOVE OPTR-ACTION-CODE TO OPM-SCR-ACTION.
064500     MOVE OPTR-OPERATOR-ID TO OPM-SCR-OPERATOR-ID.
064600     MOVE OPTR-AUTH-ID TO OPM-SCR-AUTH-ID.
064700     MOVE OPTR-NAME TO OPM-SCR-NAME.
064800     MOVE OPTR-ACTIVE-SW TO OPM-SCR-ACTIVE.
064900     MOVE OPTR-PRIVILEGES TO OPM-SCR-PRIVILEGES.
065000 7300-EXIT.
065100     EXIT.
065200 7400-COUNT-ONE-REJECT.
065300     ADD 1 TO OPM-REJECT-COUNT.
065400     IF OPM-WORST-RC < 8
065500         MOVE 8 TO OPM-WORST-RC
065600     END-IF.
065700 7400-EXIT.
065800     EXIT.
065900**----------------------------------------------------------------
066000** 9000-TERMINATE - CLOSE THE FILES OPENED AT ENTRY
066100**----------------------------------------------------------------
066200 9000-TERMINATE.
066300     CLOSE OPERATOR-MASTER.
066400     CLOSE MAINT-AUDIT.
066500 9000-EXIT.
066600     EXIT.
