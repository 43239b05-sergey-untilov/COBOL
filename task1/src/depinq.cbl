000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEPINQ.
000300 AUTHOR.        D SHEPPARD.
000400 INSTALLATION.  APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700**----------------------------------------------------------------
000800*REMARKS.
000900*    OPERATOR INQUIRY - DOWNSTREAM IMPACT OF ONE JOB.  THE JOB
001000*    DEPENDENCY MASTER (DEPMSTR) ONLY NAMES EACH JOB'S DIRECT
001100*    PREDECESSORS, WHICH IS WHAT APP'S PREDECESSOR HOLD NEEDS
001200*    BUT NOT WHAT THE SHIFT NEEDS WHEN A JOB FAILS.  GIVEN A
001300*    JOB-ID AND OPTIONALLY A RUN-DATE (DEFAULT TODAY) THIS LISTS
001400*    EVERY JOB THAT WILL NOW BE HELD - DIRECT SUCCESSORS AT LEVEL
001500*    1, THEIR SUCCESSORS AT LEVEL 2 AND SO ON - WITH THE JOB IT
001600*    WAITS ON, ITS CUTOFF FROM THE EXPECTED-SCHEDULE MASTER
001700*    (SCHDMSTR) AND WHETHER THE COMPLETIONS FILE (CMPLFILE)
001800*    ALREADY SHOWS IT COMPLETE FOR THE RUN-DATE.  EACH JOB IS
001900*    LISTED ONCE, AT THE SHALLOWEST LEVEL IT IS REACHED, SO A
002000*    DEPENDENCY LOOP ON THE MASTER CANNOT RUN THE LIST AWAY.
002100*    RC 4 WHEN THE JOB HAS NO SUCCESSORS.
002200**
002300*MOD LOG.
002400*  2026-10-15 DRS  INITIAL VERSION.
002500**----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DEPEND-MASTER ASSIGN TO DEPMSTR
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS DPND-JOB-ID
003300         FILE STATUS IS DQI-DEPMSTR-STATUS.
003400     SELECT SCHED-MASTER ASSIGN TO SCHDMSTR
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS SCHD-JOB-ID
003800         FILE STATUS IS DQI-SCHDMSTR-STATUS.
003900     SELECT COMPLETION-FILE ASSIGN TO CMPLFILE
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS CMPL-KEY
004300         FILE STATUS IS DQI-CMPLFIL-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  DEPEND-MASTER
004700     LABEL RECORDS ARE STANDARD.
004800 COPY DPNDREC.
004900 FD  SCHED-MASTER
005000     LABEL RECORDS ARE STANDARD.
005100 COPY SCHDREC.
005200 FD  COMPLETION-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 COPY CMPLREC.
005500 WORKING-STORAGE SECTION.
005600**----------------------------------------------------------------
005700** JOB DEPENDENCY EDGE TABLE (COPYBOOK)
005800**----------------------------------------------------------------
005900 COPY DEPTAB.
006000**----------------------------------------------------------------
006100** DEPINQ WORKING FIELDS
006200**----------------------------------------------------------------
006300 01  DQI-RAW-CMDLINE            PIC X(250).
006400 01  DQI-FIRST-TOKEN            PIC X(20).
006500 01  DQI-SECOND-TOKEN           PIC X(20).
006600 01  DQI-JOB-ID                 PIC X(08).
006700 01  DQI-RUN-DATE               PIC 9(08).
006800 01  DQI-COMPLETE-COUNT         PIC 9(05) COMP.
006900 01  DQI-PENDING-COUNT          PIC 9(05) COMP.
007000 01  DQI-UNSCHED-COUNT          PIC 9(05) COMP.
007100 01  DQI-QUEUE-SUB              PIC 9(04) COMP.
007200 01  DQI-FIND-SUB               PIC 9(04) COMP.
007300 01  DQI-SCAN-LEVEL             PIC 9(03) COMP.
007400**
007500 01  DQI-DEPMSTR-EOF-SW         PIC X(01).
007600     88  DQI-DEPMSTR-EOF                VALUE 'Y'.
007700     88  DQI-DEPMSTR-NOT-EOF            VALUE 'N'.
007800 01  DQI-FOUND-SW               PIC X(01).
007900     88  DQI-ALREADY-LISTED             VALUE 'Y'.
008000     88  DQI-NOT-LISTED                 VALUE 'N'.
008100 01  DQI-OPEN-SW                PIC X(01).
008200     88  DQI-FILES-OPEN                 VALUE 'Y'.
008300     88  DQI-FILES-NOT-OPEN             VALUE 'N'.
008400**
008500 01  DQI-DEPMSTR-STATUS         PIC X(02).
008600 01  DQI-SCHDMSTR-STATUS        PIC X(02).
008700 01  DQI-CMPLFIL-STATUS         PIC X(02).
008800**----------------------------------------------------------------
008900** SUCCESSOR LIST - FILLED BREADTH-FIRST, SO IT IS ALSO THE
009000** QUEUE OF JOBS STILL TO BE WALKED FOR THEIR OWN SUCCESSORS
009100**----------------------------------------------------------------
009200 01  DQI-SUCC-TABLE.
009300     05  DQI-SUCC-COUNT          PIC 9(04) COMP.
009400     05  DQI-SUCC-MAX-COUNT      PIC 9(04) COMP VALUE 1000.
009500     05  DQI-SUCC-ENTRY OCCURS 1000 TIMES.
009600         10  DQI-SUCC-JOB-ID         PIC X(08).
009700         10  DQI-SUCC-LEVEL          PIC 9(03) COMP.
009800         10  DQI-SUCC-AFTER-ID       PIC X(08).
009900**----------------------------------------------------------------
010000** DISPLAY LINE LAYOUT
010100**----------------------------------------------------------------
010200 01  DQI-DETAIL-LINE.
010300     05  FILLER                 PIC X(02) VALUE SPACES.
010400     05  DQL-LEVEL               PIC ZZ9.
010500     05  FILLER                 PIC X(02) VALUE SPACES.
010600     05  DQL-JOB-ID              PIC X(08).
010700     05  FILLER                 PIC X(02) VALUE SPACES.
010800     05  DQL-AFTER-ID            PIC X(08).
010900     05  FILLER                 PIC X(02) VALUE SPACES.
011000     05  DQL-CUTOFF              PIC X(06).
011100     05  FILLER                 PIC X(02) VALUE SPACES.
011200     05  DQL-STATUS              PIC X(13).
011300     05  DQL-COMP-DATE           PIC X(08).
011400     05  FILLER                 PIC X(01) VALUE SPACES.
011500     05  DQL-COMP-TIME           PIC X(06).
011600 PROCEDURE DIVISION.
011700**----------------------------------------------------------------
011800** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
011900**----------------------------------------------------------------
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012200     IF DQI-FILES-OPEN
012300         PERFORM 2000-LOAD-EDGE-TABLE THRU 2000-EXIT
012400         PERFORM 3000-FIND-SUCCESSORS THRU 3000-EXIT
012500         PERFORM 4000-SHOW-SUCCESSORS THRU 4000-EXIT
012600         CLOSE DEPEND-MASTER
012700         CLOSE SCHED-MASTER
012800         CLOSE COMPLETION-FILE
012900     END-IF.
013000     STOP RUN.
013100**----------------------------------------------------------------
013200** 1000-INITIALIZE - EDIT THE JOB-ID AND RUN-DATE AND OPEN THE
013300**----------------------------------------------------------------
013400**             THREE MASTERS
013500 1000-INITIALIZE.
013600     SET DQI-FILES-NOT-OPEN TO TRUE.
013700     MOVE ZERO TO DQI-SUCC-COUNT.
013800     MOVE ZERO TO DQI-COMPLETE-COUNT.
013900     MOVE ZERO TO DQI-PENDING-COUNT.
014000     MOVE ZERO TO DQI-UNSCHED-COUNT.
014100     ACCEPT DQI-RUN-DATE FROM DATE YYYYMMDD.
014200     ACCEPT DQI-RAW-CMDLINE FROM COMMAND-LINE.
014300     MOVE SPACES TO DQI-FIRST-TOKEN.
014400     MOVE SPACES TO DQI-SECOND-TOKEN.
014500     UNSTRING DQI-RAW-CMDLINE DELIMITED BY ALL SPACE
014600         INTO DQI-FIRST-TOKEN DQI-SECOND-TOKEN
014700     END-UNSTRING.
014800     IF DQI-FIRST-TOKEN = SPACES
014900         DISPLAY 'DQI0001E - A JOB-ID IS REQUIRED, OPTIONALLY'
015000         DISPLAY '           FOLLOWED BY THE RUN-DATE YYYYMMDD'
015100         MOVE 16 TO RETURN-CODE
015200         GO TO 1000-EXIT
015300     END-IF.
015400     MOVE DQI-FIRST-TOKEN(1:8) TO DQI-JOB-ID.
015500     IF DQI-SECOND-TOKEN NOT = SPACES
015600         IF DQI-SECOND-TOKEN(1:8) NUMERIC
015700                 AND DQI-SECOND-TOKEN(9:) = SPACES
015800             MOVE DQI-SECOND-TOKEN(1:8) TO DQI-RUN-DATE
015900         ELSE
016000             DISPLAY 'DQI0002E - RUN-DATE MUST BE YYYYMMDD'
016100             MOVE 16 TO RETURN-CODE
016200             GO TO 1000-EXIT
016300         END-IF
016400     END-IF.
016500     OPEN INPUT DEPEND-MASTER.
016600     IF DQI-DEPMSTR-STATUS NOT = '00'
016700         DISPLAY 'DQI0003E - UNABLE TO OPEN DEPENDENCY MASTER -'
016800         DISPLAY '           STATUS ' DQI-DEPMSTR-STATUS
016900         MOVE 16 TO RETURN-CODE
017000         GO TO 1000-EXIT
017100     END-IF.
017200     OPEN INPUT SCHED-MASTER.
017300     IF DQI-SCHDMSTR-STATUS NOT = '00'
017400         DISPLAY 'DQI0004E - UNABLE TO OPEN SCHEDULE MASTER -'
017500         DISPLAY '           STATUS ' DQI-SCHDMSTR-STATUS
017600         MOVE 16 TO RETURN-CODE
017700         CLOSE DEPEND-MASTER
017800         GO TO 1000-EXIT
017900     END-IF.
018000     OPEN INPUT COMPLETION-FILE.
018100     IF DQI-CMPLFIL-STATUS NOT = '00'
018200         DISPLAY 'DQI0005E - UNABLE TO OPEN COMPLETIONS FILE -'
018300         DISPLAY '           STATUS ' DQI-CMPLFIL-STATUS
018400         MOVE 16 TO RETURN-CODE
018500         CLOSE DEPEND-MASTER
018600         CLOSE SCHED-MASTER
018700         GO TO 1000-EXIT
018800     END-IF.
018900     SET DQI-FILES-OPEN TO TRUE.
019000 1000-EXIT.
019100     EXIT.
019200**----------------------------------------------------------------
019300** 2000-LOAD-EDGE-TABLE - TURN EVERY PREDECESSOR SLOT ON THE
019400**----------------------------------------------------------------
019500**             DEPENDENCY MASTER INTO A PREDECESSOR-TO-SUCCESSOR
019600**             EDGE SO THE STREAM CAN BE WALKED DOWNWARD
019700 2000-LOAD-EDGE-TABLE.
019800     MOVE ZERO TO DEP-EDGE-COUNT.
019900     SET DEP-EDGE-NOT-FULL TO TRUE.
020000     MOVE LOW-VALUES TO DPND-JOB-ID.
020100     START DEPEND-MASTER KEY NOT < DPND-JOB-ID.
020200     IF DQI-DEPMSTR-STATUS NOT = '00'
020300         GO TO 2000-EXIT
020400     END-IF.
020500     SET DQI-DEPMSTR-NOT-EOF TO TRUE.
020600     PERFORM 2100-LOAD-ONE-DEPEND-ROW THRU 2100-EXIT
020700         UNTIL DQI-DEPMSTR-EOF.
020800     IF DEP-EDGE-FULL
020900         DISPLAY 'DQI0006W - MORE THAN 2500 DEPENDENCIES ON THE'
021000         DISPLAY '           MASTER - SUCCESSOR LIST MAY BE SHORT'
021100     END-IF.
021200 2000-EXIT.
021300     EXIT.
021400 2100-LOAD-ONE-DEPEND-ROW.
021500     READ DEPEND-MASTER NEXT RECORD
021600         AT END
021700             SET DQI-DEPMSTR-EOF TO TRUE
021800             GO TO 2100-EXIT
021900     END-READ.
022000     IF DPND-PRED-COUNT NOT NUMERIC
022100         GO TO 2100-EXIT
022200     END-IF.
022300     PERFORM 2200-LOAD-ONE-EDGE THRU 2200-EXIT
022400         VARYING DEP-PRED-SUB FROM 1 BY 1
022500         UNTIL DEP-PRED-SUB > DPND-PRED-COUNT
022600         OR DEP-PRED-SUB > 5.
022700 2100-EXIT.
022800     EXIT.
022900 2200-LOAD-ONE-EDGE.
023000     IF DPND-PRED-ID(DEP-PRED-SUB) = SPACES
023100         GO TO 2200-EXIT
023200     END-IF.
023300     IF DEP-EDGE-COUNT >= DEP-EDGE-MAX-COUNT
023400         SET DEP-EDGE-FULL TO TRUE
023500         GO TO 2200-EXIT
023600     END-IF.
023700     ADD 1 TO DEP-EDGE-COUNT.
023800     MOVE DPND-PRED-ID(DEP-PRED-SUB)
023900         TO DEP-EDGE-PRED-ID(DEP-EDGE-COUNT).
024000     MOVE DPND-JOB-ID TO DEP-EDGE-SUCC-ID(DEP-EDGE-COUNT).
024100 2200-EXIT.
024200     EXIT.
024300**----------------------------------------------------------------
024400** 3000-FIND-SUCCESSORS - BREADTH-FIRST WALK DOWN THE EDGES FROM
024500**----------------------------------------------------------------
024600**             THE INQUIRY JOB.  EACH LISTED JOB IS WALKED IN TURN
024700**             FOR ITS OWN SUCCESSORS UNTIL THE LIST STOPS GROWING
024800 3000-FIND-SUCCESSORS.
024900     MOVE DQI-JOB-ID TO DEP-SCAN-JOB-ID.
025000     MOVE 1 TO DQI-SCAN-LEVEL.
025100     PERFORM 3100-TEST-ONE-EDGE THRU 3100-EXIT
025200         VARYING DEP-EDGE-SUB FROM 1 BY 1
025300         UNTIL DEP-EDGE-SUB > DEP-EDGE-COUNT.
025400     PERFORM 3050-WALK-ONE-SUCCESSOR THRU 3050-EXIT
025500         VARYING DQI-QUEUE-SUB FROM 1 BY 1
025600         UNTIL DQI-QUEUE-SUB > DQI-SUCC-COUNT.
025700 3000-EXIT.
025800     EXIT.
025900 3050-WALK-ONE-SUCCESSOR.
026000     MOVE DQI-SUCC-JOB-ID(DQI-QUEUE-SUB) TO DEP-SCAN-JOB-ID.
026100     COMPUTE DQI-SCAN-LEVEL = DQI-SUCC-LEVEL(DQI-QUEUE-SUB) + 1.
026200     PERFORM 3100-TEST-ONE-EDGE THRU 3100-EXIT
026300         VARYING DEP-EDGE-SUB FROM 1 BY 1
026400         UNTIL DEP-EDGE-SUB > DEP-EDGE-COUNT.
026500 3050-EXIT.
026600     EXIT.
026642**----------------------------------------------------------------
026684** 3100-TEST-ONE-EDGE - TAKE ONE EDGE'S SUCCESSOR IF THE EDGE
026726**----------------------------------------------------------------
026768**             LEAVES THE JOB BEING SCANNED - A SUCCESSOR ALREADY
026810**             LISTED, OR THE INQUIRY JOB ITSELF REACHED THROUGH A
026852**             LOOP, IS NOT LISTED AGAIN
026900 3100-TEST-ONE-EDGE.
027000     IF DEP-EDGE-PRED-ID(DEP-EDGE-SUB) NOT = DEP-SCAN-JOB-ID
027100         GO TO 3100-EXIT
027200     END-IF.
027300     IF DEP-EDGE-SUCC-ID(DEP-EDGE-SUB) = DQI-JOB-ID
027400         GO TO 3100-EXIT
027500     END-IF.
027600     SET DQI-NOT-LISTED TO TRUE.
027700     PERFORM 3200-TEST-ONE-LISTED THRU 3200-EXIT
027800         VARYING DQI-FIND-SUB FROM 1 BY 1
027900         UNTIL DQI-FIND-SUB > DQI-SUCC-COUNT
028000         OR DQI-ALREADY-LISTED.
028100     IF DQI-ALREADY-LISTED
028200         GO TO 3100-EXIT
028300     END-IF.
028400     IF DQI-SUCC-COUNT >= DQI-SUCC-MAX-COUNT
028500         DISPLAY 'DQI0007W - MORE THAN 1000 SUCCESSORS - LIST IS'
028600         DISPLAY '           SHORT'
028700         GO TO 3100-EXIT
028800     END-IF.
028900     ADD 1 TO DQI-SUCC-COUNT.
029000     MOVE DEP-EDGE-SUCC-ID(DEP-EDGE-SUB)
029100         TO DQI-SUCC-JOB-ID(DQI-SUCC-COUNT).
029200     MOVE DQI-SCAN-LEVEL TO DQI-SUCC-LEVEL(DQI-SUCC-COUNT).
029300     MOVE DEP-SCAN-JOB-ID TO DQI-SUCC-AFTER-ID(DQI-SUCC-COUNT).
029400 3100-EXIT.
029500     EXIT.
029600 3200-TEST-ONE-LISTED.
029700     IF DQI-SUCC-JOB-ID(DQI-FIND-SUB)
029800             = DEP-EDGE-SUCC-ID(DEP-EDGE-SUB)
029900         SET DQI-ALREADY-LISTED TO TRUE
030000     END-IF.
030100 3200-EXIT.
030200     EXIT.
030300**----------------------------------------------------------------
030400** 4000-SHOW-SUCCESSORS - THE INQUIRY JOB'S OWN COMPLETION, THEN
030500**----------------------------------------------------------------
030600**             ONE LINE PER SUCCESSOR WITH ITS CUTOFF AND WHETHER
030700**             IT HAS ALREADY COMPLETED FOR THE RUN-DATE
030800 4000-SHOW-SUCCESSORS.
030900     MOVE DQI-JOB-ID TO CMPL-JOB-ID.
031000     MOVE DQI-RUN-DATE TO CMPL-RUN-DATE.
031100     READ COMPLETION-FILE
031200         INVALID KEY
031300             DISPLAY 'JOB ' DQI-JOB-ID ' NOT COMPLETE FOR '
031400                 'RUN-DATE ' DQI-RUN-DATE
031500         NOT INVALID KEY
031600             DISPLAY 'JOB ' DQI-JOB-ID ' COMPLETE FOR RUN-DATE '
031700                 DQI-RUN-DATE ' AT ' CMPL-COMP-DATE ' '
031800                 CMPL-COMP-TIME(1:6)
031900     END-READ.
032000     IF DQI-SUCC-COUNT = ZERO
032100         DISPLAY 'DQI0008I - NO JOB ON THE DEPENDENCY MASTER'
032200         DISPLAY '           WAITS ON ' DQI-JOB-ID
032300         MOVE 4 TO RETURN-CODE
032400         GO TO 4000-EXIT
032500     END-IF.
032600     DISPLAY 'DOWNSTREAM SUCCESSORS:'.
032700     DISPLAY '  LVL  JOB ID    AFTER     CUTOFF  STATUS'.
032800     PERFORM 4100-SHOW-ONE-SUCCESSOR THRU 4100-EXIT
032900         VARYING DQI-QUEUE-SUB FROM 1 BY 1
033000         UNTIL DQI-QUEUE-SUB > DQI-SUCC-COUNT.
033100     DISPLAY 'TOTAL SUCCESSORS.....: ' DQI-SUCC-COUNT.
033200     DISPLAY 'ALREADY COMPLETE.....: ' DQI-COMPLETE-COUNT.
033300     DISPLAY 'NOT YET COMPLETE.....: ' DQI-PENDING-COUNT.
033400     DISPLAY 'NOT ON SCHEDULE MSTR.: ' DQI-UNSCHED-COUNT.
033500 4000-EXIT.
033600     EXIT.
033700 4100-SHOW-ONE-SUCCESSOR.
033800     MOVE DQI-SUCC-LEVEL(DQI-QUEUE-SUB) TO DQL-LEVEL.
033900     MOVE DQI-SUCC-JOB-ID(DQI-QUEUE-SUB) TO DQL-JOB-ID.
034000     MOVE DQI-SUCC-AFTER-ID(DQI-QUEUE-SUB) TO DQL-AFTER-ID.
034100     MOVE DQI-SUCC-JOB-ID(DQI-QUEUE-SUB) TO SCHD-JOB-ID.
034200     READ SCHED-MASTER
034300         INVALID KEY
034400             MOVE 'NONE' TO DQL-CUTOFF
034500             ADD 1 TO DQI-UNSCHED-COUNT
034600         NOT INVALID KEY
034700             MOVE SCHD-CUTOFF-TIME TO DQL-CUTOFF
034800     END-READ.
034900     MOVE DQI-SUCC-JOB-ID(DQI-QUEUE-SUB) TO CMPL-JOB-ID.
035000     MOVE DQI-RUN-DATE TO CMPL-RUN-DATE.
035100     READ COMPLETION-FILE
035200         INVALID KEY
035300             MOVE 'NOT COMPLETE' TO DQL-STATUS
035400             MOVE SPACES TO DQL-COMP-DATE
035500             MOVE SPACES TO DQL-COMP-TIME
035600             ADD 1 TO DQI-PENDING-COUNT
035700         NOT INVALID KEY
035800             MOVE 'COMPLETE' TO DQL-STATUS
035900             MOVE CMPL-COMP-DATE TO DQL-COMP-DATE
036000             MOVE CMPL-COMP-TIME(1:6) TO DQL-COMP-TIME
036100             ADD 1 TO DQI-COMPLETE-COUNT
036200     END-READ.
036300     DISPLAY DQI-DETAIL-LINE.
036400 4100-EXIT.
036500     EXIT.
