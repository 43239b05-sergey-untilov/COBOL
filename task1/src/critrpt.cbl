000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CRITRPT.
000300 AUTHOR.        D SHEPPARD.
000400 INSTALLATION.  APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700**----------------------------------------------------------------
000800*REMARKS.
000900*    NIGHTLY CRITICAL-PATH REPORT FOR THE APP BATCH STREAM, SO
001000*    OPERATIONS CAN DECIDE WHAT TO RESTART FIRST AFTER A FAILURE.
001100*    THE JOB DEPENDENCY MASTER (DEPMSTR) IS LOADED AS A TABLE OF
001200*    PREDECESSOR-TO-SUCCESSOR EDGES (DEPTAB, AS IN DEPINQ).  A
001300*    CHAIN HEAD IS A JOB THAT WAITS ON NOTHING BUT HAS JOBS
001400*    WAITING ON IT.  EACH JOB'S DURATION IS ITS AVERAGE ELAPSED
001500*    TIME PER RUN-DATE OVER THE TRAILING 28 DAYS OF THE
001600*    RUN-TIMING HISTORY (RTIMHIST, AS IN RTMRPT) - ZERO FOR A
001700*    JOB WITH NO HISTORY.  FOR EVERY HEAD THE REPORT SHOWS ITS
001800*    LONGEST CHAIN (BY ELAPSED TIME, THEN BY NUMBER OF JOBS) AND
001900*    THE LATEST TIME IT CAN FINISH AND STILL LET EVERY JOB BELOW
002000*    IT MEET ITS EXPECTED-SCHEDULE MASTER (SCHDMSTR) CUTOFF,
002100*    LONGEST CHAIN FIRST.  CUTOFFS ARE TIMES OF DAY, SO A LATEST
002200*    FINISH THAT WORKS BACK PAST MIDNIGHT IS MARKED PRIOR DAY.
002300*    THE FIGURES ARE SETTLED BY REPEATED PASSES OVER THE EDGES;
002400*    IF THEY HAVE NOT SETTLED AFTER ONE PASS PER JOB THE MASTER
002500*    HOLDS A DEPENDENCY LOOP, WHICH IS REPORTED AND ENDS THE STEP
002600*    RC 4.  NO PARAMETERS.
002700**
002800*MOD LOG.
002900*  2026-10-15 DRS  INITIAL VERSION.
003000**----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DEPEND-MASTER ASSIGN TO DEPMSTR
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS DPND-JOB-ID
003800         FILE STATUS IS CPR-DEPMSTR-STATUS.
003900     SELECT SCHED-MASTER ASSIGN TO SCHDMSTR
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS SCHD-JOB-ID
004300         FILE STATUS IS CPR-SCHDMSTR-STATUS.
004400     SELECT RUN-TIMING ASSIGN TO RTIMHIST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS RTIM-KEY
004800         FILE STATUS IS CPR-RTIMHST-STATUS.
004900     SELECT REPORT-FILE ASSIGN TO CRITRPT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS CPR-RPTFILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  DEPEND-MASTER
005500     LABEL RECORDS ARE STANDARD.
005600 COPY DPNDREC.
005700 FD  SCHED-MASTER
005800     LABEL RECORDS ARE STANDARD.
005900 COPY SCHDREC.
006000 FD  RUN-TIMING
006100     LABEL RECORDS ARE STANDARD.
006200 COPY RTIMREC.
006300 FD  REPORT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  RPT-LINE                   PIC X(132).
006600 WORKING-STORAGE SECTION.
006700**----------------------------------------------------------------
006800** JOB DEPENDENCY EDGE TABLE (COPYBOOK)
006900**----------------------------------------------------------------
007000 COPY DEPTAB.
007100**----------------------------------------------------------------
007200** CRITRPT WORKING FIELDS
007300**----------------------------------------------------------------
007400 01  CPR-TODAY                  PIC 9(08).
007500 01  CPR-TODAY-INTEGER          PIC S9(09) COMP.
007600 01  CPR-WORK-INTEGER           PIC S9(09) COMP.
007700 01  CPR-WINDOW-FROM            PIC 9(08).
007800 01  CPR-WINDOW-DAYS            PIC 9(03) COMP VALUE 28.
007900 01  CPR-PASS-COUNT             PIC 9(05) COMP.
008000 01  CPR-HEAD-COUNT             PIC 9(05) COMP.
008100 01  CPR-NO-HIST-COUNT          PIC 9(05) COMP.
008200 01  CPR-RANK                   PIC 9(05) COMP.
008300 01  CPR-SUB                    PIC 9(04) COMP.
008400 01  CPR-HIT-SUB                PIC 9(04) COMP.
008500 01  CPR-PRED-NODE              PIC 9(04) COMP.
008600 01  CPR-SUCC-NODE              PIC 9(04) COMP.
008700 01  CPR-PATH-NODE              PIC 9(04) COMP.
008800 01  CPR-PATH-STEPS             PIC 9(05) COMP.
008900 01  CPR-PATH-PTR               PIC 9(03) COMP.
009000 01  CPR-CAND-SECS              PIC 9(11) COMP.
009100 01  CPR-CAND-JOBS              PIC 9(05) COMP.
009200 01  CPR-CAND-LF-SECS           PIC S9(11) COMP.
009300 01  CPR-BEST-SECS              PIC 9(11) COMP.
009400 01  CPR-BEST-JOBS              PIC 9(05) COMP.
009500**
009600** RUN-TIMING CONTROL-BREAK FIELDS, AS IN RTMRPT
009700 01  CPR-PREV-JOB-ID            PIC X(08).
009800 01  CPR-PREV-RUN-DATE          PIC 9(08).
009900 01  CPR-JOB-SECS               PIC 9(09)V99.
010000 01  CPR-JOB-RUNS               PIC 9(05) COMP.
010100**
010200** TIME-OF-DAY CONVERSION - CUTOFFS ARE HHMM, THE ARITHMETIC IS
010300** IN SECONDS FROM MIDNIGHT
010400 01  CPR-HHMM                   PIC 9(04).
010500 01  CPR-HHMM-PARTS REDEFINES CPR-HHMM.
010600     05  CPR-HHMM-HH             PIC 9(02).
010700     05  CPR-HHMM-MM             PIC 9(02).
010800 01  CPR-CLOCK-SECS             PIC S9(11) COMP.
010900 01  CPR-CLOCK-HOURS            PIC 9(05) COMP.
011000 01  CPR-CLOCK-MINS             PIC 9(05) COMP.
011100 01  CPR-CLOCK-REST             PIC 9(05) COMP.
011200 01  CPR-SECS-PER-DAY           PIC 9(05) COMP VALUE 86400.
011300**
011400 01  CPR-DEPMSTR-EOF-SW         PIC X(01).
011500     88  CPR-DEPMSTR-EOF                VALUE 'Y'.
011600     88  CPR-DEPMSTR-NOT-EOF            VALUE 'N'.
011700 01  CPR-RTIMHST-EOF-SW         PIC X(01).
011800     88  CPR-RTIMHST-EOF                VALUE 'Y'.
011900     88  CPR-RTIMHST-NOT-EOF            VALUE 'N'.
012000 01  CPR-RTIMHST-OPEN-SW        PIC X(01).
012100     88  CPR-RTIMHST-IS-OPEN            VALUE 'Y'.
012200     88  CPR-RTIMHST-NOT-OPEN           VALUE 'N'.
012300 01  CPR-CHANGE-SW              PIC X(01).
012400     88  CPR-FIGURES-CHANGED            VALUE 'Y'.
012500     88  CPR-FIGURES-SETTLED            VALUE 'N'.
012600 01  CPR-NODE-FULL-SW           PIC X(01).
012700     88  CPR-NODE-FULL                  VALUE 'Y'.
012800     88  CPR-NODE-NOT-FULL              VALUE 'N'.
012900 01  CPR-ERROR-SW               PIC X(01).
013000     88  CPR-ERROR-SEEN                 VALUE 'Y'.
013100     88  CPR-NO-ERROR                   VALUE 'N'.
013200**
013300 01  CPR-DEPMSTR-STATUS         PIC X(02).
013400 01  CPR-SCHDMSTR-STATUS        PIC X(02).
013500 01  CPR-RTIMHST-STATUS         PIC X(02).
013600 01  CPR-RPTFILE-STATUS         PIC X(02).
013700**----------------------------------------------------------------
013800** ONE ROW PER JOB IN THE STREAM, WITH THE EDGES' ENDS HELD AS
013900** ROW SUBSCRIPTS SO THE PASSES NEVER SEARCH BY JOB-ID
014000**----------------------------------------------------------------
014100 01  CPR-NODE-TABLE.
014200     05  CPR-ND-COUNT            PIC 9(04) COMP.
014300     05  CPR-ND-MAX-COUNT        PIC 9(04) COMP VALUE 1000.
014400     05  CPR-ND-ENTRY OCCURS 1000 TIMES.
014500         10  CPR-ND-JOB-ID           PIC X(08).
014600         10  CPR-ND-DUR-SECS         PIC 9(07) COMP.
014700         10  CPR-ND-CUTOFF-HHMM      PIC 9(04).
014800         10  CPR-ND-CUTOFF-SW        PIC X(01).
014900             88  CPR-ND-HAS-CUTOFF           VALUE 'Y'.
015000             88  CPR-ND-NO-CUTOFF            VALUE 'N'.
015100         10  CPR-ND-HIST-SW          PIC X(01).
015200             88  CPR-ND-HAS-HIST             VALUE 'Y'.
015300             88  CPR-ND-NO-HIST              VALUE 'N'.
015400         10  CPR-ND-PRED-COUNT       PIC 9(04) COMP.
015500         10  CPR-ND-SUCC-COUNT       PIC 9(04) COMP.
015600         10  CPR-ND-CHAIN-SECS       PIC 9(11) COMP.
015700         10  CPR-ND-CHAIN-JOBS       PIC 9(05) COMP.
015800         10  CPR-ND-NEXT-SUB         PIC 9(04) COMP.
015900         10  CPR-ND-LF-SECS          PIC S9(11) COMP.
016000         10  CPR-ND-LF-SW            PIC X(01).
016100             88  CPR-ND-HAS-LF               VALUE 'Y'.
016200             88  CPR-ND-NO-LF                VALUE 'N'.
016300         10  CPR-ND-PRINTED-SW       PIC X(01).
016400             88  CPR-ND-PRINTED              VALUE 'Y'.
016500             88  CPR-ND-NOT-PRINTED          VALUE 'N'.
016600 01  CPR-EDGE-NODE-TABLE.
016700     05  CPR-EN-ENTRY OCCURS 2500 TIMES.
016800         10  CPR-EN-PRED-SUB         PIC 9(04) COMP.
016900         10  CPR-EN-SUCC-SUB         PIC 9(04) COMP.
017000 01  CPR-FIND-JOB-ID            PIC X(08).
017100 01  CPR-FIND-SUB               PIC 9(04) COMP.
017200**----------------------------------------------------------------
017300** REPORT LINE LAYOUTS
017400**----------------------------------------------------------------
017500 01  CPR-HEADING-LINE-1.
017600     05  FILLER                 PIC X(40) VALUE
017700         'APP CRITICAL-PATH REPORT'.
017800     05  FILLER                 PIC X(10) VALUE
017900         'RUN DATE'.
018000     05  RPT-RUN-DATE            PIC 9(08).
018100     05  FILLER                 PIC X(74) VALUE SPACES.
018200 01  CPR-HEADING-LINE-2.
018300     05  FILLER                 PIC X(40) VALUE
018400         'DURATIONS ARE AVERAGE ELAPSED PER RUN-DA'.
018500     05  FILLER                 PIC X(40) VALUE
018600         'TE FROM THE RUN-TIMING HISTORY SINCE'.
018700     05  RPT-WINDOW-FROM         PIC 9(08).
018800     05  FILLER                 PIC X(44) VALUE SPACES.
018900 01  CPR-SECTION-LINE.
019000     05  SEC-TITLE               PIC X(60).
019100     05  FILLER                 PIC X(72) VALUE SPACES.
019200 01  CPR-COLUMN-LINE.
019300     05  FILLER                 PIC X(40) VALUE
019400         ' RANK  HEAD JOB   JOBS  CHAIN ELAPSED  H'.
019500     05  FILLER                 PIC X(40) VALUE
019600         'EAD CUTOFF  LATEST FINISH'.
019700     05  FILLER                 PIC X(52) VALUE SPACES.
019800 01  CPR-DETAIL-LINE.
019900     05  DTL-RANK                PIC ZZZZ9.
020000     05  FILLER                 PIC X(02) VALUE SPACES.
020100     05  DTL-HEAD-JOB-ID         PIC X(08).
020200     05  FILLER                 PIC X(02) VALUE SPACES.
020300     05  DTL-CHAIN-JOBS          PIC ZZZZ9.
020400     05  FILLER                 PIC X(04) VALUE SPACES.
020500     05  DTL-CHAIN-HH            PIC ZZZZ9.
020600     05  FILLER                 PIC X(01) VALUE ':'.
020700     05  DTL-CHAIN-MM            PIC 9(02).
020800     05  FILLER                 PIC X(01) VALUE ':'.
020900     05  DTL-CHAIN-SS            PIC 9(02).
021000     05  FILLER                 PIC X(04) VALUE SPACES.
021100     05  DTL-HEAD-CUTOFF         PIC X(04).
021200     05  FILLER                 PIC X(08) VALUE SPACES.
021300     05  DTL-LATEST-FINISH       PIC X(05).
021400     05  FILLER                 PIC X(02) VALUE SPACES.
021500     05  DTL-FLAG                PIC X(20).
021600     05  FILLER                 PIC X(57) VALUE SPACES.
021700 01  CPR-PATH-LINE.
021800     05  FILLER                 PIC X(15) VALUE SPACES.
021900     05  PTH-TEXT                PIC X(117).
022000 01  CPR-TOTAL-LINE.
022100     05  TOT-LABEL               PIC X(30).
022200     05  TOT-COUNT               PIC ZZZZZZ9.
022300     05  FILLER                 PIC X(95) VALUE SPACES.
022400 PROCEDURE DIVISION.
022500**----------------------------------------------------------------
022600** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
022700**----------------------------------------------------------------
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000     IF CPR-NO-ERROR
023100         PERFORM 2000-LOAD-EDGE-TABLE THRU 2000-EXIT
023200         PERFORM 2500-BUILD-NODE-TABLE THRU 2500-EXIT
023300         PERFORM 3000-LOAD-DURATIONS THRU 3000-EXIT
023400         PERFORM 4000-SETTLE-FIGURES THRU 4000-EXIT
023500         PERFORM 6000-PRINT-CHAINS THRU 6000-EXIT
023600         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
023700     END-IF.
023800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023900     EVALUATE TRUE
024000         WHEN CPR-ERROR-SEEN
024100             MOVE 16 TO RETURN-CODE
024200         WHEN CPR-FIGURES-CHANGED
024300             MOVE 4 TO RETURN-CODE
024400     END-EVALUATE.
024500     STOP RUN.
024600**----------------------------------------------------------------
024700** 1000-INITIALIZE - OPEN THE FILES AND WORK OUT THE HISTORY
024800**----------------------------------------------------------------
024900**             WINDOW.  THE RUN-TIMING HISTORY IS OPTIONAL -
025000**             WITHOUT IT EVERY DURATION IS ZERO AND CHAINS RANK
025100**             ON JOBS
025200 1000-INITIALIZE.
025300     SET CPR-NO-ERROR TO TRUE.
025400     SET CPR-FIGURES-SETTLED TO TRUE.
025500     SET CPR-RTIMHST-NOT-OPEN TO TRUE.
025600     MOVE ZERO TO CPR-HEAD-COUNT.
025700     MOVE ZERO TO CPR-NO-HIST-COUNT.
025800     MOVE ZERO TO CPR-PASS-COUNT.
025900     ACCEPT CPR-TODAY FROM DATE YYYYMMDD.
026000     OPEN INPUT DEPEND-MASTER.
026100     IF CPR-DEPMSTR-STATUS NOT = '00'
026200         DISPLAY 'CPR0001E - UNABLE TO OPEN DEPENDENCY MASTER -'
026300         DISPLAY '           RUN REJECTED - STATUS '
026400             CPR-DEPMSTR-STATUS
026500         SET CPR-ERROR-SEEN TO TRUE
026600         GO TO 1000-EXIT
026700     END-IF.
026800     OPEN INPUT SCHED-MASTER.
026900     IF CPR-SCHDMSTR-STATUS NOT = '00'
027000         DISPLAY 'CPR0002E - UNABLE TO OPEN SCHEDULE MASTER -'
027100         DISPLAY '           RUN REJECTED - STATUS '
027200             CPR-SCHDMSTR-STATUS
027300         SET CPR-ERROR-SEEN TO TRUE
027400         GO TO 1000-EXIT
027500     END-IF.
027600     OPEN OUTPUT REPORT-FILE.
027700     IF CPR-RPTFILE-STATUS NOT = '00'
027800         DISPLAY 'CPR0003E - UNABLE TO OPEN REPORT FILE - RUN'
027900         DISPLAY '           REJECTED'
028000         SET CPR-ERROR-SEEN TO TRUE
028100         GO TO 1000-EXIT
028200     END-IF.
028300     OPEN INPUT RUN-TIMING.
028400     IF CPR-RTIMHST-STATUS = '00'
028500         SET CPR-RTIMHST-IS-OPEN TO TRUE
028600     ELSE
028700         DISPLAY 'CPR0004W - RUN-TIMING HISTORY NOT AVAILABLE -'
028800         DISPLAY '           ALL DURATIONS TAKEN AS ZERO -'
028900         DISPLAY '           STATUS ' CPR-RTIMHST-STATUS
029000     END-IF.
029100** DATE ARITHMETIC HAS NO ORDINARY-VERB EQUIVALENT SO THE STANDARD
029200** INTEGER-OF-DATE / DATE-OF-INTEGER FUNCTIONS ARE USED, AS IN
029300** DLYRPT.
029400     COMPUTE CPR-TODAY-INTEGER =
029500         FUNCTION INTEGER-OF-DATE(CPR-TODAY).
029600     COMPUTE CPR-WORK-INTEGER =
029700         CPR-TODAY-INTEGER - CPR-WINDOW-DAYS.
029800     COMPUTE CPR-WINDOW-FROM =
029900         FUNCTION DATE-OF-INTEGER(CPR-WORK-INTEGER).
030000     MOVE CPR-TODAY TO RPT-RUN-DATE.
030100     MOVE CPR-HEADING-LINE-1 TO RPT-LINE.
030200     WRITE RPT-LINE.
030300     MOVE CPR-WINDOW-FROM TO RPT-WINDOW-FROM.
030400     MOVE CPR-HEADING-LINE-2 TO RPT-LINE.
030500     WRITE RPT-LINE.
030600 1000-EXIT.
030700     EXIT.
030800**----------------------------------------------------------------
030900** 2000-LOAD-EDGE-TABLE - TURN EVERY PREDECESSOR SLOT ON THE
031000**----------------------------------------------------------------
031100**             DEPENDENCY MASTER INTO A PREDECESSOR-TO-SUCCESSOR
031200**             EDGE, AS IN DEPINQ
031300 2000-LOAD-EDGE-TABLE.
031400     MOVE ZERO TO DEP-EDGE-COUNT.
031500     SET DEP-EDGE-NOT-FULL TO TRUE.
031600     MOVE LOW-VALUES TO DPND-JOB-ID.
031700     START DEPEND-MASTER KEY NOT < DPND-JOB-ID.
031800     IF CPR-DEPMSTR-STATUS NOT = '00'
031900         GO TO 2000-EXIT
032000     END-IF.
032100     SET CPR-DEPMSTR-NOT-EOF TO TRUE.
032200     PERFORM 2100-LOAD-ONE-DEPEND-ROW THRU 2100-EXIT
032300         UNTIL CPR-DEPMSTR-EOF.
032400     IF DEP-EDGE-FULL
032500         DISPLAY 'CPR0005W - MORE THAN 2500 DEPENDENCIES ON THE'
032600         DISPLAY '           MASTER - CHAINS MAY BE SHORT'
032700     END-IF.
032800 2000-EXIT.
032900     EXIT.
033000 2100-LOAD-ONE-DEPEND-ROW.
033100     READ DEPEND-MASTER NEXT RECORD
033200         AT END
033300             SET CPR-DEPMSTR-EOF TO TRUE
033400             GO TO 2100-EXIT
033500     END-READ.
033600     IF DPND-PRED-COUNT NOT NUMERIC
033700         GO TO 2100-EXIT
033800     END-IF.
033900     PERFORM 2200-LOAD-ONE-EDGE THRU 2200-EXIT
034000         VARYING DEP-PRED-SUB FROM 1 BY 1
034100         UNTIL DEP-PRED-SUB > DPND-PRED-COUNT
034200         OR DEP-PRED-SUB > 5.
034300 2100-EXIT.
034400     EXIT.
034500 2200-LOAD-ONE-EDGE.
034600     IF DPND-PRED-ID(DEP-PRED-SUB) = SPACES
034700         GO TO 2200-EXIT
034800     END-IF.
034900     IF DEP-EDGE-COUNT >= DEP-EDGE-MAX-COUNT
035000         SET DEP-EDGE-FULL TO TRUE
035100         GO TO 2200-EXIT
035200     END-IF.
035300     ADD 1 TO DEP-EDGE-COUNT.
035400     MOVE DPND-PRED-ID(DEP-PRED-SUB)
035500         TO DEP-EDGE-PRED-ID(DEP-EDGE-COUNT).
035600     MOVE DPND-JOB-ID TO DEP-EDGE-SUCC-ID(DEP-EDGE-COUNT).
035700 2200-EXIT.
035800     EXIT.
035900**----------------------------------------------------------------
036000** 2500-BUILD-NODE-TABLE - ONE ROW PER JOB AT EITHER END OF AN
036100**----------------------------------------------------------------
036200**             EDGE, WITH ITS CUTOFF AND ITS EDGE COUNTS
036300 2500-BUILD-NODE-TABLE.
036400     MOVE ZERO TO CPR-ND-COUNT.
036500     SET CPR-NODE-NOT-FULL TO TRUE.
036600     PERFORM 2600-MAP-ONE-EDGE THRU 2600-EXIT
036700         VARYING DEP-EDGE-SUB FROM 1 BY 1
036800         UNTIL DEP-EDGE-SUB > DEP-EDGE-COUNT.
036900     IF CPR-NODE-FULL
037000         DISPLAY 'CPR0006W - MORE THAN 1000 JOBS IN THE STREAM -'
037100         DISPLAY '           CHAINS MAY BE SHORT'
037200     END-IF.
037300 2500-EXIT.
037400     EXIT.
037500 2600-MAP-ONE-EDGE.
037600     MOVE DEP-EDGE-PRED-ID(DEP-EDGE-SUB) TO CPR-FIND-JOB-ID.
037700     PERFORM 2700-FIND-OR-ADD-NODE THRU 2700-EXIT.
037800     MOVE CPR-FIND-SUB TO CPR-EN-PRED-SUB(DEP-EDGE-SUB).
037900     MOVE DEP-EDGE-SUCC-ID(DEP-EDGE-SUB) TO CPR-FIND-JOB-ID.
038000     PERFORM 2700-FIND-OR-ADD-NODE THRU 2700-EXIT.
038100     MOVE CPR-FIND-SUB TO CPR-EN-SUCC-SUB(DEP-EDGE-SUB).
038200     IF CPR-EN-PRED-SUB(DEP-EDGE-SUB) > ZERO
038300             AND CPR-EN-SUCC-SUB(DEP-EDGE-SUB) > ZERO
038400         MOVE CPR-EN-PRED-SUB(DEP-EDGE-SUB) TO CPR-PRED-NODE
038500         MOVE CPR-EN-SUCC-SUB(DEP-EDGE-SUB) TO CPR-SUCC-NODE
038600         ADD 1 TO CPR-ND-SUCC-COUNT(CPR-PRED-NODE)
038700         ADD 1 TO CPR-ND-PRED-COUNT(CPR-SUCC-NODE)
038800     END-IF.
038900 2600-EXIT.
039000     EXIT.
039033**----------------------------------------------------------------
039066** 2700-FIND-OR-ADD-NODE - FIND THE NODE FOR CPR-FIND-JOB-ID,
039099**----------------------------------------------------------------
039132**             ADDING IT IF IT IS NEW - CPR-FIND-SUB COMES BACK
039165**             ZERO WHEN THE TABLE IS FULL
039200 2700-FIND-OR-ADD-NODE.
039300     MOVE ZERO TO CPR-HIT-SUB.
039400     PERFORM 2750-TEST-ONE-NODE THRU 2750-EXIT
039500         VARYING CPR-SUB FROM 1 BY 1
039600         UNTIL CPR-SUB > CPR-ND-COUNT
039700         OR CPR-HIT-SUB > ZERO.
039800     IF CPR-HIT-SUB > ZERO
039900         MOVE CPR-HIT-SUB TO CPR-FIND-SUB
040000         GO TO 2700-EXIT
040100     END-IF.
040200     IF CPR-ND-COUNT >= CPR-ND-MAX-COUNT
040300         SET CPR-NODE-FULL TO TRUE
040400         MOVE ZERO TO CPR-FIND-SUB
040500         GO TO 2700-EXIT
040600     END-IF.
040700     ADD 1 TO CPR-ND-COUNT.
040800     MOVE CPR-ND-COUNT TO CPR-FIND-SUB.
040900     MOVE CPR-FIND-JOB-ID TO CPR-ND-JOB-ID(CPR-FIND-SUB).
041000     MOVE ZERO TO CPR-ND-DUR-SECS(CPR-FIND-SUB).
041100     MOVE ZERO TO CPR-ND-PRED-COUNT(CPR-FIND-SUB).
041200     MOVE ZERO TO CPR-ND-SUCC-COUNT(CPR-FIND-SUB).
041300     MOVE ZERO TO CPR-ND-NEXT-SUB(CPR-FIND-SUB).
041400     MOVE ZERO TO CPR-ND-CHAIN-SECS(CPR-FIND-SUB).
041500     MOVE 1 TO CPR-ND-CHAIN-JOBS(CPR-FIND-SUB).
041600     MOVE ZERO TO CPR-ND-LF-SECS(CPR-FIND-SUB).
041700     SET CPR-ND-NO-LF(CPR-FIND-SUB) TO TRUE.
041800     SET CPR-ND-NO-HIST(CPR-FIND-SUB) TO TRUE.
041900     SET CPR-ND-NOT-PRINTED(CPR-FIND-SUB) TO TRUE.
042000     MOVE CPR-FIND-JOB-ID TO SCHD-JOB-ID.
042100     READ SCHED-MASTER
042200         INVALID KEY
042300             SET CPR-ND-NO-CUTOFF(CPR-FIND-SUB) TO TRUE
042400             MOVE ZERO TO CPR-ND-CUTOFF-HHMM(CPR-FIND-SUB)
042500         NOT INVALID KEY
042600             SET CPR-ND-HAS-CUTOFF(CPR-FIND-SUB) TO TRUE
042700             MOVE SCHD-CUTOFF-TIME
042800                 TO CPR-ND-CUTOFF-HHMM(CPR-FIND-SUB)
042900     END-READ.
043000 2700-EXIT.
043100     EXIT.
043200 2750-TEST-ONE-NODE.
043300     IF CPR-ND-JOB-ID(CPR-SUB) = CPR-FIND-JOB-ID
043400         MOVE CPR-SUB TO CPR-HIT-SUB
043500     END-IF.
043600 2750-EXIT.
043700     EXIT.
043800**----------------------------------------------------------------
043900** 3000-LOAD-DURATIONS - EACH JOB'S AVERAGE ELAPSED SECONDS PER
044000**----------------------------------------------------------------
044100**             RUN-DATE OVER THE TRAILING WINDOW, ALL ATTEMPTS
044200**             COUNTED, AS RTMRPT DEFINES A RUN
044300 3000-LOAD-DURATIONS.
044400     IF CPR-RTIMHST-NOT-OPEN
044500         GO TO 3000-EXIT
044600     END-IF.
044700     MOVE LOW-VALUES TO RTIM-KEY.
044800     START RUN-TIMING KEY NOT < RTIM-KEY.
044900     IF CPR-RTIMHST-STATUS NOT = '00'
045000         GO TO 3000-EXIT
045100     END-IF.
045200     MOVE SPACES TO CPR-PREV-JOB-ID.
045300     MOVE ZERO TO CPR-PREV-RUN-DATE.
045400     MOVE ZERO TO CPR-JOB-SECS.
045500     MOVE ZERO TO CPR-JOB-RUNS.
045600     SET CPR-RTIMHST-NOT-EOF TO TRUE.
045700     PERFORM 3100-TIME-ONE-ROW THRU 3100-EXIT
045800         UNTIL CPR-RTIMHST-EOF.
045900     PERFORM 3200-CLOSE-ONE-JOB THRU 3200-EXIT.
046000 3000-EXIT.
046100     EXIT.
046200 3100-TIME-ONE-ROW.
046300     READ RUN-TIMING NEXT RECORD
046400         AT END
046500             SET CPR-RTIMHST-EOF TO TRUE
046600             GO TO 3100-EXIT
046700     END-READ.
046800     IF RTIM-JOB-ID NOT = CPR-PREV-JOB-ID
046900         PERFORM 3200-CLOSE-ONE-JOB THRU 3200-EXIT
047000         MOVE RTIM-JOB-ID TO CPR-PREV-JOB-ID
047100         MOVE ZERO TO CPR-PREV-RUN-DATE
047200     END-IF.
047300     IF RTIM-RUN-DATE < CPR-WINDOW-FROM
047400             OR RTIM-RUN-DATE NOT < CPR-TODAY
047500         GO TO 3100-EXIT
047600     END-IF.
047700     IF RTIM-RUN-DATE NOT = CPR-PREV-RUN-DATE
047800         ADD 1 TO CPR-JOB-RUNS
047900         MOVE RTIM-RUN-DATE TO CPR-PREV-RUN-DATE
048000     END-IF.
048100     ADD RTIM-ELAPSED-SECS TO CPR-JOB-SECS.
048200 3100-EXIT.
048300     EXIT.
048400 3200-CLOSE-ONE-JOB.
048500     IF CPR-JOB-RUNS = ZERO
048600         GO TO 3200-RESET
048700     END-IF.
048800     MOVE CPR-PREV-JOB-ID TO CPR-FIND-JOB-ID.
048900     MOVE ZERO TO CPR-HIT-SUB.
049000     PERFORM 2750-TEST-ONE-NODE THRU 2750-EXIT
049100         VARYING CPR-SUB FROM 1 BY 1
049200         UNTIL CPR-SUB > CPR-ND-COUNT
049300         OR CPR-HIT-SUB > ZERO.
049400     IF CPR-HIT-SUB > ZERO
049500         COMPUTE CPR-ND-DUR-SECS(CPR-HIT-SUB) ROUNDED =
049600             CPR-JOB-SECS / CPR-JOB-RUNS
049700         SET CPR-ND-HAS-HIST(CPR-HIT-SUB) TO TRUE
049800     END-IF.
049900 3200-RESET.
050000     MOVE ZERO TO CPR-JOB-SECS.
050100     MOVE ZERO TO CPR-JOB-RUNS.
050200 3200-EXIT.
050300     EXIT.
050400**----------------------------------------------------------------
050500** 4000-SETTLE-FIGURES - EVERY JOB'S CHAIN STARTS AS ITSELF AND
050600**----------------------------------------------------------------
050700**             ITS LATEST FINISH AS ITS OWN CUTOFF; PASSES OVER
050800**             THE EDGES THEN PUSH EACH SUCCESSOR'S FIGURES UP TO
050900**             ITS PREDECESSOR UNTIL A PASS CHANGES NOTHING.  ONE
051000**             PASS PER JOB IS ENOUGH FOR ANY STREAM WITHOUT A
051100**             LOOP
051200 4000-SETTLE-FIGURES.
051300     PERFORM 4100-SEED-ONE-NODE THRU 4100-EXIT
051400         VARYING CPR-SUB FROM 1 BY 1
051500         UNTIL CPR-SUB > CPR-ND-COUNT.
051600     SET CPR-FIGURES-CHANGED TO TRUE.
051700     PERFORM 4200-MAKE-ONE-PASS THRU 4200-EXIT
051800         UNTIL CPR-FIGURES-SETTLED
051900         OR CPR-PASS-COUNT > CPR-ND-COUNT.
052000     IF CPR-FIGURES-CHANGED
052100         DISPLAY 'CPR0007W - DEPENDENCY LOOP ON THE DEPENDENCY'
052200         DISPLAY '           MASTER - CHAIN FIGURES ABOVE THE'
052300         DISPLAY '           LOOP ARE NOT RELIABLE'
052400     END-IF.
052500 4000-EXIT.
052600     EXIT.
052700 4100-SEED-ONE-NODE.
052800     MOVE CPR-ND-DUR-SECS(CPR-SUB) TO CPR-ND-CHAIN-SECS(CPR-SUB).
052900     IF CPR-ND-NO-HIST(CPR-SUB)
053000         ADD 1 TO CPR-NO-HIST-COUNT
053100     END-IF.
053200     IF CPR-ND-HAS-CUTOFF(CPR-SUB)
053300         MOVE CPR-ND-CUTOFF-HHMM(CPR-SUB) TO CPR-HHMM
053400         COMPUTE CPR-ND-LF-SECS(CPR-SUB) =
053500             CPR-HHMM-HH * 3600 + CPR-HHMM-MM * 60
053600         SET CPR-ND-HAS-LF(CPR-SUB) TO TRUE
053700     END-IF.
053800     IF CPR-ND-PRED-COUNT(CPR-SUB) = ZERO
053900             AND CPR-ND-SUCC-COUNT(CPR-SUB) > ZERO
054000         ADD 1 TO CPR-HEAD-COUNT
054100     END-IF.
054200 4100-EXIT.
054300     EXIT.
054400 4200-MAKE-ONE-PASS.
054500     ADD 1 TO CPR-PASS-COUNT.
054600     SET CPR-FIGURES-SETTLED TO TRUE.
054700     PERFORM 4300-RELAX-ONE-EDGE THRU 4300-EXIT
054800         VARYING DEP-EDGE-SUB FROM 1 BY 1
054900         UNTIL DEP-EDGE-SUB > DEP-EDGE-COUNT.
055000 4200-EXIT.
055100     EXIT.
055162**----------------------------------------------------------------
055224** 4300-RELAX-ONE-EDGE - LENGTHEN A PREDECESSOR'S CHAIN THROUGH
055286**----------------------------------------------------------------
055348**             ONE EDGE - A PREDECESSOR'S CHAIN IS ITSELF PLUS ITS
055410**             LONGEST SUCCESSOR'S CHAIN; IT MUST FINISH IN TIME
055472**             FOR EACH SUCCESSOR TO RUN ITS AVERAGE AND STILL
055534**             MAKE ITS OWN LATEST FINISH
055600 4300-RELAX-ONE-EDGE.
055700     MOVE CPR-EN-PRED-SUB(DEP-EDGE-SUB) TO CPR-PRED-NODE.
055800     MOVE CPR-EN-SUCC-SUB(DEP-EDGE-SUB) TO CPR-SUCC-NODE.
055900     IF CPR-PRED-NODE = ZERO OR CPR-SUCC-NODE = ZERO
056000         GO TO 4300-EXIT
056100     END-IF.
056200     COMPUTE CPR-CAND-SECS = CPR-ND-DUR-SECS(CPR-PRED-NODE)
056300         + CPR-ND-CHAIN-SECS(CPR-SUCC-NODE).
056400     COMPUTE CPR-CAND-JOBS = CPR-ND-CHAIN-JOBS(CPR-SUCC-NODE) + 1.
056500     IF CPR-CAND-SECS > CPR-ND-CHAIN-SECS(CPR-PRED-NODE)
056600         OR (CPR-CAND-SECS = CPR-ND-CHAIN-SECS(CPR-PRED-NODE)
056700             AND CPR-CAND-JOBS > CPR-ND-CHAIN-JOBS(CPR-PRED-NODE))
056800         MOVE CPR-CAND-SECS TO CPR-ND-CHAIN-SECS(CPR-PRED-NODE)
056900         MOVE CPR-CAND-JOBS TO CPR-ND-CHAIN-JOBS(CPR-PRED-NODE)
057000         MOVE CPR-SUCC-NODE TO CPR-ND-NEXT-SUB(CPR-PRED-NODE)
057100         SET CPR-FIGURES-CHANGED TO TRUE
057200     END-IF.
057300     IF CPR-ND-NO-LF(CPR-SUCC-NODE)
057400         GO TO 4300-EXIT
057500     END-IF.
057600     COMPUTE CPR-CAND-LF-SECS = CPR-ND-LF-SECS(CPR-SUCC-NODE)
057700         - CPR-ND-DUR-SECS(CPR-SUCC-NODE).
057800     IF CPR-ND-NO-LF(CPR-PRED-NODE)
057900         OR CPR-CAND-LF-SECS < CPR-ND-LF-SECS(CPR-PRED-NODE)
058000         MOVE CPR-CAND-LF-SECS TO CPR-ND-LF-SECS(CPR-PRED-NODE)
058100         SET CPR-ND-HAS-LF(CPR-PRED-NODE) TO TRUE
058200         SET CPR-FIGURES-CHANGED TO TRUE
058300     END-IF.
058400 4300-EXIT.
058500     EXIT.
058600**----------------------------------------------------------------
058700** 6000-PRINT-CHAINS - EVERY CHAIN HEAD, LONGEST CHAIN FIRST, BY
058800**----------------------------------------------------------------
058900**             REPEATEDLY PICKING THE LONGEST HEAD NOT YET PRINTED
059000 6000-PRINT-CHAINS.
059100     MOVE 'DEPENDENCY CHAINS - LONGEST FIRST' TO SEC-TITLE.
059200     MOVE CPR-SECTION-LINE TO RPT-LINE.
059300     WRITE RPT-LINE.
059400     MOVE CPR-COLUMN-LINE TO RPT-LINE.
059500     WRITE RPT-LINE.
059600     MOVE ZERO TO CPR-RANK.
059700     PERFORM 6100-PRINT-NEXT-HEAD THRU 6100-EXIT
059800         UNTIL CPR-RANK >= CPR-HEAD-COUNT.
059900 6000-EXIT.
060000     EXIT.
060100 6100-PRINT-NEXT-HEAD.
060200     MOVE ZERO TO CPR-HIT-SUB.
060300     MOVE ZERO TO CPR-BEST-SECS.
060400     MOVE ZERO TO CPR-BEST-JOBS.
060500     PERFORM 6200-TEST-ONE-HEAD THRU 6200-EXIT
060600         VARYING CPR-SUB FROM 1 BY 1
060700         UNTIL CPR-SUB > CPR-ND-COUNT.
060800     ADD 1 TO CPR-RANK.
060900     IF CPR-HIT-SUB = ZERO
061000         MOVE CPR-HEAD-COUNT TO CPR-RANK
061100         GO TO 6100-EXIT
061200     END-IF.
061300     SET CPR-ND-PRINTED(CPR-HIT-SUB) TO TRUE.
061400     MOVE SPACES TO DTL-FLAG.
061500     MOVE CPR-RANK TO DTL-RANK.
061600     MOVE CPR-ND-JOB-ID(CPR-HIT-SUB) TO DTL-HEAD-JOB-ID.
061700     MOVE CPR-ND-CHAIN-JOBS(CPR-HIT-SUB) TO DTL-CHAIN-JOBS.
061800     MOVE CPR-ND-CHAIN-SECS(CPR-HIT-SUB) TO CPR-CLOCK-SECS.
061900     PERFORM 8000-SPLIT-CLOCK-SECS THRU 8000-EXIT.
062000     MOVE CPR-CLOCK-HOURS TO DTL-CHAIN-HH.
062100     MOVE CPR-CLOCK-MINS TO DTL-CHAIN-MM.
062200     MOVE CPR-CLOCK-REST TO DTL-CHAIN-SS.
062300     IF CPR-ND-HAS-CUTOFF(CPR-HIT-SUB)
062400         MOVE CPR-ND-CUTOFF-HHMM(CPR-HIT-SUB) TO DTL-HEAD-CUTOFF
062500     ELSE
062600         MOVE 'NONE' TO DTL-HEAD-CUTOFF
062700     END-IF.
062800     IF CPR-ND-NO-LF(CPR-HIT-SUB)
062900         MOVE 'NONE' TO DTL-LATEST-FINISH
063000         MOVE 'NO CUTOFF IN CHAIN' TO DTL-FLAG
063100     ELSE
063200         MOVE CPR-ND-LF-SECS(CPR-HIT-SUB) TO CPR-CLOCK-SECS
063300         IF CPR-CLOCK-SECS < ZERO
063400             ADD CPR-SECS-PER-DAY TO CPR-CLOCK-SECS
063500             MOVE 'PRIOR DAY' TO DTL-FLAG
063600         END-IF
063700         IF CPR-CLOCK-SECS < ZERO
063800             MOVE ZERO TO CPR-CLOCK-SECS
063900             MOVE 'MORE THAN A DAY BACK' TO DTL-FLAG
064000         END-IF
064100         PERFORM 8000-SPLIT-CLOCK-SECS THRU 8000-EXIT
064200         MOVE CPR-CLOCK-HOURS TO CPR-HHMM-HH
064300         MOVE CPR-CLOCK-MINS TO CPR-HHMM-MM
064400         MOVE SPACES TO DTL-LATEST-FINISH
064500         STRING CPR-HHMM-HH ':' CPR-HHMM-MM DELIMITED BY SIZE
064600             INTO DTL-LATEST-FINISH
064700         END-STRING
064800     END-IF.
064900     MOVE CPR-DETAIL-LINE TO RPT-LINE.
065000     WRITE RPT-LINE.
065100     PERFORM 6300-PRINT-CHAIN-PATH THRU 6300-EXIT.
065200 6100-EXIT.
065300     EXIT.
065400 6200-TEST-ONE-HEAD.
065500     IF CPR-ND-PRINTED(CPR-SUB)
065600         OR CPR-ND-PRED-COUNT(CPR-SUB) > ZERO
065700         OR CPR-ND-SUCC-COUNT(CPR-SUB) = ZERO
065800         GO TO 6200-EXIT
065900     END-IF.
066000     IF CPR-HIT-SUB = ZERO
066100         OR CPR-ND-CHAIN-SECS(CPR-SUB) > CPR-BEST-SECS
066200         OR (CPR-ND-CHAIN-SECS(CPR-SUB) = CPR-BEST-SECS
066300             AND CPR-ND-CHAIN-JOBS(CPR-SUB) > CPR-BEST-JOBS)
066400         MOVE CPR-SUB TO CPR-HIT-SUB
066500         MOVE CPR-ND-CHAIN-SECS(CPR-SUB) TO CPR-BEST-SECS
066600         MOVE CPR-ND-CHAIN-JOBS(CPR-SUB) TO CPR-BEST-JOBS
066700     END-IF.
066800 6200-EXIT.
066900     EXIT.
066962**----------------------------------------------------------------
067024** 6300-PRINT-CHAIN-PATH - PRINT THE JOBS ON ONE CHAIN - THE CHAIN
067086**----------------------------------------------------------------
067148**             IS FOLLOWED FROM THE HEAD DOWN ITS LONGEST
067210**             SUCCESSORS, WRAPPING ONTO AS MANY LINES AS IT
067272**             TAKES.  THE STEP LIMIT STOPS A LOOP FROM PRINTING
067334**             FOREVER
067400 6300-PRINT-CHAIN-PATH.
067500     MOVE SPACES TO PTH-TEXT.
067600     MOVE 1 TO CPR-PATH-PTR.
067700     MOVE ZERO TO CPR-PATH-STEPS.
067800     MOVE CPR-HIT-SUB TO CPR-PATH-NODE.
067900     STRING 'PATH: ' DELIMITED BY SIZE
068000         INTO PTH-TEXT WITH POINTER CPR-PATH-PTR
068100     END-STRING.
068200     PERFORM 6400-ADD-ONE-PATH-JOB THRU 6400-EXIT
068300         UNTIL CPR-PATH-NODE = ZERO
068400         OR CPR-PATH-STEPS > CPR-ND-COUNT.
068500     MOVE CPR-PATH-LINE TO RPT-LINE.
068600     WRITE RPT-LINE.
068700 6300-EXIT.
068800     EXIT.
068900 6400-ADD-ONE-PATH-JOB.
069000     IF CPR-PATH-PTR > 100
069100         MOVE CPR-PATH-LINE TO RPT-LINE
069200         WRITE RPT-LINE
069300         MOVE SPACES TO PTH-TEXT
069400         MOVE 7 TO CPR-PATH-PTR
069500     END-IF.
069600     IF CPR-PATH-STEPS > ZERO
069700         STRING ' > ' DELIMITED BY SIZE
069800             INTO PTH-TEXT WITH POINTER CPR-PATH-PTR
069900         END-STRING
070000     END-IF.
070100     STRING CPR-ND-JOB-ID(CPR-PATH-NODE) DELIMITED BY SPACE
070200         INTO PTH-TEXT WITH POINTER CPR-PATH-PTR
070300     END-STRING.
070400     ADD 1 TO CPR-PATH-STEPS.
070500     MOVE CPR-ND-NEXT-SUB(CPR-PATH-NODE) TO CPR-PATH-NODE.
070600 6400-EXIT.
070700     EXIT.
070800**----------------------------------------------------------------
070900** 7000-PRINT-TOTALS - STREAM TOTALS AT THE FOOT OF THE REPORT
071000**----------------------------------------------------------------
071100 7000-PRINT-TOTALS.
071200     MOVE 'JOBS IN THE STREAM:' TO TOT-LABEL.
071300     MOVE CPR-ND-COUNT TO TOT-COUNT.
071400     MOVE CPR-TOTAL-LINE TO RPT-LINE.
071500     WRITE RPT-LINE.
071600     MOVE 'DEPENDENCIES:' TO TOT-LABEL.
071700     MOVE DEP-EDGE-COUNT TO TOT-COUNT.
071800     MOVE CPR-TOTAL-LINE TO RPT-LINE.
071900     WRITE RPT-LINE.
072000     MOVE 'CHAIN HEADS:' TO TOT-LABEL.
072100     MOVE CPR-HEAD-COUNT TO TOT-COUNT.
072200     MOVE CPR-TOTAL-LINE TO RPT-LINE.
072300     WRITE RPT-LINE.
072400     MOVE 'JOBS WITH NO TIMING HISTORY:' TO TOT-LABEL.
072500     MOVE CPR-NO-HIST-COUNT TO TOT-COUNT.
072600     MOVE CPR-TOTAL-LINE TO RPT-LINE.
072700     WRITE RPT-LINE.
072800     IF CPR-FIGURES-CHANGED
072900         MOVE SPACES TO RPT-LINE
073000         MOVE '*** DEPENDENCY LOOP ON THE MASTER - FIGURES ABOVE'
073100             TO RPT-LINE
073200         MOVE 'THE LOOP ARE NOT RELIABLE ***' TO RPT-LINE(51:)
073300         WRITE RPT-LINE
073400     END-IF.
073500 7000-EXIT.
073600     EXIT.
073700**----------------------------------------------------------------
073800** 8000-SPLIT-CLOCK-SECS - SECONDS INTO HOURS, MINUTES, SECONDS
073900**----------------------------------------------------------------
074000 8000-SPLIT-CLOCK-SECS.
074100     DIVIDE CPR-CLOCK-SECS BY 3600 GIVING CPR-CLOCK-HOURS
074200         REMAINDER CPR-CLOCK-REST.
074300     DIVIDE CPR-CLOCK-REST BY 60 GIVING CPR-CLOCK-MINS
074400         REMAINDER CPR-CLOCK-REST.
074500 8000-EXIT.
074600     EXIT.
074700**----------------------------------------------------------------
074800** 9000-TERMINATE - CLOSE WHATEVER OPENED
074900**----------------------------------------------------------------
075000 9000-TERMINATE.
075100     CLOSE DEPEND-MASTER.
075200     CLOSE SCHED-MASTER.
075300     CLOSE REPORT-FILE.
075400     IF CPR-RTIMHST-IS-OPEN
075500         CLOSE RUN-TIMING
075600     END-IF.
075700 9000-EXIT.
075800     EXIT.
