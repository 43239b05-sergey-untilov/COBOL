000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RTMRPT.
000300 AUTHOR.        D SHEPPARD.
000400 INSTALLATION.  APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700**----------------------------------------------------------------
000800*REMARKS.
000900*    SHARED_PRINT RUN-TIMING REPORT FROM THE RUN-TIMING HISTORY
001000*    APP WRITES FOR EVERY CALL ATTEMPT (RTIMHIST, SEE RTIMREC).
001100*    A JOB'S RUN FOR A RUN-DATE IS THE SUM OF ALL ITS ATTEMPTS,
001200*    RETRIES INCLUDED, SINCE THAT IS WHAT THE BATCH WINDOW PAYS.
001300*    SECTION ONE LISTS EVERY JOB THAT RAN FOR THE REPORT
001400*    RUN-DATE AGAINST ITS OWN AVERAGE OVER THE TRAILING 28 DAYS
001500*    OF RUN-DATES AND FLAGS ANY RUN OVER THAT AVERAGE BY MORE
001600*    THAN THE TOLERANCE - SLOW-CREEPING JOBS ARE WHAT BLOW THE
001700*    SCHEDULE MASTER CUTOFFS, AND THIS SHOWS THEM COMING BEFORE
001800*    SCHDMON DOES.  SECTION TWO RANKS THE JOBS BY TOTAL ELAPSED
001900*    TIME OVER THE SEVEN RUN-DATES ENDING ON THE REPORT RUN-DATE,
002000*    WITH EACH JOB'S SHARE OF THE WEEK.
002100*    PARAMETERS: THE TOLERANCE AS A WHOLE PERCENT (DEFAULT 25),
002200*    THEN OPTIONALLY THE REPORT RUN-DATE AS YYYYMMDD (DEFAULT THE
002300*    LATEST RUN-DATE ON THE HISTORY NOT AFTER TODAY).  THE STEP
002400*    ENDS RC 4 WHEN ANY RUN IS FLAGGED.
002500**
002600*MOD LOG.
002700*  2026-10-15 DRS  INITIAL VERSION.
002800**----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RUN-TIMING ASSIGN TO RTIMHIST
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS RTIM-KEY
003600         FILE STATUS IS RTR-RTIMHST-STATUS.
003700     SELECT REPORT-FILE ASSIGN TO RTMRPT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS RTR-RPTFILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RUN-TIMING
004300     LABEL RECORDS ARE STANDARD.
004400 COPY RTIMREC.
004500 FD  REPORT-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  RPT-LINE                   PIC X(132).
004800 WORKING-STORAGE SECTION.
004900**----------------------------------------------------------------
005000** RTMRPT WORKING FIELDS
005100**----------------------------------------------------------------
005200 01  RTR-RAW-CMDLINE            PIC X(250).
005300 01  RTR-FIRST-TOKEN            PIC X(20).
005400 01  RTR-SECOND-TOKEN           PIC X(20).
005500 01  RTR-TOKEN-LEN              PIC 9(04) COMP.
005600 01  RTR-TODAY                  PIC 9(08).
005700 01  RTR-REPORT-DATE            PIC 9(08).
005800 01  RTR-REPORT-INTEGER         PIC S9(09) COMP.
005900 01  RTR-WORK-INTEGER           PIC S9(09) COMP.
006000 01  RTR-WINDOW-FROM            PIC 9(08).
006100 01  RTR-WEEK-FROM              PIC 9(08).
006200 01  RTR-WINDOW-DAYS            PIC 9(03) COMP VALUE 28.
006300 01  RTR-TOLERANCE              PIC 9(03).
006400** THE COMMAND-LINE TOKEN ARRIVES LEFT-JUSTIFIED SO IT IS SLID
006500** RIGHT OVER LEADING ZEROS BEFORE THE NUMERIC TEST, AS IN
006600** RQAGRPT.
006700 01  RTR-TOL-X                  PIC X(03).
006800 01  RTR-TOL-N REDEFINES RTR-TOL-X
006900                                PIC 9(03).
007000**
007100 01  RTR-READ-COUNT             PIC 9(07) COMP.
007200 01  RTR-LISTED-COUNT           PIC 9(05) COMP.
007300 01  RTR-SLOW-COUNT             PIC 9(05) COMP.
007400 01  RTR-NEW-COUNT              PIC 9(05) COMP.
007500 01  RTR-SUB                    PIC 9(03) COMP.
007600 01  RTR-HIT-SUB                PIC 9(03) COMP.
007700 01  RTR-RANK                   PIC 9(03) COMP.
007800 01  RTR-TOP-MAX                PIC 9(03) COMP VALUE 20.
007900**
008000** CONTROL-BREAK FIELDS - THE HISTORY IS READ IN KEY ORDER, SO
008100** ALL OF ONE JOB'S ROWS COME TOGETHER, RUN-DATE BY RUN-DATE.
008200 01  RTR-PREV-JOB-ID            PIC X(08).
008300 01  RTR-PREV-RUN-DATE          PIC 9(08).
008400 01  RTR-RUN-SECS               PIC 9(07)V99.
008500 01  RTR-RUN-ATTEMPTS           PIC 9(05) COMP.
008600 01  RTR-CUR-SECS               PIC 9(07)V99.
008700 01  RTR-CUR-ATTEMPTS           PIC 9(05) COMP.
008800 01  RTR-HIST-SECS              PIC 9(09)V99.
008900 01  RTR-HIST-RUNS              PIC 9(05) COMP.
009000 01  RTR-WEEK-SECS              PIC 9(09)V99.
009100 01  RTR-WEEK-RUNS              PIC 9(05) COMP.
009200 01  RTR-WEEK-ATTEMPTS          PIC 9(05) COMP.
009300 01  RTR-AVG-SECS               PIC 9(07)V99.
009400 01  RTR-LIMIT-SECS             PIC 9(07)V99.
009500 01  RTR-PCT-OF-AVG             PIC 9(05).
009600 01  RTR-ALL-WEEK-SECS          PIC 9(09)V99.
009700 01  RTR-BEST-SECS              PIC 9(09)V99.
009800**
009900 01  RTR-HIST-EOF-SW            PIC X(01).
010000     88  RTR-HIST-EOF                   VALUE 'Y'.
010100     88  RTR-HIST-NOT-EOF               VALUE 'N'.
010200 01  RTR-JOB-SEEN-SW            PIC X(01).
010300     88  RTR-JOB-SEEN                   VALUE 'Y'.
010400     88  RTR-NO-JOB-SEEN                VALUE 'N'.
010500 01  RTR-CUR-SW                 PIC X(01).
010600     88  RTR-CUR-FOUND                  VALUE 'Y'.
010700     88  RTR-CUR-NOT-FOUND              VALUE 'N'.
010800 01  RTR-ERROR-SW               PIC X(01).
010900     88  RTR-ERROR-SEEN                 VALUE 'Y'.
011000     88  RTR-NO-ERROR                   VALUE 'N'.
011100**
011200 01  RTR-RTIMHST-STATUS         PIC X(02).
011300 01  RTR-RPTFILE-STATUS         PIC X(02).
011400**----------------------------------------------------------------
011500** PER-JOB WEEKLY TOTALS, RANKED FOR SECTION TWO BY REPEATEDLY
011600** PICKING THE LARGEST ROW NOT YET PRINTED
011700**----------------------------------------------------------------
011800 01  RTR-WEEK-TABLE.
011900     05  RTR-WK-COUNT            PIC 9(03) COMP.
012000     05  RTR-WK-MAX              PIC 9(03) COMP VALUE 500.
012100     05  RTR-WK-ENTRY OCCURS 500 TIMES.
012200         10  RTR-WK-JOB-ID           PIC X(08).
012300         10  RTR-WK-RUNS             PIC 9(05) COMP.
012400         10  RTR-WK-ATTEMPTS         PIC 9(05) COMP.
012500         10  RTR-WK-SECS             PIC 9(09)V99.
012600         10  RTR-WK-PRINTED-SW       PIC X(01).
012700             88  RTR-WK-PRINTED              VALUE 'Y'.
012800             88  RTR-WK-NOT-PRINTED          VALUE 'N'.
012900**----------------------------------------------------------------
013000** REPORT LINE LAYOUTS
013100**----------------------------------------------------------------
013200 01  RTR-HEADING-LINE-1.
013300     05  FILLER                 PIC X(40) VALUE
013400         'APP SHARED_PRINT RUN-TIMING REPORT'.
013500     05  FILLER                 PIC X(10) VALUE
013600         'RUN DATE'.
013700     05  RPT-RUN-DATE            PIC 9(08).
013800     05  FILLER                 PIC X(04) VALUE SPACES.
013900     05  FILLER                 PIC X(12) VALUE
014000         'TOLERANCE'.
014100     05  RPT-TOLERANCE           PIC ZZ9.
014200     05  FILLER                 PIC X(01) VALUE '%'.
014300     05  FILLER                 PIC X(54) VALUE SPACES.
014400 01  RTR-SECTION-LINE.
014500     05  SEC-TITLE               PIC X(60).
014600     05  FILLER                 PIC X(72) VALUE SPACES.
014700 01  RTR-ANOM-COLUMN-LINE.
014800     05  FILLER                 PIC X(40) VALUE
014900         'JOB ID    TRIES    ELAPSED      TRAIL AV'.
015000     05  FILLER                 PIC X(30) VALUE
015100         'G       RUNS         PCT  FLAG'.
015200     05  FILLER                 PIC X(62) VALUE SPACES.
015300 01  RTR-ANOM-DETAIL-LINE.
015400     05  DTL-JOB-ID              PIC X(08).
015500     05  FILLER                 PIC X(02) VALUE SPACES.
015600     05  DTL-ATTEMPTS            PIC ZZZZ9.
015700     05  FILLER                 PIC X(01) VALUE SPACES.
015800     05  DTL-ELAPSED             PIC ZZZZZZ9.99.
015900     05  FILLER                 PIC X(05) VALUE SPACES.
016000     05  DTL-AVERAGE             PIC ZZZZZZ9.99.
016100     05  FILLER                 PIC X(06) VALUE SPACES.
016200     05  DTL-HIST-RUNS           PIC ZZZZ9.
016300     05  FILLER                 PIC X(07) VALUE SPACES.
016400     05  DTL-PCT                 PIC ZZZZ9.
016500     05  FILLER                 PIC X(02) VALUE SPACES.
016600     05  DTL-FLAG                PIC X(20).
016700     05  FILLER                 PIC X(46) VALUE SPACES.
016800 01  RTR-TOP-COLUMN-LINE.
016900     05  FILLER                 PIC X(40) VALUE
017000         'RANK   JOB ID     RUNS  TRIES   TOTAL SE'.
017100     05  FILLER                 PIC X(30) VALUE
017200         'CS     AVG SECS      PCT'.
017300     05  FILLER                 PIC X(62) VALUE SPACES.
017400 01  RTR-TOP-DETAIL-LINE.
017500     05  TOP-RANK                PIC ZZ9.
017600     05  FILLER                 PIC X(03) VALUE SPACES.
017700     05  TOP-JOB-ID              PIC X(08).
017800     05  FILLER                 PIC X(02) VALUE SPACES.
017900     05  TOP-RUNS                PIC ZZZZ9.
018000     05  FILLER                 PIC X(02) VALUE SPACES.
018100     05  TOP-ATTEMPTS            PIC ZZZZ9.
018200     05  FILLER                 PIC X(01) VALUE SPACES.
018300     05  TOP-SECS                PIC ZZZZZZZZ9.99.
018400     05  FILLER                 PIC X(03) VALUE SPACES.
018500     05  TOP-AVG-SECS            PIC ZZZZZZ9.99.
018600     05  FILLER                 PIC X(06) VALUE SPACES.
018700     05  TOP-PCT                 PIC ZZ9.
018800     05  FILLER                 PIC X(69) VALUE SPACES.
018900 01  RTR-TOTAL-LINE.
019000     05  TOT-LABEL               PIC X(30).
019100     05  TOT-COUNT               PIC ZZZZZZ9.
019200     05  FILLER                 PIC X(95) VALUE SPACES.
019300 01  RTR-TOTAL-SECS-LINE.
019400     05  TOTS-LABEL              PIC X(30).
019500     05  TOTS-SECS               PIC ZZZZZZZZ9.99.
019600     05  FILLER                 PIC X(90) VALUE SPACES.
019700 PROCEDURE DIVISION.
019800**----------------------------------------------------------------
019900** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
020000**----------------------------------------------------------------
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     IF RTR-NO-ERROR
020400         PERFORM 3000-TIME-ONE-ROW THRU 3000-EXIT
020500             UNTIL RTR-HIST-EOF
020600         IF RTR-JOB-SEEN
020700             PERFORM 3500-CLOSE-ONE-JOB THRU 3500-EXIT
020800         END-IF
020900         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
021000     END-IF.
021100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021200     EVALUATE TRUE
021300         WHEN RTR-ERROR-SEEN
021400             MOVE 16 TO RETURN-CODE
021500         WHEN RTR-SLOW-COUNT > ZERO
021600             MOVE 4 TO RETURN-CODE
021700     END-EVALUATE.
021800     STOP RUN.
021900**----------------------------------------------------------------
022000** 1000-INITIALIZE - EDIT THE PARAMETERS, OPEN THE FILES, AND
022100**----------------------------------------------------------------
022200**             WORK OUT THE TRAILING WINDOW AND THE REPORT WEEK
022300 1000-INITIALIZE.
022400     SET RTR-HIST-NOT-EOF TO TRUE.
022500     SET RTR-NO-ERROR TO TRUE.
022600     SET RTR-NO-JOB-SEEN TO TRUE.
022700     MOVE ZERO TO RTR-READ-COUNT.
022800     MOVE ZERO TO RTR-LISTED-COUNT.
022900     MOVE ZERO TO RTR-SLOW-COUNT.
023000     MOVE ZERO TO RTR-NEW-COUNT.
023100     MOVE ZERO TO RTR-WK-COUNT.
023200     MOVE ZERO TO RTR-ALL-WEEK-SECS.
023300     MOVE ZERO TO RTR-REPORT-DATE.
023400     ACCEPT RTR-TODAY FROM DATE YYYYMMDD.
023500     ACCEPT RTR-RAW-CMDLINE FROM COMMAND-LINE.
023600     MOVE SPACES TO RTR-FIRST-TOKEN.
023700     MOVE SPACES TO RTR-SECOND-TOKEN.
023800     UNSTRING RTR-RAW-CMDLINE DELIMITED BY ALL SPACE
023900         INTO RTR-FIRST-TOKEN COUNT IN RTR-TOKEN-LEN
024000              RTR-SECOND-TOKEN
024100     END-UNSTRING.
024200     IF RTR-FIRST-TOKEN = SPACES
024300         MOVE 25 TO RTR-TOLERANCE
024400     ELSE
024500         IF RTR-TOKEN-LEN <= 3
024600             MOVE '000' TO RTR-TOL-X
024700             MOVE RTR-FIRST-TOKEN(1:RTR-TOKEN-LEN)
024800                 TO RTR-TOL-X(4 - RTR-TOKEN-LEN:)
024900         ELSE
025000             MOVE SPACES TO RTR-TOL-X
025100         END-IF
025200         IF RTR-TOL-X NUMERIC
025300             MOVE RTR-TOL-N TO RTR-TOLERANCE
025400         ELSE
025500             DISPLAY 'RTR0001E - TOLERANCE PARAMETER MUST BE A'
025600             DISPLAY '           WHOLE PERCENT, 0-999 - RUN'
025700             DISPLAY '           REJECTED'
025800             SET RTR-ERROR-SEEN TO TRUE
025900             GO TO 1000-EXIT
026000         END-IF
026100     END-IF.
026200     IF RTR-SECOND-TOKEN NOT = SPACES
026300         IF RTR-SECOND-TOKEN(1:8) NUMERIC
026400                 AND RTR-SECOND-TOKEN(9:) = SPACES
026500             MOVE RTR-SECOND-TOKEN(1:8) TO RTR-REPORT-DATE
026600         ELSE
026700             DISPLAY 'RTR0002E - RUN-DATE PARAMETER MUST BE'
026800             DISPLAY '           YYYYMMDD - RUN REJECTED'
026900             SET RTR-ERROR-SEEN TO TRUE
027000             GO TO 1000-EXIT
027100         END-IF
027200     END-IF.
027300     OPEN INPUT RUN-TIMING.
027400     IF RTR-RTIMHST-STATUS NOT = '00'
027500         DISPLAY 'RTR0003E - UNABLE TO OPEN RUN-TIMING HISTORY -'
027600         DISPLAY '           RUN REJECTED - STATUS '
027700             RTR-RTIMHST-STATUS
027800         SET RTR-ERROR-SEEN TO TRUE
027900         GO TO 1000-EXIT
028000     END-IF.
028100     OPEN OUTPUT REPORT-FILE.
028200     IF RTR-RPTFILE-STATUS NOT = '00'
028300         DISPLAY 'RTR0004E - UNABLE TO OPEN REPORT FILE - RUN'
028400         DISPLAY '           REJECTED'
028500         SET RTR-ERROR-SEEN TO TRUE
028600         GO TO 1000-EXIT
028700     END-IF.
028800     IF RTR-REPORT-DATE = ZERO
028900         PERFORM 2000-FIND-LATEST-RUN-DATE THRU 2000-EXIT
029000     END-IF.
029100     IF RTR-REPORT-DATE = ZERO
029200         DISPLAY 'RTR0005W - NO RUN-TIMING HISTORY ON OR BEFORE'
029300         DISPLAY '           TODAY - NOTHING TO REPORT'
029400         MOVE RTR-TODAY TO RTR-REPORT-DATE
029500     END-IF.
029600     PERFORM 2100-COMPUTE-WINDOW THRU 2100-EXIT.
029700     MOVE RTR-REPORT-DATE TO RPT-RUN-DATE.
029800     MOVE RTR-TOLERANCE TO RPT-TOLERANCE.
029900     MOVE RTR-HEADING-LINE-1 TO RPT-LINE.
030000     WRITE RPT-LINE.
030100     MOVE 'RUNS AGAINST THE TRAILING 28-DAY AVERAGE' TO SEC-TITLE.
030200     MOVE RTR-SECTION-LINE TO RPT-LINE.
030300     WRITE RPT-LINE.
030400     MOVE RTR-ANOM-COLUMN-LINE TO RPT-LINE.
030500     WRITE RPT-LINE.
030600     MOVE LOW-VALUES TO RTIM-KEY.
030700     START RUN-TIMING KEY NOT < RTIM-KEY.
030800     IF RTR-RTIMHST-STATUS NOT = '00'
030900         SET RTR-HIST-EOF TO TRUE
031000     END-IF.
031100 1000-EXIT.
031200     EXIT.
031300**----------------------------------------------------------------
031400** 2000-FIND-LATEST-RUN-DATE - WITH NO RUN-DATE GIVEN, REPORT ON
031500**----------------------------------------------------------------
031600**             THE LATEST ONE ON THE HISTORY THAT IS NOT AFTER
031700**             TODAY - ONE EXTRA PASS, SO THAT A MONDAY MORNING OR
031800**             A DAY AFTER A HOLIDAY NEEDS NO PARAMETER
031900 2000-FIND-LATEST-RUN-DATE.
032000     MOVE LOW-VALUES TO RTIM-KEY.
032100     START RUN-TIMING KEY NOT < RTIM-KEY.
032200     IF RTR-RTIMHST-STATUS NOT = '00'
032300         GO TO 2000-EXIT
032400     END-IF.
032500     SET RTR-HIST-NOT-EOF TO TRUE.
032600     PERFORM 2050-SCAN-ONE-DATE THRU 2050-EXIT
032700         UNTIL RTR-HIST-EOF.
032800     SET RTR-HIST-NOT-EOF TO TRUE.
032900 2000-EXIT.
033000     EXIT.
033100 2050-SCAN-ONE-DATE.
033200     READ RUN-TIMING NEXT RECORD
033300         AT END
033400             SET RTR-HIST-EOF TO TRUE
033500             GO TO 2050-EXIT
033600     END-READ.
033700     IF RTIM-RUN-DATE > RTR-REPORT-DATE
033800             AND RTIM-RUN-DATE NOT > RTR-TODAY
033900         MOVE RTIM-RUN-DATE TO RTR-REPORT-DATE
034000     END-IF.
034100 2050-EXIT.
034200     EXIT.
034300**----------------------------------------------------------------
034400** 2100-COMPUTE-WINDOW - THE TRAILING WINDOW IS THE 28 RUN-DATES
034500**----------------------------------------------------------------
034600**             BEFORE THE REPORT RUN-DATE AND THE REPORT WEEK IS
034700**             THE SEVEN ENDING ON IT.  DATE ARITHMETIC HAS NO
034800**             ORDINARY-VERB EQUIVALENT SO THE STANDARD
034900**             INTEGER-OF-DATE / DATE-OF-INTEGER FUNCTIONS ARE
035000**             USED, AS IN DLYRPT.
035100 2100-COMPUTE-WINDOW.
035200     COMPUTE RTR-REPORT-INTEGER =
035300         FUNCTION INTEGER-OF-DATE(RTR-REPORT-DATE).
035400     COMPUTE RTR-WORK-INTEGER =
035500         RTR-REPORT-INTEGER - RTR-WINDOW-DAYS.
035600     COMPUTE RTR-WINDOW-FROM =
035700         FUNCTION DATE-OF-INTEGER(RTR-WORK-INTEGER).
035800     COMPUTE RTR-WORK-INTEGER = RTR-REPORT-INTEGER - 6.
035900     COMPUTE RTR-WEEK-FROM =
036000         FUNCTION DATE-OF-INTEGER(RTR-WORK-INTEGER).
036100 2100-EXIT.
036200     EXIT.
036300**----------------------------------------------------------------
036400** 3000-TIME-ONE-ROW - ADD ONE ATTEMPT TO ITS JOB AND RUN-DATE,
036500**----------------------------------------------------------------
036600**             CLOSING THE PRIOR RUN-DATE AND JOB ON A BREAK
036700 3000-TIME-ONE-ROW.
036800     READ RUN-TIMING NEXT RECORD
036900         AT END
037000             SET RTR-HIST-EOF TO TRUE
037100             GO TO 3000-EXIT
037200     END-READ.
037300     ADD 1 TO RTR-READ-COUNT.
037400     IF RTR-JOB-SEEN
037500             AND RTIM-JOB-ID NOT = RTR-PREV-JOB-ID
037600         PERFORM 3500-CLOSE-ONE-JOB THRU 3500-EXIT
037700     END-IF.
037800     IF RTR-NO-JOB-SEEN
037900         PERFORM 3100-START-ONE-JOB THRU 3100-EXIT
038000     END-IF.
038100     IF RTIM-RUN-DATE NOT = RTR-PREV-RUN-DATE
038200         PERFORM 3400-CLOSE-ONE-RUN-DATE THRU 3400-EXIT
038300         MOVE RTIM-RUN-DATE TO RTR-PREV-RUN-DATE
038400     END-IF.
038500     ADD RTIM-ELAPSED-SECS TO RTR-RUN-SECS.
038600     ADD 1 TO RTR-RUN-ATTEMPTS.
038700 3000-EXIT.
038800     EXIT.
038900 3100-START-ONE-JOB.
039000     SET RTR-JOB-SEEN TO TRUE.
039100     SET RTR-CUR-NOT-FOUND TO TRUE.
039200     MOVE RTIM-JOB-ID TO RTR-PREV-JOB-ID.
039300     MOVE RTIM-RUN-DATE TO RTR-PREV-RUN-DATE.
039400     MOVE ZERO TO RTR-RUN-SECS.
039500     MOVE ZERO TO RTR-RUN-ATTEMPTS.
039600     MOVE ZERO TO RTR-CUR-SECS.
039700     MOVE ZERO TO RTR-CUR-ATTEMPTS.
039800     MOVE ZERO TO RTR-HIST-SECS.
039900     MOVE ZERO TO RTR-HIST-RUNS.
040000     MOVE ZERO TO RTR-WEEK-SECS.
040100     MOVE ZERO TO RTR-WEEK-RUNS.
040200     MOVE ZERO TO RTR-WEEK-ATTEMPTS.
040300 3100-EXIT.
040400     EXIT.
040500**----------------------------------------------------------------
040600** 3400-CLOSE-ONE-RUN-DATE - FILE THE FINISHED RUN-DATE AS THE
040700**----------------------------------------------------------------
040800**             REPORT RUN, AS TRAILING HISTORY, AND/OR AS PART OF
040900**             THE REPORT WEEK
041000 3400-CLOSE-ONE-RUN-DATE.
041100     IF RTR-RUN-ATTEMPTS = ZERO
041200         GO TO 3400-EXIT
041300     END-IF.
041400     IF RTR-PREV-RUN-DATE = RTR-REPORT-DATE
041500         SET RTR-CUR-FOUND TO TRUE
041600         MOVE RTR-RUN-SECS TO RTR-CUR-SECS
041700         MOVE RTR-RUN-ATTEMPTS TO RTR-CUR-ATTEMPTS
041800     END-IF.
041900     IF RTR-PREV-RUN-DATE NOT < RTR-WINDOW-FROM
042000             AND RTR-PREV-RUN-DATE < RTR-REPORT-DATE
042100         ADD RTR-RUN-SECS TO RTR-HIST-SECS
042200         ADD 1 TO RTR-HIST-RUNS
042300     END-IF.
042400     IF RTR-PREV-RUN-DATE NOT < RTR-WEEK-FROM
042500             AND RTR-PREV-RUN-DATE NOT > RTR-REPORT-DATE
042600         ADD RTR-RUN-SECS TO RTR-WEEK-SECS
042700         ADD 1 TO RTR-WEEK-RUNS
042800         ADD RTR-RUN-ATTEMPTS TO RTR-WEEK-ATTEMPTS
042900     END-IF.
043000     MOVE ZERO TO RTR-RUN-SECS.
043100     MOVE ZERO TO RTR-RUN-ATTEMPTS.
043200 3400-EXIT.
043300     EXIT.
043400**----------------------------------------------------------------
043500** 3500-CLOSE-ONE-JOB - PRINT THE JOB'S REPORT RUN AGAINST ITS
043600**----------------------------------------------------------------
043700**             TRAILING AVERAGE AND KEEP ITS WEEK FOR SECTION TWO
043800 3500-CLOSE-ONE-JOB.
043900     PERFORM 3400-CLOSE-ONE-RUN-DATE THRU 3400-EXIT.
044000     IF RTR-CUR-FOUND
044100         PERFORM 3600-PRINT-ONE-ANOMALY-ROW THRU 3600-EXIT
044200     END-IF.
044300     IF RTR-WEEK-RUNS > ZERO
044400         PERFORM 3700-KEEP-ONE-WEEK-ROW THRU 3700-EXIT
044500     END-IF.
044600     SET RTR-NO-JOB-SEEN TO TRUE.
044700 3500-EXIT.
044800     EXIT.
044900 3600-PRINT-ONE-ANOMALY-ROW.
045000     MOVE SPACES TO RTR-ANOM-DETAIL-LINE.
045100     MOVE RTR-PREV-JOB-ID TO DTL-JOB-ID.
045200     MOVE RTR-CUR-ATTEMPTS TO DTL-ATTEMPTS.
045300     MOVE RTR-CUR-SECS TO DTL-ELAPSED.
045400     MOVE RTR-HIST-RUNS TO DTL-HIST-RUNS.
045500     ADD 1 TO RTR-LISTED-COUNT.
045600     IF RTR-HIST-RUNS = ZERO
045700         MOVE ZERO TO DTL-AVERAGE
045800         MOVE ZERO TO DTL-PCT
045900         MOVE 'NO HISTORY' TO DTL-FLAG
046000         ADD 1 TO RTR-NEW-COUNT
046100         GO TO 3600-WRITE
046200     END-IF.
046300     COMPUTE RTR-AVG-SECS ROUNDED = RTR-HIST-SECS / RTR-HIST-RUNS.
046400     MOVE RTR-AVG-SECS TO DTL-AVERAGE.
046500     IF RTR-AVG-SECS = ZERO
046600         MOVE ZERO TO DTL-PCT
046700         GO TO 3600-WRITE
046800     END-IF.
046900     COMPUTE RTR-PCT-OF-AVG ROUNDED =
047000         RTR-CUR-SECS * 100 / RTR-AVG-SECS
047100         ON SIZE ERROR
047200             MOVE 99999 TO RTR-PCT-OF-AVG
047300     END-COMPUTE.
047400     MOVE RTR-PCT-OF-AVG TO DTL-PCT.
047500     COMPUTE RTR-LIMIT-SECS ROUNDED =
047600         RTR-AVG-SECS * (100 + RTR-TOLERANCE) / 100
047700         ON SIZE ERROR
047800             MOVE 9999999.99 TO RTR-LIMIT-SECS
047900     END-COMPUTE.
048000     IF RTR-CUR-SECS > RTR-LIMIT-SECS
048100         MOVE '** OVER TOLERANCE **' TO DTL-FLAG
048200         ADD 1 TO RTR-SLOW-COUNT
048300     END-IF.
048400 3600-WRITE.
048500     MOVE RTR-ANOM-DETAIL-LINE TO RPT-LINE.
048600     WRITE RPT-LINE.
048700 3600-EXIT.
048800     EXIT.
048900 3700-KEEP-ONE-WEEK-ROW.
049000     ADD RTR-WEEK-SECS TO RTR-ALL-WEEK-SECS.
049100     IF RTR-WK-COUNT >= RTR-WK-MAX
049200         DISPLAY 'RTR0006W - MORE THAN 500 JOB-IDS IN THE WEEK -'
049300         DISPLAY '           TOP-CONSUMER RANKING IS INCOMPLETE'
049400         GO TO 3700-EXIT
049500     END-IF.
049600     ADD 1 TO RTR-WK-COUNT.
049700     MOVE RTR-PREV-JOB-ID TO RTR-WK-JOB-ID(RTR-WK-COUNT).
049800     MOVE RTR-WEEK-RUNS TO RTR-WK-RUNS(RTR-WK-COUNT).
049900     MOVE RTR-WEEK-ATTEMPTS TO RTR-WK-ATTEMPTS(RTR-WK-COUNT).
050000     MOVE RTR-WEEK-SECS TO RTR-WK-SECS(RTR-WK-COUNT).
050100     SET RTR-WK-NOT-PRINTED(RTR-WK-COUNT) TO TRUE.
050200 3700-EXIT.
050300     EXIT.
050400**----------------------------------------------------------------
050500** 5000-PRINT-TOTALS - ANOMALY TOTALS, THEN THE WEEKLY TOP
050600**----------------------------------------------------------------
050700**             CONSUMERS OF THE BATCH WINDOW
050800 5000-PRINT-TOTALS.
050900     MOVE 'JOBS REPORTED:' TO TOT-LABEL.
051000     MOVE RTR-LISTED-COUNT TO TOT-COUNT.
051100     MOVE RTR-TOTAL-LINE TO RPT-LINE.
051200     WRITE RPT-LINE.
051300     MOVE 'RUNS OVER TOLERANCE:' TO TOT-LABEL.
051400     MOVE RTR-SLOW-COUNT TO TOT-COUNT.
051500     MOVE RTR-TOTAL-LINE TO RPT-LINE.
051600     WRITE RPT-LINE.
051700     MOVE 'JOBS WITH NO HISTORY:' TO TOT-LABEL.
051800     MOVE RTR-NEW-COUNT TO TOT-COUNT.
051900     MOVE RTR-TOTAL-LINE TO RPT-LINE.
052000     WRITE RPT-LINE.
052100     MOVE 'TOP CONSUMERS - SEVEN RUN-DATES FROM' TO SEC-TITLE.
052200     MOVE RTR-WEEK-FROM TO SEC-TITLE(38:8).
052300     MOVE RTR-SECTION-LINE TO RPT-LINE.
052400     WRITE RPT-LINE.
052500     MOVE RTR-TOP-COLUMN-LINE TO RPT-LINE.
052600     WRITE RPT-LINE.
052700     MOVE ZERO TO RTR-RANK.
052800     PERFORM 5100-PRINT-NEXT-CONSUMER THRU 5100-EXIT
052900         UNTIL RTR-RANK >= RTR-TOP-MAX
053000         OR RTR-RANK >= RTR-WK-COUNT.
053100     MOVE 'WEEK TOTAL ELAPSED SECONDS:' TO TOTS-LABEL.
053200     MOVE RTR-ALL-WEEK-SECS TO TOTS-SECS.
053300     MOVE RTR-TOTAL-SECS-LINE TO RPT-LINE.
053400     WRITE RPT-LINE.
053500     MOVE 'HISTORY ROWS READ:' TO TOT-LABEL.
053600     MOVE RTR-READ-COUNT TO TOT-COUNT.
053700     MOVE RTR-TOTAL-LINE TO RPT-LINE.
053800     WRITE RPT-LINE.
053900     IF RTR-SLOW-COUNT > ZERO
054000         DISPLAY 'RTR0007W - ' RTR-SLOW-COUNT
054100             ' RUN(S) OVER THE TRAILING AVERAGE BY MORE THAN'
054200         DISPLAY '           THE TOLERANCE - SEE RTMRPT'
054300     END-IF.
054400 5000-EXIT.
054500     EXIT.
054600 5100-PRINT-NEXT-CONSUMER.
054700     MOVE ZERO TO RTR-HIT-SUB.
054800     MOVE ZERO TO RTR-BEST-SECS.
054900     PERFORM 5200-TEST-ONE-CONSUMER THRU 5200-EXIT
055000         VARYING RTR-SUB FROM 1 BY 1
055100         UNTIL RTR-SUB > RTR-WK-COUNT.
055200     ADD 1 TO RTR-RANK.
055300     IF RTR-HIT-SUB = ZERO
055400         GO TO 5100-EXIT
055500     END-IF.
055600     SET RTR-WK-PRINTED(RTR-HIT-SUB) TO TRUE.
055700     MOVE SPACES TO RTR-TOP-DETAIL-LINE.
055800     MOVE RTR-RANK TO TOP-RANK.
055900     MOVE RTR-WK-JOB-ID(RTR-HIT-SUB) TO TOP-JOB-ID.
056000     MOVE RTR-WK-RUNS(RTR-HIT-SUB) TO TOP-RUNS.
056100     MOVE RTR-WK-ATTEMPTS(RTR-HIT-SUB) TO TOP-ATTEMPTS.
056200     MOVE RTR-WK-SECS(RTR-HIT-SUB) TO TOP-SECS.
056300     COMPUTE RTR-AVG-SECS ROUNDED =
056400         RTR-WK-SECS(RTR-HIT-SUB) / RTR-WK-RUNS(RTR-HIT-SUB).
056500     MOVE RTR-AVG-SECS TO TOP-AVG-SECS.
056600     IF RTR-ALL-WEEK-SECS = ZERO
056700         MOVE ZERO TO TOP-PCT
056800     ELSE
056900         COMPUTE TOP-PCT ROUNDED =
057000             RTR-WK-SECS(RTR-HIT-SUB) * 100 / RTR-ALL-WEEK-SECS
057100     END-IF.
057200     MOVE RTR-TOP-DETAIL-LINE TO RPT-LINE.
057300     WRITE RPT-LINE.
057400 5100-EXIT.
057500     EXIT.
057600 5200-TEST-ONE-CONSUMER.
057700     IF RTR-WK-PRINTED(RTR-SUB)
057800         GO TO 5200-EXIT
057900     END-IF.
058000     IF RTR-HIT-SUB = ZERO
058100             OR RTR-WK-SECS(RTR-SUB) > RTR-BEST-SECS
058200         MOVE RTR-SUB TO RTR-HIT-SUB
058300         MOVE RTR-WK-SECS(RTR-SUB) TO RTR-BEST-SECS
058400     END-IF.
058500 5200-EXIT.
058600     EXIT.
058700**----------------------------------------------------------------
058800** 9000-TERMINATE - CLOSE WHATEVER OPENED
058900**----------------------------------------------------------------
059000 9000-TERMINATE.
059100     CLOSE RUN-TIMING.
059200     CLOSE REPORT-FILE.
059300 9000-EXIT.
059400     EXIT.
