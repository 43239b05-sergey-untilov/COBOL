000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TRNGEN.
000300 AUTHOR.        D SHEPPARD.
000400 INSTALLATION.  APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700**----------------------------------------------------------------
000800*REMARKS.
000900*    BUILDS THE NIGHTLY TRANSACTION FILE (TRANFILE) THAT APP'S
001000*    BATCH MODE RUNS FROM, FOR ONE BUSINESS DATE, OUT OF THE
001100*    MASTERS INSTEAD OF BY HAND.  EVERY JOB THE EXPECTED-
001200*    SCHEDULE MASTER (SCHDMSTR) SAYS IS DUE THAT DAY GETS ONE
001300*    PARMREC-SHAPED RECORD - JOB-ID, THE BUSINESS DATE AS
001400*    RUN-DATE, AND THE SWITCHES AND REGION FROM THE JOB'S
001500*    SCHEDULE DEFAULTS, OR WHERE THE SCHEDULE ROW HAS NONE, FROM
001600*    THE FIXED PATTERN VALUE ON THE PARAMETER MASTER ROW IN
001700*    EFFECT THAT DAY.  THE RECORD IS EDITED HERE AS APP WILL
001800*    EDIT IT (ROW IN EFFECT, ARGUMENT COUNT, PATTERNS, ACTIVE
001900*    REGION) SO A JOB THAT WOULD BOUNCE NEVER REACHES THE FILE.
002000*    THE RECORDS ARE WRITTEN SO EVERY PREDECESSOR ON THE
002100*    DEPENDENCY MASTER (DEPMSTR) THAT IS ALSO ON TONIGHT'S FILE
002200*    COMES BEFORE ITS SUCCESSORS.  A JOB THAT
002300*    CANNOT BE BUILT - NO PARAMETER ROW IN EFFECT, NO REGION, A
002400*    DEFAULT THE PATTERN REFUSES, AN INACTIVE REGION, OR A PLACE
002500*    IN A DEPENDENCY LOOP - IS LEFT OFF THE FILE, LISTED ON THE
002600*    CONTROL REPORT (TRGRPT), AND LOGGED AS AN ERROR EVENT
002700*    THROUGH EVTLOG.  WEEKENDS AND SITE HOLIDAYS ARE NOT BUSINESS
002800*    DAYS (HOLIDAY CALENDAR, AS IN SCHDMON) AND GET AN EMPTY FILE.
002900*    THE BUSINESS DATE IS THE FIRST COMMAND-LINE TOKEN (YYYYMMDD),
003000*    DEFAULTING TO TODAY.  THE STEP ENDS RC 8 WHEN ANY DUE JOB WAS
003100*    LEFT OFF THE FILE, RC 16 WHEN THE FILE COULD NOT BE BUILT.
003200**
003300*MOD LOG.
003400*  2026-10-15 DRS  INITIAL VERSION.
003500**----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SCHED-MASTER ASSIGN TO SCHDMSTR
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS SCHD-JOB-ID
004300         FILE STATUS IS TRG-SCHDMSTR-STATUS.
004400     SELECT PARM-MASTER ASSIGN TO PARMMSTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PMST-KEY
004800         FILE STATUS IS TRG-PARMMSTR-STATUS.
004900     SELECT DEPEND-MASTER ASSIGN TO DEPMSTR
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS DPND-JOB-ID
005300         FILE STATUS IS TRG-DEPMSTR-STATUS.
005400     SELECT REGION-MASTER ASSIGN TO RGNMSTR
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS RGN-CODE
005800         FILE STATUS IS TRG-RGNMSTR-STATUS.
005900     SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS TRG-HOLCAL-STATUS.
006200     SELECT TRAN-FILE ASSIGN TO TRANFILE
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS TRG-TRANFILE-STATUS.
006500     SELECT REPORT-FILE ASSIGN TO TRGRPT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS TRG-RPTFILE-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  SCHED-MASTER
007100     LABEL RECORDS ARE STANDARD.
007200 COPY SCHDREC.
007300 FD  PARM-MASTER
007400     LABEL RECORDS ARE STANDARD.
007500 COPY PMSTREC.
007600 FD  DEPEND-MASTER
007700     LABEL RECORDS ARE STANDARD.
007800 COPY DPNDREC.
007900 FD  REGION-MASTER
008000     LABEL RECORDS ARE STANDARD.
008100 COPY RGNREC.
008200 FD  HOLIDAY-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 COPY HOLREC.
008500 FD  TRAN-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 COPY PARMREC REPLACING PARM-FILE-RECORD BY TRAN-FILE-RECORD.
008800 FD  REPORT-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  RPT-LINE                   PIC X(132).
009100 WORKING-STORAGE SECTION.
009200**----------------------------------------------------------------
009300** SITE HOLIDAY CALENDAR TABLE (COPYBOOK)
009400**----------------------------------------------------------------
009500 COPY HOLTAB.
009600**----------------------------------------------------------------
009700** EVTLOG PARAMETER AREA (COPYBOOK)
009800**----------------------------------------------------------------
009900 COPY EVTPARM.
010000**----------------------------------------------------------------
010100** TRNGEN WORKING FIELDS
010200**----------------------------------------------------------------
010300 01  TRG-RAW-CMDLINE            PIC X(250).
010400 01  TRG-FIRST-TOKEN            PIC X(20).
010500 01  TRG-TODAY                  PIC 9(08).
010600 01  TRG-BUS-DATE               PIC 9(08).
010700 01  TRG-BUS-INTEGER            PIC S9(09) COMP.
010800 01  TRG-WEEKDAY                PIC 9(01) COMP.
010900** DAY OF WEEK IN THE SCHEDULE MASTER'S CONVENTION,
011000** 1 = MONDAY .. 7 = SUNDAY.
011100 01  TRG-DAY-OF-WEEK            PIC 9(01).
011200 01  TRG-DAY-OF-MONTH           PIC 9(02).
011300 01  TRG-BUSINESS-SW            PIC X(01).
011400     88  TRG-DAY-IS-BUSINESS            VALUE 'Y'.
011500     88  TRG-DAY-NOT-BUSINESS           VALUE 'N'.
011600**
011700 01  TRG-ROWS-READ              PIC 9(05) COMP.
011800 01  TRG-DUE-COUNT              PIC 9(05) COMP.
011900 01  TRG-NOTDUE-COUNT           PIC 9(05) COMP.
012000 01  TRG-WRITTEN-COUNT          PIC 9(05) COMP.
012100 01  TRG-REJECT-COUNT           PIC 9(05) COMP.
012200 01  TRG-PASS-WRITTEN           PIC 9(05) COMP.
012300 01  TRG-SUB                    PIC 9(03) COMP.
012400 01  TRG-FIND-SUB               PIC 9(03) COMP.
012500 01  TRG-PRED-SUB               PIC 9(03) COMP.
012600 01  TRG-ARG-SUB                PIC 9(03) COMP.
012700 01  TRG-FOUND-SUB              PIC 9(03) COMP.
012800 01  TRG-SLOT-SUB               PIC 9(03) COMP.
012900**
013000** THE RECORD BEING BUILT, IN APP'S ARGUMENT ORDER - JOB-ID,
013100** RUN-DATE, SWITCH 1, SWITCH 2, REGION - SO IT IS EDITED
013200** AGAINST THE PARAMETER MASTER PATTERNS SLOT FOR SLOT.
013300 01  TRG-ARG-TABLE.
013400     05  TRG-ARG-COUNT           PIC 9(02) VALUE 5.
013500     05  TRG-ARG-VALUE OCCURS 5 TIMES
013600                                 PIC X(20).
013700 01  TRG-PMST-SAVE              PIC X(233).
013800 01  TRG-PMST-FOUND-SW          PIC X(01).
013900     88  TRG-PMST-FOUND                 VALUE 'Y'.
014000     88  TRG-PMST-NOT-FOUND             VALUE 'N'.
014100 01  TRG-PMST-SEEN-SW           PIC X(01).
014200     88  TRG-PMST-SOME-SEEN             VALUE 'Y'.
014300     88  TRG-PMST-NONE-SEEN             VALUE 'N'.
014400 01  TRG-PMST-SCAN-SW           PIC X(01).
014500     88  TRG-PMST-SCAN-DONE             VALUE 'Y'.
014600     88  TRG-PMST-SCAN-NOT-DONE         VALUE 'N'.
014700**
014800** REASON STAGED FOR 3900-REJECT-ONE-JOB.
014900 01  TRG-REJ-CODE               PIC X(08).
015000 01  TRG-REJ-TEXT               PIC X(60).
015100**
015200 01  TRG-SCHED-EOF-SW           PIC X(01).
015300     88  TRG-SCHED-EOF                  VALUE 'Y'.
015400     88  TRG-SCHED-NOT-EOF              VALUE 'N'.
015500 01  TRG-HOLCAL-EOF-SW          PIC X(01).
015600     88  TRG-HOLCAL-EOF                 VALUE 'Y'.
015700     88  TRG-HOLCAL-NOT-EOF             VALUE 'N'.
015800 01  TRG-ERROR-SW               PIC X(01).
015900     88  TRG-ERROR-SEEN                 VALUE 'Y'.
016000     88  TRG-NO-ERROR                   VALUE 'N'.
016100 01  TRG-READY-SW               PIC X(01).
016200     88  TRG-JOB-READY                  VALUE 'Y'.
016300     88  TRG-JOB-NOT-READY              VALUE 'N'.
016400 01  TRG-DEPMSTR-OPEN-SW        PIC X(01).
016500     88  TRG-DEPMSTR-IS-OPEN            VALUE 'Y'.
016600     88  TRG-DEPMSTR-NOT-OPEN           VALUE 'N'.
016700 01  TRG-RGNMSTR-OPEN-SW        PIC X(01).
016800     88  TRG-RGNMSTR-IS-OPEN            VALUE 'Y'.
016900     88  TRG-RGNMSTR-NOT-OPEN           VALUE 'N'.
017000 01  TRG-TRANFILE-OPEN-SW       PIC X(01).
017100     88  TRG-TRANFILE-IS-OPEN           VALUE 'Y'.
017200     88  TRG-TRANFILE-NOT-OPEN          VALUE 'N'.
017300 01  TRG-RPTFILE-OPEN-SW        PIC X(01).
017400     88  TRG-RPTFILE-IS-OPEN            VALUE 'Y'.
017500     88  TRG-RPTFILE-NOT-OPEN           VALUE 'N'.
017600**
017700 01  TRG-SCHDMSTR-STATUS        PIC X(02).
017800 01  TRG-PARMMSTR-STATUS        PIC X(02).
017900 01  TRG-DEPMSTR-STATUS         PIC X(02).
018000 01  TRG-RGNMSTR-STATUS         PIC X(02).
018100 01  TRG-HOLCAL-STATUS          PIC X(02).
018200 01  TRG-TRANFILE-STATUS        PIC X(02).
018300 01  TRG-RPTFILE-STATUS         PIC X(02).
018400**----------------------------------------------------------------
018500** DUE-JOB TABLE - ONE ROW PER SCHEDULE ROW DUE ON THE BUSINESS
018600** DATE.  A ROW IS BUILT, THEN WRITTEN ONCE EVERY PREDECESSOR
018700** ROW IT POINTS AT HAS BEEN WRITTEN, OR REJECTED WITH A REASON.
018800** PREDECESSORS NOT DUE TONIGHT (OR REJECTED) ARE NOT POINTED AT
018900** - APP'S OWN PREDECESSOR HOLD STILL GUARDS THOSE AT RUN TIME.
019000**----------------------------------------------------------------
019100 01  TRG-JOB-TABLE.
019200     05  TRG-JOB-COUNT           PIC 9(03) COMP.
019300     05  TRG-JOB-MAX             PIC 9(03) COMP VALUE 200.
019400     05  TRG-JOB-ENTRY OCCURS 200 TIMES
019500             INDEXED BY TRG-JOB-IDX.
019600         10  TRG-JOB-ID              PIC X(08).
019700         10  TRG-JOB-STATE-SW        PIC X(01).
019800             88  TRG-JOB-BUILT               VALUE 'B'.
019900             88  TRG-JOB-WRITTEN             VALUE 'W'.
020000             88  TRG-JOB-REJECTED            VALUE 'R'.
020100         10  TRG-JOB-SWITCH-1        PIC X(01).
020200         10  TRG-JOB-SWITCH-2        PIC X(01).
020300         10  TRG-JOB-REGION          PIC X(04).
020400         10  TRG-JOB-CUTOFF          PIC 9(04).
020500         10  TRG-JOB-REJ-CODE        PIC X(08).
020600         10  TRG-JOB-REJ-TEXT        PIC X(60).
020700         10  TRG-JOB-PRED-COUNT      PIC 9(01).
020800         10  TRG-JOB-PRED-PTR OCCURS 5 TIMES
020900                                     PIC 9(03) COMP.
021000** RUN ORDER - TABLE SUBSCRIPTS IN THE ORDER WRITTEN.
021100 01  TRG-ORDER-TABLE.
021200     05  TRG-ORDER-ENTRY OCCURS 200 TIMES
021300                                 PIC 9(03) COMP.
021400**----------------------------------------------------------------
021500** REPORT LINE LAYOUTS
021600**----------------------------------------------------------------
021700 01  TRG-HEADING-LINE-1.
021800     05  FILLER                 PIC X(34) VALUE
021900         'APP TRANFILE GENERATION CONTROL'.
022000     05  FILLER                 PIC X(10) VALUE
022100         'BUS DAY'.
022200     05  RPT-BUS-DATE            PIC 9(08).
022300     05  FILLER                 PIC X(80) VALUE SPACES.
022400 01  TRG-SECTION-LINE.
022500     05  SEC-TITLE               PIC X(50).
022600     05  FILLER                 PIC X(82) VALUE SPACES.
022700 01  TRG-WRITTEN-COLUMN-LINE.
022800     05  FILLER                 PIC X(60) VALUE
022900         'SEQ  JOB ID    RUN DATE  SW1 SW2 REGION  CUTOFF'.
023000     05  FILLER                 PIC X(72) VALUE SPACES.
023100 01  TRG-WRITTEN-LINE.
023200     05  DTL-SEQ                 PIC ZZ9.
023300     05  FILLER                 PIC X(02) VALUE SPACES.
023400     05  DTL-JOB-ID              PIC X(08).
023500     05  FILLER                 PIC X(02) VALUE SPACES.
023600     05  DTL-RUN-DATE            PIC 9(08).
023700     05  FILLER                 PIC X(03) VALUE SPACES.
023800     05  DTL-SWITCH-1            PIC X(01).
023900     05  FILLER                 PIC X(03) VALUE SPACES.
024000     05  DTL-SWITCH-2            PIC X(01).
024100     05  FILLER                 PIC X(03) VALUE SPACES.
024200     05  DTL-REGION              PIC X(04).
024300     05  FILLER                 PIC X(04) VALUE SPACES.
024400     05  DTL-CUTOFF              PIC 9(04).
024500     05  FILLER                 PIC X(86) VALUE SPACES.
024600 01  TRG-REJECT-COLUMN-LINE.
024700     05  FILLER                 PIC X(60) VALUE
024800         'JOB ID    EVENT     REASON'.
024900     05  FILLER                 PIC X(72) VALUE SPACES.
025000 01  TRG-REJECT-LINE.
025100     05  REJ-JOB-ID              PIC X(08).
025200     05  FILLER                 PIC X(02) VALUE SPACES.
025300     05  REJ-CODE                PIC X(08).
025400     05  FILLER                 PIC X(02) VALUE SPACES.
025500     05  REJ-TEXT                PIC X(60).
025600     05  FILLER                 PIC X(52) VALUE SPACES.
025700 01  TRG-TOTAL-LINE.
025800     05  TOT-LABEL               PIC X(30).
025900     05  TOT-COUNT               PIC ZZZZ9.
026000     05  FILLER                 PIC X(97) VALUE SPACES.
026100 PROCEDURE DIVISION.
026200**----------------------------------------------------------------
026300** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
026400**----------------------------------------------------------------
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026700     IF TRG-NO-ERROR
026800         PERFORM 2000-CHECK-BUSINESS-DAY THRU 2000-EXIT
026900     END-IF.
027000     IF TRG-NO-ERROR AND TRG-DAY-IS-BUSINESS
027100         PERFORM 3000-WALK-ONE-SCHEDULE-ROW THRU 3000-EXIT
027200             UNTIL TRG-SCHED-EOF
027300     END-IF.
027400     IF TRG-NO-ERROR AND TRG-DAY-IS-BUSINESS
027500         PERFORM 4000-RESOLVE-PREDECESSORS THRU 4000-EXIT
027600             VARYING TRG-SUB FROM 1 BY 1
027700             UNTIL TRG-SUB > TRG-JOB-COUNT
027800         PERFORM 4500-WRITE-IN-RUN-ORDER THRU 4500-EXIT
027900     END-IF.
028000     IF TRG-RPTFILE-IS-OPEN
028100         PERFORM 5000-PRINT-CONTROL-REPORT THRU 5000-EXIT
028200     END-IF.
028300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028400     EVALUATE TRUE
028500         WHEN TRG-ERROR-SEEN
028600             MOVE 16 TO RETURN-CODE
028700         WHEN TRG-REJECT-COUNT > ZERO
028800             MOVE 8 TO RETURN-CODE
028900     END-EVALUATE.
029000     STOP RUN.
029100**----------------------------------------------------------------
029200** 1000-INITIALIZE - TAKE THE BUSINESS DATE AND OPEN THE MASTERS -
029300**----------------------------------------------------------------
029400**             THE SCHEDULE AND PARAMETER MASTERS ARE WHAT A
029500**             RECORD IS BUILT FROM, SO EITHER ONE MISSING
029600**             ABANDONS THE STEP; NO DEPENDENCY MASTER MEANS NO
029700**             JOB HAS PREDECESSORS, AS IN APP; NO REGION MASTER
029800**             ONLY COSTS THE REGION EDIT, AS IN APP
029900 1000-INITIALIZE.
030000     SET TRG-SCHED-NOT-EOF TO TRUE.
030100     SET TRG-NO-ERROR TO TRUE.
030200     SET TRG-DAY-NOT-BUSINESS TO TRUE.
030300     SET TRG-DEPMSTR-NOT-OPEN TO TRUE.
030400     SET TRG-RGNMSTR-NOT-OPEN TO TRUE.
030500     SET TRG-TRANFILE-NOT-OPEN TO TRUE.
030600     SET TRG-RPTFILE-NOT-OPEN TO TRUE.
030700     MOVE ZERO TO TRG-ROWS-READ.
030800     MOVE ZERO TO TRG-DUE-COUNT.
030900     MOVE ZERO TO TRG-NOTDUE-COUNT.
031000     MOVE ZERO TO TRG-WRITTEN-COUNT.
031100     MOVE ZERO TO TRG-REJECT-COUNT.
031200     MOVE ZERO TO TRG-JOB-COUNT.
031300     ACCEPT TRG-TODAY FROM DATE YYYYMMDD.
031400     MOVE TRG-TODAY TO TRG-BUS-DATE.
031500     OPEN OUTPUT REPORT-FILE.
031600     IF TRG-RPTFILE-STATUS NOT = '00'
031700         DISPLAY 'TRG0008E - UNABLE TO OPEN REPORT FILE -'
031800         DISPLAY '           GENERATION ABANDONED'
031900         SET TRG-ERROR-SEEN TO TRUE
032000         GO TO 1000-EXIT
032100     END-IF.
032200     SET TRG-RPTFILE-IS-OPEN TO TRUE.
032300     ACCEPT TRG-RAW-CMDLINE FROM COMMAND-LINE.
032400     MOVE SPACES TO TRG-FIRST-TOKEN.
032500     UNSTRING TRG-RAW-CMDLINE DELIMITED BY ALL SPACE
032600         INTO TRG-FIRST-TOKEN
032700     END-UNSTRING.
032800     IF TRG-FIRST-TOKEN NOT = SPACES
032900         IF TRG-FIRST-TOKEN(1:8) NUMERIC
033000             AND TRG-FIRST-TOKEN(9:12) = SPACES
033100             MOVE TRG-FIRST-TOKEN(1:8) TO TRG-BUS-DATE
033200         ELSE
033300             DISPLAY 'TRG0001E - BUSINESS DATE PARAMETER MUST BE'
033400             DISPLAY '           YYYYMMDD - GENERATION ABANDONED'
033500             SET TRG-ERROR-SEEN TO TRUE
033600             GO TO 1000-EXIT
033700         END-IF
033800     END-IF.
033900     OPEN INPUT SCHED-MASTER.
034000     IF TRG-SCHDMSTR-STATUS NOT = '00'
034100         DISPLAY 'TRG0002E - UNABLE TO OPEN SCHEDULE MASTER -'
034200         DISPLAY '           GENERATION ABANDONED - STATUS '
034300             TRG-SCHDMSTR-STATUS
034400         SET TRG-ERROR-SEEN TO TRUE
034500         GO TO 1000-EXIT
034600     END-IF.
034700     OPEN INPUT PARM-MASTER.
034800     IF TRG-PARMMSTR-STATUS NOT = '00'
034900         DISPLAY 'TRG0003E - UNABLE TO OPEN PARAMETER MASTER -'
035000         DISPLAY '           GENERATION ABANDONED - STATUS '
035100             TRG-PARMMSTR-STATUS
035200         SET TRG-ERROR-SEEN TO TRUE
035300         GO TO 1000-EXIT
035400     END-IF.
035500     OPEN INPUT DEPEND-MASTER.
035600     EVALUATE TRG-DEPMSTR-STATUS
035700         WHEN '00'
035800             SET TRG-DEPMSTR-IS-OPEN TO TRUE
035900         WHEN '35'
036000             DISPLAY 'TRG0005I - NO DEPENDENCY MASTER - RECORDS'
036100             DISPLAY '           WRITTEN IN SCHEDULE ORDER'
036200         WHEN OTHER
036300             DISPLAY 'TRG0004E - UNABLE TO OPEN DEPENDENCY MASTER'
036400             DISPLAY '           - GENERATION ABANDONED - STATUS '
036500                 TRG-DEPMSTR-STATUS
036600             SET TRG-ERROR-SEEN TO TRUE
036700             GO TO 1000-EXIT
036800     END-EVALUATE.
036900     OPEN INPUT REGION-MASTER.
037000     IF TRG-RGNMSTR-STATUS = '00'
037100         SET TRG-RGNMSTR-IS-OPEN TO TRUE
037200     ELSE
037300         DISPLAY 'TRG0006W - REGION MASTER NOT AVAILABLE -'
037400         DISPLAY '           REGION CODES NOT EDITED'
037500         MOVE 'TRG0006W' TO EVP-CODE
037600         MOVE 'W' TO EVP-SEVERITY
037700         MOVE SPACES TO EVP-JOB-ID
037800         MOVE 'REGION MASTER OFF - TRANFILE REGIONS NOT EDITED'
037900             TO EVP-TEXT
038000         PERFORM 6500-LOG-OPERATIONAL-EVENT THRU 6500-EXIT
038100     END-IF.
038200     OPEN OUTPUT TRAN-FILE.
038300     IF TRG-TRANFILE-STATUS NOT = '00'
038400         DISPLAY 'TRG0007E - UNABLE TO OPEN TRANSACTION FILE -'
038500         DISPLAY '           GENERATION ABANDONED - STATUS '
038600             TRG-TRANFILE-STATUS
038700         SET TRG-ERROR-SEEN TO TRUE
038800         GO TO 1000-EXIT
038900     END-IF.
039000     SET TRG-TRANFILE-IS-OPEN TO TRUE.
039100     PERFORM 1100-LOAD-HOLIDAY-TABLE THRU 1100-EXIT.
039200 1000-EXIT.
039300     EXIT.
039400**----------------------------------------------------------------
039500** 1100-LOAD-HOLIDAY-TABLE - PULL THE HOLIDAY CALENDAR INTO
039600**----------------------------------------------------------------
039700**             STORAGE - IF THE FILE IS NOT AVAILABLE ONLY
039800**             WEEKENDS ARE TREATED AS NON-BUSINESS, AS IN SCHDMON
039900 1100-LOAD-HOLIDAY-TABLE.
040000     SET APP-HOL-NOT-LOADED TO TRUE.
040100     MOVE ZERO TO APP-HOL-COUNT.
040200     OPEN INPUT HOLIDAY-FILE.
040300     IF TRG-HOLCAL-STATUS NOT = '00'
040400         DISPLAY 'TRG0009W - HOLIDAY CALENDAR NOT AVAILABLE -'
040500         DISPLAY '           WEEKENDS ONLY WILL BE SKIPPED'
040600         GO TO 1100-EXIT
040700     END-IF.
040800     SET TRG-HOLCAL-NOT-EOF TO TRUE.
040900     PERFORM 1200-LOAD-ONE-HOLIDAY THRU 1200-EXIT
041000         UNTIL TRG-HOLCAL-EOF.
041100     CLOSE HOLIDAY-FILE.
041200     SET APP-HOL-LOADED TO TRUE.
041300 1100-EXIT.
041400     EXIT.
041500 1200-LOAD-ONE-HOLIDAY.
041600     READ HOLIDAY-FILE
041700         AT END
041800             SET TRG-HOLCAL-EOF TO TRUE
041900             GO TO 1200-EXIT
042000     END-READ.
042100     IF APP-HOL-COUNT >= APP-HOL-MAX-COUNT
042200         DISPLAY 'TRG0010W - HOLIDAY TABLE FULL - REMAINING'
042300         DISPLAY '           CALENDAR RECORDS IGNORED'
042400         SET TRG-HOLCAL-EOF TO TRUE
042500         GO TO 1200-EXIT
042600     END-IF.
042700     ADD 1 TO APP-HOL-COUNT.
042800     MOVE HOL-DATE TO APP-HOL-DATE(APP-HOL-COUNT).
042900 1200-EXIT.
043000     EXIT.
043100**----------------------------------------------------------------
043200** 2000-CHECK-BUSINESS-DAY - IS THE BUSINESS DATE A BUSINESS DAY,
043300**----------------------------------------------------------------
043400**             AND WHICH DAY OF WEEK AND MONTH IS IT.  DATE
043500**             ARITHMETIC HAS NO ORDINARY-VERB EQUIVALENT SO THE
043600**             STANDARD INTEGER-OF-DATE FUNCTION IS USED HERE, AS
043700**             IN SCHDMON.  LILIAN DAY 1 (1601-01-01) WAS A
043800**             MONDAY.
043900 2000-CHECK-BUSINESS-DAY.
044000     SET TRG-DAY-IS-BUSINESS TO TRUE.
044100     COMPUTE TRG-BUS-INTEGER =
044200         FUNCTION INTEGER-OF-DATE(TRG-BUS-DATE).
044300     COMPUTE TRG-WEEKDAY =
044400         FUNCTION MOD(TRG-BUS-INTEGER - 1, 7).
044500     COMPUTE TRG-DAY-OF-WEEK = TRG-WEEKDAY + 1.
044600     MOVE TRG-BUS-DATE(7:2) TO TRG-DAY-OF-MONTH.
044700     IF TRG-WEEKDAY = 5 OR TRG-WEEKDAY = 6
044800         SET TRG-DAY-NOT-BUSINESS TO TRUE
044900         GO TO 2000-SAY-SO
045000     END-IF.
045100     MOVE TRG-BUS-DATE TO APP-HOL-LOOKUP-DATE.
045200     PERFORM 2500-LOOKUP-HOLIDAY THRU 2500-EXIT.
045300     IF APP-HOL-HIT
045400         SET TRG-DAY-NOT-BUSINESS TO TRUE
045500         GO TO 2000-SAY-SO
045600     END-IF.
045700     GO TO 2000-EXIT.
045800 2000-SAY-SO.
045900     DISPLAY 'TRG0011I - BUSINESS DATE IS NOT A BUSINESS DAY -'
046000     DISPLAY '           EMPTY TRANFILE WRITTEN: ' TRG-BUS-DATE.
046100     SET TRG-SCHED-EOF TO TRUE.
046200 2000-EXIT.
046300     EXIT.
046400**----------------------------------------------------------------
046500** 2500-LOOKUP-HOLIDAY - SET APP-HOL-HIT IF THE LOOKUP DATE IS
046600**----------------------------------------------------------------
046700**             ON THE LOADED HOLIDAY TABLE
046800 2500-LOOKUP-HOLIDAY.
046900     SET APP-HOL-NO-HIT TO TRUE.
047000     IF APP-HOL-NOT-LOADED OR APP-HOL-COUNT = ZERO
047100         GO TO 2500-EXIT
047200     END-IF.
047300     PERFORM 2510-TEST-ONE-HOLIDAY THRU 2510-EXIT
047400         VARYING APP-HOL-SUB FROM 1 BY 1
047500         UNTIL APP-HOL-SUB > APP-HOL-COUNT
047600         OR APP-HOL-HIT.
047700 2500-EXIT.
047800     EXIT.
047900 2510-TEST-ONE-HOLIDAY.
048000     IF APP-HOL-DATE(APP-HOL-SUB) = APP-HOL-LOOKUP-DATE
048100         SET APP-HOL-HIT TO TRUE
048200     END-IF.
048300 2510-EXIT.
048400     EXIT.
048500**----------------------------------------------------------------
048600** 3000-WALK-ONE-SCHEDULE-ROW - READ THE NEXT SCHEDULE ROW AND,
048700**----------------------------------------------------------------
048800**             IF THE JOB IS DUE ON THE BUSINESS DATE, BUILD ITS
048900**             RECORD
049000 3000-WALK-ONE-SCHEDULE-ROW.
049100     IF TRG-ROWS-READ = ZERO
049200         MOVE LOW-VALUES TO SCHD-JOB-ID
049300         START SCHED-MASTER KEY NOT < SCHD-JOB-ID
049400         IF TRG-SCHDMSTR-STATUS NOT = '00'
049500             SET TRG-SCHED-EOF TO TRUE
049600             GO TO 3000-EXIT
049700         END-IF
049800     END-IF.
049900     READ SCHED-MASTER NEXT RECORD
050000         AT END
050100             SET TRG-SCHED-EOF TO TRUE
050200             GO TO 3000-EXIT
050300     END-READ.
050400     ADD 1 TO TRG-ROWS-READ.
050500     PERFORM 3200-TEST-ONE-DUE-JOB THRU 3200-EXIT.
050600 3000-EXIT.
050700     EXIT.
050800**----------------------------------------------------------------
050900** 3200-TEST-ONE-DUE-JOB - THE SAME DUE TEST SCHDMON MONITORS BY
051000**----------------------------------------------------------------
051100 3200-TEST-ONE-DUE-JOB.
051200     EVALUATE TRUE
051300         WHEN SCHD-FREQ-DAILY
051400             CONTINUE
051500         WHEN SCHD-FREQ-WEEKLY
051600             IF SCHD-DUE-DAY NOT = TRG-DAY-OF-WEEK
051700                 ADD 1 TO TRG-NOTDUE-COUNT
051800                 GO TO 3200-EXIT
051900             END-IF
052000         WHEN SCHD-FREQ-MONTHLY
052100             IF SCHD-DUE-DAY NOT = TRG-DAY-OF-MONTH
052200                 ADD 1 TO TRG-NOTDUE-COUNT
052300                 GO TO 3200-EXIT
052400             END-IF
052500         WHEN OTHER
052600             DISPLAY 'TRG0012W - SCHEDULE ROW HAS AN UNKNOWN'
052700             DISPLAY '           FREQUENCY - SKIPPED: '
052800                 SCHD-JOB-ID
052900             GO TO 3200-EXIT
053000     END-EVALUATE.
053100     ADD 1 TO TRG-DUE-COUNT.
053200     IF TRG-JOB-COUNT >= TRG-JOB-MAX
053300         DISPLAY 'TRG0013E - MORE THAN 200 JOBS DUE ON THE'
053400         DISPLAY '           BUSINESS DATE - GENERATION ABANDONED'
053500         SET TRG-ERROR-SEEN TO TRUE
053600         SET TRG-SCHED-EOF TO TRUE
053700         GO TO 3200-EXIT
053800     END-IF.
053900     ADD 1 TO TRG-JOB-COUNT.
054000     MOVE TRG-JOB-COUNT TO TRG-SUB.
054100     MOVE SCHD-JOB-ID TO TRG-JOB-ID(TRG-SUB).
054200     SET TRG-JOB-BUILT(TRG-SUB) TO TRUE.
054300     MOVE SCHD-CUTOFF-TIME TO TRG-JOB-CUTOFF(TRG-SUB).
054400     MOVE SPACES TO TRG-JOB-REJ-CODE(TRG-SUB).
054500     MOVE SPACES TO TRG-JOB-REJ-TEXT(TRG-SUB).
054600     MOVE ZERO TO TRG-JOB-PRED-COUNT(TRG-SUB).
054700     PERFORM 3300-BUILD-ONE-RECORD THRU 3300-EXIT.
054800 3200-EXIT.
054900     EXIT.
055000**----------------------------------------------------------------
055100** 3300-BUILD-ONE-RECORD - FILL THE ARGUMENTS FOR THE DUE JOB AND
055200**----------------------------------------------------------------
055300**             PUT THEM THROUGH THE EDITS APP WILL APPLY, SO A JOB
055400**             THAT WOULD ONLY BOUNCE IS STOPPED HERE INSTEAD
055500 3300-BUILD-ONE-RECORD.
055600     MOVE SPACES TO TRG-ARG-TABLE.
055700     MOVE 5 TO TRG-ARG-COUNT.
055800     MOVE SCHD-JOB-ID TO TRG-ARG-VALUE(1).
055900     MOVE TRG-BUS-DATE TO TRG-ARG-VALUE(2).
056000     MOVE SCHD-DFLT-SWITCH-1 TO TRG-ARG-VALUE(3).
056100     MOVE SCHD-DFLT-SWITCH-2 TO TRG-ARG-VALUE(4).
056200     MOVE SCHD-DFLT-REGION-CODE TO TRG-ARG-VALUE(5).
056300     PERFORM 3400-FIND-EFFECTIVE-ROW THRU 3400-EXIT.
056400     IF TRG-PMST-NOT-FOUND
056500         MOVE 'TRG0021E' TO TRG-REJ-CODE
056600         IF TRG-PMST-NONE-SEEN
056700             MOVE 'JOB ID NOT ON THE PARAMETER MASTER'
056800                 TO TRG-REJ-TEXT
056900         ELSE
057000             MOVE 'NO PARAMETER MASTER ROW IN EFFECT FOR THE DATE'
057100                 TO TRG-REJ-TEXT
057200         END-IF
057300         PERFORM 3900-REJECT-ONE-JOB THRU 3900-EXIT
057400         GO TO 3300-EXIT
057500     END-IF.
057600** A SWITCH OR REGION THE SCHEDULE ROW LEAVES BLANK TAKES THE
057700** PATTERN VALUE THE PARAMETER MASTER FIXES FOR THAT ARGUMENT.
057800     PERFORM 3500-TAKE-ONE-PATTERN-DEFAULT THRU 3500-EXIT
057900         VARYING TRG-ARG-SUB FROM 3 BY 1
058000         UNTIL TRG-ARG-SUB > 5.
058100     IF TRG-ARG-VALUE(5) = SPACES
058200         MOVE 'TRG0022E' TO TRG-REJ-CODE
058300         MOVE 'NO DEFAULT REGION ON SCHEDULE OR PARAMETER MASTER'
058400             TO TRG-REJ-TEXT
058500         PERFORM 3900-REJECT-ONE-JOB THRU 3900-EXIT
058600         GO TO 3300-EXIT
058700     END-IF.
058800     IF PMST-MIN-ARG-COUNT NUMERIC AND PMST-MAX-ARG-COUNT NUMERIC
058900         IF TRG-ARG-COUNT < PMST-MIN-ARG-COUNT
059000             OR TRG-ARG-COUNT > PMST-MAX-ARG-COUNT
059100             MOVE 'TRG0024E' TO TRG-REJ-CODE
059200             MOVE 'PARAMETER MASTER DOES NOT ALLOW 5 ARGUMENTS'
059300                 TO TRG-REJ-TEXT
059400             PERFORM 3900-REJECT-ONE-JOB THRU 3900-EXIT
059500             GO TO 3300-EXIT
059600         END-IF
059700     END-IF.
059800     SET TRG-JOB-READY TO TRUE.
059900     PERFORM 3600-CHECK-ONE-PATTERN THRU 3600-EXIT
060000         VARYING TRG-ARG-SUB FROM 1 BY 1
060100         UNTIL TRG-ARG-SUB > TRG-ARG-COUNT
060200         OR TRG-JOB-NOT-READY.
060300     IF TRG-JOB-NOT-READY
060400         MOVE 'TRG0023E' TO TRG-REJ-CODE
060500         MOVE 'SCHEDULE DEFAULT DOES NOT MATCH PARAMETER PATTERN'
060600             TO TRG-REJ-TEXT
060700         PERFORM 3900-REJECT-ONE-JOB THRU 3900-EXIT
060800         GO TO 3300-EXIT
060900     END-IF.
061000     PERFORM 3700-CHECK-REGION-CODE THRU 3700-EXIT.
061100     IF TRG-JOB-REJECTED(TRG-SUB)
061200         GO TO 3300-EXIT
061300     END-IF.
061400     MOVE TRG-ARG-VALUE(3) TO TRG-JOB-SWITCH-1(TRG-SUB).
061500     MOVE TRG-ARG-VALUE(4) TO TRG-JOB-SWITCH-2(TRG-SUB).
061600     MOVE TRG-ARG-VALUE(5) TO TRG-JOB-REGION(TRG-SUB).
061700 3300-EXIT.
061800     EXIT.
061900**----------------------------------------------------------------
062000** 3400-FIND-EFFECTIVE-ROW - WALK THE JOB'S PARAMETER ROWS IN
062100**----------------------------------------------------------------
062200**             EFF-FROM ORDER AND KEEP THE LATEST ONE WHOSE RANGE
062300**             COVERS THE BUSINESS DATE - THE SAME CHOICE APP'S
062400**             5710-FIND-EFFECTIVE-ROW MAKES FOR THE RUN-DATE
062500 3400-FIND-EFFECTIVE-ROW.
062600     SET TRG-PMST-NOT-FOUND TO TRUE.
062700     SET TRG-PMST-NONE-SEEN TO TRUE.
062800     SET TRG-PMST-SCAN-NOT-DONE TO TRUE.
062900     MOVE SCHD-JOB-ID TO PMST-JOB-ID.
063000     MOVE ZERO TO PMST-EFF-FROM-DATE.
063100     START PARM-MASTER KEY NOT < PMST-KEY.
063200     IF TRG-PARMMSTR-STATUS NOT = '00'
063300         GO TO 3400-EXIT
063400     END-IF.
063500     PERFORM 3410-TEST-ONE-MASTER-ROW THRU 3410-EXIT
063600         UNTIL TRG-PMST-SCAN-DONE.
063700     IF TRG-PMST-FOUND
063800         MOVE TRG-PMST-SAVE TO PARM-MASTER-RECORD
063900     END-IF.
064000 3400-EXIT.
064100     EXIT.
064200 3410-TEST-ONE-MASTER-ROW.
064300     READ PARM-MASTER NEXT RECORD
064400         AT END
064500             SET TRG-PMST-SCAN-DONE TO TRUE
064600             GO TO 3410-EXIT
064700     END-READ.
064800     IF PMST-JOB-ID NOT = SCHD-JOB-ID
064900         SET TRG-PMST-SCAN-DONE TO TRUE
065000         GO TO 3410-EXIT
065100     END-IF.
065200     SET TRG-PMST-SOME-SEEN TO TRUE.
065300     IF PMST-EFF-FROM-DATE > TRG-BUS-DATE
065400         SET TRG-PMST-SCAN-DONE TO TRUE
065500         GO TO 3410-EXIT
065600     END-IF.
065700     IF PMST-EFF-TO-DATE NOT NUMERIC
065800         OR PMST-EFF-TO-DATE >= TRG-BUS-DATE
065900         SET TRG-PMST-FOUND TO TRUE
066000         MOVE PARM-MASTER-RECORD TO TRG-PMST-SAVE
066100     END-IF.
066200 3410-EXIT.
066300     EXIT.
066400 3500-TAKE-ONE-PATTERN-DEFAULT.
066500     IF TRG-ARG-VALUE(TRG-ARG-SUB) = SPACES
066600         AND PMST-PATTERN-VALUE(TRG-ARG-SUB) NOT = '*'
066700         MOVE PMST-PATTERN-VALUE(TRG-ARG-SUB)
066800             TO TRG-ARG-VALUE(TRG-ARG-SUB)
066900     END-IF.
067000 3500-EXIT.
067100     EXIT.
067200**----------------------------------------------------------------
067300** 3600-CHECK-ONE-PATTERN - APP'S 5750 PATTERN RULE - A PATTERN
067400**----------------------------------------------------------------
067500**             OF '*' TAKES ANY VALUE, ANYTHING ELSE MUST MATCH
067600**             EXACTLY.  A FIXED PATTERN TOO LONG FOR ITS RECORD
067700**             FIELD FAILS HERE TOO, SINCE APP WOULD FAIL IT.
067800 3600-CHECK-ONE-PATTERN.
067900     IF PMST-PATTERN-VALUE(TRG-ARG-SUB) NOT = '*'
068000             AND PMST-PATTERN-VALUE(TRG-ARG-SUB) NOT =
068100                 TRG-ARG-VALUE(TRG-ARG-SUB)
068200         SET TRG-JOB-NOT-READY TO TRUE
068300     END-IF.
068400     IF TRG-ARG-SUB = 3 OR TRG-ARG-SUB = 4
068500         IF TRG-ARG-VALUE(TRG-ARG-SUB)(2:19) NOT = SPACES
068600             SET TRG-JOB-NOT-READY TO TRUE
068700         END-IF
068800     END-IF.
068900     IF TRG-ARG-SUB = 5
069000         IF TRG-ARG-VALUE(TRG-ARG-SUB)(5:16) NOT = SPACES
069100             SET TRG-JOB-NOT-READY TO TRUE
069200         END-IF
069300     END-IF.
069400 3600-EXIT.
069500     EXIT.
069600**----------------------------------------------------------------
069700** 3700-CHECK-REGION-CODE - THE REGION MUST BE AN ACTIVE ROW ON
069800**----------------------------------------------------------------
069900**             THE REGION MASTER, AS APP'S 5850 REQUIRES - A
070000**             MISSING MASTER WAS WARNED ABOUT AT OPEN AND SKIPS
070100**             THE CHECK
070200 3700-CHECK-REGION-CODE.
070300     IF TRG-RGNMSTR-NOT-OPEN
070400         GO TO 3700-EXIT
070500     END-IF.
070600     MOVE TRG-ARG-VALUE(5)(1:4) TO RGN-CODE.
070700     READ REGION-MASTER
070800         INVALID KEY
070900             MOVE 'TRG0025E' TO TRG-REJ-CODE
071000             MOVE 'REGION CODE NOT ON THE REGION MASTER'
071100                 TO TRG-REJ-TEXT
071200             MOVE RGN-CODE TO TRG-REJ-TEXT(38:4)
071300             PERFORM 3900-REJECT-ONE-JOB THRU 3900-EXIT
071400             GO TO 3700-EXIT
071500     END-READ.
071600     IF RGN-INACTIVE
071700         MOVE 'TRG0026E' TO TRG-REJ-CODE
071800         MOVE 'REGION CODE IS INACTIVE' TO TRG-REJ-TEXT
071900         MOVE RGN-CODE TO TRG-REJ-TEXT(25:4)
072000         PERFORM 3900-REJECT-ONE-JOB THRU 3900-EXIT
072100     END-IF.
072200 3700-EXIT.
072300     EXIT.
072400**----------------------------------------------------------------
072500** 3900-REJECT-ONE-JOB - LEAVE THE JOB AT TRG-SUB OFF THE FILE
072600**----------------------------------------------------------------
072700**             WITH THE REASON STAGED IN TRG-REJ-CODE AND
072800**             TRG-REJ-TEXT, AND LOG IT AS AN ERROR EVENT SO IT
072900**             STAYS VISIBLE UNTIL THE SHIFT ACKNOWLEDGES IT
073000 3900-REJECT-ONE-JOB.
073100     SET TRG-JOB-REJECTED(TRG-SUB) TO TRUE.
073200     MOVE TRG-REJ-CODE TO TRG-JOB-REJ-CODE(TRG-SUB).
073300     MOVE TRG-REJ-TEXT TO TRG-JOB-REJ-TEXT(TRG-SUB).
073400     ADD 1 TO TRG-REJECT-COUNT.
073500     DISPLAY TRG-REJ-CODE ' - JOB LEFT OFF THE TRANFILE: '
073600         TRG-JOB-ID(TRG-SUB).
073700     DISPLAY '           ' TRG-REJ-TEXT.
073800     MOVE TRG-REJ-CODE TO EVP-CODE.
073900     MOVE 'E' TO EVP-SEVERITY.
074000     MOVE TRG-JOB-ID(TRG-SUB) TO EVP-JOB-ID.
074100     MOVE TRG-REJ-TEXT TO EVP-TEXT.
074200     PERFORM 6500-LOG-OPERATIONAL-EVENT THRU 6500-EXIT.
074300 3900-EXIT.
074400     EXIT.
074500**----------------------------------------------------------------
074600** 4000-RESOLVE-PREDECESSORS - POINT A BUILT JOB AT EACH OF ITS
074700**----------------------------------------------------------------
074800**             DEPENDENCY MASTER PREDECESSORS THAT IS ALSO BUILT
074900**             FOR TONIGHT'S FILE
075000 4000-RESOLVE-PREDECESSORS.
075100     IF NOT TRG-JOB-BUILT(TRG-SUB) OR TRG-DEPMSTR-NOT-OPEN
075200         GO TO 4000-EXIT
075300     END-IF.
075400     MOVE TRG-JOB-ID(TRG-SUB) TO DPND-JOB-ID.
075500     READ DEPEND-MASTER
075600         INVALID KEY
075700             GO TO 4000-EXIT
075800     END-READ.
075900     IF DPND-PRED-COUNT NOT NUMERIC
076000         GO TO 4000-EXIT
076100     END-IF.
076200     PERFORM 4100-RESOLVE-ONE-PREDECESSOR THRU 4100-EXIT
076300         VARYING TRG-PRED-SUB FROM 1 BY 1
076400         UNTIL TRG-PRED-SUB > DPND-PRED-COUNT
076500         OR TRG-PRED-SUB > 5.
076600 4000-EXIT.
076700     EXIT.
076800 4100-RESOLVE-ONE-PREDECESSOR.
076900     IF DPND-PRED-ID(TRG-PRED-SUB) = SPACES
077000         GO TO 4100-EXIT
077100     END-IF.
077200     MOVE ZERO TO TRG-FOUND-SUB.
077300     PERFORM 4200-FIND-ONE-JOB THRU 4200-EXIT
077400         VARYING TRG-FIND-SUB FROM 1 BY 1
077500         UNTIL TRG-FIND-SUB > TRG-JOB-COUNT
077600         OR TRG-FOUND-SUB > ZERO.
077700     IF TRG-FOUND-SUB = ZERO
077800         GO TO 4100-EXIT
077900     END-IF.
078000     IF NOT TRG-JOB-BUILT(TRG-FOUND-SUB)
078100         GO TO 4100-EXIT
078200     END-IF.
078300     ADD 1 TO TRG-JOB-PRED-COUNT(TRG-SUB).
078400     MOVE TRG-JOB-PRED-COUNT(TRG-SUB) TO TRG-SLOT-SUB.
078500     MOVE TRG-FOUND-SUB
078600         TO TRG-JOB-PRED-PTR(TRG-SUB, TRG-SLOT-SUB).
078700 4100-EXIT.
078800     EXIT.
078900 4200-FIND-ONE-JOB.
079000     IF TRG-JOB-ID(TRG-FIND-SUB) = DPND-PRED-ID(TRG-PRED-SUB)
079100         MOVE TRG-FIND-SUB TO TRG-FOUND-SUB
079200     END-IF.
079300 4200-EXIT.
079400     EXIT.
079500**----------------------------------------------------------------
079600** 4500-WRITE-IN-RUN-ORDER - REPEATED PASSES OVER THE TABLE, EACH
079700**----------------------------------------------------------------
079800**             WRITING EVERY BUILT JOB WHOSE PREDECESSORS ARE ALL
079900**             WRITTEN, UNTIL A PASS WRITES NOTHING.  A BUILT JOB
080000**             STILL UNWRITTEN THEN IS IN A DEPENDENCY LOOP, OR
080100**             WAITS ON ONE, AND CAN NEVER BE ORDERED.
080200 4500-WRITE-IN-RUN-ORDER.
080300     MOVE 1 TO TRG-PASS-WRITTEN.
080400     PERFORM 4600-WRITE-ONE-PASS THRU 4600-EXIT
080500         UNTIL TRG-PASS-WRITTEN = ZERO.
080600     MOVE 'TRG0027E' TO TRG-REJ-CODE.
080700     MOVE 'IN OR BEHIND A DEPENDENCY LOOP - CANNOT BE ORDERED'
080800         TO TRG-REJ-TEXT.
080900     PERFORM 4800-REJECT-IF-UNWRITTEN THRU 4800-EXIT
081000         VARYING TRG-SUB FROM 1 BY 1
081100         UNTIL TRG-SUB > TRG-JOB-COUNT.
081200 4500-EXIT.
081300     EXIT.
081400 4600-WRITE-ONE-PASS.
081500     MOVE ZERO TO TRG-PASS-WRITTEN.
081600     PERFORM 4700-WRITE-ONE-IF-READY THRU 4700-EXIT
081700         VARYING TRG-SUB FROM 1 BY 1
081800         UNTIL TRG-SUB > TRG-JOB-COUNT.
081900 4600-EXIT.
082000     EXIT.
082100 4700-WRITE-ONE-IF-READY.
082200     IF NOT TRG-JOB-BUILT(TRG-SUB) OR TRG-ERROR-SEEN
082300         GO TO 4700-EXIT
082400     END-IF.
082500     SET TRG-JOB-READY TO TRUE.
082600     PERFORM 4710-TEST-ONE-PREDECESSOR THRU 4710-EXIT
082700         VARYING TRG-PRED-SUB FROM 1 BY 1
082800         UNTIL TRG-PRED-SUB > TRG-JOB-PRED-COUNT(TRG-SUB)
082900         OR TRG-JOB-NOT-READY.
083000     IF TRG-JOB-NOT-READY
083100         GO TO 4700-EXIT
083200     END-IF.
083300     MOVE SPACES TO TRAN-FILE-RECORD.
083400     MOVE TRG-JOB-ID(TRG-SUB) TO PARM-JOB-ID.
083500     MOVE TRG-BUS-DATE TO PARM-RUN-DATE.
083600     MOVE TRG-JOB-SWITCH-1(TRG-SUB) TO PARM-SWITCH-1.
083700     MOVE TRG-JOB-SWITCH-2(TRG-SUB) TO PARM-SWITCH-2.
083800     MOVE TRG-JOB-REGION(TRG-SUB) TO PARM-REGION-CODE.
083900     WRITE TRAN-FILE-RECORD.
084000     IF TRG-TRANFILE-STATUS NOT = '00'
084100         DISPLAY 'TRG0014E - TRANSACTION FILE WRITE FAILED -'
084200         DISPLAY '           GENERATION ABANDONED - STATUS '
084300             TRG-TRANFILE-STATUS
084400         SET TRG-ERROR-SEEN TO TRUE
084500         GO TO 4700-EXIT
084600     END-IF.
084700     SET TRG-JOB-WRITTEN(TRG-SUB) TO TRUE.
084800     ADD 1 TO TRG-WRITTEN-COUNT.
084900     ADD 1 TO TRG-PASS-WRITTEN.
085000     MOVE TRG-SUB TO TRG-ORDER-ENTRY(TRG-WRITTEN-COUNT).
085100 4700-EXIT.
085200     EXIT.
085300 4710-TEST-ONE-PREDECESSOR.
085400     MOVE TRG-JOB-PRED-PTR(TRG-SUB, TRG-PRED-SUB) TO TRG-FIND-SUB.
085500     IF NOT TRG-JOB-WRITTEN(TRG-FIND-SUB)
085600         SET TRG-JOB-NOT-READY TO TRUE
085700     END-IF.
085800 4710-EXIT.
085900     EXIT.
086000 4800-REJECT-IF-UNWRITTEN.
086100     IF TRG-JOB-BUILT(TRG-SUB) AND TRG-NO-ERROR
086200         PERFORM 3900-REJECT-ONE-JOB THRU 3900-EXIT
086300     END-IF.
086400 4800-EXIT.
086500     EXIT.
086600**----------------------------------------------------------------
086700** 5000-PRINT-CONTROL-REPORT - THE RECORDS WRITTEN IN RUN ORDER,
086800**----------------------------------------------------------------
086900**             THE DUE JOBS LEFT OFF THE FILE WITH THEIR REASONS,
087000**             AND THE TOTALS THE SHIFT BALANCES TO
087100 5000-PRINT-CONTROL-REPORT.
087200     MOVE TRG-BUS-DATE TO RPT-BUS-DATE.
087300     MOVE TRG-HEADING-LINE-1 TO RPT-LINE.
087400     WRITE RPT-LINE.
087500     IF TRG-ERROR-SEEN
087600         MOVE 'GENERATION ABANDONED - TRANFILE NOT USABLE'
087700             TO SEC-TITLE
087800         MOVE TRG-SECTION-LINE TO RPT-LINE
087900         WRITE RPT-LINE
088000         GO TO 5000-EXIT
088100     END-IF.
088200     IF TRG-DAY-NOT-BUSINESS
088300         MOVE 'NOT A BUSINESS DAY - EMPTY TRANFILE WRITTEN'
088400             TO SEC-TITLE
088500         MOVE TRG-SECTION-LINE TO RPT-LINE
088600         WRITE RPT-LINE
088700         GO TO 5000-EXIT
088800     END-IF.
088900     MOVE 'RECORDS WRITTEN TO TRANFILE - IN RUN ORDER'
089000         TO SEC-TITLE.
089100     MOVE TRG-SECTION-LINE TO RPT-LINE.
089200     WRITE RPT-LINE.
089300     MOVE TRG-WRITTEN-COLUMN-LINE TO RPT-LINE.
089400     WRITE RPT-LINE.
089500     PERFORM 5100-PRINT-ONE-WRITTEN-ROW THRU 5100-EXIT
089600         VARYING TRG-SUB FROM 1 BY 1
089700         UNTIL TRG-SUB > TRG-WRITTEN-COUNT.
089800     MOVE 'DUE JOBS LEFT OFF THE TRANFILE' TO SEC-TITLE.
089900     MOVE TRG-SECTION-LINE TO RPT-LINE.
090000     WRITE RPT-LINE.
090100     MOVE TRG-REJECT-COLUMN-LINE TO RPT-LINE.
090200     WRITE RPT-LINE.
090300     PERFORM 5200-PRINT-ONE-REJECT-ROW THRU 5200-EXIT
090400         VARYING TRG-SUB FROM 1 BY 1
090500         UNTIL TRG-SUB > TRG-JOB-COUNT.
090600     MOVE 'SCHEDULE ROWS READ:' TO TOT-LABEL.
090700     MOVE TRG-ROWS-READ TO TOT-COUNT.
090800     MOVE TRG-TOTAL-LINE TO RPT-LINE.
090900     WRITE RPT-LINE.
091000     MOVE 'DUE ON BUSINESS DATE:' TO TOT-LABEL.
091100     MOVE TRG-DUE-COUNT TO TOT-COUNT.
091200     MOVE TRG-TOTAL-LINE TO RPT-LINE.
091300     WRITE RPT-LINE.
091400     MOVE 'WRITTEN TO TRANFILE:' TO TOT-LABEL.
091500     MOVE TRG-WRITTEN-COUNT TO TOT-COUNT.
091600     MOVE TRG-TOTAL-LINE TO RPT-LINE.
091700     WRITE RPT-LINE.
091800     MOVE 'LEFT OFF THE TRANFILE:' TO TOT-LABEL.
091900     MOVE TRG-REJECT-COUNT TO TOT-COUNT.
092000     MOVE TRG-TOTAL-LINE TO RPT-LINE.
092100     WRITE RPT-LINE.
092200     MOVE 'NOT DUE ON BUSINESS DATE:' TO TOT-LABEL.
092300     MOVE TRG-NOTDUE-COUNT TO TOT-COUNT.
092400     MOVE TRG-TOTAL-LINE TO RPT-LINE.
092500     WRITE RPT-LINE.
092600     IF TRG-REJECT-COUNT > ZERO
092700         DISPLAY 'TRG0030E - DUE JOBS WERE LEFT OFF THE TRANFILE'
092800         DISPLAY '           - SEE TRGRPT'
092900     END-IF.
093000 5000-EXIT.
093100     EXIT.
093200 5100-PRINT-ONE-WRITTEN-ROW.
093300     MOVE TRG-ORDER-ENTRY(TRG-SUB) TO TRG-FIND-SUB.
093400     MOVE TRG-SUB TO DTL-SEQ.
093500     MOVE TRG-JOB-ID(TRG-FIND-SUB) TO DTL-JOB-ID.
093600     MOVE TRG-BUS-DATE TO DTL-RUN-DATE.
093700     MOVE TRG-JOB-SWITCH-1(TRG-FIND-SUB) TO DTL-SWITCH-1.
093800     MOVE TRG-JOB-SWITCH-2(TRG-FIND-SUB) TO DTL-SWITCH-2.
093900     MOVE TRG-JOB-REGION(TRG-FIND-SUB) TO DTL-REGION.
094000     MOVE TRG-JOB-CUTOFF(TRG-FIND-SUB) TO DTL-CUTOFF.
094100     MOVE TRG-WRITTEN-LINE TO RPT-LINE.
094200     WRITE RPT-LINE.
094300 5100-EXIT.
094400     EXIT.
094500 5200-PRINT-ONE-REJECT-ROW.
094600     IF NOT TRG-JOB-REJECTED(TRG-SUB)
094700         GO TO 5200-EXIT
094800     END-IF.
094900     MOVE TRG-JOB-ID(TRG-SUB) TO REJ-JOB-ID.
095000     MOVE TRG-JOB-REJ-CODE(TRG-SUB) TO REJ-CODE.
095100     MOVE TRG-JOB-REJ-TEXT(TRG-SUB) TO REJ-TEXT.
095200     MOVE TRG-REJECT-LINE TO RPT-LINE.
095300     WRITE RPT-LINE.
095400 5200-EXIT.
095500     EXIT.
095600**----------------------------------------------------------------
095700** 6500-LOG-OPERATIONAL-EVENT - LAND THE EVENT STAGED IN THE
095800**----------------------------------------------------------------
095900**             EVTPARM AREA ON THE OPERATIONAL EVENT FILE, AS APP
096000**             DOES - A FAILED EVENT WRITE IS EVTLOG'S PROBLEM TO
096100**             REPORT, NEVER A REASON TO STOP THE GENERATION
096200 6500-LOG-OPERATIONAL-EVENT.
096300     CALL 'EVTLOG' USING EVENT-LOG-PARM
096400     END-CALL.
096500 6500-EXIT.
096600     EXIT.
096700**----------------------------------------------------------------
096800** 9000-TERMINATE - CLOSE WHATEVER OPENED
096900**----------------------------------------------------------------
097000 9000-TERMINATE.
097100     CLOSE SCHED-MASTER.
097200     CLOSE PARM-MASTER.
097300     IF TRG-DEPMSTR-IS-OPEN
097400         CLOSE DEPEND-MASTER
097500     END-IF.
097600     IF TRG-RGNMSTR-IS-OPEN
097700         CLOSE REGION-MASTER
097800     END-IF.
097900     IF TRG-TRANFILE-IS-OPEN
098000         CLOSE TRAN-FILE
098100     END-IF.
098200     IF TRG-RPTFILE-IS-OPEN
098300         CLOSE REPORT-FILE
098400     END-IF.
098500 9000-EXIT.
098600     EXIT.
