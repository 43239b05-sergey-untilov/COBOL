000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INTGCHK.
000300 AUTHOR.        D SHEPPARD.
000400 INSTALLATION.  APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700**----------------------------------------------------------------
000800*REMARKS.
000900*    NIGHTLY CROSS-MASTER REFERENTIAL INTEGRITY CHECK.  EACH
001000*    MAINTENANCE PROGRAM (PMSTMNT, DEPMNT, SCHDMNT, RGNMNT) EDITS
001100*    ONLY ITS OWN MASTER, SO THE MASTERS CAN DRIFT APART UNTIL A
001200*    PRODUCTION RUN BOUNCES.  THIS STEP READS THEM ALL AND
001300*    REPORTS -
001400*      1. PARAMETER MASTER (PARMMSTR) ROWS FOR ONE JOB-ID WHOSE
001500*         EFFECTIVE RANGES OVERLAP OR LEAVE A GAP BETWEEN THEM;
001600*      2. DEPENDENCY MASTER (DEPMSTR) PREDECESSORS NOT ON THE
001700*         SCHEDULE MASTER (SCHDMSTR) OR THE PARAMETER MASTER;
001800*      3. DEPENDENCY LOOPS - DEPMNT ONLY STOPS A JOB NAMING
001900*         ITSELF, SO A LOOP ACROSS TWO OR MORE ROWS GETS THROUGH
002000*         AND HOLDS EVERY JOB ON IT FOREVER;
002100*      4. SCHEDULED JOBS WITH NO PARAMETER ROW IN EFFECT ON THE
002200*         FIRST OR THE LAST DAY OF NEXT MONTH;
002300*      5. OPEN OR CORRECTED REQUEUE MASTER (RQMSTR) ROWS WHOSE
002400*         REGION THE REGION MASTER (RGNMSTR) NO LONGER HAS, OR
002500*         NOW SHOWS INACTIVE.
002600*    EVERY FINDING IS PRINTED ON THE REPORT AND LANDED ON THE
002700*    OPERATIONAL EVENT FILE (VIA EVTLOG) AT ERROR SEVERITY SO IT
002800*    SHOWS ON THE EVTSUM EXCEPTION SUMMARY.  THE STEP ENDS RC 8
002900*    ON ANY FINDING, RC 16 WHEN IT COULD NOT COMPLETE.
003000**
003100*MOD LOG.
003200*  2026-10-15 DRS  INITIAL VERSION.
003300**----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PARM-MASTER ASSIGN TO PARMMSTR
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS PMST-KEY
004100         FILE STATUS IS IGC-PARMMSTR-STATUS.
004200     SELECT DEPEND-MASTER ASSIGN TO DEPMSTR
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS DPND-JOB-ID
004600         FILE STATUS IS IGC-DEPMSTR-STATUS.
004700     SELECT SCHED-MASTER ASSIGN TO SCHDMSTR
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SCHD-JOB-ID
005100         FILE STATUS IS IGC-SCHDMSTR-STATUS.
005200     SELECT REGION-MASTER ASSIGN TO RGNMSTR
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS RGN-CODE
005600         FILE STATUS IS IGC-RGNMSTR-STATUS.
005700     SELECT REQUEUE-MASTER ASSIGN TO RQMSTR
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS RQM-KEY
006100         FILE STATUS IS IGC-RQMSTR-STATUS.
006200     SELECT REPORT-FILE ASSIGN TO INTGRPT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS IGC-RPTFILE-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  PARM-MASTER
006800     LABEL RECORDS ARE STANDARD.
006900 COPY PMSTREC.
007000 FD  DEPEND-MASTER
007100     LABEL RECORDS ARE STANDARD.
007200 COPY DPNDREC.
007300 FD  SCHED-MASTER
007400     LABEL RECORDS ARE STANDARD.
007500 COPY SCHDREC.
007600 FD  REGION-MASTER
007700     LABEL RECORDS ARE STANDARD.
007800 COPY RGNREC.
007900 FD  REQUEUE-MASTER
008000     LABEL RECORDS ARE STANDARD.
008100 COPY RQMREC.
008200 FD  REPORT-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  RPT-LINE                   PIC X(132).
008500 WORKING-STORAGE SECTION.
008600**----------------------------------------------------------------
008700** OPERATIONAL EVENT LOG PARAMETER AREA (COPYBOOK) - SEE 8100
008800**----------------------------------------------------------------
008900 COPY EVTPARM.
009000**----------------------------------------------------------------
009100** JOB DEPENDENCY EDGE TABLE (COPYBOOK)
009200**----------------------------------------------------------------
009300 COPY DEPTAB.
009400**----------------------------------------------------------------
009500** INTGCHK WORKING FIELDS
009600**----------------------------------------------------------------
009700 01  IGC-TODAY                  PIC 9(08).
009800 01  IGC-WORK-DATE              PIC 9(08).
009900 01  IGC-WORK-DATE-PARTS REDEFINES IGC-WORK-DATE.
010000     05  IGC-WORK-YYYY           PIC 9(04).
010100     05  IGC-WORK-MM             PIC 9(02).
010200     05  IGC-WORK-DD             PIC 9(02).
010300 01  IGC-MONTH-FIRST            PIC 9(08).
010400 01  IGC-MONTH-LAST             PIC 9(08).
010500 01  IGC-WORK-INTEGER           PIC S9(09) COMP.
010600 01  IGC-FROM-INTEGER           PIC S9(09) COMP.
010700 01  IGC-TO-INTEGER             PIC S9(09) COMP.
010800 01  IGC-OPEN-DATE              PIC 9(08) VALUE 99999999.
010900 01  IGC-FIRST-VALID-DATE       PIC 9(08) VALUE 16010101.
011000**
011100 01  IGC-OVERLAP-COUNT          PIC 9(05) COMP.
011200 01  IGC-GAP-COUNT              PIC 9(05) COMP.
011300 01  IGC-ORPHAN-COUNT           PIC 9(05) COMP.
011400 01  IGC-LOOP-COUNT             PIC 9(05) COMP.
011500 01  IGC-UNCOVERED-COUNT        PIC 9(05) COMP.
011600 01  IGC-REGION-COUNT           PIC 9(05) COMP.
011700 01  IGC-FINDING-COUNT          PIC 9(05) COMP.
011800 01  IGC-EDIT-COUNT             PIC ZZZ9.
011900**
012000** PARAMETER MASTER CONTROL-BREAK FIELDS - THE COVERED-TO DATE IS
012100** THE LATEST EFF-TO SEEN SO FAR FOR THE JOB, SO A ROW WHOLLY
012200** INSIDE AN EARLIER ONE IS STILL CAUGHT AS AN OVERLAP
012300 01  IGC-PREV-JOB-ID            PIC X(08).
012400 01  IGC-COVERED-TO             PIC 9(08).
012500**
012600 01  IGC-FIND-JOB-ID            PIC X(08).
012700 01  IGC-SUB                    PIC 9(04) COMP.
012800 01  IGC-HIT-SUB                PIC 9(04) COMP.
012900 01  IGC-PRED-NODE              PIC 9(04) COMP.
013000 01  IGC-SUCC-NODE              PIC 9(04) COMP.
013100**
013200** LOOP SEARCH FIELDS
013300 01  IGC-START-SUB              PIC 9(04) COMP.
013400 01  IGC-CUR-SUB                PIC 9(04) COMP.
013500 01  IGC-LAST-SUB               PIC 9(04) COMP.
013600 01  IGC-EDGE-PTR               PIC 9(04) COMP.
013700 01  IGC-Q-HEAD                 PIC 9(04) COMP.
013800 01  IGC-Q-TAIL                 PIC 9(04) COMP.
013900 01  IGC-PATH-LEN               PIC 9(04) COMP.
014000 01  IGC-PATH-SUB               PIC 9(04) COMP.
014100 01  IGC-PATH-PTR               PIC 9(03) COMP.
014200**
014300 01  IGC-EOF-SW                 PIC X(01).
014400     88  IGC-EOF                        VALUE 'Y'.
014500     88  IGC-NOT-EOF                    VALUE 'N'.
014600 01  IGC-LOOP-SW                PIC X(01).
014700     88  IGC-LOOP-FOUND                 VALUE 'Y'.
014800     88  IGC-LOOP-NOT-FOUND             VALUE 'N'.
014900 01  IGC-NODE-FULL-SW           PIC X(01).
015000     88  IGC-NODE-FULL                  VALUE 'Y'.
015100     88  IGC-NODE-NOT-FULL              VALUE 'N'.
015200 01  IGC-ERROR-SW               PIC X(01).
015300     88  IGC-ERROR-SEEN                 VALUE 'Y'.
015400     88  IGC-NO-ERROR                   VALUE 'N'.
015500**
015600 01  IGC-PARMMSTR-STATUS        PIC X(02).
015700 01  IGC-DEPMSTR-STATUS         PIC X(02).
015800 01  IGC-SCHDMSTR-STATUS        PIC X(02).
015900 01  IGC-RGNMSTR-STATUS         PIC X(02).
016000 01  IGC-RQMSTR-STATUS          PIC X(02).
016100 01  IGC-RPTFILE-STATUS         PIC X(02).
016200**----------------------------------------------------------------
016300** ONE ROW PER JOB-ID ON THE PARAMETER MASTER, WITH WHETHER ANY
016400** OF ITS ROWS IS IN EFFECT ON THE FIRST AND THE LAST DAY OF
016500** NEXT MONTH
016600**----------------------------------------------------------------
016700 01  IGC-PJ-TABLE.
016800     05  IGC-PJ-COUNT            PIC 9(04) COMP.
016900     05  IGC-PJ-MAX-COUNT        PIC 9(04) COMP VALUE 1000.
017000     05  IGC-PJ-ENTRY OCCURS 1000 TIMES.
017100         10  IGC-PJ-JOB-ID           PIC X(08).
017200         10  IGC-PJ-FIRST-SW         PIC X(01).
017300             88  IGC-PJ-FIRST-COVERED        VALUE 'Y'.
017400             88  IGC-PJ-FIRST-NOT-COVERED    VALUE 'N'.
017500         10  IGC-PJ-LAST-SW          PIC X(01).
017600             88  IGC-PJ-LAST-COVERED         VALUE 'Y'.
017700             88  IGC-PJ-LAST-NOT-COVERED     VALUE 'N'.
017800**----------------------------------------------------------------
017900** DEPENDENCY GRAPH FOR THE LOOP SEARCH - ONE ROW PER JOB AT
018000** EITHER END OF AN EDGE, EACH WITH A CHAIN OF ITS OUTGOING EDGES
018100** THROUGH THE EDGE ROWS, SO A SEARCH NEVER SCANS THE WHOLE TABLE
018200**----------------------------------------------------------------
018300 01  IGC-NODE-TABLE.
018400     05  IGC-ND-COUNT            PIC 9(04) COMP.
018500     05  IGC-ND-MAX-COUNT        PIC 9(04) COMP VALUE 1000.
018600     05  IGC-ND-ENTRY OCCURS 1000 TIMES.
018700         10  IGC-ND-JOB-ID           PIC X(08).
018800         10  IGC-ND-FIRST-EDGE       PIC 9(04) COMP.
018900         10  IGC-ND-SEEN-BY          PIC 9(04) COMP.
019000         10  IGC-ND-PARENT           PIC 9(04) COMP.
019100         10  IGC-ND-REPORTED-SW      PIC X(01).
019200             88  IGC-ND-REPORTED             VALUE 'Y'.
019300             88  IGC-ND-NOT-REPORTED         VALUE 'N'.
019400 01  IGC-EDGE-NODE-TABLE.
019500     05  IGC-EN-ENTRY OCCURS 2500 TIMES.
019600         10  IGC-EN-SUCC-SUB         PIC 9(04) COMP.
019700         10  IGC-EN-NEXT-EDGE        PIC 9(04) COMP.
019800 01  IGC-QUEUE-TABLE.
019900     05  IGC-QUEUE-SUB OCCURS 1000 TIMES
020000                                PIC 9(04) COMP.
020100 01  IGC-PATH-TABLE.
020200     05  IGC-PATH-NODE OCCURS 1000 TIMES
020300                                PIC 9(04) COMP.
020400**----------------------------------------------------------------
020500** REPORT LINE LAYOUTS
020600**----------------------------------------------------------------
020700 01  IGC-HEADING-LINE-1.
020800     05  FILLER                 PIC X(40) VALUE
020900         'APP CROSS-MASTER INTEGRITY CHECK'.
021000     05  FILLER                 PIC X(10) VALUE
021100         'RUN DATE'.
021200     05  RPT-RUN-DATE            PIC 9(08).
021300     05  FILLER                 PIC X(74) VALUE SPACES.
021400 01  IGC-SECTION-LINE.
021500     05  SEC-TITLE               PIC X(60).
021600     05  FILLER                 PIC X(72) VALUE SPACES.
021700 01  IGC-DETAIL-LINE.
021800     05  FILLER                 PIC X(02) VALUE SPACES.
021900     05  DTL-CODE                PIC X(08).
022000     05  FILLER                 PIC X(02) VALUE SPACES.
022100     05  DTL-JOB-ID              PIC X(08).
022200     05  FILLER                 PIC X(02) VALUE SPACES.
022300     05  DTL-TEXT                PIC X(60).
022400     05  FILLER                 PIC X(50) VALUE SPACES.
022500 01  IGC-PATH-LINE.
022600     05  FILLER                 PIC X(22) VALUE SPACES.
022700     05  PTH-TEXT                PIC X(110).
022800 01  IGC-TOTAL-LINE.
022900     05  TOT-LABEL               PIC X(30).
023000     05  TOT-COUNT               PIC ZZZZZZ9.
023100     05  FILLER                 PIC X(95) VALUE SPACES.
023200 PROCEDURE DIVISION.
023300**----------------------------------------------------------------
023400** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
023500**----------------------------------------------------------------
023600 0000-MAINLINE.
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023800     PERFORM 2000-CHECK-PARM-RANGES THRU 2000-EXIT.
023900     PERFORM 3000-CHECK-PREDECESSORS THRU 3000-EXIT.
024000     PERFORM 4000-CHECK-LOOPS THRU 4000-EXIT.
024100     PERFORM 5000-CHECK-SCHED-COVERAGE THRU 5000-EXIT.
024200     PERFORM 6000-CHECK-REQUEUE-REGIONS THRU 6000-EXIT.
024300     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
024400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024500     EVALUATE TRUE
024600         WHEN IGC-ERROR-SEEN
024700             MOVE 16 TO RETURN-CODE
024800         WHEN IGC-FINDING-COUNT > ZERO
024900             MOVE 8 TO RETURN-CODE
025000     END-EVALUATE.
025100     STOP RUN.
025200**----------------------------------------------------------------
025300** 1000-INITIALIZE - OPEN THE FIVE MASTERS AND THE REPORT AND
025400**----------------------------------------------------------------
025500**             WORK OUT THE FIRST AND LAST DAYS OF NEXT MONTH
025600 1000-INITIALIZE.
025700     SET IGC-NO-ERROR TO TRUE.
025800     MOVE ZERO TO IGC-OVERLAP-COUNT.
025900     MOVE ZERO TO IGC-GAP-COUNT.
026000     MOVE ZERO TO IGC-ORPHAN-COUNT.
026100     MOVE ZERO TO IGC-LOOP-COUNT.
026200     MOVE ZERO TO IGC-UNCOVERED-COUNT.
026300     MOVE ZERO TO IGC-REGION-COUNT.
026400     MOVE ZERO TO IGC-FINDING-COUNT.
026500     MOVE ZERO TO IGC-PJ-COUNT.
026600     MOVE ZERO TO IGC-ND-COUNT.
026700     MOVE ZERO TO DEP-EDGE-COUNT.
026800     ACCEPT IGC-TODAY FROM DATE YYYYMMDD.
026900     OPEN OUTPUT REPORT-FILE.
027000     IF IGC-RPTFILE-STATUS NOT = '00'
027100         DISPLAY 'IGC0001E - UNABLE TO OPEN REPORT FILE - RUN'
027200         DISPLAY '           REJECTED'
027300         MOVE 'IGC0001E' TO EVP-CODE
027400         MOVE 'INTEGRITY CHECK ABORTED - REPORT UNUSABLE'
027500             TO EVP-TEXT
027600         PERFORM 8100-LOG-OPERATIONAL-EVENT THRU 8100-EXIT
027700         SET IGC-ERROR-SEEN TO TRUE
027800         GO TO 1000-EXIT
027900     END-IF.
028000     OPEN INPUT PARM-MASTER.
028100     IF IGC-PARMMSTR-STATUS NOT = '00'
028200         DISPLAY 'IGC0002E - UNABLE TO OPEN PARAMETER MASTER -'
028300         DISPLAY '           STATUS ' IGC-PARMMSTR-STATUS
028400         MOVE 'INTEGRITY CHECK ABORTED - NO PARAMETER MASTER'
028500             TO EVP-TEXT
028600         PERFORM 1900-REJECT-OPEN THRU 1900-EXIT
028700         GO TO 1000-EXIT
028800     END-IF.
028900     OPEN INPUT DEPEND-MASTER.
029000     IF IGC-DEPMSTR-STATUS NOT = '00'
029100         DISPLAY 'IGC0002E - UNABLE TO OPEN DEPENDENCY MASTER -'
029200         DISPLAY '           STATUS ' IGC-DEPMSTR-STATUS
029300         MOVE 'INTEGRITY CHECK ABORTED - NO DEPENDENCY MASTER'
029400             TO EVP-TEXT
029500         PERFORM 1900-REJECT-OPEN THRU 1900-EXIT
029600         GO TO 1000-EXIT
029700     END-IF.
029800     OPEN INPUT SCHED-MASTER.
029900     IF IGC-SCHDMSTR-STATUS NOT = '00'
030000         DISPLAY 'IGC0002E - UNABLE TO OPEN SCHEDULE MASTER -'
030100         DISPLAY '           STATUS ' IGC-SCHDMSTR-STATUS
030200         MOVE 'INTEGRITY CHECK ABORTED - NO SCHEDULE MASTER'
030300             TO EVP-TEXT
030400         PERFORM 1900-REJECT-OPEN THRU 1900-EXIT
030500         GO TO 1000-EXIT
030600     END-IF.
030700     OPEN INPUT REGION-MASTER.
030800     IF IGC-RGNMSTR-STATUS NOT = '00'
030900         DISPLAY 'IGC0002E - UNABLE TO OPEN REGION MASTER -'
031000         DISPLAY '           STATUS ' IGC-RGNMSTR-STATUS
031100         MOVE 'INTEGRITY CHECK ABORTED - NO REGION MASTER'
031200             TO EVP-TEXT
031300         PERFORM 1900-REJECT-OPEN THRU 1900-EXIT
031400         GO TO 1000-EXIT
031500     END-IF.
031600     OPEN INPUT REQUEUE-MASTER.
031700     IF IGC-RQMSTR-STATUS NOT = '00'
031800         DISPLAY 'IGC0002E - UNABLE TO OPEN REQUEUE MASTER -'
031900         DISPLAY '           STATUS ' IGC-RQMSTR-STATUS
032000         MOVE 'INTEGRITY CHECK ABORTED - NO REQUEUE MASTER'
032100             TO EVP-TEXT
032200         PERFORM 1900-REJECT-OPEN THRU 1900-EXIT
032300         GO TO 1000-EXIT
032400     END-IF.
032500     MOVE IGC-TODAY TO RPT-RUN-DATE.
032600     MOVE IGC-HEADING-LINE-1 TO RPT-LINE.
032700     WRITE RPT-LINE.
032800** DATE ARITHMETIC HAS NO ORDINARY-VERB EQUIVALENT SO THE STANDARD
032900** INTEGER-OF-DATE / DATE-OF-INTEGER FUNCTIONS ARE USED, AS IN
033000** DLYRPT.  THE LAST DAY OF NEXT MONTH IS THE DAY BEFORE THE FIRST
033100** OF THE MONTH AFTER.
033200     MOVE IGC-TODAY TO IGC-WORK-DATE.
033300     PERFORM 1100-STEP-TO-NEXT-MONTH THRU 1100-EXIT.
033400     MOVE IGC-WORK-DATE TO IGC-MONTH-FIRST.
033500     PERFORM 1100-STEP-TO-NEXT-MONTH THRU 1100-EXIT.
033600     COMPUTE IGC-WORK-INTEGER =
033700         FUNCTION INTEGER-OF-DATE(IGC-WORK-DATE) - 1.
033800     COMPUTE IGC-MONTH-LAST =
033900         FUNCTION DATE-OF-INTEGER(IGC-WORK-INTEGER).
034000 1000-EXIT.
034100     EXIT.
034200 1100-STEP-TO-NEXT-MONTH.
034300     IF IGC-WORK-MM = 12
034400         ADD 1 TO IGC-WORK-YYYY
034500         MOVE 1 TO IGC-WORK-MM
034600     ELSE
034700         ADD 1 TO IGC-WORK-MM
034800     END-IF.
034900     MOVE 1 TO IGC-WORK-DD.
035000 1100-EXIT.
035100     EXIT.
035140**----------------------------------------------------------------
035180** 1900-REJECT-OPEN - LOG A MASTER THAT CANNOT BE OPENED AND STOP
035220**----------------------------------------------------------------
035260**             THE CHECK - THE CALLER HAS FILLED IN THE EVENT TEXT
035300 1900-REJECT-OPEN.
035400     MOVE 'IGC0002E' TO EVP-CODE.
035500     PERFORM 8100-LOG-OPERATIONAL-EVENT THRU 8100-EXIT.
035600     SET IGC-ERROR-SEEN TO TRUE.
035700 1900-EXIT.
035800     EXIT.
035900**----------------------------------------------------------------
036000** 2000-CHECK-PARM-RANGES - WALK THE PARAMETER MASTER IN KEY
036100**----------------------------------------------------------------
036200**             ORDER (JOB-ID, THEN EFF-FROM) AND CHECK EACH ROW
036300**             STARTS THE DAY AFTER ITS JOB'S EARLIER ROWS END -
036400**             ANY EARLIER IS AN OVERLAP, ANY LATER IS A GAP.  THE
036500**             SAME PASS BUILDS THE JOB TABLE CHECKS 2 AND 4 USE
036600 2000-CHECK-PARM-RANGES.
036700     IF IGC-ERROR-SEEN
036800         GO TO 2000-EXIT
036900     END-IF.
037000     MOVE 'PARAMETER MASTER EFFECTIVE RANGES' TO SEC-TITLE.
037100     PERFORM 8200-PRINT-SECTION-TITLE THRU 8200-EXIT.
037200     MOVE SPACES TO IGC-PREV-JOB-ID.
037300     MOVE LOW-VALUES TO PMST-KEY.
037400     START PARM-MASTER KEY NOT < PMST-KEY.
037500     IF IGC-PARMMSTR-STATUS NOT = '00'
037600         GO TO 2000-EXIT
037700     END-IF.
037800     SET IGC-NOT-EOF TO TRUE.
037900     PERFORM 2100-CHECK-ONE-PARM-ROW THRU 2100-EXIT
038000         UNTIL IGC-EOF.
038100 2000-EXIT.
038200     EXIT.
038300 2100-CHECK-ONE-PARM-ROW.
038400     READ PARM-MASTER NEXT RECORD
038500         AT END
038600             SET IGC-EOF TO TRUE
038700             GO TO 2100-EXIT
038800     END-READ.
038900     IF PMST-JOB-ID NOT = IGC-PREV-JOB-ID
039000         PERFORM 2200-START-ONE-PARM-JOB THRU 2200-EXIT
039100         GO TO 2100-COVERAGE
039200     END-IF.
039300     IF PMST-EFF-FROM-DATE NOT > IGC-COVERED-TO
039400         MOVE 'IGC0101E' TO EVP-CODE
039500         MOVE PMST-JOB-ID TO EVP-JOB-ID
039600         MOVE SPACES TO EVP-TEXT
039700         STRING 'PARMMSTR ROW FROM ' PMST-EFF-FROM-DATE
039800             ' OVERLAPS ROW ENDING ' IGC-COVERED-TO
039900             DELIMITED BY SIZE INTO EVP-TEXT
040000         END-STRING
040100         PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
040200         ADD 1 TO IGC-OVERLAP-COUNT
040300         GO TO 2100-EXTEND
040400     END-IF.
040500     IF IGC-COVERED-TO < IGC-FIRST-VALID-DATE
040600             OR PMST-EFF-FROM-DATE < IGC-FIRST-VALID-DATE
040700         GO TO 2100-EXTEND
040800     END-IF.
040900     COMPUTE IGC-TO-INTEGER =
041000         FUNCTION INTEGER-OF-DATE(IGC-COVERED-TO).
041100     COMPUTE IGC-FROM-INTEGER =
041200         FUNCTION INTEGER-OF-DATE(PMST-EFF-FROM-DATE).
041300     IF IGC-FROM-INTEGER > IGC-TO-INTEGER + 1
041400         MOVE 'IGC0102E' TO EVP-CODE
041500         MOVE PMST-JOB-ID TO EVP-JOB-ID
041600         MOVE SPACES TO EVP-TEXT
041700         STRING 'PARMMSTR GAP - NO ROW BETWEEN ' IGC-COVERED-TO
041800             ' AND ' PMST-EFF-FROM-DATE
041900             DELIMITED BY SIZE INTO EVP-TEXT
042000         END-STRING
042100         PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
042200         ADD 1 TO IGC-GAP-COUNT
042300     END-IF.
042400 2100-EXTEND.
042500     IF PMST-EFF-TO-DATE > IGC-COVERED-TO
042600         MOVE PMST-EFF-TO-DATE TO IGC-COVERED-TO
042700     END-IF.
042800 2100-COVERAGE.
042900     IF IGC-PJ-COUNT = ZERO
043000         GO TO 2100-EXIT
043100     END-IF.
043200     IF PMST-EFF-FROM-DATE NOT > IGC-MONTH-FIRST
043300             AND PMST-EFF-TO-DATE NOT < IGC-MONTH-FIRST
043400         SET IGC-PJ-FIRST-COVERED(IGC-PJ-COUNT) TO TRUE
043500     END-IF.
043600     IF PMST-EFF-FROM-DATE NOT > IGC-MONTH-LAST
043700             AND PMST-EFF-TO-DATE NOT < IGC-MONTH-LAST
043800         SET IGC-PJ-LAST-COVERED(IGC-PJ-COUNT) TO TRUE
043900     END-IF.
044000 2100-EXIT.
044100     EXIT.
044200 2200-START-ONE-PARM-JOB.
044300     MOVE PMST-JOB-ID TO IGC-PREV-JOB-ID.
044400     MOVE PMST-EFF-TO-DATE TO IGC-COVERED-TO.
044500     IF IGC-PJ-COUNT >= IGC-PJ-MAX-COUNT
044600         DISPLAY 'IGC0003E - MORE THAN 1000 JOB-IDS ON THE'
044700         DISPLAY '           PARAMETER MASTER - CHECK ABANDONED'
044800         MOVE 'IGC0003E' TO EVP-CODE
044900         MOVE 'INTEGRITY CHECK ABORTED - PARM JOB TABLE FULL'
045000             TO EVP-TEXT
045100         PERFORM 8100-LOG-OPERATIONAL-EVENT THRU 8100-EXIT
045200         SET IGC-ERROR-SEEN TO TRUE
045300         SET IGC-EOF TO TRUE
045400         GO TO 2200-EXIT
045500     END-IF.
045600     ADD 1 TO IGC-PJ-COUNT.
045700     MOVE PMST-JOB-ID TO IGC-PJ-JOB-ID(IGC-PJ-COUNT).
045800     SET IGC-PJ-FIRST-NOT-COVERED(IGC-PJ-COUNT) TO TRUE.
045900     SET IGC-PJ-LAST-NOT-COVERED(IGC-PJ-COUNT) TO TRUE.
046000 2200-EXIT.
046100     EXIT.
046200**----------------------------------------------------------------
046300** 3000-CHECK-PREDECESSORS - LOAD THE DEPENDENCY EDGES (AS IN
046400**----------------------------------------------------------------
046500**             DEPINQ) AND CHECK EVERY PREDECESSOR NAMED IS ON
046600**             BOTH THE SCHEDULE AND THE PARAMETER MASTER - ONE
046700**             THAT IS NOT CAN NEVER COMPLETE, AND HOLDS ITS
046800**             SUCCESSOR FOR GOOD
046900 3000-CHECK-PREDECESSORS.
047000     IF IGC-ERROR-SEEN
047100         GO TO 3000-EXIT
047200     END-IF.
047300     MOVE 'DEPENDENCY MASTER PREDECESSORS' TO SEC-TITLE.
047400     PERFORM 8200-PRINT-SECTION-TITLE THRU 8200-EXIT.
047500     SET DEP-EDGE-NOT-FULL TO TRUE.
047600     MOVE LOW-VALUES TO DPND-JOB-ID.
047700     START DEPEND-MASTER KEY NOT < DPND-JOB-ID.
047800     IF IGC-DEPMSTR-STATUS NOT = '00'
047900         GO TO 3000-EXIT
048000     END-IF.
048100     SET IGC-NOT-EOF TO TRUE.
048200     PERFORM 3100-CHECK-ONE-DEPEND-ROW THRU 3100-EXIT
048300         UNTIL IGC-EOF.
048400     IF DEP-EDGE-FULL
048500         DISPLAY 'IGC0004W - MORE THAN 2500 DEPENDENCIES ON THE'
048600         DISPLAY '           MASTER - LOOP CHECK IS INCOMPLETE'
048700     END-IF.
048800 3000-EXIT.
048900     EXIT.
049000 3100-CHECK-ONE-DEPEND-ROW.
049100     READ DEPEND-MASTER NEXT RECORD
049200         AT END
049300             SET IGC-EOF TO TRUE
049400             GO TO 3100-EXIT
049500     END-READ.
049600     IF DPND-PRED-COUNT NOT NUMERIC
049700         GO TO 3100-EXIT
049800     END-IF.
049900     PERFORM 3200-CHECK-ONE-PREDECESSOR THRU 3200-EXIT
050000         VARYING DEP-PRED-SUB FROM 1 BY 1
050100         UNTIL DEP-PRED-SUB > DPND-PRED-COUNT
050200         OR DEP-PRED-SUB > 5.
050300 3100-EXIT.
050400     EXIT.
050500 3200-CHECK-ONE-PREDECESSOR.
050600     IF DPND-PRED-ID(DEP-PRED-SUB) = SPACES
050700         GO TO 3200-EXIT
050800     END-IF.
050900     IF DEP-EDGE-COUNT >= DEP-EDGE-MAX-COUNT
051000         SET DEP-EDGE-FULL TO TRUE
051100     ELSE
051200         ADD 1 TO DEP-EDGE-COUNT
051300         MOVE DPND-PRED-ID(DEP-PRED-SUB)
051400             TO DEP-EDGE-PRED-ID(DEP-EDGE-COUNT)
051500         MOVE DPND-JOB-ID TO DEP-EDGE-SUCC-ID(DEP-EDGE-COUNT)
051600     END-IF.
051700     MOVE DPND-PRED-ID(DEP-PRED-SUB) TO SCHD-JOB-ID.
051800     READ SCHED-MASTER
051900         INVALID KEY
052000             MOVE 'IGC0103E' TO EVP-CODE
052100             MOVE DPND-JOB-ID TO EVP-JOB-ID
052200             MOVE SPACES TO EVP-TEXT
052300             STRING 'PREDECESSOR ' DPND-PRED-ID(DEP-PRED-SUB)
052400                 ' NOT ON SCHEDULE MASTER'
052500                 DELIMITED BY SIZE INTO EVP-TEXT
052600             END-STRING
052700             PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
052800             ADD 1 TO IGC-ORPHAN-COUNT
052900     END-READ.
053000     MOVE DPND-PRED-ID(DEP-PRED-SUB) TO IGC-FIND-JOB-ID.
053100     PERFORM 8300-FIND-PARM-JOB THRU 8300-EXIT.
053200     IF IGC-HIT-SUB = ZERO
053300         MOVE 'IGC0104E' TO EVP-CODE
053400         MOVE DPND-JOB-ID TO EVP-JOB-ID
053500         MOVE SPACES TO EVP-TEXT
053600         STRING 'PREDECESSOR ' DPND-PRED-ID(DEP-PRED-SUB)
053700             ' NOT ON PARAMETER MASTER'
053800             DELIMITED BY SIZE INTO EVP-TEXT
053900         END-STRING
054000         PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
054100         ADD 1 TO IGC-ORPHAN-COUNT
054200     END-IF.
054300 3200-EXIT.
054400     EXIT.
054500**----------------------------------------------------------------
054600** 4000-CHECK-LOOPS - TURN THE EDGES INTO A GRAPH AND, FROM EACH
054700**----------------------------------------------------------------
054800**             JOB NOT ALREADY REPORTED ON A LOOP, SEARCH OUTWARD
054900**             THROUGH ITS SUCCESSORS BREADTH-FIRST FOR A WAY BACK
055000**             TO IT.  THE FIRST WAY BACK FOUND IS THE SHORTEST
055100**             LOOP THROUGH THAT JOB, AND EVERY JOB ON IT IS
055200**             MARKED SO THE SAME LOOP IS NOT REPORTED AGAIN
055300 4000-CHECK-LOOPS.
055400     IF IGC-ERROR-SEEN
055500         GO TO 4000-EXIT
055600     END-IF.
055700     MOVE 'DEPENDENCY LOOPS' TO SEC-TITLE.
055800     PERFORM 8200-PRINT-SECTION-TITLE THRU 8200-EXIT.
055900     SET IGC-NODE-NOT-FULL TO TRUE.
056000     PERFORM 4100-MAP-ONE-EDGE THRU 4100-EXIT
056100         VARYING DEP-EDGE-SUB FROM 1 BY 1
056200         UNTIL DEP-EDGE-SUB > DEP-EDGE-COUNT.
056300     IF IGC-NODE-FULL
056400         DISPLAY 'IGC0005W - MORE THAN 1000 JOBS IN THE STREAM -'
056500         DISPLAY '           LOOP CHECK IS INCOMPLETE'
056600     END-IF.
056700     PERFORM 4300-SEARCH-FROM-ONE-JOB THRU 4300-EXIT
056800         VARYING IGC-START-SUB FROM 1 BY 1
056900         UNTIL IGC-START-SUB > IGC-ND-COUNT.
057000 4000-EXIT.
057100     EXIT.
057150**----------------------------------------------------------------
057200** 4100-MAP-ONE-EDGE - LINK ONE DEPENDENCY EDGE INTO THE JOB
057250**----------------------------------------------------------------
057300**             GRAPH - EACH EDGE IS PUSHED ONTO THE FRONT OF ITS
057350**             PREDECESSOR'S CHAIN OF OUTGOING EDGES
057400 4100-MAP-ONE-EDGE.
057500     MOVE DEP-EDGE-PRED-ID(DEP-EDGE-SUB) TO IGC-FIND-JOB-ID.
057600     PERFORM 4200-FIND-OR-ADD-NODE THRU 4200-EXIT.
057700     MOVE IGC-HIT-SUB TO IGC-PRED-NODE.
057800     MOVE DEP-EDGE-SUCC-ID(DEP-EDGE-SUB) TO IGC-FIND-JOB-ID.
057900     PERFORM 4200-FIND-OR-ADD-NODE THRU 4200-EXIT.
058000     MOVE IGC-HIT-SUB TO IGC-SUCC-NODE.
058100     IF IGC-PRED-NODE = ZERO OR IGC-SUCC-NODE = ZERO
058200         GO TO 4100-EXIT
058300     END-IF.
058400     MOVE IGC-SUCC-NODE TO IGC-EN-SUCC-SUB(DEP-EDGE-SUB).
058500     MOVE IGC-ND-FIRST-EDGE(IGC-PRED-NODE)
058600         TO IGC-EN-NEXT-EDGE(DEP-EDGE-SUB).
058700     MOVE DEP-EDGE-SUB TO IGC-ND-FIRST-EDGE(IGC-PRED-NODE).
058800 4100-EXIT.
058900     EXIT.
058933**----------------------------------------------------------------
058966** 4200-FIND-OR-ADD-NODE - FIND THE NODE FOR IGC-FIND-JOB-ID,
058999**----------------------------------------------------------------
059032**             ADDING IT IF IT IS NEW - IGC-HIT-SUB COMES BACK
059065**             ZERO WHEN THE TABLE IS FULL
059100 4200-FIND-OR-ADD-NODE.
059200     MOVE ZERO TO IGC-HIT-SUB.
059300     PERFORM 4250-TEST-ONE-NODE THRU 4250-EXIT
059400         VARYING IGC-SUB FROM 1 BY 1
059500         UNTIL IGC-SUB > IGC-ND-COUNT
059600         OR IGC-HIT-SUB > ZERO.
059700     IF IGC-HIT-SUB > ZERO
059800         GO TO 4200-EXIT
059900     END-IF.
060000     IF IGC-ND-COUNT >= IGC-ND-MAX-COUNT
060100         SET IGC-NODE-FULL TO TRUE
060200         GO TO 4200-EXIT
060300     END-IF.
060400     ADD 1 TO IGC-ND-COUNT.
060500     MOVE IGC-ND-COUNT TO IGC-HIT-SUB.
060600     MOVE IGC-FIND-JOB-ID TO IGC-ND-JOB-ID(IGC-HIT-SUB).
060700     MOVE ZERO TO IGC-ND-FIRST-EDGE(IGC-HIT-SUB).
060800     MOVE ZERO TO IGC-ND-SEEN-BY(IGC-HIT-SUB).
060900     MOVE ZERO TO IGC-ND-PARENT(IGC-HIT-SUB).
061000     SET IGC-ND-NOT-REPORTED(IGC-HIT-SUB) TO TRUE.
061100 4200-EXIT.
061200     EXIT.
061300 4250-TEST-ONE-NODE.
061400     IF IGC-ND-JOB-ID(IGC-SUB) = IGC-FIND-JOB-ID
061500         MOVE IGC-SUB TO IGC-HIT-SUB
061600     END-IF.
061700 4250-EXIT.
061800     EXIT.
061857**----------------------------------------------------------------
061914** 4300-SEARCH-FROM-ONE-JOB - SEARCH OUT FROM ONE JOB FOR A LOOP
061971**----------------------------------------------------------------
062028**             BACK TO IT - SEEN-BY HOLDS THE START JOB OF THE
062085**             SEARCH THAT LAST REACHED A JOB, SO NOTHING NEEDS
062142**             CLEARING BETWEEN SEARCHES
062200 4300-SEARCH-FROM-ONE-JOB.
062300     IF IGC-ND-REPORTED(IGC-START-SUB)
062400         GO TO 4300-EXIT
062500     END-IF.
062600     SET IGC-LOOP-NOT-FOUND TO TRUE.
062700     MOVE IGC-START-SUB TO IGC-ND-SEEN-BY(IGC-START-SUB).
062800     MOVE ZERO TO IGC-ND-PARENT(IGC-START-SUB).
062900     MOVE 1 TO IGC-Q-HEAD.
063000     MOVE 1 TO IGC-Q-TAIL.
063100     MOVE IGC-START-SUB TO IGC-QUEUE-SUB(1).
063200     PERFORM 4400-VISIT-ONE-JOB THRU 4400-EXIT
063300         UNTIL IGC-Q-HEAD > IGC-Q-TAIL
063400         OR IGC-LOOP-FOUND.
063500     IF IGC-LOOP-FOUND
063600         PERFORM 4600-REPORT-ONE-LOOP THRU 4600-EXIT
063700     END-IF.
063800 4300-EXIT.
063900     EXIT.
064000 4400-VISIT-ONE-JOB.
064100     MOVE IGC-QUEUE-SUB(IGC-Q-HEAD) TO IGC-CUR-SUB.
064200     ADD 1 TO IGC-Q-HEAD.
064300     MOVE IGC-ND-FIRST-EDGE(IGC-CUR-SUB) TO IGC-EDGE-PTR.
064400     PERFORM 4500-FOLLOW-ONE-EDGE THRU 4500-EXIT
064500         UNTIL IGC-EDGE-PTR = ZERO
064600         OR IGC-LOOP-FOUND.
064700 4400-EXIT.
064800     EXIT.
064900 4500-FOLLOW-ONE-EDGE.
065000     MOVE IGC-EN-SUCC-SUB(IGC-EDGE-PTR) TO IGC-SUCC-NODE.
065100     IF IGC-SUCC-NODE = IGC-START-SUB
065200         SET IGC-LOOP-FOUND TO TRUE
065300         MOVE IGC-CUR-SUB TO IGC-LAST-SUB
065400         GO TO 4500-EXIT
065500     END-IF.
065600     IF IGC-ND-SEEN-BY(IGC-SUCC-NODE) NOT = IGC-START-SUB
065700         MOVE IGC-START-SUB TO IGC-ND-SEEN-BY(IGC-SUCC-NODE)
065800         MOVE IGC-CUR-SUB TO IGC-ND-PARENT(IGC-SUCC-NODE)
065900         ADD 1 TO IGC-Q-TAIL
066000         MOVE IGC-SUCC-NODE TO IGC-QUEUE-SUB(IGC-Q-TAIL)
066100     END-IF.
066200     MOVE IGC-EN-NEXT-EDGE(IGC-EDGE-PTR) TO IGC-EDGE-PTR.
066300 4500-EXIT.
066400     EXIT.
066462**----------------------------------------------------------------
066524** 4600-REPORT-ONE-LOOP - PRINT AND LOG ONE DEPENDENCY LOOP - THE
066586**----------------------------------------------------------------
066648**             PARENT LINKS LEAD BACK FROM THE LAST JOB TO THE
066710**             START, SO THE PATH TABLE FILLS IN REVERSE AND IS
066772**             PRINTED BACKWARDS - EACH JOB MUST FINISH BEFORE THE
066834**             NEXT ONE SHOWN, AND THE LAST BEFORE THE FIRST
066900 4600-REPORT-ONE-LOOP.
067000     MOVE ZERO TO IGC-PATH-LEN.
067100     MOVE IGC-LAST-SUB TO IGC-CUR-SUB.
067200     PERFORM 4650-ADD-ONE-PATH-JOB THRU 4650-EXIT
067300         UNTIL IGC-CUR-SUB = ZERO.
067400     MOVE IGC-PATH-LEN TO IGC-EDIT-COUNT.
067500     MOVE 'IGC0105E' TO EVP-CODE.
067600     MOVE IGC-ND-JOB-ID(IGC-START-SUB) TO EVP-JOB-ID.
067700     MOVE SPACES TO EVP-TEXT.
067800     STRING 'DEPENDENCY LOOP THROUGH ' IGC-EDIT-COUNT
067900         ' JOB(S) - NONE CAN EVER RUN'
068000         DELIMITED BY SIZE INTO EVP-TEXT
068100     END-STRING.
068200     PERFORM 8000-RECORD-FINDING THRU 8000-EXIT.
068300     ADD 1 TO IGC-LOOP-COUNT.
068400     MOVE SPACES TO PTH-TEXT.
068500     MOVE 1 TO IGC-PATH-PTR.
068600     STRING 'LOOP: ' DELIMITED BY SIZE
068700         INTO PTH-TEXT WITH POINTER IGC-PATH-PTR
068800     END-STRING.
068900     PERFORM 4700-PRINT-ONE-PATH-JOB THRU 4700-EXIT
069000         VARYING IGC-PATH-SUB FROM IGC-PATH-LEN BY -1
069100         UNTIL IGC-PATH-SUB < 1.
069110     IF IGC-PATH-PTR > 88
069120         MOVE IGC-PATH-LINE TO RPT-LINE
069130         WRITE RPT-LINE
069140         MOVE SPACES TO PTH-TEXT
069150         MOVE 7 TO IGC-PATH-PTR
069160     END-IF.
069200     STRING ' > ' IGC-ND-JOB-ID(IGC-START-SUB)
069300         DELIMITED BY SIZE
069400         INTO PTH-TEXT WITH POINTER IGC-PATH-PTR
069500     END-STRING.
069600     MOVE IGC-PATH-LINE TO RPT-LINE.
069700     WRITE RPT-LINE.
069800 4600-EXIT.
069900     EXIT.
070000 4650-ADD-ONE-PATH-JOB.
070100     ADD 1 TO IGC-PATH-LEN.
070200     MOVE IGC-CUR-SUB TO IGC-PATH-NODE(IGC-PATH-LEN).
070300     SET IGC-ND-REPORTED(IGC-CUR-SUB) TO TRUE.
070400     IF IGC-CUR-SUB = IGC-START-SUB
070500         MOVE ZERO TO IGC-CUR-SUB
070600     ELSE
070700         MOVE IGC-ND-PARENT(IGC-CUR-SUB) TO IGC-CUR-SUB
070800     END-IF.
070900 4650-EXIT.
071000     EXIT.
071100 4700-PRINT-ONE-PATH-JOB.
071200     IF IGC-PATH-PTR > 88
071300         MOVE IGC-PATH-LINE TO RPT-LINE
071400         WRITE RPT-LINE
071500         MOVE SPACES TO PTH-TEXT
071600         MOVE 7 TO IGC-PATH-PTR
071700     END-IF.
071800     IF IGC-PATH-SUB < IGC-PATH-LEN
071900         STRING ' > ' DELIMITED BY SIZE
072000             INTO PTH-TEXT WITH POINTER IGC-PATH-PTR
072100         END-STRING
072200     END-IF.
072300     MOVE IGC-PATH-NODE(IGC-PATH-SUB) TO IGC-CUR-SUB.
072400     STRING IGC-ND-JOB-ID(IGC-CUR-SUB) DELIMITED BY SIZE
072500         INTO PTH-TEXT WITH POINTER IGC-PATH-PTR
072600     END-STRING.
072700 4700-EXIT.
072800     EXIT.
072900**----------------------------------------------------------------
073000** 5000-CHECK-SCHED-COVERAGE - EVERY JOB ON THE SCHEDULE MASTER
073100**----------------------------------------------------------------
073200**             MUST HAVE A PARAMETER ROW IN EFFECT ON THE FIRST
073300**             AND THE LAST DAY OF NEXT MONTH.  A HOLE BETWEEN THE
073400**             TWO IS ALREADY A GAP FINDING FROM 2000
073500 5000-CHECK-SCHED-COVERAGE.
073600     IF IGC-ERROR-SEEN
073700         GO TO 5000-EXIT
073800     END-IF.
073900     MOVE 'SCHEDULED JOBS WITHOUT PARAMETERS NEXT MONTH'
074000         TO SEC-TITLE.
074100     PERFORM 8200-PRINT-SECTION-TITLE THRU 8200-EXIT.
074200     MOVE LOW-VALUES TO SCHD-JOB-ID.
074300     START SCHED-MASTER KEY NOT < SCHD-JOB-ID.
074400     IF IGC-SCHDMSTR-STATUS NOT = '00'
074500         GO TO 5000-EXIT
074600     END-IF.
074700     SET IGC-NOT-EOF TO TRUE.
074800     PERFORM 5100-CHECK-ONE-SCHED-ROW THRU 5100-EXIT
074900         UNTIL IGC-EOF.
075000 5000-EXIT.
075100     EXIT.
075200 5100-CHECK-ONE-SCHED-ROW.
075300     READ SCHED-MASTER NEXT RECORD
075400         AT END
075500             SET IGC-EOF TO TRUE
075600             GO TO 5100-EXIT
075700     END-READ.
075800     MOVE SCHD-JOB-ID TO IGC-FIND-JOB-ID.
075900     PERFORM 8300-FIND-PARM-JOB THRU 8300-EXIT.
076000     IF IGC-HIT-SUB = ZERO
076100         MOVE IGC-MONTH-FIRST TO IGC-WORK-DATE
076200     ELSE
076300         IF IGC-PJ-FIRST-NOT-COVERED(IGC-HIT-SUB)
076400             MOVE IGC-MONTH-FIRST TO IGC-WORK-DATE
076500         ELSE
076600             IF IGC-PJ-LAST-NOT-COVERED(IGC-HIT-SUB)
076700                 MOVE IGC-MONTH-LAST TO IGC-WORK-DATE
076800             ELSE
076900                 GO TO 5100-EXIT
077000             END-IF
077100         END-IF
077200     END-IF.
077300     MOVE 'IGC0106E' TO EVP-CODE.
077400     MOVE SCHD-JOB-ID TO EVP-JOB-ID.
077500     MOVE SPACES TO EVP-TEXT.
077600     STRING 'SCHEDULED JOB HAS NO PARM ROW IN EFFECT ON '
077700         IGC-WORK-DATE
077800         DELIMITED BY SIZE INTO EVP-TEXT
077900     END-STRING.
078000     PERFORM 8000-RECORD-FINDING THRU 8000-EXIT.
078100     ADD 1 TO IGC-UNCOVERED-COUNT.
078200 5100-EXIT.
078300     EXIT.
078400**----------------------------------------------------------------
078500** 6000-CHECK-REQUEUE-REGIONS - AN OPEN OR CORRECTED REQUEUE ROW
078600**----------------------------------------------------------------
078700**             WILL BE RESUBMITTED, AND APP WILL REJECT IT AGAIN
078800**             IF ITS REGION IS GONE FROM THE REGION MASTER OR NOW
078900**             INACTIVE.  A ROW WITH NO REGION IS NOT CHECKED
079000 6000-CHECK-REQUEUE-REGIONS.
079100     IF IGC-ERROR-SEEN
079200         GO TO 6000-EXIT
079300     END-IF.
079400     MOVE 'REQUEUE ROWS AGAINST THE REGION MASTER' TO SEC-TITLE.
079500     PERFORM 8200-PRINT-SECTION-TITLE THRU 8200-EXIT.
079600     MOVE LOW-VALUES TO RQM-KEY.
079700     START REQUEUE-MASTER KEY NOT < RQM-KEY.
079800     IF IGC-RQMSTR-STATUS NOT = '00'
079900         GO TO 6000-EXIT
080000     END-IF.
080100     SET IGC-NOT-EOF TO TRUE.
080200     PERFORM 6100-CHECK-ONE-REQUEUE-ROW THRU 6100-EXIT
080300         UNTIL IGC-EOF.
080400 6000-EXIT.
080500     EXIT.
080600 6100-CHECK-ONE-REQUEUE-ROW.
080700     READ REQUEUE-MASTER NEXT RECORD
080800         AT END
080900             SET IGC-EOF TO TRUE
081000             GO TO 6100-EXIT
081100     END-READ.
081200     IF NOT RQM-STATUS-OPEN AND NOT RQM-STATUS-CORRECTED
081300         GO TO 6100-EXIT
081400     END-IF.
081500     IF RQM-REGION-CODE = SPACES
081600         GO TO 6100-EXIT
081700     END-IF.
081800     MOVE 'IGC0107E' TO EVP-CODE.
081900     MOVE RQM-JOB-ID TO EVP-JOB-ID.
082000     MOVE SPACES TO EVP-TEXT.
082100     MOVE RQM-REGION-CODE TO RGN-CODE.
082200     READ REGION-MASTER
082300         INVALID KEY
082400             STRING 'REQUEUE ' RQM-RUN-DATE '/' RQM-ENTRY-SEQ
082500                 ' REGION ' RQM-REGION-CODE
082600                 ' NOT ON REGION MASTER'
082700                 DELIMITED BY SIZE INTO EVP-TEXT
082800             END-STRING
082900             PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
083000             ADD 1 TO IGC-REGION-COUNT
083100             GO TO 6100-EXIT
083200     END-READ.
083300     IF NOT RGN-ACTIVE
083400         MOVE 'IGC0108E' TO EVP-CODE
083500         STRING 'REQUEUE ' RQM-RUN-DATE '/' RQM-ENTRY-SEQ
083600             ' REGION ' RQM-REGION-CODE ' IS INACTIVE'
083700             DELIMITED BY SIZE INTO EVP-TEXT
083800         END-STRING
083900         PERFORM 8000-RECORD-FINDING THRU 8000-EXIT
084000         ADD 1 TO IGC-REGION-COUNT
084100     END-IF.
084200 6100-EXIT.
084300     EXIT.
084400**----------------------------------------------------------------
084500** 7000-PRINT-TOTALS - ONE COUNT PER CHECK AND THE OVERALL
084600**----------------------------------------------------------------
084700**             VERDICT THE SCHEDULER HOLD IS KEYED ON
084800 7000-PRINT-TOTALS.
084900     IF IGC-ERROR-SEEN
085000         GO TO 7000-EXIT
085100     END-IF.
085200     MOVE 'PARM RANGE OVERLAPS:' TO TOT-LABEL.
085300     MOVE IGC-OVERLAP-COUNT TO TOT-COUNT.
085400     PERFORM 8400-PRINT-TOTAL-LINE THRU 8400-EXIT.
085500     MOVE 'PARM RANGE GAPS:' TO TOT-LABEL.
085600     MOVE IGC-GAP-COUNT TO TOT-COUNT.
085700     PERFORM 8400-PRINT-TOTAL-LINE THRU 8400-EXIT.
085800     MOVE 'UNKNOWN PREDECESSORS:' TO TOT-LABEL.
085900     MOVE IGC-ORPHAN-COUNT TO TOT-COUNT.
086000     PERFORM 8400-PRINT-TOTAL-LINE THRU 8400-EXIT.
086100     MOVE 'DEPENDENCY LOOPS:' TO TOT-LABEL.
086200     MOVE IGC-LOOP-COUNT TO TOT-COUNT.
086300     PERFORM 8400-PRINT-TOTAL-LINE THRU 8400-EXIT.
086400     MOVE 'JOBS WITHOUT NEXT-MONTH PARMS:' TO TOT-LABEL.
086500     MOVE IGC-UNCOVERED-COUNT TO TOT-COUNT.
086600     PERFORM 8400-PRINT-TOTAL-LINE THRU 8400-EXIT.
086700     MOVE 'REQUEUE ROWS, BAD REGION:' TO TOT-LABEL.
086800     MOVE IGC-REGION-COUNT TO TOT-COUNT.
086900     PERFORM 8400-PRINT-TOTAL-LINE THRU 8400-EXIT.
087000     MOVE 'TOTAL FINDINGS:' TO TOT-LABEL.
087100     MOVE IGC-FINDING-COUNT TO TOT-COUNT.
087200     PERFORM 8400-PRINT-TOTAL-LINE THRU 8400-EXIT.
087300     IF IGC-FINDING-COUNT > ZERO
087400         DISPLAY 'IGC0009E - ' IGC-FINDING-COUNT
087500             ' CROSS-MASTER INTEGRITY FINDING(S) - SEE INTGRPT'
087600     END-IF.
087700 7000-EXIT.
087800     EXIT.
087900**----------------------------------------------------------------
088000** 8000-RECORD-FINDING - PRINT ONE FINDING AND LAND IT ON THE
088100**----------------------------------------------------------------
088200**             OPERATIONAL EVENT FILE - CALLERS FILL EVP-CODE,
088300**             EVP-JOB-ID AND EVP-TEXT FIRST
088400 8000-RECORD-FINDING.
088500     ADD 1 TO IGC-FINDING-COUNT.
088600     MOVE EVP-CODE TO DTL-CODE.
088700     MOVE EVP-JOB-ID TO DTL-JOB-ID.
088800     MOVE EVP-TEXT TO DTL-TEXT.
088900     MOVE IGC-DETAIL-LINE TO RPT-LINE.
089000     WRITE RPT-LINE.
089100     MOVE 'E' TO EVP-SEVERITY.
089200     CALL 'EVTLOG' USING EVENT-LOG-PARM
089300     END-CALL.
089400 8000-EXIT.
089500     EXIT.
089600**----------------------------------------------------------------
089700** 8100-LOG-OPERATIONAL-EVENT - LAND THE CHECK'S OWN FAILURE ON
089800**----------------------------------------------------------------
089900**             THE OPERATIONAL EVENT FILE - CALLERS FILL EVP-CODE
090000**             AND EVP-TEXT FIRST
090100 8100-LOG-OPERATIONAL-EVENT.
090200     MOVE 'E' TO EVP-SEVERITY.
090300     MOVE SPACES TO EVP-JOB-ID.
090400     CALL 'EVTLOG' USING EVENT-LOG-PARM
090500     END-CALL.
090600 8100-EXIT.
090700     EXIT.
090800 8200-PRINT-SECTION-TITLE.
090900     MOVE IGC-SECTION-LINE TO RPT-LINE.
091000     WRITE RPT-LINE.
091100 8200-EXIT.
091200     EXIT.
091250**----------------------------------------------------------------
091300** 8300-FIND-PARM-JOB - FIND THE JOB ON THE PARAMETER JOB TABLE -
091350**----------------------------------------------------------------
091400**             IGC-HIT-SUB COMES BACK ZERO WHEN THE JOB HAS NO ROW
091450**             ON THE PARAMETER MASTER
091500 8300-FIND-PARM-JOB.
091600     MOVE ZERO TO IGC-HIT-SUB.
091700     PERFORM 8350-TEST-ONE-PARM-JOB THRU 8350-EXIT
091800         VARYING IGC-SUB FROM 1 BY 1
091900         UNTIL IGC-SUB > IGC-PJ-COUNT
092000         OR IGC-HIT-SUB > ZERO.
092100 8300-EXIT.
092200     EXIT.
092300 8350-TEST-ONE-PARM-JOB.
092400     IF IGC-PJ-JOB-ID(IGC-SUB) = IGC-FIND-JOB-ID
092500         MOVE IGC-SUB TO IGC-HIT-SUB
092600     END-IF.
092700 8350-EXIT.
092800     EXIT.
092900 8400-PRINT-TOTAL-LINE.
093000     MOVE IGC-TOTAL-LINE TO RPT-LINE.
093100     WRITE RPT-LINE.
093200 8400-EXIT.
093300     EXIT.
093400**----------------------------------------------------------------
093500** 9000-TERMINATE - CLOSE WHATEVER OPENED
093600**----------------------------------------------------------------
093700 9000-TERMINATE.
093800     CLOSE PARM-MASTER.
093900     CLOSE DEPEND-MASTER.
094000     CLOSE SCHED-MASTER.
094100     CLOSE REGION-MASTER.
094200     CLOSE REQUEUE-MASTER.
094300     CLOSE REPORT-FILE.
094400 9000-EXIT.
094500     EXIT.
