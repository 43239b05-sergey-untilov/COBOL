000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLVMAN.
000300 AUTHOR.        D SHEPPARD.
000400 INSTALLATION.  APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700**----------------------------------------------------------------
000800*REMARKS.
000900*    NIGHTLY PRINT DELIVERY MANIFEST.  READS THE DAY'S RECORDS ON
001000*    THE PRINT-VOLUME FILE (PRNTVOL, SEE PVOLREC) - THE DAY IS
001100*    THE RUN DATE, THE FIRST COMMAND-LINE PARAMETER AS YYYYMMDD,
001200*    DEFAULTING TO TODAY - AND ROUTES EACH RUN THAT PRINTED
001300*    ANYTHING THROUGH THE REPORT DISTRIBUTION MASTER (DISTMSTR,
001400*    SEE DSTREC) ON ITS JOB-ID AND REGION.  FOR EACH RECIPIENT
001500*    DEPARTMENT, IN DEPARTMENT ORDER, IT PRINTS A DELIVERY LIST -
001600*    ONE LINE PER RUN WITH THE COPIES AND DELIVERY METHOD - AND A
001700*    SIGN-OFF SHEET FOR THE RECEIVER, EACH RECIPIENT'S BLOCK
001750*    OPENING WITH ITS OWN DELIVER-TO LINE SO THE LISTING CAN BE
001800*    SPLIT THERE.  TWO EXCEPTION LISTS FOLLOW: OUTPUT WITH NO
001900*    DISTRIBUTION ROW, WHICH THE PRINT ROOM HAS NOWHERE TO SEND,
002000*    AND DISTRIBUTION ROWS THAT EXPECTED OUTPUT TODAY BUT GOT
002100*    NONE.  A ROW EXPECTS OUTPUT WHEN ITS JOB IS DUE ON THE RUN
002200*    DATE BY THE SCHEDULE MASTER (SCHDMSTR) - THE SAME DUE TEST
002300*    SCHDMON AND TRNGEN USE - AND THE RUN DATE IS A BUSINESS DAY
002400*    BY THE HOLIDAY CALENDAR (HOLCAL).  A ROW WHOSE JOB RAN BUT
002500*    PRINTED NOTHING IS LISTED AS MISSED TOO.  EACH EXCEPTION IS
002600*    LOGGED THROUGH EVTLOG AS A WARNING.  THE MANIFEST IS PRINTED
002700*    ON DLVRPT.  RC 0 CLEAN; RC 4 ANY EXCEPTION, OR THE SCHEDULE
002800*    MASTER COULD NOT BE READ SO MISSED OUTPUT WAS NOT CHECKED;
002900*    RC 16 THE MANIFEST COULD NOT BE PRODUCED.
003000**
003100*MOD LOG.
003200*  2026-10-15 DRS  INITIAL VERSION.
003300**----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PRINT-VOLUME ASSIGN TO PRNTVOL
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS DLV-PRNTVOL-STATUS.
004000     SELECT DIST-MASTER ASSIGN TO DISTMSTR
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS DIST-KEY
004400         FILE STATUS IS DLV-DISTMSTR-STATUS.
004500     SELECT SCHED-MASTER ASSIGN TO SCHDMSTR
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS SCHD-JOB-ID
004900         FILE STATUS IS DLV-SCHDMSTR-STATUS.
005000     SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS DLV-HOLCAL-STATUS.
005300     SELECT REPORT-FILE ASSIGN TO DLVRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS DLV-RPTFILE-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PRINT-VOLUME
005900     LABEL RECORDS ARE STANDARD.
006000 COPY PVOLREC.
006100 FD  DIST-MASTER
006200     LABEL RECORDS ARE STANDARD.
006300 COPY DSTREC.
006400 FD  SCHED-MASTER
006500     LABEL RECORDS ARE STANDARD.
006600 COPY SCHDREC.
006700 FD  HOLIDAY-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 COPY HOLREC.
007000 FD  REPORT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  RPT-LINE                   PIC X(132).
007300 WORKING-STORAGE SECTION.
007400**----------------------------------------------------------------
007500** SITE HOLIDAY CALENDAR TABLE (COPYBOOK)
007600**----------------------------------------------------------------
007700 COPY HOLTAB.
007800**----------------------------------------------------------------
007900** OPERATIONAL EVENT LOG PARAMETER AREA (COPYBOOK) - SEE 8000
008000**----------------------------------------------------------------
008100 COPY EVTPARM.
008200**----------------------------------------------------------------
008300** DLVMAN WORKING FIELDS
008400**----------------------------------------------------------------
008500 01  DLV-RAW-CMDLINE            PIC X(250).
008600 01  DLV-FIRST-TOKEN            PIC X(20).
008700 01  DLV-RUN-DATE               PIC 9(08).
008800 01  DLV-RUN-INTEGER            PIC S9(09) COMP.
008900 01  DLV-WEEKDAY                PIC 9(01) COMP.
009000** DAY OF WEEK IN THE SCHEDULE MASTER'S CONVENTION,
009100** 1 = MONDAY .. 7 = SUNDAY.
009200 01  DLV-DAY-OF-WEEK            PIC 9(01).
009300 01  DLV-DAY-OF-MONTH           PIC 9(02).
009400 01  DLV-METHOD-TEXT            PIC X(12).
009500 01  DLV-MISSED-REASON          PIC X(30).
009600**
009700 01  DLV-READ-COUNT             PIC 9(07) COMP.
009800 01  DLV-DAY-COUNT              PIC 9(07) COMP.
009900 01  DLV-ROUTED-COUNT           PIC 9(07) COMP.
010000 01  DLV-ZERO-COUNT             PIC 9(07) COMP.
010100 01  DLV-UNROUTED-COUNT         PIC 9(07) COMP.
010200 01  DLV-MISSED-COUNT           PIC 9(05) COMP.
010300 01  DLV-UNSCHED-COUNT          PIC 9(05) COMP.
010400 01  DLV-SUB                    PIC 9(04) COMP.
010500 01  DLV-ITM-SUB                PIC 9(04) COMP.
010600 01  DLV-RCP-SUB                PIC 9(04) COMP.
010700 01  DLV-HIT-SUB                PIC 9(04) COMP.
010800 01  DLV-SHIFT-SUB              PIC 9(04) COMP.
010900**
011000 01  DLV-PVOL-EOF-SW            PIC X(01).
011100     88  DLV-PVOL-EOF                   VALUE 'Y'.
011200     88  DLV-PVOL-NOT-EOF               VALUE 'N'.
011300 01  DLV-EOF-SW                 PIC X(01).
011400     88  DLV-EOF                        VALUE 'Y'.
011500     88  DLV-NOT-EOF                    VALUE 'N'.
011600 01  DLV-HOLCAL-EOF-SW          PIC X(01).
011700     88  DLV-HOLCAL-EOF                 VALUE 'Y'.
011800     88  DLV-HOLCAL-NOT-EOF             VALUE 'N'.
011900 01  DLV-BUSINESS-SW            PIC X(01).
012000     88  DLV-DAY-IS-BUSINESS            VALUE 'Y'.
012100     88  DLV-DAY-NOT-BUSINESS           VALUE 'N'.
012200 01  DLV-SCHED-SW               PIC X(01).
012300     88  DLV-SCHED-CHECKED              VALUE 'Y'.
012400     88  DLV-SCHED-NOT-CHECKED          VALUE 'N'.
012500 01  DLV-DUE-SW                 PIC X(01).
012600     88  DLV-JOB-DUE                    VALUE 'Y'.
012700     88  DLV-JOB-NOT-DUE                VALUE 'N'.
012800 01  DLV-ERROR-SW               PIC X(01).
012900     88  DLV-ERROR-SEEN                 VALUE 'Y'.
013000     88  DLV-NO-ERROR                   VALUE 'N'.
013100**
013200 01  DLV-PRNTVOL-STATUS         PIC X(02).
013300 01  DLV-DISTMSTR-STATUS        PIC X(02).
013400 01  DLV-SCHDMSTR-STATUS        PIC X(02).
013500 01  DLV-HOLCAL-STATUS          PIC X(02).
013600 01  DLV-RPTFILE-STATUS         PIC X(02).
013700**----------------------------------------------------------------
013800** DISTRIBUTION TABLE - THE WHOLE DISTRIBUTION MASTER, LOADED
013900** ONCE, IN KEY ORDER, WITH THE DAY'S RUNS COUNTED AGAINST EACH
014000** ROW
014100**----------------------------------------------------------------
014200 01  DLV-DST-TABLE.
014300     05  DLV-DST-COUNT           PIC 9(04) COMP.
014400     05  DLV-DST-MAX             PIC 9(04) COMP VALUE 1000.
014500     05  DLV-DST-ENTRY OCCURS 1000 TIMES.
014600         10  DLV-DST-JOB-ID          PIC X(08).
014700         10  DLV-DST-REGION          PIC X(04).
014800         10  DLV-DST-DEPT            PIC X(30).
014900         10  DLV-DST-COPIES          PIC 9(03).
015000         10  DLV-DST-METHOD          PIC X(01).
015100         10  DLV-DST-RUNS            PIC 9(05) COMP.
015200         10  DLV-DST-ZERO-RUNS       PIC 9(05) COMP.
015300**----------------------------------------------------------------
015400** DELIVERY ITEM TABLE - ONE ENTRY PER ROUTED RUN, IN PRINT-VOLUME
015500** ORDER, POINTING AT ITS DISTRIBUTION ROW
015600**----------------------------------------------------------------
015700 01  DLV-ITM-TABLE.
015800     05  DLV-ITM-COUNT           PIC 9(04) COMP.
015900     05  DLV-ITM-MAX             PIC 9(04) COMP VALUE 2000.
016000     05  DLV-ITM-ENTRY OCCURS 2000 TIMES.
016100         10  DLV-ITM-DST-SUB         PIC 9(04) COMP.
016200         10  DLV-ITM-CALL-TIME       PIC 9(08).
016300         10  DLV-ITM-PAGES           PIC 9(07).
016400         10  DLV-ITM-LINES           PIC 9(09).
016500**----------------------------------------------------------------
016600** RECIPIENT TABLE - ONE ENTRY PER DEPARTMENT WITH SOMETHING TO
016700** DELIVER, KEPT IN DEPARTMENT ORDER AS IT IS BUILT
016800**----------------------------------------------------------------
016900 01  DLV-RCP-TABLE.
017000     05  DLV-RCP-COUNT           PIC 9(04) COMP.
017100     05  DLV-RCP-MAX             PIC 9(04) COMP VALUE 300.
017200     05  DLV-RCP-ENTRY OCCURS 300 TIMES.
017300         10  DLV-RCP-DEPT            PIC X(30).
017400         10  DLV-RCP-ITEMS           PIC 9(05) COMP.
017500         10  DLV-RCP-COPIES          PIC 9(07) COMP.
017600         10  DLV-RCP-PAGES           PIC 9(09) COMP.
017700**----------------------------------------------------------------
017800** EXCEPTION LISTS - THE FIRST 200 OF EACH ARE KEPT FOR THE
017900** REPORT; ALL ARE COUNTED AND LOGGED
018000**----------------------------------------------------------------
018100 01  DLV-UNR-TABLE.
018200     05  DLV-UNR-LISTED          PIC 9(04) COMP.
018300     05  DLV-UNR-MAX             PIC 9(04) COMP VALUE 200.
018400     05  DLV-UNR-ENTRY OCCURS 200 TIMES.
018500         10  DLV-UNR-JOB-ID          PIC X(08).
018600         10  DLV-UNR-REGION          PIC X(04).
018700         10  DLV-UNR-CALL-TIME       PIC 9(08).
018800         10  DLV-UNR-PAGES           PIC 9(07).
018900         10  DLV-UNR-LINES           PIC 9(09).
019000 01  DLV-MIS-TABLE.
019100     05  DLV-MIS-LISTED          PIC 9(04) COMP.
019200     05  DLV-MIS-MAX             PIC 9(04) COMP VALUE 200.
019300     05  DLV-MIS-ENTRY OCCURS 200 TIMES.
019400         10  DLV-MIS-DST-SUB         PIC 9(04) COMP.
019500         10  DLV-MIS-REASON          PIC X(30).
019600**----------------------------------------------------------------
019700** REPORT LINE LAYOUTS
019800**----------------------------------------------------------------
019900 01  DLV-HEADING-LINE.
020000     05  FILLER                 PIC X(40) VALUE
020100         'APP PRINT DELIVERY MANIFEST'.
020200     05  FILLER                 PIC X(10) VALUE
020300         'RUN DATE'.
020400     05  RPT-RUN-DATE            PIC 9(08).
020500     05  FILLER                 PIC X(74) VALUE SPACES.
020600 01  DLV-RECIPIENT-LINE.
020700     05  FILLER                 PIC X(20) VALUE
020800         'DELIVER TO:'.
020900     05  RCP-DEPT                PIC X(30).
021000     05  FILLER                 PIC X(10) VALUE SPACES.
021100     05  FILLER                 PIC X(10) VALUE
021200         'RUN DATE'.
021300     05  RCP-RUN-DATE            PIC 9(08).
021400     05  FILLER                 PIC X(54) VALUE SPACES.
021500 01  DLV-SECTION-LINE.
021600     05  SEC-TITLE               PIC X(60).
021700     05  FILLER                 PIC X(72) VALUE SPACES.
021800 01  DLV-ITEM-COLUMN-LINE.
021900     05  FILLER                 PIC X(40) VALUE
022000         'JOB ID    REGN  CALL TIME     PAGES     '.
022100     05  FILLER                 PIC X(40) VALUE
022200         '  LINES  COPIES  METHOD       RECVD'.
022300     05  FILLER                 PIC X(52) VALUE SPACES.
022400 01  DLV-ITEM-LINE.
022500     05  ITM-JOB-ID              PIC X(08).
022600     05  FILLER                 PIC X(02) VALUE SPACES.
022700     05  ITM-REGION              PIC X(04).
022800     05  FILLER                 PIC X(02) VALUE SPACES.
022900     05  ITM-CALL-TIME           PIC 9(08).
023000     05  FILLER                 PIC X(02) VALUE SPACES.
023100     05  ITM-PAGES               PIC Z(08)9.
023200     05  FILLER                 PIC X(02) VALUE SPACES.
023300     05  ITM-LINES               PIC Z(09)9.
023400     05  FILLER                 PIC X(02) VALUE SPACES.
023500     05  ITM-COPIES              PIC ZZZZZ9.
023600     05  FILLER                 PIC X(02) VALUE SPACES.
023700     05  ITM-METHOD              PIC X(12).
023800     05  FILLER                 PIC X(01) VALUE SPACES.
023900     05  ITM-RECEIVED            PIC X(08) VALUE '[    ]'.
024000     05  FILLER                 PIC X(54) VALUE SPACES.
024100 01  DLV-SIGN-LINE.
024200     05  SGN-TEXT                PIC X(80).
024300     05  FILLER                 PIC X(52) VALUE SPACES.
024400 01  DLV-UNR-COLUMN-LINE.
024500     05  FILLER                 PIC X(60) VALUE
024600         'JOB ID    REGN  CALL TIME     PAGES       LINES'.
024700     05  FILLER                 PIC X(72) VALUE SPACES.
024800 01  DLV-UNR-LINE.
024900     05  UNR-JOB-ID              PIC X(08).
025000     05  FILLER                 PIC X(02) VALUE SPACES.
025100     05  UNR-REGION              PIC X(04).
025200     05  FILLER                 PIC X(02) VALUE SPACES.
025300     05  UNR-CALL-TIME           PIC 9(08).
025400     05  FILLER                 PIC X(02) VALUE SPACES.
025500     05  UNR-PAGES               PIC Z(08)9.
025600     05  FILLER                 PIC X(02) VALUE SPACES.
025700     05  UNR-LINES               PIC Z(09)9.
025800     05  FILLER                 PIC X(85) VALUE SPACES.
025900 01  DLV-MIS-COLUMN-LINE.
026000     05  FILLER                 PIC X(40) VALUE
026100         'JOB ID    REGN  RECIPIENT'.
026200     05  FILLER                 PIC X(40) VALUE
026300         '        REASON'.
026400     05  FILLER                 PIC X(52) VALUE SPACES.
026500 01  DLV-MIS-LINE.
026600     05  MIS-JOB-ID              PIC X(08).
026700     05  FILLER                 PIC X(02) VALUE SPACES.
026800     05  MIS-REGION              PIC X(04).
026900     05  FILLER                 PIC X(02) VALUE SPACES.
027000     05  MIS-DEPT                PIC X(30).
027100     05  FILLER                 PIC X(02) VALUE SPACES.
027200     05  MIS-REASON              PIC X(30).
027300     05  FILLER                 PIC X(54) VALUE SPACES.
027400 01  DLV-TOTAL-LINE.
027500     05  TOT-LABEL               PIC X(40).
027600     05  TOT-COUNT               PIC Z(12)9.
027700     05  FILLER                 PIC X(79) VALUE SPACES.
027800 01  DLV-VERDICT-LINE.
027900     05  RPT-VERDICT-TEXT        PIC X(70).
028000     05  FILLER                 PIC X(62) VALUE SPACES.
028100 PROCEDURE DIVISION.
028200**----------------------------------------------------------------
028300** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
028400**----------------------------------------------------------------
028500 0000-MAINLINE.
028600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028700     IF DLV-NO-ERROR
028800         PERFORM 1500-CHECK-BUSINESS-DAY THRU 1500-EXIT
028900         PERFORM 2000-LOAD-DIST-TABLE THRU 2000-EXIT
029000     END-IF.
029100     IF DLV-NO-ERROR
029200         PERFORM 3000-MATCH-THE-DAY THRU 3000-EXIT
029300     END-IF.
029400     IF DLV-NO-ERROR
029500         PERFORM 4000-FIND-MISSED-ROWS THRU 4000-EXIT
029600         PERFORM 4500-BUILD-RECIPIENT-TABLE THRU 4500-EXIT
029700     END-IF.
029800     IF DLV-NO-ERROR
029900         PERFORM 5000-PRINT-MANIFEST THRU 5000-EXIT
030000     END-IF.
030100     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
030200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030300     EVALUATE TRUE
030400         WHEN DLV-ERROR-SEEN
030500             MOVE 16 TO RETURN-CODE
030600         WHEN DLV-UNROUTED-COUNT > ZERO
030700             OR DLV-MISSED-COUNT > ZERO
030800             OR DLV-SCHED-NOT-CHECKED
030900             MOVE 4 TO RETURN-CODE
031000     END-EVALUATE.
031100     STOP RUN.
031200**----------------------------------------------------------------
031300** 1000-INITIALIZE - TAKE THE RUN DATE, OPEN THE REPORT, AND LOAD
031400**----------------------------------------------------------------
031500**             THE HOLIDAY CALENDAR
031600 1000-INITIALIZE.
031700     SET DLV-NO-ERROR TO TRUE.
031800     SET DLV-DAY-NOT-BUSINESS TO TRUE.
031900     SET DLV-SCHED-CHECKED TO TRUE.
032000     MOVE ZERO TO DLV-READ-COUNT.
032100     MOVE ZERO TO DLV-DAY-COUNT.
032200     MOVE ZERO TO DLV-ROUTED-COUNT.
032300     MOVE ZERO TO DLV-ZERO-COUNT.
032400     MOVE ZERO TO DLV-UNROUTED-COUNT.
032500     MOVE ZERO TO DLV-MISSED-COUNT.
032600     MOVE ZERO TO DLV-UNSCHED-COUNT.
032700     MOVE ZERO TO DLV-DST-COUNT.
032800     MOVE ZERO TO DLV-ITM-COUNT.
032900     MOVE ZERO TO DLV-RCP-COUNT.
033000     MOVE ZERO TO DLV-UNR-LISTED.
033100     MOVE ZERO TO DLV-MIS-LISTED.
033200     MOVE SPACES TO DLV-RPTFILE-STATUS.
033300     ACCEPT DLV-RUN-DATE FROM DATE YYYYMMDD.
033400     ACCEPT DLV-RAW-CMDLINE FROM COMMAND-LINE.
033500     MOVE SPACES TO DLV-FIRST-TOKEN.
033600     UNSTRING DLV-RAW-CMDLINE DELIMITED BY ALL SPACE
033700         INTO DLV-FIRST-TOKEN
033800     END-UNSTRING.
033900     IF DLV-FIRST-TOKEN NOT = SPACES
034000         IF DLV-FIRST-TOKEN(1:8) NUMERIC
034100             AND DLV-FIRST-TOKEN(9:12) = SPACES
034200             MOVE DLV-FIRST-TOKEN(1:8) TO DLV-RUN-DATE
034300         ELSE
034400             DISPLAY 'DLV0001E - RUN DATE PARAMETER MUST BE'
034500             DISPLAY '           YYYYMMDD - MANIFEST ABANDONED'
034600             SET DLV-ERROR-SEEN TO TRUE
034700             GO TO 1000-EXIT
034800         END-IF
034900     END-IF.
035000     OPEN OUTPUT REPORT-FILE.
035100     IF DLV-RPTFILE-STATUS NOT = '00'
035200         DISPLAY 'DLV0002E - UNABLE TO OPEN MANIFEST REPORT -'
035300         DISPLAY '           MANIFEST ABANDONED'
035400         MOVE 'DLV0002E' TO EVP-CODE
035500         MOVE 'E' TO EVP-SEVERITY
035600         MOVE SPACES TO EVP-JOB-ID
035700         MOVE 'DELIVERY MANIFEST ABORTED - DLVRPT UNUSABLE'
035800             TO EVP-TEXT
035900         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
036000         SET DLV-ERROR-SEEN TO TRUE
036100         GO TO 1000-EXIT
036200     END-IF.
036300     MOVE DLV-RUN-DATE TO RPT-RUN-DATE.
036400     MOVE DLV-HEADING-LINE TO RPT-LINE.
036500     WRITE RPT-LINE.
036600     PERFORM 1100-LOAD-HOLIDAY-TABLE THRU 1100-EXIT.
036700 1000-EXIT.
036800     EXIT.
036900**----------------------------------------------------------------
037000** 1100-LOAD-HOLIDAY-TABLE - PULL THE HOLIDAY CALENDAR INTO
037100**----------------------------------------------------------------
037200**             STORAGE - IF THE FILE IS NOT AVAILABLE ONLY
037300**             WEEKENDS ARE TREATED AS NON-BUSINESS, AS IN TRNGEN
037400 1100-LOAD-HOLIDAY-TABLE.
037500     SET APP-HOL-NOT-LOADED TO TRUE.
037600     MOVE ZERO TO APP-HOL-COUNT.
037700     OPEN INPUT HOLIDAY-FILE.
037800     IF DLV-HOLCAL-STATUS NOT = '00'
037900         DISPLAY 'DLV0003W - HOLIDAY CALENDAR NOT AVAILABLE -'
038000         DISPLAY '           ONLY WEEKENDS ARE NON-BUSINESS DAYS'
038100         GO TO 1100-EXIT
038200     END-IF.
038300     SET DLV-HOLCAL-NOT-EOF TO TRUE.
038400     PERFORM 1200-LOAD-ONE-HOLIDAY THRU 1200-EXIT
038500         UNTIL DLV-HOLCAL-EOF.
038600     CLOSE HOLIDAY-FILE.
038700     SET APP-HOL-LOADED TO TRUE.
038800 1100-EXIT.
038900     EXIT.
039000 1200-LOAD-ONE-HOLIDAY.
039100     READ HOLIDAY-FILE
039200         AT END
039300             SET DLV-HOLCAL-EOF TO TRUE
039400             GO TO 1200-EXIT
039500     END-READ.
039600     IF APP-HOL-COUNT >= APP-HOL-MAX-COUNT
039700         DISPLAY 'DLV0004W - HOLIDAY TABLE FULL - REMAINING'
039800         DISPLAY '           CALENDAR RECORDS IGNORED'
039900         SET DLV-HOLCAL-EOF TO TRUE
040000         GO TO 1200-EXIT
040100     END-IF.
040200     ADD 1 TO APP-HOL-COUNT.
040300     MOVE HOL-DATE TO APP-HOL-DATE(APP-HOL-COUNT).
040400 1200-EXIT.
040500     EXIT.
040600**----------------------------------------------------------------
040700** 1500-CHECK-BUSINESS-DAY - IS THE RUN DATE A BUSINESS DAY, AND
040800**----------------------------------------------------------------
040900**             WHICH DAY OF WEEK AND MONTH IS IT - AS IN TRNGEN.
041000**             DATE ARITHMETIC HAS NO ORDINARY-VERB EQUIVALENT SO
041100**             THE STANDARD INTEGER-OF-DATE FUNCTION IS USED HERE.
041200**             LILIAN DAY 1 (1601-01-01) WAS A MONDAY.
041300 1500-CHECK-BUSINESS-DAY.
041400     SET DLV-DAY-IS-BUSINESS TO TRUE.
041500     COMPUTE DLV-RUN-INTEGER =
041600         FUNCTION INTEGER-OF-DATE(DLV-RUN-DATE).
041700     COMPUTE DLV-WEEKDAY =
041800         FUNCTION MOD(DLV-RUN-INTEGER - 1, 7).
041900     COMPUTE DLV-DAY-OF-WEEK = DLV-WEEKDAY + 1.
042000     MOVE DLV-RUN-DATE(7:2) TO DLV-DAY-OF-MONTH.
042100     IF DLV-WEEKDAY = 5 OR DLV-WEEKDAY = 6
042200         SET DLV-DAY-NOT-BUSINESS TO TRUE
042300         GO TO 1500-EXIT
042400     END-IF.
042500     MOVE DLV-RUN-DATE TO APP-HOL-LOOKUP-DATE.
042600     PERFORM 1600-LOOKUP-HOLIDAY THRU 1600-EXIT.
042700     IF APP-HOL-HIT
042800         SET DLV-DAY-NOT-BUSINESS TO TRUE
042900     END-IF.
043000 1500-EXIT.
043100     EXIT.
043200**----------------------------------------------------------------
043300** 1600-LOOKUP-HOLIDAY - SET APP-HOL-HIT IF THE LOOKUP DATE IS
043400**----------------------------------------------------------------
043500**             ON THE LOADED HOLIDAY TABLE
043600 1600-LOOKUP-HOLIDAY.
043700     SET APP-HOL-NO-HIT TO TRUE.
043800     IF APP-HOL-NOT-LOADED OR APP-HOL-COUNT = ZERO
043900         GO TO 1600-EXIT
044000     END-IF.
044100     PERFORM 1610-TEST-ONE-HOLIDAY THRU 1610-EXIT
044200         VARYING APP-HOL-SUB FROM 1 BY 1
044300         UNTIL APP-HOL-SUB > APP-HOL-COUNT
044400         OR APP-HOL-HIT.
044500 1600-EXIT.
044600     EXIT.
044700 1610-TEST-ONE-HOLIDAY.
044800     IF APP-HOL-DATE(APP-HOL-SUB) = APP-HOL-LOOKUP-DATE
044900         SET APP-HOL-HIT TO TRUE
045000     END-IF.
045100 1610-EXIT.
045200     EXIT.
045300**----------------------------------------------------------------
045400** 2000-LOAD-DIST-TABLE - PULL THE WHOLE DISTRIBUTION MASTER INTO
045500**----------------------------------------------------------------
045600**             THE DISTRIBUTION TABLE ONCE.  WITHOUT THE MASTER
045700**             THERE IS NOTHING TO ROUTE BY, SO THE STEP STOPS.
045800 2000-LOAD-DIST-TABLE.
045900     OPEN INPUT DIST-MASTER.
046000     IF DLV-DISTMSTR-STATUS NOT = '00'
046100         DISPLAY 'DLV0005E - UNABLE TO OPEN REPORT DISTRIBUTION'
046200         DISPLAY '           MASTER - STATUS ' DLV-DISTMSTR-STATUS
046300             ' - MANIFEST ABANDONED'
046400         MOVE 'DLV0005E' TO EVP-CODE
046500         MOVE 'E' TO EVP-SEVERITY
046600         MOVE SPACES TO EVP-JOB-ID
046700         MOVE 'DELIVERY MANIFEST ABORTED - DISTMSTR UNREADABLE'
046800             TO EVP-TEXT
046900         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
047000         SET DLV-ERROR-SEEN TO TRUE
047100         GO TO 2000-EXIT
047200     END-IF.
047300     MOVE LOW-VALUES TO DIST-KEY.
047400     START DIST-MASTER KEY NOT < DIST-KEY.
047500     IF DLV-DISTMSTR-STATUS = '00'
047600         SET DLV-NOT-EOF TO TRUE
047700         PERFORM 2100-LOAD-ONE-DIST-ROW THRU 2100-EXIT
047800             UNTIL DLV-EOF
047900     END-IF.
048000     CLOSE DIST-MASTER.
048100 2000-EXIT.
048200     EXIT.
048300 2100-LOAD-ONE-DIST-ROW.
048400     READ DIST-MASTER NEXT RECORD
048500         AT END
048600             SET DLV-EOF TO TRUE
048700             GO TO 2100-EXIT
048800     END-READ.
048900     IF DLV-DST-COUNT >= DLV-DST-MAX
049000         DISPLAY 'DLV0006E - MORE THAN 1000 ROWS ON DISTMSTR -'
049100         DISPLAY '           MANIFEST ABANDONED'
049200         MOVE 'DLV0006E' TO EVP-CODE
049300         MOVE 'E' TO EVP-SEVERITY
049400         MOVE SPACES TO EVP-JOB-ID
049500         MOVE 'DELIVERY MANIFEST ABORTED - DIST TABLE FULL'
049600             TO EVP-TEXT
049700         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
049800         SET DLV-ERROR-SEEN TO TRUE
049900         SET DLV-EOF TO TRUE
050000         GO TO 2100-EXIT
050100     END-IF.
050200     ADD 1 TO DLV-DST-COUNT.
050300     MOVE DIST-JOB-ID TO DLV-DST-JOB-ID(DLV-DST-COUNT).
050400     MOVE DIST-REGION-CODE TO DLV-DST-REGION(DLV-DST-COUNT).
050500     MOVE DIST-RECIPIENT-DEPT TO DLV-DST-DEPT(DLV-DST-COUNT).
050600     MOVE DIST-COPIES TO DLV-DST-COPIES(DLV-DST-COUNT).
050700     MOVE DIST-DELIVERY-SW TO DLV-DST-METHOD(DLV-DST-COUNT).
050800     MOVE ZERO TO DLV-DST-RUNS(DLV-DST-COUNT).
050900     MOVE ZERO TO DLV-DST-ZERO-RUNS(DLV-DST-COUNT).
051000 2100-EXIT.
051100     EXIT.
051200**----------------------------------------------------------------
051300** 3000-MATCH-THE-DAY - ONE PASS OF THE PRINT-VOLUME FILE, ROUTING
051400**----------------------------------------------------------------
051500**             EACH OF THE RUN DATE'S RUNS TO ITS DISTRIBUTION ROW
051600 3000-MATCH-THE-DAY.
051700     OPEN INPUT PRINT-VOLUME.
051800     IF DLV-PRNTVOL-STATUS NOT = '00'
051900         DISPLAY 'DLV0007E - UNABLE TO OPEN PRINT-VOLUME FILE -'
052000             ' STATUS ' DLV-PRNTVOL-STATUS
052100         DISPLAY '           MANIFEST ABANDONED'
052200         MOVE 'DLV0007E' TO EVP-CODE
052300         MOVE 'E' TO EVP-SEVERITY
052400         MOVE SPACES TO EVP-JOB-ID
052500         MOVE 'DELIVERY MANIFEST ABORTED - PRNTVOL UNREADABLE'
052600             TO EVP-TEXT
052700         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
052800         SET DLV-ERROR-SEEN TO TRUE
052900         GO TO 3000-EXIT
053000     END-IF.
053100     SET DLV-PVOL-NOT-EOF TO TRUE.
053200     PERFORM 3100-READ-NEXT-VOLUME-REC THRU 3100-EXIT.
053300     PERFORM 3200-MATCH-ONE-VOLUME-REC THRU 3200-EXIT
053400         UNTIL DLV-PVOL-EOF.
053500     CLOSE PRINT-VOLUME.
053600 3000-EXIT.
053700     EXIT.
053800 3100-READ-NEXT-VOLUME-REC.
053900     READ PRINT-VOLUME
054000         AT END
054100             SET DLV-PVOL-EOF TO TRUE
054200             GO TO 3100-EXIT
054300     END-READ.
054400     ADD 1 TO DLV-READ-COUNT.
054500 3100-EXIT.
054600     EXIT.
054700**----------------------------------------------------------------
054800** 3200-MATCH-ONE-VOLUME-REC - A RUN THAT PRINTED NOTHING HAS
054900**----------------------------------------------------------------
055000**             NOTHING TO DELIVER AND IS ONLY COUNTED; ANY OTHER
055100**             RUN IS EITHER A DELIVERY ITEM FOR ITS ROW OR, WITH
055200**             NO ROW, AN EXCEPTION
055300 3200-MATCH-ONE-VOLUME-REC.
055400     IF PVOL-RUN-DATE NOT = DLV-RUN-DATE
055500         GO TO 3200-READ-ON
055600     END-IF.
055700     ADD 1 TO DLV-DAY-COUNT.
055800     PERFORM 3300-FIND-DIST-ROW THRU 3300-EXIT.
055900     IF PVOL-ZERO-OUTPUT
056000         ADD 1 TO DLV-ZERO-COUNT
056100         IF DLV-HIT-SUB > ZERO
056200             ADD 1 TO DLV-DST-ZERO-RUNS(DLV-HIT-SUB)
056300         END-IF
056400         GO TO 3200-READ-ON
056500     END-IF.
056600     IF DLV-HIT-SUB = ZERO
056700         PERFORM 3500-NOTE-ONE-UNROUTED THRU 3500-EXIT
056800     ELSE
056900         PERFORM 3400-ADD-ONE-ITEM THRU 3400-EXIT
057000     END-IF.
057100 3200-READ-ON.
057200     PERFORM 3100-READ-NEXT-VOLUME-REC THRU 3100-EXIT.
057300 3200-EXIT.
057400     EXIT.
057500**----------------------------------------------------------------
057600** 3300-FIND-DIST-ROW - SET DLV-HIT-SUB TO THE DISTRIBUTION ROW
057700**----------------------------------------------------------------
057800**             FOR THE RUN'S JOB-ID AND REGION, ZERO WHEN NONE
057900 3300-FIND-DIST-ROW.
058000     MOVE ZERO TO DLV-HIT-SUB.
058100     PERFORM 3310-TEST-ONE-DIST-ROW THRU 3310-EXIT
058200         VARYING DLV-SUB FROM 1 BY 1
058300         UNTIL DLV-SUB > DLV-DST-COUNT
058400         OR DLV-HIT-SUB > ZERO.
058500 3300-EXIT.
058600     EXIT.
058700 3310-TEST-ONE-DIST-ROW.
058800     IF DLV-DST-JOB-ID(DLV-SUB) = PVOL-JOB-ID
058900         AND DLV-DST-REGION(DLV-SUB) = PVOL-REGION-CODE
059000         MOVE DLV-SUB TO DLV-HIT-SUB
059100     END-IF.
059200 3310-EXIT.
059300     EXIT.
059400**----------------------------------------------------------------
059500** 3400-ADD-ONE-ITEM - ONE DELIVERY ITEM FOR THE RUN'S ROW
059600**----------------------------------------------------------------
059700 3400-ADD-ONE-ITEM.
059800     IF DLV-ITM-COUNT >= DLV-ITM-MAX
059900         DISPLAY 'DLV0008E - MORE THAN 2000 RUNS TO DELIVER ON'
060000         DISPLAY '           THE RUN DATE - MANIFEST ABANDONED'
060100         MOVE 'DLV0008E' TO EVP-CODE
060200         MOVE 'E' TO EVP-SEVERITY
060300         MOVE SPACES TO EVP-JOB-ID
060400         MOVE 'DELIVERY MANIFEST ABORTED - ITEM TABLE FULL'
060500             TO EVP-TEXT
060600         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
060700         SET DLV-ERROR-SEEN TO TRUE
060800         SET DLV-PVOL-EOF TO TRUE
060900         GO TO 3400-EXIT
061000     END-IF.
061100     ADD 1 TO DLV-ROUTED-COUNT.
061200     ADD 1 TO DLV-DST-RUNS(DLV-HIT-SUB).
061300     ADD 1 TO DLV-ITM-COUNT.
061400     MOVE DLV-HIT-SUB TO DLV-ITM-DST-SUB(DLV-ITM-COUNT).
061500     MOVE PVOL-CALL-TIME TO DLV-ITM-CALL-TIME(DLV-ITM-COUNT).
061600     MOVE PVOL-PAGES TO DLV-ITM-PAGES(DLV-ITM-COUNT).
061700     MOVE PVOL-LINES TO DLV-ITM-LINES(DLV-ITM-COUNT).
061800 3400-EXIT.
061900     EXIT.
062000**----------------------------------------------------------------
062100** 3500-NOTE-ONE-UNROUTED - OUTPUT WITH NO DISTRIBUTION ROW IS
062200**----------------------------------------------------------------
062300**             LISTED AND LOGGED - THE PRINT ROOM HAS NOWHERE TO
062400**             SEND IT
062500 3500-NOTE-ONE-UNROUTED.
062600     ADD 1 TO DLV-UNROUTED-COUNT.
062700     MOVE 'DLV0020W' TO EVP-CODE.
062800     MOVE 'W' TO EVP-SEVERITY.
062900     MOVE PVOL-JOB-ID TO EVP-JOB-ID.
063000     MOVE SPACES TO EVP-TEXT.
063100     STRING 'PRINTED OUTPUT FOR REGION ' DELIMITED BY SIZE
063200         PVOL-REGION-CODE DELIMITED BY SIZE
063300         ' HAS NO DISTRIBUTION ROW' DELIMITED BY SIZE
063400         INTO EVP-TEXT
063500     END-STRING.
063600     PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT.
063700     IF DLV-UNR-LISTED >= DLV-UNR-MAX
063800         GO TO 3500-EXIT
063900     END-IF.
064000     ADD 1 TO DLV-UNR-LISTED.
064100     MOVE PVOL-JOB-ID TO DLV-UNR-JOB-ID(DLV-UNR-LISTED).
064200     MOVE PVOL-REGION-CODE TO DLV-UNR-REGION(DLV-UNR-LISTED).
064300     MOVE PVOL-CALL-TIME TO DLV-UNR-CALL-TIME(DLV-UNR-LISTED).
064400     MOVE PVOL-PAGES TO DLV-UNR-PAGES(DLV-UNR-LISTED).
064500     MOVE PVOL-LINES TO DLV-UNR-LINES(DLV-UNR-LISTED).
064600 3500-EXIT.
064700     EXIT.
064800**----------------------------------------------------------------
064900** 4000-FIND-MISSED-ROWS - ON A BUSINESS DAY, EVERY DISTRIBUTION
065000**----------------------------------------------------------------
065100**             ROW THAT DELIVERED NOTHING IS CHECKED AGAINST THE
065200**             SCHEDULE MASTER - IF ITS JOB WAS DUE, THE OUTPUT
065300**             IT EXPECTED NEVER CAME.  A JOB NOT ON THE SCHEDULE
065400**             MASTER IS RUN ON REQUEST ONLY AND EXPECTS NOTHING.
065500 4000-FIND-MISSED-ROWS.
065600     IF DLV-DAY-NOT-BUSINESS
065700         GO TO 4000-EXIT
065800     END-IF.
065900     OPEN INPUT SCHED-MASTER.
066000     IF DLV-SCHDMSTR-STATUS NOT = '00'
066100         DISPLAY 'DLV0009W - SCHEDULE MASTER NOT AVAILABLE -'
066200             ' STATUS ' DLV-SCHDMSTR-STATUS
066300         DISPLAY '           MISSED OUTPUT NOT CHECKED'
066400         MOVE 'DLV0009W' TO EVP-CODE
066500         MOVE 'W' TO EVP-SEVERITY
066600         MOVE SPACES TO EVP-JOB-ID
066700         MOVE 'SCHDMSTR OFF - MANIFEST MISSED OUTPUT NOT CHECKED'
066800             TO EVP-TEXT
066900         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
067000         SET DLV-SCHED-NOT-CHECKED TO TRUE
067100         GO TO 4000-EXIT
067200     END-IF.
067300     PERFORM 4100-CHECK-ONE-DIST-ROW THRU 4100-EXIT
067400         VARYING DLV-SUB FROM 1 BY 1
067500         UNTIL DLV-SUB > DLV-DST-COUNT.
067600     CLOSE SCHED-MASTER.
067700 4000-EXIT.
067800     EXIT.
067900 4100-CHECK-ONE-DIST-ROW.
068000     IF DLV-DST-RUNS(DLV-SUB) > ZERO
068100         GO TO 4100-EXIT
068200     END-IF.
068300     MOVE DLV-DST-JOB-ID(DLV-SUB) TO SCHD-JOB-ID.
068400     READ SCHED-MASTER
068500         INVALID KEY
068600             ADD 1 TO DLV-UNSCHED-COUNT
068700             GO TO 4100-EXIT
068800     END-READ.
068900     PERFORM 4200-TEST-ONE-DUE-JOB THRU 4200-EXIT.
069000     IF DLV-JOB-NOT-DUE
069100         GO TO 4100-EXIT
069200     END-IF.
069300     IF DLV-DST-ZERO-RUNS(DLV-SUB) > ZERO
069400         MOVE 'RAN BUT PRINTED NOTHING' TO DLV-MISSED-REASON
069500     ELSE
069600         MOVE 'DUE TODAY - NO RUN FOUND' TO DLV-MISSED-REASON
069700     END-IF.
069800     ADD 1 TO DLV-MISSED-COUNT.
069900     MOVE 'DLV0021W' TO EVP-CODE.
070000     MOVE 'W' TO EVP-SEVERITY.
070100     MOVE DLV-DST-JOB-ID(DLV-SUB) TO EVP-JOB-ID.
070200     MOVE SPACES TO EVP-TEXT.
070300     STRING 'NO OUTPUT FOR REGION ' DELIMITED BY SIZE
070400         DLV-DST-REGION(DLV-SUB) DELIMITED BY SIZE
070500         ' - ' DELIMITED BY SIZE
070600         DLV-MISSED-REASON DELIMITED BY '  '
070700         INTO EVP-TEXT
070800     END-STRING.
070900     PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT.
071000     IF DLV-MIS-LISTED >= DLV-MIS-MAX
071100         GO TO 4100-EXIT
071200     END-IF.
071300     ADD 1 TO DLV-MIS-LISTED.
071400     MOVE DLV-SUB TO DLV-MIS-DST-SUB(DLV-MIS-LISTED).
071500     MOVE DLV-MISSED-REASON TO DLV-MIS-REASON(DLV-MIS-LISTED).
071600 4100-EXIT.
071700     EXIT.
071800**----------------------------------------------------------------
071900** 4200-TEST-ONE-DUE-JOB - THE SAME DUE TEST SCHDMON AND TRNGEN
072000**----------------------------------------------------------------
072100**             APPLY TO THE SCHEDULE ROW JUST READ
072200 4200-TEST-ONE-DUE-JOB.
072300     SET DLV-JOB-DUE TO TRUE.
072400     EVALUATE TRUE
072500         WHEN SCHD-FREQ-DAILY
072600             CONTINUE
072700         WHEN SCHD-FREQ-WEEKLY
072800             IF SCHD-DUE-DAY NOT = DLV-DAY-OF-WEEK
072900                 SET DLV-JOB-NOT-DUE TO TRUE
073000             END-IF
073100         WHEN SCHD-FREQ-MONTHLY
073200             IF SCHD-DUE-DAY NOT = DLV-DAY-OF-MONTH
073300                 SET DLV-JOB-NOT-DUE TO TRUE
073400             END-IF
073500         WHEN OTHER
073600             SET DLV-JOB-NOT-DUE TO TRUE
073700     END-EVALUATE.
073800 4200-EXIT.
073900     EXIT.
074000**----------------------------------------------------------------
074100** 4500-BUILD-RECIPIENT-TABLE - ONE ENTRY PER DEPARTMENT WITH
074200**----------------------------------------------------------------
074300**             SOMETHING TO DELIVER, INSERTED IN DEPARTMENT ORDER,
074400**             WITH ITS ITEM, COPY, AND PAGE TOTALS
074500 4500-BUILD-RECIPIENT-TABLE.
074600     PERFORM 4600-PLACE-ONE-ITEM THRU 4600-EXIT
074700         VARYING DLV-ITM-SUB FROM 1 BY 1
074800         UNTIL DLV-ITM-SUB > DLV-ITM-COUNT
074900         OR DLV-ERROR-SEEN.
075000 4500-EXIT.
075100     EXIT.
075200 4600-PLACE-ONE-ITEM.
075300     MOVE DLV-ITM-DST-SUB(DLV-ITM-SUB) TO DLV-SUB.
075400     MOVE ZERO TO DLV-HIT-SUB.
075500     PERFORM 4610-TEST-ONE-RECIPIENT THRU 4610-EXIT
075600         VARYING DLV-RCP-SUB FROM 1 BY 1
075700         UNTIL DLV-RCP-SUB > DLV-RCP-COUNT
075800         OR DLV-HIT-SUB > ZERO.
075900     IF DLV-HIT-SUB = ZERO
076000         PERFORM 4620-INSERT-RECIPIENT THRU 4620-EXIT
076100         IF DLV-ERROR-SEEN
076200             GO TO 4600-EXIT
076300         END-IF
076400     END-IF.
076500     ADD 1 TO DLV-RCP-ITEMS(DLV-HIT-SUB).
076600     ADD DLV-DST-COPIES(DLV-SUB) TO DLV-RCP-COPIES(DLV-HIT-SUB).
076700     ADD DLV-ITM-PAGES(DLV-ITM-SUB) TO DLV-RCP-PAGES(DLV-HIT-SUB).
076800 4600-EXIT.
076900     EXIT.
077000 4610-TEST-ONE-RECIPIENT.
077100     IF DLV-RCP-DEPT(DLV-RCP-SUB) = DLV-DST-DEPT(DLV-SUB)
077200         MOVE DLV-RCP-SUB TO DLV-HIT-SUB
077300     END-IF.
077400 4610-EXIT.
077500     EXIT.
077600**----------------------------------------------------------------
077700** 4620-INSERT-RECIPIENT - OPEN A SLOT AHEAD OF THE FIRST
077800**----------------------------------------------------------------
077900**             DEPARTMENT THAT SORTS AFTER THE NEW ONE AND START
078000**             ITS TOTALS AT ZERO; DLV-HIT-SUB IS LEFT ON THE SLOT
078100 4620-INSERT-RECIPIENT.
078200     IF DLV-RCP-COUNT >= DLV-RCP-MAX
078300         DISPLAY 'DLV0010E - MORE THAN 300 RECIPIENT DEPARTMENTS'
078400         DISPLAY '           ON THE RUN DATE - MANIFEST ABANDONED'
078500         MOVE 'DLV0010E' TO EVP-CODE
078600         MOVE 'E' TO EVP-SEVERITY
078700         MOVE SPACES TO EVP-JOB-ID
078800         MOVE 'DELIVERY MANIFEST ABORTED - RECIPIENT TABLE FULL'
078900             TO EVP-TEXT
079000         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
079100         SET DLV-ERROR-SEEN TO TRUE
079200         GO TO 4620-EXIT
079300     END-IF.
079400     MOVE 1 TO DLV-HIT-SUB.
079500     PERFORM 4630-SKIP-ONE-RECIPIENT THRU 4630-EXIT
079600         UNTIL DLV-HIT-SUB > DLV-RCP-COUNT
079700         OR DLV-RCP-DEPT(DLV-HIT-SUB) > DLV-DST-DEPT(DLV-SUB).
079800     PERFORM 4640-SHIFT-ONE-RECIPIENT THRU 4640-EXIT
079900         VARYING DLV-SHIFT-SUB FROM DLV-RCP-COUNT BY -1
080000         UNTIL DLV-SHIFT-SUB < DLV-HIT-SUB.
080100     ADD 1 TO DLV-RCP-COUNT.
080200     MOVE DLV-DST-DEPT(DLV-SUB) TO DLV-RCP-DEPT(DLV-HIT-SUB).
080300     MOVE ZERO TO DLV-RCP-ITEMS(DLV-HIT-SUB).
080400     MOVE ZERO TO DLV-RCP-COPIES(DLV-HIT-SUB).
080500     MOVE ZERO TO DLV-RCP-PAGES(DLV-HIT-SUB).
080600 4620-EXIT.
080700     EXIT.
080800 4630-SKIP-ONE-RECIPIENT.
080900     ADD 1 TO DLV-HIT-SUB.
081000 4630-EXIT.
081100     EXIT.
081200 4640-SHIFT-ONE-RECIPIENT.
081300     MOVE DLV-RCP-ENTRY(DLV-SHIFT-SUB)
081400         TO DLV-RCP-ENTRY(DLV-SHIFT-SUB + 1).
081500 4640-EXIT.
081600     EXIT.
081700**----------------------------------------------------------------
081800** 5000-PRINT-MANIFEST - A DELIVERY LIST AND SIGN-OFF SHEET PER
081900**----------------------------------------------------------------
082000**             RECIPIENT, THEN THE TWO EXCEPTION LISTS
082100 5000-PRINT-MANIFEST.
082200     PERFORM 5100-PRINT-ONE-RECIPIENT THRU 5100-EXIT
082300         VARYING DLV-RCP-SUB FROM 1 BY 1
082400         UNTIL DLV-RCP-SUB > DLV-RCP-COUNT.
082700     IF DLV-UNROUTED-COUNT > ZERO
082800         MOVE 'PRINTED OUTPUT WITH NO DISTRIBUTION ROW'
082900             TO SEC-TITLE
083000         MOVE DLV-SECTION-LINE TO RPT-LINE
083100         WRITE RPT-LINE
083200         MOVE DLV-UNR-COLUMN-LINE TO RPT-LINE
083300         WRITE RPT-LINE
083400         PERFORM 5400-PRINT-ONE-UNROUTED THRU 5400-EXIT
083500             VARYING DLV-SUB FROM 1 BY 1
083600             UNTIL DLV-SUB > DLV-UNR-LISTED
083700     END-IF.
083800     IF DLV-UNROUTED-COUNT > DLV-UNR-LISTED
083900         MOVE 'FIRST 200 LISTED - SEE CONTROL TOTALS FOR ALL'
084000             TO SEC-TITLE
084100         MOVE DLV-SECTION-LINE TO RPT-LINE
084200         WRITE RPT-LINE
084300     END-IF.
084400     IF DLV-MISSED-COUNT > ZERO
084500         MOVE 'ROWS EXPECTING OUTPUT TODAY - NONE CAME'
084600             TO SEC-TITLE
084700         MOVE DLV-SECTION-LINE TO RPT-LINE
084800         WRITE RPT-LINE
084900         MOVE DLV-MIS-COLUMN-LINE TO RPT-LINE
085000         WRITE RPT-LINE
085100         PERFORM 5500-PRINT-ONE-MISSED THRU 5500-EXIT
085200             VARYING DLV-SUB FROM 1 BY 1
085300             UNTIL DLV-SUB > DLV-MIS-LISTED
085400     END-IF.
085500     IF DLV-MISSED-COUNT > DLV-MIS-LISTED
085600         MOVE 'FIRST 200 LISTED - SEE CONTROL TOTALS FOR ALL'
085700             TO SEC-TITLE
085800         MOVE DLV-SECTION-LINE TO RPT-LINE
085900         WRITE RPT-LINE
086000     END-IF.
086100 5000-EXIT.
086200     EXIT.
086300**----------------------------------------------------------------
086400** 5100-PRINT-ONE-RECIPIENT - EACH RECIPIENT'S BLOCK OPENS WITH
086500**----------------------------------------------------------------
086600**             ITS DELIVER-TO LINE SO THE LIST AND SIGN-OFF SHEET
086650**             CAN BE TORN OFF AND SENT WITH THE OUTPUT
086700 5100-PRINT-ONE-RECIPIENT.
086800     MOVE DLV-RCP-DEPT(DLV-RCP-SUB) TO RCP-DEPT.
086900     MOVE DLV-RUN-DATE TO RCP-RUN-DATE.
087000     MOVE DLV-RECIPIENT-LINE TO RPT-LINE.
087100     WRITE RPT-LINE.
087200     MOVE 'DELIVERY LIST' TO SEC-TITLE.
087300     MOVE DLV-SECTION-LINE TO RPT-LINE.
087400     WRITE RPT-LINE.
087500     MOVE DLV-ITEM-COLUMN-LINE TO RPT-LINE.
087600     WRITE RPT-LINE.
087700     PERFORM 5200-PRINT-ONE-ITEM THRU 5200-EXIT
087800         VARYING DLV-ITM-SUB FROM 1 BY 1
087900         UNTIL DLV-ITM-SUB > DLV-ITM-COUNT.
088000     MOVE 'ITEMS:' TO TOT-LABEL.
088100     MOVE DLV-RCP-ITEMS(DLV-RCP-SUB) TO TOT-COUNT.
088200     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
088300     MOVE 'COPIES:' TO TOT-LABEL.
088400     MOVE DLV-RCP-COPIES(DLV-RCP-SUB) TO TOT-COUNT.
088500     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
088600     MOVE 'PAGES PER COPY SET:' TO TOT-LABEL.
088700     MOVE DLV-RCP-PAGES(DLV-RCP-SUB) TO TOT-COUNT.
088800     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
088900     PERFORM 5300-PRINT-SIGN-OFF THRU 5300-EXIT.
089000 5100-EXIT.
089100     EXIT.
089200 5200-PRINT-ONE-ITEM.
089300     MOVE DLV-ITM-DST-SUB(DLV-ITM-SUB) TO DLV-SUB.
089400     IF DLV-DST-DEPT(DLV-SUB) NOT = DLV-RCP-DEPT(DLV-RCP-SUB)
089500         GO TO 5200-EXIT
089600     END-IF.
089700     PERFORM 5900-SET-METHOD-TEXT THRU 5900-EXIT.
089800     MOVE SPACES TO DLV-ITEM-LINE.
089900     MOVE DLV-DST-JOB-ID(DLV-SUB) TO ITM-JOB-ID.
090000     MOVE DLV-DST-REGION(DLV-SUB) TO ITM-REGION.
090100     MOVE DLV-ITM-CALL-TIME(DLV-ITM-SUB) TO ITM-CALL-TIME.
090200     MOVE DLV-ITM-PAGES(DLV-ITM-SUB) TO ITM-PAGES.
090300     MOVE DLV-ITM-LINES(DLV-ITM-SUB) TO ITM-LINES.
090400     MOVE DLV-DST-COPIES(DLV-SUB) TO ITM-COPIES.
090500     MOVE DLV-METHOD-TEXT TO ITM-METHOD.
090600     MOVE '[    ]' TO ITM-RECEIVED.
090700     MOVE DLV-ITEM-LINE TO RPT-LINE.
090800     WRITE RPT-LINE.
090900 5200-EXIT.
091000     EXIT.
091100**----------------------------------------------------------------
091200** 5300-PRINT-SIGN-OFF - THE RECEIVER TICKS EACH ITEM ABOVE AND
091300**----------------------------------------------------------------
091400**             SIGNS FOR THE LOT; THE SHEET COMES BACK TO THE
091500**             PRINT ROOM
091600 5300-PRINT-SIGN-OFF.
091700     MOVE 'SIGN-OFF' TO SEC-TITLE.
091800     MOVE DLV-SECTION-LINE TO RPT-LINE.
091900     WRITE RPT-LINE.
092000     MOVE SPACES TO DLV-SIGN-LINE.
092100     MOVE DLV-SIGN-LINE TO RPT-LINE.
092200     WRITE RPT-LINE.
092300     MOVE 'DELIVERED BY ......: ______________________________'
092400         TO SGN-TEXT.
092500     PERFORM 5350-PRINT-SIGN-LINE THRU 5350-EXIT.
092600     MOVE 'RECEIVED BY (PRINT): ______________________________'
092700         TO SGN-TEXT.
092800     PERFORM 5350-PRINT-SIGN-LINE THRU 5350-EXIT.
092900     MOVE 'SIGNATURE .........: ______________________________'
093000         TO SGN-TEXT.
093100     PERFORM 5350-PRINT-SIGN-LINE THRU 5350-EXIT.
093200     MOVE 'DATE AND TIME .....: ______________________________'
093300         TO SGN-TEXT.
093400     PERFORM 5350-PRINT-SIGN-LINE THRU 5350-EXIT.
093500     MOVE 'ITEMS SHORT OR DAMAGED - LIST JOB ID AND REGION:'
093600         TO SGN-TEXT.
093700     PERFORM 5350-PRINT-SIGN-LINE THRU 5350-EXIT.
093800     MOVE '____________________________________________________'
093900         TO SGN-TEXT.
094000     PERFORM 5350-PRINT-SIGN-LINE THRU 5350-EXIT.
094100 5300-EXIT.
094200     EXIT.
094300 5350-PRINT-SIGN-LINE.
094400     MOVE DLV-SIGN-LINE TO RPT-LINE.
094500     WRITE RPT-LINE.
094600     MOVE SPACES TO DLV-SIGN-LINE.
094700     MOVE DLV-SIGN-LINE TO RPT-LINE.
094800     WRITE RPT-LINE.
094900 5350-EXIT.
095000     EXIT.
095100 5400-PRINT-ONE-UNROUTED.
095200     MOVE SPACES TO DLV-UNR-LINE.
095300     MOVE DLV-UNR-JOB-ID(DLV-SUB) TO UNR-JOB-ID.
095400     MOVE DLV-UNR-REGION(DLV-SUB) TO UNR-REGION.
095500     MOVE DLV-UNR-CALL-TIME(DLV-SUB) TO UNR-CALL-TIME.
095600     MOVE DLV-UNR-PAGES(DLV-SUB) TO UNR-PAGES.
095700     MOVE DLV-UNR-LINES(DLV-SUB) TO UNR-LINES.
095800     MOVE DLV-UNR-LINE TO RPT-LINE.
095900     WRITE RPT-LINE.
096000 5400-EXIT.
096100     EXIT.
096200 5500-PRINT-ONE-MISSED.
096300     MOVE DLV-MIS-DST-SUB(DLV-SUB) TO DLV-HIT-SUB.
096400     MOVE SPACES TO DLV-MIS-LINE.
096500     MOVE DLV-DST-JOB-ID(DLV-HIT-SUB) TO MIS-JOB-ID.
096600     MOVE DLV-DST-REGION(DLV-HIT-SUB) TO MIS-REGION.
096700     MOVE DLV-DST-DEPT(DLV-HIT-SUB) TO MIS-DEPT.
096800     MOVE DLV-MIS-REASON(DLV-SUB) TO MIS-REASON.
096900     MOVE DLV-MIS-LINE TO RPT-LINE.
097000     WRITE RPT-LINE.
097100 5500-EXIT.
097200     EXIT.
097300**----------------------------------------------------------------
097400** 5900-SET-METHOD-TEXT - THE DELIVERY METHOD OF ROW DLV-SUB IN
097500**----------------------------------------------------------------
097600**             WORDS FOR THE DELIVERY LIST
097700 5900-SET-METHOD-TEXT.
097800     EVALUATE DLV-DST-METHOD(DLV-SUB)
097900         WHEN 'M'
098000             MOVE 'MAIL' TO DLV-METHOD-TEXT
098100         WHEN 'C'
098200             MOVE 'COURIER' TO DLV-METHOD-TEXT
098300         WHEN 'P'
098400             MOVE 'PICKUP' TO DLV-METHOD-TEXT
098500         WHEN 'E'
098600             MOVE 'ELECTRONIC' TO DLV-METHOD-TEXT
098700         WHEN OTHER
098800             MOVE 'UNKNOWN' TO DLV-METHOD-TEXT
098900     END-EVALUATE.
099000 5900-EXIT.
099100     EXIT.
099200**----------------------------------------------------------------
099300** 7000-PRINT-TOTALS - THE CONTROL TOTALS AND THE VERDICT
099400**----------------------------------------------------------------
099500 7000-PRINT-TOTALS.
099600     IF DLV-RPTFILE-STATUS NOT = '00'
099700         GO TO 7000-EXIT
099800     END-IF.
099900     MOVE 'CONTROL TOTALS' TO SEC-TITLE.
100000     MOVE DLV-SECTION-LINE TO RPT-LINE.
100100     WRITE RPT-LINE.
100200     MOVE 'PRINT-VOLUME RECORDS READ:' TO TOT-LABEL.
100300     MOVE DLV-READ-COUNT TO TOT-COUNT.
100400     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
100500     MOVE 'RUNS ON THE RUN DATE:' TO TOT-LABEL.
100600     MOVE DLV-DAY-COUNT TO TOT-COUNT.
100700     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
100800     MOVE '  ROUTED FOR DELIVERY:' TO TOT-LABEL.
100900     MOVE DLV-ROUTED-COUNT TO TOT-COUNT.
101000     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
101100     MOVE '  ZERO OUTPUT, NOTHING TO DELIVER:' TO TOT-LABEL.
101200     MOVE DLV-ZERO-COUNT TO TOT-COUNT.
101300     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
101400     MOVE '  NO DISTRIBUTION ROW:' TO TOT-LABEL.
101500     MOVE DLV-UNROUTED-COUNT TO TOT-COUNT.
101600     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
101700     MOVE 'RECIPIENT DEPARTMENTS:' TO TOT-LABEL.
101800     MOVE DLV-RCP-COUNT TO TOT-COUNT.
101900     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
102000     MOVE 'DISTRIBUTION ROWS:' TO TOT-LABEL.
102100     MOVE DLV-DST-COUNT TO TOT-COUNT.
102200     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
102300     MOVE '  EXPECTED OUTPUT, NONE CAME:' TO TOT-LABEL.
102400     MOVE DLV-MISSED-COUNT TO TOT-COUNT.
102500     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
102600     MOVE '  JOB NOT ON THE SCHEDULE MASTER:' TO TOT-LABEL.
102700     MOVE DLV-UNSCHED-COUNT TO TOT-COUNT.
102800     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
102900     IF DLV-DAY-NOT-BUSINESS AND DLV-NO-ERROR
103000         MOVE 'NOT A BUSINESS DAY - NO OUTPUT EXPECTED'
103100             TO SEC-TITLE
103200         MOVE DLV-SECTION-LINE TO RPT-LINE
103300         WRITE RPT-LINE
103400     END-IF.
103500     EVALUATE TRUE
103600         WHEN DLV-ERROR-SEEN
103700             MOVE 'MANIFEST FAILED - DO NOT DELIVER FROM IT'
103800                 TO RPT-VERDICT-TEXT
103900         WHEN DLV-SCHED-NOT-CHECKED
104000             MOVE 'MANIFEST COMPLETE - MISSED OUTPUT NOT CHECKED'
104100                 TO RPT-VERDICT-TEXT
104200         WHEN DLV-UNROUTED-COUNT > ZERO
104300             OR DLV-MISSED-COUNT > ZERO
104400             MOVE 'MANIFEST COMPLETE - EXCEPTIONS LISTED ABOVE'
104500                 TO RPT-VERDICT-TEXT
104600         WHEN OTHER
104700             MOVE 'MANIFEST COMPLETE - EVERY RUN ROUTED'
104800                 TO RPT-VERDICT-TEXT
104900     END-EVALUATE.
105000     MOVE DLV-VERDICT-LINE TO RPT-LINE.
105100     WRITE RPT-LINE.
105200 7000-EXIT.
105300     EXIT.
105400 7100-PRINT-TOTAL-LINE.
105500     MOVE DLV-TOTAL-LINE TO RPT-LINE.
105600     WRITE RPT-LINE.
105700 7100-EXIT.
105800     EXIT.
105900**----------------------------------------------------------------
106000** 8000-LOG-OPERATIONAL-EVENT - LAND THE EVENT STAGED IN THE
106100**----------------------------------------------------------------
106200**             EVTPARM AREA ON THE OPERATIONAL EVENT FILE -
106300**             CALLERS FILL EVP-CODE, EVP-SEVERITY, EVP-JOB-ID
106400**             AND EVP-TEXT FIRST.  A FAILED EVENT WRITE IS
106500**             EVTLOG'S PROBLEM TO REPORT, NEVER A REASON TO STOP
106600**             THE MANIFEST.
106700 8000-LOG-OPERATIONAL-EVENT.
106800     CALL 'EVTLOG' USING EVENT-LOG-PARM
106900     END-CALL.
107000 8000-EXIT.
107100     EXIT.
107200**----------------------------------------------------------------
107300** 9000-TERMINATE - CLOSE THE REPORT - THE INPUT FILES ARE CLOSED
107400**----------------------------------------------------------------
107500**             AS EACH STEP FINISHES
107600 9000-TERMINATE.
107700     IF DLV-RPTFILE-STATUS NOT = SPACES
107800         CLOSE REPORT-FILE
107900     END-IF.
108000 9000-EXIT.
108100     EXIT.
