000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PVOLBIL.
000300 AUTHOR.        D SHEPPARD.
000400 INSTALLATION.  APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700**----------------------------------------------------------------
000800*REMARKS.
000900*    MONTHLY PRINT CHARGEBACK BILLING.  PRICES ONE MONTH OF THE
001000*    PRINT-VOLUME FILE (PRNTVOL) AT THE CHARGEBACK RATE MASTER
001100*    (RATEMSTR, SEE RATEREC) AND WRITES THE GENERAL-LEDGER
001200*    JOURNAL INTERFACE FILE (GLJRNL, SEE GLJREC) IN PLACE OF THE
001300*    CHARGES FINANCE USED TO KEY BY HAND FROM PVOLRPT.  THE
001400*    MONTH IS THE FIRST COMMAND-LINE PARAMETER AS YYYYMM,
001500*    DEFAULT THE PREVIOUS MONTH, AND IS SELECTED BY CALL DATE
001600*    AS PVOLRPT SELECTS IT.  EACH RUN IS PRICED AT PAGES TIMES
001700*    THE RATE PER PAGE PLUS LINES TIMES THE RATE PER LINE,
001800*    ROUNDED TO THE CENT, FROM THE RATE ROW IN EFFECT ON ITS
001900*    CALL DATE - THE JOB-ID'S OWN ROW FOR ITS REGION, ELSE THE
002000*    REGION DEFAULT.  ZERO-OUTPUT RUNS ARE PRICED AT ZERO AND
002100*    LISTED IN A SECTION OF THEIR OWN.  THE JOURNAL DEBITS EACH
002200*    REGION'S COST CENTER (RGNMSTR) FOR ITS CHARGES AND CREDITS
002300*    THE PRINT ROOM ONCE FOR THE TOTAL, WITH HEADER AND TRAILER
002400*    CONTROL TOTALS.  THE CUT IS REFUSED, AND NO JOURNAL IS
002500*    WRITTEN, WHEN ANY RUN HAS NO RATE IN EFFECT OR A CHARGED
002600*    REGION HAS NO COST CENTER - EACH IS LISTED - OR WHEN THE
002700*    MONTH IS ALREADY CUT ON THE BILLING CONTROL FILE (BILLCTL,
002800*    SEE BCTLREC).  A CUT MONTH IS REOPENED ONLY BY A DELIBERATE
002900*    REVERSAL - PVOLBIL YYYYMM REVERSE OPERID, THE OPERATOR
003000*    HOLDING THE BILR PRIVILEGE ON THE OPERATOR MASTER - WHICH
003100*    JOURNALS THE EXACT OPPOSITE OF THE CUT FROM THE AMOUNTS
003200*    KEPT ON BILLCTL.  THE MONTH MAY THEN BE CUT AGAIN.  THE
003300*    PRICING, THE EXCEPTIONS AND THE JOURNAL ARE PRINTED ON
003400*    BILLRPT.  RC 0 CUT OR REVERSED; RC 4 CUT, BUT THE MONTH
003500*    HAD NO PRINT-VOLUME RECORDS; RC 8 REFUSED; RC 16 THE STEP
003600*    COULD NOT COMPLETE - A JOURNAL LEFT BY A FAILED STEP MUST
003700*    NOT BE SENT.  A REFUSAL OR FAILURE IS ALSO LOGGED THROUGH
003800*    EVTLOG (OPRCHK LOGS ITS OWN).
003900**
004000*MOD LOG.
004100*  2026-10-15 DRS  INITIAL VERSION.
004200**----------------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PRINT-VOLUME ASSIGN TO PRNTVOL
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS BIL-PRNTVOL-STATUS.
004900     SELECT RATE-MASTER ASSIGN TO RATEMSTR
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS RATE-KEY
005300         FILE STATUS IS BIL-RATEMSTR-STATUS.
005400     SELECT REGION-MASTER ASSIGN TO RGNMSTR
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS RGN-CODE
005800         FILE STATUS IS BIL-RGNMSTR-STATUS.
005900     SELECT BILL-CONTROL ASSIGN TO BILLCTL
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS BCTL-KEY
006300         FILE STATUS IS BIL-BILLCTL-STATUS.
006400     SELECT GL-JOURNAL ASSIGN TO GLJRNL
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS BIL-GLJRNL-STATUS.
006700     SELECT REPORT-FILE ASSIGN TO BILLRPT
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS BIL-RPTFILE-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  PRINT-VOLUME
007300     LABEL RECORDS ARE STANDARD.
007400 COPY PVOLREC.
007500 FD  RATE-MASTER
007600     LABEL RECORDS ARE STANDARD.
007700 COPY RATEREC.
007800 FD  REGION-MASTER
007900     LABEL RECORDS ARE STANDARD.
008000 COPY RGNREC.
008100 FD  BILL-CONTROL
008200     LABEL RECORDS ARE STANDARD.
008300 COPY BCTLREC.
008400 FD  GL-JOURNAL
008500     LABEL RECORDS ARE STANDARD.
008600 COPY GLJREC.
008700 FD  REPORT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  RPT-LINE                   PIC X(132).
009000 WORKING-STORAGE SECTION.
009100**----------------------------------------------------------------
009200** OPERATIONAL EVENT LOG PARAMETER AREA (COPYBOOK) - SEE 8000
009300**----------------------------------------------------------------
009400 COPY EVTPARM.
009500**
009600** OPERATOR AUTHORIZATION CHECK PARAMETER AREA (COPYBOOK) - SEE
009700** 1100.  OPRCHK LOGS ITS OWN REFUSAL EVENTS.
009800 COPY OPRPARM.
009900**----------------------------------------------------------------
010000** LEDGER CONSTANTS - THE PRINT ROOM'S COST CENTER THAT TAKES THE
010100** CREDIT, THE ACCOUNT EACH REGION IS CHARGED TO, AND THE ACCOUNT
010200** THE PRINT ROOM RECOVERS TO
010300**----------------------------------------------------------------
010400 01  BIL-PRINT-ROOM-CC          PIC X(08) VALUE 'PRNTROOM'.
010500 01  BIL-EXPENSE-ACCOUNT        PIC X(10) VALUE '6150-00'.
010600 01  BIL-RECOVERY-ACCOUNT       PIC X(10) VALUE '6150-90'.
010700**----------------------------------------------------------------
010800** PVOLBIL WORKING FIELDS
010900**----------------------------------------------------------------
011000 01  BIL-RAW-CMDLINE            PIC X(250).
011100 01  BIL-FIRST-TOKEN            PIC X(20).
011200 01  BIL-SECOND-TOKEN           PIC X(20).
011300 01  BIL-THIRD-TOKEN            PIC X(20).
011400 01  BIL-TODAY                  PIC 9(08).
011500 01  BIL-CURRENT-TIME           PIC 9(08).
011600 01  BIL-TARGET-MONTH           PIC 9(06).
011700 01  BIL-TARGET-PARTS REDEFINES BIL-TARGET-MONTH.
011800     05  BIL-TARGET-YEAR         PIC 9(04).
011900     05  BIL-TARGET-MM           PIC 9(02).
012000 01  BIL-CALL-DATE-X            PIC X(08).
012100 01  BIL-OPERATOR-ID            PIC X(08).
012200 01  BIL-CUT-SEQ                PIC 9(02).
012300 01  BIL-BATCH-ID               PIC X(12).
012400 01  BIL-BATCH-PARTS REDEFINES BIL-BATCH-ID.
012500     05  BIL-BATCH-PREFIX        PIC X(04).
012600     05  BIL-BATCH-MONTH         PIC 9(06).
012700     05  BIL-BATCH-SEQ           PIC 9(02).
012800 01  BIL-REVERSES-BATCH         PIC X(12).
012900 01  BIL-MONTH-ROW              PIC X(100).
013000 01  BIL-JOURNAL-DESC           PIC X(30).
013100 01  BIL-RATE-JOB-WANTED        PIC X(08).
013200 01  BIL-EXC-JOB-ID             PIC X(08).
013300 01  BIL-EXC-REGION             PIC X(04).
013400 01  BIL-EXC-CALL-DATE          PIC X(08).
013500 01  BIL-EXC-REASON             PIC X(40).
013600**
013700 01  BIL-RUN-AMOUNT             PIC 9(09)V99.
013800 01  BIL-TOTAL-AMOUNT           PIC 9(11)V99.
013900 01  BIL-DEBIT-TOTAL            PIC 9(11)V99.
014000 01  BIL-CREDIT-TOTAL           PIC 9(11)V99.
014100 01  BIL-CHECK-AMOUNT           PIC 9(11)V99.
014200 01  BIL-EDIT-AMOUNT            PIC Z(10)9.99.
014300**
014400 01  BIL-READ-COUNT             PIC 9(07) COMP.
014500 01  BIL-MONTH-COUNT            PIC 9(07) COMP.
014600 01  BIL-PRICED-COUNT           PIC 9(07) COMP.
014700 01  BIL-ZERO-COUNT             PIC 9(07) COMP.
014800 01  BIL-UNPRICED-COUNT         PIC 9(07) COMP.
014900 01  BIL-NO-CC-COUNT            PIC 9(05) COMP.
015000 01  BIL-DETAIL-COUNT           PIC 9(05) COMP.
015100 01  BIL-CHARGE-LINE-COUNT      PIC 9(05) COMP.
015200 01  BIL-LINE-COUNT             PIC 9(05) COMP.
015300 01  BIL-RECORD-COUNT           PIC 9(07) COMP.
015400 01  BIL-STALE-COUNT            PIC 9(05) COMP.
015500 01  BIL-SUB                    PIC 9(04) COMP.
015600 01  BIL-HIT-SUB                PIC 9(04) COMP.
015700 01  BIL-RATE-HIT               PIC 9(04) COMP.
015800**
015900 01  BIL-PVOL-EOF-SW            PIC X(01).
016000     88  BIL-PVOL-EOF                   VALUE 'Y'.
016100     88  BIL-PVOL-NOT-EOF               VALUE 'N'.
016200 01  BIL-EOF-SW                 PIC X(01).
016300     88  BIL-EOF                        VALUE 'Y'.
016400     88  BIL-NOT-EOF                    VALUE 'N'.
016500 01  BIL-MODE-SW                PIC X(01).
016600     88  BIL-MODE-CUT                   VALUE 'C'.
016700     88  BIL-MODE-REVERSE               VALUE 'R'.
016800 01  BIL-ROW-SW                 PIC X(01).
016900     88  BIL-ROW-ON-FILE                VALUE 'Y'.
017000     88  BIL-ROW-NOT-ON-FILE            VALUE 'N'.
017100 01  BIL-PASS-SW                PIC X(01).
017200     88  BIL-PASS-DONE                  VALUE 'Y'.
017300     88  BIL-PASS-NOT-DONE              VALUE 'N'.
017400 01  BIL-REFUSED-SW             PIC X(01).
017500     88  BIL-RUN-REFUSED                VALUE 'Y'.
017600     88  BIL-RUN-NOT-REFUSED            VALUE 'N'.
017700 01  BIL-ERROR-SW               PIC X(01).
017800     88  BIL-ERROR-SEEN                 VALUE 'Y'.
017900     88  BIL-NO-ERROR                   VALUE 'N'.
018000**
018100 01  BIL-PRNTVOL-STATUS         PIC X(02).
018200 01  BIL-RATEMSTR-STATUS        PIC X(02).
018300 01  BIL-RGNMSTR-STATUS         PIC X(02).
018400 01  BIL-BILLCTL-STATUS         PIC X(02).
018500 01  BIL-GLJRNL-STATUS          PIC X(02).
018600 01  BIL-RPTFILE-STATUS         PIC X(02).
018700**----------------------------------------------------------------
018800** RATE TABLE - THE WHOLE RATE MASTER, LOADED ONCE, IN KEY ORDER
018900**----------------------------------------------------------------
019000 01  BIL-RATE-TABLE.
019100     05  BIL-RATE-COUNT          PIC 9(04) COMP.
019200     05  BIL-RATE-MAX            PIC 9(04) COMP VALUE 1000.
019300     05  BIL-RATE-ENTRY OCCURS 1000 TIMES.
019400         10  BIL-RATE-REGION         PIC X(04).
019500         10  BIL-RATE-JOB-ID         PIC X(08).
019600         10  BIL-RATE-FROM           PIC 9(08).
019700         10  BIL-RATE-TO             PIC 9(08).
019800         10  BIL-RATE-PAGE           PIC 9(03)V9(05).
019900         10  BIL-RATE-LINE           PIC 9(03)V9(05).
020000**----------------------------------------------------------------
020100** COST CENTER TABLE - REGION CODE AND COST CENTER FROM RGNMSTR
020200**----------------------------------------------------------------
020300 01  BIL-CC-TABLE.
020400     05  BIL-CC-COUNT            PIC 9(04) COMP.
020500     05  BIL-CC-MAX              PIC 9(04) COMP VALUE 100.
020600     05  BIL-CC-ENTRY OCCURS 100 TIMES.
020700         10  BIL-CC-REGION           PIC X(04).
020800         10  BIL-CC-COST-CENTER      PIC X(08).
020900**----------------------------------------------------------------
021000** PER-JOB TABLE - ONE ROW PER JOB-ID AND REGION PRICED
021100**----------------------------------------------------------------
021200 01  BIL-JOB-TABLE.
021300     05  BIL-JOB-COUNT           PIC 9(04) COMP.
021400     05  BIL-JOB-MAX             PIC 9(04) COMP VALUE 500.
021500     05  BIL-JOB-ENTRY OCCURS 500 TIMES.
021600         10  BIL-JOB-ID              PIC X(08).
021700         10  BIL-JOB-REGION          PIC X(04).
021800         10  BIL-JOB-RUNS            PIC 9(07) COMP.
021900         10  BIL-JOB-PAGES           PIC 9(11) COMP.
022000         10  BIL-JOB-LINES           PIC 9(13) COMP.
022100         10  BIL-JOB-AMOUNT          PIC 9(11)V99.
022200**----------------------------------------------------------------
022300** PER-REGION TABLE - WHAT EACH REGION'S COST CENTER IS CHARGED.
022400** FOR A REVERSAL IT IS LOADED FROM THE CUT'S BILLCTL ROWS.
022500**----------------------------------------------------------------
022600 01  BIL-RGN-TABLE.
022700     05  BIL-RGN-COUNT           PIC 9(04) COMP.
022800     05  BIL-RGN-MAX             PIC 9(04) COMP VALUE 100.
022900     05  BIL-RGN-ENTRY OCCURS 100 TIMES.
023000         10  BIL-RGN-CODE            PIC X(04).
023100         10  BIL-RGN-COST-CENTER     PIC X(08).
023200         10  BIL-RGN-ON-MASTER-SW    PIC X(01).
023300             88  BIL-RGN-ON-MASTER           VALUE 'Y'.
023400             88  BIL-RGN-NOT-ON-MASTER       VALUE 'N'.
023500         10  BIL-RGN-RUNS            PIC 9(07) COMP.
023600         10  BIL-RGN-PAGES           PIC 9(11) COMP.
023700         10  BIL-RGN-LINES           PIC 9(13) COMP.
023800         10  BIL-RGN-AMOUNT          PIC 9(11)V99.
023900**----------------------------------------------------------------
024000** ZERO-OUTPUT AND UNPRICED LISTS - THE FIRST 200 OF EACH ARE KEPT
024100** FOR THE REPORT; ALL ARE COUNTED
024200**----------------------------------------------------------------
024300 01  BIL-ZRO-TABLE.
024400     05  BIL-ZRO-LISTED          PIC 9(04) COMP.
024500     05  BIL-ZRO-MAX             PIC 9(04) COMP VALUE 200.
024600     05  BIL-ZRO-ENTRY OCCURS 200 TIMES.
024700         10  BIL-ZRO-JOB-ID          PIC X(08).
024800         10  BIL-ZRO-REGION          PIC X(04).
024900         10  BIL-ZRO-RUN-DATE        PIC 9(08).
025000         10  BIL-ZRO-CALL-DATE       PIC 9(08).
025100         10  BIL-ZRO-CALL-TIME       PIC 9(08).
025200 01  BIL-UNP-TABLE.
025300     05  BIL-UNP-LISTED          PIC 9(04) COMP.
025400     05  BIL-UNP-MAX             PIC 9(04) COMP VALUE 200.
025500     05  BIL-UNP-ENTRY OCCURS 200 TIMES.
025600         10  BIL-UNP-JOB-ID          PIC X(08).
025700         10  BIL-UNP-REGION          PIC X(04).
025800         10  BIL-UNP-CALL-DATE       PIC X(08).
025900         10  BIL-UNP-REASON          PIC X(40).
026000**----------------------------------------------------------------
026100** REPORT LINE LAYOUTS
026200**----------------------------------------------------------------
026300 01  BIL-HEADING-LINE.
026400     05  FILLER                 PIC X(40) VALUE
026500         'APP MONTHLY PRINT CHARGEBACK BILLING'.
026600     05  FILLER                 PIC X(08) VALUE
026700         'MONTH'.
026800     05  RPT-MONTH               PIC 9(06).
026900     05  FILLER                 PIC X(04) VALUE SPACES.
027000     05  FILLER                 PIC X(08) VALUE
027100         'BATCH'.
027200     05  RPT-BATCH-ID            PIC X(12).
027300     05  FILLER                 PIC X(04) VALUE SPACES.
027400     05  RPT-MODE-TEXT           PIC X(20).
027500     05  FILLER                 PIC X(30) VALUE SPACES.
027600 01  BIL-SECTION-LINE.
027700     05  SEC-TITLE               PIC X(60).
027800     05  FILLER                 PIC X(72) VALUE SPACES.
027900 01  BIL-COLUMN-LINE.
028000     05  FILLER                 PIC X(40) VALUE
028100         'JOB ID    REGN     RUNS        PAGES    '.
028200     05  FILLER                 PIC X(40) VALUE
028300         '      LINES         AMOUNT  COST CTR'.
028400     05  FILLER                 PIC X(52) VALUE SPACES.
028500 01  BIL-DETAIL-LINE.
028600     05  DTL-JOB-ID              PIC X(08).
028700     05  FILLER                 PIC X(02) VALUE SPACES.
028800     05  DTL-REGION              PIC X(04).
028900     05  FILLER                 PIC X(02) VALUE SPACES.
029000     05  DTL-RUNS                PIC ZZZZZZ9.
029100     05  FILLER                 PIC X(02) VALUE SPACES.
029200     05  DTL-PAGES               PIC Z(10)9.
029300     05  FILLER                 PIC X(02) VALUE SPACES.
029400     05  DTL-LINES               PIC Z(12)9.
029500     05  FILLER                 PIC X(02) VALUE SPACES.
029600     05  DTL-AMOUNT              PIC Z(10)9.99.
029700     05  FILLER                 PIC X(02) VALUE SPACES.
029800     05  DTL-COST-CENTER         PIC X(08).
029900     05  FILLER                 PIC X(55) VALUE SPACES.
030000 01  BIL-ZRO-COLUMN-LINE.
030100     05  FILLER                 PIC X(60) VALUE
030200         'JOB ID    REGN  RUN DATE  CALL DATE CALL TIME'.
030300     05  FILLER                 PIC X(72) VALUE SPACES.
030400 01  BIL-ZRO-LINE.
030500     05  ZRO-JOB-ID              PIC X(08).
030600     05  FILLER                 PIC X(02) VALUE SPACES.
030700     05  ZRO-REGION              PIC X(04).
030800     05  FILLER                 PIC X(02) VALUE SPACES.
030900     05  ZRO-RUN-DATE            PIC 9(08).
031000     05  FILLER                 PIC X(02) VALUE SPACES.
031100     05  ZRO-CALL-DATE           PIC 9(08).
031200     05  FILLER                 PIC X(02) VALUE SPACES.
031300     05  ZRO-CALL-TIME           PIC 9(08).
031400     05  FILLER                 PIC X(88) VALUE SPACES.
031500 01  BIL-UNP-COLUMN-LINE.
031600     05  FILLER                 PIC X(60) VALUE
031700         'JOB ID    REGN  CALL DATE REASON'.
031800     05  FILLER                 PIC X(72) VALUE SPACES.
031900 01  BIL-UNP-LINE.
032000     05  UNP-JOB-ID              PIC X(08).
032100     05  FILLER                 PIC X(02) VALUE SPACES.
032200     05  UNP-REGION              PIC X(04).
032300     05  FILLER                 PIC X(02) VALUE SPACES.
032400     05  UNP-CALL-DATE           PIC X(08).
032500     05  FILLER                 PIC X(02) VALUE SPACES.
032600     05  UNP-REASON              PIC X(40).
032700     05  FILLER                 PIC X(66) VALUE SPACES.
032800 01  BIL-JRN-COLUMN-LINE.
032900     05  FILLER                 PIC X(40) VALUE
033000         ' LINE  COST CTR  ACCOUNT     DR/CR      '.
033100     05  FILLER                 PIC X(40) VALUE
033200         '    AMOUNT  REGN    DESCRIPTION'.
033300     05  FILLER                 PIC X(52) VALUE SPACES.
033400 01  BIL-JRN-LINE.
033500     05  JRN-LINE-NUMBER         PIC ZZZZ9.
033600     05  FILLER                 PIC X(02) VALUE SPACES.
033700     05  JRN-COST-CENTER         PIC X(08).
033800     05  FILLER                 PIC X(02) VALUE SPACES.
033900     05  JRN-GL-ACCOUNT          PIC X(10).
034000     05  FILLER                 PIC X(05) VALUE SPACES.
034100     05  JRN-DR-CR               PIC X(02).
034200     05  FILLER                 PIC X(02) VALUE SPACES.
034300     05  JRN-AMOUNT              PIC Z(10)9.99.
034400     05  FILLER                 PIC X(02) VALUE SPACES.
034500     05  JRN-REGION              PIC X(04).
034600     05  FILLER                 PIC X(04) VALUE SPACES.
034700     05  JRN-DESCRIPTION         PIC X(30).
034800     05  FILLER                 PIC X(42) VALUE SPACES.
034900 01  BIL-TOTAL-LINE.
035000     05  TOT-LABEL               PIC X(40).
035100     05  TOT-COUNT               PIC Z(12)9.
035200     05  FILLER                 PIC X(79) VALUE SPACES.
035300 01  BIL-AMOUNT-LINE.
035400     05  AMT-LABEL               PIC X(40).
035500     05  AMT-AMOUNT              PIC Z(10)9.99.
035600     05  FILLER                 PIC X(78) VALUE SPACES.
035700 01  BIL-VERDICT-LINE.
035800     05  RPT-VERDICT-TEXT        PIC X(70).
035900     05  FILLER                 PIC X(62) VALUE SPACES.
036000 PROCEDURE DIVISION.
036100**----------------------------------------------------------------
036200** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
036300**----------------------------------------------------------------
036400 0000-MAINLINE.
036500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036600     IF BIL-NO-ERROR AND BIL-RUN-NOT-REFUSED AND BIL-MODE-CUT
036700         PERFORM 2000-LOAD-COST-CENTERS THRU 2000-EXIT
036800     END-IF.
036900     IF BIL-NO-ERROR AND BIL-RUN-NOT-REFUSED AND BIL-MODE-CUT
037000         PERFORM 2100-LOAD-RATE-TABLE THRU 2100-EXIT
037100     END-IF.
037200     IF BIL-NO-ERROR AND BIL-RUN-NOT-REFUSED AND BIL-MODE-CUT
037300         PERFORM 3000-PRICE-THE-MONTH THRU 3000-EXIT
037400     END-IF.
037500     IF BIL-NO-ERROR AND BIL-PASS-DONE
037600         PERFORM 4000-JUDGE-THE-CUT THRU 4000-EXIT
037700     END-IF.
037800     IF BIL-NO-ERROR AND BIL-RUN-NOT-REFUSED AND BIL-MODE-REVERSE
037900         PERFORM 4500-LOAD-CUT-REGIONS THRU 4500-EXIT
038000     END-IF.
038100     IF BIL-NO-ERROR AND BIL-PASS-DONE
038200         PERFORM 5000-PRINT-PRICING THRU 5000-EXIT
038300     END-IF.
038400     IF BIL-NO-ERROR AND BIL-RUN-NOT-REFUSED
038500         PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
038600     END-IF.
038700     IF BIL-NO-ERROR AND BIL-RUN-NOT-REFUSED AND BIL-MODE-CUT
038800         PERFORM 6500-RECORD-CUT THRU 6500-EXIT
038900     END-IF.
039000     IF BIL-NO-ERROR AND BIL-RUN-NOT-REFUSED AND BIL-MODE-REVERSE
039100         PERFORM 6700-RECORD-REVERSAL THRU 6700-EXIT
039200     END-IF.
039300     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
039400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039500     EVALUATE TRUE
039600         WHEN BIL-ERROR-SEEN
039700             MOVE 16 TO RETURN-CODE
039800         WHEN BIL-RUN-REFUSED
039900             MOVE 8 TO RETURN-CODE
040000         WHEN BIL-MODE-CUT AND BIL-MONTH-COUNT = ZERO
040100             MOVE 4 TO RETURN-CODE
040200     END-EVALUATE.
040300     STOP RUN.
040400**----------------------------------------------------------------
040500** 1000-INITIALIZE - EDIT THE PARAMETERS, CHECK A REVERSAL'S
040600**----------------------------------------------------------------
040700**             OPERATOR, OPEN THE REPORT AND THE CONTROL FILE, AND
040800**             SETTLE WHETHER THE MONTH MAY BE CUT OR REVERSED
040900 1000-INITIALIZE.
041000     SET BIL-NO-ERROR TO TRUE.
041100     SET BIL-RUN-NOT-REFUSED TO TRUE.
041200     SET BIL-PASS-NOT-DONE TO TRUE.
041300     SET BIL-MODE-CUT TO TRUE.
041400     MOVE ZERO TO BIL-READ-COUNT.
041500     MOVE ZERO TO BIL-MONTH-COUNT.
041600     MOVE ZERO TO BIL-PRICED-COUNT.
041700     MOVE ZERO TO BIL-ZERO-COUNT.
041800     MOVE ZERO TO BIL-UNPRICED-COUNT.
041900     MOVE ZERO TO BIL-NO-CC-COUNT.
042000     MOVE ZERO TO BIL-DETAIL-COUNT.
042100     MOVE ZERO TO BIL-CHARGE-LINE-COUNT.
042200     MOVE ZERO TO BIL-LINE-COUNT.
042300     MOVE ZERO TO BIL-RECORD-COUNT.
042400     MOVE ZERO TO BIL-STALE-COUNT.
042500     MOVE ZERO TO BIL-TOTAL-AMOUNT.
042600     MOVE ZERO TO BIL-DEBIT-TOTAL.
042700     MOVE ZERO TO BIL-CREDIT-TOTAL.
042800     MOVE ZERO TO BIL-RATE-COUNT.
042900     MOVE ZERO TO BIL-CC-COUNT.
043000     MOVE ZERO TO BIL-JOB-COUNT.
043100     MOVE ZERO TO BIL-RGN-COUNT.
043200     MOVE ZERO TO BIL-ZRO-LISTED.
043300     MOVE ZERO TO BIL-UNP-LISTED.
043400     MOVE ZERO TO BIL-CUT-SEQ.
043500     MOVE SPACES TO BIL-BATCH-ID.
043600     MOVE SPACES TO BIL-REVERSES-BATCH.
043700     MOVE SPACES TO BIL-OPERATOR-ID.
043800     MOVE SPACES TO BIL-BILLCTL-STATUS.
043900     MOVE SPACES TO BIL-GLJRNL-STATUS.
044000     MOVE SPACES TO BIL-RPTFILE-STATUS.
044100     ACCEPT BIL-TODAY FROM DATE YYYYMMDD.
044200     ACCEPT BIL-CURRENT-TIME FROM TIME.
044300     MOVE BIL-TODAY(1:6) TO BIL-TARGET-MONTH.
044400     IF BIL-TARGET-MM = 01
044500         SUBTRACT 1 FROM BIL-TARGET-YEAR
044600         MOVE 12 TO BIL-TARGET-MM
044700     ELSE
044800         SUBTRACT 1 FROM BIL-TARGET-MM
044900     END-IF.
045000     ACCEPT BIL-RAW-CMDLINE FROM COMMAND-LINE.
045100     MOVE SPACES TO BIL-FIRST-TOKEN.
045200     MOVE SPACES TO BIL-SECOND-TOKEN.
045300     MOVE SPACES TO BIL-THIRD-TOKEN.
045400     UNSTRING BIL-RAW-CMDLINE DELIMITED BY ALL SPACE
045500         INTO BIL-FIRST-TOKEN BIL-SECOND-TOKEN BIL-THIRD-TOKEN
045600     END-UNSTRING.
045700     IF BIL-FIRST-TOKEN NOT = SPACES
045800         IF BIL-FIRST-TOKEN(1:6) NUMERIC
045900                 AND BIL-FIRST-TOKEN(5:2) > '00'
046000                 AND BIL-FIRST-TOKEN(5:2) < '13'
046100             MOVE BIL-FIRST-TOKEN(1:6) TO BIL-TARGET-MONTH
046200         ELSE
046300             DISPLAY 'BIL0001E - MONTH PARAMETER MUST BE YYYYMM -'
046400             DISPLAY '           RUN REJECTED'
046500             SET BIL-ERROR-SEEN TO TRUE
046600             GO TO 1000-EXIT
046700         END-IF
046800     END-IF.
046900     EVALUATE TRUE
047000         WHEN BIL-SECOND-TOKEN = SPACES
047100             CONTINUE
047200         WHEN BIL-SECOND-TOKEN = 'REVERSE'
047300             SET BIL-MODE-REVERSE TO TRUE
047400             MOVE BIL-THIRD-TOKEN(1:8) TO BIL-OPERATOR-ID
047500         WHEN OTHER
047600             DISPLAY 'BIL0002E - UNKNOWN KEYWORD '
047700                 BIL-SECOND-TOKEN
047800             DISPLAY '           - USE PVOLBIL YYYYMM REVERSE '
047900                 'OPERID'
048000             SET BIL-ERROR-SEEN TO TRUE
048100             GO TO 1000-EXIT
048200     END-EVALUATE.
048300     IF BIL-MODE-REVERSE
048400         PERFORM 1100-CHECK-AUTHORITY THRU 1100-EXIT
048500         IF BIL-ERROR-SEEN OR BIL-RUN-REFUSED
048600             GO TO 1000-EXIT
048700         END-IF
048800     END-IF.
048900     OPEN OUTPUT REPORT-FILE.
049000     IF BIL-RPTFILE-STATUS NOT = '00'
049100         DISPLAY 'BIL0003E - UNABLE TO OPEN BILLING REPORT'
049200         DISPLAY '           - RUN REJECTED'
049300         MOVE 'BIL0003E' TO EVP-CODE
049400         MOVE 'CHARGEBACK BILLING ABORTED - BILLRPT UNUSABLE'
049500             TO EVP-TEXT
049600         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
049700         SET BIL-ERROR-SEEN TO TRUE
049800         GO TO 1000-EXIT
049900     END-IF.
050000     OPEN I-O BILL-CONTROL.
050100     IF BIL-BILLCTL-STATUS = '35'
050200         OPEN OUTPUT BILL-CONTROL
050300         CLOSE BILL-CONTROL
050400         OPEN I-O BILL-CONTROL
050500     END-IF.
050600     IF BIL-BILLCTL-STATUS NOT = '00'
050700         DISPLAY 'BIL0004E - UNABLE TO OPEN BILLING CONTROL FILE'
050800         DISPLAY '           (BILLCTL) - STATUS '
050900             BIL-BILLCTL-STATUS
051000         MOVE 'BIL0004E' TO EVP-CODE
051100         MOVE 'CHARGEBACK BILLING ABORTED - BILLCTL UNUSABLE'
051200             TO EVP-TEXT
051300         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
051400         SET BIL-ERROR-SEEN TO TRUE
051500         GO TO 1000-EXIT
051600     END-IF.
051700     PERFORM 1200-READ-MONTH-ROW THRU 1200-EXIT.
051800     IF BIL-MODE-CUT
051900         PERFORM 1300-SETTLE-THE-CUT THRU 1300-EXIT
052000     ELSE
052100         PERFORM 1400-SETTLE-THE-REVERSAL THRU 1400-EXIT
052200     END-IF.
052300     MOVE BIL-TARGET-MONTH TO RPT-MONTH.
052400     MOVE BIL-BATCH-ID TO RPT-BATCH-ID.
052500     IF BIL-MODE-CUT
052600         MOVE 'CHARGE' TO RPT-MODE-TEXT
052700     ELSE
052800         MOVE 'REVERSAL' TO RPT-MODE-TEXT
052900     END-IF.
053000     MOVE BIL-HEADING-LINE TO RPT-LINE.
053100     WRITE RPT-LINE.
053200 1000-EXIT.
053300     EXIT.
053400**----------------------------------------------------------------
053500** 1100-CHECK-AUTHORITY - A REVERSAL REOPENS A MONTH ALREADY SENT
053600**----------------------------------------------------------------
053700**             TO THE LEDGER, SO THE OPERATOR NAMED ON THE COMMAND
053800**             LINE MUST BE ACTIVE WITH THE BILR PRIVILEGE
053900 1100-CHECK-AUTHORITY.
054000     IF BIL-FIRST-TOKEN = SPACES
054100         DISPLAY 'BIL0005E - A REVERSAL MUST NAME THE MONTH -'
054200         DISPLAY '           USE PVOLBIL YYYYMM REVERSE OPERID'
054300         SET BIL-ERROR-SEEN TO TRUE
054400         GO TO 1100-EXIT
054500     END-IF.
054600     MOVE BIL-OPERATOR-ID TO OPP-OPERATOR-ID.
054700     SET OPP-PRIV-BILL-REVERSE TO TRUE.
054800     MOVE 'PVOLBIL' TO OPP-PROGRAM.
054900     MOVE SPACES TO OPP-JOB-ID.
055000     CALL 'OPRCHK' USING OPERATOR-CHECK-PARM
055100     END-CALL.
055200     IF OPP-REFUSED
055300         DISPLAY 'BIL0006E - OPERATOR ' OPP-OPERATOR-ID
055400             ' NOT AUTHORIZED - ' OPP-REASON
055500         DISPLAY '           MONTH ' BIL-TARGET-MONTH
055600             ' NOT REVERSED'
055700         SET BIL-RUN-REFUSED TO TRUE
055800     END-IF.
055900 1100-EXIT.
056000     EXIT.
056100**----------------------------------------------------------------
056200** 1200-READ-MONTH-ROW - THE MONTH'S BILLCTL ROW (CUT SEQUENCE
056300**----------------------------------------------------------------
056400**             ZERO, REGION BLANK), SAVED IN BIL-MONTH-ROW
056500 1200-READ-MONTH-ROW.
056600     MOVE BIL-TARGET-MONTH TO BCTL-MONTH.
056700     MOVE ZERO TO BCTL-CUT-SEQ.
056800     MOVE SPACES TO BCTL-REGION-CODE.
056900     SET BIL-ROW-ON-FILE TO TRUE.
057000     READ BILL-CONTROL
057100         INVALID KEY
057200             SET BIL-ROW-NOT-ON-FILE TO TRUE
057300     END-READ.
057400     IF BIL-ROW-NOT-ON-FILE
057500         MOVE SPACES TO BILL-CONTROL-RECORD
057600         MOVE BIL-TARGET-MONTH TO BCTL-MONTH
057700         MOVE ZERO TO BCTL-CUT-SEQ
057800         MOVE ZERO TO BCTL-LAST-CUT-SEQ
057900     END-IF.
058000     MOVE BILL-CONTROL-RECORD TO BIL-MONTH-ROW.
058100 1200-EXIT.
058200     EXIT.
058300**----------------------------------------------------------------
058400** 1300-SETTLE-THE-CUT - A MONTH IS CUT ONCE.  AFTER A REVERSAL
058500**----------------------------------------------------------------
058600**             THE NEXT CUT TAKES THE NEXT SEQUENCE, SO EVERY
058700**             BATCH ID THE LEDGER SEES IS NEW.
058800 1300-SETTLE-THE-CUT.
058900     IF BIL-ROW-ON-FILE AND BCTL-MONTH-CUT
059000         MOVE 'PVOL' TO BIL-BATCH-PREFIX
059100         MOVE BIL-TARGET-MONTH TO BIL-BATCH-MONTH
059200         MOVE BCTL-LAST-CUT-SEQ TO BIL-BATCH-SEQ
059300         DISPLAY 'BIL0007E - MONTH ' BIL-TARGET-MONTH
059400             ' WAS ALREADY CUT AS BATCH ' BIL-BATCH-ID
059500         DISPLAY '           ON ' BCTL-CUT-DATE
059600             ' - REVERSE IT FIRST TO CUT IT AGAIN'
059700         MOVE 'BIL0007E' TO EVP-CODE
059800         MOVE SPACES TO EVP-TEXT
059900         STRING 'CHARGEBACK BILLING REFUSED - ' BIL-BATCH-ID
060000             ' ALREADY CUT' DELIMITED BY SIZE
060100             INTO EVP-TEXT
060200         END-STRING
060300         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
060400         SET BIL-RUN-REFUSED TO TRUE
060500         GO TO 1300-EXIT
060600     END-IF.
060700     IF BCTL-LAST-CUT-SEQ NOT NUMERIC
060800         MOVE ZERO TO BCTL-LAST-CUT-SEQ
060900     END-IF.
061000     IF BCTL-LAST-CUT-SEQ >= 99
061100         DISPLAY 'BIL0008E - MONTH ' BIL-TARGET-MONTH
061200             ' HAS BEEN CUT 99 TIMES - NO SEQUENCE LEFT'
061300         MOVE 'BIL0008E' TO EVP-CODE
061400         MOVE 'CHARGEBACK BILLING ABORTED - NO CUT SEQUENCE LEFT'
061500             TO EVP-TEXT
061600         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
061700         SET BIL-ERROR-SEEN TO TRUE
061800         GO TO 1300-EXIT
061900     END-IF.
062000     ADD 1 TO BCTL-LAST-CUT-SEQ GIVING BIL-CUT-SEQ.
062100     MOVE 'PVOL' TO BIL-BATCH-PREFIX.
062200     MOVE BIL-TARGET-MONTH TO BIL-BATCH-MONTH.
062300     MOVE BIL-CUT-SEQ TO BIL-BATCH-SEQ.
062400 1300-EXIT.
062500     EXIT.
062600**----------------------------------------------------------------
062700** 1400-SETTLE-THE-REVERSAL - ONLY A MONTH THAT IS CUT NOW CAN BE
062800**----------------------------------------------------------------
062900**             REVERSED - THE REVERSAL BATCH CARRIES THE SAME
063000**             MONTH AND SEQUENCE AS THE CUT IT UNDOES
063100 1400-SETTLE-THE-REVERSAL.
063200     IF BIL-ROW-NOT-ON-FILE OR NOT BCTL-MONTH-CUT
063300         DISPLAY 'BIL0009E - MONTH ' BIL-TARGET-MONTH
063400             ' IS NOT CUT - NOTHING TO REVERSE'
063500         MOVE 'BIL0009E' TO EVP-CODE
063600         MOVE SPACES TO EVP-TEXT
063700         STRING 'CHARGEBACK REVERSAL REFUSED - ' BIL-TARGET-MONTH
063800             ' NOT CUT' DELIMITED BY SIZE
063900             INTO EVP-TEXT
064000         END-STRING
064100         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
064200         SET BIL-RUN-REFUSED TO TRUE
064300         GO TO 1400-EXIT
064400     END-IF.
064500     MOVE BCTL-LAST-CUT-SEQ TO BIL-CUT-SEQ.
064600     MOVE 'PVOL' TO BIL-BATCH-PREFIX.
064700     MOVE BIL-TARGET-MONTH TO BIL-BATCH-MONTH.
064800     MOVE BIL-CUT-SEQ TO BIL-BATCH-SEQ.
064900     MOVE BIL-BATCH-ID TO BIL-REVERSES-BATCH.
065000     MOVE 'PVRV' TO BIL-BATCH-PREFIX.
065100 1400-EXIT.
065200     EXIT.
065300**----------------------------------------------------------------
065400** 2000-LOAD-COST-CENTERS - PULL EACH REGION'S COST CENTER FROM
065500**----------------------------------------------------------------
065600**             THE REGION MASTER ONCE.  UNLIKE PVOLRPT THE BILLING
065700**             CANNOT GO ON WITHOUT IT.
065800 2000-LOAD-COST-CENTERS.
065900     OPEN INPUT REGION-MASTER.
066000     IF BIL-RGNMSTR-STATUS NOT = '00'
066100         DISPLAY 'BIL0010E - UNABLE TO OPEN REGION MASTER - '
066200             'STATUS ' BIL-RGNMSTR-STATUS
066300         DISPLAY '           BILLING ABANDONED'
066400         MOVE 'BIL0010E' TO EVP-CODE
066500         MOVE 'CHARGEBACK BILLING ABORTED - RGNMSTR UNREADABLE'
066600             TO EVP-TEXT
066700         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
066800         SET BIL-ERROR-SEEN TO TRUE
066900         GO TO 2000-EXIT
067000     END-IF.
067100     MOVE LOW-VALUES TO RGN-CODE.
067200     START REGION-MASTER KEY NOT < RGN-CODE.
067300     IF BIL-RGNMSTR-STATUS = '00'
067400         SET BIL-NOT-EOF TO TRUE
067500         PERFORM 2050-LOAD-ONE-COST-CENTER THRU 2050-EXIT
067600             UNTIL BIL-EOF
067700     END-IF.
067800     CLOSE REGION-MASTER.
067900 2000-EXIT.
068000     EXIT.
068100 2050-LOAD-ONE-COST-CENTER.
068200     READ REGION-MASTER NEXT RECORD
068300         AT END
068400             SET BIL-EOF TO TRUE
068500             GO TO 2050-EXIT
068600     END-READ.
068700     IF BIL-CC-COUNT >= BIL-CC-MAX
068800         DISPLAY 'BIL0011E - MORE THAN 100 REGIONS ON RGNMSTR -'
068900         DISPLAY '           BILLING ABANDONED'
069000         MOVE 'BIL0011E' TO EVP-CODE
069100         MOVE 'CHARGEBACK BILLING ABORTED - REGION TABLE FULL'
069200             TO EVP-TEXT
069300         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
069400         SET BIL-ERROR-SEEN TO TRUE
069500         SET BIL-EOF TO TRUE
069600         GO TO 2050-EXIT
069700     END-IF.
069800     ADD 1 TO BIL-CC-COUNT.
069900     MOVE RGN-CODE TO BIL-CC-REGION(BIL-CC-COUNT).
070000     MOVE RGN-COST-CENTER TO BIL-CC-COST-CENTER(BIL-CC-COUNT).
070100 2050-EXIT.
070200     EXIT.
070300**----------------------------------------------------------------
070400** 2100-LOAD-RATE-TABLE - PULL THE WHOLE RATE MASTER INTO THE RATE
070500**----------------------------------------------------------------
070600**             TABLE ONCE.  NO RATE MASTER MEANS NOTHING CAN BE
070700**             PRICED.
070800 2100-LOAD-RATE-TABLE.
070900     OPEN INPUT RATE-MASTER.
071000     IF BIL-RATEMSTR-STATUS NOT = '00'
071100         DISPLAY 'BIL0012E - UNABLE TO OPEN CHARGEBACK RATE '
071200             'MASTER'
071300         DISPLAY '           - STATUS ' BIL-RATEMSTR-STATUS
071400             ' - BILLING ABANDONED'
071500         MOVE 'BIL0012E' TO EVP-CODE
071600         MOVE 'CHARGEBACK BILLING ABORTED - RATEMSTR UNREADABLE'
071700             TO EVP-TEXT
071800         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
071900         SET BIL-ERROR-SEEN TO TRUE
072000         GO TO 2100-EXIT
072100     END-IF.
072200     MOVE LOW-VALUES TO RATE-KEY.
072300     START RATE-MASTER KEY NOT < RATE-KEY.
072400     IF BIL-RATEMSTR-STATUS = '00'
072500         SET BIL-NOT-EOF TO TRUE
072600         PERFORM 2150-LOAD-ONE-RATE THRU 2150-EXIT
072700             UNTIL BIL-EOF
072800     END-IF.
072900     CLOSE RATE-MASTER.
073000 2100-EXIT.
073100     EXIT.
073200 2150-LOAD-ONE-RATE.
073300     READ RATE-MASTER NEXT RECORD
073400         AT END
073500             SET BIL-EOF TO TRUE
073600             GO TO 2150-EXIT
073700     END-READ.
073800     IF BIL-RATE-COUNT >= BIL-RATE-MAX
073900         DISPLAY 'BIL0013E - MORE THAN 1000 ROWS ON RATEMSTR -'
074000         DISPLAY '           BILLING ABANDONED'
074100         MOVE 'BIL0013E' TO EVP-CODE
074200         MOVE 'CHARGEBACK BILLING ABORTED - RATE TABLE FULL'
074300             TO EVP-TEXT
074400         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
074500         SET BIL-ERROR-SEEN TO TRUE
074600         SET BIL-EOF TO TRUE
074700         GO TO 2150-EXIT
074800     END-IF.
074900     ADD 1 TO BIL-RATE-COUNT.
075000     MOVE RATE-REGION-CODE TO BIL-RATE-REGION(BIL-RATE-COUNT).
075100     MOVE RATE-JOB-ID TO BIL-RATE-JOB-ID(BIL-RATE-COUNT).
075200     MOVE RATE-EFF-FROM-DATE TO BIL-RATE-FROM(BIL-RATE-COUNT).
075300     MOVE RATE-EFF-TO-DATE TO BIL-RATE-TO(BIL-RATE-COUNT).
075400     MOVE RATE-PER-PAGE TO BIL-RATE-PAGE(BIL-RATE-COUNT).
075500     MOVE RATE-PER-LINE TO BIL-RATE-LINE(BIL-RATE-COUNT).
075600 2150-EXIT.
075700     EXIT.
075800**----------------------------------------------------------------
075900** 3000-PRICE-THE-MONTH - ONE PASS OF THE PRINT-VOLUME FILE,
076000**----------------------------------------------------------------
076100**             PRICING THE MONTH'S RUNS INTO THE JOB AND REGION
076200**             TABLES
076300 3000-PRICE-THE-MONTH.
076400     OPEN INPUT PRINT-VOLUME.
076500     IF BIL-PRNTVOL-STATUS NOT = '00'
076600         DISPLAY 'BIL0014E - UNABLE TO OPEN PRINT-VOLUME FILE -'
076700             ' STATUS ' BIL-PRNTVOL-STATUS
076800         DISPLAY '           BILLING ABANDONED'
076900         MOVE 'BIL0014E' TO EVP-CODE
077000         MOVE 'CHARGEBACK BILLING ABORTED - PRNTVOL UNREADABLE'
077100             TO EVP-TEXT
077200         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
077300         SET BIL-ERROR-SEEN TO TRUE
077400         GO TO 3000-EXIT
077500     END-IF.
077600     SET BIL-PVOL-NOT-EOF TO TRUE.
077700     PERFORM 3100-READ-NEXT-VOLUME-REC THRU 3100-EXIT.
077800     PERFORM 3200-PRICE-ONE-VOLUME-REC THRU 3200-EXIT
077900         UNTIL BIL-PVOL-EOF.
078000     CLOSE PRINT-VOLUME.
078100     IF BIL-NO-ERROR
078200         SET BIL-PASS-DONE TO TRUE
078300     END-IF.
078400 3000-EXIT.
078500     EXIT.
078600 3100-READ-NEXT-VOLUME-REC.
078700     READ PRINT-VOLUME
078800         AT END
078900             SET BIL-PVOL-EOF TO TRUE
079000             GO TO 3100-EXIT
079100     END-READ.
079200     ADD 1 TO BIL-READ-COUNT.
079300 3100-EXIT.
079400     EXIT.
079500**----------------------------------------------------------------
079600** 3200-PRICE-ONE-VOLUME-REC - A ZERO-OUTPUT RUN IS PRICED AT ZERO
079700**----------------------------------------------------------------
079800**             WITHOUT A RATE; ANY OTHER RUN NEEDS A RATE ROW IN
079900**             EFFECT ON ITS CALL DATE OR IT IS LISTED UNPRICED
080000 3200-PRICE-ONE-VOLUME-REC.
080100     MOVE PVOL-CALL-DATE TO BIL-CALL-DATE-X.
080200     IF BIL-CALL-DATE-X(1:6) NOT = BIL-TARGET-MONTH
080300         GO TO 3200-NEXT
080400     END-IF.
080500     ADD 1 TO BIL-MONTH-COUNT.
080600     MOVE ZERO TO BIL-RUN-AMOUNT.
080700     IF PVOL-ZERO-OUTPUT
080800         ADD 1 TO BIL-ZERO-COUNT
080900         PERFORM 3400-LIST-ZERO-RUN THRU 3400-EXIT
081000     ELSE
081100         PERFORM 3300-FIND-RATE THRU 3300-EXIT
081200         IF BIL-RATE-HIT = ZERO
081300             ADD 1 TO BIL-UNPRICED-COUNT
081400             MOVE PVOL-JOB-ID TO BIL-EXC-JOB-ID
081500             MOVE PVOL-REGION-CODE TO BIL-EXC-REGION
081600             MOVE PVOL-CALL-DATE TO BIL-EXC-CALL-DATE
081700             MOVE 'NO RATE IN EFFECT ON THE CALL DATE'
081800                 TO BIL-EXC-REASON
081900             PERFORM 3500-LIST-UNPRICED THRU 3500-EXIT
082000             GO TO 3200-NEXT
082100         END-IF
082200         ADD 1 TO BIL-PRICED-COUNT
082300         COMPUTE BIL-RUN-AMOUNT ROUNDED =
082400             PVOL-PAGES * BIL-RATE-PAGE(BIL-RATE-HIT)
082500             + PVOL-LINES * BIL-RATE-LINE(BIL-RATE-HIT)
082600         END-COMPUTE
082700     END-IF.
082800     PERFORM 3600-FIND-OR-ADD-JOB-ROW THRU 3600-EXIT.
082900     IF BIL-ERROR-SEEN
083000         GO TO 3200-NEXT
083100     END-IF.
083200     ADD 1 TO BIL-JOB-RUNS(BIL-HIT-SUB).
083300     ADD PVOL-PAGES TO BIL-JOB-PAGES(BIL-HIT-SUB).
083400     ADD PVOL-LINES TO BIL-JOB-LINES(BIL-HIT-SUB).
083500     ADD BIL-RUN-AMOUNT TO BIL-JOB-AMOUNT(BIL-HIT-SUB).
083600     PERFORM 3700-FIND-OR-ADD-RGN-ROW THRU 3700-EXIT.
083700     IF BIL-ERROR-SEEN
083800         GO TO 3200-NEXT
083900     END-IF.
084000     ADD 1 TO BIL-RGN-RUNS(BIL-HIT-SUB).
084100     ADD PVOL-PAGES TO BIL-RGN-PAGES(BIL-HIT-SUB).
084200     ADD PVOL-LINES TO BIL-RGN-LINES(BIL-HIT-SUB).
084300     ADD BIL-RUN-AMOUNT TO BIL-RGN-AMOUNT(BIL-HIT-SUB).
084400     ADD BIL-RUN-AMOUNT TO BIL-TOTAL-AMOUNT.
084500 3200-NEXT.
084600     IF BIL-ERROR-SEEN
084700         SET BIL-PVOL-EOF TO TRUE
084800         GO TO 3200-EXIT
084900     END-IF.
085000     PERFORM 3100-READ-NEXT-VOLUME-REC THRU 3100-EXIT.
085100 3200-EXIT.
085200     EXIT.
085300**----------------------------------------------------------------
085400** 3300-FIND-RATE - THE JOB-ID'S OWN ROW FOR ITS REGION IN EFFECT
085500**----------------------------------------------------------------
085600**             ON THE CALL DATE, ELSE THE REGION DEFAULT ROW IN
085700**             EFFECT THEN - BIL-RATE-HIT IS ZERO IF NEITHER
085800 3300-FIND-RATE.
085900     MOVE ZERO TO BIL-RATE-HIT.
086000     MOVE PVOL-JOB-ID TO BIL-RATE-JOB-WANTED.
086100     PERFORM 3350-TEST-ONE-RATE-ROW THRU 3350-EXIT
086200         VARYING BIL-SUB FROM 1 BY 1
086300         UNTIL BIL-SUB > BIL-RATE-COUNT
086400         OR BIL-RATE-HIT > ZERO.
086500     IF BIL-RATE-HIT > ZERO
086600         GO TO 3300-EXIT
086700     END-IF.
086800     MOVE SPACES TO BIL-RATE-JOB-WANTED.
086900     PERFORM 3350-TEST-ONE-RATE-ROW THRU 3350-EXIT
087000         VARYING BIL-SUB FROM 1 BY 1
087100         UNTIL BIL-SUB > BIL-RATE-COUNT
087200         OR BIL-RATE-HIT > ZERO.
087300 3300-EXIT.
087400     EXIT.
087500 3350-TEST-ONE-RATE-ROW.
087600     IF BIL-RATE-REGION(BIL-SUB) = PVOL-REGION-CODE
087700             AND BIL-RATE-JOB-ID(BIL-SUB) = BIL-RATE-JOB-WANTED
087800             AND BIL-RATE-FROM(BIL-SUB) NOT > PVOL-CALL-DATE
087900             AND BIL-RATE-TO(BIL-SUB) NOT < PVOL-CALL-DATE
088000         MOVE BIL-SUB TO BIL-RATE-HIT
088100     END-IF.
088200 3350-EXIT.
088300     EXIT.
088400**----------------------------------------------------------------
088500** 3400-LIST-ZERO-RUN - KEEP A ZERO-OUTPUT RUN FOR ITS OWN SECTION
088600**----------------------------------------------------------------
088700 3400-LIST-ZERO-RUN.
088800     IF BIL-ZRO-LISTED >= BIL-ZRO-MAX
088900         GO TO 3400-EXIT
089000     END-IF.
089100     ADD 1 TO BIL-ZRO-LISTED.
089200     MOVE PVOL-JOB-ID TO BIL-ZRO-JOB-ID(BIL-ZRO-LISTED).
089300     MOVE PVOL-REGION-CODE TO BIL-ZRO-REGION(BIL-ZRO-LISTED).
089400     MOVE PVOL-RUN-DATE TO BIL-ZRO-RUN-DATE(BIL-ZRO-LISTED).
089500     MOVE PVOL-CALL-DATE TO BIL-ZRO-CALL-DATE(BIL-ZRO-LISTED).
089600     MOVE PVOL-CALL-TIME TO BIL-ZRO-CALL-TIME(BIL-ZRO-LISTED).
089700 3400-EXIT.
089800     EXIT.
089900**----------------------------------------------------------------
090000** 3500-LIST-UNPRICED - KEEP ONE EXCEPTION THAT STOPS THE CUT -
090100**----------------------------------------------------------------
090200**             CALLERS FILL THE BIL-EXC- FIELDS FIRST
090300 3500-LIST-UNPRICED.
090400     IF BIL-UNP-LISTED >= BIL-UNP-MAX
090500         GO TO 3500-EXIT
090600     END-IF.
090700     ADD 1 TO BIL-UNP-LISTED.
090800     MOVE BIL-EXC-JOB-ID TO BIL-UNP-JOB-ID(BIL-UNP-LISTED).
090900     MOVE BIL-EXC-REGION TO BIL-UNP-REGION(BIL-UNP-LISTED).
091000     MOVE BIL-EXC-CALL-DATE TO BIL-UNP-CALL-DATE(BIL-UNP-LISTED).
091100     MOVE BIL-EXC-REASON TO BIL-UNP-REASON(BIL-UNP-LISTED).
091200 3500-EXIT.
091300     EXIT.
091400**----------------------------------------------------------------
091500** 3600-FIND-OR-ADD-JOB-ROW - LOCATE THE JOB TABLE ROW FOR THE
091600**----------------------------------------------------------------
091700**             JOB-ID AND REGION, ADDING AN EMPTY ROW ON FIRST
091800**             SIGHT - BIL-HIT-SUB POINTS AT THE ROW ON EXIT
091900 3600-FIND-OR-ADD-JOB-ROW.
092000     MOVE ZERO TO BIL-HIT-SUB.
092100     PERFORM 3650-TEST-ONE-JOB-ROW THRU 3650-EXIT
092200         VARYING BIL-SUB FROM 1 BY 1
092300         UNTIL BIL-SUB > BIL-JOB-COUNT
092400         OR BIL-HIT-SUB > ZERO.
092500     IF BIL-HIT-SUB > ZERO
092600         GO TO 3600-EXIT
092700     END-IF.
092800     IF BIL-JOB-COUNT >= BIL-JOB-MAX
092900         DISPLAY 'BIL0015E - MORE THAN 500 JOB-ID/REGION PAIRS IN'
093000         DISPLAY '           THE MONTH - BILLING ABANDONED'
093100         MOVE 'BIL0015E' TO EVP-CODE
093200         MOVE 'CHARGEBACK BILLING ABORTED - JOB TABLE FULL'
093300             TO EVP-TEXT
093400         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
093500         SET BIL-ERROR-SEEN TO TRUE
093600         GO TO 3600-EXIT
093700     END-IF.
093800     ADD 1 TO BIL-JOB-COUNT.
093900     MOVE PVOL-JOB-ID TO BIL-JOB-ID(BIL-JOB-COUNT).
094000     MOVE PVOL-REGION-CODE TO BIL-JOB-REGION(BIL-JOB-COUNT).
094100     MOVE ZERO TO BIL-JOB-RUNS(BIL-JOB-COUNT).
094200     MOVE ZERO TO BIL-JOB-PAGES(BIL-JOB-COUNT).
094300     MOVE ZERO TO BIL-JOB-LINES(BIL-JOB-COUNT).
094400     MOVE ZERO TO BIL-JOB-AMOUNT(BIL-JOB-COUNT).
094500     MOVE BIL-JOB-COUNT TO BIL-HIT-SUB.
094600 3600-EXIT.
094700     EXIT.
094800 3650-TEST-ONE-JOB-ROW.
094900     IF BIL-JOB-ID(BIL-SUB) = PVOL-JOB-ID
095000             AND BIL-JOB-REGION(BIL-SUB) = PVOL-REGION-CODE
095100         MOVE BIL-SUB TO BIL-HIT-SUB
095200     END-IF.
095300 3650-EXIT.
095400     EXIT.
095500**----------------------------------------------------------------
095600** 3700-FIND-OR-ADD-RGN-ROW - LOCATE THE REGION TABLE ROW FOR THE
095700**----------------------------------------------------------------
095800**             RUN'S REGION, ADDING ONE WITH ITS COST CENTER FROM
095900**             THE COST CENTER TABLE ON FIRST SIGHT
096000 3700-FIND-OR-ADD-RGN-ROW.
096100     MOVE ZERO TO BIL-HIT-SUB.
096200     PERFORM 3750-TEST-ONE-RGN-ROW THRU 3750-EXIT
096300         VARYING BIL-SUB FROM 1 BY 1
096400         UNTIL BIL-SUB > BIL-RGN-COUNT
096500         OR BIL-HIT-SUB > ZERO.
096600     IF BIL-HIT-SUB > ZERO
096700         GO TO 3700-EXIT
096800     END-IF.
096900     IF BIL-RGN-COUNT >= BIL-RGN-MAX
097000         DISPLAY 'BIL0016E - MORE THAN 100 REGIONS IN THE MONTH -'
097100         DISPLAY '           BILLING ABANDONED'
097200         MOVE 'BIL0016E' TO EVP-CODE
097300         MOVE 'CHARGEBACK BILLING ABORTED - REGION TABLE FULL'
097400             TO EVP-TEXT
097500         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
097600         SET BIL-ERROR-SEEN TO TRUE
097700         GO TO 3700-EXIT
097800     END-IF.
097900     ADD 1 TO BIL-RGN-COUNT.
098000     MOVE PVOL-REGION-CODE TO BIL-RGN-CODE(BIL-RGN-COUNT).
098100     MOVE SPACES TO BIL-RGN-COST-CENTER(BIL-RGN-COUNT).
098200     SET BIL-RGN-NOT-ON-MASTER(BIL-RGN-COUNT) TO TRUE.
098300     MOVE ZERO TO BIL-RGN-RUNS(BIL-RGN-COUNT).
098400     MOVE ZERO TO BIL-RGN-PAGES(BIL-RGN-COUNT).
098500     MOVE ZERO TO BIL-RGN-LINES(BIL-RGN-COUNT).
098600     MOVE ZERO TO BIL-RGN-AMOUNT(BIL-RGN-COUNT).
098700     PERFORM 3800-TEST-ONE-COST-CENTER THRU 3800-EXIT
098800         VARYING BIL-SUB FROM 1 BY 1
098900         UNTIL BIL-SUB > BIL-CC-COUNT
099000         OR BIL-RGN-ON-MASTER(BIL-RGN-COUNT).
099100     MOVE BIL-RGN-COUNT TO BIL-HIT-SUB.
099200 3700-EXIT.
099300     EXIT.
099400 3750-TEST-ONE-RGN-ROW.
099500     IF BIL-RGN-CODE(BIL-SUB) = PVOL-REGION-CODE
099600         MOVE BIL-SUB TO BIL-HIT-SUB
099700     END-IF.
099800 3750-EXIT.
099900     EXIT.
100000 3800-TEST-ONE-COST-CENTER.
100100     IF BIL-CC-REGION(BIL-SUB) = PVOL-REGION-CODE
100200         MOVE BIL-CC-COST-CENTER(BIL-SUB)
100300             TO BIL-RGN-COST-CENTER(BIL-RGN-COUNT)
100400         SET BIL-RGN-ON-MASTER(BIL-RGN-COUNT) TO TRUE
100500     END-IF.
100600 3800-EXIT.
100700     EXIT.
100800**----------------------------------------------------------------
100900** 4000-JUDGE-THE-CUT - EVERY CHARGED REGION NEEDS A COST CENTER
101000**----------------------------------------------------------------
101100**             TO DEBIT, AND EVERY RUN WITH OUTPUT NEEDS A RATE -
101200**             ANY GAP REFUSES THE WHOLE MONTH RATHER THAN SEND
101300**             THE LEDGER A PART BILL
101400 4000-JUDGE-THE-CUT.
101500     PERFORM 4100-CHECK-ONE-REGION THRU 4100-EXIT
101600         VARYING BIL-SUB FROM 1 BY 1
101700         UNTIL BIL-SUB > BIL-RGN-COUNT.
101800     IF BIL-UNPRICED-COUNT > ZERO OR BIL-NO-CC-COUNT > ZERO
101900         DISPLAY 'BIL0017E - ' BIL-UNPRICED-COUNT
102000             ' RUN(S) WITH NO RATE IN EFFECT AND '
102100             BIL-NO-CC-COUNT ' REGION(S) WITH NO COST CENTER'
102200         DISPLAY '           MONTH ' BIL-TARGET-MONTH
102300             ' NOT CUT - SEE BILLRPT'
102400         MOVE 'BIL0017E' TO EVP-CODE
102500         MOVE SPACES TO EVP-TEXT
102600         IF BIL-UNPRICED-COUNT > ZERO
102610             STRING 'CHARGEBACK BILLING REFUSED - '
102620                 BIL-TARGET-MONTH
102630                 ' HAS UNPRICED RUNS' DELIMITED BY SIZE
102640                 INTO EVP-TEXT
102650             END-STRING
102700         ELSE
102710             STRING 'CHARGEBACK BILLING REFUSED - '
102720                 BIL-TARGET-MONTH
102730                 ' REGION LACKS COST CENTER' DELIMITED BY SIZE
102740                 INTO EVP-TEXT
102750             END-STRING
102800         END-IF
103000         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
103100         SET BIL-RUN-REFUSED TO TRUE
103200         GO TO 4000-EXIT
103300     END-IF.
103400     IF BIL-MONTH-COUNT = ZERO
103500         DISPLAY 'BIL0018W - NO PRINT-VOLUME RECORDS FOR MONTH '
103600             BIL-TARGET-MONTH
103700         DISPLAY '           - AN EMPTY BATCH IS CUT'
103800     END-IF.
103900     IF BIL-ZERO-COUNT > ZERO
104000         DISPLAY 'BIL0019W - ' BIL-ZERO-COUNT
104100             ' ZERO-OUTPUT RUN(S) PRICED AT ZERO - SEE BILLRPT'
104200     END-IF.
104300 4000-EXIT.
104400     EXIT.
104500 4100-CHECK-ONE-REGION.
104600     IF BIL-RGN-AMOUNT(BIL-SUB) = ZERO
104700         GO TO 4100-EXIT
104800     END-IF.
104900     IF BIL-RGN-ON-MASTER(BIL-SUB)
105000             AND BIL-RGN-COST-CENTER(BIL-SUB) NOT = SPACES
105100         GO TO 4100-EXIT
105200     END-IF.
105300     ADD 1 TO BIL-NO-CC-COUNT.
105400     MOVE SPACES TO BIL-EXC-JOB-ID.
105500     MOVE BIL-RGN-CODE(BIL-SUB) TO BIL-EXC-REGION.
105600     MOVE SPACES TO BIL-EXC-CALL-DATE.
105700     IF BIL-RGN-NOT-ON-MASTER(BIL-SUB)
105800         MOVE 'REGION NOT ON THE REGION MASTER'
105900             TO BIL-EXC-REASON
106000     ELSE
106100         MOVE 'REGION HAS NO COST CENTER - SEE RGNMNT'
106200             TO BIL-EXC-REASON
106300     END-IF.
106400     PERFORM 3500-LIST-UNPRICED THRU 3500-EXIT.
106500 4100-EXIT.
106600     EXIT.
106700**----------------------------------------------------------------
106800** 4500-LOAD-CUT-REGIONS - A REVERSAL WORKS FROM THE REGION ROWS
106900**----------------------------------------------------------------
107000**             THE CUT LEFT ON BILLCTL, NOT FROM A NEW PRICING, SO
107100**             IT UNDOES EXACTLY WHAT THE LEDGER WAS SENT.  THE
107200**             ROWS MUST ADD UP TO THE MONTH ROW'S TOTAL.
107300 4500-LOAD-CUT-REGIONS.
107400     MOVE ZERO TO BIL-CHECK-AMOUNT.
107500     MOVE BIL-TARGET-MONTH TO BCTL-MONTH.
107600     MOVE BIL-CUT-SEQ TO BCTL-CUT-SEQ.
107700     MOVE LOW-VALUES TO BCTL-REGION-CODE.
107800     START BILL-CONTROL KEY NOT < BCTL-KEY.
107900     IF BIL-BILLCTL-STATUS = '00'
108000         SET BIL-NOT-EOF TO TRUE
108100         PERFORM 4550-LOAD-ONE-CUT-REGION THRU 4550-EXIT
108200             UNTIL BIL-EOF
108300     END-IF.
108400     IF BIL-ERROR-SEEN
108500         GO TO 4500-EXIT
108600     END-IF.
108700     MOVE BIL-MONTH-ROW TO BILL-CONTROL-RECORD.
108800     IF BIL-CHECK-AMOUNT NOT = BCTL-TOTAL-AMOUNT
108900         MOVE BCTL-TOTAL-AMOUNT TO BIL-EDIT-AMOUNT
109000         DISPLAY 'BIL0020E - BILLCTL REGION ROWS FOR '
109100             BIL-BATCH-ID ' DO NOT ADD UP TO THE'
109200         DISPLAY '           MONTH TOTAL ' BIL-EDIT-AMOUNT
109300             ' - REVERSAL ABANDONED'
109400         MOVE 'BIL0020E' TO EVP-CODE
109500         MOVE 'CHARGEBACK REVERSAL ABORTED - BILLCTL UNBALANCED'
109600             TO EVP-TEXT
109700         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
109800         SET BIL-ERROR-SEEN TO TRUE
109900         GO TO 4500-EXIT
110000     END-IF.
110100     MOVE BCTL-TOTAL-AMOUNT TO BIL-TOTAL-AMOUNT.
110200 4500-EXIT.
110300     EXIT.
110400 4550-LOAD-ONE-CUT-REGION.
110500     READ BILL-CONTROL NEXT RECORD
110600         AT END
110700             SET BIL-EOF TO TRUE
110800             GO TO 4550-EXIT
110900     END-READ.
111000     IF BCTL-MONTH NOT = BIL-TARGET-MONTH
111100             OR BCTL-CUT-SEQ NOT = BIL-CUT-SEQ
111200         SET BIL-EOF TO TRUE
111300         GO TO 4550-EXIT
111400     END-IF.
111500     IF BIL-RGN-COUNT >= BIL-RGN-MAX
111600         DISPLAY 'BIL0016E - MORE THAN 100 REGIONS IN THE MONTH -'
111700         DISPLAY '           REVERSAL ABANDONED'
111800         MOVE 'BIL0016E' TO EVP-CODE
111900         MOVE 'CHARGEBACK REVERSAL ABORTED - REGION TABLE FULL'
112000             TO EVP-TEXT
112100         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
112200         SET BIL-ERROR-SEEN TO TRUE
112300         SET BIL-EOF TO TRUE
112400         GO TO 4550-EXIT
112500     END-IF.
112600     ADD 1 TO BIL-RGN-COUNT.
112700     MOVE BCTL-REGION-CODE TO BIL-RGN-CODE(BIL-RGN-COUNT).
112800     MOVE BCTL-COST-CENTER TO BIL-RGN-COST-CENTER(BIL-RGN-COUNT).
112900     SET BIL-RGN-ON-MASTER(BIL-RGN-COUNT) TO TRUE.
113000     MOVE BCTL-RGN-RUNS TO BIL-RGN-RUNS(BIL-RGN-COUNT).
113100     MOVE BCTL-RGN-PAGES TO BIL-RGN-PAGES(BIL-RGN-COUNT).
113200     MOVE BCTL-RGN-LINES TO BIL-RGN-LINES(BIL-RGN-COUNT).
113300     MOVE BCTL-RGN-AMOUNT TO BIL-RGN-AMOUNT(BIL-RGN-COUNT).
113400     ADD BCTL-RGN-AMOUNT TO BIL-CHECK-AMOUNT.
113500 4550-EXIT.
113600     EXIT.
113700**----------------------------------------------------------------
113800** 5000-PRINT-PRICING - JOB SECTION, REGION SECTION, THE ZERO-
113900**----------------------------------------------------------------
114000**             OUTPUT RUNS, AND ANYTHING THAT STOPPED THE CUT
114100 5000-PRINT-PRICING.
114200     MOVE 'PRICED VOLUME BY JOB-ID AND REGION' TO SEC-TITLE.
114300     MOVE BIL-SECTION-LINE TO RPT-LINE.
114400     WRITE RPT-LINE.
114500     MOVE BIL-COLUMN-LINE TO RPT-LINE.
114600     WRITE RPT-LINE.
114700     PERFORM 5100-PRINT-ONE-JOB THRU 5100-EXIT
114800         VARYING BIL-SUB FROM 1 BY 1
114900         UNTIL BIL-SUB > BIL-JOB-COUNT.
115000     MOVE 'CHARGES BY REGION' TO SEC-TITLE.
115100     MOVE BIL-SECTION-LINE TO RPT-LINE.
115200     WRITE RPT-LINE.
115300     MOVE BIL-COLUMN-LINE TO RPT-LINE.
115400     WRITE RPT-LINE.
115500     PERFORM 5200-PRINT-ONE-REGION THRU 5200-EXIT
115600         VARYING BIL-SUB FROM 1 BY 1
115700         UNTIL BIL-SUB > BIL-RGN-COUNT.
115800     IF BIL-ZERO-COUNT > ZERO
115900         MOVE 'ZERO-OUTPUT RUNS - PRICED AT ZERO' TO SEC-TITLE
116000         MOVE BIL-SECTION-LINE TO RPT-LINE
116100         WRITE RPT-LINE
116200         MOVE BIL-ZRO-COLUMN-LINE TO RPT-LINE
116300         WRITE RPT-LINE
116400         PERFORM 5300-PRINT-ONE-ZERO-RUN THRU 5300-EXIT
116500             VARYING BIL-SUB FROM 1 BY 1
116600             UNTIL BIL-SUB > BIL-ZRO-LISTED
116700     END-IF.
116800     IF BIL-ZERO-COUNT > BIL-ZRO-LISTED
116900         MOVE 'FIRST 200 LISTED - SEE CONTROL TOTALS FOR ALL'
117000             TO SEC-TITLE
117100         MOVE BIL-SECTION-LINE TO RPT-LINE
117200         WRITE RPT-LINE
117300     END-IF.
117400     IF BIL-UNP-LISTED > ZERO
117500         MOVE 'UNPRICED - MONTH NOT CUT' TO SEC-TITLE
117600         MOVE BIL-SECTION-LINE TO RPT-LINE
117700         WRITE RPT-LINE
117800         MOVE BIL-UNP-COLUMN-LINE TO RPT-LINE
117900         WRITE RPT-LINE
118000         PERFORM 5400-PRINT-ONE-UNPRICED THRU 5400-EXIT
118100             VARYING BIL-SUB FROM 1 BY 1
118200             UNTIL BIL-SUB > BIL-UNP-LISTED
118300     END-IF.
118400     IF BIL-UNPRICED-COUNT + BIL-NO-CC-COUNT > BIL-UNP-LISTED
118500         MOVE 'FIRST 200 LISTED - SEE CONTROL TOTALS FOR ALL'
118600             TO SEC-TITLE
118700         MOVE BIL-SECTION-LINE TO RPT-LINE
118800         WRITE RPT-LINE
118900     END-IF.
119000 5000-EXIT.
119100     EXIT.
119200 5100-PRINT-ONE-JOB.
119300     MOVE SPACES TO BIL-DETAIL-LINE.
119400     MOVE BIL-JOB-ID(BIL-SUB) TO DTL-JOB-ID.
119500     MOVE BIL-JOB-REGION(BIL-SUB) TO DTL-REGION.
119600     MOVE BIL-JOB-RUNS(BIL-SUB) TO DTL-RUNS.
119700     MOVE BIL-JOB-PAGES(BIL-SUB) TO DTL-PAGES.
119800     MOVE BIL-JOB-LINES(BIL-SUB) TO DTL-LINES.
119900     MOVE BIL-JOB-AMOUNT(BIL-SUB) TO DTL-AMOUNT.
120000     MOVE BIL-DETAIL-LINE TO RPT-LINE.
120100     WRITE RPT-LINE.
120200 5100-EXIT.
120300     EXIT.
120400 5200-PRINT-ONE-REGION.
120500     MOVE SPACES TO BIL-DETAIL-LINE.
120600     MOVE BIL-RGN-CODE(BIL-SUB) TO DTL-REGION.
120700     MOVE BIL-RGN-RUNS(BIL-SUB) TO DTL-RUNS.
120800     MOVE BIL-RGN-PAGES(BIL-SUB) TO DTL-PAGES.
120900     MOVE BIL-RGN-LINES(BIL-SUB) TO DTL-LINES.
121000     MOVE BIL-RGN-AMOUNT(BIL-SUB) TO DTL-AMOUNT.
121100     MOVE BIL-RGN-COST-CENTER(BIL-SUB) TO DTL-COST-CENTER.
121200     MOVE BIL-DETAIL-LINE TO RPT-LINE.
121300     WRITE RPT-LINE.
121400 5200-EXIT.
121500     EXIT.
121600 5300-PRINT-ONE-ZERO-RUN.
121700     MOVE SPACES TO BIL-ZRO-LINE.
121800     MOVE BIL-ZRO-JOB-ID(BIL-SUB) TO ZRO-JOB-ID.
121900     MOVE BIL-ZRO-REGION(BIL-SUB) TO ZRO-REGION.
122000     MOVE BIL-ZRO-RUN-DATE(BIL-SUB) TO ZRO-RUN-DATE.
122100     MOVE BIL-ZRO-CALL-DATE(BIL-SUB) TO ZRO-CALL-DATE.
122200     MOVE BIL-ZRO-CALL-TIME(BIL-SUB) TO ZRO-CALL-TIME.
122300     MOVE BIL-ZRO-LINE TO RPT-LINE.
122400     WRITE RPT-LINE.
122500 5300-EXIT.
122600     EXIT.
122700 5400-PRINT-ONE-UNPRICED.
122800     MOVE SPACES TO BIL-UNP-LINE.
122900     MOVE BIL-UNP-JOB-ID(BIL-SUB) TO UNP-JOB-ID.
123000     MOVE BIL-UNP-REGION(BIL-SUB) TO UNP-REGION.
123100     MOVE BIL-UNP-CALL-DATE(BIL-SUB) TO UNP-CALL-DATE.
123200     MOVE BIL-UNP-REASON(BIL-SUB) TO UNP-REASON.
123300     MOVE BIL-UNP-LINE TO RPT-LINE.
123400     WRITE RPT-LINE.
123500 5400-EXIT.
123600     EXIT.
123700**----------------------------------------------------------------
123800** 6000-WRITE-JOURNAL - HEADER, ONE LINE PER REGION WITH CHARGES,
123900**----------------------------------------------------------------
124000**             ONE PRINT-ROOM LINE FOR THE TOTAL, TRAILER.  A CUT
124100**             DEBITS THE REGIONS AND CREDITS THE PRINT ROOM; A
124200**             REVERSAL DOES THE OPPOSITE.  EACH LINE IS ALSO
124300**             PRINTED ON BILLRPT.
124400 6000-WRITE-JOURNAL.
124500     OPEN OUTPUT GL-JOURNAL.
124600     IF BIL-GLJRNL-STATUS NOT = '00'
124700         DISPLAY 'BIL0021E - UNABLE TO OPEN GL JOURNAL FILE '
124800             '(GLJRNL)'
124900         DISPLAY '           - STATUS ' BIL-GLJRNL-STATUS
125000             ' - NOTHING CUT'
125100         MOVE 'BIL0021E' TO EVP-CODE
125200         MOVE 'CHARGEBACK BILLING ABORTED - GLJRNL UNUSABLE'
125300             TO EVP-TEXT
125400         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
125500         SET BIL-ERROR-SEEN TO TRUE
125600         GO TO 6000-EXIT
125700     END-IF.
125800     MOVE SPACES TO BIL-JOURNAL-DESC.
125900     IF BIL-MODE-CUT
126000         STRING 'PRINT CHARGEBACK ' BIL-TARGET-MONTH
126100             DELIMITED BY SIZE
126200             INTO BIL-JOURNAL-DESC
126300         END-STRING
126400     ELSE
126500         STRING 'PRINT CHARGEBACK REVERSAL ' BIL-TARGET-MONTH
126600             DELIMITED BY SIZE
126700             INTO BIL-JOURNAL-DESC
126800         END-STRING
126900     END-IF.
127000     MOVE ZERO TO BIL-DETAIL-COUNT.
127100     PERFORM 6050-COUNT-ONE-REGION THRU 6050-EXIT
127200         VARYING BIL-SUB FROM 1 BY 1
127300         UNTIL BIL-SUB > BIL-RGN-COUNT.
127400     IF BIL-TOTAL-AMOUNT > ZERO
127500         ADD 1 TO BIL-DETAIL-COUNT
127600     END-IF.
127700     MOVE SPACES TO SEC-TITLE.
127800     STRING 'GENERAL-LEDGER JOURNAL - BATCH ' BIL-BATCH-ID
127900         DELIMITED BY SIZE
128000         INTO SEC-TITLE
128100     END-STRING.
128200     MOVE BIL-SECTION-LINE TO RPT-LINE.
128300     WRITE RPT-LINE.
128400     MOVE BIL-JRN-COLUMN-LINE TO RPT-LINE.
128500     WRITE RPT-LINE.
128600     PERFORM 6100-WRITE-JOURNAL-HEADER THRU 6100-EXIT.
128700     PERFORM 6200-WRITE-ONE-REGION-LINE THRU 6200-EXIT
128800         VARYING BIL-SUB FROM 1 BY 1
128900         UNTIL BIL-SUB > BIL-RGN-COUNT
129000         OR BIL-ERROR-SEEN.
129100     PERFORM 6300-WRITE-PRINT-ROOM-LINE THRU 6300-EXIT.
129200     IF BIL-NO-ERROR
129300         IF BIL-DEBIT-TOTAL NOT = BIL-CREDIT-TOTAL
129400                 OR BIL-DEBIT-TOTAL NOT = BIL-TOTAL-AMOUNT
129500                 OR BIL-LINE-COUNT NOT = BIL-DETAIL-COUNT
129600             DISPLAY 'BIL0022E - JOURNAL ' BIL-BATCH-ID
129700                 ' DOES NOT BALANCE - DO NOT SEND IT'
129800             MOVE 'BIL0022E' TO EVP-CODE
129900             MOVE 'CHARGEBACK BILLING ABORTED - GLJRNL UNBALANCED'
130000                 TO EVP-TEXT
130100             PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
130200             SET BIL-ERROR-SEEN TO TRUE
130300         END-IF
130400     END-IF.
130500     PERFORM 6400-WRITE-JOURNAL-TRAILER THRU 6400-EXIT.
130600     CLOSE GL-JOURNAL.
130700 6000-EXIT.
130800     EXIT.
130900 6050-COUNT-ONE-REGION.
131000     IF BIL-RGN-AMOUNT(BIL-SUB) > ZERO
131100         ADD 1 TO BIL-DETAIL-COUNT
131200     END-IF.
131300 6050-EXIT.
131400     EXIT.
131500 6100-WRITE-JOURNAL-HEADER.
131600     MOVE SPACES TO GL-JOURNAL-RECORD.
131700     SET GLJ-HEADER TO TRUE.
131800     MOVE BIL-BATCH-ID TO GLJ-BATCH-ID.
131900     MOVE 'APP' TO GLJH-SOURCE-SYSTEM.
132000     IF BIL-MODE-CUT
132100         SET GLJH-CHARGE TO TRUE
132200     ELSE
132300         SET GLJH-REVERSAL TO TRUE
132400     END-IF.
132500     MOVE BIL-TARGET-MONTH TO GLJH-PERIOD.
132600     MOVE BIL-TODAY TO GLJH-CREATE-DATE.
132700     MOVE BIL-CURRENT-TIME TO GLJH-CREATE-TIME.
132800     MOVE BIL-REVERSES-BATCH TO GLJH-REVERSES-BATCH.
132900     MOVE BIL-DETAIL-COUNT TO GLJH-DETAIL-COUNT.
133000     MOVE BIL-TOTAL-AMOUNT TO GLJH-DEBIT-TOTAL.
133100     MOVE BIL-TOTAL-AMOUNT TO GLJH-CREDIT-TOTAL.
133200     PERFORM 6450-PUT-JOURNAL-RECORD THRU 6450-EXIT.
133300 6100-EXIT.
133400     EXIT.
133500 6200-WRITE-ONE-REGION-LINE.
133600     IF BIL-RGN-AMOUNT(BIL-SUB) = ZERO
133700         GO TO 6200-EXIT
133800     END-IF.
133900     ADD 1 TO BIL-LINE-COUNT.
134000     ADD 1 TO BIL-CHARGE-LINE-COUNT.
134100     MOVE SPACES TO GL-JOURNAL-RECORD.
134200     SET GLJ-DETAIL TO TRUE.
134300     MOVE BIL-BATCH-ID TO GLJ-BATCH-ID.
134400     MOVE BIL-LINE-COUNT TO GLJD-LINE-NUMBER.
134500     MOVE BIL-RGN-COST-CENTER(BIL-SUB) TO GLJD-COST-CENTER.
134600     MOVE BIL-EXPENSE-ACCOUNT TO GLJD-GL-ACCOUNT.
134700     MOVE BIL-RGN-AMOUNT(BIL-SUB) TO GLJD-AMOUNT.
134800     IF BIL-MODE-CUT
134900         SET GLJD-DEBIT TO TRUE
135000         ADD BIL-RGN-AMOUNT(BIL-SUB) TO BIL-DEBIT-TOTAL
135100     ELSE
135200         SET GLJD-CREDIT TO TRUE
135300         ADD BIL-RGN-AMOUNT(BIL-SUB) TO BIL-CREDIT-TOTAL
135400     END-IF.
135500     MOVE BIL-RGN-CODE(BIL-SUB) TO GLJD-REGION-CODE.
135600     MOVE BIL-JOURNAL-DESC TO GLJD-DESCRIPTION.
135700     PERFORM 6450-PUT-JOURNAL-RECORD THRU 6450-EXIT.
135800     PERFORM 6800-PRINT-JOURNAL-LINE THRU 6800-EXIT.
135900 6200-EXIT.
136000     EXIT.
136100 6300-WRITE-PRINT-ROOM-LINE.
136200     IF BIL-ERROR-SEEN OR BIL-TOTAL-AMOUNT = ZERO
136300         GO TO 6300-EXIT
136400     END-IF.
136500     ADD 1 TO BIL-LINE-COUNT.
136600     MOVE SPACES TO GL-JOURNAL-RECORD.
136700     SET GLJ-DETAIL TO TRUE.
136800     MOVE BIL-BATCH-ID TO GLJ-BATCH-ID.
136900     MOVE BIL-LINE-COUNT TO GLJD-LINE-NUMBER.
137000     MOVE BIL-PRINT-ROOM-CC TO GLJD-COST-CENTER.
137100     MOVE BIL-RECOVERY-ACCOUNT TO GLJD-GL-ACCOUNT.
137200     MOVE BIL-TOTAL-AMOUNT TO GLJD-AMOUNT.
137300     IF BIL-MODE-CUT
137400         SET GLJD-CREDIT TO TRUE
137500         ADD BIL-TOTAL-AMOUNT TO BIL-CREDIT-TOTAL
137600     ELSE
137700         SET GLJD-DEBIT TO TRUE
137800         ADD BIL-TOTAL-AMOUNT TO BIL-DEBIT-TOTAL
137900     END-IF.
138000     MOVE BIL-JOURNAL-DESC TO GLJD-DESCRIPTION.
138100     PERFORM 6450-PUT-JOURNAL-RECORD THRU 6450-EXIT.
138200     PERFORM 6800-PRINT-JOURNAL-LINE THRU 6800-EXIT.
138300 6300-EXIT.
138400     EXIT.
138500 6400-WRITE-JOURNAL-TRAILER.
138600     IF BIL-ERROR-SEEN
138700         GO TO 6400-EXIT
138800     END-IF.
138900     MOVE SPACES TO GL-JOURNAL-RECORD.
139000     SET GLJ-TRAILER TO TRUE.
139100     MOVE BIL-BATCH-ID TO GLJ-BATCH-ID.
139200     ADD 1 TO BIL-RECORD-COUNT GIVING GLJT-RECORD-COUNT.
139300     MOVE BIL-LINE-COUNT TO GLJT-DETAIL-COUNT.
139400     MOVE BIL-DEBIT-TOTAL TO GLJT-DEBIT-TOTAL.
139500     MOVE BIL-CREDIT-TOTAL TO GLJT-CREDIT-TOTAL.
139600     PERFORM 6450-PUT-JOURNAL-RECORD THRU 6450-EXIT.
139700 6400-EXIT.
139800     EXIT.
139900 6450-PUT-JOURNAL-RECORD.
140000     WRITE GL-JOURNAL-RECORD.
140100     IF BIL-GLJRNL-STATUS NOT = '00'
140200         DISPLAY 'BIL0023E - GL JOURNAL WRITE FAILED - STATUS '
140300             BIL-GLJRNL-STATUS
140400         DISPLAY '           JOURNAL ' BIL-BATCH-ID
140500             ' IS INCOMPLETE - DO NOT SEND IT'
140600         MOVE 'BIL0023E' TO EVP-CODE
140700         MOVE 'CHARGEBACK BILLING ABORTED - GLJRNL WRITE FAILED'
140800             TO EVP-TEXT
140900         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
141000         SET BIL-ERROR-SEEN TO TRUE
141100         GO TO 6450-EXIT
141200     END-IF.
141300     ADD 1 TO BIL-RECORD-COUNT.
141400 6450-EXIT.
141500     EXIT.
141600**----------------------------------------------------------------
141700** 6500-RECORD-CUT - WRITE THE CUT'S REGION ROWS, THEN MARK THE
141800**----------------------------------------------------------------
141900**             MONTH ROW CUT - THE MARK IS WHAT STOPS A SECOND
142000**             CUT, SO IT GOES LAST.  ROWS LEFT UNDER THIS
142100**             SEQUENCE BY A CUT THAT FAILED BEFORE ITS MARK ARE
142200**             CLEARED FIRST.
142300 6500-RECORD-CUT.
142400     PERFORM 6550-CLEAR-STALE-ROWS THRU 6550-EXIT.
142500     IF BIL-STALE-COUNT > ZERO
142600         DISPLAY 'BIL0027W - ' BIL-STALE-COUNT
142700             ' BILLCTL ROW(S) LEFT BY AN EARLIER FAILED CUT OF '
142800         DISPLAY '           ' BIL-BATCH-ID ' WERE CLEARED'
142900     END-IF.
143000     PERFORM 6600-WRITE-ONE-REGION-ROW THRU 6600-EXIT
143100         VARYING BIL-SUB FROM 1 BY 1
143200         UNTIL BIL-SUB > BIL-RGN-COUNT
143300         OR BIL-ERROR-SEEN.
143400     IF BIL-ERROR-SEEN
143500         GO TO 6500-EXIT
143600     END-IF.
143700     MOVE BIL-MONTH-ROW TO BILL-CONTROL-RECORD.
143800     SET BCTL-MONTH-CUT TO TRUE.
143900     MOVE BIL-CUT-SEQ TO BCTL-LAST-CUT-SEQ.
144000     MOVE BIL-TODAY TO BCTL-CUT-DATE.
144100     MOVE BIL-CURRENT-TIME TO BCTL-CUT-TIME.
144200     MOVE ZERO TO BCTL-REVERSE-DATE.
144300     MOVE ZERO TO BCTL-REVERSE-TIME.
144400     MOVE SPACES TO BCTL-REVERSE-OPERATOR.
144500     MOVE BIL-PRINT-ROOM-CC TO BCTL-CREDIT-COST-CENTER.
144600     MOVE BIL-PRICED-COUNT TO BCTL-PRICED-COUNT.
144700     MOVE BIL-ZERO-COUNT TO BCTL-ZERO-COUNT.
144800     MOVE BIL-CHARGE-LINE-COUNT TO BCTL-DEBIT-COUNT.
144900     MOVE BIL-TOTAL-AMOUNT TO BCTL-TOTAL-AMOUNT.
145000     IF BIL-ROW-ON-FILE
145100         REWRITE BILL-CONTROL-RECORD
145200     ELSE
145300         WRITE BILL-CONTROL-RECORD
145400     END-IF.
145500     IF BIL-BILLCTL-STATUS NOT = '00'
145600         PERFORM 6900-REJECT-CONTROL-WRITE THRU 6900-EXIT
145700         GO TO 6500-EXIT
145800     END-IF.
145900     MOVE BIL-TOTAL-AMOUNT TO BIL-EDIT-AMOUNT.
146000     DISPLAY 'BIL0024I - MONTH ' BIL-TARGET-MONTH ' CUT AS BATCH '
146100         BIL-BATCH-ID ' - TOTAL ' BIL-EDIT-AMOUNT.
146200 6500-EXIT.
146300     EXIT.
146400 6550-CLEAR-STALE-ROWS.
146500     MOVE BIL-TARGET-MONTH TO BCTL-MONTH.
146600     MOVE BIL-CUT-SEQ TO BCTL-CUT-SEQ.
146700     MOVE LOW-VALUES TO BCTL-REGION-CODE.
146800     START BILL-CONTROL KEY NOT < BCTL-KEY.
146900     IF BIL-BILLCTL-STATUS NOT = '00'
147000         GO TO 6550-EXIT
147100     END-IF.
147200     SET BIL-NOT-EOF TO TRUE.
147300     PERFORM 6560-CLEAR-ONE-STALE-ROW THRU 6560-EXIT
147400         UNTIL BIL-EOF.
147500 6550-EXIT.
147600     EXIT.
147700 6560-CLEAR-ONE-STALE-ROW.
147800     READ BILL-CONTROL NEXT RECORD
147900         AT END
148000             SET BIL-EOF TO TRUE
148100             GO TO 6560-EXIT
148200     END-READ.
148300     IF BCTL-MONTH NOT = BIL-TARGET-MONTH
148400             OR BCTL-CUT-SEQ NOT = BIL-CUT-SEQ
148500         SET BIL-EOF TO TRUE
148600         GO TO 6560-EXIT
148700     END-IF.
148800     DELETE BILL-CONTROL RECORD.
148900     IF BIL-BILLCTL-STATUS NOT = '00'
149000         PERFORM 6900-REJECT-CONTROL-WRITE THRU 6900-EXIT
149100         SET BIL-EOF TO TRUE
149200         GO TO 6560-EXIT
149300     END-IF.
149400     ADD 1 TO BIL-STALE-COUNT.
149500 6560-EXIT.
149600     EXIT.
149700 6600-WRITE-ONE-REGION-ROW.
149800     MOVE SPACES TO BILL-CONTROL-RECORD.
149900     MOVE BIL-TARGET-MONTH TO BCTL-MONTH.
150000     MOVE BIL-CUT-SEQ TO BCTL-CUT-SEQ.
150100     MOVE BIL-RGN-CODE(BIL-SUB) TO BCTL-REGION-CODE.
150200     MOVE BIL-RGN-COST-CENTER(BIL-SUB) TO BCTL-COST-CENTER.
150300     MOVE BIL-RGN-RUNS(BIL-SUB) TO BCTL-RGN-RUNS.
150400     MOVE BIL-RGN-PAGES(BIL-SUB) TO BCTL-RGN-PAGES.
150500     MOVE BIL-RGN-LINES(BIL-SUB) TO BCTL-RGN-LINES.
150600     MOVE BIL-RGN-AMOUNT(BIL-SUB) TO BCTL-RGN-AMOUNT.
150700     WRITE BILL-CONTROL-RECORD.
150800     IF BIL-BILLCTL-STATUS NOT = '00'
150900         PERFORM 6900-REJECT-CONTROL-WRITE THRU 6900-EXIT
151000     END-IF.
151100 6600-EXIT.
151200     EXIT.
151300**----------------------------------------------------------------
151400** 6700-RECORD-REVERSAL - MARK THE MONTH ROW REVERSED, WITH WHO
151500**----------------------------------------------------------------
151600**             AND WHEN.  THE CUT'S REGION ROWS STAY AS ITS
151700**             RECORD.
151800 6700-RECORD-REVERSAL.
151900     MOVE BIL-MONTH-ROW TO BILL-CONTROL-RECORD.
152000     SET BCTL-MONTH-REVERSED TO TRUE.
152100     MOVE BIL-TODAY TO BCTL-REVERSE-DATE.
152200     MOVE BIL-CURRENT-TIME TO BCTL-REVERSE-TIME.
152300     MOVE BIL-OPERATOR-ID TO BCTL-REVERSE-OPERATOR.
152400     REWRITE BILL-CONTROL-RECORD.
152500     IF BIL-BILLCTL-STATUS NOT = '00'
152600         PERFORM 6900-REJECT-CONTROL-WRITE THRU 6900-EXIT
152700         GO TO 6700-EXIT
152800     END-IF.
152900     MOVE BIL-TOTAL-AMOUNT TO BIL-EDIT-AMOUNT.
153000     DISPLAY 'BIL0025I - BATCH ' BIL-REVERSES-BATCH
153100         ' REVERSED AS BATCH ' BIL-BATCH-ID ' BY '
153200         BIL-OPERATOR-ID.
153300     DISPLAY '           TOTAL ' BIL-EDIT-AMOUNT
153400         ' - MONTH ' BIL-TARGET-MONTH ' MAY BE CUT AGAIN'.
153500 6700-EXIT.
153600     EXIT.
153700**----------------------------------------------------------------
153800** 6800-PRINT-JOURNAL-LINE - THE DETAIL RECORD JUST WRITTEN, ON
153900**----------------------------------------------------------------
154000**             THE REPORT
154100 6800-PRINT-JOURNAL-LINE.
154200     MOVE SPACES TO BIL-JRN-LINE.
154300     MOVE GLJD-LINE-NUMBER TO JRN-LINE-NUMBER.
154400     MOVE GLJD-COST-CENTER TO JRN-COST-CENTER.
154500     MOVE GLJD-GL-ACCOUNT TO JRN-GL-ACCOUNT.
154600     IF GLJD-DEBIT
154700         MOVE 'DR' TO JRN-DR-CR
154800     ELSE
154900         MOVE 'CR' TO JRN-DR-CR
155000     END-IF.
155100     MOVE GLJD-AMOUNT TO JRN-AMOUNT.
155200     MOVE GLJD-REGION-CODE TO JRN-REGION.
155300     MOVE GLJD-DESCRIPTION TO JRN-DESCRIPTION.
155400     MOVE BIL-JRN-LINE TO RPT-LINE.
155500     WRITE RPT-LINE.
155600 6800-EXIT.
155700     EXIT.
155800**----------------------------------------------------------------
155900** 6900-REJECT-CONTROL-WRITE - BILLCTL WOULD NOT TAKE A ROW AFTER
156000**----------------------------------------------------------------
156100**             THE JOURNAL WAS WRITTEN.  THE MONTH'S STATE ON
156200**             BILLCTL NO LONGER MATCHES THE JOURNAL, SO THE
156300**             JOURNAL MUST NOT GO TO THE LEDGER.
156400 6900-REJECT-CONTROL-WRITE.
156500     DISPLAY 'BIL0026E - BILLING CONTROL WRITE FAILED - STATUS '
156600         BIL-BILLCTL-STATUS.
156700     DISPLAY '           JOURNAL ' BIL-BATCH-ID
156800         ' WAS WRITTEN BUT NOT RECORDED - DO NOT SEND IT'.
156900     MOVE 'BIL0026E' TO EVP-CODE.
157000     MOVE SPACES TO EVP-TEXT.
157100     STRING 'CHARGEBACK BILLING FAILED - ' BIL-BATCH-ID
157200         ' NOT RECORDED ON BILLCTL' DELIMITED BY SIZE
157300         INTO EVP-TEXT
157400     END-STRING.
157500     PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT.
157600     SET BIL-ERROR-SEEN TO TRUE.
157700 6900-EXIT.
157800     EXIT.
157900**----------------------------------------------------------------
158000** 7000-PRINT-TOTALS - THE CONTROL TOTALS AND THE VERDICT
158100**----------------------------------------------------------------
158200 7000-PRINT-TOTALS.
158300     IF BIL-RPTFILE-STATUS NOT = '00'
158400         GO TO 7000-EXIT
158500     END-IF.
158600     MOVE 'CONTROL TOTALS' TO SEC-TITLE.
158700     MOVE BIL-SECTION-LINE TO RPT-LINE.
158800     WRITE RPT-LINE.
158900     IF BIL-PASS-DONE
159000         MOVE 'PRINT-VOLUME RECORDS READ:' TO TOT-LABEL
159100         MOVE BIL-READ-COUNT TO TOT-COUNT
159200         PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
159300         MOVE 'RUNS IN THE MONTH:' TO TOT-LABEL
159400         MOVE BIL-MONTH-COUNT TO TOT-COUNT
159500         PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
159600         MOVE '  PRICED:' TO TOT-LABEL
159700         MOVE BIL-PRICED-COUNT TO TOT-COUNT
159800         PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
159900         MOVE '  ZERO OUTPUT, PRICED AT ZERO:' TO TOT-LABEL
160000         MOVE BIL-ZERO-COUNT TO TOT-COUNT
160100         PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
160200         MOVE '  NO RATE IN EFFECT:' TO TOT-LABEL
160300         MOVE BIL-UNPRICED-COUNT TO TOT-COUNT
160400         PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
160500         MOVE 'REGIONS WITH NO COST CENTER:' TO TOT-LABEL
160600         MOVE BIL-NO-CC-COUNT TO TOT-COUNT
160700         PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT
160800     END-IF.
160900     MOVE 'JOURNAL DETAIL LINES:' TO TOT-LABEL.
161000     MOVE BIL-LINE-COUNT TO TOT-COUNT.
161100     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
161200     MOVE 'JOURNAL RECORDS WRITTEN:' TO TOT-LABEL.
161300     MOVE BIL-RECORD-COUNT TO TOT-COUNT.
161400     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
161500     MOVE 'TOTAL DEBITS:' TO AMT-LABEL.
161600     MOVE BIL-DEBIT-TOTAL TO AMT-AMOUNT.
161700     MOVE BIL-AMOUNT-LINE TO RPT-LINE.
161800     WRITE RPT-LINE.
161900     MOVE 'TOTAL CREDITS:' TO AMT-LABEL.
162000     MOVE BIL-CREDIT-TOTAL TO AMT-AMOUNT.
162100     MOVE BIL-AMOUNT-LINE TO RPT-LINE.
162200     WRITE RPT-LINE.
162300     EVALUATE TRUE
162400         WHEN BIL-ERROR-SEEN
162500             MOVE 'BILLING FAILED - DO NOT SEND THE JOURNAL'
162600                 TO RPT-VERDICT-TEXT
162700         WHEN BIL-RUN-REFUSED
162800             MOVE 'BILLING REFUSED - NO JOURNAL WRITTEN'
162900                 TO RPT-VERDICT-TEXT
163000         WHEN BIL-MODE-REVERSE
163100             MOVE 'MONTH REVERSED - JOURNAL READY FOR THE LEDGER'
163200                 TO RPT-VERDICT-TEXT
163300         WHEN OTHER
163400             MOVE 'MONTH CUT - JOURNAL READY FOR THE LEDGER'
163500                 TO RPT-VERDICT-TEXT
163600     END-EVALUATE.
163700     MOVE BIL-VERDICT-LINE TO RPT-LINE.
163800     WRITE RPT-LINE.
163900 7000-EXIT.
164000     EXIT.
164100 7100-PRINT-TOTAL-LINE.
164200     MOVE BIL-TOTAL-LINE TO RPT-LINE.
164300     WRITE RPT-LINE.
164400 7100-EXIT.
164500     EXIT.
164600**----------------------------------------------------------------
164700** 8000-LOG-OPERATIONAL-EVENT - LAND A REFUSAL OR THE STEP'S OWN
164800**----------------------------------------------------------------
164900**             FAILURE ON THE OPERATIONAL EVENT FILE - CALLERS
165000**             FILL EVP-CODE AND EVP-TEXT FIRST
165100 8000-LOG-OPERATIONAL-EVENT.
165200     MOVE 'E' TO EVP-SEVERITY.
165300     MOVE SPACES TO EVP-JOB-ID.
165400     CALL 'EVTLOG' USING EVENT-LOG-PARM
165500     END-CALL.
165600 8000-EXIT.
165700     EXIT.
165800**----------------------------------------------------------------
165900** 9000-TERMINATE - CLOSE WHAT IS STILL OPEN - THE INPUT FILES AND
166000**----------------------------------------------------------------
166100**             THE JOURNAL ARE CLOSED AS EACH STEP FINISHES
166200 9000-TERMINATE.
166300     IF BIL-BILLCTL-STATUS NOT = SPACES
166400         CLOSE BILL-CONTROL
166500     END-IF.
166600     IF BIL-RPTFILE-STATUS NOT = SPACES
166700         CLOSE REPORT-FILE
166800     END-IF.
166900 9000-EXIT.
167000     EXIT.
