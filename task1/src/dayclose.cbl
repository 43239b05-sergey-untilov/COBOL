000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAYCLOSE.
000300 AUTHOR.        D SHEPPARD.
000400 INSTALLATION.  APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700**----------------------------------------------------------------
000800*REMARKS.
000900*    FORMALLY CLOSES ONE BUSINESS DATE - THE RUN-DATE ARGUMENT THE
001000*    NIGHT'S SHARED_PRINT CALLS CARRIED - ON THE BUSINESS-DAY
001100*    CONTROL FILE (DAYCTL, SEE DCTLREC).  APP WILL NOT START A NEW
001200*    BUSINESS DATE WHILE AN EARLIER ONE IS STILL OPEN UNLESS AN
001300*    OPERATOR WITH THE DAYO PRIVILEGE OVERRIDES IT, SO A BROKEN
001400*    NIGHT CANNOT SILENTLY ROLL INTO THE NEXT.  THE DATE TO CLOSE
001500*    IS THE FIRST COMMAND-LINE PARAMETER, DEFAULT THE EARLIEST
001600*    DATE STILL OPEN ON DAYCTL.  THE CLOSE IS REFUSED, AND NOTHING
001700*    IS CHANGED, WHILE -
001800*      ANY RUN LOCK ROW (LOCKFIL) OR IN-FLIGHT CHECKPOINT ROW
001900*      (CHKPTFIL) REMAINS, WHATEVER ITS DATE - EACH IS LISTED;
002000*      THE DATE DOES NOT BALANCE - EVERY SUCCESSFUL AUDITED RUN
002100*      FOR THE DATE (AUDITLOG) MUST HAVE LEFT ONE EXTRACT RECORD
002200*      (XTRFILE) AND ONE PRINT-VOLUME RECORD (PRNTVOL), EVERY JOB
002300*      WITH A SUCCESSFUL RUN MUST HAVE ITS COMPLETION ROW
002400*      (CMPLFILE), AND NOTHING MAY TURN UP ON THOSE FILES FOR A
002500*      JOB WITH NO SUCCESSFUL AUDITED RUN.  XTRRECON'S RULE,
002600*      CARRIED ACROSS ALL THREE FILES.
002700*    A CLEAN CLOSE RESETS RSTA-RUN-COUNT-TODAY TO ZERO ON EVERY
002800*    RUN-STATUS ROW (RUNSTAT) AND WRITES THE DATE'S CONTROL ROW
002900*    CLOSED WITH THE BALANCED TOTALS.  A DATE THAT IS ALREADY
003000*    CLOSED MAY BE CLOSED AGAIN - AFTER A LATE REQUEUED RUN, SAY -
003100*    AND ITS TOTALS ARE RESTATED.  THE PER-JOB BALANCE, THE
003200*    BLOCKING ROWS AND THE TOTALS ARE PRINTED ON DAYCRPT.
003300*    RC 0 CLOSED; RC 4 CLOSED, BUT AN EARLIER DATE IS STILL OPEN,
003400*    OR NOTHING WAS OPEN TO CLOSE; RC 8 REFUSED; RC 16 THE STEP
003500*    COULD NOT COMPLETE.  A REFUSAL OR FAILURE IS ALSO LOGGED
003600*    THROUGH EVTLOG.
003700**
003800*MOD LOG.
003900*  2026-10-15 DRS  INITIAL VERSION.
004000**----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT DAY-CONTROL ASSIGN TO DAYCTL
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS DCTL-BUS-DATE
004800         FILE STATUS IS DYC-DAYCTL-STATUS.
004900     SELECT LOCK-FILE ASSIGN TO LOCKFIL
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS LCK-JOB-ID
005300         FILE STATUS IS DYC-LOCKFIL-STATUS.
005400     SELECT CHECKPOINT-FILE ASSIGN TO CHKPTFIL
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CHKPT-JOB-ID
005800         FILE STATUS IS DYC-CHKPTFIL-STATUS.
005900     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS DYC-AUDITLOG-STATUS.
006200     SELECT EXTRACT-FILE ASSIGN TO XTRFILE
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS XTR-KEY
006600         FILE STATUS IS DYC-XTRFILE-STATUS.
006700     SELECT PRINT-VOLUME ASSIGN TO PRNTVOL
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS DYC-PRNTVOL-STATUS.
007000     SELECT COMPLETION-FILE ASSIGN TO CMPLFILE
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS CMPL-KEY
007400         FILE STATUS IS DYC-CMPLFIL-STATUS.
007500     SELECT RUN-STATUS ASSIGN TO RUNSTAT
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS RSTA-JOB-ID
007900         FILE STATUS IS DYC-RUNSTAT-STATUS.
008000     SELECT REPORT-FILE ASSIGN TO DAYCRPT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS DYC-RPTFILE-STATUS.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  DAY-CONTROL
008600     LABEL RECORDS ARE STANDARD.
008700 COPY DCTLREC.
008800 FD  LOCK-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY LCKREC.
009100 FD  CHECKPOINT-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 COPY CHKPTREC.
009400 FD  AUDIT-LOG
009500     LABEL RECORDS ARE STANDARD.
009600 COPY AUDITREC.
009700 FD  EXTRACT-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 COPY XTRREC.
010000 FD  PRINT-VOLUME
010100     LABEL RECORDS ARE STANDARD.
010200 COPY PVOLREC.
010300 FD  COMPLETION-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 COPY CMPLREC.
010600 FD  RUN-STATUS
010700     LABEL RECORDS ARE STANDARD.
010800 COPY RSTATREC.
010900 FD  REPORT-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  RPT-LINE                   PIC X(132).
011200 WORKING-STORAGE SECTION.
011300**----------------------------------------------------------------
011400** OPERATIONAL EVENT LOG PARAMETER AREA (COPYBOOK) - SEE 8000
011500**----------------------------------------------------------------
011600 COPY EVTPARM.
011700**----------------------------------------------------------------
011800** DAYCLOSE WORKING FIELDS
011900**----------------------------------------------------------------
012000 01  DYC-RAW-CMDLINE            PIC X(250).
012100 01  DYC-FIRST-TOKEN            PIC X(20).
012200 01  DYC-TARGET-DATE            PIC 9(08).
012300 01  DYC-CURRENT-DATE           PIC 9(08).
012400 01  DYC-CURRENT-TIME           PIC 9(08).
012500 01  DYC-AUD-JOB-ID             PIC X(20).
012600 01  DYC-AUD-RUN-DATE           PIC X(20).
012700**
012800 01  DYC-LOCK-COUNT             PIC 9(05) COMP.
012900 01  DYC-INFLIGHT-COUNT         PIC 9(05) COMP.
013000 01  DYC-EARLIER-OPEN-COUNT     PIC 9(05) COMP.
013100 01  DYC-MISMATCH-COUNT         PIC 9(05) COMP.
013200 01  DYC-AUD-REC-COUNT          PIC 9(07) COMP.
013300 01  DYC-XTR-REC-COUNT          PIC 9(07) COMP.
013400 01  DYC-PVOL-REC-COUNT         PIC 9(07) COMP.
013500 01  DYC-ZERO-REC-COUNT         PIC 9(07) COMP.
013600 01  DYC-CMPL-REC-COUNT         PIC 9(07) COMP.
013700 01  DYC-RESET-COUNT            PIC 9(07) COMP.
013800 01  DYC-PAGES-TOTAL            PIC 9(11) COMP.
013900 01  DYC-LINES-TOTAL            PIC 9(13) COMP.
014000 01  DYC-JOB-SUB                PIC 9(03) COMP.
014100 01  DYC-HIT-SUB                PIC 9(03) COMP.
014200**
014300 01  DYC-EOF-SW                 PIC X(01).
014400     88  DYC-EOF                        VALUE 'Y'.
014500     88  DYC-NOT-EOF                    VALUE 'N'.
014600 01  DYC-ROW-SW                 PIC X(01).
014700     88  DYC-ROW-ON-FILE                VALUE 'Y'.
014800     88  DYC-ROW-NOT-ON-FILE            VALUE 'N'.
014900 01  DYC-REFUSED-SW             PIC X(01).
015000     88  DYC-CLOSE-REFUSED              VALUE 'Y'.
015100     88  DYC-CLOSE-NOT-REFUSED          VALUE 'N'.
015200 01  DYC-NOTHING-SW             PIC X(01).
015300     88  DYC-NOTHING-OPEN               VALUE 'Y'.
015400     88  DYC-SOMETHING-OPEN             VALUE 'N'.
015500 01  DYC-ERROR-SW               PIC X(01).
015600     88  DYC-ERROR-SEEN                 VALUE 'Y'.
015700     88  DYC-NO-ERROR                   VALUE 'N'.
015800**
015900 01  DYC-DAYCTL-STATUS          PIC X(02).
016000 01  DYC-LOCKFIL-STATUS         PIC X(02).
016100 01  DYC-CHKPTFIL-STATUS        PIC X(02).
016200 01  DYC-AUDITLOG-STATUS        PIC X(02).
016300 01  DYC-XTRFILE-STATUS         PIC X(02).
016400 01  DYC-PRNTVOL-STATUS         PIC X(02).
016500 01  DYC-CMPLFIL-STATUS         PIC X(02).
016600 01  DYC-RUNSTAT-STATUS         PIC X(02).
016700 01  DYC-RPTFILE-STATUS         PIC X(02).
016800**----------------------------------------------------------------
016900** PER-JOB BALANCE TABLE - ONE ROW PER JOB-ID SEEN ON ANY OF THE
017000** FOUR FILES FOR THE TARGET DATE, WITH A COUNT FROM EACH
017100**----------------------------------------------------------------
017200 01  DYC-JOB-TABLE.
017300     05  DYC-JOB-COUNT           PIC 9(03) COMP.
017400     05  DYC-JOB-MAX             PIC 9(03) COMP VALUE 500.
017500     05  DYC-JOB-ENTRY OCCURS 500 TIMES.
017600         10  DYC-JOB-ID              PIC X(08).
017700         10  DYC-AUD-COUNT           PIC 9(05) COMP.
017800         10  DYC-XTR-COUNT           PIC 9(05) COMP.
017900         10  DYC-PVOL-COUNT          PIC 9(05) COMP.
018000         10  DYC-CMPL-COUNT          PIC 9(05) COMP.
018100**----------------------------------------------------------------
018200** REPORT LINE LAYOUTS
018300**----------------------------------------------------------------
018400 01  DYC-HEADING-LINE.
018500     05  FILLER                 PIC X(40) VALUE
018600         'APP BUSINESS-DAY CLOSE'.
018700     05  FILLER                 PIC X(15) VALUE
018800         'BUSINESS DATE'.
018900     05  RPT-TARGET-DATE         PIC 9(08).
019000     05  FILLER                 PIC X(69) VALUE SPACES.
019100 01  DYC-SECTION-LINE.
019200     05  SEC-TITLE               PIC X(60).
019300     05  FILLER                 PIC X(72) VALUE SPACES.
019400 01  DYC-BLOCK-LINE.
019500     05  FILLER                 PIC X(02) VALUE SPACES.
019600     05  BLK-FILE                PIC X(08).
019700     05  FILLER                 PIC X(02) VALUE SPACES.
019800     05  BLK-JOB-ID              PIC X(08).
019900     05  FILLER                 PIC X(02) VALUE SPACES.
020000     05  BLK-TEXT                PIC X(110).
020100 01  DYC-COLUMN-LINE.
020200     05  FILLER                 PIC X(60) VALUE
020300         'JOB ID     AUDITED OK  EXTRACTS   VOLUMES  COMPLETED'.
020400     05  FILLER                 PIC X(72) VALUE 'VERDICT'.
020500 01  DYC-DETAIL-LINE.
020600     05  DTL-JOB-ID              PIC X(08).
020700     05  FILLER                 PIC X(06) VALUE SPACES.
020800     05  DTL-AUD-COUNT           PIC ZZZZ9.
020900     05  FILLER                 PIC X(05) VALUE SPACES.
021000     05  DTL-XTR-COUNT           PIC ZZZZ9.
021100     05  FILLER                 PIC X(05) VALUE SPACES.
021200     05  DTL-PVOL-COUNT          PIC ZZZZ9.
021300     05  FILLER                 PIC X(10) VALUE SPACES.
021400     05  DTL-CMPL-FLAG           PIC X(01).
021500     05  FILLER                 PIC X(10) VALUE SPACES.
021600     05  DTL-VERDICT             PIC X(30).
021700     05  FILLER                 PIC X(42) VALUE SPACES.
021800 01  DYC-TOTAL-LINE.
021900     05  TOT-LABEL               PIC X(40).
022000     05  TOT-COUNT               PIC Z(12)9.
022100     05  FILLER                 PIC X(79) VALUE SPACES.
022200 01  DYC-VERDICT-LINE.
022300     05  RPT-VERDICT-TEXT        PIC X(70).
022400     05  FILLER                 PIC X(62) VALUE SPACES.
022500 PROCEDURE DIVISION.
022600**----------------------------------------------------------------
022700** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
022800**----------------------------------------------------------------
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023100     IF DYC-NO-ERROR AND DYC-SOMETHING-OPEN
023200         PERFORM 2000-CHECK-RUN-LOCKS THRU 2000-EXIT
023300     END-IF.
023400     IF DYC-NO-ERROR AND DYC-SOMETHING-OPEN
023500         PERFORM 2500-CHECK-CHECKPOINTS THRU 2500-EXIT
023600     END-IF.
023700     IF DYC-NO-ERROR AND DYC-SOMETHING-OPEN
023800             AND DYC-CLOSE-NOT-REFUSED
023900         PERFORM 3000-BALANCE-THE-DAY THRU 3000-EXIT
024000     END-IF.
024100     IF DYC-NO-ERROR AND DYC-SOMETHING-OPEN
024200             AND DYC-CLOSE-NOT-REFUSED
024300         PERFORM 4000-RESET-RUN-COUNTS THRU 4000-EXIT
024400     END-IF.
024500     IF DYC-NO-ERROR AND DYC-SOMETHING-OPEN
024600             AND DYC-CLOSE-NOT-REFUSED
024700         PERFORM 5000-WRITE-CONTROL-ROW THRU 5000-EXIT
024800     END-IF.
024900     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
025000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025100     EVALUATE TRUE
025200         WHEN DYC-ERROR-SEEN
025300             MOVE 16 TO RETURN-CODE
025400         WHEN DYC-CLOSE-REFUSED
025500             MOVE 8 TO RETURN-CODE
025600         WHEN DYC-NOTHING-OPEN
025700             MOVE 4 TO RETURN-CODE
025800         WHEN DYC-EARLIER-OPEN-COUNT > ZERO
025900             MOVE 4 TO RETURN-CODE
026000     END-EVALUATE.
026100     STOP RUN.
026200**----------------------------------------------------------------
026300** 1000-INITIALIZE - EDIT THE DATE PARAMETER, OPEN THE REPORT AND
026400**----------------------------------------------------------------
026500**             THE CONTROL FILE, AND SETTLE WHICH BUSINESS DATE
026600**             IS BEING CLOSED
026700 1000-INITIALIZE.
026800     SET DYC-NO-ERROR TO TRUE.
026900     SET DYC-CLOSE-NOT-REFUSED TO TRUE.
027000     SET DYC-SOMETHING-OPEN TO TRUE.
027100     MOVE ZERO TO DYC-LOCK-COUNT.
027200     MOVE ZERO TO DYC-INFLIGHT-COUNT.
027300     MOVE ZERO TO DYC-EARLIER-OPEN-COUNT.
027400     MOVE ZERO TO DYC-MISMATCH-COUNT.
027500     MOVE ZERO TO DYC-AUD-REC-COUNT.
027600     MOVE ZERO TO DYC-XTR-REC-COUNT.
027700     MOVE ZERO TO DYC-PVOL-REC-COUNT.
027800     MOVE ZERO TO DYC-ZERO-REC-COUNT.
027900     MOVE ZERO TO DYC-CMPL-REC-COUNT.
028000     MOVE ZERO TO DYC-RESET-COUNT.
028100     MOVE ZERO TO DYC-PAGES-TOTAL.
028200     MOVE ZERO TO DYC-LINES-TOTAL.
028300     MOVE ZERO TO DYC-JOB-COUNT.
028400     MOVE ZERO TO DYC-TARGET-DATE.
028500     ACCEPT DYC-CURRENT-DATE FROM DATE YYYYMMDD.
028600     ACCEPT DYC-CURRENT-TIME FROM TIME.
028700     ACCEPT DYC-RAW-CMDLINE FROM COMMAND-LINE.
028800     UNSTRING DYC-RAW-CMDLINE DELIMITED BY ALL SPACE
028900         INTO DYC-FIRST-TOKEN
029000     END-UNSTRING.
029100     IF DYC-FIRST-TOKEN NOT = SPACES
029200         IF DYC-FIRST-TOKEN(1:8) NUMERIC
029300             MOVE DYC-FIRST-TOKEN(1:8) TO DYC-TARGET-DATE
029400         ELSE
029500             DISPLAY 'DYC0001E - BUSINESS DATE PARAMETER MUST'
029600             DISPLAY '           BE 8 DIGITS - RUN REJECTED'
029700             SET DYC-ERROR-SEEN TO TRUE
029800             GO TO 1000-EXIT
029900         END-IF
030000     END-IF.
030100     OPEN OUTPUT REPORT-FILE.
030200     IF DYC-RPTFILE-STATUS NOT = '00'
030300         DISPLAY 'DYC0002E - UNABLE TO OPEN DAY-CLOSE REPORT'
030400         DISPLAY '           - RUN REJECTED'
030500         MOVE 'DYC0002E' TO EVP-CODE
030600         MOVE 'DAY CLOSE ABORTED - DAYCRPT UNUSABLE' TO EVP-TEXT
030700         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
030800         SET DYC-ERROR-SEEN TO TRUE
030900         GO TO 1000-EXIT
031000     END-IF.
031100     OPEN I-O DAY-CONTROL.
031200     IF DYC-DAYCTL-STATUS = '35'
031300         OPEN OUTPUT DAY-CONTROL
031400         CLOSE DAY-CONTROL
031500         OPEN I-O DAY-CONTROL
031600     END-IF.
031700     IF DYC-DAYCTL-STATUS NOT = '00'
031800         DISPLAY 'DYC0003E - UNABLE TO OPEN BUSINESS-DAY CONTROL'
031900         DISPLAY '           FILE (DAYCTL) - STATUS '
032000             DYC-DAYCTL-STATUS
032100         MOVE 'DYC0003E' TO EVP-CODE
032200         MOVE 'DAY CLOSE ABORTED - DAYCTL UNUSABLE' TO EVP-TEXT
032300         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
032400         SET DYC-ERROR-SEEN TO TRUE
032500         GO TO 1000-EXIT
032600     END-IF.
032700     IF DYC-TARGET-DATE = ZERO
032800         PERFORM 1100-FIND-OLDEST-OPEN-DATE THRU 1100-EXIT
032900     END-IF.
033000     IF DYC-NOTHING-OPEN
033100         DISPLAY 'DYC0004W - NO BUSINESS DATE IS OPEN ON DAYCTL -'
033200         DISPLAY '           NOTHING TO CLOSE'
033300         GO TO 1000-EXIT
033400     END-IF.
033500     MOVE DYC-TARGET-DATE TO RPT-TARGET-DATE.
033600     MOVE DYC-HEADING-LINE TO RPT-LINE.
033700     WRITE RPT-LINE.
033800     PERFORM 1200-COUNT-EARLIER-OPEN THRU 1200-EXIT.
033900 1000-EXIT.
034000     EXIT.
034100**----------------------------------------------------------------
034200** 1100-FIND-OLDEST-OPEN-DATE - WITH NO DATE GIVEN, CLOSE THE
034300**----------------------------------------------------------------
034400**             EARLIEST DATE STILL OPEN, SO A BACKLOG OF OPEN
034500**             DATES IS CLOSED IN ORDER, ONE STEP AT A TIME
034600 1100-FIND-OLDEST-OPEN-DATE.
034700     SET DYC-NOTHING-OPEN TO TRUE.
034800     MOVE ZERO TO DCTL-BUS-DATE.
034900     START DAY-CONTROL KEY NOT < DCTL-BUS-DATE.
035000     IF DYC-DAYCTL-STATUS NOT = '00'
035100         GO TO 1100-EXIT
035200     END-IF.
035300     SET DYC-NOT-EOF TO TRUE.
035400     PERFORM 1150-TEST-ONE-CONTROL-ROW THRU 1150-EXIT
035500         UNTIL DYC-EOF OR DYC-SOMETHING-OPEN.
035600 1100-EXIT.
035700     EXIT.
035800 1150-TEST-ONE-CONTROL-ROW.
035900     READ DAY-CONTROL NEXT RECORD
036000         AT END
036100             SET DYC-EOF TO TRUE
036200             GO TO 1150-EXIT
036300     END-READ.
036400     IF DCTL-DAY-OPEN
036500         MOVE DCTL-BUS-DATE TO DYC-TARGET-DATE
036600         SET DYC-SOMETHING-OPEN TO TRUE
036700     END-IF.
036800 1150-EXIT.
036900     EXIT.
037000**----------------------------------------------------------------
037100** 1200-COUNT-EARLIER-OPEN - AN EARLIER DATE LEFT OPEN STILL HOLDS
037200**----------------------------------------------------------------
037300**             APP'S START GATE SHUT AFTER THIS CLOSE, SO EACH ONE
037400**             IS NAMED ON THE REPORT AND THE STEP ENDS RC 4
037500 1200-COUNT-EARLIER-OPEN.
037600     MOVE ZERO TO DCTL-BUS-DATE.
037700     START DAY-CONTROL KEY NOT < DCTL-BUS-DATE.
037800     IF DYC-DAYCTL-STATUS NOT = '00'
037900         GO TO 1200-EXIT
038000     END-IF.
038100     SET DYC-NOT-EOF TO TRUE.
038200     PERFORM 1250-TEST-ONE-EARLIER-ROW THRU 1250-EXIT
038300         UNTIL DYC-EOF.
038400 1200-EXIT.
038500     EXIT.
038600 1250-TEST-ONE-EARLIER-ROW.
038700     READ DAY-CONTROL NEXT RECORD
038800         AT END
038900             SET DYC-EOF TO TRUE
039000             GO TO 1250-EXIT
039100     END-READ.
039200     IF DCTL-BUS-DATE NOT < DYC-TARGET-DATE
039300         SET DYC-EOF TO TRUE
039400         GO TO 1250-EXIT
039500     END-IF.
039600     IF NOT DCTL-DAY-OPEN
039700         GO TO 1250-EXIT
039800     END-IF.
039900     IF DYC-EARLIER-OPEN-COUNT = ZERO
040000         MOVE 'EARLIER BUSINESS DATES STILL OPEN' TO SEC-TITLE
040100         MOVE DYC-SECTION-LINE TO RPT-LINE
040200         WRITE RPT-LINE
040300     END-IF.
040400     ADD 1 TO DYC-EARLIER-OPEN-COUNT.
040500     MOVE SPACES TO DYC-BLOCK-LINE.
040600     MOVE 'DAYCTL' TO BLK-FILE.
040700     MOVE SPACES TO BLK-TEXT.
040800     STRING 'BUSINESS DATE ' DCTL-BUS-DATE
040900         ' OPENED ' DCTL-OPENED-DATE
041000         ' - STILL OPEN, CLOSE IT TOO' DELIMITED BY SIZE
041100         INTO BLK-TEXT
041200     END-STRING.
041300     MOVE DYC-BLOCK-LINE TO RPT-LINE.
041400     WRITE RPT-LINE.
041500     DISPLAY 'DYC0005W - EARLIER BUSINESS DATE STILL OPEN: '
041600         DCTL-BUS-DATE.
041700 1250-EXIT.
041800     EXIT.
041900**----------------------------------------------------------------
042000** 2000-CHECK-RUN-LOCKS - ANY ROW ON THE RUN LOCK FILE IS A RUN
042100**----------------------------------------------------------------
042200**             STILL IN FLIGHT OR ONE THAT CRASHED HOLDING ITS
042300**             LOCK - EITHER WAY THE DAY IS NOT OVER.  NO LOCK
042400**             FILE YET MEANS NO RUN HAS EVER HELD A LOCK.
042500 2000-CHECK-RUN-LOCKS.
042600     OPEN INPUT LOCK-FILE.
042700     IF DYC-LOCKFIL-STATUS = '35'
042800         GO TO 2000-EXIT
042900     END-IF.
043000     IF DYC-LOCKFIL-STATUS NOT = '00'
043100         DISPLAY 'DYC0006E - UNABLE TO OPEN RUN LOCK FILE - '
043200             'STATUS ' DYC-LOCKFIL-STATUS
043300         DISPLAY '           CANNOT PROVE NO RUN IS IN FLIGHT'
043400         MOVE 'DYC0006E' TO EVP-CODE
043500         MOVE 'DAY CLOSE ABORTED - LOCKFIL UNREADABLE' TO EVP-TEXT
043600         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
043700         SET DYC-ERROR-SEEN TO TRUE
043800         GO TO 2000-EXIT
043900     END-IF.
044000     MOVE LOW-VALUES TO LCK-JOB-ID.
044100     START LOCK-FILE KEY NOT < LCK-JOB-ID.
044200     IF DYC-LOCKFIL-STATUS = '00'
044300         SET DYC-NOT-EOF TO TRUE
044400         PERFORM 2100-LIST-ONE-LOCK THRU 2100-EXIT
044500             UNTIL DYC-EOF
044600     END-IF.
044700     CLOSE LOCK-FILE.
044800 2000-EXIT.
044900     EXIT.
045000 2100-LIST-ONE-LOCK.
045100     READ LOCK-FILE NEXT RECORD
045200         AT END
045300             SET DYC-EOF TO TRUE
045400             GO TO 2100-EXIT
045500     END-READ.
045600     IF DYC-LOCK-COUNT = ZERO
045700         MOVE 'RUN LOCKS STILL HELD - CLEAR WITH LCKINQ'
045800             TO SEC-TITLE
045900         MOVE DYC-SECTION-LINE TO RPT-LINE
046000         WRITE RPT-LINE
046100     END-IF.
046200     ADD 1 TO DYC-LOCK-COUNT.
046300     SET DYC-CLOSE-REFUSED TO TRUE.
046400     MOVE SPACES TO DYC-BLOCK-LINE.
046500     MOVE 'LOCKFIL' TO BLK-FILE.
046600     MOVE LCK-JOB-ID TO BLK-JOB-ID.
046700     MOVE SPACES TO BLK-TEXT.
046800     STRING 'LOCK TAKEN ' LCK-TAKEN-DATE ' AT '
046900         LCK-TAKEN-TIME(1:6) ' FOR RUN-DATE ' LCK-RUN-DATE
047000         DELIMITED BY SIZE
047100         INTO BLK-TEXT
047200     END-STRING.
047300     MOVE DYC-BLOCK-LINE TO RPT-LINE.
047400     WRITE RPT-LINE.
047500 2100-EXIT.
047600     EXIT.
047700**----------------------------------------------------------------
047800** 2500-CHECK-CHECKPOINTS - AN IN-FLIGHT CHECKPOINT ROW IS A
047900**----------------------------------------------------------------
048000**             SHARED_PRINT CALL THAT NEVER CHECKPOINTED ITS
048100**             OUTCOME - INCLUDING THE RESERVED *BATCH* ROW OF A
048200**             BATCH RUN THAT DIED MID-RECORD.  IT NEEDS A
048300**             CONFIRMED RESTART BEFORE THE DAY CAN BE CALLED
048400**             OVER.
048500 2500-CHECK-CHECKPOINTS.
048600     OPEN INPUT CHECKPOINT-FILE.
048700     IF DYC-CHKPTFIL-STATUS = '35'
048800         GO TO 2500-EXIT
048900     END-IF.
049000     IF DYC-CHKPTFIL-STATUS NOT = '00'
049100         DISPLAY 'DYC0007E - UNABLE TO OPEN CHECKPOINT FILE - '
049200             'STATUS ' DYC-CHKPTFIL-STATUS
049300         DISPLAY '           CANNOT PROVE NO CALL IS IN FLIGHT'
049400         MOVE 'DYC0007E' TO EVP-CODE
049500         MOVE 'DAY CLOSE ABORTED - CHKPTFIL UNREADABLE'
049600             TO EVP-TEXT
049700         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
049800         SET DYC-ERROR-SEEN TO TRUE
049900         GO TO 2500-EXIT
050000     END-IF.
050100     MOVE LOW-VALUES TO CHKPT-JOB-ID.
050200     START CHECKPOINT-FILE KEY NOT < CHKPT-JOB-ID.
050300     IF DYC-CHKPTFIL-STATUS = '00'
050400         SET DYC-NOT-EOF TO TRUE
050500         PERFORM 2600-LIST-ONE-CHECKPOINT THRU 2600-EXIT
050600             UNTIL DYC-EOF
050700     END-IF.
050800     CLOSE CHECKPOINT-FILE.
050900     IF DYC-CLOSE-REFUSED
051000         DISPLAY 'DYC0008E - ' DYC-LOCK-COUNT ' RUN LOCK(S) AND '
051100             DYC-INFLIGHT-COUNT ' IN-FLIGHT CHECKPOINT(S) REMAIN'
051200         DISPLAY '           - BUSINESS DATE ' DYC-TARGET-DATE
051300             ' NOT CLOSED - SEE DAYCRPT'
051400         MOVE 'DYC0008E' TO EVP-CODE
051500         MOVE 'DAY CLOSE REFUSED - LOCKS OR IN-FLIGHT CHECKPOINTS'
051600             TO EVP-TEXT
051700         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
051800     END-IF.
051900 2500-EXIT.
052000     EXIT.
052100 2600-LIST-ONE-CHECKPOINT.
052200     READ CHECKPOINT-FILE NEXT RECORD
052300         AT END
052400             SET DYC-EOF TO TRUE
052500             GO TO 2600-EXIT
052600     END-READ.
052700     IF NOT CHKPT-IN-FLIGHT
052800         GO TO 2600-EXIT
052900     END-IF.
053000     IF DYC-INFLIGHT-COUNT = ZERO
053100         MOVE 'IN-FLIGHT CHECKPOINTS - CONFIRM WITH APP RESTART'
053200             TO SEC-TITLE
053300         MOVE DYC-SECTION-LINE TO RPT-LINE
053400         WRITE RPT-LINE
053500     END-IF.
053600     ADD 1 TO DYC-INFLIGHT-COUNT.
053700     SET DYC-CLOSE-REFUSED TO TRUE.
053800     MOVE SPACES TO DYC-BLOCK-LINE.
053900     MOVE 'CHKPTFIL' TO BLK-FILE.
054000     MOVE CHKPT-JOB-ID TO BLK-JOB-ID.
054100     MOVE SPACES TO BLK-TEXT.
054200     STRING 'ARGS WERE: ' CHKPT-RAW-ARGS(1:50)
054300         DELIMITED BY SIZE
054400         INTO BLK-TEXT
054500     END-STRING.
054600     INSPECT BLK-TEXT REPLACING ALL X'00' BY SPACE.
054700     MOVE DYC-BLOCK-LINE TO RPT-LINE.
054800     WRITE RPT-LINE.
054900 2600-EXIT.
055000     EXIT.
055100**----------------------------------------------------------------
055200** 3000-BALANCE-THE-DAY - TALLY THE TARGET DATE BY JOB-ID FROM THE
055300**----------------------------------------------------------------
055400**             AUDIT LOG AND THE EXTRACT, PRINT-VOLUME AND
055500**             COMPLETIONS FILES, THEN PRINT AND JUDGE EACH JOB
055600 3000-BALANCE-THE-DAY.
055700     PERFORM 3100-TALLY-AUDIT-LOG THRU 3100-EXIT.
055800     IF DYC-NO-ERROR
055900         PERFORM 3200-TALLY-EXTRACTS THRU 3200-EXIT
056000     END-IF.
056100     IF DYC-NO-ERROR
056200         PERFORM 3300-TALLY-VOLUMES THRU 3300-EXIT
056300     END-IF.
056400     IF DYC-NO-ERROR
056500         PERFORM 3400-TALLY-COMPLETIONS THRU 3400-EXIT
056600     END-IF.
056700     IF DYC-ERROR-SEEN
056800         GO TO 3000-EXIT
056900     END-IF.
057000     MOVE 'BALANCE BY JOB-ID' TO SEC-TITLE.
057100     MOVE DYC-SECTION-LINE TO RPT-LINE.
057200     WRITE RPT-LINE.
057300     MOVE DYC-COLUMN-LINE TO RPT-LINE.
057400     WRITE RPT-LINE.
057500     PERFORM 3700-JUDGE-ONE-JOB THRU 3700-EXIT
057600         VARYING DYC-JOB-SUB FROM 1 BY 1
057700         UNTIL DYC-JOB-SUB > DYC-JOB-COUNT.
057800     IF DYC-MISMATCH-COUNT > ZERO
057900         SET DYC-CLOSE-REFUSED TO TRUE
058000         DISPLAY 'DYC0009E - ' DYC-MISMATCH-COUNT
058100             ' JOB(S) OUT OF BALANCE FOR ' DYC-TARGET-DATE
058200         DISPLAY '           - DATE NOT CLOSED - SEE DAYCRPT'
058300         MOVE 'DYC0009E' TO EVP-CODE
058400         MOVE 'DAY CLOSE REFUSED - AUDIT/XTR/PVOL/CMPL UNEVEN'
058500             TO EVP-TEXT
058600         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
058700     END-IF.
058800 3000-EXIT.
058900     EXIT.
059000**----------------------------------------------------------------
059100** 3100-TALLY-AUDIT-LOG - SUCCESSFUL AUDITED RUNS FOR THE DATE,
059200**----------------------------------------------------------------
059300**             TAKING JOB-ID AND RUN-DATE FROM THE X'00'-DELIMITED
059400**             ARGUMENT BLOB, AS XTRRECON DOES
059500 3100-TALLY-AUDIT-LOG.
059600     OPEN INPUT AUDIT-LOG.
059700     IF DYC-AUDITLOG-STATUS NOT = '00'
059800         MOVE 'AUDITLOG' TO DYC-AUD-JOB-ID
059900         MOVE DYC-AUDITLOG-STATUS TO DYC-AUD-RUN-DATE
060000         PERFORM 3900-REJECT-OPEN THRU 3900-EXIT
060100         GO TO 3100-EXIT
060200     END-IF.
060300     SET DYC-NOT-EOF TO TRUE.
060400     PERFORM 3150-TALLY-ONE-AUDIT-REC THRU 3150-EXIT
060500         UNTIL DYC-EOF.
060600     CLOSE AUDIT-LOG.
060700 3100-EXIT.
060800     EXIT.
060900 3150-TALLY-ONE-AUDIT-REC.
061000     READ AUDIT-LOG
061100         AT END
061200             SET DYC-EOF TO TRUE
061300             GO TO 3150-EXIT
061400     END-READ.
061500     IF NOT AUDIT-OUTCOME-OK
061600         GO TO 3150-EXIT
061700     END-IF.
061800     MOVE SPACES TO DYC-AUD-JOB-ID.
061900     MOVE SPACES TO DYC-AUD-RUN-DATE.
062000     UNSTRING AUDIT-RAW-ARGS DELIMITED BY X'00'
062100         INTO DYC-AUD-JOB-ID DYC-AUD-RUN-DATE
062200     END-UNSTRING.
062300     IF DYC-AUD-RUN-DATE(1:8) NOT = DYC-TARGET-DATE
062400         GO TO 3150-EXIT
062500     END-IF.
062600     ADD 1 TO DYC-AUD-REC-COUNT.
062700     PERFORM 3600-FIND-OR-ADD-JOB-ROW THRU 3600-EXIT.
062800     IF DYC-ERROR-SEEN
062900         SET DYC-EOF TO TRUE
063000         GO TO 3150-EXIT
063100     END-IF.
063200     ADD 1 TO DYC-AUD-COUNT(DYC-HIT-SUB).
063300 3150-EXIT.
063400     EXIT.
063500**----------------------------------------------------------------
063600** 3200-TALLY-EXTRACTS - THE KEY IS RUN-DATE-MAJOR, SO START AT
063700**----------------------------------------------------------------
063800**             THE DATE AND STOP AT THE FIRST RECORD PAST IT
063900 3200-TALLY-EXTRACTS.
064000     OPEN INPUT EXTRACT-FILE.
064100     IF DYC-XTRFILE-STATUS NOT = '00'
064200         MOVE 'XTRFILE' TO DYC-AUD-JOB-ID
064300         MOVE DYC-XTRFILE-STATUS TO DYC-AUD-RUN-DATE
064400         PERFORM 3900-REJECT-OPEN THRU 3900-EXIT
064500         GO TO 3200-EXIT
064600     END-IF.
064700     MOVE DYC-TARGET-DATE TO XTR-RUN-DATE.
064800     MOVE LOW-VALUES TO XTR-JOB-ID.
064900     MOVE ZERO TO XTR-WRITE-TIME.
065000     START EXTRACT-FILE KEY NOT < XTR-KEY.
065100     IF DYC-XTRFILE-STATUS = '00'
065200         SET DYC-NOT-EOF TO TRUE
065300         PERFORM 3250-TALLY-ONE-EXTRACT THRU 3250-EXIT
065400             UNTIL DYC-EOF
065500     END-IF.
065600     CLOSE EXTRACT-FILE.
065700 3200-EXIT.
065800     EXIT.
065900 3250-TALLY-ONE-EXTRACT.
066000     READ EXTRACT-FILE NEXT RECORD
066100         AT END
066200             SET DYC-EOF TO TRUE
066300             GO TO 3250-EXIT
066400     END-READ.
066500     IF XTR-RUN-DATE NOT = DYC-TARGET-DATE
066600         SET DYC-EOF TO TRUE
066700         GO TO 3250-EXIT
066800     END-IF.
066900     ADD 1 TO DYC-XTR-REC-COUNT.
067000     MOVE XTR-JOB-ID TO DYC-AUD-JOB-ID.
067100     PERFORM 3600-FIND-OR-ADD-JOB-ROW THRU 3600-EXIT.
067200     IF DYC-ERROR-SEEN
067300         SET DYC-EOF TO TRUE
067400         GO TO 3250-EXIT
067500     END-IF.
067600     ADD 1 TO DYC-XTR-COUNT(DYC-HIT-SUB).
067700 3250-EXIT.
067800     EXIT.
067900**----------------------------------------------------------------
068000** 3300-TALLY-VOLUMES - THE PRINT-VOLUME FILE IS SEQUENTIAL IN
068100**----------------------------------------------------------------
068200**             CALL ORDER, SO IT IS READ THROUGH FOR THE DATE'S
068300**             RECORDS, TOTALLING PAGES, LINES AND ZERO-VOLUME
068400**             SUCCESSES FOR THE CONTROL ROW AS IT GOES
068500 3300-TALLY-VOLUMES.
068600     OPEN INPUT PRINT-VOLUME.
068700     IF DYC-PRNTVOL-STATUS NOT = '00'
068800         MOVE 'PRNTVOL' TO DYC-AUD-JOB-ID
068900         MOVE DYC-PRNTVOL-STATUS TO DYC-AUD-RUN-DATE
069000         PERFORM 3900-REJECT-OPEN THRU 3900-EXIT
069100         GO TO 3300-EXIT
069200     END-IF.
069300     SET DYC-NOT-EOF TO TRUE.
069400     PERFORM 3350-TALLY-ONE-VOLUME THRU 3350-EXIT
069500         UNTIL DYC-EOF.
069600     CLOSE PRINT-VOLUME.
069700 3300-EXIT.
069800     EXIT.
069900 3350-TALLY-ONE-VOLUME.
070000     READ PRINT-VOLUME
070100         AT END
070200             SET DYC-EOF TO TRUE
070300             GO TO 3350-EXIT
070400     END-READ.
070500     IF PVOL-RUN-DATE NOT = DYC-TARGET-DATE
070600         GO TO 3350-EXIT
070700     END-IF.
070800     ADD 1 TO DYC-PVOL-REC-COUNT.
070900     ADD PVOL-PAGES TO DYC-PAGES-TOTAL.
071000     ADD PVOL-LINES TO DYC-LINES-TOTAL.
071100     IF PVOL-ZERO-OUTPUT
071200         ADD 1 TO DYC-ZERO-REC-COUNT
071300     END-IF.
071400     MOVE PVOL-JOB-ID TO DYC-AUD-JOB-ID.
071500     PERFORM 3600-FIND-OR-ADD-JOB-ROW THRU 3600-EXIT.
071600     IF DYC-ERROR-SEEN
071700         SET DYC-EOF TO TRUE
071800         GO TO 3350-EXIT
071900     END-IF.
072000     ADD 1 TO DYC-PVOL-COUNT(DYC-HIT-SUB).
072100 3350-EXIT.
072200     EXIT.
072300**----------------------------------------------------------------
072400** 3400-TALLY-COMPLETIONS - THE COMPLETIONS FILE IS KEYED JOB-ID
072500**----------------------------------------------------------------
072600**             FIRST, SO THE DATE'S ROWS ARE SPREAD THROUGH IT AND
072700**             THE WHOLE FILE IS READ - THAT ALSO FINDS A
072800**             COMPLETION ROW FOR A JOB WITH NO AUDITED RUN
072900 3400-TALLY-COMPLETIONS.
073000     OPEN INPUT COMPLETION-FILE.
073100     IF DYC-CMPLFIL-STATUS NOT = '00'
073200         MOVE 'CMPLFILE' TO DYC-AUD-JOB-ID
073300         MOVE DYC-CMPLFIL-STATUS TO DYC-AUD-RUN-DATE
073400         PERFORM 3900-REJECT-OPEN THRU 3900-EXIT
073500         GO TO 3400-EXIT
073600     END-IF.
073700     MOVE LOW-VALUES TO CMPL-KEY.
073800     START COMPLETION-FILE KEY NOT < CMPL-KEY.
073900     IF DYC-CMPLFIL-STATUS = '00'
074000         SET DYC-NOT-EOF TO TRUE
074100         PERFORM 3450-TALLY-ONE-COMPLETION THRU 3450-EXIT
074200             UNTIL DYC-EOF
074300     END-IF.
074400     CLOSE COMPLETION-FILE.
074500 3400-EXIT.
074600     EXIT.
074700 3450-TALLY-ONE-COMPLETION.
074800     READ COMPLETION-FILE NEXT RECORD
074900         AT END
075000             SET DYC-EOF TO TRUE
075100             GO TO 3450-EXIT
075200     END-READ.
075300     IF CMPL-RUN-DATE NOT = DYC-TARGET-DATE
075400         GO TO 3450-EXIT
075500     END-IF.
075600     ADD 1 TO DYC-CMPL-REC-COUNT.
075700     MOVE CMPL-JOB-ID TO DYC-AUD-JOB-ID.
075800     PERFORM 3600-FIND-OR-ADD-JOB-ROW THRU 3600-EXIT.
075900     IF DYC-ERROR-SEEN
076000         SET DYC-EOF TO TRUE
076100         GO TO 3450-EXIT
076200     END-IF.
076300     ADD 1 TO DYC-CMPL-COUNT(DYC-HIT-SUB).
076400 3450-EXIT.
076500     EXIT.
076600**----------------------------------------------------------------
076700** 3600-FIND-OR-ADD-JOB-ROW - LOCATE THE TABLE ROW FOR THE JOB-ID
076800**----------------------------------------------------------------
076900**             IN DYC-AUD-JOB-ID, ADDING ONE THE FIRST TIME ANY
077000**             FILE SHOWS IT - DYC-HIT-SUB POINTS AT THE ROW
077100 3600-FIND-OR-ADD-JOB-ROW.
077200     MOVE ZERO TO DYC-HIT-SUB.
077300     PERFORM 3650-TEST-ONE-JOB-ROW THRU 3650-EXIT
077400         VARYING DYC-JOB-SUB FROM 1 BY 1
077500         UNTIL DYC-JOB-SUB > DYC-JOB-COUNT
077600         OR DYC-HIT-SUB > ZERO.
077700     IF DYC-HIT-SUB > ZERO
077800         GO TO 3600-EXIT
077900     END-IF.
078000     IF DYC-JOB-COUNT >= DYC-JOB-MAX
078100         DISPLAY 'DYC0010E - MORE THAN 500 JOB-IDS FOR ONE DATE -'
078200         DISPLAY '           DAY CLOSE ABANDONED'
078300         MOVE 'DYC0010E' TO EVP-CODE
078400         MOVE 'DAY CLOSE ABORTED - JOB TABLE FULL' TO EVP-TEXT
078500         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
078600         SET DYC-ERROR-SEEN TO TRUE
078700         GO TO 3600-EXIT
078800     END-IF.
078900     ADD 1 TO DYC-JOB-COUNT.
079000     MOVE DYC-AUD-JOB-ID(1:8) TO DYC-JOB-ID(DYC-JOB-COUNT).
079100     MOVE ZERO TO DYC-AUD-COUNT(DYC-JOB-COUNT).
079200     MOVE ZERO TO DYC-XTR-COUNT(DYC-JOB-COUNT).
079300     MOVE ZERO TO DYC-PVOL-COUNT(DYC-JOB-COUNT).
079400     MOVE ZERO TO DYC-CMPL-COUNT(DYC-JOB-COUNT).
079500     MOVE DYC-JOB-COUNT TO DYC-HIT-SUB.
079600 3600-EXIT.
079700     EXIT.
079800 3650-TEST-ONE-JOB-ROW.
079900     IF DYC-JOB-ID(DYC-JOB-SUB) = DYC-AUD-JOB-ID(1:8)
080000         MOVE DYC-JOB-SUB TO DYC-HIT-SUB
080100     END-IF.
080200 3650-EXIT.
080300     EXIT.
080400**----------------------------------------------------------------
080500** 3700-JUDGE-ONE-JOB - EVERY SUCCESSFUL RUN LEFT ONE EXTRACT AND
080600**----------------------------------------------------------------
080700**             ONE VOLUME RECORD, AND THE JOB HAS ITS COMPLETION
080800**             ROW - A FORCED RERUN ADDS A RUN, AN EXTRACT AND A
080900**             VOLUME RECORD BUT REWRITES THE SAME COMPLETION ROW
081000 3700-JUDGE-ONE-JOB.
081100     MOVE SPACES TO DYC-DETAIL-LINE.
081200     MOVE DYC-JOB-ID(DYC-JOB-SUB) TO DTL-JOB-ID.
081300     MOVE DYC-AUD-COUNT(DYC-JOB-SUB) TO DTL-AUD-COUNT.
081400     MOVE DYC-XTR-COUNT(DYC-JOB-SUB) TO DTL-XTR-COUNT.
081500     MOVE DYC-PVOL-COUNT(DYC-JOB-SUB) TO DTL-PVOL-COUNT.
081600     IF DYC-CMPL-COUNT(DYC-JOB-SUB) > ZERO
081700         MOVE 'Y' TO DTL-CMPL-FLAG
081800     ELSE
081900         MOVE 'N' TO DTL-CMPL-FLAG
082000     END-IF.
082100     EVALUATE TRUE
082200         WHEN DYC-AUD-COUNT(DYC-JOB-SUB) = ZERO
082300             MOVE 'OUTPUT WITHOUT AUDITED RUN' TO DTL-VERDICT
082400             ADD 1 TO DYC-MISMATCH-COUNT
082500         WHEN DYC-XTR-COUNT(DYC-JOB-SUB) NOT =
082600                 DYC-AUD-COUNT(DYC-JOB-SUB)
082700             MOVE 'EXTRACT COUNT DIFFERS' TO DTL-VERDICT
082800             ADD 1 TO DYC-MISMATCH-COUNT
082900         WHEN DYC-PVOL-COUNT(DYC-JOB-SUB) NOT =
083000                 DYC-AUD-COUNT(DYC-JOB-SUB)
083100             MOVE 'VOLUME COUNT DIFFERS' TO DTL-VERDICT
083200             ADD 1 TO DYC-MISMATCH-COUNT
083300         WHEN DYC-CMPL-COUNT(DYC-JOB-SUB) = ZERO
083400             MOVE 'NO COMPLETION ROW' TO DTL-VERDICT
083500             ADD 1 TO DYC-MISMATCH-COUNT
083600         WHEN OTHER
083700             MOVE 'IN BALANCE' TO DTL-VERDICT
083800     END-EVALUATE.
083900     MOVE DYC-DETAIL-LINE TO RPT-LINE.
084000     WRITE RPT-LINE.
084100 3700-EXIT.
084200     EXIT.
084300**----------------------------------------------------------------
084400** 3900-REJECT-OPEN - A FILE THE BALANCE NEEDS WOULD NOT OPEN -
084500**----------------------------------------------------------------
084600**             CALLERS PUT THE DD NAME IN DYC-AUD-JOB-ID AND THE
084700**             STATUS IN DYC-AUD-RUN-DATE FIRST
084800 3900-REJECT-OPEN.
084900     DISPLAY 'DYC0011E - UNABLE TO OPEN ' DYC-AUD-JOB-ID(1:8)
085000         ' - STATUS ' DYC-AUD-RUN-DATE(1:2).
085100     DISPLAY '           DAY CLOSE ABANDONED'.
085200     MOVE 'DYC0011E' TO EVP-CODE.
085300     MOVE SPACES TO EVP-TEXT.
085400     STRING 'DAY CLOSE ABORTED - ' DYC-AUD-JOB-ID(1:8)
085500         ' UNREADABLE' DELIMITED BY SIZE
085600         INTO EVP-TEXT
085700     END-STRING.
085800     PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT.
085900     SET DYC-ERROR-SEEN TO TRUE.
086000 3900-EXIT.
086100     EXIT.
086200**----------------------------------------------------------------
086300** 4000-RESET-RUN-COUNTS - ZERO RSTA-RUN-COUNT-TODAY ON EVERY
086400**----------------------------------------------------------------
086500**             RUN-STATUS ROW.  APP'S NEXT RUN OF THE JOB ON THE
086600**             SAME CALENDAR DATE THEN COUNTS ON FROM ONE.
086700 4000-RESET-RUN-COUNTS.
086800     OPEN I-O RUN-STATUS.
086900     IF DYC-RUNSTAT-STATUS NOT = '00'
087000         MOVE 'RUNSTAT' TO DYC-AUD-JOB-ID
087100         MOVE DYC-RUNSTAT-STATUS TO DYC-AUD-RUN-DATE
087200         PERFORM 3900-REJECT-OPEN THRU 3900-EXIT
087300         GO TO 4000-EXIT
087400     END-IF.
087500     MOVE LOW-VALUES TO RSTA-JOB-ID.
087600     START RUN-STATUS KEY NOT < RSTA-JOB-ID.
087700     IF DYC-RUNSTAT-STATUS = '00'
087800         SET DYC-NOT-EOF TO TRUE
087900         PERFORM 4100-RESET-ONE-ROW THRU 4100-EXIT
088000             UNTIL DYC-EOF
088100     END-IF.
088200     CLOSE RUN-STATUS.
088300 4000-EXIT.
088400     EXIT.
088500 4100-RESET-ONE-ROW.
088600     READ RUN-STATUS NEXT RECORD
088700         AT END
088800             SET DYC-EOF TO TRUE
088900             GO TO 4100-EXIT
089000     END-READ.
089100     IF RSTA-RUN-COUNT-TODAY NOT NUMERIC
089200         OR RSTA-RUN-COUNT-TODAY NOT = ZERO
089300         MOVE ZERO TO RSTA-RUN-COUNT-TODAY
089400         REWRITE RUN-STATUS-RECORD
089410         IF DYC-RUNSTAT-STATUS NOT = '00'
089420             DISPLAY 'DYC0015E - RUN-STATUS REWRITE FAILED - JOB '
089430                 RSTA-JOB-ID ' STATUS ' DYC-RUNSTAT-STATUS
089440             DISPLAY '           RUN COUNTS PARTLY RESET AND THE'
089450             DISPLAY '           DATE NOT CLOSED - RERUN DAYCLOSE'
089460             MOVE 'DYC0015E' TO EVP-CODE
089470             MOVE 'DAY CLOSE FAILED - RUN-STATUS NOT REWRITTEN'
089480                 TO EVP-TEXT
089490             PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
089500             SET DYC-ERROR-SEEN TO TRUE
089510             SET DYC-EOF TO TRUE
089520             GO TO 4100-EXIT
089530         END-IF
089540         ADD 1 TO DYC-RESET-COUNT
089600     END-IF.
089700 4100-EXIT.
089800     EXIT.
089900**----------------------------------------------------------------
090000** 5000-WRITE-CONTROL-ROW - THE DATE'S CONTROL ROW GOES CLOSED
090100**----------------------------------------------------------------
090200**             WITH THE BALANCED TOTALS - ADDED IF NO RUN EVER
090300**             OPENED THE DATE, REWRITTEN (KEEPING WHO OPENED IT)
090400**             IF ONE DID OR IF THE DATE IS BEING CLOSED AGAIN
090500 5000-WRITE-CONTROL-ROW.
090600     MOVE DYC-TARGET-DATE TO DCTL-BUS-DATE.
090700     SET DYC-ROW-ON-FILE TO TRUE.
090800     READ DAY-CONTROL
090900         INVALID KEY
091000             SET DYC-ROW-NOT-ON-FILE TO TRUE
091100     END-READ.
091200     IF DYC-ROW-NOT-ON-FILE
091300         MOVE SPACES TO DAY-CONTROL-RECORD
091400         MOVE DYC-TARGET-DATE TO DCTL-BUS-DATE
091500         MOVE ZERO TO DCTL-OPENED-DATE
091600         MOVE ZERO TO DCTL-OPENED-TIME
091700     END-IF.
091800     IF DCTL-DAY-CLOSED
091900         DISPLAY 'DYC0012I - BUSINESS DATE ' DYC-TARGET-DATE
092000             ' WAS ALREADY CLOSED - TOTALS RESTATED'
092100     END-IF.
092200     SET DCTL-DAY-CLOSED TO TRUE.
092300     MOVE DYC-CURRENT-DATE TO DCTL-CLOSED-DATE.
092400     MOVE DYC-CURRENT-TIME TO DCTL-CLOSED-TIME.
092500     MOVE DYC-JOB-COUNT TO DCTL-JOB-COUNT.
092600     MOVE DYC-AUD-REC-COUNT TO DCTL-AUDIT-OK-COUNT.
092700     MOVE DYC-XTR-REC-COUNT TO DCTL-EXTRACT-COUNT.
092800     MOVE DYC-PVOL-REC-COUNT TO DCTL-VOLUME-COUNT.
092900     MOVE DYC-ZERO-REC-COUNT TO DCTL-ZERO-VOLUME-COUNT.
093000     MOVE DYC-PAGES-TOTAL TO DCTL-PAGES-TOTAL.
093100     MOVE DYC-LINES-TOTAL TO DCTL-LINES-TOTAL.
093200     MOVE DYC-CMPL-REC-COUNT TO DCTL-COMPLETION-COUNT.
093300     MOVE DYC-RESET-COUNT TO DCTL-RSTA-RESET-COUNT.
093400     IF DYC-ROW-ON-FILE
093500         REWRITE DAY-CONTROL-RECORD
093600     ELSE
093700         WRITE DAY-CONTROL-RECORD
093800     END-IF.
093900     IF DYC-DAYCTL-STATUS NOT = '00'
094000         DISPLAY 'DYC0013E - CONTROL ROW WRITE FAILED - STATUS '
094100             DYC-DAYCTL-STATUS
094200         DISPLAY '           RUN COUNTS WERE RESET BUT THE DATE'
094300         DISPLAY '           IS NOT CLOSED - RERUN DAYCLOSE'
094400         MOVE 'DYC0013E' TO EVP-CODE
094500         MOVE 'DAY CLOSE FAILED - CONTROL ROW NOT WRITTEN'
094600             TO EVP-TEXT
094700         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
094800         SET DYC-ERROR-SEEN TO TRUE
094900         GO TO 5000-EXIT
095000     END-IF.
095100     DISPLAY 'DYC0014I - BUSINESS DATE ' DYC-TARGET-DATE
095200         ' CLOSED'.
095300 5000-EXIT.
095400     EXIT.
095500**----------------------------------------------------------------
095600** 7000-PRINT-TOTALS - THE CONTROL TOTALS AND THE VERDICT
095700**----------------------------------------------------------------
095800 7000-PRINT-TOTALS.
095900     IF DYC-RPTFILE-STATUS NOT = '00'
096000         GO TO 7000-EXIT
096100     END-IF.
096200     IF DYC-NOTHING-OPEN
096300         MOVE 'NO BUSINESS DATE OPEN - NOTHING TO CLOSE'
096400             TO RPT-VERDICT-TEXT
096500         MOVE DYC-VERDICT-LINE TO RPT-LINE
096600         WRITE RPT-LINE
096700         GO TO 7000-EXIT
096800     END-IF.
096900     MOVE 'CONTROL TOTALS' TO SEC-TITLE.
097000     MOVE DYC-SECTION-LINE TO RPT-LINE.
097100     WRITE RPT-LINE.
097200     MOVE 'RUN LOCKS HELD:' TO TOT-LABEL.
097300     MOVE DYC-LOCK-COUNT TO TOT-COUNT.
097400     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
097500     MOVE 'IN-FLIGHT CHECKPOINTS:' TO TOT-LABEL.
097600     MOVE DYC-INFLIGHT-COUNT TO TOT-COUNT.
097700     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
097800     MOVE 'JOB-IDS FOR THE DATE:' TO TOT-LABEL.
097900     MOVE DYC-JOB-COUNT TO TOT-COUNT.
098000     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
098100     MOVE 'SUCCESSFUL AUDITED RUNS:' TO TOT-LABEL.
098200     MOVE DYC-AUD-REC-COUNT TO TOT-COUNT.
098300     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
098400     MOVE 'EXTRACT RECORDS:' TO TOT-LABEL.
098500     MOVE DYC-XTR-REC-COUNT TO TOT-COUNT.
098600     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
098700     MOVE 'PRINT-VOLUME RECORDS:' TO TOT-LABEL.
098800     MOVE DYC-PVOL-REC-COUNT TO TOT-COUNT.
098900     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
099000     MOVE '  OF WHICH ZERO VOLUME:' TO TOT-LABEL.
099100     MOVE DYC-ZERO-REC-COUNT TO TOT-COUNT.
099200     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
099300     MOVE 'PAGES:' TO TOT-LABEL.
099400     MOVE DYC-PAGES-TOTAL TO TOT-COUNT.
099500     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
099600     MOVE 'LINES:' TO TOT-LABEL.
099700     MOVE DYC-LINES-TOTAL TO TOT-COUNT.
099800     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
099900     MOVE 'COMPLETION ROWS:' TO TOT-LABEL.
100000     MOVE DYC-CMPL-REC-COUNT TO TOT-COUNT.
100100     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
100200     MOVE 'JOBS OUT OF BALANCE:' TO TOT-LABEL.
100300     MOVE DYC-MISMATCH-COUNT TO TOT-COUNT.
100400     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
100500     MOVE 'RUN-STATUS DAILY COUNTS RESET:' TO TOT-LABEL.
100600     MOVE DYC-RESET-COUNT TO TOT-COUNT.
100700     PERFORM 7100-PRINT-TOTAL-LINE THRU 7100-EXIT.
100800     EVALUATE TRUE
100900         WHEN DYC-ERROR-SEEN
101000             MOVE 'DAY CLOSE FAILED - BUSINESS DATE NOT CLOSED'
101100                 TO RPT-VERDICT-TEXT
101200         WHEN DYC-CLOSE-REFUSED
101300             MOVE 'DAY CLOSE REFUSED - BUSINESS DATE LEFT OPEN'
101400                 TO RPT-VERDICT-TEXT
101500         WHEN DYC-EARLIER-OPEN-COUNT > ZERO
101600             MOVE 'DATE CLOSED - EARLIER DATES STILL OPEN'
101700                 TO RPT-VERDICT-TEXT
101800         WHEN OTHER
101900             MOVE 'BUSINESS DATE CLOSED IN BALANCE'
102000                 TO RPT-VERDICT-TEXT
102100     END-EVALUATE.
102200     MOVE DYC-VERDICT-LINE TO RPT-LINE.
102300     WRITE RPT-LINE.
102400 7000-EXIT.
102500     EXIT.
102600 7100-PRINT-TOTAL-LINE.
102700     MOVE DYC-TOTAL-LINE TO RPT-LINE.
102800     WRITE RPT-LINE.
102900 7100-EXIT.
103000     EXIT.
103100**----------------------------------------------------------------
103200** 8000-LOG-OPERATIONAL-EVENT - LAND A REFUSAL OR THE STEP'S OWN
103300**----------------------------------------------------------------
103400**             FAILURE ON THE OPERATIONAL EVENT FILE - CALLERS
103500**             FILL EVP-CODE AND EVP-TEXT FIRST
103600 8000-LOG-OPERATIONAL-EVENT.
103700     MOVE 'E' TO EVP-SEVERITY.
103800     MOVE SPACES TO EVP-JOB-ID.
103900     CALL 'EVTLOG' USING EVENT-LOG-PARM
104000     END-CALL.
104100 8000-EXIT.
104200     EXIT.
104300**----------------------------------------------------------------
104400** 9000-TERMINATE - CLOSE WHAT IS STILL OPEN - THE BALANCING FILES
104500**----------------------------------------------------------------
104600**             ARE CLOSED AS EACH TALLY FINISHES
104700 9000-TERMINATE.
104800     IF DYC-DAYCTL-STATUS NOT = SPACES
104900         CLOSE DAY-CONTROL
105000     END-IF.
105100     CLOSE REPORT-FILE.
105200 9000-EXIT.
105300     EXIT.
