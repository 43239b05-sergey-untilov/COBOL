000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RSTBLD.
000300 AUTHOR.        D SHEPPARD.
000400 INSTALLATION.  APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700**----------------------------------------------------------------
000800*REMARKS.
000900*    RECOVERY REBUILD OF THE RUN-STATUS MASTER (RUNSTAT) AND THE
001000*    COMPLETIONS FILE (CMPLFILE) FROM THE APP AUDIT TRAIL.  APP
001100*    UPDATES BOTH KEYED FILES ONLY AS A SIDE EFFECT OF A RUN
001200*    (6450/6480), SO ONCE EITHER IS LOST OR DAMAGED THE
001300*    DUPLICATE-RUN PROTECTION, THE PREDECESSOR HOLDS, SCHDMON AND
001400*    THE RQEXPORT CLOSING SWEEP HAVE NOTHING TO GO ON.  THIS STEP
001500*    REPLAYS THE ARCHIVE GENERATIONS (AUDARCH - THE JOB STREAM
001600*    CONCATENATES THEM OLDEST FIRST UNDER ONE DD, AS AUDPURGE CUTS
001700*    THEM) AND THEN THE LIVE AUDIT LOG, APPLYING EVERY
001800*    SHARED_PRINT CALL EXACTLY AS APP DID - A RUN REJECTED BEFORE
001900*    THE CALL NEVER TOUCHED EITHER FILE AND IS SKIPPED.  THE
002000*    REBUILT PICTURE LANDS ON THE NEW KEYED FILES RSTANEW AND
002100*    CMPLNEW.
002200*    THE FIRST COMMAND-LINE PARAMETER IS THE MODE -
002300*      REBUILD  THE JOB STREAM SWAPS RSTANEW AND CMPLNEW IN OVER
002400*               RUNSTAT AND CMPLFILE ONLY WHEN THIS STEP ENDS
002500*               WITH RETURN CODE ZERO, IN THE AUDPURGE MOLD.
002600*      COMPARE  (THE DEFAULT) THE LIVE FILES ARE OPENED FOR INPUT
002700*               ONLY AND EVERY ROW MISSING FROM EITHER SIDE, AND
002800*               EVERY FIELD THAT DIFFERS, IS LISTED - PROOF THAT
002900*               THE LIVE FILES ARE RIGHT AFTER AN ABEND PART WAY
003000*               THROUGH AN UPDATE.  NOTHING LIVE IS CHANGED.
003100*    RC 4 WHEN THERE IS NO ARCHIVE TO READ, THE TRAIL IS OUT OF
003200*    DATE/TIME SEQUENCE, OR THE COMPARE FINDS A DIFFERENCE; RC 16
003300*    WHEN THE STEP COULD NOT COMPLETE.
003314*    RSTA-RUN-COUNT-TODAY IS ZEROED ON EVERY ROW BY EACH
003328*    BUSINESS-DAY CLOSE, SO A CALL LOGGED NO LATER THAN THE LAST
003342*    CLOSE STAMPED ON THE BUSINESS-DAY CONTROL FILE (DAYCTL)
003356*    LEAVES THE COUNT AT ZERO, AND IT ONLY BUILDS AGAIN AFTER.
003370*    WITH NO CONTROL FILE THE COUNT IS REBUILT AS IF NO DAY HAD
003384*    EVER BEEN CLOSED.
003400**
003500*MOD LOG.
003600*  2026-10-15 DRS  INITIAL VERSION.
003633*  2026-10-15 DRS  REBUILD THE DAILY RUN COUNT AS OF THE LAST
003666*                  BUSINESS-DAY CLOSE ON DAYCTL, WHICH ZEROES IT.
003700**----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS RSB-AUDITLOG-STATUS.
004400     SELECT ARCHIVE-FILE ASSIGN TO AUDARCH
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS RSB-AUDARCH-STATUS.
004700     SELECT RUN-STATUS ASSIGN TO RUNSTAT
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS RSTA-JOB-ID OF RUN-STATUS-RECORD
005100         FILE STATUS IS RSB-RUNSTAT-STATUS.
005200     SELECT COMPLETION-FILE ASSIGN TO CMPLFILE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS CMPL-KEY OF COMPLETION-RECORD
005600         FILE STATUS IS RSB-CMPLFIL-STATUS.
005700     SELECT NEW-STATUS-FILE ASSIGN TO RSTANEW
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS RSTA-JOB-ID OF NEW-STATUS-RECORD
006100         FILE STATUS IS RSB-RSTANEW-STATUS.
006200     SELECT NEW-COMPLETION-FILE ASSIGN TO CMPLNEW
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS CMPL-KEY OF NEW-COMPLETION-RECORD
006600         FILE STATUS IS RSB-CMPLNEW-STATUS.
006700     SELECT REPORT-FILE ASSIGN TO RSTBRPT
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS RSB-RPTFILE-STATUS.
006916     SELECT DAY-CONTROL ASSIGN TO DAYCTL
006932         ORGANIZATION IS INDEXED
006948         ACCESS MODE IS DYNAMIC
006964         RECORD KEY IS DCTL-BUS-DATE
006980         FILE STATUS IS RSB-DAYCTL-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  AUDIT-LOG
007300     LABEL RECORDS ARE STANDARD.
007400 COPY AUDITREC.
007500 FD  ARCHIVE-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 COPY AUDITREC REPLACING AUDIT-LOG-RECORD BY ARCHIVE-RECORD.
007800 FD  RUN-STATUS
007900     LABEL RECORDS ARE STANDARD.
008000 COPY RSTATREC.
008100 FD  COMPLETION-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 COPY CMPLREC.
008400 FD  NEW-STATUS-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 COPY RSTATREC REPLACING RUN-STATUS-RECORD
008700     BY NEW-STATUS-RECORD.
008800 FD  NEW-COMPLETION-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY CMPLREC REPLACING COMPLETION-RECORD
009100     BY NEW-COMPLETION-RECORD.
009125 FD  DAY-CONTROL
009150     LABEL RECORDS ARE STANDARD.
009175 COPY DCTLREC.
009200 FD  REPORT-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  RPT-LINE                   PIC X(132).
009500 WORKING-STORAGE SECTION.
009600**----------------------------------------------------------------
009700** OPERATIONAL EVENT LOG PARAMETER AREA (COPYBOOK) - SEE 8000
009800**----------------------------------------------------------------
009900 COPY EVTPARM.
010000**----------------------------------------------------------------
010100** RSTBLD WORKING FIELDS
010200**----------------------------------------------------------------
010300 01  RSB-RAW-CMDLINE            PIC X(250).
010400 01  RSB-FIRST-TOKEN            PIC X(20).
010500 01  RSB-TODAY                  PIC 9(08).
010600 01  RSB-MODE-SW                PIC X(01).
010700     88  RSB-MODE-REBUILD               VALUE 'R'.
010800     88  RSB-MODE-COMPARE               VALUE 'C'.
010900**
011000** THE FIRST TWO ARGUMENTS OF THE REPLAYED CALL - THE JOB-ID
011100** AND THE RUN-DATE - PEELED OFF THE NULL-DELIMITED ARGS0 BLOB
011200 01  RSB-ARG-JOB-ID             PIC X(20).
011300 01  RSB-ARG-RUN-DATE           PIC X(20).
011400 01  RSB-NULL-COUNT             PIC 9(04) COMP.
011500 01  RSB-THIS-STAMP.
011600     05  RSB-THIS-DATE           PIC 9(08).
011700     05  RSB-THIS-TIME           PIC 9(08).
011800 01  RSB-PREV-STAMP.
011900     05  RSB-PREV-DATE           PIC 9(08).
012000     05  RSB-PREV-TIME           PIC 9(08).
012011** THE LATEST BUSINESS-DAY CLOSE ON DAYCTL (ZEROS FOR NONE) AND
012022** THE REBUILT ROW'S OWN LAST-RUN STAMP, COMPARED AGAINST IT
012033 01  RSB-CLOSE-STAMP.
012044     05  RSB-CLOSE-DATE          PIC 9(08).
012055     05  RSB-CLOSE-TIME          PIC 9(08).
012066 01  RSB-ROW-STAMP.
012077     05  RSB-ROW-DATE            PIC 9(08).
012088     05  RSB-ROW-TIME            PIC 9(08).
012100**
012200 01  RSB-ARCH-READ-COUNT        PIC 9(07) COMP.
012300 01  RSB-LOG-READ-COUNT         PIC 9(07) COMP.
012400 01  RSB-NOT-CALLED-COUNT       PIC 9(07) COMP.
012500 01  RSB-CALL-COUNT             PIC 9(07) COMP.
012600 01  RSB-GOOD-COUNT             PIC 9(07) COMP.
012700 01  RSB-SEQ-COUNT              PIC 9(07) COMP.
012800 01  RSB-STATUS-ROW-COUNT       PIC 9(07) COMP.
012900 01  RSB-CMPL-ROW-COUNT         PIC 9(07) COMP.
013000 01  RSB-MATCH-COUNT            PIC 9(07) COMP.
013100 01  RSB-DIFF-COUNT             PIC 9(07) COMP.
013200 01  RSB-LIVE-ONLY-COUNT        PIC 9(07) COMP.
013300 01  RSB-NEW-ONLY-COUNT         PIC 9(07) COMP.
013350 01  RSB-CLOSE-ROW-COUNT        PIC 9(07) COMP.
013400 01  RSB-EDIT-RC                PIC -(04)9.
013500**
013600** MATCH-MERGE KEYS - HIGH-VALUES ONCE A SIDE RUNS OUT
013700 01  RSB-LIVE-JOB-ID            PIC X(08).
013800 01  RSB-NEW-JOB-ID             PIC X(08).
013900 01  RSB-LIVE-CMPL-KEY          PIC X(16).
014000 01  RSB-NEW-CMPL-KEY           PIC X(16).
014100**
014200 01  RSB-AUDIT-EOF-SW           PIC X(01).
014300     88  RSB-AUDIT-EOF                  VALUE 'Y'.
014400     88  RSB-AUDIT-NOT-EOF              VALUE 'N'.
014500 01  RSB-ARCHIVE-SW             PIC X(01).
014600     88  RSB-ARCHIVE-OPEN               VALUE 'Y'.
014700     88  RSB-NO-ARCHIVE                 VALUE 'N'.
014800 01  RSB-ROW-DIFF-SW            PIC X(01).
014900     88  RSB-ROW-DIFFERS                VALUE 'Y'.
015000     88  RSB-ROW-SAME                   VALUE 'N'.
015100 01  RSB-ERROR-SW               PIC X(01).
015200     88  RSB-ERROR-SEEN                 VALUE 'Y'.
015300     88  RSB-NO-ERROR                   VALUE 'N'.
015325 01  RSB-DAYCTL-EOF-SW          PIC X(01).
015350     88  RSB-DAYCTL-EOF                 VALUE 'Y'.
015375     88  RSB-DAYCTL-NOT-EOF             VALUE 'N'.
015400**
015500 01  RSB-AUDITLOG-STATUS        PIC X(02).
015600 01  RSB-AUDARCH-STATUS         PIC X(02).
015700 01  RSB-RUNSTAT-STATUS         PIC X(02).
015800 01  RSB-CMPLFIL-STATUS         PIC X(02).
015900 01  RSB-RSTANEW-STATUS         PIC X(02).
016000 01  RSB-CMPLNEW-STATUS         PIC X(02).
016100 01  RSB-RPTFILE-STATUS         PIC X(02).
016150 01  RSB-DAYCTL-STATUS          PIC X(02).
016200**----------------------------------------------------------------
016300** CONTROL REPORT LINE LAYOUTS
016400**----------------------------------------------------------------
016500 01  RSB-HEADING-LINE.
016600     05  FILLER                 PIC X(50) VALUE
016700         'APP RUN-STATUS AND COMPLETIONS REBUILD'.
016800     05  FILLER                 PIC X(10) VALUE
016900         'RUN DATE'.
017000     05  RPT-RUN-DATE            PIC 9(08).
017100     05  FILLER                 PIC X(64) VALUE SPACES.
017200 01  RSB-MODE-LINE.
017300     05  RPT-MODE-TEXT           PIC X(60).
017400     05  FILLER                 PIC X(72) VALUE SPACES.
017500 01  RSB-COLUMN-LINE.
017600     05  FILLER                 PIC X(12) VALUE '  FILE'.
017700     05  FILLER                 PIC X(10) VALUE 'JOB ID'.
017800     05  FILLER                 PIC X(10) VALUE 'RUN DATE'.
017900     05  FILLER                 PIC X(20) VALUE 'FIELD'.
018000     05  FILLER                 PIC X(14) VALUE 'LIVE'.
018100     05  FILLER                 PIC X(14) VALUE 'REBUILT'.
018200     05  FILLER                 PIC X(52) VALUE 'NOTE'.
018300 01  RSB-DETAIL-LINE.
018400     05  FILLER                 PIC X(02) VALUE SPACES.
018500     05  DTL-FILE                PIC X(08).
018600     05  FILLER                 PIC X(02) VALUE SPACES.
018700     05  DTL-JOB-ID              PIC X(08).
018800     05  FILLER                 PIC X(02) VALUE SPACES.
018900     05  DTL-RUN-DATE            PIC X(08).
019000     05  FILLER                 PIC X(02) VALUE SPACES.
019100     05  DTL-FIELD               PIC X(20).
019200     05  DTL-LIVE                PIC X(14).
019300     05  DTL-REBUILT             PIC X(14).
019400     05  DTL-TEXT                PIC X(52).
019500 01  RSB-COUNT-LINE.
019600     05  RPT-COUNT-LABEL         PIC X(40).
019700     05  RPT-COUNT               PIC ZZZZZZ9.
019800     05  FILLER                 PIC X(85) VALUE SPACES.
019900 01  RSB-VERDICT-LINE.
020000     05  RPT-VERDICT-TEXT        PIC X(60).
020100     05  FILLER                 PIC X(72) VALUE SPACES.
020200 PROCEDURE DIVISION.
020300**----------------------------------------------------------------
020400** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
020500**----------------------------------------------------------------
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     IF RSB-NO-ERROR
020900         PERFORM 2000-REPLAY-ARCHIVE THRU 2000-EXIT
021000         PERFORM 2500-REPLAY-AUDIT-LOG THRU 2500-EXIT
021100     END-IF.
021200     IF RSB-NO-ERROR AND RSB-MODE-COMPARE
021300         PERFORM 4000-COMPARE-RUN-STATUS THRU 4000-EXIT
021400         PERFORM 5000-COMPARE-COMPLETIONS THRU 5000-EXIT
021500     END-IF.
021600     PERFORM 7000-PRINT-CONTROL-REPORT THRU 7000-EXIT.
021700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021800     EVALUATE TRUE
021900         WHEN RSB-ERROR-SEEN
022000             MOVE 16 TO RETURN-CODE
022100         WHEN RSB-NO-ARCHIVE
022200             MOVE 4 TO RETURN-CODE
022300         WHEN RSB-SEQ-COUNT > ZERO
022400             MOVE 4 TO RETURN-CODE
022500         WHEN RSB-DIFF-COUNT + RSB-LIVE-ONLY-COUNT
022600                 + RSB-NEW-ONLY-COUNT > ZERO
022700             MOVE 4 TO RETURN-CODE
022800     END-EVALUATE.
022900     STOP RUN.
023000**----------------------------------------------------------------
023100** 1000-INITIALIZE - EDIT THE MODE PARAMETER, OPEN THE AUDIT
023200**----------------------------------------------------------------
023300**             TRAIL, CREATE THE TWO NEW KEYED FILES EMPTY AND
023400**             REOPEN THEM FOR UPDATE, AND IN COMPARE MODE OPEN
023500**             THE LIVE FILES FOR INPUT - ANY OPEN FAILURE BUT THE
023600**             ARCHIVE'S ABANDONS THE RUN BEFORE A RECORD IS READ
023700 1000-INITIALIZE.
023800     SET RSB-AUDIT-NOT-EOF TO TRUE.
023900     SET RSB-NO-ERROR TO TRUE.
024000     SET RSB-ARCHIVE-OPEN TO TRUE.
024100     MOVE ZERO TO RSB-ARCH-READ-COUNT.
024200     MOVE ZERO TO RSB-LOG-READ-COUNT.
024300     MOVE ZERO TO RSB-NOT-CALLED-COUNT.
024400     MOVE ZERO TO RSB-CALL-COUNT.
024500     MOVE ZERO TO RSB-GOOD-COUNT.
024600     MOVE ZERO TO RSB-SEQ-COUNT.
024700     MOVE ZERO TO RSB-STATUS-ROW-COUNT.
024800     MOVE ZERO TO RSB-CMPL-ROW-COUNT.
024900     MOVE ZERO TO RSB-MATCH-COUNT.
025000     MOVE ZERO TO RSB-DIFF-COUNT.
025100     MOVE ZERO TO RSB-LIVE-ONLY-COUNT.
025200     MOVE ZERO TO RSB-NEW-ONLY-COUNT.
025300     MOVE ZERO TO RSB-PREV-STAMP.
025333     MOVE ZERO TO RSB-CLOSE-STAMP.
025366     MOVE ZERO TO RSB-CLOSE-ROW-COUNT.
025400     ACCEPT RSB-TODAY FROM DATE YYYYMMDD.
025500     ACCEPT RSB-RAW-CMDLINE FROM COMMAND-LINE.
025600     UNSTRING RSB-RAW-CMDLINE DELIMITED BY ALL SPACE
025700         INTO RSB-FIRST-TOKEN
025800     END-UNSTRING.
025900     EVALUATE RSB-FIRST-TOKEN
026000         WHEN SPACES
026100         WHEN 'COMPARE'
026200             SET RSB-MODE-COMPARE TO TRUE
026300         WHEN 'REBUILD'
026400             SET RSB-MODE-REBUILD TO TRUE
026500         WHEN OTHER
026600             DISPLAY 'RSB0001E - MODE PARAMETER MUST BE REBUILD'
026700             DISPLAY '           OR COMPARE - RUN REJECTED'
026800             SET RSB-ERROR-SEEN TO TRUE
026900             GO TO 1000-EXIT
027000     END-EVALUATE.
027100     OPEN OUTPUT REPORT-FILE.
027200     IF RSB-RPTFILE-STATUS NOT = '00'
027300         DISPLAY 'RSB0002E - UNABLE TO OPEN CONTROL REPORT - RUN'
027400         DISPLAY '           REJECTED'
027500         MOVE 'RSB0002E' TO EVP-CODE
027600         MOVE 'RUN-STATUS REBUILD ABORTED - CONTROL RPT UNUSABLE'
027700             TO EVP-TEXT
027800         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
027900         SET RSB-ERROR-SEEN TO TRUE
028000         GO TO 1000-EXIT
028100     END-IF.
028200     MOVE RSB-TODAY TO RPT-RUN-DATE.
028300     MOVE RSB-HEADING-LINE TO RPT-LINE.
028400     WRITE RPT-LINE.
028500     IF RSB-MODE-REBUILD
028600         MOVE 'MODE: REBUILD - RSTANEW AND CMPLNEW FOR SWAP'
028700             TO RPT-MODE-TEXT
028800     ELSE
028900         MOVE 'MODE: COMPARE ONLY - LIVE FILES NOT CHANGED'
029000             TO RPT-MODE-TEXT
029100     END-IF.
029200     MOVE RSB-MODE-LINE TO RPT-LINE.
029300     WRITE RPT-LINE.
029400     OPEN INPUT AUDIT-LOG.
029500     IF RSB-AUDITLOG-STATUS NOT = '00'
029600         DISPLAY 'RSB0003E - UNABLE TO OPEN AUDIT LOG - RUN'
029700         DISPLAY '           REJECTED'
029800         MOVE 'RSB0003E' TO EVP-CODE
029900         MOVE 'RUN-STATUS REBUILD ABORTED - AUDIT LOG UNREADABLE'
030000             TO EVP-TEXT
030100         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
030200         SET RSB-ERROR-SEEN TO TRUE
030300         GO TO 1000-EXIT
030400     END-IF.
030500** NO ARCHIVE IS LEGITIMATE BEFORE THE FIRST AUDPURGE, BUT THE
030600** REBUILT COMPLETIONS THEN COVER ONLY THE LIVE LOG'S DATES, SO
030700** THE STEP GOES ON WITH A WARNING AND RC 4 AND NO SWAP.
030800     OPEN INPUT ARCHIVE-FILE.
030900     IF RSB-AUDARCH-STATUS NOT = '00'
031000         DISPLAY 'RSB0004W - NO AUDIT ARCHIVE (AUDARCH) READ -'
031100         DISPLAY '           STATUS ' RSB-AUDARCH-STATUS
031200             ' - REBUILT FILES COVER THE LIVE LOG ONLY'
031300         SET RSB-NO-ARCHIVE TO TRUE
031400     END-IF.
031450     PERFORM 1500-LOAD-LAST-CLOSE THRU 1500-EXIT.
031500     OPEN OUTPUT NEW-STATUS-FILE.
031600     IF RSB-RSTANEW-STATUS = '00'
031700         CLOSE NEW-STATUS-FILE
031800         OPEN I-O NEW-STATUS-FILE
031900     END-IF.
032000     IF RSB-RSTANEW-STATUS NOT = '00'
032100         DISPLAY 'RSB0005E - UNABLE TO CREATE NEW RUN-STATUS FILE'
032200         DISPLAY '           (RSTANEW) - STATUS '
032300             RSB-RSTANEW-STATUS
032400         MOVE 'RSB0005E' TO EVP-CODE
032500         MOVE 'RUN-STATUS REBUILD ABORTED - RSTANEW UNUSABLE'
032600             TO EVP-TEXT
032700         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
032800         SET RSB-ERROR-SEEN TO TRUE
032900         GO TO 1000-EXIT
033000     END-IF.
033100     OPEN OUTPUT NEW-COMPLETION-FILE.
033200     IF RSB-CMPLNEW-STATUS = '00'
033300         CLOSE NEW-COMPLETION-FILE
033400         OPEN I-O NEW-COMPLETION-FILE
033500     END-IF.
033600     IF RSB-CMPLNEW-STATUS NOT = '00'
033700         DISPLAY 'RSB0005E - UNABLE TO CREATE NEW COMPLETIONS'
033800         DISPLAY '           FILE (CMPLNEW) - STATUS '
033900             RSB-CMPLNEW-STATUS
034000         MOVE 'RSB0005E' TO EVP-CODE
034100         MOVE 'RUN-STATUS REBUILD ABORTED - CMPLNEW UNUSABLE'
034200             TO EVP-TEXT
034300         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
034400         SET RSB-ERROR-SEEN TO TRUE
034500         GO TO 1000-EXIT
034600     END-IF.
034700     IF RSB-MODE-REBUILD
034800         GO TO 1000-EXIT
034900     END-IF.
035000     OPEN INPUT RUN-STATUS.
035100     IF RSB-RUNSTAT-STATUS NOT = '00'
035200         DISPLAY 'RSB0006E - UNABLE TO OPEN LIVE RUN-STATUS'
035300         DISPLAY '           MASTER - STATUS ' RSB-RUNSTAT-STATUS
035400             ' - RUN REBUILD INSTEAD'
035500         MOVE 'RSB0006E' TO EVP-CODE
035600         MOVE 'RUN-STATUS COMPARE ABORTED - RUNSTAT UNREADABLE'
035700             TO EVP-TEXT
035800         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
035900         SET RSB-ERROR-SEEN TO TRUE
036000         GO TO 1000-EXIT
036100     END-IF.
036200     OPEN INPUT COMPLETION-FILE.
036300     IF RSB-CMPLFIL-STATUS NOT = '00'
036400         DISPLAY 'RSB0006E - UNABLE TO OPEN LIVE COMPLETIONS'
036500         DISPLAY '           FILE - STATUS ' RSB-CMPLFIL-STATUS
036600             ' - RUN REBUILD INSTEAD'
036700         MOVE 'RSB0006E' TO EVP-CODE
036800         MOVE 'RUN-STATUS COMPARE ABORTED - CMPLFILE UNREADABLE'
036900             TO EVP-TEXT
037000         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
037100         SET RSB-ERROR-SEEN TO TRUE
037200         GO TO 1000-EXIT
037300     END-IF.
037400 1000-EXIT.
037500     EXIT.
037502**----------------------------------------------------------------
037504** 1500-LOAD-LAST-CLOSE - FIND THE LATEST CLOSE STAMP ON THE
037506**----------------------------------------------------------------
037508**             BUSINESS-DAY CONTROL FILE.  NO FILE MEANS NO DAY
037510**             WAS EVER CLOSED; ONE THAT WILL NOT OPEN IS A
037512**             WARNING, SINCE THE COMPARE MAY THEN SHOW DAILY
037514**             COUNTS THAT A CLOSE HAD ZEROED
037516 1500-LOAD-LAST-CLOSE.
037518     OPEN INPUT DAY-CONTROL.
037520     IF RSB-DAYCTL-STATUS = '35'
037522         GO TO 1500-EXIT
037524     END-IF.
037526     IF RSB-DAYCTL-STATUS NOT = '00'
037528         DISPLAY 'RSB0010W - BUSINESS-DAY CONTROL FILE (DAYCTL)'
037530         DISPLAY '           NOT READ - STATUS ' RSB-DAYCTL-STATUS
037532             ' - DAILY COUNTS REBUILT AS IF NEVER CLOSED'
037534         GO TO 1500-EXIT
037536     END-IF.
037538     MOVE ZERO TO DCTL-BUS-DATE.
037540     START DAY-CONTROL KEY NOT < DCTL-BUS-DATE.
037542     IF RSB-DAYCTL-STATUS = '00'
037544         SET RSB-DAYCTL-NOT-EOF TO TRUE
037546         PERFORM 1550-TEST-ONE-CLOSE THRU 1550-EXIT
037548             UNTIL RSB-DAYCTL-EOF
037550     END-IF.
037552     CLOSE DAY-CONTROL.
037554 1500-EXIT.
037556     EXIT.
037558 1550-TEST-ONE-CLOSE.
037560     READ DAY-CONTROL NEXT RECORD
037562         AT END
037564             SET RSB-DAYCTL-EOF TO TRUE
037566             GO TO 1550-EXIT
037568     END-READ.
037570     IF NOT DCTL-DAY-CLOSED
037572         GO TO 1550-EXIT
037574     END-IF.
037576     ADD 1 TO RSB-CLOSE-ROW-COUNT.
037578     MOVE DCTL-CLOSED-DATE TO RSB-ROW-DATE.
037580     MOVE DCTL-CLOSED-TIME TO RSB-ROW-TIME.
037582     IF RSB-ROW-STAMP > RSB-CLOSE-STAMP
037584         MOVE RSB-ROW-STAMP TO RSB-CLOSE-STAMP
037586     END-IF.
037588 1550-EXIT.
037590     EXIT.
037600**----------------------------------------------------------------
037700** 2000-REPLAY-ARCHIVE - THE ARCHIVE GENERATIONS FIRST, SINCE
037800**----------------------------------------------------------------
037900**             THEY HOLD THE OLDEST RUNS
038000 2000-REPLAY-ARCHIVE.
038100     IF RSB-NO-ARCHIVE
038200         GO TO 2000-EXIT
038300     END-IF.
038400     SET RSB-AUDIT-NOT-EOF TO TRUE.
038500     PERFORM 2100-REPLAY-ONE-ARCHIVE-REC THRU 2100-EXIT
038600         UNTIL RSB-AUDIT-EOF.
038700 2000-EXIT.
038800     EXIT.
038900 2100-REPLAY-ONE-ARCHIVE-REC.
039000     READ ARCHIVE-FILE
039100         AT END
039200             SET RSB-AUDIT-EOF TO TRUE
039300             GO TO 2100-EXIT
039400     END-READ.
039500     ADD 1 TO RSB-ARCH-READ-COUNT.
039600     MOVE ARCHIVE-RECORD TO AUDIT-LOG-RECORD.
039700     PERFORM 3000-REPLAY-ONE-AUDIT-REC THRU 3000-EXIT.
039800 2100-EXIT.
039900     EXIT.
040000**----------------------------------------------------------------
040100** 2500-REPLAY-AUDIT-LOG - THEN THE LIVE AUDIT LOG
040200**----------------------------------------------------------------
040300 2500-REPLAY-AUDIT-LOG.
040400     IF RSB-ERROR-SEEN
040500         GO TO 2500-EXIT
040600     END-IF.
040700     SET RSB-AUDIT-NOT-EOF TO TRUE.
040800     PERFORM 2600-REPLAY-ONE-LOG-REC THRU 2600-EXIT
040900         UNTIL RSB-AUDIT-EOF.
041000 2500-EXIT.
041100     EXIT.
041200 2600-REPLAY-ONE-LOG-REC.
041300     READ AUDIT-LOG
041400         AT END
041500             SET RSB-AUDIT-EOF TO TRUE
041600             GO TO 2600-EXIT
041700     END-READ.
041800     ADD 1 TO RSB-LOG-READ-COUNT.
041900     PERFORM 3000-REPLAY-ONE-AUDIT-REC THRU 3000-EXIT.
042000 2600-EXIT.
042100     EXIT.
042200**----------------------------------------------------------------
042300** 3000-REPLAY-ONE-AUDIT-REC - APPLY ONE LOGGED SHARED_PRINT CALL
042400**----------------------------------------------------------------
042500**             TO THE NEW FILES.  A REJECT AUDIT RECORD IS SKIPPED
042600**             - EITHER FLAGGED NOT-CALLED, OR (ON RECORDS LOGGED
042700**             BEFORE THAT FLAG) CARRYING THE RAW COMMAND LINE
042800**             WITH NO NULL DELIMITERS, WHICH ONLY A REJECT DOES.
042900**             A WRITE FAILURE STOPS THE REPLAY
043000 3000-REPLAY-ONE-AUDIT-REC.
043100     IF AUDIT-NOT-CALLED OF AUDIT-LOG-RECORD
043200         ADD 1 TO RSB-NOT-CALLED-COUNT
043300         GO TO 3000-EXIT
043400     END-IF.
043500     MOVE ZERO TO RSB-NULL-COUNT.
043600     INSPECT AUDIT-RAW-ARGS OF AUDIT-LOG-RECORD
043700         TALLYING RSB-NULL-COUNT FOR ALL X'00'.
043800     MOVE SPACES TO RSB-ARG-JOB-ID.
043900     MOVE SPACES TO RSB-ARG-RUN-DATE.
044000     UNSTRING AUDIT-RAW-ARGS OF AUDIT-LOG-RECORD
044100         DELIMITED BY X'00'
044200         INTO RSB-ARG-JOB-ID
044300              RSB-ARG-RUN-DATE
044400     END-UNSTRING.
044500     IF RSB-NULL-COUNT = ZERO OR RSB-ARG-JOB-ID = SPACES
044600         ADD 1 TO RSB-NOT-CALLED-COUNT
044700         GO TO 3000-EXIT
044800     END-IF.
044900     ADD 1 TO RSB-CALL-COUNT.
045000     MOVE AUDIT-RUN-DATE OF AUDIT-LOG-RECORD TO RSB-THIS-DATE.
045100     MOVE AUDIT-RUN-TIME OF AUDIT-LOG-RECORD TO RSB-THIS-TIME.
045200     IF RSB-THIS-STAMP < RSB-PREV-STAMP
045300         ADD 1 TO RSB-SEQ-COUNT
045400     END-IF.
045500     MOVE RSB-THIS-STAMP TO RSB-PREV-STAMP.
045600     PERFORM 3100-APPLY-TO-RUN-STATUS THRU 3100-EXIT.
045700     IF RSB-ERROR-SEEN
045800         SET RSB-AUDIT-EOF TO TRUE
045900         GO TO 3000-EXIT
046000     END-IF.
046100     IF AUDIT-OUTCOME-OK OF AUDIT-LOG-RECORD
046200         ADD 1 TO RSB-GOOD-COUNT
046300         PERFORM 3200-APPLY-TO-COMPLETIONS THRU 3200-EXIT
046400     END-IF.
046500     IF RSB-ERROR-SEEN
046600         SET RSB-AUDIT-EOF TO TRUE
046700     END-IF.
046800 3000-EXIT.
046900     EXIT.
047000**----------------------------------------------------------------
047100** 3100-APPLY-TO-RUN-STATUS - THE RUN-STATUS ROW FOR THE JOB-ID,
047200**----------------------------------------------------------------
047300**             UPDATED JUST AS APP 6450-6470 DOES IT, WITH THE
047325**             DAILY COUNT ZEROED AS DAYCLOSE LEFT IT FOR A CALL
047350**             NO LATER THAN THE LAST CLOSE, AND STARTED AGAIN BY
047375**             THE FIRST CALL AFTER IT
047400 3100-APPLY-TO-RUN-STATUS.
047500     MOVE RSB-ARG-JOB-ID TO RSTA-JOB-ID OF NEW-STATUS-RECORD.
047600     READ NEW-STATUS-FILE
047700         INVALID KEY
047800             PERFORM 3150-ADD-STATUS-ROW THRU 3150-EXIT
047900             GO TO 3100-EXIT
048000     END-READ.
048100     MOVE RSTA-LAST-RUN-DATE OF NEW-STATUS-RECORD
048106         TO RSB-ROW-DATE.
048112     MOVE RSTA-LAST-RUN-TIME OF NEW-STATUS-RECORD
048118         TO RSB-ROW-TIME.
048124     EVALUATE TRUE
048130         WHEN RSB-THIS-STAMP NOT > RSB-CLOSE-STAMP
048136             MOVE ZERO
048142                 TO RSTA-RUN-COUNT-TODAY OF NEW-STATUS-RECORD
048148         WHEN RSB-ROW-STAMP NOT > RSB-CLOSE-STAMP
048154             MOVE 1 TO RSTA-RUN-COUNT-TODAY OF NEW-STATUS-RECORD
048160         WHEN RSTA-LAST-RUN-DATE OF NEW-STATUS-RECORD
048166                 = AUDIT-RUN-DATE OF AUDIT-LOG-RECORD
048172             ADD 1 TO RSTA-RUN-COUNT-TODAY OF NEW-STATUS-RECORD
048178         WHEN OTHER
048184             MOVE 1 TO RSTA-RUN-COUNT-TODAY OF NEW-STATUS-RECORD
048190     END-EVALUATE.
048700     PERFORM 3170-FILL-STATUS-FIELDS THRU 3170-EXIT.
048800     REWRITE NEW-STATUS-RECORD.
048900     IF RSB-RSTANEW-STATUS NOT = '00'
049000         PERFORM 3190-STATUS-WRITE-FAILED THRU 3190-EXIT
049100     END-IF.
049200 3100-EXIT.
049300     EXIT.
049400 3150-ADD-STATUS-ROW.
049500     MOVE SPACES TO NEW-STATUS-RECORD.
049600     MOVE RSB-ARG-JOB-ID TO RSTA-JOB-ID OF NEW-STATUS-RECORD.
049700     IF RSB-THIS-STAMP NOT > RSB-CLOSE-STAMP
049720         MOVE ZERO TO RSTA-RUN-COUNT-TODAY OF NEW-STATUS-RECORD
049740     ELSE
049760         MOVE 1 TO RSTA-RUN-COUNT-TODAY OF NEW-STATUS-RECORD
049780     END-IF.
049800     PERFORM 3170-FILL-STATUS-FIELDS THRU 3170-EXIT.
049900     WRITE NEW-STATUS-RECORD.
050000     IF RSB-RSTANEW-STATUS NOT = '00'
050100         PERFORM 3190-STATUS-WRITE-FAILED THRU 3190-EXIT
050200         GO TO 3150-EXIT
050300     END-IF.
050400     ADD 1 TO RSB-STATUS-ROW-COUNT.
050500 3150-EXIT.
050600     EXIT.
050700 3170-FILL-STATUS-FIELDS.
050800     MOVE AUDIT-RUN-DATE OF AUDIT-LOG-RECORD
050900         TO RSTA-LAST-RUN-DATE OF NEW-STATUS-RECORD.
051000     MOVE AUDIT-RUN-TIME OF AUDIT-LOG-RECORD
051100         TO RSTA-LAST-RUN-TIME OF NEW-STATUS-RECORD.
051200     MOVE AUDIT-RETURN-CODE OF AUDIT-LOG-RECORD
051300         TO RSTA-LAST-RETURN-CODE OF NEW-STATUS-RECORD.
051400     MOVE AUDIT-OUTCOME-SW OF AUDIT-LOG-RECORD
051500         TO RSTA-LAST-OUTCOME-SW OF NEW-STATUS-RECORD.
051600     IF AUDIT-OUTCOME-OK OF AUDIT-LOG-RECORD
051700         IF RSB-ARG-RUN-DATE(1:8) NUMERIC
051800             MOVE RSB-ARG-RUN-DATE(1:8)
051900                 TO RSTA-LAST-GOOD-RUN-DATE OF NEW-STATUS-RECORD
052000         END-IF
052100     END-IF.
052200 3170-EXIT.
052300     EXIT.
052400 3190-STATUS-WRITE-FAILED.
052500     DISPLAY 'RSB0007E - RSTANEW WRITE FAILED - STATUS '
052600         RSB-RSTANEW-STATUS.
052700     MOVE 'RSB0007E' TO EVP-CODE.
052800     MOVE 'RUN-STATUS REBUILD ABORTED - RSTANEW WRITE FAILED'
052900         TO EVP-TEXT.
053000     PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT.
053100     SET RSB-ERROR-SEEN TO TRUE.
053200 3190-EXIT.
053300     EXIT.
053400**----------------------------------------------------------------
053500** 3200-APPLY-TO-COMPLETIONS - REMEMBER THE JOB-ID/RUN-DATE PAIR
053600**----------------------------------------------------------------
053700**             OF A SUCCESSFUL CALL JUST AS APP 6480 DOES - A
053800**             LATER FORCED RERUN REWRITES THE ROW WITH ITS OWN
053900**             STAMP
054000 3200-APPLY-TO-COMPLETIONS.
054100     IF RSB-ARG-RUN-DATE(1:8) NOT NUMERIC
054200         GO TO 3200-EXIT
054300     END-IF.
054400     MOVE SPACES TO NEW-COMPLETION-RECORD.
054500     MOVE RSB-ARG-JOB-ID TO CMPL-JOB-ID OF NEW-COMPLETION-RECORD.
054600     MOVE RSB-ARG-RUN-DATE(1:8)
054700         TO CMPL-RUN-DATE OF NEW-COMPLETION-RECORD.
054800     MOVE AUDIT-RUN-DATE OF AUDIT-LOG-RECORD
054900         TO CMPL-COMP-DATE OF NEW-COMPLETION-RECORD.
055000     MOVE AUDIT-RUN-TIME OF AUDIT-LOG-RECORD
055100         TO CMPL-COMP-TIME OF NEW-COMPLETION-RECORD.
055200     WRITE NEW-COMPLETION-RECORD
055300         INVALID KEY
055400             REWRITE NEW-COMPLETION-RECORD
055500         NOT INVALID KEY
055600             ADD 1 TO RSB-CMPL-ROW-COUNT
055700     END-WRITE.
055800     IF RSB-CMPLNEW-STATUS NOT = '00'
055900         DISPLAY 'RSB0007E - CMPLNEW WRITE FAILED - STATUS '
056000             RSB-CMPLNEW-STATUS
056100         MOVE 'RSB0007E' TO EVP-CODE
056200         MOVE 'RUN-STATUS REBUILD ABORTED - CMPLNEW WRITE FAILED'
056300             TO EVP-TEXT
056400         PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT
056500         SET RSB-ERROR-SEEN TO TRUE
056600     END-IF.
056700 3200-EXIT.
056800     EXIT.
056900**----------------------------------------------------------------
057000** 4000-COMPARE-RUN-STATUS - MATCH THE LIVE RUN-STATUS MASTER
057100**----------------------------------------------------------------
057200**             AGAINST THE REBUILT ONE IN JOB-ID ORDER, LISTING A
057300**             ROW ON ONLY ONE SIDE AND EVERY FIELD THAT DIFFERS
057400 4000-COMPARE-RUN-STATUS.
057500     MOVE RSB-COLUMN-LINE TO RPT-LINE.
057600     WRITE RPT-LINE.
057700     MOVE LOW-VALUES TO RSTA-JOB-ID OF RUN-STATUS-RECORD.
057800     START RUN-STATUS
057900         KEY NOT < RSTA-JOB-ID OF RUN-STATUS-RECORD.
058000     IF RSB-RUNSTAT-STATUS = '00'
058100         PERFORM 4100-READ-LIVE-STATUS THRU 4100-EXIT
058200     ELSE
058300         MOVE HIGH-VALUES TO RSB-LIVE-JOB-ID
058400     END-IF.
058500     MOVE LOW-VALUES TO RSTA-JOB-ID OF NEW-STATUS-RECORD.
058600     START NEW-STATUS-FILE
058700         KEY NOT < RSTA-JOB-ID OF NEW-STATUS-RECORD.
058800     IF RSB-RSTANEW-STATUS = '00'
058900         PERFORM 4200-READ-NEW-STATUS THRU 4200-EXIT
059000     ELSE
059100         MOVE HIGH-VALUES TO RSB-NEW-JOB-ID
059200     END-IF.
059300     PERFORM 4300-MATCH-ONE-STATUS THRU 4300-EXIT
059400         UNTIL RSB-LIVE-JOB-ID = HIGH-VALUES
059500         AND RSB-NEW-JOB-ID = HIGH-VALUES.
059600 4000-EXIT.
059700     EXIT.
059800 4100-READ-LIVE-STATUS.
059900     READ RUN-STATUS NEXT RECORD
060000         AT END
060100             MOVE HIGH-VALUES TO RSB-LIVE-JOB-ID
060200             GO TO 4100-EXIT
060300     END-READ.
060400     MOVE RSTA-JOB-ID OF RUN-STATUS-RECORD TO RSB-LIVE-JOB-ID.
060500 4100-EXIT.
060600     EXIT.
060700 4200-READ-NEW-STATUS.
060800     READ NEW-STATUS-FILE NEXT RECORD
060900         AT END
061000             MOVE HIGH-VALUES TO RSB-NEW-JOB-ID
061100             GO TO 4200-EXIT
061200     END-READ.
061300     MOVE RSTA-JOB-ID OF NEW-STATUS-RECORD TO RSB-NEW-JOB-ID.
061400 4200-EXIT.
061500     EXIT.
061600 4300-MATCH-ONE-STATUS.
061700     MOVE 'RUNSTAT' TO DTL-FILE.
061800     MOVE SPACES TO DTL-RUN-DATE.
061900     IF RSB-LIVE-JOB-ID < RSB-NEW-JOB-ID
062000         MOVE RSB-LIVE-JOB-ID TO DTL-JOB-ID
062100         MOVE 'ON LIVE FILE ONLY - NO CALL IN AUDIT TRAIL'
062200             TO DTL-TEXT
062300         PERFORM 8100-PRINT-DIFFERENCE THRU 8100-EXIT
062400         ADD 1 TO RSB-LIVE-ONLY-COUNT
062500         PERFORM 4100-READ-LIVE-STATUS THRU 4100-EXIT
062600         GO TO 4300-EXIT
062700     END-IF.
062800     IF RSB-LIVE-JOB-ID > RSB-NEW-JOB-ID
062900         MOVE RSB-NEW-JOB-ID TO DTL-JOB-ID
063000         MOVE 'MISSING FROM LIVE FILE' TO DTL-TEXT
063100         PERFORM 8100-PRINT-DIFFERENCE THRU 8100-EXIT
063200         ADD 1 TO RSB-NEW-ONLY-COUNT
063300         PERFORM 4200-READ-NEW-STATUS THRU 4200-EXIT
063400         GO TO 4300-EXIT
063500     END-IF.
063600     MOVE RSB-LIVE-JOB-ID TO DTL-JOB-ID.
063700     PERFORM 4400-COMPARE-STATUS-FIELDS THRU 4400-EXIT.
063800     PERFORM 4100-READ-LIVE-STATUS THRU 4100-EXIT.
063900     PERFORM 4200-READ-NEW-STATUS THRU 4200-EXIT.
064000 4300-EXIT.
064100     EXIT.
064157**----------------------------------------------------------------
064214** 4400-COMPARE-STATUS-FIELDS - COMPARE THE LIVE AND REBUILT
064271**----------------------------------------------------------------
064328**             RUN-STATUS ROWS FIELD BY FIELD - THE LAST GOOD
064385**             RUN-DATE IS SPACES ON A ROW THAT HAS NEVER SEEN A
064442**             SUCCESS, SO IT IS COMPARED AS CHARACTERS
064500 4400-COMPARE-STATUS-FIELDS.
064600     SET RSB-ROW-SAME TO TRUE.
064700     IF RSTA-LAST-RUN-DATE OF RUN-STATUS-RECORD
064800             NOT = RSTA-LAST-RUN-DATE OF NEW-STATUS-RECORD
064900         MOVE 'LAST RUN DATE' TO DTL-FIELD
065000         MOVE RSTA-LAST-RUN-DATE OF RUN-STATUS-RECORD TO DTL-LIVE
065100         MOVE RSTA-LAST-RUN-DATE OF NEW-STATUS-RECORD
065200             TO DTL-REBUILT
065300         PERFORM 8100-PRINT-DIFFERENCE THRU 8100-EXIT
065400     END-IF.
065500     IF RSTA-LAST-RUN-TIME OF RUN-STATUS-RECORD
065600             NOT = RSTA-LAST-RUN-TIME OF NEW-STATUS-RECORD
065700         MOVE 'LAST RUN TIME' TO DTL-FIELD
065800         MOVE RSTA-LAST-RUN-TIME OF RUN-STATUS-RECORD TO DTL-LIVE
065900         MOVE RSTA-LAST-RUN-TIME OF NEW-STATUS-RECORD
066000             TO DTL-REBUILT
066100         PERFORM 8100-PRINT-DIFFERENCE THRU 8100-EXIT
066200     END-IF.
066300     IF RSTA-LAST-RETURN-CODE OF RUN-STATUS-RECORD
066400             NOT = RSTA-LAST-RETURN-CODE OF NEW-STATUS-RECORD
066500         MOVE 'LAST RETURN CODE' TO DTL-FIELD
066600         MOVE RSTA-LAST-RETURN-CODE OF RUN-STATUS-RECORD
066700             TO RSB-EDIT-RC
066800         MOVE RSB-EDIT-RC TO DTL-LIVE
066900         MOVE RSTA-LAST-RETURN-CODE OF NEW-STATUS-RECORD
067000             TO RSB-EDIT-RC
067100         MOVE RSB-EDIT-RC TO DTL-REBUILT
067200         PERFORM 8100-PRINT-DIFFERENCE THRU 8100-EXIT
067300     END-IF.
067400     IF RSTA-LAST-OUTCOME-SW OF RUN-STATUS-RECORD
067500             NOT = RSTA-LAST-OUTCOME-SW OF NEW-STATUS-RECORD
067600         MOVE 'LAST OUTCOME' TO DTL-FIELD
067700         MOVE RSTA-LAST-OUTCOME-SW OF RUN-STATUS-RECORD
067800             TO DTL-LIVE
067900         MOVE RSTA-LAST-OUTCOME-SW OF NEW-STATUS-RECORD
068000             TO DTL-REBUILT
068100         PERFORM 8100-PRINT-DIFFERENCE THRU 8100-EXIT
068200     END-IF.
068300     IF RSTA-RUN-COUNT-TODAY OF RUN-STATUS-RECORD
068400             NOT = RSTA-RUN-COUNT-TODAY OF NEW-STATUS-RECORD
068500         MOVE 'RUNS ON LAST DATE' TO DTL-FIELD
068600         MOVE RSTA-RUN-COUNT-TODAY OF RUN-STATUS-RECORD
068700             TO DTL-LIVE
068800         MOVE RSTA-RUN-COUNT-TODAY OF NEW-STATUS-RECORD
068900             TO DTL-REBUILT
069000         PERFORM 8100-PRINT-DIFFERENCE THRU 8100-EXIT
069100     END-IF.
069200     IF RSTA-LAST-GOOD-RUN-DATE OF RUN-STATUS-RECORD(1:8)
069300             NOT = RSTA-LAST-GOOD-RUN-DATE
069400                       OF NEW-STATUS-RECORD(1:8)
069500         MOVE 'LAST GOOD RUN-DATE' TO DTL-FIELD
069600         MOVE RSTA-LAST-GOOD-RUN-DATE OF RUN-STATUS-RECORD(1:8)
069700             TO DTL-LIVE
069800         MOVE RSTA-LAST-GOOD-RUN-DATE OF NEW-STATUS-RECORD(1:8)
069900             TO DTL-REBUILT
070000         PERFORM 8100-PRINT-DIFFERENCE THRU 8100-EXIT
070100     END-IF.
070200     IF RSB-ROW-DIFFERS
070300         ADD 1 TO RSB-DIFF-COUNT
070400     ELSE
070500         ADD 1 TO RSB-MATCH-COUNT
070600     END-IF.
070700 4400-EXIT.
070800     EXIT.
070900**----------------------------------------------------------------
071000** 5000-COMPARE-COMPLETIONS - THE SAME MATCH FOR THE COMPLETIONS
071100**----------------------------------------------------------------
071200**             FILE, IN JOB-ID/RUN-DATE ORDER.  A LIVE ROW WITH NO
071300**             AUDIT RECORD USUALLY MEANS AN ARCHIVE GENERATION
071400**             WAS LEFT OUT OF THE AUDARCH CONCATENATION
071500 5000-COMPARE-COMPLETIONS.
071600     MOVE LOW-VALUES TO CMPL-KEY OF COMPLETION-RECORD.
071700     START COMPLETION-FILE
071800         KEY NOT < CMPL-KEY OF COMPLETION-RECORD.
071900     IF RSB-CMPLFIL-STATUS = '00'
072000         PERFORM 5100-READ-LIVE-COMPLETION THRU 5100-EXIT
072100     ELSE
072200         MOVE HIGH-VALUES TO RSB-LIVE-CMPL-KEY
072300     END-IF.
072400     MOVE LOW-VALUES TO CMPL-KEY OF NEW-COMPLETION-RECORD.
072500     START NEW-COMPLETION-FILE
072600         KEY NOT < CMPL-KEY OF NEW-COMPLETION-RECORD.
072700     IF RSB-CMPLNEW-STATUS = '00'
072800         PERFORM 5200-READ-NEW-COMPLETION THRU 5200-EXIT
072900     ELSE
073000         MOVE HIGH-VALUES TO RSB-NEW-CMPL-KEY
073100     END-IF.
073200     PERFORM 5300-MATCH-ONE-COMPLETION THRU 5300-EXIT
073300         UNTIL RSB-LIVE-CMPL-KEY = HIGH-VALUES
073400         AND RSB-NEW-CMPL-KEY = HIGH-VALUES.
073500 5000-EXIT.
073600     EXIT.
073700 5100-READ-LIVE-COMPLETION.
073800     READ COMPLETION-FILE NEXT RECORD
073900         AT END
074000             MOVE HIGH-VALUES TO RSB-LIVE-CMPL-KEY
074100             GO TO 5100-EXIT
074200     END-READ.
074300     MOVE CMPL-KEY OF COMPLETION-RECORD TO RSB-LIVE-CMPL-KEY.
074400 5100-EXIT.
074500     EXIT.
074600 5200-READ-NEW-COMPLETION.
074700     READ NEW-COMPLETION-FILE NEXT RECORD
074800         AT END
074900             MOVE HIGH-VALUES TO RSB-NEW-CMPL-KEY
075000             GO TO 5200-EXIT
075100     END-READ.
075200     MOVE CMPL-KEY OF NEW-COMPLETION-RECORD TO RSB-NEW-CMPL-KEY.
075300 5200-EXIT.
075400     EXIT.
075500 5300-MATCH-ONE-COMPLETION.
075600     MOVE 'CMPLFILE' TO DTL-FILE.
075700     IF RSB-LIVE-CMPL-KEY < RSB-NEW-CMPL-KEY
075800         MOVE RSB-LIVE-CMPL-KEY(1:8) TO DTL-JOB-ID
075900         MOVE RSB-LIVE-CMPL-KEY(9:8) TO DTL-RUN-DATE
076000         MOVE 'ON LIVE FILE ONLY - NOT IN AUDIT TRAIL' TO DTL-TEXT
076100         PERFORM 8100-PRINT-DIFFERENCE THRU 8100-EXIT
076200         ADD 1 TO RSB-LIVE-ONLY-COUNT
076300         PERFORM 5100-READ-LIVE-COMPLETION THRU 5100-EXIT
076400         GO TO 5300-EXIT
076500     END-IF.
076600     IF RSB-LIVE-CMPL-KEY > RSB-NEW-CMPL-KEY
076700         MOVE RSB-NEW-CMPL-KEY(1:8) TO DTL-JOB-ID
076800         MOVE RSB-NEW-CMPL-KEY(9:8) TO DTL-RUN-DATE
076900         MOVE 'MISSING FROM LIVE FILE' TO DTL-TEXT
077000         PERFORM 8100-PRINT-DIFFERENCE THRU 8100-EXIT
077100         ADD 1 TO RSB-NEW-ONLY-COUNT
077200         PERFORM 5200-READ-NEW-COMPLETION THRU 5200-EXIT
077300         GO TO 5300-EXIT
077400     END-IF.
077500     MOVE RSB-LIVE-CMPL-KEY(1:8) TO DTL-JOB-ID.
077600     MOVE RSB-LIVE-CMPL-KEY(9:8) TO DTL-RUN-DATE.
077700     SET RSB-ROW-SAME TO TRUE.
077800     IF CMPL-COMP-DATE OF COMPLETION-RECORD
077900             NOT = CMPL-COMP-DATE OF NEW-COMPLETION-RECORD
078000         MOVE 'COMPLETION DATE' TO DTL-FIELD
078100         MOVE CMPL-COMP-DATE OF COMPLETION-RECORD TO DTL-LIVE
078200         MOVE CMPL-COMP-DATE OF NEW-COMPLETION-RECORD
078300             TO DTL-REBUILT
078400         PERFORM 8100-PRINT-DIFFERENCE THRU 8100-EXIT
078500     END-IF.
078600     IF CMPL-COMP-TIME OF COMPLETION-RECORD
078700             NOT = CMPL-COMP-TIME OF NEW-COMPLETION-RECORD
078800         MOVE 'COMPLETION TIME' TO DTL-FIELD
078900         MOVE CMPL-COMP-TIME OF COMPLETION-RECORD TO DTL-LIVE
079000         MOVE CMPL-COMP-TIME OF NEW-COMPLETION-RECORD
079100             TO DTL-REBUILT
079200         PERFORM 8100-PRINT-DIFFERENCE THRU 8100-EXIT
079300     END-IF.
079400     IF RSB-ROW-DIFFERS
079500         ADD 1 TO RSB-DIFF-COUNT
079600     ELSE
079700         ADD 1 TO RSB-MATCH-COUNT
079800     END-IF.
079900     PERFORM 5100-READ-LIVE-COMPLETION THRU 5100-EXIT.
080000     PERFORM 5200-READ-NEW-COMPLETION THRU 5200-EXIT.
080100 5300-EXIT.
080200     EXIT.
080300**----------------------------------------------------------------
080400** 7000-PRINT-CONTROL-REPORT - REPLAY COUNTS, COMPARE COUNTS, AND
080500**----------------------------------------------------------------
080600**             THE VERDICT THE JOB STREAM KEYS THE SWAP ON
080700 7000-PRINT-CONTROL-REPORT.
080800     IF RSB-RPTFILE-STATUS NOT = '00'
080900         GO TO 7000-EXIT
081000     END-IF.
081100     MOVE 'ARCHIVE RECORDS READ:' TO RPT-COUNT-LABEL.
081200     MOVE RSB-ARCH-READ-COUNT TO RPT-COUNT.
081300     PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT.
081400     MOVE 'AUDIT LOG RECORDS READ:' TO RPT-COUNT-LABEL.
081500     MOVE RSB-LOG-READ-COUNT TO RPT-COUNT.
081600     PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT.
081700     MOVE 'REJECTED BEFORE THE CALL (SKIPPED):'
081800         TO RPT-COUNT-LABEL.
081900     MOVE RSB-NOT-CALLED-COUNT TO RPT-COUNT.
082000     PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT.
082100     MOVE 'SHARED_PRINT CALLS REPLAYED:' TO RPT-COUNT-LABEL.
082200     MOVE RSB-CALL-COUNT TO RPT-COUNT.
082300     PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT.
082400     MOVE '  OF WHICH SUCCESSFUL:' TO RPT-COUNT-LABEL.
082500     MOVE RSB-GOOD-COUNT TO RPT-COUNT.
082600     PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT.
082700     MOVE 'OUT OF DATE/TIME SEQUENCE:' TO RPT-COUNT-LABEL.
082800     MOVE RSB-SEQ-COUNT TO RPT-COUNT.
082900     PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT.
083000     MOVE 'RUN-STATUS ROWS REBUILT:' TO RPT-COUNT-LABEL.
083100     MOVE RSB-STATUS-ROW-COUNT TO RPT-COUNT.
083200     PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT.
083300     MOVE 'COMPLETION ROWS REBUILT:' TO RPT-COUNT-LABEL.
083400     MOVE RSB-CMPL-ROW-COUNT TO RPT-COUNT.
083500     PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT.
083525     MOVE 'BUSINESS DAYS CLOSED ON DAYCTL:' TO RPT-COUNT-LABEL.
083550     MOVE RSB-CLOSE-ROW-COUNT TO RPT-COUNT.
083575     PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT.
083600     IF RSB-MODE-COMPARE
083700         MOVE 'ROWS MATCHING:' TO RPT-COUNT-LABEL
083800         MOVE RSB-MATCH-COUNT TO RPT-COUNT
083900         PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT
084000         MOVE 'ROWS WITH DIFFERING FIELDS:' TO RPT-COUNT-LABEL
084100         MOVE RSB-DIFF-COUNT TO RPT-COUNT
084200         PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT
084300         MOVE 'LIVE ROWS NOT IN AUDIT TRAIL:' TO RPT-COUNT-LABEL
084400         MOVE RSB-LIVE-ONLY-COUNT TO RPT-COUNT
084500         PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT
084600         MOVE 'ROWS MISSING FROM LIVE FILES:' TO RPT-COUNT-LABEL
084700         MOVE RSB-NEW-ONLY-COUNT TO RPT-COUNT
084800         PERFORM 7100-PRINT-COUNT-LINE THRU 7100-EXIT
084900     END-IF.
085000     IF RSB-SEQ-COUNT > ZERO
085100         DISPLAY 'RSB0008W - ' RSB-SEQ-COUNT
085200             ' AUDIT RECORD(S) OUT OF DATE/TIME'
085300         DISPLAY '           SEQUENCE - CHECK THE'
085400         DISPLAY '           AUDARCH CONCATENATION ORDER'
085500     END-IF.
085600     PERFORM 7200-SET-VERDICT THRU 7200-EXIT.
085700     MOVE RSB-VERDICT-LINE TO RPT-LINE.
085800     WRITE RPT-LINE.
085900 7000-EXIT.
086000     EXIT.
086100 7100-PRINT-COUNT-LINE.
086200     MOVE RSB-COUNT-LINE TO RPT-LINE.
086300     WRITE RPT-LINE.
086400 7100-EXIT.
086500     EXIT.
086600 7200-SET-VERDICT.
086700     IF RSB-ERROR-SEEN
086800         MOVE 'RUN FAILED - DO NOT SWAP IN RSTANEW OR CMPLNEW'
086900             TO RPT-VERDICT-TEXT
087000         GO TO 7200-EXIT
087100     END-IF.
087200     IF RSB-MODE-REBUILD
087300         IF RSB-NO-ARCHIVE OR RSB-SEQ-COUNT > ZERO
087400             MOVE 'REBUILT WITH WARNINGS - REVIEW BEFORE ANY SWAP'
087500                 TO RPT-VERDICT-TEXT
087600         ELSE
087700             MOVE 'REBUILT - RSTANEW AND CMPLNEW MAY BE SWAPPED'
087800                 TO RPT-VERDICT-TEXT
087900         END-IF
088000         GO TO 7200-EXIT
088100     END-IF.
088200     IF RSB-DIFF-COUNT + RSB-LIVE-ONLY-COUNT + RSB-NEW-ONLY-COUNT
088300             = ZERO
088400         MOVE 'LIVE FILES AGREE WITH THE AUDIT TRAIL'
088500             TO RPT-VERDICT-TEXT
088600         GO TO 7200-EXIT
088700     END-IF.
088800     MOVE 'LIVE FILES DIFFER FROM THE AUDIT TRAIL - SEE ABOVE'
088900         TO RPT-VERDICT-TEXT.
089000     DISPLAY 'RSB0009W - LIVE RUNSTAT/CMPLFILE DIFFER FROM THE'
089100     DISPLAY '           AUDIT TRAIL - SEE RSTBRPT'.
089200     MOVE 'RSB0009W' TO EVP-CODE.
089300     MOVE 'RUNSTAT/CMPLFILE DIFFER FROM AUDIT TRAIL - SEE RSTBRPT'
089400         TO EVP-TEXT.
089500     PERFORM 8000-LOG-OPERATIONAL-EVENT THRU 8000-EXIT.
089600 7200-EXIT.
089700     EXIT.
089800**----------------------------------------------------------------
089900** 8000-LOG-OPERATIONAL-EVENT - LAND THE STEP'S OWN FAILURE OR A
090000**----------------------------------------------------------------
090100**             FAILED COMPARE ON THE OPERATIONAL EVENT FILE -
090200**             CALLERS FILL EVP-CODE AND EVP-TEXT FIRST
090300 8000-LOG-OPERATIONAL-EVENT.
090400     MOVE 'E' TO EVP-SEVERITY.
090500     MOVE SPACES TO EVP-JOB-ID.
090600     CALL 'EVTLOG' USING EVENT-LOG-PARM
090700     END-CALL.
090800 8000-EXIT.
090900     EXIT.
090925**----------------------------------------------------------------
090950** 8100-PRINT-DIFFERENCE - LIST ONE FIELD OR ROW DIFFERENCE -
090975**----------------------------------------------------------------
091000**             CALLERS FILL THE DETAIL LINE FIRST; THE FIELD,
091100**             VALUE AND NOTE COLUMNS ARE CLEARED FOR THE NEXT
091200**             LINE
091300 8100-PRINT-DIFFERENCE.
091400     SET RSB-ROW-DIFFERS TO TRUE.
091500     MOVE RSB-DETAIL-LINE TO RPT-LINE.
091600     WRITE RPT-LINE.
091700     MOVE SPACES TO DTL-FIELD.
091800     MOVE SPACES TO DTL-LIVE.
091900     MOVE SPACES TO DTL-REBUILT.
092000     MOVE SPACES TO DTL-TEXT.
092100 8100-EXIT.
092200     EXIT.
092300**----------------------------------------------------------------
092400** 9000-TERMINATE - CLOSE WHATEVER OPENED
092500**----------------------------------------------------------------
092600 9000-TERMINATE.
092700     CLOSE AUDIT-LOG.
092800     IF RSB-ARCHIVE-OPEN
092900         CLOSE ARCHIVE-FILE
093000     END-IF.
093100     CLOSE NEW-STATUS-FILE.
093200     CLOSE NEW-COMPLETION-FILE.
093300     IF RSB-MODE-COMPARE
093400         CLOSE RUN-STATUS
093500         CLOSE COMPLETION-FILE
093600     END-IF.
093700     CLOSE REPORT-FILE.
093800 9000-EXIT.
093900     EXIT.
