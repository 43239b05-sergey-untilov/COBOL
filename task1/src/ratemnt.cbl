000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RATEMNT.
000300 AUTHOR.        D SHEPPARD.
000400 INSTALLATION.  APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700**----------------------------------------------------------------
000800*REMARKS.
000900*    MAINTAINS THE PRINT CHARGEBACK RATE MASTER (RATEMSTR) THAT
001000*    THE MONTHLY BILLING STEP PVOLBIL PRICES THE PRINT-VOLUME
001100*    FILE AT - ONE ROW PER REGION, JOB-ID (BLANK FOR THE REGION'S
001200*    DEFAULT RATE), AND EFFECTIVE-FROM DATE, WITH A RATE PER PAGE
001300*    AND A RATE PER LINE (SEE RATEREC).  AN OPERATOR ENTRY SCREEN
001400*    SUPPORTS ADD, CHANGE, DELETE, AND BROWSE; A BATCH
001500*    TRANSACTION-FILE MODE SUPPORTS BULK LOADS.  AS PMSTMNT DOES
001600*    FOR THE PARAMETER MASTER, AN ADD MAY CARRY A FUTURE
001700*    EFFECTIVE-FROM TO STAGE A PRICE CHANGE AHEAD OF TIME - THE
001800*    PRIOR OPEN-ENDED ROW FOR THE SAME REGION AND JOB-ID IS
001900*    CLOSED AUTOMATICALLY AT THE DAY BEFORE.  EVERY APPLIED
002000*    CHANGE IS LOGGED TO THE MAINTENANCE AUDIT FILE WITH A BEFORE
002100*    AND AFTER IMAGE OF THE ROW.  ADD, CHANGE, AND DELETE NEED AN
002200*    ACTIVE OPERATOR HOLDING THE CHARGEBACK RATE MAINTENANCE
002300*    PRIVILEGE ON THE OPERATOR MASTER (OPRCHK).
002400**
002500*MOD LOG.
002600*  2026-10-15 DRS  INITIAL VERSION - SCREEN AND BATCH MAINTENANCE
002700*                  OF THE CHARGEBACK RATE MASTER WITH A
002800*                  BEFORE/AFTER IMAGE MAINTENANCE AUDIT FILE.
002900**----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RATE-MASTER ASSIGN TO RATEMSTR
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS RATE-KEY
003700         FILE STATUS IS RTE-RATEMSTR-STATUS.
003800     SELECT MAINT-TRAN ASSIGN TO RTTRAN
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS RTE-RTTRAN-STATUS.
004100     SELECT MAINT-AUDIT ASSIGN TO RTAUDIT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS RTE-RTAUDIT-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RATE-MASTER
004700     LABEL RECORDS ARE STANDARD.
004800 COPY RATEREC.
004900 FD  MAINT-TRAN
005000     LABEL RECORDS ARE STANDARD.
005100 COPY RTTRNREC.
005200 FD  MAINT-AUDIT
005300     LABEL RECORDS ARE STANDARD.
005400 COPY RTAUDREC.
005500 WORKING-STORAGE SECTION.
005600**----------------------------------------------------------------
005700** RATEMNT WORKING FIELDS
005800**----------------------------------------------------------------
005900 01  RTE-RAW-CMDLINE            PIC X(250).
006000 01  RTE-FIRST-TOKEN            PIC X(20).
006100 01  RTE-CURRENT-DATE           PIC 9(08).
006200 01  RTE-CURRENT-TIME           PIC 9(08).
006300 01  RTE-WORST-RC               PIC S9(04) COMP.
006400 01  RTE-TRAN-COUNT             PIC 9(05) COMP.
006500 01  RTE-APPLIED-COUNT          PIC 9(05) COMP.
006600 01  RTE-REJECT-COUNT           PIC 9(05) COMP.
006700**
006800** BEFORE/AFTER IMAGES ARE STAGED HERE SO A FAILED I-O CAN BE
006900** ABANDONED WITHOUT HAVING TOUCHED THE AUDIT RECORD BUFFER.
007000 01  RTE-BEFORE-IMAGE           PIC X(64).
007100 01  RTE-AFTER-IMAGE            PIC X(64).
007200** AUTO-CLOSE SCRATCH FOR A FUTURE-DATED ADD - THE KEY OF THE
007300** PRIOR ROW THAT COVERS THE NEW EFFECTIVE-FROM, AND THE DAY
007400** BEFORE THAT DATE, COMPUTED ONCE.
007500 01  RTE-PRIOR-KEY.
007600     05  RTE-PRIOR-REGION-CODE  PIC X(04).
007700     05  RTE-PRIOR-JOB-ID       PIC X(08).
007800     05  RTE-PRIOR-EFF-FROM     PIC 9(08).
007900 01  RTE-DAY-BEFORE-DATE        PIC 9(08).
008000 01  RTE-FROM-INTEGER           PIC S9(09) COMP.
008100 01  RTE-SAVE-ACTION            PIC X(01).
008200** ROW IDENTIFICATION FOR THE OPERATOR MESSAGES - REGION, THEN
008300** THE JOB-ID OR *DEFAULT FOR THE REGION'S OWN RATE.
008400 01  RTE-ROW-NAME.
008500     05  RTE-ROW-NAME-REGION    PIC X(04).
008600     05  FILLER                 PIC X(01) VALUE SPACE.
008700     05  RTE-ROW-NAME-JOB       PIC X(08).
008800**
008900 01  RTE-MODE-SW                PIC X(01).
009000     88  RTE-MODE-SCREEN                VALUE 'S'.
009100     88  RTE-MODE-BATCH                 VALUE 'B'.
009200 01  RTE-ABORT-SW               PIC X(01).
009300     88  RTE-ABORT-REQUESTED            VALUE 'Y'.
009400     88  RTE-ABORT-NOT-REQUESTED        VALUE 'N'.
009500 01  RTE-SCREEN-DONE-SW         PIC X(01).
009600     88  RTE-SCREEN-DONE                VALUE 'Y'.
009700     88  RTE-SCREEN-NOT-DONE            VALUE 'N'.
009800 01  RTE-TRAN-EOF-SW            PIC X(01).
009900     88  RTE-TRAN-EOF                   VALUE 'Y'.
010000     88  RTE-TRAN-NOT-EOF               VALUE 'N'.
010100 01  RTE-APPLY-SW               PIC X(01).
010200     88  RTE-APPLY-OK                   VALUE 'Y'.
010300     88  RTE-APPLY-FAILED               VALUE 'N'.
010400 01  RTE-PRIOR-SW               PIC X(01).
010500     88  RTE-PRIOR-FOUND                VALUE 'Y'.
010600     88  RTE-PRIOR-NOT-FOUND            VALUE 'N'.
010700 01  RTE-SCAN-SW                PIC X(01).
010800     88  RTE-SCAN-DONE                  VALUE 'Y'.
010900     88  RTE-SCAN-NOT-DONE              VALUE 'N'.
011000**
011100 01  RTE-RATEMSTR-STATUS        PIC X(02).
011200 01  RTE-RTTRAN-STATUS          PIC X(02).
011300 01  RTE-RTAUDIT-STATUS         PIC X(02).
011400**
011500** OPERATOR AUTHORIZATION CHECK PARAMETER AREA (COPYBOOK) - SEE
011600** 4250.  OPRCHK LOGS ITS OWN REFUSAL EVENTS.
011700 COPY OPRPARM.
011800**----------------------------------------------------------------
011900** MAINTENANCE ENTRY SCREEN WORKING FIELDS - BATCH MODE MOVES
012000** EACH TRANSACTION INTO THESE SAME FIELDS SO BOTH MODES SHARE
012100** THE EDIT AND APPLY PARAGRAPHS.
012200**----------------------------------------------------------------
012300 01  RTE-SCREEN-FIELDS.
012400     05  RTE-SCR-ACTION             PIC X(01).
012500     05  RTE-SCR-OPERATOR-ID        PIC X(08).
012600     05  RTE-SCR-REGION-CODE        PIC X(04).
012700     05  RTE-SCR-JOB-ID             PIC X(08).
012800     05  RTE-SCR-EFF-FROM           PIC 9(08).
012900     05  RTE-SCR-EFF-TO             PIC 9(08).
013000     05  RTE-SCR-PER-PAGE           PIC 9(03)V9(05).
013100     05  RTE-SCR-PER-LINE           PIC 9(03)V9(05).
013200     05  RTE-SCR-VALID-SW           PIC X(01).
013300         88  RTE-SCR-VALID                  VALUE 'Y'.
013400         88  RTE-SCR-INVALID                VALUE 'N'.
013500 SCREEN SECTION.
013600 01  RTE-ENTRY-SCREEN.
013700     05  BLANK SCREEN.
013800     05  LINE 01 COLUMN 01 VALUE 'CHARGEBACK RATE MAINTENANCE'.
013900     05  LINE 03 COLUMN 01 VALUE 'ACTION (A/C/D/B/X):'.
014000     05  LINE 03 COLUMN 22 PIC X(01) USING RTE-SCR-ACTION.
014100     05  LINE 04 COLUMN 01 VALUE 'OPERATOR ID.......:'.
014200     05  LINE 04 COLUMN 22 PIC X(08) USING RTE-SCR-OPERATOR-ID.
014300     05  LINE 05 COLUMN 01 VALUE 'REGION CODE.......:'.
014400     05  LINE 05 COLUMN 22 PIC X(04) USING RTE-SCR-REGION-CODE.
014500     05  LINE 06 COLUMN 01 VALUE 'JOB ID............:'.
014600     05  LINE 06 COLUMN 22 PIC X(08) USING RTE-SCR-JOB-ID.
014700     05  LINE 06 COLUMN 32 VALUE '(BLANK = REGION DEFAULT)'.
014800     05  LINE 07 COLUMN 01 VALUE 'EFFECTIVE FROM....:'.
014900     05  LINE 07 COLUMN 22 PIC 9(08) USING RTE-SCR-EFF-FROM.
015000     05  LINE 08 COLUMN 01 VALUE 'EFFECTIVE TO......:'.
015100     05  LINE 08 COLUMN 22 PIC 9(08) USING RTE-SCR-EFF-TO.
015200     05  LINE 10 COLUMN 01 VALUE 'RATE PER PAGE.....:'.
015300     05  LINE 10 COLUMN 22 PIC 9(03).9(05) USING RTE-SCR-PER-PAGE.
015400     05  LINE 11 COLUMN 01 VALUE 'RATE PER LINE.....:'.
015500     05  LINE 11 COLUMN 22 PIC 9(03).9(05) USING RTE-SCR-PER-LINE.
015600 PROCEDURE DIVISION.
015700**----------------------------------------------------------------
015800** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
015900**----------------------------------------------------------------
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200     IF RTE-ABORT-REQUESTED
016300         GO TO 0000-EXIT-ABORT
016400     END-IF.
016500     PERFORM 2000-DETERMINE-MODE THRU 2000-EXIT.
016600     IF RTE-MODE-BATCH
016700         PERFORM 7000-PROCESS-TRAN-FILE THRU 7000-EXIT
016800     ELSE
016900         PERFORM 4000-RUN-MAINT-SCREEN THRU 4000-EXIT
017000     END-IF.
017100     MOVE RTE-WORST-RC TO RETURN-CODE.
017200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017300     STOP RUN.
017400 0000-EXIT-ABORT.
017500     MOVE RTE-WORST-RC TO RETURN-CODE.
017600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017700     STOP RUN.
017800**----------------------------------------------------------------
017900** 1000-INITIALIZE - OPEN THE MASTER AND THE MAINTENANCE AUDIT,
018000**----------------------------------------------------------------
018100**             CREATING AN EMPTY MASTER ON FIRST USE SO THE VERY
018200**             FIRST BULK LOAD DOES NOT NEED A HAND-BUILT FILE
018300 1000-INITIALIZE.
018400     SET RTE-MODE-SCREEN TO TRUE.
018500     SET RTE-ABORT-NOT-REQUESTED TO TRUE.
018600     SET RTE-SCREEN-NOT-DONE TO TRUE.
018700     MOVE ZERO TO RTE-WORST-RC.
018800     MOVE ZERO TO RTE-TRAN-COUNT.
018900     MOVE ZERO TO RTE-APPLIED-COUNT.
019000     MOVE ZERO TO RTE-REJECT-COUNT.
019100     MOVE SPACES TO RTE-SCREEN-FIELDS.
019200     ACCEPT RTE-CURRENT-DATE FROM DATE YYYYMMDD.
019300     ACCEPT RTE-CURRENT-TIME FROM TIME.
019400     ACCEPT RTE-RAW-CMDLINE FROM COMMAND-LINE.
019500     OPEN I-O RATE-MASTER.
019600     IF RTE-RATEMSTR-STATUS = '35'
019700         OPEN OUTPUT RATE-MASTER
019800         CLOSE RATE-MASTER
019900         OPEN I-O RATE-MASTER
020000     END-IF.
020100     IF RTE-RATEMSTR-STATUS NOT = '00'
020200         DISPLAY 'RTE0101E - UNABLE TO OPEN CHARGEBACK RATE'
020300         DISPLAY '           MASTER - RUN REJECTED - STATUS '
020400             RTE-RATEMSTR-STATUS
020500         SET RTE-ABORT-REQUESTED TO TRUE
020600         MOVE 16 TO RTE-WORST-RC
020700         GO TO 1000-EXIT
020800     END-IF.
020900     OPEN EXTEND MAINT-AUDIT.
021000     IF RTE-RTAUDIT-STATUS NOT = '00'
021100         DISPLAY 'RTE0102E - UNABLE TO OPEN MAINTENANCE AUDIT -'
021200         DISPLAY '           NO CHANGES ALLOWED - RUN REJECTED'
021300         SET RTE-ABORT-REQUESTED TO TRUE
021400         MOVE 16 TO RTE-WORST-RC
021500     END-IF.
021600 1000-EXIT.
021700     EXIT.
021800**----------------------------------------------------------------
021900** 2000-DETERMINE-MODE - BATCH KEYWORD AS THE FIRST COMMAND-LINE
022000**----------------------------------------------------------------
022100**             TOKEN SELECTS THE TRANSACTION-FILE BULK LOAD MODE
022200 2000-DETERMINE-MODE.
022300     UNSTRING RTE-RAW-CMDLINE DELIMITED BY ALL SPACE
022400         INTO RTE-FIRST-TOKEN
022500     END-UNSTRING.
022600     IF RTE-FIRST-TOKEN = 'BATCH'
022700         SET RTE-MODE-BATCH TO TRUE
022800     ELSE
022900         SET RTE-MODE-SCREEN TO TRUE
023000     END-IF.
023100 2000-EXIT.
023200     EXIT.
023300**----------------------------------------------------------------
023400** 4000-RUN-MAINT-SCREEN - OPERATOR MAINTENANCE LOOP, ONE ACTION
023500**----------------------------------------------------------------
023600**             PER SCREEN ACCEPT, UNTIL THE OPERATOR EXITS WITH X
023700 4000-RUN-MAINT-SCREEN.
023800     PERFORM 4100-PROCESS-ONE-SCREEN THRU 4100-EXIT
023900         UNTIL RTE-SCREEN-DONE.
024000 4000-EXIT.
024100     EXIT.
024200 4100-PROCESS-ONE-SCREEN.
024300     MOVE SPACE TO RTE-SCR-ACTION.
024400     MOVE SPACES TO RTE-SCR-REGION-CODE.
024500     MOVE SPACES TO RTE-SCR-JOB-ID.
024600     MOVE ZERO TO RTE-SCR-EFF-FROM.
024700     MOVE ZERO TO RTE-SCR-EFF-TO.
024800     MOVE ZERO TO RTE-SCR-PER-PAGE.
024900     MOVE ZERO TO RTE-SCR-PER-LINE.
025000     DISPLAY RTE-ENTRY-SCREEN.
025100     ACCEPT RTE-ENTRY-SCREEN.
025200     IF RTE-SCR-ACTION = 'X'
025300         SET RTE-SCREEN-DONE TO TRUE
025400         GO TO 4100-EXIT
025500     END-IF.
025600     PERFORM 4200-EDIT-SCREEN-FIELDS THRU 4200-EXIT.
025700     IF RTE-SCR-INVALID
025800         GO TO 4100-EXIT
025900     END-IF.
026000     EVALUATE RTE-SCR-ACTION
026100         WHEN 'A'
026200             PERFORM 5000-ADD-ROW THRU 5000-EXIT
026300         WHEN 'C'
026400             PERFORM 5200-CHANGE-ROW THRU 5200-EXIT
026500         WHEN 'D'
026600             PERFORM 5400-DELETE-ROW THRU 5400-EXIT
026700         WHEN 'B'
026800             PERFORM 5600-BROWSE-ROW THRU 5600-EXIT
026900         WHEN OTHER
027000             DISPLAY 'RTE0110E - ACTION MUST BE A, C, D, B, OR X'
027100     END-EVALUATE.
027200 4100-EXIT.
027300     EXIT.
027400**----------------------------------------------------------------
027500** 4200-EDIT-SCREEN-FIELDS - COMMON EDITS FOR BOTH THE SCREEN
027600**----------------------------------------------------------------
027700**             AND THE BATCH TRANSACTION PATH - A BLANK JOB-ID IS
027800**             THE REGION'S DEFAULT ROW, NOT AN ERROR
027900 4200-EDIT-SCREEN-FIELDS.
028000     SET RTE-SCR-VALID TO TRUE.
028100     MOVE RTE-SCR-REGION-CODE TO RTE-ROW-NAME-REGION.
028200     IF RTE-SCR-JOB-ID = SPACES
028300         MOVE '*DEFAULT' TO RTE-ROW-NAME-JOB
028400     ELSE
028500         MOVE RTE-SCR-JOB-ID TO RTE-ROW-NAME-JOB
028600     END-IF.
028700     IF RTE-SCR-OPERATOR-ID = SPACES
028800         DISPLAY 'RTE0111E - OPERATOR ID MAY NOT BE BLANK'
028900         SET RTE-SCR-INVALID TO TRUE
029000     END-IF.
029100     IF RTE-SCR-VALID
029200             AND (RTE-SCR-ACTION = 'A' OR RTE-SCR-ACTION = 'C'
029300                 OR RTE-SCR-ACTION = 'D')
029400         PERFORM 4250-CHECK-AUTHORITY THRU 4250-EXIT
029500     END-IF.
029600     IF RTE-SCR-REGION-CODE = SPACES
029700         DISPLAY 'RTE0112E - REGION CODE MAY NOT BE BLANK'
029800         SET RTE-SCR-INVALID TO TRUE
029900     END-IF.
030000     IF RTE-SCR-ACTION = 'A' OR RTE-SCR-ACTION = 'C'
030100         IF RTE-SCR-PER-PAGE NOT NUMERIC
030200                 OR RTE-SCR-PER-LINE NOT NUMERIC
030300             DISPLAY 'RTE0113E - RATES MUST BE NUMERIC'
030400             SET RTE-SCR-INVALID TO TRUE
030500         END-IF
030600     END-IF.
030700** EVERY KEYED ACTION NEEDS THE EFFECTIVE-FROM THAT IDENTIFIES
030800** THE ROW; A BLANK OR ZERO EFFECTIVE-TO READS AS OPEN-ENDED.
030900     IF RTE-SCR-ACTION = 'A' OR RTE-SCR-ACTION = 'C'
031000             OR RTE-SCR-ACTION = 'D'
031100         IF RTE-SCR-EFF-FROM NOT NUMERIC
031200                 OR RTE-SCR-EFF-FROM = ZERO
031300             DISPLAY 'RTE0115E - EFFECTIVE FROM MUST BE AN'
031400             DISPLAY '           8-DIGIT DATE'
031500             SET RTE-SCR-INVALID TO TRUE
031600         END-IF
031700     END-IF.
031800     IF RTE-SCR-ACTION = 'A' OR RTE-SCR-ACTION = 'C'
031900         IF RTE-SCR-EFF-TO NOT NUMERIC
032000                 OR RTE-SCR-EFF-TO = ZERO
032100             MOVE 99999999 TO RTE-SCR-EFF-TO
032200         END-IF
032300         IF RTE-SCR-VALID
032400                 AND RTE-SCR-EFF-TO < RTE-SCR-EFF-FROM
032500             DISPLAY 'RTE0116E - EFFECTIVE TO IS BEFORE'
032600             DISPLAY '           EFFECTIVE FROM'
032700             SET RTE-SCR-INVALID TO TRUE
032800         END-IF
032900     END-IF.
033000 4200-EXIT.
033100     EXIT.
033200**----------------------------------------------------------------
033300** 4250-CHECK-AUTHORITY - AN ADD, CHANGE, OR DELETE NEEDS AN
033400**----------------------------------------------------------------
033500**             ACTIVE OPERATOR HOLDING THE CHARGEBACK RATE
033600**             MAINTENANCE PRIVILEGE ON THE OPERATOR MASTER
033700 4250-CHECK-AUTHORITY.
033800     MOVE RTE-SCR-OPERATOR-ID TO OPP-OPERATOR-ID.
033900     SET OPP-PRIV-RATE-MAINT TO TRUE.
034000     MOVE 'RATEMNT' TO OPP-PROGRAM.
034100     MOVE RTE-SCR-JOB-ID TO OPP-JOB-ID.
034200     CALL 'OPRCHK' USING OPERATOR-CHECK-PARM
034300     END-CALL.
034400     IF OPP-REFUSED
034500         DISPLAY 'RTE0170E - OPERATOR ' RTE-SCR-OPERATOR-ID
034600             ' NOT AUTHORIZED - ' OPP-REASON
034700         SET RTE-SCR-INVALID TO TRUE
034800     END-IF.
034900 4250-EXIT.
035000     EXIT.
035100**----------------------------------------------------------------
035200** 5000-ADD-ROW - WRITE A NEW RATE ROW AND AUDIT IT
035300**----------------------------------------------------------------
035400 5000-ADD-ROW.
035500     SET RTE-APPLY-OK TO TRUE.
035600     MOVE SPACES TO RTE-BEFORE-IMAGE.
035700     PERFORM 5800-MOVE-SCREEN-TO-MASTER THRU 5800-EXIT.
035800     WRITE RATE-MASTER-RECORD
035900         INVALID KEY
036000             DISPLAY 'RTE0120E - REGION, JOB AND EFFECTIVE-FROM'
036100             DISPLAY '           ALREADY ON THE MASTER - ADD'
036200             DISPLAY '           REJECTED: ' RTE-ROW-NAME
036300             SET RTE-APPLY-FAILED TO TRUE
036400     END-WRITE.
036500     IF RTE-APPLY-FAILED
036600         GO TO 5000-EXIT
036700     END-IF.
036800     MOVE RATE-MASTER-RECORD TO RTE-AFTER-IMAGE.
036900     PERFORM 6000-WRITE-MAINT-AUDIT THRU 6000-EXIT.
037000     DISPLAY 'RTE0121I - ROW ADDED: ' RTE-ROW-NAME.
037100** THE PRIOR OPEN ROW IS CLOSED ONLY NOW THAT THE NEW ROW IS
037200** SAFELY ON THE MASTER - A REJECTED ADD THEN LEAVES THE MASTER
037300** EXACTLY AS IT WAS, AS IN PMSTMNT.
037400     PERFORM 5100-CLOSE-PRIOR-ROW THRU 5100-EXIT.
037500 5000-EXIT.
037600     EXIT.
037700**----------------------------------------------------------------
037800** 5100-CLOSE-PRIOR-ROW - A FUTURE-DATED ADD SUPERSEDES THE ROW
037900**----------------------------------------------------------------
038000**             THAT CURRENTLY COVERS ITS EFFECTIVE-FROM FOR THE
038100**             SAME REGION AND JOB-ID, SO THAT ROW IS CLOSED AT
038200**             THE DAY BEFORE - EXACTLY ONE RATE STAYS IN EFFECT
038300**             FOR ANY CALL DATE - AND THE CLOSE IS AUDITED AS A
038400**             CHANGE IN ITS OWN RIGHT.  DATE ARITHMETIC USES THE
038500**             STANDARD INTEGER-OF-DATE / DATE-OF-INTEGER
038600**             FUNCTIONS, AS IN PMSTMNT.
038700 5100-CLOSE-PRIOR-ROW.
038800     SET RTE-PRIOR-NOT-FOUND TO TRUE.
038900     SET RTE-SCAN-NOT-DONE TO TRUE.
039000     MOVE RTE-SCR-REGION-CODE TO RATE-REGION-CODE.
039100     MOVE RTE-SCR-JOB-ID TO RATE-JOB-ID.
039200     MOVE ZERO TO RATE-EFF-FROM-DATE.
039300     START RATE-MASTER KEY NOT < RATE-KEY.
039400     IF RTE-RATEMSTR-STATUS NOT = '00'
039500         GO TO 5100-EXIT
039600     END-IF.
039700     PERFORM 5110-SCAN-ONE-PRIOR THRU 5110-EXIT
039800         UNTIL RTE-SCAN-DONE.
039900     IF RTE-PRIOR-NOT-FOUND
040000         GO TO 5100-EXIT
040100     END-IF.
040200     MOVE RTE-PRIOR-KEY TO RATE-KEY.
040300     READ RATE-MASTER
040400         INVALID KEY
040500             GO TO 5100-EXIT
040600     END-READ.
040700     MOVE RATE-MASTER-RECORD TO RTE-BEFORE-IMAGE.
040800     COMPUTE RTE-FROM-INTEGER =
040900         FUNCTION INTEGER-OF-DATE(RTE-SCR-EFF-FROM) - 1.
041000     COMPUTE RTE-DAY-BEFORE-DATE =
041100         FUNCTION DATE-OF-INTEGER(RTE-FROM-INTEGER).
041200     MOVE RTE-DAY-BEFORE-DATE TO RATE-EFF-TO-DATE.
041300     REWRITE RATE-MASTER-RECORD
041400         INVALID KEY
041500             DISPLAY 'RTE0117E - UNABLE TO CLOSE THE PRIOR ROW -'
041600             DISPLAY '           STATUS ' RTE-RATEMSTR-STATUS
041700             SET RTE-APPLY-FAILED TO TRUE
041800             GO TO 5100-EXIT
041900     END-REWRITE.
042000     MOVE RATE-MASTER-RECORD TO RTE-AFTER-IMAGE.
042100     MOVE RTE-SCR-ACTION TO RTE-SAVE-ACTION.
042200     MOVE 'C' TO RTE-SCR-ACTION.
042300     PERFORM 6000-WRITE-MAINT-AUDIT THRU 6000-EXIT.
042400     MOVE RTE-SAVE-ACTION TO RTE-SCR-ACTION.
042500     DISPLAY 'RTE0118I - PRIOR ROW CLOSED AT '
042600         RTE-DAY-BEFORE-DATE ' FOR: ' RTE-ROW-NAME.
042700 5100-EXIT.
042800     EXIT.
042900 5110-SCAN-ONE-PRIOR.
043000     READ RATE-MASTER NEXT RECORD
043100         AT END
043200             SET RTE-SCAN-DONE TO TRUE
043300             GO TO 5110-EXIT
043400     END-READ.
043500     IF RATE-REGION-CODE NOT = RTE-SCR-REGION-CODE
043600         OR RATE-JOB-ID NOT = RTE-SCR-JOB-ID
043700         OR RATE-EFF-FROM-DATE >= RTE-SCR-EFF-FROM
043800         SET RTE-SCAN-DONE TO TRUE
043900         GO TO 5110-EXIT
044000     END-IF.
044100     IF RATE-EFF-TO-DATE NUMERIC
044200         AND RATE-EFF-TO-DATE >= RTE-SCR-EFF-FROM
044300         SET RTE-PRIOR-FOUND TO TRUE
044400         MOVE RATE-KEY TO RTE-PRIOR-KEY
044500     END-IF.
044600 5110-EXIT.
044700     EXIT.
044800**----------------------------------------------------------------
044900** 5200-CHANGE-ROW - REWRITE AN EXISTING ROW AND AUDIT IT
045000**----------------------------------------------------------------
045100 5200-CHANGE-ROW.
045200     SET RTE-APPLY-OK TO TRUE.
045300     MOVE RTE-SCR-REGION-CODE TO RATE-REGION-CODE.
045400     MOVE RTE-SCR-JOB-ID TO RATE-JOB-ID.
045500     MOVE RTE-SCR-EFF-FROM TO RATE-EFF-FROM-DATE.
045600     READ RATE-MASTER
045700         INVALID KEY
045800             DISPLAY 'RTE0130E - REGION, JOB AND EFFECTIVE-FROM'
045900             DISPLAY '           NOT ON THE MASTER - CHANGE'
046000             DISPLAY '           REJECTED: ' RTE-ROW-NAME
046100             SET RTE-APPLY-FAILED TO TRUE
046200     END-READ.
046300     IF RTE-APPLY-FAILED
046400         GO TO 5200-EXIT
046500     END-IF.
046600     MOVE RATE-MASTER-RECORD TO RTE-BEFORE-IMAGE.
046700     PERFORM 5800-MOVE-SCREEN-TO-MASTER THRU 5800-EXIT.
046800     REWRITE RATE-MASTER-RECORD
046900         INVALID KEY
047000             DISPLAY 'RTE0131E - REWRITE FAILED - STATUS '
047100                 RTE-RATEMSTR-STATUS
047200             SET RTE-APPLY-FAILED TO TRUE
047300     END-REWRITE.
047400     IF RTE-APPLY-OK
047500         MOVE RATE-MASTER-RECORD TO RTE-AFTER-IMAGE
047600         PERFORM 6000-WRITE-MAINT-AUDIT THRU 6000-EXIT
047700         DISPLAY 'RTE0132I - ROW CHANGED: ' RTE-ROW-NAME
047800     END-IF.
047900 5200-EXIT.
048000     EXIT.
048100**----------------------------------------------------------------
048200** 5400-DELETE-ROW - DELETE AN EXISTING ROW AND AUDIT IT
048300**----------------------------------------------------------------
048400 5400-DELETE-ROW.
048500     SET RTE-APPLY-OK TO TRUE.
048600     MOVE RTE-SCR-REGION-CODE TO RATE-REGION-CODE.
048700     MOVE RTE-SCR-JOB-ID TO RATE-JOB-ID.
048800     MOVE RTE-SCR-EFF-FROM TO RATE-EFF-FROM-DATE.
048900     READ RATE-MASTER
049000         INVALID KEY
049100             DISPLAY 'RTE0140E - REGION, JOB AND EFFECTIVE-FROM'
049200             DISPLAY '           NOT ON THE MASTER - DELETE'
049300             DISPLAY '           REJECTED: ' RTE-ROW-NAME
049400             SET RTE-APPLY-FAILED TO TRUE
049500     END-READ.
049600     IF RTE-APPLY-FAILED
049700         GO TO 5400-EXIT
049800     END-IF.
049900     MOVE RATE-MASTER-RECORD TO RTE-BEFORE-IMAGE.
050000     DELETE RATE-MASTER
050100         INVALID KEY
050200             DISPLAY 'RTE0141E - DELETE FAILED - STATUS '
050300                 RTE-RATEMSTR-STATUS
050400             SET RTE-APPLY-FAILED TO TRUE
050500     END-DELETE.
050600     IF RTE-APPLY-OK
050700         MOVE SPACES TO RTE-AFTER-IMAGE
050800         PERFORM 6000-WRITE-MAINT-AUDIT THRU 6000-EXIT
050900         DISPLAY 'RTE0142I - ROW DELETED: ' RTE-ROW-NAME
051000     END-IF.
051100 5400-EXIT.
051200     EXIT.
051300**----------------------------------------------------------------
051400** 5600-BROWSE-ROW - DISPLAY THE FIRST ROW AT OR AFTER THE KEYED
051500**----------------------------------------------------------------
051600**             REGION, JOB-ID, AND EFFECTIVE-FROM - REPEAT WITH
051700**             THE KEY SHOWN TO WALK ON THROUGH THE MASTER
051800 5600-BROWSE-ROW.
051900     MOVE RTE-SCR-REGION-CODE TO RATE-REGION-CODE.
052000     MOVE RTE-SCR-JOB-ID TO RATE-JOB-ID.
052100     IF RTE-SCR-EFF-FROM NUMERIC
052200         MOVE RTE-SCR-EFF-FROM TO RATE-EFF-FROM-DATE
052300     ELSE
052400         MOVE ZERO TO RATE-EFF-FROM-DATE
052500     END-IF.
052600     START RATE-MASTER KEY NOT < RATE-KEY.
052700     IF RTE-RATEMSTR-STATUS NOT = '00'
052800         DISPLAY 'RTE0150I - NO ROW AT OR AFTER: ' RTE-ROW-NAME
052900         GO TO 5600-EXIT
053000     END-IF.
053100     READ RATE-MASTER NEXT RECORD
053200         AT END
053300             DISPLAY 'RTE0150I - NO ROW AT OR AFTER: '
053400                 RTE-ROW-NAME
053500             GO TO 5600-EXIT
053600     END-READ.
053700     PERFORM 5700-DISPLAY-ONE-ROW THRU 5700-EXIT.
053800 5600-EXIT.
053900     EXIT.
054000 5700-DISPLAY-ONE-ROW.
054100     DISPLAY 'REGION CODE..: ' RATE-REGION-CODE.
054200     IF RATE-JOB-ID = SPACES
054300         DISPLAY 'JOB ID.......: (REGION DEFAULT)'
054400     ELSE
054500         DISPLAY 'JOB ID.......: ' RATE-JOB-ID
054600     END-IF.
054700     DISPLAY 'EFF FROM.....: ' RATE-EFF-FROM-DATE.
054800     DISPLAY 'EFF TO.......: ' RATE-EFF-TO-DATE.
054900     DISPLAY 'PER PAGE.....: ' RATE-PER-PAGE.
055000     DISPLAY 'PER LINE.....: ' RATE-PER-LINE.
055100 5700-EXIT.
055200     EXIT.
055300**----------------------------------------------------------------
055400** 5800-MOVE-SCREEN-TO-MASTER - BUILD THE MASTER ROW FROM THE
055500**----------------------------------------------------------------
055600**             COMMON SCREEN FIELDS
055700 5800-MOVE-SCREEN-TO-MASTER.
055800     MOVE SPACES TO RATE-MASTER-RECORD.
055900     MOVE RTE-SCR-REGION-CODE TO RATE-REGION-CODE.
056000     MOVE RTE-SCR-JOB-ID TO RATE-JOB-ID.
056100     MOVE RTE-SCR-EFF-FROM TO RATE-EFF-FROM-DATE.
056200     MOVE RTE-SCR-EFF-TO TO RATE-EFF-TO-DATE.
056300     MOVE RTE-SCR-PER-PAGE TO RATE-PER-PAGE.
056400     MOVE RTE-SCR-PER-LINE TO RATE-PER-LINE.
056500 5800-EXIT.
056600     EXIT.
056700**----------------------------------------------------------------
056800** 6000-WRITE-MAINT-AUDIT - ONE BEFORE/AFTER IMAGE RECORD PER
056900**----------------------------------------------------------------
057000**             APPLIED CHANGE - THE TIME IS RE-ACCEPTED SO A LONG
057100**             SCREEN SESSION STAMPS EACH CHANGE WHEN IT HAPPENED,
057200**             NOT WHEN THE SESSION STARTED
057300 6000-WRITE-MAINT-AUDIT.
057400     ACCEPT RTE-CURRENT-DATE FROM DATE YYYYMMDD.
057500     ACCEPT RTE-CURRENT-TIME FROM TIME.
057600     MOVE RTE-CURRENT-DATE TO RTAU-CHANGE-DATE.
057700     MOVE RTE-CURRENT-TIME TO RTAU-CHANGE-TIME.
057800     MOVE RTE-SCR-OPERATOR-ID TO RTAU-OPERATOR-ID.
057900     IF RTE-MODE-BATCH
058000         SET RTAU-SOURCE-BATCH TO TRUE
058100     ELSE
058200         SET RTAU-SOURCE-SCREEN TO TRUE
058300     END-IF.
058400     MOVE RTE-SCR-ACTION TO RTAU-ACTION-SW.
058500     MOVE RTE-BEFORE-IMAGE TO RTAU-BEFORE-IMAGE.
058600     MOVE RTE-AFTER-IMAGE TO RTAU-AFTER-IMAGE.
058700     WRITE RATE-AUDIT-RECORD.
058800 6000-EXIT.
058900     EXIT.
059000**----------------------------------------------------------------
059100** 7000-PROCESS-TRAN-FILE - BATCH BULK LOAD, ONE MAINTENANCE
059200**----------------------------------------------------------------
059300**             ACTION PER TRANSACTION RECORD, SHARING THE SCREEN
059400**             PATH'S EDIT AND APPLY PARAGRAPHS
059500 7000-PROCESS-TRAN-FILE.
059600     OPEN INPUT MAINT-TRAN.
059700     IF RTE-RTTRAN-STATUS NOT = '00'
059800         DISPLAY 'RTE0160E - UNABLE TO OPEN TRANSACTION FILE'
059900         MOVE 16 TO RTE-WORST-RC
060000         GO TO 7000-EXIT
060100     END-IF.
060200     SET RTE-TRAN-NOT-EOF TO TRUE.
060300     PERFORM 7100-PROCESS-ONE-TRAN THRU 7100-EXIT
060400         UNTIL RTE-TRAN-EOF.
060500     CLOSE MAINT-TRAN.
060600     DISPLAY 'RTE0161I - BULK LOAD COMPLETE - READ: '
060700         RTE-TRAN-COUNT
060800         ' APPLIED: ' RTE-APPLIED-COUNT
060900         ' REJECTED: ' RTE-REJECT-COUNT.
061000 7000-EXIT.
061100     EXIT.
061200 7100-PROCESS-ONE-TRAN.
061300     READ MAINT-TRAN
061400         AT END
061500             SET RTE-TRAN-EOF TO TRUE
061600     END-READ.
061700     IF RTE-TRAN-NOT-EOF
061800         ADD 1 TO RTE-TRAN-COUNT
061900         PERFORM 7200-APPLY-ONE-TRAN THRU 7200-EXIT
062000     END-IF.
062100 7100-EXIT.
062200     EXIT.
062300 7200-APPLY-ONE-TRAN.
062400     PERFORM 7300-MOVE-TRAN-TO-SCREEN THRU 7300-EXIT.
062500     IF RTE-SCR-ACTION NOT = 'A' AND RTE-SCR-ACTION NOT = 'C'
062600             AND RTE-SCR-ACTION NOT = 'D'
062700         DISPLAY 'RTE0162W - TRAN ' RTE-TRAN-COUNT
062800             ' ACTION NOT A, C, OR D - REJECTED'
062900         PERFORM 7400-COUNT-ONE-REJECT THRU 7400-EXIT
063000         GO TO 7200-EXIT
063100     END-IF.
063200     PERFORM 4200-EDIT-SCREEN-FIELDS THRU 4200-EXIT.
063300     IF RTE-SCR-INVALID
063400         DISPLAY 'RTE0163W - TRAN ' RTE-TRAN-COUNT
063500             ' FAILED EDITS - REJECTED'
063600         PERFORM 7400-COUNT-ONE-REJECT THRU 7400-EXIT
063700         GO TO 7200-EXIT
063800     END-IF.
063900     SET RTE-APPLY-OK TO TRUE.
064000     EVALUATE RTE-SCR-ACTION
064100         WHEN 'A'
064200             PERFORM 5000-ADD-ROW THRU 5000-EXIT
064300         WHEN 'C'
064400             PERFORM 5200-CHANGE-ROW THRU 5200-EXIT
064500         WHEN 'D'
064600             PERFORM 5400-DELETE-ROW THRU 5400-EXIT
064700     END-EVALUATE.
064800     IF RTE-APPLY-OK
064900         ADD 1 TO RTE-APPLIED-COUNT
065000     ELSE
065100         PERFORM 7400-COUNT-ONE-REJECT THRU 7400-EXIT
065200     END-IF.
065300 7200-EXIT.
065400     EXIT.
065500 7300-MOVE-TRAN-TO-SCREEN.
065600     MOVE RTTR-ACTION-CODE TO RTE-SCR-ACTION.
065700     MOVE RTTR-OPERATOR-ID TO RTE-SCR-OPERATOR-ID.
065800     MOVE RTTR-REGION-CODE TO RTE-SCR-REGION-CODE.
065900     MOVE RTTR-JOB-ID TO RTE-SCR-JOB-ID.
066000     MOVE RTTR-EFF-FROM-DATE TO RTE-SCR-EFF-FROM.
066100     MOVE RTTR-EFF-TO-DATE TO RTE-SCR-EFF-TO.
066200     MOVE RTTR-PER-PAGE TO RTE-SCR-PER-PAGE.
066300     MOVE RTTR-PER-LINE TO RTE-SCR-PER-LINE.
066400 7300-EXIT.
066500     EXIT.
066600 7400-COUNT-ONE-REJECT.
066700     ADD 1 TO RTE-REJECT-COUNT.
066800     IF RTE-WORST-RC < 8
066900         MOVE 8 TO RTE-WORST-RC
067000     END-IF.
067100 7400-EXIT.
067200     EXIT.
067300**----------------------------------------------------------------
067400** 9000-TERMINATE - CLOSE THE FILES OPENED AT ENTRY
067500**----------------------------------------------------------------
067600 9000-TERMINATE.
067700     CLOSE RATE-MASTER.
067800     CLOSE MAINT-AUDIT.
067900 9000-EXIT.
068000     EXIT.
