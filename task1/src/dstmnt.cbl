000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSTMNT.
000300 AUTHOR.        D SHEPPARD.
000400 INSTALLATION.  APPLICATIONS PROGRAMMING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700**----------------------------------------------------------------
000800*REMARKS.
000900*    MAINTAINS THE REPORT DISTRIBUTION MASTER (DISTMSTR) THAT THE
001000*    NIGHTLY DELIVERY MANIFEST DLVMAN ROUTES THE DAY'S PRINTED
001100*    OUTPUT BY - ONE ROW PER JOB-ID AND REGION CODE WITH THE
001200*    RECIPIENT DEPARTMENT, THE NUMBER OF COPIES, AND THE DELIVERY
001300*    METHOD (SEE DSTREC).  AN OPERATOR ENTRY SCREEN SUPPORTS ADD,
001400*    CHANGE, DELETE, AND BROWSE; A BATCH TRANSACTION-FILE MODE
001500*    SUPPORTS BULK LOADS.  EVERY APPLIED CHANGE IS LOGGED TO THE
001600*    MAINTENANCE AUDIT FILE WITH A BEFORE AND AFTER IMAGE OF THE
001700*    ROW, AS RGNMNT DOES FOR THE REGION MASTER.  ADD, CHANGE, AND
001800*    DELETE NEED AN ACTIVE OPERATOR HOLDING THE REPORT
001900*    DISTRIBUTION MAINTENANCE PRIVILEGE ON THE OPERATOR MASTER
002000*    (OPRCHK).
002100**
002200*MOD LOG.
002300*  2026-10-15 DRS  INITIAL VERSION - SCREEN AND BATCH MAINTENANCE
002400*                  OF THE REPORT DISTRIBUTION MASTER WITH A
002500*                  BEFORE/AFTER IMAGE MAINTENANCE AUDIT FILE.
002600**----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DIST-MASTER ASSIGN TO DISTMSTR
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS DIST-KEY
003400         FILE STATUS IS DSM-DISTMSTR-STATUS.
003500     SELECT MAINT-TRAN ASSIGN TO DSTRAN
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS DSM-DSTRAN-STATUS.
003800     SELECT MAINT-AUDIT ASSIGN TO DSAUDIT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS DSM-DSAUDIT-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  DIST-MASTER
004400     LABEL RECORDS ARE STANDARD.
004500 COPY DSTREC.
004600 FD  MAINT-TRAN
004700     LABEL RECORDS ARE STANDARD.
004800 COPY DSTRNREC.
004900 FD  MAINT-AUDIT
005000     LABEL RECORDS ARE STANDARD.
005100 COPY DSAUDREC.
005200 WORKING-STORAGE SECTION.
005300**----------------------------------------------------------------
005400** DSTMNT WORKING FIELDS
005500**----------------------------------------------------------------
005600 01  DSM-RAW-CMDLINE            PIC X(250).
005700 01  DSM-FIRST-TOKEN            PIC X(20).
005800 01  DSM-CURRENT-DATE           PIC 9(08).
005900 01  DSM-CURRENT-TIME           PIC 9(08).
006000 01  DSM-WORST-RC               PIC S9(04) COMP.
006100 01  DSM-TRAN-COUNT             PIC 9(05) COMP.
006200 01  DSM-APPLIED-COUNT          PIC 9(05) COMP.
006300 01  DSM-REJECT-COUNT           PIC 9(05) COMP.
006400**
006500** BEFORE/AFTER IMAGES ARE STAGED HERE SO A FAILED I-O CAN BE
006600** ABANDONED WITHOUT HAVING TOUCHED THE AUDIT RECORD BUFFER.
006700 01  DSM-BEFORE-IMAGE           PIC X(64).
006800 01  DSM-AFTER-IMAGE            PIC X(64).
006900** ROW IDENTIFICATION FOR THE OPERATOR MESSAGES - JOB-ID, THEN
007000** REGION CODE.
007100 01  DSM-ROW-NAME.
007200     05  DSM-ROW-NAME-JOB       PIC X(08).
007300     05  FILLER                 PIC X(01) VALUE SPACE.
007400     05  DSM-ROW-NAME-REGION    PIC X(04).
007500**
007600 01  DSM-MODE-SW                PIC X(01).
007700     88  DSM-MODE-SCREEN                VALUE 'S'.
007800     88  DSM-MODE-BATCH                 VALUE 'B'.
007900 01  DSM-ABORT-SW               PIC X(01).
008000     88  DSM-ABORT-REQUESTED            VALUE 'Y'.
008100     88  DSM-ABORT-NOT-REQUESTED        VALUE 'N'.
008200 01  DSM-SCREEN-DONE-SW         PIC X(01).
008300     88  DSM-SCREEN-DONE                VALUE 'Y'.
008400     88  DSM-SCREEN-NOT-DONE            VALUE 'N'.
008500 01  DSM-TRAN-EOF-SW            PIC X(01).
008600     88  DSM-TRAN-EOF                   VALUE 'Y'.
008700     88  DSM-TRAN-NOT-EOF               VALUE 'N'.
008800 01  DSM-APPLY-SW               PIC X(01).
008900     88  DSM-APPLY-OK                   VALUE 'Y'.
009000     88  DSM-APPLY-FAILED               VALUE 'N'.
009100**
009200 01  DSM-DISTMSTR-STATUS        PIC X(02).
009300 01  DSM-DSTRAN-STATUS          PIC X(02).
009400 01  DSM-DSAUDIT-STATUS         PIC X(02).
009500**
009600** OPERATOR AUTHORIZATION CHECK PARAMETER AREA (COPYBOOK) - SEE
009700** 4250.  OPRCHK LOGS ITS OWN REFUSAL EVENTS.
009800 COPY OPRPARM.
009900**----------------------------------------------------------------
010000** MAINTENANCE ENTRY SCREEN WORKING FIELDS - BATCH MODE MOVES
010100** EACH TRANSACTION INTO THESE SAME FIELDS SO BOTH MODES SHARE
010200** THE EDIT AND APPLY PARAGRAPHS.
010300**----------------------------------------------------------------
010400 01  DSM-SCREEN-FIELDS.
010500     05  DSM-SCR-ACTION             PIC X(01).
010600     05  DSM-SCR-OPERATOR-ID        PIC X(08).
010700     05  DSM-SCR-JOB-ID             PIC X(08).
010800     05  DSM-SCR-REGION-CODE        PIC X(04).
010900     05  DSM-SCR-RECIPIENT-DEPT     PIC X(30).
011000     05  DSM-SCR-COPIES             PIC 9(03).
011100     05  DSM-SCR-DELIVERY-SW        PIC X(01).
011200         88  DSM-SCR-DELIVERY-VALID         VALUE 'M' 'C' 'P' 'E'.
011300     05  DSM-SCR-VALID-SW           PIC X(01).
011400         88  DSM-SCR-VALID                  VALUE 'Y'.
011500         88  DSM-SCR-INVALID                VALUE 'N'.
011600 SCREEN SECTION.
011700 01  DSM-ENTRY-SCREEN.
011800     05  BLANK SCREEN.
011900     05  LINE 01 COLUMN 01 VALUE
012000         'REPORT DISTRIBUTION MAINTENANCE'.
012100     05  LINE 03 COLUMN 01 VALUE 'ACTION (A/C/D/B/X):'.
012200     05  LINE 03 COLUMN 22 PIC X(01) USING DSM-SCR-ACTION.
012300     05  LINE 04 COLUMN 01 VALUE 'OPERATOR ID.......:'.
012400     05  LINE 04 COLUMN 22 PIC X(08) USING DSM-SCR-OPERATOR-ID.
012500     05  LINE 05 COLUMN 01 VALUE 'JOB ID............:'.
012600     05  LINE 05 COLUMN 22 PIC X(08) USING DSM-SCR-JOB-ID.
012700     05  LINE 06 COLUMN 01 VALUE 'REGION CODE.......:'.
012800     05  LINE 06 COLUMN 22 PIC X(04) USING DSM-SCR-REGION-CODE.
012900     05  LINE 08 COLUMN 01 VALUE 'RECIPIENT DEPT....:'.
013000     05  LINE 08 COLUMN 22 PIC X(30)
013100         USING DSM-SCR-RECIPIENT-DEPT.
013200     05  LINE 09 COLUMN 01 VALUE 'COPIES............:'.
013300     05  LINE 09 COLUMN 22 PIC 9(03) USING DSM-SCR-COPIES.
013400     05  LINE 10 COLUMN 01 VALUE 'DELIVERY METHOD...:'.
013500     05  LINE 10 COLUMN 22 PIC X(01) USING DSM-SCR-DELIVERY-SW.
013600     05  LINE 10 COLUMN 26 VALUE
013700         '(M=MAIL C=COURIER P=PICKUP E=ELECTRONIC)'.
013800 PROCEDURE DIVISION.
013900**----------------------------------------------------------------
014000** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
014100**----------------------------------------------------------------
014200 0000-MAINLINE.
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014400     IF DSM-ABORT-REQUESTED
014500         GO TO 0000-EXIT-ABORT
014600     END-IF.
014700     PERFORM 2000-DETERMINE-MODE THRU 2000-EXIT.
014800     IF DSM-MODE-BATCH
014900         PERFORM 7000-PROCESS-TRAN-FILE THRU 7000-EXIT
015000     ELSE
015100         PERFORM 4000-RUN-MAINT-SCREEN THRU 4000-EXIT
015200     END-IF.
015300     MOVE DSM-WORST-RC TO RETURN-CODE.
015400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015500     STOP RUN.
015600 0000-EXIT-ABORT.
015700     MOVE DSM-WORST-RC TO RETURN-CODE.
015800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015900     STOP RUN.
016000**----------------------------------------------------------------
016100** 1000-INITIALIZE - OPEN THE MASTER AND THE MAINTENANCE AUDIT,
016200**----------------------------------------------------------------
016300**             CREATING AN EMPTY MASTER ON FIRST USE SO THE VERY
016400**             FIRST BULK LOAD DOES NOT NEED A HAND-BUILT FILE
016500 1000-INITIALIZE.
016600     SET DSM-MODE-SCREEN TO TRUE.
016700     SET DSM-ABORT-NOT-REQUESTED TO TRUE.
016800     SET DSM-SCREEN-NOT-DONE TO TRUE.
016900     MOVE ZERO TO DSM-WORST-RC.
017000     MOVE ZERO TO DSM-TRAN-COUNT.
017100     MOVE ZERO TO DSM-APPLIED-COUNT.
017200     MOVE ZERO TO DSM-REJECT-COUNT.
017300     MOVE SPACES TO DSM-SCREEN-FIELDS.
017400     ACCEPT DSM-CURRENT-DATE FROM DATE YYYYMMDD.
017500     ACCEPT DSM-CURRENT-TIME FROM TIME.
017600     ACCEPT DSM-RAW-CMDLINE FROM COMMAND-LINE.
017700     OPEN I-O DIST-MASTER.
017800     IF DSM-DISTMSTR-STATUS = '35'
017900         OPEN OUTPUT DIST-MASTER
018000         CLOSE DIST-MASTER
018100         OPEN I-O DIST-MASTER
018200     END-IF.
018300     IF DSM-DISTMSTR-STATUS NOT = '00'
018400         DISPLAY 'DSM0101E - UNABLE TO OPEN REPORT DISTRIBUTION'
018500         DISPLAY '           MASTER - RUN REJECTED - STATUS '
018600             DSM-DISTMSTR-STATUS
018700         SET DSM-ABORT-REQUESTED TO TRUE
018800         MOVE 16 TO DSM-WORST-RC
018900         GO TO 1000-EXIT
019000     END-IF.
019100     OPEN EXTEND MAINT-AUDIT.
019200     IF DSM-DSAUDIT-STATUS NOT = '00'
019300         DISPLAY 'DSM0102E - UNABLE TO OPEN MAINTENANCE AUDIT -'
019400         DISPLAY '           NO CHANGES ALLOWED - RUN REJECTED'
019500         SET DSM-ABORT-REQUESTED TO TRUE
019600         MOVE 16 TO DSM-WORST-RC
019700     END-IF.
019800 1000-EXIT.
019900     EXIT.
020000**----------------------------------------------------------------
020100** 2000-DETERMINE-MODE - BATCH KEYWORD AS THE FIRST COMMAND-LINE
020200**----------------------------------------------------------------
020300**             TOKEN SELECTS THE TRANSACTION-FILE BULK LOAD MODE
020400 2000-DETERMINE-MODE.
020500     UNSTRING DSM-RAW-CMDLINE DELIMITED BY ALL SPACE
020600         INTO DSM-FIRST-TOKEN
020700     END-UNSTRING.
020800     IF DSM-FIRST-TOKEN = 'BATCH'
020900         SET DSM-MODE-BATCH TO TRUE
021000     ELSE
021100         SET DSM-MODE-SCREEN TO TRUE
021200     END-IF.
021300 2000-EXIT.
021400     EXIT.
021500**----------------------------------------------------------------
021600** 4000-RUN-MAINT-SCREEN - OPERATOR MAINTENANCE LOOP, ONE ACTION
021700**----------------------------------------------------------------
021800**             PER SCREEN ACCEPT, UNTIL THE OPERATOR EXITS WITH X
021900 4000-RUN-MAINT-SCREEN.
022000     PERFORM 4100-PROCESS-ONE-SCREEN THRU 4100-EXIT
022100         UNTIL DSM-SCREEN-DONE.
022200 4000-EXIT.
022300     EXIT.
022400 4100-PROCESS-ONE-SCREEN.
022500     MOVE SPACE TO DSM-SCR-ACTION.
022600     MOVE SPACES TO DSM-SCR-JOB-ID.
022700     MOVE SPACES TO DSM-SCR-REGION-CODE.
022800     MOVE SPACES TO DSM-SCR-RECIPIENT-DEPT.
022900     MOVE ZERO TO DSM-SCR-COPIES.
023000     MOVE SPACE TO DSM-SCR-DELIVERY-SW.
023100     DISPLAY DSM-ENTRY-SCREEN.
023200     ACCEPT DSM-ENTRY-SCREEN.
023300     IF DSM-SCR-ACTION = 'X'
023400         SET DSM-SCREEN-DONE TO TRUE
023500         GO TO 4100-EXIT
023600     END-IF.
023700     PERFORM 4200-EDIT-SCREEN-FIELDS THRU 4200-EXIT.
023800     IF DSM-SCR-INVALID
023900         GO TO 4100-EXIT
024000     END-IF.
024100     EVALUATE DSM-SCR-ACTION
024200         WHEN 'A'
024300             PERFORM 5000-ADD-ROW THRU 5000-EXIT
024400         WHEN 'C'
024500             PERFORM 5200-CHANGE-ROW THRU 5200-EXIT
024600         WHEN 'D'
024700             PERFORM 5400-DELETE-ROW THRU 5400-EXIT
024800         WHEN 'B'
024900             PERFORM 5600-BROWSE-ROW THRU 5600-EXIT
025000         WHEN OTHER
025100             DISPLAY 'DSM0110E - ACTION MUST BE A, C, D, B, OR X'
025200     END-EVALUATE.
025300 4100-EXIT.
025400     EXIT.
025500**----------------------------------------------------------------
025600** 4200-EDIT-SCREEN-FIELDS - COMMON EDITS FOR BOTH THE SCREEN
025700**----------------------------------------------------------------
025800**             AND THE BATCH TRANSACTION PATH
025900 4200-EDIT-SCREEN-FIELDS.
026000     SET DSM-SCR-VALID TO TRUE.
026100     MOVE DSM-SCR-JOB-ID TO DSM-ROW-NAME-JOB.
026200     MOVE DSM-SCR-REGION-CODE TO DSM-ROW-NAME-REGION.
026300     IF DSM-SCR-OPERATOR-ID = SPACES
026400         DISPLAY 'DSM0111E - OPERATOR ID MAY NOT BE BLANK'
026500         SET DSM-SCR-INVALID TO TRUE
026600     END-IF.
026700     IF DSM-SCR-VALID
026800             AND (DSM-SCR-ACTION = 'A' OR DSM-SCR-ACTION = 'C'
026900                 OR DSM-SCR-ACTION = 'D')
027000         PERFORM 4250-CHECK-AUTHORITY THRU 4250-EXIT
027100     END-IF.
027200     IF DSM-SCR-ACTION = 'A' OR DSM-SCR-ACTION = 'C'
027300             OR DSM-SCR-ACTION = 'D'
027400         IF DSM-SCR-JOB-ID = SPACES
027500             DISPLAY 'DSM0112E - JOB ID MAY NOT BE BLANK'
027600             SET DSM-SCR-INVALID TO TRUE
027700         END-IF
027800         IF DSM-SCR-REGION-CODE = SPACES
027900             DISPLAY 'DSM0113E - REGION CODE MAY NOT BE BLANK'
028000             SET DSM-SCR-INVALID TO TRUE
028100         END-IF
028200     END-IF.
028300     IF DSM-SCR-ACTION = 'A' OR DSM-SCR-ACTION = 'C'
028400         IF DSM-SCR-RECIPIENT-DEPT = SPACES
028500             DISPLAY 'DSM0114E - RECIPIENT DEPARTMENT MAY NOT BE'
028600             DISPLAY '           BLANK'
028700             SET DSM-SCR-INVALID TO TRUE
028800         END-IF
028900         IF DSM-SCR-COPIES NOT NUMERIC
029000                 OR DSM-SCR-COPIES = ZERO
029100             DISPLAY 'DSM0115E - COPIES MUST BE 1 TO 999'
029200             SET DSM-SCR-INVALID TO TRUE
029300         END-IF
029400         IF NOT DSM-SCR-DELIVERY-VALID
029500             DISPLAY 'DSM0116E - DELIVERY METHOD MUST BE M, C, P,'
029600             DISPLAY '           OR E'
029700             SET DSM-SCR-INVALID TO TRUE
029800         END-IF
029900     END-IF.
030000 4200-EXIT.
030100     EXIT.
030200**----------------------------------------------------------------
030300** 4250-CHECK-AUTHORITY - AN ADD, CHANGE, OR DELETE NEEDS AN
030400**----------------------------------------------------------------
030500**             ACTIVE OPERATOR HOLDING THE REPORT DISTRIBUTION
030600**             MAINTENANCE PRIVILEGE ON THE OPERATOR MASTER
030700 4250-CHECK-AUTHORITY.
030800     MOVE DSM-SCR-OPERATOR-ID TO OPP-OPERATOR-ID.
030900     SET OPP-PRIV-DIST-MAINT TO TRUE.
031000     MOVE 'DSTMNT' TO OPP-PROGRAM.
031100     MOVE DSM-SCR-JOB-ID TO OPP-JOB-ID.
031200     CALL 'OPRCHK' USING OPERATOR-CHECK-PARM
031300     END-CALL.
031400     IF OPP-REFUSED
031500         DISPLAY 'DSM0170E - OPERATOR ' DSM-SCR-OPERATOR-ID
031600             ' NOT AUTHORIZED - ' OPP-REASON
031700         SET DSM-SCR-INVALID TO TRUE
031800     END-IF.
031900 4250-EXIT.
032000     EXIT.
032100**----------------------------------------------------------------
032200** 5000-ADD-ROW - WRITE A NEW DISTRIBUTION ROW AND AUDIT IT
032300**----------------------------------------------------------------
032400 5000-ADD-ROW.
032500     SET DSM-APPLY-OK TO TRUE.
032600     MOVE SPACES TO DSM-BEFORE-IMAGE.
032700     PERFORM 5800-MOVE-SCREEN-TO-MASTER THRU 5800-EXIT.
032800     WRITE DIST-MASTER-RECORD
032900         INVALID KEY
033000             DISPLAY 'DSM0120E - JOB-ID AND REGION ALREADY ON THE'
033100             DISPLAY '           MASTER - ADD REJECTED: '
033200                 DSM-ROW-NAME
033300             SET DSM-APPLY-FAILED TO TRUE
033400     END-WRITE.
033500     IF DSM-APPLY-OK
033600         MOVE DIST-MASTER-RECORD TO DSM-AFTER-IMAGE
033700         PERFORM 6000-WRITE-MAINT-AUDIT THRU 6000-EXIT
033800         DISPLAY 'DSM0121I - ROW ADDED: ' DSM-ROW-NAME
033900     END-IF.
034000 5000-EXIT.
034100     EXIT.
034200**----------------------------------------------------------------
034300** 5200-CHANGE-ROW - REWRITE AN EXISTING ROW AND AUDIT IT
034400**----------------------------------------------------------------
034500 5200-CHANGE-ROW.
034600     SET DSM-APPLY-OK TO TRUE.
034700     MOVE DSM-SCR-JOB-ID TO DIST-JOB-ID.
034800     MOVE DSM-SCR-REGION-CODE TO DIST-REGION-CODE.
034900     READ DIST-MASTER
035000         INVALID KEY
035100             DISPLAY 'DSM0130E - JOB-ID AND REGION NOT ON THE'
035200             DISPLAY '           MASTER - CHANGE REJECTED: '
035300                 DSM-ROW-NAME
035400             SET DSM-APPLY-FAILED TO TRUE
035500     END-READ.
035600     IF DSM-APPLY-FAILED
035700         GO TO 5200-EXIT
035800     END-IF.
035900     MOVE DIST-MASTER-RECORD TO DSM-BEFORE-IMAGE.
036000     PERFORM 5800-MOVE-SCREEN-TO-MASTER THRU 5800-EXIT.
036100     REWRITE DIST-MASTER-RECORD
036200         INVALID KEY
036300             DISPLAY 'DSM0131E - REWRITE FAILED - STATUS '
036400                 DSM-DISTMSTR-STATUS
036500             SET DSM-APPLY-FAILED TO TRUE
036600     END-REWRITE.
036700     IF DSM-APPLY-OK
036800         MOVE DIST-MASTER-RECORD TO DSM-AFTER-IMAGE
036900         PERFORM 6000-WRITE-MAINT-AUDIT THRU 6000-EXIT
037000         DISPLAY 'DSM0132I - ROW CHANGED: ' DSM-ROW-NAME
037100     END-IF.
037200 5200-EXIT.
037300     EXIT.
037400**----------------------------------------------------------------
037500** 5400-DELETE-ROW - DELETE AN EXISTING ROW AND AUDIT IT
037600**----------------------------------------------------------------
037700 5400-DELETE-ROW.
037800     SET DSM-APPLY-OK TO TRUE.
037900     MOVE DSM-SCR-JOB-ID TO DIST-JOB-ID.
038000     MOVE DSM-SCR-REGION-CODE TO DIST-REGION-CODE.
038100     READ DIST-MASTER
038200         INVALID KEY
038300             DISPLAY 'DSM0140E - JOB-ID AND REGION NOT ON THE'
038400             DISPLAY '           MASTER - DELETE REJECTED: '
038500                 DSM-ROW-NAME
038600             SET DSM-APPLY-FAILED TO TRUE
038700     END-READ.
038800     IF DSM-APPLY-FAILED
038900         GO TO 5400-EXIT
039000     END-IF.
039100     MOVE DIST-MASTER-RECORD TO DSM-BEFORE-IMAGE.
039200     DELETE DIST-MASTER
039300         INVALID KEY
039400             DISPLAY 'DSM0141E - DELETE FAILED - STATUS '
039500                 DSM-DISTMSTR-STATUS
039600             SET DSM-APPLY-FAILED TO TRUE
039700     END-DELETE.
039800     IF DSM-APPLY-OK
039900         MOVE SPACES TO DSM-AFTER-IMAGE
040000         PERFORM 6000-WRITE-MAINT-AUDIT THRU 6000-EXIT
040100         DISPLAY 'DSM0142I - ROW DELETED: ' DSM-ROW-NAME
040200     END-IF.
040300 5400-EXIT.
040400     EXIT.
040500**----------------------------------------------------------------
040600** 5600-BROWSE-ROW - DISPLAY THE FIRST ROW AT OR AFTER THE KEYED
040700**----------------------------------------------------------------
040800**             JOB-ID AND REGION - REPEAT WITH THE KEY SHOWN TO
040900**             WALK ON THROUGH THE MASTER
041000 5600-BROWSE-ROW.
041100     MOVE DSM-SCR-JOB-ID TO DIST-JOB-ID.
041200     MOVE DSM-SCR-REGION-CODE TO DIST-REGION-CODE.
041300     START DIST-MASTER KEY NOT < DIST-KEY.
041400     IF DSM-DISTMSTR-STATUS NOT = '00'
041500         DISPLAY 'DSM0150I - NO ROW AT OR AFTER: ' DSM-ROW-NAME
041600         GO TO 5600-EXIT
041700     END-IF.
041800     READ DIST-MASTER NEXT RECORD
041900         AT END
042000             DISPLAY 'DSM0150I - NO ROW AT OR AFTER: '
042100                 DSM-ROW-NAME
042200             GO TO 5600-EXIT
042300     END-READ.
042400     PERFORM 5700-DISPLAY-ONE-ROW THRU 5700-EXIT.
042500 5600-EXIT.
042600     EXIT.
042700 5700-DISPLAY-ONE-ROW.
042800     DISPLAY 'JOB ID.......: ' DIST-JOB-ID.
042900     DISPLAY 'REGION CODE..: ' DIST-REGION-CODE.
043000     DISPLAY 'RECIPIENT....: ' DIST-RECIPIENT-DEPT.
043100     DISPLAY 'COPIES.......: ' DIST-COPIES.
043200     EVALUATE TRUE
043300         WHEN DIST-DELIVER-MAIL
043400             DISPLAY 'DELIVERY.....: M (INTERNAL MAIL)'
043500         WHEN DIST-DELIVER-COURIER
043600             DISPLAY 'DELIVERY.....: C (COURIER)'
043700         WHEN DIST-DELIVER-PICKUP
043800             DISPLAY 'DELIVERY.....: P (PICKUP AT PRINT ROOM)'
043900         WHEN DIST-DELIVER-ELECTRONIC
044000             DISPLAY 'DELIVERY.....: E (ELECTRONIC)'
044100         WHEN OTHER
044200             DISPLAY 'DELIVERY.....: ' DIST-DELIVERY-SW
044300     END-EVALUATE.
044400 5700-EXIT.
044500     EXIT.
044600**----------------------------------------------------------------
044700** 5800-MOVE-SCREEN-TO-MASTER - BUILD THE MASTER ROW FROM THE
044800**----------------------------------------------------------------
044900**             COMMON SCREEN FIELDS
045000 5800-MOVE-SCREEN-TO-MASTER.
045100     MOVE SPACES TO DIST-MASTER-RECORD.
045200     MOVE DSM-SCR-JOB-ID TO DIST-JOB-ID.
045300     MOVE DSM-SCR-REGION-CODE TO DIST-REGION-CODE.
045400     MOVE DSM-SCR-RECIPIENT-DEPT TO DIST-RECIPIENT-DEPT.
045500     MOVE DSM-SCR-COPIES TO DIST-COPIES.
045600     MOVE DSM-SCR-DELIVERY-SW TO DIST-DELIVERY-SW.
045700 5800-EXIT.
045800     EXIT.
045900**----------------------------------------------------------------
046000** 6000-WRITE-MAINT-AUDIT - ONE BEFORE/AFTER IMAGE RECORD PER
046100**----------------------------------------------------------------
046200**             APPLIED CHANGE - THE TIME IS RE-ACCEPTED SO A LONG
046300**             SCREEN SESSION STAMPS EACH CHANGE WHEN IT HAPPENED,
046400**             NOT WHEN THE SESSION STARTED
046500 6000-WRITE-MAINT-AUDIT.
046600     ACCEPT DSM-CURRENT-DATE FROM DATE YYYYMMDD.
046700     ACCEPT DSM-CURRENT-TIME FROM TIME.
046800     MOVE DSM-CURRENT-DATE TO DSAU-CHANGE-DATE.
046900     MOVE DSM-CURRENT-TIME TO DSAU-CHANGE-TIME.
047000     MOVE DSM-SCR-OPERATOR-ID TO DSAU-OPERATOR-ID.
047100     IF DSM-MODE-BATCH
047200         SET DSAU-SOURCE-BATCH TO TRUE
047300     ELSE
047400         SET DSAU-SOURCE-SCREEN TO TRUE
047500     END-IF.
047600     MOVE DSM-SCR-ACTION TO DSAU-ACTION-SW.
047700     MOVE DSM-BEFORE-IMAGE TO DSAU-BEFORE-IMAGE.
047800     MOVE DSM-AFTER-IMAGE TO DSAU-AFTER-IMAGE.
047900     WRITE DIST-AUDIT-RECORD.
048000 6000-EXIT.
048100     EXIT.
048200**----------------------------------------------------------------
048300** 7000-PROCESS-TRAN-FILE - BATCH BULK LOAD, ONE MAINTENANCE
048400**----------------------------------------------------------------
048500**             ACTION PER TRANSACTION RECORD, SHARING THE SCREEN
048600**             PATH'S EDIT AND APPLY PARAGRAPHS
048700 7000-PROCESS-TRAN-FILE.
048800     OPEN INPUT MAINT-TRAN.
048900     IF DSM-DSTRAN-STATUS NOT = '00'
049000         DISPLAY 'DSM0160E - UNABLE TO OPEN TRANSACTION FILE'
049100         MOVE 16 TO DSM-WORST-RC
049200         GO TO 7000-EXIT
049300     END-IF.
049400     SET DSM-TRAN-NOT-EOF TO TRUE.
049500     PERFORM 7100-PROCESS-ONE-TRAN THRU 7100-EXIT
049600         UNTIL DSM-TRAN-EOF.
049700     CLOSE MAINT-TRAN.
049800     DISPLAY 'DSM0161I - BULK LOAD COMPLETE - READ: '
049900         DSM-TRAN-COUNT
050000         ' APPLIED: ' DSM-APPLIED-COUNT
050100         ' REJECTED: ' DSM-REJECT-COUNT.
050200 7000-EXIT.
050300     EXIT.
050400 7100-PROCESS-ONE-TRAN.
050500     READ MAINT-TRAN
050600         AT END
050700             SET DSM-TRAN-EOF TO TRUE
050800     END-READ.
050900     IF DSM-TRAN-NOT-EOF
051000         ADD 1 TO DSM-TRAN-COUNT
051100         PERFORM 7200-APPLY-ONE-TRAN THRU 7200-EXIT
051200     END-IF.
051300 7100-EXIT.
051400     EXIT.
051500 7200-APPLY-ONE-TRAN.
051600     PERFORM 7300-MOVE-TRAN-TO-SCREEN THRU 7300-EXIT.
051700     IF DSM-SCR-ACTION NOT = 'A' AND DSM-SCR-ACTION NOT = 'C'
051800             AND DSM-SCR-ACTION NOT = 'D'
051900         DISPLAY 'DSM0162W - TRAN ' DSM-TRAN-COUNT
052000             ' ACTION NOT A, C, OR D - REJECTED'
052100         PERFORM 7400-COUNT-ONE-REJECT THRU 7400-EXIT
052200         GO TO 7200-EXIT
052300     END-IF.
052400     PERFORM 4200-EDIT-SCREEN-FIELDS THRU 4200-EXIT.
052500     IF DSM-SCR-INVALID
052600         DISPLAY 'DSM0163W - TRAN ' DSM-TRAN-COUNT
052700             ' FAILED EDITS - REJECTED'
052800         PERFORM 7400-COUNT-ONE-REJECT THRU 7400-EXIT
052900         GO TO 7200-EXIT
053000     END-IF.
053100     SET DSM-APPLY-OK TO TRUE.
053200     EVALUATE DSM-SCR-ACTION
053300         WHEN 'A'
053400             PERFORM 5000-ADD-ROW THRU 5000-EXIT
053500         WHEN 'C'
053600             PERFORM 5200-CHANGE-ROW THRU 5200-EXIT
053700         WHEN 'D'
053800             PERFORM 5400-DELETE-ROW THRU 5400-EXIT
053900     END-EVALUATE.
054000     IF DSM-APPLY-OK
054100         ADD 1 TO DSM-APPLIED-COUNT
054200     ELSE
054300         PERFORM 7400-COUNT-ONE-REJECT THRU 7400-EXIT
054400     END-IF.
054500 7200-EXIT.
054600     EXIT.
054700 7300-MOVE-TRAN-TO-SCREEN.
054800     MOVE DSTR-ACTION-CODE TO DSM-SCR-ACTION.
054900     MOVE DSTR-OPERATOR-ID TO DSM-SCR-OPERATOR-ID.
055000     MOVE DSTR-JOB-ID TO DSM-SCR-JOB-ID.
055100     MOVE DSTR-REGION-CODE TO DSM-SCR-REGION-CODE.
055200     MOVE DSTR-RECIPIENT-DEPT TO DSM-SCR-RECIPIENT-DEPT.
055300     MOVE DSTR-COPIES TO DSM-SCR-COPIES.
055400     MOVE DSTR-DELIVERY-SW TO DSM-SCR-DELIVERY-SW.
055500 7300-EXIT.
055600     EXIT.
055700 7400-COUNT-ONE-REJECT.
055800     ADD 1 TO DSM-REJECT-COUNT.
055900     IF DSM-WORST-RC < 8
056000         MOVE 8 TO DSM-WORST-RC
056100     END-IF.
056200 7400-EXIT.
056300     EXIT.
056400**----------------------------------------------------------------
056500** 9000-TERMINATE - CLOSE THE FILES OPENED AT ENTRY
056600**----------------------------------------------------------------
056700 9000-TERMINATE.
056800     CLOSE DIST-MASTER.
056900     CLOSE MAINT-AUDIT.
057000 9000-EXIT.
057100     EXIT.
