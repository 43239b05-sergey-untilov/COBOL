001000*    PARAMETERS MAY ARRIVE VIA THE OS COMMAND LINE, A PARMFILE,
001100*    AN OPERATOR ENTRY SCREEN, OR (IN BATCH MODE) A TRANSACTION
001200*    FILE OF MANY PARAMETER SETS PROCESSED IN ONE RUN.
001225*    A TRIAL RUN PUTS THE SAME INPUT THROUGH EVERY EDIT WITHOUT
001250*    CALLING SHARED_PRINT OR UPDATING ANY FILE, AND REPORTS WHAT
001275*    WOULD HAVE PASSED ON THE PRE-FLIGHT EDIT REPORT (EDITRPT).
001280*    RESTART AND FORCE MUST BE BACKED BY OPER=ID NAMING AN ACTIVE
001285*    OPERATOR WITH THAT PRIVILEGE ON THE OPERATOR AUTHORIZATION
001290*    MASTER; THE AUDIT RECORD CARRIES THE OPERATOR AND A FLAG ON
001295*    A FORCED RERUN.
001296*    A NEW BUSINESS DATE DOES NOT START WHILE AN EARLIER ONE IS
001297*    STILL OPEN ON THE BUSINESS-DAY CONTROL FILE, UNLESS OPENDAY
001298*    IS BACKED BY AN OPERATOR WITH THE DAYO PRIVILEGE.
001300**
001400*MOD LOG.
001500*  2024-03-11 DRS  INITIAL VERSION - COMMAND LINE TO SHARED_PRINT.
008443*                  A CHECK SWITCHED OFF IS FOUND AT THE EVTSUM
008444*                  EXCEPTION SUMMARY, NOT DAYS LATER IN THE
008445*                  SYSOUT.
008448*  2026-10-15 DRS  TRIAL AS THE FIRST COMMAND-LINE KEYWORD RUNS
008451*                  ANY INPUT MODE VALIDATE-ONLY - THE MASTER,
008454*                  HOLIDAY, REGION, DUPLICATE-RUN AND PREDECESSOR
008457*                  EDITS AND A READ-ONLY LOOK AT THE RUN LOCK AND
008460*                  CHECKPOINT, BUT NO LOCK, NO CHECKPOINT, NO
008463*                  SHARED_PRINT CALL, AND NO UPDATE TO THE AUDIT,
008466*                  EXTRACT, PRINT-VOLUME, RUN-STATUS, COMPLETIONS
008469*                  OR REQUEUE FILES.  EACH ARGSET LANDS ON THE
008472*                  PRE-FLIGHT EDIT REPORT (EDITRPT) AS PASS OR
008475*                  FAIL WITH THE REQUEUE REASON IT WOULD HAVE
008478*                  DRAWN, FOLLOWED BY TOTALS.
008479*  2026-10-15 DRS  RESTART AND FORCE NOW NEED AN OPER=ID KEYWORD
008480*                  (AFTER THEM, BEFORE THE MODE) NAMING AN ACTIVE
008481*                  OPERATOR WHO HOLDS THAT PRIVILEGE ON THE
008482*                  OPERATOR AUTHORIZATION MASTER (OPRCHK) - A
008483*                  REFUSAL ABORTS THE RUN WITH RC 16, A REJECT
008484*                  AUDIT RECORD, AND AN E EVENT.  THE AUDIT RECORD
008485*                  NOW CARRIES THE OPERATOR ID AND WHETHER THE RUN
008486*                  WAS A FORCED RERUN OF A COMPLETED RUN-DATE.
008487*  2026-10-15 DRS  EVERY SHARED_PRINT ATTEMPT, THE FIRST CALL AND
008488*                  EACH RETRY ALIKE, NOW LANDS ITS START AND END
008489*                  STAMPS AND ELAPSED SECONDS ON THE KEYED
008490*                  RUN-TIMING HISTORY (RTIMHIST, SEE RTIMREC) FOR
008491*                  THE RTMRPT ANOMALY AND TOP-CONSUMER REPORT.  A
008492*                  RUN THAT CANNOT OPEN THE HISTORY STILL RUNS,
008493*                  WITH A W EVENT.
008495*  2026-10-15 DRS  A RUN REJECTED BEFORE SHARED_PRINT WAS CALLED
008497*                  NOW LOGS THE NOT-CALLED RETRY OUTCOME, SO THE
008499*                  RSTBLD REBUILD OF RUNSTAT AND CMPLFILE FROM THE
008501*                  AUDIT TRAIL CAN TELL IT FROM A FAILED CALL.
008502*  2026-10-15 DRS  A NEW BUSINESS DATE (THE RUN-DATE ARGUMENT) IS
008503*                  NOW REFUSED WHILE AN EARLIER ONE IS STILL
008504*                  OPEN ON THE BUSINESS-DAY CONTROL FILE (DAYCTL,
008505*                  SEE DCTLREC) - DAYCLOSE CLOSES A DATE.  OPENDAY
008506*                  (AFTER RESTART AND FORCE) WITH OPER=ID, WHO
008507*                  MUST HOLD THE DAYO PRIVILEGE, OVERRIDES THE
008508*                  GATE.  THE FIRST LIVE ARGSET OF A DATE WRITES
008509*                  ITS ROW OPEN.  A BATCH REFUSAL REQUEUES AS DAY.
008539**----------------------------------------------------------------
008569 ENVIRONMENT DIVISION.
008600 INPUT-OUTPUT SECTION.
008700 FILE-CONTROL.
008800     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
012200         ORGANIZATION IS INDEXED
012210         ACCESS MODE IS RANDOM
012220         RECORD KEY IS RQM-KEY
012255         FILE STATUS IS APP-REQUEUE-STATUS.
012290     SELECT PRINT-VOLUME ASSIGN TO PRNTVOL
012292         ORGANIZATION IS SEQUENTIAL
012294         FILE STATUS IS APP-PRNTVOL-STATUS.
012295     SELECT RUN-TIMING ASSIGN TO RTIMHIST
012296         ORGANIZATION IS INDEXED
012297         ACCESS MODE IS RANDOM
012298         RECORD KEY IS RTIM-KEY
012299         FILE STATUS IS APP-RTIMHST-STATUS.
012302     SELECT REGION-MASTER ASSIGN TO RGNMSTR
012304         ORGANIZATION IS INDEXED
012305         ACCESS MODE IS RANDOM
012330         ACCESS MODE IS RANDOM
012340         RECORD KEY IS DPND-JOB-ID
012350         FILE STATUS IS APP-DEPMSTR-STATUS.
012362     SELECT EDIT-REPORT ASSIGN TO EDITRPT
012374         ORGANIZATION IS SEQUENTIAL
012386         FILE STATUS IS APP-EDITRPT-STATUS.
012388     SELECT DAY-CONTROL ASSIGN TO DAYCTL
012390         ORGANIZATION IS INDEXED
012392         ACCESS MODE IS DYNAMIC
012394         RECORD KEY IS DCTL-BUS-DATE
012396         FILE STATUS IS APP-DAYCTL-STATUS.
012400 DATA DIVISION.
012500 FILE SECTION.
012600 FD  AUDIT-LOG
015592 FD  LOCK-FILE
015594     LABEL RECORDS ARE STANDARD.
015596 COPY LCKREC.
015597 FD  RUN-TIMING
015598     LABEL RECORDS ARE STANDARD.
015599 COPY RTIMREC.
015601 FD  DAY-CONTROL
015603     LABEL RECORDS ARE STANDARD.
015605 COPY DCTLREC.
015610 FD  EDIT-REPORT
015620     LABEL RECORDS ARE STANDARD.
015630 01  RPT-LINE                   PIC X(132).
015640 WORKING-STORAGE SECTION.
015700**----------------------------------------------------------------
015800** PARSED ARGUMENT TABLE (COPYBOOK)
015900**----------------------------------------------------------------
016020** OPERATIONAL EVENT LOG PARAMETER AREA (COPYBOOK) - SEE 6500
016030**----------------------------------------------------------------
016040 COPY EVTPARM.
016052**
016064** OPERATOR AUTHORIZATION CHECK PARAMETER AREA (COPYBOOK) - SEE
016076** 1800.  OPRCHK LOGS ITS OWN REFUSAL EVENTS.
016088 COPY OPRPARM.
016100**----------------------------------------------------------------
016200** SITE HOLIDAY CALENDAR TABLE (COPYBOOK)
016300**----------------------------------------------------------------
019050 01  APP-PRINT-VOLUME.
019060     05  APP-VOL-PAGES          PIC 9(07) COMP-5.
019070     05  APP-VOL-LINES          PIC 9(09) COMP-5.
019071** SHARED_PRINT ATTEMPT TIMING - STAMPED EITHER SIDE OF THE CALL
019072** IN 6080 AND CONVERTED TO HUNDREDTHS OF A SECOND IN 6085.
019073 01  APP-TIM-START-DATE         PIC 9(08).
019074 01  APP-TIM-START-TIME         PIC 9(08).
019075 01  APP-TIM-START-PARTS REDEFINES APP-TIM-START-TIME.
019076     05  APP-TIM-START-HH       PIC 9(02).
019077     05  APP-TIM-START-MM       PIC 9(02).
019078     05  APP-TIM-START-SS       PIC 9(02).
019079     05  APP-TIM-START-CC       PIC 9(02).
019080 01  APP-TIM-END-DATE           PIC 9(08).
019085 01  APP-TIM-END-TIME           PIC 9(08).
019090 01  APP-TIM-END-PARTS REDEFINES APP-TIM-END-TIME.
019095     05  APP-TIM-END-HH         PIC 9(02).
019100     05  APP-TIM-END-MM         PIC 9(02).
019105     05  APP-TIM-END-SS         PIC 9(02).
019110     05  APP-TIM-END-CC         PIC 9(02).
019115 01  APP-TIM-START-HUNDS        PIC 9(09) COMP.
019120 01  APP-TIM-END-HUNDS          PIC 9(09) COMP.
019125** EFFECTIVE-DATED MASTER SELECTION SCRATCH - THE DATE THE
019130** ARGSET IS VALIDATED AS OF, AND THE SAVED IMAGE OF THE ROW
019135** IN EFFECT, BECAUSE THE SCAN READS PAST IT BEFORE STOPPING.
019140 01  APP-EFF-DATE               PIC 9(08).
019145 01  APP-PMST-SAVE              PIC X(233).
019150 01  APP-PMST-FOUND-SW          PIC X(01).
019155     88  APP-PMST-FOUND                 VALUE 'Y'.
019160     88  APP-PMST-NOT-FOUND             VALUE 'N'.
019165 01  APP-PMST-SEEN-SW           PIC X(01).
019170     88  APP-PMST-SOME-SEEN             VALUE 'Y'.
019175     88  APP-PMST-NONE-SEEN             VALUE 'N'.
019180 01  APP-PMST-SCAN-SW           PIC X(01).
019185     88  APP-PMST-SCAN-DONE             VALUE 'Y'.
019190     88  APP-PMST-SCAN-NOT-DONE         VALUE 'N'.
019195 01  APP-WORST-RC               PIC S9(04) COMP.
019200 01  APP-CURRENT-DATE           PIC 9(08).
019300 01  APP-CURRENT-TIME           PIC 9(08).
019400 01  APP-TRAN-COUNT             PIC 9(05) COMP.
019500 01  APP-REQUEUE-COUNT          PIC 9(05) COMP.
019600 01  APP-RESTART-SKIP-COUNT     PIC 9(05) COMP.
019610** TRIAL RUN PRE-FLIGHT EDIT REPORT COUNTS - SEE 7500.
019620 01  APP-TRIAL-SEQ              PIC 9(05) COMP.
019630 01  APP-TRIAL-PASS-COUNT       PIC 9(05) COMP.
019640 01  APP-TRIAL-FAIL-COUNT       PIC 9(05) COMP.
019650 01  APP-TRIAL-VAL-COUNT        PIC 9(05) COMP.
019660 01  APP-TRIAL-DUP-COUNT        PIC 9(05) COMP.
019670 01  APP-TRIAL-PRE-COUNT        PIC 9(05) COMP.
019680 01  APP-TRIAL-RGN-COUNT        PIC 9(05) COMP.
019690 01  APP-TRIAL-LCK-COUNT        PIC 9(05) COMP.
019695 01  APP-TRIAL-DAY-COUNT        PIC 9(05) COMP.
019700**
019800 01  APP-PTR                    PIC 9(04) COMP.
019900 01  APP-PEEK-PTR               PIC 9(04) COMP.
021200 01  APP-FORCE-SW               PIC X(01).
021300     88  APP-FORCE-CONFIRMED            VALUE 'Y'.
021400     88  APP-FORCE-NOT-CONFIRMED        VALUE 'N'.
021401** OPENDAY - THE OPERATOR'S DELIBERATE OVERRIDE OF THE BUSINESS
021402** DAY START GATE - SEE 1720 AND 6040.
021403 01  APP-OPEN-DAY-SW            PIC X(01).
021404     88  APP-OPEN-DAY-CONFIRMED         VALUE 'Y'.
021405     88  APP-OPEN-DAY-NOT-CONFIRMED     VALUE 'N'.
021406** OPERATOR NAMED BY OPER=ID - SEE 1750 AND 1800.  THE FORCED
021407** SWITCH IS SET PER ARGSET WHEN FORCE ACTUALLY OVERRIDES A
021408** COMPLETED RUN-DATE (6050) AND IS CARRIED ONTO THE AUDIT RECORD.
021409 01  APP-OPERATOR-ID            PIC X(08).
021410 01  APP-PRIV-KEYWORD           PIC X(08).
021411 01  APP-FORCED-SW              PIC X(01).
021412     88  APP-RUN-FORCED                 VALUE 'Y'.
021414     88  APP-RUN-NOT-FORCED             VALUE 'N'.
021416** TRIAL RUN - EVERY EDIT, BUT NO LOCK, CHECKPOINT, CALL, OR
021432** FILE UPDATE - SEE 1050.
021448 01  APP-TRIAL-SW               PIC X(01).
021464     88  APP-TRIAL-RUN                  VALUE 'Y'.
021480     88  APP-LIVE-RUN                   VALUE 'N'.
021500** OUTCOME OF THE LAST SHARED_PRINT CALL, KEPT IN WORKING
021600** STORAGE BECAUSE THE AUDIT RECORD AREA IT FEEDS IS NOT
021700** DEPENDABLE AFTER THE AUDIT WRITE - EVERYTHING DOWNSTREAM
022475 01  APP-RGN-SW                 PIC X(01).
022478     88  APP-RGN-REJECTED               VALUE 'Y'.
022481     88  APP-RGN-NOT-REJECTED           VALUE 'N'.
022482** A NEW BUSINESS DATE REFUSED WHILE AN EARLIER ONE IS STILL
022483** OPEN - ITS OWN REQUEUE REASON IN BATCH MODE.  THE SCAN SWITCH
022484** AND PRIOR DATE BELONG TO THE DAYCTL BROWSE IN 6045.
022485 01  APP-DAY-SW                 PIC X(01).
022486     88  APP-DAY-REFUSED                VALUE 'Y'.
022487     88  APP-DAY-NOT-REFUSED            VALUE 'N'.
022488 01  APP-DAY-SCAN-SW            PIC X(01).
022489     88  APP-DAY-SCAN-DONE              VALUE 'Y'.
022490     88  APP-DAY-SCAN-NOT-DONE          VALUE 'N'.
022491 01  APP-BUS-DATE               PIC 9(08).
022492 01  APP-PRIOR-OPEN-DATE        PIC 9(08).
022493** FRESH TIME STAMP FOR EACH EXTRACT WRITE - SEE 6400.
022494 01  APP-XTR-STAMP              PIC 9(08).
022495 01  APP-XTR-WRITTEN-SW         PIC X(01).
022496     88  APP-XTR-WRITTEN                VALUE 'Y'.
022497     88  APP-XTR-NOT-WRITTEN            VALUE 'N'.
022500 01  APP-VALID-SW               PIC X(01).
022600     88  APP-ARGS-VALID                 VALUE 'Y'.
022700     88  APP-ARGS-INVALID               VALUE 'N'.
025720** READS.
025730 01  APP-DEPMSTR-OPEN-SW        PIC X(01).
025740     88  APP-DEPMSTR-IS-OPEN            VALUE 'Y'.
025741     88  APP-DEPMSTR-NOT-OPEN           VALUE 'N'.
025742** AND FOR THE PER-JOB RUN LOCK FILE, WHICH STAYS OPEN I-O
025744** FOR THE WHOLE RUN.
025746 01  APP-LOCKFIL-OPEN-SW        PIC X(01).
025754 01  APP-PRNTVOL-OPEN-SW        PIC X(01).
025756     88  APP-PRNTVOL-IS-OPEN            VALUE 'Y'.
025758     88  APP-PRNTVOL-NOT-OPEN           VALUE 'N'.
025759** AND FOR THE RUN-TIMING HISTORY.
025760 01  APP-RTIMHST-OPEN-SW        PIC X(01).
025761     88  APP-RTIMHST-IS-OPEN            VALUE 'Y'.
025762     88  APP-RTIMHST-NOT-OPEN           VALUE 'N'.
025766** AND FOR THE REGION MASTER THE REGION-CODE CHECK READS.
025770 01  APP-RGNMSTR-OPEN-SW        PIC X(01).
025780     88  APP-RGNMSTR-IS-OPEN            VALUE 'Y'.
025790     88  APP-RGNMSTR-NOT-OPEN           VALUE 'N'.
025792** AND FOR THE TRIAL RUN PRE-FLIGHT EDIT REPORT.
025794 01  APP-EDITRPT-OPEN-SW        PIC X(01).
025796     88  APP-EDITRPT-IS-OPEN            VALUE 'Y'.
025798     88  APP-EDITRPT-NOT-OPEN           VALUE 'N'.
025799** AND FOR THE BUSINESS-DAY CONTROL FILE THE START GATE READS.
025800 01  APP-DAYCTL-OPEN-SW         PIC X(01).
025801     88  APP-DAYCTL-IS-OPEN             VALUE 'Y'.
025802     88  APP-DAYCTL-NOT-OPEN            VALUE 'N'.
025851**
025900 01  APP-AUDITLOG-STATUS        PIC X(02).
026000 01  APP-PARMFILE-STATUS        PIC X(02).
026100 01  APP-TRANFILE-STATUS        PIC X(02).
026810 01  APP-DEPMSTR-STATUS         PIC X(02).
026820 01  APP-RGNMSTR-STATUS         PIC X(02).
026830 01  APP-PRNTVOL-STATUS         PIC X(02).
026835 01  APP-RTIMHST-STATUS         PIC X(02).
026840 01  APP-LOCKFIL-STATUS         PIC X(02).
026870 01  APP-EDITRPT-STATUS         PIC X(02).
026885 01  APP-DAYCTL-STATUS          PIC X(02).
026900**----------------------------------------------------------------
027000** OPERATOR ENTRY SCREEN WORKING FIELDS
027100**----------------------------------------------------------------
027800     05  APP-SCR-VALID-SW           PIC X(01).
027900         88  APP-SCR-VALID                  VALUE 'Y'.
028000         88  APP-SCR-INVALID                VALUE 'N'.
028002**----------------------------------------------------------------
028004** TRIAL RUN PRE-FLIGHT EDIT REPORT LINE LAYOUTS
028006**----------------------------------------------------------------
028008 01  APP-EDIT-HEADING-LINE.
028010     05  FILLER                 PIC X(40) VALUE
028012         'APP TRIAL RUN - PRE-FLIGHT EDIT REPORT'.
028014     05  FILLER                 PIC X(06) VALUE
028016         'DATE'.
028018     05  RPT-RUN-DATE            PIC 9(08).
028020     05  FILLER                 PIC X(78) VALUE SPACES.
028022 01  APP-EDIT-SECTION-LINE.
028024     05  SEC-TITLE               PIC X(40).
028026     05  FILLER                 PIC X(92) VALUE SPACES.
028028 01  APP-EDIT-COLUMN-LINE.
028030     05  FILLER                 PIC X(28) VALUE
028032         'SEQ    JOB ID    RUN DATE'.
028034     05  FILLER                 PIC X(36) VALUE
028036         'SW1 SW2 REGION  RESULT  REASON NOTE'.
028038     05  FILLER                 PIC X(68) VALUE SPACES.
028040 01  APP-EDIT-DETAIL-LINE.
028042     05  DTL-SEQ                 PIC ZZZZ9.
028044     05  FILLER                 PIC X(02) VALUE SPACES.
028046     05  DTL-JOB-ID              PIC X(08).
028048     05  FILLER                 PIC X(02) VALUE SPACES.
028050     05  DTL-RUN-DATE            PIC X(08).
028052     05  FILLER                 PIC X(03) VALUE SPACES.
028054     05  DTL-SWITCH-1            PIC X(01).
028056     05  FILLER                 PIC X(03) VALUE SPACES.
028058     05  DTL-SWITCH-2            PIC X(01).
028060     05  FILLER                 PIC X(03) VALUE SPACES.
028062     05  DTL-REGION              PIC X(04).
028064     05  FILLER                 PIC X(04) VALUE SPACES.
028066     05  DTL-RESULT              PIC X(04).
028068     05  FILLER                 PIC X(04) VALUE SPACES.
028070     05  DTL-REASON              PIC X(03).
028072     05  FILLER                 PIC X(04) VALUE SPACES.
028074     05  DTL-NOTE                PIC X(40).
028076     05  FILLER                 PIC X(33) VALUE SPACES.
028078 01  APP-EDIT-TOTAL-LINE.
028080     05  TOT-LABEL               PIC X(30).
028082     05  TOT-COUNT               PIC ZZZZ9.
028084     05  FILLER                 PIC X(97) VALUE SPACES.
028100 SCREEN SECTION.
028200 01  APP-ENTRY-SCREEN.
028300     05  BLANK SCREEN.
030300     END-IF.
030400     PERFORM 1500-CHECK-RESTART THRU 1500-EXIT.
030800     PERFORM 1700-CHECK-FORCE THRU 1700-EXIT.
030808     PERFORM 1720-CHECK-OPEN-DAY THRU 1720-EXIT.
030816     PERFORM 1750-CHECK-OPERATOR THRU 1750-EXIT.
030832     PERFORM 1800-CHECK-AUTHORITY THRU 1800-EXIT.
030848     IF APP-ABORT-REQUESTED
030864         GO TO 0000-EXIT-ABORT
030880     END-IF.
030900     PERFORM 2000-DETERMINE-MODE THRU 2000-EXIT.
031000     EVALUATE TRUE
031100         WHEN APP-MODE-BATCH
031500             IF APP-ARGS-VALID
031600                 PERFORM 6000-PROCESS-ONE-ARGSET THRU 6000-EXIT
031700             END-IF
031725             IF APP-TRIAL-RUN
031750                 PERFORM 7500-WRITE-EDIT-LINE THRU 7500-EXIT
031775             END-IF
031800     END-EVALUATE.
031825     IF APP-TRIAL-RUN
031850         PERFORM 7600-PRINT-EDIT-TOTALS THRU 7600-EXIT
031875     END-IF.
031900     MOVE APP-WORST-RC TO RETURN-CODE.
032000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032100     STOP RUN.
033100     SET APP-ARG-NO-OVERFLOW TO TRUE.
033200     SET APP-RESTART-NOT-CONFIRMED TO TRUE.
033300     SET APP-FORCE-NOT-CONFIRMED TO TRUE.
033316     SET APP-OPEN-DAY-NOT-CONFIRMED TO TRUE.
033333     SET APP-RUN-NOT-FORCED TO TRUE.
033366     MOVE SPACES TO APP-OPERATOR-ID.
033400     SET APP-DUP-NOT-REJECTED TO TRUE.
033410     SET APP-PRED-NOT-HELD TO TRUE.
033500     SET APP-OUTCOME-ERROR TO TRUE.
034100     SET APP-REQUEUE-NOT-OPEN TO TRUE.
034110     SET APP-DEPMSTR-NOT-OPEN TO TRUE.
034120     SET APP-RGNMSTR-NOT-OPEN TO TRUE.
034123     SET APP-RTIMHST-NOT-OPEN TO TRUE.
034125     SET APP-PRNTVOL-NOT-OPEN TO TRUE.
034126     SET APP-LOCKFIL-NOT-OPEN TO TRUE.
034127     SET APP-LOCK-NOT-REFUSED TO TRUE.
034128     SET APP-LOCK-NOT-HELD TO TRUE.
034129     SET APP-STALE-NOT-REJECTED TO TRUE.
034130     SET APP-RGN-NOT-REJECTED TO TRUE.
034165     SET APP-EDITRPT-NOT-OPEN TO TRUE.
034176     SET APP-DAYCTL-NOT-OPEN TO TRUE.
034187     SET APP-DAY-NOT-REFUSED TO TRUE.
034200     MOVE ZERO TO APP-REQUEUE-COUNT.
034300     MOVE ZERO TO APP-RETRY-LIMIT.
034400     MOVE ZERO TO APP-RETRY-WAIT.
035100     ACCEPT APP-CURRENT-DATE FROM DATE YYYYMMDD.
035200     ACCEPT APP-CURRENT-TIME FROM TIME.
035300     ACCEPT APP-RAW-CMDLINE FROM COMMAND-LINE.
035316     PERFORM 1050-CHECK-TRIAL THRU 1050-EXIT.
035332     IF APP-TRIAL-RUN
035348         PERFORM 1060-OPEN-TRIAL-FILES THRU 1060-EXIT
035364         GO TO 1000-EXIT
035380     END-IF.
035400     OPEN EXTEND AUDIT-LOG.
035500     IF APP-AUDITLOG-STATUS NOT = '00'
035600         DISPLAY 'APP0104E - UNABLE TO OPEN AUDIT LOG - RUN'
036280             TO EVP-TEXT
036282         PERFORM 6500-LOG-OPERATIONAL-EVENT THRU 6500-EXIT
036284     END-IF.
036285** A NIGHT THAT CANNOT TIME ITS CALLS STILL RUNS - THE ANOMALY
036286** REPORT JUST HAS A HOLE IN ITS HISTORY, WHICH IS SAID OUT LOUD.
036287     OPEN I-O RUN-TIMING.
036288     IF APP-RTIMHST-STATUS = '35'
036289         OPEN OUTPUT RUN-TIMING
036290         CLOSE RUN-TIMING
036291         OPEN I-O RUN-TIMING
036292     END-IF.
036293     IF APP-RTIMHST-STATUS = '00'
036294         SET APP-RTIMHST-IS-OPEN TO TRUE
036295     ELSE
036296         SET APP-RTIMHST-NOT-OPEN TO TRUE
036297         DISPLAY 'APP0195W - RUN-TIMING HISTORY NOT AVAILABLE -'
036298         DISPLAY '           CALLS NOT TIMED THIS RUN'
036299         MOVE 'APP0195W' TO EVP-CODE
036300         MOVE 'W' TO EVP-SEVERITY
036301         MOVE SPACES TO EVP-JOB-ID
036302         MOVE 'RUN-TIMING HISTORY OFF - CALLS NOT TIMED'
036303             TO EVP-TEXT
036304         PERFORM 6500-LOG-OPERATIONAL-EVENT THRU 6500-EXIT
036305     END-IF.
036352     IF APP-XTRFILE-STATUS NOT = '00'
036400         DISPLAY 'APP0105E - UNABLE TO OPEN EXTRACT FILE - RUN'
036500         DISPLAY '           REJECTED'
036600         SET APP-ABORT-REQUESTED TO TRUE
037870     IF APP-ABORT-NOT-REQUESTED
037880         PERFORM 1480-OPEN-LOCK-FILE THRU 1480-EXIT
037890     END-IF.
037892     IF APP-ABORT-NOT-REQUESTED
037894         PERFORM 1490-OPEN-DAY-CONTROL THRU 1490-EXIT
037896     END-IF.
037900 1000-EXIT.
037902     EXIT.
037904**----------------------------------------------------------------
037906** 1050-CHECK-TRIAL - PEEL AN OPTIONAL TRIAL KEYWORD OFF THE FRONT
037908**----------------------------------------------------------------
037910**             OF THE COMMAND LINE BEFORE ANY FILE IS OPENED - A
037912**             TRIAL MUST NOT EVEN CREATE THE FILES A LIVE RUN
037914**             CREATES ON FIRST USE.  RESTART, FORCE AND THE MODE
037916**             KEYWORD FOLLOW IT AS USUAL.
037918 1050-CHECK-TRIAL.
037920     SET APP-LIVE-RUN TO TRUE.
037922     MOVE 1 TO APP-PTR.
037924     UNSTRING APP-RAW-CMDLINE DELIMITED BY ALL SPACE
037926         INTO APP-FIRST-TOKEN
037928         WITH POINTER APP-PTR
037930     END-UNSTRING.
037932     IF APP-FIRST-TOKEN = 'TRIAL'
037934         SET APP-TRIAL-RUN TO TRUE
037936         MOVE APP-RAW-CMDLINE(APP-PTR:) TO APP-PEEL-LINE
037938         MOVE APP-PEEL-LINE TO APP-RAW-CMDLINE
037940         DISPLAY 'APP0188I - TRIAL RUN - EDITS ONLY, NOTHING IS'
037942         DISPLAY '           LOCKED, CALLED, OR UPDATED'
037944     END-IF.
037946 1050-EXIT.
037948     EXIT.
037950**----------------------------------------------------------------
037952** 1060-OPEN-TRIAL-FILES - A TRIAL OPENS ONLY WHAT ITS EDITS READ,
037954**----------------------------------------------------------------
037956**             AND OPENS IT INPUT - NO AUDIT LOG, EXTRACT,
037958**             PRINT-VOLUME OR RUN-STATUS FILE AT ALL, AND THE
037960**             COMPLETIONS AND LOCK FILES ARE NEVER CREATED.  A
037962**             FILE THAT IS NOT THERE ONLY COSTS THE EDIT THAT
037964**             READS IT, EXACTLY AS IN A LIVE RUN.
037966 1060-OPEN-TRIAL-FILES.
037968     MOVE ZERO TO APP-TRIAL-SEQ.
037970     MOVE ZERO TO APP-TRIAL-PASS-COUNT.
037972     MOVE ZERO TO APP-TRIAL-FAIL-COUNT.
037974     MOVE ZERO TO APP-TRIAL-VAL-COUNT.
037976     MOVE ZERO TO APP-TRIAL-DUP-COUNT.
037978     MOVE ZERO TO APP-TRIAL-PRE-COUNT.
037980     MOVE ZERO TO APP-TRIAL-RGN-COUNT.
037982     MOVE ZERO TO APP-TRIAL-LCK-COUNT.
037984     MOVE ZERO TO APP-TRIAL-DAY-COUNT.
037986     OPEN OUTPUT EDIT-REPORT.
037988     IF APP-EDITRPT-STATUS NOT = '00'
037990         DISPLAY 'APP0189E - UNABLE TO OPEN TRIAL EDIT REPORT -'
037992         DISPLAY '           RUN REJECTED'
037994         SET APP-ABORT-REQUESTED TO TRUE
037996         MOVE 16 TO APP-WORST-RC
037998         GO TO 1060-EXIT
038000     END-IF.
038002     SET APP-EDITRPT-IS-OPEN TO TRUE.
038004     MOVE APP-CURRENT-DATE TO RPT-RUN-DATE.
038006     MOVE APP-EDIT-HEADING-LINE TO RPT-LINE.
038008     WRITE RPT-LINE.
038010     MOVE 'ARGSETS EDITED' TO SEC-TITLE.
038012     MOVE APP-EDIT-SECTION-LINE TO RPT-LINE.
038014     WRITE RPT-LINE.
038016     MOVE APP-EDIT-COLUMN-LINE TO RPT-LINE.
038018     WRITE RPT-LINE.
038020     PERFORM 1100-LOAD-HOLIDAY-TABLE THRU 1100-EXIT.
038022     OPEN INPUT COMPLETION-FILE.
038024     IF APP-CMPLFIL-STATUS = '00'
038026         SET APP-CMPLFIL-IS-OPEN TO TRUE
038028     ELSE
038030         DISPLAY 'APP0190W - COMPLETIONS FILE NOT AVAILABLE -'
038032         DISPLAY '           DUPLICATE AND PREDECESSOR EDITS'
038034         DISPLAY '           SKIPPED FOR THIS TRIAL'
038036     END-IF.
038038     PERFORM 1450-OPEN-DEPEND-MASTER THRU 1450-EXIT.
038040     PERFORM 1470-OPEN-REGION-MASTER THRU 1470-EXIT.
038042** NO LOCK FILE YET MEANS NO RUN HAS EVER HELD A LOCK.
038044     OPEN INPUT LOCK-FILE.
038046     EVALUATE APP-LOCKFIL-STATUS
038048         WHEN '00'
038050             SET APP-LOCKFIL-IS-OPEN TO TRUE
038052         WHEN '35'
038054             CONTINUE
038056         WHEN OTHER
038058             DISPLAY 'APP0191W - RUN LOCK FILE NOT AVAILABLE -'
038060             DISPLAY '           LOCK EDIT SKIPPED FOR THIS TRIAL'
038062     END-EVALUATE.
038064** NO CONTROL FILE YET MEANS NO BUSINESS DATE WAS EVER OPENED.
038066     OPEN INPUT DAY-CONTROL.
038082     EVALUATE APP-DAYCTL-STATUS
038083         WHEN '00'
038084             SET APP-DAYCTL-IS-OPEN TO TRUE
038085         WHEN '35'
038086             CONTINUE
038087         WHEN OTHER
038088             DISPLAY 'APP0197W - BUSINESS-DAY CONTROL FILE NOT'
038089             DISPLAY '           AVAILABLE - DAY EDIT SKIPPED FOR'
038090             DISPLAY '           THIS TRIAL'
038091     END-EVALUATE.
038094 1060-EXIT.
038097     EXIT.
038100**----------------------------------------------------------------
038200** 1100-LOAD-HOLIDAY-TABLE - PULL THE HOLIDAY CALENDAR INTO
038300**----------------------------------------------------------------
046675     END-IF.
046680 1480-EXIT.
046685     EXIT.
046686**----------------------------------------------------------------
046687** 1490-OPEN-DAY-CONTROL - THE BUSINESS-DAY CONTROL FILE STAYS
046688**----------------------------------------------------------------
046689**             OPEN I-O FOR THE WHOLE RUN, CREATED ON FIRST USE.
046690**             A NIGHT THAT CANNOT OPEN IT STILL RUNS, BUT WITHOUT
046691**             THE START GATE, AND SAYS SO OUT LOUD.
046692 1490-OPEN-DAY-CONTROL.
046693     OPEN I-O DAY-CONTROL.
046694     IF APP-DAYCTL-STATUS = '35'
046695         OPEN OUTPUT DAY-CONTROL
046696         CLOSE DAY-CONTROL
046697         OPEN I-O DAY-CONTROL
046698     END-IF.
046699     IF APP-DAYCTL-STATUS = '00'
046700         SET APP-DAYCTL-IS-OPEN TO TRUE
046701     ELSE
046702         SET APP-DAYCTL-NOT-OPEN TO TRUE
046703         DISPLAY 'APP0197W - BUSINESS-DAY CONTROL FILE NOT'
046704         DISPLAY '           AVAILABLE - DAY START GATE LOST'
046705         MOVE 'APP0197W' TO EVP-CODE
046706         MOVE 'W' TO EVP-SEVERITY
046707         MOVE SPACES TO EVP-JOB-ID
046708         MOVE 'DAY CONTROL FILE OFF - BUSINESS-DAY GATE LOST'
046709             TO EVP-TEXT
046710         PERFORM 6500-LOG-OPERATIONAL-EVENT THRU 6500-EXIT
046711     END-IF.
046712 1490-EXIT.
046713     EXIT.
046714**----------------------------------------------------------------
046715** 1500-CHECK-RESTART - PEEL AN OPTIONAL RESTART KEYWORD OFF
046716**----------------------------------------------------------------
046717**             THE COMMAND LINE.  THE CHECKPOINT FILE IS KEYED
046718**             PER JOB-ID NOW, SO THE DANGLING-CHECKPOINT TEST
046719**             ITSELF HAPPENS PER ARGSET (6065) ONCE THE JOB-ID
046720**             IS KNOWN, AND A BATCH RESTART PICKS UP ITS
046725**             TRANFILE POSITION FROM THE RESERVED *BATCH* ROW
046730**             (7050) - RESTART HERE ONLY RECORDS THE OPERATOR'S
053200     END-IF.
053300 1700-EXIT.
053400     EXIT.
053401**----------------------------------------------------------------
053402** 1720-CHECK-OPEN-DAY - PEEL AN OPTIONAL OPENDAY KEYWORD OFF THE
053403**----------------------------------------------------------------
053404**             COMMAND LINE AFTER FORCE - OPENDAY IS THE
053405**             OPERATOR'S DELIBERATE CONFIRMATION THAT A NEW
053406**             BUSINESS DATE MAY START BEFORE THE PRIOR ONE IS
053407**             CLOSED
053408 1720-CHECK-OPEN-DAY.
053409     MOVE 1 TO APP-PTR.
053410     UNSTRING APP-MODE-LINE DELIMITED BY ALL SPACE
053411         INTO APP-FIRST-TOKEN
053412         WITH POINTER APP-PTR
053413     END-UNSTRING.
053414     IF APP-FIRST-TOKEN = 'OPENDAY'
053415         SET APP-OPEN-DAY-CONFIRMED TO TRUE
053416         MOVE APP-MODE-LINE(APP-PTR:) TO APP-PEEL-LINE
053417         MOVE APP-PEEL-LINE TO APP-MODE-LINE
053418     END-IF.
053419 1720-EXIT.
053420     EXIT.
053421**----------------------------------------------------------------
053422** 1750-CHECK-OPERATOR - PEEL AN OPTIONAL OPER=ID KEYWORD OFF THE
053423**----------------------------------------------------------------
053424**             COMMAND LINE AFTER RESTART, FORCE AND OPENDAY,
053425**             NAMING THE OPERATOR WHO STANDS BEHIND THEM
053426 1750-CHECK-OPERATOR.
053427     MOVE 1 TO APP-PTR.
053428     UNSTRING APP-MODE-LINE DELIMITED BY ALL SPACE
053429         INTO APP-FIRST-TOKEN
053430         WITH POINTER APP-PTR
053431     END-UNSTRING.
053432     IF APP-FIRST-TOKEN(1:5) = 'OPER='
053433         MOVE APP-FIRST-TOKEN(6:8) TO APP-OPERATOR-ID
053434         MOVE APP-MODE-LINE(APP-PTR:) TO APP-PEEL-LINE
053435         MOVE APP-PEEL-LINE TO APP-MODE-LINE
053436     END-IF.
053437 1750-EXIT.
053438     EXIT.
053439**----------------------------------------------------------------
053440** 1800-CHECK-AUTHORITY - RESTART, FORCE AND OPENDAY EACH NEED
053441**----------------------------------------------------------------
053442**             AN ACTIVE OPERATOR HOLDING THAT PRIVILEGE ON THE
053443**             OPERATOR AUTHORIZATION MASTER - A REFUSAL ABORTS
053444**             THE WHOLE RUN BEFORE ANY ARGSET IS READ, WITH A
053445**             REJECT AUDIT RECORD, AND OPRCHK LOGS THE E EVENT
053446 1800-CHECK-AUTHORITY.
053447     IF APP-RESTART-CONFIRMED
053448         SET OPP-PRIV-RESTART TO TRUE
053449         MOVE 'RESTART' TO APP-PRIV-KEYWORD
053450         PERFORM 1850-CALL-OPERATOR-CHECK THRU 1850-EXIT
053451     END-IF.
053452     IF APP-FORCE-CONFIRMED AND APP-ABORT-NOT-REQUESTED
053453         SET OPP-PRIV-FORCE TO TRUE
053454         MOVE 'FORCE' TO APP-PRIV-KEYWORD
053455         PERFORM 1850-CALL-OPERATOR-CHECK THRU 1850-EXIT
053456     END-IF.
053457     IF APP-OPEN-DAY-CONFIRMED AND APP-ABORT-NOT-REQUESTED
053458         SET OPP-PRIV-DAY-OPEN TO TRUE
053459         MOVE 'OPENDAY' TO APP-PRIV-KEYWORD
053460         PERFORM 1850-CALL-OPERATOR-CHECK THRU 1850-EXIT
053461     END-IF.
053462 1800-EXIT.
053463     EXIT.
053464 1850-CALL-OPERATOR-CHECK.
053465     MOVE APP-OPERATOR-ID TO OPP-OPERATOR-ID.
053466     MOVE 'APP' TO OPP-PROGRAM.
053467     MOVE SPACES TO OPP-JOB-ID.
053468     CALL 'OPRCHK' USING OPERATOR-CHECK-PARM
053469     END-CALL.
053470     IF OPP-REFUSED
053471         DISPLAY 'APP0192E - ' APP-PRIV-KEYWORD
053472             ' NOT AUTHORIZED FOR OPERATOR ' APP-OPERATOR-ID
053473         DISPLAY '           ' OPP-REASON
053474             ' - GIVE OPER=ID AFTER THE KEYWORD - RUN REJECTED'
053475         SET APP-ABORT-REQUESTED TO TRUE
053476         MOVE 16 TO APP-WORST-RC
053477         PERFORM 6350-WRITE-REJECT-AUDIT-RECORD THRU 6350-EXIT
053478     END-IF.
053479 1850-EXIT.
053480     EXIT.
053500**----------------------------------------------------------------
053600** 2000-DETERMINE-MODE - MODE KEYWORD IS THE FIRST TOKEN LEFT
053700**----------------------------------------------------------------
071330     END-IF.
071340 4700-EXIT.
071350     EXIT.
071366**----------------------------------------------------------------
071382** 5500-BUILD-ARGS0 - REBUILD THE NULL-DELIMITED BLOB PASSED TO
071400**----------------------------------------------------------------
071500**             SHARED_PRINT FROM THE NORMALIZED ARGUMENT TABLE
071600 5500-BUILD-ARGS0.
086800**----------------------------------------------------------------
086900**             CHECKPOINT AGAIN, THEN LOG THE OUTCOME
087000 6000-PROCESS-ONE-ARGSET.
087100     PERFORM 6040-CHECK-BUSINESS-DAY THRU 6040-EXIT.
087120     IF APP-DAY-REFUSED
087140         GO TO 6000-EXIT
087160     END-IF.
087180     PERFORM 6050-CHECK-DUPLICATE-RUN THRU 6050-EXIT.
087200     IF APP-DUP-REJECTED
087300         GO TO 6000-EXIT
087400     END-IF.
087420     IF APP-PRED-HELD
087430         GO TO 6000-EXIT
087440     END-IF.
087441** A TRIAL TAKES NO LOCK AND WRITES NO CHECKPOINT - IT ONLY
087442** LOOKS AT WHETHER EITHER WOULD REFUSE THE RUN, AND STOPS
087443** SHORT OF THE CALL.
087444     IF APP-TRIAL-RUN
087445         PERFORM 6070-PROBE-JOB-LOCK THRU 6070-EXIT
087446         GO TO 6000-EXIT
087447     END-IF.
087448     PERFORM 6060-ACQUIRE-JOB-LOCK THRU 6060-EXIT.
087449     IF APP-LOCK-REFUSED
087450         GO TO 6000-EXIT
087451     END-IF.
087452     PERFORM 6065-CHECK-PRIOR-CHECKPOINT THRU 6065-EXIT.
087453     IF APP-STALE-REJECTED
087454         GO TO 6000-EXIT
087456     END-IF.
087500     PERFORM 6100-WRITE-CHECKPOINT-INFLIGHT THRU 6100-EXIT.
089800     END-IF.
089900 6000-EXIT.
090000     EXIT.
090001**----------------------------------------------------------------
090002** 6040-CHECK-BUSINESS-DAY - THE RUN-DATE ARGUMENT IS THE BUSINESS
090003**----------------------------------------------------------------
090004**             DATE.  A DATE ALREADY ON THE CONTROL FILE, OPEN
090005**             OR CLOSED, HAS STARTED AND RUNS ON.  A NEW DATE
090006**             MAY NOT START WHILE AN EARLIER ONE IS STILL OPEN -
090007**             NOT UNTIL DAYCLOSE HAS CLOSED IT, OR UNLESS THE
090008**             OPERATOR GAVE OPENDAY.  A LIVE RUN THEN WRITES THE
090009**             NEW DATE'S ROW OPEN; A TRIAL ONLY SAYS WHETHER IT
090010**             WOULD PASS.
090011 6040-CHECK-BUSINESS-DAY.
090012     SET APP-DAY-NOT-REFUSED TO TRUE.
090013     IF APP-DAYCTL-NOT-OPEN OR APP-ARG-COUNT < 2
090014         GO TO 6040-EXIT
090015     END-IF.
090016     IF APP-ARG-VALUE(2)(1:8) NOT NUMERIC
090017         GO TO 6040-EXIT
090018     END-IF.
090019     MOVE APP-ARG-VALUE(2)(1:8) TO APP-BUS-DATE.
090020     MOVE APP-BUS-DATE TO DCTL-BUS-DATE.
090021     READ DAY-CONTROL
090022         INVALID KEY
090023             GO TO 6040-NEW-DATE
090024     END-READ.
090025** A LATE RUN AGAINST A CLOSED DATE - A REQUEUED ROW, SAY - IS NOT
090026** REFUSED, BUT IT IS NOT IN THAT DATE'S CLOSED TOTALS EITHER.
090027     IF DCTL-DAY-CLOSED
090028         DISPLAY 'APP0193I - BUSINESS DATE ' APP-BUS-DATE
090029             ' IS ALREADY CLOSED'
090030         DISPLAY '           - RERUN DAYCLOSE FOR IT TO RESTATE'
090031         DISPLAY '           ITS TOTALS'
090032     END-IF.
090033     GO TO 6040-EXIT.
090034 6040-NEW-DATE.
090035     PERFORM 6045-FIND-PRIOR-OPEN-DAY THRU 6045-EXIT.
090036     IF APP-PRIOR-OPEN-DATE NOT = ZERO
090037         IF APP-OPEN-DAY-CONFIRMED
090038             DISPLAY 'APP0199I - BUSINESS DATE ' APP-BUS-DATE
090039                 ' OPENED BY OPERATOR ' APP-OPERATOR-ID
090040             DISPLAY '           WITH ' APP-PRIOR-OPEN-DATE
090041                 ' STILL OPEN'
090042             MOVE 'APP0199I' TO EVP-CODE
090043             MOVE 'W' TO EVP-SEVERITY
090044             MOVE APP-ARG-VALUE(1) TO EVP-JOB-ID
090045             MOVE SPACES TO EVP-TEXT
090046             STRING 'NEW BUSINESS DATE ' APP-BUS-DATE
090047                 ' OPENED OVER OPEN ' APP-PRIOR-OPEN-DATE
090048                 DELIMITED BY SIZE
090049                 INTO EVP-TEXT
090050             END-STRING
090051             PERFORM 6500-LOG-OPERATIONAL-EVENT THRU 6500-EXIT
090052         ELSE
090053             PERFORM 6048-REFUSE-NEW-DAY THRU 6048-EXIT
090054             GO TO 6040-EXIT
090055         END-IF
090056     END-IF.
090057     IF APP-TRIAL-RUN
090058         GO TO 6040-EXIT
090059     END-IF.
090060     MOVE SPACES TO DAY-CONTROL-RECORD.
090061     MOVE APP-BUS-DATE TO DCTL-BUS-DATE.
090062     SET DCTL-DAY-OPEN TO TRUE.
090063     MOVE APP-CURRENT-DATE TO DCTL-OPENED-DATE.
090064     MOVE APP-CURRENT-TIME TO DCTL-OPENED-TIME.
090065     IF APP-PRIOR-OPEN-DATE NOT = ZERO
090066         MOVE APP-OPERATOR-ID TO DCTL-OVERRIDE-OPERATOR
090067     END-IF.
090068     MOVE ZERO TO DCTL-CLOSED-DATE.
090069     MOVE ZERO TO DCTL-CLOSED-TIME.
090070     MOVE ZERO TO DCTL-TOTALS.
090071** A PARALLEL INVOCATION MAY HAVE OPENED THE DATE SINCE THE READ -
090072** THE ROW IS THEN ALREADY THERE, WHICH IS ALL THAT MATTERS.
090073     WRITE DAY-CONTROL-RECORD
090074         INVALID KEY
090075             CONTINUE
090076     END-WRITE.
090077 6040-EXIT.
090078     EXIT.
090079**----------------------------------------------------------------
090080** 6045-FIND-PRIOR-OPEN-DAY - BROWSE THE CONTROL FILE UP TO THE
090081**----------------------------------------------------------------
090082**             NEW DATE FOR AN EARLIER DATE STILL OPEN - ZERO IN
090083**             APP-PRIOR-OPEN-DATE WHEN THERE IS NONE
090084 6045-FIND-PRIOR-OPEN-DAY.
090085     MOVE ZERO TO APP-PRIOR-OPEN-DATE.
090086     MOVE ZERO TO DCTL-BUS-DATE.
090087     START DAY-CONTROL KEY NOT < DCTL-BUS-DATE
090088         INVALID KEY
090089             GO TO 6045-EXIT
090090     END-START.
090091     SET APP-DAY-SCAN-NOT-DONE TO TRUE.
090092     PERFORM 6047-TEST-ONE-DAY-ROW THRU 6047-EXIT
090093         UNTIL APP-DAY-SCAN-DONE.
090094 6045-EXIT.
090095     EXIT.
090096 6047-TEST-ONE-DAY-ROW.
090097     READ DAY-CONTROL NEXT RECORD
090098         AT END
090099             SET APP-DAY-SCAN-DONE TO TRUE
090100             GO TO 6047-EXIT
090101     END-READ.
090102     IF DCTL-BUS-DATE NOT < APP-BUS-DATE
090103         SET APP-DAY-SCAN-DONE TO TRUE
090104         GO TO 6047-EXIT
090105     END-IF.
090106     IF DCTL-DAY-OPEN
090107         MOVE DCTL-BUS-DATE TO APP-PRIOR-OPEN-DATE
090108         SET APP-DAY-SCAN-DONE TO TRUE
090109     END-IF.
090110 6047-EXIT.
090111     EXIT.
090112 6048-REFUSE-NEW-DAY.
090113     DISPLAY 'APP0198E - BUSINESS DATE ' APP-PRIOR-OPEN-DATE
090114         ' IS NOT CLOSED - RUNS FOR'.
090115     DISPLAY '           ' APP-BUS-DATE
090116         ' REJECTED - RUN DAYCLOSE,'.
090117     DISPLAY '           OR RERUN WITH OPENDAY AND OPER=ID, WHO'.
090118     DISPLAY '           MUST HOLD THE DAYO PRIVILEGE, TO START'.
090119     DISPLAY '           THE NEW DATE DELIBERATELY'.
090120     SET APP-DAY-REFUSED TO TRUE.
090121     SET APP-ARGS-INVALID TO TRUE.
090122     IF APP-WORST-RC < 8
090123         MOVE 8 TO APP-WORST-RC
090124     END-IF.
090125     PERFORM 6350-WRITE-REJECT-AUDIT-RECORD THRU 6350-EXIT.
090126 6048-EXIT.
090127     EXIT.
090163**----------------------------------------------------------------
090200** 6050-CHECK-DUPLICATE-RUN - REJECT A JOB-ID/RUN-DATE PAIR THE
090300**----------------------------------------------------------------
090400**             COMPLETIONS FILE SHOWS ALREADY COMPLETED
090900**             THE OPERATOR'S DELIBERATE OVERRIDE FOR A RERUN
091000 6050-CHECK-DUPLICATE-RUN.
091100     SET APP-DUP-NOT-REJECTED TO TRUE.
091150     SET APP-RUN-NOT-FORCED TO TRUE.
091200     IF APP-CMPLFIL-NOT-OPEN OR APP-ARG-COUNT < 2
091300         GO TO 6050-EXIT
091400     END-IF.
092200             GO TO 6050-EXIT
092300     END-READ.
092400     IF APP-FORCE-CONFIRMED
092450         SET APP-RUN-FORCED TO TRUE
092500         DISPLAY 'APP0172I - DUPLICATE RUN FORCED BY OPERATOR: '
092600             CMPL-JOB-ID
092700         GO TO 6050-EXIT
092800     END-IF.
092900     DISPLAY 'APP0170E - THIS JOB-ID AND RUN-DATE ALREADY'.
093000     DISPLAY '           COMPLETED SUCCESSFULLY - RUN REJECTED'.
093100     DISPLAY '           RERUN WITH FORCE AS 1ST PARM'.
093133     DISPLAY '           AND OPER=ID, WHO MUST HOLD THE FORCE'.
093166     DISPLAY '           PRIVILEGE, TO'.
093200     DISPLAY '           CONFIRM A DELIBERATE RERUN'.
093300     SET APP-DUP-REJECTED TO TRUE.
093400     SET APP-ARGS-INVALID TO TRUE.
094294     END-IF.
094296 6065-EXIT.
094298     EXIT.
094299**----------------------------------------------------------------
094300** 6070-PROBE-JOB-LOCK - TRIAL RUN ONLY - WOULD 6060 OR 6065 HAVE
094301**----------------------------------------------------------------
094302**             REFUSED THIS ARGSET?  THE LOCK ROW IS READ, NOT
094303**             WRITTEN, AND THE CHECKPOINT TEST IS 6065 ITSELF,
094304**             WHICH ONLY EVER READS THE CHECKPOINT FILE.
094305 6070-PROBE-JOB-LOCK.
094306     SET APP-LOCK-NOT-REFUSED TO TRUE.
094307     SET APP-LOCK-NOT-HELD TO TRUE.
094308     MOVE ZERO TO APP-CALL-STATUS.
094309     IF APP-LOCKFIL-NOT-OPEN
094310         GO TO 6070-CHECKPOINT
094311     END-IF.
094312     MOVE APP-ARG-VALUE(1) TO LCK-JOB-ID.
094313     READ LOCK-FILE
094314         INVALID KEY
094315             GO TO 6070-CHECKPOINT
094316     END-READ.
094317     PERFORM 6062-REFUSE-LOCKED-JOB THRU 6062-EXIT.
094318     GO TO 6070-EXIT.
094319 6070-CHECKPOINT.
094320     PERFORM 6065-CHECK-PRIOR-CHECKPOINT THRU 6065-EXIT.
094321 6070-EXIT.
094322     EXIT.
094348** 6080-CALL-SHARED-PRINT / 6090-RETRY-SHARED-PRINT - ONE
094374**----------------------------------------------------------------
094400**             ATTEMPT, AND ONE PAUSED RETRY UNDER THE PER-JOB
094500**             POLICY FROM THE PARAMETER MASTER - A RETRY THAT
094600**             WORKS SUCCEEDS QUIETLY, ONLY EXHAUSTED RETRIES
094800 6080-CALL-SHARED-PRINT.
094810     MOVE ZERO TO APP-VOL-PAGES.
094820     MOVE ZERO TO APP-VOL-LINES.
094846     ACCEPT APP-TIM-START-DATE FROM DATE YYYYMMDD.
094872     ACCEPT APP-TIM-START-TIME FROM TIME.
094900     CALL 'shared_print' USING BY REFERENCE APP-ARGS0
094910         BY REFERENCE APP-PRINT-VOLUME
095000         RETURNING APP-CALL-STATUS
095100     END-CALL.
095125     ACCEPT APP-TIM-END-DATE FROM DATE YYYYMMDD.
095150     ACCEPT APP-TIM-END-TIME FROM TIME.
095175     PERFORM 6085-WRITE-RUN-TIMING THRU 6085-EXIT.
095200 6080-EXIT.
095300     EXIT.
095301**----------------------------------------------------------------
095302** 6085-WRITE-RUN-TIMING - ONE HISTORY ROW PER ATTEMPT, WITH THE
095303**----------------------------------------------------------------
095304**             ELAPSED TIME WORKED IN HUNDREDTHS OF A SECOND FROM
095305**             THE HHMMSSCC STAMPS.  A CALL THAT RUNS OVER
095306**             MIDNIGHT HAS ITS END STAMP MOVED ON ONE DAY.
095307 6085-WRITE-RUN-TIMING.
095308     IF APP-RTIMHST-NOT-OPEN
095309         GO TO 6085-EXIT
095310     END-IF.
095311     MOVE SPACES TO RUN-TIMING-RECORD.
095312     MOVE APP-ARG-VALUE(1) TO RTIM-JOB-ID.
095313     IF APP-ARG-COUNT >= 2
095314         AND APP-ARG-VALUE(2)(1:8) NUMERIC
095315         MOVE APP-ARG-VALUE(2)(1:8) TO RTIM-RUN-DATE
095316     ELSE
095317         MOVE ZERO TO RTIM-RUN-DATE
095318     END-IF.
095319     MOVE APP-TIM-START-DATE TO RTIM-START-DATE.
095320     MOVE APP-TIM-START-TIME TO RTIM-START-TIME.
095321     COMPUTE RTIM-ATTEMPT = APP-RETRY-COUNT + 1.
095322     MOVE APP-TIM-END-DATE TO RTIM-END-DATE.
095323     MOVE APP-TIM-END-TIME TO RTIM-END-TIME.
095324     COMPUTE APP-TIM-START-HUNDS = APP-TIM-START-HH * 360000
095325         + APP-TIM-START-MM * 6000 + APP-TIM-START-SS * 100
095326         + APP-TIM-START-CC.
095327     COMPUTE APP-TIM-END-HUNDS = APP-TIM-END-HH * 360000
095328         + APP-TIM-END-MM * 6000 + APP-TIM-END-SS * 100
095329         + APP-TIM-END-CC.
095330     IF APP-TIM-END-DATE NOT = APP-TIM-START-DATE
095331         ADD 8640000 TO APP-TIM-END-HUNDS
095332     END-IF.
095333     IF APP-TIM-END-HUNDS < APP-TIM-START-HUNDS
095334         MOVE ZERO TO RTIM-ELAPSED-SECS
095335     ELSE
095336         COMPUTE RTIM-ELAPSED-SECS =
095337             (APP-TIM-END-HUNDS - APP-TIM-START-HUNDS) / 100
095338     END-IF.
095339     MOVE APP-ARG-VALUE(5)(1:4) TO RTIM-REGION-CODE.
095340     MOVE APP-CALL-STATUS TO RTIM-CALL-STATUS.
095341     IF APP-CALL-STATUS = ZERO
095342         SET RTIM-CALL-OK TO TRUE
095343     ELSE
095344         SET RTIM-CALL-FAILED TO TRUE
095345     END-IF.
095346     WRITE RUN-TIMING-RECORD
095347         INVALID KEY
095348             DISPLAY 'APP0196W - RUN-TIMING WRITE FAILED -'
095349             DISPLAY '           STATUS ' APP-RTIMHST-STATUS
095350     END-WRITE.
095351 6085-EXIT.
095352     EXIT.
095400 6090-RETRY-SHARED-PRINT.
095500     ADD 1 TO APP-RETRY-COUNT.
095600     DISPLAY 'APP0151I - SHARED_PRINT STATUS NON-ZERO -'
100700         END-IF
100800     END-IF.
100900     MOVE APP-RETRY-COUNT TO AUDIT-RETRY-COUNT.
100914     MOVE APP-OPERATOR-ID TO AUDIT-OPERATOR-ID.
100928     IF APP-RUN-FORCED
100942         SET AUDIT-FORCED TO TRUE
100956     ELSE
100970         SET AUDIT-NOT-FORCED TO TRUE
100984     END-IF.
101000     WRITE AUDIT-LOG-RECORD.
101100 6300-EXIT.
101200     EXIT.
101700**             THE AUDIT TRAIL SHOWS WHY A RUN NEVER FIRED, NOT
101800**             JUST WHAT HAPPENED WHEN ONE DID
101900 6350-WRITE-REJECT-AUDIT-RECORD.
101925     IF APP-TRIAL-RUN
101950         GO TO 6350-EXIT
101975     END-IF.
102000     MOVE APP-CURRENT-DATE TO AUDIT-RUN-DATE.
102100     MOVE APP-CURRENT-TIME TO AUDIT-RUN-TIME.
102200     IF APP-ARG-COUNT > 0
102600         MOVE APP-RAW-CMDLINE TO AUDIT-RAW-ARGS
102700     END-IF.
102800     SET AUDIT-OUTCOME-ERROR TO TRUE.
102900     SET AUDIT-NOT-CALLED TO TRUE.
103000     MOVE ZERO TO AUDIT-RETRY-COUNT.
103100     MOVE APP-WORST-RC TO AUDIT-RETURN-CODE.
103114     MOVE APP-OPERATOR-ID TO AUDIT-OPERATOR-ID.
103128     IF APP-RUN-FORCED
103142         SET AUDIT-FORCED TO TRUE
103156     ELSE
103170         SET AUDIT-NOT-FORCED TO TRUE
103184     END-IF.
103200     WRITE AUDIT-LOG-RECORD.
103300 6350-EXIT.
103400     EXIT.
105572     END-IF.
105574 6420-EXIT.
105576     EXIT.
105584**----------------------------------------------------------------
105592** 6450-UPDATE-RUN-STATUS - KEEP THE KEYED RUN-STATUS ROW FOR
105600**----------------------------------------------------------------
105700**             THIS JOB-ID CURRENT - LAST RUN DATE/TIME, LAST
105800**             RETURN CODE AND OUTCOME, AND THE COUNT OF RUNS
114750             TO EVP-TEXT
114760         PERFORM 6500-LOG-OPERATIONAL-EVENT THRU 6500-EXIT
114800     END-IF.
114825     IF APP-TRIAL-RUN
114850         GO TO 7000-SKIP-REQUEUE
114875     END-IF.
114900** THE REQUEUE MASTER IS NEVER TRUNCATED - FAILURES THE
115000** DEPARTMENTS HAVE NOT YET WORKED SURVIVE EVERY LATER BATCH
115100** RUN, AND THEIR LIFECYCLE (OPEN, CORRECTED, RESUBMITTED,
116650             TO EVP-TEXT
116660         PERFORM 6500-LOG-OPERATIONAL-EVENT THRU 6500-EXIT
116700     END-IF.
116705 7000-SKIP-REQUEUE.
116710     IF APP-RESTART-CONFIRMED
116720         PERFORM 7050-SET-RESTART-SKIP-COUNT THRU 7050-EXIT
116730     END-IF.
120910     SET APP-RGN-NOT-REJECTED TO TRUE.
120920     SET APP-LOCK-NOT-REFUSED TO TRUE.
120930     SET APP-STALE-NOT-REJECTED TO TRUE.
120953     SET APP-DUP-NOT-REJECTED TO TRUE.
120976     SET APP-PRED-NOT-HELD TO TRUE.
120988     SET APP-DAY-NOT-REFUSED TO TRUE.
121000     PERFORM 5700-VALIDATE-AGAINST-MASTER THRU 5700-EXIT.
121100     IF APP-ARGS-VALID
121200         PERFORM 5800-CHECK-RUN-DATE-HOLIDAY THRU 5800-EXIT
121400     IF APP-ARGS-VALID
121500         PERFORM 6000-PROCESS-ONE-ARGSET THRU 6000-EXIT
121600         EVALUATE TRUE
121700             WHEN APP-DAY-REFUSED
121720                 MOVE 'DAY' TO APP-REQUEUE-REASON
121740                 PERFORM 7400-WRITE-REQUEUE-RECORD THRU
121760                     7400-EXIT
121780             WHEN APP-DUP-REJECTED
121800                 MOVE 'DUP' TO APP-REQUEUE-REASON
121900                 PERFORM 7400-WRITE-REQUEUE-RECORD THRU
122000                     7400-EXIT
122810         END-IF
122900         PERFORM 7400-WRITE-REQUEUE-RECORD THRU 7400-EXIT
123000     END-IF.
123025     IF APP-TRIAL-RUN
123050         PERFORM 7500-WRITE-EDIT-LINE THRU 7500-EXIT
123075     END-IF.
123100 7200-EXIT.
123200     EXIT.
123300 7300-MOVE-TRANREC-TO-ARGTAB.
126570                 GO TO 7410-EXIT
126580             END-IF
126590             DISPLAY 'APP0187W - REQUEUE MASTER WRITE FAILED -'
126591             DISPLAY '           STATUS ' APP-REQUEUE-STATUS
126592     END-WRITE.
126593     SET APP-RQM-WRITTEN TO TRUE.
126594 7410-EXIT.
126595     EXIT.
126596**----------------------------------------------------------------
126597** 7500-WRITE-EDIT-LINE - TRIAL RUN ONLY - ONE PRE-FLIGHT LINE PER
126598**----------------------------------------------------------------
126599**             ARGSET, WITH THE REASON CODE A LIVE BATCH RUN WOULD
126600**             HAVE REQUEUED IT UNDER (SAME PRECEDENCE AS 7200).
126601 7500-WRITE-EDIT-LINE.
126602     ADD 1 TO APP-TRIAL-SEQ.
126603     MOVE SPACES TO APP-EDIT-DETAIL-LINE.
126604     MOVE APP-TRIAL-SEQ TO DTL-SEQ.
126605     IF APP-ARG-COUNT >= 1
126606         MOVE APP-ARG-VALUE(1) TO DTL-JOB-ID
126607     END-IF.
126608     IF APP-ARG-COUNT >= 2
126609         MOVE APP-ARG-VALUE(2) TO DTL-RUN-DATE
126610     END-IF.
126611     IF APP-ARG-COUNT >= 3
126612         MOVE APP-ARG-VALUE(3) TO DTL-SWITCH-1
126613     END-IF.
126614     IF APP-ARG-COUNT >= 4
126615         MOVE APP-ARG-VALUE(4) TO DTL-SWITCH-2
126616     END-IF.
126617     IF APP-ARG-COUNT >= 5
126618         MOVE APP-ARG-VALUE(5) TO DTL-REGION
126619     END-IF.
126620     MOVE 'FAIL' TO DTL-RESULT.
126621     EVALUATE TRUE
126622         WHEN APP-DAY-REFUSED
126623             MOVE 'DAY' TO DTL-REASON
126624             MOVE 'PRIOR BUSINESS DATE NOT CLOSED' TO DTL-NOTE
126625             ADD 1 TO APP-TRIAL-DAY-COUNT
126626         WHEN APP-DUP-REJECTED
126627             MOVE 'DUP' TO DTL-REASON
126628             MOVE 'ALREADY COMPLETED FOR THIS RUN-DATE'
126629                 TO DTL-NOTE
126630             ADD 1 TO APP-TRIAL-DUP-COUNT
126631         WHEN APP-PRED-HELD
126632             MOVE 'PRE' TO DTL-REASON
126633             MOVE 'PREDECESSOR NOT COMPLETE FOR RUN-DATE'
126634                 TO DTL-NOTE
126635             ADD 1 TO APP-TRIAL-PRE-COUNT
126636         WHEN APP-LOCK-REFUSED
126637             MOVE 'LCK' TO DTL-REASON
126638             MOVE 'RUN LOCK HELD FOR THIS JOB-ID' TO DTL-NOTE
126639             ADD 1 TO APP-TRIAL-LCK-COUNT
126640         WHEN APP-STALE-REJECTED
126641             MOVE 'LCK' TO DTL-REASON
126642             MOVE 'DANGLING CHECKPOINT - NEEDS RESTART'
126643                 TO DTL-NOTE
126644             ADD 1 TO APP-TRIAL-LCK-COUNT
126645         WHEN APP-RGN-REJECTED
126646             MOVE 'RGN' TO DTL-REASON
126647             MOVE 'REGION UNKNOWN OR INACTIVE' TO DTL-NOTE
126648             ADD 1 TO APP-TRIAL-RGN-COUNT
126649         WHEN APP-ARGS-INVALID
126650             MOVE 'VAL' TO DTL-REASON
126651             MOVE 'FAILED PARAMETER OR CALENDAR EDIT'
126652                 TO DTL-NOTE
126653             ADD 1 TO APP-TRIAL-VAL-COUNT
126654         WHEN OTHER
126655             MOVE 'PASS' TO DTL-RESULT
126656             MOVE 'WOULD BE PASSED TO SHARED_PRINT' TO DTL-NOTE
126657     END-EVALUATE.
126658     IF DTL-RESULT = 'PASS'
126659         ADD 1 TO APP-TRIAL-PASS-COUNT
126660     ELSE
126661         ADD 1 TO APP-TRIAL-FAIL-COUNT
126662     END-IF.
126663     IF APP-EDITRPT-IS-OPEN
126664         MOVE APP-EDIT-DETAIL-LINE TO RPT-LINE
126665         WRITE RPT-LINE
126666     END-IF.
126667 7500-EXIT.
126668     EXIT.
126669**----------------------------------------------------------------
126670** 7600-PRINT-EDIT-TOTALS - TRIAL RUN ONLY - CLOSE THE PRE-FLIGHT
126671**----------------------------------------------------------------
126672**             REPORT WITH PASS/FAIL AND PER-REASON TOTALS
126673 7600-PRINT-EDIT-TOTALS.
126674     DISPLAY 'APP0194I - TRIAL COMPLETE - EDITED ' APP-TRIAL-SEQ
126675         ' PASSED ' APP-TRIAL-PASS-COUNT
126676         ' FAILED ' APP-TRIAL-FAIL-COUNT.
126677     IF APP-EDITRPT-NOT-OPEN
126678         GO TO 7600-EXIT
126679     END-IF.
126680     MOVE 'TOTALS' TO SEC-TITLE.
126681     MOVE APP-EDIT-SECTION-LINE TO RPT-LINE.
126682     WRITE RPT-LINE.
126683     MOVE 'ARGSETS EDITED:' TO TOT-LABEL.
126684     MOVE APP-TRIAL-SEQ TO TOT-COUNT.
126685     MOVE APP-EDIT-TOTAL-LINE TO RPT-LINE.
126686     WRITE RPT-LINE.
126687     MOVE 'PASSED:' TO TOT-LABEL.
126688     MOVE APP-TRIAL-PASS-COUNT TO TOT-COUNT.
126689     MOVE APP-EDIT-TOTAL-LINE TO RPT-LINE.
126690     WRITE RPT-LINE.
126691     MOVE 'FAILED:' TO TOT-LABEL.
126692     MOVE APP-TRIAL-FAIL-COUNT TO TOT-COUNT.
126693     MOVE APP-EDIT-TOTAL-LINE TO RPT-LINE.
126694     WRITE RPT-LINE.
126695     MOVE '  VAL - PARAMETER/CALENDAR:' TO TOT-LABEL.
126696     MOVE APP-TRIAL-VAL-COUNT TO TOT-COUNT.
126697     MOVE APP-EDIT-TOTAL-LINE TO RPT-LINE.
126698     WRITE RPT-LINE.
126699     MOVE '  DUP - ALREADY COMPLETE:' TO TOT-LABEL.
126700     MOVE APP-TRIAL-DUP-COUNT TO TOT-COUNT.
126701     MOVE APP-EDIT-TOTAL-LINE TO RPT-LINE.
126702     WRITE RPT-LINE.
126703     MOVE '  PRE - PREDECESSOR HELD:' TO TOT-LABEL.
126704     MOVE APP-TRIAL-PRE-COUNT TO TOT-COUNT.
126705     MOVE APP-EDIT-TOTAL-LINE TO RPT-LINE.
126706     WRITE RPT-LINE.
126707     MOVE '  RGN - REGION:' TO TOT-LABEL.
126708     MOVE APP-TRIAL-RGN-COUNT TO TOT-COUNT.
126709     MOVE APP-EDIT-TOTAL-LINE TO RPT-LINE.
126710     WRITE RPT-LINE.
126711     MOVE '  LCK - LOCK/CHECKPOINT:' TO TOT-LABEL.
126712     MOVE APP-TRIAL-LCK-COUNT TO TOT-COUNT.
126713     MOVE APP-EDIT-TOTAL-LINE TO RPT-LINE.
126714     WRITE RPT-LINE.
126715     MOVE '  DAY - PRIOR DAY OPEN:' TO TOT-LABEL.
126716     MOVE APP-TRIAL-DAY-COUNT TO TOT-COUNT.
126717     MOVE APP-EDIT-TOTAL-LINE TO RPT-LINE.
126718     WRITE RPT-LINE.
126734 7600-EXIT.
126750     EXIT.
126766**----------------------------------------------------------------
126782** 8000-CALL-NORMAL / 8100-CALL-ERROR - ROUTE THE SHARED_PRINT
126800**----------------------------------------------------------------
126900**             STATUS TO A MEANINGFUL JOB-STEP RETURN-CODE - THE
127000**             WORST STATUS SEEN ALL RUN IS WHAT GOES TO THE
129200** 9000-TERMINATE - CLOSE THE FILES OPENED AT ENTRY
129300**----------------------------------------------------------------
129400 9000-TERMINATE.
129500     IF APP-LIVE-RUN
129525         CLOSE AUDIT-LOG
129550         CLOSE EXTRACT-FILE
129575     END-IF.
129610     IF APP-PRNTVOL-IS-OPEN
129620         CLOSE PRINT-VOLUME
129630         SET APP-PRNTVOL-NOT-OPEN TO TRUE
129640     END-IF.
129652     IF APP-RTIMHST-IS-OPEN
129664         CLOSE RUN-TIMING
129676         SET APP-RTIMHST-NOT-OPEN TO TRUE
129688     END-IF.
129700     IF APP-RUNSTAT-IS-OPEN
129800         CLOSE RUN-STATUS
129900         SET APP-RUNSTAT-NOT-OPEN TO TRUE
130484         CLOSE LOCK-FILE
130486         SET APP-LOCKFIL-NOT-OPEN TO TRUE
130488     END-IF.
130489     IF APP-DAYCTL-IS-OPEN
130490         CLOSE DAY-CONTROL
130491         SET APP-DAYCTL-NOT-OPEN TO TRUE
130492     END-IF.
130493     IF APP-EDITRPT-IS-OPEN
130494         CLOSE EDIT-REPORT
130495         SET APP-EDITRPT-NOT-OPEN TO TRUE
130496     END-IF.
130500 9000-EXIT.
130600     EXIT.
