001900*  2026-09-03 DRS  INITIAL VERSION - SCREEN AND BATCH MAINTENANCE
002000*                  OF THE EXPECTED-SCHEDULE MASTER WITH A
002100*                  BEFORE/AFTER IMAGE MAINTENANCE AUDIT FILE.
002110*  2026-10-15 DRS  MAINTAIN THE PER-JOB DEFAULT SWITCHES AND
002120*                  REGION ADDED TO THE MASTER ROW FOR THE
002130*                  TRANFILE GENERATOR (TRNGEN) - BLANK MEANS NO
002140*                  DEFAULT.
002155*  2026-10-15 DRS  ADD, CHANGE, AND DELETE NOW NEED AN ACTIVE
002170*                  OPERATOR HOLDING THE SCHEDULE MAINTENANCE
002185*                  PRIVILEGE ON THE OPERATOR MASTER (OPRCHK).
002200**----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
008200 01  SCM-SCHDMSTR-STATUS        PIC X(02).
008300 01  SCM-SCTRAN-STATUS          PIC X(02).
008400 01  SCM-SCAUDIT-STATUS         PIC X(02).
008420**
008440** OPERATOR AUTHORIZATION CHECK PARAMETER AREA (COPYBOOK) - SEE
008460** 4250.  OPRCHK LOGS ITS OWN REFUSAL EVENTS.
008480 COPY OPRPARM.
008500**----------------------------------------------------------------
008600** MAINTENANCE ENTRY SCREEN WORKING FIELDS - BATCH MODE MOVES
008700** EACH TRANSACTION INTO THESE SAME FIELDS SO BOTH MODES SHARE
009400     05  SCM-SCR-FREQ               PIC X(01).
009500     05  SCM-SCR-DUE-DAY            PIC 9(02).
009600     05  SCM-SCR-CUTOFF             PIC 9(04).
009610     05  SCM-SCR-DFLT-SWITCH-1      PIC X(01).
009620     05  SCM-SCR-DFLT-SWITCH-2      PIC X(01).
009630     05  SCM-SCR-DFLT-REGION        PIC X(04).
009700     05  SCM-SCR-VALID-SW           PIC X(01).
009800         88  SCM-SCR-VALID                  VALUE 'Y'.
009900         88  SCM-SCR-INVALID                VALUE 'N'.
011300     05  LINE 07 COLUMN 22 PIC 9(02) USING SCM-SCR-DUE-DAY.
011400     05  LINE 08 COLUMN 01 VALUE 'CUTOFF TIME HHMM..:'.
011500     05  LINE 08 COLUMN 22 PIC 9(04) USING SCM-SCR-CUTOFF.
011510     05  LINE 10 COLUMN 01 VALUE 'DEFAULT SWITCH 1..:'.
011520     05  LINE 10 COLUMN 22 PIC X(01) USING SCM-SCR-DFLT-SWITCH-1.
011530     05  LINE 11 COLUMN 01 VALUE 'DEFAULT SWITCH 2..:'.
011540     05  LINE 11 COLUMN 22 PIC X(01) USING SCM-SCR-DFLT-SWITCH-2.
011550     05  LINE 12 COLUMN 01 VALUE 'DEFAULT REGION....:'.
011560     05  LINE 12 COLUMN 22 PIC X(04) USING SCM-SCR-DFLT-REGION.
011600 PROCEDURE DIVISION.
011700**----------------------------------------------------------------
011800** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
020500     MOVE SPACE TO SCM-SCR-FREQ.
020600     MOVE ZERO TO SCM-SCR-DUE-DAY.
020700     MOVE ZERO TO SCM-SCR-CUTOFF.
020710     MOVE SPACE TO SCM-SCR-DFLT-SWITCH-1.
020720     MOVE SPACE TO SCM-SCR-DFLT-SWITCH-2.
020730     MOVE SPACES TO SCM-SCR-DFLT-REGION.
020800     DISPLAY SCM-ENTRY-SCREEN.
020900     ACCEPT SCM-ENTRY-SCREEN.
021000     IF SCM-SCR-ACTION = 'X'
024100         DISPLAY 'SCM0111E - OPERATOR ID MAY NOT BE BLANK'
024200         SET SCM-SCR-INVALID TO TRUE
024300     END-IF.
024316     IF SCM-SCR-VALID
024332             AND (SCM-SCR-ACTION = 'A' OR SCM-SCR-ACTION = 'C'
024348                 OR SCM-SCR-ACTION = 'D')
024364         PERFORM 4250-CHECK-AUTHORITY THRU 4250-EXIT
024380     END-IF.
024400     IF SCM-SCR-JOB-ID = SPACES
024500         DISPLAY 'SCM0112E - JOB ID MAY NOT BE BLANK'
024600         SET SCM-SCR-INVALID TO TRUE
029000     END-IF.
029100 4200-EXIT.
029200     EXIT.
029205**----------------------------------------------------------------
029210** 4250-CHECK-AUTHORITY - AN ADD, CHANGE, OR DELETE NEEDS AN
029215**----------------------------------------------------------------
029220**             ACTIVE OPERATOR HOLDING THE SCHEDULE MAINTENANCE
029225**             PRIVILEGE ON THE OPERATOR AUTHORIZATION MASTER
029230 4250-CHECK-AUTHORITY.
029235     MOVE SCM-SCR-OPERATOR-ID TO OPP-OPERATOR-ID.
029240     SET OPP-PRIV-SCHD-MAINT TO TRUE.
029245     MOVE 'SCHDMNT' TO OPP-PROGRAM.
029250     MOVE SPACES TO OPP-JOB-ID.
029255     CALL 'OPRCHK' USING OPERATOR-CHECK-PARM
029260     END-CALL.
029265     IF OPP-REFUSED
029270         DISPLAY 'SCM0170E - OPERATOR ' SCM-SCR-OPERATOR-ID
029275             ' NOT AUTHORIZED - ' OPP-REASON
029280         SET SCM-SCR-INVALID TO TRUE
029285     END-IF.
029290 4250-EXIT.
029295     EXIT.
029300**----------------------------------------------------------------
029400** 5000-ADD-ROW - WRITE A NEW JOB-ID ROW AND AUDIT IT
029500**----------------------------------------------------------------
039600     DISPLAY 'FREQUENCY....: ' SCHD-FREQ-SW.
039700     DISPLAY 'DUE DAY......: ' SCHD-DUE-DAY.
039800     DISPLAY 'CUTOFF TIME..: ' SCHD-CUTOFF-TIME.
039810     DISPLAY 'DFLT SWITCH 1: ' SCHD-DFLT-SWITCH-1.
039820     DISPLAY 'DFLT SWITCH 2: ' SCHD-DFLT-SWITCH-2.
039830     DISPLAY 'DFLT REGION..: ' SCHD-DFLT-REGION-CODE.
039900 5700-EXIT.
040000     EXIT.
040100**----------------------------------------------------------------
040800     MOVE SCM-SCR-FREQ TO SCHD-FREQ-SW.
040900     MOVE SCM-SCR-DUE-DAY TO SCHD-DUE-DAY.
041000     MOVE SCM-SCR-CUTOFF TO SCHD-CUTOFF-TIME.
041010     MOVE SCM-SCR-DFLT-SWITCH-1 TO SCHD-DFLT-SWITCH-1.
041020     MOVE SCM-SCR-DFLT-SWITCH-2 TO SCHD-DFLT-SWITCH-2.
041030     MOVE SCM-SCR-DFLT-REGION TO SCHD-DFLT-REGION-CODE.
041100 5800-EXIT.
041200     EXIT.
041300**----------------------------------------------------------------
050500     MOVE SCTR-FREQ-SW TO SCM-SCR-FREQ.
050600     MOVE SCTR-DUE-DAY TO SCM-SCR-DUE-DAY.
050700     MOVE SCTR-CUTOFF-TIME TO SCM-SCR-CUTOFF.
050710     MOVE SCTR-DFLT-SWITCH-1 TO SCM-SCR-DFLT-SWITCH-1.
050720     MOVE SCTR-DFLT-SWITCH-2 TO SCM-SCR-DFLT-SWITCH-2.
050730     MOVE SCTR-DFLT-REGION-CODE TO SCM-SCR-DFLT-REGION.
050800 7300-EXIT.
050900     EXIT.
051000 7400-COUNT-ONE-REJECT.
