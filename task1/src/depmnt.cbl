002000*  2026-09-03 DRS  INITIAL VERSION - SCREEN AND BATCH MAINTENANCE
002100*                  OF THE JOB DEPENDENCY MASTER WITH A
002200*                  BEFORE/AFTER IMAGE MAINTENANCE AUDIT FILE.
002225*  2026-10-15 DRS  ADD, CHANGE, AND DELETE NOW NEED AN ACTIVE
002250*                  OPERATOR HOLDING THE DEPENDENCY MAINTENANCE
002275*                  PRIVILEGE ON THE OPERATOR MASTER (OPRCHK).
002300**----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
008500 01  DPM-DEPMSTR-STATUS         PIC X(02).
008600 01  DPM-DPTRAN-STATUS          PIC X(02).
008700 01  DPM-DPAUDIT-STATUS         PIC X(02).
008720**
008740** OPERATOR AUTHORIZATION CHECK PARAMETER AREA (COPYBOOK) - SEE
008760** 4250.  OPRCHK LOGS ITS OWN REFUSAL EVENTS.
008780 COPY OPRPARM.
008800**----------------------------------------------------------------
008900** MAINTENANCE ENTRY SCREEN WORKING FIELDS - BATCH MODE MOVES
009000** EACH TRANSACTION INTO THESE SAME FIELDS SO BOTH MODES SHARE
025200         DISPLAY 'DPM0111E - OPERATOR ID MAY NOT BE BLANK'
025300         SET DPM-SCR-INVALID TO TRUE
025400     END-IF.
025416     IF DPM-SCR-VALID
025432             AND (DPM-SCR-ACTION = 'A' OR DPM-SCR-ACTION = 'C'
025448                 OR DPM-SCR-ACTION = 'D')
025464         PERFORM 4250-CHECK-AUTHORITY THRU 4250-EXIT
025480     END-IF.
025500     IF DPM-SCR-JOB-ID = SPACES
025600         DISPLAY 'DPM0112E - JOB ID MAY NOT BE BLANK'
025700         SET DPM-SCR-INVALID TO TRUE
026900     END-IF.
027000 4200-EXIT.
027100     EXIT.
027105**----------------------------------------------------------------
027110** 4250-CHECK-AUTHORITY - AN ADD, CHANGE, OR DELETE NEEDS AN
027115**----------------------------------------------------------------
027120**             ACTIVE OPERATOR HOLDING THE DEPENDENCY MAINTENANCE
027125**             PRIVILEGE ON THE OPERATOR AUTHORIZATION MASTER
027130 4250-CHECK-AUTHORITY.
027135     MOVE DPM-SCR-OPERATOR-ID TO OPP-OPERATOR-ID.
027140     SET OPP-PRIV-DEP-MAINT TO TRUE.
027145     MOVE 'DEPMNT' TO OPP-PROGRAM.
027150     MOVE SPACES TO OPP-JOB-ID.
027155     CALL 'OPRCHK' USING OPERATOR-CHECK-PARM
027160     END-CALL.
027165     IF OPP-REFUSED
027170         DISPLAY 'DPM0170E - OPERATOR ' DPM-SCR-OPERATOR-ID
027175             ' NOT AUTHORIZED - ' OPP-REASON
027180         SET DPM-SCR-INVALID TO TRUE
027185     END-IF.
027190 4250-EXIT.
027195     EXIT.
027200 4300-EDIT-ONE-PREDECESSOR.
027300     IF DPM-SCR-PRED(DPM-PRED-SUB) = SPACES
027400         GO TO 4300-EXIT
