002270*                  THE DAY BEFORE, AND BOTH SIDES ARE AUDITED,
002280*                  SO NOBODY EDITS THE MASTER AT MIDNIGHT
002290*                  BETWEEN THE OLD-RULES AND NEW-RULES RUNS.
002292*  2026-10-15 DRS  ADD, CHANGE, AND DELETE NOW NEED AN ACTIVE
002294*                  OPERATOR HOLDING THE PARAMETER MAINTENANCE
002296*                  PRIVILEGE ON THE OPERATOR MASTER (OPRCHK).
002300**----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
008400 01  PMM-PARMMSTR-STATUS        PIC X(02).
008500 01  PMM-PMTRAN-STATUS          PIC X(02).
008600 01  PMM-PMAUDIT-STATUS         PIC X(02).
008620**
008640** OPERATOR AUTHORIZATION CHECK PARAMETER AREA (COPYBOOK) - SEE
008660** 4250.  OPRCHK LOGS ITS OWN REFUSAL EVENTS.
008680 COPY OPRPARM.
008700**----------------------------------------------------------------
008800** MAINTENANCE ENTRY SCREEN WORKING FIELDS - BATCH MODE MOVES
008900** EACH TRANSACTION INTO THESE SAME FIELDS SO BOTH MODES SHARE
028000         DISPLAY 'PMM0111E - OPERATOR ID MAY NOT BE BLANK'
028100         SET PMM-SCR-INVALID TO TRUE
028200     END-IF.
028216     IF PMM-SCR-VALID
028232             AND (PMM-SCR-ACTION = 'A' OR PMM-SCR-ACTION = 'C'
028248                 OR PMM-SCR-ACTION = 'D')
028264         PERFORM 4250-CHECK-AUTHORITY THRU 4250-EXIT
028280     END-IF.
028300     IF PMM-SCR-JOB-ID = SPACES
028400         DISPLAY 'PMM0112E - JOB ID MAY NOT BE BLANK'
028500         SET PMM-SCR-INVALID TO TRUE
031318     END-IF.
031320 4200-EXIT.
031400     EXIT.
031405**----------------------------------------------------------------
031410** 4250-CHECK-AUTHORITY - AN ADD, CHANGE, OR DELETE NEEDS AN
031415**----------------------------------------------------------------
031420**             ACTIVE OPERATOR HOLDING THE PARAMETER MAINTENANCE
031425**             PRIVILEGE ON THE OPERATOR AUTHORIZATION MASTER
031430 4250-CHECK-AUTHORITY.
031435     MOVE PMM-SCR-OPERATOR-ID TO OPP-OPERATOR-ID.
031440     SET OPP-PRIV-PARM-MAINT TO TRUE.
031445     MOVE 'PMSTMNT' TO OPP-PROGRAM.
031450     MOVE SPACES TO OPP-JOB-ID.
031455     CALL 'OPRCHK' USING OPERATOR-CHECK-PARM
031460     END-CALL.
031465     IF OPP-REFUSED
031470         DISPLAY 'PMM0170E - OPERATOR ' PMM-SCR-OPERATOR-ID
031475             ' NOT AUTHORIZED - ' OPP-REASON
031480         SET PMM-SCR-INVALID TO TRUE
031485     END-IF.
031490 4250-EXIT.
031495     EXIT.
031500**----------------------------------------------------------------
031600** 5000-ADD-ROW - WRITE A NEW JOB-ID ROW AND AUDIT IT
031700**----------------------------------------------------------------
