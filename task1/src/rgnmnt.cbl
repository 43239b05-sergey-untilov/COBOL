001500*    FILE WITH A BEFORE AND AFTER IMAGE OF THE ROW, AS PMSTMNT
001600*    DOES FOR THE PARAMETER MASTER.  A REGION THAT FALLS OUT OF
001700*    USE IS FLAGGED INACTIVE, NOT DELETED, SO OLD STATISTICS
001800*    KEEP THEIR DESCRIPTION.  THE ROW ALSO CARRIES THE
001825*    GENERAL-LEDGER COST CENTER THE MONTHLY PRINT CHARGEBACK
001850*    (PVOLBIL) DEBITS FOR THE REGION - LEFT BLANK FOR A REGION
001875*    THAT IS NOT BILLED.
001900**
002000*MOD LOG.
002100*  2026-09-03 DRS  INITIAL VERSION - SCREEN AND BATCH MAINTENANCE
002200*                  OF THE REGION MASTER WITH A BEFORE/AFTER
002300*                  IMAGE MAINTENANCE AUDIT FILE.
002325*  2026-10-15 DRS  ADD, CHANGE, AND DELETE NOW NEED AN ACTIVE
002350*                  OPERATOR HOLDING THE REGION MAINTENANCE
002375*                  PRIVILEGE ON THE OPERATOR MASTER (OPRCHK).
002381*  2026-10-15 DRS  MAINTAIN THE COST CENTER ADDED TO THE REGION
002387*                  ROW FOR THE PRINT CHARGEBACK JOURNAL - BLANK IS
002393*                  ALLOWED, SO OLD BULK-LOAD FILES STILL APPLY.
002400**----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
008400 01  RGM-RGNMSTR-STATUS         PIC X(02).
008500 01  RGM-RGTRAN-STATUS          PIC X(02).
008600 01  RGM-RGAUDIT-STATUS         PIC X(02).
008620**
008640** OPERATOR AUTHORIZATION CHECK PARAMETER AREA (COPYBOOK) - SEE
008660** 4250.  OPRCHK LOGS ITS OWN REFUSAL EVENTS.
008680 COPY OPRPARM.
008700**----------------------------------------------------------------
008800** MAINTENANCE ENTRY SCREEN WORKING FIELDS - BATCH MODE MOVES
008900** EACH TRANSACTION INTO THESE SAME FIELDS SO BOTH MODES SHARE
009500     05  RGM-SCR-REGION-CODE        PIC X(04).
009600     05  RGM-SCR-DESCRIPTION        PIC X(30).
009700     05  RGM-SCR-ACTIVE             PIC X(01).
009750     05  RGM-SCR-COST-CENTER        PIC X(08).
009800     05  RGM-SCR-VALID-SW           PIC X(01).
009900         88  RGM-SCR-VALID                  VALUE 'Y'.
010000         88  RGM-SCR-INVALID                VALUE 'N'.
011200     05  LINE 06 COLUMN 22 PIC X(30) USING RGM-SCR-DESCRIPTION.
011300     05  LINE 07 COLUMN 01 VALUE 'ACTIVE (A/I)......:'.
011400     05  LINE 07 COLUMN 22 PIC X(01) USING RGM-SCR-ACTIVE.
011433     05  LINE 08 COLUMN 01 VALUE 'COST CENTER.......:'.
011466     05  LINE 08 COLUMN 22 PIC X(08) USING RGM-SCR-COST-CENTER.
011500 PROCEDURE DIVISION.
011600**----------------------------------------------------------------
011700** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
020300     MOVE SPACES TO RGM-SCR-REGION-CODE.
020400     MOVE SPACES TO RGM-SCR-DESCRIPTION.
020500     MOVE SPACE TO RGM-SCR-ACTIVE.
020550     MOVE SPACES TO RGM-SCR-COST-CENTER.
020600     DISPLAY RGM-ENTRY-SCREEN.
020700     ACCEPT RGM-ENTRY-SCREEN.
020800     IF RGM-SCR-ACTION = 'X'
023700         DISPLAY 'RGM0111E - OPERATOR ID MAY NOT BE BLANK'
023800         SET RGM-SCR-INVALID TO TRUE
023900     END-IF.
023916     IF RGM-SCR-VALID
023932             AND (RGM-SCR-ACTION = 'A' OR RGM-SCR-ACTION = 'C'
023948                 OR RGM-SCR-ACTION = 'D')
023964         PERFORM 4250-CHECK-AUTHORITY THRU 4250-EXIT
023980     END-IF.
024000     IF RGM-SCR-REGION-CODE = SPACES
024100         DISPLAY 'RGM0112E - REGION CODE MAY NOT BE BLANK'
024200         SET RGM-SCR-INVALID TO TRUE
025300     END-IF.
025400 4200-EXIT.
025500     EXIT.
025505**----------------------------------------------------------------
025510** 4250-CHECK-AUTHORITY - AN ADD, CHANGE, OR DELETE NEEDS AN
025515**----------------------------------------------------------------
025520**             ACTIVE OPERATOR HOLDING THE REGION MAINTENANCE
025525**             PRIVILEGE ON THE OPERATOR AUTHORIZATION MASTER
025530 4250-CHECK-AUTHORITY.
025535     MOVE RGM-SCR-OPERATOR-ID TO OPP-OPERATOR-ID.
025540     SET OPP-PRIV-RGN-MAINT TO TRUE.
025545     MOVE 'RGNMNT' TO OPP-PROGRAM.
025550     MOVE SPACES TO OPP-JOB-ID.
025555     CALL 'OPRCHK' USING OPERATOR-CHECK-PARM
025560     END-CALL.
025565     IF OPP-REFUSED
025570         DISPLAY 'RGM0170E - OPERATOR ' RGM-SCR-OPERATOR-ID
025575             ' NOT AUTHORIZED - ' OPP-REASON
025580         SET RGM-SCR-INVALID TO TRUE
025585     END-IF.
025590 4250-EXIT.
025595     EXIT.
025600**----------------------------------------------------------------
025700** 5000-ADD-ROW - WRITE A NEW REGION ROW AND AUDIT IT
025800**----------------------------------------------------------------
036700     ELSE
036800         DISPLAY 'STATUS.......: INACTIVE'
036900     END-IF.
036950     DISPLAY 'COST CENTER..: ' RGN-COST-CENTER.
037000 5700-EXIT.
037100     EXIT.
037200**----------------------------------------------------------------
037800     MOVE RGM-SCR-REGION-CODE TO RGN-CODE.
037900     MOVE RGM-SCR-DESCRIPTION TO RGN-DESCRIPTION.
038000     MOVE RGM-SCR-ACTIVE TO RGN-ACTIVE-SW.
038050     MOVE RGM-SCR-COST-CENTER TO RGN-COST-CENTER.
038100 5800-EXIT.
038200     EXIT.
038300**----------------------------------------------------------------
047400     MOVE RGTR-REGION-CODE TO RGM-SCR-REGION-CODE.
047500     MOVE RGTR-DESCRIPTION TO RGM-SCR-DESCRIPTION.
047600     MOVE RGTR-ACTIVE-SW TO RGM-SCR-ACTIVE.
047650     MOVE RGTR-COST-CENTER TO RGM-SCR-COST-CENTER.
047700 7300-EXIT.
047800     EXIT.
047900 7400-COUNT-ONE-REJECT.
