001900**
002000*MOD LOG.
002100*  2026-09-03 DRS  INITIAL VERSION.
002125*  2026-10-15 DRS  DELETE NOW NEEDS AN ACTIVE OPERATOR HOLDING
002150*                  THE REQUEUE DELETE PRIVILEGE ON THE OPERATOR
002175*                  MASTER (OPRCHK).
002200**----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
006700**
006800 01  RQW-RQMSTR-STATUS          PIC X(02).
006900 01  RQW-RGNMSTR-STATUS         PIC X(02).
006920**
006940** OPERATOR AUTHORIZATION CHECK PARAMETER AREA (COPYBOOK) - SEE
006960** 4250.  OPRCHK LOGS ITS OWN REFUSAL EVENTS.
006980 COPY OPRPARM.
007000**----------------------------------------------------------------
007100** CORRECTION ENTRY SCREEN WORKING FIELDS - THE KEY NAMES THE
007200** ROW BEING WORKED AND THE CORRECTION FIELDS CARRY THE FIXED
020700         DISPLAY 'RQW0111E - OPERATOR ID MAY NOT BE BLANK'
020800         SET RQW-SCR-INVALID TO TRUE
020900     END-IF.
020925     IF RQW-SCR-VALID AND RQW-SCR-ACTION = 'D'
020950         PERFORM 4250-CHECK-AUTHORITY THRU 4250-EXIT
020975     END-IF.
021000     IF RQW-SCR-JOB-ID = SPACES
021100         DISPLAY 'RQW0112E - JOB ID MAY NOT BE BLANK'
021200         SET RQW-SCR-INVALID TO TRUE
022700     END-IF.
022800 4200-EXIT.
022900     EXIT.
022905** A DELETE REMOVES THE ROW WITH NO AUDIT IMAGE, SO IT NEEDS AN
022910** ACTIVE OPERATOR HOLDING THE REQUEUE DELETE PRIVILEGE.
022915 4250-CHECK-AUTHORITY.
022920     MOVE RQW-SCR-OPERATOR-ID TO OPP-OPERATOR-ID.
022925     SET OPP-PRIV-RQM-DELETE TO TRUE.
022930     MOVE 'RQMNT' TO OPP-PROGRAM.
022935     MOVE RQW-SCR-JOB-ID TO OPP-JOB-ID.
022940     CALL 'OPRCHK' USING OPERATOR-CHECK-PARM
022945     END-CALL.
022950     IF OPP-REFUSED
022955         DISPLAY 'RQW0170E - OPERATOR ' RQW-SCR-OPERATOR-ID
022960             ' NOT AUTHORIZED - ' OPP-REASON
022965         SET RQW-SCR-INVALID TO TRUE
022970     END-IF.
022975 4250-EXIT.
022980     EXIT.
023000 4300-EDIT-REGION-CODE.
023100     IF RQW-RGNMSTR-NOT-OPEN
023200         GO TO 4300-EXIT
