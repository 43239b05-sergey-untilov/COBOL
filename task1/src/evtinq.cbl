001400*    IT ACKNOWLEDGES ONE EVENT - THE KEY IS SHOWN ON EVERY
001500*    LISTED LINE SO THE SHIFT CAN QUOTE IT BACK.  ACKNOWLEDGED
001600*    EVENTS DROP OFF THE EVTSUM END-OF-NIGHT EXCEPTION SUMMARY.
001633*    THE ACKNOWLEDGING OPERATOR MUST BE ACTIVE ON THE OPERATOR
001666*    AUTHORIZATION MASTER WITH THE ACKNOWLEDGE PRIVILEGE.
001700**
001800*MOD LOG.
001900*  2026-09-03 DRS  INITIAL VERSION.
001920*  2026-10-15 DRS  ACK IS CHECKED AGAINST THE OPERATOR MASTER
001940*                  (OPRCHK) BEFORE THE EVENT FILE IS OPENED -
001960*                  OPRCHK WRITES ITS REFUSAL EVENT THROUGH EVTLOG,
001980*                  WHICH NEEDS THE FILE FREE.
002000**----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
005300     88  EVI-EVT-NOT-EOF                VALUE 'N'.
005400**
005500 01  EVI-EVTFILE-STATUS         PIC X(02).
005520**
005540** OPERATOR AUTHORIZATION CHECK PARAMETER AREA (COPYBOOK) - SEE
005560** 1000.  OPRCHK LOGS ITS OWN REFUSAL EVENTS.
005580 COPY OPRPARM.
005600 PROCEDURE DIVISION.
005700**----------------------------------------------------------------
005800** 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE RUN
011000             GO TO 1000-EXIT
011100         END-IF
011200     END-IF.
011206     IF EVI-MODE-ACK
011212         MOVE EVI-TOKEN-5(1:8) TO OPP-OPERATOR-ID
011218         SET OPP-PRIV-EVT-ACK TO TRUE
011224         MOVE 'EVTINQ' TO OPP-PROGRAM
011230         MOVE SPACES TO OPP-JOB-ID
011236         CALL 'OPRCHK' USING OPERATOR-CHECK-PARM
011242         END-CALL
011248         IF OPP-REFUSED
011254             DISPLAY 'EVI0010E - OPERATOR ' OPP-OPERATOR-ID
011260                 ' NOT AUTHORIZED - ' OPP-REASON
011266             MOVE 8 TO RETURN-CODE
011272             MOVE '99' TO EVI-EVTFILE-STATUS
011278             GO TO 1000-EXIT
011284         END-IF
011290     END-IF.
011300     IF EVI-MODE-ACK
011400         OPEN I-O EVENT-FILE
011500     ELSE
