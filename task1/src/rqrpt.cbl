001680*  2026-09-03 DRS  READ THE KEYED REQUEUE MASTER (RQMREC) THAT
001690*                  REPLACED THE ONE-NIGHT SEQUENTIAL REQUEUE
001692*                  FILE, AND SHOW EACH ROW'S LIFECYCLE STATUS.
001694*  2026-10-15 DRS  NAME THE NEW DAY (PRIOR BUSINESS DATE NOT
001696*                  CLOSED) REASON CODE.
001700**----------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
014840             MOVE 'RGN - REGION REJECTED' TO DTL-REASON
014850         WHEN RQM-REASON-LOCKED
014860             MOVE 'LCK - LOCKED/IN FLIGHT' TO DTL-REASON
014873         WHEN RQM-REASON-DAY-OPEN
014886             MOVE 'DAY - PRIOR DAY OPEN' TO DTL-REASON
014900         WHEN OTHER
015000             MOVE RQM-REASON-CODE TO DTL-REASON
015100     END-EVALUATE.
