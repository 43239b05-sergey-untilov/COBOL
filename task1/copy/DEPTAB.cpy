000100**----------------------------------------------------------------
000200** DEPTAB   - APP JOB DEPENDENCY EDGE WORKING TABLE
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    IN-STORAGE COPY OF THE JOB DEPENDENCY MASTER (SEE
000600**             DPNDREC) TURNED AROUND INTO ONE ENTRY PER
000700**             PREDECESSOR-TO-SUCCESSOR EDGE, LOADED ONCE AT
000800**             INITIALIZATION SO A PROGRAM THAT WALKS THE STREAM
000900**             DOWNWARD - WHICH THE MASTER'S KEY CANNOT DO - NEVER
001000**             RE-READS THE FILE.  2500 SLOTS IS FIVE PREDECESSORS
001100**             FOR EACH OF 500 JOBS.  THE SCAN FIELDS ARE SHARED
001200**             SCRATCH FOR THE CALLERS' EDGE WALKS.
001300**
001400** MOD LOG.
001500**   2026-10-15 DRS  INITIAL VERSION.
001600**----------------------------------------------------------------
001700 01  DEP-EDGE-TABLE.
001800     05  DEP-EDGE-COUNT          PIC 9(04) COMP.
001900     05  DEP-EDGE-MAX-COUNT      PIC 9(04) COMP VALUE 2500.
002000     05  DEP-EDGE-ENTRY OCCURS 2500 TIMES
002100             INDEXED BY DEP-EDGE-IDX.
002200         10  DEP-EDGE-PRED-ID        PIC X(08).
002300         10  DEP-EDGE-SUCC-ID        PIC X(08).
002400 01  DEP-EDGE-SCAN.
002500     05  DEP-SCAN-JOB-ID         PIC X(08).
002600     05  DEP-EDGE-SUB            PIC 9(04) COMP.
002700     05  DEP-PRED-SUB            PIC 9(02) COMP.
002800     05  DEP-EDGE-FULL-SW        PIC X(01).
002900         88  DEP-EDGE-FULL               VALUE 'Y'.
003000         88  DEP-EDGE-NOT-FULL           VALUE 'N'.
