000100**----------------------------------------------------------------
000200** DSTREC   - REPORT DISTRIBUTION MASTER RECORD
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    ONE ROW PER JOB-ID AND REGION CODE SAYING WHERE
000600**             THAT JOB'S PRINTED OUTPUT FOR THAT REGION GOES -
000700**             THE RECIPIENT DEPARTMENT, HOW MANY COPIES, AND HOW
000800**             IT IS DELIVERED (INTERNAL MAIL, COURIER, COLLECTED
000900**             FROM THE PRINT ROOM, OR SENT ELECTRONICALLY).  THE
001000**             NIGHTLY DELIVERY MANIFEST (DLVMAN) MATCHES THE
001100**             DAY'S PRINT-VOLUME FILE (SEE PVOLREC) TO THESE ROWS
001200**             ON JOB-ID AND REGION.  MAINTAINED BY DSTMNT.
001300**
001400** MOD LOG.
001500**   2026-10-15 DRS  INITIAL VERSION.
001600**----------------------------------------------------------------
001700 01  DIST-MASTER-RECORD.
001800     05  DIST-KEY.
001900         10  DIST-JOB-ID         PIC X(08).
002000         10  DIST-REGION-CODE    PIC X(04).
002100     05  DIST-RECIPIENT-DEPT     PIC X(30).
002200     05  DIST-COPIES             PIC 9(03).
002300     05  DIST-DELIVERY-SW        PIC X(01).
002400         88  DIST-DELIVER-MAIL           VALUE 'M'.
002500         88  DIST-DELIVER-COURIER        VALUE 'C'.
002600         88  DIST-DELIVER-PICKUP         VALUE 'P'.
002700         88  DIST-DELIVER-ELECTRONIC     VALUE 'E'.
002800     05  FILLER                  PIC X(18).
