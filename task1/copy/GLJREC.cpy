000100**----------------------------------------------------------------
000200** GLJREC   - GENERAL-LEDGER JOURNAL INTERFACE RECORD
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    THE GLJRNL FILE PVOLBIL HANDS TO THE LEDGER IN
000600**             PLACE OF THE CHARGES FINANCE USED TO KEY FROM
000700**             PVOLRPT.  ONE BATCH PER FILE - A HEADER, THE DETAIL
000800**             LINES, AND A TRAILER, ALL CARRYING THE BATCH ID
000900**             (PVOL OR PVRV, THE BILLING MONTH, AND THE CUT
001000**             SEQUENCE).  A CHARGE BATCH DEBITS EACH REGION'S
001100**             COST CENTER AND CREDITS THE PRINT ROOM ONCE FOR THE
001200**             TOTAL; A REVERSAL BATCH DOES THE OPPOSITE AND NAMES
001300**             THE BATCH IT REVERSES.  THE HEADER AND TRAILER BOTH
001400**             CARRY THE DETAIL COUNT AND THE DEBIT AND CREDIT
001500**             TOTALS, WHICH ARE EQUAL IN A BALANCED BATCH; THE
001600**             TRAILER ALSO COUNTS EVERY RECORD, HEADER AND
001700**             TRAILER INCLUDED.  AMOUNTS ARE UNSIGNED - THE SIDE
001800**             IS GLJD-DR-CR-SW.
001900**
002000** MOD LOG.
002100**   2026-10-15 DRS  INITIAL VERSION.
002200**----------------------------------------------------------------
002300 01  GL-JOURNAL-RECORD.
002400     05  GLJ-RECORD-TYPE         PIC X(01).
002500         88  GLJ-HEADER                  VALUE 'H'.
002600         88  GLJ-DETAIL                  VALUE 'D'.
002700         88  GLJ-TRAILER                 VALUE 'T'.
002800     05  GLJ-BATCH-ID            PIC X(12).
002900     05  GLJ-BODY                PIC X(107).
003000     05  GLJ-HEADER-BODY REDEFINES GLJ-BODY.
003100         10  GLJH-SOURCE-SYSTEM  PIC X(08).
003200         10  GLJH-JOURNAL-TYPE   PIC X(01).
003300             88  GLJH-CHARGE             VALUE 'C'.
003400             88  GLJH-REVERSAL           VALUE 'R'.
003500         10  GLJH-PERIOD         PIC 9(06).
003600         10  GLJH-CREATE-DATE    PIC 9(08).
003700         10  GLJH-CREATE-TIME    PIC 9(08).
003800         10  GLJH-REVERSES-BATCH PIC X(12).
003900         10  GLJH-DETAIL-COUNT   PIC 9(07).
004000         10  GLJH-DEBIT-TOTAL    PIC 9(11)V99.
004100         10  GLJH-CREDIT-TOTAL   PIC 9(11)V99.
004200         10  FILLER              PIC X(31).
004300     05  GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
004400         10  GLJD-LINE-NUMBER    PIC 9(05).
004500         10  GLJD-COST-CENTER    PIC X(08).
004600         10  GLJD-GL-ACCOUNT     PIC X(10).
004700         10  GLJD-DR-CR-SW       PIC X(01).
004800             88  GLJD-DEBIT              VALUE 'D'.
004900             88  GLJD-CREDIT             VALUE 'C'.
005000         10  GLJD-AMOUNT         PIC 9(11)V99.
005100         10  GLJD-REGION-CODE    PIC X(04).
005200         10  GLJD-DESCRIPTION    PIC X(30).
005300         10  FILLER              PIC X(36).
005400     05  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
005500         10  GLJT-RECORD-COUNT   PIC 9(07).
005600         10  GLJT-DETAIL-COUNT   PIC 9(07).
005700         10  GLJT-DEBIT-TOTAL    PIC 9(11)V99.
005800         10  GLJT-CREDIT-TOTAL   PIC 9(11)V99.
005900         10  FILLER              PIC X(67).
