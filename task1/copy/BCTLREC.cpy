000100**----------------------------------------------------------------
000200** BCTLREC  - PRINT CHARGEBACK BILLING CONTROL RECORD
000300**----------------------------------------------------------------
000400** AUTHOR.     D SHEPPARD - APPLICATIONS PROGRAMMING
000500** REMARKS.    KEYED BY BILLING MONTH, CUT SEQUENCE AND REGION.
000600**             THE MONTH ROW (CUT SEQUENCE ZERO, REGION BLANK)
000700**             SAYS WHETHER THE MONTH'S BILLING IS CUT OR WAS
000800**             REVERSED, WHICH CUT IS CURRENT, AND ITS CONTROL
000900**             TOTALS.  PVOLBIL REFUSES TO CUT A MONTH WHOSE ROW
001000**             IS CUT; ONLY A REVERSAL (BILR PRIVILEGE) REOPENS
001100**             IT, AND THE NEXT CUT TAKES THE NEXT SEQUENCE.  EACH
001200**             CUT ALSO KEEPS ONE REGION ROW PER REGION BILLED, SO
001300**             THE REVERSAL UNDOES EXACTLY WHAT WAS JOURNALLED
001400**             EVEN IF RATES OR VOLUMES HAVE SINCE CHANGED.
001500**
001600** MOD LOG.
001700**   2026-10-15 DRS  INITIAL VERSION.
001800**----------------------------------------------------------------
001900 01  BILL-CONTROL-RECORD.
002000     05  BCTL-KEY.
002100         10  BCTL-MONTH          PIC 9(06).
002200         10  BCTL-CUT-SEQ        PIC 9(02).
002300         10  BCTL-REGION-CODE    PIC X(04).
002400     05  BCTL-ROW-DATA           PIC X(88).
002500     05  BCTL-MONTH-DATA REDEFINES BCTL-ROW-DATA.
002600         10  BCTL-STATUS-SW      PIC X(01).
002700             88  BCTL-MONTH-CUT          VALUE 'C'.
002800             88  BCTL-MONTH-REVERSED     VALUE 'R'.
002900         10  BCTL-LAST-CUT-SEQ   PIC 9(02).
003000         10  BCTL-CUT-DATE       PIC 9(08).
003100         10  BCTL-CUT-TIME       PIC 9(08).
003200         10  BCTL-REVERSE-DATE   PIC 9(08).
003300         10  BCTL-REVERSE-TIME   PIC 9(08).
003400         10  BCTL-REVERSE-OPERATOR PIC X(08).
003500         10  BCTL-CREDIT-COST-CENTER PIC X(08).
003600         10  BCTL-PRICED-COUNT   PIC 9(07).
003700         10  BCTL-ZERO-COUNT     PIC 9(07).
003800         10  BCTL-DEBIT-COUNT    PIC 9(05).
003900         10  BCTL-TOTAL-AMOUNT   PIC 9(11)V99.
004000         10  FILLER              PIC X(05).
004100     05  BCTL-REGION-DATA REDEFINES BCTL-ROW-DATA.
004200         10  BCTL-COST-CENTER    PIC X(08).
004300         10  BCTL-RGN-RUNS       PIC 9(07).
004400         10  BCTL-RGN-PAGES      PIC 9(11).
004500         10  BCTL-RGN-LINES      PIC 9(13).
004600         10  BCTL-RGN-AMOUNT     PIC 9(11)V99.
004700         10  FILLER              PIC X(36).
