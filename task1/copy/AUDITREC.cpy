001660**                   EXISTING LOG FILES MUST BE ARCHIVED OR
001670**                   CONVERTED BEFORE THE FIRST RUN AT THE NEW
001680**                   LENGTH.
001682**   2026-10-15 DRS  ADDED THE OPERATOR NAMED BY OPER=ID AND A
001684**                   FLAG ON A FORCED RERUN OF A COMPLETED
001686**                   RUN-DATE, SO THE LOG SHOWS WHO APPROVED IT.
001688**                   EXISTING LOG FILES MUST BE ARCHIVED OR
001690**                   CONVERTED BEFORE THE FIRST RUN AT THE NEW
001692**                   LENGTH.
001693**   2026-10-15 DRS  ADDED THE NOT-CALLED RETRY OUTCOME, LOGGED
001694**                   FOR A RUN REJECTED BEFORE SHARED_PRINT WAS
001695**                   EVER CALLED, SO RSTBLD CAN REPLAY ONLY REAL
001696**                   CALLS INTO THE RUN-STATUS MASTER.  NO LENGTH
001697**                   CHANGE.
001700**----------------------------------------------------------------
001800 01  AUDIT-LOG-RECORD.
001900     05  AUDIT-RUN-DATE          PIC 9(08).
002700         88  AUDIT-NO-RETRY              VALUE 'N'.
002800         88  AUDIT-RETRIED-OK            VALUE 'R'.
002900         88  AUDIT-RETRIES-EXHAUSTED     VALUE 'X'.
002950         88  AUDIT-NOT-CALLED            VALUE 'J'.
003000     05  AUDIT-RETRY-COUNT       PIC 9(02).
003100     05  AUDIT-OPERATOR-ID       PIC X(08).
003200     05  AUDIT-FORCE-SW          PIC X(01).
003300         88  AUDIT-FORCED                VALUE 'Y'.
003400         88  AUDIT-NOT-FORCED            VALUE 'N'.
