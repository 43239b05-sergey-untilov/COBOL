000700**             ANSWER 'HAS THIS JOB RUN YET TODAY, AND HOW DID IT
000800**             COME OUT' WITHOUT READING THE WHOLE SEQUENTIAL
000900**             AUDIT LOG.  RSTA-RUN-COUNT-TODAY RESETS WHENEVER
001000**             THE ROW IS FIRST TOUCHED ON A NEW CALENDAR DATE,
001033**             AND IS ZEROED ON EVERY ROW BY EACH BUSINESS-DAY
001066**             CLOSE (DAYCLOSE).
001100**
001200** MOD LOG.
001300**   2026-08-21 DRS  INITIAL VERSION.
001380**                   EVERY COMPLETED JOB-ID/RUN-DATE PAIR, NOT
001390**                   JUST THE LATEST - THIS FIELD REMAINS FOR
001395**                   THE RSTINQ INQUIRY DISPLAY ONLY.
001396**   2026-10-15 DRS  RSTA-RUN-COUNT-TODAY IS ALSO ZEROED BY THE
001397**                   BUSINESS-DAY CLOSE.
001400**----------------------------------------------------------------
001500 01  RUN-STATUS-RECORD.
001600     05  RSTA-JOB-ID             PIC X(08).
