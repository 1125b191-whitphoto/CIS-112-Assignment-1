      *--------------------------------------------------------
      * PAYROLL CYCLE LEDGER RECORD (CYCLEDGR.DAT) - ONE RECORD
      * PER BATCH STEP PER PAY CYCLE, KEYED ON COMPANY CODE PLUS
      * CYCLE PERIOD DATE PLUS RUN ID PLUS STEP (PROGRAM) NAME
      * PLUS RUN MODE. EVERY BATCH PROGRAM CHECKS THE LEDGER
      * FOR ITS PREREQUISITES, THEN POSTS ITS START AND ITS
      * COMPLETION HERE; THE CYCLE STATUS REPORT (CYCLRPT)
      * READS IT. A RERUN OF A STEP REUSES ITS RECORD.
      *--------------------------------------------------------
       01  CYCLE-LEDGER-REC.
           05  LG-KEY.
      *--------------------------------------------------------
      * STEPS THAT ARE NOT TIED TO ONE COMPANY'S CYCLE (THE
      * HISTORY PURGE, MASTER MAINTENANCE, A CLEAR-ONLY CHECK
      * CLEARING RUN, THE RETRO RUN, HISTORY INQUIRY) POST
      * UNDER COMPANY '*ALL' WITH THEIR RUN OR AS-OF DATE AS
      * THE PERIOD DATE.
      *--------------------------------------------------------
               10  LG-COMPANY       PIC X(4).
               10  LG-PERIOD-DATE   PIC 9(8).
      *--------------------------------------------------------
      * SPACES = THE REGULAR CYCLE; OTHERWISE THE SUPPLEMENTAL
      * RUN ID, EXACTLY AS PH-RUN-ID ON PAYHIST.DAT.
      *--------------------------------------------------------
               10  LG-RUN-ID        PIC X(2).
               10  LG-STEP          PIC X(8).
      *--------------------------------------------------------
      * RUN MODE FOR THE MODE-DRIVEN STEPS (TAXRPT, YEAREND) SO
      * A REPORT-ONLY RUN NEVER OVERLAYS THE CLOSE; SPACE FOR
      * EVERY OTHER STEP.
      *--------------------------------------------------------
               10  LG-MODE          PIC X.
           05  LG-STEP-DATA.
      *--------------------------------------------------------
      * S = STARTED AND NOT YET COMPLETED (RUNNING, OR THE STEP
      * ENDED WITHOUT POSTING - AN ABEND OR A FATAL STOP).
      * C = COMPLETED. F = COMPLETED WITH A FAILING RETURN CODE.
      *--------------------------------------------------------
               10  LG-STATUS        PIC X.
                   88  LG-STARTED       VALUE 'S'.
                   88  LG-COMPLETED     VALUE 'C'.
                   88  LG-FAILED        VALUE 'F'.
               10  LG-RETURN-CODE   PIC 9(4).
               10  LG-START-DATE    PIC 9(8).
               10  LG-START-TIME    PIC 9(8).
               10  LG-END-DATE      PIC 9(8).
               10  LG-END-TIME      PIC 9(8).
               10  LG-RUN-COUNT     PIC 9(4).
               10  FILLER           PIC X(20).
      *--------------------------------------------------------
      * CURRENT-CYCLE RECORD - ONE PER COMPANY, KEYED WITH A
      * ZERO PERIOD DATE, BLANK RUN ID AND STEP 'CURRENT'. THE
      * PAY STEP (PAYROLL OR SUPPAY) REWRITES IT AS IT STARTS,
      * SO IT ALWAYS NAMES THE CYCLE RUNTOTAL.TXT AND THE EFT
      * FILE WERE LAST BUILT FOR. THE PAY STEP ALSO SETS
      * LG-CUR-POSPAY TO Y - THE CYCLE'S CHECK PRINT FILE IS
      * STILL TO GO TO THE BANK AS POSITIVE-PAY ISSUES - AND
      * CHKRECON SETS IT TO N ONCE IT HAS SENT THEM.
      *--------------------------------------------------------
           05  LG-CYCLE-DATA REDEFINES LG-STEP-DATA.
               10  LG-CUR-PERIOD-DATE   PIC 9(8).
               10  LG-CUR-RUN-ID        PIC X(2).
               10  LG-CUR-STEP          PIC X(8).
               10  LG-CUR-SET-DATE      PIC 9(8).
               10  LG-CUR-POSPAY        PIC X.
                   88  LG-CUR-POSPAY-DUE    VALUE 'Y'.
               10  FILLER               PIC X(34).
