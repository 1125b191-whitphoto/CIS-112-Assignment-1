       IDENTIFICATION DIVISION.

       PROGRAM-ID.  CHKRECON.
      ********************************************************
      * PAPER-CHECK CLEARING AND ESCHEATMENT. READS THE      *
      * BANK'S PAID-CHECK FILE (BANKPAID.TXT) AND MARKS THE  *
      * MATCHING CHECKLDG.TXT ENTRIES CLEARED, REPORTING ANY *
      * ITEM PAID FOR A DIFFERENT AMOUNT THAN ISSUED, PAID   *
      * WITH NO ISSUE ON THE LEDGER, OR PAID A SECOND TIME.  *
      * ALSO TURNS THE RUN'S CHECK PRINT FILE (CHECKPRT.TXT) *
      * INTO THE POSITIVE-PAY ISSUE FILE THE BANK MATCHES    *
      * PRESENTED CHECKS AGAINST, AND AGES EVERY CHECK STILL *
      * OUTSTANDING - ANYTHING OLDER THAN THE STATE DORMANCY *
      * PERIOD IS LISTED AS AN ESCHEATMENT CANDIDATE, AND IS *
      * POSTED ESCHEATED WHEN THE PARAMETER CARD SAYS THE    *
      * UNCLAIMED-PROPERTY FILING HAS BEEN MADE.             *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "CLRPARM.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
           SELECT BANK-PAID-FILE ASSIGN TO "BANKPAID.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAID-STATUS.
           SELECT CHECK-LEDGER-FILE ASSIGN TO "CHECKLDG.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHKLDG-STATUS.
           SELECT CHECK-PRINT-FILE ASSIGN TO "CHECKPRT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHKPRT-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT CLEARING-REPORT-FILE ASSIGN TO "CLRRPT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT ESCHEAT-REPORT-FILE ASSIGN TO "ESCHRPT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------
      * PARAMETER CARD - THE AS-OF DATE CHECKS ARE AGED TO,
      * THE STATE DORMANCY PERIOD IN YEARS (ZERO OR BLANK
      * TAKES THE STANDING ONE YEAR FOR UNCLAIMED WAGES), A
      * Y IN CP-POST-ESCHEAT ONCE THE UNCLAIMED-PROPERTY
      * REPORT HAS BEEN FILED SO THE CANDIDATES ARE POSTED
      * ESCHEATED, AND THE DISBURSEMENT ACCOUNT NUMBER THE
      * BANK FILES POSITIVE-PAY ISSUES UNDER. A Y IN
      * CP-CLEAR-ONLY CLEARS AND AGES WITHOUT SENDING POSITIVE
      * PAY - FOR A SECOND BANK STATEMENT WITHIN ONE CYCLE.
      *--------------------------------------------------------
       FD  PARAMETER-FILE.
       01  PARAMETER-REC.
           05  CP-AS-OF-DATE        PIC 9(8).
           05  CP-DORMANCY-YEARS    PIC 9(2).
           05  CP-POST-ESCHEAT      PIC X.
           05  CP-BANK-ACCOUNT      PIC X(17).
           05  CP-CLEAR-ONLY        PIC X.
           05  FILLER               PIC X(51).
      *--------------------------------------------------------
      * ONE RECORD PER CHECK THE BANK HONORED, AS SENT ON
      * THE PAID-ITEMS STATEMENT FILE.
      *--------------------------------------------------------
       FD  BANK-PAID-FILE.
       01  BANK-PAID-REC.
           05  BP-CHECK-NO          PIC 9(8).
           05  BP-PAID-DATE         PIC 9(8).
           05  BP-AMOUNT            PIC 9(7)V99.
      *--------------------------------------------------------
      * SAME LAYOUT PAYROLL WRITES. STATUS O = OUTSTANDING,
      * C = CLEARED, E = ESCHEATED.
      *--------------------------------------------------------
       FD  CHECK-LEDGER-FILE.
       01  CHECK-LEDGER-REC.
           05  CL-CHECK-NO          PIC 9(8).
           05  CL-ISSUE-DATE        PIC 9(8).
           05  CL-EMP-ID            PIC 9(6).
           05  CL-AMOUNT            PIC 9(7)V99.
           05  CL-STATUS            PIC X.
       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-REC.
           05  CK-CHECK-NO          PIC 9(8).
           05  CK-ISSUE-DATE        PIC 9(8).
           05  CK-EMP-ID            PIC 9(6).
           05  CK-NAME              PIC X(20).
           05  CK-NET-AMOUNT        PIC 9(7)V99.
      *--------------------------------------------------------
      * POSITIVE-PAY ISSUE FILE - ONE DETAIL PER CHECK PRINTED
      * THIS RUN, THEN A TRAILER CARRYING THE ITEM COUNT AND
      * DOLLAR TOTAL THE BANK PROVES THE TRANSMISSION WITH.
      *--------------------------------------------------------
       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-REC.
           05  PP-REC-TYPE          PIC X.
           05  PP-ACCOUNT           PIC X(17).
           05  PP-CHECK-NO          PIC 9(8).
           05  PP-ISSUE-DATE        PIC 9(8).
           05  PP-AMOUNT            PIC 9(7)V99.
           05  PP-PAYEE-NAME        PIC X(20).
           05  PP-ACTION            PIC X.
       01  POSITIVE-PAY-TRAILER.
           05  PPT-REC-TYPE         PIC X.
           05  PPT-ACCOUNT          PIC X(17).
           05  PPT-ITEM-COUNT       PIC 9(6).
           05  PPT-TOTAL-AMOUNT     PIC 9(9)V99.
       FD  CLEARING-REPORT-FILE.
       01  CLEARING-REPORT-REC PIC X(110).
       FD  ESCHEAT-REPORT-FILE.
       01  ESCHEAT-REPORT-REC PIC X(110).
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  EOF PIC X VALUE 'N'.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-PAID-STATUS        PIC XX.
       01  WS-CHKLDG-STATUS      PIC XX.
       01  WS-CHKPRT-STATUS      PIC XX.
       01  WS-RUN-DATE           PIC 9(8).
      *--------------------------------------------------------
      * PAYROLL CYCLE LEDGER (CYCLEDGR.DAT) - THIS RUN'S OWN
      * STEP ENTRY.
      *--------------------------------------------------------
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-LEDGER-FOUND       PIC X.
       01  WS-STEP-KEY.
           05  LDS-COMPANY          PIC X(4).
           05  LDS-PERIOD-DATE      PIC 9(8).
           05  LDS-RUN-ID           PIC X(2).
           05  LDS-STEP             PIC X(8) VALUE 'CHKRECON'.
           05  LDS-MODE             PIC X VALUE SPACE.
      *--------------------------------------------------------
      * A PAY STEP (PAYROLL OR SUPPAY) FOUND STILL OPEN ON THE
      * LEDGER - ITS RESTART IS PENDING ON CHECKPT.DAT. SCAN
      * COMPANY SPACES LOOKS ACROSS EVERY COMPANY.
      *--------------------------------------------------------
       01  WS-SCAN-COMPANY       PIC X(4).
       01  WS-PAY-BUSY           PIC X.
       01  WS-LEDGER-EOF         PIC X.
       01  WS-BUSY-KEY.
           05  LDB-COMPANY          PIC X(4).
           05  LDB-PERIOD-DATE      PIC 9(8).
           05  LDB-RUN-ID           PIC X(2).
           05  LDB-STEP             PIC X(8).
           05  LDB-MODE             PIC X.
      *--------------------------------------------------------
      * THE CYCLE WHOSE CHECKS ARE STILL TO GO TO THE BANK AS
      * POSITIVE-PAY ISSUES - LG-CUR-POSPAY IS Y ON ITS
      * COMPANY'S CURRENT-CYCLE RECORD. THE POSITIVE-PAY RUN
      * POSTS UNDER THAT CYCLE.
      *--------------------------------------------------------
       01  WS-POSPAY-DUE         PIC X.
       01  WS-DUE-CYCLE.
           05  LDD-COMPANY          PIC X(4).
           05  LDD-PERIOD-DATE      PIC 9(8).
           05  LDD-RUN-ID           PIC X(2).
       01  WS-CLEAR-ONLY         PIC X VALUE 'N'.
           88  CLEAR-ONLY-RUN        VALUE 'Y'.
       01  WS-AS-OF-DATE         PIC 9(8).
       01  WS-AS-OF-SPLIT REDEFINES WS-AS-OF-DATE.
           05  WS-ASOF-YYYY         PIC 9(4).
           05  WS-ASOF-MM           PIC 9(2).
           05  WS-ASOF-DD           PIC 9(2).
       01  WS-DORMANCY-YEARS     PIC 9(2) VALUE 1.
       01  WS-DORMANT-BEFORE     PIC 9(8).
       01  WS-DORMANT-SPLIT REDEFINES WS-DORMANT-BEFORE.
           05  WS-DORM-YYYY         PIC 9(4).
           05  WS-DORM-MMDD         PIC 9(4).
       01  WS-ISSUE-DATE         PIC 9(8).
       01  WS-ISSUE-SPLIT REDEFINES WS-ISSUE-DATE.
           05  WS-ISSUE-YYYY        PIC 9(4).
           05  WS-ISSUE-MM          PIC 9(2).
           05  WS-ISSUE-DD          PIC 9(2).
       01  WS-AGE-MONTHS         PIC S9(5).
       01  WS-POST-ESCHEAT       PIC X VALUE 'N'.
           88  POST-ESCHEATMENT      VALUE 'Y'.
      *--------------------------------------------------------
      * THE WHOLE LEDGER IS HELD IN STORAGE - IT IS LINE
      * SEQUENTIAL, SO STATUS CHANGES ARE POSTED HERE AND THE
      * FILE IS WRITTEN BACK COMPLETE AT THE END OF THE RUN.
      * A LEDGER TOO BIG FOR THE TABLE STOPS THE RUN BEFORE
      * ANYTHING IS REWRITTEN - A SHORT COPY WOULD LOSE CHECKS.
      *--------------------------------------------------------
       01  WS-LDG-COUNT          PIC 9(5) VALUE 0.
       01  WS-LDG-TABLE.
           05  WS-LDG-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-LDG-COUNT.
               10  LT-CHECK-NO      PIC 9(8).
               10  LT-ISSUE-DATE    PIC 9(8).
               10  LT-EMP-ID        PIC 9(6).
               10  LT-AMOUNT        PIC 9(7)V99.
               10  LT-STATUS        PIC X.
       01  WS-LT-IDX             PIC 9(5).
       01  WS-LDG-FOUND          PIC X.
       01  WS-PAID-COUNT         PIC 9(6) VALUE 0.
       01  WS-PAID-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  WS-CLEARED-COUNT      PIC 9(6) VALUE 0.
       01  WS-CLEARED-AMOUNT     PIC S9(9)V99 VALUE 0.
       01  WS-MISMATCH-COUNT     PIC 9(6) VALUE 0.
       01  WS-NOT-ISSUED-COUNT   PIC 9(6) VALUE 0.
       01  WS-DUP-PAID-COUNT     PIC 9(6) VALUE 0.
       01  WS-ESCH-PAID-COUNT    PIC 9(6) VALUE 0.
       01  WS-PP-COUNT           PIC 9(6) VALUE 0.
       01  WS-PP-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-OUTST-COUNT        PIC 9(6) VALUE 0.
       01  WS-OUTST-AMOUNT       PIC S9(9)V99 VALUE 0.
       01  WS-CAND-COUNT         PIC 9(6) VALUE 0.
       01  WS-CAND-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  WS-EXC-REASON         PIC X(30).
       01  CLEARING-HEADING-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(34) VALUE
               'PAID-CHECK CLEARING REPORT'.
           05  FILLER               PIC X(7) VALUE 'AS OF '.
           05  CLH-AS-OF            PIC 9(8).
       01  CLEARING-COLUMN-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'CHECK NO'.
           05  FILLER               PIC X(10) VALUE 'PAID'.
           05  FILLER               PIC X(8) VALUE 'EMP-ID'.
           05  FILLER               PIC X(15) VALUE '  ISSUED AMT'.
           05  FILLER               PIC X(15) VALUE '    PAID AMT'.
           05  FILLER               PIC X(30) VALUE 'EXCEPTION'.
       01  CLEARING-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  CLD-CHECK-NO         PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CLD-PAID-DATE        PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CLD-EMP-ID           PIC Z(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CLD-ISSUED-AMT       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CLD-PAID-AMT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CLD-REASON           PIC X(30).
       01  ESCHEAT-HEADING-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
               'AGED OUTSTANDING CHECKS'.
           05  FILLER               PIC X(7) VALUE 'AS OF '.
           05  ESH-AS-OF            PIC 9(8).
           05  FILLER               PIC X(19) VALUE
               '  DORMANT IF BEFORE'.
           05  FILLER               PIC X VALUE SPACE.
           05  ESH-DORMANT-BEFORE   PIC 9(8).
       01  ESCHEAT-COLUMN-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'CHECK NO'.
           05  FILLER               PIC X(10) VALUE 'ISSUED'.
           05  FILLER               PIC X(8) VALUE 'EMP-ID'.
           05  FILLER               PIC X(15) VALUE '      AMOUNT'.
           05  FILLER               PIC X(8) VALUE 'AGE-MOS'.
           05  FILLER               PIC X(30) VALUE 'STATUS'.
       01  ESCHEAT-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  ESD-CHECK-NO         PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  ESD-ISSUE-DATE       PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  ESD-EMP-ID           PIC Z(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  ESD-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  ESD-AGE-MONTHS       PIC ZZZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  ESD-STATUS           PIC X(30).
       01  REPORT-TOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  RTL-LABEL            PIC X(36).
           05  RTL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RTL-AMOUNT           PIC -ZZ,ZZZ,ZZ9.99.
       01  REPORT-COUNT-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  RCL-LABEL            PIC X(36).
           05  RCL-COUNT            PIC ZZZ,ZZ9.
       01  REPORT-MESSAGE-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  RML-TEXT             PIC X(60).
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-PARAMETER
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           PERFORM 110-LOAD-LEDGER
           OPEN OUTPUT CLEARING-REPORT-FILE
           OPEN OUTPUT ESCHEAT-REPORT-FILE
           MOVE WS-AS-OF-DATE TO CLH-AS-OF
           WRITE CLEARING-REPORT-REC FROM CLEARING-HEADING-LINE
           END-WRITE
           MOVE SPACES TO CLEARING-REPORT-REC
           WRITE CLEARING-REPORT-REC END-WRITE
           WRITE CLEARING-REPORT-REC FROM CLEARING-COLUMN-LINE
           END-WRITE
           PERFORM 120-CLEAR-PAID-CHECKS
           IF CLEAR-ONLY-RUN
               MOVE 'CLEAR-ONLY RUN - NO POSITIVE-PAY ISSUES SENT'
                   TO RML-TEXT
               WRITE CLEARING-REPORT-REC FROM REPORT-MESSAGE-LINE
               END-WRITE
           ELSE
               PERFORM 140-WRITE-POSITIVE-PAY
           END-IF
           PERFORM 150-AGE-OUTSTANDING
           PERFORM 160-REWRITE-LEDGER
           PERFORM 190-WRITE-TRAILERS
           CLOSE CLEARING-REPORT-FILE, ESCHEAT-REPORT-FILE
           PERFORM 815-POST-STEP-END
           STOP RUN.

       105-READ-PARAMETER.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'FATAL: NO CLEARING PARAMETER CARD '
                   '(CLRPARM.TXT) - FILE STATUS ' WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAMETER-FILE
               AT END
                   DISPLAY 'FATAL: CLEARING PARAMETER CARD IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF CP-AS-OF-DATE NUMERIC AND CP-AS-OF-DATE > 0
               MOVE CP-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF
           IF CP-DORMANCY-YEARS NUMERIC AND CP-DORMANCY-YEARS > 0
               MOVE CP-DORMANCY-YEARS TO WS-DORMANCY-YEARS
           END-IF
           IF CP-POST-ESCHEAT = 'Y'
               MOVE 'Y' TO WS-POST-ESCHEAT
           END-IF
           IF CP-CLEAR-ONLY = 'Y'
               MOVE 'Y' TO WS-CLEAR-ONLY
           END-IF
           MOVE WS-AS-OF-DATE TO WS-DORMANT-BEFORE
           SUBTRACT WS-DORMANCY-YEARS FROM WS-DORM-YYYY
           CLOSE PARAMETER-FILE.

       110-LOAD-LEDGER.
           OPEN INPUT CHECK-LEDGER-FILE
           IF WS-CHKLDG-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN CHECK-LEDGER-FILE '
                   'CHECKLDG.TXT - FILE STATUS ' WS-CHKLDG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ CHECK-LEDGER-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       IF WS-LDG-COUNT < 20000
                           ADD 1 TO WS-LDG-COUNT
                           MOVE CL-CHECK-NO
                               TO LT-CHECK-NO (WS-LDG-COUNT)
                           MOVE CL-ISSUE-DATE
                               TO LT-ISSUE-DATE (WS-LDG-COUNT)
                           MOVE CL-EMP-ID
                               TO LT-EMP-ID (WS-LDG-COUNT)
                           MOVE CL-AMOUNT
                               TO LT-AMOUNT (WS-LDG-COUNT)
                           MOVE CL-STATUS
                               TO LT-STATUS (WS-LDG-COUNT)
                       ELSE
                           DISPLAY 'FATAL: CHECK LEDGER EXCEEDS '
                               'LEDGER TABLE - NOTHING POSTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-LEDGER-FILE.

      *--------------------------------------------------------
      * ONE PASS OVER THE BANK'S PAID ITEMS. A MISSING FILE
      * JUST MEANS NO STATEMENT HAS ARRIVED - THE POSITIVE-
      * PAY AND AGING STEPS STILL RUN.
      *--------------------------------------------------------
       120-CLEAR-PAID-CHECKS.
           OPEN INPUT BANK-PAID-FILE
           IF WS-PAID-STATUS NOT = '00'
               MOVE 'NO PAID-CHECK FILE FROM THE BANK THIS RUN'
                   TO RML-TEXT
               WRITE CLEARING-REPORT-REC FROM REPORT-MESSAGE-LINE
               END-WRITE
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ BANK-PAID-FILE
                       AT END MOVE 'Y' TO EOF
                       NOT AT END
                           ADD 1 TO WS-PAID-COUNT
                           ADD BP-AMOUNT TO WS-PAID-AMOUNT
                           PERFORM 125-MATCH-PAID-CHECK
                   END-READ
               END-PERFORM
               CLOSE BANK-PAID-FILE
           END-IF.

      *--------------------------------------------------------
      * A PAID ITEM WITH NO LEDGER ENTRY WAS NEVER ISSUED BY
      * PAYROLL. ONE FOUND ALREADY CLEARED HAS BEEN PAID
      * BEFORE; ONE ALREADY ESCHEATED WAS TURNED OVER TO THE
      * STATE - NEITHER CHANGES STATUS. A GOOD MATCH CLEARS,
      * AND STILL CLEARS WHEN THE AMOUNT DIFFERS (THE BANK
      * HAS HONORED IT) BUT THE DIFFERENCE IS REPORTED.
      *--------------------------------------------------------
       125-MATCH-PAID-CHECK.
           MOVE 'N' TO WS-LDG-FOUND
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LDG-COUNT
               IF LT-CHECK-NO (WS-LT-IDX) = BP-CHECK-NO
                   MOVE 'Y' TO WS-LDG-FOUND
                   PERFORM 130-POST-PAID-CHECK
                   COMPUTE WS-LT-IDX = WS-LDG-COUNT + 1
               END-IF
           END-PERFORM
           IF WS-LDG-FOUND = 'N'
               MOVE 0 TO CLD-EMP-ID
               MOVE 0 TO CLD-ISSUED-AMT
               MOVE 'PAID - NEVER ISSUED' TO WS-EXC-REASON
               ADD 1 TO WS-NOT-ISSUED-COUNT
               PERFORM 135-WRITE-CLEARING-EXCEPTION
           END-IF.

       130-POST-PAID-CHECK.
           MOVE LT-EMP-ID (WS-LT-IDX) TO CLD-EMP-ID
           MOVE LT-AMOUNT (WS-LT-IDX) TO CLD-ISSUED-AMT
           EVALUATE LT-STATUS (WS-LT-IDX)
               WHEN 'C'
                   MOVE 'PAID TWICE - ALREADY CLEARED'
                       TO WS-EXC-REASON
                   ADD 1 TO WS-DUP-PAID-COUNT
                   PERFORM 135-WRITE-CLEARING-EXCEPTION
               WHEN 'E'
                   MOVE 'PAID AFTER ESCHEATMENT' TO WS-EXC-REASON
                   ADD 1 TO WS-ESCH-PAID-COUNT
                   PERFORM 135-WRITE-CLEARING-EXCEPTION
               WHEN OTHER
                   MOVE 'C' TO LT-STATUS (WS-LT-IDX)
                   ADD 1 TO WS-CLEARED-COUNT
                   ADD BP-AMOUNT TO WS-CLEARED-AMOUNT
                   IF BP-AMOUNT NOT = LT-AMOUNT (WS-LT-IDX)
                       MOVE 'CLEARED - AMOUNT DIFFERS'
                           TO WS-EXC-REASON
                       ADD 1 TO WS-MISMATCH-COUNT
                       PERFORM 135-WRITE-CLEARING-EXCEPTION
                   END-IF
           END-EVALUATE.

       135-WRITE-CLEARING-EXCEPTION.
           MOVE BP-CHECK-NO   TO CLD-CHECK-NO
           MOVE BP-PAID-DATE  TO CLD-PAID-DATE
           MOVE BP-AMOUNT     TO CLD-PAID-AMT
           MOVE WS-EXC-REASON TO CLD-REASON
           WRITE CLEARING-REPORT-REC FROM CLEARING-DETAIL-LINE
           END-WRITE
           MOVE 8 TO RETURN-CODE.

      *--------------------------------------------------------
      * POSITIVE PAY - EVERY CHECK ON THIS RUN'S PRINT FILE IS
      * SENT TO THE BANK AS AN ISSUE SO A CHECK PRESENTED FOR
      * ANY OTHER NUMBER OR AMOUNT IS REFUSED AT THE WINDOW.
      *--------------------------------------------------------
       140-WRITE-POSITIVE-PAY.
           OPEN INPUT CHECK-PRINT-FILE
           IF WS-CHKPRT-STATUS NOT = '00'
               MOVE 'NO CHECK PRINT FILE - NO POSITIVE-PAY ISSUES'
                   TO RML-TEXT
               WRITE CLEARING-REPORT-REC FROM REPORT-MESSAGE-LINE
               END-WRITE
           ELSE
               OPEN OUTPUT POSITIVE-PAY-FILE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ CHECK-PRINT-FILE
                       AT END MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE 'D'             TO PP-REC-TYPE
                           MOVE CP-BANK-ACCOUNT TO PP-ACCOUNT
                           MOVE CK-CHECK-NO     TO PP-CHECK-NO
                           MOVE CK-ISSUE-DATE   TO PP-ISSUE-DATE
                           MOVE CK-NET-AMOUNT   TO PP-AMOUNT
                           MOVE CK-NAME         TO PP-PAYEE-NAME
                           MOVE 'I'             TO PP-ACTION
                           WRITE POSITIVE-PAY-REC END-WRITE
                           ADD 1 TO WS-PP-COUNT
                           ADD CK-NET-AMOUNT TO WS-PP-AMOUNT
                   END-READ
               END-PERFORM
               MOVE SPACES          TO POSITIVE-PAY-TRAILER
               MOVE 'T'             TO PPT-REC-TYPE
               MOVE CP-BANK-ACCOUNT TO PPT-ACCOUNT
               MOVE WS-PP-COUNT     TO PPT-ITEM-COUNT
               MOVE WS-PP-AMOUNT    TO PPT-TOTAL-AMOUNT
               WRITE POSITIVE-PAY-TRAILER END-WRITE
               CLOSE CHECK-PRINT-FILE, POSITIVE-PAY-FILE
           END-IF.

      *--------------------------------------------------------
      * AGES EVERY CHECK STILL OUTSTANDING AFTER THIS RUN'S
      * CLEARING. AGE IS IN WHOLE CALENDAR MONTHS; DORMANCY
      * IS MEASURED ON THE FULL ISSUE DATE AGAINST THE AS-OF
      * DATE LESS THE DORMANCY YEARS.
      *--------------------------------------------------------
       150-AGE-OUTSTANDING.
           MOVE WS-AS-OF-DATE     TO ESH-AS-OF
           MOVE WS-DORMANT-BEFORE TO ESH-DORMANT-BEFORE
           WRITE ESCHEAT-REPORT-REC FROM ESCHEAT-HEADING-LINE
           END-WRITE
           MOVE SPACES TO ESCHEAT-REPORT-REC
           WRITE ESCHEAT-REPORT-REC END-WRITE
           WRITE ESCHEAT-REPORT-REC FROM ESCHEAT-COLUMN-LINE
           END-WRITE
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LDG-COUNT
               IF LT-STATUS (WS-LT-IDX) = 'O'
                   PERFORM 155-AGE-ONE-CHECK
               END-IF
           END-PERFORM.

       155-AGE-ONE-CHECK.
           MOVE LT-ISSUE-DATE (WS-LT-IDX) TO WS-ISSUE-DATE
           COMPUTE WS-AGE-MONTHS =
               (WS-ASOF-YYYY * 12 + WS-ASOF-MM)
             - (WS-ISSUE-YYYY * 12 + WS-ISSUE-MM)
           IF WS-ASOF-DD < WS-ISSUE-DD
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF
           IF WS-AGE-MONTHS < 0
               MOVE 0 TO WS-AGE-MONTHS
           END-IF
           ADD 1 TO WS-OUTST-COUNT
           ADD LT-AMOUNT (WS-LT-IDX) TO WS-OUTST-AMOUNT
           MOVE LT-CHECK-NO (WS-LT-IDX)   TO ESD-CHECK-NO
           MOVE LT-ISSUE-DATE (WS-LT-IDX) TO ESD-ISSUE-DATE
           MOVE LT-EMP-ID (WS-LT-IDX)     TO ESD-EMP-ID
           MOVE LT-AMOUNT (WS-LT-IDX)     TO ESD-AMOUNT
           MOVE WS-AGE-MONTHS             TO ESD-AGE-MONTHS
           IF LT-ISSUE-DATE (WS-LT-IDX) < WS-DORMANT-BEFORE
               ADD 1 TO WS-CAND-COUNT
               ADD LT-AMOUNT (WS-LT-IDX) TO WS-CAND-AMOUNT
               IF POST-ESCHEATMENT
                   MOVE 'E' TO LT-STATUS (WS-LT-IDX)
                   MOVE 'ESCHEATED - POSTED THIS RUN' TO ESD-STATUS
               ELSE
                   MOVE 'ESCHEATMENT CANDIDATE' TO ESD-STATUS
               END-IF
           ELSE
               MOVE 'OUTSTANDING' TO ESD-STATUS
           END-IF
           WRITE ESCHEAT-REPORT-REC FROM ESCHEAT-DETAIL-LINE
           END-WRITE.

      *--------------------------------------------------------
      * WRITES THE LEDGER BACK WITH THIS RUN'S STATUS CHANGES,
      * EVERY ENTRY IN ITS ORIGINAL ORDER.
      *--------------------------------------------------------
       160-REWRITE-LEDGER.
           OPEN OUTPUT CHECK-LEDGER-FILE
           IF WS-CHKLDG-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT REWRITE CHECK-LEDGER-FILE '
                   'CHECKLDG.TXT - FILE STATUS ' WS-CHKLDG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LDG-COUNT
               MOVE LT-CHECK-NO (WS-LT-IDX)   TO CL-CHECK-NO
               MOVE LT-ISSUE-DATE (WS-LT-IDX) TO CL-ISSUE-DATE
               MOVE LT-EMP-ID (WS-LT-IDX)     TO CL-EMP-ID
               MOVE LT-AMOUNT (WS-LT-IDX)     TO CL-AMOUNT
               MOVE LT-STATUS (WS-LT-IDX)     TO CL-STATUS
               WRITE CHECK-LEDGER-REC END-WRITE
           END-PERFORM
           CLOSE CHECK-LEDGER-FILE.

       190-WRITE-TRAILERS.
           MOVE SPACES TO CLEARING-REPORT-REC
           WRITE CLEARING-REPORT-REC END-WRITE
           MOVE 'PAID ITEMS FROM BANK' TO RTL-LABEL
           MOVE WS-PAID-COUNT  TO RTL-COUNT
           MOVE WS-PAID-AMOUNT TO RTL-AMOUNT
           WRITE CLEARING-REPORT-REC FROM REPORT-TOTAL-LINE END-WRITE
           MOVE 'CHECKS CLEARED' TO RTL-LABEL
           MOVE WS-CLEARED-COUNT  TO RTL-COUNT
           MOVE WS-CLEARED-AMOUNT TO RTL-AMOUNT
           WRITE CLEARING-REPORT-REC FROM REPORT-TOTAL-LINE END-WRITE
           MOVE 'CLEARED WITH AMOUNT DIFFERENCE' TO RCL-LABEL
           MOVE WS-MISMATCH-COUNT TO RCL-COUNT
           WRITE CLEARING-REPORT-REC FROM REPORT-COUNT-LINE END-WRITE
           MOVE 'PAID BUT NEVER ISSUED' TO RCL-LABEL
           MOVE WS-NOT-ISSUED-COUNT TO RCL-COUNT
           WRITE CLEARING-REPORT-REC FROM REPORT-COUNT-LINE END-WRITE
           MOVE 'PAID TWICE' TO RCL-LABEL
           MOVE WS-DUP-PAID-COUNT TO RCL-COUNT
           WRITE CLEARING-REPORT-REC FROM REPORT-COUNT-LINE END-WRITE
           MOVE 'PAID AFTER ESCHEATMENT' TO RCL-LABEL
           MOVE WS-ESCH-PAID-COUNT TO RCL-COUNT
           WRITE CLEARING-REPORT-REC FROM REPORT-COUNT-LINE END-WRITE
           MOVE 'POSITIVE-PAY ISSUES SENT' TO RTL-LABEL
           MOVE WS-PP-COUNT  TO RTL-COUNT
           MOVE WS-PP-AMOUNT TO RTL-AMOUNT
           WRITE CLEARING-REPORT-REC FROM REPORT-TOTAL-LINE END-WRITE
           MOVE SPACES TO ESCHEAT-REPORT-REC
           WRITE ESCHEAT-REPORT-REC END-WRITE
           MOVE 'CHECKS OUTSTANDING' TO RTL-LABEL
           MOVE WS-OUTST-COUNT  TO RTL-COUNT
           MOVE WS-OUTST-AMOUNT TO RTL-AMOUNT
           WRITE ESCHEAT-REPORT-REC FROM REPORT-TOTAL-LINE END-WRITE
           IF POST-ESCHEATMENT
               MOVE 'POSTED ESCHEATED THIS RUN' TO RTL-LABEL
           ELSE
               MOVE 'ESCHEATMENT CANDIDATES' TO RTL-LABEL
           END-IF
           MOVE WS-CAND-COUNT  TO RTL-COUNT
           MOVE WS-CAND-AMOUNT TO RTL-AMOUNT
           WRITE ESCHEAT-REPORT-REC FROM REPORT-TOTAL-LINE END-WRITE.

      *--------------------------------------------------------
      * PAYROLL CYCLE LEDGER. THE LEDGER IS SYSTEM-BUILT, SO
      * LIKE PAYHIST.DAT IT IS CREATED EMPTY ON FIRST USE.
      *--------------------------------------------------------
       800-OPEN-LEDGER.
           OPEN I-O CYCLE-LEDGER-FILE
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT CYCLE-LEDGER-FILE
               CLOSE CYCLE-LEDGER-FILE
               OPEN I-O CYCLE-LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN CYCLE-LEDGER-FILE '
                   'CYCLEDGR.DAT - FILE STATUS ' WS-LEDGER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *--------------------------------------------------------
      * CHECKLDG.TXT IS REWRITTEN IN FULL HERE, AND A PAY STEP
      * THAT NEVER COMPLETED WILL APPEND TO IT AGAIN WHEN IT IS
      * RESTARTED - NO CLEARING RUN WHILE ANY PAY STEP IS OPEN
      * ON THE LEDGER. THE POSITIVE-PAY RUN POSTS UNDER THE
      * CYCLE WHOSE CHECKS IT SENDS, AND THERE MUST BE ONE -
      * ONCE THEY ARE SENT A RERUN WOULD ONLY SEND THEM AGAIN.
      * A CLEAR-ONLY RUN POSTS UNDER COMPANY *ALL FOR THE RUN
      * DATE.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           MOVE SPACES      TO WS-SCAN-COMPANY
           PERFORM 820-FIND-PAY-IN-PROGRESS
           IF WS-PAY-BUSY = 'Y'
               DISPLAY 'FATAL: ' LDB-STEP ' FOR ' LDB-COMPANY
                   ' PERIOD ' LDB-PERIOD-DATE ' RUN ' LDB-RUN-ID
                   ' NEVER COMPLETED - FINISH ITS RESTART FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CLEAR-ONLY-RUN
               MOVE '*ALL'      TO LDS-COMPANY
               MOVE WS-RUN-DATE TO LDS-PERIOD-DATE
               MOVE SPACES      TO LDS-RUN-ID
           ELSE
               PERFORM 850-FIND-POSPAY-DUE
               IF WS-POSPAY-DUE = 'N'
                   DISPLAY 'FATAL: POSITIVE PAY ALREADY SENT FOR '
                       'EVERY CYCLE - FOR CLEARING ONLY SET '
                       'CLEAR-ONLY ON CLRPARM.TXT'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LDD-COMPANY     TO LDS-COMPANY
               MOVE LDD-PERIOD-DATE TO LDS-PERIOD-DATE
               MOVE LDD-RUN-ID      TO LDS-RUN-ID
           END-IF.

      *--------------------------------------------------------
      * A RERUN OF THE STEP REUSES ITS ENTRY - THE START PUTS
      * IT BACK TO S AND CLEARS THE LAST COMPLETION, SO A RUN
      * THAT NEVER REACHES 815- IS LEFT SHOWING AS NOT DONE.
      *--------------------------------------------------------
       810-POST-STEP-START.
           MOVE WS-STEP-KEY TO LG-KEY
           PERFORM 830-READ-LEDGER-ENTRY
           IF WS-LEDGER-FOUND = 'N'
               MOVE SPACES TO LG-STEP-DATA
               MOVE WS-STEP-KEY TO LG-KEY
               MOVE 0 TO LG-RUN-COUNT
           END-IF
           MOVE 'S' TO LG-STATUS
           MOVE 0 TO LG-RETURN-CODE
           MOVE 0 TO LG-END-DATE
           MOVE 0 TO LG-END-TIME
           ACCEPT LG-START-DATE FROM DATE YYYYMMDD
           ACCEPT LG-START-TIME FROM TIME
           ADD 1 TO LG-RUN-COUNT
           PERFORM 840-SAVE-LEDGER-ENTRY.

       815-POST-STEP-END.
           MOVE WS-STEP-KEY TO LG-KEY
           PERFORM 830-READ-LEDGER-ENTRY
           IF WS-LEDGER-FOUND = 'Y'
               IF RETURN-CODE < 12
                   MOVE 'C' TO LG-STATUS
               ELSE
                   MOVE 'F' TO LG-STATUS
               END-IF
               MOVE RETURN-CODE TO LG-RETURN-CODE
               ACCEPT LG-END-DATE FROM DATE YYYYMMDD
               ACCEPT LG-END-TIME FROM TIME
               PERFORM 840-SAVE-LEDGER-ENTRY
           ELSE
               DISPLAY 'WARNING: ' LDS-STEP ' ENTRY MISSING FROM '
                   'CYCLEDGR.DAT - COMPLETION NOT POSTED'
           END-IF
           IF RETURN-CODE < 12 AND NOT CLEAR-ONLY-RUN
               PERFORM 855-MARK-POSPAY-SENT
           END-IF
           CLOSE CYCLE-LEDGER-FILE.

      *--------------------------------------------------------
      * LOOKS FOR A PAY STEP THAT STARTED AND NEVER COMPLETED -
      * A PAYROLL OR SUPPAY RESTART STILL PENDING ON CHECKPT.DAT.
      * THIS RUN'S OWN ENTRY IS NOT COUNTED.
      *--------------------------------------------------------
       820-FIND-PAY-IN-PROGRESS.
           MOVE 'N' TO WS-PAY-BUSY
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE LOW-VALUES TO LG-KEY
           IF WS-SCAN-COMPANY NOT = SPACES
               MOVE WS-SCAN-COMPANY TO LG-COMPANY
           END-IF
           START CYCLE-LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ CYCLE-LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF WS-SCAN-COMPANY NOT = SPACES AND
                          LG-COMPANY NOT = WS-SCAN-COMPANY
                           MOVE 'Y' TO WS-LEDGER-EOF
                       ELSE
                           PERFORM 821-CHECK-PAY-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       821-CHECK-PAY-ENTRY.
           IF (LG-STEP = 'PAYROLL' OR LG-STEP = 'SUPPAY')
              AND NOT LG-COMPLETED
              AND LG-KEY NOT = WS-STEP-KEY
               MOVE 'Y' TO WS-PAY-BUSY
               MOVE LG-KEY TO WS-BUSY-KEY
               MOVE 'Y' TO WS-LEDGER-EOF
           END-IF.

       830-READ-LEDGER-ENTRY.
           READ CYCLE-LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LEDGER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-FOUND
           END-READ.

       840-SAVE-LEDGER-ENTRY.
           IF WS-LEDGER-FOUND = 'Y'
               REWRITE CYCLE-LEDGER-REC
               END-REWRITE
           ELSE
               WRITE CYCLE-LEDGER-REC
               END-WRITE
           END-IF
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT POST TO CYCLE-LEDGER-FILE '
                   'CYCLEDGR.DAT - FILE STATUS ' WS-LEDGER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *--------------------------------------------------------
      * LOOKS FOR THE CYCLE WHOSE CHECK PRINT FILE HAS NOT YET
      * GONE TO THE BANK AS POSITIVE PAY. CHECKPRT.TXT IS
      * SHARED BY EVERY COMPANY AND THE PAY STEPS WAIT ON THIS,
      * SO AT MOST ONE CYCLE IS EVER WAITING.
      *--------------------------------------------------------
       850-FIND-POSPAY-DUE.
           MOVE 'N' TO WS-POSPAY-DUE
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE LOW-VALUES TO LG-KEY
           START CYCLE-LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ CYCLE-LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       PERFORM 851-CHECK-POSPAY-ENTRY
               END-READ
           END-PERFORM.

       851-CHECK-POSPAY-ENTRY.
           IF LG-STEP = 'CURRENT' AND LG-PERIOD-DATE = 0
              AND LG-CUR-POSPAY-DUE
               MOVE 'Y' TO WS-POSPAY-DUE
               MOVE LG-COMPANY         TO LDD-COMPANY
               MOVE LG-CUR-PERIOD-DATE TO LDD-PERIOD-DATE
               MOVE LG-CUR-RUN-ID      TO LDD-RUN-ID
               MOVE 'Y' TO WS-LEDGER-EOF
           END-IF.

      *--------------------------------------------------------
      * THE CYCLE'S CHECKS HAVE GONE TO THE BANK - THE PAY
      * STEPS MAY START THE NEXT CYCLE.
      *--------------------------------------------------------
       855-MARK-POSPAY-SENT.
           MOVE LDS-COMPANY TO LG-COMPANY
           MOVE 0 TO LG-PERIOD-DATE
           MOVE SPACES TO LG-RUN-ID
           MOVE 'CURRENT' TO LG-STEP
           MOVE SPACE TO LG-MODE
           PERFORM 830-READ-LEDGER-ENTRY
           IF WS-LEDGER-FOUND = 'Y'
              AND LG-CUR-PERIOD-DATE = LDS-PERIOD-DATE
              AND LG-CUR-RUN-ID = LDS-RUN-ID
               MOVE 'N' TO LG-CUR-POSPAY
               PERFORM 840-SAVE-LEDGER-ENTRY
           END-IF.
