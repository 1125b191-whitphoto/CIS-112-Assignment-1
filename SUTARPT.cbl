      * AND A REVIEW LISTING (SUTALIST.TXT). VOIDED HISTORY  *
      * RECORDS ARE EXCLUDED; REPLACED RECORDS CARRY THE     *
      * CORRECTED AMOUNTS AND ARE INCLUDED.                  *
      * WAGES ARE REPORTED TO THE STATE THE EMPLOYEE WORKED  *
      * IN (PH-WORK-STATE), EACH STATE AGAINST ITS OWN WAGE  *
      * BASE FROM THE STATE TAX TABLE (STTAXTBL.TXT), AND    *
      * THE LISTING IS GROUPED BY STATE WITH SUBTOTALS.      *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-HIST-STATUS.
           SELECT STATE-TAX-TABLE-FILE ASSIGN TO "STTAXTBL.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-STTAX-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------
      * ENDING DATES, THE STATE'S ANNUAL WAGE BASE (A ZERO OR
      * BLANK BASE TAKES THE STANDING 9500.00) AND THE COMPANY
      * BEING REPORTED - HISTORY IS KEYED ON COMPANY AND ONLY
      * THAT COMPANY'S WAGES BELONG ON THE STATE RETURN. THE
      * BASE IS USED FOR ANY STATE WITHOUT ONE ON THE STATE
      * TAX TABLE. SP-HOME-STATE IS THE STATE HISTORY WRITTEN
      * BEFORE WORK STATES WERE RECORDED IS REPORTED TO.
      *--------------------------------------------------------
       FD  PARAMETER-FILE.
       01  PARAMETER-REC.
           05  SP-QTR-END           PIC 9(8).
           05  SP-WAGE-BASE         PIC 9(5)V99.
           05  SP-COMPANY           PIC X(4).
           05  SP-HOME-STATE        PIC X(2).
           05  FILLER               PIC X(51).
      *--------------------------------------------------------
      * AGENCY RECORD - ZONED AMOUNTS, TWO ASSUMED DECIMALS,
      * THE SAME CONVENTION AS THE W-2 SERVICE BUREAU EXTRACT.
           05  SA-QTR-WAGES         PIC 9(7)V99.
           05  SA-TAXABLE-WAGES     PIC 9(7)V99.
           05  SA-EXCESS-WAGES      PIC 9(7)V99.
           05  SA-STATE             PIC X(2).
       FD  SUTA-LISTING-FILE.
       01  SUTA-LISTING-REC PIC X(110).
       FD  PAY-HISTORY-FILE.
           COPY PAYHISTR.
      *--------------------------------------------------------
      * SAME LAYOUT THE PAYROLL RUN READS - ONLY THE STATE AND
      * ITS SUTA WAGE BASE ARE USED HERE.
      *--------------------------------------------------------
       FD  STATE-TAX-TABLE-FILE.
       01  STATE-TAX-TABLE-REC.
           05  STX-STATE            PIC X(2).
           05  STX-RATE             PIC V9999.
           05  STX-SUTA-WAGE-BASE   PIC 9(6)V99.
           05  STX-RECIP-STATE      PIC X(2) OCCURS 10 TIMES.
           05  FILLER               PIC X(46).
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-HIST-STATUS        PIC XX.
       01  WS-STTAX-STATUS       PIC XX.
       01  WS-STTAX-EOF          PIC X.
       01  WS-HIST-EOF           PIC X.
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
           05  LDS-STEP             PIC X(8) VALUE 'SUTARPT'.
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
       01  WS-QTR-START          PIC 9(8).
       01  WS-QTR-END            PIC 9(8).
       01  WS-YEAR-START         PIC 9(8).
           05  WS-QS-MMDD           PIC 9(4).
       01  WS-WAGE-BASE          PIC 9(5)V99 VALUE 9500.00.
       01  WS-RUN-COMPANY        PIC X(4).
       01  WS-HOME-STATE         PIC X(2).
       01  WS-ROW-STATE          PIC X(2).
      *--------------------------------------------------------
      * STATE WAGE BASES FROM THE STATE TAX TABLE. THE TABLE
      * IS OPTIONAL HERE - WITHOUT IT EVERY STATE TAKES THE
      * PARAMETER CARD BASE.
      *--------------------------------------------------------
       01  WS-BASE-COUNT         PIC 9(2) VALUE 0.
       01  WS-BASE-IDX           PIC 9(2).
       01  WS-BASE-TABLE.
           05  WS-BASE-ENTRY OCCURS 60 TIMES.
               10  WB-STATE         PIC X(2).
               10  WB-BASE          PIC 9(6)V99.
       01  WS-STATE-BASE         PIC 9(6)V99.
      *--------------------------------------------------------
      * ONE ROW PER EMPLOYEE AND WORK STATE SEEN IN THE YEAR
      * SO FAR - WAGES PAID IN THAT STATE BEFORE THE QUARTER
      * (FOR THE WAGE-BASE CUTOFF) AND WAGES PAID IN THE
      * QUARTER.
      *--------------------------------------------------------
       01  WS-EMP-COUNT          PIC 9(4) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   INDEXED BY SE-IDX.
               10  SE-STATE         PIC X(2).
               10  SE-EMP-ID        PIC 9(6).
               10  SE-NAME          PIC X(20).
               10  SE-PRIOR-WAGES   PIC 9(7)V99.
       01  WS-EXCESS             PIC 9(7)V99.
       01  WS-REMAINING-BASE     PIC S9(7)V99.
      *--------------------------------------------------------
      * STATE SUBTOTALS, AND COMPANY TOTALS FOR THE LISTING
      * TRAILER.
      *--------------------------------------------------------
       01  WS-PREV-STATE         PIC X(2).
       01  WS-FIRST-ROW          PIC X.
       01  WS-SUB-QTR-WAGES      PIC 9(9)V99 VALUE 0.
       01  WS-SUB-TAXABLE        PIC 9(9)V99 VALUE 0.
       01  WS-SUB-EXCESS         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-EMPLOYEES      PIC 9(5) VALUE 0.
       01  WS-TOT-QTR-WAGES      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-TAXABLE        PIC 9(9)V99 VALUE 0.
           05  SD-TAXABLE           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SD-EXCESS            PIC Z,ZZZ,ZZ9.99.
       01  SUTA-STATE-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(6) VALUE 'STATE '.
           05  SSH-STATE            PIC X(2).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'WAGE BASE '.
           05  SSH-BASE             PIC ZZZ,ZZ9.99.
       01  SUTA-SUBTOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(6) VALUE 'STATE '.
           05  SSL-STATE            PIC X(2).
           05  FILLER               PIC X(20) VALUE ' TOTAL'.
           05  SSL-QTR-WAGES        PIC ZZZ,ZZZ,ZZ9.99.
           05  SSL-TAXABLE          PIC ZZZ,ZZZ,ZZ9.99.
           05  SSL-EXCESS           PIC ZZZ,ZZZ,ZZ9.99.
       01  SUTA-TOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  ST-LABEL             PIC X(30).
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-READ-PARAMETER
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           PERFORM 107-LOAD-STATE-BASES
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN PAY-HISTORY-FILE '
           WRITE SUTA-LISTING-REC FROM SUTA-COLUMN-LINE END-WRITE
           MOVE SPACES TO SUTA-LISTING-REC
           WRITE SUTA-LISTING-REC END-WRITE
           IF WS-EMP-COUNT > 0
               SORT WS-EMP-ENTRY ASCENDING KEY SE-STATE SE-EMP-ID
           END-IF
           MOVE 'Y' TO WS-FIRST-ROW
           PERFORM 130-REPORT-EMPLOYEE
               VARYING SE-IDX FROM 1 BY 1
               UNTIL SE-IDX > WS-EMP-COUNT
           IF WS-FIRST-ROW = 'N'
               PERFORM 135-WRITE-STATE-SUBTOTAL
           END-IF
           PERFORM 140-WRITE-TOTALS
           CLOSE SUTA-AGENCY-FILE, SUTA-LISTING-FILE
           PERFORM 815-POST-STEP-END
           STOP RUN.

       105-READ-PARAMETER.
               STOP RUN
           END-IF
           MOVE SP-COMPANY TO WS-RUN-COMPANY
           MOVE SP-HOME-STATE TO WS-HOME-STATE
      *--------------------------------------------------------
      * WAGES PAID FROM THE FIRST OF JANUARY OF THE QUARTER'S
      * YEAR UP TO THE QUARTER START COUNT AGAINST THE WAGE
           MOVE 0101 TO WS-YS-MMDD
           CLOSE PARAMETER-FILE.

       107-LOAD-STATE-BASES.
           OPEN INPUT STATE-TAX-TABLE-FILE
           IF WS-STTAX-STATUS NOT = '35'
               IF WS-STTAX-STATUS NOT = '00'
                   DISPLAY 'FATAL: CANNOT OPEN STATE TAX TABLE '
                       'STTAXTBL.TXT - FILE STATUS ' WS-STTAX-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-STTAX-EOF
               PERFORM UNTIL WS-STTAX-EOF = 'Y'
                   READ STATE-TAX-TABLE-FILE
                       AT END MOVE 'Y' TO WS-STTAX-EOF
                       NOT AT END
                           IF WS-BASE-COUNT < 60
                              AND STX-SUTA-WAGE-BASE NUMERIC
                              AND STX-SUTA-WAGE-BASE > 0
                               ADD 1 TO WS-BASE-COUNT
                               MOVE STX-STATE
                                   TO WB-STATE (WS-BASE-COUNT)
                               MOVE STX-SUTA-WAGE-BASE
                                   TO WB-BASE (WS-BASE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-TAX-TABLE-FILE
           END-IF.

       110-ACCUMULATE-HISTORY.
           MOVE 'N' TO WS-HIST-EOF
           MOVE WS-RUN-COMPANY TO PH-COMPANY
           MOVE 0 TO PH-EMP-ID
           MOVE 0 TO PH-PERIOD-DATE
           MOVE SPACES TO PH-RUN-ID
           START PAY-HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
               END-READ
           END-PERFORM.

      *--------------------------------------------------------
      * HISTORY WRITTEN BEFORE WORK STATES WERE RECORDED
      * BELONGS TO THE HOME STATE ON THE PARAMETER CARD.
      *--------------------------------------------------------
       120-POST-HISTORY-ROW.
           MOVE PH-WORK-STATE TO WS-ROW-STATE
           IF WS-ROW-STATE = SPACES
               MOVE WS-HOME-STATE TO WS-ROW-STATE
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-EMP-COUNT
               IF SE-EMP-ID (WS-FIND-IDX) = PH-EMP-ID
                  AND SE-STATE (WS-FIND-IDX) = WS-ROW-STATE
                   MOVE 'Y' TO WS-FOUND
                   SET SE-IDX TO WS-FIND-IDX
                   COMPUTE WS-FIND-IDX = WS-EMP-COUNT + 1
               IF WS-EMP-COUNT < 9999
                   ADD 1 TO WS-EMP-COUNT
                   SET SE-IDX TO WS-EMP-COUNT
                   MOVE WS-ROW-STATE TO SE-STATE (SE-IDX)
                   MOVE PH-EMP-ID TO SE-EMP-ID (SE-IDX)
                   MOVE PH-NAME   TO SE-NAME (SE-IDX)
                   MOVE 0 TO SE-PRIOR-WAGES (SE-IDX)

      *--------------------------------------------------------
      * ONLY EMPLOYEES ACTUALLY PAID IN THE QUARTER GO TO THE
      * AGENCY. TAXABLE IS WHAT STILL FITS UNDER THE STATE'S
      * WAGE BASE AFTER EARLIER-IN-YEAR WAGES IN THAT STATE;
      * THE REST IS EXCESS. A CHANGE OF STATE IN THE SORTED
      * TABLE CLOSES THE PREVIOUS STATE'S GROUP.
      *--------------------------------------------------------
       130-REPORT-EMPLOYEE.
           IF SE-QTR-WAGES (SE-IDX) > 0
               IF WS-FIRST-ROW = 'N'
                  AND SE-STATE (SE-IDX) NOT = WS-PREV-STATE
                   PERFORM 135-WRITE-STATE-SUBTOTAL
               END-IF
               IF WS-FIRST-ROW = 'Y'
                  OR SE-STATE (SE-IDX) NOT = WS-PREV-STATE
                   PERFORM 125-START-STATE
               END-IF
               COMPUTE WS-REMAINING-BASE =
                   WS-STATE-BASE - SE-PRIOR-WAGES (SE-IDX)
               IF WS-REMAINING-BASE < 0
                   MOVE 0 TO WS-REMAINING-BASE
               END-IF
               MOVE SE-QTR-WAGES (SE-IDX) TO SA-QTR-WAGES
               MOVE WS-TAXABLE            TO SA-TAXABLE-WAGES
               MOVE WS-EXCESS             TO SA-EXCESS-WAGES
               MOVE SE-STATE (SE-IDX)     TO SA-STATE
               WRITE SUTA-AGENCY-REC END-WRITE
               MOVE SE-EMP-ID (SE-IDX)    TO SD-EMP-ID
               MOVE SE-NAME (SE-IDX)      TO SD-NAME
               ADD SE-QTR-WAGES (SE-IDX) TO WS-TOT-QTR-WAGES
               ADD WS-TAXABLE TO WS-TOT-TAXABLE
               ADD WS-EXCESS  TO WS-TOT-EXCESS
               ADD SE-QTR-WAGES (SE-IDX) TO WS-SUB-QTR-WAGES
               ADD WS-TAXABLE TO WS-SUB-TAXABLE
               ADD WS-EXCESS  TO WS-SUB-EXCESS
           END-IF.

       125-START-STATE.
           MOVE 'N' TO WS-FIRST-ROW
           MOVE SE-STATE (SE-IDX) TO WS-PREV-STATE
           MOVE WS-WAGE-BASE TO WS-STATE-BASE
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
               UNTIL WS-BASE-IDX > WS-BASE-COUNT
               IF WB-STATE (WS-BASE-IDX) = WS-PREV-STATE
                   MOVE WB-BASE (WS-BASE-IDX) TO WS-STATE-BASE
                   MOVE WS-BASE-COUNT TO WS-BASE-IDX
               END-IF
           END-PERFORM
           MOVE WS-PREV-STATE TO SSH-STATE
           MOVE WS-STATE-BASE TO SSH-BASE
           WRITE SUTA-LISTING-REC FROM SUTA-STATE-LINE END-WRITE.

       135-WRITE-STATE-SUBTOTAL.
           MOVE WS-PREV-STATE    TO SSL-STATE
           MOVE WS-SUB-QTR-WAGES TO SSL-QTR-WAGES
           MOVE WS-SUB-TAXABLE   TO SSL-TAXABLE
           MOVE WS-SUB-EXCESS    TO SSL-EXCESS
           WRITE SUTA-LISTING-REC FROM SUTA-SUBTOTAL-LINE END-WRITE
           MOVE SPACES TO SUTA-LISTING-REC
           WRITE SUTA-LISTING-REC END-WRITE
           MOVE 0 TO WS-SUB-QTR-WAGES
           MOVE 0 TO WS-SUB-TAXABLE
           MOVE 0 TO WS-SUB-EXCESS.

       140-WRITE-TOTALS.
           MOVE SPACES TO SUTA-LISTING-REC
           WRITE SUTA-LISTING-REC END-WRITE
           MOVE 'EXCESS WAGES OVER BASE' TO ST-LABEL
           MOVE WS-TOT-EXCESS TO ST-VALUE
           WRITE SUTA-LISTING-REC FROM SUTA-TOTAL-LINE END-WRITE.

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
      * THE QUARTER'S WAGES ARE ONLY WHOLE ONCE THE COMPANY'S
      * LAST PAY STEP HAS COMPLETED - NO AGENCY FILE WHILE ONE
      * IS STILL OPEN ON THE LEDGER. POSTS UNDER THE QUARTER-
      * END DATE.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           MOVE WS-RUN-COMPANY TO LDS-COMPANY
           MOVE WS-QTR-END TO LDS-PERIOD-DATE
           MOVE SPACES TO LDS-RUN-ID
           MOVE LDS-COMPANY TO WS-SCAN-COMPANY
           PERFORM 820-FIND-PAY-IN-PROGRESS
           IF WS-PAY-BUSY = 'Y'
               DISPLAY 'FATAL: ' LDB-STEP ' FOR ' LDB-COMPANY
                   ' PERIOD ' LDB-PERIOD-DATE ' RUN ' LDB-RUN-ID
                   ' NEVER COMPLETED - FINISH ITS RESTART FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
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
