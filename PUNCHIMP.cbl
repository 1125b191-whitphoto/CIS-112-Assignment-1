       IDENTIFICATION DIVISION.

       PROGRAM-ID.  PUNCHIMP.
      ********************************************************
      * TIME-CLOCK PUNCH IMPORT. READS THE DAILY PUNCH       *
      * EXPORT (PUNCHES.TXT) FOR THE WEEK NAMED ON THE       *
      * PARAMETER CARD (PUNCHPRM.TXT), PAIRS EACH EMPLOYEE'S *
      * IN AND OUT PUNCHES INTO WORKED SEGMENTS (PUNCH TIMES *
      * ROUNDED TO THE CARD'S ROUNDING INCREMENT), ASSIGNS   *
      * EACH SEGMENT A SHIFT CODE FROM ITS CLOCK-IN TIME AND *
      * DAY OF WEEK, AND ROLLS THE WEEK UP INTO ONE TIME     *
      * RECORD PER EMPLOYEE ON INFILE.TXT IN THE LAYOUT THE  *
      * PAYROLL RUN READS, WITH NAME AND DEPARTMENT TAKEN    *
      * FROM EMPMAST.DAT. EVERY SEGMENT IS LISTED BY DAY ON  *
      * THE PUNCH REGISTER (PUNCHRPT.TXT). A MISSING PUNCH,  *
      * OVERLAPPING PUNCHES OR A SHIFT OVER THE MAXIMUM      *
      * LENGTH GOES TO THE PUNCH EXCEPTION REPORT            *
      * (PUNCHEXC.TXT) AND THE EMPLOYEE'S CARD IS HELD BACK  *
      * UNTIL THE SUPERVISOR CORRECTS THE PUNCHES AND THE    *
      * IMPORT IS RUN AGAIN - NOTHING IS GUESSED AT.         *
      * CARDS KEYED BY HAND (KEYCARDS.TXT) - LEAVE, VOIDS,   *
      * REPLACEMENTS, SALARIED LEAVE AND STAFF WHO DO NOT    *
      * CLOCK - ARE COPIED ONTO INFILE.TXT AS KEYED, EXCEPT  *
      * THAT A LEAVE-ONLY CARD FOR AN EMPLOYEE WITH PUNCHES  *
      * HAS ITS LEAVE CARRIED ONTO THE CARD BUILT HERE.      *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "PUNCHPRM.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
           SELECT PUNCH-FILE ASSIGN TO "PUNCHES.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-PUNCH-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-KEY
            FILE STATUS IS WS-MASTER-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
           SELECT KEYED-CARD-FILE ASSIGN TO "KEYCARDS.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-KEYED-STATUS.
           SELECT INPUT-FILE ASSIGN TO "INFILE.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT PUNCH-REGISTER-FILE ASSIGN TO "PUNCHRPT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT PUNCH-EXCEPTION-FILE ASSIGN TO "PUNCHEXC.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------
      * PARAMETER CARD - THE COMPANY AND THE FIRST AND LAST
      * DAY OF THE PAY WEEK, THE ROUNDING INCREMENT IN MINUTES
      * EACH PUNCH IS ROUNDED TO (NEAREST, HALF UP), THE
      * LONGEST SEGMENT ACCEPTED BETWEEN AN IN AND AN OUT
      * PUNCH, AND THE CLOCK-IN TIMES (HHMM) THAT START SHIFTS
      * 1, 2 AND 3 ON A WEEKDAY. BLANKS TAKE THE DEFAULTS BELOW.
      *--------------------------------------------------------
       FD  PARAMETER-FILE.
       01  PARAMETER-REC.
           05  PP-COMPANY           PIC X(4).
           05  PP-WEEK-START        PIC 9(8).
           05  PP-WEEK-END          PIC 9(8).
           05  PP-ROUND-MINUTES     PIC 9(2).
           05  PP-MAX-SHIFT-HOURS   PIC 9(2).
           05  PP-SHIFT1-START      PIC 9(4).
           05  PP-SHIFT2-START      PIC 9(4).
           05  PP-SHIFT3-START      PIC 9(4).
           05  FILLER               PIC X(44).
      *--------------------------------------------------------
      * ONE CLOCK PUNCH - I = IN, O = OUT. THE CLOCK STATE IS
      * THE STATE THE CLOCK STANDS IN (BLANK WHERE EVERY CLOCK
      * IS IN THE COMPANY'S OWN STATE).
      *--------------------------------------------------------
       FD  PUNCH-FILE.
       01  PUNCH-REC.
           05  PN-EMP-ID            PIC 9(6).
           05  PN-DATE              PIC 9(8).
           05  PN-TIME              PIC 9(4).
           05  PN-TIME-SPLIT REDEFINES PN-TIME.
               10  PN-HH            PIC 9(2).
               10  PN-MM            PIC 9(2).
           05  PN-TYPE              PIC X.
           05  PN-CLOCK-STATE       PIC X(2).
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMASTR.
      *--------------------------------------------------------
      * A HAND-KEYED CARD IN THE LAYOUT OF INPUT-REC BELOW.
      *--------------------------------------------------------
       FD  KEYED-CARD-FILE.
       01  KEYED-CARD-REC           PIC X(61).
      *--------------------------------------------------------
      * SAME LAYOUT THE PAYROLL RUN READS.
      *--------------------------------------------------------
       FD  INPUT-FILE.
       01  INPUT-REC.
           05  EMPLOYEE-ID-IN       PIC 9(6).
           05  EMPLOYEE-NAME-IN     PIC X(20).
           05  DEPT-CODE-IN         PIC X(4).
           05  HOURS-WORKED-IN      PIC 9(02).
           05  HOURLY-RATE-IN       PIC 9V99.
           05  SHIFT-ENTRIES OCCURS 3 TIMES.
               10  SHIFT-CODE-IN    PIC X.
               10  SHIFT-HOURS-IN   PIC 9(2).
           05  ADJUST-CODE-IN       PIC X.
           05  ADJUST-PERIOD-IN     PIC 9(8).
           05  LEAVE-ENTRIES OCCURS 2 TIMES.
               10  LEAVE-CODE-IN    PIC X.
               10  LEAVE-HOURS-IN   PIC 9(2).
           05  WORK-STATE-IN        PIC X(2).
       FD  PUNCH-REGISTER-FILE.
       01  PUNCH-REGISTER-REC PIC X(100).
       FD  PUNCH-EXCEPTION-FILE.
       01  PUNCH-EXCEPTION-REC PIC X(100).
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-PUNCH-STATUS       PIC XX.
       01  WS-MASTER-STATUS      PIC XX.
       01  WS-KEYED-STATUS       PIC XX.
       01  WS-PUNCH-EOF          PIC X.
       01  WS-RUN-COMPANY        PIC X(4).
       01  WS-WEEK-START         PIC 9(8).
       01  WS-WEEK-END           PIC 9(8).
       01  WS-ROUND-MINUTES      PIC 9(2) VALUE 15.
       01  WS-MAX-SHIFT-HOURS    PIC 9(2) VALUE 16.
       01  WS-MAX-SHIFT-MINUTES  PIC 9(4).
       01  WS-SHIFT1-START       PIC 9(4) VALUE 0600.
       01  WS-SHIFT2-START       PIC 9(4) VALUE 1400.
       01  WS-SHIFT3-START       PIC 9(4) VALUE 2200.
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
           05  LDS-STEP             PIC X(8) VALUE 'PUNCHIMP'.
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
       01  WS-START-DAYNUM       PIC 9(7).
       01  WS-END-DAYNUM         PIC 9(7).
       01  WS-LAST-LOAD-DAYNUM   PIC 9(7).
      *--------------------------------------------------------
      * DAY NUMBER OF A CCYYMMDD DATE - A COUNT OF DAYS ON A
      * MARCH-BASED YEAR, SO DATES CAN BE SUBTRACTED AND THE
      * DAY OF THE WEEK (0 = SUNDAY ... 6 = SATURDAY) TAKEN
      * FROM IT.
      *--------------------------------------------------------
       01  WS-DN-DATE            PIC 9(8).
       01  WS-DN-DATE-SPLIT REDEFINES WS-DN-DATE.
           05  WS-DN-YYYY           PIC 9(4).
           05  WS-DN-MM             PIC 9(2).
           05  WS-DN-DD             PIC 9(2).
       01  WS-DN-YEAR            PIC 9(4).
       01  WS-DN-MONTH           PIC 9(2).
       01  WS-DN-Q4              PIC 9(4).
       01  WS-DN-Q100            PIC 9(4).
       01  WS-DN-Q400            PIC 9(4).
       01  WS-DN-MWORK           PIC 9(4).
       01  WS-DN-QM              PIC 9(4).
       01  WS-DN-DAYNUM          PIC 9(7).
       01  WS-DN-WORK            PIC 9(7).
       01  WS-DN-QUOT            PIC 9(7).
       01  WS-DN-WEEKDAY         PIC 9.
       01  WS-DN-VALID           PIC X.
       01  WS-DAY-NAME-VALUES    PIC X(21) VALUE
           'SUNMONTUEWEDTHUFRISAT'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME          PIC X(3) OCCURS 7 TIMES.
      *--------------------------------------------------------
      * PUNCH ROUNDING WORK FIELDS.
      *--------------------------------------------------------
       01  WS-RND-HALF           PIC 9(2).
       01  WS-RND-WORK           PIC 9(10).
       01  WS-RND-QUOT           PIC 9(10).
      *--------------------------------------------------------
      * THE WEEK'S PUNCHES, SORTED BY EMPLOYEE AND ACTUAL
      * PUNCH TIME. A PUNCH RECORD THAT FAILED ITS EDIT IS
      * KEPT AS TYPE '?' SO ITS EMPLOYEE IS HELD.
      *--------------------------------------------------------
       01  WS-PT-COUNT           PIC 9(5) VALUE 0.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-PT-COUNT
                   INDEXED BY PT-NDX.
               10  PT-EMP-ID        PIC 9(6).
               10  PT-RAW-MINUTE    PIC 9(10).
               10  PT-MINUTE        PIC 9(10).
               10  PT-DAYNUM        PIC 9(7).
               10  PT-WEEKDAY       PIC 9.
               10  PT-DATE          PIC 9(8).
               10  PT-TIME          PIC 9(4).
               10  PT-TYPE          PIC X.
               10  PT-STATE         PIC X(2).
       01  WS-PT-IDX             PIC 9(5).
       01  WS-GRP-FIRST          PIC 9(5).
       01  WS-GRP-LAST           PIC 9(5).
       01  WS-GRP-END            PIC X.
       01  WS-NEXT-IDX           PIC 9(5).
       01  WS-OPEN-IDX           PIC 9(5).
       01  WS-PAIR-OPEN          PIC X.
           88  PAIR-OPEN             VALUE 'Y'.
           88  PAIR-CLOSED           VALUE 'N'.
       01  WS-IN-SEEN            PIC X.
      *--------------------------------------------------------
      * ONE EMPLOYEE'S WEEK - WORKED MINUTES BY SHIFT CODE
      * (1, 2, 3, W) AND BY CLOCK STATE, AND WHETHER ANY
      * EXCEPTION HAS HELD THE CARD.
      *--------------------------------------------------------
       01  WS-EMP-HOLD           PIC X.
           88  EMP-HELD              VALUE 'Y'.
       01  WS-EMP-ON-MASTER      PIC X.
       01  WS-EMP-NAME           PIC X(20).
       01  SHIFT-CODE-VALUES     PIC X(4) VALUE '123W'.
       01  SHIFT-CODE-TABLE REDEFINES SHIFT-CODE-VALUES.
           05  SC-CODE              PIC X OCCURS 4 TIMES.
       01  WS-WEEK-SHIFT-TABLE.
           05  WS-WK-MINUTES        PIC 9(5) OCCURS 4 TIMES.
       01  WS-WK-HOURS           PIC 9(3).
       01  WS-WK-TOTAL-HOURS     PIC 9(3).
       01  WS-WK-SLOT            PIC 9.
       01  WS-SC-IDX             PIC 9.
       01  WS-CODES-USED         PIC 9.
       01  WS-WST-COUNT          PIC 9 VALUE 0.
       01  WS-WST-IDX            PIC 9.
       01  WS-WST-TABLE.
           05  WS-WST-ENTRY OCCURS 5 TIMES.
               10  WST-STATE        PIC X(2).
               10  WST-MINUTES      PIC 9(5).
       01  WS-BEST-STATE         PIC X(2).
       01  WS-BEST-MINUTES       PIC 9(5).
      *--------------------------------------------------------
      * THE HAND-KEYED CARDS, IN THEIR KEYED ORDER. A CARD IS
      * COPIED TO INFILE.TXT AT THE END UNLESS ITS LEAVE WAS
      * MERGED INTO A CARD BUILT FROM PUNCHES, OR IT WAS HELD
      * WITH ITS EMPLOYEE'S PUNCHES.
      *--------------------------------------------------------
       01  WS-KC-COUNT           PIC 9(4) VALUE 0.
       01  WS-KC-IDX             PIC 9(4).
       01  WS-KC-HIT             PIC 9(4).
       01  WS-KC-SEARCH-ID       PIC 9(6).
       01  WS-KC-SEARCH-KEY REDEFINES WS-KC-SEARCH-ID PIC X(6).
       01  WS-KC-TABLE.
           05  WS-KC-ENTRY OCCURS 5000 TIMES.
               10  KC-CARD.
                   15  KC-EMP-ID        PIC X(6).
                   15  FILLER           PIC X(24).
                   15  KC-HOURS         PIC X(2).
                       88  KC-NO-HOURS      VALUE '00' SPACES.
                   15  FILLER           PIC X(12).
                   15  KC-ADJUST-CODE   PIC X.
                   15  FILLER           PIC X(8).
                   15  KC-LEAVE-SLOT    PIC X(3) OCCURS 2 TIMES.
                   15  FILLER           PIC X(2).
               10  KC-STATUS            PIC X.
                   88  KC-OPEN              VALUE 'O'.
                   88  KC-MERGED            VALUE 'M'.
                   88  KC-HELD              VALUE 'H'.
      *--------------------------------------------------------
      * ONE WORKED SEGMENT.
      *--------------------------------------------------------
       01  WS-SEG-MINUTES        PIC 9(10).
       01  WS-SEG-HOURS          PIC 9(2)V99.
       01  WS-SEG-CODE           PIC X.
       01  WS-EXC-REASON         PIC X(30).
       01  WS-EXC-IDX            PIC 9(5).
      *--------------------------------------------------------
      * IMPORT TOTALS.
      *--------------------------------------------------------
       01  WS-PUNCHES-READ       PIC 9(6) VALUE 0.
       01  WS-PUNCHES-OUTSIDE    PIC 9(6) VALUE 0.
       01  WS-EMPLOYEE-COUNT     PIC 9(5) VALUE 0.
       01  WS-CARDS-WRITTEN      PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT         PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.
       01  WS-CARD-HOURS-TOTAL   PIC 9(6) VALUE 0.
       01  WS-KEYED-READ         PIC 9(5) VALUE 0.
       01  WS-KEYED-COPIED       PIC 9(5) VALUE 0.
       01  WS-KEYED-MERGED       PIC 9(5) VALUE 0.
       01  WS-KEYED-HELD         PIC 9(5) VALUE 0.
       01  PUNCH-HEADING-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  PH-TITLE             PIC X(30).
           05  FILLER               PIC X(8) VALUE 'COMPANY '.
           05  PHL-COMPANY          PIC X(4).
           05  FILLER               PIC X(8) VALUE '  WEEK '.
           05  PHL-WEEK-START       PIC 9(8).
           05  FILLER               PIC X(4) VALUE ' TO '.
           05  PHL-WEEK-END         PIC 9(8).
       01  REGISTER-COLUMN-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE 'EMP-ID'.
           05  FILLER               PIC X(22) VALUE 'NAME'.
           05  FILLER               PIC X(10) VALUE 'DATE'.
           05  FILLER               PIC X(5) VALUE 'DAY'.
           05  FILLER               PIC X(6) VALUE '  IN'.
           05  FILLER               PIC X(6) VALUE ' OUT'.
           05  FILLER               PIC X(7) VALUE 'SHIFT'.
           05  FILLER               PIC X(6) VALUE 'HOURS'.
       01  REGISTER-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  RG-EMP-ID            PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RG-NAME              PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RG-DATE              PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RG-DAY               PIC X(3).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RG-IN-TIME           PIC 9(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RG-OUT-TIME          PIC 9(4).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  RG-SHIFT             PIC X.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  RG-HOURS             PIC Z9.99.
       01  REGISTER-EMP-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  RGE-EMP-ID           PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RGE-NOTE             PIC X(30).
           05  RGE-HOURS            PIC ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RGE-SHIFT-DETAIL     PIC X(24).
       01  RGE-SHIFT-WORK.
           05  RGE-SHIFT OCCURS 3 TIMES.
               10  RGE-SHIFT-CODE   PIC X.
               10  FILLER           PIC X VALUE '='.
               10  RGE-SHIFT-HOURS  PIC Z9.
               10  FILLER           PIC X(4) VALUE SPACES.
       01  EXCEPTION-COLUMN-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE 'EMP-ID'.
           05  FILLER               PIC X(22) VALUE 'NAME'.
           05  FILLER               PIC X(10) VALUE 'DATE'.
           05  FILLER               PIC X(6) VALUE 'TIME'.
           05  FILLER               PIC X(4) VALUE 'I/O'.
           05  FILLER               PIC X(30) VALUE 'REASON'.
       01  EXCEPTION-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  PX-EMP-ID            PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  PX-NAME              PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  PX-DATE              PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  PX-TIME              PIC 9(4).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  PX-TYPE              PIC X.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  PX-REASON            PIC X(30).
       01  PUNCH-TOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  PTL-LABEL             PIC X(30).
           05  PTL-VALUE             PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-READ-PARAMETER
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN EMPLOYEE-MASTER-FILE '
                   'EMPMAST.DAT - FILE STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PUNCH-REGISTER-FILE
           OPEN OUTPUT PUNCH-EXCEPTION-FILE
           MOVE WS-RUN-COMPANY TO PHL-COMPANY
           MOVE WS-WEEK-START  TO PHL-WEEK-START
           MOVE WS-WEEK-END    TO PHL-WEEK-END
           MOVE 'TIME CLOCK PUNCH REGISTER' TO PH-TITLE
           WRITE PUNCH-REGISTER-REC FROM PUNCH-HEADING-LINE
           END-WRITE
           WRITE PUNCH-REGISTER-REC FROM REGISTER-COLUMN-LINE
           END-WRITE
           MOVE SPACES TO PUNCH-REGISTER-REC
           WRITE PUNCH-REGISTER-REC END-WRITE
           MOVE 'PUNCH EXCEPTIONS FOR CORRECTION' TO PH-TITLE
           WRITE PUNCH-EXCEPTION-REC FROM PUNCH-HEADING-LINE
           END-WRITE
           WRITE PUNCH-EXCEPTION-REC FROM EXCEPTION-COLUMN-LINE
           END-WRITE
           MOVE SPACES TO PUNCH-EXCEPTION-REC
           WRITE PUNCH-EXCEPTION-REC END-WRITE
           PERFORM 110-LOAD-PUNCHES
           PERFORM 115-LOAD-KEYED-CARDS
           IF WS-PT-COUNT > 0
               SORT WS-PT-ENTRY ASCENDING KEY PT-EMP-ID
                   PT-RAW-MINUTE
           END-IF
           OPEN OUTPUT INPUT-FILE
           PERFORM 120-PROCESS-PUNCHES
           PERFORM 165-COPY-KEYED-CARDS
           PERFORM 170-WRITE-TOTALS
           CLOSE EMPLOYEE-MASTER-FILE, INPUT-FILE,
                 PUNCH-REGISTER-FILE, PUNCH-EXCEPTION-FILE
           IF WS-EXCEPTION-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'TIME CARDS WRITTEN: ' WS-CARDS-WRITTEN
               '  EMPLOYEES HELD: ' WS-HELD-COUNT
           PERFORM 815-POST-STEP-END
           STOP RUN.

       105-READ-PARAMETER.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN PARAMETER-FILE '
                   'PUNCHPRM.TXT - FILE STATUS ' WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAMETER-FILE
               AT END
                   DISPLAY 'FATAL: PARAMETER FILE PUNCHPRM.TXT IS '
                       'EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PP-COMPANY = SPACES
               DISPLAY 'FATAL: COMPANY CODE MISSING ON PUNCHPRM.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PP-COMPANY TO WS-RUN-COMPANY
           IF PP-ROUND-MINUTES NUMERIC AND PP-ROUND-MINUTES > 0
               MOVE PP-ROUND-MINUTES TO WS-ROUND-MINUTES
           END-IF
           IF PP-MAX-SHIFT-HOURS NUMERIC AND PP-MAX-SHIFT-HOURS > 0
               MOVE PP-MAX-SHIFT-HOURS TO WS-MAX-SHIFT-HOURS
           END-IF
           IF PP-SHIFT1-START NUMERIC AND PP-SHIFT2-START NUMERIC
              AND PP-SHIFT3-START NUMERIC
              AND PP-SHIFT3-START > 0
               MOVE PP-SHIFT1-START TO WS-SHIFT1-START
               MOVE PP-SHIFT2-START TO WS-SHIFT2-START
               MOVE PP-SHIFT3-START TO WS-SHIFT3-START
           END-IF
           IF WS-SHIFT1-START NOT < WS-SHIFT2-START
              OR WS-SHIFT2-START NOT < WS-SHIFT3-START
              OR WS-SHIFT3-START > 2359
               DISPLAY 'FATAL: SHIFT START TIMES OUT OF ORDER ON '
                   'PUNCHPRM.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-MAX-SHIFT-MINUTES = WS-MAX-SHIFT-HOURS * 60
      *--------------------------------------------------------
      * THE WEEK MUST BE A REAL RANGE OF AT MOST SEVEN DAYS.
      * PUNCHES ARE LOADED THROUGH THE DAY AFTER IT SO AN
      * OVERNIGHT SHIFT STARTED ON THE LAST DAY CAN CLOSE.
      *--------------------------------------------------------
           MOVE PP-WEEK-START TO WS-DN-DATE
           PERFORM 180-COMPUTE-DAYNUM
           IF PP-WEEK-START NOT NUMERIC OR WS-DN-VALID = 'N'
               DISPLAY 'FATAL: WEEK START DATE INVALID ON '
                   'PUNCHPRM.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DN-DAYNUM TO WS-START-DAYNUM
           MOVE PP-WEEK-END TO WS-DN-DATE
           PERFORM 180-COMPUTE-DAYNUM
           IF PP-WEEK-END NOT NUMERIC OR WS-DN-VALID = 'N'
              OR WS-DN-DAYNUM < WS-START-DAYNUM
              OR WS-DN-DAYNUM > WS-START-DAYNUM + 6
               DISPLAY 'FATAL: WEEK END DATE INVALID ON '
                   'PUNCHPRM.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DN-DAYNUM TO WS-END-DAYNUM
           COMPUTE WS-LAST-LOAD-DAYNUM = WS-END-DAYNUM + 1
           MOVE PP-WEEK-START TO WS-WEEK-START
           MOVE PP-WEEK-END   TO WS-WEEK-END
           CLOSE PARAMETER-FILE.

       110-LOAD-PUNCHES.
           OPEN INPUT PUNCH-FILE
           IF WS-PUNCH-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN PUNCH-FILE '
                   'PUNCHES.TXT - FILE STATUS ' WS-PUNCH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-PUNCH-EOF
           PERFORM UNTIL WS-PUNCH-EOF = 'Y'
               READ PUNCH-FILE
                   AT END MOVE 'Y' TO WS-PUNCH-EOF
                   NOT AT END
                       ADD 1 TO WS-PUNCHES-READ
                       PERFORM 112-EDIT-PUNCH
               END-READ
           END-PERFORM
           CLOSE PUNCH-FILE.

      *--------------------------------------------------------
      * A PUNCH WITH NO USABLE EMPLOYEE ID CAN ONLY BE LISTED.
      * ANY OTHER BAD PUNCH IS KEPT AS TYPE '?' SO ITS OWNER'S
      * CARD IS HELD. GOOD PUNCHES OUTSIDE THE WEEK (AND THE
      * DAY AFTER IT) BELONG TO ANOTHER IMPORT AND ARE SKIPPED.
      *--------------------------------------------------------
       112-EDIT-PUNCH.
           IF PN-EMP-ID NOT NUMERIC OR PN-EMP-ID = 0
               MOVE 0 TO WS-EXC-IDX
               MOVE 'EMPLOYEE ID MISSING OR INVALID' TO WS-EXC-REASON
               PERFORM 161-WRITE-LOAD-EXCEPTION
           ELSE
               MOVE 'Y' TO WS-DN-VALID
               IF PN-DATE NUMERIC
                   MOVE PN-DATE TO WS-DN-DATE
                   PERFORM 180-COMPUTE-DAYNUM
               ELSE
                   MOVE 'N' TO WS-DN-VALID
               END-IF
               IF WS-DN-VALID = 'Y'
                  AND (WS-DN-DAYNUM < WS-START-DAYNUM
                   OR WS-DN-DAYNUM > WS-LAST-LOAD-DAYNUM)
                   ADD 1 TO WS-PUNCHES-OUTSIDE
               ELSE
                   IF WS-PT-COUNT NOT < 20000
                       DISPLAY 'FATAL: MORE THAN 20000 PUNCHES IN '
                           'THE WEEK - PUNCH TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PT-COUNT
                   MOVE PN-EMP-ID TO PT-EMP-ID (WS-PT-COUNT)
                   MOVE PN-DATE   TO PT-DATE (WS-PT-COUNT)
                   MOVE PN-TIME   TO PT-TIME (WS-PT-COUNT)
                   MOVE PN-CLOCK-STATE TO PT-STATE (WS-PT-COUNT)
                   IF WS-DN-VALID = 'N' OR PN-TIME NOT NUMERIC
                      OR PN-HH > 23 OR PN-MM > 59
                      OR (PN-TYPE NOT = 'I' AND PN-TYPE NOT = 'O')
                       MOVE '?' TO PT-TYPE (WS-PT-COUNT)
                       MOVE 0 TO PT-RAW-MINUTE (WS-PT-COUNT)
                       MOVE 0 TO PT-MINUTE (WS-PT-COUNT)
                       MOVE 0 TO PT-DAYNUM (WS-PT-COUNT)
                       MOVE 0 TO PT-WEEKDAY (WS-PT-COUNT)
                   ELSE
                       MOVE PN-TYPE TO PT-TYPE (WS-PT-COUNT)
                       MOVE WS-DN-DAYNUM TO PT-DAYNUM (WS-PT-COUNT)
                       MOVE WS-DN-WEEKDAY
                           TO PT-WEEKDAY (WS-PT-COUNT)
                       COMPUTE PT-RAW-MINUTE (WS-PT-COUNT) =
                           WS-DN-DAYNUM * 1440 + PN-HH * 60 + PN-MM
                       PERFORM 185-ROUND-PUNCH
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------
      * NO KEYCARDS.TXT JUST MEANS NOTHING WAS KEYED BY HAND
      * THIS WEEK.
      *--------------------------------------------------------
       115-LOAD-KEYED-CARDS.
           OPEN INPUT KEYED-CARD-FILE
           IF WS-KEYED-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-KEYED-STATUS NOT = '00'
                   DISPLAY 'FATAL: CANNOT OPEN KEYED-CARD-FILE '
                       'KEYCARDS.TXT - FILE STATUS ' WS-KEYED-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-PUNCH-EOF
               PERFORM UNTIL WS-PUNCH-EOF = 'Y'
                   READ KEYED-CARD-FILE
                       AT END MOVE 'Y' TO WS-PUNCH-EOF
                       NOT AT END
                           PERFORM 117-TABLE-KEYED-CARD
                   END-READ
               END-PERFORM
               CLOSE KEYED-CARD-FILE
           END-IF.

       117-TABLE-KEYED-CARD.
           IF WS-KC-COUNT NOT < 5000
               DISPLAY 'FATAL: MORE THAN 5000 KEYED CARDS - '
                   'KEYED CARD TABLE FULL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-KEYED-READ
           ADD 1 TO WS-KC-COUNT
           MOVE KEYED-CARD-REC TO KC-CARD (WS-KC-COUNT)
           SET KC-OPEN (WS-KC-COUNT) TO TRUE.

      *--------------------------------------------------------
      * THE SORTED TABLE IS WORKED ONE EMPLOYEE'S RUN OF
      * PUNCHES AT A TIME.
      *--------------------------------------------------------
       120-PROCESS-PUNCHES.
           MOVE 1 TO WS-GRP-FIRST
           PERFORM UNTIL WS-GRP-FIRST > WS-PT-COUNT
               MOVE WS-GRP-FIRST TO WS-GRP-LAST
               MOVE 'N' TO WS-GRP-END
               PERFORM 122-EXTEND-GROUP UNTIL WS-GRP-END = 'Y'
               PERFORM 130-PROCESS-EMPLOYEE
               COMPUTE WS-GRP-FIRST = WS-GRP-LAST + 1
           END-PERFORM.

       122-EXTEND-GROUP.
           IF WS-GRP-LAST < WS-PT-COUNT
               IF PT-EMP-ID (WS-GRP-LAST + 1) =
                       PT-EMP-ID (WS-GRP-FIRST)
                   ADD 1 TO WS-GRP-LAST
               ELSE
                   MOVE 'Y' TO WS-GRP-END
               END-IF
           ELSE
               MOVE 'Y' TO WS-GRP-END
           END-IF.

       130-PROCESS-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE 'N' TO WS-EMP-HOLD
           MOVE 0 TO WS-KC-HIT
           MOVE 0 TO WS-WK-MINUTES (1)
           MOVE 0 TO WS-WK-MINUTES (2)
           MOVE 0 TO WS-WK-MINUTES (3)
           MOVE 0 TO WS-WK-MINUTES (4)
           MOVE 0 TO WS-WST-COUNT
           MOVE WS-RUN-COMPANY TO EMP-COMPANY-MASTER
           MOVE PT-EMP-ID (WS-GRP-FIRST) TO EMP-ID-MASTER
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EMP-ON-MASTER
                   MOVE SPACES TO WS-EMP-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-ON-MASTER
                   MOVE EMP-NAME-MASTER TO WS-EMP-NAME
           END-READ
           IF WS-EMP-ON-MASTER = 'N'
               MOVE WS-GRP-FIRST TO WS-EXC-IDX
               MOVE 'EMPLOYEE ID NOT ON MASTER FILE' TO WS-EXC-REASON
               PERFORM 160-WRITE-EXCEPTION
           ELSE
      *--------------------------------------------------------
      * A SALARIED EMPLOYEE IS PAID WITHOUT A TIME CARD - THE
      * PAYROLL RUN WOULD ONLY DIVERT ONE.
      *--------------------------------------------------------
               IF EMP-SALARIED
                   MOVE WS-GRP-FIRST TO WS-EXC-IDX
                   MOVE 'SALARIED - NO TIME CARD BUILT'
                       TO WS-EXC-REASON
                   PERFORM 160-WRITE-EXCEPTION
               ELSE
                   PERFORM 132-PAIR-EMPLOYEE-PUNCHES
                   PERFORM 146-FIND-KEYED-CARD
                   IF NOT EMP-HELD
                       PERFORM 150-BUILD-TIME-CARD
                   END-IF
                   IF WS-KC-HIT > 0 AND EMP-HELD
                       PERFORM 148-HOLD-KEYED-CARD
                   END-IF
               END-IF
           END-IF
           IF EMP-HELD
               ADD 1 TO WS-HELD-COUNT
               MOVE PT-EMP-ID (WS-GRP-FIRST) TO RGE-EMP-ID
               MOVE 'HELD - SEE PUNCH EXCEPTIONS' TO RGE-NOTE
               MOVE 0 TO RGE-HOURS
               MOVE SPACES TO RGE-SHIFT-DETAIL
               WRITE PUNCH-REGISTER-REC FROM REGISTER-EMP-LINE
               END-WRITE
           END-IF
           MOVE SPACES TO PUNCH-REGISTER-REC
           WRITE PUNCH-REGISTER-REC END-WRITE.

      *--------------------------------------------------------
      * PAIRS IN AND OUT PUNCHES IN TIME ORDER:
      *   IN WITH NOTHING OPEN        - OPENS A SEGMENT
      *   OUT WITH A SEGMENT OPEN     - CLOSES IT
      *   IN, IN, OUT, OUT            - OVERLAPPING PUNCHES
      *   IN WHILE ONE IS OPEN        - MISSING OUT PUNCH
      *   OUT WITH NOTHING OPEN       - MISSING IN PUNCH,
      *     EXCEPT AN OUT ON THE FIRST DAY BEFORE ANY IN, WHICH
      *     CLOSES LAST WEEK'S OVERNIGHT SHIFT
      *   IN STILL OPEN AT THE END    - MISSING OUT PUNCH,
      *     UNLESS IT IS ON THE DAY AFTER THE WEEK
      *--------------------------------------------------------
       132-PAIR-EMPLOYEE-PUNCHES.
           SET PAIR-CLOSED TO TRUE
           MOVE 'N' TO WS-IN-SEEN
           PERFORM VARYING WS-PT-IDX FROM WS-GRP-FIRST BY 1
               UNTIL WS-PT-IDX > WS-GRP-LAST
               EVALUATE PT-TYPE (WS-PT-IDX)
                   WHEN 'I'
                       PERFORM 134-IN-PUNCH
                   WHEN 'O'
                       PERFORM 136-OUT-PUNCH
                   WHEN OTHER
                       MOVE WS-PT-IDX TO WS-EXC-IDX
                       MOVE 'PUNCH RECORD INVALID' TO WS-EXC-REASON
                       PERFORM 160-WRITE-EXCEPTION
               END-EVALUATE
           END-PERFORM
           IF PAIR-OPEN
               IF PT-DAYNUM (WS-OPEN-IDX) NOT > WS-END-DAYNUM
                   MOVE WS-OPEN-IDX TO WS-EXC-IDX
                   MOVE 'MISSING OUT PUNCH' TO WS-EXC-REASON
                   PERFORM 160-WRITE-EXCEPTION
               END-IF
           END-IF.

       134-IN-PUNCH.
           MOVE 'Y' TO WS-IN-SEEN
           IF PAIR-OPEN
               COMPUTE WS-NEXT-IDX = WS-PT-IDX + 2
               IF WS-NEXT-IDX NOT > WS-GRP-LAST
                   IF PT-TYPE (WS-PT-IDX + 1) = 'O'
                      AND PT-TYPE (WS-NEXT-IDX) = 'O'
                       MOVE WS-OPEN-IDX TO WS-EXC-IDX
                       MOVE 'OVERLAPPING PUNCHES' TO WS-EXC-REASON
                       PERFORM 160-WRITE-EXCEPTION
                       MOVE WS-NEXT-IDX TO WS-PT-IDX
                       SET PAIR-CLOSED TO TRUE
                   END-IF
               END-IF
               IF PAIR-OPEN
                   MOVE WS-OPEN-IDX TO WS-EXC-IDX
                   MOVE 'MISSING OUT PUNCH' TO WS-EXC-REASON
                   PERFORM 160-WRITE-EXCEPTION
                   MOVE WS-PT-IDX TO WS-OPEN-IDX
               END-IF
           ELSE
               MOVE WS-PT-IDX TO WS-OPEN-IDX
               SET PAIR-OPEN TO TRUE
           END-IF.

       136-OUT-PUNCH.
           IF PAIR-OPEN
               PERFORM 140-PAIR-PUNCHES
               SET PAIR-CLOSED TO TRUE
           ELSE
               IF WS-IN-SEEN = 'N'
                  AND PT-DAYNUM (WS-PT-IDX) = WS-START-DAYNUM
                   CONTINUE
               ELSE
                   MOVE WS-PT-IDX TO WS-EXC-IDX
                   MOVE 'MISSING IN PUNCH' TO WS-EXC-REASON
                   PERFORM 160-WRITE-EXCEPTION
               END-IF
           END-IF.

      *--------------------------------------------------------
      * ONE IN/OUT PAIR. A SEGMENT STARTED AFTER THE LAST DAY
      * OF THE WEEK BELONGS TO NEXT WEEK'S IMPORT. WORKED TIME
      * IS THE ROUNDED OUT LESS THE ROUNDED IN.
      *--------------------------------------------------------
       140-PAIR-PUNCHES.
           IF PT-DAYNUM (WS-OPEN-IDX) NOT > WS-END-DAYNUM
               COMPUTE WS-SEG-MINUTES =
                   PT-MINUTE (WS-PT-IDX) - PT-MINUTE (WS-OPEN-IDX)
               IF WS-SEG-MINUTES > WS-MAX-SHIFT-MINUTES
                   MOVE WS-OPEN-IDX TO WS-EXC-IDX
                   MOVE 'SHIFT OVER MAXIMUM LENGTH' TO WS-EXC-REASON
                   PERFORM 160-WRITE-EXCEPTION
               ELSE
                   IF WS-SEG-MINUTES > 0
                       PERFORM 142-ASSIGN-SHIFT
                       PERFORM 144-ADD-STATE-MINUTES
                       MOVE PT-EMP-ID (WS-OPEN-IDX) TO RG-EMP-ID
                       MOVE WS-EMP-NAME TO RG-NAME
                       MOVE PT-DATE (WS-OPEN-IDX) TO RG-DATE
                       MOVE WS-DAY-NAME (PT-WEEKDAY (WS-OPEN-IDX) + 1)
                           TO RG-DAY
                       MOVE PT-TIME (WS-OPEN-IDX) TO RG-IN-TIME
                       MOVE PT-TIME (WS-PT-IDX)   TO RG-OUT-TIME
                       MOVE WS-SEG-CODE TO RG-SHIFT
                       COMPUTE WS-SEG-HOURS ROUNDED =
                           WS-SEG-MINUTES / 60
                       MOVE WS-SEG-HOURS TO RG-HOURS
                       WRITE PUNCH-REGISTER-REC
                           FROM REGISTER-DETAIL-LINE
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------
      * SATURDAY AND SUNDAY CLOCK-INS ARE WEEKEND SHIFT W.
      * ON A WEEKDAY THE CLOCK-IN TIME PICKS THE SHIFT - AN
      * IN BEFORE SHIFT 1 STARTS IS THE TAIL OF THE NIGHT
      * SHIFT 3.
      *--------------------------------------------------------
       142-ASSIGN-SHIFT.
           IF PT-WEEKDAY (WS-OPEN-IDX) = 0
              OR PT-WEEKDAY (WS-OPEN-IDX) = 6
               MOVE 4 TO WS-SC-IDX
           ELSE
               IF PT-TIME (WS-OPEN-IDX) NOT < WS-SHIFT1-START
                  AND PT-TIME (WS-OPEN-IDX) < WS-SHIFT2-START
                   MOVE 1 TO WS-SC-IDX
               ELSE
                   IF PT-TIME (WS-OPEN-IDX) NOT < WS-SHIFT2-START
                      AND PT-TIME (WS-OPEN-IDX) < WS-SHIFT3-START
                       MOVE 2 TO WS-SC-IDX
                   ELSE
                       MOVE 3 TO WS-SC-IDX
                   END-IF
               END-IF
           END-IF
           MOVE SC-CODE (WS-SC-IDX) TO WS-SEG-CODE
           ADD WS-SEG-MINUTES TO WS-WK-MINUTES (WS-SC-IDX).

       144-ADD-STATE-MINUTES.
           MOVE 0 TO WS-WST-IDX
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-WST-COUNT
               IF WST-STATE (WS-SC-IDX) = PT-STATE (WS-OPEN-IDX)
                   MOVE WS-SC-IDX TO WS-WST-IDX
                   MOVE WS-WST-COUNT TO WS-SC-IDX
               END-IF
           END-PERFORM
           IF WS-WST-IDX = 0 AND WS-WST-COUNT < 5
               ADD 1 TO WS-WST-COUNT
               MOVE WS-WST-COUNT TO WS-WST-IDX
               MOVE PT-STATE (WS-OPEN-IDX) TO WST-STATE (WS-WST-IDX)
               MOVE 0 TO WST-MINUTES (WS-WST-IDX)
           END-IF
           IF WS-WST-IDX > 0
               ADD WS-SEG-MINUTES TO WST-MINUTES (WS-WST-IDX)
           END-IF.

      *--------------------------------------------------------
      * A PLAIN KEYED CARD (NO VOID OR REPLACEMENT CODE) FOR AN
      * EMPLOYEE WITH PUNCHES. A LEAVE-ONLY CARD IS MERGED
      * INTO THE CARD BUILT HERE. ONE THAT ALSO KEYS HOURS
      * WORKED WOULD PAY THE WEEK TWICE, SO THE EMPLOYEE IS
      * HELD UNTIL ONE OR THE OTHER IS CORRECTED.
      *--------------------------------------------------------
       146-FIND-KEYED-CARD.
           MOVE 0 TO WS-KC-HIT
           MOVE PT-EMP-ID (WS-GRP-FIRST) TO WS-KC-SEARCH-ID
           PERFORM VARYING WS-KC-IDX FROM 1 BY 1
               UNTIL WS-KC-IDX > WS-KC-COUNT
               IF KC-EMP-ID (WS-KC-IDX) = WS-KC-SEARCH-KEY
                  AND KC-ADJUST-CODE (WS-KC-IDX) = SPACE
                  AND KC-OPEN (WS-KC-IDX)
                   MOVE WS-KC-IDX TO WS-KC-HIT
                   MOVE WS-KC-COUNT TO WS-KC-IDX
               END-IF
           END-PERFORM
           IF WS-KC-HIT > 0
               IF NOT KC-NO-HOURS (WS-KC-HIT)
                   MOVE WS-GRP-FIRST TO WS-EXC-IDX
                   MOVE 'KEYED CARD ALSO HAS HOURS' TO WS-EXC-REASON
                   PERFORM 160-WRITE-EXCEPTION
               END-IF
           END-IF.

       148-HOLD-KEYED-CARD.
           IF KC-OPEN (WS-KC-HIT)
               SET KC-HELD (WS-KC-HIT) TO TRUE
               ADD 1 TO WS-KEYED-HELD
           END-IF.

      *--------------------------------------------------------
      * THE WEEK'S MINUTES BY SHIFT ARE TAKEN TO THE NEAREST
      * WHOLE HOUR - THE TIME CARD CARRIES WHOLE HOURS - AND
      * THE TOTAL IS THE SUM OF THE SEGMENTS SO THE PAYROLL
      * RUN'S SHIFT-TOTAL EDIT HOLDS. THE CARD HAS ROOM FOR
      * THREE SHIFT CODES AND THE RUN PAYS AT MOST 80 HOURS.
      *--------------------------------------------------------
       150-BUILD-TIME-CARD.
           MOVE SPACES TO INPUT-REC
           MOVE 0 TO WS-WK-SLOT
           MOVE 0 TO WS-WK-TOTAL-HOURS
           MOVE 0 TO WS-CODES-USED
           MOVE SPACES TO RGE-SHIFT-DETAIL
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > 4
               COMPUTE WS-DN-WORK = WS-WK-MINUTES (WS-SC-IDX) + 30
               DIVIDE WS-DN-WORK BY 60 GIVING WS-WK-HOURS
               IF WS-WK-HOURS > 0
                   ADD 1 TO WS-CODES-USED
                   ADD WS-WK-HOURS TO WS-WK-TOTAL-HOURS
                   IF WS-WK-SLOT < 3
                       ADD 1 TO WS-WK-SLOT
                       MOVE SC-CODE (WS-SC-IDX)
                           TO SHIFT-CODE-IN (WS-WK-SLOT)
                       MOVE WS-WK-HOURS
                           TO SHIFT-HOURS-IN (WS-WK-SLOT)
                       MOVE SC-CODE (WS-SC-IDX)
                           TO RGE-SHIFT-CODE (WS-WK-SLOT)
                       MOVE WS-WK-HOURS
                           TO RGE-SHIFT-HOURS (WS-WK-SLOT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CODES-USED > 3
               MOVE WS-GRP-FIRST TO WS-EXC-IDX
               MOVE 'MORE THAN THREE SHIFT CODES' TO WS-EXC-REASON
               PERFORM 160-WRITE-EXCEPTION
           ELSE
               IF WS-WK-TOTAL-HOURS > 80
                   MOVE WS-GRP-FIRST TO WS-EXC-IDX
                   MOVE 'WEEK OVER 80 HOURS' TO WS-EXC-REASON
                   PERFORM 160-WRITE-EXCEPTION
               ELSE
                   IF WS-WK-TOTAL-HOURS > 0
                       PERFORM 155-WRITE-TIME-CARD
                   END-IF
               END-IF
           END-IF.

       155-WRITE-TIME-CARD.
           MOVE EMP-ID-MASTER     TO EMPLOYEE-ID-IN
           MOVE EMP-NAME-MASTER   TO EMPLOYEE-NAME-IN
           MOVE EMP-DEPT-MASTER   TO DEPT-CODE-IN
           MOVE WS-WK-TOTAL-HOURS TO HOURS-WORKED-IN
           MOVE EMP-RATE-MASTER   TO HOURLY-RATE-IN
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > 3
               IF WS-SC-IDX > WS-WK-SLOT
                   MOVE SPACE TO SHIFT-CODE-IN (WS-SC-IDX)
                   MOVE 0 TO SHIFT-HOURS-IN (WS-SC-IDX)
               END-IF
           END-PERFORM
           MOVE SPACE TO ADJUST-CODE-IN
           MOVE 0 TO ADJUST-PERIOD-IN
           IF WS-KC-HIT > 0
               MOVE KC-LEAVE-SLOT (WS-KC-HIT, 1) TO LEAVE-ENTRIES (1)
               MOVE KC-LEAVE-SLOT (WS-KC-HIT, 2) TO LEAVE-ENTRIES (2)
               SET KC-MERGED (WS-KC-HIT) TO TRUE
               ADD 1 TO WS-KEYED-MERGED
           END-IF
           PERFORM 152-PICK-WORK-STATE
           WRITE INPUT-REC END-WRITE
           ADD 1 TO WS-CARDS-WRITTEN
           ADD WS-WK-TOTAL-HOURS TO WS-CARD-HOURS-TOTAL
           MOVE EMP-ID-MASTER TO RGE-EMP-ID
           MOVE 'TIME CARD WRITTEN - HOURS' TO RGE-NOTE
           MOVE WS-WK-TOTAL-HOURS TO RGE-HOURS
           MOVE RGE-SHIFT-WORK TO RGE-SHIFT-DETAIL
           WRITE PUNCH-REGISTER-REC FROM REGISTER-EMP-LINE
           END-WRITE.

      *--------------------------------------------------------
      * THE WEEK IS CHARGED TO THE STATE OF THE CLOCKS MOST OF
      * IT WAS WORKED AT. IT ONLY GOES ON THE CARD WHEN IT
      * DIFFERS FROM THE MASTER WORK STATE.
      *--------------------------------------------------------
       152-PICK-WORK-STATE.
           MOVE SPACES TO WS-BEST-STATE
           MOVE 0 TO WS-BEST-MINUTES
           PERFORM VARYING WS-WST-IDX FROM 1 BY 1
               UNTIL WS-WST-IDX > WS-WST-COUNT
               IF WST-MINUTES (WS-WST-IDX) > WS-BEST-MINUTES
                   MOVE WST-MINUTES (WS-WST-IDX) TO WS-BEST-MINUTES
                   MOVE WST-STATE (WS-WST-IDX) TO WS-BEST-STATE
               END-IF
           END-PERFORM
           IF WS-BEST-STATE NOT = SPACES
              AND WS-BEST-STATE NOT = EMP-WORK-STATE
               MOVE WS-BEST-STATE TO WORK-STATE-IN
           ELSE
               MOVE SPACES TO WORK-STATE-IN
           END-IF.

       160-WRITE-EXCEPTION.
           MOVE 'Y' TO WS-EMP-HOLD
           MOVE PT-EMP-ID (WS-EXC-IDX) TO PX-EMP-ID
           MOVE WS-EMP-NAME TO PX-NAME
           MOVE PT-DATE (WS-EXC-IDX) TO PX-DATE
           MOVE PT-TIME (WS-EXC-IDX) TO PX-TIME
           MOVE PT-TYPE (WS-EXC-IDX) TO PX-TYPE
           MOVE WS-EXC-REASON TO PX-REASON
           WRITE PUNCH-EXCEPTION-REC FROM EXCEPTION-DETAIL-LINE
           END-WRITE
           ADD 1 TO WS-EXCEPTION-COUNT.

       161-WRITE-LOAD-EXCEPTION.
           MOVE 0 TO PX-EMP-ID
           MOVE SPACES TO PX-NAME
           IF PN-DATE NUMERIC
               MOVE PN-DATE TO PX-DATE
           ELSE
               MOVE 0 TO PX-DATE
           END-IF
           IF PN-TIME NUMERIC
               MOVE PN-TIME TO PX-TIME
           ELSE
               MOVE 0 TO PX-TIME
           END-IF
           MOVE PN-TYPE TO PX-TYPE
           MOVE WS-EXC-REASON TO PX-REASON
           WRITE PUNCH-EXCEPTION-REC FROM EXCEPTION-DETAIL-LINE
           END-WRITE
           ADD 1 TO WS-EXCEPTION-COUNT.

      *--------------------------------------------------------
      * EVERY KEYED CARD NOT MERGED OR HELD GOES ONTO THE FILE
      * AS KEYED, AFTER THE CARDS BUILT FROM PUNCHES.
      *--------------------------------------------------------
       165-COPY-KEYED-CARDS.
           PERFORM VARYING WS-KC-IDX FROM 1 BY 1
               UNTIL WS-KC-IDX > WS-KC-COUNT
               IF KC-OPEN (WS-KC-IDX)
                   PERFORM 167-COPY-KEYED-CARD
               END-IF
           END-PERFORM.

       167-COPY-KEYED-CARD.
           MOVE KC-CARD (WS-KC-IDX) TO INPUT-REC
           WRITE INPUT-REC END-WRITE
           ADD 1 TO WS-CARDS-WRITTEN
           ADD 1 TO WS-KEYED-COPIED
           MOVE 0 TO RGE-HOURS
           IF HOURS-WORKED-IN NUMERIC
               ADD HOURS-WORKED-IN TO WS-CARD-HOURS-TOTAL
               MOVE HOURS-WORKED-IN TO RGE-HOURS
           END-IF
           MOVE KC-EMP-ID (WS-KC-IDX) TO WS-KC-SEARCH-KEY
           IF WS-KC-SEARCH-ID NUMERIC
               MOVE WS-KC-SEARCH-ID TO RGE-EMP-ID
           ELSE
               MOVE 0 TO RGE-EMP-ID
           END-IF
           MOVE 'KEYED CARD COPIED - HOURS' TO RGE-NOTE
           MOVE SPACES TO RGE-SHIFT-DETAIL
           WRITE PUNCH-REGISTER-REC FROM REGISTER-EMP-LINE
           END-WRITE.

       170-WRITE-TOTALS.
           MOVE 'PUNCHES READ' TO PTL-LABEL
           MOVE WS-PUNCHES-READ TO PTL-VALUE
           WRITE PUNCH-REGISTER-REC FROM PUNCH-TOTAL-LINE END-WRITE
           MOVE 'PUNCHES OUTSIDE THE WEEK' TO PTL-LABEL
           MOVE WS-PUNCHES-OUTSIDE TO PTL-VALUE
           WRITE PUNCH-REGISTER-REC FROM PUNCH-TOTAL-LINE END-WRITE
           MOVE 'EMPLOYEES WITH PUNCHES' TO PTL-LABEL
           MOVE WS-EMPLOYEE-COUNT TO PTL-VALUE
           WRITE PUNCH-REGISTER-REC FROM PUNCH-TOTAL-LINE END-WRITE
           MOVE 'TIME CARDS WRITTEN' TO PTL-LABEL
           MOVE WS-CARDS-WRITTEN TO PTL-VALUE
           WRITE PUNCH-REGISTER-REC FROM PUNCH-TOTAL-LINE END-WRITE
           MOVE 'KEYED CARDS READ' TO PTL-LABEL
           MOVE WS-KEYED-READ TO PTL-VALUE
           WRITE PUNCH-REGISTER-REC FROM PUNCH-TOTAL-LINE END-WRITE
           MOVE '  COPIED AS KEYED' TO PTL-LABEL
           MOVE WS-KEYED-COPIED TO PTL-VALUE
           WRITE PUNCH-REGISTER-REC FROM PUNCH-TOTAL-LINE END-WRITE
           MOVE '  LEAVE MERGED WITH PUNCHES' TO PTL-LABEL
           MOVE WS-KEYED-MERGED TO PTL-VALUE
           WRITE PUNCH-REGISTER-REC FROM PUNCH-TOTAL-LINE END-WRITE
           MOVE '  HELD WITH PUNCHES' TO PTL-LABEL
           MOVE WS-KEYED-HELD TO PTL-VALUE
           WRITE PUNCH-REGISTER-REC FROM PUNCH-TOTAL-LINE END-WRITE
           MOVE 'TOTAL HOURS ON TIME CARDS' TO PTL-LABEL
           MOVE WS-CARD-HOURS-TOTAL TO PTL-VALUE
           WRITE PUNCH-REGISTER-REC FROM PUNCH-TOTAL-LINE END-WRITE
           MOVE 'EMPLOYEES HELD' TO PTL-LABEL
           MOVE WS-HELD-COUNT TO PTL-VALUE
           WRITE PUNCH-REGISTER-REC FROM PUNCH-TOTAL-LINE END-WRITE
           MOVE SPACES TO PUNCH-EXCEPTION-REC
           WRITE PUNCH-EXCEPTION-REC END-WRITE
           MOVE 'PUNCH EXCEPTIONS' TO PTL-LABEL
           MOVE WS-EXCEPTION-COUNT TO PTL-VALUE
           WRITE PUNCH-EXCEPTION-REC FROM PUNCH-TOTAL-LINE END-WRITE
           MOVE 'EMPLOYEES HELD' TO PTL-LABEL
           MOVE WS-HELD-COUNT TO PTL-VALUE
           WRITE PUNCH-EXCEPTION-REC FROM PUNCH-TOTAL-LINE END-WRITE.

      *--------------------------------------------------------
      * WS-DN-DATE TO WS-DN-DAYNUM AND WS-DN-WEEKDAY. THE YEAR
      * IS TAKEN TO START IN MARCH SO THE LEAP DAY FALLS LAST.
      *--------------------------------------------------------
       180-COMPUTE-DAYNUM.
           MOVE 'Y' TO WS-DN-VALID
           MOVE 0 TO WS-DN-DAYNUM
           MOVE 0 TO WS-DN-WEEKDAY
           IF WS-DN-DATE NOT NUMERIC
               MOVE 'N' TO WS-DN-VALID
           ELSE
               IF WS-DN-MM < 1 OR WS-DN-MM > 12
                  OR WS-DN-DD < 1 OR WS-DN-DD > 31
                  OR WS-DN-YYYY < 1900
                   MOVE 'N' TO WS-DN-VALID
               END-IF
           END-IF
           IF WS-DN-VALID = 'Y'
               IF WS-DN-MM < 3
                   COMPUTE WS-DN-YEAR = WS-DN-YYYY - 1
                   COMPUTE WS-DN-MONTH = WS-DN-MM + 9
               ELSE
                   MOVE WS-DN-YYYY TO WS-DN-YEAR
                   COMPUTE WS-DN-MONTH = WS-DN-MM - 3
               END-IF
               DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4
               DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
               DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
               COMPUTE WS-DN-MWORK = 153 * WS-DN-MONTH + 2
               DIVIDE WS-DN-MWORK BY 5 GIVING WS-DN-QM
               COMPUTE WS-DN-DAYNUM = 365 * WS-DN-YEAR
                   + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
                   + WS-DN-QM + WS-DN-DD
               COMPUTE WS-DN-WORK = WS-DN-DAYNUM + 2
               DIVIDE WS-DN-WORK BY 7 GIVING WS-DN-QUOT
                   REMAINDER WS-DN-WEEKDAY
           END-IF.

      *--------------------------------------------------------
      * ROUNDS THE PUNCH JUST TABLED TO THE NEAREST ROUNDING
      * INCREMENT, A HALF INCREMENT ROUNDING UP.
      *--------------------------------------------------------
       185-ROUND-PUNCH.
           DIVIDE WS-ROUND-MINUTES BY 2 GIVING WS-RND-HALF
           COMPUTE WS-RND-WORK =
               PT-RAW-MINUTE (WS-PT-COUNT) + WS-RND-HALF
           DIVIDE WS-RND-WORK BY WS-ROUND-MINUTES
               GIVING WS-RND-QUOT
           COMPUTE PT-MINUTE (WS-PT-COUNT) =
               WS-RND-QUOT * WS-ROUND-MINUTES.

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
      * INFILE.TXT IS THE TIME CARD FILE THE PAY RUN READS -
      * AND A PAYROLL THAT NEVER COMPLETED READS IT AGAIN WHEN
      * IT IS RESTARTED, WHATEVER ITS COMPANY. NO IMPORT WHILE
      * ANY PAY STEP IS OPEN ON THE LEDGER. POSTS UNDER THE
      * WEEK-END DATE.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           MOVE WS-RUN-COMPANY TO LDS-COMPANY
           MOVE WS-WEEK-END    TO LDS-PERIOD-DATE
           MOVE SPACES         TO LDS-RUN-ID
           MOVE SPACES         TO WS-SCAN-COMPANY
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
