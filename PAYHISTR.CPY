      *--------------------------------------------------------
      * PERMANENT PAY HISTORY RECORD (PAYHIST.DAT) - ONE RECORD
      * PER PAID EMPLOYEE PER PAY RUN, KEYED ON COMPANY CODE
      * PLUS EMPLOYEE ID PLUS PERIOD DATE PLUS RUN ID. SHARED BY THE
      * PAYROLL RUN (WRITER) AND THE HISTORY INQUIRY PROGRAM
      * (READER).
      *--------------------------------------------------------
               10  PH-COMPANY       PIC X(4).
               10  PH-EMP-ID        PIC 9(6).
               10  PH-PERIOD-DATE   PIC 9(8).
      *--------------------------------------------------------
      * SPACES = THE REGULAR PAYROLL RUN FOR THE PERIOD. AN
      * OFF-CYCLE SUPPLEMENTAL RUN WRITES UNDER ITS OWN RUN ID
      * WITH THE PAY DATE AS THE PERIOD DATE, SO IT NEVER
      * COLLIDES WITH THE REGULAR RECORD FOR THE SAME DATE.
      *--------------------------------------------------------
               10  PH-RUN-ID        PIC X(2).
           05  PH-DEPT              PIC X(4).
           05  PH-NAME              PIC X(20).
           05  PH-REG-HOURS         PIC 9(2).
      * RUN. R = AMOUNTS REPLACED BY A LATER CORRECTION.
      *--------------------------------------------------------
           05  PH-VOID-FLAG         PIC X.
      *--------------------------------------------------------
      * PAID LEAVE TAKEN THIS PERIOD BY TYPE, AND ITS PAY
      * (INCLUDED IN PH-GROSS). A VOID OR REPLACEMENT PUTS
      * THESE HOURS BACK ON THE LEAVE BALANCE.
      *--------------------------------------------------------
           05  PH-VAC-HOURS         PIC 9(2).
           05  PH-SICK-HOURS        PIC 9(2).
           05  PH-HOL-HOURS         PIC 9(2).
           05  PH-LEAVE-WAGES       PIC 9(4)V99.
      *--------------------------------------------------------
      * HOURLY RATE THE PERIOD WAS PAID AT (ZERO FOR SALARY)
      * AND THE TIME CARD'S SHIFT SEGMENTS, SO THE RETRO
      * PROGRAM CAN REPRICE THE PERIOD EXACTLY AS IT WAS PAID.
      *--------------------------------------------------------
           05  PH-RATE              PIC 9V99.
           05  PH-SHIFT-DETAIL OCCURS 3 TIMES.
               10  PH-SHIFT-CODE    PIC X.
               10  PH-SHIFT-HOURS   PIC 9(2).
      *--------------------------------------------------------
      * RETROACTIVE PAY FOR EARLIER PERIODS PAID WITH THIS
      * PERIOD (INCLUDED IN PH-GROSS).
      *--------------------------------------------------------
           05  PH-RETRO-WAGES       PIC 9(4)V99.
      *--------------------------------------------------------
      * WORK STATE FOR THE PERIOD (THE TIME CARD OVERRIDE OR
      * THE MASTER WORK STATE) AND THE STATE WITHHOLDING AS IT
      * WAS SPLIT - AT MOST THE WORK STATE AND THE RESIDENT
      * STATE. PH-STATE-TAX IS THE SUM. AN UNUSED SLOT IS
      * BLANK; A RECORD WRITTEN BEFORE STATES WERE CARRIED
      * HAS BOTH SLOTS BLANK AND BELONGS TO THE HOME STATE.
      *--------------------------------------------------------
           05  PH-WORK-STATE        PIC X(2).
           05  PH-STATE-DETAIL OCCURS 2 TIMES.
               10  PH-TAX-STATE     PIC X(2).
               10  PH-TAX-STATE-WAGES PIC 9(4)V99.
               10  PH-TAX-STATE-AMT PIC 9(3)V99.
