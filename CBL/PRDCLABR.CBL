      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PRDCLABR.
       AUTHOR.        BARRETT OTTE.
       DATE-WRITTEN.  10/15/26.
      *
      * TURN THE TIMECLOCK PUNCHES INTO HOURS WORKED PER PERSON PER
      * DAY OVER A PAY PERIOD (14 DAYS ENDING TODAY BY DEFAULT), AND
      * LAY THE STAFF ON THE FLOOR EACH HOUR AGAINST THAT HOUR'S
      * SALES AND RINGS FROM THE HOURLY SALES HISTORY PRDCSTND KEEPS,
      * SO THE SCHEDULE CAN FOLLOW THE BUSY HOURS.  A SHIFT WITH NO
      * PUNCH-OUT, A SHIFT THAT OVERLAPS ANOTHER FOR THE SAME PERSON,
      * AND A PUNCH THAT CANNOT BE READ ARE FLAGGED FOR THE OWNER TO
      * PUT RIGHT BEFORE PAYROLL GOES OUT.  ONE EXTRACT RECORD PER
      * EMPLOYEE CARRIES THE PERIOD'S HOURS, SPLIT INTO REGULAR AND
      * OVERTIME BY WORKWEEK, TO THE PAYROLL SERVICE.  WHEN THE
      * SHIFTS OR EMPLOYEES OVERFLOW THE TABLES THE HOURS ARE SHORT
      * AND NO EXTRACT IS WRITTEN AT ALL.  THE PERIOD'S
      * LAST DAY AND LENGTH COME FROM AN OPTIONAL PARAMETER CARD.
      * RUN AT THE END OF EACH PAY PERIOD AFTER THE NIGHTLY PRDCSTND,
      * OR ANY MORNING FOR THE STAFFING PICTURE SO FAR.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABR-RPT   ASSIGN TO PRTLINE.
           SELECT PNCH-FILE  ASSIGN TO PRDCPNCH.
           SELECT OPTIONAL HRLY-FILE ASSIGN TO PRDCHRLY
                              FILE STATUS IS WS-HRLY-STATUS.
           SELECT PAYX-FILE  ASSIGN TO PRDCPAYX.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PRDCTPRM
                              FILE STATUS IS WS-PARM-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  LABR-RPT RECORDING MODE F.
       01  RPT-RCD           PIC X(80).
      *
      * TIMECLOCK FILE, ONE RECORD PER SHIFT: WHO, AND THE DATE AND
      * TIME (HHMM, 24-HOUR) THEY PUNCHED IN AND OUT.  THE EMPLOYEE
      * IS THE SAME 3-CHARACTER ID THEY RING UNDER AT THE REGISTER
      * (CASHIER-I).  THE PUNCH-OUT IS BLANK WHILE THE SHIFT IS OPEN,
      * WHICH AFTER CLOSING MEANS SOMEONE FORGOT TO PUNCH OUT.  A
      * SHIFT BELONGS TO THE DAY IT WAS PUNCHED IN
       FD  PNCH-FILE RECORDING MODE F.
       01  PNCH-RCD.
           05  PNCH-EMPID        PIC X(03).
           05  PNCH-INDATE-X     PIC X(08).
           05  PNCH-INDATE REDEFINES PNCH-INDATE-X
                                 PIC 9(08).
           05  PNCH-INTIME-X     PIC X(04).
           05  PNCH-INTIME REDEFINES PNCH-INTIME-X.
               10  PNCH-INHH     PIC 9(02).
               10  PNCH-INMM     PIC 9(02).
           05  PNCH-OUTDATE-X    PIC X(08).
           05  PNCH-OUTDATE REDEFINES PNCH-OUTDATE-X
                                 PIC 9(08).
           05  PNCH-OUTTIME-X    PIC X(04).
           05  PNCH-OUTTIME REDEFINES PNCH-OUTTIME-X.
               10  PNCH-OUTHH    PIC 9(02).
               10  PNCH-OUTMM    PIC 9(02).
           05  FILLER            PIC X(53).
      *
      * HOURLY SALES HISTORY, ONE RECORD PER HOUR THAT RANG ANYTHING,
      * WRITTEN BY PRDCSTND.  LAYOUT MUST MATCH HRLY-RCD THERE
       FD  HRLY-FILE RECORDING MODE F.
       01  HRLY-RCD.
           05  HRLY-DATE         PIC 9(08).
           05  HRLY-HOUR         PIC 9(02).
           05  HRLY-TRNCOUNT     PIC 9(05).
           05  HRLY-QTY          PIC S9(06)V9(2).
           05  HRLY-SALES        PIC S9(08)V9(2).
           05  FILLER            PIC X(47).
      *
      * PAY-PERIOD HOURS EXTRACT FOR THE PAYROLL SERVICE, ONE RECORD
      * PER EMPLOYEE WHO PUNCHED IN DURING THE PERIOD.  HOURS ARE IN
      * HUNDREDTHS.  PAYX-EXCEPTIONS COUNTS THE EMPLOYEE'S SHIFTS THE
      * REPORT FLAGGED; A NONZERO COUNT MEANS THE HOURS ARE SHORT BY
      * WHATEVER THE UNREADABLE OR UNCLOSED PUNCHES HELD
       FD  PAYX-FILE RECORDING MODE F.
       01  PAYX-RCD.
           05  PAYX-EMPID        PIC X(03).
           05  PAYX-FROMDATE     PIC 9(08).
           05  PAYX-THRUDATE     PIC 9(08).
           05  PAYX-REGHRS       PIC 9(03)V9(2).
           05  PAYX-OTHRS        PIC 9(03)V9(2).
           05  PAYX-TOTHRS       PIC 9(03)V9(2).
           05  PAYX-SHIFTS       PIC 9(03).
           05  PAYX-EXCEPTIONS   PIC 9(03).
           05  FILLER            PIC X(40) VALUE SPACES.
      *
      * OPTIONAL PARAMETER CARD: THE LAST DAY OF THE PAY PERIOD AND
      * HOW MANY DAYS IT RUNS (AT MOST 31).  EITHER FIELD LEFT BLANK
      * OR MIS-KEYED TAKES THE DEFAULT
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-RCD.
           05  PARM-ENDDATE-X PIC X(08).
           05  PARM-ENDDATE REDEFINES PARM-ENDDATE-X
                             PIC 9(08).
           05  PARM-DAYS-X   PIC X(02).
           05  PARM-DAYS REDEFINES PARM-DAYS-X
                             PIC 9(02).
           05  FILLER        PIC X(70).
      *
       WORKING-STORAGE SECTION.
      * TEMPORARY VARIABLES
       77  I                 PIC 9(06)        VALUE ZEROS.
       77  J                 PIC 9(06)        VALUE ZEROS.
      *
       01  FLAGS.
           05  LASTPNCH      PIC 9 VALUE ZERO.
           05  LASTHRLY      PIC 9 VALUE ZERO.
           05  LASTPARM      PIC 9 VALUE ZERO.
      *
      * STATUS OF THE OPTIONAL INPUT FILES
       77  WS-HRLY-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-PARM-STATUS    PIC X(02)        VALUE SPACES.
      *
      * PAY PERIOD LENGTH IN DAYS UNLESS THE CARD SAYS OTHERWISE,
      * AND THE MOST THE TABLES CAN HOLD
       77  LAB-DAYS          PIC 9(02)        VALUE 14.
       77  LAB-MAXDAYS       PIC 9(02)        VALUE 31.
      *
      * OVERTIME IS EVERY MINUTE PAST 40 HOURS IN A WORKWEEK.  THE
      * WORKWEEKS ARE COUNTED SEVEN DAYS AT A TIME FROM THE FIRST DAY
      * OF THE PERIOD, SO THE PERIOD SHOULD START ON THE DAY THE
      * WORKWEEK STARTS
       77  LAB-OTWEEKMIN     PIC 9(05)        VALUE 02400.
      *
      * A SHIFT LONGER THAN THIS MANY MINUTES (14 HOURS) IS COUNTED
      * BUT FLAGGED -- MOST LIKELY A PUNCH-OUT MISSED AND CLOSED THE
      * NEXT DAY
       77  LAB-LONGSHIFT     PIC 9(05)        VALUE 00840.
      *
      * STAFFING MEASURES.  AN HOUR WITH MORE THAN ONE PERSON ON THE
      * CLOCK IS OVERSTAFFED WHEN IT SELLS LESS THAN LAB-SPLHLOW
      * DOLLARS PER LABOR HOUR -- ONE PERSON IS THE LEAST THE STAND
      * CAN OPEN WITH, HOWEVER SLOW THE HOUR -- AND UNDERSTAFFED WHEN
      * EACH LABOR HOUR HAS TO RING MORE THAN LAB-RPLHHIGH TIMES.  AN
      * HOUR THAT RANG SALES WITH NOBODY PUNCHED IN IS FLAGGED AS
      * SUCH -- USUALLY A PUNCH MISSED, NOT A STAND LEFT EMPTY
       77  LAB-SPLHLOW       PIC 9(03)V9(2)   VALUE 030.00.
       77  LAB-RPLHHIGH      PIC 9(03)        VALUE 040.
      *
      * THE PERIOD'S FIRST AND LAST DAYS, AS DATES AND DAY SERIALS
       77  WS-END-YYYYMMDD   PIC 9(08)        VALUE ZEROS.
       77  WS-FROM-YYYYMMDD  PIC 9(08)        VALUE ZEROS.
       77  WS-END-SERIAL     PIC S9(08)       VALUE ZEROS.
       77  WS-FROM-SERIAL    PIC S9(08)       VALUE ZEROS.
      *
      * WORK FIELDS FOR THE PUNCH BEING EDITED.  MINUTES ARE COUNTED
      * FROM MIDNIGHT STARTING THE PERIOD'S FIRST DAY
       77  WS-DAY-SERIAL     PIC S9(08)       VALUE ZEROS.
       77  WS-DAY-IDX        PIC S9(04)       VALUE ZEROS.
       77  WS-OUT-IDX        PIC S9(04)       VALUE ZEROS.
       77  WS-PNCH-ERR       PIC X(01)        VALUE SPACE.
       77  WS-PNCH-DATE      PIC 9(08)        VALUE ZEROS.
      *
      * WORK FIELDS FOR SPREADING A SHIFT OVER THE HOURS IT COVERED
       77  WS-PREV-EMP       PIC X(03)        VALUE SPACES.
       77  WS-PREV-OUT       PIC S9(07)       VALUE ZEROS.
       77  WS-CNT-START      PIC S9(07)       VALUE ZEROS.
       77  WS-CNT-END        PIC S9(07)       VALUE ZEROS.
       77  WS-MINUTE         PIC S9(07)       VALUE ZEROS.
       77  WS-SEG-END        PIC S9(07)       VALUE ZEROS.
       77  WS-BUCKET         PIC S9(05)       VALUE ZEROS.
       77  WS-BUCKET-MAX     PIC S9(05)       VALUE ZEROS.
       77  WS-WEEK           PIC 9(01)        VALUE ZERO.
      *
      * EVERY SHIFT PUNCHED IN DURING THE PERIOD, AND EVERY PUNCH
      * THAT COULD NOT BE READ, SORTED BY EMPLOYEE AND PUNCH-IN SO AN
      * OVERLAP SHOWS AS A SHIFT STARTING BEFORE THE LAST ONE ENDED.
      * SHFSTATUS: BLANK GOOD, M NO PUNCH-OUT, O OVERLAPS AN EARLIER
      * SHIFT, L OVER THE LONG-SHIFT LIMIT, B UNREADABLE, R PUNCH-OUT
      * BEFORE PUNCH-IN.  M, B AND R SHIFTS ADD NO HOURS
       77  SHFTABLE-MAX      PIC 9(04) VALUE 2000.
       77  SHFCOUNT          PIC 9(04) VALUE ZEROS.
       77  SHFOVERFLOW       PIC 9(06) VALUE ZEROS.
      *
       01  SHFTABLE.
           05  SHFROW OCCURS 1 TO 2000 TIMES DEPENDING ON SHFCOUNT
                       ASCENDING KEY IS SHFKEY.
               10  SHFKEY.
                   15  SHFEMP    PIC X(03)     VALUE SPACES.
                   15  SHFINMIN  PIC 9(07)     VALUE ZEROS.
               10  SHFOUTMIN   PIC S9(07)      VALUE ZEROS.
               10  SHFDAY      PIC 9(02)       VALUE ZEROS.
               10  SHFINDATE   PIC X(08)       VALUE SPACES.
               10  SHFINTIME   PIC X(04)       VALUE SPACES.
               10  SHFOUTDATE  PIC X(08)       VALUE SPACES.
               10  SHFOUTTIME  PIC X(04)       VALUE SPACES.
               10  SHFSTATUS   PIC X(01)       VALUE SPACE.
                   88  SHF-GOOD        VALUE SPACE.
                   88  SHF-NOOUT       VALUE 'M'.
                   88  SHF-OVERLAP     VALUE 'O'.
                   88  SHF-LONG        VALUE 'L'.
                   88  SHF-BAD         VALUE 'B'.
                   88  SHF-REVERSED    VALUE 'R'.
      *
      * PUNCHES WITH NO EMPLOYEE NUMBER.  THEY ARE NOBODY'S HOURS, SO
      * THEY STAY OUT OF SHFTABLE, EMPTABLE AND THE EXTRACT AND ARE
      * ONLY LISTED AS EXCEPTIONS.  ONES PAST THE TABLE ARE COUNTED
       77  BLKTABLE-MAX      PIC 9(04) VALUE 100.
       77  BLKCOUNT          PIC 9(04) VALUE ZEROS.
       77  BLKOVERFLOW       PIC 9(06) VALUE ZEROS.
      *
       01  BLKTABLE.
           05  BLKROW OCCURS 100 TIMES.
               10  BLKINDATE   PIC X(08)       VALUE SPACES.
               10  BLKINTIME   PIC X(04)       VALUE SPACES.
               10  BLKOUTDATE  PIC X(08)       VALUE SPACES.
               10  BLKOUTTIME  PIC X(04)       VALUE SPACES.
      *
      * HOURS PER EMPLOYEE: MINUTES AND SHIFTS ON EACH DAY OF THE
      * PERIOD, MINUTES IN EACH WORKWEEK, AND THE FLAGGED SHIFTS
       77  EMPTABLE-MAX      PIC 9(04) VALUE 50.
       77  EMPCOUNT          PIC 9(04) VALUE ZEROS.
       77  EMPFOUND          PIC 9(04) VALUE ZEROS.
       77  EMPOVERFLOW       PIC 9(06) VALUE ZEROS.
      *
       01  EMPTABLE.
           05  EMPROW OCCURS 50 TIMES.
               10  EMPID       PIC X(03)       VALUE SPACES.
               10  EMPSHIFTS   PIC 9(03)       VALUE ZEROS.
               10  EMPEXCPS    PIC 9(03)       VALUE ZEROS.
               10  EMPTOTMIN   PIC 9(05)       VALUE ZEROS.
               10  EMPOTMIN    PIC 9(05)       VALUE ZEROS.
               10  EMPDAY OCCURS 31 TIMES.
                   15  EMPDAYMIN   PIC 9(04)   VALUE ZEROS.
                   15  EMPDAYSHF   PIC 9(02)   VALUE ZEROS.
               10  EMPWKMIN    PIC 9(05)       VALUE ZEROS
                               OCCURS 5 TIMES.
      *
      * EVERY HOUR OF THE PERIOD, DAY BY DAY: THE MINUTES WORKED BY
      * EVERYONE ON THE CLOCK, AND THE RINGS AND SALES FROM THE
      * HOURLY SALES HISTORY.  ROW (DAY - 1) * 24 + HOUR + 1
       01  LABTABLE.
           05  LABROW OCCURS 744 TIMES.
               10  LABMIN      PIC 9(05)       VALUE ZEROS.
               10  LABRINGS    PIC 9(05)       VALUE ZEROS.
               10  LABSALES    PIC S9(08)V9(2) VALUE ZEROS.
      *
      * WORK FIELDS FOR THE HOURLY STAFFING SECTION
       77  WS-DAY            PIC 9(02)        VALUE ZEROS.
       77  WS-HOUR           PIC 9(02)        VALUE ZEROS.
       77  WS-ROW            PIC 9(04)        VALUE ZEROS.
       77  WS-DAY-ACTIVE     PIC 9(01)        VALUE ZERO.
       77  WS-LAB-HRS        PIC S9(05)V9(2)  VALUE ZEROS.
       77  WS-SPLH           PIC S9(07)V9(2)  VALUE ZEROS.
       77  WS-RPLH           PIC S9(05)V9(1)  VALUE ZEROS.
       77  WS-DAY-MIN        PIC 9(07)        VALUE ZEROS.
       77  WS-DAY-RINGS      PIC 9(07)        VALUE ZEROS.
       77  WS-DAY-SALES      PIC S9(09)V9(2)  VALUE ZEROS.
       77  WS-TOT-MIN        PIC 9(07)        VALUE ZEROS.
       77  WS-TOT-RINGS      PIC 9(07)        VALUE ZEROS.
       77  WS-TOT-SALES      PIC S9(09)V9(2)  VALUE ZEROS.
       77  WS-TOT-HRS        PIC 9(03)V9(2)   VALUE ZEROS.
       77  WS-OT-HRS         PIC 9(03)V9(2)   VALUE ZEROS.
      *
      * CONTROL TOTALS
       77  PNCHREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  PNCHOUTSIDECOUNT  PIC 9(06) VALUE ZEROS.
       77  PNCHBADCOUNT      PIC 9(06) VALUE ZEROS.
       77  NOEMPCOUNT        PIC 9(06) VALUE ZEROS.
       77  NOOUTCOUNT        PIC 9(06) VALUE ZEROS.
       77  OVERLAPCOUNT      PIC 9(06) VALUE ZEROS.
       77  LONGCOUNT         PIC 9(06) VALUE ZEROS.
       77  EXCPCOUNT         PIC 9(06) VALUE ZEROS.
       77  HRLYREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  HRLYUSEDCOUNT     PIC 9(06) VALUE ZEROS.
       77  PAYXWRITECOUNT    PIC 9(06) VALUE ZEROS.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR          PIC 9(04).
               10  WS-CURRENT-MONTH         PIC 9(02).
               10  WS-CURRENT-DAY           PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS         PIC 9(02).
               10  WS-CURRENT-MINUTE        PIC 9(02).
               10  WS-CURRENT-SECOND        PIC 9(02).
               10  WS-CURRENT-MILLISECONDS  PIC 9(02).
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(14) VALUE 'PRODUCE STAND '.
           05  FILLER        PIC X(24) VALUE 'LABOR HOURS VS SALES    '.
           05  FILLER        PIC X(42) VALUE SPACES.
      *
       01  MAINHDR-2.
           05  FILLER        PIC X(15) VALUE 'AS OF:        '.
           05  HDR-YR        PIC 9(04).
           05  FILLER        PIC X(01) VALUE '-'.
           05  HDR-MO        PIC X(02).
           05  FILLER        PIC X(01) VALUE '-'.
           05  HDR-DAY       PIC X(02).
           05  FILLER        PIC X(55) VALUE SPACES.
      *
       01  MAINHDR-3.
           05  FILLER        PIC X(15) VALUE 'PAY PERIOD:   '.
           05  HDR-FROM      PIC 9(08).
           05  FILLER        PIC X(06) VALUE ' THRU '.
           05  HDR-THRU      PIC 9(08).
           05  FILLER        PIC X(02) VALUE ' ('.
           05  HDR-DAYS      PIC Z9.
           05  FILLER        PIC X(06) VALUE ' DAYS)'.
           05  FILLER        PIC X(33) VALUE SPACES.
      *
       01  SHFWARN-1.
           05  FILLER        PIC X(40)
                     VALUE '** TOO MANY SHIFTS OR EMPLOYEES FOR THE '.
           05  FILLER        PIC X(40)
                     VALUE 'TABLES -- HOURS ARE SHORT, SEE TOTALS **'.
      *
       01  PAYXWARN-1.
           05  FILLER        PIC X(40)
                     VALUE '** PAYROLL EXTRACT NOT WRITTEN -- HOURS '.
           05  FILLER        PIC X(40)
                     VALUE 'ARE SHORT, FIX THE TABLE SIZES **'.
      *
       01  DASH52.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(12) VALUE '------------'.
           05  FILLER        PIC X(28) VALUE SPACES.
      *
      * PUNCHES THE OWNER HAS TO PUT RIGHT, ONE LINE PER SHIFT
       01  EXCHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(40)
                     VALUE 'PUNCH EXCEPTIONS'.
           05  FILLER        PIC X(39) VALUE SPACES.
      *
       01  EXCHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(03) VALUE 'EMP'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(14) VALUE 'PUNCHED IN    '.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(14) VALUE 'PUNCHED OUT   '.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(42) VALUE 'PROBLEM'.
      *
       01  EXCLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  EXCEMP-O      PIC X(03).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  EXCINDATE-O   PIC X(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  EXCINTIME-O.
               10  EXCINHH-O PIC X(02).
               10  EXCINSEP-O PIC X(01).
               10  EXCINMM-O PIC X(02).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  EXCOUTDATE-O  PIC X(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  EXCOUTTIME-O.
               10  EXCOUTHH-O PIC X(02).
               10  EXCOUTSEP-O PIC X(01).
               10  EXCOUTMM-O PIC X(02).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  EXCMSG-O      PIC X(42).
      *
       01  EXCNONE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(40)
                     VALUE 'NO PUNCH EXCEPTIONS IN THE PERIOD'.
           05  FILLER        PIC X(39) VALUE SPACES.
      *
      * HOURS WORKED PER PERSON PER DAY, THEN THE PERIOD'S TOTAL FOR
      * THE PERSON SPLIT AS IT GOES ON THE PAYROLL EXTRACT
       01  EMPHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(40)
                     VALUE 'HOURS WORKED BY EMPLOYEE BY DAY'.
           05  FILLER        PIC X(39) VALUE SPACES.
      *
       01  EMPHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(03) VALUE 'EMP'.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE 'DAY     '.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'SHIFTS'.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE ' HOURS'.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE '   REG'.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE '    OT'.
           05  FILLER        PIC X(29) VALUE SPACES.
      *
       01  EMPLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  EMPID-O       PIC X(03).
           05  FILLER        PIC X(03) VALUE SPACES.
           05  EMPDATE-O     PIC 9(08).
           05  FILLER        PIC X(06) VALUE SPACES.
           05  EMPSHF-O      PIC ZZ9.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  EMPHRS-O      PIC ZZ9.99.
           05  FILLER        PIC X(47) VALUE SPACES.
      *
       01  EMPTOT-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  EMPTOTID-O    PIC X(03).
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE 'PERIOD  '.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  EMPTOTSHF-O   PIC ZZ9.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  EMPTOTHRS-O   PIC ZZ9.99.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  EMPTOTREG-O   PIC ZZ9.99.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  EMPTOTOT-O    PIC ZZ9.99.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  EMPTOTFLAG-O  PIC X(26).
      *
       01  EMPNONE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(40)
                     VALUE 'NO HOURS PUNCHED IN THE PERIOD'.
           05  FILLER        PIC X(39) VALUE SPACES.
      *
      * STAFF ON THE FLOOR AGAINST SALES, HOUR BY HOUR FOR EACH DAY
      * THAT HAD EITHER
       01  HRSHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(40)
                     VALUE 'LABOR HOURS AGAINST SALES BY HOUR'.
           05  FILLER        PIC X(39) VALUE SPACES.
      *
       01  HRSHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'HOUR '.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE ' RINGS'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(11) VALUE '      SALES'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'LABHRS'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'SALES/LBHR'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'RNG/LH'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'STAFFING  '.
           05  FILLER        PIC X(13) VALUE SPACES.
      *
       01  HRSDAY-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(04) VALUE 'DAY '.
           05  HRSDAY-O      PIC 9(08).
           05  FILLER        PIC X(67) VALUE SPACES.
      *
       01  HRSLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  HRSLBL-O.
               10  HRSHOUR-O PIC 99.
               10  HRSSEP-O  PIC X(03).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  HRSRINGS-O    PIC ZZ,ZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  HRSSALES-O    PIC $$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  HRSLAB-O      PIC ZZ9.99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  HRSSPLH-O     PIC $$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  HRSRPLH-O     PIC ZZZ9.9 BLANK WHEN ZERO.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  HRSFLAG-O     PIC X(10).
           05  FILLER        PIC X(13) VALUE SPACES.
      *
       01  HRSNONE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(40)
                     VALUE 'NO LABOR OR SALES HOURS IN THE PERIOD'.
           05  FILLER        PIC X(39) VALUE SPACES.
      *
       01  CTLHDR-1.
           05  FILLER        PIC X(20) VALUE 'CONTROL TOTALS'.
           05  FILLER        PIC X(60) VALUE SPACES.
      *
       01  CTLLINE-PNCH.
           05  FILLER        PIC X(20) VALUE 'PUNCH RECORDS READ: '.
           05  CTL-PNCH-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-PNCHOUT.
           05  FILLER        PIC X(20) VALUE 'OUTSIDE PERIOD:     '.
           05  CTL-PNCHOUT-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-SHIFTS.
           05  FILLER        PIC X(20) VALUE 'SHIFTS IN PERIOD:   '.
           05  CTL-SHIFTS-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-BAD.
           05  FILLER        PIC X(20) VALUE 'BAD PUNCHES:        '.
           05  CTL-BAD-O     PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-NOEMP.
           05  FILLER        PIC X(20) VALUE 'NO EMPLOYEE NUMBER: '.
           05  CTL-NOEMP-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-NOEMPNL.
           05  FILLER        PIC X(20) VALUE 'NO-EMP NOT LISTED:  '.
           05  CTL-NOEMPNL-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-NOOUT.
           05  FILLER        PIC X(20) VALUE 'NO PUNCH-OUT:       '.
           05  CTL-NOOUT-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-OVLP.
           05  FILLER        PIC X(20) VALUE 'OVERLAPPING SHIFTS: '.
           05  CTL-OVLP-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-LONG.
           05  FILLER        PIC X(20) VALUE 'LONG SHIFTS:        '.
           05  CTL-LONG-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-HRLY.
           05  FILLER        PIC X(20) VALUE 'SALES HOURS READ:   '.
           05  CTL-HRLY-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-HRLYUSED.
           05  FILLER        PIC X(20) VALUE 'SALES HOURS USED:   '.
           05  CTL-HRLYUSED-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-PAYX.
           05  FILLER        PIC X(20) VALUE 'PAYROLL RECORDS OUT:'.
           05  CTL-PAYX-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-SHFNH.
           05  FILLER        PIC X(20) VALUE 'SHIFTS NOT HELD:    '.
           05  CTL-SHFNH-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-EMPNH.
           05  FILLER        PIC X(20) VALUE 'EMPLOYEES NOT HELD: '.
           05  CTL-EMPNH-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       MAIN-PROCEDURE.
      * INITIALIZATION
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM READ-PARAMETERS.
           PERFORM OPEN-FILES.
      * LOAD THE PUNCHES, WORK THEM INTO HOURS, AND LOAD THE SALES
           PERFORM READ-PUNCHES.
           PERFORM CALC-SHIFTS.
           PERFORM CALC-OVERTIME.
           PERFORM READ-SALESHOURS.
      * SETUP REPORT HEADER
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
      * WRITE REPORT BODY
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-EXCEPTIONS.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-EMPHOURS.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-HOURLYLABOR.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           IF SHFOVERFLOW = 0 AND EMPOVERFLOW = 0
             PERFORM WRITE-PAYEXTRACT
           ELSE
             WRITE RPT-RCD FROM PAYXWARN-1
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
             MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-CONTROLTOTALS.
      * CLEAN UP
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
      * SET THE PERIOD FROM THE PARAMETER CARD WHEN ONE IS SUPPLIED
      * AND KEYED CLEANLY, OTHERWISE 14 DAYS ENDING TODAY.  THE
      * PERIOD'S FIRST DAY IS WORKED OUT BY DAY SERIAL
       READ-PARAMETERS.
           MOVE WS-CURRENT-DATE TO WS-END-YYYYMMDD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
             AT END MOVE 1 TO LASTPARM
           END-READ.
           IF LASTPARM = 0
             IF PARM-ENDDATE-X NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(PARM-ENDDATE) = 0
                 MOVE PARM-ENDDATE TO WS-END-YYYYMMDD
               END-IF
             END-IF
             IF PARM-DAYS-X NUMERIC
               IF PARM-DAYS > 0 AND PARM-DAYS <= LAB-MAXDAYS
                 MOVE PARM-DAYS TO LAB-DAYS
               END-IF
             END-IF
           END-IF.
           CLOSE PARM-FILE.
           COMPUTE WS-END-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-END-YYYYMMDD).
           COMPUTE WS-FROM-SERIAL = WS-END-SERIAL - LAB-DAYS + 1.
           COMPUTE WS-FROM-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-SERIAL).
           COMPUTE WS-BUCKET-MAX = LAB-DAYS * 24.
      *
       OPEN-FILES.
           OPEN INPUT  PNCH-FILE.
           OPEN OUTPUT LABR-RPT.
           OPEN OUTPUT PAYX-FILE.
      *
       WRITE-MAINHDR.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           WRITE RPT-RCD FROM MAINHDR-1.
           WRITE RPT-RCD FROM MAINHDR-2.
           MOVE WS-FROM-YYYYMMDD TO HDR-FROM.
           MOVE WS-END-YYYYMMDD  TO HDR-THRU.
           MOVE LAB-DAYS         TO HDR-DAYS.
           WRITE RPT-RCD FROM MAINHDR-3.
           IF SHFOVERFLOW > 0 OR EMPOVERFLOW > 0
             WRITE RPT-RCD FROM SHFWARN-1
           END-IF.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * LOAD EVERY SHIFT PUNCHED IN DURING THE PERIOD, AND EVERY
      * PUNCH RECORD TOO DAMAGED TO DATE, INTO SHFTABLE, THEN SORT IT
      * BY EMPLOYEE AND PUNCH-IN.  A PUNCH WITH NO EMPLOYEE NUMBER
      * GOES TO BLKTABLE INSTEAD
       READ-PUNCHES.
           PERFORM READ-PNCHRCD
           PERFORM UNTIL LASTPNCH = 1
             ADD 1 TO PNCHREADCOUNT
             PERFORM CALC-PUNCHEDIT
             IF WS-PNCH-ERR = 'X'
               ADD 1 TO PNCHOUTSIDECOUNT
             ELSE
               IF PNCH-EMPID = SPACES
                 PERFORM CALC-NOEMPPUNCH
               ELSE
                 IF SHFCOUNT < SHFTABLE-MAX
                   ADD 1 TO SHFCOUNT
                   MOVE PNCH-EMPID     TO SHFEMP(SHFCOUNT)
                   MOVE PNCH-INDATE-X  TO SHFINDATE(SHFCOUNT)
                   MOVE PNCH-INTIME-X  TO SHFINTIME(SHFCOUNT)
                   MOVE PNCH-OUTDATE-X TO SHFOUTDATE(SHFCOUNT)
                   MOVE PNCH-OUTTIME-X TO SHFOUTTIME(SHFCOUNT)
                   MOVE WS-PNCH-ERR    TO SHFSTATUS(SHFCOUNT)
                   IF WS-PNCH-ERR = 'B'
                     MOVE ZEROS TO SHFINMIN(SHFCOUNT)
                     MOVE ZEROS TO SHFOUTMIN(SHFCOUNT)
                     MOVE ZEROS TO SHFDAY(SHFCOUNT)
                   ELSE
                     COMPUTE SHFDAY(SHFCOUNT) = WS-DAY-IDX + 1
                     COMPUTE SHFINMIN(SHFCOUNT) =
                             WS-DAY-IDX * 1440
                           + PNCH-INHH * 60 + PNCH-INMM
                     IF WS-PNCH-ERR = 'M'
                       MOVE ZEROS TO SHFOUTMIN(SHFCOUNT)
                     ELSE
                       COMPUTE SHFOUTMIN(SHFCOUNT) =
                               WS-OUT-IDX * 1440
                             + PNCH-OUTHH * 60 + PNCH-OUTMM
                       IF SHFOUTMIN(SHFCOUNT) <= SHFINMIN(SHFCOUNT)
                         MOVE 'R' TO SHFSTATUS(SHFCOUNT)
                       END-IF
                     END-IF
                   END-IF
                 ELSE
                   ADD 1 TO SHFOVERFLOW
                 END-IF
               END-IF
             END-IF
             PERFORM READ-PNCHRCD
           END-PERFORM.
           IF SHFCOUNT > 0
             SORT SHFROW
           END-IF.
      *
      * EDIT ONE PUNCH RECORD INTO WS-PNCH-ERR: BLANK FOR A GOOD
      * CLOSED SHIFT, M FOR ONE WITH NO PUNCH-OUT, B WHEN THE PUNCH-IN
      * OR PUNCH-OUT CANNOT BE READ AS A DATE AND TIME, OR X WHEN THE
      * SHIFT WAS PUNCHED IN OUTSIDE THE PERIOD.  WS-DAY-IDX AND
      * WS-OUT-IDX ARE THE PUNCH DAYS COUNTED FROM THE FIRST DAY
       CALC-PUNCHEDIT.
           MOVE SPACE TO WS-PNCH-ERR.
           IF PNCH-INDATE-X NOT NUMERIC
               OR PNCH-INTIME-X NOT NUMERIC
             MOVE 'B' TO WS-PNCH-ERR
           ELSE
             MOVE PNCH-INDATE TO WS-PNCH-DATE
             PERFORM CALC-PUNCHDAY
             IF WS-DAY-SERIAL = 0
                 OR PNCH-INHH > 23 OR PNCH-INMM > 59
               MOVE 'B' TO WS-PNCH-ERR
             ELSE
               COMPUTE WS-DAY-IDX = WS-DAY-SERIAL - WS-FROM-SERIAL
               IF WS-DAY-IDX < 0 OR WS-DAY-IDX >= LAB-DAYS
                 MOVE 'X' TO WS-PNCH-ERR
               END-IF
             END-IF
           END-IF.
           IF WS-PNCH-ERR = SPACE
             IF PNCH-OUTDATE-X = SPACES AND PNCH-OUTTIME-X = SPACES
               MOVE 'M' TO WS-PNCH-ERR
             ELSE
               IF PNCH-OUTDATE-X NOT NUMERIC
                   OR PNCH-OUTTIME-X NOT NUMERIC
                 MOVE 'B' TO WS-PNCH-ERR
               ELSE
                 MOVE PNCH-OUTDATE TO WS-PNCH-DATE
                 PERFORM CALC-PUNCHDAY
                 IF WS-DAY-SERIAL = 0
                     OR PNCH-OUTHH > 23 OR PNCH-OUTMM > 59
                   MOVE 'B' TO WS-PNCH-ERR
                 ELSE
                   COMPUTE WS-OUT-IDX = WS-DAY-SERIAL - WS-FROM-SERIAL
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      * HOLD A PUNCH WITH NO EMPLOYEE NUMBER FOR THE EXCEPTION LIST.
      * IT IS A BAD PUNCH AND AN EXCEPTION WHETHER OR NOT THERE IS
      * ROOM TO LIST IT
       CALC-NOEMPPUNCH.
           ADD 1 TO NOEMPCOUNT.
           ADD 1 TO PNCHBADCOUNT.
           ADD 1 TO EXCPCOUNT.
           IF BLKCOUNT < BLKTABLE-MAX
             ADD 1 TO BLKCOUNT
             MOVE PNCH-INDATE-X  TO BLKINDATE(BLKCOUNT)
             MOVE PNCH-INTIME-X  TO BLKINTIME(BLKCOUNT)
             MOVE PNCH-OUTDATE-X TO BLKOUTDATE(BLKCOUNT)
             MOVE PNCH-OUTTIME-X TO BLKOUTTIME(BLKCOUNT)
           ELSE
             ADD 1 TO BLKOVERFLOW
           END-IF.
      *
      * DAY SERIAL OF THE DATE IN WS-PNCH-DATE, OR ZERO WHEN IT IS NO
      * CALENDAR DATE
       CALC-PUNCHDAY.
           MOVE ZEROS TO WS-DAY-SERIAL.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PNCH-DATE) = 0
             COMPUTE WS-DAY-SERIAL =
                     FUNCTION INTEGER-OF-DATE(WS-PNCH-DATE)
           END-IF.
      *
      * WALK THE SORTED SHIFTS ONE EMPLOYEE AT A TIME.  A SHIFT THAT
      * STARTS BEFORE THE SAME PERSON'S LAST SHIFT ENDED IS FLAGGED
      * AND ONLY ITS MINUTES PAST THAT END ARE COUNTED, SO NOBODY IS
      * PAID TWICE FOR THE SAME HOUR.  EACH COUNTED SHIFT ADDS TO THE
      * PERSON'S DAY AND WORKWEEK AND IS SPREAD OVER THE HOURS IT
      * COVERED
       CALC-SHIFTS.
           MOVE SPACES TO WS-PREV-EMP.
           MOVE ZEROS  TO WS-PREV-OUT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SHFCOUNT
             PERFORM CALC-EMPLOOKUP
             IF SHFEMP(I) NOT = WS-PREV-EMP
               MOVE SHFEMP(I) TO WS-PREV-EMP
               MOVE -1440     TO WS-PREV-OUT
             END-IF
             IF SHF-GOOD(I)
               MOVE SHFINMIN(I)  TO WS-CNT-START
               MOVE SHFOUTMIN(I) TO WS-CNT-END
               IF WS-CNT-START < WS-PREV-OUT
                 MOVE 'O' TO SHFSTATUS(I)
                 ADD 1 TO OVERLAPCOUNT
                 MOVE WS-PREV-OUT TO WS-CNT-START
                 IF WS-CNT-START > WS-CNT-END
                   MOVE WS-CNT-END TO WS-CNT-START
                 END-IF
               ELSE
                 IF WS-CNT-END - WS-CNT-START > LAB-LONGSHIFT
                   MOVE 'L' TO SHFSTATUS(I)
                   ADD 1 TO LONGCOUNT
                 END-IF
               END-IF
               IF SHFOUTMIN(I) > WS-PREV-OUT
                 MOVE SHFOUTMIN(I) TO WS-PREV-OUT
               END-IF
               IF EMPFOUND > 0
                 PERFORM CALC-SHIFTHOURS
               END-IF
             ELSE
               IF SHF-NOOUT(I)
                 ADD 1 TO NOOUTCOUNT
               ELSE
                 ADD 1 TO PNCHBADCOUNT
               END-IF
             END-IF
             IF NOT SHF-GOOD(I)
               ADD 1 TO EXCPCOUNT
               IF EMPFOUND > 0
                 ADD 1 TO EMPEXCPS(EMPFOUND)
               END-IF
             END-IF
           END-PERFORM.
      *
      * FIND THE SHIFT'S EMPLOYEE IN EMPTABLE, ADDING A ROW THE FIRST
      * TIME THEY ARE SEEN
       CALC-EMPLOOKUP.
           MOVE ZEROS TO EMPFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > EMPCOUNT
             IF EMPID(J) = SHFEMP(I)
               MOVE J TO EMPFOUND
             END-IF
           END-PERFORM.
           IF EMPFOUND = 0
             IF EMPCOUNT < EMPTABLE-MAX
               ADD 1 TO EMPCOUNT
               MOVE EMPCOUNT  TO EMPFOUND
               MOVE SHFEMP(I) TO EMPID(EMPFOUND)
             ELSE
               ADD 1 TO EMPOVERFLOW
             END-IF
           END-IF.
      *
      * CREDIT THE COUNTED MINUTES TO THE DAY THE SHIFT WAS PUNCHED
      * IN AND ITS WORKWEEK, THEN SPREAD THEM OVER THE CLOCK HOURS
      * THEY FELL IN, STOPPING AT THE END OF THE PERIOD
       CALC-SHIFTHOURS.
           ADD 1 TO EMPSHIFTS(EMPFOUND).
           ADD 1 TO EMPDAYSHF(EMPFOUND, SHFDAY(I)).
           COMPUTE EMPDAYMIN(EMPFOUND, SHFDAY(I)) =
                   EMPDAYMIN(EMPFOUND, SHFDAY(I))
                 + WS-CNT-END - WS-CNT-START.
           COMPUTE EMPTOTMIN(EMPFOUND) =
                   EMPTOTMIN(EMPFOUND) + WS-CNT-END - WS-CNT-START.
           COMPUTE WS-DAY-IDX = SHFDAY(I) - 1.
           COMPUTE WS-WEEK = WS-DAY-IDX / 7 + 1.
           COMPUTE EMPWKMIN(EMPFOUND, WS-WEEK) =
                   EMPWKMIN(EMPFOUND, WS-WEEK)
                 + WS-CNT-END - WS-CNT-START.
           MOVE WS-CNT-START TO WS-MINUTE.
           PERFORM UNTIL WS-MINUTE >= WS-CNT-END
             COMPUTE WS-BUCKET = WS-MINUTE / 60
             COMPUTE WS-SEG-END = WS-BUCKET * 60 + 60
             IF WS-SEG-END > WS-CNT-END
               MOVE WS-CNT-END TO WS-SEG-END
             END-IF
             IF WS-BUCKET < WS-BUCKET-MAX
               COMPUTE LABMIN(WS-BUCKET + 1) =
                       LABMIN(WS-BUCKET + 1) + WS-SEG-END - WS-MINUTE
             END-IF
             MOVE WS-SEG-END TO WS-MINUTE
           END-PERFORM.
      *
      * OVERTIME IS THE MINUTES PAST 40 HOURS IN EACH WORKWEEK
       CALC-OVERTIME.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EMPCOUNT
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
               IF EMPWKMIN(I, J) > LAB-OTWEEKMIN
                 COMPUTE EMPOTMIN(I) =
                         EMPOTMIN(I) + EMPWKMIN(I, J) - LAB-OTWEEKMIN
               END-IF
             END-PERFORM
           END-PERFORM.
      *
      * ADD EACH HOUR OF SALES INSIDE THE PERIOD TO ITS ROW
       READ-SALESHOURS.
           OPEN INPUT HRLY-FILE.
           PERFORM READ-HRLYRCD
           PERFORM UNTIL LASTHRLY = 1
             ADD 1 TO HRLYREADCOUNT
             IF HRLY-DATE >= WS-FROM-YYYYMMDD
                 AND HRLY-DATE <= WS-END-YYYYMMDD
                 AND HRLY-HOUR < 24
               ADD 1 TO HRLYUSEDCOUNT
               COMPUTE WS-DAY-IDX =
                       FUNCTION INTEGER-OF-DATE(HRLY-DATE)
                     - WS-FROM-SERIAL
               COMPUTE WS-ROW = WS-DAY-IDX * 24 + HRLY-HOUR + 1
               ADD HRLY-TRNCOUNT TO LABRINGS(WS-ROW)
               ADD HRLY-SALES    TO LABSALES(WS-ROW)
             END-IF
             PERFORM READ-HRLYRCD
           END-PERFORM.
           CLOSE HRLY-FILE.
      *
      * ONE LINE FOR EVERY SHIFT THE WALK FLAGGED, THEN ONE FOR
      * EVERY PUNCH WITH NO EMPLOYEE NUMBER
       WRITE-EXCEPTIONS.
           WRITE RPT-RCD FROM EXCHDR-1.
           IF EXCPCOUNT = 0
             WRITE RPT-RCD FROM EXCNONE-1
           ELSE
             WRITE RPT-RCD FROM EXCHDR-2
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > SHFCOUNT
               IF NOT SHF-GOOD(I)
                 PERFORM WRITE-EXCLINE
               END-IF
             END-PERFORM
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > BLKCOUNT
               PERFORM WRITE-NOEMPLINE
             END-PERFORM
           END-IF.
      *
       WRITE-EXCLINE.
           MOVE SHFEMP(I)          TO EXCEMP-O.
           MOVE SHFINDATE(I)       TO EXCINDATE-O.
           MOVE SHFINTIME(I)(1:2)  TO EXCINHH-O.
           MOVE ':'                TO EXCINSEP-O.
           MOVE SHFINTIME(I)(3:2)  TO EXCINMM-O.
           IF SHFOUTDATE(I) = SPACES AND SHFOUTTIME(I) = SPACES
             MOVE '--------'       TO EXCOUTDATE-O
             MOVE '--:--'          TO EXCOUTTIME-O
           ELSE
             MOVE SHFOUTDATE(I)      TO EXCOUTDATE-O
             MOVE SHFOUTTIME(I)(1:2) TO EXCOUTHH-O
             MOVE ':'                TO EXCOUTSEP-O
             MOVE SHFOUTTIME(I)(3:2) TO EXCOUTMM-O
           END-IF.
           IF SHF-NOOUT(I)
             MOVE 'NO PUNCH-OUT -- HOURS NOT COUNTED' TO EXCMSG-O
           ELSE
             IF SHF-OVERLAP(I)
               MOVE 'OVERLAPS EARLIER SHIFT -- COUNTED ONCE'
                                   TO EXCMSG-O
             ELSE
               IF SHF-LONG(I)
                 MOVE 'OVER 14 HOURS -- CHECK THE PUNCH-OUT'
                                   TO EXCMSG-O
               ELSE
                 IF SHF-REVERSED(I)
                   MOVE 'OUT BEFORE IN -- HOURS NOT COUNTED'
                                   TO EXCMSG-O
                 ELSE
                   MOVE 'PUNCH NOT READABLE -- HOURS NOT COUNTED'
                                   TO EXCMSG-O
                 END-IF
               END-IF
             END-IF
           END-IF.
           WRITE RPT-RCD FROM EXCLINE-1.
      *
       WRITE-NOEMPLINE.
           MOVE SPACES             TO EXCEMP-O.
           MOVE BLKINDATE(I)       TO EXCINDATE-O.
           MOVE BLKINTIME(I)(1:2)  TO EXCINHH-O.
           MOVE ':'                TO EXCINSEP-O.
           MOVE BLKINTIME(I)(3:2)  TO EXCINMM-O.
           IF BLKOUTDATE(I) = SPACES AND BLKOUTTIME(I) = SPACES
             MOVE '--------'       TO EXCOUTDATE-O
             MOVE '--:--'          TO EXCOUTTIME-O
           ELSE
             MOVE BLKOUTDATE(I)      TO EXCOUTDATE-O
             MOVE BLKOUTTIME(I)(1:2) TO EXCOUTHH-O
             MOVE ':'                TO EXCOUTSEP-O
             MOVE BLKOUTTIME(I)(3:2) TO EXCOUTMM-O
           END-IF.
           MOVE 'NO EMPLOYEE NUMBER -- HOURS NOT COUNTED' TO EXCMSG-O.
           WRITE RPT-RCD FROM EXCLINE-1.
      *
      * EACH EMPLOYEE'S DAYS, THEN THEIR PERIOD TOTAL AS IT GOES TO
      * PAYROLL.  AN EMPLOYEE WITH FLAGGED SHIFTS IS MARKED SO THE
      * PUNCHES ARE FIXED BEFORE THE EXTRACT IS SENT
       WRITE-EMPHOURS.
           WRITE RPT-RCD FROM EMPHDR-1.
           IF EMPCOUNT = 0
             WRITE RPT-RCD FROM EMPNONE-1
           ELSE
             WRITE RPT-RCD FROM EMPHDR-2
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > EMPCOUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > LAB-DAYS
                 IF EMPDAYSHF(I, J) > 0
                   MOVE EMPID(I) TO EMPID-O
                   COMPUTE EMPDATE-O = FUNCTION DATE-OF-INTEGER
                           (WS-FROM-SERIAL + J - 1)
                   MOVE EMPDAYSHF(I, J) TO EMPSHF-O
                   COMPUTE EMPHRS-O ROUNDED = EMPDAYMIN(I, J) / 60
                   WRITE RPT-RCD FROM EMPLINE-1
                 END-IF
               END-PERFORM
               PERFORM CALC-EMPHOURS
               MOVE EMPID(I)      TO EMPTOTID-O
               MOVE EMPSHIFTS(I)  TO EMPTOTSHF-O
               MOVE WS-TOT-HRS    TO EMPTOTHRS-O
               COMPUTE EMPTOTREG-O = WS-TOT-HRS - WS-OT-HRS
               MOVE WS-OT-HRS     TO EMPTOTOT-O
               IF EMPEXCPS(I) > 0
                 MOVE '** CHECK PUNCHES'  TO EMPTOTFLAG-O
               ELSE
                 MOVE SPACES              TO EMPTOTFLAG-O
               END-IF
               WRITE RPT-RCD FROM EMPTOT-1
             END-PERFORM
           END-IF.
      *
      * THE EMPLOYEE'S PERIOD HOURS AND OVERTIME HOURS IN HUNDREDTHS.
      * REGULAR IS TAKEN AS THE DIFFERENCE SO THE TWO ALWAYS ADD BACK
      * TO THE TOTAL
       CALC-EMPHOURS.
           COMPUTE WS-TOT-HRS ROUNDED = EMPTOTMIN(I) / 60.
           COMPUTE WS-OT-HRS  ROUNDED = EMPOTMIN(I) / 60.
      *
      * EVERY HOUR OF EVERY DAY THAT HAD STAFF OR SALES, WITH THE
      * SALES AND RINGS EACH LABOR HOUR CARRIED, A DAY TOTAL, AND A
      * PERIOD TOTAL
       WRITE-HOURLYLABOR.
           WRITE RPT-RCD FROM HRSHDR-1.
           MOVE ZEROS TO WS-TOT-MIN WS-TOT-RINGS WS-TOT-SALES.
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > LAB-DAYS
             MOVE ZERO  TO WS-DAY-ACTIVE
             MOVE ZEROS TO WS-DAY-MIN WS-DAY-RINGS WS-DAY-SALES
             PERFORM VARYING WS-HOUR FROM 0 BY 1 UNTIL WS-HOUR > 23
               COMPUTE WS-ROW = WS-DAY * 24 - 24 + WS-HOUR + 1
               IF LABMIN(WS-ROW) > 0 OR LABRINGS(WS-ROW) > 0
                 IF WS-DAY-ACTIVE = 0
                   IF WS-TOT-MIN = 0 AND WS-TOT-RINGS = 0
                     WRITE RPT-RCD FROM HRSHDR-2
                   END-IF
                   MOVE 1 TO WS-DAY-ACTIVE
                   COMPUTE HRSDAY-O = FUNCTION DATE-OF-INTEGER
                           (WS-FROM-SERIAL + WS-DAY - 1)
                   WRITE RPT-RCD FROM HRSDAY-1
                 END-IF
                 ADD LABMIN(WS-ROW)   TO WS-DAY-MIN
                 ADD LABRINGS(WS-ROW) TO WS-DAY-RINGS
                 ADD LABSALES(WS-ROW) TO WS-DAY-SALES
                 MOVE WS-HOUR TO HRSHOUR-O
                 MOVE ':00'   TO HRSSEP-O
                 PERFORM WRITE-HRSLINE
               END-IF
             END-PERFORM
             IF WS-DAY-ACTIVE = 1
               MOVE 'DAY  ' TO HRSLBL-O
               PERFORM WRITE-HRSTOTAL
               ADD WS-DAY-MIN   TO WS-TOT-MIN
               ADD WS-DAY-RINGS TO WS-TOT-RINGS
               ADD WS-DAY-SALES TO WS-TOT-SALES
             END-IF
           END-PERFORM.
           IF WS-TOT-MIN = 0 AND WS-TOT-RINGS = 0
             WRITE RPT-RCD FROM HRSNONE-1
           ELSE
             MOVE WS-TOT-MIN   TO WS-DAY-MIN
             MOVE WS-TOT-RINGS TO WS-DAY-RINGS
             MOVE WS-TOT-SALES TO WS-DAY-SALES
             MOVE 'TOTAL' TO HRSLBL-O
             PERFORM WRITE-HRSTOTAL
           END-IF.
      *
      * ONE HOUR'S LINE.  THE STAFFING FLAG COMPARES THE SALES AND
      * RINGS PER LABOR HOUR WITH THE LIMITS ABOVE
       WRITE-HRSLINE.
           MOVE LABRINGS(WS-ROW) TO HRSRINGS-O.
           MOVE LABSALES(WS-ROW) TO HRSSALES-O.
           COMPUTE WS-LAB-HRS ROUNDED = LABMIN(WS-ROW) / 60.
           MOVE WS-LAB-HRS       TO HRSLAB-O.
           MOVE ZEROS TO WS-SPLH WS-RPLH.
           MOVE SPACES TO HRSFLAG-O.
           IF LABMIN(WS-ROW) = 0
             MOVE 'NO STAFF'   TO HRSFLAG-O
           ELSE
             COMPUTE WS-SPLH ROUNDED =
                     LABSALES(WS-ROW) * 60 / LABMIN(WS-ROW)
             COMPUTE WS-RPLH ROUNDED =
                     LABRINGS(WS-ROW) * 60 / LABMIN(WS-ROW)
             IF WS-RPLH > LAB-RPLHHIGH
               MOVE 'UNDERSTAFF' TO HRSFLAG-O
             ELSE
               IF WS-SPLH < LAB-SPLHLOW AND LABMIN(WS-ROW) > 60
                 MOVE 'OVERSTAFF'  TO HRSFLAG-O
               END-IF
             END-IF
           END-IF.
           MOVE WS-SPLH TO HRSSPLH-O.
           MOVE WS-RPLH TO HRSRPLH-O.
           WRITE RPT-RCD FROM HRSLINE-1.
      *
      * A DAY OR PERIOD TOTAL LINE FROM THE WS-DAY- ACCUMULATORS,
      * WITH NO STAFFING FLAG -- THE FLAG IS AN HOUR-BY-HOUR MEASURE
       WRITE-HRSTOTAL.
           MOVE WS-DAY-RINGS TO HRSRINGS-O.
           MOVE WS-DAY-SALES TO HRSSALES-O.
           COMPUTE WS-LAB-HRS ROUNDED = WS-DAY-MIN / 60.
           MOVE WS-LAB-HRS   TO HRSLAB-O.
           MOVE ZEROS TO WS-SPLH WS-RPLH.
           IF WS-DAY-MIN > 0
             COMPUTE WS-SPLH ROUNDED = WS-DAY-SALES * 60 / WS-DAY-MIN
             COMPUTE WS-RPLH ROUNDED = WS-DAY-RINGS * 60 / WS-DAY-MIN
           END-IF.
           MOVE WS-SPLH TO HRSSPLH-O.
           MOVE WS-RPLH TO HRSRPLH-O.
           MOVE SPACES  TO HRSFLAG-O.
           WRITE RPT-RCD FROM HRSLINE-1.
      *
      * ONE PAYROLL RECORD PER EMPLOYEE, IN EMPLOYEE ORDER
       WRITE-PAYEXTRACT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EMPCOUNT
             PERFORM CALC-EMPHOURS
             MOVE SPACES           TO PAYX-RCD
             MOVE EMPID(I)         TO PAYX-EMPID
             MOVE WS-FROM-YYYYMMDD TO PAYX-FROMDATE
             MOVE WS-END-YYYYMMDD  TO PAYX-THRUDATE
             COMPUTE PAYX-REGHRS = WS-TOT-HRS - WS-OT-HRS
             MOVE WS-OT-HRS        TO PAYX-OTHRS
             MOVE WS-TOT-HRS       TO PAYX-TOTHRS
             MOVE EMPSHIFTS(I)     TO PAYX-SHIFTS
             MOVE EMPEXCPS(I)      TO PAYX-EXCEPTIONS
             WRITE PAYX-RCD
             ADD 1 TO PAYXWRITECOUNT
           END-PERFORM.
      *
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           MOVE PNCHREADCOUNT    TO CTL-PNCH-O.
           WRITE RPT-RCD FROM CTLLINE-PNCH.
           MOVE PNCHOUTSIDECOUNT TO CTL-PNCHOUT-O.
           WRITE RPT-RCD FROM CTLLINE-PNCHOUT.
           MOVE SHFCOUNT         TO CTL-SHIFTS-O.
           WRITE RPT-RCD FROM CTLLINE-SHIFTS.
           MOVE PNCHBADCOUNT     TO CTL-BAD-O.
           WRITE RPT-RCD FROM CTLLINE-BAD.
           MOVE NOEMPCOUNT       TO CTL-NOEMP-O.
           WRITE RPT-RCD FROM CTLLINE-NOEMP.
           MOVE BLKOVERFLOW      TO CTL-NOEMPNL-O.
           WRITE RPT-RCD FROM CTLLINE-NOEMPNL.
           MOVE NOOUTCOUNT       TO CTL-NOOUT-O.
           WRITE RPT-RCD FROM CTLLINE-NOOUT.
           MOVE OVERLAPCOUNT     TO CTL-OVLP-O.
           WRITE RPT-RCD FROM CTLLINE-OVLP.
           MOVE LONGCOUNT        TO CTL-LONG-O.
           WRITE RPT-RCD FROM CTLLINE-LONG.
           MOVE HRLYREADCOUNT    TO CTL-HRLY-O.
           WRITE RPT-RCD FROM CTLLINE-HRLY.
           MOVE HRLYUSEDCOUNT    TO CTL-HRLYUSED-O.
           WRITE RPT-RCD FROM CTLLINE-HRLYUSED.
           MOVE PAYXWRITECOUNT   TO CTL-PAYX-O.
           WRITE RPT-RCD FROM CTLLINE-PAYX.
           MOVE SHFOVERFLOW      TO CTL-SHFNH-O.
           WRITE RPT-RCD FROM CTLLINE-SHFNH.
           MOVE EMPOVERFLOW      TO CTL-EMPNH-O.
           WRITE RPT-RCD FROM CTLLINE-EMPNH.
      *
       READ-PNCHRCD.
           READ PNCH-FILE
             AT END MOVE 1 TO LASTPNCH
           END-READ.
      *
       READ-HRLYRCD.
           READ HRLY-FILE
             AT END MOVE 1 TO LASTHRLY
           END-READ.
      *
       CLOSE-FILES.
           CLOSE PNCH-FILE.
           CLOSE LABR-RPT.
           CLOSE PAYX-FILE.
      *
