      * SEASON FROM THE YEARLY ARCHIVE FILE PRDCARCH SPLITS OFF, SO
      * BOTH SIDES OF THE COMPARISON ARE READ THE SAME WAY AND A
      * RECORD STILL SITTING IN THE CURRENT FILE COUNTS ALL THE SAME.
      * ONLY THE TWO PERIODS ARE READ OFF THE KEYED HISTORY FILE, AND
      * THE ARCHIVE FILLS IN ONLY THE DAYS BEFORE THE FIRST ONE STILL
      * ON HISTORY, SO A DAY ON BOTH FILES IS COUNTED ONCE.
      * THE PERIOD COMES FROM AN OPTIONAL PARAMETER CARD AND FALLS
      * BACK TO THE RUN DATE'S CALENDAR MONTH.  RUN AS A COMPANION
      * PLANNING STEP IN THE SAME SPIRIT AS PRDCTRND.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YOYR-RPT   ASSIGN TO PRTLINE.
           SELECT HIST-FILE  ASSIGN TO PRDCHIST
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY IS HIST-KEY
                              ALTERNATE RECORD KEY IS HIST-DEPT
                                  WITH DUPLICATES.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO PRDCARCV
                              FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL PRMS-FILE ASSIGN TO PRDCYPRM
      *
      * RUNNING HISTORY OF EACH DAY'S PER-ITEM TOTALS, WRITTEN BY
      * PRDCSTND.  LAYOUT MUST MATCH HIST-RCD THERE
       FD  HIST-FILE.
       01  HIST-RCD.
           05  HIST-KEY.
               10  HIST-RUNDATE  PIC 9(08).
               10  HIST-ITEMID   PIC 9(05).
           05  HIST-ITEMNAME     PIC X(16).
           05  HIST-ITEMTQTY     PIC S9(06)V9(2).
           05  HIST-ITEMTPRC     PIC S9(08)V9(2).
           05  HIST-DEPT         PIC X(01).
           05  HIST-STORE        PIC X(01).
           05  FILLER            PIC X(31).
      *
      * ARCHIVED HISTORY RECORDS SPLIT OFF BY PRDCARCH, SAME LAYOUT.
      * OPTIONAL BECAUSE A FIRST SEASON HAS NOTHING ARCHIVED YET
           05  ARCH-ITEMTQTY     PIC S9(06)V9(2).
           05  ARCH-ITEMTPRC     PIC S9(08)V9(2).
           05  ARCH-DEPT         PIC X(01).
           05  ARCH-STORE        PIC X(01).
           05  FILLER            PIC X(31).
      *
      * OPTIONAL PARAMETER CARD CHOOSING THE COMPARISON PERIOD: W FOR
      * THE 7 DAYS ENDING ON THE ANCHOR DATE, M FOR THE ANCHOR DATE'S
       77  WS-PRI-LOSERIAL   PIC S9(08)       VALUE ZEROS.
       77  WS-RCD-SERIAL     PIC S9(08)       VALUE ZEROS.
      *
      * CALENDAR-DATE BOUNDS OF BOTH PERIODS, FOR POSITIONING ON THE
      * KEYED HISTORY FILE.  A MONTH RUNS TO DAY 31 WHATEVER ITS
      * LENGTH, WHICH NO REAL RUN DATE GOES PAST
       77  WS-CUR-LODATE     PIC 9(08)        VALUE ZEROS.
       77  WS-CUR-HIDATE     PIC 9(08)        VALUE ZEROS.
       77  WS-PRI-LODATE     PIC 9(08)        VALUE ZEROS.
       77  WS-PRI-HIDATE     PIC 9(08)        VALUE ZEROS.
       77  WS-RANGE-LODATE   PIC 9(08)        VALUE ZEROS.
       77  WS-RANGE-HIDATE   PIC 9(08)        VALUE ZEROS.
      *
      * EARLIEST RUN DATE STILL ON THE HISTORY FILE.  ARCHIVED DAYS
      * FROM THAT DATE ON ARE ALSO ON HISTORY AND ARE PASSED OVER
       77  WS-HIST-FIRSTDATE PIC 9(08)        VALUE 99999999.
      *
      * THE HISTORY OR ARCHIVE RECORD CURRENTLY BEING BUCKETED,
      * COPIED HERE SO BOTH FILES FEED ONE TOTALING PARAGRAPH
       01  WS-YOY-RCD.
      * CONTROL TOTALS TO RECONCILE RECORDS READ AGAINST ITEMS LISTED
       77  HISTREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  ARCHREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  ARCHSKIPCOUNT     PIC 9(06) VALUE ZEROS.
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(14) VALUE 'PRODUCE STAND '.
           05  FILLER        PIC X(20) VALUE 'ARCHIVE READ:       '.
           05  CTL-ARCH-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-ASKP.
           05  FILLER        PIC X(20) VALUE 'ARCHIVE ON HISTORY: '.
           05  CTL-ASKP-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-ITEM.
           05  FILLER        PIC X(20) VALUE 'ITEMS COMPARED:     '.
             COMPUTE WS-PRI-HISERIAL =
                     FUNCTION INTEGER-OF-DATE(WS-PRIOR-YYYYMMDD)
             COMPUTE WS-PRI-LOSERIAL = WS-PRI-HISERIAL - 6
             COMPUTE WS-CUR-LODATE =
                     FUNCTION DATE-OF-INTEGER(WS-CUR-LOSERIAL)
             MOVE WS-ANCHOR-YYYYMMDD TO WS-CUR-HIDATE
             COMPUTE WS-PRI-LODATE =
                     FUNCTION DATE-OF-INTEGER(WS-PRI-LOSERIAL)
             MOVE WS-PRIOR-YYYYMMDD  TO WS-PRI-HIDATE
           ELSE
             COMPUTE WS-CUR-LODATE = WS-CUR-YYYYMM-YR * 10000
                                   + WS-CUR-YYYYMM-MO * 100 + 1
             COMPUTE WS-CUR-HIDATE = WS-CUR-LODATE + 30
             COMPUTE WS-PRI-LODATE = WS-PRI-YYYYMM-YR * 10000
                                   + WS-PRI-YYYYMM-MO * 100 + 1
             COMPUTE WS-PRI-HIDATE = WS-PRI-LODATE + 30
           END-IF.
      *
       OPEN-FILES.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * NOTE THE EARLIEST DAY ON HISTORY FROM ITS FIRST KEY, THEN READ
      * LAST YEAR'S PERIOD AND THIS YEAR'S OFF THE KEYED FILE AND
      * BUCKET EACH RECORD
       READ-HISTORY.
           PERFORM READ-HISTRCD.
           IF LASTHIST = 0
             MOVE HIST-RUNDATE TO WS-HIST-FIRSTDATE
           END-IF.
           MOVE WS-PRI-LODATE TO WS-RANGE-LODATE.
           MOVE WS-PRI-HIDATE TO WS-RANGE-HIDATE.
           PERFORM READ-HISTRANGE.
           MOVE WS-CUR-LODATE TO WS-RANGE-LODATE.
           MOVE WS-CUR-HIDATE TO WS-RANGE-HIDATE.
           PERFORM READ-HISTRANGE.
      *
      * POSITION ON THE FIRST KEY OF WS-RANGE-LODATE AND BUCKET EVERY
      * RECORD THROUGH WS-RANGE-HIDATE
       READ-HISTRANGE.
           MOVE ZERO TO LASTHIST.
           MOVE WS-RANGE-LODATE TO HIST-RUNDATE.
           MOVE ZEROS           TO HIST-ITEMID.
           START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
             INVALID KEY MOVE 1 TO LASTHIST
           END-START.
           IF LASTHIST = 0
             PERFORM READ-HISTRCD
           END-IF.
           PERFORM UNTIL LASTHIST = 1
               OR HIST-RUNDATE > WS-RANGE-HIDATE
             ADD 1 TO HISTREADCOUNT
             MOVE HIST-RCD TO WS-YOY-RCD
             PERFORM CALC-YOYTOTALS
             PERFORM READ-HISTRCD
           END-PERFORM.
      *
      * READ THE ARCHIVE ONLY WHEN LAST YEAR'S PERIOD STARTS BEFORE
      * THE HISTORY DOES, AND BUCKET ONLY THE DAYS HISTORY NO LONGER
      * HOLDS
       READ-ARCHIVE.
           IF WS-PRI-LODATE < WS-HIST-FIRSTDATE
             PERFORM READ-ARCHRCD
             PERFORM UNTIL LASTARCH = 1
               ADD 1 TO ARCHREADCOUNT
               IF ARCH-RUNDATE < WS-HIST-FIRSTDATE
                 MOVE ARCH-RCD TO WS-YOY-RCD
                 PERFORM CALC-YOYTOTALS
               ELSE
                 ADD 1 TO ARCHSKIPCOUNT
               END-IF
               PERFORM READ-ARCHRCD
             END-PERFORM
           END-IF.
      *
      * BUCKET ONE RECORD INTO ITS ITEM'S THIS-YEAR OR LAST-YEAR
      * ACCUMULATORS WHEN ITS RUN DATE FALLS INSIDE EITHER PERIOD.
           WRITE RPT-RCD FROM CTLLINE-HIST.
           MOVE ARCHREADCOUNT TO CTL-ARCH-O.
           WRITE RPT-RCD FROM CTLLINE-ARCH.
           IF ARCHSKIPCOUNT > 0
             MOVE ARCHSKIPCOUNT TO CTL-ASKP-O
             WRITE RPT-RCD FROM CTLLINE-ASKP
           END-IF.
           MOVE YOYCOUNT      TO CTL-ITEM-O.
           WRITE RPT-RCD FROM CTLLINE-ITEM.
      *
