      *
      * SPLIT THE RUNNING HISTORY FILE ON ITS RUN DATE: RECORDS OLDER
      * THAN THE RETENTION CUTOFF ARE APPENDED TO THE YEARLY ARCHIVE
      * FILE AND DELETED FROM THE KEYED HISTORY FILE IN PLACE, SO
      * PRIOR SEASONS STAY ON HAND FOR YEAR-OVER-YEAR QUESTIONS.  THE
      * ARCHIVE IS WRITTEN AND CLOSED BEFORE ANYTHING IS DELETED, AND
      * A RECORD NO LATER THAN THE LAST KEY THE ARCHIVE ALREADY HOLDS
      * IS DELETED WITHOUT BEING ARCHIVED TWICE, SO A RUN THAT STOPS
      * PART WAY IS SIMPLY RUN AGAIN.  THE RETENTION WINDOW
      * COMES FROM AN OPTIONAL PARAMETER CARD AND FALLS BACK TO A
      * FULL QUARTER.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-RPT   ASSIGN TO PRTLINE.
           SELECT HIST-FILE  ASSIGN TO PRDCHIST
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY IS HIST-KEY
                              ALTERNATE RECORD KEY IS HIST-DEPT
                                  WITH DUPLICATES.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO PRDCARCV
                              FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL PRMS-FILE ASSIGN TO PRDCPRMS
                              FILE STATUS IS WS-PRMS-STATUS.
      *-----------------------------------------------------------------
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
      * ARCHIVED HISTORY RECORDS, SAME LAYOUT, APPENDED TO SO PRIOR
      * SEASONS ACCUMULATE IN ONE PLACE UNTIL THE FILE IS PUT AWAY
      * FOR THE YEAR
       FD  ARCH-FILE RECORDING MODE F.
       01  ARCH-RCD.
           05  ARCH-KEY.
               10  ARCH-RUNDATE  PIC 9(08).
               10  ARCH-ITEMID   PIC 9(05).
           05  FILLER            PIC X(67).
      *
      * OPTIONAL PARAMETER CARD CARRYING THE RETENTION WINDOW IN DAYS
       FD  PRMS-FILE RECORDING MODE F.
      *
       01  FLAGS.
           05  LASTHIST      PIC 9 VALUE ZERO.
           05  LASTARCH      PIC 9 VALUE ZERO.
           05  LASTPRMS      PIC 9 VALUE ZERO.
           05  LASTAGED      PIC 9 VALUE ZERO.
      *
      * STATUS OF THE YEARLY ARCHIVE FILE, SO THE FIRST-EVER SPLIT
      * (THE FILE DOESN'T EXIST YET) CAN FALL BACK TO CREATING IT
      * CONTROL TOTALS AND THE DATE RANGE OF EACH SPLIT
       77  HISTREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  ARCHCOUNT         PIC 9(06) VALUE ZEROS.
       77  ONARCHCOUNT       PIC 9(06) VALUE ZEROS.
       77  KEEPCOUNT         PIC 9(06) VALUE ZEROS.
       77  PURGECOUNT        PIC 9(06) VALUE ZEROS.
       77  ARCH-LODATE       PIC 9(08) VALUE ZEROS.
       77  ARCH-HIDATE       PIC 9(08) VALUE ZEROS.
       77  KEEP-LODATE       PIC 9(08) VALUE ZEROS.
       77  KEEP-HIDATE       PIC 9(08) VALUE ZEROS.
      *
      * LAST KEY, RUN DATE AND ITEM, ALREADY ON THE ARCHIVE WHEN THIS
      * RUN STARTS.  RECORDS ARE APPENDED IN KEY ORDER, SO A RUN THAT
      * STOPPED PART WAY THROUGH A DAY LEAVES EXACTLY THE KEYS UP TO
      * THIS ONE ON THE ARCHIVE
       01  ARCH-HIWATER.
           05  ARCH-HIWATER-DATE PIC 9(08) VALUE ZEROS.
           05  ARCH-HIWATER-ITEM PIC 9(05) VALUE ZEROS.
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(14) VALUE 'PRODUCE STAND '.
           05  FILLER        PIC X(20) VALUE 'RECORDS ARCHIVED:   '.
           05  CTL-ARCH-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-ONAR.
           05  FILLER        PIC X(20) VALUE 'ALREADY ON ARCHIVE: '.
           05  CTL-ONAR-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-PURGE.
           05  FILLER        PIC X(20) VALUE 'RECORDS PURGED:     '.
           05  CTL-PURGE-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-KEEP.
           05  FILLER        PIC X(20) VALUE 'RECORDS KEPT:       '.
      * SETUP REPORT HEADERS
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
      * SPLIT THE HISTORY FILE ON THE CUTOFF: ARCHIVE FIRST, THEN
      * DELETE ONLY ONCE THE ARCHIVE IS CLOSED
           PERFORM CALC-ARCHHIWATER.
           PERFORM CALC-SPLITHIST.
           PERFORM CALC-PURGEHIST.
      * WRITE THE CONTROL PAGE
           PERFORM WRITE-CONTROLTOTALS.
      * CLEAN UP
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-SERIAL).
           WRITE RPT-RCD FROM CUTLINE-1.
      *
      * FIND THE LAST KEY THE ARCHIVE ALREADY HOLDS, SO A RECORD
      * THAT IS ON BOTH FILES IS NOT APPENDED A SECOND TIME
       CALC-ARCHHIWATER.
           OPEN INPUT ARCH-FILE.
           PERFORM READ-ARCHRCD
           PERFORM UNTIL LASTARCH = 1
             IF ARCH-KEY > ARCH-HIWATER
               MOVE ARCH-KEY TO ARCH-HIWATER
             END-IF
             PERFORM READ-ARCHRCD
           END-PERFORM.
           CLOSE ARCH-FILE.
      *
      * READ EVERY HISTORY RECORD IN KEY ORDER.  ONE OLDER THAN THE
      * CUTOFF GOES TO THE ARCHIVE UNLESS THE ARCHIVE ALREADY HOLDS
      * ITS KEY; THE REST ARE ONLY COUNTED.  NOTHING IS DELETED HERE,
      * AND THE ARCHIVE IS CLOSED BEFORE CALC-PURGEHIST DELETES
       CALC-SPLITHIST.
           OPEN INPUT HIST-FILE.
           OPEN EXTEND ARCH-FILE.
           IF ARCH-STATUS-NOTFOUND
             OPEN OUTPUT ARCH-FILE
           END-IF.
           PERFORM READ-HISTRCD
           PERFORM UNTIL LASTHIST = 1
             ADD 1 TO HISTREADCOUNT
             COMPUTE WS-HIST-SERIAL =
                     FUNCTION INTEGER-OF-DATE(HIST-RUNDATE)
             IF WS-HIST-SERIAL < WS-CUTOFF-SERIAL
               IF HIST-KEY > ARCH-HIWATER
                 WRITE ARCH-RCD FROM HIST-RCD
                 ADD 1 TO ARCHCOUNT
               ELSE
                 ADD 1 TO ONARCHCOUNT
               END-IF
               IF ARCH-LODATE = ZEROS OR HIST-RUNDATE < ARCH-LODATE
                 MOVE HIST-RUNDATE TO ARCH-LODATE
               END-IF
                 MOVE HIST-RUNDATE TO ARCH-HIDATE
               END-IF
             ELSE
               ADD 1 TO KEEPCOUNT
               IF KEEP-LODATE = ZEROS OR HIST-RUNDATE < KEEP-LODATE
                 MOVE HIST-RUNDATE TO KEEP-LODATE
           END-PERFORM.
           CLOSE HIST-FILE.
           CLOSE ARCH-FILE.
      *
      * DELETE EVERY HISTORY RECORD OLDER THAN THE CUTOFF, NOW THAT
      * THE ARCHIVE HOLDS IT.  THE FILE IS IN RUN-DATE ORDER, SO THE
      * FIRST RECORD INSIDE THE WINDOW ENDS THE PASS
       CALC-PURGEHIST.
           MOVE ZERO TO LASTHIST.
           MOVE ZERO TO LASTAGED.
           OPEN I-O HIST-FILE.
           PERFORM READ-HISTRCD
           PERFORM UNTIL LASTHIST = 1 OR LASTAGED = 1
             COMPUTE WS-HIST-SERIAL =
                     FUNCTION INTEGER-OF-DATE(HIST-RUNDATE)
             IF WS-HIST-SERIAL < WS-CUTOFF-SERIAL
               DELETE HIST-FILE RECORD
               ADD 1 TO PURGECOUNT
               PERFORM READ-HISTRCD
             ELSE
               MOVE 1 TO LASTAGED
             END-IF
           END-PERFORM.
           CLOSE HIST-FILE.
      *
       READ-HISTRCD.
           READ HIST-FILE
             AT END MOVE 1 TO LASTHIST
           END-READ.
      *
       READ-ARCHRCD.
           READ ARCH-FILE
             AT END MOVE 1 TO LASTARCH
           END-READ.
      *
      * RECONCILE RECORDS READ AGAINST RECORDS ARCHIVED AND KEPT,
           WRITE RPT-RCD FROM CTLLINE-READ.
           MOVE ARCHCOUNT     TO CTL-ARCH-O.
           WRITE RPT-RCD FROM CTLLINE-ARCH.
           IF ONARCHCOUNT > 0
             MOVE ONARCHCOUNT TO CTL-ONAR-O
             WRITE RPT-RCD FROM CTLLINE-ONAR
           END-IF.
           IF ARCHCOUNT > 0 OR ONARCHCOUNT > 0
             MOVE 'ARCHIVED DATES:     ' TO RNGLABEL-O
             MOVE ARCH-LODATE TO RNGLO-O
             MOVE ARCH-HIDATE TO RNGHI-O
             WRITE RPT-RCD FROM RNGLINE-1
           END-IF.
           MOVE PURGECOUNT    TO CTL-PURGE-O.
           WRITE RPT-RCD FROM CTLLINE-PURGE.
           MOVE KEEPCOUNT     TO CTL-KEEP-O.
           WRITE RPT-RCD FROM CTLLINE-KEEP.
           IF KEEPCOUNT > 0
