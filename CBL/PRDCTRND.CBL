      * READ THE RUNNING PER-ITEM HISTORY FILE BUILT UP BY PRDCSTND AND
      * ROLL IT UP INTO WEEK-OVER-WEEK AND MONTH-OVER-MONTH TOTALS PER
      * ITEM.  RUN AS A COMPANION BATCH STEP ANY TIME AFTER PRDCSTND.
      * ONLY LAST MONTH AND THIS MONTH ARE READ OFF THE KEYED FILE.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE  ASSIGN TO PRDCHIST
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY IS HIST-KEY
                              ALTERNATE RECORD KEY IS HIST-DEPT
                                  WITH DUPLICATES.
           SELECT TRND-RPT   ASSIGN TO PRTLINE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      * THE ITEM'S DEPARTMENT CODE.  RECORDS FROM BEFORE THE COLUMN
      * EXISTED CARRY A SPACE AND ROLL UP AS UNASSIGNED
           05  HIST-DEPT         PIC X(01).
           05  HIST-STORE        PIC X(01).
           05  FILLER            PIC X(31).
      *
       FD  TRND-RPT RECORDING MODE F.
       01  RPT-RCD               PIC X(80).
           MOVE WS-PRIOR-YEAR  TO WS-PRIOR-YYYYMM-YR.
           MOVE WS-PRIOR-MONTH TO WS-PRIOR-YYYYMM-MO.
      *
      * READ THE HISTORY FROM THE FIRST OF LAST MONTH, WHICH IS
      * ALWAYS EARLIER THAN THE PRIOR WEEK, THROUGH THE END OF THIS
      * MONTH, AND FOLD IT INTO TRENDTABLE
       READ-HISTORY.
           COMPUTE HIST-RUNDATE = WS-PRIOR-YEAR * 10000
                                + WS-PRIOR-MONTH * 100 + 1.
           MOVE ZEROS TO HIST-ITEMID.
           START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
             INVALID KEY MOVE 1 TO LASTHIST
           END-START.
           IF LASTHIST = 0
             PERFORM READ-HISTRCD
           END-IF.
           PERFORM UNTIL LASTHIST = 1
             PERFORM CALC-TRENDTOTALS
             PERFORM READ-HISTRCD
       READ-HISTRCD.
           READ HIST-FILE
             AT END MOVE 1 TO LASTHIST
             NOT AT END
               IF HIST-RUNDATE(1:6) > WS-CURRENT-DATE(1:6)
                 MOVE 1 TO LASTHIST
               END-IF
           END-READ.
      *
      * WRITE THE WEEK-OVER-WEEK TOTALS SECTION
