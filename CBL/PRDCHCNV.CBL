      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PRDCHCNV.
       AUTHOR.        BARRETT OTTE.
       DATE-WRITTEN.  10/15/26.
      *
      * ONE-TIME LOAD OF THE KEYED RUNNING HISTORY FILE.  THE OLD
      * SEQUENTIAL HISTORY FILE, RENAMED TO PRDCHOLD, IS LOADED FIRST
      * AND THE YEARLY ARCHIVE AFTER IT, SO EVERY DAY ON HAND ENDS UP
      * ON ONE FILE KEYED BY RUN DATE AND ITEM.  A KEY ALREADY LOADED
      * KEEPS ITS FIRST RECORD; THE LATER ONE IS LISTED AND COUNTED AS
      * DROPPED.  THE NEW FILE IS THEN READ BACK END TO END AND ITS
      * RECORD COUNT AND DOLLARS PROVED AGAINST WHAT CAME IN, LESS
      * WHAT WAS DROPPED.  A LOAD THAT DOES NOT PROVE SETS RETURN CODE
      * 16 SO THE OLD FILE IS NOT RETIRED.  THE ARCHIVE ITSELF IS LEFT
      * AS IT WAS.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONV-RPT   ASSIGN TO PRTLINE.
           SELECT OLDH-FILE  ASSIGN TO PRDCHOLD.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO PRDCARCV
                              FILE STATUS IS WS-ARCH-STATUS.
           SELECT HIST-FILE  ASSIGN TO PRDCHIST
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS HIST-KEY
                              ALTERNATE RECORD KEY IS HIST-DEPT
                                  WITH DUPLICATES
                              FILE STATUS IS WS-HIST-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CONV-RPT RECORDING MODE F.
       01  RPT-RCD           PIC X(80).
      *
      * THE RUNNING HISTORY AS PRDCSTND KEPT IT BEFORE THE KEYED
      * FILE: ONE SEQUENTIAL RECORD PER ITEM PER DAY, SAME LAYOUT
       FD  OLDH-FILE RECORDING MODE F.
       01  OLDH-RCD.
           05  OLDH-RUNDATE      PIC 9(08).
           05  OLDH-ITEMID       PIC 9(05).
           05  OLDH-ITEMNAME     PIC X(16).
           05  OLDH-ITEMTQTY     PIC S9(06)V9(2).
           05  OLDH-ITEMTPRC     PIC S9(08)V9(2).
           05  OLDH-DEPT         PIC X(01).
           05  FILLER            PIC X(32).
      *
      * ARCHIVED HISTORY RECORDS SPLIT OFF BY PRDCARCH, SAME LAYOUT.
      * OPTIONAL BECAUSE A FIRST SEASON HAS NOTHING ARCHIVED YET
       FD  ARCH-FILE RECORDING MODE F.
       01  ARCH-RCD.
           05  ARCH-RUNDATE      PIC 9(08).
           05  ARCH-ITEMID       PIC 9(05).
           05  ARCH-ITEMNAME     PIC X(16).
           05  ARCH-ITEMTQTY     PIC S9(06)V9(2).
           05  ARCH-ITEMTPRC     PIC S9(08)V9(2).
           05  ARCH-DEPT         PIC X(01).
           05  ARCH-STORE        PIC X(01).
           05  FILLER            PIC X(31).
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
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTOLDH      PIC 9 VALUE ZERO.
           05  LASTARCH      PIC 9 VALUE ZERO.
           05  LASTHIST      PIC 9 VALUE ZERO.
      *
      * STATUS OF THE YEARLY ARCHIVE FILE; MISSING WHEN NO SEASON HAS
      * BEEN SPLIT OFF YET
       77  WS-ARCH-STATUS    PIC X(02)        VALUE SPACES.
      *
      * STATUS OF THE KEYED HISTORY FILE BEING LOADED
       77  WS-HIST-STATUS    PIC X(02)        VALUE SPACES.
      *
      * WHICH FILE THE RECORD BEING LOADED CAME FROM, FOR THE DROPPED
      * KEY LISTING
       77  WS-LOAD-SOURCE    PIC X(07)        VALUE SPACES.
      *
      * BEFORE AND AFTER FIGURES: RECORDS AND DOLLARS READ FROM EACH
      * INPUT, DROPPED AS DUPLICATE KEYS, LOADED, AND READ BACK
       77  OLDHCOUNT         PIC 9(07) VALUE ZEROS.
       77  OLDHAMT           PIC S9(10)V9(2) VALUE ZEROS.
       77  ARCHCOUNT         PIC 9(07) VALUE ZEROS.
       77  ARCHAMT           PIC S9(10)V9(2) VALUE ZEROS.
       77  INCOUNT           PIC 9(07) VALUE ZEROS.
       77  INAMT             PIC S9(10)V9(2) VALUE ZEROS.
       77  DUPCOUNT          PIC 9(07) VALUE ZEROS.
       77  DUPAMT            PIC S9(10)V9(2) VALUE ZEROS.
       77  LOADCOUNT         PIC 9(07) VALUE ZEROS.
       77  LOADAMT           PIC S9(10)V9(2) VALUE ZEROS.
       77  FILECOUNT         PIC 9(07) VALUE ZEROS.
       77  FILEAMT           PIC S9(10)V9(2) VALUE ZEROS.
       77  EXPCOUNT          PIC 9(07) VALUE ZEROS.
       77  EXPAMT            PIC S9(10)V9(2) VALUE ZEROS.
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(14) VALUE 'PRODUCE STAND '.
           05  FILLER        PIC X(24) VALUE 'HISTORY FILE CONVERSION '.
           05  FILLER        PIC X(42) VALUE SPACES.
      *
       01  MAINHDR-2.
           05  HDR-YR        PIC 9(04).
           05  FILLER        PIC X(01) VALUE '-'.
           05  HDR-MO        PIC X(02).
           05  FILLER        PIC X(01) VALUE '-'.
           05  HDR-DAY       PIC X(02).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  HDR-H         PIC X(02).
           05  FILLER        PIC X(01) VALUE ':'.
           05  HDR-MIN       PIC X(02).
           05  FILLER        PIC X(01) VALUE ':'.
           05  HDR-SEC       PIC X(02).
           05  FILLER        PIC X(60) VALUE SPACES.
      *
       01  DASH52.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(12) VALUE '------------'.
           05  FILLER        PIC X(28) VALUE SPACES.
      *
      * PRINTED IN PLACE OF THE REPORT WHEN THE KEYED FILE WILL NOT
      * OPEN FOR OUTPUT
       01  OPENFAIL-1.
           05  FILLER        PIC X(03) VALUE '** '.
           05  FILLER        PIC X(47)
               VALUE 'HISTORY FILE PRDCHIST WOULD NOT OPEN -- STATUS '.
           05  OPENFAIL-ST-O PIC X(02).
           05  FILLER        PIC X(03) VALUE ' **'.
           05  FILLER        PIC X(25) VALUE SPACES.
      *
       01  OPENFAIL-2.
           05  FILLER        PIC X(03) VALUE '** '.
           05  FILLER        PIC X(40)
               VALUE 'CONVERSION STOPPED -- NOTHING LOADED **'.
           05  FILLER        PIC X(37) VALUE SPACES.
      *
       01  DUPHDR-1.
           05  FILLER        PIC X(24) VALUE 'DUPLICATE KEYS DROPPED'.
           05  FILLER        PIC X(56) VALUE SPACES.
      *
       01  DUPHDR-2.
           05  FILLER        PIC X(10) VALUE 'RUN DATE  '.
           05  FILLER        PIC X(07) VALUE 'ITEM   '.
           05  FILLER        PIC X(18) VALUE 'NAME'.
           05  FILLER        PIC X(17) VALUE '        DOLLARS  '.
           05  FILLER        PIC X(07) VALUE 'FROM'.
           05  FILLER        PIC X(21) VALUE SPACES.
      *
       01  DUPLINE-1.
           05  DUPDATE-O     PIC 9(08).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DUPITEM-O     PIC 9(05).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DUPNAME-O     PIC X(16).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DUPAMT-O      PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DUPSRC-O      PIC X(07).
           05  FILLER        PIC X(21) VALUE SPACES.
      *
       01  DUPNONE-1.
           05  FILLER        PIC X(20) VALUE 'NONE'.
           05  FILLER        PIC X(60) VALUE SPACES.
      *
       01  CTLHDR-1.
           05  FILLER        PIC X(20) VALUE 'CONTROL TOTALS'.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLHDR-2.
           05  FILLER        PIC X(20) VALUE SPACES.
           05  FILLER        PIC X(09) VALUE '  RECORDS'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(15) VALUE '        DOLLARS'.
           05  FILLER        PIC X(34) VALUE SPACES.
      *
      * ONE FIGURE PAIR: A RECORD COUNT AND ITS DOLLARS
       01  CTLLINE-1.
           05  CTLLABEL-O    PIC X(20).
           05  CTLCOUNT-O    PIC Z,ZZZ,ZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  CTLAMT-O      PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(34) VALUE SPACES.
      *
       01  RESLINE-1.
           05  FILLER        PIC X(20) VALUE 'CONVERSION:         '.
           05  RES-O         PIC X(20).
           05  FILLER        PIC X(40) VALUE SPACES.
      *
       01 WS-CURRENT-DATE-DATA.
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
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       MAIN-PROCEDURE.
      * INITIALIZATION
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           OPEN OUTPUT CONV-RPT.
      * SETUP REPORT HEADERS
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
      * A KEYED FILE THAT CANNOT BE CREATED STOPS THE RUN HERE, SO NO
      * BALANCE IS EVER REPORTED FOR A FILE THAT WAS NOT WRITTEN
           OPEN OUTPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
             MOVE WS-HIST-STATUS TO OPENFAIL-ST-O
             WRITE RPT-RCD FROM OPENFAIL-1
             WRITE RPT-RCD FROM OPENFAIL-2
             MOVE 16 TO RETURN-CODE
             CLOSE CONV-RPT
             STOP RUN
           END-IF.
           WRITE RPT-RCD FROM DUPHDR-1.
           WRITE RPT-RCD FROM DUPHDR-2.
      * LOAD THE OLD FILE, THEN THE ARCHIVE, ONTO THE KEYED FILE
           PERFORM CALC-LOADOLDHIST.
           PERFORM CALC-LOADARCHIVE.
           CLOSE HIST-FILE.
           IF DUPCOUNT = 0
             WRITE RPT-RCD FROM DUPNONE-1
           END-IF.
      * READ THE NEW FILE BACK AND PROVE IT
           PERFORM CALC-READBACK.
           WRITE RPT-RCD FROM DASH52.
           PERFORM WRITE-CONTROLTOTALS.
      * CLEAN UP
           CLOSE CONV-RPT.
           STOP RUN.
      *
       WRITE-MAINHDR.
           MOVE WS-CURRENT-YEAR       TO HDR-YR.
           MOVE WS-CURRENT-MONTH      TO HDR-MO.
           MOVE WS-CURRENT-DAY        TO HDR-DAY.
           MOVE WS-CURRENT-HOURS      TO HDR-H.
           MOVE WS-CURRENT-MINUTE     TO HDR-MIN.
           MOVE WS-CURRENT-SECOND     TO HDR-SEC.
           WRITE RPT-RCD FROM MAINHDR-1.
           WRITE RPT-RCD FROM MAINHDR-2.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * LOAD EVERY RECORD ON THE OLD SEQUENTIAL HISTORY FILE
       CALC-LOADOLDHIST.
           OPEN INPUT OLDH-FILE.
           MOVE 'HISTORY' TO WS-LOAD-SOURCE.
           PERFORM READ-OLDHRCD
           PERFORM UNTIL LASTOLDH = 1
             ADD 1 TO OLDHCOUNT
             ADD OLDH-ITEMTPRC TO OLDHAMT
             MOVE OLDH-RCD TO HIST-RCD
             PERFORM WRITE-HISTRCD
             PERFORM READ-OLDHRCD
           END-PERFORM.
           CLOSE OLDH-FILE.
      *
      * LOAD EVERY RECORD ON THE YEARLY ARCHIVE, WHEN THERE IS ONE
       CALC-LOADARCHIVE.
           OPEN INPUT ARCH-FILE.
           MOVE 'ARCHIVE' TO WS-LOAD-SOURCE.
           PERFORM READ-ARCHRCD
           PERFORM UNTIL LASTARCH = 1
             ADD 1 TO ARCHCOUNT
             ADD ARCH-ITEMTPRC TO ARCHAMT
             MOVE ARCH-RCD TO HIST-RCD
             PERFORM WRITE-HISTRCD
             PERFORM READ-ARCHRCD
           END-PERFORM.
           CLOSE ARCH-FILE.
      *
      * ADD ONE RECORD TO THE KEYED FILE.  A KEY ALREADY ON IT KEEPS
      * THE FIRST RECORD, AND THIS ONE IS LISTED AND COUNTED
       WRITE-HISTRCD.
           WRITE HIST-RCD
             INVALID KEY
               ADD 1 TO DUPCOUNT
               ADD HIST-ITEMTPRC TO DUPAMT
               MOVE HIST-RUNDATE   TO DUPDATE-O
               MOVE HIST-ITEMID    TO DUPITEM-O
               MOVE HIST-ITEMNAME  TO DUPNAME-O
               MOVE HIST-ITEMTPRC  TO DUPAMT-O
               MOVE WS-LOAD-SOURCE TO DUPSRC-O
               WRITE RPT-RCD FROM DUPLINE-1
               END-WRITE
             NOT INVALID KEY
               ADD 1 TO LOADCOUNT
               ADD HIST-ITEMTPRC TO LOADAMT
           END-WRITE.
      *
      * READ THE LOADED FILE BACK FROM ITS FIRST KEY TO ITS LAST
       CALC-READBACK.
           OPEN INPUT HIST-FILE.
           PERFORM READ-HISTRCD
           PERFORM UNTIL LASTHIST = 1
             ADD 1 TO FILECOUNT
             ADD HIST-ITEMTPRC TO FILEAMT
             PERFORM READ-HISTRCD
           END-PERFORM.
           CLOSE HIST-FILE.
      *
       READ-OLDHRCD.
           READ OLDH-FILE
             AT END MOVE 1 TO LASTOLDH
           END-READ.
      *
       READ-ARCHRCD.
           READ ARCH-FILE
             AT END MOVE 1 TO LASTARCH
           END-READ.
      *
       READ-HISTRCD.
           READ HIST-FILE NEXT RECORD
             AT END MOVE 1 TO LASTHIST
           END-READ.
      *
      * BEFORE AND AFTER FIGURES.  WHAT CAME IN, LESS WHAT WAS
      * DROPPED, MUST EQUAL WHAT READS BACK OFF THE NEW FILE IN BOTH
      * RECORDS AND DOLLARS, OR THE LOAD IS CALLED OUT OF BALANCE
       WRITE-CONTROLTOTALS.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           WRITE RPT-RCD FROM CTLHDR-1.
           WRITE RPT-RCD FROM CTLHDR-2.
           COMPUTE INCOUNT  = OLDHCOUNT + ARCHCOUNT.
           COMPUTE INAMT    = OLDHAMT + ARCHAMT.
           COMPUTE EXPCOUNT = INCOUNT - DUPCOUNT.
           COMPUTE EXPAMT   = INAMT - DUPAMT.
           MOVE 'OLD HISTORY READ:   ' TO CTLLABEL-O.
           MOVE OLDHCOUNT TO CTLCOUNT-O.
           MOVE OLDHAMT   TO CTLAMT-O.
           WRITE RPT-RCD FROM CTLLINE-1.
           MOVE 'ARCHIVE READ:       ' TO CTLLABEL-O.
           MOVE ARCHCOUNT TO CTLCOUNT-O.
           MOVE ARCHAMT   TO CTLAMT-O.
           WRITE RPT-RCD FROM CTLLINE-1.
           MOVE 'TOTAL BEFORE:       ' TO CTLLABEL-O.
           MOVE INCOUNT   TO CTLCOUNT-O.
           MOVE INAMT     TO CTLAMT-O.
           WRITE RPT-RCD FROM CTLLINE-1.
           MOVE 'DUPLICATES DROPPED: ' TO CTLLABEL-O.
           MOVE DUPCOUNT  TO CTLCOUNT-O.
           MOVE DUPAMT    TO CTLAMT-O.
           WRITE RPT-RCD FROM CTLLINE-1.
           MOVE 'RECORDS LOADED:     ' TO CTLLABEL-O.
           MOVE LOADCOUNT TO CTLCOUNT-O.
           MOVE LOADAMT   TO CTLAMT-O.
           WRITE RPT-RCD FROM CTLLINE-1.
           MOVE 'TOTAL AFTER:        ' TO CTLLABEL-O.
           MOVE FILECOUNT TO CTLCOUNT-O.
           MOVE FILEAMT   TO CTLAMT-O.
           WRITE RPT-RCD FROM CTLLINE-1.
           IF FILECOUNT = EXPCOUNT AND FILEAMT = EXPAMT
               AND LOADCOUNT = EXPCOUNT
             MOVE 'IN BALANCE'     TO RES-O
           ELSE
             MOVE 'OUT OF BALANCE' TO RES-O
             MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE RPT-RCD FROM RESLINE-1.
      *
