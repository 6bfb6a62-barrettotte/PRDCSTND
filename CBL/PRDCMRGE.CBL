      * ALONG WITH PER-REGISTER RECORD AND DOLLAR COUNTS.  FLAGGED
      * RECORDS ARE STILL WRITTEN -- THE MONEY WAS REAL -- SO THE
      * PAGE IS THE PLACE TO CATCH A REOPENED TILL OR A LOST BATCH
      * BEFORE THE DAILY RUN POSTS IT.  EVERY RECORD IS ALSO STAMPED
      * WITH THE STORE ID OF THE STAND THE REGISTERS BELONG TO, FROM
      * THE STORE CARD, SO THE STAND'S FILES CAN BE TOLD APART ONCE
      * THEY ARE CONSOLIDATED.  A CONTROL RECORD WRITTEN NEXT
      * TO THE MERGED FILE CARRIES ITS BUSINESS DATE, RECORD COUNT,
      * DOLLAR TOTAL, AND A HASH OF THE TRANSACTION IDS, SO A STEP
      * HANDED A SHORT, SWAPPED, OR STALE COPY REFUSES IT.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT TRN1-FILE  ASSIGN TO PRDCTRN1.
           SELECT TRN2-FILE  ASSIGN TO PRDCTRN2.
           SELECT MRGO-FILE  ASSIGN TO PRDCTRNS.
           SELECT TCTL-FILE  ASSIGN TO PRDCTCTL.
           SELECT OPTIONAL DATE-FILE ASSIGN TO PRDCDATE
                              FILE STATUS IS WS-DATE-STATUS.
           SELECT OPTIONAL STOR-FILE ASSIGN TO PRDCSTOR
                              FILE STATUS IS WS-STOR-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
      *
       FD  MRGO-FILE RECORDING MODE F.
       01  MRGO-RCD          PIC X(80).
      *
      * CONTROL RECORD FOR THE MERGED FILE, CHECKED BY PRDCSTND AND
      * PRDCCARD BEFORE THEY USE IT.  THE KEY HASH IS THE SUM OF THE
      * TRANSACTION IDS WRITTEN AND THE DOLLAR TOTAL THE SUM OF EACH
      * RECORD'S PRICE TIMES QUANTITY
       FD  TCTL-FILE RECORDING MODE F.
       01  TCTL-RCD.
           05  TCTL-FILEID   PIC X(08).
           05  TCTL-BUSDATE  PIC 9(08).
           05  TCTL-RECCOUNT PIC 9(08).
           05  TCTL-AMTTOTAL PIC S9(10)V9(2).
           05  TCTL-KEYHASH  PIC 9(12).
           05  FILLER        PIC X(32).
      *
      * OPTIONAL PARAMETER CARD CARRYING THE BUSINESS DATE.  LAYOUT
      * MUST MATCH DATE-RCD IN PRDCSTND, WHICH READS THE SAME CARD
       FD  DATE-FILE RECORDING MODE F.
       01  DATE-RCD.
           05  CARD-DATE-X   PIC X(08).
           05  CARD-DATE REDEFINES CARD-DATE-X
                             PIC 9(08).
           05  FILLER        PIC X(72).
      *
      * OPTIONAL STORE CARD NAMING THE STAND THIS RUN IS FOR.  LAYOUT
      * MUST MATCH STOR-RCD IN PRDCSTND, WHICH READS THE SAME CARD.
      * NO CARD, OR A BLANK ONE, MEANS STORE 1, THE HOME STAND
       FD  STOR-FILE RECORDING MODE F.
       01  STOR-RCD.
           05  STOR-ID       PIC X(01).
           05  FILLER        PIC X(79).
      *
       WORKING-STORAGE SECTION.
      * TEMPORARY VARIABLES
      *
       01  FLAGS.
           05  LASTTRNS      PIC 9 VALUE ZERO.
           05  LASTDCRD      PIC 9 VALUE ZERO.
           05  LASTSCRD      PIC 9 VALUE ZERO.
      *
      * STATUS OF THE OPTIONAL BUSINESS-DATE CARD FILE
       77  WS-DATE-STATUS    PIC X(02)        VALUE SPACES.
      *
      * STATUS OF THE OPTIONAL STORE CARD FILE, AND THE STORE ID
      * STAMPED INTO EVERY RECORD
       77  WS-STOR-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-STORE-ID       PIC X(01)        VALUE '1'.
      *
      * THE BUSINESS DATE STAMPED ON THE CONTROL RECORD: THE CARD
      * DATE WHEN A REAL CALENDAR DATE IS SUPPLIED, OTHERWISE THE
      * CLOCK DATE
       77  WS-BUS-DATE       PIC 9(08)        VALUE ZEROS.
      *
      * WHICH REGISTER FILE IS CURRENTLY BEING READ, STAMPED INTO
      * EVERY RECORD FROM IT
      *
      * DAILY TRANSACTION RECORD.  LAYOUT MUST MATCH TRNS-RCD IN
      * PRDCSTND, WITH THE REGISTER ID STAMPED INTO THE FIRST TWO
      * BYTES OF ITS RESERVED AREA AND THE STORE ID INTO THE BYTE
      * AHEAD OF THE TRANSACTION ID
       01  TRNS-RCD.
           05  STORE-T       PIC X(01).
           05  TRNSID-T      PIC 9(05).
           05  ITEMFK-T      PIC 9(05).
           05  ITEMPRC-T     PIC 9(03)V9(2).
       77  OVERFLOWCOUNT     PIC 9(06) VALUE ZEROS.
       77  MRGWRITECOUNT     PIC 9(06) VALUE ZEROS.
       77  DUPFLAGCOUNT      PIC 9(06) VALUE ZEROS.
      *
      * DOLLAR AND KEY-HASH TOTALS OF THE RECORDS ACTUALLY WRITTEN
       77  MRGAMTTOTAL       PIC S9(10)V9(02) VALUE ZEROS.
       77  MRGKEYHASH        PIC 9(12)        VALUE ZEROS.
       77  GAPFLAGCOUNT      PIC 9(06) VALUE ZEROS.
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(20) VALUE 'COMBINED DOLLARS:   '.
           05  CTL-AMT-O     PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  CTLLINE-BUSDATE.
           05  FILLER        PIC X(20) VALUE 'BUSINESS DATE:      '.
           05  FILLER        PIC X(07) VALUE SPACES.
           05  CTL-BUSDATE-O PIC 9(08).
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-STORE.
           05  FILLER        PIC X(20) VALUE 'STORE STAMPED:      '.
           05  FILLER        PIC X(14) VALUE SPACES.
           05  CTL-STORE-O   PIC X(01).
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-WRTAMT.
           05  FILLER        PIC X(20) VALUE 'DOLLARS WRITTEN:    '.
           05  CTL-WRTAMT-O  PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  CTLLINE-HASH.
           05  FILLER        PIC X(20) VALUE 'TRNS ID HASH:       '.
           05  CTL-HASH-O    PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01 WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
      * SETUP REPORT HEADERS
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
           PERFORM READ-DATECARD.
           PERFORM READ-STORECARD.
      * READ AND STAMP BOTH REGISTER FILES
           PERFORM READ-REGISTER1.
           PERFORM READ-REGISTER2.
      * SORT THE COMBINED SET BY DATE/TIME AND WRITE THE MERGED FILE
           SORT MRGROW.
           PERFORM WRITE-MERGED.
           PERFORM WRITE-TRNSCONTROL.
      * WRITE THE MERGE-CONTROL PAGE
           PERFORM WRITE-REGTOTALS.
           PERFORM CALC-DUPLICATES.
           OPEN INPUT  TRN2-FILE.
           OPEN OUTPUT MRGO-FILE.
           OPEN OUTPUT MRGE-RPT.
      *
      * PICK UP THE BUSINESS DATE FROM THE PARAMETER CARD WHEN ONE IS
      * SUPPLIED AND KEYED CLEANLY; OTHERWISE THE CLOCK DATE STANDS
       READ-DATECARD.
           MOVE WS-CURRENT-DATE TO WS-BUS-DATE.
           OPEN INPUT DATE-FILE.
           READ DATE-FILE
             AT END MOVE 1 TO LASTDCRD
           END-READ.
           IF LASTDCRD = 0
             IF CARD-DATE-X NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(CARD-DATE) = 0
                 MOVE CARD-DATE TO WS-BUS-DATE
               END-IF
             END-IF
           END-IF.
           CLOSE DATE-FILE.
      *
      * PICK UP THE STORE ID FROM THE STORE CARD WHEN ONE IS KEYED;
      * OTHERWISE THE HOME STAND'S ID STANDS
       READ-STORECARD.
           OPEN INPUT STOR-FILE.
           READ STOR-FILE
             AT END MOVE 1 TO LASTSCRD
           END-READ.
           IF LASTSCRD = 0 AND STOR-ID NOT = SPACE
             MOVE STOR-ID TO WS-STORE-ID
           END-IF.
           CLOSE STOR-FILE.
      *
       WRITE-MAINHDR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
             PERFORM READ-TRN2RCD
           END-PERFORM.
      *
      * STAMP THE STORE AND THE CURRENT REGISTER ID INTO ONE RECORD,
      * ACCUMULATE ITS REGISTER'S COUNTS, AND HOLD IT FOR THE
      * DATE/TIME SORT
       CALC-STAMPRCD.
           MOVE WS-STORE-ID TO STORE-T.
           MOVE WS-REGISTER TO REGISTER-T.
           ADD 1 TO REGRECCOUNT(WS-REGSUB).
           COMPUTE ROWTOTAL = ITEMPRC-T * ITEMQTY-T.
             MOVE MRGRCD(I) TO MRGO-RCD
             WRITE MRGO-RCD
             ADD 1 TO MRGWRITECOUNT
             MOVE MRGRCD(I) TO TRNS-RCD
             COMPUTE ROWTOTAL = ITEMPRC-T * ITEMQTY-T
             ADD ROWTOTAL TO MRGAMTTOTAL
             ADD TRNSID-T TO MRGKEYHASH
           END-PERFORM.
      *
      * WRITE THE CONTROL RECORD FOR THE MERGED FILE ONCE EVERY
      * RECORD IS OUT, SO A MERGE THAT DIES PARTWAY LEAVES NO
      * CONTROL RECORD TO MATCH THE SHORT FILE
       WRITE-TRNSCONTROL.
           OPEN OUTPUT TCTL-FILE.
           MOVE SPACES        TO TCTL-RCD.
           MOVE 'PRDCTRNS'    TO TCTL-FILEID.
           MOVE WS-BUS-DATE   TO TCTL-BUSDATE.
           MOVE MRGWRITECOUNT TO TCTL-RECCOUNT.
           MOVE MRGAMTTOTAL   TO TCTL-AMTTOTAL.
           MOVE MRGKEYHASH    TO TCTL-KEYHASH.
           WRITE TCTL-RCD.
           CLOSE TCTL-FILE.
      *
      * WRITE PER-REGISTER RECORD AND DOLLAR COUNTS
       WRITE-REGTOTALS.
           WRITE RPT-RCD FROM REGHDR-1.
           WRITE RPT-RCD FROM CTLLINE-OVERFLOW.
           COMPUTE CTL-AMT-O = REGAMTTOTAL(1) + REGAMTTOTAL(2).
           WRITE RPT-RCD FROM CTLLINE-AMT.
           MOVE MRGAMTTOTAL   TO CTL-WRTAMT-O.
           WRITE RPT-RCD FROM CTLLINE-WRTAMT.
           MOVE MRGKEYHASH    TO CTL-HASH-O.
           WRITE RPT-RCD FROM CTLLINE-HASH.
           MOVE WS-BUS-DATE   TO CTL-BUSDATE-O.
           WRITE RPT-RCD FROM CTLLINE-BUSDATE.
           MOVE WS-STORE-ID   TO CTL-STORE-O.
           WRITE RPT-RCD FROM CTLLINE-STORE.
      *
       READ-TRN1RCD.
           READ TRN1-FILE
