      * BATCH FOR THAT REGISTER: A BATCH THAT NEVER SETTLED, A
      * SETTLEMENT WITH NO RUNG CARDS BEHIND IT, AND ANY DOLLAR
      * DIFFERENCE ALL FLAG ON THE PAGE, WITH THE PROCESSOR'S FEES
      * BROKEN OUT AND THE NET DEPOSIT TO EXPECT AT THE BANK, WHICH
      * IS ALSO WRITTEN PER SETTLEMENT DATE FOR PRDCDEPR.  RUN AS
      * A COMPANION STEP AFTER PRDCMRGE, ONCE THE SETTLEMENT FILE
      * ARRIVES.  THE MERGED FILE MUST MATCH THE CONTROL RECORD
      * PRDCMRGE WROTE FOR THE BUSINESS DATE, OR NOTHING IS
      * RECONCILED.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT TRNS-FILE  ASSIGN TO PRDCTRNS.
           SELECT OPTIONAL SETL-FILE ASSIGN TO PRDCSETL
                              FILE STATUS IS WS-SETL-STATUS.
           SELECT CDEP-FILE  ASSIGN TO PRDCCDEP.
           SELECT OPTIONAL TCTL-FILE ASSIGN TO PRDCTCTL
                              FILE STATUS IS WS-TCTL-STATUS.
           SELECT OPTIONAL DATE-FILE ASSIGN TO PRDCDATE
                              FILE STATUS IS WS-DATE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
      * MATCH TRNS-RCD IN PRDCSTND
       FD  TRNS-FILE RECORDING MODE F.
       01  TRNS-RCD.
           05  STORE-I       PIC X(01).
           05  TRNSID-I      PIC 9(05).
           05  ITEMFK-I      PIC 9(05).
           05  ITEMPRC-I     PIC 9(03)V9(2).
           05  SETL-FEES     PIC 9(05)V9(2).
           05  SETL-NET      PIC 9(06)V9(2).
           05  FILLER        PIC X(47).
      *
      * THE NET CARD DEPOSIT TO EXPECT AT THE BANK, ONE RECORD PER
      * SETTLEMENT DATE, FOR THE DEPOSIT RECONCILIATION IN PRDCDEPR.
      * REWRITTEN EVERY RUN AND LEFT EMPTY WHEN THE MERGED FILE FAILS
      * ITS CONTROL CHECK.  LAYOUT MUST MATCH CDEP-RCD IN PRDCDEPR
       FD  CDEP-FILE RECORDING MODE F.
       01  CDEP-RCD.
           05  CDEP-DATE     PIC 9(08).
           05  CDEP-GROSS    PIC S9(08)V9(2).
           05  CDEP-FEES     PIC S9(08)V9(2).
           05  CDEP-NET      PIC S9(08)V9(2).
           05  FILLER        PIC X(42).
      *
      * CONTROL RECORD PRDCMRGE WRITES NEXT TO THE MERGED FILE.
      * LAYOUT MUST MATCH TCTL-RCD THERE
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
       WORKING-STORAGE SECTION.
      * TEMPORARY VARIABLES
       01  FLAGS.
           05  LASTTRNS      PIC 9 VALUE ZERO.
           05  LASTSETL      PIC 9 VALUE ZERO.
           05  LASTDCRD      PIC 9 VALUE ZERO.
      *
      * STATUS OF THE OPTIONAL SETTLEMENT FILE
       77  WS-SETL-STATUS    PIC X(02)        VALUE SPACES.
      *
      * STATUS OF THE OPTIONAL CONTROL RECORD AND DATE CARD FILES
       77  WS-TCTL-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-DATE-STATUS    PIC X(02)        VALUE SPACES.
      *
      * THE BUSINESS DATE THE MERGED FILE MUST HAVE BEEN MERGED FOR:
      * THE CARD DATE WHEN A REAL CALENDAR DATE IS SUPPLIED,
      * OTHERWISE THE CLOCK DATE
       77  WS-BUS-DATE       PIC 9(08)        VALUE ZEROS.
      *
      * CONTROL-RECORD CHECK OF AN INPUT FILE: THE FIGURES ITS
      * PRODUCING STEP RECORDED NEXT TO THE FIGURES AS READ HERE.
      * CHK-DATEREQ IS Y WHERE THE CONTROL RECORD'S BUSINESS DATE
      * MUST ALSO BE THE DAY BEING RUN
       77  CHK-STATUS        PIC X(01) VALUE 'P'.
           88  CHK-PASSED             VALUE 'P'.
           88  CHK-FAILED             VALUE 'F'.
       77  CHK-FILEID        PIC X(08) VALUE SPACES.
       77  CHK-CTLFOUND      PIC X(01) VALUE 'N'.
       77  CHK-DATEREQ       PIC X(01) VALUE 'N'.
       77  CHK-ROWAMT        PIC S9(06)V9(02) VALUE ZEROS.
       01  CHKFIGURES.
           05  CHK-CTLDATE   PIC 9(08)        VALUE ZEROS.
           05  CHK-ACTDATE   PIC 9(08)        VALUE ZEROS.
           05  CHK-CTLCOUNT  PIC 9(08)        VALUE ZEROS.
           05  CHK-ACTCOUNT  PIC 9(08)        VALUE ZEROS.
           05  CHK-CTLAMT    PIC S9(10)V9(2)  VALUE ZEROS.
           05  CHK-ACTAMT    PIC S9(10)V9(2)  VALUE ZEROS.
           05  CHK-CTLHASH   PIC 9(12)        VALUE ZEROS.
           05  CHK-ACTHASH   PIC 9(12)        VALUE ZEROS.
      *
      * CARD FIGURES PER BUSINESS DATE AND REGISTER: WHAT THE
      * REGISTER RANG THAT DAY AND WHAT THE PROCESSOR SETTLED FOR
      * IT.  KEYED BY THE PAIR BECAUSE A CATCH-UP MERGED FILE
      * CONTROL TOTALS
       77  TRNSREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  SETLREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  CDEPWRITECOUNT    PIC 9(06) VALUE ZEROS.
       77  TOTRUNGAMT        PIC S9(08)V9(2) VALUE ZEROS.
       77  TOTSETGROSS       PIC S9(08)V9(2) VALUE ZEROS.
       77  TOTSETFEES        PIC S9(08)V9(2) VALUE ZEROS.
           05  FILLER        PIC X(20) VALUE 'SETTLEMENTS READ:   '.
           05  CTL-SETL-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-CDEP.
           05  FILLER        PIC X(20) VALUE 'CARD DEPOSITS OUT:  '.
           05  CTL-CDEP-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
      * PRINTED IN PLACE OF THE REPORT WHEN AN INPUT FILE FAILS ITS
      * CONTROL CHECK
       01  CHKFAIL-1.
           05  FILLER        PIC X(03) VALUE '** '.
           05  CHKFILE-O     PIC X(08).
           05  FILLER        PIC X(30)
               VALUE ' FAILED ITS CONTROL CHECK **'.
           05  FILLER        PIC X(39) VALUE SPACES.
      *
       01  CHKFAIL-2.
           05  FILLER        PIC X(03) VALUE '** '.
           05  FILLER        PIC X(40)
               VALUE 'RUN STOPPED -- NOTHING POSTED **'.
           05  FILLER        PIC X(37) VALUE SPACES.
      *
       01  CHKMISS-1.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(45)
               VALUE 'NO CONTROL RECORD FOUND FOR THIS FILE'.
           05  FILLER        PIC X(32) VALUE SPACES.
      *
       01  CHKHDR-1.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(12) VALUE 'FIGURE      '.
           05  FILLER        PIC X(12) VALUE '     CONTROL'.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  FILLER        PIC X(12) VALUE '   FILE READ'.
           05  FILLER        PIC X(37) VALUE SPACES.
      *
       01  CHKLINE-N.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  CHKNLBL-O     PIC X(12).
           05  CHKNCTL-O     PIC Z(11)9.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  CHKNACT-O     PIC Z(11)9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  CHKNFLG-O     PIC X(08).
           05  FILLER        PIC X(27) VALUE SPACES.
      *
       01  CHKLINE-A.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  CHKALBL-O     PIC X(12).
           05  CHKACTL-O     PIC -(8)9.99.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  CHKAACT-O     PIC -(8)9.99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  CHKAFLG-O     PIC X(08).
           05  FILLER        PIC X(27) VALUE SPACES.
      *
       01 WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
       MAIN-PROCEDURE.
      * INITIALIZATION
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM READ-DATECARD.
           PERFORM OPEN-FILES.
      * SETUP REPORT HEADERS
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
      * TOTAL THE RUNG CARDS, THEN PROVE THE MERGED FILE AGAINST ITS
      * CONTROL RECORD BEFORE ANYTHING IS RECONCILED FROM IT
           PERFORM READ-TRANSACTIONS.
           PERFORM CALC-TRNSCHECK.
           IF CHK-FAILED
             PERFORM WRITE-CTLFAIL
           ELSE
      * FOLD IN THE PROCESSOR'S BATCHES AND WRITE THE RECONCILIATION
             PERFORM READ-SETTLEMENTS
             PERFORM WRITE-REGLINES
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
             PERFORM WRITE-TOTALS
             PERFORM WRITE-CARDDEPOSITS
             WRITE RPT-RCD FROM DASH52
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
             PERFORM WRITE-CONTROLTOTALS
           END-IF.
      * CLEAN UP
           PERFORM CLOSE-FILES.
           STOP RUN.
           OPEN INPUT  TRNS-FILE.
           OPEN INPUT  SETL-FILE.
           OPEN OUTPUT CARD-RPT.
           OPEN OUTPUT CDEP-FILE.
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
       WRITE-MAINHDR.
           MOVE WS-CURRENT-YEAR       TO HDR-YR.
           PERFORM READ-TRNSRCD
           PERFORM UNTIL LASTTRNS = 1
             ADD 1 TO TRNSREADCOUNT
             COMPUTE CHK-ROWAMT = ITEMPRC-I * ITEMQTY-I
             ADD CHK-ROWAMT TO CHK-ACTAMT
             ADD TRNSID-I   TO CHK-ACTHASH
             IF TENDER-CARD
               COMPUTE ROWTOTAL = ITEMPRC-I * ITEMQTY-I
               MOVE DATETIME-I     TO WS-TRNS-DATETIME
           MOVE TOTSETNET   TO TOTNET-O.
           WRITE RPT-RCD FROM TOTLINE-4.
      *
      * ONE EXPECTED CARD DEPOSIT PER SETTLEMENT DATE: THE PROCESSOR
      * DEPOSITS A DAY'S BATCHES AS ONE CREDIT, SO THE REGISTERS
      * SETTLED FOR A DATE ARE ADDED TOGETHER.  A DATE ALREADY
      * WRITTEN FROM AN EARLIER ROW IS PASSED OVER
       WRITE-CARDDEPOSITS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REGCOUNT
             IF REGSETTLED(I) = 1
               MOVE ZEROS TO REGFOUND
               PERFORM VARYING J FROM 1 BY 1 UNTIL J >= I
                 IF REGSETTLED(J) = 1 AND REGDATE(J) = REGDATE(I)
                   MOVE J TO REGFOUND
                 END-IF
               END-PERFORM
               IF REGFOUND = 0
                 MOVE SPACES     TO CDEP-RCD
                 MOVE REGDATE(I) TO CDEP-DATE
                 MOVE ZEROS      TO CDEP-GROSS
                 MOVE ZEROS      TO CDEP-FEES
                 MOVE ZEROS      TO CDEP-NET
                 PERFORM VARYING J FROM I BY 1 UNTIL J > REGCOUNT
                   IF REGSETTLED(J) = 1 AND REGDATE(J) = REGDATE(I)
                     ADD REGSETGROSS(J) TO CDEP-GROSS
                     ADD REGSETFEES(J)  TO CDEP-FEES
                     ADD REGSETNET(J)   TO CDEP-NET
                   END-IF
                 END-PERFORM
                 WRITE CDEP-RCD
                 ADD 1 TO CDEPWRITECOUNT
               END-IF
             END-IF
           END-PERFORM.
      *
      * CHECK THE MERGED FILE, AS TOTALED BY READ-TRANSACTIONS,
      * AGAINST ITS CONTROL RECORD AND THE BUSINESS DATE
       CALC-TRNSCHECK.
           MOVE 'PRDCTRNS' TO CHK-FILEID.
           MOVE 'N' TO CHK-CTLFOUND.
           MOVE 'Y' TO CHK-DATEREQ.
           MOVE TRNSREADCOUNT TO CHK-ACTCOUNT.
           MOVE WS-BUS-DATE   TO CHK-ACTDATE.
           OPEN INPUT TCTL-FILE.
           READ TCTL-FILE
             AT END CONTINUE
             NOT AT END
               IF TCTL-FILEID = 'PRDCTRNS'
                 MOVE 'Y'           TO CHK-CTLFOUND
                 MOVE TCTL-BUSDATE  TO CHK-CTLDATE
                 MOVE TCTL-RECCOUNT TO CHK-CTLCOUNT
                 MOVE TCTL-AMTTOTAL TO CHK-CTLAMT
                 MOVE TCTL-KEYHASH  TO CHK-CTLHASH
               END-IF
           END-READ.
           CLOSE TCTL-FILE.
           PERFORM CALC-CTLCOMPARE.
      *
      * COMPARE AN INPUT FILE'S CONTROL RECORD WITH THE FIGURES AS
      * READ.  A MISSING CONTROL RECORD FAILS AS SURELY AS A
      * MISMATCH: THE STEP THAT WROTE THE FILE NEVER FINISHED
       CALC-CTLCOMPARE.
           MOVE 'P' TO CHK-STATUS.
           IF CHK-CTLFOUND NOT = 'Y'
             MOVE 'F' TO CHK-STATUS
           ELSE
             IF CHK-CTLCOUNT NOT = CHK-ACTCOUNT
                 OR CHK-CTLAMT NOT = CHK-ACTAMT
                 OR CHK-CTLHASH NOT = CHK-ACTHASH
               MOVE 'F' TO CHK-STATUS
             END-IF
             IF CHK-DATEREQ = 'Y' AND CHK-CTLDATE NOT = CHK-ACTDATE
               MOVE 'F' TO CHK-STATUS
             END-IF
           END-IF.
      *
      * SAY WHICH FILE WAS REFUSED AND WHY, FIGURE BY FIGURE, AND
      * SET A RETURN CODE THAT STOPS THE STEPS BEHIND THIS ONE
       WRITE-CTLFAIL.
           MOVE CHK-FILEID TO CHKFILE-O.
           WRITE RPT-RCD FROM CHKFAIL-1.
           WRITE RPT-RCD FROM CHKFAIL-2.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           IF CHK-CTLFOUND NOT = 'Y'
             WRITE RPT-RCD FROM CHKMISS-1
           ELSE
             WRITE RPT-RCD FROM CHKHDR-1
             IF CHK-DATEREQ = 'Y'
               MOVE 'BUSINESS DAY' TO CHKNLBL-O
               MOVE CHK-CTLDATE    TO CHKNCTL-O
               MOVE CHK-ACTDATE    TO CHKNACT-O
               MOVE SPACES         TO CHKNFLG-O
               IF CHK-CTLDATE NOT = CHK-ACTDATE
                 MOVE 'MISMATCH' TO CHKNFLG-O
               END-IF
               WRITE RPT-RCD FROM CHKLINE-N
             END-IF
             MOVE 'RECORDS     ' TO CHKNLBL-O
             MOVE CHK-CTLCOUNT   TO CHKNCTL-O
             MOVE CHK-ACTCOUNT   TO CHKNACT-O
             MOVE SPACES         TO CHKNFLG-O
             IF CHK-CTLCOUNT NOT = CHK-ACTCOUNT
               MOVE 'MISMATCH' TO CHKNFLG-O
             END-IF
             WRITE RPT-RCD FROM CHKLINE-N
             MOVE 'DOLLARS     ' TO CHKALBL-O
             MOVE CHK-CTLAMT     TO CHKACTL-O
             MOVE CHK-ACTAMT     TO CHKAACT-O
             MOVE SPACES         TO CHKAFLG-O
             IF CHK-CTLAMT NOT = CHK-ACTAMT
               MOVE 'MISMATCH' TO CHKAFLG-O
             END-IF
             WRITE RPT-RCD FROM CHKLINE-A
             MOVE 'KEY HASH    ' TO CHKNLBL-O
             MOVE CHK-CTLHASH    TO CHKNCTL-O
             MOVE CHK-ACTHASH    TO CHKNACT-O
             MOVE SPACES         TO CHKNFLG-O
             IF CHK-CTLHASH NOT = CHK-ACTHASH
               MOVE 'MISMATCH' TO CHKNFLG-O
             END-IF
             WRITE RPT-RCD FROM CHKLINE-N
           END-IF.
           MOVE 16 TO RETURN-CODE.
      *
      * RECONCILE RECORDS READ ON EACH SIDE
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           WRITE RPT-RCD FROM CTLLINE-TRNS.
           MOVE SETLREADCOUNT TO CTL-SETL-O.
           WRITE RPT-RCD FROM CTLLINE-SETL.
           MOVE CDEPWRITECOUNT TO CTL-CDEP-O.
           WRITE RPT-RCD FROM CTLLINE-CDEP.
      *
       READ-TRNSRCD.
           READ TRNS-FILE
           CLOSE TRNS-FILE.
           CLOSE SETL-FILE.
           CLOSE CARD-RPT.
           CLOSE CDEP-FILE.
      *
