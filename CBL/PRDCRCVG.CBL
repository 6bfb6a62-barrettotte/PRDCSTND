      * PRDCORDR WROTE, SO AN UNORDERED DELIVERY OR AN ORDERED ITEM
      * THAT NEVER SHOWED UP SURFACES ON THE AUDIT PAGE INSTEAD OF IN
      * THE COOLER.  THE ON-HAND FILE IS REWRITTEN IN PLACE; THE DAILY
      * RUN DRAWS IT DOWN BY WHAT SOLD AND SPOILED THAT NIGHT.  EACH
      * DAY'S RECEIPTS OF AN ITEM FROM ONE SUPPLIER ALSO BECOME A LOT
      * ON THE LOT FILE, DATED WITH ITS SELL-BY DAY FROM THE ITEM'S
      * SHELF LIFE, SO THE DAILY RUN CAN DRAW STOCK DOWN OLDEST FIRST
      * AND TRACE SPOILAGE BACK TO WHO GREW IT.  AN
      * ITEM MASTER THAT DOES NOT MATCH ITS CONTROL RECORD STOPS THE
      * STEP BEFORE THE ON-HAND FILE IS TOUCHED.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT RCVG-RPT   ASSIGN TO PRTLINE.
           SELECT RCVT-FILE  ASSIGN TO PRDCRCVT.
           SELECT ITEM-FILE  ASSIGN TO PRDCITMS.
           SELECT OPTIONAL ICTL-FILE ASSIGN TO PRDCICTL
                              FILE STATUS IS WS-ICTL-STATUS.
           SELECT OPTIONAL ONHD-FILE ASSIGN TO PRDCONHD
                              FILE STATUS IS WS-ONHD-STATUS.
           SELECT OPTIONAL ORDF-FILE ASSIGN TO PRDCORDF
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS WS-ORDF-STATUS.
           SELECT OPTIONAL LOTS-FILE ASSIGN TO PRDCLOTS
                              FILE STATUS IS WS-LOTS-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
           05  UNITCOST-I REDEFINES UNITCOST-X
                             PIC 9(03)V9(2).
           05  DEPT-I        PIC X(01).
           05  SHELFDAYS-X   PIC X(03).
           05  SHELFDAYS-I REDEFINES SHELFDAYS-X
                             PIC 9(03).
      * PRICES FOR STANDS THAT SELL THE ITEM AT OTHER THAN THE
      * STANDARD PRICE: THE STORE ID AND THAT STORE'S PRICE.  AN
      * UNUSED SLOT CARRIES SPACES, AND A STORE WITH NO SLOT SELLS
      * AT THE STANDARD PRICE
           05  STOREPRICE-I OCCURS 3 TIMES.
               10  STPRCSTORE-I  PIC X(01).
               10  STPRCAMT-X    PIC X(05).
               10  STPRCAMT-I REDEFINES STPRCAMT-X
                                 PIC 9(03)V9(2).
           05  FILLER        PIC X(11).
      *
      * RUNNING ON-HAND BALANCE PER ITEM, SHARED WITH THE DAILY RUN.
      * LAYOUT MUST MATCH ONHD-RCD IN PRDCSTND.  THE RECEIVE AND POST
           05  ONH-POSTQTY       PIC S9(06)V9(2).
           05  FILLER            PIC X(35).
      *
      * RECEIVED LOTS STILL ON HAND, ONE PER ITEM, RECEIVE DATE AND
      * SUPPLIER, KEPT IN THAT ORDER SO THE OLDEST LOT OF AN ITEM IS
      * ALWAYS FIRST.  LAYOUT MUST MATCH LOTS-RCD IN PRDCSTND, WHICH
      * DRAWS THE LOTS DOWN, AND IN PRDCSELL.  SELL-BY IS ZERO FOR AN
      * ITEM WITH NO SHELF LIFE ON THE MASTER.  THE POST DATE AND
      * QUANTITY ARE THE DAILY RUN'S, AS ON THE ON-HAND FILE
       FD  LOTS-FILE RECORDING MODE F.
       01  LOTS-RCD.
           05  LOT-ITEMID        PIC 9(05).
           05  LOT-RCVDATE       PIC 9(08).
           05  LOT-SUPPLIER      PIC X(03).
           05  LOT-SELLBY        PIC 9(08).
           05  LOT-RCVQTY        PIC S9(06)V9(2).
           05  LOT-QTY           PIC S9(06)V9(2).
           05  LOT-POSTDATE      PIC 9(08).
           05  LOT-POSTQTY       PIC S9(06)V9(2).
           05  FILLER            PIC X(24).
      *
      * SUGGESTED ORDER FILE WRITTEN BY PRDCORDR.  LAYOUT MUST MATCH
      * XTR-DETAIL THERE.  OPTIONAL BECAUSE DELIVERIES ARRIVE ON DAYS
      * NO ORDER RUN PRECEDED
           05  FILLER        PIC X(01).
           05  ORDF-UNITS    PIC 9(06).
           05  FILLER        PIC X(42).
      *
      * CONTROL RECORD PRDCITMM WRITES NEXT TO THE ITEM MASTER AND
      * PROMOTES WITH IT.  LAYOUT MUST MATCH ICTL-RCD THERE.
      * OPTIONAL SO A MISSING RECORD STOPS THE RUN WITH A MESSAGE
       FD  ICTL-FILE RECORDING MODE F.
       01  ICTL-RCD.
           05  ICTL-FILEID   PIC X(08).
           05  ICTL-BUSDATE  PIC 9(08).
           05  ICTL-RECCOUNT PIC 9(08).
           05  ICTL-AMTTOTAL PIC S9(10)V9(2).
           05  ICTL-KEYHASH  PIC 9(12).
           05  FILLER        PIC X(32).
      *
       WORKING-STORAGE SECTION.
      * TEMPORARY VARIABLES
           05  LASTITEM      PIC 9 VALUE ZERO.
           05  LASTONHD      PIC 9 VALUE ZERO.
           05  LASTORDF      PIC 9 VALUE ZERO.
           05  LASTLOTS      PIC 9 VALUE ZERO.
      *
      * STATUS OF THE ON-HAND FILE; MISSING UNTIL THE FIRST RECEIPT
      * EVER KEYED CREATES IT
      * STATUS OF THE OPTIONAL SUGGESTED ORDER FILE
       77  WS-ORDF-STATUS    PIC X(02)        VALUE SPACES.
      *
      * STATUS OF THE LOT FILE; MISSING UNTIL THE FIRST RECEIPT
      * KEYED WITH LOTS IN USE CREATES IT
       77  WS-LOTS-STATUS    PIC X(02)        VALUE SPACES.
      *
      * STATUS OF THE OPTIONAL ITEM MASTER CONTROL RECORD FILE
       77  WS-ICTL-STATUS    PIC X(02)        VALUE SPACES.
      *
      * CAPACITY OF ITEMTABLE, AS IN PRDCSTND
       77  ITEMTABLE-MAX     PIC 9(04) VALUE 1000.
      *
               10  ITEMNAME    PIC X(16)       VALUE SPACES.
               10  ITEMSUPP    PIC X(03)       VALUE SPACES.
               10  ITEMCASE    PIC 9(03)       VALUE ZEROS.
               10  ITEMSHELF   PIC 9(03)       VALUE ZEROS.
               10  ITEMONHAND  PIC S9(06)V9(2) VALUE ZEROS.
               10  ITEMRCVDATE PIC 9(08)       VALUE ZEROS.
               10  ITEMRCVQTY  PIC S9(06)V9(2) VALUE ZEROS.
               10  ITEMORDCASE PIC 9(04)       VALUE ZEROS.
               10  ITEMRCVCASE PIC 9(04)       VALUE ZEROS.
      *
      * CAPACITY OF LOTTABLE.  A LOT FILE TOO BIG TO LOAD IS LEFT AS
      * IT WAS RATHER THAN REWRITTEN SHORT, AND SAID SO ON THE PAGE
       77  LOTTABLE-MAX      PIC 9(04) VALUE 3000.
      *
       77  LOTCOUNT          PIC 9(04) VALUE ZEROS.
       77  LOTFOUND          PIC 9(04) VALUE ZEROS.
       77  LOTOVERFLOW       PIC 9(06) VALUE ZEROS.
      *
      * THE LOT FILE IN CORE, WITH TODAY'S RECEIPTS ADDED AS NEW LOTS
      * OR FOLDED INTO TODAY'S LOT FROM THE SAME SUPPLIER.  SORTED
      * BACK INTO ITEM, RECEIVE DATE, SUPPLIER ORDER BEFORE IT IS
      * WRITTEN, SO THE DAILY RUN FINDS EACH ITEM'S OLDEST LOT FIRST
       01  LOTTABLE.
           05  LOTROW OCCURS 1 TO 3000 TIMES DEPENDING ON LOTCOUNT
                       ASCENDING KEY IS LOTKEY.
               10  LOTKEY.
                   15  LOTITEM   PIC 9(05)     VALUE ZEROS.
                   15  LOTRCVDT  PIC 9(08)     VALUE ZEROS.
                   15  LOTSUPP   PIC X(03)     VALUE SPACES.
               10  LOTSELLBY   PIC 9(08)       VALUE ZEROS.
               10  LOTRCVQTY   PIC S9(06)V9(2) VALUE ZEROS.
               10  LOTQTY      PIC S9(06)V9(2) VALUE ZEROS.
               10  LOTPOSTDT   PIC 9(08)       VALUE ZEROS.
               10  LOTPOSTQTY  PIC S9(06)V9(2) VALUE ZEROS.
      *
      * THE SUPPLIER THE CURRENT RECEIPT'S LOT IS BOOKED UNDER, AND
      * THE RECEIVE DATE AS AN ELEMENTARY FIELD FOR THE SELL-BY SUM
       77  WS-LOT-SUPP       PIC X(03) VALUE SPACES.
       77  WS-LOT-DATE       PIC 9(08) VALUE ZEROS.
      *
      * UNITS THE RECEIPT CURRENTLY BEING APPLIED WORKS OUT TO, AND
      * THE EQUIVALENT WHOLE CASES A UNIT-KEYED RECEIPT COVERS
       77  WS-RCV-UNITS      PIC S9(06)V9(2) VALUE ZEROS.
       77  ONHDWRITECOUNT    PIC 9(06) VALUE ZEROS.
       77  ORDFREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  SHORTCOUNT        PIC 9(06) VALUE ZEROS.
       77  LOTSREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  LOTSADDCOUNT      PIC 9(06) VALUE ZEROS.
       77  LOTSWRITECOUNT    PIC 9(06) VALUE ZEROS.
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(14) VALUE 'PRODUCE STAND '.
           05  FILLER        PIC X(20) VALUE 'ON-HAND ROWS OUT:   '.
           05  CTL-ONHOUT-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-LOTSIN.
           05  FILLER        PIC X(20) VALUE 'LOTS IN:            '.
           05  CTL-LOTSIN-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-LOTSADD.
           05  FILLER        PIC X(20) VALUE 'NEW LOTS:           '.
           05  CTL-LOTSADD-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-LOTSOUT.
           05  FILLER        PIC X(20) VALUE 'LOTS OUT:           '.
           05  CTL-LOTSOUT-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
      * PRINTED WHEN THE LOT FILE WOULD NOT FIT IN LOTTABLE
       01  LOTSWARN-1.
           05  FILLER        PIC X(40)
               VALUE '** LOT FILE TOO LARGE -- LEFT UNCHANGED,'.
           05  FILLER        PIC X(30)
               VALUE ' TODAY''S LOTS NOT RECORDED **'.
           05  FILLER        PIC X(10) VALUE SPACES.
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
      * SETUP REPORT HEADERS
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
      * LOAD THE MASTER AND PROVE IT AGAINST ITS CONTROL RECORD
           PERFORM READ-ITEMS.
           PERFORM CALC-ITEMSCHECK.
           IF CHK-FAILED
             PERFORM WRITE-CTLFAIL
           ELSE
      * LOAD THE ON-HAND BALANCES AND THE ORDER LINES
             WRITE RPT-RCD FROM RCVHDR-1
             PERFORM READ-ONHAND
             PERFORM READ-LOTS
             PERFORM READ-ORDERFILE
      * APPLY EVERY KEYED RECEIPT
             PERFORM READ-RECEIPTS
      * LIST ORDERED ITEMS THAT NEVER ARRIVED
             PERFORM WRITE-SHORTAGES
      * REWRITE THE ON-HAND FILE WITH THE RECEIPTS FOLDED IN
             PERFORM WRITE-ONHAND
             IF LOTOVERFLOW = 0
               PERFORM WRITE-LOTS
             ELSE
               MOVE SPACES TO RPT-RCD
               WRITE RPT-RCD AFTER ADVANCING 1 LINES
               WRITE RPT-RCD FROM LOTSWARN-1
             END-IF
             WRITE RPT-RCD FROM DASH52
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
             PERFORM WRITE-CONTROLTOTALS
           END-IF.
      * CLEAN UP
           PERFORM CLOSE-FILES.
           STOP RUN.
       READ-ITEMS.
           PERFORM READ-ITEMRCD
           PERFORM UNTIL LASTITEM = 1
             ADD 1 TO CHK-ACTCOUNT
             ADD ITEMSTDPRC-I TO CHK-ACTAMT
             ADD ITEMID-I     TO CHK-ACTHASH
             IF ITEMID-I > 0 AND ITEMCOUNT < ITEMTABLE-MAX
               ADD 1 TO ITEMCOUNT
               MOVE ITEMID-I      TO ITEMID(ITEMCOUNT)
               IF CASEPACK-X NUMERIC
                 MOVE CASEPACK-I TO ITEMCASE(ITEMCOUNT)
               END-IF
               IF SHELFDAYS-X NUMERIC
                 MOVE SHELFDAYS-I TO ITEMSHELF(ITEMCOUNT)
               END-IF
             END-IF
             PERFORM READ-ITEMRCD
           END-PERFORM.
           END-PERFORM.
           CLOSE ONHD-FILE.
      *
      * LOAD THE LOT FILE.  A LOT FOR AN ITEM NO LONGER ON THE
      * MASTER IS DROPPED WITH THE ITEM, AS ITS ON-HAND ROW IS
       READ-LOTS.
           OPEN INPUT LOTS-FILE.
           PERFORM READ-LOTSRCD
           PERFORM UNTIL LASTLOTS = 1
             ADD 1 TO LOTSREADCOUNT
             MOVE LOT-ITEMID TO WS-LOOKUP-ID
             PERFORM CALC-ITEMLOOKUP
             IF ITEMFOUND > 0
               IF LOTCOUNT < LOTTABLE-MAX
                 ADD 1 TO LOTCOUNT
                 MOVE LOT-ITEMID   TO LOTITEM(LOTCOUNT)
                 MOVE LOT-RCVDATE  TO LOTRCVDT(LOTCOUNT)
                 MOVE LOT-SUPPLIER TO LOTSUPP(LOTCOUNT)
                 MOVE LOT-SELLBY   TO LOTSELLBY(LOTCOUNT)
                 MOVE LOT-RCVQTY   TO LOTRCVQTY(LOTCOUNT)
                 MOVE LOT-QTY      TO LOTQTY(LOTCOUNT)
                 MOVE LOT-POSTDATE TO LOTPOSTDT(LOTCOUNT)
                 MOVE LOT-POSTQTY  TO LOTPOSTQTY(LOTCOUNT)
               ELSE
                 ADD 1 TO LOTOVERFLOW
               END-IF
             END-IF
             PERFORM READ-LOTSRCD
           END-PERFORM.
           CLOSE LOTS-FILE.
      *
      * FOLD THE SUGGESTED ORDER LINES INTO THE ITEM TABLE SO EACH
      * RECEIPT CAN BE MATCHED AGAINST WHAT WAS ACTUALLY ORDERED
       READ-ORDERFILE.
             MOVE WS-RCV-UNITS    TO ITEMRCVQTY(ITEMFOUND)
           END-IF.
           MOVE 'Y' TO ITEMONHFLG(ITEMFOUND).
           IF LOTOVERFLOW = 0
             PERFORM CALC-POSTLOT
           END-IF.
      *
      * BOOK THE UNITS TO TODAY'S LOT OF THE ITEM FROM THE SUPPLIER
      * ON THE RECEIPT, OR THE ITEM'S OWN SUPPLIER WHEN NONE WAS
      * KEYED, OPENING THE LOT ON ITS FIRST RECEIPT OF THE DAY.  THE
      * SELL-BY DAY IS THE RECEIVE DATE PLUS THE SHELF LIFE.  A FULL
      * TABLE LEAVES THE LOT FILE AS IT WAS, WARNED ON THE PAGE
       CALC-POSTLOT.
           IF RCV-SUPPLIER = SPACES
             MOVE ITEMSUPP(ITEMFOUND) TO WS-LOT-SUPP
           ELSE
             MOVE RCV-SUPPLIER        TO WS-LOT-SUPP
           END-IF.
           MOVE ZEROS TO LOTFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LOTCOUNT
             IF LOTITEM(J) = ITEMID(ITEMFOUND)
                 AND LOTRCVDT(J) = WS-CURRENT-DATE
                 AND LOTSUPP(J) = WS-LOT-SUPP
               MOVE J TO LOTFOUND
             END-IF
           END-PERFORM.
           IF LOTFOUND = 0
             IF LOTCOUNT < LOTTABLE-MAX
               ADD 1 TO LOTCOUNT
               ADD 1 TO LOTSADDCOUNT
               MOVE LOTCOUNT            TO LOTFOUND
               MOVE ITEMID(ITEMFOUND)   TO LOTITEM(LOTFOUND)
               MOVE WS-CURRENT-DATE     TO LOTRCVDT(LOTFOUND)
               MOVE WS-LOT-SUPP         TO LOTSUPP(LOTFOUND)
               MOVE ZEROS               TO LOTRCVQTY(LOTFOUND)
               MOVE ZEROS               TO LOTQTY(LOTFOUND)
               MOVE ZEROS               TO LOTPOSTDT(LOTFOUND)
               MOVE ZEROS               TO LOTPOSTQTY(LOTFOUND)
               IF ITEMSHELF(ITEMFOUND) > 0
                 MOVE WS-CURRENT-DATE TO WS-LOT-DATE
                 COMPUTE LOTSELLBY(LOTFOUND) =
                         FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-LOT-DATE)
                           + ITEMSHELF(ITEMFOUND))
               ELSE
                 MOVE ZEROS TO LOTSELLBY(LOTFOUND)
               END-IF
             ELSE
               ADD 1 TO LOTOVERFLOW
             END-IF
           END-IF.
           IF LOTFOUND > 0
             COMPUTE LOTRCVQTY(LOTFOUND) =
                     LOTRCVQTY(LOTFOUND) + WS-RCV-UNITS
             COMPUTE LOTQTY(LOTFOUND) =
                     LOTQTY(LOTFOUND) + WS-RCV-UNITS
           END-IF.
      *
      * ONE AUDIT LINE PER APPLIED RECEIPT, MATCHED AGAINST THE ORDER
       WRITE-RECEIPTLINE.
           END-PERFORM.
           CLOSE ONHD-FILE.
      *
      * REWRITE THE LOT FILE IN ITEM, RECEIVE DATE, SUPPLIER ORDER
       WRITE-LOTS.
           IF LOTCOUNT > 0
             SORT LOTROW
           END-IF.
           OPEN OUTPUT LOTS-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LOTCOUNT
             MOVE SPACES        TO LOTS-RCD
             MOVE LOTITEM(I)    TO LOT-ITEMID
             MOVE LOTRCVDT(I)   TO LOT-RCVDATE
             MOVE LOTSUPP(I)    TO LOT-SUPPLIER
             MOVE LOTSELLBY(I)  TO LOT-SELLBY
             MOVE LOTRCVQTY(I)  TO LOT-RCVQTY
             MOVE LOTQTY(I)     TO LOT-QTY
             MOVE LOTPOSTDT(I)  TO LOT-POSTDATE
             MOVE LOTPOSTQTY(I) TO LOT-POSTQTY
             WRITE LOTS-RCD
             ADD 1 TO LOTSWRITECOUNT
           END-PERFORM.
           CLOSE LOTS-FILE.
      *
      * RECONCILE RECEIPTS READ AGAINST UNITS PUT ON HAND
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           WRITE RPT-RCD FROM CTLLINE-ONHIN.
           MOVE ONHDWRITECOUNT TO CTL-ONHOUT-O.
           WRITE RPT-RCD FROM CTLLINE-ONHOUT.
           MOVE LOTSREADCOUNT  TO CTL-LOTSIN-O.
           WRITE RPT-RCD FROM CTLLINE-LOTSIN.
           MOVE LOTSADDCOUNT   TO CTL-LOTSADD-O.
           WRITE RPT-RCD FROM CTLLINE-LOTSADD.
           MOVE LOTSWRITECOUNT TO CTL-LOTSOUT-O.
           WRITE RPT-RCD FROM CTLLINE-LOTSOUT.
      *
       READ-RCVRCD.
           READ RCVT-FILE
             AT END MOVE 1 TO LASTRCV
           END-READ.
      *
      * CHECK THE ITEM MASTER, AS TOTALED BY READ-ITEMS, AGAINST THE
      * CONTROL RECORD PRDCITMM PROMOTED WITH IT.  A MASTER IS GOOD
      * UNTIL THE NEXT MAINTENANCE RUN, SO ITS DATE IS NOT CHECKED
       CALC-ITEMSCHECK.
           MOVE 'PRDCITMS' TO CHK-FILEID.
           MOVE 'N' TO CHK-CTLFOUND.
           OPEN INPUT ICTL-FILE.
           READ ICTL-FILE
             AT END CONTINUE
             NOT AT END
               IF ICTL-FILEID = 'PRDCITMS'
                 MOVE 'Y'           TO CHK-CTLFOUND
                 MOVE ICTL-BUSDATE  TO CHK-CTLDATE
                 MOVE ICTL-RECCOUNT TO CHK-CTLCOUNT
                 MOVE ICTL-AMTTOTAL TO CHK-CTLAMT
                 MOVE ICTL-KEYHASH  TO CHK-CTLHASH
               END-IF
           END-READ.
           CLOSE ICTL-FILE.
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
       READ-ITEMRCD.
           READ ITEM-FILE
           READ ONHD-FILE
             AT END MOVE 1 TO LASTONHD
           END-READ.
      *
       READ-LOTSRCD.
           READ LOTS-FILE
             AT END MOVE 1 TO LASTLOTS
           END-READ.
      *
       READ-ORDFRCD.
           READ ORDF-FILE
