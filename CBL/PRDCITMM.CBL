      * AFTER VALUES OF EVERY FIELD TOUCHED, PLUS A REJECT LINE FOR
      * EVERY TRANSACTION THAT COULD NOT BE APPLIED.  THE UPDATED
      * MASTER IS WRITTEN TO A NEW FILE SO THE OLD ONE SURVIVES UNTIL
      * THE AUDIT PAGE HAS BEEN CHECKED.  A CONTROL RECORD WRITTEN
      * NEXT TO IT IS PROMOTED WITH IT, SO THE STEPS THAT POST FROM
      * THE MASTER CAN PROVE THEY WERE HANDED THE WHOLE FILE.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT MNTT-FILE  ASSIGN TO PRDCMNTT.
           SELECT ITMO-FILE  ASSIGN TO PRDCITMS.
           SELECT ITMN-FILE  ASSIGN TO PRDCITMN.
           SELECT ICTL-FILE  ASSIGN TO PRDCICTN.
           SELECT OPTIONAL PRCH-FILE ASSIGN TO PRDCPRCH
                              FILE STATUS IS WS-PRCH-STATUS.
      *-----------------------------------------------------------------
           05  MNT-EFFDATE-X PIC X(08).
           05  MNT-EFFDATE REDEFINES MNT-EFFDATE-X
                             PIC 9(08).
      * SHELF LIFE IN DAYS FROM RECEIPT TO SELL-BY.  BLANK ON AN ADD
      * LEAVES THE ITEM UNDATED; ON A CHANGE, KEY 000 TO STOP DATING
           05  MNT-SHELFDAYS-X PIC X(03).
           05  MNT-SHELFDAYS REDEFINES MNT-SHELFDAYS-X
                             PIC 9(03).
      * A PRICE FOR ONE STAND ONLY: THE STORE ID AND ITS PRICE, ON
      * AN ADD OR A CHANGE.  A PRICE OF ZERO TAKES THE STORE BACK TO
      * THE STANDARD PRICE.  BOTH BLANK LEAVES STORE PRICES ALONE
           05  MNT-STORE     PIC X(01).
           05  MNT-STOREPRC-X PIC X(05).
           05  MNT-STOREPRC REDEFINES MNT-STOREPRC-X
                             PIC 9(03)V9(2).
           05  FILLER        PIC X(07).
      *
      * ITEM MASTER RECORD, READ BY PRDCSTND.  LAYOUT MUST MATCH
      * ITEM-RCD THERE
      * SUNDRIES.  MASTERS WRITTEN BEFORE THE COLUMN EXISTED CARRY A
      * SPACE, WHICH IS TREATED AS UNASSIGNED
           05  DEPT-I        PIC X(01).
      * SHELF LIFE IN DAYS FROM RECEIPT TO SELL-BY, USED TO DATE
      * EACH RECEIVED LOT.  BLANK OR ZERO MEANS THE ITEM IS NOT
      * DATED
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
       FD  ITMN-FILE RECORDING MODE F.
       01  ITMN-RCD.
           05  TAXCLASS-N    PIC X(01).
           05  UNITCOST-N    PIC 9(03)V9(2).
           05  DEPT-N        PIC X(01).
           05  SHELFDAYS-N   PIC 9(03).
           05  STOREPRICE-N OCCURS 3 TIMES.
               10  STPRCSTORE-N  PIC X(01).
               10  STPRCAMT-N    PIC 9(03)V9(2).
           05  FILLER        PIC X(11).
      *
      * CONTROL RECORD FOR THE NEW MASTER, PROMOTED TO PRDCICTL WHEN
      * PRDCITMN IS PROMOTED TO PRDCITMS.  THE KEY HASH IS THE SUM OF
      * THE PLU CODES WRITTEN AND THE DOLLAR TOTAL THE SUM OF THEIR
      * STANDARD PRICES.  LAYOUT MUST MATCH TCTL-RCD IN PRDCMRGE
       FD  ICTL-FILE RECORDING MODE F.
       01  ICTL-RCD.
           05  ICTL-FILEID   PIC X(08).
           05  ICTL-BUSDATE  PIC 9(08).
           05  ICTL-RECCOUNT PIC 9(08).
           05  ICTL-AMTTOTAL PIC S9(10)V9(2).
           05  ICTL-KEYHASH  PIC 9(12).
           05  FILLER        PIC X(32).
      *
      * PRICE HISTORY: ONE RECORD PER PRICE EVENT, APPENDED WHENEVER
      * THE PLU CODE CALC-MSTLOOKUP IS ASKED TO FIND
       77  MNT-WORK-ID       PIC 9(05) VALUE ZEROS.
      *
      * THE STORE-PRICE SLOT HOLDING THE KEYED STORE, AND THE FIRST
      * FREE SLOT, ZERO WHEN THERE IS NONE
       77  WS-STPRC-SUB      PIC 9(02) VALUE ZEROS.
       77  WS-STPRC-FREE     PIC 9(02) VALUE ZEROS.
      *
      * IN-CORE COPY OF THE ITEM MASTER.  MAINTENANCE IS APPLIED HERE
      * AND THE TABLE IS SORTED AND WRITTEN BACK OUT IN PLU ORDER AT
      * END OF RUN.  OCCURS DEPENDING ON MSTCOUNT SO THE SORT VERB
               10  MSTTAXC     PIC X(01)      VALUE 'E'.
               10  MSTCOST     PIC 9(03)V9(2) VALUE ZEROS.
               10  MSTDEPT     PIC X(01)      VALUE SPACE.
               10  MSTSHELF    PIC 9(03)      VALUE ZEROS.
               10  MSTSTPRC OCCURS 3 TIMES.
                   15  MSTSTSTORE  PIC X(01)      VALUE SPACE.
                   15  MSTSTAMT    PIC 9(03)V9(2) VALUE ZEROS.
      *
      * CONTROL TOTALS TO RECONCILE TRANSACTIONS READ AGAINST CHANGES
      * ACTUALLY APPLIED TO THE MASTER
       77  MSTREADCOUNT      PIC 9(06) VALUE ZEROS.
       77  MSTWRITECOUNT     PIC 9(06) VALUE ZEROS.
      *
      * PRICE AND PLU-CODE HASH TOTALS OF THE NEW MASTER AS WRITTEN
       77  MSTAMTTOTAL       PIC S9(10)V9(02) VALUE ZEROS.
       77  MSTKEYHASH        PIC 9(12)        VALUE ZEROS.
      *
      * REASON THE CURRENT TRANSACTION WAS REJECTED, SPACES WHILE IT
      * IS STILL CLEAN
       77  WS-REJECT-RSN     PIC X(30) VALUE SPACES.
           05  IMGCOST-O     PIC $$$9.99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  IMGDEPT-O     PIC X(01).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  IMGSHELF-O    PIC ZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
      *
      * THE ITEM'S STORE PRICES, UNDER ITS IMAGE LINE WHEN IT HAS ANY
       01  IMGLINE-2.
           05  FILLER        PIC X(11) VALUE SPACES.
           05  FILLER        PIC X(14) VALUE 'STORE PRICES: '.
           05  IMGSTPRC-O OCCURS 3 TIMES.
               10  IMGSTSTORE-O PIC X(01).
               10  FILLER       PIC X(01) VALUE SPACE.
               10  IMGSTAMT-O   PIC $$$9.99.
               10  FILLER       PIC X(04) VALUE SPACES.
           05  FILLER        PIC X(16) VALUE SPACES.
      *
      * ONE OF THESE PER REJECTED TRANSACTION, ECHOING THE KEYED
      * ACTION AND ID ALONGSIDE THE REASON
           05  FILLER        PIC X(20) VALUE 'PRICE HISTORY OUT:  '.
           05  CTL-PRCH-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-MSTAMT.
           05  FILLER        PIC X(20) VALUE 'PRICE TOTAL OUT:    '.
           05  CTL-MSTAMT-O  PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  CTLLINE-HASH.
           05  FILLER        PIC X(20) VALUE 'PLU HASH OUT:       '.
           05  CTL-HASH-O    PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01 WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
      * LOAD THE MASTER AND APPLY EVERY MAINTENANCE TRANSACTION
           PERFORM READ-MASTER.
           PERFORM READ-MAINT.
      * WRITE THE UPDATED MASTER BACK OUT IN ID ORDER, THEN ITS
      * CONTROL RECORD
           PERFORM WRITE-NEWMASTER.
           PERFORM WRITE-ITEMCONTROL.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
               ELSE
                 MOVE SPACE  TO MSTDEPT(MSTCOUNT)
               END-IF
               IF SHELFDAYS-X NUMERIC
                 MOVE SHELFDAYS-I TO MSTSHELF(MSTCOUNT)
               ELSE
                 MOVE ZEROS       TO MSTSHELF(MSTCOUNT)
               END-IF
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                 IF STPRCSTORE-I(J) NOT = SPACE
                     AND STPRCAMT-X(J) NUMERIC
                   MOVE STPRCSTORE-I(J) TO MSTSTSTORE(MSTCOUNT, J)
                   MOVE STPRCAMT-I(J)   TO MSTSTAMT(MSTCOUNT, J)
                 ELSE
                   MOVE SPACE           TO MSTSTSTORE(MSTCOUNT, J)
                   MOVE ZEROS           TO MSTSTAMT(MSTCOUNT, J)
                 END-IF
               END-PERFORM
             END-IF
             PERFORM READ-ITEMRCD
           END-PERFORM.
                             MOVE 'DEPT NOT V, F, L, OR S'
                               TO WS-REJECT-RSN
                           ELSE
                             PERFORM CALC-EDITSHELFDAYS
                           END-IF
                         END-IF
                       END-IF
               MOVE MNT-UNITCOST TO MSTCOST(WS-MST-SUB)
             END-IF
             MOVE MNT-DEPT TO MSTDEPT(WS-MST-SUB)
             IF MNT-SHELFDAYS-X = SPACES
               MOVE ZEROS TO MSTSHELF(WS-MST-SUB)
             ELSE
               MOVE MNT-SHELFDAYS TO MSTSHELF(WS-MST-SUB)
             END-IF
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               MOVE SPACE TO MSTSTSTORE(WS-MST-SUB, J)
               MOVE ZEROS TO MSTSTAMT(WS-MST-SUB, J)
             END-PERFORM
             IF MNT-STORE NOT = SPACE
               PERFORM CALC-APPLYSTOREPRC
             END-IF
             PERFORM WRITE-PRICEHIST
             PERFORM WRITE-AFTERIMAGE
           END-IF.
                           MOVE 'DEPT NOT V, F, L, OR S'
                             TO WS-REJECT-RSN
                         ELSE
                           PERFORM CALC-EDITSHELFDAYS
                         END-IF
                       END-IF
                     END-IF
             IF MNT-DEPT NOT = SPACE
               MOVE MNT-DEPT TO MSTDEPT(WS-MST-SUB)
             END-IF
             IF MNT-SHELFDAYS-X NOT = SPACES
               MOVE MNT-SHELFDAYS TO MSTSHELF(WS-MST-SUB)
             END-IF
             IF MNT-STORE NOT = SPACE
               PERFORM CALC-APPLYSTOREPRC
             END-IF
             PERFORM WRITE-AFTERIMAGE
           END-IF.
      *
             MOVE 'E'    TO MSTTAXC(WS-MST-SUB)
             MOVE ZEROS  TO MSTCOST(WS-MST-SUB)
             MOVE SPACE  TO MSTDEPT(WS-MST-SUB)
             MOVE ZEROS  TO MSTSHELF(WS-MST-SUB)
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               MOVE SPACE TO MSTSTSTORE(WS-MST-SUB, J)
               MOVE ZEROS TO MSTSTAMT(WS-MST-SUB, J)
             END-PERFORM
             PERFORM WRITE-AFTERIMAGE
           END-IF.
      *
           MOVE MSTTAXC(WS-MST-SUB)  TO IMGTAXC-O.
           MOVE MSTCOST(WS-MST-SUB)  TO IMGCOST-O.
           MOVE MSTDEPT(WS-MST-SUB)  TO IMGDEPT-O.
           MOVE MSTSHELF(WS-MST-SUB) TO IMGSHELF-O.
           WRITE RPT-RCD FROM IMGLINE-1.
           PERFORM WRITE-STPRCIMAGE.
      *
      * WRITE THE MASTER IMAGE AS IT STANDS AFTER THE TRANSACTION
       WRITE-AFTERIMAGE.
           MOVE MSTTAXC(WS-MST-SUB)  TO IMGTAXC-O.
           MOVE MSTCOST(WS-MST-SUB)  TO IMGCOST-O.
           MOVE MSTDEPT(WS-MST-SUB)  TO IMGDEPT-O.
           MOVE MSTSHELF(WS-MST-SUB) TO IMGSHELF-O.
           WRITE RPT-RCD FROM IMGLINE-1.
           PERFORM WRITE-STPRCIMAGE.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * LIST THE ITEM'S STORE PRICES UNDER ITS IMAGE, WHEN IT HAS
      * ANY, SO A STORE PRICE CHANGE SHOWS BEFORE AND AFTER TOO
       WRITE-STPRCIMAGE.
           IF MSTSTSTORE(WS-MST-SUB, 1) NOT = SPACE
               OR MSTSTSTORE(WS-MST-SUB, 2) NOT = SPACE
               OR MSTSTSTORE(WS-MST-SUB, 3) NOT = SPACE
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               IF MSTSTSTORE(WS-MST-SUB, J) = SPACE
                 MOVE SPACES TO IMGSTPRC-O(J)
               ELSE
                 MOVE MSTSTSTORE(WS-MST-SUB, J) TO IMGSTSTORE-O(J)
                 MOVE MSTSTAMT(WS-MST-SUB, J)   TO IMGSTAMT-O(J)
               END-IF
             END-PERFORM
             WRITE RPT-RCD FROM IMGLINE-2
           END-IF.
      *
      * SHELF LIFE MAY BE LEFT BLANK BUT IS OTHERWISE A WHOLE NUMBER
      * OF DAYS.  THE EFFECTIVE DATE IS EDITED ONCE IT PASSES
       CALC-EDITSHELFDAYS.
           IF MNT-SHELFDAYS-X NOT = SPACES
               AND MNT-SHELFDAYS-X NOT NUMERIC
             MOVE 'SHELF DAYS NOT NUMERIC' TO WS-REJECT-RSN
           ELSE
             PERFORM CALC-EDITEFFDATE
             IF WS-REJECT-RSN = SPACES
               PERFORM CALC-EDITSTOREPRC
             END-IF
           END-IF.
      *
      * AN EFFECTIVE DATE IS ONLY MEANINGFUL ALONGSIDE A KEYED PRICE
      * AND MUST BE A REAL CALENDAR DATE
       CALC-EDITEFFDATE.
             END-IF
           END-IF.
      *
      * A STORE PRICE NEEDS BOTH THE STORE AND A NUMERIC PRICE.  A
      * NEW STORE ON AN ITEM WHOSE SLOTS ARE ALL TAKEN IS REFUSED;
      * A ZERO PRICE NEEDS NO SLOT, SINCE IT ONLY CLEARS ONE
       CALC-EDITSTOREPRC.
           IF MNT-STORE = SPACE
             IF MNT-STOREPRC-X NOT = SPACES
               MOVE 'STORE PRICE WITHOUT STORE' TO WS-REJECT-RSN
             END-IF
           ELSE
             IF MNT-STOREPRC-X NOT NUMERIC
               MOVE 'STORE PRICE NOT NUMERIC' TO WS-REJECT-RSN
             ELSE
               IF WS-MST-SUB > 0 AND MNT-STOREPRC > ZERO
                 PERFORM CALC-STPRCLOOKUP
                 IF WS-STPRC-SUB = 0 AND WS-STPRC-FREE = 0
                   MOVE 'STORE PRICE SLOTS FULL' TO WS-REJECT-RSN
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      * FIND THE SLOT ALREADY HOLDING THE KEYED STORE ON THE ITEM IN
      * WS-MST-SUB, AND THE FIRST SLOT STILL FREE
       CALC-STPRCLOOKUP.
           MOVE ZEROS TO WS-STPRC-SUB WS-STPRC-FREE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
             IF MSTSTSTORE(WS-MST-SUB, J) = MNT-STORE
               MOVE J TO WS-STPRC-SUB
             END-IF
             IF MSTSTSTORE(WS-MST-SUB, J) = SPACE
                 AND WS-STPRC-FREE = 0
               MOVE J TO WS-STPRC-FREE
             END-IF
           END-PERFORM.
      *
      * SET, REPLACE, OR (ON A ZERO PRICE) CLEAR THE KEYED STORE'S
      * PRICE ON THE ITEM IN WS-MST-SUB.  THE EDIT HAS ALREADY MADE
      * SURE A NEW STORE HAS A FREE SLOT
       CALC-APPLYSTOREPRC.
           PERFORM CALC-STPRCLOOKUP.
           IF MNT-STOREPRC = ZERO
             IF WS-STPRC-SUB > 0
               MOVE SPACE TO MSTSTSTORE(WS-MST-SUB, WS-STPRC-SUB)
               MOVE ZEROS TO MSTSTAMT(WS-MST-SUB, WS-STPRC-SUB)
             END-IF
           ELSE
             IF WS-STPRC-SUB = 0
               MOVE WS-STPRC-FREE TO WS-STPRC-SUB
             END-IF
             MOVE MNT-STORE    TO MSTSTSTORE(WS-MST-SUB, WS-STPRC-SUB)
             MOVE MNT-STOREPRC TO MSTSTAMT(WS-MST-SUB, WS-STPRC-SUB)
           END-IF.
      *
      * APPEND THE OUTGOING PRICE AS A BASE EVENT STAMPED ALL ZEROS
      * BEFORE AN IMMEDIATE CHANGE OVERWRITES THE MASTER.  ON AN
      * ITEM'S FIRST-EVER RECORDED CHANGE THE DAILY RUN WOULD
               MOVE MSTTAXC(I) TO TAXCLASS-N
               MOVE MSTCOST(I) TO UNITCOST-N
               MOVE MSTDEPT(I) TO DEPT-N
               MOVE MSTSHELF(I) TO SHELFDAYS-N
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                 IF MSTSTSTORE(I, J) NOT = SPACE
                   MOVE MSTSTSTORE(I, J) TO STPRCSTORE-N(J)
                   MOVE MSTSTAMT(I, J)   TO STPRCAMT-N(J)
                 END-IF
               END-PERFORM
               WRITE ITMN-RCD
               ADD 1 TO MSTWRITECOUNT
               ADD MSTPRC(I) TO MSTAMTTOTAL
               ADD MSTID(I)  TO MSTKEYHASH
             END-IF
           END-PERFORM.
      *
      * WRITE THE NEW MASTER'S CONTROL RECORD, DATED THE DAY IT WAS
      * BUILT, ONCE EVERY MASTER RECORD IS OUT
       WRITE-ITEMCONTROL.
           OPEN OUTPUT ICTL-FILE.
           MOVE SPACES          TO ICTL-RCD.
           MOVE 'PRDCITMS'      TO ICTL-FILEID.
           MOVE WS-CURRENT-DATE TO ICTL-BUSDATE.
           MOVE MSTWRITECOUNT   TO ICTL-RECCOUNT.
           MOVE MSTAMTTOTAL     TO ICTL-AMTTOTAL.
           MOVE MSTKEYHASH      TO ICTL-KEYHASH.
           WRITE ICTL-RCD.
           CLOSE ICTL-FILE.
      *
      * RECONCILE TRANSACTIONS READ AGAINST CHANGES ACTUALLY APPLIED
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           WRITE RPT-RCD FROM CTLLINE-MSTOUT.
           MOVE PRCHWRITECOUNT TO CTL-PRCH-O.
           WRITE RPT-RCD FROM CTLLINE-PRCH.
           MOVE MSTAMTTOTAL    TO CTL-MSTAMT-O.
           WRITE RPT-RCD FROM CTLLINE-MSTAMT.
           MOVE MSTKEYHASH     TO CTL-HASH-O.
           WRITE RPT-RCD FROM CTLLINE-HASH.
      *
       READ-MNTRCD.
           READ MNTT-FILE
