       FILE-CONTROL.
           SELECT ORDR-RPT   ASSIGN TO PRTLINE.
           SELECT ITEM-FILE  ASSIGN TO PRDCITMS.
           SELECT HIST-FILE  ASSIGN TO PRDCHIST
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY IS HIST-KEY
                              ALTERNATE RECORD KEY IS HIST-DEPT
                                  WITH DUPLICATES.
           SELECT ORDR-XTR   ASSIGN TO PRDCORDF
                              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SUPP-FILE ASSIGN TO PRDCSUPS
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
      * COMMA-DELIMITED ORDER FILE FOR THE VENDOR UPLOAD, WRITTEN
      * ALONGSIDE THE PRINTED SHEETS FROM THE SAME DATA
      *
      * SUPPLIER MASTER MAINTAINED BY PRDCSUPM.  LAYOUT MUST MATCH
      * SUPO-RCD THERE.  OPTIONAL SO THE SHEETS STILL PRINT BY BARE
      * CODE UNTIL THE MASTER HAS BEEN KEYED.  THE PAYMENT TERMS ARE
      * USED BY PRDCINVM, NOT HERE
       FD  SUPP-FILE RECORDING MODE F.
       01  SUPP-RCD.
           05  SUP-CODE      PIC X(03).
      * DELIVERY DAYS OF THE WEEK, MONDAY THROUGH SUNDAY, Y WHERE THE
      * VENDOR'S TRUCK ACTUALLY RUNS
           05  SUP-DELDAYS   PIC X(07).
           05  SUP-NETDAYS-X PIC X(03).
           05  SUP-DISCPCT-X PIC X(04).
           05  SUP-DISCDAYS-X PIC X(02).
           05  FILLER        PIC X(09).
      *
       WORKING-STORAGE SECTION.
      * TEMPORARY VARIABLES
           END-PERFORM.
      *
      * FOLD EVERY HISTORY RECORD INSIDE THE VELOCITY WINDOW INTO ITS
      * ITEM'S WEEKLY QUANTITY.  THE KEYED FILE IS ENTERED AT THE
      * WINDOW'S FIRST DAY AND LEFT AFTER TODAY, SO ONLY THE WINDOW
      * IS READ
       READ-HISTORY.
           COMPUTE HIST-RUNDATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-SERIAL - VELOCITY-DAYS + 1).
           MOVE ZEROS TO HIST-ITEMID.
           START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
             INVALID KEY MOVE 1 TO LASTHIST
           END-START.
           IF LASTHIST = 0
             PERFORM READ-HISTRCD
           END-IF.
           PERFORM UNTIL LASTHIST = 1
             ADD 1 TO HISTREADCOUNT
             COMPUTE WS-HIST-SERIAL =
       READ-HISTRCD.
           READ HIST-FILE
             AT END MOVE 1 TO LASTHIST
             NOT AT END
               IF HIST-RUNDATE > WS-TODAY-YYYYMMDD
                 MOVE 1 TO LASTHIST
               END-IF
           END-READ.
      *
       READ-SUPPRCD.
