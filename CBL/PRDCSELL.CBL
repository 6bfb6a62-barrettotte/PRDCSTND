      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PRDCSELL.
       AUTHOR.        BARRETT OTTE.
       DATE-WRITTEN.  10/15/26.
      *
      * MORNING PULL LIST.  EVERY RECEIVED LOT STILL ON HAND THAT
      * REACHES ITS SELL-BY DAY TODAY OR TOMORROW -- OR HAS ALREADY
      * PASSED IT -- IS LISTED BY DEPARTMENT WITH A SUGGESTED
      * MARKDOWN AND THE COST AT RISK AT THE MASTER'S UNIT COST, SO
      * THE OPENING CREW KNOWS WHAT TO MARK DOWN AND WHAT TO PULL.
      * BEHIND IT, LAST NIGHT'S SPOILAGE IS TRACED BACK TO THE LOT
      * AND SUPPLIER IT CAME OUT OF, AND THE SPOILAGE TRACE IS ROLLED
      * UP BY SUPPLIER OVER A WINDOW OF DAYS (28 BY DEFAULT) TO SHOW
      * WHOSE PRODUCE DIES EARLY.  THE DAY AND WINDOW COME FROM AN
      * OPTIONAL PARAMETER CARD; WITHOUT ONE THE LIST IS FOR TODAY.
      * MARKDOWNS ARE FROM THE ITEM'S PRICE AT THE STAND NAMED ON THE
      * STORE CARD.
      * RUN EACH MORNING AFTER THE NIGHTLY PRDCSTND, AND AFTER
      * PRDCRCVG WHEN THE MORNING'S DELIVERIES ARE ALREADY KEYED.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELL-RPT   ASSIGN TO PRTLINE.
           SELECT ITEM-FILE  ASSIGN TO PRDCITMS.
           SELECT OPTIONAL LOTS-FILE ASSIGN TO PRDCLOTS
                              FILE STATUS IS WS-LOTS-STATUS.
           SELECT OPTIONAL SPLT-FILE ASSIGN TO PRDCSPLT
                              FILE STATUS IS WS-SPLT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PRDCSPRM
                              FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL STOR-FILE ASSIGN TO PRDCSTOR
                              FILE STATUS IS WS-STOR-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  SELL-RPT RECORDING MODE F.
       01  RPT-RCD           PIC X(80).
      *
      * ITEM MASTER RECORD, READ BY PRDCSTND.  LAYOUT MUST MATCH
      * ITEM-RCD THERE
       FD  ITEM-FILE RECORDING MODE F.
       01  ITEM-RCD.
           05  RESERVED      PIC X(01).
           05  ITEMID-I      PIC 9(05).
           05  ITEMNAME-I    PIC X(16).
           05  ITEMSTDPRC-I  PIC 9(03)V9(2).
           05  WEIGHTSOLD-I  PIC X(01).
           05  PARQTY-I      PIC 9(05)V9(2).
           05  SUPPLIER-I    PIC X(03).
           05  CASEPACK-X    PIC X(03).
           05  CASEPACK-I REDEFINES CASEPACK-X
                             PIC 9(03).
           05  TAXCLASS-I    PIC X(01).
           05  UNITCOST-X    PIC X(05).
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
      * RECEIVED LOTS STILL ON HAND.  LAYOUT MUST MATCH LOTS-RCD IN
      * PRDCRCVG, WHICH OPENS THEM, AND PRDCSTND, WHICH DRAWS THEM
      * DOWN.  A ZERO SELL-BY IS AN ITEM WITH NO SHELF LIFE
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
      * SPOILAGE TRACE, ONE RECORD PER LOT A NIGHT'S SPOILAGE WAS
      * DRAWN FROM, WRITTEN BY PRDCSTND.  LAYOUT MUST MATCH SPLT-RCD
      * THERE.  A BLANK SUPPLIER IS SPOILAGE NO LOT COVERED
       FD  SPLT-FILE RECORDING MODE F.
       01  SPLT-RCD.
           05  SPLT-DATE         PIC 9(08).
           05  SPLT-ITEMID       PIC 9(05).
           05  SPLT-DEPT         PIC X(01).
           05  SPLT-SUPPLIER     PIC X(03).
           05  SPLT-RCVDATE      PIC 9(08).
           05  SPLT-SELLBY       PIC 9(08).
           05  SPLT-AGEDAYS      PIC 9(03).
           05  SPLT-QTY          PIC S9(06)V9(2).
           05  SPLT-UNITCOST     PIC 9(03)V9(2).
           05  SPLT-COST         PIC S9(06)V9(2).
           05  FILLER            PIC X(23).
      *
      * OPTIONAL PARAMETER CARD: THE MORNING THE LIST IS FOR AND HOW
      * MANY DAYS THE SUPPLIER ROLLUP RUNS BACK.  EITHER FIELD LEFT
      * BLANK OR MIS-KEYED TAKES THE DEFAULT
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-RCD.
           05  PARM-DATE-X   PIC X(08).
           05  PARM-DATE REDEFINES PARM-DATE-X
                             PIC 9(08).
           05  PARM-DAYS-X   PIC X(03).
           05  PARM-DAYS REDEFINES PARM-DAYS-X
                             PIC 9(03).
           05  FILLER        PIC X(69).
      *
      * OPTIONAL STORE CARD NAMING THE STAND THE LIST IS FOR, AS READ
      * BY PRDCSTND.  NO CARD, OR A BLANK ONE, MEANS STORE 1, THE
      * HOME STAND
       FD  STOR-FILE RECORDING MODE F.
       01  STOR-RCD.
           05  STOR-ID       PIC X(01).
           05  FILLER        PIC X(79).
      *
       WORKING-STORAGE SECTION.
      * TEMPORARY VARIABLES
       77  I                 PIC 9(06)        VALUE ZEROS.
       77  J                 PIC 9(06)        VALUE ZEROS.
      *
       01  FLAGS.
           05  LASTITEM      PIC 9 VALUE ZERO.
           05  LASTLOTS      PIC 9 VALUE ZERO.
           05  LASTSPLT      PIC 9 VALUE ZERO.
           05  LASTPARM      PIC 9 VALUE ZERO.
           05  LASTSCRD      PIC 9 VALUE ZERO.
      *
      * STATUS OF THE OPTIONAL INPUT FILES
       77  WS-LOTS-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-SPLT-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-PARM-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-STOR-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-STORE-ID       PIC X(01)        VALUE '1'.
      *
      * SUGGESTED MARKDOWNS.  A LOT AT ITS SELL-BY TODAY GOES AT
      * SEL-PCTTODAY PERCENT OFF, ONE DUE TOMORROW AT SEL-PCTTMRW; A
      * LOT ALREADY PAST ITS SELL-BY IS PULLED.  SEL-TRACEDAYS IS THE
      * DEFAULT LENGTH OF THE SUPPLIER SPOILAGE WINDOW
       77  SEL-PCTTODAY      PIC 9(02)        VALUE 50.
       77  SEL-PCTTMRW       PIC 9(02)        VALUE 25.
       77  SEL-TRACEDAYS     PIC 9(03)        VALUE 028.
      *
      * THE MORNING BEING LISTED, TOMORROW, AND LAST NIGHT, AS DATES
      * AND, FOR THE ARITHMETIC, AS DAY SERIALS.  THE SPOILAGE WINDOW
      * RUNS FROM WS-FROM-DATE THROUGH LAST NIGHT
       77  WS-RUN-DATE       PIC 9(08)        VALUE ZEROS.
       77  WS-TMRW-DATE      PIC 9(08)        VALUE ZEROS.
       77  WS-PREV-DATE      PIC 9(08)        VALUE ZEROS.
       77  WS-FROM-DATE      PIC 9(08)        VALUE ZEROS.
       77  WS-RUN-SERIAL     PIC S9(08)       VALUE ZEROS.
      *
      * A DATE BROKEN APART FOR PRINTING AS MM/DD
       01  WS-FMT-DATE-G.
           05  WS-FMT-YR     PIC 9(04).
           05  WS-FMT-MO     PIC 9(02).
           05  WS-FMT-DY     PIC 9(02).
      *
      * CAPACITY OF ITEMTABLE, AS IN PRDCSTND
       77  ITEMTABLE-MAX     PIC 9(04) VALUE 1000.
       77  ITEMCOUNT         PIC 9(04) VALUE ZEROS.
       77  ITEMFOUND         PIC 9(04) VALUE ZEROS.
      *
      * THE PLU CODE CALC-ITEMLOOKUP IS ASKED TO FIND
       77  WS-LOOKUP-ID      PIC 9(05) VALUE ZEROS.
      *
      * THE ITEM MASTER FIELDS THE LIST PRINTS AND PRICES FROM.
      * ITEMSTDPRC IS THE ITEM'S PRICE AT THIS STAND, AS IN PRDCSTND
       01  ITEMTABLE.
           05  ITEMROW OCCURS 1000 TIMES.
               10  ITEMID      PIC 9(05)       VALUE ZEROS.
               10  ITEMNAME    PIC X(16)       VALUE SPACES.
               10  ITEMSTDPRC  PIC 9(03)V9(2)  VALUE ZEROS.
               10  ITEMUNITCOST PIC 9(03)V9(2) VALUE ZEROS.
               10  ITEMDEPT    PIC X(01)       VALUE SPACE.
      *
      * THE LOTS DUE TODAY, TOMORROW, OR ALREADY PAST, EACH WITH ITS
      * ITEM'S ROW IN ITEMTABLE, KEPT IN THE FILE'S ITEM AND RECEIVE
      * DATE ORDER
       77  LOTTABLE-MAX      PIC 9(04) VALUE 1000.
       77  LOTCOUNT          PIC 9(04) VALUE ZEROS.
       77  LOTOVERFLOW       PIC 9(06) VALUE ZEROS.
      *
       01  LOTTABLE.
           05  LOTROW OCCURS 1000 TIMES.
               10  LOTITEMROW  PIC 9(04)       VALUE ZEROS.
               10  LOTRCVDT    PIC 9(08)       VALUE ZEROS.
               10  LOTSUPP     PIC X(03)       VALUE SPACES.
               10  LOTSELLBY   PIC 9(08)       VALUE ZEROS.
               10  LOTQTY      PIC S9(06)V9(2) VALUE ZEROS.
      *
      * SPOILAGE PER SUPPLIER OVER THE WINDOW.  SUPAGEQTY IS EACH
      * TRACE'S AGE IN DAYS TIMES ITS UNITS, SO THE AVERAGE AGE AT
      * SPOILAGE IS WEIGHTED BY UNITS.  EARLY IS SPOILAGE WRITTEN OFF
      * BEFORE THE LOT REACHED ITS SELL-BY DAY -- PRODUCE THAT DID
      * NOT LAST ITS SHELF LIFE.  SORTED BY COST, WORST FIRST
       01  SUPTABLE.
           05  SUPROW OCCURS 1 TO 200 TIMES DEPENDING ON SUPCOUNT
                       DESCENDING KEY IS SUPCOST.
               10  SUPID       PIC X(03)       VALUE SPACES.
               10  SUPLINES    PIC 9(05)       VALUE ZEROS.
               10  SUPQTY      PIC S9(07)V9(2) VALUE ZEROS.
               10  SUPCOST     PIC S9(07)V9(2) VALUE ZEROS.
               10  SUPAGEQTY   PIC S9(09)V9(2) VALUE ZEROS.
               10  SUPEARLYQTY PIC S9(07)V9(2) VALUE ZEROS.
               10  SUPEARLYCST PIC S9(07)V9(2) VALUE ZEROS.
      *
       77  SUPTABLE-MAX      PIC 9(04) VALUE 200.
       77  SUPCOUNT          PIC 9(04) VALUE ZEROS.
       77  SUPFOUND          PIC 9(04) VALUE ZEROS.
       77  SUPOVERFLOW       PIC 9(06) VALUE ZEROS.
      *
      * THE DEPARTMENT CODE CALC-DEPTSUB IS ASKED TO MAP TO ITS ROW,
      * AND THE DEPARTMENT ROW THE PULL LIST IS PRINTING
       77  WS-DEPT-CODE      PIC X(01) VALUE SPACE.
       77  WS-DEPT-SUB       PIC 9(01) VALUE ZERO.
       77  WS-DEPT-ROW       PIC 9(01) VALUE ZERO.
       77  WS-DEPT-LINES     PIC 9(04) VALUE ZEROS.
       77  WS-DEPT-COST      PIC S9(07)V9(2) VALUE ZEROS.
      *
       01  DEPTLABELS.
           05  FILLER        PIC X(12) VALUE 'VEGETABLES  '.
           05  FILLER        PIC X(12) VALUE 'FRUIT       '.
           05  FILLER        PIC X(12) VALUE 'FLOWERS     '.
           05  FILLER        PIC X(12) VALUE 'SUNDRIES    '.
           05  FILLER        PIC X(12) VALUE 'UNASSIGNED  '.
       01  DEPTLABELS-R REDEFINES DEPTLABELS.
           05  DEPTLABEL     OCCURS 5 TIMES PIC X(12).
      *
      * THE MARKDOWN AND COST OF THE LOT BEING LISTED
       77  WS-PCT            PIC 9(02)        VALUE ZEROS.
       77  WS-NEW-PRC        PIC 9(03)V9(2)   VALUE ZEROS.
       77  WS-LOT-COST       PIC S9(07)V9(2)  VALUE ZEROS.
       77  WS-AVG-AGE        PIC S9(03)V9(1)  VALUE ZEROS.
       77  WS-EARLY-PCT      PIC S9(03)       VALUE ZEROS.
      *
      * CONTROL TOTALS
       77  ITEMREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  LOTSREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  SPLTREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  SPLTUSEDCOUNT     PIC 9(06) VALUE ZEROS.
       77  TRACECOUNT        PIC 9(06) VALUE ZEROS.
       77  PULLCOSTTOTAL     PIC S9(08)V9(2) VALUE ZEROS.
       77  SPLCOSTTOTAL      PIC S9(08)V9(2) VALUE ZEROS.
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
           05  FILLER        PIC X(24) VALUE 'SELL-BY PULL LIST       '.
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
           05  FILLER        PIC X(15) VALUE 'MORNING OF:   '.
           05  HDR-RUNDATE   PIC 9(08).
           05  FILLER        PIC X(57) VALUE SPACES.
      *
       01  MAINHDR-4.
           05  FILLER        PIC X(15) VALUE 'SPOIL WINDOW: '.
           05  HDR-FROM      PIC 9(08).
           05  FILLER        PIC X(06) VALUE ' THRU '.
           05  HDR-THRU      PIC 9(08).
           05  FILLER        PIC X(02) VALUE ' ('.
           05  HDR-DAYS      PIC ZZ9.
           05  FILLER        PIC X(06) VALUE ' DAYS)'.
           05  FILLER        PIC X(32) VALUE SPACES.
      *
       01  DASH52.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(12) VALUE '------------'.
           05  FILLER        PIC X(28) VALUE SPACES.
      *
      * ONE LINE PER LOT DUE: WHEN IT WAS RECEIVED AND FROM WHOM, ITS
      * SELL-BY DAY, THE UNITS LEFT, THE MARKDOWN AND MARKED-DOWN
      * PRICE (OR PULL), AND THE COST AT RISK
       01  PULLHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(36)
                         VALUE 'LOTS AT OR PAST SELL-BY, BY DEPT'.
           05  FILLER        PIC X(43) VALUE SPACES.
      *
       01  PULLHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'ITEM '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(16) VALUE 'NAME            '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(03) VALUE 'SUP'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'RCVD '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'SELBY'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'DUE  '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(08) VALUE '   UNITS'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'MKDN'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(07) VALUE 'NEW PRC'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'COST@RISK '.
      *
       01  PULLDEPT-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PULLDEPT-O    PIC X(12).
           05  FILLER        PIC X(67) VALUE SPACES.
      *
       01  PULLLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PULLID-O      PIC 9(05).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PULLNAME-O    PIC X(16).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PULLSUPP-O    PIC X(03).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PULLRCVMO-O   PIC 9(02).
           05  FILLER        PIC X(01) VALUE '/'.
           05  PULLRCVDY-O   PIC 9(02).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PULLSBMO-O    PIC 9(02).
           05  FILLER        PIC X(01) VALUE '/'.
           05  PULLSBDY-O    PIC 9(02).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PULLDUE-O     PIC X(05).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PULLQTY-O     PIC ZZZZ9.99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  PULLMKDN-G.
               10  PULLPCT-O PIC ZZ9.
               10  PULLPCTS-O PIC X(01).
           05  PULLMKDN-X REDEFINES PULLMKDN-G
                             PIC X(04).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PULLPRC-O     PIC $$$9.99 BLANK WHEN ZERO.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  PULLCOST-O    PIC $$$,$$9.99.
      *
       01  PULLSUB-1.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  PULLSUBDEPT-O PIC X(12).
           05  FILLER        PIC X(20) VALUE 'TOTAL COST AT RISK  '.
           05  FILLER        PIC X(35) VALUE SPACES.
           05  PULLSUBCOST-O PIC $$$,$$9.99.
      *
       01  PULLTOT-1.
           05  FILLER        PIC X(15) VALUE SPACES.
           05  FILLER        PIC X(20) VALUE 'ALL DEPARTMENTS     '.
           05  FILLER        PIC X(31) VALUE SPACES.
           05  PULLTOTCOST-O PIC $$$,$$$,$$9.99.
      *
       01  PULLNONE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(44)
                 VALUE 'NO LOT REACHES ITS SELL-BY TODAY OR TOMORROW'.
           05  FILLER        PIC X(35) VALUE SPACES.
      *
      * LAST NIGHT'S SPOILAGE, ONE LINE PER LOT IT CAME OUT OF: THE
      * SUPPLIER, WHEN THE LOT CAME IN, ITS SELL-BY DAY, HOW MANY
      * DAYS IT LASTED, AND WHAT IT COST.  EARLY MARKS A LOT THAT
      * SPOILED BEFORE ITS SELL-BY DAY
       01  TRCHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(30)
                         VALUE 'LAST NIGHT''S SPOILAGE BY LOT '.
           05  TRCHDR-DATE-O PIC 9(08).
           05  FILLER        PIC X(41) VALUE SPACES.
      *
       01  TRCHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'ITEM '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(16) VALUE 'NAME            '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(06) VALUE 'SUPP  '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'RCVD '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'SELBY'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(03) VALUE 'AGE'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE '   UNITS'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE '      COST'.
           05  FILLER        PIC X(12) VALUE SPACES.
      *
       01  TRCLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  TRCID-O       PIC 9(05).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  TRCNAME-O     PIC X(16).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  TRCSUPP-O     PIC X(06).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  TRCRCV-G.
               10  TRCRCVMO-O PIC 9(02).
               10  FILLER    PIC X(01) VALUE '/'.
               10  TRCRCVDY-O PIC 9(02).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  TRCSB-G.
               10  TRCSBMO-O PIC 9(02).
               10  FILLER    PIC X(01) VALUE '/'.
               10  TRCSBDY-O PIC 9(02).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  TRCAGE-O      PIC ZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  TRCQTY-O      PIC ZZZZ9.99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  TRCCOST-O     PIC $$$,$$9.99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  TRCFLAG-O     PIC X(05).
           05  FILLER        PIC X(05) VALUE SPACES.
      *
       01  TRCNONE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(40)
                     VALUE 'NO SPOILAGE WRITTEN OFF LAST NIGHT'.
           05  FILLER        PIC X(39) VALUE SPACES.
      *
      * SPOILAGE PER SUPPLIER OVER THE WINDOW, WORST COST FIRST
       01  SUPHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(40)
                     VALUE 'SPOILAGE BY SUPPLIER OVER THE WINDOW'.
           05  FILLER        PIC X(39) VALUE SPACES.
      *
       01  SUPHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(06) VALUE 'SUPP  '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(04) VALUE 'LOTS'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE '   UNITS'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE '      COST'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(05) VALUE 'AVAGE'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE 'EARLY UN'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'EARLY COST'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'ERL%'.
           05  FILLER        PIC X(11) VALUE SPACES.
      *
       01  SUPLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  SUPID-O       PIC X(06).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  SUPLINES-O    PIC ZZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  SUPQTY-O      PIC ZZZZ9.99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  SUPCOST-O     PIC $$$,$$9.99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  SUPAGE-O      PIC ZZ9.9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  SUPEARLY-O    PIC ZZZZ9.99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  SUPEARLYC-O   PIC $$$,$$9.99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  SUPEARLYP-O   PIC ZZ9.
           05  FILLER        PIC X(01) VALUE '%'.
           05  FILLER        PIC X(11) VALUE SPACES.
      *
       01  SUPTOT-1.
           05  FILLER        PIC X(20) VALUE ' ALL SUPPLIERS      '.
           05  SUPTOTCOST-O  PIC $$$,$$$,$$9.99.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  SUPNONE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(40)
                     VALUE 'NO SPOILAGE TRACED IN THE WINDOW'.
           05  FILLER        PIC X(39) VALUE SPACES.
      *
       01  CTLHDR-1.
           05  FILLER        PIC X(20) VALUE 'CONTROL TOTALS'.
           05  FILLER        PIC X(60) VALUE SPACES.
      *
       01  CTLLINE-ITEMS.
           05  FILLER        PIC X(20) VALUE 'ITEMS READ:         '.
           05  CTL-ITEMS-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-LOTS.
           05  FILLER        PIC X(20) VALUE 'LOTS READ:          '.
           05  CTL-LOTS-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-LOTSDUE.
           05  FILLER        PIC X(20) VALUE 'LOTS LISTED:        '.
           05  CTL-LOTSDUE-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-LOTSNH.
           05  FILLER        PIC X(20) VALUE 'LOTS NOT LISTED:    '.
           05  CTL-LOTSNH-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-SPLT.
           05  FILLER        PIC X(20) VALUE 'SPOIL TRACE READ:   '.
           05  CTL-SPLT-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-SPLTUSED.
           05  FILLER        PIC X(20) VALUE 'TRACE IN WINDOW:    '.
           05  CTL-SPLTUSED-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-SUPNH.
           05  FILLER        PIC X(20) VALUE 'SUPPLIERS NOT HELD: '.
           05  CTL-SUPNH-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       MAIN-PROCEDURE.
      * INITIALIZATION
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM READ-PARAMETERS.
           PERFORM READ-STORECARD.
           PERFORM OPEN-FILES.
      * SETUP REPORT HEADER
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
      * LOAD THE MASTER AND THE LOTS COMING DUE
           PERFORM READ-ITEMS.
           PERFORM READ-LOTS.
      * WRITE REPORT BODY: THE PULL LIST, THEN LAST NIGHT'S SPOILAGE
      * LOT BY LOT AS THE TRACE IS READ, THEN THE SUPPLIER ROLLUP
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-PULLLIST.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM READ-SPOILTRACE.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-SUPPLIERS.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-CONTROLTOTALS.
      * CLEAN UP
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
      * SET THE MORNING AND THE WINDOW FROM THE PARAMETER CARD WHEN
      * ONE IS SUPPLIED AND KEYED CLEANLY, OTHERWISE TODAY AND THE
      * DEFAULT WINDOW.  THE OTHER DATES ARE WORKED OUT BY DAY SERIAL
       READ-PARAMETERS.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
             AT END MOVE 1 TO LASTPARM
           END-READ.
           IF LASTPARM = 0
             IF PARM-DATE-X NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(PARM-DATE) = 0
                 MOVE PARM-DATE TO WS-RUN-DATE
               END-IF
             END-IF
             IF PARM-DAYS-X NUMERIC
               IF PARM-DAYS > 0
                 MOVE PARM-DAYS TO SEL-TRACEDAYS
               END-IF
             END-IF
           END-IF.
           CLOSE PARM-FILE.
           COMPUTE WS-RUN-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-TMRW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-SERIAL + 1).
           COMPUTE WS-PREV-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-SERIAL - 1).
           COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-SERIAL
                                            - SEL-TRACEDAYS).
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
       OPEN-FILES.
           OPEN INPUT  ITEM-FILE.
           OPEN OUTPUT SELL-RPT.
      *
       WRITE-MAINHDR.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           WRITE RPT-RCD FROM MAINHDR-1.
           WRITE RPT-RCD FROM MAINHDR-2.
           MOVE WS-RUN-DATE      TO HDR-RUNDATE.
           WRITE RPT-RCD FROM MAINHDR-3.
           MOVE WS-FROM-DATE     TO HDR-FROM.
           MOVE WS-PREV-DATE     TO HDR-THRU.
           MOVE SEL-TRACEDAYS    TO HDR-DAYS.
           WRITE RPT-RCD FROM MAINHDR-4.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * POPULATE ARRAY OF ITEMS.  A STAND WITH ITS OWN PRICE FOR AN
      * ITEM MARKS DOWN FROM THAT PRICE, THE SAME SLOT PRDCSTND RINGS
      * AT; ANY OTHER STAND MARKS DOWN FROM THE STANDARD PRICE
       READ-ITEMS.
           PERFORM READ-ITEMRCD
           PERFORM UNTIL LASTITEM = 1
             ADD 1 TO ITEMREADCOUNT
             IF ITEMID-I > 0 AND ITEMCOUNT < ITEMTABLE-MAX
               ADD 1 TO ITEMCOUNT
               MOVE ITEMID-I      TO ITEMID(ITEMCOUNT)
               MOVE ITEMNAME-I    TO ITEMNAME(ITEMCOUNT)
               MOVE ITEMSTDPRC-I  TO ITEMSTDPRC(ITEMCOUNT)
               IF UNITCOST-X NUMERIC
                 MOVE UNITCOST-I TO ITEMUNITCOST(ITEMCOUNT)
               END-IF
               MOVE DEPT-I        TO ITEMDEPT(ITEMCOUNT)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                 IF STPRCSTORE-I(J) = WS-STORE-ID
                     AND STPRCAMT-X(J) NUMERIC
                   MOVE STPRCAMT-I(J) TO ITEMSTDPRC(ITEMCOUNT)
                 END-IF
               END-PERFORM
             END-IF
             PERFORM READ-ITEMRCD
           END-PERFORM.
      *
      * FIND THE ROW HOLDING THE PLU CODE IN WS-LOOKUP-ID, LEAVING
      * ITEMFOUND ZERO WHEN THE CODE IS NOT IN THE CATALOG
       CALC-ITEMLOOKUP.
           MOVE ZEROS TO ITEMFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ITEMCOUNT
             IF ITEMID(J) = WS-LOOKUP-ID
               MOVE J TO ITEMFOUND
             END-IF
           END-PERFORM.
      *
      * KEEP EVERY LOT WITH STOCK LEFT WHOSE SELL-BY IS TOMORROW OR
      * EARLIER.  A LOT WITH NO SELL-BY, OR FOR AN ITEM NO LONGER ON
      * THE MASTER, IS NOT LISTED
       READ-LOTS.
           OPEN INPUT LOTS-FILE.
           PERFORM READ-LOTSRCD
           PERFORM UNTIL LASTLOTS = 1
             ADD 1 TO LOTSREADCOUNT
             IF LOT-QTY > 0 AND LOT-SELLBY > 0
                 AND LOT-SELLBY <= WS-TMRW-DATE
               MOVE LOT-ITEMID TO WS-LOOKUP-ID
               PERFORM CALC-ITEMLOOKUP
               IF ITEMFOUND > 0
                 IF LOTCOUNT < LOTTABLE-MAX
                   ADD 1 TO LOTCOUNT
                   MOVE ITEMFOUND    TO LOTITEMROW(LOTCOUNT)
                   MOVE LOT-RCVDATE  TO LOTRCVDT(LOTCOUNT)
                   MOVE LOT-SUPPLIER TO LOTSUPP(LOTCOUNT)
                   MOVE LOT-SELLBY   TO LOTSELLBY(LOTCOUNT)
                   MOVE LOT-QTY      TO LOTQTY(LOTCOUNT)
                 ELSE
                   ADD 1 TO LOTOVERFLOW
                 END-IF
               END-IF
             END-IF
             PERFORM READ-LOTSRCD
           END-PERFORM.
           CLOSE LOTS-FILE.
      *
      * THE PULL LIST, ONE DEPARTMENT AT A TIME IN THE ORDER THE
      * DAILY REPORT USES, WITH A COST-AT-RISK SUBTOTAL FOR EACH
      * DEPARTMENT THAT HAS ANYTHING DUE
       WRITE-PULLLIST.
           WRITE RPT-RCD FROM PULLHDR-1.
           IF LOTCOUNT = 0
             WRITE RPT-RCD FROM PULLNONE-1
           ELSE
             WRITE RPT-RCD FROM PULLHDR-2
             PERFORM VARYING WS-DEPT-ROW FROM 1 BY 1
                     UNTIL WS-DEPT-ROW > 5
               MOVE ZEROS TO WS-DEPT-LINES
               MOVE ZEROS TO WS-DEPT-COST
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > LOTCOUNT
                 MOVE ITEMDEPT(LOTITEMROW(I)) TO WS-DEPT-CODE
                 PERFORM CALC-DEPTSUB
                 IF WS-DEPT-SUB = WS-DEPT-ROW
                   IF WS-DEPT-LINES = 0
                     MOVE DEPTLABEL(WS-DEPT-ROW) TO PULLDEPT-O
                     WRITE RPT-RCD FROM PULLDEPT-1
                   END-IF
                   ADD 1 TO WS-DEPT-LINES
                   PERFORM WRITE-PULLLINE
                 END-IF
               END-PERFORM
               IF WS-DEPT-LINES > 0
                 MOVE DEPTLABEL(WS-DEPT-ROW) TO PULLSUBDEPT-O
                 MOVE WS-DEPT-COST           TO PULLSUBCOST-O
                 WRITE RPT-RCD FROM PULLSUB-1
               END-IF
             END-PERFORM
             MOVE PULLCOSTTOTAL TO PULLTOTCOST-O
             WRITE RPT-RCD FROM PULLTOT-1
           END-IF.
      *
      * ONE LOT ON THE PULL LIST.  PAST ITS SELL-BY IT IS PULLED;
      * OTHERWISE THE MARKDOWN FOR TODAY OR TOMORROW IS SUGGESTED
      * AGAINST THE ITEM'S PRICE AT THIS STAND.  EITHER WAY THE UNITS
      * LEFT ARE AT RISK AT THE MASTER'S UNIT COST
       WRITE-PULLLINE.
           MOVE LOTITEMROW(I)      TO ITEMFOUND.
           MOVE ITEMID(ITEMFOUND)  TO PULLID-O.
           MOVE ITEMNAME(ITEMFOUND) TO PULLNAME-O.
           MOVE LOTSUPP(I)         TO PULLSUPP-O.
           MOVE LOTRCVDT(I)        TO WS-FMT-DATE-G.
           MOVE WS-FMT-MO          TO PULLRCVMO-O.
           MOVE WS-FMT-DY          TO PULLRCVDY-O.
           MOVE LOTSELLBY(I)       TO WS-FMT-DATE-G.
           MOVE WS-FMT-MO          TO PULLSBMO-O.
           MOVE WS-FMT-DY          TO PULLSBDY-O.
           MOVE LOTQTY(I)          TO PULLQTY-O.
           IF LOTSELLBY(I) < WS-RUN-DATE
             MOVE 'PAST '  TO PULLDUE-O
             MOVE 'PULL'   TO PULLMKDN-X
             MOVE ZEROS    TO PULLPRC-O
           ELSE
             IF LOTSELLBY(I) = WS-RUN-DATE
               MOVE 'TODAY' TO PULLDUE-O
               MOVE SEL-PCTTODAY TO WS-PCT
             ELSE
               MOVE 'TMRW ' TO PULLDUE-O
               MOVE SEL-PCTTMRW  TO WS-PCT
             END-IF
             MOVE WS-PCT TO PULLPCT-O
             MOVE '%'    TO PULLPCTS-O
             COMPUTE WS-NEW-PRC ROUNDED =
                     ITEMSTDPRC(ITEMFOUND)
                   - ITEMSTDPRC(ITEMFOUND) * WS-PCT / 100
             MOVE WS-NEW-PRC TO PULLPRC-O
           END-IF.
           COMPUTE WS-LOT-COST ROUNDED =
                   LOTQTY(I) * ITEMUNITCOST(ITEMFOUND).
           MOVE WS-LOT-COST TO PULLCOST-O.
           ADD WS-LOT-COST  TO WS-DEPT-COST.
           ADD WS-LOT-COST  TO PULLCOSTTOTAL.
           WRITE RPT-RCD FROM PULLLINE-1.
      *
      * MAP A DEPARTMENT CODE TO ITS ROW, AS PRDCSTND DOES
       CALC-DEPTSUB.
           IF WS-DEPT-CODE = 'V'
             MOVE 1 TO WS-DEPT-SUB
           ELSE
             IF WS-DEPT-CODE = 'F'
               MOVE 2 TO WS-DEPT-SUB
             ELSE
               IF WS-DEPT-CODE = 'L'
                 MOVE 3 TO WS-DEPT-SUB
               ELSE
                 IF WS-DEPT-CODE = 'S'
                   MOVE 4 TO WS-DEPT-SUB
                 ELSE
                   MOVE 5 TO WS-DEPT-SUB
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      * READ THE WHOLE SPOILAGE TRACE.  RECORDS INSIDE THE WINDOW GO
      * TO THEIR SUPPLIER'S ROW; LAST NIGHT'S ARE ALSO LISTED LOT BY
      * LOT AS THEY ARE READ
       READ-SPOILTRACE.
           MOVE WS-PREV-DATE TO TRCHDR-DATE-O.
           WRITE RPT-RCD FROM TRCHDR-1.
           OPEN INPUT SPLT-FILE.
           PERFORM READ-SPLTRCD
           PERFORM UNTIL LASTSPLT = 1
             ADD 1 TO SPLTREADCOUNT
             IF SPLT-DATE >= WS-FROM-DATE
                 AND SPLT-DATE < WS-RUN-DATE
               ADD 1 TO SPLTUSEDCOUNT
               PERFORM CALC-SUPPLIERADD
               IF SPLT-DATE = WS-PREV-DATE
                 PERFORM WRITE-TRACELINE
               END-IF
             END-IF
             PERFORM READ-SPLTRCD
           END-PERFORM.
           CLOSE SPLT-FILE.
           IF TRACECOUNT = 0
             WRITE RPT-RCD FROM TRCNONE-1
           END-IF.
      *
      * FOLD ONE TRACE RECORD INTO ITS SUPPLIER'S ROW, OPENING THE
      * ROW ON THE SUPPLIER'S FIRST RECORD.  SPOILAGE NO LOT COVERED
      * HAS ITS OWN ROW UNDER A BLANK SUPPLIER
       CALC-SUPPLIERADD.
           MOVE ZEROS TO SUPFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > SUPCOUNT
             IF SUPID(J) = SPLT-SUPPLIER
               MOVE J TO SUPFOUND
             END-IF
           END-PERFORM.
           IF SUPFOUND = 0
             IF SUPCOUNT < SUPTABLE-MAX
               ADD 1 TO SUPCOUNT
               MOVE SUPCOUNT      TO SUPFOUND
               MOVE SPLT-SUPPLIER TO SUPID(SUPFOUND)
               MOVE ZEROS         TO SUPLINES(SUPFOUND)
               MOVE ZEROS         TO SUPQTY(SUPFOUND)
               MOVE ZEROS         TO SUPCOST(SUPFOUND)
               MOVE ZEROS         TO SUPAGEQTY(SUPFOUND)
               MOVE ZEROS         TO SUPEARLYQTY(SUPFOUND)
               MOVE ZEROS         TO SUPEARLYCST(SUPFOUND)
             ELSE
               ADD 1 TO SUPOVERFLOW
             END-IF
           END-IF.
           IF SUPFOUND > 0
             ADD 1         TO SUPLINES(SUPFOUND)
             ADD SPLT-QTY  TO SUPQTY(SUPFOUND)
             ADD SPLT-COST TO SUPCOST(SUPFOUND)
             COMPUTE SUPAGEQTY(SUPFOUND) =
                     SUPAGEQTY(SUPFOUND) + SPLT-AGEDAYS * SPLT-QTY
             IF SPLT-SELLBY > 0 AND SPLT-DATE < SPLT-SELLBY
               ADD SPLT-QTY  TO SUPEARLYQTY(SUPFOUND)
               ADD SPLT-COST TO SUPEARLYCST(SUPFOUND)
             END-IF
           END-IF.
           ADD SPLT-COST TO SPLCOSTTOTAL.
      *
      * ONE OF LAST NIGHT'S TRACE RECORDS, WITH THE ITEM'S NAME
       WRITE-TRACELINE.
           IF TRACECOUNT = 0
             WRITE RPT-RCD FROM TRCHDR-2
           END-IF.
           ADD 1 TO TRACECOUNT.
           MOVE SPLT-ITEMID TO TRCID-O.
           MOVE SPLT-ITEMID TO WS-LOOKUP-ID.
           PERFORM CALC-ITEMLOOKUP.
           IF ITEMFOUND > 0
             MOVE ITEMNAME(ITEMFOUND) TO TRCNAME-O
           ELSE
             MOVE SPACES TO TRCNAME-O
           END-IF.
           IF SPLT-SUPPLIER = SPACES
             MOVE 'NO LOT' TO TRCSUPP-O
             MOVE SPACES   TO TRCRCV-G
             MOVE SPACES   TO TRCSB-G
             MOVE ZEROS    TO TRCAGE-O
           ELSE
             MOVE SPLT-SUPPLIER TO TRCSUPP-O
             MOVE SPLT-RCVDATE  TO WS-FMT-DATE-G
             MOVE WS-FMT-MO     TO TRCRCVMO-O
             MOVE '/'           TO TRCRCV-G(3:1)
             MOVE WS-FMT-DY     TO TRCRCVDY-O
             IF SPLT-SELLBY > 0
               MOVE SPLT-SELLBY TO WS-FMT-DATE-G
               MOVE WS-FMT-MO   TO TRCSBMO-O
               MOVE '/'         TO TRCSB-G(3:1)
               MOVE WS-FMT-DY   TO TRCSBDY-O
             ELSE
               MOVE SPACES      TO TRCSB-G
             END-IF
             MOVE SPLT-AGEDAYS  TO TRCAGE-O
           END-IF.
           MOVE SPLT-QTY  TO TRCQTY-O.
           MOVE SPLT-COST TO TRCCOST-O.
           IF SPLT-SELLBY > 0 AND SPLT-DATE < SPLT-SELLBY
             MOVE 'EARLY' TO TRCFLAG-O
           ELSE
             MOVE SPACES  TO TRCFLAG-O
           END-IF.
           WRITE RPT-RCD FROM TRCLINE-1.
      *
      * THE SUPPLIER ROLLUP, WORST SPOILAGE COST FIRST.  THE AVERAGE
      * AGE AND EARLY SHARE ARE PER UNIT SPOILED
       WRITE-SUPPLIERS.
           WRITE RPT-RCD FROM SUPHDR-1.
           IF SUPCOUNT = 0
             WRITE RPT-RCD FROM SUPNONE-1
           ELSE
             WRITE RPT-RCD FROM SUPHDR-2
             SORT SUPROW
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > SUPCOUNT
               IF SUPID(I) = SPACES
                 MOVE 'NO LOT'  TO SUPID-O
               ELSE
                 MOVE SUPID(I)  TO SUPID-O
               END-IF
               MOVE SUPLINES(I) TO SUPLINES-O
               MOVE SUPQTY(I)   TO SUPQTY-O
               MOVE SUPCOST(I)  TO SUPCOST-O
               MOVE ZEROS TO WS-AVG-AGE
               MOVE ZEROS TO WS-EARLY-PCT
               IF SUPQTY(I) > 0
                 COMPUTE WS-AVG-AGE ROUNDED =
                         SUPAGEQTY(I) / SUPQTY(I)
                 COMPUTE WS-EARLY-PCT ROUNDED =
                         SUPEARLYQTY(I) * 100 / SUPQTY(I)
               END-IF
               MOVE WS-AVG-AGE     TO SUPAGE-O
               MOVE SUPEARLYQTY(I) TO SUPEARLY-O
               MOVE SUPEARLYCST(I) TO SUPEARLYC-O
               MOVE WS-EARLY-PCT   TO SUPEARLYP-O
               WRITE RPT-RCD FROM SUPLINE-1
             END-PERFORM
             MOVE SPLCOSTTOTAL TO SUPTOTCOST-O
             WRITE RPT-RCD FROM SUPTOT-1
           END-IF.
      *
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           MOVE ITEMREADCOUNT TO CTL-ITEMS-O.
           WRITE RPT-RCD FROM CTLLINE-ITEMS.
           MOVE LOTSREADCOUNT TO CTL-LOTS-O.
           WRITE RPT-RCD FROM CTLLINE-LOTS.
           MOVE LOTCOUNT      TO CTL-LOTSDUE-O.
           WRITE RPT-RCD FROM CTLLINE-LOTSDUE.
           MOVE LOTOVERFLOW   TO CTL-LOTSNH-O.
           WRITE RPT-RCD FROM CTLLINE-LOTSNH.
           MOVE SPLTREADCOUNT TO CTL-SPLT-O.
           WRITE RPT-RCD FROM CTLLINE-SPLT.
           MOVE SPLTUSEDCOUNT TO CTL-SPLTUSED-O.
           WRITE RPT-RCD FROM CTLLINE-SPLTUSED.
           MOVE SUPOVERFLOW   TO CTL-SUPNH-O.
           WRITE RPT-RCD FROM CTLLINE-SUPNH.
      *
       READ-ITEMRCD.
           READ ITEM-FILE
             AT END MOVE 1 TO LASTITEM
           END-READ.
      *
       READ-LOTSRCD.
           READ LOTS-FILE
             AT END MOVE 1 TO LASTLOTS
           END-READ.
      *
       READ-SPLTRCD.
           READ SPLT-FILE
             AT END MOVE 1 TO LASTSPLT
           END-READ.
      *
       CLOSE-FILES.
           CLOSE ITEM-FILE.
           CLOSE SELL-RPT.
      *
