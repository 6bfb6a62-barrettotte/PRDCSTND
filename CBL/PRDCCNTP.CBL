      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PRDCCNTP.
       AUTHOR.        BARRETT OTTE.
       DATE-WRITTEN.  09/28/26.
      *
      * POST A PHYSICAL INVENTORY COUNT.  THE KEYED COUNTS FOR THE
      * ITEMS ON PRDCCNTS'S COUNT SHEETS ARE COMPARED WITH THE ON-HAND
      * BALANCE AS OF THE COUNT DATE, AND THE VARIANCE IS PRINTED IN
      * UNITS AND IN DOLLARS AT THE ITEM MASTER'S UNIT COST, PER ITEM
      * AND PER DEPARTMENT.  A VARIANCE TOO LARGE TO TRUST IS HELD
      * FOR A RECOUNT, AND WHILE ANYTHING IS HELD NOTHING POSTS: THE
      * RECOUNT IS KEYED WITH AN R AND THE STEP RUN AGAIN.  A CLEAN
      * COUNT RESETS THE ON-HAND BALANCES AND APPENDS A BALANCED
      * SHRINK ENTRY TO THE JOURNAL, SO SHRINK IS ITS OWN NUMBER
      * INSTEAD OF HIDING INSIDE COGS.  RUN AFTER THE DAILY RUN FOR
      * THE COUNT DATE, WHICH STARTS THAT DAY'S JOURNAL AFRESH.  EACH
      * SHRINK ENTRY IS ALSO KEPT ON THE COUNT-POST FILE, SO WHEN THE
      * DAILY RUN FOR THE COUNT DATE IS RERUN AND THIS STEP AFTER IT,
      * THE ENTRY THE RERUN WIPED IS WRITTEN AGAIN.  AN
      * ITEM MASTER THAT DOES NOT MATCH ITS CONTROL RECORD STOPS THE
      * STEP BEFORE ANYTHING IS READ FROM IT.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTP-RPT   ASSIGN TO PRTLINE.
           SELECT ITEM-FILE  ASSIGN TO PRDCITMS.
           SELECT OPTIONAL ICTL-FILE ASSIGN TO PRDCICTL
                              FILE STATUS IS WS-ICTL-STATUS.
           SELECT OPTIONAL CSHT-FILE ASSIGN TO PRDCCSHT
                              FILE STATUS IS WS-CSHT-STATUS.
           SELECT CNTK-FILE  ASSIGN TO PRDCCNTK.
           SELECT OPTIONAL ONHD-FILE ASSIGN TO PRDCONHD
                              FILE STATUS IS WS-ONHD-STATUS.
           SELECT OPTIONAL ACTM-FILE ASSIGN TO PRDCACTM
                              FILE STATUS IS WS-ACTM-STATUS.
           SELECT OPTIONAL JRNL-FILE ASSIGN TO PRDCJRNL
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL STOR-FILE ASSIGN TO PRDCSTOR
                              FILE STATUS IS WS-STOR-STATUS.
           SELECT OPTIONAL CNTH-FILE ASSIGN TO PRDCCNTH
                              FILE STATUS IS WS-CNTH-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CNTP-RPT RECORDING MODE F.
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
           05  CASEPACK-I    PIC 9(03).
           05  TAXCLASS-I    PIC X(01).
      * DECLARED AS TEXT AND VALIDATED ON LOAD: MASTERS WRITTEN
      * BEFORE THE COLUMN EXISTED CARRY SPACES HERE
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
      * THE ITEMS PRDCCNTS PUT ON THE COUNT SHEETS, WITH THE COUNT
      * DATE.  LAYOUT MUST MATCH CSHT-RCD THERE.  OPTIONAL SO A
      * MISSING SHEET FILE STOPS THE POST CLEANLY
       FD  CSHT-FILE RECORDING MODE F.
       01  CSHT-RCD.
           05  CSHT-COUNTDATE    PIC 9(08).
           05  CSHT-TYPE         PIC X(01).
           05  CSHT-ITEMID       PIC 9(05).
           05  CSHT-DEPT         PIC X(01).
           05  FILLER            PIC X(65).
      *
      * COUNTS KEYED FROM THE SHEETS.  AN ITEM COUNTED IN MORE THAN
      * ONE PLACE IS KEYED ONCE PER PLACE AND THE LINES ADD UP; A
      * RECOUNT IS KEYED WITH AN R AND REPLACES THE FIRST COUNT
      * WHOLE.  NUMERIC FIELDS ARE DECLARED AS DISPLAY TEXT AND
      * VALIDATED BEFORE USE
       FD  CNTK-FILE RECORDING MODE F.
       01  CNTK-RCD.
           05  CNTK-ITEMID-X PIC X(05).
           05  CNTK-ITEMID REDEFINES CNTK-ITEMID-X
                             PIC 9(05).
           05  CNTK-QTY-X    PIC X(08).
           05  CNTK-QTY REDEFINES CNTK-QTY-X
                             PIC 9(06)V9(2).
           05  CNTK-RECOUNT  PIC X(01).
               88  CNTK-IS-RECOUNT    VALUE 'R'.
      * WHO KEYED THE COUNT, CARRIED ONTO THE REJECT LINES
           05  CNTK-USERID   PIC X(08).
           05  FILLER        PIC X(58).
      *
      * RUNNING ON-HAND BALANCE PER ITEM, SHARED WITH THE DAILY RUN.
      * LAYOUT MUST MATCH ONHD-RCD IN PRDCSTND.  THE RECEIVE AND POST
      * DATE/QUANTITY PAIRS LET THIS STEP WORK BACK TO THE BALANCE
      * AS OF THE COUNT DATE WHEN A DAY HAS MOVED STOCK SINCE
       FD  ONHD-FILE RECORDING MODE F.
       01  ONHD-RCD.
           05  ONH-ITEMID        PIC 9(05).
           05  ONH-QTY           PIC S9(06)V9(2).
           05  ONH-RCVDATE       PIC 9(08).
           05  ONH-RCVQTY        PIC S9(06)V9(2).
           05  ONH-POSTDATE      PIC 9(08).
           05  ONH-POSTQTY       PIC S9(06)V9(2).
           05  FILLER            PIC X(35).
      *
      * ACCOUNT MAPPING CARDS MAINTAINED BY THE BOOKKEEPER.  LAYOUT
      * MUST MATCH ACTM-RCD IN PRDCSTND
       FD  ACTM-FILE RECORDING MODE F.
       01  ACTM-RCD.
           05  ACTM-KEY          PIC X(12).
           05  ACTM-ACCT         PIC X(08).
           05  FILLER            PIC X(60).
      *
      * COMMA-DELIMITED JOURNAL EXPORT WRITTEN BY PRDCSTND.  THE
      * SHRINK ENTRY IS APPENDED AS ITS OWN BALANCED SET WITH ITS
      * OWN TRAILER ROW
       FD  JRNL-FILE.
       01  JRNL-RCD              PIC X(80).
      * A JOURNAL ROW AS READ BACK TO SEE WHAT THE FILE ALREADY
      * HOLDS.  A TRAILER ROW CARRIES TEXT WHERE THE DATE GOES
       01  JRNL-IN.
           05  JRNI-DATE-X       PIC X(08).
           05  JRNI-DATE REDEFINES JRNI-DATE-X
                                 PIC 9(08).
           05  FILLER            PIC X(10).
           05  JRNI-DESC         PIC X(12).
           05  FILLER            PIC X(25).
           05  JRNI-STORE        PIC X(01).
           05  FILLER            PIC X(24).
      *
      * ONE RECORD PER SHRINK ENTRY THIS STEP HAS JOURNALED: THE
      * COUNT DATE, THE STAND, THE AMOUNT, AND THE DAY IT POSTED.
      * APPENDED EVERY TIME A COUNT POSTS A SHRINK
       FD  CNTH-FILE RECORDING MODE F.
       01  CNTH-RCD.
           05  CNTH-COUNTDATE    PIC 9(08).
           05  CNTH-STORE        PIC X(01).
           05  CNTH-SHRINK       PIC S9(08)V9(2).
           05  CNTH-POSTDATE     PIC 9(08).
           05  FILLER            PIC X(53).
      *
      * OPTIONAL STORE CARD NAMING THE STAND WHOSE STOCK WAS COUNTED,
      * CARRIED ON THE JOURNAL ROWS.  LAYOUT MUST MATCH STOR-RCD IN
      * PRDCSTND, WHICH READS THE SAME CARD
       FD  STOR-FILE RECORDING MODE F.
       01  STOR-RCD.
           05  STOR-ID       PIC X(01).
           05  FILLER        PIC X(79).
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
       77  I                 PIC 9(06)        VALUE ZEROS.
       77  J                 PIC 9(06)        VALUE ZEROS.
      *
       01  FLAGS.
           05  LASTITEM      PIC 9 VALUE ZERO.
           05  LASTCSHT      PIC 9 VALUE ZERO.
           05  LASTCNTK      PIC 9 VALUE ZERO.
           05  LASTONHD      PIC 9 VALUE ZERO.
           05  LASTACTM      PIC 9 VALUE ZERO.
           05  LASTSCRD      PIC 9 VALUE ZERO.
           05  LASTJRNL      PIC 9 VALUE ZERO.
           05  LASTCNTH      PIC 9 VALUE ZERO.
      *
      * STATUS OF THE OPTIONAL FILES
       77  WS-CSHT-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-ONHD-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-ACTM-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-JRNL-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-CNTH-STATUS    PIC X(02)        VALUE SPACES.
           88  CNTH-STATUS-NOTFOUND   VALUES '05' '35'.
       77  WS-STOR-STATUS    PIC X(02)        VALUE SPACES.
      *
      * THE STORE ID OF THE STAND THAT WAS COUNTED, THE HOME STAND
      * UNLESS THE STORE CARD SAYS OTHERWISE
       77  WS-STORE-ID       PIC X(01)        VALUE '1'.
      *
      * STATUS OF THE OPTIONAL ITEM MASTER CONTROL RECORD FILE
       77  WS-ICTL-STATUS    PIC X(02)        VALUE SPACES.
      *
      * A VARIANCE IS HELD FOR RECOUNT WHEN IT IS WORTH CNT-HOLDDOL
      * OR MORE AT COST, OR WHEN IT IS WORTH CNT-HOLDMIN OR MORE AND
      * IS CNT-HOLDPCT PERCENT OR MORE OF THE BOOK QUANTITY.  A
      * RECOUNT IS TAKEN AS FINAL WHATEVER ITS VARIANCE
       77  CNT-HOLDDOL       PIC 9(04)V9(2)   VALUE 25.00.
       77  CNT-HOLDMIN       PIC 9(04)V9(2)   VALUE 5.00.
       77  CNT-HOLDPCT       PIC 9(03)        VALUE 25.
      *
      * THE COUNT BEING POSTED, FROM THE SHEET FILE, AND THE DAY
      * AFTER IT.  THE SINGLE RECEIVE AND POST PAIRS ON THE ON-HAND
      * FILE CAN WORK BACK ONE DAY PAST THE COUNT AND NO FURTHER
       77  WS-COUNT-DATE     PIC 9(08)        VALUE ZEROS.
       77  WS-COUNT-TYPE     PIC X(01)        VALUE SPACE.
       77  WS-NEXT-DATE      PIC 9(08)        VALUE ZEROS.
       77  WS-COUNT-SERIAL   PIC S9(08)       VALUE ZEROS.
      *
      * CAPACITY OF ITEMTABLE, AS IN PRDCSTND
       77  ITEMTABLE-MAX     PIC 9(04) VALUE 1000.
      *
       77  ITEMCOUNT         PIC 9(04) VALUE ZEROS.
       77  ITEMFOUND         PIC 9(04) VALUE ZEROS.
      *
      * THE PLU CODE CALC-ITEMLOOKUP IS ASKED TO FIND
       77  WS-LOOKUP-ID      PIC 9(05) VALUE ZEROS.
      *
      * ITEM MASTER ROWS PACKED IN LOAD ORDER, WITH THE ON-HAND
      * BALANCE, THE KEYED COUNTS, AND THE WORKED VARIANCE ALONGSIDE.
      * ITEMSTATUS IS SPACES FOR A COUNT THAT CAN POST AND OTHERWISE
      * SAYS WHY IT CANNOT
       01  ITEMTABLE.
           05  ITEMROW OCCURS 1000 TIMES.
               10  ITEMID      PIC 9(05)       VALUE ZEROS.
               10  ITEMNAME    PIC X(16)       VALUE SPACES.
               10  ITEMDEPT    PIC X(01)       VALUE SPACE.
               10  ITEMCOST    PIC 9(03)V9(2)  VALUE ZEROS.
               10  ITEMONHAND  PIC S9(06)V9(2) VALUE ZEROS.
               10  ITEMRCVDATE PIC 9(08)       VALUE ZEROS.
               10  ITEMRCVQTY  PIC S9(06)V9(2) VALUE ZEROS.
               10  ITEMPOSTDT  PIC 9(08)       VALUE ZEROS.
               10  ITEMPOSTQTY PIC S9(06)V9(2) VALUE ZEROS.
               10  ITEMONHFLG  PIC X(01)       VALUE 'N'.
                   88  ITEMROW-TRACKED        VALUE 'Y'.
               10  ITEMSHTFLG  PIC X(01)       VALUE 'N'.
                   88  ITEMROW-ONSHEET        VALUE 'Y'.
               10  ITEMCNTFLG  PIC X(01)       VALUE 'N'.
                   88  ITEMROW-COUNTED        VALUE 'Y'.
               10  ITEMRCTFLG  PIC X(01)       VALUE 'N'.
                   88  ITEMROW-RECOUNTED      VALUE 'Y'.
               10  ITEMCNTQTY  PIC S9(06)V9(2) VALUE ZEROS.
               10  ITEMRCTQTY  PIC S9(06)V9(2) VALUE ZEROS.
               10  ITEMBOOK    PIC S9(06)V9(2) VALUE ZEROS.
               10  ITEMVARQTY  PIC S9(06)V9(2) VALUE ZEROS.
               10  ITEMVARAMT  PIC S9(06)V9(2) VALUE ZEROS.
               10  ITEMSTATUS  PIC X(10)       VALUE SPACES.
                   88  ITEMROW-POSTABLE       VALUE SPACES.
                   88  ITEMROW-OPENING        VALUE 'OPENING'.
                   88  ITEMROW-UNCOUNTED      VALUE 'UNCOUNTED'.
                   88  ITEMROW-HELD           VALUES 'RECOUNT'
                                                     'NOT POSTED'
                                                     'MOVED'.
      *
      * THE COUNT THAT STANDS FOR THE ITEM BEING WORKED: THE RECOUNT
      * WHEN ONE WAS KEYED, OTHERWISE THE FIRST COUNT
       77  WS-COUNTED        PIC S9(06)V9(2) VALUE ZEROS.
      *
      * THE VARIANCE BEING TESTED, WITH ITS SIGN DROPPED
       77  WS-ABS-QTY        PIC S9(06)V9(2) VALUE ZEROS.
       77  WS-ABS-AMT        PIC S9(06)V9(2) VALUE ZEROS.
       77  WS-ABS-BOOK       PIC S9(06)V9(2) VALUE ZEROS.
      *
      * DEPARTMENT NAMES AND VARIANCE TOTALS IN THE ORDER PRDCSTND
      * TOTALS THEM, FOUND THROUGH CALC-DEPTSUB
       01  DEPTLABELS.
           05  FILLER        PIC X(12) VALUE 'VEGETABLES  '.
           05  FILLER        PIC X(12) VALUE 'FRUIT       '.
           05  FILLER        PIC X(12) VALUE 'FLOWERS     '.
           05  FILLER        PIC X(12) VALUE 'SUNDRIES    '.
           05  FILLER        PIC X(12) VALUE 'UNASSIGNED  '.
       01  DEPTLABELS-R REDEFINES DEPTLABELS.
           05  DEPTLABEL     OCCURS 5 TIMES PIC X(12).
      *
       01  DEPTTABLE.
           05  DEPTROW OCCURS 5 TIMES.
               10  DEPTITEMS   PIC 9(04)       VALUE ZEROS.
               10  DEPTVARQTY  PIC S9(06)V9(2) VALUE ZEROS.
               10  DEPTVARAMT  PIC S9(08)V9(2) VALUE ZEROS.
      *
      * THE DEPARTMENT CODE CALC-DEPTSUB IS ASKED TO MAP TO ITS ROW
       77  WS-DEPT-CODE      PIC X(01) VALUE SPACE.
       77  WS-DEPT-SUB       PIC 9(01) VALUE ZERO.
      *
      * THE WHOLE COUNT'S VARIANCE, AND THE SHRINK IT POSTS -- THE
      * VARIANCE DOLLARS WITH THE SIGN TURNED SO A LOSS IS POSITIVE
       77  VARQTYTOTAL       PIC S9(06)V9(2) VALUE ZEROS.
       77  VARAMTTOTAL       PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-SHRINK-AMT     PIC S9(08)V9(2) VALUE ZEROS.
      *
      * SHRINK ALREADY POSTED FOR THIS COUNT DATE AND STAND ON EARLIER
      * RUNS, FROM THE COUNT-POST FILE, AND WHAT THE JOURNAL HOLDS
      * FOR THAT DATE: ANY ROW OF THE DAY'S OWN ENTRY, AND A SHRINK
      * ROW.  THE DAY'S ENTRY WITH NO SHRINK ROW MEANS THE DAILY RUN
      * WAS RERUN AND THE POSTED SHRINK IS JOURNALED AGAIN
       77  WS-POSTED-SHRINK  PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-REPOST-AMT     PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-JRNL-AMT       PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-JRNL-DAYFOUND  PIC X(01)       VALUE 'N'.
       77  WS-JRNL-SHRFOUND  PIC X(01)       VALUE 'N'.
      *
      * THE BOOKKEEPER'S ACCOUNT MAPPING, AS IN PRDCSTND
       01  ACTMTABLE.
           05  ACTMROW OCCURS 20 TIMES.
               10  ACTMKEY       PIC X(12)       VALUE SPACES.
               10  ACTMACCT      PIC X(08)       VALUE SPACES.
      *
       77  ACTMCOUNT         PIC 9(02) VALUE ZEROS.
       77  ACTMFOUND         PIC 9(02) VALUE ZEROS.
       77  WS-ACTM-LOOKUP    PIC X(12) VALUE SPACES.
      *
      * THE JOURNAL LINE BEING BUILT, AS IN PRDCSTND
       77  WS-JRN-AMT        PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-JRN-SIDE       PIC X(01)       VALUE 'D'.
       77  JRNDRTOTAL        PIC S9(08)V9(2) VALUE ZEROS.
       77  JRNCRTOTAL        PIC S9(08)V9(2) VALUE ZEROS.
       77  JRNUNMAPPED       PIC 9(02)       VALUE ZEROS.
      *
      * ONE JOURNAL ROW: DATE, ACCOUNT, LINE KEY, DEBIT, CREDIT,
      * STORE.  LAYOUT MUST MATCH JRN-DETAIL IN PRDCSTND
       01  JRN-DETAIL.
           05  JRN-DATE      PIC 9(08).
           05  FILLER        PIC X(01) VALUE ','.
           05  JRN-ACCT      PIC X(08).
           05  FILLER        PIC X(01) VALUE ','.
           05  JRN-DESC      PIC X(12).
           05  FILLER        PIC X(01) VALUE ','.
           05  JRN-DR        PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  JRN-CR        PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  JRN-STORE     PIC X(01).
      *
      * TRAILER ROW PROVING THE ENTRY BALANCES
       01  JRN-TRAILER.
           05  FILLER        PIC X(07) VALUE 'TOTAL,,'.
           05  FILLER        PIC X(01) VALUE ','.
           05  JRNT-DR       PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  JRNT-CR       PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  JRNT-STORE    PIC X(01).
      *
      * REASON THE CURRENT COUNT WAS REJECTED, SPACES WHILE CLEAN
       77  WS-REJECT-RSN     PIC X(30) VALUE SPACES.
      *
      * CONTROL TOTALS TO RECONCILE SHEET ITEMS AND COUNTS KEYED
      * AGAINST WHAT POSTED
       77  SHTREADCOUNT      PIC 9(06) VALUE ZEROS.
       77  CNTREADCOUNT      PIC 9(06) VALUE ZEROS.
       77  CNTAPPLYCOUNT     PIC 9(06) VALUE ZEROS.
       77  CNTREJECTCOUNT    PIC 9(06) VALUE ZEROS.
       77  HOLDCOUNT         PIC 9(06) VALUE ZEROS.
       77  ONHDREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  ONHDWRITECOUNT    PIC 9(06) VALUE ZEROS.
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(14) VALUE 'PRODUCE STAND '.
           05  FILLER        PIC X(22) VALUE 'INVENTORY COUNT POST  '.
           05  FILLER        PIC X(44) VALUE SPACES.
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
       01  CNTLINE-1.
           05  FILLER        PIC X(07) VALUE 'COUNT: '.
           05  CNTTYPE-O     PIC X(08).
           05  FILLER        PIC X(12) VALUE '  COUNT DATE'.
           05  FILLER        PIC X(02) VALUE ': '.
           05  CNTDATE-O     PIC 9(08).
           05  FILLER        PIC X(43) VALUE SPACES.
      *
       01  DASH52.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(12) VALUE '------------'.
           05  FILLER        PIC X(28) VALUE SPACES.
      *
       01  REJLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(08) VALUE 'REJECT  '.
           05  REJID-O       PIC X(05).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  REJRSN-O      PIC X(30).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  REJUSER-O     PIC X(08).
           05  FILLER        PIC X(24) VALUE SPACES.
      *
       01  VARHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(15) VALUE 'COUNT VARIANCE:'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  VARDEPT-O     PIC X(12).
           05  FILLER        PIC X(51) VALUE SPACES.
      *
       01  VARHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'PLU  '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(13) VALUE 'ITEM NAME    '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(09) VALUE '     BOOK'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(09) VALUE '  COUNTED'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(09) VALUE ' VAR QTY '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(06) VALUE '  COST'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(11) VALUE '    VAR AMT'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(10) VALUE 'HOLD      '.
      *
       01  VARLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  VARID-O       PIC 9(05).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  VARNAME-O     PIC X(13).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  VARBOOK-O     PIC ZZZZ9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  VARCOUNT-O    PIC ZZZZ9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  VARQTY-O      PIC ZZZZ9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  VARCOST-O     PIC ZZ9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  VARAMT-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  VARSTAT-O     PIC X(10).
      *
      * DEPARTMENT AND COUNT TOTALS, IN THE VARIANCE COLUMNS
       01  VARTOT-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  VARTOTLBL-O   PIC X(40).
           05  VARTOTQTY-O   PIC ZZZZ9.99-.
           05  FILLER        PIC X(08) VALUE SPACES.
           05  VARTOTAMT-O   PIC $$$,$$9.99-.
           05  FILLER        PIC X(11) VALUE SPACES.
      *
      * HOW THE RUN ENDED: POSTED, HELD, OR NOTHING TO POST
       01  POSTLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  POSTMSG-O     PIC X(50).
           05  FILLER        PIC X(29) VALUE SPACES.
      *
       01  HELDLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(17) VALUE '** COUNT HELD -- '.
           05  HELDCNT-O     PIC ZZZ9.
           05  FILLER        PIC X(40)
               VALUE ' ITEMS TO RESOLVE, NOTHING POSTED **'.
           05  FILLER        PIC X(18) VALUE SPACES.
      *
       01  RCTHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(40)
               VALUE 'RECOUNT SHEET -- HELD ITEMS'.
           05  FILLER        PIC X(39) VALUE SPACES.
      *
      * ONE LINE PER HELD ITEM WITH A BLANK FOR THE RECOUNT.  A
      * NOT POSTED OR MOVED ITEM NEEDS THE RUNS PUT IN ORDER, NOT A
      * RECOUNT, BUT IS LISTED HERE ALL THE SAME
       01  RCTLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  RCTID-O       PIC 9(05).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  RCTNAME-O     PIC X(16).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  RCTDEPT-O     PIC X(12).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  RCTSTAT-O     PIC X(10).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE '__________'.
           05  FILLER        PIC X(18) VALUE SPACES.
      *
       01  CTLHDR-1.
           05  FILLER        PIC X(20) VALUE 'CONTROL TOTALS'.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-SHT.
           05  FILLER        PIC X(20) VALUE 'ITEMS ON SHEETS:    '.
           05  CTL-SHT-O     PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-READ.
           05  FILLER        PIC X(20) VALUE 'COUNTS READ:        '.
           05  CTL-READ-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-APPLY.
           05  FILLER        PIC X(20) VALUE 'APPLIED:            '.
           05  CTL-APPLY-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-REJECT.
           05  FILLER        PIC X(20) VALUE 'REJECTED:           '.
           05  CTL-REJECT-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-HOLD.
           05  FILLER        PIC X(20) VALUE 'ITEMS HELD:         '.
           05  CTL-HOLD-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-ONHIN.
           05  FILLER        PIC X(20) VALUE 'ON-HAND ROWS IN:    '.
           05  CTL-ONHIN-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-ONHOUT.
           05  FILLER        PIC X(20) VALUE 'ON-HAND ROWS OUT:   '.
           05  CTL-ONHOUT-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-SHRINK.
           05  FILLER        PIC X(20) VALUE 'SHRINK POSTED:      '.
           05  CTL-SHRINK-O  PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  CTLLINE-REPOST.
           05  FILLER        PIC X(20) VALUE 'SHRINK REJOURNALED: '.
           05  CTL-REPOST-O  PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  CTLLINE-JRNUNM.
           05  FILLER        PIC X(20) VALUE 'JRNL KEYS UNMAPPED: '.
           05  CTL-JRNUNM-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
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
           PERFORM OPEN-FILES.
      * LOAD THE MASTER, THE ON-HAND BALANCES, AND THE SHEET ITEMS
           PERFORM READ-ITEMS.
           PERFORM CALC-ITEMSCHECK.
           PERFORM READ-ONHAND.
           PERFORM READ-SHEETS.
      * SETUP REPORT HEADERS
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
           IF CHK-FAILED
             PERFORM WRITE-CTLFAIL
           ELSE
             IF SHTREADCOUNT = 0
               MOVE 'NO COUNT SHEET ON FILE -- NOTHING TO POST'
                 TO POSTMSG-O
               WRITE RPT-RCD FROM POSTLINE-1
             ELSE
      * FOLD IN THE KEYED COUNTS, WORK EACH ITEM'S VARIANCE, AND
      * POST ONLY WHEN NOTHING IS HELD
               PERFORM READ-COUNTS
               PERFORM CALC-VARIANCES
               PERFORM WRITE-VARIANCES
               WRITE RPT-RCD FROM DASH52
               IF HOLDCOUNT > 0
                 MOVE HOLDCOUNT TO HELDCNT-O
                 WRITE RPT-RCD FROM HELDLINE-1
                 PERFORM WRITE-RECOUNTS
               ELSE
                 PERFORM CALC-POSTCOUNTS
                 PERFORM WRITE-ONHAND
                 PERFORM WRITE-JOURNAL
                 MOVE 'COUNT POSTED -- ON-HAND RESET, SHRINK JOURNALED'
                   TO POSTMSG-O
                 WRITE RPT-RCD FROM POSTLINE-1
               END-IF
             END-IF
           END-IF.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-CONTROLTOTALS.
      * CLEAN UP
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT  ITEM-FILE.
           OPEN INPUT  CNTK-FILE.
           OPEN OUTPUT CNTP-RPT.
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
           IF WS-COUNT-TYPE = 'F'
             MOVE 'FULL    ' TO CNTTYPE-O
           ELSE
             MOVE 'ROTATING' TO CNTTYPE-O
           END-IF.
           MOVE WS-COUNT-DATE TO CNTDATE-O.
           WRITE RPT-RCD FROM CNTLINE-1.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * POPULATE ARRAY OF ITEMS
       READ-ITEMS.
           PERFORM READ-ITEMRCD
           PERFORM UNTIL LASTITEM = 1
             ADD 1 TO CHK-ACTCOUNT
             ADD ITEMSTDPRC-I TO CHK-ACTAMT
             ADD ITEMID-I     TO CHK-ACTHASH
             IF ITEMID-I > 0 AND ITEMCOUNT < ITEMTABLE-MAX
               ADD 1 TO ITEMCOUNT
               MOVE ITEMID-I      TO ITEMID(ITEMCOUNT)
               MOVE ITEMNAME-I    TO ITEMNAME(ITEMCOUNT)
               MOVE DEPT-I        TO ITEMDEPT(ITEMCOUNT)
               IF UNITCOST-X NUMERIC
                 MOVE UNITCOST-I TO ITEMCOST(ITEMCOUNT)
               END-IF
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
      * FOLD THE ON-HAND FILE INTO THE ITEM TABLE.  A BALANCE FOR AN
      * ITEM NO LONGER ON THE MASTER IS DROPPED, AS PRDCRCVG DOES
       READ-ONHAND.
           OPEN INPUT ONHD-FILE.
           PERFORM READ-ONHDRCD
           PERFORM UNTIL LASTONHD = 1
             ADD 1 TO ONHDREADCOUNT
             MOVE ONH-ITEMID TO WS-LOOKUP-ID
             PERFORM CALC-ITEMLOOKUP
             IF ITEMFOUND > 0
               MOVE ONH-QTY      TO ITEMONHAND(ITEMFOUND)
               MOVE ONH-RCVDATE  TO ITEMRCVDATE(ITEMFOUND)
               MOVE ONH-RCVQTY   TO ITEMRCVQTY(ITEMFOUND)
               MOVE ONH-POSTDATE TO ITEMPOSTDT(ITEMFOUND)
               MOVE ONH-POSTQTY  TO ITEMPOSTQTY(ITEMFOUND)
               MOVE 'Y'          TO ITEMONHFLG(ITEMFOUND)
             END-IF
             PERFORM READ-ONHDRCD
           END-PERFORM.
           CLOSE ONHD-FILE.
      *
      * MARK EVERY ITEM ON THE COUNT SHEETS AND PICK UP THE COUNT
      * DATE AND TYPE.  THE DAY AFTER THE COUNT IS WORKED OUT HERE
      * FOR THE ON-HAND WORK-BACK
       READ-SHEETS.
           OPEN INPUT CSHT-FILE.
           PERFORM READ-CSHTRCD
           PERFORM UNTIL LASTCSHT = 1
             ADD 1 TO SHTREADCOUNT
             IF SHTREADCOUNT = 1
               MOVE CSHT-COUNTDATE TO WS-COUNT-DATE
               MOVE CSHT-TYPE      TO WS-COUNT-TYPE
             END-IF
             MOVE CSHT-ITEMID TO WS-LOOKUP-ID
             PERFORM CALC-ITEMLOOKUP
             IF ITEMFOUND > 0
               MOVE 'Y' TO ITEMSHTFLG(ITEMFOUND)
             END-IF
             PERFORM READ-CSHTRCD
           END-PERFORM.
           CLOSE CSHT-FILE.
           IF SHTREADCOUNT > 0
             COMPUTE WS-COUNT-SERIAL =
                     FUNCTION INTEGER-OF-DATE(WS-COUNT-DATE)
             COMPUTE WS-NEXT-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-COUNT-SERIAL + 1)
           END-IF.
      *
      * READ EVERY KEYED COUNT AND ADD IT TO ITS ITEM, OR REJECT IT
       READ-COUNTS.
           PERFORM READ-CNTKRCD
           PERFORM UNTIL LASTCNTK = 1
             ADD 1 TO CNTREADCOUNT
             PERFORM CALC-APPLYCOUNT
             PERFORM READ-CNTKRCD
           END-PERFORM.
      *
      * VALIDATE ONE KEYED COUNT AND ADD IT TO THE ITEM'S FIRST COUNT
      * OR RECOUNT.  A COUNT FOR AN ITEM NOT ON THIS COUNT'S SHEETS
      * IS REJECTED -- IT BELONGS TO ANOTHER DAY'S COUNT
       CALC-APPLYCOUNT.
           MOVE SPACES TO WS-REJECT-RSN.
           IF CNTK-ITEMID-X NOT NUMERIC
             MOVE 'ITEM ID NOT NUMERIC' TO WS-REJECT-RSN
           ELSE
             MOVE CNTK-ITEMID TO WS-LOOKUP-ID
             PERFORM CALC-ITEMLOOKUP
             IF ITEMFOUND = ZEROS
               MOVE 'ITEM NOT ON MASTER' TO WS-REJECT-RSN
             ELSE
               IF NOT ITEMROW-ONSHEET(ITEMFOUND)
                 MOVE 'ITEM NOT ON COUNT SHEETS' TO WS-REJECT-RSN
               ELSE
                 IF CNTK-QTY-X NOT NUMERIC
                   MOVE 'COUNT NOT NUMERIC' TO WS-REJECT-RSN
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF WS-REJECT-RSN = SPACES
             ADD 1 TO CNTAPPLYCOUNT
             IF CNTK-IS-RECOUNT
               MOVE 'Y' TO ITEMRCTFLG(ITEMFOUND)
               ADD CNTK-QTY TO ITEMRCTQTY(ITEMFOUND)
             ELSE
               MOVE 'Y' TO ITEMCNTFLG(ITEMFOUND)
               ADD CNTK-QTY TO ITEMCNTQTY(ITEMFOUND)
             END-IF
           ELSE
             PERFORM WRITE-REJECT
           END-IF.
      *
      * WORK OUT EVERY SHEET ITEM'S STANDING
       CALC-VARIANCES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEMCOUNT
             IF ITEMROW-ONSHEET(I)
               PERFORM CALC-ITEMVARIANCE
             END-IF
           END-PERFORM.
      *
      * ONE ITEM.  THE BOOK FIGURE IS THE ON-HAND BALANCE WORKED BACK
      * TO THE COUNT DATE'S CLOSE: A RECEIPT OR A DAILY DRAWDOWN
      * DATED THE DAY AFTER IS TAKEN BACK OUT.  STOCK THAT HAS MOVED
      * FURTHER THAN THAT, OR A COUNT DATE THE DAILY RUN HAS NOT YET
      * DRAWN DOWN, CANNOT BE WORKED BACK AND IS HELD.  AN ITEM WITH
      * NO ON-HAND ROW YET TAKES THE COUNT AS ITS OPENING BALANCE
      * AND CARRIES NO VARIANCE
       CALC-ITEMVARIANCE.
           MOVE SPACES TO ITEMSTATUS(I).
           IF ITEMROW-RECOUNTED(I)
             MOVE ITEMRCTQTY(I) TO WS-COUNTED
           ELSE
             MOVE ITEMCNTQTY(I) TO WS-COUNTED
           END-IF.
           IF NOT ITEMROW-COUNTED(I) AND NOT ITEMROW-RECOUNTED(I)
             MOVE 'UNCOUNTED' TO ITEMSTATUS(I)
           ELSE
             IF NOT ITEMROW-TRACKED(I)
               MOVE 'OPENING' TO ITEMSTATUS(I)
               MOVE ZEROS     TO ITEMBOOK(I)
               MOVE ZEROS     TO ITEMVARQTY(I) ITEMVARAMT(I)
             ELSE
               MOVE ITEMONHAND(I) TO ITEMBOOK(I)
               IF ITEMPOSTDT(I) NOT = ZEROS
                   AND ITEMPOSTDT(I) < WS-COUNT-DATE
                 MOVE 'NOT POSTED' TO ITEMSTATUS(I)
               ELSE
                 IF ITEMPOSTDT(I) > WS-NEXT-DATE
                     OR ITEMRCVDATE(I) > WS-NEXT-DATE
                   MOVE 'MOVED' TO ITEMSTATUS(I)
                 ELSE
                   IF ITEMRCVDATE(I) > WS-COUNT-DATE
                     COMPUTE ITEMBOOK(I) =
                             ITEMBOOK(I) - ITEMRCVQTY(I)
                   END-IF
                   IF ITEMPOSTDT(I) > WS-COUNT-DATE
                     COMPUTE ITEMBOOK(I) =
                             ITEMBOOK(I) + ITEMPOSTQTY(I)
                   END-IF
                 END-IF
               END-IF
               COMPUTE ITEMVARQTY(I) = WS-COUNTED - ITEMBOOK(I)
               COMPUTE ITEMVARAMT(I) ROUNDED =
                       ITEMVARQTY(I) * ITEMCOST(I)
               IF ITEMROW-POSTABLE(I) AND NOT ITEMROW-RECOUNTED(I)
                 PERFORM CALC-HOLDTEST
               END-IF
             END-IF
           END-IF.
           IF ITEMROW-HELD(I)
             ADD 1 TO HOLDCOUNT
           END-IF.
      *
      * HOLD A FIRST COUNT WHOSE VARIANCE IS TOO LARGE TO POST ON
      * ONE PASS OF THE SHEETS
       CALC-HOLDTEST.
           MOVE ITEMVARQTY(I) TO WS-ABS-QTY.
           IF WS-ABS-QTY < 0
             COMPUTE WS-ABS-QTY = WS-ABS-QTY * -1
           END-IF.
           MOVE ITEMVARAMT(I) TO WS-ABS-AMT.
           IF WS-ABS-AMT < 0
             COMPUTE WS-ABS-AMT = WS-ABS-AMT * -1
           END-IF.
           MOVE ITEMBOOK(I) TO WS-ABS-BOOK.
           IF WS-ABS-BOOK < 0
             COMPUTE WS-ABS-BOOK = WS-ABS-BOOK * -1
           END-IF.
           IF WS-ABS-AMT >= CNT-HOLDDOL
             MOVE 'RECOUNT' TO ITEMSTATUS(I)
           ELSE
             IF WS-ABS-AMT >= CNT-HOLDMIN
                 AND WS-ABS-QTY * 100 >= WS-ABS-BOOK * CNT-HOLDPCT
               MOVE 'RECOUNT' TO ITEMSTATUS(I)
             END-IF
           END-IF.
      *
      * PRINT THE VARIANCE PAGE ONE DEPARTMENT AT A TIME, WITH A
      * SUBTOTAL UNDER EACH AND THE COUNT'S TOTAL AT THE END.  ONLY
      * COUNTED ITEMS WITH AN ON-HAND BOOK FIGURE ADD TO THE TOTALS
       WRITE-VARIANCES.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1 UNTIL WS-DEPT-SUB > 5
             PERFORM WRITE-DEPTVARIANCE
           END-PERFORM.
           MOVE 'COUNT TOTAL'   TO VARTOTLBL-O.
           MOVE VARQTYTOTAL     TO VARTOTQTY-O.
           MOVE VARAMTTOTAL     TO VARTOTAMT-O.
           WRITE RPT-RCD FROM VARTOT-1.
      *
      * ONE DEPARTMENT'S SECTION, SKIPPED WHEN NO SHEET ITEM IS IN IT
       WRITE-DEPTVARIANCE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEMCOUNT
             IF ITEMROW-ONSHEET(I)
               MOVE ITEMDEPT(I) TO WS-DEPT-CODE
               PERFORM CALC-DEPTCHECK
               IF J = WS-DEPT-SUB
                 IF DEPTITEMS(WS-DEPT-SUB) = 0
                   MOVE DEPTLABEL(WS-DEPT-SUB) TO VARDEPT-O
                   WRITE RPT-RCD FROM VARHDR-1
                   WRITE RPT-RCD FROM VARHDR-2
                 END-IF
                 ADD 1 TO DEPTITEMS(WS-DEPT-SUB)
                 PERFORM WRITE-VARLINE
               END-IF
             END-IF
           END-PERFORM.
           IF DEPTITEMS(WS-DEPT-SUB) > 0
             MOVE SPACES TO VARTOTLBL-O
             STRING 'DEPARTMENT TOTAL  ' DEPTLABEL(WS-DEPT-SUB)
                    DELIMITED BY SIZE INTO VARTOTLBL-O
             MOVE DEPTVARQTY(WS-DEPT-SUB) TO VARTOTQTY-O
             MOVE DEPTVARAMT(WS-DEPT-SUB) TO VARTOTAMT-O
             WRITE RPT-RCD FROM VARTOT-1
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
           END-IF.
      *
      * MAP THE DEPARTMENT CODE IN WS-DEPT-CODE TO ITS ROW IN J,
      * LEAVING WS-DEPT-SUB ALONE FOR THE DEPARTMENT BEING PRINTED
       CALC-DEPTCHECK.
           IF WS-DEPT-CODE = 'V'
             MOVE 1 TO J
           ELSE
             IF WS-DEPT-CODE = 'F'
               MOVE 2 TO J
             ELSE
               IF WS-DEPT-CODE = 'L'
                 MOVE 3 TO J
               ELSE
                 IF WS-DEPT-CODE = 'S'
                   MOVE 4 TO J
                 ELSE
                   MOVE 5 TO J
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      * ONE ITEM'S VARIANCE LINE, ADDED INTO THE DEPARTMENT AND COUNT
      * TOTALS WHEN IT HAS A BOOK FIGURE TO VARY FROM
       WRITE-VARLINE.
           MOVE ITEMID(I)     TO VARID-O.
           MOVE ITEMNAME(I)   TO VARNAME-O.
           MOVE ITEMBOOK(I)   TO VARBOOK-O.
           IF ITEMROW-RECOUNTED(I)
             MOVE ITEMRCTQTY(I) TO VARCOUNT-O
           ELSE
             MOVE ITEMCNTQTY(I) TO VARCOUNT-O
           END-IF.
           MOVE ITEMVARQTY(I) TO VARQTY-O.
           MOVE ITEMCOST(I)   TO VARCOST-O.
           MOVE ITEMVARAMT(I) TO VARAMT-O.
           MOVE ITEMSTATUS(I) TO VARSTAT-O.
           WRITE RPT-RCD FROM VARLINE-1.
           IF NOT ITEMROW-UNCOUNTED(I) AND NOT ITEMROW-OPENING(I)
             COMPUTE DEPTVARQTY(WS-DEPT-SUB) =
                     DEPTVARQTY(WS-DEPT-SUB) + ITEMVARQTY(I)
             COMPUTE DEPTVARAMT(WS-DEPT-SUB) =
                     DEPTVARAMT(WS-DEPT-SUB) + ITEMVARAMT(I)
             ADD ITEMVARQTY(I) TO VARQTYTOTAL
             ADD ITEMVARAMT(I) TO VARAMTTOTAL
           END-IF.
      *
      * LIST EVERY HELD ITEM WITH A BLANK FOR THE RECOUNT
       WRITE-RECOUNTS.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           WRITE RPT-RCD FROM RCTHDR-1.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEMCOUNT
             IF ITEMROW-ONSHEET(I) AND ITEMROW-HELD(I)
               MOVE ITEMID(I)     TO RCTID-O
               MOVE ITEMNAME(I)   TO RCTNAME-O
               MOVE ITEMDEPT(I)   TO WS-DEPT-CODE
               PERFORM CALC-DEPTCHECK
               MOVE DEPTLABEL(J)  TO RCTDEPT-O
               MOVE ITEMSTATUS(I) TO RCTSTAT-O
               WRITE RPT-RCD FROM RCTLINE-1
             END-IF
           END-PERFORM.
      *
      * RESET EACH COUNTED ITEM'S ON-HAND BALANCE.  THE VARIANCE IS
      * APPLIED TO THE CURRENT BALANCE RATHER THAN THE COUNT MOVED
      * OVER IT, SO A DAY ALREADY POSTED SINCE THE COUNT STAYS ON
      * THE BOOKS AND ITS POST PAIR CAN STILL BACK IT OUT ON A
      * RERUN.  AN OPENING COUNT STARTS THE ITEM'S ON-HAND ROW
       CALC-POSTCOUNTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEMCOUNT
             IF ITEMROW-ONSHEET(I)
               IF ITEMROW-OPENING(I)
                 IF ITEMROW-RECOUNTED(I)
                   MOVE ITEMRCTQTY(I) TO ITEMONHAND(I)
                 ELSE
                   MOVE ITEMCNTQTY(I) TO ITEMONHAND(I)
                 END-IF
                 MOVE WS-COUNT-DATE TO ITEMPOSTDT(I)
                 MOVE ZEROS         TO ITEMPOSTQTY(I)
                 MOVE 'Y'           TO ITEMONHFLG(I)
               ELSE
                 IF ITEMROW-POSTABLE(I)
                   COMPUTE ITEMONHAND(I) =
                           ITEMONHAND(I) + ITEMVARQTY(I)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           COMPUTE WS-SHRINK-AMT = VARAMTTOTAL * -1.
      *
      * REWRITE THE ON-HAND FILE: EVERY ROW THAT CAME IN, PLUS A NEW
      * ROW FOR EACH ITEM OPENED BY THIS COUNT
       WRITE-ONHAND.
           OPEN OUTPUT ONHD-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEMCOUNT
             IF ITEMROW-TRACKED(I)
               MOVE SPACES          TO ONHD-RCD
               MOVE ITEMID(I)       TO ONH-ITEMID
               MOVE ITEMONHAND(I)   TO ONH-QTY
               MOVE ITEMRCVDATE(I)  TO ONH-RCVDATE
               MOVE ITEMRCVQTY(I)   TO ONH-RCVQTY
               MOVE ITEMPOSTDT(I)   TO ONH-POSTDATE
               MOVE ITEMPOSTQTY(I)  TO ONH-POSTQTY
               WRITE ONHD-RCD
               ADD 1 TO ONHDWRITECOUNT
             END-IF
           END-PERFORM.
           CLOSE ONHD-FILE.
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
      * APPEND THE SHRINK ENTRY, DATED THE COUNT DATE: SHRINK DEBITED
      * AND INVENTORY CREDITED AT COST.  AN OVERAGE GOES THROUGH THE
      * SAME TWO LINES WITH THE SIGN TURNED.  WHEN THE JOURNAL HOLDS
      * THE COUNT DATE'S DAILY ENTRY BUT NO SHRINK ROW, A RERUN OF
      * THE DAILY RUN HAS WIPED WHAT EARLIER POSTS JOURNALED, AND
      * THAT GOES BACK ON WITH THIS RUN'S SHRINK.  NOTHING TO
      * JOURNAL WRITES NO ENTRY AT ALL
       WRITE-JOURNAL.
           PERFORM READ-STORECARD.
           PERFORM READ-COUNTPOSTS.
           PERFORM READ-JOURNAL.
           MOVE ZEROS TO WS-REPOST-AMT.
           IF WS-JRNL-DAYFOUND = 'Y' AND WS-JRNL-SHRFOUND = 'N'
             MOVE WS-POSTED-SHRINK TO WS-REPOST-AMT
           END-IF.
           COMPUTE WS-JRNL-AMT = WS-SHRINK-AMT + WS-REPOST-AMT.
           IF WS-JRNL-AMT NOT = ZERO
             PERFORM READ-ACCTMAP
             MOVE WS-STORE-ID TO JRN-STORE
             MOVE WS-STORE-ID TO JRNT-STORE
             OPEN EXTEND JRNL-FILE
             MOVE 'SHRINK      ' TO WS-ACTM-LOOKUP
             MOVE WS-JRNL-AMT    TO WS-JRN-AMT
             MOVE 'D'            TO WS-JRN-SIDE
             PERFORM WRITE-JRNLINE
             MOVE 'INVENTORY   ' TO WS-ACTM-LOOKUP
             MOVE WS-JRNL-AMT    TO WS-JRN-AMT
             MOVE 'C'            TO WS-JRN-SIDE
             PERFORM WRITE-JRNLINE
             MOVE JRNDRTOTAL TO JRNT-DR
             MOVE JRNCRTOTAL TO JRNT-CR
             MOVE JRN-TRAILER TO JRNL-RCD
             WRITE JRNL-RCD
             CLOSE JRNL-FILE
           END-IF.
           IF WS-SHRINK-AMT NOT = ZERO
             PERFORM WRITE-COUNTPOST
           END-IF.
      *
      * ADD UP THE SHRINK EARLIER RUNS POSTED FOR THIS COUNT DATE AND
      * STAND
       READ-COUNTPOSTS.
           MOVE ZEROS TO WS-POSTED-SHRINK.
           OPEN INPUT CNTH-FILE.
           PERFORM READ-CNTHRCD
           PERFORM UNTIL LASTCNTH = 1
             IF CNTH-COUNTDATE = WS-COUNT-DATE
                 AND CNTH-STORE = WS-STORE-ID
               ADD CNTH-SHRINK TO WS-POSTED-SHRINK
             END-IF
             PERFORM READ-CNTHRCD
           END-PERFORM.
           CLOSE CNTH-FILE.
      *
      * SEE WHAT THE JOURNAL ALREADY HOLDS FOR THE COUNT DATE AND
      * STAND.  A ROW WITH NO STORE IS TAKEN AS THE HOME STAND'S
       READ-JOURNAL.
           MOVE 'N' TO WS-JRNL-DAYFOUND.
           MOVE 'N' TO WS-JRNL-SHRFOUND.
           OPEN INPUT JRNL-FILE.
           PERFORM READ-JRNLRCD
           PERFORM UNTIL LASTJRNL = 1
             IF JRNI-DATE-X NUMERIC
               IF JRNI-DATE = WS-COUNT-DATE
                   AND (JRNI-STORE = WS-STORE-ID
                     OR JRNI-STORE = SPACE)
                 MOVE 'Y' TO WS-JRNL-DAYFOUND
                 IF JRNI-DESC = 'SHRINK      '
                   MOVE 'Y' TO WS-JRNL-SHRFOUND
                 END-IF
               END-IF
             END-IF
             PERFORM READ-JRNLRCD
           END-PERFORM.
           CLOSE JRNL-FILE.
      *
      * RECORD THIS RUN'S SHRINK AGAINST THE COUNT DATE AND STAND
       WRITE-COUNTPOST.
           OPEN EXTEND CNTH-FILE.
           IF CNTH-STATUS-NOTFOUND
             OPEN OUTPUT CNTH-FILE
           END-IF.
           MOVE SPACES          TO CNTH-RCD.
           MOVE WS-COUNT-DATE   TO CNTH-COUNTDATE.
           MOVE WS-STORE-ID     TO CNTH-STORE.
           MOVE WS-SHRINK-AMT   TO CNTH-SHRINK.
           MOVE WS-CURRENT-DATE TO CNTH-POSTDATE.
           WRITE CNTH-RCD.
           CLOSE CNTH-FILE.
      *
      * LOAD THE BOOKKEEPER'S ACCOUNT MAPPING CARDS
       READ-ACCTMAP.
           OPEN INPUT ACTM-FILE.
           PERFORM READ-ACTMRCD
           PERFORM UNTIL LASTACTM = 1
             IF ACTM-KEY NOT = SPACES AND ACTMCOUNT < 20
               ADD 1 TO ACTMCOUNT
               MOVE ACTM-KEY  TO ACTMKEY(ACTMCOUNT)
               MOVE ACTM-ACCT TO ACTMACCT(ACTMCOUNT)
             END-IF
             PERFORM READ-ACTMRCD
           END-PERFORM.
           CLOSE ACTM-FILE.
      *
      * FIND THE LEDGER ACCOUNT FOR THE LINE KEY IN WS-ACTM-LOOKUP,
      * LEAVING ACTMFOUND ZERO WHEN NO CARD HAS BEEN KEYED FOR IT
       CALC-ACTMLOOKUP.
           MOVE ZEROS TO ACTMFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ACTMCOUNT
             IF ACTMKEY(J) = WS-ACTM-LOOKUP
               MOVE J TO ACTMFOUND
             END-IF
           END-PERFORM.
      *
      * WRITE ONE JOURNAL ROW FOR THE KEY, AMOUNT, AND SIDE SET UP BY
      * THE CALLER.  A KEY WITH NO MAPPING CARD POSTS TO 99999999
      * AND IS COUNTED, AS IN PRDCSTND
       WRITE-JRNLINE.
           MOVE WS-COUNT-DATE   TO JRN-DATE.
           MOVE WS-ACTM-LOOKUP  TO JRN-DESC.
           PERFORM CALC-ACTMLOOKUP.
           IF ACTMFOUND > 0
             MOVE ACTMACCT(ACTMFOUND) TO JRN-ACCT
           ELSE
             MOVE '99999999' TO JRN-ACCT
             ADD 1 TO JRNUNMAPPED
           END-IF.
           IF WS-JRN-SIDE = 'C'
             MOVE ZEROS      TO JRN-DR
             MOVE WS-JRN-AMT TO JRN-CR
             ADD WS-JRN-AMT TO JRNCRTOTAL
           ELSE
             MOVE WS-JRN-AMT TO JRN-DR
             MOVE ZEROS      TO JRN-CR
             ADD WS-JRN-AMT TO JRNDRTOTAL
           END-IF.
           MOVE JRN-DETAIL TO JRNL-RCD.
           WRITE JRNL-RCD.
      *
      * LIST A COUNT THAT FAILED ITS EDITS, WITH THE REASON
       WRITE-REJECT.
           ADD 1 TO CNTREJECTCOUNT.
           MOVE CNTK-ITEMID-X TO REJID-O.
           MOVE WS-REJECT-RSN TO REJRSN-O.
           MOVE CNTK-USERID   TO REJUSER-O.
           WRITE RPT-RCD FROM REJLINE-1.
      *
      * RECONCILE SHEET ITEMS AND COUNTS READ AGAINST WHAT POSTED
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           MOVE SHTREADCOUNT   TO CTL-SHT-O.
           WRITE RPT-RCD FROM CTLLINE-SHT.
           MOVE CNTREADCOUNT   TO CTL-READ-O.
           WRITE RPT-RCD FROM CTLLINE-READ.
           MOVE CNTAPPLYCOUNT  TO CTL-APPLY-O.
           WRITE RPT-RCD FROM CTLLINE-APPLY.
           MOVE CNTREJECTCOUNT TO CTL-REJECT-O.
           WRITE RPT-RCD FROM CTLLINE-REJECT.
           MOVE HOLDCOUNT      TO CTL-HOLD-O.
           WRITE RPT-RCD FROM CTLLINE-HOLD.
           MOVE ONHDREADCOUNT  TO CTL-ONHIN-O.
           WRITE RPT-RCD FROM CTLLINE-ONHIN.
           MOVE ONHDWRITECOUNT TO CTL-ONHOUT-O.
           WRITE RPT-RCD FROM CTLLINE-ONHOUT.
           MOVE WS-SHRINK-AMT  TO CTL-SHRINK-O.
           WRITE RPT-RCD FROM CTLLINE-SHRINK.
           MOVE WS-REPOST-AMT  TO CTL-REPOST-O.
           WRITE RPT-RCD FROM CTLLINE-REPOST.
           MOVE JRNUNMAPPED    TO CTL-JRNUNM-O.
           WRITE RPT-RCD FROM CTLLINE-JRNUNM.
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
             AT END MOVE 1 TO LASTITEM
           END-READ.
      *
       READ-ONHDRCD.
           READ ONHD-FILE
             AT END MOVE 1 TO LASTONHD
           END-READ.
      *
       READ-CSHTRCD.
           READ CSHT-FILE
             AT END MOVE 1 TO LASTCSHT
           END-READ.
      *
       READ-CNTKRCD.
           READ CNTK-FILE
             AT END MOVE 1 TO LASTCNTK
           END-READ.
      *
       READ-ACTMRCD.
           READ ACTM-FILE
             AT END MOVE 1 TO LASTACTM
           END-READ.
      *
       READ-JRNLRCD.
           READ JRNL-FILE
             AT END MOVE 1 TO LASTJRNL
           END-READ.
      *
       READ-CNTHRCD.
           READ CNTH-FILE
             AT END MOVE 1 TO LASTCNTH
           END-READ.
      *
       CLOSE-FILES.
           CLOSE ITEM-FILE.
           CLOSE CNTK-FILE.
           CLOSE CNTP-RPT.
      *
