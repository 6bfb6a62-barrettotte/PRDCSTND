      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PRDCINVM.
       AUTHOR.        BARRETT OTTE.
       DATE-WRITTEN.  09/14/26.
      *
      * THREE-WAY MATCH OF THE DAY'S KEYED SUPPLIER INVOICES AGAINST
      * WHAT WAS ORDERED (THE PRDCORDR ORDER FILE) AND WHAT ACTUALLY
      * CAME OFF THE TRUCK (THE SAME RECEIVING ENTRIES PRDCRCVG
      * POSTED), RUN ALONGSIDE PRDCRCVG FROM THE PAPERWORK THAT CAME
      * WITH THE DELIVERY.  RECEIVED UNITS NOT YET BILLED ARE CARRIED
      * FROM RUN TO RUN, SO AN INVOICE THAT COMES DAYS AFTER ITS
      * DELIVERY STILL MATCHES.  A LINE BILLED FOR MORE THAN WAS
      * RECEIVED, BILLED ABOVE THE ITEM MASTER'S UNIT COST, OR AN
      * INVOICE WITH NO RECEIPT BEHIND IT AT ALL IS HELD OFF THE
      * PAYABLES FILE AND LISTED FOR THE OWNER TO TAKE UP WITH THE
      * SUPPLIER.  CLEAN
      * INVOICES ARE ADDED TO THE OPEN-PAYABLES FILE WITH A DUE DATE
      * AND PROMPT-PAY DISCOUNT WORKED OUT FROM THE SUPPLIER'S TERMS.
      * KEYED PAYMENTS ARE APPLIED TO THE OPEN FILE, THEN A PAYABLES
      * AGING PAGE AND A LIST OF WHAT TO PAY THIS WEEK FOLLOW.  A
      * SUPPLIER OR ITEM MASTER THAT DOES NOT MATCH ITS CONTROL RECORD
      * STOPS THE STEP BEFORE THE PAYABLES FILE IS TOUCHED.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVM-RPT   ASSIGN TO PRTLINE.
           SELECT INVT-FILE  ASSIGN TO PRDCINVT.
           SELECT SUPP-FILE  ASSIGN TO PRDCSUPS.
           SELECT ITEM-FILE  ASSIGN TO PRDCITMS.
           SELECT OPTIONAL SCTL-FILE ASSIGN TO PRDCSCTL
                              FILE STATUS IS WS-SCTL-STATUS.
           SELECT OPTIONAL ICTL-FILE ASSIGN TO PRDCICTL
                              FILE STATUS IS WS-ICTL-STATUS.
           SELECT OPTIONAL RCVT-FILE ASSIGN TO PRDCRCVT
                              FILE STATUS IS WS-RCVT-STATUS.
           SELECT OPTIONAL ORDF-FILE ASSIGN TO PRDCORDF
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS WS-ORDF-STATUS.
           SELECT OPTIONAL APOP-FILE ASSIGN TO PRDCAPOP
                              FILE STATUS IS WS-APOP-STATUS.
           SELECT OPTIONAL APPY-FILE ASSIGN TO PRDCAPPY
                              FILE STATUS IS WS-APPY-STATUS.
           SELECT OPTIONAL RCVU-FILE ASSIGN TO PRDCRCVU
                              FILE STATUS IS WS-RCVU-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  INVM-RPT RECORDING MODE F.
       01  RPT-RCD           PIC X(80).
      *
      * SUPPLIER INVOICE LINES KEYED FROM THE DELIVERY PAPERWORK, ONE
      * RECORD PER BILLED ITEM WITH THE INVOICE'S SUPPLIER, NUMBER
      * AND DATE REPEATED ON EVERY LINE.  NUMERIC FIELDS ARE DECLARED
      * AS DISPLAY TEXT AND VALIDATED BEFORE USE.  CASES BLANK MEANS
      * THE UNITS COLUMN CARRIES A STRAIGHT UNIT COUNT, AS ON THE
      * RECEIVING ENTRIES.  THE PRICE BILLED IS PER UNIT
       FD  INVT-FILE RECORDING MODE F.
       01  INV-RCD.
           05  INV-SUPPLIER  PIC X(03).
           05  INV-NUMBER    PIC X(10).
           05  INV-DATA.
               10  INV-DATE-X    PIC X(08).
               10  INV-ITEMID-X  PIC X(05).
               10  INV-CASES-X   PIC X(04).
               10  INV-UNITS-X   PIC X(06).
               10  INV-PRICE-X   PIC X(05).
      * WHO KEYED THE INVOICE
           05  INV-USERID    PIC X(08).
           05  FILLER        PIC X(31).
      *
      * SUPPLIER MASTER MAINTAINED BY PRDCSUPM.  LAYOUT MUST MATCH
      * SUPO-RCD THERE
       FD  SUPP-FILE RECORDING MODE F.
       01  SUPP-RCD.
           05  SUP-CODE      PIC X(03).
           05  SUP-NAME      PIC X(20).
           05  SUP-CONTACT   PIC X(20).
           05  SUP-MINDOL    PIC 9(05)V9(2).
           05  SUP-MINCASE   PIC 9(03).
           05  SUP-LEADDAYS  PIC 9(02).
           05  SUP-DELDAYS   PIC X(07).
      * DECLARED AS TEXT AND VALIDATED ON LOAD: MASTERS WRITTEN
      * BEFORE THE PAYMENT TERMS EXISTED CARRY SPACES HERE
           05  SUP-NETDAYS-X PIC X(03).
           05  SUP-NETDAYS REDEFINES SUP-NETDAYS-X
                             PIC 9(03).
           05  SUP-DISCPCT-X PIC X(04).
           05  SUP-DISCPCT REDEFINES SUP-DISCPCT-X
                             PIC 9(02)V9(2).
           05  SUP-DISCDAYS-X PIC X(02).
           05  SUP-DISCDAYS REDEFINES SUP-DISCDAYS-X
                             PIC 9(02).
           05  FILLER        PIC X(09).
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
      * RECEIVING ENTRIES KEYED FROM THE DELIVERY PAPERWORK.  LAYOUT
      * MUST MATCH RCV-RCD IN PRDCRCVG.  OPTIONAL SO AN INVOICE
      * KEYED ON A DAY WITH NO DELIVERY STILL SHOWS AS UNRECEIVED
       FD  RCVT-FILE RECORDING MODE F.
       01  RCV-RCD.
           05  RCV-ITEMID-X  PIC X(05).
           05  RCV-ITEMID REDEFINES RCV-ITEMID-X
                             PIC 9(05).
           05  RCV-SUPPLIER  PIC X(03).
           05  RCV-CASES-X   PIC X(04).
           05  RCV-CASES REDEFINES RCV-CASES-X
                             PIC 9(04).
           05  RCV-UNITS-X   PIC X(06).
           05  RCV-UNITS REDEFINES RCV-UNITS-X
                             PIC 9(06).
           05  RCV-USERID    PIC X(08).
           05  FILLER        PIC X(54).
      *
      * SUGGESTED ORDER FILE WRITTEN BY PRDCORDR.  LAYOUT MUST MATCH
      * XTR-DETAIL THERE
       FD  ORDF-FILE.
       01  ORDF-RCD.
           05  ORDF-SUPP     PIC X(03).
           05  FILLER        PIC X(01).
           05  ORDF-ID       PIC 9(05).
           05  FILLER        PIC X(01).
           05  ORDF-NAME     PIC X(16).
           05  FILLER        PIC X(01).
           05  ORDF-CASES    PIC 9(04).
           05  FILLER        PIC X(01).
           05  ORDF-UNITS    PIC 9(06).
           05  FILLER        PIC X(42).
      *
      * OPEN PAYABLES: ONE RECORD PER MATCHED INVOICE STILL OWED,
      * REWRITTEN IN PLACE EVERY RUN.  THE DISCOUNT DATE AND AMOUNT
      * ARE ZERO WHEN THE SUPPLIER OFFERS NO PROMPT-PAY DISCOUNT.
      * THE PAY DATE AND AMOUNT ARE THE LAST DAY'S PAYMENTS, DISCOUNT
      * TAKEN INCLUDED, SO A RERUN OF THAT DAY PUTS THEM BACK ON THE
      * BALANCE INSTEAD OF APPLYING THEM TWICE.  AN INVOICE PAID OFF
      * IS KEPT AT A ZERO BALANCE UNTIL THE NEXT DAY'S RUN FOR THE
      * SAME REASON
       FD  APOP-FILE RECORDING MODE F.
       01  APOP-RCD.
           05  AP-SUPPLIER   PIC X(03).
           05  AP-INVNO      PIC X(10).
           05  AP-INVDATE    PIC 9(08).
           05  AP-DUEDATE    PIC 9(08).
           05  AP-DISCDATE   PIC 9(08).
           05  AP-AMOUNT     PIC S9(06)V9(2).
           05  AP-DISCAMT    PIC S9(06)V9(2).
           05  AP-BALANCE    PIC S9(06)V9(2).
           05  AP-PAYDATE    PIC 9(08).
           05  AP-PAYAMT     PIC S9(06)V9(2).
           05  FILLER        PIC X(03).
      *
      * RECEIVED UNITS NOT YET BILLED, ONE RECORD PER SUPPLIER AND
      * ITEM, REWRITTEN IN PLACE EVERY RUN.  THE RECEIVE DATE AND
      * QUANTITY ARE THE LAST DAY'S RECEIVING ENTRIES FOLDED IN, SO A
      * RERUN OF THAT DAY BACKS THEM OUT INSTEAD OF COUNTING THEM
      * TWICE.  UNITS LEFT UNBILLED PAST WS-RCVU-KEEPDAYS ARE DROPPED
       FD  RCVU-FILE RECORDING MODE F.
       01  RCVU-RCD.
           05  RU-SUPPLIER   PIC X(03).
           05  RU-ITEMID     PIC 9(05).
           05  RU-UNITS      PIC 9(06).
           05  RU-RCVDATE    PIC 9(08).
           05  RU-RCVUNITS   PIC 9(06).
           05  FILLER        PIC X(52).
      *
      * PAYMENTS KEYED AGAINST OPEN INVOICES.  A PAYMENT MADE BY THE
      * DISCOUNT DATE THAT COVERS THE BALANCE LESS THE DISCOUNT
      * CLOSES THE INVOICE OUT
       FD  APPY-FILE RECORDING MODE F.
       01  APPY-RCD.
           05  APP-SUPPLIER  PIC X(03).
           05  APP-INVNO     PIC X(10).
           05  APP-AMT-X     PIC X(08).
           05  APP-AMT REDEFINES APP-AMT-X
                             PIC 9(06)V9(2).
           05  APP-USERID    PIC X(08).
           05  FILLER        PIC X(51).
      *
      * CONTROL RECORD PRDCSUPM WRITES NEXT TO THE SUPPLIER MASTER
      * AND PROMOTES WITH IT.  LAYOUT MUST MATCH SCTL-RCD THERE.
      * OPTIONAL SO A MISSING RECORD STOPS THE RUN WITH A MESSAGE
       FD  SCTL-FILE RECORDING MODE F.
       01  SCTL-RCD.
           05  SCTL-FILEID   PIC X(08).
           05  SCTL-BUSDATE  PIC 9(08).
           05  SCTL-RECCOUNT PIC 9(08).
           05  SCTL-AMTTOTAL PIC S9(10)V9(2).
           05  SCTL-KEYHASH  PIC 9(12).
           05  FILLER        PIC X(32).
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
           05  LASTINV       PIC 9 VALUE ZERO.
           05  LASTSUPP      PIC 9 VALUE ZERO.
           05  LASTITEM      PIC 9 VALUE ZERO.
           05  LASTRCV       PIC 9 VALUE ZERO.
           05  LASTORDF      PIC 9 VALUE ZERO.
           05  LASTAPOP      PIC 9 VALUE ZERO.
           05  LASTAPPY      PIC 9 VALUE ZERO.
           05  LASTRCVU      PIC 9 VALUE ZERO.
      *
      * STATUSES OF THE OPTIONAL FILES
       77  WS-RCVT-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-ORDF-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-APOP-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-APPY-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-RCVU-STATUS    PIC X(02)        VALUE SPACES.
      *
      * STATUS OF THE OPTIONAL ITEM MASTER CONTROL RECORD FILE
       77  WS-ICTL-STATUS    PIC X(02)        VALUE SPACES.
      *
      * STATUS OF THE OPTIONAL SUPPLIER MASTER CONTROL RECORD FILE
       77  WS-SCTL-STATUS    PIC X(02)        VALUE SPACES.
      *
      * A SUPPLIER WITH NO TERMS KEYED ON THE MASTER IS PAID NET 30
       77  WS-DEFAULT-NET    PIC 9(03)        VALUE 30.
      *
      * RECEIVED UNITS STILL UNBILLED THIS MANY DAYS AFTER THE LAST
      * DELIVERY ARE TAKEN AS NEVER TO BE BILLED AND DROPPED
       77  WS-RCVU-KEEPDAYS  PIC 9(03)        VALUE 60.
      *
      * THE RUN DATE, AND DAY-SERIALS FOR DUE DATES, AGING, AND THE
      * PAY-THIS-WEEK CUT
       77  WS-TODAY-YYYYMMDD PIC 9(08)        VALUE ZEROS.
       77  WS-TODAY-SERIAL   PIC S9(08)       VALUE ZEROS.
       77  WS-WEEK-SERIAL    PIC S9(08)       VALUE ZEROS.
       77  WS-INV-SERIAL     PIC S9(08)       VALUE ZEROS.
       77  WS-WORK-SERIAL    PIC S9(08)       VALUE ZEROS.
       77  WS-AGE-DAYS       PIC S9(08)       VALUE ZEROS.
      *
      * SUPPLIER MASTER ROWS PACKED IN LOAD ORDER, WITH THE TERMS
       01  SUPTABLE.
           05  SUPROW OCCURS 200 TIMES.
               10  SUPCODE     PIC X(03)       VALUE SPACES.
               10  SUPNAME     PIC X(20)       VALUE SPACES.
               10  SUPNETDAYS  PIC 9(03)       VALUE ZEROS.
               10  SUPDISCPCT  PIC 9(02)V9(2)  VALUE ZEROS.
               10  SUPDISCDAYS PIC 9(02)       VALUE ZEROS.
      *
       77  SUPCOUNT          PIC 9(03) VALUE ZEROS.
       77  SUPFOUND          PIC 9(03) VALUE ZEROS.
       77  WS-LOOKUP-SUPP    PIC X(03) VALUE SPACES.
      *
      * CAPACITY OF ITEMTABLE, AS IN PRDCSTND
       77  ITEMTABLE-MAX     PIC 9(04) VALUE 1000.
      *
       77  ITEMCOUNT         PIC 9(04) VALUE ZEROS.
       77  ITEMFOUND         PIC 9(04) VALUE ZEROS.
       77  WS-LOOKUP-ID      PIC 9(05) VALUE ZEROS.
      *
      * ITEM MASTER ROWS PACKED IN LOAD ORDER: THE CASE-PACK SIZE TO
      * TURN CASES INTO UNITS AND THE UNIT COST BILLED PRICES ARE
      * HELD TO
       01  ITEMTABLE.
           05  ITEMROW OCCURS 1000 TIMES.
               10  ITEMID      PIC 9(05)       VALUE ZEROS.
               10  ITEMNAME    PIC X(16)       VALUE SPACES.
               10  ITEMSUPP    PIC X(03)       VALUE SPACES.
               10  ITEMCASE    PIC 9(03)       VALUE ZEROS.
               10  ITEMCOST    PIC 9(03)V9(2)  VALUE ZEROS.
      *
      * ONE ROW PER SUPPLIER AND ITEM SEEN ON THE ORDER FILE, THE
      * RECEIVING ENTRIES OR THE UNBILLED RECEIPTS: UNITS ORDERED,
      * UNITS RECEIVED AND NOT BILLED BEFORE THIS RUN, AND UNITS
      * BILLED BY AN INVOICE THAT MATCHED, SO TWO INVOICES CANNOT
      * BOTH BE PAID FOR ONE DELIVERY.  THE LAST RECEIVE DATE AND THE
      * DAY'S OWN RECEIVED UNITS GO BACK OUT ON THE UNBILLED FILE
       01  MTCTABLE.
           05  MTCROW OCCURS 1000 TIMES.
               10  MTCSUPP     PIC X(03)       VALUE SPACES.
               10  MTCID       PIC 9(05)       VALUE ZEROS.
               10  MTCORDUNITS PIC 9(06)       VALUE ZEROS.
               10  MTCRCVUNITS PIC 9(06)       VALUE ZEROS.
               10  MTCBILLED   PIC 9(06)       VALUE ZEROS.
               10  MTCRCVDATE  PIC 9(08)       VALUE ZEROS.
               10  MTCRCVTODAY PIC 9(06)       VALUE ZEROS.
      *
       77  MTCCOUNT          PIC 9(04) VALUE ZEROS.
      * RECEIPTS THAT ARRIVED AFTER MTCTABLE FILLED.  ANY COUNT HERE
      * MEANS THE UNBILLED FILE WRITTEN BACK WOULD BE SHORT
       77  MTCOVERFLOW       PIC 9(06) VALUE ZEROS.
       77  WS-RCVU-UNITS     PIC S9(07) VALUE ZEROS.
       77  MTCFOUND          PIC 9(04) VALUE ZEROS.
      *
       77  INVCOUNT          PIC 9(04) VALUE ZEROS.
      *
      * EVERY INVOICE LINE, SORTED BY SUPPLIER THEN INVOICE NUMBER SO
      * EACH INVOICE READS OUT AS ONE GROUP.  THE KEYED FIELDS ARE
      * HELD AS TEXT AND EDITED WHEN THE INVOICE IS MATCHED.  THE
      * UNITS EACH LINE DREW AGAINST THE RECEIPTS, AND THE MATCH ROW
      * IT DREW THEM FROM, ARE KEPT SO A HELD INVOICE CAN GIVE THEM
      * BACK
       01  INVTABLE.
           05  INVROW OCCURS 1 TO 1000 TIMES DEPENDING ON INVCOUNT
                       ASCENDING KEY IS INVKEY.
               10  INVKEY.
                   15  INVSUPP   PIC X(03)       VALUE SPACES.
                   15  INVNO     PIC X(10)       VALUE SPACES.
               10  INVDATA       PIC X(28)       VALUE SPACES.
               10  INVDRAWN      PIC 9(06)       VALUE ZEROS.
               10  INVMTC        PIC 9(04)       VALUE ZEROS.
      *
      * INVOICE LINES THAT ARRIVED AFTER INVTABLE FILLED.  ANY COUNT
      * HERE MEANS THE BATCH WAS NOT ALL MATCHED, SO NOTHING IS POSTED
       77  INVOVERFLOW       PIC 9(06) VALUE ZEROS.
      *
      * THE INVOICE LINE BEING EDITED, BROKEN INTO ITS FIELDS
       01  WS-INVLINE-G.
           05  WS-IL-DATE-X      PIC X(08).
           05  WS-IL-DATE REDEFINES WS-IL-DATE-X
                                 PIC 9(08).
           05  WS-IL-ITEMID-X    PIC X(05).
           05  WS-IL-ITEMID REDEFINES WS-IL-ITEMID-X
                                 PIC 9(05).
           05  WS-IL-CASES-X     PIC X(04).
           05  WS-IL-CASES REDEFINES WS-IL-CASES-X
                                 PIC 9(04).
           05  WS-IL-UNITS-X     PIC X(06).
           05  WS-IL-UNITS REDEFINES WS-IL-UNITS-X
                                 PIC 9(06).
           05  WS-IL-PRICE-X     PIC X(05).
           05  WS-IL-PRICE REDEFINES WS-IL-PRICE-X
                                 PIC 9(03)V9(2).
      *
      * BOUNDS OF THE INVOICE GROUP CURRENTLY BEING MATCHED, AND THE
      * LINE WITHIN IT
       77  WS-GRP-LO         PIC 9(06) VALUE ZEROS.
       77  WS-GRP-HI         PIC 9(06) VALUE ZEROS.
       77  WS-LINE-SUB       PIC 9(06) VALUE ZEROS.
       77  WS-CUR-SUPP       PIC X(03) VALUE SPACES.
       77  WS-CUR-INVNO      PIC X(10) VALUE SPACES.
      *
      * RUNNING FIGURES FOR THE INVOICE AND THE LINE BEING MATCHED.
      * WS-HOLD-RSN STAYS SPACES WHILE THE INVOICE IS CLEAN
       77  WS-HOLD-RSN       PIC X(30) VALUE SPACES.
       77  WS-REJECT-RSN     PIC X(30) VALUE SPACES.
       77  WS-LINE-FLAG      PIC X(12) VALUE SPACES.
       77  WS-INV-DATE       PIC 9(08) VALUE ZEROS.
       77  WS-INV-TOTAL      PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-INV-RCVLINES   PIC 9(04) VALUE ZEROS.
       77  WS-BILL-UNITS     PIC 9(06) VALUE ZEROS.
       77  WS-AVAIL-UNITS    PIC S9(07) VALUE ZEROS.
       77  WS-LINE-AMT       PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-RCV-UNITS      PIC 9(06) VALUE ZEROS.
      *
      * TERMS WORKED OUT FOR A MATCHED INVOICE
       77  WS-DUE-DATE       PIC 9(08) VALUE ZEROS.
       77  WS-DISC-DATE      PIC 9(08) VALUE ZEROS.
       77  WS-DISC-AMT       PIC S9(06)V9(2) VALUE ZEROS.
       77  WS-NET-DAYS       PIC 9(03) VALUE ZEROS.
      *
      * CAPACITY OF APTABLE -- HOW MANY INVOICES CAN BE OWED AT ONCE
       77  APTABLE-MAX       PIC 9(04) VALUE 500.
       77  APCOUNT           PIC 9(04) VALUE ZEROS.
       77  APFOUND           PIC 9(04) VALUE ZEROS.
      *
      * IN-CORE COPY OF THE OPEN-PAYABLES FILE.  NEW INVOICES ARE
      * ADDED AND PAYMENTS APPLIED HERE, AND THE TABLE IS SORTED AND
      * WRITTEN BACK OUT AT END OF RUN.  A ROW PAID DOWN TO ZERO IS
      * DROPPED WHEN THE FILE IS WRITTEN, UNLESS IT WAS PAID TODAY
       01  APTABLE.
           05  APROW OCCURS 1 TO 500 TIMES DEPENDING ON APCOUNT
                       ASCENDING KEY IS APKEY.
               10  APKEY.
                   15  APSUPP    PIC X(03)       VALUE SPACES.
                   15  APINVNO   PIC X(10)       VALUE SPACES.
               10  APINVDATE     PIC 9(08)       VALUE ZEROS.
               10  APDUEDATE     PIC 9(08)       VALUE ZEROS.
               10  APDISCDATE    PIC 9(08)       VALUE ZEROS.
               10  APAMOUNT      PIC S9(06)V9(2) VALUE ZEROS.
               10  APDISCAMT     PIC S9(06)V9(2) VALUE ZEROS.
               10  APBALANCE     PIC S9(06)V9(2) VALUE ZEROS.
               10  APPAYDATE     PIC 9(08)       VALUE ZEROS.
               10  APPAYAMT      PIC S9(06)V9(2) VALUE ZEROS.
      *
      * PAYMENT WORK: THE DISCOUNT TAKEN WHEN A PAYMENT CLOSES AN
      * INVOICE INSIDE ITS DISCOUNT WINDOW
       77  WS-DISC-TAKEN     PIC S9(06)V9(2) VALUE ZEROS.
       77  WS-PAY-BALBEFORE  PIC S9(06)V9(2) VALUE ZEROS.
      *
      * AGING AND PAY-THIS-WEEK WORK
       77  WS-AGE-CUR        PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-AGE-30         PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-AGE-31         PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-TOT-CUR        PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-TOT-30         PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-TOT-31         PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-PAYBY-DATE     PIC 9(08) VALUE ZEROS.
       77  WS-PAY-DISC       PIC S9(06)V9(2) VALUE ZEROS.
       77  WS-PAY-NET        PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-WEEK-BAL       PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-WEEK-DISC      PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-WEEK-NET       PIC S9(08)V9(2) VALUE ZEROS.
       77  WEEKCOUNT         PIC 9(04) VALUE ZEROS.
      *
      * CONTROL TOTALS
       77  INVREADCOUNT      PIC 9(06) VALUE ZEROS.
       77  LINEREJECTCOUNT   PIC 9(06) VALUE ZEROS.
       77  INVGRPCOUNT       PIC 9(06) VALUE ZEROS.
       77  INVMATCHCOUNT     PIC 9(06) VALUE ZEROS.
       77  INVHOLDCOUNT      PIC 9(06) VALUE ZEROS.
       77  INVMATCHAMT       PIC S9(08)V9(2) VALUE ZEROS.
       77  INVHOLDAMT        PIC S9(08)V9(2) VALUE ZEROS.
       77  RCVREADCOUNT      PIC 9(06) VALUE ZEROS.
       77  ORDFREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  PAYREADCOUNT      PIC 9(06) VALUE ZEROS.
       77  PAYAPPLYCOUNT     PIC 9(06) VALUE ZEROS.
       77  PAYREJECTCOUNT    PIC 9(06) VALUE ZEROS.
       77  PAYAMTTOTAL       PIC S9(08)V9(2) VALUE ZEROS.
       77  PAYBACKCOUNT      PIC 9(06) VALUE ZEROS.
       77  PAYBACKTOTAL      PIC S9(08)V9(2) VALUE ZEROS.
       77  APREADCOUNT       PIC 9(06) VALUE ZEROS.
       77  APWRITECOUNT      PIC 9(06) VALUE ZEROS.
      * OPEN ITEMS THAT ARRIVED AFTER APTABLE FILLED.  ANY COUNT HERE
      * MEANS THE OPEN FILE WRITTEN BACK WOULD BE SHORT, SO IT IS LEFT
      * AS IT WAS
       77  APOVERFLOW        PIC 9(06) VALUE ZEROS.
       77  APBALTOTAL        PIC S9(08)V9(2) VALUE ZEROS.
       77  RCVUREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  RCVUWRITECOUNT    PIC 9(06) VALUE ZEROS.
       77  RCVUAGEDCOUNT     PIC 9(06) VALUE ZEROS.
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(14) VALUE 'PRODUCE STAND '.
           05  FILLER        PIC X(26)
               VALUE 'INVOICE MATCH AND PAYABLES'.
           05  FILLER        PIC X(40) VALUE SPACES.
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
      * ONE OF THESE AT THE TOP OF EACH INVOICE
       01  INVHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(09) VALUE 'INVOICE: '.
           05  INVSUPP-O     PIC X(03).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  INVNO-O       PIC X(10).
           05  FILLER        PIC X(08) VALUE '  DATED '.
           05  INVDATE-O     PIC X(08).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  INVSUPNAME-O  PIC X(20).
           05  FILLER        PIC X(17) VALUE SPACES.
      *
       01  INVHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'ITEM '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(12) VALUE 'NAME'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(06) VALUE 'BILLED'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(06) VALUE '  RCVD'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(06) VALUE ' ORDRD'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(06) VALUE ' PRICE'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(06) VALUE '  COST'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(10) VALUE '    AMOUNT'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(12) VALUE 'MATCH'.
           05  FILLER        PIC X(02) VALUE SPACES.
      *
      * ONE OF THESE PER INVOICE LINE: WHAT WAS BILLED, WHAT CAME IN,
      * WHAT WAS ORDERED, THE PRICE AGAINST THE MASTER COST, AND WHY
      * THE LINE DID NOT MATCH WHEN IT DID NOT
       01  INVLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  INVID-O       PIC 9(05).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  INVNAME-O     PIC X(12).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  INVBILL-O     PIC ZZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  INVRCVD-O     PIC ZZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  INVORD-O      PIC ZZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  INVPRC-O      PIC $$9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  INVCOST-O     PIC $$9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  INVAMT-O      PIC $$$,$$9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  INVFLAG-O     PIC X(12).
           05  FILLER        PIC X(02) VALUE SPACES.
      *
      * CLOSING LINE FOR AN INVOICE THAT MATCHED AND WENT TO PAYABLES
       01  INVTOT-1.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(14) VALUE 'MATCHED TOTAL '.
           05  INVTOT-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(06) VALUE '  DUE '.
           05  INVDUE-O      PIC 9(08).
           05  FILLER        PIC X(07) VALUE '  DISC '.
           05  INVDISC-O     PIC $$,$$9.99.
           05  FILLER        PIC X(04) VALUE ' BY '.
           05  INVDISCDT-O   PIC 9(08).
           05  FILLER        PIC X(10) VALUE SPACES.
      *
      * CLOSING LINE FOR AN INVOICE HELD OFF PAYABLES, WITH THE
      * REASON
       01  INVHOLD-1.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(14) VALUE 'HELD   TOTAL  '.
           05  INVHOLDTOT-O  PIC $$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  INVHOLDRSN-O  PIC X(30).
           05  FILLER        PIC X(20) VALUE SPACES.
      *
      * ONE OF THESE PER REJECTED INVOICE LINE OR PAYMENT, ECHOING
      * WHAT WAS KEYED ALONGSIDE THE REASON
       01  REJLINE-1.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE 'REJECT  '.
           05  REJSUPP-O     PIC X(03).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  REJKEY-O      PIC X(10).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  REJRSN-O      PIC X(30).
           05  FILLER        PIC X(23) VALUE SPACES.
      *
       01  PAYHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(16) VALUE 'PAYMENTS APPLIED'.
           05  FILLER        PIC X(63) VALUE SPACES.
      *
       01  PAYHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'SUPP '.
           05  FILLER        PIC X(12) VALUE 'INVOICE'.
           05  FILLER        PIC X(11) VALUE '       PAID'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(09) VALUE 'DISC TAKN'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(11) VALUE '    BALANCE'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE 'BY'.
           05  FILLER        PIC X(17) VALUE SPACES.
      *
       01  PAYLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PAYSUPP-O     PIC X(03).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  PAYINVNO-O    PIC X(10).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  PAYAMT-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  PAYDISC-O     PIC $$,$$9.99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  PAYBAL-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  PAYUSER-O     PIC X(08).
           05  FILLER        PIC X(17) VALUE SPACES.
      *
       01  AGEHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(14) VALUE 'PAYABLES AGING'.
           05  FILLER        PIC X(65) VALUE SPACES.
      *
       01  AGEHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'SUPP '.
           05  FILLER        PIC X(15) VALUE 'NAME'.
           05  FILLER        PIC X(11) VALUE '    NOT DUE'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(11) VALUE ' 1-30 LATE '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(11) VALUE ' 31+ LATE  '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(11) VALUE '    BALANCE'.
           05  FILLER        PIC X(12) VALUE SPACES.
      *
      * ONE AGING LINE PER SUPPLIER, BUCKETED BY DAYS PAST DUE
       01  AGELINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  AGESUPP-O     PIC X(03).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  AGENAME-O     PIC X(14).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  AGECUR-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  AGE30-O       PIC $$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  AGE31-O       PIC $$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  AGEBAL-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(12) VALUE SPACES.
      *
       01  WEEKHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(14) VALUE 'PAY THIS WEEK '.
           05  FILLER        PIC X(09) VALUE 'THROUGH: '.
           05  WEEKTHRU-O    PIC 9(08).
           05  FILLER        PIC X(48) VALUE SPACES.
      *
       01  WEEKHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'SUPP '.
           05  FILLER        PIC X(12) VALUE 'INVOICE'.
           05  FILLER        PIC X(10) VALUE 'PAY BY'.
           05  FILLER        PIC X(11) VALUE '    BALANCE'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(09) VALUE ' DISCOUNT'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(11) VALUE '    NET PAY'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE 'NOTE'.
           05  FILLER        PIC X(09) VALUE SPACES.
      *
      * ONE LINE PER INVOICE TO PAY BY THE END OF THE WEEK, WITH THE
      * DISCOUNT STILL ON OFFER TAKEN OFF THE CHECK
       01  WEEKLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  WEEKSUPP-O    PIC X(03).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  WEEKINVNO-O   PIC X(10).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  WEEKPAYBY-O   PIC 9(08).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  WEEKBAL-O     PIC $$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  WEEKDISC-O    PIC $$,$$9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  WEEKNET-O     PIC $$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  WEEKNOTE-O    PIC X(08).
           05  FILLER        PIC X(09) VALUE SPACES.
      *
       01  WEEKTOT-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(25)
               VALUE 'TOTAL TO PAY THIS WEEK   '.
           05  WEEKTBAL-O    PIC $$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  WEEKTDISC-O   PIC $$,$$9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  WEEKTNET-O    PIC $$$,$$9.99-.
           05  FILLER        PIC X(21) VALUE SPACES.
      *
       01  CTLHDR-1.
           05  FILLER        PIC X(20) VALUE 'CONTROL TOTALS'.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-READ.
           05  FILLER        PIC X(20) VALUE 'INVOICE LINES READ: '.
           05  CTL-READ-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-LREJ.
           05  FILLER        PIC X(20) VALUE 'LINES REJECTED:     '.
           05  CTL-LREJ-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-OVER.
           05  FILLER        PIC X(20) VALUE 'LINES NOT HELD:     '.
           05  CTL-OVER-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-INVS.
           05  FILLER        PIC X(20) VALUE 'INVOICES READ:      '.
           05  CTL-INVS-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-MATCH.
           05  FILLER        PIC X(20) VALUE 'INVOICES MATCHED:   '.
           05  CTL-MATCH-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  CTL-MATCHAMT-O PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(29) VALUE SPACES.
      *
       01  CTLLINE-HOLD.
           05  FILLER        PIC X(20) VALUE 'INVOICES HELD:      '.
           05  CTL-HOLD-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  CTL-HOLDAMT-O PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(29) VALUE SPACES.
      *
       01  CTLLINE-RCV.
           05  FILLER        PIC X(20) VALUE 'RECEIPTS READ:      '.
           05  CTL-RCV-O     PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-ORDF.
           05  FILLER        PIC X(20) VALUE 'ORDER LINES READ:   '.
           05  CTL-ORDF-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-PAY.
           05  FILLER        PIC X(20) VALUE 'PAYMENTS READ:      '.
           05  CTL-PAY-O     PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-PAYAPP.
           05  FILLER        PIC X(20) VALUE 'PAYMENTS APPLIED:   '.
           05  CTL-PAYAPP-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  CTL-PAYAMT-O  PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(29) VALUE SPACES.
      *
       01  CTLLINE-PAYREJ.
           05  FILLER        PIC X(20) VALUE 'PAYMENTS REJECTED:  '.
           05  CTL-PAYREJ-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-PAYBACK.
           05  FILLER        PIC X(20) VALUE 'PAYMENTS BACKED OUT:'.
           05  CTL-PAYBACK-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  CTL-PAYBAMT-O PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(29) VALUE SPACES.
      *
       01  CTLLINE-APIN.
           05  FILLER        PIC X(20) VALUE 'OPEN ITEMS IN:      '.
           05  CTL-APIN-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-APOVER.
           05  FILLER        PIC X(20) VALUE 'OPEN ITEMS NOT HELD:'.
           05  CTL-APOVER-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-APOUT.
           05  FILLER        PIC X(20) VALUE 'OPEN ITEMS OUT:     '.
           05  CTL-APOUT-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  CTL-APBAL-O   PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(29) VALUE SPACES.
      *
       01  CTLLINE-RUIN.
           05  FILLER        PIC X(20) VALUE 'UNBILLED RCPTS IN:  '.
           05  CTL-RUIN-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-RUOVER.
           05  FILLER        PIC X(20) VALUE 'RECEIPTS NOT HELD:  '.
           05  CTL-RUOVER-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-RUAGED.
           05  FILLER        PIC X(20) VALUE 'UNBILLED AGED OFF:  '.
           05  CTL-RUAGED-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-RUOUT.
           05  FILLER        PIC X(20) VALUE 'UNBILLED RCPTS OUT: '.
           05  CTL-RUOUT-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
      * PRINTED IN PLACE OF WRITING THE OPEN PAYABLES AND UNBILLED
      * RECEIPTS BACK WHEN EITHER TABLE OVERFLOWED.  A SHORT FILE
      * WOULD DROP WHAT IS OWED, SO BOTH ARE LEFT AS THEY WERE
       01  POSTWARN-1.
           05  FILLER        PIC X(47)
               VALUE '** PAYABLES AND RECEIPTS FILES LEFT UNCHANGED:'.
           05  POSTWARN-O    PIC X(30).
           05  FILLER        PIC X(03) VALUE SPACES.
      *
       01  POSTWARN-2.
           05  FILLER        PIC X(03) VALUE '** '.
           05  FILLER        PIC X(45)
               VALUE 'TODAY''S INVOICES AND PAYMENTS NOT POSTED **'.
           05  FILLER        PIC X(32) VALUE SPACES.
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
           MOVE WS-CURRENT-DATE TO WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-WEEK-SERIAL = WS-TODAY-SERIAL + 6.
           PERFORM OPEN-FILES.
      * SETUP REPORT HEADERS
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
      * LOAD THE MASTERS AND PROVE EACH AGAINST ITS CONTROL RECORD
           PERFORM READ-SUPPLIERS.
           PERFORM CALC-SUPPCHECK.
           IF CHK-PASSED
             INITIALIZE CHKFIGURES
             PERFORM READ-ITEMS
             PERFORM CALC-ITEMSCHECK
           END-IF.
           IF CHK-FAILED
             PERFORM WRITE-CTLFAIL
           ELSE
      * LOAD THE ORDER LINES, THE RECEIPTS, AND THE INVOICES STILL OWED
             PERFORM READ-ORDERFILE
             PERFORM READ-RECEIPTS
             PERFORM READ-CARRIEDRCPTS
             PERFORM READ-OPENPAYABLES
      * APPLY THE PAYMENTS MADE AGAINST INVOICES ALREADY OWED
             PERFORM READ-PAYMENTS
      * MATCH EVERY KEYED INVOICE, ONE INVOICE AT A TIME
             PERFORM READ-INVOICES
             IF INVCOUNT > 0
               SORT INVROW
             END-IF
             PERFORM WRITE-INVOICES
      * WRITE THE OPEN FILE AND THE UNBILLED RECEIPTS BACK OUT, THEN
      * THE AGING AND THE WEEK'S PAYMENTS.  A TABLE THAT OVERFLOWED
      * WOULD WRITE A SHORT FILE OR LEAVE INVOICES UNMATCHED, SO THEN
      * NEITHER IS WRITTEN
             IF APCOUNT > 0
               SORT APROW
             END-IF
             IF APOVERFLOW = 0 AND MTCOVERFLOW = 0
                 AND INVOVERFLOW = 0
               PERFORM WRITE-OPENPAYABLES
               PERFORM WRITE-CARRIEDRCPTS
             ELSE
               PERFORM WRITE-POSTWARN
             END-IF
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
             PERFORM WRITE-AGING
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
             PERFORM WRITE-PAYTHISWEEK
             WRITE RPT-RCD FROM DASH52
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
             PERFORM WRITE-CONTROLTOTALS
           END-IF.
      * CLEAN UP
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT  INVT-FILE.
           OPEN INPUT  SUPP-FILE.
           OPEN INPUT  ITEM-FILE.
           OPEN OUTPUT INVM-RPT.
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
      * POPULATE ARRAY OF SUPPLIERS AND THEIR PAYMENT TERMS
       READ-SUPPLIERS.
           PERFORM READ-SUPPRCD
           PERFORM UNTIL LASTSUPP = 1
             ADD 1 TO CHK-ACTCOUNT
             ADD SUP-MINDOL   TO CHK-ACTAMT
             COMPUTE CHK-ACTHASH = CHK-ACTHASH
                   + FUNCTION ORD(SUP-CODE(1:1)) * 1000000
                   + FUNCTION ORD(SUP-CODE(2:1)) * 1000
                   + FUNCTION ORD(SUP-CODE(3:1))
             IF SUP-CODE NOT = SPACES AND SUPCOUNT < 200
               ADD 1 TO SUPCOUNT
               MOVE SUP-CODE    TO SUPCODE(SUPCOUNT)
               MOVE SUP-NAME    TO SUPNAME(SUPCOUNT)
               IF SUP-NETDAYS-X NUMERIC
                 MOVE SUP-NETDAYS TO SUPNETDAYS(SUPCOUNT)
               END-IF
               IF SUP-DISCPCT-X NUMERIC
                 MOVE SUP-DISCPCT TO SUPDISCPCT(SUPCOUNT)
               END-IF
               IF SUP-DISCDAYS-X NUMERIC
                 MOVE SUP-DISCDAYS TO SUPDISCDAYS(SUPCOUNT)
               END-IF
             END-IF
             PERFORM READ-SUPPRCD
           END-PERFORM.
      *
      * FIND THE ROW HOLDING THE CODE IN WS-LOOKUP-SUPP, LEAVING
      * SUPFOUND ZERO WHEN THE CODE IS NOT ON FILE
       CALC-SUPPLOOKUP.
           MOVE ZEROS TO SUPFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > SUPCOUNT
             IF SUPCODE(J) = WS-LOOKUP-SUPP
               MOVE J TO SUPFOUND
             END-IF
           END-PERFORM.
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
               MOVE SUPPLIER-I    TO ITEMSUPP(ITEMCOUNT)
               IF CASEPACK-X NUMERIC
                 MOVE CASEPACK-I TO ITEMCASE(ITEMCOUNT)
               END-IF
               IF ITEMCASE(ITEMCOUNT) = ZEROS
                 MOVE 1 TO ITEMCASE(ITEMCOUNT)
               END-IF
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
      * FIND THE MATCH ROW FOR THE SUPPLIER IN WS-LOOKUP-SUPP AND THE
      * ITEM IN WS-LOOKUP-ID, LEAVING MTCFOUND ZERO WHEN THERE IS NONE
       CALC-MTCLOOKUP.
           MOVE ZEROS TO MTCFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > MTCCOUNT
             IF MTCSUPP(J) = WS-LOOKUP-SUPP
                 AND MTCID(J) = WS-LOOKUP-ID
               MOVE J TO MTCFOUND
             END-IF
           END-PERFORM.
      *
      * FIND OR START THE MATCH ROW FOR A SUPPLIER AND ITEM.  A FULL
      * TABLE LEAVES MTCFOUND ZERO AND THE ENTRY GOES UNCOUNTED; THE
      * RECEIPT READERS COUNT THAT IN MTCOVERFLOW
       CALC-MTCADD.
           PERFORM CALC-MTCLOOKUP.
           IF MTCFOUND = ZEROS AND MTCCOUNT < 1000
             ADD 1 TO MTCCOUNT
             MOVE WS-LOOKUP-SUPP TO MTCSUPP(MTCCOUNT)
             MOVE WS-LOOKUP-ID   TO MTCID(MTCCOUNT)
             MOVE MTCCOUNT       TO MTCFOUND
           END-IF.
      *
      * FOLD THE SUGGESTED ORDER LINES INTO THE MATCH TABLE
       READ-ORDERFILE.
           OPEN INPUT ORDF-FILE.
           PERFORM READ-ORDFRCD
           PERFORM UNTIL LASTORDF = 1
             ADD 1 TO ORDFREADCOUNT
             MOVE ORDF-SUPP TO WS-LOOKUP-SUPP
             MOVE ORDF-ID   TO WS-LOOKUP-ID
             PERFORM CALC-MTCADD
             IF MTCFOUND > 0
               ADD ORDF-UNITS TO MTCORDUNITS(MTCFOUND)
             END-IF
             PERFORM READ-ORDFRCD
           END-PERFORM.
           CLOSE ORDF-FILE.
      *
      * FOLD THE DAY'S RECEIVING ENTRIES INTO THE MATCH TABLE, IN
      * UNITS THE WAY PRDCRCVG WORKS THEM OUT.  AN ENTRY PRDCRCVG
      * WOULD HAVE REJECTED IS SKIPPED HERE TOO.  A RECEIPT KEYED
      * WITH NO SUPPLIER IS TAKEN AS FROM THE ITEM'S OWN SUPPLIER
       READ-RECEIPTS.
           OPEN INPUT RCVT-FILE.
           PERFORM READ-RCVRCD
           PERFORM UNTIL LASTRCV = 1
             ADD 1 TO RCVREADCOUNT
             MOVE ZEROS TO ITEMFOUND
             IF RCV-ITEMID-X NUMERIC
               MOVE RCV-ITEMID TO WS-LOOKUP-ID
               PERFORM CALC-ITEMLOOKUP
             END-IF
             IF ITEMFOUND > 0
               MOVE ZEROS TO WS-RCV-UNITS
               IF RCV-CASES-X = SPACES
                 IF RCV-UNITS-X NUMERIC
                   MOVE RCV-UNITS TO WS-RCV-UNITS
                 END-IF
               ELSE
                 IF RCV-CASES-X NUMERIC
                   COMPUTE WS-RCV-UNITS =
                           RCV-CASES * ITEMCASE(ITEMFOUND)
                 END-IF
               END-IF
               IF RCV-SUPPLIER = SPACES
                 MOVE ITEMSUPP(ITEMFOUND) TO WS-LOOKUP-SUPP
               ELSE
                 MOVE RCV-SUPPLIER        TO WS-LOOKUP-SUPP
               END-IF
               PERFORM CALC-MTCADD
               IF MTCFOUND > 0
                 ADD WS-RCV-UNITS TO MTCRCVUNITS(MTCFOUND)
                 ADD WS-RCV-UNITS TO MTCRCVTODAY(MTCFOUND)
                 MOVE WS-TODAY-YYYYMMDD TO MTCRCVDATE(MTCFOUND)
               ELSE
                 ADD 1 TO MTCOVERFLOW
               END-IF
             END-IF
             PERFORM READ-RCVRCD
           END-PERFORM.
           CLOSE RCVT-FILE.
      *
      * ADD THE RECEIVED UNITS EARLIER RUNS LEFT UNBILLED.  A RECORD
      * WHOSE RECEIVE DATE IS THE DAY BEING RUN COMES FROM AN EARLIER
      * RUN OF THIS SAME DAY: THE RECEIPTS IT FOLDED IN ARE BACKED
      * OUT, SINCE READ-RECEIPTS HAS JUST FOLDED THEM IN AGAIN.  THE
      * INVOICES THAT RUN MATCHED ARE ALREADY ON OPEN PAYABLES AND
      * ARE HELD THIS TIME, SO WHAT THEY BILLED STAYS BILLED
       READ-CARRIEDRCPTS.
           OPEN INPUT RCVU-FILE.
           PERFORM READ-RCVURCD
           PERFORM UNTIL LASTRCVU = 1
             ADD 1 TO RCVUREADCOUNT
             MOVE RU-SUPPLIER TO WS-LOOKUP-SUPP
             MOVE RU-ITEMID   TO WS-LOOKUP-ID
             PERFORM CALC-MTCADD
             IF MTCFOUND > 0
               COMPUTE WS-RCVU-UNITS =
                       MTCRCVUNITS(MTCFOUND) + RU-UNITS
               IF RU-RCVDATE = WS-TODAY-YYYYMMDD
                 SUBTRACT RU-RCVUNITS FROM WS-RCVU-UNITS
               END-IF
               IF WS-RCVU-UNITS < 0
                 MOVE ZEROS TO WS-RCVU-UNITS
               END-IF
               MOVE WS-RCVU-UNITS TO MTCRCVUNITS(MTCFOUND)
               IF RU-RCVDATE > MTCRCVDATE(MTCFOUND)
                 MOVE RU-RCVDATE TO MTCRCVDATE(MTCFOUND)
               END-IF
             ELSE
               ADD 1 TO MTCOVERFLOW
             END-IF
             PERFORM READ-RCVURCD
           END-PERFORM.
           CLOSE RCVU-FILE.
      *
      * LOAD THE INVOICES STILL OWED FROM THE LAST RUN
       READ-OPENPAYABLES.
           OPEN INPUT APOP-FILE.
           PERFORM READ-APOPRCD
           PERFORM UNTIL LASTAPOP = 1
             ADD 1 TO APREADCOUNT
             IF APCOUNT < APTABLE-MAX
               ADD 1 TO APCOUNT
               MOVE AP-SUPPLIER  TO APSUPP(APCOUNT)
               MOVE AP-INVNO     TO APINVNO(APCOUNT)
               MOVE AP-INVDATE   TO APINVDATE(APCOUNT)
               MOVE AP-DUEDATE   TO APDUEDATE(APCOUNT)
               MOVE AP-DISCDATE  TO APDISCDATE(APCOUNT)
               MOVE AP-AMOUNT    TO APAMOUNT(APCOUNT)
               MOVE AP-DISCAMT   TO APDISCAMT(APCOUNT)
               MOVE AP-BALANCE   TO APBALANCE(APCOUNT)
               MOVE AP-PAYDATE   TO APPAYDATE(APCOUNT)
               MOVE AP-PAYAMT    TO APPAYAMT(APCOUNT)
             ELSE
               ADD 1 TO APOVERFLOW
             END-IF
             PERFORM READ-APOPRCD
           END-PERFORM.
           CLOSE APOP-FILE.
      *
      * FIND THE OPEN ITEM FOR THE SUPPLIER IN WS-LOOKUP-SUPP AND THE
      * INVOICE IN WS-CUR-INVNO, LEAVING APFOUND ZERO WHEN NOT OWED
       CALC-APLOOKUP.
           MOVE ZEROS TO APFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > APCOUNT
             IF APSUPP(J) = WS-LOOKUP-SUPP
                 AND APINVNO(J) = WS-CUR-INVNO
               MOVE J TO APFOUND
             END-IF
           END-PERFORM.
      *
      * APPLY EVERY KEYED PAYMENT TO THE INVOICE IT PAYS.  ON A
      * RERUN THE PAYMENTS AND DISCOUNTS THE FIRST RUN APPLIED TODAY
      * GO BACK ON THE BALANCE FIRST
       READ-PAYMENTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > APCOUNT
             IF APPAYDATE(I) = WS-TODAY-YYYYMMDD
               ADD 1 TO PAYBACKCOUNT
               ADD APPAYAMT(I) TO PAYBACKTOTAL
               ADD APPAYAMT(I) TO APBALANCE(I)
             END-IF
             MOVE ZEROS TO APPAYDATE(I)
             MOVE ZEROS TO APPAYAMT(I)
           END-PERFORM.
           OPEN INPUT APPY-FILE.
           PERFORM READ-APPYRCD
           PERFORM UNTIL LASTAPPY = 1
             ADD 1 TO PAYREADCOUNT
             PERFORM CALC-APPLYPAYMENT
             PERFORM READ-APPYRCD
           END-PERFORM.
           CLOSE APPY-FILE.
      *
      * A PAYMENT MADE BY THE DISCOUNT DATE THAT COVERS THE BALANCE
      * LESS THE DISCOUNT CLOSES THE INVOICE OUT; ANY OTHER PAYMENT
      * COMES OFF THE BALANCE DOLLAR FOR DOLLAR
       CALC-APPLYPAYMENT.
           MOVE SPACES TO WS-REJECT-RSN.
           MOVE APP-SUPPLIER TO WS-LOOKUP-SUPP.
           MOVE APP-INVNO    TO WS-CUR-INVNO.
           PERFORM CALC-APLOOKUP.
           IF APFOUND = ZEROS
             MOVE 'INVOICE NOT ON OPEN PAYABLES' TO WS-REJECT-RSN
           ELSE
             IF APP-AMT-X NOT NUMERIC
               MOVE 'PAYMENT AMOUNT NOT NUMERIC' TO WS-REJECT-RSN
             ELSE
               IF APP-AMT = ZEROS
                 MOVE 'PAYMENT AMOUNT ZERO' TO WS-REJECT-RSN
               END-IF
             END-IF
           END-IF.
           IF WS-REJECT-RSN = SPACES
             ADD 1 TO PAYAPPLYCOUNT
             ADD APP-AMT TO PAYAMTTOTAL
             MOVE APBALANCE(APFOUND) TO WS-PAY-BALBEFORE
             MOVE ZEROS TO WS-DISC-TAKEN
             IF APDISCAMT(APFOUND) > 0
                 AND WS-TODAY-YYYYMMDD <= APDISCDATE(APFOUND)
                 AND APP-AMT >=
                     APBALANCE(APFOUND) - APDISCAMT(APFOUND)
               COMPUTE WS-DISC-TAKEN =
                       APBALANCE(APFOUND) - APP-AMT
               IF WS-DISC-TAKEN < 0
                 MOVE ZEROS TO WS-DISC-TAKEN
               END-IF
               MOVE ZEROS TO APBALANCE(APFOUND)
             ELSE
               COMPUTE APBALANCE(APFOUND) =
                       APBALANCE(APFOUND) - APP-AMT
               IF APBALANCE(APFOUND) < 0
                 MOVE ZEROS TO APBALANCE(APFOUND)
               END-IF
             END-IF
             MOVE WS-TODAY-YYYYMMDD TO APPAYDATE(APFOUND)
             COMPUTE APPAYAMT(APFOUND) = APPAYAMT(APFOUND)
                     + WS-PAY-BALBEFORE - APBALANCE(APFOUND)
             IF PAYAPPLYCOUNT = 1
               WRITE RPT-RCD FROM PAYHDR-1
               WRITE RPT-RCD FROM PAYHDR-2
             END-IF
             MOVE APP-SUPPLIER       TO PAYSUPP-O
             MOVE APP-INVNO          TO PAYINVNO-O
             MOVE APP-AMT            TO PAYAMT-O
             MOVE WS-DISC-TAKEN      TO PAYDISC-O
             MOVE APBALANCE(APFOUND) TO PAYBAL-O
             MOVE APP-USERID         TO PAYUSER-O
             WRITE RPT-RCD FROM PAYLINE-1
           ELSE
             ADD 1 TO PAYREJECTCOUNT
             MOVE APP-SUPPLIER  TO REJSUPP-O
             MOVE APP-INVNO     TO REJKEY-O
             MOVE WS-REJECT-RSN TO REJRSN-O
             WRITE RPT-RCD FROM REJLINE-1
           END-IF.
      *
      * LOAD EVERY INVOICE LINE INTO THE SORT TABLE
       READ-INVOICES.
           PERFORM READ-INVRCD
           PERFORM UNTIL LASTINV = 1
             ADD 1 TO INVREADCOUNT
             IF INVCOUNT < 1000
               ADD 1 TO INVCOUNT
               MOVE INV-SUPPLIER TO INVSUPP(INVCOUNT)
               MOVE INV-NUMBER   TO INVNO(INVCOUNT)
               MOVE INV-DATA     TO INVDATA(INVCOUNT)
               MOVE ZEROS        TO INVDRAWN(INVCOUNT)
               MOVE ZEROS        TO INVMTC(INVCOUNT)
             ELSE
               ADD 1 TO INVOVERFLOW
             END-IF
             PERFORM READ-INVRCD
           END-PERFORM.
      *
      * WALK THE SORTED LINES INVOICE BY INVOICE AND MATCH EACH ONE
       WRITE-INVOICES.
           MOVE 1 TO I.
           PERFORM UNTIL I > INVCOUNT
             MOVE INVSUPP(I) TO WS-CUR-SUPP
             MOVE INVNO(I)   TO WS-CUR-INVNO
             MOVE I TO WS-GRP-LO
             PERFORM UNTIL I > INVCOUNT
                 OR INVSUPP(I) NOT = WS-CUR-SUPP
                 OR INVNO(I) NOT = WS-CUR-INVNO
               ADD 1 TO I
             END-PERFORM
             COMPUTE WS-GRP-HI = I - 1
             PERFORM CALC-ONEINVOICE
           END-PERFORM.
      *
      * MATCH ONE INVOICE.  THE HEADER EDITS COME FIRST, THEN EVERY
      * LINE IS EDITED AND MATCHED, DRAWING ITS UNITS AGAINST THE
      * RECEIPTS AS IT GOES.  ANY LINE THAT FAILS, OR AN INVOICE WITH
      * NOTHING RECEIVED BEHIND IT, HOLDS THE WHOLE INVOICE AND GIVES
      * THE UNITS IT DREW BACK FOR ANOTHER INVOICE TO MATCH
       CALC-ONEINVOICE.
           ADD 1 TO INVGRPCOUNT.
           MOVE SPACES TO WS-HOLD-RSN.
           MOVE ZEROS  TO WS-INV-TOTAL.
           MOVE ZEROS  TO WS-INV-RCVLINES.
           MOVE INVDATA(WS-GRP-LO) TO WS-INVLINE-G.
           MOVE ZEROS TO WS-INV-DATE.
           MOVE WS-CUR-SUPP TO WS-LOOKUP-SUPP.
           PERFORM CALC-SUPPLOOKUP.
           IF SUPFOUND = ZEROS
             MOVE 'SUPPLIER NOT ON MASTER' TO WS-HOLD-RSN
           ELSE
             IF WS-CUR-INVNO = SPACES
               MOVE 'INVOICE NUMBER BLANK' TO WS-HOLD-RSN
             ELSE
               IF WS-IL-DATE-X NOT NUMERIC
                 MOVE 'INVOICE DATE NOT NUMERIC' TO WS-HOLD-RSN
               ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-IL-DATE) NOT = 0
                   MOVE 'INVOICE DATE INVALID' TO WS-HOLD-RSN
                 ELSE
                   MOVE WS-IL-DATE TO WS-INV-DATE
                   PERFORM CALC-APLOOKUP
                   IF APFOUND > 0
                     MOVE 'ALREADY ON OPEN PAYABLES' TO WS-HOLD-RSN
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           MOVE WS-CUR-SUPP  TO INVSUPP-O.
           MOVE WS-CUR-INVNO TO INVNO-O.
           MOVE WS-IL-DATE-X TO INVDATE-O.
           IF SUPFOUND > 0
             MOVE SUPNAME(SUPFOUND)      TO INVSUPNAME-O
           ELSE
             MOVE '** NOT ON FILE **   ' TO INVSUPNAME-O
           END-IF.
           WRITE RPT-RCD FROM INVHDR-1.
           WRITE RPT-RCD FROM INVHDR-2.
           PERFORM VARYING WS-LINE-SUB FROM WS-GRP-LO BY 1
               UNTIL WS-LINE-SUB > WS-GRP-HI
             PERFORM CALC-MATCHLINE
           END-PERFORM.
           IF WS-HOLD-RSN = SPACES AND WS-INV-RCVLINES = ZEROS
             MOVE 'NO RECEIPT BEHIND INVOICE' TO WS-HOLD-RSN
           END-IF.
           IF WS-HOLD-RSN = SPACES AND APCOUNT >= APTABLE-MAX
             MOVE 'OPEN PAYABLES TABLE FULL' TO WS-HOLD-RSN
           END-IF.
           IF WS-HOLD-RSN = SPACES
             PERFORM CALC-ADDPAYABLE
           ELSE
             PERFORM CALC-RELEASELINES
             ADD 1 TO INVHOLDCOUNT
             ADD WS-INV-TOTAL TO INVHOLDAMT
             MOVE WS-INV-TOTAL TO INVHOLDTOT-O
             MOVE WS-HOLD-RSN  TO INVHOLDRSN-O
             WRITE RPT-RCD FROM INVHOLD-1
           END-IF.
      *
      * EDIT AND MATCH ONE INVOICE LINE: UNITS BILLED AGAINST UNITS
      * RECEIVED AND NOT YET BILLED, AND THE PRICE BILLED AGAINST THE
      * MASTER UNIT COST.  A LINE WITH NO ORDER BEHIND IT IS NOTED
      * BUT NOT HELD, AS PRDCRCVG ACCEPTS AN UNORDERED DELIVERY
       CALC-MATCHLINE.
           MOVE INVDATA(WS-LINE-SUB) TO WS-INVLINE-G.
           MOVE SPACES TO WS-REJECT-RSN.
           MOVE SPACES TO WS-LINE-FLAG.
           IF WS-IL-ITEMID-X NOT NUMERIC
             MOVE 'ITEM ID NOT NUMERIC' TO WS-REJECT-RSN
           ELSE
             MOVE WS-IL-ITEMID TO WS-LOOKUP-ID
             PERFORM CALC-ITEMLOOKUP
             IF ITEMFOUND = ZEROS
               MOVE 'ITEM NOT ON MASTER' TO WS-REJECT-RSN
             ELSE
               IF WS-IL-CASES-X NOT = SPACES
                   AND WS-IL-CASES-X NOT NUMERIC
                 MOVE 'CASES NOT NUMERIC' TO WS-REJECT-RSN
               ELSE
                 IF WS-IL-CASES-X = SPACES
                     AND WS-IL-UNITS-X NOT NUMERIC
                   MOVE 'NO CASES AND UNITS NOT NUMERIC'
                     TO WS-REJECT-RSN
                 ELSE
                   IF WS-IL-PRICE-X NOT NUMERIC
                     MOVE 'PRICE BILLED NOT NUMERIC' TO WS-REJECT-RSN
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF WS-REJECT-RSN NOT = SPACES
             ADD 1 TO LINEREJECTCOUNT
             MOVE SPACES         TO REJSUPP-O
             MOVE WS-IL-ITEMID-X TO REJKEY-O
             MOVE WS-REJECT-RSN  TO REJRSN-O
             WRITE RPT-RCD FROM REJLINE-1
             IF WS-HOLD-RSN = SPACES
               MOVE 'INVOICE LINE REJECTED' TO WS-HOLD-RSN
             END-IF
           ELSE
             IF WS-IL-CASES-X = SPACES
               MOVE WS-IL-UNITS TO WS-BILL-UNITS
             ELSE
               COMPUTE WS-BILL-UNITS =
                       WS-IL-CASES * ITEMCASE(ITEMFOUND)
             END-IF
             COMPUTE WS-LINE-AMT ROUNDED =
                     WS-BILL-UNITS * WS-IL-PRICE
             ADD WS-LINE-AMT TO WS-INV-TOTAL
             MOVE WS-CUR-SUPP TO WS-LOOKUP-SUPP
             PERFORM CALC-MTCLOOKUP
             MOVE ZEROS TO WS-AVAIL-UNITS
             IF MTCFOUND > 0
               COMPUTE WS-AVAIL-UNITS =
                       MTCRCVUNITS(MTCFOUND) - MTCBILLED(MTCFOUND)
               IF MTCRCVUNITS(MTCFOUND) > 0
                 ADD 1 TO WS-INV-RCVLINES
               END-IF
             END-IF
             IF WS-AVAIL-UNITS < WS-BILL-UNITS
               IF WS-AVAIL-UNITS > 0
                 MOVE 'BILLED>RCVD ' TO WS-LINE-FLAG
               ELSE
                 MOVE 'NOT RECEIVED' TO WS-LINE-FLAG
               END-IF
               IF WS-HOLD-RSN = SPACES
                 MOVE 'BILLED BUT NOT RECEIVED' TO WS-HOLD-RSN
               END-IF
             ELSE
               IF ITEMCOST(ITEMFOUND) > 0
                   AND WS-IL-PRICE > ITEMCOST(ITEMFOUND)
                 MOVE 'OVER COST   ' TO WS-LINE-FLAG
                 IF WS-HOLD-RSN = SPACES
                   MOVE 'PRICE BILLED ABOVE UNIT COST'
                     TO WS-HOLD-RSN
                 END-IF
               ELSE
                 IF MTCFOUND = ZEROS
                   MOVE 'NOT ORDERED ' TO WS-LINE-FLAG
                 ELSE
                   IF MTCORDUNITS(MTCFOUND) = ZEROS
                     MOVE 'NOT ORDERED ' TO WS-LINE-FLAG
                   ELSE
                     MOVE 'MATCHED     ' TO WS-LINE-FLAG
                   END-IF
                 END-IF
               END-IF
             END-IF
             IF MTCFOUND > 0
               ADD WS-BILL-UNITS TO MTCBILLED(MTCFOUND)
               MOVE WS-BILL-UNITS TO INVDRAWN(WS-LINE-SUB)
               MOVE MTCFOUND      TO INVMTC(WS-LINE-SUB)
             END-IF
             PERFORM WRITE-INVLINE
           END-IF.
      *
      * ONE PRINTED LINE PER MATCHED INVOICE LINE
       WRITE-INVLINE.
           MOVE WS-IL-ITEMID        TO INVID-O.
           MOVE ITEMNAME(ITEMFOUND) TO INVNAME-O.
           MOVE WS-BILL-UNITS       TO INVBILL-O.
           IF MTCFOUND > 0
             MOVE MTCRCVUNITS(MTCFOUND) TO INVRCVD-O
             MOVE MTCORDUNITS(MTCFOUND) TO INVORD-O
           ELSE
             MOVE ZEROS TO INVRCVD-O
             MOVE ZEROS TO INVORD-O
           END-IF.
           MOVE WS-IL-PRICE         TO INVPRC-O.
           MOVE ITEMCOST(ITEMFOUND) TO INVCOST-O.
           MOVE WS-LINE-AMT         TO INVAMT-O.
           MOVE WS-LINE-FLAG        TO INVFLAG-O.
           WRITE RPT-RCD FROM INVLINE-1.
      *
      * A HELD INVOICE GIVES BACK THE RECEIVED UNITS ITS LINES DREW,
      * SO A CORRECTED OR DIFFERENT INVOICE CAN STILL MATCH THEM
       CALC-RELEASELINES.
           PERFORM VARYING WS-LINE-SUB FROM WS-GRP-LO BY 1
               UNTIL WS-LINE-SUB > WS-GRP-HI
             IF INVMTC(WS-LINE-SUB) > 0
               SUBTRACT INVDRAWN(WS-LINE-SUB)
                 FROM MTCBILLED(INVMTC(WS-LINE-SUB))
               MOVE ZEROS TO INVDRAWN(WS-LINE-SUB)
               MOVE ZEROS TO INVMTC(WS-LINE-SUB)
             END-IF
           END-PERFORM.
      *
      * PUT A MATCHED INVOICE ON THE OPEN-PAYABLES FILE.  THE DUE
      * DATE IS THE INVOICE DATE PLUS THE SUPPLIER'S NET DAYS, AND
      * THE PROMPT-PAY DISCOUNT, WHEN THE SUPPLIER OFFERS ONE, IS
      * EARNED BY PAYING WITHIN THE DISCOUNT DAYS
       CALC-ADDPAYABLE.
           MOVE SUPNETDAYS(SUPFOUND) TO WS-NET-DAYS.
           IF WS-NET-DAYS = ZEROS
             MOVE WS-DEFAULT-NET TO WS-NET-DAYS
           END-IF.
           COMPUTE WS-INV-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-INV-DATE).
           COMPUTE WS-WORK-SERIAL = WS-INV-SERIAL + WS-NET-DAYS.
           COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-SERIAL).
           MOVE ZEROS TO WS-DISC-DATE.
           MOVE ZEROS TO WS-DISC-AMT.
           IF SUPDISCPCT(SUPFOUND) > 0
             COMPUTE WS-WORK-SERIAL =
                     WS-INV-SERIAL + SUPDISCDAYS(SUPFOUND)
             COMPUTE WS-DISC-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-WORK-SERIAL)
             COMPUTE WS-DISC-AMT ROUNDED =
                     WS-INV-TOTAL * SUPDISCPCT(SUPFOUND) / 100
           END-IF.
           ADD 1 TO APCOUNT.
           MOVE WS-CUR-SUPP     TO APSUPP(APCOUNT).
           MOVE WS-CUR-INVNO    TO APINVNO(APCOUNT).
           MOVE WS-INV-DATE     TO APINVDATE(APCOUNT).
           MOVE WS-DUE-DATE     TO APDUEDATE(APCOUNT).
           MOVE WS-DISC-DATE    TO APDISCDATE(APCOUNT).
           MOVE WS-INV-TOTAL    TO APAMOUNT(APCOUNT).
           MOVE WS-DISC-AMT     TO APDISCAMT(APCOUNT).
           MOVE WS-INV-TOTAL    TO APBALANCE(APCOUNT).
           MOVE ZEROS           TO APPAYDATE(APCOUNT).
           MOVE ZEROS           TO APPAYAMT(APCOUNT).
           ADD 1 TO INVMATCHCOUNT.
           ADD WS-INV-TOTAL TO INVMATCHAMT.
           MOVE WS-INV-TOTAL TO INVTOT-O.
           MOVE WS-DUE-DATE  TO INVDUE-O.
           MOVE WS-DISC-AMT  TO INVDISC-O.
           MOVE WS-DISC-DATE TO INVDISCDT-O.
           WRITE RPT-RCD FROM INVTOT-1.
      *
      * WRITE BACK EVERY OPEN ITEM, NOW IN SUPPLIER AND INVOICE
      * ORDER, WITH A BALANCE STILL OWED
       WRITE-OPENPAYABLES.
           OPEN OUTPUT APOP-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > APCOUNT
             IF APBALANCE(I) > 0
                 OR APPAYDATE(I) = WS-TODAY-YYYYMMDD
               MOVE SPACES         TO APOP-RCD
               MOVE APSUPP(I)      TO AP-SUPPLIER
               MOVE APINVNO(I)     TO AP-INVNO
               MOVE APINVDATE(I)   TO AP-INVDATE
               MOVE APDUEDATE(I)   TO AP-DUEDATE
               MOVE APDISCDATE(I)  TO AP-DISCDATE
               MOVE APAMOUNT(I)    TO AP-AMOUNT
               MOVE APDISCAMT(I)   TO AP-DISCAMT
               MOVE APBALANCE(I)   TO AP-BALANCE
               MOVE APPAYDATE(I)   TO AP-PAYDATE
               MOVE APPAYAMT(I)    TO AP-PAYAMT
               WRITE APOP-RCD
               ADD 1 TO APWRITECOUNT
               ADD APBALANCE(I) TO APBALTOTAL
             END-IF
           END-PERFORM.
           CLOSE APOP-FILE.
      *
      * WRITE BACK EVERY SUPPLIER AND ITEM WITH RECEIVED UNITS STILL
      * UNBILLED, AND EVERY ONE RECEIVED TODAY SO A RERUN CAN BACK THE
      * DAY OUT.  UNITS UNBILLED PAST THE KEEP DAYS ARE DROPPED AND
      * COUNTED
       WRITE-CARRIEDRCPTS.
           OPEN OUTPUT RCVU-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MTCCOUNT
             MOVE ZEROS TO WS-RCVU-UNITS
             IF MTCRCVUNITS(I) > MTCBILLED(I)
               COMPUTE WS-RCVU-UNITS =
                       MTCRCVUNITS(I) - MTCBILLED(I)
             END-IF
             IF WS-RCVU-UNITS > 0 AND MTCRCVTODAY(I) = ZEROS
               COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL
                       - FUNCTION INTEGER-OF-DATE(MTCRCVDATE(I))
               IF WS-AGE-DAYS > WS-RCVU-KEEPDAYS
                 ADD 1 TO RCVUAGEDCOUNT
                 MOVE ZEROS TO WS-RCVU-UNITS
               END-IF
             END-IF
             IF WS-RCVU-UNITS > 0 OR MTCRCVTODAY(I) > 0
               MOVE SPACES         TO RCVU-RCD
               MOVE MTCSUPP(I)     TO RU-SUPPLIER
               MOVE MTCID(I)       TO RU-ITEMID
               MOVE WS-RCVU-UNITS  TO RU-UNITS
               MOVE MTCRCVDATE(I)  TO RU-RCVDATE
               MOVE MTCRCVTODAY(I) TO RU-RCVUNITS
               WRITE RCVU-RCD
               ADD 1 TO RCVUWRITECOUNT
             END-IF
           END-PERFORM.
           CLOSE RCVU-FILE.
      *
      * SAY WHICH TABLE OVERFLOWED AND THAT NOTHING WAS POSTED, AND
      * SET A RETURN CODE THAT STOPS THE STEPS BEHIND THIS ONE
       WRITE-POSTWARN.
           IF APOVERFLOW > 0
             MOVE 'OPEN PAYABLES TABLE FULL' TO POSTWARN-O
           ELSE
             IF MTCOVERFLOW > 0
               MOVE 'RECEIPTS TABLE FULL'      TO POSTWARN-O
             ELSE
               MOVE 'INVOICE TABLE FULL'       TO POSTWARN-O
             END-IF
           END-IF.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           WRITE RPT-RCD FROM POSTWARN-1.
           WRITE RPT-RCD FROM POSTWARN-2.
           MOVE 16 TO RETURN-CODE.
      *
      * ONE AGING LINE PER SUPPLIER: EACH OPEN BALANCE BUCKETED BY
      * HOW MANY DAYS PAST ITS DUE DATE IT STANDS TODAY
       WRITE-AGING.
           WRITE RPT-RCD FROM AGEHDR-1.
           WRITE RPT-RCD FROM AGEHDR-2.
           MOVE 1 TO I.
           PERFORM UNTIL I > APCOUNT
             MOVE APSUPP(I) TO WS-CUR-SUPP
             MOVE ZEROS TO WS-AGE-CUR
             MOVE ZEROS TO WS-AGE-30
             MOVE ZEROS TO WS-AGE-31
             PERFORM UNTIL I > APCOUNT
                 OR APSUPP(I) NOT = WS-CUR-SUPP
               IF APBALANCE(I) > 0
                 COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL
                         - FUNCTION INTEGER-OF-DATE(APDUEDATE(I))
                 IF WS-AGE-DAYS < 1
                   ADD APBALANCE(I) TO WS-AGE-CUR
                 ELSE
                   IF WS-AGE-DAYS < 31
                     ADD APBALANCE(I) TO WS-AGE-30
                   ELSE
                     ADD APBALANCE(I) TO WS-AGE-31
                   END-IF
                 END-IF
               END-IF
               ADD 1 TO I
             END-PERFORM
             IF WS-AGE-CUR + WS-AGE-30 + WS-AGE-31 > 0
               MOVE WS-CUR-SUPP TO AGESUPP-O
               MOVE WS-CUR-SUPP TO WS-LOOKUP-SUPP
               PERFORM CALC-SUPPLOOKUP
               IF SUPFOUND > 0
                 MOVE SUPNAME(SUPFOUND)      TO AGENAME-O
               ELSE
                 MOVE '** NOT ON FILE **   ' TO AGENAME-O
               END-IF
               MOVE WS-AGE-CUR TO AGECUR-O
               MOVE WS-AGE-30  TO AGE30-O
               MOVE WS-AGE-31  TO AGE31-O
               COMPUTE AGEBAL-O = WS-AGE-CUR + WS-AGE-30 + WS-AGE-31
               WRITE RPT-RCD FROM AGELINE-1
               ADD WS-AGE-CUR TO WS-TOT-CUR
               ADD WS-AGE-30  TO WS-TOT-30
               ADD WS-AGE-31  TO WS-TOT-31
             END-IF
           END-PERFORM.
           MOVE SPACES        TO AGESUPP-O.
           MOVE 'ALL SUPPLIERS' TO AGENAME-O.
           MOVE WS-TOT-CUR    TO AGECUR-O.
           MOVE WS-TOT-30     TO AGE30-O.
           MOVE WS-TOT-31     TO AGE31-O.
           COMPUTE AGEBAL-O = WS-TOT-CUR + WS-TOT-30 + WS-TOT-31.
           WRITE RPT-RCD FROM AGELINE-1.
      *
      * LIST EVERY OPEN INVOICE THAT MUST BE PAID BY THE END OF THE
      * WEEK.  WHILE ITS DISCOUNT IS STILL ON OFFER AN INVOICE IS
      * PAID BY THE DISCOUNT DATE WITH THE DISCOUNT TAKEN OFF;
      * OTHERWISE IT IS PAID IN FULL BY ITS DUE DATE, AND ONE ALREADY
      * PAST DUE IS LISTED SO IT GOES OUT NOW
       WRITE-PAYTHISWEEK.
           COMPUTE WEEKTHRU-O =
                   FUNCTION DATE-OF-INTEGER(WS-WEEK-SERIAL).
           WRITE RPT-RCD FROM WEEKHDR-1.
           WRITE RPT-RCD FROM WEEKHDR-2.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > APCOUNT
             IF APBALANCE(I) > 0
               IF APDISCAMT(I) > 0
                   AND APDISCDATE(I) >= WS-TODAY-YYYYMMDD
                 MOVE APDISCDATE(I) TO WS-PAYBY-DATE
                 MOVE APDISCAMT(I)  TO WS-PAY-DISC
                 MOVE 'TAKE DSC' TO WEEKNOTE-O
               ELSE
                 MOVE APDUEDATE(I)  TO WS-PAYBY-DATE
                 MOVE ZEROS         TO WS-PAY-DISC
                 IF APDUEDATE(I) < WS-TODAY-YYYYMMDD
                   MOVE 'PAST DUE' TO WEEKNOTE-O
                 ELSE
                   MOVE SPACES     TO WEEKNOTE-O
                 END-IF
               END-IF
               IF FUNCTION INTEGER-OF-DATE(WS-PAYBY-DATE)
                   <= WS-WEEK-SERIAL
                 ADD 1 TO WEEKCOUNT
                 COMPUTE WS-PAY-NET = APBALANCE(I) - WS-PAY-DISC
                 ADD APBALANCE(I) TO WS-WEEK-BAL
                 ADD WS-PAY-DISC  TO WS-WEEK-DISC
                 ADD WS-PAY-NET   TO WS-WEEK-NET
                 MOVE APSUPP(I)     TO WEEKSUPP-O
                 MOVE APINVNO(I)    TO WEEKINVNO-O
                 MOVE WS-PAYBY-DATE TO WEEKPAYBY-O
                 MOVE APBALANCE(I)  TO WEEKBAL-O
                 MOVE WS-PAY-DISC   TO WEEKDISC-O
                 MOVE WS-PAY-NET    TO WEEKNET-O
                 WRITE RPT-RCD FROM WEEKLINE-1
               END-IF
             END-IF
           END-PERFORM.
           MOVE WS-WEEK-BAL  TO WEEKTBAL-O.
           MOVE WS-WEEK-DISC TO WEEKTDISC-O.
           MOVE WS-WEEK-NET  TO WEEKTNET-O.
           WRITE RPT-RCD FROM WEEKTOT-1.
      *
      * RECONCILE INVOICE LINES READ AGAINST INVOICES MATCHED AND
      * HELD, AND THE OPEN FILE IN AGAINST THE OPEN FILE OUT
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           MOVE INVREADCOUNT    TO CTL-READ-O.
           WRITE RPT-RCD FROM CTLLINE-READ.
           MOVE LINEREJECTCOUNT TO CTL-LREJ-O.
           WRITE RPT-RCD FROM CTLLINE-LREJ.
           MOVE INVOVERFLOW     TO CTL-OVER-O.
           WRITE RPT-RCD FROM CTLLINE-OVER.
           MOVE INVGRPCOUNT     TO CTL-INVS-O.
           WRITE RPT-RCD FROM CTLLINE-INVS.
           MOVE INVMATCHCOUNT   TO CTL-MATCH-O.
           MOVE INVMATCHAMT     TO CTL-MATCHAMT-O.
           WRITE RPT-RCD FROM CTLLINE-MATCH.
           MOVE INVHOLDCOUNT    TO CTL-HOLD-O.
           MOVE INVHOLDAMT      TO CTL-HOLDAMT-O.
           WRITE RPT-RCD FROM CTLLINE-HOLD.
           MOVE RCVREADCOUNT    TO CTL-RCV-O.
           WRITE RPT-RCD FROM CTLLINE-RCV.
           MOVE ORDFREADCOUNT   TO CTL-ORDF-O.
           WRITE RPT-RCD FROM CTLLINE-ORDF.
           MOVE PAYREADCOUNT    TO CTL-PAY-O.
           WRITE RPT-RCD FROM CTLLINE-PAY.
           MOVE PAYAPPLYCOUNT   TO CTL-PAYAPP-O.
           MOVE PAYAMTTOTAL     TO CTL-PAYAMT-O.
           WRITE RPT-RCD FROM CTLLINE-PAYAPP.
           MOVE PAYREJECTCOUNT  TO CTL-PAYREJ-O.
           WRITE RPT-RCD FROM CTLLINE-PAYREJ.
           MOVE PAYBACKCOUNT    TO CTL-PAYBACK-O.
           MOVE PAYBACKTOTAL    TO CTL-PAYBAMT-O.
           WRITE RPT-RCD FROM CTLLINE-PAYBACK.
           MOVE APREADCOUNT     TO CTL-APIN-O.
           WRITE RPT-RCD FROM CTLLINE-APIN.
           MOVE APOVERFLOW      TO CTL-APOVER-O.
           WRITE RPT-RCD FROM CTLLINE-APOVER.
           MOVE APWRITECOUNT    TO CTL-APOUT-O.
           MOVE APBALTOTAL      TO CTL-APBAL-O.
           WRITE RPT-RCD FROM CTLLINE-APOUT.
           MOVE RCVUREADCOUNT   TO CTL-RUIN-O.
           WRITE RPT-RCD FROM CTLLINE-RUIN.
           MOVE MTCOVERFLOW     TO CTL-RUOVER-O.
           WRITE RPT-RCD FROM CTLLINE-RUOVER.
           MOVE RCVUAGEDCOUNT   TO CTL-RUAGED-O.
           WRITE RPT-RCD FROM CTLLINE-RUAGED.
           MOVE RCVUWRITECOUNT  TO CTL-RUOUT-O.
           WRITE RPT-RCD FROM CTLLINE-RUOUT.
      *
       READ-INVRCD.
           READ INVT-FILE
             AT END MOVE 1 TO LASTINV
           END-READ.
      *
       READ-SUPPRCD.
           READ SUPP-FILE
             AT END MOVE 1 TO LASTSUPP
           END-READ.
      *
      * CHECK THE SUPPLIER MASTER, AS TOTALED BY READ-SUPPLIERS,
      * AGAINST THE CONTROL RECORD PRDCSUPM PROMOTED WITH IT.  LIKE THE
      * ITEM MASTER, ITS DATE IS NOT CHECKED
       CALC-SUPPCHECK.
           MOVE 'PRDCSUPS' TO CHK-FILEID.
           MOVE 'N' TO CHK-CTLFOUND.
           OPEN INPUT SCTL-FILE.
           READ SCTL-FILE
             AT END CONTINUE
             NOT AT END
               IF SCTL-FILEID = 'PRDCSUPS'
                 MOVE 'Y'           TO CHK-CTLFOUND
                 MOVE SCTL-BUSDATE  TO CHK-CTLDATE
                 MOVE SCTL-RECCOUNT TO CHK-CTLCOUNT
                 MOVE SCTL-AMTTOTAL TO CHK-CTLAMT
                 MOVE SCTL-KEYHASH  TO CHK-CTLHASH
               END-IF
           END-READ.
           CLOSE SCTL-FILE.
           PERFORM CALC-CTLCOMPARE.
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
       READ-RCVRCD.
           READ RCVT-FILE
             AT END MOVE 1 TO LASTRCV
           END-READ.
      *
       READ-ORDFRCD.
           READ ORDF-FILE
             AT END MOVE 1 TO LASTORDF
           END-READ.
      *
       READ-APOPRCD.
           READ APOP-FILE
             AT END MOVE 1 TO LASTAPOP
           END-READ.
      *
       READ-APPYRCD.
           READ APPY-FILE
             AT END MOVE 1 TO LASTAPPY
           END-READ.
      *
       READ-RCVURCD.
           READ RCVU-FILE
             AT END MOVE 1 TO LASTRCVU
           END-READ.
      *
       CLOSE-FILES.
           CLOSE INVT-FILE.
           CLOSE SUPP-FILE.
           CLOSE ITEM-FILE.
           CLOSE INVM-RPT.
      *
