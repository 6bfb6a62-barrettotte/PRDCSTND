           SELECT PRDC-XTR   ASSIGN TO PRDCXTR
                              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE ASSIGN TO PRDCHIST
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS HIST-KEY
                              ALTERNATE RECORD KEY IS HIST-DEPT
                                  WITH DUPLICATES
                              FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL DRWR-FILE ASSIGN TO PRDCDRWR
                              FILE STATUS IS WS-DRWR-STATUS.
                              FILE STATUS IS WS-RUNC-STATUS.
           SELECT OPTIONAL TAXQ-FILE ASSIGN TO PRDCTAXQ
                              FILE STATUS IS WS-TAXQ-STATUS.
           SELECT SUSP-FILE  ASSIGN TO PRDCSUSP.
           SELECT OPTIONAL CORR-FILE ASSIGN TO PRDCCORR
                              FILE STATUS IS WS-CORR-STATUS.
           SELECT OPTIONAL ONHD-FILE ASSIGN TO PRDCONHD
                              FILE STATUS IS WS-ONHD-STATUS.
           SELECT OPTIONAL LOTS-FILE ASSIGN TO PRDCLOTS
                              FILE STATUS IS WS-LOTS-STATUS.
           SELECT OPTIONAL SPLT-FILE ASSIGN TO PRDCSPLT
                              FILE STATUS IS WS-SPLT-STATUS.
           SELECT SPLW-FILE  ASSIGN TO PRDCSPLW.
           SELECT OPTIONAL HRLY-FILE ASSIGN TO PRDCHRLY
                              FILE STATUS IS WS-HRLY-STATUS.
           SELECT HRLW-FILE  ASSIGN TO PRDCHRLW.
           SELECT OPTIONAL ACCT-FILE ASSIGN TO PRDCACCT
                              FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL ACTJ-FILE ASSIGN TO PRDCACTJ
                              FILE STATUS IS WS-ACTJ-STATUS.
           SELECT ACTW-FILE  ASSIGN TO PRDCACTW.
           SELECT OPTIONAL CSHH-FILE ASSIGN TO PRDCCSHH
                              FILE STATUS IS WS-CSHH-STATUS.
           SELECT CSHW-FILE  ASSIGN TO PRDCCSHW.
           SELECT OPTIONAL PAYT-FILE ASSIGN TO PRDCPAYT
                              FILE STATUS IS WS-PAYT-STATUS.
           SELECT OPTIONAL ACTM-FILE ASSIGN TO PRDCACTM
                              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DATE-FILE ASSIGN TO PRDCDATE
                              FILE STATUS IS WS-DATE-STATUS.
           SELECT OPTIONAL STOR-FILE ASSIGN TO PRDCSTOR
                              FILE STATUS IS WS-STOR-STATUS.
           SELECT OPTIONAL PRCH-FILE ASSIGN TO PRDCPRCH
                              FILE STATUS IS WS-PRCH-STATUS.
           SELECT OPTIONAL PRMS-FILE ASSIGN TO PRDCPRMS
                              FILE STATUS IS WS-PRMS-STATUS.
           SELECT OPTIONAL CTLF-FILE ASSIGN TO PRDCCTLF
                              FILE STATUS IS WS-CTLF-STATUS.
           SELECT OPTIONAL TCTL-FILE ASSIGN TO PRDCTCTL
                              FILE STATUS IS WS-TCTL-STATUS.
           SELECT OPTIONAL ICTL-FILE ASSIGN TO PRDCICTL
                              FILE STATUS IS WS-ICTL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
      *
       FD  TRNS-FILE RECORDING MODE F.
       01  TRNS-RCD.
      * STORE ID OF THE STAND THE REGISTERS BELONG TO, STAMPED BY
      * PRDCMRGE INTO WHAT WAS A RESERVED BYTE
           05  STORE-I       PIC X(01).
           05  TRNSID-I      PIC 9(05).
      * ITEM PLU CODE RUNG AT THE REGISTER -- INDUSTRY-STANDARD
      * 4-DIGIT CODES AND 5-DIGIT ORGANIC CODES, ZERO-FILLED
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
           05  FILLER        PIC X(11) VALUE SPACES.
      *
      * COMMA-DELIMITED EXTRACT OF ITEM TOTALS FOR THE ACCOUNTING
      * SPREADSHEET, WRITTEN ALONGSIDE PRDC-RPT FROM THE SAME DATA
       FD  PRDC-XTR.
       01  XTR-RCD           PIC X(80).
      *
      * RUNNING HISTORY OF EACH DAY'S PER-ITEM TOTALS, ADDED TO ON
      * EVERY RUN SO A TREND REPORT CAN ROLL UP WEEK-OVER-WEEK AND
      * MONTH-OVER-MONTH FIGURES FROM IT LATER.  KEYED ON RUN DATE
      * AND ITEM, SO EACH READER STARTS AT THE FIRST DAY IT NEEDS
      * AND A RERUN DELETES ONLY ITS OWN DAY'S KEYS
       FD  HIST-FILE.
       01  HIST-RCD.
           05  HIST-KEY.
               10  HIST-RUNDATE  PIC 9(08).
               10  HIST-ITEMID   PIC 9(05).
           05  HIST-ITEMNAME     PIC X(16).
           05  HIST-ITEMTQTY     PIC S9(06)V9(2).
           05  HIST-ITEMTPRC     PIC S9(08)V9(2).
      * ROLL DEPARTMENTS UP.  RECORDS FROM BEFORE THE COLUMN EXISTED
      * CARRY A SPACE
           05  HIST-DEPT         PIC X(01).
      * STORE ID OF THE STAND THAT RAN THE DAY, SO A STAND'S HISTORY
      * IS KNOWN FOR ITS OWN WHEN THE STANDS ARE CONSOLIDATED
           05  HIST-STORE        PIC X(01).
           05  FILLER            PIC X(31) VALUE SPACES.
      *
      * QUARTER-TO-DATE TAX ACCUMULATION, CARRIED BETWEEN RUNS FOR
      * THE STATE FILING.  TWO RECORDS: THE QUARTER'S RUNNING TOTALS
           05  RUNC-HISTCOUNT    PIC 9(06).
           05  FILLER            PIC X(65) VALUE SPACES.
      *
      * SUSPENSE FILE: EVERY TRANSACTION WHOSE ITEM CODE DID NOT
      * MATCH THE CATALOG, IN FULL TRNS-RCD LAYOUT, SO IT CAN BE
      * CORRECTED AND FED BACK THROUGH TOMORROW'S RUN INSTEAD OF
           05  ONH-POSTQTY       PIC S9(06)V9(2).
           05  FILLER            PIC X(35).
      *
      * RECEIVED LOTS STILL ON HAND, OPENED BY PRDCRCVG AND DRAWN
      * DOWN HERE OLDEST FIRST.  LAYOUT MUST MATCH LOTS-RCD THERE.
      * THE POST DATE/QUANTITY PAIR BACKS A RERUN OUT OF EACH LOT THE
      * SAME WAY IT DOES FOR THE ON-HAND ROW
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
      * SPOILAGE TRACE, APPENDED TO ON EVERY RUN: ONE RECORD PER LOT
      * A SPOIL WRITE-OFF WAS DRAWN FROM, WITH THE SUPPLIER, THE
      * DAYS IT LASTED FROM RECEIPT, AND ITS COST AT THE MASTER'S
      * UNIT COST.  SPOILAGE NO LOT COVERS IS WRITTEN WITH A BLANK
      * SUPPLIER AND ZERO RECEIVE DATE.  LAYOUT MUST MATCH SPLT-RCD
      * IN PRDCSELL, WHICH ROLLS IT UP BY SUPPLIER
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
           05  FILLER            PIC X(23) VALUE SPACES.
      *
      * WORK FILE FOR THE SPOILAGE TRACE PURGE CYCLE, AS ACTW IS FOR
      * THE ACCOUNT JOURNAL
       FD  SPLW-FILE RECORDING MODE F.
       01  SPLW-RCD              PIC X(80).
      *
      * HOURLY SALES HISTORY, APPENDED TO ON EVERY RUN: ONE RECORD
      * PER HOUR OF THE BUSINESS DAY THAT RANG ANYTHING, WITH THE
      * RINGS, UNITS, AND DOLLARS FROM THE HOURLY BREAKDOWN.  LAYOUT
      * MUST MATCH HRLY-RCD IN PRDCLABR, WHICH LAYS STAFF HOURS
      * AGAINST IT
       FD  HRLY-FILE RECORDING MODE F.
       01  HRLY-RCD.
           05  HRLY-DATE         PIC 9(08).
           05  HRLY-HOUR         PIC 9(02).
           05  HRLY-TRNCOUNT     PIC 9(05).
           05  HRLY-QTY          PIC S9(06)V9(2).
           05  HRLY-SALES        PIC S9(08)V9(2).
           05  FILLER            PIC X(47) VALUE SPACES.
      *
      * WORK FILE FOR THE HOURLY SALES HISTORY PURGE CYCLE
       FD  HRLW-FILE RECORDING MODE F.
       01  HRLW-RCD              PIC X(80).
      *
      * HOUSE ACCOUNT MASTER: THE CUSTOMERS ALLOWED TO BUY ON
      * ACCOUNT.  LAYOUT MUST MATCH ACCT-RCD IN PRDCSTMT.  A CHARGE
      * AGAINST A NUMBER NOT ON FILE STILL POSTS -- THE PRODUCE LEFT
      *
      * WORK FILE FOR THE JOURNAL PURGE CYCLE: ON A RERUN THE DAY'S
      * POSTINGS PASS OUT THROUGH HERE SO THE APPEND CANNOT DOUBLE
      * THE CHARGES
       FD  ACTW-FILE RECORDING MODE F.
       01  ACTW-RCD              PIC X(80).
      *
      * CASHIER ACTIVITY HISTORY, APPENDED TO ON EVERY RUN: ONE
      * RECORD PER CASHIER PER BUSINESS DAY WITH WHAT THEY RANG, THE
      * DRAWER OVER/SHORT BY TENDER, AND THE OVERRIDES, RETURNS,
      * COMPS, AND UNKNOWN-PLU RINGS BEHIND IT.  LAYOUT MUST MATCH
      * CSHH-RCD IN PRDCCSHR, WHICH ROLLS IT UP.  THE OVER/SHORT
      * FIGURES ARE COUNTED MINUS RUNG AND ARE ONLY FILLED IN WHEN A
      * COUNT SHEET WAS KEYED FOR THE CASHIER THAT DAY
       FD  CSHH-FILE RECORDING MODE F.
       01  CSHH-RCD.
           05  CSHH-DATE         PIC 9(08).
           05  CSHH-CASHIER      PIC X(03).
           05  CSHH-TRNCOUNT     PIC 9(05).
           05  CSHH-RUNGAMT      PIC S9(06)V9(2).
           05  CSHH-COUNTED      PIC X(01).
               88  CSHH-DRAWER-COUNTED VALUE 'Y'.
           05  CSHH-CASHOS       PIC S9(05)V9(2).
           05  CSHH-CHECKOS      PIC S9(05)V9(2).
           05  CSHH-CARDOS       PIC S9(05)V9(2).
           05  CSHH-OVRCOUNT     PIC 9(03).
           05  CSHH-OVRAMT       PIC S9(05)V9(2).
           05  CSHH-RETCOUNT     PIC 9(03).
           05  CSHH-RETAMT       PIC S9(05)V9(2).
           05  CSHH-COMPCOUNT    PIC 9(03).
           05  CSHH-COMPAMT      PIC S9(05)V9(2).
           05  CSHH-UNKCOUNT     PIC 9(03).
           05  FILLER            PIC X(01) VALUE SPACES.
      *
      * WORK FILE FOR THE CASHIER HISTORY PURGE CYCLE, AS ACTW IS
      * FOR THE ACCOUNT JOURNAL
       FD  CSHW-FILE RECORDING MODE F.
       01  CSHW-RCD              PIC X(80).
      *
      * PAYMENTS ON ACCOUNT KEYED FROM THE DEPOSIT BAG, ONE RECORD
      * PER CHECK RECEIVED, POSTED TO THE JOURNAL DURING THE RUN
       FD  PAYT-FILE RECORDING MODE F.
                             PIC 9(08).
           05  FILLER        PIC X(72).
      *
      * OPTIONAL STORE CARD NAMING THE STAND THIS RUN IS FOR, READ
      * ALSO BY PRDCMRGE, PRDCCNTP, AND PRDCSELL.  NO CARD, OR A
      * BLANK ONE, MEANS STORE 1, THE HOME STAND
       FD  STOR-FILE RECORDING MODE F.
       01  STOR-RCD.
           05  STOR-ID       PIC X(01).
           05  FILLER        PIC X(79).
      *
      * PRICE HISTORY WRITTEN BY PRDCITMM: ONE RECORD PER PRICE
      * EVENT WITH THE DATE AND TIME IT TAKES EFFECT.  LAYOUT MUST
      * MATCH PRCH-RCD THERE.  EACH TRANSACTION IS CHECKED AGAINST
           05  PRC-PRICE     PIC 9(03)V9(2).
           05  FILLER        PIC X(56).
      *
      * PROMOTION MASTER KEPT BY PRDCPRMM: THE DEAL TYPE, ITS TERMS,
      * THE WINDOW IT RUNS IN, AND UP TO FIVE QUALIFYING PLUS.
      * LAYOUT MUST MATCH PRMO-RCD THERE.  A RING AT THE DEAL PRICE
      * INSIDE THE WINDOW IS A PROMOTION, NOT A PRICE OVERRIDE
       FD  PRMS-FILE RECORDING MODE F.
       01  PRMS-RCD.
           05  PRMS-ID       PIC X(06).
           05  PRMS-TYPE     PIC X(01).
           05  PRMS-BUYQTY   PIC 9(02).
           05  PRMS-DEALPRC  PIC 9(03)V9(2).
           05  PRMS-DEALPCT  PIC 9(02)V9(2).
           05  PRMS-STARTDT  PIC 9(08).
           05  PRMS-STARTTM  PIC 9(04).
           05  PRMS-ENDDT    PIC 9(08).
           05  PRMS-ENDTM    PIC 9(04).
           05  PRMS-PLU      OCCURS 5 TIMES PIC 9(05).
           05  FILLER        PIC X(13).
      *
      * CONTROL CARDS CARRYING THE STATE TAX RATES, THE PRICE
      * TOLERANCE, AND THE LOW-STOCK THRESHOLD, EACH SET EFFECTIVE
      * FROM ITS OWN DATE -- KEYED AHEAD OF A RATE CHANGE IT TAKES
      *
      * END-OF-DAY DRAWER COUNT, ONE RECORD PER CASHIER: THE CASH
      * COUNTED IN THE TILL, THE CHECK TOTAL, AND THE CARD-SETTLEMENT
      * TOTAL, AS KEYED FROM THE COUNT SHEET, AND THE STORE ID OF
      * THE STAND.  A SHEET FOR ANOTHER STORE IS SKIPPED AND COUNTED;
      * SHEETS KEYED BEFORE THE COLUMN EXISTED CARRY A SPACE, WHICH
      * IS TAKEN AS THIS STAND'S
       FD  DRWR-FILE RECORDING MODE F.
       01  DRWR-RCD.
           05  DRWR-CASHIER      PIC X(03).
           05  DRWR-CASHAMT      PIC 9(06)V9(2).
           05  DRWR-CHECKAMT     PIC 9(06)V9(2).
           05  DRWR-CARDAMT      PIC 9(06)V9(2).
           05  DRWR-STORE        PIC X(01).
           05  FILLER            PIC X(52) VALUE SPACES.
      *
      * CONTROL RECORD PRDCMRGE WRITES NEXT TO THE MERGED FILE.
      * LAYOUT MUST MATCH TCTL-RCD THERE.  OPTIONAL SO A MISSING
      * RECORD STOPS THE RUN WITH A MESSAGE INSTEAD OF AN ABEND
       FD  TCTL-FILE RECORDING MODE F.
       01  TCTL-RCD.
           05  TCTL-FILEID   PIC X(08).
           05  TCTL-BUSDATE  PIC 9(08).
           05  TCTL-RECCOUNT PIC 9(08).
           05  TCTL-AMTTOTAL PIC S9(10)V9(2).
           05  TCTL-KEYHASH  PIC 9(12).
           05  FILLER        PIC X(32).
      *
      * CONTROL RECORD PRDCITMM WRITES NEXT TO THE ITEM MASTER AND
      * PROMOTES WITH IT.  LAYOUT MUST MATCH ICTL-RCD THERE
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
      *
       77  FULLTOTAL         PIC S9(08)V9(02) VALUE ZEROS.
      *
      * STATUS OF THE RUNNING HISTORY FILE.  THE FILE IS OPTIONAL, SO
      * ON A FIRST-EVER RUN THE PURGE'S OPEN I-O CREATES IT EMPTY
      * AND RETURNS '05'
       77  WS-HIST-STATUS    PIC X(02)        VALUE SPACES.
           88  HIST-STATUS-OK         VALUES '00' '05'.
      *
      * STATUS OF THE OPTIONAL DRAWER-COUNT FILE.  WHEN NO COUNT
      * SHEET WAS KEYED THE RECONCILIATION SECTION STILL PRINTS THE
       77  ONHDCOUNT         PIC 9(04) VALUE ZEROS.
       77  ONHDWRITECOUNT    PIC 9(06) VALUE ZEROS.
      *
      * STATUS OF THE OPTIONAL LOT FILE; MISSING UNTIL PRDCRCVG
      * OPENS THE FIRST LOT
       77  WS-LOTS-STATUS    PIC X(02)        VALUE SPACES.
      *
      * STATUS OF THE SPOILAGE TRACE, SO THE FIRST RUN THAT WRITES IT
      * CAN FALL BACK TO CREATING IT
       77  WS-SPLT-STATUS    PIC X(02)        VALUE SPACES.
           88  SPLT-STATUS-NOTFOUND   VALUES '05' '35'.
      *
      * CAPACITY OF LOTTABLE.  A LOT FILE TOO BIG TO LOAD IS NEITHER
      * DRAWN DOWN NOR REWRITTEN, SO NO LOT IS LOST, AND THE HEADER
      * SAYS SO
       77  LOTTABLE-MAX      PIC 9(04) VALUE 3000.
       77  LOTCOUNT          PIC 9(04) VALUE ZEROS.
       77  LOTFOUND          PIC 9(04) VALUE ZEROS.
       77  LOTOVERFLOW       PIC 9(06) VALUE ZEROS.
       77  SPLTPURGECOUNT    PIC 9(06) VALUE ZEROS.
       77  SPLTWRITECOUNT    PIC 9(06) VALUE ZEROS.
      *
      * STATUS OF THE HOURLY SALES HISTORY, SO THE FIRST RUN THAT
      * WRITES IT CAN FALL BACK TO CREATING IT, AND THE HOURS A RERUN
      * STRIPPED OUT AND THE DAY'S HOURS WRITTEN IN THEIR PLACE
       77  WS-HRLY-STATUS    PIC X(02)        VALUE SPACES.
           88  HRLY-STATUS-NOTFOUND   VALUES '05' '35'.
       77  HRLYPURGECOUNT    PIC 9(06) VALUE ZEROS.
       77  HRLYWRITECOUNT    PIC 9(06) VALUE ZEROS.
      *
      * THE LOT FILE IN CORE, IN THE ITEM AND RECEIVE DATE ORDER
      * PRDCRCVG WROTE IT, SO EACH ITEM'S OLDEST LOT IS MET FIRST.
      * LOTHOLD MARKS A LOT ALREADY POSTED PAST THE BUSINESS DATE,
      * CARRIED THROUGH UNTOUCHED LIKE A HELD ON-HAND ROW
       01  LOTTABLE.
           05  LOTROW OCCURS 3000 TIMES.
               10  LOTITEM     PIC 9(05)       VALUE ZEROS.
               10  LOTRCVDT    PIC 9(08)       VALUE ZEROS.
               10  LOTSUPP     PIC X(03)       VALUE SPACES.
               10  LOTSELLBY   PIC 9(08)       VALUE ZEROS.
               10  LOTRCVQTY   PIC S9(06)V9(2) VALUE ZEROS.
               10  LOTQTY      PIC S9(06)V9(2) VALUE ZEROS.
               10  LOTPOSTDT   PIC 9(08)       VALUE ZEROS.
               10  LOTPOSTQTY  PIC S9(06)V9(2) VALUE ZEROS.
               10  LOTHOLD     PIC X(01)       VALUE 'N'.
                   88  LOTROW-HELD            VALUE 'Y'.
      *
      * WHAT IS LEFT TO DRAW FROM THE ITEM'S LOTS, WHETHER IT IS
      * SPOILAGE (S, TRACED) OR SALES (D), THE PART THE CURRENT LOT
      * GIVES UP, AND THE BUSINESS DATE AS AN ELEMENTARY FIELD FOR
      * THE AGE SUM
       77  WS-LOT-NEED       PIC S9(06)V9(2) VALUE ZEROS.
       77  WS-LOT-TAKE       PIC S9(06)V9(2) VALUE ZEROS.
       77  WS-LOT-MODE       PIC X(01)       VALUE SPACE.
       77  WS-LOT-DATE       PIC 9(08)       VALUE ZEROS.
      *
       01  LOTSWARN-1.
           05  FILLER        PIC X(40)
               VALUE '** LOT FILE TOO LARGE -- LOTS NOT DRAWN'.
           05  FILLER        PIC X(28)
               VALUE ' OR REWRITTEN THIS RUN **'.
           05  FILLER        PIC X(12) VALUE SPACES.
      *
      * STATUS OF THE OPTIONAL HOUSE ACCOUNT MASTER FILE
       77  WS-ACCT-STATUS    PIC X(02)        VALUE SPACES.
      *
      * STATUS OF THE ACCOUNT JOURNAL, SO THE FIRST-EVER ON-ACCOUNT
      * DAY CAN FALL BACK TO CREATING IT
       77  WS-ACTJ-STATUS    PIC X(02)        VALUE SPACES.
           88  ACTJ-STATUS-NOTFOUND   VALUES '05' '35'.
      *
      * STATUS OF THE CASHIER HISTORY, SO THE FIRST RUN THAT WRITES
      * IT CAN FALL BACK TO CREATING IT
       77  WS-CSHH-STATUS    PIC X(02)        VALUE SPACES.
           88  CSHH-STATUS-NOTFOUND   VALUES '05' '35'.
      *
      * STATUS OF THE OPTIONAL KEYED-PAYMENTS FILE
       77  WS-PAYT-STATUS    PIC X(02)        VALUE SPACES.
      *
       77  ACCTPAYTOTAL      PIC S9(08)V9(02) VALUE ZEROS.
       77  ACTJPURGECOUNT    PIC 9(06)        VALUE ZEROS.
      *
      * CASHIER HISTORY RECORDS A RERUN STRIPPED OUT, AND THE DAY'S
      * RECORDS WRITTEN IN THEIR PLACE
       77  CSHHPURGECOUNT    PIC 9(06)        VALUE ZEROS.
       77  CSHHWRITECOUNT    PIC 9(06)        VALUE ZEROS.
      *
      * STATUS OF THE OPTIONAL ACCOUNT MAPPING FILE
       77  WS-ACTM-STATUS    PIC X(02)        VALUE SPACES.
      *
      * STATUS OF THE OPTIONAL BUSINESS-DATE CARD FILE
       77  WS-DATE-STATUS    PIC X(02)        VALUE SPACES.
      *
      * STATUS OF THE OPTIONAL STORE CARD FILE, AND THE STORE ID OF
      * THE STAND THIS RUN IS FOR
       77  WS-STOR-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-STORE-ID       PIC X(01)        VALUE '1'.
      *
      * THE KEYED BUSINESS DATE, WHETHER A CLEAN CARD WAS SUPPLIED,
      * AND WHETHER ITS DATE FAILED TO MATCH THE MERGED FILE
       77  WS-CARD-SUPPLIED  PIC 9(01) VALUE ZERO.
       77  WS-JRN-OVRSHT     PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-JRN-CASH       PIC S9(08)V9(2) VALUE ZEROS.
      *
      * ONE JOURNAL ROW: DATE, ACCOUNT, LINE KEY, DEBIT, CREDIT, AND
      * THE STORE THE ROW BELONGS TO
       01  JRN-DETAIL.
           05  JRN-DATE      PIC 9(08).
           05  FILLER        PIC X(01) VALUE ','.
           05  JRN-DR        PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  JRN-CR        PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  JRN-STORE     PIC X(01).
      *
      * TRAILER ROW PROVING THE ENTRY BALANCES
       01  JRN-TRAILER.
           05  JRNT-DR       PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  JRNT-CR       PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  JRNT-STORE    PIC X(01).
      *
       01  CTLLINE-JRNDR.
           05  FILLER        PIC X(20) VALUE 'JOURNAL DEBITS:     '.
           05  FILLER        PIC X(20) VALUE 'TRNS NOT PROCESSED: '.
           05  CTL-DAYLOST-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-PRMRNG.
           05  FILLER        PIC X(20) VALUE 'PROMO-PRICED RINGS: '.
           05  CTL-PRMRNG-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-PRMDSC.
           05  FILLER        PIC X(20) VALUE 'PROMO DISCOUNT:     '.
           05  CTL-PRMDSC-O  PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  CTLLINE-DRWOTH.
           05  FILLER        PIC X(20) VALUE 'OTHER STORE DRAWERS:'.
           05  CTL-DRWOTH-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-LOTSIN.
           05  FILLER        PIC X(20) VALUE 'LOTS IN:            '.
           05  CTL-LOTSIN-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-SPLTREPL.
           05  FILLER        PIC X(20) VALUE 'SPOIL TRACE REPL:   '.
           05  CTL-SPLTREPL-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-SPLTWRT.
           05  FILLER        PIC X(20) VALUE 'SPOIL TRACE OUT:    '.
           05  CTL-SPLTWRT-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  ACCHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  LASTACCT      PIC 9 VALUE ZERO.
           05  LASTPAYT      PIC 9 VALUE ZERO.
           05  LASTACTJ      PIC 9 VALUE ZERO.
           05  LASTCSHH      PIC 9 VALUE ZERO.
           05  LASTLOTS      PIC 9 VALUE ZERO.
           05  LASTSPLT      PIC 9 VALUE ZERO.
           05  LASTHRLY      PIC 9 VALUE ZERO.
           05  LASTACTM      PIC 9 VALUE ZERO.
           05  LASTDCRD      PIC 9 VALUE ZERO.
           05  LASTSCRD      PIC 9 VALUE ZERO.
           05  LASTPRCH      PIC 9 VALUE ZERO.
           05  LASTPRMS      PIC 9 VALUE ZERO.
           05  LASTCTLF      PIC 9 VALUE ZERO.
      * ON WHILE THE CORRECTED-REENTRY FILE IS BEING PROCESSED, SO
      * THOSE DOLLARS CAN BE MARKED ON THE REPORT AS THEY CLEAR
               10  ITEMONHHOLD PIC X(01)       VALUE 'N'.
                   88  ITEMROW-ONHHELD        VALUE 'Y'.
               10  ITEMDEPT    PIC X(01)       VALUE SPACE.
      * Y WHEN THE ITEM MASTER CARRIES A PRICE OF THIS STAND'S OWN,
      * WHICH THEN STANDS IN FOR THE STANDARD PRICE
               10  ITEMLOCPRC  PIC X(01)       VALUE 'N'.
      *
      * PER-DEPARTMENT ROLLUPS OF THE DAY: SALES QUANTITY AND DOLLARS
      * FOR THE ITEM TOTALS AND TOP SELLERS SECTIONS, AND THE MARGIN
           05  PRCXSTDPRC-O  PIC $$$9.99.
           05  FILLER        PIC X(29) VALUE SPACES.
      *
      * STATUS OF THE OPTIONAL PROMOTION MASTER; UNTIL PRDCPRMM HAS
      * WRITTEN ONE, EVERY OFF-PRICE RING IS AN OVERRIDE
       77  WS-PRMS-STATUS    PIC X(02) VALUE SPACES.
      *
      * THE PROMOTIONS WHOSE WINDOW TOUCHES THE BUSINESS DAY, WITH
      * THE WINDOW HELD AS DATE/TIME STAMPS COMPARABLE TO A RING'S
      * OWN, AND WHAT EACH ONE GAVE AWAY TODAY: THE RINGS, UNITS,
      * AND DISCOUNT OFF THE PRICE IN FORCE
       01  PRMTABLE.
           05  PRMROW OCCURS 200 TIMES.
               10  PRMID         PIC X(06)       VALUE SPACES.
               10  PRMTYPE       PIC X(01)       VALUE SPACE.
                   88  PRMROW-QTYPRICE        VALUE 'Q'.
                   88  PRMROW-BUYGET          VALUE 'B'.
                   88  PRMROW-PCTOFF          VALUE 'P'.
               10  PRMBUYQTY     PIC 9(02)       VALUE ZEROS.
               10  PRMDEALPRC    PIC 9(03)V9(2)  VALUE ZEROS.
               10  PRMDEALPCT    PIC 9(02)V9(2)  VALUE ZEROS.
               10  PRMSTART      PIC X(14)       VALUE SPACES.
               10  PRMEND        PIC X(14)       VALUE SPACES.
               10  PRMPLU        OCCURS 5 TIMES PIC 9(05) VALUE ZEROS.
               10  PRMRINGS      PIC 9(06)       VALUE ZEROS.
               10  PRMQTY        PIC S9(06)V9(2) VALUE ZEROS.
               10  PRMDISC       PIC S9(08)V9(2) VALUE ZEROS.
      *
       77  PRMCOUNT          PIC 9(03) VALUE ZEROS.
       77  PRMFOUND          PIC 9(03) VALUE ZEROS.
       77  K                 PIC 9(06) VALUE ZEROS.
      *
      * THE PER-UNIT PRICE THE DEAL BEING TRIED WORKS OUT TO, AND
      * THE DISCOUNT A PROMO-PRICED RING GAVE AWAY
       77  WS-PROMO-PRICE    PIC 9(03)V9(2)  VALUE ZEROS.
       77  WS-PROMO-DISC     PIC S9(06)V9(2) VALUE ZEROS.
      *
      * THE DAY'S PROMOTION DISCOUNT ON SALES AND RETURNS, BY TAX
      * CLASS.  THE JOURNAL CREDITS SALES AT THE PRICE IN FORCE AND
      * DEBITS THESE TO THEIR OWN KEY, SO THE DEALS SHOW AS WHAT
      * THEY COST RATHER THAN VANISHING INTO LOWER SALES
       77  PRMDISCSTD        PIC S9(08)V9(2) VALUE ZEROS.
       77  PRMDISCRED        PIC S9(08)V9(2) VALUE ZEROS.
       77  PRMDISCEXM        PIC S9(08)V9(2) VALUE ZEROS.
       77  PRMRINGTOTAL      PIC 9(06)       VALUE ZEROS.
      *
       01  PRMHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(20) VALUE 'PROMOTIONS APPLIED'.
           05  FILLER        PIC X(52) VALUE SPACES.
      *
       01  PRMHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(08) VALUE 'PROMO ID'.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'DEAL'.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(05) VALUE 'RINGS'.
           05  FILLER        PIC X(07) VALUE SPACES.
           05  FILLER        PIC X(05) VALUE 'UNITS'.
           05  FILLER        PIC X(05) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE 'DISCOUNT'.
           05  FILLER        PIC X(28) VALUE SPACES.
      *
       01  PRMLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PRMID-O       PIC X(06).
           05  FILLER        PIC X(05) VALUE SPACES.
           05  PRMTYPE-O     PIC X(01).
           05  FILLER        PIC X(07) VALUE SPACES.
           05  PRMRINGS-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  PRMQTY-O      PIC ZZZZ9.99-.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  PRMDISC-O     PIC $$$,$$9.99-.
           05  FILLER        PIC X(27) VALUE SPACES.
      *
      * HOLDS TRANSACTIONS THAT RANG UP A FRACTIONAL QUANTITY AGAINST
      * AN ITEM THE MASTER SAYS IS SOLD BY THE WHOLE UNIT, NOT WEIGHT
       01  UNITXTABLE.
           05  FILLER        PIC X(01) VALUE '%'.
           05  FILLER        PIC X(10) VALUE SPACES.
      *
      * ONE DETAIL ROW PER ITEM: ID, NAME, QUANTITY, TOTAL, AND THE
      * BUSINESS DATE AND STORE, SINCE A CATCH-UP RUN WRITES SEVERAL
      * DAYS TO THE ONE EXTRACT
       01  XTR-DETAIL.
           05  XTR-ID        PIC 9(05).
           05  FILLER        PIC X(01) VALUE ','.
           05  XTR-QTY       PIC -(05)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  XTR-AMT       PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  XTR-DATE      PIC 9(08).
           05  FILLER        PIC X(01) VALUE ','.
           05  XTR-STORE     PIC X(01).
      *
      * TRAILER ROW CARRYING THE OVERALL TOTAL FOR THE DAY
       01  XTR-TRAILER.
           05  FILLER        PIC X(06) VALUE 'TOTAL,'.
           05  FILLER        PIC X(02) VALUE ',,'.
           05  XTR-TOTAL     PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  XTRT-DATE     PIC 9(08).
           05  FILLER        PIC X(01) VALUE ','.
           05  XTRT-STORE    PIC X(01).
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(14) VALUE 'PRODUCE STAND '.
           05  HDR-MIN       PIC X(02).
           05  FILLER        PIC X(01) VALUE ':'.
           05  HDR-SEC       PIC X(02).
           05  FILLER        PIC X(04) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'STORE '.
           05  HDR-STORE     PIC X(01).
           05  FILLER        PIC X(49) VALUE SPACES.
      *
       01  RUNTYPE-1.
           05  FILLER        PIC X(10) VALUE 'RUN TYPE: '.
           05  FILLER        PIC X(28) VALUE SPACES.
      *
      * HOURLY BREAKDOWN OF SALES, BUCKETED BY THE HOUR PORTION OF
      * EACH TRANSACTION'S DATETIME-I, TO SHOW WHEN THE STAND IS BUSY.
      * HOURCNT IS THE RINGS IN THE HOUR, CARRIED TO THE HOURLY SALES
      * HISTORY FOR THE STAFFING REPORT
       01  HOURTABLE.
           05  HOURROW OCCURS 24 TIMES.
               10  HOURCNT   PIC 9(05)       VALUE ZEROS.
               10  HOURQTY   PIC S9(06)V9(2) VALUE ZEROS.
               10  HOURPRC   PIC S9(08)V9(2) VALUE ZEROS.
      *
           05  FILLER        PIC X(20) VALUE 'ON-ACCT PAYMENTS:   '.
           05  CTL-APAY-O    PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  CTLLINE-CSHHREPL.
           05  FILLER        PIC X(20) VALUE 'CASHIER DAYS REPL:  '.
           05  CTL-CSHHREPL-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-CSHHWRT.
           05  FILLER        PIC X(20) VALUE 'CASHIER DAYS OUT:   '.
           05  CTL-CSHHWRT-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-HRLYREPL.
           05  FILLER        PIC X(20) VALUE 'SALES HOURS REPL:   '.
           05  CTL-HRLYREPL-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-HRLYWRT.
           05  FILLER        PIC X(20) VALUE 'SALES HOURS OUT:    '.
           05  CTL-HRLYWRT-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
      * PER-CASHIER RUNG TOTALS BY TENDER, BUILT AS TRANSACTIONS ARE
      * READ.  EVERY TRANSACTION COUNTS HERE, MATCHED TO AN ITEM OR
      * NOT, BECAUSE THE MONEY LANDED IN THE DRAWER EITHER WAY.  THE
      * ACTIVITY COUNTS BEHIND THEM -- RINGS, OVERRIDES AND WHAT THEY
      * GAVE AWAY, RETURNS, COMPS, UNKNOWN PLUS -- GO TO THE CASHIER
      * HISTORY.  RINGS AND DOLLARS INCLUDE ON-ACCOUNT SALES, WHICH
      * STAY OUT OF THE DRAWER TOTALS
       01  CSHTABLE.
           05  CSHROW OCCURS 50 TIMES.
               10  CSHID         PIC X(03)        VALUE SPACES.
               10  CSHCASHAMT    PIC S9(08)V9(2)  VALUE ZEROS.
               10  CSHCHECKAMT   PIC S9(08)V9(2)  VALUE ZEROS.
               10  CSHCARDAMT    PIC S9(08)V9(2)  VALUE ZEROS.
               10  CSHTRNCOUNT   PIC 9(05)        VALUE ZEROS.
               10  CSHRUNGAMT    PIC S9(08)V9(2)  VALUE ZEROS.
               10  CSHOVRCOUNT   PIC 9(04)        VALUE ZEROS.
               10  CSHOVRAMT     PIC S9(08)V9(2)  VALUE ZEROS.
               10  CSHRETCOUNT   PIC 9(04)        VALUE ZEROS.
               10  CSHRETAMT     PIC S9(08)V9(2)  VALUE ZEROS.
               10  CSHCOMPCOUNT  PIC 9(04)        VALUE ZEROS.
               10  CSHCOMPAMT    PIC S9(08)V9(2)  VALUE ZEROS.
               10  CSHUNKCOUNT   PIC 9(04)        VALUE ZEROS.
      *
       77  CSHCOUNT          PIC 9(04) VALUE ZEROS.
       77  CSHFOUND          PIC 9(04) VALUE ZEROS.
      *
       77  DRWCOUNT          PIC 9(04) VALUE ZEROS.
       77  DRWFOUND          PIC 9(04) VALUE ZEROS.
       77  DRWOTHCOUNT       PIC 9(04) VALUE ZEROS.
      *
      * RUNG AND COUNTED AMOUNTS FOR THE DRAWER LINE CURRENTLY BEING
      * RECONCILED
               10  WS-TRNS-MINUTE        PIC 9(02).
               10  WS-TRNS-SECOND        PIC 9(02).
               10  WS-TRNS-MILLISECONDS  PIC 9(02).
      *
      * STATUS OF THE OPTIONAL CONTROL RECORD FILES
       77  WS-TCTL-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-ICTL-STATUS    PIC X(02)        VALUE SPACES.
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
           05  CHK-OTHSTORE  PIC 9(08)        VALUE ZEROS.
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
      * PRINTED IN PLACE OF THE REPORT WHEN THE HISTORY FILE WILL
      * NOT OPEN TO UPDATE, AHEAD OF CHKFAIL-2
       01  HISTFAIL-1.
           05  FILLER        PIC X(03) VALUE '** '.
           05  FILLER        PIC X(47)
               VALUE 'HISTORY FILE PRDCHIST WOULD NOT OPEN -- STATUS '.
           05  HISTFAIL-ST-O PIC X(02).
           05  FILLER        PIC X(03) VALUE ' **'.
           05  FILLER        PIC X(25) VALUE SPACES.
      *
       01  CHKSTORE-1.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  CHKSTCNT-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(34)
               VALUE ' RECORDS ARE FOR ANOTHER STORE -- '.
           05  FILLER        PIC X(20) VALUE 'THIS STAND IS STORE '.
           05  CHKSTID-O     PIC X(01).
           05  FILLER        PIC X(15) VALUE SPACES.
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
      * OWN, OLDEST FIRST, WITH ITS OWN REPORT AND HISTORY SET
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM READ-DATECARD.
           PERFORM READ-STORECARD.
           MOVE TAXRATE-STD TO DFLT-STDRATE.
           MOVE TAXRATE-RED TO DFLT-REDRATE.
           MOVE PRICETOL    TO DFLT-PRICETOL.
           MOVE LOWSTOCKPCT TO DFLT-LOWPCT.
           PERFORM READ-CTLFILE.
           PERFORM CALC-SCANDATES.
      * REFUSE A MERGED FILE OR ITEM MASTER THAT DOES NOT MATCH THE
      * CONTROL RECORD ITS PRODUCING STEP WROTE, BEFORE ANY HISTORY,
      * ON-HAND, TAX, OR JOURNAL FILE IS TOUCHED
           PERFORM CALC-TRNSCHECK.
           IF CHK-PASSED
             PERFORM CALC-ITEMSCHECK
           END-IF.
           IF CHK-FAILED
             OPEN OUTPUT PRDC-RPT
             PERFORM WRITE-MAINHDR
             WRITE RPT-RCD FROM DASH52
             PERFORM WRITE-CTLFAIL
             CLOSE PRDC-RPT
             STOP RUN
           END-IF.
      * THE SAME BEFORE THE FIRST DAY IF HISTORY CANNOT BE OPENED TO
      * UPDATE -- A DAY POSTED TO EVERYTHING BUT HISTORY WOULD LEAVE
      * THE TREND, LIFT, AND ARCHIVE STEPS SHORT OF IT FOR GOOD
           PERFORM CALC-HISTCHECK.
           IF NOT HIST-STATUS-OK
             OPEN OUTPUT PRDC-RPT
             PERFORM WRITE-MAINHDR
             WRITE RPT-RCD FROM DASH52
             MOVE WS-HIST-STATUS TO HISTFAIL-ST-O
             WRITE RPT-RCD FROM HISTFAIL-1
             WRITE RPT-RCD FROM CHKFAIL-2
             MOVE 16 TO RETURN-CODE
             CLOSE PRDC-RPT
             STOP RUN
           END-IF.
           PERFORM OPEN-RUNFILES.
           PERFORM VARYING DAYX FROM 1 BY 1 UNTIL DAYX > DAYCOUNT
             MOVE DAYDATE(DAYX) TO WS-CURRENT-DATE
      *
      * ONE BUSINESS DAY START TO FINISH.  THE RUN-CONTROL CHECK
      * COMES BEFORE THE DAY'S FILES OPEN BECAUSE A RERUN OR RESTART
      * DELETES THE DAY'S HISTORY BEFORE THE FILE IS OPENED TO ADD.
      * THE DRAWER COUNTS AND KEYED PAYMENTS BELONG TO THE DAY THE
      * SHEETS WERE KEYED, SO THEY APPLY ONLY TO THE LAST DAY OF A
      * CATCH-UP; CORRECTED REENTRIES CLEAR ON THE FIRST
      * THE ALREADY-POSTED WARNING
           PERFORM READ-ITEMS.
           PERFORM READ-PRICEHIST.
           PERFORM READ-PROMOS.
           PERFORM READ-ONHAND.
           PERFORM READ-LOTS.
           PERFORM READ-ACCOUNTS.
      * SETUP REPORT HEADERS, WITH A BREAK BETWEEN CATCH-UP DAYS
           IF DAYX > 1
           IF WS-ONHD-WARN = 1
             WRITE RPT-RCD FROM ONHDWARN-1
           END-IF.
           IF LOTOVERFLOW > 0
             WRITE RPT-RCD FROM LOTSWARN-1
           END-IF.
           WRITE RPT-RCD FROM DASH52.
           PERFORM WRITE-TOTALSHDR.
      * READ THE DAY'S ACTIVITY
             PERFORM WRITE-PRICEXCEPTIONS
             WRITE RPT-RCD FROM DASH52
           END-IF.
           IF PRMRINGTOTAL > 0
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
             PERFORM WRITE-PROMOTIONS
             WRITE RPT-RCD FROM DASH52
           END-IF.
           IF UNITXCOUNT > 0
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
             PERFORM WRITE-STOCKPOS
             WRITE RPT-RCD FROM DASH52
           END-IF.
           IF LOTCOUNT > 0 AND LOTOVERFLOW = 0
             PERFORM CALC-LOTDRAW
           END-IF.
           IF ACDCOUNT > 0 OR PAYCOUNT > 0
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
             PERFORM WRITE-DRAWERRECON
             WRITE RPT-RCD FROM DASH52
           END-IF.
           PERFORM WRITE-CASHIERHIST.
           PERFORM WRITE-HOURHIST.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-TAXSUMMARY.
           IF ONHDCOUNT > 0
             PERFORM WRITE-ONHANDFILE
           END-IF.
           IF LOTCOUNT > 0 AND LOTOVERFLOW = 0
             PERFORM WRITE-LOTFILE
           END-IF.
           PERFORM WRITE-RUNCOMPLETE.
      *
      * FILES THAT SPAN THE WHOLE RUN, HOWEVER MANY DAYS IT COVERS
       OPEN-DAYFILES.
           OPEN INPUT  ITEM-FILE.
           OPEN INPUT  TRNS-FILE.
           OPEN I-O    HIST-FILE.
           OPEN INPUT DRWR-FILE.
           OPEN INPUT CORR-FILE.
           OPEN EXTEND ACTJ-FILE.
           IF ACTJ-STATUS-NOTFOUND
             OPEN OUTPUT ACTJ-FILE
           END-IF.
           OPEN EXTEND CSHH-FILE.
           IF CSHH-STATUS-NOTFOUND
             OPEN OUTPUT CSHH-FILE
           END-IF.
           OPEN EXTEND SPLT-FILE.
           IF SPLT-STATUS-NOTFOUND
             OPEN OUTPUT SPLT-FILE
           END-IF.
           OPEN EXTEND HRLY-FILE.
           IF HRLY-STATUS-NOTFOUND
             OPEN OUTPUT HRLY-FILE
           END-IF.
      *
      * RESET EVERY PER-DAY ACCUMULATOR AND TABLE SO A CATCH-UP DAY
      * STARTS AS CLEAN AS A NORMAL NIGHTLY RUN
           MOVE ZERO TO LASTTAXQ.
           MOVE ZERO TO LASTCORR.
           MOVE ZERO TO LASTONHD.
           MOVE ZERO TO LASTLOTS.
           MOVE ZERO TO LASTSPLT.
           MOVE ZERO TO LASTHRLY.
           MOVE ZERO TO LASTACCT.
           MOVE ZERO TO LASTPAYT.
           MOVE ZERO TO LASTACTM.
           MOVE ZERO TO LASTPRCH.
           MOVE ZERO TO LASTPRMS.
           MOVE ZERO TO REENTRYPASS.
           MOVE ZERO TO WS-TAXQ-WARN.
           MOVE ZERO TO WS-ONHD-WARN.
                         TRNSREADCOUNT TRNSAMTTOTAL FULLTOTAL.
           MOVE ZEROS TO ITEMCOUNT ITEMERRCOUNT EXCPCOUNT PRCXCOUNT
                         UNITXCOUNT ADJCOUNT LOWCOUNT SORTCOUNT
                         CSHCOUNT DRWCOUNT DRWOTHCOUNT ONHDCOUNT
                         ONHDWRITECOUNT
                         ACCTCOUNT ACDCOUNT PAYCOUNT ACTMCOUNT
                         PRCHCOUNT PRCHOVERFLOW PRMCOUNT
                         PRMRINGTOTAL.
           MOVE ZEROS TO PRMDISCSTD PRMDISCRED PRMDISCEXM.
           MOVE ZEROS TO ACCTCHGCOUNT ACCTCHGTOTAL ACCTPAYCOUNT
                         ACCTPAYTOTAL ACTJPURGECOUNT.
           MOVE ZEROS TO CSHHPURGECOUNT CSHHWRITECOUNT.
           MOVE ZEROS TO LOTCOUNT LOTOVERFLOW SPLTPURGECOUNT
                         SPLTWRITECOUNT.
           MOVE ZEROS TO HRLYPURGECOUNT HRLYWRITECOUNT.
           MOVE ZEROS TO JRNDRTOTAL JRNCRTOTAL JRNUNMAPPED
                         JRN-COGS-TOT JRN-SPLCOST-TOT.
           MOVE ZEROS TO TAXSTDSALES TAXREDSALES TAXEXMSALES
           INITIALIZE ACDTABLE.
           INITIALIZE PAYTABLE.
           INITIALIZE DEPTTABLE.
           INITIALIZE PRMTABLE.
           INITIALIZE LOTTABLE.
      *
      * PICK UP THE BUSINESS DATE FROM THE PARAMETER CARD WHEN ONE IS
      * SUPPLIED AND KEYED CLEANLY; OTHERWISE THE CLOCK DATE STANDS
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
      * LOAD EVERY CONTROL CARD THAT PASSES ITS EDITS; A MIS-KEYED
      * CARD IS COUNTED FOR THE CONTROL PAGE AND SKIPPED
       READ-CTLFILE.
      * PASS OVER THE MERGED FILE ONCE TO COLLECT THE DISTINCT
      * BUSINESS DATES IT SPANS.  AN EMPTY FILE FALLS BACK TO THE
      * CARD OR CLOCK DATE; A KEYED CARD THAT MATCHES NONE OF THE
      * DATES FOUND IS FLAGGED UNDER THE REPORT HEADER.  THE SAME
      * PASS TOTALS THE FILE FOR ITS CONTROL CHECK AND COUNTS ANY
      * RECORD STAMPED FOR ANOTHER STORE
       CALC-SCANDATES.
           INITIALIZE CHKFIGURES.
           OPEN INPUT TRNS-FILE.
           PERFORM READ-TRNSRCD
           PERFORM UNTIL LASTTRNS = 1
             ADD 1 TO CHK-ACTCOUNT
             COMPUTE CHK-ROWAMT = ITEMPRC-I * ITEMQTY-I
             ADD CHK-ROWAMT TO CHK-ACTAMT
             ADD TRNSID-I   TO CHK-ACTHASH
             IF STORE-I NOT = SPACE AND STORE-I NOT = WS-STORE-ID
               ADD 1 TO CHK-OTHSTORE
             END-IF
             MOVE DATETIME-I TO WS-TRNS-DATETIME
             MOVE ZEROS TO DAYFOUND
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > DAYCOUNT
               MOVE 1 TO WS-CARD-WARN
             END-IF
           END-IF.
      *
      * CHECK THE MERGED FILE, AS TOTALED BY CALC-SCANDATES, AGAINST
      * ITS CONTROL RECORD.  IT MUST ALSO HAVE BEEN MERGED FOR THE
      * BUSINESS DATE THIS RUN IS FOR, SO YESTERDAY'S FILE LEFT IN
      * PLACE IS REFUSED, AND FOR THIS STAND, SO THE OTHER STAND'S
      * FILE HANDED TO THIS RUN IS REFUSED TOO
       CALC-TRNSCHECK.
           MOVE 'PRDCTRNS' TO CHK-FILEID.
           MOVE 'N' TO CHK-CTLFOUND.
           MOVE 'Y' TO CHK-DATEREQ.
           MOVE WS-CURRENT-DATE TO CHK-ACTDATE.
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
           IF CHK-OTHSTORE > 0
             MOVE 'F' TO CHK-STATUS
           END-IF.
      *
      * TOTAL THE ITEM MASTER AND CHECK IT AGAINST ITS CONTROL
      * RECORD.  A MASTER IS GOOD UNTIL THE NEXT MAINTENANCE RUN
      * REPLACES IT, SO ITS DATE IS NOT HELD TO THE BUSINESS DATE
       CALC-ITEMSCHECK.
           INITIALIZE CHKFIGURES.
           MOVE 'N' TO CHK-DATEREQ.
           OPEN INPUT ITEM-FILE.
           PERFORM READ-ITEMRCD
           PERFORM UNTIL LASTITEM = 1
             ADD 1 TO CHK-ACTCOUNT
             ADD ITEMSTDPRC-I TO CHK-ACTAMT
             ADD ITEMID-I     TO CHK-ACTHASH
             PERFORM READ-ITEMRCD
           END-PERFORM.
           CLOSE ITEM-FILE.
           MOVE ZERO TO LASTITEM.
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
      * OPEN THE HISTORY FILE TO UPDATE AND CLOSE IT AGAIN.  A FILE
      * NOT YET CREATED IS CREATED HERE AND COUNTS AS GOOD
       CALC-HISTCHECK.
           OPEN I-O HIST-FILE.
           IF HIST-STATUS-OK
             CLOSE HIST-FILE
           END-IF.
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
           IF CHK-OTHSTORE > 0
             MOVE CHK-OTHSTORE TO CHKSTCNT-O
             MOVE WS-STORE-ID  TO CHKSTID-O
             WRITE RPT-RCD FROM CHKSTORE-1
           END-IF.
           MOVE 16 TO RETURN-CODE.
      *
       WRITE-MAINHDR.
           MOVE WS-CURRENT-YEAR       TO HDR-YR.
           MOVE WS-CURRENT-HOURS      TO HDR-H.
           MOVE WS-CURRENT-MINUTE     TO HDR-MIN.
           MOVE WS-CURRENT-SECOND     TO HDR-SEC.
           MOVE WS-STORE-ID           TO HDR-STORE.
           WRITE RPT-RCD FROM MAINHDR-1.
           WRITE RPT-RCD FROM MAINHDR-2.
           MOVE SPACES TO RPT-RCD.
      * BY ITSELF SPOT A RERUN OF AN EARLIER DAY (A CATCH-UP RERUN,
      * OR A PRIOR DAY KEYED ON THE DATE CARD), SO THE BUSINESS
      * DAY'S OWN RECORDS ARE ALWAYS STRIPPED FROM PRDCHIST AND
      * PRDCACTJ BEFORE THE WRITES -- A NO-OP ON A TRUE FIRST RUN,
      * AND THE PROOF OF A RERUN WHEN ANYTHING COMES OUT.  THE
      * RECORD IS THEN REWRITTEN AS IN-PROGRESS, WHICH STANDS UNTIL
      * THE RUN FINISHES CLEANLY
           IF RUN-RESTART AND WS-PURGE-DATE NOT = WS-CURRENT-DATE
             PERFORM CALC-HISTPURGE
             PERFORM CALC-ACTJPURGE
             PERFORM CALC-CSHHPURGE
             PERFORM CALC-SPLTPURGE
             PERFORM CALC-HRLYPURGE
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-PURGE-DATE.
           PERFORM CALC-HISTPURGE.
           PERFORM CALC-ACTJPURGE.
           PERFORM CALC-CSHHPURGE.
           PERFORM CALC-SPLTPURGE.
           PERFORM CALC-HRLYPURGE.
           IF RUN-FIRST
               AND (HISTPURGECOUNT > 0 OR ACTJPURGECOUNT > 0
                    OR CSHHPURGECOUNT > 0 OR SPLTPURGECOUNT > 0
                    OR HRLYPURGECOUNT > 0)
             MOVE 'R' TO WS-RUN-TYPE
           END-IF.
           OPEN OUTPUT RUNC-FILE.
           WRITE RUNC-RCD.
           CLOSE RUNC-FILE.
      *
      * DELETE EVERY HISTORY RECORD CARRYING THE PURGE DATE IN
      * PLACE: POSITION ON THE DAY'S FIRST KEY AND DELETE FORWARD
      * UNTIL THE RUN DATE CHANGES, SO THE WRITES THAT FOLLOW START
      * FROM A FILE WITHOUT THAT DAY IN IT.  NO OTHER DAY IS READ
       CALC-HISTPURGE.
           OPEN I-O HIST-FILE.
           MOVE ZERO TO LASTHIST.
           MOVE WS-PURGE-DATE TO HIST-RUNDATE.
           MOVE ZEROS         TO HIST-ITEMID.
           START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
             INVALID KEY MOVE 1 TO LASTHIST
           END-START.
           IF LASTHIST = 0
             PERFORM READ-HISTRCD
           END-IF.
           PERFORM UNTIL LASTHIST = 1
               OR HIST-RUNDATE NOT = WS-PURGE-DATE
             DELETE HIST-FILE RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO HISTPURGECOUNT
             END-DELETE
             PERFORM READ-HISTRCD
           END-PERFORM.
           CLOSE HIST-FILE.
      *
       READ-HISTRCD.
           READ HIST-FILE NEXT RECORD
             AT END MOVE 1 TO LASTHIST
           END-READ.
      *
      * ADD ONE ITEM'S DAY TO HISTORY.  THE PURGE HAS ALREADY CLEARED
      * THE DAY, SO A KEY STILL ON FILE CAN ONLY BE A RECORD THIS RUN
      * WROTE FOR THE SAME ITEM; THE LATER FIGURE REPLACES IT
       WRITE-HISTRCD.
           WRITE HIST-RCD
             INVALID KEY
               REWRITE HIST-RCD
                 INVALID KEY CONTINUE
               END-REWRITE
           END-WRITE.
           ADD 1 TO HISTWRITECOUNT.
      *
      * STRIP THE PURGE DATE'S POSTINGS OUT OF THE ACCOUNT JOURNAL
      * THE SAME WAY, SO A RERUN CANNOT CHARGE THE CUSTOMERS TWICE
             AT END MOVE 1 TO LASTACTJ
           END-READ.
      *
      * STRIP THE PURGE DATE'S RECORDS OUT OF THE CASHIER HISTORY THE
      * SAME WAY, SO A RERUN CANNOT COUNT A CASHIER'S DAY TWICE
       CALC-CSHHPURGE.
           OPEN INPUT CSHH-FILE.
           OPEN OUTPUT CSHW-FILE.
           MOVE ZERO TO LASTCSHH.
           PERFORM READ-CSHHRCD
           PERFORM UNTIL LASTCSHH = 1
             IF CSHH-DATE = WS-PURGE-DATE
               ADD 1 TO CSHHPURGECOUNT
             ELSE
               WRITE CSHW-RCD FROM CSHH-RCD
             END-IF
             PERFORM READ-CSHHRCD
           END-PERFORM.
           CLOSE CSHH-FILE.
           CLOSE CSHW-FILE.
           OPEN INPUT CSHW-FILE.
           OPEN OUTPUT CSHH-FILE.
           MOVE ZERO TO LASTCSHH.
           PERFORM READ-CSHWRCD
           PERFORM UNTIL LASTCSHH = 1
             WRITE CSHH-RCD FROM CSHW-RCD
             PERFORM READ-CSHWRCD
           END-PERFORM.
           CLOSE CSHH-FILE.
           CLOSE CSHW-FILE.
      *
       READ-CSHHRCD.
           READ CSHH-FILE
             AT END MOVE 1 TO LASTCSHH
           END-READ.
      *
       READ-CSHWRCD.
           READ CSHW-FILE
             AT END MOVE 1 TO LASTCSHH
           END-READ.
      *
      * STRIP THE PURGE DATE'S RECORDS OUT OF THE SPOILAGE TRACE THE
      * SAME WAY, SO A RERUN CANNOT TRACE A WRITE-OFF TWICE
       CALC-SPLTPURGE.
           OPEN INPUT SPLT-FILE.
           OPEN OUTPUT SPLW-FILE.
           MOVE ZERO TO LASTSPLT.
           PERFORM READ-SPLTRCD
           PERFORM UNTIL LASTSPLT = 1
             IF SPLT-DATE = WS-PURGE-DATE
               ADD 1 TO SPLTPURGECOUNT
             ELSE
               WRITE SPLW-RCD FROM SPLT-RCD
             END-IF
             PERFORM READ-SPLTRCD
           END-PERFORM.
           CLOSE SPLT-FILE.
           CLOSE SPLW-FILE.
           OPEN INPUT SPLW-FILE.
           OPEN OUTPUT SPLT-FILE.
           MOVE ZERO TO LASTSPLT.
           PERFORM READ-SPLWRCD
           PERFORM UNTIL LASTSPLT = 1
             WRITE SPLT-RCD FROM SPLW-RCD
             PERFORM READ-SPLWRCD
           END-PERFORM.
           CLOSE SPLT-FILE.
           CLOSE SPLW-FILE.
      *
       READ-SPLTRCD.
           READ SPLT-FILE
             AT END MOVE 1 TO LASTSPLT
           END-READ.
      *
       READ-SPLWRCD.
           READ SPLW-FILE
             AT END MOVE 1 TO LASTSPLT
           END-READ.
      *
      * STRIP THE PURGE DATE'S HOURS OUT OF THE HOURLY SALES HISTORY
      * THE SAME WAY, SO A RERUN DOES NOT COUNT A DAY'S SALES TWICE
       CALC-HRLYPURGE.
           OPEN INPUT HRLY-FILE.
           OPEN OUTPUT HRLW-FILE.
           MOVE ZERO TO LASTHRLY.
           PERFORM READ-HRLYRCD
           PERFORM UNTIL LASTHRLY = 1
             IF HRLY-DATE = WS-PURGE-DATE
               ADD 1 TO HRLYPURGECOUNT
             ELSE
               WRITE HRLW-RCD FROM HRLY-RCD
             END-IF
             PERFORM READ-HRLYRCD
           END-PERFORM.
           CLOSE HRLY-FILE.
           CLOSE HRLW-FILE.
           OPEN INPUT HRLW-FILE.
           OPEN OUTPUT HRLY-FILE.
           MOVE ZERO TO LASTHRLY.
           PERFORM READ-HRLWRCD
           PERFORM UNTIL LASTHRLY = 1
             WRITE HRLY-RCD FROM HRLW-RCD
             PERFORM READ-HRLWRCD
           END-PERFORM.
           CLOSE HRLY-FILE.
           CLOSE HRLW-FILE.
      *
       READ-HRLYRCD.
           READ HRLY-FILE
             AT END MOVE 1 TO LASTHRLY
           END-READ.
      *
       READ-HRLWRCD.
           READ HRLW-FILE
             AT END MOVE 1 TO LASTHRLY
           END-READ.
      *
      * LOAD THE QUARTER-TO-DATE TAX BASE.  A RECORD FROM A PRIOR
      * QUARTER STARTS THE NEW QUARTER AT ZERO.  WHEN THE FILE SHOWS
      * TODAY ALREADY FOLDED IN (A RERUN), TODAY'S RECORDED
      *
      * POPULATE ARRAY OF ITEMS.  ROWS PACK IN LOAD ORDER; A ZERO OR
      * DUPLICATE PLU CODE, OR A CATALOG PAST CAPACITY, IS LISTED
      * RATHER THAN LOADED.  AN ITEM PRICED FOR THIS STORE ON THE
      * MASTER TAKES THAT PRICE AS ITS STANDARD PRICE HERE
       READ-ITEMS.
           PERFORM READ-ITEMRCD
           PERFORM UNTIL LASTITEM = 1
               ELSE
                 MOVE SPACE  TO ITEMDEPT(ITEMCOUNT)
               END-IF
               MOVE 'N' TO ITEMLOCPRC(ITEMCOUNT)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                 IF STPRCSTORE-I(J) = WS-STORE-ID
                     AND STPRCAMT-X(J) NUMERIC
                   MOVE STPRCAMT-I(J) TO ITEMSTDPRC(ITEMCOUNT)
                   MOVE 'Y'           TO ITEMLOCPRC(ITEMCOUNT)
                 END-IF
               END-PERFORM
             END-IF
             PERFORM READ-ITEMRCD
           END-PERFORM.
             AT END MOVE 1 TO LASTONHD
           END-READ.
      *
      * LOAD THE LOT FILE.  A LOT THIS DATE ALREADY DREW FROM (A
      * RERUN) HAS THAT DRAW PUT BACK FIRST, AS THE ON-HAND LOAD
      * DOES; ONE ALREADY POSTED PAST THIS DATE IS HELD AS READ.  A
      * LOT FOR AN ITEM NO LONGER ON THE MASTER IS DROPPED WITH IT
       READ-LOTS.
           OPEN INPUT LOTS-FILE.
           PERFORM READ-LOTSRCD
           PERFORM UNTIL LASTLOTS = 1
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
                 MOVE LOT-POSTDATE TO LOTPOSTDT(LOTCOUNT)
                 IF LOT-POSTDATE = WS-CURRENT-DATE
                   COMPUTE LOTQTY(LOTCOUNT) = LOT-QTY + LOT-POSTQTY
                   MOVE ZEROS       TO LOTPOSTQTY(LOTCOUNT)
                 ELSE
                   MOVE LOT-QTY     TO LOTQTY(LOTCOUNT)
                   MOVE LOT-POSTQTY TO LOTPOSTQTY(LOTCOUNT)
                   IF LOT-POSTDATE > WS-CURRENT-DATE
                     MOVE 'Y' TO LOTHOLD(LOTCOUNT)
                   END-IF
                 END-IF
               ELSE
                 ADD 1 TO LOTOVERFLOW
               END-IF
             END-IF
             PERFORM READ-LOTSRCD
           END-PERFORM.
           CLOSE LOTS-FILE.
      *
       READ-LOTSRCD.
           READ LOTS-FILE
             AT END MOVE 1 TO LASTLOTS
           END-READ.
      *
      * POPULATE THE HOUSE ACCOUNT MASTER TABLE
       READ-ACCOUNTS.
           OPEN INPUT ACCT-FILE.
       READ-DRAWERS.
           PERFORM READ-DRWRRCD
           PERFORM UNTIL LASTDRWR = 1
             IF DRWR-STORE NOT = SPACE
                 AND DRWR-STORE NOT = WS-STORE-ID
               ADD 1 TO DRWOTHCOUNT
             ELSE
               IF DRWCOUNT < 50
                 ADD 1 TO DRWCOUNT
                 MOVE DRWR-CASHIER  TO DRWID(DRWCOUNT)
                 MOVE DRWR-CASHAMT  TO DRWCASHAMT(DRWCOUNT)
                 MOVE DRWR-CHECKAMT TO DRWCHECKAMT(DRWCOUNT)
                 MOVE DRWR-CARDAMT  TO DRWCARDAMT(DRWCOUNT)
               END-IF
             END-IF
             PERFORM READ-DRWRRCD
           END-PERFORM.
             MOVE ITEMFK-I TO EXCPITEMFK(EXCPCOUNT)
             MOVE ROWTOTAL TO EXCPAMT(EXCPCOUNT)
           END-IF.
           IF CSHFOUND > 0
             ADD 1 TO CSHUNKCOUNT(CSHFOUND)
           END-IF.
           WRITE SUSP-RCD FROM TRNS-RCD.
           ADD 1 TO SUSPWRITECOUNT.
      *
      * THE LATEST PRICE-HISTORY EVENT AT OR BEFORE THE TRANSACTION,
      * FALLING BACK TO THE MASTER'S STANDARD PRICE WHEN NO EVENT
      * COVERS THE ITEM.  A PRICE CHANGED MID-DAY NO LONGER FLAGS
      * THE SALES RUNG BEFORE THE CHANGE.  AN OFF-PRICE RING THAT
      * MATCHES A PROMOTION RUNNING AT THE RING'S TIMESTAMP IS NOT AN
      * OVERRIDE; ITS DISCOUNT IS TOTALED INSTEAD.  THE PRICE HISTORY
      * FOLLOWS THE STANDARD PRICE, SO AN ITEM THIS STAND SELLS AT A
      * PRICE OF ITS OWN IS CHECKED AGAINST THAT PRICE ALONE
       CALC-PRICECHECK.
           MOVE ITEMSTDPRC(ITEMFOUND) TO WS-EFF-PRICE.
           MOVE DATETIME-I(1:14) TO WS-TRNS-STAMP.
           IF PRCHCOUNT > 0 AND ITEMLOCPRC(ITEMFOUND) = 'N'
             MOVE LOW-VALUES       TO WS-BEST-STAMP
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > PRCHCOUNT
               IF PRCHITEM(J) = ITEMFK-I
           END-IF.
           IF ITEMPRC-I > WS-EFF-PRICE + PRICETOL
               OR ITEMPRC-I < WS-EFF-PRICE - PRICETOL
             MOVE ZEROS TO PRMFOUND
             IF PRMCOUNT > 0
               PERFORM CALC-PROMOCHECK
             END-IF
             IF PRMFOUND > 0
               PERFORM CALC-PROMODISC
             ELSE
               IF CSHFOUND > 0
                 ADD 1 TO CSHOVRCOUNT(CSHFOUND)
                 COMPUTE CSHOVRAMT(CSHFOUND) = CSHOVRAMT(CSHFOUND)
                         + (ITEMPRC-I - WS-EFF-PRICE) * ITEMQTY-I
               END-IF
               IF PRCXCOUNT < 500
                 ADD 1 TO PRCXCOUNT
                 MOVE TRNSID-I     TO PRCXTRNSID(PRCXCOUNT)
                 MOVE ITEMFK-I     TO PRCXITEMFK(PRCXCOUNT)
                 MOVE ITEMPRC-I    TO PRCXTRNSPRC(PRCXCOUNT)
                 MOVE WS-EFF-PRICE TO PRCXSTDPRC(PRCXCOUNT)
               END-IF
             END-IF
           END-IF.
      *
      * LOOK FOR A PROMOTION COVERING THIS RING'S PLU WHOSE WINDOW
      * TAKES IN THE RING'S TIMESTAMP AND WHOSE DEAL PRICE THE RING
      * MATCHES, LEAVING PRMFOUND ON THE FIRST SUCH PROMOTION AND
      * ZERO WHEN NONE EXPLAINS THE PRICE
       CALC-PROMOCHECK.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > PRMCOUNT
             IF PRMFOUND = 0
                 AND PRMSTART(J) <= WS-TRNS-STAMP
                 AND PRMEND(J) >= WS-TRNS-STAMP
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                 IF PRMPLU(J, K) = ITEMFK-I AND PRMFOUND = 0
                   PERFORM CALC-PROMOPRICE
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.
      *
      * WORK OUT WHAT ONE UNIT RINGS AT UNDER PROMOTION J AND TAKE
      * THE RING AS PROMO-PRICED WHEN IT IS WITHIN PRICETOL OF IT.
      * A QUANTITY DEAL SPREADS ITS PRICE OVER THE UNITS (3 FOR $5
      * RINGS $1.67 EACH); A BUY-GET-FREE DEAL EITHER RINGS THE FREE
      * UNIT AT ZERO OR SPREADS THE PRICE OVER THE UNITS BOUGHT PLUS
      * THE FREE ONE; A PERCENT-OFF DEAL COMES OFF THE PRICE IN FORCE
       CALC-PROMOPRICE.
           IF PRMROW-QTYPRICE(J)
             COMPUTE WS-PROMO-PRICE ROUNDED =
                     PRMDEALPRC(J) / PRMBUYQTY(J)
           ELSE
             IF PRMROW-BUYGET(J)
               COMPUTE WS-PROMO-PRICE ROUNDED =
                       WS-EFF-PRICE * PRMBUYQTY(J)
                       / (PRMBUYQTY(J) + 1)
             ELSE
               COMPUTE WS-PROMO-PRICE ROUNDED =
                       WS-EFF-PRICE * (100 - PRMDEALPCT(J)) / 100
             END-IF
           END-IF.
           IF ITEMPRC-I <= WS-PROMO-PRICE + PRICETOL
               AND ITEMPRC-I >= WS-PROMO-PRICE - PRICETOL
             MOVE J TO PRMFOUND
           ELSE
             IF PRMROW-BUYGET(J) AND ITEMPRC-I = ZERO
               MOVE J TO PRMFOUND
             END-IF
           END-IF.
      *
      * TOTAL THE DISCOUNT A PROMO-PRICED RING GAVE OFF THE PRICE IN
      * FORCE, AGAINST ITS PROMOTION FOR THE REPORT AND AGAINST THE
      * ITEM'S TAX CLASS FOR THE JOURNAL.  ONLY SALES AND RETURNS
      * CARRY A DISCOUNT -- A SPOILED OR COMPED UNIT WAS NEVER SOLD
      * AT THE DEAL, WHATEVER PRICE IT RANG AT
       CALC-PROMODISC.
           IF RSN-SALE OR RSN-RETURN
             COMPUTE WS-PROMO-DISC =
                     (WS-EFF-PRICE - ITEMPRC-I) * ITEMQTY-I
             ADD 1 TO PRMRINGS(PRMFOUND)
             ADD 1 TO PRMRINGTOTAL
             ADD ITEMQTY-I     TO PRMQTY(PRMFOUND)
             ADD WS-PROMO-DISC TO PRMDISC(PRMFOUND)
             IF ITEMROW-TAX-STD(ITEMFOUND)
               ADD WS-PROMO-DISC TO PRMDISCSTD
             ELSE
               IF ITEMROW-TAX-RED(ITEMFOUND)
                 ADD WS-PROMO-DISC TO PRMDISCRED
               ELSE
                 ADD WS-PROMO-DISC TO PRMDISCEXM
               END-IF
             END-IF
           END-IF.
      *
             AT END MOVE 1 TO LASTPRCH
           END-READ.
      *
      * POPULATE THE PROMOTION TABLE WITH EVERY PROMOTION WHOSE
      * WINDOW TOUCHES THE BUSINESS DAY.  THE WINDOW IS WIDENED TO
      * WHOLE SECONDS -- A 2359 END TIME RUNS TO 23:59:59 -- SO IT
      * COMPARES DIRECTLY AGAINST A RING'S DATE/TIME STAMP
       READ-PROMOS.
           OPEN INPUT PRMS-FILE.
           PERFORM READ-PRMSRCD
           PERFORM UNTIL LASTPRMS = 1
             IF PRMS-ID NOT = SPACES
                 AND PRMS-STARTDT <= WS-CURRENT-DATE
                 AND PRMS-ENDDT >= WS-CURRENT-DATE
                 AND PRMCOUNT < 200
               ADD 1 TO PRMCOUNT
               MOVE PRMS-ID      TO PRMID(PRMCOUNT)
               MOVE PRMS-TYPE    TO PRMTYPE(PRMCOUNT)
               MOVE PRMS-BUYQTY  TO PRMBUYQTY(PRMCOUNT)
               MOVE PRMS-DEALPRC TO PRMDEALPRC(PRMCOUNT)
               MOVE PRMS-DEALPCT TO PRMDEALPCT(PRMCOUNT)
               MOVE PRMS-STARTDT TO PRMSTART(PRMCOUNT)(1:8)
               MOVE PRMS-STARTTM TO PRMSTART(PRMCOUNT)(9:4)
               MOVE '00'         TO PRMSTART(PRMCOUNT)(13:2)
               MOVE PRMS-ENDDT   TO PRMEND(PRMCOUNT)(1:8)
               MOVE PRMS-ENDTM   TO PRMEND(PRMCOUNT)(9:4)
               MOVE '59'         TO PRMEND(PRMCOUNT)(13:2)
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                 MOVE PRMS-PLU(K) TO PRMPLU(PRMCOUNT, K)
               END-PERFORM
             END-IF
             PERFORM READ-PRMSRCD
           END-PERFORM.
           CLOSE PRMS-FILE.
      *
       READ-PRMSRCD.
           READ PRMS-FILE
             AT END MOVE 1 TO LASTPRMS
           END-READ.
      *
      * FLAG A TRANSACTION THAT RANG UP A FRACTIONAL QUANTITY AGAINST
      * AN ITEM THE MASTER SAYS IS SOLD BY THE WHOLE UNIT
       CALC-UNITCHECK.
             END-IF
           END-IF.
      *
      * BUFFER A RETURN/SPOILAGE/COMP CREDIT FOR ITS OWN REPORT LINE,
      * AND COUNT RETURNS AND COMPS AGAINST THE CASHIER WHO RANG THEM
       CALC-ADJUSTMENT.
           IF CSHFOUND > 0
             IF RSN-RETURN
               ADD 1        TO CSHRETCOUNT(CSHFOUND)
               ADD ROWTOTAL TO CSHRETAMT(CSHFOUND)
             END-IF
             IF RSN-COMP
               ADD 1        TO CSHCOMPCOUNT(CSHFOUND)
               ADD ROWTOTAL TO CSHCOMPAMT(CSHFOUND)
             END-IF
           END-IF.
           IF ADJCOUNT < 500
             ADD 1 TO ADJCOUNT
             MOVE TRNSID-I     TO ADJTRNSID(ADJCOUNT)
      * RECORDS FROM BEFORE CASHIER IDS WERE CAPTURED CARRY SPACES
      * AND STAY OUT OF THE RECONCILIATION, AS DO CORRECTED
      * REENTRIES -- THEIR MONEY SAT IN A PRIOR DAY'S DRAWER, NOT
      * TODAY'S.  ON-ACCOUNT SALES STAY OUT OF THE TENDER TOTALS
      * TOO: NO MONEY HIT THE TILL, THE CHARGE GOES TO THE ACCOUNT
      * JOURNAL INSTEAD.  THEY STILL COUNT AS RINGS FOR THE CASHIER
      * HISTORY.  CSHFOUND IS LEFT ON THE CASHIER'S ROW, OR ZERO, FOR
      * THE CHECKS THAT FOLLOW TO COUNT AGAINST
       CALC-CASHIERTOTALS.
           MOVE ZEROS TO CSHFOUND.
           IF CASHIER-I NOT = SPACES AND REENTRYPASS = 0
             PERFORM CALC-CASHIERLOOKUP
           END-IF.
           IF CSHFOUND > 0
             ADD 1        TO CSHTRNCOUNT(CSHFOUND)
             ADD ROWTOTAL TO CSHRUNGAMT(CSHFOUND)
             IF NOT TENDER-ACCT
               IF TENDER-CHECK
                 ADD ROWTOTAL TO CSHCHECKAMT(CSHFOUND)
               ELSE
      * BUCKET THIS TRANSACTION'S QUANTITY AND DOLLARS BY HOUR OF DAY
       CALC-HOURTOTALS.
           MOVE DATETIME-I TO WS-TRNS-DATETIME.
           ADD 1 TO HOURCNT(WS-TRNS-HOURS + 1).
           COMPUTE HOURQTY(WS-TRNS-HOURS + 1) =
                   HOURQTY(WS-TRNS-HOURS + 1) + ITEMQTY-I.
           COMPUTE HOURPRC(WS-TRNS-HOURS + 1) =
               MOVE ITEMNAME(I) TO XTR-NAME
               MOVE ITEMTQTY(I) TO XTR-QTY
               MOVE ITEMTPRC(I) TO XTR-AMT
               MOVE WS-CURRENT-DATE TO XTR-DATE
               MOVE WS-STORE-ID TO XTR-STORE
               MOVE XTR-DETAIL  TO XTR-RCD
               WRITE XTR-RCD
               MOVE WS-CURRENT-DATE TO HIST-RUNDATE
               MOVE ITEMTQTY(I)     TO HIST-ITEMTQTY
               MOVE ITEMTPRC(I)     TO HIST-ITEMTPRC
               MOVE ITEMDEPT(I)     TO HIST-DEPT
               MOVE WS-STORE-ID     TO HIST-STORE
               PERFORM WRITE-HISTRCD
               MOVE ITEMDEPT(I) TO WS-DEPT-CODE
               PERFORM CALC-DEPTSUB
               COMPUTE DEPTQTY(WS-DEPT-SUB) =
             END-IF
           END-PERFORM.
           MOVE FULLTOTAL  TO XTR-TOTAL.
           MOVE WS-CURRENT-DATE TO XTRT-DATE.
           MOVE WS-STORE-ID TO XTRT-STORE.
           MOVE XTR-TRAILER TO XTR-RCD.
           WRITE XTR-RCD.
      *
             WRITE RPT-RCD FROM PRCXLINE-1
           END-PERFORM.
      *
      * LIST EACH PROMOTION THAT PRICED A RING TODAY WITH ITS RINGS,
      * UNITS, AND THE DISCOUNT GIVEN OFF THE PRICE IN FORCE
       WRITE-PROMOTIONS.
           WRITE RPT-RCD FROM PRMHDR-1.
           WRITE RPT-RCD FROM PRMHDR-2.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PRMCOUNT
             IF PRMRINGS(I) > 0
               MOVE PRMID(I)    TO PRMID-O
               MOVE PRMTYPE(I)  TO PRMTYPE-O
               MOVE PRMRINGS(I) TO PRMRINGS-O
               MOVE PRMQTY(I)   TO PRMQTY-O
               MOVE PRMDISC(I)  TO PRMDISC-O
               WRITE RPT-RCD FROM PRMLINE-1
             END-IF
           END-PERFORM.
      *
      * LIST EVERY TRANSACTION THAT RANG UP A FRACTIONAL QUANTITY
      * AGAINST A WHOLE-UNIT ITEM
       WRITE-UNITEXCEPTIONS.
           END-PERFORM.
           CLOSE ONHD-FILE.
      *
      * DRAW THE DAY DOWN THROUGH EACH ITEM'S LOTS, OLDEST FIRST:
      * THE SPOILAGE WRITTEN OFF COMES OUT FIRST, BECAUSE IT IS THE
      * OLDEST STOCK THAT DIES, AND EACH LOT IT COMES OUT OF IS
      * TRACED; WHAT SOLD COMES OUT OF WHAT IS LEFT.  SPOILAGE OF AN
      * ITEM THE LOTS DO NOT COVER -- NOT RECEIVED SINCE LOTS WERE
      * KEPT, OR HELD BECAUSE ITS ON-HAND ROW POSTED PAST THIS DATE
      * -- IS STILL TRACED, WITH NO LOT BEHIND IT
       CALC-LOTDRAW.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITEMCOUNT
             MOVE ITEMSPLQTY(I) TO WS-LOT-NEED
             IF ITEMROW-TRACKED(I) AND NOT ITEMROW-ONHHELD(I)
               MOVE 'S' TO WS-LOT-MODE
               IF WS-LOT-NEED > 0
                 PERFORM CALC-LOTTAKE
               END-IF
             END-IF
             IF WS-LOT-NEED > 0
               MOVE WS-LOT-NEED TO WS-LOT-TAKE
               MOVE ZEROS       TO LOTFOUND
               PERFORM WRITE-SPOILTRACE
             END-IF
             IF ITEMROW-TRACKED(I) AND NOT ITEMROW-ONHHELD(I)
               MOVE 'D' TO WS-LOT-MODE
               COMPUTE WS-LOT-NEED = ITEMTQTY(I) + ITEMSPLQTY(I)
               IF WS-LOT-NEED > 0
                 PERFORM CALC-LOTTAKE
               END-IF
             END-IF
           END-PERFORM.
      *
      * TAKE WS-LOT-NEED FROM THE OLDEST OPEN LOTS OF ITEM ROW I.  A
      * LOT FIRST TOUCHED TODAY STARTS A NEW POST PAIR; A LOT
      * RECEIVED AFTER THE DAY BEING RUN IS NOT YET ON THE SHELF
       CALC-LOTTAKE.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > LOTCOUNT OR WS-LOT-NEED = 0
             IF LOTITEM(K) = ITEMID(I) AND NOT LOTROW-HELD(K)
                 AND LOTRCVDT(K) <= WS-CURRENT-DATE
                 AND LOTQTY(K) > 0
               IF LOTQTY(K) < WS-LOT-NEED
                 MOVE LOTQTY(K)   TO WS-LOT-TAKE
               ELSE
                 MOVE WS-LOT-NEED TO WS-LOT-TAKE
               END-IF
               IF LOTPOSTDT(K) NOT = WS-CURRENT-DATE
                 MOVE WS-CURRENT-DATE TO LOTPOSTDT(K)
                 MOVE ZEROS           TO LOTPOSTQTY(K)
               END-IF
               SUBTRACT WS-LOT-TAKE FROM LOTQTY(K) WS-LOT-NEED
               ADD WS-LOT-TAKE TO LOTPOSTQTY(K)
               IF WS-LOT-MODE = 'S'
                 MOVE K TO LOTFOUND
                 PERFORM WRITE-SPOILTRACE
               END-IF
             END-IF
           END-PERFORM.
      *
      * APPEND ONE SPOILAGE TRACE RECORD FOR WS-LOT-TAKE UNITS OF
      * ITEM ROW I OUT OF LOT ROW LOTFOUND, OR OUT OF NO LOT WHEN
      * LOTFOUND IS ZERO
       WRITE-SPOILTRACE.
           MOVE SPACES           TO SPLT-RCD.
           MOVE WS-CURRENT-DATE  TO SPLT-DATE.
           MOVE ITEMID(I)        TO SPLT-ITEMID.
           MOVE ITEMDEPT(I)      TO SPLT-DEPT.
           MOVE WS-LOT-TAKE      TO SPLT-QTY.
           MOVE ITEMUNITCOST(I)  TO SPLT-UNITCOST.
           COMPUTE SPLT-COST ROUNDED = WS-LOT-TAKE * ITEMUNITCOST(I).
           IF LOTFOUND > 0
             MOVE LOTSUPP(LOTFOUND)   TO SPLT-SUPPLIER
             MOVE LOTRCVDT(LOTFOUND)  TO SPLT-RCVDATE
             MOVE LOTSELLBY(LOTFOUND) TO SPLT-SELLBY
             MOVE WS-CURRENT-DATE     TO WS-LOT-DATE
             COMPUTE SPLT-AGEDAYS =
                     FUNCTION INTEGER-OF-DATE(WS-LOT-DATE)
                     - FUNCTION INTEGER-OF-DATE(LOTRCVDT(LOTFOUND))
           ELSE
             MOVE SPACES TO SPLT-SUPPLIER
             MOVE ZEROS  TO SPLT-RCVDATE
             MOVE ZEROS  TO SPLT-SELLBY
             MOVE ZEROS  TO SPLT-AGEDAYS
           END-IF.
           WRITE SPLT-RCD.
           ADD 1 TO SPLTWRITECOUNT.
      *
      * REWRITE THE LOT FILE WITH THE DAY DRAWN DOWN.  A LOT EMPTIED
      * ON AN EARLIER DAY IS DROPPED; ONE EMPTIED TODAY IS KEPT ONE
      * MORE DAY SO A RERUN CAN STILL PUT ITS DRAW BACK
       WRITE-LOTFILE.
           OPEN OUTPUT LOTS-FILE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LOTCOUNT
             IF LOTQTY(K) > 0 OR LOTROW-HELD(K)
                 OR LOTPOSTDT(K) = WS-CURRENT-DATE
               MOVE SPACES        TO LOTS-RCD
               MOVE LOTITEM(K)    TO LOT-ITEMID
               MOVE LOTRCVDT(K)   TO LOT-RCVDATE
               MOVE LOTSUPP(K)    TO LOT-SUPPLIER
               MOVE LOTSELLBY(K)  TO LOT-SELLBY
               MOVE LOTRCVQTY(K)  TO LOT-RCVQTY
               MOVE LOTQTY(K)     TO LOT-QTY
               MOVE LOTPOSTDT(K)  TO LOT-POSTDATE
               MOVE LOTPOSTQTY(K) TO LOT-POSTQTY
               WRITE LOTS-RCD
             END-IF
           END-PERFORM.
           CLOSE LOTS-FILE.
      *
      * THE DAY'S ON-ACCOUNT CHARGES PER ACCOUNT, WITH A FLAG ON ANY
      * NUMBER THE MASTER DOESN'T KNOW, FOLLOWED BY THE PAYMENTS
      * KEYED.  THESE DOLLARS ARE DELIBERATELY ABSENT FROM THE CASH
           COMPUTE CSHDIFF-O = WS-CNTD-AMT - WS-RUNG-AMT.
           WRITE RPT-RCD FROM CSHLINE-1.
      *
      * APPEND THE DAY'S RECORD FOR EACH CASHIER TO THE CASHIER
      * HISTORY.  THE OVER/SHORT BY TENDER IS FILLED IN ONLY WHEN A
      * COUNT SHEET WAS KEYED FOR THE CASHIER; WITHOUT ONE THE RECORD
      * IS MARKED NOT COUNTED RATHER THAN SHOWING THE WHOLE DRAWER
      * SHORT.  A COUNT SHEET FOR A CASHIER WHO RANG NOTHING STILL
      * GETS A RECORD, OVER BY EVERYTHING COUNTED
       WRITE-CASHIERHIST.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CSHCOUNT
             MOVE ZEROS TO DRWFOUND
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > DRWCOUNT
               IF DRWID(J) = CSHID(I)
                 MOVE J TO DRWFOUND
               END-IF
             END-PERFORM
             MOVE SPACES TO CSHH-RCD
             MOVE WS-CURRENT-DATE  TO CSHH-DATE
             MOVE CSHID(I)         TO CSHH-CASHIER
             MOVE CSHTRNCOUNT(I)   TO CSHH-TRNCOUNT
             MOVE CSHRUNGAMT(I)    TO CSHH-RUNGAMT
             IF DRWFOUND > 0
               MOVE 'Y' TO CSHH-COUNTED
               COMPUTE CSHH-CASHOS  =
                       DRWCASHAMT(DRWFOUND) - CSHCASHAMT(I)
               COMPUTE CSHH-CHECKOS =
                       DRWCHECKAMT(DRWFOUND) - CSHCHECKAMT(I)
               COMPUTE CSHH-CARDOS  =
                       DRWCARDAMT(DRWFOUND) - CSHCARDAMT(I)
             ELSE
               MOVE 'N' TO CSHH-COUNTED
               MOVE ZEROS TO CSHH-CASHOS CSHH-CHECKOS CSHH-CARDOS
             END-IF
             MOVE CSHOVRCOUNT(I)   TO CSHH-OVRCOUNT
             MOVE CSHOVRAMT(I)     TO CSHH-OVRAMT
             MOVE CSHRETCOUNT(I)   TO CSHH-RETCOUNT
             MOVE CSHRETAMT(I)     TO CSHH-RETAMT
             MOVE CSHCOMPCOUNT(I)  TO CSHH-COMPCOUNT
             MOVE CSHCOMPAMT(I)    TO CSHH-COMPAMT
             MOVE CSHUNKCOUNT(I)   TO CSHH-UNKCOUNT
             WRITE CSHH-RCD
             ADD 1 TO CSHHWRITECOUNT
           END-PERFORM.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > DRWCOUNT
             MOVE ZEROS TO CSHFOUND
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > CSHCOUNT
               IF CSHID(I) = DRWID(J)
                 MOVE I TO CSHFOUND
               END-IF
             END-PERFORM
             IF CSHFOUND = 0
               MOVE SPACES TO CSHH-RCD
               MOVE WS-CURRENT-DATE  TO CSHH-DATE
               MOVE DRWID(J)         TO CSHH-CASHIER
               MOVE 'Y'              TO CSHH-COUNTED
               MOVE DRWCASHAMT(J)    TO CSHH-CASHOS
               MOVE DRWCHECKAMT(J)   TO CSHH-CHECKOS
               MOVE DRWCARDAMT(J)    TO CSHH-CARDOS
               MOVE ZEROS TO CSHH-TRNCOUNT CSHH-RUNGAMT CSHH-OVRCOUNT
                             CSHH-OVRAMT CSHH-RETCOUNT CSHH-RETAMT
                             CSHH-COMPCOUNT CSHH-COMPAMT
                             CSHH-UNKCOUNT
               WRITE CSHH-RCD
               ADD 1 TO CSHHWRITECOUNT
             END-IF
           END-PERFORM.
      *
      * APPEND THE DAY'S RECORD FOR EACH HOUR THAT RANG ANYTHING TO
      * THE HOURLY SALES HISTORY
       WRITE-HOURHIST.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
             IF HOURCNT(I) > 0
               MOVE SPACES TO HRLY-RCD
               MOVE WS-CURRENT-DATE TO HRLY-DATE
               COMPUTE HRLY-HOUR = I - 1
               MOVE HOURCNT(I)      TO HRLY-TRNCOUNT
               MOVE HOURQTY(I)      TO HRLY-QTY
               MOVE HOURPRC(I)      TO HRLY-SALES
               WRITE HRLY-RCD
               ADD 1 TO HRLYWRITECOUNT
             END-IF
           END-PERFORM.
      *
      * TAXABLE AND EXEMPT SALES AND THE TAX COLLECTED, BY CLASS,
      * FOR TODAY AND THE QUARTER SO FAR.  THE QTR-TO-DATE COLUMN IS
      * WHAT GOES ON THE STATE FILING
      * SPOILAGE AND COMPS (CLASS SALES LESS THE OVERALL TOTAL); THE
      * RECEIVABLE DEBIT IS THE ON-ACCOUNT CHARGES; OVER/SHORT IS
      * RUNG LESS COUNTED ACROSS THE DRAWERS; AND CASH TAKES WHATEVER
      * BALANCES.  PROMOTION DISCOUNTS ARE BOOKED GROSS: EACH CLASS'S
      * SALES CREDIT IS RAISED BY ITS PROMO DISCOUNT AND THE SAME
      * TOTAL IS DEBITED TO PROMO-DISC.  THE COST ENTRY CHARGES COGS
      * AND SPOILAGE AT COST AGAINST INVENTORY, AGREEING WITH THE
      * GROSS MARGIN SECTION
       WRITE-JOURNAL.
           PERFORM READ-ACCTMAP.
           IF DAYX = 1
           ELSE
             OPEN EXTEND JRNL-FILE
           END-IF.
           MOVE WS-STORE-ID TO JRN-STORE.
           MOVE WS-STORE-ID TO JRNT-STORE.
           COMPUTE WS-JRN-MARKDOWN =
                   TAXSTDSALES + TAXREDSALES + TAXEXMSALES
                   - FULLTOTAL.
           MOVE WS-JRN-MARKDOWN TO WS-JRN-AMT.
           MOVE 'D'             TO WS-JRN-SIDE.
           PERFORM WRITE-JRNLINE.
           MOVE 'PROMO-DISC  ' TO WS-ACTM-LOOKUP.
           COMPUTE WS-JRN-AMT = PRMDISCSTD + PRMDISCRED + PRMDISCEXM.
           MOVE 'D'            TO WS-JRN-SIDE.
           PERFORM WRITE-JRNLINE.
           MOVE 'OVER-SHORT  ' TO WS-ACTM-LOOKUP.
           MOVE WS-JRN-OVRSHT  TO WS-JRN-AMT.
           MOVE 'D'            TO WS-JRN-SIDE.
           PERFORM WRITE-JRNLINE.
           MOVE 'SALES-STD   ' TO WS-ACTM-LOOKUP.
           COMPUTE WS-JRN-AMT = TAXSTDSALES + PRMDISCSTD.
           MOVE 'C'            TO WS-JRN-SIDE.
           PERFORM WRITE-JRNLINE.
           MOVE 'SALES-RED   ' TO WS-ACTM-LOOKUP.
           COMPUTE WS-JRN-AMT = TAXREDSALES + PRMDISCRED.
           MOVE 'C'            TO WS-JRN-SIDE.
           PERFORM WRITE-JRNLINE.
           MOVE 'SALES-EXM   ' TO WS-ACTM-LOOKUP.
           COMPUTE WS-JRN-AMT = TAXEXMSALES + PRMDISCEXM.
           MOVE 'C'            TO WS-JRN-SIDE.
           PERFORM WRITE-JRNLINE.
           MOVE 'TAX-PAYABLE ' TO WS-ACTM-LOOKUP.
           WRITE RPT-RCD FROM CTLLINE-ACHG.
           MOVE ACCTPAYTOTAL  TO CTL-APAY-O.
           WRITE RPT-RCD FROM CTLLINE-APAY.
           MOVE CSHHPURGECOUNT TO CTL-CSHHREPL-O.
           WRITE RPT-RCD FROM CTLLINE-CSHHREPL.
           MOVE CSHHWRITECOUNT TO CTL-CSHHWRT-O.
           WRITE RPT-RCD FROM CTLLINE-CSHHWRT.
           MOVE HRLYPURGECOUNT TO CTL-HRLYREPL-O.
           WRITE RPT-RCD FROM CTLLINE-HRLYREPL.
           MOVE HRLYWRITECOUNT TO CTL-HRLYWRT-O.
           WRITE RPT-RCD FROM CTLLINE-HRLYWRT.
           MOVE JRNDRTOTAL    TO CTL-JRNDR-O.
           WRITE RPT-RCD FROM CTLLINE-JRNDR.
           MOVE JRNCRTOTAL    TO CTL-JRNCR-O.
           WRITE RPT-RCD FROM CTLLINE-PRCHNH.
           MOVE DAYLOSTCOUNT  TO CTL-DAYLOST-O.
           WRITE RPT-RCD FROM CTLLINE-DAYLOST.
           MOVE PRMRINGTOTAL  TO CTL-PRMRNG-O.
           WRITE RPT-RCD FROM CTLLINE-PRMRNG.
           COMPUTE CTL-PRMDSC-O = PRMDISCSTD + PRMDISCRED + PRMDISCEXM.
           WRITE RPT-RCD FROM CTLLINE-PRMDSC.
           MOVE DRWOTHCOUNT   TO CTL-DRWOTH-O.
           WRITE RPT-RCD FROM CTLLINE-DRWOTH.
           IF LOTCOUNT > 0 OR SPLTPURGECOUNT > 0
             MOVE LOTCOUNT       TO CTL-LOTSIN-O
             WRITE RPT-RCD FROM CTLLINE-LOTSIN
             MOVE SPLTPURGECOUNT TO CTL-SPLTREPL-O
             WRITE RPT-RCD FROM CTLLINE-SPLTREPL
             MOVE SPLTWRITECOUNT TO CTL-SPLTWRT-O
             WRITE RPT-RCD FROM CTLLINE-SPLTWRT
           END-IF.
      *
       CLOSE-DAYFILES.
           CLOSE ITEM-FILE.
           CLOSE DRWR-FILE.
           CLOSE CORR-FILE.
           CLOSE ACTJ-FILE.
           CLOSE CSHH-FILE.
           CLOSE SPLT-FILE.
           CLOSE HRLY-FILE.
      *
       CLOSE-RUNFILES.
           CLOSE PRDC-RPT.
