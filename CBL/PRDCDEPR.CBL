      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PRDCDEPR.
       AUTHOR.        BARRETT OTTE.
       DATE-WRITTEN.  10/12/26.
      *
      * BANK DEPOSIT RECONCILIATION.  BUILDS THE DAY'S EXPECTED
      * DEPOSITS -- THE DEPOSIT BAG (THE CASH AND CHECKS COUNTED ON
      * THE DRAWER SHEETS PLUS THE HOUSE-ACCOUNT CHECKS KEYED FROM
      * THE BAG) AND THE NET CARD DEPOSIT PRDCCARD WORKED OUT FROM
      * THE PROCESSOR'S SETTLEMENT -- AND WRITES THEM TO THE
      * EXPECTED-DEPOSITS FILE.  THOSE, WITH EVERYTHING STILL OPEN
      * FROM EARLIER DAYS, ARE MATCHED AGAINST THE CREDITS ON THE
      * BANK'S DOWNLOADED STATEMENT.  THE BAG SHOULD POST THE SAME
      * OR THE NEXT BUSINESS DAY, A CARD DEPOSIT ONE OR TWO BUSINESS
      * DAYS AFTER ITS SETTLEMENT DATE.  THE REPORT SHOWS WHAT
      * MATCHED, WHERE THE BANK POSTED A DIFFERENT AMOUNT, WHAT IS
      * STILL IN TRANSIT PAST THE DAY IT WAS DUE, AND BANK CREDITS
      * NOTHING ACCOUNTS FOR.  ANYTHING UNMATCHED CARRIES FORWARD ON
      * THE OPEN-ITEMS FILE UNTIL IT CLEARS OR THE BOOKKEEPER CLEARS
      * IT BY HAND.  RUN AFTER PRDCSTND AND PRDCCARD FOR THE BUSINESS
      * DATE, ONCE THE BANK DOWNLOAD IS IN.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPR-RPT   ASSIGN TO PRTLINE.
           SELECT EXPD-FILE  ASSIGN TO PRDCEXPD.
           SELECT OPTIONAL DRWR-FILE ASSIGN TO PRDCDRWR
                              FILE STATUS IS WS-DRWR-STATUS.
           SELECT OPTIONAL PAYT-FILE ASSIGN TO PRDCPAYT
                              FILE STATUS IS WS-PAYT-STATUS.
           SELECT OPTIONAL CDEP-FILE ASSIGN TO PRDCCDEP
                              FILE STATUS IS WS-CDEP-STATUS.
           SELECT OPTIONAL BANK-FILE ASSIGN TO PRDCBANK
                              FILE STATUS IS WS-BANK-STATUS.
           SELECT OPTIONAL DEPO-FILE ASSIGN TO PRDCDEPO
                              FILE STATUS IS WS-DEPO-STATUS.
           SELECT OPTIONAL DEPC-FILE ASSIGN TO PRDCDEPC
                              FILE STATUS IS WS-DEPC-STATUS.
           SELECT OPTIONAL DATE-FILE ASSIGN TO PRDCDATE
                              FILE STATUS IS WS-DATE-STATUS.
           SELECT OPTIONAL STOR-FILE ASSIGN TO PRDCSTOR
                              FILE STATUS IS WS-STOR-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  DEPR-RPT RECORDING MODE F.
       01  RPT-RCD           PIC X(80).
      *
      * THE EXPECTED DEPOSITS BUILT THIS RUN, ONE RECORD PER DEPOSIT.
      * LAYOUT MUST MATCH DEPO-RCD BELOW
       FD  EXPD-FILE RECORDING MODE F.
       01  EXPD-RCD.
           05  EXPD-TYPE     PIC X(01).
           05  EXPD-KIND     PIC X(01).
           05  EXPD-DATE     PIC 9(08).
           05  EXPD-FROMDATE PIC 9(08).
           05  EXPD-DUEDATE  PIC 9(08).
           05  EXPD-AMT      PIC S9(08)V9(2).
           05  EXPD-CASHAMT  PIC S9(06)V9(2).
           05  EXPD-CHECKAMT PIC S9(06)V9(2).
           05  EXPD-ACCTAMT  PIC S9(06)V9(2).
           05  EXPD-REF      PIC X(16).
           05  FILLER        PIC X(04).
      *
      * END-OF-DAY DRAWER COUNT.  LAYOUT MUST MATCH DRWR-RCD IN
      * PRDCSTND, WHICH READS THE SAME SHEETS AND SKIPS THE SAME
      * SHEETS KEYED FOR ANOTHER STORE
       FD  DRWR-FILE RECORDING MODE F.
       01  DRWR-RCD.
           05  DRWR-CASHIER      PIC X(03).
           05  DRWR-CASHAMT      PIC 9(06)V9(2).
           05  DRWR-CHECKAMT     PIC 9(06)V9(2).
           05  DRWR-CARDAMT      PIC 9(06)V9(2).
           05  DRWR-STORE        PIC X(01).
           05  FILLER            PIC X(52).
      *
      * PAYMENTS ON ACCOUNT KEYED FROM THE DEPOSIT BAG.  LAYOUT MUST
      * MATCH PAYT-RCD IN PRDCSTND
       FD  PAYT-FILE RECORDING MODE F.
       01  PAYT-RCD.
           05  PAYT-ACCTNO       PIC X(06).
           05  PAYT-AMT-X        PIC X(08).
           05  PAYT-AMT REDEFINES PAYT-AMT-X
                                 PIC 9(06)V9(2).
           05  FILLER            PIC X(66).
      *
      * THE NET CARD DEPOSIT PER SETTLEMENT DATE.  LAYOUT MUST MATCH
      * CDEP-RCD IN PRDCCARD, WHICH WRITES IT
       FD  CDEP-FILE RECORDING MODE F.
       01  CDEP-RCD.
           05  CDEP-DATE     PIC 9(08).
           05  CDEP-GROSS    PIC S9(08)V9(2).
           05  CDEP-FEES     PIC S9(08)V9(2).
           05  CDEP-NET      PIC S9(08)V9(2).
           05  FILLER        PIC X(42).
      *
      * THE BANK'S DOWNLOADED STATEMENT, ONE RECORD PER POSTING.  A
      * DEP LINE IS A DEPOSIT MADE AT THE BRANCH OR NIGHT DROP, AN
      * ACH LINE AN ELECTRONIC CREDIT SUCH AS THE CARD PROCESSOR'S.
      * ANY OTHER CODE (CHECKS PAID, FEES, INTEREST) IS NOT A
      * DEPOSIT AND IS ONLY COUNTED.  NUMERIC FIELDS ARE DECLARED AS
      * DISPLAY TEXT AND VALIDATED BEFORE USE
       FD  BANK-FILE RECORDING MODE F.
       01  BANK-RCD.
           05  BANK-DATE-X   PIC X(08).
           05  BANK-DATE REDEFINES BANK-DATE-X
                             PIC 9(08).
           05  BANK-CODE     PIC X(03).
               88  BANK-BRANCH-DEP    VALUE 'DEP'.
               88  BANK-ELECTRONIC    VALUE 'ACH'.
           05  BANK-AMT-X    PIC X(10).
           05  BANK-AMT REDEFINES BANK-AMT-X
                             PIC 9(08)V9(2).
           05  BANK-REF      PIC X(16).
           05  BANK-DESC     PIC X(30).
           05  FILLER        PIC X(13).
      *
      * OPEN ITEMS CARRIED FROM DAY TO DAY, REWRITTEN IN PLACE EVERY
      * RUN.  TYPE E IS AN EXPECTED DEPOSIT NOT YET SEEN AT THE BANK,
      * TYPE B A BANK CREDIT NOTHING HAS EXPLAINED YET.  TYPE T MARKS
      * A SOURCE DAY ALREADY TAKEN IN -- A BAG (KIND B), A CARD
      * SETTLEMENT DATE (KIND C) OR A BANK POSTING DATE (KIND K) --
      * SO A RERUN OR A REPEATED DOWNLOAD IS NOT TAKEN TWICE.  THE
      * MARKS ARE KEPT DEP-KEEPDAYS DAYS.  DEPOSIT KIND IS B FOR THE
      * BAG AND C FOR CARD ON BOTH SIDES
       FD  DEPO-FILE RECORDING MODE F.
       01  DEPO-RCD.
           05  DEPO-TYPE     PIC X(01).
               88  DEPO-EXPECTED      VALUE 'E'.
               88  DEPO-BANKCREDIT    VALUE 'B'.
               88  DEPO-TAKEN         VALUE 'T'.
           05  DEPO-KIND     PIC X(01).
           05  DEPO-DATE     PIC 9(08).
           05  DEPO-FROMDATE PIC 9(08).
           05  DEPO-DUEDATE  PIC 9(08).
           05  DEPO-AMT      PIC S9(08)V9(2).
           05  DEPO-CASHAMT  PIC S9(06)V9(2).
           05  DEPO-CHECKAMT PIC S9(06)V9(2).
           05  DEPO-ACCTAMT  PIC S9(06)V9(2).
           05  DEPO-REF      PIC X(16).
           05  FILLER        PIC X(04).
      *
      * CLEARING CARDS KEYED BY THE BOOKKEEPER FOR AN OPEN ITEM THAT
      * WILL NEVER MATCH (A BAG REDEPOSITED AS ONE WITH THE NEXT, A
      * BANK CORRECTION): THE TYPE, DATE AND AMOUNT OF THE OPEN ITEM
       FD  DEPC-FILE RECORDING MODE F.
       01  DEPC-RCD.
           05  DEPC-TYPE     PIC X(01).
           05  DEPC-DATE-X   PIC X(08).
           05  DEPC-DATE REDEFINES DEPC-DATE-X
                             PIC 9(08).
           05  DEPC-AMT-X    PIC X(10).
           05  DEPC-AMT REDEFINES DEPC-AMT-X
                             PIC 9(08)V9(2).
           05  DEPC-USERID   PIC X(08).
           05  FILLER        PIC X(53).
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
      * MUST MATCH STOR-RCD IN PRDCSTND, WHICH READS THE SAME CARD
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
           05  LASTDRWR      PIC 9 VALUE ZERO.
           05  LASTPAYT      PIC 9 VALUE ZERO.
           05  LASTCDEP      PIC 9 VALUE ZERO.
           05  LASTBANK      PIC 9 VALUE ZERO.
           05  LASTDEPO      PIC 9 VALUE ZERO.
           05  LASTDEPC      PIC 9 VALUE ZERO.
           05  LASTDCRD      PIC 9 VALUE ZERO.
           05  LASTSCRD      PIC 9 VALUE ZERO.
      *
      * STATUSES OF THE OPTIONAL FILES
       77  WS-DRWR-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-PAYT-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-CDEP-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-BANK-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-DEPO-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-DEPC-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-DATE-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-STOR-STATUS    PIC X(02)        VALUE SPACES.
      *
      * THE STORE ID OF THE STAND THIS RUN IS FOR, THE HOME STAND
      * UNLESS THE STORE CARD SAYS OTHERWISE
       77  WS-STORE-ID       PIC X(01)        VALUE '1'.
      *
      * BUSINESS DAYS A DEPOSIT HAS TO REACH THE BANK: THE BAG ON THE
      * BUSINESS DATE OR UP TO DEP-BAGDAYS AFTER, A CARD DEPOSIT
      * DEP-CARDMIN TO DEP-CARDMAX AFTER ITS SETTLEMENT DATE.  BANK
      * HOLIDAYS ARE NOT KNOWN HERE, SO A DEPOSIT HELD OVER ONE
      * SHOWS PAST DUE FOR A DAY BEFORE IT CLEARS
       77  DEP-BAGDAYS       PIC 9(01)        VALUE 1.
       77  DEP-CARDMIN       PIC 9(01)        VALUE 1.
       77  DEP-CARDMAX       PIC 9(01)        VALUE 2.
      *
      * DAYS A TAKEN-DAY MARK IS KEPT ON THE OPEN-ITEMS FILE
       77  DEP-KEEPDAYS      PIC 9(03)        VALUE 35.
      *
      * THE BUSINESS DATE: THE CARD DATE WHEN A REAL CALENDAR DATE
      * IS SUPPLIED, OTHERWISE THE CLOCK DATE
       77  WS-BUS-DATE       PIC 9(08)        VALUE ZEROS.
       77  WS-BUS-SERIAL     PIC S9(08)       VALUE ZEROS.
      *
      * BUSINESS-DAY ARITHMETIC FOR CALC-ADDBUSDAYS: THE START DATE
      * AND DAYS TO ADD IN, THE DATE THAT MANY BANK DAYS LATER OUT.
      * DAY 1 OF THE SERIAL (INTEGER-OF-DATE) WAS A MONDAY, AS
      * PRDCORDR RECKONS IT, SO DAYS 6 AND 7 ARE THE WEEKEND
       77  WS-BD-DATE        PIC 9(08)        VALUE ZEROS.
       77  WS-BD-DAYS        PIC 9(01)        VALUE ZERO.
       77  WS-BD-LEFT        PIC 9(01)        VALUE ZERO.
       77  WS-BD-RESULT      PIC 9(08)        VALUE ZEROS.
       77  WS-BD-SERIAL      PIC S9(08)       VALUE ZEROS.
       77  WS-BD-DOW         PIC 9(01)        VALUE ZERO.
       77  WS-AGE-DAYS       PIC S9(08)       VALUE ZEROS.
      *
      * THE DEPOSIT BAG AS COUNTED AND KEYED FOR THE BUSINESS DATE
       77  WS-BAG-CASH       PIC S9(06)V9(2)  VALUE ZEROS.
       77  WS-BAG-CHECK      PIC S9(06)V9(2)  VALUE ZEROS.
       77  WS-BAG-ACCT       PIC S9(06)V9(2)  VALUE ZEROS.
      *
      * OPEN ITEMS, BOTH SIDES, IN THE ORDER LOADED: CARRIED ITEMS
      * FIRST, OLDEST FIRST, THEN WHAT THIS RUN ADDED.  DEPSTATE IS
      * O WHILE OPEN, M WHEN MATCHED EXACTLY, D WHEN PAIRED WITH AN
      * AMOUNT DIFFERENCE, H WHEN CLEARED BY HAND.  DEPPAIR POINTS
      * AT THE ROW ON THE OTHER SIDE
       01  DEPTABLE.
           05  DEPROW OCCURS 300 TIMES.
               10  DEPTYPE     PIC X(01)       VALUE SPACES.
               10  DEPKIND     PIC X(01)       VALUE SPACES.
               10  DEPDATE     PIC 9(08)       VALUE ZEROS.
               10  DEPFROM     PIC 9(08)       VALUE ZEROS.
               10  DEPDUE      PIC 9(08)       VALUE ZEROS.
               10  DEPAMT      PIC S9(08)V9(2) VALUE ZEROS.
               10  DEPCASH     PIC S9(06)V9(2) VALUE ZEROS.
               10  DEPCHECK    PIC S9(06)V9(2) VALUE ZEROS.
               10  DEPACCT     PIC S9(06)V9(2) VALUE ZEROS.
               10  DEPREF      PIC X(16)       VALUE SPACES.
               10  DEPNEW      PIC 9(01)       VALUE ZERO.
               10  DEPSTATE    PIC X(01)       VALUE 'O'.
               10  DEPPAIR     PIC 9(03)       VALUE ZEROS.
               10  DEPUSER     PIC X(08)       VALUE SPACES.
      *
       77  DEPTABLE-MAX      PIC 9(03) VALUE 300.
       77  DEPCOUNT          PIC 9(03) VALUE ZEROS.
       77  DEPFOUND          PIC 9(03) VALUE ZEROS.
      *
      * SOURCE DAYS ALREADY TAKEN IN.  TKNNEW IS 1 FOR A DAY FIRST
      * TAKEN THIS RUN, SO THE REST OF THE SAME DOWNLOAD IS STILL
      * ACCEPTED
       01  TKNTABLE.
           05  TKNROW OCCURS 150 TIMES.
               10  TKNKIND     PIC X(01)       VALUE SPACES.
               10  TKNDATE     PIC 9(08)       VALUE ZEROS.
               10  TKNNEW      PIC 9(01)       VALUE ZERO.
      *
       77  TKNTABLE-MAX      PIC 9(03) VALUE 150.
       77  TKNCOUNT          PIC 9(03) VALUE ZEROS.
       77  TKNFOUND          PIC 9(03) VALUE ZEROS.
       77  WS-TKN-KIND       PIC X(01) VALUE SPACES.
       77  WS-TKN-DATE       PIC 9(08) VALUE ZEROS.
      *
      * THE ROW CALC-ADDITEM FILLS FROM THESE FIELDS
       77  WS-NEW-TYPE       PIC X(01)       VALUE SPACES.
       77  WS-NEW-KIND       PIC X(01)       VALUE SPACES.
       77  WS-NEW-DATE       PIC 9(08)       VALUE ZEROS.
       77  WS-NEW-FROM       PIC 9(08)       VALUE ZEROS.
       77  WS-NEW-DUE        PIC 9(08)       VALUE ZEROS.
       77  WS-NEW-AMT        PIC S9(08)V9(2) VALUE ZEROS.
       77  WS-NEW-REF        PIC X(16)       VALUE SPACES.
      *
      * PRINTED NAME OF A ROW'S DEPOSIT KIND, SET BY CALC-KINDLABEL
       77  DEPKIND-LBL       PIC X(04)       VALUE SPACES.
      *
      * CONTROL TOTALS
       77  DEPOREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  DRWRREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  DRWROTHCOUNT      PIC 9(06) VALUE ZEROS.
       77  PAYTREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  PAYTREJECTCOUNT   PIC 9(06) VALUE ZEROS.
       77  CDEPREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  BANKREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  BANKOTHERCOUNT    PIC 9(06) VALUE ZEROS.
       77  BANKREJECTCOUNT   PIC 9(06) VALUE ZEROS.
       77  TAKENSKIPCOUNT    PIC 9(06) VALUE ZEROS.
       77  EXPDWRITECOUNT    PIC 9(06) VALUE ZEROS.
       77  DEPCREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  DEPCUNUSEDCOUNT   PIC 9(06) VALUE ZEROS.
       77  DEPOWRITECOUNT    PIC 9(06) VALUE ZEROS.
      * OPEN ITEMS AND TAKEN-DAY MARKS THAT ARRIVED AFTER THEIR TABLE
      * FILLED.  ANY COUNT HERE MEANS THE OPEN-ITEMS FILE WRITTEN BACK
      * WOULD BE SHORT, SO IT IS LEFT AS IT WAS
       77  DEPOVERFLOW       PIC 9(06) VALUE ZEROS.
       77  TKNOVERFLOW       PIC 9(06) VALUE ZEROS.
       77  SECTCOUNT         PIC 9(06) VALUE ZEROS.
       77  TOTEXPECTED       PIC S9(08)V9(2) VALUE ZEROS.
       77  TOTBANKTAKEN      PIC S9(08)V9(2) VALUE ZEROS.
       77  TOTMATCHED        PIC S9(08)V9(2) VALUE ZEROS.
       77  TOTDIFFERENCE     PIC S9(08)V9(2) VALUE ZEROS.
       77  TOTNOTDUE         PIC S9(08)V9(2) VALUE ZEROS.
       77  TOTPASTDUE        PIC S9(08)V9(2) VALUE ZEROS.
       77  TOTUNEXPLAINED    PIC S9(08)V9(2) VALUE ZEROS.
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(14) VALUE 'PRODUCE STAND '.
           05  FILLER        PIC X(24) VALUE 'BANK DEPOSIT RECON      '.
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
           05  FILLER        PIC X(15) VALUE 'BUSINESS DATE: '.
           05  HDR-BUSDATE   PIC 9(08).
           05  FILLER        PIC X(57) VALUE SPACES.
      *
       01  DASH52.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(12) VALUE '------------'.
           05  FILLER        PIC X(28) VALUE SPACES.
      *
      * TITLE OVER EACH SECTION OF THE REPORT
       01  SECTHDR-1.
           05  SECTTITLE-O   PIC X(40).
           05  FILLER        PIC X(40) VALUE SPACES.
      *
       01  NONELINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(04) VALUE 'NONE'.
           05  FILLER        PIC X(75) VALUE SPACES.
      *
      * THE DEPOSITS BUILT THIS RUN, WITH WHAT MAKES UP THE BAG
       01  EXPHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(04) VALUE 'DATE'.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'TYPE'.
           05  FILLER        PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'CASH'.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'CHECKS'.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE 'ACCT CKS'.
           05  FILLER        PIC X(07) VALUE SPACES.
           05  FILLER        PIC X(05) VALUE 'TOTAL'.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'DUE BY'.
           05  FILLER        PIC X(10) VALUE SPACES.
      *
       01  EXPLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  EXPDATE-O     PIC 9(08).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  EXPKIND-O     PIC X(04).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  EXPCASH-O     PIC $$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  EXPCHECK-O    PIC $$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  EXPACCT-O     PIC $$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  EXPAMT-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  EXPDUE-O      PIC 9(08).
           05  FILLER        PIC X(08) VALUE SPACES.
      *
      * EXPECTED DEPOSITS THAT CLEARED, WITH THE BANK POSTING THAT
      * CLEARED THEM
       01  MATHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(04) VALUE 'DATE'.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'TYPE'.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'AMOUNT'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'POSTED'.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  FILLER        PIC X(09) VALUE 'REFERENCE'.
           05  FILLER        PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'STATUS'.
           05  FILLER        PIC X(18) VALUE SPACES.
      *
       01  MATLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  MATDATE-O     PIC 9(08).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  MATKIND-O     PIC X(04).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  MATAMT-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  MATPOST-O     PIC 9(08).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  MATREF-O      PIC X(16).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  MATSTAT-O     PIC X(07).
           05  FILLER        PIC X(17) VALUE SPACES.
      *
      * EXPECTED DEPOSITS PAIRED WITH A BANK CREDIT OF THE SAME KIND
      * INSIDE THEIR WINDOW BUT FOR A DIFFERENT AMOUNT
       01  DIFHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(04) VALUE 'DATE'.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'TYPE'.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE 'EXPECTED'.
           05  FILLER        PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'BANK'.
           05  FILLER        PIC X(07) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'DIFF'.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'POSTED'.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  FILLER        PIC X(09) VALUE 'REFERENCE'.
           05  FILLER        PIC X(08) VALUE SPACES.
      *
       01  DIFLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DIFDATE-O     PIC 9(08).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DIFKIND-O     PIC X(04).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DIFEXP-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DIFBANK-O     PIC $$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DIFAMT-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DIFPOST-O     PIC 9(08).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DIFREF-O      PIC X(16).
           05  FILLER        PIC X(01) VALUE SPACES.
      *
      * EXPECTED DEPOSITS STILL NOT AT THE BANK AFTER THEIR DUE DATE
       01  PDUHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(04) VALUE 'DATE'.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'TYPE'.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'AMOUNT'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'DUE BY'.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(09) VALUE 'DAYS LATE'.
           05  FILLER        PIC X(33) VALUE SPACES.
      *
       01  PDULINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PDUDATE-O     PIC 9(08).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  PDUKIND-O     PIC X(04).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  PDUAMT-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  PDUDUE-O      PIC 9(08).
           05  FILLER        PIC X(06) VALUE SPACES.
           05  PDUDAYS-O     PIC ZZ9.
           05  FILLER        PIC X(34) VALUE SPACES.
      *
      * BANK CREDITS NO EXPECTED DEPOSIT ACCOUNTS FOR, WITH THEIR AGE
       01  UNXHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(06) VALUE 'POSTED'.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'TYPE'.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'AMOUNT'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(09) VALUE 'REFERENCE'.
           05  FILLER        PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'DAYS'.
           05  FILLER        PIC X(30) VALUE SPACES.
      *
       01  UNXLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNXDATE-O     PIC 9(08).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  UNXKIND-O     PIC X(04).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  UNXAMT-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  UNXREF-O      PIC X(16).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  UNXDAYS-O     PIC ZZ9.
           05  FILLER        PIC X(30) VALUE SPACES.
      *
      * OPEN ITEMS TAKEN OFF BY A CLEARING CARD
       01  HNDHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(04) VALUE 'DATE'.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'TYPE'.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE 'AMOUNT'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(09) VALUE 'OPEN ITEM'.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(07) VALUE 'USER ID'.
           05  FILLER        PIC X(32) VALUE SPACES.
      *
       01  HNDLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  HNDDATE-O     PIC 9(08).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  HNDKIND-O     PIC X(04).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  HNDAMT-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  HNDSIDE-O     PIC X(11).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  HNDUSER-O     PIC X(08).
           05  FILLER        PIC X(31) VALUE SPACES.
      *
       01  TOTLINE-1.
           05  FILLER        PIC X(20) VALUE 'EXPECTED THIS RUN:  '.
           05  TOTEXP-O      PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  TOTLINE-2.
           05  FILLER        PIC X(20) VALUE 'BANK CREDITS TAKEN: '.
           05  TOTBANK-O     PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  TOTLINE-3.
           05  FILLER        PIC X(20) VALUE 'CLEARED AT THE BANK:'.
           05  TOTMAT-O      PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  TOTLINE-4.
           05  FILLER        PIC X(20) VALUE 'NET DIFFERENCES:    '.
           05  TOTDIF-O      PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  TOTLINE-5.
           05  FILLER        PIC X(20) VALUE 'IN TRANSIT, NOT DUE:'.
           05  TOTNOTDUE-O   PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  TOTLINE-6.
           05  FILLER        PIC X(20) VALUE 'IN TRANSIT PAST DUE:'.
           05  TOTPAST-O     PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  TOTLINE-7.
           05  FILLER        PIC X(20) VALUE 'BANK UNEXPLAINED:   '.
           05  TOTUNX-O      PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  CTLHDR-1.
           05  FILLER        PIC X(20) VALUE 'CONTROL TOTALS'.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-DEPO.
           05  FILLER        PIC X(20) VALUE 'OPEN ITEMS IN:      '.
           05  CTL-DEPO-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-DRWR.
           05  FILLER        PIC X(20) VALUE 'DRAWER SHEETS READ: '.
           05  CTL-DRWR-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-DRWOTH.
           05  FILLER        PIC X(20) VALUE 'OTHER STORE DRAWERS:'.
           05  CTL-DRWOTH-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-PAYT.
           05  FILLER        PIC X(20) VALUE 'PAYMENTS READ:      '.
           05  CTL-PAYT-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-PAYTREJ.
           05  FILLER        PIC X(20) VALUE 'PAYMENTS NOT TAKEN: '.
           05  CTL-PAYTREJ-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-CDEP.
           05  FILLER        PIC X(20) VALUE 'CARD DEPOSITS READ: '.
           05  CTL-CDEP-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-BANK.
           05  FILLER        PIC X(20) VALUE 'BANK LINES READ:    '.
           05  CTL-BANK-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-BANKOTH.
           05  FILLER        PIC X(20) VALUE 'NOT DEPOSITS:       '.
           05  CTL-BANKOTH-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-BANKREJ.
           05  FILLER        PIC X(20) VALUE 'BANK LINES REJECTED:'.
           05  CTL-BANKREJ-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-TAKEN.
           05  FILLER        PIC X(20) VALUE 'ALREADY TAKEN IN:   '.
           05  CTL-TAKEN-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-EXPD.
           05  FILLER        PIC X(20) VALUE 'EXPECTED WRITTEN:   '.
           05  CTL-EXPD-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-DEPC.
           05  FILLER        PIC X(20) VALUE 'CLEARING CARDS READ:'.
           05  CTL-DEPC-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-DEPCUNU.
           05  FILLER        PIC X(20) VALUE 'CARDS NOT MATCHED:  '.
           05  CTL-DEPCUNU-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-DEPOW.
           05  FILLER        PIC X(20) VALUE 'OPEN ITEMS OUT:     '.
           05  CTL-DEPOW-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-OVER.
           05  FILLER        PIC X(20) VALUE 'ITEMS NOT HELD:     '.
           05  CTL-OVER-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-TKNOVER.
           05  FILLER        PIC X(20) VALUE 'MARKS NOT HELD:     '.
           05  CTL-TKNOVER-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
      * PRINTED IN PLACE OF REWRITING THE OPEN-ITEMS FILE WHEN AN
      * ITEM OR A TAKEN-DAY MARK WOULD NOT FIT
       01  DEPOWARN-1.
           05  FILLER        PIC X(47)
               VALUE '** OPEN ITEMS FILE TOO LARGE -- LEFT UNCHANGED,'.
           05  FILLER        PIC X(33)
               VALUE ' NOTHING CARRIED FORWARD **'.
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
           PERFORM READ-DATECARD.
           PERFORM READ-STORECARD.
           PERFORM OPEN-FILES.
      * SETUP REPORT HEADER
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
      * CARRY IN WHAT IS STILL OPEN, BUILD THE DAY'S EXPECTED
      * DEPOSITS, AND TAKE IN THE BANK'S NEW CREDITS
           PERFORM READ-OPENITEMS.
           PERFORM CALC-BAGDEPOSIT.
           PERFORM READ-CARDDEPOSITS.
           PERFORM READ-BANKSTATEMENT.
      * CLEAR WHAT THE BOOKKEEPER HAS CLEARED, THEN MATCH THE REST
           PERFORM READ-CLEARCARDS.
           PERFORM CALC-MATCHEXACT.
           PERFORM CALC-MATCHDIFF.
      * WRITE REPORT BODY
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-EXPECTED.
           PERFORM WRITE-MATCHED.
           PERFORM WRITE-DIFFERENCES.
           PERFORM WRITE-PASTDUE.
           PERFORM WRITE-UNEXPLAINED.
           PERFORM WRITE-HANDCLEARED.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-TOTALS.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      * CARRY FORWARD WHAT IS STILL OPEN.  A TABLE THAT OVERFLOWED
      * WOULD WRITE A SHORT FILE, SO THEN THE OLD ONE STANDS
           IF DEPOVERFLOW = 0 AND TKNOVERFLOW = 0
             PERFORM WRITE-OPENITEMS
           ELSE
             WRITE RPT-RCD FROM DEPOWARN-1
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
             MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-CONTROLTOTALS.
      * CLEAN UP
           PERFORM CLOSE-FILES.
           STOP RUN.
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
           COMPUTE WS-BUS-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
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
           OPEN OUTPUT DEPR-RPT.
           OPEN OUTPUT EXPD-FILE.
      *
       WRITE-MAINHDR.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           WRITE RPT-RCD FROM MAINHDR-1.
           WRITE RPT-RCD FROM MAINHDR-2.
           MOVE WS-BUS-DATE      TO HDR-BUSDATE.
           WRITE RPT-RCD FROM MAINHDR-3.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * LOAD THE OPEN ITEMS CARRIED FROM THE LAST RUN.  TAKEN-DAY
      * MARKS OLDER THAN DEP-KEEPDAYS ARE LET GO HERE
       READ-OPENITEMS.
           OPEN INPUT DEPO-FILE.
           PERFORM READ-DEPORCD
           PERFORM UNTIL LASTDEPO = 1
             ADD 1 TO DEPOREADCOUNT
             IF DEPO-TAKEN
               IF FUNCTION INTEGER-OF-DATE(DEPO-DATE)
                   > WS-BUS-SERIAL - DEP-KEEPDAYS
                 IF TKNCOUNT < TKNTABLE-MAX
                   ADD 1 TO TKNCOUNT
                   MOVE DEPO-KIND TO TKNKIND(TKNCOUNT)
                   MOVE DEPO-DATE TO TKNDATE(TKNCOUNT)
                   MOVE 0         TO TKNNEW(TKNCOUNT)
                 ELSE
                   ADD 1 TO TKNOVERFLOW
                 END-IF
               END-IF
             ELSE
               IF DEPCOUNT < DEPTABLE-MAX
                 ADD 1 TO DEPCOUNT
                 MOVE DEPO-TYPE     TO DEPTYPE(DEPCOUNT)
                 MOVE DEPO-KIND     TO DEPKIND(DEPCOUNT)
                 MOVE DEPO-DATE     TO DEPDATE(DEPCOUNT)
                 MOVE DEPO-FROMDATE TO DEPFROM(DEPCOUNT)
                 MOVE DEPO-DUEDATE  TO DEPDUE(DEPCOUNT)
                 MOVE DEPO-AMT      TO DEPAMT(DEPCOUNT)
                 MOVE DEPO-CASHAMT  TO DEPCASH(DEPCOUNT)
                 MOVE DEPO-CHECKAMT TO DEPCHECK(DEPCOUNT)
                 MOVE DEPO-ACCTAMT  TO DEPACCT(DEPCOUNT)
                 MOVE DEPO-REF      TO DEPREF(DEPCOUNT)
               ELSE
                 ADD 1 TO DEPOVERFLOW
               END-IF
             END-IF
             PERFORM READ-DEPORCD
           END-PERFORM.
           CLOSE DEPO-FILE.
      *
      * THE DEPOSIT BAG FOR THE BUSINESS DATE: EVERY DRAWER'S COUNTED
      * CASH AND CHECKS PLUS THE HOUSE-ACCOUNT CHECKS, WHICH TRAVEL
      * TO THE BANK IN THE SAME BAG.  A PAYMENT KEYED BADLY IS LEFT
      * OUT AS PRDCSTND LEAVES IT OFF THE JOURNAL, AND SO IS A
      * SHEET KEYED FOR ANOTHER STORE.  NOTHING COUNTED AND NOTHING
      * KEYED MEANS NO BAG WENT TO THE BANK
       CALC-BAGDEPOSIT.
           OPEN INPUT DRWR-FILE.
           PERFORM READ-DRWRRCD
           PERFORM UNTIL LASTDRWR = 1
             ADD 1 TO DRWRREADCOUNT
             IF DRWR-STORE NOT = SPACE
                 AND DRWR-STORE NOT = WS-STORE-ID
               ADD 1 TO DRWROTHCOUNT
             ELSE
               ADD DRWR-CASHAMT  TO WS-BAG-CASH
               ADD DRWR-CHECKAMT TO WS-BAG-CHECK
             END-IF
             PERFORM READ-DRWRRCD
           END-PERFORM.
           CLOSE DRWR-FILE.
           OPEN INPUT PAYT-FILE.
           PERFORM READ-PAYTRCD
           PERFORM UNTIL LASTPAYT = 1
             ADD 1 TO PAYTREADCOUNT
             IF PAYT-AMT-X NUMERIC AND PAYT-ACCTNO NOT = SPACES
               ADD PAYT-AMT TO WS-BAG-ACCT
             ELSE
               ADD 1 TO PAYTREJECTCOUNT
             END-IF
             PERFORM READ-PAYTRCD
           END-PERFORM.
           CLOSE PAYT-FILE.
           IF WS-BAG-CASH + WS-BAG-CHECK + WS-BAG-ACCT > 0
             MOVE 'B'         TO WS-TKN-KIND
             MOVE WS-BUS-DATE TO WS-TKN-DATE
             PERFORM CALC-TAKENLOOKUP
             IF TKNFOUND > 0
               ADD 1 TO TAKENSKIPCOUNT
             ELSE
               PERFORM CALC-TAKENADD
               MOVE 'E'         TO WS-NEW-TYPE
               MOVE 'B'         TO WS-NEW-KIND
               MOVE WS-BUS-DATE TO WS-NEW-DATE
               MOVE WS-BUS-DATE TO WS-NEW-FROM
               MOVE WS-BUS-DATE TO WS-BD-DATE
               MOVE DEP-BAGDAYS TO WS-BD-DAYS
               PERFORM CALC-ADDBUSDAYS
               MOVE WS-BD-RESULT TO WS-NEW-DUE
               COMPUTE WS-NEW-AMT =
                       WS-BAG-CASH + WS-BAG-CHECK + WS-BAG-ACCT
               MOVE SPACES      TO WS-NEW-REF
               PERFORM CALC-ADDITEM
               IF DEPFOUND > 0
                 MOVE WS-BAG-CASH  TO DEPCASH(DEPFOUND)
                 MOVE WS-BAG-CHECK TO DEPCHECK(DEPFOUND)
                 MOVE WS-BAG-ACCT  TO DEPACCT(DEPFOUND)
                 PERFORM WRITE-EXPDRCD
               END-IF
             END-IF
           END-IF.
      *
      * ONE EXPECTED CARD DEPOSIT PER SETTLEMENT DATE FROM PRDCCARD.
      * A SETTLEMENT DATE ALREADY TAKEN IN IS PASSED OVER, SO A LATE
      * PRDCCARD RERUN FOR AN EARLIER DATE STILL COMES THROUGH ONCE
       READ-CARDDEPOSITS.
           OPEN INPUT CDEP-FILE.
           PERFORM READ-CDEPRCD
           PERFORM UNTIL LASTCDEP = 1
             ADD 1 TO CDEPREADCOUNT
             IF CDEP-NET > 0
               MOVE 'C'       TO WS-TKN-KIND
               MOVE CDEP-DATE TO WS-TKN-DATE
               PERFORM CALC-TAKENLOOKUP
               IF TKNFOUND > 0
                 ADD 1 TO TAKENSKIPCOUNT
               ELSE
                 PERFORM CALC-TAKENADD
                 MOVE 'E'         TO WS-NEW-TYPE
                 MOVE 'C'         TO WS-NEW-KIND
                 MOVE CDEP-DATE   TO WS-NEW-DATE
                 MOVE CDEP-DATE   TO WS-BD-DATE
                 MOVE DEP-CARDMIN TO WS-BD-DAYS
                 PERFORM CALC-ADDBUSDAYS
                 MOVE WS-BD-RESULT TO WS-NEW-FROM
                 MOVE CDEP-DATE   TO WS-BD-DATE
                 MOVE DEP-CARDMAX TO WS-BD-DAYS
                 PERFORM CALC-ADDBUSDAYS
                 MOVE WS-BD-RESULT TO WS-NEW-DUE
                 MOVE CDEP-NET    TO WS-NEW-AMT
                 MOVE SPACES      TO WS-NEW-REF
                 PERFORM CALC-ADDITEM
                 IF DEPFOUND > 0
                   PERFORM WRITE-EXPDRCD
                 END-IF
               END-IF
             END-IF
             PERFORM READ-CDEPRCD
           END-PERFORM.
           CLOSE CDEP-FILE.
      *
      * TAKE IN THE BANK'S DEPOSIT CREDITS.  A POSTING DATE TAKEN IN
      * ON AN EARLIER RUN IS SKIPPED WHOLE, SO A DOWNLOAD THAT
      * OVERLAPS THE LAST ONE DOES NOT BRING THE SAME CREDITS BACK
       READ-BANKSTATEMENT.
           OPEN INPUT BANK-FILE.
           PERFORM READ-BANKRCD
           PERFORM UNTIL LASTBANK = 1
             ADD 1 TO BANKREADCOUNT
             IF BANK-BRANCH-DEP OR BANK-ELECTRONIC
               IF BANK-DATE-X NUMERIC AND BANK-AMT-X NUMERIC
                   AND BANK-DATE > 0
                 MOVE 'K'       TO WS-TKN-KIND
                 MOVE BANK-DATE TO WS-TKN-DATE
                 PERFORM CALC-TAKENLOOKUP
                 IF TKNFOUND > 0 AND TKNNEW(TKNFOUND) = 0
                   ADD 1 TO TAKENSKIPCOUNT
                 ELSE
                   IF TKNFOUND = 0
                     PERFORM CALC-TAKENADD
                   END-IF
                   MOVE 'B'       TO WS-NEW-TYPE
                   IF BANK-BRANCH-DEP
                     MOVE 'B'     TO WS-NEW-KIND
                   ELSE
                     MOVE 'C'     TO WS-NEW-KIND
                   END-IF
                   MOVE BANK-DATE TO WS-NEW-DATE
                   MOVE BANK-DATE TO WS-NEW-FROM
                   MOVE BANK-DATE TO WS-NEW-DUE
                   MOVE BANK-AMT  TO WS-NEW-AMT
                   MOVE BANK-REF  TO WS-NEW-REF
                   PERFORM CALC-ADDITEM
                   IF DEPFOUND > 0
                     ADD BANK-AMT TO TOTBANKTAKEN
                   END-IF
                 END-IF
               ELSE
                 ADD 1 TO BANKREJECTCOUNT
               END-IF
             ELSE
               ADD 1 TO BANKOTHERCOUNT
             END-IF
             PERFORM READ-BANKRCD
           END-PERFORM.
           CLOSE BANK-FILE.
      *
      * TAKE OFF EACH OPEN ITEM A CLEARING CARD NAMES BY TYPE, DATE
      * AND AMOUNT.  A CARD THAT FINDS NOTHING OPEN IS COUNTED SO
      * THE MISKEY GETS LOOKED AT
       READ-CLEARCARDS.
           OPEN INPUT DEPC-FILE.
           PERFORM READ-DEPCRCD
           PERFORM UNTIL LASTDEPC = 1
             ADD 1 TO DEPCREADCOUNT
             MOVE ZEROS TO DEPFOUND
             IF DEPC-DATE-X NUMERIC AND DEPC-AMT-X NUMERIC
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DEPCOUNT
                 IF DEPFOUND = 0 AND DEPSTATE(J) = 'O'
                     AND DEPTYPE(J) = DEPC-TYPE
                     AND DEPDATE(J) = DEPC-DATE
                     AND DEPAMT(J) = DEPC-AMT
                   MOVE J TO DEPFOUND
                 END-IF
               END-PERFORM
             END-IF
             IF DEPFOUND > 0
               MOVE 'H'         TO DEPSTATE(DEPFOUND)
               MOVE DEPC-USERID TO DEPUSER(DEPFOUND)
             ELSE
               ADD 1 TO DEPCUNUSEDCOUNT
             END-IF
             PERFORM READ-DEPCRCD
           END-PERFORM.
           CLOSE DEPC-FILE.
      *
      * FIRST PASS: EACH OPEN EXPECTED DEPOSIT TAKES THE EARLIEST OPEN
      * BANK CREDIT OF ITS KIND FOR THE SAME AMOUNT POSTED ON OR AFTER
      * THE FIRST DAY IT COULD LAND.  A LATE POSTING STILL CLEARS IT
       CALC-MATCHEXACT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPCOUNT
             IF DEPTYPE(I) = 'E' AND DEPSTATE(I) = 'O'
               MOVE ZEROS TO DEPFOUND
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DEPCOUNT
                 IF DEPFOUND = 0 AND DEPTYPE(J) = 'B'
                     AND DEPSTATE(J) = 'O'
                     AND DEPKIND(J) = DEPKIND(I)
                     AND DEPAMT(J) = DEPAMT(I)
                     AND DEPDATE(J) >= DEPFROM(I)
                   MOVE J TO DEPFOUND
                 END-IF
               END-PERFORM
               IF DEPFOUND > 0
                 MOVE 'M'      TO DEPSTATE(I)
                 MOVE 'M'      TO DEPSTATE(DEPFOUND)
                 MOVE DEPFOUND TO DEPPAIR(I)
                 MOVE I        TO DEPPAIR(DEPFOUND)
               END-IF
             END-IF
           END-PERFORM.
      *
      * SECOND PASS: AN EXPECTED DEPOSIT STILL OPEN TAKES AN OPEN
      * BANK CREDIT OF ITS KIND POSTED INSIDE ITS WINDOW WHATEVER THE
      * AMOUNT -- THE TELLER CORRECTED THE SLIP, OR THE PROCESSOR
      * HELD SOMETHING BACK.  BOTH CLEAR AND THE DIFFERENCE IS LISTED
       CALC-MATCHDIFF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPCOUNT
             IF DEPTYPE(I) = 'E' AND DEPSTATE(I) = 'O'
               MOVE ZEROS TO DEPFOUND
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > DEPCOUNT
                 IF DEPFOUND = 0 AND DEPTYPE(J) = 'B'
                     AND DEPSTATE(J) = 'O'
                     AND DEPKIND(J) = DEPKIND(I)
                     AND DEPDATE(J) >= DEPFROM(I)
                     AND DEPDATE(J) <= DEPDUE(I)
                   MOVE J TO DEPFOUND
                 END-IF
               END-PERFORM
               IF DEPFOUND > 0
                 MOVE 'D'      TO DEPSTATE(I)
                 MOVE 'D'      TO DEPSTATE(DEPFOUND)
                 MOVE DEPFOUND TO DEPPAIR(I)
                 MOVE I        TO DEPPAIR(DEPFOUND)
               END-IF
             END-IF
           END-PERFORM.
      *
      * ADD AN OPEN ITEM FROM THE WS-NEW FIELDS, LEAVING ITS ROW IN
      * DEPFOUND, OR ZERO AND A COUNT WHEN THE TABLE IS FULL
       CALC-ADDITEM.
           MOVE ZEROS TO DEPFOUND.
           IF DEPCOUNT < DEPTABLE-MAX
             ADD 1 TO DEPCOUNT
             MOVE DEPCOUNT    TO DEPFOUND
             MOVE WS-NEW-TYPE TO DEPTYPE(DEPFOUND)
             MOVE WS-NEW-KIND TO DEPKIND(DEPFOUND)
             MOVE WS-NEW-DATE TO DEPDATE(DEPFOUND)
             MOVE WS-NEW-FROM TO DEPFROM(DEPFOUND)
             MOVE WS-NEW-DUE  TO DEPDUE(DEPFOUND)
             MOVE WS-NEW-AMT  TO DEPAMT(DEPFOUND)
             MOVE WS-NEW-REF  TO DEPREF(DEPFOUND)
             MOVE 1           TO DEPNEW(DEPFOUND)
           ELSE
             ADD 1 TO DEPOVERFLOW
           END-IF.
      *
      * FIND THE TAKEN-DAY MARK FOR THE KIND AND DATE IN THE LOOKUP
      * FIELDS, LEAVING ITS ROW IN TKNFOUND OR ZERO
       CALC-TAKENLOOKUP.
           MOVE ZEROS TO TKNFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TKNCOUNT
             IF TKNKIND(J) = WS-TKN-KIND
                 AND TKNDATE(J) = WS-TKN-DATE
               MOVE J TO TKNFOUND
             END-IF
           END-PERFORM.
      *
      * MARK THE KIND AND DATE IN THE LOOKUP FIELDS AS TAKEN THIS RUN.
      * A FULL TABLE COUNTS THE MARK IT COULD NOT HOLD
       CALC-TAKENADD.
           IF TKNCOUNT < TKNTABLE-MAX
             ADD 1 TO TKNCOUNT
             MOVE TKNCOUNT    TO TKNFOUND
             MOVE WS-TKN-KIND TO TKNKIND(TKNFOUND)
             MOVE WS-TKN-DATE TO TKNDATE(TKNFOUND)
             MOVE 1           TO TKNNEW(TKNFOUND)
           ELSE
             ADD 1 TO TKNOVERFLOW
           END-IF.
      *
      * THE DATE WS-BD-DAYS BANK DAYS AFTER WS-BD-DATE, STEPPING OVER
      * SATURDAYS AND SUNDAYS.  WITH NO DAYS TO ADD, A WEEKEND DATE
      * STILL MOVES ON TO THE MONDAY
       CALC-ADDBUSDAYS.
           COMPUTE WS-BD-SERIAL = FUNCTION INTEGER-OF-DATE(WS-BD-DATE).
           COMPUTE WS-BD-DOW = FUNCTION MOD(WS-BD-SERIAL - 1, 7) + 1.
           PERFORM UNTIL WS-BD-DOW < 6
             ADD 1 TO WS-BD-SERIAL
             COMPUTE WS-BD-DOW = FUNCTION MOD(WS-BD-SERIAL - 1, 7) + 1
           END-PERFORM.
           MOVE WS-BD-DAYS TO WS-BD-LEFT.
           PERFORM UNTIL WS-BD-LEFT = 0
             ADD 1 TO WS-BD-SERIAL
             COMPUTE WS-BD-DOW = FUNCTION MOD(WS-BD-SERIAL - 1, 7) + 1
             IF WS-BD-DOW < 6
               SUBTRACT 1 FROM WS-BD-LEFT
             END-IF
           END-PERFORM.
           COMPUTE WS-BD-RESULT =
                   FUNCTION DATE-OF-INTEGER(WS-BD-SERIAL).
      *
      * WRITE THE EXPECTED DEPOSIT JUST ADDED TO THE TABLE OUT TO THE
      * EXPECTED-DEPOSITS FILE
       WRITE-EXPDRCD.
           MOVE SPACES              TO EXPD-RCD.
           MOVE DEPTYPE(DEPFOUND)   TO EXPD-TYPE.
           MOVE DEPKIND(DEPFOUND)   TO EXPD-KIND.
           MOVE DEPDATE(DEPFOUND)   TO EXPD-DATE.
           MOVE DEPFROM(DEPFOUND)   TO EXPD-FROMDATE.
           MOVE DEPDUE(DEPFOUND)    TO EXPD-DUEDATE.
           MOVE DEPAMT(DEPFOUND)    TO EXPD-AMT.
           MOVE DEPCASH(DEPFOUND)   TO EXPD-CASHAMT.
           MOVE DEPCHECK(DEPFOUND)  TO EXPD-CHECKAMT.
           MOVE DEPACCT(DEPFOUND)   TO EXPD-ACCTAMT.
           MOVE DEPREF(DEPFOUND)    TO EXPD-REF.
           WRITE EXPD-RCD.
           ADD 1 TO EXPDWRITECOUNT.
           ADD DEPAMT(DEPFOUND) TO TOTEXPECTED.
      *
      * THE DEPOSITS BUILT THIS RUN
       WRITE-EXPECTED.
           MOVE 'EXPECTED DEPOSITS BUILT THIS RUN' TO SECTTITLE-O.
           WRITE RPT-RCD FROM SECTHDR-1.
           WRITE RPT-RCD FROM EXPHDR-1.
           MOVE ZEROS TO SECTCOUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPCOUNT
             IF DEPTYPE(I) = 'E' AND DEPNEW(I) = 1
               ADD 1 TO SECTCOUNT
               MOVE DEPDATE(I)  TO EXPDATE-O
               PERFORM CALC-KINDLABEL
               MOVE DEPKIND-LBL TO EXPKIND-O
               MOVE DEPCASH(I)  TO EXPCASH-O
               MOVE DEPCHECK(I) TO EXPCHECK-O
               MOVE DEPACCT(I)  TO EXPACCT-O
               MOVE DEPAMT(I)   TO EXPAMT-O
               MOVE DEPDUE(I)   TO EXPDUE-O
               WRITE RPT-RCD FROM EXPLINE-1
             END-IF
           END-PERFORM.
           PERFORM WRITE-SECTEND.
      *
      * EXPECTED DEPOSITS CLEARED BY A BANK CREDIT FOR THE SAME
      * AMOUNT, SHOWN LATE WHEN IT POSTED AFTER THE DUE DATE
       WRITE-MATCHED.
           MOVE 'MATCHED DEPOSITS' TO SECTTITLE-O.
           WRITE RPT-RCD FROM SECTHDR-1.
           WRITE RPT-RCD FROM MATHDR-1.
           MOVE ZEROS TO SECTCOUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPCOUNT
             IF DEPTYPE(I) = 'E' AND DEPSTATE(I) = 'M'
               ADD 1 TO SECTCOUNT
               ADD DEPAMT(I) TO TOTMATCHED
               MOVE DEPPAIR(I)  TO J
               MOVE DEPDATE(I)  TO MATDATE-O
               PERFORM CALC-KINDLABEL
               MOVE DEPKIND-LBL TO MATKIND-O
               MOVE DEPAMT(I)   TO MATAMT-O
               MOVE DEPDATE(J)  TO MATPOST-O
               MOVE DEPREF(J)   TO MATREF-O
               IF DEPDATE(J) > DEPDUE(I)
                 MOVE 'LATE   ' TO MATSTAT-O
               ELSE
                 MOVE 'ON TIME' TO MATSTAT-O
               END-IF
               WRITE RPT-RCD FROM MATLINE-1
             END-IF
           END-PERFORM.
           PERFORM WRITE-SECTEND.
      *
      * EXPECTED DEPOSITS CLEARED BY A CREDIT FOR A DIFFERENT AMOUNT.
      * THE DIFFERENCE IS BANK LESS EXPECTED, SO A SHORT BAG SHOWS
      * NEGATIVE
       WRITE-DIFFERENCES.
           MOVE 'AMOUNT DIFFERENCES' TO SECTTITLE-O.
           WRITE RPT-RCD FROM SECTHDR-1.
           WRITE RPT-RCD FROM DIFHDR-1.
           MOVE ZEROS TO SECTCOUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPCOUNT
             IF DEPTYPE(I) = 'E' AND DEPSTATE(I) = 'D'
               ADD 1 TO SECTCOUNT
               MOVE DEPPAIR(I)  TO J
               ADD DEPAMT(J) TO TOTMATCHED
               COMPUTE TOTDIFFERENCE =
                       TOTDIFFERENCE + DEPAMT(J) - DEPAMT(I)
               MOVE DEPDATE(I)  TO DIFDATE-O
               PERFORM CALC-KINDLABEL
               MOVE DEPKIND-LBL TO DIFKIND-O
               MOVE DEPAMT(I)   TO DIFEXP-O
               MOVE DEPAMT(J)   TO DIFBANK-O
               COMPUTE DIFAMT-O = DEPAMT(J) - DEPAMT(I)
               MOVE DEPDATE(J)  TO DIFPOST-O
               MOVE DEPREF(J)   TO DIFREF-O
               WRITE RPT-RCD FROM DIFLINE-1
             END-IF
           END-PERFORM.
           PERFORM WRITE-SECTEND.
      *
      * EXPECTED DEPOSITS STILL OPEN: PAST THEIR DUE DATE ARE LISTED
      * WITH THE DAYS SINCE, STILL INSIDE THEIR WINDOW ARE ONLY
      * TOTALED
       WRITE-PASTDUE.
           MOVE 'IN TRANSIT PAST EXPECTED DATE' TO SECTTITLE-O.
           WRITE RPT-RCD FROM SECTHDR-1.
           WRITE RPT-RCD FROM PDUHDR-1.
           MOVE ZEROS TO SECTCOUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPCOUNT
             IF DEPTYPE(I) = 'E' AND DEPSTATE(I) = 'O'
               IF DEPDUE(I) < WS-BUS-DATE
                 ADD 1 TO SECTCOUNT
                 ADD DEPAMT(I) TO TOTPASTDUE
                 COMPUTE WS-AGE-DAYS = WS-BUS-SERIAL
                         - FUNCTION INTEGER-OF-DATE(DEPDUE(I))
                 MOVE DEPDATE(I)  TO PDUDATE-O
                 PERFORM CALC-KINDLABEL
                 MOVE DEPKIND-LBL TO PDUKIND-O
                 MOVE DEPAMT(I)   TO PDUAMT-O
                 MOVE DEPDUE(I)   TO PDUDUE-O
                 MOVE WS-AGE-DAYS TO PDUDAYS-O
                 WRITE RPT-RCD FROM PDULINE-1
               ELSE
                 ADD DEPAMT(I) TO TOTNOTDUE
               END-IF
             END-IF
           END-PERFORM.
           PERFORM WRITE-SECTEND.
      *
      * BANK CREDITS STILL OPEN, WITH DAYS SINCE THEY POSTED
       WRITE-UNEXPLAINED.
           MOVE 'BANK CREDITS NOT EXPLAINED' TO SECTTITLE-O.
           WRITE RPT-RCD FROM SECTHDR-1.
           WRITE RPT-RCD FROM UNXHDR-1.
           MOVE ZEROS TO SECTCOUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPCOUNT
             IF DEPTYPE(I) = 'B' AND DEPSTATE(I) = 'O'
               ADD 1 TO SECTCOUNT
               ADD DEPAMT(I) TO TOTUNEXPLAINED
               COMPUTE WS-AGE-DAYS = WS-BUS-SERIAL
                       - FUNCTION INTEGER-OF-DATE(DEPDATE(I))
               IF WS-AGE-DAYS < 0
                 MOVE ZEROS TO WS-AGE-DAYS
               END-IF
               MOVE DEPDATE(I)  TO UNXDATE-O
               PERFORM CALC-KINDLABEL
               MOVE DEPKIND-LBL TO UNXKIND-O
               MOVE DEPAMT(I)   TO UNXAMT-O
               MOVE DEPREF(I)   TO UNXREF-O
               MOVE WS-AGE-DAYS TO UNXDAYS-O
               WRITE RPT-RCD FROM UNXLINE-1
             END-IF
           END-PERFORM.
           PERFORM WRITE-SECTEND.
      *
      * OPEN ITEMS TAKEN OFF BY CLEARING CARDS.  THE SECTION ONLY
      * PRINTS WHEN A CARD CLEARED SOMETHING
       WRITE-HANDCLEARED.
           MOVE ZEROS TO SECTCOUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPCOUNT
             IF DEPSTATE(I) = 'H'
               IF SECTCOUNT = 0
                 MOVE 'CLEARED BY HAND' TO SECTTITLE-O
                 WRITE RPT-RCD FROM SECTHDR-1
                 WRITE RPT-RCD FROM HNDHDR-1
               END-IF
               ADD 1 TO SECTCOUNT
               MOVE DEPDATE(I)  TO HNDDATE-O
               PERFORM CALC-KINDLABEL
               MOVE DEPKIND-LBL TO HNDKIND-O
               MOVE DEPAMT(I)   TO HNDAMT-O
               IF DEPTYPE(I) = 'E'
                 MOVE 'EXPECTED   ' TO HNDSIDE-O
               ELSE
                 MOVE 'BANK CREDIT' TO HNDSIDE-O
               END-IF
               MOVE DEPUSER(I)  TO HNDUSER-O
               WRITE RPT-RCD FROM HNDLINE-1
             END-IF
           END-PERFORM.
           IF SECTCOUNT > 0
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
           END-IF.
      *
      * CLOSE A SECTION: NONE WHEN NOTHING WAS LISTED, THEN A GAP
       WRITE-SECTEND.
           IF SECTCOUNT = 0
             WRITE RPT-RCD FROM NONELINE-1
           END-IF.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * THE PRINTED NAME OF ROW I'S DEPOSIT KIND: THE BAG AND THE
      * CARD DEPOSIT ON OUR SIDE, THE BANK'S POSTING CODE ON THEIRS
       CALC-KINDLABEL.
           IF DEPTYPE(I) = 'E'
             IF DEPKIND(I) = 'B'
               MOVE 'BAG ' TO DEPKIND-LBL
             ELSE
               MOVE 'CARD' TO DEPKIND-LBL
             END-IF
           ELSE
             IF DEPKIND(I) = 'B'
               MOVE 'DEP ' TO DEPKIND-LBL
             ELSE
               MOVE 'ACH ' TO DEPKIND-LBL
             END-IF
           END-IF.
      *
      * THE DAY IN DOLLARS
       WRITE-TOTALS.
           MOVE TOTEXPECTED    TO TOTEXP-O.
           WRITE RPT-RCD FROM TOTLINE-1.
           MOVE TOTBANKTAKEN   TO TOTBANK-O.
           WRITE RPT-RCD FROM TOTLINE-2.
           MOVE TOTMATCHED     TO TOTMAT-O.
           WRITE RPT-RCD FROM TOTLINE-3.
           MOVE TOTDIFFERENCE  TO TOTDIF-O.
           WRITE RPT-RCD FROM TOTLINE-4.
           MOVE TOTNOTDUE      TO TOTNOTDUE-O.
           WRITE RPT-RCD FROM TOTLINE-5.
           MOVE TOTPASTDUE     TO TOTPAST-O.
           WRITE RPT-RCD FROM TOTLINE-6.
           MOVE TOTUNEXPLAINED TO TOTUNX-O.
           WRITE RPT-RCD FROM TOTLINE-7.
      *
      * REWRITE THE OPEN-ITEMS FILE: EVERY ITEM STILL OPEN ON EITHER
      * SIDE, THEN THE TAKEN-DAY MARKS
       WRITE-OPENITEMS.
           OPEN OUTPUT DEPO-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPCOUNT
             IF DEPSTATE(I) = 'O'
               MOVE SPACES      TO DEPO-RCD
               MOVE DEPTYPE(I)  TO DEPO-TYPE
               MOVE DEPKIND(I)  TO DEPO-KIND
               MOVE DEPDATE(I)  TO DEPO-DATE
               MOVE DEPFROM(I)  TO DEPO-FROMDATE
               MOVE DEPDUE(I)   TO DEPO-DUEDATE
               MOVE DEPAMT(I)   TO DEPO-AMT
               MOVE DEPCASH(I)  TO DEPO-CASHAMT
               MOVE DEPCHECK(I) TO DEPO-CHECKAMT
               MOVE DEPACCT(I)  TO DEPO-ACCTAMT
               MOVE DEPREF(I)   TO DEPO-REF
               WRITE DEPO-RCD
               ADD 1 TO DEPOWRITECOUNT
             END-IF
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TKNCOUNT
             MOVE SPACES     TO DEPO-RCD
             MOVE 'T'        TO DEPO-TYPE
             MOVE TKNKIND(I) TO DEPO-KIND
             MOVE TKNDATE(I) TO DEPO-DATE
             MOVE ZEROS      TO DEPO-FROMDATE
             MOVE ZEROS      TO DEPO-DUEDATE
             MOVE ZEROS      TO DEPO-AMT
             MOVE ZEROS      TO DEPO-CASHAMT
             MOVE ZEROS      TO DEPO-CHECKAMT
             MOVE ZEROS      TO DEPO-ACCTAMT
             WRITE DEPO-RCD
             ADD 1 TO DEPOWRITECOUNT
           END-PERFORM.
           CLOSE DEPO-FILE.
      *
      * RECONCILE RECORDS READ AND WRITTEN
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           MOVE DEPOREADCOUNT   TO CTL-DEPO-O.
           WRITE RPT-RCD FROM CTLLINE-DEPO.
           MOVE DRWRREADCOUNT   TO CTL-DRWR-O.
           WRITE RPT-RCD FROM CTLLINE-DRWR.
           MOVE DRWROTHCOUNT    TO CTL-DRWOTH-O.
           WRITE RPT-RCD FROM CTLLINE-DRWOTH.
           MOVE PAYTREADCOUNT   TO CTL-PAYT-O.
           WRITE RPT-RCD FROM CTLLINE-PAYT.
           MOVE PAYTREJECTCOUNT TO CTL-PAYTREJ-O.
           WRITE RPT-RCD FROM CTLLINE-PAYTREJ.
           MOVE CDEPREADCOUNT   TO CTL-CDEP-O.
           WRITE RPT-RCD FROM CTLLINE-CDEP.
           MOVE BANKREADCOUNT   TO CTL-BANK-O.
           WRITE RPT-RCD FROM CTLLINE-BANK.
           MOVE BANKOTHERCOUNT  TO CTL-BANKOTH-O.
           WRITE RPT-RCD FROM CTLLINE-BANKOTH.
           MOVE BANKREJECTCOUNT TO CTL-BANKREJ-O.
           WRITE RPT-RCD FROM CTLLINE-BANKREJ.
           MOVE TAKENSKIPCOUNT  TO CTL-TAKEN-O.
           WRITE RPT-RCD FROM CTLLINE-TAKEN.
           MOVE EXPDWRITECOUNT  TO CTL-EXPD-O.
           WRITE RPT-RCD FROM CTLLINE-EXPD.
           MOVE DEPCREADCOUNT   TO CTL-DEPC-O.
           WRITE RPT-RCD FROM CTLLINE-DEPC.
           MOVE DEPCUNUSEDCOUNT TO CTL-DEPCUNU-O.
           WRITE RPT-RCD FROM CTLLINE-DEPCUNU.
           MOVE DEPOWRITECOUNT  TO CTL-DEPOW-O.
           WRITE RPT-RCD FROM CTLLINE-DEPOW.
           MOVE DEPOVERFLOW     TO CTL-OVER-O.
           WRITE RPT-RCD FROM CTLLINE-OVER.
           MOVE TKNOVERFLOW     TO CTL-TKNOVER-O.
           WRITE RPT-RCD FROM CTLLINE-TKNOVER.
      *
       READ-DEPORCD.
           READ DEPO-FILE
             AT END MOVE 1 TO LASTDEPO
           END-READ.
      *
       READ-DRWRRCD.
           READ DRWR-FILE
             AT END MOVE 1 TO LASTDRWR
           END-READ.
      *
       READ-PAYTRCD.
           READ PAYT-FILE
             AT END MOVE 1 TO LASTPAYT
           END-READ.
      *
       READ-CDEPRCD.
           READ CDEP-FILE
             AT END MOVE 1 TO LASTCDEP
           END-READ.
      *
       READ-BANKRCD.
           READ BANK-FILE
             AT END MOVE 1 TO LASTBANK
           END-READ.
      *
       READ-DEPCRCD.
           READ DEPC-FILE
             AT END MOVE 1 TO LASTDEPC
           END-READ.
      *
       CLOSE-FILES.
           CLOSE EXPD-FILE.
           CLOSE DEPR-RPT.
      *
