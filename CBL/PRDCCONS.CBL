      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PRDCCONS.
       AUTHOR.        BARRETT OTTE.
       DATE-WRITTEN.  10/15/26.
      *
      * CHAIN CONSOLIDATION FOR THE OWNER.  EACH STAND RUNS ITS OWN
      * PRDCMRGE AND PRDCSTND; THIS STEP READS WHAT EACH STAND'S RUN
      * LEFT BEHIND FOR ONE BUSINESS DATE -- THE ITEM TOTALS EXTRACT,
      * THE KEYED HISTORY, THE QUARTER-TO-DATE TAX FILE (WHOSE SECOND
      * RECORD IS THE LAST RUN DAY'S OWN FIGURES), AND THE GL JOURNAL
      * -- AND PRINTS THEM SIDE BY SIDE WITH A CHAIN TOTAL, BY
      * DEPARTMENT AND ITEM, FOR SALES TAX, AND FOR THE JOURNAL.  THE
      * STANDS' JOURNAL ROWS ARE COPIED TO ONE CONSOLIDATED JOURNAL,
      * EACH ACCOUNT CARRYING ITS STAND'S LOCATION SEGMENT, FOR THE
      * BOOKKEEPER'S GL IMPORT.
      *
      * THE STANDS ARE NAMED ON THE OPTIONAL STORE LIST CARDS, ONE
      * CARD PER STAND IN STAND ORDER; WITHOUT THEM STAND 1 IS STORE
      * 1 AT LOCATION 001 AND STAND 2 IS STORE 2 AT LOCATION 002.
      * EVERY FILE IS CHECKED BEFORE IT IS USED: A FILE THAT IS NOT
      * THERE, HAS NOTHING FOR THE DATE, BELONGS TO ANOTHER STORE, OR
      * DOES NOT PROVE IS FLAGGED ON THE STAND STATUS PAGE AND EVERY
      * CHAIN FIGURE IS MARKED INCOMPLETE.  WHAT DID COME IN IS STILL
      * REPORTED AND JOURNALED, BUT THE STEP ENDS WITH RETURN CODE 4
      * SO THE SHORT DAY IS NOT MISTAKEN FOR THE WHOLE CHAIN.  WHEN A
      * STAND'S EXTRACT IS NOT USABLE BUT ITS HISTORY IS, THE ITEM
      * FIGURES ARE TAKEN FROM THE HISTORY INSTEAD.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONS-RPT   ASSIGN TO PRTLINE.
           SELECT OPTIONAL XTR1-FILE ASSIGN TO PRDCXTR1
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS WS-XTR1-STATUS.
           SELECT OPTIONAL XTR2-FILE ASSIGN TO PRDCXTR2
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS WS-XTR2-STATUS.
           SELECT OPTIONAL HST1-FILE ASSIGN TO PRDCHST1
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY IS HST1-KEY
                              ALTERNATE RECORD KEY IS HST1-DEPT
                                  WITH DUPLICATES
                              FILE STATUS IS WS-HST1-STATUS.
           SELECT OPTIONAL HST2-FILE ASSIGN TO PRDCHST2
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY IS HST2-KEY
                              ALTERNATE RECORD KEY IS HST2-DEPT
                                  WITH DUPLICATES
                              FILE STATUS IS WS-HST2-STATUS.
           SELECT OPTIONAL TXQ1-FILE ASSIGN TO PRDCTXQ1
                              FILE STATUS IS WS-TXQ1-STATUS.
           SELECT OPTIONAL TXQ2-FILE ASSIGN TO PRDCTXQ2
                              FILE STATUS IS WS-TXQ2-STATUS.
           SELECT OPTIONAL JRN1-FILE ASSIGN TO PRDCJRN1
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS WS-JRN1-STATUS.
           SELECT OPTIONAL JRN2-FILE ASSIGN TO PRDCJRN2
                              ORGANIZATION LINE SEQUENTIAL
                              FILE STATUS IS WS-JRN2-STATUS.
           SELECT CJRN-FILE  ASSIGN TO PRDCCJRN
                              ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DATE-FILE ASSIGN TO PRDCDATE
                              FILE STATUS IS WS-DATE-STATUS.
           SELECT OPTIONAL STRL-FILE ASSIGN TO PRDCSTRL
                              FILE STATUS IS WS-STRL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CONS-RPT RECORDING MODE F.
       01  RPT-RCD           PIC X(80).
      *
      * EACH STAND'S ITEM TOTALS EXTRACT, PRDCXTR FROM ITS DAILY RUN.
      * READ INTO XTRIN-RCD BELOW
       FD  XTR1-FILE.
       01  XTR1-RCD          PIC X(80).
      *
       FD  XTR2-FILE.
       01  XTR2-RCD          PIC X(80).
      *
      * EACH STAND'S KEYED RUNNING HISTORY, PRDCHIST FROM ITS DAILY
      * RUN.  ONLY THE KEYS ARE NAMED HERE; THE RECORD IS MOVED TO
      * HIST-RCD BELOW, WHICH MUST MATCH HIST-RCD IN PRDCSTND
       FD  HST1-FILE.
       01  HST1-RCD.
           05  HST1-KEY.
               10  HST1-RUNDATE  PIC 9(08).
               10  HST1-ITEMID   PIC 9(05).
           05  FILLER            PIC X(34).
           05  HST1-DEPT         PIC X(01).
           05  FILLER            PIC X(32).
      *
       FD  HST2-FILE.
       01  HST2-RCD.
           05  HST2-KEY.
               10  HST2-RUNDATE  PIC 9(08).
               10  HST2-ITEMID   PIC 9(05).
           05  FILLER            PIC X(34).
           05  HST2-DEPT         PIC X(01).
           05  FILLER            PIC X(32).
      *
      * EACH STAND'S QUARTER-TO-DATE TAX FILE, PRDCTAXQ FROM ITS
      * DAILY RUN.  READ INTO TAXQ-RCD1 AND TAXQ-RCD2 BELOW
       FD  TXQ1-FILE RECORDING MODE F.
       01  TXQ1-RCD          PIC X(80).
      *
       FD  TXQ2-FILE RECORDING MODE F.
       01  TXQ2-RCD          PIC X(80).
      *
      * EACH STAND'S GL JOURNAL, PRDCJRNL FROM ITS DAILY RUN AND ANY
      * COUNT POSTING APPENDED TO IT.  READ INTO JRNIN-RCD BELOW
       FD  JRN1-FILE.
       01  JRN1-RCD          PIC X(80).
      *
       FD  JRN2-FILE.
       01  JRN2-RCD          PIC X(80).
      *
      * CONSOLIDATED GL JOURNAL FOR THE BOOKKEEPER'S IMPORT: EVERY
      * STAND'S ROWS FOR THE DATE, THE ACCOUNT SUFFIXED WITH THE
      * STAND'S LOCATION SEGMENT, AND ONE TRAILER FOR THE CHAIN
       FD  CJRN-FILE.
       01  CJRN-RCD          PIC X(80).
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
      * OPTIONAL STORE LIST, ONE CARD PER STAND IN STAND ORDER: THE
      * STORE ID THE STAND'S STORE CARD CARRIES, THE NAME PRINTED
      * OVER ITS COLUMN, AND ITS GL LOCATION SEGMENT.  A BLANK FIELD
      * KEEPS THAT STAND'S DEFAULT
       FD  STRL-FILE RECORDING MODE F.
       01  STRL-RCD.
           05  STRL-ID       PIC X(01).
           05  STRL-NAME     PIC X(12).
           05  STRL-GLSEG    PIC X(03).
           05  FILLER        PIC X(64).
      *
       WORKING-STORAGE SECTION.
      * TEMPORARY VARIABLES
       77  I                 PIC 9(06)        VALUE ZEROS.
       77  J                 PIC 9(06)        VALUE ZEROS.
       77  K                 PIC 9(06)        VALUE ZEROS.
      *
       01  FLAGS.
           05  LASTXTR       PIC 9 VALUE ZERO.
           05  LASTHST       PIC 9 VALUE ZERO.
           05  LASTTAXQ      PIC 9 VALUE ZERO.
           05  LASTJRN       PIC 9 VALUE ZERO.
           05  LASTDCRD      PIC 9 VALUE ZERO.
           05  LASTSTRL      PIC 9 VALUE ZERO.
      *
      * STATUS OF EACH STAND'S OPTIONAL FILES.  '05' ON THE OPEN
      * MEANS THE FILE IS NOT THERE
       77  WS-XTR1-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-XTR2-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-HST1-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-HST2-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-TXQ1-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-TXQ2-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-JRN1-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-JRN2-STATUS    PIC X(02)        VALUE SPACES.
      *
      * STATUS OF THE OPTIONAL BUSINESS-DATE AND STORE LIST CARDS
       77  WS-DATE-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-STRL-STATUS    PIC X(02)        VALUE SPACES.
      *
      * THE BUSINESS DATE BEING CONSOLIDATED: THE CARD DATE WHEN A
      * REAL CALENDAR DATE IS SUPPLIED, OTHERWISE THE CLOCK DATE
       77  WS-BUS-DATE       PIC 9(08)        VALUE ZEROS.
      *
      * WHICH STAND'S FILES ARE BEING READ OR REPORTED
       77  WS-STNDSUB        PIC 9(01)        VALUE ZERO.
      *
      * ONE ROW PER STAND: WHO IT IS, WHAT WAS TAKEN FROM EACH OF ITS
      * FILES, AND HOW EACH FILE CAME OUT.  STNDFILEST HOLDS ONE CODE
      * PER FILE, IN THE ORDER EXTRACT, HISTORY, TAX, JOURNAL:
      * 1 OK, 2 MISSING, 3 NO DATA FOR THE DATE, 4 ANOTHER STORE'S
      * FILE, 5 OUT OF BALANCE.  ZERO MEANS NOT YET DECIDED
       01  STNDTABLE.
           05  STNDROW OCCURS 2 TIMES.
               10  STNDID        PIC X(01)        VALUE SPACE.
               10  STNDNAME      PIC X(12)        VALUE SPACES.
               10  STNDGLSEG     PIC X(03)        VALUE SPACES.
               10  STNDFILEST    OCCURS 4 TIMES
                                 PIC 9(01)        VALUE ZERO.
               10  STNDCOMPLETE  PIC X(01)        VALUE 'N'.
               10  STNDFROMHIST  PIC X(01)        VALUE 'N'.
      * EXTRACT: DETAIL ROWS TAKEN AND THEIR TOTALS, ROWS FOR THE DATE
      * STAMPED WITH ANOTHER STORE, AND THE DAY'S TRAILER TOTAL
               10  STNDXTRTAKEN  PIC 9(06)        VALUE ZEROS.
               10  STNDXTROTH    PIC 9(06)        VALUE ZEROS.
               10  STNDXTRQTY    PIC S9(06)V9(2)  VALUE ZEROS.
               10  STNDXTRAMT    PIC S9(08)V9(2)  VALUE ZEROS.
               10  STNDXTRTRL    PIC S9(08)V9(2)  VALUE ZEROS.
               10  STNDXTRTRLSW  PIC 9(01)        VALUE ZERO.
      * HISTORY: RECORDS TAKEN AND THEIR TOTALS
               10  STNDHSTTAKEN  PIC 9(06)        VALUE ZEROS.
               10  STNDHSTOTH    PIC 9(06)        VALUE ZEROS.
               10  STNDHSTQTY    PIC S9(06)V9(2)  VALUE ZEROS.
               10  STNDHSTAMT    PIC S9(08)V9(2)  VALUE ZEROS.
      * TAX: THE DAY'S FIGURES, IN THE ORDER OF TAXQ-RCD2
               10  STNDTAXTAKEN  PIC 9(06)        VALUE ZEROS.
               10  STNDTAX       OCCURS 5 TIMES
                                 PIC S9(08)V9(2)  VALUE ZEROS.
      * JOURNAL: ROWS TAKEN AND THEIR DEBITS AND CREDITS
               10  STNDJRNTAKEN  PIC 9(06)        VALUE ZEROS.
               10  STNDJRNOTH    PIC 9(06)        VALUE ZEROS.
               10  STNDJRNDR     PIC S9(08)V9(2)  VALUE ZEROS.
               10  STNDJRNCR     PIC S9(08)V9(2)  VALUE ZEROS.
      * ITEM FIGURES AS REPORTED, WHICHEVER FILE THEY CAME FROM
               10  STNDRPTQTY    PIC S9(06)V9(2)  VALUE ZEROS.
               10  STNDRPTAMT    PIC S9(08)V9(2)  VALUE ZEROS.
      *
       77  INCOMPLETECOUNT   PIC 9(01)        VALUE ZERO.
      *
      * THE EXTRACT ROW BEING READ.  LAYOUT MUST MATCH XTR-DETAIL AND
      * XTR-TRAILER IN PRDCSTND
       01  XTRIN-RCD.
           05  XI-ID-X       PIC X(05).
           05  XI-ID REDEFINES XI-ID-X
                             PIC 9(05).
           05  FILLER        PIC X(01).
           05  XI-NAME       PIC X(16).
           05  FILLER        PIC X(01).
           05  XI-QTY        PIC -(05)9.99.
           05  FILLER        PIC X(01).
           05  XI-AMT        PIC -(07)9.99.
           05  FILLER        PIC X(01).
           05  XI-DATE-X     PIC X(08).
           05  XI-DATE REDEFINES XI-DATE-X
                             PIC 9(08).
           05  FILLER        PIC X(01).
           05  XI-STORE      PIC X(01).
           05  FILLER        PIC X(25).
       01  XTRIN-TRAILER REDEFINES XTRIN-RCD.
           05  XIT-TAG       PIC X(05).
           05  FILLER        PIC X(03).
           05  XIT-TOTAL     PIC -(07)9.99.
           05  FILLER        PIC X(01).
           05  XIT-DATE-X    PIC X(08).
           05  XIT-DATE REDEFINES XIT-DATE-X
                             PIC 9(08).
           05  FILLER        PIC X(01).
           05  XIT-STORE     PIC X(01).
           05  FILLER        PIC X(50).
      *
      * THE HISTORY RECORD BEING READ.  LAYOUT MUST MATCH HIST-RCD IN
      * PRDCSTND
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
      * THE TAX FILE'S TWO RECORDS.  LAYOUT MUST MATCH TAXQ-RCD1 AND
      * TAXQ-RCD2 IN PRDCSTND
       01  TAXQ-RCD1.
           05  TAXQ-QUARTER      PIC 9(05).
           05  TAXQ-LASTDATE     PIC 9(08).
           05  TAXQ-STDSALES     PIC S9(08)V9(2).
           05  TAXQ-REDSALES     PIC S9(08)V9(2).
           05  TAXQ-EXMSALES     PIC S9(08)V9(2).
           05  TAXQ-STDTAX       PIC S9(08)V9(2).
           05  TAXQ-REDTAX       PIC S9(08)V9(2).
           05  FILLER            PIC X(17).
       01  TAXQ-RCD2.
           05  TAXD-STDSALES     PIC S9(08)V9(2).
           05  TAXD-REDSALES     PIC S9(08)V9(2).
           05  TAXD-EXMSALES     PIC S9(08)V9(2).
           05  TAXD-STDTAX       PIC S9(08)V9(2).
           05  TAXD-REDTAX       PIC S9(08)V9(2).
           05  FILLER            PIC X(30).
      *
      * THE JOURNAL ROW BEING READ.  LAYOUT MUST MATCH JRN-DETAIL IN
      * PRDCSTND; A TRAILER ROW STARTS WITH TOTAL
       01  JRNIN-RCD.
           05  JI-DATE-X     PIC X(08).
           05  JI-DATE REDEFINES JI-DATE-X
                             PIC 9(08).
           05  FILLER        PIC X(01).
           05  JI-ACCT       PIC X(08).
           05  FILLER        PIC X(01).
           05  JI-DESC       PIC X(12).
           05  FILLER        PIC X(01).
           05  JI-DR         PIC -(07)9.99.
           05  FILLER        PIC X(01).
           05  JI-CR         PIC -(07)9.99.
           05  FILLER        PIC X(01).
           05  JI-STORE      PIC X(01).
           05  FILLER        PIC X(24).
       01  JRNIN-TRAILER REDEFINES JRNIN-RCD.
           05  JI-TAG        PIC X(05).
           05  FILLER        PIC X(75).
      *
      * EDITED AMOUNTS FROM THE EXTRACT AND JOURNAL, TURNED BACK INTO
      * NUMBERS
       77  WS-DEEDIT-QTY     PIC S9(06)V9(2)  VALUE ZEROS.
       77  WS-DEEDIT-AMT     PIC S9(08)V9(2)  VALUE ZEROS.
       77  WS-DEEDIT-CR      PIC S9(08)V9(2)  VALUE ZEROS.
      *
      * THE ITEM CALC-CONSLOOKUP IS ASKED TO FIND OR ADD
       77  WS-ITEM-ID        PIC 9(05)        VALUE ZEROS.
       77  WS-ITEM-NAME      PIC X(16)        VALUE SPACES.
       77  WS-ITEM-DEPT      PIC X(01)        VALUE SPACE.
      *
       77  CONSCOUNT         PIC 9(04) VALUE ZEROS.
       77  CONSFOUND         PIC 9(04) VALUE ZEROS.
      *
      * ONE ROW PER ITEM SOLD AT EITHER STAND, WITH EACH STAND'S
      * FIGURES FROM ITS EXTRACT AND FROM ITS HISTORY.  THE KEY IS
      * THE DEPARTMENT'S ROW IN DEPTCONSTABLE AHEAD OF THE ITEM ID,
      * SO THE SORT GROUPS ITEMS BY DEPARTMENT.  OCCURS DEPENDING ON
      * CONSCOUNT SO THE SORT VERB ORDERS ONLY THE ROWS LOADED
       01  CONSTABLE.
           05  CONSROW OCCURS 1 TO 1000 TIMES DEPENDING ON CONSCOUNT
                       ASCENDING KEY IS CONSKEY.
               10  CONSKEY.
                   15  CONSDEPTSUB   PIC 9(01)       VALUE ZERO.
                   15  CONSITEMID    PIC 9(05)       VALUE ZEROS.
               10  CONSNAME      PIC X(16)       VALUE SPACES.
               10  CONSDEPT      PIC X(01)       VALUE SPACE.
               10  CONSSTND OCCURS 2 TIMES.
                   15  CONSQTY       PIC S9(06)V9(2) VALUE ZEROS.
                   15  CONSAMT       PIC S9(08)V9(2) VALUE ZEROS.
                   15  CONSHQTY      PIC S9(06)V9(2) VALUE ZEROS.
                   15  CONSHAMT      PIC S9(08)V9(2) VALUE ZEROS.
      *
      * ITEM ROWS THAT ARRIVED AFTER CONSTABLE FILLED
       77  CONSOVERFLOW      PIC 9(06) VALUE ZEROS.
      *
      * EACH STAND'S ITEM FIGURES ROLLED UP PER DEPARTMENT.  ROWS 1-4
      * ARE THE FOUR DEPARTMENTS, ROW 5 CATCHES ITEMS WITH NONE
       01  DEPTCONSTABLE.
           05  DEPTCONSROW OCCURS 5 TIMES.
               10  DCSTND OCCURS 2 TIMES.
                   15  DCQTY         PIC S9(06)V9(2) VALUE ZEROS.
                   15  DCAMT         PIC S9(08)V9(2) VALUE ZEROS.
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
      * THE DEPARTMENT CODE CALC-DEPTSUB IS ASKED TO MAP TO ITS ROW
       77  WS-DEPT-CODE      PIC X(01) VALUE SPACE.
       77  WS-DEPT-SUB       PIC 9(01) VALUE ZERO.
       77  WS-LAST-DEPTSUB   PIC 9(01) VALUE ZERO.
      *
       01  FILELABELS.
           05  FILLER        PIC X(16) VALUE 'ITEM EXTRACT    '.
           05  FILLER        PIC X(16) VALUE 'HISTORY         '.
           05  FILLER        PIC X(16) VALUE 'SALES TAX       '.
           05  FILLER        PIC X(16) VALUE 'GL JOURNAL      '.
       01  FILELABELS-R REDEFINES FILELABELS.
           05  FILELABEL     OCCURS 4 TIMES PIC X(16).
      *
       01  STATLABELS.
           05  FILLER        PIC X(16) VALUE 'OK              '.
           05  FILLER        PIC X(16) VALUE 'MISSING         '.
           05  FILLER        PIC X(16) VALUE 'NO DATA FOR DATE'.
           05  FILLER        PIC X(16) VALUE 'WRONG STORE     '.
           05  FILLER        PIC X(16) VALUE 'OUT OF BALANCE  '.
       01  STATLABELS-R REDEFINES STATLABELS.
           05  STATLABEL     OCCURS 5 TIMES PIC X(16).
      *
       01  TAXLABELS.
           05  FILLER        PIC X(24) VALUE 'STANDARD-RATE SALES     '.
           05  FILLER        PIC X(24) VALUE 'REDUCED-RATE SALES      '.
           05  FILLER        PIC X(24) VALUE 'EXEMPT SALES            '.
           05  FILLER        PIC X(24) VALUE 'STANDARD-RATE TAX       '.
           05  FILLER        PIC X(24) VALUE 'REDUCED-RATE TAX        '.
       01  TAXLABELS-R REDEFINES TAXLABELS.
           05  TAXLABEL      OCCURS 5 TIMES PIC X(24).
      *
      * WORK FIGURES FOR ONE REPORT LINE
       77  WS-CHAIN-QTY      PIC S9(06)V9(2)  VALUE ZEROS.
       77  WS-CHAIN-AMT      PIC S9(08)V9(2)  VALUE ZEROS.
       77  WS-TAX-STND1      PIC S9(08)V9(2)  VALUE ZEROS.
       77  WS-TAX-STND2      PIC S9(08)V9(2)  VALUE ZEROS.
      *
      * COUNTS AND TOTALS FOR THE CONTROL PAGE
       77  XTRTAKENCOUNT     PIC 9(06) VALUE ZEROS.
       77  XTRSKIPCOUNT      PIC 9(06) VALUE ZEROS.
       77  HSTTAKENCOUNT     PIC 9(06) VALUE ZEROS.
       77  JRNTAKENCOUNT     PIC 9(06) VALUE ZEROS.
       77  JRNSKIPCOUNT      PIC 9(06) VALUE ZEROS.
       77  OTHSTORECOUNT     PIC 9(06) VALUE ZEROS.
       77  CJRNWRITECOUNT    PIC 9(06) VALUE ZEROS.
       77  CJRNDRTOTAL       PIC S9(08)V9(2) VALUE ZEROS.
       77  CJRNCRTOTAL       PIC S9(08)V9(2) VALUE ZEROS.
      *
      * ONE CONSOLIDATED JOURNAL ROW: DATE, ACCOUNT AND LOCATION
      * SEGMENT, LINE KEY, DEBIT, CREDIT, AND THE STORE IT CAME FROM
       01  CJRN-DETAIL.
           05  CJ-DATE       PIC 9(08).
           05  FILLER        PIC X(01) VALUE ','.
           05  CJ-ACCT       PIC X(08).
           05  FILLER        PIC X(01) VALUE '-'.
           05  CJ-LOC        PIC X(03).
           05  FILLER        PIC X(01) VALUE ','.
           05  CJ-DESC       PIC X(12).
           05  FILLER        PIC X(01) VALUE ','.
           05  CJ-DR         PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  CJ-CR         PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  CJ-STORE      PIC X(01).
      *
      * TRAILER ROW PROVING THE CHAIN ENTRY BALANCES
       01  CJRN-TRAILER.
           05  FILLER        PIC X(07) VALUE 'TOTAL,,'.
           05  FILLER        PIC X(01) VALUE ','.
           05  CJT-DR        PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
           05  CJT-CR        PIC -(07)9.99.
           05  FILLER        PIC X(01) VALUE ','.
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(14) VALUE 'PRODUCE STAND '.
           05  FILLER        PIC X(20) VALUE 'CHAIN CONSOLIDATION '.
           05  FILLER        PIC X(46) VALUE SPACES.
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
       01  STNDHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(12) VALUE 'STAND STATUS'.
           05  FILLER        PIC X(67) VALUE SPACES.
      *
       01  STNDLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(06) VALUE 'STORE '.
           05  STNDID-O      PIC X(01).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  STNDNAME-O    PIC X(12).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(09) VALUE 'LOCATION '.
           05  STNDSEG-O     PIC X(03).
           05  FILLER        PIC X(44) VALUE SPACES.
      *
       01  STNDLINE-2.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  STNDFILE-O    PIC X(16).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  STNDFLAG-O    PIC X(03).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  STNDSTAT-O    PIC X(16).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  STNDCOUNT-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(08) VALUE ' RECORDS'.
           05  FILLER        PIC X(22) VALUE SPACES.
      *
       01  STNDLINE-3.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  FILLER        PIC X(07) VALUE 'STAND: '.
           05  STNDRES-O     PIC X(44).
           05  FILLER        PIC X(25) VALUE SPACES.
      *
       01  STNDLINE-4.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  FILLER        PIC X(18) VALUE 'ITEM FIGURES TAKEN'.
           05  FILLER        PIC X(18) VALUE ' FROM THE HISTORY '.
           05  FILLER        PIC X(40) VALUE SPACES.
      *
       01  CHAINLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(07) VALUE 'CHAIN: '.
           05  CHAINRES-O    PIC X(45).
           05  FILLER        PIC X(27) VALUE SPACES.
      *
      * PRINTED UNDER EVERY CHAIN TOTAL WHILE ANY STAND IS SHORT
       01  INCWARN-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(18) VALUE '*** CHAIN FIGURES '.
           05  FILLER        PIC X(14) VALUE 'INCOMPLETE -- '.
           05  FILLER        PIC X(22) VALUE 'SEE STAND STATUS ***'.
           05  FILLER        PIC X(25) VALUE SPACES.
      *
       01  ITEMHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(25) VALUE 'ITEM TOTALS BY DEPARTMENT'.
           05  FILLER        PIC X(54) VALUE SPACES.
      *
      * COLUMN HEADINGS SHARED BY THE ITEM, DEPARTMENT, TAX, AND
      * JOURNAL SECTIONS.  THE STORE COLUMNS CARRY THE STAND NAMES
       01  COLHDR-1.
           05  COLHDR-LABEL  PIC X(24).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  COLHDR-S1     PIC X(12).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  COLHDR-S2     PIC X(12).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(12) VALUE ' CHAIN TOTAL'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  COLHDR-QTY    PIC X(10).
           05  FILLER        PIC X(06) VALUE SPACES.
      *
       01  DEPTHEAD-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DEPTHEAD-O    PIC X(12).
           05  FILLER        PIC X(67) VALUE SPACES.
      *
       01  ITEMLINE-1.
           05  ITMID-O       PIC 9(05).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  ITMNAME-O     PIC X(16).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  ITMS1-O       PIC $$$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ITMS2-O       PIC $$$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ITMCHAIN-O    PIC $$$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ITMQTY-O      PIC ---,--9.99.
           05  FILLER        PIC X(06) VALUE SPACES.
      *
      * ONE LABELLED FIGURE LINE, USED FOR DEPARTMENT AND CHAIN
      * TOTALS
       01  SUMLINE-1.
           05  SUMLABEL-O    PIC X(24).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  SUMS1-O       PIC $$$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  SUMS2-O       PIC $$$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  SUMCHAIN-O    PIC $$$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  SUMQTY-O      PIC ---,--9.99.
           05  FILLER        PIC X(06) VALUE SPACES.
      *
      * THE SAME WITHOUT THE UNIT COLUMN, FOR TAX AND JOURNAL TOTALS
       01  AMTLINE-1.
           05  AMTLABEL-O    PIC X(24).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  AMTS1-O       PIC $$$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  AMTS2-O       PIC $$$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  AMTCHAIN-O    PIC $$$$,$$9.99-.
           05  FILLER        PIC X(17) VALUE SPACES.
      *
       01  DEPTHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(17) VALUE 'DEPARTMENT TOTALS'.
           05  FILLER        PIC X(62) VALUE SPACES.
      *
       01  TAXHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(17) VALUE 'SALES TAX FOR DAY'.
           05  FILLER        PIC X(62) VALUE SPACES.
      *
       01  JRNHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(10) VALUE 'GL JOURNAL'.
           05  FILLER        PIC X(69) VALUE SPACES.
      *
       01  CTLHDR-1.
           05  FILLER        PIC X(20) VALUE 'CONTROL TOTALS'.
           05  FILLER        PIC X(60) VALUE SPACES.
      *
       01  CTLLINE-BUSDATE.
           05  FILLER        PIC X(20) VALUE 'BUSINESS DATE:      '.
           05  FILLER        PIC X(07) VALUE SPACES.
           05  CTL-BUSDATE-O PIC 9(08).
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-XTR.
           05  FILLER        PIC X(20) VALUE 'EXTRACT ROWS TAKEN: '.
           05  CTL-XTR-O     PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-XTRSKIP.
           05  FILLER        PIC X(20) VALUE 'EXTRACT ROWS PASSED:'.
           05  CTL-XTRSKIP-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-HST.
           05  FILLER        PIC X(20) VALUE 'HISTORY RCDS TAKEN: '.
           05  CTL-HST-O     PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-JRN.
           05  FILLER        PIC X(20) VALUE 'JOURNAL ROWS TAKEN: '.
           05  CTL-JRN-O     PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-JRNSKIP.
           05  FILLER        PIC X(20) VALUE 'JOURNAL ROWS PASSED:'.
           05  CTL-JRNSKIP-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-OTHER.
           05  FILLER        PIC X(20) VALUE 'OTHER STORE ROWS:   '.
           05  CTL-OTHER-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-ITEMS.
           05  FILLER        PIC X(20) VALUE 'ITEMS REPORTED:     '.
           05  CTL-ITEMS-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-OVERFLOW.
           05  FILLER        PIC X(20) VALUE 'ITEM ROWS NOT HELD: '.
           05  CTL-OVERFLW-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-CJRN.
           05  FILLER        PIC X(20) VALUE 'CHAIN JOURNAL ROWS: '.
           05  CTL-CJRN-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-CJRNDR.
           05  FILLER        PIC X(20) VALUE 'CHAIN JRNL DEBITS:  '.
           05  CTL-CJRNDR-O  PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-CJRNCR.
           05  FILLER        PIC X(20) VALUE 'CHAIN JRNL CREDITS: '.
           05  CTL-CJRNCR-O  PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-INCOMPL.
           05  FILLER        PIC X(20) VALUE 'STANDS INCOMPLETE:  '.
           05  CTL-INCOMPL-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(53) VALUE SPACES.
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
           PERFORM READ-STORELIST.
           PERFORM OPEN-FILES.
      * SETUP REPORT HEADER
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
      * TAKE IN EACH STAND'S FILES FOR THE DATE.  HISTORY GOES FIRST
      * SO AN ITEM'S DEPARTMENT IS KNOWN BEFORE ITS EXTRACT ROW
           MOVE 1 TO WS-STNDSUB.
           PERFORM READ-HIST1.
           PERFORM READ-XTR1.
           PERFORM READ-TAXQ1.
           PERFORM READ-JRNL1.
           MOVE 2 TO WS-STNDSUB.
           PERFORM READ-HIST2.
           PERFORM READ-XTR2.
           PERFORM READ-TAXQ2.
           PERFORM READ-JRNL2.
           PERFORM WRITE-CJRNTRAILER.
      * PROVE EACH STAND, THEN ROLL THE ITEMS UP BY DEPARTMENT
           PERFORM VARYING WS-STNDSUB FROM 1 BY 1 UNTIL WS-STNDSUB > 2
             PERFORM CALC-STANDSTATUS
           END-PERFORM.
           PERFORM CALC-DEPTTOTALS.
      * WRITE REPORT BODY
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-STANDSTATUS.
           PERFORM WRITE-ITEMTOTALS.
           PERFORM WRITE-DEPTTOTALS.
           PERFORM WRITE-TAXTOTALS.
           PERFORM WRITE-JRNLTOTALS.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-CONTROLTOTALS.
      * A SHORT CHAIN IS A WARNING, NOT A FAILURE: THE REPORT AND
      * JOURNAL ARE WRITTEN FROM WHAT CAME IN
           IF INCOMPLETECOUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
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
      *
      * SET EACH STAND'S DEFAULT ID, NAME, AND LOCATION, THEN LET
      * THE STORE LIST CARDS, WHEN THERE ARE ANY, OVERRIDE THEM
       READ-STORELIST.
           MOVE '1'       TO STNDID(1).
           MOVE 'STORE 1' TO STNDNAME(1).
           MOVE '001'     TO STNDGLSEG(1).
           MOVE '2'       TO STNDID(2).
           MOVE 'STORE 2' TO STNDNAME(2).
           MOVE '002'     TO STNDGLSEG(2).
           OPEN INPUT STRL-FILE.
           PERFORM VARYING WS-STNDSUB FROM 1 BY 1
                   UNTIL WS-STNDSUB > 2 OR LASTSTRL = 1
             READ STRL-FILE
               AT END MOVE 1 TO LASTSTRL
               NOT AT END
                 IF STRL-ID NOT = SPACE
                   MOVE STRL-ID    TO STNDID(WS-STNDSUB)
                 END-IF
                 IF STRL-NAME NOT = SPACES
                   MOVE STRL-NAME  TO STNDNAME(WS-STNDSUB)
                 END-IF
                 IF STRL-GLSEG NOT = SPACES
                   MOVE STRL-GLSEG TO STNDGLSEG(WS-STNDSUB)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE STRL-FILE.
      *
       OPEN-FILES.
           OPEN OUTPUT CONS-RPT.
           OPEN OUTPUT CJRN-FILE.
      *
       WRITE-MAINHDR.
           MOVE WS-CURRENT-YEAR   TO HDR-YR.
           MOVE WS-CURRENT-MONTH  TO HDR-MO.
           MOVE WS-CURRENT-DAY    TO HDR-DAY.
           MOVE WS-CURRENT-HOURS  TO HDR-H.
           MOVE WS-CURRENT-MINUTE TO HDR-MIN.
           MOVE WS-CURRENT-SECOND TO HDR-SEC.
           WRITE RPT-RCD FROM MAINHDR-1.
           WRITE RPT-RCD FROM MAINHDR-2.
           MOVE WS-BUS-DATE       TO HDR-BUSDATE.
           WRITE RPT-RCD FROM MAINHDR-3.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * READ EACH STAND'S HISTORY FOR THE DATE, STARTING AT THE
      * DATE'S FIRST KEY AND STOPPING WHEN THE DATE CHANGES
       READ-HIST1.
           MOVE ZERO TO LASTHST.
           OPEN INPUT HST1-FILE.
           IF WS-HST1-STATUS = '05'
             MOVE 2 TO STNDFILEST(WS-STNDSUB, 2)
             MOVE 1 TO LASTHST
           ELSE
             MOVE WS-BUS-DATE TO HST1-RUNDATE
             MOVE ZEROS       TO HST1-ITEMID
             START HST1-FILE KEY IS NOT LESS THAN HST1-KEY
               INVALID KEY MOVE 1 TO LASTHST
             END-START
           END-IF.
           IF LASTHST = 0
             PERFORM READ-HST1RCD
           END-IF.
           PERFORM UNTIL LASTHST = 1
             MOVE HST1-RCD TO HIST-RCD
             PERFORM CALC-HISTROW
             PERFORM READ-HST1RCD
           END-PERFORM.
           CLOSE HST1-FILE.
      *
       READ-HST1RCD.
           READ HST1-FILE NEXT RECORD
             AT END MOVE 1 TO LASTHST
             NOT AT END
               IF HST1-RUNDATE NOT = WS-BUS-DATE
                 MOVE 1 TO LASTHST
               END-IF
           END-READ.
      *
       READ-HIST2.
           MOVE ZERO TO LASTHST.
           OPEN INPUT HST2-FILE.
           IF WS-HST2-STATUS = '05'
             MOVE 2 TO STNDFILEST(WS-STNDSUB, 2)
             MOVE 1 TO LASTHST
           ELSE
             MOVE WS-BUS-DATE TO HST2-RUNDATE
             MOVE ZEROS       TO HST2-ITEMID
             START HST2-FILE KEY IS NOT LESS THAN HST2-KEY
               INVALID KEY MOVE 1 TO LASTHST
             END-START
           END-IF.
           IF LASTHST = 0
             PERFORM READ-HST2RCD
           END-IF.
           PERFORM UNTIL LASTHST = 1
             MOVE HST2-RCD TO HIST-RCD
             PERFORM CALC-HISTROW
             PERFORM READ-HST2RCD
           END-PERFORM.
           CLOSE HST2-FILE.
      *
       READ-HST2RCD.
           READ HST2-FILE NEXT RECORD
             AT END MOVE 1 TO LASTHST
             NOT AT END
               IF HST2-RUNDATE NOT = WS-BUS-DATE
                 MOVE 1 TO LASTHST
               END-IF
           END-READ.
      *
      * TAKE ONE HISTORY RECORD FOR THE STAND.  A RECORD STAMPED WITH
      * ANOTHER STORE IS COUNTED AND LEFT OUT; ONE FROM BEFORE THE
      * STORE WAS CARRIED HAS A SPACE AND IS TAKEN AS THE STAND'S OWN
       CALC-HISTROW.
           IF HIST-STORE NOT = SPACE
               AND HIST-STORE NOT = STNDID(WS-STNDSUB)
             ADD 1 TO STNDHSTOTH(WS-STNDSUB)
             ADD 1 TO OTHSTORECOUNT
           ELSE
             ADD 1 TO STNDHSTTAKEN(WS-STNDSUB)
             ADD 1 TO HSTTAKENCOUNT
             ADD HIST-ITEMTQTY TO STNDHSTQTY(WS-STNDSUB)
             ADD HIST-ITEMTPRC TO STNDHSTAMT(WS-STNDSUB)
             MOVE HIST-ITEMID   TO WS-ITEM-ID
             MOVE HIST-ITEMNAME TO WS-ITEM-NAME
             MOVE HIST-DEPT     TO WS-ITEM-DEPT
             PERFORM CALC-CONSLOOKUP
             IF CONSFOUND > 0
               ADD HIST-ITEMTQTY TO CONSHQTY(CONSFOUND, WS-STNDSUB)
               ADD HIST-ITEMTPRC TO CONSHAMT(CONSFOUND, WS-STNDSUB)
             END-IF
           END-IF.
      *
      * READ EACH STAND'S ITEM TOTALS EXTRACT END TO END; A CATCH-UP
      * RUN LEAVES SEVERAL DAYS ON IT, SO ONLY THE DATE'S ROWS COUNT
       READ-XTR1.
           MOVE ZERO TO LASTXTR.
           OPEN INPUT XTR1-FILE.
           IF WS-XTR1-STATUS = '05'
             MOVE 2 TO STNDFILEST(WS-STNDSUB, 1)
           END-IF.
           PERFORM READ-XTR1RCD.
           PERFORM UNTIL LASTXTR = 1
             PERFORM CALC-XTRROW
             PERFORM READ-XTR1RCD
           END-PERFORM.
           CLOSE XTR1-FILE.
      *
       READ-XTR1RCD.
           MOVE SPACES TO XTRIN-RCD.
           READ XTR1-FILE INTO XTRIN-RCD
             AT END MOVE 1 TO LASTXTR
           END-READ.
      *
       READ-XTR2.
           MOVE ZERO TO LASTXTR.
           OPEN INPUT XTR2-FILE.
           IF WS-XTR2-STATUS = '05'
             MOVE 2 TO STNDFILEST(WS-STNDSUB, 1)
           END-IF.
           PERFORM READ-XTR2RCD.
           PERFORM UNTIL LASTXTR = 1
             PERFORM CALC-XTRROW
             PERFORM READ-XTR2RCD
           END-PERFORM.
           CLOSE XTR2-FILE.
      *
       READ-XTR2RCD.
           MOVE SPACES TO XTRIN-RCD.
           READ XTR2-FILE INTO XTRIN-RCD
             AT END MOVE 1 TO LASTXTR
           END-READ.
      *
      * TAKE ONE EXTRACT ROW FOR THE STAND.  THE DAY'S TRAILER GIVES
      * THE TOTAL THE DETAIL ROWS MUST PROVE TO; ROWS FOR OTHER DATES
      * ARE PASSED OVER, AND ROWS STAMPED WITH ANOTHER STORE ARE
      * COUNTED AND LEFT OUT
       CALC-XTRROW.
           IF XIT-TAG = 'TOTAL'
             IF XIT-DATE-X NUMERIC AND XIT-DATE = WS-BUS-DATE
               IF XIT-STORE NOT = SPACE
                   AND XIT-STORE NOT = STNDID(WS-STNDSUB)
                 ADD 1 TO STNDXTROTH(WS-STNDSUB)
                 ADD 1 TO OTHSTORECOUNT
               ELSE
                 MOVE XIT-TOTAL TO WS-DEEDIT-AMT
                 ADD WS-DEEDIT-AMT TO STNDXTRTRL(WS-STNDSUB)
                 MOVE 1 TO STNDXTRTRLSW(WS-STNDSUB)
               END-IF
             ELSE
               ADD 1 TO XTRSKIPCOUNT
             END-IF
           ELSE
             IF XI-DATE-X NUMERIC AND XI-DATE = WS-BUS-DATE
                 AND XI-ID-X NUMERIC
               IF XI-STORE NOT = SPACE
                   AND XI-STORE NOT = STNDID(WS-STNDSUB)
                 ADD 1 TO STNDXTROTH(WS-STNDSUB)
                 ADD 1 TO OTHSTORECOUNT
               ELSE
                 ADD 1 TO STNDXTRTAKEN(WS-STNDSUB)
                 ADD 1 TO XTRTAKENCOUNT
                 MOVE XI-QTY TO WS-DEEDIT-QTY
                 MOVE XI-AMT TO WS-DEEDIT-AMT
                 ADD WS-DEEDIT-QTY TO STNDXTRQTY(WS-STNDSUB)
                 ADD WS-DEEDIT-AMT TO STNDXTRAMT(WS-STNDSUB)
                 MOVE XI-ID   TO WS-ITEM-ID
                 MOVE XI-NAME TO WS-ITEM-NAME
                 MOVE SPACE   TO WS-ITEM-DEPT
                 PERFORM CALC-CONSLOOKUP
                 IF CONSFOUND > 0
                   ADD WS-DEEDIT-QTY TO CONSQTY(CONSFOUND, WS-STNDSUB)
                   ADD WS-DEEDIT-AMT TO CONSAMT(CONSFOUND, WS-STNDSUB)
                 END-IF
               END-IF
             ELSE
               ADD 1 TO XTRSKIPCOUNT
             END-IF
           END-IF.
      *
      * FIND THE ITEM'S ROW IN CONSTABLE, ADDING A NEW ONE IF THIS IS
      * THE FIRST TIME EITHER STAND HAS SHOWN IT.  THE DEPARTMENT IS
      * FILLED IN FROM WHICHEVER HISTORY RECORD CARRIES ONE
       CALC-CONSLOOKUP.
           MOVE ZEROS TO CONSFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CONSCOUNT
             IF CONSITEMID(J) = WS-ITEM-ID
               MOVE J TO CONSFOUND
             END-IF
           END-PERFORM.
           IF CONSFOUND = 0
             IF CONSCOUNT < 1000
               ADD 1 TO CONSCOUNT
               MOVE CONSCOUNT    TO CONSFOUND
               MOVE WS-ITEM-ID   TO CONSITEMID(CONSFOUND)
               MOVE WS-ITEM-NAME TO CONSNAME(CONSFOUND)
             ELSE
               ADD 1 TO CONSOVERFLOW
             END-IF
           END-IF.
           IF CONSFOUND > 0 AND CONSDEPT(CONSFOUND) = SPACE
             MOVE WS-ITEM-DEPT TO CONSDEPT(CONSFOUND)
           END-IF.
      *
      * READ EACH STAND'S TAX FILE.  ITS SECOND RECORD HOLDS THE LAST
      * RUN DAY'S OWN FIGURES, SO IT IS ONLY THE DATE'S WHEN THE
      * FIRST RECORD SAYS THE LAST RUN WAS FOR THE DATE
       READ-TAXQ1.
           MOVE ZERO TO LASTTAXQ.
           OPEN INPUT TXQ1-FILE.
           IF WS-TXQ1-STATUS = '05'
             MOVE 2 TO STNDFILEST(WS-STNDSUB, 3)
           END-IF.
           READ TXQ1-FILE INTO TAXQ-RCD1
             AT END MOVE 1 TO LASTTAXQ
           END-READ.
           IF LASTTAXQ = 0 AND TAXQ-LASTDATE = WS-BUS-DATE
             READ TXQ1-FILE INTO TAXQ-RCD2
               AT END MOVE 1 TO LASTTAXQ
             END-READ
             IF LASTTAXQ = 0
               PERFORM CALC-TAXROW
             END-IF
           END-IF.
           CLOSE TXQ1-FILE.
      *
       READ-TAXQ2.
           MOVE ZERO TO LASTTAXQ.
           OPEN INPUT TXQ2-FILE.
           IF WS-TXQ2-STATUS = '05'
             MOVE 2 TO STNDFILEST(WS-STNDSUB, 3)
           END-IF.
           READ TXQ2-FILE INTO TAXQ-RCD1
             AT END MOVE 1 TO LASTTAXQ
           END-READ.
           IF LASTTAXQ = 0 AND TAXQ-LASTDATE = WS-BUS-DATE
             READ TXQ2-FILE INTO TAXQ-RCD2
               AT END MOVE 1 TO LASTTAXQ
             END-READ
             IF LASTTAXQ = 0
               PERFORM CALC-TAXROW
             END-IF
           END-IF.
           CLOSE TXQ2-FILE.
      *
       CALC-TAXROW.
           ADD 1 TO STNDTAXTAKEN(WS-STNDSUB).
           MOVE TAXD-STDSALES TO STNDTAX(WS-STNDSUB, 1).
           MOVE TAXD-REDSALES TO STNDTAX(WS-STNDSUB, 2).
           MOVE TAXD-EXMSALES TO STNDTAX(WS-STNDSUB, 3).
           MOVE TAXD-STDTAX   TO STNDTAX(WS-STNDSUB, 4).
           MOVE TAXD-REDTAX   TO STNDTAX(WS-STNDSUB, 5).
      *
      * READ EACH STAND'S GL JOURNAL END TO END, TAKING THE DATE'S
      * DETAIL ROWS AND PASSING OVER TRAILERS AND OTHER DATES
       READ-JRNL1.
           MOVE ZERO TO LASTJRN.
           OPEN INPUT JRN1-FILE.
           IF WS-JRN1-STATUS = '05'
             MOVE 2 TO STNDFILEST(WS-STNDSUB, 4)
           END-IF.
           PERFORM READ-JRN1RCD.
           PERFORM UNTIL LASTJRN = 1
             PERFORM CALC-JRNLROW
             PERFORM READ-JRN1RCD
           END-PERFORM.
           CLOSE JRN1-FILE.
      *
       READ-JRN1RCD.
           MOVE SPACES TO JRNIN-RCD.
           READ JRN1-FILE INTO JRNIN-RCD
             AT END MOVE 1 TO LASTJRN
           END-READ.
      *
       READ-JRNL2.
           MOVE ZERO TO LASTJRN.
           OPEN INPUT JRN2-FILE.
           IF WS-JRN2-STATUS = '05'
             MOVE 2 TO STNDFILEST(WS-STNDSUB, 4)
           END-IF.
           PERFORM READ-JRN2RCD.
           PERFORM UNTIL LASTJRN = 1
             PERFORM CALC-JRNLROW
             PERFORM READ-JRN2RCD
           END-PERFORM.
           CLOSE JRN2-FILE.
      *
       READ-JRN2RCD.
           MOVE SPACES TO JRNIN-RCD.
           READ JRN2-FILE INTO JRNIN-RCD
             AT END MOVE 1 TO LASTJRN
           END-READ.
      *
      * TAKE ONE JOURNAL ROW FOR THE STAND AND COPY IT TO THE CHAIN
      * JOURNAL WITH THE STAND'S LOCATION SEGMENT ON THE ACCOUNT.  A
      * ROW STAMPED WITH ANOTHER STORE IS COUNTED AND LEFT OUT; ONE
      * FROM BEFORE THE STORE WAS CARRIED IS TAKEN AS THE STAND'S OWN
       CALC-JRNLROW.
           IF JI-TAG = 'TOTAL'
               OR JI-DATE-X NOT NUMERIC
               OR JI-DATE NOT = WS-BUS-DATE
             ADD 1 TO JRNSKIPCOUNT
           ELSE
             IF JI-STORE NOT = SPACE
                 AND JI-STORE NOT = STNDID(WS-STNDSUB)
               ADD 1 TO STNDJRNOTH(WS-STNDSUB)
               ADD 1 TO OTHSTORECOUNT
             ELSE
               ADD 1 TO STNDJRNTAKEN(WS-STNDSUB)
               ADD 1 TO JRNTAKENCOUNT
               MOVE JI-DR TO WS-DEEDIT-AMT
               MOVE JI-CR TO WS-DEEDIT-CR
               ADD WS-DEEDIT-AMT TO STNDJRNDR(WS-STNDSUB)
               ADD WS-DEEDIT-CR  TO STNDJRNCR(WS-STNDSUB)
               ADD WS-DEEDIT-AMT TO CJRNDRTOTAL
               ADD WS-DEEDIT-CR  TO CJRNCRTOTAL
               MOVE JI-DATE    TO CJ-DATE
               MOVE JI-ACCT    TO CJ-ACCT
               MOVE STNDGLSEG(WS-STNDSUB) TO CJ-LOC
               MOVE JI-DESC    TO CJ-DESC
               MOVE WS-DEEDIT-AMT TO CJ-DR
               MOVE WS-DEEDIT-CR  TO CJ-CR
               MOVE STNDID(WS-STNDSUB) TO CJ-STORE
               MOVE CJRN-DETAIL TO CJRN-RCD
               WRITE CJRN-RCD
               ADD 1 TO CJRNWRITECOUNT
             END-IF
           END-IF.
      *
       WRITE-CJRNTRAILER.
           MOVE CJRNDRTOTAL TO CJT-DR.
           MOVE CJRNCRTOTAL TO CJT-CR.
           MOVE CJRN-TRAILER TO CJRN-RCD.
           WRITE CJRN-RCD.
      *
      * DECIDE HOW EACH OF THE STAND'S FILES CAME OUT AND WHETHER THE
      * STAND IS COMPLETE.  A MISSING FILE WAS ALREADY MARKED WHEN IT
      * WAS OPENED.  THE EXTRACT MUST PROVE TO ITS OWN TRAILER, THE
      * HISTORY TO THE EXTRACT, AND THE JOURNAL MUST BALANCE
       CALC-STANDSTATUS.
           IF STNDFILEST(WS-STNDSUB, 1) = 0
             IF STNDXTROTH(WS-STNDSUB) > 0
               MOVE 4 TO STNDFILEST(WS-STNDSUB, 1)
             ELSE
               IF STNDXTRTAKEN(WS-STNDSUB) = 0
                   AND STNDXTRTRLSW(WS-STNDSUB) = 0
                 MOVE 3 TO STNDFILEST(WS-STNDSUB, 1)
               ELSE
                 IF STNDXTRTRLSW(WS-STNDSUB) = 0
                     OR STNDXTRAMT(WS-STNDSUB) NOT =
                        STNDXTRTRL(WS-STNDSUB)
                   MOVE 5 TO STNDFILEST(WS-STNDSUB, 1)
                 ELSE
                   MOVE 1 TO STNDFILEST(WS-STNDSUB, 1)
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF STNDFILEST(WS-STNDSUB, 2) = 0
             IF STNDHSTOTH(WS-STNDSUB) > 0
               MOVE 4 TO STNDFILEST(WS-STNDSUB, 2)
             ELSE
               IF STNDHSTTAKEN(WS-STNDSUB) = 0
                 MOVE 3 TO STNDFILEST(WS-STNDSUB, 2)
               ELSE
                 IF STNDFILEST(WS-STNDSUB, 1) = 1
                     AND STNDHSTAMT(WS-STNDSUB) NOT =
                         STNDXTRAMT(WS-STNDSUB)
                   MOVE 5 TO STNDFILEST(WS-STNDSUB, 2)
                 ELSE
                   MOVE 1 TO STNDFILEST(WS-STNDSUB, 2)
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF STNDFILEST(WS-STNDSUB, 3) = 0
             IF STNDTAXTAKEN(WS-STNDSUB) = 0
               MOVE 3 TO STNDFILEST(WS-STNDSUB, 3)
             ELSE
               MOVE 1 TO STNDFILEST(WS-STNDSUB, 3)
             END-IF
           END-IF.
           IF STNDFILEST(WS-STNDSUB, 4) = 0
             IF STNDJRNOTH(WS-STNDSUB) > 0
               MOVE 4 TO STNDFILEST(WS-STNDSUB, 4)
             ELSE
               IF STNDJRNTAKEN(WS-STNDSUB) = 0
                 MOVE 3 TO STNDFILEST(WS-STNDSUB, 4)
               ELSE
                 IF STNDJRNDR(WS-STNDSUB) NOT = STNDJRNCR(WS-STNDSUB)
                   MOVE 5 TO STNDFILEST(WS-STNDSUB, 4)
                 ELSE
                   MOVE 1 TO STNDFILEST(WS-STNDSUB, 4)
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF STNDFILEST(WS-STNDSUB, 1) = 1
               AND STNDFILEST(WS-STNDSUB, 2) = 1
               AND STNDFILEST(WS-STNDSUB, 3) = 1
               AND STNDFILEST(WS-STNDSUB, 4) = 1
             MOVE 'Y' TO STNDCOMPLETE(WS-STNDSUB)
           ELSE
             MOVE 'N' TO STNDCOMPLETE(WS-STNDSUB)
             ADD 1 TO INCOMPLETECOUNT
           END-IF.
      * AN UNUSABLE EXTRACT WITH GOOD HISTORY BEHIND IT: REPORT THE
      * STAND'S ITEMS FROM THE HISTORY
           IF STNDFILEST(WS-STNDSUB, 1) NOT = 1
               AND STNDFILEST(WS-STNDSUB, 2) = 1
             MOVE 'Y' TO STNDFROMHIST(WS-STNDSUB)
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > CONSCOUNT
               MOVE CONSHQTY(I, WS-STNDSUB) TO CONSQTY(I, WS-STNDSUB)
               MOVE CONSHAMT(I, WS-STNDSUB) TO CONSAMT(I, WS-STNDSUB)
             END-PERFORM
           END-IF.
      *
      * KEY EACH ITEM BY ITS DEPARTMENT, SORT, AND ROLL THE STANDS'
      * FIGURES UP BY DEPARTMENT AND FOR THE CHAIN
       CALC-DEPTTOTALS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CONSCOUNT
             MOVE CONSDEPT(I) TO WS-DEPT-CODE
             PERFORM CALC-DEPTSUB
             MOVE WS-DEPT-SUB TO CONSDEPTSUB(I)
           END-PERFORM.
           IF CONSCOUNT > 1
             SORT CONSROW
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CONSCOUNT
             MOVE CONSDEPTSUB(I) TO K
             PERFORM VARYING WS-STNDSUB FROM 1 BY 1
                     UNTIL WS-STNDSUB > 2
               ADD CONSQTY(I, WS-STNDSUB) TO DCQTY(K, WS-STNDSUB)
               ADD CONSAMT(I, WS-STNDSUB) TO DCAMT(K, WS-STNDSUB)
               ADD CONSQTY(I, WS-STNDSUB) TO STNDRPTQTY(WS-STNDSUB)
               ADD CONSAMT(I, WS-STNDSUB) TO STNDRPTAMT(WS-STNDSUB)
             END-PERFORM
           END-PERFORM.
      *
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
      * WRITE THE STAND STATUS SECTION: EVERY FILE OF EVERY STAND,
      * HOW IT CAME OUT, AND WHETHER THE CHAIN IS WHOLE
       WRITE-STANDSTATUS.
           WRITE RPT-RCD FROM STNDHDR-1.
           PERFORM VARYING WS-STNDSUB FROM 1 BY 1 UNTIL WS-STNDSUB > 2
             MOVE STNDID(WS-STNDSUB)    TO STNDID-O
             MOVE STNDNAME(WS-STNDSUB)  TO STNDNAME-O
             MOVE STNDGLSEG(WS-STNDSUB) TO STNDSEG-O
             WRITE RPT-RCD FROM STNDLINE-1
             PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               MOVE FILELABEL(K) TO STNDFILE-O
               MOVE STNDFILEST(WS-STNDSUB, K) TO J
               MOVE STATLABEL(J) TO STNDSTAT-O
               IF J = 1
                 MOVE SPACES TO STNDFLAG-O
               ELSE
                 MOVE '***'  TO STNDFLAG-O
               END-IF
               IF K = 1
                 MOVE STNDXTRTAKEN(WS-STNDSUB) TO STNDCOUNT-O
               END-IF
               IF K = 2
                 MOVE STNDHSTTAKEN(WS-STNDSUB) TO STNDCOUNT-O
               END-IF
               IF K = 3
                 MOVE STNDTAXTAKEN(WS-STNDSUB) TO STNDCOUNT-O
               END-IF
               IF K = 4
                 MOVE STNDJRNTAKEN(WS-STNDSUB) TO STNDCOUNT-O
               END-IF
               WRITE RPT-RCD FROM STNDLINE-2
             END-PERFORM
             IF STNDCOMPLETE(WS-STNDSUB) = 'Y'
               MOVE 'COMPLETE' TO STNDRES-O
             ELSE
               MOVE '*** INCOMPLETE -- NOT ALL FILES USABLE ***'
                 TO STNDRES-O
             END-IF
             WRITE RPT-RCD FROM STNDLINE-3
             IF STNDFROMHIST(WS-STNDSUB) = 'Y'
               WRITE RPT-RCD FROM STNDLINE-4
             END-IF
           END-PERFORM.
           IF INCOMPLETECOUNT = 0
             MOVE 'ALL STANDS COMPLETE' TO CHAINRES-O
           ELSE
             MOVE '*** INCOMPLETE -- CHAIN TOTALS ARE SHORT ***'
               TO CHAINRES-O
           END-IF.
           WRITE RPT-RCD FROM CHAINLINE-1.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * HEAD THE FIGURE COLUMNS WITH THE STAND NAMES
       WRITE-COLHDR.
           MOVE STNDNAME(1) TO COLHDR-S1.
           MOVE STNDNAME(2) TO COLHDR-S2.
           WRITE RPT-RCD FROM COLHDR-1.
      *
      * WRITE THE ITEM SECTION, GROUPED BY DEPARTMENT, WITH EACH
      * STAND'S DOLLARS SIDE BY SIDE AND THE CHAIN'S DOLLARS AND UNITS
       WRITE-ITEMTOTALS.
           WRITE RPT-RCD FROM ITEMHDR-1.
           MOVE 'ITEM   NAME'  TO COLHDR-LABEL.
           MOVE ' CHAIN QTY'   TO COLHDR-QTY.
           PERFORM WRITE-COLHDR.
           MOVE ZERO TO WS-LAST-DEPTSUB.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CONSCOUNT
             IF CONSDEPTSUB(I) NOT = WS-LAST-DEPTSUB
               MOVE CONSDEPTSUB(I) TO WS-LAST-DEPTSUB
               MOVE DEPTLABEL(WS-LAST-DEPTSUB) TO DEPTHEAD-O
               WRITE RPT-RCD FROM DEPTHEAD-1
             END-IF
             COMPUTE WS-CHAIN-AMT = CONSAMT(I, 1) + CONSAMT(I, 2)
             COMPUTE WS-CHAIN-QTY = CONSQTY(I, 1) + CONSQTY(I, 2)
             MOVE CONSITEMID(I)  TO ITMID-O
             MOVE CONSNAME(I)    TO ITMNAME-O
             MOVE CONSAMT(I, 1)  TO ITMS1-O
             MOVE CONSAMT(I, 2)  TO ITMS2-O
             MOVE WS-CHAIN-AMT   TO ITMCHAIN-O
             MOVE WS-CHAIN-QTY   TO ITMQTY-O
             WRITE RPT-RCD FROM ITEMLINE-1
           END-PERFORM.
           PERFORM WRITE-CHAINTOTAL.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * WRITE THE CHAIN TOTAL LINE UNDER THE ITEM AND DEPARTMENT
      * SECTIONS, FLAGGED WHILE ANY STAND IS SHORT
       WRITE-CHAINTOTAL.
           COMPUTE WS-CHAIN-AMT = STNDRPTAMT(1) + STNDRPTAMT(2).
           COMPUTE WS-CHAIN-QTY = STNDRPTQTY(1) + STNDRPTQTY(2).
           MOVE 'CHAIN TOTAL'   TO SUMLABEL-O.
           MOVE STNDRPTAMT(1)   TO SUMS1-O.
           MOVE STNDRPTAMT(2)   TO SUMS2-O.
           MOVE WS-CHAIN-AMT    TO SUMCHAIN-O.
           MOVE WS-CHAIN-QTY    TO SUMQTY-O.
           WRITE RPT-RCD FROM SUMLINE-1.
           IF INCOMPLETECOUNT > 0
             WRITE RPT-RCD FROM INCWARN-1
           END-IF.
      *
      * WRITE THE DEPARTMENT SECTION
       WRITE-DEPTTOTALS.
           WRITE RPT-RCD FROM DEPTHDR-1.
           MOVE 'DEPARTMENT'   TO COLHDR-LABEL.
           MOVE ' CHAIN QTY'   TO COLHDR-QTY.
           PERFORM WRITE-COLHDR.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
             COMPUTE WS-CHAIN-AMT = DCAMT(K, 1) + DCAMT(K, 2)
             COMPUTE WS-CHAIN-QTY = DCQTY(K, 1) + DCQTY(K, 2)
             MOVE DEPTLABEL(K)  TO SUMLABEL-O
             MOVE DCAMT(K, 1)   TO SUMS1-O
             MOVE DCAMT(K, 2)   TO SUMS2-O
             MOVE WS-CHAIN-AMT  TO SUMCHAIN-O
             MOVE WS-CHAIN-QTY  TO SUMQTY-O
             WRITE RPT-RCD FROM SUMLINE-1
           END-PERFORM.
           PERFORM WRITE-CHAINTOTAL.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * WRITE THE DAY'S SALES TAX FIGURES SIDE BY SIDE
       WRITE-TAXTOTALS.
           WRITE RPT-RCD FROM TAXHDR-1.
           MOVE SPACES TO COLHDR-LABEL.
           MOVE SPACES TO COLHDR-QTY.
           PERFORM WRITE-COLHDR.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
             COMPUTE WS-CHAIN-AMT = STNDTAX(1, K) + STNDTAX(2, K)
             MOVE TAXLABEL(K)    TO AMTLABEL-O
             MOVE STNDTAX(1, K)  TO AMTS1-O
             MOVE STNDTAX(2, K)  TO AMTS2-O
             MOVE WS-CHAIN-AMT   TO AMTCHAIN-O
             WRITE RPT-RCD FROM AMTLINE-1
           END-PERFORM.
           COMPUTE WS-TAX-STND1 = STNDTAX(1, 4) + STNDTAX(1, 5).
           COMPUTE WS-TAX-STND2 = STNDTAX(2, 4) + STNDTAX(2, 5).
           COMPUTE WS-CHAIN-AMT = WS-TAX-STND1 + WS-TAX-STND2.
           MOVE 'TOTAL TAX'    TO AMTLABEL-O.
           MOVE WS-TAX-STND1   TO AMTS1-O.
           MOVE WS-TAX-STND2   TO AMTS2-O.
           MOVE WS-CHAIN-AMT   TO AMTCHAIN-O.
           WRITE RPT-RCD FROM AMTLINE-1.
           IF INCOMPLETECOUNT > 0
             WRITE RPT-RCD FROM INCWARN-1
           END-IF.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * WRITE EACH STAND'S JOURNAL DEBITS AND CREDITS, AS COPIED TO
      * THE CHAIN JOURNAL
       WRITE-JRNLTOTALS.
           WRITE RPT-RCD FROM JRNHDR-1.
           MOVE SPACES TO COLHDR-LABEL.
           MOVE SPACES TO COLHDR-QTY.
           PERFORM WRITE-COLHDR.
           MOVE 'DEBITS'       TO AMTLABEL-O.
           MOVE STNDJRNDR(1)   TO AMTS1-O.
           MOVE STNDJRNDR(2)   TO AMTS2-O.
           MOVE CJRNDRTOTAL    TO AMTCHAIN-O.
           WRITE RPT-RCD FROM AMTLINE-1.
           MOVE 'CREDITS'      TO AMTLABEL-O.
           MOVE STNDJRNCR(1)   TO AMTS1-O.
           MOVE STNDJRNCR(2)   TO AMTS2-O.
           MOVE CJRNCRTOTAL    TO AMTCHAIN-O.
           WRITE RPT-RCD FROM AMTLINE-1.
           IF INCOMPLETECOUNT > 0
             WRITE RPT-RCD FROM INCWARN-1
           END-IF.
      *
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           MOVE WS-BUS-DATE     TO CTL-BUSDATE-O.
           WRITE RPT-RCD FROM CTLLINE-BUSDATE.
           MOVE XTRTAKENCOUNT   TO CTL-XTR-O.
           WRITE RPT-RCD FROM CTLLINE-XTR.
           MOVE XTRSKIPCOUNT    TO CTL-XTRSKIP-O.
           WRITE RPT-RCD FROM CTLLINE-XTRSKIP.
           MOVE HSTTAKENCOUNT   TO CTL-HST-O.
           WRITE RPT-RCD FROM CTLLINE-HST.
           MOVE JRNTAKENCOUNT   TO CTL-JRN-O.
           WRITE RPT-RCD FROM CTLLINE-JRN.
           MOVE JRNSKIPCOUNT    TO CTL-JRNSKIP-O.
           WRITE RPT-RCD FROM CTLLINE-JRNSKIP.
           MOVE OTHSTORECOUNT   TO CTL-OTHER-O.
           WRITE RPT-RCD FROM CTLLINE-OTHER.
           MOVE CONSCOUNT       TO CTL-ITEMS-O.
           WRITE RPT-RCD FROM CTLLINE-ITEMS.
           MOVE CONSOVERFLOW    TO CTL-OVERFLW-O.
           WRITE RPT-RCD FROM CTLLINE-OVERFLOW.
           MOVE CJRNWRITECOUNT  TO CTL-CJRN-O.
           WRITE RPT-RCD FROM CTLLINE-CJRN.
           MOVE CJRNDRTOTAL     TO CTL-CJRNDR-O.
           WRITE RPT-RCD FROM CTLLINE-CJRNDR.
           MOVE CJRNCRTOTAL     TO CTL-CJRNCR-O.
           WRITE RPT-RCD FROM CTLLINE-CJRNCR.
           MOVE INCOMPLETECOUNT TO CTL-INCOMPL-O.
           WRITE RPT-RCD FROM CTLLINE-INCOMPL.
      *
       CLOSE-FILES.
           CLOSE CJRN-FILE.
           CLOSE CONS-RPT.
