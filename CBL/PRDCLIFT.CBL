      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PRDCLIFT.
       AUTHOR.        BARRETT OTTE.
       DATE-WRITTEN.  09/21/26.
      *
      * MEASURE WHAT A MULTI-BUY PROMOTION DID.  FOR EACH QUALIFYING
      * PLU, THE UNITS SOLD AND THE MARGIN EARNED ON THE DAYS THE
      * PROMOTION RAN ARE SET AGAINST THE SAME ITEM'S BASELINE: THE
      * AVERAGE OF THE SAME DAYS OF THE WEEK IN UP TO FOUR EQUAL
      * PERIODS JUST BEFORE IT, TAKEN FROM THE RUNNING HISTORY FILE.
      * MARGIN IS REVENUE LESS UNITS AT THE ITEM MASTER'S CURRENT
      * UNIT COST, SO BOTH SIDES ARE COSTED ALIKE AND THE DIFFERENCE
      * IS THE DEAL'S.  THE PROMOTION COMES FROM AN OPTIONAL
      * PARAMETER CARD; WITHOUT ONE EVERY PROMOTION THAT HAS ENDED IS
      * REPORTED.  RUN AS A COMPANION PLANNING STEP IN THE SAME
      * SPIRIT AS PRDCYOYR.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIFT-RPT   ASSIGN TO PRTLINE.
           SELECT ITEM-FILE  ASSIGN TO PRDCITMS.
           SELECT HIST-FILE  ASSIGN TO PRDCHIST
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY IS HIST-KEY
                              ALTERNATE RECORD KEY IS HIST-DEPT
                                  WITH DUPLICATES.
           SELECT OPTIONAL PRMS-FILE ASSIGN TO PRDCPRMS
                              FILE STATUS IS WS-PRMS-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PRDCLPRM
                              FILE STATUS IS WS-PARM-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  LIFT-RPT RECORDING MODE F.
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
      * PROMOTION MASTER MAINTAINED BY PRDCPRMM.  LAYOUT MUST MATCH
      * PRMO-RCD THERE.  OPTIONAL SO A STAND THAT HAS NEVER RUN A
      * PROMOTION GETS AN EMPTY REPORT RATHER THAN AN ABEND
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
      * OPTIONAL PARAMETER CARD NAMING THE ONE PROMOTION TO REPORT,
      * WHICH NEED NOT HAVE ENDED YET.  A BLANK CARD OR NO CARD
      * REPORTS EVERY PROMOTION WHOSE END DATE IS BEFORE TODAY
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-RCD.
           05  PARM-PRMID    PIC X(06).
           05  FILLER        PIC X(74).
      *
       WORKING-STORAGE SECTION.
      * TEMPORARY VARIABLES
       77  I                 PIC 9(06)        VALUE ZEROS.
       77  J                 PIC 9(06)        VALUE ZEROS.
       77  K                 PIC 9(06)        VALUE ZEROS.
      *
       01  FLAGS.
           05  LASTITEM      PIC 9 VALUE ZERO.
           05  LASTHIST      PIC 9 VALUE ZERO.
           05  LASTPRMS      PIC 9 VALUE ZERO.
           05  LASTPARM      PIC 9 VALUE ZERO.
      *
      * STATUS OF THE OPTIONAL PROMOTION MASTER AND PARAMETER CARD
       77  WS-PRMS-STATUS    PIC X(02)        VALUE SPACES.
       77  WS-PARM-STATUS    PIC X(02)        VALUE SPACES.
      *
      * THE PROMOTION ASKED FOR ON THE CARD, SPACES FOR ALL ENDED
       77  WS-PARM-PRMID     PIC X(06)        VALUE SPACES.
      *
      * HOW MANY EQUAL PERIODS BEFORE THE PROMOTION FEED ITS BASELINE
       77  BASE-PERIODS      PIC 9(01)        VALUE 4.
      *
      * ITEM MASTER ROWS PACKED IN LOAD ORDER, FOUND BY
      * CALC-ITEMLOOKUP AGAINST WS-LOOKUP-ID, AS IN PRDCORDR
       01  ITEMTABLE.
           05  ITEMROW OCCURS 1000 TIMES.
               10  ITEMID      PIC 9(05)       VALUE ZEROS.
               10  ITEMNAME    PIC X(16)       VALUE SPACES.
               10  ITEMCOST    PIC 9(03)V9(2)  VALUE ZEROS.
      *
       77  ITEMCOUNT         PIC 9(04) VALUE ZEROS.
       77  ITEMFOUND         PIC 9(04) VALUE ZEROS.
       77  WS-LOOKUP-ID      PIC 9(05) VALUE ZEROS.
      *
      * ONE ROW PER PROMOTION BEING MEASURED, WITH ITS WINDOW AS DAY
      * SERIALS (FUNCTION INTEGER-OF-DATE) AND, FOR EACH QUALIFYING
      * PLU, UNITS AND REVENUE ON PROMOTION DAYS AND ON BASELINE
      * DAYS.  LFTSPAN IS THE PROMOTION'S LENGTH ROUNDED UP TO WHOLE
      * WEEKS, SO EACH BASELINE PERIOD COVERS THE SAME DAYS OF THE
      * WEEK THE PROMOTION DID
       01  LFTTABLE.
           05  LFTROW OCCURS 50 TIMES.
               10  LFTID         PIC X(06)       VALUE SPACES.
               10  LFTTYPE       PIC X(01)       VALUE SPACE.
               10  LFTSTARTDT    PIC 9(08)       VALUE ZEROS.
               10  LFTENDDT      PIC 9(08)       VALUE ZEROS.
               10  LFTSTARTSER   PIC S9(08)      VALUE ZEROS.
               10  LFTENDSER     PIC S9(08)      VALUE ZEROS.
               10  LFTSPAN       PIC 9(04)       VALUE ZEROS.
               10  LFTBASEPER    PIC 9(01)       VALUE ZEROS.
               10  LFTPLUROW OCCURS 5 TIMES.
                   15  LFTPLU    PIC 9(05)       VALUE ZEROS.
                   15  LFTPRQTY  PIC S9(06)V9(2) VALUE ZEROS.
                   15  LFTPRAMT  PIC S9(08)V9(2) VALUE ZEROS.
                   15  LFTBSQTY  PIC S9(06)V9(2) VALUE ZEROS.
                   15  LFTBSAMT  PIC S9(08)V9(2) VALUE ZEROS.
      *
       77  LFTCOUNT          PIC 9(03) VALUE ZEROS.
       77  LFTOVERFLOW       PIC 9(04) VALUE ZEROS.
      *
      * DAY-SERIAL ARITHMETIC FOR BUCKETING A HISTORY RECORD.  A DAY
      * BEFORE THE PROMOTION IS WS-PERIOD-BACK PERIODS EARLIER THAN
      * ITS COUNTERPART; IT IS BASELINE WHEN THAT COUNTERPART FALLS
      * INSIDE THE PROMOTION AND NO MORE THAN LFTBASEPER PERIODS
      * BACK, THE PERIODS HISTORY COVERS IN FULL
       77  WS-DATE-YYYYMMDD  PIC 9(08)        VALUE ZEROS.
       77  WS-HIST-SERIAL    PIC S9(08)       VALUE ZEROS.
       77  WS-FIRST-SERIAL   PIC S9(08)       VALUE 99999999.
      *
      * DAY-SERIAL SPAN COVERING EVERY PROMOTION AND ITS BASELINE
      * PERIODS, WHICH IS ALL OF THE KEYED HISTORY FILE THAT IS READ
       77  WS-RANGE-LOSER    PIC S9(08)       VALUE 99999999.
       77  WS-RANGE-HISER    PIC S9(08)       VALUE ZEROS.
       77  WS-RANGE-HIDATE   PIC 9(08)        VALUE ZEROS.
       77  WS-GAP-DAYS       PIC S9(08)       VALUE ZEROS.
       77  WS-PERIOD-BACK    PIC 9(04)        VALUE ZEROS.
       77  WS-DAY-COUNT      PIC 9(04)        VALUE ZEROS.
      *
      * ONE PLU'S FIGURES AS PRINTED: BASELINE FIGURES ARE PER-PERIOD
      * AVERAGES, MARGINS ARE REVENUE LESS UNITS AT UNIT COST
       77  WS-PR-MGN         PIC S9(08)V9(2)  VALUE ZEROS.
       77  WS-BS-QTY         PIC S9(06)V9(2)  VALUE ZEROS.
       77  WS-BS-MGN         PIC S9(08)V9(2)  VALUE ZEROS.
      *
      * THE PROMOTION'S TOTALS ACROSS ITS PLUS, FOR THE TOTAL LINE
      * AND THE VERDICT
       77  WS-TOT-PRQTY      PIC S9(06)V9(2)  VALUE ZEROS.
       77  WS-TOT-BSQTY      PIC S9(06)V9(2)  VALUE ZEROS.
       77  WS-TOT-PRMGN      PIC S9(08)V9(2)  VALUE ZEROS.
       77  WS-TOT-BSMGN      PIC S9(08)V9(2)  VALUE ZEROS.
      *
      * CONTROL TOTALS TO RECONCILE RECORDS READ AGAINST PROMOTIONS
      * REPORTED
       77  HISTREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  HISTUSEDCOUNT     PIC 9(06) VALUE ZEROS.
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(14) VALUE 'PRODUCE STAND '.
           05  FILLER        PIC X(24) VALUE 'PROMOTION LIFT REPORT   '.
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
       01  DASH52.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(12) VALUE '------------'.
           05  FILLER        PIC X(28) VALUE SPACES.
      *
      * ONE HEADING PER PROMOTION: ITS DEAL, WINDOW, AND HOW MANY
      * BASELINE PERIODS HISTORY COULD ACTUALLY SUPPLY
       01  LFTHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(06) VALUE 'PROMO '.
           05  LFTHDRID-O    PIC X(06).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(05) VALUE 'DEAL '.
           05  LFTHDRTYPE-O  PIC X(01).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(05) VALUE 'FROM '.
           05  LFTHDRFROM-O  PIC 9(08).
           05  FILLER        PIC X(04) VALUE ' TO '.
           05  LFTHDRTO-O    PIC 9(08).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(13) VALUE 'BASE PERIODS '.
           05  LFTHDRPER-O   PIC 9(01).
           05  FILLER        PIC X(16) VALUE SPACES.
      *
       01  LFTHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'PLU  '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(10) VALUE 'ITEM NAME '.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(09) VALUE 'PROMO QTY'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(09) VALUE ' BASE QTY'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(06) VALUE '  LIFT'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(11) VALUE '  PROMO MGN'.
           05  FILLER        PIC X(11) VALUE '   BASE MGN'.
           05  FILLER        PIC X(11) VALUE '    MGN CHG'.
           05  FILLER        PIC X(02) VALUE SPACES.
      *
       01  LFTLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  LFTPLU-O      PIC 9(05).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  LFTNAME-O     PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  LFTPRQTY-O    PIC ZZZZ9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  LFTBSQTY-O    PIC ZZZZ9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  LFTPCT-O      PIC ZZZ9-.
      * NAMED BECAUSE THE "NEW" OVERLAY BLANKS IT; THE PCT BRANCH
      * MOVES THE SIGN BACK IN EVERY TIME
           05  LFTPCTSGN-O   PIC X(01) VALUE '%'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  LFTPRMGN-O    PIC $$$,$$9.99-.
           05  LFTBSMGN-O    PIC $$$,$$9.99-.
           05  LFTCHG-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
      *
      * PRINTED IN THE LIFT COLUMN WHEN THE BASELINE SOLD NOTHING TO
      * DIVIDE BY
       01  LFTLINE-NEW REDEFINES LFTLINE-1.
           05  FILLER        PIC X(38).
           05  LFTNEW-O      PIC X(06).
           05  FILLER        PIC X(36).
      *
      * THE PROMOTION'S TOTAL LINE REUSES THE DETAIL COLUMNS WITH A
      * LABEL OVER THE PLU AND NAME
       01  LFTLINE-TOT REDEFINES LFTLINE-1.
           05  FILLER        PIC X(01).
           05  LFTTOT-O      PIC X(16).
           05  FILLER        PIC X(63).
      *
       01  LFTVERD-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(08) VALUE 'RESULT: '.
           05  LFTVERD-O     PIC X(50).
           05  FILLER        PIC X(21) VALUE SPACES.
      *
       01  LFTMSG-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  LFTMSG-O      PIC X(40).
           05  LFTMSGID-O    PIC X(06).
           05  FILLER        PIC X(33) VALUE SPACES.
      *
       01  CTLHDR-1.
           05  FILLER        PIC X(20) VALUE 'CONTROL TOTALS'.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-HIST.
           05  FILLER        PIC X(20) VALUE 'HISTORY READ:       '.
           05  CTL-HIST-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-USED.
           05  FILLER        PIC X(20) VALUE 'HISTORY MEASURED:   '.
           05  CTL-USED-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-PRMS.
           05  FILLER        PIC X(20) VALUE 'PROMOS REPORTED:    '.
           05  CTL-PRMS-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-PRNH.
           05  FILLER        PIC X(20) VALUE 'PROMOS NOT HELD:    '.
           05  CTL-PRNH-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
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
           PERFORM READ-PARAMETERS.
           PERFORM OPEN-FILES.
      * SETUP REPORT HEADER
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
      * LOAD THE MASTERS, THEN BUCKET HISTORY INTO EACH PROMOTION
           PERFORM READ-ITEMS.
           PERFORM READ-PROMOS.
           PERFORM READ-HISTORY.
      * WRITE REPORT BODY
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-LIFT.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-CONTROLTOTALS.
      * CLEAN UP
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
      * PICK UP THE ONE PROMOTION TO REPORT FROM THE PARAMETER CARD
      * WHEN ONE IS SUPPLIED
       READ-PARAMETERS.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
             AT END MOVE 1 TO LASTPARM
           END-READ.
           IF LASTPARM = 0
             MOVE PARM-PRMID TO WS-PARM-PRMID
           END-IF.
           CLOSE PARM-FILE.
      *
       OPEN-FILES.
           OPEN INPUT  ITEM-FILE.
           OPEN INPUT  HIST-FILE.
           OPEN INPUT  PRMS-FILE.
           OPEN OUTPUT LIFT-RPT.
      *
       WRITE-MAINHDR.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           WRITE RPT-RCD FROM MAINHDR-1.
           WRITE RPT-RCD FROM MAINHDR-2.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * POPULATE ARRAY OF ITEMS WITH THE NAME AND UNIT COST NEEDED
      * TO PRICE EACH PLU'S MARGIN
       READ-ITEMS.
           PERFORM READ-ITEMRCD
           PERFORM UNTIL LASTITEM = 1
             IF ITEMID-I > 0 AND ITEMCOUNT < 1000
               ADD 1 TO ITEMCOUNT
               MOVE ITEMID-I      TO ITEMID(ITEMCOUNT)
               MOVE ITEMNAME-I    TO ITEMNAME(ITEMCOUNT)
               IF UNITCOST-X NUMERIC
                 MOVE UNITCOST-I TO ITEMCOST(ITEMCOUNT)
               END-IF
             END-IF
             PERFORM READ-ITEMRCD
           END-PERFORM.
      *
       READ-ITEMRCD.
           READ ITEM-FILE
             AT END MOVE 1 TO LASTITEM
           END-READ.
      *
      * FIND THE ITEM ROW FOR WS-LOOKUP-ID, LEAVING ITEMFOUND ZERO
      * WHEN THE PLU IS NOT ON THE MASTER
       CALC-ITEMLOOKUP.
           MOVE ZEROS TO ITEMFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ITEMCOUNT
             IF ITEMID(J) = WS-LOOKUP-ID
               MOVE J TO ITEMFOUND
             END-IF
           END-PERFORM.
      *
      * POPULATE THE PROMOTION TABLE WITH THE PROMOTION ON THE CARD,
      * OR WITH EVERY PROMOTION THAT ENDED BEFORE TODAY.  THE DEAL'S
      * HOURS DO NOT NARROW ITS DAYS -- HISTORY IS KEPT BY THE DAY,
      * SO A DAY THE PROMOTION RAN AT ALL IS A PROMOTION DAY
       READ-PROMOS.
           PERFORM READ-PRMSRCD
           PERFORM UNTIL LASTPRMS = 1
             IF PRMS-ID NOT = SPACES
               IF (WS-PARM-PRMID NOT = SPACES
                       AND PRMS-ID = WS-PARM-PRMID)
                   OR (WS-PARM-PRMID = SPACES
                       AND PRMS-ENDDT < WS-CURRENT-DATE)
                 IF LFTCOUNT < 50
                   PERFORM CALC-ADDPROMO
                 ELSE
                   ADD 1 TO LFTOVERFLOW
                 END-IF
               END-IF
             END-IF
             PERFORM READ-PRMSRCD
           END-PERFORM.
      *
      * LOAD ONE PROMOTION, TURNING ITS WINDOW INTO DAY SERIALS AND
      * ITS LENGTH INTO WHOLE WEEKS FOR THE BASELINE PERIODS
       CALC-ADDPROMO.
           ADD 1 TO LFTCOUNT.
           MOVE PRMS-ID      TO LFTID(LFTCOUNT).
           MOVE PRMS-TYPE    TO LFTTYPE(LFTCOUNT).
           MOVE PRMS-STARTDT TO LFTSTARTDT(LFTCOUNT).
           MOVE PRMS-ENDDT   TO LFTENDDT(LFTCOUNT).
           MOVE PRMS-STARTDT TO WS-DATE-YYYYMMDD.
           COMPUTE LFTSTARTSER(LFTCOUNT) =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).
           MOVE PRMS-ENDDT   TO WS-DATE-YYYYMMDD.
           COMPUTE LFTENDSER(LFTCOUNT) =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).
           COMPUTE WS-DAY-COUNT =
                   LFTENDSER(LFTCOUNT) - LFTSTARTSER(LFTCOUNT) + 7.
           DIVIDE WS-DAY-COUNT BY 7 GIVING WS-PERIOD-BACK.
           COMPUTE LFTSPAN(LFTCOUNT) = WS-PERIOD-BACK * 7.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
             MOVE PRMS-PLU(K) TO LFTPLU(LFTCOUNT, K)
           END-PERFORM.
      *
       READ-PRMSRCD.
           READ PRMS-FILE
             AT END MOVE 1 TO LASTPRMS
           END-READ.
      *
      * NOTE THE EARLIEST DAY ON FILE FROM THE HISTORY'S FIRST KEY
      * AND FROM IT THE BASELINE PERIODS EACH PROMOTION CAN USE,
      * THEN READ ONLY THE DAYS FROM THE EARLIEST BASELINE PERIOD TO
      * THE LATEST PROMOTION END AND BUCKET EACH RECORD AGAINST EVERY
      * PROMOTION COVERING ITS PLU
       READ-HISTORY.
           PERFORM READ-HISTRCD.
           IF LASTHIST = 0
             MOVE HIST-RUNDATE TO WS-DATE-YYYYMMDD
             COMPUTE WS-FIRST-SERIAL =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           END-IF.
           PERFORM CALC-BASEPERIODS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LFTCOUNT
             COMPUTE WS-HIST-SERIAL =
                     LFTSTARTSER(I) - BASE-PERIODS * LFTSPAN(I)
             IF WS-HIST-SERIAL < WS-RANGE-LOSER
               MOVE WS-HIST-SERIAL TO WS-RANGE-LOSER
             END-IF
             IF LFTENDSER(I) > WS-RANGE-HISER
               MOVE LFTENDSER(I) TO WS-RANGE-HISER
             END-IF
           END-PERFORM.
           MOVE 1 TO LASTHIST.
           IF LFTCOUNT > 0
             MOVE ZERO TO LASTHIST
             COMPUTE HIST-RUNDATE =
                     FUNCTION DATE-OF-INTEGER(WS-RANGE-LOSER)
             COMPUTE WS-RANGE-HIDATE =
                     FUNCTION DATE-OF-INTEGER(WS-RANGE-HISER)
             MOVE ZEROS TO HIST-ITEMID
             START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE 1 TO LASTHIST
             END-START
           END-IF.
           IF LASTHIST = 0
             PERFORM READ-HISTRCD
           END-IF.
           PERFORM UNTIL LASTHIST = 1
               OR HIST-RUNDATE > WS-RANGE-HIDATE
             ADD 1 TO HISTREADCOUNT
             MOVE HIST-RUNDATE TO WS-DATE-YYYYMMDD
             COMPUTE WS-HIST-SERIAL =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > LFTCOUNT
               IF WS-HIST-SERIAL <= LFTENDSER(I)
                 PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                   IF LFTPLU(I, K) = HIST-ITEMID AND HIST-ITEMID > 0
                     PERFORM CALC-LIFTBUCKET
                   END-IF
                 END-PERFORM
               END-IF
             END-PERFORM
             PERFORM READ-HISTRCD
           END-PERFORM.
      *
      * ADD THE RECORD TO PROMOTION I'S PLU K AS A PROMOTION DAY OR
      * A BASELINE DAY.  A DAY BEFORE THE START IS BASELINE WHEN,
      * MOVED FORWARD BY WHOLE PERIODS, IT LANDS ON A PROMOTION DAY
      * NO MORE THAN THE PROMOTION'S FULLY COVERED BASELINE PERIODS
      * ON; ANY OTHER DAY FALLS THROUGH UNCOUNTED
       CALC-LIFTBUCKET.
           IF WS-HIST-SERIAL >= LFTSTARTSER(I)
             ADD 1 TO HISTUSEDCOUNT
             ADD HIST-ITEMTQTY TO LFTPRQTY(I, K)
             ADD HIST-ITEMTPRC TO LFTPRAMT(I, K)
           ELSE
             COMPUTE WS-GAP-DAYS =
                     LFTSTARTSER(I) - WS-HIST-SERIAL + LFTSPAN(I) - 1
             DIVIDE WS-GAP-DAYS BY LFTSPAN(I) GIVING WS-PERIOD-BACK
             IF WS-PERIOD-BACK <= LFTBASEPER(I)
                 AND WS-HIST-SERIAL + WS-PERIOD-BACK * LFTSPAN(I)
                     <= LFTENDSER(I)
               ADD 1 TO HISTUSEDCOUNT
               ADD HIST-ITEMTQTY TO LFTBSQTY(I, K)
               ADD HIST-ITEMTPRC TO LFTBSAMT(I, K)
             END-IF
           END-IF.
      *
       READ-HISTRCD.
           READ HIST-FILE
             AT END MOVE 1 TO LASTHIST
           END-READ.
      *
      * COUNT THE BASELINE PERIODS HISTORY REACHES BACK FAR ENOUGH TO
      * COVER IN FULL FOR EACH PROMOTION, SO A STAND WITH ONLY TWO
      * WEEKS ON FILE AVERAGES OVER TWO PERIODS, NOT FOUR
       CALC-BASEPERIODS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LFTCOUNT
             MOVE ZEROS TO LFTBASEPER(I)
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > BASE-PERIODS
               IF LFTSTARTSER(I) - J * LFTSPAN(I) >= WS-FIRST-SERIAL
                 MOVE J TO LFTBASEPER(I)
               END-IF
             END-PERFORM
           END-PERFORM.
      *
      * WRITE EACH PROMOTION'S SECTION, OR SAY WHY THERE ARE NONE
       WRITE-LIFT.
           IF LFTCOUNT = 0
             IF WS-PARM-PRMID NOT = SPACES
               MOVE 'PROMOTION NOT ON MASTER: ' TO LFTMSG-O
               MOVE WS-PARM-PRMID TO LFTMSGID-O
             ELSE
               MOVE 'NO ENDED PROMOTIONS TO REPORT' TO LFTMSG-O
               MOVE SPACES TO LFTMSGID-O
             END-IF
             WRITE RPT-RCD FROM LFTMSG-1
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LFTCOUNT
             PERFORM WRITE-PROMOLIFT
           END-PERFORM.
      *
      * ONE PROMOTION: A LINE PER QUALIFYING PLU, A TOTAL LINE, AND
      * THE VERDICT ON WHETHER THE EXTRA UNITS MADE UP FOR THE
      * MARGIN THE DEAL GAVE AWAY
       WRITE-PROMOLIFT.
           MOVE LFTID(I)       TO LFTHDRID-O.
           MOVE LFTTYPE(I)     TO LFTHDRTYPE-O.
           MOVE LFTSTARTDT(I)  TO LFTHDRFROM-O.
           MOVE LFTENDDT(I)    TO LFTHDRTO-O.
           MOVE LFTBASEPER(I)  TO LFTHDRPER-O.
           WRITE RPT-RCD FROM LFTHDR-1.
           WRITE RPT-RCD FROM LFTHDR-2.
           MOVE ZEROS TO WS-TOT-PRQTY WS-TOT-BSQTY
                         WS-TOT-PRMGN WS-TOT-BSMGN.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
             IF LFTPLU(I, K) > 0
               PERFORM WRITE-PLULIFT
             END-IF
           END-PERFORM.
           MOVE WS-TOT-PRQTY TO LFTPRQTY-O.
           MOVE WS-TOT-BSQTY TO LFTBSQTY-O.
           MOVE WS-TOT-PRMGN TO LFTPRMGN-O.
           MOVE WS-TOT-BSMGN TO LFTBSMGN-O.
           COMPUTE LFTCHG-O = WS-TOT-PRMGN - WS-TOT-BSMGN.
           IF WS-TOT-BSQTY NOT = ZERO
             COMPUTE LFTPCT-O ROUNDED =
                     (WS-TOT-PRQTY - WS-TOT-BSQTY)
                     / WS-TOT-BSQTY * 100
             MOVE '%' TO LFTPCTSGN-O
           ELSE
             MOVE '   NEW' TO LFTNEW-O
           END-IF.
           MOVE 'PROMO TOTAL' TO LFTTOT-O.
           WRITE RPT-RCD FROM LFTLINE-1.
           IF LFTBASEPER(I) = 0
             MOVE 'NO HISTORY BEFORE THE PROMOTION TO COMPARE'
               TO LFTVERD-O
           ELSE
             IF WS-TOT-PRQTY > WS-TOT-BSQTY
               IF WS-TOT-PRMGN >= WS-TOT-BSMGN
                 MOVE 'DEAL PAID FOR ITSELF -- MORE UNITS, MORE MARGIN'
                   TO LFTVERD-O
               ELSE
                 MOVE 'MOVED PRODUCT, COST MARGIN' TO LFTVERD-O
               END-IF
             ELSE
               IF WS-TOT-PRMGN < WS-TOT-BSMGN
                 MOVE 'NO LIFT, MARGIN GIVEN AWAY' TO LFTVERD-O
               ELSE
                 MOVE 'NO LIFT, MARGIN HELD' TO LFTVERD-O
               END-IF
             END-IF
           END-IF.
           WRITE RPT-RCD FROM LFTVERD-1.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * ONE PLU'S LINE.  BASELINE UNITS AND MARGIN ARE AVERAGED OVER
      * THE PERIODS HISTORY COVERS; BOTH MARGINS USE TODAY'S COST
       WRITE-PLULIFT.
           MOVE LFTPLU(I, K) TO WS-LOOKUP-ID.
           PERFORM CALC-ITEMLOOKUP.
           MOVE LFTPLU(I, K) TO LFTPLU-O.
           IF ITEMFOUND > 0
             MOVE ITEMNAME(ITEMFOUND) TO LFTNAME-O
             COMPUTE WS-PR-MGN = LFTPRAMT(I, K)
                     - LFTPRQTY(I, K) * ITEMCOST(ITEMFOUND)
           ELSE
             MOVE SPACES TO LFTNAME-O
             MOVE LFTPRAMT(I, K) TO WS-PR-MGN
           END-IF.
           MOVE ZEROS TO WS-BS-QTY WS-BS-MGN.
           IF LFTBASEPER(I) > 0
             COMPUTE WS-BS-QTY ROUNDED =
                     LFTBSQTY(I, K) / LFTBASEPER(I)
             IF ITEMFOUND > 0
               COMPUTE WS-BS-MGN ROUNDED =
                       (LFTBSAMT(I, K)
                        - LFTBSQTY(I, K) * ITEMCOST(ITEMFOUND))
                       / LFTBASEPER(I)
             ELSE
               COMPUTE WS-BS-MGN ROUNDED =
                       LFTBSAMT(I, K) / LFTBASEPER(I)
             END-IF
           END-IF.
           MOVE LFTPRQTY(I, K) TO LFTPRQTY-O.
           MOVE WS-BS-QTY      TO LFTBSQTY-O.
           MOVE WS-PR-MGN      TO LFTPRMGN-O.
           MOVE WS-BS-MGN      TO LFTBSMGN-O.
           COMPUTE LFTCHG-O = WS-PR-MGN - WS-BS-MGN.
           IF WS-BS-QTY NOT = ZERO
             COMPUTE LFTPCT-O ROUNDED =
                     (LFTPRQTY(I, K) - WS-BS-QTY) / WS-BS-QTY * 100
             MOVE '%' TO LFTPCTSGN-O
           ELSE
             MOVE '   NEW' TO LFTNEW-O
           END-IF.
           WRITE RPT-RCD FROM LFTLINE-1.
           ADD LFTPRQTY(I, K) TO WS-TOT-PRQTY.
           ADD WS-BS-QTY      TO WS-TOT-BSQTY.
           ADD WS-PR-MGN      TO WS-TOT-PRMGN.
           ADD WS-BS-MGN      TO WS-TOT-BSMGN.
      *
      * RECONCILE RECORDS READ AGAINST PROMOTIONS REPORTED
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           MOVE HISTREADCOUNT TO CTL-HIST-O.
           WRITE RPT-RCD FROM CTLLINE-HIST.
           MOVE HISTUSEDCOUNT TO CTL-USED-O.
           WRITE RPT-RCD FROM CTLLINE-USED.
           MOVE LFTCOUNT      TO CTL-PRMS-O.
           WRITE RPT-RCD FROM CTLLINE-PRMS.
           MOVE LFTOVERFLOW   TO CTL-PRNH-O.
           WRITE RPT-RCD FROM CTLLINE-PRNH.
      *
       CLOSE-FILES.
           CLOSE ITEM-FILE.
           CLOSE HIST-FILE.
           CLOSE PRMS-FILE.
           CLOSE LIFT-RPT.
      *
