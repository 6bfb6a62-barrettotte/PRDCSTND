      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PRDCPRMM.
       AUTHOR.        BARRETT OTTE.
       DATE-WRITTEN.  09/21/26.
      *
      * APPLY ADD/CHANGE/DELETE MAINTENANCE TRANSACTIONS TO THE
      * PROMOTION MASTER FILE AND PRINT AN AUDIT REPORT SHOWING THE
      * BEFORE AND AFTER VALUES OF EVERY FIELD TOUCHED, PLUS A REJECT
      * LINE FOR EVERY TRANSACTION THAT COULD NOT BE APPLIED.  EACH
      * PROMOTION CARRIES ITS DEAL TYPE, THE PLUS IT COVERS, AND THE
      * DATE/TIME WINDOW IT RUNS IN; PRDCSTND READS IT TO TELL A
      * PROMO-PRICED RING FROM A PRICE OVERRIDE, AND PRDCLIFT READS
      * IT TO MEASURE WHAT THE DEAL DID.  THE UPDATED MASTER IS
      * WRITTEN TO A NEW FILE SO THE OLD ONE SURVIVES UNTIL THE AUDIT
      * PAGE HAS BEEN CHECKED, AS PRDCITMM DOES FOR THE ITEM MASTER.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNTC-RPT   ASSIGN TO PRTLINE.
           SELECT PMNT-FILE  ASSIGN TO PRDCPMNT.
           SELECT ITEM-FILE  ASSIGN TO PRDCITMS.
           SELECT OPTIONAL PRMO-FILE ASSIGN TO PRDCPRMS
                              FILE STATUS IS WS-PRMO-STATUS.
           SELECT PRMN-FILE  ASSIGN TO PRDCPRMN.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  MNTC-RPT RECORDING MODE F.
       01  RPT-RCD           PIC X(80).
      *
      * MAINTENANCE TRANSACTIONS KEYED BY PROMOTION ID.  ON A
      * CHANGE, A FIELD LEFT BLANK MEANS "LEAVE THE MASTER VALUE
      * ALONE"; KEYING ANY PLU REPLACES THE WHOLE PLU LIST.  NUMERIC
      * FIELDS ARE DECLARED AS DISPLAY TEXT AND VALIDATED BEFORE USE
      * SO A MIS-KEYED COLUMN REJECTS INSTEAD OF LOADING GARBAGE INTO
      * THE MASTER
       FD  PMNT-FILE RECORDING MODE F.
       01  PMN-RCD.
           05  PMN-ACTION    PIC X(01).
               88  PMN-ADD        VALUE 'A'.
               88  PMN-CHANGE     VALUE 'C'.
               88  PMN-DELETE     VALUE 'D'.
           05  PMN-ID        PIC X(06).
      * DEAL TYPE: Q IS QUANTITY-FOR-PRICE (3 FOR $5.00 IS KEYED
      * BUY 03 PRICE 00500), B IS BUY-SO-MANY-GET-ONE-FREE (BUY A
      * PINT GET A PINT IS BUY 01), P IS PERCENT OFF (25% IS KEYED
      * 2500)
           05  PMN-TYPE      PIC X(01).
           05  PMN-BUYQTY-X  PIC X(02).
           05  PMN-BUYQTY REDEFINES PMN-BUYQTY-X
                             PIC 9(02).
           05  PMN-DEALPRC-X PIC X(05).
           05  PMN-DEALPRC REDEFINES PMN-DEALPRC-X
                             PIC 9(03)V9(2).
           05  PMN-DEALPCT-X PIC X(04).
           05  PMN-DEALPCT REDEFINES PMN-DEALPCT-X
                             PIC 9(02)V9(2).
      * THE WINDOW THE DEAL RUNS IN.  A BLANK START TIME OPENS AT
      * 0000 AND A BLANK END TIME CLOSES AT 2359
           05  PMN-STARTDT-X PIC X(08).
           05  PMN-STARTDT REDEFINES PMN-STARTDT-X
                             PIC 9(08).
           05  PMN-STARTTM-X PIC X(04).
           05  PMN-STARTTM REDEFINES PMN-STARTTM-X
                             PIC 9(04).
           05  PMN-ENDDT-X   PIC X(08).
           05  PMN-ENDDT REDEFINES PMN-ENDDT-X
                             PIC 9(08).
           05  PMN-ENDTM-X   PIC X(04).
           05  PMN-ENDTM REDEFINES PMN-ENDTM-X
                             PIC 9(04).
      * UP TO FIVE QUALIFYING PLU CODES, ZERO-FILLED, UNUSED SLOTS
      * LEFT BLANK
           05  PMN-PLUS.
               10  PMN-PLU-X OCCURS 5 TIMES PIC X(05).
           05  PMN-PLUS-R REDEFINES PMN-PLUS.
               10  PMN-PLU   OCCURS 5 TIMES PIC 9(05).
      * WHO KEYED THE TRANSACTION, CARRIED ONTO THE AUDIT PAGE
           05  PMN-USERID    PIC X(08).
           05  FILLER        PIC X(04).
      *
      * ITEM MASTER, READ ONLY TO CHECK EVERY QUALIFYING PLU IS A
      * REAL ITEM.  LAYOUT MUST MATCH ITEM-RCD IN PRDCSTND
       FD  ITEM-FILE RECORDING MODE F.
       01  ITEM-RCD.
           05  FILLER        PIC X(01).
           05  ITEMID-I      PIC 9(05).
           05  FILLER        PIC X(74).
      *
      * PROMOTION MASTER RECORD, READ BY PRDCSTND AND PRDCLIFT.
      * LAYOUT MUST MATCH PRMS-RCD THERE.  OPTIONAL BECAUSE THE
      * FIRST-EVER MAINTENANCE RUN CREATES THE FILE
       FD  PRMO-FILE RECORDING MODE F.
       01  PRMO-RCD.
           05  PRM-ID        PIC X(06).
           05  PRM-TYPE      PIC X(01).
           05  PRM-BUYQTY    PIC 9(02).
           05  PRM-DEALPRC   PIC 9(03)V9(2).
           05  PRM-DEALPCT   PIC 9(02)V9(2).
           05  PRM-STARTDT   PIC 9(08).
           05  PRM-STARTTM   PIC 9(04).
           05  PRM-ENDDT     PIC 9(08).
           05  PRM-ENDTM     PIC 9(04).
           05  PRM-PLU       OCCURS 5 TIMES PIC 9(05).
           05  FILLER        PIC X(13).
      *
       FD  PRMN-FILE RECORDING MODE F.
       01  PRMN-RCD.
           05  PRM-ID-N      PIC X(06).
           05  PRM-TYPE-N    PIC X(01).
           05  PRM-BUYQTY-N  PIC 9(02).
           05  PRM-DEALPRC-N PIC 9(03)V9(2).
           05  PRM-DEALPCT-N PIC 9(02)V9(2).
           05  PRM-STARTDT-N PIC 9(08).
           05  PRM-STARTTM-N PIC 9(04).
           05  PRM-ENDDT-N   PIC 9(08).
           05  PRM-ENDTM-N   PIC 9(04).
           05  PRM-PLU-N     OCCURS 5 TIMES PIC 9(05).
           05  FILLER        PIC X(13).
      *
       WORKING-STORAGE SECTION.
      * TEMPORARY VARIABLES
       77  I                 PIC 9(06)        VALUE ZEROS.
       77  J                 PIC 9(06)        VALUE ZEROS.
       77  K                 PIC 9(06)        VALUE ZEROS.
      *
       01  FLAGS.
           05  LASTMNT       PIC 9 VALUE ZERO.
           05  LASTPRMO      PIC 9 VALUE ZERO.
           05  LASTITEM      PIC 9 VALUE ZERO.
      *
      * STATUS OF THE OLD MASTER; MISSING ON THE FIRST-EVER RUN
       77  WS-PRMO-STATUS    PIC X(02)        VALUE SPACES.
      *
      * CAPACITY OF MSTTABLE -- HOW MANY PROMOTIONS ARE KEPT ON
      * FILE, ENDED ONES INCLUDED UNTIL THEY ARE DELETED
       77  MSTTABLE-MAX      PIC 9(03) VALUE 200.
      *
      * ROWS ACTUALLY LOADED, THE ROW CALC-MSTLOOKUP LANDED ON, AND
      * THE ROW THE CURRENT TRANSACTION IS BEING APPLIED TO.  A
      * DELETE CLEARS ITS ROW'S ID; THE HOLE SORTS TO THE FRONT AND
      * IS SKIPPED WHEN THE NEW MASTER IS WRITTEN
       77  MSTCOUNT          PIC 9(03) VALUE ZEROS.
       77  MSTFOUND          PIC 9(03) VALUE ZEROS.
       77  WS-MST-SUB        PIC 9(03) VALUE ZEROS.
      *
      * THE PROMOTION ID CALC-MSTLOOKUP IS ASKED TO FIND
       77  PMN-WORK-ID       PIC X(06) VALUE SPACES.
      *
      * IN-CORE COPY OF THE PROMOTION MASTER.  MAINTENANCE IS APPLIED
      * HERE AND THE TABLE IS SORTED AND WRITTEN BACK OUT IN ID
      * ORDER AT END OF RUN
       01  MSTTABLE.
           05  MSTROW OCCURS 1 TO 200 TIMES DEPENDING ON MSTCOUNT
                       ASCENDING KEY IS MSTID.
               10  MSTID       PIC X(06)      VALUE SPACES.
               10  MSTTYPE     PIC X(01)      VALUE SPACE.
               10  MSTBUYQTY   PIC 9(02)      VALUE ZEROS.
               10  MSTDEALPRC  PIC 9(03)V9(2) VALUE ZEROS.
               10  MSTDEALPCT  PIC 9(02)V9(2) VALUE ZEROS.
               10  MSTSTARTDT  PIC 9(08)      VALUE ZEROS.
               10  MSTSTARTTM  PIC 9(04)      VALUE ZEROS.
               10  MSTENDDT    PIC 9(08)      VALUE ZEROS.
               10  MSTENDTM    PIC 9(04)      VALUE ZEROS.
               10  MSTPLU      OCCURS 5 TIMES PIC 9(05) VALUE ZEROS.
      *
      * THE PROMOTION AS IT WILL STAND IF THE CURRENT TRANSACTION IS
      * APPLIED.  THE DEAL IS EDITED AS A WHOLE HERE, SO A CHANGE
      * THAT TOUCHES ONE FIELD CANNOT LEAVE THE ROW INCONSISTENT, AND
      * ONLY MOVES INTO MSTTABLE ONCE IT PASSES
       01  PRMWORK.
           05  WRKTYPE       PIC X(01)      VALUE SPACE.
               88  WRK-QTYPRICE       VALUE 'Q'.
               88  WRK-BUYGET         VALUE 'B'.
               88  WRK-PCTOFF         VALUE 'P'.
           05  WRKBUYQTY     PIC 9(02)      VALUE ZEROS.
           05  WRKDEALPRC    PIC 9(03)V9(2) VALUE ZEROS.
           05  WRKDEALPCT    PIC 9(02)V9(2) VALUE ZEROS.
           05  WRKSTARTDT    PIC 9(08)      VALUE ZEROS.
           05  WRKSTARTTM    PIC 9(04)      VALUE ZEROS.
           05  WRKENDDT      PIC 9(08)      VALUE ZEROS.
           05  WRKENDTM      PIC 9(04)      VALUE ZEROS.
           05  WRKPLU        OCCURS 5 TIMES PIC 9(05) VALUE ZEROS.
      *
      * THE ITEM MASTER'S PLU CODES, FOR THE QUALIFYING-PLU EDIT
       01  ITEMTABLE.
           05  ITEMROW OCCURS 1000 TIMES.
               10  ITEMID        PIC 9(05)      VALUE ZEROS.
      *
       77  ITEMCOUNT         PIC 9(04) VALUE ZEROS.
       77  ITEMFOUND         PIC 9(04) VALUE ZEROS.
       77  WS-LOOKUP-ID      PIC 9(05) VALUE ZEROS.
      *
      * QUALIFYING PLUS ON THE ROW BEING EDITED
       77  WS-PLU-COUNT      PIC 9(01) VALUE ZERO.
      *
      * A KEYED TIME BROKEN APART FOR VALIDATION
       01  WS-EDIT-TIME-G.
           05  WS-EDIT-HH    PIC 9(02).
           05  WS-EDIT-MM    PIC 9(02).
      *
      * CONTROL TOTALS TO RECONCILE TRANSACTIONS READ AGAINST CHANGES
      * ACTUALLY APPLIED TO THE MASTER
       77  MNTREADCOUNT      PIC 9(06) VALUE ZEROS.
       77  MNTAPPLYCOUNT     PIC 9(06) VALUE ZEROS.
       77  MNTREJECTCOUNT    PIC 9(06) VALUE ZEROS.
       77  MSTREADCOUNT      PIC 9(06) VALUE ZEROS.
       77  MSTWRITECOUNT     PIC 9(06) VALUE ZEROS.
      *
      * REASON THE CURRENT TRANSACTION WAS REJECTED, SPACES WHILE IT
      * IS STILL CLEAN
       77  WS-REJECT-RSN     PIC X(30) VALUE SPACES.
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(14) VALUE 'PRODUCE STAND '.
           05  FILLER        PIC X(22) VALUE 'PROMO MAINT. AUDIT    '.
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
       01  DASH52.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(12) VALUE '------------'.
           05  FILLER        PIC X(28) VALUE SPACES.
      *
      * ONE OF THESE PER APPLIED TRANSACTION: WHAT WAS DONE, TO WHICH
      * PROMOTION, AND BY WHOM
       01  ACTLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ACTION-O      PIC X(06).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  ACTID-O       PIC X(06).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(03) VALUE 'BY '.
           05  ACTUSER-O     PIC X(08).
           05  FILLER        PIC X(52) VALUE SPACES.
      *
      * BEFORE/AFTER IMAGE OF THE DEAL TERMS FOR ONE TRANSACTION
       01  IMGLINE-1.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  IMGLABEL-O    PIC X(08).
           05  IMGID-O       PIC X(06).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  IMGTYPE-O     PIC X(01).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'BUY '.
           05  IMGBUYQTY-O   PIC Z9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'FOR '.
           05  IMGDEALPRC-O  PIC $$$9.99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'OFF '.
           05  IMGDEALPCT-O  PIC Z9.99.
           05  FILLER        PIC X(01) VALUE '%'.
           05  FILLER        PIC X(27) VALUE SPACES.
      *
      * SECOND IMAGE LINE CARRYING THE WINDOW AND THE QUALIFYING
      * PLUS, TOO WIDE TO SHARE
       01  IMGLINE-2.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(05) VALUE 'FROM '.
           05  IMGSTARTDT-O  PIC 9(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  IMGSTARTTM-O  PIC 9(04).
           05  FILLER        PIC X(04) VALUE ' TO '.
           05  IMGENDDT-O    PIC 9(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  IMGENDTM-O    PIC 9(04).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(05) VALUE 'PLUS '.
           05  IMGPLUS-O.
               10  IMGPLU-O  OCCURS 5 TIMES.
                   15  IMGPLUNO-O PIC 9(05).
                   15  FILLER     PIC X(01).
           05  FILLER        PIC X(05) VALUE SPACES.
      *
      * ONE OF THESE PER REJECTED TRANSACTION, ECHOING THE KEYED
      * ACTION AND ID ALONGSIDE THE REASON
       01  REJLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(08) VALUE 'REJECT  '.
           05  REJACTION-O   PIC X(01).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  REJID-O       PIC X(06).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  REJRSN-O      PIC X(30).
           05  FILLER        PIC X(30) VALUE SPACES.
      *
       01  CTLHDR-1.
           05  FILLER        PIC X(20) VALUE 'CONTROL TOTALS'.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-MNTCNT.
           05  FILLER        PIC X(20) VALUE 'TRANSACTIONS READ: '.
           05  CTL-MNTCNT-O  PIC ZZZ,ZZ9.
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
       01  CTLLINE-MSTIN.
           05  FILLER        PIC X(20) VALUE 'MASTER RECORDS IN: '.
           05  CTL-MSTIN-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-MSTOUT.
           05  FILLER        PIC X(20) VALUE 'MASTER RECORDS OUT: '.
           05  CTL-MSTOUT-O  PIC ZZZ,ZZ9.
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
           PERFORM OPEN-FILES.
      * SETUP REPORT HEADERS
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
      * LOAD THE MASTERS AND APPLY EVERY MAINTENANCE TRANSACTION
           PERFORM READ-ITEMS.
           PERFORM READ-MASTER.
           PERFORM READ-MAINT.
      * WRITE THE UPDATED MASTER BACK OUT IN ID ORDER
           PERFORM WRITE-NEWMASTER.
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
           OPEN INPUT  PRMO-FILE.
           OPEN INPUT  PMNT-FILE.
           OPEN OUTPUT PRMN-FILE.
           OPEN OUTPUT MNTC-RPT.
      *
       WRITE-MAINHDR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
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
      * POPULATE THE TABLE OF PLU CODES ON THE ITEM MASTER
       READ-ITEMS.
           PERFORM READ-ITEMRCD
           PERFORM UNTIL LASTITEM = 1
             IF ITEMCOUNT < 1000
               ADD 1 TO ITEMCOUNT
               MOVE ITEMID-I TO ITEMID(ITEMCOUNT)
             END-IF
             PERFORM READ-ITEMRCD
           END-PERFORM.
      *
      * FIND THE ITEM ROW FOR THE PLU IN WS-LOOKUP-ID, LEAVING
      * ITEMFOUND ZERO WHEN THE PLU IS NOT ON THE MASTER
       CALC-ITEMLOOKUP.
           MOVE ZEROS TO ITEMFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ITEMCOUNT
             IF ITEMID(J) = WS-LOOKUP-ID
               MOVE J TO ITEMFOUND
             END-IF
           END-PERFORM.
      *
      * POPULATE THE IN-CORE MASTER TABLE FROM THE OLD MASTER FILE
       READ-MASTER.
           PERFORM READ-PRMORCD
           PERFORM UNTIL LASTPRMO = 1
             ADD 1 TO MSTREADCOUNT
             MOVE PRM-ID TO PMN-WORK-ID
             PERFORM CALC-MSTLOOKUP
             IF PRM-ID = SPACES OR MSTFOUND > 0
                 OR MSTCOUNT >= MSTTABLE-MAX
               MOVE 'MASTER ID BLANK, DUPED, FULL' TO REJRSN-O
               MOVE SPACE  TO REJACTION-O
               MOVE PRM-ID TO REJID-O
               WRITE RPT-RCD FROM REJLINE-1
             ELSE
               ADD 1 TO MSTCOUNT
               MOVE PRM-ID      TO MSTID(MSTCOUNT)
               MOVE PRM-TYPE    TO MSTTYPE(MSTCOUNT)
               MOVE PRM-BUYQTY  TO MSTBUYQTY(MSTCOUNT)
               MOVE PRM-DEALPRC TO MSTDEALPRC(MSTCOUNT)
               MOVE PRM-DEALPCT TO MSTDEALPCT(MSTCOUNT)
               MOVE PRM-STARTDT TO MSTSTARTDT(MSTCOUNT)
               MOVE PRM-STARTTM TO MSTSTARTTM(MSTCOUNT)
               MOVE PRM-ENDDT   TO MSTENDDT(MSTCOUNT)
               MOVE PRM-ENDTM   TO MSTENDTM(MSTCOUNT)
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                 MOVE PRM-PLU(K) TO MSTPLU(MSTCOUNT, K)
               END-PERFORM
             END-IF
             PERFORM READ-PRMORCD
           END-PERFORM.
      *
      * FIND THE ROW HOLDING THE ID IN PMN-WORK-ID, LEAVING MSTFOUND
      * ZERO WHEN THE ID IS NOT ON FILE
       CALC-MSTLOOKUP.
           MOVE ZEROS TO MSTFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > MSTCOUNT
             IF MSTID(J) = PMN-WORK-ID
               MOVE J TO MSTFOUND
             END-IF
           END-PERFORM.
      *
      * READ EVERY MAINTENANCE TRANSACTION AND APPLY OR REJECT IT
       READ-MAINT.
           PERFORM READ-MNTRCD
           PERFORM UNTIL LASTMNT = 1
             ADD 1 TO MNTREADCOUNT
             PERFORM CALC-APPLYMNT
             PERFORM READ-MNTRCD
           END-PERFORM.
      *
      * VALIDATE ONE MAINTENANCE TRANSACTION AND ROUTE IT BY ACTION.
      * ANY EDIT FAILURE SETS WS-REJECT-RSN AND THE TRANSACTION IS
      * LISTED INSTEAD OF APPLIED
       CALC-APPLYMNT.
           MOVE SPACES TO WS-REJECT-RSN.
           IF NOT PMN-ADD AND NOT PMN-CHANGE AND NOT PMN-DELETE
             MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-RSN
           ELSE
             IF PMN-ID = SPACES
               MOVE 'PROMOTION ID BLANK' TO WS-REJECT-RSN
             ELSE
               MOVE PMN-ID TO PMN-WORK-ID
               PERFORM CALC-MSTLOOKUP
               MOVE MSTFOUND TO WS-MST-SUB
             END-IF
           END-IF.
           IF WS-REJECT-RSN = SPACES AND NOT PMN-DELETE
             PERFORM CALC-EDITFIELDS
           END-IF.
           IF WS-REJECT-RSN = SPACES
             IF PMN-ADD
               PERFORM CALC-APPLYADD
             ELSE
               IF PMN-CHANGE
                 PERFORM CALC-APPLYCHANGE
               ELSE
                 PERFORM CALC-APPLYDELETE
               END-IF
             END-IF
           END-IF.
           IF WS-REJECT-RSN NOT = SPACES
             PERFORM WRITE-REJECT
           END-IF.
      *
      * FIELD EDITS SHARED BY ADD AND CHANGE.  A BLANK FIELD IS
      * ALWAYS ACCEPTED HERE -- ON AN ADD IT STARTS AT ZERO, ON A
      * CHANGE IT LEAVES THE MASTER VALUE ALONE.  WHETHER THE DEAL AS
      * A WHOLE HANGS TOGETHER IS CHECKED LATER, BY CALC-EDITDEAL
       CALC-EDITFIELDS.
           IF PMN-TYPE NOT = SPACE AND PMN-TYPE NOT = 'Q'
               AND PMN-TYPE NOT = 'B' AND PMN-TYPE NOT = 'P'
             MOVE 'DEAL TYPE NOT Q/B/P' TO WS-REJECT-RSN
           ELSE
             IF PMN-BUYQTY-X NOT = SPACES
                 AND PMN-BUYQTY-X NOT NUMERIC
               MOVE 'BUY QUANTITY NOT NUMERIC' TO WS-REJECT-RSN
             ELSE
               IF PMN-DEALPRC-X NOT = SPACES
                   AND PMN-DEALPRC-X NOT NUMERIC
                 MOVE 'DEAL PRICE NOT NUMERIC' TO WS-REJECT-RSN
               ELSE
                 IF PMN-DEALPCT-X NOT = SPACES
                     AND PMN-DEALPCT-X NOT NUMERIC
                   MOVE 'PERCENT OFF NOT NUMERIC' TO WS-REJECT-RSN
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF WS-REJECT-RSN = SPACES
             PERFORM CALC-EDITWINDOW
           END-IF.
           IF WS-REJECT-RSN = SPACES
             PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF PMN-PLU-X(K) NOT = SPACES
                 IF PMN-PLU-X(K) NOT NUMERIC
                   MOVE 'PLU NOT NUMERIC' TO WS-REJECT-RSN
                 ELSE
                   MOVE PMN-PLU(K) TO WS-LOOKUP-ID
                   PERFORM CALC-ITEMLOOKUP
                   IF ITEMFOUND = ZEROS
                     MOVE 'PLU NOT ON ITEM MASTER' TO WS-REJECT-RSN
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF.
      *
      * THE START AND END DATES MUST BE REAL CALENDAR DATES AND THE
      * TIMES REAL HHMM CLOCK TIMES
       CALC-EDITWINDOW.
           IF PMN-STARTDT-X NOT = SPACES
             IF PMN-STARTDT-X NOT NUMERIC
               MOVE 'START DATE NOT NUMERIC' TO WS-REJECT-RSN
             ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(PMN-STARTDT) NOT = 0
                 MOVE 'START DATE INVALID' TO WS-REJECT-RSN
               END-IF
             END-IF
           END-IF.
           IF PMN-ENDDT-X NOT = SPACES AND WS-REJECT-RSN = SPACES
             IF PMN-ENDDT-X NOT NUMERIC
               MOVE 'END DATE NOT NUMERIC' TO WS-REJECT-RSN
             ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(PMN-ENDDT) NOT = 0
                 MOVE 'END DATE INVALID' TO WS-REJECT-RSN
               END-IF
             END-IF
           END-IF.
           IF PMN-STARTTM-X NOT = SPACES AND WS-REJECT-RSN = SPACES
             IF PMN-STARTTM-X NOT NUMERIC
               MOVE 'START TIME NOT NUMERIC' TO WS-REJECT-RSN
             ELSE
               MOVE PMN-STARTTM TO WS-EDIT-TIME-G
               IF WS-EDIT-HH > 23 OR WS-EDIT-MM > 59
                 MOVE 'START TIME INVALID' TO WS-REJECT-RSN
               END-IF
             END-IF
           END-IF.
           IF PMN-ENDTM-X NOT = SPACES AND WS-REJECT-RSN = SPACES
             IF PMN-ENDTM-X NOT NUMERIC
               MOVE 'END TIME NOT NUMERIC' TO WS-REJECT-RSN
             ELSE
               MOVE PMN-ENDTM TO WS-EDIT-TIME-G
               IF WS-EDIT-HH > 23 OR WS-EDIT-MM > 59
                 MOVE 'END TIME INVALID' TO WS-REJECT-RSN
               END-IF
             END-IF
           END-IF.
      *
      * LAY THE KEYED FIELDS OVER THE WORK COPY OF THE PROMOTION.  A
      * BLANK FIELD LEAVES THE WORK VALUE AS IT STANDS; A BLANK TIME
      * ON AN ADD OPENS THE DAY AT 0000 OR CLOSES IT AT 2359
       CALC-KEYEDTOWORK.
           IF PMN-TYPE NOT = SPACE
             MOVE PMN-TYPE TO WRKTYPE
           END-IF.
           IF PMN-BUYQTY-X NOT = SPACES
             MOVE PMN-BUYQTY TO WRKBUYQTY
           END-IF.
           IF PMN-DEALPRC-X NOT = SPACES
             MOVE PMN-DEALPRC TO WRKDEALPRC
           END-IF.
           IF PMN-DEALPCT-X NOT = SPACES
             MOVE PMN-DEALPCT TO WRKDEALPCT
           END-IF.
           IF PMN-STARTDT-X NOT = SPACES
             MOVE PMN-STARTDT TO WRKSTARTDT
           END-IF.
           IF PMN-STARTTM-X NOT = SPACES
             MOVE PMN-STARTTM TO WRKSTARTTM
           END-IF.
           IF PMN-ENDDT-X NOT = SPACES
             MOVE PMN-ENDDT TO WRKENDDT
           END-IF.
           IF PMN-ENDTM-X NOT = SPACES
             MOVE PMN-ENDTM TO WRKENDTM
           ELSE
             IF PMN-ADD
               MOVE 2359 TO WRKENDTM
             END-IF
           END-IF.
           IF PMN-PLUS NOT = SPACES
             PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF PMN-PLU-X(K) = SPACES
                 MOVE ZEROS TO WRKPLU(K)
               ELSE
                 MOVE PMN-PLU(K) TO WRKPLU(K)
               END-IF
             END-PERFORM
           END-IF.
      *
      * THE DEAL AS IT WOULD STAND MUST MAKE SENSE FOR ITS TYPE: A
      * QUANTITY DEAL NEEDS AT LEAST TWO UNITS AND A PRICE FOR THEM,
      * A BUY-GET-FREE DEAL NEEDS THE UNITS TO BUY, AND A PERCENT-OFF
      * DEAL A PERCENT UNDER 100.  THE WINDOW MUST BE DATED, MUST NOT
      * END BEFORE IT STARTS, AND MUST COVER AT LEAST ONE PLU
       CALC-EDITDEAL.
           MOVE ZERO TO WS-PLU-COUNT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
             IF WRKPLU(K) NOT = ZEROS
               ADD 1 TO WS-PLU-COUNT
             END-IF
           END-PERFORM.
           IF NOT WRK-QTYPRICE AND NOT WRK-BUYGET AND NOT WRK-PCTOFF
             MOVE 'DEAL TYPE MISSING' TO WS-REJECT-RSN
           ELSE
             IF WRK-QTYPRICE
                 AND (WRKBUYQTY < 2 OR WRKDEALPRC = ZEROS)
               MOVE 'QTY DEAL NEEDS QTY 2+ AND PRICE' TO WS-REJECT-RSN
             ELSE
               IF WRK-BUYGET AND WRKBUYQTY < 1
                 MOVE 'BUY-GET DEAL NEEDS BUY QTY' TO WS-REJECT-RSN
               ELSE
                 IF WRK-PCTOFF
                     AND (WRKDEALPCT = ZEROS OR WRKDEALPCT >= 100)
                   MOVE 'PERCENT OFF NOT 0-100' TO WS-REJECT-RSN
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF WS-REJECT-RSN = SPACES
             IF WRKSTARTDT = ZEROS OR WRKENDDT = ZEROS
               MOVE 'START OR END DATE MISSING' TO WS-REJECT-RSN
             ELSE
               IF WRKENDDT < WRKSTARTDT
                   OR (WRKENDDT = WRKSTARTDT
                       AND WRKENDTM < WRKSTARTTM)
                 MOVE 'ENDS BEFORE IT STARTS' TO WS-REJECT-RSN
               ELSE
                 IF WS-PLU-COUNT = ZERO
                   MOVE 'NO QUALIFYING PLU' TO WS-REJECT-RSN
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      * ADD A NEW PROMOTION.  THE DEAL MUST BE COMPLETE ON THE ONE
      * TRANSACTION
       CALC-APPLYADD.
           IF WS-MST-SUB > 0
             MOVE 'PROMOTION ALREADY ON FILE' TO WS-REJECT-RSN
           ELSE
             IF MSTCOUNT >= MSTTABLE-MAX
               MOVE 'PROMOTION TABLE FULL' TO WS-REJECT-RSN
             END-IF
           END-IF.
           IF WS-REJECT-RSN = SPACES
             INITIALIZE PRMWORK
             PERFORM CALC-KEYEDTOWORK
             PERFORM CALC-EDITDEAL
           END-IF.
           IF WS-REJECT-RSN = SPACES
             MOVE 'ADD   ' TO ACTION-O
             ADD 1 TO MSTCOUNT
             MOVE MSTCOUNT TO WS-MST-SUB
             PERFORM WRITE-BEFOREIMAGE
             MOVE PMN-ID TO MSTID(WS-MST-SUB)
             PERFORM CALC-WORKTOMASTER
             PERFORM WRITE-AFTERIMAGE
           END-IF.
      *
      * CHANGE AN EXISTING PROMOTION.  A BLANK FIELD LEAVES THE
      * MASTER VALUE ALONE SO ONE FIELD -- TYPICALLY THE END DATE --
      * CAN BE CHANGED WITHOUT RE-KEYING ALL
       CALC-APPLYCHANGE.
           IF WS-MST-SUB = ZEROS
             MOVE 'PROMOTION NOT ON FILE' TO WS-REJECT-RSN
           ELSE
             MOVE MSTTYPE(WS-MST-SUB)    TO WRKTYPE
             MOVE MSTBUYQTY(WS-MST-SUB)  TO WRKBUYQTY
             MOVE MSTDEALPRC(WS-MST-SUB) TO WRKDEALPRC
             MOVE MSTDEALPCT(WS-MST-SUB) TO WRKDEALPCT
             MOVE MSTSTARTDT(WS-MST-SUB) TO WRKSTARTDT
             MOVE MSTSTARTTM(WS-MST-SUB) TO WRKSTARTTM
             MOVE MSTENDDT(WS-MST-SUB)   TO WRKENDDT
             MOVE MSTENDTM(WS-MST-SUB)   TO WRKENDTM
             PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               MOVE MSTPLU(WS-MST-SUB, K) TO WRKPLU(K)
             END-PERFORM
             PERFORM CALC-KEYEDTOWORK
             PERFORM CALC-EDITDEAL
           END-IF.
           IF WS-REJECT-RSN = SPACES
             MOVE 'CHANGE' TO ACTION-O
             PERFORM WRITE-BEFOREIMAGE
             PERFORM CALC-WORKTOMASTER
             PERFORM WRITE-AFTERIMAGE
           END-IF.
      *
      * DELETE AN EXISTING PROMOTION BY CLEARING ITS TABLE SLOT
       CALC-APPLYDELETE.
           IF WS-MST-SUB = ZEROS
             MOVE 'PROMOTION NOT ON FILE' TO WS-REJECT-RSN
           ELSE
             MOVE 'DELETE' TO ACTION-O
             PERFORM WRITE-BEFOREIMAGE
             INITIALIZE PRMWORK
             MOVE SPACES TO MSTID(WS-MST-SUB)
             PERFORM CALC-WORKTOMASTER
             PERFORM WRITE-AFTERIMAGE
           END-IF.
      *
      * MOVE THE EDITED WORK COPY INTO THE MASTER ROW
       CALC-WORKTOMASTER.
           MOVE WRKTYPE    TO MSTTYPE(WS-MST-SUB).
           MOVE WRKBUYQTY  TO MSTBUYQTY(WS-MST-SUB).
           MOVE WRKDEALPRC TO MSTDEALPRC(WS-MST-SUB).
           MOVE WRKDEALPCT TO MSTDEALPCT(WS-MST-SUB).
           MOVE WRKSTARTDT TO MSTSTARTDT(WS-MST-SUB).
           MOVE WRKSTARTTM TO MSTSTARTTM(WS-MST-SUB).
           MOVE WRKENDDT   TO MSTENDDT(WS-MST-SUB).
           MOVE WRKENDTM   TO MSTENDTM(WS-MST-SUB).
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
             MOVE WRKPLU(K) TO MSTPLU(WS-MST-SUB, K)
           END-PERFORM.
      *
      * WRITE THE ACTION LINE AND THE MASTER IMAGE AS IT STOOD BEFORE
      * THE TRANSACTION WAS APPLIED.  AN ADD HAS NO PRIOR IMAGE, SO
      * THE LINE SHOWS THE EMPTY SLOT
       WRITE-BEFOREIMAGE.
           ADD 1 TO MNTAPPLYCOUNT.
           MOVE PMN-ID     TO ACTID-O.
           MOVE PMN-USERID TO ACTUSER-O.
           WRITE RPT-RCD FROM ACTLINE-1.
           MOVE 'BEFORE: ' TO IMGLABEL-O.
           PERFORM WRITE-IMAGE.
      *
      * WRITE THE MASTER IMAGE AS IT STANDS AFTER THE TRANSACTION
       WRITE-AFTERIMAGE.
           MOVE 'AFTER:  ' TO IMGLABEL-O.
           PERFORM WRITE-IMAGE.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * FORMAT BOTH IMAGE LINES FROM THE MASTER ROW IN WS-MST-SUB
       WRITE-IMAGE.
           MOVE MSTID(WS-MST-SUB)      TO IMGID-O.
           MOVE MSTTYPE(WS-MST-SUB)    TO IMGTYPE-O.
           MOVE MSTBUYQTY(WS-MST-SUB)  TO IMGBUYQTY-O.
           MOVE MSTDEALPRC(WS-MST-SUB) TO IMGDEALPRC-O.
           MOVE MSTDEALPCT(WS-MST-SUB) TO IMGDEALPCT-O.
           WRITE RPT-RCD FROM IMGLINE-1.
           MOVE MSTSTARTDT(WS-MST-SUB) TO IMGSTARTDT-O.
           MOVE MSTSTARTTM(WS-MST-SUB) TO IMGSTARTTM-O.
           MOVE MSTENDDT(WS-MST-SUB)   TO IMGENDDT-O.
           MOVE MSTENDTM(WS-MST-SUB)   TO IMGENDTM-O.
           MOVE SPACES TO IMGPLUS-O.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
             IF MSTPLU(WS-MST-SUB, K) NOT = ZEROS
               MOVE MSTPLU(WS-MST-SUB, K) TO IMGPLUNO-O(K)
             END-IF
           END-PERFORM.
           WRITE RPT-RCD FROM IMGLINE-2.
      *
      * LIST A TRANSACTION THAT FAILED ITS EDITS, WITH THE REASON
       WRITE-REJECT.
           ADD 1 TO MNTREJECTCOUNT.
           MOVE PMN-ACTION    TO REJACTION-O.
           MOVE PMN-ID        TO REJID-O.
           MOVE WS-REJECT-RSN TO REJRSN-O.
           WRITE RPT-RCD FROM REJLINE-1.
      *
      * SORT THE SURVIVING ROWS INTO ID ORDER AND WRITE THEM TO THE
      * NEW MASTER.  DELETED ROWS CARRY A BLANK ID, SORT TO THE
      * FRONT, AND ARE SKIPPED
       WRITE-NEWMASTER.
           IF MSTCOUNT > 0
             SORT MSTROW
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MSTCOUNT
             IF MSTID(I) NOT = SPACES
               MOVE SPACES        TO PRMN-RCD
               MOVE MSTID(I)      TO PRM-ID-N
               MOVE MSTTYPE(I)    TO PRM-TYPE-N
               MOVE MSTBUYQTY(I)  TO PRM-BUYQTY-N
               MOVE MSTDEALPRC(I) TO PRM-DEALPRC-N
               MOVE MSTDEALPCT(I) TO PRM-DEALPCT-N
               MOVE MSTSTARTDT(I) TO PRM-STARTDT-N
               MOVE MSTSTARTTM(I) TO PRM-STARTTM-N
               MOVE MSTENDDT(I)   TO PRM-ENDDT-N
               MOVE MSTENDTM(I)   TO PRM-ENDTM-N
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                 MOVE MSTPLU(I, K) TO PRM-PLU-N(K)
               END-PERFORM
               WRITE PRMN-RCD
               ADD 1 TO MSTWRITECOUNT
             END-IF
           END-PERFORM.
      *
      * RECONCILE TRANSACTIONS READ AGAINST CHANGES ACTUALLY APPLIED
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           MOVE MNTREADCOUNT   TO CTL-MNTCNT-O.
           WRITE RPT-RCD FROM CTLLINE-MNTCNT.
           MOVE MNTAPPLYCOUNT  TO CTL-APPLY-O.
           WRITE RPT-RCD FROM CTLLINE-APPLY.
           MOVE MNTREJECTCOUNT TO CTL-REJECT-O.
           WRITE RPT-RCD FROM CTLLINE-REJECT.
           MOVE MSTREADCOUNT   TO CTL-MSTIN-O.
           WRITE RPT-RCD FROM CTLLINE-MSTIN.
           MOVE MSTWRITECOUNT  TO CTL-MSTOUT-O.
           WRITE RPT-RCD FROM CTLLINE-MSTOUT.
      *
       READ-MNTRCD.
           READ PMNT-FILE
             AT END MOVE 1 TO LASTMNT
           END-READ.
      *
       READ-PRMORCD.
           READ PRMO-FILE
             AT END MOVE 1 TO LASTPRMO
           END-READ.
      *
       READ-ITEMRCD.
           READ ITEM-FILE
             AT END MOVE 1 TO LASTITEM
           END-READ.
      *
       CLOSE-FILES.
           CLOSE ITEM-FILE.
           CLOSE PRMO-FILE.
           CLOSE PMNT-FILE.
           CLOSE PRMN-FILE.
           CLOSE MNTC-RPT.
      *
