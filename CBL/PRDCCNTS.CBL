      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PRDCCNTS.
       AUTHOR.        BARRETT OTTE.
       DATE-WRITTEN.  09/28/26.
      *
      * PRINT THE PHYSICAL INVENTORY COUNT SHEETS FROM THE ITEM
      * MASTER, ONE SECTION PER DEPARTMENT, AND WRITE THE COUNT SHEET
      * FILE NAMING EVERY ITEM ON THEM.  A FULL COUNT TAKES EVERY
      * ITEM; A ROTATING COUNT TAKES THE DEPARTMENTS KEYED ON THE
      * COUNT CARD, OR THE DAY'S DEPARTMENTS FROM THE ROTATION BELOW
      * WHEN NONE ARE KEYED.  THE SHEETS ARE BLIND -- NO ON-HAND
      * FIGURE IS PRINTED -- SO THE COUNTER WRITES DOWN WHAT IS
      * THERE, NOT WHAT OUGHT TO BE.  THE COUNT IS TAKEN AFTER CLOSE
      * ON THE COUNT DATE; PRDCCNTP POSTS THE KEYED COUNTS AGAINST THE
      * SHEET FILE ONCE THAT NIGHT'S DAILY RUN HAS DRAWN STOCK DOWN.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTS-RPT   ASSIGN TO PRTLINE.
           SELECT ITEM-FILE  ASSIGN TO PRDCITMS.
           SELECT OPTIONAL CCTL-FILE ASSIGN TO PRDCCCTL
                              FILE STATUS IS WS-CCTL-STATUS.
           SELECT CSHT-FILE  ASSIGN TO PRDCCSHT.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CNTS-RPT RECORDING MODE F.
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
           05  UNITCOST-X    PIC X(05).
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
      * OPTIONAL COUNT CARD: F FOR A FULL COUNT OR R FOR A ROTATING
      * COUNT, THE COUNT DATE, AND FOR A ROTATING COUNT THE
      * DEPARTMENT CODES TO TAKE.  NO CARD, OR A BLANK ONE, IS
      * TODAY'S ROTATING COUNT OFF THE SCHEDULE
       FD  CCTL-FILE RECORDING MODE F.
       01  CCTL-RCD.
           05  CCTL-TYPE     PIC X(01).
           05  CCTL-DATE-X   PIC X(08).
           05  CCTL-DATE REDEFINES CCTL-DATE-X
                             PIC 9(08).
           05  CCTL-DEPTS    PIC X(04).
           05  FILLER        PIC X(67).
      *
      * ONE RECORD PER ITEM PRINTED ON THE SHEETS, READ BY PRDCCNTP
      * TO KNOW WHICH ITEMS THIS COUNT COVERS AND FOR WHAT DATE.
      * LAYOUT MUST MATCH CSHT-RCD THERE
       FD  CSHT-FILE RECORDING MODE F.
       01  CSHT-RCD.
           05  CSHT-COUNTDATE    PIC 9(08).
           05  CSHT-TYPE         PIC X(01).
           05  CSHT-ITEMID       PIC 9(05).
           05  CSHT-DEPT         PIC X(01).
           05  FILLER            PIC X(65).
      *
       WORKING-STORAGE SECTION.
      * TEMPORARY VARIABLES
       77  I                 PIC 9(06)        VALUE ZEROS.
       77  J                 PIC 9(06)        VALUE ZEROS.
      *
       01  FLAGS.
           05  LASTITEM      PIC 9 VALUE ZERO.
           05  LASTCCTL      PIC 9 VALUE ZERO.
      *
      * STATUS OF THE OPTIONAL COUNT CARD FILE
       77  WS-CCTL-STATUS    PIC X(02)        VALUE SPACES.
      *
      * THE COUNT BEING TAKEN: ITS TYPE, DATE, AND THE DEPARTMENT
      * CODES IN IT WHEN IT IS A ROTATING COUNT
       77  WS-COUNT-TYPE     PIC X(01)        VALUE 'R'.
           88  COUNT-FULL             VALUE 'F'.
           88  COUNT-ROTATING         VALUE 'R'.
       77  WS-COUNT-DATE     PIC 9(08)        VALUE ZEROS.
       77  WS-COUNT-DEPTS    PIC X(04)        VALUE SPACES.
      *
      * ROTATING COUNT SCHEDULE, MONDAY THROUGH SUNDAY: VEGETABLES
      * AND FRUIT TURN FASTEST AND ARE TAKEN TWICE A WEEK, FLOWERS
      * AND SUNDRIES ONCE; THE WEEKEND MARKET DAYS ARE LEFT CLEAR
       01  ROTATION.
           05  FILLER        PIC X(04) VALUE 'V   '.
           05  FILLER        PIC X(04) VALUE 'F   '.
           05  FILLER        PIC X(04) VALUE 'LS  '.
           05  FILLER        PIC X(04) VALUE 'V   '.
           05  FILLER        PIC X(04) VALUE 'F   '.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
       01  ROTATION-R REDEFINES ROTATION.
           05  ROTDEPTS      OCCURS 7 TIMES PIC X(04).
      *
      * DAY-SERIAL ARITHMETIC FOR THE COUNT DATE'S DAY OF WEEK.  DAY
      * 1 OF THE SERIAL (INTEGER-OF-DATE) WAS A MONDAY, AS PRDCORDR
      * RELIES ON FOR DELIVERY DAYS
       77  WS-COUNT-SERIAL   PIC S9(08)       VALUE ZEROS.
       77  WS-COUNT-DOW      PIC 9(01)        VALUE ZEROS.
      *
      * DEPARTMENT NAMES IN THE ORDER PRDCSTND TOTALS THEM, FOUND
      * THROUGH CALC-DEPTSUB
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
      *
      * ON WHEN THE ITEM BEING LOOKED AT BELONGS IN THIS COUNT
       77  WS-IN-COUNT       PIC X(01) VALUE 'N'.
      *
       77  SHTCOUNT          PIC 9(04) VALUE ZEROS.
      *
      * ONE ROW PER ITEM ON THE SHEETS, SORTED BY DEPARTMENT THEN
      * PLU SO EACH DEPARTMENT PRINTS AS ONE SECTION.  OCCURS
      * DEPENDING ON SHTCOUNT SO THE SORT VERB ORDERS ONLY THE ROWS
      * ACTUALLY LOADED, AS CALC-SORTTABLE DOES IN PRDCSTND
       01  SHTTABLE.
           05  SHTROW OCCURS 1 TO 1000 TIMES DEPENDING ON SHTCOUNT
                       ASCENDING KEY IS SHTKEY.
               10  SHTKEY.
                   15  SHTDEPTSUB PIC 9(01)      VALUE ZERO.
                   15  SHTITEM   PIC 9(05)       VALUE ZEROS.
               10  SHTNAME       PIC X(16)       VALUE SPACES.
               10  SHTDEPT       PIC X(01)       VALUE SPACE.
               10  SHTWGT        PIC X(01)       VALUE SPACE.
      *
      * DEPARTMENT WHOSE SHEET IS CURRENTLY PRINTING, FOR THE BREAK
       77  WS-CUR-DEPTSUB    PIC 9(01) VALUE ZERO.
      *
      * CONTROL TOTALS TO RECONCILE THE MASTER AGAINST THE SHEETS
       77  ITEMREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  SHTWRITECOUNT     PIC 9(06) VALUE ZEROS.
      *
      * ITEMS IN THE COUNT THAT DID NOT FIT ON THE SHEETS.  ANY COUNT
      * HERE LEAVES THEM UNCOUNTED, SO THE RUN ENDS WITH A WARNING
      * AND A RETURN CODE THAT STOPS THE POST
       77  SHTOVERFLOW       PIC 9(06) VALUE ZEROS.
      *
       01  MAINHDR-1.
           05  FILLER        PIC X(14) VALUE 'PRODUCE STAND '.
           05  FILLER        PIC X(22) VALUE 'INVENTORY COUNT SHEETS'.
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
      * SAYS WHAT COUNT THESE SHEETS ARE FOR, SO A SHEET FOUND IN
      * THE COOLER LATER CAN BE MATCHED TO ITS POSTING RUN
       01  CNTLINE-1.
           05  FILLER        PIC X(07) VALUE 'COUNT: '.
           05  CNTTYPE-O     PIC X(08).
           05  FILLER        PIC X(12) VALUE '  COUNT DATE'.
           05  FILLER        PIC X(02) VALUE ': '.
           05  CNTDATE-O     PIC 9(08).
           05  FILLER        PIC X(08) VALUE '  DEPTS '.
           05  CNTDEPTS-O    PIC X(04).
           05  FILLER        PIC X(31) VALUE SPACES.
      *
       01  NODEPT-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(40)
               VALUE 'NO DEPARTMENTS SCHEDULED FOR THIS DATE'.
           05  FILLER        PIC X(39) VALUE SPACES.
      *
      * PRINTED WHEN ITEMS IN THE COUNT DID NOT FIT ON THE SHEETS
       01  SHTWARN-1.
           05  FILLER        PIC X(38)
                     VALUE '** COUNT INCOMPLETE -- TOO MANY ITEMS '.
           05  FILLER        PIC X(42)
                     VALUE 'FOR THE SHEETS, SEE TOTALS **'.
      *
       01  DASH52.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(12) VALUE '------------'.
           05  FILLER        PIC X(28) VALUE SPACES.
      *
       01  SHTHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(13) VALUE 'COUNT SHEET: '.
           05  SHTDEPT-O     PIC X(12).
           05  FILLER        PIC X(54) VALUE SPACES.
      *
       01  SHTHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(05) VALUE 'PLU  '.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(16) VALUE 'ITEM NAME       '.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'UNIT'.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'COOLER    '.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'FLOOR     '.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'TOTAL     '.
           05  FILLER        PIC X(13) VALUE SPACES.
      *
      * ONE LINE PER ITEM WITH BLANKS TO WRITE THE COUNT ON.  A
      * WEIGHED ITEM IS COUNTED IN POUNDS, EVERYTHING ELSE BY THE UNIT
       01  SHTLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  SHTITEM-O     PIC 9(05).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  SHTNAME-O     PIC X(16).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  SHTUNIT-O     PIC X(04).
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE '__________'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE '__________'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE '__________'.
           05  FILLER        PIC X(13) VALUE SPACES.
      *
       01  SHTSIGN-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(24) VALUE 'COUNTED BY: ____________'.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  FILLER        PIC X(24) VALUE 'CHECKED BY: ____________'.
           05  FILLER        PIC X(27) VALUE SPACES.
      *
       01  CTLHDR-1.
           05  FILLER        PIC X(20) VALUE 'CONTROL TOTALS'.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-ITEM.
           05  FILLER        PIC X(20) VALUE 'ITEMS READ:         '.
           05  CTL-ITEM-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-SHT.
           05  FILLER        PIC X(20) VALUE 'ITEMS ON SHEETS:    '.
           05  CTL-SHT-O     PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-SHTNH.
           05  FILLER        PIC X(20) VALUE 'ITEMS NOT HELD:     '.
           05  CTL-SHTNH-O   PIC ZZZ,ZZ9.
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
           MOVE WS-CURRENT-DATE TO WS-COUNT-DATE.
           PERFORM READ-COUNTCARD.
           PERFORM OPEN-FILES.
      * SETUP REPORT HEADERS
           PERFORM WRITE-MAINHDR.
           WRITE RPT-RCD FROM DASH52.
      * PICK THE ITEMS IN THIS COUNT AND PRINT THEIR SHEETS
           PERFORM READ-ITEMS.
           IF COUNT-ROTATING AND WS-COUNT-DEPTS = SPACES
             WRITE RPT-RCD FROM NODEPT-1
           ELSE
             PERFORM WRITE-SHEETS
           END-IF.
           IF SHTOVERFLOW > 0
             WRITE RPT-RCD FROM SHTWARN-1
             MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-CONTROLTOTALS.
      * CLEAN UP
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
      * PICK UP THE COUNT TYPE, DATE, AND DEPARTMENTS FROM THE CARD
      * WHEN ONE IS SUPPLIED AND KEYED CLEANLY.  A ROTATING COUNT
      * WITH NO DEPARTMENTS KEYED TAKES THE COUNT DATE'S DAY FROM
      * THE ROTATION
       READ-COUNTCARD.
           OPEN INPUT CCTL-FILE.
           READ CCTL-FILE
             AT END MOVE 1 TO LASTCCTL
           END-READ.
           IF LASTCCTL = 0
             IF CCTL-TYPE = 'F' OR CCTL-TYPE = 'R'
               MOVE CCTL-TYPE TO WS-COUNT-TYPE
             END-IF
             IF CCTL-DATE-X NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(CCTL-DATE) = 0
                 MOVE CCTL-DATE TO WS-COUNT-DATE
               END-IF
             END-IF
             MOVE CCTL-DEPTS TO WS-COUNT-DEPTS
           END-IF.
           CLOSE CCTL-FILE.
           IF COUNT-ROTATING AND WS-COUNT-DEPTS = SPACES
             COMPUTE WS-COUNT-SERIAL =
                     FUNCTION INTEGER-OF-DATE(WS-COUNT-DATE)
             COMPUTE WS-COUNT-DOW =
                     FUNCTION MOD(WS-COUNT-SERIAL - 1, 7) + 1
             MOVE ROTDEPTS(WS-COUNT-DOW) TO WS-COUNT-DEPTS
           END-IF.
           IF COUNT-FULL
             MOVE SPACES TO WS-COUNT-DEPTS
           END-IF.
      *
       OPEN-FILES.
           OPEN INPUT  ITEM-FILE.
           OPEN OUTPUT CNTS-RPT.
           OPEN OUTPUT CSHT-FILE.
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
           IF COUNT-FULL
             MOVE 'FULL    ' TO CNTTYPE-O
             MOVE 'ALL '     TO CNTDEPTS-O
           ELSE
             MOVE 'ROTATING' TO CNTTYPE-O
             MOVE WS-COUNT-DEPTS TO CNTDEPTS-O
           END-IF.
           MOVE WS-COUNT-DATE TO CNTDATE-O.
           WRITE RPT-RCD FROM CNTLINE-1.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * LOAD EVERY MASTER ITEM THAT BELONGS IN THIS COUNT INTO THE
      * SHEET TABLE.  A ROTATING COUNT MATCHES THE ITEM'S DEPARTMENT
      * AGAINST THE CODES IN THE COUNT; UNASSIGNED ITEMS ARE TAKEN
      * ONLY ON A FULL COUNT
       READ-ITEMS.
           PERFORM READ-ITEMRCD
           PERFORM UNTIL LASTITEM = 1
             ADD 1 TO ITEMREADCOUNT
             MOVE 'N' TO WS-IN-COUNT
             IF ITEMID-I > 0
               IF COUNT-FULL
                 MOVE 'Y' TO WS-IN-COUNT
               ELSE
                 PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
                   IF WS-COUNT-DEPTS(J:1) NOT = SPACE
                       AND WS-COUNT-DEPTS(J:1) = DEPT-I
                     MOVE 'Y' TO WS-IN-COUNT
                   END-IF
                 END-PERFORM
               END-IF
             END-IF
             IF WS-IN-COUNT = 'Y'
               IF SHTCOUNT < 1000
                 ADD 1 TO SHTCOUNT
                 MOVE DEPT-I       TO WS-DEPT-CODE
                 PERFORM CALC-DEPTSUB
                 MOVE WS-DEPT-SUB  TO SHTDEPTSUB(SHTCOUNT)
                 MOVE ITEMID-I     TO SHTITEM(SHTCOUNT)
                 MOVE ITEMNAME-I   TO SHTNAME(SHTCOUNT)
                 MOVE DEPT-I       TO SHTDEPT(SHTCOUNT)
                 MOVE WEIGHTSOLD-I TO SHTWGT(SHTCOUNT)
               ELSE
                 ADD 1 TO SHTOVERFLOW
               END-IF
             END-IF
             PERFORM READ-ITEMRCD
           END-PERFORM.
      *
      * MAP A DEPARTMENT CODE TO ITS ROW, AS IN PRDCSTND
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
      * SORT THE SHEET ROWS INTO DEPARTMENT AND PLU ORDER, PRINT A
      * SHEET PER DEPARTMENT, AND WRITE EACH ITEM TO THE SHEET FILE
       WRITE-SHEETS.
           IF SHTCOUNT > 1
             SORT SHTROW
           END-IF.
           MOVE ZERO TO WS-CUR-DEPTSUB.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SHTCOUNT
             IF SHTDEPTSUB(I) NOT = WS-CUR-DEPTSUB
               IF WS-CUR-DEPTSUB NOT = ZERO
                 PERFORM WRITE-SHEETEND
               END-IF
               MOVE SHTDEPTSUB(I) TO WS-CUR-DEPTSUB
               MOVE DEPTLABEL(WS-CUR-DEPTSUB) TO SHTDEPT-O
               WRITE RPT-RCD FROM SHTHDR-1
               WRITE RPT-RCD FROM SHTHDR-2
             END-IF
             MOVE SHTITEM(I) TO SHTITEM-O
             MOVE SHTNAME(I) TO SHTNAME-O
             IF SHTWGT(I) = 'Y'
               MOVE 'LB  ' TO SHTUNIT-O
             ELSE
               MOVE 'EACH' TO SHTUNIT-O
             END-IF
             WRITE RPT-RCD FROM SHTLINE-1
             MOVE SPACES TO RPT-RCD
             WRITE RPT-RCD AFTER ADVANCING 1 LINES
             MOVE SPACES        TO CSHT-RCD
             MOVE WS-COUNT-DATE TO CSHT-COUNTDATE
             MOVE WS-COUNT-TYPE TO CSHT-TYPE
             MOVE SHTITEM(I)    TO CSHT-ITEMID
             MOVE SHTDEPT(I)    TO CSHT-DEPT
             WRITE CSHT-RCD
             ADD 1 TO SHTWRITECOUNT
           END-PERFORM.
           IF WS-CUR-DEPTSUB NOT = ZERO
             PERFORM WRITE-SHEETEND
           END-IF.
      *
      * CLOSE A DEPARTMENT'S SHEET WITH ROOM TO SIGN FOR THE COUNT
       WRITE-SHEETEND.
           WRITE RPT-RCD FROM SHTSIGN-1.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * RECONCILE MASTER ITEMS READ AGAINST ITEMS PUT ON THE SHEETS
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           MOVE ITEMREADCOUNT TO CTL-ITEM-O.
           WRITE RPT-RCD FROM CTLLINE-ITEM.
           MOVE SHTWRITECOUNT TO CTL-SHT-O.
           WRITE RPT-RCD FROM CTLLINE-SHT.
           MOVE SHTOVERFLOW   TO CTL-SHTNH-O.
           WRITE RPT-RCD FROM CTLLINE-SHTNH.
      *
       READ-ITEMRCD.
           READ ITEM-FILE
             AT END MOVE 1 TO LASTITEM
           END-READ.
      *
       CLOSE-FILES.
           CLOSE ITEM-FILE.
           CLOSE CNTS-RPT.
           CLOSE CSHT-FILE.
      *
