      * LINE FOR EVERY TRANSACTION THAT COULD NOT BE APPLIED.  THE
      * UPDATED MASTER IS WRITTEN TO A NEW FILE SO THE OLD ONE
      * SURVIVES UNTIL THE AUDIT PAGE HAS BEEN CHECKED, AS PRDCITMM
      * DOES FOR THE ITEM MASTER, AND IS LIKEWISE ACCOMPANIED BY A
      * CONTROL RECORD PROMOTED WITH IT.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL SUPO-FILE ASSIGN TO PRDCSUPS
                              FILE STATUS IS WS-SUPO-STATUS.
           SELECT SUPN-FILE  ASSIGN TO PRDCSUPN.
           SELECT SCTL-FILE  ASSIGN TO PRDCSCTN.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
           05  SMN-DELDAYS   PIC X(07).
      * WHO KEYED THE TRANSACTION, CARRIED ONTO THE AUDIT PAGE
           05  SMN-USERID    PIC X(08).
      * PAYMENT TERMS: DAYS UNTIL THE INVOICE FALLS DUE, AND THE
      * PROMPT-PAY DISCOUNT PERCENT EARNED BY PAYING WITHIN THE
      * DISCOUNT DAYS.  2.00 IN 10, NET 30 IS KEYED 030 0200 10
           05  SMN-NETDAYS-X PIC X(03).
           05  SMN-NETDAYS REDEFINES SMN-NETDAYS-X
                             PIC 9(03).
           05  SMN-DISCPCT-X PIC X(04).
           05  SMN-DISCPCT REDEFINES SMN-DISCPCT-X
                             PIC 9(02)V9(2).
           05  SMN-DISCDAYS-X PIC X(02).
           05  SMN-DISCDAYS REDEFINES SMN-DISCDAYS-X
                             PIC 9(02).
      *
      * SUPPLIER MASTER RECORD, READ BY PRDCORDR AND PRDCINVM.
      * LAYOUT MUST MATCH SUPP-RCD THERE.  OPTIONAL BECAUSE THE
      * FIRST-EVER MAINTENANCE RUN CREATES THE FILE
       FD  SUPO-FILE RECORDING MODE F.
       01  SUPO-RCD.
           05  SUP-CODE      PIC X(03).
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
       FD  SUPN-FILE RECORDING MODE F.
       01  SUPN-RCD.
           05  SUP-MINCASE-N PIC 9(03).
           05  SUP-LEADDAYS-N PIC 9(02).
           05  SUP-DELDAYS-N PIC X(07).
           05  SUP-NETDAYS-N PIC 9(03).
           05  SUP-DISCPCT-N PIC 9(02)V9(2).
           05  SUP-DISCDAYS-N PIC 9(02).
           05  FILLER        PIC X(09).
      *
      * CONTROL RECORD FOR THE NEW MASTER, PROMOTED TO PRDCSCTL WHEN
      * PRDCSUPN IS PROMOTED TO PRDCSUPS.  THE DOLLAR TOTAL IS THE
      * SUM OF THE ORDER MINIMUMS; THE KEY HASH SUMS EACH SUPPLIER
      * CODE TAKEN AS THREE CHARACTER ORDINALS.  LAYOUT MUST MATCH
      * TCTL-RCD IN PRDCMRGE
       FD  SCTL-FILE RECORDING MODE F.
       01  SCTL-RCD.
           05  SCTL-FILEID   PIC X(08).
           05  SCTL-BUSDATE  PIC 9(08).
           05  SCTL-RECCOUNT PIC 9(08).
           05  SCTL-AMTTOTAL PIC S9(10)V9(2).
           05  SCTL-KEYHASH  PIC 9(12).
           05  FILLER        PIC X(32).
      *
       WORKING-STORAGE SECTION.
      * TEMPORARY VARIABLES
               10  MSTMINCASE  PIC 9(03)      VALUE ZEROS.
               10  MSTLEAD     PIC 9(02)      VALUE ZEROS.
               10  MSTDELDAYS  PIC X(07)      VALUE SPACES.
               10  MSTNETDAYS  PIC 9(03)      VALUE ZEROS.
               10  MSTDISCPCT  PIC 9(02)V9(2) VALUE ZEROS.
               10  MSTDISCDAYS PIC 9(02)      VALUE ZEROS.
      *
      * ORDER-MINIMUM AND CODE HASH TOTALS OF THE NEW MASTER AS
      * WRITTEN
       77  MSTAMTTOTAL       PIC S9(10)V9(02) VALUE ZEROS.
       77  MSTKEYHASH        PIC 9(12)        VALUE ZEROS.
      *
      * CONTROL TOTALS TO RECONCILE TRANSACTIONS READ AGAINST CHANGES
      * ACTUALLY APPLIED TO THE MASTER
           05  IMGDELDAYS-O  PIC X(07).
           05  FILLER        PIC X(16) VALUE SPACES.
      *
      * SECOND IMAGE LINE CARRYING THE CONTACT AND PAYMENT TERMS,
      * TOO WIDE TO SHARE
       01  IMGLINE-2.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE 'CONTACT '.
           05  IMGCONTACT-O  PIC X(20).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(10) VALUE 'TERMS NET '.
           05  IMGNETDAYS-O  PIC ZZ9.
           05  FILLER        PIC X(07) VALUE '  DISC '.
           05  IMGDISCPCT-O  PIC Z9.99.
           05  FILLER        PIC X(05) VALUE '% IN '.
           05  IMGDISCDAYS-O PIC Z9.
           05  FILLER        PIC X(15) VALUE SPACES.
      *
      * ONE OF THESE PER REJECTED TRANSACTION, ECHOING THE KEYED
      * ACTION AND CODE ALONGSIDE THE REASON
           05  FILLER        PIC X(20) VALUE 'MASTER RECORDS OUT: '.
           05  CTL-MSTOUT-O  PIC ZZZ,ZZ9.
           05  FILLER        PIC X(46) VALUE SPACES.
      *
       01  CTLLINE-MSTAMT.
           05  FILLER        PIC X(20) VALUE 'MINIMUMS TOTAL OUT: '.
           05  CTL-MSTAMT-O  PIC $$$,$$$,$$9.99-.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01  CTLLINE-HASH.
           05  FILLER        PIC X(20) VALUE 'CODE HASH OUT:      '.
           05  CTL-HASH-O    PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER        PIC X(38) VALUE SPACES.
      *
       01 WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
      * LOAD THE MASTER AND APPLY EVERY MAINTENANCE TRANSACTION
           PERFORM READ-MASTER.
           PERFORM READ-MAINT.
      * WRITE THE UPDATED MASTER BACK OUT IN CODE ORDER, THEN ITS
      * CONTROL RECORD
           PERFORM WRITE-NEWMASTER.
           PERFORM WRITE-SUPPCONTROL.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
               MOVE SUP-MINCASE  TO MSTMINCASE(MSTCOUNT)
               MOVE SUP-LEADDAYS TO MSTLEAD(MSTCOUNT)
               MOVE SUP-DELDAYS  TO MSTDELDAYS(MSTCOUNT)
               IF SUP-NETDAYS-X NUMERIC
                 MOVE SUP-NETDAYS  TO MSTNETDAYS(MSTCOUNT)
               ELSE
                 MOVE ZEROS        TO MSTNETDAYS(MSTCOUNT)
               END-IF
               IF SUP-DISCPCT-X NUMERIC
                 MOVE SUP-DISCPCT  TO MSTDISCPCT(MSTCOUNT)
               ELSE
                 MOVE ZEROS        TO MSTDISCPCT(MSTCOUNT)
               END-IF
               IF SUP-DISCDAYS-X NUMERIC
                 MOVE SUP-DISCDAYS TO MSTDISCDAYS(MSTCOUNT)
               ELSE
                 MOVE ZEROS        TO MSTDISCDAYS(MSTCOUNT)
               END-IF
             END-IF
             PERFORM READ-SUPPRCD
           END-PERFORM.
               END-IF
             END-IF
           END-IF.
           IF WS-REJECT-RSN = SPACES
             PERFORM CALC-EDITTERMS
           END-IF.
      *
      * PAYMENT TERMS ARE KEYED AS THREE NUMBERS; A DISCOUNT PERCENT
      * WITH NO DAYS TO EARN IT IN COULD NEVER BE TAKEN
       CALC-EDITTERMS.
           IF SMN-NETDAYS-X NOT = SPACES
               AND SMN-NETDAYS-X NOT NUMERIC
             MOVE 'NET DAYS NOT NUMERIC' TO WS-REJECT-RSN
           ELSE
             IF SMN-DISCPCT-X NOT = SPACES
                 AND SMN-DISCPCT-X NOT NUMERIC
               MOVE 'DISCOUNT PERCENT NOT NUMERIC' TO WS-REJECT-RSN
             ELSE
               IF SMN-DISCDAYS-X NOT = SPACES
                   AND SMN-DISCDAYS-X NOT NUMERIC
                 MOVE 'DISCOUNT DAYS NOT NUMERIC' TO WS-REJECT-RSN
               ELSE
                 IF SMN-DISCPCT-X NOT = SPACES
                     AND SMN-DISCDAYS-X = SPACES
                   MOVE 'DISCOUNT PERCENT WITHOUT DAYS'
                     TO WS-REJECT-RSN
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      * EACH OF THE SEVEN DAY POSITIONS MUST BE Y OR N
       CALC-EDITDELDAYS.
               MOVE SMN-LEAD TO MSTLEAD(WS-MST-SUB)
             END-IF
             MOVE SMN-DELDAYS TO MSTDELDAYS(WS-MST-SUB)
             IF SMN-NETDAYS-X = SPACES
               MOVE ZEROS TO MSTNETDAYS(WS-MST-SUB)
             ELSE
               MOVE SMN-NETDAYS TO MSTNETDAYS(WS-MST-SUB)
             END-IF
             IF SMN-DISCPCT-X = SPACES
               MOVE ZEROS TO MSTDISCPCT(WS-MST-SUB)
             ELSE
               MOVE SMN-DISCPCT TO MSTDISCPCT(WS-MST-SUB)
             END-IF
             IF SMN-DISCDAYS-X = SPACES
               MOVE ZEROS TO MSTDISCDAYS(WS-MST-SUB)
             ELSE
               MOVE SMN-DISCDAYS TO MSTDISCDAYS(WS-MST-SUB)
             END-IF
             PERFORM WRITE-AFTERIMAGE
           END-IF.
      *
             IF SMN-DELDAYS NOT = SPACES
               MOVE SMN-DELDAYS TO MSTDELDAYS(WS-MST-SUB)
             END-IF
             IF SMN-NETDAYS-X NOT = SPACES
               MOVE SMN-NETDAYS TO MSTNETDAYS(WS-MST-SUB)
             END-IF
             IF SMN-DISCPCT-X NOT = SPACES
               MOVE SMN-DISCPCT TO MSTDISCPCT(WS-MST-SUB)
             END-IF
             IF SMN-DISCDAYS-X NOT = SPACES
               MOVE SMN-DISCDAYS TO MSTDISCDAYS(WS-MST-SUB)
             END-IF
             PERFORM WRITE-AFTERIMAGE
           END-IF.
      *
             MOVE ZEROS  TO MSTMINCASE(WS-MST-SUB)
             MOVE ZEROS  TO MSTLEAD(WS-MST-SUB)
             MOVE SPACES TO MSTDELDAYS(WS-MST-SUB)
             MOVE ZEROS  TO MSTNETDAYS(WS-MST-SUB)
             MOVE ZEROS  TO MSTDISCPCT(WS-MST-SUB)
             MOVE ZEROS  TO MSTDISCDAYS(WS-MST-SUB)
             PERFORM WRITE-AFTERIMAGE
           END-IF.
      *
           MOVE MSTDELDAYS(WS-MST-SUB)  TO IMGDELDAYS-O.
           WRITE RPT-RCD FROM IMGLINE-1.
           MOVE MSTCONTACT(WS-MST-SUB)  TO IMGCONTACT-O.
           MOVE MSTNETDAYS(WS-MST-SUB)  TO IMGNETDAYS-O.
           MOVE MSTDISCPCT(WS-MST-SUB)  TO IMGDISCPCT-O.
           MOVE MSTDISCDAYS(WS-MST-SUB) TO IMGDISCDAYS-O.
           WRITE RPT-RCD FROM IMGLINE-2.
      *
      * WRITE THE MASTER IMAGE AS IT STANDS AFTER THE TRANSACTION
           MOVE MSTDELDAYS(WS-MST-SUB)  TO IMGDELDAYS-O.
           WRITE RPT-RCD FROM IMGLINE-1.
           MOVE MSTCONTACT(WS-MST-SUB)  TO IMGCONTACT-O.
           MOVE MSTNETDAYS(WS-MST-SUB)  TO IMGNETDAYS-O.
           MOVE MSTDISCPCT(WS-MST-SUB)  TO IMGDISCPCT-O.
           MOVE MSTDISCDAYS(WS-MST-SUB) TO IMGDISCDAYS-O.
           WRITE RPT-RCD FROM IMGLINE-2.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
               MOVE MSTMINCASE(I) TO SUP-MINCASE-N
               MOVE MSTLEAD(I)    TO SUP-LEADDAYS-N
               MOVE MSTDELDAYS(I) TO SUP-DELDAYS-N
               MOVE MSTNETDAYS(I) TO SUP-NETDAYS-N
               MOVE MSTDISCPCT(I) TO SUP-DISCPCT-N
               MOVE MSTDISCDAYS(I) TO SUP-DISCDAYS-N
               WRITE SUPN-RCD
               ADD 1 TO MSTWRITECOUNT
               ADD MSTMINDOL(I) TO MSTAMTTOTAL
               COMPUTE MSTKEYHASH = MSTKEYHASH
                     + FUNCTION ORD(MSTCODE(I)(1:1)) * 1000000
                     + FUNCTION ORD(MSTCODE(I)(2:1)) * 1000
                     + FUNCTION ORD(MSTCODE(I)(3:1))
             END-IF
           END-PERFORM.
      *
      * WRITE THE NEW MASTER'S CONTROL RECORD, DATED THE DAY IT WAS
      * BUILT, ONCE EVERY MASTER RECORD IS OUT
       WRITE-SUPPCONTROL.
           OPEN OUTPUT SCTL-FILE.
           MOVE SPACES          TO SCTL-RCD.
           MOVE 'PRDCSUPS'      TO SCTL-FILEID.
           MOVE WS-CURRENT-DATE TO SCTL-BUSDATE.
           MOVE MSTWRITECOUNT   TO SCTL-RECCOUNT.
           MOVE MSTAMTTOTAL     TO SCTL-AMTTOTAL.
           MOVE MSTKEYHASH      TO SCTL-KEYHASH.
           WRITE SCTL-RCD.
           CLOSE SCTL-FILE.
      *
      * RECONCILE TRANSACTIONS READ AGAINST CHANGES ACTUALLY APPLIED
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           WRITE RPT-RCD FROM CTLLINE-MSTIN.
           MOVE MSTWRITECOUNT  TO CTL-MSTOUT-O.
           WRITE RPT-RCD FROM CTLLINE-MSTOUT.
           MOVE MSTAMTTOTAL    TO CTL-MSTAMT-O.
           WRITE RPT-RCD FROM CTLLINE-MSTAMT.
           MOVE MSTKEYHASH     TO CTL-HASH-O.
           WRITE RPT-RCD FROM CTLLINE-HASH.
      *
       READ-MNTRCD.
           READ SMNT-FILE
