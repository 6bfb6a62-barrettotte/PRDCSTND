      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    PRDCCSHR.
       AUTHOR.        BARRETT OTTE.
       DATE-WRITTEN.  10/05/26.
      *
      * ROLL THE CASHIER ACTIVITY HISTORY WRITTEN BY PRDCSTND UP BY
      * CASHIER OVER A WINDOW OF WHOLE WEEKS (SIX BY DEFAULT) AND
      * SET EACH CASHIER AGAINST THE STAND AS A WHOLE.  A CASHIER IS
      * FLAGGED WHEN THEIR SHORTAGE PER COUNTED DAY, THEIR OVERRIDE
      * RATE, OR THEIR RETURN RATE RUNS WELL ABOVE THE STAND AVERAGE
      * -- BUT ONLY ON ENOUGH DAYS AND ENOUGH EVENTS THAT ONE BAD DAY
      * CANNOT DO IT ALONE.  THE WINDOW'S END DATE AND LENGTH COME
      * FROM AN OPTIONAL PARAMETER CARD; WITHOUT ONE THE WINDOW ENDS
      * TODAY.  RUN WEEKLY OR AT MONTH END ANY TIME AFTER PRDCSTND.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSHR-RPT   ASSIGN TO PRTLINE.
           SELECT CSHH-FILE  ASSIGN TO PRDCCSHH.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PRDCCPRM
                              FILE STATUS IS WS-PARM-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CSHR-RPT RECORDING MODE F.
       01  RPT-RCD           PIC X(80).
      *
      * CASHIER ACTIVITY HISTORY, ONE RECORD PER CASHIER PER DAY,
      * WRITTEN BY PRDCSTND.  LAYOUT MUST MATCH CSHH-RCD THERE
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
           05  FILLER            PIC X(01).
      *
      * OPTIONAL PARAMETER CARD: THE LAST DAY OF THE WINDOW AND HOW
      * MANY WEEKS IT RUNS BACK.  EITHER FIELD LEFT BLANK OR MIS-KEYED
      * TAKES THE DEFAULT
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-RCD.
           05  PARM-ENDDATE-X PIC X(08).
           05  PARM-ENDDATE REDEFINES PARM-ENDDATE-X
                             PIC 9(08).
           05  PARM-WEEKS-X  PIC X(02).
           05  PARM-WEEKS REDEFINES PARM-WEEKS-X
                             PIC 9(02).
           05  FILLER        PIC X(70).
      *
       WORKING-STORAGE SECTION.
      * TEMPORARY VARIABLES
       77  I                 PIC 9(06)        VALUE ZEROS.
       77  J                 PIC 9(06)        VALUE ZEROS.
      *
       01  FLAGS.
           05  LASTCSHH      PIC 9 VALUE ZERO.
           05  LASTPARM      PIC 9 VALUE ZERO.
      *
      * STATUS OF THE OPTIONAL PARAMETER CARD FILE
       77  WS-PARM-STATUS    PIC X(02)        VALUE SPACES.
      *
      * WHAT COUNTS AS WELL OUTSIDE THE STAND.  A CASHIER MUST HAVE
      * WORKED CSR-MINDAYS DAYS IN THE WINDOW, AND RUN AT CSR-FACTOR
      * TIMES THE STAND'S FIGURE OR WORSE, BEFORE ANY FLAG IS RAISED.
      * A SHORTAGE FLAG ALSO NEEDS CSR-SHORTMIN DOLLARS SHORT IN ALL,
      * AND A RATE FLAG CSR-MINEVENTS OVERRIDES OR RETURNS, SO A
      * HANDFUL OF SMALL EVENTS ON A QUIET STAND STAYS NOISE
       77  CSR-WEEKS         PIC 9(02)        VALUE 06.
       77  CSR-MINDAYS       PIC 9(02)        VALUE 03.
       77  CSR-FACTOR        PIC 9(01)V9(01)  VALUE 1.5.
       77  CSR-SHORTMIN      PIC 9(03)V9(02)  VALUE 20.00.
       77  CSR-MINEVENTS     PIC 9(02)        VALUE 03.
      *
      * THE WINDOW, AS DATES FOR THE REPORT AND AS DAY SERIALS FOR
      * THE TEST, VIA FUNCTION INTEGER-OF-DATE
       77  WS-END-YYYYMMDD   PIC 9(08)        VALUE ZEROS.
       77  WS-FROM-YYYYMMDD  PIC 9(08)        VALUE ZEROS.
       77  WS-END-SERIAL     PIC S9(08)       VALUE ZEROS.
       77  WS-FROM-SERIAL    PIC S9(08)       VALUE ZEROS.
       77  WS-CSHH-SERIAL    PIC S9(08)       VALUE ZEROS.
      *
      * PER-CASHIER TOTALS FOR THE WINDOW.  CSRCNTDAYS COUNTS ONLY
      * THE DAYS A COUNT SHEET WAS KEYED, WHICH ARE THE ONLY DAYS
      * WITH AN OVER/SHORT FIGURE BEHIND CSRNETOS
       01  CSRTABLE.
           05  CSRROW OCCURS 50 TIMES.
               10  CSRID         PIC X(03)        VALUE SPACES.
               10  CSRDAYS       PIC 9(04)        VALUE ZEROS.
               10  CSRCNTDAYS    PIC 9(04)        VALUE ZEROS.
               10  CSRTRN        PIC 9(07)        VALUE ZEROS.
               10  CSRRUNG       PIC S9(08)V9(2)  VALUE ZEROS.
               10  CSRNETOS      PIC S9(07)V9(2)  VALUE ZEROS.
               10  CSROVR        PIC 9(05)        VALUE ZEROS.
               10  CSROVRAMT     PIC S9(07)V9(2)  VALUE ZEROS.
               10  CSRRET        PIC 9(05)        VALUE ZEROS.
               10  CSRRETAMT     PIC S9(07)V9(2)  VALUE ZEROS.
               10  CSRCOMP       PIC 9(05)        VALUE ZEROS.
               10  CSRCOMPAMT    PIC S9(07)V9(2)  VALUE ZEROS.
               10  CSRUNK        PIC 9(05)        VALUE ZEROS.
               10  CSRFLAGS      PIC X(03)        VALUE SPACES.
      *
       77  CSRCOUNT          PIC 9(04) VALUE ZEROS.
       77  CSRFOUND          PIC 9(04) VALUE ZEROS.
      *
      * THE SAME FIGURES FOR THE WHOLE STAND
       01  STANDTOTALS.
           05  STDDAYS           PIC 9(05)        VALUE ZEROS.
           05  STDCNTDAYS        PIC 9(05)        VALUE ZEROS.
           05  STDTRN            PIC 9(08)        VALUE ZEROS.
           05  STDRUNG           PIC S9(09)V9(2)  VALUE ZEROS.
           05  STDNETOS          PIC S9(08)V9(2)  VALUE ZEROS.
           05  STDOVR            PIC 9(06)        VALUE ZEROS.
           05  STDOVRAMT         PIC S9(08)V9(2)  VALUE ZEROS.
           05  STDRET            PIC 9(06)        VALUE ZEROS.
           05  STDRETAMT         PIC S9(08)V9(2)  VALUE ZEROS.
           05  STDCOMP           PIC 9(06)        VALUE ZEROS.
           05  STDCOMPAMT        PIC S9(08)V9(2)  VALUE ZEROS.
           05  STDUNK            PIC 9(06)        VALUE ZEROS.
      *
      * THE STAND'S SHORTAGE PER COUNTED DAY AND ITS OVERRIDE AND
      * RETURN RATES PER 100 RINGS, THEN THE SAME FOR THE CASHIER
      * BEING TESTED.  A STAND THAT CAME OUT OVER HAS NO SHORTAGE
       77  STD-SHORTDAY      PIC S9(06)V9(2)  VALUE ZEROS.
       77  STD-OVRRATE       PIC S9(03)V9(2)  VALUE ZEROS.
       77  STD-RETRATE       PIC S9(03)V9(2)  VALUE ZEROS.
       77  WS-SHORT          PIC S9(07)V9(2)  VALUE ZEROS.
       77  WS-SHORTDAY       PIC S9(06)V9(2)  VALUE ZEROS.
       77  WS-OVRRATE        PIC S9(03)V9(2)  VALUE ZEROS.
       77  WS-RETRATE        PIC S9(03)V9(2)  VALUE ZEROS.
      *
      * CONTROL TOTALS
       77  CSHHREADCOUNT     PIC 9(06) VALUE ZEROS.
       77  CSHHUSEDCOUNT     PIC 9(06) VALUE ZEROS.
       77  CSROVERFLOW       PIC 9(06) VALUE ZEROS.
       77  EXCCOUNT          PIC 9(04) VALUE ZEROS.
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
           05  FILLER        PIC X(24) VALUE 'CASHIER EXCEPTION TREND '.
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
           05  FILLER        PIC X(15) VALUE 'WINDOW:       '.
           05  HDR-FROM      PIC 9(08).
           05  FILLER        PIC X(06) VALUE ' THRU '.
           05  HDR-THRU      PIC 9(08).
           05  FILLER        PIC X(02) VALUE ' ('.
           05  HDR-WEEKS     PIC Z9.
           05  FILLER        PIC X(07) VALUE ' WEEKS)'.
           05  FILLER        PIC X(32) VALUE SPACES.
      *
       01  DASH52.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(20) VALUE '--------------------'.
           05  FILLER        PIC X(12) VALUE '------------'.
           05  FILLER        PIC X(28) VALUE SPACES.
      *
      * ONE LINE PER CASHIER: DAYS WORKED AND DAYS WITH NO COUNT
      * SHEET, RINGS AND DOLLARS, NET OVER/SHORT ON THE COUNTED DAYS,
      * THEN THE OVERRIDE, RETURN, COMP, AND UNKNOWN-PLU COUNTS WITH
      * THE FLAGS RAISED (S SHORT, O OVERRIDES, R RETURNS)
       01  ACTHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(16) VALUE 'CASHIER ACTIVITY'.
           05  FILLER        PIC X(63) VALUE SPACES.
      *
       01  ACTHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(03) VALUE 'CSH'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(04) VALUE 'DAYS'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(03) VALUE 'NOC'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(05) VALUE 'RINGS'.
           05  FILLER        PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'RUNG'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(10) VALUE 'OVER/SHORT'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(04) VALUE 'OVRD'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'OVR%'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(04) VALUE 'RTRN'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'RTN%'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(04) VALUE 'COMP'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(03) VALUE 'UNK'.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE 'FLAG'.
      *
       01  ACTLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ACTID-O       PIC X(03).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  ACTDAYS-O     PIC ZZ9.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ACTNOCNT-O    PIC ZZ9.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ACTTRN-O      PIC ZZ,ZZ9.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ACTRUNG-O     PIC $$$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ACTNETOS-O    PIC $$,$$9.99-.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ACTOVR-O      PIC ZZZ9.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ACTOVRPCT-O   PIC ZZ9.9.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ACTRET-O      PIC ZZZ9.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ACTRETPCT-O   PIC ZZ9.9.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ACTCOMP-O     PIC ZZZ9.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ACTUNK-O      PIC ZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  ACTFLAGS-O    PIC X(03).
           05  FILLER        PIC X(01) VALUE SPACE.
      *
      * WHAT THE OVERRIDES, RETURNS, AND COMPS WERE WORTH.  AN
      * OVERRIDE'S DOLLARS ARE WHAT IT RANG LESS THE PRICE IN FORCE,
      * SO A GIVE-AWAY SHOWS NEGATIVE
       01  DOLHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(34)
                         VALUE 'OVERRIDE, RETURN, AND COMP DOLLARS'.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  DOLHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(03) VALUE 'CSH'.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(09) VALUE 'OVERRIDES'.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(07) VALUE 'RETURNS'.
           05  FILLER        PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(05) VALUE 'COMPS'.
           05  FILLER        PIC X(35) VALUE SPACES.
      *
       01  DOLLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DOLID-O       PIC X(03).
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DOLOVR-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DOLRET-O      PIC $$$,$$9.99-.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DOLCOMP-O     PIC $$$,$$9.99-.
           05  FILLER        PIC X(35) VALUE SPACES.
      *
      * ONE LINE PER FLAG RAISED, THE CASHIER'S FIGURE SET AGAINST
      * THE STAND'S
       01  EXCHDR-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(36)
                         VALUE 'EXCEPTIONS AGAINST THE STAND AVERAGE'.
           05  FILLER        PIC X(43) VALUE SPACES.
      *
       01  EXCHDR-2.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(03) VALUE 'CSH'.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(07) VALUE 'MEASURE'.
           05  FILLER        PIC X(19) VALUE SPACES.
           05  FILLER        PIC X(07) VALUE 'CASHIER'.
           05  FILLER        PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(05) VALUE 'STAND'.
           05  FILLER        PIC X(27) VALUE SPACES.
      *
       01  EXCLINE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  EXCID-O       PIC X(03).
           05  FILLER        PIC X(03) VALUE SPACES.
           05  EXCMEAS-O     PIC X(22).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  EXCCSH-O      PIC ZZ,ZZ9.99-.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  EXCSTD-O      PIC ZZ,ZZ9.99-.
           05  FILLER        PIC X(27) VALUE SPACES.
      *
       01  EXCNONE-1.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  FILLER        PIC X(36)
                         VALUE 'NO CASHIER OUTSIDE THE STAND AVERAGE'.
           05  FILLER        PIC X(43) VALUE SPACES.
      *
       01  CTLHDR-1.
           05  FILLER        PIC X(20) VALUE 'CONTROL TOTALS'.
           05  FILLER        PIC X(53) VALUE SPACES.
      *
       01  CTLLINE-READ.
           05  FILLER        PIC X(20) VALUE 'HISTORY READ:       '.
           05  CTL-READ-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-USED.
           05  FILLER        PIC X(20) VALUE 'HISTORY IN WINDOW:  '.
           05  CTL-USED-O    PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-CSHRS.
           05  FILLER        PIC X(20) VALUE 'CASHIERS:           '.
           05  CTL-CSHRS-O   PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-NOTHELD.
           05  FILLER        PIC X(20) VALUE 'RECORDS NOT HELD:   '.
           05  CTL-NOTHELD-O PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
      *
       01  CTLLINE-EXC.
           05  FILLER        PIC X(20) VALUE 'FLAGS RAISED:       '.
           05  CTL-EXC-O     PIC ZZZ,ZZ9.
           05  FILLER        PIC X(45) VALUE SPACES.
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
      * ROLL THE WINDOW UP BY CASHIER, THEN SET EACH AGAINST THE STAND
           PERFORM READ-HISTORY.
           PERFORM CALC-STANDRATES.
           PERFORM CALC-FLAGS.
      * WRITE REPORT BODY
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-ACTIVITY.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-DOLLARS.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-EXCEPTIONS.
           WRITE RPT-RCD FROM DASH52.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
           PERFORM WRITE-CONTROLTOTALS.
      * CLEAN UP
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
      * SET THE WINDOW FROM THE PARAMETER CARD WHEN ONE IS SUPPLIED
      * AND KEYED CLEANLY, OTHERWISE SIX WEEKS ENDING TODAY.  THE
      * WINDOW'S FIRST DAY IS WORKED OUT BY DAY SERIAL
       READ-PARAMETERS.
           MOVE WS-CURRENT-DATE TO WS-END-YYYYMMDD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
             AT END MOVE 1 TO LASTPARM
           END-READ.
           IF LASTPARM = 0
             IF PARM-ENDDATE-X NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(PARM-ENDDATE) = 0
                 MOVE PARM-ENDDATE TO WS-END-YYYYMMDD
               END-IF
             END-IF
             IF PARM-WEEKS-X NUMERIC
               IF PARM-WEEKS > 0
                 MOVE PARM-WEEKS TO CSR-WEEKS
               END-IF
             END-IF
           END-IF.
           CLOSE PARM-FILE.
           COMPUTE WS-END-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-END-YYYYMMDD).
           COMPUTE WS-FROM-SERIAL =
                   WS-END-SERIAL - (CSR-WEEKS * 7) + 1.
           COMPUTE WS-FROM-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-SERIAL).
      *
       OPEN-FILES.
           OPEN INPUT  CSHH-FILE.
           OPEN OUTPUT CSHR-RPT.
      *
       WRITE-MAINHDR.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           WRITE RPT-RCD FROM MAINHDR-1.
           WRITE RPT-RCD FROM MAINHDR-2.
           MOVE WS-FROM-YYYYMMDD TO HDR-FROM.
           MOVE WS-END-YYYYMMDD  TO HDR-THRU.
           MOVE CSR-WEEKS        TO HDR-WEEKS.
           WRITE RPT-RCD FROM MAINHDR-3.
           MOVE SPACES TO RPT-RCD.
           WRITE RPT-RCD AFTER ADVANCING 1 LINES.
      *
      * READ THE WHOLE HISTORY, KEEPING THE DAYS INSIDE THE WINDOW.
      * EACH DAY GOES TO ITS CASHIER'S ROW AND TO THE STAND TOTALS
       READ-HISTORY.
           PERFORM READ-CSHHRCD
           PERFORM UNTIL LASTCSHH = 1
             ADD 1 TO CSHHREADCOUNT
             IF CSHH-DATE NUMERIC AND CSHH-CASHIER NOT = SPACES
               COMPUTE WS-CSHH-SERIAL =
                       FUNCTION INTEGER-OF-DATE(CSHH-DATE)
               IF WS-CSHH-SERIAL >= WS-FROM-SERIAL
                   AND WS-CSHH-SERIAL <= WS-END-SERIAL
                 PERFORM CALC-CASHIERLOOKUP
                 IF CSRFOUND > 0
                   ADD 1 TO CSHHUSEDCOUNT
                   PERFORM CALC-ADDDAY
                 ELSE
                   ADD 1 TO CSROVERFLOW
                 END-IF
               END-IF
             END-IF
             PERFORM READ-CSHHRCD
           END-PERFORM.
      *
      * FIND THIS RECORD'S CASHIER IN CSRTABLE, ADDING A NEW ROW IF
      * THIS IS THE FIRST DAY SEEN FOR THEM
       CALC-CASHIERLOOKUP.
           MOVE ZEROS TO CSRFOUND.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CSRCOUNT
             IF CSRID(J) = CSHH-CASHIER
               MOVE J TO CSRFOUND
             END-IF
           END-PERFORM.
           IF CSRFOUND = 0 AND CSRCOUNT < 50
             ADD 1 TO CSRCOUNT
             MOVE CSRCOUNT     TO CSRFOUND
             MOVE CSHH-CASHIER TO CSRID(CSRFOUND)
           END-IF.
      *
      * FOLD ONE CASHIER-DAY INTO ITS CASHIER'S ROW AND THE STAND
       CALC-ADDDAY.
           ADD 1 TO CSRDAYS(CSRFOUND).
           ADD 1 TO STDDAYS.
           IF CSHH-DRAWER-COUNTED
             ADD 1 TO CSRCNTDAYS(CSRFOUND)
             ADD 1 TO STDCNTDAYS
             COMPUTE CSRNETOS(CSRFOUND) = CSRNETOS(CSRFOUND)
                     + CSHH-CASHOS + CSHH-CHECKOS + CSHH-CARDOS
             COMPUTE STDNETOS = STDNETOS
                     + CSHH-CASHOS + CSHH-CHECKOS + CSHH-CARDOS
           END-IF.
           ADD CSHH-TRNCOUNT  TO CSRTRN(CSRFOUND) STDTRN.
           ADD CSHH-RUNGAMT   TO CSRRUNG(CSRFOUND) STDRUNG.
           ADD CSHH-OVRCOUNT  TO CSROVR(CSRFOUND) STDOVR.
           ADD CSHH-OVRAMT    TO CSROVRAMT(CSRFOUND) STDOVRAMT.
           ADD CSHH-RETCOUNT  TO CSRRET(CSRFOUND) STDRET.
           ADD CSHH-RETAMT    TO CSRRETAMT(CSRFOUND) STDRETAMT.
           ADD CSHH-COMPCOUNT TO CSRCOMP(CSRFOUND) STDCOMP.
           ADD CSHH-COMPAMT   TO CSRCOMPAMT(CSRFOUND) STDCOMPAMT.
           ADD CSHH-UNKCOUNT  TO CSRUNK(CSRFOUND) STDUNK.
      *
      * THE STAND'S FIGURES EVERY CASHIER IS MEASURED AGAINST
       CALC-STANDRATES.
           MOVE ZEROS TO STD-SHORTDAY STD-OVRRATE STD-RETRATE.
           IF STDCNTDAYS > 0 AND STDNETOS < 0
             COMPUTE STD-SHORTDAY ROUNDED =
                     (0 - STDNETOS) / STDCNTDAYS
           END-IF.
           IF STDTRN > 0
             COMPUTE STD-OVRRATE ROUNDED = STDOVR * 100 / STDTRN
             COMPUTE STD-RETRATE ROUNDED = STDRET * 100 / STDTRN
           END-IF.
      *
      * WORK OUT EACH CASHIER'S FIGURES AND RAISE THE FLAGS THAT
      * CLEAR EVERY THRESHOLD
       CALC-FLAGS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CSRCOUNT
             PERFORM CALC-CASHIERRATES
             MOVE SPACES TO CSRFLAGS(I)
             IF CSRDAYS(I) >= CSR-MINDAYS
               IF CSRCNTDAYS(I) >= CSR-MINDAYS
                   AND WS-SHORT >= CSR-SHORTMIN
                   AND WS-SHORTDAY >= STD-SHORTDAY * CSR-FACTOR
                 MOVE 'S' TO CSRFLAGS(I)(1:1)
                 ADD 1 TO EXCCOUNT
               END-IF
               IF CSROVR(I) >= CSR-MINEVENTS
                   AND WS-OVRRATE >= STD-OVRRATE * CSR-FACTOR
                 MOVE 'O' TO CSRFLAGS(I)(2:1)
                 ADD 1 TO EXCCOUNT
               END-IF
               IF CSRRET(I) >= CSR-MINEVENTS
                   AND WS-RETRATE >= STD-RETRATE * CSR-FACTOR
                 MOVE 'R' TO CSRFLAGS(I)(3:1)
                 ADD 1 TO EXCCOUNT
               END-IF
             END-IF
           END-PERFORM.
      *
      * CASHIER I'S SHORTAGE IN ALL AND PER COUNTED DAY, AND ITS
      * OVERRIDE AND RETURN RATES PER 100 RINGS
       CALC-CASHIERRATES.
           MOVE ZEROS TO WS-SHORT WS-SHORTDAY WS-OVRRATE WS-RETRATE.
           IF CSRNETOS(I) < 0
             COMPUTE WS-SHORT = 0 - CSRNETOS(I)
             IF CSRCNTDAYS(I) > 0
               COMPUTE WS-SHORTDAY ROUNDED =
                       WS-SHORT / CSRCNTDAYS(I)
             END-IF
           END-IF.
           IF CSRTRN(I) > 0
             COMPUTE WS-OVRRATE ROUNDED = CSROVR(I) * 100 / CSRTRN(I)
             COMPUTE WS-RETRATE ROUNDED = CSRRET(I) * 100 / CSRTRN(I)
           END-IF.
      *
      * ONE ACTIVITY LINE PER CASHIER, THEN THE STAND'S OWN LINE
       WRITE-ACTIVITY.
           WRITE RPT-RCD FROM ACTHDR-1.
           WRITE RPT-RCD FROM ACTHDR-2.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CSRCOUNT
             PERFORM CALC-CASHIERRATES
             MOVE CSRID(I)          TO ACTID-O
             MOVE CSRDAYS(I)        TO ACTDAYS-O
             COMPUTE ACTNOCNT-O = CSRDAYS(I) - CSRCNTDAYS(I)
             MOVE CSRTRN(I)         TO ACTTRN-O
             MOVE CSRRUNG(I)        TO ACTRUNG-O
             MOVE CSRNETOS(I)       TO ACTNETOS-O
             MOVE CSROVR(I)         TO ACTOVR-O
             MOVE WS-OVRRATE        TO ACTOVRPCT-O
             MOVE CSRRET(I)         TO ACTRET-O
             MOVE WS-RETRATE        TO ACTRETPCT-O
             MOVE CSRCOMP(I)        TO ACTCOMP-O
             MOVE CSRUNK(I)         TO ACTUNK-O
             MOVE CSRFLAGS(I)       TO ACTFLAGS-O
             WRITE RPT-RCD FROM ACTLINE-1
           END-PERFORM.
           WRITE RPT-RCD FROM DASH52.
           MOVE 'ALL'               TO ACTID-O.
           MOVE STDDAYS             TO ACTDAYS-O.
           COMPUTE ACTNOCNT-O = STDDAYS - STDCNTDAYS.
           MOVE STDTRN              TO ACTTRN-O.
           MOVE STDRUNG             TO ACTRUNG-O.
           MOVE STDNETOS            TO ACTNETOS-O.
           MOVE STDOVR              TO ACTOVR-O.
           MOVE STD-OVRRATE         TO ACTOVRPCT-O.
           MOVE STDRET              TO ACTRET-O.
           MOVE STD-RETRATE         TO ACTRETPCT-O.
           MOVE STDCOMP             TO ACTCOMP-O.
           MOVE STDUNK              TO ACTUNK-O.
           MOVE SPACES              TO ACTFLAGS-O.
           WRITE RPT-RCD FROM ACTLINE-1.
      *
      * THE DOLLARS BEHIND THE OVERRIDE, RETURN, AND COMP COUNTS
       WRITE-DOLLARS.
           WRITE RPT-RCD FROM DOLHDR-1.
           WRITE RPT-RCD FROM DOLHDR-2.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CSRCOUNT
             MOVE CSRID(I)          TO DOLID-O
             MOVE CSROVRAMT(I)      TO DOLOVR-O
             MOVE CSRRETAMT(I)      TO DOLRET-O
             MOVE CSRCOMPAMT(I)     TO DOLCOMP-O
             WRITE RPT-RCD FROM DOLLINE-1
           END-PERFORM.
           WRITE RPT-RCD FROM DASH52.
           MOVE 'ALL'               TO DOLID-O.
           MOVE STDOVRAMT           TO DOLOVR-O.
           MOVE STDRETAMT           TO DOLRET-O.
           MOVE STDCOMPAMT          TO DOLCOMP-O.
           WRITE RPT-RCD FROM DOLLINE-1.
      *
      * ONE LINE PER FLAG RAISED, THE CASHIER'S FIGURE NEXT TO THE
      * STAND'S
       WRITE-EXCEPTIONS.
           WRITE RPT-RCD FROM EXCHDR-1.
           IF EXCCOUNT = 0
             WRITE RPT-RCD FROM EXCNONE-1
           ELSE
             WRITE RPT-RCD FROM EXCHDR-2
             PERFORM VARYING I FROM 1 BY 1 UNTIL I > CSRCOUNT
               IF CSRFLAGS(I) NOT = SPACES
                 PERFORM CALC-CASHIERRATES
                 MOVE CSRID(I) TO EXCID-O
                 IF CSRFLAGS(I)(1:1) = 'S'
                   MOVE 'SHORT PER COUNTED DAY' TO EXCMEAS-O
                   MOVE WS-SHORTDAY  TO EXCCSH-O
                   MOVE STD-SHORTDAY TO EXCSTD-O
                   WRITE RPT-RCD FROM EXCLINE-1
                 END-IF
                 IF CSRFLAGS(I)(2:1) = 'O'
                   MOVE 'OVERRIDES PER 100'    TO EXCMEAS-O
                   MOVE WS-OVRRATE   TO EXCCSH-O
                   MOVE STD-OVRRATE  TO EXCSTD-O
                   WRITE RPT-RCD FROM EXCLINE-1
                 END-IF
                 IF CSRFLAGS(I)(3:1) = 'R'
                   MOVE 'RETURNS PER 100'      TO EXCMEAS-O
                   MOVE WS-RETRATE   TO EXCCSH-O
                   MOVE STD-RETRATE  TO EXCSTD-O
                   WRITE RPT-RCD FROM EXCLINE-1
                 END-IF
               END-IF
             END-PERFORM
           END-IF.
      *
       WRITE-CONTROLTOTALS.
           WRITE RPT-RCD FROM CTLHDR-1.
           MOVE CSHHREADCOUNT TO CTL-READ-O.
           WRITE RPT-RCD FROM CTLLINE-READ.
           MOVE CSHHUSEDCOUNT TO CTL-USED-O.
           WRITE RPT-RCD FROM CTLLINE-USED.
           MOVE CSRCOUNT      TO CTL-CSHRS-O.
           WRITE RPT-RCD FROM CTLLINE-CSHRS.
           MOVE CSROVERFLOW   TO CTL-NOTHELD-O.
           WRITE RPT-RCD FROM CTLLINE-NOTHELD.
           MOVE EXCCOUNT      TO CTL-EXC-O.
           WRITE RPT-RCD FROM CTLLINE-EXC.
      *
       READ-CSHHRCD.
           READ CSHH-FILE
             AT END MOVE 1 TO LASTCSHH
           END-READ.
      *
       CLOSE-FILES.
           CLOSE CSHH-FILE.
           CLOSE CSHR-RPT.
      *
