      ********************************************
      * COBOL PROGRAM - CASH REQUIREMENTS FORECAST*
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - DAILY DISBURSEMENT FORECAST BY     *
      *                  BUSINESS DAY AND COMPANY FOR TREASURY, WITH   *
      *                  THE FIXED-FORMAT EXTRACT THEIR SYSTEM LOADS.  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * CASH REQUIREMENTS FORECAST.  PROJECTS THE CASH GOING OUT OF   *
      * THE DISBURSEMENT ACCOUNT ON EACH BUSINESS DAY OF THE          *
      * PROCESSING CALENDAR (CALFILE) IN THE 30 DAYS FROM THE         *
      * BUSINESS DATE (PARM BUSDATE=CCYYMMDD), FROM:                  *
      *   REGISTER   - CHECK REGISTER ITEMS (CHKREG) STILL AWAITING   *
      *                THE CHECK PASS - NOT YET ON THE PAYMENT        *
      *                HISTORY.  AN ACH PAYEE'S ITEM SETTLES ON THE   *
      *                FIRST DAY; A PAPER CHECK ON THE FIRST DAY PLUS *
      *                THE CLEARING LAG.                              *
      *   ACH        - SETTLEMENTS ON THE ACH EXTRACT (ACHEXT) BY     *
      *                ACH-SETTLE-DATE.                               *
      *   STANDING   - EACH OCCURRENCE OF AN ACTIVE STANDING PAYMENT  *
      *                (RECURMST) FROM REC-NEXT-DUE, ROLLED BY ITS    *
      *                FREQUENCY THE SAME WAY RECGEN ROLLS IT.        *
      *   CLEARING   - CHECKS STILL OUTSTANDING AFTER THE LAST        *
      *                RECONCILIATION (OUTSTND), ON THEIR ISSUE DATE  *
      *                PLUS THE CLEARING LAG.                         *
      * THE CLEARING LAG IS THE AVERAGE NUMBER OF CALENDAR DAYS PAST  *
      * CHECKS TOOK FROM THEIR ISSUE DATE ON THE PAYMENT HISTORY      *
      * (CHKHIST) TO THEIR PAID DATE ON THE BANK'S PAID ITEMS         *
      * (PAIDIN).  ALL FIVE SEQUENTIAL FILES ARE SORTED TOGETHER BY   *
      * CHECK NUMBER, SO EACH CHECK'S HISTORY RECORD - AND WITH IT    *
      * THE COMPANY - COMES BACK AHEAD OF ITS OTHER RECORDS.  ITEMS   *
      * WAITING ON THE LAG ARE HELD ON A WORK FILE (FCWORK) UNTIL THE *
      * SORT HAS MEASURED IT.                                         *
      * AN AMOUNT DUE BEFORE THE FIRST DAY IS STILL TO GO OUT, SO IT  *
      * FALLS ON THE FIRST DAY; ONE DUE ON A NON-BUSINESS DAY FALLS   *
      * ON THE NEXT BUSINESS DAY.  LEFT OUT: ANYTHING ON THE VOID     *
      * FILE, OUTSTANDING CHECKS OVER 180 DAYS OLD (STALE DATED), AND *
      * REGISTER ITEMS FOR AN ACH PAYEE WHOSE BANK DETAILS AWAIT      *
      * THEIR CALLBACK (THE CHECK PASS HOLDS THOSE).                  *
      * FCSTRPT - ONE LINE PER DAY BY SOURCE WITH THE DAY'S TOTAL AND *
      *           THE RUNNING CUMULATIVE, THEN EACH DAY BY COMPANY.   *
      * CASHEXT - TREASURY'S EXTRACT (CASHFC COPYBOOK).               *
      * RC=4 - NO PAID-CHECK HISTORY TO MEASURE THE CLEARING LAG; THE *
      *        STANDARD LAG WAS USED.                                 *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PROCESSING CALENDAR - POSITIONED AT THE BUSINESS DATE AND
      *    READ FORWARD THROUGH THE FORECAST WINDOW.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CHK-HIST-FILE ASSIGN TO "CHKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKHIST-STATUS.

           SELECT PAID-FILE ASSIGN TO "PAIDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.

           SELECT OUTSTANDING-FILE ASSIGN TO "OUTSTND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTSTND-STATUS.

           SELECT ACH-EXT-FILE ASSIGN TO "ACHEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHEXT-STATUS.

           SELECT CHECK-REG-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT RECUR-MASTER-FILE ASSIGN TO "RECURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-ID
               FILE STATUS IS WS-RECMST-STATUS.

           SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-ID
               FILE STATUS IS WS-PAYMAST-STATUS.

           SELECT VOID-FILE ASSIGN TO "VOIDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VD-CHECK-NUMBER
               FILE STATUS IS WS-VOID-STATUS.

           SELECT FC-WORK-FILE ASSIGN TO "FCWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCWORK-STATUS.

           SELECT CASH-EXT-FILE ASSIGN TO "CASHEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASHEXT-STATUS.

           SELECT FCST-REPORT-FILE ASSIGN TO "FCSTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCSTRPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * PROCESSING CALENDAR RECORD LAYOUT - SHARED COPYBOOK
          COPY CALREC.

       FD  CHK-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CUMULATIVE CHECK PAYMENT HISTORY LAYOUT - SHARED COPYBOOK
          COPY CHKHIST.

       FD  PAID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * PAID-ITEMS RECORD LAYOUT - SHARED COPYBOOK
          COPY PAIDREC.

       FD  OUTSTANDING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * POSITIVE-PAY ISSUE RECORD LAYOUT - SHARED COPYBOOK.  THE
      * OUTSTANDING GENERATION CARRIES THE SAME RECORD.
          COPY POSPAY.

       FD  ACH-EXT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * ACH SETTLEMENT EXTRACT RECORD LAYOUT - SHARED COPYBOOK
          COPY ACHREC.

       FD  CHECK-REG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CHECK REGISTER RECORD LAYOUT - SHARED COPYBOOK
          COPY CHKREG.

       FD  RECUR-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * RECURRING TRANSACTION MASTER LAYOUT - SHARED COPYBOOK
          COPY RECREC.

       FD  PAYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * PAYEE MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY PAYMAST.

       FD  VOID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CHECK VOID / STOP-PAYMENT RECORD LAYOUT - SHARED COPYBOOK
          COPY VOIDREC.

      * ITEMS WAITING ON THE CLEARING LAG - R = REGISTER PAPER CHECK,
      * O = OUTSTANDING CHECK - WITH THE DATE THE LAG COUNTS FROM.
       FD  FC-WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FC-WORK-RECORD.
           02  FW-SOURCE         PIC X(1).
           02  FW-FROM-DATE      PIC 9(8).
           02  FW-AMOUNT         PIC 9(3)V9(2).
           02  FW-COMPANY        PIC X(3).
           02  FILLER            PIC X(3).

       FD  CASH-EXT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CASH FORECAST EXTRACT RECORD LAYOUT - SHARED COPYBOOK
          COPY CASHFC.

       FD  FCST-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FCST-REPORT-RECORD    PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           02  SRT-CHECK-NUMBER  PIC 9(7).
      *    1 = PAYMENT HISTORY, 2 = PAID ITEM, 3 = OUTSTANDING CHECK,
      *    4 = ACH SETTLEMENT, 5 = REGISTER ITEM - THE HISTORY RECORD
      *    SORTS FIRST SO ITS ISSUE DATE AND COMPANY ARE IN HAND
           02  SRT-SOURCE        PIC 9(1).
           02  SRT-DATE          PIC 9(8).
           02  SRT-AMOUNT        PIC 9(3)V9(2).
           02  SRT-COMPANY       PIC X(3).
           02  SRT-PAYEE-ID      PIC 9(6).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-CAL-EOF-SW      PIC X(01) VALUE 'N'.
             88 CALENDAR-AT-END    VALUE 'Y'.
          02 WS-CHKHIST-EOF-SW  PIC X(01) VALUE 'N'.
             88 CHKHIST-AT-END     VALUE 'Y'.
          02 WS-PAID-EOF-SW     PIC X(01) VALUE 'N'.
             88 PAID-AT-END        VALUE 'Y'.
          02 WS-OUTSTND-EOF-SW  PIC X(01) VALUE 'N'.
             88 OUTSTND-AT-END     VALUE 'Y'.
          02 WS-ACHEXT-EOF-SW   PIC X(01) VALUE 'N'.
             88 ACHEXT-AT-END      VALUE 'Y'.
          02 WS-CHKREG-EOF-SW   PIC X(01) VALUE 'N'.
             88 CHKREG-AT-END      VALUE 'Y'.
          02 WS-RECMST-EOF-SW   PIC X(01) VALUE 'N'.
             88 MASTER-AT-END      VALUE 'Y'.
          02 WS-FCWORK-EOF-SW   PIC X(01) VALUE 'N'.
             88 FCWORK-AT-END      VALUE 'Y'.
          02 WS-SORT-EOF-SW     PIC X(01) VALUE 'N'.
             88 SORT-DRAINED       VALUE 'Y'.
          02 WS-LEAP-SW         PIC X(01) VALUE 'N'.
             88 IS-LEAP-YEAR        VALUE 'Y'.
             88 NOT-LEAP-YEAR       VALUE 'N'.
          02 WS-LAG-SW          PIC X(01) VALUE 'M'.
             88 LAG-MEASURED        VALUE 'M'.
             88 LAG-STANDARD        VALUE 'S'.

      ****************************************************************
      * ONE CHECK NUMBER'S SORTED GROUP - WHAT HAS BEEN SEEN OF IT SO *
      * FAR.                                                          *
      ****************************************************************
       01 WS-GROUP.
          02 WS-GRP-CHECK-NUM   PIC 9(7) VALUE ZERO.
          02 WS-GRP-HIST-SW     PIC X(01) VALUE 'N'.
             88 GROUP-HAS-HISTORY  VALUE 'Y'.
          02 WS-GRP-PAID-SW     PIC X(01) VALUE 'N'.
             88 GROUP-HAS-PAID     VALUE 'Y'.
          02 WS-GRP-ISSUE-DATE  PIC 9(8) VALUE ZERO.
          02 WS-GRP-COMPANY     PIC X(3) VALUE SPACES.

      ****************************************************************
      * FORECAST WINDOW - THE BUSINESS DATE, THE LAST CALENDAR DATE   *
      * OF THE WINDOW, AND ONE ENTRY PER BUSINESS DAY IN IT WITH THE  *
      * AMOUNT FROM EACH SOURCE.                                      *
      ****************************************************************
       01 WS-BUS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-END-DATE            PIC 9(8) VALUE ZERO.
       01 WS-LAST-CAL-DATE       PIC 9(8) VALUE ZERO.

       01 WS-DAY-TABLE-AREA.
          02 WS-DAY-ENTRY OCCURS 30 TIMES.
             03 WS-DAY-DATE      PIC 9(8).
             03 WS-DAY-REGISTER  PIC 9(11)V9(2).
             03 WS-DAY-ACH       PIC 9(11)V9(2).
             03 WS-DAY-STANDING  PIC 9(11)V9(2).
             03 WS-DAY-CLEARING  PIC 9(11)V9(2).
             03 WS-DAY-TOTAL     PIC 9(11)V9(2).

       77 WS-DAY-MAX             PIC 9(3) COMP VALUE 30.
       77 WS-DAY-COUNT           PIC 9(3) COMP VALUE ZERO.
       77 WS-DAY-SUB             PIC 9(3) COMP VALUE ZERO.
       77 WS-DAY-HIT-SUB         PIC 9(3) COMP VALUE ZERO.
       77 WS-WINDOW-DAYS         PIC 9(3) COMP VALUE 29.

      ****************************************************************
      * COMPANY TABLE - EVERY COMPANY WITH CASH GOING OUT IN THE      *
      * WINDOW, WITH ITS AMOUNT FOR EACH BUSINESS DAY.  A PAYMENT     *
      * WITH NO COMPANY RECORDED HAS AN ENTRY OF SPACES.              *
      ****************************************************************
       01 WS-CO-TABLE-AREA.
          02 WS-CO-ENTRY OCCURS 20 TIMES.
             03 WS-CO-CODE       PIC X(3).
             03 WS-CO-TOTAL      PIC 9(11)V9(2).
             03 WS-CO-CUM        PIC 9(11)V9(2).
             03 WS-CO-DAY-AMT    PIC 9(11)V9(2) OCCURS 30 TIMES.

       77 WS-CO-MAX              PIC 9(3) COMP VALUE 20.
       77 WS-CO-COUNT            PIC 9(3) COMP VALUE ZERO.
       77 WS-CO-SUB              PIC 9(3) COMP VALUE ZERO.
       77 WS-CO-HIT-SUB          PIC 9(3) COMP VALUE ZERO.

      ****************************************************************
      * ONE AMOUNT TO PLACE IN THE WINDOW                             *
      ****************************************************************
       01 WS-PLACE-AREA.
          02 WS-PLACE-DATE       PIC 9(8) VALUE ZERO.
          02 WS-PLACE-AMOUNT     PIC 9(5)V9(2) VALUE ZERO.
          02 WS-PLACE-COMPANY    PIC X(3) VALUE SPACES.
      *    R = REGISTER, A = ACH, S = STANDING, C = CHECKS CLEARING
          02 WS-PLACE-SOURCE     PIC X(1) VALUE SPACE.

      ****************************************************************
      * CLEARING LAG.  A PAID CHECK COUNTS TOWARD IT WHEN IT CLEARED  *
      * WITHIN THE STALE-DATE LIMIT; WITH NONE TO MEASURE, THE        *
      * STANDARD LAG IS USED.                                         *
      ****************************************************************
       01 WS-LAG-TOTAL-DAYS      PIC 9(11) VALUE ZERO.
       01 WS-LAG-SAMPLES         PIC 9(7)  VALUE ZERO.
       01 WS-LAG-DAYS            PIC 9(3)  VALUE ZERO.
       01 WS-LAG-ONE             PIC S9(8) VALUE ZERO.
       77 WS-STANDARD-LAG        PIC 9(3)  VALUE 5.
       77 WS-STALE-DAYS          PIC 9(3)  VALUE 180.

      ****************************************************************
      * DATE WORK AREAS.  WS-ROLL-DATE IS ADVANCED A DAY AT A TIME    *
      * (THE CLEARING LAG) OR A FREQUENCY PERIOD AT A TIME (STANDING  *
      * PAYMENTS).  THE DAY SERIAL COUNTS DAYS FROM 0001-01-01 WITH   *
      * LEAP YEARS RESPECTED, SO TWO SERIALS SUBTRACT TO AN EXACT     *
      * NUMBER OF DAYS.                                               *
      ****************************************************************
       01 WS-ROLL-DATE           PIC 9(8) VALUE ZERO.
       01 WS-ROLL-DATE-RE REDEFINES WS-ROLL-DATE.
          02 WS-ROLL-YYYY        PIC 9(4).
          02 WS-ROLL-MM          PIC 99.
          02 WS-ROLL-DD          PIC 99.

       01 WS-MONTH-DAYS-TABLE.
          02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-RE REDEFINES WS-MONTH-DAYS-TABLE.
          02 WS-MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.

       01 WS-CUM-DAYS-TABLE.
          02 FILLER PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 WS-CUM-DAYS-RE REDEFINES WS-CUM-DAYS-TABLE.
          02 WS-CUM-DAYS         PIC 9(3) OCCURS 12 TIMES.

       01 WS-DAYS-IN-MONTH       PIC 9(2) VALUE ZERO.
       01 WS-LEAP-WORK.
          02 WS-LEAP-QUOT        PIC 9(6).
          02 WS-LEAP-REM4        PIC 9(3).
          02 WS-LEAP-REM100      PIC 9(3).
          02 WS-LEAP-REM400      PIC 9(3).

       01 WS-SERIAL-WORK.
          02 WS-SER-YEARS        PIC 9(4).
          02 WS-SER-BY4          PIC 9(4).
          02 WS-SER-BY100        PIC 9(4).
          02 WS-SER-BY400        PIC 9(4).
       01 WS-DATE-SERIAL         PIC 9(8) VALUE ZERO.
       01 WS-FROM-SERIAL         PIC 9(8) VALUE ZERO.
       01 WS-DAY1-SERIAL         PIC 9(8) VALUE ZERO.

      ****************************************************************
      * COUNTERS                                                      *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-HIST-READ        PIC 9(7) VALUE ZERO.
          02 WS-PAID-READ        PIC 9(7) VALUE ZERO.
          02 WS-OUTSTND-READ     PIC 9(7) VALUE ZERO.
          02 WS-ACH-READ         PIC 9(7) VALUE ZERO.
          02 WS-CHKREG-READ      PIC 9(7) VALUE ZERO.
          02 WS-RECUR-READ       PIC 9(7) VALUE ZERO.
          02 WS-PLACED-COUNT     PIC 9(7) VALUE ZERO.
          02 WS-OVERDUE-COUNT    PIC 9(7) VALUE ZERO.
          02 WS-BEYOND-COUNT     PIC 9(7) VALUE ZERO.
          02 WS-SETTLED-COUNT    PIC 9(7) VALUE ZERO.
          02 WS-PASSED-COUNT     PIC 9(7) VALUE ZERO.
          02 WS-CLEARED-COUNT    PIC 9(7) VALUE ZERO.
          02 WS-VOIDED-COUNT     PIC 9(7) VALUE ZERO.
          02 WS-STALE-COUNT      PIC 9(7) VALUE ZERO.
          02 WS-HELD-COUNT       PIC 9(7) VALUE ZERO.
          02 WS-EXT-COUNT        PIC 9(7) VALUE ZERO.

       01 WS-BEYOND-AMOUNT       PIC 9(11)V9(2) VALUE ZERO.
       01 WS-OVERDUE-AMOUNT      PIC 9(11)V9(2) VALUE ZERO.
       01 WS-CUMULATIVE          PIC 9(11)V9(2) VALUE ZERO.
       01 WS-GRAND-REGISTER      PIC 9(11)V9(2) VALUE ZERO.
       01 WS-GRAND-ACH           PIC 9(11)V9(2) VALUE ZERO.
       01 WS-GRAND-STANDING      PIC 9(11)V9(2) VALUE ZERO.
       01 WS-GRAND-CLEARING      PIC 9(11)V9(2) VALUE ZERO.
       01 WS-SHOW-COMPANY        PIC X(6) VALUE SPACES.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-LAG-ED              PIC ZZ9.
       01 WS-REGISTER-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ACH-ED              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-STANDING-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CLEARING-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CUM-ED              PIC ZZZ,ZZZ,ZZ9.99.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(50) VALUE
             "DAILY CASH REQUIREMENTS FORECAST - CASHFCST".

       01 WS-HEADING-2.
          02 FILLER PIC X(10) VALUE "DATE".
          02 FILLER PIC X(16) VALUE "      REGISTER".
          02 FILLER PIC X(16) VALUE "   ACH SETTLED".
          02 FILLER PIC X(16) VALUE "      STANDING".
          02 FILLER PIC X(16) VALUE "CHECKS CLEARING".
          02 FILLER PIC X(16) VALUE "     DAY TOTAL".
          02 FILLER PIC X(16) VALUE "    CUMULATIVE".

       01 WS-HEADING-3.
          02 FILLER PIC X(10) VALUE "DATE".
          02 FILLER PIC X(10) VALUE "COMPANY".
          02 FILLER PIC X(16) VALUE "    DAY AMOUNT".
          02 FILLER PIC X(16) VALUE "    CUMULATIVE".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-CAL-STATUS       PIC X(02) VALUE "00".
             88 CAL-STATUS-OK        VALUE "00".
          02 WS-CHKHIST-STATUS   PIC X(02) VALUE "00".
             88 CHKHIST-STATUS-OK    VALUE "00".
          02 WS-PAID-STATUS      PIC X(02) VALUE "00".
             88 PAID-STATUS-OK       VALUE "00".
          02 WS-OUTSTND-STATUS   PIC X(02) VALUE "00".
             88 OUTSTND-STATUS-OK    VALUE "00".
          02 WS-ACHEXT-STATUS    PIC X(02) VALUE "00".
             88 ACHEXT-STATUS-OK     VALUE "00".
          02 WS-CHKREG-STATUS    PIC X(02) VALUE "00".
             88 CHKREG-STATUS-OK     VALUE "00".
          02 WS-RECMST-STATUS    PIC X(02) VALUE "00".
             88 RECMST-STATUS-OK     VALUE "00".
          02 WS-PAYMAST-STATUS   PIC X(02) VALUE "00".
             88 PAYMAST-STATUS-OK    VALUE "00".
          02 WS-VOID-STATUS      PIC X(02) VALUE "00".
             88 VOID-STATUS-OK       VALUE "00".
          02 WS-FCWORK-STATUS    PIC X(02) VALUE "00".
             88 FCWORK-STATUS-OK     VALUE "00".
          02 WS-CASHEXT-STATUS   PIC X(02) VALUE "00".
             88 CASHEXT-STATUS-OK    VALUE "00".
          02 WS-FCSTRPT-STATUS   PIC X(02) VALUE "00".
             88 FCSTRPT-STATUS-OK    VALUE "00".

       LINKAGE SECTION.
       01 LS-PARM-AREA.
          02 LS-PARM-LEN         PIC 9(4) COMP.
          02 LS-PARM-TEXT        PIC X(80).

       PROCEDURE DIVISION USING LS-PARM-AREA.

      ****************************************************************
      * 0000-MAINLINE - THE SORT MEASURES THE CLEARING LAG AND PLACES *
      * WHAT IT CAN; THE ITEMS WAITING ON THE LAG AND THE STANDING    *
      * PAYMENTS ARE PLACED AFTER IT, THEN THE FORECAST IS PRINTED    *
      * AND EXTRACTED.                                                *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CHECK-NUMBER
                                SRT-SOURCE
               INPUT PROCEDURE IS 2000-SELECT-ITEMS
                   THRU 2000-INPUT-EXIT
               OUTPUT PROCEDURE IS 3000-SORTED-ITEMS
                   THRU 3000-OUTPUT-EXIT.
           PERFORM 5000-SET-CLEARING-LAG THRU 5000-EXIT.
           PERFORM 5100-PLACE-DEFERRED THRU 5100-EXIT.
           PERFORM 5500-PLACE-STANDING THRU 5500-EXIT.
           PERFORM 7000-PRINT-FORECAST THRU 7000-EXIT.
           PERFORM 7500-PRINT-BY-COMPANY THRU 7500-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - EDIT THE PARM, OPEN FILES AND LOAD THE      *
      * FORECAST WINDOW FROM THE CALENDAR.                            *
      ****************************************************************
       1000-INITIALIZE.
           IF LS-PARM-LEN < 16
            OR LS-PARM-TEXT(1:8) NOT = "BUSDATE="
            OR LS-PARM-TEXT(9:8) NOT NUMERIC
               DISPLAY "CASHFCST - PARM MUST BE BUSDATE=CCYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LS-PARM-TEXT(9:8) TO WS-BUS-DATE.

           OPEN INPUT CAL-FILE.
           IF NOT CAL-STATUS-OK
               DISPLAY "CASHFCST - OPEN ERR - CAL-FILE, STATUS = "
                   WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CHK-HIST-FILE.
           IF NOT CHKHIST-STATUS-OK
               DISPLAY "CASHFCST - OPEN ERR - CHK-HIST, STATUS = "
                   WS-CHKHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAID-FILE.
           IF NOT PAID-STATUS-OK
               DISPLAY "CASHFCST - OPEN ERR - PAID-FILE, STATUS = "
                   WS-PAID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OUTSTANDING-FILE.
           IF NOT OUTSTND-STATUS-OK
               DISPLAY "CASHFCST - OPEN ERR - OUTSTANDING, STATUS = "
                   WS-OUTSTND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ACH-EXT-FILE.
           IF NOT ACHEXT-STATUS-OK
               DISPLAY "CASHFCST - OPEN ERR - ACH-EXT, STATUS = "
                   WS-ACHEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CHECK-REG-FILE.
           IF NOT CHKREG-STATUS-OK
               DISPLAY "CASHFCST - OPEN ERR - CHECK-REG, STATUS = "
                   WS-CHKREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RECUR-MASTER-FILE.
           IF NOT RECMST-STATUS-OK
               DISPLAY "CASHFCST - OPEN ERR - RECUR-MASTER, STATUS = "
                   WS-RECMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAYEE-MASTER-FILE.
           IF NOT PAYMAST-STATUS-OK
               DISPLAY "CASHFCST - OPEN ERR - PAYEE-MASTER, STATUS = "
                   WS-PAYMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT VOID-FILE.
           IF NOT VOID-STATUS-OK
               DISPLAY "CASHFCST - OPEN ERR - VOID-FILE, STATUS = "
                   WS-VOID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FC-WORK-FILE.
           IF NOT FCWORK-STATUS-OK
               DISPLAY "CASHFCST - OPEN ERR - FC-WORK, STATUS = "
                   WS-FCWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CASH-EXT-FILE.
           IF NOT CASHEXT-STATUS-OK
               DISPLAY "CASHFCST - OPEN ERR - CASH-EXT, STATUS = "
                   WS-CASHEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FCST-REPORT-FILE.
           IF NOT FCSTRPT-STATUS-OK
               DISPLAY "CASHFCST - OPEN ERR - FCST-REPORT, STATUS = "
                   WS-FCSTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-WINDOW THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-LOAD-WINDOW - THE WINDOW RUNS 30 CALENDAR DAYS FROM THE  *
      * BUSINESS DATE.  EVERY BUSINESS DAY IN IT IS TABLED.  A        *
      * CALENDAR NOT LOADED THAT FAR AHEAD STOPS THE RUN - A SHORT    *
      * WINDOW WOULD UNDERSTATE THE CASH NEEDED.                      *
      ****************************************************************
       1100-LOAD-WINDOW.
           MOVE WS-BUS-DATE TO WS-ROLL-DATE.
           IF WS-ROLL-MM < 1 OR WS-ROLL-MM > 12
               DISPLAY "CASHFCST - BUSDATE " WS-BUS-DATE
                   " IS NOT A VALID CCYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 4000-ROLL-ONE-DAY THRU 4000-EXIT
               WS-WINDOW-DAYS TIMES.
           MOVE WS-ROLL-DATE TO WS-END-DATE.

           MOVE WS-BUS-DATE TO CAL-DATE.
           START CAL-FILE KEY NOT < CAL-DATE
               INVALID KEY
                   SET CALENDAR-AT-END TO TRUE
           END-START.
           PERFORM 1110-TEST-ONE-CAL-DAY THRU 1110-EXIT
               UNTIL CALENDAR-AT-END
                  OR WS-LAST-CAL-DATE NOT < WS-END-DATE.
           IF WS-LAST-CAL-DATE < WS-END-DATE
               DISPLAY "CASHFCST - PROCESSING CALENDAR NOT LOADED "
                   "THROUGH " WS-END-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DAY-COUNT = ZERO
               DISPLAY "CASHFCST - NO BUSINESS DAY ON THE CALENDAR "
                   "FROM " WS-BUS-DATE " THROUGH " WS-END-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-DAY-DATE(1) TO WS-ROLL-DATE.
           PERFORM 4300-DATE-TO-SERIAL THRU 4300-EXIT.
           MOVE WS-DATE-SERIAL TO WS-DAY1-SERIAL.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1110-TEST-ONE-CAL-DAY - ONE CALENDAR DAY OF THE WINDOW        *
      ****************************************************************
       1110-TEST-ONE-CAL-DAY.
           READ CAL-FILE NEXT RECORD
               AT END
                   SET CALENDAR-AT-END TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           MOVE CAL-DATE TO WS-LAST-CAL-DATE.
           IF CAL-DATE > WS-END-DATE
               GO TO 1110-EXIT
           END-IF.
           IF NOT CAL-BUSINESS-DAY
               GO TO 1110-EXIT
           END-IF.
           IF WS-DAY-COUNT = WS-DAY-MAX
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           MOVE CAL-DATE TO WS-DAY-DATE(WS-DAY-COUNT).
           MOVE ZERO     TO WS-DAY-REGISTER(WS-DAY-COUNT).
           MOVE ZERO     TO WS-DAY-ACH(WS-DAY-COUNT).
           MOVE ZERO     TO WS-DAY-STANDING(WS-DAY-COUNT).
           MOVE ZERO     TO WS-DAY-CLEARING(WS-DAY-COUNT).
           MOVE ZERO     TO WS-DAY-TOTAL(WS-DAY-COUNT).
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SELECT-ITEMS - SORT INPUT PROCEDURE.  EVERY PAYMENT      *
      * HISTORY RECORD, PAID ITEM, OUTSTANDING CHECK, ACH SETTLEMENT  *
      * DETAIL AND REGISTER ITEM IS RELEASED UNDER ITS CHECK NUMBER.  *
      ****************************************************************
       2000-SELECT-ITEMS.
           PERFORM 2100-RELEASE-HISTORY THRU 2100-EXIT
               UNTIL CHKHIST-AT-END.
           PERFORM 2200-RELEASE-PAID THRU 2200-EXIT
               UNTIL PAID-AT-END.
           PERFORM 2300-RELEASE-OUTSTANDING THRU 2300-EXIT
               UNTIL OUTSTND-AT-END.
           PERFORM 2400-RELEASE-ACH THRU 2400-EXIT
               UNTIL ACHEXT-AT-END.
           PERFORM 2500-RELEASE-REGISTER THRU 2500-EXIT
               UNTIL CHKREG-AT-END.
       2000-INPUT-EXIT.
           EXIT.

      ****************************************************************
      * 2100-RELEASE-HISTORY - ONE PAYMENT HISTORY RECORD             *
      ****************************************************************
       2100-RELEASE-HISTORY.
           READ CHK-HIST-FILE
               AT END
                   SET CHKHIST-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ.
           MOVE SPACES          TO SORT-RECORD.
           MOVE CH-CHECK-NUMBER TO SRT-CHECK-NUMBER.
           MOVE 1               TO SRT-SOURCE.
           MOVE CH-ISSUE-DATE   TO SRT-DATE.
           MOVE CH-AMOUNT       TO SRT-AMOUNT.
           MOVE CH-COMPANY      TO SRT-COMPANY.
           MOVE CH-PAYEE-ID     TO SRT-PAYEE-ID.
           RELEASE SORT-RECORD.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-RELEASE-PAID - ONE PAID ITEM FROM THE BANK               *
      ****************************************************************
       2200-RELEASE-PAID.
           READ PAID-FILE
               AT END
                   SET PAID-AT-END TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO WS-PAID-READ.
           MOVE SPACES          TO SORT-RECORD.
           MOVE PD-CHECK-NUMBER TO SRT-CHECK-NUMBER.
           MOVE 2               TO SRT-SOURCE.
           MOVE PD-PAID-DATE    TO SRT-DATE.
           MOVE PD-AMOUNT       TO SRT-AMOUNT.
           MOVE ZERO            TO SRT-PAYEE-ID.
           RELEASE SORT-RECORD.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2300-RELEASE-OUTSTANDING - ONE CHECK STILL OUTSTANDING        *
      ****************************************************************
       2300-RELEASE-OUTSTANDING.
           READ OUTSTANDING-FILE
               AT END
                   SET OUTSTND-AT-END TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           ADD 1 TO WS-OUTSTND-READ.
           MOVE SPACES          TO SORT-RECORD.
           MOVE PP-CHECK-NUMBER TO SRT-CHECK-NUMBER.
           MOVE 3               TO SRT-SOURCE.
           MOVE PP-ISSUE-DATE   TO SRT-DATE.
           MOVE PP-AMOUNT       TO SRT-AMOUNT.
           MOVE ZERO            TO SRT-PAYEE-ID.
           RELEASE SORT-RECORD.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 2400-RELEASE-ACH - ONE ACH SETTLEMENT DETAIL.  EACH           *
      * GENERATION'S TRAILER IS SKIPPED.                              *
      ****************************************************************
       2400-RELEASE-ACH.
           READ ACH-EXT-FILE
               AT END
                   SET ACHEXT-AT-END TO TRUE
                   GO TO 2400-EXIT
           END-READ.
           IF ACH-REC-TYPE NOT = 'D'
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-ACH-READ.
           MOVE SPACES           TO SORT-RECORD.
           MOVE ACH-CHECK-NUMBER TO SRT-CHECK-NUMBER.
           MOVE 4                TO SRT-SOURCE.
           MOVE ACH-SETTLE-DATE  TO SRT-DATE.
           MOVE ACH-AMOUNT       TO SRT-AMOUNT.
           MOVE ACH-PAYEE-ID     TO SRT-PAYEE-ID.
           RELEASE SORT-RECORD.
       2400-EXIT.
           EXIT.

      ****************************************************************
      * 2500-RELEASE-REGISTER - ONE CHECK REGISTER ITEM               *
      ****************************************************************
       2500-RELEASE-REGISTER.
           READ CHECK-REG-FILE
               AT END
                   SET CHKREG-AT-END TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           ADD 1 TO WS-CHKREG-READ.
           MOVE SPACES          TO SORT-RECORD.
           MOVE CHK-NUMBER      TO SRT-CHECK-NUMBER.
           MOVE 5               TO SRT-SOURCE.
           MOVE ZERO            TO SRT-DATE.
           MOVE CHK-AMOUNT      TO SRT-AMOUNT.
           MOVE CHK-COMPANY     TO SRT-COMPANY.
           MOVE CHK-PAYEE-ID    TO SRT-PAYEE-ID.
           RELEASE SORT-RECORD.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 3000-SORTED-ITEMS - SORT OUTPUT PROCEDURE.  ITEMS COME BACK   *
      * BY CHECK NUMBER, THE HISTORY RECORD FIRST.                    *
      ****************************************************************
       3000-SORTED-ITEMS.
           PERFORM 3100-RETURN-ITEM THRU 3100-EXIT.
           PERFORM 3200-ONE-ITEM THRU 3200-EXIT
               UNTIL SORT-DRAINED.
       3000-OUTPUT-EXIT.
           EXIT.

      ****************************************************************
      * 3100-RETURN-ITEM - RETURN THE NEXT SORTED ITEM                *
      ****************************************************************
       3100-RETURN-ITEM.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-DRAINED TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3200-ONE-ITEM - A NEW CHECK NUMBER STARTS A NEW GROUP; EACH   *
      * ITEM IS THEN HANDLED BY ITS SOURCE.                           *
      ****************************************************************
       3200-ONE-ITEM.
           IF SRT-CHECK-NUMBER NOT = WS-GRP-CHECK-NUM
               MOVE SRT-CHECK-NUMBER TO WS-GRP-CHECK-NUM
               MOVE 'N'    TO WS-GRP-HIST-SW
               MOVE 'N'    TO WS-GRP-PAID-SW
               MOVE ZERO   TO WS-GRP-ISSUE-DATE
               MOVE SPACES TO WS-GRP-COMPANY
           END-IF.
           IF SRT-SOURCE = 1
               SET GROUP-HAS-HISTORY TO TRUE
               MOVE SRT-DATE    TO WS-GRP-ISSUE-DATE
               MOVE SRT-COMPANY TO WS-GRP-COMPANY
           END-IF.
           IF SRT-SOURCE = 2
               PERFORM 3400-PAID-ITEM THRU 3400-EXIT
           END-IF.
           IF SRT-SOURCE = 3
               PERFORM 3500-OUTSTANDING-ITEM THRU 3500-EXIT
           END-IF.
           IF SRT-SOURCE = 4
               PERFORM 3600-ACH-ITEM THRU 3600-EXIT
           END-IF.
           IF SRT-SOURCE = 5
               PERFORM 3700-REGISTER-ITEM THRU 3700-EXIT
           END-IF.
           PERFORM 3100-RETURN-ITEM THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3400-PAID-ITEM - A CHECK THE BANK PAID.  WITH ITS ISSUE DATE  *
      * FROM THE HISTORY IT IS ONE MEASURE OF THE CLEARING LAG; A     *
      * NEGATIVE OR STALE-LENGTH GAP IS A MISKEYED DATE AND IS LEFT   *
      * OUT.                                                          *
      ****************************************************************
       3400-PAID-ITEM.
           SET GROUP-HAS-PAID TO TRUE.
           IF NOT GROUP-HAS-HISTORY
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-GRP-ISSUE-DATE TO WS-ROLL-DATE.
           PERFORM 4300-DATE-TO-SERIAL THRU 4300-EXIT.
           IF WS-DATE-SERIAL = ZERO
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-DATE-SERIAL TO WS-FROM-SERIAL.
           MOVE SRT-DATE TO WS-ROLL-DATE.
           PERFORM 4300-DATE-TO-SERIAL THRU 4300-EXIT.
           IF WS-DATE-SERIAL = ZERO
               GO TO 3400-EXIT
           END-IF.
           COMPUTE WS-LAG-ONE = WS-DATE-SERIAL - WS-FROM-SERIAL.
           IF WS-LAG-ONE < ZERO OR WS-LAG-ONE > WS-STALE-DAYS
               GO TO 3400-EXIT
           END-IF.
           ADD WS-LAG-ONE TO WS-LAG-TOTAL-DAYS.
           ADD 1 TO WS-LAG-SAMPLES.
       3400-EXIT.
           EXIT.

      ****************************************************************
      * 3500-OUTSTANDING-ITEM - A CHECK STILL OUT.  ONE THE BANK HAS  *
      * SINCE PAID, OR VOIDED OR STOPPED, IS NOT COMING; ONE OVER THE *
      * STALE-DATE LIMIT WILL NOT BE HONORED.  ANY OTHER WAITS ON THE *
      * CLEARING LAG FROM ITS ISSUE DATE.                             *
      ****************************************************************
       3500-OUTSTANDING-ITEM.
           IF GROUP-HAS-PAID
               ADD 1 TO WS-CLEARED-COUNT
               GO TO 3500-EXIT
           END-IF.
           MOVE SRT-CHECK-NUMBER TO VD-CHECK-NUMBER.
           READ VOID-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-VOIDED-COUNT
                   GO TO 3500-EXIT
           END-READ.
           MOVE SRT-DATE TO WS-ROLL-DATE.
           PERFORM 4300-DATE-TO-SERIAL THRU 4300-EXIT.
           IF WS-DATE-SERIAL > ZERO
              AND WS-DAY1-SERIAL - WS-DATE-SERIAL > WS-STALE-DAYS
               ADD 1 TO WS-STALE-COUNT
               GO TO 3500-EXIT
           END-IF.
           MOVE SPACES         TO FC-WORK-RECORD.
           MOVE 'O'            TO FW-SOURCE.
           MOVE SRT-DATE       TO FW-FROM-DATE.
           MOVE SRT-AMOUNT     TO FW-AMOUNT.
           MOVE WS-GRP-COMPANY TO FW-COMPANY.
           WRITE FC-WORK-RECORD.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 3600-ACH-ITEM - AN ACH SETTLEMENT.  ONE DATED BEFORE THE      *
      * FIRST DAY HAS ALREADY SETTLED.                                *
      ****************************************************************
       3600-ACH-ITEM.
           IF SRT-DATE < WS-DAY-DATE(1)
               ADD 1 TO WS-SETTLED-COUNT
               GO TO 3600-EXIT
           END-IF.
           MOVE SRT-DATE       TO WS-PLACE-DATE.
           MOVE SRT-AMOUNT     TO WS-PLACE-AMOUNT.
           MOVE WS-GRP-COMPANY TO WS-PLACE-COMPANY.
           MOVE 'A'            TO WS-PLACE-SOURCE.
           PERFORM 6000-PLACE-AMOUNT THRU 6000-EXIT.
       3600-EXIT.
           EXIT.

      ****************************************************************
      * 3700-REGISTER-ITEM - A REGISTER ITEM ALREADY ON THE PAYMENT   *
      * HISTORY HAS BEEN THROUGH THE CHECK PASS AND IS COUNTED ON THE *
      * OUTSTANDING OR ACH SIDE; ONE ON THE VOID FILE WILL BE SKIPPED *
      * BY IT.  THE REST GO OUT AT THE NEXT CHECK PASS - BY THE SAME  *
      * ACH-OR-PAPER TEST THE CHECK PASS MAKES.  AN ACH PAYEE STILL   *
      * AWAITING ITS CALLBACK WILL BE HELD.                           *
      ****************************************************************
       3700-REGISTER-ITEM.
           IF GROUP-HAS-HISTORY
               ADD 1 TO WS-PASSED-COUNT
               GO TO 3700-EXIT
           END-IF.
           MOVE SRT-CHECK-NUMBER TO VD-CHECK-NUMBER.
           READ VOID-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-VOIDED-COUNT
                   GO TO 3700-EXIT
           END-READ.

           MOVE SRT-PAYEE-ID TO PAY-ID.
           READ PAYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACE TO PAY-METHOD
           END-READ.
           IF PAY-METHOD = 'E'
              AND PAY-ROUTING NUMERIC
              AND PAY-ROUTING NOT = ZERO
              AND PAY-DFLT-ACCOUNT NOT = ZERO
              AND NOT PAYEE-ACH-RETURNED
               IF PAYEE-PENDING-VERIFY
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   MOVE WS-DAY-DATE(1) TO WS-PLACE-DATE
                   MOVE SRT-AMOUNT     TO WS-PLACE-AMOUNT
                   MOVE SRT-COMPANY    TO WS-PLACE-COMPANY
                   MOVE 'R'            TO WS-PLACE-SOURCE
                   PERFORM 6000-PLACE-AMOUNT THRU 6000-EXIT
               END-IF
               GO TO 3700-EXIT
           END-IF.

           MOVE SPACES         TO FC-WORK-RECORD.
           MOVE 'R'            TO FW-SOURCE.
           MOVE WS-DAY-DATE(1) TO FW-FROM-DATE.
           MOVE SRT-AMOUNT     TO FW-AMOUNT.
           MOVE SRT-COMPANY    TO FW-COMPANY.
           WRITE FC-WORK-RECORD.
       3700-EXIT.
           EXIT.

      ****************************************************************
      * 4000-ROLL-ONE-DAY - ADVANCE WS-ROLL-DATE ONE CALENDAR DAY,    *
      * ACROSS MONTH AND YEAR ENDS.                                   *
      ****************************************************************
       4000-ROLL-ONE-DAY.
           ADD 1 TO WS-ROLL-DD.
           PERFORM 4100-SET-DAYS-IN-MONTH THRU 4100-EXIT.
           IF WS-ROLL-DD > WS-DAYS-IN-MONTH
               MOVE 1 TO WS-ROLL-DD
               ADD 1 TO WS-ROLL-MM
               IF WS-ROLL-MM > 12
                   MOVE 1 TO WS-ROLL-MM
                   ADD 1 TO WS-ROLL-YYYY
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 4100-SET-DAYS-IN-MONTH - DAYS IN WS-ROLL-MM OF WS-ROLL-YYYY,  *
      * LEAP YEAR RESPECTED.                                          *
      ****************************************************************
       4100-SET-DAYS-IN-MONTH.
           MOVE WS-MONTH-DAYS(WS-ROLL-MM) TO WS-DAYS-IN-MONTH.
           IF WS-ROLL-MM NOT = 2
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4150-TEST-LEAP-YEAR THRU 4150-EXIT.
           IF IS-LEAP-YEAR
               ADD 1 TO WS-DAYS-IN-MONTH
           END-IF.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 4150-TEST-LEAP-YEAR - IS WS-ROLL-YYYY A LEAP YEAR             *
      ****************************************************************
       4150-TEST-LEAP-YEAR.
           SET NOT-LEAP-YEAR TO TRUE.
           DIVIDE WS-ROLL-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM4.
           IF WS-LEAP-REM4 = ZERO
               DIVIDE WS-ROLL-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM100
               IF WS-LEAP-REM100 NOT = ZERO
                   SET IS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-ROLL-YYYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM400
                   IF WS-LEAP-REM400 = ZERO
                       SET IS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
       4150-EXIT.
           EXIT.

      ****************************************************************
      * 4200-ROLL-FREQUENCY - ADVANCE WS-ROLL-DATE ONE STANDING-      *
      * PAYMENT PERIOD BY REC-FREQ, THE SAME WAY RECGEN ROLLS THE     *
      * MASTER: A WEEK, OR ONE OR THREE MONTHS WITH THE DAY CLAMPED   *
      * TO THE NEW MONTH'S LAST DAY.                                  *
      ****************************************************************
       4200-ROLL-FREQUENCY.
           IF REC-FREQ = 'W'
               PERFORM 4000-ROLL-ONE-DAY THRU 4000-EXIT 7 TIMES
               GO TO 4200-EXIT
           END-IF.
           IF REC-FREQ = 'Q'
               ADD 3 TO WS-ROLL-MM
           ELSE
               ADD 1 TO WS-ROLL-MM
           END-IF.
           IF WS-ROLL-MM > 12
               SUBTRACT 12 FROM WS-ROLL-MM
               ADD 1 TO WS-ROLL-YYYY
           END-IF.
           PERFORM 4100-SET-DAYS-IN-MONTH THRU 4100-EXIT.
           IF WS-ROLL-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-ROLL-DD
           END-IF.
       4200-EXIT.
           EXIT.

      ****************************************************************
      * 4300-DATE-TO-SERIAL - CCYYMMDD IN WS-ROLL-DATE TO ITS DAY     *
      * SERIAL IN WS-DATE-SERIAL; ZERO FOR A DATE THAT IS NOT VALID.  *
      ****************************************************************
       4300-DATE-TO-SERIAL.
           MOVE ZERO TO WS-DATE-SERIAL.
           IF WS-ROLL-DATE NOT NUMERIC
              OR WS-ROLL-YYYY = ZERO
              OR WS-ROLL-MM < 1 OR WS-ROLL-MM > 12
              OR WS-ROLL-DD < 1 OR WS-ROLL-DD > 31
               GO TO 4300-EXIT
           END-IF.
           COMPUTE WS-SER-YEARS = WS-ROLL-YYYY - 1.
           DIVIDE WS-SER-YEARS BY 4   GIVING WS-SER-BY4.
           DIVIDE WS-SER-YEARS BY 100 GIVING WS-SER-BY100.
           DIVIDE WS-SER-YEARS BY 400 GIVING WS-SER-BY400.
           COMPUTE WS-DATE-SERIAL =
               WS-SER-YEARS * 365 + WS-SER-BY4 - WS-SER-BY100
             + WS-SER-BY400 + WS-CUM-DAYS(WS-ROLL-MM) + WS-ROLL-DD.
           IF WS-ROLL-MM > 2
               PERFORM 4150-TEST-LEAP-YEAR THRU 4150-EXIT
               IF IS-LEAP-YEAR
                   ADD 1 TO WS-DATE-SERIAL
               END-IF
           END-IF.
       4300-EXIT.
           EXIT.

      ****************************************************************
      * 5000-SET-CLEARING-LAG - THE AVERAGE OF THE MEASURED LAGS, TO  *
      * THE NEAREST DAY, OR THE STANDARD LAG WITH NOTHING TO MEASURE. *
      ****************************************************************
       5000-SET-CLEARING-LAG.
           IF WS-LAG-SAMPLES = ZERO
               SET LAG-STANDARD TO TRUE
               MOVE WS-STANDARD-LAG TO WS-LAG-DAYS
               GO TO 5000-EXIT
           END-IF.
           DIVIDE WS-LAG-TOTAL-DAYS BY WS-LAG-SAMPLES
               GIVING WS-LAG-DAYS ROUNDED.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 5100-PLACE-DEFERRED - THE PAPER CHECKS THAT WAITED ON THE     *
      * LAG: EACH CLEARS THE LAG AFTER ITS ISSUE DATE (A REGISTER     *
      * ITEM'S IS THE FIRST DAY).                                     *
      ****************************************************************
       5100-PLACE-DEFERRED.
           CLOSE FC-WORK-FILE.
           OPEN INPUT FC-WORK-FILE.
           IF NOT FCWORK-STATUS-OK
               DISPLAY "CASHFCST - OPEN ERR - FC-WORK, STATUS = "
                   WS-FCWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 5110-PLACE-ONE-DEFERRED THRU 5110-EXIT
               UNTIL FCWORK-AT-END.
           CLOSE FC-WORK-FILE.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 5110-PLACE-ONE-DEFERRED - ONE PAPER CHECK                     *
      ****************************************************************
       5110-PLACE-ONE-DEFERRED.
           READ FC-WORK-FILE
               AT END
                   SET FCWORK-AT-END TO TRUE
                   GO TO 5110-EXIT
           END-READ.
           MOVE FW-FROM-DATE TO WS-ROLL-DATE.
           IF WS-ROLL-MM > ZERO AND WS-ROLL-MM NOT > 12
               PERFORM 4000-ROLL-ONE-DAY THRU 4000-EXIT
                   WS-LAG-DAYS TIMES
           END-IF.
           MOVE WS-ROLL-DATE TO WS-PLACE-DATE.
           MOVE FW-AMOUNT    TO WS-PLACE-AMOUNT.
           MOVE FW-COMPANY   TO WS-PLACE-COMPANY.
           IF FW-SOURCE = 'R'
               MOVE 'R' TO WS-PLACE-SOURCE
           ELSE
               MOVE 'C' TO WS-PLACE-SOURCE
           END-IF.
           PERFORM 6000-PLACE-AMOUNT THRU 6000-EXIT.
       5110-EXIT.
           EXIT.

      ****************************************************************
      * 5500-PLACE-STANDING - EVERY ACTIVE STANDING PAYMENT           *
      ****************************************************************
       5500-PLACE-STANDING.
           PERFORM 5510-ONE-STANDING-ITEM THRU 5510-EXIT
               UNTIL MASTER-AT-END.
       5500-EXIT.
           EXIT.

      ****************************************************************
      * 5510-ONE-STANDING-ITEM - EACH OCCURRENCE FROM THE NEXT-DUE    *
      * DATE TO THE END OF THE WINDOW.  ONES ALREADY PAST ARE STILL   *
      * TO BE GENERATED, SO THEY FALL ON THE FIRST DAY.               *
      ****************************************************************
       5510-ONE-STANDING-ITEM.
           READ RECUR-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-AT-END TO TRUE
                   GO TO 5510-EXIT
           END-READ.
           ADD 1 TO WS-RECUR-READ.
           IF NOT RECUR-ACTIVE
               GO TO 5510-EXIT
           END-IF.
           MOVE REC-NEXT-DUE TO WS-ROLL-DATE.
           IF WS-ROLL-DATE NOT NUMERIC
              OR WS-ROLL-MM < 1 OR WS-ROLL-MM > 12
               GO TO 5510-EXIT
           END-IF.
           PERFORM 5520-ONE-OCCURRENCE THRU 5520-EXIT
               UNTIL WS-ROLL-DATE > WS-END-DATE.
       5510-EXIT.
           EXIT.

      ****************************************************************
      * 5520-ONE-OCCURRENCE - PLACE ONE OCCURRENCE AND ROLL TO THE    *
      * NEXT                                                          *
      ****************************************************************
       5520-ONE-OCCURRENCE.
           MOVE WS-ROLL-DATE TO WS-PLACE-DATE.
           MOVE REC-AMOUNT   TO WS-PLACE-AMOUNT.
           MOVE REC-COMPANY  TO WS-PLACE-COMPANY.
           MOVE 'S'          TO WS-PLACE-SOURCE.
           PERFORM 6000-PLACE-AMOUNT THRU 6000-EXIT.
           PERFORM 4200-ROLL-FREQUENCY THRU 4200-EXIT.
       5520-EXIT.
           EXIT.

      ****************************************************************
      * 6000-PLACE-AMOUNT - ADD ONE AMOUNT TO ITS BUSINESS DAY - THE  *
      * FIRST ONE ON OR AFTER ITS DATE, OR THE FIRST DAY IF IT IS     *
      * OVERDUE - UNDER ITS SOURCE AND ITS COMPANY.  ONE FALLING      *
      * AFTER THE WINDOW IS COUNTED ONLY.                             *
      ****************************************************************
       6000-PLACE-AMOUNT.
           MOVE ZERO TO WS-DAY-HIT-SUB.
           IF WS-PLACE-DATE < WS-DAY-DATE(1)
               MOVE 1 TO WS-DAY-HIT-SUB
               ADD 1 TO WS-OVERDUE-COUNT
               ADD WS-PLACE-AMOUNT TO WS-OVERDUE-AMOUNT
           ELSE
               PERFORM 6010-TEST-ONE-DAY THRU 6010-EXIT
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
                      OR WS-DAY-HIT-SUB > ZERO
           END-IF.
           IF WS-DAY-HIT-SUB = ZERO
               ADD 1 TO WS-BEYOND-COUNT
               ADD WS-PLACE-AMOUNT TO WS-BEYOND-AMOUNT
               GO TO 6000-EXIT
           END-IF.

           ADD 1 TO WS-PLACED-COUNT.
           IF WS-PLACE-SOURCE = 'R'
               ADD WS-PLACE-AMOUNT TO WS-DAY-REGISTER(WS-DAY-HIT-SUB)
           END-IF.
           IF WS-PLACE-SOURCE = 'A'
               ADD WS-PLACE-AMOUNT TO WS-DAY-ACH(WS-DAY-HIT-SUB)
           END-IF.
           IF WS-PLACE-SOURCE = 'S'
               ADD WS-PLACE-AMOUNT TO WS-DAY-STANDING(WS-DAY-HIT-SUB)
           END-IF.
           IF WS-PLACE-SOURCE = 'C'
               ADD WS-PLACE-AMOUNT TO WS-DAY-CLEARING(WS-DAY-HIT-SUB)
           END-IF.
           ADD WS-PLACE-AMOUNT TO WS-DAY-TOTAL(WS-DAY-HIT-SUB).

           PERFORM 6100-FIND-COMPANY THRU 6100-EXIT.
           ADD WS-PLACE-AMOUNT
               TO WS-CO-DAY-AMT(WS-CO-HIT-SUB, WS-DAY-HIT-SUB).
           ADD WS-PLACE-AMOUNT TO WS-CO-TOTAL(WS-CO-HIT-SUB).
       6000-EXIT.
           EXIT.

      ****************************************************************
      * 6010-TEST-ONE-DAY - IS THIS THE FIRST DAY ON OR AFTER THE     *
      * AMOUNT'S DATE                                                 *
      ****************************************************************
       6010-TEST-ONE-DAY.
           IF WS-DAY-DATE(WS-DAY-SUB) NOT < WS-PLACE-DATE
               MOVE WS-DAY-SUB TO WS-DAY-HIT-SUB
           END-IF.
       6010-EXIT.
           EXIT.

      ****************************************************************
      * 6100-FIND-COMPANY - THE AMOUNT'S COMPANY ENTRY, STARTED AT    *
      * ZERO FOR EVERY DAY THE FIRST TIME THE COMPANY IS SEEN.        *
      ****************************************************************
       6100-FIND-COMPANY.
           MOVE ZERO TO WS-CO-HIT-SUB.
           PERFORM 6110-TEST-ONE-COMPANY THRU 6110-EXIT
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
                  OR WS-CO-HIT-SUB > ZERO.
           IF WS-CO-HIT-SUB > ZERO
               GO TO 6100-EXIT
           END-IF.
           IF WS-CO-COUNT = WS-CO-MAX
               DISPLAY "CASHFCST - COMPANY TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CO-COUNT.
           MOVE WS-CO-COUNT      TO WS-CO-HIT-SUB.
           MOVE WS-PLACE-COMPANY TO WS-CO-CODE(WS-CO-COUNT).
           MOVE ZERO             TO WS-CO-TOTAL(WS-CO-COUNT).
           MOVE ZERO             TO WS-CO-CUM(WS-CO-COUNT).
           PERFORM 6120-ZERO-ONE-DAY THRU 6120-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-MAX.
       6100-EXIT.
           EXIT.

      ****************************************************************
      * 6110-TEST-ONE-COMPANY - COMPARE ONE COMPANY TABLE ENTRY       *
      ****************************************************************
       6110-TEST-ONE-COMPANY.
           IF WS-CO-CODE(WS-CO-SUB) = WS-PLACE-COMPANY
               MOVE WS-CO-SUB TO WS-CO-HIT-SUB
           END-IF.
       6110-EXIT.
           EXIT.

      ****************************************************************
      * 6120-ZERO-ONE-DAY - ZERO ONE DAY OF A NEW COMPANY ENTRY       *
      ****************************************************************
       6120-ZERO-ONE-DAY.
           MOVE ZERO TO WS-CO-DAY-AMT(WS-CO-COUNT, WS-DAY-SUB).
       6120-EXIT.
           EXIT.

      ****************************************************************
      * 7000-PRINT-FORECAST - THE WINDOW, THE CLEARING LAG, AND ONE   *
      * LINE PER BUSINESS DAY BY SOURCE WITH THE RUNNING CUMULATIVE.  *
      * EACH DAY'S SUMMARY RECORD GOES TO THE EXTRACT BEHIND ITS      *
      * COMPANY RECORDS (7500), SO THIS PASS ONLY PRINTS.             *
      ****************************************************************
       7000-PRINT-FORECAST.
           WRITE FCST-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BUSINESS DATE : "    DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  "    FORECAST THROUGH : " DELIMITED BY SIZE
                  WS-END-DATE           DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-LAG-DAYS TO WS-LAG-ED.
           MOVE WS-LAG-SAMPLES TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           IF LAG-MEASURED
               STRING "CHECK CLEARING LAG : " DELIMITED BY SIZE
                      WS-LAG-ED               DELIMITED BY SIZE
                      " DAYS - AVERAGE OF "   DELIMITED BY SIZE
                      WS-COUNT-ED             DELIMITED BY SIZE
                      " PAID CHECKS"          DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "CHECK CLEARING LAG : " DELIMITED BY SIZE
                      WS-LAG-ED               DELIMITED BY SIZE
                      " DAYS - STANDARD LAG, NO PAID-CHECK HISTORY"
                                              DELIMITED BY SIZE
                      " TO MEASURE ***"       DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE FCST-REPORT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-CUMULATIVE.
           PERFORM 7100-PRINT-ONE-DAY THRU 7100-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.

           MOVE WS-GRAND-REGISTER  TO WS-REGISTER-ED.
           MOVE WS-GRAND-ACH       TO WS-ACH-ED.
           MOVE WS-GRAND-STANDING  TO WS-STANDING-ED.
           MOVE WS-GRAND-CLEARING  TO WS-CLEARING-ED.
           MOVE WS-CUMULATIVE      TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL     "   DELIMITED BY SIZE
                  WS-REGISTER-ED DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-ACH-ED      DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-STANDING-ED DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-CLEARING-ED DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-TOTAL-ED    DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
       7000-EXIT.
           EXIT.

      ****************************************************************
      * 7100-PRINT-ONE-DAY - ONE BUSINESS DAY                         *
      ****************************************************************
       7100-PRINT-ONE-DAY.
           ADD WS-DAY-TOTAL(WS-DAY-SUB)    TO WS-CUMULATIVE.
           ADD WS-DAY-REGISTER(WS-DAY-SUB) TO WS-GRAND-REGISTER.
           ADD WS-DAY-ACH(WS-DAY-SUB)      TO WS-GRAND-ACH.
           ADD WS-DAY-STANDING(WS-DAY-SUB) TO WS-GRAND-STANDING.
           ADD WS-DAY-CLEARING(WS-DAY-SUB) TO WS-GRAND-CLEARING.

           MOVE WS-DAY-REGISTER(WS-DAY-SUB) TO WS-REGISTER-ED.
           MOVE WS-DAY-ACH(WS-DAY-SUB)      TO WS-ACH-ED.
           MOVE WS-DAY-STANDING(WS-DAY-SUB) TO WS-STANDING-ED.
           MOVE WS-DAY-CLEARING(WS-DAY-SUB) TO WS-CLEARING-ED.
           MOVE WS-DAY-TOTAL(WS-DAY-SUB)    TO WS-TOTAL-ED.
           MOVE WS-CUMULATIVE               TO WS-CUM-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-DAY-DATE(WS-DAY-SUB) DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-REGISTER-ED DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-ACH-ED      DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-STANDING-ED DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-CLEARING-ED DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-TOTAL-ED    DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-CUM-ED      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       7100-EXIT.
           EXIT.

      ****************************************************************
      * 7500-PRINT-BY-COMPANY - ON A NEW PAGE, EACH DAY'S AMOUNT BY   *
      * COMPANY WITH THE COMPANY'S OWN CUMULATIVE, THEN EACH          *
      * COMPANY'S WINDOW TOTAL.  THE TREASURY EXTRACT IS WRITTEN IN   *
      * THE SAME PASS.                                                *
      ****************************************************************
       7500-PRINT-BY-COMPANY.
           WRITE FCST-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "CASH REQUIRED BY COMPANY" TO WS-PRINT-LINE.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE FCST-REPORT-RECORD FROM WS-HEADING-3
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-CUMULATIVE.
           PERFORM 7510-ONE-DAY-BY-COMPANY THRU 7510-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "WINDOW TOTAL BY COMPANY" TO WS-PRINT-LINE.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 7530-PRINT-COMPANY-TOTAL THRU 7530-EXIT
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT.

           MOVE SPACES TO CASH-FCST-TRAILER.
           MOVE 'T'           TO CFT-REC-TYPE.
           MOVE WS-BUS-DATE   TO CFT-RUN-DATE.
           MOVE WS-EXT-COUNT  TO CFT-REC-COUNT.
           MOVE WS-CUMULATIVE TO CFT-AMT-TOTAL.
           WRITE CASH-FCST-TRAILER.
       7500-EXIT.
           EXIT.

      ****************************************************************
      * 7510-ONE-DAY-BY-COMPANY - THE DAY'S COMPANY LINES AND         *
      * COMPANY RECORDS, THEN ITS SUMMARY RECORD                      *
      ****************************************************************
       7510-ONE-DAY-BY-COMPANY.
           ADD WS-DAY-TOTAL(WS-DAY-SUB) TO WS-CUMULATIVE.
           PERFORM 7520-ONE-COMPANY-DAY THRU 7520-EXIT
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT.

           MOVE SPACES TO CASH-FCST-RECORD.
           MOVE 'S'                      TO CF-REC-TYPE.
           MOVE WS-BUS-DATE              TO CF-RUN-DATE.
           MOVE WS-DAY-DATE(WS-DAY-SUB)  TO CF-VALUE-DATE.
           MOVE WS-DAY-SUB               TO CF-DAY-NUMBER.
           MOVE WS-DAY-TOTAL(WS-DAY-SUB) TO CF-AMOUNT.
           MOVE WS-CUMULATIVE            TO CF-CUMULATIVE.
           WRITE CASH-FCST-RECORD.
           ADD 1 TO WS-EXT-COUNT.
       7510-EXIT.
           EXIT.

      ****************************************************************
      * 7520-ONE-COMPANY-DAY - ONE COMPANY ON ONE DAY, WHEN IT HAS    *
      * CASH GOING OUT                                                *
      ****************************************************************
       7520-ONE-COMPANY-DAY.
           IF WS-CO-DAY-AMT(WS-CO-SUB, WS-DAY-SUB) = ZERO
               GO TO 7520-EXIT
           END-IF.
           ADD WS-CO-DAY-AMT(WS-CO-SUB, WS-DAY-SUB)
               TO WS-CO-CUM(WS-CO-SUB).

           MOVE SPACES TO CASH-FCST-RECORD.
           MOVE 'C'                     TO CF-REC-TYPE.
           MOVE WS-BUS-DATE             TO CF-RUN-DATE.
           MOVE WS-DAY-DATE(WS-DAY-SUB) TO CF-VALUE-DATE.
           MOVE WS-DAY-SUB              TO CF-DAY-NUMBER.
           MOVE WS-CO-CODE(WS-CO-SUB)   TO CF-COMPANY.
           MOVE WS-CO-DAY-AMT(WS-CO-SUB, WS-DAY-SUB) TO CF-AMOUNT.
           MOVE WS-CO-CUM(WS-CO-SUB)    TO CF-CUMULATIVE.
           WRITE CASH-FCST-RECORD.
           ADD 1 TO WS-EXT-COUNT.

           PERFORM 7540-SET-SHOW-COMPANY THRU 7540-EXIT.
           MOVE WS-CO-DAY-AMT(WS-CO-SUB, WS-DAY-SUB) TO WS-TOTAL-ED.
           MOVE WS-CO-CUM(WS-CO-SUB) TO WS-CUM-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-DAY-DATE(WS-DAY-SUB) DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-SHOW-COMPANY DELIMITED BY SIZE
                  "    "          DELIMITED BY SIZE
                  WS-TOTAL-ED     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-CUM-ED       DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       7520-EXIT.
           EXIT.

      ****************************************************************
      * 7530-PRINT-COMPANY-TOTAL - ONE COMPANY'S WINDOW TOTAL         *
      ****************************************************************
       7530-PRINT-COMPANY-TOTAL.
           PERFORM 7540-SET-SHOW-COMPANY THRU 7540-EXIT.
           MOVE WS-CO-TOTAL(WS-CO-SUB) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "          "    DELIMITED BY SIZE
                  WS-SHOW-COMPANY DELIMITED BY SIZE
                  "    "          DELIMITED BY SIZE
                  WS-TOTAL-ED     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       7530-EXIT.
           EXIT.

      ****************************************************************
      * 7540-SET-SHOW-COMPANY - THE COMPANY AS PRINTED; A PAYMENT     *
      * WITH NO COMPANY RECORDED SHOWS AS (NONE)                      *
      ****************************************************************
       7540-SET-SHOW-COMPANY.
           IF WS-CO-CODE(WS-CO-SUB) = SPACES
               MOVE "(NONE)" TO WS-SHOW-COMPANY
           ELSE
               MOVE WS-CO-CODE(WS-CO-SUB) TO WS-SHOW-COMPANY
           END-IF.
       7540-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - PRINT THE SOURCE COUNTS, SET THE RETURN CODE *
      * AND CLOSE                                                     *
      ****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-CHKREG-READ TO WS-COUNT-ED.
           STRING "REGISTER ITEMS READ           : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-PASSED-COUNT TO WS-COUNT-ED.
           STRING "  ALREADY THROUGH CHECK PASS  : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-HELD-COUNT TO WS-COUNT-ED.
           STRING "  ACH HELD FOR CALLBACK       : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ACH-READ TO WS-COUNT-ED.
           STRING "ACH SETTLEMENTS READ          : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-SETTLED-COUNT TO WS-COUNT-ED.
           STRING "  ALREADY SETTLED             : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-RECUR-READ TO WS-COUNT-ED.
           STRING "STANDING PAYMENTS READ        : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-OUTSTND-READ TO WS-COUNT-ED.
           STRING "OUTSTANDING CHECKS READ       : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-CLEARED-COUNT TO WS-COUNT-ED.
           STRING "  PAID SINCE RECONCILIATION   : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-STALE-COUNT TO WS-COUNT-ED.
           STRING "  STALE DATED (180+)          : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-VOIDED-COUNT TO WS-COUNT-ED.
           STRING "VOIDED OR STOPPED - LEFT OUT  : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-PLACED-COUNT TO WS-COUNT-ED.
           STRING "PAYMENTS IN THE FORECAST      : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-OVERDUE-COUNT  TO WS-COUNT-ED.
           MOVE WS-OVERDUE-AMOUNT TO WS-TOTAL-ED.
           STRING "  OVERDUE - ON THE FIRST DAY  : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
                  "   AMOUNT "                       DELIMITED BY SIZE
                  WS-TOTAL-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-BEYOND-COUNT  TO WS-COUNT-ED.
           MOVE WS-BEYOND-AMOUNT TO WS-TOTAL-ED.
           STRING "BEYOND THE WINDOW - LEFT OUT  : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
                  "   AMOUNT "                       DELIMITED BY SIZE
                  WS-TOTAL-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-EXT-COUNT TO WS-COUNT-ED.
           STRING "TREASURY EXTRACT RECORDS      : " DELIMITED BY SIZE
                  WS-COUNT-ED                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE FCST-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           IF LAG-STANDARD
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CAL-FILE.
           CLOSE CHK-HIST-FILE.
           CLOSE PAID-FILE.
           CLOSE OUTSTANDING-FILE.
           CLOSE ACH-EXT-FILE.
           CLOSE CHECK-REG-FILE.
           CLOSE RECUR-MASTER-FILE.
           CLOSE PAYEE-MASTER-FILE.
           CLOSE VOID-FILE.
           CLOSE CASH-EXT-FILE.
           CLOSE FCST-REPORT-FILE.
       8000-EXIT.
           EXIT.
