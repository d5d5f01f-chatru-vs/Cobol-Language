      ********************************************
      * COBOL PROGRAM - GL BALANCE MASTER UPDATE  *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - POSTS THE DAY'S GLPOST FILE (AND   *
      *                  ANY ESCHEAT OR ACH RETURN ADJUSTMENTS         *
      *                  CONCATENATED BEHIND IT) TO THE GL BALANCE     *
      *                  MASTER BY COMPANY, ACCOUNT AND FISCAL PERIOD. *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBALUPD.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * GL BALANCE MASTER UPDATE.  RUNS EACH NIGHT BEHIND THE JOURNAL  *
      * VOUCHER RUN AGAINST THE SAME GLPOST INPUT.  EACH POSTING IS    *
      * ASSIGNED THE FISCAL PERIOD ITS JULIAN DATE FALLS IN - THE      *
      * FIRST PERIOD-END DAY ON THE PROCESSING CALENDAR ON OR AFTER    *
      * IT - AND NETTED IN STORAGE BY COMPANY, ACCOUNT AND PERIOD.  A  *
      * POSTING DATED IN A PERIOD GLCLOSE HAS ALREADY CLOSED IS TAKEN  *
      * UP IN THE FIRST OPEN PERIOD AND LISTED.  ONLY WHEN EVERY       *
      * POSTING HAS A PERIOD ARE THE TOTALS APPLIED TO THE BALANCE     *
      * MASTER (GLBAL) - A POSTING BEYOND THE LAST PERIOD-END LOADED   *
      * ON THE CALENDAR REFUSES THE WHOLE UPDATE (RC=8) SO A RERUN     *
      * AFTER THE CALENDAR IS LOADED CANNOT POST ANYTHING TWICE.  AN   *
      * ACCOUNT MISSING FROM THE CHART OR WITH NO ACCOUNT TYPE IS      *
      * STILL POSTED BUT LISTED (RC=4) SO ACCOUNTING CAN CLASSIFY IT   *
      * BEFORE THE STATEMENTS ARE PRINTED.                             *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-POST-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.

           SELECT GL-BAL-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT GL-CTL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.

           SELECT COA-FILE ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCOUNT
               FILE STATUS IS WS-COA-STATUS.

      *    PROCESSING CALENDAR - READ FRONT TO BACK ONCE TO TABLE THE
      *    PERIOD-END DAYS.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT GLB-REPORT-FILE ASSIGN TO "GLBRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-POST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * GL JOURNAL POSTING RECORD LAYOUT - SHARED COPYBOOK
          COPY GLPREC.

       FD  GL-BAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * GL BALANCE MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY GLBAL.

       FD  GL-CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * GL PERIOD CONTROL RECORD LAYOUT - SHARED COPYBOOK
          COPY GLCTL.

       FD  COA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CHART OF ACCOUNTS MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY COAREC.

       FD  CAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * PROCESSING CALENDAR MASTER LAYOUT - SHARED COPYBOOK
          COPY CALREC.

       FD  GLB-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GLB-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-GLPOST-EOF-SW   PIC X(01) VALUE 'N'.
             88 GLPOST-AT-END      VALUE 'Y'.
          02 WS-CAL-EOF-SW      PIC X(01) VALUE 'N'.
             88 CALENDAR-AT-END    VALUE 'Y'.
          02 WS-UPDATE-SW       PIC X(01) VALUE 'Y'.
             88 UPDATE-ALLOWED     VALUE 'Y'.
             88 UPDATE-REFUSED     VALUE 'N'.
          02 WS-NEW-BAL-SW      PIC X(01) VALUE 'N'.
             88 BALANCE-IS-NEW     VALUE 'Y'.
             88 BALANCE-ON-FILE    VALUE 'N'.
          02 WS-LEAP-SW         PIC X(01) VALUE 'N'.
             88 IS-LEAP-YEAR       VALUE 'Y'.
             88 NOT-LEAP-YEAR      VALUE 'N'.

      ****************************************************************
      * FISCAL PERIOD TABLE - ONE ENTRY PER PERIOD-END DAY ON THE     *
      * PROCESSING CALENDAR, IN DATE ORDER.  A PERIOD'S YEAR IS THE   *
      * YEAR OF ITS PERIOD-END DATE AND ITS NUMBER COUNTS THE PERIOD  *
      * ENDS WITHIN THAT YEAR.  THE JULIAN FORM OF THE END DATE IS    *
      * KEPT SO A GLPOST DATE COMPARES DIRECTLY.                      *
      ****************************************************************
       01 WS-PER-TABLE-AREA.
          02 WS-PER-ENTRY OCCURS 240 TIMES.
             03 WS-PER-END-DATE  PIC 9(8).
             03 WS-PER-END-JULIAN PIC 9(7).
             03 WS-PER-ID.
                04 WS-PER-YEAR   PIC 9(4).
                04 WS-PER-NUM    PIC 9(2).

       77 WS-PER-MAX             PIC 9(4) COMP VALUE 240.
       77 WS-PER-COUNT           PIC 9(4) COMP VALUE ZERO.
       77 WS-PER-SUB             PIC 9(4) COMP VALUE ZERO.
       77 WS-PER-HIT-SUB         PIC 9(4) COMP VALUE ZERO.
      * FIRST PERIOD AFTER THE LAST ONE GLCLOSE CLOSED
       77 WS-OPEN-PER-SUB        PIC 9(4) COMP VALUE ZERO.

      ****************************************************************
      * SUMMARY TABLE - ONE ENTRY PER DISTINCT COMPANY, ACCOUNT AND   *
      * FISCAL PERIOD (BY ITS PERIOD TABLE SUBSCRIPT) SEEN ON THE     *
      * NIGHT'S POSTINGS.  DEBITS AND CREDITS ARE KEPT APART - THE    *
      * MASTER CARRIES BOTH SIDES OF THE PERIOD'S ACTIVITY.           *
      ****************************************************************
       01 WS-SUM-TABLE-AREA.
          02 WS-SUM-ENTRY OCCURS 2000 TIMES.
             03 WS-SUM-COMPANY   PIC X(3).
             03 WS-SUM-ACCOUNT   PIC 9(5).
             03 WS-SUM-PER-SUB   PIC 9(4).
             03 WS-SUM-DEBITS    PIC 9(11)V9(2).
             03 WS-SUM-CREDITS   PIC 9(11)V9(2).
             03 WS-SUM-LAST-DATE PIC 9(7).

       77 WS-SUM-MAX             PIC 9(4) COMP VALUE 2000.
       77 WS-SUM-COUNT           PIC 9(4) COMP VALUE ZERO.
       77 WS-SUM-SUB             PIC 9(4) COMP VALUE ZERO.
       77 WS-SUM-HIT-SUB         PIC 9(4) COMP VALUE ZERO.

      ****************************************************************
      * COUNTERS AND TOTALS                                           *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-POST-COUNT       PIC 9(7) COMP VALUE ZERO.
          02 WS-LATE-COUNT       PIC 9(7) COMP VALUE ZERO.
          02 WS-NO-PERIOD-COUNT  PIC 9(7) COMP VALUE ZERO.
          02 WS-NEW-BAL-COUNT    PIC 9(7) COMP VALUE ZERO.
          02 WS-UPD-BAL-COUNT    PIC 9(7) COMP VALUE ZERO.
          02 WS-COA-WARN-COUNT   PIC 9(7) COMP VALUE ZERO.

       01 WS-RUN-TOTALS.
          02 WS-TOTAL-DEBITS     PIC 9(11)V9(2) VALUE ZERO.
          02 WS-TOTAL-CREDITS    PIC 9(11)V9(2) VALUE ZERO.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-AMOUNT-ED           PIC ZZZZZZZZZZ9.99.
       01 WS-DEBITS-ED           PIC ZZZZZZZZZZ9.99.
       01 WS-CREDITS-ED          PIC ZZZZZZZZZZ9.99.
       01 WS-BALANCE-ED          PIC -ZZZZZZZZZZ9.99.
       01 WS-TRAN-KEY-ED         PIC 9(6).

      * THE REPORT'S NOTE AGAINST A BALANCE LINE
       01 WS-BAL-NOTE            PIC X(30) VALUE SPACES.

      ****************************************************************
      * DATE WORK AREAS - CCYYMMDD TO JULIAN YYYYDDD FOR THE PERIOD   *
      * TABLE, THE SAME ARITHMETIC ESCHEAT AND ACHRET USE.            *
      ****************************************************************
       01 WS-CUM-DAYS-TABLE.
          02 FILLER PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 WS-CUM-DAYS-RE REDEFINES WS-CUM-DAYS-TABLE.
          02 WS-CUM-DAYS         PIC 9(3) OCCURS 12 TIMES.

       01 WS-DATE-WORK           PIC 9(8).
       01 WS-DATE-WORK-RE REDEFINES WS-DATE-WORK.
          02 WS-DW-YYYY          PIC 9(4).
          02 WS-DW-MM            PIC 99.
          02 WS-DW-DD            PIC 99.

       01 WS-JULIAN-WORK         PIC 9(7)  VALUE ZERO.
       01 WS-DAY-OF-YEAR         PIC 9(3)  VALUE ZERO.

       01 WS-LEAP-WORK.
          02 WS-LEAP-QUOT        PIC 9(6).
          02 WS-LEAP-REM4        PIC 9(3).
          02 WS-LEAP-REM100      PIC 9(3).
          02 WS-LEAP-REM400      PIC 9(3).

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(43) VALUE
             "GL BALANCE MASTER UPDATE REPORT - GLBALUPD".

       01 WS-HEADING-2.
          02 FILLER PIC X(36) VALUE
             "CO  ACCOUNT  PERIOD    PERIOD DEBITS".
          02 FILLER PIC X(32) VALUE
             "  PERIOD CREDITS     CLOSING BAL".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-GLPOST-STATUS    PIC X(02) VALUE "00".
             88 GLPOST-STATUS-OK     VALUE "00".
          02 WS-GLBAL-STATUS     PIC X(02) VALUE "00".
             88 GLBAL-STATUS-OK      VALUE "00".
             88 GLBAL-FILE-MISSING   VALUE "35".
          02 WS-GLCTL-STATUS     PIC X(02) VALUE "00".
             88 GLCTL-STATUS-OK      VALUE "00".
          02 WS-COA-STATUS       PIC X(02) VALUE "00".
             88 COA-STATUS-OK        VALUE "00".
          02 WS-CAL-STATUS       PIC X(02) VALUE "00".
             88 CAL-STATUS-OK        VALUE "00".
          02 WS-GLBRPT-STATUS    PIC X(02) VALUE "00".
             88 GLBRPT-STATUS-OK     VALUE "00".

       PROCEDURE DIVISION.

      ****************************************************************
      * 0000-MAINLINE                                                 *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SUMMARIZE-ONE-POSTING THRU 2000-EXIT
               UNTIL GLPOST-AT-END.
           IF UPDATE-ALLOWED
               PERFORM 5000-APPLY-SUMMARY THRU 5000-EXIT
           ELSE
               PERFORM 7000-REFUSE-UPDATE THRU 7000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - OPEN FILES, READ THE PERIOD CONTROL, TABLE  *
      * THE FISCAL PERIODS, PRINT HEADINGS, PRIME READ.               *
      ****************************************************************
       1000-INITIALIZE.
           OPEN INPUT GL-POST-FILE.
           IF NOT GLPOST-STATUS-OK
               DISPLAY "GLBALUPD - OPEN ERR - GL-POST-FILE, STATUS = "
                   WS-GLPOST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE BALANCE MASTER IS UPDATED IN PLACE BY KEYED READ,
      *    WRITE AND REWRITE; A BRAND NEW FILE COMES BACK 35, SO IT
      *    IS CREATED EMPTY AND REOPENED THAT FIRST TIME.
           OPEN I-O GL-BAL-FILE.
           IF GLBAL-FILE-MISSING
               OPEN OUTPUT GL-BAL-FILE
               CLOSE GL-BAL-FILE
               OPEN I-O GL-BAL-FILE
           END-IF.
           IF NOT GLBAL-STATUS-OK
               DISPLAY "GLBALUPD - OPEN ERR - GL-BAL-FILE, STATUS = "
                   WS-GLBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT GL-CTL-FILE.
           IF NOT GLCTL-STATUS-OK
               DISPLAY "GLBALUPD - OPEN ERR - GL-CTL-FILE, STATUS = "
                   WS-GLCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GL-CTL-FILE
               AT END
                   DISPLAY "GLBALUPD - GLCTL CONTROL RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE GL-CTL-FILE.

           OPEN INPUT COA-FILE.
           IF NOT COA-STATUS-OK
               DISPLAY "GLBALUPD - OPEN ERR - COA-FILE, STATUS = "
                   WS-COA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CAL-FILE.
           IF NOT CAL-STATUS-OK
               DISPLAY "GLBALUPD - OPEN ERR - CAL-FILE, STATUS = "
                   WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GLB-REPORT-FILE.
           IF NOT GLBRPT-STATUS-OK
               DISPLAY "GLBALUPD - OPEN ERR - GLB-REPORT, STATUS = "
                   WS-GLBRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE GLB-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.

           PERFORM 1100-LOAD-PERIOD-TABLE THRU 1100-EXIT.
           CLOSE CAL-FILE.

           PERFORM 2100-READ-POSTING THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-LOAD-PERIOD-TABLE - TABLE EVERY PERIOD-END DAY ON THE    *
      * CALENDAR AND NOTE THE FIRST PERIOD AFTER THE LAST CLOSED ONE. *
      ****************************************************************
       1100-LOAD-PERIOD-TABLE.
           PERFORM 1110-READ-ONE-CAL-DAY THRU 1110-EXIT
               UNTIL CALENDAR-AT-END.
           IF WS-PER-COUNT = ZERO
               DISPLAY "GLBALUPD - NO PERIOD-END DAYS ON THE CALENDAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-OPEN-PER-SUB.
           PERFORM 1130-TEST-OPEN-PERIOD THRU 1130-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-COUNT
                  OR WS-OPEN-PER-SUB > ZERO.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1110-READ-ONE-CAL-DAY - ONE CALENDAR DAY; A PERIOD-END DAY    *
      * BECOMES THE NEXT PERIOD TABLE ENTRY.                          *
      ****************************************************************
       1110-READ-ONE-CAL-DAY.
           READ CAL-FILE NEXT RECORD
               AT END
                   SET CALENDAR-AT-END TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF NOT CAL-IS-PERIOD-END
               GO TO 1110-EXIT
           END-IF.
           IF WS-PER-COUNT = WS-PER-MAX
               DISPLAY "GLBALUPD - PERIOD TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PER-COUNT.
           MOVE CAL-DATE TO WS-PER-END-DATE(WS-PER-COUNT).
           MOVE CAL-DATE TO WS-DATE-WORK.
           PERFORM 1200-DATE-TO-JULIAN THRU 1200-EXIT.
           MOVE WS-JULIAN-WORK TO WS-PER-END-JULIAN(WS-PER-COUNT).
           MOVE WS-DW-YYYY     TO WS-PER-YEAR(WS-PER-COUNT).
           IF WS-PER-COUNT = 1
               MOVE 1 TO WS-PER-NUM(WS-PER-COUNT)
               GO TO 1110-EXIT
           END-IF.
           IF WS-PER-YEAR(WS-PER-COUNT - 1) = WS-DW-YYYY
               COMPUTE WS-PER-NUM(WS-PER-COUNT) =
                   WS-PER-NUM(WS-PER-COUNT - 1) + 1
           ELSE
               MOVE 1 TO WS-PER-NUM(WS-PER-COUNT)
           END-IF.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1130-TEST-OPEN-PERIOD - IS THIS THE FIRST PERIOD AFTER THE    *
      * LAST CLOSED ONE?                                              *
      ****************************************************************
       1130-TEST-OPEN-PERIOD.
           IF WS-PER-ID(WS-PER-SUB) > GLC-LAST-CLOSED
               MOVE WS-PER-SUB TO WS-OPEN-PER-SUB
           END-IF.
       1130-EXIT.
           EXIT.

      ****************************************************************
      * 1200-DATE-TO-JULIAN - WS-DATE-WORK CCYYMMDD TO JULIAN         *
      * YYYYDDD IN WS-JULIAN-WORK, LEAP YEAR RESPECTED.               *
      ****************************************************************
       1200-DATE-TO-JULIAN.
           SET NOT-LEAP-YEAR TO TRUE.
           DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM4.
           IF WS-LEAP-REM4 = ZERO
               DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM100
               IF WS-LEAP-REM100 NOT = ZERO
                   SET IS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM400
                   IF WS-LEAP-REM400 = ZERO
                       SET IS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-DAY-OF-YEAR =
               WS-CUM-DAYS(WS-DW-MM) + WS-DW-DD.
           IF WS-DW-MM > 2 AND IS-LEAP-YEAR
               ADD 1 TO WS-DAY-OF-YEAR
           END-IF.
           COMPUTE WS-JULIAN-WORK =
               WS-DW-YYYY * 1000 + WS-DAY-OF-YEAR.
       1200-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SUMMARIZE-ONE-POSTING - FIND THE POSTING'S FISCAL        *
      * PERIOD AND ADD IT TO ITS COMPANY/ACCOUNT/PERIOD ENTRY.        *
      ****************************************************************
       2000-SUMMARIZE-ONE-POSTING.
           ADD 1 TO WS-POST-COUNT.
           PERFORM 2200-FIND-PERIOD THRU 2200-EXIT.
           IF WS-PER-HIT-SUB = ZERO
               PERFORM 2300-LIST-NO-PERIOD THRU 2300-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF WS-OPEN-PER-SUB = ZERO
              OR WS-PER-HIT-SUB < WS-OPEN-PER-SUB
               PERFORM 2400-LIST-LATE-POSTING THRU 2400-EXIT
           END-IF.
           IF WS-PER-HIT-SUB = ZERO
               GO TO 2000-NEXT
           END-IF.

           PERFORM 3000-FIND-SUMMARY-ENTRY THRU 3000-EXIT.
           IF GLP-CRDB-CODE = 'C'
               ADD GLP-AMOUNT TO WS-SUM-CREDITS(WS-SUM-HIT-SUB)
               ADD GLP-AMOUNT TO WS-TOTAL-CREDITS
           ELSE
               ADD GLP-AMOUNT TO WS-SUM-DEBITS(WS-SUM-HIT-SUB)
               ADD GLP-AMOUNT TO WS-TOTAL-DEBITS
           END-IF.
           IF GLP-POST-DATE > WS-SUM-LAST-DATE(WS-SUM-HIT-SUB)
               MOVE GLP-POST-DATE TO WS-SUM-LAST-DATE(WS-SUM-HIT-SUB)
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-POSTING THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-READ-POSTING - READ THE NEXT JOURNAL POSTING             *
      ****************************************************************
       2100-READ-POSTING.
           READ GL-POST-FILE
               AT END
                   SET GLPOST-AT-END TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-FIND-PERIOD - THE FIRST PERIOD WHOSE END DATE IS ON OR   *
      * AFTER THE POSTING DATE, ITS SUBSCRIPT IN WS-PER-HIT-SUB (ZERO *
      * WHEN THE CALENDAR DOES NOT REACH THAT FAR).                   *
      ****************************************************************
       2200-FIND-PERIOD.
           MOVE ZERO TO WS-PER-HIT-SUB.
           PERFORM 2210-TEST-ONE-PERIOD THRU 2210-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-COUNT
                  OR WS-PER-HIT-SUB > ZERO.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2210-TEST-ONE-PERIOD - COMPARE ONE PERIOD TABLE ENTRY         *
      ****************************************************************
       2210-TEST-ONE-PERIOD.
           IF WS-PER-END-JULIAN(WS-PER-SUB) NOT < GLP-POST-DATE
               MOVE WS-PER-SUB TO WS-PER-HIT-SUB
           END-IF.
       2210-EXIT.
           EXIT.

      ****************************************************************
      * 2300-LIST-NO-PERIOD - THE POSTING IS DATED BEYOND THE LAST    *
      * PERIOD-END ON THE CALENDAR, OR IN A CLOSED PERIOD WITH NO     *
      * OPEN PERIOD LOADED TO TAKE IT UP.  THE UPDATE IS REFUSED.     *
      ****************************************************************
       2300-LIST-NO-PERIOD.
           ADD 1 TO WS-NO-PERIOD-COUNT.
           SET UPDATE-REFUSED TO TRUE.
           MOVE GLP-TRAN-KEY TO WS-TRAN-KEY-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** POSTING "  DELIMITED BY SIZE
                  WS-TRAN-KEY-ED  DELIMITED BY SIZE
                  " ACCOUNT "     DELIMITED BY SIZE
                  GLP-ACCOUNT     DELIMITED BY SIZE
                  " DATED "       DELIMITED BY SIZE
                  GLP-POST-DATE   DELIMITED BY SIZE
                  " HAS NO OPEN PERIOD ON THE CALENDAR ***"
                                  DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 2400-LIST-LATE-POSTING - THE POSTING IS DATED IN A PERIOD     *
      * ALREADY CLOSED.  IT IS TAKEN UP IN THE FIRST OPEN PERIOD SO   *
      * THE CLOSED PERIOD'S STATEMENTS STAND AS REPORTED.  WITH NO    *
      * OPEN PERIOD LOADED IT HAS NOWHERE TO GO.                      *
      ****************************************************************
       2400-LIST-LATE-POSTING.
           IF WS-OPEN-PER-SUB = ZERO
               PERFORM 2300-LIST-NO-PERIOD THRU 2300-EXIT
               MOVE ZERO TO WS-PER-HIT-SUB
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-LATE-COUNT.
           MOVE GLP-TRAN-KEY TO WS-TRAN-KEY-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "POSTING "      DELIMITED BY SIZE
                  WS-TRAN-KEY-ED  DELIMITED BY SIZE
                  " ACCOUNT "     DELIMITED BY SIZE
                  GLP-ACCOUNT     DELIMITED BY SIZE
                  " DATED "       DELIMITED BY SIZE
                  GLP-POST-DATE   DELIMITED BY SIZE
                  " IN CLOSED PERIOD "  DELIMITED BY SIZE
                  WS-PER-YEAR(WS-PER-HIT-SUB) DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  WS-PER-NUM(WS-PER-HIT-SUB)  DELIMITED BY SIZE
                  " - TAKEN UP IN "     DELIMITED BY SIZE
                  WS-PER-YEAR(WS-OPEN-PER-SUB) DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  WS-PER-NUM(WS-OPEN-PER-SUB)  DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-OPEN-PER-SUB TO WS-PER-HIT-SUB.
       2400-EXIT.
           EXIT.

      ****************************************************************
      * 3000-FIND-SUMMARY-ENTRY - FIND OR CREATE THE SUMMARY ENTRY    *
      * FOR GLP-COMPANY, GLP-ACCOUNT AND THE PERIOD IN WS-PER-HIT-SUB,*
      * LEAVING ITS SUBSCRIPT IN WS-SUM-HIT-SUB.                      *
      ****************************************************************
       3000-FIND-SUMMARY-ENTRY.
           MOVE ZERO TO WS-SUM-HIT-SUB.
           PERFORM 3100-TEST-ONE-ENTRY THRU 3100-EXIT
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT
                  OR WS-SUM-HIT-SUB > ZERO.
           IF WS-SUM-HIT-SUB > ZERO
               GO TO 3000-EXIT
           END-IF.
           IF WS-SUM-COUNT = WS-SUM-MAX
               DISPLAY "GLBALUPD - SUMMARY TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SUM-COUNT.
           MOVE GLP-COMPANY    TO WS-SUM-COMPANY(WS-SUM-COUNT).
           MOVE GLP-ACCOUNT    TO WS-SUM-ACCOUNT(WS-SUM-COUNT).
           MOVE WS-PER-HIT-SUB TO WS-SUM-PER-SUB(WS-SUM-COUNT).
           MOVE ZERO           TO WS-SUM-DEBITS(WS-SUM-COUNT).
           MOVE ZERO           TO WS-SUM-CREDITS(WS-SUM-COUNT).
           MOVE ZERO           TO WS-SUM-LAST-DATE(WS-SUM-COUNT).
           MOVE WS-SUM-COUNT   TO WS-SUM-HIT-SUB.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3100-TEST-ONE-ENTRY - COMPARE ONE SUMMARY TABLE ENTRY         *
      ****************************************************************
       3100-TEST-ONE-ENTRY.
           IF WS-SUM-COMPANY(WS-SUM-SUB) = GLP-COMPANY
              AND WS-SUM-ACCOUNT(WS-SUM-SUB) = GLP-ACCOUNT
              AND WS-SUM-PER-SUB(WS-SUM-SUB) = WS-PER-HIT-SUB
               MOVE WS-SUM-SUB TO WS-SUM-HIT-SUB
           END-IF.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-APPLY-SUMMARY - EVERY POSTING HAS A PERIOD.  ADD EACH    *
      * SUMMARY ENTRY TO ITS BALANCE MASTER RECORD.                   *
      ****************************************************************
       5000-APPLY-SUMMARY.
           WRITE GLB-REPORT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.
           PERFORM 5100-APPLY-ONE-ENTRY THRU 5100-EXIT
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 5100-APPLY-ONE-ENTRY - READ THE COMPANY/ACCOUNT/PERIOD        *
      * BALANCE, OR START ONE AT A ZERO OPENING BALANCE (GLCLOSE      *
      * CARRIES THE PRIOR PERIOD'S CLOSING BALANCE INTO IT WHEN THAT  *
      * PERIOD CLOSES), ADD THE NIGHT'S DEBITS AND CREDITS AND WORK   *
      * THE CLOSING BALANCE AGAIN.                                    *
      ****************************************************************
       5100-APPLY-ONE-ENTRY.
           MOVE WS-SUM-PER-SUB(WS-SUM-SUB) TO WS-PER-HIT-SUB.
           MOVE WS-SUM-COMPANY(WS-SUM-SUB) TO GLB-COMPANY.
           MOVE WS-SUM-ACCOUNT(WS-SUM-SUB) TO GLB-ACCOUNT.
           MOVE WS-PER-YEAR(WS-PER-HIT-SUB) TO GLB-FISCAL-YEAR.
           MOVE WS-PER-NUM(WS-PER-HIT-SUB)  TO GLB-FISCAL-PERIOD.
           SET BALANCE-ON-FILE TO TRUE.
           READ GL-BAL-FILE
               INVALID KEY
                   SET BALANCE-IS-NEW TO TRUE
           END-READ.
           IF BALANCE-IS-NEW
               PERFORM 5110-START-BALANCE THRU 5110-EXIT
           END-IF.

           ADD WS-SUM-DEBITS(WS-SUM-SUB)  TO GLB-PERIOD-DEBITS.
           ADD WS-SUM-CREDITS(WS-SUM-SUB) TO GLB-PERIOD-CREDITS.
           COMPUTE GLB-CLOSING-BAL = GLB-OPENING-BAL
               + GLB-PERIOD-DEBITS - GLB-PERIOD-CREDITS.
           IF WS-SUM-LAST-DATE(WS-SUM-SUB) > GLB-LAST-POST-DATE
               MOVE WS-SUM-LAST-DATE(WS-SUM-SUB) TO GLB-LAST-POST-DATE
           END-IF.

           IF BALANCE-IS-NEW
               WRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "GLBALUPD - WRITE ERR - GLBAL, STATUS = "
                           WS-GLBAL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-NEW-BAL-COUNT
               MOVE "NEW BALANCE" TO WS-BAL-NOTE
           ELSE
               REWRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "GLBALUPD - REWRITE ERR - GLBAL, "
                           "STATUS = " WS-GLBAL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO WS-UPD-BAL-COUNT
               MOVE SPACES TO WS-BAL-NOTE
           END-IF.

           PERFORM 5200-CHECK-CHART THRU 5200-EXIT.
           PERFORM 5300-PRINT-BALANCE THRU 5300-EXIT.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 5110-START-BALANCE - A NEW COMPANY/ACCOUNT/PERIOD RECORD,     *
      * OPEN, WITH NOTHING POSTED.                                    *
      ****************************************************************
       5110-START-BALANCE.
           MOVE SPACES TO GL-BALANCE-RECORD.
           MOVE WS-SUM-COMPANY(WS-SUM-SUB)  TO GLB-COMPANY.
           MOVE WS-SUM-ACCOUNT(WS-SUM-SUB)  TO GLB-ACCOUNT.
           MOVE WS-PER-YEAR(WS-PER-HIT-SUB) TO GLB-FISCAL-YEAR.
           MOVE WS-PER-NUM(WS-PER-HIT-SUB)  TO GLB-FISCAL-PERIOD.
           MOVE ZERO TO GLB-OPENING-BAL.
           MOVE ZERO TO GLB-PERIOD-DEBITS.
           MOVE ZERO TO GLB-PERIOD-CREDITS.
           MOVE ZERO TO GLB-CLOSING-BAL.
           MOVE ZERO TO GLB-LAST-POST-DATE.
           MOVE WS-PER-END-DATE(WS-PER-HIT-SUB) TO GLB-PERIOD-END-DATE.
           SET GLB-PERIOD-OPEN TO TRUE.
       5110-EXIT.
           EXIT.

      ****************************************************************
      * 5200-CHECK-CHART - THE ACCOUNT MUST BE ON THE CHART WITH AN   *
      * ACCOUNT TYPE OR THE STATEMENTS AND THE YEAR-END CLOSE CANNOT  *
      * PLACE IT.  THE BALANCE IS KEPT EITHER WAY; THE LINE IS        *
      * FLAGGED AND THE RUN ENDS RC=4.                                *
      ****************************************************************
       5200-CHECK-CHART.
           MOVE GLB-ACCOUNT TO COA-ACCOUNT.
           READ COA-FILE
               INVALID KEY
                   MOVE "*** NOT ON CHART OF ACCOUNTS" TO WS-BAL-NOTE
                   ADD 1 TO WS-COA-WARN-COUNT
                   GO TO 5200-EXIT
           END-READ.
           IF NOT COA-TYPE-VALID
               MOVE "*** NO ACCOUNT TYPE ON CHART" TO WS-BAL-NOTE
               ADD 1 TO WS-COA-WARN-COUNT
           END-IF.
       5200-EXIT.
           EXIT.

      ****************************************************************
      * 5300-PRINT-BALANCE - ONE REPORT LINE FOR THE UPDATED BALANCE  *
      ****************************************************************
       5300-PRINT-BALANCE.
           MOVE GLB-PERIOD-DEBITS  TO WS-DEBITS-ED.
           MOVE GLB-PERIOD-CREDITS TO WS-CREDITS-ED.
           MOVE GLB-CLOSING-BAL    TO WS-BALANCE-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING GLB-COMPANY        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  GLB-ACCOUNT        DELIMITED BY SIZE
                  "    "             DELIMITED BY SIZE
                  GLB-FISCAL-YEAR    DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  GLB-FISCAL-PERIOD  DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-DEBITS-ED       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-CREDITS-ED      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-BALANCE-ED      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-BAL-NOTE        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       5300-EXIT.
           EXIT.

      ****************************************************************
      * 7000-REFUSE-UPDATE - AT LEAST ONE POSTING HAS NO PERIOD TO    *
      * GO TO.  NOTHING IS APPLIED, SO ONCE THE NEXT YEAR'S CALENDAR  *
      * IS LOADED THE RUN IS SIMPLY RESUBMITTED.                      *
      ****************************************************************
       7000-REFUSE-UPDATE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** UPDATE REFUSED - POSTINGS WITH NO PERIOD, "
                      DELIMITED BY SIZE
                  "BALANCE MASTER NOT CHANGED ***" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 8 TO RETURN-CODE.
       7000-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - PRINT COUNTS, SET THE RETURN CODE, CLOSE     *
      ****************************************************************
       8000-TERMINATE.
           MOVE WS-POST-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "POSTINGS READ          : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-LATE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DATED IN CLOSED PERIOD : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-NO-PERIOD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "WITH NO OPEN PERIOD    : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-NEW-BAL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BALANCES STARTED       : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-UPD-BAL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BALANCES UPDATED       : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-COA-WARN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "UNCLASSIFIED ACCOUNTS  : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DEBITS POSTED          : " DELIMITED BY SIZE
                  WS-AMOUNT-ED                DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CREDITS POSTED         : " DELIMITED BY SIZE
                  WS-AMOUNT-ED                DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           IF UPDATE-ALLOWED AND WS-COA-WARN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE GL-POST-FILE.
           CLOSE GL-BAL-FILE.
           CLOSE COA-FILE.
           CLOSE GLB-REPORT-FILE.
       8000-EXIT.
           EXIT.
