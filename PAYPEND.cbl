      ********************************************
      * COBOL PROGRAM - PENDING BANK-DETAIL LIST  *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - DAILY LIST OF PAYEES WHOSE BANK    *
      *                  DETAILS OR PAYMENT METHOD CHANGED AND STILL   *
      *                  AWAIT A CALLBACK VERIFICATION.                *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPEND.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * PENDING BANK-DETAIL VERIFICATION REPORT.  READS THE INDEXED    *
      * PAYEE MASTER (PAYMAST) END TO END AND LISTS ON PENDRPT EVERY   *
      * PAYEE LEFT PENDING BY A PAYMAINT CHANGE TO ITS ROUTING,        *
      * ACCOUNT OR PAYMENT METHOD: WHO MADE THE CHANGE, WHEN, HOW MANY *
      * DAYS IT HAS WAITED, AND THE LAST VERIFIED VALUES AGAINST THE   *
      * NEW ONES.  THE CHECK PASS HOLDS EVERY ACH PAYMENT TO THESE     *
      * PAYEES UNTIL A SECOND OPERATOR KEYS THE CALLBACK (PAYMAINT     *
      * ACTION V), SO ANYTHING OLDER THAN A FEW DAYS IS MARKED FOR     *
      * PAYABLES TO CHASE.  READ-ONLY - NOTHING IS CHANGED.            *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-FILE ASSIGN TO "PAYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-ID
               FILE STATUS IS WS-PAYMAST-STATUS.

           SELECT PEND-REPORT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYEE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * PAYEE MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY PAYMAST.

       FD  PEND-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PEND-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-PAYMAST-EOF-SW  PIC X(01) VALUE 'N'.
             88 PAYEES-AT-END      VALUE 'Y'.

      * A CHANGE WAITING LONGER THAN THIS MANY DAYS IS MARKED OVERDUE
       77 WS-OVERDUE-DAYS        PIC 9(3) VALUE 3.

      ****************************************************************
      * COUNTERS                                                      *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-READ-COUNT       PIC 9(7) COMP VALUE ZERO.
          02 WS-PENDING-COUNT    PIC 9(5) COMP VALUE ZERO.
          02 WS-OVERDUE-COUNT    PIC 9(5) COMP VALUE ZERO.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-AGE-ED              PIC ZZZZ9.

      ****************************************************************
      * DATE WORK AREAS - AGE IN DAYS BY THE SAME YEAR*365 +          *
      * DAY-OF-YEAR SERIAL THE CHECK PASS SCREENS ITS WINDOW BY.      *
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

       01 WS-TODAY-AREA.
          02 WS-TODAY-YYMMDD     PIC 9(6).
          02 WS-TODAY-CCYYMMDD.
             03 WS-TODAY-CC      PIC 99 VALUE 20.
             03 WS-TODAY-YMD     PIC 9(6).

       01 WS-DATE-SERIAL         PIC 9(8)  VALUE ZERO.
       01 WS-TODAY-SERIAL        PIC 9(8)  VALUE ZERO.
       01 WS-AGE-DAYS            PIC S9(8) VALUE ZERO.

      * PAYMENT METHOD SPELLED OUT FOR THE OLD AND NEW DETAIL LINES
       01 WS-METHOD-TEXT         PIC X(5).

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(50) VALUE
             "PAYEES PENDING BANK-DETAIL VERIFICATION - PAYPEND".
          02 FILLER PIC X(10) VALUE "  RUN ON ".
          02 WS-HDG-DATE         PIC 9(8).

       01 WS-HEADING-2.
          02 FILLER PIC X(38) VALUE "PAYEE  NAME".
          02 FILLER PIC X(11) VALUE "CHANGED BY".
          02 FILLER PIC X(13) VALUE "CHANGED ON".
          02 FILLER PIC X(10) VALUE "AGE (DAYS)".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-PAYMAST-STATUS   PIC X(02) VALUE "00".
             88 PAYMAST-STATUS-OK    VALUE "00".
          02 WS-PENDRPT-STATUS   PIC X(02) VALUE "00".
             88 PENDRPT-STATUS-OK    VALUE "00".

       PROCEDURE DIVISION.

      ****************************************************************
      * 0000-MAINLINE                                                 *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-PAYEE THRU 2000-EXIT
               UNTIL PAYEES-AT-END.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - OPEN FILES, FIGURE TODAY, PRINT HEADINGS,   *
      * PRIME THE READ.                                               *
      ****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PAYEE-FILE.
           IF NOT PAYMAST-STATUS-OK
               DISPLAY "PAYPEND - OPEN ERR - PAYEE-FILE, STATUS = "
                   WS-PAYMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PEND-REPORT-FILE.
           IF NOT PENDRPT-STATUS-OK
               DISPLAY "PAYPEND - OPEN ERR - PEND-REPORT, STATUS = "
                   WS-PENDRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD TO WS-TODAY-YMD.
           MOVE WS-TODAY-CCYYMMDD TO WS-DATE-WORK.
           PERFORM 4100-DATE-TO-SERIAL THRU 4100-EXIT.
           MOVE WS-DATE-SERIAL TO WS-TODAY-SERIAL.

           MOVE WS-TODAY-CCYYMMDD TO WS-HDG-DATE.
           WRITE PEND-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE PEND-REPORT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.

           PERFORM 2100-READ-PAYEE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-PROCESS-ONE-PAYEE - LIST THE PAYEE IF IT IS PENDING      *
      ****************************************************************
       2000-PROCESS-ONE-PAYEE.
           IF PAYEE-PENDING-VERIFY
               PERFORM 3000-PRINT-PENDING THRU 3000-EXIT
           END-IF.
           PERFORM 2100-READ-PAYEE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-READ-PAYEE - NEXT PAYEE IN KEY ORDER                     *
      ****************************************************************
       2100-READ-PAYEE.
           READ PAYEE-FILE NEXT RECORD
               AT END
                   SET PAYEES-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-PRINT-PENDING - THREE LINES PER PENDING PAYEE: WHO, WHEN *
      * AND HOW LONG; THE LAST VERIFIED DETAILS; THE NEW DETAILS.     *
      ****************************************************************
       3000-PRINT-PENDING.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE PAY-CHG-DATE TO WS-DATE-WORK.
           PERFORM 4100-DATE-TO-SERIAL THRU 4100-EXIT.
           IF WS-DATE-SERIAL = ZERO
               MOVE ZERO TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-DATE-SERIAL
           END-IF.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           MOVE WS-AGE-DAYS TO WS-AGE-ED.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING PAY-ID            DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PAY-NAME          DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PAY-CHG-OPERATOR  DELIMITED BY SIZE
                  "   "             DELIMITED BY SIZE
                  PAY-CHG-DATE      DELIMITED BY SIZE
                  "     "           DELIMITED BY SIZE
                  WS-AGE-ED         DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           IF WS-AGE-DAYS > WS-OVERDUE-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "*** OVERDUE" TO WS-PRINT-LINE(78:11)
           END-IF.
           WRITE PEND-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE PAY-PRIOR-METHOD TO WS-METHOD-TEXT.
           PERFORM 3100-METHOD-TEXT THRU 3100-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "       OLD - METHOD " DELIMITED BY SIZE
                  WS-METHOD-TEXT         DELIMITED BY SIZE
                  "  ROUTING "           DELIMITED BY SIZE
                  PAY-PRIOR-ROUTING      DELIMITED BY SIZE
                  "  ACCOUNT "           DELIMITED BY SIZE
                  PAY-PRIOR-ACCOUNT      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PEND-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE PAY-METHOD TO WS-METHOD-TEXT.
           PERFORM 3100-METHOD-TEXT THRU 3100-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "       NEW - METHOD " DELIMITED BY SIZE
                  WS-METHOD-TEXT         DELIMITED BY SIZE
                  "  ROUTING "           DELIMITED BY SIZE
                  PAY-ROUTING            DELIMITED BY SIZE
                  "  ACCOUNT "           DELIMITED BY SIZE
                  PAY-DFLT-ACCOUNT       DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PEND-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3100-METHOD-TEXT - THE ONE-BYTE METHOD CODE IN WS-METHOD-TEXT *
      * SPELLED FOR THE REPORT                                        *
      ****************************************************************
       3100-METHOD-TEXT.
           IF WS-METHOD-TEXT = 'E'
               MOVE "ACH  " TO WS-METHOD-TEXT
           ELSE
               MOVE "PAPER" TO WS-METHOD-TEXT
           END-IF.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 4100-DATE-TO-SERIAL - CCYYMMDD IN WS-DATE-WORK TO THE         *
      * YEAR*365 + DAY-OF-YEAR SERIAL IN WS-DATE-SERIAL.  A DATE      *
      * THAT IS NOT A DATE COMES BACK ZERO.                           *
      ****************************************************************
       4100-DATE-TO-SERIAL.
           IF WS-DATE-WORK NOT NUMERIC
              OR WS-DW-MM < 1 OR WS-DW-MM > 12
               MOVE ZERO TO WS-DATE-SERIAL
               GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-DATE-SERIAL =
               WS-DW-YYYY * 365 + WS-CUM-DAYS(WS-DW-MM) + WS-DW-DD.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - PRINT COUNTS AND CLOSE FILES.  A CHANGE LEFT *
      * OVERDUE ENDS THE RUN RC=4 SO OPERATIONS SEE IT.               *
      ****************************************************************
       8000-TERMINATE.
           MOVE WS-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAYEES READ        : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PEND-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE WS-PENDING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PENDING VERIFY     : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PEND-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-OVERDUE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OVERDUE            : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PEND-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE PAYEE-FILE.
           CLOSE PEND-REPORT-FILE.

           IF WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
