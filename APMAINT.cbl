      ********************************************
      * COBOL PROGRAM - AP OPEN-ITEM MAINTENANCE  *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - KEYED MAINTENANCE OF THE AP       *
      *                  OPEN-ITEM FILE, IN THE SAME STYLE AS THE     *
      *                  PAYEE AND RECURRING MASTER MAINTENANCES.     *
      * 10.15.2026 CP    THE EXPENSE ACCOUNT ON AN ADDED OR CHANGED    *
      *                  INVOICE MUST BE ON THE CHART OF ACCOUNTS      *
      *                  (COAMAST).                                    *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMAINT.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * AP OPEN-ITEM MAINTENANCE.  APPLIES THE PAYABLES CLERKS'       *
      * INVOICE TRANSACTIONS (APTRAN) DIRECTLY TO THE INDEXED         *
      * OPEN-ITEM FILE (APOPEN) BY KEYED READ, WRITE AND REWRITE.     *
      * ACTIONS: A ENTERS A VENDOR INVOICE (ERROR IF THE PAYEE AND    *
      * INVOICE NUMBER ARE ALREADY ON FILE), C CHANGES THE NON-BLANK  *
      * FIELDS OF AN OPEN INVOICE, D CANCELS AN OPEN INVOICE - IT     *
      * STAYS ON FILE WITH STATUS X SO THE NUMBER CANNOT BE KEYED     *
      * TWICE, BUT IS NEVER SELECTED.  AN INVOICE ALREADY SELECTED    *
      * FOR A CHECK OR PAID CANNOT BE CHANGED OR CANCELLED.  THE      *
      * PAYEE MUST BE ACTIVE ON THE PAYEE MASTER AND THE EXPENSE      *
      * ACCOUNT ON THE CHART OF ACCOUNTS.  THE DUE DATE AND LAST      *
      * DISCOUNT DATE ARE WORKED OUT HERE FROM THE INVOICE DATE AND   *
      * THE TERMS, SO THE SELECTION RUN NEVER HAS TO.  EVERY ACTION   *
      * AND ERROR IS LISTED ON APRPT.                                 *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APOPEN-STATUS.

           SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-ID
               FILE STATUS IS WS-PAYMAST-STATUS.

           SELECT COA-FILE ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCOUNT
               FILE STATUS IS WS-COA-STATUS.

           SELECT AP-TRAN-FILE ASSIGN TO "APTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APTRAN-STATUS.

           SELECT AP-REPORT-FILE ASSIGN TO "APRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-OPEN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * AP OPEN-ITEM RECORD LAYOUT - SHARED COPYBOOK
          COPY APOPEN.

       FD  PAYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * PAYEE MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY PAYMAST.

       FD  COA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CHART OF ACCOUNTS MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY COAREC.

       FD  AP-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AP-TRAN-RECORD.
      *    ACTION A = ADD, C = CHANGE (NON-BLANK FIELDS ONLY),
      *    D = CANCEL.
           02  AT-ACTION         PIC X(1).
           02  AT-PAYEE-ID       PIC 9(6).
           02  AT-INVOICE-NO     PIC X(12).
      *    INVOICE DATE, CCYYMMDD
           02  AT-INVOICE-DATE   PIC X(8).
           02  AT-INVOICE-DATE-9 REDEFINES AT-INVOICE-DATE
                                 PIC 9(8).
      *    TERMS - NET DAYS, DISCOUNT DAYS, DISCOUNT PERCENT 9(2)V9(2).
      *    THE CLASS TESTS RUN AGAINST THE ALPHANUMERIC VIEWS; THE
      *    MOVES TO THE FILE USE THE REDEFINED NUMERIC VIEWS SO THE
      *    ASSUMED DECIMAL POINTS LINE UP.
           02  AT-NET-DAYS       PIC X(3).
           02  AT-NET-DAYS-9 REDEFINES AT-NET-DAYS
                                 PIC 9(3).
           02  AT-DISC-DAYS      PIC X(3).
           02  AT-DISC-DAYS-9 REDEFINES AT-DISC-DAYS
                                 PIC 9(3).
           02  AT-DISC-PCT       PIC X(4).
           02  AT-DISC-PCT-9 REDEFINES AT-DISC-PCT
                                 PIC 9(2)V9(2).
      *    GROSS INVOICE AMOUNT, 9(5)V9(2) ASSUMED DECIMAL
           02  AT-GROSS-AMOUNT   PIC X(7).
           02  AT-GROSS-AMOUNT-9 REDEFINES AT-GROSS-AMOUNT
                                 PIC 9(5)V9(2).
           02  AT-GL-ACCOUNT     PIC X(5).
           02  AT-COMPANY        PIC X(3).
           02  FILLER            PIC X(18).

       FD  AP-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AP-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-APTRAN-EOF-SW   PIC X(01) VALUE 'N'.
             88 APTRAN-AT-END      VALUE 'Y'.
          02 WS-EDIT-OK-SW      PIC X(01) VALUE 'Y'.
             88 FIELDS-EDIT-CLEAN  VALUE 'Y'.
             88 FIELDS-EDIT-FAILED VALUE 'N'.
          02 WS-LEAP-SW         PIC X(01) VALUE 'N'.
             88 IS-LEAP-YEAR        VALUE 'Y'.
             88 NOT-LEAP-YEAR       VALUE 'N'.

      * THE OPEN-ITEM RECORD BEING BUILT OR CHANGED
       01 WS-WORK-ITEM.
          02 WS-WRK-KEY.
             03 WS-WRK-PAYEE-ID     PIC 9(6).
             03 WS-WRK-INVOICE-NO   PIC X(12).
          02 WS-WRK-STATUS       PIC X(1).
          02 WS-WRK-INVOICE-DATE PIC 9(8).
          02 WS-WRK-DUE-DATE     PIC 9(8).
          02 WS-WRK-DISC-DATE    PIC 9(8).
          02 WS-WRK-NET-DAYS     PIC 9(3).
          02 WS-WRK-DISC-DAYS    PIC 9(3).
          02 WS-WRK-DISC-PCT     PIC 9(2)V9(2).
          02 WS-WRK-GROSS-AMOUNT PIC 9(5)V9(2).
          02 WS-WRK-DISC-TAKEN   PIC 9(5)V9(2).
          02 WS-WRK-GL-ACCOUNT   PIC 9(5).
          02 WS-WRK-COMPANY      PIC X(3).
          02 WS-WRK-CHECK-NUMBER PIC 9(7).
          02 WS-WRK-SELECT-DATE  PIC 9(8).
          02 WS-WRK-PAID-DATE    PIC 9(8).
          02 FILLER              PIC X(22) VALUE SPACES.

      ****************************************************************
      * DATE ARITHMETIC WORK AREAS - THE DUE AND DISCOUNT DATES ARE   *
      * THE INVOICE DATE ROLLED FORWARD ONE CALENDAR DAY AT A TIME.   *
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

       01 WS-DAYS-IN-MONTH       PIC 9(2) VALUE ZERO.
       01 WS-LEAP-WORK.
          02 WS-LEAP-QUOT        PIC 9(6).
          02 WS-LEAP-REM4        PIC 9(3).
          02 WS-LEAP-REM100      PIC 9(3).
          02 WS-LEAP-REM400      PIC 9(3).

       77 WS-DAYS-TO-ADD         PIC 9(3) COMP VALUE ZERO.

      ****************************************************************
      * COUNTERS                                                      *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-TRAN-COUNT       PIC 9(7) COMP VALUE ZERO.
          02 WS-ADD-COUNT        PIC 9(5) COMP VALUE ZERO.
          02 WS-CHANGE-COUNT     PIC 9(5) COMP VALUE ZERO.
          02 WS-CANCEL-COUNT     PIC 9(5) COMP VALUE ZERO.
          02 WS-ERROR-COUNT      PIC 9(5) COMP VALUE ZERO.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-AMT-ED              PIC ZZZZ9.99.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(45) VALUE
             "AP OPEN-ITEM MAINTENANCE REPORT - APMAINT".

       01 WS-PRINT-LINE          PIC X(132).
       01 WS-ERROR-REASON        PIC X(50) VALUE SPACES.

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-APOPEN-STATUS    PIC X(02) VALUE "00".
             88 APOPEN-STATUS-OK     VALUE "00".
             88 APOPEN-FILE-MISSING  VALUE "35".
          02 WS-PAYMAST-STATUS   PIC X(02) VALUE "00".
             88 PAYMAST-STATUS-OK    VALUE "00".
          02 WS-COA-STATUS       PIC X(02) VALUE "00".
             88 COA-STATUS-OK        VALUE "00".
          02 WS-APTRAN-STATUS    PIC X(02) VALUE "00".
             88 APTRAN-STATUS-OK     VALUE "00".
          02 WS-APRPT-STATUS     PIC X(02) VALUE "00".
             88 APRPT-STATUS-OK      VALUE "00".

       PROCEDURE DIVISION.

      ****************************************************************
      * 0000-MAINLINE - APPLY EACH KEYED TRANSACTION TO THE FILE IN   *
      * PLACE UNTIL THE TRANSACTION FILE IS DRAINED.                  *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
               UNTIL APTRAN-AT-END.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - OPEN FILES, PRIME THE TRANSACTION READ      *
      ****************************************************************
       1000-INITIALIZE.
      *    I-O UPDATES THE OPEN ITEMS IN PLACE; THE VERY FIRST RUN
      *    HAS NO FILE YET AND COMES BACK 35, SO IT IS CREATED EMPTY
      *    AND REOPENED.
           OPEN I-O AP-OPEN-FILE.
           IF APOPEN-FILE-MISSING
               OPEN OUTPUT AP-OPEN-FILE
               CLOSE AP-OPEN-FILE
               OPEN I-O AP-OPEN-FILE
           END-IF.
           IF NOT APOPEN-STATUS-OK
               DISPLAY "APMAINT - OPEN ERR - AP-OPEN, STATUS = "
                   WS-APOPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAYEE-MASTER-FILE.
           IF NOT PAYMAST-STATUS-OK
               DISPLAY "APMAINT - OPEN ERR - PAYEE-MASTER, STATUS = "
                   WS-PAYMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT COA-FILE.
           IF NOT COA-STATUS-OK
               DISPLAY "APMAINT - OPEN ERR - COA-FILE, STATUS = "
                   WS-COA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT AP-TRAN-FILE.
           IF NOT APTRAN-STATUS-OK
               DISPLAY "APMAINT - OPEN ERR - AP-TRAN, STATUS = "
                   WS-APTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT AP-REPORT-FILE.
           IF NOT APRPT-STATUS-OK
               DISPLAY "APMAINT - OPEN ERR - AP-REPORT, STATUS = "
                   WS-APRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE AP-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.

           PERFORM 2200-READ-AP-TRAN THRU 2200-EXIT.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-APPLY-ONE-TRAN - ROUTE ONE MAINTENANCE TRANSACTION BY    *
      * ACTION.                                                       *
      ****************************************************************
       2000-APPLY-ONE-TRAN.
           ADD 1 TO WS-TRAN-COUNT.
           IF AT-ACTION = 'A'
               PERFORM 3100-ADD-INVOICE THRU 3100-EXIT
           ELSE
               IF AT-ACTION = 'C' OR AT-ACTION = 'D'
                   PERFORM 3200-UPDATE-INVOICE THRU 3200-EXIT
               ELSE
                   MOVE "INVALID ACTION" TO WS-ERROR-REASON
                   PERFORM 7100-PRINT-ERROR THRU 7100-EXIT
               END-IF
           END-IF.
           PERFORM 2200-READ-AP-TRAN THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2200-READ-AP-TRAN - READ THE NEXT MAINTENANCE TRANSACTION     *
      ****************************************************************
       2200-READ-AP-TRAN.
           READ AP-TRAN-FILE
               AT END
                   SET APTRAN-AT-END TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 3100-ADD-INVOICE - BUILD THE NEW OPEN ITEM AND WRITE IT BY    *
      * KEY.  EVERY FIELD EXCEPT THE DISCOUNT TERMS IS REQUIRED; THE  *
      * INDEX REFUSES A PAYEE/INVOICE NUMBER ALREADY ON FILE, WHICH   *
      * IS THE SAME INVOICE KEYED TWICE.                              *
      ****************************************************************
       3100-ADD-INVOICE.
           SET FIELDS-EDIT-CLEAN TO TRUE.
           IF AT-INVOICE-NO = SPACES
            OR AT-INVOICE-DATE NOT NUMERIC
            OR AT-NET-DAYS NOT NUMERIC
            OR AT-GROSS-AMOUNT NOT NUMERIC
            OR AT-GL-ACCOUNT NOT NUMERIC
            OR AT-COMPANY = SPACES
               SET FIELDS-EDIT-FAILED TO TRUE
           END-IF.
           IF AT-DISC-DAYS = SPACES
               MOVE ZERO TO AT-DISC-DAYS-9
           END-IF.
           IF AT-DISC-PCT = SPACES
               MOVE ZERO TO AT-DISC-PCT-9
           END-IF.
           IF AT-DISC-DAYS NOT NUMERIC
            OR AT-DISC-PCT NOT NUMERIC
               SET FIELDS-EDIT-FAILED TO TRUE
           END-IF.
           IF FIELDS-EDIT-FAILED
               MOVE "FIELD EDITS FAILED" TO WS-ERROR-REASON
               PERFORM 7100-PRINT-ERROR THRU 7100-EXIT
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3500-VERIFY-PAYEE THRU 3500-EXIT.
           IF FIELDS-EDIT-FAILED
               GO TO 3100-EXIT
           END-IF.

           MOVE SPACES             TO WS-WORK-ITEM.
           MOVE AT-PAYEE-ID        TO WS-WRK-PAYEE-ID.
           MOVE AT-INVOICE-NO      TO WS-WRK-INVOICE-NO.
           MOVE 'O'                TO WS-WRK-STATUS.
           MOVE AT-INVOICE-DATE-9  TO WS-WRK-INVOICE-DATE.
           MOVE AT-NET-DAYS-9      TO WS-WRK-NET-DAYS.
           MOVE AT-DISC-DAYS-9     TO WS-WRK-DISC-DAYS.
           MOVE AT-DISC-PCT-9      TO WS-WRK-DISC-PCT.
           MOVE AT-GROSS-AMOUNT-9  TO WS-WRK-GROSS-AMOUNT.
           MOVE ZERO               TO WS-WRK-DISC-TAKEN.
           MOVE AT-GL-ACCOUNT      TO WS-WRK-GL-ACCOUNT.
           MOVE AT-COMPANY         TO WS-WRK-COMPANY.
           MOVE ZERO               TO WS-WRK-CHECK-NUMBER.
           MOVE ZERO               TO WS-WRK-SELECT-DATE.
           MOVE ZERO               TO WS-WRK-PAID-DATE.

           PERFORM 3600-VERIFY-ACCOUNT THRU 3600-EXIT.
           IF FIELDS-EDIT-FAILED
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3400-SET-TERM-DATES THRU 3400-EXIT.
           IF FIELDS-EDIT-FAILED
               GO TO 3100-EXIT
           END-IF.

           MOVE WS-WORK-ITEM TO AP-OPEN-RECORD.
           WRITE AP-OPEN-RECORD
               INVALID KEY
                   MOVE "ALREADY ON FILE" TO WS-ERROR-REASON
                   PERFORM 7100-PRINT-ERROR THRU 7100-EXIT
                   GO TO 3100-EXIT
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           PERFORM 7000-PRINT-ACTION THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3200-UPDATE-INVOICE - READ THE EXISTING ITEM BY KEY.  ONLY AN *
      * OPEN ITEM MAY BE TOUCHED - ONE ALREADY ON A CHECK BELONGS TO  *
      * THE PAYMENT RUN.  A CHANGE REPLACES THE NON-BLANK FIELDS AND  *
      * RE-WORKS THE TERM DATES, A CANCEL FLIPS THE STATUS, AND THE   *
      * ITEM IS REWRITTEN IN PLACE.                                   *
      ****************************************************************
       3200-UPDATE-INVOICE.
           MOVE AT-PAYEE-ID   TO AP-PAYEE-ID.
           MOVE AT-INVOICE-NO TO AP-INVOICE-NO.
           READ AP-OPEN-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-ERROR-REASON
                   PERFORM 7100-PRINT-ERROR THRU 7100-EXIT
                   GO TO 3200-EXIT
           END-READ.
           IF NOT AP-ITEM-OPEN
               MOVE "NOT OPEN - ALREADY SELECTED, PAID OR CANCELLED"
                   TO WS-ERROR-REASON
               PERFORM 7100-PRINT-ERROR THRU 7100-EXIT
               GO TO 3200-EXIT
           END-IF.

           MOVE AP-OPEN-RECORD TO WS-WORK-ITEM.
           SET FIELDS-EDIT-CLEAN TO TRUE.
           IF AT-ACTION = 'C'
               IF AT-INVOICE-DATE NOT = SPACES
                  AND AT-INVOICE-DATE NUMERIC
                   MOVE AT-INVOICE-DATE-9 TO WS-WRK-INVOICE-DATE
               END-IF
               IF AT-NET-DAYS NOT = SPACES
                  AND AT-NET-DAYS NUMERIC
                   MOVE AT-NET-DAYS-9 TO WS-WRK-NET-DAYS
               END-IF
               IF AT-DISC-DAYS NOT = SPACES
                  AND AT-DISC-DAYS NUMERIC
                   MOVE AT-DISC-DAYS-9 TO WS-WRK-DISC-DAYS
               END-IF
               IF AT-DISC-PCT NOT = SPACES
                  AND AT-DISC-PCT NUMERIC
                   MOVE AT-DISC-PCT-9 TO WS-WRK-DISC-PCT
               END-IF
               IF AT-GROSS-AMOUNT NOT = SPACES
                  AND AT-GROSS-AMOUNT NUMERIC
                   MOVE AT-GROSS-AMOUNT-9 TO WS-WRK-GROSS-AMOUNT
               END-IF
               IF AT-GL-ACCOUNT NOT = SPACES
                  AND AT-GL-ACCOUNT NUMERIC
                   MOVE AT-GL-ACCOUNT TO WS-WRK-GL-ACCOUNT
                   PERFORM 3600-VERIFY-ACCOUNT THRU 3600-EXIT
                   IF FIELDS-EDIT-FAILED
                       GO TO 3200-EXIT
                   END-IF
               END-IF
               IF AT-COMPANY NOT = SPACES
                   MOVE AT-COMPANY TO WS-WRK-COMPANY
               END-IF
               PERFORM 3400-SET-TERM-DATES THRU 3400-EXIT
               IF FIELDS-EDIT-FAILED
                   GO TO 3200-EXIT
               END-IF
               ADD 1 TO WS-CHANGE-COUNT
           ELSE
               MOVE 'X' TO WS-WRK-STATUS
               ADD 1 TO WS-CANCEL-COUNT
           END-IF.

           MOVE WS-WORK-ITEM TO AP-OPEN-RECORD.
           REWRITE AP-OPEN-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-ERROR-REASON
                   STRING "REWRITE FAILED - STATUS " DELIMITED BY SIZE
                          WS-APOPEN-STATUS           DELIMITED BY SIZE
                       INTO WS-ERROR-REASON
                   END-STRING
                   PERFORM 7100-PRINT-ERROR THRU 7100-EXIT
                   GO TO 3200-EXIT
           END-REWRITE.
           PERFORM 7000-PRINT-ACTION THRU 7000-EXIT.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3400-SET-TERM-DATES - VALIDATE THE INVOICE DATE AND TERMS IN  *
      * THE WORK ITEM AND WORK OUT THE DUE DATE AND THE LAST DAY THE  *
      * DISCOUNT MAY BE TAKEN.  NO DISCOUNT PERCENT MEANS NO DISCOUNT *
      * DATE; A DISCOUNT WINDOW LONGER THAN THE NET TERMS IS A KEYING *
      * ERROR.                                                        *
      ****************************************************************
       3400-SET-TERM-DATES.
           MOVE WS-WRK-INVOICE-DATE TO WS-ROLL-DATE.
           IF WS-ROLL-MM < 1 OR WS-ROLL-MM > 12
               MOVE "INVOICE DATE NOT A VALID CCYYMMDD"
                   TO WS-ERROR-REASON
               PERFORM 7100-PRINT-ERROR THRU 7100-EXIT
               GO TO 3400-EXIT
           END-IF.
           PERFORM 4100-SET-DAYS-IN-MONTH THRU 4100-EXIT.
           IF WS-ROLL-DD < 1 OR WS-ROLL-DD > WS-DAYS-IN-MONTH
               MOVE "INVOICE DATE NOT A VALID CCYYMMDD"
                   TO WS-ERROR-REASON
               PERFORM 7100-PRINT-ERROR THRU 7100-EXIT
               GO TO 3400-EXIT
           END-IF.
           IF WS-WRK-DISC-PCT > ZERO
              AND (WS-WRK-DISC-DAYS = ZERO
                   OR WS-WRK-DISC-DAYS > WS-WRK-NET-DAYS)
               MOVE "DISCOUNT DAYS MISSING OR PAST THE NET TERMS"
                   TO WS-ERROR-REASON
               PERFORM 7100-PRINT-ERROR THRU 7100-EXIT
               GO TO 3400-EXIT
           END-IF.

           MOVE WS-WRK-NET-DAYS TO WS-DAYS-TO-ADD.
           PERFORM 4000-ROLL-ONE-DAY THRU 4000-EXIT
               WS-DAYS-TO-ADD TIMES.
           MOVE WS-ROLL-DATE TO WS-WRK-DUE-DATE.

           IF WS-WRK-DISC-PCT = ZERO
               MOVE ZERO TO WS-WRK-DISC-DAYS
               MOVE ZERO TO WS-WRK-DISC-DATE
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-WRK-INVOICE-DATE TO WS-ROLL-DATE.
           MOVE WS-WRK-DISC-DAYS    TO WS-DAYS-TO-ADD.
           PERFORM 4000-ROLL-ONE-DAY THRU 4000-EXIT
               WS-DAYS-TO-ADD TIMES.
           MOVE WS-ROLL-DATE TO WS-WRK-DISC-DATE.
       3400-EXIT.
           EXIT.

      ****************************************************************
      * 3500-VERIFY-PAYEE - AN INVOICE CAN ONLY BE ENTERED FOR AN     *
      * ACTIVE PAYEE - THE CHECK RUN WOULD REFUSE TO PAY ANY OTHER.   *
      ****************************************************************
       3500-VERIFY-PAYEE.
           MOVE AT-PAYEE-ID TO PAY-ID.
           READ PAYEE-MASTER-FILE
               INVALID KEY
                   MOVE "PAYEE NOT ON PAYEE MASTER" TO WS-ERROR-REASON
                   PERFORM 7100-PRINT-ERROR THRU 7100-EXIT
                   GO TO 3500-EXIT
           END-READ.
           IF NOT PAYEE-ACTIVE
               MOVE "PAYEE INACTIVE ON PAYEE MASTER" TO WS-ERROR-REASON
               PERFORM 7100-PRINT-ERROR THRU 7100-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 3600-VERIFY-ACCOUNT - THE EXPENSE ACCOUNT IN THE WORK ITEM    *
      * MUST BE ON THE CHART OF ACCOUNTS - THE SELECTION RUN AND THE  *
      * CHECK PASS POST TO IT, AND AN ACCOUNT NOT ON THE CHART WOULD  *
      * ONLY SURFACE LATER AS AN UNMATCHED POSTING.                   *
      ****************************************************************
       3600-VERIFY-ACCOUNT.
           MOVE WS-WRK-GL-ACCOUNT TO COA-ACCOUNT.
           READ COA-FILE
               INVALID KEY
                   MOVE "GL ACCOUNT NOT ON CHART OF ACCOUNTS"
                       TO WS-ERROR-REASON
                   PERFORM 7100-PRINT-ERROR THRU 7100-EXIT
           END-READ.
       3600-EXIT.
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
           IF IS-LEAP-YEAR
               ADD 1 TO WS-DAYS-IN-MONTH
           END-IF.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 7000-PRINT-ACTION - ONE REPORT LINE PER APPLIED ACTION        *
      ****************************************************************
       7000-PRINT-ACTION.
           MOVE SPACES TO WS-PRINT-LINE.
           IF AT-ACTION = 'A'
               MOVE WS-WRK-GROSS-AMOUNT TO WS-AMT-ED
               STRING "ADDED       - PAYEE " DELIMITED BY SIZE
                      AT-PAYEE-ID      DELIMITED BY SIZE
                      " INVOICE "      DELIMITED BY SIZE
                      AT-INVOICE-NO    DELIMITED BY SIZE
                      " AMOUNT "       DELIMITED BY SIZE
                      WS-AMT-ED        DELIMITED BY SIZE
                      " DUE "          DELIMITED BY SIZE
                      WS-WRK-DUE-DATE  DELIMITED BY SIZE
                      " DISC DATE "    DELIMITED BY SIZE
                      WS-WRK-DISC-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           IF AT-ACTION = 'C'
               STRING "CHANGED     - PAYEE " DELIMITED BY SIZE
                      AT-PAYEE-ID      DELIMITED BY SIZE
                      " INVOICE "      DELIMITED BY SIZE
                      AT-INVOICE-NO    DELIMITED BY SIZE
                      " DUE "          DELIMITED BY SIZE
                      WS-WRK-DUE-DATE  DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           IF AT-ACTION = 'D'
               STRING "CANCELLED   - PAYEE " DELIMITED BY SIZE
                      AT-PAYEE-ID      DELIMITED BY SIZE
                      " INVOICE "      DELIMITED BY SIZE
                      AT-INVOICE-NO    DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           WRITE AP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       7000-EXIT.
           EXIT.

      ****************************************************************
      * 7100-PRINT-ERROR - ONE ERROR LINE FOR THE CURRENT             *
      * TRANSACTION.  THE CALLER LEAVES THE REASON IN WS-ERROR-       *
      * REASON; THE TRANSACTION IS MARKED FAILED SO NOTHING IS        *
      * WRITTEN.                                                      *
      ****************************************************************
       7100-PRINT-ERROR.
           SET FIELDS-EDIT-FAILED TO TRUE.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** ERROR - ACTION " DELIMITED BY SIZE
                  AT-ACTION             DELIMITED BY SIZE
                  " PAYEE "             DELIMITED BY SIZE
                  AT-PAYEE-ID           DELIMITED BY SIZE
                  " INVOICE "           DELIMITED BY SIZE
                  AT-INVOICE-NO         DELIMITED BY SIZE
                  " - "                 DELIMITED BY SIZE
                  WS-ERROR-REASON       DELIMITED BY "  "
                  " ***"                DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE AP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       7100-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - PRINT COUNTS AND CLOSE FILES                 *
      ****************************************************************
       8000-TERMINATE.
           MOVE WS-TRAN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TRANSACTIONS READ  : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE AP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-ADD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INVOICES ADDED     : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE AP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INVOICES CHANGED   : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE AP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-CANCEL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INVOICES CANCELLED : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE AP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-ERROR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TRANSACTION ERRORS : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE AP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE AP-OPEN-FILE.
           CLOSE PAYEE-MASTER-FILE.
           CLOSE COA-FILE.
           CLOSE AP-TRAN-FILE.
           CLOSE AP-REPORT-FILE.

           IF WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
