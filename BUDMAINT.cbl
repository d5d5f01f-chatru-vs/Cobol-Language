      ********************************************
      * COBOL PROGRAM - BUDGET MASTER MAINTENANCE *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - KEYED MAINTENANCE OF THE BUDGET   *
      *                  MASTER, IN THE SAME STYLE AS THE OTHER       *
      *                  MASTER MAINTENANCES.                         *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMAINT.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * BUDGET MASTER MAINTENANCE.  APPLIES FINANCE'S KEYED BUDGET     *
      * TRANSACTIONS (BUDTRAN) DIRECTLY TO THE INDEXED BUDGET MASTER   *
      * (BUDMAST).  ACTIONS: A ADDS A COMPANY/ACCOUNT/MONTH BUDGET     *
      * (ERROR IF IT EXISTS), C REPLACES ITS AMOUNT, D DELETES IT.     *
      * THE COMPANY MUST BE PRESENT, THE MONTH CCYYPP WITH A PERIOD    *
      * OF 01-13, AND AN ADDED ACCOUNT MUST BE ON THE CHART OF         *
      * ACCOUNTS (COAMAST).  EVERY ACTION AND ERROR IS LISTED ON       *
      * BUDRPT.                                                        *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUD-MASTER-FILE ASSIGN TO "BUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDMST-STATUS.

           SELECT COA-FILE ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCOUNT
               FILE STATUS IS WS-COA-STATUS.

           SELECT BUD-TRAN-FILE ASSIGN TO "BUDTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUDTRAN-STATUS.

           SELECT BUD-REPORT-FILE ASSIGN TO "BUDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUD-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * BUDGET MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY BUDREC.

       FD  COA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CHART OF ACCOUNTS MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY COAREC.

       FD  BUD-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUD-TRAN-RECORD.
      *    ACTION A = ADD, C = CHANGE THE AMOUNT, D = DELETE.
           02  BT-ACTION         PIC X(1).
           02  BT-COMPANY        PIC X(3).
           02  BT-ACCOUNT        PIC X(5).
           02  BT-ACCOUNT-9 REDEFINES BT-ACCOUNT
                                 PIC 9(5).
      *    FISCAL MONTH CCYYPP.  THE CLASS TEST RUNS AGAINST THE
      *    ALPHANUMERIC VIEW, THE PERIOD RANGE TEST AGAINST THE
      *    REDEFINED NUMERIC VIEW.
           02  BT-MONTH          PIC X(6).
           02  BT-MONTH-9 REDEFINES BT-MONTH.
               03  BT-YEAR           PIC 9(4).
               03  BT-PERIOD         PIC 9(2).
      *    AMOUNT AS KEYED, 9(9)V9(2) ASSUMED DECIMAL - THE MOVE TO
      *    THE MASTER USES THE REDEFINED NUMERIC VIEW SO THE ASSUMED
      *    DECIMAL POINT LINES UP.  BT-SIGN '-' MAKES IT NEGATIVE.
           02  BT-AMOUNT         PIC X(11).
           02  BT-AMOUNT-9 REDEFINES BT-AMOUNT
                                 PIC 9(9)V9(2).
           02  BT-SIGN           PIC X(1).
           02  FILLER            PIC X(13).

       FD  BUD-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUD-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-BUDTRAN-EOF-SW  PIC X(01) VALUE 'N'.
             88 BUDTRAN-AT-END     VALUE 'Y'.
          02 WS-EDIT-OK-SW      PIC X(01) VALUE 'Y'.
             88 FIELDS-EDIT-CLEAN  VALUE 'Y'.
             88 FIELDS-EDIT-FAILED VALUE 'N'.

      ****************************************************************
      * COUNTERS                                                      *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-TRAN-COUNT       PIC 9(7) COMP VALUE ZERO.
          02 WS-ADD-COUNT        PIC 9(5) COMP VALUE ZERO.
          02 WS-CHANGE-COUNT     PIC 9(5) COMP VALUE ZERO.
          02 WS-DELETE-COUNT     PIC 9(5) COMP VALUE ZERO.
          02 WS-ERROR-COUNT      PIC 9(5) COMP VALUE ZERO.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-AMOUNT-ED           PIC -ZZZZZZZZZZ9.99.
       01 WS-ERROR-TEXT          PIC X(40) VALUE SPACES.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(50) VALUE
             "BUDGET MASTER MAINTENANCE REPORT - BUDMAINT".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-BUDMST-STATUS    PIC X(02) VALUE "00".
             88 BUDMST-STATUS-OK     VALUE "00".
             88 BUDMST-FILE-MISSING  VALUE "35".
          02 WS-COA-STATUS       PIC X(02) VALUE "00".
             88 COA-STATUS-OK        VALUE "00".
          02 WS-BUDTRAN-STATUS   PIC X(02) VALUE "00".
             88 BUDTRAN-STATUS-OK    VALUE "00".
          02 WS-BUDRPT-STATUS    PIC X(02) VALUE "00".
             88 BUDRPT-STATUS-OK     VALUE "00".

       PROCEDURE DIVISION.

      ****************************************************************
      * 0000-MAINLINE                                                 *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
               UNTIL BUDTRAN-AT-END.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - OPEN FILES, PRIME THE TRANSACTION READ      *
      ****************************************************************
       1000-INITIALIZE.
      *    I-O UPDATES THE MASTER IN PLACE; THE VERY FIRST LOAD HAS
      *    NO MASTER YET AND COMES BACK 35, SO IT IS CREATED EMPTY
      *    AND REOPENED.
           OPEN I-O BUD-MASTER-FILE.
           IF BUDMST-FILE-MISSING
               OPEN OUTPUT BUD-MASTER-FILE
               CLOSE BUD-MASTER-FILE
               OPEN I-O BUD-MASTER-FILE
           END-IF.
           IF NOT BUDMST-STATUS-OK
               DISPLAY "BUDMAINT - OPEN ERR - BUD-MASTER, STATUS = "
                   WS-BUDMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT COA-FILE.
           IF NOT COA-STATUS-OK
               DISPLAY "BUDMAINT - OPEN ERR - COA-FILE, STATUS = "
                   WS-COA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT BUD-TRAN-FILE.
           IF NOT BUDTRAN-STATUS-OK
               DISPLAY "BUDMAINT - OPEN ERR - BUD-TRAN, STATUS = "
                   WS-BUDTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BUD-REPORT-FILE.
           IF NOT BUDRPT-STATUS-OK
               DISPLAY "BUDMAINT - OPEN ERR - BUD-REPORT, STATUS = "
                   WS-BUDRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE BUD-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.

           PERFORM 2200-READ-BUD-TRAN THRU 2200-EXIT.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-APPLY-ONE-TRAN - EDIT THE KEY FIELDS, THEN ROUTE ONE     *
      * BUDGET TRANSACTION BY ACTION.                                 *
      ****************************************************************
       2000-APPLY-ONE-TRAN.
           ADD 1 TO WS-TRAN-COUNT.
           IF BT-COMPANY = SPACES
               MOVE "COMPANY MISSING" TO WS-ERROR-TEXT
               PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF BT-ACCOUNT NOT NUMERIC
               MOVE "ACCOUNT NOT NUMERIC" TO WS-ERROR-TEXT
               PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
               GO TO 2000-NEXT
           END-IF.
      *    PERIOD 13 IS ALLOWED FOR A THIRTEEN-PERIOD CALENDAR
           IF BT-MONTH NOT NUMERIC
               MOVE "MONTH MUST BE CCYYPP" TO WS-ERROR-TEXT
               PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF BT-PERIOD < 01 OR BT-PERIOD > 13
               MOVE "PERIOD MUST BE 01-13" TO WS-ERROR-TEXT
               PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
               GO TO 2000-NEXT
           END-IF.

           IF BT-ACTION = 'A'
               PERFORM 3100-ADD-BUDGET THRU 3100-EXIT
           ELSE
               IF BT-ACTION = 'C'
                   PERFORM 3200-CHANGE-BUDGET THRU 3200-EXIT
               ELSE
                   IF BT-ACTION = 'D'
                       PERFORM 3300-DELETE-BUDGET THRU 3300-EXIT
                   ELSE
                       MOVE "INVALID ACTION" TO WS-ERROR-TEXT
                       PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
                   END-IF
               END-IF
           END-IF.

       2000-NEXT.
           PERFORM 2200-READ-BUD-TRAN THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2200-READ-BUD-TRAN - READ THE NEXT BUDGET TRANSACTION         *
      ****************************************************************
       2200-READ-BUD-TRAN.
           READ BUD-TRAN-FILE
               AT END
                   SET BUDTRAN-AT-END TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2300-EDIT-AMOUNT - AN ADD OR CHANGE NEEDS A NUMERIC AMOUNT    *
      * AND A SIGN OF BLANK OR '-'.                                   *
      ****************************************************************
       2300-EDIT-AMOUNT.
           SET FIELDS-EDIT-CLEAN TO TRUE.
           IF BT-AMOUNT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-ERROR-TEXT
               SET FIELDS-EDIT-FAILED TO TRUE
               GO TO 2300-EXIT
           END-IF.
           IF BT-SIGN NOT = SPACE AND BT-SIGN NOT = '-'
               MOVE "SIGN MUST BE BLANK OR -" TO WS-ERROR-TEXT
               SET FIELDS-EDIT-FAILED TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 2400-SET-AMOUNT - MOVE THE KEYED AMOUNT TO THE MASTER         *
      ****************************************************************
       2400-SET-AMOUNT.
           MOVE BT-AMOUNT-9 TO BUD-AMOUNT.
           IF BT-SIGN = '-'
               COMPUTE BUD-AMOUNT = ZERO - BT-AMOUNT-9
           END-IF.
       2400-EXIT.
           EXIT.

      ****************************************************************
      * 3100-ADD-BUDGET - WRITE ONE NEW BUDGET BY KEY.  THE ACCOUNT   *
      * MUST BE ON THE CHART OF ACCOUNTS.                             *
      ****************************************************************
       3100-ADD-BUDGET.
           PERFORM 2300-EDIT-AMOUNT THRU 2300-EXIT.
           IF FIELDS-EDIT-FAILED
               PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE BT-ACCOUNT-9 TO COA-ACCOUNT.
           READ COA-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON CHART OF ACCOUNTS"
                       TO WS-ERROR-TEXT
                   PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
                   GO TO 3100-EXIT
           END-READ.

           MOVE SPACES       TO BUDGET-RECORD.
           MOVE BT-COMPANY   TO BUD-COMPANY.
           MOVE BT-ACCOUNT-9 TO BUD-ACCOUNT.
           MOVE BT-YEAR      TO BUD-YEAR.
           MOVE BT-PERIOD    TO BUD-PERIOD.
           PERFORM 2400-SET-AMOUNT THRU 2400-EXIT.
           WRITE BUDGET-RECORD
               INVALID KEY
                   MOVE "ALREADY ON BUDGET MASTER" TO WS-ERROR-TEXT
                   PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
                   GO TO 3100-EXIT
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           PERFORM 7000-PRINT-ACTION THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3200-CHANGE-BUDGET - READ BY KEY, REPLACE THE AMOUNT,         *
      * REWRITE IN PLACE.                                             *
      ****************************************************************
       3200-CHANGE-BUDGET.
           PERFORM 2300-EDIT-AMOUNT THRU 2300-EXIT.
           IF FIELDS-EDIT-FAILED
               PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE BT-COMPANY   TO BUD-COMPANY.
           MOVE BT-ACCOUNT-9 TO BUD-ACCOUNT.
           MOVE BT-YEAR      TO BUD-YEAR.
           MOVE BT-PERIOD    TO BUD-PERIOD.
           READ BUD-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON BUDGET MASTER" TO WS-ERROR-TEXT
                   PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
                   GO TO 3200-EXIT
           END-READ.
           PERFORM 2400-SET-AMOUNT THRU 2400-EXIT.
           REWRITE BUDGET-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "BUDMAINT - REWRITE FAILED FOR "
                       BT-COMPANY " " BT-ACCOUNT " " BT-MONTH
                       " STATUS " WS-BUDMST-STATUS
                   GO TO 3200-EXIT
           END-REWRITE.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM 7000-PRINT-ACTION THRU 7000-EXIT.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3300-DELETE-BUDGET - DELETE ONE BUDGET BY KEY                 *
      ****************************************************************
       3300-DELETE-BUDGET.
           MOVE BT-COMPANY   TO BUD-COMPANY.
           MOVE BT-ACCOUNT-9 TO BUD-ACCOUNT.
           MOVE BT-YEAR      TO BUD-YEAR.
           MOVE BT-PERIOD    TO BUD-PERIOD.
           DELETE BUD-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON BUDGET MASTER" TO WS-ERROR-TEXT
                   PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
                   GO TO 3300-EXIT
           END-DELETE.
           ADD 1 TO WS-DELETE-COUNT.
           PERFORM 7000-PRINT-ACTION THRU 7000-EXIT.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3900-TRAN-ERROR - COMMON ERROR LINE, TEXT IN WS-ERROR-TEXT    *
      ****************************************************************
       3900-TRAN-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** ERROR - ACTION " DELIMITED BY SIZE
                  BT-ACTION             DELIMITED BY SIZE
                  " FOR COMPANY "       DELIMITED BY SIZE
                  BT-COMPANY            DELIMITED BY SIZE
                  " ACCOUNT "           DELIMITED BY SIZE
                  BT-ACCOUNT            DELIMITED BY SIZE
                  " MONTH "             DELIMITED BY SIZE
                  BT-MONTH              DELIMITED BY SIZE
                  " - "                 DELIMITED BY SIZE
                  WS-ERROR-TEXT         DELIMITED BY SIZE
                  " ***"                DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BUD-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       3900-EXIT.
           EXIT.

      ****************************************************************
      * 7000-PRINT-ACTION - ONE REPORT LINE PER APPLIED ACTION        *
      ****************************************************************
       7000-PRINT-ACTION.
           MOVE SPACES TO WS-PRINT-LINE.
           IF BT-ACTION = 'A'
               MOVE BUD-AMOUNT TO WS-AMOUNT-ED
               STRING "ADDED   - COMPANY " DELIMITED BY SIZE
                      BT-COMPANY           DELIMITED BY SIZE
                      " ACCOUNT "          DELIMITED BY SIZE
                      BT-ACCOUNT           DELIMITED BY SIZE
                      " MONTH "            DELIMITED BY SIZE
                      BT-MONTH             DELIMITED BY SIZE
                      " BUDGET "           DELIMITED BY SIZE
                      WS-AMOUNT-ED         DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           IF BT-ACTION = 'C'
               MOVE BUD-AMOUNT TO WS-AMOUNT-ED
               STRING "CHANGED - COMPANY " DELIMITED BY SIZE
                      BT-COMPANY           DELIMITED BY SIZE
                      " ACCOUNT "          DELIMITED BY SIZE
                      BT-ACCOUNT           DELIMITED BY SIZE
                      " MONTH "            DELIMITED BY SIZE
                      BT-MONTH             DELIMITED BY SIZE
                      " BUDGET "           DELIMITED BY SIZE
                      WS-AMOUNT-ED         DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           IF BT-ACTION = 'D'
               STRING "DELETED - COMPANY " DELIMITED BY SIZE
                      BT-COMPANY           DELIMITED BY SIZE
                      " ACCOUNT "          DELIMITED BY SIZE
                      BT-ACCOUNT           DELIMITED BY SIZE
                      " MONTH "            DELIMITED BY SIZE
                      BT-MONTH             DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           WRITE BUD-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       7000-EXIT.
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
           WRITE BUD-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-ADD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BUDGETS ADDED      : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BUD-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BUDGETS CHANGED    : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BUD-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-DELETE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BUDGETS DELETED    : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BUD-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-ERROR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TRANSACTION ERRORS : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BUD-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE BUD-MASTER-FILE.
           CLOSE COA-FILE.
           CLOSE BUD-TRAN-FILE.
           CLOSE BUD-REPORT-FILE.

           IF WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
