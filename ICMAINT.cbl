      ********************************************
      * COBOL PROGRAM - INTERCOMPANY ACCT MAINT   *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - KEYED MAINTENANCE OF THE          *
      *                  INTERCOMPANY ACCOUNT MASTER, IN THE SAME     *
      *                  STYLE AS THE OTHER MASTER MAINTENANCES.      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICMAINT.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * INTERCOMPANY ACCOUNT MASTER MAINTENANCE.  APPLIES ACCOUNTING'S *
      * KEYED SETUP TRANSACTIONS (ICTRAN) DIRECTLY TO THE INDEXED      *
      * INTERCOMPANY ACCOUNT MASTER (ICACCT).  ACTIONS: A ADDS A       *
      * COMPANY/PARTNER PAIR (ERROR IF IT EXISTS), C REPLACES ITS TWO  *
      * ACCOUNTS, D DELETES IT.  COMPANY AND PARTNER MUST BOTH BE      *
      * PRESENT AND DIFFERENT.  ON AN ADD OR CHANGE THE DUE-FROM       *
      * ACCOUNT MUST BE AN ASSET AND THE DUE-TO ACCOUNT A LIABILITY    *
      * ON THE CHART OF ACCOUNTS (COAMAST).  EVERY ACTION AND ERROR    *
      * IS LISTED ON ICRPT.                                            *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IC-MASTER-FILE ASSIGN TO "ICACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ICA-KEY
               FILE STATUS IS WS-ICACCT-STATUS.

           SELECT COA-FILE ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCOUNT
               FILE STATUS IS WS-COA-STATUS.

           SELECT IC-TRAN-FILE ASSIGN TO "ICTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICTRAN-STATUS.

           SELECT IC-REPORT-FILE ASSIGN TO "ICRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IC-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * INTERCOMPANY ACCOUNT MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY ICACCT.

       FD  COA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CHART OF ACCOUNTS MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY COAREC.

       FD  IC-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IC-TRAN-RECORD.
      *    ACTION A = ADD, C = CHANGE THE ACCOUNTS, D = DELETE.
           02  IT-ACTION         PIC X(1).
           02  IT-COMPANY        PIC X(3).
           02  IT-PARTNER        PIC X(3).
      *    THE COMPANY'S OWN RECEIVABLE FROM AND PAYABLE TO THE
      *    PARTNER.  THE CLASS TEST RUNS AGAINST THE ALPHANUMERIC
      *    VIEW, THE MOVE TO THE MASTER USES THE NUMERIC VIEW.
           02  IT-DUE-FROM       PIC X(5).
           02  IT-DUE-FROM-9 REDEFINES IT-DUE-FROM
                                 PIC 9(5).
           02  IT-DUE-TO         PIC X(5).
           02  IT-DUE-TO-9 REDEFINES IT-DUE-TO
                                 PIC 9(5).
           02  FILLER            PIC X(23).

       FD  IC-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IC-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-ICTRAN-EOF-SW   PIC X(01) VALUE 'N'.
             88 ICTRAN-AT-END      VALUE 'Y'.
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
       01 WS-ERROR-TEXT          PIC X(40) VALUE SPACES.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(50) VALUE
             "INTERCOMPANY ACCOUNT MAINTENANCE REPORT - ICMAINT".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-ICACCT-STATUS    PIC X(02) VALUE "00".
             88 ICACCT-STATUS-OK     VALUE "00".
             88 ICACCT-FILE-MISSING  VALUE "35".
          02 WS-COA-STATUS       PIC X(02) VALUE "00".
             88 COA-STATUS-OK        VALUE "00".
          02 WS-ICTRAN-STATUS    PIC X(02) VALUE "00".
             88 ICTRAN-STATUS-OK     VALUE "00".
          02 WS-ICRPT-STATUS     PIC X(02) VALUE "00".
             88 ICRPT-STATUS-OK      VALUE "00".

       PROCEDURE DIVISION.

      ****************************************************************
      * 0000-MAINLINE                                                 *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
               UNTIL ICTRAN-AT-END.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - OPEN FILES, PRIME THE TRANSACTION READ      *
      ****************************************************************
       1000-INITIALIZE.
      *    I-O UPDATES THE MASTER IN PLACE; THE VERY FIRST LOAD HAS
      *    NO MASTER YET AND COMES BACK 35, SO IT IS CREATED EMPTY
      *    AND REOPENED.
           OPEN I-O IC-MASTER-FILE.
           IF ICACCT-FILE-MISSING
               OPEN OUTPUT IC-MASTER-FILE
               CLOSE IC-MASTER-FILE
               OPEN I-O IC-MASTER-FILE
           END-IF.
           IF NOT ICACCT-STATUS-OK
               DISPLAY "ICMAINT - OPEN ERR - IC-MASTER, STATUS = "
                   WS-ICACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT COA-FILE.
           IF NOT COA-STATUS-OK
               DISPLAY "ICMAINT - OPEN ERR - COA-FILE, STATUS = "
                   WS-COA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT IC-TRAN-FILE.
           IF NOT ICTRAN-STATUS-OK
               DISPLAY "ICMAINT - OPEN ERR - IC-TRAN, STATUS = "
                   WS-ICTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT IC-REPORT-FILE.
           IF NOT ICRPT-STATUS-OK
               DISPLAY "ICMAINT - OPEN ERR - IC-REPORT, STATUS = "
                   WS-ICRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE IC-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.

           PERFORM 2200-READ-IC-TRAN THRU 2200-EXIT.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-APPLY-ONE-TRAN - EDIT THE KEY FIELDS, THEN ROUTE ONE     *
      * SETUP TRANSACTION BY ACTION.                                  *
      ****************************************************************
       2000-APPLY-ONE-TRAN.
           ADD 1 TO WS-TRAN-COUNT.
           IF IT-COMPANY = SPACES
               MOVE "COMPANY MISSING" TO WS-ERROR-TEXT
               PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF IT-PARTNER = SPACES
               MOVE "PARTNER COMPANY MISSING" TO WS-ERROR-TEXT
               PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF IT-PARTNER = IT-COMPANY
               MOVE "PARTNER SAME AS COMPANY" TO WS-ERROR-TEXT
               PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
               GO TO 2000-NEXT
           END-IF.

           IF IT-ACTION = 'A'
               PERFORM 3100-ADD-PAIR THRU 3100-EXIT
           ELSE
               IF IT-ACTION = 'C'
                   PERFORM 3200-CHANGE-PAIR THRU 3200-EXIT
               ELSE
                   IF IT-ACTION = 'D'
                       PERFORM 3300-DELETE-PAIR THRU 3300-EXIT
                   ELSE
                       MOVE "INVALID ACTION" TO WS-ERROR-TEXT
                       PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
                   END-IF
               END-IF
           END-IF.

       2000-NEXT.
           PERFORM 2200-READ-IC-TRAN THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2200-READ-IC-TRAN - READ THE NEXT SETUP TRANSACTION           *
      ****************************************************************
       2200-READ-IC-TRAN.
           READ IC-TRAN-FILE
               AT END
                   SET ICTRAN-AT-END TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2300-EDIT-ACCOUNTS - AN ADD OR CHANGE NEEDS TWO NUMERIC       *
      * ACCOUNTS ON THE CHART: THE DUE-FROM AN ASSET, THE DUE-TO A    *
      * LIABILITY, SO THE BALANCE SHEET CARRIES THEM CORRECTLY.       *
      ****************************************************************
       2300-EDIT-ACCOUNTS.
           SET FIELDS-EDIT-CLEAN TO TRUE.
           IF IT-DUE-FROM NOT NUMERIC
               MOVE "DUE-FROM ACCOUNT NOT NUMERIC" TO WS-ERROR-TEXT
               SET FIELDS-EDIT-FAILED TO TRUE
               GO TO 2300-EXIT
           END-IF.
           IF IT-DUE-TO NOT NUMERIC
               MOVE "DUE-TO ACCOUNT NOT NUMERIC" TO WS-ERROR-TEXT
               SET FIELDS-EDIT-FAILED TO TRUE
               GO TO 2300-EXIT
           END-IF.

           MOVE IT-DUE-FROM-9 TO COA-ACCOUNT.
           READ COA-FILE
               INVALID KEY
                   MOVE "DUE-FROM ACCOUNT NOT ON CHART"
                       TO WS-ERROR-TEXT
                   SET FIELDS-EDIT-FAILED TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           IF NOT COA-ASSET
               MOVE "DUE-FROM ACCOUNT NOT AN ASSET" TO WS-ERROR-TEXT
               SET FIELDS-EDIT-FAILED TO TRUE
               GO TO 2300-EXIT
           END-IF.

           MOVE IT-DUE-TO-9 TO COA-ACCOUNT.
           READ COA-FILE
               INVALID KEY
                   MOVE "DUE-TO ACCOUNT NOT ON CHART" TO WS-ERROR-TEXT
                   SET FIELDS-EDIT-FAILED TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           IF NOT COA-LIABILITY
               MOVE "DUE-TO ACCOUNT NOT A LIABILITY" TO WS-ERROR-TEXT
               SET FIELDS-EDIT-FAILED TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 3100-ADD-PAIR - WRITE ONE NEW COMPANY/PARTNER RECORD BY KEY   *
      ****************************************************************
       3100-ADD-PAIR.
           PERFORM 2300-EDIT-ACCOUNTS THRU 2300-EXIT.
           IF FIELDS-EDIT-FAILED
               PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.

           MOVE SPACES        TO INTERCO-RECORD.
           MOVE IT-COMPANY    TO ICA-COMPANY.
           MOVE IT-PARTNER    TO ICA-PARTNER.
           MOVE IT-DUE-FROM-9 TO ICA-DUE-FROM-ACCOUNT.
           MOVE IT-DUE-TO-9   TO ICA-DUE-TO-ACCOUNT.
           WRITE INTERCO-RECORD
               INVALID KEY
                   MOVE "ALREADY ON INTERCOMPANY MASTER"
                       TO WS-ERROR-TEXT
                   PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
                   GO TO 3100-EXIT
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           PERFORM 7000-PRINT-ACTION THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3200-CHANGE-PAIR - READ BY KEY, REPLACE BOTH ACCOUNTS,        *
      * REWRITE IN PLACE.                                             *
      ****************************************************************
       3200-CHANGE-PAIR.
           PERFORM 2300-EDIT-ACCOUNTS THRU 2300-EXIT.
           IF FIELDS-EDIT-FAILED
               PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE IT-COMPANY TO ICA-COMPANY.
           MOVE IT-PARTNER TO ICA-PARTNER.
           READ IC-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON INTERCOMPANY MASTER" TO WS-ERROR-TEXT
                   PERFORM 3900-TRAN-ERROR THRU 3900-EXIT
                   GO TO 3200-EXIT
           END-READ.
           MOVE IT-DUE-FROM-9 TO ICA-DUE-FROM-ACCOUNT.
           MOVE IT-DUE-TO-9   TO ICA-DUE-TO-ACCOUNT.
           REWRITE INTERCO-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ICMAINT - REWRITE FAILED FOR "
                       IT-COMPANY " " IT-PARTNER
                       " STATUS " WS-ICACCT-STATUS
                   GO TO 3200-EXIT
           END-REWRITE.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM 7000-PRINT-ACTION THRU 7000-EXIT.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3300-DELETE-PAIR - DELETE ONE COMPANY/PARTNER RECORD BY KEY   *
      ****************************************************************
       3300-DELETE-PAIR.
           MOVE IT-COMPANY TO ICA-COMPANY.
           MOVE IT-PARTNER TO ICA-PARTNER.
           DELETE IC-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON INTERCOMPANY MASTER" TO WS-ERROR-TEXT
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
                  IT-ACTION             DELIMITED BY SIZE
                  " FOR COMPANY "       DELIMITED BY SIZE
                  IT-COMPANY            DELIMITED BY SIZE
                  " PARTNER "           DELIMITED BY SIZE
                  IT-PARTNER            DELIMITED BY SIZE
                  " - "                 DELIMITED BY SIZE
                  WS-ERROR-TEXT         DELIMITED BY SIZE
                  " ***"                DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE IC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       3900-EXIT.
           EXIT.

      ****************************************************************
      * 7000-PRINT-ACTION - ONE REPORT LINE PER APPLIED ACTION        *
      ****************************************************************
       7000-PRINT-ACTION.
           MOVE SPACES TO WS-PRINT-LINE.
           IF IT-ACTION = 'A'
               STRING "ADDED   - COMPANY " DELIMITED BY SIZE
                      IT-COMPANY           DELIMITED BY SIZE
                      " PARTNER "          DELIMITED BY SIZE
                      IT-PARTNER           DELIMITED BY SIZE
                      " DUE-FROM "         DELIMITED BY SIZE
                      IT-DUE-FROM          DELIMITED BY SIZE
                      " DUE-TO "           DELIMITED BY SIZE
                      IT-DUE-TO            DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           IF IT-ACTION = 'C'
               STRING "CHANGED - COMPANY " DELIMITED BY SIZE
                      IT-COMPANY           DELIMITED BY SIZE
                      " PARTNER "          DELIMITED BY SIZE
                      IT-PARTNER           DELIMITED BY SIZE
                      " DUE-FROM "         DELIMITED BY SIZE
                      IT-DUE-FROM          DELIMITED BY SIZE
                      " DUE-TO "           DELIMITED BY SIZE
                      IT-DUE-TO            DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           IF IT-ACTION = 'D'
               STRING "DELETED - COMPANY " DELIMITED BY SIZE
                      IT-COMPANY           DELIMITED BY SIZE
                      " PARTNER "          DELIMITED BY SIZE
                      IT-PARTNER           DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           WRITE IC-REPORT-RECORD FROM WS-PRINT-LINE
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
           WRITE IC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-ADD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAIRS ADDED        : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE IC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAIRS CHANGED      : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE IC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-DELETE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAIRS DELETED      : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE IC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-ERROR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TRANSACTION ERRORS : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE IC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE IC-MASTER-FILE.
           CLOSE COA-FILE.
           CLOSE IC-TRAN-FILE.
           CLOSE IC-REPORT-FILE.

           IF WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
