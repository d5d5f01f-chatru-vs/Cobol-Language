      ********************************************
      * COBOL PROGRAM - AP OPEN-ITEM CLOSE        *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - CLOSES THE SELECTED AP OPEN ITEMS *
      *                  AGAINST THE PAYMENT HISTORY THE CHECK PASS   *
      *                  WRITES, AND REOPENS ANY THE CHECK PASS HELD  *
      *                  BACK.                                        *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCLOSE.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * AP OPEN-ITEM CLOSE.  RUNS AFTER THE DAILY EDIT RUN'S CHECK    *
      * PASS.  EVERY OPEN ITEM THE SELECTION RUN (APSELECT) STAMPED   *
      * SELECTED CARRIES THE CHECK NUMBER IT WENT OUT ON.  EACH       *
      * PAYMENT ON THE CUMULATIVE PAYMENT HISTORY (CHKHIST) FROM THE  *
      * LOWEST OUTSTANDING SELECTED CHECK NUMBER UP IS MATCHED TO ITS *
      * PAYEE'S SELECTED ITEMS BY CHECK NUMBER, AND EACH MATCHING     *
      * ITEM IS CLOSED PAID WITH THE HISTORY'S ISSUE DATE.  A CHECK   *
      * WHOSE ITEMS DO NOT ADD UP TO THE AMOUNT PAID IS LISTED.       *
      * A SELECTED ITEM STILL UNMATCHED ONCE THE RUN HISTORY          *
      * (RUNHIST) SHOWS A CHECK PASS ON OR AFTER ITS CHECK DATE WAS   *
      * HELD BACK BY THE CHECK PASS - VOIDED, SUSPECTED DUPLICATE OR  *
      * PAYEE EXCEPTION - AND IS REOPENED SO THE NEXT SELECTION PAYS  *
      * IT AFRESH.  ONE SELECTED FOR A CHECK PASS THAT HAS NOT RUN    *
      * YET IS LEFT ALONE.  EVERY ITEM CLOSED, REOPENED OR STILL      *
      * WAITING IS LISTED ON CLSRPT.                                  *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APOPEN-STATUS.

           SELECT CHK-HIST-FILE ASSIGN TO "CHKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKHIST-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT CLS-REPORT-FILE ASSIGN TO "CLSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-OPEN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * AP OPEN-ITEM RECORD LAYOUT - SHARED COPYBOOK
          COPY APOPEN.

       FD  CHK-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CUMULATIVE PAYMENT HISTORY LAYOUT - SHARED COPYBOOK
          COPY CHKHIST.

       FD  RUN-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * RUN-CONTROL HISTORY LAYOUT - SHARED COPYBOOK
          COPY RUNHIST.

       FD  CLS-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLS-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-APOPEN-EOF-SW   PIC X(01) VALUE 'N'.
             88 OPEN-ITEMS-AT-END  VALUE 'Y'.
          02 WS-CHKHIST-EOF-SW  PIC X(01) VALUE 'N'.
             88 HISTORY-AT-END     VALUE 'Y'.
          02 WS-RUNHIST-EOF-SW  PIC X(01) VALUE 'N'.
             88 RUNHIST-AT-END     VALUE 'Y'.
          02 WS-PAYEE-DONE-SW   PIC X(01) VALUE 'N'.
             88 PAYEE-ITEMS-DONE   VALUE 'Y'.
          02 WS-CHKHIST-OPEN-SW PIC X(01) VALUE 'N'.
             88 HISTORY-IS-OPEN    VALUE 'Y'.

      ****************************************************************
      * CONTROL DATES AND NUMBERS                                     *
      ****************************************************************
      * THE LATEST BUSINESS DATE A CHECK PASS HAS RUN FOR
       01 WS-LAST-PASS-DATE      PIC 9(8) VALUE ZERO.
      * THE LOWEST CHECK NUMBER STILL CARRIED ON A SELECTED ITEM -
      * NO EARLIER HISTORY RECORD CAN CLOSE ANYTHING
       01 WS-LOW-CHECK-NUM       PIC 9(7) VALUE 9999999.

       01 WS-CHECK-ITEMS-NET     PIC 9(5)V9(2) VALUE ZERO.
       01 WS-CHECK-ITEMS-COUNT   PIC 9(5) COMP VALUE ZERO.

      ****************************************************************
      * COUNTERS                                                      *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-SELECTED-COUNT   PIC 9(7) COMP VALUE ZERO.
          02 WS-HIST-COUNT       PIC 9(7) COMP VALUE ZERO.
          02 WS-CLOSED-COUNT     PIC 9(7) COMP VALUE ZERO.
          02 WS-REOPEN-COUNT     PIC 9(7) COMP VALUE ZERO.
          02 WS-WAITING-COUNT    PIC 9(7) COMP VALUE ZERO.
          02 WS-MISMATCH-COUNT   PIC 9(7) COMP VALUE ZERO.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-AMT-ED              PIC ZZZZ9.99.
       01 WS-PAID-ED             PIC ZZ9.99.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(45) VALUE
             "AP OPEN-ITEM CLOSE REPORT - APCLOSE".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-APOPEN-STATUS    PIC X(02) VALUE "00".
             88 APOPEN-STATUS-OK     VALUE "00".
          02 WS-CHKHIST-STATUS   PIC X(02) VALUE "00".
             88 CHKHIST-STATUS-OK    VALUE "00".
             88 CHKHIST-FILE-MISSING VALUE "35".
          02 WS-RUNHIST-STATUS   PIC X(02) VALUE "00".
             88 RUNHIST-STATUS-OK    VALUE "00".
             88 RUNHIST-FILE-MISSING VALUE "35".
          02 WS-CLSRPT-STATUS    PIC X(02) VALUE "00".
             88 CLSRPT-STATUS-OK     VALUE "00".

       PROCEDURE DIVISION.

      ****************************************************************
      * 0000-MAINLINE - CLOSE WHAT WAS PAID, THEN SWEEP WHAT WAS NOT. *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-SELECTED-COUNT > ZERO
               PERFORM 2000-MATCH-ONE-PAYMENT THRU 2000-EXIT
                   UNTIL HISTORY-AT-END
               PERFORM 4000-SWEEP-UNRELEASED THRU 4000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - OPEN FILES, FIND THE LATEST CHECK PASS ON   *
      * THE RUN HISTORY AND THE LOWEST SELECTED CHECK NUMBER, AND     *
      * PRIME THE PAYMENT HISTORY READ.                               *
      ****************************************************************
       1000-INITIALIZE.
           OPEN I-O AP-OPEN-FILE.
           IF NOT APOPEN-STATUS-OK
               DISPLAY "APCLOSE - OPEN ERR - AP-OPEN, STATUS = "
                   WS-APOPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    NO HISTORY YET MEANS NOTHING HAS BEEN PAID - EVERY
      *    SELECTED ITEM STAYS AS IT IS.
           OPEN INPUT CHK-HIST-FILE.
           IF CHKHIST-FILE-MISSING
               SET HISTORY-AT-END TO TRUE
           ELSE
               IF NOT CHKHIST-STATUS-OK
                   DISPLAY "APCLOSE - OPEN ERR - CHK-HIST, STATUS = "
                       WS-CHKHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET HISTORY-IS-OPEN TO TRUE
           END-IF.

           OPEN INPUT RUN-HIST-FILE.
           IF RUNHIST-FILE-MISSING
               SET RUNHIST-AT-END TO TRUE
           ELSE
               IF NOT RUNHIST-STATUS-OK
                   DISPLAY "APCLOSE - OPEN ERR - RUN-HIST, STATUS = "
                       WS-RUNHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1100-READ-RUN-HIST THRU 1100-EXIT
                   UNTIL RUNHIST-AT-END
               CLOSE RUN-HIST-FILE
           END-IF.

           OPEN OUTPUT CLS-REPORT-FILE.
           IF NOT CLSRPT-STATUS-OK
               DISPLAY "APCLOSE - OPEN ERR - CLS-REPORT, STATUS = "
                   WS-CLSRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE CLS-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LATEST CHECK PASS ON RUN HISTORY : "
                                         DELIMITED BY SIZE
                  WS-LAST-PASS-DATE      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE CLS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 1200-FIND-LOW-CHECK THRU 1200-EXIT.
           IF WS-SELECTED-COUNT > ZERO
              AND HISTORY-IS-OPEN
               PERFORM 2100-READ-HISTORY THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-READ-RUN-HIST - KEEP THE LATEST RUN DATE ON THE HISTORY  *
      ****************************************************************
       1100-READ-RUN-HIST.
           READ RUN-HIST-FILE
               AT END
                   SET RUNHIST-AT-END TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF RH-RUN-DATE > WS-LAST-PASS-DATE
               MOVE RH-RUN-DATE TO WS-LAST-PASS-DATE
           END-IF.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1200-FIND-LOW-CHECK - SWEEP THE OPEN ITEMS FOR THE SELECTED   *
      * ONES: HOW MANY, AND THE LOWEST CHECK NUMBER THEY CARRY.       *
      ****************************************************************
       1200-FIND-LOW-CHECK.
           MOVE 'N' TO WS-APOPEN-EOF-SW.
           MOVE LOW-VALUES TO AP-KEY.
           START AP-OPEN-FILE KEY NOT < AP-KEY
               INVALID KEY
                   SET OPEN-ITEMS-AT-END TO TRUE
           END-START.
           PERFORM 1210-TEST-ONE-ITEM THRU 1210-EXIT
               UNTIL OPEN-ITEMS-AT-END.
       1200-EXIT.
           EXIT.

      ****************************************************************
      * 1210-TEST-ONE-ITEM - ONE OPEN ITEM OF THE SWEEP               *
      ****************************************************************
       1210-TEST-ONE-ITEM.
           READ AP-OPEN-FILE NEXT RECORD
               AT END
                   SET OPEN-ITEMS-AT-END TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF AP-ITEM-SELECTED
               ADD 1 TO WS-SELECTED-COUNT
               IF AP-CHECK-NUMBER < WS-LOW-CHECK-NUM
                   MOVE AP-CHECK-NUMBER TO WS-LOW-CHECK-NUM
               END-IF
           END-IF.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 2000-MATCH-ONE-PAYMENT - CLOSE THE SELECTED ITEMS ONE PAYMENT *
      * ON THE HISTORY PAID.  THE CHECK NUMBERS ARE NEVER REUSED, SO  *
      * A PAYMENT BELOW THE LOWEST SELECTED NUMBER IS SKIPPED.        *
      ****************************************************************
       2000-MATCH-ONE-PAYMENT.
           IF CH-CHECK-NUMBER < WS-LOW-CHECK-NUM
               GO TO 2000-NEXT
           END-IF.

           MOVE ZERO TO WS-CHECK-ITEMS-NET.
           MOVE ZERO TO WS-CHECK-ITEMS-COUNT.
           MOVE 'N'  TO WS-PAYEE-DONE-SW.
           MOVE 'N'  TO WS-APOPEN-EOF-SW.
           MOVE CH-PAYEE-ID TO AP-PAYEE-ID.
           MOVE LOW-VALUES  TO AP-INVOICE-NO.
           START AP-OPEN-FILE KEY NOT < AP-KEY
               INVALID KEY
                   SET PAYEE-ITEMS-DONE TO TRUE
           END-START.
           PERFORM 3000-CLOSE-ONE-ITEM THRU 3000-EXIT
               UNTIL PAYEE-ITEMS-DONE.

      *    THE CHECK PASS PAYS THE REGISTER AMOUNT, WHICH THE
      *    SELECTION RUN BUILT FROM THESE SAME ITEMS - A DIFFERENCE
      *    MEANS THE REGISTER WAS TOUCHED BY HAND IN BETWEEN.
           IF WS-CHECK-ITEMS-COUNT > ZERO
              AND WS-CHECK-ITEMS-NET NOT = CH-AMOUNT
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE CH-AMOUNT          TO WS-PAID-ED
               MOVE WS-CHECK-ITEMS-NET TO WS-AMT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** CHECK "      DELIMITED BY SIZE
                      CH-CHECK-NUMBER   DELIMITED BY SIZE
                      " PAID "          DELIMITED BY SIZE
                      WS-PAID-ED        DELIMITED BY SIZE
                      " BUT ITS INVOICES NET TO "
                                        DELIMITED BY SIZE
                      WS-AMT-ED         DELIMITED BY SIZE
                      " - CHECK WITH PAYABLES ***"
                                        DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE CLS-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       2000-NEXT.
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-READ-HISTORY - READ THE NEXT PAYMENT HISTORY RECORD      *
      ****************************************************************
       2100-READ-HISTORY.
           READ CHK-HIST-FILE
               AT END
                   SET HISTORY-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-HIST-COUNT.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-CLOSE-ONE-ITEM - ONE OF THE PAYEE'S OPEN ITEMS.  A       *
      * SELECTED ITEM CARRYING THE PAID CHECK'S NUMBER CLOSES PAID.   *
      ****************************************************************
       3000-CLOSE-ONE-ITEM.
           READ AP-OPEN-FILE NEXT RECORD
               AT END
                   SET PAYEE-ITEMS-DONE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           IF AP-PAYEE-ID NOT = CH-PAYEE-ID
               SET PAYEE-ITEMS-DONE TO TRUE
               GO TO 3000-EXIT
           END-IF.
           IF NOT AP-ITEM-SELECTED
              OR AP-CHECK-NUMBER NOT = CH-CHECK-NUMBER
               GO TO 3000-EXIT
           END-IF.

           MOVE 'P'           TO AP-STATUS.
           MOVE CH-ISSUE-DATE TO AP-PAID-DATE.
           REWRITE AP-OPEN-RECORD
               INVALID KEY
                   DISPLAY "APCLOSE - REWRITE FAILED FOR PAYEE "
                       AP-PAYEE-ID " INVOICE " AP-INVOICE-NO
                       " STATUS " WS-APOPEN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-CLOSED-COUNT.
           ADD 1 TO WS-CHECK-ITEMS-COUNT.
           COMPUTE WS-CHECK-ITEMS-NET = WS-CHECK-ITEMS-NET
               + AP-GROSS-AMOUNT - AP-DISC-TAKEN.

           MOVE AP-GROSS-AMOUNT TO WS-AMT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAID     - PAYEE " DELIMITED BY SIZE
                  AP-PAYEE-ID         DELIMITED BY SIZE
                  " INVOICE "         DELIMITED BY SIZE
                  AP-INVOICE-NO       DELIMITED BY SIZE
                  " GROSS "           DELIMITED BY SIZE
                  WS-AMT-ED           DELIMITED BY SIZE
                  " CHECK "           DELIMITED BY SIZE
                  AP-CHECK-NUMBER     DELIMITED BY SIZE
                  " ISSUED "          DELIMITED BY SIZE
                  AP-PAID-DATE        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE CLS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 4000-SWEEP-UNRELEASED - SECOND SWEEP OF THE OPEN ITEMS FOR    *
      * SELECTED ITEMS NO PAYMENT CLOSED.                             *
      ****************************************************************
       4000-SWEEP-UNRELEASED.
           MOVE 'N' TO WS-APOPEN-EOF-SW.
           MOVE LOW-VALUES TO AP-KEY.
           START AP-OPEN-FILE KEY NOT < AP-KEY
               INVALID KEY
                   SET OPEN-ITEMS-AT-END TO TRUE
           END-START.
           PERFORM 4100-SWEEP-ONE-ITEM THRU 4100-EXIT
               UNTIL OPEN-ITEMS-AT-END.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 4100-SWEEP-ONE-ITEM - A SELECTED ITEM WHOSE CHECK PASS HAS    *
      * RUN WITHOUT PAYING IT IS REOPENED - CHECK NUMBER, DISCOUNT    *
      * AND CHECK DATE CLEARED - FOR THE NEXT SELECTION TO PICK UP.   *
      * ONE WHOSE CHECK PASS IS STILL TO COME IS LISTED AS WAITING.   *
      ****************************************************************
       4100-SWEEP-ONE-ITEM.
           READ AP-OPEN-FILE NEXT RECORD
               AT END
                   SET OPEN-ITEMS-AT-END TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF NOT AP-ITEM-SELECTED
               GO TO 4100-EXIT
           END-IF.

           MOVE AP-GROSS-AMOUNT TO WS-AMT-ED.
           IF AP-SELECT-DATE > WS-LAST-PASS-DATE
               ADD 1 TO WS-WAITING-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "WAITING  - PAYEE " DELIMITED BY SIZE
                      AP-PAYEE-ID         DELIMITED BY SIZE
                      " INVOICE "         DELIMITED BY SIZE
                      AP-INVOICE-NO       DELIMITED BY SIZE
                      " GROSS "           DELIMITED BY SIZE
                      WS-AMT-ED           DELIMITED BY SIZE
                      " CHECK "           DELIMITED BY SIZE
                      AP-CHECK-NUMBER     DELIMITED BY SIZE
                      " - CHECK PASS FOR " DELIMITED BY SIZE
                      AP-SELECT-DATE      DELIMITED BY SIZE
                      " NOT RUN YET"      DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE CLS-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 4100-EXIT
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REOPENED - PAYEE " DELIMITED BY SIZE
                  AP-PAYEE-ID         DELIMITED BY SIZE
                  " INVOICE "         DELIMITED BY SIZE
                  AP-INVOICE-NO       DELIMITED BY SIZE
                  " GROSS "           DELIMITED BY SIZE
                  WS-AMT-ED           DELIMITED BY SIZE
                  " - CHECK "         DELIMITED BY SIZE
                  AP-CHECK-NUMBER     DELIMITED BY SIZE
                  " NOT RELEASED BY THE CHECK PASS"
                                      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE CLS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'O'  TO AP-STATUS.
           MOVE ZERO TO AP-CHECK-NUMBER.
           MOVE ZERO TO AP-DISC-TAKEN.
           MOVE ZERO TO AP-SELECT-DATE.
           REWRITE AP-OPEN-RECORD
               INVALID KEY
                   DISPLAY "APCLOSE - REWRITE FAILED FOR PAYEE "
                       AP-PAYEE-ID " INVOICE " AP-INVOICE-NO
                       " STATUS " WS-APOPEN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-REOPEN-COUNT.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - PRINT COUNTS AND CLOSE FILES                 *
      ****************************************************************
       8000-TERMINATE.
           MOVE WS-SELECTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SELECTED ITEMS FOUND   : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE CLS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE WS-HIST-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "HISTORY RECORDS READ   : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE CLS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ITEMS CLOSED PAID      : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE CLS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-REOPEN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ITEMS REOPENED         : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE CLS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-WAITING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ITEMS STILL WAITING    : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE CLS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-MISMATCH-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CHECK AMOUNT MISMATCHES: " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE CLS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE AP-OPEN-FILE.
           IF HISTORY-IS-OPEN
               CLOSE CHK-HIST-FILE
           END-IF.
           CLOSE CLS-REPORT-FILE.

           IF WS-REOPEN-COUNT > ZERO
            OR WS-MISMATCH-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
