      ********************************************
      * COBOL PROGRAM - GL PERIOD CLOSE           *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - CLOSES A FISCAL PERIOD ON THE GL   *
      *                  BALANCE MASTER, CARRIES EVERY CLOSING         *
      *                  BALANCE FORWARD AND, AT YEAR END, ROLLS       *
      *                  REVENUE AND EXPENSE INTO RETAINED EARNINGS.   *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * GL PERIOD CLOSE.  RUNS WITH THE MONTH-END SUMMARY ONCE THE     *
      * PERIOD'S LAST DAILY RUN HAS POSTED.  THE PERIOD CLOSED IS THE  *
      * LATEST ONE ON THE PROCESSING CALENDAR THAT ENDED BEFORE        *
      * TODAY, OR THE ONE NAMED BY PARM PERIOD=CCYYPP.  PERIODS CLOSE  *
      * IN ORDER - IT MUST BE THE PERIOD AFTER THE LAST ONE ON THE GL  *
      * CONTROL RECORD (GLCTL) - AND THE NEXT PERIOD MUST ALREADY BE   *
      * ON THE CALENDAR TO RECEIVE THE BALANCES.                       *
      * PASS ONE BROWSES THE BALANCE MASTER (GLBAL) AND WRITES ONE     *
      * CARRY-FORWARD WORK RECORD PER COMPANY/ACCOUNT OF THE PERIOD;   *
      * NOTHING IS CHANGED UNTIL IT FINDS NO REASON TO REFUSE.  PASS   *
      * TWO MARKS EACH BALANCE CLOSED AND MAKES ITS CLOSING BALANCE    *
      * THE NEXT PERIOD'S OPENING BALANCE.  WHEN THE NEXT PERIOD IS IN *
      * A NEW FISCAL YEAR, REVENUE AND EXPENSE ACCOUNTS START THE      *
      * YEAR AT ZERO AND EACH COMPANY'S NET OF THEM IS ADDED TO THE    *
      * RETAINED EARNINGS ACCOUNT NAMED ON GLCTL - SO EVERY ACCOUNT    *
      * NEEDS ITS TYPE ON THE CHART BEFORE A YEAR-END CLOSE.  GLCTL IS *
      * REWRITTEN LAST WITH THE PERIOD JUST CLOSED.                    *
      * RC=4 - A COMPANY'S BALANCES DO NOT NET TO ZERO (LISTED).       *
      * RC=8 - CLOSE REFUSED, NOTHING CHANGED.                         *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    BALANCE MASTER - DYNAMIC ACCESS: PASS ONE BROWSES IT WITH
      *    START / READ NEXT, PASS TWO UPDATES IT BY KEY.
           SELECT GL-BAL-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CARRY-FWD-FILE ASSIGN TO "CFWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFWORK-STATUS.

           SELECT GLC-REPORT-FILE ASSIGN TO "GLCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * CARRY-FORWARD WORK RECORD - WRITTEN BY PASS ONE, READ BACK BY
      * PASS TWO.  ACTION C CLOSES THE COMPANY/ACCOUNT'S BALANCE AND
      * SETS THE NEXT PERIOD'S OPENING BALANCE TO CF-AMOUNT; ACTION R
      * ADDS A COMPANY'S YEAR-END NET INCOME TO RETAINED EARNINGS.
       FD  CARRY-FWD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CARRY-FWD-RECORD.
           02  CF-ACTION         PIC X(1).
               88  CF-CARRY-AND-CLOSE VALUE 'C'.
               88  CF-RETAINED-ROLL   VALUE 'R'.
           02  CF-COMPANY        PIC X(3).
           02  CF-ACCOUNT        PIC 9(5).
           02  CF-AMOUNT         PIC S9(11)V9(2).
           02  FILLER            PIC X(18).

       FD  GLC-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GLC-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-GLBAL-EOF-SW    PIC X(01) VALUE 'N'.
             88 GLBAL-AT-END       VALUE 'Y'.
          02 WS-CAL-EOF-SW      PIC X(01) VALUE 'N'.
             88 CALENDAR-AT-END    VALUE 'Y'.
          02 WS-CFWORK-EOF-SW   PIC X(01) VALUE 'N'.
             88 CFWORK-AT-END      VALUE 'Y'.
          02 WS-CLOSE-SW        PIC X(01) VALUE 'Y'.
             88 CLOSE-ALLOWED      VALUE 'Y'.
             88 CLOSE-REFUSED      VALUE 'N'.
          02 WS-YEAR-END-SW     PIC X(01) VALUE 'N'.
             88 IS-YEAR-END        VALUE 'Y'.
          02 WS-NEW-BAL-SW      PIC X(01) VALUE 'N'.
             88 BALANCE-IS-NEW     VALUE 'Y'.
             88 BALANCE-ON-FILE    VALUE 'N'.

      ****************************************************************
      * FISCAL PERIOD TABLE - ONE ENTRY PER PERIOD-END DAY ON THE     *
      * PROCESSING CALENDAR, NUMBERED WITHIN THE YEAR OF THE END      *
      * DATE, THE SAME WAY GLBALUPD ASSIGNS POSTINGS TO PERIODS.      *
      ****************************************************************
       01 WS-PER-TABLE-AREA.
          02 WS-PER-ENTRY OCCURS 240 TIMES.
             03 WS-PER-END-DATE  PIC 9(8).
             03 WS-PER-ID.
                04 WS-PER-YEAR   PIC 9(4).
                04 WS-PER-NUM    PIC 9(2).

       77 WS-PER-MAX             PIC 9(4) COMP VALUE 240.
       77 WS-PER-COUNT           PIC 9(4) COMP VALUE ZERO.
       77 WS-PER-SUB             PIC 9(4) COMP VALUE ZERO.
      * THE PERIOD BEING CLOSED, THE ONE RECEIVING ITS BALANCES, AND
      * THE LAST ONE CLOSED BEFORE THIS RUN
       77 WS-CLOSE-SUB           PIC 9(4) COMP VALUE ZERO.
       77 WS-NEXT-SUB            PIC 9(4) COMP VALUE ZERO.
       77 WS-LAST-SUB            PIC 9(4) COMP VALUE ZERO.

      ****************************************************************
      * COMPANY TABLE - ONE ENTRY PER COMPANY WITH BALANCES IN THE    *
      * PERIOD: ITS DEBIT AND CREDIT BALANCE TOTALS (WHICH MUST BE    *
      * EQUAL) AND ITS NET INCOME, ROLLED TO RETAINED EARNINGS AT     *
      * YEAR END.  NET INCOME IS KEPT DEBIT-POSITIVE LIKE THE         *
      * BALANCES, SO A PROFIT IS NEGATIVE - A CREDIT TO EQUITY.       *
      ****************************************************************
       01 WS-CO-TABLE-AREA.
          02 WS-CO-ENTRY OCCURS 100 TIMES.
             03 WS-CO-COMPANY    PIC X(3).
             03 WS-CO-ACCOUNTS   PIC 9(7).
             03 WS-CO-DEBIT-BAL  PIC 9(11)V9(2).
             03 WS-CO-CREDIT-BAL PIC 9(11)V9(2).
             03 WS-CO-NET-INCOME PIC S9(11)V9(2).

       77 WS-CO-MAX              PIC 9(3) COMP VALUE 100.
       77 WS-CO-COUNT            PIC 9(3) COMP VALUE ZERO.
       77 WS-CO-SUB              PIC 9(3) COMP VALUE ZERO.
       77 WS-CO-HIT-SUB          PIC 9(3) COMP VALUE ZERO.

      ****************************************************************
      * COUNTERS AND WORK FIELDS                                      *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-PERIOD-BAL-COUNT PIC 9(7) COMP VALUE ZERO.
          02 WS-CLOSED-COUNT     PIC 9(7) COMP VALUE ZERO.
          02 WS-CARRIED-COUNT    PIC 9(7) COMP VALUE ZERO.
          02 WS-STARTED-COUNT    PIC 9(7) COMP VALUE ZERO.
          02 WS-ROLLED-COUNT     PIC 9(7) COMP VALUE ZERO.
          02 WS-ERROR-COUNT      PIC 9(7) COMP VALUE ZERO.
          02 WS-UNBAL-COUNT      PIC 9(7) COMP VALUE ZERO.

       01 WS-CLOSE-PERIOD.
          02 WS-CLOSE-YEAR       PIC 9(4) VALUE ZERO.
          02 WS-CLOSE-NUM        PIC 9(2) VALUE ZERO.
       01 WS-NEXT-PERIOD.
          02 WS-NEXT-YEAR        PIC 9(4) VALUE ZERO.
          02 WS-NEXT-NUM         PIC 9(2) VALUE ZERO.
       01 WS-PARM-PERIOD         PIC 9(6) VALUE ZERO.
       01 WS-CARRY-AMOUNT        PIC S9(11)V9(2) VALUE ZERO.
       01 WS-ERROR-TEXT          PIC X(50) VALUE SPACES.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-AMOUNT-ED           PIC ZZZZZZZZZZ9.99.
       01 WS-DEBITS-ED           PIC ZZZZZZZZZZ9.99.
       01 WS-CREDITS-ED          PIC ZZZZZZZZZZ9.99.
       01 WS-BALANCE-ED          PIC -ZZZZZZZZZZ9.99.

      ****************************************************************
      * RUN DATE, CCYYMMDD                                            *
      ****************************************************************
       01 WS-RUN-DATE-AREA.
          02 WS-RUN-YYMMDD       PIC 9(6).
          02 WS-RUN-CCYYMMDD.
             03 WS-RUN-CC        PIC 99 VALUE 20.
             03 WS-RUN-YMD       PIC 9(6).
       01 WS-RUN-DATE-9 REDEFINES WS-RUN-DATE-AREA.
          02 FILLER              PIC 9(6).
          02 WS-RUN-DATE         PIC 9(8).

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(32) VALUE
             "GL PERIOD CLOSE REPORT - GLCLOSE".

       01 WS-HEADING-2.
          02 FILLER PIC X(29) VALUE
             "CO  ACCOUNTS  DEBIT BALANCES ".
          02 FILLER PIC X(32) VALUE
             "CREDIT BALANCES NET INCOME (DR+)".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-GLBAL-STATUS     PIC X(02) VALUE "00".
             88 GLBAL-STATUS-OK      VALUE "00".
          02 WS-GLCTL-STATUS     PIC X(02) VALUE "00".
             88 GLCTL-STATUS-OK      VALUE "00".
          02 WS-COA-STATUS       PIC X(02) VALUE "00".
             88 COA-STATUS-OK        VALUE "00".
          02 WS-CAL-STATUS       PIC X(02) VALUE "00".
             88 CAL-STATUS-OK        VALUE "00".
          02 WS-CFWORK-STATUS    PIC X(02) VALUE "00".
             88 CFWORK-STATUS-OK     VALUE "00".
          02 WS-GLCRPT-STATUS    PIC X(02) VALUE "00".
             88 GLCRPT-STATUS-OK     VALUE "00".

       LINKAGE SECTION.
       01 LS-PARM-AREA.
          02 LS-PARM-LEN         PIC 9(4) COMP.
          02 LS-PARM-TEXT        PIC X(80).

       PROCEDURE DIVISION USING LS-PARM-AREA.

      ****************************************************************
      * 0000-MAINLINE                                                 *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF CLOSE-ALLOWED
               PERFORM 2000-BUILD-CARRY-FORWARD THRU 2000-EXIT
           END-IF.
           IF CLOSE-ALLOWED
               PERFORM 3000-APPLY-CARRY-FORWARD THRU 3000-EXIT
               PERFORM 4000-UPDATE-CONTROL THRU 4000-EXIT
               PERFORM 5000-PRINT-COMPANIES THRU 5000-EXIT
           ELSE
               PERFORM 7000-REFUSE-CLOSE THRU 7000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - OPEN FILES, READ THE PERIOD CONTROL, TABLE  *
      * THE FISCAL PERIODS AND PICK THE PERIOD TO CLOSE.              *
      ****************************************************************
       1000-INITIALIZE.
           IF LS-PARM-LEN > ZERO
               IF LS-PARM-LEN < 13
                OR LS-PARM-TEXT(1:7) NOT = "PERIOD="
                OR LS-PARM-TEXT(8:6) NOT NUMERIC
                   DISPLAY "GLCLOSE - PARM MUST BE PERIOD=CCYYPP "
                       "OR OMITTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LS-PARM-TEXT(8:6) TO WS-PARM-PERIOD
           END-IF.

           OPEN I-O GL-BAL-FILE.
           IF NOT GLBAL-STATUS-OK
               DISPLAY "GLCLOSE - OPEN ERR - GL-BAL-FILE, STATUS = "
                   WS-GLBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O GL-CTL-FILE.
           IF NOT GLCTL-STATUS-OK
               DISPLAY "GLCLOSE - OPEN ERR - GL-CTL-FILE, STATUS = "
                   WS-GLCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GL-CTL-FILE
               AT END
                   DISPLAY "GLCLOSE - GLCTL CONTROL RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           OPEN INPUT COA-FILE.
           IF NOT COA-STATUS-OK
               DISPLAY "GLCLOSE - OPEN ERR - COA-FILE, STATUS = "
                   WS-COA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CAL-FILE.
           IF NOT CAL-STATUS-OK
               DISPLAY "GLCLOSE - OPEN ERR - CAL-FILE, STATUS = "
                   WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GLC-REPORT-FILE.
           IF NOT GLCRPT-STATUS-OK
               DISPLAY "GLCLOSE - OPEN ERR - GLC-REPORT, STATUS = "
                   WS-GLCRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE GLC-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.

           ACCEPT WS-RUN-YYMMDD FROM DATE.
           MOVE WS-RUN-YYMMDD TO WS-RUN-YMD.

           PERFORM 1100-READ-ONE-CAL-DAY THRU 1100-EXIT
               UNTIL CALENDAR-AT-END.
           CLOSE CAL-FILE.

           PERFORM 1200-PICK-PERIOD THRU 1200-EXIT.
           IF CLOSE-ALLOWED
               PERFORM 1300-PRINT-PERIOD THRU 1300-EXIT
           END-IF.
           IF CLOSE-ALLOWED AND IS-YEAR-END
               PERFORM 1400-CHECK-RETAINED THRU 1400-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-READ-ONE-CAL-DAY - ONE CALENDAR DAY; A PERIOD-END DAY    *
      * BECOMES THE NEXT PERIOD TABLE ENTRY.                          *
      ****************************************************************
       1100-READ-ONE-CAL-DAY.
           READ CAL-FILE NEXT RECORD
               AT END
                   SET CALENDAR-AT-END TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF NOT CAL-IS-PERIOD-END
               GO TO 1100-EXIT
           END-IF.
           IF WS-PER-COUNT = WS-PER-MAX
               DISPLAY "GLCLOSE - PERIOD TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PER-COUNT.
           MOVE CAL-DATE       TO WS-PER-END-DATE(WS-PER-COUNT).
           MOVE CAL-DATE(1:4)  TO WS-PER-YEAR(WS-PER-COUNT).
           IF WS-PER-COUNT = 1
               MOVE 1 TO WS-PER-NUM(WS-PER-COUNT)
               GO TO 1100-EXIT
           END-IF.
           IF WS-PER-YEAR(WS-PER-COUNT - 1) =
                  WS-PER-YEAR(WS-PER-COUNT)
               COMPUTE WS-PER-NUM(WS-PER-COUNT) =
                   WS-PER-NUM(WS-PER-COUNT - 1) + 1
           ELSE
               MOVE 1 TO WS-PER-NUM(WS-PER-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1200-PICK-PERIOD - THE PARM PERIOD, OR THE LATEST PERIOD      *
      * ENDED BEFORE TODAY.  IT MUST HAVE ENDED, MUST BE THE PERIOD   *
      * AFTER THE LAST ONE CLOSED, AND MUST HAVE A NEXT PERIOD ON THE *
      * CALENDAR.  A CHANGE OF YEAR INTO THE NEXT PERIOD IS YEAR END. *
      ****************************************************************
       1200-PICK-PERIOD.
           MOVE ZERO TO WS-CLOSE-SUB.
           MOVE ZERO TO WS-LAST-SUB.
           PERFORM 1210-TEST-ONE-PERIOD THRU 1210-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-COUNT.

           IF WS-CLOSE-SUB = ZERO
               MOVE "NO SUCH PERIOD ENDED BEFORE TODAY ON THE CALENDAR"
                   TO WS-ERROR-TEXT
               PERFORM 1290-PRINT-REFUSAL THRU 1290-EXIT
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-PER-ID(WS-CLOSE-SUB) TO WS-CLOSE-PERIOD.

           IF WS-CLOSE-PERIOD NOT > GLC-LAST-CLOSED
               MOVE "PERIOD IS ALREADY CLOSED" TO WS-ERROR-TEXT
               PERFORM 1290-PRINT-REFUSAL THRU 1290-EXIT
               GO TO 1200-EXIT
           END-IF.
           IF GLC-LAST-CLOSED NOT = ZERO
              AND WS-LAST-SUB + 1 NOT = WS-CLOSE-SUB
               MOVE "AN EARLIER PERIOD IS STILL OPEN" TO WS-ERROR-TEXT
               PERFORM 1290-PRINT-REFUSAL THRU 1290-EXIT
               GO TO 1200-EXIT
           END-IF.

           COMPUTE WS-NEXT-SUB = WS-CLOSE-SUB + 1.
           IF WS-NEXT-SUB > WS-PER-COUNT
               MOVE "THE NEXT PERIOD IS NOT ON THE CALENDAR YET"
                   TO WS-ERROR-TEXT
               PERFORM 1290-PRINT-REFUSAL THRU 1290-EXIT
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-PER-ID(WS-NEXT-SUB) TO WS-NEXT-PERIOD.
           IF WS-NEXT-YEAR NOT = WS-CLOSE-YEAR
               SET IS-YEAR-END TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      ****************************************************************
      * 1210-TEST-ONE-PERIOD - NOTE THE LAST CLOSED PERIOD'S ENTRY    *
      * AND THE CANDIDATE FOR CLOSING.                                *
      ****************************************************************
       1210-TEST-ONE-PERIOD.
           IF WS-PER-ID(WS-PER-SUB) = GLC-LAST-CLOSED
               MOVE WS-PER-SUB TO WS-LAST-SUB
           END-IF.
           IF WS-PER-END-DATE(WS-PER-SUB) NOT < WS-RUN-DATE
               GO TO 1210-EXIT
           END-IF.
           IF WS-PARM-PERIOD = ZERO
               MOVE WS-PER-SUB TO WS-CLOSE-SUB
               GO TO 1210-EXIT
           END-IF.
           IF WS-PER-ID(WS-PER-SUB) = WS-PARM-PERIOD
               MOVE WS-PER-SUB TO WS-CLOSE-SUB
           END-IF.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1290-PRINT-REFUSAL - LIST THE REASON THE CLOSE CANNOT RUN     *
      ****************************************************************
       1290-PRINT-REFUSAL.
           SET CLOSE-REFUSED TO TRUE.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** "           DELIMITED BY SIZE
                  WS-ERROR-TEXT    DELIMITED BY "  "
                  " ***"           DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
       1290-EXIT.
           EXIT.

      ****************************************************************
      * 1300-PRINT-PERIOD - NAME THE PERIOD BEING CLOSED              *
      ****************************************************************
       1300-PRINT-PERIOD.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CLOSING PERIOD "  DELIMITED BY SIZE
                  WS-CLOSE-YEAR      DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-CLOSE-NUM       DELIMITED BY SIZE
                  " ENDED "          DELIMITED BY SIZE
                  WS-PER-END-DATE(WS-CLOSE-SUB) DELIMITED BY SIZE
                  " - BALANCES CARRIED TO " DELIMITED BY SIZE
                  WS-NEXT-YEAR       DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-NEXT-NUM        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           IF IS-YEAR-END
               MOVE SPACES TO WS-PRINT-LINE
               STRING "YEAR END - REVENUE AND EXPENSE CLOSED TO "
                          DELIMITED BY SIZE
                      "RETAINED EARNINGS ACCOUNT " DELIMITED BY SIZE
                      GLC-RETAINED-EARNINGS        DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE GLC-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       1300-EXIT.
           EXIT.

      ****************************************************************
      * 1400-CHECK-RETAINED - THE YEAR-END CLOSE NEEDS THE RETAINED   *
      * EARNINGS ACCOUNT ON THE CHART AS AN EQUITY ACCOUNT.           *
      ****************************************************************
       1400-CHECK-RETAINED.
           MOVE GLC-RETAINED-EARNINGS TO COA-ACCOUNT.
           READ COA-FILE
               INVALID KEY
                   MOVE "RETAINED EARNINGS ACCOUNT IS NOT ON THE CHART"
                       TO WS-ERROR-TEXT
                   PERFORM 1290-PRINT-REFUSAL THRU 1290-EXIT
                   GO TO 1400-EXIT
           END-READ.
           IF NOT COA-EQUITY
               MOVE "RETAINED EARNINGS ACCOUNT IS NOT TYPE E"
                   TO WS-ERROR-TEXT
               PERFORM 1290-PRINT-REFUSAL THRU 1290-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

      ****************************************************************
      * 2000-BUILD-CARRY-FORWARD - PASS ONE.  BROWSE THE WHOLE        *
      * BALANCE MASTER; EACH BALANCE OF THE PERIOD BEING CLOSED GETS  *
      * ITS CARRY-FORWARD RECORD.  AT YEAR END EACH COMPANY'S NET     *
      * INCOME FOLLOWS AS ONE RETAINED EARNINGS ROLL RECORD.          *
      ****************************************************************
       2000-BUILD-CARRY-FORWARD.
           OPEN OUTPUT CARRY-FWD-FILE.
           IF NOT CFWORK-STATUS-OK
               DISPLAY "GLCLOSE - OPEN ERR - CARRY-FWD, STATUS = "
                   WS-CFWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO GLB-KEY.
           START GL-BAL-FILE KEY NOT < GLB-KEY
               INVALID KEY
                   SET GLBAL-AT-END TO TRUE
           END-START.
           PERFORM 2100-TEST-ONE-BALANCE THRU 2100-EXIT
               UNTIL GLBAL-AT-END.
           IF IS-YEAR-END AND CLOSE-ALLOWED
               PERFORM 2300-WRITE-ROLL THRU 2300-EXIT
                   VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
           END-IF.
           CLOSE CARRY-FWD-FILE.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-TEST-ONE-BALANCE - ONE BALANCE MASTER RECORD.  ONLY THE  *
      * PERIOD BEING CLOSED IS OF INTEREST.                           *
      ****************************************************************
       2100-TEST-ONE-BALANCE.
           READ GL-BAL-FILE NEXT RECORD
               AT END
                   SET GLBAL-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF GLB-PERIOD NOT = WS-CLOSE-PERIOD
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-PERIOD-BAL-COUNT.
           IF GLB-PERIOD-CLOSED
               MOVE "BALANCE ALREADY MARKED CLOSED" TO WS-ERROR-TEXT
               PERFORM 2900-PRINT-BALANCE-ERROR THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2200-FIND-COMPANY THRU 2200-EXIT.
           ADD 1 TO WS-CO-ACCOUNTS(WS-CO-HIT-SUB).
           IF GLB-CLOSING-BAL < ZERO
               SUBTRACT GLB-CLOSING-BAL
                   FROM WS-CO-CREDIT-BAL(WS-CO-HIT-SUB)
           ELSE
               ADD GLB-CLOSING-BAL TO WS-CO-DEBIT-BAL(WS-CO-HIT-SUB)
           END-IF.

           MOVE GLB-CLOSING-BAL TO WS-CARRY-AMOUNT.
           IF IS-YEAR-END
               MOVE GLB-ACCOUNT TO COA-ACCOUNT
               READ COA-FILE
                   INVALID KEY
                       MOVE "ACCOUNT IS NOT ON THE CHART"
                           TO WS-ERROR-TEXT
                       PERFORM 2900-PRINT-BALANCE-ERROR THRU 2900-EXIT
                       GO TO 2100-EXIT
               END-READ
               IF NOT COA-TYPE-VALID
                   MOVE "ACCOUNT HAS NO ACCOUNT TYPE ON THE CHART"
                       TO WS-ERROR-TEXT
                   PERFORM 2900-PRINT-BALANCE-ERROR THRU 2900-EXIT
                   GO TO 2100-EXIT
               END-IF
               IF COA-INCOME-STMT
                   ADD GLB-CLOSING-BAL
                       TO WS-CO-NET-INCOME(WS-CO-HIT-SUB)
                   MOVE ZERO TO WS-CARRY-AMOUNT
               END-IF
           END-IF.

           MOVE SPACES          TO CARRY-FWD-RECORD.
           SET CF-CARRY-AND-CLOSE TO TRUE.
           MOVE GLB-COMPANY     TO CF-COMPANY.
           MOVE GLB-ACCOUNT     TO CF-ACCOUNT.
           MOVE WS-CARRY-AMOUNT TO CF-AMOUNT.
           WRITE CARRY-FWD-RECORD.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-FIND-COMPANY - FIND OR CREATE THE COMPANY TABLE ENTRY    *
      * FOR GLB-COMPANY, LEAVING ITS SUBSCRIPT IN WS-CO-HIT-SUB.      *
      ****************************************************************
       2200-FIND-COMPANY.
           MOVE ZERO TO WS-CO-HIT-SUB.
           PERFORM 2210-TEST-ONE-COMPANY THRU 2210-EXIT
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
                  OR WS-CO-HIT-SUB > ZERO.
           IF WS-CO-HIT-SUB > ZERO
               GO TO 2200-EXIT
           END-IF.
           IF WS-CO-COUNT = WS-CO-MAX
               DISPLAY "GLCLOSE - COMPANY TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CO-COUNT.
           MOVE GLB-COMPANY TO WS-CO-COMPANY(WS-CO-COUNT).
           MOVE ZERO        TO WS-CO-ACCOUNTS(WS-CO-COUNT).
           MOVE ZERO        TO WS-CO-DEBIT-BAL(WS-CO-COUNT).
           MOVE ZERO        TO WS-CO-CREDIT-BAL(WS-CO-COUNT).
           MOVE ZERO        TO WS-CO-NET-INCOME(WS-CO-COUNT).
           MOVE WS-CO-COUNT TO WS-CO-HIT-SUB.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2210-TEST-ONE-COMPANY - COMPARE ONE COMPANY TABLE ENTRY       *
      ****************************************************************
       2210-TEST-ONE-COMPANY.
           IF WS-CO-COMPANY(WS-CO-SUB) = GLB-COMPANY
               MOVE WS-CO-SUB TO WS-CO-HIT-SUB
           END-IF.
       2210-EXIT.
           EXIT.

      ****************************************************************
      * 2300-WRITE-ROLL - ONE COMPANY'S YEAR'S NET INCOME TO ITS      *
      * RETAINED EARNINGS ACCOUNT.                                    *
      ****************************************************************
       2300-WRITE-ROLL.
           IF WS-CO-NET-INCOME(WS-CO-SUB) = ZERO
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES                TO CARRY-FWD-RECORD.
           SET CF-RETAINED-ROLL       TO TRUE.
           MOVE WS-CO-COMPANY(WS-CO-SUB)    TO CF-COMPANY.
           MOVE GLC-RETAINED-EARNINGS       TO CF-ACCOUNT.
           MOVE WS-CO-NET-INCOME(WS-CO-SUB) TO CF-AMOUNT.
           WRITE CARRY-FWD-RECORD.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 2900-PRINT-BALANCE-ERROR - A BALANCE THAT STOPS THE CLOSE     *
      ****************************************************************
       2900-PRINT-BALANCE-ERROR.
           SET CLOSE-REFUSED TO TRUE.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** COMPANY "   DELIMITED BY SIZE
                  GLB-COMPANY      DELIMITED BY SIZE
                  " ACCOUNT "      DELIMITED BY SIZE
                  GLB-ACCOUNT      DELIMITED BY SIZE
                  " - "            DELIMITED BY SIZE
                  WS-ERROR-TEXT    DELIMITED BY "  "
                  " ***"           DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       2900-EXIT.
           EXIT.

      ****************************************************************
      * 3000-APPLY-CARRY-FORWARD - PASS TWO.  READ THE CARRY-FORWARD  *
      * RECORDS BACK AND APPLY EACH ONE TO THE BALANCE MASTER.        *
      ****************************************************************
       3000-APPLY-CARRY-FORWARD.
           OPEN INPUT CARRY-FWD-FILE.
           IF NOT CFWORK-STATUS-OK
               DISPLAY "GLCLOSE - OPEN ERR - CARRY-FWD, STATUS = "
                   WS-CFWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3100-APPLY-ONE-CARRY THRU 3100-EXIT
               UNTIL CFWORK-AT-END.
           CLOSE CARRY-FWD-FILE.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3100-APPLY-ONE-CARRY - CLOSE THE PERIOD'S BALANCE (ACTION C)  *
      * AND SET OR ADD TO THE NEXT PERIOD'S OPENING BALANCE.  A NEXT  *
      * PERIOD BALANCE MAY ALREADY EXIST IF THE NEW PERIOD'S FIRST    *
      * DAILY RUN POSTED BEFORE THIS CLOSE; ITS CLOSING BALANCE IS    *
      * WORKED AGAIN FROM THE NEW OPENING BALANCE.  A ZERO CARRY      *
      * WITH NO NEXT PERIOD BALANCE STARTS NOTHING.                   *
      ****************************************************************
       3100-APPLY-ONE-CARRY.
           READ CARRY-FWD-FILE
               AT END
                   SET CFWORK-AT-END TO TRUE
                   GO TO 3100-EXIT
           END-READ.

           IF CF-CARRY-AND-CLOSE
               PERFORM 3200-CLOSE-ONE-BALANCE THRU 3200-EXIT
           END-IF.

           MOVE CF-COMPANY   TO GLB-COMPANY.
           MOVE CF-ACCOUNT   TO GLB-ACCOUNT.
           MOVE WS-NEXT-PERIOD TO GLB-PERIOD.
           SET BALANCE-ON-FILE TO TRUE.
           READ GL-BAL-FILE
               INVALID KEY
                   SET BALANCE-IS-NEW TO TRUE
           END-READ.
           IF BALANCE-IS-NEW AND CF-AMOUNT = ZERO
               GO TO 3100-EXIT
           END-IF.
           IF BALANCE-IS-NEW
               PERFORM 3300-START-NEXT-BALANCE THRU 3300-EXIT
           END-IF.

           IF CF-RETAINED-ROLL
               ADD CF-AMOUNT TO GLB-OPENING-BAL
               ADD 1 TO WS-ROLLED-COUNT
           ELSE
               MOVE CF-AMOUNT TO GLB-OPENING-BAL
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.
           COMPUTE GLB-CLOSING-BAL = GLB-OPENING-BAL
               + GLB-PERIOD-DEBITS - GLB-PERIOD-CREDITS.

           IF BALANCE-IS-NEW
               WRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "GLCLOSE - WRITE ERR - GLBAL, STATUS = "
                           WS-GLBAL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-STARTED-COUNT
           ELSE
               REWRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "GLCLOSE - REWRITE ERR - GLBAL, "
                           "STATUS = " WS-GLBAL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3200-CLOSE-ONE-BALANCE - MARK THE PERIOD'S BALANCE CLOSED     *
      ****************************************************************
       3200-CLOSE-ONE-BALANCE.
           MOVE CF-COMPANY      TO GLB-COMPANY.
           MOVE CF-ACCOUNT      TO GLB-ACCOUNT.
           MOVE WS-CLOSE-PERIOD TO GLB-PERIOD.
           READ GL-BAL-FILE
               INVALID KEY
                   DISPLAY "GLCLOSE - READ ERR - GLBAL, STATUS = "
                       WS-GLBAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           SET GLB-PERIOD-CLOSED TO TRUE.
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "GLCLOSE - REWRITE ERR - GLBAL, STATUS = "
                       WS-GLBAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-CLOSED-COUNT.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3300-START-NEXT-BALANCE - A NEW, OPEN BALANCE IN THE NEXT     *
      * PERIOD WITH NOTHING POSTED.                                   *
      ****************************************************************
       3300-START-NEXT-BALANCE.
           MOVE SPACES         TO GL-BALANCE-RECORD.
           MOVE CF-COMPANY     TO GLB-COMPANY.
           MOVE CF-ACCOUNT     TO GLB-ACCOUNT.
           MOVE WS-NEXT-PERIOD TO GLB-PERIOD.
           MOVE ZERO TO GLB-OPENING-BAL.
           MOVE ZERO TO GLB-PERIOD-DEBITS.
           MOVE ZERO TO GLB-PERIOD-CREDITS.
           MOVE ZERO TO GLB-CLOSING-BAL.
           MOVE ZERO TO GLB-LAST-POST-DATE.
           MOVE WS-PER-END-DATE(WS-NEXT-SUB) TO GLB-PERIOD-END-DATE.
           SET GLB-PERIOD-OPEN TO TRUE.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 4000-UPDATE-CONTROL - RECORD THE PERIOD JUST CLOSED ON GLCTL  *
      ****************************************************************
       4000-UPDATE-CONTROL.
           MOVE WS-CLOSE-PERIOD TO GLC-LAST-CLOSED.
           MOVE WS-PER-END-DATE(WS-CLOSE-SUB) TO GLC-LAST-CLOSED-END.
           MOVE WS-RUN-DATE     TO GLC-CLOSE-RUN-DATE.
           REWRITE GL-CONTROL-RECORD.
           IF NOT GLCTL-STATUS-OK
               DISPLAY "GLCLOSE - REWRITE ERR - GLCTL, STATUS = "
                   WS-GLCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 5000-PRINT-COMPANIES - ONE LINE PER COMPANY: ITS DEBIT AND    *
      * CREDIT BALANCE TOTALS, WHICH MUST BE EQUAL, AND ITS NET       *
      * INCOME.  A COMPANY OUT OF BALANCE IS FLAGGED (RC=4) - THE     *
      * CLOSE STANDS, BUT ACCOUNTING MUST FIND THE ENTRY.             *
      ****************************************************************
       5000-PRINT-COMPANIES.
           WRITE GLC-REPORT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.
           IF WS-CO-COUNT = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO BALANCES ON FILE FOR THE PERIOD"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE GLC-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-PRINT-ONE-COMPANY THRU 5100-EXIT
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 5100-PRINT-ONE-COMPANY                                        *
      ****************************************************************
       5100-PRINT-ONE-COMPANY.
           MOVE WS-CO-ACCOUNTS(WS-CO-SUB)   TO WS-COUNT-ED.
           MOVE WS-CO-DEBIT-BAL(WS-CO-SUB)  TO WS-DEBITS-ED.
           MOVE WS-CO-CREDIT-BAL(WS-CO-SUB) TO WS-CREDITS-ED.
           MOVE WS-CO-NET-INCOME(WS-CO-SUB) TO WS-BALANCE-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-CO-COMPANY(WS-CO-SUB)  DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-DEBITS-ED              DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-CREDITS-ED             DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-BALANCE-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           IF WS-CO-DEBIT-BAL(WS-CO-SUB) NOT =
                  WS-CO-CREDIT-BAL(WS-CO-SUB)
               MOVE "  *** NOT IN BALANCE" TO WS-PRINT-LINE(63:20)
               ADD 1 TO WS-UNBAL-COUNT
           END-IF.
           WRITE GLC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 7000-REFUSE-CLOSE - NOTHING ON THE BALANCE MASTER OR GLCTL    *
      * WAS CHANGED.  THE LISTED PROBLEMS ARE FIXED AND THE CLOSE IS  *
      * RESUBMITTED.                                                  *
      ****************************************************************
       7000-REFUSE-CLOSE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** CLOSE REFUSED - BALANCE MASTER AND PERIOD "
                      DELIMITED BY SIZE
                  "CONTROL NOT CHANGED ***" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 8 TO RETURN-CODE.
       7000-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - PRINT COUNTS, SET THE RETURN CODE, CLOSE     *
      ****************************************************************
       8000-TERMINATE.
           MOVE WS-PERIOD-BAL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PERIOD BALANCES READ   : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BALANCES CLOSED        : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-CARRIED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BALANCES CARRIED       : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-STARTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NEXT PERIOD STARTED    : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-ROLLED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RETAINED EARNINGS ROLLS: " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-ERROR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ERRORS                 : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE GLC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           IF CLOSE-ALLOWED AND WS-UNBAL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE GL-BAL-FILE.
           CLOSE GL-CTL-FILE.
           CLOSE COA-FILE.
           CLOSE GLC-REPORT-FILE.
       8000-EXIT.
           EXIT.
