      ********************************************
      * COBOL PROGRAM - GL FINANCIAL STATEMENTS   *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - BALANCE SHEET, INCOME STATEMENT    *
      *                  AND FULL TRIAL BALANCE BY COMPANY FROM THE    *
      *                  GL BALANCE MASTER FOR ANY CLOSED PERIOD.      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSTMT.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * GL FINANCIAL STATEMENTS.  FOR ONE CLOSED FISCAL PERIOD - THE   *
      * LAST ONE CLOSED, OR ANY EARLIER ONE NAMED BY PARM              *
      * PERIOD=CCYYPP - PRINTS FOR EACH COMPANY WITH BALANCES ON THE   *
      * GL BALANCE MASTER (GLBAL):                                     *
      *   TBRPT - TRIAL BALANCE OF EVERY ACCOUNT ON THE CHART, WITH    *
      *           OR WITHOUT ACTIVITY, PLUS ANY BALANCE WHOSE ACCOUNT  *
      *           IS NOT ON THE CHART, FOOTED DEBIT AGAINST CREDIT.    *
      *   BSRPT - BALANCE SHEET: ASSETS, LIABILITIES, EQUITY AND THE   *
      *           YEAR'S NET INCOME NOT YET CLOSED TO RETAINED         *
      *           EARNINGS, PROVED ASSETS = LIABILITIES + EQUITY.      *
      *   ISRPT - INCOME STATEMENT: REVENUE AND EXPENSE FOR THE PERIOD *
      *           AND THE YEAR TO DATE, AND NET INCOME.                *
      * THE ACCOUNT TYPE ON THE CHART (COAMAST) PLACES EACH ACCOUNT.   *
      * CREDIT-NATURE ACCOUNTS (LIABILITY, EQUITY, REVENUE) SHOW THEIR *
      * CREDIT BALANCES AS POSITIVE.                                   *
      * RC=4 - AN ACCOUNT WITH NO TYPE, A BALANCE OFF THE CHART, OR A  *
      *        STATEMENT THAT DOES NOT FOOT (LISTED).                  *
      * RC=8 - THE PERIOD IS NOT CLOSED; NOTHING IS PRINTED.           *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    BALANCE MASTER - DYNAMIC ACCESS: BROWSED FOR THE PERIOD'S
      *    COMPANIES AND EACH COMPANY'S OFF-CHART BALANCES, READ BY
      *    KEY FOR EACH ACCOUNT ON THE CHART.
           SELECT GL-BAL-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT GL-CTL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.

      *    CHART OF ACCOUNTS - BROWSED FRONT TO BACK FOR EACH COMPANY
           SELECT COA-FILE ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT
               FILE STATUS IS WS-COA-STATUS.

           SELECT TB-REPORT-FILE ASSIGN TO "TBRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TBRPT-STATUS.

           SELECT BS-REPORT-FILE ASSIGN TO "BSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BSRPT-STATUS.

           SELECT IS-REPORT-FILE ASSIGN TO "ISRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ISRPT-STATUS.

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

       FD  TB-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TB-REPORT-RECORD      PIC X(132).

       FD  BS-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BS-REPORT-RECORD      PIC X(132).

       FD  IS-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IS-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-GLBAL-EOF-SW    PIC X(01) VALUE 'N'.
             88 GLBAL-AT-END       VALUE 'Y'.
          02 WS-COA-EOF-SW      PIC X(01) VALUE 'N'.
             88 COA-AT-END         VALUE 'Y'.
          02 WS-PERIOD-OK-SW    PIC X(01) VALUE 'Y'.
             88 PERIOD-IS-CLOSED   VALUE 'Y'.
             88 PERIOD-NOT-CLOSED  VALUE 'N'.

      ****************************************************************
      * COMPANY TABLE - EVERY COMPANY WITH A BALANCE IN THE PERIOD,   *
      * IN KEY (COMPANY) ORDER.                                       *
      ****************************************************************
       01 WS-CO-TABLE-AREA.
          02 WS-CO-ENTRY OCCURS 100 TIMES.
             03 WS-CO-COMPANY    PIC X(3).

       77 WS-CO-MAX              PIC 9(3) COMP VALUE 100.
       77 WS-CO-COUNT            PIC 9(3) COMP VALUE ZERO.
       77 WS-CO-SUB              PIC 9(3) COMP VALUE ZERO.

      ****************************************************************
      * ACCOUNT TABLE - ONE COMPANY'S PERIOD: EVERY CHART ACCOUNT IN  *
      * ACCOUNT ORDER WITH ITS BALANCE (ZERO WHEN IT HAS NONE), THEN  *
      * ANY BALANCE WHOSE ACCOUNT IS NOT ON THE CHART.  THE THREE     *
      * REPORTS ARE PRINTED FROM IT ONE SECTION AT A TIME.            *
      ****************************************************************
       01 WS-ACT-TABLE-AREA.
          02 WS-ACT-ENTRY OCCURS 1000 TIMES.
             03 WS-ACT-ACCOUNT   PIC 9(5).
             03 WS-ACT-DESC      PIC X(30).
             03 WS-ACT-TYPE      PIC X(1).
                88 ACT-TYPE-VALID     VALUE 'A' 'L' 'E' 'R' 'X'.
             03 WS-ACT-OPENING   PIC S9(11)V9(2).
             03 WS-ACT-DEBITS    PIC 9(11)V9(2).
             03 WS-ACT-CREDITS   PIC 9(11)V9(2).
             03 WS-ACT-CLOSING   PIC S9(11)V9(2).

       77 WS-ACT-MAX             PIC 9(4) COMP VALUE 1000.
       77 WS-ACT-COUNT           PIC 9(4) COMP VALUE ZERO.
       77 WS-ACT-SUB             PIC 9(4) COMP VALUE ZERO.
       77 WS-ACT-HIT-SUB         PIC 9(4) COMP VALUE ZERO.

      ****************************************************************
      * ONE COMPANY'S TOTALS.  STATEMENT TOTALS ARE IN PRESENTATION   *
      * SIGN (CREDIT-NATURE ACCOUNTS POSITIVE WHEN IN CREDIT); TRIAL  *
      * BALANCE TOTALS ARE THE RAW DEBIT AND CREDIT SIDES.            *
      ****************************************************************
       01 WS-CO-TOTALS.
          02 WS-TB-DEBITS        PIC S9(13)V9(2) VALUE ZERO.
          02 WS-TB-CREDITS       PIC S9(13)V9(2) VALUE ZERO.
          02 WS-TB-CLOSE-DR      PIC S9(13)V9(2) VALUE ZERO.
          02 WS-TB-CLOSE-CR      PIC S9(13)V9(2) VALUE ZERO.
          02 WS-TOT-ASSETS       PIC S9(13)V9(2) VALUE ZERO.
          02 WS-TOT-LIABILITIES  PIC S9(13)V9(2) VALUE ZERO.
          02 WS-TOT-EQUITY       PIC S9(13)V9(2) VALUE ZERO.
          02 WS-TOT-REV-PERIOD   PIC S9(13)V9(2) VALUE ZERO.
          02 WS-TOT-REV-YTD      PIC S9(13)V9(2) VALUE ZERO.
          02 WS-TOT-EXP-PERIOD   PIC S9(13)V9(2) VALUE ZERO.
          02 WS-TOT-EXP-YTD      PIC S9(13)V9(2) VALUE ZERO.
          02 WS-NET-INC-PERIOD   PIC S9(13)V9(2) VALUE ZERO.
          02 WS-NET-INC-YTD      PIC S9(13)V9(2) VALUE ZERO.
          02 WS-TOT-LIAB-EQUITY  PIC S9(13)V9(2) VALUE ZERO.
          02 WS-OUT-OF-BALANCE   PIC S9(13)V9(2) VALUE ZERO.

      ****************************************************************
      * COUNTERS AND WORK FIELDS                                      *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-UNTYPED-COUNT    PIC 9(7) COMP VALUE ZERO.
          02 WS-OFF-CHART-COUNT  PIC 9(7) COMP VALUE ZERO.
          02 WS-UNBAL-COUNT      PIC 9(7) COMP VALUE ZERO.

       01 WS-REPORT-PERIOD.
          02 WS-RPT-YEAR         PIC 9(4) VALUE ZERO.
          02 WS-RPT-NUM          PIC 9(2) VALUE ZERO.
       01 WS-RPT-END-DATE        PIC 9(8) VALUE ZERO.
       01 WS-CUR-COMPANY         PIC X(3) VALUE SPACES.
       01 WS-SECTION-TYPE        PIC X(1) VALUE SPACE.
       01 WS-LINE-AMOUNT         PIC S9(13)V9(2) VALUE ZERO.
       01 WS-LINE-YTD            PIC S9(13)V9(2) VALUE ZERO.
       01 WS-TOTAL-LABEL         PIC X(30) VALUE SPACES.
       01 WS-TB-NOTE             PIC X(14) VALUE SPACES.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-OPENING-ED          PIC -ZZZZZZZZZZ9.99.
       01 WS-DEBITS-ED           PIC ZZZZZZZZZZ9.99.
       01 WS-CREDITS-ED          PIC ZZZZZZZZZZ9.99.
       01 WS-CLOSE-DR-ED         PIC ZZZZZZZZZZ9.99 BLANK WHEN ZERO.
       01 WS-CLOSE-CR-ED         PIC ZZZZZZZZZZ9.99 BLANK WHEN ZERO.
       01 WS-AMOUNT-ED           PIC -ZZZZZZZZZZ9.99.
       01 WS-YTD-ED              PIC -ZZZZZZZZZZ9.99.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-TB-HEADING.
          02 FILLER PIC X(34) VALUE
             "TRIAL BALANCE - GLSTMT".
       01 WS-BS-HEADING.
          02 FILLER PIC X(34) VALUE
             "BALANCE SHEET - GLSTMT".
       01 WS-IS-HEADING.
          02 FILLER PIC X(34) VALUE
             "INCOME STATEMENT - GLSTMT".

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
          02 WS-TBRPT-STATUS     PIC X(02) VALUE "00".
             88 TBRPT-STATUS-OK      VALUE "00".
          02 WS-BSRPT-STATUS     PIC X(02) VALUE "00".
             88 BSRPT-STATUS-OK      VALUE "00".
          02 WS-ISRPT-STATUS     PIC X(02) VALUE "00".
             88 ISRPT-STATUS-OK      VALUE "00".

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
           IF PERIOD-NOT-CLOSED
               PERFORM 7000-REFUSE-PERIOD THRU 7000-EXIT
           ELSE
               PERFORM 2000-FIND-COMPANIES THRU 2000-EXIT
               PERFORM 3000-REPORT-ONE-COMPANY THRU 3000-EXIT
                   VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - EDIT THE PARM, OPEN FILES, READ THE PERIOD  *
      * CONTROL AND PROVE THE PERIOD IS CLOSED.                       *
      ****************************************************************
       1000-INITIALIZE.
           IF LS-PARM-LEN > ZERO
               IF LS-PARM-LEN < 13
                OR LS-PARM-TEXT(1:7) NOT = "PERIOD="
                OR LS-PARM-TEXT(8:6) NOT NUMERIC
                   DISPLAY "GLSTMT - PARM MUST BE PERIOD=CCYYPP "
                       "OR OMITTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LS-PARM-TEXT(8:6) TO WS-REPORT-PERIOD
           END-IF.

           OPEN INPUT GL-CTL-FILE.
           IF NOT GLCTL-STATUS-OK
               DISPLAY "GLSTMT - OPEN ERR - GL-CTL-FILE, STATUS = "
                   WS-GLCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GL-CTL-FILE
               AT END
                   DISPLAY "GLSTMT - GLCTL CONTROL RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE GL-CTL-FILE.

           OPEN INPUT GL-BAL-FILE.
           IF NOT GLBAL-STATUS-OK
               DISPLAY "GLSTMT - OPEN ERR - GL-BAL-FILE, STATUS = "
                   WS-GLBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT COA-FILE.
           IF NOT COA-STATUS-OK
               DISPLAY "GLSTMT - OPEN ERR - COA-FILE, STATUS = "
                   WS-COA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TB-REPORT-FILE.
           IF NOT TBRPT-STATUS-OK
               DISPLAY "GLSTMT - OPEN ERR - TB-REPORT, STATUS = "
                   WS-TBRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BS-REPORT-FILE.
           IF NOT BSRPT-STATUS-OK
               DISPLAY "GLSTMT - OPEN ERR - BS-REPORT, STATUS = "
                   WS-BSRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT IS-REPORT-FILE.
           IF NOT ISRPT-STATUS-OK
               DISPLAY "GLSTMT - OPEN ERR - IS-REPORT, STATUS = "
                   WS-ISRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    NO PARM - THE LAST PERIOD CLOSED.  A PERIOD STILL OPEN
      *    CANNOT BE REPORTED: ITS BALANCES ARE STILL MOVING.
           IF WS-REPORT-PERIOD = ZERO
               MOVE GLC-LAST-CLOSED TO WS-REPORT-PERIOD
           END-IF.
           IF WS-REPORT-PERIOD = ZERO
              OR WS-REPORT-PERIOD > GLC-LAST-CLOSED
               SET PERIOD-NOT-CLOSED TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-FIND-COMPANIES - BROWSE THE BALANCE MASTER FOR EVERY     *
      * COMPANY WITH A BALANCE IN THE PERIOD.  THE KEY LEADS WITH THE *
      * COMPANY, SO THEY ARRIVE IN ORDER.                             *
      ****************************************************************
       2000-FIND-COMPANIES.
           MOVE 'N' TO WS-GLBAL-EOF-SW.
           MOVE LOW-VALUES TO GLB-KEY.
           START GL-BAL-FILE KEY NOT < GLB-KEY
               INVALID KEY
                   SET GLBAL-AT-END TO TRUE
           END-START.
           PERFORM 2100-TEST-ONE-BALANCE THRU 2100-EXIT
               UNTIL GLBAL-AT-END.
           IF WS-CO-COUNT = ZERO
               PERFORM 2900-NO-BALANCES THRU 2900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-TEST-ONE-BALANCE - A BALANCE OF THE PERIOD FOR A COMPANY *
      * NOT YET IN THE TABLE STARTS A NEW ENTRY.                      *
      ****************************************************************
       2100-TEST-ONE-BALANCE.
           READ GL-BAL-FILE NEXT RECORD
               AT END
                   SET GLBAL-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF GLB-PERIOD NOT = WS-REPORT-PERIOD
               GO TO 2100-EXIT
           END-IF.
           MOVE GLB-PERIOD-END-DATE TO WS-RPT-END-DATE.
           IF WS-CO-COUNT > ZERO
              AND WS-CO-COMPANY(WS-CO-COUNT) = GLB-COMPANY
               GO TO 2100-EXIT
           END-IF.
           IF WS-CO-COUNT = WS-CO-MAX
               DISPLAY "GLSTMT - COMPANY TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CO-COUNT.
           MOVE GLB-COMPANY TO WS-CO-COMPANY(WS-CO-COUNT).
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2900-NO-BALANCES - THE PERIOD IS CLOSED BUT HAS NO BALANCES   *
      ****************************************************************
       2900-NO-BALANCES.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NO BALANCES ON FILE FOR PERIOD " DELIMITED BY SIZE
                  WS-RPT-YEAR                       DELIMITED BY SIZE
                  "/"                               DELIMITED BY SIZE
                  WS-RPT-NUM                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TB-REPORT-RECORD FROM WS-TB-HEADING
               AFTER ADVANCING PAGE.
           WRITE TB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE BS-REPORT-RECORD FROM WS-BS-HEADING
               AFTER ADVANCING PAGE.
           WRITE BS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE IS-REPORT-RECORD FROM WS-IS-HEADING
               AFTER ADVANCING PAGE.
           WRITE IS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
       2900-EXIT.
           EXIT.

      ****************************************************************
      * 3000-REPORT-ONE-COMPANY - TABLE THE COMPANY'S ACCOUNTS, TOTAL *
      * THEM, AND PRINT ITS TRIAL BALANCE, BALANCE SHEET AND INCOME   *
      * STATEMENT.                                                    *
      ****************************************************************
       3000-REPORT-ONE-COMPANY.
           MOVE WS-CO-COMPANY(WS-CO-SUB) TO WS-CUR-COMPANY.
           MOVE ZERO TO WS-ACT-COUNT.
           INITIALIZE WS-CO-TOTALS.

           MOVE 'N'  TO WS-COA-EOF-SW.
           MOVE ZERO TO COA-ACCOUNT.
           START COA-FILE KEY NOT < COA-ACCOUNT
               INVALID KEY
                   SET COA-AT-END TO TRUE
           END-START.
           PERFORM 3100-LOAD-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL COA-AT-END.

           MOVE 'N'  TO WS-GLBAL-EOF-SW.
           MOVE WS-CUR-COMPANY TO GLB-COMPANY.
           MOVE ZERO TO GLB-ACCOUNT.
           MOVE ZERO TO GLB-PERIOD.
           START GL-BAL-FILE KEY NOT < GLB-KEY
               INVALID KEY
                   SET GLBAL-AT-END TO TRUE
           END-START.
           PERFORM 3200-FIND-OFF-CHART THRU 3200-EXIT
               UNTIL GLBAL-AT-END.

           PERFORM 3400-TOTAL-ONE-ACCOUNT THRU 3400-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.
           COMPUTE WS-NET-INC-PERIOD =
               WS-TOT-REV-PERIOD - WS-TOT-EXP-PERIOD.
           COMPUTE WS-NET-INC-YTD =
               WS-TOT-REV-YTD - WS-TOT-EXP-YTD.
           COMPUTE WS-TOT-LIAB-EQUITY =
               WS-TOT-LIABILITIES + WS-TOT-EQUITY + WS-NET-INC-YTD.

           PERFORM 4000-PRINT-TRIAL-BALANCE THRU 4000-EXIT.
           PERFORM 5000-PRINT-BALANCE-SHEET THRU 5000-EXIT.
           PERFORM 6000-PRINT-INCOME-STMT THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3100-LOAD-ONE-ACCOUNT - ONE CHART ACCOUNT AND THE COMPANY'S   *
      * BALANCE FOR IT IN THE PERIOD, ZERO WHEN THERE IS NONE.        *
      ****************************************************************
       3100-LOAD-ONE-ACCOUNT.
           READ COA-FILE NEXT RECORD
               AT END
                   SET COA-AT-END TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 3300-ADD-TABLE-ENTRY THRU 3300-EXIT.
           MOVE COA-ACCOUNT      TO WS-ACT-ACCOUNT(WS-ACT-COUNT).
           MOVE COA-DESCRIPTION  TO WS-ACT-DESC(WS-ACT-COUNT).
           MOVE COA-ACCOUNT-TYPE TO WS-ACT-TYPE(WS-ACT-COUNT).

           MOVE WS-CUR-COMPANY   TO GLB-COMPANY.
           MOVE COA-ACCOUNT      TO GLB-ACCOUNT.
           MOVE WS-REPORT-PERIOD TO GLB-PERIOD.
           READ GL-BAL-FILE
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ.
           MOVE GLB-OPENING-BAL    TO WS-ACT-OPENING(WS-ACT-COUNT).
           MOVE GLB-PERIOD-DEBITS  TO WS-ACT-DEBITS(WS-ACT-COUNT).
           MOVE GLB-PERIOD-CREDITS TO WS-ACT-CREDITS(WS-ACT-COUNT).
           MOVE GLB-CLOSING-BAL    TO WS-ACT-CLOSING(WS-ACT-COUNT).
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3200-FIND-OFF-CHART - ONE OF THE COMPANY'S BALANCES.  A       *
      * BALANCE IN THE PERIOD WHOSE ACCOUNT IS NOT IN THE TABLE IS    *
      * NOT ON THE CHART; IT IS ADDED SO THE TRIAL BALANCE STILL      *
      * FOOTS.                                                        *
      ****************************************************************
       3200-FIND-OFF-CHART.
           READ GL-BAL-FILE NEXT RECORD
               AT END
                   SET GLBAL-AT-END TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF GLB-COMPANY NOT = WS-CUR-COMPANY
               SET GLBAL-AT-END TO TRUE
               GO TO 3200-EXIT
           END-IF.
           IF GLB-PERIOD NOT = WS-REPORT-PERIOD
               GO TO 3200-EXIT
           END-IF.
           MOVE ZERO TO WS-ACT-HIT-SUB.
           PERFORM 3210-TEST-ONE-ACCOUNT THRU 3210-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT
                  OR WS-ACT-HIT-SUB > ZERO.
           IF WS-ACT-HIT-SUB > ZERO
               GO TO 3200-EXIT
           END-IF.

           PERFORM 3300-ADD-TABLE-ENTRY THRU 3300-EXIT.
           MOVE GLB-ACCOUNT        TO WS-ACT-ACCOUNT(WS-ACT-COUNT).
           MOVE "*** NOT ON CHART OF ACCOUNTS"
                                   TO WS-ACT-DESC(WS-ACT-COUNT).
           MOVE GLB-OPENING-BAL    TO WS-ACT-OPENING(WS-ACT-COUNT).
           MOVE GLB-PERIOD-DEBITS  TO WS-ACT-DEBITS(WS-ACT-COUNT).
           MOVE GLB-PERIOD-CREDITS TO WS-ACT-CREDITS(WS-ACT-COUNT).
           MOVE GLB-CLOSING-BAL    TO WS-ACT-CLOSING(WS-ACT-COUNT).
           ADD 1 TO WS-OFF-CHART-COUNT.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3210-TEST-ONE-ACCOUNT - COMPARE ONE ACCOUNT TABLE ENTRY       *
      ****************************************************************
       3210-TEST-ONE-ACCOUNT.
           IF WS-ACT-ACCOUNT(WS-ACT-SUB) = GLB-ACCOUNT
               MOVE WS-ACT-SUB TO WS-ACT-HIT-SUB
           END-IF.
       3210-EXIT.
           EXIT.

      ****************************************************************
      * 3300-ADD-TABLE-ENTRY - START A NEW, ZERO ACCOUNT TABLE ENTRY  *
      ****************************************************************
       3300-ADD-TABLE-ENTRY.
           IF WS-ACT-COUNT = WS-ACT-MAX
               DISPLAY "GLSTMT - ACCOUNT TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ACT-COUNT.
           MOVE ZERO   TO WS-ACT-ACCOUNT(WS-ACT-COUNT).
           MOVE SPACES TO WS-ACT-DESC(WS-ACT-COUNT).
           MOVE SPACE  TO WS-ACT-TYPE(WS-ACT-COUNT).
           MOVE ZERO   TO WS-ACT-OPENING(WS-ACT-COUNT).
           MOVE ZERO   TO WS-ACT-DEBITS(WS-ACT-COUNT).
           MOVE ZERO   TO WS-ACT-CREDITS(WS-ACT-COUNT).
           MOVE ZERO   TO WS-ACT-CLOSING(WS-ACT-COUNT).
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3400-TOTAL-ONE-ACCOUNT - ADD ONE ACCOUNT TO THE TRIAL BALANCE *
      * TOTALS AND TO ITS STATEMENT SECTION.                          *
      ****************************************************************
       3400-TOTAL-ONE-ACCOUNT.
           ADD WS-ACT-DEBITS(WS-ACT-SUB)  TO WS-TB-DEBITS.
           ADD WS-ACT-CREDITS(WS-ACT-SUB) TO WS-TB-CREDITS.
           IF WS-ACT-CLOSING(WS-ACT-SUB) < ZERO
               SUBTRACT WS-ACT-CLOSING(WS-ACT-SUB) FROM WS-TB-CLOSE-CR
           ELSE
               ADD WS-ACT-CLOSING(WS-ACT-SUB) TO WS-TB-CLOSE-DR
           END-IF.

           IF WS-ACT-TYPE(WS-ACT-SUB) = 'A'
               ADD WS-ACT-CLOSING(WS-ACT-SUB) TO WS-TOT-ASSETS
           END-IF.
           IF WS-ACT-TYPE(WS-ACT-SUB) = 'L'
               SUBTRACT WS-ACT-CLOSING(WS-ACT-SUB)
                   FROM WS-TOT-LIABILITIES
           END-IF.
           IF WS-ACT-TYPE(WS-ACT-SUB) = 'E'
               SUBTRACT WS-ACT-CLOSING(WS-ACT-SUB)
                   FROM WS-TOT-EQUITY
           END-IF.
           IF WS-ACT-TYPE(WS-ACT-SUB) = 'R'
               COMPUTE WS-TOT-REV-PERIOD = WS-TOT-REV-PERIOD
                   + WS-ACT-CREDITS(WS-ACT-SUB)
                   - WS-ACT-DEBITS(WS-ACT-SUB)
               SUBTRACT WS-ACT-CLOSING(WS-ACT-SUB)
                   FROM WS-TOT-REV-YTD
           END-IF.
           IF WS-ACT-TYPE(WS-ACT-SUB) = 'X'
               COMPUTE WS-TOT-EXP-PERIOD = WS-TOT-EXP-PERIOD
                   + WS-ACT-DEBITS(WS-ACT-SUB)
                   - WS-ACT-CREDITS(WS-ACT-SUB)
               ADD WS-ACT-CLOSING(WS-ACT-SUB) TO WS-TOT-EXP-YTD
           END-IF.
      *    AN ACCOUNT OFF THE CHART IS FLAGGED ON ITS OWN ("***")
           IF NOT ACT-TYPE-VALID(WS-ACT-SUB)
              AND WS-ACT-DESC(WS-ACT-SUB)(1:3) NOT = "***"
               ADD 1 TO WS-UNTYPED-COUNT
           END-IF.
       3400-EXIT.
           EXIT.

      ****************************************************************
      * 4000-PRINT-TRIAL-BALANCE - EVERY ACCOUNT IN THE TABLE, THEN   *
      * THE FOOTINGS.  THE CLOSING DEBITS MUST EQUAL THE CLOSING      *
      * CREDITS.                                                      *
      ****************************************************************
       4000-PRINT-TRIAL-BALANCE.
           WRITE TB-REPORT-RECORD FROM WS-TB-HEADING
               AFTER ADVANCING PAGE.
           PERFORM 9000-BUILD-COMPANY-LINE THRU 9000-EXIT.
           WRITE TB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCT   DESCRIPTION                    T"
                      DELIMITED BY SIZE
                  "      OPENING BAL  PERIOD DEBITS"
                      DELIMITED BY SIZE
                  " PERIOD CREDITS  CLOSING DEBIT"
                      DELIMITED BY SIZE
                  " CLOSING CREDIT"
                      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 4100-PRINT-TB-LINE THRU 4100-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.

           MOVE WS-TB-DEBITS   TO WS-DEBITS-ED.
           MOVE WS-TB-CREDITS  TO WS-CREDITS-ED.
           MOVE WS-TB-CLOSE-DR TO WS-CLOSE-DR-ED.
           MOVE WS-TB-CLOSE-CR TO WS-CLOSE-CR-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "       TOTALS"    DELIMITED BY SIZE
                  "                                            "
                                     DELIMITED BY SIZE
                  WS-DEBITS-ED       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-CREDITS-ED      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-CLOSE-DR-ED     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-CLOSE-CR-ED     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           COMPUTE WS-OUT-OF-BALANCE = WS-TB-CLOSE-DR - WS-TB-CLOSE-CR.
           IF WS-OUT-OF-BALANCE NOT = ZERO
               ADD 1 TO WS-UNBAL-COUNT
               MOVE WS-OUT-OF-BALANCE TO WS-AMOUNT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** TRIAL BALANCE OUT OF BALANCE BY "
                          DELIMITED BY SIZE
                      WS-AMOUNT-ED DELIMITED BY SIZE
                      " ***"       DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE TB-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 4100-PRINT-TB-LINE - ONE ACCOUNT, ACTIVITY OR NOT.  THE       *
      * CLOSING BALANCE PRINTS IN THE DEBIT OR THE CREDIT COLUMN.     *
      ****************************************************************
       4100-PRINT-TB-LINE.
           MOVE WS-ACT-OPENING(WS-ACT-SUB) TO WS-OPENING-ED.
           MOVE WS-ACT-DEBITS(WS-ACT-SUB)  TO WS-DEBITS-ED.
           MOVE WS-ACT-CREDITS(WS-ACT-SUB) TO WS-CREDITS-ED.
           MOVE ZERO TO WS-CLOSE-DR-ED.
           MOVE ZERO TO WS-CLOSE-CR-ED.
           IF WS-ACT-CLOSING(WS-ACT-SUB) < ZERO
               COMPUTE WS-CLOSE-CR-ED =
                   ZERO - WS-ACT-CLOSING(WS-ACT-SUB)
           ELSE
               MOVE WS-ACT-CLOSING(WS-ACT-SUB) TO WS-CLOSE-DR-ED
           END-IF.
           MOVE SPACES TO WS-TB-NOTE.
           IF WS-ACT-DESC(WS-ACT-SUB)(1:3) NOT = "***"
              AND NOT ACT-TYPE-VALID(WS-ACT-SUB)
               MOVE "*** NO TYPE" TO WS-TB-NOTE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-ACT-ACCOUNT(WS-ACT-SUB) DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-ACT-DESC(WS-ACT-SUB)    DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-ACT-TYPE(WS-ACT-SUB)    DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-OPENING-ED              DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-DEBITS-ED               DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-CREDITS-ED              DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-CLOSE-DR-ED             DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-CLOSE-CR-ED             DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-TB-NOTE                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-PRINT-BALANCE-SHEET - ASSETS, THEN LIABILITIES, EQUITY   *
      * AND THE YEAR'S NET INCOME.  THE TWO SIDES MUST AGREE.         *
      ****************************************************************
       5000-PRINT-BALANCE-SHEET.
           WRITE BS-REPORT-RECORD FROM WS-BS-HEADING
               AFTER ADVANCING PAGE.
           PERFORM 9000-BUILD-COMPANY-LINE THRU 9000-EXIT.
           WRITE BS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCT   DESCRIPTION" DELIMITED BY SIZE
                  "                               BALANCE"
                                       DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "ASSETS" TO WS-PRINT-LINE.
           WRITE BS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'A' TO WS-SECTION-TYPE.
           PERFORM 5100-PRINT-BS-LINE THRU 5100-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.
           MOVE "TOTAL ASSETS" TO WS-TOTAL-LABEL.
           MOVE WS-TOT-ASSETS  TO WS-LINE-AMOUNT.
           PERFORM 5200-PRINT-BS-TOTAL THRU 5200-EXIT.

           MOVE "LIABILITIES" TO WS-PRINT-LINE.
           WRITE BS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'L' TO WS-SECTION-TYPE.
           PERFORM 5100-PRINT-BS-LINE THRU 5100-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.
           MOVE "TOTAL LIABILITIES"  TO WS-TOTAL-LABEL.
           MOVE WS-TOT-LIABILITIES   TO WS-LINE-AMOUNT.
           PERFORM 5200-PRINT-BS-TOTAL THRU 5200-EXIT.

           MOVE "EQUITY" TO WS-PRINT-LINE.
           WRITE BS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'E' TO WS-SECTION-TYPE.
           PERFORM 5100-PRINT-BS-LINE THRU 5100-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.
           MOVE "NET INCOME - YEAR TO DATE" TO WS-TOTAL-LABEL.
           MOVE WS-NET-INC-YTD TO WS-LINE-AMOUNT.
           PERFORM 5200-PRINT-BS-TOTAL THRU 5200-EXIT.
           COMPUTE WS-LINE-AMOUNT = WS-TOT-EQUITY + WS-NET-INC-YTD.
           MOVE "TOTAL EQUITY" TO WS-TOTAL-LABEL.
           PERFORM 5200-PRINT-BS-TOTAL THRU 5200-EXIT.

           MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-TOTAL-LABEL.
           MOVE WS-TOT-LIAB-EQUITY TO WS-LINE-AMOUNT.
           PERFORM 5200-PRINT-BS-TOTAL THRU 5200-EXIT.

           COMPUTE WS-OUT-OF-BALANCE =
               WS-TOT-ASSETS - WS-TOT-LIAB-EQUITY.
           IF WS-OUT-OF-BALANCE NOT = ZERO
               ADD 1 TO WS-UNBAL-COUNT
               MOVE WS-OUT-OF-BALANCE TO WS-AMOUNT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** BALANCE SHEET DOES NOT BALANCE - "
                          DELIMITED BY SIZE
                      "DIFFERENCE "  DELIMITED BY SIZE
                      WS-AMOUNT-ED   DELIMITED BY SIZE
                      " ***"         DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE BS-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 5100-PRINT-BS-LINE - ONE ACCOUNT OF THE SECTION WITH A        *
      * BALANCE.  LIABILITY AND EQUITY CREDIT BALANCES PRINT          *
      * POSITIVE.                                                     *
      ****************************************************************
       5100-PRINT-BS-LINE.
           IF WS-ACT-TYPE(WS-ACT-SUB) NOT = WS-SECTION-TYPE
              OR WS-ACT-CLOSING(WS-ACT-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF.
           IF WS-SECTION-TYPE = 'A'
               MOVE WS-ACT-CLOSING(WS-ACT-SUB) TO WS-AMOUNT-ED
           ELSE
               COMPUTE WS-AMOUNT-ED =
                   ZERO - WS-ACT-CLOSING(WS-ACT-SUB)
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-ACT-ACCOUNT(WS-ACT-SUB) DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-ACT-DESC(WS-ACT-SUB)    DELIMITED BY SIZE
                  "    "                     DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 5200-PRINT-BS-TOTAL - A LABELLED TOTAL IN THE AMOUNT COLUMN   *
      ****************************************************************
       5200-PRINT-BS-TOTAL.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "       "      DELIMITED BY SIZE
                  WS-TOTAL-LABEL DELIMITED BY SIZE
                  "    "         DELIMITED BY SIZE
                  WS-AMOUNT-ED   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       5200-EXIT.
           EXIT.

      ****************************************************************
      * 6000-PRINT-INCOME-STMT - REVENUE, THEN EXPENSES, THEN NET     *
      * INCOME, EACH FOR THE PERIOD AND THE YEAR TO DATE.             *
      ****************************************************************
       6000-PRINT-INCOME-STMT.
           WRITE IS-REPORT-RECORD FROM WS-IS-HEADING
               AFTER ADVANCING PAGE.
           PERFORM 9000-BUILD-COMPANY-LINE THRU 9000-EXIT.
           WRITE IS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCT   DESCRIPTION" DELIMITED BY SIZE
                  "                           THIS PERIOD"
                                       DELIMITED BY SIZE
                  "     YEAR TO DATE"  DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE IS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "REVENUE" TO WS-PRINT-LINE.
           WRITE IS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'R' TO WS-SECTION-TYPE.
           PERFORM 6100-PRINT-IS-LINE THRU 6100-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.
           MOVE "TOTAL REVENUE"    TO WS-TOTAL-LABEL.
           MOVE WS-TOT-REV-PERIOD  TO WS-LINE-AMOUNT.
           MOVE WS-TOT-REV-YTD     TO WS-LINE-YTD.
           PERFORM 6200-PRINT-IS-TOTAL THRU 6200-EXIT.

           MOVE "EXPENSES" TO WS-PRINT-LINE.
           WRITE IS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'X' TO WS-SECTION-TYPE.
           PERFORM 6100-PRINT-IS-LINE THRU 6100-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.
           MOVE "TOTAL EXPENSES"   TO WS-TOTAL-LABEL.
           MOVE WS-TOT-EXP-PERIOD  TO WS-LINE-AMOUNT.
           MOVE WS-TOT-EXP-YTD     TO WS-LINE-YTD.
           PERFORM 6200-PRINT-IS-TOTAL THRU 6200-EXIT.

           MOVE "NET INCOME"       TO WS-TOTAL-LABEL.
           MOVE WS-NET-INC-PERIOD  TO WS-LINE-AMOUNT.
           MOVE WS-NET-INC-YTD     TO WS-LINE-YTD.
           PERFORM 6200-PRINT-IS-TOTAL THRU 6200-EXIT.
       6000-EXIT.
           EXIT.

      ****************************************************************
      * 6100-PRINT-IS-LINE - ONE ACCOUNT OF THE SECTION WITH ACTIVITY *
      * THIS PERIOD OR THIS YEAR.  REVENUE PRINTS CREDIT-POSITIVE,    *
      * EXPENSE DEBIT-POSITIVE.  THE YEAR TO DATE IS THE CLOSING      *
      * BALANCE - THE YEAR-END CLOSE STARTS EACH YEAR AT ZERO.        *
      ****************************************************************
       6100-PRINT-IS-LINE.
           IF WS-ACT-TYPE(WS-ACT-SUB) NOT = WS-SECTION-TYPE
               GO TO 6100-EXIT
           END-IF.
           IF WS-ACT-DEBITS(WS-ACT-SUB) = ZERO
              AND WS-ACT-CREDITS(WS-ACT-SUB) = ZERO
              AND WS-ACT-CLOSING(WS-ACT-SUB) = ZERO
               GO TO 6100-EXIT
           END-IF.
           IF WS-SECTION-TYPE = 'R'
               COMPUTE WS-LINE-AMOUNT = WS-ACT-CREDITS(WS-ACT-SUB)
                   - WS-ACT-DEBITS(WS-ACT-SUB)
               COMPUTE WS-LINE-YTD = ZERO - WS-ACT-CLOSING(WS-ACT-SUB)
           ELSE
               COMPUTE WS-LINE-AMOUNT = WS-ACT-DEBITS(WS-ACT-SUB)
                   - WS-ACT-CREDITS(WS-ACT-SUB)
               MOVE WS-ACT-CLOSING(WS-ACT-SUB) TO WS-LINE-YTD
           END-IF.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-ED.
           MOVE WS-LINE-YTD    TO WS-YTD-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-ACT-ACCOUNT(WS-ACT-SUB) DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-ACT-DESC(WS-ACT-SUB)    DELIMITED BY SIZE
                  "    "                     DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-YTD-ED                  DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE IS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       6100-EXIT.
           EXIT.

      ****************************************************************
      * 6200-PRINT-IS-TOTAL - A LABELLED PERIOD AND YEAR-TO-DATE      *
      * TOTAL                                                         *
      ****************************************************************
       6200-PRINT-IS-TOTAL.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-ED.
           MOVE WS-LINE-YTD    TO WS-YTD-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "       "      DELIMITED BY SIZE
                  WS-TOTAL-LABEL DELIMITED BY SIZE
                  "    "         DELIMITED BY SIZE
                  WS-AMOUNT-ED   DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-YTD-ED      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE IS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
       6200-EXIT.
           EXIT.

      ****************************************************************
      * 7000-REFUSE-PERIOD - THE PERIOD HAS NOT BEEN CLOSED           *
      ****************************************************************
       7000-REFUSE-PERIOD.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** PERIOD "  DELIMITED BY SIZE
                  WS-RPT-YEAR    DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-RPT-NUM     DELIMITED BY SIZE
                  " IS NOT CLOSED - LAST PERIOD CLOSED IS "
                                 DELIMITED BY SIZE
                  GLC-LAST-CLOSED-YEAR   DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  GLC-LAST-CLOSED-PERIOD DELIMITED BY SIZE
                  " ***"         DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TB-REPORT-RECORD FROM WS-TB-HEADING
               AFTER ADVANCING PAGE.
           WRITE TB-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 8 TO RETURN-CODE.
       7000-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - SET THE RETURN CODE AND CLOSE                *
      ****************************************************************
       8000-TERMINATE.
           IF PERIOD-IS-CLOSED
              AND (WS-UNTYPED-COUNT > ZERO
                OR WS-OFF-CHART-COUNT > ZERO
                OR WS-UNBAL-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE GL-BAL-FILE.
           CLOSE COA-FILE.
           CLOSE TB-REPORT-FILE.
           CLOSE BS-REPORT-FILE.
           CLOSE IS-REPORT-FILE.
       8000-EXIT.
           EXIT.

      ****************************************************************
      * 9000-BUILD-COMPANY-LINE - THE COMPANY AND PERIOD SUBHEADING   *
      ****************************************************************
       9000-BUILD-COMPANY-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "COMPANY "      DELIMITED BY SIZE
                  WS-CUR-COMPANY  DELIMITED BY SIZE
                  "   PERIOD "    DELIMITED BY SIZE
                  WS-RPT-YEAR     DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  WS-RPT-NUM      DELIMITED BY SIZE
                  " ENDED "       DELIMITED BY SIZE
                  WS-RPT-END-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
       9000-EXIT.
           EXIT.
