      ********************************************
      * COBOL PROGRAM - INTERCOMPANY SETTLEMENT   *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - WHAT EACH COMPANY OWES THE OTHERS  *
      *                  FROM THE DUE-TO/DUE-FROM BALANCES ON THE GL   *
      *                  BALANCE MASTER, PROVED SIDE AGAINST SIDE.     *
      * 10.15.2026 CP    NO PARM NOW TAKES THE LAST PERIOD CLOSED ON   *
      *                  GLCTL, NOT THE LATEST PERIOD ON FILE.         *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICSETL.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * INTERCOMPANY SETTLEMENT REPORT.  FOR EVERY COMPANY AND        *
      * PARTNER SET UP ON THE INTERCOMPANY ACCOUNT MASTER (ICACCT)    *
      * IT TAKES THE BALANCE OF THE COMPANY'S DUE-FROM (RECEIVABLE)   *
      * AND DUE-TO (PAYABLE) ACCOUNTS FROM THE GL BALANCE MASTER      *
      * (GLBAL) AT THE CLOSE OF THE LAST PERIOD CLOSED ON THE GL      *
      * PERIOD CONTROL (GLCTL), OR OF THE PERIOD NAMED BY PARM        *
      * PERIOD=CCYYPP (PERIOD=999999 TAKES THE LATEST PERIOD ON FILE, *
      * AS DOES NO PARM BEFORE THE FIRST CLOSE) - AND PRINTS ON       *
      * ICSRPT:                                                       *
      *   BALANCES BY COMPANY - EACH PARTNER'S RECEIVABLE, PAYABLE    *
      *           AND NET, AND WHAT THE COMPANY OWES THE OTHERS IN    *
      *           TOTAL.                                              *
      *   SETTLEMENT BY PAIR - WHO OWES WHOM FOR EACH PAIR OF         *
      *           COMPANIES, PROVED AGAINST THE PARTNER'S OWN BOOKS:  *
      *           WHAT ONE SIDE OWES BY ITS PAYABLE AND RECEIVABLE    *
      *           MUST BE WHAT THE OTHER SIDE IS OWED BY ITS OWN.     *
      * EACH PARTNER IS EXPECTED TO HAVE ITS OWN DUE-TO AND DUE-FROM  *
      * ACCOUNTS; A SHARED ACCOUNT IS REPORTED AGAINST EVERY PARTNER  *
      * THAT NAMES IT.                                                *
      * RC=4 - A PAIR WHOSE TWO SIDES DISAGREE, OR A PAIR SET UP FROM *
      *        ONE SIDE ONLY (LISTED).                                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    INTERCOMPANY ACCOUNT MASTER - READ FRONT TO BACK, SO THE
      *    PAIRS ARRIVE IN COMPANY AND PARTNER ORDER.
           SELECT IC-FILE ASSIGN TO "ICACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ICA-KEY
               FILE STATUS IS WS-ICACCT-STATUS.

      *    BALANCE MASTER - DYNAMIC ACCESS: POSITIONED AT EACH
      *    ACCOUNT'S FIRST PERIOD AND BROWSED TO ITS LAST.
           SELECT GL-BAL-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT GL-CTL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.

           SELECT ICS-REPORT-FILE ASSIGN TO "ICSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * INTERCOMPANY ACCOUNT MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY ICACCT.

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

       FD  ICS-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ICS-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-ICACCT-EOF-SW   PIC X(01) VALUE 'N'.
             88 ICACCT-AT-END      VALUE 'Y'.
          02 WS-GLBAL-EOF-SW    PIC X(01) VALUE 'N'.
             88 GLBAL-AT-END       VALUE 'Y'.
          02 WS-ICACCT-SW       PIC X(01) VALUE 'Y'.
             88 IC-MASTER-PRESENT  VALUE 'Y'.
             88 IC-MASTER-ABSENT   VALUE 'N'.

      ****************************************************************
      * PAIR TABLE - ONE ENTRY PER ICACCT RECORD, IN KEY ORDER, WITH  *
      * THE COMPANY'S RECEIVABLE FROM AND PAYABLE TO THE PARTNER,     *
      * BOTH POSITIVE WHEN THE ACCOUNT HAS ITS NORMAL BALANCE.  THE   *
      * NET IS PAYABLE LESS RECEIVABLE: POSITIVE WHEN THE COMPANY     *
      * OWES THE PARTNER, NEGATIVE WHEN THE PARTNER OWES IT.          *
      ****************************************************************
       01 WS-PR-TABLE-AREA.
          02 WS-PR-ENTRY OCCURS 500 TIMES.
             03 WS-PR-COMPANY        PIC X(3).
             03 WS-PR-PARTNER        PIC X(3).
             03 WS-PR-DUE-FROM-ACCT  PIC 9(5).
             03 WS-PR-DUE-TO-ACCT    PIC 9(5).
             03 WS-PR-RECEIVABLE     PIC S9(11)V9(2).
             03 WS-PR-PAYABLE        PIC S9(11)V9(2).
             03 WS-PR-NET            PIC S9(11)V9(2).

       77 WS-PR-MAX              PIC 9(4) COMP VALUE 500.
       77 WS-PR-COUNT            PIC 9(4) COMP VALUE ZERO.
       77 WS-PR-SUB              PIC 9(4) COMP VALUE ZERO.
       77 WS-PR-REV-SUB          PIC 9(4) COMP VALUE ZERO.
       77 WS-PR-SCAN-SUB         PIC 9(4) COMP VALUE ZERO.

      ****************************************************************
      * BALANCE LOOKUP - THE COMPANY AND ACCOUNT TO FIND, AND THE     *
      * CLOSING BALANCE OF ITS LATEST PERIOD NOT AFTER THE AS-AT      *
      * PERIOD (ZERO WHEN IT HAS NONE).                               *
      ****************************************************************
       01 WS-LOOK-COMPANY        PIC X(3) VALUE SPACES.
       01 WS-LOOK-ACCOUNT        PIC 9(5) VALUE ZERO.
       01 WS-LOOK-BALANCE        PIC S9(11)V9(2) VALUE ZERO.

      *    AS-AT PERIOD CCYYPP - ALL NINES TAKES THE LATEST ON FILE
       01 WS-AS-AT-PERIOD.
          02 WS-AS-AT-YEAR       PIC 9(4) VALUE 9999.
          02 WS-AS-AT-NUM        PIC 9(2) VALUE 99.

      ****************************************************************
      * ONE COMPANY'S TOTALS AND THE RUN COUNTS                       *
      ****************************************************************
       01 WS-CO-TOTALS.
          02 WS-CUR-COMPANY      PIC X(3) VALUE LOW-VALUES.
          02 WS-CO-RECEIVABLE    PIC S9(13)V9(2) VALUE ZERO.
          02 WS-CO-PAYABLE       PIC S9(13)V9(2) VALUE ZERO.
          02 WS-CO-NET           PIC S9(13)V9(2) VALUE ZERO.

       01 WS-COUNTERS.
          02 WS-PAIR-COUNT       PIC 9(5) VALUE ZERO.
          02 WS-AGREED-COUNT     PIC 9(5) VALUE ZERO.
          02 WS-DIFFER-COUNT     PIC 9(5) VALUE ZERO.
          02 WS-ONE-SIDED-COUNT  PIC 9(5) VALUE ZERO.

       01 WS-OWER                PIC X(3) VALUE SPACES.
       01 WS-OWED                PIC X(3) VALUE SPACES.
       01 WS-SETTLE-AMOUNT       PIC S9(13)V9(2) VALUE ZERO.
       01 WS-DIFFERENCE          PIC S9(13)V9(2) VALUE ZERO.
       01 WS-PROOF-TEXT          PIC X(50) VALUE SPACES.

       01 WS-COUNT-ED            PIC ZZZZ9.
       01 WS-RECEIVABLE-ED       PIC -ZZZZZZZZZZ9.99.
       01 WS-PAYABLE-ED          PIC -ZZZZZZZZZZ9.99.
       01 WS-NET-ED              PIC -ZZZZZZZZZZ9.99.
       01 WS-AMOUNT-ED           PIC ZZZZZZZZZZ9.99.
       01 WS-DIFFERENCE-ED       PIC -ZZZZZZZZZZ9.99.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING.
          02 FILLER PIC X(40) VALUE
             "INTERCOMPANY SETTLEMENT - ICSETL".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-ICACCT-STATUS    PIC X(02) VALUE "00".
             88 ICACCT-STATUS-OK     VALUE "00".
             88 ICACCT-FILE-MISSING  VALUE "35".
          02 WS-GLBAL-STATUS     PIC X(02) VALUE "00".
             88 GLBAL-STATUS-OK      VALUE "00".
          02 WS-GLCTL-STATUS     PIC X(02) VALUE "00".
             88 GLCTL-STATUS-OK      VALUE "00".
          02 WS-ICSRPT-STATUS    PIC X(02) VALUE "00".
             88 ICSRPT-STATUS-OK     VALUE "00".

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
           IF IC-MASTER-PRESENT
               PERFORM 2000-LOAD-PAIRS THRU 2000-EXIT
           END-IF.
           IF WS-PR-COUNT = ZERO
               PERFORM 2900-NO-PAIRS THRU 2900-EXIT
           ELSE
               PERFORM 3000-PRINT-BALANCES THRU 3000-EXIT
               PERFORM 4000-PRINT-SETTLEMENT THRU 4000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - EDIT THE PARM, READ THE PERIOD CONTROL AND  *
      * OPEN FILES.  NO INTERCOMPANY MASTER MEANS NO PAIRS ARE SET UP *
      * YET.                                                          *
      ****************************************************************
       1000-INITIALIZE.
           IF LS-PARM-LEN > ZERO
               IF LS-PARM-LEN < 13
                OR LS-PARM-TEXT(1:7) NOT = "PERIOD="
                OR LS-PARM-TEXT(8:6) NOT NUMERIC
                   DISPLAY "ICSETL - PARM MUST BE PERIOD=CCYYPP "
                       "OR OMITTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LS-PARM-TEXT(8:6) TO WS-AS-AT-PERIOD
           END-IF.

           OPEN INPUT GL-CTL-FILE.
           IF NOT GLCTL-STATUS-OK
               DISPLAY "ICSETL - OPEN ERR - GL-CTL-FILE, STATUS = "
                   WS-GLCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GL-CTL-FILE
               AT END
                   DISPLAY "ICSETL - GLCTL CONTROL RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE GL-CTL-FILE.

      *    NO PARM - THE LAST PERIOD CLOSED, SO THE MONTH-END RUN
      *    SETTLES THE PERIOD GLCLOSE HAS JUST CLOSED.  BEFORE THE
      *    FIRST CLOSE THERE IS NONE, AND THE LATEST ON FILE STANDS.
           IF LS-PARM-LEN = ZERO
              AND GLC-LAST-CLOSED NOT = ZERO
               MOVE GLC-LAST-CLOSED TO WS-AS-AT-PERIOD
           END-IF.

           OPEN INPUT IC-FILE.
           IF ICACCT-FILE-MISSING
               SET IC-MASTER-ABSENT TO TRUE
           ELSE
               IF NOT ICACCT-STATUS-OK
                   DISPLAY "ICSETL - OPEN ERR - IC-FILE, STATUS = "
                       WS-ICACCT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT GL-BAL-FILE.
           IF NOT GLBAL-STATUS-OK
               DISPLAY "ICSETL - OPEN ERR - GL-BAL-FILE, STATUS = "
                   WS-GLBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ICS-REPORT-FILE.
           IF NOT ICSRPT-STATUS-OK
               DISPLAY "ICSETL - OPEN ERR - ICS-REPORT, STATUS = "
                   WS-ICSRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-LOAD-PAIRS - TABLE EVERY PAIR ON THE INTERCOMPANY MASTER *
      * WITH ITS BALANCES.                                            *
      ****************************************************************
       2000-LOAD-PAIRS.
           PERFORM 2100-LOAD-ONE-PAIR THRU 2100-EXIT
               UNTIL ICACCT-AT-END.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-LOAD-ONE-PAIR - ONE ICACCT RECORD: LOOK UP THE BALANCE   *
      * OF EACH OF ITS ACCOUNTS.  BALANCES ARE DEBIT-POSITIVE, SO THE *
      * PAYABLE IS THE DUE-TO BALANCE WITH ITS SIGN TURNED.           *
      ****************************************************************
       2100-LOAD-ONE-PAIR.
           READ IC-FILE NEXT RECORD
               AT END
                   SET ICACCT-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-PR-COUNT = WS-PR-MAX
               DISPLAY "ICSETL - PAIR TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PR-COUNT.
           MOVE ICA-COMPANY   TO WS-PR-COMPANY(WS-PR-COUNT).
           MOVE ICA-PARTNER   TO WS-PR-PARTNER(WS-PR-COUNT).
           MOVE ICA-DUE-FROM-ACCOUNT
                              TO WS-PR-DUE-FROM-ACCT(WS-PR-COUNT).
           MOVE ICA-DUE-TO-ACCOUNT
                              TO WS-PR-DUE-TO-ACCT(WS-PR-COUNT).

           MOVE ICA-COMPANY          TO WS-LOOK-COMPANY.
           MOVE ICA-DUE-FROM-ACCOUNT TO WS-LOOK-ACCOUNT.
           PERFORM 2200-GET-BALANCE THRU 2200-EXIT.
           MOVE WS-LOOK-BALANCE TO WS-PR-RECEIVABLE(WS-PR-COUNT).

           MOVE ICA-DUE-TO-ACCOUNT   TO WS-LOOK-ACCOUNT.
           PERFORM 2200-GET-BALANCE THRU 2200-EXIT.
           COMPUTE WS-PR-PAYABLE(WS-PR-COUNT) = ZERO - WS-LOOK-BALANCE.

           COMPUTE WS-PR-NET(WS-PR-COUNT) =
               WS-PR-PAYABLE(WS-PR-COUNT)
             - WS-PR-RECEIVABLE(WS-PR-COUNT).
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-GET-BALANCE - POSITION AT THE ACCOUNT'S FIRST PERIOD AND *
      * KEEP THE CLOSING BALANCE OF EACH PERIOD UP TO THE AS-AT ONE.  *
      ****************************************************************
       2200-GET-BALANCE.
           MOVE ZERO TO WS-LOOK-BALANCE.
           MOVE 'N'  TO WS-GLBAL-EOF-SW.
           MOVE WS-LOOK-COMPANY TO GLB-COMPANY.
           MOVE WS-LOOK-ACCOUNT TO GLB-ACCOUNT.
           MOVE ZERO            TO GLB-PERIOD.
           START GL-BAL-FILE KEY NOT < GLB-KEY
               INVALID KEY
                   SET GLBAL-AT-END TO TRUE
           END-START.
           PERFORM 2210-READ-ONE-BALANCE THRU 2210-EXIT
               UNTIL GLBAL-AT-END.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2210-READ-ONE-BALANCE - ONE PERIOD OF THE ACCOUNT.  THE       *
      * BROWSE ENDS AT THE NEXT ACCOUNT OR A PERIOD PAST THE AS-AT.   *
      ****************************************************************
       2210-READ-ONE-BALANCE.
           READ GL-BAL-FILE NEXT RECORD
               AT END
                   SET GLBAL-AT-END TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF GLB-COMPANY NOT = WS-LOOK-COMPANY
              OR GLB-ACCOUNT NOT = WS-LOOK-ACCOUNT
              OR GLB-PERIOD > WS-AS-AT-PERIOD
               SET GLBAL-AT-END TO TRUE
               GO TO 2210-EXIT
           END-IF.
           MOVE GLB-CLOSING-BAL TO WS-LOOK-BALANCE.
       2210-EXIT.
           EXIT.

      ****************************************************************
      * 2900-NO-PAIRS - NOTHING IS SET UP ON THE INTERCOMPANY MASTER  *
      ****************************************************************
       2900-NO-PAIRS.
           WRITE ICS-REPORT-RECORD FROM WS-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "NO INTERCOMPANY PAIRS SET UP" TO WS-PRINT-LINE.
           WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
       2900-EXIT.
           EXIT.

      ****************************************************************
      * 3000-PRINT-BALANCES - EACH COMPANY'S PARTNERS, WITH A TOTAL   *
      * AT EACH CHANGE OF COMPANY.                                    *
      ****************************************************************
       3000-PRINT-BALANCES.
           WRITE ICS-REPORT-RECORD FROM WS-HEADING
               AFTER ADVANCING PAGE.
           PERFORM 9000-BUILD-AS-AT-LINE THRU 9000-EXIT.
           WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "BALANCES BY COMPANY - RECEIVABLE FROM AND PAYABLE TO"
               TO WS-PRINT-LINE.
           WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3100-PRINT-ONE-PAIR THRU 3100-EXIT
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PR-COUNT.
           PERFORM 3200-PRINT-COMPANY-TOTAL THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3100-PRINT-ONE-PAIR - A NEW COMPANY CLOSES THE LAST ONE'S     *
      * TOTAL AND STARTS ITS OWN.                                     *
      ****************************************************************
       3100-PRINT-ONE-PAIR.
           IF WS-PR-COMPANY(WS-PR-SUB) NOT = WS-CUR-COMPANY
               IF WS-PR-SUB > 1
                   PERFORM 3200-PRINT-COMPANY-TOTAL THRU 3200-EXIT
               END-IF
               MOVE WS-PR-COMPANY(WS-PR-SUB) TO WS-CUR-COMPANY
               MOVE ZERO TO WS-CO-RECEIVABLE
               MOVE ZERO TO WS-CO-PAYABLE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "COMPANY "      DELIMITED BY SIZE
                      WS-CUR-COMPANY  DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           ADD WS-PR-RECEIVABLE(WS-PR-SUB) TO WS-CO-RECEIVABLE.
           ADD WS-PR-PAYABLE(WS-PR-SUB)    TO WS-CO-PAYABLE.

           MOVE WS-PR-NET(WS-PR-SUB) TO WS-SETTLE-AMOUNT.
           MOVE SPACES TO WS-PROOF-TEXT.
           IF WS-SETTLE-AMOUNT > ZERO
               MOVE "OWES PARTNER" TO WS-PROOF-TEXT
           END-IF.
           IF WS-SETTLE-AMOUNT < ZERO
               MOVE "OWED BY PARTNER" TO WS-PROOF-TEXT
               COMPUTE WS-SETTLE-AMOUNT = ZERO - WS-SETTLE-AMOUNT
           END-IF.
           IF WS-SETTLE-AMOUNT = ZERO
               MOVE "SETTLED" TO WS-PROOF-TEXT
           END-IF.

           MOVE WS-PR-RECEIVABLE(WS-PR-SUB) TO WS-RECEIVABLE-ED.
           MOVE WS-PR-PAYABLE(WS-PR-SUB)    TO WS-PAYABLE-ED.
           MOVE WS-SETTLE-AMOUNT            TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  PARTNER "    DELIMITED BY SIZE
                  WS-PR-PARTNER(WS-PR-SUB)
                                  DELIMITED BY SIZE
                  "  DUE-FROM "   DELIMITED BY SIZE
                  WS-PR-DUE-FROM-ACCT(WS-PR-SUB)
                                  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-RECEIVABLE-ED DELIMITED BY SIZE
                  "  DUE-TO "     DELIMITED BY SIZE
                  WS-PR-DUE-TO-ACCT(WS-PR-SUB)
                                  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-PAYABLE-ED   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-AMOUNT-ED    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-PROOF-TEXT   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3200-PRINT-COMPANY-TOTAL - WHAT THE COMPANY IS OWED BY AND    *
      * OWES THE OTHERS, AND THE NET                                  *
      ****************************************************************
       3200-PRINT-COMPANY-TOTAL.
           COMPUTE WS-CO-NET = WS-CO-PAYABLE - WS-CO-RECEIVABLE.
           MOVE WS-CO-RECEIVABLE TO WS-RECEIVABLE-ED.
           MOVE WS-CO-PAYABLE    TO WS-PAYABLE-ED.
           MOVE WS-CO-NET        TO WS-NET-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL "          DELIMITED BY SIZE
                  WS-CUR-COMPANY      DELIMITED BY SIZE
                  "  OWED BY OTHERS " DELIMITED BY SIZE
                  WS-RECEIVABLE-ED    DELIMITED BY SIZE
                  "  OWES OTHERS "    DELIMITED BY SIZE
                  WS-PAYABLE-ED       DELIMITED BY SIZE
                  "  NET OWES "       DELIMITED BY SIZE
                  WS-NET-ED           DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 4000-PRINT-SETTLEMENT - ONE LINE PER PAIR OF COMPANIES, ON A  *
      * NEW PAGE, THEN THE RUN COUNTS.                                *
      ****************************************************************
       4000-PRINT-SETTLEMENT.
           WRITE ICS-REPORT-RECORD FROM WS-HEADING
               AFTER ADVANCING PAGE.
           PERFORM 9000-BUILD-AS-AT-LINE THRU 9000-EXIT.
           WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "SETTLEMENT BY PAIR - PROVED SIDE AGAINST SIDE"
               TO WS-PRINT-LINE.
           WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 4100-SETTLE-ONE-PAIR THRU 4100-EXIT
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PR-COUNT.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-PAIR-COUNT TO WS-COUNT-ED.
           STRING "PAIRS OF COMPANIES : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-AGREED-COUNT TO WS-COUNT-ED.
           STRING "SIDES AGREE        : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-DIFFER-COUNT TO WS-COUNT-ED.
           STRING "SIDES DISAGREE     : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ONE-SIDED-COUNT TO WS-COUNT-ED.
           STRING "SET UP ONE SIDE    : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 4100-SETTLE-ONE-PAIR - A PAIR SET UP FROM BOTH SIDES IS       *
      * PRINTED ONCE, FROM THE LOWER COMPANY'S ENTRY; ONE SET UP      *
      * FROM ONE SIDE ONLY IS PRINTED FROM THAT SIDE AND FLAGGED.     *
      * THE PARTNER'S NET IS WHAT IT OWES THE COMPANY, SO THE TWO     *
      * SIDES AGREE WHEN THE NETS ADD TO ZERO.                        *
      ****************************************************************
       4100-SETTLE-ONE-PAIR.
           MOVE ZERO TO WS-PR-REV-SUB.
           PERFORM 4110-FIND-REVERSE THRU 4110-EXIT
               VARYING WS-PR-SCAN-SUB FROM 1 BY 1
               UNTIL WS-PR-SCAN-SUB > WS-PR-COUNT
                  OR WS-PR-REV-SUB > ZERO.
           IF WS-PR-REV-SUB > ZERO
              AND WS-PR-COMPANY(WS-PR-SUB) > WS-PR-PARTNER(WS-PR-SUB)
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-PAIR-COUNT.

           MOVE WS-PR-NET(WS-PR-SUB) TO WS-SETTLE-AMOUNT.
           IF WS-SETTLE-AMOUNT < ZERO
               MOVE WS-PR-PARTNER(WS-PR-SUB) TO WS-OWER
               MOVE WS-PR-COMPANY(WS-PR-SUB) TO WS-OWED
               COMPUTE WS-SETTLE-AMOUNT = ZERO - WS-SETTLE-AMOUNT
           ELSE
               MOVE WS-PR-COMPANY(WS-PR-SUB) TO WS-OWER
               MOVE WS-PR-PARTNER(WS-PR-SUB) TO WS-OWED
           END-IF.
           MOVE WS-SETTLE-AMOUNT TO WS-AMOUNT-ED.

           MOVE SPACES TO WS-PROOF-TEXT.
           IF WS-PR-REV-SUB = ZERO
               ADD 1 TO WS-ONE-SIDED-COUNT
               STRING "*** NOT SET UP FOR "    DELIMITED BY SIZE
                      WS-PR-PARTNER(WS-PR-SUB) DELIMITED BY SIZE
                      " ***"                   DELIMITED BY SIZE
                   INTO WS-PROOF-TEXT
               END-STRING
           ELSE
               COMPUTE WS-DIFFERENCE =
                   WS-PR-NET(WS-PR-SUB) + WS-PR-NET(WS-PR-REV-SUB)
               IF WS-DIFFERENCE = ZERO
                   ADD 1 TO WS-AGREED-COUNT
                   MOVE "AGREED" TO WS-PROOF-TEXT
               ELSE
                   ADD 1 TO WS-DIFFER-COUNT
                   MOVE WS-DIFFERENCE TO WS-DIFFERENCE-ED
                   STRING "*** SIDES DIFFER BY " DELIMITED BY SIZE
                          WS-DIFFERENCE-ED     DELIMITED BY SIZE
                          " ***"               DELIMITED BY SIZE
                       INTO WS-PROOF-TEXT
                   END-STRING
               END-IF
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-SETTLE-AMOUNT = ZERO
               STRING WS-PR-COMPANY(WS-PR-SUB) DELIMITED BY SIZE
                      " AND "                  DELIMITED BY SIZE
                      WS-PR-PARTNER(WS-PR-SUB) DELIMITED BY SIZE
                      "  SETTLED            "  DELIMITED BY SIZE
                      "               "        DELIMITED BY SIZE
                      WS-PROOF-TEXT            DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING WS-OWER                  DELIMITED BY SIZE
                      " OWES "                 DELIMITED BY SIZE
                      WS-OWED                  DELIMITED BY SIZE
                      "  "                     DELIMITED BY SIZE
                      WS-AMOUNT-ED             DELIMITED BY SIZE
                      "                     "  DELIMITED BY SIZE
                      WS-PROOF-TEXT            DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           WRITE ICS-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 4110-FIND-REVERSE - THE PARTNER'S OWN ENTRY FOR THE COMPANY   *
      ****************************************************************
       4110-FIND-REVERSE.
           IF WS-PR-COMPANY(WS-PR-SCAN-SUB) = WS-PR-PARTNER(WS-PR-SUB)
              AND WS-PR-PARTNER(WS-PR-SCAN-SUB)
                = WS-PR-COMPANY(WS-PR-SUB)
               MOVE WS-PR-SCAN-SUB TO WS-PR-REV-SUB
           END-IF.
       4110-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - SET THE RETURN CODE AND CLOSE                *
      ****************************************************************
       8000-TERMINATE.
           IF WS-DIFFER-COUNT > ZERO
              OR WS-ONE-SIDED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF IC-MASTER-PRESENT
               CLOSE IC-FILE
           END-IF.
           CLOSE GL-BAL-FILE.
           CLOSE ICS-REPORT-FILE.
       8000-EXIT.
           EXIT.

      ****************************************************************
      * 9000-BUILD-AS-AT-LINE - THE BALANCES' PERIOD SUBHEADING       *
      ****************************************************************
       9000-BUILD-AS-AT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-AS-AT-PERIOD = "999999"
               MOVE "BALANCES AS AT THE LATEST PERIOD ON FILE"
                   TO WS-PRINT-LINE
           ELSE
               STRING "BALANCES AS AT THE CLOSE OF PERIOD "
                                      DELIMITED BY SIZE
                      WS-AS-AT-YEAR   DELIMITED BY SIZE
                      "/"             DELIMITED BY SIZE
                      WS-AS-AT-NUM    DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
       9000-EXIT.
           EXIT.
