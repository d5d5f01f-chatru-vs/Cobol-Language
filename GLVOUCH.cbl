      *                  CORPORATE LEDGER LOADS DIRECTLY.  A VOUCHER   *
      *                  WHOSE SIDES DO NOT CROSS-FOOT IS REFUSED -    *
      *                  NOTHING IS RELEASED AND THE RUN ENDS RC=8.    *
      * 10.15.2026 CP    SUMMARIZED BY COMPANY AS WELL - ONE LINE PER  *
      *                  COMPANY, ACCOUNT AND POSTING DATE, JV-COMPANY *
      *                  ON EACH DETAIL, AND THE REPORT SUBTOTALS EACH *
      *                  COMPANY.  A COMPANY WHOSE LINES DO NOT NET TO *
      *                  ZERO IS FLAGGED AND ENDS THE RUN RC=4.        *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLVOUCH.
      * GL JOURNAL VOUCHER INTERFACE RUN.  READS THE DAY'S JOURNAL     *
      * POSTING FILE (GLPOST - ONE RECORD PER TRANSACTION, WRITTEN BY  *
      * THE DAILY EDIT RUN), NETS THE DEBITS AGAINST THE CREDITS PER   *
      * GLP-COMPANY, GLP-ACCOUNT AND GLP-POST-DATE, AND WRITES THE     *
      * JOURNAL VOUCHER INTERFACE FILE (JVFILE) WITH A HEADER AND A    *
      * DEBITS-EQUALS-CREDITS TRAILER.  THE REPORT SUBTOTALS EACH      *
      * COMPANY - THE DAILY EDIT RUN'S INTERCOMPANY ENTRIES SHOULD     *
      * LEAVE EVERY COMPANY NETTING TO ZERO, AND ONE THAT DOES NOT IS  *
      * FLAGGED AND ENDS THE RUN RC=4 (THE VOUCHER STILL RELEASES).    *
      * THE VOUCHER IS RELEASED ONLY WHEN ITS TWO SIDES CROSS-FOOT -   *
      * AN OUT-OF-BALANCE DAY PRODUCES THE REPORT AND RC=8 BUT NO      *
      * INTERFACE FILE, SO THE LEDGER CAN NEVER LOAD A LOPSIDED        *
      * VOUCHER.  ACCOUNTING STOPS RE-KEYING THE TRIAL BALANCE PAGE    *
      * BY HAND.                                                       *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             88 VOUCHER-REFUSED    VALUE 'N'.

      ****************************************************************
      * SUMMARY TABLE - ONE ENTRY PER DISTINCT COMPANY, ACCOUNT AND   *
      * POSTING DATE SEEN ON THE DAY'S GLPOST FILE.  THE NET          *
      * ACCUMULATES DEBITS POSITIVE AND CREDITS NEGATIVE, SO ITS      *
      * SIGN DECIDES THE VOUCHER LINE'S SIDE.                         *
      ****************************************************************
       01 WS-SUM-TABLE-AREA.
          02 WS-SUM-ENTRY OCCURS 2000 TIMES.
             03 WS-SUM-COMPANY   PIC X(3).
             03 WS-SUM-ACCOUNT   PIC 9(5).
             03 WS-SUM-DATE      PIC 9(7).
             03 WS-SUM-NET       PIC S9(9)V9(2).

       77 WS-SUM-MAX             PIC 9(4) COMP VALUE 2000.
       77 WS-SUM-COUNT           PIC 9(4) COMP VALUE ZERO.
       77 WS-SUM-SUB             PIC 9(4) COMP VALUE ZERO.
       77 WS-SUM-HIT-SUB         PIC 9(4) COMP VALUE ZERO.
       77 WS-SORT-LIMIT          PIC 9(4) COMP VALUE ZERO.

      * EXCHANGE-SORT HOLD AREA - THE VOUCHER LISTS BY COMPANY, IN
      * ACCOUNT ORDER WITHIN DATE, THE ORDER THE LEDGER LOAD EXPECTS.
       01 WS-SUM-HOLD.
          02 WS-HOLD-COMPANY     PIC X(3).
          02 WS-HOLD-ACCOUNT     PIC 9(5).
          02 WS-HOLD-DATE        PIC 9(7).
          02 WS-HOLD-NET         PIC S9(9)V9(2).
          02 WS-TOTAL-CREDITS    PIC 9(9)V9(2) VALUE ZERO.
          02 WS-JV-VARIANCE      PIC S9(9)V9(2) VALUE ZERO.

      * COMPANY CONTROL BREAK ON THE RELEASED LINES
       01 WS-COMPANY-TOTALS.
          02 WS-PRV-COMPANY      PIC X(3) VALUE LOW-VALUES.
          02 WS-CO-DEBITS        PIC 9(9)V9(2) VALUE ZERO.
          02 WS-CO-CREDITS       PIC 9(9)V9(2) VALUE ZERO.
          02 WS-CO-VARIANCE      PIC S9(9)V9(2) VALUE ZERO.
          02 WS-CO-OUT-COUNT     PIC 9(5) VALUE ZERO.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-NET-AMOUNT          PIC 9(9)V9(2) VALUE ZERO.
       01 WS-AMOUNT-ED           PIC ZZZZZZZZ9.99.
       01 WS-CREDITS-ED          PIC ZZZZZZZZ9.99.
       01 WS-VARIANCE-ED         PIC -9(9).9(2).

      ****************************************************************

      ****************************************************************
      * 2000-SUMMARIZE-ONE-POSTING - NET ONE POSTING INTO ITS         *
      * COMPANY/ACCOUNT/DATE SUMMARY ENTRY, DEBITS POSITIVE AND       *
      * CREDITS NEGATIVE.                                             *
      ****************************************************************
       2000-SUMMARIZE-ONE-POSTING.
           ADD 1 TO WS-POST-COUNT.

      ****************************************************************
      * 3000-FIND-SUMMARY-ENTRY - FIND OR CREATE THE SUMMARY ENTRY    *
      * FOR GLP-COMPANY, GLP-ACCOUNT AND GLP-POST-DATE, LEAVING ITS   *
      * SUBSCRIPT IN WS-SUM-HIT-SUB.                                  *
      ****************************************************************
       3000-FIND-SUMMARY-ENTRY.
           MOVE ZERO TO WS-SUM-HIT-SUB.
               STOP RUN
           END-IF.
           ADD 1 TO WS-SUM-COUNT.
           MOVE GLP-COMPANY   TO WS-SUM-COMPANY(WS-SUM-COUNT).
           MOVE GLP-ACCOUNT   TO WS-SUM-ACCOUNT(WS-SUM-COUNT).
           MOVE GLP-POST-DATE TO WS-SUM-DATE(WS-SUM-COUNT).
           MOVE ZERO          TO WS-SUM-NET(WS-SUM-COUNT).
      * 3100-TEST-ONE-ENTRY - COMPARE ONE SUMMARY TABLE ENTRY         *
      ****************************************************************
       3100-TEST-ONE-ENTRY.
           IF WS-SUM-COMPANY(WS-SUM-SUB) = GLP-COMPANY
              AND WS-SUM-ACCOUNT(WS-SUM-SUB) = GLP-ACCOUNT
              AND WS-SUM-DATE(WS-SUM-SUB) = GLP-POST-DATE
               MOVE WS-SUM-SUB TO WS-SUM-HIT-SUB
           END-IF.
           EXIT.

      ****************************************************************
      * 4000-SORT-SUMMARY - EXCHANGE-SORT THE SUMMARY INTO COMPANY,   *
      * THEN POSTING DATE, THEN ACCOUNT ORDER - THE LEDGER LOAD'S     *
      * DATE/ACCOUNT ORDER WITHIN EACH COMPANY.                       *
      ****************************************************************
       4000-SORT-SUMMARY.
           IF WS-SUM-COUNT < 2
      * 4200-COMPARE-AND-SWAP - SWAP ADJACENT ENTRIES OUT OF ORDER    *
      ****************************************************************
       4200-COMPARE-AND-SWAP.
           IF WS-SUM-COMPANY(WS-SUM-HIT-SUB) >
                  WS-SUM-COMPANY(WS-SUM-HIT-SUB + 1)
            OR (WS-SUM-COMPANY(WS-SUM-HIT-SUB) =
                  WS-SUM-COMPANY(WS-SUM-HIT-SUB + 1)
                AND WS-SUM-DATE(WS-SUM-HIT-SUB) >
                  WS-SUM-DATE(WS-SUM-HIT-SUB + 1))
            OR (WS-SUM-COMPANY(WS-SUM-HIT-SUB) =
                  WS-SUM-COMPANY(WS-SUM-HIT-SUB + 1)
                AND WS-SUM-DATE(WS-SUM-HIT-SUB) =
                  WS-SUM-DATE(WS-SUM-HIT-SUB + 1)
                AND WS-SUM-ACCOUNT(WS-SUM-HIT-SUB) >
                  WS-SUM-ACCOUNT(WS-SUM-HIT-SUB + 1))
               MOVE WS-SUM-COMPANY(WS-SUM-HIT-SUB) TO WS-HOLD-COMPANY
               MOVE WS-SUM-ACCOUNT(WS-SUM-HIT-SUB) TO WS-HOLD-ACCOUNT
               MOVE WS-SUM-DATE(WS-SUM-HIT-SUB)    TO WS-HOLD-DATE
               MOVE WS-SUM-NET(WS-SUM-HIT-SUB)     TO WS-HOLD-NET
               MOVE WS-SUM-COMPANY(WS-SUM-HIT-SUB + 1)
                   TO WS-SUM-COMPANY(WS-SUM-HIT-SUB)
               MOVE WS-SUM-ACCOUNT(WS-SUM-HIT-SUB + 1)
                   TO WS-SUM-ACCOUNT(WS-SUM-HIT-SUB)
               MOVE WS-SUM-DATE(WS-SUM-HIT-SUB + 1)
                   TO WS-SUM-DATE(WS-SUM-HIT-SUB)
               MOVE WS-SUM-NET(WS-SUM-HIT-SUB + 1)
                   TO WS-SUM-NET(WS-SUM-HIT-SUB)
               MOVE WS-HOLD-COMPANY
                   TO WS-SUM-COMPANY(WS-SUM-HIT-SUB + 1)
               MOVE WS-HOLD-ACCOUNT
                   TO WS-SUM-ACCOUNT(WS-SUM-HIT-SUB + 1)
               MOVE WS-HOLD-DATE TO WS-SUM-DATE(WS-SUM-HIT-SUB + 1)
      ****************************************************************
      * 6000-RELEASE-VOUCHER - WRITE THE HEADER, THE NETTED DETAIL    *
      * LINES AND THE CROSS-FOOTED TRAILER, LISTING EACH LINE ON THE  *
      * REPORT WITH A SUBTOTAL AT EACH CHANGE OF COMPANY.             *
      ****************************************************************
       6000-RELEASE-VOUCHER.
           MOVE SPACES          TO JV-HEADER.
           PERFORM 6100-WRITE-ONE-LINE THRU 6100-EXIT
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT.
           IF WS-PRV-COMPANY NOT = LOW-VALUES
               PERFORM 6200-COMPANY-TOTALS THRU 6200-EXIT
           END-IF.

           MOVE SPACES           TO JV-TRAILER.
           MOVE 'T'              TO JVT-REC-TYPE.
               GO TO 6100-EXIT
           END-IF.

           IF WS-SUM-COMPANY(WS-SUM-SUB) NOT = WS-PRV-COMPANY
               IF WS-PRV-COMPANY NOT = LOW-VALUES
                   PERFORM 6200-COMPANY-TOTALS THRU 6200-EXIT
               END-IF
               MOVE WS-SUM-COMPANY(WS-SUM-SUB) TO WS-PRV-COMPANY
               MOVE ZERO TO WS-CO-DEBITS
               MOVE ZERO TO WS-CO-CREDITS
               MOVE SPACES TO WS-PRINT-LINE
               STRING "COMPANY " DELIMITED BY SIZE
                      WS-PRV-COMPANY DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE JV-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE SPACES TO JV-DETAIL.
           MOVE 'D' TO JV-REC-TYPE.
           MOVE WS-SUM-COMPANY(WS-SUM-SUB) TO JV-COMPANY.
           MOVE WS-SUM-ACCOUNT(WS-SUM-SUB) TO JV-ACCOUNT.
           MOVE WS-SUM-DATE(WS-SUM-SUB)    TO JV-POST-DATE.
           IF WS-SUM-NET(WS-SUM-SUB) > ZERO
               MOVE 'D' TO JV-CRDB-CODE
               MOVE WS-SUM-NET(WS-SUM-SUB) TO WS-NET-AMOUNT
               ADD WS-NET-AMOUNT TO WS-CO-DEBITS
           ELSE
               MOVE 'C' TO JV-CRDB-CODE
               COMPUTE WS-NET-AMOUNT = ZERO - WS-SUM-NET(WS-SUM-SUB)
               ADD WS-NET-AMOUNT TO WS-CO-CREDITS
           END-IF.
           MOVE WS-NET-AMOUNT TO JV-AMOUNT.
           WRITE JV-DETAIL.
       6100-EXIT.
           EXIT.

      ****************************************************************
      * 6200-COMPANY-TOTALS - THE DEPARTING COMPANY'S DEBITS AND      *
      * CREDITS.  THE INTERCOMPANY ENTRIES SHOULD HAVE NETTED EVERY   *
      * COMPANY TO ZERO - ONE THAT DOES NOT IS MISSING ITS DUE-TO/    *
      * DUE-FROM SETUP (SEE THE DAILY EDIT REPORT) AND IS FLAGGED.    *
      ****************************************************************
       6200-COMPANY-TOTALS.
           COMPUTE WS-CO-VARIANCE = WS-CO-DEBITS - WS-CO-CREDITS.
           MOVE WS-CO-DEBITS   TO WS-AMOUNT-ED.
           MOVE WS-CO-CREDITS  TO WS-CREDITS-ED.
           MOVE WS-CO-VARIANCE TO WS-VARIANCE-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-CO-VARIANCE = ZERO
               STRING "COMPANY "     DELIMITED BY SIZE
                      WS-PRV-COMPANY DELIMITED BY SIZE
                      " DEBITS "     DELIMITED BY SIZE
                      WS-AMOUNT-ED   DELIMITED BY SIZE
                      "  CREDITS "   DELIMITED BY SIZE
                      WS-CREDITS-ED  DELIMITED BY SIZE
                      "  BALANCED"   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-CO-OUT-COUNT
               STRING "COMPANY "     DELIMITED BY SIZE
                      WS-PRV-COMPANY DELIMITED BY SIZE
                      " DEBITS "     DELIMITED BY SIZE
                      WS-AMOUNT-ED   DELIMITED BY SIZE
                      "  CREDITS "   DELIMITED BY SIZE
                      WS-CREDITS-ED  DELIMITED BY SIZE
                      "  *** OUT OF BALANCE " DELIMITED BY SIZE
                      WS-VARIANCE-ED DELIMITED BY SIZE
                      " ***"         DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           WRITE JV-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       6200-EXIT.
           EXIT.

      ****************************************************************
      * 7000-REFUSE-VOUCHER - THE SIDES DO NOT CROSS-FOOT.  NOTHING   *
      * IS WRITTEN TO THE INTERFACE FILE - THE LEDGER MUST NEVER SEE  *
           WRITE JV-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-CO-OUT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "COMPANIES OUT OF BAL : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE JV-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE GL-POST-FILE.
           CLOSE JV-FILE.
           CLOSE JV-REPORT-FILE.

      *    A RELEASED VOUCHER WITH A COMPANY OUT OF BALANCE IS A
      *    WARNING, NOT A REFUSAL - THE DAY ITSELF CROSS-FOOTS.
           IF WS-CO-OUT-COUNT > ZERO AND VOUCHER-BALANCED
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
