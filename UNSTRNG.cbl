      *                  THE RUN REFUSES BEFORE ANYTHING POSTS.  THE   *
      *                  RUN HISTORY NOW STAMPS THE VERIFIED           *
      *                  BUSINESS DATE INSTEAD OF THE SYSTEM DATE.     *
      * 10.15.2026 CP    A PAYEE THE BANK HAS RETURNED AN ACH          *
      *                  SETTLEMENT FOR (FLAGGED BY ACHRET) IS PAID    *
      *                  BY PAPER CHECK UNTIL ITS BANK DETAILS ARE     *
      *                  RE-KEYED, AND A RETURNED SETTLEMENT NO        *
      *                  LONGER SCREENS ITS OWN REISSUE AS A           *
      *                  DUPLICATE.                                    *
      * 10.15.2026 CP    AN ACH PAYEE WHOSE BANK DETAILS OR PAYMENT    *
      *                  METHOD WERE CHANGED IN PAYMAINT AND NOT YET   *
      *                  VERIFIED BY CALLBACK IS HELD - NO SETTLEMENT, *
      *                  NO HISTORY - AND LISTED IN ITS OWN SECTION OF *
      *                  THE REPORT AFTER THE CHECK PASS.              *
      * 10.15.2026 CP    EACH GLPOST RECORD NOW CARRIES THE            *
      *                  TRANSACTION'S COMPANY (GLP-COMPANY) FOR THE   *
      *                  GL BALANCE MASTER.                            *
      * 10.15.2026 CP    A COMPANY WHOSE DEBITS AND CREDITS DO NOT     *
      *                  NET TO ZERO AT END OF RUN IS BALANCED WITH    *
      *                  DUE-TO/DUE-FROM ENTRIES AGAINST ITS PARTNER   *
      *                  COMPANIES' INTERCOMPANY ACCOUNTS (ICACCT,     *
      *                  MAINTAINED BY ICMAINT), POSTED TO GLPOST AND  *
      *                  LISTED IN THEIR OWN SECTION OF THE REPORT.    *
      * 10.15.2026 CP    THE PAYMENT HISTORY RECORD CARRIES THE        *
      *                  REGISTER'S COMPANY (CH-COMPANY).              *
      * 10.15.2026 CP    THE RUN HISTORY RECORD CARRIES THE CHECK      *
      *                  PASS'S SUSPECT AND VERIFY-HOLD COUNTS FOR     *
      *                  THE END-OF-DAY PROOF (EODPROOF).              *
      * 10.15.2026 CP    A SELECTION-BUILT CHECK NO LONGER SCREENS     *
      *                  AGAINST THE SELECTION RUN'S OTHER CHECKS      *
      *                  RELEASED EARLIER IN THE SAME PASS - APSELECT  *
      *                  SPLITS A PAYEE OVER THE LIMIT OR ACROSS       *
      *                  COMPANIES, AND EQUAL SPLITS ARE NOT DOUBLE    *
      *                  PAYMENTS.                                     *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNSTRNG.
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

      *    RANDOM ACCESS - READ ONLY AT END OF RUN, FOR THE DUE-TO AND
      *    DUE-FROM ACCOUNTS OF EACH PAIR OF COMPANIES THE BALANCING
      *    ENTRIES SETTLE BETWEEN.
           SELECT IC-FILE ASSIGN TO "ICACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ICA-KEY
               FILE STATUS IS WS-ICACCT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "XTRACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRACT-STATUS.
      * PROCESSING CALENDAR MASTER LAYOUT - SHARED COPYBOOK
          COPY CALREC.

       FD  IC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * INTERCOMPANY ACCOUNT MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY ICACCT.

       FD  EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
             88 COMPANY-FOUND         VALUE 'Y'.
             88 COMPANY-NOT-FOUND     VALUE 'N'.

      ****************************************************************
      * INTERCOMPANY BALANCING.  AT END OF RUN EACH CODED COMPANY'S   *
      * NET (DEBITS LESS CREDITS) IS COPIED HERE AND WORKED DOWN AS   *
      * THE DUE-TO/DUE-FROM ENTRIES ARE POSTED - A NET-DEBIT COMPANY  *
      * OWES, A NET-CREDIT COMPANY IS OWED.  THE ACCOUNTS FOR EACH    *
      * PAIR COME FROM THE INTERCOMPANY ACCOUNT MASTER (ICACCT).      *
      ****************************************************************
       01 WS-IC-NET-AREA.
          02 WS-IC-NET OCCURS 20 TIMES
                                  PIC S9(9)V9(2).

       77 WS-IC-DR-SUB            PIC 9(3) COMP VALUE ZERO.
       77 WS-IC-CR-SUB            PIC 9(3) COMP VALUE ZERO.
       77 WS-IC-POST-SUB          PIC 9(3) COMP VALUE ZERO.

      * ONE GLPOST AMOUNT HOLDS AT MOST 99,999.99, SO A LARGER
      * SETTLEMENT POSTS AS SEVERAL RECORDS OF AT MOST THIS MUCH.
       01 WS-IC-POST-MAX          PIC 9(5)V9(2) VALUE 99999.99.
       01 WS-IC-AMOUNT            PIC S9(9)V9(2) VALUE ZERO.
       01 WS-IC-REMAINING         PIC S9(9)V9(2) VALUE ZERO.
       01 WS-IC-AMOUNT-ED         PIC ZZZZZZZZ9.99.
      * THE ENTRIES ARE DATED THE RUN'S VERIFIED BUSINESS DATE
       01 WS-IC-POST-DATE         PIC 9(7) VALUE ZERO.
       01 WS-IC-DUE-TO-ACCT       PIC 9(5) VALUE ZERO.
       01 WS-IC-DUE-FROM-ACCT     PIC 9(5) VALUE ZERO.
       01 WS-IC-POST-ACCOUNT      PIC 9(5) VALUE ZERO.
       01 WS-IC-POST-CRDB         PIC X(1) VALUE SPACE.
       01 WS-IC-ERROR-TEXT        PIC X(40) VALUE SPACES.
       01 WS-IC-ENTRY-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-IC-ERROR-COUNT       PIC 9(5) VALUE ZERO.

       01 WS-IC-SWITCHES.
          02 WS-IC-MASTER-SW      PIC X(01) VALUE 'Y'.
             88 IC-MASTER-PRESENT     VALUE 'Y'.
             88 IC-MASTER-ABSENT      VALUE 'N'.
          02 WS-IC-PAIR-SW        PIC X(01) VALUE 'Y'.
             88 IC-PAIR-SET-UP        VALUE 'Y'.
             88 IC-PAIR-NOT-SET-UP    VALUE 'N'.
          02 WS-IC-HDG-SW         PIC X(01) VALUE 'N'.
             88 IC-HEADING-PRINTED    VALUE 'Y'.

      ****************************************************************
      * DATE VALIDATION AND JULIAN CONVERSION WORK AREAS (WS-SLASH)   *
      ****************************************************************
       77 WS-ACH-AMT-TOTAL       PIC 9(9)V9(2)  VALUE ZERO.
       01 WS-ACH-AMT-ED          PIC ZZ9.99.

      ****************************************************************
      * BANK-DETAIL VERIFICATION HOLDS - AN ELECTRONIC PAYEE WHOSE    *
      * ROUTING, ACCOUNT OR PAYMENT METHOD WAS CHANGED AND NOT YET    *
      * VERIFIED BY CALLBACK IS NOT SETTLED.  HELD ITEMS ARE TABLED   *
      * AS THEY ARE MET AND PRINT TOGETHER IN THEIR OWN SECTION       *
      * AFTER THE CHECK PASS; PAST THE TABLE CEILING THEY ARE STILL   *
      * HELD AND COUNTED, JUST NOT LISTED ONE BY ONE.                 *
      ****************************************************************
       01 WS-VFY-HOLD-TABLE-AREA.
          02 WS-VFY-HOLD-ENTRY OCCURS 500 TIMES.
             03 WS-VFY-CHECK-NUM  PIC 9(7).
             03 WS-VFY-PAYEE-ID   PIC 9(6).
             03 WS-VFY-AMOUNT     PIC 9(3)V9(2).
             03 WS-VFY-CHG-OPER   PIC X(8).
             03 WS-VFY-CHG-DATE   PIC 9(8).

       77 WS-VFY-HOLD-MAX        PIC 9(5) COMP VALUE 500.
       77 WS-VFY-HOLD-COUNT      PIC 9(5)  VALUE ZERO.
       77 WS-VFY-HOLD-SUB        PIC 9(5) COMP VALUE ZERO.
       77 WS-VFY-HOLD-AMT-TOTAL  PIC 9(9)V9(2) VALUE ZERO.
       01 WS-VFY-TOTAL-ED        PIC ZZZ,ZZZ,ZZ9.99.

      ****************************************************************
      * DUPLICATE-PAYMENT SCREEN.  THE RECENT WINDOW OF THE PAYMENT   *
      * HISTORY (30 DAYS) IS TABLED AT THE START OF THE CHECK PASS;   *
      * OFF THE PRINTER AND LISTED ON THE SUSPECT-PAYMENTS REPORT     *
      * FOR A CLERK TO RELEASE OR KILL.  THIS RUN'S OWN PAYMENTS      *
      * JOIN THE TABLE AS THEY RELEASE, SO A DOUBLE REGISTER RECORD   *
      * IN ONE RUN FLAGS TOO - EXCEPT BETWEEN TWO CHECKS THE PAYMENT  *
      * SELECTION RUN BUILT (COMPANY PRESENT), WHICH NEVER PUTS ONE   *
      * INVOICE ON TWO CHECKS BUT CAN SPLIT A PAYEE INTO EQUAL ONES.  *
      ****************************************************************
       01 WS-HIST-TABLE-AREA.
          02 WS-HIST-ENTRY OCCURS 1000 TIMES.
             03 WS-HIST-AMOUNT    PIC 9(3)V9(2).
             03 WS-HIST-CHECK-NUM PIC 9(7).
             03 WS-HIST-DATE      PIC 9(8).
             03 WS-HIST-RUN-SW    PIC X(01).
                88 HIST-SELECTED-THIS-RUN VALUE 'S'.

       77 WS-HIST-MAX            PIC 9(5) COMP VALUE 1000.
       77 WS-HIST-COUNT          PIC 9(5) COMP VALUE ZERO.
          02 WS-MTD-STATUS       PIC X(02) VALUE "00".
             88 MTD-STATUS-OK         VALUE "00".
             88 MTD-FILE-MISSING      VALUE "35".
          02 WS-ICACCT-STATUS    PIC X(02) VALUE "00".
             88 ICACCT-STATUS-OK      VALUE "00".
             88 ICACCT-FILE-MISSING   VALUE "35".

      ****************************************************************
      * CHECKPOINT / RESTART WORK AREAS                               *
               STOP RUN
           END-IF.

      *    NO INTERCOMPANY MASTER YET (35) IS NOT FATAL - A ONE-
      *    COMPANY SHOP NEVER NEEDS ONE.  ANY COMPANY LEFT OUT OF
      *    BALANCE IS THEN LISTED AS HAVING NO ACCOUNTS SET UP.
           OPEN INPUT IC-FILE.
           IF ICACCT-FILE-MISSING
               SET IC-MASTER-ABSENT TO TRUE
           ELSE
               IF NOT ICACCT-STATUS-OK
                   DISPLAY "UNSTRNG - OPEN ERR - IC-FILE, STATUS = "
                       WS-ICACCT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT GL-POST-FILE.
           IF NOT GLPOST-STATUS-OK
               DISPLAY "UNSTRNG - OPEN ERR - GL-POST-FILE, STATUS = "
           MOVE TR-GL-ACCOUNT  TO GLP-ACCOUNT.
           MOVE WS-JULIAN-DATE TO GLP-POST-DATE.
           MOVE TR-KEY         TO GLP-TRAN-KEY.
           MOVE TR-COMPANY     TO GLP-COMPANY.
           MOVE GLP-CRDB-CODE  TO WS-XT-CRDB-CODE.
           MOVE GLP-AMOUNT     TO WS-XT-CRDB-AMT.
           WRITE GL-POST-RECORD.
               PERFORM 3300-PRINT-COMPANY-TOTALS THRU 3300-EXIT
           END-IF.
           PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.
      *    THE BALANCING ENTRIES POST BEFORE ANYTHING FOOTS, SO THE
      *    CROSS-FOOT, TRIAL BALANCE AND RECAP ALL INCLUDE THEM.
           PERFORM 8150-INTERCOMPANY-ENTRIES THRU 8150-EXIT.
           PERFORM 8200-GL-BALANCE-REPORT THRU 8200-EXIT.
           PERFORM 8250-TRIAL-BALANCE THRU 8250-EXIT.
           PERFORM 8270-COMPANY-RECAP THRU 8270-EXIT.
           CLOSE CONTROL-FILE.
           CLOSE COA-FILE.
           CLOSE CAL-FILE.
           IF IC-MASTER-PRESENT
               CLOSE IC-FILE
           END-IF.
           CLOSE GL-POST-FILE.
           CLOSE EXTRACT-FILE.
       8000-EXIT.
       8100-EXIT.
           EXIT.

      ****************************************************************
      * 8150-INTERCOMPANY-ENTRIES - A COMPANY WHOSE DEBITS AND        *
      * CREDITS DID NOT NET TO ZERO TODAY TRADED WITH ANOTHER         *
      * COMPANY - ONE SIDE OF THE BUSINESS WAS CODED TO IT AND THE    *
      * OTHER SIDE TO SOMEONE ELSE.  EACH NET-DEBIT COMPANY (IT OWES) *
      * IS PAIRED IN TABLE ORDER WITH THE NET-CREDIT COMPANIES (THEY  *
      * ARE OWED) UNTIL ITS NET IS SPENT.  FOR EACH PAIR AND AMOUNT   *
      * THE DEBTOR CREDITS ITS DUE-TO ACCOUNT FOR THE CREDITOR AND    *
      * THE CREDITOR DEBITS ITS DUE-FROM ACCOUNT FOR THE DEBTOR, SO   *
      * BOTH NET TO ZERO AND THE DAY STILL CROSS-FOOTS.  UNCODED      *
      * (BLANK COMPANY) ACTIVITY TAKES NO PART.  A PAIR WITHOUT ITS   *
      * TWO ICACCT RECORDS, OR WHOSE ACCOUNTS ARE OFF THE CHART,      *
      * POSTS NOTHING AND IS LISTED - BOTH COMPANIES THEN STAY OUT    *
      * OF BALANCE ON THE RECAP AND THE VOUCHER RUN.                  *
      ****************************************************************
       8150-INTERCOMPANY-ENTRIES.
           IF WS-COMP-COUNT < 2
               GO TO 8150-EXIT
           END-IF.
           PERFORM 8151-LOAD-ONE-NET THRU 8151-EXIT
               VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > WS-COMP-COUNT.
           PERFORM 8152-SET-POST-DATE THRU 8152-EXIT.
           PERFORM 8155-SETTLE-ONE-DEBTOR THRU 8155-EXIT
               VARYING WS-IC-DR-SUB FROM 1 BY 1
               UNTIL WS-IC-DR-SUB > WS-COMP-COUNT.
           IF NOT IC-HEADING-PRINTED
               GO TO 8150-EXIT
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INTERCOMPANY POSTINGS WRITTEN: " DELIMITED BY SIZE
                  WS-IC-ENTRY-COUNT                 DELIMITED BY SIZE
                  "   PAIRS NOT POSTED: "           DELIMITED BY SIZE
                  WS-IC-ERROR-COUNT                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
       8150-EXIT.
           EXIT.

      ****************************************************************
      * 8151-LOAD-ONE-NET - ONE COMPANY'S NET INTO THE WORKING TABLE  *
      ****************************************************************
       8151-LOAD-ONE-NET.
           IF WS-COMP-CODE(WS-COMP-SUB) = SPACES
               MOVE ZERO TO WS-IC-NET(WS-COMP-SUB)
           ELSE
               COMPUTE WS-IC-NET(WS-COMP-SUB) =
                   WS-COMP-DEBITS(WS-COMP-SUB) -
                   WS-COMP-CREDITS(WS-COMP-SUB)
           END-IF.
       8151-EXIT.
           EXIT.

      ****************************************************************
      * 8152-SET-POST-DATE - THE VERIFIED BUSINESS DATE (CCYYMMDD) TO *
      * JULIAN FOR THE BALANCING ENTRIES.  A HEADERLESS FILE HAS NO   *
      * VERIFIED DATE, SO THE LAST TRANSACTION'S DATE STANDS.         *
      ****************************************************************
       8152-SET-POST-DATE.
           IF WS-VERIFIED-BUS-DATE = ZERO
               MOVE WS-JULIAN-DATE TO WS-IC-POST-DATE
               GO TO 8152-EXIT
           END-IF.
           MOVE WS-VERIFIED-BUS-DATE(1:4) TO WS-SLASH-YYYY.
           MOVE WS-VERIFIED-BUS-DATE(5:2) TO WS-SLASH-MM.
           MOVE WS-VERIFIED-BUS-DATE(7:2) TO WS-SLASH-DD.
           PERFORM 4200-CHECK-LEAP-YEAR THRU 4200-EXIT.
           PERFORM 4300-CONVERT-JULIAN THRU 4300-EXIT.
           MOVE WS-JULIAN-DATE TO WS-IC-POST-DATE.
       8152-EXIT.
           EXIT.

      ****************************************************************
      * 8155-SETTLE-ONE-DEBTOR - PAIR ONE NET-DEBIT COMPANY WITH THE  *
      * NET-CREDIT COMPANIES UNTIL WHAT IT OWES IS SPENT              *
      ****************************************************************
       8155-SETTLE-ONE-DEBTOR.
           IF WS-IC-NET(WS-IC-DR-SUB) NOT > ZERO
               GO TO 8155-EXIT
           END-IF.
           PERFORM 8160-SETTLE-ONE-PAIR THRU 8160-EXIT
               VARYING WS-IC-CR-SUB FROM 1 BY 1
               UNTIL WS-IC-CR-SUB > WS-COMP-COUNT
                  OR WS-IC-NET(WS-IC-DR-SUB) = ZERO.
       8155-EXIT.
           EXIT.

      ****************************************************************
      * 8160-SETTLE-ONE-PAIR - THE SMALLER OF WHAT THE DEBTOR OWES    *
      * AND WHAT THE CREDITOR IS OWED SETTLES BETWEEN THEM.  THE      *
      * WORKING NETS COME DOWN WHETHER OR NOT THE PAIR IS SET UP, SO  *
      * ONE MISSING PAIR NEVER SHIFTS ITS AMOUNT ONTO ANOTHER.        *
      ****************************************************************
       8160-SETTLE-ONE-PAIR.
           IF WS-IC-NET(WS-IC-CR-SUB) NOT < ZERO
               GO TO 8160-EXIT
           END-IF.
           COMPUTE WS-IC-AMOUNT = ZERO - WS-IC-NET(WS-IC-CR-SUB).
           IF WS-IC-AMOUNT > WS-IC-NET(WS-IC-DR-SUB)
               MOVE WS-IC-NET(WS-IC-DR-SUB) TO WS-IC-AMOUNT
           END-IF.
           SUBTRACT WS-IC-AMOUNT FROM WS-IC-NET(WS-IC-DR-SUB).
           ADD WS-IC-AMOUNT TO WS-IC-NET(WS-IC-CR-SUB).

           PERFORM 8165-FIND-PAIR-ACCOUNTS THRU 8165-EXIT.
           IF IC-PAIR-NOT-SET-UP
               ADD 1 TO WS-IC-ERROR-COUNT
               PERFORM 8190-PRINT-IC-LINE THRU 8190-EXIT
               GO TO 8160-EXIT
           END-IF.

      *    DEBTOR SIDE - CREDIT WHAT IT OWES THE CREDITOR
           MOVE WS-IC-DR-SUB        TO WS-IC-POST-SUB.
           MOVE WS-IC-DUE-TO-ACCT   TO WS-IC-POST-ACCOUNT.
           MOVE 'C'                 TO WS-IC-POST-CRDB.
           PERFORM 8170-POST-IC-SIDE THRU 8170-EXIT.
      *    CREDITOR SIDE - DEBIT WHAT THE DEBTOR OWES IT
           MOVE WS-IC-CR-SUB        TO WS-IC-POST-SUB.
           MOVE WS-IC-DUE-FROM-ACCT TO WS-IC-POST-ACCOUNT.
           MOVE 'D'                 TO WS-IC-POST-CRDB.
           PERFORM 8170-POST-IC-SIDE THRU 8170-EXIT.
           PERFORM 8190-PRINT-IC-LINE THRU 8190-EXIT.
       8160-EXIT.
           EXIT.

      ****************************************************************
      * 8165-FIND-PAIR-ACCOUNTS - THE DEBTOR'S DUE-TO ACCOUNT FOR THE *
      * CREDITOR AND THE CREDITOR'S DUE-FROM ACCOUNT FOR THE DEBTOR,  *
      * EACH FROM ITS OWN ICACCT RECORD AND BOTH STILL ON THE CHART.  *
      ****************************************************************
       8165-FIND-PAIR-ACCOUNTS.
           SET IC-PAIR-SET-UP TO TRUE.
           IF IC-MASTER-ABSENT
               SET IC-PAIR-NOT-SET-UP TO TRUE
               MOVE "NO INTERCOMPANY ACCOUNT MASTER"
                   TO WS-IC-ERROR-TEXT
               GO TO 8165-EXIT
           END-IF.

           MOVE WS-COMP-CODE(WS-IC-DR-SUB) TO ICA-COMPANY.
           MOVE WS-COMP-CODE(WS-IC-CR-SUB) TO ICA-PARTNER.
           READ IC-FILE
               INVALID KEY
                   SET IC-PAIR-NOT-SET-UP TO TRUE
                   MOVE "DUE-TO ACCOUNT NOT SET UP" TO WS-IC-ERROR-TEXT
                   GO TO 8165-EXIT
           END-READ.
           MOVE ICA-DUE-TO-ACCOUNT TO WS-IC-DUE-TO-ACCT.

           MOVE WS-COMP-CODE(WS-IC-CR-SUB) TO ICA-COMPANY.
           MOVE WS-COMP-CODE(WS-IC-DR-SUB) TO ICA-PARTNER.
           READ IC-FILE
               INVALID KEY
                   SET IC-PAIR-NOT-SET-UP TO TRUE
                   MOVE "DUE-FROM ACCOUNT NOT SET UP"
                       TO WS-IC-ERROR-TEXT
                   GO TO 8165-EXIT
           END-READ.
           MOVE ICA-DUE-FROM-ACCOUNT TO WS-IC-DUE-FROM-ACCT.

           MOVE WS-IC-DUE-TO-ACCT TO COA-ACCOUNT.
           READ COA-FILE
               INVALID KEY
                   SET IC-PAIR-NOT-SET-UP TO TRUE
                   MOVE "DUE-TO ACCOUNT NOT ON CHART"
                       TO WS-IC-ERROR-TEXT
                   GO TO 8165-EXIT
           END-READ.
           MOVE WS-IC-DUE-FROM-ACCT TO COA-ACCOUNT.
           READ COA-FILE
               INVALID KEY
                   SET IC-PAIR-NOT-SET-UP TO TRUE
                   MOVE "DUE-FROM ACCOUNT NOT ON CHART"
                       TO WS-IC-ERROR-TEXT
                   GO TO 8165-EXIT
           END-READ.
       8165-EXIT.
           EXIT.

      ****************************************************************
      * 8170-POST-IC-SIDE - ONE SIDE OF A SETTLEMENT.  THE ACCOUNT'S  *
      * TRIAL BALANCE ENTRY IS FOUND (OR CREATED) AS FOR ANY POSTING, *
      * THEN THE AMOUNT IS WRITTEN IN AS MANY GLPOST RECORDS AS ITS   *
      * SIZE NEEDS.                                                   *
      ****************************************************************
       8170-POST-IC-SIDE.
           MOVE ZERO TO WS-COA-HIT-SUB.
           MOVE WS-IC-POST-ACCOUNT TO COA-ACCOUNT.
           READ COA-FILE
               INVALID KEY
                   DISPLAY "UNSTRNG - INTERCOMPANY ACCOUNT "
                       WS-IC-POST-ACCOUNT " LOST FROM CHART"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           PERFORM 4025-FIND-ACTIVITY-ENTRY THRU 4025-EXIT.
           MOVE WS-IC-AMOUNT TO WS-IC-REMAINING.
           PERFORM 8175-WRITE-IC-POSTING THRU 8175-EXIT
               UNTIL WS-IC-REMAINING = ZERO.
       8170-EXIT.
           EXIT.

      ****************************************************************
      * 8175-WRITE-IC-POSTING - ONE GLPOST RECORD OF AT MOST          *
      * WS-IC-POST-MAX, ACCUMULATED LIKE ANY OTHER POSTING.  THE      *
      * TRAN KEY IS ZERO - THE ENTRY BELONGS TO NO ONE TRANSACTION.   *
      ****************************************************************
       8175-WRITE-IC-POSTING.
           MOVE SPACES TO GL-POST-RECORD.
           IF WS-IC-REMAINING > WS-IC-POST-MAX
               MOVE WS-IC-POST-MAX  TO GLP-AMOUNT
           ELSE
               MOVE WS-IC-REMAINING TO GLP-AMOUNT
           END-IF.
           SUBTRACT GLP-AMOUNT FROM WS-IC-REMAINING.

           IF WS-IC-POST-CRDB = 'C'
               ADD GLP-AMOUNT TO WS-TOTAL-CREDITS
               ADD GLP-AMOUNT TO WS-COA-CREDITS(WS-COA-HIT-SUB)
               ADD GLP-AMOUNT TO WS-COMP-CREDITS(WS-IC-POST-SUB)
           ELSE
               ADD GLP-AMOUNT TO WS-TOTAL-DEBITS
               ADD GLP-AMOUNT TO WS-COA-DEBITS(WS-COA-HIT-SUB)
               ADD GLP-AMOUNT TO WS-COMP-DEBITS(WS-IC-POST-SUB)
           END-IF.

           MOVE WS-IC-POST-ACCOUNT           TO GLP-ACCOUNT.
           MOVE WS-IC-POST-CRDB              TO GLP-CRDB-CODE.
           MOVE WS-IC-POST-DATE              TO GLP-POST-DATE.
           MOVE ZERO                         TO GLP-TRAN-KEY.
           MOVE WS-COMP-CODE(WS-IC-POST-SUB) TO GLP-COMPANY.
           WRITE GL-POST-RECORD.
           ADD 1 TO WS-IC-ENTRY-COUNT.
       8175-EXIT.
           EXIT.

      ****************************************************************
      * 8190-PRINT-IC-LINE - ONE LINE PER PAIR SETTLED, OR NOT, WITH  *
      * THE SECTION HEADING ON A NEW PAGE BEFORE THE FIRST            *
      ****************************************************************
       8190-PRINT-IC-LINE.
           IF NOT IC-HEADING-PRINTED
               PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "INTERCOMPANY DUE-TO / DUE-FROM ENTRIES"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
               SET IC-HEADING-PRINTED TO TRUE
           END-IF.

           MOVE WS-IC-AMOUNT TO WS-IC-AMOUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           IF IC-PAIR-SET-UP
               STRING WS-COMP-CODE(WS-IC-DR-SUB) DELIMITED BY SIZE
                      " OWES "                   DELIMITED BY SIZE
                      WS-COMP-CODE(WS-IC-CR-SUB) DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-IC-AMOUNT-ED            DELIMITED BY SIZE
                      "  CR "                    DELIMITED BY SIZE
                      WS-COMP-CODE(WS-IC-DR-SUB) DELIMITED BY SIZE
                      " DUE-TO "                 DELIMITED BY SIZE
                      WS-IC-DUE-TO-ACCT          DELIMITED BY SIZE
                      "  DR "                    DELIMITED BY SIZE
                      WS-COMP-CODE(WS-IC-CR-SUB) DELIMITED BY SIZE
                      " DUE-FROM "               DELIMITED BY SIZE
                      WS-IC-DUE-FROM-ACCT        DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING WS-COMP-CODE(WS-IC-DR-SUB) DELIMITED BY SIZE
                      " OWES "                   DELIMITED BY SIZE
                      WS-COMP-CODE(WS-IC-CR-SUB) DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-IC-AMOUNT-ED            DELIMITED BY SIZE
                      "  *** NOT POSTED - "      DELIMITED BY SIZE
                      WS-IC-ERROR-TEXT           DELIMITED BY SIZE
                      " ***"                     DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       8190-EXIT.
           EXIT.

      ****************************************************************
      * 8200-GL-BALANCE-REPORT - CROSS-FOOT DEBITS AGAINST CREDITS    *
      * AND FLAG THE BATCH IF IT DOES NOT BALANCE.                    *
           END-IF.
           MOVE WS-CHECK-COUNT     TO RH-CHECKS-PRINTED.
           MOVE WS-BATCH-REJ-COUNT TO RH-BATCHES-REJ.
           MOVE WS-SUSPECT-COUNT   TO RH-SUSPECTS-HELD.
           MOVE WS-VFY-HOLD-COUNT  TO RH-VFY-HOLDS.
           WRITE RUN-HIST-RECORD.
           CLOSE RUN-HIST-FILE.
       8400-EXIT.
           PERFORM 5200-PROCESS-CHECK THRU 5200-EXIT
               UNTIL CHECK-EOF.
           PERFORM 5560-WRITE-ACH-TRAILER THRU 5560-EXIT.
           PERFORM 5600-PRINT-VERIFY-HOLDS THRU 5600-EXIT.
           CLOSE CHECK-REG-FILE.
           CLOSE POSPAY-FILE.
           CLOSE ACH-FILE.
                  WS-ACH-COUNT           DELIMITED BY SIZE
                  "   SUSPECTS HELD: "   DELIMITED BY SIZE
                  WS-SUSPECT-COUNT       DELIMITED BY SIZE
                  "   VERIFY HOLDS: "    DELIMITED BY SIZE
                  WS-VFY-HOLD-COUNT      DELIMITED BY SIZE
                  "   GAPS/DUPLICATES DETECTED: " DELIMITED BY SIZE
                  WS-CHECK-GAP-COUNT     DELIMITED BY SIZE
                  "   PAYEE EXCEPTIONS: " DELIMITED BY SIZE
           IF WS-HIST-AGE > WS-DUP-WINDOW-DAYS
               GO TO 5087-EXIT
           END-IF.
      *    A SETTLEMENT THE BANK RETURNED NEVER PAID ANYONE - ITS
      *    INVOICES ARE REOPENED AND COME BACK THROUGH THE REGISTER,
      *    AND THAT REISSUE MUST NOT BE HELD AS A DUPLICATE OF IT.
           MOVE CH-CHECK-NUMBER TO WS-VOID-LOOKUP-NUM.
           PERFORM 5290-FIND-VOID THRU 5290-EXIT.
           IF VOID-FOUND AND VOID-IS-ACH-RETURN
               GO TO 5087-EXIT
           END-IF.
           IF WS-HIST-COUNT = WS-HIST-MAX
               DISPLAY "UNSTRNG - PAYMENT HISTORY WINDOW TABLE FULL"
               MOVE 16 TO RETURN-CODE
           MOVE CH-AMOUNT       TO WS-HIST-AMOUNT(WS-HIST-COUNT).
           MOVE CH-CHECK-NUMBER TO WS-HIST-CHECK-NUM(WS-HIST-COUNT).
           MOVE CH-ISSUE-DATE   TO WS-HIST-DATE(WS-HIST-COUNT).
           MOVE 'N'             TO WS-HIST-RUN-SW(WS-HIST-COUNT).
       5087-EXIT.
           EXIT.

      *        AN ACH PAYEE WHOSE ROUTING NUMBER IS UNUSABLE FALLS
      *        BACK TO PAPER - THE SAME RULE PAYMAINT ENFORCES - SO
      *        A HAND-PATCHED MASTER CANNOT SEND THE BANK AN
      *        UNROUTABLE ITEM.  SO DOES ONE THE BANK HAS ALREADY
      *        RETURNED A SETTLEMENT FOR - THE SAME ACCOUNT WOULD
      *        ONLY BOUNCE THE REISSUE TOO.  AN ACH PAYEE WHOSE BANK
      *        DETAILS ARE STILL AWAITING THEIR CALLBACK IS HELD -
      *        NEITHER SETTLED NOR PRINTED, SINCE THE CHANGE ITSELF
      *        MAY BE THE FRAUD - AND NOTHING JOINS THE HISTORY.
               IF PAY-METHOD = 'E'
                  AND PAY-ROUTING NUMERIC
                  AND PAY-ROUTING NOT = ZERO
                  AND PAY-DFLT-ACCOUNT NOT = ZERO
                  AND NOT PAYEE-ACH-RETURNED
                   IF PAYEE-PENDING-VERIFY
                       PERFORM 5510-HOLD-UNVERIFIED THRU 5510-EXIT
                   ELSE
                       ADD 1 TO WS-ACH-COUNT
                       PERFORM 5500-WRITE-ACH-SETTLEMENT
                           THRU 5500-EXIT
                       PERFORM 5230-RECORD-PAYMENT THRU 5230-EXIT
                   END-IF
               ELSE
                   ADD 1 TO WS-CHECK-COUNT
                   PERFORM 5300-PRINT-CHECK-LINE THRU 5300-EXIT
                   PERFORM 5350-WRITE-ISSUE-RECORD THRU 5350-EXIT
                   PERFORM 5230-RECORD-PAYMENT THRU 5230-EXIT
               END-IF
           END-IF.

       5200-NEXT.
           EXIT.

      ****************************************************************
      * 5217-TEST-ONE-HISTORY - COMPARE ONE RECENT-PAYMENT ENTRY.  A  *
      * SELECTION-BUILT CHECK IS NOT TESTED AGAINST ANOTHER RELEASED  *
      * EARLIER IN THIS PASS - THE SELECTION RUN SPLITS A PAYEE AT    *
      * THE CHECK LIMIT AND BY COMPANY, SO EQUAL AMOUNTS ARE SIBLING  *
      * CHECKS, NOT A SECOND PAYMENT OF THE SAME INVOICES.            *
      ****************************************************************
       5217-TEST-ONE-HISTORY.
           IF HIST-SELECTED-THIS-RUN(WS-HIST-SUB)
              AND CHK-COMPANY NOT = SPACES
               GO TO 5217-EXIT
           END-IF.
           IF WS-HIST-PAYEE-ID(WS-HIST-SUB) = CHK-PAYEE-ID
              AND WS-HIST-AMOUNT(WS-HIST-SUB) = CHK-AMOUNT
               SET DUPLICATE-SUSPECT TO TRUE
      * 5230-RECORD-PAYMENT - ONE HISTORY RECORD PER RELEASED        *
      * PAYMENT, APPENDED TO THE CUMULATIVE FILE AND TABLED SO A      *
      * SECOND REGISTER RECORD FOR THE SAME PAYEE AND AMOUNT LATER    *
      * IN THIS SAME RUN FLAGS TOO.  A SELECTION-BUILT CHECK IS       *
      * MARKED SO ITS SIBLING CHECKS DO NOT SCREEN AGAINST IT.        *
      ****************************************************************
       5230-RECORD-PAYMENT.
           MOVE SPACES            TO CHK-HIST-RECORD.
           MOVE CHK-PAYEE-ID      TO CH-PAYEE-ID.
           MOVE CHK-AMOUNT        TO CH-AMOUNT.
           MOVE WS-ISSUE-CCYYMMDD TO CH-ISSUE-DATE.
           MOVE CHK-COMPANY       TO CH-COMPANY.
           WRITE CHK-HIST-RECORD.

           IF WS-HIST-COUNT = WS-HIST-MAX
           MOVE CHK-AMOUNT        TO WS-HIST-AMOUNT(WS-HIST-COUNT).
           MOVE CHK-NUMBER        TO WS-HIST-CHECK-NUM(WS-HIST-COUNT).
           MOVE WS-ISSUE-CCYYMMDD TO WS-HIST-DATE(WS-HIST-COUNT).
           MOVE 'N'               TO WS-HIST-RUN-SW(WS-HIST-COUNT).
           IF CHK-COMPANY NOT = SPACES
               SET HIST-SELECTED-THIS-RUN(WS-HIST-COUNT) TO TRUE
           END-IF.
       5230-EXIT.
           EXIT.

       5500-EXIT.
           EXIT.

      ****************************************************************
      * 5510-HOLD-UNVERIFIED - THE PAYEE'S BANK DETAILS OR PAYMENT    *
      * METHOD CHANGED AND NO SECOND OPERATOR HAS CONFIRMED THEM BY   *
      * CALLBACK.  NOTHING RELEASES; THE ITEM IS TABLED FOR THE HELD  *
      * SECTION OF THE REPORT WITH WHO MADE THE CHANGE AND WHEN.      *
      * THE OPEN ITEMS BEHIND IT ARE REOPENED BY THE CLOSE RUN AND    *
      * COME BACK THROUGH SELECTION ONCE THE PAYEE IS VERIFIED.       *
      ****************************************************************
       5510-HOLD-UNVERIFIED.
           ADD 1 TO WS-VFY-HOLD-COUNT.
           ADD CHK-AMOUNT TO WS-VFY-HOLD-AMT-TOTAL.
           IF WS-VFY-HOLD-COUNT > WS-VFY-HOLD-MAX
               GO TO 5510-EXIT
           END-IF.
           MOVE WS-VFY-HOLD-COUNT TO WS-VFY-HOLD-SUB.
           MOVE CHK-NUMBER       TO WS-VFY-CHECK-NUM(WS-VFY-HOLD-SUB).
           MOVE CHK-PAYEE-ID     TO WS-VFY-PAYEE-ID(WS-VFY-HOLD-SUB).
           MOVE CHK-AMOUNT       TO WS-VFY-AMOUNT(WS-VFY-HOLD-SUB).
           MOVE PAY-CHG-OPERATOR TO WS-VFY-CHG-OPER(WS-VFY-HOLD-SUB).
           MOVE PAY-CHG-DATE     TO WS-VFY-CHG-DATE(WS-VFY-HOLD-SUB).
       5510-EXIT.
           EXIT.

      ****************************************************************
      * 5560-WRITE-ACH-TRAILER - THE SETTLEMENT BATCH'S OWN COUNT     *
      * AND DOLLAR TOTAL, SO THE BANK'S LOAD CAN VERIFY COMPLETENESS  *
       5560-EXIT.
           EXIT.

      ****************************************************************
      * 5600-PRINT-VERIFY-HOLDS - THE HELD SECTION OF THE REPORT.     *
      * ONE LINE PER ACH ITEM HELD FOR BANK-DETAIL VERIFICATION, THEN *
      * THE COUNT AND DOLLARS HELD.  PRINTED EVEN WHEN NOTHING WAS    *
      * HELD SO THE SECTION'S ABSENCE NEVER HAS TO BE EXPLAINED.      *
      ****************************************************************
       5600-PRINT-VERIFY-HOLDS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACH HELD - PAYEE BANK DETAILS AWAITING CALLBACK "
                                        DELIMITED BY SIZE
                  "VERIFICATION"        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 3 LINES.
           PERFORM 5610-PRINT-ONE-HOLD THRU 5610-EXIT
               VARYING WS-VFY-HOLD-SUB FROM 1 BY 1
               UNTIL WS-VFY-HOLD-SUB > WS-VFY-HOLD-COUNT
                  OR WS-VFY-HOLD-SUB > WS-VFY-HOLD-MAX.
           IF WS-VFY-HOLD-COUNT > WS-VFY-HOLD-MAX
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "   ... TABLE FULL - FURTHER HELD ITEMS NOT LISTED"
                   TO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-VFY-HOLD-AMT-TOTAL TO WS-VFY-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ITEMS HELD: "        DELIMITED BY SIZE
                  WS-VFY-HOLD-COUNT     DELIMITED BY SIZE
                  "   AMOUNT HELD: "    DELIMITED BY SIZE
                  WS-VFY-TOTAL-ED       DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
       5600-EXIT.
           EXIT.

      ****************************************************************
      * 5610-PRINT-ONE-HOLD - ONE HELD ITEM                           *
      ****************************************************************
       5610-PRINT-ONE-HOLD.
           MOVE WS-VFY-AMOUNT(WS-VFY-HOLD-SUB) TO WS-ACH-AMT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   REF "             DELIMITED BY SIZE
                  WS-VFY-CHECK-NUM(WS-VFY-HOLD-SUB) DELIMITED BY SIZE
                  "  PAYEE "            DELIMITED BY SIZE
                  WS-VFY-PAYEE-ID(WS-VFY-HOLD-SUB)  DELIMITED BY SIZE
                  "  AMOUNT "           DELIMITED BY SIZE
                  WS-ACH-AMT-ED         DELIMITED BY SIZE
                  "  CHANGED BY "       DELIMITED BY SIZE
                  WS-VFY-CHG-OPER(WS-VFY-HOLD-SUB)  DELIMITED BY SIZE
                  " ON "                DELIMITED BY SIZE
                  WS-VFY-CHG-DATE(WS-VFY-HOLD-SUB)  DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       5610-EXIT.
           EXIT.

      ****************************************************************
      * 5400-CONVERT-3-DIGITS - SPELL OUT WS-WORDS-NUM (0-999) INTO   *
      * WS-WORDS-OUT.                                                 *
