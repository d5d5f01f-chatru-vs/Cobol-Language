      ********************************************
      * COBOL PROGRAM - ACH RETURNS AND NOC RUN   *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - APPLIES THE BANK'S ACH RETURN AND  *
      *                  NOTIFICATION-OF-CHANGE FILE AGAINST THE       *
      *                  SETTLEMENTS THE CHECK PASS SENT.              *
      * 10.15.2026 CP    THE GL REVERSAL NOW CARRIES THE COMPANY OF    *
      *                  THE INVOICES THE RETURN REOPENS.              *
      * 10.15.2026 CP    WITH NO INVOICE TO REOPEN THE REVERSAL TAKES  *
      *                  THE COMPANY FROM THE PAYMENT HISTORY; WITH    *
      *                  NONE THERE EITHER IT IS LISTED AS AN          *
      *                  EXCEPTION, NOT POSTED WITHOUT A COMPANY.      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRET.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * ACH RETURN / NOTIFICATION-OF-CHANGE PROCESSING.  THE BANK'S    *
      * DAILY RETURN FILE (ACHRTN) IS TABLED, THEN EVERY SETTLEMENT    *
      * GENERATION STILL CATALOGED (ACHEXT, THE GDG BASE READ AS ONE   *
      * CONCATENATION) IS READ ONCE TO FIND THE ORIGINAL SETTLEMENT    *
      * FOR EACH ITEM BY ACH-CHECK-NUMBER, AND THE CUMULATIVE PAYMENT  *
      * HISTORY (CHKHIST) ONCE FOR THE COMPANY IT WAS PAID FOR.  THEN, *
      * ITEM BY ITEM:                                                  *
      *   RETURN - THE NUMBER IS RECORDED ON THE VOID FILE AS ACTION   *
      *            R, A DEBIT-CASH / CREDIT-PAYABLES PAIR REVERSING    *
      *            THE PAYMENT GOES TO THE GL ADJUSTMENT FILE (GLADJ,  *
      *            GLPOST LAYOUT) FOR THE NIGHTLY VOUCHER RUN, THE AP  *
      *            INVOICES THE SETTLEMENT PAID ARE REOPENED FOR THE   *
      *            NEXT PAYMENT SELECTION, AND THE PAYEE IS FLAGGED SO *
      *            THE CHECK PASS REISSUES BY PAPER CHECK.  WITH NO    *
      *            COMPANY ON THE INVOICES OR THE HISTORY THE PAIR IS  *
      *            NOT WRITTEN - THE ITEM IS AN EXCEPTION AND PAYABLES *
      *            ENTERS THE REVERSAL BY HAND.                        *
      *   NOC    - THE CORRECTED ROUTING AND/OR ACCOUNT NUMBER IS      *
      *            APPLIED TO THE PAYEE MASTER, EACH FIELD CHANGED     *
      *            WRITING A BEFORE/AFTER RECORD TO THE PAYEE AUDIT    *
      *            FILE (PAYAUDIT) - UNLESS THE PAYEE'S BANK DETAILS   *
      *            HAVE ALREADY BEEN RE-KEYED SINCE THE SETTLEMENT,    *
      *            IN WHICH CASE THE CLERK'S NEWER KEYING STANDS.      *
      * EVERY ITEM AND WHAT WAS DONE WITH IT IS LISTED ON ACHRPT.      *
      * AN ITEM THAT CANNOT BE MATCHED OR APPLIED IS LISTED AS AN      *
      * EXCEPTION AND ENDS THE RUN RC=4.  A RETURN ALREADY ON THE VOID *
      * FILE IS NOT REVERSED TWICE, SO THE BANK RESENDING A FILE IS    *
      * HARMLESS.                                                      *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-RETURN-FILE ASSIGN TO "ACHRTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHRTN-STATUS.

           SELECT ACH-FILE ASSIGN TO "ACHEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHEXT-STATUS.

           SELECT CHK-HIST-FILE ASSIGN TO "CHKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKHIST-STATUS.

           SELECT PAYEE-FILE ASSIGN TO "PAYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-ID
               FILE STATUS IS WS-PAYMAST-STATUS.

           SELECT VOID-FILE ASSIGN TO "VOIDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VD-CHECK-NUMBER
               FILE STATUS IS WS-VOID-STATUS.

           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APOPEN-STATUS.

           SELECT GL-ADJ-FILE ASSIGN TO "GLADJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLADJ-STATUS.

           SELECT PAY-AUDIT-FILE ASSIGN TO "PAYAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYAUD-STATUS.

           SELECT ACH-REPORT-FILE ASSIGN TO "ACHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-RETURN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * BANK ACH RETURN / NOC RECORD LAYOUT - SHARED COPYBOOK
          COPY ACHRTN.

       FD  ACH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * ACH SETTLEMENT EXTRACT LAYOUT - SHARED COPYBOOK
          COPY ACHREC.

       FD  CHK-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CHECK PAYMENT HISTORY RECORD LAYOUT - SHARED COPYBOOK
          COPY CHKHIST.

       FD  PAYEE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * PAYEE MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY PAYMAST.

       FD  VOID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CHECK VOID / STOP-PAYMENT RECORD LAYOUT - SHARED COPYBOOK
          COPY VOIDREC.

       FD  AP-OPEN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * AP OPEN-ITEM RECORD LAYOUT - SHARED COPYBOOK
          COPY APOPEN.

       FD  GL-ADJ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * GL JOURNAL POSTING RECORD LAYOUT - SHARED COPYBOOK
          COPY GLPREC.

       FD  PAY-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * PAYEE MASTER CHANGE AUDIT LAYOUT - SHARED COPYBOOK
          COPY PAYAUD.

       FD  ACH-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACH-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-ACHRTN-EOF-SW   PIC X(01) VALUE 'N'.
             88 RETURNS-AT-END     VALUE 'Y'.
          02 WS-ACHEXT-EOF-SW   PIC X(01) VALUE 'N'.
             88 SETTLEMENTS-AT-END VALUE 'Y'.
          02 WS-CHKHIST-EOF-SW  PIC X(01) VALUE 'N'.
             88 CHKHIST-AT-END     VALUE 'Y'.
          02 WS-APOPEN-OPEN-SW  PIC X(01) VALUE 'N'.
             88 OPEN-ITEMS-ARE-OPEN VALUE 'Y'.
          02 WS-PAYEE-DONE-SW   PIC X(01) VALUE 'N'.
             88 PAYEE-ITEMS-DONE   VALUE 'Y'.
          02 WS-PAYEE-FOUND-SW  PIC X(01) VALUE 'N'.
             88 PAYEE-FOUND         VALUE 'Y'.
             88 PAYEE-NOT-FOUND     VALUE 'N'.
          02 WS-VOID-FOUND-SW   PIC X(01) VALUE 'N'.
             88 VOID-FOUND          VALUE 'Y'.
             88 VOID-NOT-FOUND      VALUE 'N'.

      ****************************************************************
      * GL ACCOUNTS THE RETURN REVERSAL BOOKS TO.  THE DEBIT RESTORES *
      * CASH - THE BANK HAS PUT THE MONEY BACK - AND THE CREDIT       *
      * RESTORES THE PAYABLE THE REISSUED CHECK WILL PAY.  BOTH MUST  *
      * EXIST ON THE CHART OF ACCOUNTS MASTER.                        *
      ****************************************************************
       77 WS-CASH-ACCOUNT        PIC 9(5) VALUE 10100.
       77 WS-PAYABLES-ACCOUNT    PIC 9(5) VALUE 20100.

      * SOURCE AND OPERATOR STAMPED ON THE VOID AND AUDIT RECORDS
       77 WS-PROGRAM-ID          PIC X(8) VALUE "ACHRET".

      ****************************************************************
      * RETURN ITEM TABLE - THE DAY'S BANK ITEMS, EACH WITH THE       *
      * SETTLEMENT THE ACHEXT PASS MATCHED TO IT.  SIZED FOR ONE      *
      * DAY'S RETURNS, NOT A MASTER.                                  *
      ****************************************************************
       01 WS-RT-TABLE-AREA.
          02 WS-RT-ENTRY OCCURS 500 TIMES.
             03 WS-RT-TYPE         PIC X(1).
             03 WS-RT-CHECK-NUM    PIC 9(7).
             03 WS-RT-PAYEE-ID     PIC 9(6).
             03 WS-RT-AMOUNT       PIC 9(3)V9(2).
             03 WS-RT-REASON       PIC X(3).
             03 WS-RT-CORR-ROUTING PIC 9(9).
             03 WS-RT-CORR-ACCOUNT PIC 9(10).
             03 WS-RT-MATCH-SW     PIC X(1).
             03 WS-RT-SET-ROUTING  PIC 9(9).
             03 WS-RT-SET-ACCOUNT  PIC 9(10).
             03 WS-RT-SET-AMOUNT   PIC 9(3)V9(2).
             03 WS-RT-SET-PAYEE-ID PIC 9(6).
             03 WS-RT-SET-DATE     PIC 9(8).
             03 WS-RT-HIST-COMPANY PIC X(3).

       77 WS-RT-MAX              PIC 9(3) COMP VALUE 500.
       77 WS-RT-COUNT            PIC 9(3) COMP VALUE ZERO.
       77 WS-RT-SUB              PIC 9(3) COMP VALUE ZERO.
       77 WS-RT-SUB2             PIC 9(3) COMP VALUE ZERO.

      * THE ITEM BEING WORKED, LIFTED OUT OF THE TABLE
       01 WS-CUR-ITEM.
          02 WS-CUR-TYPE         PIC X(1).
          02 WS-CUR-CHECK-NUM    PIC 9(7).
          02 WS-CUR-PAYEE-ID     PIC 9(6).
          02 WS-CUR-AMOUNT       PIC 9(3)V9(2).
          02 WS-CUR-REASON       PIC X(3).
          02 WS-CUR-CORR-ROUTING PIC 9(9).
          02 WS-CUR-CORR-ACCOUNT PIC 9(10).
          02 WS-CUR-MATCH-SW     PIC X(1).
             88 SETTLEMENT-MATCHED VALUE 'Y'.
          02 WS-CUR-SET-ROUTING  PIC 9(9).
          02 WS-CUR-SET-ACCOUNT  PIC 9(10).
          02 WS-CUR-SET-AMOUNT   PIC 9(3)V9(2).
          02 WS-CUR-SET-PAYEE-ID PIC 9(6).
          02 WS-CUR-SET-DATE     PIC 9(8).
          02 WS-CUR-HIST-COMPANY PIC X(3).

      * THE EXCEPTION OR ACTION TEXT FOR THE ITEM'S REPORT LINE
       01 WS-ACTION-TEXT         PIC X(90) VALUE SPACES.
      * COMPANY OF THE FIRST INVOICE THE RETURN REOPENED, ELSE THE
      * COMPANY ON THE PAYMENT HISTORY - BLANK IF NEITHER GIVES ONE
       01 WS-CUR-COMPANY         PIC X(3)  VALUE SPACES.
       01 WS-FIELDS-CHANGED      PIC 9(3) COMP VALUE ZERO.

      ****************************************************************
      * COUNTERS AND TOTALS                                           *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-ITEM-COUNT       PIC 9(7) COMP VALUE ZERO.
          02 WS-SETTLE-COUNT     PIC 9(7) COMP VALUE ZERO.
          02 WS-RETURN-COUNT     PIC 9(5) COMP VALUE ZERO.
          02 WS-REVERSED-COUNT   PIC 9(5) COMP VALUE ZERO.
          02 WS-NOC-COUNT        PIC 9(5) COMP VALUE ZERO.
          02 WS-NOC-APPLIED      PIC 9(5) COMP VALUE ZERO.
          02 WS-REOPEN-COUNT     PIC 9(5) COMP VALUE ZERO.
          02 WS-ITEM-REOPENS     PIC 9(5) COMP VALUE ZERO.
          02 WS-EXCEPTION-COUNT  PIC 9(5) COMP VALUE ZERO.

       01 WS-REVERSED-TOTAL      PIC 9(7)V9(2) VALUE ZERO.
       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-ITEMS-ED            PIC ZZ9.
       01 WS-AMT-ED              PIC ZZ9.99.
       01 WS-TOTAL-ED            PIC ZZZZZZ9.99.

      ****************************************************************
      * DATE WORK AREAS - TODAY, AND TODAY IN JULIAN YYYYDDD FOR THE  *
      * GL ADJUSTMENT ENTRIES, THE SAME ARITHMETIC ESCHEAT USES.      *
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
       01 WS-NOW-TIME            PIC 9(8) VALUE ZERO.

       01 WS-TODAY-JULIAN        PIC 9(7)  VALUE ZERO.
       01 WS-DAY-OF-YEAR         PIC 9(3)  VALUE ZERO.

       01 WS-LEAP-WORK.
          02 WS-LEAP-QUOT        PIC 9(6).
          02 WS-LEAP-REM4        PIC 9(3).
          02 WS-LEAP-REM100      PIC 9(3).
          02 WS-LEAP-REM400      PIC 9(3).
       01 WS-LEAP-SW             PIC X(01) VALUE 'N'.
          88 IS-LEAP-YEAR            VALUE 'Y'.
          88 NOT-LEAP-YEAR           VALUE 'N'.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(50) VALUE
             "ACH RETURNS AND NOTIFICATIONS OF CHANGE - ACHRET".

       01 WS-HEADING-2.
          02 FILLER PIC X(50) VALUE
             "ITEM    CHECK   PAYEE  AMOUNT  CODE  ACTION TAKEN".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-ACHRTN-STATUS    PIC X(02) VALUE "00".
             88 ACHRTN-STATUS-OK     VALUE "00".
          02 WS-ACHEXT-STATUS    PIC X(02) VALUE "00".
             88 ACHEXT-STATUS-OK     VALUE "00".
          02 WS-CHKHIST-STATUS   PIC X(02) VALUE "00".
             88 CHKHIST-STATUS-OK    VALUE "00".
          02 WS-PAYMAST-STATUS   PIC X(02) VALUE "00".
             88 PAYMAST-STATUS-OK    VALUE "00".
          02 WS-VOID-STATUS      PIC X(02) VALUE "00".
             88 VOID-STATUS-OK       VALUE "00".
             88 VOID-FILE-MISSING    VALUE "35".
          02 WS-APOPEN-STATUS    PIC X(02) VALUE "00".
             88 APOPEN-STATUS-OK     VALUE "00".
             88 APOPEN-FILE-MISSING  VALUE "35".
          02 WS-GLADJ-STATUS     PIC X(02) VALUE "00".
             88 GLADJ-STATUS-OK      VALUE "00".
          02 WS-PAYAUD-STATUS    PIC X(02) VALUE "00".
             88 PAYAUD-STATUS-OK     VALUE "00".
             88 PAYAUD-FILE-MISSING  VALUE "35".
          02 WS-ACHRPT-STATUS    PIC X(02) VALUE "00".
             88 ACHRPT-STATUS-OK     VALUE "00".

       PROCEDURE DIVISION.

      ****************************************************************
      * 0000-MAINLINE                                                 *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-ONE-ITEM THRU 2000-EXIT
               UNTIL RETURNS-AT-END.
           CLOSE ACH-RETURN-FILE.
           PERFORM 2500-MATCH-SETTLEMENTS THRU 2500-EXIT.
           PERFORM 2800-MATCH-HISTORY THRU 2800-EXIT.
           PERFORM 1500-OPEN-MASTERS THRU 1500-EXIT.
           PERFORM 3000-PROCESS-ONE-ITEM THRU 3000-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - OPEN THE BANK FILE AND THE REPORT, FIGURE   *
      * TODAY'S DATE AND JULIAN DATE, PRIME THE READ.                 *
      ****************************************************************
       1000-INITIALIZE.
           OPEN INPUT ACH-RETURN-FILE.
           IF NOT ACHRTN-STATUS-OK
               DISPLAY "ACHRET - OPEN ERR - ACH-RETURN, STATUS = "
                   WS-ACHRTN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ACH-REPORT-FILE.
           IF NOT ACHRPT-STATUS-OK
               DISPLAY "ACHRET - OPEN ERR - ACH-REPORT, STATUS = "
                   WS-ACHRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE ACH-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE ACH-REPORT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD TO WS-TODAY-YMD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM 4100-TODAY-TO-JULIAN THRU 4100-EXIT.

           PERFORM 2100-READ-RETURN THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1500-OPEN-MASTERS - OPEN THE FILES THE ITEMS ARE APPLIED TO.  *
      * THE VOID FILE IS CREATED ON A SHOP'S FIRST RETURN; THE PAYEE  *
      * AUDIT FILE IS CUMULATIVE AND CREATED ON ITS FIRST USE; A SHOP *
      * WITH NO AP OPEN-ITEM FILE YET REISSUES RETURNS BY HAND.       *
      ****************************************************************
       1500-OPEN-MASTERS.
           OPEN I-O PAYEE-FILE.
           IF NOT PAYMAST-STATUS-OK
               DISPLAY "ACHRET - OPEN ERR - PAYEE-FILE, STATUS = "
                   WS-PAYMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O VOID-FILE.
           IF VOID-FILE-MISSING
               OPEN OUTPUT VOID-FILE
               CLOSE VOID-FILE
               OPEN I-O VOID-FILE
           END-IF.
           IF NOT VOID-STATUS-OK
               DISPLAY "ACHRET - OPEN ERR - VOID-FILE, STATUS = "
                   WS-VOID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O AP-OPEN-FILE.
           IF APOPEN-STATUS-OK
               SET OPEN-ITEMS-ARE-OPEN TO TRUE
           ELSE
               IF NOT APOPEN-FILE-MISSING
                   DISPLAY "ACHRET - OPEN ERR - AP-OPEN, STATUS = "
                       WS-APOPEN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT GL-ADJ-FILE.
           IF NOT GLADJ-STATUS-OK
               DISPLAY "ACHRET - OPEN ERR - GL-ADJ, STATUS = "
                   WS-GLADJ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND PAY-AUDIT-FILE.
           IF PAYAUD-FILE-MISSING
               OPEN OUTPUT PAY-AUDIT-FILE
           END-IF.
           IF NOT PAYAUD-STATUS-OK
               DISPLAY "ACHRET - OPEN ERR - PAY-AUDIT, STATUS = "
                   WS-PAYAUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1500-EXIT.
           EXIT.

      ****************************************************************
      * 2000-LOAD-ONE-ITEM - TABLE ONE BANK ITEM.  THE SETTLEMENT     *
      * FIELDS ARE FILLED IN BY THE ACHEXT PASS.                      *
      ****************************************************************
       2000-LOAD-ONE-ITEM.
           IF WS-RT-COUNT = WS-RT-MAX
               DISPLAY "ACHRET - RETURN ITEM TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RT-COUNT.
           MOVE AR-ITEM-TYPE    TO WS-RT-TYPE(WS-RT-COUNT).
           MOVE AR-CHECK-NUMBER TO WS-RT-CHECK-NUM(WS-RT-COUNT).
           MOVE AR-PAYEE-ID     TO WS-RT-PAYEE-ID(WS-RT-COUNT).
           MOVE AR-AMOUNT       TO WS-RT-AMOUNT(WS-RT-COUNT).
           MOVE AR-REASON-CODE  TO WS-RT-REASON(WS-RT-COUNT).
           MOVE AR-CORR-ROUTING TO WS-RT-CORR-ROUTING(WS-RT-COUNT).
           MOVE AR-CORR-ACCOUNT TO WS-RT-CORR-ACCOUNT(WS-RT-COUNT).
           MOVE 'N'             TO WS-RT-MATCH-SW(WS-RT-COUNT).
           MOVE ZERO            TO WS-RT-SET-ROUTING(WS-RT-COUNT).
           MOVE ZERO            TO WS-RT-SET-ACCOUNT(WS-RT-COUNT).
           MOVE ZERO            TO WS-RT-SET-AMOUNT(WS-RT-COUNT).
           MOVE ZERO            TO WS-RT-SET-PAYEE-ID(WS-RT-COUNT).
           MOVE ZERO            TO WS-RT-SET-DATE(WS-RT-COUNT).
           MOVE SPACES          TO WS-RT-HIST-COMPANY(WS-RT-COUNT).
           PERFORM 2100-READ-RETURN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-READ-RETURN - READ THE NEXT BANK RETURN / NOC ITEM       *
      ****************************************************************
       2100-READ-RETURN.
           READ ACH-RETURN-FILE
               AT END
                   SET RETURNS-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-ITEM-COUNT.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2500-MATCH-SETTLEMENTS - ONE PASS OF EVERY CATALOGED          *
      * SETTLEMENT GENERATION.  EACH DETAIL IS LOOKED UP IN THE ITEM  *
      * TABLE BY CHECK NUMBER; TRAILERS ARE SKIPPED.                  *
      ****************************************************************
       2500-MATCH-SETTLEMENTS.
           IF WS-RT-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF.
           OPEN INPUT ACH-FILE.
           IF NOT ACHEXT-STATUS-OK
               DISPLAY "ACHRET - OPEN ERR - ACH-FILE, STATUS = "
                   WS-ACHEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2600-MATCH-ONE-SETTLEMENT THRU 2600-EXIT
               UNTIL SETTLEMENTS-AT-END.
           CLOSE ACH-FILE.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 2600-MATCH-ONE-SETTLEMENT - READ ONE SETTLEMENT RECORD AND    *
      * MATCH IT TO EVERY TABLED ITEM CARRYING ITS NUMBER.            *
      ****************************************************************
       2600-MATCH-ONE-SETTLEMENT.
           READ ACH-FILE
               AT END
                   SET SETTLEMENTS-AT-END TO TRUE
                   GO TO 2600-EXIT
           END-READ.
           IF ACH-REC-TYPE NOT = 'D'
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WS-SETTLE-COUNT.
           PERFORM 2700-TEST-ONE-ITEM THRU 2700-EXIT
               VARYING WS-RT-SUB2 FROM 1 BY 1
               UNTIL WS-RT-SUB2 > WS-RT-COUNT.
       2600-EXIT.
           EXIT.

      ****************************************************************
      * 2700-TEST-ONE-ITEM - COMPARE ONE TABLED ITEM.  THE GDG BASE   *
      * CONCATENATES THE NEWEST GENERATION FIRST, SO THE FIRST        *
      * SETTLEMENT FOUND FOR A NUMBER IS KEPT.                        *
      ****************************************************************
       2700-TEST-ONE-ITEM.
           IF WS-RT-CHECK-NUM(WS-RT-SUB2) NOT = ACH-CHECK-NUMBER
              OR WS-RT-MATCH-SW(WS-RT-SUB2) = 'Y'
               GO TO 2700-EXIT
           END-IF.
           MOVE 'Y'             TO WS-RT-MATCH-SW(WS-RT-SUB2).
           MOVE ACH-ROUTING     TO WS-RT-SET-ROUTING(WS-RT-SUB2).
           MOVE ACH-ACCOUNT     TO WS-RT-SET-ACCOUNT(WS-RT-SUB2).
           MOVE ACH-AMOUNT      TO WS-RT-SET-AMOUNT(WS-RT-SUB2).
           MOVE ACH-PAYEE-ID    TO WS-RT-SET-PAYEE-ID(WS-RT-SUB2).
           MOVE ACH-SETTLE-DATE TO WS-RT-SET-DATE(WS-RT-SUB2).
       2700-EXIT.
           EXIT.

      ****************************************************************
      * 2800-MATCH-HISTORY - ONE PASS OF THE PAYMENT HISTORY FOR THE  *
      * COMPANY EACH ITEM'S SETTLEMENT WAS PAID FOR - THE REVERSAL'S  *
      * COMPANY WHEN THE RETURN HAS NO INVOICE LEFT TO REOPEN.        *
      ****************************************************************
       2800-MATCH-HISTORY.
           IF WS-RT-COUNT = ZERO
               GO TO 2800-EXIT
           END-IF.
           OPEN INPUT CHK-HIST-FILE.
           IF NOT CHKHIST-STATUS-OK
               DISPLAY "ACHRET - OPEN ERR - CHK-HIST, STATUS = "
                   WS-CHKHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2810-MATCH-ONE-HISTORY THRU 2810-EXIT
               UNTIL CHKHIST-AT-END.
           CLOSE CHK-HIST-FILE.
       2800-EXIT.
           EXIT.

      ****************************************************************
      * 2810-MATCH-ONE-HISTORY - READ ONE HISTORY RECORD AND MATCH IT *
      * TO EVERY TABLED ITEM CARRYING ITS NUMBER.                     *
      ****************************************************************
       2810-MATCH-ONE-HISTORY.
           READ CHK-HIST-FILE
               AT END
                   SET CHKHIST-AT-END TO TRUE
                   GO TO 2810-EXIT
           END-READ.
           PERFORM 2820-TEST-HISTORY THRU 2820-EXIT
               VARYING WS-RT-SUB2 FROM 1 BY 1
               UNTIL WS-RT-SUB2 > WS-RT-COUNT.
       2810-EXIT.
           EXIT.

      ****************************************************************
      * 2820-TEST-HISTORY - COMPARE ONE TABLED ITEM.  A HISTORY       *
      * RECORD WRITTEN BEFORE THE COMPANY WAS CARRIED HAS SPACES AND  *
      * DOES NOT OVERLAY ONE ALREADY FOUND.                           *
      ****************************************************************
       2820-TEST-HISTORY.
           IF WS-RT-CHECK-NUM(WS-RT-SUB2) = CH-CHECK-NUMBER
              AND CH-COMPANY NOT = SPACES
               MOVE CH-COMPANY TO WS-RT-HIST-COMPANY(WS-RT-SUB2)
           END-IF.
       2820-EXIT.
           EXIT.

      ****************************************************************
      * 3000-PROCESS-ONE-ITEM - ROUTE ONE BANK ITEM BY TYPE.  AN ITEM *
      * WITH NO SETTLEMENT, OR WHOSE PAYEE THE BANK ECHOES DIFFERENTLY*
      * FROM THE ONE WE PAID, IS NOT ACTED ON.                        *
      ****************************************************************
       3000-PROCESS-ONE-ITEM.
           MOVE WS-RT-ENTRY(WS-RT-SUB) TO WS-CUR-ITEM.
           MOVE SPACES TO WS-ACTION-TEXT.

           IF WS-CUR-TYPE NOT = 'R' AND WS-CUR-TYPE NOT = 'C'
               MOVE "*** EXCEPTION - UNKNOWN ITEM TYPE, NOT APPLIED"
                   TO WS-ACTION-TEXT
               PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-CUR-TYPE = 'R'
               ADD 1 TO WS-RETURN-COUNT
           ELSE
               ADD 1 TO WS-NOC-COUNT
           END-IF.

           IF NOT SETTLEMENT-MATCHED
               MOVE "*** EXCEPTION - NO SETTLEMENT ON FILE"
                   TO WS-ACTION-TEXT
               PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-CUR-PAYEE-ID NOT = ZERO
              AND WS-CUR-PAYEE-ID NOT = WS-CUR-SET-PAYEE-ID
               MOVE "*** EXCEPTION - PAYEE DIFFERS FROM SETTLEMENT"
                   TO WS-ACTION-TEXT
               PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF WS-CUR-TYPE = 'R'
               PERFORM 3100-PROCESS-RETURN THRU 3100-EXIT
           ELSE
               PERFORM 3500-PROCESS-NOC THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3100-PROCESS-RETURN - THE BANK COULD NOT SETTLE THE PAYMENT.  *
      * RECORD IT ON THE VOID FILE, REOPEN ITS INVOICES, REVERSE IT   *
      * IN THE GL AND FLAG THE PAYEE FOR PAPER.                       *
      ****************************************************************
       3100-PROCESS-RETURN.
           IF WS-CUR-AMOUNT NOT = WS-CUR-SET-AMOUNT
               MOVE "*** EXCEPTION - AMOUNT DIFFERS FROM SETTLEMENT"
                   TO WS-ACTION-TEXT
               PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
               GO TO 3100-EXIT
           END-IF.

           SET VOID-NOT-FOUND TO TRUE.
           MOVE WS-CUR-CHECK-NUM TO VD-CHECK-NUMBER.
           READ VOID-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET VOID-FOUND TO TRUE
           END-READ.
           IF VOID-FOUND AND VOID-IS-ACH-RETURN
               MOVE "*** EXCEPTION - RETURN ALREADY PROCESSED"
                   TO WS-ACTION-TEXT
               PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3200-RECORD-RETURN THRU 3200-EXIT.
      *    INVOICES FIRST - THE COMPANY THEY BELONG TO IS THE COMPANY
      *    THE REVERSAL POSTS TO.
           PERFORM 3400-REOPEN-INVOICES THRU 3400-EXIT.
      *    NOTHING REOPENED - THE COMPANY THE HISTORY PAID IT FOR.
           IF WS-CUR-COMPANY = SPACES
               MOVE WS-CUR-HIST-COMPANY TO WS-CUR-COMPANY
           END-IF.
           PERFORM 3450-FLAG-PAYEE THRU 3450-EXIT.
           IF WS-ITEM-REOPENS > ZERO
               ADD 1 TO WS-REOPEN-COUNT
           END-IF.

      *    A REVERSAL WITH NO COMPANY WOULD POST TO NO COMPANY'S
      *    BOOKS - PAYABLES ENTERS IT BY HAND FROM THE EXCEPTION.
           IF WS-CUR-COMPANY = SPACES
               MOVE "*** EXCEPTION - NO COMPANY, GL NOT REVERSED"
                   TO WS-ACTION-TEXT
               PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
           ELSE
               PERFORM 3300-WRITE-GL-REVERSAL THRU 3300-EXIT
               ADD 1 TO WS-REVERSED-COUNT
               ADD WS-CUR-SET-AMOUNT TO WS-REVERSED-TOTAL
               PERFORM 3150-LIST-REVERSAL THRU 3150-EXIT
           END-IF.

           MOVE SPACES TO WS-ACTION-TEXT.
           IF PAYEE-FOUND
               STRING "PAYEE " DELIMITED BY SIZE
                      WS-CUR-SET-PAYEE-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PAY-NAME DELIMITED BY SIZE
                      " FLAGGED - PAYS BY PAPER UNTIL RE-KEYED"
                          DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               END-STRING
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               STRING "*** PAYEE " DELIMITED BY SIZE
                      WS-CUR-SET-PAYEE-ID DELIMITED BY SIZE
                      " NOT ON MASTER - NOT FLAGGED"
                          DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               END-STRING
           END-IF.
           PERFORM 7050-PRINT-CONTINUATION THRU 7050-EXIT.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3150-LIST-REVERSAL - THE ITEM LINE FOR A RETURN REVERSED IN   *
      * THE GL, WITH WHAT WAS REOPENED                                *
      ****************************************************************
       3150-LIST-REVERSAL.
           IF WS-ITEM-REOPENS > ZERO
               MOVE WS-ITEM-REOPENS TO WS-ITEMS-ED
               STRING "GL REVERSED, "        DELIMITED BY SIZE
                      WS-ITEMS-ED            DELIMITED BY SIZE
                      " INVOICE(S) REOPENED FOR PAPER REISSUE"
                                             DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               END-STRING
           ELSE
               MOVE "GL REVERSED, NO AP INVOICES - REISSUE BY HAND"
                   TO WS-ACTION-TEXT
           END-IF.
           PERFORM 7000-PRINT-ITEM THRU 7000-EXIT.
       3150-EXIT.
           EXIT.

      ****************************************************************
      * 3200-RECORD-RETURN - ACTION R ON THE VOID FILE.  THE CHECK    *
      * STATUS INQUIRY ANSWERS "RETURNED", THE DUPLICATE SCREEN LETS  *
      * THE REISSUE THROUGH, AND A SECOND COPY OF THE SAME RETURN IS  *
      * RECOGNISED.  A VOID OR STOP ALREADY KEYED FOR THE NUMBER IS   *
      * REPLACED - THE BANK'S RETURN IS THE FINAL WORD.               *
      ****************************************************************
       3200-RECORD-RETURN.
           MOVE WS-CUR-CHECK-NUM TO VD-CHECK-NUMBER.
           MOVE 'R'              TO VD-ACTION.
           MOVE WS-CUR-REASON    TO VD-REASON-CODE.
           MOVE WS-PROGRAM-ID    TO VD-OPERATOR-ID.
           MOVE WS-TODAY-CCYYMMDD TO VD-DATE.
           IF VOID-FOUND
               REWRITE VOID-RECORD
                   INVALID KEY
                       DISPLAY "ACHRET - VOID REWRITE FAILED FOR "
                           WS-CUR-CHECK-NUM " STATUS " WS-VOID-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE VOID-RECORD
                   INVALID KEY
                       DISPLAY "ACHRET - VOID WRITE FAILED FOR "
                           WS-CUR-CHECK-NUM " STATUS " WS-VOID-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3300-WRITE-GL-REVERSAL - DEBIT CASH (THE BANK RETURNED THE    *
      * FUNDS) AND CREDIT PAYABLES (THE DEBT IS OWED AGAIN).  GLPOST  *
      * LAYOUT FOR THE NIGHTLY VOUCHER RUN; THE TRAN KEY CARRIES THE  *
      * LOW SIX DIGITS OF THE SETTLEMENT NUMBER AS ESCHEAT'S DOES.    *
      * BOTH SIDES BELONG TO THE COMPANY OF THE REOPENED INVOICES,    *
      * OR FAILING THOSE THE COMPANY ON THE PAYMENT HISTORY.          *
      ****************************************************************
       3300-WRITE-GL-REVERSAL.
           MOVE SPACES             TO GL-POST-RECORD.
           MOVE WS-CASH-ACCOUNT    TO GLP-ACCOUNT.
           MOVE 'D'                TO GLP-CRDB-CODE.
           MOVE WS-CUR-SET-AMOUNT  TO GLP-AMOUNT.
           MOVE WS-TODAY-JULIAN    TO GLP-POST-DATE.
           MOVE WS-CUR-CHECK-NUM(2:6) TO GLP-TRAN-KEY.
           MOVE WS-CUR-COMPANY     TO GLP-COMPANY.
           WRITE GL-POST-RECORD.

           MOVE SPACES             TO GL-POST-RECORD.
           MOVE WS-PAYABLES-ACCOUNT TO GLP-ACCOUNT.
           MOVE 'C'                TO GLP-CRDB-CODE.
           MOVE WS-CUR-SET-AMOUNT  TO GLP-AMOUNT.
           MOVE WS-TODAY-JULIAN    TO GLP-POST-DATE.
           MOVE WS-CUR-CHECK-NUM(2:6) TO GLP-TRAN-KEY.
           MOVE WS-CUR-COMPANY     TO GLP-COMPANY.
           WRITE GL-POST-RECORD.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3400-REOPEN-INVOICES - WALK THE PAYEE'S OPEN ITEMS AND PUT    *
      * BACK TO OPEN EVERY INVOICE THE RETURNED SETTLEMENT PAID, SO   *
      * THE NEXT PAYMENT SELECTION PICKS IT UP AGAIN.                 *
      ****************************************************************
       3400-REOPEN-INVOICES.
           MOVE ZERO   TO WS-ITEM-REOPENS.
           MOVE SPACES TO WS-CUR-COMPANY.
           IF NOT OPEN-ITEMS-ARE-OPEN
               GO TO 3400-EXIT
           END-IF.
           MOVE 'N' TO WS-PAYEE-DONE-SW.
           MOVE WS-CUR-SET-PAYEE-ID TO AP-PAYEE-ID.
           MOVE LOW-VALUES          TO AP-INVOICE-NO.
           START AP-OPEN-FILE KEY NOT < AP-KEY
               INVALID KEY
                   SET PAYEE-ITEMS-DONE TO TRUE
           END-START.
           PERFORM 3410-REOPEN-ONE-INVOICE THRU 3410-EXIT
               UNTIL PAYEE-ITEMS-DONE.
       3400-EXIT.
           EXIT.

      ****************************************************************
      * 3410-REOPEN-ONE-INVOICE - ONE OF THE PAYEE'S ITEMS.  A PAID   *
      * OR STILL-SELECTED ITEM CARRYING THE RETURNED NUMBER REOPENS   *
      * WITH ITS CHECK NUMBER, DISCOUNT AND DATES CLEARED.            *
      ****************************************************************
       3410-REOPEN-ONE-INVOICE.
           READ AP-OPEN-FILE NEXT RECORD
               AT END
                   SET PAYEE-ITEMS-DONE TO TRUE
                   GO TO 3410-EXIT
           END-READ.
           IF AP-PAYEE-ID NOT = WS-CUR-SET-PAYEE-ID
               SET PAYEE-ITEMS-DONE TO TRUE
               GO TO 3410-EXIT
           END-IF.
           IF AP-CHECK-NUMBER NOT = WS-CUR-CHECK-NUM
               GO TO 3410-EXIT
           END-IF.
           IF NOT AP-ITEM-PAID AND NOT AP-ITEM-SELECTED
               GO TO 3410-EXIT
           END-IF.

           MOVE 'O'  TO AP-STATUS.
           MOVE ZERO TO AP-CHECK-NUMBER.
           MOVE ZERO TO AP-DISC-TAKEN.
           MOVE ZERO TO AP-SELECT-DATE.
           MOVE ZERO TO AP-PAID-DATE.
           REWRITE AP-OPEN-RECORD
               INVALID KEY
                   DISPLAY "ACHRET - REWRITE FAILED FOR PAYEE "
                       AP-PAYEE-ID " INVOICE " AP-INVOICE-NO
                       " STATUS " WS-APOPEN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-ITEM-REOPENS.
           IF WS-CUR-COMPANY = SPACES
               MOVE AP-COMPANY TO WS-CUR-COMPANY
           END-IF.
       3410-EXIT.
           EXIT.

      ****************************************************************
      * 3450-FLAG-PAYEE - MARK THE PAYEE RETURNED WITH THE BANK'S     *
      * REASON AND TODAY'S DATE.  THE CHECK PASS PAYS A FLAGGED PAYEE *
      * BY PAPER UNTIL PAYMAINT RE-KEYS THE BANK DETAILS.             *
      ****************************************************************
       3450-FLAG-PAYEE.
           SET PAYEE-NOT-FOUND TO TRUE.
           MOVE WS-CUR-SET-PAYEE-ID TO PAY-ID.
           READ PAYEE-FILE
               INVALID KEY
                   GO TO 3450-EXIT
           END-READ.
           SET PAYEE-FOUND TO TRUE.
           MOVE 'R'               TO PAY-ACH-RETURN-FLAG.
           MOVE WS-CUR-REASON     TO PAY-ACH-RETURN-CODE.
           MOVE WS-TODAY-CCYYMMDD TO PAY-ACH-RETURN-DATE.
           REWRITE PAYEE-RECORD
               INVALID KEY
                   DISPLAY "ACHRET - REWRITE FAILED FOR PAYEE "
                       PAY-ID " STATUS " WS-PAYMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       3450-EXIT.
           EXIT.

      ****************************************************************
      * 3500-PROCESS-NOC - THE RECEIVING BANK WANTS THE ROUTING AND/  *
      * OR ACCOUNT NUMBER CORRECTED.  APPLIED ONLY WHILE THE PAYEE    *
      * STILL CARRIES THE DETAILS THE SETTLEMENT WENT OUT ON - IF A   *
      * CLERK HAS RE-KEYED THEM SINCE, THAT NEWER KEYING STANDS AND   *
      * THE NOTICE IS LISTED FOR REVIEW.                              *
      ****************************************************************
       3500-PROCESS-NOC.
           IF WS-CUR-CORR-ROUTING NOT NUMERIC
              OR WS-CUR-CORR-ACCOUNT NOT NUMERIC
               MOVE "*** EXCEPTION - CORRECTED DATA NOT NUMERIC"
                   TO WS-ACTION-TEXT
               PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF WS-CUR-CORR-ROUTING = ZERO
              AND WS-CUR-CORR-ACCOUNT = ZERO
               MOVE "*** EXCEPTION - NO CORRECTED DATA SUPPLIED"
                   TO WS-ACTION-TEXT
               PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
               GO TO 3500-EXIT
           END-IF.

           MOVE WS-CUR-SET-PAYEE-ID TO PAY-ID.
           READ PAYEE-FILE
               INVALID KEY
                   MOVE "*** EXCEPTION - PAYEE NOT ON MASTER"
                       TO WS-ACTION-TEXT
                   PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
                   GO TO 3500-EXIT
           END-READ.
           IF PAY-ROUTING NOT = WS-CUR-SET-ROUTING
              OR PAY-DFLT-ACCOUNT NOT = WS-CUR-SET-ACCOUNT
               MOVE "*** EXCEPTION - RE-KEYED SINCE SETTLEMENT"
                   TO WS-ACTION-TEXT
               PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
               GO TO 3500-EXIT
           END-IF.

           MOVE ZERO TO WS-FIELDS-CHANGED.
           IF WS-CUR-CORR-ROUTING NOT = ZERO
              AND WS-CUR-CORR-ROUTING NOT = PAY-ROUTING
               MOVE SPACES              TO PAY-AUDIT-RECORD
               MOVE "PAY-ROUTING"       TO PA-FIELD-NAME
               MOVE PAY-ROUTING         TO PA-BEFORE-VALUE
               MOVE WS-CUR-CORR-ROUTING TO PA-AFTER-VALUE
               PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT
               MOVE WS-CUR-CORR-ROUTING TO PAY-ROUTING
           END-IF.
           IF WS-CUR-CORR-ACCOUNT NOT = ZERO
              AND WS-CUR-CORR-ACCOUNT NOT = PAY-DFLT-ACCOUNT
               MOVE SPACES              TO PAY-AUDIT-RECORD
               MOVE "PAY-DFLT-ACCOUNT"  TO PA-FIELD-NAME
               MOVE PAY-DFLT-ACCOUNT    TO PA-BEFORE-VALUE
               MOVE WS-CUR-CORR-ACCOUNT TO PA-AFTER-VALUE
               PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT
               MOVE WS-CUR-CORR-ACCOUNT TO PAY-DFLT-ACCOUNT
           END-IF.

           IF WS-FIELDS-CHANGED = ZERO
               MOVE "CORRECTION ALREADY ON THE PAYEE MASTER - NO CHANGE"
                   TO WS-ACTION-TEXT
               PERFORM 7000-PRINT-ITEM THRU 7000-EXIT
               GO TO 3500-EXIT
           END-IF.

           REWRITE PAYEE-RECORD
               INVALID KEY
                   DISPLAY "ACHRET - REWRITE FAILED FOR PAYEE "
                       PAY-ID " STATUS " WS-PAYMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-NOC-APPLIED.
           STRING "PAYEE " DELIMITED BY SIZE
                  PAY-ID   DELIMITED BY SIZE
                  " CORRECTED - NOW ROUTING "
                           DELIMITED BY SIZE
                  PAY-ROUTING DELIMITED BY SIZE
                  " ACCOUNT " DELIMITED BY SIZE
                  PAY-DFLT-ACCOUNT DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           END-STRING.
           PERFORM 7000-PRINT-ITEM THRU 7000-EXIT.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 3600-WRITE-AUDIT - FINISH AND WRITE ONE BEFORE/AFTER RECORD   *
      * WHOSE FIELD NAME AND VALUES THE CALLER HAS FILLED IN.         *
      ****************************************************************
       3600-WRITE-AUDIT.
           MOVE PAY-ID            TO PA-PAYEE-ID.
           MOVE WS-PROGRAM-ID     TO PA-SOURCE.
           MOVE WS-PROGRAM-ID     TO PA-OPERATOR-ID.
           MOVE WS-CUR-REASON     TO PA-REASON-CODE.
           MOVE WS-CUR-CHECK-NUM  TO PA-REFERENCE.
           MOVE WS-TODAY-CCYYMMDD TO PA-CHANGE-DATE.
           MOVE WS-NOW-TIME       TO PA-CHANGE-TIME.
           WRITE PAY-AUDIT-RECORD.
           ADD 1 TO WS-FIELDS-CHANGED.
       3600-EXIT.
           EXIT.

      ****************************************************************
      * 4100-TODAY-TO-JULIAN - TODAY'S CCYYMMDD TO JULIAN YYYYDDD     *
      * FOR THE GL ADJUSTMENT ENTRIES, LEAP YEAR RESPECTED.           *
      ****************************************************************
       4100-TODAY-TO-JULIAN.
           MOVE WS-TODAY-CCYYMMDD TO WS-DATE-WORK.
           SET NOT-LEAP-YEAR TO TRUE.
           DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM4.
           IF WS-LEAP-REM4 = ZERO
               DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM100
               IF WS-LEAP-REM100 NOT = ZERO
                   SET IS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM400
                   IF WS-LEAP-REM400 = ZERO
                       SET IS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-DAY-OF-YEAR =
               WS-CUM-DAYS(WS-DW-MM) + WS-DW-DD.
           IF WS-DW-MM > 2 AND IS-LEAP-YEAR
               ADD 1 TO WS-DAY-OF-YEAR
           END-IF.
           COMPUTE WS-TODAY-JULIAN =
               WS-DW-YYYY * 1000 + WS-DAY-OF-YEAR.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 7000-PRINT-ITEM - ONE REPORT LINE FOR THE CURRENT ITEM WITH   *
      * THE ACTION TEXT THE CALLER BUILT.                             *
      ****************************************************************
       7000-PRINT-ITEM.
           MOVE WS-CUR-AMOUNT TO WS-AMT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-CUR-TYPE = 'R'
               MOVE "RETURN" TO WS-PRINT-LINE(1:6)
           ELSE
               IF WS-CUR-TYPE = 'C'
                   MOVE "NOC"  TO WS-PRINT-LINE(1:3)
               ELSE
                   MOVE WS-CUR-TYPE TO WS-PRINT-LINE(1:1)
               END-IF
           END-IF.
           MOVE WS-CUR-CHECK-NUM  TO WS-PRINT-LINE(9:7).
           MOVE WS-CUR-PAYEE-ID   TO WS-PRINT-LINE(17:6).
           MOVE WS-AMT-ED         TO WS-PRINT-LINE(24:6).
           MOVE WS-CUR-REASON     TO WS-PRINT-LINE(32:3).
           MOVE WS-ACTION-TEXT    TO WS-PRINT-LINE(38:90).
           WRITE ACH-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       7000-EXIT.
           EXIT.

      ****************************************************************
      * 7050-PRINT-CONTINUATION - A SECOND ACTION LINE UNDER THE ITEM *
      ****************************************************************
       7050-PRINT-CONTINUATION.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ACTION-TEXT TO WS-PRINT-LINE(38:90).
           WRITE ACH-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       7050-EXIT.
           EXIT.

      ****************************************************************
      * 7100-PRINT-EXCEPTION - COUNT AND LIST AN ITEM NOT ACTED ON    *
      ****************************************************************
       7100-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM 7000-PRINT-ITEM THRU 7000-EXIT.
       7100-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - PRINT COUNTS AND CLOSE FILES                 *
      ****************************************************************
       8000-TERMINATE.
           MOVE WS-ITEM-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BANK ITEMS READ        : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ACH-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-SETTLE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SETTLEMENTS SEARCHED   : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ACH-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-RETURN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RETURNS RECEIVED       : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ACH-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-REVERSED-COUNT TO WS-COUNT-ED.
           MOVE WS-REVERSED-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RETURNS REVERSED       : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
                  "   AMOUNT "                DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ACH-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-REOPEN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RETURNS REOPENED IN AP : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ACH-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-NOC-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NOTICES OF CHANGE      : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ACH-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-NOC-APPLIED TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NOTICES APPLIED        : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ACH-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EXCEPTIONS             : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ACH-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE PAYEE-FILE.
           CLOSE VOID-FILE.
           IF OPEN-ITEMS-ARE-OPEN
               CLOSE AP-OPEN-FILE
           END-IF.
           CLOSE GL-ADJ-FILE.
           CLOSE PAY-AUDIT-FILE.
           CLOSE ACH-REPORT-FILE.

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
