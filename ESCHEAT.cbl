      *                  PRINTS THE STATE REMITTANCE REPORT BY         *
      *                  DORMANCY DATE, AND WRITES THE OFFSETTING GL   *
      *                  ENTRIES MOVING THE LIABILITY OFF CASH.        *
      * 10.15.2026 CP    THE GL PAIR NOW CARRIES THE COMPANY THE       *
      *                  CHECK WAS DRAWN FOR, FROM THE REGISTER.       *
      * 10.15.2026 CP    PAYEE AND COMPANY NOW COME FROM THE           *
      *                  CUMULATIVE PAYMENT HISTORY (CHKHIST) - THE    *
      *                  REGISTER HOLDS ONLY THE LATEST CHECK RUN.  AN *
      *                  ITEM WITH NO COMPANY IS LISTED FOR A MANUAL   *
      *                  ENTRY INSTEAD OF A GL PAIR WITHOUT ONE.       *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       DATE-COMPILED.
      ****************************************************************
      * ESCHEATMENT CYCLE.  READS THE CURRENT OUTSTANDING GENERATION   *
      * (OUTSTIN, POSPAY LAYOUT, ASCENDING CHECK NUMBER).  A FIRST     *
      * PASS TABLES THE STALE ITEMS AND ONE PASS OF THE CUMULATIVE     *
      * PAYMENT HISTORY (CHKHIST) FINDS EACH ONE'S PAYEE AND COMPANY.  *
      * AN ITEM OVER THE STALE LIMIT (180 DAYS, THE SAME RULE          *
      * CHKRECON MARKS STALE BY) IS FIRST SCREENED AGAINST THE KEYED   *
      * VOID FILE - A STOPPED OR VOIDED CHECK IS NOT OWED TO ANYONE    *
      * AND DROPS FROM THE CYCLE, LISTED FOR THE CLERKS - AND IS       *
      * OTHERWISE PULLED OFF THE OUTSTANDING FILE:                     *
      * THE PAYEE IS RESOLVED THROUGH THE HISTORY AND THE INDEXED      *
      * PAYEE MASTER, AN UNCLAIMED-PROPERTY RECORD AND A DUE-          *
      * DILIGENCE LETTER ARE WRITTEN, AND A DEBIT-CASH /               *
      * CREDIT-UNCLAIMED-LIABILITY PAIR GOES TO THE GL ADJUSTMENT      *
      * FILE (GLADJ, GLPOST LAYOUT) FOR THE NIGHTLY VOUCHER RUN -      *
      * UNLESS THE HISTORY GIVES NO COMPANY, WHEN THE ITEM IS LISTED   *
      * FOR A MANUAL ENTRY (RC=4).                                     *
      * ITEMS STILL INSIDE THE LIMIT CARRY FORWARD TO THE NEW          *
      * OUTSTANDING GENERATION (OUTSTOUT).  THE STATE REMITTANCE       *
      * REPORT LISTS THE ESCHEATED ITEMS IN DORMANCY-DATE ORDER.       *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTSTIN-STATUS.

           SELECT CHK-HIST-FILE ASSIGN TO "CHKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKHIST-STATUS.

           SELECT PAYEE-FILE ASSIGN TO "PAYMAST"
               ORGANIZATION IS INDEXED
      * POSITIVE-PAY ISSUE RECORD LAYOUT - SHARED COPYBOOK
          COPY POSPAY.

       FD  CHK-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CHECK PAYMENT HISTORY RECORD LAYOUT - SHARED COPYBOOK
          COPY CHKHIST.

       FD  PAYEE-FILE
           RECORDING MODE IS F
       01 WS-SWITCHES.
          02 WS-OUTSTIN-EOF-SW  PIC X(01) VALUE 'N'.
             88 OUTSTND-AT-END     VALUE 'Y'.
          02 WS-CHKHIST-EOF-SW  PIC X(01) VALUE 'N'.
             88 CHKHIST-AT-END     VALUE 'Y'.
          02 WS-PAYEE-FOUND-SW  PIC X(01) VALUE 'N'.
             88 PAYEE-FOUND         VALUE 'Y'.
             88 PAYEE-NOT-FOUND     VALUE 'N'.
          02 WS-ESCHEAT-COUNT    PIC 9(5) COMP VALUE ZERO.
          02 WS-NO-PAYEE-COUNT   PIC 9(5) COMP VALUE ZERO.
          02 WS-VOID-DROP-COUNT  PIC 9(5) COMP VALUE ZERO.
          02 WS-NO-COMPANY-COUNT PIC 9(5) COMP VALUE ZERO.

       01 WS-ESCHEAT-TOTAL       PIC 9(9)V9(2) VALUE ZERO.
       01 WS-COUNT-ED            PIC ZZZZZZ9.
          88 NOT-LEAP-YEAR           VALUE 'N'.

      ****************************************************************
      * STALE-ITEM TABLE - THE FIRST PASS OF THE OUTSTANDING FILE     *
      * TABLES EVERY ITEM PAST THE STALE LIMIT, IN FILE ORDER, AND    *
      * ONE PASS OF THE PAYMENT HISTORY FILLS IN THE PAYEE AND        *
      * COMPANY.  THE MAIN PASS MEETS THE STALE ITEMS IN THE SAME     *
      * ORDER, SO WS-STL-CUR STEPS THROUGH THE TABLE BESIDE IT.       *
      ****************************************************************
       01 WS-STL-TABLE-AREA.
          02 WS-STL-ENTRY OCCURS 1000 TIMES.
             03 WS-STL-CHECK-NUM PIC 9(7).
             03 WS-STL-PAYEE-ID  PIC 9(6).
             03 WS-STL-COMPANY   PIC X(3).
             03 WS-STL-HIST-SW   PIC X(1).
                88 STL-ON-HISTORY     VALUE 'Y'.

       77 WS-STL-MAX             PIC 9(4) COMP VALUE 1000.
       77 WS-STL-COUNT           PIC 9(4) COMP VALUE ZERO.
       77 WS-STL-SUB             PIC 9(4) COMP VALUE ZERO.
       77 WS-STL-CUR             PIC 9(4) COMP VALUE ZERO.

      ****************************************************************
      * ESCHEATED-ITEM TABLE - HOLDS THE RUN'S PULLED ITEMS SO THE    *
          02 WS-RES-ADDR-1       PIC X(30) VALUE SPACES.
          02 WS-RES-ADDR-2       PIC X(30) VALUE SPACES.
          02 WS-RES-CITY-ST-ZIP  PIC X(30) VALUE SPACES.
      *    THE COMPANY THE CHECK WAS DRAWN FOR - CARRIED TO THE GL PAIR
          02 WS-RES-COMPANY      PIC X(3)  VALUE SPACES.

      ****************************************************************
      * REPORT LINES                                                  *
       01 WS-FILE-STATUSES.
          02 WS-OUTSTIN-STATUS   PIC X(02) VALUE "00".
             88 OUTSTIN-STATUS-OK    VALUE "00".
          02 WS-CHKHIST-STATUS   PIC X(02) VALUE "00".
             88 CHKHIST-STATUS-OK    VALUE "00".
          02 WS-PAYMAST-STATUS   PIC X(02) VALUE "00".
             88 PAYMAST-STATUS-OK    VALUE "00".
          02 WS-VOID-STATUS      PIC X(02) VALUE "00".

      ****************************************************************
      * 1000-INITIALIZE - OPEN FILES, FIGURE TODAY'S SERIAL AND       *
      * JULIAN DATE, TABLE AND RESOLVE THE STALE ITEMS, THEN PRIME    *
      * THE MAIN PASS.                                                *
      ****************************************************************
       1000-INITIALIZE.
           OPEN INPUT OUTSTND-IN-FILE.
               STOP RUN
           END-IF.

           OPEN INPUT PAYEE-FILE.
           IF NOT PAYMAST-STATUS-OK
               DISPLAY "ESCHEAT - OPEN ERR - PAYEE-FILE, STATUS = "
           MOVE WS-DATE-SERIAL TO WS-TODAY-SERIAL.
           PERFORM 4100-TODAY-TO-JULIAN THRU 4100-EXIT.

           PERFORM 1500-TABLE-STALE-ITEMS THRU 1500-EXIT.
           PERFORM 1600-RESOLVE-FROM-HISTORY THRU 1600-EXIT.

           PERFORM 2100-READ-OUTSTANDING THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1500-TABLE-STALE-ITEMS - FIRST PASS OF THE OUTSTANDING FILE:  *
      * TABLE EVERY ITEM PAST THE STALE LIMIT, THEN REOPEN THE FILE   *
      * FOR THE MAIN PASS.                                            *
      ****************************************************************
       1500-TABLE-STALE-ITEMS.
           PERFORM 1510-TABLE-ONE-ITEM THRU 1510-EXIT
               UNTIL OUTSTND-AT-END.
           CLOSE OUTSTND-IN-FILE.
           MOVE 'N' TO WS-OUTSTIN-EOF-SW.
           OPEN INPUT OUTSTND-IN-FILE.
           IF NOT OUTSTIN-STATUS-OK
               DISPLAY "ESCHEAT - OPEN ERR - OUTSTND-IN, STATUS = "
                   WS-OUTSTIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1500-EXIT.
           EXIT.

      ****************************************************************
      * 1510-TABLE-ONE-ITEM - AGE ONE ITEM OF THE FIRST PASS          *
      ****************************************************************
       1510-TABLE-ONE-ITEM.
           READ OUTSTND-IN-FILE
               AT END
                   SET OUTSTND-AT-END TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           MOVE PP-ISSUE-DATE TO WS-DATE-WORK.
           PERFORM 4000-DATE-TO-SERIAL THRU 4000-EXIT.
           COMPUTE WS-ISSUE-AGE = WS-TODAY-SERIAL - WS-DATE-SERIAL.
           IF WS-ISSUE-AGE NOT > WS-STALE-DAYS
               GO TO 1510-EXIT
           END-IF.
           IF WS-STL-COUNT = WS-STL-MAX
               DISPLAY "ESCHEAT - STALE-ITEM TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-STL-COUNT.
           MOVE PP-CHECK-NUMBER TO WS-STL-CHECK-NUM(WS-STL-COUNT).
           MOVE ZERO            TO WS-STL-PAYEE-ID(WS-STL-COUNT).
           MOVE SPACES          TO WS-STL-COMPANY(WS-STL-COUNT).
           MOVE 'N'             TO WS-STL-HIST-SW(WS-STL-COUNT).
       1510-EXIT.
           EXIT.

      ****************************************************************
      * 1600-RESOLVE-FROM-HISTORY - ONE PASS OF THE CUMULATIVE        *
      * PAYMENT HISTORY FOR THE STALE ITEMS' PAYEE AND COMPANY.  THE  *
      * CHECK REGISTER CANNOT SERVE - IT HOLDS ONLY THE LATEST RUN.   *
      ****************************************************************
       1600-RESOLVE-FROM-HISTORY.
           IF WS-STL-COUNT = ZERO
               GO TO 1600-EXIT
           END-IF.
           OPEN INPUT CHK-HIST-FILE.
           IF NOT CHKHIST-STATUS-OK
               DISPLAY "ESCHEAT - OPEN ERR - CHK-HIST, STATUS = "
                   WS-CHKHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1610-MATCH-ONE-HISTORY THRU 1610-EXIT
               UNTIL CHKHIST-AT-END.
           CLOSE CHK-HIST-FILE.
       1600-EXIT.
           EXIT.

      ****************************************************************
      * 1610-MATCH-ONE-HISTORY - ONE PAYMENT HISTORY RECORD           *
      ****************************************************************
       1610-MATCH-ONE-HISTORY.
           READ CHK-HIST-FILE
               AT END
                   SET CHKHIST-AT-END TO TRUE
                   GO TO 1610-EXIT
           END-READ.
           PERFORM 1620-TEST-HISTORY THRU 1620-EXIT
               VARYING WS-STL-SUB FROM 1 BY 1
               UNTIL WS-STL-SUB > WS-STL-COUNT.
       1610-EXIT.
           EXIT.

      ****************************************************************
      * 1620-TEST-HISTORY - DOES THE HISTORY RECORD MATCH THIS ITEM   *
      ****************************************************************
       1620-TEST-HISTORY.
           IF WS-STL-CHECK-NUM(WS-STL-SUB) = CH-CHECK-NUMBER
               MOVE 'Y'         TO WS-STL-HIST-SW(WS-STL-SUB)
               MOVE CH-PAYEE-ID TO WS-STL-PAYEE-ID(WS-STL-SUB)
               MOVE CH-COMPANY  TO WS-STL-COMPANY(WS-STL-SUB)
           END-IF.
       1620-EXIT.
           EXIT.

      ****************************************************************
      * 2000-PROCESS-ONE-ITEM - AGE ONE OUTSTANDING ISSUE.  INSIDE    *
      * THE STALE LIMIT IT CARRIES FORWARD; PAST THE LIMIT IT IS      *
           COMPUTE WS-ISSUE-AGE = WS-TODAY-SERIAL - WS-DATE-SERIAL.

           IF WS-ISSUE-AGE > WS-STALE-DAYS
               ADD 1 TO WS-STL-CUR
               PERFORM 3000-ESCHEAT-ITEM THRU 3000-EXIT
           ELSE
               ADD 1 TO WS-CARRIED-COUNT
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-ESCHEAT-ITEM - PULL ONE STALE ITEM: RESOLVE THE PAYEE,   *
      * WRITE THE UNCLAIMED RECORD, THE DUE-DILIGENCE LETTER AND THE  *
           EXIT.

      ****************************************************************
      * 3100-RESOLVE-PAYEE - THE PAYEE-ID AND COMPANY THE HISTORY     *
      * PASS FOUND FOR THIS STALE ITEM, THEN A KEYED READ OF THE      *
      * PAYEE MASTER FOR THE NAME AND LETTER ADDRESS.  AN             *
      * UNRESOLVABLE PAYEE STILL ESCHEATS - THE STATE TAKES THE       *
      * MONEY EITHER WAY - BUT IS COUNTED FOR THE EXCEPTION LINE.     *
      ****************************************************************
           MOVE SPACES TO WS-RES-ADDR-1.
           MOVE SPACES TO WS-RES-ADDR-2.
           MOVE SPACES TO WS-RES-CITY-ST-ZIP.
           MOVE SPACES TO WS-RES-COMPANY.
           SET PAYEE-NOT-FOUND TO TRUE.

           IF WS-STL-CHECK-NUM(WS-STL-CUR) NOT = PP-CHECK-NUMBER
              OR NOT STL-ON-HISTORY(WS-STL-CUR)
               ADD 1 TO WS-NO-PAYEE-COUNT
               GO TO 3100-EXIT
           END-IF.

           MOVE WS-STL-PAYEE-ID(WS-STL-CUR) TO WS-RES-PAYEE-ID.
           MOVE WS-STL-COMPANY(WS-STL-CUR)  TO WS-RES-COMPANY.
      *    AN INACTIVE PAYEE STILL RESOLVES - DUE DILIGENCE IS OWED
      *    TO WHOEVER THE CHECK WAS CUT TO, ACTIVE OR NOT.
           MOVE WS-RES-PAYEE-ID TO PAY-ID.
           READ PAYEE-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-PAYEE-COUNT
      * PROPERTY LIABILITY.  GLPOST LAYOUT, PICKED UP BY THE NIGHTLY  *
      * VOUCHER RUN, SO THE PAIR CROSS-FOOTS BY CONSTRUCTION.  THE    *
      * TRAN KEY CARRIES THE LOW SIX DIGITS OF THE CHECK NUMBER FOR   *
      * THE AUDIT TRAIL.  BOTH SIDES BELONG TO THE COMPANY THE CHECK  *
      * WAS DRAWN FOR.  WITH NO COMPANY ON THE HISTORY THE PAIR IS    *
      * NOT WRITTEN - IT WOULD POST TO NO COMPANY - AND THE ITEM IS   *
      * LISTED FOR ACCOUNTING TO ENTER BY HAND.                       *
      ****************************************************************
       3300-WRITE-GL-PAIR.
           IF WS-RES-COMPANY = SPACES
               ADD 1 TO WS-NO-COMPANY-COUNT
               MOVE PP-AMOUNT TO WS-AMT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO GL PAIR - CHECK " DELIMITED BY SIZE
                      PP-CHECK-NUMBER       DELIMITED BY SIZE
                      " AMOUNT "            DELIMITED BY SIZE
                      WS-AMT-ED             DELIMITED BY SIZE
                      " HAS NO COMPANY ON THE HISTORY - ENTER BY HAND"
                                            DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE ESC-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 3300-EXIT
           END-IF.

           MOVE SPACES             TO GL-POST-RECORD.
           MOVE WS-CASH-ACCOUNT    TO GLP-ACCOUNT.
           MOVE 'D'                TO GLP-CRDB-CODE.
           MOVE PP-AMOUNT          TO GLP-AMOUNT.
           MOVE WS-TODAY-JULIAN    TO GLP-POST-DATE.
           MOVE PP-CHECK-NUMBER(2:6) TO GLP-TRAN-KEY.
           MOVE WS-RES-COMPANY     TO GLP-COMPANY.
           WRITE GL-POST-RECORD.

           MOVE SPACES             TO GL-POST-RECORD.
           MOVE PP-AMOUNT          TO GLP-AMOUNT.
           MOVE WS-TODAY-JULIAN    TO GLP-POST-DATE.
           MOVE PP-CHECK-NUMBER(2:6) TO GLP-TRAN-KEY.
           MOVE WS-RES-COMPANY     TO GLP-COMPANY.
           WRITE GL-POST-RECORD.
       3300-EXIT.
           EXIT.
           WRITE ESC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-NO-COMPANY-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GL PAIRS TO ENTER      : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE ESC-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE OUTSTND-IN-FILE.
           CLOSE PAYEE-FILE.
           IF VOID-FILE-IS-OPEN
               CLOSE VOID-FILE
           CLOSE ESC-REPORT-FILE.

           IF WS-NO-PAYEE-COUNT > ZERO
              OR WS-NO-COMPANY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
