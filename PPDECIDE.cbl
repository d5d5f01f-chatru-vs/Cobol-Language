      ********************************************
      * COBOL PROGRAM - POSITIVE-PAY DECISION     *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - OPERATOR TRANSACTION TO PAY OR     *
      *                  RETURN A POSITIVE-PAY EXCEPTION, WITH REASON  *
      *                  CODE AND OPERATOR ID.                         *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPDECIDE.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * INTERACTIVE POSITIVE-PAY DECISION TRANSACTION.  WITH THE      *
      * EXCEPTION LIST FROM THE LOAD RUN (PPEXLOAD) IN HAND, THE      *
      * OPERATOR KEYS THE EXCEPTION DATE ONCE, THEN FOR EACH ITEM THE *
      * CHECK NUMBER (AND ITEM NUMBER WHEN THE SAME CHECK WAS         *
      * PRESENTED MORE THAN ONCE), IS SHOWN WHAT OUR FILES SAY AND    *
      * THE SUGGESTED DECISION, AND KEYS PAY OR RETURN, A REASON CODE *
      * AND THEIR OPERATOR ID.  THE DECISION IS RECORDED ON THE ITEM  *
      * IN THE DECISION FILE (PPDECN).  KEYING AN ITEM AGAIN REPLACES *
      * ITS DECISION, THE ONE REPLACED AND WHO KEYED IT BEING KEPT ON *
      * THE RECORD.  ONCE THE CUTOFF RUN (PPCUTOFF) HAS SENT THE DAY  *
      * TO THE BANK ITS DECISIONS CAN NO LONGER BE CHANGED.           *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "PPDECN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PE-KEY
               FILE STATUS IS WS-PPDECN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * POSITIVE-PAY EXCEPTION DECISION LAYOUT - SHARED COPYBOOK
          COPY PPDEC.

       WORKING-STORAGE SECTION.
      ****************************************************************
      * OPERATOR INPUT WORK AREAS                                     *
      ****************************************************************
       01 WS-IN-EXCP-DATE       PIC X(8).
       01 WS-IN-EXCP-DATE-9     PIC 9(8).
       01 WS-IN-CHECK-NUM       PIC X(7).
       01 WS-IN-CHECK-NUM-9     PIC 9(7).
       01 WS-IN-ITEM            PIC X(2).
       01 WS-IN-ITEM-9          PIC 9(2).
       01 WS-IN-DECISION        PIC X(1).
       01 WS-IN-REASON          PIC X(3).
       01 WS-IN-OPERATOR        PIC X(8).

       01 WS-SWITCHES.
          02 WS-QUIT-SW         PIC X(01) VALUE 'N'.
             88 OPERATOR-IS-DONE     VALUE 'Y'.

       77 WS-DECISIONS-RECORDED PIC 9(5) VALUE ZERO.

       01 WS-AMOUNT-ED          PIC ZZ9.99.
       01 WS-ISSUE-ED           PIC ZZ9.99.

       01 WS-RUN-DATE-AREA.
          02 WS-RUN-YYMMDD      PIC 9(6).
          02 WS-RUN-CCYYMMDD.
             03 WS-RUN-CC       PIC 99 VALUE 20.
             03 WS-RUN-YMD      PIC 9(6).
       01 WS-RUN-TIME           PIC 9(8) VALUE ZERO.

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-PPDECN-STATUS   PIC X(02) VALUE "00".
             88 PPDECN-STATUS-OK     VALUE "00".

       PROCEDURE DIVISION.

      ****************************************************************
      * 0000-MAINLINE                                                 *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL OPERATOR-IS-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - OPEN THE DECISION FILE AND TAKE THE         *
      * EXCEPTION DATE THE SESSION WORKS UNDER.                       *
      ****************************************************************
       1000-INITIALIZE.
           DISPLAY " ".
           DISPLAY "PPDECIDE - POSITIVE-PAY EXCEPTION DECISION".
           DISPLAY "ENTER A CHECK NUMBER TO PAY OR RETURN THE ITEM.".
           DISPLAY "ENTER CHECK NUMBER 'END' TO STOP.".

           OPEN I-O DECISION-FILE.
           IF NOT PPDECN-STATUS-OK
               DISPLAY "PPDECIDE - OPEN ERR - DECISION-FILE, STATUS = "
                   WS-PPDECN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-YYMMDD FROM DATE.
           MOVE WS-RUN-YYMMDD TO WS-RUN-YMD.

           DISPLAY " ".
           DISPLAY "EXCEPTION DATE (CCYYMMDD, BLANK = TODAY) > " WITH
               NO ADVANCING.
           ACCEPT WS-IN-EXCP-DATE.
           IF WS-IN-EXCP-DATE = SPACES
               MOVE WS-RUN-CCYYMMDD TO WS-IN-EXCP-DATE-9
           ELSE
               IF WS-IN-EXCP-DATE NOT NUMERIC
                   DISPLAY "*** EXCEPTION DATE MUST BE CCYYMMDD ***"
                   MOVE 'Y' TO WS-QUIT-SW
                   GO TO 1000-EXIT
               END-IF
               MOVE WS-IN-EXCP-DATE TO WS-IN-EXCP-DATE-9
           END-IF.
           DISPLAY "WORKING EXCEPTIONS OF " WS-IN-EXCP-DATE-9.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-PROCESS-TRANSACTION - DECIDE ONE EXCEPTION ITEM          *
      ****************************************************************
       2000-PROCESS-TRANSACTION.
           DISPLAY " ".
           DISPLAY "CHECK NUMBER (7 DIGITS, OR END) > " WITH NO
               ADVANCING.
           ACCEPT WS-IN-CHECK-NUM.

           IF WS-IN-CHECK-NUM = "END"
               MOVE 'Y' TO WS-QUIT-SW
               GO TO 2000-EXIT
           END-IF.

           IF WS-IN-CHECK-NUM NOT NUMERIC
               DISPLAY "*** CHECK NUMBER MUST BE 7 DIGITS ***"
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-IN-CHECK-NUM TO WS-IN-CHECK-NUM-9.

           DISPLAY "ITEM (2 DIGITS, BLANK = 01) > " WITH NO ADVANCING.
           ACCEPT WS-IN-ITEM.
           IF WS-IN-ITEM = SPACES
               MOVE 1 TO WS-IN-ITEM-9
           ELSE
               IF WS-IN-ITEM NOT NUMERIC
                   DISPLAY "*** ITEM MUST BE 2 DIGITS ***"
                   GO TO 2000-EXIT
               END-IF
               MOVE WS-IN-ITEM TO WS-IN-ITEM-9
           END-IF.

           MOVE WS-IN-EXCP-DATE-9 TO PE-EXCP-DATE.
           MOVE WS-IN-CHECK-NUM-9 TO PE-CHECK-NUMBER.
           MOVE WS-IN-ITEM-9      TO PE-ITEM-SEQ.
           READ DECISION-FILE
               INVALID KEY
                   DISPLAY "*** NO EXCEPTION FOR THAT CHECK AND ITEM "
                       "ON " WS-IN-EXCP-DATE-9 " ***"
                   GO TO 2000-EXIT
           END-READ.

           PERFORM 3000-SHOW-ITEM THRU 3000-EXIT.
           IF PE-SENT-DATE NOT = ZERO
               DISPLAY "*** SENT TO THE BANK ON " PE-SENT-DATE
                   " - THE DECISION CANNOT BE CHANGED ***"
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "DECISION (P = PAY, R = RETURN) > " WITH NO
               ADVANCING.
           ACCEPT WS-IN-DECISION.
           IF WS-IN-DECISION NOT = 'P' AND WS-IN-DECISION NOT = 'R'
               DISPLAY "*** DECISION MUST BE P OR R ***"
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "REASON CODE (3 CHARS, E.G. VER FRD AMT) > "
               WITH NO ADVANCING.
           ACCEPT WS-IN-REASON.
           IF WS-IN-REASON = SPACES
               DISPLAY "*** REASON CODE IS REQUIRED ***"
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "OPERATOR ID > " WITH NO ADVANCING.
           ACCEPT WS-IN-OPERATOR.
           IF WS-IN-OPERATOR = SPACES
               DISPLAY "*** OPERATOR ID IS REQUIRED ***"
               GO TO 2000-EXIT
           END-IF.

           IF WS-IN-DECISION NOT = PE-SUGGESTED
               DISPLAY "NOTE - DECISION OVERRIDES THE SUGGESTED "
                   PE-SUGGESTED
           END-IF.

      *    A RE-KEYED DECISION KEEPS THE ONE IT REPLACES, AND WHO
      *    KEYED IT, FOR THE CUTOFF RUN'S DECISION LOG.
           IF NOT PE-UNDECIDED
               MOVE PE-DECISION    TO PE-PRIOR-DECISION
               MOVE PE-OPERATOR-ID TO PE-PRIOR-OPERATOR
               DISPLAY "NOTE - PRIOR DECISION " PE-DECISION
                   " BY " PE-OPERATOR-ID " REPLACED"
           END-IF.

           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-IN-DECISION  TO PE-DECISION.
           MOVE WS-IN-REASON    TO PE-REASON-CODE.
           MOVE WS-IN-OPERATOR  TO PE-OPERATOR-ID.
           MOVE WS-RUN-CCYYMMDD TO PE-DECIDE-DATE.
           MOVE WS-RUN-TIME     TO PE-DECIDE-TIME.
           MOVE SPACE           TO PE-DEFAULT-SW.
           REWRITE PP-DECISION-RECORD
               INVALID KEY
                   DISPLAY "*** DECISION NOT RECORDED - STATUS "
                       WS-PPDECN-STATUS " ***"
                   GO TO 2000-EXIT
           END-REWRITE.
           ADD 1 TO WS-DECISIONS-RECORDED.
           DISPLAY "RECORDED - CHECK " WS-IN-CHECK-NUM-9
               " ITEM " WS-IN-ITEM-9
               " DECISION " WS-IN-DECISION
               " REASON " WS-IN-REASON.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 3000-SHOW-ITEM - WHAT THE BANK PRESENTED, WHAT OUR FILES SAY  *
      * AND WHAT HAS BEEN DECIDED SO FAR                              *
      ****************************************************************
       3000-SHOW-ITEM.
           MOVE PE-AMOUNT       TO WS-AMOUNT-ED.
           MOVE PE-ISSUE-AMOUNT TO WS-ISSUE-ED.
           DISPLAY "  ACCOUNT " PE-ACCOUNT
               "  PRESENTED " WS-AMOUNT-ED
               " ON " PE-PRESENT-DATE
               "  BANK REASON " PE-BANK-REASON.
           DISPLAY "  ISSUED    " WS-ISSUE-ED
               " ON " PE-ISSUE-DATE
               "  PAYEE " PE-PAYEE-ID.
           DISPLAY "  FINDING   " PE-FINDING " " PE-FINDING-TEXT.
           DISPLAY "  SUGGESTED " PE-SUGGESTED.
           IF NOT PE-UNDECIDED
               DISPLAY "  DECIDED   " PE-DECISION
                   " REASON " PE-REASON-CODE
                   " BY " PE-OPERATOR-ID
                   " ON " PE-DECIDE-DATE
           END-IF.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 9000-TERMINATE                                                *
      ****************************************************************
       9000-TERMINATE.
           CLOSE DECISION-FILE.
           DISPLAY " ".
           DISPLAY "PPDECIDE - " WS-DECISIONS-RECORDED
               " DECISIONS RECORDED.".
       9000-EXIT.
           EXIT.
