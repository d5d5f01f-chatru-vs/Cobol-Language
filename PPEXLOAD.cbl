      ********************************************
      * COBOL PROGRAM - POSITIVE-PAY EXCEPTIONS   *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - LOADS THE BANK'S POSITIVE-PAY      *
      *                  EXCEPTION FILE FOR DECISION, WITH WHAT OUR    *
      *                  FILES SAY ABOUT EACH CHECK AND A SUGGESTED    *
      *                  PAY OR RETURN.                                *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPEXLOAD.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * POSITIVE-PAY EXCEPTION LOAD.  THE BANK'S DAILY EXCEPTION FILE *
      * (PPEXCP) IS PROVED AGAINST ITS OWN TOTAL RECORD AND TABLED -  *
      * A FILE THAT DOES NOT PROVE IS REJECTED WHOLE (RC=8) AND       *
      * NOTHING IS LOADED.  EACH PRESENTED CHECK IS THEN LOOKED UP    *
      * ON OUR FILES - THE POSITIVE-PAY ISSUES (POSPAY, EVERY         *
      * GENERATION), THE CHECKS STILL OUTSTANDING AFTER THE LAST      *
      * RECONCILIATION (OUTSTND), THE PAYMENT HISTORY (CHKHIST) AND   *
      * THE VOID FILE - AND GIVEN A FINDING AND A SUGGESTED DECISION: *
      *   VD - VOIDED, STOPPED OR AN ACH RETURN ON THE VOID FILE      *
      *   DP - THE SAME CHECK PRESENTED AGAIN IN THIS FILE            *
      *   HO - ON THE PAYMENT HISTORY BUT NOT THE ISSUE FILE (AN ACH  *
      *        SETTLEMENT NUMBER, OR A CHECK LONG SINCE SETTLED)      *
      *   NI - NO ISSUE ANYWHERE                                      *
      *   PD - ISSUED BUT NO LONGER OUTSTANDING - ALREADY PAID        *
      *   AM - ISSUED AND OUTSTANDING, BUT FOR A DIFFERENT AMOUNT     *
      *   SD - ISSUED AND OUTSTANDING, PRESENTED OVER 180 DAYS AFTER  *
      *        ISSUE                                                  *
      *   OK - ISSUED AND OUTSTANDING AND AGREES - SUGGESTED PAY      *
      * EVERY OTHER FINDING SUGGESTS RETURN.  EACH ITEM IS WRITTEN TO *
      * THE DECISION FILE (PPDECN) UNDECIDED, FOR THE OPERATORS TO    *
      * DECIDE WITH THE PPDECIDE TRANSACTION BEFORE THE CUTOFF RUN    *
      * (PPCUTOFF) SENDS THE DAY'S DECISIONS TO THE BANK.  AN ITEM    *
      * ALREADY ON THE DECISION FILE - THE BANK RESENDING ITS FILE -  *
      * IS LEFT AS IT IS, WITH ANY DECISION ALREADY KEYED.            *
      * PARM BUSDATE=CCYYMMDD NAMES THE DAY THE ITEMS ARE FILED UNDER.*
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO "PPEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPEXCP-STATUS.

           SELECT ISSUE-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT OUTSTANDING-FILE ASSIGN TO "OUTSTND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTSTND-STATUS.

           SELECT CHK-HIST-FILE ASSIGN TO "CHKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKHIST-STATUS.

           SELECT VOID-FILE ASSIGN TO "VOIDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VD-CHECK-NUMBER
               FILE STATUS IS WS-VOID-STATUS.

           SELECT DECISION-FILE ASSIGN TO "PPDECN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PE-KEY
               FILE STATUS IS WS-PPDECN-STATUS.

           SELECT EXCP-REPORT-FILE ASSIGN TO "PPXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * BANK POSITIVE-PAY EXCEPTION RECORD LAYOUTS - SHARED COPYBOOK
          COPY PPEXCP.

       FD  ISSUE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * POSITIVE-PAY ISSUE RECORD LAYOUT - SHARED COPYBOOK
          COPY POSPAY.

      * THE OUTSTANDING GENERATION CARRIES THE SAME ISSUE RECORD; IT
      * IS DESCRIBED HERE BY POSITION RATHER THAN COPIED TWICE.
       FD  OUTSTANDING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OUTSTANDING-RECORD.
           02  OS-CHECK-NUMBER   PIC 9(7).
           02  OS-ACCOUNT        PIC 9(10).
           02  OS-AMOUNT         PIC 9(3)V9(2).
           02  OS-ISSUE-DATE     PIC 9(8).
           02  FILLER            PIC X(10).

       FD  CHK-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CUMULATIVE CHECK PAYMENT HISTORY LAYOUT - SHARED COPYBOOK
          COPY CHKHIST.

       FD  VOID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CHECK VOID / STOP-PAYMENT RECORD LAYOUT - SHARED COPYBOOK
          COPY VOIDREC.

       FD  DECISION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * POSITIVE-PAY EXCEPTION DECISION LAYOUT - SHARED COPYBOOK
          COPY PPDEC.

       FD  EXCP-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXCP-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-PPEXCP-EOF-SW   PIC X(01) VALUE 'N'.
             88 EXCEPTIONS-AT-END  VALUE 'Y'.
          02 WS-POSPAY-EOF-SW   PIC X(01) VALUE 'N'.
             88 ISSUES-AT-END      VALUE 'Y'.
          02 WS-OUTSTND-EOF-SW  PIC X(01) VALUE 'N'.
             88 OUTSTND-AT-END     VALUE 'Y'.
          02 WS-CHKHIST-EOF-SW  PIC X(01) VALUE 'N'.
             88 CHKHIST-AT-END     VALUE 'Y'.
          02 WS-TRAILER-SW      PIC X(01) VALUE 'N'.
             88 TRAILER-SEEN        VALUE 'Y'.
          02 WS-FILE-SW         PIC X(01) VALUE 'G'.
             88 TRANSMISSION-GOOD   VALUE 'G'.
             88 TRANSMISSION-BAD    VALUE 'B'.
          02 WS-LEAP-SW         PIC X(01) VALUE 'N'.
             88 IS-LEAP-YEAR        VALUE 'Y'.
             88 NOT-LEAP-YEAR       VALUE 'N'.

      ****************************************************************
      * EXCEPTION TABLE - EVERY PRESENTED ITEM, WITH WHAT EACH OF OUR *
      * FILES SAYS ABOUT ITS CHECK.                                   *
      ****************************************************************
       01 WS-EX-TABLE-AREA.
          02 WS-EX-ENTRY OCCURS 500 TIMES.
             03 WS-EX-ACCOUNT      PIC 9(10).
             03 WS-EX-CHECK-NUM    PIC 9(7).
             03 WS-EX-AMOUNT       PIC 9(3)V9(2).
             03 WS-EX-PRESENT-DATE PIC 9(8).
             03 WS-EX-BANK-REASON  PIC X(2).
             03 WS-EX-ITEM-ID      PIC X(15).
             03 WS-EX-SEQ          PIC 9(2).
             03 WS-EX-ISSUED-SW    PIC X(01).
                88 EX-ISSUED          VALUE 'Y'.
             03 WS-EX-OUT-SW       PIC X(01).
                88 EX-OUTSTANDING     VALUE 'Y'.
             03 WS-EX-HIST-SW      PIC X(01).
                88 EX-ON-HISTORY      VALUE 'Y'.
             03 WS-EX-ISSUE-AMT    PIC 9(3)V9(2).
             03 WS-EX-ISSUE-DATE   PIC 9(8).
             03 WS-EX-PAYEE-ID     PIC 9(6).

       77 WS-EX-MAX              PIC 9(3) COMP VALUE 500.
       77 WS-EX-COUNT            PIC 9(3) COMP VALUE ZERO.
       77 WS-EX-SUB              PIC 9(3) COMP VALUE ZERO.
       77 WS-EX-SUB2             PIC 9(3) COMP VALUE ZERO.
       77 WS-STALE-DAYS          PIC 9(3) VALUE 180.

      ****************************************************************
      * DATE WORK AREAS - THE DAY SERIAL COUNTS DAYS FROM 0001-01-01  *
      * WITH LEAP YEARS RESPECTED, SO TWO SERIALS SUBTRACT TO AN      *
      * EXACT NUMBER OF DAYS.                                         *
      ****************************************************************
       01 WS-ROLL-DATE           PIC 9(8) VALUE ZERO.
       01 WS-ROLL-DATE-RE REDEFINES WS-ROLL-DATE.
          02 WS-ROLL-YYYY        PIC 9(4).
          02 WS-ROLL-MM          PIC 99.
          02 WS-ROLL-DD          PIC 99.

       01 WS-CUM-DAYS-TABLE.
          02 FILLER PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 WS-CUM-DAYS-RE REDEFINES WS-CUM-DAYS-TABLE.
          02 WS-CUM-DAYS         PIC 9(3) OCCURS 12 TIMES.

       01 WS-LEAP-WORK.
          02 WS-LEAP-QUOT        PIC 9(6).
          02 WS-LEAP-REM4        PIC 9(3).
          02 WS-LEAP-REM100      PIC 9(3).
          02 WS-LEAP-REM400      PIC 9(3).

       01 WS-SERIAL-WORK.
          02 WS-SER-YEARS        PIC 9(4).
          02 WS-SER-BY4          PIC 9(4).
          02 WS-SER-BY100        PIC 9(4).
          02 WS-SER-BY400        PIC 9(4).
       01 WS-DATE-SERIAL         PIC 9(8) VALUE ZERO.
       01 WS-ISSUE-SERIAL        PIC 9(8) VALUE ZERO.

       01 WS-BUS-DATE            PIC 9(8) VALUE ZERO.

      ****************************************************************
      * COUNTERS AND TRANSMISSION PROOF                               *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-READ-COUNT       PIC 9(7) VALUE ZERO.
          02 WS-DETAIL-COUNT     PIC 9(7) VALUE ZERO.
          02 WS-GARBLED-COUNT    PIC 9(7) VALUE ZERO.
          02 WS-EXP-COUNT        PIC 9(7) VALUE ZERO.
          02 WS-LOADED-COUNT     PIC 9(7) VALUE ZERO.
          02 WS-ON-FILE-COUNT    PIC 9(7) VALUE ZERO.
          02 WS-SUGG-PAY-COUNT   PIC 9(7) VALUE ZERO.
          02 WS-SUGG-RET-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-DETAIL-TOTAL        PIC 9(9)V9(2) VALUE ZERO.
       01 WS-EXP-TOTAL           PIC 9(9)V9(2) VALUE ZERO.
       01 WS-CUTOFF-TIME         PIC 9(4) VALUE ZERO.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-AMOUNT-ED           PIC ZZ9.99.
       01 WS-ISSUE-ED            PIC ZZ9.99.
       01 WS-TOTAL-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED2           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ON-FILE-NOTE        PIC X(20) VALUE SPACES.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(50) VALUE
             "POSITIVE-PAY EXCEPTIONS FOR DECISION - PPEXLOAD".

       01 WS-HEADING-2.
          02 FILLER PIC X(09) VALUE "CHECK".
          02 FILLER PIC X(04) VALUE "IT".
          02 FILLER PIC X(12) VALUE "ACCOUNT".
          02 FILLER PIC X(09) VALUE "PRESENTED".
          02 FILLER PIC X(09) VALUE "   ISSUED".
          02 FILLER PIC X(10) VALUE "  ISSUE DT".
          02 FILLER PIC X(06) VALUE " BANK".
          02 FILLER PIC X(33) VALUE "OUR FINDING".
          02 FILLER PIC X(09) VALUE "SUGGEST".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-PPEXCP-STATUS    PIC X(02) VALUE "00".
             88 PPEXCP-STATUS-OK     VALUE "00".
          02 WS-POSPAY-STATUS    PIC X(02) VALUE "00".
             88 POSPAY-STATUS-OK     VALUE "00".
          02 WS-OUTSTND-STATUS   PIC X(02) VALUE "00".
             88 OUTSTND-STATUS-OK    VALUE "00".
          02 WS-CHKHIST-STATUS   PIC X(02) VALUE "00".
             88 CHKHIST-STATUS-OK    VALUE "00".
          02 WS-VOID-STATUS      PIC X(02) VALUE "00".
             88 VOID-STATUS-OK       VALUE "00".
          02 WS-PPDECN-STATUS    PIC X(02) VALUE "00".
             88 PPDECN-STATUS-OK     VALUE "00".
             88 PPDECN-FILE-MISSING  VALUE "35".
          02 WS-PPXRPT-STATUS    PIC X(02) VALUE "00".
             88 PPXRPT-STATUS-OK     VALUE "00".

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
           PERFORM 2000-LOAD-EXCEPTIONS THRU 2000-EXIT.
           IF TRANSMISSION-GOOD
               PERFORM 3000-MATCH-OUR-FILES THRU 3000-EXIT
               PERFORM 4000-FILE-ITEMS THRU 4000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - EDIT THE PARM AND OPEN FILES                *
      ****************************************************************
       1000-INITIALIZE.
           IF LS-PARM-LEN < 16
            OR LS-PARM-TEXT(1:8) NOT = "BUSDATE="
            OR LS-PARM-TEXT(9:8) NOT NUMERIC
               DISPLAY "PPEXLOAD - PARM MUST BE BUSDATE=CCYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LS-PARM-TEXT(9:8) TO WS-BUS-DATE.

           OPEN INPUT EXCEPTION-FILE.
           IF NOT PPEXCP-STATUS-OK
               DISPLAY "PPEXLOAD - OPEN ERR - EXCEPTION-FILE, STATUS = "
                   WS-PPEXCP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ISSUE-FILE.
           IF NOT POSPAY-STATUS-OK
               DISPLAY "PPEXLOAD - OPEN ERR - ISSUE-FILE, STATUS = "
                   WS-POSPAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OUTSTANDING-FILE.
           IF NOT OUTSTND-STATUS-OK
               DISPLAY "PPEXLOAD - OPEN ERR - OUTSTANDING, STATUS = "
                   WS-OUTSTND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CHK-HIST-FILE.
           IF NOT CHKHIST-STATUS-OK
               DISPLAY "PPEXLOAD - OPEN ERR - CHK-HIST, STATUS = "
                   WS-CHKHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT VOID-FILE.
           IF NOT VOID-STATUS-OK
               DISPLAY "PPEXLOAD - OPEN ERR - VOID-FILE, STATUS = "
                   WS-VOID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    I-O KEEPS EARLIER DAYS' DECISIONS ON FILE; A BRAND NEW FILE
      *    COMES BACK 35, SO IT IS CREATED EMPTY AND REOPENED.
           OPEN I-O DECISION-FILE.
           IF PPDECN-FILE-MISSING
               OPEN OUTPUT DECISION-FILE
               CLOSE DECISION-FILE
               OPEN I-O DECISION-FILE
           END-IF.
           IF NOT PPDECN-STATUS-OK
               DISPLAY "PPEXLOAD - OPEN ERR - DECISION-FILE, STATUS = "
                   WS-PPDECN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCP-REPORT-FILE.
           IF NOT PPXRPT-STATUS-OK
               DISPLAY "PPEXLOAD - OPEN ERR - EXCP-REPORT, STATUS = "
                   WS-PPXRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE EXCP-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EXCEPTION DATE : " DELIMITED BY SIZE
                  WS-BUS-DATE         DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE EXCP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-LOAD-EXCEPTIONS - TABLE THE BANK'S ITEMS AND PROVE THE   *
      * FILE AGAINST ITS TOTAL RECORD                                 *
      ****************************************************************
       2000-LOAD-EXCEPTIONS.
           PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
           PERFORM 2200-ROUTE-EXCEPTION THRU 2200-EXIT
               UNTIL EXCEPTIONS-AT-END.
           PERFORM 2500-PROVE-TRANSMISSION THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-READ-EXCEPTION - READ THE NEXT BANK RECORD               *
      ****************************************************************
       2100-READ-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   SET EXCEPTIONS-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-ROUTE-EXCEPTION - ONE BANK RECORD BY TYPE.  A PRESENTED  *
      * ITEM IS TABLED; THE TOTAL RECORD'S FIGURES ARE HELD; ANYTHING *
      * ELSE IS GARBLED AND REJECTS THE FILE.                         *
      ****************************************************************
       2200-ROUTE-EXCEPTION.
           IF PX-TRAILER-REC
               IF TRAILER-SEEN
                   ADD 1 TO WS-GARBLED-COUNT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "*** SECOND TOTAL RECORD AT RECORD "
                              DELIMITED BY SIZE
                          WS-READ-COUNT DELIMITED BY SIZE
                          " - FILES GLUED TOGETHER ***"
                              DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   WRITE EXCP-REPORT-RECORD FROM WS-PRINT-LINE
                       AFTER ADVANCING 1 LINE
                   GO TO 2200-NEXT
               END-IF
               SET TRAILER-SEEN TO TRUE
               MOVE PXT-REC-COUNT   TO WS-EXP-COUNT
               MOVE PXT-AMT-TOTAL   TO WS-EXP-TOTAL
               MOVE PXT-CUTOFF-TIME TO WS-CUTOFF-TIME
               GO TO 2200-NEXT
           END-IF.

           IF PX-DETAIL-REC
              AND PX-CHECK-NUMBER NUMERIC
              AND PX-ACCOUNT NUMERIC
              AND PX-AMOUNT NUMERIC
               ADD 1 TO WS-DETAIL-COUNT
               ADD PX-AMOUNT TO WS-DETAIL-TOTAL
               PERFORM 2300-TABLE-ITEM THRU 2300-EXIT
           ELSE
               ADD 1 TO WS-GARBLED-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** GARBLED RECORD " DELIMITED BY SIZE
                      WS-READ-COUNT         DELIMITED BY SIZE
                      " - TYPE/FIELDS UNRECOGNIZABLE ***"
                                            DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE EXCP-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       2200-NEXT.
           PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2300-TABLE-ITEM - TABLE ONE PRESENTED ITEM.  ITS ITEM NUMBER  *
      * IS ONE MORE THAN THE TIMES THE SAME CHECK HAS ALREADY BEEN    *
      * PRESENTED IN THIS FILE.                                       *
      ****************************************************************
       2300-TABLE-ITEM.
           IF WS-EX-COUNT = WS-EX-MAX
               DISPLAY "PPEXLOAD - EXCEPTION TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-EX-COUNT.
           MOVE PX-ACCOUNT      TO WS-EX-ACCOUNT(WS-EX-COUNT).
           MOVE PX-CHECK-NUMBER TO WS-EX-CHECK-NUM(WS-EX-COUNT).
           MOVE PX-AMOUNT       TO WS-EX-AMOUNT(WS-EX-COUNT).
           MOVE PX-PRESENT-DATE TO WS-EX-PRESENT-DATE(WS-EX-COUNT).
           MOVE PX-BANK-REASON  TO WS-EX-BANK-REASON(WS-EX-COUNT).
           MOVE PX-BANK-ITEM-ID TO WS-EX-ITEM-ID(WS-EX-COUNT).
           MOVE 'N'             TO WS-EX-ISSUED-SW(WS-EX-COUNT).
           MOVE 'N'             TO WS-EX-OUT-SW(WS-EX-COUNT).
           MOVE 'N'             TO WS-EX-HIST-SW(WS-EX-COUNT).
           MOVE ZERO            TO WS-EX-ISSUE-AMT(WS-EX-COUNT).
           MOVE ZERO            TO WS-EX-ISSUE-DATE(WS-EX-COUNT).
           MOVE ZERO            TO WS-EX-PAYEE-ID(WS-EX-COUNT).
           MOVE 1               TO WS-EX-SEQ(WS-EX-COUNT).
           PERFORM 2310-COUNT-EARLIER THRU 2310-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB NOT < WS-EX-COUNT.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 2310-COUNT-EARLIER - ONE EARLIER ITEM FOR THE SAME CHECK      *
      ****************************************************************
       2310-COUNT-EARLIER.
           IF WS-EX-CHECK-NUM(WS-EX-SUB) = PX-CHECK-NUMBER
               ADD 1 TO WS-EX-SEQ(WS-EX-COUNT)
           END-IF.
       2310-EXIT.
           EXIT.

      ****************************************************************
      * 2500-PROVE-TRANSMISSION - THE FILE LOADS ONLY WHEN IT HAS A   *
      * TOTAL RECORD, NO GARBLED RECORDS, AND ITS OWN COUNT AND TOTAL *
      * MATCH WHAT ACTUALLY ARRIVED.                                  *
      ****************************************************************
       2500-PROVE-TRANSMISSION.
           IF NOT TRAILER-SEEN
               SET TRANSMISSION-BAD TO TRUE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** NO TOTAL RECORD - FILE TRUNCATED ***"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE EXCP-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 2500-EXIT
           END-IF.

           IF WS-GARBLED-COUNT > ZERO
               SET TRANSMISSION-BAD TO TRUE
           END-IF.

           IF WS-DETAIL-COUNT NOT = WS-EXP-COUNT
               SET TRANSMISSION-BAD TO TRUE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** COUNT - TRAILER " DELIMITED BY SIZE
                      WS-EXP-COUNT           DELIMITED BY SIZE
                      "  RECEIVED "          DELIMITED BY SIZE
                      WS-DETAIL-COUNT        DELIMITED BY SIZE
                      " ***"                 DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE EXCP-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-DETAIL-TOTAL NOT = WS-EXP-TOTAL
               SET TRANSMISSION-BAD TO TRUE
               MOVE WS-EXP-TOTAL    TO WS-TOTAL-ED
               MOVE WS-DETAIL-TOTAL TO WS-TOTAL-ED2
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** TOTAL - TRAILER " DELIMITED BY SIZE
                      WS-TOTAL-ED            DELIMITED BY SIZE
                      "  RECEIVED "          DELIMITED BY SIZE
                      WS-TOTAL-ED2           DELIMITED BY SIZE
                      " ***"                 DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE EXCP-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 3000-MATCH-OUR-FILES - READ EACH OF OUR FILES ONCE, MARKING   *
      * EVERY TABLED ITEM ITS RECORDS MATCH.  THE OUTSTANDING RECORD  *
      * IS READ AFTER THE ISSUES SO ITS AMOUNT AND DATE - THE ISSUE   *
      * STILL LIVE AT THE BANK - STAND.                               *
      ****************************************************************
       3000-MATCH-OUR-FILES.
           IF WS-EX-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-MATCH-ONE-ISSUE THRU 3100-EXIT
               UNTIL ISSUES-AT-END.
           PERFORM 3200-MATCH-ONE-OUTSTANDING THRU 3200-EXIT
               UNTIL OUTSTND-AT-END.
           PERFORM 3300-MATCH-ONE-HISTORY THRU 3300-EXIT
               UNTIL CHKHIST-AT-END.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3100-MATCH-ONE-ISSUE - ONE POSITIVE-PAY ISSUE                 *
      ****************************************************************
       3100-MATCH-ONE-ISSUE.
           READ ISSUE-FILE
               AT END
                   SET ISSUES-AT-END TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 3110-TEST-ISSUE THRU 3110-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3110-TEST-ISSUE - DOES THE ISSUE MATCH THIS ITEM              *
      ****************************************************************
       3110-TEST-ISSUE.
           IF WS-EX-CHECK-NUM(WS-EX-SUB) = PP-CHECK-NUMBER
              AND WS-EX-ACCOUNT(WS-EX-SUB) = PP-ACCOUNT
               MOVE 'Y'           TO WS-EX-ISSUED-SW(WS-EX-SUB)
               MOVE PP-AMOUNT     TO WS-EX-ISSUE-AMT(WS-EX-SUB)
               MOVE PP-ISSUE-DATE TO WS-EX-ISSUE-DATE(WS-EX-SUB)
           END-IF.
       3110-EXIT.
           EXIT.

      ****************************************************************
      * 3200-MATCH-ONE-OUTSTANDING - ONE CHECK STILL OUTSTANDING      *
      ****************************************************************
       3200-MATCH-ONE-OUTSTANDING.
           READ OUTSTANDING-FILE
               AT END
                   SET OUTSTND-AT-END TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           PERFORM 3210-TEST-OUTSTANDING THRU 3210-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3210-TEST-OUTSTANDING - DOES THE OUTSTANDING CHECK MATCH THIS *
      * ITEM.  AN ISSUE WHOSE GENERATION HAS AGED OFF IS STILL AN     *
      * ISSUE WHILE IT IS OUTSTANDING.                                *
      ****************************************************************
       3210-TEST-OUTSTANDING.
           IF WS-EX-CHECK-NUM(WS-EX-SUB) = OS-CHECK-NUMBER
              AND WS-EX-ACCOUNT(WS-EX-SUB) = OS-ACCOUNT
               MOVE 'Y'           TO WS-EX-ISSUED-SW(WS-EX-SUB)
               MOVE 'Y'           TO WS-EX-OUT-SW(WS-EX-SUB)
               MOVE OS-AMOUNT     TO WS-EX-ISSUE-AMT(WS-EX-SUB)
               MOVE OS-ISSUE-DATE TO WS-EX-ISSUE-DATE(WS-EX-SUB)
           END-IF.
       3210-EXIT.
           EXIT.

      ****************************************************************
      * 3300-MATCH-ONE-HISTORY - ONE PAYMENT HISTORY RECORD           *
      ****************************************************************
       3300-MATCH-ONE-HISTORY.
           READ CHK-HIST-FILE
               AT END
                   SET CHKHIST-AT-END TO TRUE
                   GO TO 3300-EXIT
           END-READ.
           PERFORM 3310-TEST-HISTORY THRU 3310-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3310-TEST-HISTORY - DOES THE HISTORY RECORD MATCH THIS ITEM.  *
      * WITH NO ISSUE ON FILE, THE HISTORY'S AMOUNT AND DATE ARE      *
      * SHOWN FOR THE OPERATOR.                                       *
      ****************************************************************
       3310-TEST-HISTORY.
           IF WS-EX-CHECK-NUM(WS-EX-SUB) = CH-CHECK-NUMBER
               MOVE 'Y'         TO WS-EX-HIST-SW(WS-EX-SUB)
               MOVE CH-PAYEE-ID TO WS-EX-PAYEE-ID(WS-EX-SUB)
               IF NOT EX-ISSUED(WS-EX-SUB)
                   MOVE CH-AMOUNT     TO WS-EX-ISSUE-AMT(WS-EX-SUB)
                   MOVE CH-ISSUE-DATE TO WS-EX-ISSUE-DATE(WS-EX-SUB)
               END-IF
           END-IF.
       3310-EXIT.
           EXIT.

      ****************************************************************
      * 4000-FILE-ITEMS - GIVE EACH ITEM ITS FINDING AND SUGGESTION,  *
      * WRITE IT TO THE DECISION FILE AND LIST IT                     *
      ****************************************************************
       4000-FILE-ITEMS.
           WRITE EXCP-REPORT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.
           PERFORM 4100-FILE-ONE-ITEM THRU 4100-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 4100-FILE-ONE-ITEM - ONE PRESENTED ITEM                       *
      ****************************************************************
       4100-FILE-ONE-ITEM.
           MOVE SPACES TO PP-DECISION-RECORD.
           MOVE WS-BUS-DATE                   TO PE-EXCP-DATE.
           MOVE WS-EX-CHECK-NUM(WS-EX-SUB)    TO PE-CHECK-NUMBER.
           MOVE WS-EX-SEQ(WS-EX-SUB)          TO PE-ITEM-SEQ.
           MOVE WS-EX-ACCOUNT(WS-EX-SUB)      TO PE-ACCOUNT.
           MOVE WS-EX-AMOUNT(WS-EX-SUB)       TO PE-AMOUNT.
           MOVE WS-EX-PRESENT-DATE(WS-EX-SUB) TO PE-PRESENT-DATE.
           MOVE WS-EX-BANK-REASON(WS-EX-SUB)  TO PE-BANK-REASON.
           MOVE WS-EX-ITEM-ID(WS-EX-SUB)      TO PE-BANK-ITEM-ID.
           MOVE WS-EX-ISSUE-AMT(WS-EX-SUB)    TO PE-ISSUE-AMOUNT.
           MOVE WS-EX-ISSUE-DATE(WS-EX-SUB)   TO PE-ISSUE-DATE.
           MOVE WS-EX-PAYEE-ID(WS-EX-SUB)     TO PE-PAYEE-ID.
           MOVE ZERO TO PE-DECIDE-DATE.
           MOVE ZERO TO PE-DECIDE-TIME.
           MOVE ZERO TO PE-SENT-DATE.
           PERFORM 4200-SET-FINDING THRU 4200-EXIT.

           MOVE SPACES TO WS-ON-FILE-NOTE.
           WRITE PP-DECISION-RECORD
               INVALID KEY
                   ADD 1 TO WS-ON-FILE-COUNT
                   MOVE "ALREADY LOADED" TO WS-ON-FILE-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   IF PE-SUGGESTED = 'P'
                       ADD 1 TO WS-SUGG-PAY-COUNT
                   ELSE
                       ADD 1 TO WS-SUGG-RET-COUNT
                   END-IF
           END-WRITE.

           MOVE PE-AMOUNT       TO WS-AMOUNT-ED.
           MOVE PE-ISSUE-AMOUNT TO WS-ISSUE-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING PE-CHECK-NUMBER DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  PE-ITEM-SEQ     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  PE-ACCOUNT      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-AMOUNT-ED    DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  WS-ISSUE-ED     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  PE-ISSUE-DATE   DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  PE-BANK-REASON  DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  PE-FINDING      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  PE-FINDING-TEXT DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  PE-SUGGESTED    DELIMITED BY SIZE
                  "    "          DELIMITED BY SIZE
                  WS-ON-FILE-NOTE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE EXCP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 4200-SET-FINDING - THE FIRST OF THESE THAT HOLDS IS THE       *
      * FINDING.  ONLY A CHECK ISSUED, OUTSTANDING, FOR THE AMOUNT    *
      * PRESENTED AND INSIDE THE STALE-DATE LIMIT IS SUGGESTED FOR    *
      * PAYMENT.                                                      *
      ****************************************************************
       4200-SET-FINDING.
           MOVE 'R' TO PE-SUGGESTED.

           MOVE PE-CHECK-NUMBER TO VD-CHECK-NUMBER.
           READ VOID-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PE-FOUND-VOID TO TRUE
                   IF VOID-IS-STOP
                       MOVE "STOP PAYMENT ON FILE" TO PE-FINDING-TEXT
                   ELSE
                       IF VOID-IS-ACH-RETURN
                           MOVE "RETURNED ACH - NOT A CHECK"
                               TO PE-FINDING-TEXT
                       ELSE
                           MOVE "VOIDED ON FILE" TO PE-FINDING-TEXT
                       END-IF
                   END-IF
                   GO TO 4200-EXIT
           END-READ.

           IF WS-EX-SEQ(WS-EX-SUB) > 1
               SET PE-FOUND-DUPLICATE TO TRUE
               MOVE "PRESENTED AGAIN IN THIS FILE" TO PE-FINDING-TEXT
               GO TO 4200-EXIT
           END-IF.

           IF NOT EX-ISSUED(WS-EX-SUB)
               IF EX-ON-HISTORY(WS-EX-SUB)
                   SET PE-FOUND-HIST-ONLY TO TRUE
                   MOVE "ON HISTORY, NOT ON ISSUE FILE"
                       TO PE-FINDING-TEXT
               ELSE
                   SET PE-FOUND-NO-ISSUE TO TRUE
                   MOVE "NO ISSUE ON FILE" TO PE-FINDING-TEXT
               END-IF
               GO TO 4200-EXIT
           END-IF.

           IF NOT EX-OUTSTANDING(WS-EX-SUB)
               SET PE-FOUND-PAID TO TRUE
               MOVE "ALREADY PAID - NOT OUTSTANDING" TO PE-FINDING-TEXT
               GO TO 4200-EXIT
           END-IF.

           IF PE-AMOUNT NOT = PE-ISSUE-AMOUNT
               SET PE-FOUND-AMOUNT TO TRUE
               MOVE "AMOUNT DIFFERS FROM ISSUE" TO PE-FINDING-TEXT
               GO TO 4200-EXIT
           END-IF.

           MOVE PE-ISSUE-DATE TO WS-ROLL-DATE.
           PERFORM 4300-DATE-TO-SERIAL THRU 4300-EXIT.
           MOVE WS-DATE-SERIAL TO WS-ISSUE-SERIAL.
           MOVE PE-PRESENT-DATE TO WS-ROLL-DATE.
           PERFORM 4300-DATE-TO-SERIAL THRU 4300-EXIT.
           IF WS-ISSUE-SERIAL > ZERO
              AND WS-DATE-SERIAL > WS-ISSUE-SERIAL
              AND WS-DATE-SERIAL - WS-ISSUE-SERIAL > WS-STALE-DAYS
               SET PE-FOUND-STALE TO TRUE
               MOVE "STALE DATED - OVER 180 DAYS" TO PE-FINDING-TEXT
               GO TO 4200-EXIT
           END-IF.

           SET PE-FOUND-GOOD TO TRUE.
           MOVE "ISSUED, OUTSTANDING, AGREES" TO PE-FINDING-TEXT.
           MOVE 'P' TO PE-SUGGESTED.
       4200-EXIT.
           EXIT.

      ****************************************************************
      * 4300-DATE-TO-SERIAL - CCYYMMDD IN WS-ROLL-DATE TO ITS DAY     *
      * SERIAL IN WS-DATE-SERIAL; ZERO FOR A DATE THAT IS NOT VALID.  *
      ****************************************************************
       4300-DATE-TO-SERIAL.
           MOVE ZERO TO WS-DATE-SERIAL.
           IF WS-ROLL-DATE NOT NUMERIC
              OR WS-ROLL-YYYY = ZERO
              OR WS-ROLL-MM < 1 OR WS-ROLL-MM > 12
              OR WS-ROLL-DD < 1 OR WS-ROLL-DD > 31
               GO TO 4300-EXIT
           END-IF.
           COMPUTE WS-SER-YEARS = WS-ROLL-YYYY - 1.
           DIVIDE WS-SER-YEARS BY 4   GIVING WS-SER-BY4.
           DIVIDE WS-SER-YEARS BY 100 GIVING WS-SER-BY100.
           DIVIDE WS-SER-YEARS BY 400 GIVING WS-SER-BY400.
           COMPUTE WS-DATE-SERIAL =
               WS-SER-YEARS * 365 + WS-SER-BY4 - WS-SER-BY100
             + WS-SER-BY400 + WS-CUM-DAYS(WS-ROLL-MM) + WS-ROLL-DD.
           IF WS-ROLL-MM > 2
               PERFORM 4350-TEST-LEAP-YEAR THRU 4350-EXIT
               IF IS-LEAP-YEAR
                   ADD 1 TO WS-DATE-SERIAL
               END-IF
           END-IF.
       4300-EXIT.
           EXIT.

      ****************************************************************
      * 4350-TEST-LEAP-YEAR - IS WS-ROLL-YYYY A LEAP YEAR             *
      ****************************************************************
       4350-TEST-LEAP-YEAR.
           SET NOT-LEAP-YEAR TO TRUE.
           DIVIDE WS-ROLL-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM4.
           IF WS-LEAP-REM4 = ZERO
               DIVIDE WS-ROLL-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM100
               IF WS-LEAP-REM100 NOT = ZERO
                   SET IS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-ROLL-YYYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM400
                   IF WS-LEAP-REM400 = ZERO
                       SET IS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
       4350-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - PRINT THE COUNTS, SET THE RETURN CODE AND    *
      * CLOSE                                                         *
      ****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-ED.
           STRING "ITEMS PRESENTED            : " DELIMITED BY SIZE
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE EXCP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-LOADED-COUNT TO WS-COUNT-ED.
           STRING "ITEMS LOADED FOR DECISION  : " DELIMITED BY SIZE
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE EXCP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-SUGG-PAY-COUNT TO WS-COUNT-ED.
           STRING "  SUGGESTED PAY            : " DELIMITED BY SIZE
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE EXCP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-SUGG-RET-COUNT TO WS-COUNT-ED.
           STRING "  SUGGESTED RETURN         : " DELIMITED BY SIZE
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE EXCP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ON-FILE-COUNT TO WS-COUNT-ED.
           STRING "ALREADY LOADED - LEFT AS IS: " DELIMITED BY SIZE
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE EXCP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           IF TRANSMISSION-GOOD
               STRING "BANK DECISION CUTOFF       : " DELIMITED BY SIZE
                      WS-CUTOFF-TIME                  DELIMITED BY SIZE
                      " - UNDECIDED ITEMS ARE RETURNED"
                                                      DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "EXCEPTION FILE STATUS      : *** REJECTED WHOLE"
                          DELIMITED BY SIZE
                      " - NOTHING LOADED ***" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE EXCP-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE EXCEPTION-FILE.
           CLOSE ISSUE-FILE.
           CLOSE OUTSTANDING-FILE.
           CLOSE CHK-HIST-FILE.
           CLOSE VOID-FILE.
           CLOSE DECISION-FILE.
           CLOSE EXCP-REPORT-FILE.
       8000-EXIT.
           EXIT.
