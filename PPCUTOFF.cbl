      ********************************************
      * COBOL PROGRAM - POSITIVE-PAY CUTOFF       *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - SENDS THE DAY'S POSITIVE-PAY       *
      *                  DECISIONS TO THE BANK AT CUTOFF, RETURNING    *
      *                  ANYTHING UNDECIDED, AND PRINTS THE DECISION   *
      *                  LOG.                                          *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPCUTOFF.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * POSITIVE-PAY DECISION CUTOFF.  RUN AHEAD OF THE BANK'S        *
      * CUTOFF FOR THE EXCEPTION DATE IN PARM BUSDATE=CCYYMMDD.       *
      * EVERY ITEM OF THAT DATE ON THE DECISION FILE (PPDECN) IS      *
      * READ IN CHECK NUMBER ORDER.  ONE STILL UNDECIDED IS GIVEN THE *
      * BANK'S OWN DEFAULT - RETURN - UNDER REASON DFT AND OPERATOR   *
      * CUTOFF, SO THE FILE SENT SAYS WHAT THE BANK WILL DO ANYWAY    *
      * AND THE LOG SHOWS NOBODY DECIDED IT.  EACH ITEM'S DECISION    *
      * GOES TO THE BANK ON THE DECISION FILE (PPRESP) WITH A TOTAL   *
      * RECORD, AND THE ITEM IS MARKED SENT SO THE OPERATOR           *
      * TRANSACTION WILL NOT CHANGE IT AFTERWARDS.  A RE-RUN SENDS    *
      * THE WHOLE DAY AGAIN AS IT STANDS.                             *
      * PPLOG - THE DECISION LOG FOR AUDIT: EVERY ITEM, OUR FINDING,  *
      * THE SUGGESTED AND ACTUAL DECISION, REASON, WHO DECIDED AND    *
      * WHEN, FLAGGING DEFAULTS, OVERRIDES OF THE SUGGESTION AND      *
      * DECISIONS RE-KEYED.                                           *
      * RC=4 - AT LEAST ONE ITEM WAS RETURNED BY DEFAULT.             *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "PPDECN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-KEY
               FILE STATUS IS WS-PPDECN-STATUS.

           SELECT RESPONSE-FILE ASSIGN TO "PPRESP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPRESP-STATUS.

           SELECT LOG-REPORT-FILE ASSIGN TO "PPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * POSITIVE-PAY EXCEPTION DECISION LAYOUT - SHARED COPYBOOK
          COPY PPDEC.

       FD  RESPONSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * POSITIVE-PAY DECISION RECORD LAYOUTS - SHARED COPYBOOK
          COPY PPRESP.

       FD  LOG-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LOG-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-PPDECN-EOF-SW   PIC X(01) VALUE 'N'.
             88 DECISIONS-AT-END   VALUE 'Y'.

       01 WS-BUS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-TODAY-AREA.
          02 WS-TODAY-YYMMDD     PIC 9(6).
          02 WS-TODAY-CCYYMMDD.
             03 WS-TODAY-CC      PIC 99 VALUE 20.
             03 WS-TODAY-YMD     PIC 9(6).
       01 WS-NOW-TIME            PIC 9(8) VALUE ZERO.

      ****************************************************************
      * COUNTERS AND TOTALS                                           *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-ITEM-COUNT       PIC 9(7) VALUE ZERO.
          02 WS-PAY-COUNT        PIC 9(7) VALUE ZERO.
          02 WS-RETURN-COUNT     PIC 9(7) VALUE ZERO.
          02 WS-DEFAULT-COUNT    PIC 9(7) VALUE ZERO.
          02 WS-OVERRIDE-COUNT   PIC 9(7) VALUE ZERO.
          02 WS-REKEYED-COUNT    PIC 9(7) VALUE ZERO.
          02 WS-RESENT-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-ITEM-TOTAL          PIC 9(9)V9(2) VALUE ZERO.
       01 WS-PAY-TOTAL           PIC 9(9)V9(2) VALUE ZERO.
       01 WS-RETURN-TOTAL        PIC 9(9)V9(2) VALUE ZERO.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-AMOUNT-ED           PIC ZZ9.99.
       01 WS-TOTAL-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LOG-NOTE            PIC X(24) VALUE SPACES.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(50) VALUE
             "POSITIVE-PAY DECISION LOG - PPCUTOFF".

       01 WS-HEADING-2.
          02 FILLER PIC X(09) VALUE "CHECK".
          02 FILLER PIC X(04) VALUE "IT".
          02 FILLER PIC X(12) VALUE "ACCOUNT".
          02 FILLER PIC X(08) VALUE "  AMOUNT".
          02 FILLER PIC X(35) VALUE "  OUR FINDING".
          02 FILLER PIC X(04) VALUE "SUG".
          02 FILLER PIC X(04) VALUE "DEC".
          02 FILLER PIC X(05) VALUE "RSN".
          02 FILLER PIC X(10) VALUE "OPERATOR".
          02 FILLER PIC X(16) VALUE "DECIDED".
          02 FILLER PIC X(24) VALUE "NOTE".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-PPDECN-STATUS    PIC X(02) VALUE "00".
             88 PPDECN-STATUS-OK     VALUE "00".
          02 WS-PPRESP-STATUS    PIC X(02) VALUE "00".
             88 PPRESP-STATUS-OK     VALUE "00".
          02 WS-PPLOG-STATUS     PIC X(02) VALUE "00".
             88 PPLOG-STATUS-OK      VALUE "00".

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
           PERFORM 2000-SEND-ONE-ITEM THRU 2000-EXIT
               UNTIL DECISIONS-AT-END.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - EDIT THE PARM, OPEN FILES AND POSITION AT   *
      * THE FIRST ITEM OF THE EXCEPTION DATE                          *
      ****************************************************************
       1000-INITIALIZE.
           IF LS-PARM-LEN < 16
            OR LS-PARM-TEXT(1:8) NOT = "BUSDATE="
            OR LS-PARM-TEXT(9:8) NOT NUMERIC
               DISPLAY "PPCUTOFF - PARM MUST BE BUSDATE=CCYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LS-PARM-TEXT(9:8) TO WS-BUS-DATE.

           OPEN I-O DECISION-FILE.
           IF NOT PPDECN-STATUS-OK
               DISPLAY "PPCUTOFF - OPEN ERR - DECISION-FILE, STATUS = "
                   WS-PPDECN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RESPONSE-FILE.
           IF NOT PPRESP-STATUS-OK
               DISPLAY "PPCUTOFF - OPEN ERR - RESPONSE-FILE, STATUS = "
                   WS-PPRESP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LOG-REPORT-FILE.
           IF NOT PPLOG-STATUS-OK
               DISPLAY "PPCUTOFF - OPEN ERR - LOG-REPORT, STATUS = "
                   WS-PPLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD TO WS-TODAY-YMD.
           ACCEPT WS-NOW-TIME FROM TIME.

           WRITE LOG-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EXCEPTION DATE : " DELIMITED BY SIZE
                  WS-BUS-DATE         DELIMITED BY SIZE
                  "    SENT : "       DELIMITED BY SIZE
                  WS-TODAY-CCYYMMDD   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-NOW-TIME(1:6)    DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE LOG-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE LOG-REPORT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.

           MOVE WS-BUS-DATE TO PE-EXCP-DATE.
           MOVE ZERO        TO PE-CHECK-NUMBER.
           MOVE ZERO        TO PE-ITEM-SEQ.
           START DECISION-FILE KEY NOT < PE-KEY
               INVALID KEY
                   SET DECISIONS-AT-END TO TRUE
                   GO TO 1000-EXIT
           END-START.
           PERFORM 2100-READ-DECISION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SEND-ONE-ITEM - DEFAULT AN UNDECIDED ITEM, SEND IT, MARK *
      * IT SENT AND LOG IT                                            *
      ****************************************************************
       2000-SEND-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           ADD PE-AMOUNT TO WS-ITEM-TOTAL.
           MOVE SPACES TO WS-LOG-NOTE.

           IF PE-UNDECIDED
               MOVE 'R'               TO PE-DECISION
               MOVE "DFT"             TO PE-REASON-CODE
               MOVE "CUTOFF"          TO PE-OPERATOR-ID
               MOVE WS-TODAY-CCYYMMDD TO PE-DECIDE-DATE
               MOVE WS-NOW-TIME       TO PE-DECIDE-TIME
               MOVE 'Y'               TO PE-DEFAULT-SW
           END-IF.

      *    AN ITEM DEFAULTED ON AN EARLIER RUN AND RESENT STILL COUNTS
      *    AS A DEFAULT - IT IS NOT AN OVERRIDE BY ANYBODY.
           IF PE-DEFAULTED
               ADD 1 TO WS-DEFAULT-COUNT
               MOVE "DEFAULT RETURN AT CUTOFF" TO WS-LOG-NOTE
           ELSE
               IF PE-DECISION NOT = PE-SUGGESTED
                   ADD 1 TO WS-OVERRIDE-COUNT
                   MOVE "OVERRIDES SUGGESTION" TO WS-LOG-NOTE
               END-IF
           END-IF.

           IF PE-DECIDED-PAY
               ADD 1 TO WS-PAY-COUNT
               ADD PE-AMOUNT TO WS-PAY-TOTAL
           ELSE
               ADD 1 TO WS-RETURN-COUNT
               ADD PE-AMOUNT TO WS-RETURN-TOTAL
           END-IF.

           MOVE SPACES TO PP-DECISION-DETAIL.
           MOVE 'D'             TO PR-REC-TYPE.
           MOVE PE-ACCOUNT      TO PR-ACCOUNT.
           MOVE PE-CHECK-NUMBER TO PR-CHECK-NUMBER.
           MOVE PE-AMOUNT       TO PR-AMOUNT.
           MOVE PE-PRESENT-DATE TO PR-PRESENT-DATE.
           MOVE PE-BANK-ITEM-ID TO PR-BANK-ITEM-ID.
           MOVE PE-DECISION     TO PR-DECISION.
           MOVE PE-REASON-CODE  TO PR-REASON-CODE.
           WRITE PP-DECISION-DETAIL.

           IF PE-SENT-DATE = ZERO
               MOVE WS-TODAY-CCYYMMDD TO PE-SENT-DATE
           ELSE
               ADD 1 TO WS-RESENT-COUNT
           END-IF.
           REWRITE PP-DECISION-RECORD
               INVALID KEY
                   DISPLAY "PPCUTOFF - REWRITE ERR - CHECK "
                       PE-CHECK-NUMBER ", STATUS = " WS-PPDECN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

           PERFORM 2200-LOG-ITEM THRU 2200-EXIT.
           PERFORM 2100-READ-DECISION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-READ-DECISION - THE NEXT ITEM OF THE EXCEPTION DATE      *
      ****************************************************************
       2100-READ-DECISION.
           READ DECISION-FILE NEXT RECORD
               AT END
                   SET DECISIONS-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF PE-EXCP-DATE NOT = WS-BUS-DATE
               SET DECISIONS-AT-END TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-LOG-ITEM - ONE ITEM ON THE DECISION LOG, WITH A SECOND   *
      * LINE WHEN ITS DECISION WAS RE-KEYED                           *
      ****************************************************************
       2200-LOG-ITEM.
           MOVE PE-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING PE-CHECK-NUMBER      DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  PE-ITEM-SEQ          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  PE-ACCOUNT           DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-AMOUNT-ED         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  PE-FINDING           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  PE-FINDING-TEXT      DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  PE-SUGGESTED         DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  PE-DECISION          DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  PE-REASON-CODE       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  PE-OPERATOR-ID       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  PE-DECIDE-DATE       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  PE-DECIDE-TIME(1:6)  DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-LOG-NOTE          DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE LOG-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           IF PE-PRIOR-DECISION = SPACE
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-REKEYED-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "               RE-KEYED - REPLACED DECISION "
                      DELIMITED BY SIZE
                  PE-PRIOR-DECISION DELIMITED BY SIZE
                  " KEYED BY "      DELIMITED BY SIZE
                  PE-PRIOR-OPERATOR DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE LOG-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - CLOSE THE BANK FILE WITH ITS TOTAL RECORD,   *
      * PRINT THE LOG TOTALS, SET THE RETURN CODE AND CLOSE           *
      ****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO PP-DECISION-TRAILER.
           MOVE 'T'             TO PRT-REC-TYPE.
           MOVE WS-ITEM-COUNT   TO PRT-REC-COUNT.
           MOVE WS-ITEM-TOTAL   TO PRT-AMT-TOTAL.
           MOVE WS-PAY-COUNT    TO PRT-PAY-COUNT.
           MOVE WS-RETURN-COUNT TO PRT-RETURN-COUNT.
           WRITE PP-DECISION-TRAILER.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ITEM-COUNT TO WS-COUNT-ED.
           MOVE WS-ITEM-TOTAL TO WS-TOTAL-ED.
           STRING "ITEMS SENT TO THE BANK     : " DELIMITED BY SIZE
                  WS-COUNT-ED                     DELIMITED BY SIZE
                  "   AMOUNT "                    DELIMITED BY SIZE
                  WS-TOTAL-ED                     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE LOG-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-PAY-COUNT TO WS-COUNT-ED.
           MOVE WS-PAY-TOTAL TO WS-TOTAL-ED.
           STRING "  PAY                      : " DELIMITED BY SIZE
                  WS-COUNT-ED                     DELIMITED BY SIZE
                  "   AMOUNT "                    DELIMITED BY SIZE
                  WS-TOTAL-ED                     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE LOG-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-RETURN-COUNT TO WS-COUNT-ED.
           MOVE WS-RETURN-TOTAL TO WS-TOTAL-ED.
           STRING "  RETURN                   : " DELIMITED BY SIZE
                  WS-COUNT-ED                     DELIMITED BY SIZE
                  "   AMOUNT "                    DELIMITED BY SIZE
                  WS-TOTAL-ED                     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE LOG-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-DEFAULT-COUNT TO WS-COUNT-ED.
           STRING "    BY DEFAULT AT CUTOFF   : " DELIMITED BY SIZE
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE LOG-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-OVERRIDE-COUNT TO WS-COUNT-ED.
           STRING "OVERRIDES OF THE SUGGESTION: " DELIMITED BY SIZE
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE LOG-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-REKEYED-COUNT TO WS-COUNT-ED.
           STRING "DECISIONS RE-KEYED         : " DELIMITED BY SIZE
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE LOG-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-RESENT-COUNT TO WS-COUNT-ED.
           STRING "SENT BEFORE - SENT AGAIN   : " DELIMITED BY SIZE
                  WS-COUNT-ED                     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE LOG-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-DEFAULT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE DECISION-FILE.
           CLOSE RESPONSE-FILE.
           CLOSE LOG-REPORT-FILE.
       8000-EXIT.
           EXIT.
