      ********************************************
      * COBOL PROGRAM - BUDGET VERSUS ACTUAL      *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - MONTHLY BUDGET VERSUS ACTUAL BY    *
      *                  COMPANY AND ACCOUNT WITH TOLERANCE FLAGS AND  *
      *                  AN OPTIONAL OVER-BUDGET EXCEPTION PAGE.       *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * BUDGET VERSUS ACTUAL.  RUN WITH THE MONTH-END JOB.  FOR ONE    *
      * FISCAL MONTH AND THE YEAR TO DATE THROUGH IT, COMPARES THE     *
      * BUDGET MASTER (BUDMAST) WITH THE ACTUAL ACTIVITY - PERIOD      *
      * DEBITS LESS PERIOD CREDITS - THAT THE NIGHTLY RUNS POSTED TO   *
      * THE GL BALANCE MASTER (GLBAL).  ONE LINE PER COMPANY AND       *
      * ACCOUNT WITH A BUDGET IN THE YEAR, PLUS EVERY REVENUE AND      *
      * EXPENSE ACCOUNT WITH ACTIVITY BUT NO BUDGET.  AMOUNTS ARE IN   *
      * THE ACCOUNT'S NATURAL SIGN (CREDITS POSITIVE FOR REVENUE,      *
      * LIABILITY AND EQUITY).  VARIANCE = ACTUAL - BUDGET, AND THE    *
      * PERCENT IS OF THE BUDGET.  A LINE WHOSE PERCENT EXCEEDS THE    *
      * TOLERANCE (OR WITH ACTIVITY AND NO BUDGET) IS FLAGGED UNF      *
      * WHEN UNFAVORABLE - SPENDING OVER BUDGET, REVENUE SHORT OF IT - *
      * AND FAV WHEN FAVORABLE.                                        *
      * PARM (ALL OPTIONAL, ANY ORDER, COMMA SEPARATED):               *
      *   MONTH=CCYYPP - THE FISCAL MONTH; DEFAULT IS THE LAST PERIOD  *
      *                  CLOSED ON THE GL PERIOD CONTROL (GLCTL).      *
      *   TOL=NNN      - TOLERANCE IN WHOLE PERCENT; DEFAULT 010.      *
      *   EXCEPT       - ADD AN EXCEPTION PAGE OF THE OVER-BUDGET      *
      *                  (UNF) LINES ONLY, FOR THE COST-CENTER         *
      *                  MANAGERS.                                     *
      * RC=4 - A BUDGET FOR AN ACCOUNT NOT ON THE CHART (LISTED).      *
      * RC=8 - NO MONTH GIVEN AND NO PERIOD CLOSED YET.                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    BUDGET AND BALANCE MASTERS ARE BROWSED FRONT TO BACK
           SELECT BUD-MASTER-FILE ASSIGN TO "BUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDMST-STATUS.

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

           SELECT BV-REPORT-FILE ASSIGN TO "BVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUD-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * BUDGET MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY BUDREC.

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

       FD  BV-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BV-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-BUDMST-EOF-SW   PIC X(01) VALUE 'N'.
             88 BUDMST-AT-END      VALUE 'Y'.
          02 WS-GLBAL-EOF-SW    PIC X(01) VALUE 'N'.
             88 GLBAL-AT-END       VALUE 'Y'.
          02 WS-EXCEPT-SW       PIC X(01) VALUE 'N'.
             88 EXCEPT-PAGE-WANTED VALUE 'Y'.
          02 WS-POSITION-SW     PIC X(01) VALUE 'N'.
             88 LINE-POSITION-FOUND VALUE 'Y'.
          02 WS-ON-TABLE-SW     PIC X(01) VALUE 'N'.
             88 LINE-ON-TABLE      VALUE 'Y'.
             88 LINE-NOT-ON-TABLE  VALUE 'N'.
          02 WS-BEYOND-SW       PIC X(01) VALUE 'N'.
             88 BEYOND-TOLERANCE   VALUE 'Y'.

      ****************************************************************
      * RUN OPTIONS FROM THE PARM                                     *
      ****************************************************************
       01 WS-PARM-OPTIONS.
          02 WS-PARM-OPT         PIC X(20) OCCURS 3 TIMES.
       01 WS-REPORT-MONTH.
          02 WS-RPT-YEAR         PIC 9(4) VALUE ZERO.
          02 WS-RPT-PERIOD       PIC 9(2) VALUE ZERO.
       01 WS-TOLERANCE           PIC 9(3) VALUE 10.

       77 WS-OPT-SUB             PIC 9(4) COMP VALUE ZERO.

      ****************************************************************
      * LINE TABLE - ONE ENTRY PER COMPANY AND ACCOUNT, KEPT IN KEY   *
      * ORDER SO THE REPORT PRINTS BY COMPANY THEN ACCOUNT.  AMOUNTS  *
      * ARE IN THE ACCOUNT'S NATURAL SIGN.                            *
      ****************************************************************
       01 WS-LINE-TABLE-AREA.
          02 WS-LINE-ENTRY OCCURS 2000 TIMES.
             03 WS-LN-KEY.
                04 WS-LN-COMPANY  PIC X(3).
                04 WS-LN-ACCOUNT  PIC 9(5).
             03 WS-LN-DESC        PIC X(30).
             03 WS-LN-TYPE        PIC X(1).
             03 WS-LN-MTH-BUDGET  PIC S9(11)V9(2).
             03 WS-LN-MTH-ACTUAL  PIC S9(11)V9(2).
             03 WS-LN-YTD-BUDGET  PIC S9(11)V9(2).
             03 WS-LN-YTD-ACTUAL  PIC S9(11)V9(2).
             03 WS-LN-MTH-FLAG    PIC X(3).
             03 WS-LN-YTD-FLAG    PIC X(3).

       77 WS-LN-MAX              PIC 9(4) COMP VALUE 2000.
       77 WS-LN-COUNT            PIC 9(4) COMP VALUE ZERO.
       77 WS-LN-SUB              PIC 9(4) COMP VALUE ZERO.
       77 WS-LN-POS              PIC 9(4) COMP VALUE ZERO.

      * THE COMPANY AND ACCOUNT BEING LOOKED UP, AND ITS CHART ENTRY
       01 WS-FIND-KEY.
          02 WS-FIND-COMPANY     PIC X(3).
          02 WS-FIND-ACCOUNT     PIC 9(5).
       01 WS-FIND-DESC           PIC X(30) VALUE SPACES.
       01 WS-FIND-TYPE           PIC X(1) VALUE SPACE.
       01 WS-ACTIVITY            PIC S9(11)V9(2) VALUE ZERO.

      ****************************************************************
      * VARIANCE WORK - ONE BUDGET/ACTUAL PAIR ASSESSED AT A TIME     *
      ****************************************************************
       01 WS-ASSESS-AREA.
          02 WS-AS-TYPE          PIC X(1).
          02 WS-AS-BUDGET        PIC S9(13)V9(2).
          02 WS-AS-ACTUAL        PIC S9(13)V9(2).
          02 WS-AS-VARIANCE      PIC S9(13)V9(2).
          02 WS-AS-BUDGET-ABS    PIC S9(13)V9(2).
          02 WS-AS-PCT           PIC S9(4)V9(1).
          02 WS-AS-PCT-ABS       PIC S9(4)V9(1).
          02 WS-AS-PCT-TEXT      PIC X(7).
          02 WS-AS-FLAG          PIC X(3).

      ****************************************************************
      * COMPANY TOTALS - REVENUE AND EXPENSE LINES                    *
      ****************************************************************
       01 WS-CO-TOTALS.
          02 WS-REV-MTH-BUDGET   PIC S9(13)V9(2) VALUE ZERO.
          02 WS-REV-MTH-ACTUAL   PIC S9(13)V9(2) VALUE ZERO.
          02 WS-REV-YTD-BUDGET   PIC S9(13)V9(2) VALUE ZERO.
          02 WS-REV-YTD-ACTUAL   PIC S9(13)V9(2) VALUE ZERO.
          02 WS-EXP-MTH-BUDGET   PIC S9(13)V9(2) VALUE ZERO.
          02 WS-EXP-MTH-ACTUAL   PIC S9(13)V9(2) VALUE ZERO.
          02 WS-EXP-YTD-BUDGET   PIC S9(13)V9(2) VALUE ZERO.
          02 WS-EXP-YTD-ACTUAL   PIC S9(13)V9(2) VALUE ZERO.

      ****************************************************************
      * COUNTERS AND PRINT WORK FIELDS                                *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-BUD-READ-COUNT   PIC 9(7) COMP VALUE ZERO.
          02 WS-GLB-READ-COUNT   PIC 9(7) COMP VALUE ZERO.
          02 WS-OFF-CHART-COUNT  PIC 9(7) COMP VALUE ZERO.
          02 WS-UNF-COUNT        PIC 9(7) COMP VALUE ZERO.

       01 WS-PREV-COMPANY        PIC X(3) VALUE SPACES.
       01 WS-LINE-LABEL          PIC X(26) VALUE SPACES.
       01 WS-MTH-BLOCK           PIC X(50) VALUE SPACES.
       01 WS-YTD-BLOCK           PIC X(50) VALUE SPACES.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-TOL-ED              PIC ZZ9.
       01 WS-PCT-ED              PIC -ZZZ9.9.
       01 WS-BUDGET-ED           PIC -ZZZZZZZ9.99.
       01 WS-ACTUAL-ED           PIC -ZZZZZZZ9.99.
       01 WS-VARIANCE-ED         PIC -ZZZZZZZ9.99.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(34) VALUE
             "BUDGET VERSUS ACTUAL - BUDVAR".

       01 WS-HEADING-2.
          02 FILLER PIC X(27) VALUE SPACES.
          02 FILLER PIC X(50) VALUE
             "--------------------- MONTH ----------------------".
          02 FILLER PIC X(2) VALUE SPACES.
          02 FILLER PIC X(50) VALUE
             "------------------ YEAR TO DATE ------------------".

       01 WS-HEADING-3.
          02 FILLER PIC X(27) VALUE
             "CO  ACCT  DESCRIPTION".
          02 FILLER PIC X(50) VALUE
             "      BUDGET       ACTUAL     VARIANCE   VAR % FLG".
          02 FILLER PIC X(2) VALUE SPACES.
          02 FILLER PIC X(50) VALUE
             "      BUDGET       ACTUAL     VARIANCE   VAR % FLG".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-BUDMST-STATUS    PIC X(02) VALUE "00".
             88 BUDMST-STATUS-OK     VALUE "00".
          02 WS-GLBAL-STATUS     PIC X(02) VALUE "00".
             88 GLBAL-STATUS-OK      VALUE "00".
          02 WS-GLCTL-STATUS     PIC X(02) VALUE "00".
             88 GLCTL-STATUS-OK      VALUE "00".
          02 WS-COA-STATUS       PIC X(02) VALUE "00".
             88 COA-STATUS-OK        VALUE "00".
          02 WS-BVRPT-STATUS     PIC X(02) VALUE "00".
             88 BVRPT-STATUS-OK      VALUE "00".

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
           IF WS-REPORT-MONTH = ZERO
               PERFORM 7000-REFUSE-MONTH THRU 7000-EXIT
           ELSE
               PERFORM 2000-LOAD-BUDGETS THRU 2000-EXIT
               PERFORM 2500-LOAD-ACTUALS THRU 2500-EXIT
               PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
               IF EXCEPT-PAGE-WANTED
                   PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT
               END-IF
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - TAKE THE OPTIONS FROM THE PARM, OPEN FILES  *
      * AND DEFAULT THE MONTH TO THE LAST PERIOD CLOSED.              *
      ****************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO WS-PARM-OPTIONS.
           IF LS-PARM-LEN > 80
               MOVE 80 TO LS-PARM-LEN
           END-IF.
           IF LS-PARM-LEN > ZERO
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ","
                   INTO WS-PARM-OPT(1) WS-PARM-OPT(2) WS-PARM-OPT(3)
               END-UNSTRING
           END-IF.
           PERFORM 1100-EDIT-ONE-OPTION THRU 1100-EXIT
               VARYING WS-OPT-SUB FROM 1 BY 1
               UNTIL WS-OPT-SUB > 3.

           OPEN INPUT GL-CTL-FILE.
           IF NOT GLCTL-STATUS-OK
               DISPLAY "BUDVAR - OPEN ERR - GL-CTL-FILE, STATUS = "
                   WS-GLCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GL-CTL-FILE
               AT END
                   DISPLAY "BUDVAR - GLCTL CONTROL RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE GL-CTL-FILE.
           IF WS-REPORT-MONTH = ZERO
               MOVE GLC-LAST-CLOSED TO WS-REPORT-MONTH
           END-IF.

           OPEN INPUT BUD-MASTER-FILE.
           IF NOT BUDMST-STATUS-OK
               DISPLAY "BUDVAR - OPEN ERR - BUD-MASTER, STATUS = "
                   WS-BUDMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT GL-BAL-FILE.
           IF NOT GLBAL-STATUS-OK
               DISPLAY "BUDVAR - OPEN ERR - GL-BAL-FILE, STATUS = "
                   WS-GLBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT COA-FILE.
           IF NOT COA-STATUS-OK
               DISPLAY "BUDVAR - OPEN ERR - COA-FILE, STATUS = "
                   WS-COA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BV-REPORT-FILE.
           IF NOT BVRPT-STATUS-OK
               DISPLAY "BUDVAR - OPEN ERR - BV-REPORT, STATUS = "
                   WS-BVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-EDIT-ONE-OPTION - ONE COMMA-SEPARATED PARM OPTION.  AN   *
      * OPTION THAT IS NOT RECOGNISED STOPS THE RUN - A MISTYPED      *
      * MONTH WOULD OTHERWISE REPORT THE WRONG PERIOD QUIETLY.        *
      ****************************************************************
       1100-EDIT-ONE-OPTION.
           IF WS-PARM-OPT(WS-OPT-SUB) = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF WS-PARM-OPT(WS-OPT-SUB)(1:6) = "MONTH="
              AND WS-PARM-OPT(WS-OPT-SUB)(7:6) NUMERIC
              AND WS-PARM-OPT(WS-OPT-SUB)(13:8) = SPACES
               MOVE WS-PARM-OPT(WS-OPT-SUB)(7:6) TO WS-REPORT-MONTH
               GO TO 1100-EXIT
           END-IF.
           IF WS-PARM-OPT(WS-OPT-SUB)(1:4) = "TOL="
              AND WS-PARM-OPT(WS-OPT-SUB)(5:3) NUMERIC
              AND WS-PARM-OPT(WS-OPT-SUB)(8:13) = SPACES
               MOVE WS-PARM-OPT(WS-OPT-SUB)(5:3) TO WS-TOLERANCE
               GO TO 1100-EXIT
           END-IF.
           IF WS-PARM-OPT(WS-OPT-SUB) = "EXCEPT"
               SET EXCEPT-PAGE-WANTED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           DISPLAY "BUDVAR - PARM OPTION NOT RECOGNISED: "
               WS-PARM-OPT(WS-OPT-SUB).
           DISPLAY "BUDVAR - PARM IS [MONTH=CCYYPP][,TOL=NNN][,EXCEPT]".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-LOAD-BUDGETS - BROWSE THE BUDGET MASTER.  EVERY BUDGET   *
      * IN THE YEAR THROUGH THE REPORT MONTH ADDS TO ITS LINE'S YEAR  *
      * TO DATE, AND THE REPORT MONTH'S TO ITS MONTH.                 *
      ****************************************************************
       2000-LOAD-BUDGETS.
           MOVE 'N' TO WS-BUDMST-EOF-SW.
           MOVE LOW-VALUES TO BUD-KEY.
           START BUD-MASTER-FILE KEY NOT < BUD-KEY
               INVALID KEY
                   SET BUDMST-AT-END TO TRUE
           END-START.
           PERFORM 2100-LOAD-ONE-BUDGET THRU 2100-EXIT
               UNTIL BUDMST-AT-END.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-LOAD-ONE-BUDGET                                          *
      ****************************************************************
       2100-LOAD-ONE-BUDGET.
           READ BUD-MASTER-FILE NEXT RECORD
               AT END
                   SET BUDMST-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-BUD-READ-COUNT.
           IF BUD-YEAR NOT = WS-RPT-YEAR
              OR BUD-PERIOD > WS-RPT-PERIOD
               GO TO 2100-EXIT
           END-IF.

           MOVE BUD-COMPANY TO WS-FIND-COMPANY.
           MOVE BUD-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM 3000-LOCATE-LINE THRU 3000-EXIT.
           IF LINE-NOT-ON-TABLE
               PERFORM 3200-READ-CHART THRU 3200-EXIT
               PERFORM 3100-INSERT-LINE THRU 3100-EXIT
           END-IF.

           ADD BUD-AMOUNT TO WS-LN-YTD-BUDGET(WS-LN-POS).
           IF BUD-PERIOD = WS-RPT-PERIOD
               ADD BUD-AMOUNT TO WS-LN-MTH-BUDGET(WS-LN-POS)
           END-IF.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2500-LOAD-ACTUALS - BROWSE THE GL BALANCE MASTER.  THE        *
      * ACTIVITY OF EVERY BALANCE IN THE YEAR THROUGH THE REPORT      *
      * MONTH GOES TO ITS LINE.  A REVENUE OR EXPENSE ACCOUNT WITH NO *
      * BUDGET GETS A LINE OF ITS OWN; OTHER UNBUDGETED ACCOUNTS ARE  *
      * NOT REPORTED.                                                 *
      ****************************************************************
       2500-LOAD-ACTUALS.
           MOVE 'N' TO WS-GLBAL-EOF-SW.
           MOVE LOW-VALUES TO GLB-KEY.
           START GL-BAL-FILE KEY NOT < GLB-KEY
               INVALID KEY
                   SET GLBAL-AT-END TO TRUE
           END-START.
           PERFORM 2600-LOAD-ONE-ACTUAL THRU 2600-EXIT
               UNTIL GLBAL-AT-END.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 2600-LOAD-ONE-ACTUAL                                          *
      ****************************************************************
       2600-LOAD-ONE-ACTUAL.
           READ GL-BAL-FILE NEXT RECORD
               AT END
                   SET GLBAL-AT-END TO TRUE
                   GO TO 2600-EXIT
           END-READ.
           ADD 1 TO WS-GLB-READ-COUNT.
           IF GLB-FISCAL-YEAR NOT = WS-RPT-YEAR
              OR GLB-FISCAL-PERIOD > WS-RPT-PERIOD
               GO TO 2600-EXIT
           END-IF.
           IF GLB-PERIOD-DEBITS = ZERO AND GLB-PERIOD-CREDITS = ZERO
               GO TO 2600-EXIT
           END-IF.

           MOVE GLB-COMPANY TO WS-FIND-COMPANY.
           MOVE GLB-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM 3000-LOCATE-LINE THRU 3000-EXIT.
           IF LINE-NOT-ON-TABLE
               PERFORM 3200-READ-CHART THRU 3200-EXIT
               IF WS-FIND-TYPE NOT = 'R' AND WS-FIND-TYPE NOT = 'X'
                   GO TO 2600-EXIT
               END-IF
               PERFORM 3100-INSERT-LINE THRU 3100-EXIT
           END-IF.

      *    NATURAL SIGN - CREDIT-NATURE ACCOUNTS COUNT CREDITS UP
           IF WS-LN-TYPE(WS-LN-POS) = 'R' OR WS-LN-TYPE(WS-LN-POS) = 'L'
              OR WS-LN-TYPE(WS-LN-POS) = 'E'
               COMPUTE WS-ACTIVITY =
                   GLB-PERIOD-CREDITS - GLB-PERIOD-DEBITS
           ELSE
               COMPUTE WS-ACTIVITY =
                   GLB-PERIOD-DEBITS - GLB-PERIOD-CREDITS
           END-IF.
           ADD WS-ACTIVITY TO WS-LN-YTD-ACTUAL(WS-LN-POS).
           IF GLB-FISCAL-PERIOD = WS-RPT-PERIOD
               ADD WS-ACTIVITY TO WS-LN-MTH-ACTUAL(WS-LN-POS)
           END-IF.
       2600-EXIT.
           EXIT.

      ****************************************************************
      * 3000-LOCATE-LINE - FIND WS-FIND-KEY IN THE LINE TABLE.  SETS  *
      * LINE-ON-TABLE WITH WS-LN-POS AT THE ENTRY, OR                 *
      * LINE-NOT-ON-TABLE WITH WS-LN-POS WHERE IT BELONGS IN KEY      *
      * ORDER.                                                        *
      ****************************************************************
       3000-LOCATE-LINE.
           MOVE 'N' TO WS-POSITION-SW.
           MOVE 'N' TO WS-ON-TABLE-SW.
           COMPUTE WS-LN-POS = WS-LN-COUNT + 1.
           PERFORM 3010-TEST-ONE-LINE THRU 3010-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT
                  OR LINE-POSITION-FOUND.
           IF LINE-POSITION-FOUND
              AND WS-LN-KEY(WS-LN-POS) = WS-FIND-KEY
               SET LINE-ON-TABLE TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3010-TEST-ONE-LINE - STOP AT THE FIRST ENTRY NOT BELOW THE    *
      * KEY SOUGHT                                                    *
      ****************************************************************
       3010-TEST-ONE-LINE.
           IF WS-LN-KEY(WS-LN-SUB) NOT < WS-FIND-KEY
               SET LINE-POSITION-FOUND TO TRUE
               MOVE WS-LN-SUB TO WS-LN-POS
           END-IF.
       3010-EXIT.
           EXIT.

      ****************************************************************
      * 3100-INSERT-LINE - OPEN A NEW ZERO ENTRY AT WS-LN-POS, MOVING *
      * THE ENTRIES ABOVE IT DOWN ONE, WITH THE CHART DESCRIPTION AND *
      * TYPE FROM 3200.                                               *
      ****************************************************************
       3100-INSERT-LINE.
           IF WS-LN-COUNT = WS-LN-MAX
               DISPLAY "BUDVAR - LINE TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3110-SHIFT-ONE-LINE THRU 3110-EXIT
               VARYING WS-LN-SUB FROM WS-LN-COUNT BY -1
               UNTIL WS-LN-SUB < WS-LN-POS.
           ADD 1 TO WS-LN-COUNT.
           MOVE WS-FIND-COMPANY TO WS-LN-COMPANY(WS-LN-POS).
           MOVE WS-FIND-ACCOUNT TO WS-LN-ACCOUNT(WS-LN-POS).
           MOVE WS-FIND-DESC    TO WS-LN-DESC(WS-LN-POS).
           MOVE WS-FIND-TYPE    TO WS-LN-TYPE(WS-LN-POS).
           MOVE ZERO   TO WS-LN-MTH-BUDGET(WS-LN-POS).
           MOVE ZERO   TO WS-LN-MTH-ACTUAL(WS-LN-POS).
           MOVE ZERO   TO WS-LN-YTD-BUDGET(WS-LN-POS).
           MOVE ZERO   TO WS-LN-YTD-ACTUAL(WS-LN-POS).
           MOVE SPACES TO WS-LN-MTH-FLAG(WS-LN-POS).
           MOVE SPACES TO WS-LN-YTD-FLAG(WS-LN-POS).
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3110-SHIFT-ONE-LINE - MOVE ONE ENTRY DOWN A SLOT              *
      ****************************************************************
       3110-SHIFT-ONE-LINE.
           MOVE WS-LINE-ENTRY(WS-LN-SUB)
               TO WS-LINE-ENTRY(WS-LN-SUB + 1).
       3110-EXIT.
           EXIT.

      ****************************************************************
      * 3200-READ-CHART - DESCRIPTION AND TYPE OF WS-FIND-ACCOUNT.    *
      * AN ACCOUNT NOT ON THE CHART IS MARKED AND COUNTED.            *
      ****************************************************************
       3200-READ-CHART.
           MOVE WS-FIND-ACCOUNT TO COA-ACCOUNT.
           READ COA-FILE
               INVALID KEY
                   MOVE "*** NOT ON CHART OF ACCOUNTS" TO WS-FIND-DESC
                   MOVE SPACE TO WS-FIND-TYPE
                   ADD 1 TO WS-OFF-CHART-COUNT
                   GO TO 3200-EXIT
           END-READ.
           MOVE COA-DESCRIPTION  TO WS-FIND-DESC.
           MOVE COA-ACCOUNT-TYPE TO WS-FIND-TYPE.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 4000-PRINT-REPORT - EVERY LINE, A NEW PAGE FOR EACH COMPANY   *
      * WITH ITS REVENUE AND EXPENSE TOTALS AT THE FOOT.              *
      ****************************************************************
       4000-PRINT-REPORT.
           IF WS-LN-COUNT = ZERO
               PERFORM 9000-PRINT-HEADINGS THRU 9000-EXIT
               MOVE "NO BUDGETS OR ACTIVITY FOR THE YEAR TO DATE"
                   TO WS-PRINT-LINE
               WRITE BV-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-PRINT-ONE-LINE THRU 4100-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT.
           PERFORM 4300-PRINT-CO-TOTALS THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 4100-PRINT-ONE-LINE - ASSESS THE MONTH AND THE YEAR TO DATE,  *
      * KEEP THE FLAGS FOR THE EXCEPTION PAGE, AND PRINT.             *
      ****************************************************************
       4100-PRINT-ONE-LINE.
           IF WS-LN-SUB = 1
              OR WS-LN-COMPANY(WS-LN-SUB) NOT = WS-PREV-COMPANY
               IF WS-LN-SUB > 1
                   PERFORM 4300-PRINT-CO-TOTALS THRU 4300-EXIT
               END-IF
               MOVE WS-LN-COMPANY(WS-LN-SUB) TO WS-PREV-COMPANY
               INITIALIZE WS-CO-TOTALS
               PERFORM 9000-PRINT-HEADINGS THRU 9000-EXIT
           END-IF.

           MOVE WS-LN-TYPE(WS-LN-SUB)       TO WS-AS-TYPE.
           MOVE WS-LN-MTH-BUDGET(WS-LN-SUB) TO WS-AS-BUDGET.
           MOVE WS-LN-MTH-ACTUAL(WS-LN-SUB) TO WS-AS-ACTUAL.
           PERFORM 4500-ASSESS-VARIANCE THRU 4500-EXIT.
           MOVE WS-AS-FLAG TO WS-LN-MTH-FLAG(WS-LN-SUB).
           PERFORM 4600-BUILD-BLOCK THRU 4600-EXIT.
           MOVE WS-PRINT-LINE(1:50) TO WS-MTH-BLOCK.

           MOVE WS-LN-YTD-BUDGET(WS-LN-SUB) TO WS-AS-BUDGET.
           MOVE WS-LN-YTD-ACTUAL(WS-LN-SUB) TO WS-AS-ACTUAL.
           PERFORM 4500-ASSESS-VARIANCE THRU 4500-EXIT.
           MOVE WS-AS-FLAG TO WS-LN-YTD-FLAG(WS-LN-SUB).
           PERFORM 4600-BUILD-BLOCK THRU 4600-EXIT.
           MOVE WS-PRINT-LINE(1:50) TO WS-YTD-BLOCK.

           IF WS-LN-MTH-FLAG(WS-LN-SUB) = "UNF"
              OR WS-LN-YTD-FLAG(WS-LN-SUB) = "UNF"
               ADD 1 TO WS-UNF-COUNT
           END-IF.

           IF WS-LN-TYPE(WS-LN-SUB) = 'R'
               ADD WS-LN-MTH-BUDGET(WS-LN-SUB) TO WS-REV-MTH-BUDGET
               ADD WS-LN-MTH-ACTUAL(WS-LN-SUB) TO WS-REV-MTH-ACTUAL
               ADD WS-LN-YTD-BUDGET(WS-LN-SUB) TO WS-REV-YTD-BUDGET
               ADD WS-LN-YTD-ACTUAL(WS-LN-SUB) TO WS-REV-YTD-ACTUAL
           END-IF.
           IF WS-LN-TYPE(WS-LN-SUB) = 'X'
               ADD WS-LN-MTH-BUDGET(WS-LN-SUB) TO WS-EXP-MTH-BUDGET
               ADD WS-LN-MTH-ACTUAL(WS-LN-SUB) TO WS-EXP-MTH-ACTUAL
               ADD WS-LN-YTD-BUDGET(WS-LN-SUB) TO WS-EXP-YTD-BUDGET
               ADD WS-LN-YTD-ACTUAL(WS-LN-SUB) TO WS-EXP-YTD-ACTUAL
           END-IF.

           PERFORM 4200-BUILD-LABEL THRU 4200-EXIT.
           PERFORM 4700-WRITE-DETAIL THRU 4700-EXIT.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 4200-BUILD-LABEL - COMPANY, ACCOUNT AND SHORT DESCRIPTION     *
      ****************************************************************
       4200-BUILD-LABEL.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING WS-LN-COMPANY(WS-LN-SUB)     DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-LN-ACCOUNT(WS-LN-SUB)     DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-LN-DESC(WS-LN-SUB)(1:16)  DELIMITED BY SIZE
               INTO WS-LINE-LABEL
           END-STRING.
       4200-EXIT.
           EXIT.

      ****************************************************************
      * 4300-PRINT-CO-TOTALS - THE COMPANY'S REVENUE AND EXPENSE      *
      * TOTALS, ASSESSED LIKE ANY LINE                                *
      ****************************************************************
       4300-PRINT-CO-TOTALS.
           MOVE 'R' TO WS-AS-TYPE.
           MOVE WS-REV-MTH-BUDGET TO WS-AS-BUDGET.
           MOVE WS-REV-MTH-ACTUAL TO WS-AS-ACTUAL.
           PERFORM 4500-ASSESS-VARIANCE THRU 4500-EXIT.
           PERFORM 4600-BUILD-BLOCK THRU 4600-EXIT.
           MOVE WS-PRINT-LINE(1:50) TO WS-MTH-BLOCK.
           MOVE WS-REV-YTD-BUDGET TO WS-AS-BUDGET.
           MOVE WS-REV-YTD-ACTUAL TO WS-AS-ACTUAL.
           PERFORM 4500-ASSESS-VARIANCE THRU 4500-EXIT.
           PERFORM 4600-BUILD-BLOCK THRU 4600-EXIT.
           MOVE WS-PRINT-LINE(1:50) TO WS-YTD-BLOCK.
           MOVE "    TOTAL REVENUE" TO WS-LINE-LABEL.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE BV-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 4700-WRITE-DETAIL THRU 4700-EXIT.

           MOVE 'X' TO WS-AS-TYPE.
           MOVE WS-EXP-MTH-BUDGET TO WS-AS-BUDGET.
           MOVE WS-EXP-MTH-ACTUAL TO WS-AS-ACTUAL.
           PERFORM 4500-ASSESS-VARIANCE THRU 4500-EXIT.
           PERFORM 4600-BUILD-BLOCK THRU 4600-EXIT.
           MOVE WS-PRINT-LINE(1:50) TO WS-MTH-BLOCK.
           MOVE WS-EXP-YTD-BUDGET TO WS-AS-BUDGET.
           MOVE WS-EXP-YTD-ACTUAL TO WS-AS-ACTUAL.
           PERFORM 4500-ASSESS-VARIANCE THRU 4500-EXIT.
           PERFORM 4600-BUILD-BLOCK THRU 4600-EXIT.
           MOVE WS-PRINT-LINE(1:50) TO WS-YTD-BLOCK.
           MOVE "    TOTAL EXPENSES" TO WS-LINE-LABEL.
           PERFORM 4700-WRITE-DETAIL THRU 4700-EXIT.
       4300-EXIT.
           EXIT.

      ****************************************************************
      * 4500-ASSESS-VARIANCE - VARIANCE, PERCENT OF BUDGET AND FLAG   *
      * FOR WS-AS-BUDGET AGAINST WS-AS-ACTUAL.  WITH NO BUDGET THE    *
      * PERCENT IS N/A AND ANY ACTIVITY IS BEYOND TOLERANCE.  BEYOND  *
      * TOLERANCE IS UNF WHEN UNFAVORABLE FOR THE ACCOUNT TYPE, FAV   *
      * OTHERWISE.                                                    *
      ****************************************************************
       4500-ASSESS-VARIANCE.
           COMPUTE WS-AS-VARIANCE = WS-AS-ACTUAL - WS-AS-BUDGET.
           MOVE SPACES TO WS-AS-FLAG.
           MOVE 'N' TO WS-BEYOND-SW.
           IF WS-AS-BUDGET = ZERO
               MOVE "    N/A" TO WS-AS-PCT-TEXT
               IF WS-AS-ACTUAL NOT = ZERO
                   SET BEYOND-TOLERANCE TO TRUE
               END-IF
               GO TO 4500-FLAG
           END-IF.

           IF WS-AS-BUDGET < ZERO
               COMPUTE WS-AS-BUDGET-ABS = ZERO - WS-AS-BUDGET
           ELSE
               MOVE WS-AS-BUDGET TO WS-AS-BUDGET-ABS
           END-IF.
           COMPUTE WS-AS-PCT ROUNDED =
               WS-AS-VARIANCE * 100 / WS-AS-BUDGET-ABS
               ON SIZE ERROR
                   IF WS-AS-VARIANCE < ZERO
                       MOVE -9999.9 TO WS-AS-PCT
                   ELSE
                       MOVE 9999.9 TO WS-AS-PCT
                   END-IF
           END-COMPUTE.
           MOVE WS-AS-PCT TO WS-PCT-ED.
           MOVE WS-PCT-ED TO WS-AS-PCT-TEXT.
           IF WS-AS-PCT < ZERO
               COMPUTE WS-AS-PCT-ABS = ZERO - WS-AS-PCT
           ELSE
               MOVE WS-AS-PCT TO WS-AS-PCT-ABS
           END-IF.
           IF WS-AS-PCT-ABS > WS-TOLERANCE
               SET BEYOND-TOLERANCE TO TRUE
           END-IF.

       4500-FLAG.
           IF NOT BEYOND-TOLERANCE
               GO TO 4500-EXIT
           END-IF.
           MOVE "FAV" TO WS-AS-FLAG.
           IF WS-AS-TYPE = 'R' OR WS-AS-TYPE = 'L' OR WS-AS-TYPE = 'E'
               IF WS-AS-VARIANCE < ZERO
                   MOVE "UNF" TO WS-AS-FLAG
               END-IF
           ELSE
               IF WS-AS-VARIANCE > ZERO
                   MOVE "UNF" TO WS-AS-FLAG
               END-IF
           END-IF.
       4500-EXIT.
           EXIT.

      ****************************************************************
      * 4600-BUILD-BLOCK - THE 50-BYTE BUDGET / ACTUAL / VARIANCE /   *
      * PERCENT / FLAG BLOCK FROM THE LAST ASSESSMENT, BUILT IN THE   *
      * FRONT OF THE PRINT LINE                                       *
      ****************************************************************
       4600-BUILD-BLOCK.
           MOVE WS-AS-BUDGET   TO WS-BUDGET-ED.
           MOVE WS-AS-ACTUAL   TO WS-ACTUAL-ED.
           MOVE WS-AS-VARIANCE TO WS-VARIANCE-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-BUDGET-ED   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-ACTUAL-ED   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-VARIANCE-ED DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-AS-PCT-TEXT DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-AS-FLAG     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
       4600-EXIT.
           EXIT.

      ****************************************************************
      * 4700-WRITE-DETAIL - LABEL, MONTH BLOCK AND YEAR-TO-DATE BLOCK *
      ****************************************************************
       4700-WRITE-DETAIL.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-LINE-LABEL DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WS-MTH-BLOCK  DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  WS-YTD-BLOCK  DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BV-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       4700-EXIT.
           EXIT.

      ****************************************************************
      * 5000-PRINT-EXCEPTIONS - THE EXCEPTION PAGE: ONLY THE LINES    *
      * OVER BUDGET (UNF) FOR THE MONTH OR THE YEAR TO DATE           *
      ****************************************************************
       5000-PRINT-EXCEPTIONS.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-TOLERANCE TO WS-TOL-ED.
           STRING "OVER-BUDGET EXCEPTIONS - BUDVAR  MONTH "
                                  DELIMITED BY SIZE
                  WS-RPT-YEAR     DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  WS-RPT-PERIOD   DELIMITED BY SIZE
                  "  TOLERANCE "  DELIMITED BY SIZE
                  WS-TOL-ED       DELIMITED BY SIZE
                  "%"             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BV-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING PAGE.
           WRITE BV-REPORT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.
           WRITE BV-REPORT-RECORD FROM WS-HEADING-3
               AFTER ADVANCING 1 LINE.
           IF WS-UNF-COUNT = ZERO
               MOVE "NO LINES OVER BUDGET BEYOND TOLERANCE"
                   TO WS-PRINT-LINE
               WRITE BV-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-PRINT-ONE-EXCEPTION THRU 5100-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 5100-PRINT-ONE-EXCEPTION - REPRINT ONE UNF LINE               *
      ****************************************************************
       5100-PRINT-ONE-EXCEPTION.
           IF WS-LN-MTH-FLAG(WS-LN-SUB) NOT = "UNF"
              AND WS-LN-YTD-FLAG(WS-LN-SUB) NOT = "UNF"
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-LN-TYPE(WS-LN-SUB)       TO WS-AS-TYPE.
           MOVE WS-LN-MTH-BUDGET(WS-LN-SUB) TO WS-AS-BUDGET.
           MOVE WS-LN-MTH-ACTUAL(WS-LN-SUB) TO WS-AS-ACTUAL.
           PERFORM 4500-ASSESS-VARIANCE THRU 4500-EXIT.
           PERFORM 4600-BUILD-BLOCK THRU 4600-EXIT.
           MOVE WS-PRINT-LINE(1:50) TO WS-MTH-BLOCK.
           MOVE WS-LN-YTD-BUDGET(WS-LN-SUB) TO WS-AS-BUDGET.
           MOVE WS-LN-YTD-ACTUAL(WS-LN-SUB) TO WS-AS-ACTUAL.
           PERFORM 4500-ASSESS-VARIANCE THRU 4500-EXIT.
           PERFORM 4600-BUILD-BLOCK THRU 4600-EXIT.
           MOVE WS-PRINT-LINE(1:50) TO WS-YTD-BLOCK.
           PERFORM 4200-BUILD-LABEL THRU 4200-EXIT.
           PERFORM 4700-WRITE-DETAIL THRU 4700-EXIT.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 7000-REFUSE-MONTH - NO MONTH NAMED AND NO PERIOD CLOSED       *
      ****************************************************************
       7000-REFUSE-MONTH.
           WRITE BV-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.
           MOVE "*** NO MONTH GIVEN AND NO GL PERIOD CLOSED YET ***"
               TO WS-PRINT-LINE.
           WRITE BV-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 8 TO RETURN-CODE.
       7000-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - PRINT COUNTS, SET THE RETURN CODE AND CLOSE  *
      ****************************************************************
       8000-TERMINATE.
           MOVE WS-BUD-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BUDGET RECORDS READ    : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BV-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE WS-GLB-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BALANCE RECORDS READ   : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BV-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-LN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LINES REPORTED         : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BV-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-UNF-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LINES OVER BUDGET (UNF): " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BV-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-OFF-CHART-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNTS NOT ON CHART  : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BV-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-REPORT-MONTH NOT = ZERO
              AND WS-OFF-CHART-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE BUD-MASTER-FILE.
           CLOSE GL-BAL-FILE.
           CLOSE COA-FILE.
           CLOSE BV-REPORT-FILE.
       8000-EXIT.
           EXIT.

      ****************************************************************
      * 9000-PRINT-HEADINGS - NEW PAGE: TITLE, COMPANY, MONTH AND     *
      * TOLERANCE, AND THE COLUMN HEADINGS                            *
      ****************************************************************
       9000-PRINT-HEADINGS.
           WRITE BV-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.
           MOVE WS-TOLERANCE TO WS-TOL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "COMPANY "      DELIMITED BY SIZE
                  WS-PREV-COMPANY DELIMITED BY SIZE
                  "   MONTH "     DELIMITED BY SIZE
                  WS-RPT-YEAR     DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  WS-RPT-PERIOD   DELIMITED BY SIZE
                  "   TOLERANCE " DELIMITED BY SIZE
                  WS-TOL-ED       DELIMITED BY SIZE
                  "%"             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BV-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE BV-REPORT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.
           WRITE BV-REPORT-RECORD FROM WS-HEADING-3
               AFTER ADVANCING 1 LINE.
       9000-EXIT.
           EXIT.
