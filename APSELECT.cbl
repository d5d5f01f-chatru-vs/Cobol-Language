      ********************************************
      * COBOL PROGRAM - AP PAYMENT SELECTION      *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - PAYMENT SELECTION FROM THE AP     *
      *                  OPEN-ITEM FILE.  BUILDS THE CHECK REGISTER   *
      *                  THE CHECK PASS PRINTS, WHICH IS NO LONGER    *
      *                  KEYED BY HAND.                               *
      * 10.15.2026 CP    SELECTED ITEMS ARE SORTED BY PAYEE, COMPANY   *
      *                  AND INVOICE BEFORE THE CHECKS ARE BUILT, SO A *
      *                  PAYEE WHOSE INVOICES FOR TWO COMPANIES        *
      *                  INTERLEAVE STILL GETS ONE CHECK PER COMPANY.  *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APSELECT.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * AP PAYMENT SELECTION.  RUNS EACH CHECK DAY AHEAD OF THE DAILY *
      * EDIT RUN'S CHECK PASS.  THE JCL PARM NAMES THE BUSINESS DATE  *
      * (BUSDATE=CCYYMMDD), WHICH IS TODAY'S CHECK DATE AND MUST BE A *
      * BUSINESS DAY ON THE PROCESSING CALENDAR; THE NEXT BUSINESS    *
      * DAY AFTER IT ON THE CALENDAR IS THE NEXT CHECK DATE.  EVERY   *
      * OPEN INVOICE DUE ON OR BEFORE THE NEXT CHECK DATE IS SELECTED *
      * - WAITING FOR THE NEXT RUN WOULD PAY IT LATE - AND SO IS ANY  *
      * INVOICE WHOSE EARLY-PAY DISCOUNT WOULD LAPSE BEFORE THEN.     *
      * A DISCOUNT STILL AVAILABLE ON THE CHECK DATE IS TAKEN.        *
      * SELECTED ITEMS ARE SORTED BY PAYEE, COMPANY AND INVOICE AND   *
      * GROUPED INTO ONE CHECK PER PAYEE AND COMPANY - THE OPEN-ITEM  *
      * FILE'S OWN KEY ORDER MIXES A PAYEE'S COMPANIES.  EACH CHECK   *
      * GETS THE NEXT NUMBER FROM THE CHECK CONTROL RECORD (CHKCTL),  *
      * AND ONE CHECK REGISTER RECORD (CHKREG) IS WRITTEN PER CHECK   *
      * IN ASCENDING NUMBER ORDER FOR THE CHECK PASS.  EACH SELECTED  *
      * ITEM IS STAMPED SELECTED WITH ITS CHECK NUMBER ON THE         *
      * OPEN-ITEM FILE; APCLOSE LATER CLOSES IT AGAINST THE PAYMENT   *
      * HISTORY.  THE CHECK AMOUNT FIELD CARRIES 999.99 AT MOST, SO A *
      * PAYEE'S ITEMS FOR ONE COMPANY ROLL ONTO A FRESH CHECK WHEN    *
      * THE NEXT ONE WOULD TAKE THE CHECK OVER THE LIMIT, AND A       *
      * SINGLE INVOICE OVER THE LIMIT STAYS OPEN AND IS LISTED FOR A  *
      * MANUAL PAYMENT.  THE PROPOSAL REPORT (SELRPT) LISTS EVERY     *
      * ITEM HELD BACK AND WHY, THEN EVERY SELECTED INVOICE UNDER ITS *
      * CHECK, AND THE RUN'S GROSS/DISCOUNT/NET TOTALS.               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APOPEN-STATUS.

           SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-ID
               FILE STATUS IS WS-PAYMAST-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CHECK-CTL-FILE ASSIGN TO "CHKCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKCTL-STATUS.

           SELECT CHECK-REG-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT SEL-REPORT-FILE ASSIGN TO "SELRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SELRPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  AP-OPEN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * AP OPEN-ITEM RECORD LAYOUT - SHARED COPYBOOK
          COPY APOPEN.

       FD  PAYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * PAYEE MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY PAYMAST.

       FD  CAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * PROCESSING CALENDAR RECORD LAYOUT - SHARED COPYBOOK
          COPY CALREC.

       FD  CHECK-CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * ONE-RECORD CHECK CONTROL - THE LAST CHECK NUMBER ISSUED, THE
      * DISBURSEMENT BANK ACCOUNT THE CHECKS ARE DRAWN ON, AND THE
      * LAST CHECK DATE SELECTED.  REWRITTEN IN PLACE AT END OF RUN.
       01  CHECK-CTL-RECORD.
           02  CC-LAST-CHECK-NUM PIC 9(7).
           02  CC-BANK-ROUTING   PIC 9(9).
           02  CC-BANK-ACCOUNT   PIC 9(10).
           02  CC-LAST-RUN-DATE  PIC 9(8).
           02  FILLER            PIC X(6).

       FD  CHECK-REG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CHECK REGISTER RECORD LAYOUT - SHARED COPYBOOK
          COPY CHKREG.

       FD  SEL-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SEL-REPORT-RECORD     PIC X(132).

      * ONE SELECTED ITEM, WITH THE DISCOUNT AND NET WORKED OUT BY THE
      * SELECTION TEST, IN PAYEE / COMPANY / INVOICE ORDER FOR THE
      * CHECK BUILD.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           02  SRT-PAYEE-ID      PIC 9(6).
           02  SRT-COMPANY       PIC X(3).
           02  SRT-INVOICE-NO    PIC X(12).
           02  SRT-ITEM-DISC     PIC 9(5)V9(2).
           02  SRT-ITEM-NET      PIC 9(5)V9(2).
           02  SRT-DISC-SW       PIC X(01).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-APOPEN-EOF-SW   PIC X(01) VALUE 'N'.
             88 OPEN-ITEMS-AT-END  VALUE 'Y'.
          02 WS-CAL-EOF-SW      PIC X(01) VALUE 'N'.
             88 CALENDAR-AT-END    VALUE 'Y'.
          02 WS-SELECT-SW       PIC X(01) VALUE 'N'.
             88 ITEM-IS-SELECTED   VALUE 'Y'.
             88 ITEM-NOT-SELECTED  VALUE 'N'.
          02 WS-DISC-SW         PIC X(01) VALUE 'N'.
             88 DISCOUNT-AVAILABLE VALUE 'Y'.
             88 NO-DISCOUNT        VALUE 'N'.
          02 WS-PAYEE-OK-SW     PIC X(01) VALUE 'N'.
             88 PAYEE-IS-PAYABLE   VALUE 'Y'.
             88 PAYEE-NOT-PAYABLE  VALUE 'N'.
          02 WS-CHECK-OPEN-SW   PIC X(01) VALUE 'N'.
             88 CHECK-IS-OPEN      VALUE 'Y'.
             88 NO-CHECK-OPEN      VALUE 'N'.
          02 WS-SORT-EOF-SW     PIC X(01) VALUE 'N'.
             88 SORT-DRAINED       VALUE 'Y'.

      ****************************************************************
      * CHECK DATES - TODAY'S FROM THE PARM, THE NEXT FROM THE        *
      * PROCESSING CALENDAR.                                          *
      ****************************************************************
       01 WS-BUS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-NEXT-CHECK-DATE     PIC 9(8) VALUE ZERO.

      ****************************************************************
      * THE CHECK BEING BUILT                                         *
      ****************************************************************
       01 WS-CURRENT-CHECK.
          02 WS-CUR-PAYEE-ID     PIC 9(6) VALUE ZERO.
          02 WS-CUR-COMPANY      PIC X(3) VALUE SPACES.
          02 WS-CUR-CHECK-NUM    PIC 9(7) VALUE ZERO.
          02 WS-CUR-CHECK-TOTAL  PIC 9(3)V9(2) VALUE ZERO.
          02 WS-CUR-ITEM-COUNT   PIC 9(5) COMP VALUE ZERO.

      * THE CHECK AMOUNT FIELD'S CEILING
       77 WS-CHECK-LIMIT         PIC 9(3)V9(2) VALUE 999.99.

       01 WS-ITEM-DISC           PIC 9(5)V9(2) VALUE ZERO.
       01 WS-ITEM-NET            PIC 9(5)V9(2) VALUE ZERO.
       01 WS-NEW-TOTAL           PIC 9(5)V9(2) VALUE ZERO.
       01 WS-HOLD-REASON         PIC X(40) VALUE SPACES.

      ****************************************************************
      * COUNTERS AND RUN TOTALS                                       *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-ITEM-COUNT       PIC 9(7) COMP VALUE ZERO.
          02 WS-SELECT-COUNT     PIC 9(7) COMP VALUE ZERO.
          02 WS-CHECK-COUNT      PIC 9(7) COMP VALUE ZERO.
          02 WS-DISC-COUNT       PIC 9(7) COMP VALUE ZERO.
          02 WS-HELD-COUNT       PIC 9(7) COMP VALUE ZERO.

       01 WS-RUN-TOTALS.
          02 WS-TOT-GROSS        PIC 9(9)V9(2) VALUE ZERO.
          02 WS-TOT-DISC         PIC 9(9)V9(2) VALUE ZERO.
          02 WS-TOT-NET          PIC 9(9)V9(2) VALUE ZERO.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-AMT-ED              PIC ZZZZ9.99.
       01 WS-DISC-ED             PIC ZZZZ9.99.
       01 WS-NET-ED              PIC ZZZZ9.99.
       01 WS-CHECK-AMT-ED        PIC ZZ9.99.
       01 WS-TOTAL-ED            PIC ZZZZZZZZ9.99.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(50) VALUE
             "AP PAYMENT SELECTION PROPOSAL - APSELECT".

       01 WS-HEADING-2.
          02 FILLER PIC X(50) VALUE
             "PAYEE  INVOICE      INV DATE DUE DATE DISC DATE   ".
          02 FILLER PIC X(50) VALUE
             "   GROSS  DISCOUNT       NET   CHECK              ".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-APOPEN-STATUS    PIC X(02) VALUE "00".
             88 APOPEN-STATUS-OK     VALUE "00".
          02 WS-PAYMAST-STATUS   PIC X(02) VALUE "00".
             88 PAYMAST-STATUS-OK    VALUE "00".
          02 WS-CAL-STATUS       PIC X(02) VALUE "00".
             88 CAL-STATUS-OK        VALUE "00".
          02 WS-CHKCTL-STATUS    PIC X(02) VALUE "00".
             88 CHKCTL-STATUS-OK     VALUE "00".
          02 WS-CHKREG-STATUS    PIC X(02) VALUE "00".
             88 CHKREG-STATUS-OK     VALUE "00".
          02 WS-SELRPT-STATUS    PIC X(02) VALUE "00".
             88 SELRPT-STATUS-OK     VALUE "00".

       LINKAGE SECTION.
       01 LS-PARM-AREA.
          02 LS-PARM-LEN         PIC 9(4) COMP.
          02 LS-PARM-TEXT        PIC X(80).

       PROCEDURE DIVISION USING LS-PARM-AREA.

      ****************************************************************
      * 0000-MAINLINE - THE SORT'S INPUT PROCEDURE PICKS THE ITEMS    *
      * PAID TODAY; THE OUTPUT PROCEDURE BUILDS THE CHECKS FROM THEM  *
      * IN PAYEE / COMPANY / INVOICE ORDER.                           *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-PAYEE-ID
                                SRT-COMPANY
                                SRT-INVOICE-NO
               INPUT PROCEDURE IS 2000-SELECT-OPEN-ITEMS
                   THRU 2000-INPUT-EXIT
               OUTPUT PROCEDURE IS 6000-BUILD-CHECKS
                   THRU 6000-OUTPUT-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - TAKE THE CHECK DATE FROM THE PARM, OPEN     *
      * FILES, READ THE CHECK CONTROL AND FIND THE NEXT CHECK DATE.   *
      * A SECOND SELECTION FOR THE SAME CHECK DATE IS REFUSED - IT    *
      * WOULD OVERLAY A REGISTER THE CHECK PASS MAY NOT HAVE PRINTED  *
      * YET.                                                          *
      ****************************************************************
       1000-INITIALIZE.
           IF LS-PARM-LEN < 16
            OR LS-PARM-TEXT(1:8) NOT = "BUSDATE="
            OR LS-PARM-TEXT(9:8) NOT NUMERIC
               DISPLAY "APSELECT - PARM MUST BE BUSDATE=CCYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LS-PARM-TEXT(9:8) TO WS-BUS-DATE.

           OPEN I-O AP-OPEN-FILE.
           IF NOT APOPEN-STATUS-OK
               DISPLAY "APSELECT - OPEN ERR - AP-OPEN, STATUS = "
                   WS-APOPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAYEE-MASTER-FILE.
           IF NOT PAYMAST-STATUS-OK
               DISPLAY "APSELECT - OPEN ERR - PAYEE-MASTER, STATUS = "
                   WS-PAYMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CAL-FILE.
           IF NOT CAL-STATUS-OK
               DISPLAY "APSELECT - OPEN ERR - CAL-FILE, STATUS = "
                   WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CHECK-CTL-FILE.
           IF NOT CHKCTL-STATUS-OK
               DISPLAY "APSELECT - OPEN ERR - CHECK-CTL, STATUS = "
                   WS-CHKCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CHECK-CTL-FILE
               AT END
                   DISPLAY "APSELECT - CHECK CONTROL RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF CC-LAST-RUN-DATE NOT < WS-BUS-DATE
               DISPLAY "APSELECT - CHECKS ALREADY SELECTED FOR "
                   CC-LAST-RUN-DATE " - RUN FOR " WS-BUS-DATE
                   " REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-FIND-CHECK-DATES THRU 1100-EXIT.

           OPEN OUTPUT CHECK-REG-FILE.
           IF NOT CHKREG-STATUS-OK
               DISPLAY "APSELECT - OPEN ERR - CHECK-REG, STATUS = "
                   WS-CHKREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SEL-REPORT-FILE.
           IF NOT SELRPT-STATUS-OK
               DISPLAY "APSELECT - OPEN ERR - SEL-REPORT, STATUS = "
                   WS-SELRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE SEL-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CHECK DATE : "          DELIMITED BY SIZE
                  WS-BUS-DATE              DELIMITED BY SIZE
                  "    NEXT CHECK DATE : " DELIMITED BY SIZE
                  WS-NEXT-CHECK-DATE       DELIMITED BY SIZE
                  "    FIRST CHECK : "     DELIMITED BY SIZE
                  CC-LAST-CHECK-NUM        DELIMITED BY SIZE
                  " + 1"                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE SEL-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE SEL-REPORT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-FIND-CHECK-DATES - TODAY MUST BE A BUSINESS DAY ON THE   *
      * CALENDAR; THE NEXT CHECK DATE IS THE FIRST BUSINESS DAY       *
      * AFTER IT.  A CALENDAR NOT LOADED THAT FAR AHEAD STOPS THE     *
      * RUN - SELECTING WITHOUT A HORIZON WOULD PAY NOTHING OR        *
      * EVERYTHING.                                                   *
      ****************************************************************
       1100-FIND-CHECK-DATES.
           MOVE WS-BUS-DATE TO CAL-DATE.
           READ CAL-FILE
               INVALID KEY
                   DISPLAY "APSELECT - CHECK DATE " WS-BUS-DATE
                       " NOT ON THE PROCESSING CALENDAR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF NOT CAL-BUSINESS-DAY
               DISPLAY "APSELECT - CHECK DATE " WS-BUS-DATE
                   " IS NOT A BUSINESS DAY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-CAL-EOF-SW.
           START CAL-FILE KEY > CAL-DATE
               INVALID KEY
                   SET CALENDAR-AT-END TO TRUE
           END-START.
           PERFORM 1110-TEST-ONE-CAL-DAY THRU 1110-EXIT
               UNTIL CALENDAR-AT-END
                  OR WS-NEXT-CHECK-DATE > ZERO.
           IF WS-NEXT-CHECK-DATE = ZERO
               DISPLAY "APSELECT - NO BUSINESS DAY ON THE CALENDAR "
                   "AFTER " WS-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1110-TEST-ONE-CAL-DAY - ONE CALENDAR DAY OF THE SCAN FOR THE  *
      * NEXT CHECK DATE.                                              *
      ****************************************************************
       1110-TEST-ONE-CAL-DAY.
           READ CAL-FILE NEXT RECORD
               AT END
                   SET CALENDAR-AT-END TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF CAL-BUSINESS-DAY
               MOVE CAL-DATE TO WS-NEXT-CHECK-DATE
           END-IF.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SELECT-OPEN-ITEMS - SORT INPUT PROCEDURE.  READS THE     *
      * OPEN-ITEM FILE IN KEY ORDER AND RELEASES EVERY ITEM PAID      *
      * TODAY TO THE SORT; AN ITEM DUE THAT CANNOT GO ON A CHECK IS   *
      * LISTED AS HELD HERE, AHEAD OF THE CHECKS.                     *
      ****************************************************************
       2000-SELECT-OPEN-ITEMS.
           MOVE LOW-VALUES TO AP-KEY.
           START AP-OPEN-FILE KEY NOT < AP-KEY
               INVALID KEY
                   SET OPEN-ITEMS-AT-END TO TRUE
           END-START.
           PERFORM 2100-READ-OPEN-ITEM THRU 2100-EXIT.
           PERFORM 2200-PROCESS-ONE-ITEM THRU 2200-EXIT
               UNTIL OPEN-ITEMS-AT-END.
       2000-INPUT-EXIT.
           EXIT.

      ****************************************************************
      * 2100-READ-OPEN-ITEM - READ THE NEXT OPEN ITEM IN KEY ORDER    *
      ****************************************************************
       2100-READ-OPEN-ITEM.
           IF OPEN-ITEMS-AT-END
               GO TO 2100-EXIT
           END-IF.
           READ AP-OPEN-FILE NEXT RECORD
               AT END
                   SET OPEN-ITEMS-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-ITEM-COUNT.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-PROCESS-ONE-ITEM - DECIDE WHETHER ONE OPEN ITEM IS PAID  *
      * TODAY AND, IF SO, RELEASE IT TO THE SORT FOR ITS PAYEE'S      *
      * CHECK.                                                        *
      ****************************************************************
       2200-PROCESS-ONE-ITEM.
           IF NOT AP-ITEM-OPEN
               GO TO 2200-NEXT
           END-IF.
           PERFORM 3000-TEST-SELECTION THRU 3000-EXIT.
           IF ITEM-NOT-SELECTED
               GO TO 2200-NEXT
           END-IF.

           IF AP-PAYEE-ID NOT = WS-CUR-PAYEE-ID
               PERFORM 2300-CHANGE-PAYEE THRU 2300-EXIT
           END-IF.
           IF PAYEE-NOT-PAYABLE
               MOVE "PAYEE MISSING OR INACTIVE ON PAYEE MASTER"
                   TO WS-HOLD-REASON
               PERFORM 3500-PRINT-HELD-ITEM THRU 3500-EXIT
               GO TO 2200-NEXT
           END-IF.

           COMPUTE WS-ITEM-NET = AP-GROSS-AMOUNT - WS-ITEM-DISC.
           IF WS-ITEM-NET = ZERO
               MOVE "NOTHING TO PAY - ZERO NET AMOUNT"
                   TO WS-HOLD-REASON
               PERFORM 3500-PRINT-HELD-ITEM THRU 3500-EXIT
               GO TO 2200-NEXT
           END-IF.
           IF WS-ITEM-NET > WS-CHECK-LIMIT
               MOVE "OVER THE CHECK LIMIT - PAY MANUALLY"
                   TO WS-HOLD-REASON
               PERFORM 3500-PRINT-HELD-ITEM THRU 3500-EXIT
               GO TO 2200-NEXT
           END-IF.

           MOVE AP-PAYEE-ID   TO SRT-PAYEE-ID.
           MOVE AP-COMPANY    TO SRT-COMPANY.
           MOVE AP-INVOICE-NO TO SRT-INVOICE-NO.
           MOVE WS-ITEM-DISC  TO SRT-ITEM-DISC.
           MOVE WS-ITEM-NET   TO SRT-ITEM-NET.
           MOVE WS-DISC-SW    TO SRT-DISC-SW.
           RELEASE SORT-RECORD.

       2200-NEXT.
           PERFORM 2100-READ-OPEN-ITEM THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2300-CHANGE-PAYEE - FIRST SELECTED ITEM FOR A NEW PAYEE.      *
      * ONLY AN ACTIVE PAYEE ON THE MASTER CAN BE PAID - THE CHECK    *
      * PASS WOULD LIST ANY OTHER AS AN EXCEPTION ANYWAY.  THE CHECK  *
      * BUILD READS THE PAYEE AGAIN FOR THE NAME ON ITS HEADING LINE. *
      ****************************************************************
       2300-CHANGE-PAYEE.
           MOVE AP-PAYEE-ID TO WS-CUR-PAYEE-ID.
           SET PAYEE-NOT-PAYABLE TO TRUE.
           MOVE AP-PAYEE-ID TO PAY-ID.
           READ PAYEE-MASTER-FILE
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ.
           IF PAYEE-ACTIVE
               SET PAYEE-IS-PAYABLE TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 3000-TEST-SELECTION - AN OPEN ITEM IS PAID TODAY WHEN IT IS   *
      * DUE ON OR BEFORE THE NEXT CHECK DATE, OR WHEN ITS DISCOUNT    *
      * IS STILL AVAILABLE TODAY BUT LAPSES BEFORE THE NEXT CHECK     *
      * DATE.  A DISCOUNT STILL AVAILABLE ON TODAY'S CHECK DATE IS    *
      * TAKEN WHATEVER THE REASON THE ITEM WAS SELECTED.              *
      ****************************************************************
       3000-TEST-SELECTION.
           SET ITEM-NOT-SELECTED TO TRUE.
           SET NO-DISCOUNT TO TRUE.
           MOVE ZERO TO WS-ITEM-DISC.

           IF AP-DISC-PCT > ZERO
              AND AP-DISC-DATE NOT < WS-BUS-DATE
               SET DISCOUNT-AVAILABLE TO TRUE
               COMPUTE WS-ITEM-DISC ROUNDED =
                   AP-GROSS-AMOUNT * AP-DISC-PCT / 100
               IF AP-DISC-DATE < WS-NEXT-CHECK-DATE
                   SET ITEM-IS-SELECTED TO TRUE
               END-IF
           END-IF.
           IF AP-DUE-DATE NOT > WS-NEXT-CHECK-DATE
               SET ITEM-IS-SELECTED TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3500-PRINT-HELD-ITEM - AN ITEM DUE FOR PAYMENT THAT CANNOT GO *
      * ON A CHECK.  IT STAYS OPEN; THE REASON IS IN WS-HOLD-REASON.  *
      ****************************************************************
       3500-PRINT-HELD-ITEM.
           ADD 1 TO WS-HELD-COUNT.
           MOVE AP-GROSS-AMOUNT TO WS-AMT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** HELD - PAYEE " DELIMITED BY SIZE
                  AP-PAYEE-ID         DELIMITED BY SIZE
                  " INVOICE "         DELIMITED BY SIZE
                  AP-INVOICE-NO       DELIMITED BY SIZE
                  " DUE "             DELIMITED BY SIZE
                  AP-DUE-DATE         DELIMITED BY SIZE
                  " GROSS "           DELIMITED BY SIZE
                  WS-AMT-ED           DELIMITED BY SIZE
                  " - "               DELIMITED BY SIZE
                  WS-HOLD-REASON      DELIMITED BY "  "
                  " ***"              DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE SEL-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 4000-OPEN-CHECK - START A NEW CHECK FOR THE CURRENT PAYEE AND *
      * ITEM'S COMPANY, TAKING THE NEXT CHECK NUMBER.  CHECKS OPEN    *
      * AND CLOSE ONE AT A TIME, SO THE REGISTER STAYS IN ASCENDING   *
      * CHECK NUMBER ORDER.                                           *
      ****************************************************************
       4000-OPEN-CHECK.
           ADD 1 TO CC-LAST-CHECK-NUM.
           MOVE CC-LAST-CHECK-NUM TO WS-CUR-CHECK-NUM.
           MOVE AP-COMPANY        TO WS-CUR-COMPANY.
           MOVE ZERO              TO WS-CUR-CHECK-TOTAL.
           MOVE ZERO              TO WS-CUR-ITEM-COUNT.
           SET CHECK-IS-OPEN TO TRUE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CHECK "          DELIMITED BY SIZE
                  WS-CUR-CHECK-NUM  DELIMITED BY SIZE
                  "  PAYEE "        DELIMITED BY SIZE
                  WS-CUR-PAYEE-ID   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PAY-NAME          DELIMITED BY SIZE
                  "  COMPANY "      DELIMITED BY SIZE
                  WS-CUR-COMPANY    DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE SEL-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 4100-SELECT-ITEM - PUT THE ITEM ON THE OPEN CHECK: STAMP IT   *
      * SELECTED WITH THE CHECK NUMBER, THE DISCOUNT TAKEN AND THE    *
      * CHECK DATE, REWRITE IT IN PLACE AND LIST IT.                  *
      ****************************************************************
       4100-SELECT-ITEM.
           MOVE 'S'              TO AP-STATUS.
           MOVE WS-ITEM-DISC     TO AP-DISC-TAKEN.
           MOVE WS-CUR-CHECK-NUM TO AP-CHECK-NUMBER.
           MOVE WS-BUS-DATE      TO AP-SELECT-DATE.
           REWRITE AP-OPEN-RECORD
               INVALID KEY
                   DISPLAY "APSELECT - REWRITE FAILED FOR PAYEE "
                       AP-PAYEE-ID " INVOICE " AP-INVOICE-NO
                       " STATUS " WS-APOPEN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

           ADD WS-ITEM-NET     TO WS-CUR-CHECK-TOTAL.
           ADD 1               TO WS-CUR-ITEM-COUNT.
           ADD 1               TO WS-SELECT-COUNT.
           ADD AP-GROSS-AMOUNT TO WS-TOT-GROSS.
           ADD WS-ITEM-DISC    TO WS-TOT-DISC.
           ADD WS-ITEM-NET     TO WS-TOT-NET.
           IF DISCOUNT-AVAILABLE
               ADD 1 TO WS-DISC-COUNT
           END-IF.

           MOVE AP-GROSS-AMOUNT TO WS-AMT-ED.
           MOVE WS-ITEM-DISC    TO WS-DISC-ED.
           MOVE WS-ITEM-NET     TO WS-NET-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING AP-PAYEE-ID       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  AP-INVOICE-NO     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  AP-INVOICE-DATE   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  AP-DUE-DATE       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  AP-DISC-DATE      DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-AMT-ED         DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-DISC-ED        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-NET-ED         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-CUR-CHECK-NUM  DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE SEL-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-CLOSE-CHECK - WRITE THE OPEN CHECK TO THE REGISTER,      *
      * DRAWN ON THE DISBURSEMENT ACCOUNT FROM THE CHECK CONTROL,     *
      * AND PRINT ITS TOTAL.  NOTHING HAPPENS WHEN NO CHECK IS OPEN.  *
      ****************************************************************
       5000-CLOSE-CHECK.
           IF NO-CHECK-OPEN
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES             TO CHECK-REG-RECORD.
           MOVE WS-CUR-CHECK-NUM   TO CHK-NUMBER.
           MOVE CC-BANK-ROUTING    TO CHK-ROUTING.
           MOVE CC-BANK-ACCOUNT    TO CHK-ACCOUNT.
           MOVE WS-CUR-CHECK-TOTAL TO CHK-AMOUNT.
           MOVE WS-CUR-PAYEE-ID    TO CHK-PAYEE-ID.
           MOVE WS-CUR-COMPANY     TO CHK-COMPANY.
           WRITE CHECK-REG-RECORD.
           ADD 1 TO WS-CHECK-COUNT.

           MOVE WS-CUR-CHECK-TOTAL TO WS-CHECK-AMT-ED.
           MOVE WS-CUR-ITEM-COUNT  TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "      CHECK "   DELIMITED BY SIZE
                  WS-CUR-CHECK-NUM DELIMITED BY SIZE
                  " TOTAL "        DELIMITED BY SIZE
                  WS-CHECK-AMT-ED  DELIMITED BY SIZE
                  " FOR "          DELIMITED BY SIZE
                  WS-COUNT-ED      DELIMITED BY SIZE
                  " INVOICE(S)"    DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE SEL-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           SET NO-CHECK-OPEN TO TRUE.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 6000-BUILD-CHECKS - SORT OUTPUT PROCEDURE.  THE SELECTED      *
      * ITEMS COME BACK IN PAYEE / COMPANY / INVOICE ORDER AND ARE    *
      * PUT ON CHECKS; THE LAST CHECK IS CLOSED AT THE END.           *
      ****************************************************************
       6000-BUILD-CHECKS.
           MOVE ZERO   TO WS-CUR-PAYEE-ID.
           MOVE SPACES TO WS-CUR-COMPANY.
           PERFORM 6100-RETURN-ONE-ITEM THRU 6100-EXIT
               UNTIL SORT-DRAINED.
           PERFORM 5000-CLOSE-CHECK THRU 5000-EXIT.
       6000-OUTPUT-EXIT.
           EXIT.

      ****************************************************************
      * 6100-RETURN-ONE-ITEM - RETURN ONE SELECTED ITEM, READ ITS     *
      * OPEN-ITEM RECORD BACK AND PUT IT ON ITS CHECK.  A NEW PAYEE   *
      * OR COMPANY CLOSES THE CHECK; WITHIN ONE PAYEE AND COMPANY     *
      * ONLY AN ITEM THAT WOULD TAKE THE CHECK OVER THE LIMIT STARTS  *
      * ANOTHER.                                                      *
      ****************************************************************
       6100-RETURN-ONE-ITEM.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-DRAINED TO TRUE
                   GO TO 6100-EXIT
           END-RETURN.
           MOVE SRT-PAYEE-ID   TO AP-PAYEE-ID.
           MOVE SRT-INVOICE-NO TO AP-INVOICE-NO.
           READ AP-OPEN-FILE
               INVALID KEY
                   DISPLAY "APSELECT - READ FAILED FOR PAYEE "
                       SRT-PAYEE-ID " INVOICE " SRT-INVOICE-NO
                       " STATUS " WS-APOPEN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE SRT-ITEM-DISC TO WS-ITEM-DISC.
           MOVE SRT-ITEM-NET  TO WS-ITEM-NET.
           MOVE SRT-DISC-SW   TO WS-DISC-SW.

           IF CHECK-IS-OPEN
               COMPUTE WS-NEW-TOTAL = WS-CUR-CHECK-TOTAL + WS-ITEM-NET
               IF AP-PAYEE-ID NOT = WS-CUR-PAYEE-ID
                OR AP-COMPANY NOT = WS-CUR-COMPANY
                OR WS-NEW-TOTAL > WS-CHECK-LIMIT
                   PERFORM 5000-CLOSE-CHECK THRU 5000-EXIT
               END-IF
           END-IF.
           IF AP-PAYEE-ID NOT = WS-CUR-PAYEE-ID
               PERFORM 2300-CHANGE-PAYEE THRU 2300-EXIT
           END-IF.
           IF NO-CHECK-OPEN
               PERFORM 4000-OPEN-CHECK THRU 4000-EXIT
           END-IF.
           PERFORM 4100-SELECT-ITEM THRU 4100-EXIT.
       6100-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - STAMP THE CHECK CONTROL WITH THE LAST CHECK  *
      * NUMBER USED AND THE CHECK DATE, PRINT COUNTS AND TOTALS, AND  *
      * CLOSE FILES.                                                  *
      ****************************************************************
       8000-TERMINATE.
           MOVE WS-BUS-DATE TO CC-LAST-RUN-DATE.
           REWRITE CHECK-CTL-RECORD.
           IF NOT CHKCTL-STATUS-OK
               DISPLAY "APSELECT - REWRITE ERR - CHECK-CTL, STATUS = "
                   WS-CHKCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ITEM-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OPEN-ITEM RECORDS READ : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE SEL-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE WS-SELECT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INVOICES SELECTED      : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE SEL-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-DISC-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DISCOUNTS TAKEN        : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE SEL-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-HELD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INVOICES HELD          : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE SEL-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-CHECK-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CHECKS ON REGISTER     : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE SEL-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-TOT-GROSS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GROSS AMOUNT SELECTED  : " DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE SEL-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-TOT-DISC TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DISCOUNT TAKEN         : " DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE SEL-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-TOT-NET TO WS-TOTAL-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NET CHECK TOTAL        : " DELIMITED BY SIZE
                  WS-TOTAL-ED                 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE SEL-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE AP-OPEN-FILE.
           CLOSE PAYEE-MASTER-FILE.
           CLOSE CAL-FILE.
           CLOSE CHECK-CTL-FILE.
           CLOSE CHECK-REG-FILE.
           CLOSE SEL-REPORT-FILE.

           IF WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
