      ********************************************
      * COBOL PROGRAM - END-OF-DAY CROSS PROOF    *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - CROSS-FOOTS THE DAY'S OUTBOUND     *
      *                  FILES AGAINST EACH OTHER AND THE RUN HISTORY  *
      *                  ON ONE PROOF SHEET, RC=8 WHEN ANY PROOF IS    *
      *                  OUT SO NOTHING IS RELEASED DOWNSTREAM.        *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODPROOF.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * END-OF-DAY CROSS-FILE PROOF.  RUNS LAST IN THE DAILY STREAM,  *
      * AFTER THE VOUCHER RUN (GLVOUCH), FOR THE BUSINESS DATE IN     *
      * PARM BUSDATE=CCYYMMDD.  EACH RUN ALREADY PROVES ITS OWN       *
      * FILE; THIS ONE PROVES THE FILES AGREE WITH EACH OTHER:        *
      *   LEDGER   - THE DAY'S POSTINGS (GLPOST), NETTED BY COMPANY,  *
      *              ACCOUNT AND POSTING DATE THE WAY GLVOUCH NETS    *
      *              THEM, AGAINST THE VOUCHER TRAILER (JVFILE), AND  *
      *              THE VOUCHER'S LINES AGAINST ITS OWN TRAILER.     *
      *   EXTRACT  - THE WAREHOUSE EXTRACT TRAILER (XTRACT) AGAINST   *
      *              THE RECORDS THE RUN HISTORY (RUNHIST) SHOWS      *
      *              ACCEPTED, ITS DETAILS AGAINST ITS TRAILER, AND   *
      *              ITS HASH AGAINST THE MONTH-TO-DATE RECORD.       *
      *   MTD      - THE RUN'S MONTH-TO-DATE RECORD (MTDACCUM)        *
      *              AGAINST THE RUN HISTORY'S COUNTS AND TOTALS.     *
      *   PAYMENTS - POSITIVE-PAY ISSUES (POSPAY) AGAINST THE CHECKS  *
      *              THE RUN HISTORY SHOWS PRINTED, THE ACH EXTRACT   *
      *              (ACHEXT) AGAINST ITS TRAILER, AND POSPAY PLUS    *
      *              ACHEXT AGAINST THE PAYMENTS THE RUN ADDED TO     *
      *              THE PAYMENT HISTORY (CHKHIST).                   *
      * ITEMS THE CHECK PASS HELD - SUSPECTED DUPLICATES AND ACH      *
      * PAYEES AWAITING THEIR BANK-DETAIL CALLBACK - ARE NEVER        *
      * RELEASED AND NEVER JOIN THE HISTORY (APCLOSE REOPENS THEM),   *
      * SO THEY ARE SHOWN ON THE SHEET FROM THE RUN HISTORY BUT TAKE  *
      * NO PART IN THE PAYMENT PROOF.                                 *
      * THE RUN HISTORY RECORD FOR THE BUSINESS DATE MUST BE THE      *
      * LATEST ON FILE - THE CURRENT GENERATIONS OF THE OTHER FILES   *
      * BELONG TO THE LATEST RUN - AND THE LATEST MONTH-TO-DATE       *
      * RECORD IS THAT RUN'S.  ITS DATE IS THE ISSUE DATE THE CHECK   *
      * PASS STAMPED ON POSPAY, ACHEXT AND CHKHIST; THE PAYMENTS THE  *
      * RUN ADDED ARE THE HISTORY RECORDS OF THAT ISSUE DATE FROM THE *
      * RUN'S LOWEST RELEASED CHECK NUMBER UP (AN EARLIER CATCH-UP    *
      * RUN THE SAME DAY RELEASED LOWER NUMBERS).                     *
      * PRFRPT - THE ONE-PAGE PROOF SHEET.                            *
      * RC=8 - ONE OR MORE PROOFS OUT, OR NO RUN TO PROVE.  THE       *
      *        RELEASE STEPS CONDITION ON IT.                         *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT MTD-FILE ASSIGN TO "MTDACCUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTD-STATUS.

           SELECT GL-POST-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.

           SELECT JV-FILE ASSIGN TO "JVFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JVFILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "XTRACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRACT-STATUS.

           SELECT POSPAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT ACH-FILE ASSIGN TO "ACHEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHEXT-STATUS.

           SELECT CHK-HIST-FILE ASSIGN TO "CHKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKHIST-STATUS.

           SELECT PROOF-REPORT-FILE ASSIGN TO "PRFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * DAILY RUN-CONTROL HISTORY RECORD LAYOUT - SHARED COPYBOOK
          COPY RUNHIST.

       FD  MTD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * MONTH-TO-DATE ACCUMULATION RECORD LAYOUT - SHARED COPYBOOK
          COPY MTDREC.

       FD  GL-POST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * GL JOURNAL POSTING RECORD LAYOUT - SHARED COPYBOOK
          COPY GLPREC.

       FD  JV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * JOURNAL VOUCHER INTERFACE RECORD LAYOUT - SHARED COPYBOOK
          COPY JVREC.

       FD  EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * DATA WAREHOUSE EXTRACT RECORD LAYOUT - SHARED COPYBOOK
          COPY XTRREC.

       FD  POSPAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * POSITIVE-PAY ISSUE RECORD LAYOUT - SHARED COPYBOOK
          COPY POSPAY.

       FD  ACH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * ACH SETTLEMENT EXTRACT RECORD LAYOUT - SHARED COPYBOOK
          COPY ACHREC.

       FD  CHK-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CUMULATIVE CHECK PAYMENT HISTORY LAYOUT - SHARED COPYBOOK
          COPY CHKHIST.

       FD  PROOF-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PROOF-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-EOF-SW           PIC X(01) VALUE 'N'.
             88 FILE-AT-END          VALUE 'Y'.
          02 WS-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
             88 RUN-FOUND            VALUE 'Y'.
          02 WS-LATER-RUN-SW     PIC X(01) VALUE 'N'.
             88 LATER-RUN-ON-FILE    VALUE 'Y'.
          02 WS-PROOF-KIND       PIC X(01) VALUE 'C'.
             88 PROOF-OF-COUNT       VALUE 'C'.
             88 PROOF-OF-AMOUNT      VALUE 'A'.
             88 PROOF-OF-HASH        VALUE 'H'.

       01 WS-BUS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-ISSUE-DATE          PIC 9(8) VALUE ZERO.

      ****************************************************************
      * THE RUN HISTORY RECORD FOR THE BUSINESS DATE, AND THE LATEST  *
      * MONTH-TO-DATE RECORD, KEPT PAST THEIR READS.                  *
      ****************************************************************
       01 WS-RUN-FIGURES.
          02 WS-RH-REC-COUNT     PIC 9(7)       VALUE ZERO.
          02 WS-RH-DATE-ERRORS   PIC 9(5)       VALUE ZERO.
          02 WS-RH-OVERFLOWS     PIC 9(5)       VALUE ZERO.
          02 WS-RH-GL-REJECTS    PIC 9(5)       VALUE ZERO.
          02 WS-RH-DEBITS        PIC S9(9)V9(2) VALUE ZERO.
          02 WS-RH-CREDITS       PIC S9(9)V9(2) VALUE ZERO.
          02 WS-RH-CHECKS        PIC 9(5)       VALUE ZERO.
          02 WS-RH-SUSPECTS      PIC 9(5)       VALUE ZERO.
          02 WS-RH-VFY-HOLDS     PIC 9(5)       VALUE ZERO.

       01 WS-MTD-FIGURES.
          02 WS-MTD-PRESENT      PIC 9(1)       VALUE ZERO.
          02 WS-MTD-REC-COUNT    PIC 9(7)       VALUE ZERO.
          02 WS-MTD-DATE-ERRORS  PIC 9(5)       VALUE ZERO.
          02 WS-MTD-OVERFLOWS    PIC 9(5)       VALUE ZERO.
          02 WS-MTD-GL-REJECTS   PIC 9(5)       VALUE ZERO.
          02 WS-MTD-DEBITS       PIC S9(9)V9(2) VALUE ZERO.
          02 WS-MTD-CREDITS      PIC S9(9)V9(2) VALUE ZERO.
          02 WS-MTD-HASH         PIC S9(9)V9(3) VALUE ZERO.

      ****************************************************************
      * GLPOST NETTING TABLE - ONE ENTRY PER DISTINCT COMPANY,        *
      * ACCOUNT AND POSTING DATE, DEBITS POSITIVE AND CREDITS         *
      * NEGATIVE, THE SAME NETTING THE VOUCHER RUN DOES.              *
      ****************************************************************
       01 WS-NET-TABLE-AREA.
          02 WS-NET-ENTRY OCCURS 2000 TIMES.
             03 WS-NET-COMPANY   PIC X(3).
             03 WS-NET-ACCOUNT   PIC 9(5).
             03 WS-NET-DATE      PIC 9(7).
             03 WS-NET-AMOUNT    PIC S9(9)V9(2).

       77 WS-NET-MAX             PIC 9(4) COMP VALUE 2000.
       77 WS-NET-COUNT           PIC 9(4) COMP VALUE ZERO.
       77 WS-NET-SUB             PIC 9(4) COMP VALUE ZERO.
       77 WS-NET-HIT-SUB         PIC 9(4) COMP VALUE ZERO.

      ****************************************************************
      * FILE TOTALS                                                   *
      ****************************************************************
       01 WS-LEDGER-TOTALS.
          02 WS-GLP-LINES        PIC 9(7)       VALUE ZERO.
          02 WS-GLP-DEBITS       PIC 9(11)V9(2) VALUE ZERO.
          02 WS-GLP-CREDITS      PIC 9(11)V9(2) VALUE ZERO.
          02 WS-JV-TRAILERS      PIC 9(5)       VALUE ZERO.
          02 WS-JV-LINES         PIC 9(7)       VALUE ZERO.
          02 WS-JV-DEBITS        PIC 9(11)V9(2) VALUE ZERO.
          02 WS-JV-CREDITS       PIC 9(11)V9(2) VALUE ZERO.
          02 WS-JVT-LINES        PIC 9(7)       VALUE ZERO.
          02 WS-JVT-DEBITS       PIC 9(11)V9(2) VALUE ZERO.
          02 WS-JVT-CREDITS      PIC 9(11)V9(2) VALUE ZERO.

       01 WS-EXTRACT-TOTALS.
          02 WS-XT-TRAILERS      PIC 9(5)       VALUE ZERO.
          02 WS-XT-DETAILS       PIC 9(7)       VALUE ZERO.
          02 WS-XT-HASH          PIC S9(9)V9(3) VALUE ZERO.
          02 WS-XTT-COUNT        PIC 9(7)       VALUE ZERO.
          02 WS-XTT-HASH         PIC S9(9)V9(3) VALUE ZERO.

       01 WS-PAYMENT-TOTALS.
          02 WS-PP-ITEMS         PIC 9(7)       VALUE ZERO.
          02 WS-PP-AMOUNT        PIC 9(11)V9(2) VALUE ZERO.
          02 WS-ACH-TRAILERS     PIC 9(5)       VALUE ZERO.
          02 WS-ACH-ITEMS        PIC 9(7)       VALUE ZERO.
          02 WS-ACH-AMOUNT       PIC 9(11)V9(2) VALUE ZERO.
          02 WS-ACHT-COUNT       PIC 9(7)       VALUE ZERO.
          02 WS-ACHT-AMOUNT      PIC 9(11)V9(2) VALUE ZERO.
          02 WS-OFF-DATE-ITEMS   PIC 9(7)       VALUE ZERO.
          02 WS-RELEASED-ITEMS   PIC 9(7)       VALUE ZERO.
          02 WS-RELEASED-AMOUNT  PIC 9(11)V9(2) VALUE ZERO.
          02 WS-HIST-ITEMS       PIC 9(7)       VALUE ZERO.
          02 WS-HIST-AMOUNT      PIC 9(11)V9(2) VALUE ZERO.

      * LOWEST CHECK NUMBER ON POSPAY OR ACHEXT - THE HISTORY RECORDS
      * THIS RUN ADDED START THERE.
       01 WS-LOW-CHECK-NUM       PIC 9(7) VALUE 9999999.

      ****************************************************************
      * ONE PROOF - ITS LABEL, THE TWO FIGURES THAT MUST AGREE, AND   *
      * THE COUNT OF PROOFS MADE AND OUT.                             *
      ****************************************************************
       01 WS-PROOF-LABEL         PIC X(48) VALUE SPACES.
       01 WS-PROOF-LEFT          PIC S9(11)V9(3) VALUE ZERO.
       01 WS-PROOF-RIGHT         PIC S9(11)V9(3) VALUE ZERO.
       01 WS-PROOF-RESULT        PIC X(11) VALUE SPACES.
       77 WS-PROOF-COUNT         PIC 9(3) VALUE ZERO.
       77 WS-OUT-COUNT           PIC 9(3) VALUE ZERO.

       01 WS-LEFT-ED             PIC X(18) VALUE SPACES.
       01 WS-RIGHT-ED            PIC X(18) VALUE SPACES.
       01 WS-COUNT-ED            PIC Z(17)9.
       01 WS-AMOUNT-ED           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-HASH-ED             PIC -Z,ZZZ,ZZZ,ZZ9.999.
       01 WS-SUSPECTS-ED         PIC ZZZZ9.
       01 WS-VFY-HOLDS-ED        PIC ZZZZ9.
       01 WS-PROOFS-ED           PIC ZZ9.
       01 WS-OUTS-ED             PIC ZZ9.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-HEADING-1.
          02 FILLER PIC X(48) VALUE
             "END-OF-DAY CROSS-FILE PROOF - EODPROOF".

       01 WS-HEADING-2.
          02 FILLER PIC X(48) VALUE "PROOF".
          02 FILLER PIC X(18) VALUE "         THIS FILE".
          02 FILLER PIC X(2)  VALUE SPACES.
          02 FILLER PIC X(18) VALUE "           AGAINST".
          02 FILLER PIC X(4)  VALUE SPACES.
          02 FILLER PIC X(11) VALUE "RESULT".

       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-RUNHIST-STATUS   PIC X(02) VALUE "00".
             88 RUNHIST-STATUS-OK    VALUE "00".
          02 WS-MTD-STATUS       PIC X(02) VALUE "00".
             88 MTD-STATUS-OK        VALUE "00".
          02 WS-GLPOST-STATUS    PIC X(02) VALUE "00".
             88 GLPOST-STATUS-OK     VALUE "00".
          02 WS-JVFILE-STATUS    PIC X(02) VALUE "00".
             88 JVFILE-STATUS-OK     VALUE "00".
          02 WS-XTRACT-STATUS    PIC X(02) VALUE "00".
             88 XTRACT-STATUS-OK     VALUE "00".
          02 WS-POSPAY-STATUS    PIC X(02) VALUE "00".
             88 POSPAY-STATUS-OK     VALUE "00".
          02 WS-ACHEXT-STATUS    PIC X(02) VALUE "00".
             88 ACHEXT-STATUS-OK     VALUE "00".
          02 WS-CHKHIST-STATUS   PIC X(02) VALUE "00".
             88 CHKHIST-STATUS-OK    VALUE "00".
          02 WS-PRFRPT-STATUS    PIC X(02) VALUE "00".
             88 PRFRPT-STATUS-OK     VALUE "00".

       LINKAGE SECTION.
       01 LS-PARM-AREA.
          02 LS-PARM-LEN         PIC 9(4) COMP.
          02 LS-PARM-TEXT        PIC X(80).

       PROCEDURE DIVISION USING LS-PARM-AREA.

      ****************************************************************
      * 0000-MAINLINE - FIND THE RUN, THEN PROVE EACH GROUP OF FILES  *
      * AGAINST IT.  WITH NO RUN TO PROVE NOTHING ELSE IS READ.       *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-FIND-RUN THRU 2000-EXIT.
           IF RUN-FOUND AND NOT LATER-RUN-ON-FILE
               PERFORM 3000-PROVE-LEDGER THRU 3000-EXIT
               PERFORM 4000-PROVE-EXTRACT THRU 4000-EXIT
               PERFORM 5000-PROVE-PAYMENTS THRU 5000-EXIT
           END-IF.
           PERFORM 7000-PRINT-RESULT THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - EDIT THE PARM, OPEN THE SHEET AND PRINT     *
      * THE HEADINGS.                                                 *
      ****************************************************************
       1000-INITIALIZE.
           IF LS-PARM-LEN < 16
            OR LS-PARM-TEXT(1:8) NOT = "BUSDATE="
            OR LS-PARM-TEXT(9:8) NOT NUMERIC
               DISPLAY "EODPROOF - PARM MUST BE BUSDATE=CCYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LS-PARM-TEXT(9:8) TO WS-BUS-DATE.

           OPEN OUTPUT PROOF-REPORT-FILE.
           IF NOT PRFRPT-STATUS-OK
               DISPLAY "EODPROOF - OPEN ERR - PROOF-REPORT, STATUS = "
                   WS-PRFRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE PROOF-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BUSINESS DATE : " DELIMITED BY SIZE
                  WS-BUS-DATE        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PROOF-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-FIND-RUN - READ THE RUN HISTORY FOR THE BUSINESS DATE'S  *
      * RECORD.  ANY RECORD AFTER IT IS A LATER RUN, WHOSE FILES ARE  *
      * NOW THE CURRENT GENERATIONS - THE DATE CAN NO LONGER BE       *
      * PROVED.                                                       *
      ****************************************************************
       2000-FIND-RUN.
           OPEN INPUT RUN-HIST-FILE.
           IF NOT RUNHIST-STATUS-OK
               DISPLAY "EODPROOF - OPEN ERR - RUN-HIST, STATUS = "
                   WS-RUNHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-RUN-HIST THRU 2100-EXIT
               UNTIL FILE-AT-END.
           CLOSE RUN-HIST-FILE.

           IF NOT RUN-FOUND
               ADD 1 TO WS-OUT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** NO DAILY EDIT RUN ON THE RUN HISTORY FOR "
                          DELIMITED BY SIZE
                      WS-BUS-DATE DELIMITED BY SIZE
                      " - NOTHING TO PROVE ***" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE PROOF-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 2000-EXIT
           END-IF.
           IF LATER-RUN-ON-FILE
               ADD 1 TO WS-OUT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** A LATER DAILY EDIT RUN FOLLOWS "
                          DELIMITED BY SIZE
                      WS-BUS-DATE DELIMITED BY SIZE
                      " ON THE RUN HISTORY - ITS FILES ARE NOW CURRENT"
                          DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE PROOF-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 2000-EXIT
           END-IF.

           WRITE PROOF-REPORT-RECORD FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-READ-RUN-HIST - ONE RUN HISTORY RECORD.  THE HOLD COUNTS *
      * ARE SPACES ON RECORDS WRITTEN BEFORE THEY WERE CARRIED.       *
      ****************************************************************
       2100-READ-RUN-HIST.
           READ RUN-HIST-FILE
               AT END
                   SET FILE-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF RUN-FOUND
               SET LATER-RUN-ON-FILE TO TRUE
           END-IF.
           IF RH-RUN-DATE NOT = WS-BUS-DATE
               GO TO 2100-EXIT
           END-IF.
           SET RUN-FOUND TO TRUE.
           MOVE 'N' TO WS-LATER-RUN-SW.
           MOVE RH-REC-COUNT      TO WS-RH-REC-COUNT.
           MOVE RH-DATE-ERRORS    TO WS-RH-DATE-ERRORS.
           MOVE RH-OVERFLOWS      TO WS-RH-OVERFLOWS.
           MOVE RH-GL-REJECTS     TO WS-RH-GL-REJECTS.
           MOVE RH-TOTAL-DEBITS   TO WS-RH-DEBITS.
           MOVE RH-TOTAL-CREDITS  TO WS-RH-CREDITS.
           MOVE RH-CHECKS-PRINTED TO WS-RH-CHECKS.
           MOVE ZERO TO WS-RH-SUSPECTS.
           MOVE ZERO TO WS-RH-VFY-HOLDS.
           IF RH-SUSPECTS-HELD NUMERIC
               MOVE RH-SUSPECTS-HELD TO WS-RH-SUSPECTS
           END-IF.
           IF RH-VFY-HOLDS NUMERIC
               MOVE RH-VFY-HOLDS TO WS-RH-VFY-HOLDS
           END-IF.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-PROVE-LEDGER - NET THE DAY'S POSTINGS THE WAY THE        *
      * VOUCHER RUN DOES AND PROVE THE VOUCHER AGAINST THEM AND       *
      * AGAINST ITSELF.  A REFUSED VOUCHER IS AN EMPTY FILE, SO ITS   *
      * MISSING TRAILER SHOWS OUT.                                    *
      ****************************************************************
       3000-PROVE-LEDGER.
           OPEN INPUT GL-POST-FILE.
           IF NOT GLPOST-STATUS-OK
               DISPLAY "EODPROOF - OPEN ERR - GL-POST, STATUS = "
                   WS-GLPOST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-NET-ONE-POSTING THRU 3100-EXIT
               UNTIL FILE-AT-END.
           CLOSE GL-POST-FILE.
           PERFORM 3300-FOOT-ONE-NET THRU 3300-EXIT
               VARYING WS-NET-SUB FROM 1 BY 1
               UNTIL WS-NET-SUB > WS-NET-COUNT.

           OPEN INPUT JV-FILE.
           IF NOT JVFILE-STATUS-OK
               DISPLAY "EODPROOF - OPEN ERR - JV-FILE, STATUS = "
                   WS-JVFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3400-READ-VOUCHER THRU 3400-EXIT
               UNTIL FILE-AT-END.
           CLOSE JV-FILE.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "LEDGER - GLPOST AND THE JOURNAL VOUCHER (JVFILE)"
               TO WS-PRINT-LINE.
           WRITE PROOF-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "  JVFILE TRAILER RECORDS" TO WS-PROOF-LABEL.
           MOVE WS-JV-TRAILERS TO WS-PROOF-LEFT.
           MOVE 1              TO WS-PROOF-RIGHT.
           MOVE 'C'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  GLPOST NETTED LINES VS JVFILE TRAILER"
               TO WS-PROOF-LABEL.
           MOVE WS-GLP-LINES   TO WS-PROOF-LEFT.
           MOVE WS-JVT-LINES   TO WS-PROOF-RIGHT.
           MOVE 'C'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  GLPOST NETTED DEBITS VS JVFILE TRAILER"
               TO WS-PROOF-LABEL.
           MOVE WS-GLP-DEBITS  TO WS-PROOF-LEFT.
           MOVE WS-JVT-DEBITS  TO WS-PROOF-RIGHT.
           MOVE 'A'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  GLPOST NETTED CREDITS VS JVFILE TRAILER"
               TO WS-PROOF-LABEL.
           MOVE WS-GLP-CREDITS TO WS-PROOF-LEFT.
           MOVE WS-JVT-CREDITS TO WS-PROOF-RIGHT.
           MOVE 'A'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  JVFILE DETAIL LINES VS ITS TRAILER"
               TO WS-PROOF-LABEL.
           MOVE WS-JV-LINES    TO WS-PROOF-LEFT.
           MOVE WS-JVT-LINES   TO WS-PROOF-RIGHT.
           MOVE 'C'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  JVFILE DETAIL DEBITS VS ITS TRAILER"
               TO WS-PROOF-LABEL.
           MOVE WS-JV-DEBITS   TO WS-PROOF-LEFT.
           MOVE WS-JVT-DEBITS  TO WS-PROOF-RIGHT.
           MOVE 'A'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  JVFILE DETAIL CREDITS VS ITS TRAILER"
               TO WS-PROOF-LABEL.
           MOVE WS-JV-CREDITS  TO WS-PROOF-LEFT.
           MOVE WS-JVT-CREDITS TO WS-PROOF-RIGHT.
           MOVE 'A'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3100-NET-ONE-POSTING - READ ONE POSTING AND NET IT INTO ITS   *
      * COMPANY/ACCOUNT/DATE ENTRY.                                   *
      ****************************************************************
       3100-NET-ONE-POSTING.
           READ GL-POST-FILE
               AT END
                   SET FILE-AT-END TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE ZERO TO WS-NET-HIT-SUB.
           PERFORM 3200-TEST-ONE-NET THRU 3200-EXIT
               VARYING WS-NET-SUB FROM 1 BY 1
               UNTIL WS-NET-SUB > WS-NET-COUNT
                  OR WS-NET-HIT-SUB > ZERO.
           IF WS-NET-HIT-SUB = ZERO
               IF WS-NET-COUNT = WS-NET-MAX
                   DISPLAY "EODPROOF - GLPOST NETTING TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NET-COUNT
               MOVE GLP-COMPANY   TO WS-NET-COMPANY(WS-NET-COUNT)
               MOVE GLP-ACCOUNT   TO WS-NET-ACCOUNT(WS-NET-COUNT)
               MOVE GLP-POST-DATE TO WS-NET-DATE(WS-NET-COUNT)
               MOVE ZERO          TO WS-NET-AMOUNT(WS-NET-COUNT)
               MOVE WS-NET-COUNT  TO WS-NET-HIT-SUB
           END-IF.
           IF GLP-CRDB-CODE = 'C'
               SUBTRACT GLP-AMOUNT FROM WS-NET-AMOUNT(WS-NET-HIT-SUB)
           ELSE
               ADD GLP-AMOUNT TO WS-NET-AMOUNT(WS-NET-HIT-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3200-TEST-ONE-NET - COMPARE ONE NETTING TABLE ENTRY           *
      ****************************************************************
       3200-TEST-ONE-NET.
           IF WS-NET-COMPANY(WS-NET-SUB) = GLP-COMPANY
              AND WS-NET-ACCOUNT(WS-NET-SUB) = GLP-ACCOUNT
              AND WS-NET-DATE(WS-NET-SUB) = GLP-POST-DATE
               MOVE WS-NET-SUB TO WS-NET-HIT-SUB
           END-IF.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3300-FOOT-ONE-NET - ADD ONE NETTED ENTRY TO ITS SIDE.  AN     *
      * ENTRY NETTING TO ZERO MAKES NO VOUCHER LINE.                  *
      ****************************************************************
       3300-FOOT-ONE-NET.
           IF WS-NET-AMOUNT(WS-NET-SUB) = ZERO
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-GLP-LINES.
           IF WS-NET-AMOUNT(WS-NET-SUB) > ZERO
               ADD WS-NET-AMOUNT(WS-NET-SUB) TO WS-GLP-DEBITS
           ELSE
               SUBTRACT WS-NET-AMOUNT(WS-NET-SUB) FROM WS-GLP-CREDITS
           END-IF.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3400-READ-VOUCHER - ONE VOUCHER RECORD: FOOT THE DETAILS,     *
      * KEEP THE TRAILER.                                             *
      ****************************************************************
       3400-READ-VOUCHER.
           READ JV-FILE
               AT END
                   SET FILE-AT-END TO TRUE
                   GO TO 3400-EXIT
           END-READ.
           IF JVT-REC-TYPE = 'T'
               ADD 1 TO WS-JV-TRAILERS
               MOVE JVT-LINE-COUNT    TO WS-JVT-LINES
               MOVE JVT-TOTAL-DEBITS  TO WS-JVT-DEBITS
               MOVE JVT-TOTAL-CREDITS TO WS-JVT-CREDITS
               GO TO 3400-EXIT
           END-IF.
           IF JV-REC-TYPE NOT = 'D'
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-JV-LINES.
           IF JV-CRDB-CODE = 'C'
               ADD JV-AMOUNT TO WS-JV-CREDITS
           ELSE
               ADD JV-AMOUNT TO WS-JV-DEBITS
           END-IF.
       3400-EXIT.
           EXIT.

      ****************************************************************
      * 4000-PROVE-EXTRACT - THE RUN'S MONTH-TO-DATE RECORD AND THE   *
      * WAREHOUSE EXTRACT, EACH AGAINST THE RUN HISTORY.              *
      ****************************************************************
       4000-PROVE-EXTRACT.
           OPEN INPUT MTD-FILE.
           IF NOT MTD-STATUS-OK
               DISPLAY "EODPROOF - OPEN ERR - MTD-FILE, STATUS = "
                   WS-MTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4100-READ-MTD THRU 4100-EXIT
               UNTIL FILE-AT-END.
           CLOSE MTD-FILE.

           OPEN INPUT EXTRACT-FILE.
           IF NOT XTRACT-STATUS-OK
               DISPLAY "EODPROOF - OPEN ERR - EXTRACT, STATUS = "
                   WS-XTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4200-READ-EXTRACT THRU 4200-EXIT
               UNTIL FILE-AT-END.
           CLOSE EXTRACT-FILE.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "WAREHOUSE EXTRACT (XTRACT)" TO WS-PRINT-LINE.
           WRITE PROOF-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "  XTRACT TRAILER RECORDS" TO WS-PROOF-LABEL.
           MOVE WS-XT-TRAILERS TO WS-PROOF-LEFT.
           MOVE 1              TO WS-PROOF-RIGHT.
           MOVE 'C'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  XTRACT TRAILER COUNT VS RUNHIST ACCEPTED"
               TO WS-PROOF-LABEL.
           MOVE WS-XTT-COUNT    TO WS-PROOF-LEFT.
           MOVE WS-RH-REC-COUNT TO WS-PROOF-RIGHT.
           MOVE 'C'             TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  XTRACT DETAILS VS ITS TRAILER"
               TO WS-PROOF-LABEL.
           MOVE WS-XT-DETAILS  TO WS-PROOF-LEFT.
           MOVE WS-XTT-COUNT   TO WS-PROOF-RIGHT.
           MOVE 'C'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  XTRACT DETAIL HASH VS ITS TRAILER"
               TO WS-PROOF-LABEL.
           MOVE WS-XT-HASH     TO WS-PROOF-LEFT.
           MOVE WS-XTT-HASH    TO WS-PROOF-RIGHT.
           MOVE 'H'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  XTRACT TRAILER HASH VS MTDACCUM"
               TO WS-PROOF-LABEL.
           MOVE WS-XTT-HASH    TO WS-PROOF-LEFT.
           MOVE WS-MTD-HASH    TO WS-PROOF-RIGHT.
           MOVE 'H'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "MONTH-TO-DATE ACCUMULATION (MTDACCUM)"
               TO WS-PRINT-LINE.
           WRITE PROOF-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "  MTDACCUM RECORD FOR THE RUN" TO WS-PROOF-LABEL.
           MOVE WS-MTD-PRESENT TO WS-PROOF-LEFT.
           MOVE 1              TO WS-PROOF-RIGHT.
           MOVE 'C'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  MTDACCUM RECORDS VS RUNHIST"
               TO WS-PROOF-LABEL.
           MOVE WS-MTD-REC-COUNT TO WS-PROOF-LEFT.
           MOVE WS-RH-REC-COUNT  TO WS-PROOF-RIGHT.
           MOVE 'C'              TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  MTDACCUM DEBITS VS RUNHIST"
               TO WS-PROOF-LABEL.
           MOVE WS-MTD-DEBITS  TO WS-PROOF-LEFT.
           MOVE WS-RH-DEBITS   TO WS-PROOF-RIGHT.
           MOVE 'A'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  MTDACCUM CREDITS VS RUNHIST"
               TO WS-PROOF-LABEL.
           MOVE WS-MTD-CREDITS TO WS-PROOF-LEFT.
           MOVE WS-RH-CREDITS  TO WS-PROOF-RIGHT.
           MOVE 'A'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  MTDACCUM DATE ERRORS VS RUNHIST"
               TO WS-PROOF-LABEL.
           MOVE WS-MTD-DATE-ERRORS TO WS-PROOF-LEFT.
           MOVE WS-RH-DATE-ERRORS  TO WS-PROOF-RIGHT.
           MOVE 'C'                TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  MTDACCUM OVERFLOWS VS RUNHIST"
               TO WS-PROOF-LABEL.
           MOVE WS-MTD-OVERFLOWS TO WS-PROOF-LEFT.
           MOVE WS-RH-OVERFLOWS  TO WS-PROOF-RIGHT.
           MOVE 'C'              TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  MTDACCUM GL REJECTS VS RUNHIST"
               TO WS-PROOF-LABEL.
           MOVE WS-MTD-GL-REJECTS TO WS-PROOF-LEFT.
           MOVE WS-RH-GL-REJECTS  TO WS-PROOF-RIGHT.
           MOVE 'C'               TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 4100-READ-MTD - KEEP THE LATEST MONTH-TO-DATE RECORD - THE    *
      * ONE THE RUN APPENDED - AND ITS DATE, THE RUN'S ISSUE DATE.    *
      ****************************************************************
       4100-READ-MTD.
           READ MTD-FILE
               AT END
                   SET FILE-AT-END TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           MOVE 1                 TO WS-MTD-PRESENT.
           MOVE MTD-BUS-DATE      TO WS-ISSUE-DATE.
           MOVE MTD-REC-COUNT     TO WS-MTD-REC-COUNT.
           MOVE MTD-TOTAL-DEBITS  TO WS-MTD-DEBITS.
           MOVE MTD-TOTAL-CREDITS TO WS-MTD-CREDITS.
           MOVE MTD-SIGN-DEC-TOT  TO WS-MTD-HASH.
           MOVE MTD-DATE-ERRORS   TO WS-MTD-DATE-ERRORS.
           MOVE MTD-OVERFLOWS     TO WS-MTD-OVERFLOWS.
           MOVE MTD-GL-REJECTS    TO WS-MTD-GL-REJECTS.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 4200-READ-EXTRACT - ONE EXTRACT RECORD: COUNT AND HASH THE    *
      * DETAILS, KEEP THE TRAILER.                                    *
      ****************************************************************
       4200-READ-EXTRACT.
           READ EXTRACT-FILE
               AT END
                   SET FILE-AT-END TO TRUE
                   GO TO 4200-EXIT
           END-READ.
           IF XTT-REC-TYPE = 'T'
               ADD 1 TO WS-XT-TRAILERS
               MOVE XTT-REC-COUNT  TO WS-XTT-COUNT
               MOVE XTT-HASH-TOTAL TO WS-XTT-HASH
               GO TO 4200-EXIT
           END-IF.
           IF XT-REC-TYPE NOT = 'D'
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-XT-DETAILS.
           ADD XT-SIGN-DEC TO WS-XT-HASH.
       4200-EXIT.
           EXIT.

      ****************************************************************
      * 5000-PROVE-PAYMENTS - WHAT GOES TO THE BANK AGAINST THE RUN   *
      * HISTORY AND THE PAYMENT HISTORY.                              *
      ****************************************************************
       5000-PROVE-PAYMENTS.
           OPEN INPUT POSPAY-FILE.
           IF NOT POSPAY-STATUS-OK
               DISPLAY "EODPROOF - OPEN ERR - POSPAY, STATUS = "
                   WS-POSPAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 5100-READ-POSPAY THRU 5100-EXIT
               UNTIL FILE-AT-END.
           CLOSE POSPAY-FILE.

           OPEN INPUT ACH-FILE.
           IF NOT ACHEXT-STATUS-OK
               DISPLAY "EODPROOF - OPEN ERR - ACH-FILE, STATUS = "
                   WS-ACHEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 5200-READ-ACH THRU 5200-EXIT
               UNTIL FILE-AT-END.
           CLOSE ACH-FILE.

           COMPUTE WS-RELEASED-ITEMS = WS-PP-ITEMS + WS-ACH-ITEMS.
           COMPUTE WS-RELEASED-AMOUNT = WS-PP-AMOUNT + WS-ACH-AMOUNT.

           OPEN INPUT CHK-HIST-FILE.
           IF NOT CHKHIST-STATUS-OK
               DISPLAY "EODPROOF - OPEN ERR - CHK-HIST, STATUS = "
                   WS-CHKHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 5300-READ-HISTORY THRU 5300-EXIT
               UNTIL FILE-AT-END.
           CLOSE CHK-HIST-FILE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAYMENTS (POSPAY, ACHEXT, CHKHIST) - ISSUE DATE "
                      DELIMITED BY SIZE
                  WS-ISSUE-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PROOF-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "  POSPAY ISSUES VS RUNHIST CHECKS PRINTED"
               TO WS-PROOF-LABEL.
           MOVE WS-PP-ITEMS    TO WS-PROOF-LEFT.
           MOVE WS-RH-CHECKS   TO WS-PROOF-RIGHT.
           MOVE 'C'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  ACHEXT TRAILER RECORDS" TO WS-PROOF-LABEL.
           MOVE WS-ACH-TRAILERS TO WS-PROOF-LEFT.
           MOVE 1               TO WS-PROOF-RIGHT.
           MOVE 'C'             TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  ACHEXT DETAILS VS ITS TRAILER"
               TO WS-PROOF-LABEL.
           MOVE WS-ACH-ITEMS   TO WS-PROOF-LEFT.
           MOVE WS-ACHT-COUNT  TO WS-PROOF-RIGHT.
           MOVE 'C'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  ACHEXT DETAIL AMOUNT VS ITS TRAILER"
               TO WS-PROOF-LABEL.
           MOVE WS-ACH-AMOUNT  TO WS-PROOF-LEFT.
           MOVE WS-ACHT-AMOUNT TO WS-PROOF-RIGHT.
           MOVE 'A'            TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  POSPAY/ACHEXT ITEMS NOT OF THE ISSUE DATE"
               TO WS-PROOF-LABEL.
           MOVE WS-OFF-DATE-ITEMS TO WS-PROOF-LEFT.
           MOVE ZERO              TO WS-PROOF-RIGHT.
           MOVE 'C'               TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  POSPAY + ACHEXT ITEMS VS CHKHIST ADDED"
               TO WS-PROOF-LABEL.
           MOVE WS-RELEASED-ITEMS TO WS-PROOF-LEFT.
           MOVE WS-HIST-ITEMS     TO WS-PROOF-RIGHT.
           MOVE 'C'               TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE "  POSPAY + ACHEXT AMOUNT VS CHKHIST ADDED"
               TO WS-PROOF-LABEL.
           MOVE WS-RELEASED-AMOUNT TO WS-PROOF-LEFT.
           MOVE WS-HIST-AMOUNT     TO WS-PROOF-RIGHT.
           MOVE 'A'                TO WS-PROOF-KIND.
           PERFORM 6000-PROVE THRU 6000-EXIT.

           MOVE WS-RH-SUSPECTS  TO WS-SUSPECTS-ED.
           MOVE WS-RH-VFY-HOLDS TO WS-VFY-HOLDS-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  HELD BY THE CHECK PASS - SUSPECTED DUPLICATES "
                      DELIMITED BY SIZE
                  WS-SUSPECTS-ED  DELIMITED BY SIZE
                  "   AWAITING CALLBACK " DELIMITED BY SIZE
                  WS-VFY-HOLDS-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PROOF-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    NOT RELEASED AND NOT ON CHKHIST - APCLOSE "
                      DELIMITED BY SIZE
                  "REOPENS THEM - SO NOT PART OF THE PROOF"
                      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PROOF-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 5100-READ-POSPAY - ONE POSITIVE-PAY ISSUE                     *
      ****************************************************************
       5100-READ-POSPAY.
           READ POSPAY-FILE
               AT END
                   SET FILE-AT-END TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO WS-PP-ITEMS.
           ADD PP-AMOUNT TO WS-PP-AMOUNT.
           IF PP-ISSUE-DATE NOT = WS-ISSUE-DATE
               ADD 1 TO WS-OFF-DATE-ITEMS
           END-IF.
           IF PP-CHECK-NUMBER < WS-LOW-CHECK-NUM
               MOVE PP-CHECK-NUMBER TO WS-LOW-CHECK-NUM
           END-IF.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 5200-READ-ACH - ONE ACH RECORD: FOOT THE DETAILS, KEEP THE    *
      * TRAILER.                                                      *
      ****************************************************************
       5200-READ-ACH.
           READ ACH-FILE
               AT END
                   SET FILE-AT-END TO TRUE
                   GO TO 5200-EXIT
           END-READ.
           IF ACHT-REC-TYPE = 'T'
               ADD 1 TO WS-ACH-TRAILERS
               MOVE ACHT-REC-COUNT TO WS-ACHT-COUNT
               MOVE ACHT-AMT-TOTAL TO WS-ACHT-AMOUNT
               GO TO 5200-EXIT
           END-IF.
           IF ACH-REC-TYPE NOT = 'D'
               GO TO 5200-EXIT
           END-IF.
           ADD 1 TO WS-ACH-ITEMS.
           ADD ACH-AMOUNT TO WS-ACH-AMOUNT.
           IF ACH-SETTLE-DATE NOT = WS-ISSUE-DATE
               ADD 1 TO WS-OFF-DATE-ITEMS
           END-IF.
           IF ACH-CHECK-NUMBER < WS-LOW-CHECK-NUM
               MOVE ACH-CHECK-NUMBER TO WS-LOW-CHECK-NUM
           END-IF.
       5200-EXIT.
           EXIT.

      ****************************************************************
      * 5300-READ-HISTORY - ONE PAYMENT HISTORY RECORD.  ONLY THE     *
      * RUN'S OWN ADDITIONS COUNT - THE ISSUE DATE, FROM THE LOWEST   *
      * NUMBER IT RELEASED UP.  A RUN THAT RELEASED NOTHING TAKES     *
      * EVERY RECORD OF THE ISSUE DATE, WHICH SHOULD BE NONE.         *
      ****************************************************************
       5300-READ-HISTORY.
           READ CHK-HIST-FILE
               AT END
                   SET FILE-AT-END TO TRUE
                   GO TO 5300-EXIT
           END-READ.
           IF CH-ISSUE-DATE NOT = WS-ISSUE-DATE
               GO TO 5300-EXIT
           END-IF.
           IF WS-RELEASED-ITEMS > ZERO
              AND CH-CHECK-NUMBER < WS-LOW-CHECK-NUM
               GO TO 5300-EXIT
           END-IF.
           ADD 1 TO WS-HIST-ITEMS.
           ADD CH-AMOUNT TO WS-HIST-AMOUNT.
       5300-EXIT.
           EXIT.

      ****************************************************************
      * 6000-PROVE - COMPARE THE TWO FIGURES OF ONE PROOF AND PRINT   *
      * ITS LINE, FLAGGING AND COUNTING IT WHEN THEY DISAGREE.        *
      ****************************************************************
       6000-PROVE.
           ADD 1 TO WS-PROOF-COUNT.
           IF WS-PROOF-LEFT = WS-PROOF-RIGHT
               MOVE "OK"          TO WS-PROOF-RESULT
           ELSE
               ADD 1 TO WS-OUT-COUNT
               MOVE "*** OUT ***" TO WS-PROOF-RESULT
           END-IF.

           IF PROOF-OF-AMOUNT
               MOVE WS-PROOF-LEFT  TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED   TO WS-LEFT-ED
               MOVE WS-PROOF-RIGHT TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED   TO WS-RIGHT-ED
           ELSE
               IF PROOF-OF-HASH
                   MOVE WS-PROOF-LEFT  TO WS-HASH-ED
                   MOVE WS-HASH-ED     TO WS-LEFT-ED
                   MOVE WS-PROOF-RIGHT TO WS-HASH-ED
                   MOVE WS-HASH-ED     TO WS-RIGHT-ED
               ELSE
                   MOVE WS-PROOF-LEFT  TO WS-COUNT-ED
                   MOVE WS-COUNT-ED    TO WS-LEFT-ED
                   MOVE WS-PROOF-RIGHT TO WS-COUNT-ED
                   MOVE WS-COUNT-ED    TO WS-RIGHT-ED
               END-IF
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-PROOF-LABEL  DELIMITED BY SIZE
                  WS-LEFT-ED      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-RIGHT-ED     DELIMITED BY SIZE
                  "    "          DELIMITED BY SIZE
                  WS-PROOF-RESULT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PROOF-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       6000-EXIT.
           EXIT.

      ****************************************************************
      * 7000-PRINT-RESULT - THE LINE OPERATIONS LOOKS FOR BEFORE THE  *
      * FILES GO TO THE BANK, THE LEDGER AND THE WAREHOUSE.           *
      ****************************************************************
       7000-PRINT-RESULT.
           MOVE WS-PROOF-COUNT TO WS-PROOFS-ED.
           MOVE WS-OUT-COUNT   TO WS-OUTS-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-OUT-COUNT = ZERO
               STRING "ALL " DELIMITED BY SIZE
                      WS-PROOFS-ED DELIMITED BY SIZE
                      " PROOFS IN - JVFILE, XTRACT, POSPAY AND ACHEXT "
                          DELIMITED BY SIZE
                      "RELEASED" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "*** " DELIMITED BY SIZE
                      WS-OUTS-ED DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      WS-PROOFS-ED DELIMITED BY SIZE
                      " PROOFS OUT - JVFILE, XTRACT, POSPAY AND ACHEXT "
                          DELIMITED BY SIZE
                      "HELD, NOTHING RELEASED ***" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           WRITE PROOF-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 3 LINES.
       7000-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - CLOSE THE SHEET AND SET THE RETURN CODE THE  *
      * RELEASE STEPS CONDITION ON.                                   *
      ****************************************************************
       8000-TERMINATE.
           CLOSE PROOF-REPORT-FILE.
           IF WS-OUT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
