      ********************************************
      * COBOL PROGRAM - YEAR-END 1099 REPORTING   *
      * DATE : 10.15.2026                         *
      * AUTHOR : Chatrughan Prasad                *
      ********************************************
      ****************************************************************
      * MODIFICATION HISTORY                                          *
      * -------------------------------------------------------------- *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL - CALENDAR-YEAR 1099-NEC/1099-MISC   *
      *                  RUN: IRS ELECTRONIC FILING FILE, RECIPIENT    *
      *                  STATEMENTS, MISSING-TIN EXCEPTIONS AND THE    *
      *                  BACKUP-WITHHOLDING REVIEW LIST.               *
      * 10.15.2026 CP    MISC BOX 10 (ATTORNEY) FILES AS AMOUNT CODE   *
      *                  C, NOT A (CROP INSURANCE).                    *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX1099.
       AUTHOR. CHATRUGHAN PRASAD.
       INSTALLATION. DAILY PROCESSING.
       DATE-WRITTEN. 10.15.2026.
       DATE-COMPILED.
      ****************************************************************
      * YEAR-END 1099 RUN.  TOTALS EVERY PAYMENT MADE IN THE TAX YEAR *
      * (PARM TAXYEAR=CCYY) BY PAYEE, FROM THE CUMULATIVE CHECK       *
      * PAYMENT HISTORY (CHKHIST) AND THE ACH SETTLEMENT EXTRACTS     *
      * (ACHEXT - EVERY GENERATION).  THE CHECK PASS WRITES AN ACH    *
      * SETTLEMENT TO BOTH, SO A REGISTER NUMBER SEEN TWICE FOR THE   *
      * SAME PAYEE COUNTS ONCE.  ANYTHING ON THE VOID FILE - VOIDED,  *
      * STOPPED, OR AN ACH CREDIT THE BANK RETURNED - WAS NEVER PAID  *
      * AND IS LEFT OUT.                                              *
      *                                                               *
      * A PAYEE FLAGGED FOR 1099 REPORTING ON THE PAYEE MASTER WHOSE  *
      * YEAR'S TOTAL REACHES THE REPORTING THRESHOLD ON THE PAYER     *
      * CONTROL RECORD (PAYERCTL) GETS A B RECORD ON THE IRS FILING   *
      * FILE (IRSFILE) AND A RECIPIENT STATEMENT (STMTRPT).  ONE WITH *
      * NO USABLE TIN CANNOT BE FILED - IT IS LISTED ON THE EXCEPTION *
      * REPORT (TINXRPT) FOR PAYABLES TO OBTAIN A W-9 AND RE-RUN, AND *
      * THE RUN ENDS RC=4.  EVERY PAYEE PAID IN THE YEAR WITHOUT A    *
      * TIN, REPORTABLE OR NOT, IS ALSO LISTED ON THE BACKUP-         *
      * WITHHOLDING REVIEW REPORT (BWHRPT).  THE RUN'S CONTROL TOTALS *
      * CLOSE THE EXCEPTION REPORT.                                   *
      *                                                               *
      * THE SORT RUNS BY FORM AND PAYEE SO EACH FORM'S B RECORDS      *
      * FOLLOW THEIR OWN A RECORD.  THEY ARE WRITTEN TO A WORK FILE   *
      * (IRSWORK) FIRST BECAUSE THE T RECORD THAT HEADS THE FILING    *
      * CARRIES THE PAYEE COUNT, WHICH IS ONLY KNOWN AT THE END.      *
      * PARM TAXYEAR=CCYY,TEST MARKS THE FILING AS AN IRS TEST FILE.  *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHK-HIST-FILE ASSIGN TO "CHKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKHIST-STATUS.

           SELECT ACH-EXT-FILE ASSIGN TO "ACHEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHEXT-STATUS.

           SELECT VOID-FILE ASSIGN TO "VOIDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VD-CHECK-NUMBER
               FILE STATUS IS WS-VOID-STATUS.

           SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-ID
               FILE STATUS IS WS-PAYMAST-STATUS.

           SELECT PAYER-CTL-FILE ASSIGN TO "PAYERCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYERCTL-STATUS.

           SELECT IRS-WORK-FILE ASSIGN TO "IRSWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRSWORK-STATUS.

           SELECT IRS-FILE ASSIGN TO "IRSFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRSFILE-STATUS.

           SELECT STMT-REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMTRPT-STATUS.

           SELECT TINX-REPORT-FILE ASSIGN TO "TINXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TINXRPT-STATUS.

           SELECT BWH-REPORT-FILE ASSIGN TO "BWHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BWHRPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  CHK-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CUMULATIVE CHECK PAYMENT HISTORY LAYOUT - SHARED COPYBOOK
          COPY CHKHIST.

       FD  ACH-EXT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * ACH SETTLEMENT EXTRACT RECORD LAYOUT - SHARED COPYBOOK
          COPY ACHREC.

       FD  VOID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * CHECK VOID / STOP-PAYMENT RECORD LAYOUT - SHARED COPYBOOK
          COPY VOIDREC.

       FD  PAYEE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * PAYEE MASTER RECORD LAYOUT - SHARED COPYBOOK
          COPY PAYMAST.

       FD  PAYER-CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * ONE-RECORD PAYER CONTROL - WHO WE ARE ON THE 1099S AND THE
      * FILING (PAYER TIN, NAME, ADDRESS, PHONE), THE TRANSMITTER
      * CONTROL CODE THE IRS ASSIGNED US, THE FILING CONTACT, AND
      * THE REPORTING THRESHOLDS - ZERO TAKES THE LONG-STANDING
      * 600.00 (NEC AND MISC) AND 10.00 (MISC ROYALTIES).  SEEDED AND
      * KEPT BY PAYABLES; THE RUN ONLY READS IT.
       01  PAYER-CTL-RECORD.
           02  PC-PAYER-TIN      PIC X(9).
           02  PC-PAYER-NAME     PIC X(40).
           02  PC-PAYER-ADDR     PIC X(40).
           02  PC-PAYER-CITY     PIC X(40).
           02  PC-PAYER-STATE    PIC X(2).
           02  PC-PAYER-ZIP      PIC X(9).
           02  PC-PAYER-PHONE    PIC X(15).
           02  PC-TCC            PIC X(5).
           02  PC-CONTACT-NAME   PIC X(40).
           02  PC-CONTACT-EMAIL  PIC X(50).
           02  PC-NEC-THRESHOLD  PIC 9(5)V9(2).
           02  PC-MISC-THRESHOLD PIC 9(5)V9(2).
           02  PC-ROYALTY-THRESHOLD PIC 9(5)V9(2).
           02  FILLER            PIC X(29).

       FD  IRS-WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IRS-WORK-RECORD       PIC X(750).

       FD  IRS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IRS-FILE-RECORD       PIC X(750).

       FD  STMT-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STMT-REPORT-RECORD    PIC X(132).

       FD  TINX-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TINX-REPORT-RECORD    PIC X(132).

       FD  BWH-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BWH-REPORT-RECORD     PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
      *    N = 1099-NEC, M = 1099-MISC, SPACE = NOT REPORTABLE
           02  SRT-1099-FORM     PIC X(1).
           02  SRT-PAYEE-ID      PIC 9(6).
           02  SRT-CHECK-NUMBER  PIC 9(7).
      *    H = CHECK PAYMENT HISTORY, A = ACH SETTLEMENT EXTRACT
           02  SRT-SOURCE        PIC X(1).
           02  SRT-AMOUNT        PIC 9(3)V9(2).
           02  SRT-PAY-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
      * IRS FILING RECORD LAYOUTS - SHARED COPYBOOK
          COPY IRS1099.

      ****************************************************************
      * SWITCHES                                                      *
      ****************************************************************
       01 WS-SWITCHES.
          02 WS-CHKHIST-EOF-SW  PIC X(01) VALUE 'N'.
             88 CHKHIST-AT-END     VALUE 'Y'.
          02 WS-ACHEXT-EOF-SW   PIC X(01) VALUE 'N'.
             88 ACHEXT-AT-END      VALUE 'Y'.
          02 WS-SORT-EOF-SW     PIC X(01) VALUE 'N'.
             88 SORT-DRAINED       VALUE 'Y'.
          02 WS-IRSWORK-EOF-SW  PIC X(01) VALUE 'N'.
             88 IRSWORK-AT-END     VALUE 'Y'.
          02 WS-VOID-OPEN-SW    PIC X(01) VALUE 'N'.
             88 VOID-FILE-IS-OPEN  VALUE 'Y'.
          02 WS-TEST-FILE-SW    PIC X(01) VALUE 'N'.
             88 IRS-TEST-FILE      VALUE 'Y'.
          02 WS-PAYEE-SW        PIC X(01) VALUE 'N'.
             88 PAYEE-IN-PROGRESS  VALUE 'Y'.
          02 WS-ON-MASTER-SW    PIC X(01) VALUE 'N'.
             88 PAYEE-ON-MASTER    VALUE 'Y'.
          02 WS-TIN-USABLE-SW   PIC X(01) VALUE 'N'.
             88 PAYEE-TIN-USABLE   VALUE 'Y'.

      ****************************************************************
      * RUN PARAMETERS                                                *
      ****************************************************************
       01 WS-TAX-YEAR            PIC 9(4) VALUE ZERO.
       01 WS-NEC-THRESHOLD       PIC 9(5)V9(2) VALUE 600.00.
       01 WS-MISC-THRESHOLD      PIC 9(5)V9(2) VALUE 600.00.
       01 WS-ROYALTY-THRESHOLD   PIC 9(5)V9(2) VALUE 10.00.

      * PAYMENT DATE, SPLIT FOR THE TAX-YEAR TEST
       01 WS-PAY-DATE-WORK.
          02 WS-PD-YYYY          PIC 9(4).
          02 WS-PD-MMDD          PIC 9(4).

      ****************************************************************
      * THE PAYEE BEING TOTALLED AND THE FORM GROUP BEING WRITTEN      *
      ****************************************************************
       01 WS-PAYEE-WORK.
          02 WS-CUR-PAYEE        PIC 9(6)      VALUE ZERO.
          02 WS-CUR-FORM         PIC X(1)      VALUE SPACE.
          02 WS-LAST-CHECK       PIC 9(7)      VALUE ZERO.
          02 WS-PAYEE-TOTAL      PIC 9(9)V9(2) VALUE ZERO.
          02 WS-PAYEE-PAYMENTS   PIC 9(5)      VALUE ZERO.
          02 WS-THRESHOLD        PIC 9(5)V9(2) VALUE ZERO.
          02 WS-BOX-NUM          PIC 9(2)      VALUE ZERO.
      *    THE B RECORD AMOUNT FIELD THE BOX FILES IN - THE BOX NUMBER
      *    FOR BOXES 1-8, BUT BOX 10 (ATTORNEY) IS AMOUNT CODE C
          02 WS-AMT-SUB          PIC 9(2)      VALUE ZERO.
          02 WS-PAYEE-NAME       PIC X(40)     VALUE SPACES.
          02 WS-EXCP-REASON      PIC X(40)     VALUE SPACES.

       01 WS-GROUP-WORK.
          02 WS-GROUP-FORM       PIC X(1)      VALUE SPACE.
          02 WS-GROUP-COUNT      PIC 9(8)      VALUE ZERO.
          02 WS-GROUP-TOTALS.
             03 WS-GROUP-TOTAL   PIC 9(16)V9(2) OCCURS 16 TIMES.

      * RECORD SEQUENCE ON THE FILING - 1 IS THE T RECORD
       01 WS-SEQ-NUM             PIC 9(8)      VALUE 1.

      * A TIN BROKEN UP FOR PRINTING - THE PAYER'S IN FULL, A
      * RECIPIENT'S MASKED TO ITS LAST FOUR DIGITS
       01 WS-TIN-PRINT-WORK.
          02 WS-TIN-TEXT         PIC X(9).
          02 WS-TIN-EIN-VIEW REDEFINES WS-TIN-TEXT.
             03 WS-TIN-PREFIX    PIC X(2).
             03 WS-TIN-SERIAL    PIC X(7).
          02 WS-TIN-MASK-VIEW REDEFINES WS-TIN-TEXT.
             03 FILLER           PIC X(5).
             03 WS-TIN-LAST-4    PIC X(4).
          02 WS-TIN-PRINT        PIC X(11).

      ****************************************************************
      * CITY / STATE / ZIP SPLIT.  THE PAYEE MASTER HOLDS THE LAST    *
      * ADDRESS LINE AS ONE FIELD ("COLUMBUS OH 43219"); THE FILING   *
      * WANTS THEM APART.  SCANNING BACK FROM THE END, THE LAST WORD  *
      * IS THE ZIP, THE ONE BEFORE IT THE STATE, AND THE REST THE     *
      * CITY.                                                         *
      ****************************************************************
       01 WS-CSZ-AREA.
          02 WS-CSZ-TEXT         PIC X(30).
          02 WS-CSZ-CHARS REDEFINES WS-CSZ-TEXT.
             03 WS-CSZ-CHAR      PIC X(1) OCCURS 30 TIMES.
          02 WS-CSZ-CITY         PIC X(40).
          02 WS-CSZ-STATE        PIC X(2).
          02 WS-CSZ-ZIP          PIC X(9).
          02 WS-CSZ-ZIP-CHARS REDEFINES WS-CSZ-ZIP.
             03 WS-CSZ-ZIP-CHAR  PIC X(1) OCCURS 9 TIMES.

       01 WS-CSZ-POINTERS.
          02 WS-CSZ-SUB          PIC 9(4) COMP VALUE ZERO.
          02 WS-CSZ-ZIP-START    PIC 9(4) COMP VALUE ZERO.
          02 WS-CSZ-ZIP-END      PIC 9(4) COMP VALUE ZERO.
          02 WS-CSZ-ST-START     PIC 9(4) COMP VALUE ZERO.
          02 WS-CSZ-ST-END       PIC 9(4) COMP VALUE ZERO.
          02 WS-CSZ-LEN          PIC 9(4) COMP VALUE ZERO.
          02 WS-CSZ-ZIP-SUB      PIC 9(4) COMP VALUE ZERO.

      ****************************************************************
      * COUNTERS AND CONTROL TOTALS                                   *
      ****************************************************************
       01 WS-COUNTERS.
          02 WS-HIST-READ        PIC 9(7) COMP VALUE ZERO.
          02 WS-ACH-READ         PIC 9(7) COMP VALUE ZERO.
          02 WS-IN-YEAR-COUNT    PIC 9(7) COMP VALUE ZERO.
          02 WS-VOIDED-COUNT     PIC 9(7) COMP VALUE ZERO.
          02 WS-DUP-COUNT        PIC 9(7) COMP VALUE ZERO.
          02 WS-PAYEES-PAID      PIC 9(7) COMP VALUE ZERO.
          02 WS-NOT-RPT-COUNT    PIC 9(7) COMP VALUE ZERO.
          02 WS-BELOW-COUNT      PIC 9(7) COMP VALUE ZERO.
          02 WS-NEC-COUNT        PIC 9(7) COMP VALUE ZERO.
          02 WS-MISC-COUNT       PIC 9(7) COMP VALUE ZERO.
          02 WS-EXCP-COUNT       PIC 9(7) COMP VALUE ZERO.
          02 WS-BWH-COUNT        PIC 9(7) COMP VALUE ZERO.
          02 WS-A-REC-COUNT      PIC 9(7) COMP VALUE ZERO.
          02 WS-B-REC-COUNT      PIC 9(7) COMP VALUE ZERO.

       01 WS-AMOUNTS.
          02 WS-VOIDED-AMT       PIC 9(9)V9(2) VALUE ZERO.
          02 WS-NEC-AMT          PIC 9(9)V9(2) VALUE ZERO.
          02 WS-MISC-AMT         PIC 9(9)V9(2) VALUE ZERO.
          02 WS-EXCP-AMT         PIC 9(9)V9(2) VALUE ZERO.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-AMT-ED              PIC ZZZ,ZZZ,ZZ9.99.

      ****************************************************************
      * REPORT LINES                                                  *
      ****************************************************************
       01 WS-STMT-HEADING.
          02 FILLER PIC X(50) VALUE
             "YEAR-END 1099 RECIPIENT STATEMENTS - TAX1099".

       01 WS-TINX-HEADING.
          02 FILLER PIC X(50) VALUE
             "1099 EXCEPTIONS AND CONTROL TOTALS - TAX1099".

       01 WS-TINX-COLUMNS.
          02 FILLER PIC X(8)  VALUE "PAYEE".
          02 FILLER PIC X(42) VALUE "NAME".
          02 FILLER PIC X(6)  VALUE "FORM".
          02 FILLER PIC X(17) VALUE "  PAID IN YEAR".
          02 FILLER PIC X(40) VALUE "EXCEPTION".

       01 WS-BWH-HEADING.
          02 FILLER PIC X(50) VALUE
             "PAYEES WITHOUT A TIN - BACKUP WITHHOLDING REVIEW".

       01 WS-BWH-COLUMNS.
          02 FILLER PIC X(8)  VALUE "PAYEE".
          02 FILLER PIC X(42) VALUE "NAME".
          02 FILLER PIC X(6)  VALUE "FORM".
          02 FILLER PIC X(10) VALUE "PAYMENTS".
          02 FILLER PIC X(17) VALUE "  PAID IN YEAR".
          02 FILLER PIC X(30) VALUE "STATUS".

       01 WS-FORM-NAME           PIC X(4).
       01 WS-PAYMENTS-ED         PIC ZZZZ9.
       01 WS-BOX-TITLE           PIC X(36).
       01 WS-PRINT-LINE          PIC X(132).

      ****************************************************************
      * FILE STATUS FIELDS - ONE PER SELECT, CHECKED AFTER EACH OPEN  *
      ****************************************************************
       01 WS-FILE-STATUSES.
          02 WS-CHKHIST-STATUS   PIC X(02) VALUE "00".
             88 CHKHIST-STATUS-OK    VALUE "00".
          02 WS-ACHEXT-STATUS    PIC X(02) VALUE "00".
             88 ACHEXT-STATUS-OK     VALUE "00".
          02 WS-VOID-STATUS      PIC X(02) VALUE "00".
             88 VOID-STATUS-OK       VALUE "00".
             88 VOID-FILE-MISSING    VALUE "35".
          02 WS-PAYMAST-STATUS   PIC X(02) VALUE "00".
             88 PAYMAST-STATUS-OK    VALUE "00".
          02 WS-PAYERCTL-STATUS  PIC X(02) VALUE "00".
             88 PAYERCTL-STATUS-OK   VALUE "00".
          02 WS-IRSWORK-STATUS   PIC X(02) VALUE "00".
             88 IRSWORK-STATUS-OK    VALUE "00".
          02 WS-IRSFILE-STATUS   PIC X(02) VALUE "00".
             88 IRSFILE-STATUS-OK    VALUE "00".
          02 WS-STMTRPT-STATUS   PIC X(02) VALUE "00".
             88 STMTRPT-STATUS-OK    VALUE "00".
          02 WS-TINXRPT-STATUS   PIC X(02) VALUE "00".
             88 TINXRPT-STATUS-OK    VALUE "00".
          02 WS-BWHRPT-STATUS    PIC X(02) VALUE "00".
             88 BWHRPT-STATUS-OK     VALUE "00".

       LINKAGE SECTION.
       01 LS-PARM-AREA.
          02 LS-PARM-LEN         PIC 9(4) COMP.
          02 LS-PARM-TEXT        PIC X(80).

       PROCEDURE DIVISION USING LS-PARM-AREA.

      ****************************************************************
      * 0000-MAINLINE - THE SORT'S INPUT PROCEDURE SELECTS THE YEAR'S *
      * PAID ITEMS; ITS OUTPUT PROCEDURE TOTALS THEM BY PAYEE AND     *
      * WRITES THE RETURNS.  THE FILING IS THEN ASSEMBLED BEHIND ITS  *
      * T RECORD.                                                     *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-1099-FORM
                                SRT-PAYEE-ID
                                SRT-CHECK-NUMBER
               INPUT PROCEDURE IS 2000-SELECT-PAYMENTS
                   THRU 2000-INPUT-EXIT
               OUTPUT PROCEDURE IS 5000-BUILD-RETURNS
                   THRU 5000-OUTPUT-EXIT.
           PERFORM 7000-BUILD-IRS-FILE THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      ****************************************************************
      * 1000-INITIALIZE - EDIT THE PARM, OPEN FILES, READ THE PAYER   *
      * CONTROL RECORD, PRINT HEADINGS                                *
      ****************************************************************
       1000-INITIALIZE.
           IF LS-PARM-LEN < 12
            OR LS-PARM-TEXT(1:8) NOT = "TAXYEAR="
            OR LS-PARM-TEXT(9:4) NOT NUMERIC
               DISPLAY "TAX1099 - PARM MUST BE TAXYEAR=CCYY[,TEST]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LS-PARM-TEXT(9:4) TO WS-TAX-YEAR.
           IF LS-PARM-LEN > 16 AND LS-PARM-TEXT(13:5) = ",TEST"
               SET IRS-TEST-FILE TO TRUE
           END-IF.

           OPEN INPUT PAYER-CTL-FILE.
           IF NOT PAYERCTL-STATUS-OK
               DISPLAY "TAX1099 - OPEN ERR - PAYER-CTL, STATUS = "
                   WS-PAYERCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PAYER-CTL-FILE
               AT END
                   DISPLAY "TAX1099 - PAYER CONTROL RECORD MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PC-PAYER-TIN NOT NUMERIC OR PC-TCC = SPACES
               DISPLAY "TAX1099 - PAYER TIN OR TRANSMITTER CONTROL "
                   "CODE MISSING FROM PAYERCTL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PC-NEC-THRESHOLD NUMERIC AND PC-NEC-THRESHOLD > ZERO
               MOVE PC-NEC-THRESHOLD TO WS-NEC-THRESHOLD
           END-IF.
           IF PC-MISC-THRESHOLD NUMERIC AND PC-MISC-THRESHOLD > ZERO
               MOVE PC-MISC-THRESHOLD TO WS-MISC-THRESHOLD
           END-IF.
           IF PC-ROYALTY-THRESHOLD NUMERIC
              AND PC-ROYALTY-THRESHOLD > ZERO
               MOVE PC-ROYALTY-THRESHOLD TO WS-ROYALTY-THRESHOLD
           END-IF.
           CLOSE PAYER-CTL-FILE.

           OPEN INPUT CHK-HIST-FILE.
           IF NOT CHKHIST-STATUS-OK
               DISPLAY "TAX1099 - OPEN ERR - CHK-HIST, STATUS = "
                   WS-CHKHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ACH-EXT-FILE.
           IF NOT ACHEXT-STATUS-OK
               DISPLAY "TAX1099 - OPEN ERR - ACH-EXT, STATUS = "
                   WS-ACHEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    NO VOID FILE YET MEANS NOTHING HAS EVER BEEN VOIDED
           OPEN INPUT VOID-FILE.
           IF VOID-STATUS-OK
               SET VOID-FILE-IS-OPEN TO TRUE
           ELSE
               IF NOT VOID-FILE-MISSING
                   DISPLAY "TAX1099 - OPEN ERR - VOID-FILE, STATUS = "
                       WS-VOID-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT PAYEE-MASTER-FILE.
           IF NOT PAYMAST-STATUS-OK
               DISPLAY "TAX1099 - OPEN ERR - PAYEE-MASTER, STATUS = "
                   WS-PAYMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT IRS-WORK-FILE.
           IF NOT IRSWORK-STATUS-OK
               DISPLAY "TAX1099 - OPEN ERR - IRS-WORK, STATUS = "
                   WS-IRSWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT IRS-FILE.
           IF NOT IRSFILE-STATUS-OK
               DISPLAY "TAX1099 - OPEN ERR - IRS-FILE, STATUS = "
                   WS-IRSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT STMT-REPORT-FILE.
           IF NOT STMTRPT-STATUS-OK
               DISPLAY "TAX1099 - OPEN ERR - STMT-REPORT, STATUS = "
                   WS-STMTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TINX-REPORT-FILE.
           IF NOT TINXRPT-STATUS-OK
               DISPLAY "TAX1099 - OPEN ERR - TINX-REPORT, STATUS = "
                   WS-TINXRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BWH-REPORT-FILE.
           IF NOT BWHRPT-STATUS-OK
               DISPLAY "TAX1099 - OPEN ERR - BWH-REPORT, STATUS = "
                   WS-BWHRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE STMT-REPORT-RECORD FROM WS-STMT-HEADING
               AFTER ADVANCING PAGE.

           WRITE TINX-REPORT-RECORD FROM WS-TINX-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TAX YEAR : " DELIMITED BY SIZE
                  WS-TAX-YEAR   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           IF IRS-TEST-FILE
               MOVE "*** IRS TEST FILE ***" TO WS-PRINT-LINE(20:21)
           END-IF.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE TINX-REPORT-RECORD FROM WS-TINX-COLUMNS
               AFTER ADVANCING 2 LINES.

           WRITE BWH-REPORT-RECORD FROM WS-BWH-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TAX YEAR : " DELIMITED BY SIZE
                  WS-TAX-YEAR   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BWH-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE BWH-REPORT-RECORD FROM WS-BWH-COLUMNS
               AFTER ADVANCING 2 LINES.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SELECT-PAYMENTS - SORT INPUT PROCEDURE.  EVERY PAYMENT   *
      * ON THE CHECK PAYMENT HISTORY, THEN EVERY ACH SETTLEMENT       *
      * DETAIL, DATED IN THE TAX YEAR AND NOT ON THE VOID FILE, IS    *
      * RELEASED TO THE SORT.                                         *
      ****************************************************************
       2000-SELECT-PAYMENTS.
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
           PERFORM 2200-SCREEN-HISTORY THRU 2200-EXIT
               UNTIL CHKHIST-AT-END.
           PERFORM 2300-READ-ACH THRU 2300-EXIT.
           PERFORM 2400-SCREEN-ACH THRU 2400-EXIT
               UNTIL ACHEXT-AT-END.
       2000-INPUT-EXIT.
           EXIT.

      ****************************************************************
      * 2100-READ-HISTORY - READ THE NEXT PAYMENT HISTORY RECORD      *
      ****************************************************************
       2100-READ-HISTORY.
           READ CHK-HIST-FILE
               AT END
                   SET CHKHIST-AT-END TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-SCREEN-HISTORY - ONE PAYMENT HISTORY RECORD              *
      ****************************************************************
       2200-SCREEN-HISTORY.
           MOVE CH-ISSUE-DATE TO WS-PAY-DATE-WORK.
           IF WS-PD-YYYY NOT = WS-TAX-YEAR
               GO TO 2200-NEXT
           END-IF.
           MOVE SPACES          TO SORT-RECORD.
           MOVE CH-PAYEE-ID     TO SRT-PAYEE-ID.
           MOVE CH-CHECK-NUMBER TO SRT-CHECK-NUMBER.
           MOVE 'H'             TO SRT-SOURCE.
           MOVE CH-AMOUNT       TO SRT-AMOUNT.
           MOVE CH-ISSUE-DATE   TO SRT-PAY-DATE.
           PERFORM 2500-RELEASE-PAYMENT THRU 2500-EXIT.
       2200-NEXT.
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2300-READ-ACH - READ THE NEXT ACH SETTLEMENT EXTRACT RECORD   *
      ****************************************************************
       2300-READ-ACH.
           READ ACH-EXT-FILE
               AT END
                   SET ACHEXT-AT-END TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           ADD 1 TO WS-ACH-READ.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 2400-SCREEN-ACH - ONE SETTLEMENT EXTRACT RECORD.  ONLY THE    *
      * DETAILS ARE PAYMENTS; EACH GENERATION'S TRAILER IS SKIPPED.   *
      ****************************************************************
       2400-SCREEN-ACH.
           IF ACH-REC-TYPE NOT = 'D'
               GO TO 2400-NEXT
           END-IF.
           MOVE ACH-SETTLE-DATE TO WS-PAY-DATE-WORK.
           IF WS-PD-YYYY NOT = WS-TAX-YEAR
               GO TO 2400-NEXT
           END-IF.
           MOVE SPACES           TO SORT-RECORD.
           MOVE ACH-PAYEE-ID     TO SRT-PAYEE-ID.
           MOVE ACH-CHECK-NUMBER TO SRT-CHECK-NUMBER.
           MOVE 'A'              TO SRT-SOURCE.
           MOVE ACH-AMOUNT       TO SRT-AMOUNT.
           MOVE ACH-SETTLE-DATE  TO SRT-PAY-DATE.
           PERFORM 2500-RELEASE-PAYMENT THRU 2500-EXIT.
       2400-NEXT.
           PERFORM 2300-READ-ACH THRU 2300-EXIT.
       2400-EXIT.
           EXIT.

      ****************************************************************
      * 2500-RELEASE-PAYMENT - A PAYMENT IN THE YEAR.  ONE ON THE     *
      * VOID FILE IS DROPPED; ANY OTHER IS TAGGED WITH ITS PAYEE'S    *
      * 1099 FORM AND RELEASED.                                       *
      ****************************************************************
       2500-RELEASE-PAYMENT.
           ADD 1 TO WS-IN-YEAR-COUNT.
           IF VOID-FILE-IS-OPEN
               MOVE SRT-CHECK-NUMBER TO VD-CHECK-NUMBER
               READ VOID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1          TO WS-VOIDED-COUNT
                       ADD SRT-AMOUNT TO WS-VOIDED-AMT
                       GO TO 2500-EXIT
               END-READ
           END-IF.
           MOVE SRT-PAYEE-ID TO PAY-ID.
           READ PAYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACE TO PAY-1099-FORM
           END-READ.
           IF PAYEE-1099-REPORTABLE
               MOVE PAY-1099-FORM TO SRT-1099-FORM
           ELSE
               MOVE SPACE         TO SRT-1099-FORM
           END-IF.
           RELEASE SORT-RECORD.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 5000-BUILD-RETURNS - SORT OUTPUT PROCEDURE.  PAYMENTS COME    *
      * BACK BY FORM, PAYEE AND REGISTER NUMBER; EACH CHANGE OF PAYEE *
      * SETTLES THE PAYEE JUST TOTALLED, AND THE LAST FORM GROUP IS   *
      * CLOSED WITH ITS C RECORD.                                     *
      ****************************************************************
       5000-BUILD-RETURNS.
           PERFORM 5100-RETURN-PAYMENT THRU 5100-EXIT.
           PERFORM 5200-ACCUMULATE-PAYMENT THRU 5200-EXIT
               UNTIL SORT-DRAINED.
           IF PAYEE-IN-PROGRESS
               PERFORM 6000-PAYEE-BREAK THRU 6000-EXIT
           END-IF.
           IF WS-GROUP-FORM NOT = SPACE
               PERFORM 6450-CLOSE-FORM-GROUP THRU 6450-EXIT
           END-IF.
       5000-OUTPUT-EXIT.
           EXIT.

      ****************************************************************
      * 5100-RETURN-PAYMENT - RETURN THE NEXT SORTED PAYMENT          *
      ****************************************************************
       5100-RETURN-PAYMENT.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-DRAINED TO TRUE
           END-RETURN.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 5200-ACCUMULATE-PAYMENT - ADD ONE PAYMENT TO ITS PAYEE'S      *
      * TOTAL.  THE SAME REGISTER NUMBER A SECOND TIME FOR THE SAME   *
      * PAYEE IS AN ACH SETTLEMENT SEEN ON BOTH THE HISTORY AND THE   *
      * EXTRACT, AND COUNTS ONCE.                                     *
      ****************************************************************
       5200-ACCUMULATE-PAYMENT.
           IF PAYEE-IN-PROGRESS
              AND SRT-PAYEE-ID  = WS-CUR-PAYEE
              AND SRT-1099-FORM = WS-CUR-FORM
               IF SRT-CHECK-NUMBER = WS-LAST-CHECK
                   ADD 1 TO WS-DUP-COUNT
                   GO TO 5200-NEXT
               END-IF
           ELSE
               IF PAYEE-IN-PROGRESS
                   PERFORM 6000-PAYEE-BREAK THRU 6000-EXIT
               END-IF
               SET PAYEE-IN-PROGRESS TO TRUE
               MOVE SRT-PAYEE-ID  TO WS-CUR-PAYEE
               MOVE SRT-1099-FORM TO WS-CUR-FORM
               MOVE ZERO          TO WS-PAYEE-TOTAL
               MOVE ZERO          TO WS-PAYEE-PAYMENTS
           END-IF.
           MOVE SRT-CHECK-NUMBER TO WS-LAST-CHECK.
           ADD SRT-AMOUNT TO WS-PAYEE-TOTAL.
           ADD 1          TO WS-PAYEE-PAYMENTS.
       5200-NEXT.
           PERFORM 5100-RETURN-PAYMENT THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      ****************************************************************
      * 6000-PAYEE-BREAK - SETTLE ONE PAYEE'S YEAR.  NO USABLE TIN    *
      * PUTS THE PAYEE ON THE BACKUP-WITHHOLDING REVIEW.  A FLAGGED   *
      * PAYEE AT OR OVER THE THRESHOLD IS FILED AND SENT A STATEMENT  *
      * - OR, WITHOUT A TIN, LISTED AS AN EXCEPTION INSTEAD.          *
      ****************************************************************
       6000-PAYEE-BREAK.
           ADD 1 TO WS-PAYEES-PAID.
           MOVE 'N' TO WS-ON-MASTER-SW.
           MOVE 'N' TO WS-TIN-USABLE-SW.
           MOVE WS-CUR-PAYEE TO PAY-ID.
           READ PAYEE-MASTER-FILE
               INVALID KEY
                   MOVE "*** NOT ON PAYEE MASTER ***" TO WS-PAYEE-NAME
               NOT INVALID KEY
                   SET PAYEE-ON-MASTER TO TRUE
           END-READ.
           IF PAYEE-ON-MASTER
               IF PAY-LEGAL-NAME NOT = SPACES
                   MOVE PAY-LEGAL-NAME TO WS-PAYEE-NAME
               ELSE
                   MOVE PAY-NAME       TO WS-PAYEE-NAME
               END-IF
               IF PAY-TIN NUMERIC
                  AND (PAYEE-TIN-IS-EIN OR PAYEE-TIN-IS-SSN)
                   SET PAYEE-TIN-USABLE TO TRUE
               END-IF
           END-IF.

           MOVE 'NEC'  TO WS-FORM-NAME.
           MOVE 1      TO WS-BOX-NUM.
           MOVE WS-NEC-THRESHOLD TO WS-THRESHOLD.
           IF WS-CUR-FORM = 'M'
               MOVE 'MISC' TO WS-FORM-NAME
               MOVE ZERO   TO WS-BOX-NUM
               IF PAY-1099-BOX NUMERIC
                   MOVE PAY-1099-BOX TO WS-BOX-NUM
               END-IF
               MOVE WS-MISC-THRESHOLD TO WS-THRESHOLD
               IF WS-BOX-NUM = 2
                   MOVE WS-ROYALTY-THRESHOLD TO WS-THRESHOLD
               END-IF
           END-IF.
           IF WS-CUR-FORM = SPACE
               MOVE 'NONE' TO WS-FORM-NAME
           END-IF.

           IF NOT PAYEE-TIN-USABLE
               PERFORM 6300-LIST-BACKUP-REVIEW THRU 6300-EXIT
           END-IF.

           IF WS-CUR-FORM = SPACE
               ADD 1 TO WS-NOT-RPT-COUNT
               GO TO 6000-EXIT
           END-IF.
           IF WS-PAYEE-TOTAL < WS-THRESHOLD
               ADD 1 TO WS-BELOW-COUNT
               GO TO 6000-EXIT
           END-IF.
           IF NOT PAYEE-TIN-USABLE
               MOVE "TIN MISSING - NOT FILED, OBTAIN W-9"
                   TO WS-EXCP-REASON
               PERFORM 6200-LIST-EXCEPTION THRU 6200-EXIT
               GO TO 6000-EXIT
           END-IF.
           IF WS-BOX-NUM < 1 OR WS-BOX-NUM > 16
               MOVE "1099-MISC BOX NOT SET - NOT FILED"
                   TO WS-EXCP-REASON
               PERFORM 6200-LIST-EXCEPTION THRU 6200-EXIT
               GO TO 6000-EXIT
           END-IF.

           IF WS-CUR-FORM NOT = WS-GROUP-FORM
               IF WS-GROUP-FORM NOT = SPACE
                   PERFORM 6450-CLOSE-FORM-GROUP THRU 6450-EXIT
               END-IF
               PERFORM 6400-OPEN-FORM-GROUP THRU 6400-EXIT
           END-IF.
           PERFORM 6500-WRITE-PAYEE-RETURN THRU 6500-EXIT.
           PERFORM 6600-PRINT-STATEMENT THRU 6600-EXIT.
       6000-EXIT.
           EXIT.

      ****************************************************************
      * 6200-LIST-EXCEPTION - A REPORTABLE PAYEE THAT CANNOT BE FILED *
      ****************************************************************
       6200-LIST-EXCEPTION.
           ADD 1              TO WS-EXCP-COUNT.
           ADD WS-PAYEE-TOTAL TO WS-EXCP-AMT.
           MOVE WS-PAYEE-TOTAL TO WS-AMT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-CUR-PAYEE   DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-PAYEE-NAME  DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-FORM-NAME   DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-AMT-ED      DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  WS-EXCP-REASON DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       6200-EXIT.
           EXIT.

      ****************************************************************
      * 6300-LIST-BACKUP-REVIEW - A PAYEE PAID THIS YEAR WITH NO TIN  *
      * ON FILE, WHETHER OR NOT FLAGGED FOR 1099 REPORTING            *
      ****************************************************************
       6300-LIST-BACKUP-REVIEW.
           ADD 1 TO WS-BWH-COUNT.
           MOVE WS-PAYEE-TOTAL    TO WS-AMT-ED.
           MOVE WS-PAYEE-PAYMENTS TO WS-PAYMENTS-ED.
           MOVE SPACES TO WS-EXCP-REASON.
           IF NOT PAYEE-ON-MASTER
               MOVE "NOT ON PAYEE MASTER"     TO WS-EXCP-REASON
           ELSE
               IF WS-CUR-FORM = SPACE
                   MOVE "NOT 1099 REPORTABLE" TO WS-EXCP-REASON
               ELSE
                   IF WS-PAYEE-TOTAL < WS-THRESHOLD
                       MOVE "REPORTABLE - UNDER THRESHOLD"
                           TO WS-EXCP-REASON
                   ELSE
                       MOVE "REPORTABLE - NOT FILED"
                           TO WS-EXCP-REASON
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-CUR-PAYEE   DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-PAYEE-NAME  DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-FORM-NAME   DELIMITED BY SIZE
                  "     "        DELIMITED BY SIZE
                  WS-PAYMENTS-ED DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-AMT-ED      DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  WS-EXCP-REASON DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE BWH-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       6300-EXIT.
           EXIT.

      ****************************************************************
      * 6400-OPEN-FORM-GROUP - THE A RECORD THAT HEADS ONE TYPE OF    *
      * RETURN.  IT LISTS EVERY BOX WE PAY INTO ON THAT FORM; A BOX   *
      * NOBODY WAS PAID IN THIS YEAR IS ZERO ON EVERY B RECORD.       *
      ****************************************************************
       6400-OPEN-FORM-GROUP.
           MOVE WS-CUR-FORM TO WS-GROUP-FORM.
           MOVE ZERO        TO WS-GROUP-COUNT.
           MOVE ZEROS       TO WS-GROUP-TOTALS.

           MOVE SPACES            TO IRS-A-RECORD.
           MOVE 'A'               TO IRA-REC-TYPE.
           MOVE WS-TAX-YEAR       TO IRA-PAYMENT-YEAR.
           MOVE PC-PAYER-TIN      TO IRA-PAYER-TIN.
           IF WS-GROUP-FORM = 'N'
               MOVE "NE"    TO IRA-RETURN-TYPE
               MOVE "1"     TO IRA-AMOUNT-CODES
           ELSE
               MOVE "A "    TO IRA-RETURN-TYPE
               MOVE "1236C" TO IRA-AMOUNT-CODES
           END-IF.
           MOVE PC-PAYER-NAME     TO IRA-PAYER-NAME.
           MOVE '0'               TO IRA-TRANSFER-AGENT.
           MOVE PC-PAYER-ADDR     TO IRA-PAYER-ADDR.
           MOVE PC-PAYER-CITY     TO IRA-PAYER-CITY.
           MOVE PC-PAYER-STATE    TO IRA-PAYER-STATE.
           MOVE PC-PAYER-ZIP      TO IRA-PAYER-ZIP.
           MOVE PC-PAYER-PHONE    TO IRA-PAYER-PHONE.
           ADD 1 TO WS-SEQ-NUM.
           MOVE WS-SEQ-NUM        TO IRA-SEQUENCE-NUM.
           WRITE IRS-WORK-RECORD FROM IRS-A-RECORD.
           ADD 1 TO WS-A-REC-COUNT.
       6400-EXIT.
           EXIT.

      ****************************************************************
      * 6450-CLOSE-FORM-GROUP - THE C RECORD: THE GROUP'S B RECORD    *
      * COUNT AND AMOUNT TOTALS                                       *
      ****************************************************************
       6450-CLOSE-FORM-GROUP.
           MOVE SPACES            TO IRS-C-RECORD.
           MOVE 'C'               TO IRC-REC-TYPE.
           MOVE WS-GROUP-COUNT    TO IRC-PAYEE-COUNT.
           MOVE WS-GROUP-TOTALS   TO IRC-TOTALS.
           ADD 1 TO WS-SEQ-NUM.
           MOVE WS-SEQ-NUM        TO IRC-SEQUENCE-NUM.
           WRITE IRS-WORK-RECORD FROM IRS-C-RECORD.
           MOVE SPACE TO WS-GROUP-FORM.
       6450-EXIT.
           EXIT.

      ****************************************************************
      * 6500-WRITE-PAYEE-RETURN - THE PAYEE'S B RECORD.  THE NAME IS  *
      * THE LEGAL NAME THE TIN BELONGS TO, WITH THE CHECK NAME AS THE *
      * SECOND NAME LINE WHEN IT DIFFERS (A TRADE NAME).  THE PAYEE   *
      * ID GOES IN AS OUR ACCOUNT NUMBER FOR THE PAYEE.               *
      ****************************************************************
       6500-WRITE-PAYEE-RETURN.
           MOVE SPACES            TO IRS-B-RECORD.
           MOVE ZEROS             TO IRB-AMOUNTS.
           MOVE 'B'               TO IRB-REC-TYPE.
           MOVE WS-TAX-YEAR       TO IRB-PAYMENT-YEAR.
           IF PAYEE-TIN-IS-EIN
               MOVE '1' TO IRB-TIN-TYPE
           ELSE
               MOVE '2' TO IRB-TIN-TYPE
           END-IF.
           MOVE PAY-TIN           TO IRB-PAYEE-TIN.
           MOVE WS-CUR-PAYEE      TO IRB-ACCOUNT-NUM.
           MOVE WS-BOX-NUM        TO WS-AMT-SUB.
           IF WS-BOX-NUM = 10
               MOVE 12            TO WS-AMT-SUB
           END-IF.
           MOVE WS-PAYEE-TOTAL    TO IRB-AMOUNT(WS-AMT-SUB).
           MOVE WS-PAYEE-NAME     TO IRB-PAYEE-NAME.
           IF PAY-NAME NOT = WS-PAYEE-NAME
               MOVE PAY-NAME      TO IRB-PAYEE-NAME-2
           END-IF.
           IF PAY-ADDR-2 = SPACES
               MOVE PAY-ADDR-1    TO IRB-PAYEE-ADDR
           ELSE
               STRING PAY-ADDR-1 DELIMITED BY "  "
                      " "        DELIMITED BY SIZE
                      PAY-ADDR-2 DELIMITED BY "  "
                   INTO IRB-PAYEE-ADDR
               END-STRING
           END-IF.
           PERFORM 6800-SPLIT-CITY-ST-ZIP THRU 6800-EXIT.
           MOVE WS-CSZ-CITY       TO IRB-PAYEE-CITY.
           MOVE WS-CSZ-STATE      TO IRB-PAYEE-STATE.
           MOVE WS-CSZ-ZIP        TO IRB-PAYEE-ZIP.
           ADD 1 TO WS-SEQ-NUM.
           MOVE WS-SEQ-NUM        TO IRB-SEQUENCE-NUM.
           WRITE IRS-WORK-RECORD FROM IRS-B-RECORD.

           ADD 1 TO WS-B-REC-COUNT.
           ADD 1 TO WS-GROUP-COUNT.
           ADD WS-PAYEE-TOTAL TO WS-GROUP-TOTAL(WS-AMT-SUB).
           IF WS-CUR-FORM = 'N'
               ADD 1              TO WS-NEC-COUNT
               ADD WS-PAYEE-TOTAL TO WS-NEC-AMT
           ELSE
               ADD 1              TO WS-MISC-COUNT
               ADD WS-PAYEE-TOTAL TO WS-MISC-AMT
           END-IF.
       6500-EXIT.
           EXIT.

      ****************************************************************
      * 6600-PRINT-STATEMENT - THE RECIPIENT'S COPY B, ONE PAGE PER   *
      * PAYEE.  THE RECIPIENT'S TIN IS MASKED TO ITS LAST FOUR        *
      * DIGITS; THE PAYER'S IS PRINTED IN FULL.                       *
      ****************************************************************
       6600-PRINT-STATEMENT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-CUR-FORM = 'N'
               STRING "FORM 1099-NEC   NONEMPLOYEE COMPENSATION"
                          DELIMITED BY SIZE
                      "        TAX YEAR " DELIMITED BY SIZE
                      WS-TAX-YEAR         DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "FORM 1099-MISC  MISCELLANEOUS INFORMATION"
                          DELIMITED BY SIZE
                      "       TAX YEAR " DELIMITED BY SIZE
                      WS-TAX-YEAR        DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING PAGE.
           MOVE "COPY B - FOR RECIPIENT" TO WS-PRINT-LINE.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "PAYER'S NAME, ADDRESS AND TELEPHONE" TO WS-PRINT-LINE.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE PC-PAYER-NAME TO WS-PRINT-LINE(5:40).
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE PC-PAYER-ADDR TO WS-PRINT-LINE(5:40).
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "    "         DELIMITED BY SIZE
                  PC-PAYER-CITY  DELIMITED BY "  "
                  " "            DELIMITED BY SIZE
                  PC-PAYER-STATE DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  PC-PAYER-ZIP   DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  PC-PAYER-PHONE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE PC-PAYER-TIN TO WS-TIN-TEXT.
           MOVE SPACES TO WS-TIN-PRINT.
           STRING WS-TIN-PREFIX DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  WS-TIN-SERIAL DELIMITED BY SIZE
               INTO WS-TIN-PRINT
           END-STRING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAYER'S TIN        : " DELIMITED BY SIZE
                  WS-TIN-PRINT            DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE PAY-TIN TO WS-TIN-TEXT.
           MOVE SPACES TO WS-TIN-PRINT.
           IF PAYEE-TIN-IS-EIN
               STRING "XX-XXX"      DELIMITED BY SIZE
                      WS-TIN-LAST-4 DELIMITED BY SIZE
                   INTO WS-TIN-PRINT
               END-STRING
           ELSE
               STRING "XXX-XX-"     DELIMITED BY SIZE
                      WS-TIN-LAST-4 DELIMITED BY SIZE
                   INTO WS-TIN-PRINT
               END-STRING
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RECIPIENT'S TIN    : " DELIMITED BY SIZE
                  WS-TIN-PRINT            DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RECIPIENT'S NAME   : " DELIMITED BY SIZE
                  IRB-PAYEE-NAME          DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.
           IF IRB-PAYEE-NAME-2 NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               MOVE IRB-PAYEE-NAME-2 TO WS-PRINT-LINE(22:40)
               WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "STREET ADDRESS     : " DELIMITED BY SIZE
                  IRB-PAYEE-ADDR          DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CITY, STATE, ZIP   : " DELIMITED BY SIZE
                  PAY-CITY-ST-ZIP         DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNT NUMBER     : " DELIMITED BY SIZE
                  WS-CUR-PAYEE            DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 6650-NAME-THE-BOX THRU 6650-EXIT.
           MOVE WS-PAYEE-TOTAL TO WS-AMT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BOX "       DELIMITED BY SIZE
                  WS-BOX-NUM   DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  WS-BOX-TITLE DELIMITED BY SIZE
                  " $"         DELIMITED BY SIZE
                  WS-AMT-ED    DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "THIS IS IMPORTANT TAX INFORMATION AND IS BEING "
                      DELIMITED BY SIZE
                  "FURNISHED TO THE IRS." DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "IF YOU ARE REQUIRED TO FILE A RETURN, A NEGLIGENCE "
                      DELIMITED BY SIZE
                  "PENALTY OR OTHER SANCTION MAY BE" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "IMPOSED ON YOU IF THIS INCOME IS TAXABLE AND THE "
                      DELIMITED BY SIZE
                  "IRS DETERMINES THAT IT HAS NOT BEEN REPORTED."
                      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE STMT-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       6600-EXIT.
           EXIT.

      ****************************************************************
      * 6650-NAME-THE-BOX - THE CAPTION OF THE BOX THE YEAR'S TOTAL   *
      * IS REPORTED IN                                                *
      ****************************************************************
       6650-NAME-THE-BOX.
           MOVE "NONEMPLOYEE COMPENSATION" TO WS-BOX-TITLE.
           IF WS-CUR-FORM = 'N'
               GO TO 6650-EXIT
           END-IF.
           IF WS-BOX-NUM = 1
               MOVE "RENTS"                TO WS-BOX-TITLE
           END-IF.
           IF WS-BOX-NUM = 2
               MOVE "ROYALTIES"            TO WS-BOX-TITLE
           END-IF.
           IF WS-BOX-NUM = 3
               MOVE "OTHER INCOME"         TO WS-BOX-TITLE
           END-IF.
           IF WS-BOX-NUM = 6
               MOVE "MEDICAL AND HEALTH CARE PAYMENTS"
                                           TO WS-BOX-TITLE
           END-IF.
           IF WS-BOX-NUM = 10
               MOVE "GROSS PROCEEDS PAID TO AN ATTORNEY"
                                           TO WS-BOX-TITLE
           END-IF.
       6650-EXIT.
           EXIT.

      ****************************************************************
      * 6800-SPLIT-CITY-ST-ZIP - BREAK THE PAYEE'S LAST ADDRESS LINE  *
      * INTO CITY, STATE AND ZIP (DIGITS ONLY - A ZIP+4 HYPHEN IS     *
      * DROPPED).  A LINE WITH FEWER THAN THREE WORDS GOES TO THE     *
      * CITY WHOLE.                                                   *
      ****************************************************************
       6800-SPLIT-CITY-ST-ZIP.
           MOVE PAY-CITY-ST-ZIP TO WS-CSZ-TEXT.
           MOVE SPACES TO WS-CSZ-CITY.
           MOVE SPACES TO WS-CSZ-STATE.
           MOVE SPACES TO WS-CSZ-ZIP.
           IF WS-CSZ-TEXT = SPACES
               GO TO 6800-EXIT
           END-IF.

      *    END OF THE ZIP
           MOVE 30 TO WS-CSZ-SUB.
           PERFORM 6810-STEP-BACK THRU 6810-EXIT
               UNTIL WS-CSZ-SUB < 2
                  OR WS-CSZ-CHAR(WS-CSZ-SUB) NOT = SPACE.
           MOVE WS-CSZ-SUB TO WS-CSZ-ZIP-END.
      *    START OF THE ZIP
           PERFORM 6810-STEP-BACK THRU 6810-EXIT
               UNTIL WS-CSZ-SUB < 2
                  OR WS-CSZ-CHAR(WS-CSZ-SUB) = SPACE.
           IF WS-CSZ-CHAR(WS-CSZ-SUB) NOT = SPACE
               GO TO 6800-WHOLE-LINE
           END-IF.
           COMPUTE WS-CSZ-ZIP-START = WS-CSZ-SUB + 1.
      *    END, THEN START, OF THE STATE
           PERFORM 6810-STEP-BACK THRU 6810-EXIT
               UNTIL WS-CSZ-SUB < 2
                  OR WS-CSZ-CHAR(WS-CSZ-SUB) NOT = SPACE.
           MOVE WS-CSZ-SUB TO WS-CSZ-ST-END.
           PERFORM 6810-STEP-BACK THRU 6810-EXIT
               UNTIL WS-CSZ-SUB < 2
                  OR WS-CSZ-CHAR(WS-CSZ-SUB) = SPACE.
           IF WS-CSZ-CHAR(WS-CSZ-SUB) NOT = SPACE
               GO TO 6800-WHOLE-LINE
           END-IF.
           COMPUTE WS-CSZ-ST-START = WS-CSZ-SUB + 1.

           COMPUTE WS-CSZ-LEN = WS-CSZ-ST-START - 1.
           MOVE WS-CSZ-TEXT(1:WS-CSZ-LEN) TO WS-CSZ-CITY.
           INSPECT WS-CSZ-CITY REPLACING ALL "," BY SPACE.
           COMPUTE WS-CSZ-LEN = WS-CSZ-ST-END - WS-CSZ-ST-START + 1.
           MOVE WS-CSZ-TEXT(WS-CSZ-ST-START:WS-CSZ-LEN)
               TO WS-CSZ-STATE.
           MOVE ZERO TO WS-CSZ-ZIP-SUB.
           PERFORM 6820-TAKE-ZIP-DIGIT THRU 6820-EXIT
               VARYING WS-CSZ-SUB FROM WS-CSZ-ZIP-START BY 1
               UNTIL WS-CSZ-SUB > WS-CSZ-ZIP-END.
           GO TO 6800-EXIT.

       6800-WHOLE-LINE.
           MOVE WS-CSZ-TEXT TO WS-CSZ-CITY.
       6800-EXIT.
           EXIT.

       6810-STEP-BACK.
           SUBTRACT 1 FROM WS-CSZ-SUB.
       6810-EXIT.
           EXIT.

       6820-TAKE-ZIP-DIGIT.
           IF WS-CSZ-CHAR(WS-CSZ-SUB) NUMERIC
              AND WS-CSZ-ZIP-SUB < 9
               ADD 1 TO WS-CSZ-ZIP-SUB
               MOVE WS-CSZ-CHAR(WS-CSZ-SUB)
                   TO WS-CSZ-ZIP-CHAR(WS-CSZ-ZIP-SUB)
           END-IF.
       6820-EXIT.
           EXIT.

      ****************************************************************
      * 7000-BUILD-IRS-FILE - THE FILING ITSELF: THE T RECORD WITH    *
      * THE NOW-KNOWN PAYEE COUNT, EVERY A/B/C RECORD FROM THE WORK   *
      * FILE IN ORDER, AND THE F RECORD.  WITH NOTHING TO FILE THE    *
      * FILING IS LEFT EMPTY.                                         *
      ****************************************************************
       7000-BUILD-IRS-FILE.
           CLOSE IRS-WORK-FILE.
           IF WS-B-REC-COUNT = ZERO
               GO TO 7000-EXIT
           END-IF.
           OPEN INPUT IRS-WORK-FILE.
           IF NOT IRSWORK-STATUS-OK
               DISPLAY "TAX1099 - OPEN ERR - IRS-WORK, STATUS = "
                   WS-IRSWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES            TO IRS-T-RECORD.
           MOVE 'T'               TO IRT-REC-TYPE.
           MOVE WS-TAX-YEAR       TO IRT-PAYMENT-YEAR.
           MOVE PC-PAYER-TIN      TO IRT-TRANS-TIN.
           MOVE PC-TCC            TO IRT-TCC.
           IF IRS-TEST-FILE
               MOVE 'T'           TO IRT-TEST-IND
           END-IF.
           MOVE PC-PAYER-NAME     TO IRT-TRANS-NAME.
           MOVE PC-PAYER-NAME     TO IRT-COMPANY-NAME.
           MOVE PC-PAYER-ADDR     TO IRT-COMPANY-ADDR.
           MOVE PC-PAYER-CITY     TO IRT-COMPANY-CITY.
           MOVE PC-PAYER-STATE    TO IRT-COMPANY-STATE.
           MOVE PC-PAYER-ZIP      TO IRT-COMPANY-ZIP.
           MOVE WS-B-REC-COUNT    TO IRT-PAYEE-COUNT.
           MOVE PC-CONTACT-NAME   TO IRT-CONTACT-NAME.
           MOVE PC-PAYER-PHONE    TO IRT-CONTACT-PHONE.
           MOVE PC-CONTACT-EMAIL  TO IRT-CONTACT-EMAIL.
           MOVE 1                 TO IRT-SEQUENCE-NUM.
           MOVE 'I'               TO IRT-VENDOR-IND.
           WRITE IRS-FILE-RECORD FROM IRS-T-RECORD.

           PERFORM 7100-COPY-WORK-RECORD THRU 7100-EXIT
               UNTIL IRSWORK-AT-END.

           MOVE SPACES            TO IRS-F-RECORD.
           MOVE 'F'               TO IRF-REC-TYPE.
           MOVE WS-A-REC-COUNT    TO IRF-A-REC-COUNT.
           MOVE ZERO              TO IRF-ZEROS.
           MOVE WS-B-REC-COUNT    TO IRF-PAYEE-COUNT.
           ADD 1 TO WS-SEQ-NUM.
           MOVE WS-SEQ-NUM        TO IRF-SEQUENCE-NUM.
           WRITE IRS-FILE-RECORD FROM IRS-F-RECORD.
           CLOSE IRS-WORK-FILE.
       7000-EXIT.
           EXIT.

      ****************************************************************
      * 7100-COPY-WORK-RECORD - ONE A, B OR C RECORD ONTO THE FILING  *
      ****************************************************************
       7100-COPY-WORK-RECORD.
           READ IRS-WORK-FILE
               AT END
                   SET IRSWORK-AT-END TO TRUE
                   GO TO 7100-EXIT
           END-READ.
           WRITE IRS-FILE-RECORD FROM IRS-WORK-RECORD.
       7100-EXIT.
           EXIT.

      ****************************************************************
      * 8000-TERMINATE - CONTROL TOTALS AT THE FOOT OF THE EXCEPTION  *
      * REPORT, CLOSE FILES.  RC=4 WHEN ANY REPORTABLE PAYEE COULD    *
      * NOT BE FILED.                                                 *
      ****************************************************************
       8000-TERMINATE.
           IF WS-EXCP-COUNT = ZERO
               MOVE "NO EXCEPTIONS - EVERY REPORTABLE PAYEE FILED"
                   TO WS-PRINT-LINE
               WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-BWH-COUNT = ZERO
               MOVE "EVERY PAYEE PAID THIS YEAR HAS A TIN ON FILE"
                   TO WS-PRINT-LINE
               WRITE BWH-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE WS-HIST-READ TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAYMENT HISTORY RECORDS READ : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE WS-ACH-READ TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACH EXTRACT RECORDS READ     : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-IN-YEAR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAYMENTS DATED IN TAX YEAR   : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-VOIDED-COUNT TO WS-COUNT-ED.
           MOVE WS-VOIDED-AMT   TO WS-AMT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "VOIDED/STOPPED/RETURNED      : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
                  "   "                             DELIMITED BY SIZE
                  WS-AMT-ED                         DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-DUP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACH ON BOTH FILES, ONCE ONLY : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-PAYEES-PAID TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAYEES PAID IN TAX YEAR      : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-NOT-RPT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  NOT 1099 REPORTABLE        : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-BELOW-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  UNDER REPORTING THRESHOLD  : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-NEC-COUNT TO WS-COUNT-ED.
           MOVE WS-NEC-AMT   TO WS-AMT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  1099-NEC FILED             : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
                  "   "                             DELIMITED BY SIZE
                  WS-AMT-ED                         DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-MISC-COUNT TO WS-COUNT-ED.
           MOVE WS-MISC-AMT   TO WS-AMT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  1099-MISC FILED            : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
                  "   "                             DELIMITED BY SIZE
                  WS-AMT-ED                         DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-EXCP-COUNT TO WS-COUNT-ED.
           MOVE WS-EXCP-AMT   TO WS-AMT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  EXCEPTIONS - NOT FILED     : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
                  "   "                             DELIMITED BY SIZE
                  WS-AMT-ED                         DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-BWH-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAYEES WITHOUT A TIN         : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
                  "   (SEE BACKUP WITHHOLDING REVIEW)"
                                                    DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE TINX-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE CHK-HIST-FILE.
           CLOSE ACH-EXT-FILE.
           IF VOID-FILE-IS-OPEN
               CLOSE VOID-FILE
           END-IF.
           CLOSE PAYEE-MASTER-FILE.
           CLOSE IRS-FILE.
           CLOSE STMT-REPORT-FILE.
           CLOSE TINX-REPORT-FILE.
           CLOSE BWH-REPORT-FILE.

           IF WS-EXCP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
