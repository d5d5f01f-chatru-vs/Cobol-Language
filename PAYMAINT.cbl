      *                  WRITTEN AND THE TRANSACTIONS NO LONGER NEED   *
      *                  TO ARRIVE IN PAYEE-ID ORDER - EACH ONE READS, *
      *                  WRITES OR REWRITES ITS OWN RECORD BY KEY.     *
      * 10.15.2026 CP    PAYEE RECORD EXTENDED TO 300 BYTES.           *
      *                  RE-KEYING A PAYEE'S ROUTING OR ACCOUNT        *
      *                  NUMBER CLEARS THE ACH RETURN FLAG THE         *
      *                  ACHRET RUN SETS.                              *
      * 10.15.2026 CP    A CHANGE TO A PAYEE'S ROUTING, ACCOUNT OR     *
      *                  PAYMENT METHOD NOW NEEDS THE KEYING           *
      *                  OPERATOR'S ID, IS AUDITED BEFORE/AFTER ON     *
      *                  PAYAUDIT, AND LEAVES THE PAYEE PENDING        *
      *                  VERIFICATION.  NEW ACTION V RECORDS THE       *
      *                  CALLBACK - IT MUST COME FROM A DIFFERENT      *
      *                  OPERATOR THAN THE CHANGE.                     *
      * 10.15.2026 CP    TAXPAYER ID, LEGAL NAME AND 1099              *
      *                  FORM AND BOX MAINTAINED FOR THE YEAR-END      *
      *                  1099 RUN.  THE TIN IS FORMAT-EDITED AS AN     *
      *                  EIN OR SSN AND A BAD ONE IS LISTED AND NOT    *
      *                  APPLIED; A TIN CHANGE IS AUDITED ON PAYAUDIT. *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMAINT.
      * NON-BLANK FIELDS OF AN EXISTING PAYEE, D DEACTIVATES A PAYEE   *
      * - THE RECORD STAYS ON THE MASTER WITH STATUS I SO OLD          *
      * REGISTER RECORDS STILL RESOLVE, BUT THE CHECK RUN WILL NOT     *
      * PRINT NEW CHECKS TO IT.  ANY CHANGE TO THE BANK DETAILS OR     *
      * PAYMENT METHOD (AND ANY NEW ACH PAYEE) PUTS THE PAYEE INTO     *
      * PENDING VERIFICATION, WRITES A BEFORE/AFTER RECORD PER FIELD   *
      * TO THE PAYEE AUDIT FILE (PAYAUDIT), AND THE CHECK PASS HOLDS   *
      * ITS ACH UNTIL V - CALLBACK VERIFIED - IS KEYED BY AN OPERATOR  *
      * OTHER THAN THE ONE WHO MADE THE CHANGE.  THE TAXPAYER ID IS    *
      * EDITED AS AN EIN OR SSN BEFORE IT IS TAKEN.  EVERY ACTION AND  *
      * ERROR IS LISTED ON PAYRPT.                                     *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYRPT-STATUS.

           SELECT PAY-AUDIT-FILE ASSIGN TO "PAYAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYEE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-TRAN-RECORD.
      *    ACTION A = ADD, C = CHANGE (NON-BLANK FIELDS ONLY),
      *    D = DEACTIVATE, V = BANK-DETAIL CHANGE VERIFIED BY CALLBACK.
           02  PT-ACTION         PIC X(1).
           02  PT-ID             PIC 9(6).
           02  PT-NAME           PIC X(30).
      *    (ON A CHANGE) / PAPER CHECK (ON AN ADD).
           02  PT-METHOD         PIC X(1).
           02  PT-ROUTING        PIC X(9).
      *    WHO KEYED THE TRANSACTION - REQUIRED TO CHANGE BANK DETAILS
      *    OR THE PAYMENT METHOD, AND TO VERIFY SUCH A CHANGE.
           02  PT-OPERATOR-ID    PIC X(8).
      *    TAXPAYER ID AS NNNNNNNNN, NN-NNNNNNN (EIN) OR NNN-NN-NNNN
      *    (SSN).  THE TYPE, E OR S, IS TAKEN FROM THE HYPHENS WHEN
      *    KEYED THAT WAY AND MUST BE KEYED WITH NINE PLAIN DIGITS
      *    UNLESS THE PAYEE ALREADY HAS ONE.  BLANK = NO CHANGE.
           02  PT-TIN            PIC X(11).
           02  PT-TIN-PLAIN REDEFINES PT-TIN.
               03  PT-TIN-NINE       PIC X(9).
               03  PT-TIN-PAD        PIC X(2).
           02  PT-TIN-EIN-FMT REDEFINES PT-TIN.
               03  PT-EIN-PREFIX     PIC X(2).
               03  PT-EIN-DASH       PIC X(1).
               03  PT-EIN-SERIAL     PIC X(7).
               03  PT-EIN-PAD        PIC X(1).
           02  PT-TIN-SSN-FMT REDEFINES PT-TIN.
               03  PT-SSN-AREA       PIC X(3).
               03  PT-SSN-DASH-1     PIC X(1).
               03  PT-SSN-GROUP      PIC X(2).
               03  PT-SSN-DASH-2     PIC X(1).
               03  PT-SSN-SERIAL     PIC X(4).
           02  PT-TIN-TYPE       PIC X(1).
           02  PT-LEGAL-NAME     PIC X(40).
      *    N = 1099-NEC, M = 1099-MISC, X = NOT REPORTABLE,
      *    BLANK = NO CHANGE.  THE BOX IS REQUIRED FOR A MISC PAYEE
      *    (01 RENTS, 02 ROYALTIES, 03 OTHER INCOME, 06 MEDICAL,
      *    10 ATTORNEY PROCEEDS); A NEC PAYEE IS ALWAYS BOX 01.
           02  PT-1099-FORM      PIC X(1).
           02  PT-1099-BOX       PIC X(2).

       FD  PAY-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAY-REPORT-RECORD     PIC X(132).

       FD  PAY-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * PAYEE MASTER CHANGE AUDIT RECORD LAYOUT - SHARED COPYBOOK
          COPY PAYAUD.

       WORKING-STORAGE SECTION.
      ****************************************************************
      * SWITCHES                                                      *
       01 WS-SWITCHES.
          02 WS-PAYTRAN-EOF-SW  PIC X(01) VALUE 'N'.
             88 PAYTRAN-AT-END     VALUE 'Y'.
          02 WS-BANK-CHG-SW     PIC X(01) VALUE 'N'.
             88 BANK-DETAILS-CHANGED VALUE 'Y'.

      * THE MASTER RECORD BEING BUILT OR CHANGED
       01 WS-WORK-PAYEE.
          02 WS-WRK-ADDR-1       PIC X(30).
          02 WS-WRK-ADDR-2       PIC X(30).
          02 WS-WRK-CITY-ST-ZIP  PIC X(30).
          02 WS-WRK-BANK-DETAILS.
             03 WS-WRK-DFLT-ACCT    PIC 9(10).
             03 WS-WRK-METHOD       PIC X(1).
             03 WS-WRK-ROUTING      PIC 9(9).
          02 WS-WRK-ACH-RET-FLAG PIC X(1).
          02 WS-WRK-ACH-RET-CODE PIC X(3).
          02 WS-WRK-ACH-RET-DATE PIC 9(8).
          02 WS-WRK-VERIFY-FLAG  PIC X(1).
          02 WS-WRK-CHG-OPERATOR PIC X(8).
          02 WS-WRK-CHG-DATE     PIC 9(8).
          02 WS-WRK-PRIOR-DETAILS.
             03 WS-WRK-PRIOR-ACCT   PIC 9(10).
             03 WS-WRK-PRIOR-METHOD PIC X(1).
             03 WS-WRK-PRIOR-ROUTING PIC 9(9).
          02 WS-WRK-TIN          PIC X(9).
          02 WS-WRK-TIN-TYPE     PIC X(1).
          02 WS-WRK-LEGAL-NAME   PIC X(40).
          02 WS-WRK-1099-FORM    PIC X(1).
          02 WS-WRK-1099-BOX     PIC X(2).
          02 FILLER              PIC X(51).

      * THE BANK DETAILS AS THEY STOOD BEFORE THIS TRANSACTION, SO A
      * GENUINE CHANGE CAN BE TOLD FROM A RE-KEY OF THE SAME VALUES
       01 WS-OLD-BANK-DETAILS.
          02 WS-OLD-DFLT-ACCT    PIC 9(10).
          02 WS-OLD-METHOD       PIC X(1).
          02 WS-OLD-ROUTING      PIC 9(9).

      * TODAY'S DATE AND TIME FOR THE CHANGE STAMP AND AUDIT RECORDS
       01 WS-TODAY-AREA.
          02 WS-TODAY-YYMMDD     PIC 9(6).
          02 WS-TODAY-CCYYMMDD.
             03 WS-TODAY-CC      PIC 99 VALUE 20.
             03 WS-TODAY-YMD     PIC 9(6).
       01 WS-NOW-TIME            PIC 9(8) VALUE ZERO.
       01 WS-PROGRAM-ID          PIC X(8) VALUE "PAYMAINT".

      * TAXPAYER ID AND 1099 FORM BEING EDITED.  THE DIGITS ARE
      * VIEWED AS AN EIN (TWO-DIGIT PREFIX) AND AS AN SSN (AREA,
      * GROUP, SERIAL) FOR THE RANGES THE IRS AND SSA NEVER ISSUE.
       01 WS-TAX-EDIT-AREA.
          02 WS-TIN-DIGITS       PIC X(9).
          02 WS-TIN-EIN-VIEW REDEFINES WS-TIN-DIGITS.
             03 WS-TIN-EIN-PREFIX PIC 9(2).
                88 EIN-PREFIX-NOT-ISSUED VALUES 00 07 08 09 17 18 19
                                                28 29 49 69 70 78 79
                                                89 96 97.
             03 FILLER           PIC X(7).
          02 WS-TIN-SSN-VIEW REDEFINES WS-TIN-DIGITS.
             03 WS-TIN-SSN-AREA  PIC 9(3).
                88 SSN-AREA-NOT-ISSUED VALUES 000 666 900 THRU 999.
             03 WS-TIN-SSN-GROUP PIC 9(2).
             03 WS-TIN-SSN-SERIAL PIC 9(4).
          02 WS-TIN-TYPE         PIC X(1).
          02 WS-TAX-FORM         PIC X(1).
          02 WS-TAX-BOX          PIC X(2).
             88 MISC-BOX-VALID       VALUES '01' '02' '03' '06' '10'.
          02 WS-OLD-TIN          PIC X(9).

      ****************************************************************
      * COUNTERS                                                      *
          02 WS-ADD-COUNT        PIC 9(5) COMP VALUE ZERO.
          02 WS-CHANGE-COUNT     PIC 9(5) COMP VALUE ZERO.
          02 WS-DEACT-COUNT      PIC 9(5) COMP VALUE ZERO.
          02 WS-PENDING-COUNT    PIC 9(5) COMP VALUE ZERO.
          02 WS-VERIFY-COUNT     PIC 9(5) COMP VALUE ZERO.
          02 WS-ERROR-COUNT      PIC 9(5) COMP VALUE ZERO.

       01 WS-COUNT-ED            PIC ZZZZZZ9.
       01 WS-ERROR-REASON        PIC X(40).

      ****************************************************************
      * REPORT LINES                                                  *
             88 PAYTRAN-STATUS-OK    VALUE "00".
          02 WS-PAYRPT-STATUS    PIC X(02) VALUE "00".
             88 PAYRPT-STATUS-OK     VALUE "00".
          02 WS-PAYAUD-STATUS    PIC X(02) VALUE "00".
             88 PAYAUD-STATUS-OK     VALUE "00".
             88 PAYAUD-FILE-MISSING  VALUE "35".

       PROCEDURE DIVISION.

               STOP RUN
           END-IF.

      *    THE AUDIT FILE IS CUMULATIVE - EXTEND, OR OUTPUT THE
      *    FIRST TIME WHEN IT DOES NOT EXIST YET (35).
           OPEN EXTEND PAY-AUDIT-FILE.
           IF PAYAUD-FILE-MISSING
               OPEN OUTPUT PAY-AUDIT-FILE
           END-IF.
           IF NOT PAYAUD-STATUS-OK
               DISPLAY "PAYMAINT - OPEN ERR - PAY-AUDIT, STATUS = "
                   WS-PAYAUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD TO WS-TODAY-YMD.
           ACCEPT WS-NOW-TIME FROM TIME.

           WRITE PAY-REPORT-RECORD FROM WS-HEADING-1
               AFTER ADVANCING PAGE.


      ****************************************************************
      * 2000-APPLY-ONE-TRAN - ROUTE ONE MAINTENANCE TRANSACTION BY    *
      * ACTION.  AN ADD WRITES A NEW RECORD; A CHANGE, DEACTIVATE OR  *
      * VERIFICATION READS ITS RECORD BY KEY AND REWRITES IT.         *
      ****************************************************************
       2000-APPLY-ONE-TRAN.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE 'N' TO WS-BANK-CHG-SW.
           IF PT-ACTION = 'A'
               PERFORM 3100-ADD-PAYEE THRU 3100-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF PT-ACTION = 'C' OR PT-ACTION = 'D'
               PERFORM 3200-UPDATE-PAYEE THRU 3200-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF PT-ACTION = 'V'
               PERFORM 3500-VERIFY-CALLBACK THRU 3500-EXIT
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** ERROR - ACTION " DELIMITED BY SIZE
                  PT-ACTION             DELIMITED BY SIZE
                  " FOR PAYEE "         DELIMITED BY SIZE
                  PT-ID                 DELIMITED BY SIZE
                  " - INVALID ACTION ***"
                                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PAY-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

       2000-NEXT.
           PERFORM 2200-READ-PAY-TRAN THRU 2200-EXIT.
       2000-EXIT.
           EXIT.
      * ADD ERROR.                                                    *
      ****************************************************************
       3100-ADD-PAYEE.
           MOVE SPACES          TO WS-WORK-PAYEE.
           MOVE ZERO            TO WS-WRK-ACH-RET-DATE.
           MOVE PT-ID           TO WS-WRK-ID.
           MOVE 'A'             TO WS-WRK-STATUS.
           MOVE PT-NAME         TO WS-WRK-NAME.
               MOVE ZERO       TO WS-WRK-ROUTING
           END-IF.
           PERFORM 3300-VERIFY-ACH-FIELDS THRU 3300-EXIT.
           PERFORM 3700-EDIT-TAX-FIELDS THRU 3700-EXIT.
      *    A NEW PAYEE HAS NO VERIFIED BANK DETAILS - AN ELECTRONIC
      *    ONE IS A CHANGE FROM NOTHING AND WAITS FOR ITS CALLBACK
      *    LIKE ANY OTHER.
           MOVE ZERO            TO WS-WRK-CHG-DATE.
           MOVE ZERO            TO WS-WRK-PRIOR-ACCT.
           MOVE 'P'             TO WS-WRK-PRIOR-METHOD.
           MOVE ZERO            TO WS-WRK-PRIOR-ROUTING.
           MOVE WS-WRK-PRIOR-DETAILS TO WS-OLD-BANK-DETAILS.
           IF WS-WRK-METHOD = 'E'
               PERFORM 3400-CHECK-BANK-CHANGE THRU 3400-EXIT
           END-IF.

           MOVE WS-WORK-PAYEE TO PAYEE-RECORD.
           WRITE PAYEE-RECORD
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           PERFORM 7000-PRINT-ACTION THRU 7000-EXIT.
           IF BANK-DETAILS-CHANGED
               PERFORM 3450-AUDIT-BANK-CHANGE THRU 3450-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

           END-READ.

           MOVE PAYEE-RECORD TO WS-WORK-PAYEE.
           MOVE WS-WRK-BANK-DETAILS TO WS-OLD-BANK-DETAILS.
           MOVE WS-WRK-TIN          TO WS-OLD-TIN.
           IF PT-ACTION = 'C'
               IF PT-NAME NOT = SPACES
                   MOVE PT-NAME TO WS-WRK-NAME
                   MOVE PT-ROUTING TO WS-WRK-ROUTING
               END-IF
               PERFORM 3300-VERIFY-ACH-FIELDS THRU 3300-EXIT
               PERFORM 3400-CHECK-BANK-CHANGE THRU 3400-EXIT
               PERFORM 3700-EDIT-TAX-FIELDS THRU 3700-EXIT
               ADD 1 TO WS-CHANGE-COUNT
           ELSE
               MOVE 'I' TO WS-WRK-STATUS
                   GO TO 3200-EXIT
           END-REWRITE.
           PERFORM 7000-PRINT-ACTION THRU 7000-EXIT.
           IF BANK-DETAILS-CHANGED
               PERFORM 3450-AUDIT-BANK-CHANGE THRU 3450-EXIT
           END-IF.
           IF WS-WRK-TIN NOT = WS-OLD-TIN
               MOVE SPACES       TO PAY-AUDIT-RECORD
               MOVE "PAY-TIN"    TO PA-FIELD-NAME
               MOVE WS-OLD-TIN   TO PA-BEFORE-VALUE
               MOVE WS-WRK-TIN   TO PA-AFTER-VALUE
               PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3400-CHECK-BANK-CHANGE - COMPARE THE ROUTING, ACCOUNT AND     *
      * PAYMENT METHOD BEING WRITTEN WITH WHAT STOOD BEFORE.  A REAL  *
      * CHANGE NEEDS THE KEYING OPERATOR'S ID - WITHOUT ONE THE OLD   *
      * DETAILS ARE PUT BACK AND THE ERROR LISTED, THE REST OF THE    *
      * TRANSACTION STILL APPLYING.  AN ACCEPTED CHANGE STAMPS WHO    *
      * AND WHEN AND LEAVES THE PAYEE PENDING VERIFICATION, THE LAST  *
      * VERIFIED DETAILS KEPT AS THE PRIOR VALUES - A SECOND CHANGE   *
      * BEFORE THE CALLBACK KEEPS THE SAME PRIOR VALUES, AND KEYING   *
      * THE PRIOR VALUES BACK ENDS THE PENDING STATE.                 *
      ****************************************************************
       3400-CHECK-BANK-CHANGE.
           IF WS-WRK-BANK-DETAILS = WS-OLD-BANK-DETAILS
               GO TO 3400-EXIT
           END-IF.
           IF PT-OPERATOR-ID = SPACES
               MOVE WS-OLD-BANK-DETAILS TO WS-WRK-BANK-DETAILS
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** ERROR - PAYEE " DELIMITED BY SIZE
                      PT-ID                DELIMITED BY SIZE
                      " BANK DETAILS NOT CHANGED - NO OPERATOR ID ***"
                                           DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               WRITE PAY-REPORT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 3400-EXIT
           END-IF.
           SET BANK-DETAILS-CHANGED TO TRUE.

      *    NEW BANK DETAILS ANSWER AN ACH RETURN - ONCE VERIFIED THE
      *    PAYEE GOES BACK TO ELECTRONIC PAYMENT.
           IF WS-WRK-DFLT-ACCT NOT = WS-OLD-DFLT-ACCT
              OR WS-WRK-ROUTING NOT = WS-OLD-ROUTING
               MOVE SPACE TO WS-WRK-ACH-RET-FLAG
           END-IF.

           IF WS-WRK-VERIFY-FLAG NOT = 'P'
               MOVE WS-OLD-BANK-DETAILS TO WS-WRK-PRIOR-DETAILS
           END-IF.
           MOVE PT-OPERATOR-ID    TO WS-WRK-CHG-OPERATOR.
           MOVE WS-TODAY-CCYYMMDD TO WS-WRK-CHG-DATE.
           IF WS-WRK-BANK-DETAILS = WS-WRK-PRIOR-DETAILS
               MOVE SPACE TO WS-WRK-VERIFY-FLAG
           ELSE
               MOVE 'P'   TO WS-WRK-VERIFY-FLAG
           END-IF.
       3400-EXIT.
           EXIT.

      ****************************************************************
      * 3450-AUDIT-BANK-CHANGE - ONCE THE MASTER IS WRITTEN, ONE      *
      * BEFORE/AFTER AUDIT RECORD PER BANK FIELD THAT CHANGED, AND A  *
      * REPORT LINE SAYING WHETHER THE PAYEE NOW AWAITS ITS CALLBACK. *
      ****************************************************************
       3450-AUDIT-BANK-CHANGE.
           IF WS-WRK-DFLT-ACCT NOT = WS-OLD-DFLT-ACCT
               MOVE SPACES             TO PAY-AUDIT-RECORD
               MOVE "PAY-DFLT-ACCOUNT" TO PA-FIELD-NAME
               MOVE WS-OLD-DFLT-ACCT   TO PA-BEFORE-VALUE
               MOVE WS-WRK-DFLT-ACCT   TO PA-AFTER-VALUE
               PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT
           END-IF.
           IF WS-WRK-METHOD NOT = WS-OLD-METHOD
               MOVE SPACES             TO PAY-AUDIT-RECORD
               MOVE "PAY-METHOD"       TO PA-FIELD-NAME
               MOVE WS-OLD-METHOD      TO PA-BEFORE-VALUE
               MOVE WS-WRK-METHOD      TO PA-AFTER-VALUE
               PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT
           END-IF.
           IF WS-WRK-ROUTING NOT = WS-OLD-ROUTING
               MOVE SPACES             TO PAY-AUDIT-RECORD
               MOVE "PAY-ROUTING"      TO PA-FIELD-NAME
               MOVE WS-OLD-ROUTING     TO PA-BEFORE-VALUE
               MOVE WS-WRK-ROUTING     TO PA-AFTER-VALUE
               PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-WRK-VERIFY-FLAG = 'P'
               ADD 1 TO WS-PENDING-COUNT
               STRING "            BANK DETAILS CHANGED BY "
                                         DELIMITED BY SIZE
                      PT-OPERATOR-ID     DELIMITED BY SIZE
                      " - PENDING CALLBACK, ACH HELD"
                                         DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "            BANK DETAILS BACK TO LAST VERIFIED"
                                         DELIMITED BY SIZE
                      " - NO CALLBACK NEEDED"
                                         DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           WRITE PAY-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       3450-EXIT.
           EXIT.

      ****************************************************************
      * 3500-VERIFY-CALLBACK - ACTION V.  THE OPERATOR HAS PHONED THE *
      * PAYEE ON A NUMBER ALREADY ON FILE AND CONFIRMED THE NEW BANK  *
      * DETAILS.  THE PAYEE MUST BE PENDING, AND THE VERIFIER MUST BE *
      * SOMEONE OTHER THAN THE OPERATOR WHO MADE THE CHANGE - ONE     *
      * PERSON CANNOT BOTH RE-POINT A PAYEE AND VOUCH FOR IT.         *
      ****************************************************************
       3500-VERIFY-CALLBACK.
           MOVE PT-ID TO PAY-ID.
           READ PAYEE-MASTER-FILE
               INVALID KEY
                   MOVE " - NOT ON MASTER ***" TO WS-ERROR-REASON
                   PERFORM 3550-PRINT-VERIFY-ERROR THRU 3550-EXIT
                   GO TO 3500-EXIT
           END-READ.
           IF NOT PAYEE-PENDING-VERIFY
               MOVE " - NOT PENDING VERIFICATION ***"
                   TO WS-ERROR-REASON
               PERFORM 3550-PRINT-VERIFY-ERROR THRU 3550-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF PT-OPERATOR-ID = SPACES
               MOVE " - NO OPERATOR ID ***" TO WS-ERROR-REASON
               PERFORM 3550-PRINT-VERIFY-ERROR THRU 3550-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF PT-OPERATOR-ID = PAY-CHG-OPERATOR
               MOVE " - SAME OPERATOR AS THE CHANGE ***"
                   TO WS-ERROR-REASON
               PERFORM 3550-PRINT-VERIFY-ERROR THRU 3550-EXIT
               GO TO 3500-EXIT
           END-IF.

           MOVE SPACE TO PAY-VERIFY-FLAG.
           REWRITE PAYEE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "*** ERROR - REWRITE FAILED FOR PAYEE "
                              DELIMITED BY SIZE
                          PT-ID DELIMITED BY SIZE
                          " - STATUS " DELIMITED BY SIZE
                          WS-PAYMAST-STATUS DELIMITED BY SIZE
                          " ***" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   WRITE PAY-REPORT-RECORD FROM WS-PRINT-LINE
                       AFTER ADVANCING 1 LINE
                   GO TO 3500-EXIT
           END-REWRITE.

           MOVE SPACES            TO PAY-AUDIT-RECORD.
           MOVE "PAY-VERIFY-FLAG" TO PA-FIELD-NAME.
           STRING "PENDING - CHANGED BY " DELIMITED BY SIZE
                  PAY-CHG-OPERATOR        DELIMITED BY SIZE
               INTO PA-BEFORE-VALUE
           END-STRING.
           MOVE "VERIFIED BY CALLBACK" TO PA-AFTER-VALUE.
           PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
           ADD 1 TO WS-VERIFY-COUNT.
           PERFORM 7000-PRINT-ACTION THRU 7000-EXIT.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 3550-PRINT-VERIFY-ERROR - A REFUSED VERIFICATION.  THE PAYEE  *
      * STAYS AS IT WAS.                                              *
      ****************************************************************
       3550-PRINT-VERIFY-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** ERROR - ACTION V FOR PAYEE " DELIMITED BY SIZE
                  PT-ID                             DELIMITED BY SIZE
                  WS-ERROR-REASON                   DELIMITED BY "  "
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PAY-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       3550-EXIT.
           EXIT.

      ****************************************************************
      * 3600-WRITE-AUDIT - FINISH AND WRITE ONE BEFORE/AFTER RECORD   *
      * WHOSE FIELD NAME AND VALUES THE CALLER HAS FILLED IN.         *
      ****************************************************************
       3600-WRITE-AUDIT.
           MOVE PT-ID             TO PA-PAYEE-ID.
           MOVE WS-PROGRAM-ID     TO PA-SOURCE.
           MOVE PT-OPERATOR-ID    TO PA-OPERATOR-ID.
           MOVE ZERO              TO PA-REFERENCE.
           MOVE WS-TODAY-CCYYMMDD TO PA-CHANGE-DATE.
           MOVE WS-NOW-TIME       TO PA-CHANGE-TIME.
           WRITE PAY-AUDIT-RECORD.
       3600-EXIT.
           EXIT.

      ****************************************************************
      * 3700-EDIT-TAX-FIELDS - APPLY THE 1099 FIELDS KEYED ON AN ADD  *
      * OR CHANGE.  THE LEGAL NAME IS TAKEN AS KEYED.  THE TIN AND    *
      * THE 1099 FORM ARE EDITED FIRST; ONE THAT FAILS IS LEFT AS IT  *
      * WAS AND THE ERROR LISTED, THE REST OF THE TRANSACTION STILL   *
      * APPLYING.                                                     *
      ****************************************************************
       3700-EDIT-TAX-FIELDS.
           IF PT-LEGAL-NAME NOT = SPACES
               MOVE PT-LEGAL-NAME TO WS-WRK-LEGAL-NAME
           END-IF.
           IF PT-TIN NOT = SPACES OR PT-TIN-TYPE NOT = SPACES
               PERFORM 3710-EDIT-TIN THRU 3710-EXIT
           END-IF.
           IF PT-1099-FORM NOT = SPACES OR PT-1099-BOX NOT = SPACES
               PERFORM 3720-EDIT-1099-FORM THRU 3720-EXIT
           END-IF.
       3700-EXIT.
           EXIT.

      ****************************************************************
      * 3710-EDIT-TIN - REDUCE THE KEYED TIN TO NINE DIGITS AND A     *
      * TYPE, THEN REFUSE THE NUMBERS THAT ARE NEVER ISSUED: AN EIN   *
      * WHOSE PREFIX IS NOT AN IRS CAMPUS PREFIX; AN SSN WITH AREA    *
      * 000, 666 OR 900-999, GROUP 00 OR SERIAL 0000.  A TYPE KEYED   *
      * ALONE RE-EDITS THE TIN ALREADY ON FILE UNDER THE NEW TYPE.    *
      ****************************************************************
       3710-EDIT-TIN.
           MOVE SPACES      TO WS-TIN-DIGITS.
           MOVE PT-TIN-TYPE TO WS-TIN-TYPE.
           IF PT-TIN = SPACES
               MOVE WS-WRK-TIN TO WS-TIN-DIGITS
               GO TO 3710-CHECK-TYPE
           END-IF.
           IF PT-TIN-PAD = SPACES AND PT-TIN-NINE NUMERIC
               MOVE PT-TIN-NINE TO WS-TIN-DIGITS
               GO TO 3710-CHECK-TYPE
           END-IF.
           IF PT-EIN-DASH = '-' AND PT-EIN-PAD = SPACE
              AND PT-EIN-PREFIX NUMERIC AND PT-EIN-SERIAL NUMERIC
               STRING PT-EIN-PREFIX DELIMITED BY SIZE
                      PT-EIN-SERIAL DELIMITED BY SIZE
                   INTO WS-TIN-DIGITS
               END-STRING
               IF WS-TIN-TYPE = SPACE
                   MOVE 'E' TO WS-TIN-TYPE
               END-IF
               IF WS-TIN-TYPE NOT = 'E'
                   MOVE "KEYED AS AN EIN BUT TYPE IS NOT E"
                       TO WS-ERROR-REASON
                   PERFORM 3790-PRINT-TAX-ERROR THRU 3790-EXIT
                   GO TO 3710-EXIT
               END-IF
               GO TO 3710-CHECK-TYPE
           END-IF.
           IF PT-SSN-DASH-1 = '-' AND PT-SSN-DASH-2 = '-'
              AND PT-SSN-AREA NUMERIC AND PT-SSN-GROUP NUMERIC
              AND PT-SSN-SERIAL NUMERIC
               STRING PT-SSN-AREA   DELIMITED BY SIZE
                      PT-SSN-GROUP  DELIMITED BY SIZE
                      PT-SSN-SERIAL DELIMITED BY SIZE
                   INTO WS-TIN-DIGITS
               END-STRING
               IF WS-TIN-TYPE = SPACE
                   MOVE 'S' TO WS-TIN-TYPE
               END-IF
               IF WS-TIN-TYPE NOT = 'S'
                   MOVE "KEYED AS AN SSN BUT TYPE IS NOT S"
                       TO WS-ERROR-REASON
                   PERFORM 3790-PRINT-TAX-ERROR THRU 3790-EXIT
                   GO TO 3710-EXIT
               END-IF
               GO TO 3710-CHECK-TYPE
           END-IF.
           MOVE "NOT NNNNNNNNN, NN-NNNNNNN OR NNN-NN-NNNN"
               TO WS-ERROR-REASON.
           PERFORM 3790-PRINT-TAX-ERROR THRU 3790-EXIT.
           GO TO 3710-EXIT.

       3710-CHECK-TYPE.
           IF WS-TIN-DIGITS = SPACES
               MOVE "TIN TYPE KEYED FOR A PAYEE WITH NO TIN"
                   TO WS-ERROR-REASON
               PERFORM 3790-PRINT-TAX-ERROR THRU 3790-EXIT
               GO TO 3710-EXIT
           END-IF.
           IF WS-TIN-TYPE = SPACE
               MOVE WS-WRK-TIN-TYPE TO WS-TIN-TYPE
           END-IF.
           IF WS-TIN-TYPE = 'E'
               IF EIN-PREFIX-NOT-ISSUED
                   MOVE "EIN PREFIX IS NOT ONE THE IRS ISSUES"
                       TO WS-ERROR-REASON
                   PERFORM 3790-PRINT-TAX-ERROR THRU 3790-EXIT
                   GO TO 3710-EXIT
               END-IF
               GO TO 3710-ACCEPT
           END-IF.
           IF WS-TIN-TYPE NOT = 'S'
               MOVE "TIN TYPE MUST BE E (EIN) OR S (SSN)"
                   TO WS-ERROR-REASON
               PERFORM 3790-PRINT-TAX-ERROR THRU 3790-EXIT
               GO TO 3710-EXIT
           END-IF.
           IF SSN-AREA-NOT-ISSUED
               MOVE "SSN AREA IS 000, 666 OR 900-999"
                   TO WS-ERROR-REASON
               PERFORM 3790-PRINT-TAX-ERROR THRU 3790-EXIT
               GO TO 3710-EXIT
           END-IF.
           IF WS-TIN-SSN-GROUP = ZERO OR WS-TIN-SSN-SERIAL = ZERO
               MOVE "SSN GROUP 00 OR SERIAL 0000"
                   TO WS-ERROR-REASON
               PERFORM 3790-PRINT-TAX-ERROR THRU 3790-EXIT
               GO TO 3710-EXIT
           END-IF.

       3710-ACCEPT.
           MOVE WS-TIN-DIGITS TO WS-WRK-TIN.
           MOVE WS-TIN-TYPE   TO WS-WRK-TIN-TYPE.
       3710-EXIT.
           EXIT.

      ****************************************************************
      * 3720-EDIT-1099-FORM - X TAKES THE PAYEE OFF 1099 REPORTING.   *
      * A NEC PAYEE IS REPORTED IN BOX 01.  A MISC PAYEE NEEDS ONE OF *
      * THE MISC BOXES WE PAY INTO - KEYED NOW, OR ALREADY ON FILE    *
      * WHEN ONLY THE BOX OR ONLY THE FORM IS BEING CHANGED.          *
      ****************************************************************
       3720-EDIT-1099-FORM.
           IF PT-1099-FORM = 'X'
               MOVE SPACES TO WS-WRK-1099-FORM
               MOVE SPACES TO WS-WRK-1099-BOX
               GO TO 3720-EXIT
           END-IF.
           MOVE PT-1099-FORM TO WS-TAX-FORM.
           IF WS-TAX-FORM = SPACE
               MOVE WS-WRK-1099-FORM TO WS-TAX-FORM
           END-IF.
           MOVE PT-1099-BOX TO WS-TAX-BOX.
           IF WS-TAX-FORM = 'N'
               IF WS-TAX-BOX NOT = SPACES AND WS-TAX-BOX NOT = '01'
                   MOVE "A 1099-NEC IS REPORTED IN BOX 01 ONLY"
                       TO WS-ERROR-REASON
                   PERFORM 3790-PRINT-TAX-ERROR THRU 3790-EXIT
                   GO TO 3720-EXIT
               END-IF
               MOVE 'N'  TO WS-WRK-1099-FORM
               MOVE '01' TO WS-WRK-1099-BOX
               GO TO 3720-EXIT
           END-IF.
           IF WS-TAX-FORM NOT = 'M'
               MOVE "1099 FORM MUST BE N (NEC), M (MISC) OR X"
                   TO WS-ERROR-REASON
               PERFORM 3790-PRINT-TAX-ERROR THRU 3790-EXIT
               GO TO 3720-EXIT
           END-IF.
           IF WS-TAX-BOX = SPACES AND WS-WRK-1099-FORM = 'M'
               MOVE WS-WRK-1099-BOX TO WS-TAX-BOX
           END-IF.
           IF NOT MISC-BOX-VALID
               MOVE "1099-MISC BOX MUST BE 01, 02, 03, 06 OR 10"
                   TO WS-ERROR-REASON
               PERFORM 3790-PRINT-TAX-ERROR THRU 3790-EXIT
               GO TO 3720-EXIT
           END-IF.
           MOVE 'M'        TO WS-WRK-1099-FORM.
           MOVE WS-TAX-BOX TO WS-WRK-1099-BOX.
       3720-EXIT.
           EXIT.

      ****************************************************************
      * 3790-PRINT-TAX-ERROR - A REFUSED TIN OR 1099 FORM.  THE FIELD *
      * KEEPS ITS OLD VALUE.                                          *
      ****************************************************************
       3790-PRINT-TAX-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "*** ERROR - PAYEE " DELIMITED BY SIZE
                  PT-ID                DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ERROR-REASON      DELIMITED BY "  "
                  " - NOT CHANGED ***" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PAY-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       3790-EXIT.
           EXIT.

      ****************************************************************
      * 7000-PRINT-ACTION - ONE REPORT LINE PER APPLIED ACTION        *
      ****************************************************************
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           IF PT-ACTION = 'V'
               STRING "VERIFIED    - PAYEE " DELIMITED BY SIZE
                      PT-ID   DELIMITED BY SIZE
                      " BY "  DELIMITED BY SIZE
                      PT-OPERATOR-ID DELIMITED BY SIZE
                      " - CHANGED BY " DELIMITED BY SIZE
                      PAY-CHG-OPERATOR DELIMITED BY SIZE
                      " ON "  DELIMITED BY SIZE
                      PAY-CHG-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           WRITE PAY-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
       7000-EXIT.
           WRITE PAY-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-PENDING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NOW PENDING VERIFY : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PAY-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-VERIFY-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CALLBACKS VERIFIED : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           WRITE PAY-REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-ERROR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TRANSACTION ERRORS : " DELIMITED BY SIZE
           CLOSE PAYEE-MASTER-FILE.
           CLOSE PAY-TRAN-FILE.
           CLOSE PAY-REPORT-FILE.
           CLOSE PAY-AUDIT-FILE.

           IF WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
