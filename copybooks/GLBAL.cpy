      ****************************************************************
      * GLBAL - GL BALANCE MASTER RECORD LAYOUT (GLBAL)                *
      * -------------------------------------------------------------- *
      * ONE RECORD PER COMPANY, GL ACCOUNT AND FISCAL PERIOD, KEYED BY *
      * GLB-KEY ON THE INDEXED MASTER.  THE NIGHTLY GLBALUPD RUN ADDS  *
      * THE DAY'S POSTINGS TO THE PERIOD DEBITS AND CREDITS; GLCLOSE   *
      * CLOSES THE PERIOD AND CARRIES EACH CLOSING BALANCE FORWARD AS  *
      * THE NEXT PERIOD'S OPENING BALANCE (REVENUE AND EXPENSE ROLL TO *
      * RETAINED EARNINGS INSTEAD AT YEAR END); GLSTMT PRINTS THE      *
      * STATEMENTS AND TRIAL BALANCE FROM IT.                          *
      * BALANCES ARE SIGNED DEBIT-POSITIVE - A CREDIT BALANCE IS       *
      * NEGATIVE.  CLOSING = OPENING + DEBITS - CREDITS, ALWAYS.       *
      * THE FISCAL PERIOD IS THE YEAR OF ITS PERIOD-END DATE ON THE    *
      * PROCESSING CALENDAR AND THE PERIOD'S NUMBER WITHIN THAT YEAR.  *
      * RECORD LENGTH IS 100 BYTES.                                    *
      * -------------------------------------------------------------- *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL.                                    *
      ****************************************************************
       01  GL-BALANCE-RECORD.
           02  GLB-KEY.
               03  GLB-COMPANY       PIC X(3).
               03  GLB-ACCOUNT       PIC 9(5).
      * FISCAL PERIOD CCYYPP
               03  GLB-PERIOD.
                   04  GLB-FISCAL-YEAR   PIC 9(4).
                   04  GLB-FISCAL-PERIOD PIC 9(2).
           02  GLB-OPENING-BAL   PIC S9(11)V9(2).
           02  GLB-PERIOD-DEBITS PIC 9(11)V9(2).
           02  GLB-PERIOD-CREDITS PIC 9(11)V9(2).
           02  GLB-CLOSING-BAL   PIC S9(11)V9(2).
      * LAST CALENDAR DAY OF THE PERIOD, CCYYMMDD
           02  GLB-PERIOD-END-DATE PIC 9(8).
      * O = PERIOD OPEN FOR POSTING, C = CLOSED BY GLCLOSE
           02  GLB-STATUS        PIC X(1).
               88  GLB-PERIOD-OPEN   VALUE 'O'.
               88  GLB-PERIOD-CLOSED VALUE 'C'.
      * JULIAN YYYYDDD OF THE LAST POSTING APPLIED
           02  GLB-LAST-POST-DATE PIC 9(7).
           02  FILLER            PIC X(18).
