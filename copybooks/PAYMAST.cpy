      * ADDRESS BLOCK ON THE CHECK.  MAINTAINED BY THE PAYMAINT        *
      * MASTER UPDATE - A DEACTIVATED PAYEE STAYS ON THE MASTER WITH   *
      * STATUS I SO OLD REGISTER RECORDS STILL RESOLVE.                *
      * RECORD LENGTH IS 300 BYTES.                                    *
      * -------------------------------------------------------------- *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 09.02.2026 CP    NOW THE RECORD OF THE INDEXED PAYEE MASTER,   *
      *                  KEYED BY PAY-ID AND UPDATED IN PLACE BY       *
      *                  PAYMAINT.                                     *
      * 10.15.2026 CP    RECORD EXTENDED TO 300 BYTES.  ACH RETURN     *
      *                  FLAG, REASON AND DATE SET BY THE ACHRET BANK  *
      *                  RETURN RUN; THE REST IS RESERVED FILLER.      *
      *                  EXISTING RECORDS ARE RELOADED SPACE-FILLED.   *
      * 10.15.2026 CP    BANK-DETAIL VERIFICATION FIELDS CARVED OUT    *
      *                  OF THE FILLER.  A CHANGE TO THE ROUTING,      *
      *                  ACCOUNT OR PAYMENT METHOD LEAVES THE PAYEE    *
      *                  PENDING UNTIL A SECOND OPERATOR CONFIRMS IT   *
      *                  BY CALLBACK; THE CHECK PASS HOLDS ITS ACH.    *
      * 10.15.2026 CP    TAXPAYER ID AND TYPE, LEGAL NAME, AND 1099    *
      *                  FORM AND BOX FOR THE YEAR-END TAX1099 RUN,    *
      *                  MAINTAINED THROUGH PAYMAINT.                  *
      ****************************************************************
       01  PAYEE-RECORD.
           02  PAY-ID            PIC 9(6).
      * BANK ROUTING (ABA) NUMBER - REQUIRED FOR AN ACH PAYEE,
      * SPACES/ZERO FOR A PAPER-CHECK PAYEE.
           02  PAY-ROUTING       PIC 9(9).
      * ACH RETURN FLAG - R WHEN THE BANK HAS RETURNED A SETTLEMENT TO
      * THIS PAYEE.  THE CHECK PASS PAYS A FLAGGED PAYEE BY PAPER
      * CHECK UNTIL PAYMAINT RE-KEYS THE ROUTING OR ACCOUNT NUMBER,
      * WHICH CLEARS THE FLAG.  REASON IS THE BANK'S RETURN CODE.
           02  PAY-ACH-RETURN-FLAG  PIC X(1).
               88  PAYEE-ACH-RETURNED VALUE 'R'.
           02  PAY-ACH-RETURN-CODE  PIC X(3).
           02  PAY-ACH-RETURN-DATE  PIC 9(8).
      * BANK-DETAIL VERIFICATION - P FROM THE MOMENT PAYMAINT CHANGES
      * THE ROUTING, ACCOUNT OR PAYMENT METHOD UNTIL A DIFFERENT
      * OPERATOR KEYS THE CALLBACK VERIFICATION (PAYMAINT ACTION V).
      * THE CHECK PASS HOLDS A PENDING PAYEE'S ACH SETTLEMENTS.  WHO
      * MADE THE LATEST CHANGE AND WHEN (CCYYMMDD) STAY ON THE RECORD
      * AFTER VERIFICATION.
           02  PAY-VERIFY-FLAG      PIC X(1).
               88  PAYEE-PENDING-VERIFY VALUE 'P'.
           02  PAY-CHG-OPERATOR     PIC X(8).
           02  PAY-CHG-DATE         PIC 9(8).
      * THE LAST VERIFIED BANK DETAILS - WHAT THE PAYEE WAS BEING PAID
      * TO BEFORE THE PENDING CHANGE.  ZERO/P ON A NEW PAYEE.
           02  PAY-PRIOR-ACCOUNT    PIC 9(10).
           02  PAY-PRIOR-METHOD     PIC X(1).
           02  PAY-PRIOR-ROUTING    PIC 9(9).
      * TAX REPORTING.  THE TAXPAYER ID IS HELD AS NINE DIGITS, NO
      * HYPHENS, WITH ITS TYPE (E = EIN, S = SSN) - SPACES WHEN NO W-9
      * HAS BEEN RECEIVED.  THE LEGAL NAME IS THE NAME THE TIN IS
      * REGISTERED TO AND GOES ON THE 1099; PAY-NAME STAYS THE NAME
      * THE CHECK IS MADE OUT TO.  THE 1099 FORM IS N = NEC, M = MISC,
      * SPACE = NOT REPORTABLE; THE BOX IS WHERE THE YEAR'S PAYMENTS
      * ARE REPORTED (01 ON A NEC; 01, 02, 03, 06 OR 10 ON A MISC).
           02  PAY-TIN              PIC X(9).
           02  PAY-TIN-TYPE         PIC X(1).
               88  PAYEE-TIN-IS-EIN     VALUE 'E'.
               88  PAYEE-TIN-IS-SSN     VALUE 'S'.
           02  PAY-LEGAL-NAME       PIC X(40).
           02  PAY-1099-FORM        PIC X(1).
               88  PAYEE-1099-NEC       VALUE 'N'.
               88  PAYEE-1099-MISC      VALUE 'M'.
               88  PAYEE-1099-REPORTABLE VALUE 'N' 'M'.
           02  PAY-1099-BOX         PIC X(2).
           02  FILLER            PIC X(51).
