      *                  CHK-PAYEE-ID CARVED OUT OF THE TRAILING       *
      *                  FILLER - THE PAYEE MASTER KEY THE CHECK RUN   *
      *                  RESOLVES TO A NAME AND ADDRESS BLOCK.         *
      * 10.15.2026 CP    REGISTER NOW BUILT BY THE APSELECT PAYMENT    *
      *                  SELECTION RUN.  CHK-COMPANY CARVED OUT OF THE *
      *                  TRAILING FILLER - THE COMPANY WHOSE OPEN      *
      *                  ITEMS THE CHECK PAYS.  SPACES ON A HAND-KEYED *
      *                  REGISTER RECORD.                              *
      ****************************************************************
       01  CHECK-REG-RECORD.
           02  CHK-NUMBER       PIC 9(7).
           02  CHK-ACCOUNT      PIC 9(10).
           02  CHK-AMOUNT       PIC 9(3)V9(2).
           02  CHK-PAYEE-ID     PIC 9(6).
           02  CHK-COMPANY      PIC X(3).
           02  FILLER           PIC X(1).
