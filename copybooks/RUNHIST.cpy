      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 08.22.2026 CP    ORIGINAL.                                     *
      * 10.15.2026 CP    RH-SUSPECTS-HELD AND RH-VFY-HOLDS CARVED OUT  *
      *                  OF THE TRAILING FILLER - THE REGISTER ITEMS   *
      *                  THE CHECK PASS HELD, FOR THE END-OF-DAY       *
      *                  PROOF.  SPACES ON RECORDS WRITTEN BEFORE.     *
      ****************************************************************
       01  RUN-HIST-RECORD.
      * RUN DATE, CCYYMMDD
           02  RH-CTL-BAL-FLAG   PIC X(1).
           02  RH-CHECKS-PRINTED PIC 9(5).
           02  RH-BATCHES-REJ    PIC 9(5).
      * REGISTER ITEMS HELD BY THE CHECK PASS - SUSPECTED DUPLICATES
      * AND ACH PAYEES AWAITING THEIR BANK-DETAIL CALLBACK.  NEITHER
      * IS RELEASED NOR ADDED TO THE PAYMENT HISTORY.
           02  RH-SUSPECTS-HELD  PIC 9(5).
           02  RH-VFY-HOLDS      PIC 9(5).
