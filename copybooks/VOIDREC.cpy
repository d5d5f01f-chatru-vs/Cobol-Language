      * 09.02.2026 CP    NOW THE RECORD OF THE INDEXED VOID FILE,      *
      *                  KEYED BY VD-CHECK-NUMBER - ONE RECORD PER     *
      *                  NUMBER, REWRITTEN IF RE-KEYED.                *
      * 10.15.2026 CP    ACTION R - AN ACH SETTLEMENT THE BANK         *
      *                  RETURNED, RECORDED BY THE ACHRET RUN WITH     *
      *                  THE BANK'S RETURN REASON CODE.                *
      ****************************************************************
       01  VOID-RECORD.
           02  VD-CHECK-NUMBER   PIC 9(7).
      * V = VOID (JAMMED, SPOILED), S = STOP PAYMENT (LOST, DISPUTED),
      * R = ACH SETTLEMENT RETURNED BY THE BANK
           02  VD-ACTION         PIC X(1).
               88  VOID-IS-VOID      VALUE 'V'.
               88  VOID-IS-STOP      VALUE 'S'.
               88  VOID-IS-ACH-RETURN VALUE 'R'.
           02  VD-REASON-CODE    PIC X(3).
           02  VD-OPERATOR-ID    PIC X(8).
      * DATE RECORDED, CCYYMMDD
