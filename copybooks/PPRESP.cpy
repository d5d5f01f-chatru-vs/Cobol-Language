      ****************************************************************
      * PPRESP - POSITIVE-PAY DECISION RECORD LAYOUTS (TO THE BANK)    *
      * -------------------------------------------------------------- *
      * OUR ANSWER TO THE BANK'S EXCEPTION FILE (PPEXCP) - ONE RECORD  *
      * PER PRESENTED ITEM, PAY OR RETURN, CARRYING BACK THE BANK'S    *
      * ITEM REFERENCE, THEN A TOTAL RECORD WITH THE FILE'S OWN COUNT  *
      * AND DOLLAR TOTAL SO THE BANK CAN PROVE IT.  WRITTEN BY THE     *
      * CUTOFF RUN (PPCUTOFF).                                         *
      * THE TWO 01 LEVELS DESCRIBE THE SAME 60-BYTE RECORD AREA, TOLD  *
      * APART BY THE RECORD TYPE IN BYTE 1.                            *
      * -------------------------------------------------------------- *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL.                                    *
      ****************************************************************
       01  PP-DECISION-DETAIL.
      * D = DECISION, T = FILE TOTAL
           02  PR-REC-TYPE       PIC X(1).
           02  PR-ACCOUNT        PIC 9(10).
           02  PR-CHECK-NUMBER   PIC 9(7).
           02  PR-AMOUNT         PIC 9(3)V9(2).
      * DATE PRESENTED, CCYYMMDD, AS THE BANK SENT IT
           02  PR-PRESENT-DATE   PIC 9(8).
           02  PR-BANK-ITEM-ID   PIC X(15).
      * P = PAY, R = RETURN
           02  PR-DECISION       PIC X(1).
      * OUR REASON CODE FOR THE DECISION
           02  PR-REASON-CODE    PIC X(3).
           02  FILLER            PIC X(10).

       01  PP-DECISION-TRAILER.
           02  PRT-REC-TYPE      PIC X(1).
           02  PRT-REC-COUNT     PIC 9(7).
      * DOLLAR TOTAL - SUM OF PR-AMOUNT OVER THE DECISIONS
           02  PRT-AMT-TOTAL     PIC 9(9)V9(2).
           02  PRT-PAY-COUNT     PIC 9(7).
           02  PRT-RETURN-COUNT  PIC 9(7).
           02  FILLER            PIC X(27).
