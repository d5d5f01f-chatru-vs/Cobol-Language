      ****************************************************************
      * PPEXCP - BANK POSITIVE-PAY EXCEPTION RECORD LAYOUTS            *
      * -------------------------------------------------------------- *
      * THE BANK'S DAILY FILE OF CHECKS PRESENTED AGAINST OUR ACCOUNT  *
      * THAT DID NOT MATCH THE ISSUE FILE WE SENT (POSPAY) - WRONG     *
      * AMOUNT, NO ISSUE ON FILE, ALREADY PAID, OR ISSUED AND LATER    *
      * VOIDED.  THE BANK PAYS OR RETURNS EACH ITEM ON OUR DECISION;   *
      * ANYTHING UNDECIDED AT ITS CUTOFF IS RETURNED.  A TOTAL RECORD  *
      * CLOSES THE FILE WITH ITS OWN COUNT AND DOLLAR TOTAL.           *
      * THE TWO 01 LEVELS DESCRIBE THE SAME 60-BYTE RECORD AREA, TOLD  *
      * APART BY THE RECORD TYPE IN BYTE 1.                            *
      * -------------------------------------------------------------- *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL.                                    *
      ****************************************************************
       01  PP-EXCEPTION-DETAIL.
      * D = PRESENTED ITEM, T = FILE TOTAL
           02  PX-REC-TYPE       PIC X(1).
               88  PX-DETAIL-REC      VALUE 'D'.
               88  PX-TRAILER-REC     VALUE 'T'.
           02  PX-ACCOUNT        PIC 9(10).
           02  PX-CHECK-NUMBER   PIC 9(7).
      * AMOUNT AS PRESENTED
           02  PX-AMOUNT         PIC 9(3)V9(2).
      * DATE PRESENTED, CCYYMMDD
           02  PX-PRESENT-DATE   PIC 9(8).
      * THE BANK'S REASON - AM AMOUNT DOES NOT MATCH THE ISSUE, NI NO
      * ISSUE ON FILE, DP ALREADY PAID, VS VOIDED ON THE ISSUE FILE,
      * SD STALE DATED
           02  PX-BANK-REASON    PIC X(2).
      * THE BANK'S OWN ITEM REFERENCE, ECHOED BACK ON OUR DECISION
           02  PX-BANK-ITEM-ID   PIC X(15).
           02  FILLER            PIC X(12).

       01  PP-EXCEPTION-TRAILER.
           02  PXT-REC-TYPE      PIC X(1).
           02  PXT-REC-COUNT     PIC 9(7).
      * DOLLAR TOTAL - SUM OF PX-AMOUNT OVER THE PRESENTED ITEMS
           02  PXT-AMT-TOTAL     PIC 9(9)V9(2).
      * THE BANK'S DECISION CUTOFF FOR THIS FILE, HHMM
           02  PXT-CUTOFF-TIME   PIC 9(4).
           02  FILLER            PIC X(37).
