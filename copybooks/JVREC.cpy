      * -------------------------------------------------------------- *
      * THE FILE THE CORPORATE LEDGER LOADS DIRECTLY IN PLACE OF THE   *
      * HAND RE-KEYED TRIAL BALANCE.  ONE HEADER, ONE NET DEBIT OR     *
      * CREDIT DETAIL PER COMPANY, GL ACCOUNT AND POSTING DATE, AND    *
      * ONE TRAILER WHOSE DEBIT AND CREDIT TOTALS MUST BE EQUAL - THE  *
      * SUMMARIZATION RUN (GLVOUCH) REFUSES TO RELEASE A VOUCHER       *
      * WHOSE SIDES DO NOT CROSS-FOOT.                                 *
      * THE THREE 01 LEVELS DESCRIBE THE SAME 40-BYTE RECORD AREA IN   *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 09.02.2026 CP    ORIGINAL.                                     *
      * 10.15.2026 CP    JV-COMPANY CARVED OUT OF THE DETAIL'S         *
      *                  TRAILING FILLER - THE VOUCHER IS SUMMARIZED   *
      *                  BY COMPANY.                                   *
      ****************************************************************
       01  JV-HEADER.
      * H = HEADER
      * NEVER TRUNCATE IN THE DETAIL WHILE THE TRAILER CARRIES THE
      * FULL FIGURE.
           02  JV-AMOUNT         PIC 9(9)V9(2).
      * COMPANY/COST-CENTER CODE, AS CARRIED ON GLPOST
           02  JV-COMPANY        PIC X(3).
           02  FILLER            PIC X(12).

       01  JV-TRAILER.
      * T = TRAILER
