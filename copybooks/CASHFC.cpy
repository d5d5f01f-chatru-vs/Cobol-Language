      ****************************************************************
      * CASHFC - CASH REQUIREMENTS FORECAST EXTRACT RECORD LAYOUT      *
      * -------------------------------------------------------------- *
      * THE FIXED-FORMAT FILE TREASURY'S CASH POSITIONING SYSTEM       *
      * LOADS EACH MORNING, WRITTEN BY THE FORECAST RUN (CASHFCST).    *
      * FOR EACH BUSINESS DAY OF THE FORECAST, ONE C RECORD PER        *
      * COMPANY WITH CASH GOING OUT THAT DAY, THEN ONE S RECORD WITH   *
      * THE DAY'S TOTAL; ONE T RECORD CLOSES THE FILE WITH ITS OWN     *
      * RECORD COUNT AND THE FORECAST TOTAL SO THE LOAD CAN PROVE IT.  *
      * THE CUMULATIVE IS THE RUNNING TOTAL FROM THE FIRST DAY - FOR   *
      * THE COMPANY ON A C RECORD, FOR ALL COMPANIES ON AN S RECORD.   *
      * THE TWO 01 LEVELS DESCRIBE THE SAME 60-BYTE RECORD AREA, TOLD  *
      * APART BY THE RECORD TYPE IN BYTE 1.                            *
      * -------------------------------------------------------------- *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL.                                    *
      ****************************************************************
       01  CASH-FCST-RECORD.
      * C = COMPANY DETAIL, S = DAY SUMMARY
           02  CF-REC-TYPE       PIC X(1).
      * FORECAST (RUN) DATE AND THE BUSINESS DAY FORECAST, CCYYMMDD
           02  CF-RUN-DATE       PIC 9(8).
           02  CF-VALUE-DATE     PIC 9(8).
      * BUSINESS DAY NUMBER WITHIN THE FORECAST, 01 = THE FIRST
      * BUSINESS DAY ON OR AFTER THE RUN DATE
           02  CF-DAY-NUMBER     PIC 9(2).
      * SPACES ON AN S RECORD, AND ON A C RECORD FOR PAYMENTS WHOSE
      * COMPANY IS NOT RECORDED
           02  CF-COMPANY        PIC X(3).
           02  CF-AMOUNT         PIC 9(11)V9(2).
           02  CF-CUMULATIVE     PIC 9(11)V9(2).
           02  FILLER            PIC X(12).

       01  CASH-FCST-TRAILER.
      * T = TRAILER
           02  CFT-REC-TYPE      PIC X(1).
           02  CFT-RUN-DATE      PIC 9(8).
      * C AND S RECORDS WRITTEN, AND THE SUM OF CF-AMOUNT OVER THE
      * S RECORDS
           02  CFT-REC-COUNT     PIC 9(7).
           02  CFT-AMT-TOTAL     PIC 9(11)V9(2).
           02  FILLER            PIC X(31).
