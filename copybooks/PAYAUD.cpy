      ****************************************************************
      * PAYAUD - PAYEE MASTER CHANGE AUDIT RECORD LAYOUT (PAYAUDIT)    *
      * -------------------------------------------------------------- *
      * ONE BEFORE/AFTER RECORD PER PAYEE BANK-DETAIL FIELD OR         *
      * TAXPAYER ID CHANGED, WHETHER KEYED IN PAYMAINT OR APPLIED FROM *
      * THE BANK BY ACHRET, PLUS ONE PER CALLBACK VERIFICATION,        *
      * APPENDED TO ONE EVER-GROWING AUDIT DATASET SO THE AUDITORS CAN *
      * ANSWER "WHO CHANGED PAYEE NNNNNN'S BANK DETAILS (OR TIN), WHEN *
      * AND FROM WHAT".                                                *
      * PA-SOURCE NAMES THE PROGRAM THAT MADE THE CHANGE, PA-OPERATOR- *
      * ID WHO KEYED IT, AND PA-REFERENCE THE ITEM THAT DROVE IT (THE  *
      * SETTLEMENT NUMBER ON A BANK NOTIFICATION OF CHANGE).           *
      * RECORD LENGTH IS 130 BYTES.                                    *
      * -------------------------------------------------------------- *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL.                                    *
      * 10.15.2026 CP    PAYMAINT TAXPAYER ID CHANGES AUDITED.        *
      ****************************************************************
       01  PAY-AUDIT-RECORD.
           02  PA-PAYEE-ID       PIC 9(6).
           02  PA-FIELD-NAME     PIC X(16).
           02  PA-BEFORE-VALUE   PIC X(30).
           02  PA-AFTER-VALUE    PIC X(30).
           02  PA-SOURCE         PIC X(8).
           02  PA-OPERATOR-ID    PIC X(8).
           02  PA-REASON-CODE    PIC X(3).
           02  PA-REFERENCE      PIC 9(7).
      * DATE CCYYMMDD AND TIME HHMMSSHH OF THE CHANGE
           02  PA-CHANGE-DATE    PIC 9(8).
           02  PA-CHANGE-TIME    PIC 9(8).
           02  FILLER            PIC X(6).
