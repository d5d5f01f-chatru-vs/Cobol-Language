      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 09.02.2026 CP    ORIGINAL.                                     *
      * 10.15.2026 CP    CH-COMPANY CARVED OUT OF THE TRAILING FILLER  *
      *                  - THE REGISTER'S COMPANY, FOR THE CASH        *
      *                  FORECAST.  SPACES ON RECORDS WRITTEN BEFORE.  *
      ****************************************************************
       01  CHK-HIST-RECORD.
           02  CH-CHECK-NUMBER   PIC 9(7).
           02  CH-AMOUNT         PIC 9(3)V9(2).
      * ISSUE DATE, CCYYMMDD
           02  CH-ISSUE-DATE     PIC 9(8).
           02  CH-COMPANY        PIC X(3).
           02  FILLER            PIC X(7).
