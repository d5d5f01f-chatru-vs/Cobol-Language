      ****************************************************************
      * GLCTL - GL PERIOD CONTROL RECORD LAYOUT (GLCTL)                *
      * -------------------------------------------------------------- *
      * THE ONE-RECORD CONTROL DATASET OF THE GL BALANCE MASTER.  IT   *
      * NAMES THE LAST FISCAL PERIOD GLCLOSE CLOSED - POSTINGS DATED   *
      * IN A CLOSED PERIOD ARE TAKEN UP IN THE FIRST OPEN PERIOD, AND  *
      * ONLY A CLOSED PERIOD CAN BE REPORTED - AND THE RETAINED        *
      * EARNINGS ACCOUNT THE YEAR-END CLOSE ROLLS REVENUE AND EXPENSE  *
      * INTO.  SET UP BY ACCOUNTING WITH A ZERO LAST-CLOSED PERIOD;    *
      * REWRITTEN ONLY BY GLCLOSE.                                     *
      * RECORD LENGTH IS 80 BYTES.                                     *
      * -------------------------------------------------------------- *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL.                                    *
      ****************************************************************
       01  GL-CONTROL-RECORD.
      * LAST CLOSED FISCAL PERIOD CCYYPP, ZERO BEFORE THE FIRST CLOSE
           02  GLC-LAST-CLOSED.
               03  GLC-LAST-CLOSED-YEAR   PIC 9(4).
               03  GLC-LAST-CLOSED-PERIOD PIC 9(2).
      * PERIOD-END DATE CCYYMMDD OF THAT PERIOD, AND THE DATE THE
      * CLOSE RAN
           02  GLC-LAST-CLOSED-END PIC 9(8).
           02  GLC-CLOSE-RUN-DATE  PIC 9(8).
           02  GLC-RETAINED-EARNINGS PIC 9(5).
           02  FILLER              PIC X(53).
