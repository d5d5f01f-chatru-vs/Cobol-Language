      ****************************************************************
      * ACHRTN - BANK ACH RETURN / NOTIFICATION-OF-CHANGE RECORD       *
      * -------------------------------------------------------------- *
      * THE BANK'S DAILY FILE OF ENTRIES IT COULD NOT SETTLE (RETURNS) *
      * AND OF CORRECTIONS THE RECEIVING BANK WANTS MADE TO THE        *
      * ROUTING OR ACCOUNT NUMBER BEFORE THE NEXT ENTRY (NOTIFICATIONS *
      * OF CHANGE).  EACH ITEM CARRIES BACK THE TRACE REFERENCE WE     *
      * SENT - THE REGISTER NUMBER IN ACH-CHECK-NUMBER - WHICH IS HOW  *
      * THE ACHRET RUN FINDS THE ORIGINAL SETTLEMENT.                  *
      * RECORD LENGTH IS 50 BYTES.                                     *
      * -------------------------------------------------------------- *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL.                                    *
      ****************************************************************
       01  ACH-RETURN-RECORD.
      * R = RETURN, C = NOTIFICATION OF CHANGE
           02  AR-ITEM-TYPE      PIC X(1).
               88  AR-IS-RETURN      VALUE 'R'.
               88  AR-IS-NOC         VALUE 'C'.
      * ACH-CHECK-NUMBER OF THE ORIGINAL SETTLEMENT, ECHOED BY THE BANK
           02  AR-CHECK-NUMBER   PIC 9(7).
           02  AR-PAYEE-ID       PIC 9(6).
           02  AR-AMOUNT         PIC 9(3)V9(2).
      * NACHA RETURN REASON (R01 INSUFFICIENT FUNDS, R02 ACCOUNT
      * CLOSED, R03 NO ACCOUNT, R04 INVALID ACCOUNT ...) OR CHANGE
      * CODE (C01 ACCOUNT, C02 ROUTING, C03 ROUTING AND ACCOUNT ...)
           02  AR-REASON-CODE    PIC X(3).
      * CORRECTED DATA ON A NOTIFICATION OF CHANGE - ZERO WHERE THE
      * BANK IS NOT CORRECTING THAT FIELD, AND ON EVERY RETURN.
           02  AR-CORR-ROUTING   PIC 9(9).
           02  AR-CORR-ACCOUNT   PIC 9(10).
      * DATE THE BANK RETURNED OR NOTIFIED, CCYYMMDD
           02  AR-BANK-DATE      PIC 9(8).
           02  FILLER            PIC X(1).
