      ****************************************************************
      * IRS1099 - IRS INFORMATION RETURN ELECTRONIC FILING RECORDS     *
      * -------------------------------------------------------------- *
      * THE FIXED 750-BYTE RECORDS OF THE IRS FIRE FILING FORMAT       *
      * (PUBLICATION 1220): ONE T (TRANSMITTER) RECORD FIRST, THEN PER *
      * TYPE OF RETURN AN A (PAYER) RECORD, ITS B (PAYEE) RECORDS AND  *
      * A C (END OF PAYER) RECORD, AND ONE F (END OF TRANSMISSION)     *
      * RECORD LAST.  EVERY RECORD CARRIES ITS SEQUENCE NUMBER IN THE  *
      * FILE IN POSITIONS 500-507, STARTING AT 1 ON THE T RECORD.      *
      * ONLY THE FIELDS THIS SHOP FILES ARE NAMED - THE REST ARE       *
      * BLANK.  THE FIVE 01 LEVELS ARE ALTERNATE VIEWS OF ONE 750-BYTE *
      * RECORD, TOLD APART BY THE RECORD TYPE IN BYTE 1.              *
      * MONEY IS RIGHT-JUSTIFIED, ZERO-FILLED, CENTS WITHOUT A POINT.  *
      * -------------------------------------------------------------- *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL.                                    *
      ****************************************************************
      * T - TRANSMITTER.  WE TRANSMIT FOR OURSELVES, SO THE COMPANY
      * FIELDS REPEAT THE TRANSMITTER AND THE VENDOR INDICATOR IS I
      * (IN-HOUSE SOFTWARE).
       01  IRS-T-RECORD.
           02  IRT-REC-TYPE      PIC X(1).
           02  IRT-PAYMENT-YEAR  PIC 9(4).
           02  IRT-PRIOR-YEAR    PIC X(1).
           02  IRT-TRANS-TIN     PIC X(9).
           02  IRT-TCC           PIC X(5).
           02  FILLER            PIC X(7).
      *    T = TEST FILE, BLANK = PRODUCTION
           02  IRT-TEST-IND      PIC X(1).
           02  IRT-FOREIGN-IND   PIC X(1).
           02  IRT-TRANS-NAME    PIC X(40).
           02  IRT-TRANS-NAME-2  PIC X(40).
           02  IRT-COMPANY-NAME  PIC X(40).
           02  IRT-COMPANY-NAME-2 PIC X(40).
           02  IRT-COMPANY-ADDR  PIC X(40).
           02  IRT-COMPANY-CITY  PIC X(40).
           02  IRT-COMPANY-STATE PIC X(2).
           02  IRT-COMPANY-ZIP   PIC X(9).
           02  FILLER            PIC X(15).
      *    NUMBER OF B RECORDS IN THE WHOLE TRANSMISSION
           02  IRT-PAYEE-COUNT   PIC 9(8).
           02  IRT-CONTACT-NAME  PIC X(40).
           02  IRT-CONTACT-PHONE PIC X(15).
           02  IRT-CONTACT-EMAIL PIC X(50).
           02  FILLER            PIC X(91).
           02  IRT-SEQUENCE-NUM  PIC 9(8).
           02  FILLER            PIC X(10).
           02  IRT-VENDOR-IND    PIC X(1).
           02  FILLER            PIC X(232).

      * A - PAYER.  ONE PER TYPE OF RETURN - NE FOR 1099-NEC, A FOR
      * 1099-MISC - LISTING THE AMOUNT CODES ITS B RECORDS MAY CARRY.
       01  IRS-A-RECORD.
           02  IRA-REC-TYPE      PIC X(1).
           02  IRA-PAYMENT-YEAR  PIC 9(4).
           02  IRA-COMBINED-FS   PIC X(1).
           02  FILLER            PIC X(5).
           02  IRA-PAYER-TIN     PIC X(9).
           02  IRA-NAME-CONTROL  PIC X(4).
           02  IRA-LAST-FILING   PIC X(1).
           02  IRA-RETURN-TYPE   PIC X(2).
           02  IRA-AMOUNT-CODES  PIC X(18).
           02  FILLER            PIC X(6).
           02  IRA-FOREIGN-IND   PIC X(1).
           02  IRA-PAYER-NAME    PIC X(40).
           02  IRA-PAYER-NAME-2  PIC X(40).
           02  IRA-TRANSFER-AGENT PIC X(1).
           02  IRA-PAYER-ADDR    PIC X(40).
           02  IRA-PAYER-CITY    PIC X(40).
           02  IRA-PAYER-STATE   PIC X(2).
           02  IRA-PAYER-ZIP     PIC X(9).
           02  IRA-PAYER-PHONE   PIC X(15).
           02  FILLER            PIC X(260).
           02  IRA-SEQUENCE-NUM  PIC 9(8).
           02  FILLER            PIC X(243).

      * B - PAYEE.  AMOUNT CODES 1-9 AND A-G ARE THE SIXTEEN AMOUNT
      * FIELDS IN ORDER.  A 1099-MISC BOX 1-8 IS ALSO ITS SUBSCRIPT;
      * BOX 10 (ATTORNEY PROCEEDS) IS CODE C, SUBSCRIPT 12 - CODE A
      * IS BOX 9, CROP INSURANCE.  TIN TYPE 1 = EIN, 2 = SSN.
       01  IRS-B-RECORD.
           02  IRB-REC-TYPE      PIC X(1).
           02  IRB-PAYMENT-YEAR  PIC 9(4).
           02  IRB-CORRECTED     PIC X(1).
           02  IRB-NAME-CONTROL  PIC X(4).
           02  IRB-TIN-TYPE      PIC X(1).
           02  IRB-PAYEE-TIN     PIC X(9).
           02  IRB-ACCOUNT-NUM   PIC X(20).
           02  IRB-OFFICE-CODE   PIC X(4).
           02  FILLER            PIC X(10).
           02  IRB-AMOUNTS.
               03  IRB-AMOUNT        PIC 9(10)V9(2) OCCURS 16 TIMES.
           02  IRB-FOREIGN-IND   PIC X(1).
           02  IRB-PAYEE-NAME    PIC X(40).
           02  IRB-PAYEE-NAME-2  PIC X(40).
           02  IRB-PAYEE-ADDR    PIC X(40).
           02  FILLER            PIC X(40).
           02  IRB-PAYEE-CITY    PIC X(40).
           02  IRB-PAYEE-STATE   PIC X(2).
           02  IRB-PAYEE-ZIP     PIC X(9).
           02  FILLER            PIC X(41).
           02  IRB-SEQUENCE-NUM  PIC 9(8).
           02  FILLER            PIC X(36).
           02  IRB-2ND-TIN-NOTICE PIC X(1).
           02  FILLER            PIC X(206).

      * C - END OF PAYER.  THE B RECORD COUNT AND THE SIXTEEN AMOUNT
      * TOTALS FOR THE A RECORD BEFORE IT.
       01  IRS-C-RECORD.
           02  IRC-REC-TYPE      PIC X(1).
           02  IRC-PAYEE-COUNT   PIC 9(8).
           02  FILLER            PIC X(6).
           02  IRC-TOTALS.
               03  IRC-TOTAL         PIC 9(16)V9(2) OCCURS 16 TIMES.
           02  FILLER            PIC X(196).
           02  IRC-SEQUENCE-NUM  PIC 9(8).
           02  FILLER            PIC X(243).

      * F - END OF TRANSMISSION
       01  IRS-F-RECORD.
           02  IRF-REC-TYPE      PIC X(1).
           02  IRF-A-REC-COUNT   PIC 9(8).
           02  IRF-ZEROS         PIC 9(21).
           02  FILLER            PIC X(19).
           02  IRF-PAYEE-COUNT   PIC 9(8).
           02  FILLER            PIC X(442).
           02  IRF-SEQUENCE-NUM  PIC 9(8).
           02  FILLER            PIC X(243).
