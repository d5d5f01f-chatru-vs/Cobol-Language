      ****************************************************************
      * APOPEN - ACCOUNTS PAYABLE OPEN-ITEM RECORD LAYOUT             *
      * -------------------------------------------------------------- *
      * ONE RECORD PER VENDOR INVOICE, KEYED BY PAYEE AND INVOICE     *
      * NUMBER ON THE INDEXED OPEN-ITEM FILE, SO A PAYEE'S INVOICES   *
      * READ TOGETHER IN KEY ORDER.  MAINTAINED BY APMAINT, WHICH     *
      * WORKS THE DUE DATE AND DISCOUNT DATE OUT OF THE INVOICE DATE  *
      * AND TERMS.  THE PAYMENT-SELECTION RUN (APSELECT) PICKS THE    *
      * OPEN ITEMS DUE BY THE NEXT CHECK DATE, STAMPS THEM SELECTED   *
      * WITH THE CHECK NUMBER IT ASSIGNS AND BUILDS THE CHECK         *
      * REGISTER FROM THEM; APCLOSE MARKS THEM PAID ONCE THE CHECK    *
      * PASS HAS RECORDED THAT CHECK ON THE PAYMENT HISTORY, OR       *
      * REOPENS THEM IF THE CHECK PASS HELD IT BACK.                  *
      * RECORD LENGTH IS 120 BYTES.                                   *
      * -------------------------------------------------------------- *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL.                                    *
      ****************************************************************
       01  AP-OPEN-RECORD.
           02  AP-KEY.
               03  AP-PAYEE-ID       PIC 9(6).
               03  AP-INVOICE-NO     PIC X(12).
      * O = OPEN, S = SELECTED FOR A CHECK NOT YET RELEASED,
      * P = PAID, X = CANCELLED BY MAINTENANCE
           02  AP-STATUS         PIC X(1).
               88  AP-ITEM-OPEN      VALUE 'O'.
               88  AP-ITEM-SELECTED  VALUE 'S'.
               88  AP-ITEM-PAID      VALUE 'P'.
               88  AP-ITEM-CANCELLED VALUE 'X'.
      * INVOICE, DUE AND LAST-DISCOUNT DATES, CCYYMMDD.  THE DISCOUNT
      * DATE IS ZERO ON AN INVOICE WITH NO EARLY-PAY DISCOUNT.
           02  AP-INVOICE-DATE   PIC 9(8).
           02  AP-DUE-DATE       PIC 9(8).
           02  AP-DISC-DATE      PIC 9(8).
      * TERMS - NET DAYS, DISCOUNT DAYS AND DISCOUNT PERCENT, E.G.
      * 2/10 NET 30 IS 030 / 010 / 02.00.
           02  AP-TERMS.
               03  AP-NET-DAYS       PIC 9(3).
               03  AP-DISC-DAYS      PIC 9(3).
               03  AP-DISC-PCT       PIC 9(2)V9(2).
           02  AP-GROSS-AMOUNT   PIC 9(5)V9(2).
      * DISCOUNT TAKEN BY THE SELECTION RUN - ZERO UNTIL SELECTED
           02  AP-DISC-TAKEN     PIC 9(5)V9(2).
           02  AP-GL-ACCOUNT     PIC 9(5).
           02  AP-COMPANY        PIC X(3).
      * CHECK NUMBER AND SELECTION (CHECK) DATE STAMPED BY APSELECT,
      * PAID DATE BY APCLOSE FROM THE PAYMENT HISTORY ISSUE DATE.
           02  AP-CHECK-NUMBER   PIC 9(7).
           02  AP-SELECT-DATE    PIC 9(8).
           02  AP-PAID-DATE      PIC 9(8).
           02  FILLER            PIC X(22).
