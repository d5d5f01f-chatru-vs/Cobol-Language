      ****************************************************************
      * BUDREC - BUDGET MASTER RECORD LAYOUT (BUDMAST)                 *
      * -------------------------------------------------------------- *
      * ONE RECORD PER COMPANY, GL ACCOUNT AND FISCAL MONTH, KEYED BY  *
      * BUD-KEY ON THE INDEXED MASTER.  MAINTAINED BY BUDMAINT FROM    *
      * FINANCE'S BUDGET TRANSACTIONS; BUDVAR COMPARES IT WITH THE     *
      * ACTUAL ACTIVITY ON THE GL BALANCE MASTER FOR THE MONTH AND     *
      * THE YEAR TO DATE.  THE FISCAL MONTH IS THE FISCAL PERIOD OF    *
      * THE GL BALANCE MASTER (CCYYPP) - ONE PER PERIOD-END ON THE     *
      * PROCESSING CALENDAR.                                           *
      * THE AMOUNT IS IN THE ACCOUNT'S NATURAL SIGN - A REVENUE,       *
      * LIABILITY OR EQUITY BUDGET IS KEYED AS A POSITIVE CREDIT, AN   *
      * EXPENSE OR ASSET BUDGET AS A POSITIVE DEBIT.                   *
      * RECORD LENGTH IS 40 BYTES.                                     *
      * -------------------------------------------------------------- *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL.                                    *
      ****************************************************************
       01  BUDGET-RECORD.
           02  BUD-KEY.
               03  BUD-COMPANY       PIC X(3).
               03  BUD-ACCOUNT       PIC 9(5).
      * FISCAL MONTH CCYYPP
               03  BUD-MONTH.
                   04  BUD-YEAR          PIC 9(4).
                   04  BUD-PERIOD        PIC 9(2).
           02  BUD-AMOUNT        PIC S9(11)V9(2).
           02  FILLER            PIC X(13).
