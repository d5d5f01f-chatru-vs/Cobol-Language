      ****************************************************************
      * ICACCT - INTERCOMPANY ACCOUNT MASTER RECORD LAYOUT (ICACCT)    *
      * -------------------------------------------------------------- *
      * ONE RECORD PER COMPANY AND PARTNER COMPANY, KEYED BY ICA-KEY   *
      * ON THE INDEXED MASTER, NAMING THE COMPANY'S OWN GL ACCOUNTS    *
      * FOR WHAT THE PARTNER OWES IT (DUE-FROM, A RECEIVABLE) AND      *
      * WHAT IT OWES THE PARTNER (DUE-TO, A PAYABLE).  A PAIR OF       *
      * COMPANIES IS SET UP WITH TWO RECORDS, ONE FROM EACH SIDE.      *
      * MAINTAINED BY ICMAINT.  THE DAILY EDIT RUN (UNSTRNG) POSTS     *
      * ITS BALANCING DUE-TO/DUE-FROM ENTRIES TO THESE ACCOUNTS AND    *
      * THE SETTLEMENT REPORT (ICSETL) READS THEIR BALANCES BACK.      *
      * RECORD LENGTH IS 40 BYTES.                                     *
      * -------------------------------------------------------------- *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL.                                    *
      ****************************************************************
       01  INTERCO-RECORD.
           02  ICA-KEY.
               03  ICA-COMPANY       PIC X(3).
               03  ICA-PARTNER       PIC X(3).
      * RECEIVABLE FROM THE PARTNER - ON THE COMPANY'S OWN BOOKS
           02  ICA-DUE-FROM-ACCOUNT PIC 9(5).
      * PAYABLE TO THE PARTNER - ON THE COMPANY'S OWN BOOKS
           02  ICA-DUE-TO-ACCOUNT   PIC 9(5).
           02  FILLER            PIC X(24).
