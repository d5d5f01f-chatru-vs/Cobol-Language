      ****************************************************************
      * PPDEC - POSITIVE-PAY EXCEPTION DECISION RECORD LAYOUT          *
      * -------------------------------------------------------------- *
      * ONE RECORD PER ITEM ON THE BANK'S EXCEPTION FILE, KEPT ON THE  *
      * INDEXED DECISION FILE (PPDECN) KEYED BY EXCEPTION DATE, CHECK  *
      * NUMBER AND ITEM (01, OR 02 AND UP WHEN THE SAME CHECK IS       *
      * PRESENTED MORE THAN ONCE IN A FILE).  THE LOAD RUN (PPEXLOAD)  *
      * WRITES IT WITH WHAT OUR FILES SAY ABOUT THE CHECK AND A        *
      * SUGGESTED DECISION; THE OPERATOR TRANSACTION (PPDECIDE)        *
      * RECORDS THE DECISION, REASON AND OPERATOR; THE CUTOFF RUN      *
      * (PPCUTOFF) RETURNS ANYTHING STILL UNDECIDED AND SENDS THE DAY  *
      * TO THE BANK.  RECORDS ARE KEPT AS THE AUDIT RECORD OF EACH     *
      * DECISION.                                                      *
      * RECORD LENGTH IS 160 BYTES.                                    *
      * -------------------------------------------------------------- *
      * MODIFICATION HISTORY                                          *
      * DATE       BY    DESCRIPTION                                  *
      * 10.15.2026 CP    ORIGINAL.                                    *
      ****************************************************************
       01  PP-DECISION-RECORD.
           02  PE-KEY.
      * BUSINESS DATE OF THE EXCEPTION FILE, CCYYMMDD
               03  PE-EXCP-DATE      PIC 9(8).
               03  PE-CHECK-NUMBER   PIC 9(7).
               03  PE-ITEM-SEQ       PIC 9(2).
      * THE PRESENTED ITEM, AS THE BANK SENT IT
           02  PE-ACCOUNT        PIC 9(10).
           02  PE-AMOUNT         PIC 9(3)V9(2).
           02  PE-PRESENT-DATE   PIC 9(8).
           02  PE-BANK-REASON    PIC X(2).
           02  PE-BANK-ITEM-ID   PIC X(15).
      * OUR ISSUE OF THE CHECK - ZERO WHEN NONE IS ON FILE
           02  PE-ISSUE-AMOUNT   PIC 9(3)V9(2).
           02  PE-ISSUE-DATE     PIC 9(8).
           02  PE-PAYEE-ID       PIC 9(6).
      * WHAT THE LOAD RUN FOUND, AND THE DECISION IT SUGGESTS
           02  PE-FINDING        PIC X(2).
               88  PE-FOUND-GOOD      VALUE 'OK'.
               88  PE-FOUND-VOID      VALUE 'VD'.
               88  PE-FOUND-DUPLICATE VALUE 'DP'.
               88  PE-FOUND-NO-ISSUE  VALUE 'NI'.
               88  PE-FOUND-HIST-ONLY VALUE 'HO'.
               88  PE-FOUND-PAID      VALUE 'PD'.
               88  PE-FOUND-AMOUNT    VALUE 'AM'.
               88  PE-FOUND-STALE     VALUE 'SD'.
           02  PE-FINDING-TEXT   PIC X(30).
      * P = PAY, R = RETURN
           02  PE-SUGGESTED      PIC X(1).
      * P = PAY, R = RETURN, SPACE = NOT YET DECIDED
           02  PE-DECISION       PIC X(1).
               88  PE-DECIDED-PAY     VALUE 'P'.
               88  PE-DECIDED-RETURN  VALUE 'R'.
               88  PE-UNDECIDED       VALUE SPACE.
           02  PE-REASON-CODE    PIC X(3).
           02  PE-OPERATOR-ID    PIC X(8).
      * DATE CCYYMMDD AND TIME HHMMSSHH THE DECISION WAS RECORDED
           02  PE-DECIDE-DATE    PIC 9(8).
           02  PE-DECIDE-TIME    PIC 9(8).
      * Y = RETURNED BY DEFAULT AT CUTOFF, NOBODY HAVING DECIDED
           02  PE-DEFAULT-SW     PIC X(1).
               88  PE-DEFAULTED       VALUE 'Y'.
      * THE DECISION AND OPERATOR THIS ONE REPLACED, WHEN RE-KEYED
           02  PE-PRIOR-DECISION PIC X(1).
           02  PE-PRIOR-OPERATOR PIC X(8).
      * DATE THE DECISION WENT TO THE BANK - ZERO UNTIL SENT
           02  PE-SENT-DATE      PIC 9(8).
           02  FILLER            PIC X(5).
