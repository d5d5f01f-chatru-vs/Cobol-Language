      * 09.02.2026 CP    EXTRACTED FROM THE UNSTRNG FILE SECTION ON    *
      *                  THE CONVERSION OF COAMAST TO INDEXED          *
      *                  ORGANIZATION.                                 *
      * 10.15.2026 CP    ACCOUNT TYPE CARVED OUT OF THE TRAILING       *
      *                  FILLER - THE GL BALANCE MASTER RUNS CLASSIFY  *
      *                  EACH ACCOUNT FOR THE STATEMENTS AND THE       *
      *                  YEAR-END CLOSE.                               *
      ****************************************************************
       01  COA-RECORD.
           02  COA-ACCOUNT       PIC 9(5).
           02  COA-DESCRIPTION   PIC X(30).
      * A/L/E = BALANCE SHEET, CARRIED FORWARD YEAR TO YEAR;
      * R/X = INCOME STATEMENT, CLOSED TO RETAINED EARNINGS AT YEAR END
           02  COA-ACCOUNT-TYPE  PIC X(1).
               88  COA-ASSET         VALUE 'A'.
               88  COA-LIABILITY     VALUE 'L'.
               88  COA-EQUITY        VALUE 'E'.
               88  COA-REVENUE       VALUE 'R'.
               88  COA-EXPENSE       VALUE 'X'.
               88  COA-BALANCE-SHEET VALUE 'A' 'L' 'E'.
               88  COA-INCOME-STMT   VALUE 'R' 'X'.
               88  COA-TYPE-VALID    VALUE 'A' 'L' 'E' 'R' 'X'.
           02  FILLER            PIC X(4).
