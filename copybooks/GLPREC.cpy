      * 09.02.2026 CP    EXTRACTED FROM THE UNSTRNG FILE SECTION SO    *
      *                  THE NEW GLVOUCH SUMMARIZATION RUN SHARES ONE  *
      *                  DESCRIPTION OF THE RECORD.                    *
      * 10.15.2026 CP    GLP-COMPANY CARVED OUT OF THE TRAILING        *
      *                  FILLER - THE GL BALANCE MASTER IS KEPT BY     *
      *                  COMPANY.                                      *
      ****************************************************************
       01  GL-POST-RECORD.
           02  GLP-ACCOUNT       PIC 9(5).
      * POSTING DATE, JULIAN YYYYDDD
           02  GLP-POST-DATE     PIC 9(7).
           02  GLP-TRAN-KEY      PIC 9(6).
      * COMPANY/COST-CENTER CODE OF THE POSTING (TR-COMPANY)
           02  GLP-COMPANY       PIC X(3).
           02  FILLER            PIC X(7).
