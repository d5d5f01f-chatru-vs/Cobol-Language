      *                  VENDOR'S "WHERE IS MY CHECK" FROM THE        *
      *                  REGISTER, PAYMENT HISTORY, VOID FILE AND     *
      *                  OUTSTANDING GENERATION IN ONE SCREEN.        *
      * 10.15.2026 CP    A SETTLEMENT THE BANK RETURNED (VOID FILE    *
      *                  ACTION R, RECORDED BY ACHRET) ANSWERS AS     *
      *                  RETURNED RATHER THAN VOIDED.                 *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKINQ.
                       VD-REASON-CODE ") BY " VD-OPERATOR-ID
                       " ON " VD-DATE
               ELSE
                   IF VOID-IS-ACH-RETURN
                       DISPLAY "  STATUS: ACH RETURNED BY THE BANK "
                           "(REASON " VD-REASON-CODE ") ON " VD-DATE
                           " - INVOICES REOPENED FOR REISSUE"
                   ELSE
                       DISPLAY "  STATUS: VOIDED (REASON "
                           VD-REASON-CODE ") BY " VD-OPERATOR-ID
                           " ON " VD-DATE
                   END-IF
               END-IF
               GO TO 3600-EXIT
           END-IF.
