      *               requires level 1) - the tools that can change
      *               the book no longer have weaker sign-on than
      *               the tool that picks an action code.
      *   2026-10-14  An entry CPYRPL4C converted to home currency
      *               under a currency profile also shows the
      *               currency, amount and rate it arrived with.
      *   2026-10-14  An MRG entry (DL100MRG entity merge) shows
      *               the entity it was merged with and the merge's
      *               serial.
      *   2026-10-14  An entry for a transaction that arrived under
      *               a source-system account alias shows the
      *               external account reference it carried.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   " STATUS=" JRN-TRN-STATUS-CODE
                   " CURR=" JRN-TRN-CURRENCY-CODE
                   " AMOUNT=" JRN-TRN-AMOUNT
               IF JRN-ORIG-CURRENCY-CODE NOT = SPACE
                   DISPLAY "  CONVERTED FROM: CURR="
                       JRN-ORIG-CURRENCY-CODE
                       " AMOUNT=" JRN-ORIG-AMOUNT
                       " RATE=" JRN-CONVERSION-RATE
               END-IF
               IF JRN-EXTERNAL-REF NOT = SPACE
                   DISPLAY "  EXTERNAL REF: " JRN-EXTERNAL-REF
               END-IF
           END-IF
           IF JRN-ACTION = "MRG"
               DISPLAY "  MERGED WITH: " JRN-COUNTER-ENTITY-ID
                   " SERIAL=" JRN-TRN-SERIAL
           END-IF
           DISPLAY "  BEFORE: VAR1=" JRN-BEF-FCT01-VAR1
               " STATUS=" JRN-BEF-STATUS-CODE
