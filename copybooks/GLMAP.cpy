      * GLMAP - general-ledger account mapping control record,
      * maintained by finance the way CURRPARM is maintained by
      * treasury. One record per region, transaction currency,
      * transaction source (space for customer work, S for system-
      * originated entries such as the month-end accruals - see
      * LEDGTRAN.cpy) and direction: D for postings that raised
      * the balance (amounts posted positive), C for postings that
      * lowered it. LEDGGLJN sums the night's POSTOUT on the same
      * four keys and turns each sum into a balanced pair of
      * journal lines: a debit to GLM-DEBIT-ACCT and a credit to
      * GLM-CREDIT-ACCT for the base-currency amount. A key with no
      * record, or a record with either account blank, is a
      * missing mapping and stops the journal.
       01 GL-MAP-REC.
          05 GLM-REGION-CD        PIC X(4).
          05 GLM-CURR-CD          PIC X(3).
          05 GLM-SOURCE           PIC X(1).
          05 GLM-DR-CR            PIC X(1).
             88 GLM-DIR-DEBIT     VALUE "D".
             88 GLM-DIR-CREDIT    VALUE "C".
          05 GLM-DEBIT-ACCT       PIC X(12).
          05 GLM-CREDIT-ACCT      PIC X(12).
