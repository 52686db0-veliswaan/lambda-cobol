      * PH-BASE-AMOUNT is the transaction amount converted to the
      * base currency with the CURRPARM rate the posting pass
      * applied, so the record carries both the original and the
      * base amount. PH-VALUE-DATE is the business date the
      * posting takes effect for: the cycle's business date for
      * an original or correction, but for a reversal the business
      * date its original posted under, since a reversal backs the
      * original out as of the original's date and at the rate the
      * original was converted at. PH-BUS-DATE stays the cycle the
      * record actually posted in, which is what the CTLHIST
      * tie-out keys on.
       01 POST-HIST-REC.
          05 PH-TRAN-DATA         PIC X(50).
          05 PH-BASE-AMOUNT       PIC S9(11)V99.
          05 PH-BUS-DATE          PIC 9(8).
          05 PH-RUN-ID            PIC 9(6).
          05 PH-VALUE-DATE        PIC 9(8).
