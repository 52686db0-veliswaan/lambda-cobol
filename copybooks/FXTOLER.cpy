      * FXTOLER - exchange-rate tolerance control record,
      * maintained by treasury the way GLMAP is maintained by
      * finance: one record per currency the ledger converts.
      * A currency with no record here is not a known currency
      * and LEDGFXIN refuses its rates. FXTOL-MAX-PCT is the
      * largest day-over-day move, in percent either way, that a
      * new rate may make against the rate on file without an
      * approval record; the base currency carries zero.
       01 FX-TOLER-REC.
          05 FXTOL-CURR-CD        PIC X(3).
          05 FXTOL-MAX-PCT        PIC 9(3)V99.
