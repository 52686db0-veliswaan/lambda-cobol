      * TRSYRATE - treasury exchange-rate record, one per currency
      * per effective date, as treasury sends it each morning. The
      * fields mean what the CURRPARM fields mean: the rate is
      * units of base currency per unit of the record's currency,
      * taking effect on TRSY-EFF-DATE. LEDGFXIN checks each record
      * before it reaches CURRPARM; a rate held for approval is
      * carried in this same layout on the FXHELD queue.
       01 TRSY-RATE-REC.
          05 TRSY-CURR-CD         PIC X(3).
          05 TRSY-EFF-DATE        PIC 9(8).
          05 TRSY-RATE            PIC 9(3)V9(6).
