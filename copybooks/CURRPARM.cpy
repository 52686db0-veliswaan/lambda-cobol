      * CURRPARM - exchange-rate control record: one record per
      * currency per effective date, no recompile to change a
      * rate. It is built each morning by LEDGFXIN from treasury's
      * rate file (see TRSYRATE.cpy): every earlier record is
      * carried across and the new rates that pass its checks are
      * appended, so the file is the dated history of the rates
      * used. Operators do not key rates into it. The rate is
      * units of base currency per unit of the record's currency,
      * so the base currency itself carries 1.000000. Programs
      * load the file into WS-CURR-TABLE (see CURRTAB.cpy) keeping,
