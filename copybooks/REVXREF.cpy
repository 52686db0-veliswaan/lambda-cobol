      * REVXREF - reversal/correction cross-reference record,
      * written by LEDGTEDT for every reversal and correction that
      * passes the edit. The edit is the one step that resolves
      * TRAN-REF-NO against the posted-ledger history, so it hands
      * what it found about the original downstream here instead
      * of every later step rereading POSTHIST: the original's
      * account, region, currency and amount, the base amount it
      * posted at, and the business date and run-id it posted
      * under. LEDGREXT and LEDGRPST post a reversal at the
      * negated original base amount - the original's rate, not
      * tonight's - so the two sides of the CTLTOTL handoff agree,
      * and LEDGCREG prints the corrections register from it.
       01 REV-XREF-REC.
          05 RX-TRAN-TYPE         PIC X(1).
          05 RX-REF-NO            PIC X(12).
          05 RX-ORIG-ACCT-NO      PIC X(10).
          05 RX-ORIG-REGION-CD    PIC X(4).
          05 RX-ORIG-CURR-CD      PIC X(3).
          05 RX-ORIG-AMOUNT       PIC S9(9)V99.
          05 RX-ORIG-TRAN-DATE    PIC 9(8).
          05 RX-ORIG-BASE-AMT     PIC S9(11)V99.
          05 RX-ORIG-BUS-DATE     PIC 9(8).
          05 RX-ORIG-RUN-ID       PIC 9(6).
