      * FLOWTOTL - transaction-flow handoff record. CTLTOTAL proves
      * only the extract-to-posting handoff; these records follow a
      * transaction through every ledger step from intake to
      * suspense. Each step tallies what it took in, passed on and
      * dropped through the LEDGFLOW routine, which appends one
      * record per step, bucket, region and transaction currency
      * (spaces for the base currency) when the step finishes: the
      * record count, the amount total in the transaction
      * currency, and - where the step knows it - the total in the
      * base currency. A transaction whose amount is not numeric
      * is counted with a zero amount, by every step alike. Every
      * record one step sends at one time carries the same run
      * date and time, so a step that is rerun tonight supersedes
      * its earlier records rather than doubling them. Each send
      * ends with a SENT record for the step (currency spaces,
      * count = bucket records sent, region spaces from a step
      * that works the whole stream or the region code from a step
      * run for one region) so that a step which saw no
      * transactions still shows it ran, and a region's rerun
      * supersedes only that region's records. LEDGPROF
      * reads the night's records back and proves that what the
      * stream received is what it posted, held, suspended or
      * dropped at the edit.
      * Steps and buckets:
      *   LEDGTINT  HOST, CLOUD (merged), REFUSED (cloud file
      *             refused for retransmission)
      *   LEDGSRCY  RECYCLED (LEDGSUSP RECYCLE pass)
      *   LEDGTEDT  READ, PASSED, DROPPED
      *   LEDGHOLD  RELEASED
      *   LEDGREXT  READ, EXTRACTD, REJECTED
      *   LEDGRPST  READ, POSTED, HELD, REJECTED
      *   LEDGSABS  SUSPEXT, SUSPPST (absorbed from the extract
      *             and posting rejects), EDITDROP (edit drops,
      *             never queued) - LEDGSUSP ABSORB pass
      *   LEDGPROF  MASTER (account count and balance total of
      *             ACCTMAST ahead of the posting pass)
       01 FLOW-TOTAL-REC.
          05 FLOW-STEP-NAME       PIC X(8).
          05 FLOW-BUCKET          PIC X(8).
          05 FLOW-REGION-CD       PIC X(4).
          05 FLOW-CURR-CD         PIC X(3).
          05 FLOW-REC-COUNT       PIC 9(7).
          05 FLOW-AMT-TOTAL       PIC S9(11)V99.
          05 FLOW-BASE-TOTAL      PIC S9(13)V99.
          05 FLOW-RUN-DATE        PIC 9(8).
          05 FLOW-RUN-TIME        PIC 9(8).
