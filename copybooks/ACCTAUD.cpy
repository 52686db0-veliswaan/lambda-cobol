      * ACCTAUD - account maintenance audit record. LEDGAMNT
      * appends one per request it applies to ACCTMAST: when it
      * was applied, the action, account, requester and effective
      * date from the request, and the full master record as it
      * stood before and after the change (see ACCTMSTR.cpy). The
      * before image is spaces on an open - there was no record.
      * The dataset is cumulative; nothing in the stream rewrites
      * it.
       01 ACCT-AUDIT-REC.
          05 AUD-RUN-DATE         PIC 9(8).
          05 AUD-RUN-TIME         PIC 9(8).
          05 AUD-ACTION           PIC X(4).
          05 AUD-ACCT-NO          PIC X(10).
          05 AUD-REQUESTER        PIC X(8).
          05 AUD-EFF-DATE         PIC 9(8).
          05 AUD-BEFORE-IMAGE     PIC X(119).
          05 AUD-AFTER-IMAGE      PIC X(119).
