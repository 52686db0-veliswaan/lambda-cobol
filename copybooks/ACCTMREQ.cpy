      * ACCTMREQ - account maintenance request, the input to the
      * LEDGAMNT maintenance run. One record per change the
      * account owners want made to ACCTMAST: the action, the
      * account, who asked for it and the business date it takes
      * effect. MREQ-REGION-CD and MREQ-CURR-CD give an opened
      * account its home region and currency (spaces for the base
      * currency); on a change they replace the master's values
      * where they are not blank. MREQ-OPEN-BAL is the opening
      * balance, in the base currency, and is only read on an
      * open. MREQ-CREDIT-LIMIT and MREQ-LIMIT-ACTION set the
      * account's credit limit (base currency) and the action
      * posting takes past it - N none, H hold, W post and warn,
      * R reject. An open takes them as given (a blank action is
      * no limit); a change applies both when the action is not
      * blank and leaves the master's limit alone when it is.
       01 ACCT-MAINT-REQ.
          05 MREQ-ACTION          PIC X(4).
             88 MREQ-OPEN         VALUE "OPEN".
             88 MREQ-CHANGE       VALUE "CHNG".
             88 MREQ-FREEZE       VALUE "FRZE".
             88 MREQ-UNFREEZE     VALUE "UNFZ".
             88 MREQ-CLOSE        VALUE "CLOS".
          05 MREQ-ACCT-NO         PIC X(10).
          05 MREQ-REQUESTER       PIC X(8).
          05 MREQ-EFF-DATE        PIC 9(8).
          05 MREQ-REGION-CD       PIC X(4).
          05 MREQ-CURR-CD         PIC X(3).
          05 MREQ-OPEN-BAL        PIC S9(11)V99.
          05 MREQ-CREDIT-LIMIT    PIC 9(11)V99.
          05 MREQ-LIMIT-ACTION    PIC X(1).
