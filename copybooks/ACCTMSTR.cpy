      * posting pass converts each transaction with the CURRPARM
      * rate before applying it, so one account can take activity
      * in any currency.
      * Behind the balance fields sits the account's maintenance
      * state, owned by the LEDGAMNT maintenance run: its status
      * (active, frozen or closed - a record with spaces there
      * predates maintenance and is active), the home region and
      * currency it was opened under, the effective business date
      * it was opened and the effective date of its last status
      * change, and the run date and requester of the last
      * maintenance applied to it. LEDGRPST rejects postings to a
      * frozen or closed account instead of applying them.
      * Last come the account's credit limit, in the base currency,
      * and the action LEDGRPST takes when a transaction would take
      * the balance below minus that limit: hold it on the held-
      * items queue for treasury to release, post it and report
      * it, or reject it. An action of N or spaces means the
      * account has no limit and nothing is checked; a limit of
      * zero with an action set means the balance may not go
      * negative at all.
      * The month-end job keeps a copy of the master, this layout
      * in account order, as a generation of the ACCTSNAP snapshot
      * GDG; LEDGSTMT takes opening and closing balances from it.
       01 ACCT-MSTR-REC.
          05 ACCT-NO              PIC X(10).
          05 ACCT-BALANCE         PIC S9(11)V99.
          05 ACCT-CYCLE-DATE      PIC 9(8).
          05 ACCT-CYCLE-DR-AMT    PIC S9(11)V99.
          05 ACCT-CYCLE-CR-AMT    PIC S9(11)V99.
          05 ACCT-STATUS          PIC X(1).
             88 ACCT-ACTIVE       VALUE "A" " ".
             88 ACCT-FROZEN       VALUE "F".
             88 ACCT-CLOSED       VALUE "C".
          05 ACCT-REGION-CD       PIC X(4).
          05 ACCT-CURR-CD         PIC X(3).
          05 ACCT-OPEN-DATE       PIC 9(8).
          05 ACCT-STATUS-DATE     PIC 9(8).
          05 ACCT-MAINT-DATE      PIC 9(8).
          05 ACCT-MAINT-USER      PIC X(8).
          05 ACCT-CREDIT-LIMIT    PIC 9(11)V99.
          05 ACCT-LIMIT-ACTION    PIC X(1).
             88 ACCT-LIMIT-NONE   VALUE "N" " ".
             88 ACCT-LIMIT-HOLD   VALUE "H".
             88 ACCT-LIMIT-WARN   VALUE "W".
             88 ACCT-LIMIT-REJECT VALUE "R".
