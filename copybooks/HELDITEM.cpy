      * HELDITEM - held-items queue record. LEDGRPST writes one
      * for every transaction it holds rather than posts because
      * it would take an account whose limit action is H below
      * minus its credit limit (see ACCTMSTR.cpy): the
      * transaction itself, the region and business date it was
      * held under, a sequence number within that region and date
      * - the three together are the key treasury quotes on a
      * release (see HOLDREL.cpy) - the base amount it converted
      * to, and the account's balance and credit limit when it was
      * held. LEDGHOLD carries the queue from night to night:
      * HELD-AGE-DAYS counts the nights an item has waited, and
      * the approver and approval date are filled in once a
      * treasury release names the item, so an approval that
      * arrives on a night its region has no cycle is kept until
      * the region next opens.
       01 HELD-ITEM-REC.
          05 HELD-TRAN-DATA       PIC X(50).
          05 HELD-REGION-CD       PIC X(4).
          05 HELD-HOLD-DATE       PIC 9(8).
          05 HELD-SEQ-NO          PIC 9(5).
          05 HELD-AGE-DAYS        PIC 9(3).
          05 HELD-BASE-AMT        PIC S9(11)V99.
          05 HELD-BALANCE         PIC S9(11)V99.
          05 HELD-CREDIT-LIMIT    PIC 9(11)V99.
          05 HELD-APPROVER        PIC X(8).
          05 HELD-APPROVE-DATE    PIC 9(8).
