      * rate table (see CURRPARM.cpy); spaces mean the base
      * currency, which is how every record written before the
      * currency code existed still posts at par.
      * TRAN-TYPE says what the transaction is: an original
      * (spaces on every record written before the type existed),
      * a reversal that backs an earlier posting out in full, or
      * a correction - new business that replaces an earlier
      * posting and is tied back to it. TRAN-REF-NO is the
      * originating system's reference: an original carries its
      * own, while a reversal or correction carries the reference
      * of the original it points back to. LEDGTEDT resolves that
      * pointer against the posted-ledger history (POSTHIST.cpy),
      * so an original with no reference can never be reversed.
      * TRAN-SOURCE says where the transaction came from: spaces
      * for customer activity - keyed on the host or fed from the
      * cloud - and S for a system-originated entry the suite
      * generated itself, such as the LEDGACCR month-end interest
      * and fee accrual. System entries flow through the edit,
      * extract and posting steps like any other work; the posting
      * pass does not hold them under a credit limit and reports
      * what it posted of them on a memo control total of its own.
       01 LEDG-TRAN-REC.
          05 TRAN-ACCT-NO         PIC X(10).
          05 TRAN-REGION-CD       PIC X(4).
          05 TRAN-AMOUNT          PIC S9(9)V99.
          05 TRAN-DATE            PIC 9(8).
          05 TRAN-CURR-CD         PIC X(3).
          05 TRAN-REF-NO          PIC X(12).
          05 TRAN-TYPE            PIC X(1).
             88 TRAN-ORIGINAL     VALUE "O" " ".
             88 TRAN-REVERSAL     VALUE "R".
             88 TRAN-CORRECTION   VALUE "C".
          05 TRAN-SOURCE          PIC X(1).
             88 TRAN-SRC-CUSTOMER VALUE " ".
             88 TRAN-SRC-SYSTEM   VALUE "S".
