      * HOLDREL - treasury release record, one per held item
      * treasury approves for posting. It names the item by the
      * key it was printed under on the overlimit report - region,
      * the business date it was held and its sequence number
      * within that region and date - and repeats the account
      * number as a check. The approver's id and the date of the
      * approval are carried onto the held item and printed on
      * the held-items report.
       01 HOLD-REL-REC.
          05 REL-REGION-CD        PIC X(4).
          05 REL-HOLD-DATE        PIC 9(8).
          05 REL-SEQ-NO           PIC 9(5).
          05 REL-ACCT-NO          PIC X(10).
          05 REL-APPROVER         PIC X(8).
          05 REL-APPROVE-DATE     PIC 9(8).
