      * BALFEED - end-of-night account balance feed record for the
      * cloud applications, written by LEDGBFED after the close
      * steps and staged to the BALFEED.XFER GDG for the transfer
      * job. Same style as the inbound INBFEED the cloud sends us
      * (see LEDGTINT): self-describing tagged fields, pipe-
      * delimited, one record per line, space-padded to the fixed
      * record length:
      *   HDR|SENDER=LEDGER|RUNDATE=yyyymmdd|MODE=DELTA or FULL
      *   ACT|ACCT=xxxxxxxxxx|REGION=xxxx|CURR=xxx|STATUS=x
      *       |BAL=-nnnnnnnnnnn.nn|LASTACT=yyyymmdd
      *       |LIMIT=nnnnnnnnnnn.nn|ACTION=x
      *   TRL|COUNT=nnnnnnn|TOTAL=-nnnnnnnnnnnnn.nn
      * A DELTA feed carries only the accounts that changed
      * tonight; a FULL feed carries every account on the master,
      * for the cloud side to resynchronize from. BAL and LIMIT
      * are in the base currency; a minus sign leads a negative
      * value and nothing leads a positive one. The trailer
      * carries the count of ACT records and the sum of their
      * balances.
       01 BAL-FEED-REC            PIC X(132).
