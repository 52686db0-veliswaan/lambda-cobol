      * GLJRNL - general-ledger journal interface record, written
      * by LEDGGLJN and staged to the GLJRNL GDG for the corporate
      * ledger's load. One batch per region that posted tonight:
      * a header (HDR) carrying the batch id - the region's
      * opening run-id from its morning banner - and the business
      * date, the journal lines (LIN), and a trailer (TRL) with the
      * batch's line count and debit and credit totals in the base
      * currency, which are equal in every batch written. Each line
      * posts one GL account on one side: the summed base amount
      * of one region, currency, source and direction of tonight's
      * postings, with the transaction-currency amount and the
      * count of postings behind it. Amounts are unsigned; the
      * side is GLJ-LIN-DR-CR. Record type, batch id and region
      * lead every record so a load can sort and split on them.
       01 GL-JRNL-REC.
          05 GLJ-REC-TYPE         PIC X(3).
             88 GLJ-HEADER        VALUE "HDR".
             88 GLJ-LINE          VALUE "LIN".
             88 GLJ-TRAILER       VALUE "TRL".
          05 GLJ-BATCH-ID         PIC 9(6).
          05 GLJ-REGION-CD        PIC X(4).
          05 GLJ-DATA             PIC X(67).
          05 GLJ-HDR-DATA REDEFINES GLJ-DATA.
             10 GLJ-HDR-BUS-DATE  PIC 9(8).
             10 GLJ-HDR-RUN-DATE  PIC 9(8).
             10 GLJ-HDR-SYSTEM    PIC X(8).
             10 FILLER            PIC X(43).
          05 GLJ-LIN-DATA REDEFINES GLJ-DATA.
             10 GLJ-LIN-NO        PIC 9(5).
             10 GLJ-LIN-GL-ACCT   PIC X(12).
             10 GLJ-LIN-DR-CR     PIC X(1).
             10 GLJ-LIN-CURR-CD   PIC X(3).
             10 GLJ-LIN-CURR-AMT  PIC 9(11)V99.
             10 GLJ-LIN-BASE-AMT  PIC 9(11)V99.
             10 GLJ-LIN-TRAN-CT   PIC 9(7).
             10 GLJ-LIN-SOURCE    PIC X(1).
             10 FILLER            PIC X(12).
          05 GLJ-TRL-DATA REDEFINES GLJ-DATA.
             10 GLJ-TRL-LINE-CT   PIC 9(7).
             10 GLJ-TRL-DR-TOTAL  PIC 9(13)V99.
             10 GLJ-TRL-CR-TOTAL  PIC 9(13)V99.
             10 FILLER            PIC X(30).
