      * for manual action when they age past the operator's
      * threshold.
       01 SUSP-REC.
          05 SUSP-TRAN-DATA       PIC X(50).
          05 SUSP-REASON          PIC X(12).
          05 SUSP-REJ-DATE        PIC 9(8).
          05 SUSP-AGE-DAYS        PIC 9(3).
