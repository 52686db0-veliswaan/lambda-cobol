      * FXAPPR - treasury approval of an exchange rate that moved
      * outside its FXTOLER tolerance, or of the first rate for a
      * currency with none on file. It names the rate the way
      * the rate-change report printed it - currency, effective
      * date and the rate itself, which must match to the last
      * decimal so that approving one figure never lets a
      * different mis-keyed figure through - and carries the
      * approver's id and the date of the approval, which are
      * printed beside the rate on the report.
       01 FX-APPR-REC.
          05 FXA-CURR-CD          PIC X(3).
          05 FXA-EFF-DATE         PIC 9(8).
          05 FXA-RATE             PIC 9(3)V9(6).
          05 FXA-APPROVER         PIC X(8).
          05 FXA-APPROVE-DATE     PIC 9(8).
