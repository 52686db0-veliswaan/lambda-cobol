      * RATESCHD - accrual rate-schedule control record, maintained
      * by operators the way CURRPARM is: one record per region,
      * account currency and effective date. RATE-CURR-CD is the
      * account's home currency (spaces for the base currency).
      * The two rates are annual percentages - RATE-CR-PCT paid on
      * a balance at or above zero, RATE-DR-PCT charged on an
      * overdrawn one - accrued over RATE-DAY-BASIS days a year
      * (360 or 365). RATE-MONTH-FEE is the monthly maintenance fee
      * in the account's currency; zero means no fee. LEDGACCR
      * keeps, per region and currency, the record with the latest
      * effective date not after the last day of the month being
      * accrued, so next month's rates can sit in the file early.
       01 RATE-SCHD-REC.
          05 RATE-REGION-CD       PIC X(4).
          05 RATE-CURR-CD         PIC X(3).
          05 RATE-EFF-DATE        PIC 9(8).
          05 RATE-CR-PCT          PIC 9(3)V9(4).
          05 RATE-DR-PCT          PIC 9(3)V9(4).
          05 RATE-MONTH-FEE       PIC 9(7)V99.
          05 RATE-DAY-BASIS       PIC 9(3).
