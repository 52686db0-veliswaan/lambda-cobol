       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGACCR.
      * Month-end interest and fee accrual. Interest on balances
      * and the monthly maintenance fee used to be worked out in a
      * spreadsheet off the LEDGHRPT account totals and keyed back
      * in as ordinary transactions, where they looked like
      * customer activity. This program reads every account on
      * the ACCTMAST master in key order and, from the RATESCHD
      * rate schedule (see RATESCHD.cpy) for the account's home
      * region and currency, computes
      *   - interest on the month-end balance: the balance is
      *     converted from the base currency the master carries
      *     into the account's currency at the CURRPARM rate, and
      *     accrued at the schedule's credit rate when it is at or
      *     above zero, its debit rate when overdrawn, for the days
      *     of the month (from the open date, for an account opened
      *     during the month) over the schedule's day basis. Credit
      *     interest comes out positive and debit interest negative,
      *     the way the balance moves;
      *   - the schedule's monthly fee, as a negative amount.
      * Each non-zero result is written to ACCROUT as a LEDGTRAN
      * record in the account's currency, dated the last day of
      * the month, with TRAN-SOURCE S for a system-originated
      * entry and a reference of I (interest) or F (fee), the
      * month and a sequence number, so an accrual can be reversed
      * like any posting. The JCL appends ACCROUT to the night's
      * LEDGTRAN input, so the entries pass through LEDGTEDT,
      * LEDGREXT and LEDGRPST like any other work; LEDGRPST posts
      * them past any credit limit and reports them on its
      * LEDGRSYS memo control totals. The ACCRRPT accrual register
      * prints a line per account - balance basis, rate, days,
      * interest and fee - and then the entries written per region
      * and currency, which tie to the LEDGRSYS records in CTLHIST
      * for the business date they post under. Frozen, closed and
      * not-yet-opened accounts are not accrued and only counted;
      * an account with no home region, no rate schedule for its
      * region and currency, no exchange rate, or an amount too
      * large for a transaction is listed as an exception and not
      * accrued. PARM may carry the accrual month as YYYYMM;
      * omitted, the run date's month is accrued. Ends RETURN-CODE
      * 4 when any account was an exception, 8 when there was no
      * rate schedule to accrue from, 12 on a file error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT SCHD-FILE ASSIGN TO "RATESCHD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHD-STATUS.
           SELECT CURR-FILE ASSIGN TO "CURRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRPARM-STATUS.
           SELECT ACCR-FILE ASSIGN TO "ACCROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ACCRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMSTR.

       FD  SCHD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY RATESCHD.

       FD  CURR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CURRPARM.

       FD  ACCR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 ACCR-REC                PIC X(50).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS          PIC X(2).
       01 WS-SCHD-STATUS          PIC X(2).
       01 WS-CURRPARM-STATUS      PIC X(2).
       01 WS-ACCR-STATUS          PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RC                   PIC S9(4) COMP VALUE 0.

       01 WS-PARM-STRING          PIC X(80) VALUE SPACES.
       01 WS-MONTH-X              PIC X(6).

      * The accrual month and its last day, which is both the
      * date the entries carry and the as-of date for the rate
      * schedule and exchange rates.
       01 WS-DATE-WORK.
          05 WS-DW-YYYY           PIC 9(4).
          05 WS-DW-MM             PIC 9(2).
          05 WS-DW-DD             PIC 9(2).
       01 WS-MONTH-END            PIC 9(8).
       01 WS-OPEN-WORK.
          05 WS-OW-YYYYMM         PIC X(6).
          05 WS-OW-DD             PIC 9(2).
       01 WS-DAYS-IN-MONTH        PIC 9(2)  COMP.
       01 WS-LEAP-QUOT            PIC 9(4)  COMP.
       01 WS-LEAP-REM-4           PIC 9(4)  COMP.
       01 WS-LEAP-REM-100         PIC 9(4)  COMP.
       01 WS-LEAP-REM-400         PIC 9(4)  COMP.

       COPY LEDGTRAN.

       COPY CURRTAB.

       01 WS-CURR-SUB             PIC 9(2) COMP.
       01 WS-CURR-FIND            PIC 9(2) COMP.
       01 WS-RATE-WORK            PIC 9(3)V9(6).

      * The rate schedule in force at month end, one entry per
      * region and account currency.
       01 WS-SCHD-TABLE.
          05 WS-SCHD-CT           PIC 9(3) COMP VALUE ZERO.
          05 WS-SCHD-ENTRY OCCURS 100 TIMES.
             10 WS-SCHD-REGION-CD PIC X(4).
             10 WS-SCHD-CURR-CD   PIC X(3).
             10 WS-SCHD-EFF-DATE  PIC 9(8).
             10 WS-SCHD-CR-PCT    PIC 9(3)V9(4).
             10 WS-SCHD-DR-PCT    PIC 9(3)V9(4).
             10 WS-SCHD-FEE       PIC 9(7)V99.
             10 WS-SCHD-BASIS     PIC 9(3).
       01 WS-SCHD-SUB             PIC 9(3) COMP.
       01 WS-SCHD-FIND            PIC 9(3) COMP.
       01 WS-SCHD-OVFL-SW         PIC X(1)  VALUE "N".
          88 SCHD-OVFL-SHOWN      VALUE "Y".

      * Entries written per region and currency, for the totals
      * that tie to the LEDGRSYS control records in CTLHIST.
       01 WS-TOT-TABLE.
          05 WS-TOT-CT            PIC 9(2) COMP VALUE ZERO.
          05 WS-TOT-ENTRY OCCURS 50 TIMES.
             10 WS-TOT-REGION-CD  PIC X(4).
             10 WS-TOT-CURR-CD    PIC X(3).
             10 WS-TOT-INT-CT     PIC 9(7) COMP.
             10 WS-TOT-INT-AMT    PIC S9(11)V99.
             10 WS-TOT-FEE-CT     PIC 9(7) COMP.
             10 WS-TOT-FEE-AMT    PIC S9(11)V99.
             10 WS-TOT-BASE-AMT   PIC S9(11)V99.
       01 WS-TOT-SUB              PIC 9(2) COMP.
       01 WS-TOT-FIND             PIC 9(2) COMP.

      * Accrual work for one account.
       01 WS-ACCR-SW              PIC X(1).
          88 ACCR-OK              VALUE "Y".
       01 WS-EXC-REASON           PIC X(40).
       01 WS-BASIS                PIC S9(11)V99.
       01 WS-PCT-WORK             PIC 9(3)V9(4).
       01 WS-DAY-BASIS            PIC 9(3).
       01 WS-YEAR-DIVISOR         PIC 9(5).
       01 WS-ACCR-DAYS            PIC 9(2)  COMP.
       01 WS-INT-WORK             PIC S9(15)V9(6).
       01 WS-INTEREST             PIC S9(11)V99.
       01 WS-FEE                  PIC S9(11)V99.
       01 WS-ENTRY-BASE           PIC S9(11)V99.
       01 WS-ENTRY-KIND           PIC X(1).
       01 WS-ENTRY-AMT            PIC S9(11)V99.
       01 WS-SEQ-NO               PIC 9(5)  VALUE ZERO.

       01 WS-READ-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-ACCRUED-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-FROZEN-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-CLOSED-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-NOTOPEN-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-EXC-CT               PIC 9(7) COMP VALUE ZERO.
       01 WS-ENTRY-CT             PIC 9(7) COMP VALUE ZERO.
       01 WS-DISP-CT              PIC Z(6)9.
       01 WS-DISP-AMT             PIC -(10)9.99.

       01 WS-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
       01 WS-LINE-CT              PIC 9(3) COMP VALUE 99.
       01 WS-PRINT-LINE           PIC X(132).

       01 WS-HEAD-1.
          05 FILLER               PIC X(40) VALUE
             "LEDGACCR - MONTH-END ACCRUAL REGISTER   ".
          05 FILLER               PIC X(9)  VALUE "RUN DATE ".
          05 HD1-DATE             PIC 9(8).
          05 FILLER               PIC X(8)  VALUE "    PAGE".
          05 HD1-PAGE             PIC ZZZ9.
          05 FILLER               PIC X(63) VALUE SPACES.
       01 WS-HEAD-2.
          05 FILLER               PIC X(14) VALUE "ACCRUAL MONTH ".
          05 HD2-MONTH            PIC X(6).
          05 FILLER               PIC X(24) VALUE
             "   ENTRIES DATED       ".
          05 HD2-MONTH-END        PIC 9(8).
          05 FILLER               PIC X(80) VALUE SPACES.
       01 WS-COL-HEAD.
          05 FILLER               PIC X(23) VALUE
             "ACCOUNT     REGN  CUR  ".
          05 FILLER               PIC X(32) VALUE
             "  BALANCE BASIS    RATE %  DAYS".
          05 FILLER               PIC X(31) VALUE
             "          INTEREST          FEE".
          05 FILLER               PIC X(46) VALUE SPACES.
       01 WS-ACCR-LINE.
          05 AL-ACCT-NO           PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AL-REGION-CD         PIC X(4).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AL-CURR-CD           PIC X(3).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AL-BASIS             PIC -(10)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AL-PCT               PIC ZZ9.9999.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AL-DAYS              PIC Z9.
          05 FILLER               PIC X(1)  VALUE "/".
          05 AL-DAY-BASIS         PIC 999.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AL-INTEREST          PIC -(10)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AL-FEE               PIC -(7)9.99.
          05 FILLER               PIC X(46) VALUE SPACES.
       01 WS-EXC-LINE.
          05 XL-ACCT-NO           PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 XL-REGION-CD         PIC X(4).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 XL-CURR-CD           PIC X(3).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE "NOT ACCRUED - ".
          05 XL-REASON            PIC X(40).
          05 FILLER               PIC X(55) VALUE SPACES.
       01 WS-TOT-LINE.
          05 TL-REGION-CD         PIC X(4).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 TL-CURR-CD           PIC X(3).
          05 FILLER               PIC X(11) VALUE "  INTEREST ".
          05 TL-INT-CT            PIC Z(6)9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 TL-INT-AMT           PIC -(10)9.99.
          05 FILLER               PIC X(7)  VALUE "  FEES ".
          05 TL-FEE-CT            PIC Z(6)9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 TL-FEE-AMT           PIC -(10)9.99.
          05 FILLER               PIC X(10) VALUE "  ENTRIES ".
          05 TL-ENTRY-CT          PIC Z(6)9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 TL-NET-AMT           PIC -(10)9.99.
          05 FILLER               PIC X(7)  VALUE "  BASE ".
          05 TL-BASE-AMT          PIC -(10)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE-PARA.
           IF WS-RC = 0
               PERFORM 2000-ACCRUE-ACCOUNTS-PARA
               PERFORM 3000-PRINT-TOTALS-PARA
               PERFORM 4000-PRINT-SUMMARY-PARA
               PERFORM 9000-TERMINATE-PARA
           END-IF.
           IF WS-RC = 0 AND WS-EXC-CT > 0
               MOVE 4 TO WS-RC
           END-IF.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING(1:6) IS NUMERIC
               MOVE WS-PARM-STRING(1:6) TO WS-MONTH-X
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-MONTH-X
           END-IF.
           MOVE WS-MONTH-X TO WS-DATE-WORK(1:6).
           IF WS-DW-MM < 1 OR WS-DW-MM > 12
               DISPLAY "LEDGACCR: PARM MONTH " WS-MONTH-X
                   " IS NOT YYYYMM, RUN DATE MONTH USED"
               MOVE WS-RUN-DATE(1:6) TO WS-MONTH-X
               MOVE WS-MONTH-X TO WS-DATE-WORK(1:6)
           END-IF.
           PERFORM 8300-DAYS-IN-MONTH-PARA.
           MOVE WS-DAYS-IN-MONTH TO WS-DW-DD.
           MOVE WS-DATE-WORK TO WS-MONTH-END.
           PERFORM 1150-LOAD-CURR-TABLE-PARA.
           PERFORM 1250-LOAD-SCHEDULE-PARA.
           IF WS-RC = 0 AND WS-SCHD-CT = 0
               DISPLAY "LEDGACCR: NO RATE SCHEDULE IN FORCE FOR "
                   WS-MONTH-X ", NOTHING ACCRUED"
               MOVE 8 TO WS-RC
           END-IF.
           IF WS-RC = 0
               PERFORM 1300-OPEN-FILES-PARA
           END-IF.

      * Same CURRPARM load as the posting pass, as of the last day
      * of the accrual month rather than the run date.
       1150-LOAD-CURR-TABLE-PARA.
           OPEN INPUT CURR-FILE.
           IF WS-CURRPARM-STATUS = "35"
               DISPLAY "LEDGACCR: CURRPARM NOT FOUND, BASE CURRENCY "
                   "ONLY"
           ELSE
               PERFORM UNTIL WS-CURRPARM-STATUS = "10"
                   READ CURR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1160-STORE-CURR-REC-PARA
                   END-READ
                   IF WS-CURRPARM-STATUS NOT = "00" AND
                           WS-CURRPARM-STATUS NOT = "10"
                       DISPLAY "LEDGACCR: CURRPARM READ FAILED, "
                           "STATUS = " WS-CURRPARM-STATUS
                       MOVE 12 TO WS-RC
                       MOVE "10" TO WS-CURRPARM-STATUS
                   END-IF
               END-PERFORM
               CLOSE CURR-FILE
           END-IF.

       1160-STORE-CURR-REC-PARA.
           IF CURR-PARM-EFF-DATE > WS-MONTH-END
               CONTINUE
           ELSE
               MOVE 0 TO WS-CURR-FIND
               PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                       UNTIL WS-CURR-SUB > WS-CURR-CT
                   IF WS-CURR-CD(WS-CURR-SUB) = CURR-PARM-CD
                       MOVE WS-CURR-SUB TO WS-CURR-FIND
                       MOVE WS-CURR-CT TO WS-CURR-SUB
                   END-IF
               END-PERFORM
               IF WS-CURR-FIND = 0
                   IF WS-CURR-CT < 20
                       ADD 1 TO WS-CURR-CT
                       MOVE WS-CURR-CT TO WS-CURR-FIND
                       MOVE CURR-PARM-CD
                           TO WS-CURR-CD(WS-CURR-FIND)
                       MOVE CURR-PARM-EFF-DATE
                           TO WS-CURR-EFF-DATE(WS-CURR-FIND)
                       MOVE CURR-PARM-RATE
                           TO WS-CURR-RATE(WS-CURR-FIND)
                   ELSE
                       DISPLAY "LEDGACCR: MORE THAN 20 CURRENCIES "
                           "IN CURRPARM, ENTRY IGNORED FOR "
                           CURR-PARM-CD
                   END-IF
               ELSE
                   IF CURR-PARM-EFF-DATE >=
                           WS-CURR-EFF-DATE(WS-CURR-FIND)
                       MOVE CURR-PARM-EFF-DATE
                           TO WS-CURR-EFF-DATE(WS-CURR-FIND)
                       MOVE CURR-PARM-RATE
                           TO WS-CURR-RATE(WS-CURR-FIND)
                   END-IF
               END-IF
           END-IF.

      * The rate schedule is loaded the way CURRPARM is: per region
      * and currency the latest record effective by month end.
       1250-LOAD-SCHEDULE-PARA.
           OPEN INPUT SCHD-FILE.
           IF WS-SCHD-STATUS = "35"
               DISPLAY "LEDGACCR: RATESCHD NOT FOUND"
           ELSE
               PERFORM UNTIL WS-SCHD-STATUS = "10"
                   READ SCHD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RATE-EFF-DATE NOT > WS-MONTH-END
                               PERFORM 1260-STORE-SCHEDULE-PARA
                           END-IF
                   END-READ
                   IF WS-SCHD-STATUS NOT = "00" AND
                           WS-SCHD-STATUS NOT = "10"
                       DISPLAY "LEDGACCR: RATESCHD READ FAILED, "
                           "STATUS = " WS-SCHD-STATUS
                       MOVE 12 TO WS-RC
                       MOVE "10" TO WS-SCHD-STATUS
                   END-IF
               END-PERFORM
               CLOSE SCHD-FILE
           END-IF.

       1260-STORE-SCHEDULE-PARA.
           MOVE 0 TO WS-SCHD-FIND.
           PERFORM VARYING WS-SCHD-SUB FROM 1 BY 1
                   UNTIL WS-SCHD-SUB > WS-SCHD-CT
               IF WS-SCHD-REGION-CD(WS-SCHD-SUB) = RATE-REGION-CD AND
                       WS-SCHD-CURR-CD(WS-SCHD-SUB) = RATE-CURR-CD
                   MOVE WS-SCHD-SUB TO WS-SCHD-FIND
                   MOVE WS-SCHD-CT TO WS-SCHD-SUB
               END-IF
           END-PERFORM.
           IF WS-SCHD-FIND = 0
               IF WS-SCHD-CT < 100
                   ADD 1 TO WS-SCHD-CT
                   MOVE WS-SCHD-CT TO WS-SCHD-FIND
                   MOVE RATE-REGION-CD
                       TO WS-SCHD-REGION-CD(WS-SCHD-FIND)
                   MOVE RATE-CURR-CD TO WS-SCHD-CURR-CD(WS-SCHD-FIND)
                   MOVE ZERO TO WS-SCHD-EFF-DATE(WS-SCHD-FIND)
               ELSE
                   IF NOT SCHD-OVFL-SHOWN
                       DISPLAY "LEDGACCR: MORE THAN 100 RATE "
                           "SCHEDULE ENTRIES, EXTRA IGNORED"
                       MOVE "Y" TO WS-SCHD-OVFL-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-SCHD-FIND > 0
               IF RATE-EFF-DATE >= WS-SCHD-EFF-DATE(WS-SCHD-FIND)
                   MOVE RATE-EFF-DATE
                       TO WS-SCHD-EFF-DATE(WS-SCHD-FIND)
                   MOVE RATE-CR-PCT TO WS-SCHD-CR-PCT(WS-SCHD-FIND)
                   MOVE RATE-DR-PCT TO WS-SCHD-DR-PCT(WS-SCHD-FIND)
                   MOVE RATE-MONTH-FEE TO WS-SCHD-FEE(WS-SCHD-FIND)
                   MOVE RATE-DAY-BASIS TO WS-SCHD-BASIS(WS-SCHD-FIND)
               END-IF
           END-IF.

       1300-OPEN-FILES-PARA.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "LEDGACCR: ACCTMAST OPEN FAILED, FILE STATUS = "
                   WS-ACCT-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           OPEN OUTPUT ACCR-FILE.
           IF WS-ACCR-STATUS NOT = "00"
               DISPLAY "LEDGACCR: ACCROUT OPEN FAILED, FILE STATUS = "
                   WS-ACCR-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "LEDGACCR: ACCRRPT OPEN FAILED, FILE STATUS = "
                   WS-REPORT-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           IF WS-RC = 0
               PERFORM 5100-NEW-PAGE-PARA
           END-IF.

       2000-ACCRUE-ACCOUNTS-PARA.
           PERFORM UNTIL WS-ACCT-STATUS = "10"
               READ ACCT-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-READ-CT
                       PERFORM 2100-ACCRUE-ONE-ACCOUNT-PARA
               END-READ
               IF WS-ACCT-STATUS NOT = "00" AND
                       WS-ACCT-STATUS NOT = "10"
                   DISPLAY "LEDGACCR: ACCTMAST READ FAILED, STATUS = "
                       WS-ACCT-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-ACCT-STATUS
               END-IF
           END-PERFORM.

      * Frozen and closed accounts would only be rejected by the
      * posting pass, and an account opened after month end has
      * nothing to accrue; those are counted, not listed. An open
      * date that is not a date predates the maintenance fields
      * and counts as open all month.
       2100-ACCRUE-ONE-ACCOUNT-PARA.
           IF ACCT-FROZEN
               ADD 1 TO WS-FROZEN-CT
           ELSE
               IF ACCT-CLOSED
                   ADD 1 TO WS-CLOSED-CT
               ELSE
                   IF ACCT-OPEN-DATE IS NUMERIC AND
                           ACCT-OPEN-DATE > WS-MONTH-END
                       ADD 1 TO WS-NOTOPEN-CT
                   ELSE
                       PERFORM 2110-PREPARE-ACCRUAL-PARA
                       IF ACCR-OK
                           PERFORM 2130-COMPUTE-ACCRUAL-PARA
                       END-IF
                       IF ACCR-OK
                           PERFORM 2140-WRITE-ACCRUAL-PARA
                       ELSE
                           PERFORM 2300-WRITE-EXCEPTION-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Finds the account's schedule entry and exchange rate; the
      * first thing missing is the exception reason.
       2110-PREPARE-ACCRUAL-PARA.
           MOVE "Y" TO WS-ACCR-SW.
           MOVE SPACES TO WS-EXC-REASON.
           MOVE 0 TO WS-SCHD-FIND.
           IF ACCT-REGION-CD = SPACES
               MOVE "N" TO WS-ACCR-SW
               MOVE "ACCOUNT HAS NO HOME REGION" TO WS-EXC-REASON
           ELSE
               PERFORM VARYING WS-SCHD-SUB FROM 1 BY 1
                       UNTIL WS-SCHD-SUB > WS-SCHD-CT
                   IF WS-SCHD-REGION-CD(WS-SCHD-SUB) = ACCT-REGION-CD
                           AND WS-SCHD-CURR-CD(WS-SCHD-SUB) =
                           ACCT-CURR-CD
                       MOVE WS-SCHD-SUB TO WS-SCHD-FIND
                       MOVE WS-SCHD-CT TO WS-SCHD-SUB
                   END-IF
               END-PERFORM
               IF WS-SCHD-FIND = 0
                   MOVE "N" TO WS-ACCR-SW
                   MOVE "NO RATE SCHEDULE FOR REGION/CURRENCY"
                       TO WS-EXC-REASON
               END-IF
           END-IF.
           MOVE 1 TO WS-RATE-WORK.
           IF ACCR-OK AND ACCT-CURR-CD NOT = SPACES
               MOVE 0 TO WS-CURR-FIND
               PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                       UNTIL WS-CURR-SUB > WS-CURR-CT
                   IF WS-CURR-CD(WS-CURR-SUB) = ACCT-CURR-CD
                       MOVE WS-CURR-SUB TO WS-CURR-FIND
                       MOVE WS-CURR-CT TO WS-CURR-SUB
                   END-IF
               END-PERFORM
               IF WS-CURR-FIND = 0
                   MOVE "N" TO WS-ACCR-SW
                   MOVE "NO CURRPARM RATE FOR ACCOUNT CURRENCY"
                       TO WS-EXC-REASON
               ELSE
                   MOVE WS-CURR-RATE(WS-CURR-FIND) TO WS-RATE-WORK
                   IF WS-RATE-WORK = ZERO
                       MOVE "N" TO WS-ACCR-SW
                       MOVE "CURRPARM RATE FOR ACCOUNT CURRENCY IS 0"
                           TO WS-EXC-REASON
                   END-IF
               END-IF
           END-IF.

      * Interest on the balance in the account's currency for the
      * days it was open this month, and the flat monthly fee.
      * A day basis other than 360 or 365 on the schedule is
      * taken as 365.
       2130-COMPUTE-ACCRUAL-PARA.
           COMPUTE WS-BASIS ROUNDED = ACCT-BALANCE / WS-RATE-WORK.
           IF WS-BASIS < ZERO
               MOVE WS-SCHD-DR-PCT(WS-SCHD-FIND) TO WS-PCT-WORK
           ELSE
               MOVE WS-SCHD-CR-PCT(WS-SCHD-FIND) TO WS-PCT-WORK
           END-IF.
           MOVE WS-SCHD-BASIS(WS-SCHD-FIND) TO WS-DAY-BASIS.
           IF WS-DAY-BASIS NOT = 360 AND WS-DAY-BASIS NOT = 365
               MOVE 365 TO WS-DAY-BASIS
           END-IF.
           MOVE WS-DAYS-IN-MONTH TO WS-ACCR-DAYS.
           MOVE ACCT-OPEN-DATE TO WS-OPEN-WORK.
           IF ACCT-OPEN-DATE IS NUMERIC AND
                   WS-OW-YYYYMM = WS-MONTH-X
               COMPUTE WS-ACCR-DAYS =
                   WS-DAYS-IN-MONTH - WS-OW-DD + 1
           END-IF.
           COMPUTE WS-INT-WORK =
               WS-BASIS * WS-PCT-WORK * WS-ACCR-DAYS.
           COMPUTE WS-YEAR-DIVISOR = 100 * WS-DAY-BASIS.
           COMPUTE WS-INTEREST ROUNDED =
               WS-INT-WORK / WS-YEAR-DIVISOR.
           COMPUTE WS-FEE = 0 - WS-SCHD-FEE(WS-SCHD-FIND).
           IF WS-INTEREST > 999999999.99 OR
                   WS-INTEREST < -999999999.99 OR
                   WS-FEE < -999999999.99
               MOVE "N" TO WS-ACCR-SW
               MOVE "ACCRUAL TOO LARGE FOR ONE TRANSACTION"
                   TO WS-EXC-REASON
           END-IF.

       2140-WRITE-ACCRUAL-PARA.
           ADD 1 TO WS-ACCRUED-CT.
           ADD 1 TO WS-SEQ-NO.
           IF WS-INTEREST NOT = ZERO
               MOVE "I" TO WS-ENTRY-KIND
               MOVE WS-INTEREST TO WS-ENTRY-AMT
               PERFORM 2200-WRITE-ENTRY-PARA
           END-IF.
           IF WS-FEE NOT = ZERO
               MOVE "F" TO WS-ENTRY-KIND
               MOVE WS-FEE TO WS-ENTRY-AMT
               PERFORM 2200-WRITE-ENTRY-PARA
           END-IF.
           MOVE ACCT-NO TO AL-ACCT-NO.
           MOVE ACCT-REGION-CD TO AL-REGION-CD.
           MOVE ACCT-CURR-CD TO AL-CURR-CD.
           MOVE WS-BASIS TO AL-BASIS.
           MOVE WS-PCT-WORK TO AL-PCT.
           MOVE WS-ACCR-DAYS TO AL-DAYS.
           MOVE WS-DAY-BASIS TO AL-DAY-BASIS.
           MOVE WS-INTEREST TO AL-INTEREST.
           MOVE WS-FEE TO AL-FEE.
           MOVE WS-ACCR-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

      * One system-originated entry. The reference is the entry
      * kind, the accrual month and the account's sequence number
      * in this run, unique across months so the entry can be
      * reversed like any other posting.
       2200-WRITE-ENTRY-PARA.
           MOVE SPACES TO LEDG-TRAN-REC.
           MOVE ACCT-NO TO TRAN-ACCT-NO.
           MOVE ACCT-REGION-CD TO TRAN-REGION-CD.
           MOVE WS-ENTRY-AMT TO TRAN-AMOUNT.
           MOVE WS-MONTH-END TO TRAN-DATE.
           MOVE ACCT-CURR-CD TO TRAN-CURR-CD.
           MOVE WS-ENTRY-KIND TO TRAN-REF-NO(1:1).
           MOVE WS-MONTH-X TO TRAN-REF-NO(2:6).
           MOVE WS-SEQ-NO TO TRAN-REF-NO(8:5).
           MOVE "O" TO TRAN-TYPE.
           MOVE "S" TO TRAN-SOURCE.
           WRITE ACCR-REC FROM LEDG-TRAN-REC.
           IF WS-ACCR-STATUS NOT = "00"
               DISPLAY "LEDGACCR: ACCROUT WRITE FAILED, STATUS = "
                   WS-ACCR-STATUS
               MOVE 12 TO WS-RC
           ELSE
               ADD 1 TO WS-ENTRY-CT
               COMPUTE WS-ENTRY-BASE ROUNDED =
                   TRAN-AMOUNT * WS-RATE-WORK
               PERFORM 2210-TALLY-ENTRY-PARA
           END-IF.

       2210-TALLY-ENTRY-PARA.
           MOVE 0 TO WS-TOT-FIND.
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-TOT-CT
               IF WS-TOT-REGION-CD(WS-TOT-SUB) = TRAN-REGION-CD AND
                       WS-TOT-CURR-CD(WS-TOT-SUB) = TRAN-CURR-CD
                   MOVE WS-TOT-SUB TO WS-TOT-FIND
                   MOVE WS-TOT-CT TO WS-TOT-SUB
               END-IF
           END-PERFORM.
           IF WS-TOT-FIND = 0
               IF WS-TOT-CT < 50
                   ADD 1 TO WS-TOT-CT
                   MOVE WS-TOT-CT TO WS-TOT-FIND
                   MOVE TRAN-REGION-CD TO WS-TOT-REGION-CD(WS-TOT-FIND)
                   MOVE TRAN-CURR-CD TO WS-TOT-CURR-CD(WS-TOT-FIND)
                   MOVE ZERO TO WS-TOT-INT-CT(WS-TOT-FIND)
                   MOVE ZERO TO WS-TOT-INT-AMT(WS-TOT-FIND)
                   MOVE ZERO TO WS-TOT-FEE-CT(WS-TOT-FIND)
                   MOVE ZERO TO WS-TOT-FEE-AMT(WS-TOT-FIND)
                   MOVE ZERO TO WS-TOT-BASE-AMT(WS-TOT-FIND)
               ELSE
                   DISPLAY "LEDGACCR: MORE THAN 50 REGION/CURRENCY "
                       "PAIRS, TOTALS LUMPED INTO THE LAST"
                   MOVE 50 TO WS-TOT-FIND
               END-IF
           END-IF.
           IF WS-ENTRY-KIND = "I"
               ADD 1 TO WS-TOT-INT-CT(WS-TOT-FIND)
               ADD TRAN-AMOUNT TO WS-TOT-INT-AMT(WS-TOT-FIND)
           ELSE
               ADD 1 TO WS-TOT-FEE-CT(WS-TOT-FIND)
               ADD TRAN-AMOUNT TO WS-TOT-FEE-AMT(WS-TOT-FIND)
           END-IF.
           ADD WS-ENTRY-BASE TO WS-TOT-BASE-AMT(WS-TOT-FIND).

       2300-WRITE-EXCEPTION-PARA.
           ADD 1 TO WS-EXC-CT.
           MOVE ACCT-NO TO XL-ACCT-NO.
           MOVE ACCT-REGION-CD TO XL-REGION-CD.
           MOVE ACCT-CURR-CD TO XL-CURR-CD.
           MOVE WS-EXC-REASON TO XL-REASON.
           MOVE WS-EXC-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

      * The entries written per region and currency: count and
      * amount in the account currency, and the base amount at the
      * month-end rate. Posted the night they are fed, they come
      * back in CTLHIST as LEDGRSYS records for that business date
      * with the same count and amount.
       3000-PRINT-TOTALS-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE "ENTRIES WRITTEN BY REGION AND CURRENCY - TIE TO THE "
               TO WS-PRINT-LINE.
           MOVE "LEDGRSYS CONTROL TOTALS IN CTLHIST"
               TO WS-PRINT-LINE(53:34).
           PERFORM 5000-WRITE-LINE-PARA.
           PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
                   UNTIL WS-TOT-SUB > WS-TOT-CT
               MOVE WS-TOT-REGION-CD(WS-TOT-SUB) TO TL-REGION-CD
               MOVE WS-TOT-CURR-CD(WS-TOT-SUB) TO TL-CURR-CD
               MOVE WS-TOT-INT-CT(WS-TOT-SUB) TO TL-INT-CT
               MOVE WS-TOT-INT-AMT(WS-TOT-SUB) TO TL-INT-AMT
               MOVE WS-TOT-FEE-CT(WS-TOT-SUB) TO TL-FEE-CT
               MOVE WS-TOT-FEE-AMT(WS-TOT-SUB) TO TL-FEE-AMT
               COMPUTE TL-ENTRY-CT = WS-TOT-INT-CT(WS-TOT-SUB)
                   + WS-TOT-FEE-CT(WS-TOT-SUB)
               COMPUTE TL-NET-AMT = WS-TOT-INT-AMT(WS-TOT-SUB)
                   + WS-TOT-FEE-AMT(WS-TOT-SUB)
               MOVE WS-TOT-BASE-AMT(WS-TOT-SUB) TO TL-BASE-AMT
               MOVE WS-TOT-LINE TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           END-PERFORM.

       4000-PRINT-SUMMARY-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-READ-CT TO WS-DISP-CT.
           STRING "ACCOUNTS READ            " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-ACCRUED-CT TO WS-DISP-CT.
           STRING "ACCOUNTS ACCRUED         " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-FROZEN-CT TO WS-DISP-CT.
           STRING "SKIPPED, FROZEN          " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-CLOSED-CT TO WS-DISP-CT.
           STRING "SKIPPED, CLOSED          " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-NOTOPEN-CT TO WS-DISP-CT.
           STRING "SKIPPED, NOT YET OPEN    " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-EXC-CT TO WS-DISP-CT.
           STRING "EXCEPTIONS, NOT ACCRUED  " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-ENTRY-CT TO WS-DISP-CT.
           STRING "SYSTEM ENTRIES WRITTEN   " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           DISPLAY "LEDGACCR: " WS-MONTH-X " ENTRIES WRITTEN "
               WS-DISP-CT.

       5000-WRITE-LINE-PARA.
           IF WS-LINE-CT > 55
               PERFORM 5100-NEW-PAGE-PARA
           END-IF.
           WRITE REPORT-REC FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CT.
           MOVE SPACES TO WS-PRINT-LINE.

       5100-NEW-PAGE-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO HD1-DATE.
           MOVE WS-PAGE-NO TO HD1-PAGE.
           WRITE REPORT-REC FROM WS-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE WS-MONTH-X TO HD2-MONTH.
           MOVE WS-MONTH-END TO HD2-MONTH-END.
           WRITE REPORT-REC FROM WS-HEAD-2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM WS-COL-HEAD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-LINE-CT.

       8300-DAYS-IN-MONTH-PARA.
           EVALUATE WS-DW-MM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   DIVIDE WS-DW-YYYY BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-DW-YYYY BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-DW-YYYY BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = 0 AND
                           (WS-LEAP-REM-100 NOT = 0 OR
                            WS-LEAP-REM-400 = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

       9000-TERMINATE-PARA.
           CLOSE ACCT-FILE.
           CLOSE ACCR-FILE.
           CLOSE REPORT-FILE.
