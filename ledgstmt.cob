       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGSTMT.
      * Monthly account statements. ACCTMAST only holds the
      * current balance and its cycle totals are zeroed every
      * night, so no one could say what an account stood at on
      * the first of the month; the month-end job now keeps a
      * copy of the master as a generation of the ACCTSNAP
      * snapshot GDG (same layout, see ACCTMSTR.cpy, in account
      * order), and this program reads last month's snapshot under
      * OPENSNAP, this month's under CLOSSNAP and the POSTHIST
      * history under HISTIN (the GDG base, filtered to the
      * month's business dates the way LEDGHRPT does). For every
      * account it prints a statement: the opening balance from
      * last month's snapshot, each posting of the month in the
      * order it posted - business date, transaction date,
      * reference, type, original currency and amount, the base
      * amount applied and the running balance - and the closing
      * balance from this month's snapshot. Balances and the
      * running balance are in the base currency the master
      * carries. An account opened during the month is not on last
      * month's snapshot; its opening balance is the one LEDGAMNT
      * opened it with, read from the after image of its OPEN
      * record on the cumulative ACCTAUD audit dataset. An account
      * whose opening balance plus the month's base postings is not
      * its closing balance, or that is missing from this month's
      * snapshot, gets no statement: it is listed on the exceptions
      * page at the end with the figures that disagree. A closed
      * account with no balance and no activity gets no statement
      * either and is only counted. PARM may carry the statement
      * month as YYYYMM; omitted, the month before the run date's
      * is used, since the job runs after the month has closed.
      * Ends RETURN-CODE 4 when any account went to the exceptions
      * page, 8 when there is no closing snapshot or the month has
      * more postings than the statement table holds (no
      * statements are printed rather than incomplete ones), 12 on
      * a file error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-FILE ASSIGN TO "OPENSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT CLOSE-FILE ASSIGN TO "CLOSSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "ACCTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 OPEN-SNAP-REC           PIC X(119).

       FD  CLOSE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 CLOSE-SNAP-REC          PIC X(119).

       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY POSTHIST.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY ACCTAUD.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPEN-STATUS          PIC X(2).
       01 WS-CLOSE-STATUS         PIC X(2).
       01 WS-HIST-STATUS          PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RC                   PIC S9(4) COMP VALUE 0.

       01 WS-PARM-STRING          PIC X(80) VALUE SPACES.
       01 WS-MONTH-X              PIC X(6).

      * The statement month, its first and last days.
       01 WS-DATE-WORK.
          05 WS-DW-YYYY           PIC 9(4).
          05 WS-DW-MM             PIC 9(2).
          05 WS-DW-DD             PIC 9(2).
       01 WS-MONTH-START          PIC 9(8).
       01 WS-MONTH-END            PIC 9(8).
       01 WS-DAYS-IN-MONTH        PIC 9(2)  COMP.
       01 WS-LEAP-QUOT            PIC 9(4)  COMP.
       01 WS-LEAP-REM-4           PIC 9(4)  COMP.
       01 WS-LEAP-REM-100         PIC 9(4)  COMP.
       01 WS-LEAP-REM-400         PIC 9(4)  COMP.

      * This month's snapshot record is read into the master
      * layout; last month's only needs its key and balance.
       COPY ACCTMSTR.

       01 WS-OPEN-IMAGE           PIC X(119).
       01 WS-OPEN-VIEW REDEFINES WS-OPEN-IMAGE.
          05 WS-OPEN-ACCT-NO      PIC X(10).
          05 WS-OPEN-BALANCE      PIC S9(11)V99.
          05 FILLER               PIC X(96).

       01 WS-AUD-IMAGE            PIC X(119).
       01 WS-AUD-VIEW REDEFINES WS-AUD-IMAGE.
          05 WS-AUD-ACCT-NO       PIC X(10).
          05 WS-AUD-BALANCE       PIC S9(11)V99.
          05 FILLER               PIC X(96).

       01 WS-OPEN-KEY             PIC X(10).
       01 WS-CLOSE-KEY            PIC X(10).
       01 WS-POST-KEY             PIC X(10).
       01 WS-LOW-KEY              PIC X(10).

       COPY LEDGTRAN.

      * Opening balances of accounts LEDGAMNT opened, from the
      * after image of each OPEN audit record effective by the end
      * of the statement month.
       01 WS-OPENED-TABLE.
          05 WS-OPENED-CT         PIC 9(3) COMP VALUE ZERO.
          05 WS-OPENED-ENTRY OCCURS 500 TIMES.
             10 WS-OPENED-ACCT-NO PIC X(10).
             10 WS-OPENED-DATE    PIC 9(8).
             10 WS-OPENED-BALANCE PIC S9(11)V99.
       01 WS-OPENED-SUB           PIC 9(3) COMP.
       01 WS-OPENED-FIND          PIC 9(3) COMP.
       01 WS-OPENED-OVFL-SW       PIC X(1)  VALUE "N".
          88 OPENED-OVFL-SHOWN    VALUE "Y".

      * The month's postings, kept in account and business-date
      * order as they are loaded; postings of one business date
      * keep the order they posted in.
       01 WS-POST-TABLE.
          05 WS-POST-CT           PIC 9(5) COMP VALUE ZERO.
          05 WS-PT-ENTRY OCCURS 9999 TIMES.
             10 WS-PT-KEY.
                15 WS-PT-ACCT-NO  PIC X(10).
                15 WS-PT-BUS-DATE PIC 9(8).
             10 WS-PT-TRAN-DATA   PIC X(50).
             10 WS-PT-BASE-AMT    PIC S9(11)V99.
       01 WS-NEW-KEY.
          05 WS-NEW-ACCT-NO       PIC X(10).
          05 WS-NEW-BUS-DATE      PIC 9(8).
       01 WS-INS-SUB              PIC 9(5) COMP.
       01 WS-PREV-SUB             PIC 9(5) COMP.
       01 WS-INS-DONE-SW          PIC X(1).
          88 INS-DONE             VALUE "Y".
       01 WS-POST-NEXT            PIC 9(5) COMP.
       01 WS-POST-FIRST           PIC 9(5) COMP.
       01 WS-POST-LAST            PIC 9(5) COMP.
       01 WS-POST-SUB             PIC 9(5) COMP.
       01 WS-POST-OVFL-SW         PIC X(1)  VALUE "N".
          88 POST-TABLE-FULL      VALUE "Y".

      * Accounts that do not reconcile, for the exceptions page.
       01 WS-EXC-TABLE.
          05 WS-EXC-CT            PIC 9(3) COMP VALUE ZERO.
          05 WS-EXC-ENTRY OCCURS 500 TIMES.
             10 WS-EXC-ACCT-NO    PIC X(10).
             10 WS-EXC-OPENING    PIC S9(11)V99.
             10 WS-EXC-ACTIVITY   PIC S9(11)V99.
             10 WS-EXC-POST-CT    PIC 9(5) COMP.
             10 WS-EXC-CLOSING    PIC S9(11)V99.
             10 WS-EXC-REASON     PIC X(30).
       01 WS-EXC-SUB              PIC 9(3) COMP.
       01 WS-EXC-OVFL-CT          PIC 9(7) COMP VALUE ZERO.

      * Work fields for the account in hand.
       01 WS-HAVE-OPEN-SW         PIC X(1).
          88 HAVE-OPEN            VALUE "Y".
       01 WS-HAVE-CLOSE-SW        PIC X(1).
          88 HAVE-CLOSE           VALUE "Y".
       01 WS-STMT-ACTIVE-SW       PIC X(1)  VALUE "N".
          88 STMT-ACTIVE          VALUE "Y".
       01 WS-OPENING-BAL          PIC S9(11)V99.
       01 WS-OPENING-DATE         PIC 9(8).
       01 WS-ACTIVITY-AMT         PIC S9(11)V99.
       01 WS-ACTIVITY-CT          PIC 9(5)  COMP.
       01 WS-RUNNING-BAL          PIC S9(11)V99.
       01 WS-EXPECTED-BAL         PIC S9(11)V99.
       01 WS-EXC-REASON-WORK      PIC X(30).

       01 WS-OPEN-READ-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-CLOSE-READ-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-HIST-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-STMT-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-STMT-POST-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-CLOSED-SKIP-CT       PIC 9(7) COMP VALUE ZERO.
       01 WS-EXC-TOTAL-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-DISP-CT              PIC Z(6)9.
       01 WS-DISP-AMT             PIC -(10)9.99.

       01 WS-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
       01 WS-LINE-CT              PIC 9(3) COMP VALUE 99.
       01 WS-PRINT-LINE           PIC X(132).

       01 WS-HEAD-1.
          05 FILLER               PIC X(42) VALUE
             "LEDGSTMT - ACCOUNT STATEMENTS             ".
          05 FILLER               PIC X(6)  VALUE "MONTH ".
          05 HD1-MONTH            PIC X(6).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE "RUN DATE ".
          05 HD1-DATE             PIC 9(8).
          05 FILLER               PIC X(8)  VALUE "    PAGE".
          05 HD1-PAGE             PIC ZZZ9.
          05 FILLER               PIC X(47) VALUE SPACES.
       01 WS-STMT-HEAD.
          05 FILLER               PIC X(8)  VALUE "ACCOUNT ".
          05 SH-ACCT-NO           PIC X(10).
          05 FILLER               PIC X(9)  VALUE "  REGION ".
          05 SH-REGION-CD         PIC X(4).
          05 FILLER               PIC X(11) VALUE "  CURRENCY ".
          05 SH-CURR-CD           PIC X(3).
          05 FILLER               PIC X(9)  VALUE "  STATUS ".
          05 SH-STATUS            PIC X(6).
          05 FILLER               PIC X(19) VALUE
             "  STATEMENT PERIOD ".
          05 SH-FROM-DATE         PIC 9(8).
          05 FILLER               PIC X(4)  VALUE " TO ".
          05 SH-TO-DATE           PIC 9(8).
          05 SH-CONTINUED         PIC X(12).
          05 FILLER               PIC X(21) VALUE SPACES.
       01 WS-STMT-COL-HEAD.
          05 FILLER               PIC X(30) VALUE
             "POSTED    TRAN DATE REFERENCE ".
          05 FILLER               PIC X(28) VALUE
             "    TYPE SRC CUR      AMOUNT".
          05 FILLER               PIC X(30) VALUE
             "     BASE AMOUNT       BALANCE".
          05 FILLER               PIC X(44) VALUE SPACES.
       01 WS-BAL-LINE.
          05 BL-LABEL             PIC X(30).
          05 BL-DATE              PIC X(8).
          05 FILLER               PIC X(36) VALUE SPACES.
          05 BL-BALANCE           PIC -(10)9.99.
          05 FILLER               PIC X(44) VALUE SPACES.
       01 WS-POST-LINE.
          05 PL-BUS-DATE          PIC 9(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 PL-TRAN-DATE         PIC 9(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 PL-REF-NO            PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 PL-TYPE              PIC X(4).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 PL-SOURCE            PIC X(3).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 PL-CURR-CD           PIC X(3).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 PL-AMOUNT            PIC -(8)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 PL-BASE-AMT          PIC -(10)9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 PL-BALANCE           PIC -(10)9.99.
          05 FILLER               PIC X(44) VALUE SPACES.
       01 WS-EXC-HEAD.
          05 FILLER               PIC X(12) VALUE "ACCOUNT     ".
          05 FILLER               PIC X(23) VALUE
             "       OPENING    POSTS".
          05 FILLER               PIC X(30) VALUE
             "       ACTIVITY        CLOSING".
          05 FILLER               PIC X(23) VALUE
             "     DIFFERENCE  REASON".
          05 FILLER               PIC X(44) VALUE SPACES.
       01 WS-EXC-LINE.
          05 XL-ACCT-NO           PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 XL-OPENING           PIC -(10)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 XL-POST-CT           PIC Z(4)9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 XL-ACTIVITY          PIC -(10)9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 XL-CLOSING           PIC -(10)9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 XL-DIFFERENCE        PIC -(10)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 XL-REASON            PIC X(30).
          05 FILLER               PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE-PARA.
           IF WS-RC = 0
               PERFORM 2000-PRODUCE-STATEMENTS-PARA
               PERFORM 4000-PRINT-EXCEPTIONS-PARA
               PERFORM 4100-PRINT-SUMMARY-PARA
               PERFORM 9000-TERMINATE-PARA
           END-IF.
           IF WS-RC = 0 AND WS-EXC-TOTAL-CT > 0
               MOVE 4 TO WS-RC
           END-IF.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      * The default month is the one before the run date's, since
      * the statements are cut after the month-end snapshot.
       1000-INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING(1:6) IS NUMERIC
               MOVE WS-PARM-STRING(1:6) TO WS-MONTH-X
               MOVE WS-MONTH-X TO WS-DATE-WORK(1:6)
           ELSE
               MOVE WS-RUN-DATE TO WS-DATE-WORK
               IF WS-DW-MM = 1
                   MOVE 12 TO WS-DW-MM
                   SUBTRACT 1 FROM WS-DW-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-DW-MM
               END-IF
               MOVE WS-DATE-WORK(1:6) TO WS-MONTH-X
           END-IF.
           IF WS-DW-MM < 1 OR WS-DW-MM > 12
               DISPLAY "LEDGSTMT: PARM MONTH " WS-MONTH-X
                   " IS NOT YYYYMM"
               MOVE 8 TO WS-RC
           ELSE
               MOVE 1 TO WS-DW-DD
               MOVE WS-DATE-WORK TO WS-MONTH-START
               PERFORM 8300-DAYS-IN-MONTH-PARA
               MOVE WS-DAYS-IN-MONTH TO WS-DW-DD
               MOVE WS-DATE-WORK TO WS-MONTH-END
           END-IF.
           IF WS-RC = 0
               PERFORM 1100-LOAD-OPENED-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 1200-LOAD-POSTINGS-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 1300-OPEN-FILES-PARA
           END-IF.

      * A night with no ACCTAUD dataset yet simply has no opens
      * on record; a new account then opens the month at zero.
       1100-LOAD-OPENED-PARA.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "LEDGSTMT: ACCTAUD NOT FOUND, NEW ACCOUNTS "
                   "OPEN AT ZERO"
               MOVE "10" TO WS-AUDIT-STATUS
           ELSE
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "LEDGSTMT: ACCTAUD OPEN FAILED, FILE "
                       "STATUS = " WS-AUDIT-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-AUDIT-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL WS-AUDIT-STATUS = "10"
               READ AUDIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AUD-ACTION = "OPEN" AND
                               AUD-EFF-DATE NOT > WS-MONTH-END
                           PERFORM 1110-STORE-OPENED-PARA
                       END-IF
               END-READ
               IF WS-AUDIT-STATUS NOT = "00" AND
                       WS-AUDIT-STATUS NOT = "10"
                   DISPLAY "LEDGSTMT: ACCTAUD READ FAILED, STATUS = "
                       WS-AUDIT-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-AUDIT-STATUS
               END-IF
           END-PERFORM.
           CLOSE AUDIT-FILE.

       1110-STORE-OPENED-PARA.
           MOVE AUD-AFTER-IMAGE TO WS-AUD-IMAGE.
           MOVE 0 TO WS-OPENED-FIND.
           PERFORM VARYING WS-OPENED-SUB FROM 1 BY 1
                   UNTIL WS-OPENED-SUB > WS-OPENED-CT
               IF WS-OPENED-ACCT-NO(WS-OPENED-SUB) = AUD-ACCT-NO
                   MOVE WS-OPENED-SUB TO WS-OPENED-FIND
                   MOVE WS-OPENED-CT TO WS-OPENED-SUB
               END-IF
           END-PERFORM.
           IF WS-OPENED-FIND = 0
               IF WS-OPENED-CT < 500
                   ADD 1 TO WS-OPENED-CT
                   MOVE WS-OPENED-CT TO WS-OPENED-FIND
               ELSE
                   IF NOT OPENED-OVFL-SHOWN
                       DISPLAY "LEDGSTMT: MORE THAN 500 ACCOUNT "
                           "OPENS ON ACCTAUD, LATER ONES OPEN AT ZERO"
                       MOVE "Y" TO WS-OPENED-OVFL-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-OPENED-FIND > 0
               MOVE AUD-ACCT-NO TO WS-OPENED-ACCT-NO(WS-OPENED-FIND)
               MOVE AUD-EFF-DATE TO WS-OPENED-DATE(WS-OPENED-FIND)
               MOVE WS-AUD-BALANCE
                   TO WS-OPENED-BALANCE(WS-OPENED-FIND)
           END-IF.

       1200-LOAD-POSTINGS-PARA.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               DISPLAY "LEDGSTMT: HISTIN NOT FOUND, NO POSTINGS"
               MOVE "10" TO WS-HIST-STATUS
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "LEDGSTMT: HISTIN OPEN FAILED, FILE "
                       "STATUS = " WS-HIST-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-HIST-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL WS-HIST-STATUS = "10"
               READ HIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PH-BUS-DATE(1:6) = WS-MONTH-X
                           PERFORM 1210-INSERT-POSTING-PARA
                       END-IF
               END-READ
               IF WS-HIST-STATUS NOT = "00" AND
                       WS-HIST-STATUS NOT = "10"
                   DISPLAY "LEDGSTMT: HISTIN READ FAILED, STATUS = "
                       WS-HIST-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-HIST-STATUS
               END-IF
           END-PERFORM.
           CLOSE HIST-FILE.
           IF WS-RC = 0 AND POST-TABLE-FULL
               DISPLAY "LEDGSTMT: MORE THAN 9999 POSTINGS IN "
                   WS-MONTH-X ", NO STATEMENTS PRODUCED"
               MOVE 8 TO WS-RC
           END-IF.

      * Slides later keys up one place and drops the posting in
      * behind any posting with the same account and business
      * date, so the order one night posted in is kept.
       1210-INSERT-POSTING-PARA.
           ADD 1 TO WS-HIST-CT.
           MOVE PH-TRAN-DATA TO LEDG-TRAN-REC.
           IF WS-POST-CT < 9999
               MOVE TRAN-ACCT-NO TO WS-NEW-ACCT-NO
               MOVE PH-BUS-DATE TO WS-NEW-BUS-DATE
               ADD 1 TO WS-POST-CT
               MOVE WS-POST-CT TO WS-INS-SUB
               MOVE "N" TO WS-INS-DONE-SW
               PERFORM UNTIL WS-INS-SUB = 1 OR INS-DONE
                   COMPUTE WS-PREV-SUB = WS-INS-SUB - 1
                   IF WS-PT-KEY(WS-PREV-SUB) > WS-NEW-KEY
                       MOVE WS-PT-ENTRY(WS-PREV-SUB)
                           TO WS-PT-ENTRY(WS-INS-SUB)
                       MOVE WS-PREV-SUB TO WS-INS-SUB
                   ELSE
                       MOVE "Y" TO WS-INS-DONE-SW
                   END-IF
               END-PERFORM
               MOVE WS-NEW-KEY TO WS-PT-KEY(WS-INS-SUB)
               MOVE PH-TRAN-DATA TO WS-PT-TRAN-DATA(WS-INS-SUB)
               MOVE PH-BASE-AMOUNT TO WS-PT-BASE-AMT(WS-INS-SUB)
           ELSE
               MOVE "Y" TO WS-POST-OVFL-SW
           END-IF.

       1300-OPEN-FILES-PARA.
           OPEN INPUT CLOSE-FILE.
           IF WS-CLOSE-STATUS = "35"
               DISPLAY "LEDGSTMT: CLOSSNAP NOT FOUND, NO CLOSING "
                   "BALANCES TO STATE"
               MOVE 8 TO WS-RC
           ELSE
               IF WS-CLOSE-STATUS NOT = "00"
                   DISPLAY "LEDGSTMT: CLOSSNAP OPEN FAILED, FILE "
                       "STATUS = " WS-CLOSE-STATUS
                   MOVE 12 TO WS-RC
               END-IF
           END-IF.
           OPEN INPUT OPEN-FILE.
           IF WS-OPEN-STATUS = "35"
               DISPLAY "LEDGSTMT: OPENSNAP NOT FOUND, EVERY ACCOUNT "
                   "TREATED AS NEW THIS MONTH"
               MOVE HIGH-VALUES TO WS-OPEN-KEY
           ELSE
               IF WS-OPEN-STATUS NOT = "00"
                   DISPLAY "LEDGSTMT: OPENSNAP OPEN FAILED, FILE "
                       "STATUS = " WS-OPEN-STATUS
                   MOVE 12 TO WS-RC
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "LEDGSTMT: STMTRPT OPEN FAILED, FILE STATUS = "
                   WS-REPORT-STATUS
               MOVE 12 TO WS-RC
           END-IF.

      * Three-way match on account number: last month's snapshot,
      * this month's snapshot and the sorted postings table. Each
      * pass takes the lowest account number in hand and consumes
      * whatever each source holds for it.
       2000-PRODUCE-STATEMENTS-PARA.
           MOVE 1 TO WS-POST-NEXT.
           IF WS-OPEN-KEY NOT = HIGH-VALUES
               PERFORM 2010-READ-OPENING-PARA
           END-IF.
           PERFORM 2020-READ-CLOSING-PARA.
           PERFORM 2030-SET-POST-KEY-PARA.
           PERFORM UNTIL WS-OPEN-KEY = HIGH-VALUES AND
                   WS-CLOSE-KEY = HIGH-VALUES AND
                   WS-POST-KEY = HIGH-VALUES
               MOVE WS-OPEN-KEY TO WS-LOW-KEY
               IF WS-CLOSE-KEY < WS-LOW-KEY
                   MOVE WS-CLOSE-KEY TO WS-LOW-KEY
               END-IF
               IF WS-POST-KEY < WS-LOW-KEY
                   MOVE WS-POST-KEY TO WS-LOW-KEY
               END-IF
               PERFORM 2100-ONE-ACCOUNT-PARA
               IF WS-OPEN-KEY = WS-LOW-KEY
                   PERFORM 2010-READ-OPENING-PARA
               END-IF
               IF WS-CLOSE-KEY = WS-LOW-KEY
                   PERFORM 2020-READ-CLOSING-PARA
               END-IF
               PERFORM 2030-SET-POST-KEY-PARA
           END-PERFORM.

       2010-READ-OPENING-PARA.
           READ OPEN-FILE INTO WS-OPEN-IMAGE
               AT END
                   MOVE HIGH-VALUES TO WS-OPEN-KEY
               NOT AT END
                   ADD 1 TO WS-OPEN-READ-CT
                   MOVE WS-OPEN-ACCT-NO TO WS-OPEN-KEY
           END-READ.
           IF WS-OPEN-STATUS NOT = "00" AND WS-OPEN-STATUS NOT = "10"
               DISPLAY "LEDGSTMT: OPENSNAP READ FAILED, STATUS = "
                   WS-OPEN-STATUS
               MOVE 12 TO WS-RC
               MOVE HIGH-VALUES TO WS-OPEN-KEY
           END-IF.

       2020-READ-CLOSING-PARA.
           READ CLOSE-FILE INTO ACCT-MSTR-REC
               AT END
                   MOVE HIGH-VALUES TO WS-CLOSE-KEY
               NOT AT END
                   ADD 1 TO WS-CLOSE-READ-CT
                   MOVE ACCT-NO TO WS-CLOSE-KEY
           END-READ.
           IF WS-CLOSE-STATUS NOT = "00" AND
                   WS-CLOSE-STATUS NOT = "10"
               DISPLAY "LEDGSTMT: CLOSSNAP READ FAILED, STATUS = "
                   WS-CLOSE-STATUS
               MOVE 12 TO WS-RC
               MOVE HIGH-VALUES TO WS-CLOSE-KEY
           END-IF.

       2030-SET-POST-KEY-PARA.
           IF WS-POST-NEXT > WS-POST-CT
               MOVE HIGH-VALUES TO WS-POST-KEY
           ELSE
               MOVE WS-PT-ACCT-NO(WS-POST-NEXT) TO WS-POST-KEY
           END-IF.

      * Works out the account's opening balance and its postings
      * for the month, then either prints the statement or lists
      * the account as an exception.
       2100-ONE-ACCOUNT-PARA.
           MOVE "N" TO WS-HAVE-OPEN-SW.
           MOVE "N" TO WS-HAVE-CLOSE-SW.
           IF WS-OPEN-KEY = WS-LOW-KEY
               MOVE "Y" TO WS-HAVE-OPEN-SW
           END-IF.
           IF WS-CLOSE-KEY = WS-LOW-KEY
               MOVE "Y" TO WS-HAVE-CLOSE-SW
           END-IF.
           PERFORM 2110-FIND-OPENING-PARA.
           MOVE WS-POST-NEXT TO WS-POST-FIRST.
           MOVE ZERO TO WS-ACTIVITY-AMT.
           MOVE ZERO TO WS-ACTIVITY-CT.
           PERFORM UNTIL WS-POST-KEY NOT = WS-LOW-KEY
               ADD WS-PT-BASE-AMT(WS-POST-NEXT) TO WS-ACTIVITY-AMT
               ADD 1 TO WS-ACTIVITY-CT
               ADD 1 TO WS-POST-NEXT
               PERFORM 2030-SET-POST-KEY-PARA
           END-PERFORM.
           COMPUTE WS-POST-LAST = WS-POST-NEXT - 1.
           COMPUTE WS-EXPECTED-BAL = WS-OPENING-BAL + WS-ACTIVITY-AMT.
           IF NOT HAVE-CLOSE
               MOVE "NOT ON CLOSING SNAPSHOT" TO WS-EXC-REASON-WORK
               PERFORM 2300-ADD-EXCEPTION-PARA
           ELSE
               IF WS-EXPECTED-BAL NOT = ACCT-BALANCE
                   MOVE "OPENING + ACTIVITY NOT CLOSING"
                       TO WS-EXC-REASON-WORK
                   PERFORM 2300-ADD-EXCEPTION-PARA
               ELSE
                   IF ACCT-CLOSED AND WS-ACTIVITY-CT = 0 AND
                           WS-OPENING-BAL = ZERO AND
                           ACCT-BALANCE = ZERO
                       ADD 1 TO WS-CLOSED-SKIP-CT
                   ELSE
                       PERFORM 2200-PRINT-STATEMENT-PARA
                   END-IF
               END-IF
           END-IF.

      * Last month's snapshot gives the opening balance; failing
      * that, the balance LEDGAMNT opened the account with, dated
      * its effective open date; failing that, zero.
       2110-FIND-OPENING-PARA.
           MOVE ZERO TO WS-OPENING-BAL.
           MOVE ZERO TO WS-OPENING-DATE.
           IF HAVE-OPEN
               MOVE WS-OPEN-BALANCE TO WS-OPENING-BAL
           ELSE
               MOVE 0 TO WS-OPENED-FIND
               PERFORM VARYING WS-OPENED-SUB FROM 1 BY 1
                       UNTIL WS-OPENED-SUB > WS-OPENED-CT
                   IF WS-OPENED-ACCT-NO(WS-OPENED-SUB) = WS-LOW-KEY
                       MOVE WS-OPENED-SUB TO WS-OPENED-FIND
                       MOVE WS-OPENED-CT TO WS-OPENED-SUB
                   END-IF
               END-PERFORM
               IF WS-OPENED-FIND > 0
                   MOVE WS-OPENED-BALANCE(WS-OPENED-FIND)
                       TO WS-OPENING-BAL
                   MOVE WS-OPENED-DATE(WS-OPENED-FIND)
                       TO WS-OPENING-DATE
               END-IF
           END-IF.

       2200-PRINT-STATEMENT-PARA.
           ADD 1 TO WS-STMT-CT.
           MOVE "Y" TO WS-STMT-ACTIVE-SW.
           MOVE SPACES TO SH-CONTINUED.
           PERFORM 5100-NEW-PAGE-PARA.
           MOVE "(CONTINUED)" TO SH-CONTINUED.
           MOVE SPACES TO WS-BAL-LINE.
           IF WS-OPENING-DATE = ZERO
               MOVE "OPENING BALANCE" TO BL-LABEL
               MOVE WS-MONTH-START TO BL-DATE
           ELSE
               MOVE "ACCOUNT OPENED WITH BALANCE" TO BL-LABEL
               MOVE WS-OPENING-DATE TO BL-DATE
           END-IF.
           MOVE WS-OPENING-BAL TO BL-BALANCE.
           MOVE WS-BAL-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-OPENING-BAL TO WS-RUNNING-BAL.
           PERFORM VARYING WS-POST-SUB FROM WS-POST-FIRST BY 1
                   UNTIL WS-POST-SUB > WS-POST-LAST
               PERFORM 2210-PRINT-POSTING-PARA
           END-PERFORM.
           MOVE SPACES TO WS-BAL-LINE.
           MOVE "CLOSING BALANCE" TO BL-LABEL.
           MOVE WS-MONTH-END TO BL-DATE.
           MOVE ACCT-BALANCE TO BL-BALANCE.
           MOVE WS-BAL-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-ACTIVITY-CT TO WS-DISP-CT.
           MOVE WS-ACTIVITY-AMT TO WS-DISP-AMT.
           STRING "POSTINGS IN PERIOD       " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               "  NET BASE AMOUNT " DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE "N" TO WS-STMT-ACTIVE-SW.

       2210-PRINT-POSTING-PARA.
           ADD 1 TO WS-STMT-POST-CT.
           MOVE WS-PT-TRAN-DATA(WS-POST-SUB) TO LEDG-TRAN-REC.
           ADD WS-PT-BASE-AMT(WS-POST-SUB) TO WS-RUNNING-BAL.
           MOVE WS-PT-BUS-DATE(WS-POST-SUB) TO PL-BUS-DATE.
           MOVE TRAN-DATE TO PL-TRAN-DATE.
           MOVE TRAN-REF-NO TO PL-REF-NO.
           EVALUATE TRUE
               WHEN TRAN-REVERSAL
                   MOVE "REV " TO PL-TYPE
               WHEN TRAN-CORRECTION
                   MOVE "CORR" TO PL-TYPE
               WHEN OTHER
                   MOVE "ORIG" TO PL-TYPE
           END-EVALUATE.
           IF TRAN-SRC-SYSTEM
               MOVE "SYS" TO PL-SOURCE
           ELSE
               MOVE SPACES TO PL-SOURCE
           END-IF.
           MOVE TRAN-CURR-CD TO PL-CURR-CD.
           MOVE TRAN-AMOUNT TO PL-AMOUNT.
           MOVE WS-PT-BASE-AMT(WS-POST-SUB) TO PL-BASE-AMT.
           MOVE WS-RUNNING-BAL TO PL-BALANCE.
           MOVE WS-POST-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

       2300-ADD-EXCEPTION-PARA.
           ADD 1 TO WS-EXC-TOTAL-CT.
           IF WS-EXC-CT < 500
               ADD 1 TO WS-EXC-CT
               MOVE WS-LOW-KEY TO WS-EXC-ACCT-NO(WS-EXC-CT)
               MOVE WS-OPENING-BAL TO WS-EXC-OPENING(WS-EXC-CT)
               MOVE WS-ACTIVITY-AMT TO WS-EXC-ACTIVITY(WS-EXC-CT)
               MOVE WS-ACTIVITY-CT TO WS-EXC-POST-CT(WS-EXC-CT)
               IF HAVE-CLOSE
                   MOVE ACCT-BALANCE TO WS-EXC-CLOSING(WS-EXC-CT)
               ELSE
                   MOVE ZERO TO WS-EXC-CLOSING(WS-EXC-CT)
               END-IF
               MOVE WS-EXC-REASON-WORK TO WS-EXC-REASON(WS-EXC-CT)
           ELSE
               ADD 1 TO WS-EXC-OVFL-CT
           END-IF.

      * The difference is the closing balance less what the
      * opening balance and the month's postings say it should be.
       4000-PRINT-EXCEPTIONS-PARA.
           MOVE "N" TO WS-STMT-ACTIVE-SW.
           PERFORM 5100-NEW-PAGE-PARA.
           MOVE "ACCOUNTS NOT RECONCILED - NO STATEMENT PRINTED"
               TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-EXC-HEAD TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           IF WS-EXC-CT = 0
               MOVE "NONE - EVERY ACCOUNT RECONCILED" TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           ELSE
               PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                       UNTIL WS-EXC-SUB > WS-EXC-CT
                   MOVE WS-EXC-ACCT-NO(WS-EXC-SUB) TO XL-ACCT-NO
                   MOVE WS-EXC-OPENING(WS-EXC-SUB) TO XL-OPENING
                   MOVE WS-EXC-POST-CT(WS-EXC-SUB) TO XL-POST-CT
                   MOVE WS-EXC-ACTIVITY(WS-EXC-SUB) TO XL-ACTIVITY
                   MOVE WS-EXC-CLOSING(WS-EXC-SUB) TO XL-CLOSING
                   COMPUTE XL-DIFFERENCE = WS-EXC-CLOSING(WS-EXC-SUB)
                       - WS-EXC-OPENING(WS-EXC-SUB)
                       - WS-EXC-ACTIVITY(WS-EXC-SUB)
                   MOVE WS-EXC-REASON(WS-EXC-SUB) TO XL-REASON
                   MOVE WS-EXC-LINE TO WS-PRINT-LINE
                   PERFORM 5000-WRITE-LINE-PARA
               END-PERFORM
           END-IF.
           IF WS-EXC-OVFL-CT > 0
               MOVE WS-EXC-OVFL-CT TO WS-DISP-CT
               STRING "FURTHER EXCEPTIONS NOT LISTED " DELIMITED BY SIZE
                   WS-DISP-CT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           END-IF.

       4100-PRINT-SUMMARY-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-OPEN-READ-CT TO WS-DISP-CT.
           STRING "OPENING SNAPSHOT RECORDS " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-CLOSE-READ-CT TO WS-DISP-CT.
           STRING "CLOSING SNAPSHOT RECORDS " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-HIST-CT TO WS-DISP-CT.
           STRING "POSTINGS IN MONTH        " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-STMT-CT TO WS-DISP-CT.
           STRING "STATEMENTS PRINTED       " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-STMT-POST-CT TO WS-DISP-CT.
           STRING "POSTINGS ON STATEMENTS   " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-CLOSED-SKIP-CT TO WS-DISP-CT.
           STRING "CLOSED, NO STATEMENT     " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-EXC-TOTAL-CT TO WS-DISP-CT.
           STRING "EXCEPTIONS               " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-STMT-CT TO WS-DISP-CT.
           DISPLAY "LEDGSTMT: " WS-MONTH-X " STATEMENTS PRINTED "
               WS-DISP-CT.

       5000-WRITE-LINE-PARA.
           IF WS-LINE-CT > 55
               PERFORM 5100-NEW-PAGE-PARA
           END-IF.
           WRITE REPORT-REC FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CT.
           MOVE SPACES TO WS-PRINT-LINE.

      * Every statement starts a page; one that runs over repeats
      * its account line, marked continued, and column heads.
       5100-NEW-PAGE-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-MONTH-X TO HD1-MONTH.
           MOVE WS-RUN-DATE TO HD1-DATE.
           MOVE WS-PAGE-NO TO HD1-PAGE.
           WRITE REPORT-REC FROM WS-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-LINE-CT.
           IF STMT-ACTIVE
               MOVE ACCT-NO TO SH-ACCT-NO
               MOVE ACCT-REGION-CD TO SH-REGION-CD
               MOVE ACCT-CURR-CD TO SH-CURR-CD
               EVALUATE TRUE
                   WHEN ACCT-FROZEN
                       MOVE "FROZEN" TO SH-STATUS
                   WHEN ACCT-CLOSED
                       MOVE "CLOSED" TO SH-STATUS
                   WHEN OTHER
                       MOVE "ACTIVE" TO SH-STATUS
               END-EVALUATE
               MOVE WS-MONTH-START TO SH-FROM-DATE
               MOVE WS-MONTH-END TO SH-TO-DATE
               WRITE REPORT-REC FROM WS-STMT-HEAD
                   AFTER ADVANCING 1 LINE
               WRITE REPORT-REC FROM WS-STMT-COL-HEAD
                   AFTER ADVANCING 2 LINES
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               MOVE 6 TO WS-LINE-CT
           END-IF.

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
           IF WS-OPEN-STATUS NOT = "35"
               CLOSE OPEN-FILE
           END-IF.
           CLOSE CLOSE-FILE.
           CLOSE REPORT-FILE.
