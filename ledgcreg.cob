       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGCREG.
      * Nightly corrections register. Every reversal and correction
      * LEDGTEDT passes is written to REVXREF with what the edit
      * found about the original it points at (see REVXREF.cpy);
      * this report reads tonight's posted ledger (POSTOUT, under
      * the POSTIN DD) and prints each reversal and correction that
      * posted beside its original - tonight's account, currency,
      * amount, base amount and value date on the left, the
      * original's account, amount, base amount, business date and
      * run-id on the right - so operations and audit can see at a
      * glance what was undone or adjusted and against which
      * night's posting. A reversal's value date should equal its
      * original's business date and its base amount the negation
      * of the original's; a line where either does not is flagged
      * CHECK. A passed item that did not post tonight (LEDGRPST
      * rejected it - a frozen or closed account, say - and it
      * went to suspense) is listed on its own section so it is
      * followed up, and the step ends RETURN-CODE 4. Ends with
      * RETURN-CODE 12 on a file error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-FILE ASSIGN TO "POSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT XREF-FILE ASSIGN TO "REVXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CREGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY POSTHIST.

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY REVXREF.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-POST-STATUS          PIC X(2).
       01 WS-XREF-STATUS          PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RC                   PIC S9(4) COMP VALUE 0.

       COPY LEDGTRAN.

      * Tonight's REVXREF entries, each marked once a posted record
      * has been matched to it. Two corrections of the same
      * original tonight are two entries; each posted correction
      * takes the first entry not already matched.
       01 WS-XREF-TABLE.
          05 WS-XREF-CT           PIC 9(4) COMP VALUE ZERO.
          05 WS-XREF-ENTRY OCCURS 500 TIMES.
             10 WS-XREF-POSTED-SW PIC X(1).
             10 WS-XREF-TYPE      PIC X(1).
             10 WS-XREF-REF-NO    PIC X(12).
             10 WS-XREF-ACCT-NO   PIC X(10).
             10 WS-XREF-CURR-CD   PIC X(3).
             10 WS-XREF-AMOUNT    PIC S9(9)V99.
             10 WS-XREF-BASE-AMT  PIC S9(11)V99.
             10 WS-XREF-BUS-DATE  PIC 9(8).
             10 WS-XREF-RUN-ID    PIC 9(6).
       01 WS-XREF-SUB             PIC 9(4) COMP.
       01 WS-XREF-FIND            PIC 9(4) COMP.

       01 WS-REV-CT               PIC 9(7) COMP VALUE ZERO.
       01 WS-REV-BASE             PIC S9(11)V99 VALUE ZERO.
       01 WS-CORR-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-CORR-BASE            PIC S9(11)V99 VALUE ZERO.
       01 WS-CHECK-CT             PIC 9(7) COMP VALUE ZERO.
       01 WS-NOXREF-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-UNPOSTED-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-DISP-CT              PIC Z(6)9.
       01 WS-DISP-AMT             PIC -(10)9.99.

       01 WS-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
       01 WS-LINE-CT              PIC 9(3) COMP VALUE 99.
       01 WS-PRINT-LINE           PIC X(132).

       01 WS-HEAD-1.
          05 FILLER               PIC X(40) VALUE
             "LEDGCREG - CORRECTIONS REGISTER".
          05 FILLER               PIC X(9)  VALUE "RUN DATE ".
          05 HD1-DATE             PIC 9(8).
          05 FILLER               PIC X(8)  VALUE "    PAGE".
          05 HD1-PAGE             PIC ZZZ9.
          05 FILLER               PIC X(63) VALUE SPACES.
       01 WS-HEAD-2.
          05 FILLER               PIC X(17) VALUE
             "TYP REFERENCE    ".
          05 FILLER               PIC X(15) VALUE
             "ACCOUNT    CUR ".
          05 FILLER               PIC X(29) VALUE
             "       AMOUNT    BASE AMOUNT ".
          05 FILLER               PIC X(10) VALUE "VALUE DT  ".
          05 FILLER               PIC X(25) VALUE
             "ORIG ACCT    ORIG AMOUNT ".
          05 FILLER               PIC X(24) VALUE
             "     ORIG BASE ORIG BUS ".
          05 FILLER               PIC X(12) VALUE "RUN-ID".
       01 WS-DETAIL-LINE.
          05 DT-TYPE              PIC X(3).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 DT-REF-NO            PIC X(12).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 DT-ACCT-NO           PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 DT-CURR-CD           PIC X(3).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 DT-AMOUNT            PIC -(9)9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 DT-BASE-AMT          PIC -(10)9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 DT-VALUE-DATE        PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 DT-ORIG-ACCT-NO      PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 DT-ORIG-AMOUNT       PIC -(9)9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 DT-ORIG-BASE-AMT     PIC -(10)9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 DT-ORIG-BUS-DATE     PIC X(8).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 DT-ORIG-RUN-ID       PIC X(6).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 DT-FLAG              PIC X(5).
       01 WS-SECTION-SW           PIC X(1)  VALUE "P".
          88 POSTED-SECTION       VALUE "P".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE-PARA.
           IF WS-RC = 0
               PERFORM 2000-READ-POSTED-PARA
               PERFORM 3000-PRINT-UNPOSTED-PARA
               PERFORM 4000-PRINT-SUMMARY-PARA
               PERFORM 9000-TERMINATE-PARA
           END-IF.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-LOAD-XREF-TABLE-PARA.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "LEDGCREG: CREGRPT OPEN FAILED, FILE STATUS = "
                   WS-REPORT-STATUS
               MOVE 12 TO WS-RC
           END-IF.

      * Same REVXREF load as LEDGREXT and LEDGRPST make, keeping
      * the original's account, currency and amount for the
      * register. A missing dataset means the edit passed none.
       1100-LOAD-XREF-TABLE-PARA.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "35"
               MOVE "10" TO WS-XREF-STATUS
           ELSE
               IF WS-XREF-STATUS NOT = "00"
                   DISPLAY "LEDGCREG: REVXREF OPEN FAILED, FILE "
                       "STATUS = " WS-XREF-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-XREF-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL WS-XREF-STATUS = "10"
               READ XREF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1110-STORE-XREF-PARA
               END-READ
               IF WS-XREF-STATUS NOT = "00" AND
                       WS-XREF-STATUS NOT = "10"
                   DISPLAY "LEDGCREG: REVXREF READ FAILED, STATUS = "
                       WS-XREF-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-XREF-STATUS
               END-IF
           END-PERFORM.
           CLOSE XREF-FILE.

       1110-STORE-XREF-PARA.
           IF WS-XREF-CT < 500
               ADD 1 TO WS-XREF-CT
               MOVE "N" TO WS-XREF-POSTED-SW(WS-XREF-CT)
               MOVE RX-TRAN-TYPE TO WS-XREF-TYPE(WS-XREF-CT)
               MOVE RX-REF-NO TO WS-XREF-REF-NO(WS-XREF-CT)
               MOVE RX-ORIG-ACCT-NO TO WS-XREF-ACCT-NO(WS-XREF-CT)
               MOVE RX-ORIG-CURR-CD TO WS-XREF-CURR-CD(WS-XREF-CT)
               MOVE RX-ORIG-AMOUNT TO WS-XREF-AMOUNT(WS-XREF-CT)
               MOVE RX-ORIG-BASE-AMT TO WS-XREF-BASE-AMT(WS-XREF-CT)
               MOVE RX-ORIG-BUS-DATE TO WS-XREF-BUS-DATE(WS-XREF-CT)
               MOVE RX-ORIG-RUN-ID TO WS-XREF-RUN-ID(WS-XREF-CT)
           ELSE
               DISPLAY "LEDGCREG: MORE THAN 500 REVXREF ENTRIES, "
                   "REF " RX-REF-NO " NOT REGISTERED"
           END-IF.

       2000-READ-POSTED-PARA.
           OPEN INPUT POST-FILE.
           IF WS-POST-STATUS = "35"
               DISPLAY "LEDGCREG: POSTIN NOT FOUND, NOTHING POSTED"
               MOVE "10" TO WS-POST-STATUS
           ELSE
               IF WS-POST-STATUS NOT = "00"
                   DISPLAY "LEDGCREG: POSTIN OPEN FAILED, FILE "
                       "STATUS = " WS-POST-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-POST-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL WS-POST-STATUS = "10"
               READ POST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PH-TRAN-DATA TO LEDG-TRAN-REC
                       IF TRAN-REVERSAL OR TRAN-CORRECTION
                           PERFORM 2100-PRINT-POSTED-PARA
                       END-IF
               END-READ
               IF WS-POST-STATUS NOT = "00" AND
                       WS-POST-STATUS NOT = "10"
                   DISPLAY "LEDGCREG: POSTIN READ FAILED, STATUS = "
                       WS-POST-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-POST-STATUS
               END-IF
           END-PERFORM.
           CLOSE POST-FILE.

      * One line per posted reversal or correction. A posted item
      * with no REVXREF entry (the edit's table overflowed, or the
      * dataset was lost) still prints, with the original's side
      * blank and flagged CHECK.
       2100-PRINT-POSTED-PARA.
           PERFORM 2110-FIND-XREF-PARA.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF TRAN-REVERSAL
               MOVE "REV" TO DT-TYPE
               ADD 1 TO WS-REV-CT
               ADD PH-BASE-AMOUNT TO WS-REV-BASE
           ELSE
               MOVE "COR" TO DT-TYPE
               ADD 1 TO WS-CORR-CT
               ADD PH-BASE-AMOUNT TO WS-CORR-BASE
           END-IF.
           MOVE TRAN-REF-NO TO DT-REF-NO.
           MOVE TRAN-ACCT-NO TO DT-ACCT-NO.
           MOVE TRAN-CURR-CD TO DT-CURR-CD.
           MOVE TRAN-AMOUNT TO DT-AMOUNT.
           MOVE PH-BASE-AMOUNT TO DT-BASE-AMT.
           MOVE PH-VALUE-DATE TO DT-VALUE-DATE.
           IF WS-XREF-FIND = 0
               ADD 1 TO WS-NOXREF-CT
               ADD 1 TO WS-CHECK-CT
               MOVE "CHECK" TO DT-FLAG
           ELSE
               MOVE "Y" TO WS-XREF-POSTED-SW(WS-XREF-FIND)
               MOVE WS-XREF-ACCT-NO(WS-XREF-FIND) TO DT-ORIG-ACCT-NO
               MOVE WS-XREF-AMOUNT(WS-XREF-FIND) TO DT-ORIG-AMOUNT
               MOVE WS-XREF-BASE-AMT(WS-XREF-FIND) TO DT-ORIG-BASE-AMT
               MOVE WS-XREF-BUS-DATE(WS-XREF-FIND) TO DT-ORIG-BUS-DATE
               MOVE WS-XREF-RUN-ID(WS-XREF-FIND) TO DT-ORIG-RUN-ID
               IF TRAN-REVERSAL
                   IF PH-VALUE-DATE NOT =
                           WS-XREF-BUS-DATE(WS-XREF-FIND) OR
                           PH-BASE-AMOUNT +
                           WS-XREF-BASE-AMT(WS-XREF-FIND) NOT = ZERO
                       ADD 1 TO WS-CHECK-CT
                       MOVE "CHECK" TO DT-FLAG
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

       2110-FIND-XREF-PARA.
           MOVE 0 TO WS-XREF-FIND.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-CT
               IF WS-XREF-TYPE(WS-XREF-SUB) = TRAN-TYPE AND
                       WS-XREF-REF-NO(WS-XREF-SUB) = TRAN-REF-NO AND
                       WS-XREF-POSTED-SW(WS-XREF-SUB) = "N"
                   MOVE WS-XREF-SUB TO WS-XREF-FIND
                   MOVE WS-XREF-CT TO WS-XREF-SUB
               END-IF
           END-PERFORM.

      * Passed the edit but never reached POSTOUT: rejected by the
      * posting pass and now waiting in suspense.
       3000-PRINT-UNPOSTED-PARA.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-CT
               IF WS-XREF-POSTED-SW(WS-XREF-SUB) = "N"
                   IF WS-UNPOSTED-CT = 0
                       MOVE "U" TO WS-SECTION-SW
                       MOVE 99 TO WS-LINE-CT
                       MOVE "PASSED EDIT BUT NOT POSTED TONIGHT - SEE "
                           TO WS-PRINT-LINE
                       MOVE "PSTREJS AND SUSPENSE"
                           TO WS-PRINT-LINE(42:20)
                       PERFORM 5000-WRITE-LINE-PARA
                       MOVE WS-HEAD-2 TO WS-PRINT-LINE
                       PERFORM 5000-WRITE-LINE-PARA
                   END-IF
                   ADD 1 TO WS-UNPOSTED-CT
                   MOVE SPACES TO WS-DETAIL-LINE
                   IF WS-XREF-TYPE(WS-XREF-SUB) = "R"
                       MOVE "REV" TO DT-TYPE
                   ELSE
                       MOVE "COR" TO DT-TYPE
                   END-IF
                   MOVE WS-XREF-REF-NO(WS-XREF-SUB) TO DT-REF-NO
                   MOVE WS-XREF-CURR-CD(WS-XREF-SUB) TO DT-CURR-CD
                   MOVE WS-XREF-ACCT-NO(WS-XREF-SUB)
                       TO DT-ORIG-ACCT-NO
                   MOVE WS-XREF-AMOUNT(WS-XREF-SUB)
                       TO DT-ORIG-AMOUNT
                   MOVE WS-XREF-BASE-AMT(WS-XREF-SUB)
                       TO DT-ORIG-BASE-AMT
                   MOVE WS-XREF-BUS-DATE(WS-XREF-SUB)
                       TO DT-ORIG-BUS-DATE
                   MOVE WS-XREF-RUN-ID(WS-XREF-SUB)
                       TO DT-ORIG-RUN-ID
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 5000-WRITE-LINE-PARA
               END-IF
           END-PERFORM.
           IF WS-UNPOSTED-CT > 0
               DISPLAY "LEDGCREG: " WS-UNPOSTED-CT
                   " REVERSALS/CORRECTIONS PASSED EDIT BUT NOT POSTED"
               MOVE 4 TO WS-RC
           END-IF.

       4000-PRINT-SUMMARY-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           IF WS-REV-CT = 0 AND WS-CORR-CT = 0 AND WS-UNPOSTED-CT = 0
               MOVE "NO REVERSALS OR CORRECTIONS TONIGHT"
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           END-IF.
           MOVE WS-REV-CT TO WS-DISP-CT.
           MOVE WS-REV-BASE TO WS-DISP-AMT.
           STRING "REVERSALS POSTED     " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               "  BASE " DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-CORR-CT TO WS-DISP-CT.
           MOVE WS-CORR-BASE TO WS-DISP-AMT.
           STRING "CORRECTIONS POSTED   " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               "  BASE " DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-CHECK-CT TO WS-DISP-CT.
           STRING "LINES FLAGGED CHECK  " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-UNPOSTED-CT TO WS-DISP-CT.
           STRING "PASSED, NOT POSTED   " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           DISPLAY "LEDGCREG: REVERSALS " WS-REV-CT
               " CORRECTIONS " WS-CORR-CT
               " CHECK " WS-CHECK-CT.

       5000-WRITE-LINE-PARA.
           IF WS-LINE-CT > 55
               PERFORM 5100-NEW-PAGE-PARA
           END-IF.
           WRITE REPORT-REC FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CT.
           MOVE SPACES TO WS-PRINT-LINE.

      * The posted section repeats its column heading on every
      * page; the not-posted section prints its own.
       5100-NEW-PAGE-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO HD1-DATE.
           MOVE WS-PAGE-NO TO HD1-PAGE.
           WRITE REPORT-REC FROM WS-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-LINE-CT.
           IF POSTED-SECTION
               WRITE REPORT-REC FROM WS-HEAD-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-CT
           END-IF.

       9000-TERMINATE-PARA.
           CLOSE REPORT-FILE.
