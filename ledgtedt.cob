       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGTEDT.
      * Pre-extract edit of the day's LEDGTRAN transactions, run
      * once for all regions by the shared NIGHTLY front end ahead
      * of the regional streams' LEDGREXT extracts.
      * Until this step existed the only edit a transaction got
      * was LEDGREXT's region-code lookup, so a blank account
      * number, a zero or absurd amount, or a date weeks away from
      * the region's business date posted straight through and
      * surfaced as a general-ledger question days later. Every
      * record is judged field by field: TRAN-ACCT-NO must not be
      * blank, TRAN-REGION-CD must be a region on REGNPARM (no
      * regional stream would pick anything else up), TRAN-SOURCE
      * must be spaces or S (a system entry - system entries get
      * every other edit too), TRAN-AMOUNT
      * must be numeric, non-zero and inside
      * the per-transaction cap, and TRAN-DATE must be a real
      * calendar date within the staleness tolerance of the
      * region's business date (taken from tonight's NORMAL or
      * RERUN entry in BANRLOG; the machine run date stands in for
      * a region whose stream has not opened yet). An exact repeat
      * of an earlier record tonight is dropped as a duplicate, and
      * a non-blank TRAN-CURR-CD with no usable rate in the
      * CURRPARM table is dropped as an unknown currency before it
      * can distort the base-currency totals downstream. A reversal or
      * correction (TRAN-TYPE R or C, see LEDGTRAN.cpy) must point with
      * its TRAN-REF-NO at an original that actually posted: before the
      * edit pass the input is scanned once for the references
      * such records carry, and the posted-ledger history under
      * HISTIN (every POSTHIST generation) is read once for those
      * references. A reference with no posted original drops as
      * NO ORIGINAL; a reversal of an original already reversed -
      * in the history or earlier tonight - drops as ALREADY REVD,
      * and one whose account, region, currency or amount is not
      * the exact negation of the original drops as REV MISMATCH.
      * Every reversal and correction that passes is written with
      * what was found about its original to REVXREF (see
      * REVXREF.cpy), which the extract, posting and corrections
      * register steps read downstream. Clean records go
      * to TRANOUT for LEDGREXT to read; every drop is printed on
      * the EDITRPT edit report with the record number it was
      * found in, the way BANREDIT reports the control files, and
      * written to EDTREJS with a short reason, where each
      * region's suspense absorb counts its own drops for the
      * conservation proof; a drop is corrected at source and is
      * never queued. What was read,
      * passed and dropped is handed to LEDGFLOW per region and
      * currency for the conservation proof. PARM
      * may carry DAYS,CAP - the staleness tolerance in days and
      * the amount cap in whole units - defaulting to 5 and
      * 50000000. Ends with RETURN-CODE 4 when anything was
           SELECT CURR-FILE ASSIGN TO "CURRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRPARM-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT XREF-FILE ASSIGN TO "REVXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CLEAN-FILE ASSIGN TO "TRANOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLEAN-STATUS.
       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 TRAN-IN-REC             PIC X(50).

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CURRPARM.

       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY POSTHIST.

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY REVXREF.

       FD  CLEAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 CLEAN-REC               PIC X(50).

       FD  EDTREJ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EDTREJ-REC.
          05 REJ-TRAN-DATA        PIC X(50).
          05 REJ-REASON           PIC X(12).

       FD  REPORT-FILE
       01 WS-RUNLOG-STATUS        PIC X(2).
       01 WS-REGNPARM-STATUS      PIC X(2).
       01 WS-CURRPARM-STATUS      PIC X(2).
       01 WS-HIST-STATUS          PIC X(2).
       01 WS-XREF-STATUS          PIC X(2).
       01 WS-CLEAN-STATUS         PIC X(2).
       01 WS-EDTREJ-STATUS        PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-AMT-CAP              PIC 9(9)V99 VALUE 50000000.
       01 WS-CAP-WHOLE            PIC 9(9).

       COPY LEDGTRAN.

       COPY REGNTAB.

       COPY CURRTAB.
      * than dying; every other edit still applies.
       01 WS-SEEN-TABLE.
          05 WS-SEEN-CT           PIC 9(4) COMP VALUE ZERO.
          05 WS-SEEN-REC          PIC X(50) OCCURS 1000 TIMES.
       01 WS-SEEN-SUB             PIC 9(4) COMP.
       01 WS-SEEN-OVERFLOW-SW     PIC X(1)  VALUE "N".
          88 SEEN-OVERFLOW-SHOWN  VALUE "Y".
       01 WS-DUP-SW               PIC X(1).

      * References carried by tonight's reversals and corrections,
      * collected by the pre-scan, and what the history scan found
      * for each: whether the original posted, whether the history
      * already holds a reversal of it, whether a reversal passed
      * earlier tonight, and the original's posted fields. A night
      * with more distinct references than the table holds drops
      * the overflow REF OVERFLOW with a one-time console note, to
      * be re-entered on a later night.
       01 WS-REF-TABLE.
          05 WS-REF-CT            PIC 9(4) COMP VALUE ZERO.
          05 WS-REF-ENTRY OCCURS 500 TIMES.
             10 WS-REF-NO         PIC X(12).
             10 WS-REF-FOUND-SW   PIC X(1).
             10 WS-REF-REVD-SW    PIC X(1).
             10 WS-REF-TONIGHT-SW PIC X(1).
             10 WS-REF-ACCT-NO    PIC X(10).
             10 WS-REF-REGION-CD  PIC X(4).
             10 WS-REF-CURR-CD    PIC X(3).
             10 WS-REF-AMOUNT     PIC S9(9)V99.
             10 WS-REF-TRAN-DATE  PIC 9(8).
             10 WS-REF-BASE-AMT   PIC S9(11)V99.
             10 WS-REF-BUS-DATE   PIC 9(8).
             10 WS-REF-RUN-ID     PIC 9(6).
       01 WS-REF-SUB              PIC 9(4) COMP.
       01 WS-REF-FIND             PIC 9(4) COMP.
       01 WS-REF-OVERFLOW-SW      PIC X(1)  VALUE "N".
          88 REF-OVERFLOW-SHOWN   VALUE "Y".
       01 WS-HIST-READ-CT         PIC 9(9) COMP VALUE ZERO.
       01 WS-REV-CT               PIC 9(7) COMP VALUE ZERO.
       01 WS-CORR-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-CURR-SUB             PIC 9(2) COMP.
       01 WS-CURR-FIND            PIC 9(2) COMP.

       01 WS-TIME-RUN-ID          PIC 9(6)  VALUE ZERO.
       01 WS-TIME-EVENT           PIC X(5).

      * Flow-tally work fields for the shared LEDGFLOW handoff.
       01 WS-FLOW-FUNCTION        PIC X(4).
       01 WS-FLOW-STEP            PIC X(8)  VALUE "LEDGTEDT".
       01 WS-FLOW-BUCKET          PIC X(8).
       01 WS-FLOW-REGION          PIC X(4).
       01 WS-FLOW-CURR            PIC X(3).
       01 WS-FLOW-COUNT           PIC 9(7).
       01 WS-FLOW-AMT             PIC S9(11)V99.
       01 WS-FLOW-BASE            PIC S9(13)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "START" TO WS-TIME-EVENT.
           PERFORM 1000-INITIALIZE-PARA.
           IF WS-RC = 0
               PERFORM 2000-EDIT-TRANS-PARA
               PERFORM 2600-SEND-FLOW-PARA
               PERFORM 3000-PRINT-SUMMARY-PARA
               PERFORM 9000-TERMINATE-PARA
           END-IF.
           PERFORM 1100-LOAD-REGION-TABLE-PARA.
           PERFORM 1150-LOAD-CURR-TABLE-PARA.
           PERFORM 1200-FIND-BUS-DATES-PARA.
           PERFORM 1400-COLLECT-REFS-PARA.
           IF WS-REF-CT > 0
               PERFORM 1500-SCAN-HISTORY-PARA
           END-IF.
           PERFORM 1300-OPEN-FILES-PARA.

      * PARM arrives DAYS,CAP with each piece left-justified and
                   WS-CLEAN-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           OPEN OUTPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "LEDGTEDT: REVXREF OPEN FAILED, FILE STATUS = "
                   WS-XREF-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           OPEN OUTPUT EDTREJ-FILE.
           IF WS-EDTREJ-STATUS NOT = "00"
               DISPLAY "LEDGTEDT: EDTREJS OPEN FAILED, FILE STATUS = "
               PERFORM 5100-NEW-PAGE-PARA
           END-IF.

      * First pass over the input: the references every reversal
      * and correction points at, each kept once. Nothing is
      * edited here; the file is closed again for 1300 to reopen.
       1400-COLLECT-REFS-PARA.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "LEDGTEDT: LEDGTRAN OPEN FAILED, FILE STATUS = "
                   WS-TRAN-STATUS
               MOVE 12 TO WS-RC
           ELSE
               PERFORM UNTIL WS-TRAN-STATUS = "10"
                   READ TRAN-FILE INTO LEDG-TRAN-REC
                       AT END
                           CONTINUE
                       NOT AT END
                           IF (TRAN-REVERSAL OR TRAN-CORRECTION) AND
                                   TRAN-REF-NO NOT = SPACES
                               PERFORM 1410-STORE-REF-PARA
                           END-IF
                   END-READ
                   IF WS-TRAN-STATUS NOT = "00" AND
                           WS-TRAN-STATUS NOT = "10"
                       DISPLAY "LEDGTEDT: LEDGTRAN READ FAILED, "
                           "STATUS = " WS-TRAN-STATUS
                       MOVE 12 TO WS-RC
                       MOVE "10" TO WS-TRAN-STATUS
                   END-IF
               END-PERFORM
               CLOSE TRAN-FILE
           END-IF.

       1410-STORE-REF-PARA.
           PERFORM 2165-FIND-REF-PARA.
           IF WS-REF-FIND = 0
               IF WS-REF-CT < 500
                   ADD 1 TO WS-REF-CT
                   MOVE TRAN-REF-NO TO WS-REF-NO(WS-REF-CT)
                   MOVE "N" TO WS-REF-FOUND-SW(WS-REF-CT)
                   MOVE "N" TO WS-REF-REVD-SW(WS-REF-CT)
                   MOVE "N" TO WS-REF-TONIGHT-SW(WS-REF-CT)
               ELSE
                   IF NOT REF-OVERFLOW-SHOWN
                       DISPLAY "LEDGTEDT: MORE THAN 500 REVERSAL AND "
                           "CORRECTION REFERENCES, OVERFLOW DROPPED"
                       MOVE "Y" TO WS-REF-OVERFLOW-SW
                   END-IF
               END-IF
           END-IF.

      * Reads the whole posted-ledger history once for the
      * collected references: a posted original fills in the
      * entry, a posted reversal marks it reversed. A missing
      * history is a brand-new environment - nothing has posted,
      * so every reversal and correction drops NO ORIGINAL.
       1500-SCAN-HISTORY-PARA.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               DISPLAY "LEDGTEDT: HISTIN NOT FOUND, NO ORIGINALS TO "
                   "MATCH"
               MOVE "10" TO WS-HIST-STATUS
           ELSE
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "LEDGTEDT: HISTIN OPEN FAILED, FILE "
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
                       ADD 1 TO WS-HIST-READ-CT
                       MOVE PH-TRAN-DATA TO LEDG-TRAN-REC
                       IF TRAN-REF-NO NOT = SPACES
                           PERFORM 1510-MATCH-HISTORY-PARA
                       END-IF
               END-READ
               IF WS-HIST-STATUS NOT = "00" AND
                       WS-HIST-STATUS NOT = "10"
                   DISPLAY "LEDGTEDT: HISTIN READ FAILED, STATUS = "
                       WS-HIST-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-HIST-STATUS
               END-IF
           END-PERFORM.
           CLOSE HIST-FILE.

       1510-MATCH-HISTORY-PARA.
           PERFORM 2165-FIND-REF-PARA.
           IF WS-REF-FIND > 0
               IF TRAN-ORIGINAL
                   MOVE "Y" TO WS-REF-FOUND-SW(WS-REF-FIND)
                   MOVE TRAN-ACCT-NO TO WS-REF-ACCT-NO(WS-REF-FIND)
                   MOVE TRAN-REGION-CD TO WS-REF-REGION-CD(WS-REF-FIND)
                   MOVE TRAN-CURR-CD TO WS-REF-CURR-CD(WS-REF-FIND)
                   MOVE TRAN-AMOUNT TO WS-REF-AMOUNT(WS-REF-FIND)
                   MOVE TRAN-DATE TO WS-REF-TRAN-DATE(WS-REF-FIND)
                   MOVE PH-BASE-AMOUNT TO WS-REF-BASE-AMT(WS-REF-FIND)
                   MOVE PH-BUS-DATE TO WS-REF-BUS-DATE(WS-REF-FIND)
                   MOVE PH-RUN-ID TO WS-REF-RUN-ID(WS-REF-FIND)
               END-IF
               IF TRAN-REVERSAL
                   MOVE "Y" TO WS-REF-REVD-SW(WS-REF-FIND)
               END-IF
           END-IF.

       2000-EDIT-TRANS-PARA.
           PERFORM UNTIL WS-TRAN-STATUS = "10"
               READ TRAN-FILE INTO LEDG-TRAN-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-READ-CT
                       MOVE "READ" TO WS-FLOW-BUCKET
                       PERFORM 2500-TALLY-FLOW-PARA
                       PERFORM 2100-EDIT-ONE-TRAN-PARA
               END-READ
               IF WS-TRAN-STATUS NOT = "00" AND
               MOVE "BLANK ACCT  " TO WS-REASON-TRY
               PERFORM 5200-WRITE-EDIT-LINE-PARA
           END-IF.
           IF NOT TRAN-SRC-CUSTOMER AND NOT TRAN-SRC-SYSTEM
               MOVE "TRAN SOURCE IS NOT SPACE OR S" TO EL-MESSAGE
               MOVE "BAD SOURCE  " TO WS-REASON-TRY
               PERFORM 5200-WRITE-EDIT-LINE-PARA
           END-IF.
           PERFORM 2105-EDIT-REGION-PARA.
           PERFORM 2110-EDIT-AMOUNT-PARA.
           PERFORM 2120-EDIT-DATE-PARA.
           PERFORM 2140-EDIT-CURRENCY-PARA.
           PERFORM 2160-EDIT-REFERENCE-PARA.
           PERFORM 2150-CHECK-DUPLICATE-PARA.
           IF WS-DROP-SW = "Y"
               ADD 1 TO WS-DROP-CT
               PERFORM 2300-WRITE-EDIT-REJECT-PARA
           ELSE
               PERFORM 2200-WRITE-CLEAN-PARA
               IF TRAN-REVERSAL OR TRAN-CORRECTION
                   PERFORM 2400-WRITE-XREF-PARA
               END-IF
           END-IF.

      * Each region runs its own extract, posting and suspense
      * stream, so a region code that is not on REGNPARM has no
      * stream to take it; it is dropped here instead of travelling
      * on to a BAD REGION reject nobody would ever absorb.
       2105-EDIT-REGION-PARA.
           MOVE 0 TO WS-RGN-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REGION-CT
               IF WS-REGION-CD(WS-SUB) = TRAN-REGION-CD
                   MOVE WS-SUB TO WS-RGN-SUB
                   MOVE WS-REGION-CT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-RGN-SUB = 0
               MOVE "REGION CODE IS NOT ON REGNPARM" TO EL-MESSAGE
               MOVE "BAD REGION  " TO WS-REASON-TRY
               PERFORM 5200-WRITE-EDIT-LINE-PARA
           END-IF.

       2110-EDIT-AMOUNT-PARA.
               END-IF
           END-IF.

      * An original needs nothing further. A reversal or
      * correction must name an original the history scan found;
      * a reversal must also be the first reversal of it and the
      * exact negation of it on the same account, region and
      * currency.
       2160-EDIT-REFERENCE-PARA.
           MOVE 0 TO WS-REF-FIND.
           IF TRAN-ORIGINAL
               CONTINUE
           ELSE
               IF NOT TRAN-REVERSAL AND NOT TRAN-CORRECTION
                   MOVE "TRAN TYPE IS NOT O, R OR C" TO EL-MESSAGE
                   MOVE "BAD TYPE    " TO WS-REASON-TRY
                   PERFORM 5200-WRITE-EDIT-LINE-PARA
               ELSE
                   IF TRAN-REF-NO = SPACES
                       MOVE "REVERSAL OR CORRECTION HAS NO REFERENCE"
                           TO EL-MESSAGE
                       MOVE "NO ORIGINAL " TO WS-REASON-TRY
                       PERFORM 5200-WRITE-EDIT-LINE-PARA
                   ELSE
                       PERFORM 2165-FIND-REF-PARA
                       IF WS-REF-FIND = 0
                           MOVE "REFERENCE TABLE FULL, NOT CHECKED"
                               TO EL-MESSAGE
                           MOVE "REF OVERFLOW" TO WS-REASON-TRY
                           PERFORM 5200-WRITE-EDIT-LINE-PARA
                       ELSE
                           PERFORM 2170-EDIT-ORIGINAL-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2165-FIND-REF-PARA.
           MOVE 0 TO WS-REF-FIND.
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > WS-REF-CT
               IF WS-REF-NO(WS-REF-SUB) = TRAN-REF-NO
                   MOVE WS-REF-SUB TO WS-REF-FIND
                   MOVE WS-REF-CT TO WS-REF-SUB
               END-IF
           END-PERFORM.

       2170-EDIT-ORIGINAL-PARA.
           IF WS-REF-FOUND-SW(WS-REF-FIND) = "N"
               MOVE "REFERENCED ORIGINAL NOT IN POSTED HISTORY"
                   TO EL-MESSAGE
               MOVE "NO ORIGINAL " TO WS-REASON-TRY
               PERFORM 5200-WRITE-EDIT-LINE-PARA
           ELSE
               IF TRAN-REVERSAL
                   IF WS-REF-REVD-SW(WS-REF-FIND) = "Y" OR
                           WS-REF-TONIGHT-SW(WS-REF-FIND) = "Y"
                       MOVE "ORIGINAL HAS ALREADY BEEN REVERSED"
                           TO EL-MESSAGE
                       MOVE "ALREADY REVD" TO WS-REASON-TRY
                       PERFORM 5200-WRITE-EDIT-LINE-PARA
                   END-IF
                   IF TRAN-ACCT-NO NOT = WS-REF-ACCT-NO(WS-REF-FIND) OR
                           TRAN-REGION-CD NOT =
                           WS-REF-REGION-CD(WS-REF-FIND) OR
                           TRAN-CURR-CD NOT =
                           WS-REF-CURR-CD(WS-REF-FIND)
                       MOVE "REVERSAL ACCT/REGION/CURR DIFFER"
                           TO EL-MESSAGE
                       MOVE "REV MISMATCH" TO WS-REASON-TRY
                       PERFORM 5200-WRITE-EDIT-LINE-PARA
                   END-IF
                   IF TRAN-AMOUNT IS NUMERIC
                       IF TRAN-AMOUNT + WS-REF-AMOUNT(WS-REF-FIND)
                               NOT = ZERO
                           MOVE "REVERSAL AMOUNT NOT -ORIGINAL"
                               TO EL-MESSAGE
                           MOVE "REV MISMATCH" TO WS-REASON-TRY
                           PERFORM 5200-WRITE-EDIT-LINE-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-WRITE-CLEAN-PARA.
           WRITE CLEAN-REC FROM LEDG-TRAN-REC.
           IF WS-CLEAN-STATUS NOT = "00"
               MOVE 12 TO WS-RC
           ELSE
               ADD 1 TO WS-CLEAN-CT
               MOVE "PASSED" TO WS-FLOW-BUCKET
               PERFORM 2500-TALLY-FLOW-PARA
           END-IF.

       2300-WRITE-EDIT-REJECT-PARA.
               DISPLAY "LEDGTEDT: EDTREJS WRITE FAILED, STATUS = "
                   WS-EDTREJ-STATUS
               MOVE 12 TO WS-RC
           ELSE
               MOVE "DROPPED" TO WS-FLOW-BUCKET
               PERFORM 2500-TALLY-FLOW-PARA
           END-IF.

      * Hands the passed reversal or correction and its original
      * downstream; a passed reversal also marks the original
      * reversed so a second reversal of it tonight drops.
       2400-WRITE-XREF-PARA.
           MOVE TRAN-TYPE TO RX-TRAN-TYPE.
           MOVE TRAN-REF-NO TO RX-REF-NO.
           MOVE WS-REF-ACCT-NO(WS-REF-FIND) TO RX-ORIG-ACCT-NO.
           MOVE WS-REF-REGION-CD(WS-REF-FIND) TO RX-ORIG-REGION-CD.
           MOVE WS-REF-CURR-CD(WS-REF-FIND) TO RX-ORIG-CURR-CD.
           MOVE WS-REF-AMOUNT(WS-REF-FIND) TO RX-ORIG-AMOUNT.
           MOVE WS-REF-TRAN-DATE(WS-REF-FIND) TO RX-ORIG-TRAN-DATE.
           MOVE WS-REF-BASE-AMT(WS-REF-FIND) TO RX-ORIG-BASE-AMT.
           MOVE WS-REF-BUS-DATE(WS-REF-FIND) TO RX-ORIG-BUS-DATE.
           MOVE WS-REF-RUN-ID(WS-REF-FIND) TO RX-ORIG-RUN-ID.
           WRITE REV-XREF-REC.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "LEDGTEDT: REVXREF WRITE FAILED, STATUS = "
                   WS-XREF-STATUS
               MOVE 12 TO WS-RC
           ELSE
               IF TRAN-REVERSAL
                   ADD 1 TO WS-REV-CT
                   MOVE "Y" TO WS-REF-TONIGHT-SW(WS-REF-FIND)
               ELSE
                   ADD 1 TO WS-CORR-CT
               END-IF
           END-IF.

      * One transaction into the bucket named in WS-FLOW-BUCKET;
      * an amount that is not numeric counts as zero, the same
      * rule every step applies.
       2500-TALLY-FLOW-PARA.
           MOVE "ADD " TO WS-FLOW-FUNCTION.
           MOVE TRAN-REGION-CD TO WS-FLOW-REGION.
           MOVE TRAN-CURR-CD TO WS-FLOW-CURR.
           MOVE 1 TO WS-FLOW-COUNT.
           IF TRAN-AMOUNT IS NUMERIC
               MOVE TRAN-AMOUNT TO WS-FLOW-AMT
           ELSE
               MOVE ZERO TO WS-FLOW-AMT
           END-IF.
           MOVE ZERO TO WS-FLOW-BASE.
           CALL "LEDGFLOW" USING WS-FLOW-FUNCTION, WS-FLOW-STEP,
               WS-FLOW-BUCKET, WS-FLOW-REGION, WS-FLOW-CURR,
               WS-FLOW-COUNT, WS-FLOW-AMT, WS-FLOW-BASE, WS-RC.

       2600-SEND-FLOW-PARA.
           MOVE "SEND" TO WS-FLOW-FUNCTION.
           MOVE SPACES TO WS-FLOW-REGION.
           CALL "LEDGFLOW" USING WS-FLOW-FUNCTION, WS-FLOW-STEP,
               WS-FLOW-BUCKET, WS-FLOW-REGION, WS-FLOW-CURR,
               WS-FLOW-COUNT, WS-FLOW-AMT, WS-FLOW-BASE, WS-RC.

       3000-PRINT-SUMMARY-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-REV-CT TO WS-DISP-CT.
           STRING "REVERSALS PASSED     " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-CORR-CT TO WS-DISP-CT.
           STRING "CORRECTIONS PASSED   " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           IF WS-DROP-CT = 0
       9000-TERMINATE-PARA.
           CLOSE TRAN-FILE.
           CLOSE CLEAN-FILE.
           CLOSE XREF-FILE.
           CLOSE EDTREJ-FILE.
           CLOSE REPORT-FILE.
