      * original-currency hash and the base-currency hash computed
      * with the CURRPARM rates - so LEDGRBAL can reconcile this
      * step's output against what LEDGRPST actually read, per
      * currency. A reversal that LEDGTEDT passed converts at
      * the negated base amount its original posted at, read from
      * REVXREF, rather than at tonight's rate - the amount
      * LEDGRPST posts it at. A reversal or correction with no
      * REVXREF entry - a suspense item recycled into this step's
      * input behind the edit, which never had its original or
      * already-reversed checks tonight - goes to REJECTS with
      * reason NO XREF rather than post unchecked at tonight's
      * rate and value date. What was read, extracted and
      * rejected is handed to LEDGFLOW per region and currency for
      * the conservation proof. Each region runs the extract in its
      * own stream, naming itself in the PARM: the step then
      * routes, rejects, extracts and totals that one region's
      * transactions only - every other region's records are
      * passed over unread as far as the tallies go, for their own
      * streams to take - and its extract goes to EXTOUT01 whatever
      * the region's REGNPARM position, so one regional procedure
      * serves every region. With no PARM all regions are
      * extracted in one pass as described above. Ends with
      * RETURN-CODE 4 when anything was rejected, 8 when the PARM
      * region is not on REGNPARM or REVXREF holds more entries
      * than its table, 12 on a file error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTOUT10-FILE ASSIGN TO "EXTOUT10"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTOUT-STATUS.
           SELECT XREF-FILE ASSIGN TO "REVXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CURR-FILE ASSIGN TO "CURRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRPARM-STATUS.
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 REJECT-REC.
          05 REJ-TRAN-DATA        PIC X(50).
          05 REJ-REASON           PIC X(12).

       FD  EXTOUT01-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-01              PIC X(50).
       FD  EXTOUT02-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-02              PIC X(50).
       FD  EXTOUT03-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-03              PIC X(50).
       FD  EXTOUT04-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-04              PIC X(50).
       FD  EXTOUT05-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-05              PIC X(50).
       FD  EXTOUT06-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-06              PIC X(50).
       FD  EXTOUT07-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-07              PIC X(50).
       FD  EXTOUT08-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-08              PIC X(50).
       FD  EXTOUT09-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-09              PIC X(50).
       FD  EXTOUT10-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-10              PIC X(50).

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY REVXREF.

       FD  CURR-FILE
           LABEL RECORDS ARE STANDARD
       01 WS-RUNLOG-STATUS        PIC X(2).
       01 WS-REGNPARM-STATUS      PIC X(2).
       01 WS-CURRPARM-STATUS      PIC X(2).
       01 WS-XREF-STATUS          PIC X(2).
       01 WS-REJECT-STATUS        PIC X(2).
       01 WS-EXTOUT-STATUS        PIC X(2).
       01 WS-CTL-STATUS           PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RC                   PIC S9(4) COMP VALUE 0.

       01 WS-PARM-STRING          PIC X(80) VALUE SPACES.
       01 WS-PARM-REGION          PIC X(4)  VALUE SPACES.
          88 ALL-REGIONS          VALUE SPACES.
       01 WS-PARM-RGN-SUB         PIC 9(2)  COMP VALUE ZERO.
       01 WS-EXT-SLOT             PIC 9(2)  COMP VALUE ZERO.

       COPY REGNTAB.

       COPY CURRTAB.
       01 WS-BASE-AMT             PIC S9(11)V99.
       01 WS-CURR-WARN-SW         PIC X(1)  VALUE "N".
          88 CURR-WARN-SHOWN      VALUE "Y".

      * Tonight's passed reversals and corrections from LEDGTEDT's
      * REVXREF, with the base amount and business date each one's
      * original posted at.
       01 WS-XREF-TABLE.
          05 WS-XREF-CT           PIC 9(4) COMP VALUE ZERO.
          05 WS-XREF-ENTRY OCCURS 500 TIMES.
             10 WS-XREF-TYPE      PIC X(1).
             10 WS-XREF-REF-NO    PIC X(12).
             10 WS-XREF-BASE-AMT  PIC S9(11)V99.
             10 WS-XREF-BUS-DATE  PIC 9(8).
       01 WS-XREF-SUB             PIC 9(4) COMP.
       01 WS-XREF-FIND            PIC 9(4) COMP.
       01 WS-READ-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-REJ-BAD-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-REJ-NOTOPEN-CT       PIC 9(7) COMP VALUE ZERO.
       01 WS-REJ-NOXREF-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-OTHER-RGN-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-DISP-CT              PIC Z(6)9.

      * Timing-call work fields for the shared LEDGTIME step log.
       01 WS-TIME-RUN-ID          PIC 9(6)  VALUE ZERO.
       01 WS-TIME-EVENT           PIC X(5).

      * Flow-tally work fields for the shared LEDGFLOW handoff.
       01 WS-FLOW-FUNCTION        PIC X(4).
       01 WS-FLOW-STEP            PIC X(8)  VALUE "LEDGREXT".
       01 WS-FLOW-BUCKET          PIC X(8).
       01 WS-FLOW-REGION          PIC X(4).
       01 WS-FLOW-CURR            PIC X(3).
       01 WS-FLOW-COUNT           PIC 9(7).
       01 WS-FLOW-AMT             PIC S9(11)V99.
       01 WS-FLOW-BASE            PIC S9(13)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1050-READ-PARM-PARA.
           MOVE WS-PARM-REGION TO WS-TIME-REGION.
           MOVE "START" TO WS-TIME-EVENT.
           CALL "LEDGTIME" USING WS-TIME-PROGRAM, WS-TIME-REGION,
               WS-TIME-RUN-ID, WS-TIME-EVENT, WS-RC.
           PERFORM 1000-INITIALIZE-PARA.
           IF WS-RC = 0
               PERFORM 2000-PROCESS-TRANS-PARA
               PERFORM 2500-SEND-FLOW-PARA
               PERFORM 3000-PRINT-SUMMARY-PARA
               PERFORM 4000-WRITE-CONTROLS-PARA
               PERFORM 9000-TERMINATE-PARA
               END-PERFORM
           END-PERFORM.
           PERFORM 1100-LOAD-REGION-TABLE-PARA.
           IF NOT ALL-REGIONS
               PERFORM 1140-CHECK-PARM-REGION-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 1150-LOAD-CURR-TABLE-PARA
               PERFORM 1170-LOAD-XREF-TABLE-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 1200-MARK-OPEN-REGIONS-PARA
               IF NOT ALL-REGIONS
                   PERFORM 1250-SCOPE-ONE-REGION-PARA
               END-IF
               PERFORM 1300-OPEN-FILES-PARA
           END-IF.

      * The PARM names the one region a regional stream extracts;
      * it is read ahead of the START stamp so the step-log
      * records carry that region.
       1050-READ-PARM-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-PARM-REGION
           END-UNSTRING.

      * Same REGNPARM load as BANRSUB's 1300/1310/1320 paragraphs;
      * the extract must agree with the banner step on what a
               END-READ
           END-PERFORM.

      * A region REGNPARM does not know would extract nothing and
      * reject nothing, and the stream would balance on air; that
      * is a JCL mistake, so the step stops instead.
       1140-CHECK-PARM-REGION-PARA.
           MOVE 0 TO WS-PARM-RGN-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REGION-CT
               IF WS-REGION-CD(WS-SUB) = WS-PARM-REGION
                   MOVE WS-SUB TO WS-PARM-RGN-SUB
                   MOVE WS-REGION-CT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-PARM-RGN-SUB = 0
               DISPLAY "LEDGREXT: REGION " WS-PARM-REGION
                   " IS NOT ON REGNPARM, NOTHING EXTRACTED"
               MOVE 8 TO WS-RC
           END-IF.

      * Loads WS-CURR-TABLE from the CURRPARM control file,
      * keeping per currency the record with the latest effective
      * date not after the run date - the same load LEDGTEDT and
               END-IF
           END-IF.

      * Loads REVXREF, LEDGTEDT's list of tonight's reversals and
      * corrections with what their originals posted at. A missing
      * dataset means the edit passed none. A list longer than
      * the table stops the step (RC=8) rather than let a
      * reversal convert or reject against a partial table; the
      * table is sized with LEDGRPST's and LEDGCREG's.
       1170-LOAD-XREF-TABLE-PARA.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "35"
               MOVE "10" TO WS-XREF-STATUS
           ELSE
               IF WS-XREF-STATUS NOT = "00"
                   DISPLAY "LEDGREXT: REVXREF OPEN FAILED, FILE "
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
                       IF WS-XREF-CT < 500
                           ADD 1 TO WS-XREF-CT
                           MOVE RX-TRAN-TYPE
                               TO WS-XREF-TYPE(WS-XREF-CT)
                           MOVE RX-REF-NO
                               TO WS-XREF-REF-NO(WS-XREF-CT)
                           MOVE RX-ORIG-BASE-AMT
                               TO WS-XREF-BASE-AMT(WS-XREF-CT)
                           MOVE RX-ORIG-BUS-DATE
                               TO WS-XREF-BUS-DATE(WS-XREF-CT)
                       ELSE
                           DISPLAY "LEDGREXT: MORE THAN 500 REVXREF "
                               "ENTRIES, NOTHING EXTRACTED"
                           MOVE 8 TO WS-RC
                           MOVE "10" TO WS-XREF-STATUS
                       END-IF
               END-READ
               IF WS-XREF-STATUS NOT = "00" AND
                       WS-XREF-STATUS NOT = "10"
                   DISPLAY "LEDGREXT: REVXREF READ FAILED, STATUS = "
                       WS-XREF-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-XREF-STATUS
               END-IF
           END-PERFORM.
           CLOSE XREF-FILE.

      * A region "opened tonight" when BANRLOG holds a NORMAL or
      * RERUN entry for it dated today. FAILED banners do not
      * open a region, and a region with no entry at all simply
               END-IF
           END-PERFORM.

      * Another region's stream owns its open, its extract and its
      * control totals; in a regional run only the PARM region may
      * count as open here, or its EXTOUT and CTLTOTL records
      * would be written twice.
       1250-SCOPE-ONE-REGION-PARA.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-REGION-CT
               IF WS-RGN-SUB NOT = WS-PARM-RGN-SUB
                   MOVE "N" TO WS-RGN-OPEN-SW(WS-RGN-SUB)
               END-IF
           END-PERFORM.

       1300-OPEN-FILES-PARA.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00"
           END-PERFORM.

       1310-OPEN-ONE-EXTRACT-PARA.
           PERFORM 1320-SET-EXT-SLOT-PARA.
           EVALUATE WS-EXT-SLOT
               WHEN 1 OPEN OUTPUT EXTOUT01-FILE
               WHEN 2 OPEN OUTPUT EXTOUT02-FILE
               WHEN 3 OPEN OUTPUT EXTOUT03-FILE
               MOVE 12 TO WS-RC
           END-IF.

      * The extract DD a region writes to: its REGNPARM position
      * in an all-region run, EXTOUT01 in a regional one.
       1320-SET-EXT-SLOT-PARA.
           IF ALL-REGIONS
               MOVE WS-RGN-SUB TO WS-EXT-SLOT
           ELSE
               MOVE 1 TO WS-EXT-SLOT
           END-IF.

       2000-PROCESS-TRANS-PARA.
           PERFORM UNTIL WS-TRAN-STATUS = "10"
               READ TRAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALL-REGIONS OR
                               TRAN-REGION-CD = WS-PARM-REGION
                           ADD 1 TO WS-READ-CT
                           MOVE "READ" TO WS-FLOW-BUCKET
                           PERFORM 2400-TALLY-FLOW-PARA
                           PERFORM 2100-ROUTE-TRAN-PARA
                       ELSE
                           ADD 1 TO WS-OTHER-RGN-CT
                       END-IF
               END-READ
               IF WS-TRAN-STATUS NOT = "00" AND
                       WS-TRAN-STATUS NOT = "10"
               PERFORM 2300-WRITE-REJECT-PARA
           ELSE
               IF WS-RGN-OPEN-SW(WS-RGN-SUB) = "Y"
                   PERFORM 2270-FIND-XREF-PARA
                   IF (TRAN-REVERSAL OR TRAN-CORRECTION) AND
                           WS-XREF-FIND = 0
                       ADD 1 TO WS-REJ-NOXREF-CT
                       MOVE "NO XREF     " TO REJ-REASON
                       PERFORM 2300-WRITE-REJECT-PARA
                   ELSE
                       PERFORM 2200-WRITE-EXTRACT-PARA
                   END-IF
               ELSE
                   ADD 1 TO WS-REJ-NOTOPEN-CT
                   MOVE "NOT OPENED  " TO REJ-REASON
           END-IF.

       2200-WRITE-EXTRACT-PARA.
           PERFORM 1320-SET-EXT-SLOT-PARA.
           EVALUATE WS-EXT-SLOT
               WHEN 1 WRITE EXT-REC-01 FROM LEDG-TRAN-REC
               WHEN 2 WRITE EXT-REC-02 FROM LEDG-TRAN-REC
               WHEN 3 WRITE EXT-REC-03 FROM LEDG-TRAN-REC
           ELSE
               ADD 1 TO WS-RGN-EXT-CT(WS-RGN-SUB)
               PERFORM 2250-TALLY-CURRENCY-PARA
               MOVE "EXTRACTD" TO WS-FLOW-BUCKET
               PERFORM 2400-TALLY-FLOW-PARA
           END-IF.

      * Accumulates the extracted transaction into its region and
           PERFORM 2260-FIND-RATE-PARA.
           COMPUTE WS-BASE-AMT ROUNDED =
               TRAN-AMOUNT * WS-RATE-WORK.
           PERFORM 2270-FIND-XREF-PARA.
           IF TRAN-REVERSAL AND WS-XREF-FIND > 0
               COMPUTE WS-BASE-AMT =
                   0 - WS-XREF-BASE-AMT(WS-XREF-FIND)
           END-IF.
           MOVE 0 TO WS-CUR-SLOT-FIND.
           PERFORM VARYING WS-CUR-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SLOT-SUB > 8
           ADD WS-BASE-AMT
               TO WS-RGN-CUR-BASE(WS-RGN-SUB, WS-CUR-SLOT-FIND).

       2270-FIND-XREF-PARA.
           MOVE 0 TO WS-XREF-FIND.
           IF TRAN-REVERSAL OR TRAN-CORRECTION
               PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                       UNTIL WS-XREF-SUB > WS-XREF-CT
                   IF WS-XREF-TYPE(WS-XREF-SUB) = TRAN-TYPE AND
                           WS-XREF-REF-NO(WS-XREF-SUB) = TRAN-REF-NO
                       MOVE WS-XREF-SUB TO WS-XREF-FIND
                       MOVE WS-XREF-CT TO WS-XREF-SUB
                   END-IF
               END-PERFORM
           END-IF.

       2260-FIND-RATE-PARA.
           MOVE 1 TO WS-RATE-WORK.
           IF TRAN-CURR-CD NOT = SPACES
               DISPLAY "LEDGREXT: REJECTS WRITE FAILED, STATUS = "
                   WS-REJECT-STATUS
               MOVE 12 TO WS-RC
           ELSE
               MOVE "REJECTED" TO WS-FLOW-BUCKET
               PERFORM 2400-TALLY-FLOW-PARA
           END-IF.

      * One transaction into the bucket named in WS-FLOW-BUCKET;
      * an amount that is not numeric counts as zero, the same
      * rule every step applies.
       2400-TALLY-FLOW-PARA.
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

       2500-SEND-FLOW-PARA.
           MOVE "SEND" TO WS-FLOW-FUNCTION.
           MOVE WS-PARM-REGION TO WS-FLOW-REGION.
           CALL "LEDGFLOW" USING WS-FLOW-FUNCTION, WS-FLOW-STEP,
               WS-FLOW-BUCKET, WS-FLOW-REGION, WS-FLOW-CURR,
               WS-FLOW-COUNT, WS-FLOW-AMT, WS-FLOW-BASE, WS-RC.

       3000-PRINT-SUMMARY-PARA.
           MOVE WS-READ-CT TO WS-DISP-CT.
           DISPLAY "LEDGREXT: TRANSACTIONS READ      " WS-DISP-CT.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-REGION-CT
               IF ALL-REGIONS OR WS-RGN-SUB = WS-PARM-RGN-SUB
                   MOVE WS-RGN-EXT-CT(WS-RGN-SUB) TO WS-DISP-CT
                   DISPLAY "LEDGREXT: EXTRACTED "
                       WS-REGION-CD(WS-RGN-SUB)
                       " OPEN=" WS-RGN-OPEN-SW(WS-RGN-SUB)
                       " COUNT " WS-DISP-CT
               END-IF
           END-PERFORM.
           IF NOT ALL-REGIONS
               MOVE WS-OTHER-RGN-CT TO WS-DISP-CT
               DISPLAY "LEDGREXT: OTHER REGIONS PASSED   "
                   WS-DISP-CT
           END-IF.
           MOVE WS-REJ-BAD-CT TO WS-DISP-CT.
           DISPLAY "LEDGREXT: REJECTED BAD REGION    " WS-DISP-CT.
           MOVE WS-REJ-NOTOPEN-CT TO WS-DISP-CT.
           DISPLAY "LEDGREXT: REJECTED NOT OPENED    " WS-DISP-CT.
           MOVE WS-REJ-NOXREF-CT TO WS-DISP-CT.
           DISPLAY "LEDGREXT: REJECTED NO XREF       " WS-DISP-CT.
           IF WS-RC = 0 AND
                   (WS-REJ-BAD-CT > 0 OR WS-REJ-NOTOPEN-CT > 0 OR
                    WS-REJ-NOXREF-CT > 0)
               MOVE 4 TO WS-RC
           END-IF.

           END-PERFORM.

       9100-CLOSE-ONE-EXTRACT-PARA.
           PERFORM 1320-SET-EXT-SLOT-PARA.
           EVALUATE WS-EXT-SLOT
               WHEN 1 CLOSE EXTOUT01-FILE
               WHEN 2 CLOSE EXTOUT02-FILE
               WHEN 3 CLOSE EXTOUT03-FILE
