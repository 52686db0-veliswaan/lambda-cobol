      * stream tonight instead of surfacing in the general ledger
      * three days later. RETURN-CODE 12 on a file error, 0 when
      * everything balances.
      * LEDGRPST also writes a LEDGRHLD memo record per region and
      * currency for the transactions it held for treasury under an
      * account's credit limit rather than posting. Held items are
      * already inside LEDGRPST's input totals - they were read -
      * so the memo does not enter the extract/posting comparison;
      * it is shown beside a balanced pair so the console says how
      * much of what balanced is sitting on the held queue, and a
      * held count larger than the posting count it belongs to is
      * a mismatch. A LEDGRSYS memo record - the system-originated
      * entries, such as the month-end accruals, that posted - is
      * treated the same way and shown as OF WHICH SYSTEM.
      * Each region balances in its own stream against its own
      * CTLTOTL, naming itself in the PARM: only that region's
      * records are reconciled, and a region with no totals at all
      * is itself a mismatch - its extract never handed anything
      * over. With no PARM every region on the dataset is
      * balanced, as above.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-CTL-STATUS           PIC X(2).
       01 WS-RC                   PIC S9(4) COMP VALUE 0.

       01 WS-PARM-STRING          PIC X(80) VALUE SPACES.
       01 WS-PARM-REGION          PIC X(4)  VALUE SPACES.
          88 ALL-REGIONS          VALUE SPACES.

      * One entry per region and currency seen in CTLTOTL,
      * holding the latest totals each side reported for it. A
      * rerun night can leave an older pair in the dataset ahead
             10 WS-BAL-PST-CT     PIC 9(7).
             10 WS-BAL-PST-AMT    PIC S9(11)V99.
             10 WS-BAL-PST-BASE   PIC S9(11)V99.
             10 WS-BAL-HLD-SW     PIC X(1).
             10 WS-BAL-HLD-CT     PIC 9(7).
             10 WS-BAL-HLD-AMT    PIC S9(11)V99.
             10 WS-BAL-HLD-BASE   PIC S9(11)V99.
             10 WS-BAL-SYS-SW     PIC X(1).
             10 WS-BAL-SYS-CT     PIC 9(7).
             10 WS-BAL-SYS-BASE   PIC S9(11)V99.
       01 WS-BAL-SUB              PIC 9(2) COMP.
       01 WS-BAL-FIND             PIC 9(2) COMP.
       01 WS-MISMATCH-CT          PIC 9(2) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-PARM-REGION
           END-UNSTRING.
           MOVE WS-PARM-REGION TO WS-TIME-REGION.
           MOVE "START" TO WS-TIME-EVENT.
           CALL "LEDGTIME" USING WS-TIME-PROGRAM, WS-TIME-REGION,
               WS-TIME-RUN-ID, WS-TIME-EVENT, WS-RC.
                           AT END
                               CONTINUE
                           NOT AT END
                               IF ALL-REGIONS OR
                                       CTL-REGION-CD = WS-PARM-REGION
                                   PERFORM 1100-TALLY-CONTROL-PARA
                               END-IF
                       END-READ
                       IF WS-CTL-STATUS NOT = "00" AND
                               WS-CTL-STATUS NOT = "10"
                       TO WS-BAL-CURR-CD(WS-BAL-FIND)
                   MOVE "N" TO WS-BAL-EXT-SW(WS-BAL-FIND)
                   MOVE "N" TO WS-BAL-PST-SW(WS-BAL-FIND)
                   MOVE "N" TO WS-BAL-HLD-SW(WS-BAL-FIND)
                   MOVE ZERO TO WS-BAL-HLD-CT(WS-BAL-FIND)
                   MOVE ZERO TO WS-BAL-HLD-AMT(WS-BAL-FIND)
                   MOVE ZERO TO WS-BAL-HLD-BASE(WS-BAL-FIND)
                   MOVE "N" TO WS-BAL-SYS-SW(WS-BAL-FIND)
                   MOVE ZERO TO WS-BAL-SYS-CT(WS-BAL-FIND)
                   MOVE ZERO TO WS-BAL-SYS-BASE(WS-BAL-FIND)
               ELSE
                   DISPLAY "LEDGRBAL: MORE THAN 50 REGION/CURRENCY "
                       "PAIRS IN CTLTOTL, RECORD IGNORED FOR "
                           TO WS-BAL-PST-AMT(WS-BAL-FIND)
                       MOVE CTL-BASE-TOTAL
                           TO WS-BAL-PST-BASE(WS-BAL-FIND)
                   WHEN "LEDGRHLD"
                       MOVE "Y" TO WS-BAL-HLD-SW(WS-BAL-FIND)
                       MOVE CTL-REC-COUNT
                           TO WS-BAL-HLD-CT(WS-BAL-FIND)
                       MOVE CTL-HASH-TOTAL
                           TO WS-BAL-HLD-AMT(WS-BAL-FIND)
                       MOVE CTL-BASE-TOTAL
                           TO WS-BAL-HLD-BASE(WS-BAL-FIND)
                   WHEN "LEDGRSYS"
                       MOVE "Y" TO WS-BAL-SYS-SW(WS-BAL-FIND)
                       MOVE CTL-REC-COUNT
                           TO WS-BAL-SYS-CT(WS-BAL-FIND)
                       MOVE CTL-BASE-TOTAL
                           TO WS-BAL-SYS-BASE(WS-BAL-FIND)
                   WHEN OTHER
                       DISPLAY "LEDGRBAL: UNKNOWN STEP IN CTLTOTL: "
                           CTL-STEP-NAME
           END-IF.

       2000-RECONCILE-PARA.
           IF WS-BAL-CT = 0 AND NOT ALL-REGIONS
               DISPLAY "LEDGRBAL: " WS-PARM-REGION
                   " HAS NO CONTROL TOTALS IN CTLTOTL"
               ADD 1 TO WS-MISMATCH-CT
           END-IF.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-CT
               PERFORM 2100-CHECK-ONE-REGION-PARA
           END-PERFORM.
           IF WS-MISMATCH-CT = 0 AND WS-RC = 0
               IF ALL-REGIONS
                   DISPLAY "LEDGRBAL: ALL REGIONS AND CURRENCIES IN "
                       "BALANCE"
               ELSE
                   DISPLAY "LEDGRBAL: " WS-PARM-REGION
                       " ALL CURRENCIES IN BALANCE"
               END-IF
           ELSE
               MOVE WS-MISMATCH-CT TO WS-DISP-CT
               DISPLAY "LEDGRBAL: OUT OF BALANCE, MISMATCHES "
           END-IF.

       2100-CHECK-ONE-REGION-PARA.
           IF WS-BAL-EXT-SW(WS-BAL-SUB) = "N" AND
                   WS-BAL-PST-SW(WS-BAL-SUB) = "N"
               DISPLAY "LEDGRBAL: " WS-BAL-REGION-CD(WS-BAL-SUB)
                   " " WS-BAL-CURR-CD(WS-BAL-SUB)
                   " HAS MEMO TOTALS BUT NO POSTING TOTALS"
               ADD 1 TO WS-MISMATCH-CT
           ELSE
               IF WS-BAL-EXT-SW(WS-BAL-SUB) = "N"
                   DISPLAY "LEDGRBAL: " WS-BAL-REGION-CD(WS-BAL-SUB)
                       " " WS-BAL-CURR-CD(WS-BAL-SUB)
                       " HAS POSTING TOTALS BUT NO EXTRACT TOTALS"
                   ADD 1 TO WS-MISMATCH-CT
               ELSE
                   IF WS-BAL-PST-SW(WS-BAL-SUB) = "N"
                       DISPLAY "LEDGRBAL: " WS-BAL-REGION-CD(WS-BAL-SUB)
                           " " WS-BAL-CURR-CD(WS-BAL-SUB)
                           " HAS EXTRACT TOTALS BUT NO POSTING TOTALS"
                       ADD 1 TO WS-MISMATCH-CT
                   ELSE
                       PERFORM 2110-COMPARE-TOTALS-PARA
                   END-IF
               END-IF
           END-IF.

                   WS-DISP-AMT
               ADD 1 TO WS-MISMATCH-CT
           END-IF.
           IF WS-BAL-HLD-CT(WS-BAL-SUB) >
                   WS-BAL-PST-CT(WS-BAL-SUB)
               DISPLAY "LEDGRBAL: " WS-BAL-REGION-CD(WS-BAL-SUB)
                   " " WS-BAL-CURR-CD(WS-BAL-SUB)
                   " HELD COUNT " WS-BAL-HLD-CT(WS-BAL-SUB)
                   " EXCEEDS POSTING COUNT "
                   WS-BAL-PST-CT(WS-BAL-SUB)
               ADD 1 TO WS-MISMATCH-CT
           END-IF.
           IF WS-BAL-SYS-CT(WS-BAL-SUB) >
                   WS-BAL-PST-CT(WS-BAL-SUB)
               DISPLAY "LEDGRBAL: " WS-BAL-REGION-CD(WS-BAL-SUB)
                   " " WS-BAL-CURR-CD(WS-BAL-SUB)
                   " SYSTEM COUNT " WS-BAL-SYS-CT(WS-BAL-SUB)
                   " EXCEEDS POSTING COUNT "
                   WS-BAL-PST-CT(WS-BAL-SUB)
               ADD 1 TO WS-MISMATCH-CT
           END-IF.
           IF WS-BAL-EXT-ID(WS-BAL-SUB) =
                   WS-BAL-PST-ID(WS-BAL-SUB) AND
                   WS-BAL-EXT-CT(WS-BAL-SUB) =
               DISPLAY "LEDGRBAL: " WS-BAL-REGION-CD(WS-BAL-SUB)
                   " " WS-BAL-CURR-CD(WS-BAL-SUB)
                   " IN BALANCE"
               IF WS-BAL-HLD-SW(WS-BAL-SUB) = "Y"
                   MOVE WS-BAL-HLD-CT(WS-BAL-SUB) TO WS-DISP-CT
                   MOVE WS-BAL-HLD-BASE(WS-BAL-SUB) TO WS-DISP-AMT
                   DISPLAY "LEDGRBAL:      OF WHICH HELD " WS-DISP-CT
                       " BASE " WS-DISP-AMT
               END-IF
               IF WS-BAL-SYS-SW(WS-BAL-SUB) = "Y"
                   MOVE WS-BAL-SYS-CT(WS-BAL-SUB) TO WS-DISP-CT
                   MOVE WS-BAL-SYS-BASE(WS-BAL-SUB) TO WS-DISP-AMT
                   DISPLAY "LEDGRBAL:      OF WHICH SYSTEM " WS-DISP-CT
                       " BASE " WS-DISP-AMT
               END-IF
           END-IF.
