       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGFLOW.
      * Shared transaction-flow tally for the ledger stream, built
      * in the LEDGTIME mold. CALLed by every ledger step that takes
      * transactions in, passes them on or drops them. With ADD the
      * caller hands over a step name, a bucket (READ, PASSED,
      * DROPPED and the like - see FLOWTOTL.cpy), the transaction's
      * region and currency, a record count and the amounts; the
      * routine keeps the running totals per step, bucket, region
      * and currency in its own storage, which stays put between
      * calls for the life of the step. With SEND, called once as
      * the step finishes, it appends one FLOWTOTL record per total
      * plus a SENT record for the step, all stamped with the same
      * machine date and time, and clears the totals. The region
      * passed with SEND goes on the SENT record: spaces from a
      * step that works the whole stream, the region code from a
      * step run for one region only. Unlike the
      * step-timing log these records are control data for the
      * conservation proof (LEDGPROF), so they are not best-effort:
      * a broken FLOWTOTL DD raises the calling step's return code
      * to 12, and totals that overflow the table raise it to 8 at
      * SEND. ADD never touches the caller's return code, so a step
      * takes the same path through its own work either way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLOW-FILE ASSIGN TO "FLOWTOTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLOW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FLOW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FLOWTOTL.

       WORKING-STORAGE SECTION.
       01 WS-FLOW-STATUS          PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-SUB                  PIC 9(4) COMP.
       01 WS-FOUND-SUB            PIC 9(4) COMP.
       01 WS-SENT-CT              PIC 9(7).
       01 WS-OVERFLOW-SW          PIC X VALUE "N".
          88 FLOW-OVERFLOWED          VALUE "Y".
       01 WS-FLOW-TABLE.
          05 WS-FLOW-CT           PIC 9(4) COMP VALUE 0.
          05 WS-FLOW-ENTRY OCCURS 400 TIMES.
             10 WS-FLOW-STEP      PIC X(8).
             10 WS-FLOW-BUCKET    PIC X(8).
             10 WS-FLOW-REGION    PIC X(4).
             10 WS-FLOW-CURR      PIC X(3).
             10 WS-FLOW-COUNT     PIC 9(7).
             10 WS-FLOW-AMT       PIC S9(11)V99.
             10 WS-FLOW-BASE      PIC S9(13)V99.

       LINKAGE SECTION.
       01 LK-FUNCTION             PIC X(4).
       01 LK-STEP-NAME            PIC X(8).
       01 LK-BUCKET               PIC X(8).
       01 LK-REGION-CD            PIC X(4).
       01 LK-CURR-CD              PIC X(3).
       01 LK-COUNT                PIC 9(7).
       01 LK-AMOUNT               PIC S9(11)V99.
       01 LK-BASE-AMOUNT          PIC S9(13)V99.
       01 LK-STEP-RC              PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-FUNCTION, LK-STEP-NAME,
               LK-BUCKET, LK-REGION-CD, LK-CURR-CD, LK-COUNT,
               LK-AMOUNT, LK-BASE-AMOUNT, LK-STEP-RC.
       0000-MAIN-PARA.
           EVALUATE LK-FUNCTION
               WHEN "ADD "
                   PERFORM 1000-ADD-PARA
               WHEN "SEND"
                   PERFORM 2000-SEND-PARA
               WHEN OTHER
                   DISPLAY "LEDGFLOW: UNKNOWN FUNCTION " LK-FUNCTION
                       " FROM " LK-STEP-NAME
                   IF LK-STEP-RC < 8
                       MOVE 8 TO LK-STEP-RC
                   END-IF
           END-EVALUATE.
           GOBACK.

       1000-ADD-PARA.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FLOW-CT
               IF WS-FLOW-STEP (WS-SUB) = LK-STEP-NAME
                  AND WS-FLOW-BUCKET (WS-SUB) = LK-BUCKET
                  AND WS-FLOW-REGION (WS-SUB) = LK-REGION-CD
                  AND WS-FLOW-CURR (WS-SUB) = LK-CURR-CD
                   MOVE WS-SUB TO WS-FOUND-SUB
                   MOVE WS-FLOW-CT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = 0
               IF WS-FLOW-CT < 400
                   ADD 1 TO WS-FLOW-CT
                   MOVE WS-FLOW-CT TO WS-FOUND-SUB
                   MOVE LK-STEP-NAME TO WS-FLOW-STEP (WS-FOUND-SUB)
                   MOVE LK-BUCKET TO WS-FLOW-BUCKET (WS-FOUND-SUB)
                   MOVE LK-REGION-CD TO WS-FLOW-REGION (WS-FOUND-SUB)
                   MOVE LK-CURR-CD TO WS-FLOW-CURR (WS-FOUND-SUB)
                   MOVE 0 TO WS-FLOW-COUNT (WS-FOUND-SUB)
                   MOVE 0 TO WS-FLOW-AMT (WS-FOUND-SUB)
                   MOVE 0 TO WS-FLOW-BASE (WS-FOUND-SUB)
               ELSE
                   IF NOT FLOW-OVERFLOWED
                       DISPLAY "LEDGFLOW: FLOW TABLE FULL AT "
                           LK-STEP-NAME " " LK-BUCKET " "
                           LK-REGION-CD " " LK-CURR-CD
                   END-IF
                   MOVE "Y" TO WS-OVERFLOW-SW
               END-IF
           END-IF.
           IF WS-FOUND-SUB > 0
               ADD LK-COUNT TO WS-FLOW-COUNT (WS-FOUND-SUB)
               ADD LK-AMOUNT TO WS-FLOW-AMT (WS-FOUND-SUB)
               ADD LK-BASE-AMOUNT TO WS-FLOW-BASE (WS-FOUND-SUB)
           END-IF.

       2000-SEND-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND FLOW-FILE.
           IF WS-FLOW-STATUS = "35"
               OPEN OUTPUT FLOW-FILE
               CLOSE FLOW-FILE
               OPEN EXTEND FLOW-FILE
           END-IF.
           IF WS-FLOW-STATUS NOT = "00"
               DISPLAY "LEDGFLOW: FLOWTOTL OPEN FAILED, FILE STATUS = "
                   WS-FLOW-STATUS ", " LK-STEP-NAME " TOTALS NOT SENT"
               MOVE 12 TO LK-STEP-RC
           ELSE
               MOVE 0 TO WS-SENT-CT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-FLOW-CT
                   IF WS-FLOW-STEP (WS-SUB) = LK-STEP-NAME
                       PERFORM 2100-WRITE-TOTAL-PARA
                   END-IF
               END-PERFORM
               INITIALIZE FLOW-TOTAL-REC
               MOVE LK-STEP-NAME TO FLOW-STEP-NAME
               MOVE "SENT" TO FLOW-BUCKET
               MOVE LK-REGION-CD TO FLOW-REGION-CD
               MOVE WS-SENT-CT TO FLOW-REC-COUNT
               PERFORM 2200-WRITE-RECORD-PARA
               CLOSE FLOW-FILE
           END-IF.
           IF FLOW-OVERFLOWED AND LK-STEP-RC < 8
               DISPLAY "LEDGFLOW: " LK-STEP-NAME
                   " FLOW TOTALS INCOMPLETE, TABLE OVERFLOWED"
               MOVE 8 TO LK-STEP-RC
           END-IF.
           MOVE 0 TO WS-FLOW-CT.
           MOVE "N" TO WS-OVERFLOW-SW.

       2100-WRITE-TOTAL-PARA.
           INITIALIZE FLOW-TOTAL-REC.
           MOVE WS-FLOW-STEP (WS-SUB) TO FLOW-STEP-NAME.
           MOVE WS-FLOW-BUCKET (WS-SUB) TO FLOW-BUCKET.
           MOVE WS-FLOW-REGION (WS-SUB) TO FLOW-REGION-CD.
           MOVE WS-FLOW-CURR (WS-SUB) TO FLOW-CURR-CD.
           MOVE WS-FLOW-COUNT (WS-SUB) TO FLOW-REC-COUNT.
           MOVE WS-FLOW-AMT (WS-SUB) TO FLOW-AMT-TOTAL.
           MOVE WS-FLOW-BASE (WS-SUB) TO FLOW-BASE-TOTAL.
           PERFORM 2200-WRITE-RECORD-PARA.
           ADD 1 TO WS-SENT-CT.

       2200-WRITE-RECORD-PARA.
           MOVE WS-RUN-DATE TO FLOW-RUN-DATE.
           MOVE WS-RUN-TIME TO FLOW-RUN-TIME.
           WRITE FLOW-TOTAL-REC.
           IF WS-FLOW-STATUS NOT = "00"
               DISPLAY "LEDGFLOW: FLOWTOTL WRITE FAILED, STATUS = "
                   WS-FLOW-STATUS ", " LK-STEP-NAME " TOTALS INCOMPLETE"
               MOVE 12 TO LK-STEP-RC
           END-IF.
