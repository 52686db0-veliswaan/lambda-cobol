      * fields, pipe-delimited, one record per line:
      *   HDR|SENDER=xxxxxxxx|BUSDATE=yyyymmdd
      *   TRN|ACCT=xxxxxxxxxx|REGION=xxxx|AMOUNT=-nnnnnnnnn.nn
      *       |DATE=yyyymmdd|CURR=xxx|REF=xxxxxxxxxxxx|TYPE=x
      *   TRL|COUNT=nnnnnnn|TOTAL=-nnnnnnnnnnn.nn
      * Every TRN is validated field by field and converted to the
      * fixed LEDG-TRAN-REC layout; the converted records are
      * around record by record. Every problem is printed on the
      * INTKRPT report with the inbound record number, the way
      * BANREDIT reports the control files. A missing INBFEED is
      * a night with no cloud work, not an error. What reached
      * MRGOUT from each side, and what a refused file held back,
      * is handed to LEDGFLOW per region and currency for the
      * conservation proof. RETURN-CODE 12 on a file error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  TRANIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 TRANIN-REC              PIC X(50).

       FD  MERGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 MERGE-REC               PIC X(50).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
      * records reach the merge.
       01 WS-CLOUD-TABLE.
          05 WS-CLOUD-CT          PIC 9(4) COMP VALUE ZERO.
          05 WS-CLOUD-REC         PIC X(50) OCCURS 5000 TIMES.
       01 WS-CLOUD-SUB            PIC 9(4) COMP.

       01 WS-REFUSE-SW            PIC X(1)  VALUE "N".
       01 WS-TRL-TOTAL            PIC S9(11)V99 VALUE ZERO.

      * Split fields of the inbound record; a record carries at
      * most eight pipe-delimited pieces, each TAG=VALUE after the
      * record-type piece. REF and TYPE are optional on a TRN - a
      * sender that omits them sends originals with no reference.
       01 WS-SPLIT-FIELDS.
          05 WS-F1                PIC X(20).
          05 WS-F2                PIC X(24).
          05 WS-F4                PIC X(24).
          05 WS-F5                PIC X(24).
          05 WS-F6                PIC X(24).
          05 WS-F7                PIC X(24).
          05 WS-F8                PIC X(24).
       01 WS-PIECE                PIC X(24).
       01 WS-FIELD-TAG            PIC X(8).
       01 WS-FIELD-VAL            PIC X(20).
       01 WS-TIME-RUN-ID          PIC 9(6)  VALUE ZERO.
       01 WS-TIME-EVENT           PIC X(5).

      * Flow-tally work fields for the shared LEDGFLOW handoff.
       01 WS-FLOW-FUNCTION        PIC X(4).
       01 WS-FLOW-STEP            PIC X(8)  VALUE "LEDGTINT".
       01 WS-FLOW-BUCKET          PIC X(8).
       01 WS-FLOW-REGION          PIC X(4).
       01 WS-FLOW-CURR            PIC X(3).
       01 WS-FLOW-COUNT           PIC 9(7).
       01 WS-FLOW-AMT             PIC S9(11)V99.
       01 WS-FLOW-BASE            PIC S9(13)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "START" TO WS-TIME-EVENT.
               PERFORM 2000-READ-INBOUND-PARA
               PERFORM 2800-CHECK-TRAILER-PARA
               PERFORM 3000-WRITE-MERGED-PARA
               PERFORM 3900-SEND-FLOW-PARA
               PERFORM 4000-PRINT-SUMMARY-PARA
               PERFORM 9000-TERMINATE-PARA
           END-IF.
           MOVE WS-REC-NO TO EL-REC-NO.
           MOVE SPACES TO WS-SPLIT-FIELDS.
           UNSTRING INB-REC DELIMITED BY "|"
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7 WS-F8
           END-UNSTRING.
           EVALUATE WS-F1
               WHEN "HDR"
           PERFORM 2310-TAKE-TRAN-FIELD-PARA.
           MOVE WS-F6 TO WS-PIECE.
           PERFORM 2310-TAKE-TRAN-FIELD-PARA.
           MOVE WS-F7 TO WS-PIECE.
           PERFORM 2310-TAKE-TRAN-FIELD-PARA.
           MOVE WS-F8 TO WS-PIECE.
           PERFORM 2310-TAKE-TRAN-FIELD-PARA.
           IF TRAN-ACCT-NO = SPACES
               MOVE "ACCT FIELD MISSING OR BLANK" TO EL-MESSAGE
               PERFORM 5200-WRITE-REFUSE-LINE-PARA
                       END-IF
                   WHEN "CURR    "
                       MOVE WS-FIELD-VAL(1:3) TO TRAN-CURR-CD
                   WHEN "REF     "
                       MOVE WS-FIELD-VAL(1:12) TO TRAN-REF-NO
                   WHEN "TYPE    "
                       MOVE WS-FIELD-VAL(1:1) TO TRAN-TYPE
                   WHEN OTHER
                       MOVE SPACES TO EL-MESSAGE
                       STRING "UNKNOWN FIELD TAG " DELIMITED BY SIZE
                               "STATUS = " WS-MERGE-STATUS
                           MOVE 12 TO WS-RC
                           MOVE "10" TO WS-TRANIN-STATUS
                       ELSE
                           MOVE TRANIN-REC TO LEDG-TRAN-REC
                           MOVE "HOST" TO WS-FLOW-BUCKET
                           PERFORM 3800-TALLY-FLOW-PARA
                       END-IF
               END-READ
               IF WS-TRANIN-STATUS NOT = "00" AND
                       MOVE WS-CLOUD-CT TO WS-CLOUD-SUB
                   ELSE
                       ADD 1 TO WS-MERGED-CT
                       MOVE WS-CLOUD-REC(WS-CLOUD-SUB) TO LEDG-TRAN-REC
                       MOVE "CLOUD" TO WS-FLOW-BUCKET
                       PERFORM 3800-TALLY-FLOW-PARA
                   END-IF
               END-PERFORM
           END-IF.
           IF FILE-REFUSED
               PERFORM VARYING WS-CLOUD-SUB FROM 1 BY 1
                       UNTIL WS-CLOUD-SUB > WS-CLOUD-CT
                   MOVE WS-CLOUD-REC(WS-CLOUD-SUB) TO LEDG-TRAN-REC
                   MOVE "REFUSED" TO WS-FLOW-BUCKET
                   PERFORM 3800-TALLY-FLOW-PARA
               END-PERFORM
           END-IF.

      * Parses a signed decimal value - optional leading minus,
      * whole digits, optional point and up to two decimals -
               COMPUTE WS-PARSED-AMT = 0 - WS-PARSED-AMT
           END-IF.

      * One transaction in LEDG-TRAN-REC into the bucket named in
      * WS-FLOW-BUCKET; an amount that is not numeric counts as
      * zero, the same rule every step applies.
       3800-TALLY-FLOW-PARA.
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

       3900-SEND-FLOW-PARA.
           MOVE "SEND" TO WS-FLOW-FUNCTION.
           MOVE SPACES TO WS-FLOW-REGION.
           CALL "LEDGFLOW" USING WS-FLOW-FUNCTION, WS-FLOW-STEP,
               WS-FLOW-BUCKET, WS-FLOW-REGION, WS-FLOW-CURR,
               WS-FLOW-COUNT, WS-FLOW-AMT, WS-FLOW-BASE, WS-RC.

       4000-PRINT-SUMMARY-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
