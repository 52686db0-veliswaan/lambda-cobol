       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGPROF.
      * End-to-end transaction conservation proof for the nightly
      * ledger stream. LEDGRBAL proves only that the posting pass
      * accounted for what the extract handed it; a transaction
      * lost between intake and the edit, or between the posting
      * rejects and suspense, went unseen. Every ledger step now
      * hands its in, out and dropped totals per region and
      * currency to the FLOWTOTL dataset through LEDGFLOW (see
      * FLOWTOTL.cpy), and this program runs twice a night to
      * prove them. The PARM picks the pass:
      *   OPEN  - ahead of the posting pass: reads ACCTMAST and
      *     sends the account count and balance total as the
      *     LEDGPROF MASTER flow record, the opening side of the
      *     master proof.
      *   PROVE - after the suspense absorb and the control
      *     history append, before account maintenance: reads
      *     tonight's FLOWTOTL records, keeping only each step's
      *     latest send so a rerun step supersedes its earlier
      *     totals, and prints the conservation statement to
      *     PROFRPT, one page per region with a block per
      *     currency:
      *       received  = host + cloud + recycled from suspense
      *                   + released from the overlimit hold queue
      *       accounted = posted + held + suspended (extract
      *                   and posting rejects absorbed) +
      *                   dropped at the edit, left to source
      *     in count and amount, then each step-to-step handoff
      *     that does not agree. A cloud file refused for
      *     retransmission is shown but is not a receipt. A final
      *     page proves that tonight's change in the ACCTMAST
      *     balance total equals the base-currency total the
      *     posting pass posted across every region, and lists
      *     any ledger step that sent no totals tonight.
      * Each region runs its own stream, so each region runs both
      * passes for itself, naming the region after the pass
      * (OPEN,EU or PROVE,EU): the opening master total is sent
      * for that region, and the proof uses the front-end steps'
      * latest sends plus that region's own latest sends, prints
      * that region's page only, and sets the change in the master
      * since that region's OPEN pass against that region's posted
      * total plus whatever another region's posting pass posted
      * after it - a region restarted after another region's
      * stream has run sees that region's postings in the master
      * too. A missing step is one that sent nothing for the
      * region. Tonight is told by position on FLOWTOTL, not by
      * the machine date, which can roll over between the front
      * end and a regional job queued behind another: it starts
      * at the front-end edit's latest send, and a regional step
      * whose latest send comes before that did not run tonight.
      * Recycled suspense items go straight back into the
      * region's extract, not through the edit, so they are
      * checked against what the extract read.
      * Ends RETURN-CODE 8 on any leak, a missing step, a missing
      * opening master total, or a missing or unusable PARM; 12
      * on a file error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT FLOW-FILE ASSIGN TO "FLOWTOTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLOW-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PROFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMSTR.

       FD  FLOW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FLOWTOTL.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS          PIC X(2).
       01 WS-FLOW-STATUS          PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RC                   PIC S9(4) COMP VALUE 0.

       01 WS-PARM-STRING          PIC X(80) VALUE SPACES.
       01 WS-MODE-PARM            PIC X(7)  VALUE SPACES.
          88 MODE-OPEN            VALUE "OPEN   ".
          88 MODE-PROVE           VALUE "PROVE  ".
       01 WS-PARM-REGION          PIC X(4)  VALUE SPACES.
          88 ALL-REGIONS          VALUE SPACES.

      * Master totals: read now, and as sent by tonight's OPEN pass.
       01 WS-MAST-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-MAST-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01 WS-OPEN-SW              PIC X(1)  VALUE "N".
          88 OPEN-TOTAL-FOUND     VALUE "Y".
       01 WS-OPEN-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-OPEN-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01 WS-MAST-CHANGE          PIC S9(13)V99 VALUE ZERO.
       01 WS-POSTED-BASE          PIC S9(13)V99 VALUE ZERO.
       01 WS-OTHER-POSTED         PIC S9(13)V99 VALUE ZERO.
       01 WS-MAST-DIFF            PIC S9(13)V99 VALUE ZERO.

      * The ledger steps that must send totals every night, with
      * the stamp and FLOWTOTL record number of each one's latest
      * send.
       01 WS-STEP-NAMES.
          05 FILLER               PIC X(8)  VALUE "LEDGTINT".
          05 FILLER               PIC X(8)  VALUE "LEDGSRCY".
          05 FILLER               PIC X(8)  VALUE "LEDGTEDT".
          05 FILLER               PIC X(8)  VALUE "LEDGHOLD".
          05 FILLER               PIC X(8)  VALUE "LEDGREXT".
          05 FILLER               PIC X(8)  VALUE "LEDGRPST".
          05 FILLER               PIC X(8)  VALUE "LEDGSABS".
          05 FILLER               PIC X(8)  VALUE "LEDGPROF".
       01 WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
          05 WS-STEP-NAME         PIC X(8)  OCCURS 8 TIMES.
       01 WS-STEP-WORK.
          05 WS-STEP-ENTRY OCCURS 8 TIMES.
             10 WS-STEP-SENT-SW   PIC X(1).
             10 WS-STEP-DATE      PIC 9(8).
             10 WS-STEP-TIME      PIC 9(8).
             10 WS-STEP-POS       PIC 9(7) COMP.
       01 WS-STEP-CT              PIC 9(2) COMP VALUE 8.
       01 WS-STEP-SUB             PIC 9(2) COMP.
       01 WS-STEP-FIND            PIC 9(2) COMP.
       01 WS-MISSING-CT           PIC 9(2) COMP VALUE ZERO.

      * Where tonight starts on FLOWTOTL: the record numbers of the
      * front-end edit's latest send and the one before it (the
      * cloud intake sends between the two), and of this region's
      * OPEN pass.
       01 WS-EDIT-POS             PIC 9(7) COMP VALUE ZERO.
       01 WS-PRIOR-EDIT-POS       PIC 9(7) COMP VALUE ZERO.
       01 WS-OPEN-POS             PIC 9(7) COMP VALUE ZERO.

      * Each other region's latest posting-pass send, for a
      * regional master proof.
       01 WS-OTHER-TABLE.
          05 WS-OTHER-CT          PIC 9(2) COMP VALUE ZERO.
          05 WS-OTHER-ENTRY OCCURS 10 TIMES.
             10 WS-OTHER-REGION   PIC X(4).
             10 WS-OTHER-DATE     PIC 9(8).
             10 WS-OTHER-TIME     PIC 9(8).
             10 WS-OTHER-POS      PIC 9(7) COMP.
       01 WS-OTHER-SUB            PIC 9(2) COMP.
       01 WS-OTHER-FIND           PIC 9(2) COMP.

      * Flow buckets by number; the check table and the statement
      * refer to them by these numbers.
       01 WS-BKT-NAMES.
          05 FILLER               PIC X(16) VALUE "LEDGTINTHOST    ".
          05 FILLER               PIC X(16) VALUE "LEDGTINTCLOUD   ".
          05 FILLER               PIC X(16) VALUE "LEDGTINTREFUSED ".
          05 FILLER               PIC X(16) VALUE "LEDGSRCYRECYCLED".
          05 FILLER               PIC X(16) VALUE "LEDGTEDTREAD    ".
          05 FILLER               PIC X(16) VALUE "LEDGTEDTPASSED  ".
          05 FILLER               PIC X(16) VALUE "LEDGTEDTDROPPED ".
          05 FILLER               PIC X(16) VALUE "LEDGHOLDRELEASED".
          05 FILLER               PIC X(16) VALUE "LEDGREXTREAD    ".
          05 FILLER               PIC X(16) VALUE "LEDGREXTEXTRACTD".
          05 FILLER               PIC X(16) VALUE "LEDGREXTREJECTED".
          05 FILLER               PIC X(16) VALUE "LEDGRPSTREAD    ".
          05 FILLER               PIC X(16) VALUE "LEDGRPSTPOSTED  ".
          05 FILLER               PIC X(16) VALUE "LEDGRPSTHELD    ".
          05 FILLER               PIC X(16) VALUE "LEDGRPSTREJECTED".
          05 FILLER               PIC X(16) VALUE "LEDGSABSSUSPEXT ".
          05 FILLER               PIC X(16) VALUE "LEDGSABSSUSPPST ".
          05 FILLER               PIC X(16) VALUE "LEDGSABSEDITDROP".
       01 WS-BKT-TABLE REDEFINES WS-BKT-NAMES.
          05 WS-BKT-KEY           PIC X(16) OCCURS 18 TIMES.
       01 WS-BKT-CT               PIC 9(2) COMP VALUE 18.
       01 WS-BKT-SUB              PIC 9(2) COMP.
       01 WS-BKT-FIND             PIC 9(2) COMP.
       01 WS-FLOW-KEY             PIC X(16).

      * Step handoff checks: the buckets on the left must equal the
      * buckets on the right in count and amount (00 = unused).
      * The last entry is the conservation line itself.
       01 WS-CHECK-DEFS.
          05 FILLER               PIC X(50) VALUE
             "EDIT READ VS HOST+CLOUD       05000000010200000000".
          05 FILLER               PIC X(50) VALUE
             "EDIT READ VS PASSED+DROPPED   05000000060700000000".
          05 FILLER               PIC X(50) VALUE
             "EXTRACT READ VS PASS+REL+RCYC 09000000060804000000".
          05 FILLER               PIC X(50) VALUE
             "EXTRACT READ VS OUT+REJECTED  09000000101100000000".
          05 FILLER               PIC X(50) VALUE
             "POSTING READ VS EXTRACTED     12000000100000000000".
          05 FILLER               PIC X(50) VALUE
             "POSTING READ VS POST+HELD+REJ 12000000131415000000".
          05 FILLER               PIC X(50) VALUE
             "EXTRACT REJECTS VS SUSPENSE   11000000160000000000".
          05 FILLER               PIC X(50) VALUE
             "POSTING REJECTS VS SUSPENSE   15000000170000000000".
          05 FILLER               PIC X(50) VALUE
             "EDIT DROPS VS LEFT TO SOURCE  07000000180000000000".
          05 FILLER               PIC X(50) VALUE
             "RECEIVED VS ACCOUNTED FOR     01020408131416171800".
       01 WS-CHECK-TABLE REDEFINES WS-CHECK-DEFS.
          05 WS-CHECK-ENTRY OCCURS 10 TIMES.
             10 WS-CHECK-LABEL    PIC X(30).
             10 WS-CHECK-LEFT     PIC 9(2)  OCCURS 4 TIMES.
             10 WS-CHECK-RIGHT    PIC 9(2)  OCCURS 6 TIMES.
       01 WS-CHECK-CT             PIC 9(2) COMP VALUE 10.
       01 WS-CONSERVE-CHECK       PIC 9(2) COMP VALUE 10.
       01 WS-CHECK-SUB            PIC 9(2) COMP.
       01 WS-SIDE-SUB             PIC 9(2) COMP.
       01 WS-LEFT-CT              PIC S9(9) VALUE ZERO.
       01 WS-LEFT-AMT             PIC S9(13)V99 VALUE ZERO.
       01 WS-RIGHT-CT             PIC S9(9) VALUE ZERO.
       01 WS-RIGHT-AMT            PIC S9(13)V99 VALUE ZERO.
       01 WS-DIFF-CT              PIC S9(9) VALUE ZERO.
       01 WS-DIFF-AMT             PIC S9(13)V99 VALUE ZERO.

      * Tonight's flow totals per region and currency, one slot
      * per bucket.
       01 WS-CELL-TABLE.
          05 WS-CELL-CT           PIC 9(3) COMP VALUE ZERO.
          05 WS-CELL-ENTRY OCCURS 100 TIMES.
             10 WS-CELL-REGION    PIC X(4).
             10 WS-CELL-CURR      PIC X(3).
             10 WS-CELL-DONE-SW   PIC X(1).
             10 WS-CELL-BKT OCCURS 18 TIMES.
                15 WS-CELL-BKT-CT    PIC 9(7) COMP.
                15 WS-CELL-BKT-AMT   PIC S9(13)V99.
                15 WS-CELL-BKT-BASE  PIC S9(13)V99.
       01 WS-CELL-SUB             PIC 9(3) COMP.
       01 WS-CELL-FIND            PIC 9(3) COMP.
       01 WS-RGN-CELL             PIC 9(3) COMP.
       01 WS-CELL-OVERFLOW-SW     PIC X(1)  VALUE "N".
          88 CELL-TABLE-FULL      VALUE "Y".

       01 WS-CUR-REGION           PIC X(4).
       01 WS-RGN-LEAK-CT          PIC 9(5) COMP VALUE ZERO.
       01 WS-RGN-HANDOFF-CT       PIC 9(5) COMP VALUE ZERO.
       01 WS-LEAK-CT              PIC 9(5) COMP VALUE ZERO.
       01 WS-FLOW-READ-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-FLOW-USED-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-DISP-CT              PIC Z(6)9.
       01 WS-DISP-AMT             PIC -(10)9.99.
       01 WS-DISP-CT15            PIC Z(14)9.
       01 WS-DISP-AMT15           PIC -(11)9.99.
       01 WS-DISP-DIFF15          PIC -(14)9.

       01 WS-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
       01 WS-LINE-CT              PIC 9(3) COMP VALUE 99.
       01 WS-PRINT-LINE           PIC X(132).

       01 WS-HEAD-1.
          05 FILLER               PIC X(40) VALUE
             "LEDGPROF - TRANSACTION CONSERVATION     ".
          05 FILLER               PIC X(9)  VALUE "RUN DATE ".
          05 HD1-DATE             PIC 9(8).
          05 FILLER               PIC X(8)  VALUE "    PAGE".
          05 HD1-PAGE             PIC ZZZ9.
          05 FILLER               PIC X(63) VALUE SPACES.
       01 WS-HEAD-2               PIC X(132) VALUE SPACES.

      * Statement rows: a label, the currency, the line kind, then
      * up to six right-justified columns and a status.
       01 WS-ROW-LINE.
          05 RW-LABEL             PIC X(15).
          05 RW-CURR              PIC X(4).
          05 FILLER               PIC X(1).
          05 RW-KIND              PIC X(6).
          05 RW-COL OCCURS 6 TIMES.
             10 FILLER            PIC X(1).
             10 RW-VAL            PIC X(15).
          05 FILLER               PIC X(2).
          05 RW-STATUS            PIC X(4).
          05 FILLER               PIC X(4).
       01 WS-COL-SUB              PIC 9(2) COMP.

       01 WS-RCV-HEAD.
          05 FILLER               PIC X(26) VALUE
             "RECEIVED       CUR        ".
          05 FILLER               PIC X(32) VALUE
             "            HOST           CLOUD".
          05 FILLER               PIC X(32) VALUE
             "        RECYCLED        RELEASED".
          05 FILLER               PIC X(16) VALUE
             "  TOTAL RECEIVED".
          05 FILLER               PIC X(26) VALUE SPACES.
       01 WS-ACC-HEAD.
          05 FILLER               PIC X(26) VALUE
             "ACCOUNTED FOR  CUR        ".
          05 FILLER               PIC X(32) VALUE
             "          POSTED            HELD".
          05 FILLER               PIC X(32) VALUE
             "       SUSPENDED    EDIT DROPPED".
          05 FILLER               PIC X(32) VALUE
             " TOTAL ACCOUNTED      DIFFERENCE".
          05 FILLER               PIC X(10) VALUE SPACES.

       01 WS-CHECK-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CL-CURR              PIC X(4).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 CL-LABEL             PIC X(30).
          05 FILLER               PIC X(7)  VALUE " COUNT ".
          05 CL-LEFT-CT           PIC Z(6)9.
          05 FILLER               PIC X(4)  VALUE " VS ".
          05 CL-RIGHT-CT          PIC Z(6)9.
          05 FILLER               PIC X(9)  VALUE "  AMOUNT ".
          05 CL-LEFT-AMT          PIC -(12)9.99.
          05 FILLER               PIC X(4)  VALUE " VS ".
          05 CL-RIGHT-AMT         PIC -(12)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CL-STATUS            PIC X(4)  VALUE "LEAK".
          05 FILLER               PIC X(19) VALUE SPACES.

      * Flow-tally work fields for the shared LEDGFLOW handoff.
       01 WS-FLOW-FUNCTION        PIC X(4).
       01 WS-FLOW-STEP            PIC X(8)  VALUE "LEDGPROF".
       01 WS-FLOW-BUCKET          PIC X(8).
       01 WS-FLOW-REGION          PIC X(4).
       01 WS-FLOW-CURR            PIC X(3).
       01 WS-FLOW-COUNT           PIC 9(7).
       01 WS-FLOW-AMT             PIC S9(11)V99.
       01 WS-FLOW-BASE            PIC S9(13)V99.

      * Timing-call work fields for the shared LEDGTIME step log.
       01 WS-TIME-PROGRAM         PIC X(8)  VALUE "LEDGPROF".
       01 WS-TIME-REGION          PIC X(4)  VALUE SPACES.
       01 WS-TIME-RUN-ID          PIC 9(6)  VALUE ZERO.
       01 WS-TIME-EVENT           PIC X(5).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-MODE-PARM, WS-PARM-REGION
           END-UNSTRING.
           MOVE WS-PARM-REGION TO WS-TIME-REGION.
           MOVE "START" TO WS-TIME-EVENT.
           CALL "LEDGTIME" USING WS-TIME-PROGRAM, WS-TIME-REGION,
               WS-TIME-RUN-ID, WS-TIME-EVENT, WS-RC.
           PERFORM 1000-INITIALIZE-PARA.
           IF WS-RC = 0
               PERFORM 1100-READ-MASTER-PARA
           END-IF.
           IF WS-RC = 0 AND MODE-OPEN
               PERFORM 1200-SEND-OPENING-PARA
           END-IF.
           IF WS-RC = 0 AND MODE-PROVE
               PERFORM 2000-LOAD-FLOW-PARA
           END-IF.
           IF WS-RC = 0 AND MODE-PROVE
               PERFORM 3000-PRINT-STATEMENT-PARA
           END-IF.
           MOVE "STOP " TO WS-TIME-EVENT.
           CALL "LEDGTIME" USING WS-TIME-PROGRAM, WS-TIME-REGION,
               WS-TIME-RUN-ID, WS-TIME-EVENT, WS-RC.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF NOT MODE-OPEN AND NOT MODE-PROVE
               DISPLAY "LEDGPROF: PARM MUST BE OPEN OR PROVE, GOT "
                   WS-PARM-STRING(1:20)
               MOVE 8 TO WS-RC
           END-IF.

      * Account count and balance total of the master as it stands.
      * A master not yet created counts as empty, the way the
      * posting pass treats it.
       1100-READ-MASTER-PARA.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS = "35"
               DISPLAY "LEDGPROF: ACCTMAST NOT FOUND, COUNTED EMPTY"
           ELSE
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "LEDGPROF: ACCTMAST OPEN FAILED, "
                       "FILE STATUS = " WS-ACCT-STATUS
                   MOVE 12 TO WS-RC
               ELSE
                   PERFORM UNTIL WS-ACCT-STATUS = "10"
                       READ ACCT-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1 TO WS-MAST-CT
                               ADD ACCT-BALANCE TO WS-MAST-TOTAL
                       END-READ
                       IF WS-ACCT-STATUS NOT = "00" AND
                               WS-ACCT-STATUS NOT = "10"
                           DISPLAY "LEDGPROF: ACCTMAST READ FAILED, "
                               "STATUS = " WS-ACCT-STATUS
                           MOVE 12 TO WS-RC
                           MOVE "10" TO WS-ACCT-STATUS
                       END-IF
                   END-PERFORM
                   CLOSE ACCT-FILE
               END-IF
           END-IF.

       1200-SEND-OPENING-PARA.
           MOVE "ADD " TO WS-FLOW-FUNCTION.
           MOVE "MASTER" TO WS-FLOW-BUCKET.
           MOVE WS-PARM-REGION TO WS-FLOW-REGION.
           MOVE SPACES TO WS-FLOW-CURR.
           MOVE WS-MAST-CT TO WS-FLOW-COUNT.
           MOVE ZERO TO WS-FLOW-AMT.
           MOVE WS-MAST-TOTAL TO WS-FLOW-BASE.
           CALL "LEDGFLOW" USING WS-FLOW-FUNCTION, WS-FLOW-STEP,
               WS-FLOW-BUCKET, WS-FLOW-REGION, WS-FLOW-CURR,
               WS-FLOW-COUNT, WS-FLOW-AMT, WS-FLOW-BASE, WS-RC.
           MOVE "SEND" TO WS-FLOW-FUNCTION.
           CALL "LEDGFLOW" USING WS-FLOW-FUNCTION, WS-FLOW-STEP,
               WS-FLOW-BUCKET, WS-FLOW-REGION, WS-FLOW-CURR,
               WS-FLOW-COUNT, WS-FLOW-AMT, WS-FLOW-BASE, WS-RC.
           MOVE WS-MAST-CT TO WS-DISP-CT.
           MOVE WS-MAST-TOTAL TO WS-DISP-AMT.
           DISPLAY "LEDGPROF: OPENING MASTER, ACCOUNTS " WS-DISP-CT
               " BALANCE TOTAL " WS-DISP-AMT.

      * Two passes over FLOWTOTL: the first finds each step's latest
      * send, the second keeps only the records of that send. A
      * regional proof looks only at sends made for the whole
      * stream or for its own region, and keeps only its own
      * region's records from them, except for the other regions'
      * posted totals the master proof needs.
       2000-LOAD-FLOW-PARA.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-CT
               MOVE "N" TO WS-STEP-SENT-SW(WS-STEP-SUB)
               MOVE ZERO TO WS-STEP-DATE(WS-STEP-SUB)
               MOVE ZERO TO WS-STEP-TIME(WS-STEP-SUB)
               MOVE ZERO TO WS-STEP-POS(WS-STEP-SUB)
           END-PERFORM.
           OPEN INPUT FLOW-FILE.
           IF WS-FLOW-STATUS = "35"
               DISPLAY "LEDGPROF: FLOWTOTL NOT FOUND, NO STEP SENT "
                   "TOTALS"
           ELSE
               IF WS-FLOW-STATUS NOT = "00"
                   DISPLAY "LEDGPROF: FLOWTOTL OPEN FAILED, "
                       "FILE STATUS = " WS-FLOW-STATUS
                   MOVE 12 TO WS-RC
               ELSE
                   PERFORM 2100-FIND-LATEST-SENDS-PARA
                   CLOSE FLOW-FILE
                   PERFORM 2150-DROP-STALE-SENDS-PARA
               END-IF
           END-IF.
           IF WS-RC = 0 AND WS-FLOW-STATUS NOT = "35"
               OPEN INPUT FLOW-FILE
               IF WS-FLOW-STATUS NOT = "00"
                   DISPLAY "LEDGPROF: FLOWTOTL OPEN FAILED, "
                       "FILE STATUS = " WS-FLOW-STATUS
                   MOVE 12 TO WS-RC
               ELSE
                   PERFORM 2200-LOAD-LATEST-SENDS-PARA
                   CLOSE FLOW-FILE
               END-IF
           END-IF.

       2100-FIND-LATEST-SENDS-PARA.
           PERFORM UNTIL WS-FLOW-STATUS = "10"
               READ FLOW-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-FLOW-READ-CT
                       IF FLOW-BUCKET = "SENT"
                           IF ALL-REGIONS OR
                                   FLOW-REGION-CD = SPACES OR
                                   FLOW-REGION-CD = WS-PARM-REGION
                               PERFORM 2110-NOTE-SEND-PARA
                           ELSE
                               IF FLOW-STEP-NAME = "LEDGRPST"
                                   PERFORM 2130-NOTE-OTHER-SEND-PARA
                               END-IF
                           END-IF
                       END-IF
               END-READ
               IF WS-FLOW-STATUS NOT = "00" AND
                       WS-FLOW-STATUS NOT = "10"
                   DISPLAY "LEDGPROF: FLOWTOTL READ FAILED, STATUS = "
                       WS-FLOW-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-FLOW-STATUS
               END-IF
           END-PERFORM.

      * FLOWTOTL is only ever appended to, so the send read last is
      * the latest, whatever the clock said when it was stamped.
       2110-NOTE-SEND-PARA.
           PERFORM 2120-FIND-STEP-PARA.
           IF WS-STEP-FIND > 0
               IF FLOW-STEP-NAME = "LEDGTEDT"
                   MOVE WS-EDIT-POS TO WS-PRIOR-EDIT-POS
                   MOVE WS-FLOW-READ-CT TO WS-EDIT-POS
               END-IF
               MOVE "Y" TO WS-STEP-SENT-SW(WS-STEP-FIND)
               MOVE FLOW-RUN-DATE TO WS-STEP-DATE(WS-STEP-FIND)
               MOVE FLOW-RUN-TIME TO WS-STEP-TIME(WS-STEP-FIND)
               MOVE WS-FLOW-READ-CT TO WS-STEP-POS(WS-STEP-FIND)
           END-IF.

       2120-FIND-STEP-PARA.
           MOVE 0 TO WS-STEP-FIND.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-CT
               IF WS-STEP-NAME(WS-STEP-SUB) = FLOW-STEP-NAME
                   MOVE WS-STEP-SUB TO WS-STEP-FIND
                   MOVE WS-STEP-CT TO WS-STEP-SUB
               END-IF
           END-PERFORM.

       2130-NOTE-OTHER-SEND-PARA.
           MOVE 0 TO WS-OTHER-FIND.
           PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-OTHER-CT
               IF WS-OTHER-REGION(WS-OTHER-SUB) = FLOW-REGION-CD
                   MOVE WS-OTHER-SUB TO WS-OTHER-FIND
                   MOVE WS-OTHER-CT TO WS-OTHER-SUB
               END-IF
           END-PERFORM.
           IF WS-OTHER-FIND = 0 AND WS-OTHER-CT < 10
               ADD 1 TO WS-OTHER-CT
               MOVE WS-OTHER-CT TO WS-OTHER-FIND
               MOVE FLOW-REGION-CD TO WS-OTHER-REGION(WS-OTHER-FIND)
           END-IF.
           IF WS-OTHER-FIND > 0
               MOVE FLOW-RUN-DATE TO WS-OTHER-DATE(WS-OTHER-FIND)
               MOVE FLOW-RUN-TIME TO WS-OTHER-TIME(WS-OTHER-FIND)
               MOVE WS-FLOW-READ-CT TO WS-OTHER-POS(WS-OTHER-FIND)
           END-IF.

      * The front end runs before any regional job is released, so
      * a regional step whose latest send is older than the edit's
      * latest send belongs to an earlier night; the cloud intake
      * runs just ahead of the edit, so its send must follow the
      * edit send before that one.
       2150-DROP-STALE-SENDS-PARA.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-CT
               IF WS-STEP-NAME(WS-STEP-SUB) = "LEDGTINT"
                   IF WS-STEP-POS(WS-STEP-SUB) < WS-PRIOR-EDIT-POS
                       MOVE "N" TO WS-STEP-SENT-SW(WS-STEP-SUB)
                   END-IF
               ELSE
                   IF WS-STEP-NAME(WS-STEP-SUB) NOT = "LEDGTEDT" AND
                           WS-STEP-POS(WS-STEP-SUB) < WS-EDIT-POS
                       MOVE "N" TO WS-STEP-SENT-SW(WS-STEP-SUB)
                   END-IF
               END-IF
               IF WS-STEP-NAME(WS-STEP-SUB) = "LEDGPROF" AND
                       WS-STEP-SENT-SW(WS-STEP-SUB) = "Y"
                   MOVE WS-STEP-POS(WS-STEP-SUB) TO WS-OPEN-POS
               END-IF
           END-PERFORM.

       2200-LOAD-LATEST-SENDS-PARA.
           PERFORM UNTIL WS-FLOW-STATUS = "10"
               READ FLOW-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FLOW-BUCKET NOT = "SENT"
                           IF ALL-REGIONS OR
                                   FLOW-REGION-CD = WS-PARM-REGION
                               PERFORM 2205-MATCH-LATEST-SEND-PARA
                           ELSE
                               IF FLOW-STEP-NAME = "LEDGRPST" AND
                                       FLOW-BUCKET = "POSTED"
                                   PERFORM 2230-ADD-OTHER-POSTED-PARA
                               END-IF
                           END-IF
                       END-IF
               END-READ
               IF WS-FLOW-STATUS NOT = "00" AND
                       WS-FLOW-STATUS NOT = "10"
                   DISPLAY "LEDGPROF: FLOWTOTL READ FAILED, STATUS = "
                       WS-FLOW-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-FLOW-STATUS
               END-IF
           END-PERFORM.

       2205-MATCH-LATEST-SEND-PARA.
           PERFORM 2120-FIND-STEP-PARA.
           IF WS-STEP-FIND > 0
               IF WS-STEP-SENT-SW(WS-STEP-FIND) = "Y" AND
                       FLOW-RUN-DATE = WS-STEP-DATE(WS-STEP-FIND) AND
                       FLOW-RUN-TIME = WS-STEP-TIME(WS-STEP-FIND)
                   PERFORM 2210-APPLY-FLOW-PARA
               END-IF
           END-IF.

      * The opening master total goes aside; every other record is
      * added to its region and currency under its bucket number.
       2210-APPLY-FLOW-PARA.
           ADD 1 TO WS-FLOW-USED-CT.
           IF FLOW-STEP-NAME = "LEDGPROF" AND FLOW-BUCKET = "MASTER"
               MOVE "Y" TO WS-OPEN-SW
               MOVE FLOW-REC-COUNT TO WS-OPEN-CT
               MOVE FLOW-BASE-TOTAL TO WS-OPEN-TOTAL
           ELSE
               MOVE FLOW-STEP-NAME TO WS-FLOW-KEY(1:8)
               MOVE FLOW-BUCKET TO WS-FLOW-KEY(9:8)
               MOVE 0 TO WS-BKT-FIND
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > WS-BKT-CT
                   IF WS-BKT-KEY(WS-BKT-SUB) = WS-FLOW-KEY
                       MOVE WS-BKT-SUB TO WS-BKT-FIND
                       MOVE WS-BKT-CT TO WS-BKT-SUB
                   END-IF
               END-PERFORM
               IF WS-BKT-FIND = 0
                   DISPLAY "LEDGPROF: UNKNOWN FLOW BUCKET "
                       FLOW-STEP-NAME " " FLOW-BUCKET " IGNORED"
               ELSE
                   PERFORM 2220-FIND-CELL-PARA
                   IF WS-CELL-FIND > 0
                       ADD FLOW-REC-COUNT TO
                           WS-CELL-BKT-CT(WS-CELL-FIND, WS-BKT-FIND)
                       ADD FLOW-AMT-TOTAL TO
                           WS-CELL-BKT-AMT(WS-CELL-FIND, WS-BKT-FIND)
                       ADD FLOW-BASE-TOTAL TO
                           WS-CELL-BKT-BASE(WS-CELL-FIND, WS-BKT-FIND)
                   END-IF
               END-IF
           END-IF.

      * Another region's posting counts against this region's
      * master change only when that region sent it after this
      * region's OPEN pass read the master.
       2230-ADD-OTHER-POSTED-PARA.
           MOVE 0 TO WS-OTHER-FIND.
           PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-OTHER-CT
               IF WS-OTHER-REGION(WS-OTHER-SUB) = FLOW-REGION-CD
                   MOVE WS-OTHER-SUB TO WS-OTHER-FIND
                   MOVE WS-OTHER-CT TO WS-OTHER-SUB
               END-IF
           END-PERFORM.
           IF WS-OTHER-FIND > 0 AND WS-OPEN-POS > 0
               IF WS-OTHER-POS(WS-OTHER-FIND) > WS-OPEN-POS AND
                       FLOW-RUN-DATE = WS-OTHER-DATE(WS-OTHER-FIND) AND
                       FLOW-RUN-TIME = WS-OTHER-TIME(WS-OTHER-FIND)
                   ADD FLOW-BASE-TOTAL TO WS-OTHER-POSTED
               END-IF
           END-IF.

       2220-FIND-CELL-PARA.
           MOVE 0 TO WS-CELL-FIND.
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-CT
               IF WS-CELL-REGION(WS-CELL-SUB) = FLOW-REGION-CD AND
                       WS-CELL-CURR(WS-CELL-SUB) = FLOW-CURR-CD
                   MOVE WS-CELL-SUB TO WS-CELL-FIND
                   MOVE WS-CELL-CT TO WS-CELL-SUB
               END-IF
           END-PERFORM.
           IF WS-CELL-FIND = 0
               IF WS-CELL-CT < 100
                   ADD 1 TO WS-CELL-CT
                   MOVE WS-CELL-CT TO WS-CELL-FIND
                   MOVE FLOW-REGION-CD TO WS-CELL-REGION(WS-CELL-FIND)
                   MOVE FLOW-CURR-CD TO WS-CELL-CURR(WS-CELL-FIND)
                   MOVE "N" TO WS-CELL-DONE-SW(WS-CELL-FIND)
                   PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                           UNTIL WS-BKT-SUB > WS-BKT-CT
                       MOVE ZERO TO
                           WS-CELL-BKT-CT(WS-CELL-FIND, WS-BKT-SUB)
                       MOVE ZERO TO
                           WS-CELL-BKT-AMT(WS-CELL-FIND, WS-BKT-SUB)
                       MOVE ZERO TO
                           WS-CELL-BKT-BASE(WS-CELL-FIND, WS-BKT-SUB)
                   END-PERFORM
               ELSE
                   IF NOT CELL-TABLE-FULL
                       DISPLAY "LEDGPROF: REGION/CURRENCY TABLE FULL "
                           "AT " FLOW-REGION-CD " " FLOW-CURR-CD
                   END-IF
                   MOVE "Y" TO WS-CELL-OVERFLOW-SW
               END-IF
           END-IF.

       3000-PRINT-STATEMENT-PARA.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "LEDGPROF: PROFRPT OPEN FAILED, FILE STATUS = "
                   WS-REPORT-STATUS
               MOVE 12 TO WS-RC
           ELSE
               PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                       UNTIL WS-CELL-SUB > WS-CELL-CT
                   IF WS-CELL-DONE-SW(WS-CELL-SUB) = "N"
                       MOVE WS-CELL-REGION(WS-CELL-SUB)
                           TO WS-CUR-REGION
                       PERFORM 3100-PRINT-REGION-PARA
                   END-IF
               END-PERFORM
               PERFORM 4000-PRINT-MASTER-PROOF-PARA
               CLOSE REPORT-FILE
           END-IF.
           MOVE WS-LEAK-CT TO WS-DISP-CT.
           IF WS-LEAK-CT > 0
               DISPLAY "LEDGPROF: STREAM DOES NOT CONSERVE, "
                   "DIFFERENCES " WS-DISP-CT
               MOVE 8 TO WS-RC
           ELSE
               DISPLAY "LEDGPROF: STREAM CONSERVES, EVERY STEP "
                   "ACCOUNTED FOR"
           END-IF.

      * One page per region: what was received, what became of it,
      * then any step handoff that does not agree.
       3100-PRINT-REGION-PARA.
           MOVE 0 TO WS-RGN-LEAK-CT.
           MOVE 0 TO WS-RGN-HANDOFF-CT.
           MOVE SPACES TO WS-HEAD-2.
           STRING "REGION " DELIMITED BY SIZE
               WS-CUR-REGION DELIMITED BY SIZE
               INTO WS-HEAD-2.
           PERFORM 5100-NEW-PAGE-PARA.
           MOVE WS-RCV-HEAD TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           PERFORM VARYING WS-RGN-CELL FROM WS-CELL-SUB BY 1
                   UNTIL WS-RGN-CELL > WS-CELL-CT
               IF WS-CELL-REGION(WS-RGN-CELL) = WS-CUR-REGION
                   PERFORM 3200-PRINT-RECEIVED-PARA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-ACC-HEAD TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           PERFORM VARYING WS-RGN-CELL FROM WS-CELL-SUB BY 1
                   UNTIL WS-RGN-CELL > WS-CELL-CT
               IF WS-CELL-REGION(WS-RGN-CELL) = WS-CUR-REGION
                   PERFORM 3300-PRINT-ACCOUNTED-PARA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE "STEP HANDOFFS" TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           PERFORM VARYING WS-RGN-CELL FROM WS-CELL-SUB BY 1
                   UNTIL WS-RGN-CELL > WS-CELL-CT
               IF WS-CELL-REGION(WS-RGN-CELL) = WS-CUR-REGION
                   PERFORM 3400-CHECK-HANDOFFS-PARA
                   MOVE "Y" TO WS-CELL-DONE-SW(WS-RGN-CELL)
               END-IF
           END-PERFORM.
           IF WS-RGN-HANDOFF-CT = 0
               MOVE "  ALL STEP HANDOFFS AGREE" TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-RGN-LEAK-CT TO WS-DISP-CT.
           IF WS-RGN-LEAK-CT = 0
               STRING "REGION " DELIMITED BY SIZE
                   WS-CUR-REGION DELIMITED BY SPACE
                   " CONSERVED" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           ELSE
               STRING "REGION " DELIMITED BY SIZE
                   WS-CUR-REGION DELIMITED BY SPACE
                   " DOES NOT CONSERVE, DIFFERENCES " DELIMITED BY SIZE
                   WS-DISP-CT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           END-IF.
           PERFORM 5000-WRITE-LINE-PARA.
           ADD WS-RGN-LEAK-CT TO WS-LEAK-CT.

      * Received: host (1), cloud (2), recycled (4), released (8).
       3200-PRINT-RECEIVED-PARA.
           MOVE SPACES TO WS-ROW-LINE.
           PERFORM 3210-SET-CURRENCY-PARA.
           MOVE "COUNT" TO RW-KIND.
           MOVE WS-CELL-BKT-CT(WS-RGN-CELL, 1) TO WS-DISP-CT15.
           MOVE WS-DISP-CT15 TO RW-VAL(1).
           MOVE WS-CELL-BKT-CT(WS-RGN-CELL, 2) TO WS-DISP-CT15.
           MOVE WS-DISP-CT15 TO RW-VAL(2).
           MOVE WS-CELL-BKT-CT(WS-RGN-CELL, 4) TO WS-DISP-CT15.
           MOVE WS-DISP-CT15 TO RW-VAL(3).
           MOVE WS-CELL-BKT-CT(WS-RGN-CELL, 8) TO WS-DISP-CT15.
           MOVE WS-DISP-CT15 TO RW-VAL(4).
           MOVE WS-CONSERVE-CHECK TO WS-CHECK-SUB.
           PERFORM 3500-SUM-CHECK-PARA.
           MOVE WS-LEFT-CT TO WS-DISP-CT15.
           MOVE WS-DISP-CT15 TO RW-VAL(5).
           MOVE WS-ROW-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE SPACES TO WS-ROW-LINE.
           MOVE "AMOUNT" TO RW-KIND.
           MOVE WS-CELL-BKT-AMT(WS-RGN-CELL, 1) TO WS-DISP-AMT15.
           MOVE WS-DISP-AMT15 TO RW-VAL(1).
           MOVE WS-CELL-BKT-AMT(WS-RGN-CELL, 2) TO WS-DISP-AMT15.
           MOVE WS-DISP-AMT15 TO RW-VAL(2).
           MOVE WS-CELL-BKT-AMT(WS-RGN-CELL, 4) TO WS-DISP-AMT15.
           MOVE WS-DISP-AMT15 TO RW-VAL(3).
           MOVE WS-CELL-BKT-AMT(WS-RGN-CELL, 8) TO WS-DISP-AMT15.
           MOVE WS-DISP-AMT15 TO RW-VAL(4).
           MOVE WS-LEFT-AMT TO WS-DISP-AMT15.
           MOVE WS-DISP-AMT15 TO RW-VAL(5).
           MOVE WS-ROW-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           IF WS-CELL-BKT-CT(WS-RGN-CELL, 3) > 0
               MOVE WS-CELL-BKT-CT(WS-RGN-CELL, 3) TO WS-DISP-CT
               MOVE WS-CELL-BKT-AMT(WS-RGN-CELL, 3) TO WS-DISP-AMT
               STRING "  CLOUD FILE REFUSED, NOT RECEIVED: COUNT "
                   DELIMITED BY SIZE
                   WS-DISP-CT DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-DISP-AMT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           END-IF.

      * The base currency travels as spaces.
       3210-SET-CURRENCY-PARA.
           IF WS-CELL-CURR(WS-RGN-CELL) = SPACES
               MOVE "BASE" TO RW-CURR
           ELSE
               MOVE WS-CELL-CURR(WS-RGN-CELL) TO RW-CURR
           END-IF.

      * Accounted for: posted (13), held (14), suspended (16, 17),
      * dropped at the edit (18), then the difference from what
      * was received.
       3300-PRINT-ACCOUNTED-PARA.
           MOVE WS-CONSERVE-CHECK TO WS-CHECK-SUB.
           PERFORM 3500-SUM-CHECK-PARA.
           MOVE SPACES TO WS-ROW-LINE.
           PERFORM 3210-SET-CURRENCY-PARA.
           MOVE "COUNT" TO RW-KIND.
           MOVE WS-CELL-BKT-CT(WS-RGN-CELL, 13) TO WS-DISP-CT15.
           MOVE WS-DISP-CT15 TO RW-VAL(1).
           MOVE WS-CELL-BKT-CT(WS-RGN-CELL, 14) TO WS-DISP-CT15.
           MOVE WS-DISP-CT15 TO RW-VAL(2).
           COMPUTE WS-DISP-CT15 = WS-CELL-BKT-CT(WS-RGN-CELL, 16)
               + WS-CELL-BKT-CT(WS-RGN-CELL, 17).
           MOVE WS-DISP-CT15 TO RW-VAL(3).
           MOVE WS-CELL-BKT-CT(WS-RGN-CELL, 18) TO WS-DISP-CT15.
           MOVE WS-DISP-CT15 TO RW-VAL(4).
           MOVE WS-RIGHT-CT TO WS-DISP-CT15.
           MOVE WS-DISP-CT15 TO RW-VAL(5).
           MOVE WS-DIFF-CT TO WS-DISP-DIFF15.
           MOVE WS-DISP-DIFF15 TO RW-VAL(6).
           IF WS-DIFF-CT = 0
               MOVE "OK" TO RW-STATUS
           ELSE
               MOVE "LEAK" TO RW-STATUS
           END-IF.
           MOVE WS-ROW-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE SPACES TO WS-ROW-LINE.
           MOVE "AMOUNT" TO RW-KIND.
           MOVE WS-CELL-BKT-AMT(WS-RGN-CELL, 13) TO WS-DISP-AMT15.
           MOVE WS-DISP-AMT15 TO RW-VAL(1).
           MOVE WS-CELL-BKT-AMT(WS-RGN-CELL, 14) TO WS-DISP-AMT15.
           MOVE WS-DISP-AMT15 TO RW-VAL(2).
           COMPUTE WS-DISP-AMT15 = WS-CELL-BKT-AMT(WS-RGN-CELL, 16)
               + WS-CELL-BKT-AMT(WS-RGN-CELL, 17).
           MOVE WS-DISP-AMT15 TO RW-VAL(3).
           MOVE WS-CELL-BKT-AMT(WS-RGN-CELL, 18) TO WS-DISP-AMT15.
           MOVE WS-DISP-AMT15 TO RW-VAL(4).
           MOVE WS-RIGHT-AMT TO WS-DISP-AMT15.
           MOVE WS-DISP-AMT15 TO RW-VAL(5).
           MOVE WS-DIFF-AMT TO WS-DISP-AMT15.
           MOVE WS-DISP-AMT15 TO RW-VAL(6).
           IF WS-DIFF-AMT = 0
               MOVE "OK" TO RW-STATUS
           ELSE
               MOVE "LEAK" TO RW-STATUS
           END-IF.
           MOVE WS-ROW-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE SPACES TO WS-ROW-LINE.
           MOVE "BASE" TO RW-KIND.
           MOVE WS-CELL-BKT-BASE(WS-RGN-CELL, 13) TO WS-DISP-AMT15.
           MOVE WS-DISP-AMT15 TO RW-VAL(1).
           MOVE WS-CELL-BKT-BASE(WS-RGN-CELL, 14) TO WS-DISP-AMT15.
           MOVE WS-DISP-AMT15 TO RW-VAL(2).
           MOVE WS-ROW-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           IF WS-DIFF-CT NOT = 0 OR WS-DIFF-AMT NOT = 0
               ADD 1 TO WS-RGN-LEAK-CT
           END-IF.

      * Every handoff check but the conservation line, which the
      * accounted-for block has already shown.
       3400-CHECK-HANDOFFS-PARA.
           PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB >= WS-CONSERVE-CHECK
               PERFORM 3500-SUM-CHECK-PARA
               IF WS-DIFF-CT NOT = 0 OR WS-DIFF-AMT NOT = 0
                   IF WS-CELL-CURR(WS-RGN-CELL) = SPACES
                       MOVE "BASE" TO CL-CURR
                   ELSE
                       MOVE WS-CELL-CURR(WS-RGN-CELL) TO CL-CURR
                   END-IF
                   MOVE WS-CHECK-LABEL(WS-CHECK-SUB) TO CL-LABEL
                   MOVE WS-LEFT-CT TO CL-LEFT-CT
                   MOVE WS-RIGHT-CT TO CL-RIGHT-CT
                   MOVE WS-LEFT-AMT TO CL-LEFT-AMT
                   MOVE WS-RIGHT-AMT TO CL-RIGHT-AMT
                   MOVE WS-CHECK-LINE TO WS-PRINT-LINE
                   PERFORM 5000-WRITE-LINE-PARA
                   ADD 1 TO WS-RGN-HANDOFF-CT
                   ADD 1 TO WS-RGN-LEAK-CT
               END-IF
           END-PERFORM.

      * Sums both sides of check WS-CHECK-SUB for cell WS-RGN-CELL.
       3500-SUM-CHECK-PARA.
           MOVE 0 TO WS-LEFT-CT.
           MOVE 0 TO WS-LEFT-AMT.
           MOVE 0 TO WS-RIGHT-CT.
           MOVE 0 TO WS-RIGHT-AMT.
           PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1
                   UNTIL WS-SIDE-SUB > 4
               MOVE WS-CHECK-LEFT(WS-CHECK-SUB, WS-SIDE-SUB)
                   TO WS-BKT-SUB
               IF WS-BKT-SUB > 0
                   ADD WS-CELL-BKT-CT(WS-RGN-CELL, WS-BKT-SUB)
                       TO WS-LEFT-CT
                   ADD WS-CELL-BKT-AMT(WS-RGN-CELL, WS-BKT-SUB)
                       TO WS-LEFT-AMT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1
                   UNTIL WS-SIDE-SUB > 6
               MOVE WS-CHECK-RIGHT(WS-CHECK-SUB, WS-SIDE-SUB)
                   TO WS-BKT-SUB
               IF WS-BKT-SUB > 0
                   ADD WS-CELL-BKT-CT(WS-RGN-CELL, WS-BKT-SUB)
                       TO WS-RIGHT-CT
                   ADD WS-CELL-BKT-AMT(WS-RGN-CELL, WS-BKT-SUB)
                       TO WS-RIGHT-AMT
               END-IF
           END-PERFORM.
           COMPUTE WS-DIFF-CT = WS-LEFT-CT - WS-RIGHT-CT.
           COMPUTE WS-DIFF-AMT = WS-LEFT-AMT - WS-RIGHT-AMT.

      * The master is not kept by region, so the balance proof is
      * one figure for the whole stream: the change in the master
      * total since the OPEN pass against the base-currency total
      * posted (bucket 13) in every region. In a regional proof the
      * opening total is the one that region's OPEN pass sent and
      * the posted total is that region's own plus what any other
      * region's posting pass sent after that OPEN - nothing else
      * runs between a region's OPEN and PROVE in the same job, but
      * a region restarted through RESTARTP can find another
      * region's whole night posted in between.
       4000-PRINT-MASTER-PROOF-PARA.
           MOVE "ACCOUNT MASTER AND LEDGER STEPS" TO WS-HEAD-2.
           IF NOT ALL-REGIONS
               MOVE "- REGION" TO WS-HEAD-2(33:8)
               MOVE WS-PARM-REGION TO WS-HEAD-2(42:4)
           END-IF.
           PERFORM 5100-NEW-PAGE-PARA.
           MOVE 0 TO WS-POSTED-BASE.
           PERFORM VARYING WS-RGN-CELL FROM 1 BY 1
                   UNTIL WS-RGN-CELL > WS-CELL-CT
               ADD WS-CELL-BKT-BASE(WS-RGN-CELL, 13) TO WS-POSTED-BASE
           END-PERFORM.
           IF NOT OPEN-TOTAL-FOUND
               MOVE "OPENING MASTER TOTAL NOT SENT TONIGHT"
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
               ADD 1 TO WS-LEAK-CT
           ELSE
               MOVE WS-OPEN-CT TO WS-DISP-CT
               MOVE WS-OPEN-TOTAL TO WS-DISP-AMT
               STRING "MASTER BEFORE POSTING    " DELIMITED BY SIZE
                   WS-DISP-CT DELIMITED BY SIZE
                   " ACCOUNTS  BALANCE TOTAL " DELIMITED BY SIZE
                   WS-DISP-AMT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
               MOVE WS-MAST-CT TO WS-DISP-CT
               MOVE WS-MAST-TOTAL TO WS-DISP-AMT
               STRING "MASTER NOW               " DELIMITED BY SIZE
                   WS-DISP-CT DELIMITED BY SIZE
                   " ACCOUNTS  BALANCE TOTAL " DELIMITED BY SIZE
                   WS-DISP-AMT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
               COMPUTE WS-MAST-CHANGE = WS-MAST-TOTAL - WS-OPEN-TOTAL
               COMPUTE WS-MAST-DIFF = WS-MAST-CHANGE - WS-POSTED-BASE
                   - WS-OTHER-POSTED
               MOVE WS-MAST-CHANGE TO WS-DISP-AMT
               STRING "CHANGE IN MASTER BALANCES" DELIMITED BY SIZE
                   "                          " DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WS-DISP-AMT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
               MOVE WS-POSTED-BASE TO WS-DISP-AMT
               STRING "POSTED TONIGHT (BASE)    " DELIMITED BY SIZE
                   "                          " DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WS-DISP-AMT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
               IF NOT ALL-REGIONS
                   MOVE WS-OTHER-POSTED TO WS-DISP-AMT
                   STRING "OTHER REGIONS SINCE OPEN " DELIMITED BY SIZE
                       "                          " DELIMITED BY SIZE
                       "       " DELIMITED BY SIZE
                       WS-DISP-AMT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 5000-WRITE-LINE-PARA
               END-IF
               MOVE WS-MAST-DIFF TO WS-DISP-AMT
               STRING "DIFFERENCE               " DELIMITED BY SIZE
                   "                          " DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WS-DISP-AMT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               IF WS-MAST-DIFF = 0 AND WS-MAST-CT = WS-OPEN-CT
                   MOVE "OK" TO WS-PRINT-LINE(76:4)
               ELSE
                   MOVE "LEAK" TO WS-PRINT-LINE(76:4)
                   ADD 1 TO WS-LEAK-CT
               END-IF
               PERFORM 5000-WRITE-LINE-PARA
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE 0 TO WS-MISSING-CT.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-CT
               IF WS-STEP-SENT-SW(WS-STEP-SUB) = "N"
                   STRING "STEP " DELIMITED BY SIZE
                       WS-STEP-NAME(WS-STEP-SUB) DELIMITED BY SIZE
                       " SENT NO FLOW TOTALS TONIGHT" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 5000-WRITE-LINE-PARA
                   ADD 1 TO WS-MISSING-CT
               END-IF
           END-PERFORM.
           IF WS-MISSING-CT = 0
               MOVE "EVERY LEDGER STEP SENT ITS FLOW TOTALS TONIGHT"
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           ELSE
               ADD WS-MISSING-CT TO WS-LEAK-CT
           END-IF.
           IF CELL-TABLE-FULL
               MOVE "REGION/CURRENCY TABLE FULL - STATEMENT INCOMPLETE"
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
               ADD 1 TO WS-LEAK-CT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-FLOW-READ-CT TO WS-DISP-CT.
           STRING "FLOW RECORDS READ        " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-FLOW-USED-CT TO WS-DISP-CT.
           STRING "FLOW RECORDS USED        " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-LEAK-CT TO WS-DISP-CT.
           STRING "DIFFERENCES              " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

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
           WRITE REPORT-REC FROM WS-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 3 TO WS-LINE-CT.
