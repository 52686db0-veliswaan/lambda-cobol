       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGGLJN.
      * General-ledger journal interface, run once LEDGRBAL has
      * balanced the night. The corporate ledger used to get its
      * numbers from someone re-keying the LEDGRBAL and LEDGHRPT
      * totals the next morning; this step reads tonight's posted
      * ledger (POSTOUT, under the POSTIN DD) and sums it by
      * region, transaction currency, source (customer or system
      * entries) and direction - D for postings that raised the
      * balance, C for those that lowered it, the way ACCTMAST
      * splits its cycle totals. Each sum is mapped through the
      * GLMAP control file (see GLMAP.cpy) to a debit and a credit
      * GL account and becomes a balanced pair of journal lines in
      * the base currency. The journal goes to GLJOUT (see
      * GLJRNL.cpy) as one batch per region that posted: a header
      * with the batch id - the region's opening run-id, stamped
      * on every POSTOUT record - and business date, the lines, and
      * a trailer with the line count and debit and credit totals.
      * The whole journal is built and checked in storage before a
      * record is written. A sum with no GL mapping (or a mapping
      * with a blank account), a region whose postings carry more
      * than one run-id, or a batch whose debits and credits do not
      * net to zero in the base currency is listed on the journal
      * exceptions page of GLJRPT, nothing at all is written to
      * GLJOUT, and the step ends RETURN-CODE 8 so the JCL does not
      * stage the file. A missing GLMAP, or more sums or regions than
      * the tables hold, stops the step the same way, with the cause
      * and the posting that did not fit on the exceptions page. A
      * night with nothing posted writes an empty journal.
      * RETURN-CODE 12 on a file error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-FILE ASSIGN TO "POSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT JRNL-FILE ASSIGN TO "GLJOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GLJRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY POSTHIST.

       FD  MAP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY GLMAP.

       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY GLJRNL.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-POST-STATUS          PIC X(2).
       01 WS-MAP-STATUS           PIC X(2).
       01 WS-JRNL-STATUS          PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RC                   PIC S9(4) COMP VALUE 0.

       COPY LEDGTRAN.

      * The GLMAP control file.
       01 WS-MAP-TABLE.
          05 WS-MAP-CT            PIC 9(3) COMP VALUE ZERO.
          05 WS-MAP-ENTRY OCCURS 200 TIMES.
             10 WS-MAP-KEY.
                15 WS-MAP-REGION-CD PIC X(4).
                15 WS-MAP-CURR-CD PIC X(3).
                15 WS-MAP-SOURCE  PIC X(1).
                15 WS-MAP-DR-CR   PIC X(1).
             10 WS-MAP-DEBIT-ACCT PIC X(12).
             10 WS-MAP-CREDIT-ACCT PIC X(12).
       01 WS-MAP-SUB              PIC 9(3) COMP.
       01 WS-MAP-FIND             PIC 9(3) COMP.

      * Tonight's postings summed on the mapping key.
       01 WS-SUM-TABLE.
          05 WS-SUM-CT            PIC 9(3) COMP VALUE ZERO.
          05 WS-SUM-ENTRY OCCURS 200 TIMES.
             10 WS-SUM-KEY.
                15 WS-SUM-REGION-CD PIC X(4).
                15 WS-SUM-CURR-CD PIC X(3).
                15 WS-SUM-SOURCE  PIC X(1).
                15 WS-SUM-DR-CR   PIC X(1).
             10 WS-SUM-TRAN-CT    PIC 9(7) COMP.
             10 WS-SUM-CURR-AMT   PIC 9(11)V99.
             10 WS-SUM-BASE-AMT   PIC 9(11)V99.
             10 WS-SUM-MAP-FIND   PIC 9(3) COMP.
       01 WS-SUM-SUB              PIC 9(3) COMP.
       01 WS-SUM-FIND             PIC 9(3) COMP.
       01 WS-NEW-SUM-KEY.
          05 WS-NEW-REGION-CD     PIC X(4).
          05 WS-NEW-CURR-CD       PIC X(3).
          05 WS-NEW-SOURCE        PIC X(1).
          05 WS-NEW-DR-CR         PIC X(1).
       01 WS-ABS-AMT              PIC 9(11)V99.
       01 WS-ABS-BASE             PIC 9(11)V99.

      * One batch per region that posted tonight.
       01 WS-BATCH-TABLE.
          05 WS-BATCH-CT          PIC 9(2) COMP VALUE ZERO.
          05 WS-BATCH-ENTRY OCCURS 20 TIMES.
             10 WS-BATCH-REGION-CD PIC X(4).
             10 WS-BATCH-RUN-ID   PIC 9(6).
             10 WS-BATCH-BUS-DATE PIC 9(8).
             10 WS-BATCH-MIXED-SW PIC X(1).
             10 WS-BATCH-POST-CT  PIC 9(7) COMP.
             10 WS-BATCH-LINE-CT  PIC 9(5) COMP.
             10 WS-BATCH-DR-TOTAL PIC 9(13)V99.
             10 WS-BATCH-CR-TOTAL PIC 9(13)V99.
       01 WS-BATCH-SUB            PIC 9(2) COMP.
       01 WS-BATCH-FIND           PIC 9(2) COMP.

       01 WS-LINE-NO              PIC 9(5).
       01 WS-POST-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-EXC-CT               PIC 9(5) COMP VALUE ZERO.
       01 WS-JRNL-REC-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-TOTAL-DR             PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CR             PIC 9(13)V99 VALUE ZERO.
       01 WS-DISP-CT              PIC Z(6)9.
       01 WS-DISP-AMT             PIC -(12)9.99.
       01 WS-EXC-TEXT             PIC X(40).
       01 WS-STOP-TEXT            PIC X(132).
       01 WS-REPORT-OPEN-SW       PIC X(1)  VALUE "N".

      * Timing-call work fields for the shared LEDGTIME step log.
       01 WS-TIME-PROGRAM         PIC X(8)  VALUE "LEDGGLJN".
       01 WS-TIME-REGION          PIC X(4)  VALUE SPACES.
       01 WS-TIME-RUN-ID          PIC 9(6)  VALUE ZERO.
       01 WS-TIME-EVENT           PIC X(5).

       01 WS-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
       01 WS-LINE-CT              PIC 9(3) COMP VALUE 99.
       01 WS-PRINT-LINE           PIC X(132).

       01 WS-HEAD-1.
          05 FILLER               PIC X(40) VALUE
             "LEDGGLJN - GL JOURNAL INTERFACE         ".
          05 FILLER               PIC X(9)  VALUE "RUN DATE ".
          05 HD1-DATE             PIC 9(8).
          05 FILLER               PIC X(8)  VALUE "    PAGE".
          05 HD1-PAGE             PIC ZZZ9.
          05 FILLER               PIC X(63) VALUE SPACES.
       01 WS-BATCH-HEAD.
          05 FILLER               PIC X(7)  VALUE "REGION ".
          05 BH-REGION-CD         PIC X(4).
          05 FILLER               PIC X(10) VALUE "  BATCH ID".
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 BH-BATCH-ID          PIC 9(6).
          05 FILLER               PIC X(11) VALUE "  BUS DATE ".
          05 BH-BUS-DATE          PIC 9(8).
          05 FILLER               PIC X(11) VALUE "  POSTINGS ".
          05 BH-POST-CT           PIC Z(6)9.
          05 FILLER               PIC X(67) VALUE SPACES.
       01 WS-LINE-HEAD.
          05 FILLER               PIC X(26) VALUE
             " LINE  GL ACCOUNT    DC   ".
          05 FILLER               PIC X(30) VALUE
             "CUR  SRC    COUNT    CURRENCY ".
          05 FILLER               PIC X(30) VALUE
             "AMT     BASE AMOUNT           ".
          05 FILLER               PIC X(46) VALUE SPACES.
       01 WS-JLINE.
          05 JL-LINE-NO           PIC ZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 JL-GL-ACCT           PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 JL-DR-CR             PIC X(2).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 JL-CURR-CD           PIC X(3).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 JL-SOURCE            PIC X(3).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 JL-TRAN-CT           PIC Z(6)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 JL-CURR-AMT          PIC Z(10)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 JL-BASE-AMT          PIC Z(10)9.99.
          05 FILLER               PIC X(57) VALUE SPACES.
       01 WS-TRL-LINE.
          05 FILLER               PIC X(7)  VALUE "  LINES".
          05 TL-LINE-CT           PIC Z(6)9.
          05 FILLER               PIC X(9)  VALUE "  DEBITS ".
          05 TL-DR-TOTAL          PIC Z(12)9.99.
          05 FILLER               PIC X(10) VALUE "  CREDITS ".
          05 TL-CR-TOTAL          PIC Z(12)9.99.
          05 FILLER               PIC X(67) VALUE SPACES.
       01 WS-EXC-LINE.
          05 XL-REGION-CD         PIC X(4).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 XL-CURR-CD           PIC X(3).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 XL-SOURCE            PIC X(3).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 XL-DR-CR             PIC X(1).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 XL-TRAN-CT           PIC Z(6)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 XL-BASE-AMT          PIC Z(10)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 XL-TEXT              PIC X(40).
          05 FILLER               PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "START" TO WS-TIME-EVENT.
           CALL "LEDGTIME" USING WS-TIME-PROGRAM, WS-TIME-REGION,
               WS-TIME-RUN-ID, WS-TIME-EVENT, WS-RC.
           PERFORM 1000-INITIALIZE-PARA.
           IF WS-RC = 0
               PERFORM 2000-SUMMARIZE-POSTINGS-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 3000-BUILD-JOURNAL-PARA
               PERFORM 3500-PRINT-JOURNAL-PARA
               PERFORM 3600-PRINT-EXCEPTIONS-PARA
               IF WS-EXC-CT = 0
                   PERFORM 4000-WRITE-JOURNAL-PARA
               ELSE
                   MOVE WS-EXC-CT TO WS-DISP-CT
                   DISPLAY "LEDGGLJN: " WS-DISP-CT " JOURNAL "
                       "EXCEPTIONS, NO JOURNAL WRITTEN"
                   MOVE 8 TO WS-RC
               END-IF
               PERFORM 4100-PRINT-SUMMARY-PARA
           END-IF.
           IF WS-REPORT-OPEN-SW = "Y"
               PERFORM 9000-TERMINATE-PARA
           END-IF.
           MOVE "STOP " TO WS-TIME-EVENT.
           CALL "LEDGTIME" USING WS-TIME-PROGRAM, WS-TIME-REGION,
               WS-TIME-RUN-ID, WS-TIME-EVENT, WS-RC.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "LEDGGLJN: GLJRPT OPEN FAILED, FILE STATUS = "
                   WS-REPORT-STATUS
               MOVE 12 TO WS-RC
           ELSE
               MOVE "Y" TO WS-REPORT-OPEN-SW
               PERFORM 1100-LOAD-MAP-TABLE-PARA
           END-IF.

      * Without GLMAP every line would be unmapped, so a missing
      * file fails the step outright.
       1100-LOAD-MAP-TABLE-PARA.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-STATUS = "35"
               DISPLAY "LEDGGLJN: GLMAP NOT FOUND, NO JOURNAL "
                   "WRITTEN"
               MOVE "GLMAP NOT FOUND - NO POSTING CAN BE MAPPED"
                   TO WS-STOP-TEXT
               PERFORM 3700-PRINT-STOP-EXCEPTION-PARA
               MOVE 8 TO WS-RC
           ELSE
               IF WS-MAP-STATUS NOT = "00"
                   DISPLAY "LEDGGLJN: GLMAP OPEN FAILED, FILE "
                       "STATUS = " WS-MAP-STATUS
                   MOVE 12 TO WS-RC
               ELSE
                   PERFORM UNTIL WS-MAP-STATUS = "10"
                       READ MAP-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 1110-STORE-MAP-PARA
                       END-READ
                       IF WS-MAP-STATUS NOT = "00" AND
                               WS-MAP-STATUS NOT = "10"
                           DISPLAY "LEDGGLJN: GLMAP READ FAILED, "
                               "STATUS = " WS-MAP-STATUS
                           MOVE 12 TO WS-RC
                           MOVE "10" TO WS-MAP-STATUS
                       END-IF
                   END-PERFORM
                   CLOSE MAP-FILE
               END-IF
           END-IF.

      * A later record for the same key replaces the earlier one.
       1110-STORE-MAP-PARA.
           MOVE 0 TO WS-MAP-FIND.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-CT
               IF WS-MAP-REGION-CD(WS-MAP-SUB) = GLM-REGION-CD AND
                       WS-MAP-CURR-CD(WS-MAP-SUB) = GLM-CURR-CD AND
                       WS-MAP-SOURCE(WS-MAP-SUB) = GLM-SOURCE AND
                       WS-MAP-DR-CR(WS-MAP-SUB) = GLM-DR-CR
                   MOVE WS-MAP-SUB TO WS-MAP-FIND
                   MOVE WS-MAP-CT TO WS-MAP-SUB
               END-IF
           END-PERFORM.
           IF WS-MAP-FIND = 0
               IF WS-MAP-CT < 200
                   ADD 1 TO WS-MAP-CT
                   MOVE WS-MAP-CT TO WS-MAP-FIND
               ELSE
                   DISPLAY "LEDGGLJN: MORE THAN 200 GLMAP RECORDS, "
                       "ENTRY IGNORED FOR " GLM-REGION-CD " "
                       GLM-CURR-CD
               END-IF
           END-IF.
           IF WS-MAP-FIND > 0
               MOVE GLM-REGION-CD TO WS-MAP-REGION-CD(WS-MAP-FIND)
               MOVE GLM-CURR-CD TO WS-MAP-CURR-CD(WS-MAP-FIND)
               MOVE GLM-SOURCE TO WS-MAP-SOURCE(WS-MAP-FIND)
               MOVE GLM-DR-CR TO WS-MAP-DR-CR(WS-MAP-FIND)
               MOVE GLM-DEBIT-ACCT TO WS-MAP-DEBIT-ACCT(WS-MAP-FIND)
               MOVE GLM-CREDIT-ACCT
                   TO WS-MAP-CREDIT-ACCT(WS-MAP-FIND)
           END-IF.

       2000-SUMMARIZE-POSTINGS-PARA.
           OPEN INPUT POST-FILE.
           IF WS-POST-STATUS = "35"
               DISPLAY "LEDGGLJN: POSTIN NOT FOUND, NOTHING POSTED"
               MOVE "10" TO WS-POST-STATUS
           ELSE
               IF WS-POST-STATUS NOT = "00"
                   DISPLAY "LEDGGLJN: POSTIN OPEN FAILED, FILE "
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
                       ADD 1 TO WS-POST-CT
                       PERFORM 2100-TALLY-POSTING-PARA
               END-READ
               IF WS-POST-STATUS NOT = "00" AND
                       WS-POST-STATUS NOT = "10"
                   DISPLAY "LEDGGLJN: POSTIN READ FAILED, STATUS = "
                       WS-POST-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-POST-STATUS
               END-IF
           END-PERFORM.
           CLOSE POST-FILE.

      * A posting that raised the balance is a D, one that lowered
      * it a C; the sums are carried unsigned in both currencies.
       2100-TALLY-POSTING-PARA.
           MOVE PH-TRAN-DATA TO LEDG-TRAN-REC.
           PERFORM 2110-FIND-BATCH-PARA.
           MOVE TRAN-REGION-CD TO WS-NEW-REGION-CD.
           MOVE TRAN-CURR-CD TO WS-NEW-CURR-CD.
           MOVE TRAN-SOURCE TO WS-NEW-SOURCE.
           IF PH-BASE-AMOUNT < ZERO
               MOVE "C" TO WS-NEW-DR-CR
               COMPUTE WS-ABS-BASE = 0 - PH-BASE-AMOUNT
           ELSE
               MOVE "D" TO WS-NEW-DR-CR
               MOVE PH-BASE-AMOUNT TO WS-ABS-BASE
           END-IF.
           IF TRAN-AMOUNT < ZERO
               COMPUTE WS-ABS-AMT = 0 - TRAN-AMOUNT
           ELSE
               MOVE TRAN-AMOUNT TO WS-ABS-AMT
           END-IF.
           MOVE 0 TO WS-SUM-FIND.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-CT
               IF WS-SUM-KEY(WS-SUM-SUB) = WS-NEW-SUM-KEY
                   MOVE WS-SUM-SUB TO WS-SUM-FIND
                   MOVE WS-SUM-CT TO WS-SUM-SUB
               END-IF
           END-PERFORM.
           IF WS-SUM-FIND = 0
               IF WS-SUM-CT < 200
                   ADD 1 TO WS-SUM-CT
                   MOVE WS-SUM-CT TO WS-SUM-FIND
                   MOVE WS-NEW-SUM-KEY TO WS-SUM-KEY(WS-SUM-FIND)
                   MOVE ZERO TO WS-SUM-TRAN-CT(WS-SUM-FIND)
                   MOVE ZERO TO WS-SUM-CURR-AMT(WS-SUM-FIND)
                   MOVE ZERO TO WS-SUM-BASE-AMT(WS-SUM-FIND)
                   MOVE ZERO TO WS-SUM-MAP-FIND(WS-SUM-FIND)
               ELSE
                   DISPLAY "LEDGGLJN: MORE THAN 200 JOURNAL SUMS, "
                       "NO JOURNAL WRITTEN"
                   MOVE SPACES TO WS-STOP-TEXT
                   STRING "JOURNAL SUM TABLE FULL (200) AT "
                       DELIMITED BY SIZE
                       INTO WS-STOP-TEXT
                   PERFORM 2120-NAME-POSTING-PARA
                   PERFORM 3700-PRINT-STOP-EXCEPTION-PARA
                   MOVE 8 TO WS-RC
                   MOVE "10" TO WS-POST-STATUS
               END-IF
           END-IF.
           IF WS-SUM-FIND > 0
               ADD 1 TO WS-SUM-TRAN-CT(WS-SUM-FIND)
               ADD WS-ABS-AMT TO WS-SUM-CURR-AMT(WS-SUM-FIND)
               ADD WS-ABS-BASE TO WS-SUM-BASE-AMT(WS-SUM-FIND)
           END-IF.

      * The batch id is the opening run-id LEDGRPST stamped on the
      * region's postings; a region showing two is an exception.
       2110-FIND-BATCH-PARA.
           MOVE 0 TO WS-BATCH-FIND.
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-CT
               IF WS-BATCH-REGION-CD(WS-BATCH-SUB) = TRAN-REGION-CD
                   MOVE WS-BATCH-SUB TO WS-BATCH-FIND
                   MOVE WS-BATCH-CT TO WS-BATCH-SUB
               END-IF
           END-PERFORM.
           IF WS-BATCH-FIND = 0
               IF WS-BATCH-CT < 20
                   ADD 1 TO WS-BATCH-CT
                   MOVE WS-BATCH-CT TO WS-BATCH-FIND
                   MOVE TRAN-REGION-CD
                       TO WS-BATCH-REGION-CD(WS-BATCH-FIND)
                   MOVE PH-RUN-ID TO WS-BATCH-RUN-ID(WS-BATCH-FIND)
                   MOVE PH-BUS-DATE TO WS-BATCH-BUS-DATE(WS-BATCH-FIND)
                   MOVE "N" TO WS-BATCH-MIXED-SW(WS-BATCH-FIND)
                   MOVE ZERO TO WS-BATCH-POST-CT(WS-BATCH-FIND)
                   MOVE ZERO TO WS-BATCH-LINE-CT(WS-BATCH-FIND)
                   MOVE ZERO TO WS-BATCH-DR-TOTAL(WS-BATCH-FIND)
                   MOVE ZERO TO WS-BATCH-CR-TOTAL(WS-BATCH-FIND)
               ELSE
                   DISPLAY "LEDGGLJN: MORE THAN 20 REGIONS IN "
                       "POSTOUT, NO JOURNAL WRITTEN"
                   MOVE SPACES TO WS-STOP-TEXT
                   STRING "REGION BATCH TABLE FULL (20) AT "
                       DELIMITED BY SIZE
                       INTO WS-STOP-TEXT
                   PERFORM 2120-NAME-POSTING-PARA
                   PERFORM 3700-PRINT-STOP-EXCEPTION-PARA
                   MOVE 8 TO WS-RC
                   MOVE "10" TO WS-POST-STATUS
               END-IF
           END-IF.
           IF WS-BATCH-FIND > 0
               ADD 1 TO WS-BATCH-POST-CT(WS-BATCH-FIND)
               IF PH-RUN-ID NOT = WS-BATCH-RUN-ID(WS-BATCH-FIND)
                   MOVE "Y" TO WS-BATCH-MIXED-SW(WS-BATCH-FIND)
               END-IF
           END-IF.

      * Appends the posting that did not fit to the overflow text
      * already in WS-STOP-TEXT.
       2120-NAME-POSTING-PARA.
           MOVE WS-POST-CT TO WS-DISP-CT.
           STRING WS-STOP-TEXT DELIMITED BY "  "
               " POSTING " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               " ACCT " DELIMITED BY SIZE
               TRAN-ACCT-NO DELIMITED BY SIZE
               " REGION " DELIMITED BY SIZE
               TRAN-REGION-CD DELIMITED BY SIZE
               " CUR " DELIMITED BY SIZE
               TRAN-CURR-CD DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               TRAN-REF-NO DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO WS-STOP-TEXT.
           MOVE SPACES TO WS-PRINT-LINE.

      * Maps every sum and adds its pair of lines to its region's
      * batch totals; anything that cannot be mapped or balanced
      * is an exception.
       3000-BUILD-JOURNAL-PARA.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-CT
               PERFORM 3100-MAP-ONE-SUM-PARA
           END-PERFORM.
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-CT
               ADD WS-BATCH-DR-TOTAL(WS-BATCH-SUB) TO WS-TOTAL-DR
               ADD WS-BATCH-CR-TOTAL(WS-BATCH-SUB) TO WS-TOTAL-CR
           END-PERFORM.

       3100-MAP-ONE-SUM-PARA.
           MOVE 0 TO WS-MAP-FIND.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-CT
               IF WS-MAP-KEY(WS-MAP-SUB) = WS-SUM-KEY(WS-SUM-SUB)
                   MOVE WS-MAP-SUB TO WS-MAP-FIND
                   MOVE WS-MAP-CT TO WS-MAP-SUB
               END-IF
           END-PERFORM.
           IF WS-MAP-FIND > 0
               IF WS-MAP-DEBIT-ACCT(WS-MAP-FIND) = SPACES OR
                       WS-MAP-CREDIT-ACCT(WS-MAP-FIND) = SPACES
                   MOVE 0 TO WS-MAP-FIND
               END-IF
           END-IF.
           MOVE WS-MAP-FIND TO WS-SUM-MAP-FIND(WS-SUM-SUB).
           IF WS-MAP-FIND = 0
               ADD 1 TO WS-EXC-CT
           ELSE
               MOVE 0 TO WS-BATCH-FIND
               PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                       UNTIL WS-BATCH-SUB > WS-BATCH-CT
                   IF WS-BATCH-REGION-CD(WS-BATCH-SUB) =
                           WS-SUM-REGION-CD(WS-SUM-SUB)
                       MOVE WS-BATCH-SUB TO WS-BATCH-FIND
                       MOVE WS-BATCH-CT TO WS-BATCH-SUB
                   END-IF
               END-PERFORM
               ADD 2 TO WS-BATCH-LINE-CT(WS-BATCH-FIND)
               ADD WS-SUM-BASE-AMT(WS-SUM-SUB)
                   TO WS-BATCH-DR-TOTAL(WS-BATCH-FIND)
               ADD WS-SUM-BASE-AMT(WS-SUM-SUB)
                   TO WS-BATCH-CR-TOTAL(WS-BATCH-FIND)
           END-IF.

      * Prints each batch with its lines in the order they will be
      * written, then the batch check.
       3500-PRINT-JOURNAL-PARA.
           PERFORM 5100-NEW-PAGE-PARA.
           IF WS-BATCH-CT = 0
               MOVE "NOTHING POSTED TONIGHT - EMPTY JOURNAL"
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           END-IF.
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-CT
               PERFORM 3510-PRINT-ONE-BATCH-PARA
           END-PERFORM.

       3510-PRINT-ONE-BATCH-PARA.
           MOVE WS-BATCH-REGION-CD(WS-BATCH-SUB) TO BH-REGION-CD.
           MOVE WS-BATCH-RUN-ID(WS-BATCH-SUB) TO BH-BATCH-ID.
           MOVE WS-BATCH-BUS-DATE(WS-BATCH-SUB) TO BH-BUS-DATE.
           MOVE WS-BATCH-POST-CT(WS-BATCH-SUB) TO BH-POST-CT.
           MOVE WS-BATCH-HEAD TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-LINE-HEAD TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE ZERO TO WS-LINE-NO.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-CT
               IF WS-SUM-REGION-CD(WS-SUM-SUB) =
                       WS-BATCH-REGION-CD(WS-BATCH-SUB) AND
                       WS-SUM-MAP-FIND(WS-SUM-SUB) > 0
                   MOVE WS-SUM-MAP-FIND(WS-SUM-SUB) TO WS-MAP-FIND
                   MOVE "D" TO WS-NEW-DR-CR
                   PERFORM 3520-PRINT-ONE-LINE-PARA
                   MOVE "C" TO WS-NEW-DR-CR
                   PERFORM 3520-PRINT-ONE-LINE-PARA
               END-IF
           END-PERFORM.
           MOVE WS-BATCH-LINE-CT(WS-BATCH-SUB) TO TL-LINE-CT.
           MOVE WS-BATCH-DR-TOTAL(WS-BATCH-SUB) TO TL-DR-TOTAL.
           MOVE WS-BATCH-CR-TOTAL(WS-BATCH-SUB) TO TL-CR-TOTAL.
           MOVE WS-TRL-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

       3520-PRINT-ONE-LINE-PARA.
           ADD 1 TO WS-LINE-NO.
           MOVE WS-LINE-NO TO JL-LINE-NO.
           IF WS-NEW-DR-CR = "D"
               MOVE WS-MAP-DEBIT-ACCT(WS-MAP-FIND) TO JL-GL-ACCT
               MOVE "DR" TO JL-DR-CR
           ELSE
               MOVE WS-MAP-CREDIT-ACCT(WS-MAP-FIND) TO JL-GL-ACCT
               MOVE "CR" TO JL-DR-CR
           END-IF.
           MOVE WS-SUM-CURR-CD(WS-SUM-SUB) TO JL-CURR-CD.
           IF WS-SUM-SOURCE(WS-SUM-SUB) = "S"
               MOVE "SYS" TO JL-SOURCE
           ELSE
               MOVE SPACES TO JL-SOURCE
           END-IF.
           MOVE WS-SUM-TRAN-CT(WS-SUM-SUB) TO JL-TRAN-CT.
           MOVE WS-SUM-CURR-AMT(WS-SUM-SUB) TO JL-CURR-AMT.
           MOVE WS-SUM-BASE-AMT(WS-SUM-SUB) TO JL-BASE-AMT.
           MOVE WS-JLINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

      * Unmapped sums, regions with more than one run-id and any
      * batch whose debits and credits differ.
       3600-PRINT-EXCEPTIONS-PARA.
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-CT
               IF WS-BATCH-MIXED-SW(WS-BATCH-SUB) = "Y"
                   ADD 1 TO WS-EXC-CT
               END-IF
               IF WS-BATCH-DR-TOTAL(WS-BATCH-SUB) NOT =
                       WS-BATCH-CR-TOTAL(WS-BATCH-SUB)
                   ADD 1 TO WS-EXC-CT
               END-IF
           END-PERFORM.
           IF WS-TOTAL-DR NOT = WS-TOTAL-CR
               ADD 1 TO WS-EXC-CT
           END-IF.
           IF WS-EXC-CT > 0
               PERFORM 5100-NEW-PAGE-PARA
               MOVE "JOURNAL EXCEPTIONS - NO JOURNAL WRITTEN"
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
               PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                       UNTIL WS-SUM-SUB > WS-SUM-CT
                   IF WS-SUM-MAP-FIND(WS-SUM-SUB) = 0
                       MOVE "NO GL MAPPING IN GLMAP" TO WS-EXC-TEXT
                       PERFORM 3610-PRINT-SUM-EXCEPTION-PARA
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                       UNTIL WS-BATCH-SUB > WS-BATCH-CT
                   PERFORM 3620-PRINT-BATCH-EXCEPTION-PARA
               END-PERFORM
               IF WS-TOTAL-DR NOT = WS-TOTAL-CR
                   MOVE WS-TOTAL-DR TO WS-DISP-AMT
                   STRING "JOURNAL DOES NOT NET TO ZERO, DEBITS "
                       DELIMITED BY SIZE
                       WS-DISP-AMT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   MOVE WS-TOTAL-CR TO WS-DISP-AMT
                   MOVE " CREDITS " TO WS-PRINT-LINE(54:9)
                   MOVE WS-DISP-AMT TO WS-PRINT-LINE(63:16)
                   PERFORM 5000-WRITE-LINE-PARA
               END-IF
           END-IF.

       3610-PRINT-SUM-EXCEPTION-PARA.
           MOVE WS-SUM-REGION-CD(WS-SUM-SUB) TO XL-REGION-CD.
           MOVE WS-SUM-CURR-CD(WS-SUM-SUB) TO XL-CURR-CD.
           IF WS-SUM-SOURCE(WS-SUM-SUB) = "S"
               MOVE "SYS" TO XL-SOURCE
           ELSE
               MOVE SPACES TO XL-SOURCE
           END-IF.
           MOVE WS-SUM-DR-CR(WS-SUM-SUB) TO XL-DR-CR.
           MOVE WS-SUM-TRAN-CT(WS-SUM-SUB) TO XL-TRAN-CT.
           MOVE WS-SUM-BASE-AMT(WS-SUM-SUB) TO XL-BASE-AMT.
           MOVE WS-EXC-TEXT TO XL-TEXT.
           MOVE WS-EXC-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

       3620-PRINT-BATCH-EXCEPTION-PARA.
           IF WS-BATCH-MIXED-SW(WS-BATCH-SUB) = "Y"
               STRING "REGION " DELIMITED BY SIZE
                   WS-BATCH-REGION-CD(WS-BATCH-SUB) DELIMITED BY SIZE
                   " POSTINGS CARRY MORE THAN ONE RUN-ID"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           END-IF.
           IF WS-BATCH-DR-TOTAL(WS-BATCH-SUB) NOT =
                   WS-BATCH-CR-TOTAL(WS-BATCH-SUB)
               STRING "REGION " DELIMITED BY SIZE
                   WS-BATCH-REGION-CD(WS-BATCH-SUB) DELIMITED BY SIZE
                   " BATCH DEBITS AND CREDITS DIFFER"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           END-IF.

      * A condition that stops the journal before it is built - no
      * GLMAP, or a table too small for tonight's postings - goes
      * on the exceptions page as soon as it is found.
       3700-PRINT-STOP-EXCEPTION-PARA.
           IF WS-EXC-CT = 0
               PERFORM 5100-NEW-PAGE-PARA
               MOVE "JOURNAL EXCEPTIONS - NO JOURNAL WRITTEN"
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           END-IF.
           ADD 1 TO WS-EXC-CT.
           MOVE WS-STOP-TEXT TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

      * Only reached with no exceptions: header, lines and trailer
      * per batch.
       4000-WRITE-JOURNAL-PARA.
           OPEN OUTPUT JRNL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "LEDGGLJN: GLJOUT OPEN FAILED, FILE STATUS = "
                   WS-JRNL-STATUS
               MOVE 12 TO WS-RC
           ELSE
               PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                       UNTIL WS-BATCH-SUB > WS-BATCH-CT
                   PERFORM 4010-WRITE-ONE-BATCH-PARA
               END-PERFORM
               CLOSE JRNL-FILE
           END-IF.

       4010-WRITE-ONE-BATCH-PARA.
           MOVE SPACES TO GL-JRNL-REC.
           MOVE "HDR" TO GLJ-REC-TYPE.
           MOVE WS-BATCH-RUN-ID(WS-BATCH-SUB) TO GLJ-BATCH-ID.
           MOVE WS-BATCH-REGION-CD(WS-BATCH-SUB) TO GLJ-REGION-CD.
           MOVE WS-BATCH-BUS-DATE(WS-BATCH-SUB) TO GLJ-HDR-BUS-DATE.
           MOVE WS-RUN-DATE TO GLJ-HDR-RUN-DATE.
           MOVE "LEDGER  " TO GLJ-HDR-SYSTEM.
           PERFORM 4030-WRITE-RECORD-PARA.
           MOVE ZERO TO WS-LINE-NO.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-CT
               IF WS-SUM-REGION-CD(WS-SUM-SUB) =
                       WS-BATCH-REGION-CD(WS-BATCH-SUB)
                   MOVE WS-SUM-MAP-FIND(WS-SUM-SUB) TO WS-MAP-FIND
                   MOVE "D" TO WS-NEW-DR-CR
                   PERFORM 4020-WRITE-ONE-LINE-PARA
                   MOVE "C" TO WS-NEW-DR-CR
                   PERFORM 4020-WRITE-ONE-LINE-PARA
               END-IF
           END-PERFORM.
           MOVE SPACES TO GL-JRNL-REC.
           MOVE "TRL" TO GLJ-REC-TYPE.
           MOVE WS-BATCH-RUN-ID(WS-BATCH-SUB) TO GLJ-BATCH-ID.
           MOVE WS-BATCH-REGION-CD(WS-BATCH-SUB) TO GLJ-REGION-CD.
           MOVE WS-BATCH-LINE-CT(WS-BATCH-SUB) TO GLJ-TRL-LINE-CT.
           MOVE WS-BATCH-DR-TOTAL(WS-BATCH-SUB) TO GLJ-TRL-DR-TOTAL.
           MOVE WS-BATCH-CR-TOTAL(WS-BATCH-SUB) TO GLJ-TRL-CR-TOTAL.
           PERFORM 4030-WRITE-RECORD-PARA.

       4020-WRITE-ONE-LINE-PARA.
           ADD 1 TO WS-LINE-NO.
           MOVE SPACES TO GL-JRNL-REC.
           MOVE "LIN" TO GLJ-REC-TYPE.
           MOVE WS-BATCH-RUN-ID(WS-BATCH-SUB) TO GLJ-BATCH-ID.
           MOVE WS-BATCH-REGION-CD(WS-BATCH-SUB) TO GLJ-REGION-CD.
           MOVE WS-LINE-NO TO GLJ-LIN-NO.
           MOVE WS-NEW-DR-CR TO GLJ-LIN-DR-CR.
           IF WS-NEW-DR-CR = "D"
               MOVE WS-MAP-DEBIT-ACCT(WS-MAP-FIND) TO GLJ-LIN-GL-ACCT
           ELSE
               MOVE WS-MAP-CREDIT-ACCT(WS-MAP-FIND)
                   TO GLJ-LIN-GL-ACCT
           END-IF.
           MOVE WS-SUM-CURR-CD(WS-SUM-SUB) TO GLJ-LIN-CURR-CD.
           MOVE WS-SUM-CURR-AMT(WS-SUM-SUB) TO GLJ-LIN-CURR-AMT.
           MOVE WS-SUM-BASE-AMT(WS-SUM-SUB) TO GLJ-LIN-BASE-AMT.
           MOVE WS-SUM-TRAN-CT(WS-SUM-SUB) TO GLJ-LIN-TRAN-CT.
           MOVE WS-SUM-SOURCE(WS-SUM-SUB) TO GLJ-LIN-SOURCE.
           PERFORM 4030-WRITE-RECORD-PARA.

       4030-WRITE-RECORD-PARA.
           WRITE GL-JRNL-REC.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "LEDGGLJN: GLJOUT WRITE FAILED, STATUS = "
                   WS-JRNL-STATUS
               MOVE 12 TO WS-RC
           ELSE
               ADD 1 TO WS-JRNL-REC-CT
           END-IF.

       4100-PRINT-SUMMARY-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-POST-CT TO WS-DISP-CT.
           STRING "POSTINGS READ            " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-BATCH-CT TO WS-DISP-CT.
           STRING "BATCHES                  " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-TOTAL-DR TO WS-DISP-AMT.
           STRING "TOTAL DEBITS (BASE)      " DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-TOTAL-CR TO WS-DISP-AMT.
           STRING "TOTAL CREDITS (BASE)     " DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-EXC-CT TO WS-DISP-CT.
           STRING "EXCEPTIONS               " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-JRNL-REC-CT TO WS-DISP-CT.
           STRING "JOURNAL RECORDS WRITTEN  " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           DISPLAY "LEDGGLJN: JOURNAL RECORDS WRITTEN " WS-DISP-CT.

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
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-LINE-CT.

       9000-TERMINATE-PARA.
           CLOSE REPORT-FILE.
