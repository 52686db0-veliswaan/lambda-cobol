       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGHOLD.
      * Held-items queue maintenance for the ledger stream. The
      * posting pass holds, rather than posts, a transaction that
      * would take an account whose limit action is H below minus
      * its credit limit, writing it to the held-items dataset
      * (see HELDITEM.cpy) and printing it on the overlimit
      * report under its region, business date and sequence
      * number. Treasury approves held items by sending a release
      * record quoting that key (see HOLDREL.cpy). This program
      * runs ahead of the extract each night and works the queue:
      * it reads the held items carried in from last night and
      * tonight's HOLDREL releases, notes the approver on every
      * item a release names (the release must repeat the item's
      * account number, or it is refused), and then
      *   - writes each approved item whose region opened tonight
      *     (NORMAL or RERUN entry in BANRLOG) to the RELEASE
      *     dataset as its original 50-byte transaction. The JCL
      *     concatenates RELEASE into the extract step's input, so
      *     the item re-enters the stream behind the edit it
      *     already passed, and hands the same dataset to the
      *     posting pass as HELDREL so the item posts past the
      *     limit treasury approved it through;
      *   - carries an approved item whose region has no cycle
      *     tonight, approver and all, to release on the region's
      *     next open night;
      *   - ages every other item one cycle and carries it, until
      *     it has waited more than the PARM day count - then it
      *     EXPIRES: it is dropped from the queue without posting
      *     and printed for the account owners to re-present if
      *     the money is still owed.
      * A release naming no held item, or naming one under a
      * different account, is printed as an exception. Everything
      * is printed on HOLDRPT the way LEDGSUSP prints suspense.
      * The posting pass appends tonight's new held items behind
      * the carried ones for the next night. What was released
      * to the extract tonight is handed to LEDGFLOW per region
      * and currency for the conservation proof. PARM carries
      * DAYS,REGION - the expiry day count (default 10) and, from
      * a regional stream, the one region to work: that region's
      * items and releases are worked as above, every other
      * region's items are left out of HELDOUT and releases naming
      * other regions are left for their own streams. Without a
      * region every region is worked in one pass. PARM ROLL,REGION
      * runs the regional stream's roll after posting instead: it
      * writes the next queue generation to HELDOUT from every
      * other region's items, untouched, on the generation current
      * when it runs (HELDIN), followed by the region's carried
      * and new items (HELDWORK, the regional HELDOUT and the
      * posting pass's new held items concatenated). Taking the
      * other regions from the current generation, not the one
      * the queue pass read, means a stream restarted after
      * another region's stream has run picks up that region's
      * work instead of rolling it back. Ends RETURN-CODE 4 when
      * an item expired or a release was refused, 8 when the
      * region is not on REGNPARM or ROLL names none, 12 on a file
      * error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELDIN-FILE ASSIGN TO "HELDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDIN-STATUS.
           SELECT HELDOUT-FILE ASSIGN TO "HELDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDOUT-STATUS.
           SELECT HELDWORK-FILE ASSIGN TO "HELDWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDWORK-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "RELEASE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT HOLDREL-FILE ASSIGN TO "HOLDREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDREL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "BANRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT REGION-FILE ASSIGN TO "REGNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGNPARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELDIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 HELDIN-REC              PIC X(125).

       FD  HELDOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 HELDOUT-REC             PIC X(125).

       FD  HELDWORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 HELDWORK-REC            PIC X(125).

       FD  RELEASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 RELEASE-REC             PIC X(50).

       FD  HOLDREL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY HOLDREL.

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY BANRLOG.

       FD  REGION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY REGNPARM.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HELDIN-STATUS        PIC X(2).
       01 WS-HELDOUT-STATUS       PIC X(2).
       01 WS-HELDWORK-STATUS      PIC X(2).
       01 WS-RELEASE-STATUS       PIC X(2).
       01 WS-HOLDREL-STATUS       PIC X(2).
       01 WS-RUNLOG-STATUS        PIC X(2).
       01 WS-REGNPARM-STATUS      PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RC                   PIC S9(4) COMP VALUE 0.

       COPY HELDITEM.
       COPY LEDGTRAN.

       01 WS-PARM-STRING          PIC X(80) VALUE SPACES.
       01 WS-MODE-PARM            PIC X(4)  VALUE SPACES.
          88 ROLL-MODE            VALUE "ROLL".
       01 WS-DAYS-PARM            PIC X(3)  VALUE SPACES.
       01 WS-PARM-LEN             PIC 9(2)  COMP VALUE ZERO.
       01 WS-PARM-SUB             PIC 9(2)  COMP VALUE ZERO.
       01 WS-EXPIRE-DAYS          PIC 9(3)  VALUE 10.
       01 WS-PARM-REGION          PIC X(4)  VALUE SPACES.
          88 ALL-REGIONS          VALUE SPACES.

       COPY REGNTAB.

      * Parallel to WS-REGION-TABLE by position: whether tonight's
      * banner opened the region, which is what lets an approved
      * item go back into the stream.
       01 WS-REGION-WORK.
          05 WS-RGN-WORK-ENTRY OCCURS 10 TIMES.
             10 WS-RGN-OPEN-SW    PIC X(1).
       01 WS-RGN-SUB              PIC 9(2) COMP.
       01 WS-SUB                  PIC 9(2) COMP.

      * Tonight's treasury releases. The used switch is N until a
      * held item claims the release, Y once it has, and X when
      * the release named an item under another account.
       01 WS-REL-TABLE.
          05 WS-REL-CT            PIC 9(4) COMP VALUE ZERO.
          05 WS-REL-ENTRY OCCURS 500 TIMES.
             10 WS-REL-REGION-CD  PIC X(4).
             10 WS-REL-HOLD-DATE  PIC 9(8).
             10 WS-REL-SEQ-NO     PIC 9(5).
             10 WS-REL-ACCT-NO    PIC X(10).
             10 WS-REL-APPROVER   PIC X(8).
             10 WS-REL-APPR-DATE  PIC 9(8).
             10 WS-REL-USED-SW    PIC X(1).
       01 WS-REL-SUB              PIC 9(4) COMP.
       01 WS-REL-FIND             PIC 9(4) COMP.
       01 WS-REL-OVFL-SW          PIC X(1)  VALUE "N".
          88 REL-OVFL-SHOWN       VALUE "Y".

       01 WS-IN-CT                PIC 9(7) COMP VALUE ZERO.
       01 WS-REL-READ-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-RELEASED-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-APPROVED-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-WAITING-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-EXPIRED-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-REL-BAD-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-OTHER-CT             PIC 9(7) COMP VALUE ZERO.
       01 WS-ROLLED-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-RELEASED-BASE        PIC S9(11)V99 VALUE ZERO.
       01 WS-EXPIRED-BASE         PIC S9(11)V99 VALUE ZERO.

       01 WS-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
       01 WS-LINE-CT              PIC 9(3) COMP VALUE 99.
       01 WS-PRINT-LINE           PIC X(132).
       01 WS-DISP-CT              PIC Z(6)9.
       01 WS-DISP-AMT             PIC -(10)9.99.

       01 WS-HEAD-1.
          05 FILLER               PIC X(40) VALUE
             "LEDGHOLD - HELD ITEMS QUEUE MAINTENANCE ".
          05 FILLER               PIC X(9)  VALUE "RUN DATE ".
          05 HD1-DATE             PIC 9(8).
          05 FILLER               PIC X(8)  VALUE "    PAGE".
          05 HD1-PAGE             PIC ZZZ9.
          05 FILLER               PIC X(63) VALUE SPACES.
       01 WS-HELD-LINE.
          05 HL-ACTION            PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE "ACCT ".
          05 HL-ACCT-NO           PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE "REGION ".
          05 HL-REGION-CD         PIC X(4).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE "HELD ".
          05 HL-HOLD-DATE         PIC 9(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(4)  VALUE "SEQ ".
          05 HL-SEQ-NO            PIC Z(4)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(4)  VALUE "AGE ".
          05 HL-AGE               PIC ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE "BASE ".
          05 HL-BASE-AMT          PIC -(10)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE "APPROVER ".
          05 HL-APPROVER          PIC X(8).
          05 FILLER               PIC X(19) VALUE SPACES.
       01 WS-REL-LINE.
          05 RL-ACTION            PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE "ACCT ".
          05 RL-ACCT-NO           PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE "REGION ".
          05 RL-REGION-CD         PIC X(4).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE "HELD ".
          05 RL-HOLD-DATE         PIC 9(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(4)  VALUE "SEQ ".
          05 RL-SEQ-NO            PIC Z(4)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE "APPROVER ".
          05 RL-APPROVER          PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RL-MESSAGE           PIC X(30).
          05 FILLER               PIC X(17) VALUE SPACES.

      * Timing-call work fields for the shared LEDGTIME step log.
       01 WS-TIME-PROGRAM         PIC X(8)  VALUE "LEDGHOLD".
       01 WS-TIME-REGION          PIC X(4)  VALUE SPACES.
       01 WS-TIME-RUN-ID          PIC 9(6)  VALUE ZERO.
       01 WS-TIME-EVENT           PIC X(5).

      * Flow-tally work fields for the shared LEDGFLOW handoff.
       01 WS-FLOW-FUNCTION        PIC X(4).
       01 WS-FLOW-STEP            PIC X(8)  VALUE "LEDGHOLD".
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
               IF ROLL-MODE
                   PERFORM 6000-ROLL-QUEUE-PARA
               ELSE
                   PERFORM 2000-WORK-QUEUE-PARA
                   PERFORM 2600-SEND-FLOW-PARA
                   PERFORM 3000-CHECK-RELEASES-PARA
                   PERFORM 4000-PRINT-SUMMARY-PARA
                   PERFORM 9000-TERMINATE-PARA
               END-IF
           END-IF.
           IF WS-RC = 0 AND
                   (WS-EXPIRED-CT > 0 OR WS-REL-BAD-CT > 0)
               MOVE 4 TO WS-RC
           END-IF.
           MOVE "STOP " TO WS-TIME-EVENT.
           CALL "LEDGTIME" USING WS-TIME-PROGRAM, WS-TIME-REGION,
               WS-TIME-RUN-ID, WS-TIME-EVENT, WS-RC.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > 10
               MOVE "N" TO WS-RGN-OPEN-SW(WS-RGN-SUB)
           END-PERFORM.
           PERFORM 1100-LOAD-REGION-TABLE-PARA.
           IF ROLL-MODE AND ALL-REGIONS
               DISPLAY "LEDGHOLD: ROLL NAMES NO REGION, NOTHING DONE"
               MOVE 8 TO WS-RC
           END-IF.
           IF NOT ALL-REGIONS
               PERFORM 1150-CHECK-PARM-REGION-PARA
           END-IF.
           IF WS-RC = 0
               IF ROLL-MODE
                   PERFORM 6100-OPEN-ROLL-FILES-PARA
               ELSE
                   PERFORM 1200-MARK-OPEN-REGIONS-PARA
                   PERFORM 1250-LOAD-RELEASES-PARA
               END-IF
           END-IF.
           IF WS-RC = 0 AND NOT ROLL-MODE
               PERFORM 1300-OPEN-FILES-PARA
           END-IF.

      * Read ahead of the START stamp so a regional run's step-log
      * records carry its region.
       1050-READ-PARM-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-MODE-PARM, WS-PARM-REGION
           END-UNSTRING.
           IF NOT ROLL-MODE
               MOVE WS-MODE-PARM TO WS-DAYS-PARM
           END-IF.
           MOVE ZERO TO WS-PARM-LEN.
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 3
                   OR WS-DAYS-PARM(WS-PARM-SUB:1) = SPACE
               MOVE WS-PARM-SUB TO WS-PARM-LEN
           END-PERFORM.
           IF WS-PARM-LEN > 0
               IF WS-DAYS-PARM(1:WS-PARM-LEN) IS NUMERIC
                   MOVE WS-DAYS-PARM(1:WS-PARM-LEN)
                       TO WS-EXPIRE-DAYS
               END-IF
           END-IF.

      * Same REGNPARM load as LEDGREXT's 1100/1110/1120 paragraphs.
       1100-LOAD-REGION-TABLE-PARA.
           OPEN INPUT REGION-FILE.
           IF WS-REGNPARM-STATUS = "35"
               PERFORM 1110-DEFAULT-REGION-TABLE-PARA
           ELSE
               PERFORM 1120-READ-REGION-TABLE-PARA
               CLOSE REGION-FILE
               IF WS-REGION-CT = 0
                   PERFORM 1110-DEFAULT-REGION-TABLE-PARA
               END-IF
           END-IF.

       1110-DEFAULT-REGION-TABLE-PARA.
           MOVE 3 TO WS-REGION-CT.
           MOVE "US  " TO WS-REGION-CD(1).
           MOVE "EU  " TO WS-REGION-CD(2).
           MOVE "APAC" TO WS-REGION-CD(3).

       1120-READ-REGION-TABLE-PARA.
           MOVE 0 TO WS-REGION-CT.
           PERFORM UNTIL WS-REGNPARM-STATUS = "10" OR WS-REGION-CT = 10
               READ REGION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-REGION-CT
                       SET REGION-IDX TO WS-REGION-CT
                       MOVE REGN-PARM-CD TO WS-REGION-CD(REGION-IDX)
               END-READ
           END-PERFORM.

      * A regional stream naming a region REGNPARM does not know
      * would carry every item untouched and report nothing; that
      * is a JCL or PARM mistake, so the step stops instead.
       1150-CHECK-PARM-REGION-PARA.
           MOVE 0 TO WS-RGN-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REGION-CT
               IF WS-REGION-CD(WS-SUB) = WS-PARM-REGION
                   MOVE WS-SUB TO WS-RGN-SUB
                   MOVE WS-REGION-CT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-RGN-SUB = 0
               DISPLAY "LEDGHOLD: REGION " WS-PARM-REGION
                   " IS NOT ON REGNPARM, NOTHING DONE"
               MOVE 8 TO WS-RC
           END-IF.

      * The same openness test LEDGREXT and LEDGSUSP apply: a
      * NORMAL or RERUN entry in BANRLOG dated today. Releasing an
      * item into a region that did not open would only reject it
      * NOT OPENED at the extract.
       1200-MARK-OPEN-REGIONS-PARA.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
               DISPLAY "LEDGHOLD: BANRLOG NOT FOUND, NO REGION OPEN"
           ELSE
               PERFORM UNTIL WS-RUNLOG-STATUS = "10"
                   READ RUN-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LOG-RUN-DATE = WS-RUN-DATE AND
                                   (LOG-RUN-TYPE = "NORMAL " OR
                                    LOG-RUN-TYPE = "RERUN  ")
                               PERFORM 1210-MARK-ONE-REGION-PARA
                           END-IF
                   END-READ
                   IF WS-RUNLOG-STATUS NOT = "00" AND
                           WS-RUNLOG-STATUS NOT = "10"
                       DISPLAY "LEDGHOLD: BANRLOG READ FAILED, "
                           "STATUS = " WS-RUNLOG-STATUS
                       MOVE 12 TO WS-RC
                       MOVE "10" TO WS-RUNLOG-STATUS
                   END-IF
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

       1210-MARK-ONE-REGION-PARA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REGION-CT
               IF WS-REGION-CD(WS-SUB) = LOG-REGION-CD
                   MOVE "Y" TO WS-RGN-OPEN-SW(WS-SUB)
                   MOVE WS-REGION-CT TO WS-SUB
               END-IF
           END-PERFORM.

      * A night with no HOLDREL dataset is a night treasury
      * released nothing; the queue still ages.
       1250-LOAD-RELEASES-PARA.
           OPEN INPUT HOLDREL-FILE.
           IF WS-HOLDREL-STATUS = "35"
               MOVE "10" TO WS-HOLDREL-STATUS
           ELSE
               IF WS-HOLDREL-STATUS NOT = "00"
                   DISPLAY "LEDGHOLD: HOLDREL OPEN FAILED, FILE "
                       "STATUS = " WS-HOLDREL-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-HOLDREL-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL WS-HOLDREL-STATUS = "10"
               READ HOLDREL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALL-REGIONS OR
                               REL-REGION-CD = WS-PARM-REGION
                           ADD 1 TO WS-REL-READ-CT
                           PERFORM 1260-STORE-RELEASE-PARA
                       END-IF
               END-READ
               IF WS-HOLDREL-STATUS NOT = "00" AND
                       WS-HOLDREL-STATUS NOT = "10"
                   DISPLAY "LEDGHOLD: HOLDREL READ FAILED, STATUS = "
                       WS-HOLDREL-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-HOLDREL-STATUS
               END-IF
           END-PERFORM.
           CLOSE HOLDREL-FILE.

       1260-STORE-RELEASE-PARA.
           IF WS-REL-CT < 500
               ADD 1 TO WS-REL-CT
               MOVE REL-REGION-CD TO WS-REL-REGION-CD(WS-REL-CT)
               MOVE REL-HOLD-DATE TO WS-REL-HOLD-DATE(WS-REL-CT)
               MOVE REL-SEQ-NO TO WS-REL-SEQ-NO(WS-REL-CT)
               MOVE REL-ACCT-NO TO WS-REL-ACCT-NO(WS-REL-CT)
               MOVE REL-APPROVER TO WS-REL-APPROVER(WS-REL-CT)
               MOVE REL-APPROVE-DATE TO WS-REL-APPR-DATE(WS-REL-CT)
               MOVE "N" TO WS-REL-USED-SW(WS-REL-CT)
           ELSE
               IF NOT REL-OVFL-SHOWN
                   DISPLAY "LEDGHOLD: MORE THAN 500 RELEASES, EXTRA "
                       "IGNORED - RESEND THEM TOMORROW"
                   MOVE "Y" TO WS-REL-OVFL-SW
               END-IF
           END-IF.

      * A missing held-items input is the first night after the
      * queue was provisioned, not an error.
       1300-OPEN-FILES-PARA.
           OPEN INPUT HELDIN-FILE.
           IF WS-HELDIN-STATUS = "35"
               DISPLAY "LEDGHOLD: HELDIN NOT FOUND, STARTING EMPTY"
               MOVE "10" TO WS-HELDIN-STATUS
           ELSE
               IF WS-HELDIN-STATUS NOT = "00"
                   DISPLAY "LEDGHOLD: HELDIN OPEN FAILED, FILE "
                       "STATUS = " WS-HELDIN-STATUS
                   MOVE 12 TO WS-RC
               END-IF
           END-IF.
           OPEN OUTPUT HELDOUT-FILE.
           IF WS-HELDOUT-STATUS NOT = "00"
               DISPLAY "LEDGHOLD: HELDOUT OPEN FAILED, FILE STATUS = "
                   WS-HELDOUT-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           OPEN OUTPUT RELEASE-FILE.
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "LEDGHOLD: RELEASE OPEN FAILED, FILE STATUS = "
                   WS-RELEASE-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "LEDGHOLD: HOLDRPT OPEN FAILED, FILE STATUS = "
                   WS-REPORT-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           IF WS-RC = 0
               PERFORM 5100-NEW-PAGE-PARA
           END-IF.

       2000-WORK-QUEUE-PARA.
           PERFORM UNTIL WS-HELDIN-STATUS = "10"
               READ HELDIN-FILE INTO HELD-ITEM-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALL-REGIONS OR
                               HELD-REGION-CD = WS-PARM-REGION
                           ADD 1 TO WS-IN-CT
                           PERFORM 2100-JUDGE-ONE-ITEM-PARA
                       ELSE
                           PERFORM 2050-PASS-OTHER-PARA
                       END-IF
               END-READ
               IF WS-HELDIN-STATUS NOT = "00" AND
                       WS-HELDIN-STATUS NOT = "10"
                   DISPLAY "LEDGHOLD: HELDIN READ FAILED, STATUS = "
                       WS-HELDIN-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-HELDIN-STATUS
               END-IF
           END-PERFORM.

      * Another region's item belongs to that region's stream and
      * stays out of HELDOUT; the roll takes it back from the queue
      * generation current when it runs.
       2050-PASS-OTHER-PARA.
           ADD 1 TO WS-OTHER-CT.

      * A release naming this item stamps its approver first, so
      * an approval is never lost to expiry on the night it
      * arrives. An approved item goes back into the stream when
      * its region opened tonight and waits for the region
      * otherwise; an unapproved one ages toward expiry.
       2100-JUDGE-ONE-ITEM-PARA.
           PERFORM 2110-APPLY-RELEASE-PARA.
           MOVE 0 TO WS-RGN-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REGION-CT
               IF WS-REGION-CD(WS-SUB) = HELD-REGION-CD
                   MOVE WS-SUB TO WS-RGN-SUB
                   MOVE WS-REGION-CT TO WS-SUB
               END-IF
           END-PERFORM.
           IF HELD-APPROVER NOT = SPACES
               IF WS-RGN-SUB > 0 AND
                       WS-RGN-OPEN-SW(WS-RGN-SUB) = "Y"
                   PERFORM 2200-RELEASE-ONE-PARA
               ELSE
                   PERFORM 2300-CARRY-ONE-PARA
               END-IF
           ELSE
               IF HELD-AGE-DAYS < 999
                   ADD 1 TO HELD-AGE-DAYS
               END-IF
               IF HELD-AGE-DAYS > WS-EXPIRE-DAYS
                   PERFORM 2400-EXPIRE-ONE-PARA
               ELSE
                   PERFORM 2300-CARRY-ONE-PARA
               END-IF
           END-IF.

       2110-APPLY-RELEASE-PARA.
           MOVE 0 TO WS-REL-FIND.
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1
                   UNTIL WS-REL-SUB > WS-REL-CT
               IF WS-REL-USED-SW(WS-REL-SUB) = "N" AND
                       WS-REL-REGION-CD(WS-REL-SUB) = HELD-REGION-CD
                       AND WS-REL-HOLD-DATE(WS-REL-SUB) =
                       HELD-HOLD-DATE AND
                       WS-REL-SEQ-NO(WS-REL-SUB) = HELD-SEQ-NO
                   MOVE WS-REL-SUB TO WS-REL-FIND
                   MOVE WS-REL-CT TO WS-REL-SUB
               END-IF
           END-PERFORM.
           IF WS-REL-FIND > 0
               IF WS-REL-ACCT-NO(WS-REL-FIND) =
                       HELD-TRAN-DATA(1:10)
                   MOVE "Y" TO WS-REL-USED-SW(WS-REL-FIND)
                   MOVE WS-REL-APPROVER(WS-REL-FIND) TO HELD-APPROVER
                   MOVE WS-REL-APPR-DATE(WS-REL-FIND)
                       TO HELD-APPROVE-DATE
               ELSE
                   MOVE "X" TO WS-REL-USED-SW(WS-REL-FIND)
               END-IF
           END-IF.

       2200-RELEASE-ONE-PARA.
           WRITE RELEASE-REC FROM HELD-TRAN-DATA.
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "LEDGHOLD: RELEASE WRITE FAILED, STATUS = "
                   WS-RELEASE-STATUS
               MOVE 12 TO WS-RC
           ELSE
               ADD 1 TO WS-RELEASED-CT
               ADD HELD-BASE-AMT TO WS-RELEASED-BASE
               MOVE "RELEASED" TO WS-FLOW-BUCKET
               PERFORM 2500-TALLY-FLOW-PARA
               MOVE "RELEASED" TO HL-ACTION
               PERFORM 5200-WRITE-HELD-LINE-PARA
           END-IF.

       2300-CARRY-ONE-PARA.
           WRITE HELDOUT-REC FROM HELD-ITEM-REC.
           IF WS-HELDOUT-STATUS NOT = "00"
               DISPLAY "LEDGHOLD: HELDOUT WRITE FAILED, STATUS = "
                   WS-HELDOUT-STATUS
               MOVE 12 TO WS-RC
           ELSE
               IF HELD-APPROVER NOT = SPACES
                   ADD 1 TO WS-APPROVED-CT
                   MOVE "APPROVED" TO HL-ACTION
               ELSE
                   ADD 1 TO WS-WAITING-CT
                   MOVE "HELD    " TO HL-ACTION
               END-IF
               PERFORM 5200-WRITE-HELD-LINE-PARA
           END-IF.

       2400-EXPIRE-ONE-PARA.
           ADD 1 TO WS-EXPIRED-CT.
           ADD HELD-BASE-AMT TO WS-EXPIRED-BASE.
           MOVE "EXPIRED " TO HL-ACTION.
           PERFORM 5200-WRITE-HELD-LINE-PARA.

      * One transaction into the bucket named in WS-FLOW-BUCKET;
      * an amount that is not numeric counts as zero, the same
      * rule every step applies.
       2500-TALLY-FLOW-PARA.
           MOVE HELD-TRAN-DATA TO LEDG-TRAN-REC.
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
           MOVE WS-PARM-REGION TO WS-FLOW-REGION.
           CALL "LEDGFLOW" USING WS-FLOW-FUNCTION, WS-FLOW-STEP,
               WS-FLOW-BUCKET, WS-FLOW-REGION, WS-FLOW-CURR,
               WS-FLOW-COUNT, WS-FLOW-AMT, WS-FLOW-BASE, WS-RC.

      * A release no held item claimed names an item that is not
      * on the queue - already released, expired, or mistyped -
      * and one refused for its account number named the wrong
      * account. Either way treasury has to look at it again.
       3000-CHECK-RELEASES-PARA.
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1
                   UNTIL WS-REL-SUB > WS-REL-CT
               IF WS-REL-USED-SW(WS-REL-SUB) NOT = "Y"
                   ADD 1 TO WS-REL-BAD-CT
                   IF WS-REL-USED-SW(WS-REL-SUB) = "X"
                       MOVE "ACCOUNT DIFFERS FROM HELD ITEM"
                           TO RL-MESSAGE
                   ELSE
                       MOVE "NO SUCH ITEM ON THE QUEUE"
                           TO RL-MESSAGE
                   END-IF
                   PERFORM 5300-WRITE-REL-LINE-PARA
               END-IF
           END-PERFORM.

       4000-PRINT-SUMMARY-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-IN-CT TO WS-DISP-CT.
           STRING "HELD ITEMS IN            " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-REL-READ-CT TO WS-DISP-CT.
           STRING "TREASURY RELEASES READ   " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-RELEASED-CT TO WS-DISP-CT.
           STRING "RELEASED TO POSTING      " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-RELEASED-BASE TO WS-DISP-AMT.
           STRING "  RELEASED BASE AMOUNT   " DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-APPROVED-CT TO WS-DISP-CT.
           STRING "APPROVED, REGION CLOSED  " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-WAITING-CT TO WS-DISP-CT.
           STRING "STILL HELD               " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-EXPIRED-CT TO WS-DISP-CT.
           STRING "EXPIRED, NOT POSTED      " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-EXPIRED-BASE TO WS-DISP-AMT.
           STRING "  EXPIRED BASE AMOUNT    " DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-REL-BAD-CT TO WS-DISP-CT.
           STRING "RELEASES REFUSED         " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           IF NOT ALL-REGIONS
               MOVE WS-OTHER-CT TO WS-DISP-CT
               STRING "OTHER REGIONS LEFT       " DELIMITED BY SIZE
                   WS-DISP-CT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           END-IF.

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

       5200-WRITE-HELD-LINE-PARA.
           MOVE HELD-TRAN-DATA(1:10) TO HL-ACCT-NO.
           MOVE HELD-REGION-CD TO HL-REGION-CD.
           MOVE HELD-HOLD-DATE TO HL-HOLD-DATE.
           MOVE HELD-SEQ-NO TO HL-SEQ-NO.
           MOVE HELD-AGE-DAYS TO HL-AGE.
           MOVE HELD-BASE-AMT TO HL-BASE-AMT.
           MOVE HELD-APPROVER TO HL-APPROVER.
           MOVE WS-HELD-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

       5300-WRITE-REL-LINE-PARA.
           MOVE "REFUSED " TO RL-ACTION.
           MOVE WS-REL-ACCT-NO(WS-REL-SUB) TO RL-ACCT-NO.
           MOVE WS-REL-REGION-CD(WS-REL-SUB) TO RL-REGION-CD.
           MOVE WS-REL-HOLD-DATE(WS-REL-SUB) TO RL-HOLD-DATE.
           MOVE WS-REL-SEQ-NO(WS-REL-SUB) TO RL-SEQ-NO.
           MOVE WS-REL-APPROVER(WS-REL-SUB) TO RL-APPROVER.
           MOVE WS-REL-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

       9000-TERMINATE-PARA.
           CLOSE HELDIN-FILE.
           CLOSE HELDOUT-FILE.
           CLOSE RELEASE-FILE.
           CLOSE REPORT-FILE.

      * The roll prints only its counts; the queue pass already
      * printed every item of the region.
       6000-ROLL-QUEUE-PARA.
           PERFORM 6200-ROLL-OTHERS-PARA.
           PERFORM 6300-ROLL-REGION-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-OTHER-CT TO WS-DISP-CT.
           STRING "OTHER REGIONS CARRIED    " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-ROLLED-CT TO WS-DISP-CT.
           STRING "REGION ITEMS ROLLED      " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           CLOSE HELDIN-FILE.
           CLOSE HELDWORK-FILE.
           CLOSE HELDOUT-FILE.
           CLOSE REPORT-FILE.

      * A missing HELDIN or HELDWORK is an empty queue, the same
      * rule the queue pass applies to HELDIN.
       6100-OPEN-ROLL-FILES-PARA.
           OPEN INPUT HELDIN-FILE.
           IF WS-HELDIN-STATUS = "35"
               MOVE "10" TO WS-HELDIN-STATUS
           ELSE
               IF WS-HELDIN-STATUS NOT = "00"
                   DISPLAY "LEDGHOLD: HELDIN OPEN FAILED, FILE "
                       "STATUS = " WS-HELDIN-STATUS
                   MOVE 12 TO WS-RC
               END-IF
           END-IF.
           OPEN INPUT HELDWORK-FILE.
           IF WS-HELDWORK-STATUS = "35"
               MOVE "10" TO WS-HELDWORK-STATUS
           ELSE
               IF WS-HELDWORK-STATUS NOT = "00"
                   DISPLAY "LEDGHOLD: HELDWORK OPEN FAILED, FILE "
                       "STATUS = " WS-HELDWORK-STATUS
                   MOVE 12 TO WS-RC
               END-IF
           END-IF.
           OPEN OUTPUT HELDOUT-FILE.
           IF WS-HELDOUT-STATUS NOT = "00"
               DISPLAY "LEDGHOLD: HELDOUT OPEN FAILED, FILE STATUS = "
                   WS-HELDOUT-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "LEDGHOLD: HOLDRPT OPEN FAILED, FILE STATUS = "
                   WS-REPORT-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           IF WS-RC = 0
               PERFORM 5100-NEW-PAGE-PARA
           END-IF.

      * This region's items on the current generation are
      * superseded by HELDWORK and are skipped.
       6200-ROLL-OTHERS-PARA.
           PERFORM UNTIL WS-HELDIN-STATUS = "10"
               READ HELDIN-FILE INTO HELD-ITEM-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HELD-REGION-CD NOT = WS-PARM-REGION
                           PERFORM 6400-WRITE-ROLLED-PARA
                           ADD 1 TO WS-OTHER-CT
                       END-IF
               END-READ
               IF WS-HELDIN-STATUS NOT = "00" AND
                       WS-HELDIN-STATUS NOT = "10"
                   DISPLAY "LEDGHOLD: HELDIN READ FAILED, STATUS = "
                       WS-HELDIN-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-HELDIN-STATUS
               END-IF
           END-PERFORM.

       6300-ROLL-REGION-PARA.
           PERFORM UNTIL WS-HELDWORK-STATUS = "10"
               READ HELDWORK-FILE INTO HELD-ITEM-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 6400-WRITE-ROLLED-PARA
                       ADD 1 TO WS-ROLLED-CT
               END-READ
               IF WS-HELDWORK-STATUS NOT = "00" AND
                       WS-HELDWORK-STATUS NOT = "10"
                   DISPLAY "LEDGHOLD: HELDWORK READ FAILED, STATUS = "
                       WS-HELDWORK-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-HELDWORK-STATUS
               END-IF
           END-PERFORM.

       6400-WRITE-ROLLED-PARA.
           WRITE HELDOUT-REC FROM HELD-ITEM-REC.
           IF WS-HELDOUT-STATUS NOT = "00"
               DISPLAY "LEDGHOLD: HELDOUT WRITE FAILED, STATUS = "
                   WS-HELDOUT-STATUS
               MOVE 12 TO WS-RC
           END-IF.
