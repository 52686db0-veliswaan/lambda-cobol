       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGBFED.
      * End-of-night account balance feed to the cloud side, run
      * after the close steps. EVNTFEED tells the cloud when steps
      * ran and LEDGTINT takes its transactions in, but until this
      * step the cloud applications had no way to learn a balance
      * short of asking operations. LEDGBFED reads the ACCTMAST
      * master in key order and writes the BALFDOUT feed (see
      * BALFEED.cpy): a header, one ACT record per account, and a
      * trailer with the ACT count and balance total. The PARM
      * picks the content:
      *   DELTA - only the accounts that changed tonight: posted
      *     to, or maintained. The posting pass moves
      *     ACCT-LAST-ACT-DATE on every posting and stamps
      *     ACCT-CYCLE-DATE with the posting region's business
      *     date at the same time, so an account whose cycle date
      *     is the business date of some region's latest cycle on
      *     BANRLOG - the cycle BANRCORD has just released, when
      *     it is an open rather than a no-cycle day - was posted
      *     tonight; LEDGAMNT stamps ACCT-MAINT-DATE with its run
      *     date, so one maintained tonight carries tonight's run
      *     date there. This is the nightly setting.
      *   FULL - every account on the master, for the cloud side
      *     to resynchronize from after an outage on either end.
      * Ends RETURN-CODE 8 on a missing or unusable PARM with no
      * feed written, 12 on a file error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "BANRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT FEED-FILE ASSIGN TO "BALFDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMSTR.

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY BANRLOG.

       FD  FEED-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY BALFEED.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS          PIC X(2).
       01 WS-RUNLOG-STATUS        PIC X(2).
       01 WS-FEED-STATUS          PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RC                   PIC S9(4) COMP VALUE 0.

       01 WS-PARM-STRING          PIC X(80) VALUE SPACES.
       01 WS-MODE-PARM            PIC X(7)  VALUE SPACES.
          88 MODE-DELTA           VALUE "DELTA  ".
          88 MODE-FULL            VALUE "FULL   ".

      * Each region's latest cycle on BANRLOG: open ("Y") or
      * no-cycle day ("C"), and its business date.
       01 WS-RGN-TABLE.
          05 WS-RGN-CT            PIC 9(2) COMP VALUE ZERO.
          05 WS-RGN-ENTRY OCCURS 10 TIMES.
             10 WS-RGN-CD         PIC X(4).
             10 WS-RGN-OPEN-SW    PIC X(1).
             10 WS-RGN-BUS-DATE   PIC 9(8).
       01 WS-RGN-SUB              PIC 9(2) COMP.
       01 WS-RGN-FIND             PIC 9(2) COMP.

      * Business dates the regions opened under tonight.
       01 WS-BUS-DATE-TABLE.
          05 WS-BUS-DATE-CT       PIC 9(2) COMP VALUE ZERO.
          05 WS-BUS-DATE          PIC 9(8) OCCURS 20 TIMES.
       01 WS-BUS-SUB              PIC 9(2) COMP.
       01 WS-BUS-FIND             PIC 9(2) COMP.
       01 WS-CHANGED-SW           PIC X(1).

       01 WS-READ-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-ACT-CT               PIC 9(7) COMP VALUE ZERO.
       01 WS-POSTED-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-MAINT-CT             PIC 9(7) COMP VALUE ZERO.
       01 WS-BAL-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01 WS-DISP-CT              PIC Z(6)9.

      * Feed value work fields: a leading minus sign only when
      * negative, then the zero-padded unsigned value.
       01 WS-FEED-SIGN            PIC X(1).
       01 WS-FEED-AMT             PIC 9(11).99.
       01 WS-FEED-TOTAL           PIC 9(13).99.
       01 WS-FEED-LIMIT           PIC 9(11).99.
       01 WS-FEED-COUNT           PIC 9(7).
       01 WS-FEED-STAT            PIC X(1).
       01 WS-FEED-ACTION          PIC X(1).

      * Timing-call work fields for the shared LEDGTIME step log.
       01 WS-TIME-PROGRAM         PIC X(8)  VALUE "LEDGBFED".
       01 WS-TIME-REGION          PIC X(4)  VALUE SPACES.
       01 WS-TIME-RUN-ID          PIC 9(6)  VALUE ZERO.
       01 WS-TIME-EVENT           PIC X(5).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE "START" TO WS-TIME-EVENT.
           CALL "LEDGTIME" USING WS-TIME-PROGRAM, WS-TIME-REGION,
               WS-TIME-RUN-ID, WS-TIME-EVENT, WS-RC.
           PERFORM 1000-INITIALIZE-PARA.
           IF WS-RC = 0
               PERFORM 2000-FEED-ACCOUNTS-PARA
               PERFORM 3000-WRITE-TRAILER-PARA
               PERFORM 9000-TERMINATE-PARA
           END-IF.
           MOVE "STOP " TO WS-TIME-EVENT.
           CALL "LEDGTIME" USING WS-TIME-PROGRAM, WS-TIME-REGION,
               WS-TIME-RUN-ID, WS-TIME-EVENT, WS-RC.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-MODE-PARM
           END-UNSTRING.
           IF NOT MODE-DELTA AND NOT MODE-FULL
               DISPLAY "LEDGBFED: PARM MUST BE DELTA OR FULL, GOT "
                   WS-PARM-STRING(1:20)
               MOVE 8 TO WS-RC
           END-IF.
           IF WS-RC = 0 AND MODE-DELTA
               PERFORM 1100-FIND-BUS-DATES-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 1200-OPEN-FILES-PARA
           END-IF.

      * Each region's latest cycle, read the way BANRCORD and
      * BANRGATE read it: this step runs after midnight as often as
      * not, so the machine date says nothing about which night
      * the regions ran. The business dates of the cycles that are
      * opens are the ones posted tonight.
       1100-FIND-BUS-DATES-PARA.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
               DISPLAY "LEDGBFED: BANRLOG NOT FOUND, MAINTAINED "
                   "ACCOUNTS ONLY"
           ELSE
               PERFORM UNTIL WS-RUNLOG-STATUS = "10"
                   READ RUN-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LOG-RUN-TYPE = "NORMAL " OR
                                   LOG-RUN-TYPE = "RERUN  " OR
                                   LOG-RUN-TYPE = "NOCYCLE"
                               PERFORM 1105-NOTE-REGION-CYCLE-PARA
                           END-IF
                   END-READ
                   IF WS-RUNLOG-STATUS NOT = "00" AND
                           WS-RUNLOG-STATUS NOT = "10"
                       DISPLAY "LEDGBFED: BANRLOG READ FAILED, "
                           "STATUS = " WS-RUNLOG-STATUS
                       MOVE 12 TO WS-RC
                       MOVE "10" TO WS-RUNLOG-STATUS
                   END-IF
               END-PERFORM
               CLOSE RUN-LOG-FILE
               PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                       UNTIL WS-RGN-SUB > WS-RGN-CT
                   IF WS-RGN-OPEN-SW(WS-RGN-SUB) = "Y"
                       PERFORM 1110-NOTE-BUS-DATE-PARA
                   END-IF
               END-PERFORM
           END-IF.

      * An open beats a no-cycle entry for the same business date,
      * as in the coordinator.
       1105-NOTE-REGION-CYCLE-PARA.
           MOVE 0 TO WS-RGN-FIND.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-RGN-CT
               IF WS-RGN-CD(WS-RGN-SUB) = LOG-REGION-CD
                   MOVE WS-RGN-SUB TO WS-RGN-FIND
                   MOVE WS-RGN-CT TO WS-RGN-SUB
               END-IF
           END-PERFORM.
           IF WS-RGN-FIND = 0 AND WS-RGN-CT < 10
               ADD 1 TO WS-RGN-CT
               MOVE WS-RGN-CT TO WS-RGN-FIND
               MOVE LOG-REGION-CD TO WS-RGN-CD(WS-RGN-FIND)
               MOVE SPACE TO WS-RGN-OPEN-SW(WS-RGN-FIND)
               MOVE ZERO TO WS-RGN-BUS-DATE(WS-RGN-FIND)
           END-IF.
           IF WS-RGN-FIND > 0
               IF LOG-RUN-TYPE = "NOCYCLE"
                   IF WS-RGN-OPEN-SW(WS-RGN-FIND) NOT = "Y" OR
                           LOG-BUS-DATE NOT =
                               WS-RGN-BUS-DATE(WS-RGN-FIND)
                       MOVE "C" TO WS-RGN-OPEN-SW(WS-RGN-FIND)
                       MOVE LOG-BUS-DATE
                           TO WS-RGN-BUS-DATE(WS-RGN-FIND)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-RGN-OPEN-SW(WS-RGN-FIND)
                   MOVE LOG-BUS-DATE TO WS-RGN-BUS-DATE(WS-RGN-FIND)
               END-IF
           END-IF.

       1110-NOTE-BUS-DATE-PARA.
           MOVE 0 TO WS-BUS-FIND.
           PERFORM VARYING WS-BUS-SUB FROM 1 BY 1
                   UNTIL WS-BUS-SUB > WS-BUS-DATE-CT
               IF WS-BUS-DATE(WS-BUS-SUB) =
                       WS-RGN-BUS-DATE(WS-RGN-SUB)
                   MOVE WS-BUS-SUB TO WS-BUS-FIND
                   MOVE WS-BUS-DATE-CT TO WS-BUS-SUB
               END-IF
           END-PERFORM.
           IF WS-BUS-FIND = 0 AND WS-BUS-DATE-CT < 20
               ADD 1 TO WS-BUS-DATE-CT
               MOVE WS-RGN-BUS-DATE(WS-RGN-SUB)
                   TO WS-BUS-DATE(WS-BUS-DATE-CT)
           END-IF.

       1200-OPEN-FILES-PARA.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "LEDGBFED: ACCTMAST OPEN FAILED, FILE STATUS = "
                   WS-ACCT-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           OPEN OUTPUT FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "LEDGBFED: BALFDOUT OPEN FAILED, FILE STATUS = "
                   WS-FEED-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           IF WS-RC = 0
               MOVE SPACES TO BAL-FEED-REC
               STRING "HDR|SENDER=LEDGER|RUNDATE=" DELIMITED BY SIZE
                      WS-RUN-DATE        DELIMITED BY SIZE
                      "|MODE="           DELIMITED BY SIZE
                      WS-MODE-PARM       DELIMITED BY SPACE
                      INTO BAL-FEED-REC
               PERFORM 2200-WRITE-FEED-PARA
           END-IF.

       2000-FEED-ACCOUNTS-PARA.
           PERFORM UNTIL WS-ACCT-STATUS = "10"
               READ ACCT-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-READ-CT
                       PERFORM 2100-FEED-ONE-ACCOUNT-PARA
               END-READ
               IF WS-ACCT-STATUS NOT = "00" AND
                       WS-ACCT-STATUS NOT = "10"
                   DISPLAY "LEDGBFED: ACCTMAST READ FAILED, STATUS = "
                       WS-ACCT-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-ACCT-STATUS
               END-IF
           END-PERFORM.

       2100-FEED-ONE-ACCOUNT-PARA.
           MOVE "N" TO WS-CHANGED-SW.
           IF MODE-FULL
               MOVE "Y" TO WS-CHANGED-SW
           ELSE
               PERFORM VARYING WS-BUS-SUB FROM 1 BY 1
                       UNTIL WS-BUS-SUB > WS-BUS-DATE-CT
                   IF ACCT-CYCLE-DATE = WS-BUS-DATE(WS-BUS-SUB)
                       MOVE "Y" TO WS-CHANGED-SW
                       ADD 1 TO WS-POSTED-CT
                       MOVE WS-BUS-DATE-CT TO WS-BUS-SUB
                   END-IF
               END-PERFORM
               IF ACCT-MAINT-DATE = WS-RUN-DATE
                   MOVE "Y" TO WS-CHANGED-SW
                   ADD 1 TO WS-MAINT-CT
               END-IF
           END-IF.
           IF WS-CHANGED-SW = "Y"
               PERFORM 2110-BUILD-ACT-RECORD-PARA
               PERFORM 2200-WRITE-FEED-PARA
               ADD 1 TO WS-ACT-CT
               ADD ACCT-BALANCE TO WS-BAL-TOTAL
           END-IF.

      * A status or limit action of spaces predates maintenance;
      * the feed sends the value it stands for.
       2110-BUILD-ACT-RECORD-PARA.
           IF ACCT-STATUS = SPACE
               MOVE "A" TO WS-FEED-STAT
           ELSE
               MOVE ACCT-STATUS TO WS-FEED-STAT
           END-IF.
           IF ACCT-LIMIT-ACTION = SPACE
               MOVE "N" TO WS-FEED-ACTION
           ELSE
               MOVE ACCT-LIMIT-ACTION TO WS-FEED-ACTION
           END-IF.
           IF ACCT-BALANCE < ZERO
               MOVE "-" TO WS-FEED-SIGN
           ELSE
               MOVE SPACE TO WS-FEED-SIGN
           END-IF.
           MOVE ACCT-BALANCE TO WS-FEED-AMT.
           MOVE ACCT-CREDIT-LIMIT TO WS-FEED-LIMIT.
           MOVE SPACES TO BAL-FEED-REC.
           STRING "ACT|ACCT="         DELIMITED BY SIZE
                  ACCT-NO             DELIMITED BY SIZE
                  "|REGION="          DELIMITED BY SIZE
                  ACCT-REGION-CD      DELIMITED BY SIZE
                  "|CURR="            DELIMITED BY SIZE
                  ACCT-CURR-CD        DELIMITED BY SIZE
                  "|STATUS="          DELIMITED BY SIZE
                  WS-FEED-STAT        DELIMITED BY SIZE
                  "|BAL="             DELIMITED BY SIZE
                  WS-FEED-SIGN        DELIMITED BY SPACE
                  WS-FEED-AMT         DELIMITED BY SIZE
                  "|LASTACT="         DELIMITED BY SIZE
                  ACCT-LAST-ACT-DATE  DELIMITED BY SIZE
                  "|LIMIT="           DELIMITED BY SIZE
                  WS-FEED-LIMIT       DELIMITED BY SIZE
                  "|ACTION="          DELIMITED BY SIZE
                  WS-FEED-ACTION      DELIMITED BY SIZE
                  INTO BAL-FEED-REC.

       2200-WRITE-FEED-PARA.
           WRITE BAL-FEED-REC.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "LEDGBFED: BALFDOUT WRITE FAILED, STATUS = "
                   WS-FEED-STATUS
               MOVE 12 TO WS-RC
           END-IF.

       3000-WRITE-TRAILER-PARA.
           IF WS-BAL-TOTAL < ZERO
               MOVE "-" TO WS-FEED-SIGN
           ELSE
               MOVE SPACE TO WS-FEED-SIGN
           END-IF.
           MOVE WS-BAL-TOTAL TO WS-FEED-TOTAL.
           MOVE WS-ACT-CT TO WS-FEED-COUNT.
           MOVE SPACES TO BAL-FEED-REC.
           STRING "TRL|COUNT="        DELIMITED BY SIZE
                  WS-FEED-COUNT       DELIMITED BY SIZE
                  "|TOTAL="           DELIMITED BY SIZE
                  WS-FEED-SIGN        DELIMITED BY SPACE
                  WS-FEED-TOTAL       DELIMITED BY SIZE
                  INTO BAL-FEED-REC.
           PERFORM 2200-WRITE-FEED-PARA.
           MOVE WS-READ-CT TO WS-DISP-CT.
           DISPLAY "LEDGBFED: " WS-MODE-PARM " FEED, ACCOUNTS READ "
               WS-DISP-CT.
           MOVE WS-ACT-CT TO WS-DISP-CT.
           DISPLAY "LEDGBFED: ACCOUNTS FED          " WS-DISP-CT.
           IF MODE-DELTA
               MOVE WS-POSTED-CT TO WS-DISP-CT
               DISPLAY "LEDGBFED:   POSTED TONIGHT       " WS-DISP-CT
               MOVE WS-MAINT-CT TO WS-DISP-CT
               DISPLAY "LEDGBFED:   MAINTAINED TONIGHT   " WS-DISP-CT
           END-IF.

       9000-TERMINATE-PARA.
           CLOSE ACCT-FILE.
           CLOSE FEED-FILE.
