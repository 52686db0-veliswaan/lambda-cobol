       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGFXIN.
      * Daily exchange-rate intake. Every step that converts a
      * transaction amount to the base currency takes its rate
      * from CURRPARM, and the extract and posting sides take the
      * same rate, so a wrong rate on CURRPARM is converted
      * straight into every base amount on the master without
      * LEDGRBAL ever seeing a difference. This program is the
      * only way new rates reach CURRPARM. It reads treasury's
      * rate file (see TRSYRATE.cpy) under TRSYRATE, with the
      * rates held on earlier mornings (the latest FXHELD
      * generation) concatenated behind it, and judges each
      * record in currency and effective-date order:
      *   - the currency must be on the FXTOLER tolerance file
      *     (see FXTOLER.cpy) and the rate numeric and not zero;
      *   - the effective date must be a real calendar date
      *     within the PARM day count of the run date either way,
      *     and later than the latest rate already on CURRPARM for
      *     the currency - CURRPARM is dated history and is never
      *     rewritten backwards. A record that is already on
      *     CURRPARM exactly is passed over, so the job can be
      *     rerun the same morning;
      *   - a currency with no rate on file yet is refused as
      *     CURRENCY TABLE FULL once CURRPARM carries 20
      *     currencies, the most the converting programs load (see
      *     CURRTAB.cpy);
      *   - the move from the rate on file to the new rate, in
      *     percent, must be inside the currency's FXTOLER
      *     tolerance. A rate outside it, or the first rate for a
      *     currency with nothing on file to compare against, is
      *     taken only when an FXAPPR approval record (see
      *     FXAPPR.cpy) names it exactly; otherwise it is HELD -
      *     written to FXHELDO for tomorrow's queue - and the rate
      *     on file stays in force. A held rate that a later-dated
      *     rate for the same currency overtakes is dropped as
      *     SUPERSEDED.
      * CURRPARM is read under CURRIN and the new dataset written
      * under CURROUT: every record on the old file is carried
      * across as it stands and the accepted rates are appended,
      * so the dated history of prior rates is kept. The JCL
      * copies CURROUT back over CURRPARM only when this step
      * ends 4 or lower. FXRPT is the rate-change report: one line
      * per rate received, with the rate on file and its date, the
      * new rate, the percent move, the tolerance and the
      * approver, then one line for every known currency that
      * received no rate this morning, and any approval that named
      * no rate on hand. PARM may carry the effective-date window
      * in days, default 5. Ends RETURN-CODE 4 when a rate was
      * held, refused or superseded, an approval named nothing, or
      * no treasury file came in (CURRPARM is then carried across
      * unchanged); 8 when FXTOLER is missing or empty, FXTOLER or
      * CURRPARM lists more than 20 currencies or the rates will
      * not fit the tables, with nothing written that the JCL will
      * copy; 12 on a file error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRSY-FILE ASSIGN TO "TRSYRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRSY-STATUS.
           SELECT TOLER-FILE ASSIGN TO "FXTOLER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOLER-STATUS.
           SELECT APPR-FILE ASSIGN TO "FXAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT CURRIN-FILE ASSIGN TO "CURRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRIN-STATUS.
           SELECT CURROUT-FILE ASSIGN TO "CURROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURROUT-STATUS.
           SELECT HELDOUT-FILE ASSIGN TO "FXHELDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDOUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRSY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 TRSY-IN-REC             PIC X(20).

       FD  TOLER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FXTOLER.

       FD  APPR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FXAPPR.

       FD  CURRIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CURRPARM.

       FD  CURROUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 CURROUT-REC             PIC X(20).

       FD  HELDOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 HELDOUT-REC             PIC X(20).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TRSY-STATUS          PIC X(2).
       01 WS-TOLER-STATUS         PIC X(2).
       01 WS-APPR-STATUS          PIC X(2).
       01 WS-CURRIN-STATUS        PIC X(2).
       01 WS-CURROUT-STATUS       PIC X(2).
       01 WS-HELDOUT-STATUS       PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RC                   PIC S9(4) COMP VALUE 0.

       COPY TRSYRATE.

       01 WS-PARM-STRING          PIC X(80) VALUE SPACES.
       01 WS-DAYS-PARM            PIC X(3)  VALUE SPACES.
       01 WS-PARM-LEN             PIC 9(2)  COMP VALUE ZERO.
       01 WS-PARM-SUB             PIC 9(2)  COMP VALUE ZERO.
       01 WS-WINDOW-DAYS          PIC 9(3)  VALUE 5.

       01 WS-TRSY-FOUND-SW        PIC X(1)  VALUE "N".
          88 TRSY-FILE-FOUND      VALUE "Y".
       01 WS-OUTPUTS-OPEN-SW      PIC X(1)  VALUE "N".
          88 OUTPUTS-OPEN         VALUE "Y".

      * The known currencies and their tolerances, from FXTOLER,
      * held to the 20 currencies CURRTAB carries.
      * The seen switch is Y once a rate for the currency came in,
      * so the report can list the currencies that had none.
       01 WS-TOL-TABLE.
          05 WS-TOL-CT            PIC 9(2) COMP VALUE ZERO.
          05 WS-TOL-ENTRY OCCURS 20 TIMES.
             10 WS-TOL-CD         PIC X(3).
             10 WS-TOL-PCT        PIC 9(3)V99.
             10 WS-TOL-SEEN-SW    PIC X(1).
       01 WS-TOL-SUB              PIC 9(2) COMP.
       01 WS-TOL-FIND             PIC 9(2) COMP.

      * The latest rate on CURRPARM per currency - the rate a new
      * one is measured against. It moves forward as rates are
      * accepted, so two new rates for one currency are each
      * measured against the one before.
       01 WS-FILE-TABLE.
          05 WS-FILE-CT           PIC 9(2) COMP VALUE ZERO.
          05 WS-FILE-ENTRY OCCURS 20 TIMES.
             10 WS-FILE-CD        PIC X(3).
             10 WS-FILE-EFF-DATE  PIC 9(8).
             10 WS-FILE-RATE      PIC 9(3)V9(6).
       01 WS-FILE-SUB             PIC 9(2) COMP.
       01 WS-FILE-FIND            PIC 9(2) COMP.

      * Treasury's approvals. The used switch is N until a rate
      * claims the approval and Y once one has.
       01 WS-APPR-TABLE.
          05 WS-APPR-CT           PIC 9(4) COMP VALUE ZERO.
          05 WS-APPR-ENTRY OCCURS 200 TIMES.
             10 WS-APPR-CD        PIC X(3).
             10 WS-APPR-EFF-DATE  PIC 9(8).
             10 WS-APPR-RATE      PIC 9(3)V9(6).
             10 WS-APPR-APPROVER  PIC X(8).
             10 WS-APPR-DATE      PIC 9(8).
             10 WS-APPR-USED-SW   PIC X(1).
       01 WS-APPR-SUB             PIC 9(4) COMP.
       01 WS-APPR-FIND            PIC 9(4) COMP.
       01 WS-APPR-OVFL-SW         PIC X(1)  VALUE "N".
          88 APPR-OVFL-SHOWN      VALUE "Y".

      * This morning's rates, kept in currency and effective-date
      * order on load; records with the same key stay in the
      * order read, so treasury's file comes before the held
      * queue. The status is blank until judged, then A accepted,
      * H held, R refused, S superseded, F already on file or
      * D an exact repeat of an earlier record.
       01 WS-NEW-TABLE.
          05 WS-NEW-CT            PIC 9(4) COMP VALUE ZERO.
          05 WS-NEW-ENTRY OCCURS 200 TIMES.
             10 WS-NEW-KEY.
                15 WS-NEW-CD      PIC X(3).
                15 WS-NEW-EFF-X   PIC X(8).
             10 WS-NEW-REC        PIC X(20).
             10 WS-NEW-STATUS     PIC X(1).
       01 WS-NEW-SUB              PIC 9(4) COMP.
       01 WS-INS-SUB              PIC 9(4) COMP.
       01 WS-PREV-SUB             PIC 9(4) COMP.
       01 WS-LATER-SUB            PIC 9(4) COMP.
       01 WS-INS-DONE-SW          PIC X(1).
          88 INS-DONE             VALUE "Y".
       01 WS-NEW-OVFL-SW          PIC X(1)  VALUE "N".
          88 NEW-TABLE-FULL       VALUE "Y".
       01 WS-KEY-WORK.
          05 WS-KEY-CD            PIC X(3).
          05 WS-KEY-EFF-X         PIC X(8).

      * Judging work fields for the rate in hand.
       01 WS-ACTION-SW            PIC X(1).
       01 WS-MESSAGE              PIC X(36).
       01 WS-OLD-EFF-DATE         PIC 9(8).
       01 WS-OLD-RATE             PIC 9(3)V9(6).
       01 WS-RATE-DIFF            PIC S9(3)V9(6).
       01 WS-MOVE-WORK            PIC S9(5)V9(6).
       01 WS-MOVE-PCT             PIC S9(5)V99.
       01 WS-ABS-PCT              PIC 9(5)V99.
       01 WS-MOVE-SHOWN-SW        PIC X(1).
       01 WS-APPROVER             PIC X(8).

       01 WS-DATE-OK-SW           PIC X(1).
       01 WS-DIFF-SUB             PIC 9(3) COMP.
       01 WS-DATE-WORK.
          05 WS-DW-YYYY           PIC 9(4).
          05 WS-DW-MM             PIC 9(2).
          05 WS-DW-DD             PIC 9(2).
       01 WS-DAYS-IN-MONTH        PIC 9(2)  COMP.
       01 WS-LEAP-QUOT            PIC 9(4)  COMP.
       01 WS-LEAP-REM-4           PIC 9(4)  COMP.
       01 WS-LEAP-REM-100         PIC 9(4)  COMP.
       01 WS-LEAP-REM-400         PIC 9(4)  COMP.

       01 WS-READ-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-ACCEPT-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-APPROVED-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-HELD-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-REFUSED-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-SUPERSEDED-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-ON-FILE-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-REPEAT-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-APPR-BAD-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-CARRIED-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-WRITTEN-CT           PIC 9(7) COMP VALUE ZERO.

       01 WS-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
       01 WS-LINE-CT              PIC 9(3) COMP VALUE 99.
       01 WS-PRINT-LINE           PIC X(132).
       01 WS-DISP-CT              PIC Z(6)9.

       01 WS-HEAD-1.
          05 FILLER               PIC X(40) VALUE
             "LEDGFXIN - EXCHANGE RATE INTAKE         ".
          05 FILLER               PIC X(9)  VALUE "RUN DATE ".
          05 HD1-DATE             PIC 9(8).
          05 FILLER               PIC X(8)  VALUE "    PAGE".
          05 HD1-PAGE             PIC ZZZ9.
          05 FILLER               PIC X(63) VALUE SPACES.
       01 WS-HEAD-2.
          05 FILLER               PIC X(50) VALUE
             "ACTION      CUR  EFFECTIVE  ON FILE     OLD RATE  ".
          05 FILLER               PIC X(50) VALUE
             "  NEW RATE   MOVE PCT  TOL PCT  APPROVER  MESSAGE ".
          05 FILLER               PIC X(32) VALUE SPACES.
       01 WS-RATE-LINE.
          05 RL-ACTION            PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RL-CURR-CD           PIC X(3).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RL-EFF-DATE          PIC X(8).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 RL-OLD-EFF-DATE      PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RL-OLD-RATE          PIC ZZ9.9(6).
          05 RL-OLD-RATE-X REDEFINES RL-OLD-RATE
                                  PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RL-NEW-RATE          PIC ZZ9.9(6).
          05 RL-NEW-RATE-X REDEFINES RL-NEW-RATE
                                  PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RL-MOVE-PCT          PIC -(5)9.99.
          05 RL-MOVE-PCT-X REDEFINES RL-MOVE-PCT
                                  PIC X(9).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RL-TOL-PCT           PIC ZZ9.99.
          05 RL-TOL-PCT-X REDEFINES RL-TOL-PCT
                                  PIC X(6).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 RL-APPROVER          PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RL-MESSAGE           PIC X(36).
          05 FILLER               PIC X(4)  VALUE SPACES.

      * Timing-call work fields for the shared LEDGTIME step log.
       01 WS-TIME-PROGRAM         PIC X(8)  VALUE "LEDGFXIN".
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
               PERFORM 2000-JUDGE-RATES-PARA
               PERFORM 3000-CHECK-APPROVALS-PARA
               PERFORM 3100-LIST-NO-RATE-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 3500-WRITE-CURRPARM-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 4000-PRINT-SUMMARY-PARA
           END-IF.
           IF OUTPUTS-OPEN
               PERFORM 9000-TERMINATE-PARA
           END-IF.
           IF WS-RC = 0 AND
                   (WS-HELD-CT > 0 OR WS-REFUSED-CT > 0 OR
                    WS-SUPERSEDED-CT > 0 OR WS-APPR-BAD-CT > 0 OR
                    NOT TRSY-FILE-FOUND)
               MOVE 4 TO WS-RC
           END-IF.
           MOVE "STOP " TO WS-TIME-EVENT.
           CALL "LEDGTIME" USING WS-TIME-PROGRAM, WS-TIME-REGION,
               WS-TIME-RUN-ID, WS-TIME-EVENT, WS-RC.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-READ-PARM-PARA.
           PERFORM 1100-LOAD-TOLERANCES-PARA.
           IF WS-RC = 0
               PERFORM 1200-LOAD-APPROVALS-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 1300-LOAD-FILE-RATES-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 1400-LOAD-NEW-RATES-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 1500-OPEN-OUTPUTS-PARA
           END-IF.

       1050-READ-PARM-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-DAYS-PARM
           END-UNSTRING.
           MOVE ZERO TO WS-PARM-LEN.
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 3
                   OR WS-DAYS-PARM(WS-PARM-SUB:1) = SPACE
               MOVE WS-PARM-SUB TO WS-PARM-LEN
           END-PERFORM.
           IF WS-PARM-LEN > 0
               IF WS-DAYS-PARM(1:WS-PARM-LEN) IS NUMERIC
                   MOVE WS-DAYS-PARM(1:WS-PARM-LEN)
                       TO WS-WINDOW-DAYS
               END-IF
           END-IF.

      * With no tolerance file every currency would be unknown and
      * every rate refused; that is a missing control file, not a
      * morning with nothing to do, so the step stops.
       1100-LOAD-TOLERANCES-PARA.
           OPEN INPUT TOLER-FILE.
           IF WS-TOLER-STATUS = "35"
               DISPLAY "LEDGFXIN: FXTOLER NOT FOUND, NO RATES TAKEN"
               MOVE 8 TO WS-RC
           ELSE
               IF WS-TOLER-STATUS NOT = "00"
                   DISPLAY "LEDGFXIN: FXTOLER OPEN FAILED, FILE "
                       "STATUS = " WS-TOLER-STATUS
                   MOVE 12 TO WS-RC
               ELSE
                   PERFORM UNTIL WS-TOLER-STATUS = "10"
                       READ TOLER-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 1110-STORE-TOLERANCE-PARA
                       END-READ
                       IF WS-TOLER-STATUS NOT = "00" AND
                               WS-TOLER-STATUS NOT = "10"
                           DISPLAY "LEDGFXIN: FXTOLER READ FAILED, "
                               "STATUS = " WS-TOLER-STATUS
                           MOVE 12 TO WS-RC
                           MOVE "10" TO WS-TOLER-STATUS
                       END-IF
                   END-PERFORM
                   CLOSE TOLER-FILE
                   IF WS-RC = 0 AND WS-TOL-CT = 0
                       DISPLAY "LEDGFXIN: FXTOLER IS EMPTY, NO RATES "
                           "TAKEN"
                       MOVE 8 TO WS-RC
                   END-IF
               END-IF
           END-IF.

       1110-STORE-TOLERANCE-PARA.
           IF WS-TOL-CT < 20
               ADD 1 TO WS-TOL-CT
               MOVE FXTOL-CURR-CD TO WS-TOL-CD(WS-TOL-CT)
               IF FXTOL-MAX-PCT IS NUMERIC
                   MOVE FXTOL-MAX-PCT TO WS-TOL-PCT(WS-TOL-CT)
               ELSE
                   MOVE ZERO TO WS-TOL-PCT(WS-TOL-CT)
               END-IF
               MOVE "N" TO WS-TOL-SEEN-SW(WS-TOL-CT)
           ELSE
               DISPLAY "LEDGFXIN: MORE THAN 20 CURRENCIES IN FXTOLER, "
                   "NO RATES TAKEN"
               MOVE 8 TO WS-RC
               MOVE "10" TO WS-TOLER-STATUS
           END-IF.

      * A morning with no FXAPPR dataset is a morning treasury
      * approved nothing.
       1200-LOAD-APPROVALS-PARA.
           OPEN INPUT APPR-FILE.
           IF WS-APPR-STATUS = "35"
               MOVE "10" TO WS-APPR-STATUS
           ELSE
               IF WS-APPR-STATUS NOT = "00"
                   DISPLAY "LEDGFXIN: FXAPPR OPEN FAILED, FILE "
                       "STATUS = " WS-APPR-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-APPR-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL WS-APPR-STATUS = "10"
               READ APPR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1210-STORE-APPROVAL-PARA
               END-READ
               IF WS-APPR-STATUS NOT = "00" AND
                       WS-APPR-STATUS NOT = "10"
                   DISPLAY "LEDGFXIN: FXAPPR READ FAILED, STATUS = "
                       WS-APPR-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-APPR-STATUS
               END-IF
           END-PERFORM.
           CLOSE APPR-FILE.

       1210-STORE-APPROVAL-PARA.
           IF WS-APPR-CT < 200
               ADD 1 TO WS-APPR-CT
               MOVE FXA-CURR-CD TO WS-APPR-CD(WS-APPR-CT)
               MOVE FXA-EFF-DATE TO WS-APPR-EFF-DATE(WS-APPR-CT)
               MOVE FXA-RATE TO WS-APPR-RATE(WS-APPR-CT)
               MOVE FXA-APPROVER TO WS-APPR-APPROVER(WS-APPR-CT)
               MOVE FXA-APPROVE-DATE TO WS-APPR-DATE(WS-APPR-CT)
               MOVE "N" TO WS-APPR-USED-SW(WS-APPR-CT)
           ELSE
               IF NOT APPR-OVFL-SHOWN
                   DISPLAY "LEDGFXIN: MORE THAN 200 APPROVALS, EXTRA "
                       "IGNORED - RESEND THEM TOMORROW"
                   MOVE "Y" TO WS-APPR-OVFL-SW
               END-IF
           END-IF.

      * The latest effective date on file per currency, whatever
      * the run date - a rate already sitting on file for a later
      * day still bars a new rate dated before it.
       1300-LOAD-FILE-RATES-PARA.
           OPEN INPUT CURRIN-FILE.
           IF WS-CURRIN-STATUS = "35"
               DISPLAY "LEDGFXIN: CURRIN NOT FOUND, EVERY CURRENCY "
                   "STARTS WITH NO RATE ON FILE"
           ELSE
               IF WS-CURRIN-STATUS NOT = "00"
                   DISPLAY "LEDGFXIN: CURRIN OPEN FAILED, FILE "
                       "STATUS = " WS-CURRIN-STATUS
                   MOVE 12 TO WS-RC
               ELSE
                   PERFORM UNTIL WS-CURRIN-STATUS = "10"
                       READ CURRIN-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 1310-STORE-FILE-RATE-PARA
                       END-READ
                       IF WS-CURRIN-STATUS NOT = "00" AND
                               WS-CURRIN-STATUS NOT = "10"
                           DISPLAY "LEDGFXIN: CURRIN READ FAILED, "
                               "STATUS = " WS-CURRIN-STATUS
                           MOVE 12 TO WS-RC
                           MOVE "10" TO WS-CURRIN-STATUS
                       END-IF
                   END-PERFORM
                   CLOSE CURRIN-FILE
               END-IF
           END-IF.

       1310-STORE-FILE-RATE-PARA.
           MOVE CURR-PARM-CD TO WS-KEY-CD.
           PERFORM 8000-FIND-FILE-RATE-PARA.
           IF WS-FILE-FIND = 0
               IF WS-FILE-CT < 20
                   ADD 1 TO WS-FILE-CT
                   MOVE CURR-PARM-CD TO WS-FILE-CD(WS-FILE-CT)
                   MOVE CURR-PARM-EFF-DATE
                       TO WS-FILE-EFF-DATE(WS-FILE-CT)
                   MOVE CURR-PARM-RATE TO WS-FILE-RATE(WS-FILE-CT)
               ELSE
                   DISPLAY "LEDGFXIN: MORE THAN 20 CURRENCIES IN "
                       "CURRPARM, NO RATES TAKEN"
                   MOVE 8 TO WS-RC
                   MOVE "10" TO WS-CURRIN-STATUS
               END-IF
           ELSE
               IF CURR-PARM-EFF-DATE >= WS-FILE-EFF-DATE(WS-FILE-FIND)
                   MOVE CURR-PARM-EFF-DATE
                       TO WS-FILE-EFF-DATE(WS-FILE-FIND)
                   MOVE CURR-PARM-RATE TO WS-FILE-RATE(WS-FILE-FIND)
               END-IF
           END-IF.

      * No treasury file is a late or failed transfer: the rates
      * on file stay in force and the step warns.
       1400-LOAD-NEW-RATES-PARA.
           OPEN INPUT TRSY-FILE.
           IF WS-TRSY-STATUS = "35"
               DISPLAY "LEDGFXIN: TRSYRATE NOT FOUND, CURRPARM "
                   "CARRIED ACROSS UNCHANGED"
               MOVE "10" TO WS-TRSY-STATUS
           ELSE
               IF WS-TRSY-STATUS NOT = "00"
                   DISPLAY "LEDGFXIN: TRSYRATE OPEN FAILED, FILE "
                       "STATUS = " WS-TRSY-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-TRSY-STATUS
               ELSE
                   MOVE "Y" TO WS-TRSY-FOUND-SW
               END-IF
           END-IF.
           PERFORM UNTIL WS-TRSY-STATUS = "10"
               READ TRSY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-READ-CT
                       PERFORM 1410-INSERT-NEW-RATE-PARA
               END-READ
               IF WS-TRSY-STATUS NOT = "00" AND
                       WS-TRSY-STATUS NOT = "10"
                   DISPLAY "LEDGFXIN: TRSYRATE READ FAILED, STATUS = "
                       WS-TRSY-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-TRSY-STATUS
               END-IF
           END-PERFORM.
           IF TRSY-FILE-FOUND
               CLOSE TRSY-FILE
           END-IF.
           IF WS-RC = 0 AND NEW-TABLE-FULL
               DISPLAY "LEDGFXIN: MORE THAN 200 RATES RECEIVED, NO "
                   "RATES TAKEN"
               MOVE 8 TO WS-RC
           END-IF.

      * Slides later keys up one place and drops the record in
      * behind any record with the same key, the way LEDGSTMT
      * orders its postings.
       1410-INSERT-NEW-RATE-PARA.
           MOVE TRSY-IN-REC TO TRSY-RATE-REC.
           IF WS-NEW-CT < 200
               MOVE TRSY-CURR-CD TO WS-KEY-CD
               MOVE TRSY-IN-REC(4:8) TO WS-KEY-EFF-X
               ADD 1 TO WS-NEW-CT
               MOVE WS-NEW-CT TO WS-INS-SUB
               MOVE "N" TO WS-INS-DONE-SW
               PERFORM UNTIL WS-INS-SUB = 1 OR INS-DONE
                   COMPUTE WS-PREV-SUB = WS-INS-SUB - 1
                   IF WS-NEW-KEY(WS-PREV-SUB) > WS-KEY-WORK
                       MOVE WS-NEW-ENTRY(WS-PREV-SUB)
                           TO WS-NEW-ENTRY(WS-INS-SUB)
                       MOVE WS-PREV-SUB TO WS-INS-SUB
                   ELSE
                       MOVE "Y" TO WS-INS-DONE-SW
                   END-IF
               END-PERFORM
               MOVE WS-KEY-WORK TO WS-NEW-KEY(WS-INS-SUB)
               MOVE TRSY-IN-REC TO WS-NEW-REC(WS-INS-SUB)
               MOVE SPACE TO WS-NEW-STATUS(WS-INS-SUB)
           ELSE
               MOVE "Y" TO WS-NEW-OVFL-SW
           END-IF.

       1500-OPEN-OUTPUTS-PARA.
           MOVE "Y" TO WS-OUTPUTS-OPEN-SW.
           OPEN OUTPUT CURROUT-FILE.
           IF WS-CURROUT-STATUS NOT = "00"
               DISPLAY "LEDGFXIN: CURROUT OPEN FAILED, FILE STATUS = "
                   WS-CURROUT-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           OPEN OUTPUT HELDOUT-FILE.
           IF WS-HELDOUT-STATUS NOT = "00"
               DISPLAY "LEDGFXIN: FXHELDO OPEN FAILED, FILE STATUS = "
                   WS-HELDOUT-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "LEDGFXIN: FXRPT OPEN FAILED, FILE STATUS = "
                   WS-REPORT-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           IF WS-RC = 0
               PERFORM 5100-NEW-PAGE-PARA
           END-IF.

       2000-JUDGE-RATES-PARA.
           PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-CT
               PERFORM 2100-JUDGE-ONE-RATE-PARA
           END-PERFORM.

      * Each test runs only while the rate is still unjudged, so a
      * rate is printed once, with the first reason it failed.
       2100-JUDGE-ONE-RATE-PARA.
           MOVE WS-NEW-REC(WS-NEW-SUB) TO TRSY-RATE-REC.
           MOVE SPACE TO WS-ACTION-SW.
           MOVE SPACES TO WS-MESSAGE.
           MOVE SPACES TO WS-APPROVER.
           MOVE ZERO TO WS-OLD-EFF-DATE.
           MOVE ZERO TO WS-OLD-RATE.
           MOVE ZERO TO WS-MOVE-PCT.
           MOVE "N" TO WS-MOVE-SHOWN-SW.
           MOVE 0 TO WS-TOL-FIND.
           MOVE 0 TO WS-FILE-FIND.
           PERFORM 2110-CHECK-REPEAT-PARA.
           IF WS-ACTION-SW = SPACE
               PERFORM 2120-CHECK-CURRENCY-PARA
           END-IF.
           IF WS-ACTION-SW = SPACE
               PERFORM 2125-CHECK-ON-FILE-PARA
           END-IF.
           IF WS-ACTION-SW = SPACE
               PERFORM 2130-CHECK-EFF-DATE-PARA
           END-IF.
           IF WS-ACTION-SW = SPACE
               PERFORM 2140-CHECK-AGAINST-FILE-PARA
           END-IF.
           IF WS-ACTION-SW = SPACE
               PERFORM 2150-CHECK-MOVE-PARA
           END-IF.
           MOVE WS-ACTION-SW TO WS-NEW-STATUS(WS-NEW-SUB).
           EVALUATE WS-ACTION-SW
               WHEN "A"
                   PERFORM 2200-ACCEPT-RATE-PARA
               WHEN "H"
                   PERFORM 2300-HOLD-RATE-PARA
               WHEN "R"
                   ADD 1 TO WS-REFUSED-CT
                   MOVE "REFUSED" TO RL-ACTION
                   PERFORM 5200-WRITE-RATE-LINE-PARA
               WHEN "S"
                   ADD 1 TO WS-SUPERSEDED-CT
                   MOVE "SUPERSEDED" TO RL-ACTION
                   PERFORM 5200-WRITE-RATE-LINE-PARA
               WHEN "F"
                   ADD 1 TO WS-ON-FILE-CT
                   MOVE "ON FILE" TO RL-ACTION
                   PERFORM 5200-WRITE-RATE-LINE-PARA
               WHEN OTHER
                   ADD 1 TO WS-REPEAT-CT
           END-EVALUATE.

      * A held rate comes back every morning behind treasury's
      * file, which usually repeats it; the second copy of the
      * same currency, date and rate is passed over unprinted.
      * The same currency and date with a different rate is a
      * conflict, and the first record read - treasury's file
      * before the held queue - is the one judged.
       2110-CHECK-REPEAT-PARA.
           PERFORM VARYING WS-PREV-SUB FROM 1 BY 1
                   UNTIL WS-PREV-SUB NOT < WS-NEW-SUB
               IF WS-NEW-KEY(WS-PREV-SUB) = WS-NEW-KEY(WS-NEW-SUB)
                   IF WS-NEW-REC(WS-PREV-SUB) = WS-NEW-REC(WS-NEW-SUB)
                       MOVE "D" TO WS-ACTION-SW
                   ELSE
                       MOVE "R" TO WS-ACTION-SW
                       MOVE "DIFFERS FROM AN EARLIER RATE, SAME DAY"
                           TO WS-MESSAGE
                   END-IF
                   MOVE WS-NEW-SUB TO WS-PREV-SUB
               END-IF
           END-PERFORM.

       2120-CHECK-CURRENCY-PARA.
           MOVE 0 TO WS-TOL-FIND.
           PERFORM VARYING WS-TOL-SUB FROM 1 BY 1
                   UNTIL WS-TOL-SUB > WS-TOL-CT
               IF WS-TOL-CD(WS-TOL-SUB) = TRSY-CURR-CD
                   MOVE WS-TOL-SUB TO WS-TOL-FIND
                   MOVE WS-TOL-CT TO WS-TOL-SUB
               END-IF
           END-PERFORM.
           IF WS-TOL-FIND = 0
               MOVE "R" TO WS-ACTION-SW
               MOVE "CURRENCY IS NOT ON FXTOLER" TO WS-MESSAGE
           ELSE
               MOVE "Y" TO WS-TOL-SEEN-SW(WS-TOL-FIND)
               IF TRSY-RATE IS NOT NUMERIC
                   MOVE "R" TO WS-ACTION-SW
                   MOVE "RATE IS NOT NUMERIC" TO WS-MESSAGE
               ELSE
                   IF TRSY-RATE = ZERO
                       MOVE "R" TO WS-ACTION-SW
                       MOVE "RATE IS ZERO" TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

       2130-CHECK-EFF-DATE-PARA.
           IF TRSY-EFF-DATE IS NOT NUMERIC
               MOVE "R" TO WS-ACTION-SW
               MOVE "EFFECTIVE DATE IS NOT NUMERIC" TO WS-MESSAGE
           ELSE
               MOVE TRSY-EFF-DATE TO WS-DATE-WORK
               IF WS-DW-MM < 1 OR WS-DW-MM > 12
                   MOVE "R" TO WS-ACTION-SW
                   MOVE "EFFECTIVE DATE MONTH IS NOT 01-12"
                       TO WS-MESSAGE
               ELSE
                   PERFORM 8300-DAYS-IN-MONTH-PARA
                   IF WS-DW-DD < 1 OR WS-DW-DD > WS-DAYS-IN-MONTH
                       MOVE "R" TO WS-ACTION-SW
                       MOVE "EFFECTIVE DATE DAY IS NOT IN MONTH"
                           TO WS-MESSAGE
                   ELSE
                       PERFORM 2135-CHECK-WINDOW-PARA
                   END-IF
               END-IF
           END-IF.

      * Walks from the run date toward the effective date one day
      * at a time, as LEDGTEDT walks its staleness tolerance.
       2135-CHECK-WINDOW-PARA.
           IF TRSY-EFF-DATE = WS-RUN-DATE
               MOVE "Y" TO WS-DATE-OK-SW
           ELSE
               MOVE "N" TO WS-DATE-OK-SW
               MOVE WS-RUN-DATE TO WS-DATE-WORK
               PERFORM VARYING WS-DIFF-SUB FROM 1 BY 1
                       UNTIL WS-DIFF-SUB > WS-WINDOW-DAYS
                       OR WS-DATE-OK-SW = "Y"
                   IF TRSY-EFF-DATE > WS-RUN-DATE
                       PERFORM 8100-NEXT-DAY-PARA
                   ELSE
                       PERFORM 8200-PREV-DAY-PARA
                   END-IF
                   IF WS-DATE-WORK = TRSY-EFF-DATE
                       MOVE "Y" TO WS-DATE-OK-SW
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DATE-OK-SW = "N"
               MOVE "R" TO WS-ACTION-SW
               MOVE "EFFECTIVE DATE OUTSIDE THE WINDOW"
                   TO WS-MESSAGE
           END-IF.

      * The exact latest rate already on file is a rerun, or a
      * held rate treasury repeated after it was approved, and
      * passes quietly whatever its date. A currency new to
      * CURRPARM is refused once the file carries 20 currencies.
       2125-CHECK-ON-FILE-PARA.
           MOVE TRSY-CURR-CD TO WS-KEY-CD.
           PERFORM 8000-FIND-FILE-RATE-PARA.
           IF WS-FILE-FIND > 0
               MOVE WS-FILE-EFF-DATE(WS-FILE-FIND) TO WS-OLD-EFF-DATE
               MOVE WS-FILE-RATE(WS-FILE-FIND) TO WS-OLD-RATE
               IF WS-NEW-EFF-X(WS-NEW-SUB) IS NUMERIC
                   IF TRSY-EFF-DATE = WS-OLD-EFF-DATE AND
                           TRSY-RATE = WS-OLD-RATE
                       MOVE "F" TO WS-ACTION-SW
                       MOVE "ALREADY ON CURRPARM" TO WS-MESSAGE
                       PERFORM 2160-FIND-APPROVAL-PARA
                   END-IF
               END-IF
           ELSE
               IF WS-FILE-CT NOT < 20
                   MOVE "R" TO WS-ACTION-SW
                   MOVE "CURRENCY TABLE FULL" TO WS-MESSAGE
               END-IF
           END-IF.

      * CURRPARM only grows forward: anything else dated on or
      * before the latest rate on file is refused.
       2140-CHECK-AGAINST-FILE-PARA.
           IF WS-FILE-FIND > 0
               IF TRSY-EFF-DATE NOT > WS-OLD-EFF-DATE
                   MOVE "R" TO WS-ACTION-SW
                   MOVE "NOT AFTER THE LATEST RATE ON FILE"
                       TO WS-MESSAGE
               END-IF
           END-IF.

      * The move is measured against the latest rate on file. A
      * currency with nothing on file, or a zero rate there, has
      * nothing to measure against and always needs an approval.
       2150-CHECK-MOVE-PARA.
           IF WS-FILE-FIND = 0 OR WS-OLD-RATE = ZERO
               MOVE "NO RATE ON FILE TO MEASURE AGAINST"
                   TO WS-MESSAGE
           ELSE
               COMPUTE WS-RATE-DIFF = TRSY-RATE - WS-OLD-RATE
               COMPUTE WS-MOVE-WORK = WS-RATE-DIFF * 100
               COMPUTE WS-MOVE-PCT ROUNDED = WS-MOVE-WORK / WS-OLD-RATE
                   ON SIZE ERROR
                       IF WS-RATE-DIFF < ZERO
                           MOVE -99999.99 TO WS-MOVE-PCT
                       ELSE
                           MOVE 99999.99 TO WS-MOVE-PCT
                       END-IF
               END-COMPUTE
               MOVE "Y" TO WS-MOVE-SHOWN-SW
               IF WS-MOVE-PCT < ZERO
                   COMPUTE WS-ABS-PCT = 0 - WS-MOVE-PCT
               ELSE
                   MOVE WS-MOVE-PCT TO WS-ABS-PCT
               END-IF
               IF WS-ABS-PCT NOT > WS-TOL-PCT(WS-TOL-FIND)
                   MOVE "A" TO WS-ACTION-SW
                   MOVE "WITHIN TOLERANCE" TO WS-MESSAGE
                   PERFORM 2160-FIND-APPROVAL-PARA
               ELSE
                   MOVE "MOVE OUTSIDE TOLERANCE" TO WS-MESSAGE
               END-IF
           END-IF.
           IF WS-ACTION-SW = SPACE
               PERFORM 2160-FIND-APPROVAL-PARA
               IF WS-APPR-FIND > 0
                   MOVE "A" TO WS-ACTION-SW
                   ADD 1 TO WS-APPROVED-CT
                   IF WS-MOVE-SHOWN-SW = "Y"
                       MOVE "OUTSIDE TOLERANCE, APPROVED"
                           TO WS-MESSAGE
                   ELSE
                       MOVE "NO RATE ON FILE, APPROVED" TO WS-MESSAGE
                   END-IF
               ELSE
                   PERFORM 2170-CHECK-SUPERSEDED-PARA
               END-IF
           END-IF.

       2160-FIND-APPROVAL-PARA.
           MOVE 0 TO WS-APPR-FIND.
           PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
                   UNTIL WS-APPR-SUB > WS-APPR-CT
               IF WS-APPR-CD(WS-APPR-SUB) = TRSY-CURR-CD AND
                       WS-APPR-EFF-DATE(WS-APPR-SUB) = TRSY-EFF-DATE
                       AND WS-APPR-RATE(WS-APPR-SUB) = TRSY-RATE
                   MOVE WS-APPR-SUB TO WS-APPR-FIND
                   MOVE WS-APPR-CT TO WS-APPR-SUB
               END-IF
           END-PERFORM.
           IF WS-APPR-FIND > 0
               MOVE "Y" TO WS-APPR-USED-SW(WS-APPR-FIND)
               MOVE WS-APPR-APPROVER(WS-APPR-FIND) TO WS-APPROVER
           END-IF.

      * An unapproved rate with a later-dated rate behind it for
      * the same currency is out of date before anyone approves
      * it; the later rate is judged on its own.
       2170-CHECK-SUPERSEDED-PARA.
           MOVE "H" TO WS-ACTION-SW.
           PERFORM VARYING WS-LATER-SUB FROM WS-NEW-SUB BY 1
                   UNTIL WS-LATER-SUB > WS-NEW-CT
               IF WS-NEW-CD(WS-LATER-SUB) = TRSY-CURR-CD AND
                       WS-NEW-EFF-X(WS-LATER-SUB) >
                       WS-NEW-EFF-X(WS-NEW-SUB)
                   MOVE "S" TO WS-ACTION-SW
                   MOVE "SUPERSEDED BY A LATER RATE" TO WS-MESSAGE
                   MOVE WS-NEW-CT TO WS-LATER-SUB
               END-IF
           END-PERFORM.

      * The accepted rate becomes the one on file, so a later rate
      * for the same currency this morning is measured against it.
      * A new currency always has room here; the on-file check
      * refused it otherwise.
       2200-ACCEPT-RATE-PARA.
           ADD 1 TO WS-ACCEPT-CT.
           IF WS-FILE-FIND = 0
               ADD 1 TO WS-FILE-CT
               MOVE WS-FILE-CT TO WS-FILE-FIND
               MOVE TRSY-CURR-CD TO WS-FILE-CD(WS-FILE-FIND)
           END-IF.
           MOVE TRSY-EFF-DATE TO WS-FILE-EFF-DATE(WS-FILE-FIND).
           MOVE TRSY-RATE TO WS-FILE-RATE(WS-FILE-FIND).
           MOVE "ACCEPTED" TO RL-ACTION.
           PERFORM 5200-WRITE-RATE-LINE-PARA.

       2300-HOLD-RATE-PARA.
           WRITE HELDOUT-REC FROM TRSY-RATE-REC.
           IF WS-HELDOUT-STATUS NOT = "00"
               DISPLAY "LEDGFXIN: FXHELDO WRITE FAILED, STATUS = "
                   WS-HELDOUT-STATUS
               MOVE 12 TO WS-RC
           ELSE
               ADD 1 TO WS-HELD-CT
               MOVE "HELD" TO RL-ACTION
               PERFORM 5200-WRITE-RATE-LINE-PARA
           END-IF.

      * An approval no rate claimed names a rate that was not
      * taken - mistyped, for a rate treasury never sent, or for
      * one refused on another check - and treasury has to look at
      * it again.
       3000-CHECK-APPROVALS-PARA.
           PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
                   UNTIL WS-APPR-SUB > WS-APPR-CT
               IF WS-APPR-USED-SW(WS-APPR-SUB) = "N"
                   ADD 1 TO WS-APPR-BAD-CT
                   MOVE "REFUSED" TO RL-ACTION
                   MOVE WS-APPR-CD(WS-APPR-SUB) TO RL-CURR-CD
                   MOVE WS-APPR-EFF-DATE(WS-APPR-SUB) TO RL-EFF-DATE
                   MOVE SPACES TO RL-OLD-EFF-DATE
                   MOVE SPACES TO RL-OLD-RATE-X
                   MOVE WS-APPR-RATE(WS-APPR-SUB) TO RL-NEW-RATE
                   MOVE SPACES TO RL-MOVE-PCT-X
                   MOVE SPACES TO RL-TOL-PCT-X
                   MOVE WS-APPR-APPROVER(WS-APPR-SUB) TO RL-APPROVER
                   MOVE "APPROVAL MATCHES NO RATE TAKEN"
                       TO RL-MESSAGE
                   MOVE WS-RATE-LINE TO WS-PRINT-LINE
                   PERFORM 5000-WRITE-LINE-PARA
               END-IF
           END-PERFORM.

      * Every known currency that received no rate this morning,
      * with the rate that stays in force for it.
       3100-LIST-NO-RATE-PARA.
           PERFORM VARYING WS-TOL-SUB FROM 1 BY 1
                   UNTIL WS-TOL-SUB > WS-TOL-CT
               IF WS-TOL-SEEN-SW(WS-TOL-SUB) = "N"
                   MOVE "NO RATE" TO RL-ACTION
                   MOVE WS-TOL-CD(WS-TOL-SUB) TO RL-CURR-CD
                   MOVE SPACES TO RL-EFF-DATE
                   MOVE WS-TOL-CD(WS-TOL-SUB) TO WS-KEY-CD
                   PERFORM 8000-FIND-FILE-RATE-PARA
                   IF WS-FILE-FIND > 0
                       MOVE WS-FILE-EFF-DATE(WS-FILE-FIND)
                           TO RL-OLD-EFF-DATE
                       MOVE WS-FILE-RATE(WS-FILE-FIND) TO RL-OLD-RATE
                       MOVE "RATE ON FILE STAYS IN FORCE"
                           TO RL-MESSAGE
                   ELSE
                       MOVE SPACES TO RL-OLD-EFF-DATE
                       MOVE SPACES TO RL-OLD-RATE-X
                       MOVE "NO RATE ON FILE EITHER" TO RL-MESSAGE
                   END-IF
                   MOVE SPACES TO RL-NEW-RATE-X
                   MOVE SPACES TO RL-MOVE-PCT-X
                   MOVE WS-TOL-PCT(WS-TOL-SUB) TO RL-TOL-PCT
                   MOVE SPACES TO RL-APPROVER
                   MOVE WS-RATE-LINE TO WS-PRINT-LINE
                   PERFORM 5000-WRITE-LINE-PARA
               END-IF
           END-PERFORM.

      * Every record on the old CURRPARM goes across as it stands,
      * then the rates accepted this morning in currency and date
      * order.
       3500-WRITE-CURRPARM-PARA.
           OPEN INPUT CURRIN-FILE.
           IF WS-CURRIN-STATUS = "35"
               MOVE "10" TO WS-CURRIN-STATUS
           ELSE
               IF WS-CURRIN-STATUS NOT = "00"
                   DISPLAY "LEDGFXIN: CURRIN REOPEN FAILED, FILE "
                       "STATUS = " WS-CURRIN-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-CURRIN-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL WS-CURRIN-STATUS = "10"
               READ CURRIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-CARRIED-CT
                       MOVE CURR-PARM-REC TO CURROUT-REC
                       PERFORM 3510-WRITE-CURROUT-PARA
               END-READ
               IF WS-CURRIN-STATUS NOT = "00" AND
                       WS-CURRIN-STATUS NOT = "10"
                   DISPLAY "LEDGFXIN: CURRIN READ FAILED, STATUS = "
                       WS-CURRIN-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-CURRIN-STATUS
               END-IF
           END-PERFORM.
           CLOSE CURRIN-FILE.
           PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-CT
               IF WS-NEW-STATUS(WS-NEW-SUB) = "A"
                   MOVE WS-NEW-REC(WS-NEW-SUB) TO CURROUT-REC
                   PERFORM 3510-WRITE-CURROUT-PARA
               END-IF
           END-PERFORM.

       3510-WRITE-CURROUT-PARA.
           WRITE CURROUT-REC.
           IF WS-CURROUT-STATUS NOT = "00"
               DISPLAY "LEDGFXIN: CURROUT WRITE FAILED, STATUS = "
                   WS-CURROUT-STATUS
               MOVE 12 TO WS-RC
           ELSE
               ADD 1 TO WS-WRITTEN-CT
           END-IF.

       4000-PRINT-SUMMARY-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-READ-CT TO WS-DISP-CT.
           STRING "RATES RECEIVED           " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-ACCEPT-CT TO WS-DISP-CT.
           STRING "ACCEPTED                 " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-APPROVED-CT TO WS-DISP-CT.
           STRING "  ON APPROVAL            " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-HELD-CT TO WS-DISP-CT.
           STRING "HELD FOR APPROVAL        " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-REFUSED-CT TO WS-DISP-CT.
           STRING "REFUSED                  " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-SUPERSEDED-CT TO WS-DISP-CT.
           STRING "SUPERSEDED               " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-ON-FILE-CT TO WS-DISP-CT.
           STRING "ALREADY ON CURRPARM      " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-REPEAT-CT TO WS-DISP-CT.
           STRING "REPEATED, PASSED OVER    " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-APPR-BAD-CT TO WS-DISP-CT.
           STRING "APPROVALS REFUSED        " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-CARRIED-CT TO WS-DISP-CT.
           STRING "CURRPARM RECORDS CARRIED " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-WRITTEN-CT TO WS-DISP-CT.
           STRING "CURRPARM RECORDS WRITTEN " DELIMITED BY SIZE
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
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM WS-HEAD-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 4 TO WS-LINE-CT.

      * One line for the rate in hand, RL-ACTION already set. The
      * rate on file shows as it stood before this rate was
      * judged; the move shows only where one was measured.
       5200-WRITE-RATE-LINE-PARA.
           MOVE TRSY-CURR-CD TO RL-CURR-CD.
           MOVE WS-NEW-EFF-X(WS-NEW-SUB) TO RL-EFF-DATE.
           IF WS-OLD-EFF-DATE = ZERO
               MOVE SPACES TO RL-OLD-EFF-DATE
               MOVE SPACES TO RL-OLD-RATE-X
           ELSE
               MOVE WS-OLD-EFF-DATE TO RL-OLD-EFF-DATE
               MOVE WS-OLD-RATE TO RL-OLD-RATE
           END-IF.
           IF TRSY-RATE IS NUMERIC
               MOVE TRSY-RATE TO RL-NEW-RATE
           ELSE
               MOVE WS-NEW-REC(WS-NEW-SUB)(12:9) TO RL-NEW-RATE-X
           END-IF.
           IF WS-MOVE-SHOWN-SW = "Y"
               MOVE WS-MOVE-PCT TO RL-MOVE-PCT
           ELSE
               MOVE SPACES TO RL-MOVE-PCT-X
           END-IF.
           IF WS-TOL-FIND > 0
               MOVE WS-TOL-PCT(WS-TOL-FIND) TO RL-TOL-PCT
           ELSE
               MOVE SPACES TO RL-TOL-PCT-X
           END-IF.
           MOVE WS-APPROVER TO RL-APPROVER.
           MOVE WS-MESSAGE TO RL-MESSAGE.
           MOVE WS-RATE-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

       8000-FIND-FILE-RATE-PARA.
           MOVE 0 TO WS-FILE-FIND.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-CT
               IF WS-FILE-CD(WS-FILE-SUB) = WS-KEY-CD
                   MOVE WS-FILE-SUB TO WS-FILE-FIND
                   MOVE WS-FILE-CT TO WS-FILE-SUB
               END-IF
           END-PERFORM.

       8100-NEXT-DAY-PARA.
           PERFORM 8300-DAYS-IN-MONTH-PARA.
           ADD 1 TO WS-DW-DD.
           IF WS-DW-DD > WS-DAYS-IN-MONTH
               MOVE 1 TO WS-DW-DD
               ADD 1 TO WS-DW-MM
               IF WS-DW-MM > 12
                   MOVE 1 TO WS-DW-MM
                   ADD 1 TO WS-DW-YYYY
               END-IF
           END-IF.

       8200-PREV-DAY-PARA.
           IF WS-DW-DD > 1
               SUBTRACT 1 FROM WS-DW-DD
           ELSE
               SUBTRACT 1 FROM WS-DW-MM
               IF WS-DW-MM = 0
                   MOVE 12 TO WS-DW-MM
                   SUBTRACT 1 FROM WS-DW-YYYY
               END-IF
               PERFORM 8300-DAYS-IN-MONTH-PARA
               MOVE WS-DAYS-IN-MONTH TO WS-DW-DD
           END-IF.

       8300-DAYS-IN-MONTH-PARA.
           EVALUATE WS-DW-MM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   DIVIDE WS-DW-YYYY BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-DW-YYYY BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-DW-YYYY BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = 0 AND
                           (WS-LEAP-REM-100 NOT = 0 OR
                            WS-LEAP-REM-400 = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

       9000-TERMINATE-PARA.
           CLOSE CURROUT-FILE.
           CLOSE HELDOUT-FILE.
           CLOSE REPORT-FILE.
