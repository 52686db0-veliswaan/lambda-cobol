      * now land in a cumulative suspense dataset (see SUSPREC.cpy)
      * that this program works as a queue, in two passes driven
      * by the PARM:
      *   RECYCLE,DAYS - run at the head of the region's stream,
      *     behind its banner. Reads the suspense carried in from
      *     last night and BANRLOG's entries for tonight; every
      *     entry whose region opened tonight (NORMAL or RERUN) is
      *     re-presented - its original 50-byte transaction is
      *     written to the RECYCLE dataset the JCL concatenates
      *     into the extract step's input beside the edited
      *     transactions (it passed the edit when it first came
      *     in) - and its full suspense record, aged one cycle,
      *     is noted on the RCYWORK dataset so the absorb pass can
      *     recognize it if it comes back. A recycled reversal or
      *     correction is not on tonight's REVXREF, so the extract
      *     rejects it NO XREF and it comes back every night until
      *     it is re-entered at source through the edit.
      *     Everything else ages one cycle and is carried forward,
      *     and any entry older than DAYS cycles - recycled or
      *     carried - is flagged OVERAGE for manual action.
      *   ABSORB - run after posting. Carries the post-recycle
      *     suspense forward and appends tonight's extract
      *     (REJECTS) and posting (PSTREJS) rejects. A reject that
      *     matches an entry recycled tonight goes back in
      *     RETAINED, keeping its original reject date and
      *     accumulated age, so an entry that fails night after
      *     night keeps aging toward the OVERAGE flag instead of
      *     restarting at zero; only a reject with no recycled
      *     match is NEW at age zero, stamped with its region's
      *     business date from BANRLOG. Edit drops (EDTREJS) are
      *     fresh bad input, corrected at source per the edit
      *     report, and are counted but never queued - recycled
      *     entries join the stream behind the edit, so none of
      *     them can be among the drops.
      * Both passes print what moved and what is still aging on
      * the SUSPRPT report with the reject reason and age, the way
      * BANREDIT prints the control-file edit. What each pass
      * re-presented, absorbed from each reject dataset, or left
      * to source as a fresh edit drop is handed to LEDGFLOW per
      * region and currency for the conservation proof, as step
      * LEDGSRCY for the recycle pass and LEDGSABS for the absorb
      * pass. Each region works its own suspense in its own
      * stream, naming itself as a third PARM value (RECYCLE,DAYS,
      * REGION or ABSORB,,REGION): the recycle pass then judges
      * only that region's entries and leaves every other region's
      * out of SUSPOUT, and the absorb pass takes only that
      * region's rejects, so the shared edit drops on EDTREJS are
      * absorbed once, by the stream that owns them. The absorb
      * pass then rereads the other regions' entries, not aged and
      * not printed, from the suspense generation current when it
      * runs (SUSPALL), not from the one the recycle pass read: a
      * stream restarted after another region's stream has run
      * picks up that region's work instead of rolling it back.
      * Without a region every region is worked in one pass. Ends
      * RETURN-CODE 4 when anything is flagged OVERAGE, 8 on a
      * missing or unusable PARM mode or a region not on REGNPARM,
      * 12 on a file error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPIN-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.
           SELECT SUSPALL-FILE ASSIGN TO "SUSPALL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPALL-STATUS.
           SELECT SUSPOUT-FILE ASSIGN TO "SUSPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPOUT-STATUS.
       FD  SUSPIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 SUSPIN-REC              PIC X(73).

       FD  SUSPALL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 SUSPALL-REC             PIC X(73).

       FD  SUSPOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 SUSPOUT-REC             PIC X(73).

       FD  RECYCLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 RECYCLE-REC             PIC X(50).

       FD  REJ1-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 REJ1-REC.
          05 REJ1-TRAN-DATA       PIC X(50).
          05 REJ1-REASON          PIC X(12).

       FD  REJ2-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 REJ2-REC.
          05 REJ2-TRAN-DATA       PIC X(50).
          05 REJ2-REASON          PIC X(12).

       FD  REJ3-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 REJ3-REC.
          05 REJ3-TRAN-DATA       PIC X(50).
          05 REJ3-REASON          PIC X(12).

       FD  RCYW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 RCYW-REC                PIC X(73).

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD

       WORKING-STORAGE SECTION.
       01 WS-SUSPIN-STATUS        PIC X(2).
       01 WS-SUSPALL-STATUS       PIC X(2).
       01 WS-SUSPOUT-STATUS       PIC X(2).
       01 WS-RECYCLE-STATUS       PIC X(2).
       01 WS-REJ1-STATUS          PIC X(2).
       01 WS-RC                   PIC S9(4) COMP VALUE 0.

       COPY SUSPREC.
       COPY LEDGTRAN.

       01 WS-PARM-STRING          PIC X(80) VALUE SPACES.
       01 WS-MODE-PARM            PIC X(7)  VALUE SPACES.
       01 WS-PARM-LEN             PIC 9(2)  COMP VALUE ZERO.
       01 WS-PARM-SUB             PIC 9(2)  COMP VALUE ZERO.
       01 WS-OVERAGE-DAYS         PIC 9(3)  VALUE 7.
       01 WS-PARM-REGION          PIC X(4)  VALUE SPACES.
          88 ALL-REGIONS          VALUE SPACES.

       COPY REGNTAB.

       01 WS-NEW-CT               PIC 9(7) COMP VALUE ZERO.
       01 WS-RETAINED-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-EDTSKIP-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-OTHER-CT             PIC 9(7) COMP VALUE ZERO.

      * Entries recycled by tonight's RECYCLE pass, written to
      * RCYWORK with their reject date and incremented age and
       01 WS-RCYW-TABLE.
          05 WS-RCYW-CT           PIC 9(3) COMP VALUE ZERO.
          05 WS-RCYW-ENTRY OCCURS 500 TIMES.
             10 WS-RCYW-TRAN      PIC X(50).
             10 WS-RCYW-REJ-DATE  PIC 9(8).
             10 WS-RCYW-AGE       PIC 9(3).
             10 WS-RCYW-MATCH-SW  PIC X(1).
       01 WS-TIME-RUN-ID          PIC 9(6)  VALUE ZERO.
       01 WS-TIME-EVENT           PIC X(5).

      * Flow-tally work fields for the shared LEDGFLOW handoff;
      * the step name follows the pass.
       01 WS-FLOW-FUNCTION        PIC X(4).
       01 WS-FLOW-STEP            PIC X(8)  VALUE "LEDGSABS".
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
               ELSE
                   PERFORM 3000-ABSORB-PASS-PARA
               END-IF
               PERFORM 3700-SEND-FLOW-PARA
               PERFORM 4000-PRINT-SUMMARY-PARA
               PERFORM 9000-TERMINATE-PARA
           END-IF.

       1000-INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF NOT RECYCLE-MODE AND NOT ABSORB-MODE
               DISPLAY "LEDGSUSP: PARM MODE IS NOT RECYCLE OR ABSORB,"
                   " NOTHING DONE"
               MOVE 8 TO WS-RC
           END-IF.
           IF RECYCLE-MODE
               MOVE "LEDGSRCY" TO WS-FLOW-STEP
           END-IF.
           MOVE ZERO TO WS-PARM-LEN.
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 3
                   MOVE WS-RUN-DATE TO WS-RGN-BUS-DATE(WS-RGN-SUB)
               END-PERFORM
               PERFORM 1100-LOAD-REGION-TABLE-PARA
               IF NOT ALL-REGIONS
                   PERFORM 1150-CHECK-PARM-REGION-PARA
               END-IF
           END-IF.
           IF WS-RC = 0
               PERFORM 1200-MARK-OPEN-REGIONS-PARA
               PERFORM 1300-OPEN-FILES-PARA
           END-IF.

      * Read ahead of the START stamp so a regional run's step-log
      * records carry its region.
       1050-READ-PARM-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-MODE-PARM WS-DAYS-PARM WS-PARM-REGION
           END-UNSTRING.

      * Same REGNPARM load as LEDGREXT's 1100/1110/1120 paragraphs;
      * the suspense pass must agree with the rest of the stream
      * on what a region is.
               END-READ
           END-PERFORM.

      * A regional stream naming a region REGNPARM does not know
      * would carry the whole queue untouched and absorb nothing;
      * that is a JCL or PARM mistake, so the step stops instead.
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
               DISPLAY "LEDGSUSP: REGION " WS-PARM-REGION
                   " IS NOT ON REGNPARM, NOTHING DONE"
               MOVE 8 TO WS-RC
           END-IF.

      * A region "opened tonight" when BANRLOG holds a NORMAL or
      * RERUN entry for it dated today - the same openness test
      * LEDGREXT applies, and the trigger for re-presenting that
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALL-REGIONS OR
                               SUSP-TRAN-DATA(11:4) = WS-PARM-REGION
                           ADD 1 TO WS-IN-CT
                           PERFORM 2100-JUDGE-ONE-ENTRY-PARA
                       ELSE
                           PERFORM 2050-PASS-OTHER-PARA
                       END-IF
               END-READ
               IF WS-SUSPIN-STATUS NOT = "00" AND
                       WS-SUSPIN-STATUS NOT = "10"
               END-IF
           END-PERFORM.

      * Another region's entry belongs to that region's stream and
      * stays out of SUSPOUT; the absorb pass takes it back from
      * the suspense generation current when it runs.
       2050-PASS-OTHER-PARA.
           ADD 1 TO WS-OTHER-CT.

      * An entry re-presents when its region opened tonight,
      * whatever the original reject reason - a NOT OPENED reject
      * obviously clears, and a data reject corrected on the
                   MOVE 12 TO WS-RC
               ELSE
                   ADD 1 TO WS-RECYCLE-CT
                   MOVE "RECYCLED" TO WS-FLOW-BUCKET
                   PERFORM 3600-TALLY-FLOW-PARA
                   IF SUSP-AGE-DAYS > WS-OVERAGE-DAYS
                       ADD 1 TO WS-OVERAGE-CT
                       MOVE "RECY/OVR" TO SL-ACTION

       3000-ABSORB-PASS-PARA.
           PERFORM 3050-LOAD-RCYW-PARA.
           IF NOT ALL-REGIONS
               PERFORM 3020-CARRY-OTHERS-PARA
           END-IF.
           PERFORM UNTIL WS-SUSPIN-STATUS = "10"
               READ SUSPIN-FILE INTO SUSP-REC
                   AT END
           PERFORM 3300-ABSORB-REJ2-PARA.
           PERFORM 3500-ABSORB-REJ3-PARA.

      * Every other region's entries come from the suspense
      * generation current now, exactly as they stand there; this
      * region's entries there are superseded by the recycle
      * pass's SUSPIN and tonight's rejects. A missing SUSPALL is
      * an empty queue, as for SUSPIN.
       3020-CARRY-OTHERS-PARA.
           OPEN INPUT SUSPALL-FILE.
           IF WS-SUSPALL-STATUS = "35"
               MOVE "10" TO WS-SUSPALL-STATUS
           ELSE
               IF WS-SUSPALL-STATUS NOT = "00"
                   DISPLAY "LEDGSUSP: SUSPALL OPEN FAILED, FILE "
                       "STATUS = " WS-SUSPALL-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-SUSPALL-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL WS-SUSPALL-STATUS = "10"
               READ SUSPALL-FILE INTO SUSP-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SUSP-TRAN-DATA(11:4) NOT = WS-PARM-REGION
                           ADD 1 TO WS-OTHER-CT
                           PERFORM 3100-CARRY-FORWARD-PARA
                       END-IF
               END-READ
               IF WS-SUSPALL-STATUS NOT = "00" AND
                       WS-SUSPALL-STATUS NOT = "10"
                   DISPLAY "LEDGSUSP: SUSPALL READ FAILED, STATUS = "
                       WS-SUSPALL-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-SUSPALL-STATUS
               END-IF
           END-PERFORM.
           CLOSE SUSPALL-FILE.

      * Reloads the entries tonight's RECYCLE pass re-presented.
      * A missing RCYWORK is a night the recycle pass had nothing
      * to do, not an error.
               END-IF
           END-PERFORM.

      * Edit drops never enter the queue: a drop is bad input
      * corrected at source, and queuing it would re-present it
      * nightly - a dropped duplicate would even post. Each one
      * is counted for the conservation proof and left there.
       3500-ABSORB-REJ3-PARA.
           OPEN INPUT REJ3-FILE.
           IF WS-REJ3-STATUS = "35"
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALL-REGIONS OR
                               REJ3-TRAN-DATA(11:4) = WS-PARM-REGION
                           PERFORM 3510-ABSORB-ONE-EDIT-PARA
                       END-IF
               END-READ
               IF WS-REJ3-STATUS NOT = "00" AND
           END-PERFORM.
           CLOSE REJ3-FILE.

       3510-ABSORB-ONE-EDIT-PARA.
           MOVE REJ3-TRAN-DATA TO SUSP-TRAN-DATA.
           ADD 1 TO WS-EDTSKIP-CT.
           MOVE "EDITDROP" TO WS-FLOW-BUCKET.
           PERFORM 3600-TALLY-FLOW-PARA.

       3460-RETAIN-ENTRY-PARA.
           MOVE "Y" TO WS-RCYW-MATCH-SW(WS-RCYW-FIND).
           MOVE WS-RCYW-REJ-DATE(WS-RCYW-FIND) TO SUSP-REJ-DATE.
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALL-REGIONS OR
                               REJ1-TRAN-DATA(11:4) = WS-PARM-REGION
                           MOVE REJ1-TRAN-DATA TO SUSP-TRAN-DATA
                           MOVE REJ1-REASON TO SUSP-REASON
                           MOVE "SUSPEXT" TO WS-FLOW-BUCKET
                           PERFORM 3600-TALLY-FLOW-PARA
                           PERFORM 3400-NEW-SUSP-ENTRY-PARA
                       END-IF
               END-READ
               IF WS-REJ1-STATUS NOT = "00" AND
                       WS-REJ1-STATUS NOT = "10"
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALL-REGIONS OR
                               REJ2-TRAN-DATA(11:4) = WS-PARM-REGION
                           MOVE REJ2-TRAN-DATA TO SUSP-TRAN-DATA
                           MOVE REJ2-REASON TO SUSP-REASON
                           MOVE "SUSPPST" TO WS-FLOW-BUCKET
                           PERFORM 3600-TALLY-FLOW-PARA
                           PERFORM 3400-NEW-SUSP-ENTRY-PARA
                       END-IF
               END-READ
               IF WS-REJ2-STATUS NOT = "00" AND
                       WS-REJ2-STATUS NOT = "10"
               PERFORM 5200-WRITE-SUSP-LINE-PARA
           END-IF.

      * One transaction in SUSP-TRAN-DATA into the bucket named in
      * WS-FLOW-BUCKET; an amount that is not numeric counts as
      * zero, the same rule every step applies.
       3600-TALLY-FLOW-PARA.
           MOVE SUSP-TRAN-DATA TO LEDG-TRAN-REC.
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

       3700-SEND-FLOW-PARA.
           MOVE "SEND" TO WS-FLOW-FUNCTION.
           MOVE WS-PARM-REGION TO WS-FLOW-REGION.
           CALL "LEDGFLOW" USING WS-FLOW-FUNCTION, WS-FLOW-STEP,
               WS-FLOW-BUCKET, WS-FLOW-REGION, WS-FLOW-CURR,
               WS-FLOW-COUNT, WS-FLOW-AMT, WS-FLOW-BASE, WS-RC.

       4000-PRINT-SUMMARY-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
                   WS-DISP-CT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
               IF NOT ALL-REGIONS
                   MOVE WS-OTHER-CT TO WS-DISP-CT
                   STRING "OTHER REGIONS LEFT       "
                       DELIMITED BY SIZE
                       WS-DISP-CT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 5000-WRITE-LINE-PARA
               END-IF
           ELSE
               MOVE WS-NEW-CT TO WS-DISP-CT
               STRING "NEW REJECTS ABSORBED     " DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
               MOVE WS-EDTSKIP-CT TO WS-DISP-CT
               STRING "EDIT DROPS TO SOURCE     " DELIMITED BY SIZE
                   WS-DISP-CT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
               IF NOT ALL-REGIONS
                   MOVE WS-OTHER-CT TO WS-DISP-CT
                   STRING "OTHER REGIONS CARRIED    "
                       DELIMITED BY SIZE
                       WS-DISP-CT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 5000-WRITE-LINE-PARA
               END-IF
           END-IF.

       5000-WRITE-LINE-PARA.
