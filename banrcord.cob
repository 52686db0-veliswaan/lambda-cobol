       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANRCORD.
      * Cross-region coordinator, run at the head of the NIGHTEND
      * job once the regional streams have had their night. Each
      * region runs its own stream - open, extract, posting,
      * balance, proof and close - and can fail and be restarted
      * on its own, so work that spans every region (account
      * maintenance, the balance feed, the hold-release filing,
      * the event-feed transfer and the BANRLOG archive) must not
      * start until every region is through. Reads the region list
      * from REGNPARM the way BANRGATE does and walks BANRLOG to
      * each region's latest cycle - its latest NORMAL, RERUN or
      * NOCYCLE entry, with that entry's business date. The
      * machine date plays no part, because this job runs behind
      * three separate regional jobs and often starts after
      * midnight. The cycle is finished when an open has a CLOSE
      * entry paired to its run-id, or when it is a calendar
      * NOCYCLE day. An open beats a no-cycle for the same
      * business date, as in the gate, and a rerun after a close
      * reopens the region until it closes again. The CORDIN
      * dataset (see CORDREL.cpy) names the cycle each region was
      * last released for; a region whose latest cycle is that
      * one has not run since, and holds the night like an
      * unclosed one. Every region that is not finished is named
      * on the operator console with how far it got - not opened,
      * opened under which run-id, or nothing since the last
      * release - so the morning call knows which stream to chase.
      * CORDOUT is the next release generation: tonight's cycles
      * when every region is finished, otherwise the last release
      * carried forward. Cross-region steps carry a single COND on
      * this step. RETURN-CODE 0 when every region is finished, 8
      * when any is not, 12 on a file error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "BANRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT REGION-FILE ASSIGN TO "REGNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGNPARM-STATUS.
           SELECT RELIN-FILE ASSIGN TO "CORDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELIN-STATUS.
           SELECT RELOUT-FILE ASSIGN TO "CORDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY BANRLOG.

       FD  REGION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY REGNPARM.

       FD  RELIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CORDREL.

       FD  RELOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 RELOUT-REC              PIC X(35).

       WORKING-STORAGE SECTION.
       01 WS-RUNLOG-STATUS        PIC X(2).
       01 WS-REGNPARM-STATUS      PIC X(2).
       01 WS-RELIN-STATUS         PIC X(2).
       01 WS-RELOUT-STATUS        PIC X(2).
       01 WS-RC                   PIC S9(4) COMP VALUE 0.

       COPY REGNTAB.

       01 WS-RUN-STAMP.
          05 WS-RUN-DATE          PIC 9(8).
          05 WS-RUN-TIME          PIC 9(8).

      * Per-region state, parallel to WS-REGION-TABLE: no cycle
      * on the log ("N"), opened ("O"), opened and closed ("X"),
      * or a calendar no-cycle day ("C"), with the run-id (zero
      * for a no-cycle day) and business date of the latest
      * cycle; then the cycle last released from CORDIN, state
      * spaces when there is none.
       01 WS-REGION-WORK.
          05 WS-RGN-WORK-ENTRY OCCURS 10 TIMES.
             10 WS-RGN-STATE-SW   PIC X(1).
             10 WS-RGN-OPEN-ID    PIC 9(6).
             10 WS-RGN-BUS-DATE   PIC 9(8).
             10 WS-RGN-REL-STATE  PIC X(1).
             10 WS-RGN-REL-ID     PIC 9(6).
             10 WS-RGN-REL-DATE   PIC 9(8).
             10 WS-RGN-REL-RUN    PIC 9(8).
             10 WS-RGN-REL-TIME   PIC 9(8).
       01 WS-RGN-SUB              PIC 9(2) COMP.
       01 WS-SUB                  PIC 9(2) COMP.
       01 WS-CLOSED-CT            PIC 9(2) COMP VALUE ZERO.
       01 WS-NOCYCLE-CT           PIC 9(2) COMP VALUE ZERO.
       01 WS-PENDING-CT           PIC 9(2) COMP VALUE ZERO.
       01 WS-STALE-CT             PIC 9(2) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE-PARA.
           IF WS-RC < 12
               PERFORM 2000-SCAN-RUN-LOG-PARA
           END-IF.
           IF WS-RC < 12
               PERFORM 3000-JUDGE-REGIONS-PARA
               PERFORM 4000-WRITE-RELEASE-PARA
           END-IF.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 1100-LOAD-REGION-TABLE-PARA.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > 10
               MOVE "N" TO WS-RGN-STATE-SW(WS-RGN-SUB)
               MOVE ZERO TO WS-RGN-OPEN-ID(WS-RGN-SUB)
               MOVE ZERO TO WS-RGN-BUS-DATE(WS-RGN-SUB)
               MOVE SPACE TO WS-RGN-REL-STATE(WS-RGN-SUB)
               MOVE ZERO TO WS-RGN-REL-ID(WS-RGN-SUB)
               MOVE ZERO TO WS-RGN-REL-DATE(WS-RGN-SUB)
               MOVE ZERO TO WS-RGN-REL-RUN(WS-RGN-SUB)
               MOVE ZERO TO WS-RGN-REL-TIME(WS-RGN-SUB)
           END-PERFORM.
           PERFORM 1200-LOAD-RELEASE-PARA.

      * Same REGNPARM load as BANRGATE's 1100/1110/1120 paragraphs,
      * so the coordinator waits on exactly the regions the banner
      * steps are configured with.
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

      * The release the previous run filed. No CORDIN dataset, or
      * an empty one, is the first night: nothing released yet.
       1200-LOAD-RELEASE-PARA.
           OPEN INPUT RELIN-FILE.
           IF WS-RELIN-STATUS = "35"
               MOVE "10" TO WS-RELIN-STATUS
           ELSE
               IF WS-RELIN-STATUS NOT = "00"
                   DISPLAY "BANRCORD: CORDIN OPEN FAILED, "
                       "FILE STATUS = " WS-RELIN-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-RELIN-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL WS-RELIN-STATUS = "10"
               READ RELIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1210-STORE-RELEASE-PARA
               END-READ
               IF WS-RELIN-STATUS NOT = "00" AND
                       WS-RELIN-STATUS NOT = "10"
                   DISPLAY "BANRCORD: CORDIN READ FAILED, "
                       "STATUS = " WS-RELIN-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-RELIN-STATUS
               END-IF
           END-PERFORM.
           CLOSE RELIN-FILE.

       1210-STORE-RELEASE-PARA.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REGION-CT
               IF WS-REGION-CD(WS-SUB) = CREL-REGION-CD
                   MOVE CREL-STATE TO WS-RGN-REL-STATE(WS-SUB)
                   MOVE CREL-OPEN-RUN-ID TO WS-RGN-REL-ID(WS-SUB)
                   MOVE CREL-BUS-DATE TO WS-RGN-REL-DATE(WS-SUB)
                   MOVE CREL-RUN-DATE TO WS-RGN-REL-RUN(WS-SUB)
                   MOVE CREL-RUN-TIME TO WS-RGN-REL-TIME(WS-SUB)
                   MOVE WS-REGION-CT TO WS-SUB
               END-IF
           END-PERFORM.

      * BANRLOG is in write order, so each entry moves its region's
      * state forward from where the entries before it left it,
      * and what is left at the end is the region's latest cycle.
      * A CLOSE is matched on the open run-id it carries. A no-cycle
      * entry for the business date a region has already opened
      * leaves the open standing.
       2000-SCAN-RUN-LOG-PARA.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
               DISPLAY "BANRCORD: BANRLOG NOT FOUND, NO REGION OPEN"
           ELSE
               IF WS-RUNLOG-STATUS NOT = "00"
                   DISPLAY "BANRCORD: BANRLOG OPEN FAILED, "
                       "FILE STATUS = " WS-RUNLOG-STATUS
                   MOVE 12 TO WS-RC
               ELSE
                   PERFORM UNTIL WS-RUNLOG-STATUS = "10"
                       READ RUN-LOG-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 2100-APPLY-ONE-ENTRY-PARA
                       END-READ
                       IF WS-RUNLOG-STATUS NOT = "00" AND
                               WS-RUNLOG-STATUS NOT = "10"
                           DISPLAY "BANRCORD: BANRLOG READ FAILED, "
                               "STATUS = " WS-RUNLOG-STATUS
                           MOVE 12 TO WS-RC
                           MOVE "10" TO WS-RUNLOG-STATUS
                       END-IF
                   END-PERFORM
                   CLOSE RUN-LOG-FILE
               END-IF
           END-IF.

       2100-APPLY-ONE-ENTRY-PARA.
           MOVE 0 TO WS-RGN-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REGION-CT
               IF WS-REGION-CD(WS-SUB) = LOG-REGION-CD
                   MOVE WS-SUB TO WS-RGN-SUB
                   MOVE WS-REGION-CT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-RGN-SUB > 0
               EVALUATE TRUE
                   WHEN LOG-RUN-TYPE = "NORMAL " OR
                         LOG-RUN-TYPE = "RERUN  "
                       MOVE "O" TO WS-RGN-STATE-SW(WS-RGN-SUB)
                       MOVE LOG-RUN-ID TO WS-RGN-OPEN-ID(WS-RGN-SUB)
                       MOVE LOG-BUS-DATE TO WS-RGN-BUS-DATE(WS-RGN-SUB)
                   WHEN LOG-RUN-TYPE = "NOCYCLE"
                       IF (WS-RGN-STATE-SW(WS-RGN-SUB) NOT = "O" AND
                               WS-RGN-STATE-SW(WS-RGN-SUB) NOT = "X")
                               OR LOG-BUS-DATE NOT =
                                   WS-RGN-BUS-DATE(WS-RGN-SUB)
                           MOVE "C" TO WS-RGN-STATE-SW(WS-RGN-SUB)
                           MOVE ZERO TO WS-RGN-OPEN-ID(WS-RGN-SUB)
                           MOVE LOG-BUS-DATE
                               TO WS-RGN-BUS-DATE(WS-RGN-SUB)
                       END-IF
                   WHEN LOG-RUN-TYPE = "CLOSE  "
                       IF WS-RGN-STATE-SW(WS-RGN-SUB) = "O" AND
                               LOG-OPEN-RUN-ID NOT = ZERO AND
                               LOG-OPEN-RUN-ID =
                                   WS-RGN-OPEN-ID(WS-RGN-SUB)
                           MOVE "X" TO WS-RGN-STATE-SW(WS-RGN-SUB)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * A finished cycle that is the one last released - the same
      * open run-id, or the same no-cycle business date - means
      * the region has not run since the last release.
       3000-JUDGE-REGIONS-PARA.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-REGION-CT
               IF WS-RGN-STATE-SW(WS-RGN-SUB) =
                       WS-RGN-REL-STATE(WS-RGN-SUB) AND
                       WS-RGN-OPEN-ID(WS-RGN-SUB) =
                       WS-RGN-REL-ID(WS-RGN-SUB) AND
                       WS-RGN-BUS-DATE(WS-RGN-SUB) =
                       WS-RGN-REL-DATE(WS-RGN-SUB)
                   MOVE "R" TO WS-RGN-STATE-SW(WS-RGN-SUB)
               END-IF
               EVALUATE WS-RGN-STATE-SW(WS-RGN-SUB)
                   WHEN "X"
                       ADD 1 TO WS-CLOSED-CT
                   WHEN "C"
                       ADD 1 TO WS-NOCYCLE-CT
                   WHEN "R"
                       ADD 1 TO WS-PENDING-CT
                       ADD 1 TO WS-STALE-CT
                       DISPLAY "BANRCORD: REGION "
                           WS-REGION-CD(WS-RGN-SUB)
                           " HAS NOT RUN SINCE BUSINESS DATE "
                           WS-RGN-BUS-DATE(WS-RGN-SUB)
                           " WAS RELEASED"
                           UPON CONSOLE
                   WHEN "O"
                       ADD 1 TO WS-PENDING-CT
                       DISPLAY "BANRCORD: REGION "
                           WS-REGION-CD(WS-RGN-SUB)
                           " OPENED AS RUN "
                           WS-RGN-OPEN-ID(WS-RGN-SUB)
                           " BUT HAS NOT CLOSED BUSINESS DATE "
                           WS-RGN-BUS-DATE(WS-RGN-SUB)
                           UPON CONSOLE
                   WHEN OTHER
                       ADD 1 TO WS-PENDING-CT
                       DISPLAY "BANRCORD: REGION "
                           WS-REGION-CD(WS-RGN-SUB)
                           " HAS NO CYCLE ON BANRLOG"
                           UPON CONSOLE
               END-EVALUATE
           END-PERFORM.
           DISPLAY "BANRCORD: REGIONS " WS-REGION-CT
               " CLOSED " WS-CLOSED-CT
               " NOCYCLE " WS-NOCYCLE-CT
               " NOT FINISHED " WS-PENDING-CT
               " NOT RUN SINCE RELEASE " WS-STALE-CT.
           IF WS-PENDING-CT > 0
               DISPLAY "BANRCORD: CROSS-REGION WORK HELD"
               IF WS-RC < 8
                   MOVE 8 TO WS-RC
               END-IF
           ELSE
               DISPLAY "BANRCORD: EVERY REGION FINISHED, "
                   "CROSS-REGION WORK RELEASED"
           END-IF.

      * One record per region: tonight's cycle when the night is
      * released, otherwise whatever was last released, so a held
      * night changes nothing for the next run to judge against.
       4000-WRITE-RELEASE-PARA.
           OPEN OUTPUT RELOUT-FILE.
           IF WS-RELOUT-STATUS NOT = "00"
               DISPLAY "BANRCORD: CORDOUT OPEN FAILED, FILE STATUS = "
                   WS-RELOUT-STATUS
               MOVE 12 TO WS-RC
           ELSE
               PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                       UNTIL WS-RGN-SUB > WS-REGION-CT
                   PERFORM 4100-WRITE-ONE-RELEASE-PARA
               END-PERFORM
               CLOSE RELOUT-FILE
           END-IF.

       4100-WRITE-ONE-RELEASE-PARA.
           MOVE SPACES TO CORD-REL-REC.
           MOVE WS-REGION-CD(WS-RGN-SUB) TO CREL-REGION-CD.
           IF WS-PENDING-CT = 0
               MOVE WS-RGN-STATE-SW(WS-RGN-SUB) TO CREL-STATE
               MOVE WS-RGN-BUS-DATE(WS-RGN-SUB) TO CREL-BUS-DATE
               MOVE WS-RGN-OPEN-ID(WS-RGN-SUB) TO CREL-OPEN-RUN-ID
               MOVE WS-RUN-DATE TO CREL-RUN-DATE
               MOVE WS-RUN-TIME TO CREL-RUN-TIME
           ELSE
               MOVE WS-RGN-REL-STATE(WS-RGN-SUB) TO CREL-STATE
               MOVE WS-RGN-REL-DATE(WS-RGN-SUB) TO CREL-BUS-DATE
               MOVE WS-RGN-REL-ID(WS-RGN-SUB) TO CREL-OPEN-RUN-ID
               MOVE WS-RGN-REL-RUN(WS-RGN-SUB) TO CREL-RUN-DATE
               MOVE WS-RGN-REL-TIME(WS-RGN-SUB) TO CREL-RUN-TIME
           END-IF.
           IF CREL-STATE NOT = SPACE
               WRITE RELOUT-REC FROM CORD-REL-REC
               IF WS-RELOUT-STATUS NOT = "00"
                   DISPLAY "BANRCORD: CORDOUT WRITE FAILED, "
                       "STATUS = " WS-RELOUT-STATUS
                   MOVE 12 TO WS-RC
               END-IF
           END-IF.
