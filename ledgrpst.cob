      * combined POSTOUT posted-ledger dataset. A transaction for
      * an account not on the master is written to PSTREJS with
      * reason NO ACCOUNT rather than silently passed through, and
      * one for an account the LEDGAMNT maintenance run has frozen
      * or closed is written there with reason ACCT FROZEN or ACCT
      * CLOSED and leaves the master untouched; either way the
      * step ends RETURN-CODE 4 so the rejects get looked at, and
      * suspense re-presents them on later nights - a NO ACCOUNT
      * reject posts once maintenance has opened the account.
      * The extract DD names are positional the same way
      * LEDGREXT's are: EXTIN01 is the first region in REGNPARM
      * order, EXTIN02 the second, and so on. Only regions with a
      * or not, tagged with the region's opening run-id from
      * BANRLOG) is appended to CTLTOTL so LEDGRBAL can reconcile
      * what this step read against what LEDGREXT wrote.
      * A reversal (TRAN-TYPE R) that LEDGTEDT passed is listed
      * on REVXREF with the base amount and business date its
      * original posted at: it posts at exactly the negated
      * original base amount - the original's rate, not tonight's,
      * so the reversal nets the original to zero in base too -
      * and its POSTOUT record carries the original's business
      * date as PH-VALUE-DATE. LEDGREXT applies the same base
      * amount, so the control totals still agree. A reversal or
      * correction with no REVXREF entry has not been through
      * tonight's edit and is written to PSTREJS with reason NO
      * XREF; LEDGREXT rejects the same items first, so one
      * reaching this step means the extract was bypassed.
      * Each account carries a credit limit and a limit action on
      * the master. A transaction that would take an active
      * account's balance below minus its limit gets the
      * account's action: H holds it - it is written to the
      * HELDNEW held-items dataset (see HELDITEM.cpy) instead of
      * posting, and LEDGHOLD carries it until a treasury release
      * approves it or it expires; W posts it and reports it; R
      * writes it to PSTREJS with reason OVER LIMIT. A reversal is
      * never held back - it undoes a posting that already
      * happened. A held item treasury has released comes back
      * through the extract and is listed on the HELDREL dataset
      * LEDGHOLD writes; it posts whatever the limit says, once.
      * Every limit event is printed, one page per region, on the
      * OVLMRPT overlimit exception report. Held items were read,
      * so they stay in the LEDGRPST control totals that balance
      * against the extract; a LEDGRHLD memo record per region and
      * currency tells LEDGRBAL how much of that is on the queue.
      * A system-originated entry (TRAN-SOURCE S, such as the
      * LEDGACCR month-end interest and fees) is never held under
      * a limit - the charge is the institution's own. What posted
      * of them is written per region and currency as a LEDGRSYS
      * memo record beside the posting totals, so the accrual
      * register ties to CTLHIST the next morning.
      * What every region read, posted, held and rejected is
      * handed to LEDGFLOW per region and currency - with the
      * base amount each one converted to - for the conservation
      * proof; the posted base total is what the proof sets
      * against tonight's movement on the account master.
      * The pass checkpoints itself on the PSTCHKPT dataset: a
      * START record as each region's posting begins and a DONE
      * record - carrying the region's posting count and hash
      * opening run-id from BANRLOG. Resubmission after a failure
      * is through the RESTARTP deck, which reruns from this step
      * without reopening the banners (so the run-ids still match
      * the checkpoints) and allocates POSTOUT, PSTREJS, HELDNEW
      * and CTLTOTL MOD: regions whose DONE checkpoint matches
      * tonight's opening run-id are skipped (their control
      * totals are restored from the checkpoint, and their held
      * totals from the items already on HELDNEW and their system
      * totals from the records already on POSTOUT, so LEDGRBAL
      * still sees them - their flow totals come back the same
      * way, with their rejects reread from PSTREJS) and POSTOUT
      * is extended, not rewritten; a region with a START
      * checkpoint but no DONE died mid-flight, and the step
      * refuses to run (RETURN-CODE 8) rather than blindly
      * re-apply transactions the dead run already posted to the
      * account master - that region's partial postings must be
      * backed out first. Each region posts in its own stream,
      * naming itself in the PARM: only that region is posted,
      * checkpointed and totalled - its extract is read from
      * EXTIN01 whatever its REGNPARM position, and the other
      * regions' checkpoints on the shared PSTCHKPT are passed
      * over, so one region's restart never mistakes another's
      * completed posting for its own. With no PARM every opened
      * region is posted in one pass as described above. Ends
      * RETURN-CODE 8 when the PARM region is not on REGNPARM or
      * REVXREF holds more entries than its table, 12 on a file
      * error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKP-FILE ASSIGN TO "PSTCHKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKP-STATUS.
           SELECT XREF-FILE ASSIGN TO "REVXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT HELDNEW-FILE ASSIGN TO "HELDNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDNEW-STATUS.
           SELECT HELDREL-FILE ASSIGN TO "HELDREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDREL-STATUS.
           SELECT OVLM-FILE ASSIGN TO "OVLMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVLM-STATUS.
           SELECT CURR-FILE ASSIGN TO "CURRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRPARM-STATUS.
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 PSTREJ-REC.
          05 REJ-TRAN-DATA        PIC X(50).
          05 REJ-REASON           PIC X(12).

       FD  CHKP-FILE
          05 CHKP-AMT-SUM         PIC S9(11)V99.
          05 CHKP-BASE-SUM        PIC S9(11)V99.

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY REVXREF.

       FD  HELDNEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY HELDITEM.

       FD  HELDREL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 HELDREL-REC             PIC X(50).

       FD  OVLM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 OVLM-REC                PIC X(132).

       FD  CURR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       FD  EXTIN01-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-01              PIC X(50).
       FD  EXTIN02-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-02              PIC X(50).
       FD  EXTIN03-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-03              PIC X(50).
       FD  EXTIN04-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-04              PIC X(50).
       FD  EXTIN05-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-05              PIC X(50).
       FD  EXTIN06-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-06              PIC X(50).
       FD  EXTIN07-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-07              PIC X(50).
       FD  EXTIN08-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-08              PIC X(50).
       FD  EXTIN09-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-09              PIC X(50).
       FD  EXTIN10-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 EXT-REC-10              PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-RUNLOG-STATUS        PIC X(2).
       01 WS-PSTREJ-STATUS        PIC X(2).
       01 WS-CHKP-STATUS          PIC X(2).
       01 WS-CURRPARM-STATUS      PIC X(2).
       01 WS-XREF-STATUS          PIC X(2).
       01 WS-HELDNEW-STATUS       PIC X(2).
       01 WS-HELDREL-STATUS       PIC X(2).
       01 WS-OVLM-STATUS          PIC X(2).
       01 WS-CTL-STATUS           PIC X(2).
       01 WS-EXTIN-STATUS         PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RESTART-SW           PIC X(1)  VALUE "N".
          88 RESTARTED-RUN        VALUE "Y".

       01 WS-PARM-STRING          PIC X(80) VALUE SPACES.
       01 WS-PARM-REGION          PIC X(4)  VALUE SPACES.
          88 ALL-REGIONS          VALUE SPACES.
       01 WS-PARM-RGN-SUB         PIC 9(2)  COMP VALUE ZERO.
       01 WS-EXT-SLOT             PIC 9(2)  COMP VALUE ZERO.

       COPY LEDGTRAN.

       COPY REGNTAB.
      * found and posted, the run-id of the banner that opened it,
      * the business date that banner stamped (the cycle date the
      * account master's per-cycle totals key on), how many
      * transactions were read for it, the last held-item sequence
      * number given out for it, and per currency the running
      * amount hash totals of everything read, of what was held and
      * of the system-originated entries posted,
      * and its limit events by outcome for the overlimit report.
       01 WS-REGION-WORK.
          05 WS-RGN-WORK-ENTRY OCCURS 10 TIMES.
             10 WS-RGN-OPEN-SW    PIC X(1).
             10 WS-RGN-OPEN-ID    PIC 9(6).
             10 WS-RGN-BUS-DATE   PIC 9(8).
             10 WS-RGN-POST-CT    PIC 9(7) COMP.
             10 WS-RGN-HELD-SEQ   PIC 9(5) COMP.
             10 WS-RGN-HELD-CT    PIC 9(7) COMP.
             10 WS-RGN-WARN-CT    PIC 9(7) COMP.
             10 WS-RGN-REL-CT     PIC 9(7) COMP.
             10 WS-RGN-OVREJ-CT   PIC 9(7) COMP.
             10 WS-RGN-CUR-ENTRY OCCURS 8 TIMES.
                15 WS-RGN-CUR-USED-SW PIC X(1).
                15 WS-RGN-CUR-CD      PIC X(3).
                15 WS-RGN-CUR-CT      PIC 9(7) COMP.
                15 WS-RGN-CUR-AMT     PIC S9(11)V99.
                15 WS-RGN-CUR-BASE    PIC S9(11)V99.
                15 WS-RGN-CUR-HLD-CT  PIC 9(7) COMP.
                15 WS-RGN-CUR-HLD-AMT PIC S9(11)V99.
                15 WS-RGN-CUR-HLD-BASE PIC S9(11)V99.
                15 WS-RGN-CUR-SYS-CT  PIC 9(7) COMP.
                15 WS-RGN-CUR-SYS-AMT PIC S9(11)V99.
                15 WS-RGN-CUR-SYS-BASE PIC S9(11)V99.
       01 WS-RGN-SUB              PIC 9(2) COMP.
       01 WS-SUB                  PIC 9(2) COMP.
       01 WS-CUR-SLOT-SUB         PIC 9(2) COMP.
       01 WS-BASE-AMT             PIC S9(11)V99.
       01 WS-CURR-WARN-SW         PIC X(1)  VALUE "N".
          88 CURR-WARN-SHOWN      VALUE "Y".

      * Tonight's passed reversals and corrections from LEDGTEDT's
      * REVXREF, with the base amount and business date each one's
      * original posted at.
       01 WS-XREF-TABLE.
          05 WS-XREF-CT           PIC 9(4) COMP VALUE ZERO.
          05 WS-XREF-ENTRY OCCURS 500 TIMES.
             10 WS-XREF-TYPE      PIC X(1).
             10 WS-XREF-REF-NO    PIC X(12).
             10 WS-XREF-BASE-AMT  PIC S9(11)V99.
             10 WS-XREF-BUS-DATE  PIC 9(8).
       01 WS-XREF-SUB             PIC 9(4) COMP.
       01 WS-XREF-FIND            PIC 9(4) COMP.

      * Held items treasury released tonight, from LEDGHOLD's
      * HELDREL list. Each entry excuses one matching transaction
      * from the limit check, so a released item and an identical
      * new one do not both ride on the same approval.
       01 WS-REL-TABLE.
          05 WS-REL-CT            PIC 9(4) COMP VALUE ZERO.
          05 WS-REL-ENTRY OCCURS 500 TIMES.
             10 WS-REL-TRAN       PIC X(50).
             10 WS-REL-USED-SW    PIC X(1).
       01 WS-REL-SUB              PIC 9(4) COMP.
       01 WS-REL-FIND             PIC 9(4) COMP.
       01 WS-REL-OVFL-SW          PIC X(1)  VALUE "N".
          88 REL-OVFL-SHOWN       VALUE "Y".

      * Limit check work: the balance the transaction would leave,
      * the floor the limit sets, and what the check decided -
      * P post, H hold, W post and warn, R reject.
       01 WS-NEW-BALANCE          PIC S9(11)V99.
       01 WS-LIMIT-FLOOR          PIC S9(11)V99.
       01 WS-LIMIT-SW             PIC X(1).
          88 LIMIT-POST           VALUE "P".
          88 LIMIT-HOLD           VALUE "H".
          88 LIMIT-WARN           VALUE "W".
          88 LIMIT-REJECT         VALUE "R".
       01 WS-OVLM-ACTION          PIC X(8).

      * Tonight's limit events for the overlimit report, in the
      * order they happened; the report prints them a region at a
      * time. Past the table limit events are still acted on and
      * counted, only not itemised, and the report says so.
       01 WS-OVLM-TABLE.
          05 WS-OVLM-CT           PIC 9(4) COMP VALUE ZERO.
          05 WS-OVLM-ENTRY OCCURS 500 TIMES.
             10 WS-OVLM-RGN       PIC 9(2) COMP.
             10 WS-OVLM-ACCT-NO   PIC X(10).
             10 WS-OVLM-CURR-CD   PIC X(3).
             10 WS-OVLM-AMOUNT    PIC S9(9)V99.
             10 WS-OVLM-BASE-AMT  PIC S9(11)V99.
             10 WS-OVLM-BALANCE   PIC S9(11)V99.
             10 WS-OVLM-LIMIT     PIC 9(11)V99.
             10 WS-OVLM-TAKEN     PIC X(8).
             10 WS-OVLM-SEQ-NO    PIC 9(5).
             10 WS-OVLM-TRAN-DATE PIC 9(8).
       01 WS-OVLM-SUB             PIC 9(4) COMP.
       01 WS-OVLM-OVFL-CT         PIC 9(7) COMP VALUE ZERO.
       01 WS-HELD-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-WARN-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-RELEASED-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-SYS-CT               PIC 9(7) COMP VALUE ZERO.
       01 WS-REJ-OVLM-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-RGN-HELD-BASE        PIC S9(11)V99.
       01 WS-POST-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-REJ-CT               PIC 9(7) COMP VALUE ZERO.
       01 WS-REJ-NOACCT-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-REJ-FROZEN-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-REJ-CLOSED-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-REJ-NOXREF-CT        PIC 9(7) COMP VALUE ZERO.
       01 WS-REJ-REASON           PIC X(12).
       01 WS-DISP-CT              PIC Z(6)9.
       01 WS-DISP-AMT             PIC -(10)9.99.

       01 WS-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
       01 WS-LINE-CT              PIC 9(3) COMP VALUE 99.
       01 WS-PRINT-LINE           PIC X(132).

       01 WS-HEAD-1.
          05 FILLER               PIC X(40) VALUE
             "LEDGRPST - OVERLIMIT EXCEPTIONS         ".
          05 FILLER               PIC X(9)  VALUE "RUN DATE ".
          05 HD1-DATE             PIC 9(8).
          05 FILLER               PIC X(8)  VALUE "    PAGE".
          05 HD1-PAGE             PIC ZZZ9.
          05 FILLER               PIC X(63) VALUE SPACES.
       01 WS-RGN-HEAD.
          05 FILLER               PIC X(7)  VALUE "REGION ".
          05 RH-REGION-CD         PIC X(4).
          05 FILLER               PIC X(17) VALUE
             "   BUSINESS DATE ".
          05 RH-BUS-DATE          PIC 9(8).
          05 FILLER               PIC X(10) VALUE "   RUN-ID ".
          05 RH-RUN-ID            PIC 9(6).
          05 FILLER               PIC X(80) VALUE SPACES.
       01 WS-COL-HEAD.
          05 FILLER               PIC X(15) VALUE
             "ACCOUNT    CUR ".
          05 FILLER               PIC X(29) VALUE
             "       AMOUNT            BASE".
          05 FILLER               PIC X(32) VALUE
             "  BALANCE BEFORE           LIMIT".
          05 FILLER               PIC X(34) VALUE
             "  ACTION      SEQ  TRAN DATE      ".
          05 FILLER               PIC X(22) VALUE SPACES.
       01 WS-OVLM-LINE.
          05 OL-ACCT-NO           PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 OL-CURR-CD           PIC X(3).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 OL-AMOUNT            PIC -(9)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 OL-BASE-AMT          PIC -(10)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 OL-BALANCE           PIC -(10)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 OL-LIMIT             PIC Z(10)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 OL-TAKEN             PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 OL-SEQ-NO            PIC Z(5).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 OL-TRAN-DATE         PIC 9(8).
          05 FILLER               PIC X(29) VALUE SPACES.

      * Timing-call work fields for the shared LEDGTIME step log.
       01 WS-TIME-PROGRAM         PIC X(8)  VALUE "LEDGRPST".
       01 WS-TIME-RUN-ID          PIC 9(6)  VALUE ZERO.
       01 WS-TIME-EVENT           PIC X(5).

      * Flow-tally work fields for the shared LEDGFLOW handoff.
       01 WS-FLOW-FUNCTION        PIC X(4).
       01 WS-FLOW-STEP            PIC X(8)  VALUE "LEDGRPST".
       01 WS-FLOW-BUCKET          PIC X(8).
       01 WS-FLOW-REGION          PIC X(4).
       01 WS-FLOW-CURR            PIC X(3).
       01 WS-FLOW-COUNT           PIC 9(7).
       01 WS-FLOW-AMT             PIC S9(11)V99.
       01 WS-FLOW-BASE            PIC S9(13)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-PARM-REGION
           END-UNSTRING.
           MOVE "START" TO WS-TIME-EVENT.
           CALL "LEDGTIME" USING WS-TIME-PROGRAM, WS-TIME-REGION,
               WS-TIME-RUN-ID, WS-TIME-EVENT, WS-RC.
           PERFORM 1000-INITIALIZE-PARA.
           IF WS-RC = 0
               PERFORM 2000-POST-REGIONS-PARA
               PERFORM 2310-SEND-FLOW-PARA
               PERFORM 3000-PRINT-SUMMARY-PARA
               PERFORM 3500-PRINT-OVERLIMIT-PARA
               PERFORM 4000-WRITE-CONTROLS-PARA
               PERFORM 9000-TERMINATE-PARA
           END-IF.
               MOVE ZERO TO WS-RGN-OPEN-ID(WS-RGN-SUB)
               MOVE WS-RUN-DATE TO WS-RGN-BUS-DATE(WS-RGN-SUB)
               MOVE ZERO TO WS-RGN-POST-CT(WS-RGN-SUB)
               MOVE ZERO TO WS-RGN-HELD-SEQ(WS-RGN-SUB)
               MOVE ZERO TO WS-RGN-HELD-CT(WS-RGN-SUB)
               MOVE ZERO TO WS-RGN-WARN-CT(WS-RGN-SUB)
               MOVE ZERO TO WS-RGN-REL-CT(WS-RGN-SUB)
               MOVE ZERO TO WS-RGN-OVREJ-CT(WS-RGN-SUB)
               PERFORM VARYING WS-CUR-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-CUR-SLOT-SUB > 8
                   MOVE "N" TO
                       WS-RGN-CUR-AMT(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                   MOVE ZERO TO
                       WS-RGN-CUR-BASE(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                   MOVE ZERO TO
                       WS-RGN-CUR-HLD-CT(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                   MOVE ZERO TO
                       WS-RGN-CUR-HLD-AMT(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                   MOVE ZERO TO
                       WS-RGN-CUR-HLD-BASE(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                   MOVE ZERO TO
                       WS-RGN-CUR-SYS-CT(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                   MOVE ZERO TO
                       WS-RGN-CUR-SYS-AMT(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                   MOVE ZERO TO
                       WS-RGN-CUR-SYS-BASE(WS-RGN-SUB, WS-CUR-SLOT-SUB)
               END-PERFORM
           END-PERFORM.
           PERFORM 1100-LOAD-REGION-TABLE-PARA.
           IF NOT ALL-REGIONS
               PERFORM 1140-CHECK-PARM-REGION-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 1150-LOAD-CURR-TABLE-PARA
               PERFORM 1170-LOAD-XREF-TABLE-PARA
               PERFORM 1180-LOAD-RELEASES-PARA
               PERFORM 1200-FIND-OPEN-RUN-IDS-PARA
               IF NOT ALL-REGIONS
                   PERFORM 1250-SCOPE-ONE-REGION-PARA
               END-IF
               PERFORM 1400-READ-CHECKPOINTS-PARA
           END-IF.
           IF WS-RC = 0 AND RESTARTED-RUN
               PERFORM 1450-RESTORE-HELD-PARA
           END-IF.
           IF WS-RC = 0 AND RESTARTED-RUN
               PERFORM 1470-RESTORE-SYSTEM-PARA
           END-IF.
           IF WS-RC = 0 AND RESTARTED-RUN
               PERFORM 1490-RESTORE-FLOW-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 1500-OPEN-OUTPUTS-PARA
               PERFORM 1300-OPEN-MASTER-PARA
      * rewritten - the completed regions' posted records and
      * rejects from the dead run are already in them and must
      * survive the resubmission. The RESTARTP deck allocates
      * both MOD for exactly this; on a normal night the regional
      * stream allocates them fresh and OPEN OUTPUT starts from
      * the top.
      * HELDNEW follows the same rule for the items held tonight.
       1500-OPEN-OUTPUTS-PARA.
           IF RESTARTED-RUN
               OPEN EXTEND POST-FILE
                   WS-PSTREJ-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           IF RESTARTED-RUN
               OPEN EXTEND HELDNEW-FILE
           ELSE
               OPEN OUTPUT HELDNEW-FILE
           END-IF.
           IF WS-HELDNEW-STATUS NOT = "00"
               DISPLAY "LEDGRPST: HELDNEW OPEN FAILED, FILE STATUS = "
                   WS-HELDNEW-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           OPEN EXTEND CHKP-FILE.
           IF WS-CHKP-STATUS = "35"
               OPEN OUTPUT CHKP-FILE
                   WS-CHKP-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           OPEN OUTPUT OVLM-FILE.
           IF WS-OVLM-STATUS NOT = "00"
               DISPLAY "LEDGRPST: OVLMRPT OPEN FAILED, FILE STATUS = "
                   WS-OVLM-STATUS
               MOVE 12 TO WS-RC
           END-IF.

      * Scans the checkpoint dataset for records keyed on tonight's
      * opening run-ids. A DONE match means the region was fully
                   WS-RGN-CUR-BASE(WS-SUB, WS-CUR-SLOT-FIND)
           END-IF.

      * On a resubmission the items the completed regions held are
      * already on HELDNEW; they are read back so those regions'
      * LEDGRHLD memo totals are written again exactly as the
      * first run accumulated them, the same way their posting
      * totals come back from the checkpoints.
       1450-RESTORE-HELD-PARA.
           OPEN INPUT HELDNEW-FILE.
           IF WS-HELDNEW-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-HELDNEW-STATUS NOT = "00"
                   DISPLAY "LEDGRPST: HELDNEW OPEN FAILED, FILE "
                       "STATUS = " WS-HELDNEW-STATUS
                   MOVE 12 TO WS-RC
               ELSE
                   PERFORM UNTIL WS-HELDNEW-STATUS = "10"
                       READ HELDNEW-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 1460-RESTORE-ONE-HELD-PARA
                       END-READ
                       IF WS-HELDNEW-STATUS NOT = "00" AND
                               WS-HELDNEW-STATUS NOT = "10"
                           DISPLAY "LEDGRPST: HELDNEW READ FAILED, "
                               "STATUS = " WS-HELDNEW-STATUS
                           MOVE 12 TO WS-RC
                           MOVE "10" TO WS-HELDNEW-STATUS
                       END-IF
                   END-PERFORM
                   CLOSE HELDNEW-FILE
               END-IF
           END-IF.

       1460-RESTORE-ONE-HELD-PARA.
           MOVE 0 TO WS-RGN-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REGION-CT
               IF WS-REGION-CD(WS-SUB) = HELD-REGION-CD AND
                       WS-RGN-DONE-SW(WS-SUB) = "Y" AND
                       WS-RGN-BUS-DATE(WS-SUB) = HELD-HOLD-DATE
                   MOVE WS-SUB TO WS-RGN-SUB
                   MOVE WS-REGION-CT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-RGN-SUB > 0
               MOVE HELD-TRAN-DATA TO LEDG-TRAN-REC
               MOVE 0 TO WS-CUR-SLOT-FIND
               PERFORM VARYING WS-CUR-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-CUR-SLOT-SUB > 8
                   IF WS-RGN-CUR-USED-SW(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                           = "Y" AND
                           WS-RGN-CUR-CD(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                           = TRAN-CURR-CD
                       MOVE WS-CUR-SLOT-SUB TO WS-CUR-SLOT-FIND
                       MOVE 8 TO WS-CUR-SLOT-SUB
                   END-IF
               END-PERFORM
               IF WS-CUR-SLOT-FIND = 0
                   DISPLAY "LEDGRPST: HELD ITEM FOR "
                       HELD-REGION-CD " " TRAN-CURR-CD
                       " HAS NO DONE CHECKPOINT, NOT RESTORED"
               ELSE
                   PERFORM 2285-TALLY-HELD-PARA
               END-IF
               MOVE HELD-BASE-AMT TO WS-BASE-AMT
               MOVE "HELD" TO WS-FLOW-BUCKET
               PERFORM 2300-TALLY-FLOW-PARA
               IF HELD-SEQ-NO > WS-RGN-HELD-SEQ(WS-RGN-SUB)
                   MOVE HELD-SEQ-NO TO WS-RGN-HELD-SEQ(WS-RGN-SUB)
               END-IF
           END-IF.

      * Likewise the completed regions' system-originated postings
      * are read back off POSTOUT - this run's records for them
      * carry the region's opening run-id - so their LEDGRSYS memo
      * totals are written again as the first run accumulated them;
      * every posting of theirs goes back into the flow totals.
       1470-RESTORE-SYSTEM-PARA.
           OPEN INPUT POST-FILE.
           IF WS-POST-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-POST-STATUS NOT = "00"
                   DISPLAY "LEDGRPST: POSTOUT OPEN FAILED, FILE "
                       "STATUS = " WS-POST-STATUS
                   MOVE 12 TO WS-RC
               ELSE
                   PERFORM UNTIL WS-POST-STATUS = "10"
                       READ POST-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 1480-RESTORE-ONE-SYSTEM-PARA
                       END-READ
                       IF WS-POST-STATUS NOT = "00" AND
                               WS-POST-STATUS NOT = "10"
                           DISPLAY "LEDGRPST: POSTOUT READ FAILED, "
                               "STATUS = " WS-POST-STATUS
                           MOVE 12 TO WS-RC
                           MOVE "10" TO WS-POST-STATUS
                       END-IF
                   END-PERFORM
                   CLOSE POST-FILE
               END-IF
           END-IF.

       1480-RESTORE-ONE-SYSTEM-PARA.
           MOVE PH-TRAN-DATA TO LEDG-TRAN-REC.
           MOVE 0 TO WS-RGN-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REGION-CT
               IF WS-REGION-CD(WS-SUB) = TRAN-REGION-CD AND
                       WS-RGN-DONE-SW(WS-SUB) = "Y" AND
                       WS-RGN-OPEN-ID(WS-SUB) = PH-RUN-ID
                   MOVE WS-SUB TO WS-RGN-SUB
                   MOVE WS-REGION-CT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-RGN-SUB > 0
               MOVE PH-BASE-AMOUNT TO WS-BASE-AMT
               MOVE "POSTED" TO WS-FLOW-BUCKET
               PERFORM 2300-TALLY-FLOW-PARA
           END-IF.
           IF WS-RGN-SUB > 0 AND TRAN-SRC-SYSTEM
               MOVE 0 TO WS-CUR-SLOT-FIND
               PERFORM VARYING WS-CUR-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-CUR-SLOT-SUB > 8
                   IF WS-RGN-CUR-USED-SW(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                           = "Y" AND
                           WS-RGN-CUR-CD(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                           = TRAN-CURR-CD
                       MOVE WS-CUR-SLOT-SUB TO WS-CUR-SLOT-FIND
                       MOVE 8 TO WS-CUR-SLOT-SUB
                   END-IF
               END-PERFORM
               IF WS-CUR-SLOT-FIND = 0
                   DISPLAY "LEDGRPST: SYSTEM ENTRY FOR "
                       TRAN-REGION-CD " " TRAN-CURR-CD
                       " HAS NO DONE CHECKPOINT, NOT RESTORED"
               ELSE
                   PERFORM 2235-TALLY-SYSTEM-PARA
               END-IF
           END-IF.

      * The completed regions' read totals come back from their
      * DONE checkpoints, already restored into the currency
      * slots, and their posting rejects are reread off PSTREJS
      * before it is extended - a region that died mid-posting
      * stops the step, so every reject on file tonight belongs to
      * a completed region. A reject's base amount is converted
      * again the way the posting pass converted it.
       1490-RESTORE-FLOW-PARA.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-REGION-CT
               IF WS-RGN-DONE-SW(WS-RGN-SUB) = "Y"
                   PERFORM VARYING WS-CUR-SLOT-SUB FROM 1 BY 1
                           UNTIL WS-CUR-SLOT-SUB > 8
                       IF WS-RGN-CUR-USED-SW(WS-RGN-SUB,
                               WS-CUR-SLOT-SUB) = "Y"
                           MOVE "ADD " TO WS-FLOW-FUNCTION
                           MOVE "READ" TO WS-FLOW-BUCKET
                           MOVE WS-REGION-CD(WS-RGN-SUB)
                               TO WS-FLOW-REGION
                           MOVE WS-RGN-CUR-CD(WS-RGN-SUB,
                               WS-CUR-SLOT-SUB) TO WS-FLOW-CURR
                           MOVE WS-RGN-CUR-CT(WS-RGN-SUB,
                               WS-CUR-SLOT-SUB) TO WS-FLOW-COUNT
                           MOVE WS-RGN-CUR-AMT(WS-RGN-SUB,
                               WS-CUR-SLOT-SUB) TO WS-FLOW-AMT
                           MOVE WS-RGN-CUR-BASE(WS-RGN-SUB,
                               WS-CUR-SLOT-SUB) TO WS-FLOW-BASE
                           CALL "LEDGFLOW" USING WS-FLOW-FUNCTION,
                               WS-FLOW-STEP, WS-FLOW-BUCKET,
                               WS-FLOW-REGION, WS-FLOW-CURR,
                               WS-FLOW-COUNT, WS-FLOW-AMT,
                               WS-FLOW-BASE, WS-RC
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           OPEN INPUT PSTREJ-FILE.
           IF WS-PSTREJ-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PSTREJ-STATUS NOT = "00"
                   DISPLAY "LEDGRPST: PSTREJS OPEN FAILED, FILE "
                       "STATUS = " WS-PSTREJ-STATUS
                   MOVE 12 TO WS-RC
               ELSE
                   PERFORM UNTIL WS-PSTREJ-STATUS = "10"
                       READ PSTREJ-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 1495-RESTORE-ONE-REJECT-PARA
                       END-READ
                       IF WS-PSTREJ-STATUS NOT = "00" AND
                               WS-PSTREJ-STATUS NOT = "10"
                           DISPLAY "LEDGRPST: PSTREJS READ FAILED, "
                               "STATUS = " WS-PSTREJ-STATUS
                           MOVE 12 TO WS-RC
                           MOVE "10" TO WS-PSTREJ-STATUS
                       END-IF
                   END-PERFORM
                   CLOSE PSTREJ-FILE
               END-IF
           END-IF.

       1495-RESTORE-ONE-REJECT-PARA.
           MOVE REJ-TRAN-DATA TO LEDG-TRAN-REC.
           MOVE 0 TO WS-RGN-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REGION-CT
               IF WS-REGION-CD(WS-SUB) = TRAN-REGION-CD AND
                       WS-RGN-DONE-SW(WS-SUB) = "Y"
                   MOVE WS-SUB TO WS-RGN-SUB
                   MOVE WS-REGION-CT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-RGN-SUB > 0
               PERFORM 2260-FIND-RATE-PARA
               COMPUTE WS-BASE-AMT ROUNDED =
                   TRAN-AMOUNT * WS-RATE-WORK
               PERFORM 2270-FIND-XREF-PARA
               IF TRAN-REVERSAL AND WS-XREF-FIND > 0
                   COMPUTE WS-BASE-AMT =
                       0 - WS-XREF-BASE-AMT(WS-XREF-FIND)
               END-IF
               MOVE "REJECTED" TO WS-FLOW-BUCKET
               PERFORM 2300-TALLY-FLOW-PARA
           END-IF.

      * The account master self-provisions empty on a brand-new
      * environment the same way BANRLOG does; every transaction
      * then rejects NO ACCOUNT until the master is loaded, which
               END-READ
           END-PERFORM.

       1140-CHECK-PARM-REGION-PARA.
           MOVE 0 TO WS-PARM-RGN-SUB.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-REGION-CT
               IF WS-REGION-CD(WS-RGN-SUB) = WS-PARM-REGION
                   MOVE WS-RGN-SUB TO WS-PARM-RGN-SUB
                   MOVE WS-REGION-CT TO WS-RGN-SUB
               END-IF
           END-PERFORM.
           IF WS-PARM-RGN-SUB = 0
               DISPLAY "LEDGRPST: REGION " WS-PARM-REGION
                   " IS NOT ON REGNPARM, NOTHING POSTED"
               MOVE 8 TO WS-RC
           END-IF.

      * Loads WS-CURR-TABLE from the CURRPARM control file,
      * keeping per currency the record with the latest effective
      * date not after the run date - the same load LEDGTEDT and
               END-IF
           END-IF.

      * Loads REVXREF, LEDGTEDT's list of tonight's reversals and
      * corrections with what their originals posted at. A missing
      * dataset means the edit passed none. A list longer than
      * the table stops the step (RC=8) rather than let a
      * reversal convert or reject against a partial table; the
      * table is sized with LEDGREXT's and LEDGCREG's.
       1170-LOAD-XREF-TABLE-PARA.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "35"
               MOVE "10" TO WS-XREF-STATUS
           ELSE
               IF WS-XREF-STATUS NOT = "00"
                   DISPLAY "LEDGRPST: REVXREF OPEN FAILED, FILE "
                       "STATUS = " WS-XREF-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-XREF-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL WS-XREF-STATUS = "10"
               READ XREF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-XREF-CT < 500
                           ADD 1 TO WS-XREF-CT
                           MOVE RX-TRAN-TYPE
                               TO WS-XREF-TYPE(WS-XREF-CT)
                           MOVE RX-REF-NO
                               TO WS-XREF-REF-NO(WS-XREF-CT)
                           MOVE RX-ORIG-BASE-AMT
                               TO WS-XREF-BASE-AMT(WS-XREF-CT)
                           MOVE RX-ORIG-BUS-DATE
                               TO WS-XREF-BUS-DATE(WS-XREF-CT)
                       ELSE
                           DISPLAY "LEDGRPST: MORE THAN 500 REVXREF "
                               "ENTRIES, NOTHING POSTED"
                           MOVE 8 TO WS-RC
                           MOVE "10" TO WS-XREF-STATUS
                       END-IF
               END-READ
               IF WS-XREF-STATUS NOT = "00" AND
                       WS-XREF-STATUS NOT = "10"
                   DISPLAY "LEDGRPST: REVXREF READ FAILED, STATUS = "
                       WS-XREF-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-XREF-STATUS
               END-IF
           END-PERFORM.
           CLOSE XREF-FILE.

      * Loads HELDREL, the transactions LEDGHOLD released from the
      * held-items queue tonight on treasury's approval. A missing
      * dataset means nothing was released.
       1180-LOAD-RELEASES-PARA.
           OPEN INPUT HELDREL-FILE.
           IF WS-HELDREL-STATUS = "35"
               MOVE "10" TO WS-HELDREL-STATUS
           ELSE
               IF WS-HELDREL-STATUS NOT = "00"
                   DISPLAY "LEDGRPST: HELDREL OPEN FAILED, FILE "
                       "STATUS = " WS-HELDREL-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-HELDREL-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL WS-HELDREL-STATUS = "10"
               READ HELDREL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-REL-CT < 500
                           ADD 1 TO WS-REL-CT
                           MOVE HELDREL-REC TO WS-REL-TRAN(WS-REL-CT)
                           MOVE "N" TO WS-REL-USED-SW(WS-REL-CT)
                       ELSE
                           IF NOT REL-OVFL-SHOWN
                               DISPLAY "LEDGRPST: MORE THAN 500 "
                                   "RELEASED ITEMS, EXTRA CHECKED "
                                   "AGAINST LIMIT"
                               MOVE "Y" TO WS-REL-OVFL-SW
                           END-IF
                       END-IF
               END-READ
               IF WS-HELDREL-STATUS NOT = "00" AND
                       WS-HELDREL-STATUS NOT = "10"
                   DISPLAY "LEDGRPST: HELDREL READ FAILED, STATUS = "
                       WS-HELDREL-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-HELDREL-STATUS
               END-IF
           END-PERFORM.
           CLOSE HELDREL-FILE.

      * Picks up each region's opening run-id from tonight's
      * NORMAL or RERUN entry in BANRLOG, keeping the last one
      * seen, so this step's control records carry the same run-id
               END-IF
           END-PERFORM.

      * In a regional run every other region is treated as not
      * opened and given no run-id, so neither its extract nor its
      * checkpoints - which the other streams write to the same
      * PSTCHKPT - are looked at here.
       1250-SCOPE-ONE-REGION-PARA.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-REGION-CT
               IF WS-RGN-SUB NOT = WS-PARM-RGN-SUB
                   MOVE "N" TO WS-RGN-OPEN-SW(WS-RGN-SUB)
                   MOVE ZERO TO WS-RGN-OPEN-ID(WS-RGN-SUB)
               END-IF
           END-PERFORM.

       2000-POST-REGIONS-PARA.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-REGION-CT
                   WS-RGN-DONE-SW(WS-RGN-SUB) = "Y"
               CONTINUE
           ELSE
               PERFORM 2110-OPEN-ONE-EXTRACT-PARA
               IF WS-EXTIN-STATUS = "35"
                   CONTINUE
               ELSE
                   IF WS-EXTIN-STATUS NOT = "00"
                       DISPLAY "LEDGRPST: EXTRACT OPEN FAILED FOR "
                           WS-REGION-CD(WS-RGN-SUB) ", FILE STATUS = "
                           WS-EXTIN-STATUS
                       MOVE 12 TO WS-RC
                   ELSE
                       MOVE "Y" TO WS-RGN-FOUND-SW(WS-RGN-SUB)
                       PERFORM 2135-WRITE-START-CHKP-PARA
                       MOVE WS-REGION-CD(WS-RGN-SUB) TO WS-TIME-REGION
                       MOVE WS-RGN-OPEN-ID(WS-RGN-SUB) TO WS-TIME-RUN-ID
                       MOVE "START" TO WS-TIME-EVENT
                       CALL "LEDGTIME" USING WS-TIME-PROGRAM,
                           WS-TIME-REGION, WS-TIME-RUN-ID,
                           WS-TIME-EVENT, WS-RC
                       PERFORM UNTIL WS-EXTIN-STATUS = "10"
                           PERFORM 2120-READ-ONE-EXTRACT-PARA
                           IF WS-EXTIN-STATUS = "00"
                               PERFORM 2200-POST-TRAN-PARA
                           ELSE
                               IF WS-EXTIN-STATUS NOT = "10"
                                   DISPLAY "LEDGRPST: EXTRACT READ "
                                       "FAILED FOR "
                                       WS-REGION-CD(WS-RGN-SUB)
                                       ", STATUS = " WS-EXTIN-STATUS
                                   MOVE 12 TO WS-RC
                                   MOVE "10" TO WS-EXTIN-STATUS
                               END-IF
                           END-IF
                       END-PERFORM
                       PERFORM 2130-CLOSE-ONE-EXTRACT-PARA
                       IF WS-RC < 12
                           PERFORM 2145-WRITE-DONE-CHKPS-PARA
                       END-IF
                       MOVE WS-REGION-CD(WS-RGN-SUB) TO WS-TIME-REGION
                       MOVE WS-RGN-OPEN-ID(WS-RGN-SUB) TO WS-TIME-RUN-ID
                       MOVE "STOP " TO WS-TIME-EVENT
                       CALL "LEDGTIME" USING WS-TIME-PROGRAM,
                           WS-TIME-REGION, WS-TIME-RUN-ID,
                           WS-TIME-EVENT, WS-RC
                   END-IF
               END-IF
           END-IF.

       2110-OPEN-ONE-EXTRACT-PARA.
           PERFORM 2115-SET-EXT-SLOT-PARA.
           EVALUATE WS-EXT-SLOT
               WHEN 1 OPEN INPUT EXTIN01-FILE
               WHEN 2 OPEN INPUT EXTIN02-FILE
               WHEN 3 OPEN INPUT EXTIN03-FILE
               WHEN 10 OPEN INPUT EXTIN10-FILE
           END-EVALUATE.

      * The extract DD a region reads: its REGNPARM position in an
      * all-region run, EXTIN01 in a regional one.
       2115-SET-EXT-SLOT-PARA.
           IF ALL-REGIONS
               MOVE WS-RGN-SUB TO WS-EXT-SLOT
           ELSE
               MOVE 1 TO WS-EXT-SLOT
           END-IF.

       2120-READ-ONE-EXTRACT-PARA.
           PERFORM 2115-SET-EXT-SLOT-PARA.
           EVALUATE WS-EXT-SLOT
               WHEN 1 READ EXTIN01-FILE INTO LEDG-TRAN-REC
                   AT END CONTINUE END-READ
               WHEN 2 READ EXTIN02-FILE INTO LEDG-TRAN-REC
           END-IF.

       2130-CLOSE-ONE-EXTRACT-PARA.
           PERFORM 2115-SET-EXT-SLOT-PARA.
           EVALUATE WS-EXT-SLOT
               WHEN 1 CLOSE EXTIN01-FILE
               WHEN 2 CLOSE EXTIN02-FILE
               WHEN 3 CLOSE EXTIN03-FILE

      * The control totals accumulate for every extract record
      * read, rejected or not - they are this step's input-side
      * totals against LEDGREXT's output, and a posting reject
      * must not read as a record dropped in the handoff. The
      * base-currency conversion happens here, with the same
      * CURRPARM rate the extract side applied to its totals.
      * Only a transaction whose account is on the master and
      * active updates the master and reaches POSTOUT; a frozen or
      * closed account rejects with its own reason so suspense and
      * the operators can tell it from an account never opened.
      * An active account's credit limit is applied last. A
      * reversal or correction not on REVXREF never reached the
      * edit's original and already-reversed checks tonight, so
      * it rejects NO XREF before the master is touched.
       2200-POST-TRAN-PARA.
           ADD 1 TO WS-RGN-POST-CT(WS-RGN-SUB).
           PERFORM 2250-TALLY-CURRENCY-PARA.
           MOVE "READ" TO WS-FLOW-BUCKET.
           PERFORM 2300-TALLY-FLOW-PARA.
           IF (TRAN-REVERSAL OR TRAN-CORRECTION) AND
                   WS-XREF-FIND = 0
               MOVE "NO XREF     " TO WS-REJ-REASON
               PERFORM 2220-REJECT-TRAN-PARA
           ELSE
               MOVE TRAN-ACCT-NO TO ACCT-NO
               READ ACCT-FILE
                   INVALID KEY
                       MOVE "NO ACCOUNT  " TO WS-REJ-REASON
                       PERFORM 2220-REJECT-TRAN-PARA
                   NOT INVALID KEY
                       IF ACCT-FROZEN
                           MOVE "ACCT FROZEN " TO WS-REJ-REASON
                           PERFORM 2220-REJECT-TRAN-PARA
                       ELSE
                           IF ACCT-CLOSED
                               MOVE "ACCT CLOSED " TO WS-REJ-REASON
                               PERFORM 2220-REJECT-TRAN-PARA
                           ELSE
                               PERFORM 2205-POST-ACTIVE-PARA
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * The limit check decides whether the transaction posts; a
      * post-and-warn or treasury-released item posts like any
      * other, with its limit event noted for the report first -
      * the balance it shows is the one the transaction found.
       2205-POST-ACTIVE-PARA.
           PERFORM 2240-CHECK-LIMIT-PARA.
           EVALUATE TRUE
               WHEN LIMIT-HOLD
                   PERFORM 2280-HOLD-TRAN-PARA
               WHEN LIMIT-REJECT
                   MOVE "OVER LIMIT  " TO WS-REJ-REASON
                   PERFORM 2220-REJECT-TRAN-PARA
                   IF WS-RC < 12
                       PERFORM 2290-NOTE-OVERLIMIT-PARA
                   END-IF
               WHEN OTHER
                   IF WS-OVLM-ACTION NOT = SPACES
                       PERFORM 2290-NOTE-OVERLIMIT-PARA
                   END-IF
                   PERFORM 2210-UPDATE-ACCOUNT-PARA
                   IF WS-RC < 12
                       PERFORM 2230-WRITE-POSTED-PARA
                   END-IF
           END-EVALUATE.

      * A transaction is over the limit when it moves the balance
      * down - a negative base amount, which 2210 books as a
      * credit; debits post positive and only raise the balance,
      * so they are never checked - and leaves it below minus the
      * account's credit limit. Accounts with no limit action,
      * reversals and system-originated entries are never
      * checked. An over-limit item
      * treasury released tonight posts and is reported RELEASED;
      * otherwise the account's action decides, and an action
      * code the master should never hold is treated as a hold -
      * nothing past a limit posts unseen.
       2240-CHECK-LIMIT-PARA.
           MOVE "P" TO WS-LIMIT-SW.
           MOVE SPACES TO WS-OVLM-ACTION.
           IF NOT ACCT-LIMIT-NONE AND NOT TRAN-REVERSAL AND
                   NOT TRAN-SRC-SYSTEM AND WS-BASE-AMT < ZERO
               COMPUTE WS-NEW-BALANCE = ACCT-BALANCE + WS-BASE-AMT
               COMPUTE WS-LIMIT-FLOOR = 0 - ACCT-CREDIT-LIMIT
               IF WS-NEW-BALANCE < WS-LIMIT-FLOOR
                   PERFORM 2245-FIND-RELEASE-PARA
                   IF WS-REL-FIND > 0
                       MOVE "Y" TO WS-REL-USED-SW(WS-REL-FIND)
                       MOVE "RELEASED" TO WS-OVLM-ACTION
                   ELSE
                       EVALUATE TRUE
                           WHEN ACCT-LIMIT-WARN
                               MOVE "W" TO WS-LIMIT-SW
                               MOVE "POSTED  " TO WS-OVLM-ACTION
                           WHEN ACCT-LIMIT-REJECT
                               MOVE "R" TO WS-LIMIT-SW
                               MOVE "REJECTED" TO WS-OVLM-ACTION
                           WHEN OTHER
                               MOVE "H" TO WS-LIMIT-SW
                               MOVE "HELD    " TO WS-OVLM-ACTION
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       2245-FIND-RELEASE-PARA.
           MOVE 0 TO WS-REL-FIND.
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1
                   UNTIL WS-REL-SUB > WS-REL-CT
               IF WS-REL-USED-SW(WS-REL-SUB) = "N" AND
                       WS-REL-TRAN(WS-REL-SUB) = LEDG-TRAN-REC
                   MOVE WS-REL-SUB TO WS-REL-FIND
                   MOVE WS-REL-CT TO WS-REL-SUB
               END-IF
           END-PERFORM.

      * The held item takes the next sequence number for its
      * region and business date - the number treasury quotes
      * back on the release - and the account's balance and limit
      * as they stood, for the held-items and overlimit reports.
       2280-HOLD-TRAN-PARA.
           ADD 1 TO WS-RGN-HELD-SEQ(WS-RGN-SUB).
           MOVE LEDG-TRAN-REC TO HELD-TRAN-DATA.
           MOVE WS-REGION-CD(WS-RGN-SUB) TO HELD-REGION-CD.
           MOVE WS-RGN-BUS-DATE(WS-RGN-SUB) TO HELD-HOLD-DATE.
           MOVE WS-RGN-HELD-SEQ(WS-RGN-SUB) TO HELD-SEQ-NO.
           MOVE ZERO TO HELD-AGE-DAYS.
           MOVE WS-BASE-AMT TO HELD-BASE-AMT.
           MOVE ACCT-BALANCE TO HELD-BALANCE.
           MOVE ACCT-CREDIT-LIMIT TO HELD-CREDIT-LIMIT.
           MOVE SPACES TO HELD-APPROVER.
           MOVE ZERO TO HELD-APPROVE-DATE.
           WRITE HELD-ITEM-REC.
           IF WS-HELDNEW-STATUS NOT = "00"
               DISPLAY "LEDGRPST: HELDNEW WRITE FAILED, STATUS = "
                   WS-HELDNEW-STATUS
               MOVE 12 TO WS-RC
           ELSE
               PERFORM 2285-TALLY-HELD-PARA
               PERFORM 2290-NOTE-OVERLIMIT-PARA
               MOVE "HELD" TO WS-FLOW-BUCKET
               PERFORM 2300-TALLY-FLOW-PARA
           END-IF.

      * Adds a held item into its region and currency bucket for
      * the LEDGRHLD memo record; the caller has found the slot.
       2285-TALLY-HELD-PARA.
           ADD 1 TO WS-RGN-CUR-HLD-CT(WS-RGN-SUB, WS-CUR-SLOT-FIND).
           ADD TRAN-AMOUNT
               TO WS-RGN-CUR-HLD-AMT(WS-RGN-SUB, WS-CUR-SLOT-FIND).
           ADD HELD-BASE-AMT
               TO WS-RGN-CUR-HLD-BASE(WS-RGN-SUB, WS-CUR-SLOT-FIND).

       2290-NOTE-OVERLIMIT-PARA.
           EVALUATE WS-OVLM-ACTION
               WHEN "HELD    "
                   ADD 1 TO WS-HELD-CT
                   ADD 1 TO WS-RGN-HELD-CT(WS-RGN-SUB)
               WHEN "POSTED  "
                   ADD 1 TO WS-WARN-CT
                   ADD 1 TO WS-RGN-WARN-CT(WS-RGN-SUB)
               WHEN "RELEASED"
                   ADD 1 TO WS-RELEASED-CT
                   ADD 1 TO WS-RGN-REL-CT(WS-RGN-SUB)
               WHEN OTHER
                   ADD 1 TO WS-RGN-OVREJ-CT(WS-RGN-SUB)
           END-EVALUATE.
           IF WS-OVLM-CT < 500
               ADD 1 TO WS-OVLM-CT
               MOVE WS-RGN-SUB TO WS-OVLM-RGN(WS-OVLM-CT)
               MOVE TRAN-ACCT-NO TO WS-OVLM-ACCT-NO(WS-OVLM-CT)
               MOVE TRAN-CURR-CD TO WS-OVLM-CURR-CD(WS-OVLM-CT)
               MOVE TRAN-AMOUNT TO WS-OVLM-AMOUNT(WS-OVLM-CT)
               MOVE WS-BASE-AMT TO WS-OVLM-BASE-AMT(WS-OVLM-CT)
               MOVE ACCT-BALANCE TO WS-OVLM-BALANCE(WS-OVLM-CT)
               MOVE ACCT-CREDIT-LIMIT TO WS-OVLM-LIMIT(WS-OVLM-CT)
               MOVE WS-OVLM-ACTION TO WS-OVLM-TAKEN(WS-OVLM-CT)
               MOVE TRAN-DATE TO WS-OVLM-TRAN-DATE(WS-OVLM-CT)
               IF WS-OVLM-ACTION = "HELD    "
                   MOVE WS-RGN-HELD-SEQ(WS-RGN-SUB)
                       TO WS-OVLM-SEQ-NO(WS-OVLM-CT)
               ELSE
                   MOVE ZERO TO WS-OVLM-SEQ-NO(WS-OVLM-CT)
               END-IF
           ELSE
               ADD 1 TO WS-OVLM-OVFL-CT
           END-IF.

      * First touch of an account on a new business date starts a
      * fresh cycle: the per-cycle debit/credit totals are zeroed

       2220-REJECT-TRAN-PARA.
           MOVE LEDG-TRAN-REC TO REJ-TRAN-DATA.
           MOVE WS-REJ-REASON TO REJ-REASON.
           WRITE PSTREJ-REC.
           IF WS-PSTREJ-STATUS NOT = "00"
               DISPLAY "LEDGRPST: PSTREJS WRITE FAILED, STATUS = "
               MOVE 12 TO WS-RC
           ELSE
               ADD 1 TO WS-REJ-CT
               MOVE "REJECTED" TO WS-FLOW-BUCKET
               PERFORM 2300-TALLY-FLOW-PARA
               EVALUATE WS-REJ-REASON
                   WHEN "ACCT FROZEN "
                       ADD 1 TO WS-REJ-FROZEN-CT
                   WHEN "ACCT CLOSED "
                       ADD 1 TO WS-REJ-CLOSED-CT
                   WHEN "OVER LIMIT  "
                       ADD 1 TO WS-REJ-OVLM-CT
                   WHEN "NO XREF     "
                       ADD 1 TO WS-REJ-NOXREF-CT
                   WHEN OTHER
                       ADD 1 TO WS-REJ-NOACCT-CT
               END-EVALUATE
           END-IF.

      * Accumulates the extract record into its region and
           PERFORM 2260-FIND-RATE-PARA.
           COMPUTE WS-BASE-AMT ROUNDED =
               TRAN-AMOUNT * WS-RATE-WORK.
           PERFORM 2270-FIND-XREF-PARA.
           IF TRAN-REVERSAL AND WS-XREF-FIND > 0
               COMPUTE WS-BASE-AMT =
                   0 - WS-XREF-BASE-AMT(WS-XREF-FIND)
           END-IF.
           MOVE 0 TO WS-CUR-SLOT-FIND.
           PERFORM VARYING WS-CUR-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SLOT-SUB > 8
           ADD WS-BASE-AMT
               TO WS-RGN-CUR-BASE(WS-RGN-SUB, WS-CUR-SLOT-FIND).

       2270-FIND-XREF-PARA.
           MOVE 0 TO WS-XREF-FIND.
           IF TRAN-REVERSAL OR TRAN-CORRECTION
               PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                       UNTIL WS-XREF-SUB > WS-XREF-CT
                   IF WS-XREF-TYPE(WS-XREF-SUB) = TRAN-TYPE AND
                           WS-XREF-REF-NO(WS-XREF-SUB) = TRAN-REF-NO
                       MOVE WS-XREF-SUB TO WS-XREF-FIND
                       MOVE WS-XREF-CT TO WS-XREF-SUB
                   END-IF
               END-PERFORM
           END-IF.

       2260-FIND-RATE-PARA.
           MOVE 1 TO WS-RATE-WORK.
           IF TRAN-CURR-CD NOT = SPACES
           MOVE WS-BASE-AMT TO PH-BASE-AMOUNT.
           MOVE WS-RGN-BUS-DATE(WS-RGN-SUB) TO PH-BUS-DATE.
           MOVE WS-RGN-OPEN-ID(WS-RGN-SUB) TO PH-RUN-ID.
           IF TRAN-REVERSAL AND WS-XREF-FIND > 0
               MOVE WS-XREF-BUS-DATE(WS-XREF-FIND) TO PH-VALUE-DATE
           ELSE
               MOVE WS-RGN-BUS-DATE(WS-RGN-SUB) TO PH-VALUE-DATE
           END-IF.
           WRITE POST-HIST-REC.
           IF WS-POST-STATUS NOT = "00"
               DISPLAY "LEDGRPST: POSTOUT WRITE FAILED, STATUS = "
               MOVE 12 TO WS-RC
           ELSE
               ADD 1 TO WS-POST-CT
               MOVE "POSTED" TO WS-FLOW-BUCKET
               PERFORM 2300-TALLY-FLOW-PARA
               IF TRAN-SRC-SYSTEM
                   ADD 1 TO WS-SYS-CT
                   PERFORM 2235-TALLY-SYSTEM-PARA
               END-IF
           END-IF.

      * Adds a posted system-originated entry into its region and
      * currency bucket for the LEDGRSYS memo record.
       2235-TALLY-SYSTEM-PARA.
           ADD 1 TO WS-RGN-CUR-SYS-CT(WS-RGN-SUB, WS-CUR-SLOT-FIND).
           ADD TRAN-AMOUNT
               TO WS-RGN-CUR-SYS-AMT(WS-RGN-SUB, WS-CUR-SLOT-FIND).
           ADD WS-BASE-AMT
               TO WS-RGN-CUR-SYS-BASE(WS-RGN-SUB, WS-CUR-SLOT-FIND).

      * One transaction in LEDG-TRAN-REC, at the base amount in
      * WS-BASE-AMT, into the bucket named in WS-FLOW-BUCKET; an
      * amount that is not numeric counts as zero, the same rule
      * every step applies.
       2300-TALLY-FLOW-PARA.
           MOVE "ADD " TO WS-FLOW-FUNCTION.
           MOVE TRAN-REGION-CD TO WS-FLOW-REGION.
           MOVE TRAN-CURR-CD TO WS-FLOW-CURR.
           MOVE 1 TO WS-FLOW-COUNT.
           IF TRAN-AMOUNT IS NUMERIC
               MOVE TRAN-AMOUNT TO WS-FLOW-AMT
               MOVE WS-BASE-AMT TO WS-FLOW-BASE
           ELSE
               MOVE ZERO TO WS-FLOW-AMT
               MOVE ZERO TO WS-FLOW-BASE
           END-IF.
           CALL "LEDGFLOW" USING WS-FLOW-FUNCTION, WS-FLOW-STEP,
               WS-FLOW-BUCKET, WS-FLOW-REGION, WS-FLOW-CURR,
               WS-FLOW-COUNT, WS-FLOW-AMT, WS-FLOW-BASE, WS-RC.

       2310-SEND-FLOW-PARA.
           MOVE "SEND" TO WS-FLOW-FUNCTION.
           MOVE WS-PARM-REGION TO WS-FLOW-REGION.
           CALL "LEDGFLOW" USING WS-FLOW-FUNCTION, WS-FLOW-STEP,
               WS-FLOW-BUCKET, WS-FLOW-REGION, WS-FLOW-CURR,
               WS-FLOW-COUNT, WS-FLOW-AMT, WS-FLOW-BASE, WS-RC.

       3000-PRINT-SUMMARY-PARA.
           MOVE WS-POST-CT TO WS-DISP-CT.
           DISPLAY "LEDGRPST: TRANSACTIONS POSTED    " WS-DISP-CT.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-REGION-CT
               IF ALL-REGIONS OR WS-RGN-SUB = WS-PARM-RGN-SUB
                   MOVE WS-RGN-POST-CT(WS-RGN-SUB) TO WS-DISP-CT
                   DISPLAY "LEDGRPST: READ   "
                       WS-REGION-CD(WS-RGN-SUB)
                       " FOUND=" WS-RGN-FOUND-SW(WS-RGN-SUB)
                       " COUNT " WS-DISP-CT
               END-IF
           END-PERFORM.
           MOVE WS-REJ-NOACCT-CT TO WS-DISP-CT.
           DISPLAY "LEDGRPST: REJECTED NO ACCOUNT    " WS-DISP-CT.
           MOVE WS-REJ-FROZEN-CT TO WS-DISP-CT.
           DISPLAY "LEDGRPST: REJECTED ACCT FROZEN   " WS-DISP-CT.
           MOVE WS-REJ-CLOSED-CT TO WS-DISP-CT.
           DISPLAY "LEDGRPST: REJECTED ACCT CLOSED   " WS-DISP-CT.
           MOVE WS-REJ-OVLM-CT TO WS-DISP-CT.
           DISPLAY "LEDGRPST: REJECTED OVER LIMIT    " WS-DISP-CT.
           MOVE WS-REJ-NOXREF-CT TO WS-DISP-CT.
           DISPLAY "LEDGRPST: REJECTED NO XREF       " WS-DISP-CT.
           MOVE WS-HELD-CT TO WS-DISP-CT.
           DISPLAY "LEDGRPST: HELD OVER LIMIT        " WS-DISP-CT.
           MOVE WS-WARN-CT TO WS-DISP-CT.
           DISPLAY "LEDGRPST: POSTED OVER LIMIT      " WS-DISP-CT.
           MOVE WS-RELEASED-CT TO WS-DISP-CT.
           DISPLAY "LEDGRPST: POSTED AS RELEASED     " WS-DISP-CT.
           MOVE WS-SYS-CT TO WS-DISP-CT.
           DISPLAY "LEDGRPST: SYSTEM ENTRIES POSTED  " WS-DISP-CT.
           IF WS-RC = 0 AND
                   (WS-REJ-CT > 0 OR WS-HELD-CT > 0 OR WS-WARN-CT > 0)
               MOVE 4 TO WS-RC
           END-IF.

      * One page per region posted tonight: each limit event with
      * the balance the transaction found and the limit it broke,
      * then the region's counts by outcome and the base amount it
      * put on the held queue. A region a resubmission skipped was
      * reported by the run that posted it.
       3500-PRINT-OVERLIMIT-PARA.
           PERFORM VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-REGION-CT
               IF WS-RGN-OPEN-SW(WS-RGN-SUB) = "Y"
                   PERFORM 3510-PRINT-ONE-REGION-PARA
               END-IF
           END-PERFORM.

       3510-PRINT-ONE-REGION-PARA.
           MOVE WS-REGION-CD(WS-RGN-SUB) TO RH-REGION-CD.
           MOVE WS-RGN-BUS-DATE(WS-RGN-SUB) TO RH-BUS-DATE.
           MOVE WS-RGN-OPEN-ID(WS-RGN-SUB) TO RH-RUN-ID.
           PERFORM 5100-NEW-PAGE-PARA.
           IF WS-RGN-DONE-SW(WS-RGN-SUB) = "Y"
               MOVE "POSTED BY AN EARLIER SUBMISSION - SEE ITS REPORT"
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           ELSE
               PERFORM VARYING WS-OVLM-SUB FROM 1 BY 1
                       UNTIL WS-OVLM-SUB > WS-OVLM-CT
                   IF WS-OVLM-RGN(WS-OVLM-SUB) = WS-RGN-SUB
                       PERFORM 3520-PRINT-ONE-EVENT-PARA
                   END-IF
               END-PERFORM
               PERFORM 3530-PRINT-REGION-TOTALS-PARA
           END-IF.

       3520-PRINT-ONE-EVENT-PARA.
           MOVE WS-OVLM-ACCT-NO(WS-OVLM-SUB) TO OL-ACCT-NO.
           MOVE WS-OVLM-CURR-CD(WS-OVLM-SUB) TO OL-CURR-CD.
           MOVE WS-OVLM-AMOUNT(WS-OVLM-SUB) TO OL-AMOUNT.
           MOVE WS-OVLM-BASE-AMT(WS-OVLM-SUB) TO OL-BASE-AMT.
           MOVE WS-OVLM-BALANCE(WS-OVLM-SUB) TO OL-BALANCE.
           MOVE WS-OVLM-LIMIT(WS-OVLM-SUB) TO OL-LIMIT.
           MOVE WS-OVLM-TAKEN(WS-OVLM-SUB) TO OL-TAKEN.
           MOVE WS-OVLM-SEQ-NO(WS-OVLM-SUB) TO OL-SEQ-NO.
           MOVE WS-OVLM-TRAN-DATE(WS-OVLM-SUB) TO OL-TRAN-DATE.
           MOVE WS-OVLM-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

       3530-PRINT-REGION-TOTALS-PARA.
           MOVE ZERO TO WS-RGN-HELD-BASE.
           PERFORM VARYING WS-CUR-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SLOT-SUB > 8
               ADD WS-RGN-CUR-HLD-BASE(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                   TO WS-RGN-HELD-BASE
           END-PERFORM.
           IF WS-RGN-HELD-CT(WS-RGN-SUB) = 0 AND
                   WS-RGN-WARN-CT(WS-RGN-SUB) = 0 AND
                   WS-RGN-REL-CT(WS-RGN-SUB) = 0 AND
                   WS-RGN-OVREJ-CT(WS-RGN-SUB) = 0
               MOVE "NO TRANSACTIONS PAST A CREDIT LIMIT"
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           END-IF.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-RGN-HELD-CT(WS-RGN-SUB) TO WS-DISP-CT.
           STRING "HELD FOR TREASURY    " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-RGN-HELD-BASE TO WS-DISP-AMT.
           STRING "  HELD BASE AMOUNT   " DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-RGN-WARN-CT(WS-RGN-SUB) TO WS-DISP-CT.
           STRING "POSTED AND WARNED    " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-RGN-OVREJ-CT(WS-RGN-SUB) TO WS-DISP-CT.
           STRING "REJECTED OVER LIMIT  " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-RGN-REL-CT(WS-RGN-SUB) TO WS-DISP-CT.
           STRING "POSTED AS RELEASED   " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           IF WS-OVLM-OVFL-CT > 0
               PERFORM 5000-WRITE-LINE-PARA
               MOVE WS-OVLM-OVFL-CT TO WS-DISP-CT
               STRING "NOT ITEMISED         " DELIMITED BY SIZE
                   WS-DISP-CT DELIMITED BY SIZE
                   " EVENTS PAST THE 500 THE REPORT HOLDS, ALL "
                   DELIMITED BY SIZE
                   "REGIONS - COUNTS ABOVE ARE COMPLETE"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
           END-IF.

      * Appends one control-total record per region and currency
      * read tonight, the mirror of LEDGREXT's 4000/4100/4110
      * paragraphs, for LEDGRBAL to reconcile the two sides of
               IF WS-RGN-CUR-USED-SW(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                       = "Y"
                   PERFORM 4110-WRITE-ONE-CURRENCY-PARA
                   IF WS-RGN-CUR-HLD-CT(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                           > 0
                       PERFORM 4120-WRITE-ONE-HELD-PARA
                   END-IF
                   IF WS-RGN-CUR-SYS-CT(WS-RGN-SUB, WS-CUR-SLOT-SUB)
                           > 0
                       PERFORM 4130-WRITE-ONE-SYSTEM-PARA
                   END-IF
               END-IF
           END-PERFORM.

      * The held memo for the same bucket, only where something was
      * held; LEDGRBAL shows it beside the balanced pair.
       4120-WRITE-ONE-HELD-PARA.
           MOVE "LEDGRHLD" TO CTL-STEP-NAME.
           MOVE WS-REGION-CD(WS-RGN-SUB) TO CTL-REGION-CD.
           MOVE WS-RGN-CUR-CD(WS-RGN-SUB, WS-CUR-SLOT-SUB)
               TO CTL-CURR-CD.
           MOVE WS-RGN-OPEN-ID(WS-RGN-SUB) TO CTL-RUN-ID.
           MOVE WS-RGN-CUR-HLD-CT(WS-RGN-SUB, WS-CUR-SLOT-SUB)
               TO CTL-REC-COUNT.
           MOVE WS-RGN-CUR-HLD-AMT(WS-RGN-SUB, WS-CUR-SLOT-SUB)
               TO CTL-HASH-TOTAL.
           MOVE WS-RGN-CUR-HLD-BASE(WS-RGN-SUB, WS-CUR-SLOT-SUB)
               TO CTL-BASE-TOTAL.
           MOVE WS-RGN-BUS-DATE(WS-RGN-SUB) TO CTL-BUS-DATE.
           WRITE CTL-TOTAL-REC.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "LEDGRPST: CTLTOTL WRITE FAILED, STATUS = "
                   WS-CTL-STATUS
               MOVE 12 TO WS-RC
           END-IF.

      * The system-entry memo for the same bucket, only where a
      * system-originated entry posted.
       4130-WRITE-ONE-SYSTEM-PARA.
           MOVE "LEDGRSYS" TO CTL-STEP-NAME.
           MOVE WS-REGION-CD(WS-RGN-SUB) TO CTL-REGION-CD.
           MOVE WS-RGN-CUR-CD(WS-RGN-SUB, WS-CUR-SLOT-SUB)
               TO CTL-CURR-CD.
           MOVE WS-RGN-OPEN-ID(WS-RGN-SUB) TO CTL-RUN-ID.
           MOVE WS-RGN-CUR-SYS-CT(WS-RGN-SUB, WS-CUR-SLOT-SUB)
               TO CTL-REC-COUNT.
           MOVE WS-RGN-CUR-SYS-AMT(WS-RGN-SUB, WS-CUR-SLOT-SUB)
               TO CTL-HASH-TOTAL.
           MOVE WS-RGN-CUR-SYS-BASE(WS-RGN-SUB, WS-CUR-SLOT-SUB)
               TO CTL-BASE-TOTAL.
           MOVE WS-RGN-BUS-DATE(WS-RGN-SUB) TO CTL-BUS-DATE.
           WRITE CTL-TOTAL-REC.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "LEDGRPST: CTLTOTL WRITE FAILED, STATUS = "
                   WS-CTL-STATUS
               MOVE 12 TO WS-RC
           END-IF.

       4110-WRITE-ONE-CURRENCY-PARA.
           MOVE "LEDGRPST" TO CTL-STEP-NAME.
           MOVE WS-REGION-CD(WS-RGN-SUB) TO CTL-REGION-CD.
               MOVE 12 TO WS-RC
           END-IF.

       5000-WRITE-LINE-PARA.
           IF WS-LINE-CT > 55
               PERFORM 5100-NEW-PAGE-PARA
           END-IF.
           WRITE OVLM-REC FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CT.
           MOVE SPACES TO WS-PRINT-LINE.

      * Every page carries the region it belongs to and the column
      * headings, so a region running past one page still reads.
       5100-NEW-PAGE-PARA.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO HD1-DATE.
           MOVE WS-PAGE-NO TO HD1-PAGE.
           WRITE OVLM-REC FROM WS-HEAD-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO OVLM-REC.
           WRITE OVLM-REC AFTER ADVANCING 1 LINE.
           WRITE OVLM-REC FROM WS-RGN-HEAD
               AFTER ADVANCING 1 LINE.
           WRITE OVLM-REC FROM WS-COL-HEAD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO OVLM-REC.
           WRITE OVLM-REC AFTER ADVANCING 1 LINE.
           MOVE 6 TO WS-LINE-CT.

       9000-TERMINATE-PARA.
           CLOSE POST-FILE.
           CLOSE ACCT-FILE.
           CLOSE PSTREJ-FILE.
           CLOSE CHKP-FILE.
           CLOSE HELDNEW-FILE.
           CLOSE OVLM-FILE.
