       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGAMNT.
      * Account master maintenance run. Until this step existed
      * ACCTMAST was loaded by hand and nothing in the stream could
      * open, freeze or close an account, so transactions for new
      * accounts sat in suspense as NO ACCOUNT rejects and a
      * closed account kept taking postings. Reads the day's
      * maintenance requests from MNTREQ (see ACCTMREQ.cpy) and
      * applies each to the master in file order: OPEN writes a
      * new active account with its home region, currency,
      * opening balance, credit limit and limit action; CHNG
      * replaces the home region and/or currency and/or the credit
      * limit and action; FRZE and UNFZ freeze and release an
      * account;
      * CLOS closes it. Every request carries the requester's id
      * and the business date it takes effect, and is validated
      * against the master before anything is written: an open for
      * an account already on file is a duplicate and refused, a
      * close is refused while ACCT-BALANCE is not zero, a freeze
      * needs an active account and an unfreeze a frozen one, and
      * nothing but an open is accepted for an account not on
      * file. Region codes are checked against REGNPARM and
      * currency codes against CURRPARM the same way the edit step
      * checks transactions; a limit action must be N, H, W or R
      * and its limit numeric. Each applied request appends a
      * before-and-after image of the master record to the
      * cumulative ACCTAUD audit dataset (see ACCTAUD.cpy); every
      * request, applied or rejected, is printed with its outcome
      * on the MNTRPT maintenance report. The stream runs this
      * after posting, so a transaction rejected NO ACCOUNT
      * tonight recycles out of suspense against the newly opened
      * account on the next night. Ends with RETURN-CODE 4 when
      * any request was rejected, 12 on a file error; a night
      * with no MNTREQ dataset simply has nothing to apply.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MREQ-FILE ASSIGN TO "MNTREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MREQ-STATUS.
           SELECT REGION-FILE ASSIGN TO "REGNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGNPARM-STATUS.
           SELECT CURR-FILE ASSIGN TO "CURRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRPARM-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "ACCTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MNTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MREQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY ACCTMREQ.

       FD  REGION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY REGNPARM.

       FD  CURR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY CURRPARM.

       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMSTR.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY ACCTAUD.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 REPORT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MREQ-STATUS          PIC X(2).
       01 WS-REGNPARM-STATUS      PIC X(2).
       01 WS-CURRPARM-STATUS      PIC X(2).
       01 WS-ACCT-STATUS          PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-RC                   PIC S9(4) COMP VALUE 0.

       COPY REGNTAB.

       COPY CURRTAB.

       01 WS-SUB                  PIC 9(2) COMP.
       01 WS-CURR-SUB             PIC 9(2) COMP.
       01 WS-CURR-FIND            PIC 9(2) COMP.

      * Per-request work: whether the account was on the master
      * when the request was read, whether the request has been
      * refused (the first reason found is the one reported), and
      * the master record as it stood before the change, for the
      * audit image.
       01 WS-FOUND-SW             PIC X(1).
          88 ACCT-ON-FILE         VALUE "Y".
       01 WS-REJ-SW               PIC X(1).
          88 REQUEST-REJECTED     VALUE "Y".
       01 WS-CODE-OK-SW           PIC X(1).
       01 WS-BEFORE-IMAGE         PIC X(119).

       01 WS-READ-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-APPLIED-CT           PIC 9(7) COMP VALUE ZERO.
       01 WS-REJECT-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-OPEN-CT              PIC 9(7) COMP VALUE ZERO.
       01 WS-CHANGE-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-FREEZE-CT            PIC 9(7) COMP VALUE ZERO.
       01 WS-UNFREEZE-CT          PIC 9(7) COMP VALUE ZERO.
       01 WS-CLOSE-CT             PIC 9(7) COMP VALUE ZERO.
       01 WS-OPEN-BAL-TOTAL       PIC S9(11)V99 VALUE ZERO.

      * Effective-date edit work fields, the same calendar check
      * the transaction edit applies.
       01 WS-DATE-WORK.
          05 WS-DW-YYYY           PIC 9(4).
          05 WS-DW-MM             PIC 9(2).
          05 WS-DW-DD             PIC 9(2).
       01 WS-DAYS-IN-MONTH        PIC 9(2)  COMP.
       01 WS-LEAP-QUOT            PIC 9(4)  COMP.
       01 WS-LEAP-REM-4           PIC 9(4)  COMP.
       01 WS-LEAP-REM-100         PIC 9(4)  COMP.
       01 WS-LEAP-REM-400         PIC 9(4)  COMP.

       01 WS-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
       01 WS-LINE-CT              PIC 9(3) COMP VALUE 99.
       01 WS-PRINT-LINE           PIC X(132).
       01 WS-DISP-CT              PIC Z(6)9.
       01 WS-DISP-AMT             PIC -(10)9.99.

       01 WS-HEAD-1.
          05 FILLER               PIC X(40) VALUE
             "LEDGAMNT - ACCOUNT MASTER MAINTENANCE   ".
          05 FILLER               PIC X(9)  VALUE "RUN DATE ".
          05 HD1-DATE             PIC 9(8).
          05 FILLER               PIC X(8)  VALUE "    PAGE".
          05 HD1-PAGE             PIC ZZZ9.
          05 FILLER               PIC X(63) VALUE SPACES.
       01 WS-MAINT-LINE.
          05 FILLER               PIC X(4)  VALUE "REC ".
          05 ML-REC-NO            PIC ZZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 ML-ACTION            PIC X(4).
          05 FILLER               PIC X(7)  VALUE "  ACCT ".
          05 ML-ACCT-NO           PIC X(10).
          05 FILLER               PIC X(5)  VALUE "  BY ".
          05 ML-REQUESTER         PIC X(8).
          05 FILLER               PIC X(6)  VALUE "  EFF ".
          05 ML-EFF-DATE          PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 ML-RESULT            PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 ML-MESSAGE           PIC X(50).
          05 FILLER               PIC X(9)  VALUE SPACES.

      * Timing-call work fields for the shared LEDGTIME step log.
       01 WS-TIME-PROGRAM         PIC X(8)  VALUE "LEDGAMNT".
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
               PERFORM 2000-PROCESS-REQUESTS-PARA
               PERFORM 3000-PRINT-SUMMARY-PARA
               PERFORM 9000-TERMINATE-PARA
           END-IF.
           IF WS-RC = 0 AND WS-REJECT-CT > 0
               MOVE 4 TO WS-RC
           END-IF.
           MOVE "STOP " TO WS-TIME-EVENT.
           CALL "LEDGTIME" USING WS-TIME-PROGRAM, WS-TIME-REGION,
               WS-TIME-RUN-ID, WS-TIME-EVENT, WS-RC.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 1100-LOAD-REGION-TABLE-PARA.
           PERFORM 1150-LOAD-CURR-TABLE-PARA.
           IF WS-RC = 0
               PERFORM 1300-OPEN-FILES-PARA
           END-IF.
           IF WS-RC = 0
               PERFORM 1400-OPEN-MASTER-PARA
           END-IF.

      * Same REGNPARM load as LEDGREXT's 1100/1110/1120 paragraphs;
      * an account can only be homed in a region the extract will
      * route to.
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

      * Loads WS-CURR-TABLE from the CURRPARM control file,
      * keeping per currency the record with the latest effective
      * date not after the run date - the same load LEDGTEDT
      * makes, so an account is only opened in a currency the
      * edit will accept transactions in.
       1150-LOAD-CURR-TABLE-PARA.
           OPEN INPUT CURR-FILE.
           IF WS-CURRPARM-STATUS = "35"
               DISPLAY "LEDGAMNT: CURRPARM NOT FOUND, BASE CURRENCY "
                   "ONLY"
           ELSE
               PERFORM UNTIL WS-CURRPARM-STATUS = "10"
                   READ CURR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1160-STORE-CURR-REC-PARA
                   END-READ
                   IF WS-CURRPARM-STATUS NOT = "00" AND
                           WS-CURRPARM-STATUS NOT = "10"
                       DISPLAY "LEDGAMNT: CURRPARM READ FAILED, "
                           "STATUS = " WS-CURRPARM-STATUS
                       MOVE 12 TO WS-RC
                       MOVE "10" TO WS-CURRPARM-STATUS
                   END-IF
               END-PERFORM
               CLOSE CURR-FILE
           END-IF.

       1160-STORE-CURR-REC-PARA.
           IF CURR-PARM-EFF-DATE > WS-RUN-DATE
               CONTINUE
           ELSE
               MOVE 0 TO WS-CURR-FIND
               PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                       UNTIL WS-CURR-SUB > WS-CURR-CT
                   IF WS-CURR-CD(WS-CURR-SUB) = CURR-PARM-CD
                       MOVE WS-CURR-SUB TO WS-CURR-FIND
                       MOVE WS-CURR-CT TO WS-CURR-SUB
                   END-IF
               END-PERFORM
               IF WS-CURR-FIND = 0
                   IF WS-CURR-CT < 20
                       ADD 1 TO WS-CURR-CT
                       MOVE WS-CURR-CT TO WS-CURR-FIND
                       MOVE CURR-PARM-CD
                           TO WS-CURR-CD(WS-CURR-FIND)
                       MOVE CURR-PARM-EFF-DATE
                           TO WS-CURR-EFF-DATE(WS-CURR-FIND)
                       MOVE CURR-PARM-RATE
                           TO WS-CURR-RATE(WS-CURR-FIND)
                   ELSE
                       DISPLAY "LEDGAMNT: MORE THAN 20 CURRENCIES "
                           "IN CURRPARM, ENTRY IGNORED FOR "
                           CURR-PARM-CD
                   END-IF
               ELSE
                   IF CURR-PARM-EFF-DATE >=
                           WS-CURR-EFF-DATE(WS-CURR-FIND)
                       MOVE CURR-PARM-EFF-DATE
                           TO WS-CURR-EFF-DATE(WS-CURR-FIND)
                       MOVE CURR-PARM-RATE
                           TO WS-CURR-RATE(WS-CURR-FIND)
                   END-IF
               END-IF
           END-IF.

      * A missing MNTREQ dataset is a night with no maintenance,
      * not a failure. The audit dataset is cumulative and opened
      * EXTEND, self-provisioning the way PSTCHKPT does.
       1300-OPEN-FILES-PARA.
           OPEN INPUT MREQ-FILE.
           IF WS-MREQ-STATUS = "35"
               DISPLAY "LEDGAMNT: MNTREQ NOT FOUND, NO MAINTENANCE "
                   "TONIGHT"
               MOVE "10" TO WS-MREQ-STATUS
           ELSE
               IF WS-MREQ-STATUS NOT = "00"
                   DISPLAY "LEDGAMNT: MNTREQ OPEN FAILED, FILE "
                       "STATUS = " WS-MREQ-STATUS
                   MOVE 12 TO WS-RC
               END-IF
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "LEDGAMNT: ACCTAUD OPEN FAILED, FILE STATUS = "
                   WS-AUDIT-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "LEDGAMNT: MNTRPT OPEN FAILED, FILE STATUS = "
                   WS-REPORT-STATUS
               MOVE 12 TO WS-RC
           END-IF.
           IF WS-RC = 0
               PERFORM 5100-NEW-PAGE-PARA
           END-IF.

      * The account master self-provisions empty on a brand-new
      * environment the same way LEDGRPST's open does, so the very
      * first accounts can be opened through this run.
       1400-OPEN-MASTER-PARA.
           OPEN I-O ACCT-FILE.
           IF WS-ACCT-STATUS = "35"
               OPEN OUTPUT ACCT-FILE
               CLOSE ACCT-FILE
               OPEN I-O ACCT-FILE
           END-IF.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "LEDGAMNT: ACCTMAST OPEN FAILED, FILE STATUS = "
                   WS-ACCT-STATUS
               MOVE 12 TO WS-RC
           END-IF.

       2000-PROCESS-REQUESTS-PARA.
           PERFORM UNTIL WS-MREQ-STATUS = "10"
               READ MREQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-READ-CT
                       PERFORM 2100-PROCESS-ONE-REQ-PARA
               END-READ
               IF WS-MREQ-STATUS NOT = "00" AND
                       WS-MREQ-STATUS NOT = "10"
                   DISPLAY "LEDGAMNT: MNTREQ READ FAILED, STATUS = "
                       WS-MREQ-STATUS
                   MOVE 12 TO WS-RC
                   MOVE "10" TO WS-MREQ-STATUS
               END-IF
           END-PERFORM.

      * Field edits first, then the master lookup, then the
      * action's own rules against what is on file. A request
      * is applied whole or not at all; the first reason it is
      * refused is the one printed.
       2100-PROCESS-ONE-REQ-PARA.
           MOVE "N" TO WS-REJ-SW.
           MOVE "N" TO WS-FOUND-SW.
           MOVE SPACES TO ML-MESSAGE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           PERFORM 2110-EDIT-REQUEST-PARA.
           IF NOT REQUEST-REJECTED
               PERFORM 2150-READ-MASTER-PARA
           END-IF.
           IF NOT REQUEST-REJECTED AND WS-RC < 12
               EVALUATE TRUE
                   WHEN MREQ-OPEN
                       PERFORM 2200-APPLY-OPEN-PARA
                   WHEN MREQ-CHANGE
                       PERFORM 2300-APPLY-CHANGE-PARA
                   WHEN MREQ-FREEZE
                       PERFORM 2400-APPLY-FREEZE-PARA
                   WHEN MREQ-UNFREEZE
                       PERFORM 2500-APPLY-UNFREEZE-PARA
                   WHEN MREQ-CLOSE
                       PERFORM 2600-APPLY-CLOSE-PARA
               END-EVALUATE
           END-IF.
           IF REQUEST-REJECTED
               ADD 1 TO WS-REJECT-CT
               MOVE "REJECTED" TO ML-RESULT
           ELSE
               IF WS-RC < 12
                   ADD 1 TO WS-APPLIED-CT
                   MOVE "APPLIED " TO ML-RESULT
                   PERFORM 2700-WRITE-AUDIT-PARA
               ELSE
                   MOVE "FAILED  " TO ML-RESULT
                   MOVE "ACCTMAST UPDATE FAILED - SEE CONSOLE"
                       TO ML-MESSAGE
               END-IF
           END-IF.
           PERFORM 5200-WRITE-MAINT-LINE-PARA.
           IF WS-RC = 12
               MOVE "10" TO WS-MREQ-STATUS
           END-IF.

       2110-EDIT-REQUEST-PARA.
           IF MREQ-OPEN OR MREQ-CHANGE OR MREQ-FREEZE OR
                   MREQ-UNFREEZE OR MREQ-CLOSE
               CONTINUE
           ELSE
               MOVE "ACTION IS NOT OPEN, CHNG, FRZE, UNFZ OR CLOS"
                   TO ML-MESSAGE
               MOVE "Y" TO WS-REJ-SW
           END-IF.
           IF NOT REQUEST-REJECTED AND MREQ-ACCT-NO = SPACES
               MOVE "ACCOUNT NUMBER IS BLANK" TO ML-MESSAGE
               MOVE "Y" TO WS-REJ-SW
           END-IF.
           IF NOT REQUEST-REJECTED AND MREQ-REQUESTER = SPACES
               MOVE "REQUESTER ID IS BLANK" TO ML-MESSAGE
               MOVE "Y" TO WS-REJ-SW
           END-IF.
           IF NOT REQUEST-REJECTED
               PERFORM 2120-EDIT-EFF-DATE-PARA
           END-IF.

      * The effective date must be a real calendar date and may
      * not lie beyond tonight - a request dated ahead is resubmitted
      * on the night it takes effect, not applied early.
       2120-EDIT-EFF-DATE-PARA.
           IF MREQ-EFF-DATE IS NOT NUMERIC
               MOVE "EFFECTIVE DATE IS NOT NUMERIC" TO ML-MESSAGE
               MOVE "Y" TO WS-REJ-SW
           ELSE
               MOVE MREQ-EFF-DATE TO WS-DATE-WORK
               IF WS-DW-MM < 1 OR WS-DW-MM > 12
                   MOVE "EFFECTIVE DATE MONTH IS NOT 01-12"
                       TO ML-MESSAGE
                   MOVE "Y" TO WS-REJ-SW
               ELSE
                   PERFORM 8300-DAYS-IN-MONTH-PARA
                   IF WS-DW-DD < 1 OR WS-DW-DD > WS-DAYS-IN-MONTH
                       MOVE "EFFECTIVE DATE DAY IS NOT IN THE MONTH"
                           TO ML-MESSAGE
                       MOVE "Y" TO WS-REJ-SW
                   ELSE
                       IF MREQ-EFF-DATE > WS-RUN-DATE
                           MOVE "EFFECTIVE DATE IS AFTER THE RUN DATE"
                               TO ML-MESSAGE
                           MOVE "Y" TO WS-REJ-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2150-READ-MASTER-PARA.
           MOVE MREQ-ACCT-NO TO ACCT-NO.
           READ ACCT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE ACCT-MSTR-REC TO WS-BEFORE-IMAGE
           END-READ.
           IF WS-ACCT-STATUS NOT = "00" AND WS-ACCT-STATUS NOT = "23"
               DISPLAY "LEDGAMNT: ACCTMAST READ FAILED, STATUS = "
                   WS-ACCT-STATUS
               MOVE 12 TO WS-RC
           END-IF.

      * An open must name an account not yet on the master - a
      * closed account stays on file and is not reopened by a
      * second open. The new record starts active with no activity
      * and no cycle, carrying the opening balance as its balance.
       2200-APPLY-OPEN-PARA.
           IF ACCT-ON-FILE
               IF ACCT-CLOSED
                   MOVE "ACCOUNT ALREADY ON MASTER AS CLOSED"
                       TO ML-MESSAGE
               ELSE
                   MOVE "ACCOUNT ALREADY ON MASTER - DUPLICATE OPEN"
                       TO ML-MESSAGE
               END-IF
               MOVE "Y" TO WS-REJ-SW
           END-IF.
           IF NOT REQUEST-REJECTED
               PERFORM 2810-CHECK-REGION-PARA
               IF WS-CODE-OK-SW = "N"
                   MOVE "REGION CODE NOT IN REGNPARM" TO ML-MESSAGE
                   MOVE "Y" TO WS-REJ-SW
               END-IF
           END-IF.
           IF NOT REQUEST-REJECTED
               PERFORM 2820-CHECK-CURRENCY-PARA
               IF WS-CODE-OK-SW = "N"
                   MOVE "CURRENCY CODE HAS NO RATE IN CURRPARM"
                       TO ML-MESSAGE
                   MOVE "Y" TO WS-REJ-SW
               END-IF
           END-IF.
           IF NOT REQUEST-REJECTED AND MREQ-OPEN-BAL IS NOT NUMERIC
               MOVE "OPENING BALANCE IS NOT NUMERIC" TO ML-MESSAGE
               MOVE "Y" TO WS-REJ-SW
           END-IF.
           IF NOT REQUEST-REJECTED
               PERFORM 2830-CHECK-LIMIT-PARA
           END-IF.
           IF NOT REQUEST-REJECTED
               MOVE MREQ-ACCT-NO TO ACCT-NO
               MOVE MREQ-OPEN-BAL TO ACCT-BALANCE
               MOVE ZERO TO ACCT-LAST-ACT-DATE
               MOVE ZERO TO ACCT-CYCLE-DATE
               MOVE ZERO TO ACCT-CYCLE-DR-AMT
               MOVE ZERO TO ACCT-CYCLE-CR-AMT
               MOVE "A" TO ACCT-STATUS
               MOVE MREQ-REGION-CD TO ACCT-REGION-CD
               MOVE MREQ-CURR-CD TO ACCT-CURR-CD
               MOVE MREQ-EFF-DATE TO ACCT-OPEN-DATE
               MOVE MREQ-EFF-DATE TO ACCT-STATUS-DATE
               IF MREQ-LIMIT-ACTION = SPACES
                   MOVE ZERO TO ACCT-CREDIT-LIMIT
                   MOVE "N" TO ACCT-LIMIT-ACTION
               ELSE
                   MOVE MREQ-CREDIT-LIMIT TO ACCT-CREDIT-LIMIT
                   MOVE MREQ-LIMIT-ACTION TO ACCT-LIMIT-ACTION
               END-IF
               PERFORM 2800-STAMP-MAINT-PARA
               WRITE ACCT-MSTR-REC
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "LEDGAMNT: ACCTMAST WRITE FAILED, STATUS = "
                       WS-ACCT-STATUS
                   MOVE 12 TO WS-RC
               ELSE
                   ADD 1 TO WS-OPEN-CT
                   ADD MREQ-OPEN-BAL TO WS-OPEN-BAL-TOTAL
                   MOVE "ACCOUNT OPENED" TO ML-MESSAGE
               END-IF
           END-IF.

      * A change replaces the home region and/or currency where
      * the request carries one, and the credit limit and action
      * together when it carries an action; a closed account is
      * not changed.
       2300-APPLY-CHANGE-PARA.
           PERFORM 2900-REQUIRE-ON-FILE-PARA.
           IF NOT REQUEST-REJECTED AND ACCT-CLOSED
               MOVE "ACCOUNT IS CLOSED" TO ML-MESSAGE
               MOVE "Y" TO WS-REJ-SW
           END-IF.
           IF NOT REQUEST-REJECTED AND MREQ-REGION-CD = SPACES
                   AND MREQ-CURR-CD = SPACES
                   AND MREQ-LIMIT-ACTION = SPACES
               MOVE "NOTHING TO CHANGE - REGION/CURRENCY/LIMIT BLANK"
                   TO ML-MESSAGE
               MOVE "Y" TO WS-REJ-SW
           END-IF.
           IF NOT REQUEST-REJECTED AND MREQ-REGION-CD NOT = SPACES
               PERFORM 2810-CHECK-REGION-PARA
               IF WS-CODE-OK-SW = "N"
                   MOVE "REGION CODE NOT IN REGNPARM" TO ML-MESSAGE
                   MOVE "Y" TO WS-REJ-SW
               END-IF
           END-IF.
           IF NOT REQUEST-REJECTED AND MREQ-CURR-CD NOT = SPACES
               PERFORM 2820-CHECK-CURRENCY-PARA
               IF WS-CODE-OK-SW = "N"
                   MOVE "CURRENCY CODE HAS NO RATE IN CURRPARM"
                       TO ML-MESSAGE
                   MOVE "Y" TO WS-REJ-SW
               END-IF
           END-IF.
           IF NOT REQUEST-REJECTED AND MREQ-LIMIT-ACTION NOT = SPACES
               PERFORM 2830-CHECK-LIMIT-PARA
           END-IF.
           IF NOT REQUEST-REJECTED
               IF MREQ-REGION-CD NOT = SPACES
                   MOVE MREQ-REGION-CD TO ACCT-REGION-CD
               END-IF
               IF MREQ-CURR-CD NOT = SPACES
                   MOVE MREQ-CURR-CD TO ACCT-CURR-CD
               END-IF
               IF MREQ-LIMIT-ACTION NOT = SPACES
                   MOVE MREQ-CREDIT-LIMIT TO ACCT-CREDIT-LIMIT
                   MOVE MREQ-LIMIT-ACTION TO ACCT-LIMIT-ACTION
               END-IF
               PERFORM 2800-STAMP-MAINT-PARA
               PERFORM 2850-REWRITE-MASTER-PARA
               IF WS-RC < 12
                   ADD 1 TO WS-CHANGE-CT
                   MOVE "ACCOUNT CHANGED" TO ML-MESSAGE
               END-IF
           END-IF.

       2400-APPLY-FREEZE-PARA.
           PERFORM 2900-REQUIRE-ON-FILE-PARA.
           IF NOT REQUEST-REJECTED
               IF ACCT-CLOSED
                   MOVE "ACCOUNT IS CLOSED" TO ML-MESSAGE
                   MOVE "Y" TO WS-REJ-SW
               END-IF
               IF ACCT-FROZEN
                   MOVE "ACCOUNT IS ALREADY FROZEN" TO ML-MESSAGE
                   MOVE "Y" TO WS-REJ-SW
               END-IF
           END-IF.
           IF NOT REQUEST-REJECTED
               MOVE "F" TO ACCT-STATUS
               MOVE MREQ-EFF-DATE TO ACCT-STATUS-DATE
               PERFORM 2800-STAMP-MAINT-PARA
               PERFORM 2850-REWRITE-MASTER-PARA
               IF WS-RC < 12
                   ADD 1 TO WS-FREEZE-CT
                   MOVE "ACCOUNT FROZEN" TO ML-MESSAGE
               END-IF
           END-IF.

       2500-APPLY-UNFREEZE-PARA.
           PERFORM 2900-REQUIRE-ON-FILE-PARA.
           IF NOT REQUEST-REJECTED AND NOT ACCT-FROZEN
               MOVE "ACCOUNT IS NOT FROZEN" TO ML-MESSAGE
               MOVE "Y" TO WS-REJ-SW
           END-IF.
           IF NOT REQUEST-REJECTED
               MOVE "A" TO ACCT-STATUS
               MOVE MREQ-EFF-DATE TO ACCT-STATUS-DATE
               PERFORM 2800-STAMP-MAINT-PARA
               PERFORM 2850-REWRITE-MASTER-PARA
               IF WS-RC < 12
                   ADD 1 TO WS-UNFREEZE-CT
                   MOVE "ACCOUNT UNFROZEN" TO ML-MESSAGE
               END-IF
           END-IF.

      * Closing is refused while the account still carries a
      * balance - the money has to be moved off it first. A frozen
      * account with a zero balance may be closed.
       2600-APPLY-CLOSE-PARA.
           PERFORM 2900-REQUIRE-ON-FILE-PARA.
           IF NOT REQUEST-REJECTED AND ACCT-CLOSED
               MOVE "ACCOUNT IS ALREADY CLOSED" TO ML-MESSAGE
               MOVE "Y" TO WS-REJ-SW
           END-IF.
           IF NOT REQUEST-REJECTED AND ACCT-BALANCE NOT = ZERO
               MOVE "BALANCE IS NOT ZERO - ACCOUNT CANNOT BE CLOSED"
                   TO ML-MESSAGE
               MOVE "Y" TO WS-REJ-SW
           END-IF.
           IF NOT REQUEST-REJECTED
               MOVE "C" TO ACCT-STATUS
               MOVE MREQ-EFF-DATE TO ACCT-STATUS-DATE
               PERFORM 2800-STAMP-MAINT-PARA
               PERFORM 2850-REWRITE-MASTER-PARA
               IF WS-RC < 12
                   ADD 1 TO WS-CLOSE-CT
                   MOVE "ACCOUNT CLOSED" TO ML-MESSAGE
               END-IF
           END-IF.

       2700-WRITE-AUDIT-PARA.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME TO AUD-RUN-TIME.
           MOVE MREQ-ACTION TO AUD-ACTION.
           MOVE MREQ-ACCT-NO TO AUD-ACCT-NO.
           MOVE MREQ-REQUESTER TO AUD-REQUESTER.
           MOVE MREQ-EFF-DATE TO AUD-EFF-DATE.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE ACCT-MSTR-REC TO AUD-AFTER-IMAGE.
           WRITE ACCT-AUDIT-REC.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "LEDGAMNT: ACCTAUD WRITE FAILED, STATUS = "
                   WS-AUDIT-STATUS
               MOVE 12 TO WS-RC
           END-IF.

       2800-STAMP-MAINT-PARA.
           MOVE WS-RUN-DATE TO ACCT-MAINT-DATE.
           MOVE MREQ-REQUESTER TO ACCT-MAINT-USER.

       2810-CHECK-REGION-PARA.
           MOVE "N" TO WS-CODE-OK-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REGION-CT
               IF WS-REGION-CD(WS-SUB) = MREQ-REGION-CD
                   MOVE "Y" TO WS-CODE-OK-SW
                   MOVE WS-REGION-CT TO WS-SUB
               END-IF
           END-PERFORM.

      * Spaces are the base currency and always pass, as in the
      * transaction edit.
       2820-CHECK-CURRENCY-PARA.
           MOVE "Y" TO WS-CODE-OK-SW.
           IF MREQ-CURR-CD NOT = SPACES
               MOVE "N" TO WS-CODE-OK-SW
               PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                       UNTIL WS-CURR-SUB > WS-CURR-CT
                   IF WS-CURR-CD(WS-CURR-SUB) = MREQ-CURR-CD
                       MOVE "Y" TO WS-CODE-OK-SW
                       MOVE WS-CURR-CT TO WS-CURR-SUB
                   END-IF
               END-PERFORM
           END-IF.

      * A blank action is no limit on an open and no change on a
      * change; otherwise the action must be one posting knows and
      * the limit a number.
       2830-CHECK-LIMIT-PARA.
           IF MREQ-LIMIT-ACTION NOT = SPACES
               IF MREQ-LIMIT-ACTION NOT = "N" AND
                       MREQ-LIMIT-ACTION NOT = "H" AND
                       MREQ-LIMIT-ACTION NOT = "W" AND
                       MREQ-LIMIT-ACTION NOT = "R"
                   MOVE "LIMIT ACTION IS NOT N, H, W OR R"
                       TO ML-MESSAGE
                   MOVE "Y" TO WS-REJ-SW
               ELSE
                   IF MREQ-CREDIT-LIMIT IS NOT NUMERIC
                       MOVE "CREDIT LIMIT IS NOT NUMERIC"
                           TO ML-MESSAGE
                       MOVE "Y" TO WS-REJ-SW
                   END-IF
               END-IF
           END-IF.

       2850-REWRITE-MASTER-PARA.
           REWRITE ACCT-MSTR-REC.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "LEDGAMNT: ACCTMAST REWRITE FAILED, STATUS = "
                   WS-ACCT-STATUS
               MOVE 12 TO WS-RC
           END-IF.

       2900-REQUIRE-ON-FILE-PARA.
           IF NOT ACCT-ON-FILE
               MOVE "ACCOUNT NOT ON MASTER" TO ML-MESSAGE
               MOVE "Y" TO WS-REJ-SW
           END-IF.

       3000-PRINT-SUMMARY-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-READ-CT TO WS-DISP-CT.
           STRING "REQUESTS READ        " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-APPLIED-CT TO WS-DISP-CT.
           STRING "REQUESTS APPLIED     " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-REJECT-CT TO WS-DISP-CT.
           STRING "REQUESTS REJECTED    " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-OPEN-CT TO WS-DISP-CT.
           STRING "  ACCOUNTS OPENED    " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-CHANGE-CT TO WS-DISP-CT.
           STRING "  ACCOUNTS CHANGED   " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-FREEZE-CT TO WS-DISP-CT.
           STRING "  ACCOUNTS FROZEN    " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-UNFREEZE-CT TO WS-DISP-CT.
           STRING "  ACCOUNTS UNFROZEN  " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-CLOSE-CT TO WS-DISP-CT.
           STRING "  ACCOUNTS CLOSED    " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE WS-OPEN-BAL-TOTAL TO WS-DISP-AMT.
           STRING "  OPENING BALANCES   " DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.
           IF WS-REJECT-CT = 0
               MOVE "NO PROBLEMS FOUND - ALL REQUESTS APPLIED"
                   TO WS-PRINT-LINE
           ELSE
               MOVE "REJECTED REQUESTS WERE NOT APPLIED -"
                   TO WS-PRINT-LINE
               PERFORM 5000-WRITE-LINE-PARA
               MOVE "CORRECT AND RESUBMIT THEM IN MNTREQ"
                   TO WS-PRINT-LINE
           END-IF.
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
           MOVE 2 TO WS-LINE-CT.

       5200-WRITE-MAINT-LINE-PARA.
           MOVE WS-READ-CT TO ML-REC-NO.
           MOVE MREQ-ACTION TO ML-ACTION.
           MOVE MREQ-ACCT-NO TO ML-ACCT-NO.
           MOVE MREQ-REQUESTER TO ML-REQUESTER.
           MOVE MREQ-EFF-DATE TO ML-EFF-DATE.
           MOVE WS-MAINT-LINE TO WS-PRINT-LINE.
           PERFORM 5000-WRITE-LINE-PARA.

      * Month-length utility, the same 8300 paragraph BANRSUB and
      * LEDGTEDT carry.
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
           CLOSE MREQ-FILE.
           CLOSE ACCT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.
