IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBRSPLN.

*> Restart planner for a nightly submission that did not finish.
*> Given a run-id prefix in columns 1-12 of the SYSIN card (blank
*> means the last submission registered today) it gathers what the
*> on-call operator would otherwise piece together by hand:
*>   - the run-control record - status, cards, the report and
*>     extract posted flags - and any other or later submission,
*>   - the serial checkpoint and the parallel slice checkpoints
*>     (how many slices on column 14, default 4 as FIBPARGN splits),
*>     whose they are, in progress or closed, and on which card,
*>   - the prefix the splitter published, the records this prefix
*>     has on PROD.FIB.OUTPUT and on the parallel output slices,
*>   - the deck snapshot and the day's control-total postings of the
*>     generator, the report and every active subscriber's extract.
*> From that it decides what has to run again and prints the plan
*> in plain words: where to restart, which slices to resubmit,
*> which datasets must not be deleted, and per subscriber whether
*> the extract is safe to run or would send the feed a second time.
*> The restart itself is written to RESTJCL as a job ready to
*> submit: only the steps still owed, never a step already done.
*> A checkpoint the generator would resume is never pointed at the
*> wrong submission, and an extract that has posted for the
*> submission is never put back in.
*> Return code 0: plan and JCL written. 4: some subscriber is held
*> for the operator to confirm first. 8: no safe restart can be
*> planned - the plan says why. 12: a master could not be opened.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT SYSIN ASSIGN TO "SYSIN"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSIN-STATUS.
   SELECT FIBRUNCT ASSIGN TO "FIBRUNCT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBRNCT-KEY
       FILE STATUS IS WS-FIBRUNCT-STATUS.
   SELECT FIBCTOT ASSIGN TO "FIBCTOT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBCTOT-KEY
       FILE STATUS IS WS-FIBCTOT-STATUS.
   SELECT FIBSUBS ASSIGN TO "FIBSUBS"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBSUBS-KEY
       FILE STATUS IS WS-FIBSUBS-STATUS.
   SELECT FIBDSNP ASSIGN TO "FIBDSNP"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBDSNP-KEY
       FILE STATUS IS WS-FIBDSNP-STATUS.
   SELECT FIBPRFX ASSIGN TO "FIBPRFX"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBPRFX-STATUS.
   SELECT FIBCKPT ASSIGN TO "FIBCKPT"
       ORGANIZATION IS RELATIVE
       ACCESS MODE IS RANDOM
       RELATIVE KEY IS WS-CKPT-KEY
       FILE STATUS IS WS-FIBCKPT-STATUS.
   SELECT FIBCKPT1 ASSIGN TO "FIBCKPT1"
       ORGANIZATION IS RELATIVE
       ACCESS MODE IS RANDOM
       RELATIVE KEY IS WS-CKPT-KEY
       FILE STATUS IS WS-FIBCKPT1-STATUS.
   SELECT FIBCKPT2 ASSIGN TO "FIBCKPT2"
       ORGANIZATION IS RELATIVE
       ACCESS MODE IS RANDOM
       RELATIVE KEY IS WS-CKPT-KEY
       FILE STATUS IS WS-FIBCKPT2-STATUS.
   SELECT FIBCKPT3 ASSIGN TO "FIBCKPT3"
       ORGANIZATION IS RELATIVE
       ACCESS MODE IS RANDOM
       RELATIVE KEY IS WS-CKPT-KEY
       FILE STATUS IS WS-FIBCKPT3-STATUS.
   SELECT FIBCKPT4 ASSIGN TO "FIBCKPT4"
       ORGANIZATION IS RELATIVE
       ACCESS MODE IS RANDOM
       RELATIVE KEY IS WS-CKPT-KEY
       FILE STATUS IS WS-FIBCKPT4-STATUS.
   SELECT FIBOUT ASSIGN TO "FIBOUT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBOUT-STATUS.
   SELECT FIBIN1 ASSIGN TO "FIBIN1"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBIN1-STATUS.
   SELECT FIBIN2 ASSIGN TO "FIBIN2"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBIN2-STATUS.
   SELECT FIBIN3 ASSIGN TO "FIBIN3"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBIN3-STATUS.
   SELECT FIBIN4 ASSIGN TO "FIBIN4"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBIN4-STATUS.
   SELECT RESTJCL ASSIGN TO "RESTJCL"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-RESTJCL-STATUS.
   SELECT SYSOUT ASSIGN TO "SYSOUT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSOUT-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD SYSIN
      RECORDING MODE IS F.
   01 RSPLN-CONTROL-CARD.
      05 RSPLN-CTL-PREFIX PIC X(12).
      05 FILLER PIC X(1).
      05 RSPLN-CTL-SLICES PIC X(1).
      05 FILLER PIC X(66).

  FD FIBRUNCT.
   COPY FIBRNCT.

  FD FIBCTOT.
   COPY FIBCTOT.

  FD FIBSUBS.
   COPY FIBSUBS.

  FD FIBDSNP.
   COPY FIBDSNP.

  FD FIBPRFX
      RECORDING MODE IS F.
   01 FIBPRFX-RECORD.
      05 FIBPRFX-PREFIX PIC X(12).

*> The five checkpoint datasets share one layout; each is read into
*> the FIBCKPT record in working storage.
  FD FIBCKPT.
   01 FIBCKPT-FILE-RECORD PIC X(407).

  FD FIBCKPT1.
   01 FIBCKPT1-RECORD PIC X(407).

  FD FIBCKPT2.
   01 FIBCKPT2-RECORD PIC X(407).

  FD FIBCKPT3.
   01 FIBCKPT3-RECORD PIC X(407).

  FD FIBCKPT4.
   01 FIBCKPT4-RECORD PIC X(407).

  FD FIBOUT
      RECORDING MODE IS F.
   COPY FIBOUT.

  FD FIBIN1
      RECORDING MODE IS F.
   01 FIBIN1-RECORD PIC X(66).

  FD FIBIN2
      RECORDING MODE IS F.
   01 FIBIN2-RECORD PIC X(66).

  FD FIBIN3
      RECORDING MODE IS F.
   01 FIBIN3-RECORD PIC X(66).

  FD FIBIN4
      RECORDING MODE IS F.
   01 FIBIN4-RECORD PIC X(66).

  FD RESTJCL
      RECORDING MODE IS F.
   01 RESTJCL-RECORD PIC X(80).

  FD SYSOUT
      RECORDING MODE IS F.
   01 SYSOUT-RECORD PIC X(132).

 WORKING-STORAGE SECTION.
  01 WS-SYSIN-STATUS PIC X(2).
  01 WS-FIBRUNCT-STATUS PIC X(2).
  01 WS-FIBCTOT-STATUS PIC X(2).
  01 WS-FIBSUBS-STATUS PIC X(2).
  01 WS-FIBDSNP-STATUS PIC X(2).
  01 WS-FIBPRFX-STATUS PIC X(2).
  01 WS-FIBCKPT-STATUS PIC X(2).
  01 WS-FIBCKPT1-STATUS PIC X(2).
  01 WS-FIBCKPT2-STATUS PIC X(2).
  01 WS-FIBCKPT3-STATUS PIC X(2).
  01 WS-FIBCKPT4-STATUS PIC X(2).
  01 WS-FIBOUT-STATUS PIC X(2).
  01 WS-FIBIN1-STATUS PIC X(2).
  01 WS-FIBIN2-STATUS PIC X(2).
  01 WS-FIBIN3-STATUS PIC X(2).
  01 WS-FIBIN4-STATUS PIC X(2).
  01 WS-RESTJCL-STATUS PIC X(2).
  01 WS-SYSOUT-STATUS PIC X(2).

  01 WS-CKPT-KEY PIC 9(9) VALUE 1.
  COPY FIBCKPT.

  01 WS-END-OF-SCAN-SWITCH PIC X VALUE 'N'.
     88 END-OF-SCAN VALUE 'Y'.
  01 WS-END-OF-FILE-SWITCH PIC X VALUE 'N'.
     88 END-OF-FILE VALUE 'Y'.
  01 WS-SUBS-SWITCH PIC X VALUE 'N'.
     88 SUBSCRIBERS-AVAILABLE VALUE 'Y'.
  01 WS-SNAPSHOT-SWITCH PIC X VALUE 'N'.
     88 SNAPSHOT-FILED VALUE 'Y'.
  01 WS-SNAPSHOT-OPEN-SWITCH PIC X VALUE 'N'.
     88 SNAPSHOTS-AVAILABLE VALUE 'Y'.

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

*> The submission being planned. Its date is the first eight
*> characters of the prefix - the date its postings are keyed by.
  01 WS-PLAN-PREFIX PIC X(12) VALUE SPACES.
  01 WS-PLAN-DATE PIC X(8).
  01 WS-PLAN-DATE-NUM REDEFINES WS-PLAN-DATE PIC 9(8).
  01 WS-SLICE-COUNT PIC 9(1) VALUE 4.

*> What the run-control master says about it.
  01 WS-RNCT-SWITCH PIC X VALUE 'N'.
     88 SUBMISSION-REGISTERED VALUE 'Y'.
  01 WS-RNCT-STATUS PIC X(1) VALUE SPACE.
     88 RNCT-COMPLETED VALUE 'C'.
  01 WS-RNCT-CARDS PIC 9(2) VALUE 0.
  01 WS-RNCT-DECK PIC X(8) VALUE SPACES.
  01 WS-RNCT-XTRCT-POSTED PIC X(1) VALUE 'N'.
  01 WS-RNCT-REPORT-POSTED PIC X(1) VALUE 'N'.
  01 WS-STATUS-TEXT PIC X(12).
*> Other submissions on the same date (or registered on the date
*> this plan runs) share that date's control-total postings; a
*> later submission has re-unloaded the deck and may have reused
*> the checkpoint or slice datasets.
  01 WS-SHARED-DATE-COUNT PIC 9(3) VALUE 0.
  01 WS-COMPLETED-OTHER-COUNT PIC 9(3) VALUE 0.
  01 WS-LATER-PREFIX PIC X(12) VALUE SPACES.

*> Checkpoint states, for the serial checkpoint and each slice:
*>   I  in progress for this submission - the generator resumes it
*>   C  closed by this submission
*>   W  in progress for another submission - a rerun would resume
*>      that one instead
*>   O  closed by another submission, or nothing to resume - the
*>      generator starts from the first card
*>   N  no checkpoint dataset or record
  01 WS-CK-STATE PIC X(1).
  01 WS-CK-CARD PIC 9(2).
  01 WS-CK-TERMS PIC 9(9).
  01 WS-CK-PREFIX PIC X(12).
  01 WS-SERIAL-CKPT.
     05 WS-SER-STATE PIC X(1).
     05 WS-SER-CARD PIC 9(2).
     05 WS-SER-TERMS PIC 9(9).
     05 WS-SER-PREFIX PIC X(12).
  01 WS-SLICE-TABLE.
     05 WS-SLICE-ENTRY OCCURS 4 TIMES.
        10 WS-SLC-STATE PIC X(1).
        10 WS-SLC-CARD PIC 9(2).
        10 WS-SLC-TERMS PIC 9(9).
        10 WS-SLC-PREFIX PIC X(12).
        10 WS-SLC-OPEN-SWITCH PIC X(1).
        10 WS-SLC-RECORDS PIC 9(9).
        10 WS-SLC-RERUN PIC X(1).
  01 WS-SLICE-IDX PIC 9(1).
  01 WS-SLICE-READ-STATUS PIC X(2).
  01 WS-SLICE-RECORD PIC X(66).
  01 WS-SLICE-RECORD-TOTAL PIC 9(9) VALUE 0.
  01 WS-SLICE-RERUN-COUNT PIC 9(1) VALUE 0.
  01 WS-SLICE-WAITING-COUNT PIC 9(1) VALUE 0.
  01 WS-SLICE-OPEN-COUNT PIC 9(1) VALUE 0.
  01 WS-SPLIT-PREFIX PIC X(12) VALUE SPACES.

  01 WS-JOB-TYPE PIC X(1) VALUE 'S'.
     88 SERIAL-SUBMISSION VALUE 'S'.
     88 PARALLEL-SUBMISSION VALUE 'P'.

*> This submission's records on PROD.FIB.OUTPUT and its distinct
*> run-ids in the order they were written (card order), for the
*> run-id list of a downstream-only restart.
  01 WS-OUT-RECORDS PIC 9(9) VALUE 0.
  01 WS-RUNID-TABLE.
     05 WS-RUNID-ENTRY PIC X(14) OCCURS 99 TIMES.
  01 WS-RUNID-TOTAL PIC 9(3) VALUE 0.
  01 WS-RUNID-IDX PIC 9(3).
  01 WS-LAST-RUNID PIC X(14) VALUE SPACES.
  01 WS-RUNID-FOUND-SWITCH PIC X.
     88 RUNID-ALREADY-LISTED VALUE 'Y'.

*> The day's postings that bear on the plan.
  01 WS-GEN-POSTED-SWITCH PIC X VALUE 'N'.
     88 GENERATOR-POSTED VALUE 'Y'.
  01 WS-GEN-IN PIC 9(9) VALUE 0.
  01 WS-GEN-OUT PIC 9(9) VALUE 0.
  01 WS-RPT-POSTED-SWITCH PIC X VALUE 'N'.
     88 REPORT-TOTALS-POSTED VALUE 'Y'.
  01 WS-RPT-IN PIC 9(9) VALUE 0.
  01 WS-CTOT-FOUND-SWITCH PIC X.
     88 CTOT-FOUND VALUE 'Y'.

*> Every subscriber the night's extract steps serve - the active
*> records on FIBSUBS, and MODELING with its built-in profile when
*> it has no record - with the decision for its extract:
*>   S  sent - rerunning would duplicate the transmission
*>   P  partly sent - the step stopped after flagging the run
*>   U  a posting for the date that another submission may own
*>   N  not sent - safe to run, put in the restart job
*>   W  not sent - waits on a generation that cannot be restarted
  01 WS-SUB-TABLE.
     05 WS-SUB-ENTRY OCCURS 20 TIMES.
        10 WS-SUB-ID PIC X(8).
        10 WS-SUB-FORMAT PIC X(1).
        10 WS-SUB-CTOT-STEP PIC X(8).
        10 WS-SUB-POSTED PIC X(1).
        10 WS-SUB-DECISION PIC X(1).
  01 WS-SUB-TOTAL PIC 9(2) VALUE 0.
  01 WS-SUB-IDX PIC 9(2).
  01 WS-SUB-HELD-COUNT PIC 9(2) VALUE 0.
  01 WS-SUB-RUN-COUNT PIC 9(2) VALUE 0.
  01 WS-MODELING-SWITCH PIC X VALUE 'N'.
     88 MODELING-ON-FILE VALUE 'Y'.

*> The planned recovery:
*>   R  resume the serial generator from its checkpoint
*>   F  rerun the serial generator from the first card
*>   S  resubmit the parallel slices that did not finish, then merge
*>   M  merge the finished slices
*>   D  downstream steps only - the generation is on PROD.FIB.OUTPUT
*>   X  nothing left to run
*>   H  no safe restart - held for support
  01 WS-ACTION PIC X(1) VALUE 'H'.
     88 ACTION-RESUME-GENERATOR VALUE 'R'.
     88 ACTION-RERUN-GENERATOR VALUE 'F'.
     88 ACTION-RESUBMIT-SLICES VALUE 'S'.
     88 ACTION-MERGE-SLICES VALUE 'M'.
     88 ACTION-DOWNSTREAM-ONLY VALUE 'D'.
     88 ACTION-NOTHING-TO-RUN VALUE 'X'.
     88 ACTION-HOLD VALUE 'H'.
  01 WS-HOLD-REASON PIC X(120) VALUE SPACES.
  01 WS-HOLD-ACTION PIC X(120) VALUE SPACES.
  01 WS-REPORT-RUN-SWITCH PIC X VALUE 'N'.
     88 REPORT-STEP-NEEDED VALUE 'Y'.
  01 WS-GATE-STEP PIC X(8) VALUE SPACES.

  01 WS-PLAN-TEXT PIC X(120).
  01 WS-PLAN-STEP-NO PIC 9(2) VALUE 0.
  01 WS-EDIT-COUNT PIC ZZZZZZZZ9.
  01 WS-EDIT-COUNT-2 PIC ZZZZZZZZ9.
  01 WS-EDIT-CARD PIC Z9.
  01 WS-EDIT-SLICE PIC 9.

  01 WS-JCL-CARD PIC X(80) VALUE SPACES.
  01 WS-JCL-CARD-COUNT PIC 9(5) VALUE 0.
  01 WS-STEP-NAME PIC X(8).
  01 WS-FEED-DD PIC X(8).
  01 WS-FEED-LRECL PIC X(3).
  01 WS-FEED-DSN PIC X(44).
  01 WS-XSUM-DSN PIC X(44).
  01 WS-COND-TEXT PIC X(72).
  01 WS-COND-PTR PIC 9(3).
*> The (0,NE,step) tests a restart step is gated on. A test against
*> a bypassed step is ignored, so a step is gated on every earlier
*> step whose failure must stop it, not just the one before it.
  01 WS-COND-TABLE.
     05 WS-COND-TEST PIC X(15) OCCURS 8 TIMES.
  01 WS-COND-COUNT PIC 9(1) VALUE 0.
  01 WS-COND-IDX PIC 9(1).
  01 WS-COND-STEP PIC X(8).

  01 WS-HEADING-LINE-1.
     05 FILLER PIC X(40)
        VALUE "RESTART PLAN FOR A NIGHTLY SUBMISSION".
     05 FILLER PIC X(6) VALUE "DATE: ".
     05 WS-HDG-YYYY PIC 9(4).
     05 FILLER PIC X VALUE "-".
     05 WS-HDG-MM PIC 9(2).
     05 FILLER PIC X VALUE "-".
     05 WS-HDG-DD PIC 9(2).
     05 FILLER PIC X(76) VALUE SPACES.

  01 WS-HEADING-LINE-2.
     05 FILLER PIC X(16) VALUE "RUN-ID PREFIX ".
     05 WS-HDG-PREFIX PIC X(12).
     05 FILLER PIC X(104) VALUE SPACES.

  01 WS-SECTION-LINE.
     05 WS-SECT-TITLE PIC X(60).
     05 FILLER PIC X(72) VALUE SPACES.

  01 WS-EVIDENCE-LINE.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-EVD-LABEL PIC X(30).
     05 WS-EVD-TEXT PIC X(100).

  01 WS-PLAN-LINE.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-PLN-STEP-NO PIC Z9.
     05 WS-PLN-DOT PIC X(2).
     05 WS-PLN-TEXT PIC X(120).
     05 FILLER PIC X(6) VALUE SPACES.

  01 WS-SUB-LINE.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-SBL-ID PIC X(8).
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-SBL-DECISION PIC X(120).

  01 WS-TOTAL-LINE.
     05 WS-TOT-LABEL PIC X(30).
     05 WS-TOT-COUNT PIC ZZZZZZZZ9.
     05 FILLER PIC X(93) VALUE SPACES.

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM READ-RUN-CONTROL.
 PERFORM READ-CHECKPOINTS.
 PERFORM DETERMINE-JOB-TYPE.
 PERFORM COUNT-OUTPUT-RECORDS.
 IF PARALLEL-SUBMISSION
    PERFORM COUNT-SLICE-RECORDS
 END-IF.
 PERFORM CHECK-DECK-SNAPSHOT.
 PERFORM READ-CONTROL-TOTALS.
 PERFORM LOAD-SUBSCRIBERS.
 PERFORM DECIDE-RECOVERY-ACTION.
 PERFORM CLASSIFY-SUBSCRIBERS.
 PERFORM WRITE-EVIDENCE.
 PERFORM WRITE-PLAN.
 PERFORM WRITE-PROTECTED-DATASETS.
 PERFORM WRITE-EXTRACT-DECISIONS.
 PERFORM WRITE-RESTART-JCL.
 PERFORM WRITE-PLAN-TOTALS.
 CLOSE FIBRUNCT.
 CLOSE FIBCTOT.
 IF SUBSCRIBERS-AVAILABLE
    CLOSE FIBSUBS
 END-IF.
 IF SNAPSHOTS-AVAILABLE
    CLOSE FIBDSNP
 END-IF.
 CLOSE RESTJCL.
 CLOSE SYSOUT.
 EVALUATE TRUE
    WHEN ACTION-HOLD
       MOVE 8 TO RETURN-CODE
    WHEN WS-SUB-HELD-COUNT > 0
       MOVE 4 TO RETURN-CODE
    WHEN OTHER
       MOVE 0 TO RETURN-CODE
 END-EVALUATE.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  MOVE WS-RUN-YYYY TO WS-HDG-YYYY.
  MOVE WS-RUN-MM TO WS-HDG-MM.
  MOVE WS-RUN-DD TO WS-HDG-DD.
  OPEN INPUT SYSIN.
  IF WS-SYSIN-STATUS = "00"
     READ SYSIN
        AT END
           CONTINUE
        NOT AT END
           MOVE RSPLN-CTL-PREFIX TO WS-PLAN-PREFIX
           IF RSPLN-CTL-SLICES IS NUMERIC
              IF RSPLN-CTL-SLICES > "0"
                 AND RSPLN-CTL-SLICES < "5"
                 MOVE RSPLN-CTL-SLICES TO WS-SLICE-COUNT
              END-IF
           END-IF
     END-READ
     CLOSE SYSIN
  END-IF.
  OPEN INPUT FIBRUNCT.
  IF WS-FIBRUNCT-STATUS NOT = "00"
     DISPLAY "FIBRUNCT OPEN FAILED - STATUS " WS-FIBRUNCT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN INPUT FIBCTOT.
  IF WS-FIBCTOT-STATUS NOT = "00"
     DISPLAY "FIBCTOT OPEN FAILED - STATUS " WS-FIBCTOT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN OUTPUT SYSOUT.
  IF WS-SYSOUT-STATUS NOT = "00"
     DISPLAY "SYSOUT OPEN FAILED - STATUS " WS-SYSOUT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN OUTPUT RESTJCL.
  IF WS-RESTJCL-STATUS NOT = "00"
     DISPLAY "RESTJCL OPEN FAILED - STATUS " WS-RESTJCL-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  IF WS-PLAN-PREFIX = SPACES OR WS-PLAN-PREFIX = LOW-VALUES
     PERFORM FIND-LATEST-SUBMISSION
  END-IF.
  MOVE WS-PLAN-PREFIX TO WS-HDG-PREFIX.
  MOVE WS-PLAN-PREFIX (1:8) TO WS-PLAN-DATE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-1.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-2 AFTER ADVANCING 1 LINE.

*> No prefix on the card: the plan is for the last submission
*> registered today - the prefix is date + HHMM, so that is the
*> highest key of the day's range.
 FIND-LATEST-SUBMISSION.
  MOVE SPACES TO FIBRNCT-RUN-PREFIX.
  STRING WS-RUN-DATE "0000" DELIMITED BY SIZE
     INTO FIBRNCT-RUN-PREFIX.
  MOVE 'N' TO WS-END-OF-SCAN-SWITCH.
  START FIBRUNCT KEY IS NOT LESS THAN FIBRNCT-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-SCAN-SWITCH
  END-START.
  PERFORM READ-LATEST-SUBMISSION UNTIL END-OF-SCAN.

 READ-LATEST-SUBMISSION.
  READ FIBRUNCT NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-SCAN-SWITCH
  END-READ.
  IF NOT END-OF-SCAN
     IF FIBRNCT-RUN-PREFIX (1:8) = WS-RUN-DATE
        MOVE FIBRNCT-RUN-PREFIX TO WS-PLAN-PREFIX
     ELSE
        MOVE 'Y' TO WS-END-OF-SCAN-SWITCH
     END-IF
  END-IF.

*> The submission's own record, then every record from the start
*> of its date to the end of the master: the others on its date
*> (or on today's date, whose postings an extract rerun would also
*> touch) and the first submission registered after it.
 READ-RUN-CONTROL.
  MOVE WS-PLAN-PREFIX TO FIBRNCT-RUN-PREFIX.
  READ FIBRUNCT
     INVALID KEY
        MOVE 'N' TO WS-RNCT-SWITCH
     NOT INVALID KEY
        MOVE 'Y' TO WS-RNCT-SWITCH
        MOVE FIBRNCT-RUN-STATUS TO WS-RNCT-STATUS
        MOVE FIBRNCT-CARD-COUNT TO WS-RNCT-CARDS
        MOVE FIBRNCT-DECK-NAME TO WS-RNCT-DECK
        MOVE FIBRNCT-XTRCT-POSTED TO WS-RNCT-XTRCT-POSTED
        MOVE FIBRNCT-REPORT-POSTED TO WS-RNCT-REPORT-POSTED
  END-READ.
  MOVE SPACES TO FIBRNCT-RUN-PREFIX.
  STRING WS-PLAN-DATE "0000" DELIMITED BY SIZE
     INTO FIBRNCT-RUN-PREFIX.
  MOVE 'N' TO WS-END-OF-SCAN-SWITCH.
  START FIBRUNCT KEY IS NOT LESS THAN FIBRNCT-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-SCAN-SWITCH
  END-START.
  PERFORM SCAN-OTHER-SUBMISSIONS UNTIL END-OF-SCAN.

 SCAN-OTHER-SUBMISSIONS.
  READ FIBRUNCT NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-SCAN-SWITCH
  END-READ.
  IF NOT END-OF-SCAN
     AND FIBRNCT-RUN-PREFIX NOT = WS-PLAN-PREFIX
     IF FIBRNCT-RUN-PREFIX (1:8) = WS-PLAN-DATE
        OR FIBRNCT-RUN-PREFIX (1:8) = WS-RUN-DATE
        ADD 1 TO WS-SHARED-DATE-COUNT
        IF FIBRNCT-RUN-COMPLETED
           ADD 1 TO WS-COMPLETED-OTHER-COUNT
        END-IF
     END-IF
     IF FIBRNCT-RUN-PREFIX > WS-PLAN-PREFIX
        AND WS-LATER-PREFIX = SPACES
        MOVE FIBRNCT-RUN-PREFIX TO WS-LATER-PREFIX
     END-IF
  END-IF.

*> Each checkpoint is judged exactly as the generator's own restart
*> test judges it: in progress with terms counted is resumed, under
*> the prefix it carries, whatever deck the step is given.
 READ-CHECKPOINTS.
  MOVE 'N' TO WS-CK-STATE.
  OPEN INPUT FIBCKPT.
  IF WS-FIBCKPT-STATUS = "00"
     READ FIBCKPT INTO FIBCKPT-RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           PERFORM CLASSIFY-CHECKPOINT
     END-READ
     CLOSE FIBCKPT
  END-IF.
  PERFORM SAVE-SERIAL-CHECKPOINT.
  MOVE 1 TO WS-SLICE-IDX.
  MOVE 'N' TO WS-CK-STATE.
  OPEN INPUT FIBCKPT1.
  IF WS-FIBCKPT1-STATUS = "00"
     READ FIBCKPT1 INTO FIBCKPT-RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           PERFORM CLASSIFY-CHECKPOINT
     END-READ
     CLOSE FIBCKPT1
  END-IF.
  PERFORM SAVE-SLICE-CHECKPOINT.
  MOVE 2 TO WS-SLICE-IDX.
  MOVE 'N' TO WS-CK-STATE.
  OPEN INPUT FIBCKPT2.
  IF WS-FIBCKPT2-STATUS = "00"
     READ FIBCKPT2 INTO FIBCKPT-RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           PERFORM CLASSIFY-CHECKPOINT
     END-READ
     CLOSE FIBCKPT2
  END-IF.
  PERFORM SAVE-SLICE-CHECKPOINT.
  MOVE 3 TO WS-SLICE-IDX.
  MOVE 'N' TO WS-CK-STATE.
  OPEN INPUT FIBCKPT3.
  IF WS-FIBCKPT3-STATUS = "00"
     READ FIBCKPT3 INTO FIBCKPT-RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           PERFORM CLASSIFY-CHECKPOINT
     END-READ
     CLOSE FIBCKPT3
  END-IF.
  PERFORM SAVE-SLICE-CHECKPOINT.
  MOVE 4 TO WS-SLICE-IDX.
  MOVE 'N' TO WS-CK-STATE.
  OPEN INPUT FIBCKPT4.
  IF WS-FIBCKPT4-STATUS = "00"
     READ FIBCKPT4 INTO FIBCKPT-RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           PERFORM CLASSIFY-CHECKPOINT
     END-READ
     CLOSE FIBCKPT4
  END-IF.
  PERFORM SAVE-SLICE-CHECKPOINT.

 CLASSIFY-CHECKPOINT.
  MOVE FIBCKPT-CARD-NO TO WS-CK-CARD.
  MOVE FIBCKPT-TERM-COUNT TO WS-CK-TERMS.
  MOVE FIBCKPT-RUN-ID-PREFIX TO WS-CK-PREFIX.
  IF FIBCKPT-RUN-IN-PROGRESS AND FIBCKPT-TERM-COUNT > 0
     IF FIBCKPT-RUN-ID-PREFIX = WS-PLAN-PREFIX
        MOVE 'I' TO WS-CK-STATE
     ELSE
        MOVE 'W' TO WS-CK-STATE
     END-IF
  ELSE
     IF FIBCKPT-RUN-COMPLETE
        AND FIBCKPT-RUN-ID-PREFIX = WS-PLAN-PREFIX
        MOVE 'C' TO WS-CK-STATE
     ELSE
        MOVE 'O' TO WS-CK-STATE
     END-IF
  END-IF.

 SAVE-SERIAL-CHECKPOINT.
  MOVE WS-CK-STATE TO WS-SER-STATE.
  IF WS-CK-STATE = 'N'
     MOVE 0 TO WS-SER-CARD
     MOVE 0 TO WS-SER-TERMS
     MOVE SPACES TO WS-SER-PREFIX
  ELSE
     MOVE WS-CK-CARD TO WS-SER-CARD
     MOVE WS-CK-TERMS TO WS-SER-TERMS
     MOVE WS-CK-PREFIX TO WS-SER-PREFIX
  END-IF.

 SAVE-SLICE-CHECKPOINT.
  MOVE WS-CK-STATE TO WS-SLC-STATE (WS-SLICE-IDX).
  IF WS-CK-STATE = 'N'
     MOVE 0 TO WS-SLC-CARD (WS-SLICE-IDX)
     MOVE 0 TO WS-SLC-TERMS (WS-SLICE-IDX)
     MOVE SPACES TO WS-SLC-PREFIX (WS-SLICE-IDX)
  ELSE
     MOVE WS-CK-CARD TO WS-SLC-CARD (WS-SLICE-IDX)
     MOVE WS-CK-TERMS TO WS-SLC-TERMS (WS-SLICE-IDX)
     MOVE WS-CK-PREFIX TO WS-SLC-PREFIX (WS-SLICE-IDX)
  END-IF.
  MOVE 'N' TO WS-SLC-OPEN-SWITCH (WS-SLICE-IDX).
  MOVE 0 TO WS-SLC-RECORDS (WS-SLICE-IDX).
  MOVE 'N' TO WS-SLC-RERUN (WS-SLICE-IDX).

*> The serial checkpoint carrying the prefix makes it a FIBONACC
*> submission; otherwise the prefix the splitter published, or any
*> slice checkpoint carrying it, makes it a FIBPARGN one.
 DETERMINE-JOB-TYPE.
  OPEN INPUT FIBPRFX.
  IF WS-FIBPRFX-STATUS = "00"
     READ FIBPRFX
        AT END
           CONTINUE
        NOT AT END
           MOVE FIBPRFX-PREFIX TO WS-SPLIT-PREFIX
     END-READ
     CLOSE FIBPRFX
  END-IF.
  IF WS-SER-PREFIX = WS-PLAN-PREFIX
     MOVE 'S' TO WS-JOB-TYPE
  ELSE
     IF WS-SPLIT-PREFIX = WS-PLAN-PREFIX
        MOVE 'P' TO WS-JOB-TYPE
     END-IF
     PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
        UNTIL WS-SLICE-IDX > WS-SLICE-COUNT
        IF WS-SLC-PREFIX (WS-SLICE-IDX) = WS-PLAN-PREFIX
           MOVE 'P' TO WS-JOB-TYPE
        END-IF
     END-PERFORM
  END-IF.

*> PROD.FIB.OUTPUT accumulates every submission; only this prefix's
*> records are counted, and its run-ids listed once each.
 COUNT-OUTPUT-RECORDS.
  OPEN INPUT FIBOUT.
  IF WS-FIBOUT-STATUS NOT = "00"
     DISPLAY "FIBOUT OPEN FAILED - STATUS " WS-FIBOUT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  MOVE 'N' TO WS-END-OF-FILE-SWITCH.
  PERFORM READ-FIBOUT.
  PERFORM NOTE-OUTPUT-RECORD UNTIL END-OF-FILE.
  CLOSE FIBOUT.

 NOTE-OUTPUT-RECORD.
  IF FIBOUT-RUN-ID (1:12) = WS-PLAN-PREFIX
     ADD 1 TO WS-OUT-RECORDS
     IF FIBOUT-RUN-ID NOT = WS-LAST-RUNID
        MOVE FIBOUT-RUN-ID TO WS-LAST-RUNID
        PERFORM LIST-RUNID
     END-IF
  END-IF.
  PERFORM READ-FIBOUT.

 LIST-RUNID.
  MOVE 'N' TO WS-RUNID-FOUND-SWITCH.
  PERFORM VARYING WS-RUNID-IDX FROM 1 BY 1
     UNTIL WS-RUNID-IDX > WS-RUNID-TOTAL
     IF WS-RUNID-ENTRY (WS-RUNID-IDX) = FIBOUT-RUN-ID
        MOVE 'Y' TO WS-RUNID-FOUND-SWITCH
     END-IF
  END-PERFORM.
  IF NOT RUNID-ALREADY-LISTED AND WS-RUNID-TOTAL < 99
     ADD 1 TO WS-RUNID-TOTAL
     MOVE FIBOUT-RUN-ID TO WS-RUNID-ENTRY (WS-RUNID-TOTAL)
  END-IF.

 READ-FIBOUT.
  READ FIBOUT
     AT END
        MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-READ.
  IF WS-FIBOUT-STATUS NOT = "00" AND WS-FIBOUT-STATUS NOT = "10"
     DISPLAY "FIBOUT READ FAILED - STATUS " WS-FIBOUT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.

*> What each output slice holds for this prefix - the figure the
*> merged output must match once FIBMERGE has run. A slice that
*> cannot be opened has been deleted or never allocated.
 COUNT-SLICE-RECORDS.
  MOVE 1 TO WS-SLICE-IDX.
  OPEN INPUT FIBIN1.
  IF WS-FIBIN1-STATUS = "00"
     MOVE 'Y' TO WS-SLC-OPEN-SWITCH (1)
     MOVE 'N' TO WS-END-OF-FILE-SWITCH
     PERFORM READ-SLICE-RECORD
     PERFORM COUNT-SLICE-RECORD UNTIL END-OF-FILE
     CLOSE FIBIN1
  END-IF.
  MOVE 2 TO WS-SLICE-IDX.
  OPEN INPUT FIBIN2.
  IF WS-FIBIN2-STATUS = "00"
     MOVE 'Y' TO WS-SLC-OPEN-SWITCH (2)
     MOVE 'N' TO WS-END-OF-FILE-SWITCH
     PERFORM READ-SLICE-RECORD
     PERFORM COUNT-SLICE-RECORD UNTIL END-OF-FILE
     CLOSE FIBIN2
  END-IF.
  MOVE 3 TO WS-SLICE-IDX.
  OPEN INPUT FIBIN3.
  IF WS-FIBIN3-STATUS = "00"
     MOVE 'Y' TO WS-SLC-OPEN-SWITCH (3)
     MOVE 'N' TO WS-END-OF-FILE-SWITCH
     PERFORM READ-SLICE-RECORD
     PERFORM COUNT-SLICE-RECORD UNTIL END-OF-FILE
     CLOSE FIBIN3
  END-IF.
  MOVE 4 TO WS-SLICE-IDX.
  OPEN INPUT FIBIN4.
  IF WS-FIBIN4-STATUS = "00"
     MOVE 'Y' TO WS-SLC-OPEN-SWITCH (4)
     MOVE 'N' TO WS-END-OF-FILE-SWITCH
     PERFORM READ-SLICE-RECORD
     PERFORM COUNT-SLICE-RECORD UNTIL END-OF-FILE
     CLOSE FIBIN4
  END-IF.
  PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
     UNTIL WS-SLICE-IDX > WS-SLICE-COUNT
     ADD WS-SLC-RECORDS (WS-SLICE-IDX) TO WS-SLICE-RECORD-TOTAL
     IF WS-SLC-OPEN-SWITCH (WS-SLICE-IDX) = 'Y'
        ADD 1 TO WS-SLICE-OPEN-COUNT
     END-IF
  END-PERFORM.

 COUNT-SLICE-RECORD.
  IF WS-SLICE-RECORD (1:12) = WS-PLAN-PREFIX
     ADD 1 TO WS-SLC-RECORDS (WS-SLICE-IDX)
  END-IF.
  PERFORM READ-SLICE-RECORD.

 READ-SLICE-RECORD.
  EVALUATE WS-SLICE-IDX
     WHEN 1
        READ FIBIN1 INTO WS-SLICE-RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE-SWITCH
        END-READ
        MOVE WS-FIBIN1-STATUS TO WS-SLICE-READ-STATUS
     WHEN 2
        READ FIBIN2 INTO WS-SLICE-RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE-SWITCH
        END-READ
        MOVE WS-FIBIN2-STATUS TO WS-SLICE-READ-STATUS
     WHEN 3
        READ FIBIN3 INTO WS-SLICE-RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE-SWITCH
        END-READ
        MOVE WS-FIBIN3-STATUS TO WS-SLICE-READ-STATUS
     WHEN OTHER
        READ FIBIN4 INTO WS-SLICE-RECORD
           AT END
              MOVE 'Y' TO WS-END-OF-FILE-SWITCH
        END-READ
        MOVE WS-FIBIN4-STATUS TO WS-SLICE-READ-STATUS
  END-EVALUATE.
  IF WS-SLICE-READ-STATUS NOT = "00"
     AND WS-SLICE-READ-STATUS NOT = "10"
     DISPLAY "OUTPUT SLICE " WS-SLICE-IDX " READ FAILED - STATUS "
        WS-SLICE-READ-STATUS
     MOVE 'Y' TO WS-END-OF-FILE-SWITCH
  END-IF.

*> The snapshot is filed by the step after the generator; a
*> submission that failed in the generator never filed one.
 CHECK-DECK-SNAPSHOT.
  OPEN INPUT FIBDSNP.
  IF WS-FIBDSNP-STATUS = "00"
     MOVE 'Y' TO WS-SNAPSHOT-OPEN-SWITCH
     MOVE WS-PLAN-PREFIX TO FIBDSNP-RUN-PREFIX
     MOVE 0 TO FIBDSNP-DECK-POS
     START FIBDSNP KEY IS NOT LESS THAN FIBDSNP-KEY
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           READ FIBDSNP NEXT
              AT END
                 CONTINUE
              NOT AT END
                 IF FIBDSNP-RUN-PREFIX = WS-PLAN-PREFIX
                    MOVE 'Y' TO WS-SNAPSHOT-SWITCH
                 END-IF
           END-READ
     END-START
  END-IF.

 READ-CONTROL-TOTALS.
  MOVE WS-PLAN-DATE-NUM TO FIBCTOT-RUN-DATE.
  MOVE "FIBONACC" TO FIBCTOT-STEP-NAME.
  READ FIBCTOT
     INVALID KEY
        CONTINUE
     NOT INVALID KEY
        MOVE 'Y' TO WS-GEN-POSTED-SWITCH
        MOVE FIBCTOT-IN-COUNT TO WS-GEN-IN
        MOVE FIBCTOT-OUT-COUNT TO WS-GEN-OUT
  END-READ.
  MOVE WS-PLAN-DATE-NUM TO FIBCTOT-RUN-DATE.
  MOVE "FIBRPTPR" TO FIBCTOT-STEP-NAME.
  READ FIBCTOT
     INVALID KEY
        CONTINUE
     NOT INVALID KEY
        MOVE 'Y' TO WS-RPT-POSTED-SWITCH
        MOVE FIBCTOT-IN-COUNT TO WS-RPT-IN
  END-READ.

*> The same subscribers the extract steps and FIBBALNC serve. With
*> no master, MODELING alone, as the extract itself falls back to.
 LOAD-SUBSCRIBERS.
  OPEN INPUT FIBSUBS.
  IF WS-FIBSUBS-STATUS = "00"
     MOVE 'Y' TO WS-SUBS-SWITCH
     MOVE 'N' TO WS-END-OF-SCAN-SWITCH
     PERFORM READ-SUBSCRIBER UNTIL END-OF-SCAN
  ELSE
     DISPLAY "FIBSUBS UNAVAILABLE - MODELING FEED ONLY - STATUS "
        WS-FIBSUBS-STATUS
  END-IF.
  IF NOT MODELING-ON-FILE AND WS-SUB-TOTAL < 20
     ADD 1 TO WS-SUB-TOTAL
     MOVE "MODELING" TO WS-SUB-ID (WS-SUB-TOTAL)
     MOVE 'S' TO WS-SUB-FORMAT (WS-SUB-TOTAL)
  END-IF.
  PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
     UNTIL WS-SUB-IDX > WS-SUB-TOTAL
     PERFORM CHECK-SUBSCRIBER-POSTING
  END-PERFORM.

 READ-SUBSCRIBER.
  READ FIBSUBS NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-SCAN-SWITCH
  END-READ.
  IF WS-FIBSUBS-STATUS NOT = "00" AND WS-FIBSUBS-STATUS NOT = "10"
     DISPLAY "FIBSUBS READ FAILED - STATUS " WS-FIBSUBS-STATUS
     MOVE 'Y' TO WS-END-OF-SCAN-SWITCH
  END-IF.
  IF NOT END-OF-SCAN
     IF FIBSUBS-SUBSCRIBER-ID = "MODELING"
        MOVE 'Y' TO WS-MODELING-SWITCH
     END-IF
     IF FIBSUBS-IS-ACTIVE AND WS-SUB-TOTAL < 20
        ADD 1 TO WS-SUB-TOTAL
        MOVE FIBSUBS-SUBSCRIBER-ID TO WS-SUB-ID (WS-SUB-TOTAL)
        MOVE FIBSUBS-FORMAT TO WS-SUB-FORMAT (WS-SUB-TOTAL)
     END-IF
  END-IF.

*> The extract posts under FIBXTRCT for MODELING and under the
*> subscriber id otherwise, keyed by the date it ran - the
*> submission's own date, or today's for a rerun after midnight.
 CHECK-SUBSCRIBER-POSTING.
  IF WS-SUB-ID (WS-SUB-IDX) = "MODELING"
     MOVE "FIBXTRCT" TO WS-SUB-CTOT-STEP (WS-SUB-IDX)
  ELSE
     MOVE WS-SUB-ID (WS-SUB-IDX) TO WS-SUB-CTOT-STEP (WS-SUB-IDX)
  END-IF.
  MOVE 'N' TO WS-SUB-POSTED (WS-SUB-IDX).
  MOVE WS-PLAN-DATE-NUM TO FIBCTOT-RUN-DATE.
  PERFORM READ-SUBSCRIBER-POSTING.
  IF WS-SUB-POSTED (WS-SUB-IDX) = 'N'
     AND WS-RUN-DATE NOT = WS-PLAN-DATE
     MOVE WS-RUN-DATE-NUM TO FIBCTOT-RUN-DATE
     PERFORM READ-SUBSCRIBER-POSTING
  END-IF.

 READ-SUBSCRIBER-POSTING.
  MOVE WS-SUB-CTOT-STEP (WS-SUB-IDX) TO FIBCTOT-STEP-NAME.
  READ FIBCTOT
     INVALID KEY
        CONTINUE
     NOT INVALID KEY
        MOVE 'Y' TO WS-SUB-POSTED (WS-SUB-IDX)
  END-READ.

 DECIDE-RECOVERY-ACTION.
  IF NOT SUBMISSION-REGISTERED
     MOVE 'H' TO WS-ACTION
     STRING "THE PREFIX IS NOT ON THE RUN-CONTROL MASTER - NO SUCH"
        " SUBMISSION WAS REGISTERED" DELIMITED BY SIZE
        INTO WS-HOLD-REASON
     STRING "CHECK THE PREFIX AGAINST THE FIBRCINQ INQUIRY FOR THE"
        " DATE AND RERUN THIS PLAN" DELIMITED BY SIZE
        INTO WS-HOLD-ACTION
  ELSE
     IF PARALLEL-SUBMISSION
        PERFORM DECIDE-PARALLEL-ACTION
     ELSE
        PERFORM DECIDE-SERIAL-ACTION
     END-IF
  END-IF.
  IF ACTION-DOWNSTREAM-ONLY
     PERFORM DECIDE-DOWNSTREAM-WORK
  END-IF.
  IF NOT ACTION-HOLD AND NOT ACTION-NOTHING-TO-RUN
     IF ACTION-DOWNSTREAM-ONLY
        IF WS-RNCT-REPORT-POSTED NOT = 'Y'
           MOVE 'Y' TO WS-REPORT-RUN-SWITCH
        END-IF
     ELSE
        MOVE 'Y' TO WS-REPORT-RUN-SWITCH
     END-IF
  END-IF.

 DECIDE-SERIAL-ACTION.
  EVALUATE TRUE
     WHEN RNCT-COMPLETED
        IF WS-OUT-RECORDS = 0
           MOVE 'H' TO WS-ACTION
           STRING "THE SUBMISSION COMPLETED BUT HAS NO RECORDS ON"
              " PROD.FIB.OUTPUT" DELIMITED BY SIZE
              INTO WS-HOLD-REASON
           STRING "IF FIBARCH HAS ARCHIVED THEM, RETRIEVE THE RUN-IDS"
              " WITH FIBRETRV BEFORE ANY EXTRACT IS RERUN" DELIMITED BY SIZE
              INTO WS-HOLD-ACTION
        ELSE
           MOVE 'D' TO WS-ACTION
        END-IF
     WHEN WS-SER-STATE = 'W'
        MOVE 'H' TO WS-ACTION
        STRING "PROD.FIB.CHECKPT HOLDS THE UNFINISHED SUBMISSION "
           WS-SER-PREFIX " - ANY FIBONACCI STEP WOULD RESUME THAT"
           " ONE" DELIMITED BY SIZE INTO WS-HOLD-REASON
        STRING "PLAN THAT SUBMISSION FIRST; THIS ONE CANNOT BE"
           " RESTARTED UNTIL THE CHECKPOINT IS FREE" DELIMITED BY SIZE
           INTO WS-HOLD-ACTION
     WHEN WS-LATER-PREFIX NOT = SPACES
        MOVE 'H' TO WS-ACTION
        STRING "A LATER SUBMISSION, " WS-LATER-PREFIX
           ", HAS RUN SINCE - THE DECK ON PROD.FIB.CNTLCARD IS NO"
           " LONGER THIS SUBMISSION'S" DELIMITED BY SIZE
           INTO WS-HOLD-REASON
        STRING "REFER TO SUPPORT - THE DECK THIS SUBMISSION RAN MUST BE"
           " RESTORED BEFORE IT CAN BE REGENERATED" DELIMITED BY SIZE
           INTO WS-HOLD-ACTION
     WHEN WS-SER-STATE = 'I'
        MOVE 'R' TO WS-ACTION
     WHEN OTHER
        MOVE 'F' TO WS-ACTION
  END-EVALUATE.

*> Each slice resumes, restarts or is left alone on its own
*> checkpoint. The run-control status is shared by every slice and
*> finalized by whichever finished last, so the generation is only
*> complete when every slice closed AND the status says completed.
 DECIDE-PARALLEL-ACTION.
  MOVE 0 TO WS-SLICE-RERUN-COUNT.
  MOVE 0 TO WS-SLICE-WAITING-COUNT.
  PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
     UNTIL WS-SLICE-IDX > WS-SLICE-COUNT
     EVALUATE WS-SLC-STATE (WS-SLICE-IDX)
        WHEN 'C'
           CONTINUE
        WHEN 'W'
           ADD 1 TO WS-SLICE-WAITING-COUNT
        WHEN OTHER
           MOVE 'Y' TO WS-SLC-RERUN (WS-SLICE-IDX)
           ADD 1 TO WS-SLICE-RERUN-COUNT
     END-EVALUATE
  END-PERFORM.
  EVALUATE TRUE
     WHEN WS-SLICE-WAITING-COUNT > 0
        MOVE 'H' TO WS-ACTION
        STRING "A SLICE CHECKPOINT HOLDS ANOTHER SUBMISSION'S"
           " UNFINISHED RUN - ITS GEN STEP WOULD RESUME THAT ONE"
           DELIMITED BY SIZE
           INTO WS-HOLD-REASON
        STRING "REFER TO SUPPORT - SEE THE SLICE LINES ABOVE FOR THE"
           " PREFIX THE CHECKPOINT CARRIES" DELIMITED BY SIZE
           INTO WS-HOLD-ACTION
     WHEN WS-SLICE-RERUN-COUNT > 0
        AND WS-SPLIT-PREFIX NOT = WS-PLAN-PREFIX
        MOVE 'H' TO WS-ACTION
        STRING "PROD.FIB.RUNPRFX NO LONGER CARRIES THIS PREFIX - THE"
           " SLICE DATASETS HAVE BEEN REPLACED" DELIMITED BY SIZE
           INTO WS-HOLD-REASON
        STRING "REFER TO SUPPORT - THE SPLIT DECK OF THIS SUBMISSION IS"
           " GONE AND ITS SLICES CANNOT BE RESUBMITTED" DELIMITED BY SIZE
           INTO WS-HOLD-ACTION
     WHEN WS-SLICE-RERUN-COUNT > 0
        AND WS-LATER-PREFIX NOT = SPACES
        MOVE 'H' TO WS-ACTION
        STRING "A LATER SUBMISSION, " WS-LATER-PREFIX
           ", HAS RUN SINCE - THE SUB-DECKS MAY NO LONGER BE THIS"
           " SUBMISSION'S" DELIMITED BY SIZE INTO WS-HOLD-REASON
        MOVE "REFER TO SUPPORT BEFORE ANY SLICE IS RESUBMITTED"
           TO WS-HOLD-ACTION
     WHEN WS-SLICE-RERUN-COUNT > 0
        MOVE 'S' TO WS-ACTION
     WHEN NOT RNCT-COMPLETED
        MOVE 'H' TO WS-ACTION
        STRING "EVERY SLICE CLOSED ITS CHECKPOINT BUT THE SUBMISSION"
           " IS NOT COMPLETED - A SLICE ENDED IN ERROR" DELIMITED BY SIZE
           INTO WS-HOLD-REASON
        STRING "CHECK THE GEN STEP RETURN CODES; THE FAILED SLICE"
           " CANNOT RESUME AND NEEDS SUPPORT" DELIMITED BY SIZE
           INTO WS-HOLD-ACTION
     WHEN WS-OUT-RECORDS = 0 AND WS-SLICE-OPEN-COUNT < WS-SLICE-COUNT
        MOVE 'H' TO WS-ACTION
        STRING "THE SLICES HAVE NOT BEEN MERGED AND NOT EVERY OUTPUT"
           " SLICE CAN BE OPENED" DELIMITED BY SIZE
           INTO WS-HOLD-REASON
        STRING "REFER TO SUPPORT - THE MERGE CANNOT RUN WITHOUT ALL"
           " OF PROD.FIB.OUTSLICE.S1 TO SN" DELIMITED BY SIZE
           INTO WS-HOLD-ACTION
     WHEN WS-OUT-RECORDS = 0
        MOVE 'M' TO WS-ACTION
     WHEN WS-SLICE-OPEN-COUNT < WS-SLICE-COUNT
        MOVE 'D' TO WS-ACTION
     WHEN WS-OUT-RECORDS = WS-SLICE-RECORD-TOTAL
        MOVE 'D' TO WS-ACTION
     WHEN OTHER
        MOVE 'H' TO WS-ACTION
        STRING "PROD.FIB.OUTPUT HOLDS ONLY PART OF THE SLICES FOR THIS"
           " PREFIX - THE MERGE STOPPED PART WAY" DELIMITED BY SIZE
           INTO WS-HOLD-REASON
        STRING "REFER TO SUPPORT - THE PARTIAL RECORDS MUST BE REMOVED"
           " BEFORE THE MERGE IS RUN AGAIN" DELIMITED BY SIZE
           INTO WS-HOLD-ACTION
  END-EVALUATE.

*> With the generation complete, only the report and the extracts
*> not yet sent are owed; with neither, there is nothing to run.
 DECIDE-DOWNSTREAM-WORK.
  MOVE 0 TO WS-SUB-RUN-COUNT.
  PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
     UNTIL WS-SUB-IDX > WS-SUB-TOTAL
     PERFORM CLASSIFY-SENT-EXTRACT
     IF WS-SUB-DECISION (WS-SUB-IDX) = 'N'
        ADD 1 TO WS-SUB-RUN-COUNT
     END-IF
  END-PERFORM.
  IF WS-SUB-RUN-COUNT = 0 AND WS-RNCT-REPORT-POSTED = 'Y'
     MOVE 'X' TO WS-ACTION
  END-IF.

*> The run-control flag is per prefix but is set as soon as the first
*> batch is written; the posting is per date and made at the end of
*> the step. Both present is a finished extract; the flag alone is
*> one that stopped part way. For any other subscriber the posting
*> is the only evidence, and it is only conclusive when no other
*> submission shares the date.
 CLASSIFY-SENT-EXTRACT.
  IF WS-SUB-ID (WS-SUB-IDX) = "MODELING"
     IF WS-RNCT-XTRCT-POSTED = 'Y'
        IF WS-SUB-POSTED (WS-SUB-IDX) = 'Y'
           MOVE 'S' TO WS-SUB-DECISION (WS-SUB-IDX)
        ELSE
           MOVE 'P' TO WS-SUB-DECISION (WS-SUB-IDX)
        END-IF
     ELSE
        MOVE 'N' TO WS-SUB-DECISION (WS-SUB-IDX)
     END-IF
  ELSE
     IF WS-SUB-POSTED (WS-SUB-IDX) = 'Y'
        IF WS-SHARED-DATE-COUNT = 0
           MOVE 'S' TO WS-SUB-DECISION (WS-SUB-IDX)
        ELSE
           MOVE 'U' TO WS-SUB-DECISION (WS-SUB-IDX)
        END-IF
     ELSE
        MOVE 'N' TO WS-SUB-DECISION (WS-SUB-IDX)
     END-IF
  END-IF.

*> Before the generation is complete no extract of this prefix can
*> have run - every extract step is gated on the generator or the
*> merge - so each one is owed, unless the modeling flag says
*> otherwise, which is held as unexplained.
 CLASSIFY-SUBSCRIBERS.
  MOVE 0 TO WS-SUB-HELD-COUNT.
  MOVE 0 TO WS-SUB-RUN-COUNT.
  PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
     UNTIL WS-SUB-IDX > WS-SUB-TOTAL
     EVALUATE TRUE
        WHEN ACTION-HOLD
           MOVE 'W' TO WS-SUB-DECISION (WS-SUB-IDX)
        WHEN ACTION-DOWNSTREAM-ONLY OR ACTION-NOTHING-TO-RUN
           CONTINUE
        WHEN WS-SUB-ID (WS-SUB-IDX) = "MODELING"
           AND WS-RNCT-XTRCT-POSTED = 'Y'
           MOVE 'U' TO WS-SUB-DECISION (WS-SUB-IDX)
        WHEN OTHER
           MOVE 'N' TO WS-SUB-DECISION (WS-SUB-IDX)
     END-EVALUATE
     EVALUATE WS-SUB-DECISION (WS-SUB-IDX)
        WHEN 'N'
           ADD 1 TO WS-SUB-RUN-COUNT
        WHEN 'P'
        WHEN 'U'
           ADD 1 TO WS-SUB-HELD-COUNT
     END-EVALUATE
  END-PERFORM.

 WRITE-SECTION-HEADING.
  MOVE SPACES TO SYSOUT-RECORD.
  WRITE SYSOUT-RECORD AFTER ADVANCING 1 LINE.
  WRITE SYSOUT-RECORD FROM WS-SECTION-LINE AFTER ADVANCING 1 LINE.
  MOVE SPACES TO SYSOUT-RECORD.
  WRITE SYSOUT-RECORD AFTER ADVANCING 1 LINE.

 WRITE-EVIDENCE-LINE.
  WRITE SYSOUT-RECORD FROM WS-EVIDENCE-LINE AFTER ADVANCING 1 LINE.
  MOVE SPACES TO WS-EVD-LABEL.
  MOVE SPACES TO WS-EVD-TEXT.

 WRITE-EVIDENCE.
  MOVE "WHAT THE MASTERS SHOW" TO WS-SECT-TITLE.
  PERFORM WRITE-SECTION-HEADING.
  MOVE "RUN-CONTROL STATUS" TO WS-EVD-LABEL.
  IF SUBMISSION-REGISTERED
     EVALUATE WS-RNCT-STATUS
        WHEN 'C'
           MOVE "COMPLETED" TO WS-STATUS-TEXT
        WHEN 'Q'
           MOVE "QUIESCED" TO WS-STATUS-TEXT
        WHEN 'F'
           MOVE "FAILED" TO WS-STATUS-TEXT
        WHEN 'R'
           MOVE "RESTARTED" TO WS-STATUS-TEXT
        WHEN 'A'
           MOVE "ACTIVE" TO WS-STATUS-TEXT
        WHEN OTHER
           MOVE "UNKNOWN" TO WS-STATUS-TEXT
     END-EVALUATE
     MOVE WS-RNCT-CARDS TO WS-EDIT-CARD
     STRING WS-STATUS-TEXT "  CARDS " WS-EDIT-CARD
        "  REPORT POSTED " WS-RNCT-REPORT-POSTED
        "  EXTRACT POSTED " WS-RNCT-XTRCT-POSTED
        DELIMITED BY SIZE INTO WS-EVD-TEXT
  ELSE
     MOVE "NOT REGISTERED" TO WS-EVD-TEXT
  END-IF.
  PERFORM WRITE-EVIDENCE-LINE.
*> The restart reruns whatever deck PROD.FIB.CNTLCARD still holds,
*> which is the deck named here unless a later unload replaced it.
  MOVE "DECK RUN" TO WS-EVD-LABEL.
  IF SUBMISSION-REGISTERED AND WS-RNCT-DECK NOT = SPACES
     MOVE WS-RNCT-DECK TO WS-EVD-TEXT
  ELSE
     MOVE "NOT RECORDED" TO WS-EVD-TEXT
  END-IF.
  PERFORM WRITE-EVIDENCE-LINE.
  MOVE "SUBMITTED BY" TO WS-EVD-LABEL.
  IF PARALLEL-SUBMISSION
     MOVE WS-SLICE-COUNT TO WS-EDIT-SLICE
     STRING "FIBPARGN - PARALLEL GENERATION IN " WS-EDIT-SLICE
        " SLICES" DELIMITED BY SIZE INTO WS-EVD-TEXT
  ELSE
     MOVE "FIBONACC - SERIAL GENERATION" TO WS-EVD-TEXT
  END-IF.
  PERFORM WRITE-EVIDENCE-LINE.
  MOVE "OTHER SUBMISSIONS SAME DATE" TO WS-EVD-LABEL.
  MOVE WS-SHARED-DATE-COUNT TO WS-EDIT-COUNT.
  MOVE WS-EDIT-COUNT TO WS-EVD-TEXT.
  PERFORM WRITE-EVIDENCE-LINE.
  MOVE "LATER SUBMISSION" TO WS-EVD-LABEL.
  IF WS-LATER-PREFIX = SPACES
     MOVE "NONE" TO WS-EVD-TEXT
  ELSE
     MOVE WS-LATER-PREFIX TO WS-EVD-TEXT
  END-IF.
  PERFORM WRITE-EVIDENCE-LINE.
  IF PARALLEL-SUBMISSION
     MOVE "SPLIT PREFIX (RUNPRFX)" TO WS-EVD-LABEL
     IF WS-SPLIT-PREFIX = SPACES
        MOVE "NOT AVAILABLE" TO WS-EVD-TEXT
     ELSE
        MOVE WS-SPLIT-PREFIX TO WS-EVD-TEXT
     END-IF
     PERFORM WRITE-EVIDENCE-LINE
     PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
        UNTIL WS-SLICE-IDX > WS-SLICE-COUNT
        PERFORM WRITE-SLICE-EVIDENCE
     END-PERFORM
  ELSE
     MOVE "CHECKPOINT PROD.FIB.CHECKPT" TO WS-EVD-LABEL
     MOVE WS-SER-STATE TO WS-CK-STATE
     MOVE WS-SER-CARD TO WS-CK-CARD
     MOVE WS-SER-TERMS TO WS-CK-TERMS
     MOVE WS-SER-PREFIX TO WS-CK-PREFIX
     PERFORM FORMAT-CHECKPOINT-TEXT
     PERFORM WRITE-EVIDENCE-LINE
  END-IF.
  MOVE "RECORDS ON PROD.FIB.OUTPUT" TO WS-EVD-LABEL.
  MOVE WS-OUT-RECORDS TO WS-EDIT-COUNT.
  MOVE WS-RUNID-TOTAL TO WS-EDIT-CARD.
  STRING WS-EDIT-COUNT "  UNDER " WS-EDIT-CARD " RUN-IDS"
     DELIMITED BY SIZE INTO WS-EVD-TEXT.
  PERFORM WRITE-EVIDENCE-LINE.
  IF PARALLEL-SUBMISSION
     MOVE "RECORDS ON THE OUTPUT SLICES" TO WS-EVD-LABEL
     MOVE WS-SLICE-RECORD-TOTAL TO WS-EDIT-COUNT
     MOVE WS-EDIT-COUNT TO WS-EVD-TEXT
     PERFORM WRITE-EVIDENCE-LINE
  END-IF.
  MOVE "DECK SNAPSHOT" TO WS-EVD-LABEL.
  IF SNAPSHOT-FILED
     MOVE "FILED" TO WS-EVD-TEXT
  ELSE
     MOVE "NOT FILED" TO WS-EVD-TEXT
  END-IF.
  PERFORM WRITE-EVIDENCE-LINE.
  MOVE "GENERATOR POSTING FOR DATE" TO WS-EVD-LABEL.
  IF GENERATOR-POSTED
     MOVE WS-GEN-IN TO WS-EDIT-COUNT
     MOVE WS-GEN-OUT TO WS-EDIT-COUNT-2
     STRING "TERMS " WS-EDIT-COUNT "  RECORDS " WS-EDIT-COUNT-2
        DELIMITED BY SIZE INTO WS-EVD-TEXT
  ELSE
     MOVE "NONE" TO WS-EVD-TEXT
  END-IF.
  PERFORM WRITE-EVIDENCE-LINE.
  MOVE "REPORT POSTING FOR DATE" TO WS-EVD-LABEL.
  IF REPORT-TOTALS-POSTED
     MOVE WS-RPT-IN TO WS-EDIT-COUNT
     STRING "RECORDS " WS-EDIT-COUNT DELIMITED BY SIZE
        INTO WS-EVD-TEXT
  ELSE
     MOVE "NONE" TO WS-EVD-TEXT
  END-IF.
  PERFORM WRITE-EVIDENCE-LINE.
  PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
     UNTIL WS-SUB-IDX > WS-SUB-TOTAL
     STRING "EXTRACT POSTING " WS-SUB-ID (WS-SUB-IDX)
        DELIMITED BY SIZE INTO WS-EVD-LABEL
     IF WS-SUB-POSTED (WS-SUB-IDX) = 'Y'
        STRING "POSTED UNDER " WS-SUB-CTOT-STEP (WS-SUB-IDX)
           DELIMITED BY SIZE INTO WS-EVD-TEXT
     ELSE
        MOVE "NONE" TO WS-EVD-TEXT
     END-IF
     PERFORM WRITE-EVIDENCE-LINE
  END-PERFORM.

 WRITE-SLICE-EVIDENCE.
  MOVE WS-SLICE-IDX TO WS-EDIT-SLICE.
  STRING "SLICE " WS-EDIT-SLICE " PROD.FIB.CHECKPT.S"
     WS-EDIT-SLICE DELIMITED BY SIZE INTO WS-EVD-LABEL.
  MOVE WS-SLC-STATE (WS-SLICE-IDX) TO WS-CK-STATE.
  MOVE WS-SLC-CARD (WS-SLICE-IDX) TO WS-CK-CARD.
  MOVE WS-SLC-TERMS (WS-SLICE-IDX) TO WS-CK-TERMS.
  MOVE WS-SLC-PREFIX (WS-SLICE-IDX) TO WS-CK-PREFIX.
  PERFORM FORMAT-CHECKPOINT-TEXT.
  PERFORM WRITE-EVIDENCE-LINE.
  MOVE WS-SLC-RECORDS (WS-SLICE-IDX) TO WS-EDIT-COUNT.
  IF WS-SLC-OPEN-SWITCH (WS-SLICE-IDX) = 'Y'
     STRING "OUTPUT SLICE RECORDS " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-EVD-TEXT
  ELSE
     MOVE "OUTPUT SLICE NOT AVAILABLE" TO WS-EVD-TEXT
  END-IF.
  PERFORM WRITE-EVIDENCE-LINE.

 FORMAT-CHECKPOINT-TEXT.
  MOVE WS-CK-CARD TO WS-EDIT-CARD.
  MOVE WS-CK-TERMS TO WS-EDIT-COUNT.
  EVALUATE WS-CK-STATE
     WHEN 'I'
        STRING "IN PROGRESS AT CARD " WS-EDIT-CARD " TERM "
           WS-EDIT-COUNT " - RESUMES" DELIMITED BY SIZE
           INTO WS-EVD-TEXT
     WHEN 'C'
        STRING "CLOSED BY THIS SUBMISSION AFTER CARD " WS-EDIT-CARD
           DELIMITED BY SIZE INTO WS-EVD-TEXT
     WHEN 'W'
        STRING "IN PROGRESS FOR " WS-CK-PREFIX " AT CARD "
           WS-EDIT-CARD " - ANOTHER SUBMISSION" DELIMITED BY SIZE
           INTO WS-EVD-TEXT
     WHEN 'O'
        STRING "NOTHING TO RESUME FOR THIS PREFIX (LAST "
           WS-CK-PREFIX ")" DELIMITED BY SIZE INTO WS-EVD-TEXT
     WHEN OTHER
        MOVE "NO CHECKPOINT" TO WS-EVD-TEXT
  END-EVALUATE.

 WRITE-PLAN-STEP.
  ADD 1 TO WS-PLAN-STEP-NO.
  MOVE WS-PLAN-STEP-NO TO WS-PLN-STEP-NO.
  MOVE ". " TO WS-PLN-DOT.
  MOVE WS-PLAN-TEXT TO WS-PLN-TEXT.
  WRITE SYSOUT-RECORD FROM WS-PLAN-LINE AFTER ADVANCING 1 LINE.
  MOVE SPACES TO WS-PLAN-TEXT.

 WRITE-PLAN-CONTINUATION.
  MOVE SPACES TO WS-PLN-DOT.
  MOVE 0 TO WS-PLN-STEP-NO.
  MOVE WS-PLAN-TEXT TO WS-PLN-TEXT.
  WRITE SYSOUT-RECORD FROM WS-PLAN-LINE AFTER ADVANCING 1 LINE.
  MOVE SPACES TO WS-PLAN-TEXT.

 WRITE-PLAN.
  MOVE "THE PLAN" TO WS-SECT-TITLE.
  PERFORM WRITE-SECTION-HEADING.
  MOVE SPACES TO WS-PLAN-TEXT.
  EVALUATE TRUE
     WHEN ACTION-HOLD
        PERFORM PLAN-HOLD
     WHEN ACTION-NOTHING-TO-RUN
        STRING "NOTHING IS LEFT TO RUN: THE GENERATION IS ON"
           " PROD.FIB.OUTPUT, THE REPORT HAS POSTED AND NO EXTRACT"
           " IS OWED." DELIMITED BY SIZE
           INTO WS-PLAN-TEXT
        PERFORM WRITE-PLAN-STEP
        STRING "DO NOT RESUBMIT THE NIGHTLY JOB OR ANY EXTRACT STEP"
           " FOR THIS SUBMISSION." DELIMITED BY SIZE
           INTO WS-PLAN-TEXT
        PERFORM WRITE-PLAN-STEP
     WHEN ACTION-RESUME-GENERATOR
        PERFORM PLAN-RESUME-GENERATOR
     WHEN ACTION-RERUN-GENERATOR
        PERFORM PLAN-RERUN-GENERATOR
     WHEN ACTION-RESUBMIT-SLICES
        PERFORM PLAN-RESUBMIT-SLICES
     WHEN ACTION-MERGE-SLICES
        PERFORM PLAN-MERGE-SLICES
     WHEN OTHER
        PERFORM PLAN-DOWNSTREAM-ONLY
  END-EVALUATE.
  IF NOT ACTION-HOLD AND NOT ACTION-NOTHING-TO-RUN
     PERFORM PLAN-COMMON-STEPS
  END-IF.

 PLAN-HOLD.
  STRING "NO RESTART CAN BE PLANNED SAFELY - NOTHING IS TO BE"
     " SUBMITTED." DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-STEP.
  MOVE WS-HOLD-REASON TO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-CONTINUATION.
  MOVE WS-HOLD-ACTION TO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-STEP.
  STRING "DO NOT RESUBMIT THE NIGHTLY JOB FROM THE TOP WHILE THIS IS"
     " OPEN." DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-STEP.

 PLAN-RESUME-GENERATOR.
  MOVE WS-SER-CARD TO WS-EDIT-CARD.
  MOVE WS-SER-TERMS TO WS-EDIT-COUNT.
  STRING "RESTART AT THE GENERATOR (STEP010). IT RESUMES FROM"
     " PROD.FIB.CHECKPT AT CARD " WS-EDIT-CARD ", TERM" WS-EDIT-COUNT
     "," DELIMITED BY SIZE INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-STEP.
  STRING "UNDER THE SAME RUN-ID PREFIX; CARDS BEFORE IT ARE SKIPPED AND"
     " THEIR RUN-IDS RELISTED FOR THE EXTRACTS." DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-CONTINUATION.
  PERFORM PLAN-NOT-FROM-THE-TOP.

 PLAN-RERUN-GENERATOR.
  STRING "RESTART AT THE GENERATOR (STEP010) FROM THE FIRST CARD -"
     " THERE IS NO CHECKPOINT TO RESUME FOR THIS PREFIX." DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-STEP.
  STRING "THE RERUN IS A NEW SUBMISSION UNDER A NEW PREFIX; RECORDS"
     " THIS ONE LEFT ON PROD.FIB.OUTPUT ARE NEVER EXTRACTED." DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-CONTINUATION.
  STRING "TERMS IT ALREADY LOADED TO THE TERM KSDS ARE FOUND PRESENT"
     " AND ONLY COUNTED." DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-CONTINUATION.
  IF WS-COMPLETED-OTHER-COUNT > 0
     STRING "ANOTHER SUBMISSION HAS COMPLETED FOR THE DATE: THE RERUN"
        " IS REFUSED (RC=6) UNLESS CARD 1 CARRIES THE FORCE FLAG."
        DELIMITED BY SIZE
        INTO WS-PLAN-TEXT
     PERFORM WRITE-PLAN-STEP
  END-IF.
  PERFORM PLAN-NOT-FROM-THE-TOP.

 PLAN-NOT-FROM-THE-TOP.
  STRING "DO NOT RESUBMIT FIBONACC FROM THE TOP: STEP003 WOULD UNLOAD"
     " THE DECK AGAIN FROM THE FMNT KSDS AND STEP004" DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-STEP.
  STRING "WOULD ADD THE REQUEST CARDS AGAIN, SO THE GENERATOR WOULD"
     " NOT RUN THE DECK THIS SUBMISSION RAN." DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-CONTINUATION.

 PLAN-RESUBMIT-SLICES.
  STRING "RESUBMIT ONLY THESE GEN STEPS; EVERY OTHER SLICE FINISHED"
     " AND MUST NOT RUN AGAIN:" DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-STEP.
  PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
     UNTIL WS-SLICE-IDX > WS-SLICE-COUNT
     IF WS-SLC-RERUN (WS-SLICE-IDX) = 'Y'
        MOVE WS-SLICE-IDX TO WS-EDIT-SLICE
        MOVE WS-SLC-CARD (WS-SLICE-IDX) TO WS-EDIT-CARD
        IF WS-SLC-STATE (WS-SLICE-IDX) = 'I'
           STRING "GEN" WS-EDIT-SLICE " - RESUMES FROM"
              " PROD.FIB.CHECKPT.S" WS-EDIT-SLICE " AT CARD "
              WS-EDIT-CARD DELIMITED BY SIZE INTO WS-PLAN-TEXT
        ELSE
           STRING "GEN" WS-EDIT-SLICE " - NEVER RAN FOR THIS"
              " SUBMISSION; RUNS ITS SUB-DECK FROM THE FIRST CARD"
              DELIMITED BY SIZE INTO WS-PLAN-TEXT
        END-IF
        PERFORM WRITE-PLAN-CONTINUATION
     END-IF
  END-PERFORM.
  STRING "EACH RESUBMITTED SLICE'S RUN-ID SLICE IS DELETED FIRST: THE"
     " SLICE RELISTS EVERY ONE OF ITS RUN-IDS," DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-STEP.
  STRING "AND A LIST LEFT IN PLACE WOULD SEND THE ALREADY-LISTED ONES"
     " TWICE. THEN FIBMERGE COMBINES ALL THE SLICES." DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-CONTINUATION.
  STRING "DO NOT RESUBMIT FIBPARGN FROM THE TOP: ITS PRECLEAN STEP"
     " DELETES THE FINISHED SLICES' OUTPUT." DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-STEP.

 PLAN-MERGE-SLICES.
  STRING "EVERY SLICE FINISHED; RESTART AT THE MERGE (STEP015). NO"
     " GEN STEP IS TO BE RESUBMITTED." DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-STEP.
  STRING "DO NOT RESUBMIT FIBPARGN FROM THE TOP: ITS PRECLEAN STEP"
     " DELETES THE FINISHED SLICES' OUTPUT." DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-STEP.

 PLAN-DOWNSTREAM-ONLY.
  STRING "THE GENERATION IS COMPLETE ON PROD.FIB.OUTPUT; RESTART AFTER"
     " IT. THE GENERATOR IS NOT TO RUN AGAIN." DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-STEP.
  MOVE WS-RUNID-TOTAL TO WS-EDIT-CARD.
  STRING "THE RESTART JOB REBUILDS THE RUN-ID LIST FROM THE "
     WS-EDIT-CARD " RUN-IDS OF THIS PREFIX ON PROD.FIB.OUTPUT."
     DELIMITED BY SIZE INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-CONTINUATION.
  IF WS-RNCT-REPORT-POSTED = 'Y'
     MOVE "THE REPORT HAS POSTED AND IS NOT RERUN." TO WS-PLAN-TEXT
     PERFORM WRITE-PLAN-STEP
  END-IF.

 PLAN-COMMON-STEPS.
  IF NOT ACTION-DOWNSTREAM-ONLY AND NOT SNAPSHOT-FILED
     STRING "THE DECK SNAPSHOT WAS NEVER FILED AND CANNOT BE NOW (ITS"
        " STAGING COPY WAS A TEMPORARY DATASET):" DELIMITED BY SIZE
        INTO WS-PLAN-TEXT
     PERFORM WRITE-PLAN-STEP
     STRING "FILTERED SUBSCRIBERS WILL JUDGE THIS SUBMISSION'S RUNS BY"
        " THEIR LEADING TERMS." DELIMITED BY SIZE
        INTO WS-PLAN-TEXT
     PERFORM WRITE-PLAN-CONTINUATION
  END-IF.
  IF REPORT-STEP-NEEDED
     STRING "THE REPORT (FIBRPTPR) RUNS AGAIN; A RERUN REPLACES ITS"
        " POSTING, SO IT IS SAFE." DELIMITED BY SIZE
        INTO WS-PLAN-TEXT
     PERFORM WRITE-PLAN-STEP
  END-IF.
  IF WS-SUB-RUN-COUNT > 0
     MOVE WS-SUB-RUN-COUNT TO WS-EDIT-CARD
     STRING "THE EXTRACT RUNS FOR " WS-EDIT-CARD " SUBSCRIBER(S) -"
        " ONLY THOSE MARKED SAFE TO RUN BELOW." DELIMITED BY SIZE
        INTO WS-PLAN-TEXT
     PERFORM WRITE-PLAN-STEP
  END-IF.
  IF WS-SUB-HELD-COUNT > 0
     STRING "A HELD SUBSCRIBER IS LEFT OUT OF THE RESTART JOB: CONFIRM"
        " WHAT IT RECEIVED BEFORE SENDING IT ANYTHING." DELIMITED BY SIZE
        INTO WS-PLAN-TEXT
     PERFORM WRITE-PLAN-STEP
  END-IF.
  STRING "SUBMIT PROD.FIB.RESTART.JCL AS WRITTEN, THEN RUN FIBBALNC"
     " FOR THE DATE ONCE IT HAS ENDED." DELIMITED BY SIZE
     INTO WS-PLAN-TEXT.
  PERFORM WRITE-PLAN-STEP.

*> What a wrong cleanup would destroy: the restart state and
*> everything the steps still owed will read.
 WRITE-PROTECTED-DATASETS.
  MOVE "DATASETS THAT MUST NOT BE DELETED OR REALLOCATED"
     TO WS-SECT-TITLE.
  PERFORM WRITE-SECTION-HEADING.
  MOVE "PROD.FIB.RUNCTL" TO WS-EVD-LABEL.
  MOVE "RUN-CONTROL MASTER - THE SUBMISSION'S STATUS AND FLAGS"
     TO WS-EVD-TEXT.
  PERFORM WRITE-EVIDENCE-LINE.
  MOVE "PROD.FIB.CTLTOT" TO WS-EVD-LABEL.
  MOVE "CONTROL TOTALS - WHAT EACH STEP HAS POSTED FOR THE DATE"
     TO WS-EVD-TEXT.
  PERFORM WRITE-EVIDENCE-LINE.
  MOVE "PROD.FIB.OUTPUT" TO WS-EVD-LABEL.
  MOVE "EVERY TERM THIS SUBMISSION HAS WRITTEN SO FAR"
     TO WS-EVD-TEXT.
  PERFORM WRITE-EVIDENCE-LINE.
  IF NOT ACTION-DOWNSTREAM-ONLY AND NOT ACTION-NOTHING-TO-RUN
     MOVE "PROD.FIB.CNTLCARD" TO WS-EVD-LABEL
     MOVE "THE DECK AS THIS SUBMISSION RAN IT - THE RESTART READS IT"
        TO WS-EVD-TEXT
     PERFORM WRITE-EVIDENCE-LINE
     MOVE "PROD.FIB.DECKNAME" TO WS-EVD-LABEL
     MOVE "THE NAME OF THAT DECK, RECORDED ON THE RUN-CONTROL MASTER"
        TO WS-EVD-TEXT
     PERFORM WRITE-EVIDENCE-LINE
     IF PARALLEL-SUBMISSION
        MOVE "PROD.FIB.RUNPRFX" TO WS-EVD-LABEL
        MOVE "THE SHARED RUN-ID PREFIX EVERY SLICE STAMPS"
           TO WS-EVD-TEXT
        PERFORM WRITE-EVIDENCE-LINE
        PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
           UNTIL WS-SLICE-IDX > WS-SLICE-COUNT
           PERFORM WRITE-PROTECTED-SLICE
        END-PERFORM
     ELSE
        MOVE "PROD.FIB.CHECKPT" TO WS-EVD-LABEL
        MOVE "THE GENERATOR'S RESTART STATE" TO WS-EVD-TEXT
        PERFORM WRITE-EVIDENCE-LINE
     END-IF
  END-IF.

 WRITE-PROTECTED-SLICE.
  MOVE WS-SLICE-IDX TO WS-EDIT-SLICE.
  STRING "PROD.FIB.SUBDECK.S" WS-EDIT-SLICE DELIMITED BY SIZE
     INTO WS-EVD-LABEL.
  MOVE "THE SLICE'S SUB-DECK" TO WS-EVD-TEXT.
  PERFORM WRITE-EVIDENCE-LINE.
  STRING "PROD.FIB.CHECKPT.S" WS-EDIT-SLICE DELIMITED BY SIZE
     INTO WS-EVD-LABEL.
  MOVE "THE SLICE'S RESTART STATE" TO WS-EVD-TEXT.
  PERFORM WRITE-EVIDENCE-LINE.
  STRING "PROD.FIB.OUTSLICE.S" WS-EDIT-SLICE DELIMITED BY SIZE
     INTO WS-EVD-LABEL.
  MOVE "THE SLICE'S TERMS, READ BY THE MERGE" TO WS-EVD-TEXT.
  PERFORM WRITE-EVIDENCE-LINE.
  IF WS-SLC-RERUN (WS-SLICE-IDX) NOT = 'Y'
     STRING "PROD.FIB.RIDSLICE.S" WS-EDIT-SLICE DELIMITED BY SIZE
        INTO WS-EVD-LABEL
     MOVE "THE FINISHED SLICE'S RUN-IDS, READ BY THE MERGE"
        TO WS-EVD-TEXT
     PERFORM WRITE-EVIDENCE-LINE
  END-IF.

 WRITE-EXTRACT-DECISIONS.
  MOVE "TRANSMISSION EXTRACT BY SUBSCRIBER" TO WS-SECT-TITLE.
  PERFORM WRITE-SECTION-HEADING.
  PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
     UNTIL WS-SUB-IDX > WS-SUB-TOTAL
     MOVE WS-SUB-ID (WS-SUB-IDX) TO WS-SBL-ID
     MOVE SPACES TO WS-SBL-DECISION
     EVALUATE WS-SUB-DECISION (WS-SUB-IDX)
        WHEN 'S'
           STRING "SENT - DO NOT RERUN: IT WOULD DUPLICATE THE"
              " TRANSMISSION" DELIMITED BY SIZE
              INTO WS-SBL-DECISION
        WHEN 'P'
           STRING "HELD - THE EXTRACT STOPPED PART WAY; CHECK THE"
              " LATEST FEED GENERATION BEFORE ANY RERUN" DELIMITED BY SIZE
              INTO WS-SBL-DECISION
        WHEN 'U'
           STRING "HELD - POSTED FOR THE DATE BUT MAY BE ANOTHER"
              " SUBMISSION'S; CHECK ITS XTRSUM FOR THESE RUN-IDS"
              DELIMITED BY SIZE
              INTO WS-SBL-DECISION
        WHEN 'N'
           MOVE "NOT SENT - SAFE TO RUN; IN THE RESTART JOB"
              TO WS-SBL-DECISION
        WHEN OTHER
           MOVE "NOT SENT - WAITS UNTIL THE GENERATION IS RECOVERED"
              TO WS-SBL-DECISION
     END-EVALUATE
     WRITE SYSOUT-RECORD FROM WS-SUB-LINE AFTER ADVANCING 1 LINE
  END-PERFORM.

 WRITE-PLAN-TOTALS.
  MOVE SPACES TO SYSOUT-RECORD.
  WRITE SYSOUT-RECORD AFTER ADVANCING 1 LINE.
  MOVE "SUBSCRIBERS TO EXTRACT:" TO WS-TOT-LABEL.
  MOVE WS-SUB-RUN-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "SUBSCRIBERS HELD:" TO WS-TOT-LABEL.
  MOVE WS-SUB-HELD-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "RESTART JCL CARDS WRITTEN:" TO WS-TOT-LABEL.
  MOVE WS-JCL-CARD-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

*> The restart job carries only the steps still owed, each with the
*> same DD statements as its step in the nightly job, so it can be
*> submitted as written. A plan with nothing to run, or none that
*> is safe, writes comments only.
 WRITE-RESTART-JCL.
  EVALUATE TRUE
     WHEN ACTION-HOLD
        STRING "//* NO RESTART FOR SUBMISSION " WS-PLAN-PREFIX
           " - SEE THE FIBRSPLN PLAN" DELIMITED BY SIZE
           INTO WS-JCL-CARD
        PERFORM WRITE-JCL-CARD
     WHEN ACTION-NOTHING-TO-RUN
        STRING "//* SUBMISSION " WS-PLAN-PREFIX
           " HAS NOTHING LEFT TO RUN" DELIMITED BY SIZE
           INTO WS-JCL-CARD
        PERFORM WRITE-JCL-CARD
     WHEN OTHER
        PERFORM WRITE-JOB-CARD
        EVALUATE TRUE
           WHEN ACTION-RESUME-GENERATOR OR ACTION-RERUN-GENERATOR
              PERFORM WRITE-GENERATOR-STEP
              MOVE "RGEN" TO WS-GATE-STEP
              PERFORM WRITE-REQUEST-STEP
           WHEN ACTION-RESUBMIT-SLICES
              PERFORM WRITE-RUNID-SLICE-CLEANUP
              PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
                 UNTIL WS-SLICE-IDX > WS-SLICE-COUNT
                 IF WS-SLC-RERUN (WS-SLICE-IDX) = 'Y'
                    PERFORM WRITE-SLICE-STEP
                 END-IF
              END-PERFORM
              PERFORM WRITE-MERGE-STEP
              MOVE "RMERGE" TO WS-GATE-STEP
              PERFORM WRITE-REQUEST-STEP
           WHEN ACTION-MERGE-SLICES
              PERFORM WRITE-MERGE-STEP
              MOVE "RMERGE" TO WS-GATE-STEP
           WHEN OTHER
              PERFORM WRITE-RUNID-LIST-STEP
              MOVE "RRIDLIST" TO WS-GATE-STEP
        END-EVALUATE
        PERFORM SET-DOWNSTREAM-GATE
        IF REPORT-STEP-NEEDED
           PERFORM WRITE-REPORT-STEP
        END-IF
        PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
           UNTIL WS-SUB-IDX > WS-SUB-TOTAL
           IF WS-SUB-DECISION (WS-SUB-IDX) = 'N'
              PERFORM WRITE-EXTRACT-STEP
           END-IF
        END-PERFORM
  END-EVALUATE.

 WRITE-JCL-CARD.
  WRITE RESTJCL-RECORD FROM WS-JCL-CARD.
  IF WS-RESTJCL-STATUS NOT = "00"
     DISPLAY "RESTJCL WRITE FAILED - STATUS " WS-RESTJCL-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  ADD 1 TO WS-JCL-CARD-COUNT.
  MOVE SPACES TO WS-JCL-CARD.

 WRITE-JOB-CARD.
  STRING "//FIBRSTRT JOB (ACCTNO),'FIB RESTART',CLASS=A,"
     "MSGCLASS=X," DELIMITED BY SIZE INTO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//         MSGLEVEL=(1,1),NOTIFY=&SYSUID" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//*" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  STRING "//* RESTART OF SUBMISSION " WS-PLAN-PREFIX
     " AS PLANNED BY FIBRSPLN ON " WS-RUN-DATE
     DELIMITED BY SIZE INTO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//* READ THE PLAN BEFORE SUBMITTING. DO NOT ADD STEPS."
     TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//*" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.

 WRITE-STEPLIB-CARD.
  MOVE "//STEPLIB  DD DSN=PROD.FIB.LOADLIB,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.

 WRITE-SYSOUT-CARD.
  MOVE "//SYSOUT   DD SYSOUT=*" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.

 WRITE-RUNID-PASS-CARD.
  MOVE "//FIBRUNID DD DSN=&&RUNID,DISP=(OLD,PASS)" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.

 WRITE-RUNID-NEW-CARDS.
  MOVE "//FIBRUNID DD DSN=&&RUNID," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DISP=(NEW,PASS)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            SPACE=(TRK,(1,1),RLSE)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DCB=(RECFM=FB,LRECL=14,BLKSIZE=0)"
     TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.

*> STEP010 of FIBONACC, run on the deck as it stands: the
*> checkpoint decides whether it resumes.
 WRITE-GENERATOR-STEP.
  MOVE "//RGEN     EXEC PGM=FIBONACCI" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-STEPLIB-CARD.
  MOVE "//SYSIN    DD DSN=PROD.FIB.CNTLCARD,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBOUT   DD DSN=PROD.FIB.OUTPUT," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DISP=(MOD,CATLG,CATLG)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            SPACE=(CYL,(5,5),RLSE)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DCB=(RECFM=FB,LRECL=66,BLKSIZE=0)"
     TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBRPT   DD SYSOUT=*" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBCKPT  DD DSN=PROD.FIB.CHECKPT," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DISP=(MOD,CATLG,CATLG)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            SPACE=(TRK,(1,1),RLSE)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DCB=(RECFM=FB,LRECL=407,BLKSIZE=0)"
     TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-SHARED-MASTER-CARDS.
  MOVE "//FIBAUDIT DD DSN=PROD.FIB.AUDITLOG,DISP=MOD" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-RUNID-NEW-CARDS.
  MOVE "//FIBQUIES DD DSN=PROD.FIB.QUIESCE,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-SYSOUT-CARD.

 WRITE-SHARED-MASTER-CARDS.
  MOVE "//FIBVSAM  DD DSN=PROD.FIB.VSAMKSDS,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBSCEN  DD DSN=PROD.FIB.SCENARIO,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBRUNCT DD DSN=PROD.FIB.RUNCTL,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBCTOT  DD DSN=PROD.FIB.CTLTOT,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBDECK  DD DSN=PROD.FIB.DECKNAME,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.

*> A resubmitted slice relists every run-id of its sub-deck, so its
*> old run-id slice goes first; code 8 is a slice with none yet.
 WRITE-RUNID-SLICE-CLEANUP.
  MOVE "//RCLEAN   EXEC PGM=IDCAMS" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//SYSPRINT DD SYSOUT=*" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//SYSIN    DD *" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
     UNTIL WS-SLICE-IDX > WS-SLICE-COUNT
     IF WS-SLC-RERUN (WS-SLICE-IDX) = 'Y'
        MOVE WS-SLICE-IDX TO WS-EDIT-SLICE
        STRING "  DELETE PROD.FIB.RIDSLICE.S" WS-EDIT-SLICE
           DELIMITED BY SIZE INTO WS-JCL-CARD
        PERFORM WRITE-JCL-CARD
     END-IF
  END-PERFORM.
  MOVE "  IF MAXCC LE 8 THEN -" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "     SET MAXCC = 0" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "/*" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.

*> The GENn step of FIBPARGN for one slice.
 WRITE-SLICE-STEP.
  MOVE WS-SLICE-IDX TO WS-EDIT-SLICE.
  STRING "//RGEN" WS-EDIT-SLICE "    EXEC PGM=FIBONACCI,"
     "COND=(0,NE,RCLEAN)" DELIMITED BY SIZE INTO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-STEPLIB-CARD.
  STRING "//SYSIN    DD DSN=PROD.FIB.SUBDECK.S" WS-EDIT-SLICE
     ",DISP=SHR" DELIMITED BY SIZE INTO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  STRING "//FIBOUT   DD DSN=PROD.FIB.OUTSLICE.S" WS-EDIT-SLICE ","
     DELIMITED BY SIZE INTO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DISP=(MOD,CATLG,CATLG)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            SPACE=(CYL,(5,5),RLSE)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DCB=(RECFM=FB,LRECL=66,BLKSIZE=0)"
     TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBRPT   DD SYSOUT=*" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  STRING "//FIBCKPT  DD DSN=PROD.FIB.CHECKPT.S" WS-EDIT-SLICE ","
     DELIMITED BY SIZE INTO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DISP=(MOD,CATLG,CATLG)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            SPACE=(TRK,(1,1),RLSE)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DCB=(RECFM=FB,LRECL=407,BLKSIZE=0)"
     TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-SHARED-MASTER-CARDS.
  MOVE "//FIBAUDIT DD DSN=PROD.FIB.AUDITLOG,DISP=MOD" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  STRING "//FIBRUNID DD DSN=PROD.FIB.RIDSLICE.S" WS-EDIT-SLICE ","
     DELIMITED BY SIZE INTO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DISP=(MOD,CATLG,CATLG)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            SPACE=(TRK,(1,1),RLSE)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DCB=(RECFM=FB,LRECL=14,BLKSIZE=0)"
     TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  STRING "//FIBQUIES DD DSN=PROD.FIB.QUIESCE.S" WS-EDIT-SLICE
     ",DISP=SHR" DELIMITED BY SIZE INTO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBPRFX  DD DSN=PROD.FIB.RUNPRFX,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-SYSOUT-CARD.

*> STEP015 of FIBPARGN, gated on the cleanup and the slices this
*> job resubmits; the slices that had already finished are only
*> read.
 WRITE-MERGE-STEP.
  IF ACTION-RESUBMIT-SLICES
     MOVE "//RMERGE   EXEC PGM=FIBMERGE," TO WS-JCL-CARD
     PERFORM WRITE-JCL-CARD
     MOVE 0 TO WS-COND-COUNT
     MOVE "RCLEAN" TO WS-COND-STEP
     PERFORM ADD-COND-TEST
     PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
        UNTIL WS-SLICE-IDX > WS-SLICE-COUNT
        IF WS-SLC-RERUN (WS-SLICE-IDX) = 'Y'
           MOVE WS-SLICE-IDX TO WS-EDIT-SLICE
           MOVE SPACES TO WS-COND-STEP
           STRING "RGEN" WS-EDIT-SLICE DELIMITED BY SIZE
              INTO WS-COND-STEP
           PERFORM ADD-COND-TEST
        END-IF
     END-PERFORM
     PERFORM WRITE-COND-CARDS
  ELSE
     MOVE "//RMERGE   EXEC PGM=FIBMERGE" TO WS-JCL-CARD
     PERFORM WRITE-JCL-CARD
  END-IF.
  PERFORM WRITE-STEPLIB-CARD.
  MOVE "//SYSIN    DD *" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE WS-SLICE-COUNT TO WS-JCL-CARD (1:1).
  PERFORM WRITE-JCL-CARD.
  MOVE "/*" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
     UNTIL WS-SLICE-IDX > WS-SLICE-COUNT
     MOVE WS-SLICE-IDX TO WS-EDIT-SLICE
     STRING "//FIBIN" WS-EDIT-SLICE "   DD DSN=PROD.FIB.OUTSLICE.S"
        WS-EDIT-SLICE ",DISP=SHR" DELIMITED BY SIZE INTO WS-JCL-CARD
     PERFORM WRITE-JCL-CARD
  END-PERFORM.
  PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
     UNTIL WS-SLICE-IDX > WS-SLICE-COUNT
     MOVE WS-SLICE-IDX TO WS-EDIT-SLICE
     STRING "//FIBRID" WS-EDIT-SLICE "  DD DSN=PROD.FIB.RIDSLICE.S"
        WS-EDIT-SLICE ",DISP=SHR" DELIMITED BY SIZE INTO WS-JCL-CARD
     PERFORM WRITE-JCL-CARD
  END-PERFORM.
  MOVE "//FIBOUT   DD DSN=PROD.FIB.OUTPUT,DISP=MOD" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-RUNID-NEW-CARDS.
  PERFORM WRITE-SYSOUT-CARD.

*> The generation is already on PROD.FIB.OUTPUT, so the run-id list
*> the extracts read is rebuilt from what is there, one fourteen-
*> byte record per run-id as the generator writes it.
 WRITE-RUNID-LIST-STEP.
  MOVE "//RRIDLIST EXEC PGM=IEBGENER" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//SYSPRINT DD SYSOUT=*" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//SYSIN    DD *" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "  GENERATE MAXFLDS=1" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "  RECORD FIELD=(14,1,,1)" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "/*" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//SYSUT1   DD *" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM VARYING WS-RUNID-IDX FROM 1 BY 1
     UNTIL WS-RUNID-IDX > WS-RUNID-TOTAL
     MOVE WS-RUNID-ENTRY (WS-RUNID-IDX) TO WS-JCL-CARD
     PERFORM WRITE-JCL-CARD
  END-PERFORM.
  MOVE "/*" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//SYSUT2   DD DSN=&&RUNID," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DISP=(NEW,PASS)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            SPACE=(TRK,(1,1),RLSE)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DCB=(RECFM=FB,LRECL=14,BLKSIZE=0)"
     TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.

 WRITE-REQUEST-STEP.
  MOVE "//RRQFUL   EXEC PGM=FIBRQFUL" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-STEPLIB-CARD.
  MOVE "//FIBTREQ  DD DSN=PROD.FIB.TERMREQ,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBVSAM  DD DSN=PROD.FIB.VSAMKSDS,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-SYSOUT-CARD.

*> The report and extracts follow the step that rebuilt the
*> generation or run-id list; after resubmitted slices that is the
*> merge, and the cleanup and slice tests the merge carries are
*> kept, since a failed slice bypasses the merge.
 SET-DOWNSTREAM-GATE.
  IF NOT ACTION-RESUBMIT-SLICES
     MOVE 0 TO WS-COND-COUNT
  END-IF.
  MOVE WS-GATE-STEP TO WS-COND-STEP.
  PERFORM ADD-COND-TEST.

 ADD-COND-TEST.
  ADD 1 TO WS-COND-COUNT.
  MOVE SPACES TO WS-COND-TEST (WS-COND-COUNT).
  STRING "(0,NE," DELIMITED BY SIZE
     WS-COND-STEP DELIMITED BY SPACE ")" DELIMITED BY SIZE
     INTO WS-COND-TEST (WS-COND-COUNT).

*> The COND parameter for the EXEC card just written (which ends in
*> a comma), broken after a comma onto continuation cards so no
*> test passes column 71.
 WRITE-COND-CARDS.
  MOVE SPACES TO WS-COND-TEXT.
  MOVE 1 TO WS-COND-PTR.
  STRING "//         COND=(" DELIMITED BY SIZE INTO WS-COND-TEXT
     WITH POINTER WS-COND-PTR.
  PERFORM WRITE-ONE-COND-TEST
     VARYING WS-COND-IDX FROM 1 BY 1
     UNTIL WS-COND-IDX > WS-COND-COUNT.
  MOVE WS-COND-TEXT TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.

 WRITE-ONE-COND-TEST.
  STRING WS-COND-TEST (WS-COND-IDX) DELIMITED BY SPACE
     INTO WS-COND-TEXT WITH POINTER WS-COND-PTR.
  IF WS-COND-IDX < WS-COND-COUNT
     STRING "," DELIMITED BY SIZE INTO WS-COND-TEXT
        WITH POINTER WS-COND-PTR
     IF WS-COND-PTR > 56
        MOVE WS-COND-TEXT TO WS-JCL-CARD
        PERFORM WRITE-JCL-CARD
        MOVE SPACES TO WS-COND-TEXT
        MOVE 1 TO WS-COND-PTR
        STRING "//             " DELIMITED BY SIZE INTO WS-COND-TEXT
           WITH POINTER WS-COND-PTR
     END-IF
  ELSE
     STRING ")" DELIMITED BY SIZE INTO WS-COND-TEXT
        WITH POINTER WS-COND-PTR
  END-IF.

 WRITE-REPORT-STEP.
  MOVE "//RREPORT  EXEC PGM=FIBRPTPR," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-COND-CARDS.
  PERFORM WRITE-STEPLIB-CARD.
  MOVE "//FIBOUT   DD DSN=PROD.FIB.OUTPUT,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBRUNCT DD DSN=PROD.FIB.RUNCTL,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBCTOT  DD DSN=PROD.FIB.CTLTOT,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-SYSOUT-CARD.

*> One FIBXTRCT step per subscriber still owed, written the way its
*> step in the nightly job is: the feed DD its format writes, its
*> own feed generation and summary dataset, and the SYSIN card
*> naming it (none for MODELING, which alone posts the run-control
*> flag).
 WRITE-EXTRACT-STEP.
  MOVE SPACES TO WS-STEP-NAME.
  STRING "RXTR" WS-SUB-IDX DELIMITED BY SIZE INTO WS-STEP-NAME.
  MOVE "//" TO WS-JCL-CARD.
  MOVE WS-STEP-NAME TO WS-JCL-CARD (3:8).
  MOVE 11 TO WS-COND-PTR.
  STRING " EXEC PGM=FIBXTRCT," DELIMITED BY SIZE
     INTO WS-JCL-CARD WITH POINTER WS-COND-PTR.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-COND-CARDS.
  PERFORM WRITE-STEPLIB-CARD.
  IF WS-SUB-ID (WS-SUB-IDX) NOT = "MODELING"
     MOVE "//SYSIN    DD *" TO WS-JCL-CARD
     PERFORM WRITE-JCL-CARD
     MOVE WS-SUB-ID (WS-SUB-IDX) TO WS-JCL-CARD
     PERFORM WRITE-JCL-CARD
     MOVE "/*" TO WS-JCL-CARD
     PERFORM WRITE-JCL-CARD
  END-IF.
  PERFORM WRITE-RUNID-PASS-CARD.
  MOVE "//FIBOUT   DD DSN=PROD.FIB.OUTPUT,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBSUBS  DD DSN=PROD.FIB.SUBSCRIB,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//FIBDSNP  DD DSN=PROD.FIB.DECKSNAP,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  EVALUATE WS-SUB-FORMAT (WS-SUB-IDX)
     WHEN 'C'
        MOVE "FIBXCSV" TO WS-FEED-DD
        MOVE "80" TO WS-FEED-LRECL
     WHEN 'W'
        MOVE "FIBXWIDE" TO WS-FEED-DD
        MOVE "103" TO WS-FEED-LRECL
     WHEN OTHER
        MOVE "FIBXMIT" TO WS-FEED-DD
        MOVE "67" TO WS-FEED-LRECL
  END-EVALUATE.
  MOVE SPACES TO WS-FEED-DSN.
  MOVE SPACES TO WS-XSUM-DSN.
  IF WS-SUB-ID (WS-SUB-IDX) = "MODELING"
     MOVE "PROD.FIB.XMIT" TO WS-FEED-DSN
     MOVE "PROD.FIB.XTRSUM" TO WS-XSUM-DSN
  ELSE
     STRING "PROD.FIB." WS-SUB-ID (WS-SUB-IDX) DELIMITED BY SPACE
        ".XMIT" DELIMITED BY SIZE INTO WS-FEED-DSN
     STRING "PROD.FIB." WS-SUB-ID (WS-SUB-IDX) DELIMITED BY SPACE
        ".XTRSUM" DELIMITED BY SIZE INTO WS-XSUM-DSN
  END-IF.
  MOVE "//" TO WS-JCL-CARD.
  MOVE WS-FEED-DD TO WS-JCL-CARD (3:8).
  MOVE 11 TO WS-COND-PTR.
  STRING " DD DSN=" DELIMITED BY SIZE
     WS-FEED-DSN DELIMITED BY SPACE "(+1)," DELIMITED BY SIZE
     INTO WS-JCL-CARD WITH POINTER WS-COND-PTR.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DISP=(NEW,CATLG,DELETE)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            SPACE=(CYL,(5,5),RLSE)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  STRING "//            DCB=(RECFM=FB,LRECL=" DELIMITED BY SIZE
     WS-FEED-LRECL DELIMITED BY SPACE ",BLKSIZE=0)" DELIMITED BY SIZE
     INTO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  STRING "//FIBXSUM  DD DSN=" DELIMITED BY SIZE
     WS-XSUM-DSN DELIMITED BY SPACE ","
     DELIMITED BY SIZE INTO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DISP=(MOD,CATLG,CATLG)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            SPACE=(TRK,(1,1),RLSE)," TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  MOVE "//            DCB=(RECFM=FB,LRECL=49,BLKSIZE=0)"
     TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  IF WS-SUB-ID (WS-SUB-IDX) = "MODELING"
     MOVE "//FIBRUNCT DD DSN=PROD.FIB.RUNCTL,DISP=SHR" TO WS-JCL-CARD
     PERFORM WRITE-JCL-CARD
  END-IF.
  MOVE "//FIBCTOT  DD DSN=PROD.FIB.CTLTOT,DISP=SHR" TO WS-JCL-CARD.
  PERFORM WRITE-JCL-CARD.
  PERFORM WRITE-SYSOUT-CARD.
