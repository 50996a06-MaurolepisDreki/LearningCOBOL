*>   - terms generated plus segment extras equal FIBOUT records
*>     written (the generator's own posting must be internally
*>     consistent),
*>   - extract details transmitted, plus the records of any runs
*>     the modeling feed does not take, equal the FIBOUT records the
*>     generator wrote (the leg that was silently broken the week
*>     records went missing between generation and transmission),
*>   - the same leg again for every other active subscriber on the
*>     FIBSUBS master, each against its own extract's posting,
*>   - records read by housekeeping equal retained plus archived,
*>   - the reconciliation posted zero exceptions,
*>   - the KSDS backup wrote a detail for every cluster record read,
*>   - a forward recovery's rebuilt cluster holds exactly the
*>     records restored from backup plus the terms re-applied,
*>   - the retention purge read exactly the records it kept plus
*>     the records it purged.
*> Steps that do not run every day (housekeeping, reconciliation,
*> backup, recovery, purge) show as SKIPPED; a missing generator or extract
*> posting (the modeling feed's or an active subscriber's), or any
*> leg out of balance, ends the step with return code 8 so the
*> scheduler alerts. The exception is a day the chain was never
*> meant to run or never submitted: a holiday on the FIBCALN run
*> calendar, or a date with no submission on the run-control
*> master (FIBRNCT). Those legs then have nothing to prove and show
*> as SKIPPED with the reason, not as breaks, and the day
*> balances clean. The date on SYSIN (YYYYMMDD, columns 1-8)
*> selects the day; blank or no card means today.
*> The result is itself posted under step name FIBBALNC for the day
*> balanced - legs checked in, legs broken out - and FIBPURGE will
*> purge only a date whose latest result shows none broken.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBCTOT-KEY
       FILE STATUS IS WS-FIBCTOT-STATUS.
   SELECT FIBSUBS ASSIGN TO "FIBSUBS"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS FIBSUBS-KEY
       FILE STATUS IS WS-FIBSUBS-STATUS.
   SELECT FIBCALN ASSIGN TO "FIBCALN"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS FIBCALN-KEY
       FILE STATUS IS WS-FIBCALN-STATUS.
   SELECT FIBRUNCT ASSIGN TO "FIBRUNCT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBRNCT-KEY
       FILE STATUS IS WS-FIBRUNCT-STATUS.
   SELECT SYSOUT ASSIGN TO "SYSOUT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSOUT-STATUS.
  FD FIBCTOT.
   COPY FIBCTOT.

  FD FIBSUBS.
   COPY FIBSUBS.

  FD FIBCALN.
   COPY FIBCALN.

  FD FIBRUNCT.
   COPY FIBRNCT.

  FD SYSOUT
      RECORDING MODE IS F.
   01 SYSOUT-RECORD PIC X(132).
  01 WS-SYSIN-STATUS PIC X(2).
  01 WS-FIBCTOT-STATUS PIC X(2).
  01 WS-SYSOUT-STATUS PIC X(2).
  01 WS-FIBSUBS-STATUS PIC X(2).
  01 WS-FIBCALN-STATUS PIC X(2).
  01 WS-FIBRUNCT-STATUS PIC X(2).

  01 WS-END-OF-SUBSCRIBERS-SWITCH PIC X VALUE 'N'.
     88 END-OF-SUBSCRIBERS VALUE 'Y'.

*> Set when the chain did not run on the day balanced; the nightly
*> legs are then SKIPPED with WS-NO-RUN-STATUS as the reason.
  01 WS-NO-RUN-SWITCH PIC X VALUE 'N'.
     88 CHAIN-DID-NOT-RUN VALUE 'Y'.
  01 WS-NO-RUN-STATUS PIC X(16).

  01 WS-REPORT-DATE PIC 9(8).
  01 WS-BREAK-COUNT PIC 9(3) VALUE 0.
  01 WS-LEG-COUNT PIC 9(3) VALUE 0.

*> One holding slot per chain step, fetched up front so the leg
*> checks read like the report they print.
     05 WS-XTR-POSTED-SWITCH PIC X.
     05 WS-XTR-IN PIC 9(9).
     05 WS-XTR-OUT PIC 9(9).
     05 WS-XTR-AUX PIC 9(9).
     05 WS-XTR-HASH PIC 9(18).
     05 WS-ARC-POSTED-SWITCH PIC X.
     05 WS-ARC-IN PIC 9(9).
     05 WS-REC-POSTED-SWITCH PIC X.
     05 WS-REC-IN PIC 9(9).
     05 WS-REC-OUT PIC 9(9).
     05 WS-BKP-POSTED-SWITCH PIC X.
     05 WS-BKP-IN PIC 9(9).
     05 WS-BKP-OUT PIC 9(9).
     05 WS-RCV-POSTED-SWITCH PIC X.
     05 WS-RCV-IN PIC 9(9).
     05 WS-RCV-OUT PIC 9(9).
     05 WS-RCV-AUX PIC 9(9).
     05 WS-PRG-POSTED-SWITCH PIC X.
     05 WS-PRG-IN PIC 9(9).
     05 WS-PRG-OUT PIC 9(9).
     05 WS-PRG-AUX PIC 9(9).

  01 WS-FETCH-POSTED-SWITCH PIC X.
     88 STEP-POSTED VALUE 'Y'.
     05 WS-HDG-REPORT-DATE PIC 9(8).
     05 FILLER PIC X(110) VALUE SPACES.

  01 WS-NO-RUN-LINE.
     05 WS-NO-RUN-TEXT PIC X(132).

  01 WS-LEG-LINE.
     05 WS-LEG-TEXT PIC X(52).
     05 WS-LEG-LEFT-EDIT PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM CHECK-CHAIN-RAN.
 PERFORM FETCH-STEP-TOTALS.
 PERFORM CHECK-GENERATOR-LEG.
 PERFORM CHECK-EXTRACT-LEG.
 PERFORM CHECK-SUBSCRIBER-LEGS.
 PERFORM CHECK-HOUSEKEEPING-LEG.
 PERFORM CHECK-RECONCILIATION-LEG.
 PERFORM CHECK-BACKUP-LEG.
 PERFORM CHECK-RECOVERY-LEG.
 PERFORM CHECK-PURGE-LEG.
 PERFORM WRITE-BALANCING-TOTALS.
 PERFORM POST-BALANCING-RESULT.
 CLOSE FIBCTOT.
 CLOSE SYSOUT.
 IF WS-BREAK-COUNT > 0 AND RETURN-CODE = 0
     CLOSE SYSIN
  END-IF.
  MOVE WS-REPORT-DATE TO WS-HDG-REPORT-DATE.
  OPEN I-O FIBCTOT.
  IF WS-FIBCTOT-STATUS NOT = "00"
     DISPLAY "FIBCTOT OPEN FAILED - STATUS " WS-FIBCTOT-STATUS
     MOVE 12 TO RETURN-CODE
  MOVE SPACES TO SYSOUT-RECORD.
  WRITE SYSOUT-RECORD AFTER ADVANCING 1 LINE.

*> A holiday is read from the calendar by key; otherwise the
*> day's submissions are one key range on the run-control master
*> (prefix date + HHMM), so one START and READ NEXT finds whether
*> there was any. Either file missing leaves the nightly legs
*> judged as before - a missing posting is then a break.
 CHECK-CHAIN-RAN.
  OPEN INPUT FIBCALN.
  IF WS-FIBCALN-STATUS = "00"
     MOVE WS-REPORT-DATE TO FIBCALN-RUN-DATE
     READ FIBCALN
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           IF FIBCALN-HOLIDAY
              MOVE 'Y' TO WS-NO-RUN-SWITCH
              MOVE "SKIPPED-HOLIDAY" TO WS-NO-RUN-STATUS
              MOVE SPACES TO WS-NO-RUN-TEXT
              STRING "HOLIDAY ON THE RUN CALENDAR - "
                     DELIMITED BY SIZE
                     FIBCALN-DESCRIPTION DELIMITED BY SIZE
                     " - THE CHAIN DOES NOT RUN"
                     DELIMITED BY SIZE
                 INTO WS-NO-RUN-TEXT
           END-IF
     END-READ
     CLOSE FIBCALN
  END-IF.
  IF NOT CHAIN-DID-NOT-RUN
     PERFORM CHECK-DAY-SUBMITTED
  END-IF.
  IF CHAIN-DID-NOT-RUN
     WRITE SYSOUT-RECORD FROM WS-NO-RUN-LINE AFTER ADVANCING 1 LINE
     MOVE SPACES TO SYSOUT-RECORD
     WRITE SYSOUT-RECORD AFTER ADVANCING 1 LINE
  END-IF.

 CHECK-DAY-SUBMITTED.
  OPEN INPUT FIBRUNCT.
  IF WS-FIBRUNCT-STATUS = "00"
     MOVE SPACES TO FIBRNCT-RUN-PREFIX
     STRING WS-REPORT-DATE "0000"
            DELIMITED BY SIZE INTO FIBRNCT-RUN-PREFIX
     MOVE 'Y' TO WS-NO-RUN-SWITCH
     START FIBRUNCT KEY IS NOT LESS THAN FIBRNCT-KEY
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           READ FIBRUNCT NEXT
              AT END
                 CONTINUE
              NOT AT END
                 IF FIBRNCT-RUN-PREFIX (1:8) = WS-REPORT-DATE
                    MOVE 'N' TO WS-NO-RUN-SWITCH
                 END-IF
           END-READ
     END-START
     CLOSE FIBRUNCT
     IF CHAIN-DID-NOT-RUN
        MOVE "SKIPPED-NO RUN" TO WS-NO-RUN-STATUS
        MOVE "NO SUBMISSION ON THE RUN-CONTROL MASTER FOR THIS DATE"
           TO WS-NO-RUN-TEXT
     END-IF
  END-IF.

 FETCH-STEP-TOTALS.
  MOVE "FIBONACC" TO FIBCTOT-STEP-NAME.
  PERFORM FETCH-ONE-STEP.
  IF STEP-POSTED
     MOVE FIBCTOT-IN-COUNT TO WS-XTR-IN
     MOVE FIBCTOT-OUT-COUNT TO WS-XTR-OUT
     MOVE FIBCTOT-AUX-COUNT TO WS-XTR-AUX
     MOVE FIBCTOT-HASH-TOTAL TO WS-XTR-HASH
  END-IF.
  MOVE "FIBARCH " TO FIBCTOT-STEP-NAME.
     MOVE FIBCTOT-IN-COUNT TO WS-REC-IN
     MOVE FIBCTOT-OUT-COUNT TO WS-REC-OUT
  END-IF.
  MOVE "FIBVBKUP" TO FIBCTOT-STEP-NAME.
  PERFORM FETCH-ONE-STEP.
  MOVE WS-FETCH-POSTED-SWITCH TO WS-BKP-POSTED-SWITCH.
  IF STEP-POSTED
     MOVE FIBCTOT-IN-COUNT TO WS-BKP-IN
     MOVE FIBCTOT-OUT-COUNT TO WS-BKP-OUT
  END-IF.
  MOVE "FIBVRCVR" TO FIBCTOT-STEP-NAME.
  PERFORM FETCH-ONE-STEP.
  MOVE WS-FETCH-POSTED-SWITCH TO WS-RCV-POSTED-SWITCH.
  IF STEP-POSTED
     MOVE FIBCTOT-IN-COUNT TO WS-RCV-IN
     MOVE FIBCTOT-OUT-COUNT TO WS-RCV-OUT
     MOVE FIBCTOT-AUX-COUNT TO WS-RCV-AUX
  END-IF.
  MOVE "FIBPURGE" TO FIBCTOT-STEP-NAME.
  PERFORM FETCH-ONE-STEP.
  MOVE WS-FETCH-POSTED-SWITCH TO WS-PRG-POSTED-SWITCH.
  IF STEP-POSTED
     MOVE FIBCTOT-IN-COUNT TO WS-PRG-IN
     MOVE FIBCTOT-OUT-COUNT TO WS-PRG-OUT
     MOVE FIBCTOT-AUX-COUNT TO WS-PRG-AUX
  END-IF.

 FETCH-ONE-STEP.
  MOVE 'N' TO WS-FETCH-POSTED-SWITCH.
     MOVE WS-GEN-OUT TO WS-LEG-RIGHT
     PERFORM JUDGE-ONE-LEG
  ELSE
*> The generator not posting on a day the chain was submitted is
*> itself the alert - either the job failed or the master was down.
     PERFORM NOTE-LEG-NOT-POSTED
  END-IF.
  PERFORM WRITE-LEG-LINE.

 CHECK-EXTRACT-LEG.
  MOVE "EXTRACT SENT + NOT TAKEN = FIBOUT WRITTEN"
     TO WS-LEG-TEXT.
  IF WS-GEN-POSTED-SWITCH = 'Y' AND WS-XTR-POSTED-SWITCH = 'Y'
     COMPUTE WS-LEG-LEFT = WS-XTR-OUT + WS-XTR-AUX
     MOVE WS-GEN-OUT TO WS-LEG-RIGHT
     PERFORM JUDGE-ONE-LEG
  ELSE
     WRITE SYSOUT-RECORD FROM WS-HASH-LINE AFTER ADVANCING 1 LINE
  END-IF.

*> Every other active subscriber gets its own extract step and posts
*> under its subscriber id; each must account for the same FIBOUT
*> records the modeling feed does. The master is optional - with
*> no subscriber master there are no other feeds to prove.
 CHECK-SUBSCRIBER-LEGS.
  OPEN INPUT FIBSUBS.
  IF WS-FIBSUBS-STATUS = "00"
     PERFORM READ-NEXT-SUBSCRIBER
     PERFORM CHECK-ONE-SUBSCRIBER-LEG UNTIL END-OF-SUBSCRIBERS
     CLOSE FIBSUBS
  END-IF.

 CHECK-ONE-SUBSCRIBER-LEG.
  IF FIBSUBS-IS-ACTIVE AND FIBSUBS-SUBSCRIBER-ID NOT = "MODELING"
     MOVE SPACES TO WS-LEG-TEXT
     STRING "FEED " FIBSUBS-SUBSCRIBER-ID
            " SENT + NOT TAKEN = FIBOUT WRITTEN"
            DELIMITED BY SIZE INTO WS-LEG-TEXT
     MOVE FIBSUBS-SUBSCRIBER-ID TO FIBCTOT-STEP-NAME
     PERFORM FETCH-ONE-STEP
     IF WS-GEN-POSTED-SWITCH = 'Y' AND STEP-POSTED
        COMPUTE WS-LEG-LEFT = FIBCTOT-OUT-COUNT + FIBCTOT-AUX-COUNT
        MOVE WS-GEN-OUT TO WS-LEG-RIGHT
        PERFORM JUDGE-ONE-LEG
     ELSE
        PERFORM NOTE-LEG-NOT-POSTED
     END-IF
     PERFORM WRITE-LEG-LINE
  END-IF.
  PERFORM READ-NEXT-SUBSCRIBER.

 READ-NEXT-SUBSCRIBER.
  READ FIBSUBS NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-SUBSCRIBERS-SWITCH
  END-READ.
  IF WS-FIBSUBS-STATUS NOT = "00" AND WS-FIBSUBS-STATUS NOT = "10"
     DISPLAY "FIBSUBS READ FAILED - STATUS " WS-FIBSUBS-STATUS
     MOVE 'Y' TO WS-END-OF-SUBSCRIBERS-SWITCH
  END-IF.

 CHECK-HOUSEKEEPING-LEG.
  MOVE "HOUSEKEEPING READ = RETAINED + ARCHIVED"
     TO WS-LEG-TEXT.
  END-IF.
  PERFORM WRITE-LEG-LINE.

*> The backup job runs after the chain and may not have run yet
*> when this report does, so a missing posting is SKIPPED rather
*> than a break.
 CHECK-BACKUP-LEG.
  MOVE "KSDS BACKUP: RECORDS READ = BACKUP DETAILS WRITTEN"
     TO WS-LEG-TEXT.
  IF WS-BKP-POSTED-SWITCH = 'Y'
     MOVE WS-BKP-IN TO WS-LEG-LEFT
     MOVE WS-BKP-OUT TO WS-LEG-RIGHT
     PERFORM JUDGE-ONE-LEG
  ELSE
     MOVE 0 TO WS-LEG-LEFT
     MOVE 0 TO WS-LEG-RIGHT
     MOVE "SKIPPED" TO WS-LEG-STATUS
  END-IF.
  PERFORM WRITE-LEG-LINE.

 CHECK-RECOVERY-LEG.
  MOVE "KSDS RECOVERY: RESTORED + RE-APPLIED = ON CLUSTER"
     TO WS-LEG-TEXT.
  IF WS-RCV-POSTED-SWITCH = 'Y'
     COMPUTE WS-LEG-LEFT = WS-RCV-IN + WS-RCV-AUX
     MOVE WS-RCV-OUT TO WS-LEG-RIGHT
     PERFORM JUDGE-ONE-LEG
  ELSE
     MOVE 0 TO WS-LEG-LEFT
     MOVE 0 TO WS-LEG-RIGHT
     MOVE "SKIPPED" TO WS-LEG-STATUS
  END-IF.
  PERFORM WRITE-LEG-LINE.

 CHECK-PURGE-LEG.
  MOVE "RETENTION PURGE READ = KEPT + PURGED"
     TO WS-LEG-TEXT.
  IF WS-PRG-POSTED-SWITCH = 'Y'
     MOVE WS-PRG-IN TO WS-LEG-LEFT
     COMPUTE WS-LEG-RIGHT = WS-PRG-OUT + WS-PRG-AUX
     PERFORM JUDGE-ONE-LEG
  ELSE
     MOVE 0 TO WS-LEG-LEFT
     MOVE 0 TO WS-LEG-RIGHT
     MOVE "SKIPPED" TO WS-LEG-STATUS
  END-IF.
  PERFORM WRITE-LEG-LINE.

 JUDGE-ONE-LEG.
  IF WS-LEG-LEFT = WS-LEG-RIGHT
     MOVE "BALANCED" TO WS-LEG-STATUS
 NOTE-LEG-NOT-POSTED.
  MOVE 0 TO WS-LEG-LEFT.
  MOVE 0 TO WS-LEG-RIGHT.
  IF CHAIN-DID-NOT-RUN
     MOVE WS-NO-RUN-STATUS TO WS-LEG-STATUS
  ELSE
     ADD 1 TO WS-BREAK-COUNT
     MOVE "*NOT POSTED*" TO WS-LEG-STATUS
  END-IF.

 WRITE-LEG-LINE.
  ADD 1 TO WS-LEG-COUNT.
  MOVE WS-LEG-LEFT TO WS-LEG-LEFT-EDIT.
  MOVE WS-LEG-RIGHT TO WS-LEG-RIGHT-EDIT.
  WRITE SYSOUT-RECORD FROM WS-LEG-LINE AFTER ADVANCING 1 LINE.
  MOVE "LEGS OUT OF BALANCE:" TO WS-TOT-LABEL.
  MOVE WS-BREAK-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.

*> A rerun for the same day replaces the earlier result, so a date
*> held by the purge is released by balancing it again once the
*> break is put right.
 POST-BALANCING-RESULT.
  MOVE WS-REPORT-DATE TO FIBCTOT-RUN-DATE.
  MOVE "FIBBALNC" TO FIBCTOT-STEP-NAME.
  READ FIBCTOT
     INVALID KEY
        PERFORM LOAD-BALANCING-RESULT
        WRITE FIBCTOT-RECORD
           INVALID KEY
              DISPLAY "FIBCTOT WRITE FAILED - STATUS "
                 WS-FIBCTOT-STATUS
        END-WRITE
     NOT INVALID KEY
        PERFORM LOAD-BALANCING-RESULT
        REWRITE FIBCTOT-RECORD
           INVALID KEY
              DISPLAY "FIBCTOT REWRITE FAILED - STATUS "
                 WS-FIBCTOT-STATUS
        END-REWRITE
  END-READ.

 LOAD-BALANCING-RESULT.
  MOVE WS-LEG-COUNT TO FIBCTOT-IN-COUNT.
  MOVE WS-BREAK-COUNT TO FIBCTOT-OUT-COUNT.
  MOVE 0 TO FIBCTOT-AUX-COUNT.
  MOVE 0 TO FIBCTOT-HASH-TOTAL.
