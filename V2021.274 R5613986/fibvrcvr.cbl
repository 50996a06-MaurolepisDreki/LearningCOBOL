IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBVRCVR.

*> Forward recovery of the FIBVSAM term KSDS. Run against a freshly
*> defined (empty) cluster when the live one has been lost or
*> damaged. The latest FIBVBKUP backup generation is loaded back
*> first, then every term generated since that backup was taken is
*> re-applied from the FIBOUT records it left behind - the archive
*> generations first, then the live output dataset - so the cluster
*> ends up holding what the generator itself would have filed.
*> Only canonical runs are re-applied. FIBOUT carries what-if runs
*> as well, which SET-KSDS-ELIGIBILITY kept out of the cluster when
*> they ran, so each run-id is judged before any of its terms go
*> back:
*>   - if the deck snapshot for the run's submission is on file,
*>     the card that produced it is put through the generator's own
*>     eligibility rule;
*>   - otherwise a run-id listed under a scenario on the what-if
*>     catalog is a what-if run and is withheld;
*>   - otherwise the run must prove itself - its leading terms
*>     (1 and 2, or 1 to 3 for Tribonacci) must be the canonical
*>     terms of its series, which only the canonical seeds can
*>     produce. A run that cannot prove itself is withheld.
*> Terms past the 38-digit horizon arrive as two FIBOUT segments
*> and are put back as one record carrying the high half and
*> segment count 2, exactly as the generator files them. As in the
*> generator the first write of a key wins; a term already on the
*> cluster with the same value is counted, one with a different
*> value is reported as a conflict and left as it was.
*> The report lists every run re-examined and its disposition,
*> then restored-versus-re-applied totals. Records restored,
*> terms re-applied and records on the rebuilt cluster are posted
*> to the control-total master for FIBBALNC. Return code 4 means
*> conflicts, orphan segments or unproven runs to look at, 8 an
*> incomplete backup generation, 12 a file that could not be used
*> (nothing is loaded if an input cannot be opened).

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT FIBVBKP ASSIGN TO "FIBVBKP"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBVBKP-STATUS.
   SELECT FIBARCHV ASSIGN TO "FIBARCHV"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBARCHV-STATUS.
   SELECT FIBOUT ASSIGN TO "FIBOUT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBOUT-STATUS.
   SELECT FIBDSNP ASSIGN TO "FIBDSNP"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBDSNP-KEY
       FILE STATUS IS WS-FIBDSNP-STATUS.
   SELECT FIBSCEN ASSIGN TO "FIBSCEN"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBSCEN-KEY
       FILE STATUS IS WS-FIBSCEN-STATUS.
   SELECT FIBVSAM ASSIGN TO "FIBVSAM"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBVSAM-KEY
       FILE STATUS IS WS-FIBVSAM-STATUS.
   SELECT FIBCTOT ASSIGN TO "FIBCTOT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBCTOT-KEY
       FILE STATUS IS WS-FIBCTOT-STATUS.
   SELECT SYSOUT ASSIGN TO "SYSOUT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSOUT-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD FIBVBKP
      RECORDING MODE IS F.
   COPY FIBVBKP.

  FD FIBARCHV
      RECORDING MODE IS F.
   01 FIBARCHV-RECORD PIC X(66).

  FD FIBOUT
      RECORDING MODE IS F.
   COPY FIBOUT.

  FD FIBDSNP.
   COPY FIBDSNP.

  FD FIBSCEN.
   COPY FIBSCEN.

  FD FIBVSAM.
   COPY FIBVSAM.

  FD FIBCTOT.
   COPY FIBCTOT.

  FD SYSOUT
      RECORDING MODE IS F.
   01 SYSOUT-RECORD PIC X(132).

 WORKING-STORAGE SECTION.
  01 WS-FIBVBKP-STATUS PIC X(2).
  01 WS-FIBARCHV-STATUS PIC X(2).
  01 WS-FIBOUT-STATUS PIC X(2).
  01 WS-FIBDSNP-STATUS PIC X(2).
  01 WS-FIBSCEN-STATUS PIC X(2).
  01 WS-FIBVSAM-STATUS PIC X(2).
  01 WS-SYSOUT-STATUS PIC X(2).

  01 WS-END-OF-BACKUP-SWITCH PIC X VALUE 'N'.
     88 END-OF-BACKUP VALUE 'Y'.
  01 WS-TRAILER-SWITCH PIC X VALUE 'N'.
     88 BACKUP-TRAILER-SEEN VALUE 'Y'.
  01 WS-END-OF-INPUT-SWITCH PIC X VALUE 'N'.
     88 END-OF-INPUT VALUE 'Y'.
  01 WS-END-OF-FIBVSAM-SWITCH PIC X VALUE 'N'.
     88 END-OF-FIBVSAM VALUE 'Y'.
  01 WS-END-OF-FIBSCEN-SWITCH PIC X VALUE 'N'.
     88 END-OF-FIBSCEN VALUE 'Y'.
  01 WS-SNAPSHOT-SWITCH PIC X VALUE 'N'.
     88 SNAPSHOTS-AVAILABLE VALUE 'Y'.
  01 WS-SCENARIO-SWITCH PIC X VALUE 'N'.
     88 SCENARIOS-AVAILABLE VALUE 'Y'.
  01 WS-KSDS-WRITE-SWITCH PIC X VALUE 'N'.
     88 KSDS-WRITE-ELIGIBLE VALUE 'Y'.
  01 WS-DECIDED-SWITCH PIC X.
     88 DISPOSITION-DECIDED VALUE 'Y'.

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

  01 WS-BACKUP-DATE PIC 9(8) VALUE 0.
  01 WS-BACKUP-TIME PIC 9(6) VALUE 0.
  01 WS-BACKUP-TRAILER-COUNT PIC 9(9) VALUE 0.

*> Which input the term records are coming from - the archive
*> generations (A) are read before the live output dataset (F).
  01 WS-SOURCE-CODE PIC X(1).
     88 READING-ARCHIVE VALUE 'A'.
     88 READING-FIBOUT VALUE 'F'.

*> One FIBOUT-format record from whichever input is being read.
  01 WS-TERM-RECORD.
     05 WS-TRM-RUN-ID PIC X(14).
     05 WS-TRM-SEQ-NO PIC 9(9).
     05 WS-TRM-VALUE PIC 9(38).
     05 WS-TRM-SEQ-TYPE PIC X(1).
     05 WS-TRM-SEG-NO PIC 9(2).
     05 WS-TRM-SEG-CNT PIC 9(2).

*> The first eight characters of the run-id are the run date.
  01 WS-REC-RUN-DATE PIC X(8).
  01 WS-REC-RUN-DATE-NUM REDEFINES WS-REC-RUN-DATE PIC 9(8).

*> The run whose records are being re-examined, and what was
*> decided about it: A re-apply, W what-if (withheld), P pending
*> proof by its leading terms, U unproven (withheld). The basis
*> records which test decided it: S deck snapshot, C scenario
*> catalog, L leading terms.
  01 WS-CUR-RUN-ID PIC X(14) VALUE SPACES.
  01 WS-CUR-SEQ-TYPE PIC X(1).
  01 WS-CUR-DISPOSITION PIC X(1).
     88 CUR-RUN-APPLY VALUE 'A'.
     88 CUR-RUN-WHAT-IF VALUE 'W'.
     88 CUR-RUN-PENDING VALUE 'P'.
     88 CUR-RUN-UNPROVEN VALUE 'U'.
  01 WS-CUR-BASIS PIC X(1).
  01 WS-CUR-TBL-IDX PIC 9(3) VALUE 0.

*> Leading-term proof for a run with neither a snapshot nor a
*> catalog entry: the canonical first terms of its series and how
*> many of them the run has matched so far, in order.
  01 WS-CUR-ORDER PIC 9(1).
  01 WS-PROVEN-COUNT PIC 9(1).
  01 WS-CANONICAL-TERMS.
     05 WS-CANON-TERM PIC 9(1) OCCURS 3 TIMES.
  01 WS-CANON-IDX PIC 9(1).

*> A high-order segment waiting for its low-order partner.
  01 WS-SEG-HELD-SWITCH PIC X VALUE 'N'.
     88 SEGMENT-HELD VALUE 'Y'.
  01 WS-HELD-TERM-NO PIC 9(9).
  01 WS-HELD-VALUE-HI PIC 9(38).

*> One logical term, assembled from one or two FIBOUT records.
  01 WS-LOGICAL-TERM.
     05 WS-LT-TERM-NO PIC 9(9).
     05 WS-LT-VALUE PIC 9(38).
     05 WS-LT-VALUE-HI PIC 9(38).
     05 WS-LT-SEG-CNT PIC 9(1).

  COPY FIBCTL.

*> Every run-id on the what-if catalog. The catalog holds a few
*> hundred scenarios at most; a run-id that does not fit is still
*> caught by the leading-term proof, since a what-if run's seeds
*> never produce its series' canonical first terms.
  01 WS-SCEN-RUN-TABLE.
     05 WS-SCEN-TBL-RUN-ID PIC X(14) OCCURS 2000 TIMES.
  01 WS-SCEN-TBL-COUNT PIC 9(4) VALUE 0.
  01 WS-SCEN-TBL-IDX PIC 9(4).
  01 WS-SCEN-ENTRY-IDX PIC 9(2).
  01 WS-SCEN-OVERFLOW-COUNT PIC 9(9) VALUE 0.
  01 WS-SCEN-FOUND-SWITCH PIC X.
     88 SCEN-RUN-FOUND VALUE 'Y'.

*> Per-run-id disposition tally for the runs re-examined. A
*> restarted card keeps its run-id, so the same run-id can turn up
*> again later in FIBOUT and takes the disposition already decided
*> for it. Overflow past the table is tallied on the OTHERS line.
  01 WS-RUN-TABLE.
     05 WS-RUN-ENTRY OCCURS 500 TIMES.
        10 WS-RUN-TBL-ID PIC X(14).
        10 WS-RUN-TBL-SOURCE PIC X(1).
        10 WS-RUN-TBL-BASIS PIC X(1).
        10 WS-RUN-TBL-DISPOSITION PIC X(1).
        10 WS-RUN-TBL-SEQ-TYPE PIC X(1).
        10 WS-RUN-TBL-APPLIED PIC 9(9).
        10 WS-RUN-TBL-PRESENT PIC 9(9).
        10 WS-RUN-TBL-WITHHELD PIC 9(9).
  01 WS-RUN-TBL-COUNT PIC 9(3) VALUE 0.
  01 WS-RUN-TBL-IDX PIC 9(3).
  01 WS-RUN-TBL-FOUND-SWITCH PIC X.
     88 RUN-TBL-FOUND VALUE 'Y'.
  01 WS-OTHERS-APPLIED PIC 9(9) VALUE 0.
  01 WS-OTHERS-PRESENT PIC 9(9) VALUE 0.
  01 WS-OTHERS-WITHHELD PIC 9(9) VALUE 0.

  01 WS-RESTORED-COUNT PIC 9(9) VALUE 0.
  01 WS-ARCHIVE-READ-COUNT PIC 9(9) VALUE 0.
  01 WS-FIBOUT-READ-COUNT PIC 9(9) VALUE 0.
  01 WS-COVERED-COUNT PIC 9(9) VALUE 0.
  01 WS-REAPPLIED-COUNT PIC 9(9) VALUE 0.
  01 WS-PRESENT-COUNT PIC 9(9) VALUE 0.
  01 WS-WHAT-IF-COUNT PIC 9(9) VALUE 0.
  01 WS-UNPROVEN-COUNT PIC 9(9) VALUE 0.
  01 WS-CONFLICT-COUNT PIC 9(9) VALUE 0.
  01 WS-ORPHAN-COUNT PIC 9(9) VALUE 0.
  01 WS-CLUSTER-COUNT PIC 9(9) VALUE 0.

  01 WS-FIBCTOT-STATUS PIC X(2).
  01 WS-CTOT-SWITCH PIC X VALUE 'N'.
     88 CONTROL-TOTALS-AVAILABLE VALUE 'Y'.
*> Set when the load-mode OPEN OUTPUT fallback was taken for a
*> never-initialized cluster - a file opened OUTPUT cannot be
*> read, so the first posting is written directly.
  01 WS-CTOT-LOAD-SWITCH PIC X VALUE 'N'.
     88 CTOT-LOAD-MODE VALUE 'Y'.

  01 WS-BACKUP-INCOMPLETE-SWITCH PIC X VALUE 'N'.
     88 BACKUP-INCOMPLETE VALUE 'Y'.

  01 WS-PAGE-NUMBER PIC 9(5) VALUE 0.
  01 WS-LINE-COUNT PIC 9(3) VALUE 99.
  01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
  01 WS-EXCEPTION-HDG-SWITCH PIC X VALUE 'N'.
     88 EXCEPTION-HEADINGS-WRITTEN VALUE 'Y'.

  01 WS-HEADING-LINE-1.
     05 FILLER PIC X(40)
        VALUE "FIBVSAM FORWARD RECOVERY REPORT".
     05 FILLER PIC X(6) VALUE "DATE: ".
     05 WS-HDG-YYYY PIC 9(4).
     05 FILLER PIC X VALUE "-".
     05 WS-HDG-MM PIC 9(2).
     05 FILLER PIC X VALUE "-".
     05 WS-HDG-DD PIC 9(2).
     05 FILLER PIC X(60) VALUE SPACES.
     05 FILLER PIC X(6) VALUE "PAGE  ".
     05 WS-HDG-PAGE PIC ZZZZ9.
     05 FILLER PIC X(5) VALUE SPACES.

  01 WS-HEADING-LINE-2.
     05 FILLER PIC X(14) VALUE "BACKUP TAKEN: ".
     05 WS-HDG-BACKUP-DATE PIC 9(8).
     05 FILLER PIC X VALUE SPACE.
     05 WS-HDG-BACKUP-TIME PIC 9(6).
     05 FILLER PIC X(29) VALUE "   RE-APPLYING RUNS DATED ".
     05 WS-HDG-FROM-DATE PIC 9(8).
     05 FILLER PIC X(10) VALUE " AND LATER".
     05 FILLER PIC X(56) VALUE SPACES.

  01 WS-HEADING-LINE-3 PIC X(132).

  01 WS-EXCEPTION-COLUMNS.
     05 FILLER PIC X(18) VALUE "EXCEPTION".
     05 FILLER PIC X(16) VALUE "RUN-ID".
     05 FILLER PIC X(5) VALUE "TYPE".
     05 FILLER PIC X(12) VALUE "      TERM".
     05 FILLER PIC X(81) VALUE "DETAIL".

  01 WS-RUN-COLUMNS.
     05 FILLER PIC X(16) VALUE "RUN-ID".
     05 FILLER PIC X(9) VALUE "SOURCE".
     05 FILLER PIC X(5) VALUE "TYPE".
     05 FILLER PIC X(18) VALUE "BASIS".
     05 FILLER PIC X(22) VALUE "DISPOSITION".
     05 FILLER PIC X(12) VALUE "  APPLIED".
     05 FILLER PIC X(12) VALUE "  PRESENT".
     05 FILLER PIC X(38) VALUE " WITHHELD".

  01 WS-EXCEPTION-LINE.
     05 WS-EXC-TEXT PIC X(18).
     05 WS-EXC-RUN-ID PIC X(16).
     05 WS-EXC-SEQ-TYPE PIC X(5).
     05 WS-EXC-TERM-NO PIC Z(8)9.
     05 FILLER PIC X(3) VALUE SPACES.
     05 WS-EXC-DETAIL PIC X(81).

  01 WS-DETAIL-LINE.
     05 WS-DTL-RUN-ID PIC X(16).
     05 WS-DTL-SOURCE PIC X(9).
     05 WS-DTL-SEQ-TYPE PIC X(5).
     05 WS-DTL-BASIS PIC X(18).
     05 WS-DTL-DISPOSITION PIC X(22).
     05 WS-DTL-APPLIED PIC ZZZZZZZZ9.
     05 FILLER PIC X(3) VALUE SPACES.
     05 WS-DTL-PRESENT PIC ZZZZZZZZ9.
     05 FILLER PIC X(3) VALUE SPACES.
     05 WS-DTL-WITHHELD PIC ZZZZZZZZ9.
     05 FILLER PIC X(29) VALUE SPACES.

  01 WS-TOTAL-LINE.
     05 WS-TOT-LABEL PIC X(30).
     05 WS-TOT-COUNT PIC ZZZZZZZZ9.
     05 FILLER PIC X(93) VALUE SPACES.

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM RESTORE-FROM-BACKUP.
 PERFORM LOAD-SCENARIO-RUN-IDS.
 MOVE 'A' TO WS-SOURCE-CODE.
 PERFORM READ-TERM-RECORD.
 PERFORM REAPPLY-TERM-RECORD UNTIL END-OF-INPUT.
 IF RETURN-CODE < 12
    MOVE 'F' TO WS-SOURCE-CODE
    MOVE 'N' TO WS-END-OF-INPUT-SWITCH
    PERFORM READ-TERM-RECORD
    PERFORM REAPPLY-TERM-RECORD UNTIL END-OF-INPUT
 END-IF.
 PERFORM CLOSE-CURRENT-RUN.
 PERFORM COUNT-REBUILT-CLUSTER.
 PERFORM WRITE-RECOVERY-REPORT.
 IF CONTROL-TOTALS-AVAILABLE
    PERFORM POST-CONTROL-TOTALS
    CLOSE FIBCTOT
 END-IF.
 IF RETURN-CODE < 12
    IF BACKUP-INCOMPLETE
       MOVE 8 TO RETURN-CODE
    ELSE
       IF WS-CONFLICT-COUNT > 0 OR WS-ORPHAN-COUNT > 0
          OR WS-UNPROVEN-COUNT > 0
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF
 END-IF.
 CLOSE FIBVBKP.
 CLOSE FIBARCHV.
 CLOSE FIBOUT.
 IF SNAPSHOTS-AVAILABLE
    CLOSE FIBDSNP
 END-IF.
 CLOSE FIBVSAM.
 CLOSE SYSOUT.
 STOP RUN.

*> Every input is opened before the cluster is touched, so a
*> missing dataset stops the job with the cluster still empty and
*> the job can simply be rerun once the DD is corrected.
 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  MOVE WS-RUN-YYYY TO WS-HDG-YYYY.
  MOVE WS-RUN-MM TO WS-HDG-MM.
  MOVE WS-RUN-DD TO WS-HDG-DD.
  OPEN INPUT FIBVBKP.
  IF WS-FIBVBKP-STATUS NOT = "00"
     DISPLAY "FIBVBKP OPEN FAILED - STATUS " WS-FIBVBKP-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN INPUT FIBARCHV.
  IF WS-FIBARCHV-STATUS NOT = "00"
     DISPLAY "FIBARCHV OPEN FAILED - STATUS " WS-FIBARCHV-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN INPUT FIBOUT.
  IF WS-FIBOUT-STATUS NOT = "00"
     DISPLAY "FIBOUT OPEN FAILED - STATUS " WS-FIBOUT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN OUTPUT SYSOUT.
  IF WS-SYSOUT-STATUS NOT = "00"
     DISPLAY "SYSOUT OPEN FAILED - STATUS " WS-SYSOUT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
*> The snapshot and catalog masters only sharpen the judgment of
*> a run - without them every run falls through to the leading-term
*> proof, which never lets a what-if run back onto the cluster.
  OPEN INPUT FIBDSNP.
  IF WS-FIBDSNP-STATUS = "00"
     MOVE 'Y' TO WS-SNAPSHOT-SWITCH
  ELSE
     DISPLAY "FIBDSNP UNAVAILABLE - SNAPSHOTS NOT USED - STATUS "
        WS-FIBDSNP-STATUS
  END-IF.
  OPEN INPUT FIBSCEN.
  IF WS-FIBSCEN-STATUS = "00"
     MOVE 'Y' TO WS-SCENARIO-SWITCH
  ELSE
     DISPLAY "FIBSCEN UNAVAILABLE - CATALOG NOT USED - STATUS "
        WS-FIBSCEN-STATUS
  END-IF.
*> The cluster is loaded from the backup in OUTPUT mode - the job's
*> IDCAMS step has just deleted and redefined it, and a cluster
*> that still holds records refuses the open rather than being
*> overlaid.
  OPEN OUTPUT FIBVSAM.
  IF WS-FIBVSAM-STATUS NOT = "00"
     DISPLAY "FIBVSAM OPEN FAILED - STATUS " WS-FIBVSAM-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
*> Control-total posting is best effort - never a reason to hold
*> the recovery.
  OPEN I-O FIBCTOT.
  IF WS-FIBCTOT-STATUS NOT = "00"
     OPEN OUTPUT FIBCTOT
     IF WS-FIBCTOT-STATUS = "00"
        MOVE 'Y' TO WS-CTOT-LOAD-SWITCH
     END-IF
  END-IF.
  IF WS-FIBCTOT-STATUS = "00"
     MOVE 'Y' TO WS-CTOT-SWITCH
  ELSE
     DISPLAY "FIBCTOT UNAVAILABLE - TOTALS NOT POSTED - STATUS "
        WS-FIBCTOT-STATUS
  END-IF.

*> Phase one: load the backup generation. A dataset that does not
*> start with a backup header is not a backup at all and nothing is
*> loaded; a missing trailer or a trailer count that disagrees with
*> the details read means the generation was cut short - what it
*> holds is still loaded, and the job ends with return code 8.
 RESTORE-FROM-BACKUP.
  PERFORM READ-BACKUP-RECORD.
  IF END-OF-BACKUP OR NOT FIBVBKP-HEADER
     DISPLAY "FIBVBKP HAS NO BACKUP HEADER - NOTHING RESTORED"
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  MOVE FIBVBKP-BACKUP-DATE TO WS-BACKUP-DATE.
  MOVE FIBVBKP-BACKUP-TIME TO WS-BACKUP-TIME.
  MOVE WS-BACKUP-DATE TO WS-HDG-BACKUP-DATE.
  MOVE WS-BACKUP-TIME TO WS-HDG-BACKUP-TIME.
  MOVE WS-BACKUP-DATE TO WS-HDG-FROM-DATE.
  PERFORM READ-BACKUP-RECORD.
  PERFORM RESTORE-ONE-RECORD UNTIL END-OF-BACKUP.
  IF NOT BACKUP-TRAILER-SEEN
     DISPLAY "FIBVBKP HAS NO TRAILER - BACKUP INCOMPLETE"
     MOVE 'Y' TO WS-BACKUP-INCOMPLETE-SWITCH
  ELSE
     IF WS-BACKUP-TRAILER-COUNT NOT = WS-RESTORED-COUNT
        DISPLAY "FIBVBKP TRAILER COUNT " WS-BACKUP-TRAILER-COUNT
           " DISAGREES WITH " WS-RESTORED-COUNT
           " RECORDS RESTORED - BACKUP INCOMPLETE"
        MOVE 'Y' TO WS-BACKUP-INCOMPLETE-SWITCH
     END-IF
  END-IF.
  CLOSE FIBVSAM.
  OPEN I-O FIBVSAM.
  IF WS-FIBVSAM-STATUS NOT = "00"
     DISPLAY "FIBVSAM REOPEN FAILED - STATUS " WS-FIBVSAM-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.

 RESTORE-ONE-RECORD.
  EVALUATE TRUE
     WHEN FIBVBKP-DETAIL
        MOVE FIBVBKP-TERM-IMAGE TO FIBVSAM-RECORD
        WRITE FIBVSAM-RECORD
        IF WS-FIBVSAM-STATUS NOT = "00"
           DISPLAY "FIBVSAM RESTORE WRITE FAILED - STATUS "
              WS-FIBVSAM-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN
        END-IF
        ADD 1 TO WS-RESTORED-COUNT
     WHEN FIBVBKP-TRAILER
        MOVE 'Y' TO WS-TRAILER-SWITCH
        MOVE FIBVBKP-RECORD-COUNT TO WS-BACKUP-TRAILER-COUNT
     WHEN OTHER
        DISPLAY "FIBVBKP UNRECOGNIZED RECORD TYPE '"
           FIBVBKP-REC-TYPE "' IGNORED"
  END-EVALUATE.
  PERFORM READ-BACKUP-RECORD.

 READ-BACKUP-RECORD.
  READ FIBVBKP
     AT END
        MOVE 'Y' TO WS-END-OF-BACKUP-SWITCH
  END-READ.
  IF WS-FIBVBKP-STATUS NOT = "00" AND WS-FIBVBKP-STATUS NOT = "10"
     DISPLAY "FIBVBKP READ FAILED - STATUS " WS-FIBVBKP-STATUS
     MOVE 'Y' TO WS-END-OF-BACKUP-SWITCH
     MOVE 'Y' TO WS-BACKUP-INCOMPLETE-SWITCH
  END-IF.

 LOAD-SCENARIO-RUN-IDS.
  IF SCENARIOS-AVAILABLE
     PERFORM READ-NEXT-SCENARIO
     PERFORM TABLE-SCENARIO-RUNS UNTIL END-OF-FIBSCEN
     CLOSE FIBSCEN
     IF WS-SCEN-OVERFLOW-COUNT > 0
        DISPLAY "SCENARIO RUN TABLE FULL - " WS-SCEN-OVERFLOW-COUNT
           " RUN-IDS LEFT TO THE LEADING-TERM PROOF"
     END-IF
  END-IF.

 TABLE-SCENARIO-RUNS.
  IF FIBSCEN-RUN-COUNT IS NUMERIC
     PERFORM VARYING WS-SCEN-ENTRY-IDX FROM 1 BY 1
        UNTIL WS-SCEN-ENTRY-IDX > FIBSCEN-RUN-COUNT
           OR WS-SCEN-ENTRY-IDX > 20
        IF WS-SCEN-TBL-COUNT < 2000
           ADD 1 TO WS-SCEN-TBL-COUNT
           MOVE FIBSCEN-RUN-ID (WS-SCEN-ENTRY-IDX)
              TO WS-SCEN-TBL-RUN-ID (WS-SCEN-TBL-COUNT)
        ELSE
           ADD 1 TO WS-SCEN-OVERFLOW-COUNT
        END-IF
     END-PERFORM
  END-IF.
  PERFORM READ-NEXT-SCENARIO.

 READ-NEXT-SCENARIO.
  READ FIBSCEN NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-FIBSCEN-SWITCH
  END-READ.
  IF WS-FIBSCEN-STATUS NOT = "00" AND WS-FIBSCEN-STATUS NOT = "10"
     DISPLAY "FIBSCEN READ FAILED - STATUS " WS-FIBSCEN-STATUS
     MOVE 'Y' TO WS-END-OF-FIBSCEN-SWITCH
  END-IF.

*> Phase two: one FIBOUT-format record. Runs dated before the
*> backup day are already in the backup and are only counted. A
*> run dated on the backup day itself may have run either side of
*> the backup, so it is re-examined - anything already restored is
*> simply found present. A run-id whose date cannot be read is
*> re-examined too rather than silently dropped.
 REAPPLY-TERM-RECORD.
  IF READING-ARCHIVE
     ADD 1 TO WS-ARCHIVE-READ-COUNT
  ELSE
     ADD 1 TO WS-FIBOUT-READ-COUNT
  END-IF.
  MOVE WS-TRM-RUN-ID (1:8) TO WS-REC-RUN-DATE.
  IF WS-REC-RUN-DATE IS NUMERIC
     AND WS-REC-RUN-DATE-NUM < WS-BACKUP-DATE
     ADD 1 TO WS-COVERED-COUNT
  ELSE
     IF WS-TRM-RUN-ID NOT = WS-CUR-RUN-ID
        PERFORM START-NEW-RUN
     END-IF
     PERFORM ASSEMBLE-LOGICAL-TERM
  END-IF.
  PERFORM READ-TERM-RECORD.

 READ-TERM-RECORD.
  IF READING-ARCHIVE
     READ FIBARCHV
        AT END
           MOVE 'Y' TO WS-END-OF-INPUT-SWITCH
        NOT AT END
           MOVE FIBARCHV-RECORD TO WS-TERM-RECORD
     END-READ
     IF WS-FIBARCHV-STATUS NOT = "00"
        AND WS-FIBARCHV-STATUS NOT = "10"
        DISPLAY "FIBARCHV READ FAILED - STATUS " WS-FIBARCHV-STATUS
        MOVE 12 TO RETURN-CODE
        MOVE 'Y' TO WS-END-OF-INPUT-SWITCH
     END-IF
  ELSE
     READ FIBOUT
        AT END
           MOVE 'Y' TO WS-END-OF-INPUT-SWITCH
        NOT AT END
           MOVE FIBOUT-RECORD TO WS-TERM-RECORD
     END-READ
     IF WS-FIBOUT-STATUS NOT = "00" AND WS-FIBOUT-STATUS NOT = "10"
        DISPLAY "FIBOUT READ FAILED - STATUS " WS-FIBOUT-STATUS
        MOVE 12 TO RETURN-CODE
        MOVE 'Y' TO WS-END-OF-INPUT-SWITCH
     END-IF
  END-IF.

 START-NEW-RUN.
  PERFORM CLOSE-CURRENT-RUN.
  MOVE WS-TRM-RUN-ID TO WS-CUR-RUN-ID.
  IF WS-TRM-SEQ-TYPE = 'L' OR WS-TRM-SEQ-TYPE = 'T'
     MOVE WS-TRM-SEQ-TYPE TO WS-CUR-SEQ-TYPE
  ELSE
     MOVE 'F' TO WS-CUR-SEQ-TYPE
  END-IF.
  MOVE 0 TO WS-PROVEN-COUNT.
  PERFORM FIND-RUN-TABLE-ENTRY.
  IF RUN-TBL-FOUND
     MOVE WS-RUN-TBL-IDX TO WS-CUR-TBL-IDX
     MOVE WS-RUN-TBL-DISPOSITION (WS-CUR-TBL-IDX)
        TO WS-CUR-DISPOSITION
     MOVE WS-RUN-TBL-BASIS (WS-CUR-TBL-IDX) TO WS-CUR-BASIS
     IF WS-RUN-TBL-SOURCE (WS-CUR-TBL-IDX) NOT = WS-SOURCE-CODE
        MOVE 'B' TO WS-RUN-TBL-SOURCE (WS-CUR-TBL-IDX)
     END-IF
  ELSE
     PERFORM DECIDE-RUN-DISPOSITION
     PERFORM ADD-RUN-TABLE-ENTRY
  END-IF.

*> Anything a run leaves unfinished when its records end: a run
*> still short of proving its leading terms cannot be trusted, and
*> a held high-order segment never met its low-order partner.
 CLOSE-CURRENT-RUN.
  IF SEGMENT-HELD
     MOVE WS-HELD-TERM-NO TO WS-EXC-TERM-NO
     PERFORM REPORT-ORPHAN-SEGMENT
  END-IF.
  IF WS-CUR-RUN-ID NOT = SPACES AND CUR-RUN-PENDING
     MOVE WS-PROVEN-COUNT TO WS-CANON-IDX
     PERFORM WITHHOLD-UNPROVEN-RUN
  END-IF.

*> The same tests, in order of how much they can be trusted. The
*> deck snapshot is the card the run was actually generated from,
*> so the generator's own rule gives the definitive answer; the
*> catalog names what-if runs only; the leading-term proof is the
*> fallback for runs from before snapshots were kept.
 DECIDE-RUN-DISPOSITION.
  MOVE 'N' TO WS-DECIDED-SWITCH.
  IF SNAPSHOTS-AVAILABLE AND WS-CUR-RUN-ID (13:2) IS NUMERIC
     MOVE WS-CUR-RUN-ID (1:12) TO FIBDSNP-RUN-PREFIX
     MOVE WS-CUR-RUN-ID (13:2) TO FIBDSNP-DECK-POS
     READ FIBDSNP
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE FIBDSNP-IMAGE TO FIB-CONTROL-CARD
           PERFORM SET-KSDS-ELIGIBILITY
           MOVE 'S' TO WS-CUR-BASIS
           IF KSDS-WRITE-ELIGIBLE
              MOVE 'A' TO WS-CUR-DISPOSITION
           ELSE
              MOVE 'W' TO WS-CUR-DISPOSITION
           END-IF
           MOVE 'Y' TO WS-DECIDED-SWITCH
     END-READ
  END-IF.
  IF NOT DISPOSITION-DECIDED
     PERFORM SEARCH-SCENARIO-TABLE
     IF SCEN-RUN-FOUND
        MOVE 'C' TO WS-CUR-BASIS
        MOVE 'W' TO WS-CUR-DISPOSITION
        MOVE 'Y' TO WS-DECIDED-SWITCH
     END-IF
  END-IF.
  IF NOT DISPOSITION-DECIDED
     MOVE 'L' TO WS-CUR-BASIS
     MOVE 'P' TO WS-CUR-DISPOSITION
     EVALUATE WS-CUR-SEQ-TYPE
        WHEN 'L'
           MOVE 2 TO WS-CUR-ORDER
           MOVE 3 TO WS-CANON-TERM (1)
           MOVE 4 TO WS-CANON-TERM (2)
        WHEN 'T'
           MOVE 3 TO WS-CUR-ORDER
           MOVE 1 TO WS-CANON-TERM (1)
           MOVE 2 TO WS-CANON-TERM (2)
           MOVE 4 TO WS-CANON-TERM (3)
        WHEN OTHER
           MOVE 2 TO WS-CUR-ORDER
           MOVE 1 TO WS-CANON-TERM (1)
           MOVE 2 TO WS-CANON-TERM (2)
     END-EVALUATE
  END-IF.

*> The generator's rule for which runs file their terms on the
*> cluster - only a series' canonical seeds qualify - applied to
*> the card from the deck snapshot. Kept in step with
*> SET-KSDS-ELIGIBILITY in FIB.
 SET-KSDS-ELIGIBILITY.
  MOVE 'N' TO WS-KSDS-WRITE-SWITCH.
  IF FIB-CTL-PREV-VALUE IS NUMERIC
     AND FIB-CTL-CRNT-VALUE IS NUMERIC
     EVALUATE TRUE
        WHEN FIB-CTL-SEQ-IS-LUCAS
           IF FIB-CTL-PREV-VALUE = 2 AND FIB-CTL-CRNT-VALUE = 1
              MOVE 'Y' TO WS-KSDS-WRITE-SWITCH
           END-IF
        WHEN FIB-CTL-SEQ-IS-TRIBONACCI
           IF FIB-CTL-PREV-VALUE = 0 AND FIB-CTL-CRNT-VALUE = 1
              AND FIB-CTL-SEED-3 IS NUMERIC
              IF FIB-CTL-SEED-3 = 0
                 MOVE 'Y' TO WS-KSDS-WRITE-SWITCH
              END-IF
           END-IF
        WHEN OTHER
           IF FIB-CTL-PREV-VALUE = 0 AND FIB-CTL-CRNT-VALUE = 1
              MOVE 'Y' TO WS-KSDS-WRITE-SWITCH
           END-IF
     END-EVALUATE
  END-IF.

 SEARCH-SCENARIO-TABLE.
  MOVE 'N' TO WS-SCEN-FOUND-SWITCH.
  PERFORM VARYING WS-SCEN-TBL-IDX FROM 1 BY 1
     UNTIL WS-SCEN-TBL-IDX > WS-SCEN-TBL-COUNT OR SCEN-RUN-FOUND
     IF WS-SCEN-TBL-RUN-ID (WS-SCEN-TBL-IDX) = WS-CUR-RUN-ID
        MOVE 'Y' TO WS-SCEN-FOUND-SWITCH
     END-IF
  END-PERFORM.

 FIND-RUN-TABLE-ENTRY.
  MOVE 'N' TO WS-RUN-TBL-FOUND-SWITCH.
  PERFORM VARYING WS-RUN-TBL-IDX FROM 1 BY 1
     UNTIL WS-RUN-TBL-IDX > WS-RUN-TBL-COUNT OR RUN-TBL-FOUND
     IF WS-RUN-TBL-ID (WS-RUN-TBL-IDX) = WS-CUR-RUN-ID
        MOVE 'Y' TO WS-RUN-TBL-FOUND-SWITCH
     END-IF
  END-PERFORM.
  IF RUN-TBL-FOUND
     SUBTRACT 1 FROM WS-RUN-TBL-IDX
  END-IF.

*> A run past the end of the table is judged afresh each time its
*> records turn up and tallied on the OTHERS line (index 0).
 ADD-RUN-TABLE-ENTRY.
  IF WS-RUN-TBL-COUNT < 500
     ADD 1 TO WS-RUN-TBL-COUNT
     MOVE WS-RUN-TBL-COUNT TO WS-CUR-TBL-IDX
     MOVE WS-CUR-RUN-ID TO WS-RUN-TBL-ID (WS-CUR-TBL-IDX)
     MOVE WS-SOURCE-CODE TO WS-RUN-TBL-SOURCE (WS-CUR-TBL-IDX)
     MOVE WS-CUR-BASIS TO WS-RUN-TBL-BASIS (WS-CUR-TBL-IDX)
     MOVE WS-CUR-DISPOSITION
        TO WS-RUN-TBL-DISPOSITION (WS-CUR-TBL-IDX)
     MOVE WS-CUR-SEQ-TYPE TO WS-RUN-TBL-SEQ-TYPE (WS-CUR-TBL-IDX)
     MOVE 0 TO WS-RUN-TBL-APPLIED (WS-CUR-TBL-IDX)
     MOVE 0 TO WS-RUN-TBL-PRESENT (WS-CUR-TBL-IDX)
     MOVE 0 TO WS-RUN-TBL-WITHHELD (WS-CUR-TBL-IDX)
  ELSE
     MOVE 0 TO WS-CUR-TBL-IDX
  END-IF.

 SET-CURRENT-DISPOSITION.
  IF WS-CUR-TBL-IDX > 0
     MOVE WS-CUR-DISPOSITION
        TO WS-RUN-TBL-DISPOSITION (WS-CUR-TBL-IDX)
  END-IF.

*> Pairs the two segments of a term past the 38-digit horizon into
*> one logical term. A segment without its partner is reported and
*> left off the cluster - half a value is worse than none.
 ASSEMBLE-LOGICAL-TERM.
  IF WS-TRM-SEG-CNT IS NUMERIC AND WS-TRM-SEG-CNT = 2
     AND WS-TRM-SEG-NO IS NUMERIC
     IF WS-TRM-SEG-NO = 1
        IF SEGMENT-HELD
           MOVE WS-HELD-TERM-NO TO WS-EXC-TERM-NO
           PERFORM REPORT-ORPHAN-SEGMENT
        END-IF
        MOVE WS-TRM-SEQ-NO TO WS-HELD-TERM-NO
        MOVE WS-TRM-VALUE TO WS-HELD-VALUE-HI
        MOVE 'Y' TO WS-SEG-HELD-SWITCH
     ELSE
        IF WS-TRM-SEG-NO = 2 AND SEGMENT-HELD
           AND WS-HELD-TERM-NO = WS-TRM-SEQ-NO
           MOVE WS-TRM-SEQ-NO TO WS-LT-TERM-NO
           MOVE WS-TRM-VALUE TO WS-LT-VALUE
           MOVE WS-HELD-VALUE-HI TO WS-LT-VALUE-HI
           MOVE 2 TO WS-LT-SEG-CNT
           MOVE 'N' TO WS-SEG-HELD-SWITCH
           PERFORM DISPOSE-LOGICAL-TERM
        ELSE
           IF SEGMENT-HELD
              MOVE WS-HELD-TERM-NO TO WS-EXC-TERM-NO
              PERFORM REPORT-ORPHAN-SEGMENT
           END-IF
           MOVE WS-TRM-SEQ-NO TO WS-EXC-TERM-NO
           PERFORM REPORT-ORPHAN-SEGMENT
        END-IF
     END-IF
  ELSE
     IF SEGMENT-HELD
        MOVE WS-HELD-TERM-NO TO WS-EXC-TERM-NO
        PERFORM REPORT-ORPHAN-SEGMENT
     END-IF
     MOVE WS-TRM-SEQ-NO TO WS-LT-TERM-NO
     MOVE WS-TRM-VALUE TO WS-LT-VALUE
     MOVE 0 TO WS-LT-VALUE-HI
     MOVE 1 TO WS-LT-SEG-CNT
     PERFORM DISPOSE-LOGICAL-TERM
  END-IF.

 REPORT-ORPHAN-SEGMENT.
  ADD 1 TO WS-ORPHAN-COUNT.
  MOVE 'N' TO WS-SEG-HELD-SWITCH.
  MOVE "ORPHAN SEGMENT" TO WS-EXC-TEXT.
  MOVE WS-CUR-RUN-ID TO WS-EXC-RUN-ID.
  MOVE WS-CUR-SEQ-TYPE TO WS-EXC-SEQ-TYPE.
  MOVE "SEGMENT WITHOUT ITS PARTNER - TERM NOT RE-APPLIED"
     TO WS-EXC-DETAIL.
  PERFORM WRITE-EXCEPTION-LINE.

 DISPOSE-LOGICAL-TERM.
  EVALUATE TRUE
     WHEN CUR-RUN-APPLY
        PERFORM APPLY-LOGICAL-TERM
     WHEN CUR-RUN-PENDING
        PERFORM CHECK-LEADING-TERM
     WHEN CUR-RUN-WHAT-IF
        ADD 1 TO WS-WHAT-IF-COUNT
        PERFORM TALLY-RUN-WITHHELD
     WHEN OTHER
        ADD 1 TO WS-UNPROVEN-COUNT
        PERFORM TALLY-RUN-WITHHELD
  END-EVALUATE.

*> The leading terms must arrive in order and match the canonical
*> ones exactly. Once all of them have, the run is canonical and
*> they go onto the cluster - as the canonical values they were
*> just proved equal to - ahead of the rest of the run.
 CHECK-LEADING-TERM.
  IF WS-LT-SEG-CNT = 1
     AND WS-LT-TERM-NO = WS-PROVEN-COUNT + 1
     AND WS-LT-VALUE = WS-CANON-TERM (WS-PROVEN-COUNT + 1)
     ADD 1 TO WS-PROVEN-COUNT
     IF WS-PROVEN-COUNT = WS-CUR-ORDER
        MOVE 'A' TO WS-CUR-DISPOSITION
        PERFORM SET-CURRENT-DISPOSITION
        PERFORM APPLY-CANONICAL-TERM
           VARYING WS-CANON-IDX FROM 1 BY 1
           UNTIL WS-CANON-IDX > WS-CUR-ORDER
     END-IF
  ELSE
     COMPUTE WS-CANON-IDX = WS-PROVEN-COUNT + 1
     PERFORM WITHHOLD-UNPROVEN-RUN
  END-IF.

 APPLY-CANONICAL-TERM.
  MOVE WS-CANON-IDX TO WS-LT-TERM-NO.
  MOVE WS-CANON-TERM (WS-CANON-IDX) TO WS-LT-VALUE.
  MOVE 0 TO WS-LT-VALUE-HI.
  MOVE 1 TO WS-LT-SEG-CNT.
  PERFORM APPLY-LOGICAL-TERM.

*> WS-CANON-IDX carries how many of the run's terms had been held
*> back waiting for the proof; they are withheld along with it.
 WITHHOLD-UNPROVEN-RUN.
  MOVE 'U' TO WS-CUR-DISPOSITION.
  PERFORM SET-CURRENT-DISPOSITION.
  IF WS-CANON-IDX > 0
     ADD WS-CANON-IDX TO WS-UNPROVEN-COUNT
     IF WS-CUR-TBL-IDX > 0
        ADD WS-CANON-IDX TO WS-RUN-TBL-WITHHELD (WS-CUR-TBL-IDX)
     ELSE
        ADD WS-CANON-IDX TO WS-OTHERS-WITHHELD
     END-IF
  END-IF.

*> First write of a key wins, as in the generator.
 APPLY-LOGICAL-TERM.
  MOVE WS-CUR-SEQ-TYPE TO FIBVSAM-SEQ-TYPE.
  MOVE WS-LT-TERM-NO TO FIBVSAM-TERM-NO.
  MOVE WS-LT-VALUE TO FIBVSAM-VALUE.
  MOVE WS-LT-VALUE-HI TO FIBVSAM-VALUE-HI.
  MOVE WS-LT-SEG-CNT TO FIBVSAM-SEG-CNT.
  WRITE FIBVSAM-RECORD
     INVALID KEY
        PERFORM COMPARE-EXISTING-TERM
     NOT INVALID KEY
        ADD 1 TO WS-REAPPLIED-COUNT
        PERFORM TALLY-RUN-APPLIED
  END-WRITE.
  IF WS-FIBVSAM-STATUS NOT = "00" AND WS-FIBVSAM-STATUS NOT = "22"
     DISPLAY "FIBVSAM WRITE FAILED - STATUS " WS-FIBVSAM-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-INPUT-SWITCH
  END-IF.

*> Records filed before the segment fields existed carry blanks in
*> the high half and read as single-segment.
 COMPARE-EXISTING-TERM.
  READ FIBVSAM
     INVALID KEY
        DISPLAY "FIBVSAM READ FAILED - STATUS " WS-FIBVSAM-STATUS
  END-READ.
  IF WS-FIBVSAM-STATUS = "00"
     IF FIBVSAM-VALUE-HI IS NOT NUMERIC
        MOVE 0 TO FIBVSAM-VALUE-HI
     END-IF
     IF FIBVSAM-VALUE = WS-LT-VALUE
        AND FIBVSAM-VALUE-HI = WS-LT-VALUE-HI
        ADD 1 TO WS-PRESENT-COUNT
        PERFORM TALLY-RUN-PRESENT
     ELSE
        ADD 1 TO WS-CONFLICT-COUNT
        MOVE "CONFLICT" TO WS-EXC-TEXT
        MOVE WS-CUR-RUN-ID TO WS-EXC-RUN-ID
        MOVE WS-CUR-SEQ-TYPE TO WS-EXC-SEQ-TYPE
        MOVE WS-LT-TERM-NO TO WS-EXC-TERM-NO
        MOVE "CLUSTER HOLDS A DIFFERENT VALUE - CLUSTER VALUE KEPT"
           TO WS-EXC-DETAIL
        PERFORM WRITE-EXCEPTION-LINE
     END-IF
*> The write failed only because the key exists - not an I/O error.
     MOVE "22" TO WS-FIBVSAM-STATUS
  END-IF.

 TALLY-RUN-APPLIED.
  IF WS-CUR-TBL-IDX > 0
     ADD 1 TO WS-RUN-TBL-APPLIED (WS-CUR-TBL-IDX)
  ELSE
     ADD 1 TO WS-OTHERS-APPLIED
  END-IF.

 TALLY-RUN-PRESENT.
  IF WS-CUR-TBL-IDX > 0
     ADD 1 TO WS-RUN-TBL-PRESENT (WS-CUR-TBL-IDX)
  ELSE
     ADD 1 TO WS-OTHERS-PRESENT
  END-IF.

 TALLY-RUN-WITHHELD.
  IF WS-CUR-TBL-IDX > 0
     ADD 1 TO WS-RUN-TBL-WITHHELD (WS-CUR-TBL-IDX)
  ELSE
     ADD 1 TO WS-OTHERS-WITHHELD
  END-IF.

 COUNT-REBUILT-CLUSTER.
  CLOSE FIBVSAM.
  OPEN INPUT FIBVSAM.
  IF WS-FIBVSAM-STATUS NOT = "00"
     DISPLAY "FIBVSAM REOPEN FAILED - STATUS " WS-FIBVSAM-STATUS
     MOVE 12 TO RETURN-CODE
  ELSE
     MOVE LOW-VALUES TO FIBVSAM-KEY
     START FIBVSAM KEY IS GREATER THAN FIBVSAM-KEY
        INVALID KEY
           MOVE 'Y' TO WS-END-OF-FIBVSAM-SWITCH
     END-START
     PERFORM READ-NEXT-FIBVSAM UNTIL END-OF-FIBVSAM
  END-IF.

 READ-NEXT-FIBVSAM.
  READ FIBVSAM NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-FIBVSAM-SWITCH
  END-READ.
  IF WS-FIBVSAM-STATUS NOT = "00" AND WS-FIBVSAM-STATUS NOT = "10"
     DISPLAY "FIBVSAM READ FAILED - STATUS " WS-FIBVSAM-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-FIBVSAM-SWITCH
  END-IF.
  IF NOT END-OF-FIBVSAM
     ADD 1 TO WS-CLUSTER-COUNT
  END-IF.

 WRITE-PAGE-HEADINGS.
  ADD 1 TO WS-PAGE-NUMBER.
  MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-2 AFTER ADVANCING 1 LINE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-3 AFTER ADVANCING 2 LINES.
  MOVE SPACES TO SYSOUT-RECORD.
  WRITE SYSOUT-RECORD AFTER ADVANCING 1 LINE.
  MOVE 0 TO WS-LINE-COUNT.

*> Exceptions are printed as they are found, on pages of their own
*> ahead of the run listing.
 WRITE-EXCEPTION-LINE.
  IF NOT EXCEPTION-HEADINGS-WRITTEN
     MOVE WS-EXCEPTION-COLUMNS TO WS-HEADING-LINE-3
     MOVE 'Y' TO WS-EXCEPTION-HDG-SWITCH
     PERFORM WRITE-PAGE-HEADINGS
  END-IF.
  IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
     PERFORM WRITE-PAGE-HEADINGS
  END-IF.
  WRITE SYSOUT-RECORD FROM WS-EXCEPTION-LINE AFTER ADVANCING 1 LINE.
  ADD 1 TO WS-LINE-COUNT.

 WRITE-DETAIL-LINE.
  IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
     PERFORM WRITE-PAGE-HEADINGS
  END-IF.
  WRITE SYSOUT-RECORD FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
  ADD 1 TO WS-LINE-COUNT.

 WRITE-RECOVERY-REPORT.
  MOVE WS-RUN-COLUMNS TO WS-HEADING-LINE-3.
  PERFORM WRITE-PAGE-HEADINGS.
  PERFORM VARYING WS-RUN-TBL-IDX FROM 1 BY 1
     UNTIL WS-RUN-TBL-IDX > WS-RUN-TBL-COUNT
     MOVE WS-RUN-TBL-ID (WS-RUN-TBL-IDX) TO WS-DTL-RUN-ID
     EVALUATE WS-RUN-TBL-SOURCE (WS-RUN-TBL-IDX)
        WHEN 'A'
           MOVE "ARCHIVE" TO WS-DTL-SOURCE
        WHEN 'F'
           MOVE "FIBOUT" TO WS-DTL-SOURCE
        WHEN OTHER
           MOVE "BOTH" TO WS-DTL-SOURCE
     END-EVALUATE
     MOVE WS-RUN-TBL-SEQ-TYPE (WS-RUN-TBL-IDX) TO WS-DTL-SEQ-TYPE
     EVALUATE WS-RUN-TBL-BASIS (WS-RUN-TBL-IDX)
        WHEN 'S'
           MOVE "DECK SNAPSHOT" TO WS-DTL-BASIS
        WHEN 'C'
           MOVE "SCENARIO CATALOG" TO WS-DTL-BASIS
        WHEN OTHER
           MOVE "LEADING TERMS" TO WS-DTL-BASIS
     END-EVALUATE
     EVALUATE WS-RUN-TBL-DISPOSITION (WS-RUN-TBL-IDX)
        WHEN 'A'
           MOVE "CANONICAL - RE-APPLIED" TO WS-DTL-DISPOSITION
        WHEN 'W'
           MOVE "WHAT-IF - WITHHELD" TO WS-DTL-DISPOSITION
        WHEN OTHER
           MOVE "UNPROVEN - WITHHELD" TO WS-DTL-DISPOSITION
     END-EVALUATE
     MOVE WS-RUN-TBL-APPLIED (WS-RUN-TBL-IDX) TO WS-DTL-APPLIED
     MOVE WS-RUN-TBL-PRESENT (WS-RUN-TBL-IDX) TO WS-DTL-PRESENT
     MOVE WS-RUN-TBL-WITHHELD (WS-RUN-TBL-IDX) TO WS-DTL-WITHHELD
     PERFORM WRITE-DETAIL-LINE
  END-PERFORM.
  IF WS-OTHERS-APPLIED > 0 OR WS-OTHERS-PRESENT > 0
     OR WS-OTHERS-WITHHELD > 0
     MOVE SPACES TO WS-DETAIL-LINE
     MOVE "OTHERS" TO WS-DTL-RUN-ID
     MOVE WS-OTHERS-APPLIED TO WS-DTL-APPLIED
     MOVE WS-OTHERS-PRESENT TO WS-DTL-PRESENT
     MOVE WS-OTHERS-WITHHELD TO WS-DTL-WITHHELD
     PERFORM WRITE-DETAIL-LINE
  END-IF.
  MOVE "RECORDS RESTORED FROM BACKUP:" TO WS-TOT-LABEL.
  MOVE WS-RESTORED-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
  MOVE "BACKUP TRAILER COUNT:" TO WS-TOT-LABEL.
  MOVE WS-BACKUP-TRAILER-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "ARCHIVE RECORDS READ:" TO WS-TOT-LABEL.
  MOVE WS-ARCHIVE-READ-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
  MOVE "FIBOUT RECORDS READ:" TO WS-TOT-LABEL.
  MOVE WS-FIBOUT-READ-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "RECORDS DATED BEFORE BACKUP:" TO WS-TOT-LABEL.
  MOVE WS-COVERED-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "TERMS RE-APPLIED:" TO WS-TOT-LABEL.
  MOVE WS-REAPPLIED-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
  MOVE "TERMS ALREADY ON CLUSTER:" TO WS-TOT-LABEL.
  MOVE WS-PRESENT-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "WHAT-IF TERMS WITHHELD:" TO WS-TOT-LABEL.
  MOVE WS-WHAT-IF-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "UNPROVEN TERMS WITHHELD:" TO WS-TOT-LABEL.
  MOVE WS-UNPROVEN-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "CONFLICTING TERMS:" TO WS-TOT-LABEL.
  MOVE WS-CONFLICT-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "ORPHAN SEGMENTS:" TO WS-TOT-LABEL.
  MOVE WS-ORPHAN-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "RECORDS ON REBUILT CLUSTER:" TO WS-TOT-LABEL.
  MOVE WS-CLUSTER-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
  IF BACKUP-INCOMPLETE
     MOVE SPACES TO SYSOUT-RECORD
     MOVE "*** BACKUP GENERATION INCOMPLETE - CLUSTER MAY BE MISSING TERMS ***"
        TO SYSOUT-RECORD
     WRITE SYSOUT-RECORD AFTER ADVANCING 2 LINES
  END-IF.

*> Records restored in, terms re-applied in the AUX count, records
*> on the rebuilt cluster out - FIBBALNC proves restored plus
*> re-applied equals what the cluster now holds.
 POST-CONTROL-TOTALS.
*> A just-created (load-mode) master cannot be read - the day's
*> first record is simply written.
  IF CTOT-LOAD-MODE
     PERFORM WRITE-NEW-CONTROL-TOTALS
  ELSE
     MOVE WS-RUN-DATE-NUM TO FIBCTOT-RUN-DATE
     MOVE "FIBVRCVR" TO FIBCTOT-STEP-NAME
     READ FIBCTOT
        INVALID KEY
           PERFORM WRITE-NEW-CONTROL-TOTALS
        NOT INVALID KEY
           PERFORM LOAD-CONTROL-COUNTS
           REWRITE FIBCTOT-RECORD
              INVALID KEY
                 DISPLAY "FIBCTOT REWRITE FAILED - STATUS "
                    WS-FIBCTOT-STATUS
           END-REWRITE
     END-READ
  END-IF.

 WRITE-NEW-CONTROL-TOTALS.
  MOVE WS-RUN-DATE-NUM TO FIBCTOT-RUN-DATE.
  MOVE "FIBVRCVR" TO FIBCTOT-STEP-NAME.
  PERFORM LOAD-CONTROL-COUNTS.
  WRITE FIBCTOT-RECORD
     INVALID KEY
        DISPLAY "FIBCTOT WRITE FAILED - STATUS "
           WS-FIBCTOT-STATUS
  END-WRITE.

 LOAD-CONTROL-COUNTS.
  MOVE WS-RESTORED-COUNT TO FIBCTOT-IN-COUNT.
  MOVE WS-CLUSTER-COUNT TO FIBCTOT-OUT-COUNT.
  MOVE WS-REAPPLIED-COUNT TO FIBCTOT-AUX-COUNT.
  MOVE 0 TO FIBCTOT-HASH-TOTAL.
