IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBXTRCT.

*> Transmission extract for the downstream subscribers. The
*> run-ids the generator just produced arrive on FIBRUNID; for each
*> one the matching FIBOUT records are written to the subscriber's
*> feed as a balanced batch - a header carrying the run-id and
*> extract date, the detail records, and a trailer carrying the
*> record count and a hash total of the term values so the intake
*> job can balance the file before loading. A run-id with no FIBOUT
*> records, or an empty run-id list, ends the step with return code
*> 8 so the scheduler alerts instead of transmitting a bad file.
*>
*> The SYSIN card names the subscriber (columns 1-8) and each
*> execution writes that one subscriber's feed. The FIBSUBS master
*> says which series and which runs (canonical, what-if scenario or
*> both) the subscriber takes and the layout it is sent in:
*>   S standard - FIBXMIT, the 67-byte record the modeling system
*>     has always loaded, segments sent as separate records,
*>   C comma-delimited - FIBXCSV, one line per FIBOUT record with
*>     leading zeros dropped,
*>   W wide - FIBXWIDE, a term past the 38-digit horizon rebuilt
*>     from its two segments onto one 76-digit record.
*> No card, or a blank one, is the modeling system (MODELING); when
*> it has no master record it is sent everything in the standard
*> layout, exactly as before subscribers existed. Any other
*> subscriber not on file ends the step with return code 12.
*> A run-id the subscriber does not take is listed as NOT TAKEN
*> and sent no batch - that is not an error.
*> Control totals post under FIBXTRCT for MODELING and under the
*> subscriber id for everyone else, with the FIBOUT records of the
*> runs not taken as the auxiliary count, so FIBBALNC can prove
*> every generated record was either sent or deliberately left out.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT SYSIN ASSIGN TO "SYSIN"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSIN-STATUS.
   SELECT FIBRUNID ASSIGN TO "FIBRUNID"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBRUNID-STATUS.
   SELECT FIBXMIT ASSIGN TO "FIBXMIT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBXMIT-STATUS.
   SELECT FIBXCSV ASSIGN TO "FIBXCSV"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBXCSV-STATUS.
   SELECT FIBXWIDE ASSIGN TO "FIBXWIDE"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBXWIDE-STATUS.
   SELECT FIBXSUM ASSIGN TO "FIBXSUM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBXSUM-STATUS.
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
   SELECT FIBRUNCT ASSIGN TO "FIBRUNCT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC

DATA DIVISION.
 FILE SECTION.
  FD SYSIN
      RECORDING MODE IS F.
   01 XTRCT-CONTROL-CARD.
      05 XTRCT-CTL-SUBSCRIBER-ID PIC X(8).
      05 FILLER PIC X(72).

  FD FIBRUNID
      RECORDING MODE IS F.
   01 FIBRUNID-RECORD.
      RECORDING MODE IS F.
   01 FIBXMIT-RECORD PIC X(67).

  FD FIBXCSV
      RECORDING MODE IS F.
   01 FIBXCSV-RECORD PIC X(80).

  FD FIBXWIDE
      RECORDING MODE IS F.
   01 FIBXWIDE-RECORD PIC X(103).

*> One record per transmitted batch, mirroring the SYSOUT summary
*> line in machine-readable form. The acknowledgment matcher folds
*> these into its pending-batch dataset and balances the modeling
      RECORDING MODE IS F.
   COPY FIBXSUM.

  FD FIBSUBS.
   COPY FIBSUBS.

  FD FIBDSNP.
   COPY FIBDSNP.

  FD FIBRUNCT.
   COPY FIBRNCT.

   01 SYSOUT-RECORD PIC X(132).

 WORKING-STORAGE SECTION.
  01 WS-SYSIN-STATUS PIC X(2).
  01 WS-FIBRUNID-STATUS PIC X(2).
  01 WS-FIBOUT-STATUS PIC X(2).
  01 WS-FIBXMIT-STATUS PIC X(2).
  01 WS-FIBXCSV-STATUS PIC X(2).
  01 WS-FIBXWIDE-STATUS PIC X(2).
  01 WS-FIBXSUM-STATUS PIC X(2).
  01 WS-FIBSUBS-STATUS PIC X(2).
  01 WS-FIBDSNP-STATUS PIC X(2).
  01 WS-FIBRUNCT-STATUS PIC X(2).
  01 WS-SYSOUT-STATUS PIC X(2).

*> the same modulo-10**18 convention as the batch trailers.
  01 WS-DAY-HASH-TOTAL PIC 9(18) VALUE 0.

*> The deck snapshots say for certain whether a run came from a
*> canonical card; without them a run is judged by its leading
*> terms. Only needed for a subscriber that does not take every run.
  01 WS-SNAPSHOT-SWITCH PIC X VALUE 'N'.
     88 SNAPSHOTS-AVAILABLE VALUE 'Y'.
  01 WS-KSDS-WRITE-SWITCH PIC X VALUE 'N'.
     88 KSDS-WRITE-ELIGIBLE VALUE 'Y'.

  01 WS-END-OF-RUNID-SWITCH PIC X VALUE 'N'.
     88 END-OF-RUNID-LIST VALUE 'Y'.

  01 WS-END-OF-FIBOUT-SWITCH PIC X.
     88 END-OF-FIBOUT VALUE 'Y'.

*> The subscriber this execution extracts for, as found on the
*> master (or built in for MODELING), and the step name its control
*> totals post under.
  01 WS-SUBSCRIBER-ID PIC X(8) VALUE "MODELING".
  01 WS-CTOT-STEP-NAME PIC X(8).
  01 WS-SUB-TAKE-FIBONACCI PIC X(1).
  01 WS-SUB-TAKE-LUCAS PIC X(1).
  01 WS-SUB-TAKE-TRIBONACCI PIC X(1).
  01 WS-SUB-RUN-SCOPE PIC X(1).
     88 SUB-CANONICAL-ONLY VALUE 'C'.
     88 SUB-SCENARIO-ONLY VALUE 'S'.
     88 SUB-ALL-RUNS VALUE 'A'.
  01 WS-SUB-FORMAT PIC X(1).
     88 SUB-STANDARD-FORMAT VALUE 'S'.
     88 SUB-CSV-FORMAT VALUE 'C'.
     88 SUB-WIDE-FORMAT VALUE 'W'.
  01 WS-SUB-FOUND-SWITCH PIC X VALUE 'N'.
     88 SUBSCRIBER-ON-FILE VALUE 'Y'.
  01 WS-SUB-FILTER-SWITCH PIC X VALUE 'N'.
     88 SUBSCRIBER-FILTERS-RUNS VALUE 'Y'.
  01 WS-FEED-DD-NAME PIC X(8).
  01 WS-FEED-STATUS PIC X(2).

*> What was decided about the current run-id: its series, whether
*> it is a canonical or a what-if run, and whether this subscriber
*> takes it. The leading-term proof compares the run's first terms
*> against its series' canonical ones, in order.
  01 WS-RUN-SEQ-TYPE PIC X(1).
  01 WS-RUN-CLASS PIC X(1).
     88 RUN-IS-CANONICAL VALUE 'C'.
     88 RUN-IS-SCENARIO VALUE 'S'.
     88 RUN-CLASS-PENDING VALUE 'P'.
  01 WS-RUN-SEEN-SWITCH PIC X.
     88 RUN-RECORDS-SEEN VALUE 'Y'.
  01 WS-RUN-TAKEN-SWITCH PIC X.
     88 RUN-TAKEN VALUE 'Y'.
  01 WS-NOT-TAKEN-REASON PIC X(30).
  01 WS-RUN-FIBOUT-COUNT PIC 9(9).
  01 WS-CUR-ORDER PIC 9(1).
  01 WS-PROVEN-COUNT PIC 9(1).
  01 WS-CANONICAL-TERMS.
     05 WS-CANON-TERM PIC 9(1) OCCURS 3 TIMES.

  01 WS-RUNID-COUNT PIC 9(3) VALUE 0.
  01 WS-EMPTY-RUN-COUNT PIC 9(3) VALUE 0.
  01 WS-NOT-TAKEN-RUN-COUNT PIC 9(3) VALUE 0.
  01 WS-TOTAL-RECORD-COUNT PIC 9(9) VALUE 0.
*> Physical FIBOUT records of the runs sent and of the runs left
*> out - together they are every record the generator wrote for
*> the run-ids on the list.
  01 WS-SELECTED-FIBOUT-COUNT PIC 9(9) VALUE 0.
  01 WS-NOT-TAKEN-FIBOUT-COUNT PIC 9(9) VALUE 0.
  01 WS-ORPHAN-COUNT PIC 9(9) VALUE 0.

  01 WS-BATCH-RECORD-COUNT PIC 9(9).
  01 WS-BATCH-FIBOUT-COUNT PIC 9(9).
  01 WS-BATCH-ORPHAN-COUNT PIC 9(9).
*> Hash total of the low-order eighteen digits of each detail
*> record's value field, kept modulo 10**18 - the truncation
*> convention the intake job mirrors when it balances the file.
*> A term past the 38-digit horizon contributes once per physical
*> segment record, which keeps the convention a pure function of
*> the records as transmitted. A wide record carries the whole
*> term, so it contributes once, from its low-order digits.
  01 WS-BATCH-HASH-TOTAL PIC 9(18).
  01 WS-VALUE-LOW-18 PIC 9(18).

*> Every feed record is built here and moved to whichever output
*> the subscriber's format names.
  01 WS-FEED-LINE PIC X(103).

  01 WS-XMIT-HEADER.
     05 FILLER PIC X(1) VALUE 'H'.
     05 XMIT-HDR-RUN-ID PIC X(14).
     05 XMIT-TRL-HASH-TOTAL PIC 9(18).
     05 FILLER PIC X(39) VALUE SPACES.

*> Wide layout: header and trailer as the standard feed, padded to
*> the wider record; the detail carries the whole term, high-order
*> digits first, so a term within the horizon shows leading zeros.
  01 WS-WIDE-HEADER.
     05 FILLER PIC X(1) VALUE 'H'.
     05 WIDE-HDR-RUN-ID PIC X(14).
     05 WIDE-HDR-DATE PIC 9(8).
     05 FILLER PIC X(80) VALUE SPACES.

  01 WS-WIDE-DETAIL.
     05 FILLER PIC X(1) VALUE 'D'.
     05 WIDE-DTL-RUN-ID PIC X(14).
     05 WIDE-DTL-SEQ-NO PIC 9(9).
     05 WIDE-DTL-VALUE.
        10 WIDE-DTL-VALUE-HI PIC 9(38).
        10 WIDE-DTL-VALUE-LO PIC 9(38).
     05 WIDE-DTL-SEQ-TYPE PIC X(1).
     05 WIDE-DTL-SEG-CNT PIC 9(2).

  01 WS-WIDE-TRAILER.
     05 FILLER PIC X(1) VALUE 'T'.
     05 WIDE-TRL-RECORD-COUNT PIC 9(9).
     05 WIDE-TRL-HASH-TOTAL PIC 9(18).
     05 FILLER PIC X(75) VALUE SPACES.

*> A high-order segment waiting for its low-order partner.
  01 WS-SEG-HELD-SWITCH PIC X VALUE 'N'.
     88 SEGMENT-HELD VALUE 'Y'.
  01 WS-HELD-SEQ-NO PIC 9(9).
  01 WS-HELD-VALUE-HI PIC 9(38).

*> Comma-delimited layout: numbers are written without their
*> leading zeros, so each is right-aligned into the digit work area
*> and the zeros counted off the front.
  01 WS-CSV-PTR PIC 9(3).
  01 WS-CSV-SEQ-TYPE PIC X(1).
  01 WS-DIGITS PIC X(38).
  01 WS-DIGITS-NUM REDEFINES WS-DIGITS PIC 9(38).
  01 WS-DIGITS-LEAD PIC 9(2).
  01 WS-DIGITS-START PIC 9(2).
  01 WS-DIGITS-LEN PIC 9(2).

  COPY FIBCTL.

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

  01 WS-TITLE-LINE.
     05 FILLER PIC X(34) VALUE "TRANSMISSION EXTRACT - SUBSCRIBER ".
     05 WS-TTL-SUBSCRIBER-ID PIC X(8).
     05 FILLER PIC X(9) VALUE "  FORMAT ".
     05 WS-TTL-FORMAT PIC X(1).
     05 FILLER PIC X(8) VALUE "  SCOPE ".
     05 WS-TTL-RUN-SCOPE PIC X(1).
     05 FILLER PIC X(9) VALUE "  SERIES ".
     05 WS-TTL-SERIES PIC X(3).
     05 FILLER PIC X(59) VALUE SPACES.

  01 WS-SUMMARY-LINE.
     05 FILLER PIC X(8) VALUE "RUN-ID ".
     05 WS-SUM-RUN-ID PIC X(14).
    CLOSE FIBCTOT
 END-IF.
 CLOSE FIBRUNID.
 PERFORM CLOSE-FEED.
 CLOSE FIBXSUM.
 IF SNAPSHOTS-AVAILABLE
    CLOSE FIBDSNP
 END-IF.
 IF RUN-CONTROL-AVAILABLE
    CLOSE FIBRUNCT
 END-IF.
 CLOSE SYSOUT.
 IF WS-RUNID-COUNT = 0 OR WS-EMPTY-RUN-COUNT > 0
    OR WS-ORPHAN-COUNT > 0
*> A transmission with nothing to send, a run-id that matched no
*> FIBOUT records, or a term that could not be rebuilt whole is a
*> rejected extract - return code 8 keeps the scheduler from
*> releasing the feed.
    IF RETURN-CODE < 8
       MOVE 8 TO RETURN-CODE
    END-IF
 END-IF.
 STOP RUN.

     PERFORM WRITE-NEW-CONTROL-TOTALS
  ELSE
     MOVE WS-RUN-DATE-NUM TO FIBCTOT-RUN-DATE
     MOVE WS-CTOT-STEP-NAME TO FIBCTOT-STEP-NAME
     READ FIBCTOT
        INVALID KEY
           PERFORM WRITE-NEW-CONTROL-TOTALS
        NOT INVALID KEY
           ADD WS-RUNID-COUNT TO FIBCTOT-IN-COUNT
           ADD WS-SELECTED-FIBOUT-COUNT TO FIBCTOT-OUT-COUNT
           ADD WS-NOT-TAKEN-FIBOUT-COUNT TO FIBCTOT-AUX-COUNT
           COMPUTE FIBCTOT-HASH-TOTAL =
              FUNCTION MOD (FIBCTOT-HASH-TOTAL + WS-DAY-HASH-TOTAL
                 1000000000000000000)

 WRITE-NEW-CONTROL-TOTALS.
  MOVE WS-RUN-DATE-NUM TO FIBCTOT-RUN-DATE.
  MOVE WS-CTOT-STEP-NAME TO FIBCTOT-STEP-NAME.
  MOVE WS-RUNID-COUNT TO FIBCTOT-IN-COUNT.
  MOVE WS-SELECTED-FIBOUT-COUNT TO FIBCTOT-OUT-COUNT.
  MOVE WS-NOT-TAKEN-FIBOUT-COUNT TO FIBCTOT-AUX-COUNT.
  MOVE WS-DAY-HASH-TOTAL TO FIBCTOT-HASH-TOTAL.
  WRITE FIBCTOT-RECORD
     INVALID KEY

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  PERFORM LOAD-SUBSCRIBER-PROFILE.
  OPEN INPUT FIBRUNID.
  IF WS-FIBRUNID-STATUS NOT = "00"
     DISPLAY "FIBRUNID OPEN FAILED - STATUS " WS-FIBRUNID-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  PERFORM OPEN-FEED.
*> The summary dataset accumulates across extracts until the
*> acknowledgment matcher consumes it, so it is extended here the
*> same way the generator extends the audit log.
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  IF SUBSCRIBER-FILTERS-RUNS
     OPEN INPUT FIBDSNP
     IF WS-FIBDSNP-STATUS = "00"
        MOVE 'Y' TO WS-SNAPSHOT-SWITCH
     ELSE
        DISPLAY "FIBDSNP UNAVAILABLE - RUNS JUDGED BY LEADING TERMS"
           " - STATUS " WS-FIBDSNP-STATUS
     END-IF
  END-IF.
*> The run-control flag records that the night's modeling feed went
*> out, so only the MODELING extract sets it.
  IF WS-SUBSCRIBER-ID = "MODELING"
     OPEN I-O FIBRUNCT
     IF WS-FIBRUNCT-STATUS = "00"
        MOVE 'Y' TO WS-RUNCT-SWITCH
     ELSE
        DISPLAY "FIBRUNCT UNAVAILABLE - EXTRACT NOT POSTED - STATUS "
           WS-FIBRUNCT-STATUS
     END-IF
  END-IF.
  OPEN I-O FIBCTOT.
  IF WS-FIBCTOT-STATUS NOT = "00"
     DISPLAY "FIBCTOT UNAVAILABLE - TOTALS NOT POSTED - STATUS "
        WS-FIBCTOT-STATUS
  END-IF.
  MOVE WS-SUBSCRIBER-ID TO WS-TTL-SUBSCRIBER-ID.
  MOVE WS-SUB-FORMAT TO WS-TTL-FORMAT.
  MOVE WS-SUB-RUN-SCOPE TO WS-TTL-RUN-SCOPE.
  MOVE SPACES TO WS-TTL-SERIES.
  IF WS-SUB-TAKE-FIBONACCI = 'Y'
     MOVE 'F' TO WS-TTL-SERIES (1:1)
  END-IF.
  IF WS-SUB-TAKE-LUCAS = 'Y'
     MOVE 'L' TO WS-TTL-SERIES (2:1)
  END-IF.
  IF WS-SUB-TAKE-TRIBONACCI = 'Y'
     MOVE 'T' TO WS-TTL-SERIES (3:1)
  END-IF.
  WRITE SYSOUT-RECORD FROM WS-TITLE-LINE.
  PERFORM READ-RUNID-LIST.

*> The subscriber comes from the SYSIN card; a missing DD, an empty
*> deck or a blank id all mean the modeling system. Its built-in
*> profile - every series, every run, the standard layout - is
*> what the extract did before there was a subscriber master, so a
*> job that has never heard of subscribers runs exactly as it did.
 LOAD-SUBSCRIBER-PROFILE.
  OPEN INPUT SYSIN.
  IF WS-SYSIN-STATUS = "00"
     READ SYSIN
        AT END
           CONTINUE
        NOT AT END
           IF XTRCT-CTL-SUBSCRIBER-ID NOT = SPACES
              MOVE XTRCT-CTL-SUBSCRIBER-ID TO WS-SUBSCRIBER-ID
           END-IF
     END-READ
     CLOSE SYSIN
  END-IF.
  MOVE 'Y' TO WS-SUB-TAKE-FIBONACCI.
  MOVE 'Y' TO WS-SUB-TAKE-LUCAS.
  MOVE 'Y' TO WS-SUB-TAKE-TRIBONACCI.
  MOVE 'A' TO WS-SUB-RUN-SCOPE.
  MOVE 'S' TO WS-SUB-FORMAT.
  MOVE 'N' TO WS-SUB-FOUND-SWITCH.
  OPEN INPUT FIBSUBS.
  IF WS-FIBSUBS-STATUS = "00"
     MOVE WS-SUBSCRIBER-ID TO FIBSUBS-SUBSCRIBER-ID
     READ FIBSUBS
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE 'Y' TO WS-SUB-FOUND-SWITCH
     END-READ
     IF NOT SUBSCRIBER-ON-FILE
        DISPLAY "SUBSCRIBER " WS-SUBSCRIBER-ID
           " NOT ON THE SUBSCRIBER MASTER - STATUS "
           WS-FIBSUBS-STATUS
     END-IF
     CLOSE FIBSUBS
  ELSE
     DISPLAY "FIBSUBS UNAVAILABLE - STATUS " WS-FIBSUBS-STATUS
  END-IF.
  IF SUBSCRIBER-ON-FILE
     PERFORM APPLY-SUBSCRIBER-RECORD
  ELSE
     IF WS-SUBSCRIBER-ID NOT = "MODELING"
        DISPLAY "NO PROFILE FOR SUBSCRIBER " WS-SUBSCRIBER-ID
           " - NOTHING EXTRACTED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
  END-IF.
  IF WS-SUBSCRIBER-ID = "MODELING"
     MOVE "FIBXTRCT" TO WS-CTOT-STEP-NAME
  ELSE
     MOVE WS-SUBSCRIBER-ID TO WS-CTOT-STEP-NAME
  END-IF.
  IF WS-SUB-TAKE-FIBONACCI NOT = 'Y' OR WS-SUB-TAKE-LUCAS NOT = 'Y'
     OR WS-SUB-TAKE-TRIBONACCI NOT = 'Y' OR NOT SUB-ALL-RUNS
     MOVE 'Y' TO WS-SUB-FILTER-SWITCH
  END-IF.

*> An inactive subscriber is refused rather than quietly sent an
*> empty feed - its extract step should not be running at all.
 APPLY-SUBSCRIBER-RECORD.
  IF NOT FIBSUBS-IS-ACTIVE
     DISPLAY "SUBSCRIBER " WS-SUBSCRIBER-ID
        " IS INACTIVE - NOTHING EXTRACTED"
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  MOVE FIBSUBS-TAKE-FIBONACCI TO WS-SUB-TAKE-FIBONACCI.
  MOVE FIBSUBS-TAKE-LUCAS TO WS-SUB-TAKE-LUCAS.
  MOVE FIBSUBS-TAKE-TRIBONACCI TO WS-SUB-TAKE-TRIBONACCI.
  MOVE FIBSUBS-RUN-SCOPE TO WS-SUB-RUN-SCOPE.
  MOVE FIBSUBS-FORMAT TO WS-SUB-FORMAT.
  IF NOT SUB-CANONICAL-ONLY AND NOT SUB-SCENARIO-ONLY
     MOVE 'A' TO WS-SUB-RUN-SCOPE
  END-IF.
  IF NOT SUB-CSV-FORMAT AND NOT SUB-WIDE-FORMAT
     MOVE 'S' TO WS-SUB-FORMAT
  END-IF.

 OPEN-FEED.
  EVALUATE TRUE
     WHEN SUB-CSV-FORMAT
        MOVE "FIBXCSV" TO WS-FEED-DD-NAME
        OPEN OUTPUT FIBXCSV
        MOVE WS-FIBXCSV-STATUS TO WS-FEED-STATUS
     WHEN SUB-WIDE-FORMAT
        MOVE "FIBXWIDE" TO WS-FEED-DD-NAME
        OPEN OUTPUT FIBXWIDE
        MOVE WS-FIBXWIDE-STATUS TO WS-FEED-STATUS
     WHEN OTHER
        MOVE "FIBXMIT" TO WS-FEED-DD-NAME
        OPEN OUTPUT FIBXMIT
        MOVE WS-FIBXMIT-STATUS TO WS-FEED-STATUS
  END-EVALUATE.
  IF WS-FEED-STATUS NOT = "00"
     DISPLAY WS-FEED-DD-NAME " OPEN FAILED - STATUS " WS-FEED-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.

 CLOSE-FEED.
  EVALUATE TRUE
     WHEN SUB-CSV-FORMAT
        CLOSE FIBXCSV
     WHEN SUB-WIDE-FORMAT
        CLOSE FIBXWIDE
     WHEN OTHER
        CLOSE FIBXMIT
  END-EVALUATE.

 WRITE-FEED-LINE.
  EVALUATE TRUE
     WHEN SUB-CSV-FORMAT
        MOVE WS-FEED-LINE TO FIBXCSV-RECORD
        WRITE FIBXCSV-RECORD
        MOVE WS-FIBXCSV-STATUS TO WS-FEED-STATUS
     WHEN SUB-WIDE-FORMAT
        MOVE WS-FEED-LINE TO FIBXWIDE-RECORD
        WRITE FIBXWIDE-RECORD
        MOVE WS-FIBXWIDE-STATUS TO WS-FEED-STATUS
     WHEN OTHER
        MOVE WS-FEED-LINE TO FIBXMIT-RECORD
        WRITE FIBXMIT-RECORD
        MOVE WS-FIBXMIT-STATUS TO WS-FEED-STATUS
  END-EVALUATE.
  IF WS-FEED-STATUS NOT = "00"
     DISPLAY WS-FEED-DD-NAME " WRITE FAILED - STATUS " WS-FEED-STATUS
  END-IF.

 READ-RUNID-LIST.
  READ FIBRUNID
     AT END

*> FIBOUT is read front to back once per run-id. The run-id list is
*> a handful of entries per submission, so the repeated passes cost
*> far less than holding an unbounded run's terms in storage. A
*> subscriber that filters takes one more pass per run-id to decide
*> and count the run before any of it is sent.
 EXTRACT-ONE-RUN.
  ADD 1 TO WS-RUNID-COUNT.
  MOVE 0 TO WS-BATCH-RECORD-COUNT.
  MOVE 0 TO WS-BATCH-FIBOUT-COUNT.
  MOVE 0 TO WS-BATCH-ORPHAN-COUNT.
  MOVE 0 TO WS-BATCH-HASH-TOTAL.
  MOVE 'Y' TO WS-RUN-TAKEN-SWITCH.
  IF SUBSCRIBER-FILTERS-RUNS
     PERFORM CLASSIFY-RUN
  END-IF.
  IF RUN-TAKEN
     PERFORM WRITE-BATCH-HEADER
     OPEN INPUT FIBOUT
     IF WS-FIBOUT-STATUS NOT = "00"
        DISPLAY "FIBOUT OPEN FAILED - STATUS " WS-FIBOUT-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
     END-IF
     MOVE 'N' TO WS-END-OF-FIBOUT-SWITCH
     MOVE 'N' TO WS-SEG-HELD-SWITCH
     PERFORM READ-FIBOUT
     PERFORM SELECT-MATCHING-RECORD UNTIL END-OF-FIBOUT
     CLOSE FIBOUT
     IF SEGMENT-HELD
        PERFORM NOTE-ORPHAN-SEGMENT
     END-IF
     ADD WS-BATCH-FIBOUT-COUNT TO WS-SELECTED-FIBOUT-COUNT
     PERFORM WRITE-BATCH-TRAILER
     PERFORM WRITE-RUN-SUMMARY
     IF RUN-CONTROL-AVAILABLE
        PERFORM POST-EXTRACT-TO-RUN-CONTROL
     END-IF
  ELSE
     PERFORM WRITE-NOT-TAKEN-SUMMARY
  END-IF.
  PERFORM READ-RUNID-LIST.

 WRITE-BATCH-HEADER.
  EVALUATE TRUE
     WHEN SUB-CSV-FORMAT
        MOVE SPACES TO WS-FEED-LINE
        STRING "H," FIBRUNID-RUN-ID "," WS-RUN-DATE-NUM ","
               WS-SUBSCRIBER-ID DELIMITED BY SIZE
               INTO WS-FEED-LINE
     WHEN SUB-WIDE-FORMAT
        MOVE FIBRUNID-RUN-ID TO WIDE-HDR-RUN-ID
        MOVE WS-RUN-DATE-NUM TO WIDE-HDR-DATE
        MOVE WS-WIDE-HEADER TO WS-FEED-LINE
     WHEN OTHER
        MOVE FIBRUNID-RUN-ID TO XMIT-HDR-RUN-ID
        MOVE WS-RUN-DATE-NUM TO XMIT-HDR-DATE
        MOVE WS-XMIT-HEADER TO WS-FEED-LINE
  END-EVALUATE.
  PERFORM WRITE-FEED-LINE.
  IF WS-FEED-STATUS NOT = "00"
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.

*> A batch without its trailer can never balance at the intake -
*> ending hard here keeps the step from reporting it as balanced
*> and releasing the feed.
 WRITE-BATCH-TRAILER.
  EVALUATE TRUE
     WHEN SUB-CSV-FORMAT
        MOVE SPACES TO WS-FEED-LINE
        STRING "T," WS-BATCH-RECORD-COUNT "," WS-BATCH-HASH-TOTAL
               DELIMITED BY SIZE INTO WS-FEED-LINE
     WHEN SUB-WIDE-FORMAT
        MOVE WS-BATCH-RECORD-COUNT TO WIDE-TRL-RECORD-COUNT
        MOVE WS-BATCH-HASH-TOTAL TO WIDE-TRL-HASH-TOTAL
        MOVE WS-WIDE-TRAILER TO WS-FEED-LINE
     WHEN OTHER
        MOVE WS-BATCH-RECORD-COUNT TO XMIT-TRL-RECORD-COUNT
        MOVE WS-BATCH-HASH-TOTAL TO XMIT-TRL-HASH-TOTAL
        MOVE WS-XMIT-TRAILER TO WS-FEED-LINE
  END-EVALUATE.
  PERFORM WRITE-FEED-LINE.
  IF WS-FEED-STATUS NOT = "00"
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.

*> Every run-id of a submission shares its twelve-character prefix,
*> so posting once per run-id just rewrites the same flag - cheap
        END-REWRITE
  END-READ.

*> Decides whether the subscriber takes the run and counts its
*> FIBOUT records either way. The deck snapshot, run through the
*> generator's own rule, settles canonical or what-if outright;
*> without one the run must show its series' canonical leading
*> terms, in order, to count as canonical. A run that ends before
*> showing all of them, every one matching, is canonical too - a
*> what-if seed can never reproduce the canonical first term.
*> A run with no records at all is taken, so the batch goes out
*> empty and is rejected exactly as it always has been.
 CLASSIFY-RUN.
  MOVE SPACES TO WS-RUN-SEQ-TYPE.
  MOVE 'P' TO WS-RUN-CLASS.
  MOVE 'N' TO WS-RUN-SEEN-SWITCH.
  MOVE 0 TO WS-RUN-FIBOUT-COUNT.
  MOVE 0 TO WS-PROVEN-COUNT.
  IF SNAPSHOTS-AVAILABLE AND FIBRUNID-RUN-ID (13:2) IS NUMERIC
     MOVE FIBRUNID-RUN-ID (1:12) TO FIBDSNP-RUN-PREFIX
     MOVE FIBRUNID-RUN-ID (13:2) TO FIBDSNP-DECK-POS
     READ FIBDSNP
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE FIBDSNP-IMAGE TO FIB-CONTROL-CARD
           PERFORM SET-KSDS-ELIGIBILITY
           IF KSDS-WRITE-ELIGIBLE
              MOVE 'C' TO WS-RUN-CLASS
           ELSE
              MOVE 'S' TO WS-RUN-CLASS
           END-IF
           IF FIB-CTL-SEQ-IS-LUCAS OR FIB-CTL-SEQ-IS-TRIBONACCI
              MOVE FIB-CTL-SEQ-TYPE TO WS-RUN-SEQ-TYPE
           ELSE
              MOVE 'F' TO WS-RUN-SEQ-TYPE
           END-IF
     END-READ
  END-IF.
  OPEN INPUT FIBOUT.
  IF WS-FIBOUT-STATUS NOT = "00"
     DISPLAY "FIBOUT OPEN FAILED - STATUS " WS-FIBOUT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  MOVE 'N' TO WS-END-OF-FIBOUT-SWITCH.
  PERFORM READ-FIBOUT.
  PERFORM CLASSIFY-FIBOUT-RECORD UNTIL END-OF-FIBOUT.
  CLOSE FIBOUT.
  IF RUN-CLASS-PENDING
     MOVE 'C' TO WS-RUN-CLASS
  END-IF.
  MOVE 'Y' TO WS-RUN-TAKEN-SWITCH.
  MOVE SPACES TO WS-NOT-TAKEN-REASON.
  IF RUN-RECORDS-SEEN
     EVALUATE TRUE
        WHEN WS-RUN-SEQ-TYPE = 'L' AND WS-SUB-TAKE-LUCAS NOT = 'Y'
           MOVE "  NOT TAKEN - LUCAS" TO WS-NOT-TAKEN-REASON
        WHEN WS-RUN-SEQ-TYPE = 'T'
           AND WS-SUB-TAKE-TRIBONACCI NOT = 'Y'
           MOVE "  NOT TAKEN - TRIBONACCI" TO WS-NOT-TAKEN-REASON
        WHEN WS-RUN-SEQ-TYPE = 'F'
           AND WS-SUB-TAKE-FIBONACCI NOT = 'Y'
           MOVE "  NOT TAKEN - FIBONACCI" TO WS-NOT-TAKEN-REASON
        WHEN RUN-IS-CANONICAL AND SUB-SCENARIO-ONLY
           MOVE "  NOT TAKEN - CANONICAL RUN" TO WS-NOT-TAKEN-REASON
        WHEN RUN-IS-SCENARIO AND SUB-CANONICAL-ONLY
           MOVE "  NOT TAKEN - WHAT-IF RUN" TO WS-NOT-TAKEN-REASON
     END-EVALUATE
  END-IF.
  IF WS-NOT-TAKEN-REASON NOT = SPACES
     MOVE 'N' TO WS-RUN-TAKEN-SWITCH
  END-IF.

 CLASSIFY-FIBOUT-RECORD.
  IF FIBOUT-RUN-ID = FIBRUNID-RUN-ID
     ADD 1 TO WS-RUN-FIBOUT-COUNT
     IF NOT RUN-RECORDS-SEEN
        MOVE 'Y' TO WS-RUN-SEEN-SWITCH
        IF WS-RUN-SEQ-TYPE = SPACES
           IF FIBOUT-SEQ-TYPE = 'L' OR FIBOUT-SEQ-TYPE = 'T'
              MOVE FIBOUT-SEQ-TYPE TO WS-RUN-SEQ-TYPE
           ELSE
              MOVE 'F' TO WS-RUN-SEQ-TYPE
           END-IF
        END-IF
        PERFORM SET-CANONICAL-TERMS
     END-IF
     IF RUN-CLASS-PENDING
        PERFORM CHECK-LEADING-TERM
     END-IF
  END-IF.
  PERFORM READ-FIBOUT.

 SET-CANONICAL-TERMS.
  EVALUATE WS-RUN-SEQ-TYPE
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
  END-EVALUATE.

 CHECK-LEADING-TERM.
  IF FIBOUT-SEQ-NO IS NUMERIC AND FIBOUT-VALUE IS NUMERIC
     AND FIBOUT-SEQ-NO = WS-PROVEN-COUNT + 1
     AND FIBOUT-VALUE = WS-CANON-TERM (WS-PROVEN-COUNT + 1)
     ADD 1 TO WS-PROVEN-COUNT
     IF WS-PROVEN-COUNT = WS-CUR-ORDER
        MOVE 'C' TO WS-RUN-CLASS
     END-IF
  ELSE
     MOVE 'S' TO WS-RUN-CLASS
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

 SELECT-MATCHING-RECORD.
  IF FIBOUT-RUN-ID = FIBRUNID-RUN-ID
     ADD 1 TO WS-BATCH-FIBOUT-COUNT
     EVALUATE TRUE
        WHEN SUB-CSV-FORMAT
           PERFORM BUILD-CSV-DETAIL
           PERFORM WRITE-BATCH-DETAIL
        WHEN SUB-WIDE-FORMAT
           PERFORM ASSEMBLE-WIDE-DETAIL
        WHEN OTHER
           MOVE FIBOUT-RECORD TO XMIT-DTL-RECORD
           MOVE WS-XMIT-DETAIL TO WS-FEED-LINE
           MOVE FIBOUT-VALUE (21:18) TO WS-VALUE-LOW-18
           PERFORM WRITE-BATCH-DETAIL
     END-EVALUATE
  END-IF.
  PERFORM READ-FIBOUT.

 WRITE-BATCH-DETAIL.
  PERFORM WRITE-FEED-LINE.
  IF WS-FEED-STATUS NOT = "00"
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-FIBOUT-SWITCH
  ELSE
     ADD 1 TO WS-BATCH-RECORD-COUNT
     ADD 1 TO WS-TOTAL-RECORD-COUNT
     COMPUTE WS-BATCH-HASH-TOTAL =
        FUNCTION MOD (WS-BATCH-HASH-TOTAL + WS-VALUE-LOW-18
           1000000000000000000)
  END-IF.

*> D,run-id,series,term,segment,segment count,value - one line per
*> FIBOUT record. Records from before the segment fields existed
*> carry blanks there and are sent as segment 1 of 1.
 BUILD-CSV-DETAIL.
  IF FIBOUT-SEQ-TYPE = 'L' OR FIBOUT-SEQ-TYPE = 'T'
     MOVE FIBOUT-SEQ-TYPE TO WS-CSV-SEQ-TYPE
  ELSE
     MOVE 'F' TO WS-CSV-SEQ-TYPE
  END-IF.
  MOVE SPACES TO WS-FEED-LINE.
  MOVE 1 TO WS-CSV-PTR.
  STRING "D," FIBOUT-RUN-ID "," WS-CSV-SEQ-TYPE ","
         DELIMITED BY SIZE INTO WS-FEED-LINE
         WITH POINTER WS-CSV-PTR.
  MOVE FIBOUT-SEQ-NO TO WS-DIGITS-NUM.
  PERFORM TRIM-LEADING-ZEROS.
  STRING WS-DIGITS (WS-DIGITS-START:WS-DIGITS-LEN) ","
         DELIMITED BY SIZE INTO WS-FEED-LINE
         WITH POINTER WS-CSV-PTR.
  IF FIBOUT-SEG-NO IS NUMERIC AND FIBOUT-SEG-CNT IS NUMERIC
     AND FIBOUT-SEG-CNT > 1
     MOVE FIBOUT-SEG-NO TO WS-DIGITS-NUM
     PERFORM TRIM-LEADING-ZEROS
     STRING WS-DIGITS (WS-DIGITS-START:WS-DIGITS-LEN) ","
            DELIMITED BY SIZE INTO WS-FEED-LINE
            WITH POINTER WS-CSV-PTR
     MOVE FIBOUT-SEG-CNT TO WS-DIGITS-NUM
     PERFORM TRIM-LEADING-ZEROS
     STRING WS-DIGITS (WS-DIGITS-START:WS-DIGITS-LEN) ","
            DELIMITED BY SIZE INTO WS-FEED-LINE
            WITH POINTER WS-CSV-PTR
  ELSE
     STRING "1,1," DELIMITED BY SIZE INTO WS-FEED-LINE
            WITH POINTER WS-CSV-PTR
  END-IF.
  MOVE FIBOUT-VALUE TO WS-DIGITS-NUM.
  PERFORM TRIM-LEADING-ZEROS.
  STRING WS-DIGITS (WS-DIGITS-START:WS-DIGITS-LEN)
         DELIMITED BY SIZE INTO WS-FEED-LINE
         WITH POINTER WS-CSV-PTR.
  MOVE FIBOUT-VALUE (21:18) TO WS-VALUE-LOW-18.

*> An all-zero field keeps its last digit so it still shows as 0.
 TRIM-LEADING-ZEROS.
  MOVE 0 TO WS-DIGITS-LEAD.
  INSPECT WS-DIGITS TALLYING WS-DIGITS-LEAD FOR LEADING '0'.
  IF WS-DIGITS-LEAD >= 38
     MOVE 37 TO WS-DIGITS-LEAD
  END-IF.
  COMPUTE WS-DIGITS-START = WS-DIGITS-LEAD + 1.
  COMPUTE WS-DIGITS-LEN = 38 - WS-DIGITS-LEAD.

*> Pairs the two segments of a term past the 38-digit horizon onto
*> one wide record. A segment without its partner is not sent -
*> half a value is worse than none - and holds the batch.
 ASSEMBLE-WIDE-DETAIL.
  IF FIBOUT-SEG-CNT IS NUMERIC AND FIBOUT-SEG-CNT = 2
     AND FIBOUT-SEG-NO IS NUMERIC
     IF FIBOUT-SEG-NO = 1
        IF SEGMENT-HELD
           PERFORM NOTE-ORPHAN-SEGMENT
        END-IF
        MOVE FIBOUT-SEQ-NO TO WS-HELD-SEQ-NO
        MOVE FIBOUT-VALUE TO WS-HELD-VALUE-HI
        MOVE 'Y' TO WS-SEG-HELD-SWITCH
     ELSE
        IF FIBOUT-SEG-NO = 2 AND SEGMENT-HELD
           AND WS-HELD-SEQ-NO = FIBOUT-SEQ-NO
           MOVE WS-HELD-VALUE-HI TO WIDE-DTL-VALUE-HI
           MOVE 'N' TO WS-SEG-HELD-SWITCH
           PERFORM BUILD-WIDE-DETAIL
        ELSE
           IF SEGMENT-HELD
              PERFORM NOTE-ORPHAN-SEGMENT
           END-IF
           PERFORM NOTE-ORPHAN-SEGMENT
        END-IF
     END-IF
  ELSE
     IF SEGMENT-HELD
        PERFORM NOTE-ORPHAN-SEGMENT
     END-IF
     MOVE 0 TO WIDE-DTL-VALUE-HI
     PERFORM BUILD-WIDE-DETAIL
  END-IF.

 BUILD-WIDE-DETAIL.
  MOVE FIBOUT-RUN-ID TO WIDE-DTL-RUN-ID.
  MOVE FIBOUT-SEQ-NO TO WIDE-DTL-SEQ-NO.
  MOVE FIBOUT-VALUE TO WIDE-DTL-VALUE-LO.
  IF FIBOUT-SEQ-TYPE = 'L' OR FIBOUT-SEQ-TYPE = 'T'
     MOVE FIBOUT-SEQ-TYPE TO WIDE-DTL-SEQ-TYPE
  ELSE
     MOVE 'F' TO WIDE-DTL-SEQ-TYPE
  END-IF.
  IF WIDE-DTL-VALUE-HI = 0
     MOVE 1 TO WIDE-DTL-SEG-CNT
  ELSE
     MOVE 2 TO WIDE-DTL-SEG-CNT
  END-IF.
  MOVE WS-WIDE-DETAIL TO WS-FEED-LINE.
  MOVE WIDE-DTL-VALUE-LO (21:18) TO WS-VALUE-LOW-18.
  PERFORM WRITE-BATCH-DETAIL.

 NOTE-ORPHAN-SEGMENT.
  ADD 1 TO WS-BATCH-ORPHAN-COUNT.
  ADD 1 TO WS-ORPHAN-COUNT.
  MOVE 'N' TO WS-SEG-HELD-SWITCH.

 READ-FIBOUT.
  READ FIBOUT
  MOVE FIBRUNID-RUN-ID TO WS-SUM-RUN-ID.
  MOVE WS-BATCH-RECORD-COUNT TO WS-SUM-RECORD-COUNT.
  MOVE WS-BATCH-HASH-TOTAL TO WS-SUM-HASH.
  IF WS-BATCH-FIBOUT-COUNT = 0
     ADD 1 TO WS-EMPTY-RUN-COUNT
     MOVE "  *NO RECORDS - REJECTED*" TO WS-SUM-STATUS
  ELSE
     IF WS-BATCH-ORPHAN-COUNT > 0
        MOVE "  *ORPHAN SEGMENT - HELD*" TO WS-SUM-STATUS
     ELSE
        MOVE "  BALANCED" TO WS-SUM-STATUS
*> Only a batch that actually carries records becomes a pending
*> transmission for the acknowledgment matcher - an empty batch
*> holds the whole feed and never reaches the modeling system.
        MOVE FIBRUNID-RUN-ID TO FIBXSUM-RUN-ID
        MOVE WS-RUN-DATE-NUM TO FIBXSUM-XMIT-DATE
        MOVE WS-BATCH-RECORD-COUNT TO FIBXSUM-RECORD-COUNT
        MOVE WS-BATCH-HASH-TOTAL TO FIBXSUM-HASH-TOTAL
        COMPUTE WS-DAY-HASH-TOTAL =
           FUNCTION MOD (WS-DAY-HASH-TOTAL + WS-BATCH-HASH-TOTAL
              1000000000000000000)
        WRITE FIBXSUM-RECORD
        IF WS-FIBXSUM-STATUS NOT = "00"
           DISPLAY "FIBXSUM WRITE FAILED - STATUS " WS-FIBXSUM-STATUS
           MOVE 12 TO RETURN-CODE
        END-IF
     END-IF
  END-IF.
  WRITE SYSOUT-RECORD FROM WS-SUMMARY-LINE.

 WRITE-NOT-TAKEN-SUMMARY.
  ADD 1 TO WS-NOT-TAKEN-RUN-COUNT.
  ADD WS-RUN-FIBOUT-COUNT TO WS-NOT-TAKEN-FIBOUT-COUNT.
  MOVE FIBRUNID-RUN-ID TO WS-SUM-RUN-ID.
  MOVE WS-RUN-FIBOUT-COUNT TO WS-SUM-RECORD-COUNT.
  MOVE 0 TO WS-SUM-HASH.
  MOVE WS-NOT-TAKEN-REASON TO WS-SUM-STATUS.
  WRITE SYSOUT-RECORD FROM WS-SUMMARY-LINE.

 WRITE-EXTRACT-TOTALS.
  MOVE "RUN-IDS EXTRACTED:" TO WS-TOT-LABEL.
  MOVE WS-RUNID-COUNT TO WS-TOT-COUNT.
  MOVE "RUN-IDS WITH NO RECORDS:" TO WS-TOT-LABEL.
  MOVE WS-EMPTY-RUN-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE.
  IF SUBSCRIBER-FILTERS-RUNS
     MOVE "RUN-IDS NOT TAKEN:" TO WS-TOT-LABEL
     MOVE WS-NOT-TAKEN-RUN-COUNT TO WS-TOT-COUNT
     WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE
     MOVE "FIBOUT RECORDS NOT TAKEN:" TO WS-TOT-LABEL
     MOVE WS-NOT-TAKEN-FIBOUT-COUNT TO WS-TOT-COUNT
     WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE
  END-IF.
  IF SUB-WIDE-FORMAT
     MOVE "ORPHAN SEGMENTS NOT SENT:" TO WS-TOT-LABEL
     MOVE WS-ORPHAN-COUNT TO WS-TOT-COUNT
     WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE
  END-IF.
  IF WS-RUNID-COUNT = 0
     MOVE "NO RUN-IDS TO EXTRACT - TRANSMISSION REJECTED"
        TO SYSOUT-RECORD
