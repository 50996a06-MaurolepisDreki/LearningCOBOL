IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBCHGB.

*> Monthly usage chargeback for the term cache. Reads the month's
*> usage records from both logs - the batch log FIBUSAGE-LOG
*> appends for every FIBONACCI-LOOKUP and FIBVALUE-LOOKUP call, and
*> the FIBUSGO KSDS the FINQ screen writes for every term read - and
*> charges each caller to its department.
*> The department of each caller (batch application id or FINQ
*> user-id) comes from the DEPTTAB table: caller in columns 1-8,
*> department in columns 10-17, department name in columns 19-48.
*> A caller not on the table is charged to UNASSGND so it can be
*> chased and added.
*> The report lists, department by department, every caller's
*> calls, cache hits, recomputes, requests for terms not cached,
*> requests that ran into the 38-digit horizon and status-E
*> returns, with each caller's and department's share of all
*> calls - the basis for splitting the cost of the KSDS and the
*> nightly chain. A caller with at least ten calls, more than half
*> of them for terms that were not cached, is marked MOSTLY
*> UNCACHED: those are the teams whose terms belong on the deck or
*> in a FREQ request. The most requested terms follow, with how
*> many of those requests found the term uncached.
*> The month is YYYYMM in columns 1-6 of the SYSIN card; a blank or
*> missing card reports the month before the run date. Either log
*> may be missing (no batch caller has logged yet, or FINQ has not
*> been used) - the other is still charged and the step ends with
*> return code 4.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT SYSIN ASSIGN TO "SYSIN"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSIN-STATUS.
   SELECT DEPTTAB ASSIGN TO "DEPTTAB"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-DEPTTAB-STATUS.
   SELECT FIBUSAGE ASSIGN TO "FIBUSAGE"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBUSAGE-STATUS.
   SELECT FIBUSGO ASSIGN TO "FIBUSGO"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS USGO-KEY
       FILE STATUS IS WS-FIBUSGO-STATUS.
   SELECT SYSOUT ASSIGN TO "SYSOUT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SYSOUT-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD SYSIN
      RECORDING MODE IS F.
   01 CHGB-CONTROL-CARD.
      05 CHGB-CTL-MONTH PIC X(6).
      05 FILLER PIC X(74).

  FD DEPTTAB
      RECORDING MODE IS F.
   01 DEPTTAB-RECORD.
      05 DEPTTAB-CALLER PIC X(8).
      05 FILLER PIC X(1).
      05 DEPTTAB-DEPT PIC X(8).
      05 FILLER PIC X(1).
      05 DEPTTAB-DEPT-NAME PIC X(30).
      05 FILLER PIC X(32).

  FD FIBUSAGE
      RECORDING MODE IS F.
   01 FIBUSAGE-RECORD PIC X(47).

*> The online log holds the same FIBUSAG layout; only its key is
*> named here, for the START at the first day of the month.
  FD FIBUSGO.
   01 USGO-RECORD.
      05 USGO-KEY.
         10 USGO-DATE PIC 9(8).
         10 USGO-TIME PIC 9(6).
         10 USGO-TASK-NO PIC 9(7).
      05 FILLER PIC X(26).

  FD SYSOUT
      RECORDING MODE IS F.
   01 SYSOUT-RECORD PIC X(132).

 WORKING-STORAGE SECTION.
  01 WS-SYSIN-STATUS PIC X(2).
  01 WS-DEPTTAB-STATUS PIC X(2).
  01 WS-FIBUSAGE-STATUS PIC X(2).
  01 WS-FIBUSGO-STATUS PIC X(2).
  01 WS-SYSOUT-STATUS PIC X(2).

*> The usage record being charged, from either log.
  COPY FIBUSAG.

  01 WS-END-OF-DEPTTAB-SWITCH PIC X VALUE 'N'.
     88 END-OF-DEPTTAB VALUE 'Y'.
  01 WS-END-OF-BATCH-SWITCH PIC X VALUE 'N'.
     88 END-OF-BATCH-LOG VALUE 'Y'.
  01 WS-END-OF-ONLINE-SWITCH PIC X VALUE 'N'.
     88 END-OF-ONLINE-LOG VALUE 'Y'.
  01 WS-BATCH-LOG-SWITCH PIC X VALUE 'N'.
     88 BATCH-LOG-AVAILABLE VALUE 'Y'.
  01 WS-ONLINE-LOG-SWITCH PIC X VALUE 'N'.
     88 ONLINE-LOG-AVAILABLE VALUE 'Y'.

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

  01 WS-REPORT-MONTH.
     05 WS-RPT-YYYY PIC 9(4).
     05 WS-RPT-MM PIC 9(2).
  01 WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH PIC X(6).

*> Callers and their departments from DEPTTAB.
  01 WS-DEPT-TABLE.
     05 WS-DEPT-ENTRY OCCURS 300 TIMES.
        10 WS-DT-CALLER PIC X(8).
        10 WS-DT-DEPT PIC X(8).
        10 WS-DT-NAME PIC X(30).
  01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
  01 WS-DEPT-IDX PIC 9(3).

*> One entry per caller seen in the month. The last entry is kept
*> back for callers beyond the table, charged together as *OTHER*.
  01 WS-CALLER-TABLE.
     05 WS-CALLER-ENTRY OCCURS 300 TIMES.
        10 WS-CT-CALLER PIC X(8).
        10 WS-CT-DEPT PIC X(8).
        10 WS-CT-CALLS PIC 9(9).
        10 WS-CT-HITS PIC 9(9).
        10 WS-CT-RECOMPUTES PIC 9(9).
        10 WS-CT-NOT-CACHED PIC 9(9).
        10 WS-CT-HORIZON PIC 9(9).
        10 WS-CT-STATUS-E PIC 9(9).
        10 WS-CT-PRINTED PIC X(1).
  01 WS-CALLER-COUNT PIC 9(3) VALUE 0.
  01 WS-CALLER-IDX PIC 9(3).
  01 WS-CALLER-MAX PIC 9(3) VALUE 299.
  01 WS-FOUND-IDX PIC 9(3).

*> One entry per series and term number requested in the month.
  01 WS-TERM-TABLE.
     05 WS-TERM-ENTRY OCCURS 1000 TIMES.
        10 WS-TT-SEQ-TYPE PIC X(1).
        10 WS-TT-TERM-NO PIC 9(9).
        10 WS-TT-CALLS PIC 9(9).
        10 WS-TT-UNCACHED PIC 9(9).
        10 WS-TT-PRINTED PIC X(1).
  01 WS-TERM-COUNT PIC 9(4) VALUE 0.
  01 WS-TERM-IDX PIC 9(4).
  01 WS-TERM-FOUND-IDX PIC 9(4).
  01 WS-TOP-TERMS PIC 9(2) VALUE 20.
  01 WS-RANK PIC 9(2).

  01 WS-NEXT-DEPT PIC X(8).
  01 WS-NEXT-DEPT-NAME PIC X(30).
  01 WS-BEST-CALLS PIC 9(9).

  01 WS-DEPT-TOTALS.
     05 WS-DTOT-CALLS PIC 9(9).
     05 WS-DTOT-HITS PIC 9(9).
     05 WS-DTOT-RECOMPUTES PIC 9(9).
     05 WS-DTOT-NOT-CACHED PIC 9(9).
     05 WS-DTOT-HORIZON PIC 9(9).
     05 WS-DTOT-STATUS-E PIC 9(9).

  01 WS-GRAND-TOTALS.
     05 WS-GTOT-CALLS PIC 9(9) VALUE 0.
     05 WS-GTOT-HITS PIC 9(9) VALUE 0.
     05 WS-GTOT-RECOMPUTES PIC 9(9) VALUE 0.
     05 WS-GTOT-NOT-CACHED PIC 9(9) VALUE 0.
     05 WS-GTOT-HORIZON PIC 9(9) VALUE 0.
     05 WS-GTOT-STATUS-E PIC 9(9) VALUE 0.

  01 WS-MONTH-CALLS PIC 9(9) VALUE 0.
  01 WS-SHARE-CALLS PIC 9(9).
  01 WS-SHARE-PCT PIC 9(3)V9.
  01 WS-UNCACHED-CALLS PIC 9(9).

  01 WS-BATCH-READ-COUNT PIC 9(9) VALUE 0.
  01 WS-ONLINE-READ-COUNT PIC 9(9) VALUE 0.
  01 WS-DEPARTMENTS-PRINTED PIC 9(5) VALUE 0.
  01 WS-FLAGGED-COUNT PIC 9(5) VALUE 0.
  01 WS-TERMS-NOT-TALLIED PIC 9(9) VALUE 0.

  01 WS-REPORT-SECTION PIC X(1) VALUE 'C'.
     88 CALLER-SECTION VALUE 'C'.
     88 TERM-SECTION VALUE 'T'.

  01 WS-PAGE-NUMBER PIC 9(5) VALUE 0.
  01 WS-LINE-COUNT PIC 9(3) VALUE 99.
  01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

  01 WS-HEADING-LINE-1.
     05 FILLER PIC X(40)
        VALUE "TERM CACHE USAGE CHARGEBACK REPORT".
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
     05 FILLER PIC X(16) VALUE "USAGE FOR MONTH ".
     05 WS-HDG-RPT-YYYY PIC 9(4).
     05 FILLER PIC X VALUE "-".
     05 WS-HDG-RPT-MM PIC 9(2).
     05 FILLER PIC X(109) VALUE SPACES.

  01 WS-HEADING-LINE-3.
     05 FILLER PIC X(10) VALUE "DEPARTMENT".
     05 FILLER PIC X(10) VALUE "CALLER".
     05 FILLER PIC X(13) VALUE "        CALLS".
     05 FILLER PIC X(13) VALUE "   CACHE HITS".
     05 FILLER PIC X(13) VALUE "   RECOMPUTES".
     05 FILLER PIC X(13) VALUE "   NOT CACHED".
     05 FILLER PIC X(13) VALUE "      HORIZON".
     05 FILLER PIC X(13) VALUE "     STATUS E".
     05 FILLER PIC X(7) VALUE "SHARE%".
     05 FILLER PIC X(27) VALUE "NOTE".

  01 WS-HEADING-LINE-3T.
     05 FILLER PIC X(6) VALUE "RANK".
     05 FILLER PIC X(8) VALUE "SERIES".
     05 FILLER PIC X(13) VALUE "TERM NUMBER".
     05 FILLER PIC X(13) VALUE "   REQUESTS".
     05 FILLER PIC X(13) VALUE "   UNCACHED".
     05 FILLER PIC X(79) VALUE SPACES.

  01 WS-DETAIL-LINE PIC X(132).

  01 WS-CALLER-LINE.
     05 WS-CL-DEPT PIC X(8).
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-CL-CALLER PIC X(8).
     05 FILLER PIC X(4) VALUE SPACES.
     05 WS-CL-CALLS PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-CL-HITS PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-CL-RECOMPUTES PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-CL-NOT-CACHED PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-CL-HORIZON PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-CL-STATUS-E PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(1) VALUE SPACES.
     05 WS-CL-SHARE PIC ZZ9.9.
     05 FILLER PIC X(1) VALUE SPACES.
     05 WS-CL-NOTE PIC X(27).

  01 WS-DEPT-NAME-LINE.
     05 FILLER PIC X(11) VALUE "DEPARTMENT ".
     05 WS-DNL-DEPT PIC X(8).
     05 FILLER PIC X(3) VALUE " - ".
     05 WS-DNL-NAME PIC X(30).
     05 FILLER PIC X(80) VALUE SPACES.

  01 WS-TERM-LINE.
     05 WS-TL-RANK PIC Z9.
     05 FILLER PIC X(6) VALUE SPACES.
     05 WS-TL-SEQ-TYPE PIC X(1).
     05 FILLER PIC X(5) VALUE SPACES.
     05 WS-TL-TERM-NO PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-TL-CALLS PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(2) VALUE SPACES.
     05 WS-TL-UNCACHED PIC ZZZ,ZZZ,ZZ9.
     05 FILLER PIC X(81) VALUE SPACES.

  01 WS-TOTAL-LINE.
     05 WS-TOT-LABEL PIC X(30).
     05 WS-TOT-COUNT PIC ZZZZZZZZ9.
     05 FILLER PIC X(93) VALUE SPACES.

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM LOAD-DEPARTMENT-TABLE.
 IF BATCH-LOG-AVAILABLE
    PERFORM TALLY-BATCH-LOG
 END-IF.
 IF ONLINE-LOG-AVAILABLE
    PERFORM TALLY-ONLINE-LOG
 END-IF.
 PERFORM WRITE-PAGE-HEADINGS.
 PERFORM PRINT-NEXT-DEPARTMENT
    UNTIL WS-DEPARTMENTS-PRINTED > 0 AND WS-NEXT-DEPT = HIGH-VALUES.
 PERFORM PRINT-GRAND-TOTAL.
 MOVE 'T' TO WS-REPORT-SECTION.
 PERFORM WRITE-PAGE-HEADINGS.
 PERFORM PRINT-NEXT-TOP-TERM
    VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > WS-TOP-TERMS.
 PERFORM WRITE-USAGE-TOTALS.
 IF BATCH-LOG-AVAILABLE
    CLOSE FIBUSAGE
 END-IF.
 IF ONLINE-LOG-AVAILABLE
    CLOSE FIBUSGO
 END-IF.
 CLOSE SYSOUT.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  MOVE WS-RUN-YYYY TO WS-HDG-YYYY.
  MOVE WS-RUN-MM TO WS-HDG-MM.
  MOVE WS-RUN-DD TO WS-HDG-DD.
  MOVE WS-RUN-YYYY TO WS-RPT-YYYY.
  MOVE WS-RUN-MM TO WS-RPT-MM.
  IF WS-RPT-MM = 1
     MOVE 12 TO WS-RPT-MM
     SUBTRACT 1 FROM WS-RPT-YYYY
  ELSE
     SUBTRACT 1 FROM WS-RPT-MM
  END-IF.
  OPEN INPUT SYSIN.
  IF WS-SYSIN-STATUS = "00"
     READ SYSIN
        AT END
           CONTINUE
        NOT AT END
           IF CHGB-CTL-MONTH IS NUMERIC
              AND CHGB-CTL-MONTH (5:2) >= "01"
              AND CHGB-CTL-MONTH (5:2) <= "12"
              MOVE CHGB-CTL-MONTH TO WS-REPORT-MONTH-X
           END-IF
     END-READ
     CLOSE SYSIN
  END-IF.
  MOVE WS-RPT-YYYY TO WS-HDG-RPT-YYYY.
  MOVE WS-RPT-MM TO WS-HDG-RPT-MM.
  OPEN INPUT FIBUSAGE.
  IF WS-FIBUSAGE-STATUS = "00"
     MOVE 'Y' TO WS-BATCH-LOG-SWITCH
  ELSE
     DISPLAY "FIBUSAGE UNAVAILABLE - BATCH CALLS NOT CHARGED - STATUS "
        WS-FIBUSAGE-STATUS
     MOVE 4 TO RETURN-CODE
  END-IF.
  OPEN INPUT FIBUSGO.
  IF WS-FIBUSGO-STATUS = "00"
     MOVE 'Y' TO WS-ONLINE-LOG-SWITCH
  ELSE
     DISPLAY "FIBUSGO UNAVAILABLE - FINQ INQUIRIES NOT CHARGED - STATUS "
        WS-FIBUSGO-STATUS
     MOVE 4 TO RETURN-CODE
  END-IF.
  OPEN OUTPUT SYSOUT.
  IF WS-SYSOUT-STATUS NOT = "00"
     DISPLAY "SYSOUT OPEN FAILED - STATUS " WS-SYSOUT-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  MOVE SPACES TO WS-CALLER-TABLE.
  MOVE SPACES TO WS-TERM-TABLE.

*> Without the table every caller is charged to UNASSGND; the
*> counts are still right, only the split is missing.
 LOAD-DEPARTMENT-TABLE.
  OPEN INPUT DEPTTAB.
  IF WS-DEPTTAB-STATUS NOT = "00"
     DISPLAY "DEPTTAB UNAVAILABLE - ALL CALLERS UNASSIGNED - STATUS "
        WS-DEPTTAB-STATUS
     MOVE 4 TO RETURN-CODE
  ELSE
     PERFORM LOAD-ONE-DEPARTMENT-ENTRY UNTIL END-OF-DEPTTAB
     CLOSE DEPTTAB
  END-IF.

 LOAD-ONE-DEPARTMENT-ENTRY.
  READ DEPTTAB
     AT END
        MOVE 'Y' TO WS-END-OF-DEPTTAB-SWITCH
  END-READ.
  IF WS-DEPTTAB-STATUS NOT = "00" AND WS-DEPTTAB-STATUS NOT = "10"
     DISPLAY "DEPTTAB READ FAILED - STATUS " WS-DEPTTAB-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-DEPTTAB-SWITCH
  END-IF.
  IF NOT END-OF-DEPTTAB
     IF DEPTTAB-CALLER NOT = SPACES AND DEPTTAB-DEPT NOT = SPACES
        IF WS-DEPT-COUNT < 300
           ADD 1 TO WS-DEPT-COUNT
           MOVE DEPTTAB-CALLER TO WS-DT-CALLER (WS-DEPT-COUNT)
           MOVE DEPTTAB-DEPT TO WS-DT-DEPT (WS-DEPT-COUNT)
           MOVE DEPTTAB-DEPT-NAME TO WS-DT-NAME (WS-DEPT-COUNT)
        ELSE
           DISPLAY "DEPTTAB FULL - CALLER " DEPTTAB-CALLER
              " NOT LOADED"
        END-IF
     END-IF
  END-IF.

 TALLY-BATCH-LOG.
  PERFORM READ-BATCH-USAGE UNTIL END-OF-BATCH-LOG.

 READ-BATCH-USAGE.
  READ FIBUSAGE INTO FIBUSAG-RECORD
     AT END
        MOVE 'Y' TO WS-END-OF-BATCH-SWITCH
  END-READ.
  IF WS-FIBUSAGE-STATUS NOT = "00" AND WS-FIBUSAGE-STATUS NOT = "10"
     DISPLAY "FIBUSAGE READ FAILED - STATUS " WS-FIBUSAGE-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-BATCH-SWITCH
  END-IF.
  IF NOT END-OF-BATCH-LOG
     ADD 1 TO WS-BATCH-READ-COUNT
     IF FIBUSAG-DATE (1:6) = WS-REPORT-MONTH-X
        PERFORM CHARGE-USAGE-RECORD
     END-IF
  END-IF.

*> The online log is in date order, so the month is one key range.
 TALLY-ONLINE-LOG.
  MOVE WS-REPORT-MONTH-X TO USGO-DATE (1:6).
  MOVE "01" TO USGO-DATE (7:2).
  MOVE 0 TO USGO-TIME.
  MOVE 0 TO USGO-TASK-NO.
  START FIBUSGO KEY IS NOT LESS THAN USGO-KEY
     INVALID KEY
        MOVE 'Y' TO WS-END-OF-ONLINE-SWITCH
  END-START.
  PERFORM READ-ONLINE-USAGE UNTIL END-OF-ONLINE-LOG.

 READ-ONLINE-USAGE.
  READ FIBUSGO NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-ONLINE-SWITCH
  END-READ.
  IF WS-FIBUSGO-STATUS NOT = "00" AND WS-FIBUSGO-STATUS NOT = "10"
     DISPLAY "FIBUSGO READ FAILED - STATUS " WS-FIBUSGO-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-ONLINE-SWITCH
  END-IF.
  IF NOT END-OF-ONLINE-LOG
     IF USGO-DATE (1:6) NOT = WS-REPORT-MONTH-X
        MOVE 'Y' TO WS-END-OF-ONLINE-SWITCH
     ELSE
        ADD 1 TO WS-ONLINE-READ-COUNT
        MOVE USGO-RECORD TO FIBUSAG-RECORD
        PERFORM CHARGE-USAGE-RECORD
     END-IF
  END-IF.

 CHARGE-USAGE-RECORD.
  PERFORM FIND-CALLER-ENTRY.
  ADD 1 TO WS-CT-CALLS (WS-FOUND-IDX).
  ADD 1 TO WS-MONTH-CALLS.
  EVALUATE TRUE
     WHEN FIBUSAG-CACHE-HIT
        ADD 1 TO WS-CT-HITS (WS-FOUND-IDX)
     WHEN FIBUSAG-RECOMPUTED
        ADD 1 TO WS-CT-RECOMPUTES (WS-FOUND-IDX)
     WHEN OTHER
        ADD 1 TO WS-CT-NOT-CACHED (WS-FOUND-IDX)
  END-EVALUATE.
  IF FIBUSAG-HORIZON
     ADD 1 TO WS-CT-HORIZON (WS-FOUND-IDX)
  END-IF.
  IF FIBUSAG-STATUS-E
     ADD 1 TO WS-CT-STATUS-E (WS-FOUND-IDX)
  END-IF.
  IF FIBUSAG-TERM-NO IS NUMERIC AND FIBUSAG-TERM-NO > 0
     PERFORM TALLY-REQUESTED-TERM
  END-IF.

*> A new caller takes its department from DEPTTAB as it is first
*> seen; once the table is full the rest share the *OTHER* entry.
 FIND-CALLER-ENTRY.
  MOVE 0 TO WS-FOUND-IDX.
  PERFORM VARYING WS-CALLER-IDX FROM 1 BY 1
     UNTIL WS-CALLER-IDX > WS-CALLER-COUNT OR WS-FOUND-IDX > 0
     IF WS-CT-CALLER (WS-CALLER-IDX) = FIBUSAG-CALLER
        MOVE WS-CALLER-IDX TO WS-FOUND-IDX
     END-IF
  END-PERFORM.
  IF WS-FOUND-IDX = 0
     IF WS-CALLER-COUNT < WS-CALLER-MAX
        ADD 1 TO WS-CALLER-COUNT
        MOVE WS-CALLER-COUNT TO WS-FOUND-IDX
        PERFORM START-CALLER-ENTRY
        MOVE FIBUSAG-CALLER TO WS-CT-CALLER (WS-FOUND-IDX)
        PERFORM ASSIGN-CALLER-DEPARTMENT
     ELSE
        COMPUTE WS-FOUND-IDX = WS-CALLER-MAX + 1
        IF WS-CT-CALLER (WS-FOUND-IDX) = SPACES
           PERFORM START-CALLER-ENTRY
           MOVE "*OTHER*" TO WS-CT-CALLER (WS-FOUND-IDX)
           MOVE "*OTHER*" TO WS-CT-DEPT (WS-FOUND-IDX)
           ADD 1 TO WS-CALLER-COUNT
        END-IF
     END-IF
  END-IF.

 START-CALLER-ENTRY.
  MOVE 0 TO WS-CT-CALLS (WS-FOUND-IDX).
  MOVE 0 TO WS-CT-HITS (WS-FOUND-IDX).
  MOVE 0 TO WS-CT-RECOMPUTES (WS-FOUND-IDX).
  MOVE 0 TO WS-CT-NOT-CACHED (WS-FOUND-IDX).
  MOVE 0 TO WS-CT-HORIZON (WS-FOUND-IDX).
  MOVE 0 TO WS-CT-STATUS-E (WS-FOUND-IDX).
  MOVE 'N' TO WS-CT-PRINTED (WS-FOUND-IDX).

 ASSIGN-CALLER-DEPARTMENT.
  MOVE "UNASSGND" TO WS-CT-DEPT (WS-FOUND-IDX).
  PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
     UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
     IF WS-DT-CALLER (WS-DEPT-IDX) = FIBUSAG-CALLER
        MOVE WS-DT-DEPT (WS-DEPT-IDX) TO WS-CT-DEPT (WS-FOUND-IDX)
     END-IF
  END-PERFORM.

 TALLY-REQUESTED-TERM.
  MOVE 0 TO WS-TERM-FOUND-IDX.
  PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
     UNTIL WS-TERM-IDX > WS-TERM-COUNT OR WS-TERM-FOUND-IDX > 0
     IF WS-TT-SEQ-TYPE (WS-TERM-IDX) = FIBUSAG-SEQ-TYPE
        AND WS-TT-TERM-NO (WS-TERM-IDX) = FIBUSAG-TERM-NO
        MOVE WS-TERM-IDX TO WS-TERM-FOUND-IDX
     END-IF
  END-PERFORM.
  IF WS-TERM-FOUND-IDX = 0
     IF WS-TERM-COUNT < 1000
        ADD 1 TO WS-TERM-COUNT
        MOVE WS-TERM-COUNT TO WS-TERM-FOUND-IDX
        MOVE FIBUSAG-SEQ-TYPE TO WS-TT-SEQ-TYPE (WS-TERM-FOUND-IDX)
        MOVE FIBUSAG-TERM-NO TO WS-TT-TERM-NO (WS-TERM-FOUND-IDX)
        MOVE 0 TO WS-TT-CALLS (WS-TERM-FOUND-IDX)
        MOVE 0 TO WS-TT-UNCACHED (WS-TERM-FOUND-IDX)
        MOVE 'N' TO WS-TT-PRINTED (WS-TERM-FOUND-IDX)
     ELSE
        ADD 1 TO WS-TERMS-NOT-TALLIED
     END-IF
  END-IF.
  IF WS-TERM-FOUND-IDX > 0
     ADD 1 TO WS-TT-CALLS (WS-TERM-FOUND-IDX)
     IF NOT FIBUSAG-CACHE-HIT
        ADD 1 TO WS-TT-UNCACHED (WS-TERM-FOUND-IDX)
     END-IF
  END-IF.

*> Departments print in name order: each pass picks the lowest
*> department with callers not yet printed and prints all of them,
*> in the order they were first seen, under one subtotal.
 PRINT-NEXT-DEPARTMENT.
  MOVE HIGH-VALUES TO WS-NEXT-DEPT.
  PERFORM VARYING WS-CALLER-IDX FROM 1 BY 1
     UNTIL WS-CALLER-IDX > WS-CALLER-COUNT + 1
        OR WS-CALLER-IDX > 300
     IF WS-CT-PRINTED (WS-CALLER-IDX) = 'N'
        AND WS-CT-DEPT (WS-CALLER-IDX) < WS-NEXT-DEPT
        MOVE WS-CT-DEPT (WS-CALLER-IDX) TO WS-NEXT-DEPT
     END-IF
  END-PERFORM.
  IF WS-NEXT-DEPT = HIGH-VALUES
     IF WS-DEPARTMENTS-PRINTED = 0
        MOVE "NO USAGE LOGGED FOR THE MONTH" TO WS-DETAIL-LINE
        PERFORM WRITE-DETAIL-LINE
        MOVE 1 TO WS-DEPARTMENTS-PRINTED
     END-IF
  ELSE
     ADD 1 TO WS-DEPARTMENTS-PRINTED
     PERFORM PRINT-DEPARTMENT-HEADER
     MOVE 0 TO WS-DTOT-CALLS
     MOVE 0 TO WS-DTOT-HITS
     MOVE 0 TO WS-DTOT-RECOMPUTES
     MOVE 0 TO WS-DTOT-NOT-CACHED
     MOVE 0 TO WS-DTOT-HORIZON
     MOVE 0 TO WS-DTOT-STATUS-E
     PERFORM VARYING WS-CALLER-IDX FROM 1 BY 1
        UNTIL WS-CALLER-IDX > WS-CALLER-COUNT + 1
           OR WS-CALLER-IDX > 300
        IF WS-CT-PRINTED (WS-CALLER-IDX) = 'N'
           AND WS-CT-DEPT (WS-CALLER-IDX) = WS-NEXT-DEPT
           PERFORM PRINT-CALLER-LINE
        END-IF
     END-PERFORM
     PERFORM PRINT-DEPARTMENT-TOTAL
  END-IF.

 PRINT-DEPARTMENT-HEADER.
  MOVE "(NOT ON DEPTTAB)" TO WS-NEXT-DEPT-NAME.
  IF WS-NEXT-DEPT = "*OTHER*"
     MOVE "(CALLERS BEYOND THE REPORT TABLE)" TO WS-NEXT-DEPT-NAME
  END-IF.
  PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
     UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
     IF WS-DT-DEPT (WS-DEPT-IDX) = WS-NEXT-DEPT
        MOVE WS-DT-NAME (WS-DEPT-IDX) TO WS-NEXT-DEPT-NAME
     END-IF
  END-PERFORM.
  MOVE WS-NEXT-DEPT TO WS-DNL-DEPT.
  MOVE WS-NEXT-DEPT-NAME TO WS-DNL-NAME.
  MOVE WS-DEPT-NAME-LINE TO WS-DETAIL-LINE.
  PERFORM WRITE-DETAIL-LINE.

 PRINT-CALLER-LINE.
  MOVE 'Y' TO WS-CT-PRINTED (WS-CALLER-IDX).
  MOVE WS-CT-DEPT (WS-CALLER-IDX) TO WS-CL-DEPT.
  MOVE WS-CT-CALLER (WS-CALLER-IDX) TO WS-CL-CALLER.
  MOVE WS-CT-CALLS (WS-CALLER-IDX) TO WS-CL-CALLS.
  MOVE WS-CT-HITS (WS-CALLER-IDX) TO WS-CL-HITS.
  MOVE WS-CT-RECOMPUTES (WS-CALLER-IDX) TO WS-CL-RECOMPUTES.
  MOVE WS-CT-NOT-CACHED (WS-CALLER-IDX) TO WS-CL-NOT-CACHED.
  MOVE WS-CT-HORIZON (WS-CALLER-IDX) TO WS-CL-HORIZON.
  MOVE WS-CT-STATUS-E (WS-CALLER-IDX) TO WS-CL-STATUS-E.
  MOVE WS-CT-CALLS (WS-CALLER-IDX) TO WS-SHARE-CALLS.
  PERFORM COMPUTE-SHARE.
  MOVE SPACES TO WS-CL-NOTE.
  COMPUTE WS-UNCACHED-CALLS = WS-CT-RECOMPUTES (WS-CALLER-IDX)
     + WS-CT-NOT-CACHED (WS-CALLER-IDX).
  IF WS-CT-CALLS (WS-CALLER-IDX) >= 10
     AND WS-UNCACHED-CALLS * 2 > WS-CT-CALLS (WS-CALLER-IDX)
     MOVE "MOSTLY UNCACHED" TO WS-CL-NOTE
     ADD 1 TO WS-FLAGGED-COUNT
  END-IF.
  MOVE WS-CALLER-LINE TO WS-DETAIL-LINE.
  PERFORM WRITE-DETAIL-LINE.
  ADD WS-CT-CALLS (WS-CALLER-IDX) TO WS-DTOT-CALLS.
  ADD WS-CT-HITS (WS-CALLER-IDX) TO WS-DTOT-HITS.
  ADD WS-CT-RECOMPUTES (WS-CALLER-IDX) TO WS-DTOT-RECOMPUTES.
  ADD WS-CT-NOT-CACHED (WS-CALLER-IDX) TO WS-DTOT-NOT-CACHED.
  ADD WS-CT-HORIZON (WS-CALLER-IDX) TO WS-DTOT-HORIZON.
  ADD WS-CT-STATUS-E (WS-CALLER-IDX) TO WS-DTOT-STATUS-E.

 PRINT-DEPARTMENT-TOTAL.
  MOVE WS-NEXT-DEPT TO WS-CL-DEPT.
  MOVE "*TOTAL*" TO WS-CL-CALLER.
  MOVE WS-DTOT-CALLS TO WS-CL-CALLS.
  MOVE WS-DTOT-HITS TO WS-CL-HITS.
  MOVE WS-DTOT-RECOMPUTES TO WS-CL-RECOMPUTES.
  MOVE WS-DTOT-NOT-CACHED TO WS-CL-NOT-CACHED.
  MOVE WS-DTOT-HORIZON TO WS-CL-HORIZON.
  MOVE WS-DTOT-STATUS-E TO WS-CL-STATUS-E.
  MOVE WS-DTOT-CALLS TO WS-SHARE-CALLS.
  PERFORM COMPUTE-SHARE.
  MOVE "DEPARTMENT CHARGE" TO WS-CL-NOTE.
  MOVE WS-CALLER-LINE TO WS-DETAIL-LINE.
  PERFORM WRITE-DETAIL-LINE.
  MOVE SPACES TO WS-DETAIL-LINE.
  PERFORM WRITE-DETAIL-LINE.
  ADD WS-DTOT-CALLS TO WS-GTOT-CALLS.
  ADD WS-DTOT-HITS TO WS-GTOT-HITS.
  ADD WS-DTOT-RECOMPUTES TO WS-GTOT-RECOMPUTES.
  ADD WS-DTOT-NOT-CACHED TO WS-GTOT-NOT-CACHED.
  ADD WS-DTOT-HORIZON TO WS-GTOT-HORIZON.
  ADD WS-DTOT-STATUS-E TO WS-GTOT-STATUS-E.

*> Share of all calls charged in the month.
 COMPUTE-SHARE.
  IF WS-MONTH-CALLS = 0
     MOVE 0 TO WS-SHARE-PCT
  ELSE
     COMPUTE WS-SHARE-PCT ROUNDED =
        WS-SHARE-CALLS * 100 / WS-MONTH-CALLS
  END-IF.
  MOVE WS-SHARE-PCT TO WS-CL-SHARE.

 PRINT-GRAND-TOTAL.
  MOVE "ALL" TO WS-CL-DEPT.
  MOVE "*TOTAL*" TO WS-CL-CALLER.
  MOVE WS-GTOT-CALLS TO WS-CL-CALLS.
  MOVE WS-GTOT-HITS TO WS-CL-HITS.
  MOVE WS-GTOT-RECOMPUTES TO WS-CL-RECOMPUTES.
  MOVE WS-GTOT-NOT-CACHED TO WS-CL-NOT-CACHED.
  MOVE WS-GTOT-HORIZON TO WS-CL-HORIZON.
  MOVE WS-GTOT-STATUS-E TO WS-CL-STATUS-E.
  MOVE WS-GTOT-CALLS TO WS-SHARE-CALLS.
  PERFORM COMPUTE-SHARE.
  MOVE "MONTH TOTAL" TO WS-CL-NOTE.
  MOVE WS-CALLER-LINE TO WS-DETAIL-LINE.
  PERFORM WRITE-DETAIL-LINE.

*> Picks the most requested term not yet printed; ties go to the
*> term seen first.
 PRINT-NEXT-TOP-TERM.
  MOVE 0 TO WS-TERM-FOUND-IDX.
  MOVE 0 TO WS-BEST-CALLS.
  PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
     UNTIL WS-TERM-IDX > WS-TERM-COUNT
     IF WS-TT-PRINTED (WS-TERM-IDX) = 'N'
        AND WS-TT-CALLS (WS-TERM-IDX) > WS-BEST-CALLS
        MOVE WS-TT-CALLS (WS-TERM-IDX) TO WS-BEST-CALLS
        MOVE WS-TERM-IDX TO WS-TERM-FOUND-IDX
     END-IF
  END-PERFORM.
  IF WS-TERM-FOUND-IDX > 0
     MOVE 'Y' TO WS-TT-PRINTED (WS-TERM-FOUND-IDX)
     MOVE WS-RANK TO WS-TL-RANK
     MOVE WS-TT-SEQ-TYPE (WS-TERM-FOUND-IDX) TO WS-TL-SEQ-TYPE
     MOVE WS-TT-TERM-NO (WS-TERM-FOUND-IDX) TO WS-TL-TERM-NO
     MOVE WS-TT-CALLS (WS-TERM-FOUND-IDX) TO WS-TL-CALLS
     MOVE WS-TT-UNCACHED (WS-TERM-FOUND-IDX) TO WS-TL-UNCACHED
     MOVE WS-TERM-LINE TO WS-DETAIL-LINE
     PERFORM WRITE-DETAIL-LINE
  ELSE
     IF WS-RANK = 1
        MOVE "NO TERMS REQUESTED IN THE MONTH" TO WS-DETAIL-LINE
        PERFORM WRITE-DETAIL-LINE
     END-IF
  END-IF.

 WRITE-PAGE-HEADINGS.
  ADD 1 TO WS-PAGE-NUMBER.
  MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-1 AFTER ADVANCING PAGE.
  WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-2 AFTER ADVANCING 1 LINE.
  IF TERM-SECTION
     MOVE "MOST REQUESTED TERMS" TO SYSOUT-RECORD
     WRITE SYSOUT-RECORD AFTER ADVANCING 2 LINES
     WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-3T
        AFTER ADVANCING 2 LINES
  ELSE
     WRITE SYSOUT-RECORD FROM WS-HEADING-LINE-3
        AFTER ADVANCING 2 LINES
  END-IF.
  MOVE SPACES TO SYSOUT-RECORD.
  WRITE SYSOUT-RECORD AFTER ADVANCING 1 LINE.
  MOVE 0 TO WS-LINE-COUNT.

 WRITE-DETAIL-LINE.
  IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
     PERFORM WRITE-PAGE-HEADINGS
  END-IF.
  WRITE SYSOUT-RECORD FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
  ADD 1 TO WS-LINE-COUNT.
  IF WS-SYSOUT-STATUS NOT = "00"
     DISPLAY "SYSOUT WRITE FAILED - STATUS " WS-SYSOUT-STATUS
     MOVE 12 TO RETURN-CODE
  END-IF.

 WRITE-USAGE-TOTALS.
  IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
     PERFORM WRITE-PAGE-HEADINGS
  END-IF.
  IF NOT BATCH-LOG-AVAILABLE
     MOVE "BATCH USAGE LOG UNAVAILABLE - BATCH CALLS NOT CHARGED"
        TO SYSOUT-RECORD
     WRITE SYSOUT-RECORD AFTER ADVANCING 2 LINES
  END-IF.
  IF NOT ONLINE-LOG-AVAILABLE
     MOVE "FINQ USAGE FILE UNAVAILABLE - INQUIRIES NOT CHARGED"
        TO SYSOUT-RECORD
     WRITE SYSOUT-RECORD AFTER ADVANCING 2 LINES
  END-IF.
  MOVE "BATCH LOG RECORDS READ:" TO WS-TOT-LABEL.
  MOVE WS-BATCH-READ-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
  MOVE "FINQ INQUIRIES IN THE MONTH:" TO WS-TOT-LABEL.
  MOVE WS-ONLINE-READ-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "CALLS CHARGED:" TO WS-TOT-LABEL.
  MOVE WS-GTOT-CALLS TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "CALLERS CHARGED:" TO WS-TOT-LABEL.
  MOVE WS-CALLER-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "CALLERS MOSTLY UNCACHED:" TO WS-TOT-LABEL.
  MOVE WS-FLAGGED-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  MOVE "DISTINCT TERMS REQUESTED:" TO WS-TOT-LABEL.
  MOVE WS-TERM-COUNT TO WS-TOT-COUNT.
  WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE.
  IF WS-TERMS-NOT-TALLIED > 0
     MOVE "REQUESTS NOT IN TERM RANKING:" TO WS-TOT-LABEL
     MOVE WS-TERMS-NOT-TALLIED TO WS-TOT-COUNT
     WRITE SYSOUT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINE
  END-IF.
