IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBVBKUP.

*> Nightly backup of the FIBVSAM term KSDS. The cluster is read in
*> key order and copied record for record to a new generation of
*> the backup GDG: a header stamping the date and time the backup
*> was taken, one detail per KSDS record carrying the record image
*> unchanged (a segmented term keeps its high half and segment
*> count exactly as filed), and a trailer with the detail count.
*> The FIBVRCVR forward-recovery job restores the latest generation
*> and re-applies the canonical terms generated since its header
*> date. Records read and backup details written are posted to the
*> control-total master, where FIBBALNC proves they agree.
*> An empty cluster still produces a header and a zero trailer - a
*> valid backup of nothing, not a failure.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT FIBVSAM ASSIGN TO "FIBVSAM"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS FIBVSAM-KEY
       FILE STATUS IS WS-FIBVSAM-STATUS.
   SELECT FIBVBKP ASSIGN TO "FIBVBKP"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBVBKP-STATUS.
   SELECT FIBCTOT ASSIGN TO "FIBCTOT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIBCTOT-KEY
       FILE STATUS IS WS-FIBCTOT-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD FIBVSAM.
   COPY FIBVSAM.

  FD FIBVBKP
      RECORDING MODE IS F.
   COPY FIBVBKP.

  FD FIBCTOT.
   COPY FIBCTOT.

 WORKING-STORAGE SECTION.
  01 WS-FIBVSAM-STATUS PIC X(2).
  01 WS-FIBVBKP-STATUS PIC X(2).

  01 WS-END-OF-FIBVSAM-SWITCH PIC X VALUE 'N'.
     88 END-OF-FIBVSAM VALUE 'Y'.

  01 WS-RUN-DATE.
     05 WS-RUN-YYYY PIC 9(4).
     05 WS-RUN-MM PIC 9(2).
     05 WS-RUN-DD PIC 9(2).
  01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
  01 WS-RUN-TIME PIC 9(8).

  01 WS-FIBVSAM-READ-COUNT PIC 9(9) VALUE 0.
  01 WS-BACKUP-WRITTEN-COUNT PIC 9(9) VALUE 0.

  01 WS-FIBCTOT-STATUS PIC X(2).
  01 WS-CTOT-SWITCH PIC X VALUE 'N'.
     88 CONTROL-TOTALS-AVAILABLE VALUE 'Y'.
*> Set when the load-mode OPEN OUTPUT fallback was taken for a
*> never-initialized cluster - a file opened OUTPUT cannot be
*> read, so the first posting is written directly.
  01 WS-CTOT-LOAD-SWITCH PIC X VALUE 'N'.
     88 CTOT-LOAD-MODE VALUE 'Y'.

PROCEDURE DIVISION.
 PERFORM INITIALIZATION.
 PERFORM COPY-FIBVSAM-RECORD UNTIL END-OF-FIBVSAM.
 PERFORM WRITE-BACKUP-TRAILER.
 DISPLAY "FIBVBKUP KSDS RECORDS READ:      " WS-FIBVSAM-READ-COUNT.
 DISPLAY "FIBVBKUP BACKUP DETAILS WRITTEN: " WS-BACKUP-WRITTEN-COUNT.
 IF CONTROL-TOTALS-AVAILABLE
    PERFORM POST-CONTROL-TOTALS
    CLOSE FIBCTOT
 END-IF.
 CLOSE FIBVSAM.
 CLOSE FIBVBKP.
 STOP RUN.

 INITIALIZATION.
  ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  ACCEPT WS-RUN-TIME FROM TIME.
  OPEN INPUT FIBVSAM.
  IF WS-FIBVSAM-STATUS NOT = "00"
     DISPLAY "FIBVSAM OPEN FAILED - STATUS " WS-FIBVSAM-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
  OPEN OUTPUT FIBVBKP.
  IF WS-FIBVBKP-STATUS NOT = "00"
     DISPLAY "FIBVBKP OPEN FAILED - STATUS " WS-FIBVBKP-STATUS
     MOVE 12 TO RETURN-CODE
     STOP RUN
  END-IF.
*> Control-total posting is best effort - never a reason to lose
*> the night's backup.
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
  MOVE SPACES TO FIBVBKP-RECORD.
  MOVE 'H' TO FIBVBKP-REC-TYPE.
  MOVE WS-RUN-DATE-NUM TO FIBVBKP-BACKUP-DATE.
  MOVE WS-RUN-TIME (1:6) TO FIBVBKP-BACKUP-TIME.
  PERFORM WRITE-BACKUP-RECORD.
  PERFORM READ-FIBVSAM.

 COPY-FIBVSAM-RECORD.
  ADD 1 TO WS-FIBVSAM-READ-COUNT.
  MOVE SPACES TO FIBVBKP-RECORD.
  MOVE 'D' TO FIBVBKP-REC-TYPE.
  MOVE FIBVSAM-RECORD TO FIBVBKP-TERM-IMAGE.
  PERFORM WRITE-BACKUP-RECORD.
  IF NOT END-OF-FIBVSAM
     ADD 1 TO WS-BACKUP-WRITTEN-COUNT
     PERFORM READ-FIBVSAM
  END-IF.

*> The trailer count is the number of details actually written, so
*> a generation cut short by a write failure is still recognized
*> as incomplete when the recovery job reconciles it.
 WRITE-BACKUP-TRAILER.
  IF RETURN-CODE < 12
     MOVE SPACES TO FIBVBKP-RECORD
     MOVE 'T' TO FIBVBKP-REC-TYPE
     MOVE WS-BACKUP-WRITTEN-COUNT TO FIBVBKP-RECORD-COUNT
     PERFORM WRITE-BACKUP-RECORD
  END-IF.

 WRITE-BACKUP-RECORD.
  WRITE FIBVBKP-RECORD.
  IF WS-FIBVBKP-STATUS NOT = "00"
     DISPLAY "FIBVBKP WRITE FAILED - STATUS " WS-FIBVBKP-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-FIBVSAM-SWITCH
  END-IF.

 READ-FIBVSAM.
  READ FIBVSAM NEXT
     AT END
        MOVE 'Y' TO WS-END-OF-FIBVSAM-SWITCH
  END-READ.
  IF WS-FIBVSAM-STATUS NOT = "00" AND WS-FIBVSAM-STATUS NOT = "10"
     DISPLAY "FIBVSAM READ FAILED - STATUS " WS-FIBVSAM-STATUS
     MOVE 12 TO RETURN-CODE
     MOVE 'Y' TO WS-END-OF-FIBVSAM-SWITCH
  END-IF.

*> A rerun of the same night's backup replaces the earlier posting:
*> KSDS records read in, backup details written out.
 POST-CONTROL-TOTALS.
*> A just-created (load-mode) master cannot be read - the day's
*> first record is simply written.
  IF CTOT-LOAD-MODE
     PERFORM WRITE-NEW-CONTROL-TOTALS
  ELSE
     MOVE WS-RUN-DATE-NUM TO FIBCTOT-RUN-DATE
     MOVE "FIBVBKUP" TO FIBCTOT-STEP-NAME
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
  MOVE "FIBVBKUP" TO FIBCTOT-STEP-NAME.
  PERFORM LOAD-CONTROL-COUNTS.
  WRITE FIBCTOT-RECORD
     INVALID KEY
        DISPLAY "FIBCTOT WRITE FAILED - STATUS "
           WS-FIBCTOT-STATUS
  END-WRITE.

 LOAD-CONTROL-COUNTS.
  MOVE WS-FIBVSAM-READ-COUNT TO FIBCTOT-IN-COUNT.
  MOVE WS-BACKUP-WRITTEN-COUNT TO FIBCTOT-OUT-COUNT.
  MOVE 0 TO FIBCTOT-AUX-COUNT.
  MOVE 0 TO FIBCTOT-HASH-TOTAL.
