IDENTIFICATION DIVISION.
 PROGRAM-ID. FIBUSAGE-LOG.

*> Appends one usage record to the batch usage log for
*> FIBONACCI-LOOKUP and FIBVALUE-LOOKUP. The lookup fills in what
*> was asked and how it was served (FIBUSAG layout); this
*> subprogram stamps the date, the time, the call's sequence number
*> within the job step and the calling application.
*> The application is whatever the calling job step names in
*> columns 1-8 of its FIBCALLR card, read on the first call only;
*> a step with no card is logged as UNKNOWN, which the chargeback
*> report lists unassigned so it can be chased.
*> The log is opened and closed around every record, the same way
*> the lookups treat FIBVSAM, so nothing is lost when the caller
*> ends abnormally. A step with no FIBUSAGE DD - the generator's
*> own self-validation calls among them - is simply not logged:
*> accounting must never fail the caller's lookup.

ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
   SELECT FIBCALLR ASSIGN TO "FIBCALLR"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBCALLR-STATUS.
   SELECT FIBUSAGE ASSIGN TO "FIBUSAGE"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FIBUSAGE-STATUS.

DATA DIVISION.
 FILE SECTION.
  FD FIBCALLR
      RECORDING MODE IS F.
   01 CALLR-CARD.
      05 CALLR-APPLICATION-ID PIC X(8).
      05 FILLER PIC X(72).

  FD FIBUSAGE
      RECORDING MODE IS F.
   COPY FIBUSAG.

 WORKING-STORAGE SECTION.
  01 WS-FIBCALLR-STATUS PIC X(2).
  01 WS-FIBUSAGE-STATUS PIC X(2).

*> Storage persists across CALLs within the run unit, so the
*> caller is looked up once and the sequence runs on from call to
*> call.
  01 WS-CALLER-SWITCH PIC X VALUE 'N'.
     88 CALLER-KNOWN VALUE 'Y'.
  01 WS-CALLER-ID PIC X(8) VALUE SPACES.
  01 WS-CALL-COUNT PIC 9(7) VALUE 0.

  01 WS-NOW-DATE PIC 9(8).
  01 WS-NOW-TIME PIC 9(8).

 LINKAGE SECTION.
  01 LK-USAGE-RECORD PIC X(47).

PROCEDURE DIVISION USING LK-USAGE-RECORD.
 IF NOT CALLER-KNOWN
    PERFORM IDENTIFY-CALLER
 END-IF.
 OPEN EXTEND FIBUSAGE.
 IF WS-FIBUSAGE-STATUS NOT = "00"
    GOBACK
 END-IF.
 ADD 1 TO WS-CALL-COUNT.
 IF WS-CALL-COUNT > 9999998
    MOVE 1 TO WS-CALL-COUNT
 END-IF.
 ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
 ACCEPT WS-NOW-TIME FROM TIME.
 MOVE LK-USAGE-RECORD TO FIBUSAG-RECORD.
 MOVE WS-NOW-DATE TO FIBUSAG-DATE.
 MOVE WS-NOW-TIME (1:6) TO FIBUSAG-TIME.
 MOVE WS-CALL-COUNT TO FIBUSAG-TASK-NO.
 MOVE WS-CALLER-ID TO FIBUSAG-CALLER.
 MOVE SPACES TO FIBUSAG-TERM-ID.
 WRITE FIBUSAG-RECORD.
 CLOSE FIBUSAGE.
 GOBACK.

 IDENTIFY-CALLER.
  MOVE 'Y' TO WS-CALLER-SWITCH.
  MOVE 'UNKNOWN' TO WS-CALLER-ID.
  OPEN INPUT FIBCALLR.
  IF WS-FIBCALLR-STATUS = "00"
     READ FIBCALLR
        AT END
           CONTINUE
        NOT AT END
           IF CALLR-APPLICATION-ID NOT = SPACES
              MOVE CALLR-APPLICATION-ID TO WS-CALLER-ID
           END-IF
     END-READ
     CLOSE FIBCALLR
  END-IF.
