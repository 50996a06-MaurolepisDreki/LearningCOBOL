*> KSDS is keyed by sequence type plus term number, so the SERIES
*> field selects which series is browsed; blank defaults to the
*> classic Fibonacci series.
*> Every term read is logged to the FIBUSGO usage file under the
*> signed-on user-id for the monthly chargeback (FIBCHGB): a term
*> on file, one not loaded yet, or one past the 38-digit horizon.
*> A usage write that fails never stops the inquiry.

DATA DIVISION.
 WORKING-STORAGE SECTION.

  COPY FIBVSAM.

  COPY FIBUSAG.

  01 WS-RESP PIC S9(8) COMP.
  01 WS-USAGE-RESP PIC S9(8) COMP.
  01 WS-ABSTIME PIC S9(15) COMP-3.
  01 WS-USAGE-DATE PIC X(8).
  01 WS-USAGE-TIME PIC X(6).
  01 WS-USER-ID PIC X(8).

  01 WS-COMMAREA.
     05 CA-SEQ-TYPE PIC X(1).
       RIDFLD(FIBVSAM-KEY)
       RESP(WS-RESP)
  END-EXEC.
  PERFORM LOG-INQUIRY-USAGE.
  MOVE LOW-VALUES TO FIBINQO.
  MOVE CA-SEQ-TYPE TO SERIESO.
  MOVE CA-TERM-NO TO WS-TERM-NO-EDIT.
        END-IF
     WHEN DFHRESP(NOTFND)
        MOVE SPACES TO VALOUTO
        MOVE 'TERM NOT LOADED YET - REQUEST IT ON THE FREQ TRANSACTION'
           TO MSGOUTO
     WHEN OTHER
        MOVE SPACES TO VALOUTO
  END-EVALUATE.
  PERFORM SEND-INQUIRY-MAP.

*> Logged under its own RESP field - BROWSE-NEXT still needs the
*> outcome of the term read.
 LOG-INQUIRY-USAGE.
  MOVE SPACES TO WS-USER-ID.
  EXEC CICS ASSIGN USERID(WS-USER-ID)
       RESP(WS-USAGE-RESP)
  END-EXEC.
  EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
  END-EXEC.
  EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
       YYYYMMDD(WS-USAGE-DATE)
       TIME(WS-USAGE-TIME)
  END-EXEC.
  MOVE WS-USAGE-DATE TO FIBUSAG-DATE.
  MOVE WS-USAGE-TIME TO FIBUSAG-TIME.
  MOVE EIBTASKN TO FIBUSAG-TASK-NO.
  MOVE 'I' TO FIBUSAG-SOURCE.
  MOVE WS-USER-ID TO FIBUSAG-CALLER.
  MOVE EIBTRMID TO FIBUSAG-TERM-ID.
  MOVE CA-SEQ-TYPE TO FIBUSAG-SEQ-TYPE.
  MOVE CA-TERM-NO TO FIBUSAG-TERM-NO.
  MOVE SPACE TO FIBUSAG-LOOKUP-STATUS.
  EVALUATE TRUE
     WHEN WS-RESP = DFHRESP(NORMAL)
        MOVE 'H' TO FIBUSAG-CACHE
        IF FIBVSAM-SEG-CNT IS NUMERIC AND FIBVSAM-SEG-CNT = 2
           MOVE 'Z' TO FIBUSAG-RESULT
        ELSE
           MOVE SPACE TO FIBUSAG-RESULT
        END-IF
     WHEN WS-RESP = DFHRESP(NOTFND)
        MOVE 'M' TO FIBUSAG-CACHE
        MOVE SPACE TO FIBUSAG-RESULT
     WHEN OTHER
        MOVE 'M' TO FIBUSAG-CACHE
        MOVE 'E' TO FIBUSAG-RESULT
  END-EVALUATE.
  EXEC CICS WRITE FILE('FIBUSGO')
       FROM(FIBUSAG-RECORD)
       RIDFLD(FIBUSAG-KEY)
       RESP(WS-USAGE-RESP)
  END-EXEC.

 SEND-INQUIRY-MAP.
  EXEC CICS SEND MAP('FIBINQ') MAPSET('FIBINQM')
       FROM(FIBINQO) ERASE
