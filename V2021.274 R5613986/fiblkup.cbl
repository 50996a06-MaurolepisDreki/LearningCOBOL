  01 WS-SATURATION-VALUE PIC 9(38)
     VALUE 99999999999999999999999999999999999999.

*> Every call is accounted for on the usage log through
*> FIBUSAGE-LOG: a keyed hit, a recompute, or a request that ran
*> into the horizon.
  COPY FIBUSAG.

 LINKAGE SECTION.
  01 LK-TERM-INDEX PIC 9(9).
  01 LK-TERM-VALUE PIC 9(38).
          IF FIBVSAM-SEG-CNT IS NUMERIC AND FIBVSAM-SEG-CNT = 2
             MOVE WS-SATURATION-VALUE TO LK-TERM-VALUE
             CLOSE FIBVSAM
             MOVE 'H' TO FIBUSAG-CACHE
             MOVE 'Z' TO FIBUSAG-RESULT
             PERFORM LOG-LOOKUP-USAGE
             GOBACK
          END-IF
          MOVE FIBVSAM-VALUE TO LK-TERM-VALUE
          CLOSE FIBVSAM
          MOVE 'H' TO FIBUSAG-CACHE
          MOVE SPACE TO FIBUSAG-RESULT
          PERFORM LOG-LOOKUP-USAGE
          GOBACK
    END-READ
 END-IF.
    UNTIL WS-LOOKUP-IDX >= LK-TERM-INDEX OR LOOKUP-OVERFLOWED.
 IF LOOKUP-OVERFLOWED
    MOVE WS-SATURATION-VALUE TO LK-TERM-VALUE
    MOVE 'Z' TO FIBUSAG-RESULT
 ELSE
    MOVE WS-CRNT-VALUE TO LK-TERM-VALUE
    MOVE SPACE TO FIBUSAG-RESULT
 END-IF.
 IF KSDS-AVAILABLE
    CLOSE FIBVSAM
 END-IF.
 MOVE 'R' TO FIBUSAG-CACHE.
 PERFORM LOG-LOOKUP-USAGE.
 GOBACK.

*> The generator loads the KSDS densely from term 1 upward, so the
        END-WRITE
     END-IF
  END-IF.

*> This subprogram serves the Fibonacci series only; the cache and
*> result fields are set before this paragraph is performed.
 LOG-LOOKUP-USAGE.
  MOVE 'L' TO FIBUSAG-SOURCE.
  MOVE 'F' TO FIBUSAG-SEQ-TYPE.
  MOVE LK-TERM-INDEX TO FIBUSAG-TERM-NO.
  MOVE SPACE TO FIBUSAG-LOOKUP-STATUS.
  CALL 'FIBUSAGE-LOG' USING FIBUSAG-RECORD.
