  01 WS-BIN-HI PIC 9(9).
  01 WS-BIN-MID PIC 9(9).

*> Every call is accounted for on the usage log through
*> FIBUSAGE-LOG with the status it returned.
  COPY FIBUSAG.

 LINKAGE SECTION.
  01 LK-SEQ-TYPE PIC X(1).
  01 LK-VALUE PIC 9(38).
 OPEN INPUT FIBVSAM.
 IF WS-FIBVSAM-STATUS NOT = "00"
    MOVE 'E' TO LK-STATUS
    PERFORM LOG-LOOKUP-USAGE
    GOBACK
 END-IF.
 PERFORM FIND-AT-OR-ABOVE-CANDIDATE.
    PERFORM FIND-HIGHEST-CACHED-TERM
 END-IF.
 CLOSE FIBVSAM.
 PERFORM LOG-LOOKUP-USAGE.
 GOBACK.

*> Position the alternate index at the first record whose value is
     NOT INVALID KEY
        MOVE WS-BIN-MID TO WS-BIN-LO
  END-READ.

*> A value found or bracketed was answered from the cache; one above
*> every cached term was not. The term logged is the one the value
*> resolved to, zero when it is not a term of the series.
 LOG-LOOKUP-USAGE.
  MOVE 'V' TO FIBUSAG-SOURCE.
  MOVE WS-SERIES TO FIBUSAG-SEQ-TYPE.
  MOVE LK-TERM-NO TO FIBUSAG-TERM-NO.
  MOVE LK-STATUS TO FIBUSAG-LOOKUP-STATUS.
  EVALUATE LK-STATUS
     WHEN 'F'
     WHEN 'N'
        MOVE 'H' TO FIBUSAG-CACHE
        MOVE SPACE TO FIBUSAG-RESULT
     WHEN 'E'
        MOVE 'M' TO FIBUSAG-CACHE
        MOVE 'E' TO FIBUSAG-RESULT
     WHEN OTHER
        MOVE 'M' TO FIBUSAG-CACHE
        MOVE SPACE TO FIBUSAG-RESULT
  END-EVALUATE.
  CALL 'FIBUSAGE-LOG' USING FIBUSAG-RECORD.
