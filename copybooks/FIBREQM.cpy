*> Symbolic map for the FIBREQ request-queue screen, checked in as
*> the BMS assembly of maps/FIBREQ.bms generates it so the program
*> compiles without the map assembly step on hand.
 01 FIBREQI.
    05 FILLER PIC X(12).
    05 SERIESL PIC S9(4) COMP.
    05 SERIESF PIC X(1).
    05 FILLER REDEFINES SERIESF.
       10 SERIESA PIC X(1).
    05 SERIESI PIC X(1).
    05 ORDERL PIC S9(4) COMP.
    05 ORDERF PIC X(1).
    05 FILLER REDEFINES ORDERF.
       10 ORDERA PIC X(1).
    05 ORDERI PIC X(1).
    05 FROMTL PIC S9(4) COMP.
    05 FROMTF PIC X(1).
    05 FILLER REDEFINES FROMTF.
       10 FROMTA PIC X(1).
    05 FROMTI PIC 9(9).
    05 TOTERML PIC S9(4) COMP.
    05 TOTERMF PIC X(1).
    05 FILLER REDEFINES TOTERMF.
       10 TOTERMA PIC X(1).
    05 TOTERMI PIC 9(9).
    05 RQA1L PIC S9(4) COMP.
    05 RQA1F PIC X(1).
    05 FILLER REDEFINES RQA1F.
       10 RQA1A PIC X(1).
    05 RQA1I PIC X(77).
    05 RQB1L PIC S9(4) COMP.
    05 RQB1F PIC X(1).
    05 FILLER REDEFINES RQB1F.
       10 RQB1A PIC X(1).
    05 RQB1I PIC X(77).
    05 RQA2L PIC S9(4) COMP.
    05 RQA2F PIC X(1).
    05 FILLER REDEFINES RQA2F.
       10 RQA2A PIC X(1).
    05 RQA2I PIC X(77).
    05 RQB2L PIC S9(4) COMP.
    05 RQB2F PIC X(1).
    05 FILLER REDEFINES RQB2F.
       10 RQB2A PIC X(1).
    05 RQB2I PIC X(77).
    05 RQA3L PIC S9(4) COMP.
    05 RQA3F PIC X(1).
    05 FILLER REDEFINES RQA3F.
       10 RQA3A PIC X(1).
    05 RQA3I PIC X(77).
    05 RQB3L PIC S9(4) COMP.
    05 RQB3F PIC X(1).
    05 FILLER REDEFINES RQB3F.
       10 RQB3A PIC X(1).
    05 RQB3I PIC X(77).
    05 RQA4L PIC S9(4) COMP.
    05 RQA4F PIC X(1).
    05 FILLER REDEFINES RQA4F.
       10 RQA4A PIC X(1).
    05 RQA4I PIC X(77).
    05 RQB4L PIC S9(4) COMP.
    05 RQB4F PIC X(1).
    05 FILLER REDEFINES RQB4F.
       10 RQB4A PIC X(1).
    05 RQB4I PIC X(77).
    05 RQA5L PIC S9(4) COMP.
    05 RQA5F PIC X(1).
    05 FILLER REDEFINES RQA5F.
       10 RQA5A PIC X(1).
    05 RQA5I PIC X(77).
    05 RQB5L PIC S9(4) COMP.
    05 RQB5F PIC X(1).
    05 FILLER REDEFINES RQB5F.
       10 RQB5A PIC X(1).
    05 RQB5I PIC X(77).
    05 RQA6L PIC S9(4) COMP.
    05 RQA6F PIC X(1).
    05 FILLER REDEFINES RQA6F.
       10 RQA6A PIC X(1).
    05 RQA6I PIC X(77).
    05 RQB6L PIC S9(4) COMP.
    05 RQB6F PIC X(1).
    05 FILLER REDEFINES RQB6F.
       10 RQB6A PIC X(1).
    05 RQB6I PIC X(77).
    05 MSGOUTL PIC S9(4) COMP.
    05 MSGOUTF PIC X(1).
    05 FILLER REDEFINES MSGOUTF.
       10 MSGOUTA PIC X(1).
    05 MSGOUTI PIC X(70).
 01 FIBREQO REDEFINES FIBREQI.
    05 FILLER PIC X(12).
    05 FILLER PIC X(3).
    05 SERIESO PIC X(1).
    05 FILLER PIC X(3).
    05 ORDERO PIC X(1).
    05 FILLER PIC X(3).
    05 FROMTO PIC X(9).
    05 FILLER PIC X(3).
    05 TOTERMO PIC X(9).
    05 FILLER PIC X(3).
    05 RQA1O PIC X(77).
    05 FILLER PIC X(3).
    05 RQB1O PIC X(77).
    05 FILLER PIC X(3).
    05 RQA2O PIC X(77).
    05 FILLER PIC X(3).
    05 RQB2O PIC X(77).
    05 FILLER PIC X(3).
    05 RQA3O PIC X(77).
    05 FILLER PIC X(3).
    05 RQB3O PIC X(77).
    05 FILLER PIC X(3).
    05 RQA4O PIC X(77).
    05 FILLER PIC X(3).
    05 RQB4O PIC X(77).
    05 FILLER PIC X(3).
    05 RQA5O PIC X(77).
    05 FILLER PIC X(3).
    05 RQB5O PIC X(77).
    05 FILLER PIC X(3).
    05 RQA6O PIC X(77).
    05 FILLER PIC X(3).
    05 RQB6O PIC X(77).
    05 FILLER PIC X(3).
    05 MSGOUTO PIC X(70).
