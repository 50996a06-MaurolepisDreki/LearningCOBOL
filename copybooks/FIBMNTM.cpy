    05 FILLER REDEFINES CARDNOF.
       10 CARDNOA PIC X(1).
    05 CARDNOI PIC 9(2).
    05 DECKNML PIC S9(4) COMP.
    05 DECKNMF PIC X(1).
    05 FILLER REDEFINES DECKNMF.
       10 DECKNMA PIC X(1).
    05 DECKNMI PIC X(8).
    05 PREVSDL PIC S9(4) COMP.
    05 PREVSDF PIC X(1).
    05 FILLER REDEFINES PREVSDF.
    05 FILLER PIC X(3).
    05 CARDNOO PIC X(2).
    05 FILLER PIC X(3).
    05 DECKNMO PIC X(8).
    05 FILLER PIC X(3).
    05 PREVSDO PIC X(38).
    05 FILLER PIC X(3).
    05 CRNTSDO PIC X(38).
