*> Symbolic map for the FIBAPR approval screen, checked in as the
*> BMS assembly of maps/FIBAPR.bms generates it so the program
*> compiles without the map assembly step on hand.
 01 FIBAPRI.
    05 FILLER PIC X(12).
    05 ACTIONL PIC S9(4) COMP.
    05 ACTIONF PIC X(1).
    05 FILLER REDEFINES ACTIONF.
       10 ACTIONA PIC X(1).
    05 ACTIONI PIC X(1).
    05 CARDNOL PIC S9(4) COMP.
    05 CARDNOF PIC X(1).
    05 FILLER REDEFINES CARDNOF.
       10 CARDNOA PIC X(1).
    05 CARDNOI PIC 9(2).
    05 DECKNML PIC S9(4) COMP.
    05 DECKNMF PIC X(1).
    05 FILLER REDEFINES DECKNMF.
       10 DECKNMA PIC X(1).
    05 DECKNMI PIC X(8).
    05 PACTL PIC S9(4) COMP.
    05 PACTF PIC X(1).
    05 FILLER REDEFINES PACTF.
       10 PACTA PIC X(1).
    05 PACTI PIC X(8).
    05 REASONL PIC S9(4) COMP.
    05 REASONF PIC X(1).
    05 FILLER REDEFINES REASONF.
       10 REASONA PIC X(1).
    05 REASONI PIC X(30).
    05 REQBYL PIC S9(4) COMP.
    05 REQBYF PIC X(1).
    05 FILLER REDEFINES REQBYF.
       10 REQBYA PIC X(1).
    05 REQBYI PIC X(8).
    05 REQTRML PIC S9(4) COMP.
    05 REQTRMF PIC X(1).
    05 FILLER REDEFINES REQTRMF.
       10 REQTRMA PIC X(1).
    05 REQTRMI PIC X(4).
    05 REQTSL PIC S9(4) COMP.
    05 REQTSF PIC X(1).
    05 FILLER REDEFINES REQTSF.
       10 REQTSA PIC X(1).
    05 REQTSI PIC X(15).
    05 BSUML PIC S9(4) COMP.
    05 BSUMF PIC X(1).
    05 FILLER REDEFINES BSUMF.
       10 BSUMA PIC X(1).
    05 BSUMI PIC X(77).
    05 BSEEDL PIC S9(4) COMP.
    05 BSEEDF PIC X(1).
    05 FILLER REDEFINES BSEEDF.
       10 BSEEDA PIC X(1).
    05 BSEEDI PIC X(77).
    05 BLIMITL PIC S9(4) COMP.
    05 BLIMITF PIC X(1).
    05 FILLER REDEFINES BLIMITF.
       10 BLIMITA PIC X(1).
    05 BLIMITI PIC X(77).
    05 ASUML PIC S9(4) COMP.
    05 ASUMF PIC X(1).
    05 FILLER REDEFINES ASUMF.
       10 ASUMA PIC X(1).
    05 ASUMI PIC X(77).
    05 ASEEDL PIC S9(4) COMP.
    05 ASEEDF PIC X(1).
    05 FILLER REDEFINES ASEEDF.
       10 ASEEDA PIC X(1).
    05 ASEEDI PIC X(77).
    05 ALIMITL PIC S9(4) COMP.
    05 ALIMITF PIC X(1).
    05 FILLER REDEFINES ALIMITF.
       10 ALIMITA PIC X(1).
    05 ALIMITI PIC X(77).
    05 PENDCTL PIC S9(4) COMP.
    05 PENDCTF PIC X(1).
    05 FILLER REDEFINES PENDCTF.
       10 PENDCTA PIC X(1).
    05 PENDCTI PIC X(40).
    05 MSGOUTL PIC S9(4) COMP.
    05 MSGOUTF PIC X(1).
    05 FILLER REDEFINES MSGOUTF.
       10 MSGOUTA PIC X(1).
    05 MSGOUTI PIC X(70).
 01 FIBAPRO REDEFINES FIBAPRI.
    05 FILLER PIC X(12).
    05 FILLER PIC X(3).
    05 ACTIONO PIC X(1).
    05 FILLER PIC X(3).
    05 CARDNOO PIC X(2).
    05 FILLER PIC X(3).
    05 DECKNMO PIC X(8).
    05 FILLER PIC X(3).
    05 PACTO PIC X(8).
    05 FILLER PIC X(3).
    05 REASONO PIC X(30).
    05 FILLER PIC X(3).
    05 REQBYO PIC X(8).
    05 FILLER PIC X(3).
    05 REQTRMO PIC X(4).
    05 FILLER PIC X(3).
    05 REQTSO PIC X(15).
    05 FILLER PIC X(3).
    05 BSUMO PIC X(77).
    05 FILLER PIC X(3).
    05 BSEEDO PIC X(77).
    05 FILLER PIC X(3).
    05 BLIMITO PIC X(77).
    05 FILLER PIC X(3).
    05 ASUMO PIC X(77).
    05 FILLER PIC X(3).
    05 ASEEDO PIC X(77).
    05 FILLER PIC X(3).
    05 ALIMITO PIC X(77).
    05 FILLER PIC X(3).
    05 PENDCTO PIC X(40).
    05 FILLER PIC X(3).
    05 MSGOUTO PIC X(70).
