    02 MemberType    PIC 9.
    02 Gender        PIC X.
    02 MemberExpiryDate PIC 9(8).
    02 HouseLimit    PIC 9(4)V99.

FD  RoundsFile.
01  RoundRec.
    02 GreenFee-RF   PIC 9(3)V99.
    02 SponsorId-RF  PIC X(5).
    02 GrossScore-RF PIC 9(3).
    02 BackNine-RF   PIC 99.
    02 BackSix-RF    PIC 99.
    02 BackThree-RF  PIC 99.
    02 LastHole-RF   PIC 99.

FD  HandicapFile.
01  HandicapRec.
