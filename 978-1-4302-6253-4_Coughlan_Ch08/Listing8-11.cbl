    02 GreenFee-RF   PIC 9(3)V99.
    02 SponsorId-RF  PIC X(5).
    02 GrossScore-RF PIC 9(3).
    02 BackNine-RF   PIC 99.
    02 BackSix-RF    PIC 99.
    02 BackThree-RF  PIC 99.
    02 LastHole-RF   PIC 99.

WORKING-STORAGE SECTION.
01 RoundsStatus           PIC XX.
