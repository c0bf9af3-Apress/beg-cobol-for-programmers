   02 GuestNumber-GM       PIC 9(6).
   02 GuestName-GM         PIC X(20).
   02 Country-GM           PIC X(20).
   02 NoShowFlag-GM        PIC X.
      88 GuestHadNoShow    VALUE "Y".
   02 LastNoShowDate-GM    PIC 9(8).

WORKING-STORAGE SECTION.
01 GuestBookStatus         PIC XX.
