   02 CustomerAddress-CM       PIC X(40).
   02 CreditLimit-CM           PIC 9(6)V99.
   02 TypeDiscount-CM          PIC 99V99.
*  Credit hold set by the month-end aging run (Listing12-9) and
*  released by credit control (Listing12-14).
   02 CreditHold-CM            PIC X.
      88 OnCreditHold          VALUE "H".
      88 NotOnCreditHold       VALUE SPACE.
   02 HoldDate-CM              PIC 9(8).

WORKING-STORAGE SECTION.
01 LotAllocationStatus     PIC XX.
