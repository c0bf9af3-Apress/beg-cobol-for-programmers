   02 Price-MF              PIC 9(4)V99.
   02 SupplierCode-MF       PIC 9(4).
   02 QtyByLocation-MF      PIC X(12).
   02 Serialised-MF         PIC X.
   02 RegularPrice-MF       PIC 9(4)V99.
   02 LifecycleStatus-MF    PIC X.

WORKING-STORAGE SECTION.
01 PendingPriceStatus      PIC XX.
