   02 SupplierCode-MF       PIC 9(4).
   02 QtyByLocation-MF.
      03 QtyAtLocation-MF   PIC 9(4) OCCURS 3 TIMES.
   02 Serialised-MF         PIC X.
   02 RegularPrice-MF       PIC 9(4)V99.
   02 LifecycleStatus-MF    PIC X.

FD CostPriceFile.
01 CostPriceRec.
