   02 SupplierCode-NSF      PIC 9(4).
   02 QtyByLocation-NSF.
      03 QtyAtLocation-NSF  PIC 9(4) OCCURS 3 TIMES.
   02 Serialised-NSF        PIC X.
   02 RegularPrice-NSF      PIC 9(4)V99.
   02 LifecycleStatus-NSF   PIC X.

FD MasterStockFile.
01 MasterStockRec.
   02 SupplierCode-MF       PIC 9(4).
   02 QtyByLocation-MF.
      03 QtyAtLocation-MF   PIC 9(4) OCCURS 3 TIMES.
   02 Serialised-MF         PIC X.
   02 RegularPrice-MF       PIC 9(4)V99.
   02 LifecycleStatus-MF    PIC X.

FD RunControlFile.
01 RunControlRec.
