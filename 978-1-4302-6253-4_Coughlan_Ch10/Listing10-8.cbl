   02 SupplierCode-MF       PIC 9(4).
   02 QtyByLocation-MF.
      03 QtyAtLocation-MF   PIC 9(4) OCCURS 3 TIMES.
   02 Serialised-MF         PIC X.
   02 RegularPrice-MF       PIC 9(4)V99.
   02 LifecycleStatus-MF    PIC X.

WORKING-STORAGE SECTION.
01 BackOrderStatus         PIC XX.
   88 MasterStockOK        VALUE "00".
   88 GadgetNotFound       VALUE "23".

01 HeadingLine             PIC X(105) VALUE
   "GadgetID   Gadget Name                      Qty  Date Raised  Customer                   Phone         Br".

01 DetailLine.
