01 WorkTransRec.
   02 TypeCode-WK           PIC 9.
      88 WorkUpdatePrice    VALUE 3.
      88 WorkHasQtyField    VALUE 1, 4, 5, 6, 7, 8, 9.
   02 GadgetID-WK           PIC 9(7).
   02 TransBody-WK          PIC X(44).
   02 EntryStamp-WK         PIC X(18).
