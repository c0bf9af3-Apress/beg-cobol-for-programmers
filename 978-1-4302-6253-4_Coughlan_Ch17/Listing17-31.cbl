IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing17-31.
AUTHOR.  Michael Coughlan.
* Parts supplier master maintenance.
* Applies "I" (add), "C" (change) and "D" (delete) transactions to
* the INDEXED SupplierFile (keyed SupplierNum-SM): the supplier's
* name, phone number and lead time in days - the days from the date
* a purchase order is raised to the date the parts are due in.
* Each part's supplier is named on the PartsPriceFile alongside its
* selling and cost prices; the purchase order run (Listing17-32)
* orders from the supplier named there, the parts-received entry
* (Listing17-18) is made against the order, and the overdue-orders
* report (Listing17-33) chases it using the lead time held here.
* On a change, a blank name or phone and a blank lead time leave the
* recorded value untouched.
* A supplier is not deleted while a part on the PartsPriceFile still
* names it or while any purchase order line to it is still open -
* the refusal goes to the ExceptionsFile.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SupplierFile ASSIGN TO "Listing17-31Suppliers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SupplierNum-SM
        FILE STATUS IS SupplierStatus.

    SELECT PartsPriceFile ASSIGN TO "Listing17-17Prices.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PurchaseOrderFile ASSIGN TO "Listing17-32Orders.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrderStatus.

    SELECT TransFile ASSIGN TO "Listing17-31Trans.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ExceptionsFile ASSIGN TO "Listing17-31Exceptions.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  SupplierFile.
01  SupplierRec-SM.
    02  SupplierNum-SM          PIC 9(4).
    02  SupplierName-SM         PIC X(30).
    02  SupplierPhone-SM        PIC X(12).
    02  LeadTimeDays-SM         PIC 9(3).

FD  PartsPriceFile.
01  PartsPriceRec.
    88  EndOfPriceFile          VALUE HIGH-VALUES.
    02  PartNum-PPF             PIC 9(7).
    02  SellingPrice-PPF        PIC 9(4)V99.
    02  CostPrice-PPF           PIC 9(4)V99.
    02  SupplierNum-PPF         PIC 9(4).

FD  PurchaseOrderFile.
01  PurchaseOrderRec.
    88  EndOfOrderFile          VALUE HIGH-VALUES.
    02  PONumber-PO             PIC 9(6).
    02  SupplierNum-PO          PIC 9(4).
    02  PartNum-PO              PIC 9(7).
    02  QtyOrdered-PO           PIC 9(5).
    02  UnitCost-PO             PIC 9(4)V99.
    02  OrderDate-PO            PIC 9(8).
    02  DueDate-PO              PIC 9(8).
    02  QtyReceived-PO          PIC 9(5).

FD  TransFile.
01  SupplierTransRec.
    88  EndOfTrans              VALUE HIGH-VALUES.
    02  TypeId-TF               PIC X.
        88  DoInsertion         VALUE "I".
        88  DoChange            VALUE "C".
        88  DoDeletion          VALUE "D".
    02  SupplierNum-TF          PIC 9(4).
    02  SupplierName-TF         PIC X(30).
    02  SupplierPhone-TF        PIC X(12).
    02  LeadTimeDays-TF         PIC X(3).
    02  LeadTimeDaysN-TF REDEFINES LeadTimeDays-TF
                                PIC 9(3).

FD  ExceptionsFile.
01  ExceptionRec                PIC X(57).

WORKING-STORAGE SECTION.
01  ExceptionLine.
    02  ExcSupplierNum          PIC 9(4).
    02  FILLER                  PIC XXX VALUE " - ".
    02  ExcText                 PIC X(50).

01  SupplierStatus              PIC XX.
    88  SupplierOK              VALUE "00".
    88  NoSupplierFileYet       VALUE "35".

01  OrderStatus                 PIC XX.
    88  NoOrderFile             VALUE "35".

*  The suppliers the PartsPriceFile names and the suppliers with an
*  open order line - either one stops a delete.
01  ReferencedTable.
    02  ReferencedSupplier OCCURS 1000 TIMES PIC 9(4).
01  ReferencedCount             PIC 9(4) VALUE ZERO.
01  ReferencedIdx               PIC 9(4).
01  SoughtSupplierNum           PIC 9(4).

01  FILLER                      PIC X.
    88  SupplierReferenced      VALUE "y".
    88  SupplierNotReferenced   VALUE "n".

01  AppliedCounts.
    02  InsertsApplied          PIC 9(4) VALUE ZERO.
    02  ChangesApplied          PIC 9(4) VALUE ZERO.
    02  DeletesApplied          PIC 9(4) VALUE ZERO.
    02  TransRejected           PIC 9(4) VALUE ZERO.
01  PrnCount                    PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
    PERFORM LoadReferencedSuppliers
    PERFORM OpenSupplierFile
    OPEN INPUT TransFile
    OPEN OUTPUT ExceptionsFile
    READ TransFile
       AT END SET EndOfTrans TO TRUE
    END-READ
    PERFORM MaintainSupplierFile UNTIL EndOfTrans
    CLOSE SupplierFile, TransFile, ExceptionsFile
    MOVE InsertsApplied TO PrnCount
    DISPLAY "Suppliers added    - " PrnCount
    MOVE ChangesApplied TO PrnCount
    DISPLAY "Suppliers changed  - " PrnCount
    MOVE DeletesApplied TO PrnCount
    DISPLAY "Suppliers deleted  - " PrnCount
    MOVE TransRejected TO PrnCount
    DISPLAY "Rejected           - " PrnCount
    STOP RUN.

OpenSupplierFile.
*  The very first run has no SupplierFile yet - create an empty one.
    OPEN I-O SupplierFile
    IF NoSupplierFileYet
       OPEN OUTPUT SupplierFile
       CLOSE SupplierFile
       OPEN I-O SupplierFile
    END-IF.

LoadReferencedSuppliers.
    OPEN INPUT PartsPriceFile
    READ PartsPriceFile
       AT END SET EndOfPriceFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfPriceFile
       MOVE SupplierNum-PPF TO SoughtSupplierNum
       PERFORM NoteReferencedSupplier
       READ PartsPriceFile
          AT END SET EndOfPriceFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE PartsPriceFile
    OPEN INPUT PurchaseOrderFile
    IF NoOrderFile
       EXIT PARAGRAPH
    END-IF
    READ PurchaseOrderFile
       AT END SET EndOfOrderFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOrderFile
       IF QtyReceived-PO < QtyOrdered-PO
          MOVE SupplierNum-PO TO SoughtSupplierNum
          PERFORM NoteReferencedSupplier
       END-IF
       READ PurchaseOrderFile
          AT END SET EndOfOrderFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE PurchaseOrderFile.

NoteReferencedSupplier.
    PERFORM FindReferencedSupplier
    IF SupplierNotReferenced AND SoughtSupplierNum NOT = ZERO
       IF ReferencedCount NOT LESS THAN 1000
          DISPLAY "More than 1000 referenced suppliers - the table "
                  "must be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO ReferencedCount
       MOVE SoughtSupplierNum TO ReferencedSupplier(ReferencedCount)
    END-IF.

FindReferencedSupplier.
    SET SupplierNotReferenced TO TRUE
    PERFORM VARYING ReferencedIdx FROM 1 BY 1
            UNTIL ReferencedIdx > ReferencedCount
               OR SupplierReferenced
       IF ReferencedSupplier(ReferencedIdx) = SoughtSupplierNum
          SET SupplierReferenced TO TRUE
       END-IF
    END-PERFORM.

MaintainSupplierFile.
    EVALUATE TRUE
       WHEN DoInsertion PERFORM InsertSupplierRec
       WHEN DoChange    PERFORM ChangeSupplierRec
       WHEN DoDeletion  PERFORM DeleteSupplierRec
       WHEN OTHER
            MOVE "Unrecognised transaction type" TO ExcText
            PERFORM RejectTransaction
    END-EVALUATE
    READ TransFile
       AT END SET EndOfTrans TO TRUE
    END-READ.

RejectTransaction.
    MOVE SupplierNum-TF TO ExcSupplierNum
    WRITE ExceptionRec FROM ExceptionLine
    ADD 1 TO TransRejected.

InsertSupplierRec.
    IF SupplierName-TF = SPACES OR LeadTimeDays-TF NOT NUMERIC
       MOVE "Insert refused - name and lead time needed" TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    MOVE SupplierNum-TF   TO SupplierNum-SM
    MOVE SupplierName-TF  TO SupplierName-SM
    MOVE SupplierPhone-TF TO SupplierPhone-SM
    MOVE LeadTimeDaysN-TF TO LeadTimeDays-SM
    WRITE SupplierRec-SM
       INVALID KEY
          MOVE "Insert refused - SupplierNum already on file"
               TO ExcText
          PERFORM RejectTransaction
       NOT INVALID KEY
          ADD 1 TO InsertsApplied
    END-WRITE.

ChangeSupplierRec.
    MOVE SupplierNum-TF TO SupplierNum-SM
    READ SupplierFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT SupplierOK
       MOVE "Change refused - no such SupplierNum" TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    IF LeadTimeDays-TF NOT = SPACES AND LeadTimeDays-TF NOT NUMERIC
       MOVE "Change refused - lead time must be 3 digits" TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    IF SupplierName-TF NOT = SPACES
       MOVE SupplierName-TF TO SupplierName-SM
    END-IF
    IF SupplierPhone-TF NOT = SPACES
       MOVE SupplierPhone-TF TO SupplierPhone-SM
    END-IF
    IF LeadTimeDays-TF NOT = SPACES
       MOVE LeadTimeDaysN-TF TO LeadTimeDays-SM
    END-IF
    REWRITE SupplierRec-SM
       INVALID KEY DISPLAY "Unexpected error rewriting supplier "
                           SupplierNum-SM
       NOT INVALID KEY ADD 1 TO ChangesApplied
    END-REWRITE.

DeleteSupplierRec.
    MOVE SupplierNum-TF TO SoughtSupplierNum
    PERFORM FindReferencedSupplier
    IF SupplierReferenced
       MOVE "Delete refused - parts or open orders name it"
            TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    MOVE SupplierNum-TF TO SupplierNum-SM
    DELETE SupplierFile RECORD
       INVALID KEY
          MOVE "Delete refused - no such SupplierNum" TO ExcText
          PERFORM RejectTransaction
       NOT INVALID KEY
          ADD 1 TO DeletesApplied
    END-DELETE.
