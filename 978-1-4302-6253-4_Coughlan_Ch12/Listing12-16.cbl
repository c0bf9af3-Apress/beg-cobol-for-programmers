IDENTIFICATION DIVISION.
PROGRAM-ID. Listing12-16.
AUTHOR.  Michael Coughlan.
* Aromamora purchasing set-up.
* Keeps the two things the weekly purchase order run (Listing12-17)
* needs:
*   - the supplier master of the oil houses - a 4-character supplier
*     id, name and address - added to or amended from the menu;
*   - for each OilNum and unit size on the OilsStockFile, the
*     reorder level (the ReplenishLevel the summary run already
*     warns against), the reorder quantity ordered each time stock
*     falls below it, and the supplier it is bought from.  The
*     supplier must be on the supplier master.
* Both files are held in tables for the session and rewritten when
* the operator quits.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OilsPriceFile ASSIGN TO "Listing12-1Oils.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OilsStockFile ASSIGN TO "Listing12-1Stock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SupplierFile ASSIGN TO "Listing12-16Suppliers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SupplierFileStatus.

DATA DIVISION.
FILE SECTION.
FD OilsPriceFile.
01 OilsPriceRec.
   88 EndOfOilsPriceFile       VALUE HIGH-VALUES.
   02 OilNum-OPF               PIC 99.
   02 OilName-OPF              PIC X(16).
   02 UnitCost-OPF             PIC 99V99 OCCURS 3 TIMES.
   02 BreakQty-OPF             PIC 999 OCCURS 3 TIMES.
   02 BreakPrice-OPF           PIC 99V99 OCCURS 3 TIMES.

FD OilsStockFile.
01 OilsStockRec.
   88 EndOfOilsStockFile       VALUE HIGH-VALUES.
   02 OilNum-OSF               PIC 99.
   02 UnitSize-OSF             PIC 9.
   02 QtyInStock-OSF           PIC 9(5).
   02 ReplenishLevel-OSF       PIC 9(5).
   02 ReorderQty-OSF           PIC 9(5).
   02 SupplierId-OSF           PIC X(4).

FD SupplierFile.
01 SupplierRec.
   88 EndOfSupplierFile        VALUE HIGH-VALUES.
   02 SupplierId-SUP           PIC X(4).
   02 SupplierName-SUP         PIC X(30).
   02 SupplierAddress-SUP      PIC X(40).

WORKING-STORAGE SECTION.
01 SupplierFileStatus      PIC XX.
   88 NoSupplierFileYet    VALUE "35".

01 OilNamesTable.
   02 OilNameEntry         PIC X(16) OCCURS 14 TIMES.

01 StockTable.
   02 StockOil OCCURS 14 TIMES.
      03 StockCell OCCURS 3 TIMES.
         04 QtyInStock     PIC 9(5).
         04 ReplenishLevel PIC 9(5).
         04 ReorderQty     PIC 9(5).
         04 SupplierId     PIC X(4).

01 SupplierTable.
   02 SupplierEntry OCCURS 50 TIMES.
      03 ST-SupplierId     PIC X(4).
      03 ST-SupplierName   PIC X(30).
      03 ST-SupplierAddress PIC X(40).

01 SupplierCount           PIC 99 VALUE ZERO.
01 SupplierIdx             PIC 99.
01 FoundSupplierIdx        PIC 99.

01 MenuChoice              PIC X.
   88 ChoseSupplier        VALUE "1".
   88 ChoseReorder         VALUE "2".
   88 ChoseList            VALUE "3".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1", "2", "3".

01 EnteredSupplierId       PIC X(4).
01 EnteredName             PIC X(30).
01 EnteredAddress          PIC X(40).
01 EnteredOilNum           PIC XX.
01 EnteredOilNumN REDEFINES EnteredOilNum
                           PIC 99.
01 EnteredSize             PIC X.
01 EnteredSizeN REDEFINES EnteredSize
                           PIC 9.
01 EnteredQty              PIC X(5).
01 EnteredQtyN REDEFINES EnteredQty
                           PIC 9(5).
01 EnteredLevel            PIC 9(5).
01 EnteredReorderQty       PIC 9(5).

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 OilIdx                  PIC 99.
01 SizeIdx                 PIC 9.
01 QtyPrompt               PIC X(30).
01 PrnQty                  PIC ZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Aromamora purchasing set-up"
    PERFORM LoadOilNames
    PERFORM LoadStockTable
    PERFORM LoadSupplierTable
    PERFORM DisplayMenuAndGetChoice
    PERFORM UNTIL ChoseQuit
       EVALUATE TRUE
           WHEN ChoseSupplier PERFORM AddOrAmendSupplier
           WHEN ChoseReorder  PERFORM SetReorderTerms
           WHEN ChoseList     PERFORM ListSuppliers
       END-EVALUATE
       PERFORM DisplayMenuAndGetChoice
    END-PERFORM
    PERFORM RewriteSupplierFile
    PERFORM RewriteStockFile
    STOP RUN.

LoadOilNames.
    MOVE SPACES TO OilNamesTable
    OPEN INPUT OilsPriceFile
    READ OilsPriceFile
       AT END SET EndOfOilsPriceFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOilsPriceFile
       MOVE OilName-OPF TO OilNameEntry(OilNum-OPF)
       READ OilsPriceFile
          AT END SET EndOfOilsPriceFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE OilsPriceFile.

LoadStockTable.
    INITIALIZE StockTable
    OPEN INPUT OilsStockFile
    READ OilsStockFile
       AT END SET EndOfOilsStockFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOilsStockFile
       MOVE QtyInStock-OSF TO QtyInStock(OilNum-OSF, UnitSize-OSF)
       MOVE ReplenishLevel-OSF
            TO ReplenishLevel(OilNum-OSF, UnitSize-OSF)
       MOVE ReorderQty-OSF TO ReorderQty(OilNum-OSF, UnitSize-OSF)
       MOVE SupplierId-OSF TO SupplierId(OilNum-OSF, UnitSize-OSF)
       READ OilsStockFile
          AT END SET EndOfOilsStockFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE OilsStockFile.

LoadSupplierTable.
    OPEN INPUT SupplierFile
    IF NoSupplierFileYet
       EXIT PARAGRAPH
    END-IF
    READ SupplierFile
       AT END SET EndOfSupplierFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSupplierFile
       IF SupplierCount = 50
          DISPLAY "More than 50 suppliers - the table must be "
                  "enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO SupplierCount
       MOVE SupplierId-SUP      TO ST-SupplierId(SupplierCount)
       MOVE SupplierName-SUP    TO ST-SupplierName(SupplierCount)
       MOVE SupplierAddress-SUP TO ST-SupplierAddress(SupplierCount)
       READ SupplierFile
          AT END SET EndOfSupplierFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE SupplierFile.

DisplayMenuAndGetChoice.
    DISPLAY " "
    DISPLAY "1. Add or amend a supplier"
    DISPLAY "2. Set reorder level, quantity and supplier for an oil"
    DISPLAY "3. List suppliers"
    DISPLAY "0. Quit and rewrite the files"
    MOVE SPACE TO MenuChoice
    PERFORM UNTIL ValidMenuChoice
       DISPLAY "Enter choice - " WITH NO ADVANCING
       ACCEPT MenuChoice
    END-PERFORM.

AddOrAmendSupplier.
    MOVE SPACES TO EnteredSupplierId
    PERFORM UNTIL EnteredSupplierId NOT = SPACES
       DISPLAY "Supplier id (4 chars) - " WITH NO ADVANCING
       ACCEPT EnteredSupplierId
    END-PERFORM
    PERFORM FindSupplier
    IF FoundSupplierIdx = ZERO
       IF SupplierCount = 50
          DISPLAY "More than 50 suppliers - the table must be "
                  "enlarged before this run."
          EXIT PARAGRAPH
       END-IF
       DISPLAY "New supplier."
    ELSE
       DISPLAY "Now - " ST-SupplierName(FoundSupplierIdx)
       DISPLAY "      " ST-SupplierAddress(FoundSupplierIdx)
    END-IF
    MOVE SPACES TO EnteredName
    PERFORM UNTIL EnteredName NOT = SPACES
       DISPLAY "Supplier name (30 chars) - " WITH NO ADVANCING
       ACCEPT EnteredName
    END-PERFORM
    DISPLAY "Address (40 chars) - " WITH NO ADVANCING
    ACCEPT EnteredAddress
    IF FoundSupplierIdx = ZERO
       ADD 1 TO SupplierCount
       MOVE SupplierCount TO FoundSupplierIdx
       MOVE EnteredSupplierId TO ST-SupplierId(FoundSupplierIdx)
    END-IF
    MOVE EnteredName    TO ST-SupplierName(FoundSupplierIdx)
    MOVE EnteredAddress TO ST-SupplierAddress(FoundSupplierIdx)
    DISPLAY "Supplier " EnteredSupplierId " recorded.".

FindSupplier.
    MOVE ZERO TO FoundSupplierIdx
    PERFORM VARYING SupplierIdx FROM 1 BY 1
            UNTIL SupplierIdx > SupplierCount
       IF ST-SupplierId(SupplierIdx) = EnteredSupplierId
          MOVE SupplierIdx TO FoundSupplierIdx
          EXIT PERFORM
       END-IF
    END-PERFORM.

SetReorderTerms.
    PERFORM GetValidOilNum
    PERFORM GetValidSize
    MOVE ReplenishLevel(EnteredOilNumN, EnteredSizeN) TO PrnQty
    DISPLAY "Reorder level now " PrnQty
    MOVE ReorderQty(EnteredOilNumN, EnteredSizeN) TO PrnQty
    DISPLAY "Reorder qty now   " PrnQty
            "   supplier " SupplierId(EnteredOilNumN, EnteredSizeN)
    MOVE "Reorder level (5 digits) - " TO QtyPrompt
    PERFORM GetValidQty
    MOVE EnteredQtyN TO EnteredLevel
    MOVE "Reorder quantity (5 digits) - " TO QtyPrompt
    PERFORM GetValidQty
    MOVE EnteredQtyN TO EnteredReorderQty
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Supplier id - " WITH NO ADVANCING
       ACCEPT EnteredSupplierId
       PERFORM FindSupplier
       IF FoundSupplierIdx = ZERO
          DISPLAY "Not on the supplier master - " EnteredSupplierId
       ELSE
          DISPLAY "Supplier - " ST-SupplierName(FoundSupplierIdx)
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM
    MOVE EnteredLevel      TO ReplenishLevel(EnteredOilNumN,
                                             EnteredSizeN)
    MOVE EnteredReorderQty TO ReorderQty(EnteredOilNumN, EnteredSizeN)
    MOVE EnteredSupplierId TO SupplierId(EnteredOilNumN, EnteredSizeN)
    DISPLAY "Reorder terms recorded for "
            OilNameEntry(EnteredOilNumN).

GetValidOilNum.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Oil number (2 digits) - " WITH NO ADVANCING
       ACCEPT EnteredOilNum
       IF EnteredOilNum NOT NUMERIC
          OR EnteredOilNumN < 1 OR EnteredOilNumN > 14
          DISPLAY "Oil number must be 01-14 - " EnteredOilNum
       ELSE
          IF OilNameEntry(EnteredOilNumN) = SPACES
             DISPLAY "No such oil on the price file."
          ELSE
             DISPLAY "Oil - " OilNameEntry(EnteredOilNumN)
             SET FieldAccepted TO TRUE
          END-IF
       END-IF
    END-PERFORM.

GetValidSize.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Unit size (1-3) - " WITH NO ADVANCING
       ACCEPT EnteredSize
       IF EnteredSize NOT NUMERIC
          OR EnteredSizeN < 1 OR EnteredSizeN > 3
          DISPLAY "Unit size must be 1, 2 or 3 - " EnteredSize
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM.

GetValidQty.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY QtyPrompt WITH NO ADVANCING
       ACCEPT EnteredQty
       IF EnteredQty NOT NUMERIC
          DISPLAY "Quantity must be 5 digits - " EnteredQty
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM.

ListSuppliers.
    DISPLAY " "
    PERFORM VARYING SupplierIdx FROM 1 BY 1
            UNTIL SupplierIdx > SupplierCount
       DISPLAY ST-SupplierId(SupplierIdx) "  "
               ST-SupplierName(SupplierIdx) "  "
               ST-SupplierAddress(SupplierIdx)
    END-PERFORM.

RewriteSupplierFile.
    OPEN OUTPUT SupplierFile
    PERFORM VARYING SupplierIdx FROM 1 BY 1
            UNTIL SupplierIdx > SupplierCount
       MOVE ST-SupplierId(SupplierIdx)      TO SupplierId-SUP
       MOVE ST-SupplierName(SupplierIdx)    TO SupplierName-SUP
       MOVE ST-SupplierAddress(SupplierIdx) TO SupplierAddress-SUP
       WRITE SupplierRec
    END-PERFORM
    CLOSE SupplierFile.

RewriteStockFile.
    OPEN OUTPUT OilsStockFile
    PERFORM VARYING OilIdx FROM 1 BY 1 UNTIL OilIdx > 14
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
          IF QtyInStock(OilIdx, SizeIdx) NOT = ZERO
             OR ReplenishLevel(OilIdx, SizeIdx) NOT = ZERO
             OR ReorderQty(OilIdx, SizeIdx) NOT = ZERO
             OR SupplierId(OilIdx, SizeIdx) NOT = SPACES
             MOVE OilIdx  TO OilNum-OSF
             MOVE SizeIdx TO UnitSize-OSF
             MOVE QtyInStock(OilIdx, SizeIdx) TO QtyInStock-OSF
             MOVE ReplenishLevel(OilIdx, SizeIdx)
                  TO ReplenishLevel-OSF
             MOVE ReorderQty(OilIdx, SizeIdx) TO ReorderQty-OSF
             MOVE SupplierId(OilIdx, SizeIdx) TO SupplierId-OSF
             WRITE OilsStockRec
          END-IF
       END-PERFORM
    END-PERFORM
    CLOSE OilsStockFile.
