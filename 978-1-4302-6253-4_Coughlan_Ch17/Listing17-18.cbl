*       StockFile (PartNumSF), priced from the PartsPriceFile the
*       counter sales (Listing17-17) use, and its cost accumulates
*       onto the job;
*   "R" records parts received from the supplier against the
*       purchase order the parts were raised on (Listing17-32) - a
*       delivery against no open order line, or short or over the
*       quantity still outstanding on the line, is reported to the
*       ExceptionsFile, then what actually arrived goes onto the
*       part's on-hand figure and the order line's received quantity
*       (the open lines are chased weekly by Listing17-33);
*   "C" completes the job - labour plus parts are priced and the
*       job-completion line printed, and the job is marked closed
*       with the completion date for the monthly manufacturer
*       summary (Listing17-19).  The transaction carries the hours
*       each mechanic (up to three, from the MechanicFile kept by
*       Listing17-34) actually clocked on the job; each mechanic's
*       time goes to the ClockFile with that mechanic's share of the
*       job's billed labour hours, for the monthly efficiency report
*       (Listing17-37).  A job closed with no valid time clocked is
*       reported to the ExceptionsFile.
* A "J" transaction can carry a warranty flag: a warranty job is
* priced and costed exactly like any other, but its completion line
* shows no charge to the customer and its labour and parts go to
    SELECT PartsPriceFile ASSIGN TO "Listing17-17Prices.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PurchaseOrderFile ASSIGN TO "Listing17-32Orders.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OrderStatus.

    SELECT TransFile ASSIGN TO "Listing17-18Trans.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ClaimsStatus.

    SELECT MechanicFile ASSIGN TO "Listing17-34Mechanics.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MechanicNum-MM
        FILE STATUS IS MechanicStatus.

    SELECT ClockFile ASSIGN TO "Listing17-18Clock.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ClockStatus.

DATA DIVISION.
FILE SECTION.
FD  JobsFile.
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
01  OpenJobRec-TF.
    02  PartNum-TF              PIC 9(7).
    02  QtyIssued-TF            PIC 9(3).

*   A parts receipt is a PartsIssueRec-TF followed by the purchase
*   order number the delivery is against.
01  ReceiptRec-TF.
    02  FILLER                  PIC X(16).
    02  PONumber-TF             PIC X(6).
    02  PONumberN-TF REDEFINES PONumber-TF
                                PIC 9(6).

*   A completion carries the time each mechanic clocked on the job;
*   unused entries are left blank.
01  CompleteJobRec-TF.
    02  FILLER                  PIC X(18).
    02  ClockedTime-TF OCCURS 3 TIMES.
        03  ClockMechanic-TF    PIC X(3).
        03  ClockMechanicN-TF REDEFINES ClockMechanic-TF
                                PIC 9(3).
        03  ClockHours-TF       PIC X(3).
        03  ClockHoursN-TF REDEFINES ClockHours-TF
                                PIC 9(2)V9.

FD  ExceptionsFile.
01  ExceptionRec                PIC X(58).

    02  LabourCost-CL           PIC 9(6)V99.
    02  PartsCost-CL            PIC 9(6)V99.

FD  MechanicFile.
01  MechanicRec-MM.
    02  MechanicNum-MM          PIC 9(3).
    02  MechanicName-MM         PIC X(25).
    02  DailyHours-MM           PIC 9(2)V9.

FD  ClockFile.
01  ClockRec.
    02  JobNum-CK               PIC 9(5).
    02  MechanicNum-CK          PIC 9(3).
    02  DateClosed-CK           PIC 9(8).
    02  ClockedHours-CK         PIC 9(3)V9.
    02  BilledHours-CK          PIC 9(3)V9.

WORKING-STORAGE SECTION.
01  ExceptionLine.
    02  ExcJobNum               PIC 9(5).
               INDEXED BY PPIdx.
        03  PartNum-PPT         PIC 9(7).
        03  SellingPrice-PPT    PIC 9(4)V99.
        03  CostPrice-PPT       PIC 9(4)V99.
        03  SupplierNum-PPT     PIC 9(4).

01  PartsPriceCount             PIC 9(4) VALUE ZERO.

01  OrderStatus                 PIC XX.
    88  NoOrderFile             VALUE "35".

01  OrderLineTable.
    02  OrderLine OCCURS 2000 TIMES.
        03  PONumber-OT         PIC 9(6).
        03  SupplierNum-OT      PIC 9(4).
        03  PartNum-OT          PIC 9(7).
        03  QtyOrdered-OT       PIC 9(5).
        03  UnitCost-OT         PIC 9(4)V99.
        03  OrderDate-OT        PIC 9(8).
        03  DueDate-OT          PIC 9(8).
        03  QtyReceived-OT      PIC 9(5).
01  OrderLineCount              PIC 9(4) VALUE ZERO.
01  OrderLineIdx                PIC 9(4).
01  QtyOutstanding              PIC 9(5).

01  FILLER                      PIC X.
    88  OrderLineFound          VALUE "y".
    88  OrderLineNotFound       VALUE "n".

01  FILLER                      PIC X VALUE "n".
    88  OrderFileLoaded         VALUE "y".

01  ClaimsStatus                PIC XX.
    88  NoClaimsFileYet         VALUE "35".

01  MechanicStatus              PIC XX.
    88  MechanicFound           VALUE "00".

01  ClockStatus                 PIC XX.
    88  NoClockFileYet          VALUE "35".

01  ClockIdx                    PIC 9.
01  ClockValidTable.
    02  ClockValid OCCURS 3 TIMES PIC X.
        88  ClockEntryValid     VALUE "y".
01  TotalClocked                PIC 9(3)V9.

01  PartPrice                   PIC 9(4)V99.
01  IssueValue                  PIC 9(6)V99.
01  LabourCost                  PIC 9(6)V99.
Begin.
    PERFORM OpenJobsFile
    PERFORM LoadPartsPriceTable
    PERFORM LoadOrderLineTable
    OPEN I-O VehicleFile
    OPEN I-O StockFile
    OPEN INPUT TransFile
    IF NoClaimsFileYet
       OPEN OUTPUT ClaimsFile
    END-IF
    OPEN INPUT MechanicFile
    OPEN EXTEND ClockFile
    IF NoClockFileYet
       OPEN OUTPUT ClockFile
    END-IF
    READ TransFile
       AT END SET EndOfTrans TO TRUE
    END-READ
    PERFORM ApplyJobTransactions UNTIL EndOfTrans
    CLOSE JobsFile, VehicleFile, StockFile, TransFile,
          ExceptionsFile, ClaimsFile, MechanicFile, ClockFile
    IF OrderFileLoaded
       PERFORM SaveOrderLineTable
    END-IF
    STOP RUN.

OpenJobsFile.
    END-PERFORM
    CLOSE PartsPriceFile.

LoadOrderLineTable.
    OPEN INPUT PurchaseOrderFile
    IF NoOrderFile
       EXIT PARAGRAPH
    END-IF
    SET OrderFileLoaded TO TRUE
    READ PurchaseOrderFile
       AT END SET EndOfOrderFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfOrderFile
       IF OrderLineCount NOT LESS THAN 2000
          DISPLAY "More than 2000 purchase order lines - the table "
                  "must be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO OrderLineCount
       MOVE PurchaseOrderRec TO OrderLine(OrderLineCount)
       READ PurchaseOrderFile
          AT END SET EndOfOrderFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE PurchaseOrderFile.

SaveOrderLineTable.
    OPEN OUTPUT PurchaseOrderFile
    PERFORM VARYING OrderLineIdx FROM 1 BY 1
            UNTIL OrderLineIdx > OrderLineCount
       WRITE PurchaseOrderRec FROM OrderLine(OrderLineIdx)
    END-PERFORM
    CLOSE PurchaseOrderFile.

ApplyJobTransactions.
    EVALUATE TRUE
       WHEN DoOpenJob       PERFORM OpenServiceJob
              DELIMITED BY SIZE INTO ExcText
       WRITE ExceptionRec FROM ExceptionLine
    ELSE
       PERFORM MatchReceiptToOrder
       ADD QtyIssued-TF TO QtyOnHandSF
       REWRITE StockRecSF
          INVALID KEY DISPLAY "Unexpected rewrite error on part "
       END-REWRITE
    END-IF.

MatchReceiptToOrder.
*   The delivery is reported if it is against no open order line or
*   is short or over what is outstanding on the line; either way the
*   stock gets what actually arrived.
    SET OrderLineNotFound TO TRUE
    IF PONumber-TF IS NUMERIC
       PERFORM VARYING OrderLineIdx FROM 1 BY 1
               UNTIL OrderLineIdx > OrderLineCount
                  OR OrderLineFound
          IF PONumber-OT(OrderLineIdx) = PONumberN-TF
             AND PartNum-OT(OrderLineIdx) = PartNum-TF
             SET OrderLineFound TO TRUE
          END-IF
       END-PERFORM
    END-IF
    MOVE JobNum-TF TO ExcJobNum
    MOVE SPACES TO ExcText
    IF OrderLineNotFound
       STRING "Unordered delivery part " PartNum-TF " qty "
              QtyIssued-TF " PO " PONumber-TF
              DELIMITED BY SIZE INTO ExcText
       WRITE ExceptionRec FROM ExceptionLine
       EXIT PARAGRAPH
    END-IF
    SUBTRACT 1 FROM OrderLineIdx
    IF QtyReceived-OT(OrderLineIdx) < QtyOrdered-OT(OrderLineIdx)
       COMPUTE QtyOutstanding = QtyOrdered-OT(OrderLineIdx)
                              - QtyReceived-OT(OrderLineIdx)
    ELSE
       MOVE ZEROS TO QtyOutstanding
    END-IF
    EVALUATE TRUE
       WHEN QtyIssued-TF < QtyOutstanding
            STRING "PO " PONumber-TF " part " PartNum-TF
                   " short - " QtyIssued-TF " of " QtyOutstanding
                   DELIMITED BY SIZE INTO ExcText
            WRITE ExceptionRec FROM ExceptionLine
       WHEN QtyIssued-TF > QtyOutstanding
            STRING "PO " PONumber-TF " part " PartNum-TF
                   " over - " QtyIssued-TF " of " QtyOutstanding
                   DELIMITED BY SIZE INTO ExcText
            WRITE ExceptionRec FROM ExceptionLine
    END-EVALUATE
    ADD QtyIssued-TF TO QtyReceived-OT(OrderLineIdx).

PriceIssuedPart.
    MOVE ZEROS TO PartPrice
    SEARCH ALL PartsPriceEntry
             INVALID KEY DISPLAY "Unexpected error on job " JobNum-JF
          END-REWRITE
          PERFORM PrintJobCompletionLine
          PERFORM RecordClockedTime
          IF WarrantyJob
             PERFORM WriteWarrantyClaim
          END-IF
    MOVE LabourCost    TO LabourCost-CL
    MOVE PartsCost-JF  TO PartsCost-CL
    WRITE ClaimRec.

RecordClockedTime.
*   Each mechanic's share of the billed hours is in proportion to
*   the time the mechanic clocked on the job.
    MOVE ZERO TO TotalClocked
    PERFORM VARYING ClockIdx FROM 1 BY 1 UNTIL ClockIdx > 3
       MOVE "n" TO ClockValid(ClockIdx)
       IF ClockedTime-TF(ClockIdx) NOT = SPACES
          PERFORM ValidateClockedTime
       END-IF
    END-PERFORM
    IF TotalClocked = ZERO
       MOVE JobNum-TF TO ExcJobNum
       MOVE "Job closed with no time clocked" TO ExcText
       WRITE ExceptionRec FROM ExceptionLine
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ClockIdx FROM 1 BY 1 UNTIL ClockIdx > 3
       IF ClockEntryValid(ClockIdx)
          MOVE JobNum-JF                   TO JobNum-CK
          MOVE ClockMechanicN-TF(ClockIdx) TO MechanicNum-CK
          MOVE DateClosed-JF               TO DateClosed-CK
          MOVE ClockHoursN-TF(ClockIdx)    TO ClockedHours-CK
          COMPUTE BilledHours-CK ROUNDED =
                  LabourHours-JF * ClockHoursN-TF(ClockIdx)
                  / TotalClocked
          WRITE ClockRec
       END-IF
    END-PERFORM.

ValidateClockedTime.
    IF ClockMechanic-TF(ClockIdx) IS NUMERIC
       MOVE ClockMechanicN-TF(ClockIdx) TO MechanicNum-MM
       READ MechanicFile
          INVALID KEY CONTINUE
       END-READ
    ELSE
       MOVE SPACES TO MechanicStatus
    END-IF
    MOVE JobNum-TF TO ExcJobNum
    MOVE SPACES TO ExcText
    EVALUATE TRUE
       WHEN NOT MechanicFound
            STRING "Clocked time refused - no such mechanic "
                   ClockMechanic-TF(ClockIdx)
                   DELIMITED BY SIZE INTO ExcText
            WRITE ExceptionRec FROM ExceptionLine
       WHEN ClockHours-TF(ClockIdx) NOT NUMERIC
            OR ClockHoursN-TF(ClockIdx) = ZERO
            STRING "Clocked time refused - no hours for mechanic "
                   ClockMechanic-TF(ClockIdx)
                   DELIMITED BY SIZE INTO ExcText
            WRITE ExceptionRec FROM ExceptionLine
       WHEN OTHER
            MOVE "y" TO ClockValid(ClockIdx)
            ADD ClockHoursN-TF(ClockIdx) TO TotalClocked
    END-EVALUATE.
