*     at the month end, with the customer's name and credit limit
*     from the Listing12-8 customer master; a debtor over their
*     limit is flagged OVER LIMIT.
* The run also keeps the stop list: the operator keys a hold
* threshold, and any customer whose debt in the 60-day and 90-day
* bands together exceeds it is put on credit hold on the customer
* master (if not already held) and the hold is written to the
* credit hold log.  The invoicing run (Listing12-7) will not invoice
* a held customer; credit control releases holds through
* Listing12-14, and Listing12-15 reports holds and releases.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT SortedPaymentsFile ASSIGN TO "Listing12-9Pay.Srt"
           ORGANIZATION IS LINE SEQUENTIAL.

    SELECT HoldLogFile ASSIGN TO "Listing12-9HoldLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldLogStatus.

    SELECT CustomerMasterFile ASSIGN TO "Listing12-8Customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
    02 PayDate-SP           PIC 9(8).
    02 PayAmount-SP         PIC 9(6)V99.

FD  HoldLogFile.
01  HoldLogRec.
    02 CustomerId-HL        PIC X(5).
    02 EventDate-HL         PIC 9(8).
    02 EventType-HL         PIC X.
       88 HoldPlaced-HL     VALUE "H".
       88 HoldReleased-HL   VALUE "R".
    02 OperatorId-HL        PIC X(4).
    02 OverdueAmount-HL     PIC 9(7)V99.
    02 Reason-HL            PIC X(30).

FD  CustomerMasterFile.
01  CustomerMasterRec.
    02 CustomerId-CM        PIC X(5).
    02 CustomerAddress-CM   PIC X(40).
    02 CreditLimit-CM       PIC 9(6)V99.
    02 TypeDiscount-CM      PIC 99V99.
*   Credit hold set here and released by credit control
*   (Listing12-14).
    02 CreditHold-CM        PIC X.
       88 OnCreditHold      VALUE "H".
       88 NotOnCreditHold   VALUE SPACE.
    02 HoldDate-CM          PIC 9(8).

WORKING-STORAGE SECTION.
01 InvoiceRegisterStatus   PIC XX.
01 CustomerMasterStatus    PIC XX.
   88 CustomerFound        VALUE "00".

01 HoldLogStatus           PIC XX.
   88 NoHoldLogYet         VALUE "35".

01 EnteredThreshold        PIC X(9).
01 EnteredThresholdNum REDEFINES EnteredThreshold
                           PIC 9(7)V99.
01 HoldThreshold           PIC 9(7)V99.
01 OverdueDebt             PIC 9(7)V99.
01 TodaysDate              PIC 9(8).
01 HoldsPlaced             PIC 9(4) VALUE ZERO.

01 StatementPeriod         PIC 9(6).
01 StatementPeriodR REDEFINES StatementPeriod.
   02 StmtYear             PIC 9(4).
   02 PrnAgedLimit         PIC ZZZ,ZZ9.99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnAgedFlag          PIC X(10).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnAgedHoldFlag      PIC X(7).

PROCEDURE DIVISION.
Begin.
    DISPLAY "Statement month (YYYYMM) - " WITH NO ADVANCING
    ACCEPT StatementPeriod
    PERFORM GetHoldThreshold
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    PERFORM ComputeMonthBounds
    SORT InvWorkFile ON ASCENDING KEY CustomerId-IWF InvoiceDate-IWF
         INPUT PROCEDURE IS ReleaseInvoices
         GIVING SortedPaymentsFile
    OPEN INPUT SortedInvoiceFile
    OPEN INPUT SortedPaymentsFile
    OPEN I-O CustomerMasterFile
    OPEN EXTEND HoldLogFile
    IF NoHoldLogYet
       OPEN OUTPUT HoldLogFile
    END-IF
    PERFORM ReadSortedInvoice
    PERFORM ReadSortedPayment
    PERFORM ProcessOneCustomer
            UNTIL EndOfSortedInvoices AND EndOfSortedPayments
    CLOSE SortedInvoiceFile, SortedPaymentsFile
    PERFORM PrintAgedReceivables
    CLOSE CustomerMasterFile, HoldLogFile
    MOVE StatementsPrinted TO PrnCount
    DISPLAY " "
    DISPLAY "Statements printed - " PrnCount
    MOVE HoldsPlaced TO PrnCount
    DISPLAY "Customers put on credit hold - " PrnCount
    IF InvoicesDropped NOT = ZERO
       MOVE InvoicesDropped TO PrnCount
       DISPLAY "Invoice table full - invoices dropped - " PrnCount
    END-IF
    STOP RUN.

GetHoldThreshold.
    MOVE SPACES TO EnteredThreshold
    PERFORM UNTIL EnteredThreshold NUMERIC
       DISPLAY "Credit hold threshold - debt over 60 days "
               "(9 digits, as 9999999v99) - " WITH NO ADVANCING
       ACCEPT EnteredThreshold
       IF EnteredThreshold NOT NUMERIC
          DISPLAY "Amount must be 9 digits - " EnteredThreshold
       END-IF
    END-PERFORM
    MOVE EnteredThresholdNum TO HoldThreshold.

ComputeMonthBounds.
    COMPUTE MonthStart = (StatementPeriod * 100) + 1
    IF StmtMonth = 12
       MOVE Band30          TO AG-30(AgedCount)
       MOVE Band60          TO AG-60(AgedCount)
       MOVE Band90          TO AG-90(AgedCount)
    END-IF
    COMPUTE OverdueDebt = Band60 + Band90
    IF OverdueDebt > HoldThreshold
       PERFORM PlaceCreditHold
    END-IF.

PlaceCreditHold.
*   A customer already held keeps the date of the original hold.
    MOVE CurrentCustomer TO CustomerId-CM
    READ CustomerMasterFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT CustomerFound OR OnCreditHold
       EXIT PARAGRAPH
    END-IF
    SET OnCreditHold TO TRUE
    MOVE TodaysDate TO HoldDate-CM
    REWRITE CustomerMasterRec
       INVALID KEY
          DISPLAY "Unexpected rewrite error - " CustomerId-CM
    END-REWRITE
    MOVE CurrentCustomer TO CustomerId-HL
    MOVE TodaysDate      TO EventDate-HL
    SET HoldPlaced-HL    TO TRUE
    MOVE "AGED"          TO OperatorId-HL
    MOVE OverdueDebt     TO OverdueAmount-HL
    MOVE "Debt over 60 days above limit" TO Reason-HL
    WRITE HoldLogRec
    ADD 1 TO HoldsPlaced
    DISPLAY "Credit hold placed - " CurrentCustomer " "
            CustomerName-CM.

PrintAgedReceivables.
    DISPLAY " "
    DISPLAY "***** AGED RECEIVABLES AS AT " MonthEnd " *****"
    ELSE
       MOVE SPACES       TO PrnAgedFlag
    END-IF
    IF CustomerFound AND OnCreditHold
       MOVE "ON HOLD" TO PrnAgedHoldFlag
    ELSE
       MOVE SPACES    TO PrnAgedHoldFlag
    END-IF
    DISPLAY AgedLine
    ADD AG-Current(AgedIdx) TO TotCurrent
    ADD AG-30(AgedIdx)      TO Tot30
