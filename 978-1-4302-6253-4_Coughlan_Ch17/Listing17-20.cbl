* lists the day's journal entries and totals the rentals, the
* fines, and the overall take, so the till can be cashed up against
* the system instead of reconciled never.
* Replacement charges for lost or damaged copies are raised on the
* journal by the loan run and paid later: a charge raised is listed
* but is not cash, while a replacement payment is cashed up with the
* rentals and fines.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   02 TakingsType-TJ         PIC X.
      88 RentalEntry         VALUE "R".
      88 FineEntry           VALUE "F".
      88 ChargeEntry         VALUE "C".
      88 PaymentEntry        VALUE "P".
   02 FilmId-TJ              PIC 9(7).
   02 BorrowerId-TJ          PIC 9(5).
   02 Amount-TJ              PIC 9(4)V99.
   02 RentalTotal           PIC 9(6)V99 VALUE ZERO.
   02 FineCount             PIC 9(5)    VALUE ZERO.
   02 FineTotal             PIC 9(6)V99 VALUE ZERO.
   02 ChargeCount           PIC 9(5)    VALUE ZERO.
   02 ChargeTotal           PIC 9(6)V99 VALUE ZERO.
   02 PaymentCount          PIC 9(5)    VALUE ZERO.
   02 PaymentTotal          PIC 9(6)V99 VALUE ZERO.

01 PrnCount                 PIC ZZZZ9.
01 PrnMoney                 PIC ZZZ,ZZ9.99.
   MOVE FineCount TO PrnCount
   MOVE FineTotal TO PrnMoney
   DISPLAY "Fines   - " PrnCount " entries, " PrnMoney
   MOVE PaymentCount TO PrnCount
   MOVE PaymentTotal TO PrnMoney
   DISPLAY "Repl pd - " PrnCount " entries, " PrnMoney
   MOVE ChargeCount TO PrnCount
   MOVE ChargeTotal TO PrnMoney
   DISPLAY "Replacement charges raised (not cash) - " PrnCount
           " entries, " PrnMoney
   COMPUTE OverallTake = RentalTotal + FineTotal + PaymentTotal
   MOVE OverallTake TO PrnMoney
   DISPLAY "Cash the till up against - " PrnMoney
   STOP RUN.

ListOneEntry.
   IF TakingsDate-TJ = ReportDate
      EVALUATE TRUE
         WHEN RentalEntry
            MOVE "Rental " TO PrnEntryType
            ADD 1 TO RentalCount
            ADD Amount-TJ TO RentalTotal
         WHEN ChargeEntry
            MOVE "Charge " TO PrnEntryType
            ADD 1 TO ChargeCount
            ADD Amount-TJ TO ChargeTotal
         WHEN PaymentEntry
            MOVE "Repl pd" TO PrnEntryType
            ADD 1 TO PaymentCount
            ADD Amount-TJ TO PaymentTotal
         WHEN OTHER
            MOVE "Fine   " TO PrnEntryType
            ADD 1 TO FineCount
            ADD Amount-TJ TO FineTotal
      END-EVALUATE
      MOVE FilmId-TJ     TO PrnFilmId
      MOVE BorrowerId-TJ TO PrnBorrowerId
      MOVE Amount-TJ     TO PrnAmount
