IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing17-28.
AUTHOR.  Michael Coughlan.
* Film lending - monthly withdrawn copies and replacement charges.
* Copies lost or damaged by borrowers are withdrawn on the FilmFile
* by the loan run (Listing17-13), which raises a replacement charge
* on the takings journal; payments of those charges go on the
* journal too.  For a requested month this run lists:
*   - every copy withdrawn in the month, lost or damaged, with its
*     title;
*   - the replacement charges raised and paid in the month, with the
*     borrower's name from the BorrowerFile, and every borrower still
*     owing on replacement charges at the end of the month;
*   - every title left with no copy in circulation, so the buyer
*     knows what to replace before the next customer asks for it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FilmFile ASSIGN TO "Listing17-7Films.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FilmKey-FF
        ALTERNATE RECORD KEY IS FilmTitle-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS DirectorId-FF
                     WITH DUPLICATES
        ALTERNATE RECORD KEY IS Genre-FF
                     WITH DUPLICATES
        FILE STATUS IS FilmStatus.

    SELECT BorrowerFile ASSIGN TO "Listing17-13Borrowers.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BorrowerId-BF
        FILE STATUS IS BorrowerStatus.

    SELECT TakingsJournal ASSIGN TO "Listing17-20Journal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TakingsStatus.

DATA DIVISION.
FILE SECTION.
FD FilmFile.
01 FilmRec-FF.
   88 EndOfFilms             VALUE HIGH-VALUES.
   02 FilmKey-FF.
      03 FilmId-FF           PIC 9(7).
      03 CopyNum-FF          PIC 99.
   02 FilmTitle-FF           PIC X(40).
   02 DirectorId-FF          PIC 9(3).
   02 Genre-FF               PIC X(10).
   02 ReleaseYear-FF         PIC 9(4).
   02 CopyState-FF           PIC X.
      88 CopyInCirculation   VALUE SPACE.
      88 CopyWithdrawn       VALUE "L", "D".
      88 CopyLost            VALUE "L".
   02 WithdrawnDate-FF.
      03 WithdrawnYYYYMM-FF  PIC 9(6).
      03 FILLER              PIC 99.

FD BorrowerFile.
01 BorrowerRec-BF.
   02 BorrowerId-BF          PIC 9(5).
   02 BorrowerName-BF        PIC X(25).
   02 BorrowerPhone-BF       PIC X(12).

FD TakingsJournal.
01 TakingsRec.
   88 EndOfJournal           VALUE HIGH-VALUES.
   02 TakingsDate-TJ.
      03 TakingsYYYYMM-TJ    PIC 9(6).
      03 FILLER              PIC 99.
   02 TakingsType-TJ         PIC X.
      88 ChargeEntry         VALUE "C".
      88 PaymentEntry        VALUE "P".
   02 FilmId-TJ              PIC 9(7).
   02 BorrowerId-TJ          PIC 9(5).
   02 Amount-TJ              PIC 9(4)V99.

WORKING-STORAGE SECTION.
01 FilmStatus               PIC XX.
   88 FilmFound             VALUE "00".
   88 NoFilmFile            VALUE "35".

01 BorrowerStatus           PIC XX.
   88 BorrowerFound         VALUE "00".

01 TakingsStatus            PIC XX.
   88 NoJournal             VALUE "35".

01 ReportMonth              PIC 9(6).

*  Titles found with every copy withdrawn, printed after the
*  withdrawals.
01 GoneTitleTable.
   02 GoneTitleEntry OCCURS 500 TIMES.
      03 GT-FilmId          PIC 9(7).
      03 GT-FilmTitle       PIC X(40).
      03 GT-Copies          PIC 99.

01 GoneTitleCount           PIC 9(3) VALUE ZERO.
01 GoneTitleIdx             PIC 9(3).

01 CurrentFilmId            PIC 9(7).
01 CurrentFilmTitle         PIC X(40).
01 CopiesOfTitle            PIC 99.
01 CopiesInCirculation      PIC 99.

*  Replacement charges raised and paid per borrower, from the start
*  of the journal to the end of the report month.
01 BalanceTable.
   02 BalanceEntry OCCURS 500 TIMES.
      03 BL-BorrowerId      PIC 9(5).
      03 BL-Raised          PIC 9(6)V99.
      03 BL-Paid            PIC 9(6)V99.

01 BalanceCount             PIC 9(3) VALUE ZERO.
01 BalanceIdx               PIC 9(3).
01 FoundIdx                 PIC 9(3).
01 AmountOwing              PIC 9(6)V99.

01 Totals.
   02 WithdrawnInMonth      PIC 9(4)    VALUE ZERO.
   02 LostInMonth           PIC 9(4)    VALUE ZERO.
   02 ChargesInMonth        PIC 9(4)    VALUE ZERO.
   02 RaisedInMonth         PIC 9(6)V99 VALUE ZERO.
   02 PaymentsInMonth       PIC 9(4)    VALUE ZERO.
   02 PaidInMonth           PIC 9(6)V99 VALUE ZERO.
   02 BorrowersOwing        PIC 9(4)    VALUE ZERO.
   02 TotalOwing            PIC 9(7)V99 VALUE ZERO.

01 PrnCount                 PIC ZZZ9.
01 PrnMoney                 PIC Z,ZZZ,ZZ9.99.

01 WithdrawnLine.
   02 PrnFilmId             PIC 9(7).
   02 FILLER                PIC X VALUE "/".
   02 PrnCopyNum            PIC 99.
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnFilmTitle          PIC X(30).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnReason             PIC X(7).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnWithdrawnDate      PIC 9(8).

01 ChargeLine.
   02 PrnEntryType          PIC X(7).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnTakingsDate        PIC 9(8).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnChargeFilmId       PIC 9(7).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnBorrowerId         PIC 9(5).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnBorrowerName       PIC X(25).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnAmount             PIC ZZZ9.99.

01 OwingLine.
   02 PrnOwingBorrowerId    PIC 9(5).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnOwingName          PIC X(25).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnOwingPhone         PIC X(12).
   02 FILLER                PIC X(8) VALUE "  owes  ".
   02 PrnOwingAmount        PIC ZZZ,ZZ9.99.

01 GoneTitleLine.
   02 PrnGoneFilmId         PIC 9(7).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnGoneTitle          PIC X(40).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnGoneCopies         PIC Z9.
   02 FILLER                PIC X(17)
                            VALUE " copies withdrawn".

PROCEDURE DIVISION.
Begin.
   DISPLAY "Withdrawn copies and charges for month (YYYYMM) - "
           WITH NO ADVANCING
   ACCEPT ReportMonth
   OPEN INPUT FilmFile
   IF NoFilmFile
      DISPLAY "No film file - nothing to report."
      STOP RUN
   END-IF
   OPEN INPUT BorrowerFile
   PERFORM PrintWithdrawnCopies
   PERFORM PrintReplacementCharges
   PERFORM PrintBorrowersOwing
   PERFORM PrintTitlesOutOfCirculation
   CLOSE FilmFile, BorrowerFile
   STOP RUN.

PrintWithdrawnCopies.
*  One pass of the FilmFile in key order lists the month's
*  withdrawals and, at each change of FilmId, notes a title with no
*  copy left in circulation.
   DISPLAY " "
   DISPLAY "***** COPIES WITHDRAWN - " ReportMonth " *****"
   MOVE ZEROS TO FilmKey-FF
   START FilmFile KEY IS NOT LESS THAN FilmKey-FF
      INVALID KEY SET EndOfFilms TO TRUE
   END-START
   IF NOT EndOfFilms
      READ FilmFile NEXT RECORD
         AT END SET EndOfFilms TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfFilms
      MOVE FilmId-FF    TO CurrentFilmId
      MOVE FilmTitle-FF TO CurrentFilmTitle
      MOVE ZERO TO CopiesOfTitle, CopiesInCirculation
      PERFORM UNTIL EndOfFilms OR FilmId-FF NOT = CurrentFilmId
         ADD 1 TO CopiesOfTitle
         IF CopyWithdrawn
            IF WithdrawnYYYYMM-FF = ReportMonth
               PERFORM PrintOneWithdrawnCopy
            END-IF
         ELSE
            ADD 1 TO CopiesInCirculation
         END-IF
         READ FilmFile NEXT RECORD
            AT END SET EndOfFilms TO TRUE
         END-READ
      END-PERFORM
      IF CopiesInCirculation = ZERO
         PERFORM NoteTitleOutOfCirculation
      END-IF
   END-PERFORM
   IF WithdrawnInMonth = ZERO
      DISPLAY "No copies withdrawn in the month."
   ELSE
      MOVE WithdrawnInMonth TO PrnCount
      DISPLAY "Copies withdrawn - " PrnCount
      MOVE LostInMonth TO PrnCount
      DISPLAY "  of which lost  - " PrnCount
   END-IF.

PrintOneWithdrawnCopy.
   ADD 1 TO WithdrawnInMonth
   MOVE FilmId-FF    TO PrnFilmId
   MOVE CopyNum-FF   TO PrnCopyNum
   MOVE FilmTitle-FF TO PrnFilmTitle
   IF CopyLost
      MOVE "Lost"    TO PrnReason
      ADD 1 TO LostInMonth
   ELSE
      MOVE "Damaged" TO PrnReason
   END-IF
   MOVE WithdrawnDate-FF TO PrnWithdrawnDate
   DISPLAY WithdrawnLine.

NoteTitleOutOfCirculation.
   IF GoneTitleCount < 500
      ADD 1 TO GoneTitleCount
      MOVE CurrentFilmId    TO GT-FilmId(GoneTitleCount)
      MOVE CurrentFilmTitle TO GT-FilmTitle(GoneTitleCount)
      MOVE CopiesOfTitle    TO GT-Copies(GoneTitleCount)
   ELSE
      DISPLAY "More than 500 titles out of circulation - "
              CurrentFilmId " not listed"
   END-IF.

PrintReplacementCharges.
   DISPLAY " "
   DISPLAY "***** REPLACEMENT CHARGES - " ReportMonth " *****"
   OPEN INPUT TakingsJournal
   IF NoJournal
      DISPLAY "No takings journal - no charges raised yet."
      EXIT PARAGRAPH
   END-IF
   READ TakingsJournal
      AT END SET EndOfJournal TO TRUE
   END-READ
   PERFORM UNTIL EndOfJournal
      IF (ChargeEntry OR PaymentEntry)
         AND TakingsYYYYMM-TJ NOT > ReportMonth
         PERFORM PostToBorrowerBalance
         IF TakingsYYYYMM-TJ = ReportMonth
            PERFORM PrintOneChargeEntry
         END-IF
      END-IF
      READ TakingsJournal
         AT END SET EndOfJournal TO TRUE
      END-READ
   END-PERFORM
   CLOSE TakingsJournal
   MOVE ChargesInMonth TO PrnCount
   MOVE RaisedInMonth  TO PrnMoney
   DISPLAY "Charges raised - " PrnCount " entries, " PrnMoney
   MOVE PaymentsInMonth TO PrnCount
   MOVE PaidInMonth     TO PrnMoney
   DISPLAY "Charges paid   - " PrnCount " entries, " PrnMoney.

PrintOneChargeEntry.
   IF ChargeEntry
      MOVE "Raised " TO PrnEntryType
      ADD 1 TO ChargesInMonth
      ADD Amount-TJ TO RaisedInMonth
   ELSE
      MOVE "Paid   " TO PrnEntryType
      ADD 1 TO PaymentsInMonth
      ADD Amount-TJ TO PaidInMonth
   END-IF
   MOVE TakingsDate-TJ TO PrnTakingsDate
   MOVE FilmId-TJ      TO PrnChargeFilmId
   MOVE BorrowerId-TJ  TO PrnBorrowerId, BorrowerId-BF
   READ BorrowerFile
      INVALID KEY
         MOVE "(not on borrower file)" TO BorrowerName-BF
   END-READ
   MOVE BorrowerName-BF TO PrnBorrowerName
   MOVE Amount-TJ       TO PrnAmount
   DISPLAY ChargeLine.

PostToBorrowerBalance.
   MOVE ZERO TO FoundIdx
   PERFORM VARYING BalanceIdx FROM 1 BY 1
           UNTIL BalanceIdx > BalanceCount OR FoundIdx NOT = ZERO
      IF BL-BorrowerId(BalanceIdx) = BorrowerId-TJ
         MOVE BalanceIdx TO FoundIdx
      END-IF
   END-PERFORM
   IF FoundIdx = ZERO
      IF BalanceCount < 500
         ADD 1 TO BalanceCount
         MOVE BalanceCount  TO FoundIdx
         MOVE BorrowerId-TJ TO BL-BorrowerId(FoundIdx)
         MOVE ZERO TO BL-Raised(FoundIdx), BL-Paid(FoundIdx)
      ELSE
         DISPLAY "More than 500 borrowers with replacement charges"
                 " - the table must be enlarged before this run."
         STOP RUN
      END-IF
   END-IF
   IF ChargeEntry
      ADD Amount-TJ TO BL-Raised(FoundIdx)
   ELSE
      ADD Amount-TJ TO BL-Paid(FoundIdx)
   END-IF.

PrintBorrowersOwing.
   DISPLAY " "
   DISPLAY "***** REPLACEMENT CHARGES OUTSTANDING AT END OF "
           ReportMonth " *****"
   PERFORM VARYING BalanceIdx FROM 1 BY 1
           UNTIL BalanceIdx > BalanceCount
      IF BL-Raised(BalanceIdx) > BL-Paid(BalanceIdx)
         PERFORM PrintOneBorrowerOwing
      END-IF
   END-PERFORM
   IF BorrowersOwing = ZERO
      DISPLAY "No replacement charges outstanding."
   ELSE
      MOVE BorrowersOwing TO PrnCount
      MOVE TotalOwing     TO PrnMoney
      DISPLAY "Borrowers owing - " PrnCount ", in all " PrnMoney
   END-IF.

PrintOneBorrowerOwing.
   ADD 1 TO BorrowersOwing
   COMPUTE AmountOwing = BL-Raised(BalanceIdx) - BL-Paid(BalanceIdx)
   ADD AmountOwing TO TotalOwing
   MOVE BL-BorrowerId(BalanceIdx) TO PrnOwingBorrowerId,
                                     BorrowerId-BF
   READ BorrowerFile
      INVALID KEY
         MOVE "(not on borrower file)" TO BorrowerName-BF
         MOVE SPACES TO BorrowerPhone-BF
   END-READ
   MOVE BorrowerName-BF  TO PrnOwingName
   MOVE BorrowerPhone-BF TO PrnOwingPhone
   MOVE AmountOwing      TO PrnOwingAmount
   DISPLAY OwingLine.

PrintTitlesOutOfCirculation.
   DISPLAY " "
   DISPLAY "***** TITLES WITH NO COPY IN CIRCULATION *****"
   PERFORM VARYING GoneTitleIdx FROM 1 BY 1
           UNTIL GoneTitleIdx > GoneTitleCount
      MOVE GT-FilmId(GoneTitleIdx)    TO PrnGoneFilmId
      MOVE GT-FilmTitle(GoneTitleIdx) TO PrnGoneTitle
      MOVE GT-Copies(GoneTitleIdx)    TO PrnGoneCopies
      DISPLAY GoneTitleLine
   END-PERFORM
   IF GoneTitleCount = ZERO
      DISPLAY "Every title has at least one copy in circulation."
   END-IF.
