IDENTIFICATION DIVISION.
PROGRAM-ID. Listing18-16.
AUTHOR.  MICHAEL COUGHLAN.
*Campus Bookshop academic-year requisition rollover.
*Every summer the lecturers re-requisition almost exactly the same
*books as last year.  Instead of keying them all again through
*Listing18-9, this run copies the current year's requisitions on the
*PurchaseReqFile onto the proposed requisition file for the new
*academic year:
*  - each module's sell-through is worked out first - the copies
*    received against the module's requisitions beside the copies
*    sold (the sales-to-date per book kept by Listing18-12, shared
*    between the requisitions for the book in proportion to the
*    copies each received);
*  - the proposed copies are last year's copies required scaled by
*    the module's sell-through (never below 1 or above 999); a
*    module with nothing received yet keeps last year's figure;
*  - one confirmation letter per lecturer, in the style of the
*    Listing18-6 status letters, lists the proposed books, each
*    quoting last year's PR number as the reference the lecturer
*    replies against.
*The replies - confirm, amend or cancel - are keyed in Listing18-17;
*only the confirmed lines become live requisitions, with new PR
*numbers.  Rerunning this program starts the proposed file afresh.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PurchaseReqFile  ASSIGN TO "Listing18-4-PRF.DAT"
        ORGANIZATION IS INDEXED
        FILE STATUS IS FileStatus-PRF
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRNumber-PRF
        ALTERNATE RECORD KEY IS LecturerName-PRF
                WITH DUPLICATES
        ALTERNATE RECORD KEY IS BookNum-PRF
                WITH DUPLICATES.

    SELECT BookFile ASSIGN TO "Listing18-4-BF.DAT"
        ORGANIZATION IS INDEXED
        FILE STATUS IS FileStatus-BF
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BookNum-BF
        ALTERNATE RECORD KEY IS PublisherNum-BF
                WITH DUPLICATES.

    SELECT PublisherFile ASSIGN TO "Listing18-4-PF.DAT"
        ORGANIZATION IS INDEXED
        FILE STATUS IS FileStatus-PF
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PublisherNum-PF
        ALTERNATE RECORD KEY IS PublisherName-PF.

    SELECT SalesToDateFile ASSIGN TO "Listing18-12Sales.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SalesToDateStatus.

    SELECT ProposedReqFile ASSIGN TO "Listing18-16Proposed.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT LetterFile ASSIGN TO ReportFileNameWS
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  PurchaseReqFile.
01  PurchaseRec-PRF.
    88 EndOfPRequirements     VALUE HIGH-VALUES.
    02  PRNumber-PRF          PIC 9(4).
    02  LecturerName-PRF      PIC X(20).
    02  BookNum-PRF           PIC 9(4).
    02  ModuleCode-PRF        PIC X(5).
    02  CopiesRequired-PRF    PIC 9(3).
    02  Semester-PRF          PIC 9.
    02  CopiesReceived-PRF    PIC 9(3).

FD  BookFile.
01  BookRec-BF.
    02  BookNum-BF            PIC 9(4).
    02  PublisherNum-BF       PIC 9(4).
    02  BookTitle-BF          PIC X(30).
    02  EstPrice-BF           PIC 9(3)V99.

FD  PublisherFile.
01  PublisherRec-PF.
    02  PublisherNum-PF       PIC 9(4).
    02  PublisherName-PF      PIC X(20).
    02  PublisherAddress-PF   PIC X(40).

FD  SalesToDateFile.
01  SalesToDateRec.
    88 EndOfSalesToDate       VALUE HIGH-VALUES.
    02  BookNum-STD           PIC 9(4).
    02  SalesToDate-STD       PIC 9(5).

*Last year's PR number is the reference the lecturer replies
*against; NewPRNumber-RO is filled in when the line goes live.
FD  ProposedReqFile.
01  ProposedRec-RO.
    02  PRNumber-RO           PIC 9(4).
    02  LecturerName-RO       PIC X(20).
    02  BookNum-RO            PIC 9(4).
    02  ModuleCode-RO         PIC X(5).
    02  LastCopies-RO         PIC 9(3).
    02  CopiesProposed-RO     PIC 9(3).
    02  Semester-RO           PIC 9.
    02  LineStatus-RO         PIC X.
        88 AwaitingReply      VALUE "P".
        88 LineConfirmed      VALUE "C".
        88 LineCancelled      VALUE "X".
        88 LineLive           VALUE "L".
    02  NewPRNumber-RO        PIC 9(4).

FD  LetterFile.
01  LetterLine                PIC X(90).

WORKING-STORAGE SECTION.
*  The letters go to a run-dated file recorded on the shared
*  report catalogue (CatalogueReport, Listing16-13sub); reprints
*  come from Listing16-13 instead of a rerun.
01 ReportFileNameWS       PIC X(40).
01 ReportIdWS             PIC X(12) VALUE "Listing18-16".
01 ReportDateWS           PIC 9(8).

01  File-Stati.
    02  FileStatus-PRF        PIC X(2).
        88 NoPRFYet            VALUE "35".
    02  FileStatus-BF         PIC X(2).
        88 BookFound           VALUE "00".
    02  FileStatus-PF         PIC X(2).
        88 PublisherFound      VALUE "00".
    02  SalesToDateStatus     PIC X(2).
        88 NoSalesFileYet      VALUE "35".

*  Copies received and sold per book across all its requisitions.
01  BookTable.
    02  BookEntry OCCURS 500 TIMES.
        03  BK-BookNum        PIC 9(4).
        03  BK-Received       PIC 9(5).
        03  BK-Sold           PIC 9(5).
01  BookCount                 PIC 9(3) VALUE ZERO.
01  BookIdx                   PIC 9(3).
01  FoundBookIdx              PIC 9(3).
01  SoughtBookNum             PIC 9(4).

*  Copies received and sold per module - a book's sales are shared
*  between its requisitions in proportion to the copies received.
01  ModuleTable.
    02  ModuleEntry OCCURS 300 TIMES.
        03  MD-ModuleCode     PIC X(5).
        03  MD-Received       PIC 9(5).
        03  MD-Sold           PIC 9(5)V99.
01  ModuleCount               PIC 9(3) VALUE ZERO.
01  ModuleIdx                 PIC 9(3).
01  FoundModuleIdx            PIC 9(3).

01  LineSold                  PIC 9(5)V99.
01  ProposedCopies            PIC 9(5).
01  PrevLecturerName          PIC X(20).
01  LinesRolledOver           PIC 9(4) VALUE ZERO.
01  LinesAdjusted             PIC 9(4) VALUE ZERO.
01  LettersPrinted            PIC 9(4) VALUE ZERO.
01  PrnCount                  PIC ZZZ9.

01  LetterHeading.
    02  FILLER                PIC X(6) VALUE "Dear ".
    02  PrnLecturerName       PIC X(20).

01  LetterIntro               PIC X(62) VALUE
    "Your book requisitions for the new academic year are proposed".

01  LetterIntro2              PIC X(62) VALUE
    "as below, adjusted for how each module's books sold this year:".

01  ColumnHeading.
    02  FILLER                PIC X(44) VALUE
        "Ref   Title                           Module".
    02  FILLER                PIC X(46) VALUE
        "  Publisher             Last Proposed Sem".

01  ProposedLine.
    02  PrnPRNumber           PIC 9(4).
    02  FILLER                PIC X(2) VALUE SPACES.
    02  PrnBookTitle          PIC X(30).
    02  FILLER                PIC X(2) VALUE SPACES.
    02  PrnModuleCode         PIC X(5).
    02  FILLER                PIC X(3) VALUE SPACES.
    02  PrnPublisherName      PIC X(20).
    02  FILLER                PIC X(2) VALUE SPACES.
    02  PrnLastCopies         PIC ZZ9.
    02  FILLER                PIC X(6) VALUE SPACES.
    02  PrnProposedCopies     PIC ZZ9.
    02  FILLER                PIC X(3) VALUE SPACES.
    02  PrnSemester           PIC 9.

01  LetterReply               PIC X(66) VALUE
    "Please confirm, amend or cancel each line, quoting its Ref.".

01  LetterFooting              PIC X(44) VALUE
    "   The Campus Bookshop - internal mail".

PROCEDURE DIVISION.
Begin.
    OPEN INPUT PurchaseReqFile
    IF NoPRFYet
       DISPLAY "No requisitions on file - nothing to roll over."
       STOP RUN
    END-IF
    PERFORM SumReceivedPerBook
    PERFORM LoadSalesPerBook
    PERFORM SumModuleSellThrough
    MOVE FUNCTION CURRENT-DATE(1:8) TO ReportDateWS
    CALL "CatalogueReport" USING ReportIdWS, ReportDateWS,
                                 ReportFileNameWS
    OPEN INPUT BookFile
    OPEN INPUT PublisherFile
    OPEN OUTPUT ProposedReqFile
    OPEN OUTPUT LetterFile
    MOVE LOW-VALUES TO LecturerName-PRF
    START PurchaseReqFile
          KEY NOT LESS THAN LecturerName-PRF
       INVALID KEY SET EndOfPRequirements TO TRUE
    END-START
    IF NOT EndOfPRequirements
       READ PurchaseReqFile NEXT RECORD
          AT END SET EndOfPRequirements TO TRUE
       END-READ
    END-IF
    PERFORM PrintOneLetter UNTIL EndOfPRequirements
    CLOSE PurchaseReqFile, BookFile, PublisherFile,
          ProposedReqFile, LetterFile
    MOVE LinesRolledOver TO PrnCount
    DISPLAY "Requisitions rolled over     - " PrnCount
    MOVE LinesAdjusted TO PrnCount
    DISPLAY "Copies adjusted by sales     - " PrnCount
    MOVE LettersPrinted TO PrnCount
    DISPLAY "Confirmation letters printed - " PrnCount
    STOP RUN.

SumReceivedPerBook.
    READ PurchaseReqFile NEXT RECORD
       AT END SET EndOfPRequirements TO TRUE
    END-READ
    PERFORM UNTIL EndOfPRequirements
       MOVE BookNum-PRF TO SoughtBookNum
       PERFORM FindBookEntry
       IF FoundBookIdx = ZERO
          IF BookCount NOT LESS THAN 500
             DISPLAY "More than 500 books requisitioned - the table "
                     "must be enlarged before this run."
             STOP RUN
          END-IF
          ADD 1 TO BookCount
          MOVE BookCount   TO FoundBookIdx
          MOVE BookNum-PRF TO BK-BookNum(FoundBookIdx)
          MOVE ZEROS       TO BK-Received(FoundBookIdx)
                              BK-Sold(FoundBookIdx)
       END-IF
       ADD CopiesReceived-PRF TO BK-Received(FoundBookIdx)
       READ PurchaseReqFile NEXT RECORD
          AT END SET EndOfPRequirements TO TRUE
       END-READ
    END-PERFORM.

FindBookEntry.
    MOVE ZERO TO FoundBookIdx
    PERFORM VARYING BookIdx FROM 1 BY 1
            UNTIL BookIdx > BookCount OR FoundBookIdx NOT = ZERO
       IF BK-BookNum(BookIdx) = SoughtBookNum
          MOVE BookIdx TO FoundBookIdx
       END-IF
    END-PERFORM.

LoadSalesPerBook.
*   Sales of books nobody requisitioned this year play no part.
    OPEN INPUT SalesToDateFile
    IF NoSalesFileYet
       EXIT PARAGRAPH
    END-IF
    READ SalesToDateFile
       AT END SET EndOfSalesToDate TO TRUE
    END-READ
    PERFORM UNTIL EndOfSalesToDate
       MOVE BookNum-STD TO SoughtBookNum
       PERFORM FindBookEntry
       IF FoundBookIdx NOT = ZERO
          MOVE SalesToDate-STD TO BK-Sold(FoundBookIdx)
       END-IF
       READ SalesToDateFile
          AT END SET EndOfSalesToDate TO TRUE
       END-READ
    END-PERFORM
    CLOSE SalesToDateFile.

SumModuleSellThrough.
*   A second pass of the requisitions from the first PR number.
    MOVE ZEROS TO PRNumber-PRF
    START PurchaseReqFile KEY NOT LESS THAN PRNumber-PRF
       INVALID KEY SET EndOfPRequirements TO TRUE
    END-START
    IF NOT EndOfPRequirements
       READ PurchaseReqFile NEXT RECORD
          AT END SET EndOfPRequirements TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfPRequirements
       PERFORM FindOrAddModuleEntry
       MOVE BookNum-PRF TO SoughtBookNum
       PERFORM FindBookEntry
       IF BK-Received(FoundBookIdx) > ZERO
          COMPUTE LineSold ROUNDED =
                  BK-Sold(FoundBookIdx) * CopiesReceived-PRF
                  / BK-Received(FoundBookIdx)
          ADD CopiesReceived-PRF TO MD-Received(FoundModuleIdx)
          ADD LineSold           TO MD-Sold(FoundModuleIdx)
       END-IF
       READ PurchaseReqFile NEXT RECORD
          AT END SET EndOfPRequirements TO TRUE
       END-READ
    END-PERFORM
    MOVE "00" TO FileStatus-PRF.

FindOrAddModuleEntry.
    PERFORM FindModuleEntry
    IF FoundModuleIdx = ZERO
       IF ModuleCount NOT LESS THAN 300
          DISPLAY "More than 300 modules requisitioned - the table "
                  "must be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO ModuleCount
       MOVE ModuleCount    TO FoundModuleIdx
       MOVE ModuleCode-PRF TO MD-ModuleCode(FoundModuleIdx)
       MOVE ZEROS          TO MD-Received(FoundModuleIdx)
                              MD-Sold(FoundModuleIdx)
    END-IF.

FindModuleEntry.
    MOVE ZERO TO FoundModuleIdx
    PERFORM VARYING ModuleIdx FROM 1 BY 1
            UNTIL ModuleIdx > ModuleCount OR FoundModuleIdx NOT = ZERO
       IF MD-ModuleCode(ModuleIdx) = ModuleCode-PRF
          MOVE ModuleIdx TO FoundModuleIdx
       END-IF
    END-PERFORM.

PrintOneLetter.
    MOVE LecturerName-PRF TO PrevLecturerName, PrnLecturerName
    WRITE LetterLine FROM LetterHeading AFTER ADVANCING PAGE
    WRITE LetterLine FROM LetterIntro AFTER ADVANCING 2 LINES
    WRITE LetterLine FROM LetterIntro2 AFTER ADVANCING 1 LINE
    WRITE LetterLine FROM ColumnHeading AFTER ADVANCING 2 LINES
    PERFORM RollOverOneRequisition
            UNTIL EndOfPRequirements
                  OR LecturerName-PRF NOT = PrevLecturerName
    WRITE LetterLine FROM LetterReply AFTER ADVANCING 2 LINES
    WRITE LetterLine FROM LetterFooting AFTER ADVANCING 3 LINES
    ADD 1 TO LettersPrinted.

RollOverOneRequisition.
    PERFORM FindModuleEntry
    MOVE CopiesRequired-PRF TO ProposedCopies
    IF MD-Received(FoundModuleIdx) > ZERO
       COMPUTE ProposedCopies ROUNDED =
               CopiesRequired-PRF * MD-Sold(FoundModuleIdx)
               / MD-Received(FoundModuleIdx)
       IF ProposedCopies < 1
          MOVE 1 TO ProposedCopies
       END-IF
       IF ProposedCopies > 999
          MOVE 999 TO ProposedCopies
       END-IF
    END-IF
    IF ProposedCopies NOT = CopiesRequired-PRF
       ADD 1 TO LinesAdjusted
    END-IF
    MOVE PRNumber-PRF       TO PRNumber-RO
    MOVE LecturerName-PRF   TO LecturerName-RO
    MOVE BookNum-PRF        TO BookNum-RO
    MOVE ModuleCode-PRF     TO ModuleCode-RO
    MOVE CopiesRequired-PRF TO LastCopies-RO
    MOVE ProposedCopies     TO CopiesProposed-RO
    MOVE Semester-PRF       TO Semester-RO
    SET AwaitingReply       TO TRUE
    MOVE ZEROS              TO NewPRNumber-RO
    WRITE ProposedRec-RO
    ADD 1 TO LinesRolledOver
    PERFORM PrintProposedLine
    READ PurchaseReqFile NEXT RECORD
       AT END SET EndOfPRequirements TO TRUE
    END-READ.

PrintProposedLine.
    MOVE PRNumber-PRF TO PrnPRNumber
    MOVE BookNum-PRF TO BookNum-BF
    READ BookFile
       INVALID KEY
          MOVE "** book not on file **" TO BookTitle-BF
          MOVE ZEROS TO PublisherNum-BF
    END-READ
    MOVE BookTitle-BF TO PrnBookTitle
    MOVE PublisherNum-BF TO PublisherNum-PF
    READ PublisherFile
       INVALID KEY MOVE "** unknown **" TO PublisherName-PF
    END-READ
    MOVE PublisherName-PF   TO PrnPublisherName
    MOVE ModuleCode-PRF     TO PrnModuleCode
    MOVE CopiesRequired-PRF TO PrnLastCopies
    MOVE ProposedCopies     TO PrnProposedCopies
    MOVE Semester-PRF       TO PrnSemester
    WRITE LetterLine FROM ProposedLine AFTER ADVANCING 1 LINE.
