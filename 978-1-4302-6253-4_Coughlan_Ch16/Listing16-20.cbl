IDENTIFICATION DIVISION.
PROGRAM-ID. Listing16-20.
AUTHOR.  Michael Coughlan.
* General ledger journal consolidation.
* The payroll run (Listing7-12), the telecoms billing run
* (Listing14-3), the Aromamora invoice run (Listing12-7), the stock
* valuation (Listing10-20) and the parts counter (Listing17-17) each
* post their double-entry journal for a ledger period to the common
* GL interface file through the shared PostGLJournal service
* (Listing16-20sub), account codes resolved from the shared
* account-mapping reference file.  This run takes a period and
* prepares that period's journal for the accountant to post:
*   - the interface is sorted by source system and batch, so the
*     lines of runs that posted at the same time come apart again;
*   - a batch posted as replacing (a period-end run made again)
*     supersedes the source's earlier batches for the period, which
*     are listed but not to be posted;
*   - every other batch must balance, debits to credits, and every
*     line must carry an account code that is on the mapping file -
*     a batch out of balance or with an unmapped item is rejected
*     whole, the offending lines marked, and the item put on the
*     mapping file or the source run corrected and run again;
*   - each batch is listed line by line with its totals and status,
*     then the control totals per source system - batches accepted,
*     rejected and superseded, and the accepted debits and credits -
*     and last the journal to post: the accepted lines gathered by
*     account and cost centre, which balances because every accepted
*     batch does.
* The listing goes to a run-dated file on the shared report
* catalogue (CatalogueReport, Listing16-13sub).  Nothing on the
* interface file is changed, so the run can be repeated as late
* batches arrive.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GLInterfaceFile ASSIGN TO "GLInterface.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GLInterfaceStatus.

       SELECT AccountMapFile ASSIGN TO "GLAccountMap.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AccountMapStatus.

       SELECT SortWorkFile ASSIGN TO "Listing16-20.tmp".

       SELECT SortedGLFile ASSIGN TO "Listing16-20Sorted.tmp"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JournalListing ASSIGN TO ReportFileNameWS
                 ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD GLInterfaceFile.
01 GLInterfaceRec      PIC X(69).

FD AccountMapFile.
01 AccountMapRec.
   88 EndOfAccountMap  VALUE HIGH-VALUES.
   02 Source-MAP       PIC X(8).
   02 Item-MAP         PIC X(8).
   02 Account-MAP      PIC X(6).
   02 CostCentre-MAP   PIC X(4).
   02 Description-MAP  PIC X(24).

SD SortWorkFile.
01 SortWorkRec.
   02 Source-SW        PIC X(8).
   02 BatchId-SW       PIC X(14).
   02 FILLER           PIC X(47).

FD SortedGLFile.
01 SortedGLRec.
   88 EndOfSortedGL    VALUE HIGH-VALUES.
   02 Source-GL        PIC X(8).
   02 BatchId-GL       PIC X(14).
   02 BatchType-GL     PIC X.
      88 ReplacingBatch VALUE "R".
   02 Period-GL        PIC 9(6).
   02 Item-GL          PIC X(8).
   02 Account-GL       PIC X(6).
   02 CostCentre-GL    PIC X(4).
   02 Debit-GL         PIC 9(9)V99.
   02 Credit-GL        PIC 9(9)V99.

FD JournalListing.
01 ReportLine          PIC X(80).

WORKING-STORAGE SECTION.
* The listing goes to a run-dated file recorded on the shared
* report catalogue (CatalogueReport, Listing16-13sub); reprints
* come from Listing16-13 instead of a rerun.
01 ReportFileNameWS       PIC X(40).
01 ReportIdWS             PIC X(12) VALUE "Listing16-20".
01 ReportDateWS           PIC 9(8).

01 GLInterfaceStatus   PIC XX.
   88 NoGLInterface    VALUE "35".
01 AccountMapStatus    PIC XX.
   88 NoAccountMap     VALUE "35".

01 EnteredMonth        PIC X(6).
01 EnteredMonthN REDEFINES EnteredMonth
                       PIC 9(6).
01 LedgerPeriod        PIC 9(6).
01 LedgerPeriodParts REDEFINES LedgerPeriod.
   02 LedgerYear       PIC 9(4).
   02 LedgerMonth      PIC 99.
01 FILLER              PIC X VALUE "n".
   88 FieldAccepted    VALUE "y".
   88 FieldRejected    VALUE "n".

01 AccountMapTable.
   02 AccountMapEntry OCCURS 300 TIMES.
      03 AM-Source     PIC X(8).
      03 AM-Item       PIC X(8).
      03 AM-Account    PIC X(6).
      03 AM-Description PIC X(24).
01 AccountMapCount     PIC 999 VALUE ZERO.
01 MapIdx              PIC 999.
01 FoundMapIdx         PIC 999.

* One entry per batch posted for the period, in source and batch
* order.
01 BatchTable.
   02 BatchEntry OCCURS 300 TIMES.
      03 BT-Source     PIC X(8).
      03 BT-BatchId    PIC X(14).
      03 BT-Type       PIC X.
      03 BT-Lines      PIC 9(4).
      03 BT-Debits     PIC 9(11)V99.
      03 BT-Credits    PIC 9(11)V99.
      03 BT-Unmapped   PIC 9(4).
      03 BT-Status     PIC X.
         88 BT-Accepted   VALUE "A".
         88 BT-Rejected   VALUE "R".
         88 BT-Superseded VALUE "S".
01 BatchCount          PIC 999 VALUE ZERO.
01 BatchIdx            PIC 999.
01 EarlierIdx          PIC 999.
01 FILLER              PIC X VALUE "n".
   88 BatchTableFull   VALUE "y".
   88 BatchTableRoom   VALUE "n".

01 SourceTable.
   02 SourceEntry OCCURS 20 TIMES.
      03 ST-Source     PIC X(8).
      03 ST-Accepted   PIC 999.
      03 ST-Rejected   PIC 999.
      03 ST-Superseded PIC 999.
      03 ST-Debits     PIC 9(11)V99.
      03 ST-Credits    PIC 9(11)V99.
01 SourceCount         PIC 99 VALUE ZERO.
01 SourceIdx           PIC 99.
01 FoundSourceIdx      PIC 99.

* The accepted lines gathered by account and cost centre.
01 PostingTable.
   02 PostingEntry OCCURS 300 TIMES.
      03 PT-Account    PIC X(6).
      03 PT-CostCentre PIC X(4).
      03 PT-Debits     PIC 9(11)V99.
      03 PT-Credits    PIC 9(11)V99.
01 PostingCount        PIC 999 VALUE ZERO.
01 PostingIdx          PIC 999.
01 FoundPostingIdx     PIC 999.
01 PostingOverflow     PIC 9(4) VALUE ZERO.

01 CurrentSource       PIC X(8).
01 CurrentBatchId      PIC X(14).
01 TotalDebits         PIC 9(11)V99.
01 TotalCredits        PIC 9(11)V99.
01 BatchesAccepted     PIC 999 VALUE ZERO.
01 BatchesRejected     PIC 999 VALUE ZERO.
01 BatchesSuperseded   PIC 999 VALUE ZERO.
01 PrnCount            PIC ZZ9.

01 HeadingLine.
   02 FILLER           PIC X(36)
                       VALUE "GENERAL LEDGER JOURNAL - PERIOD ".
   02 PrnPeriod        PIC 9(6).
   02 FILLER           PIC X(7) VALUE "   RUN ".
   02 PrnRunDate       PIC 9(8).

01 SectionLine         PIC X(80).

01 ColumnLine.
   02 FILLER           PIC X(23) VALUE "  Item     Acct   CC   ".
   02 FILLER           PIC X(39)
                       VALUE "Description                       Debit".
   02 FILLER           PIC X(15) VALUE "         Credit".

01 BatchLine.
   02 FILLER           PIC X(6) VALUE "Batch ".
   02 PrnBatchSource   PIC X(8).
   02 FILLER           PIC X VALUE SPACE.
   02 PrnBatchId       PIC X(14).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnBatchType     PIC X(10).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnBatchStatus   PIC X(37).

01 DetailLine.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnItem          PIC X(8).
   02 FILLER           PIC X VALUE SPACE.
   02 PrnAccount       PIC X(6).
   02 FILLER           PIC X VALUE SPACE.
   02 PrnCostCentre    PIC X(4).
   02 FILLER           PIC X VALUE SPACE.
   02 PrnDescription   PIC X(24).
   02 FILLER           PIC X VALUE SPACE.
   02 PrnDebit         PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
   02 FILLER           PIC X VALUE SPACE.
   02 PrnCredit        PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

01 SourceLine.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnSource        PIC X(8).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnAccepted      PIC ZZ9.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnRejected      PIC ZZ9.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnSuperseded    PIC ZZ9.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnSourceDebits  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
   02 FILLER           PIC X VALUE SPACE.
   02 PrnSourceCredits PIC ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   DISPLAY "General ledger journal consolidation"
   PERFORM GetLedgerPeriod
   OPEN INPUT GLInterfaceFile
   IF NoGLInterface
      DISPLAY "No GL interface file - nothing has been posted."
      STOP RUN
   END-IF
   CLOSE GLInterfaceFile
   PERFORM LoadAccountMap
   SORT SortWorkFile ON ASCENDING KEY Source-SW, BatchId-SW
        WITH DUPLICATES IN ORDER
        USING GLInterfaceFile
        GIVING SortedGLFile
   PERFORM GatherBatches
   IF BatchCount = ZERO
      DISPLAY "Nothing posted for period " LedgerPeriod
      STOP RUN
   END-IF
   PERFORM ValidateBatches
   MOVE FUNCTION CURRENT-DATE(1:8) TO ReportDateWS
   CALL "CatalogueReport" USING ReportIdWS, ReportDateWS,
                                ReportFileNameWS
   OPEN OUTPUT JournalListing
   MOVE LedgerPeriod TO PrnPeriod
   MOVE ReportDateWS TO PrnRunDate
   WRITE ReportLine FROM HeadingLine
   PERFORM ListBatches
   PERFORM PrintSourceTotals
   PERFORM PrintJournalToPost
   CLOSE JournalListing
   MOVE BatchesAccepted TO PrnCount
   DISPLAY "Batches accepted - " PrnCount
   MOVE BatchesRejected TO PrnCount
   DISPLAY "Batches rejected - " PrnCount
   DISPLAY "Listing written to " ReportFileNameWS
   STOP RUN.

GetLedgerPeriod.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Ledger period (YYYYMM) - " WITH NO ADVANCING
      ACCEPT EnteredMonth
      IF EnteredMonth NOT NUMERIC
         DISPLAY "Not a valid period - " EnteredMonth
      ELSE
         MOVE EnteredMonthN TO LedgerPeriod
         IF LedgerMonth < 1 OR LedgerMonth > 12
            DISPLAY "Not a valid period - " EnteredMonth
         ELSE
            SET FieldAccepted TO TRUE
         END-IF
      END-IF
   END-PERFORM.

LoadAccountMap.
   OPEN INPUT AccountMapFile
   IF NoAccountMap
      DISPLAY "No account-mapping file - every batch will be "
              "rejected."
      EXIT PARAGRAPH
   END-IF
   READ AccountMapFile
      AT END SET EndOfAccountMap TO TRUE
   END-READ
   PERFORM UNTIL EndOfAccountMap
      IF AccountMapCount < 300
         ADD 1 TO AccountMapCount
         MOVE Source-MAP      TO AM-Source(AccountMapCount)
         MOVE Item-MAP        TO AM-Item(AccountMapCount)
         MOVE Account-MAP     TO AM-Account(AccountMapCount)
         MOVE Description-MAP TO AM-Description(AccountMapCount)
      ELSE
         DISPLAY "More than 300 mappings - " Source-MAP " "
                 Item-MAP " not loaded."
      END-IF
      READ AccountMapFile
         AT END SET EndOfAccountMap TO TRUE
      END-READ
   END-PERFORM
   CLOSE AccountMapFile.

FindAccountOnMap.
*  A line's account must still be on the mapping file - an item
*  never mapped carries no account at all.
   MOVE ZERO TO FoundMapIdx
   IF Account-GL = SPACES
      EXIT PARAGRAPH
   END-IF
   PERFORM VARYING MapIdx FROM 1 BY 1
           UNTIL MapIdx > AccountMapCount OR FoundMapIdx NOT = ZERO
      IF AM-Account(MapIdx) = Account-GL
         MOVE MapIdx TO FoundMapIdx
      END-IF
   END-PERFORM.

GatherBatches.
*  The batches for the period, with their totals; a replacing batch
*  supersedes the earlier batches of its source.
   MOVE SPACES TO CurrentSource, CurrentBatchId
   OPEN INPUT SortedGLFile
   READ SortedGLFile
      AT END SET EndOfSortedGL TO TRUE
   END-READ
   PERFORM UNTIL EndOfSortedGL
      IF Period-GL = LedgerPeriod
         IF Source-GL NOT = CurrentSource
            OR BatchId-GL NOT = CurrentBatchId
            PERFORM StartBatchEntry
         END-IF
         IF BatchTableRoom
            ADD 1         TO BT-Lines(BatchCount)
            ADD Debit-GL  TO BT-Debits(BatchCount)
            ADD Credit-GL TO BT-Credits(BatchCount)
            PERFORM FindAccountOnMap
            IF FoundMapIdx = ZERO
               ADD 1 TO BT-Unmapped(BatchCount)
            END-IF
         END-IF
      END-IF
      READ SortedGLFile
         AT END SET EndOfSortedGL TO TRUE
      END-READ
   END-PERFORM
   CLOSE SortedGLFile.

StartBatchEntry.
   MOVE Source-GL  TO CurrentSource
   MOVE BatchId-GL TO CurrentBatchId
   IF BatchCount = 300
      IF BatchTableRoom
         DISPLAY "More than 300 batches for the period - the rest "
                 "are not listed."
      END-IF
      SET BatchTableFull TO TRUE
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO BatchCount
   MOVE Source-GL    TO BT-Source(BatchCount)
   MOVE BatchId-GL   TO BT-BatchId(BatchCount)
   MOVE BatchType-GL TO BT-Type(BatchCount)
   MOVE ZERO TO BT-Lines(BatchCount), BT-Debits(BatchCount),
                BT-Credits(BatchCount), BT-Unmapped(BatchCount)
   MOVE "A" TO BT-Status(BatchCount)
   IF ReplacingBatch
      PERFORM VARYING EarlierIdx FROM 1 BY 1
              UNTIL EarlierIdx = BatchCount
         IF BT-Source(EarlierIdx) = Source-GL
            MOVE "S" TO BT-Status(EarlierIdx)
         END-IF
      END-PERFORM
   END-IF.

ValidateBatches.
   PERFORM VARYING BatchIdx FROM 1 BY 1 UNTIL BatchIdx > BatchCount
      IF NOT BT-Superseded(BatchIdx)
         IF BT-Debits(BatchIdx) NOT = BT-Credits(BatchIdx)
            OR BT-Unmapped(BatchIdx) NOT = ZERO
            MOVE "R" TO BT-Status(BatchIdx)
         END-IF
      END-IF
      PERFORM AddToSourceTotals
   END-PERFORM.

AddToSourceTotals.
   MOVE ZERO TO FoundSourceIdx
   PERFORM VARYING SourceIdx FROM 1 BY 1
           UNTIL SourceIdx > SourceCount OR FoundSourceIdx NOT = ZERO
      IF ST-Source(SourceIdx) = BT-Source(BatchIdx)
         MOVE SourceIdx TO FoundSourceIdx
      END-IF
   END-PERFORM
   IF FoundSourceIdx = ZERO
      IF SourceCount = 20
         DISPLAY "More than 20 source systems - " BT-Source(BatchIdx)
                 " not totalled."
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO SourceCount
      MOVE SourceCount TO FoundSourceIdx
      MOVE BT-Source(BatchIdx) TO ST-Source(SourceCount)
      MOVE ZERO TO ST-Accepted(SourceCount), ST-Rejected(SourceCount),
                   ST-Superseded(SourceCount), ST-Debits(SourceCount),
                   ST-Credits(SourceCount)
   END-IF
   EVALUATE TRUE
      WHEN BT-Accepted(BatchIdx)
           ADD 1 TO ST-Accepted(FoundSourceIdx), BatchesAccepted
           ADD BT-Debits(BatchIdx)  TO ST-Debits(FoundSourceIdx)
           ADD BT-Credits(BatchIdx) TO ST-Credits(FoundSourceIdx)
      WHEN BT-Rejected(BatchIdx)
           ADD 1 TO ST-Rejected(FoundSourceIdx), BatchesRejected
      WHEN BT-Superseded(BatchIdx)
           ADD 1 TO ST-Superseded(FoundSourceIdx), BatchesSuperseded
   END-EVALUATE.

ListBatches.
*  The batches come off the sorted file in the order they were
*  gathered, so the table entry for each is the next one.
   MOVE SPACES TO CurrentSource, CurrentBatchId
   MOVE ZERO TO BatchIdx
   OPEN INPUT SortedGLFile
   READ SortedGLFile
      AT END SET EndOfSortedGL TO TRUE
   END-READ
   PERFORM UNTIL EndOfSortedGL OR BatchIdx > BatchCount
      IF Period-GL = LedgerPeriod
         IF Source-GL NOT = CurrentSource
            OR BatchId-GL NOT = CurrentBatchId
            PERFORM EndBatchListing
            MOVE Source-GL  TO CurrentSource
            MOVE BatchId-GL TO CurrentBatchId
            ADD 1 TO BatchIdx
            IF BatchIdx NOT > BatchCount
               PERFORM StartBatchListing
            END-IF
         END-IF
         IF BatchIdx NOT > BatchCount
            AND NOT BT-Superseded(BatchIdx)
            PERFORM ListOneLine
         END-IF
      END-IF
      READ SortedGLFile
         AT END SET EndOfSortedGL TO TRUE
      END-READ
   END-PERFORM
   PERFORM EndBatchListing
   CLOSE SortedGLFile.

StartBatchListing.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE BT-Source(BatchIdx)  TO PrnBatchSource
   MOVE BT-BatchId(BatchIdx) TO PrnBatchId
   IF BT-Type(BatchIdx) = "R"
      MOVE "replacing" TO PrnBatchType
   ELSE
      MOVE "adding"    TO PrnBatchType
   END-IF
   EVALUATE TRUE
      WHEN BT-Superseded(BatchIdx)
           MOVE "SUPERSEDED - not to be posted" TO PrnBatchStatus
      WHEN BT-Rejected(BatchIdx)
         AND BT-Debits(BatchIdx) NOT = BT-Credits(BatchIdx)
           MOVE "REJECTED - out of balance" TO PrnBatchStatus
      WHEN BT-Rejected(BatchIdx)
           MOVE "REJECTED - unmapped account" TO PrnBatchStatus
      WHEN OTHER
           MOVE "ACCEPTED" TO PrnBatchStatus
   END-EVALUATE
   WRITE ReportLine FROM BatchLine
   IF NOT BT-Superseded(BatchIdx)
      WRITE ReportLine FROM ColumnLine
   END-IF
   MOVE ZERO TO TotalDebits, TotalCredits.

ListOneLine.
   MOVE Item-GL       TO PrnItem
   MOVE Account-GL    TO PrnAccount
   MOVE CostCentre-GL TO PrnCostCentre
   MOVE Debit-GL      TO PrnDebit
   MOVE Credit-GL     TO PrnCredit
   PERFORM FindAccountOnMap
   IF FoundMapIdx = ZERO
      MOVE "** NOT MAPPED **" TO PrnDescription
   ELSE
      MOVE SPACES TO PrnDescription
      PERFORM VARYING MapIdx FROM 1 BY 1
              UNTIL MapIdx > AccountMapCount
                 OR PrnDescription NOT = SPACES
         IF AM-Source(MapIdx) = Source-GL
            AND AM-Item(MapIdx) = Item-GL
            MOVE AM-Description(MapIdx) TO PrnDescription
         END-IF
      END-PERFORM
      IF PrnDescription = SPACES
         MOVE AM-Description(FoundMapIdx) TO PrnDescription
      END-IF
   END-IF
   WRITE ReportLine FROM DetailLine
   ADD Debit-GL  TO TotalDebits
   ADD Credit-GL TO TotalCredits
   IF BT-Accepted(BatchIdx)
      PERFORM AddToJournalToPost
   END-IF.

EndBatchListing.
   IF CurrentSource = SPACES OR BatchIdx = ZERO
      OR BatchIdx > BatchCount
      EXIT PARAGRAPH
   END-IF
   IF BT-Superseded(BatchIdx)
      EXIT PARAGRAPH
   END-IF
   MOVE SPACES        TO PrnItem, PrnAccount, PrnCostCentre
   MOVE "Batch total" TO PrnDescription
   MOVE TotalDebits   TO PrnDebit
   MOVE TotalCredits  TO PrnCredit
   WRITE ReportLine FROM DetailLine.

AddToJournalToPost.
   MOVE ZERO TO FoundPostingIdx
   PERFORM VARYING PostingIdx FROM 1 BY 1
           UNTIL PostingIdx > PostingCount
              OR FoundPostingIdx NOT = ZERO
      IF PT-Account(PostingIdx) = Account-GL
         AND PT-CostCentre(PostingIdx) = CostCentre-GL
         MOVE PostingIdx TO FoundPostingIdx
      END-IF
   END-PERFORM
   IF FoundPostingIdx = ZERO
      IF PostingCount = 300
         ADD 1 TO PostingOverflow
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO PostingCount
      MOVE PostingCount  TO FoundPostingIdx
      MOVE Account-GL    TO PT-Account(FoundPostingIdx)
      MOVE CostCentre-GL TO PT-CostCentre(FoundPostingIdx)
      MOVE ZERO TO PT-Debits(FoundPostingIdx),
                   PT-Credits(FoundPostingIdx)
   END-IF
   ADD Debit-GL  TO PT-Debits(FoundPostingIdx)
   ADD Credit-GL TO PT-Credits(FoundPostingIdx).

PrintSourceTotals.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "CONTROL TOTALS BY SOURCE SYSTEM" TO SectionLine
   WRITE ReportLine FROM SectionLine
   MOVE "  Source    Acc  Rej  Sup   Accepted debits   Accepted credits"
        TO SectionLine
   WRITE ReportLine FROM SectionLine
   MOVE ZERO TO TotalDebits, TotalCredits
   PERFORM VARYING SourceIdx FROM 1 BY 1
           UNTIL SourceIdx > SourceCount
      MOVE ST-Source(SourceIdx)     TO PrnSource
      MOVE ST-Accepted(SourceIdx)   TO PrnAccepted
      MOVE ST-Rejected(SourceIdx)   TO PrnRejected
      MOVE ST-Superseded(SourceIdx) TO PrnSuperseded
      MOVE ST-Debits(SourceIdx)     TO PrnSourceDebits
      MOVE ST-Credits(SourceIdx)    TO PrnSourceCredits
      WRITE ReportLine FROM SourceLine
      ADD ST-Debits(SourceIdx)  TO TotalDebits
      ADD ST-Credits(SourceIdx) TO TotalCredits
   END-PERFORM
   MOVE "Total"         TO PrnSource
   MOVE BatchesAccepted TO PrnAccepted
   MOVE BatchesRejected TO PrnRejected
   MOVE BatchesSuperseded TO PrnSuperseded
   MOVE TotalDebits     TO PrnSourceDebits
   MOVE TotalCredits    TO PrnSourceCredits
   WRITE ReportLine FROM SourceLine.

PrintJournalToPost.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "JOURNAL TO POST - ACCEPTED BATCHES BY ACCOUNT AND COST CENTRE"
        TO SectionLine
   WRITE ReportLine FROM SectionLine
   MOVE ColumnLine TO SectionLine
   MOVE SPACES     TO SectionLine(3:4)
   WRITE ReportLine FROM SectionLine
   MOVE ZERO TO TotalDebits, TotalCredits
   PERFORM VARYING PostingIdx FROM 1 BY 1
           UNTIL PostingIdx > PostingCount
      MOVE SPACES                    TO PrnItem
      MOVE PT-Account(PostingIdx)    TO PrnAccount
      MOVE PT-CostCentre(PostingIdx) TO PrnCostCentre
      MOVE SPACES                    TO PrnDescription
      PERFORM VARYING MapIdx FROM 1 BY 1
              UNTIL MapIdx > AccountMapCount
                 OR PrnDescription NOT = SPACES
         IF AM-Account(MapIdx) = PT-Account(PostingIdx)
            MOVE AM-Description(MapIdx) TO PrnDescription
         END-IF
      END-PERFORM
      MOVE PT-Debits(PostingIdx)     TO PrnDebit
      MOVE PT-Credits(PostingIdx)    TO PrnCredit
      WRITE ReportLine FROM DetailLine
      ADD PT-Debits(PostingIdx)  TO TotalDebits
      ADD PT-Credits(PostingIdx) TO TotalCredits
   END-PERFORM
   MOVE SPACES          TO PrnItem, PrnAccount, PrnCostCentre
   MOVE "Journal total" TO PrnDescription
   MOVE TotalDebits     TO PrnDebit
   MOVE TotalCredits    TO PrnCredit
   WRITE ReportLine FROM DetailLine
   IF PostingOverflow NOT = ZERO
      MOVE "  More than 300 account and cost centre pairs - the"
           TO SectionLine
      WRITE ReportLine FROM SectionLine
      MOVE "  journal is incomplete and must not be posted."
           TO SectionLine
      WRITE ReportLine FROM SectionLine
   END-IF.
