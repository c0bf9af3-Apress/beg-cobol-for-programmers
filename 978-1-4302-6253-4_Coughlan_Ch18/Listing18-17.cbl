IDENTIFICATION DIVISION.
PROGRAM-ID. Listing18-17.
AUTHOR.  MICHAEL COUGHLAN.
*Campus Bookshop rollover replies capture.
*Applies the lecturers' answers to the confirmation letters printed
*by the academic-year rollover (Listing18-16).  The operator keys
*the Ref quoted on the letter (last year's PR number) and:
*  - confirms the line as proposed;
*  - amends it - new copies required (1-999) and semester (1-3),
*    proved the way Listing18-9 proves them - which also confirms
*    it;
*  - or cancels it.
*At quit every confirmed line becomes a live requisition on the
*PurchaseReqFile with a new PRNumber-PRF from the Listing18-9 seed
*file, so numbering carries on from the keyed requisitions; the
*proposed file is rewritten with each line's new PR number.  Lines
*not yet answered stay on the proposed file for a later session.

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

    SELECT ProposedReqFile ASSIGN TO "Listing18-16Proposed.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ProposedStatus.

    SELECT PRNumberSeedFile ASSIGN TO "Listing18-9Seq.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SeedStatus.

DATA DIVISION.
FILE SECTION.
FD  PurchaseReqFile.
01  PurchaseRec-PRF.
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

FD  ProposedReqFile.
01  ProposedRec-RO.
    88 EndOfProposed          VALUE HIGH-VALUES.
    02  PRNumber-RO           PIC 9(4).
    02  LecturerName-RO       PIC X(20).
    02  BookNum-RO            PIC 9(4).
    02  ModuleCode-RO         PIC X(5).
    02  LastCopies-RO         PIC 9(3).
    02  CopiesProposed-RO     PIC 9(3).
    02  Semester-RO           PIC 9.
    02  LineStatus-RO         PIC X.
    02  NewPRNumber-RO        PIC 9(4).

FD  PRNumberSeedFile.
01  PRNumberSeedRec.
    02  LastPRNumber          PIC 9(4).

WORKING-STORAGE SECTION.
01  File-Stati.
    02  FileStatus-PRF        PIC X(2).
        88 NoPRFYet            VALUE "35".
    02  FileStatus-BF         PIC X(2).
        88 BookFound           VALUE "00".
    02  ProposedStatus        PIC X(2).
        88 NoProposedFile      VALUE "35".
    02  SeedStatus            PIC X(2).
        88 NoSeedYet           VALUE "35".

01  ProposedTable.
    02  ProposedEntry OCCURS 2000 TIMES.
        03  RO-PRNumber       PIC 9(4).
        03  RO-LecturerName   PIC X(20).
        03  RO-BookNum        PIC 9(4).
        03  RO-ModuleCode     PIC X(5).
        03  RO-LastCopies     PIC 9(3).
        03  RO-CopiesProposed PIC 9(3).
        03  RO-Semester       PIC 9.
        03  RO-LineStatus     PIC X.
            88 RO-AwaitingReply  VALUE "P".
            88 RO-LineConfirmed  VALUE "C".
            88 RO-LineCancelled  VALUE "X".
            88 RO-LineLive       VALUE "L".
        03  RO-NewPRNumber    PIC 9(4).
01  ProposedCount             PIC 9(4) VALUE ZERO.
01  ProposedIdx               PIC 9(4).
01  FoundIdx                  PIC 9(4).

01  MenuChoice                PIC X.
    88 ChoseConfirm           VALUE "1".
    88 ChoseAmend             VALUE "2".
    88 ChoseCancel            VALUE "3".
    88 ChoseQuit              VALUE "0".
    88 ValidMenuChoice        VALUE "0" THRU "3".

01  EnteredRef                PIC X(4).
01  EnteredRefN REDEFINES EnteredRef
                              PIC 9(4).
01  EnteredSemester           PIC X.
01  EnteredSemesterN REDEFINES EnteredSemester
                              PIC 9.
01  EnteredCopies             PIC X(3).
01  EnteredCopiesN REDEFINES EnteredCopies
                              PIC 9(3).

01  FILLER                    PIC X VALUE "n".
    88 FieldAccepted          VALUE "y".
    88 FieldRejected          VALUE "n".

01  NextPRNumber              PIC 9(4).
01  RepliesKeyed              PIC 9(4) VALUE ZERO.
01  LinesMadeLive             PIC 9(4) VALUE ZERO.
01  LinesCancelled            PIC 9(4) VALUE ZERO.
01  LinesAwaiting             PIC 9(4) VALUE ZERO.
01  PrnCount                  PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Campus Bookshop rollover replies"
    PERFORM LoadProposedTable
    OPEN INPUT BookFile
    PERFORM DisplayMenuAndGetChoice
    PERFORM UNTIL ChoseQuit
       PERFORM ApplyOneReply
       PERFORM DisplayMenuAndGetChoice
    END-PERFORM
    CLOSE BookFile
    PERFORM MakeConfirmedLinesLive
    PERFORM RewriteProposedFile
    MOVE RepliesKeyed TO PrnCount
    DISPLAY "Replies keyed this session     - " PrnCount
    MOVE LinesMadeLive TO PrnCount
    DISPLAY "Lines made live requisitions   - " PrnCount
    MOVE LinesCancelled TO PrnCount
    DISPLAY "Lines cancelled (all sessions) - " PrnCount
    MOVE LinesAwaiting TO PrnCount
    DISPLAY "Lines still awaiting a reply   - " PrnCount
    STOP RUN.

LoadProposedTable.
    OPEN INPUT ProposedReqFile
    IF NoProposedFile
       DISPLAY "No proposed requisitions - run Listing18-16 first."
       STOP RUN
    END-IF
    READ ProposedReqFile
       AT END SET EndOfProposed TO TRUE
    END-READ
    PERFORM UNTIL EndOfProposed
       IF ProposedCount NOT LESS THAN 2000
          DISPLAY "More than 2000 proposed lines - the table must "
                  "be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO ProposedCount
       MOVE ProposedRec-RO TO ProposedEntry(ProposedCount)
       READ ProposedReqFile
          AT END SET EndOfProposed TO TRUE
       END-READ
    END-PERFORM
    CLOSE ProposedReqFile.

DisplayMenuAndGetChoice.
    DISPLAY " "
    DISPLAY "1. Confirm a line as proposed"
    DISPLAY "2. Amend a line"
    DISPLAY "3. Cancel a line"
    DISPLAY "0. Quit - confirmed lines become live requisitions"
    MOVE SPACE TO MenuChoice
    PERFORM UNTIL ValidMenuChoice
       DISPLAY "Enter choice - " WITH NO ADVANCING
       ACCEPT MenuChoice
    END-PERFORM.

ApplyOneReply.
    PERFORM GetProposedLine
    IF FoundIdx = ZERO
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN ChoseConfirm
            SET RO-LineConfirmed(FoundIdx) TO TRUE
            DISPLAY "Ref " EnteredRef " confirmed."
       WHEN ChoseAmend
            PERFORM GetValidCopies
            PERFORM GetValidSemester
            MOVE EnteredCopiesN   TO RO-CopiesProposed(FoundIdx)
            MOVE EnteredSemesterN TO RO-Semester(FoundIdx)
            SET RO-LineConfirmed(FoundIdx) TO TRUE
            DISPLAY "Ref " EnteredRef " amended and confirmed."
       WHEN ChoseCancel
            SET RO-LineCancelled(FoundIdx) TO TRUE
            DISPLAY "Ref " EnteredRef " cancelled."
    END-EVALUATE
    ADD 1 TO RepliesKeyed.

GetProposedLine.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Ref from the letter (4 digits) - " WITH NO ADVANCING
       ACCEPT EnteredRef
       IF EnteredRef NOT NUMERIC
          DISPLAY "Ref must be 4 digits - " EnteredRef
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM
    MOVE ZERO TO FoundIdx
    PERFORM VARYING ProposedIdx FROM 1 BY 1
            UNTIL ProposedIdx > ProposedCount OR FoundIdx NOT = ZERO
       IF RO-PRNumber(ProposedIdx) = EnteredRefN
          MOVE ProposedIdx TO FoundIdx
       END-IF
    END-PERFORM
    IF FoundIdx = ZERO
       DISPLAY "Ref " EnteredRef " is not on the proposed file."
       EXIT PARAGRAPH
    END-IF
    IF RO-LineLive(FoundIdx)
       DISPLAY "Ref " EnteredRef " is already live as PR "
               RO-NewPRNumber(FoundIdx) " - change it there."
       MOVE ZERO TO FoundIdx
       EXIT PARAGRAPH
    END-IF
    MOVE RO-BookNum(FoundIdx) TO BookNum-BF
    READ BookFile
       INVALID KEY MOVE "** book not on file **" TO BookTitle-BF
    END-READ
    DISPLAY RO-LecturerName(FoundIdx) " " RO-ModuleCode(FoundIdx)
            " " BookTitle-BF
    DISPLAY "Proposed " RO-CopiesProposed(FoundIdx)
            " copies, semester " RO-Semester(FoundIdx)
            ", status " RO-LineStatus(FoundIdx).

GetValidSemester.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Semester (1-3) - " WITH NO ADVANCING
       ACCEPT EnteredSemester
       IF EnteredSemester NOT NUMERIC
          OR EnteredSemesterN < 1 OR EnteredSemesterN > 3
          DISPLAY "Semester must be 1, 2 or 3 - " EnteredSemester
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM.

GetValidCopies.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Copies required (3 digits) - " WITH NO ADVANCING
       ACCEPT EnteredCopies
       IF EnteredCopies NOT NUMERIC OR EnteredCopiesN = ZERO
          DISPLAY "Copies must be 001-999 - " EnteredCopies
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM.

MakeConfirmedLinesLive.
    PERFORM OpenPurchaseReqFile
    PERFORM GetNextPRNumber
    PERFORM VARYING ProposedIdx FROM 1 BY 1
            UNTIL ProposedIdx > ProposedCount
       EVALUATE TRUE
          WHEN RO-LineConfirmed(ProposedIdx)
               PERFORM WriteLiveRequisition
          WHEN RO-LineCancelled(ProposedIdx)
               ADD 1 TO LinesCancelled
          WHEN RO-AwaitingReply(ProposedIdx)
               ADD 1 TO LinesAwaiting
       END-EVALUATE
    END-PERFORM
    CLOSE PurchaseReqFile
    PERFORM SaveNextPRNumber.

WriteLiveRequisition.
    ADD 1 TO NextPRNumber
    MOVE NextPRNumber                   TO PRNumber-PRF
    MOVE RO-LecturerName(ProposedIdx)   TO LecturerName-PRF
    MOVE RO-BookNum(ProposedIdx)        TO BookNum-PRF
    MOVE RO-ModuleCode(ProposedIdx)     TO ModuleCode-PRF
    MOVE RO-CopiesProposed(ProposedIdx) TO CopiesRequired-PRF
    MOVE RO-Semester(ProposedIdx)       TO Semester-PRF
    MOVE ZEROS                          TO CopiesReceived-PRF
    WRITE PurchaseRec-PRF
       INVALID KEY
          DISPLAY "Unexpected duplicate PRNumber "
                  NextPRNumber " - Ref " RO-PRNumber(ProposedIdx)
                  " left confirmed"
       NOT INVALID KEY
          SET RO-LineLive(ProposedIdx) TO TRUE
          MOVE NextPRNumber TO RO-NewPRNumber(ProposedIdx)
          ADD 1 TO LinesMadeLive
    END-WRITE.

OpenPurchaseReqFile.
    OPEN I-O PurchaseReqFile
    IF NoPRFYet
       OPEN OUTPUT PurchaseReqFile
       CLOSE PurchaseReqFile
       OPEN I-O PurchaseReqFile
    END-IF.

GetNextPRNumber.
*   The same seed file as the keyed requisitions (Listing18-9).
    OPEN INPUT PRNumberSeedFile
    IF NoSeedYet
       MOVE ZERO TO LastPRNumber
    ELSE
       READ PRNumberSeedFile
          AT END MOVE ZERO TO LastPRNumber
       END-READ
       CLOSE PRNumberSeedFile
    END-IF
    MOVE LastPRNumber TO NextPRNumber.

SaveNextPRNumber.
    OPEN OUTPUT PRNumberSeedFile
    MOVE NextPRNumber TO LastPRNumber
    WRITE PRNumberSeedRec
    CLOSE PRNumberSeedFile.

RewriteProposedFile.
    OPEN OUTPUT ProposedReqFile
    PERFORM VARYING ProposedIdx FROM 1 BY 1
            UNTIL ProposedIdx > ProposedCount
       MOVE ProposedEntry(ProposedIdx) TO ProposedRec-RO
       WRITE ProposedRec-RO
    END-PERFORM
    CLOSE ProposedReqFile.
