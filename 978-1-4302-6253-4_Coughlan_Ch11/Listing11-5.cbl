IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing11-5.
AUTHOR. Michael Coughlan.
* YoreCandyShoppe branch master maintenance.
* Each branch lives once on the INDEXED branch master, keyed on its
* BranchId, with the branch name, the state it trades in and the
* date it opened.  The state is checked against the shared
* StatesMaster.dat reference file (the one Listing11-4 reads) and its
* name shown back to the operator.  A branch can be added, or its
* name, state or opening date changed.  The branch sales history
* league table (Listing11-6) takes the branch's name and state from
* here, and flags a branch by its opening date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT BranchMasterFile ASSIGN TO "Listing11-5Branches.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS BranchId-BM
          FILE STATUS IS BranchMasterStatus.

   SELECT StateNameFile ASSIGN TO "StatesMaster.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BranchMasterFile.
01 BranchMasterRec.
   02 BranchId-BM          PIC 9(7).
   02 BranchName-BM        PIC X(25).
   02 StateNum-BM          PIC 99.
   02 OpenedDate-BM        PIC 9(8).

FD StateNameFile.
01 StateNameRec.
   88 EndOfStateNameFile   VALUE HIGH-VALUES.
   02 StateNum-SNF         PIC 99.
   02 StateCode-SNF        PIC XX.
   02 StateName-SNF        PIC X(14).
   02 StateCapital-SNF     PIC X(14).
   02 StatePop-SNF         PIC 9(8).

WORKING-STORAGE SECTION.
01 BranchMasterStatus      PIC XX.
   88 BranchFound          VALUE "00".
   88 NoBranchMasterYet    VALUE "35".

01 StateNameTable.
   02 StateName            PIC X(14) OCCURS 50 TIMES.

01 MenuChoice              PIC X.
   88 ChoseAddBranch       VALUE "1".
   88 ChoseChangeBranch    VALUE "2".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1", "2".

01 EnteredBranchId         PIC X(7).
01 EnteredBranchIdN REDEFINES EnteredBranchId
                           PIC 9(7).
01 EnteredName             PIC X(25).
01 EnteredState            PIC X(2).
01 EnteredStateN REDEFINES EnteredState
                           PIC 99.
01 EnteredOpened           PIC X(8).
01 EnteredOpenedN REDEFINES EnteredOpened
                           PIC 9(8).

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 BranchesAdded           PIC 9(4) VALUE ZERO.
01 BranchesChanged         PIC 9(4) VALUE ZERO.
01 PrnCount                PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
   DISPLAY "YoreCandyShoppe branch master maintenance"
   PERFORM LoadStateNameTable
   PERFORM OpenBranchMaster
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseAddBranch    PERFORM AddOneBranch
          WHEN ChoseChangeBranch PERFORM ChangeOneBranch
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   CLOSE BranchMasterFile
   MOVE BranchesAdded TO PrnCount
   DISPLAY "Branches added this session   - " PrnCount
   MOVE BranchesChanged TO PrnCount
   DISPLAY "Branches changed this session - " PrnCount
   STOP RUN.

LoadStateNameTable.
   MOVE SPACES TO StateNameTable
   OPEN INPUT StateNameFile
   READ StateNameFile
      AT END SET EndOfStateNameFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfStateNameFile
      MOVE StateName-SNF TO StateName(StateNum-SNF)
      READ StateNameFile
         AT END SET EndOfStateNameFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE StateNameFile.

OpenBranchMaster.
   OPEN I-O BranchMasterFile
   IF NoBranchMasterYet
      OPEN OUTPUT BranchMasterFile
      CLOSE BranchMasterFile
      OPEN I-O BranchMasterFile
   END-IF.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. Add a branch"
   DISPLAY "2. Change a branch"
   DISPLAY "0. Quit"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

AddOneBranch.
   PERFORM GetValidBranchId
   MOVE EnteredBranchIdN TO BranchId-BM
   READ BranchMasterFile
      INVALID KEY CONTINUE
   END-READ
   IF BranchFound
      DISPLAY "Branch " BranchId-BM " is already on the master - "
              BranchName-BM
      EXIT PARAGRAPH
   END-IF
   DISPLAY "Branch name (25 chars) - " WITH NO ADVANCING
   ACCEPT EnteredName
   PERFORM GetValidState
   PERFORM GetValidOpenedDate
   MOVE EnteredBranchIdN TO BranchId-BM
   MOVE EnteredName      TO BranchName-BM
   MOVE EnteredStateN    TO StateNum-BM
   MOVE EnteredOpenedN   TO OpenedDate-BM
   WRITE BranchMasterRec
      INVALID KEY
         DISPLAY "Unexpected duplicate branch " BranchId-BM
      NOT INVALID KEY
         ADD 1 TO BranchesAdded
         DISPLAY "Branch " BranchId-BM " added - " BranchName-BM
   END-WRITE.

ChangeOneBranch.
*  A field left blank keeps its present value.
   PERFORM GetValidBranchId
   MOVE EnteredBranchIdN TO BranchId-BM
   READ BranchMasterFile
      INVALID KEY
         DISPLAY "Branch " BranchId-BM " is not on the master."
         EXIT PARAGRAPH
   END-READ
   DISPLAY "Branch " BranchId-BM " - " BranchName-BM
           " - " StateName(StateNum-BM) " - opened " OpenedDate-BM
   DISPLAY "New name (blank to keep) - " WITH NO ADVANCING
   ACCEPT EnteredName
   IF EnteredName NOT = SPACES
      MOVE EnteredName TO BranchName-BM
   END-IF
   DISPLAY "New state (blank to keep)"
   PERFORM GetValidState
   IF EnteredState NOT = SPACES
      MOVE EnteredStateN TO StateNum-BM
   END-IF
   DISPLAY "New opening date (blank to keep)"
   PERFORM GetValidOpenedDate
   IF EnteredOpened NOT = SPACES
      MOVE EnteredOpenedN TO OpenedDate-BM
   END-IF
   REWRITE BranchMasterRec
      INVALID KEY
         DISPLAY "Branch " BranchId-BM " could not be changed."
      NOT INVALID KEY
         ADD 1 TO BranchesChanged
         DISPLAY "Branch " BranchId-BM " changed."
   END-REWRITE.

GetValidBranchId.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "BranchId (7 digits) - " WITH NO ADVANCING
      ACCEPT EnteredBranchId
      IF EnteredBranchId NOT NUMERIC
         DISPLAY "BranchId must be 7 digits - " EnteredBranchId
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

GetValidState.
*  On a change a blank state is accepted and means no change.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "StateNum (2 digits) - " WITH NO ADVANCING
      ACCEPT EnteredState
      EVALUATE TRUE
         WHEN EnteredState = SPACES AND ChoseChangeBranch
            SET FieldAccepted TO TRUE
         WHEN EnteredState NOT NUMERIC
            DISPLAY "StateNum must be 2 digits - " EnteredState
         WHEN EnteredStateN < 1 OR EnteredStateN > 50
            DISPLAY "StateNum must be 01 to 50 - " EnteredState
         WHEN StateName(EnteredStateN) = SPACES
            DISPLAY "State " EnteredState " is not on StatesMaster."
         WHEN OTHER
            DISPLAY "State - " StateName(EnteredStateN)
            SET FieldAccepted TO TRUE
      END-EVALUATE
   END-PERFORM.

GetValidOpenedDate.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Opening date (YYYYMMDD) - " WITH NO ADVANCING
      ACCEPT EnteredOpened
      EVALUATE TRUE
         WHEN EnteredOpened = SPACES AND ChoseChangeBranch
            SET FieldAccepted TO TRUE
         WHEN EnteredOpened NOT NUMERIC
            DISPLAY "Date must be 8 digits - " EnteredOpened
         WHEN FUNCTION TEST-DATE-YYYYMMDD(EnteredOpenedN) NOT = ZERO
            DISPLAY "Not a valid date - " EnteredOpened
         WHEN OTHER
            SET FieldAccepted TO TRUE
      END-EVALUATE
   END-PERFORM.
