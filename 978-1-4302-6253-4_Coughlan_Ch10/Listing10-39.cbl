IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-39.
AUTHOR. Michael Coughlan
* Gadget lifecycle maintenance and sell-down deletions.
* When a product line is dropped the gadget is not deleted straight
* away - that would strand its back-orders, reservations and cost
* layers - but marked discontinued: it goes on selling until the
* stock is gone, and the purchase-order run (Listing10-9) and the
* reorder-point review (Listing10-18) leave it alone.  A gadget that
* can no longer be sold at all is marked obsolete.  A level-3
* supervisor sets the status here; the change is appended to the
* lifecycle file and reaches the master at the next nightly run
* (Listing10-5), as every master change does.
* The sell-down report (Listing10-40) proposes the deletion of every
* discontinued or obsolete gadget with no stock, no open back-orders,
* no reservations and no cost layers left.  The supervisor reviews
* the proposals here, as pending price changes are reviewed in
* Listing10-24: the master is read again, a gadget that has had stock
* back since the proposal is dropped, and each of the rest is
* approved, rejected or skipped.  An approved deletion is written as
* a type-2 Deletion to the approved transaction file, which the
* Listing10-11 merge feeds into that night's run tagged "PA"; a
* skipped proposal stays on the file for the next review.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT LifecycleFile ASSIGN TO "Listing10-39Lifecycle.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LifecycleFileStatus.

   SELECT ProposedDeleteFile ASSIGN TO "Listing10-40Proposed.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ProposedDeleteStatus.

   SELECT StillProposedFile ASSIGN TO "Listing10-39StillProp.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

   SELECT ApprovedTransFile ASSIGN TO "Listing10-5TransPA.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ApprovedTransStatus.

   SELECT MasterStockFile ASSIGN TO "Listing10-5Master.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS GadgetID-MF
          FILE STATUS IS MasterStockStatus.

DATA DIVISION.
FILE SECTION.
FD LifecycleFile.
01 LifecycleRec.
   02 GadgetID-LC           PIC 9(7).
   02 LifecycleStatus-LC    PIC X.
   02 OperatorId-LC         PIC X(4).
   02 ChangeDateTime-LC     PIC 9(14).

FD ProposedDeleteFile.
01 ProposedDeleteRec.
   88 EndOfProposedFile     VALUE HIGH-VALUES.
   02 GadgetID-PD           PIC 9(7).
   02 GadgetName-PD         PIC X(30).
   02 LifecycleStatus-PD    PIC X.
   02 ProposedDate-PD       PIC 9(8).

FD StillProposedFile.
01 StillProposedRec         PIC X(46).

FD ApprovedTransFile.
01 ApprovedTransRec.
   02 TypeCode-AT           PIC 9.
   02 GadgetID-AT           PIC 9(7).
   02 FILLER                PIC X(44).
   02 OperatorId-AT         PIC X(4).
   02 EntryDateTime-AT      PIC 9(14).

FD MasterStockFile.
01 MasterStockRec.
   02 GadgetID-MF           PIC 9(7).
   02 GadgetName-MF         PIC X(30).
   02 QtyInStock-MF         PIC 9(4).
   02 Price-MF              PIC 9(4)V99.
   02 SupplierCode-MF       PIC 9(4).
   02 QtyByLocation-MF      PIC X(12).
   02 Serialised-MF         PIC X.
   02 RegularPrice-MF       PIC 9(4)V99.
   02 LifecycleStatus-MF    PIC X.

WORKING-STORAGE SECTION.
01 LifecycleFileStatus     PIC XX.
   88 NoLifecycleFileYet   VALUE "35".

01 ProposedDeleteStatus    PIC XX.
   88 NoProposedFile       VALUE "35".

01 ApprovedTransStatus     PIC XX.
   88 NoApprovedFileYet    VALUE "35".

01 MasterStockStatus       PIC XX.
   88 MasterStockOK        VALUE "00".

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing10-39".
01 OperatorPermission      PIC 9.
   88 SignOnFailed         VALUE 0.
   88 MaintenanceAllowed   VALUE 3.
01 LogActionName           PIC X(8).

01 MenuChoice              PIC X.
   88 ChoseSetStatus       VALUE "1".
   88 ChoseReviewDeletes   VALUE "2".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1", "2".

01 EnteredGadgetID         PIC X(7).
01 EnteredGadgetIDNum REDEFINES EnteredGadgetID
                           PIC 9(7).
01 EnteredStatus           PIC X.
   88 ValidStatus          VALUE "A", "D", "O".

01 Decision                PIC X.
   88 DecisionApprove      VALUE "A", "a".
   88 DecisionReject       VALUE "R", "r".
   88 DecisionSkip         VALUE "S", "s".
   88 ValidDecision        VALUE "A", "a", "R", "r", "S", "s".

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 GadgetCheckDigitResult  PIC 9.
   88 GadgetCheckDigitInvalid VALUE 1.
   88 GadgetCheckDigitValid   VALUE 0.

*  What was read from the master, kept apart from the record so it
*  is still there once the file is closed.
01 FILLER                  PIC X VALUE "n".
   88 GadgetOnMaster       VALUE "y".
   88 GadgetNotOnMaster    VALUE "n".
01 GadgetName              PIC X(30).
01 GadgetQtyInStock        PIC 9(4).
01 GadgetStatus            PIC X.
   88 GadgetActive         VALUE "A", SPACE.
   88 GadgetDiscontinued   VALUE "D".
   88 GadgetObsolete       VALUE "O".
01 PrnStatus               PIC X(12).

01 ApprovedCount           PIC 9(4).
01 RejectedCount           PIC 9(4).
01 SkippedCount            PIC 9(4).
01 DroppedCount            PIC 9(4).
01 PrnCount                PIC ZZZ9.

01 FILLER                  PIC X VALUE "n".
   88 CopyBackDone         VALUE "y".
   88 CopyBackLeft         VALUE "n".

PROCEDURE DIVISION.
Begin.
   DISPLAY "Gadget lifecycle maintenance"
   CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                               OperatorPermission
   IF SignOnFailed
      STOP RUN
   END-IF
   IF NOT MaintenanceAllowed
      DISPLAY "Lifecycle maintenance needs permission level 3"
              " - refused."
      STOP RUN
   END-IF
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseSetStatus        PERFORM SetLifecycleStatus
          WHEN ChoseReviewDeletes    PERFORM ReviewProposedDeletions
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   STOP RUN.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. Set a gadget active, discontinued or obsolete"
   DISPLAY "2. Review proposed deletions of sold-down gadgets"
   DISPLAY "0. Quit"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

SetLifecycleStatus.
   PERFORM GetValidGadgetID
   OPEN INPUT MasterStockFile
   PERFORM ReadGadgetMaster
   CLOSE MasterStockFile
   IF GadgetNotOnMaster
      DISPLAY "GadgetID not on the stock file - refused."
      EXIT PARAGRAPH
   END-IF
   PERFORM SetPrnStatus
   DISPLAY GadgetName " - " PrnStatus " now, stock " GadgetQtyInStock
   MOVE SPACE TO EnteredStatus
   PERFORM UNTIL ValidStatus
      DISPLAY "Active, Discontinued or Obsolete (A/D/O) - "
              WITH NO ADVANCING
      ACCEPT EnteredStatus
      MOVE FUNCTION UPPER-CASE(EnteredStatus) TO EnteredStatus
   END-PERFORM
   OPEN EXTEND LifecycleFile
   IF NoLifecycleFileYet
      OPEN OUTPUT LifecycleFile
   END-IF
   MOVE EnteredGadgetIDNum TO GadgetID-LC
   MOVE EnteredStatus      TO LifecycleStatus-LC
   MOVE OperatorId         TO OperatorId-LC
   MOVE FUNCTION CURRENT-DATE(1:14) TO ChangeDateTime-LC
   WRITE LifecycleRec
   CLOSE LifecycleFile
   MOVE "LIFECYCL" TO LogActionName
   CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                  LogActionName
   DISPLAY "Takes effect on the master at the next nightly run.".

ReviewProposedDeletions.
   OPEN INPUT ProposedDeleteFile
   IF NoProposedFile
      DISPLAY "No deletions proposed - run the sell-down report"
              " (Listing10-40) first."
      EXIT PARAGRAPH
   END-IF
   MOVE ZERO TO ApprovedCount, RejectedCount, SkippedCount,
                DroppedCount
   OPEN INPUT MasterStockFile
   OPEN OUTPUT StillProposedFile
   OPEN EXTEND ApprovedTransFile
   IF NoApprovedFileYet
      OPEN OUTPUT ApprovedTransFile
   END-IF
   READ ProposedDeleteFile
      AT END SET EndOfProposedFile TO TRUE
   END-READ
   PERFORM ReviewOneProposal UNTIL EndOfProposedFile
   CLOSE ProposedDeleteFile, StillProposedFile, ApprovedTransFile,
         MasterStockFile
   PERFORM CopyStillProposedBack
   DISPLAY " "
   MOVE ApprovedCount TO PrnCount
   DISPLAY "Deletions approved - " PrnCount
   MOVE RejectedCount TO PrnCount
   DISPLAY "Rejected - " PrnCount
   MOVE DroppedCount TO PrnCount
   DISPLAY "No longer eligible - " PrnCount
   MOVE SkippedCount TO PrnCount
   DISPLAY "Left proposed - " PrnCount.

ReviewOneProposal.
*  The proposal is as old as the last sell-down report, so the master
*  is read again - stock back from a customer return, or the gadget
*  made active again, takes it out of the running.
   MOVE GadgetID-PD TO EnteredGadgetIDNum
   PERFORM ReadGadgetMaster
   DISPLAY " "
   EVALUATE TRUE
       WHEN GadgetNotOnMaster
            DISPLAY "Gadget " GadgetID-PD " is no longer on the master"
                    " - proposal dropped."
            ADD 1 TO DroppedCount
       WHEN GadgetActive OR GadgetQtyInStock NOT = ZERO
            DISPLAY "Gadget " GadgetID-PD " " GadgetName
            DISPLAY "  active again or has stock - proposal dropped."
            ADD 1 TO DroppedCount
       WHEN OTHER
            PERFORM DecideOneProposal
   END-EVALUATE
   READ ProposedDeleteFile
      AT END SET EndOfProposedFile TO TRUE
   END-READ.

DecideOneProposal.
   PERFORM SetPrnStatus
   DISPLAY "Gadget   : " GadgetID-PD " " GadgetName
   DISPLAY "Status   : " PrnStatus
   DISPLAY "Proposed : " ProposedDate-PD
           " - no stock, back-orders, reservations or cost layers"
   MOVE SPACE TO Decision
   PERFORM UNTIL ValidDecision
      DISPLAY "Approve, Reject or Skip (A/R/S) - " WITH NO ADVANCING
      ACCEPT Decision
   END-PERFORM
   EVALUATE TRUE
       WHEN DecisionApprove
            MOVE SPACES           TO ApprovedTransRec
            MOVE 2                TO TypeCode-AT
            MOVE GadgetID-PD      TO GadgetID-AT
            MOVE OperatorId       TO OperatorId-AT
            MOVE FUNCTION CURRENT-DATE(1:14) TO EntryDateTime-AT
            WRITE ApprovedTransRec
            ADD 1 TO ApprovedCount
            MOVE "DELAPP" TO LogActionName
            CALL "LogOperatorAction" USING OperatorId,
                                   SignOnProgramName, LogActionName
       WHEN DecisionReject
            ADD 1 TO RejectedCount
            MOVE "DELREJ" TO LogActionName
            CALL "LogOperatorAction" USING OperatorId,
                                   SignOnProgramName, LogActionName
       WHEN DecisionSkip
            WRITE StillProposedRec FROM ProposedDeleteRec
            ADD 1 TO SkippedCount
   END-EVALUATE.

CopyStillProposedBack.
*  As in Listing10-24, the skipped proposals become the new file.
   OPEN INPUT StillProposedFile
   OPEN OUTPUT ProposedDeleteFile
   SET CopyBackLeft TO TRUE
   PERFORM UNTIL CopyBackDone
      READ StillProposedFile
         AT END SET CopyBackDone TO TRUE
         NOT AT END WRITE ProposedDeleteRec FROM StillProposedRec
      END-READ
   END-PERFORM
   CLOSE StillProposedFile, ProposedDeleteFile.

ReadGadgetMaster.
*  The caller opens and closes the master.
   SET GadgetNotOnMaster TO TRUE
   MOVE "Not on the stock file" TO GadgetName
   MOVE ZERO  TO GadgetQtyInStock
   MOVE SPACE TO GadgetStatus
   MOVE EnteredGadgetIDNum TO GadgetID-MF
   READ MasterStockFile
      INVALID KEY CONTINUE
      NOT INVALID KEY
         SET GadgetOnMaster TO TRUE
         MOVE GadgetName-MF      TO GadgetName
         MOVE QtyInStock-MF      TO GadgetQtyInStock
         MOVE LifecycleStatus-MF TO GadgetStatus
   END-READ.

SetPrnStatus.
   EVALUATE TRUE
       WHEN GadgetDiscontinued MOVE "discontinued" TO PrnStatus
       WHEN GadgetObsolete     MOVE "obsolete"     TO PrnStatus
       WHEN OTHER              MOVE "active"       TO PrnStatus
   END-EVALUATE.

GetValidGadgetID.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "GadgetID (7 digits incl check digit) - "
              WITH NO ADVANCING
      ACCEPT EnteredGadgetID
      IF EnteredGadgetID NOT NUMERIC
         DISPLAY "GadgetID must be 7 digits - " EnteredGadgetID
      ELSE
         CALL "ValidateCheckDigit"
              USING BY CONTENT EnteredGadgetID
                    BY REFERENCE GadgetCheckDigitResult
         IF GadgetCheckDigitInvalid
            DISPLAY "GadgetID fails check digit - " EnteredGadgetID
         ELSE
            SET FieldAccepted TO TRUE
         END-IF
      END-IF
   END-PERFORM.
