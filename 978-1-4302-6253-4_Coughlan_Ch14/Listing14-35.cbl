IDENTIFICATION DIVISION.
PROGRAM-ID. Listing14-35.
AUTHOR. Michael Coughlan.
* Universal Telecoms bill-payer account maintenance.
* A business or family with several phones pays for them all on one
* bill-payer account.  The bill-payer record lives on the INDEXED
* BillPayerFile, keyed on a BillPayerId from the range 9000000000
* upwards that the SubscriberMaster loader (Listing14-11) keeps free
* of SubscriberIds, so either kind of account number can stand on
* the billed items, payments and balances without a clash.  It holds
* the name and the address the consolidated bill and the collection
* letters go to, whether it is a business or a family account, and
* the direct debit mandate the whole account is collected on.
* The operator (level 2, signed on through the shared SignOnOperator
* service) opens bill-payer accounts - the next free BillPayerId is
* allocated - changes their name, address or mandate, and lists the
* lines (SubscriberIds) an account owns.  A line is put under a
* bill-payer by the customer office on the SubscriberMaster source
* file, which Listing14-11 checks against this file when it loads.
* The billing run (Listing14-3) prints one consolidated bill per
* bill-payer, the payments run (Listing14-12) ages the debt on the
* bill-payer account, the collection run (Listing14-16) draws it on
* the bill-payer's mandate and the collection letters (Listing14-18)
* go to the bill-payer's address.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BillPayerFile ASSIGN TO "Listing14-35Payers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BillPayerId-BP
           FILE STATUS IS BillPayerStatus.

    SELECT SubscriberMaster ASSIGN TO "Listing14-11Subs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SubscriberId-SM
           FILE STATUS IS SubscriberMasterStatus.

DATA DIVISION.
FILE SECTION.
FD  BillPayerFile.
01  BillPayerRec.
    88 EndOfBillPayerFile VALUE HIGH-VALUES.
    02 BillPayerId-BP     PIC 9(10).
    02 PayerName-BP       PIC X(25).
    02 PayerAddress1-BP   PIC X(20).
    02 PayerAddress2-BP   PIC X(20).
    02 PayerAddress3-BP   PIC X(20).
*   B business, F family.
    02 PayerType-BP       PIC X.
    02 DDMandate-BP       PIC X.
       88 HasDDMandate-BP VALUE "Y".
    02 DDBankRef-BP       PIC X(12).
    02 OpenedDate-BP      PIC 9(8).

FD  SubscriberMaster.
01  SubscriberMasterRec.
    88 EndOfSubscriberMaster VALUE HIGH-VALUES.
    02 SubscriberId-SM    PIC 9(10).
    02 SubscriberName-SM  PIC X(25).
    02 AddressLine1-SM    PIC X(20).
    02 AddressLine2-SM    PIC X(20).
    02 AddressLine3-SM    PIC X(20).
    02 PlanCode-SM        PIC XX.
    02 DDMandate-SM       PIC X.
    02 DDBankRef-SM       PIC X(12).
    02 PlanStartDate-SM   PIC 9(8).
    02 AccountType-SM     PIC X.
    02 BillPayerId-SM     PIC 9(10).

WORKING-STORAGE SECTION.
01 BillPayerStatus        PIC XX.
   88 BillPayerFound      VALUE "00".
   88 NoBillPayerFileYet  VALUE "35".

01 SubscriberMasterStatus PIC XX.

01 OperatorId             PIC X(4).
01 SignOnProgramName      PIC X(12) VALUE "Listing14-35".
01 OperatorPermission     PIC 9.
   88 UpdatesAllowed      VALUE 2, 3.
01 LogActionName          PIC X(8).

01 MenuChoice             PIC X.
   88 ChoseOpenPayer      VALUE "1".
   88 ChoseChangePayer    VALUE "2".
   88 ChoseListLines      VALUE "3".
   88 ChoseQuit           VALUE "0".
   88 ValidMenuChoice     VALUE "0" THRU "3".

01 FirstBillPayerId       PIC 9(10) VALUE 9000000000.
01 NextBillPayerId        PIC 9(10).

01 EnteredPayer           PIC X(10).
01 EnteredPayerNum REDEFINES EnteredPayer
                          PIC 9(10).
01 EnteredName            PIC X(25).
01 EnteredAddress1        PIC X(20).
01 EnteredAddress2        PIC X(20).
01 EnteredAddress3        PIC X(20).
01 EnteredPayerType       PIC X.
   88 BusinessPayer       VALUE "B", "b".
   88 FamilyPayer         VALUE "F", "f".
   88 ValidPayerType      VALUE "B", "b", "F", "f".
01 EnteredMandate         PIC X.
   88 MandateSigned       VALUE "Y", "y".
   88 NoMandate           VALUE "N", "n".
   88 ValidMandate        VALUE "Y", "y", "N", "n".
01 EnteredBankRef         PIC X(12).

01 FILLER                 PIC X VALUE "n".
   88 FieldAccepted       VALUE "y".
   88 FieldRejected       VALUE "n".

01 ConfirmReply           PIC X.
   88 EntryConfirmed      VALUE "Y", "y".

01 TodaysDate             PIC 9(8).
01 LineCount              PIC 9(5).

01 SessionCounts.
   02 PayersOpened        PIC 9(4) VALUE ZERO.
   02 PayersChanged       PIC 9(4) VALUE ZERO.

01 PrnCount               PIC ZZ,ZZ9.

01 LineListHeading        PIC X(50) VALUE
   "SubscriberId  User                       Plan".

01 LineListLine.
   02 PrnSubscriberId     PIC 9(10).
   02 FILLER              PIC X(4)  VALUE SPACES.
   02 PrnSubscriberName   PIC X(25).
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnPlanCode         PIC XX.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Bill-payer account maintenance"
    CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                                OperatorPermission
    IF NOT UpdatesAllowed
       DISPLAY "Maintaining bill-payer accounts needs permission"
               " level 2."
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    OPEN I-O BillPayerFile
    IF NoBillPayerFileYet
       OPEN OUTPUT BillPayerFile
       CLOSE BillPayerFile
       OPEN I-O BillPayerFile
    END-IF
    PERFORM DisplayMenuAndGetChoice
    PERFORM UNTIL ChoseQuit
       EVALUATE TRUE
           WHEN ChoseOpenPayer   PERFORM OpenOnePayer
           WHEN ChoseChangePayer PERFORM ChangeOnePayer
           WHEN ChoseListLines   PERFORM ListPayerLines
       END-EVALUATE
       PERFORM DisplayMenuAndGetChoice
    END-PERFORM
    CLOSE BillPayerFile
    DISPLAY " "
    MOVE PayersOpened TO PrnCount
    DISPLAY "Bill-payer accounts opened  - " PrnCount
    MOVE PayersChanged TO PrnCount
    DISPLAY "Bill-payer accounts changed - " PrnCount
    STOP RUN.

DisplayMenuAndGetChoice.
    DISPLAY " "
    DISPLAY "1. Open a bill-payer account"
    DISPLAY "2. Change a bill-payer's name, address or mandate"
    DISPLAY "3. List the lines a bill-payer owns"
    DISPLAY "0. Quit"
    MOVE SPACE TO MenuChoice
    PERFORM UNTIL ValidMenuChoice
       DISPLAY "Enter choice - " WITH NO ADVANCING
       ACCEPT MenuChoice
    END-PERFORM.

OpenOnePayer.
    DISPLAY "Bill-payer name (25 chars) - " WITH NO ADVANCING
    ACCEPT EnteredName
    DISPLAY "Address line 1 - " WITH NO ADVANCING
    ACCEPT EnteredAddress1
    DISPLAY "Address line 2 - " WITH NO ADVANCING
    ACCEPT EnteredAddress2
    DISPLAY "Address line 3 - " WITH NO ADVANCING
    ACCEPT EnteredAddress3
    PERFORM GetValidPayerType
    PERFORM GetValidMandate
    PERFORM FindNextBillPayerId
    DISPLAY "Open account " NextBillPayerId " for " EnteredName
            " (Y/N) - " WITH NO ADVANCING
    ACCEPT ConfirmReply
    IF NOT EntryConfirmed
       DISPLAY "Not opened."
       EXIT PARAGRAPH
    END-IF
    MOVE NextBillPayerId TO BillPayerId-BP
    MOVE EnteredName     TO PayerName-BP
    MOVE EnteredAddress1 TO PayerAddress1-BP
    MOVE EnteredAddress2 TO PayerAddress2-BP
    MOVE EnteredAddress3 TO PayerAddress3-BP
    PERFORM MovePayerTypeAndMandate
    MOVE TodaysDate      TO OpenedDate-BP
    WRITE BillPayerRec
       INVALID KEY
          DISPLAY "Unexpected write error on BillPayerFile - "
                  BillPayerStatus
          EXIT PARAGRAPH
    END-WRITE
    ADD 1 TO PayersOpened
    MOVE "BPOPEN" TO LogActionName
    CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                   LogActionName
    DISPLAY "Bill-payer account " NextBillPayerId " opened - put its"
            " lines under it on the subscriber source file.".

FindNextBillPayerId.
*   Accounts are numbered on from the highest on file.
    MOVE FirstBillPayerId TO NextBillPayerId
    MOVE ZERO TO BillPayerId-BP
    START BillPayerFile KEY IS NOT LESS THAN BillPayerId-BP
       INVALID KEY SET EndOfBillPayerFile TO TRUE
    END-START
    IF NOT EndOfBillPayerFile
       READ BillPayerFile NEXT RECORD
          AT END SET EndOfBillPayerFile TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfBillPayerFile
       MOVE BillPayerId-BP TO NextBillPayerId
       READ BillPayerFile NEXT RECORD
          AT END SET EndOfBillPayerFile TO TRUE
       END-READ
    END-PERFORM
    ADD 1 TO NextBillPayerId.

ChangeOnePayer.
    PERFORM GetValidBillPayer
    DISPLAY "Press Enter to keep the value shown."
    DISPLAY "Name      (" PayerName-BP ") - " WITH NO ADVANCING
    ACCEPT EnteredName
    DISPLAY "Address 1 (" PayerAddress1-BP ") - " WITH NO ADVANCING
    ACCEPT EnteredAddress1
    DISPLAY "Address 2 (" PayerAddress2-BP ") - " WITH NO ADVANCING
    ACCEPT EnteredAddress2
    DISPLAY "Address 3 (" PayerAddress3-BP ") - " WITH NO ADVANCING
    ACCEPT EnteredAddress3
    DISPLAY "Direct debit mandate now " DDMandate-BP " "
            DDBankRef-BP
    PERFORM GetValidMandate
    MOVE PayerType-BP TO EnteredPayerType
    DISPLAY "Save the changes (Y/N) - " WITH NO ADVANCING
    ACCEPT ConfirmReply
    IF NOT EntryConfirmed
       DISPLAY "Not changed."
       EXIT PARAGRAPH
    END-IF
    IF EnteredName NOT = SPACES
       MOVE EnteredName TO PayerName-BP
    END-IF
    IF EnteredAddress1 NOT = SPACES
       MOVE EnteredAddress1 TO PayerAddress1-BP
    END-IF
    IF EnteredAddress2 NOT = SPACES
       MOVE EnteredAddress2 TO PayerAddress2-BP
    END-IF
    IF EnteredAddress3 NOT = SPACES
       MOVE EnteredAddress3 TO PayerAddress3-BP
    END-IF
    PERFORM MovePayerTypeAndMandate
    REWRITE BillPayerRec
       INVALID KEY
          DISPLAY "Unexpected rewrite error on BillPayerFile - "
                  BillPayerStatus
          EXIT PARAGRAPH
    END-REWRITE
    ADD 1 TO PayersChanged
    MOVE "BPCHANGE" TO LogActionName
    CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                   LogActionName
    DISPLAY "Bill-payer account " BillPayerId-BP " changed.".

MovePayerTypeAndMandate.
    IF BusinessPayer
       MOVE "B" TO PayerType-BP
    ELSE
       MOVE "F" TO PayerType-BP
    END-IF
    IF MandateSigned
       MOVE "Y"            TO DDMandate-BP
       MOVE EnteredBankRef TO DDBankRef-BP
    ELSE
       MOVE "N"            TO DDMandate-BP
       MOVE SPACES         TO DDBankRef-BP
    END-IF.

ListPayerLines.
*   The lines are found on the SubscriberMaster, read through in
*   SubscriberId order.
    PERFORM GetValidBillPayer
    DISPLAY PayerName-BP
    DISPLAY LineListHeading
    MOVE ZERO TO LineCount
    OPEN INPUT SubscriberMaster
    READ SubscriberMaster NEXT RECORD
       AT END SET EndOfSubscriberMaster TO TRUE
    END-READ
    PERFORM UNTIL EndOfSubscriberMaster
       IF BillPayerId-SM = BillPayerId-BP
          ADD 1 TO LineCount
          MOVE SubscriberId-SM   TO PrnSubscriberId
          MOVE SubscriberName-SM TO PrnSubscriberName
          MOVE PlanCode-SM       TO PrnPlanCode
          DISPLAY LineListLine
       END-IF
       READ SubscriberMaster NEXT RECORD
          AT END SET EndOfSubscriberMaster TO TRUE
       END-READ
    END-PERFORM
    CLOSE SubscriberMaster
    MOVE LineCount TO PrnCount
    DISPLAY "Lines on the account - " PrnCount.

GetValidBillPayer.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "BillPayerId (10 digits) - " WITH NO ADVANCING
       ACCEPT EnteredPayer
       IF EnteredPayer NOT NUMERIC
          DISPLAY "BillPayerId must be 10 digits - " EnteredPayer
       ELSE
          MOVE EnteredPayerNum TO BillPayerId-BP
          READ BillPayerFile
             INVALID KEY CONTINUE
          END-READ
          IF BillPayerFound
             DISPLAY "Bill-payer - " PayerName-BP
             SET FieldAccepted TO TRUE
          ELSE
             DISPLAY "No bill-payer " EnteredPayer " on file."
          END-IF
       END-IF
    END-PERFORM.

GetValidPayerType.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Business or family account (B/F) - "
               WITH NO ADVANCING
       ACCEPT EnteredPayerType
       IF ValidPayerType
          SET FieldAccepted TO TRUE
       ELSE
          DISPLAY "Enter B or F - " EnteredPayerType
       END-IF
    END-PERFORM.

GetValidMandate.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Direct debit mandate signed (Y/N) - "
               WITH NO ADVANCING
       ACCEPT EnteredMandate
       IF ValidMandate
          SET FieldAccepted TO TRUE
       ELSE
          DISPLAY "Enter Y or N - " EnteredMandate
       END-IF
    END-PERFORM
    MOVE SPACES TO EnteredBankRef
    IF MandateSigned
       PERFORM UNTIL EnteredBankRef NOT = SPACES
          DISPLAY "Bank reference (12 chars) - " WITH NO ADVANCING
          ACCEPT EnteredBankRef
       END-PERFORM
    END-IF.
