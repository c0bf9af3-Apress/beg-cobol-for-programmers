* with the bank reference when the subscriber has signed one, which
* the collection run (Listing14-16) uses to draw the outstanding
* balance after billing.
* The account type marks a prepaid (pay-as-you-go) subscriber with
* "P": prepaid accounts are topped up in advance (Listing14-33) and
* rated daily against their credit (Listing14-34) instead of being
* billed, drawn by direct debit, or aged.  Anything else is a
* postpaid account billed monthly in arrears.
* A line that belongs to a business or family bill-payer account
* carries its BillPayerId; it is checked against the BillPayerFile
* (Listing14-35) and a line naming an unknown bill-payer is loaded
* to bill on its own, and reported.  SubscriberIds from 9000000000
* up are kept for bill-payer accounts and are rejected here.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           RECORD KEY IS SubscriberId-SM
           FILE STATUS IS SubscriberMasterStatus.

    SELECT BillPayerFile ASSIGN TO "Listing14-35Payers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BillPayerId-BP
           FILE STATUS IS BillPayerStatus.

DATA DIVISION.
FILE SECTION.
FD  SubscriberSourceFile.
    02 DDMandate-SRC      PIC X.
    02 DDBankRef-SRC      PIC X(12).
    02 PlanStartDate-SRC  PIC 9(8).
    02 AccountType-SRC    PIC X.
    02 BillPayerId-SRC    PIC 9(10).

FD  SubscriberMaster.
01  SubscriberMasterRec.
*   The day the subscriber joined or last changed plan - the billing
*   run prorates the first recurring charge from it.
    02 PlanStartDate-SM   PIC 9(8).
*   P for a prepaid (pay-as-you-go) account; anything else is billed
*   monthly in arrears.
    02 AccountType-SM     PIC X.
       88 PrepaidAccount-SM VALUE "P".
*   The bill-payer account the line is billed to; zero for a line
*   billed on its own.
    02 BillPayerId-SM     PIC 9(10).

FD  BillPayerFile.
01  BillPayerRec.
    02 BillPayerId-BP     PIC 9(10).
    02 PayerName-BP       PIC X(25).
    02 PayerAddress1-BP   PIC X(20).
    02 PayerAddress2-BP   PIC X(20).
    02 PayerAddress3-BP   PIC X(20).
    02 PayerType-BP       PIC X.
    02 DDMandate-BP       PIC X.
    02 DDBankRef-BP       PIC X(12).
    02 OpenedDate-BP      PIC 9(8).

WORKING-STORAGE SECTION.
01 SubscriberMasterStatus PIC XX.
   88 SubscriberMasterOK  VALUE "00".
   88 SubscriberExists    VALUE "22".

01 BillPayerStatus        PIC XX.
   88 BillPayerFound      VALUE "00".
   88 NoBillPayerFile     VALUE "35".

01 FirstBillPayerId       PIC 9(10) VALUE 9000000000.

01 LoadedCount            PIC 9(5) VALUE ZERO.
01 RejectedCount          PIC 9(5) VALUE ZERO.
01 PayerUnknownCount      PIC 9(5) VALUE ZERO.
01 PrnCount               PIC ZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    OPEN OUTPUT SubscriberMaster
    OPEN INPUT SubscriberSourceFile
    OPEN INPUT BillPayerFile
    READ SubscriberSourceFile
       AT END SET EndOfSourceFile TO TRUE
    END-READ
    PERFORM LoadOneSubscriber UNTIL EndOfSourceFile
    CLOSE SubscriberSourceFile, SubscriberMaster
    IF NOT NoBillPayerFile
       CLOSE BillPayerFile
    END-IF
    MOVE LoadedCount TO PrnCount
    DISPLAY "Subscribers loaded   - " PrnCount
    MOVE RejectedCount TO PrnCount
    DISPLAY "Subscribers rejected - " PrnCount
    MOVE PayerUnknownCount TO PrnCount
    DISPLAY "Unknown bill-payers  - " PrnCount
    STOP RUN.

LoadOneSubscriber.
    IF SubscriberId-SRC NOT LESS THAN FirstBillPayerId
       DISPLAY "SubscriberId in the bill-payer range rejected - "
               SubscriberId-SRC
       ADD 1 TO RejectedCount
       READ SubscriberSourceFile
          AT END SET EndOfSourceFile TO TRUE
       END-READ
       EXIT PARAGRAPH
    END-IF
    MOVE SubscriberId-SRC   TO SubscriberId-SM
    MOVE SubscriberName-SRC TO SubscriberName-SM
    MOVE AddressLine1-SRC   TO AddressLine1-SM
    MOVE DDMandate-SRC      TO DDMandate-SM
    MOVE DDBankRef-SRC      TO DDBankRef-SM
    MOVE PlanStartDate-SRC  TO PlanStartDate-SM
    MOVE AccountType-SRC    TO AccountType-SM
    MOVE BillPayerId-SRC    TO BillPayerId-SM
    IF BillPayerId-SM NOT = ZERO
       PERFORM CheckBillPayer
    END-IF
    WRITE SubscriberMasterRec
       INVALID KEY
          DISPLAY "Duplicate SubscriberId rejected - "
    READ SubscriberSourceFile
       AT END SET EndOfSourceFile TO TRUE
    END-READ.

CheckBillPayer.
    MOVE BillPayerId-SM TO BillPayerId-BP
    IF NoBillPayerFile
       MOVE "35" TO BillPayerStatus
    ELSE
       READ BillPayerFile
          INVALID KEY CONTINUE
       END-READ
    END-IF
    IF NOT BillPayerFound
       DISPLAY "Bill-payer " BillPayerId-SM " not on file - line "
               SubscriberId-SRC " billed on its own"
       ADD 1 TO PayerUnknownCount
       MOVE ZERO TO BillPayerId-SM
    END-IF.
