*     paid, and who is about to lapse unpaid.
* The member file is small enough to buffer whole, update in place,
* and write back, the way Listing8-3 buffers ExpiringMemberTable.
* A member's unpaid house account (bar and pro-shop charges captured
* by Listing8-18) now carries into the renewal: anything charged
* before the current month and still unpaid is house arrears, shown
* on the renewal invoice and the outstanding-renewals report.  The
* renewal is only paid, and the expiry only extended, when the
* payment covers the fee and the arrears together; the arrears part
* is then booked to the house account as paid with the renewal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PaymentsStatus.

    SELECT HouseAccountFile ASSIGN TO "Listing8-18House.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HouseAccountStatus.

DATA DIVISION.
FILE SECTION.
FD  MemberFile.
    02 MemberType    PIC 9.
    02 Gender        PIC X.
    02 MemberExpiryDate PIC 9(8).
*   House account limit for bar and pro-shop charges; zero means
*   the member has no house account.
    02 HouseLimit    PIC 9(4)V99.

FD  RenewalFeeFile.
01  RenewalFeeRec.
    02 Status-INV        PIC X.
       88 InvoiceOpen    VALUE "O".
       88 InvoicePaid    VALUE "P".
    02 HouseArrears-INV  PIC 9(5)V99.

FD  PaymentsFile.
01  PaymentRec.
    02 PayDate-PAY       PIC 9(8).
    02 PayAmount-PAY     PIC 9(4)V99.

FD  HouseAccountFile.
01  HouseAccountRec.
    88 EndOfHouseAccountFile VALUE HIGH-VALUES.
    02 MemberId-HA       PIC X(5).
    02 TransDate-HA      PIC 9(8).
    02 Outlet-HA         PIC X.
    02 TransType-HA      PIC X.
       88 Charge-HA      VALUE "C".
       88 Payment-HA     VALUE "P".
    02 Amount-HA         PIC 9(5)V99.
    02 Description-HA    PIC X(20).

WORKING-STORAGE SECTION.
01 InvoiceStatus          PIC XX.
   88 NoInvoiceFileYet    VALUE "35".
01 PaymentsStatus         PIC XX.
   88 NoPaymentsFile      VALUE "35".

01 HouseAccountStatus     PIC XX.
   88 NoHouseAccountFile  VALUE "35".

01 RenewalFeeTable.
   02 RenewalFee OCCURS 10 TIMES PIC 9(4)V99.

      03 MT-MemberType     PIC 9.
      03 MT-Gender         PIC X.
      03 MT-ExpiryDate     PIC 9(8).
      03 MT-HouseLimit     PIC 9(4)V99.
      03 MT-HouseArrears   PIC S9(6)V99.

01 MemberCount            PIC 999 VALUE ZERO.
01 MemberIdx              PIC 999.
      03 IT-Status         PIC X.
         88 IT-Open        VALUE "O".
         88 IT-Paid        VALUE "P".
      03 IT-HouseArrears   PIC 9(5)V99.

01 InvoiceCount           PIC 999 VALUE ZERO.
01 InvoiceIdx             PIC 999.
01 TodaysDateInt          PIC 9(8).
01 ExpiryDateInt          PIC 9(8).
01 DaysUntilExpiry        PIC S9(5).
01 ArrearsCutOffDate      PIC 9(8).
01 AmountToRenew          PIC 9(6)V99.

01 WorkExpiryDate.
   02 WorkExpiryYear      PIC 9(4).
   02 PrnDateBilled        PIC 9(8).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnStatusWord        PIC X(14).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnHouseArrears      PIC $$,$$9.99 BLANK WHEN ZERO.

PROCEDURE DIVISION.
Begin.
   PERFORM LoadRenewalFeeTable
   PERFORM LoadMemberTable
   PERFORM LoadInvoiceTable
   PERFORM LoadHouseArrears
   IF MemberTableFull OR InvoiceTableFull
      DISPLAY "Run refused - member or invoice file holds more "
              "than 500 records and the tables cannot buffer it "
         MOVE MemberType       TO MT-MemberType(MemberCount)
         MOVE Gender           TO MT-Gender(MemberCount)
         MOVE MemberExpiryDate TO MT-ExpiryDate(MemberCount)
         IF HouseLimit NUMERIC
            MOVE HouseLimit    TO MT-HouseLimit(MemberCount)
         ELSE
            MOVE ZERO          TO MT-HouseLimit(MemberCount)
         END-IF
         MOVE ZERO             TO MT-HouseArrears(MemberCount)
      ELSE
         SET MemberTableFull TO TRUE
      END-IF
            MOVE FeeDue-INV     TO IT-FeeDue(InvoiceCount)
            MOVE DateBilled-INV TO IT-DateBilled(InvoiceCount)
            MOVE Status-INV     TO IT-Status(InvoiceCount)
            IF HouseArrears-INV NUMERIC
               MOVE HouseArrears-INV TO IT-HouseArrears(InvoiceCount)
            ELSE
               MOVE ZERO TO IT-HouseArrears(InvoiceCount)
            END-IF
         ELSE
            SET InvoiceTableFull TO TRUE
         END-IF
      CLOSE RenewalInvoiceFile
   END-IF.

LoadHouseArrears.
*  Charges before the first of this month, less every payment made,
*  are in arrears; charges this month are not yet due.
   MOVE TodaysDate TO ArrearsCutOffDate
   MOVE "01" TO ArrearsCutOffDate(7:2)
   OPEN INPUT HouseAccountFile
   IF NoHouseAccountFile
      EXIT PARAGRAPH
   END-IF
   READ HouseAccountFile
      AT END SET EndOfHouseAccountFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfHouseAccountFile
      SET MemberNotFound TO TRUE
      PERFORM VARYING MemberIdx FROM 1 BY 1
              UNTIL MemberIdx > MemberCount OR MemberFound
         IF MT-MemberId(MemberIdx) = MemberId-HA
            SET MemberFound TO TRUE
         END-IF
      END-PERFORM
      IF MemberFound
         SUBTRACT 1 FROM MemberIdx
         IF Payment-HA
            SUBTRACT Amount-HA FROM MT-HouseArrears(MemberIdx)
         ELSE
            IF TransDate-HA < ArrearsCutOffDate
               ADD Amount-HA TO MT-HouseArrears(MemberIdx)
            END-IF
         END-IF
      END-IF
      READ HouseAccountFile
         AT END SET EndOfHouseAccountFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE HouseAccountFile
   PERFORM VARYING MemberIdx FROM 1 BY 1
           UNTIL MemberIdx > MemberCount
      IF MT-HouseArrears(MemberIdx) < ZERO
         MOVE ZERO TO MT-HouseArrears(MemberIdx)
      END-IF
   END-PERFORM.

BillNewlyExpiringMembers.
   PERFORM VARYING MemberIdx FROM 1 BY 1
           UNTIL MemberIdx > MemberCount
                                    TO IT-FeeDue(InvoiceCount)
      MOVE TodaysDate               TO IT-DateBilled(InvoiceCount)
      MOVE "O"                      TO IT-Status(InvoiceCount)
      MOVE MT-HouseArrears(MemberIdx)
                                    TO IT-HouseArrears(InvoiceCount)
      ADD 1 TO NewlyBilledCount
   ELSE
*     The invoice table filled during billing - the member is not
   IF NoPaymentsFile
      CONTINUE
   ELSE
      OPEN EXTEND HouseAccountFile
      IF NoHouseAccountFile
         OPEN OUTPUT HouseAccountFile
      END-IF
      READ PaymentsFile
         AT END SET EndOfPaymentsFile TO TRUE
      END-READ
      PERFORM MatchOnePayment UNTIL EndOfPaymentsFile
      CLOSE PaymentsFile, HouseAccountFile
   END-IF.

MatchOnePayment.
   END-PERFORM
   IF OpenInvoiceFound
      SUBTRACT 1 FROM InvoiceIdx
      PERFORM FindInvoiceMember
      IF MemberFound
         MOVE MT-HouseArrears(MemberIdx) TO IT-HouseArrears(InvoiceIdx)
      END-IF
      COMPUTE AmountToRenew = IT-FeeDue(InvoiceIdx)
                            + IT-HouseArrears(InvoiceIdx)
      EVALUATE TRUE
         WHEN PayAmount-PAY NOT LESS THAN AmountToRenew
            SET IT-Paid(InvoiceIdx) TO TRUE
            IF IT-HouseArrears(InvoiceIdx) > ZERO
               PERFORM ClearHouseArrears
            END-IF
            PERFORM ExtendMemberExpiry
            ADD 1 TO PaymentsMatchedCount
         WHEN PayAmount-PAY NOT LESS THAN IT-FeeDue(InvoiceIdx)
            DISPLAY "House account in arrears - member " MemberId-PAY
                    " not renewed until the arrears are paid"
            ADD 1 TO UnmatchedPayCount
         WHEN OTHER
            DISPLAY "Part payment from member " MemberId-PAY
                    " left invoice open - " PayAmount-PAY
            ADD 1 TO UnmatchedPayCount
      END-EVALUATE
   ELSE
      DISPLAY "Payment with no open invoice - member " MemberId-PAY
      ADD 1 TO UnmatchedPayCount
      AT END SET EndOfPaymentsFile TO TRUE
   END-READ.

FindInvoiceMember.
   SET MemberNotFound TO TRUE
   PERFORM VARYING MemberIdx FROM 1 BY 1
           UNTIL MemberIdx > MemberCount OR MemberFound
      IF MT-MemberId(MemberIdx) = IT-MemberId(InvoiceIdx)
         SET MemberFound TO TRUE
      END-IF
   END-PERFORM
   IF MemberFound
      SUBTRACT 1 FROM MemberIdx
   END-IF.

ClearHouseArrears.
   MOVE IT-MemberId(InvoiceIdx)     TO MemberId-HA
   MOVE TodaysDate                  TO TransDate-HA
   MOVE "R"                         TO Outlet-HA
   SET Payment-HA                   TO TRUE
   MOVE IT-HouseArrears(InvoiceIdx) TO Amount-HA
   MOVE "PAID WITH RENEWAL"         TO Description-HA
   WRITE HouseAccountRec
   IF MemberFound
      MOVE ZERO TO MT-HouseArrears(MemberIdx)
   END-IF.

ExtendMemberExpiry.
   SET MemberNotFound TO TRUE
   PERFORM VARYING MemberIdx FROM 1 BY 1
      MOVE MT-MemberType(MemberIdx) TO MemberType
      MOVE MT-Gender(MemberIdx)     TO Gender
      MOVE MT-ExpiryDate(MemberIdx) TO MemberExpiryDate
      MOVE MT-HouseLimit(MemberIdx) TO HouseLimit
      WRITE MemberRec
   END-PERFORM
   CLOSE MemberFile.
      MOVE IT-FeeDue(InvoiceIdx)     TO FeeDue-INV
      MOVE IT-DateBilled(InvoiceIdx) TO DateBilled-INV
      MOVE IT-Status(InvoiceIdx)     TO Status-INV
      MOVE IT-HouseArrears(InvoiceIdx) TO HouseArrears-INV
      WRITE RenewalInvoiceRec
   END-PERFORM
   CLOSE RenewalInvoiceFile.
         ELSE
            MOVE "OPEN"          TO PrnStatusWord
         END-IF
         PERFORM FindInvoiceMember
         IF MemberFound
            MOVE MT-HouseArrears(MemberIdx)
                 TO IT-HouseArrears(InvoiceIdx)
         END-IF
      END-IF
      IF IT-Open(InvoiceIdx)
         MOVE IT-HouseArrears(InvoiceIdx) TO PrnHouseArrears
      ELSE
         MOVE ZERO TO PrnHouseArrears
      END-IF
      DISPLAY ReportDetailLine
   END-PERFORM
