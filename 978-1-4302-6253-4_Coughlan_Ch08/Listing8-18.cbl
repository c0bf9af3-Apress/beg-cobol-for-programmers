IDENTIFICATION DIVISION.
PROGRAM-ID. Listing8-18.
AUTHOR. Michael Coughlan.
* Rolling Greens house account capture.
* Replaces the paper chits members sign at the bar and the pro shop.
* The operator keys the outlet at the start of the session - B bar,
* P pro shop, or O the office, where the treasurer takes payments -
* and then each charge or payment against a MemberId:
*   - the MemberId is validated against the member file the way the
*     check-in (Listing8-7) validates it, and a lapsed member cannot
*     sign;
*   - a charge is refused when the member has no house account (a
*     zero HouseLimit on the member file) or when it would take the
*     balance over the member's HouseLimit;
*   - every accepted charge and payment is appended to the house
*     account file with the date and the outlet.
* The balance is everything charged less everything paid, worked
* out from the house account file when the session starts.  The
* month-end statement run (Listing8-19) prints the statements and
* the income by outlet, and the renewal billing (Listing8-6) will
* not renew a member whose house account is in arrears.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MemberFile  ASSIGN TO "Listing8-3-Members.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

    SELECT HouseAccountFile ASSIGN TO "Listing8-18House.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HouseAccountStatus.

DATA DIVISION.
FILE SECTION.
FD  MemberFile.
01  MemberRec.
    88 EndOfMemberFile   VALUE HIGH-VALUES.
    02 MemberId      PIC X(5).
    02 MemberName    PIC X(20).
    02 MemberType    PIC 9.
    02 Gender        PIC X.
    02 MemberExpiryDate PIC 9(8).
    02 HouseLimit    PIC 9(4)V99.

FD  HouseAccountFile.
01  HouseAccountRec.
    88 EndOfHouseAccountFile VALUE HIGH-VALUES.
    02 MemberId-HA   PIC X(5).
    02 TransDate-HA  PIC 9(8).
*   B bar, P pro shop, O office, R paid with the renewal (Listing8-6).
    02 Outlet-HA     PIC X.
    02 TransType-HA  PIC X.
       88 Charge-HA        VALUE "C".
       88 Payment-HA       VALUE "P".
    02 Amount-HA     PIC 9(5)V99.
    02 Description-HA PIC X(20).

WORKING-STORAGE SECTION.
01 HouseAccountStatus     PIC XX.
   88 NoHouseAccountFileYet VALUE "35".

01 MemberTable.
   02 MemberEntry OCCURS 500 TIMES.
      03 MT-MemberId      PIC X(5).
      03 MT-MemberName    PIC X(20).
      03 MT-ExpiryDate    PIC 9(8).
      03 MT-HouseLimit    PIC 9(4)V99.
      03 MT-Balance       PIC S9(6)V99.

01 MemberCount            PIC 999 VALUE ZERO.
01 MemberIdx              PIC 999.
01 FILLER                 PIC X VALUE "n".
   88 MemberFound         VALUE "y".
   88 MemberNotFound      VALUE "n".

01 OutletChoice           PIC X.
   88 BarOutlet           VALUE "B", "b".
   88 ProShopOutlet       VALUE "P", "p".
   88 OfficeOutlet        VALUE "O", "o".
   88 ValidOutlet         VALUE "B", "b", "P", "p", "O", "o".

01 AccountMemberId        PIC X(5).
   88 NoMoreEntries       VALUE "00000".
01 EnteredAmount          PIC X(6).
01 EnteredAmountN REDEFINES EnteredAmount
                          PIC 9(4)V99.
01 EnteredDescription     PIC X(20).
01 NewBalance             PIC S9(6)V99.

01 TodaysDate             PIC 9(8).
01 ChargesTaken           PIC 9(6)V99 VALUE ZERO.
01 PaymentsTaken          PIC 9(6)V99 VALUE ZERO.
01 ChargesRefused         PIC 9(4) VALUE ZERO.
01 PrnAmount              PIC ZZZ,ZZ9.99.
01 PrnBalance             PIC ZZZ,ZZ9.99-.
01 PrnLimit               PIC Z,ZZ9.99.
01 PrnCount               PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   PERFORM LoadMemberTable
   PERFORM LoadBalances
   MOVE SPACE TO OutletChoice
   PERFORM UNTIL ValidOutlet
      DISPLAY "Outlet - B bar, P pro shop, O office - "
              WITH NO ADVANCING
      ACCEPT OutletChoice
   END-PERFORM
   INSPECT OutletChoice CONVERTING "bpo" TO "BPO"
   OPEN EXTEND HouseAccountFile
   IF NoHouseAccountFileYet
      OPEN OUTPUT HouseAccountFile
   END-IF
   DISPLAY "Rolling Greens house accounts - " TodaysDate
   PERFORM GetAccountMemberId
   PERFORM RecordOneEntry UNTIL NoMoreEntries
   CLOSE HouseAccountFile
   MOVE ChargesTaken TO PrnAmount
   DISPLAY "Charges taken this session  - " PrnAmount
   MOVE PaymentsTaken TO PrnAmount
   DISPLAY "Payments taken this session - " PrnAmount
   MOVE ChargesRefused TO PrnCount
   DISPLAY "Charges refused             - " PrnCount
   STOP RUN.

LoadMemberTable.
   OPEN INPUT MemberFile
   READ MemberFile
      AT END SET EndOfMemberFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfMemberFile
      IF MemberCount < 500
         ADD 1 TO MemberCount
         MOVE MemberId         TO MT-MemberId(MemberCount)
         MOVE MemberName       TO MT-MemberName(MemberCount)
         MOVE MemberExpiryDate TO MT-ExpiryDate(MemberCount)
         IF HouseLimit NUMERIC
            MOVE HouseLimit TO MT-HouseLimit(MemberCount)
         ELSE
            MOVE ZERO       TO MT-HouseLimit(MemberCount)
         END-IF
         MOVE ZERO             TO MT-Balance(MemberCount)
      END-IF
      READ MemberFile
         AT END SET EndOfMemberFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE MemberFile.

LoadBalances.
   OPEN INPUT HouseAccountFile
   IF NoHouseAccountFileYet
      EXIT PARAGRAPH
   END-IF
   READ HouseAccountFile
      AT END SET EndOfHouseAccountFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfHouseAccountFile
      MOVE MemberId-HA TO AccountMemberId
      PERFORM FindAccountMember
      IF MemberFound
         IF Charge-HA
            ADD Amount-HA TO MT-Balance(MemberIdx)
         ELSE
            SUBTRACT Amount-HA FROM MT-Balance(MemberIdx)
         END-IF
      END-IF
      READ HouseAccountFile
         AT END SET EndOfHouseAccountFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE HouseAccountFile.

GetAccountMemberId.
   DISPLAY " "
   DISPLAY "MemberId (00000 to finish) - " WITH NO ADVANCING
   ACCEPT AccountMemberId.

RecordOneEntry.
   PERFORM FindAccountMember
   EVALUATE TRUE
       WHEN MemberNotFound
          DISPLAY "No such member - " AccountMemberId
       WHEN OfficeOutlet
          PERFORM RecordPayment
       WHEN OTHER
          PERFORM RecordCharge
   END-EVALUATE
   PERFORM GetAccountMemberId.

RecordCharge.
   DISPLAY "Member - " MT-MemberName(MemberIdx)
   IF MT-ExpiryDate(MemberIdx) < TodaysDate
      DISPLAY "Membership lapsed - charge refused."
      ADD 1 TO ChargesRefused
      EXIT PARAGRAPH
   END-IF
   IF MT-HouseLimit(MemberIdx) = ZERO
      DISPLAY "No house account - charge refused."
      ADD 1 TO ChargesRefused
      EXIT PARAGRAPH
   END-IF
   PERFORM GetValidAmount
   COMPUTE NewBalance = MT-Balance(MemberIdx) + EnteredAmountN
   IF NewBalance > MT-HouseLimit(MemberIdx)
      MOVE MT-Balance(MemberIdx)    TO PrnBalance
      MOVE MT-HouseLimit(MemberIdx) TO PrnLimit
      DISPLAY "Over the account limit - charge refused.  Balance "
              PrnBalance " limit " PrnLimit
      ADD 1 TO ChargesRefused
      EXIT PARAGRAPH
   END-IF
   DISPLAY "Description - " WITH NO ADVANCING
   ACCEPT EnteredDescription
   MOVE "C" TO TransType-HA
   PERFORM WriteHouseEntry
   MOVE NewBalance TO MT-Balance(MemberIdx)
   ADD EnteredAmountN TO ChargesTaken
   MOVE NewBalance TO PrnBalance
   DISPLAY "Charged - balance now " PrnBalance.

RecordPayment.
   DISPLAY "Member - " MT-MemberName(MemberIdx)
   MOVE MT-Balance(MemberIdx) TO PrnBalance
   DISPLAY "Balance owing - " PrnBalance
   PERFORM GetValidAmount
   MOVE "PAYMENT" TO EnteredDescription
   MOVE "P" TO TransType-HA
   PERFORM WriteHouseEntry
   SUBTRACT EnteredAmountN FROM MT-Balance(MemberIdx)
   ADD EnteredAmountN TO PaymentsTaken
   MOVE MT-Balance(MemberIdx) TO PrnBalance
   DISPLAY "Payment taken - balance now " PrnBalance.

GetValidAmount.
   MOVE SPACES TO EnteredAmount
   PERFORM UNTIL EnteredAmount NUMERIC AND EnteredAmountN > ZERO
      DISPLAY "Amount (6 digits, pence included) - "
              WITH NO ADVANCING
      ACCEPT EnteredAmount
   END-PERFORM.

WriteHouseEntry.
   MOVE AccountMemberId    TO MemberId-HA
   MOVE TodaysDate         TO TransDate-HA
   MOVE OutletChoice       TO Outlet-HA
   MOVE EnteredAmountN     TO Amount-HA
   MOVE EnteredDescription TO Description-HA
   WRITE HouseAccountRec.

FindAccountMember.
   SET MemberNotFound TO TRUE
   PERFORM VARYING MemberIdx FROM 1 BY 1
           UNTIL MemberIdx > MemberCount OR MemberFound
      IF MT-MemberId(MemberIdx) = AccountMemberId
         SET MemberFound TO TRUE
      END-IF
   END-PERFORM
   IF MemberFound
      SUBTRACT 1 FROM MemberIdx
   END-IF.
