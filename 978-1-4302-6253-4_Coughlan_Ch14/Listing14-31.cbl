IDENTIFICATION DIVISION.
PROGRAM-ID. Listing14-31.
AUTHOR. Michael Coughlan.
* Universal Telecoms handset instalment agreement capture.
* Handsets are sold on 12- or 24-month instalments.  The operator
* (level 2, signed on through the shared SignOnOperator service)
* keys each agreement - SubscriberId (validated against the INDEXED
* SubscriberMaster, the name shown back), the handset, its total
* price, the deposit paid in the shop and the number of instalments
* - and it is appended to the InstalmentFile dated today, active,
* with nothing billed yet.
* The billing run (Listing14-3) bills the instalments one a month
* from the next bill, and the whole balance on a final bill; the
* closure run (Listing14-23) settles any balance left when an account
* closes.  The handset debt still to be billed is Listing14-32.
* Prepaid accounts get no bill to carry the instalments, so an
* agreement can only be keyed for a postpaid subscriber.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SubscriberMaster ASSIGN TO "Listing14-11Subs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SubscriberId-SM
           FILE STATUS IS SubscriberMasterStatus.

    SELECT InstalmentFile ASSIGN TO "Listing14-31Instal.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS InstalmentStatus.

DATA DIVISION.
FILE SECTION.
FD  SubscriberMaster.
01  SubscriberMasterRec.
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
       88 PrepaidAccount-SM VALUE "P".
    02 BillPayerId-SM     PIC 9(10).

FD  InstalmentFile.
01  InstalmentRec.
    02 SubscriberId-HI    PIC 9(10).
    02 AgreementDate-HI   PIC 9(8).
    02 Handset-HI         PIC X(20).
    02 TotalPrice-HI      PIC 9(5)V99.
    02 Deposit-HI         PIC 9(5)V99.
    02 Instalments-HI     PIC 99.
    02 InstalmentsBilled-HI PIC 99.
    02 LastBilledPeriod-HI PIC 9(6).
    02 LastBilledAmount-HI PIC 9(5)V99.
*   A active, C completed, S balance settled at closure.
    02 AgreementStatus-HI PIC X.
    02 SettledAmount-HI   PIC 9(5)V99.

WORKING-STORAGE SECTION.
01 SubscriberMasterStatus PIC XX.
   88 SubscriberFound     VALUE "00".

01 InstalmentStatus       PIC XX.
   88 NoInstalmentFileYet VALUE "35".

01 OperatorId             PIC X(4).
01 SignOnProgramName      PIC X(12) VALUE "Listing14-31".
01 OperatorPermission     PIC 9.
   88 UpdatesAllowed      VALUE 2, 3.
01 LogActionName          PIC X(8).

01 MenuChoice             PIC X.
   88 ChoseAgreement      VALUE "1".
   88 ChoseQuit           VALUE "0".
   88 ValidMenuChoice     VALUE "0", "1".

01 EnteredSubscriber      PIC X(10).
01 EnteredSubscriberNum REDEFINES EnteredSubscriber
                          PIC 9(10).
01 EnteredHandset         PIC X(20).
01 EnteredPrice           PIC X(7).
01 EnteredPriceNum REDEFINES EnteredPrice
                          PIC 9(5)V99.
01 EnteredDeposit         PIC X(7).
01 EnteredDepositNum REDEFINES EnteredDeposit
                          PIC 9(5)V99.
01 EnteredTerm            PIC XX.
   88 ValidTerm           VALUE "12", "24".
01 EnteredTermNum REDEFINES EnteredTerm
                          PIC 99.

01 FILLER                 PIC X VALUE "n".
   88 FieldAccepted       VALUE "y".
   88 FieldRejected       VALUE "n".

01 ConfirmReply           PIC X.
   88 EntryConfirmed      VALUE "Y", "y".

01 FinancedAmount         PIC 9(5)V99.
01 InstalmentAmount       PIC 9(5)V99.
01 PrnAmount              PIC ZZ,ZZ9.99.
01 PrnFinanced            PIC ZZ,ZZ9.99.
01 AgreementsEntered      PIC 9(4) VALUE ZERO.
01 PrnCount               PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Handset instalment agreement capture"
    CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                                OperatorPermission
    IF NOT UpdatesAllowed
       DISPLAY "Keying instalment agreements needs permission level 2."
       STOP RUN
    END-IF
    OPEN INPUT SubscriberMaster
    OPEN EXTEND InstalmentFile
    IF NoInstalmentFileYet
       OPEN OUTPUT InstalmentFile
    END-IF
    PERFORM DisplayMenuAndGetChoice
    PERFORM UNTIL ChoseQuit
       IF ChoseAgreement
          PERFORM EnterOneAgreement
       END-IF
       PERFORM DisplayMenuAndGetChoice
    END-PERFORM
    CLOSE SubscriberMaster, InstalmentFile
    MOVE AgreementsEntered TO PrnCount
    DISPLAY "Agreements recorded this session - " PrnCount
    STOP RUN.

DisplayMenuAndGetChoice.
    DISPLAY " "
    DISPLAY "1. Record a handset instalment agreement"
    DISPLAY "0. Quit"
    MOVE SPACE TO MenuChoice
    PERFORM UNTIL ValidMenuChoice
       DISPLAY "Enter choice - " WITH NO ADVANCING
       ACCEPT MenuChoice
    END-PERFORM.

EnterOneAgreement.
    PERFORM GetValidSubscriber
    DISPLAY "Handset (20 chars) - " WITH NO ADVANCING
    ACCEPT EnteredHandset
    PERFORM GetValidPrice
    PERFORM GetValidDeposit
    PERFORM GetValidTerm
    COMPUTE FinancedAmount = EnteredPriceNum - EnteredDepositNum
    COMPUTE InstalmentAmount = FinancedAmount / EnteredTermNum
    MOVE FinancedAmount   TO PrnFinanced
    MOVE InstalmentAmount TO PrnAmount
    DISPLAY "Financed " PrnFinanced " over " EnteredTerm
            " months at " PrnAmount " a month."
    DISPLAY "Record for " SubscriberName-SM " (Y/N) - "
            WITH NO ADVANCING
    ACCEPT ConfirmReply
    IF EntryConfirmed
       MOVE EnteredSubscriberNum TO SubscriberId-HI
       MOVE FUNCTION CURRENT-DATE(1:8) TO AgreementDate-HI
       MOVE EnteredHandset       TO Handset-HI
       MOVE EnteredPriceNum      TO TotalPrice-HI
       MOVE EnteredDepositNum    TO Deposit-HI
       MOVE EnteredTermNum       TO Instalments-HI
       MOVE ZERO TO InstalmentsBilled-HI, LastBilledPeriod-HI,
                    LastBilledAmount-HI, SettledAmount-HI
       MOVE "A"                  TO AgreementStatus-HI
       WRITE InstalmentRec
       ADD 1 TO AgreementsEntered
       MOVE "INSTAGRE" TO LogActionName
       CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                      LogActionName
       DISPLAY "Recorded - instalments start on the next bill."
    ELSE
       DISPLAY "Not recorded."
    END-IF.

GetValidSubscriber.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "SubscriberId (10 digits) - " WITH NO ADVANCING
       ACCEPT EnteredSubscriber
       IF EnteredSubscriber NOT NUMERIC
          DISPLAY "SubscriberId must be 10 digits - "
                  EnteredSubscriber
       ELSE
          MOVE EnteredSubscriberNum TO SubscriberId-SM
          READ SubscriberMaster
             INVALID KEY CONTINUE
          END-READ
          EVALUATE TRUE
              WHEN NOT SubscriberFound
                   DISPLAY "No subscriber " EnteredSubscriber
                           " on file."
              WHEN PrepaidAccount-SM
                   DISPLAY SubscriberName-SM " is prepaid - no bill"
                           " to carry instalments."
              WHEN OTHER
                   DISPLAY "Subscriber - " SubscriberName-SM
                   SET FieldAccepted TO TRUE
          END-EVALUATE
       END-IF
    END-PERFORM.

GetValidPrice.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Total price (7 digits, as 99999v99) - "
               WITH NO ADVANCING
       ACCEPT EnteredPrice
       IF EnteredPrice NOT NUMERIC OR EnteredPriceNum = ZERO
          DISPLAY "Price must be 7 digits and not zero - "
                  EnteredPrice
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM.

GetValidDeposit.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Deposit paid (7 digits, as 99999v99) - "
               WITH NO ADVANCING
       ACCEPT EnteredDeposit
       EVALUATE TRUE
           WHEN EnteredDeposit NOT NUMERIC
                DISPLAY "Deposit must be 7 digits - " EnteredDeposit
           WHEN EnteredDepositNum NOT LESS THAN EnteredPriceNum
                DISPLAY "Deposit must be less than the price - "
                        EnteredDeposit
           WHEN OTHER
                SET FieldAccepted TO TRUE
       END-EVALUATE
    END-PERFORM.

GetValidTerm.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Number of instalments (12 or 24) - "
               WITH NO ADVANCING
       ACCEPT EnteredTerm
       IF ValidTerm
          SET FieldAccepted TO TRUE
       ELSE
          DISPLAY "Instalments must be 12 or 24 - " EnteredTerm
       END-IF
    END-PERFORM.
