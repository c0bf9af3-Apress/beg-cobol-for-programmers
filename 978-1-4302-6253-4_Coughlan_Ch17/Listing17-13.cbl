* (Listing16-10sub): pushing loan transactions needs permission
* level 2, and every applied transaction goes to the shared operator
* activity log.
* An "L" transaction reports a copy lost or damaged by the borrower
* who has it out.  The loan is closed as a check-in would close it
* (history record, then the LoansFile record deleted), the copy is
* marked withdrawn on the FilmFile with the reason and date rather
* than deleted, so the rental history still resolves, and the keyed
* replacement charge is raised against the borrower on the takings
* journal.  The replacement charge stands in for any late fine.
* A "P" transaction records the borrower paying a replacement charge
* and goes on the journal as takings.  A withdrawn copy is never
* offered at check-out; a title with every copy withdrawn is refused
* outright, and a withdrawal that leaves a reserved title with no
* copy in circulation is reported so the queue can be dealt with.
* Listing17-28 reports the month's withdrawals and charges.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   02 DirectorId-FF          PIC 9(3).
   02 Genre-FF               PIC X(10).
   02 ReleaseYear-FF         PIC 9(4).
   02 CopyState-FF           PIC X.
      88 CopyInCirculation   VALUE SPACE.
      88 CopyWithdrawn       VALUE "L", "D".
   02 WithdrawnDate-FF       PIC 9(8).

FD BorrowerFile.
01 BorrowerRec-BF.
      88 DoCheckOut          VALUE "O".
      88 DoCheckIn           VALUE "I".
      88 DoAddBorrower       VALUE "B".
      88 DoLostOrDamaged     VALUE "L".
      88 DoReplacementPaid   VALUE "P".
   02 FilmId-TF              PIC 9(7).
   02 BorrowerId-TF          PIC 9(5).
   02 DateOut-TF             PIC 9(8).
   02 BorrowerName-ADD       PIC X(25).
   02 BorrowerPhone-ADD      PIC X(12).

*  Lost or damaged - the copy, date reported and charge.  The copy
*  and date sit where the check-in carries them.
01 LostCopyRec-TF.
   02 FILLER                 PIC X(21).
   02 LossReason-TF          PIC X.
      88 ValidLossReason     VALUE "L", "D".
   02 ReplacementCharge-TF   PIC 9(4)V99.

*  Replacement charge paid - the borrower and date paid sit where
*  the check-out carries the borrower and date out.
01 PaymentRec-TF.
   02 FILLER                 PIC X(21).
   02 AmountPaid-TF          PIC 9(4)V99.

FD RateFile.
01 RateRec.
   88 EndOfRateFile          VALUE HIGH-VALUES.
   88 TitleMissing          VALUE "m".
   88 NoCopyFree            VALUE "n".
   88 CopyFree              VALUE "y".
   88 NoCopyInCirculation   VALUE "w".

01 CheckOutCount            PIC 9(4) VALUE ZERO.
01 CheckInCount             PIC 9(4) VALUE ZERO.
01 WithdrawnCount           PIC 9(4) VALUE ZERO.
01 PaymentCount             PIC 9(4) VALUE ZERO.
01 ChargesRaised            PIC 9(6)V99 VALUE ZERO.
01 ChargesPaid              PIC 9(6)V99 VALUE ZERO.
01 RefusalCount             PIC 9(4) VALUE ZERO.
01 PrnCount                 PIC ZZZ9.

       OPEN OUTPUT RentalHistoryFile
    END-IF
    PERFORM OpenLoansFile
    OPEN I-O FilmFile
    PERFORM OpenBorrowerFile
    OPEN INPUT TransFile
    OPEN OUTPUT ExceptionsFile
    DISPLAY "Films checked out - " PrnCount
    MOVE CheckInCount TO PrnCount
    DISPLAY "Films checked in  - " PrnCount
    MOVE WithdrawnCount TO PrnCount
    DISPLAY "Copies withdrawn  - " PrnCount
    MOVE PaymentCount TO PrnCount
    DISPLAY "Charges paid      - " PrnCount
    MOVE RefusalCount TO PrnCount
    DISPLAY "Refusals          - " PrnCount
    MOVE RentalsTaken TO PrnMoney
    DISPLAY "Rental charges    - " PrnMoney
    MOVE FinesTaken TO PrnMoney
    DISPLAY "Late fines        - " PrnMoney
    MOVE ChargesRaised TO PrnMoney
    DISPLAY "Replacement raised- " PrnMoney
    MOVE ChargesPaid TO PrnMoney
    DISPLAY "Replacement paid  - " PrnMoney
    STOP RUN.

LoadReservationTable.
       WHEN DoCheckOut    PERFORM CheckOutFilm
       WHEN DoCheckIn     PERFORM CheckInFilm
       WHEN DoAddBorrower PERFORM AddBorrower
       WHEN DoLostOrDamaged   PERFORM WithdrawLostCopy
       WHEN DoReplacementPaid PERFORM TakeReplacementPayment
       WHEN OTHER
            MOVE FilmId-TF TO ExcFilmId
            MOVE "Unrecognised transaction type" TO ExcText
             ADD 1 TO RefusalCount
             EXIT PARAGRAPH
          END-IF
          IF NoCopyInCirculation
             MOVE FilmId-TF TO ExcFilmId
             MOVE "Check-out refused - every copy is withdrawn"
                  TO ExcText
             WRITE ExceptionRec FROM ExceptionLine
             ADD 1 TO RefusalCount
             EXIT PARAGRAPH
          END-IF
          IF HeadReservationIdx NOT = ZERO
             SET RV-Fulfilled(HeadReservationIdx) TO TRUE
             ADD 1 TO ReservationsFulfilled
FindAvailableCopy.
*   Walks the title's copies in CopyNum order and takes the first
*   one with no LoansFile record - the genre of the copy found is
*   left in the FilmFile buffer for the rate lookup.  Withdrawn
*   copies are passed over.
    SET TitleMissing TO TRUE
    MOVE FilmId-TF TO FilmId-FF
    MOVE ZEROS     TO CopyNum-FF, ChosenCopy
    PERFORM UNTIL FilmId-FF NOT = FilmId-TF
       IF TitleMissing
*         At least one copy of the title exists.
          SET NoCopyInCirculation TO TRUE
       END-IF
       IF NoCopyInCirculation AND CopyInCirculation
          SET NoCopyFree TO TRUE
       END-IF
       IF NoCopyFree AND CopyInCirculation
          MOVE FilmKey-FF TO LoanKey-LF
          READ LoansFile
             INVALID KEY CONTINUE
       DISPLAY "Late fine " LateFine " for film " FilmId-LF
               " - " DaysLate " days late"
    END-IF.

WithdrawLostCopy.
*   Only a copy out on loan can be lost or damaged by a borrower -
*   the loan says who pays.
    MOVE FilmId-TF   TO FilmId-LF
    MOVE CopyNum-CIN TO CopyNum-LF
    READ LoansFile
       INVALID KEY CONTINUE
    END-READ
    IF FilmNotOut
       MOVE FilmId-TF TO ExcFilmId
       MOVE "Lost/damaged refused - copy is not out" TO ExcText
       WRITE ExceptionRec FROM ExceptionLine
       ADD 1 TO RefusalCount
       EXIT PARAGRAPH
    END-IF
    IF NOT ValidLossReason OR ReplacementCharge-TF NOT NUMERIC
       MOVE FilmId-TF TO ExcFilmId
       MOVE "Lost/damaged refused - reason L/D and charge needed"
            TO ExcText
       WRITE ExceptionRec FROM ExceptionLine
       ADD 1 TO RefusalCount
       EXIT PARAGRAPH
    END-IF
    MOVE FilmId-LF     TO FilmId-RH
    MOVE CopyNum-LF    TO CopyNum-RH
    MOVE BorrowerId-LF TO BorrowerId-RH
    MOVE DateOut-LF    TO DateOut-RH
    MOVE DateIn-TF     TO DateIn-RH
    WRITE RentalHistoryRec
    DELETE LoansFile RECORD
       INVALID KEY
          MOVE FilmId-TF TO ExcFilmId
          MOVE "Lost/damaged refused - copy is not out" TO ExcText
          WRITE ExceptionRec FROM ExceptionLine
          ADD 1 TO RefusalCount
          EXIT PARAGRAPH
    END-DELETE
    PERFORM WithdrawCopyOnFilmFile
    MOVE DateIn-TF            TO TakingsDate-TJ
    MOVE "C"                  TO TakingsType-TJ
    MOVE FilmId-LF            TO FilmId-TJ
    MOVE BorrowerId-LF        TO BorrowerId-TJ
    MOVE ReplacementCharge-TF TO Amount-TJ
    WRITE TakingsRec
    ADD ReplacementCharge-TF TO ChargesRaised
    ADD 1 TO WithdrawnCount
    DISPLAY "Withdrawn film " FilmId-LF "/" CopyNum-LF
            " - replacement charge " ReplacementCharge-TF
            " to borrower " BorrowerId-LF
    PERFORM WarnIfReservedTitleGone.

WithdrawCopyOnFilmFile.
    MOVE LoanKey-LF TO FilmKey-FF
    READ FilmFile RECORD
       KEY IS FilmKey-FF
       INVALID KEY
          MOVE FilmId-TF TO ExcFilmId
          MOVE "Loan closed but copy not on FilmFile" TO ExcText
          WRITE ExceptionRec FROM ExceptionLine
          EXIT PARAGRAPH
    END-READ
    MOVE LossReason-TF TO CopyState-FF
    MOVE DateIn-TF     TO WithdrawnDate-FF
    REWRITE FilmRec-FF
       INVALID KEY
          DISPLAY "Unexpected FilmFile rewrite error - " FilmStatus
    END-REWRITE.

WarnIfReservedTitleGone.
*   Reservations cannot be filled from withdrawn copies, so a queue
*   on a title with nothing left in circulation is reported.
    PERFORM FindHeadReservation
    IF HeadReservationIdx NOT = ZERO
       PERFORM FindAvailableCopy
       IF NoCopyInCirculation
          MOVE FilmId-TF TO ExcFilmId
          MOVE "Reserved title now has no copy in circulation"
               TO ExcText
          WRITE ExceptionRec FROM ExceptionLine
       END-IF
    END-IF.

TakeReplacementPayment.
    MOVE BorrowerId-TF TO BorrowerId-BF
    READ BorrowerFile
         INVALID KEY CONTINUE
    END-READ
    IF NOT BorrowerFound
       MOVE FilmId-TF TO ExcFilmId
       MOVE SPACES TO ExcText
       STRING "Payment refused - no such borrower "
              BorrowerId-TF DELIMITED BY SIZE INTO ExcText
       WRITE ExceptionRec FROM ExceptionLine
       ADD 1 TO RefusalCount
       EXIT PARAGRAPH
    END-IF
    IF AmountPaid-TF NOT NUMERIC OR AmountPaid-TF = ZERO
       MOVE FilmId-TF TO ExcFilmId
       MOVE "Payment refused - amount paid needed" TO ExcText
       WRITE ExceptionRec FROM ExceptionLine
       ADD 1 TO RefusalCount
       EXIT PARAGRAPH
    END-IF
    MOVE DateOut-TF    TO TakingsDate-TJ
    MOVE "P"           TO TakingsType-TJ
    MOVE FilmId-TF     TO FilmId-TJ
    MOVE BorrowerId-TF TO BorrowerId-TJ
    MOVE AmountPaid-TF TO Amount-TJ
    WRITE TakingsRec
    ADD AmountPaid-TF TO ChargesPaid
    ADD 1 TO PaymentCount.
