IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing17-34.
AUTHOR.  Michael Coughlan.
* Workshop mechanic master maintenance.
* Applies "I" (add), "C" (change) and "D" (delete) transactions to
* the INDEXED MechanicFile (keyed MechanicNum-MM): the mechanic's
* name and the hours a day the mechanic is available to the
* workshop - the ceiling the booking diary (Listing17-35) holds each
* mechanic's bookings for a day under.
* On a change, a blank name or blank daily hours leave the recorded
* value untouched.
* A mechanic is not deleted while the diary still holds a booking
* for the mechanic today or later - the refusal goes to the
* ExceptionsFile and the bookings have to be moved first.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MechanicFile ASSIGN TO "Listing17-34Mechanics.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MechanicNum-MM
        FILE STATUS IS MechanicStatus.

    SELECT DiaryFile ASSIGN TO "Listing17-35Diary.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DiaryStatus.

    SELECT TransFile ASSIGN TO "Listing17-34Trans.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ExceptionsFile ASSIGN TO "Listing17-34Exceptions.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  MechanicFile.
01  MechanicRec-MM.
    02  MechanicNum-MM          PIC 9(3).
    02  MechanicName-MM         PIC X(25).
    02  DailyHours-MM           PIC 9(2)V9.

FD  DiaryFile.
01  DiaryRec.
    88  EndOfDiaryFile          VALUE HIGH-VALUES.
    02  BookingDate-DY          PIC 9(8).
    02  BayNum-DY               PIC 9(2).
    02  MechanicNum-DY          PIC 9(3).
    02  JobNum-DY               PIC 9(5).
    02  BookedHours-DY          PIC 9(3)V9.

FD  TransFile.
01  MechanicTransRec.
    88  EndOfTrans              VALUE HIGH-VALUES.
    02  TypeId-TF               PIC X.
        88  DoInsertion         VALUE "I".
        88  DoChange            VALUE "C".
        88  DoDeletion          VALUE "D".
    02  MechanicNum-TF          PIC 9(3).
    02  MechanicName-TF         PIC X(25).
    02  DailyHours-TF           PIC X(3).
    02  DailyHoursN-TF REDEFINES DailyHours-TF
                                PIC 9(2)V9.

FD  ExceptionsFile.
01  ExceptionRec                PIC X(56).

WORKING-STORAGE SECTION.
01  ExceptionLine.
    02  ExcMechanicNum          PIC 9(3).
    02  FILLER                  PIC XXX VALUE " - ".
    02  ExcText                 PIC X(50).

01  MechanicStatus              PIC XX.
    88  MechanicOK              VALUE "00".
    88  NoMechanicFileYet       VALUE "35".

01  DiaryStatus                 PIC XX.
    88  NoDiaryFile             VALUE "35".

01  TodaysDate                  PIC 9(8).

*  Mechanics with a booking today or later - a delete is refused.
01  BookedTable.
    02  BookedMechanic OCCURS 500 TIMES PIC 9(3).
01  BookedCount                 PIC 9(3) VALUE ZERO.
01  BookedIdx                   PIC 9(3).
01  SoughtMechanicNum           PIC 9(3).

01  FILLER                      PIC X.
    88  MechanicBooked          VALUE "y".
    88  MechanicNotBooked       VALUE "n".

01  AppliedCounts.
    02  InsertsApplied          PIC 9(4) VALUE ZERO.
    02  ChangesApplied          PIC 9(4) VALUE ZERO.
    02  DeletesApplied          PIC 9(4) VALUE ZERO.
    02  TransRejected           PIC 9(4) VALUE ZERO.
01  PrnCount                    PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    PERFORM LoadBookedMechanics
    PERFORM OpenMechanicFile
    OPEN INPUT TransFile
    OPEN OUTPUT ExceptionsFile
    READ TransFile
       AT END SET EndOfTrans TO TRUE
    END-READ
    PERFORM MaintainMechanicFile UNTIL EndOfTrans
    CLOSE MechanicFile, TransFile, ExceptionsFile
    MOVE InsertsApplied TO PrnCount
    DISPLAY "Mechanics added    - " PrnCount
    MOVE ChangesApplied TO PrnCount
    DISPLAY "Mechanics changed  - " PrnCount
    MOVE DeletesApplied TO PrnCount
    DISPLAY "Mechanics deleted  - " PrnCount
    MOVE TransRejected TO PrnCount
    DISPLAY "Rejected           - " PrnCount
    STOP RUN.

OpenMechanicFile.
*  The very first run has no MechanicFile yet - create an empty one.
    OPEN I-O MechanicFile
    IF NoMechanicFileYet
       OPEN OUTPUT MechanicFile
       CLOSE MechanicFile
       OPEN I-O MechanicFile
    END-IF.

LoadBookedMechanics.
    OPEN INPUT DiaryFile
    IF NoDiaryFile
       EXIT PARAGRAPH
    END-IF
    READ DiaryFile
       AT END SET EndOfDiaryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfDiaryFile
       IF BookingDate-DY NOT LESS THAN TodaysDate
          MOVE MechanicNum-DY TO SoughtMechanicNum
          PERFORM FindBookedMechanic
          IF MechanicNotBooked
             IF BookedCount NOT LESS THAN 500
                DISPLAY "More than 500 booked mechanics - the table "
                        "must be enlarged before this run."
                STOP RUN
             END-IF
             ADD 1 TO BookedCount
             MOVE MechanicNum-DY TO BookedMechanic(BookedCount)
          END-IF
       END-IF
       READ DiaryFile
          AT END SET EndOfDiaryFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE DiaryFile.

FindBookedMechanic.
    SET MechanicNotBooked TO TRUE
    PERFORM VARYING BookedIdx FROM 1 BY 1
            UNTIL BookedIdx > BookedCount
               OR MechanicBooked
       IF BookedMechanic(BookedIdx) = SoughtMechanicNum
          SET MechanicBooked TO TRUE
       END-IF
    END-PERFORM.

MaintainMechanicFile.
    EVALUATE TRUE
       WHEN DoInsertion PERFORM InsertMechanicRec
       WHEN DoChange    PERFORM ChangeMechanicRec
       WHEN DoDeletion  PERFORM DeleteMechanicRec
       WHEN OTHER
            MOVE "Unrecognised transaction type" TO ExcText
            PERFORM RejectTransaction
    END-EVALUATE
    READ TransFile
       AT END SET EndOfTrans TO TRUE
    END-READ.

RejectTransaction.
    MOVE MechanicNum-TF TO ExcMechanicNum
    WRITE ExceptionRec FROM ExceptionLine
    ADD 1 TO TransRejected.

InsertMechanicRec.
    IF MechanicName-TF = SPACES OR DailyHours-TF NOT NUMERIC
       MOVE "Insert refused - name and daily hours needed"
            TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    MOVE MechanicNum-TF  TO MechanicNum-MM
    MOVE MechanicName-TF TO MechanicName-MM
    MOVE DailyHoursN-TF  TO DailyHours-MM
    WRITE MechanicRec-MM
       INVALID KEY
          MOVE "Insert refused - MechanicNum already on file"
               TO ExcText
          PERFORM RejectTransaction
       NOT INVALID KEY
          ADD 1 TO InsertsApplied
    END-WRITE.

ChangeMechanicRec.
    MOVE MechanicNum-TF TO MechanicNum-MM
    READ MechanicFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT MechanicOK
       MOVE "Change refused - no such MechanicNum" TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    IF DailyHours-TF NOT = SPACES AND DailyHours-TF NOT NUMERIC
       MOVE "Change refused - daily hours must be 3 digits"
            TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    IF MechanicName-TF NOT = SPACES
       MOVE MechanicName-TF TO MechanicName-MM
    END-IF
    IF DailyHours-TF NOT = SPACES
       MOVE DailyHoursN-TF TO DailyHours-MM
    END-IF
    REWRITE MechanicRec-MM
       INVALID KEY DISPLAY "Unexpected error rewriting mechanic "
                           MechanicNum-MM
       NOT INVALID KEY ADD 1 TO ChangesApplied
    END-REWRITE.

DeleteMechanicRec.
    MOVE MechanicNum-TF TO SoughtMechanicNum
    PERFORM FindBookedMechanic
    IF MechanicBooked
       MOVE "Delete refused - mechanic has bookings ahead"
            TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    MOVE MechanicNum-TF TO MechanicNum-MM
    DELETE MechanicFile RECORD
       INVALID KEY
          MOVE "Delete refused - no such MechanicNum" TO ExcText
          PERFORM RejectTransaction
       NOT INVALID KEY
          ADD 1 TO DeletesApplied
    END-DELETE.
