* actual velocity.
* The archive file name is built at run time for each date - the
* dynamic-ASSIGN technique Listing8-4 uses.
* A day with no archive is checked against the shared business
* calendar (BusinessCalendar, Listing16-22sub): a weekend or bank
* holiday is skipped as before, but a working day with no archive
* means a nightly run was missed, and those dates are listed on the
* report so the velocity figures are not trusted blindly.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   02 Price-AM              PIC 9(4)V99.
   02 SupplierCode-AM       PIC 9(4).
   02 QtyByLocation-AM      PIC X(12).
   02 Serialised-AM         PIC X.
   02 RegularPrice-AM       PIC 9(4)V99.
   02 LifecycleStatus-AM    PIC X.

WORKING-STORAGE SECTION.
01 ArchiveMasterStatus     PIC XX.
01 ToDateInt               PIC 9(7).

01 ArchivesRead            PIC 9(4) VALUE ZERO.
01 MissedArchiveCount      PIC 9(4) VALUE ZERO.
01 MissedArchiveTable.
   02 MissedArchiveDate    PIC 9(8) OCCURS 50 TIMES.
01 MissedIdx               PIC 99.
01 NoSecondDate            PIC 9(8) VALUE ZERO.

01 CalendarResult.
   02 ValidFlag-BC         PIC 9.
      88 DateValid-BC      VALUE 0.
      88 DateInvalid-BC    VALUE 1.
   02 OnCalendar-BC        PIC X.
      88 DateOnCalendar-BC VALUE "Y", "P".
      88 DateOffCalendar-BC VALUE "N".
      88 ScanOffCalendar-BC VALUE "P".
   02 Working-BC           PIC X.
      88 WorkingDay-BC     VALUE "Y".
      88 NonWorkingDay-BC  VALUE "N".
   02 HolidayName-BC       PIC X(24).
   02 Period-BC            PIC 9(6).
   02 PeriodEndFlag-BC     PIC X.
      88 PeriodEndDay-BC   VALUE "Y".
   02 PeriodStart-BC       PIC 9(8).
   02 PeriodEnd-BC         PIC 9(8).
   02 NextWorkingDay-BC    PIC 9(8).
   02 WorkingDays-BC       PIC 9(5).

01 VelocityTable.
   02 VelocityEntry OCCURS 2000 TIMES.
      END-READ
      PERFORM RecordGadgetMovement UNTIL EndOfArchiveFile
      CLOSE ArchiveMasterFile
   ELSE
      PERFORM NoteMissedArchive
   END-IF
   ADD 1 TO CurrentDateInt.

NoteMissedArchive.
*  The nightly run does not run on a day that is not a working day.
   CALL "BusinessCalendar" USING BY CONTENT CurrentDate
                                 BY CONTENT NoSecondDate
                                 BY REFERENCE CalendarResult
   IF WorkingDay-BC
      ADD 1 TO MissedArchiveCount
      IF MissedArchiveCount NOT GREATER THAN 50
         MOVE CurrentDate TO MissedArchiveDate(MissedArchiveCount)
      END-IF
   END-IF.

RecordGadgetMovement.
   SET GadgetNotFound TO TRUE
   PERFORM VARYING VelocityIdx FROM 1 BY 1
   DISPLAY "***** STOCK MOVEMENT VELOCITY ANALYSIS *****"
   DISPLAY "Period " FromDate " to " ToDate
   DISPLAY "Archive days read - " ArchivesRead
   IF MissedArchiveCount > ZERO
      DISPLAY "Working days with no archive - " MissedArchiveCount
      PERFORM VARYING MissedIdx FROM 1 BY 1
              UNTIL MissedIdx > MissedArchiveCount OR MissedIdx > 50
         DISPLAY "   " MissedArchiveDate(MissedIdx)
      END-PERFORM
   END-IF
   IF ArchivesRead < 2
      DISPLAY "Fewer than two archive days found - "
              "no movement can be measured."
