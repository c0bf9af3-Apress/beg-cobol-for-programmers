* Guests and society days now come through the system too instead of
* the carbon-copy receipt book: the operator keys the round type -
* M member (no fee), G guest (sponsoring MemberId validated, green
* fee from the fee scale file's weekday or weekend rate by the
* day), S society (the society rate).  The fee travels on the
* round record and Listing8-11 prints the daily course income
* report from it.
* With a gross score the operator also keys the strokes for the back
* nine, the last six, the last three and the last hole from the
* card (zeros when the card was not marked up), so the competition
* results run (Listing8-16) can settle ties on countback.
* The guest rate is now decided by the shared business calendar
* (BusinessCalendar, Listing16-22sub): the weekday rate on a working
* day, the weekend rate on a weekend or a bank holiday.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02 MemberType    PIC 9.
    02 Gender        PIC X.
    02 MemberExpiryDate PIC 9(8).
    02 HouseLimit    PIC 9(4)V99.

FD  RoundsFile.
01  RoundRec.
    02 SponsorId-RF  PIC X(5).
*   Gross score returned for the round; zero when no card came in.
    02 GrossScore-RF PIC 9(3).
*   Card detail for countback; zero when not keyed.
    02 BackNine-RF   PIC 99.
    02 BackSix-RF    PIC 99.
    02 BackThree-RF  PIC 99.
    02 LastHole-RF   PIC 99.

FD  FeeScaleFile.
01  FeeScaleRec.
01 EnteredScore           PIC X(3).
01 EnteredScoreN REDEFINES EnteredScore
                          PIC 9(3).
01 EnteredCountback       PIC X(8).
01 EnteredCountbackN REDEFINES EnteredCountback.
   02 EnteredBackNine     PIC 99.
   02 EnteredBackSix      PIC 99.
   02 EnteredBackThree    PIC 99.
   02 EnteredLastHole     PIC 99.
01 RoundFee               PIC 9(3)V99.
01 NoSecondDate           PIC 9(8) VALUE ZERO.
01 FeesTaken              PIC 9(5)V99 VALUE ZERO.
01 PrnFeesTaken           PIC ZZ,ZZ9.99.

01 CalendarResult.
   02 ValidFlag-BC        PIC 9.
      88 DateValid-BC     VALUE 0.
      88 DateInvalid-BC   VALUE 1.
   02 OnCalendar-BC       PIC X.
      88 DateOnCalendar-BC VALUE "Y", "P".
      88 DateOffCalendar-BC VALUE "N".
      88 ScanOffCalendar-BC VALUE "P".
   02 Working-BC          PIC X.
      88 WorkingDay-BC    VALUE "Y".
      88 NonWorkingDay-BC VALUE "N".
   02 HolidayName-BC      PIC X(24).
   02 Period-BC           PIC 9(6).
   02 PeriodEndFlag-BC    PIC X.
      88 PeriodEndDay-BC  VALUE "Y".
   02 PeriodStart-BC      PIC 9(8).
   02 PeriodEnd-BC        PIC 9(8).
   02 NextWorkingDay-BC   PIC 9(8).
   02 WorkingDays-BC      PIC 9(5).

01 MemberTable.
   02 MemberEntry OCCURS 500 TIMES.
      03 MT-MemberId      PIC X(5).
         DISPLAY "Score must be 3 digits - recorded as no card."
         MOVE ZERO TO EnteredScoreN
      END-IF
      MOVE ZEROS TO EnteredCountback
      IF EnteredScoreN > ZERO
         PERFORM GetCountbackDetail
      END-IF
      MOVE CheckInMemberId TO MemberId-RF
      MOVE TodaysDate      TO RoundDate-RF
      MOVE "M"             TO RoundType-RF
      MOVE ZERO            TO GreenFee-RF
      MOVE SPACES          TO SponsorId-RF
      MOVE EnteredScoreN   TO GrossScore-RF
      MOVE EnteredBackNine  TO BackNine-RF
      MOVE EnteredBackSix   TO BackSix-RF
      MOVE EnteredBackThree TO BackThree-RF
      MOVE EnteredLastHole  TO LastHole-RF
      WRITE RoundRec
      ADD 1 TO RoundsRecorded
      DISPLAY "Checked in - " MT-MemberName(MemberIdx)
              " - round not recorded"
   END-IF.

GetCountbackDetail.
*  Each figure is part of the one before it, and the back nine is
*  part of the gross.  All zeros means the card was not marked up.
   MOVE SPACES TO EnteredCountback
   PERFORM UNTIL EnteredCountback = ZEROS
      DISPLAY "Back 9, last 6, last 3, last hole (2 digits each,"
              " 00000000 if none) - " WITH NO ADVANCING
      ACCEPT EnteredCountback
      EVALUATE TRUE
          WHEN EnteredCountback NOT NUMERIC
             DISPLAY "Must be 8 digits - " EnteredCountback
          WHEN EnteredCountback = ZEROS
             CONTINUE
          WHEN EnteredBackNine NOT LESS THAN EnteredScoreN
            OR EnteredBackSix NOT LESS THAN EnteredBackNine
            OR EnteredBackThree NOT LESS THAN EnteredBackSix
            OR EnteredLastHole NOT LESS THAN EnteredBackThree
            OR EnteredLastHole = ZERO
             DISPLAY "Strokes do not add up - " EnteredCountback
          WHEN OTHER
             EXIT PERFORM
      END-EVALUATE
   END-PERFORM.

RecordGuestRound.
*  The weekday guest rate on a working day on the business calendar,
*  the weekend rate on a weekend or a bank holiday - the same rule
*  the telecoms tariff rating uses.
   DISPLAY "Sponsoring MemberId - " WITH NO ADVANCING
   ACCEPT CheckInMemberId
   PERFORM FindCheckInMember
              " - guest round not recorded"
      EXIT PARAGRAPH
   END-IF
   CALL "BusinessCalendar" USING BY CONTENT TodaysDate
                                 BY CONTENT NoSecondDate
                                 BY REFERENCE CalendarResult
   IF NonWorkingDay-BC
      MOVE WeekendGuestRate TO RoundFee
   ELSE
      MOVE WeekdayGuestRate TO RoundFee
   MOVE RoundFee        TO GreenFee-RF
   MOVE CheckInMemberId TO SponsorId-RF
   MOVE ZERO            TO GrossScore-RF
   MOVE ZERO TO BackNine-RF, BackSix-RF, BackThree-RF, LastHole-RF
   WRITE RoundRec
   ADD 1 TO RoundsRecorded
   ADD RoundFee TO FeesTaken
   MOVE SocietyRate TO GreenFee-RF
   MOVE SPACES      TO SponsorId-RF
   MOVE ZERO        TO GrossScore-RF
   MOVE ZERO TO BackNine-RF, BackSix-RF, BackThree-RF, LastHole-RF
   WRITE RoundRec
   ADD 1 TO RoundsRecorded
   ADD SocietyRate TO FeesTaken
