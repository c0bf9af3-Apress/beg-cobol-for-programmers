*     date, with the borrower's name and phone, so dead reservations
*     get purged - the operator can then delete a reservation by
*     film and borrower.
* A reservation is only taken for a title with at least one copy
* still in circulation - copies withdrawn as lost or damaged by the
* loan run (Listing17-13) can never fill it.

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
   88 FieldAccepted         VALUE "y".
   88 FieldRejected         VALUE "n".

01 TitleFlag                PIC X.
   88 TitleOnFile           VALUE "y".

01 AsAtDateInt              PIC 9(8).
01 TakenDateInt             PIC 9(8).
01 DaysWaiting              PIC S9(5).
          DISPLAY "FilmId must be 7 digits - " EnteredFilmId
       ELSE
*         A reservation is for the title, whichever copy comes back
*         first - any copy of the FilmId proves the title exists,
*         but only a copy in circulation can fill it.
          MOVE EnteredFilmIdN TO FilmId-FF
          MOVE ZEROS          TO CopyNum-FF
          START FilmFile KEY IS NOT LESS THAN FilmKey-FF
                AT END CONTINUE
             END-READ
          END-IF
          MOVE "n" TO TitleFlag
          IF FilmFound AND FilmId-FF = EnteredFilmIdN
             SET TitleOnFile TO TRUE
          END-IF
          PERFORM UNTIL NOT FilmFound
                     OR FilmId-FF NOT = EnteredFilmIdN
                     OR CopyInCirculation
             READ FilmFile NEXT RECORD
                AT END CONTINUE
             END-READ
          END-PERFORM
          EVALUATE TRUE
             WHEN FilmFound AND FilmId-FF = EnteredFilmIdN
                DISPLAY "Film - " FilmTitle-FF
                SET FieldAccepted TO TRUE
             WHEN TitleOnFile
                DISPLAY "Every copy withdrawn - not reservable - "
                        EnteredFilmId
             WHEN OTHER
                DISPLAY "No such film - " EnteredFilmId
          END-EVALUATE
       END-IF
    END-PERFORM.

