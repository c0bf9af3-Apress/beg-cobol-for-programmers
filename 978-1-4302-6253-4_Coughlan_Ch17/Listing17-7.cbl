*(Listing16-10sub): pushing transactions needs permission level 2
*and deletions level 3, and every applied transaction goes to the
*shared operator activity log.
*A copy reported lost or damaged by the loan run (Listing17-13) is
*not deleted - it stays on the FilmFile marked withdrawn, so the
*rental history still resolves, and it lists here as withdrawn.
*New copies go in circulating.  Further copies of a title bought on
*a purchase order (Listing17-29) are added by the receipt run
*(Listing17-30) as the next CopyNum under the title's FilmId.


ENVIRONMENT DIVISION.
   02 DirectorId-FF          PIC 9(3).
   02 Genre-FF               PIC X(10).
   02 ReleaseYear-FF         PIC 9(4).
   02 CopyState-FF           PIC X.
      88 CopyInCirculation   VALUE SPACE.
      88 CopyWithdrawn       VALUE "L", "D".
   02 WithdrawnDate-FF       PIC 9(8).

FD DirectorsFile.
01 DirectorsRec-DF.
       AT END SET EndOfFilms TO TRUE
    END-READ
    PERFORM UNTIL EndOfFilms
       IF CopyWithdrawn
          DISPLAY FilmId-FF "/" CopyNum-FF SPACE DirectorId-FF
                  SPACE FilmTitle-FF " (withdrawn)"
       ELSE
          DISPLAY FilmId-FF "/" CopyNum-FF SPACE DirectorId-FF
                  SPACE FilmTitle-FF
       END-IF
       READ FilmFile NEXT RECORD
          AT END SET EndOfFilms TO TRUE
       END-READ
       MOVE NewDirectorId  TO DirectorId-FF
       MOVE NewGenre       TO Genre-FF
       MOVE NewReleaseYear TO ReleaseYear-FF
       MOVE SPACE          TO CopyState-FF
       MOVE ZEROS          TO WithdrawnDate-FF
       WRITE FilmRec-FF
            INVALID KEY DISPLAY FilmId-FF " - Insert Error. That FilmId already exists."
       END-WRITE
