   02 DirectorId-FF          PIC 9(3).
   02 Genre-FF               PIC X(10).
   02 ReleaseYear-FF         PIC 9(4).
   02 CopyState-FF           PIC X.
      88 CopyInCirculation   VALUE SPACE.
      88 CopyWithdrawn       VALUE "L", "D".
   02 WithdrawnDate-FF       PIC 9(8).

FD OldLoansFile.
01 OldLoanRec.
    MOVE DirectorId-OLD  TO DirectorId-FF
    MOVE Genre-OLD       TO Genre-FF
    MOVE ReleaseYear-OLD TO ReleaseYear-FF
    MOVE SPACE           TO CopyState-FF
    MOVE ZEROS           TO WithdrawnDate-FF
    WRITE FilmRec-FF
       INVALID KEY
          DISPLAY "Unexpected duplicate key converting "
