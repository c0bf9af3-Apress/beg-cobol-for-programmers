* their old expected counts - so unexplained drift still shows up
* the next night without the control file ever needing to be
* deleted by hand.
* Lost and damaged film copies stay on the Film file, marked
* withdrawn (Listing17-13), so they are read and counted with the
* rest; the number of withdrawn copies is shown under the Film
* certificate so a jump in the count can be told from corruption.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD MasterStockFile.
01 MasterStockRec.
   02 GadgetID-MF           PIC 9(7).
   02 FILLER                PIC X(64).

FD NewStockFile.
01 NewStockRec.
   02 GadgetID-NSF          PIC 9(7).
   02 FILLER                PIC X(64).

FD FilmFile.
01 FilmRec-FF.
   02 DirectorId-FF          PIC 9(3).
   02 Genre-FF               PIC X(10).
   02 ReleaseYear-FF         PIC 9(4).
   02 CopyState-FF           PIC X.
      88 CopyInCirculation   VALUE SPACE.
      88 CopyWithdrawn       VALUE "L", "D".
   02 WithdrawnDate-FF       PIC 9(8).

FD DirectorsFile.
01 DirectorsRec-DF.
   88 CountDrifted         VALUE "y".
   88 CountInLine          VALUE "n".
01 DriftedFileCount        PIC 99 VALUE ZERO.
01 WithdrawnCopyCount      PIC 9(6).
01 PrnWithdrawnCount       PIC ZZZ,ZZ9.

01 ExpectedCountsTable.
   02 ExpectedEntry OCCURS 20 TIMES.

VerifyFilmFile.
   MOVE "FLM" TO CurrentFileId
   MOVE ZERO TO WithdrawnCopyCount
   PERFORM StartFileCheck
   OPEN INPUT FilmFile
   IF CheckFileMissing
            MOVE SPACES TO CurrentKey
            MOVE FilmKey-FF TO CurrentKey(1:9)
            PERFORM CheckOneKey
            IF CopyWithdrawn
               ADD 1 TO WithdrawnCopyCount
            END-IF
         END-IF
      END-PERFORM
      CLOSE FilmFile
      PERFORM FinishFileCheck
      MOVE WithdrawnCopyCount TO PrnWithdrawnCount
      DISPLAY "     of which withdrawn copies "
              PrnWithdrawnCount
   END-IF.

VerifyDirectorsFile.
