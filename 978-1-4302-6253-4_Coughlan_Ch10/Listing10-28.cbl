* proves the references BETWEEN the files as data, so a film
* pointing at a deleted director is found tonight instead of by a
* program falling over:
*   FLM-DIR  every DirectorId-FF on a film copy in circulation
*            has a DirectorsFile record - a copy withdrawn as lost
*            or damaged (Listing17-13) is never lent again, so it
*            is passed over;
*   LON-FLM  every loan's FilmId/CopyNum resolves on the FilmFile
*            to a copy in circulation - a loan still open on a
*            withdrawn copy is reported with the orphans, since the
*            withdrawal should have closed it;
*   LON-BOR  every loan's BorrowerId resolves on the BorrowerFile;
*   SAL-EMP  every SalaryFile EmpSSN has an EmployeeFile record;
*   EMP-SAL  and the reverse - every employee has a salary record;
   02 DirectorId-FF          PIC 9(3).
   02 Genre-FF               PIC X(10).
   02 ReleaseYear-FF         PIC 9(4).
   02 CopyState-FF           PIC X.
      88 CopyInCirculation   VALUE SPACE.
      88 CopyWithdrawn       VALUE "L", "D".
   02 WithdrawnDate-FF       PIC 9(8).

FD DirectorsFile.
01 DirectorsRec-DF.
   02 EmpSSN-SAL             PIC 9(9).
   02 Grade-SAL              PIC XX.
   02 AnnualSalary-SAL       PIC 9(7)V99.
   02 PayBasis-SAL           PIC X.
      88 SalariedPay         VALUE "S", SPACE.
      88 HourlyPay           VALUE "H".
   02 HourlyRate-SAL         PIC 9(3)V99.

FD EmployeeFile.
01 EmployeeDetails.
   02 Price-MF               PIC 9(4)V99.
   02 SupplierCode-MF        PIC 9(4).
   02 QtyByLocation-MF       PIC X(12).
   02 Serialised-MF          PIC X.
   02 RegularPrice-MF        PIC 9(4)V99.
   02 LifecycleStatus-MF     PIC X.

FD SupplierMasterFile.
01 SupplierMasterRec.
      END-READ
   END-IF
   PERFORM UNTIL EndOfFilms
      IF CopyInCirculation
         MOVE DirectorId-FF TO DirectorId-DF
         IF NoDirectorsFile
            CONTINUE
         ELSE
            READ DirectorsFile
               INVALID KEY CONTINUE
            END-READ
         END-IF
         IF NOT DirectorFound
            ADD 1 TO OrphanCount
            DISPLAY "Film " FilmId-FF "/" CopyNum-FF
                    " points at director " DirectorId-FF
         END-IF
      END-IF
      READ FilmFile NEXT RECORD
         AT END SET EndOfFilms TO TRUE
         READ FilmFile
            INVALID KEY CONTINUE
         END-READ
         EVALUATE TRUE
            WHEN NOT FilmFound
               ADD 1 TO OrphanCount
               DISPLAY "Loan for film " FilmId-LF "/" CopyNum-LF
                       " has no FilmFile record"
            WHEN CopyWithdrawn
               ADD 1 TO OrphanCount
               DISPLAY "Loan for film " FilmId-LF "/" CopyNum-LF
                       " is on a withdrawn copy"
         END-EVALUATE
      END-IF
      READ LoansFile NEXT RECORD
         AT END SET EndOfLoans TO TRUE
