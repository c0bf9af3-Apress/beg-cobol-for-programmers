* print as no card so the starter can deal with them under the
* competition rules, and ids not on the member file are flagged for
* the secretary to fix before the draw is posted.
* The handicap printed is the entrant's playing handicap for the
* competition: the first time an entrant is printed it is written
* back onto their entrants record ("NC" for no card), and a reprint
* shows the same figure even if the handicap run has been since.
* The competition results run (Listing8-16) nets the scores off it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  EntrantRec.
    88 EndOfEntrantsFile VALUE HIGH-VALUES.
    02 MemberId-EN   PIC X(5).
*   Spaces until the start sheet first prints the entrant.
    02 EntryHandicap-EN PIC XX.
       88 EntryNoCard-EN VALUE "NC".

FD  MemberFile.
01  MemberRec.
    02 MemberType    PIC 9.
    02 Gender        PIC X.
    02 MemberExpiryDate PIC 9(8).
    02 HouseLimit    PIC 9(4)V99.

FD  HandicapFile.
01  HandicapRec.
   88 HandicapFound       VALUE "y".
   88 HandicapNotFound    VALUE "n".

*  Entrants as read, written back with their entry handicaps.
01 EntrantTable.
   02 EntrantEntry OCCURS 500 TIMES.
      03 ET-MemberId      PIC X(5).
      03 ET-EntryHandicap PIC XX.

01 EntrantIdx             PIC 999.
01 EntrantsPrinted        PIC 9(3) VALUE ZERO.
01 UnknownEntrants        PIC 9(3) VALUE ZERO.
01 PrnCount               PIC ZZ9.
   END-READ
   PERFORM PrintOneEntrant UNTIL EndOfEntrantsFile
   CLOSE EntrantsFile
   PERFORM RewriteEntrantsFile
   DISPLAY " "
   MOVE EntrantsPrinted TO PrnCount
   DISPLAY "Entrants on the sheet - " PrnCount
      MOVE "** NOT A MEMBER **" TO PrnMemberName
      ADD 1 TO UnknownEntrants
   END-IF
   IF EntryHandicap-EN = SPACES
      PERFORM FixEntryHandicap
   END-IF
   IF EntryNoCard-EN
      MOVE "no card" TO PrnHandicap
   ELSE
      MOVE EntryHandicap-EN TO PrnHandicap
   END-IF
   DISPLAY StartSheetLine
   IF EntrantsPrinted > 500
      DISPLAY "More than 500 entrants - the table must be"
              " enlarged before this run."
      STOP RUN
   END-IF
   MOVE MemberId-EN      TO ET-MemberId(EntrantsPrinted)
   MOVE EntryHandicap-EN TO ET-EntryHandicap(EntrantsPrinted)
   READ EntrantsFile
      AT END SET EndOfEntrantsFile TO TRUE
   END-READ.

FixEntryHandicap.
   SET HandicapNotFound TO TRUE
   PERFORM VARYING HandicapIdx FROM 1 BY 1
           UNTIL HandicapIdx > HandicapCount OR HandicapFound
   END-PERFORM
   IF HandicapFound
      SUBTRACT 1 FROM HandicapIdx
      MOVE HT-Handicap(HandicapIdx) TO EntryHandicap-EN
   ELSE
      SET EntryNoCard-EN TO TRUE
   END-IF.

RewriteEntrantsFile.
   OPEN OUTPUT EntrantsFile
   PERFORM VARYING EntrantIdx FROM 1 BY 1
           UNTIL EntrantIdx > EntrantsPrinted
      MOVE ET-MemberId(EntrantIdx)      TO MemberId-EN
      MOVE ET-EntryHandicap(EntrantIdx) TO EntryHandicap-EN
      WRITE EntrantRec
   END-PERFORM
   CLOSE EntrantsFile.
