IDENTIFICATION DIVISION.
PROGRAM-ID. Listing16-15.
AUTHOR.  Michael Coughlan.
* Astrology-line client register maintenance.
* The line's business is suggesting partners, so the clients looking
* for one are kept on a register: the client number (allocated here,
* one on from the highest on file), name, birth date (MMDDYYYY, the
* form the compatibility service takes), the client's own gender,
* the gender sought (M, F, or E for either), the region the client
* will meet in, and whether the client is still looking.
* The office can:
*   - register a client - the birth date must be one the shared
*     CompatibilityVerdict service (Listing16-9sub) can place in a
*     western sign, or the client could never be scored;
*   - change a client's name, region or the gender sought;
*   - withdraw a client who has found someone or left the line, and
*     reinstate one who comes back - a withdrawn client keeps the
*     line on the register but is never suggested;
*   - list the register.
* The match-making run (Listing16-16) reads the register.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ClientFile ASSIGN TO "Listing16-15Clients.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ClientStatus.

DATA DIVISION.
FILE SECTION.
FD ClientFile.
01 ClientRec.
   88 EndOfClientFile  VALUE HIGH-VALUES.
   02 ClientNo-CL      PIC 9(6).
   02 ClientName-CL    PIC X(25).
   02 BirthDate-CL     PIC X(8).
   02 Gender-CL        PIC X.
   02 GenderSought-CL  PIC X.
   02 Region-CL        PIC X(10).
   02 ClientState-CL   PIC X.
   02 JoinedDate-CL    PIC 9(8).

WORKING-STORAGE SECTION.
01 ClientStatus        PIC XX.
   88 NoClientFileYet  VALUE "35".

01 ClientTable.
   02 ClientEntry OCCURS 1000 TIMES.
      03 CT-ClientNo   PIC 9(6).
      03 CT-ClientName PIC X(25).
      03 CT-BirthDate  PIC X(8).
      03 CT-Gender     PIC X.
      03 CT-GenderSought PIC X.
      03 CT-Region     PIC X(10).
      03 CT-State      PIC X.
         88 CT-Active     VALUE "A".
         88 CT-Withdrawn  VALUE "W".
      03 CT-JoinedDate PIC 9(8).

01 ClientCount         PIC 9(4) VALUE ZERO.
01 ClientIdx           PIC 9(4).
01 FoundIdx            PIC 9(4).
01 NextClientNo        PIC 9(6) VALUE ZERO.

01 MenuChoice          PIC X.
   88 ChoseRegister    VALUE "1".
   88 ChoseChange      VALUE "2".
   88 ChoseWithdraw    VALUE "3".
   88 ChoseReinstate   VALUE "4".
   88 ChoseList        VALUE "5".
   88 ChoseQuit        VALUE "0".
   88 ValidMenuChoice  VALUE "0" THRU "5".

01 EnteredClientNo     PIC X(6).
01 EnteredClientNoN REDEFINES EnteredClientNo
                       PIC 9(6).
01 EnteredName         PIC X(25).
01 EnteredDOB          PIC X(8).
01 EnteredGender       PIC X.
   88 ValidGender      VALUE "M", "F".
01 EnteredSought       PIC X.
   88 ValidSought      VALUE "M", "F", "E".
01 EnteredRegion       PIC X(10).

01 FILLER              PIC X VALUE "n".
   88 FieldAccepted    VALUE "y".
   88 FieldRejected    VALUE "n".

01 FILLER              PIC X VALUE "n".
   88 RegisterChanged  VALUE "y".
   88 RegisterUntouched VALUE "n".

01 ConfirmReply        PIC X.
   88 EntryConfirmed   VALUE "Y", "y".

*  The shared service's result area - see Listing16-9sub.
01 VerdictResult.
   02 ValidFlag-VR        PIC 9.
      88 CoupleValid-VR   VALUE 0.
      88 CoupleInvalid-VR VALUE 1.
   02 Sign1Type-VR        PIC 99.
   02 Sign2Type-VR        PIC 99.
   02 Sign1Name-VR        PIC X(11).
   02 Sign2Name-VR        PIC X(11).
   02 Animal1Type-VR      PIC 99.
   02 Animal2Type-VR      PIC 99.
   02 Animal1Name-VR      PIC X(8).
   02 Animal2Name-VR      PIC X(8).
   02 WesternVerdict-VR   PIC X.
   02 ChineseVerdict-VR   PIC X.

01 TodaysDate          PIC 9(8).
01 ActionsTaken        PIC 9(4) VALUE ZERO.
01 ActiveClients       PIC 9(4).
01 PrnCount            PIC Z,ZZ9.

01 ClientListLine.
   02 PrnClientNo      PIC 9(6).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnClientName    PIC X(25).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnBirthDate     PIC X(8).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnGender        PIC X.
   02 FILLER           PIC X(4) VALUE " -> ".
   02 PrnSought        PIC X.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnRegion        PIC X(10).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnState         PIC X(9).

PROCEDURE DIVISION.
Begin.
   DISPLAY "Astrology line - client register maintenance"
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   PERFORM LoadClientTable
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseRegister  PERFORM RegisterClient
          WHEN ChoseChange    PERFORM ChangeClient
          WHEN ChoseWithdraw  PERFORM WithdrawClient
          WHEN ChoseReinstate PERFORM ReinstateClient
          WHEN ChoseList      PERFORM ListClients
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   IF RegisterChanged
      PERFORM RewriteClientFile
   END-IF
   MOVE ActionsTaken TO PrnCount
   DISPLAY "Register changes this session - " PrnCount
   STOP RUN.

LoadClientTable.
   OPEN INPUT ClientFile
   IF NoClientFileYet
      EXIT PARAGRAPH
   END-IF
   READ ClientFile
      AT END SET EndOfClientFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfClientFile
      IF ClientCount < 1000
         ADD 1 TO ClientCount
         MOVE ClientRec TO ClientEntry(ClientCount)
         IF ClientNo-CL > NextClientNo
            MOVE ClientNo-CL TO NextClientNo
         END-IF
      ELSE
         DISPLAY "More than 1000 clients - the table must be"
                 " enlarged before this run."
         STOP RUN
      END-IF
      READ ClientFile
         AT END SET EndOfClientFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE ClientFile.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. Register a client"
   DISPLAY "2. Change a client's name, region or gender sought"
   DISPLAY "3. Withdraw a client"
   DISPLAY "4. Reinstate a client"
   DISPLAY "5. List the register"
   DISPLAY "0. Quit and rewrite the register"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

RegisterClient.
   IF ClientCount NOT LESS THAN 1000
      DISPLAY "Client table full - not registered."
      EXIT PARAGRAPH
   END-IF
   MOVE SPACES TO EnteredName
   PERFORM UNTIL EnteredName NOT = SPACES
      DISPLAY "Client name (25 chars) - " WITH NO ADVANCING
      ACCEPT EnteredName
   END-PERFORM
   PERFORM GetValidBirthDate
   PERFORM GetValidGender
   PERFORM GetValidSought
   PERFORM GetValidRegion
   ADD 1 TO NextClientNo
   DISPLAY "Register " EnteredName " as client " NextClientNo
           " (Y/N) - " WITH NO ADVANCING
   ACCEPT ConfirmReply
   IF NOT EntryConfirmed
      SUBTRACT 1 FROM NextClientNo
      DISPLAY "Not registered."
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO ClientCount
   MOVE NextClientNo  TO CT-ClientNo(ClientCount)
   MOVE EnteredName   TO CT-ClientName(ClientCount)
   MOVE EnteredDOB    TO CT-BirthDate(ClientCount)
   MOVE EnteredGender TO CT-Gender(ClientCount)
   MOVE EnteredSought TO CT-GenderSought(ClientCount)
   MOVE EnteredRegion TO CT-Region(ClientCount)
   MOVE "A"           TO CT-State(ClientCount)
   MOVE TodaysDate    TO CT-JoinedDate(ClientCount)
   SET RegisterChanged TO TRUE
   ADD 1 TO ActionsTaken
   DISPLAY "Registered - " Sign1Name-VR " / " Animal1Name-VR.

ChangeClient.
   PERFORM GetValidClient
   DISPLAY "Press Enter to keep the value shown."
   DISPLAY "Name   (" CT-ClientName(FoundIdx) ") - "
           WITH NO ADVANCING
   ACCEPT EnteredName
   IF EnteredName NOT = SPACES
      MOVE EnteredName TO CT-ClientName(FoundIdx)
   END-IF
   DISPLAY "Region (" CT-Region(FoundIdx) ") - " WITH NO ADVANCING
   ACCEPT EnteredRegion
   IF EnteredRegion NOT = SPACES
      INSPECT EnteredRegion CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      MOVE EnteredRegion TO CT-Region(FoundIdx)
   END-IF
   DISPLAY "Gender sought now " CT-GenderSought(FoundIdx)
   PERFORM GetValidSought
   MOVE EnteredSought TO CT-GenderSought(FoundIdx)
   SET RegisterChanged TO TRUE
   ADD 1 TO ActionsTaken
   DISPLAY "Client " CT-ClientNo(FoundIdx) " changed.".

WithdrawClient.
   PERFORM GetValidClient
   IF CT-Withdrawn(FoundIdx)
      DISPLAY "Client is already withdrawn."
   ELSE
      MOVE "W" TO CT-State(FoundIdx)
      SET RegisterChanged TO TRUE
      ADD 1 TO ActionsTaken
      DISPLAY "Withdrawn - no longer suggested."
   END-IF.

ReinstateClient.
   PERFORM GetValidClient
   IF CT-Active(FoundIdx)
      DISPLAY "Client is already active."
   ELSE
      MOVE "A" TO CT-State(FoundIdx)
      SET RegisterChanged TO TRUE
      ADD 1 TO ActionsTaken
      DISPLAY "Reinstated."
   END-IF.

ListClients.
   DISPLAY " "
   DISPLAY "Client  Name                       Born      Seeks  Region"
           "      State"
   MOVE ZERO TO ActiveClients
   PERFORM VARYING ClientIdx FROM 1 BY 1
           UNTIL ClientIdx > ClientCount
      MOVE CT-ClientNo(ClientIdx)     TO PrnClientNo
      MOVE CT-ClientName(ClientIdx)   TO PrnClientName
      MOVE CT-BirthDate(ClientIdx)    TO PrnBirthDate
      MOVE CT-Gender(ClientIdx)       TO PrnGender
      MOVE CT-GenderSought(ClientIdx) TO PrnSought
      MOVE CT-Region(ClientIdx)       TO PrnRegion
      IF CT-Active(ClientIdx)
         MOVE "ACTIVE"    TO PrnState
         ADD 1 TO ActiveClients
      ELSE
         MOVE "WITHDRAWN" TO PrnState
      END-IF
      DISPLAY ClientListLine
   END-PERFORM
   MOVE ActiveClients TO PrnCount
   DISPLAY "Active clients - " PrnCount.

GetValidClient.
   MOVE ZERO TO FoundIdx
   PERFORM UNTIL FoundIdx NOT = ZERO
      DISPLAY "Client number (6 digits) - " WITH NO ADVANCING
      ACCEPT EnteredClientNo
      IF EnteredClientNo NOT NUMERIC
         DISPLAY "The client number must be 6 digits - "
                 EnteredClientNo
      ELSE
         PERFORM VARYING ClientIdx FROM 1 BY 1
                 UNTIL ClientIdx > ClientCount
                    OR FoundIdx NOT = ZERO
            IF CT-ClientNo(ClientIdx) = EnteredClientNoN
               MOVE ClientIdx TO FoundIdx
            END-IF
         END-PERFORM
         IF FoundIdx = ZERO
            DISPLAY "No such client - " EnteredClientNo
         ELSE
            DISPLAY "Client - " CT-ClientName(FoundIdx)
         END-IF
      END-IF
   END-PERFORM.

GetValidBirthDate.
*  The service is asked about the client paired with themselves -
*  an invalid couple means the date has no western sign.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Birth date (MMDDYYYY) - " WITH NO ADVANCING
      ACCEPT EnteredDOB
      IF EnteredDOB NOT NUMERIC
         DISPLAY "The date must be 8 digits - " EnteredDOB
      ELSE
         CALL "CompatibilityVerdict" USING BY CONTENT EnteredDOB
                                           BY CONTENT EnteredDOB
                                           BY REFERENCE VerdictResult
         IF CoupleInvalid-VR
            DISPLAY "That date gives no western sign - " EnteredDOB
         ELSE
            SET FieldAccepted TO TRUE
         END-IF
      END-IF
   END-PERFORM.

GetValidGender.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Client's gender (M/F) - " WITH NO ADVANCING
      ACCEPT EnteredGender
      INSPECT EnteredGender CONVERTING "mf" TO "MF"
      IF ValidGender
         SET FieldAccepted TO TRUE
      ELSE
         DISPLAY "Enter M or F - " EnteredGender
      END-IF
   END-PERFORM.

GetValidSought.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Gender sought (M/F, E for either) - "
              WITH NO ADVANCING
      ACCEPT EnteredSought
      INSPECT EnteredSought CONVERTING "mfe" TO "MFE"
      IF ValidSought
         SET FieldAccepted TO TRUE
      ELSE
         DISPLAY "Enter M, F or E - " EnteredSought
      END-IF
   END-PERFORM.

GetValidRegion.
   MOVE SPACES TO EnteredRegion
   PERFORM UNTIL EnteredRegion NOT = SPACES
      DISPLAY "Region (10 chars) - " WITH NO ADVANCING
      ACCEPT EnteredRegion
   END-PERFORM
   INSPECT EnteredRegion CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

RewriteClientFile.
   OPEN OUTPUT ClientFile
   PERFORM VARYING ClientIdx FROM 1 BY 1
           UNTIL ClientIdx > ClientCount
      MOVE ClientEntry(ClientIdx) TO ClientRec
      WRITE ClientRec
   END-PERFORM
   CLOSE ClientFile.
