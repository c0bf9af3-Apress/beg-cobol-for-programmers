IDENTIFICATION DIVISION.
PROGRAM-ID. Listing16-16.
AUTHOR.  Michael Coughlan.
* Astrology-line match-making run.
* Pairs every active client on the client register (Listing16-15)
* with every other active client who is eligible - the same region,
* and each of the two of the gender the other seeks (E seeks either)
* - and scores the pair through the shared CompatibilityVerdict
* service (Listing16-9sub), the one copy of the rules the BirthsFile
* batch (Listing16-9) and the phone enquiry (Listing16-11) use.  The
* score is the number of the two verdicts, western and Chinese, that
* come out compatible; a pair compatible on neither is never
* suggested.  Each client's best N suggestions are printed, N keyed
* at the start of the run, highest score first and the nearer birth
* year first within a score.
* A pair already introduced is left out: the introductions history
* file holds every pair suggested by earlier runs, and the pairs this
* run suggests are appended to it with today's date, so the next run
* suggests someone new.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ClientFile ASSIGN TO "Listing16-15Clients.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ClientStatus.

       SELECT IntroductionFile ASSIGN TO "Listing16-16Intros.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS IntroductionStatus.

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
      88 ActiveClient-CL VALUE "A".
   02 JoinedDate-CL    PIC 9(8).

FD IntroductionFile.
01 IntroductionRec.
   88 EndOfIntroductions VALUE HIGH-VALUES.
*  The lower client number first.
   02 ClientNoLow-IN   PIC 9(6).
   02 ClientNoHigh-IN  PIC 9(6).
   02 IntroDate-IN     PIC 9(8).

WORKING-STORAGE SECTION.
01 ClientStatus        PIC XX.
   88 NoClientFile     VALUE "35".
01 IntroductionStatus  PIC XX.
   88 NoIntroductionsYet VALUE "35".

*  The active clients only.
01 ClientTable.
   02 ClientEntry OCCURS 1000 TIMES.
      03 CT-ClientNo   PIC 9(6).
      03 CT-ClientName PIC X(25).
      03 CT-BirthDate  PIC X(8).
      03 CT-BirthYear REDEFINES CT-BirthDate.
         04 FILLER     PIC X(4).
         04 CT-Year    PIC 9(4).
      03 CT-Gender     PIC X.
      03 CT-GenderSought PIC X.
      03 CT-Region     PIC X(10).

01 ClientCount         PIC 9(4) VALUE ZERO.
01 ClientIdx           PIC 9(4).
01 PartnerIdx          PIC 9(4).

*  Pairs introduced by earlier runs, then those suggested this run.
01 IntroductionTable.
   02 IntroEntry OCCURS 10000 TIMES.
      03 IT-ClientNoLow  PIC 9(6).
      03 IT-ClientNoHigh PIC 9(6).

01 IntroCount          PIC 9(5) VALUE ZERO.
01 IntroCountAtStart   PIC 9(5).
01 IntroIdx            PIC 9(5).
01 PairLow             PIC 9(6).
01 PairHigh            PIC 9(6).
01 FILLER              PIC X VALUE "n".
   88 PairIntroduced   VALUE "y".
   88 PairNotIntroduced VALUE "n".

01 EnteredTopN         PIC XX.
01 TopN REDEFINES EnteredTopN
                       PIC 99.
01 FILLER              PIC X VALUE "n".
   88 FieldAccepted    VALUE "y".
   88 FieldRejected    VALUE "n".

*  One client's best suggestions so far, best first.
01 SuggestionTable.
   02 Suggestion OCCURS 20 TIMES.
      03 SG-PartnerIdx PIC 9(4).
      03 SG-Score      PIC 9.
      03 SG-YearGap    PIC 9(4).
      03 SG-Western    PIC X.
      03 SG-Chinese    PIC X.
      03 SG-SignName   PIC X(11).
      03 SG-AnimalName PIC X(8).

01 SuggestionCount     PIC 99.
01 SuggestionIdx       PIC 99.
01 SwapSuggestion      PIC X(30).

01 Candidate.
   02 CN-PartnerIdx    PIC 9(4).
   02 CN-Score         PIC 9.
   02 CN-YearGap       PIC 9(4).
   02 CN-Western       PIC X.
   02 CN-Chinese       PIC X.
   02 CN-SignName      PIC X(11).
   02 CN-AnimalName    PIC X(8).

01 FILLER              PIC X VALUE "n".
   88 PairEligible     VALUE "y".
   88 PairNotEligible  VALUE "n".

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

01 Counts.
   02 PairsScored      PIC 9(7) VALUE ZERO.
   02 PairsAlreadyIntroduced PIC 9(7) VALUE ZERO.
   02 SuggestionsMade  PIC 9(7) VALUE ZERO.
   02 NewIntroductions PIC 9(7) VALUE ZERO.
   02 ClientsWithNone  PIC 9(5) VALUE ZERO.
01 PrnCount            PIC Z,ZZZ,ZZ9.

01 ClientHeading.
   02 FILLER           PIC X(7) VALUE "Client ".
   02 PrnClientNo      PIC 9(6).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnClientName    PIC X(25).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnClientSign    PIC X(11).
   02 FILLER           PIC X VALUE "/".
   02 PrnClientAnimal  PIC X(8).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnClientRegion  PIC X(10).

01 SuggestionLine.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnRank          PIC Z9.
   02 FILLER           PIC X(2) VALUE ". ".
   02 PrnPartnerNo     PIC 9(6).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnPartnerName   PIC X(25).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnPartnerSign   PIC X(11).
   02 FILLER           PIC X VALUE "/".
   02 PrnPartnerAnimal PIC X(8).
   02 FILLER           PIC X(4) VALUE "  W:".
   02 PrnWestern       PIC X.
   02 FILLER           PIC X(4) VALUE "  C:".
   02 PrnChinese       PIC X.
   02 FILLER           PIC X(8) VALUE "  score ".
   02 PrnScore         PIC 9.

PROCEDURE DIVISION.
Begin.
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Suggestions per client (01-20) - " WITH NO ADVANCING
      ACCEPT EnteredTopN
      IF EnteredTopN NOT NUMERIC OR TopN = ZERO OR TopN > 20
         DISPLAY "Enter 01 to 20 - " EnteredTopN
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM
   PERFORM LoadClientTable
   PERFORM LoadIntroductionTable
   OPEN EXTEND IntroductionFile
   IF NoIntroductionsYet
      OPEN OUTPUT IntroductionFile
   END-IF
   DISPLAY " "
   DISPLAY "***** ASTROLOGY LINE MATCH SUGGESTIONS " TodaysDate
           " *****"
   DISPLAY "(W western, C Chinese verdict - C compatible,"
           " I incompatible)"
   PERFORM VARYING ClientIdx FROM 1 BY 1
           UNTIL ClientIdx > ClientCount
      PERFORM MatchOneClient
   END-PERFORM
   CLOSE IntroductionFile
   DISPLAY " "
   MOVE ClientCount TO PrnCount
   DISPLAY "Active clients              - " PrnCount
   MOVE PairsScored TO PrnCount
   DISPLAY "Eligible pairs scored       - " PrnCount
   MOVE PairsAlreadyIntroduced TO PrnCount
   DISPLAY "Pairs already introduced    - " PrnCount
   MOVE SuggestionsMade TO PrnCount
   DISPLAY "Suggestions printed         - " PrnCount
   MOVE NewIntroductions TO PrnCount
   DISPLAY "New introductions recorded  - " PrnCount
   MOVE ClientsWithNone TO PrnCount
   DISPLAY "Clients with no suggestion  - " PrnCount
   STOP RUN.

LoadClientTable.
   OPEN INPUT ClientFile
   IF NoClientFile
      DISPLAY "No client register - set it up with Listing16-15."
      STOP RUN
   END-IF
   READ ClientFile
      AT END SET EndOfClientFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfClientFile
      IF ActiveClient-CL
         IF ClientCount < 1000
            ADD 1 TO ClientCount
            MOVE ClientNo-CL     TO CT-ClientNo(ClientCount)
            MOVE ClientName-CL   TO CT-ClientName(ClientCount)
            MOVE BirthDate-CL    TO CT-BirthDate(ClientCount)
            MOVE Gender-CL       TO CT-Gender(ClientCount)
            MOVE GenderSought-CL TO CT-GenderSought(ClientCount)
            MOVE Region-CL       TO CT-Region(ClientCount)
         ELSE
            DISPLAY "More than 1000 active clients - the table must"
                    " be enlarged before this run."
            STOP RUN
         END-IF
      END-IF
      READ ClientFile
         AT END SET EndOfClientFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE ClientFile.

LoadIntroductionTable.
   OPEN INPUT IntroductionFile
   IF NoIntroductionsYet
      MOVE ZERO TO IntroCountAtStart
      EXIT PARAGRAPH
   END-IF
   READ IntroductionFile
      AT END SET EndOfIntroductions TO TRUE
   END-READ
   PERFORM UNTIL EndOfIntroductions
      IF IntroCount < 10000
         ADD 1 TO IntroCount
         MOVE ClientNoLow-IN  TO IT-ClientNoLow(IntroCount)
         MOVE ClientNoHigh-IN TO IT-ClientNoHigh(IntroCount)
      ELSE
         DISPLAY "More than 10000 introductions - the table must be"
                 " enlarged before this run."
         STOP RUN
      END-IF
      READ IntroductionFile
         AT END SET EndOfIntroductions TO TRUE
      END-READ
   END-PERFORM
   CLOSE IntroductionFile
   MOVE IntroCount TO IntroCountAtStart.

MatchOneClient.
   MOVE ZERO TO SuggestionCount
   PERFORM VARYING PartnerIdx FROM 1 BY 1
           UNTIL PartnerIdx > ClientCount
      PERFORM CheckEligibility
      IF PairEligible
         PERFORM ScorePair
      END-IF
   END-PERFORM
   PERFORM PrintSuggestions.

CheckEligibility.
*  Both must seek the other's gender, and meet in the same region.
   SET PairNotEligible TO TRUE
   IF PartnerIdx = ClientIdx
      EXIT PARAGRAPH
   END-IF
   IF CT-Region(PartnerIdx) NOT = CT-Region(ClientIdx)
      EXIT PARAGRAPH
   END-IF
   IF CT-GenderSought(ClientIdx) NOT = "E"
      AND CT-GenderSought(ClientIdx) NOT = CT-Gender(PartnerIdx)
      EXIT PARAGRAPH
   END-IF
   IF CT-GenderSought(PartnerIdx) NOT = "E"
      AND CT-GenderSought(PartnerIdx) NOT = CT-Gender(ClientIdx)
      EXIT PARAGRAPH
   END-IF
   IF CT-ClientNo(ClientIdx) < CT-ClientNo(PartnerIdx)
      MOVE CT-ClientNo(ClientIdx)  TO PairLow
      MOVE CT-ClientNo(PartnerIdx) TO PairHigh
   ELSE
      MOVE CT-ClientNo(PartnerIdx) TO PairLow
      MOVE CT-ClientNo(ClientIdx)  TO PairHigh
   END-IF
   SET PairNotIntroduced TO TRUE
   PERFORM VARYING IntroIdx FROM 1 BY 1
           UNTIL IntroIdx > IntroCountAtStart OR PairIntroduced
      IF IT-ClientNoLow(IntroIdx) = PairLow
         AND IT-ClientNoHigh(IntroIdx) = PairHigh
         SET PairIntroduced TO TRUE
      END-IF
   END-PERFORM
   IF PairIntroduced
      ADD 1 TO PairsAlreadyIntroduced
      EXIT PARAGRAPH
   END-IF
   SET PairEligible TO TRUE.

ScorePair.
   CALL "CompatibilityVerdict" USING BY CONTENT CT-BirthDate(ClientIdx)
                                     BY CONTENT CT-BirthDate(PartnerIdx)
                                     BY REFERENCE VerdictResult
   IF CoupleInvalid-VR
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO PairsScored
   MOVE ZERO TO CN-Score
   IF WesternVerdict-VR = "C"
      ADD 1 TO CN-Score
   END-IF
   IF ChineseVerdict-VR = "C"
      ADD 1 TO CN-Score
   END-IF
   IF CN-Score = ZERO
      EXIT PARAGRAPH
   END-IF
   MOVE PartnerIdx        TO CN-PartnerIdx
   MOVE WesternVerdict-VR TO CN-Western
   MOVE ChineseVerdict-VR TO CN-Chinese
   MOVE Sign2Name-VR      TO CN-SignName
   MOVE Animal2Name-VR    TO CN-AnimalName
   IF CT-Year(ClientIdx) > CT-Year(PartnerIdx)
      COMPUTE CN-YearGap = CT-Year(ClientIdx) - CT-Year(PartnerIdx)
   ELSE
      COMPUTE CN-YearGap = CT-Year(PartnerIdx) - CT-Year(ClientIdx)
   END-IF
   PERFORM InsertSuggestion.

InsertSuggestion.
*  The candidate goes in at the bottom (dropping the last when the
*  list is full and the candidate is better) and is swapped up past
*  every suggestion it beats.
   IF SuggestionCount < TopN
      ADD 1 TO SuggestionCount
   ELSE
      IF CN-Score < SG-Score(SuggestionCount)
         OR (CN-Score = SG-Score(SuggestionCount)
             AND CN-YearGap NOT < SG-YearGap(SuggestionCount))
         EXIT PARAGRAPH
      END-IF
   END-IF
   MOVE Candidate TO Suggestion(SuggestionCount)
   PERFORM VARYING SuggestionIdx FROM SuggestionCount BY -1
           UNTIL SuggestionIdx < 2
      IF SG-Score(SuggestionIdx) > SG-Score(SuggestionIdx - 1)
         OR (SG-Score(SuggestionIdx) = SG-Score(SuggestionIdx - 1)
             AND SG-YearGap(SuggestionIdx)
                 < SG-YearGap(SuggestionIdx - 1))
         MOVE Suggestion(SuggestionIdx)     TO SwapSuggestion
         MOVE Suggestion(SuggestionIdx - 1)
              TO Suggestion(SuggestionIdx)
         MOVE SwapSuggestion TO Suggestion(SuggestionIdx - 1)
      ELSE
         MOVE 1 TO SuggestionIdx
      END-IF
   END-PERFORM.

PrintSuggestions.
*  The client's own sign and animal come from the service with the
*  client paired with themselves.
   CALL "CompatibilityVerdict" USING BY CONTENT CT-BirthDate(ClientIdx)
                                     BY CONTENT CT-BirthDate(ClientIdx)
                                     BY REFERENCE VerdictResult
   MOVE CT-ClientNo(ClientIdx)   TO PrnClientNo
   MOVE CT-ClientName(ClientIdx) TO PrnClientName
   MOVE Sign1Name-VR             TO PrnClientSign
   MOVE Animal1Name-VR           TO PrnClientAnimal
   MOVE CT-Region(ClientIdx)     TO PrnClientRegion
   DISPLAY " "
   DISPLAY ClientHeading
   IF SuggestionCount = ZERO
      DISPLAY "   No new suggestion this run."
      ADD 1 TO ClientsWithNone
      EXIT PARAGRAPH
   END-IF
   PERFORM VARYING SuggestionIdx FROM 1 BY 1
           UNTIL SuggestionIdx > SuggestionCount
      MOVE SG-PartnerIdx(SuggestionIdx) TO PartnerIdx
      MOVE SuggestionIdx               TO PrnRank
      MOVE CT-ClientNo(PartnerIdx)     TO PrnPartnerNo
      MOVE CT-ClientName(PartnerIdx)   TO PrnPartnerName
      MOVE SG-SignName(SuggestionIdx)  TO PrnPartnerSign
      MOVE SG-AnimalName(SuggestionIdx) TO PrnPartnerAnimal
      MOVE SG-Western(SuggestionIdx)   TO PrnWestern
      MOVE SG-Chinese(SuggestionIdx)   TO PrnChinese
      MOVE SG-Score(SuggestionIdx)     TO PrnScore
      DISPLAY SuggestionLine
      ADD 1 TO SuggestionsMade
      PERFORM RecordIntroduction
   END-PERFORM.

RecordIntroduction.
*  A pair suggested to both partners this run is recorded once.
   IF CT-ClientNo(ClientIdx) < CT-ClientNo(PartnerIdx)
      MOVE CT-ClientNo(ClientIdx)  TO PairLow
      MOVE CT-ClientNo(PartnerIdx) TO PairHigh
   ELSE
      MOVE CT-ClientNo(PartnerIdx) TO PairLow
      MOVE CT-ClientNo(ClientIdx)  TO PairHigh
   END-IF
   SET PairNotIntroduced TO TRUE
   COMPUTE IntroIdx = IntroCountAtStart + 1
   PERFORM VARYING IntroIdx FROM IntroIdx BY 1
           UNTIL IntroIdx > IntroCount OR PairIntroduced
      IF IT-ClientNoLow(IntroIdx) = PairLow
         AND IT-ClientNoHigh(IntroIdx) = PairHigh
         SET PairIntroduced TO TRUE
      END-IF
   END-PERFORM
   IF PairIntroduced
      EXIT PARAGRAPH
   END-IF
   IF IntroCount < 10000
      ADD 1 TO IntroCount
      MOVE PairLow  TO IT-ClientNoLow(IntroCount)
      MOVE PairHigh TO IT-ClientNoHigh(IntroCount)
   END-IF
   MOVE PairLow    TO ClientNoLow-IN
   MOVE PairHigh   TO ClientNoHigh-IN
   MOVE TodaysDate TO IntroDate-IN
   WRITE IntroductionRec
   ADD 1 TO NewIntroductions.
