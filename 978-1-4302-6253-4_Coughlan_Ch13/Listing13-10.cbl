IDENTIFICATION DIVISION.
PROGRAM-ID. Listing13-10.
AUTHOR. Michael Coughlan.
* Word index enquiry for the research office.
* The operator keys a word, or two words that must both appear in a
* document, and the enquiry looks them up on the word index built by
* Listing13-9.  The documents that match are listed ranked by the
* number of occurrences (of both words together when two are keyed),
* and under each document the matching lines are shown with the
* three words either side, the keyed word in a fixed column as the
* keyword-in-context listing of Listing13-7 shows it.  Stop words are
* not indexed, so keying one says so.  A blank entry ends the session.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT WordIndexFile ASSIGN TO "Listing13-9Index.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS IX-Key
                 FILE STATUS IS WordIndexStatus.

       SELECT DocWordsFile ASSIGN TO DocFileName
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DocWordsStatus.

       SELECT StopWordFile ASSIGN TO "Listing13-7StopWords.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD WordIndexFile.
01 WordIndexRec.
   88 EndOfWordIndex   VALUE HIGH-VALUES.
   02 IX-Key.
      03 IX-Word       PIC X(20).
      03 IX-DocName    PIC X(40).
      03 IX-Seq        PIC 99.
   02 IX-Occurrences   PIC 9(5).
   02 IX-LineCount     PIC 99.
   02 IX-LineNo        PIC 9(5) OCCURS 20 TIMES.

FD DocWordsFile.
01 WordIn               PIC X(20).
   88 EndOfDocWordsFile VALUE HIGH-VALUES.

FD StopWordFile.
01 StopWordRec          PIC X(20).
   88 EndOfStopWordFile VALUE HIGH-VALUES.

WORKING-STORAGE SECTION.
01 WordIndexStatus     PIC XX.
   88 NoWordIndex      VALUE "35".
01 DocWordsStatus      PIC XX.
   88 NoSuchDocument   VALUE "35".

01 StopWordTable.
   02 StopWordEntry OCCURS 0 TO 500 TIMES
              DEPENDING ON NumberOfStopWords
              INDEXED BY SWidx.
      03 StopWordFound PIC X(20).

01 NumberOfStopWords   PIC 9(3) VALUE ZERO.
01 StopWordFlag        PIC 9 VALUE ZERO.
   88 WordIsStopWord    VALUE 1.

01 EnquiryLine         PIC X(41).
01 FirstWord           PIC X(20).
01 SecondWord          PIC X(20).
01 LookupWord          PIC X(20).
01 WordPass            PIC 9.
   88 FirstWordPass    VALUE 1.
   88 SecondWordPass   VALUE 2.

*  The documents matching the enquiry with the lines to show.  On the
*  second word's pass only documents already holding the first word
*  are kept - both words must appear.
01 DocMatchTable.
   02 DocMatch OCCURS 200 TIMES.
      03 DM-DocName    PIC X(40).
      03 DM-Occurs1    PIC 9(5).
      03 DM-Occurs2    PIC 9(5).
      03 DM-Total      PIC 9(6).
      03 DM-LineCount  PIC 9(3).
      03 DM-Line       PIC 9(5) OCCURS 200 TIMES.

01 DocMatchCount       PIC 9(3).
01 DocMatchIdx         PIC 9(3).
01 KeepIdx             PIC 9(3).
01 FILLER              PIC X VALUE "n".
   88 DocMatchFound    VALUE "y".
   88 DocMatchNotFound VALUE "n".
01 DocsNotHeld         PIC 9(3).
01 LinesNotShown       PIC 9(5).

01 SubscriptA          PIC 9(3).
01 SubscriptB          PIC 9(3).
01 SwapDocMatch        PIC X(1059).

01 LineIdx             PIC 9(3).
01 IndexLineIdx        PIC 99.
01 FILLER              PIC X VALUE "n".
   88 LineWanted       VALUE "y".
   88 LineNotWanted    VALUE "n".

01 DocFileName         PIC X(40).

*  The context window: seven words slide through it and the middle
*  slot's line is looked for among the matching lines.
01 KwicWindow.
   02 KwicSlot         PIC X(20) OCCURS 7 TIMES.

01 KwicSlotIdx         PIC 9.
01 KwicWordPosition    PIC 9(5).
01 KwicMiddleLine      PIC 9(5).
01 KwicFlushCount      PIC 9.
01 KwicSide            PIC X(45).
01 KwicPtr             PIC 99.

01 MatchLine.
   02 PrnLineNo        PIC ZZZZ9.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnKwicLeft      PIC X(45).
   02 FILLER           PIC X VALUE ">".
   02 PrnKwicWord      PIC X(20).
   02 FILLER           PIC X VALUE "<".
   02 PrnKwicRight     PIC X(45).

01 RankLine.
   02 PrnRank          PIC ZZ9.
   02 FILLER           PIC X VALUE ".".
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnDocName       PIC X(40).
   02 PrnTotal         PIC ZZZ,ZZ9.
   02 FILLER           PIC X(13) VALUE " occurrences".

01 PrnCount            PIC ZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    OPEN INPUT WordIndexFile
    IF NoWordIndex
       DISPLAY "No word index - run Listing13-9 first."
       STOP RUN
    END-IF
    PERFORM LoadStopWordTable
    DISPLAY "Word index enquiry - key a word, or two words that must"
    DISPLAY "both appear (blank to finish)."
    PERFORM GetEnquiry
    PERFORM UNTIL FirstWord = SPACES
       PERFORM AnswerEnquiry
       PERFORM GetEnquiry
    END-PERFORM
    CLOSE WordIndexFile
    STOP RUN.

GetEnquiry.
    DISPLAY " "
    MOVE SPACES TO EnquiryLine, FirstWord, SecondWord
    DISPLAY "Word(s) - " WITH NO ADVANCING
    ACCEPT EnquiryLine
    MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(EnquiryLine))
         TO EnquiryLine
    UNSTRING EnquiryLine DELIMITED BY ALL SPACES
             INTO FirstWord, SecondWord
    END-UNSTRING.

AnswerEnquiry.
    MOVE FirstWord TO LookupWord
    PERFORM IsStopWord
    IF WordIsStopWord
       DISPLAY "'" FUNCTION TRIM(FirstWord)
               "' is a stop word and is not indexed."
       EXIT PARAGRAPH
    END-IF
    IF SecondWord NOT = SPACES
       MOVE SecondWord TO LookupWord
       PERFORM IsStopWord
       IF WordIsStopWord
          DISPLAY "'" FUNCTION TRIM(SecondWord)
                  "' is a stop word and is not indexed."
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE ZERO TO DocMatchCount, DocsNotHeld, LinesNotShown
    SET FirstWordPass TO TRUE
    MOVE FirstWord TO LookupWord
    PERFORM GatherOneWord
    IF SecondWord NOT = SPACES
       SET SecondWordPass TO TRUE
       MOVE SecondWord TO LookupWord
       PERFORM GatherOneWord
       PERFORM DropDocsWithoutSecondWord
    END-IF
    IF DocMatchCount = ZERO
       DISPLAY "No document holds " FUNCTION TRIM(EnquiryLine) "."
       EXIT PARAGRAPH
    END-IF
    PERFORM RankMatchingDocs
    PERFORM ShowMatchingDocs
    IF DocsNotHeld NOT = ZERO
       MOVE DocsNotHeld TO PrnCount
       DISPLAY "More than 200 documents match - not shown - "
               PrnCount
    END-IF
    IF LinesNotShown NOT = ZERO
       MOVE LinesNotShown TO PrnCount
       DISPLAY "Matching lines over 200 in a document - not shown - "
               PrnCount
    END-IF.

GatherOneWord.
*   The word's records are together on the index, in document
*   order, so a START on the word followed by sequential reads until
*   the word changes gathers every document that holds it.
    MOVE LookupWord  TO IX-Word
    MOVE LOW-VALUES  TO IX-DocName
    MOVE ZERO        TO IX-Seq
    START WordIndexFile KEY IS NOT LESS THAN IX-Key
       INVALID KEY SET EndOfWordIndex TO TRUE
    END-START
    IF NOT EndOfWordIndex
       READ WordIndexFile NEXT RECORD
          AT END SET EndOfWordIndex TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfWordIndex OR IX-Word NOT = LookupWord
       PERFORM TakeOneIndexRecord
       READ WordIndexFile NEXT RECORD
          AT END SET EndOfWordIndex TO TRUE
       END-READ
    END-PERFORM.

TakeOneIndexRecord.
    SET DocMatchNotFound TO TRUE
    PERFORM VARYING DocMatchIdx FROM 1 BY 1
            UNTIL DocMatchIdx > DocMatchCount OR DocMatchFound
       IF DM-DocName(DocMatchIdx) = IX-DocName
          SET DocMatchFound TO TRUE
       END-IF
    END-PERFORM
    IF DocMatchFound
       SUBTRACT 1 FROM DocMatchIdx
    ELSE
       IF SecondWordPass
          EXIT PARAGRAPH
       END-IF
       IF DocMatchCount >= 200
          IF IX-Seq = 1
             ADD 1 TO DocsNotHeld
          END-IF
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO DocMatchCount
       MOVE DocMatchCount TO DocMatchIdx
       MOVE IX-DocName TO DM-DocName(DocMatchIdx)
       MOVE ZERO TO DM-Occurs1(DocMatchIdx), DM-Occurs2(DocMatchIdx),
                    DM-LineCount(DocMatchIdx)
    END-IF
    IF FirstWordPass
       MOVE IX-Occurrences TO DM-Occurs1(DocMatchIdx)
    ELSE
       MOVE IX-Occurrences TO DM-Occurs2(DocMatchIdx)
    END-IF
    PERFORM VARYING IndexLineIdx FROM 1 BY 1
            UNTIL IndexLineIdx > IX-LineCount
       IF DM-LineCount(DocMatchIdx) < 200
          ADD 1 TO DM-LineCount(DocMatchIdx)
          MOVE IX-LineNo(IndexLineIdx)
               TO DM-Line(DocMatchIdx, DM-LineCount(DocMatchIdx))
       ELSE
          ADD 1 TO LinesNotShown
       END-IF
    END-PERFORM.

DropDocsWithoutSecondWord.
    MOVE ZERO TO KeepIdx
    PERFORM VARYING DocMatchIdx FROM 1 BY 1
            UNTIL DocMatchIdx > DocMatchCount
       IF DM-Occurs2(DocMatchIdx) NOT = ZERO
          ADD 1 TO KeepIdx
          IF KeepIdx NOT = DocMatchIdx
             MOVE DocMatch(DocMatchIdx) TO DocMatch(KeepIdx)
          END-IF
       END-IF
    END-PERFORM
    MOVE KeepIdx TO DocMatchCount.

RankMatchingDocs.
*   Bubble sort, most occurrences first.
    PERFORM VARYING DocMatchIdx FROM 1 BY 1
            UNTIL DocMatchIdx > DocMatchCount
       COMPUTE DM-Total(DocMatchIdx) = DM-Occurs1(DocMatchIdx)
                                     + DM-Occurs2(DocMatchIdx)
    END-PERFORM
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= DocMatchCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > DocMatchCount - SubscriptA
          IF DM-Total(SubscriptB) < DM-Total(SubscriptB + 1)
             MOVE DocMatch(SubscriptB)     TO SwapDocMatch
             MOVE DocMatch(SubscriptB + 1) TO DocMatch(SubscriptB)
             MOVE SwapDocMatch TO DocMatch(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

ShowMatchingDocs.
    MOVE DocMatchCount TO PrnCount
    DISPLAY "Documents holding " FUNCTION TRIM(EnquiryLine) " - "
            PrnCount
    PERFORM VARYING DocMatchIdx FROM 1 BY 1
            UNTIL DocMatchIdx > DocMatchCount
       DISPLAY " "
       MOVE DocMatchIdx             TO PrnRank
       MOVE DM-DocName(DocMatchIdx) TO PrnDocName
       MOVE DM-Total(DocMatchIdx)   TO PrnTotal
       DISPLAY RankLine
       MOVE DM-DocName(DocMatchIdx) TO DocFileName
       PERFORM ShowMatchingLines
    END-PERFORM.

ShowMatchingLines.
*   Seven words slide through the window; when the middle slot's line
*   is one of the document's matching lines it prints with three
*   words of context each side.  Three extra shifts at end of file
*   let the last words reach the middle.
    MOVE SPACES TO KwicWindow
    MOVE ZERO TO KwicWordPosition
    OPEN INPUT DocWordsFile
    IF NoSuchDocument
       DISPLAY "     Document no longer on file - reindex the corpus."
       EXIT PARAGRAPH
    END-IF
    READ DocWordsFile
       AT END SET EndOfDocWordsFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfDocWordsFile
       PERFORM SlideKwicWindow
       READ DocWordsFile
          AT END SET EndOfDocWordsFile TO TRUE
       END-READ
    END-PERFORM
    MOVE SPACES TO WordIn
    PERFORM VARYING KwicFlushCount FROM 1 BY 1
            UNTIL KwicFlushCount > 3
       PERFORM SlideKwicWindow
    END-PERFORM
    CLOSE DocWordsFile.

SlideKwicWindow.
    PERFORM VARYING KwicSlotIdx FROM 1 BY 1 UNTIL KwicSlotIdx > 6
       MOVE KwicSlot(KwicSlotIdx + 1) TO KwicSlot(KwicSlotIdx)
    END-PERFORM
    MOVE WordIn TO KwicSlot(7)
    ADD 1 TO KwicWordPosition
*   The middle slot entered the window four positions ago.
    IF KwicWordPosition > 3
       COMPUTE KwicMiddleLine = KwicWordPosition - 3
       SET LineNotWanted TO TRUE
       PERFORM VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > DM-LineCount(DocMatchIdx)
                     OR LineWanted
          IF DM-Line(DocMatchIdx, LineIdx) = KwicMiddleLine
             SET LineWanted TO TRUE
          END-IF
       END-PERFORM
       IF LineWanted
          PERFORM PrintMatchLine
       END-IF
    END-IF.

PrintMatchLine.
    MOVE KwicMiddleLine TO PrnLineNo
    MOVE SPACES TO KwicSide
    MOVE 1 TO KwicPtr
    PERFORM VARYING KwicSlotIdx FROM 1 BY 1 UNTIL KwicSlotIdx > 3
       IF KwicSlot(KwicSlotIdx) NOT = SPACES
          STRING FUNCTION TRIM(KwicSlot(KwicSlotIdx)) " "
                 DELIMITED BY SIZE
                 INTO KwicSide WITH POINTER KwicPtr
       END-IF
    END-PERFORM
    MOVE KwicSide TO PrnKwicLeft
    MOVE KwicSlot(4) TO PrnKwicWord
    MOVE SPACES TO KwicSide
    MOVE 1 TO KwicPtr
    PERFORM VARYING KwicSlotIdx FROM 5 BY 1 UNTIL KwicSlotIdx > 7
       IF KwicSlot(KwicSlotIdx) NOT = SPACES
          STRING FUNCTION TRIM(KwicSlot(KwicSlotIdx)) " "
                 DELIMITED BY SIZE
                 INTO KwicSide WITH POINTER KwicPtr
       END-IF
    END-PERFORM
    MOVE KwicSide TO PrnKwicRight
    DISPLAY MatchLine.

LoadStopWordTable.
    OPEN INPUT StopWordFile
    READ StopWordFile
       AT END SET EndOfStopWordFile TO TRUE
    END-READ
    PERFORM VARYING SWidx FROM 1 BY 1 UNTIL EndOfStopWordFile
       ADD 1 TO NumberOfStopWords
       MOVE FUNCTION LOWER-CASE(StopWordRec)
                     TO StopWordFound(SWidx)
       READ StopWordFile
          AT END SET EndOfStopWordFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE StopWordFile.

IsStopWord.
    MOVE ZERO TO StopWordFlag
    PERFORM VARYING SWidx FROM 1 BY 1 UNTIL SWidx > NumberOfStopWords
       IF LookupWord = StopWordFound(SWidx)
          SET WordIsStopWord TO TRUE
       END-IF
    END-PERFORM.
