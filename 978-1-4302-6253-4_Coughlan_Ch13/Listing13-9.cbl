IDENTIFICATION DIVISION.
PROGRAM-ID. Listing13-9.
AUTHOR. Michael Coughlan.
* Word index build over the Top Ten Words corpus.
* Listing13-7 counts how often words occur but cannot say which
* documents mention a word or where.  This run reads every document
* named on Listing13-7Corpus.DAT (or the single Listing13-7.DAT when
* there is no corpus list, as Listing13-7 does), drops the stop words
* on Listing13-7StopWords.DAT, and builds the INDEXED word index:
* one record per word and document, keyed on the word then the
* document name, holding the number of occurrences and the line
* numbers where the word occurs.  A document holds one word per
* line, so the line number is the word's position in the document.
* Twenty line numbers go on a record; a word with more occurrences
* in a document runs on to further records under the same word and
* document with the next sequence number.  Every word is indexed in
* lower case.  The enquiry (Listing13-10) looks words up on it.
* The index is rebuilt from scratch on every run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DocWordsFile ASSIGN TO DocFileName
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DocWordsStatus.

       SELECT CorpusListFile ASSIGN TO "Listing13-7Corpus.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CorpusListStatus.

       SELECT StopWordFile ASSIGN TO "Listing13-7StopWords.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WordIndexFile ASSIGN TO "Listing13-9Index.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS IX-Key
                 FILE STATUS IS WordIndexStatus.

       SELECT WorkFile ASSIGN TO "WORK.TMP".

DATA DIVISION.
FILE SECTION.
FD DocWordsFile.
01 WordIn               PIC X(20).
   88 EndOfDocWordsFile VALUE HIGH-VALUES.

FD StopWordFile.
01 StopWordRec          PIC X(20).
   88 EndOfStopWordFile VALUE HIGH-VALUES.

FD CorpusListFile.
01 CorpusListRec        PIC X(40).
   88 EndOfCorpusList   VALUE HIGH-VALUES.

FD WordIndexFile.
01 WordIndexRec.
   02 IX-Key.
      03 IX-Word       PIC X(20).
      03 IX-DocName    PIC X(40).
      03 IX-Seq        PIC 99.
   02 IX-Occurrences   PIC 9(5).
   02 IX-LineCount     PIC 99.
   02 IX-LineNo        PIC 9(5) OCCURS 20 TIMES.

SD WorkFile.
01 WordWorkRec.
   88 EndOfWorkFile    VALUE HIGH-VALUES.
   02 WordWF           PIC X(20).
   02 DocNameWF        PIC X(40).
   02 LineNoWF         PIC 9(5).

WORKING-STORAGE SECTION.
01 StopWordTable.
   02 StopWordEntry OCCURS 0 TO 500 TIMES
              DEPENDING ON NumberOfStopWords
              INDEXED BY SWidx.
      03 StopWordFound PIC X(20).

01 NumberOfStopWords   PIC 9(3) VALUE ZERO.

01 StopWordFlag        PIC 9 VALUE ZERO.
   88 WordIsStopWord    VALUE 1.

01 DocFileName         PIC X(40) VALUE "Listing13-7.DAT".
01 DocWordsStatus      PIC XX.
   88 NoSuchDocument   VALUE "35".
01 CorpusListStatus    PIC XX.
   88 NoCorpusList     VALUE "35".
01 WordIndexStatus     PIC XX.

01 LowerWord           PIC X(20).
01 LineNumber          PIC 9(5).

*  The line numbers of one word in one document, gathered from the
*  sorted stream before its index records are written.
01 GroupLineTable.
   02 GroupLine        PIC 9(5) OCCURS 2000 TIMES.

01 GroupLineCount      PIC 9(4).
01 GroupOccurrences    PIC 9(5).
01 GroupLineIdx        PIC 9(4).
01 LineSlot            PIC 99.
01 CurrentWord         PIC X(20).
01 CurrentDoc          PIC X(40).

01 DocumentsIndexed    PIC 9(3) VALUE ZERO.
01 WordsIndexed        PIC 9(5) VALUE ZERO.
01 EntriesWritten      PIC 9(5) VALUE ZERO.
01 OccurrencesIndexed  PIC 9(7) VALUE ZERO.
01 LinesNotHeld        PIC 9(5) VALUE ZERO.
01 LastWordCounted     PIC X(20) VALUE SPACES.
01 PrnCount            PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    PERFORM LoadStopWordTable
    SORT WorkFile ON ASCENDING KEY WordWF DocNameWF LineNoWF
         INPUT PROCEDURE IS ReleaseCorpusWords
         OUTPUT PROCEDURE IS WriteWordIndex
    DISPLAY " "
    MOVE DocumentsIndexed TO PrnCount
    DISPLAY "Documents indexed        - " PrnCount
    MOVE WordsIndexed TO PrnCount
    DISPLAY "Distinct words indexed   - " PrnCount
    MOVE OccurrencesIndexed TO PrnCount
    DISPLAY "Occurrences indexed      - " PrnCount
    MOVE EntriesWritten TO PrnCount
    DISPLAY "Index records written    - " PrnCount
    IF LinesNotHeld NOT = ZERO
       MOVE LinesNotHeld TO PrnCount
       DISPLAY "Line numbers not held (over 2000 of a word in a "
               "document) - " PrnCount
    END-IF
    STOP RUN.

ReleaseCorpusWords.
    OPEN INPUT CorpusListFile
    IF NoCorpusList
       MOVE "Listing13-7.DAT" TO DocFileName
       PERFORM ReleaseOneDocument
    ELSE
       READ CorpusListFile
          AT END SET EndOfCorpusList TO TRUE
       END-READ
       PERFORM UNTIL EndOfCorpusList
          MOVE CorpusListRec TO DocFileName
          PERFORM ReleaseOneDocument
          READ CorpusListFile
             AT END SET EndOfCorpusList TO TRUE
          END-READ
       END-PERFORM
       CLOSE CorpusListFile
    END-IF.

ReleaseOneDocument.
    OPEN INPUT DocWordsFile
    IF NoSuchDocument
       DISPLAY "Document not found - skipped - " DocFileName
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO DocumentsIndexed
    MOVE ZERO TO LineNumber
    READ DocWordsFile
       AT END SET EndOfDocWordsFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfDocWordsFile
       ADD 1 TO LineNumber
       IF WordIn NOT = SPACES
          PERFORM IsStopWord
          IF NOT WordIsStopWord
             MOVE LowerWord   TO WordWF
             MOVE DocFileName TO DocNameWF
             MOVE LineNumber  TO LineNoWF
             RELEASE WordWorkRec
          END-IF
       END-IF
       READ DocWordsFile
          AT END SET EndOfDocWordsFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE DocWordsFile.

WriteWordIndex.
    OPEN OUTPUT WordIndexFile
    RETURN WorkFile
       AT END SET EndOfWorkFile TO TRUE
    END-RETURN
    PERFORM IndexOneWordInDoc UNTIL EndOfWorkFile
    CLOSE WordIndexFile.

IndexOneWordInDoc.
    MOVE WordWF    TO CurrentWord
    MOVE DocNameWF TO CurrentDoc
    MOVE ZERO TO GroupLineCount, GroupOccurrences
    PERFORM UNTIL EndOfWorkFile
            OR WordWF NOT = CurrentWord
            OR DocNameWF NOT = CurrentDoc
       ADD 1 TO GroupOccurrences
       IF GroupLineCount < 2000
          ADD 1 TO GroupLineCount
          MOVE LineNoWF TO GroupLine(GroupLineCount)
       ELSE
          ADD 1 TO LinesNotHeld
       END-IF
       RETURN WorkFile
          AT END SET EndOfWorkFile TO TRUE
       END-RETURN
    END-PERFORM
    IF CurrentWord NOT = LastWordCounted
       ADD 1 TO WordsIndexed
       MOVE CurrentWord TO LastWordCounted
    END-IF
    ADD GroupOccurrences TO OccurrencesIndexed
    MOVE CurrentWord      TO IX-Word
    MOVE CurrentDoc       TO IX-DocName
    MOVE ZERO             TO IX-Seq, IX-LineCount
    MOVE GroupOccurrences TO IX-Occurrences
    PERFORM VARYING GroupLineIdx FROM 1 BY 1
            UNTIL GroupLineIdx > GroupLineCount
       IF IX-LineCount = 20
          PERFORM WriteIndexRecord
       END-IF
       ADD 1 TO IX-LineCount
       MOVE GroupLine(GroupLineIdx) TO IX-LineNo(IX-LineCount)
    END-PERFORM
    PERFORM WriteIndexRecord.

WriteIndexRecord.
*   Unused line slots are zero.  The sequence number starts at 01
*   for each word and document.
    PERFORM VARYING LineSlot FROM IX-LineCount BY 1
            UNTIL LineSlot >= 20
       MOVE ZERO TO IX-LineNo(LineSlot + 1)
    END-PERFORM
    ADD 1 TO IX-Seq
    WRITE WordIndexRec
       INVALID KEY
          DISPLAY "Unexpected write error on WordIndexFile - "
                  WordIndexStatus " " IX-Key
    END-WRITE
    ADD 1 TO EntriesWritten
    MOVE ZERO TO IX-LineCount.

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
    MOVE FUNCTION LOWER-CASE(WordIn) TO LowerWord
    MOVE ZERO TO StopWordFlag
    PERFORM VARYING SWidx FROM 1 BY 1 UNTIL SWidx > NumberOfStopWords
       IF LowerWord = StopWordFound(SWidx)
          SET WordIsStopWord TO TRUE
       END-IF
    END-PERFORM.
