IDENTIFICATION DIVISION.
PROGRAM-ID. Listing16-17.
AUTHOR.  Michael Coughlan.
* Security audit report from the operator activity log.
* The shared SignOnOperator and LogOperatorAction services
* (Listing16-10sub) write every sign-on, failure, lockout and
* applied action to OperatorLog.dat, but nothing read it back.  This
* report, for a keyed day or a keyed month, shows:
*   - failed sign-ons and lockouts, by operator id;
*   - sign-ons outside the working hours keyed for the run;
*   - every level-3 action - deletions and purges, approvals,
*     releases and overrides, and the operator maintenance done
*     through Listing16-12, subject access reports and anonymisation
*     runs (Listing16-18, Listing16-19), master file restores
*     (Listing10-42) and business calendar changes (Listing16-22) -
*     with who, when and from which program;
*   - dormant operator ids: operators on the master, not disabled,
*     with no sign-on in the 90 days to the end of the period (an
*     operator whose password was set within those 90 days and who
*     has not yet signed on is not counted) - these should be
*     disabled through Listing16-12.
* The report is level-3 only.  Each run is itself logged (action
* SECAUDIT) and the report ends with a reviewer sign-off block, so
* the review of these controls can be shown to the auditors.  The
* report goes to a run-dated file recorded on the shared report
* catalogue (CatalogueReport, Listing16-13sub).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OperatorLogFile ASSIGN TO "OperatorLog.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OperatorLogStatus.

       SELECT OperatorMasterFile ASSIGN TO "OperatorMaster.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OperatorMasterStatus.

       SELECT SecurityReport ASSIGN TO ReportFileNameWS
                 ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OperatorLogFile.
01 OperatorLogRec.
   88 EndOfOperatorLog VALUE HIGH-VALUES.
   02 OperatorId-OL    PIC X(4).
   02 FILLER           PIC X.
   02 ProgramName-OL   PIC X(12).
   02 FILLER           PIC X.
   02 ActionName-OL    PIC X(8).
   02 FILLER           PIC X.
   02 ActionDateTime-OL.
      03 ActionDate-OL PIC 9(8).
      03 ActionTime-OL PIC 9(4).
      03 FILLER REDEFINES ActionTime-OL.
         04 ActionHour-OL   PIC 99.
         04 ActionMinute-OL PIC 99.
      03 FILLER        PIC 9(2).

FD OperatorMasterFile.
01 OperatorMasterRec.
   88 EndOfOperatorMaster VALUE HIGH-VALUES.
   02 OperatorId-OM    PIC X(4).
   02 Password-OM      PIC X(8).
   02 PermLevel-OM     PIC 9.
   02 OperState-OM     PIC X.
   02 PwdChanged-OM    PIC 9(8).
   02 FailCount-OM     PIC 9.

FD SecurityReport.
01 ReportLine          PIC X(80).

WORKING-STORAGE SECTION.
* The report goes to a run-dated file recorded on the shared
* report catalogue (CatalogueReport, Listing16-13sub); reprints
* come from Listing16-13 instead of a rerun.
01 ReportFileNameWS       PIC X(40).
01 ReportIdWS             PIC X(12) VALUE "Listing16-17".
01 ReportDateWS           PIC 9(8).

01 OperatorLogStatus   PIC XX.
   88 NoOperatorLog    VALUE "35".

01 OperatorMasterStatus PIC XX.
   88 NoOperatorMaster  VALUE "35".

01 SignOnOperatorId    PIC X(4).
01 SignOnProgramName   PIC X(12) VALUE "Listing16-17".
01 OperatorPermission  PIC 9.
   88 AuditAllowed     VALUE 3.
01 LogActionName       PIC X(8).

* The actions only a level-3 operator can take.
01 Level3ActionTable.
   02 Level3ActionValues.
      03 FILLER PIC X(8) VALUE "DELETE".
      03 FILLER PIC X(8) VALUE "PROMODEL".
      03 FILLER PIC X(8) VALUE "TRAINDEL".
      03 FILLER PIC X(8) VALUE "BORPURGE".
      03 FILLER PIC X(8) VALUE "RESVPURG".
      03 FILLER PIC X(8) VALUE "TRNWROFF".
      03 FILLER PIC X(8) VALUE "TSAPPR".
      03 FILLER PIC X(8) VALUE "TSREJ".
      03 FILLER PIC X(8) VALUE "EXPAPPR".
      03 FILLER PIC X(8) VALUE "EXPREJ".
      03 FILLER PIC X(8) VALUE "ADJAPP".
      03 FILLER PIC X(8) VALUE "ADJREJ".
      03 FILLER PIC X(8) VALUE "DELAPP".
      03 FILLER PIC X(8) VALUE "DELREJ".
      03 FILLER PIC X(8) VALUE "PRICEAPP".
      03 FILLER PIC X(8) VALUE "PRICEREJ".
      03 FILLER PIC X(8) VALUE "CROVERRD".
      03 FILLER PIC X(8) VALUE "CRRELEAS".
      03 FILLER PIC X(8) VALUE "PAYRELSE".
      03 FILLER PIC X(8) VALUE "LVOVERRD".
      03 FILLER PIC X(8) VALUE "OPERADD".
      03 FILLER PIC X(8) VALUE "OPERDIS".
      03 FILLER PIC X(8) VALUE "OPERLVL".
      03 FILLER PIC X(8) VALUE "PWDRESET".
      03 FILLER PIC X(8) VALUE "PWDPOLCY".
      03 FILLER PIC X(8) VALUE "SUBJACC".
      03 FILLER PIC X(8) VALUE "ANONLIST".
      03 FILLER PIC X(8) VALUE "ANONYMSE".
      03 FILLER PIC X(8) VALUE "RESTORE".
      03 FILLER PIC X(8) VALUE "CALMAINT".
   02 FILLER REDEFINES Level3ActionValues.
      03 Level3Action  PIC X(8) OCCURS 30 TIMES.
01 ActionIdx           PIC 99.
01 FILLER              PIC X VALUE "n".
   88 IsLevel3Action   VALUE "y".
   88 NotLevel3Action  VALUE "n".

* Failed sign-ons and lockouts in the period, by the operator id
* keyed - an id not on the master is reported as keyed.
01 FailureTable.
   02 FailureEntry OCCURS 100 TIMES.
      03 FT-OperatorId PIC X(4).
      03 FT-Failures   PIC 9(4).
      03 FT-Lockouts   PIC 9(3).
01 FailureCount        PIC 9(3) VALUE ZERO.
01 FailureIdx          PIC 9(3).
01 FoundFailureIdx     PIC 9(3).

01 OperatorTable.
   02 OperatorEntry OCCURS 50 TIMES.
      03 OT-OperatorId PIC X(4).
      03 OT-PermLevel  PIC 9.
      03 OT-State      PIC X.
         88 OT-Disabled   VALUE "D".
      03 OT-LastSignOn PIC 9(8).
      03 OT-PwdChanged PIC 9(8).
01 OperatorCount       PIC 99 VALUE ZERO.
01 OperatorIdx         PIC 99.
01 FoundOperatorIdx    PIC 99.
01 SearchOperatorId    PIC X(4).

01 PeriodType          PIC X.
   88 DailyReport      VALUE "D", "d".
   88 MonthlyReport    VALUE "M", "m".
   88 ValidPeriodType  VALUE "D", "d", "M", "m".
01 EnteredDate         PIC X(8).
01 EnteredDateN REDEFINES EnteredDate
                       PIC 9(8).
01 EnteredMonth        PIC X(6).
01 EnteredMonthN REDEFINES EnteredMonth
                       PIC 9(6).
01 EnteredTime         PIC X(4).
01 EnteredTimeN REDEFINES EnteredTime
                       PIC 9(4).
01 FILLER              PIC X VALUE "n".
   88 FieldAccepted    VALUE "y".
   88 FieldRejected    VALUE "n".

01 PeriodStart         PIC 9(8).
01 PeriodEnd           PIC 9(8).
01 WorkStartTime       PIC 9(4).
01 WorkEndTime         PIC 9(4).
01 DormantDays         PIC 9(3) VALUE 90.
01 DormantCutOff       PIC 9(8).
01 WorkInt             PIC 9(8).
01 NextMonthStart      PIC 9(8).
01 NextMonthParts REDEFINES NextMonthStart.
   02 NextMonthYear    PIC 9(4).
   02 NextMonthMonth   PIC 99.
   02 NextMonthDay     PIC 99.

01 LinesInSection      PIC 9(4).
01 TotalFailures       PIC 9(5) VALUE ZERO.
01 TotalLockouts       PIC 9(4) VALUE ZERO.
01 PrnCount            PIC Z,ZZ9.

01 HeadingLine.
   02 FILLER           PIC X(31)
                       VALUE "SECURITY AUDIT REPORT - PERIOD ".
   02 PrnPeriodStart   PIC 9(8).
   02 FILLER           PIC X(4) VALUE " TO ".
   02 PrnPeriodEnd     PIC 9(8).
   02 FILLER           PIC X(7) VALUE "   RUN ".
   02 PrnRunDate       PIC 9(8).

01 HoursLine.
   02 FILLER           PIC X(16) VALUE "Working hours - ".
   02 PrnWorkStart     PIC 9(4).
   02 FILLER           PIC X(4) VALUE " to ".
   02 PrnWorkEnd       PIC 9(4).
   02 FILLER           PIC X(16) VALUE "   Run by       ".
   02 PrnReviewer      PIC X(4).

01 SectionLine         PIC X(80).

01 FailureLine.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnFailOperator  PIC X(8).
   02 PrnFailures      PIC Z,ZZ9.
   02 FILLER           PIC X(4) VALUE SPACES.
   02 PrnLockouts      PIC ZZ9.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnFailNote      PIC X(30).

01 ActivityLine.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnActOperator   PIC X(4).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnActDate       PIC 9(8).
   02 FILLER           PIC X VALUE SPACE.
   02 PrnActHour       PIC 99.
   02 FILLER           PIC X VALUE ":".
   02 PrnActMinute     PIC 99.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnActAction     PIC X(8).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnActProgram    PIC X(12).

01 DormantLine.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnDormOperator  PIC X(4).
   02 FILLER           PIC X(8) VALUE "  level ".
   02 PrnDormLevel     PIC 9.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnDormNote      PIC X(40).

PROCEDURE DIVISION.
Begin.
   DISPLAY "Security audit report"
   CALL "SignOnOperator" USING SignOnProgramName, SignOnOperatorId,
                               OperatorPermission
   IF NOT AuditAllowed
      DISPLAY "The security audit report needs permission level 3."
      STOP RUN
   END-IF
   PERFORM GetReportPeriod
   PERFORM GetWorkingHours
   OPEN INPUT OperatorLogFile
   IF NoOperatorLog
      DISPLAY "No operator activity log on file."
      STOP RUN
   END-IF
   CLOSE OperatorLogFile
   PERFORM LoadOperatorTable
   MOVE FUNCTION CURRENT-DATE(1:8) TO ReportDateWS
   CALL "CatalogueReport" USING ReportIdWS, ReportDateWS,
                                ReportFileNameWS
   OPEN OUTPUT SecurityReport
   MOVE PeriodStart    TO PrnPeriodStart
   MOVE PeriodEnd      TO PrnPeriodEnd
   MOVE ReportDateWS   TO PrnRunDate
   WRITE ReportLine FROM HeadingLine
   MOVE WorkStartTime    TO PrnWorkStart
   MOVE WorkEndTime      TO PrnWorkEnd
   MOVE SignOnOperatorId TO PrnReviewer
   WRITE ReportLine FROM HoursLine
   PERFORM ScanLogForFailuresAndSignOns
   PERFORM PrintFailures
   PERFORM PrintOutOfHoursSignOns
   PERFORM PrintLevel3Actions
   PERFORM PrintDormantOperators
   PERFORM PrintReviewBlock
   CLOSE SecurityReport
   MOVE "SECAUDIT" TO LogActionName
   CALL "LogOperatorAction" USING SignOnOperatorId,
                                  SignOnProgramName, LogActionName
   DISPLAY "Report written to " ReportFileNameWS
   STOP RUN.

GetReportPeriod.
   MOVE SPACE TO PeriodType
   PERFORM UNTIL ValidPeriodType
      DISPLAY "Daily or monthly report (D/M) - " WITH NO ADVANCING
      ACCEPT PeriodType
   END-PERFORM
   SET FieldRejected TO TRUE
   IF DailyReport
      PERFORM UNTIL FieldAccepted
         DISPLAY "Report date (YYYYMMDD) - " WITH NO ADVANCING
         ACCEPT EnteredDate
         IF EnteredDate NOT NUMERIC
            OR FUNCTION TEST-DATE-YYYYMMDD(EnteredDateN) NOT = ZERO
            DISPLAY "Not a valid date - " EnteredDate
         ELSE
            SET FieldAccepted TO TRUE
         END-IF
      END-PERFORM
      MOVE EnteredDateN TO PeriodStart, PeriodEnd
   ELSE
      PERFORM UNTIL FieldAccepted
         DISPLAY "Report month (YYYYMM) - " WITH NO ADVANCING
         ACCEPT EnteredMonth
         IF EnteredMonth NOT NUMERIC
            DISPLAY "Month must be 6 digits - " EnteredMonth
         ELSE
            COMPUTE PeriodStart = EnteredMonthN * 100 + 1
            IF FUNCTION TEST-DATE-YYYYMMDD(PeriodStart) NOT = ZERO
               DISPLAY "Not a valid month - " EnteredMonth
            ELSE
               SET FieldAccepted TO TRUE
            END-IF
         END-IF
      END-PERFORM
*     The month ends the day before the first of the next month.
      MOVE PeriodStart TO NextMonthStart
      IF NextMonthMonth = 12
         ADD 1 TO NextMonthYear
         MOVE 1 TO NextMonthMonth
      ELSE
         ADD 1 TO NextMonthMonth
      END-IF
      COMPUTE WorkInt = FUNCTION INTEGER-OF-DATE(NextMonthStart) - 1
      COMPUTE PeriodEnd = FUNCTION DATE-OF-INTEGER(WorkInt)
   END-IF
   COMPUTE WorkInt = FUNCTION INTEGER-OF-DATE(PeriodEnd)
                   - DormantDays
   COMPUTE DormantCutOff = FUNCTION DATE-OF-INTEGER(WorkInt).

GetWorkingHours.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Working day starts (HHMM) - " WITH NO ADVANCING
      ACCEPT EnteredTime
      IF EnteredTime NOT NUMERIC OR EnteredTimeN > 2359
         DISPLAY "Time must be HHMM - " EnteredTime
      ELSE
         MOVE EnteredTimeN TO WorkStartTime
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Working day ends   (HHMM) - " WITH NO ADVANCING
      ACCEPT EnteredTime
      IF EnteredTime NOT NUMERIC OR EnteredTimeN > 2359
         OR EnteredTimeN NOT > WorkStartTime
         DISPLAY "Time must be HHMM, after the start - " EnteredTime
      ELSE
         MOVE EnteredTimeN TO WorkEndTime
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

LoadOperatorTable.
   OPEN INPUT OperatorMasterFile
   IF NoOperatorMaster
      EXIT PARAGRAPH
   END-IF
   READ OperatorMasterFile
      AT END SET EndOfOperatorMaster TO TRUE
   END-READ
   PERFORM UNTIL EndOfOperatorMaster OR OperatorCount = 50
      ADD 1 TO OperatorCount
      MOVE OperatorId-OM TO OT-OperatorId(OperatorCount)
      MOVE PermLevel-OM  TO OT-PermLevel(OperatorCount)
      MOVE OperState-OM  TO OT-State(OperatorCount)
      MOVE ZERO          TO OT-LastSignOn(OperatorCount)
      IF PwdChanged-OM IS NUMERIC
         MOVE PwdChanged-OM TO OT-PwdChanged(OperatorCount)
      ELSE
         MOVE ZERO TO OT-PwdChanged(OperatorCount)
      END-IF
      READ OperatorMasterFile
         AT END SET EndOfOperatorMaster TO TRUE
      END-READ
   END-PERFORM
   CLOSE OperatorMasterFile.

ScanLogForFailuresAndSignOns.
* One pass of the whole log: the failures and lockouts inside the
* period are counted, and every sign-on up to the end of the period
* dates the operator's last sign-on for the dormant check.
   OPEN INPUT OperatorLogFile
   READ OperatorLogFile
      AT END SET EndOfOperatorLog TO TRUE
   END-READ
   PERFORM UNTIL EndOfOperatorLog
      IF ActionDate-OL NOT > PeriodEnd
         AND ActionName-OL = "SIGNON"
         MOVE OperatorId-OL TO SearchOperatorId
         PERFORM FindOperator
         IF FoundOperatorIdx NOT = ZERO
            MOVE ActionDate-OL TO OT-LastSignOn(FoundOperatorIdx)
         END-IF
      END-IF
      IF ActionDate-OL NOT < PeriodStart
         AND ActionDate-OL NOT > PeriodEnd
         AND (ActionName-OL = "SIGNFAIL" OR "LOCKOUT")
         PERFORM CountFailure
      END-IF
      READ OperatorLogFile
         AT END SET EndOfOperatorLog TO TRUE
      END-READ
   END-PERFORM
   CLOSE OperatorLogFile.

FindOperator.
   MOVE ZERO TO FoundOperatorIdx
   PERFORM VARYING OperatorIdx FROM 1 BY 1
           UNTIL OperatorIdx > OperatorCount
              OR FoundOperatorIdx NOT = ZERO
      IF OT-OperatorId(OperatorIdx) = SearchOperatorId
         MOVE OperatorIdx TO FoundOperatorIdx
      END-IF
   END-PERFORM.

CountFailure.
   MOVE ZERO TO FoundFailureIdx
   PERFORM VARYING FailureIdx FROM 1 BY 1
           UNTIL FailureIdx > FailureCount
              OR FoundFailureIdx NOT = ZERO
      IF FT-OperatorId(FailureIdx) = OperatorId-OL
         MOVE FailureIdx TO FoundFailureIdx
      END-IF
   END-PERFORM
   IF FoundFailureIdx = ZERO
      IF FailureCount = 100
         DISPLAY "More than 100 operator ids failed - "
                 OperatorId-OL " not counted."
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO FailureCount
      MOVE FailureCount  TO FoundFailureIdx
      MOVE OperatorId-OL TO FT-OperatorId(FoundFailureIdx)
      MOVE ZEROS TO FT-Failures(FoundFailureIdx),
                    FT-Lockouts(FoundFailureIdx)
   END-IF
   IF ActionName-OL = "SIGNFAIL"
      ADD 1 TO FT-Failures(FoundFailureIdx), TotalFailures
   ELSE
      ADD 1 TO FT-Lockouts(FoundFailureIdx), TotalLockouts
   END-IF.

PrintFailures.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "FAILED SIGN-ONS AND LOCKOUTS" TO SectionLine
   WRITE ReportLine FROM SectionLine
   MOVE "  Operator  Fails  Locks" TO SectionLine
   WRITE ReportLine FROM SectionLine
   PERFORM VARYING FailureIdx FROM 1 BY 1
           UNTIL FailureIdx > FailureCount
      MOVE FT-OperatorId(FailureIdx) TO PrnFailOperator
      IF FT-OperatorId(FailureIdx) = SPACES
         MOVE "(blank)" TO PrnFailOperator
      END-IF
      MOVE FT-Failures(FailureIdx) TO PrnFailures
      MOVE FT-Lockouts(FailureIdx) TO PrnLockouts
      MOVE FT-OperatorId(FailureIdx) TO SearchOperatorId
      PERFORM FindOperator
      IF FoundOperatorIdx = ZERO
         MOVE "not an operator id" TO PrnFailNote
      ELSE
         MOVE SPACES TO PrnFailNote
      END-IF
      WRITE ReportLine FROM FailureLine
   END-PERFORM
   IF FailureCount = ZERO
      MOVE "  None." TO SectionLine
      WRITE ReportLine FROM SectionLine
   ELSE
      MOVE SPACES TO FailureLine
      MOVE "Total" TO PrnFailOperator
      MOVE TotalFailures TO PrnFailures
      MOVE TotalLockouts TO PrnLockouts
      WRITE ReportLine FROM FailureLine
   END-IF.

PrintOutOfHoursSignOns.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "SIGN-ONS OUTSIDE WORKING HOURS" TO SectionLine
   WRITE ReportLine FROM SectionLine
   MOVE ZERO TO LinesInSection
   OPEN INPUT OperatorLogFile
   READ OperatorLogFile
      AT END SET EndOfOperatorLog TO TRUE
   END-READ
   PERFORM UNTIL EndOfOperatorLog
      IF ActionName-OL = "SIGNON"
         AND ActionDate-OL NOT < PeriodStart
         AND ActionDate-OL NOT > PeriodEnd
         AND (ActionTime-OL < WorkStartTime
              OR ActionTime-OL NOT < WorkEndTime)
         ADD 1 TO LinesInSection
         PERFORM PrintActivityLine
      END-IF
      READ OperatorLogFile
         AT END SET EndOfOperatorLog TO TRUE
      END-READ
   END-PERFORM
   CLOSE OperatorLogFile
   PERFORM PrintSectionCount.

PrintLevel3Actions.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "LEVEL-3 ACTIONS" TO SectionLine
   WRITE ReportLine FROM SectionLine
   MOVE ZERO TO LinesInSection
   OPEN INPUT OperatorLogFile
   READ OperatorLogFile
      AT END SET EndOfOperatorLog TO TRUE
   END-READ
   PERFORM UNTIL EndOfOperatorLog
      IF ActionDate-OL NOT < PeriodStart
         AND ActionDate-OL NOT > PeriodEnd
         PERFORM CheckLevel3Action
         IF IsLevel3Action
            ADD 1 TO LinesInSection
            PERFORM PrintActivityLine
         END-IF
      END-IF
      READ OperatorLogFile
         AT END SET EndOfOperatorLog TO TRUE
      END-READ
   END-PERFORM
   CLOSE OperatorLogFile
   PERFORM PrintSectionCount.

CheckLevel3Action.
   SET NotLevel3Action TO TRUE
   PERFORM VARYING ActionIdx FROM 1 BY 1
           UNTIL ActionIdx > 30 OR IsLevel3Action
      IF Level3Action(ActionIdx) = ActionName-OL
         SET IsLevel3Action TO TRUE
      END-IF
   END-PERFORM.

PrintActivityLine.
   MOVE OperatorId-OL  TO PrnActOperator
   MOVE ActionDate-OL  TO PrnActDate
   MOVE ActionHour-OL   TO PrnActHour
   MOVE ActionMinute-OL TO PrnActMinute
   MOVE ActionName-OL  TO PrnActAction
   MOVE ProgramName-OL TO PrnActProgram
   WRITE ReportLine FROM ActivityLine.

PrintSectionCount.
   IF LinesInSection = ZERO
      MOVE "  None." TO SectionLine
      WRITE ReportLine FROM SectionLine
   ELSE
      MOVE LinesInSection TO PrnCount
      MOVE SPACES TO SectionLine
      STRING "  Entries - " DELIMITED BY SIZE
             PrnCount       DELIMITED BY SIZE
             INTO SectionLine
      END-STRING
      WRITE ReportLine FROM SectionLine
   END-IF.

PrintDormantOperators.
* An operator who has never signed on is dormant unless the
* password was set within the dormant days - Listing16-12 sets the
* password-changed date when it adds the operator or resets the
* password.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE SPACES TO SectionLine
   STRING "DORMANT OPERATOR IDS - NO SIGN-ON SINCE "
                          DELIMITED BY SIZE
          DormantCutOff   DELIMITED BY SIZE
          " - TO BE DISABLED" DELIMITED BY SIZE
          INTO SectionLine
   END-STRING
   WRITE ReportLine FROM SectionLine
   MOVE ZERO TO LinesInSection
   PERFORM VARYING OperatorIdx FROM 1 BY 1
           UNTIL OperatorIdx > OperatorCount
      IF NOT OT-Disabled(OperatorIdx)
         PERFORM CheckOneDormant
      END-IF
   END-PERFORM
   PERFORM PrintSectionCount.

CheckOneDormant.
   MOVE SPACES TO PrnDormNote
   EVALUATE TRUE
      WHEN OT-LastSignOn(OperatorIdx) NOT = ZERO
           AND OT-LastSignOn(OperatorIdx) < DormantCutOff
           STRING "last signed on " DELIMITED BY SIZE
                  OT-LastSignOn(OperatorIdx) DELIMITED BY SIZE
                  INTO PrnDormNote
           END-STRING
      WHEN OT-LastSignOn(OperatorIdx) = ZERO
           AND OT-PwdChanged(OperatorIdx) < DormantCutOff
           MOVE "never signed on" TO PrnDormNote
      WHEN OTHER
           EXIT PARAGRAPH
   END-EVALUATE
   ADD 1 TO LinesInSection
   MOVE OT-OperatorId(OperatorIdx) TO PrnDormOperator
   MOVE OT-PermLevel(OperatorIdx)  TO PrnDormLevel
   WRITE ReportLine FROM DormantLine.

PrintReviewBlock.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   WRITE ReportLine
   MOVE "Reviewed and actions agreed -" TO SectionLine
   WRITE ReportLine FROM SectionLine
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "Name ____________________  Signature __________________"
     TO SectionLine
   WRITE ReportLine FROM SectionLine
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "Date ____________" TO SectionLine
   WRITE ReportLine FROM SectionLine.
