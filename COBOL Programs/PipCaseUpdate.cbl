      ******************************************************************
      * Author: Will Verplaetse
      * Date: 10/15/2026
      * Purpose: This program keeps the performance improvement plan
      *          case file, keyed by employee id, from each run's
      *          Employee Extract.  A BAD flag opens a case with an
      *          open date and a review-due date; later runs mark it
      *          improving on a NEEDS IMPROVEMENT or GOOD flag, close
      *          it after a set number of good runs, or escalate it
      *          when the employee is still BAD past the due date.
      *          A termination on the employee master closes the
      *          case.  Every run prints the open cases by home
      *          state and branch, escalated and overdue cases first,
      *          so HR works the plans from one list instead of a
      *          spreadsheet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PipCaseUpdate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT extractFile ASSIGN TO extractFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS extractFileStatus.


      *    One case per employee, read by id as the extract comes
      *    through and then front to back for the report
           SELECT caseFile ASSIGN TO "pipcases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS caseEmployeeId
           FILE STATUS IS caseFileStatus.


           SELECT empMaster ASSIGN TO "empmaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS masterEmployeeId
           FILE STATUS IS masterFileStatus.


           SELECT caseReport ASSIGN TO caseReportName
           ORGANIZATION IS LINE SEQUENTIAL.


      *    When the scheduler leaves a run-control card file next
      *    to the program, the run is unattended: its parameters
      *    come off the card instead of an operator's keyboard
           SELECT runControlFile ASSIGN TO "pipruncontrol.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS runControlStatus.


           SELECT runLogFile ASSIGN TO runLogName
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD extractFile.
       01  extractLine             PIC X(150).
         88 endOfExtract             VALUE HIGH-VALUE.


      *    The case as it stands after the latest run that touched
      *    it.  A closed case stays on file, and a later BAD run
      *    reopens it as a fresh case under the same id
       FD caseFile.
       01  caseRecord.
         88 endOfCaseFile            VALUE HIGH-VALUE.
           02 caseEmployeeId       PIC 9(6).
           02 caseEmployeeName     PIC X(15).
           02 caseState            PIC XX.
           02 caseBranch           PIC X(15).
           02 caseStatus           PIC X.
             88 caseOpen               VALUE "O".
             88 caseImproving          VALUE "I".
             88 caseEscalated          VALUE "E".
             88 caseClosed             VALUE "C".
             88 caseActive             VALUE "O" "I" "E".
           02 caseOpenDate         PIC 9(8).
           02 caseReviewDueDate    PIC 9(8).
           02 caseEscalatedDate    PIC 9(8).
           02 caseClosedDate       PIC 9(8).
           02 caseCloseReason      PIC X.
             88 caseClosedGood         VALUE "G".
             88 caseClosedTerm         VALUE "T".
           02 caseGoodRuns         PIC 99.
           02 caseBadRuns          PIC 999.
           02 caseLastRunDate      PIC 9(8).
           02 caseLastRunTag       PIC X(20).
           02 caseLastFlag         PIC X(18).
           02 caseTimesOpened      PIC 99.


      *    The employee master kept up to date by EmployeeMaintenance
       FD empMaster.
       01  masterRecord.
           02 masterEmployeeId     PIC 9(6).
           02 masterEmployeeName   PIC X(15).
           02 masterHomeState      PIC XX.
           02 masterBranchName     PIC X(15).
           02 masterHireDate       PIC 9(8).
           02 masterStatus         PIC X.
             88 masterActive           VALUE "A".
             88 masterTerminated       VALUE "T".


       FD caseReport.
       01  caseLine                PIC X(100).

       01  caseSummaryLine.
           02 caseSummaryCaption   PIC X(32).
           02 caseSummaryTotal     PIC Z(4)9.


      *    Four cards: the extract, the run tag, the days a new case
      *    has before its review is due, and the good runs in a row
      *    that close a case.  Blank cards three and four take the
      *    standing 90 days and 3 runs
       FD runControlFile.
       01  runControlCard          PIC X(60).
         88 endOfRunControl          VALUE HIGH-VALUE.


       FD runLogFile.
       01  runLogLine              PIC X(80).

       WORKING-STORAGE SECTION.

       01  extractFileName     PIC X(60).
       01  caseReportName      PIC X(60).
       01  runTag              PIC X(20).

       01  extractFileStatus   PIC XX.
       01  caseFileStatus      PIC XX.
       01  masterFileStatus    PIC XX.
       01  masterOpenFlag      PIC X VALUE "N".
           88 masterIsOpen         VALUE "Y".

      *    Unattended-mode support, mirroring the classifier: the
      *    card file makes the run unattended, and the run log is
      *    what the scheduler and the morning shift read
       01  runControlStatus        PIC XX.
       01  unattendedFlag          PIC X VALUE "N".
           88 unattendedRun            VALUE "Y".
       01  runControlCardCount     PIC 9 VALUE ZERO.
       01  runLogName              PIC X(60).
       01  runLogLineWs            PIC X(80).
       01  runTimestamp            PIC X(21).

      *    How long a new case runs before review, and how many
      *    good runs in a row close it
       01  reviewDays          PIC 999 VALUE 90.
       01  reviewDaysText      PIC X(3).
       01  closeAfterRuns      PIC 99 VALUE 3.
       01  closeAfterText      PIC X(2).

      *    The date the extract was classified, off its header, is
      *    the date every case action this run is stamped with
       01  runDate             PIC 9(8) VALUE ZEROES.
       01  dueDateInt          PIC 9(8).

      *    Fields split out of one extract line
       01  extractBranch       PIC X(15).
       01  extractState        PIC XX.
       01  extractName         PIC X(15).
       01  extractIdText       PIC X(6).
       01  extractSalesText    PIC X(12).
       01  extractCustText     PIC X(4).
       01  extractAttText      PIC X(6).
       01  extractFlag         PIC X(18).

       01  extractId           PIC 9(6).
       01  extractSales        PIC 9(6)V99.

      *    The extract's control records, and the same totals
      *    counted off the employee lines actually read, compared
      *    before the case file is touched
       01  extractHeaderFlag       PIC X VALUE "N".
           88 extractHeaderSeen        VALUE "Y".
       01  extractTrailerFlag      PIC X VALUE "N".
           88 extractTrailerSeen       VALUE "Y".
       01  extractRecordType       PIC X(4).
       01  extractHeaderRunTag     PIC X(20).
       01  extractHeaderDate       PIC X(8).
       01  extractTrailerCountText PIC X(6).
       01  extractTrailerSalesText PIC X(14).
       01  extractTrailerHashText  PIC X(12).
       01  extractTrailerCount     PIC 9(6) VALUE ZEROES.
       01  extractTrailerSales     PIC 9(10)V99 VALUE ZEROES.
       01  extractTrailerHash      PIC 9(12) VALUE ZEROES.
       01  extractDetailCount      PIC 9(6) VALUE ZEROES.
       01  extractSalesTotal       PIC 9(10)V99 VALUE ZEROES.
       01  extractIdHash           PIC 9(12) VALUE ZEROES.
       01  extractControlFlag      PIC X VALUE "Y".
           88 extractControlOk         VALUE "Y".
       01  controlSalesOut         PIC Z(9)9.99.
       01  countedSalesOut         PIC Z(9)9.99.

       01  caseFoundFlag       PIC X.
           88 caseOnFile           VALUE "Y".
           88 caseNotOnFile        VALUE "N".

      *    Every case still open once the run is through, held so
      *    the report can group by state and branch and print the
      *    escalated and overdue ones ahead of the rest
       01  caseTable.
           02 caseEntry OCCURS 1000 TIMES.
               03 caseEntryId          PIC 9(6).
               03 caseEntryName        PIC X(15).
               03 caseEntryState       PIC XX.
               03 caseEntryBranch      PIC X(15).
               03 caseEntryStatus      PIC X.
               03 caseEntryOpenDate    PIC 9(8).
               03 caseEntryDueDate     PIC 9(8).
               03 caseEntryGoodRuns    PIC 99.
               03 caseEntryLastFlag    PIC X(18).
               03 caseEntryKind        PIC X.
                 88 caseEntryUrgent        VALUE "U".
                 88 caseEntryRoutine       VALUE "R".
               03 caseEntryReported    PIC X.
                 88 caseEntryDone          VALUE "Y".
       01  caseEntryCount      PIC 9(4) VALUE ZERO.
       01  caseIdx             PIC 9(4).
       01  caseTableMax        PIC 9(4) VALUE 1000.

       01  sectionWanted       PIC X.
       01  stateWanted         PIC XX.
       01  branchWanted        PIC X(15).
       01  scanFoundFlag       PIC X.
           88 scanFound            VALUE "Y".
       01  caseRemainFlag      PIC X VALUE "N".
           88 caseRemains          VALUE "Y".
       01  stateRemainFlag     PIC X.
           88 stateHasMore         VALUE "Y".

       01  extractLinesRead    PIC 9(6) VALUE ZEROES.
       01  linesWithoutId      PIC 9(5) VALUE ZEROES.
       01  linesAlreadyApplied PIC 9(5) VALUE ZEROES.
       01  casesOpened         PIC 9(5) VALUE ZEROES.
       01  casesImproving      PIC 9(5) VALUE ZEROES.
       01  casesEscalated      PIC 9(5) VALUE ZEROES.
       01  casesClosedGood     PIC 9(5) VALUE ZEROES.
       01  casesClosedTerm     PIC 9(5) VALUE ZEROES.
       01  openCaseTotal       PIC 9(5) VALUE ZEROES.
       01  urgentCaseTotal     PIC 9(5) VALUE ZEROES.
       01  branchCaseCount     PIC 9(4) VALUE ZEROES.
       01  stateCaseCount      PIC 9(5) VALUE ZEROES.

      *    Print lines, built here and written through the
      *    report's record area
       01  caseColumnHeaders.
           02 FILLER           PIC X(8)  VALUE "Id".
           02 FILLER           PIC X(17) VALUE "Name".
           02 FILLER           PIC X(10) VALUE "Opened".
           02 FILLER           PIC X(10) VALUE "Review".
           02 FILLER           PIC X(12) VALUE "Status".
           02 FILLER           PIC X(6)  VALUE "Good".
           02 FILLER           PIC X(20) VALUE "Last Flag".
           02 FILLER           PIC X(8)  VALUE "Remark".

       01  caseDetail.
           02 caseIdOut            PIC 9(6).
           02 FILLER               PIC XX VALUE SPACES.
           02 caseNameOut          PIC X(15).
           02 FILLER               PIC XX VALUE SPACES.
           02 caseOpenOut          PIC 9(8).
           02 FILLER               PIC XX VALUE SPACES.
           02 caseDueOut           PIC 9(8).
           02 FILLER               PIC XX VALUE SPACES.
           02 caseStatusOut        PIC X(10).
           02 FILLER               PIC XX VALUE SPACES.
           02 caseGoodOut          PIC Z9.
           02 FILLER               PIC X(4) VALUE SPACES.
           02 caseFlagOut          PIC X(18).
           02 FILLER               PIC XX VALUE SPACES.
           02 caseRemarkOut        PIC X(8).

       01  urgentTitleNf       PIC X(40)
           VALUE "ESCALATED AND OVERDUE CASES".
       01  routineTitleNf      PIC X(40)
           VALUE "OTHER OPEN CASES".
       01  openWordNf          PIC X(10) VALUE "OPEN".
       01  improvingWordNf     PIC X(10) VALUE "IMPROVING".
       01  escalatedWordNf     PIC X(10) VALUE "ESCALATED".
       01  overdueRemarkNf     PIC X(8)  VALUE "OVERDUE".

       01  branchCaptionNf     PIC X(32)
           VALUE "Cases in this branch:".
       01  stateCaptionNf      PIC X(32)
           VALUE "Cases in this state:".
       01  openedCaptionNf     PIC X(32)
           VALUE "Cases opened this run:".
       01  improvingCaptionNf  PIC X(32)
           VALUE "Cases improving this run:".
       01  escalatedCaptionNf  PIC X(32)
           VALUE "Cases escalated this run:".
       01  closedGoodCaptionNf PIC X(32)
           VALUE "Closed on good runs:".
       01  closedTermCaptionNf PIC X(32)
           VALUE "Closed on termination:".
       01  openCaptionNf       PIC X(32)
           VALUE "Open cases:".
       01  urgentCaptionNf     PIC X(32)
           VALUE "Escalated or overdue:".

       01  sectionTitleWs      PIC X(60).


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM READ-RUN-CONTROL

           IF NOT unattendedRun THEN
               DISPLAY "Enter the Employee Extract file to apply: "
               ACCEPT extractFileName

               DISPLAY "Enter a run tag (region/state and date) "
               "for this run's report: "
               ACCEPT runTag

               DISPLAY "Enter the days before a new case is due for "
               "review (blank for 90): "
               ACCEPT reviewDaysText

               IF reviewDaysText NOT = SPACES THEN
                   COMPUTE reviewDays = FUNCTION NUMVAL(reviewDaysText)
               END-IF

               DISPLAY "Enter the good runs in a row that close a "
               "case (blank for 3): "
               ACCEPT closeAfterText

               IF closeAfterText NOT = SPACES THEN
                   COMPUTE closeAfterRuns =
                       FUNCTION NUMVAL(closeAfterText)
               END-IF
           END-IF

           STRING "PIP Open Cases-" DELIMITED BY SIZE
               runTag DELIMITED BY SPACE
               INTO caseReportName

           STRING "PIP Run Log-" DELIMITED BY SIZE
               runTag DELIMITED BY SPACE
               INTO runLogName

           OPEN OUTPUT runLogFile

           MOVE FUNCTION CURRENT-DATE TO runTimestamp
           MOVE SPACES TO runLogLineWs
           STRING "Run started:     " DELIMITED BY SIZE
               runTimestamp(1:14) DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Extract file:    " DELIMITED BY SIZE
               extractFileName DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           IF unattendedRun THEN
               MOVE "Run mode:        UNATTENDED" TO runLogLineWs
           ELSE
               MOVE "Run mode:        ATTENDED" TO runLogLineWs
           END-IF
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Review days:     " DELIMITED BY SIZE
               reviewDays DELIMITED BY SIZE
               "  close after " DELIMITED BY SIZE
               closeAfterRuns DELIMITED BY SIZE
               " good runs" DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           OPEN INPUT extractFile

      *    A missing extract has to stop the stream here instead of
      *    reporting a night where nothing moved
           IF extractFileStatus NOT = "00" THEN
               PERFORM ABORT-MISSING-INPUT
           END-IF

      *    The whole extract is counted against its trailer before
      *    a single case is touched
           PERFORM READ-EXTRACT-LINE

           PERFORM TALLY-EXTRACT-LINE UNTIL endOfExtract

           CLOSE extractFile

           PERFORM CHECK-EXTRACT-CONTROL

           IF extractHeaderDate IS NUMERIC THEN
               MOVE extractHeaderDate TO runDate
           ELSE
               MOVE runTimestamp(1:8) TO runDate
           END-IF

      *    A brand new shop has no case file yet, so one is created
      *    empty before the extract is applied against it
           OPEN I-O caseFile

           IF caseFileStatus = "35" THEN
               OPEN OUTPUT caseFile
               CLOSE caseFile
               OPEN I-O caseFile
           END-IF

           OPEN INPUT extractFile

           PERFORM READ-EXTRACT-LINE

           PERFORM PROCESS-EXTRACT-LINE UNTIL endOfExtract

           CLOSE extractFile

      *    Without the employee master the terminations cannot be
      *    checked; the run goes on and says so
           OPEN INPUT empMaster

           IF masterFileStatus = "00" THEN
               MOVE "Y" TO masterOpenFlag
           ELSE
               MOVE SPACES TO runLogLineWs
               STRING "Employee master: NOT ON FILE - terminations "
                   DELIMITED BY SIZE
                   "not checked" DELIMITED BY SIZE
                   INTO runLogLineWs
               PERFORM WRITE-RUN-LOG-LINE
           END-IF

           MOVE ZEROES TO caseEmployeeId

           START caseFile KEY IS NOT LESS THAN caseEmployeeId
               INVALID KEY SET endOfCaseFile TO TRUE
           END-START

           IF NOT endOfCaseFile THEN
               PERFORM READ-NEXT-CASE
           END-IF

           PERFORM SWEEP-CASE UNTIL endOfCaseFile

           IF masterIsOpen THEN
               CLOSE empMaster
           END-IF

           CLOSE caseFile

           OPEN OUTPUT caseReport

           MOVE SPACES TO sectionTitleWs
           STRING "PIP CASES OPEN AS OF " DELIMITED BY SIZE
               runDate DELIMITED BY SIZE
               INTO sectionTitleWs
           MOVE sectionTitleWs TO caseLine
           WRITE caseLine BEFORE ADVANCING 2 LINES

           MOVE urgentTitleNf TO caseLine
           WRITE caseLine BEFORE ADVANCING 2 LINES

           MOVE "U" TO sectionWanted
           PERFORM CHECK-ANY-REMAINING
           PERFORM PRINT-NEXT-STATE UNTIL NOT caseRemains

           MOVE routineTitleNf TO caseLine
           WRITE caseLine BEFORE ADVANCING 2 LINES

           MOVE "R" TO sectionWanted
           PERFORM CHECK-ANY-REMAINING
           PERFORM PRINT-NEXT-STATE UNTIL NOT caseRemains

           MOVE openedCaptionNf TO caseSummaryCaption
           MOVE casesOpened TO caseSummaryTotal
           WRITE caseSummaryLine

           MOVE improvingCaptionNf TO caseSummaryCaption
           MOVE casesImproving TO caseSummaryTotal
           WRITE caseSummaryLine

           MOVE escalatedCaptionNf TO caseSummaryCaption
           MOVE casesEscalated TO caseSummaryTotal
           WRITE caseSummaryLine

           MOVE closedGoodCaptionNf TO caseSummaryCaption
           MOVE casesClosedGood TO caseSummaryTotal
           WRITE caseSummaryLine

           MOVE closedTermCaptionNf TO caseSummaryCaption
           MOVE casesClosedTerm TO caseSummaryTotal
           WRITE caseSummaryLine

           MOVE openCaptionNf TO caseSummaryCaption
           MOVE openCaseTotal TO caseSummaryTotal
           WRITE caseSummaryLine

           MOVE urgentCaptionNf TO caseSummaryCaption
           MOVE urgentCaseTotal TO caseSummaryTotal
           WRITE caseSummaryLine

           CLOSE caseReport

           MOVE SPACES TO runLogLineWs
           STRING "Extract lines:   " DELIMITED BY SIZE
               extractLinesRead DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           IF linesWithoutId > ZERO THEN
               MOVE SPACES TO runLogLineWs
               STRING "Lines with no id:" DELIMITED BY SIZE
                   linesWithoutId DELIMITED BY SIZE
                   INTO runLogLineWs
               PERFORM WRITE-RUN-LOG-LINE
           END-IF

           IF linesAlreadyApplied > ZERO THEN
               MOVE SPACES TO runLogLineWs
               STRING "Already applied: " DELIMITED BY SIZE
                   linesAlreadyApplied DELIMITED BY SIZE
                   " skipped, run tag on case" DELIMITED BY SIZE
                   INTO runLogLineWs
               PERFORM WRITE-RUN-LOG-LINE
           END-IF

           MOVE SPACES TO runLogLineWs
           STRING "Cases opened:    " DELIMITED BY SIZE
               casesOpened DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Cases escalated: " DELIMITED BY SIZE
               casesEscalated DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Cases closed:    " DELIMITED BY SIZE
               casesClosedGood DELIMITED BY SIZE
               " good  " DELIMITED BY SIZE
               casesClosedTerm DELIMITED BY SIZE
               " terminated" DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Open cases:      " DELIMITED BY SIZE
               openCaseTotal DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE FUNCTION CURRENT-DATE TO runTimestamp
           MOVE SPACES TO runLogLineWs
           STRING "Run ended:       " DELIMITED BY SIZE
               runTimestamp(1:14) DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE "Status:          COMPLETED" TO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           CLOSE runLogFile

           STOP RUN.


      *    First pass over the extract: picks up the header and
      *    trailer records and adds up the employee lines between
      *    them the way the classifier added them up writing them
       TALLY-EXTRACT-LINE.

           EVALUATE TRUE
           WHEN extractLine(1:4) = "HDR,"
               PERFORM TAKE-EXTRACT-HEADER

           WHEN extractLine(1:4) = "TRL,"
               PERFORM TAKE-EXTRACT-TRAILER

           WHEN extractLine(1:7) = "Branch,"
               CONTINUE

           WHEN OTHER
               PERFORM SPLIT-EXTRACT-LINE

               ADD 1 TO extractDetailCount
               ADD extractSales TO extractSalesTotal
               ADD extractId TO extractIdHash
           END-EVALUATE

           PERFORM READ-EXTRACT-LINE.


       SPLIT-EXTRACT-LINE.

           MOVE SPACES TO extractBranch, extractName, extractFlag
           MOVE SPACES TO extractIdText, extractSalesText
           MOVE SPACES TO extractCustText, extractAttText

           UNSTRING extractLine DELIMITED BY ","
               INTO extractBranch
                    extractState
                    extractName
                    extractIdText
                    extractSalesText
                    extractCustText
                    extractAttText
                    extractFlag
           END-UNSTRING

           COMPUTE extractId =
               FUNCTION NUMVAL(extractIdText)
           COMPUTE extractSales =
               FUNCTION NUMVAL(extractSalesText).


      *    Second pass: each employee line is put to their case.
      *    A line cut with no master on file has no id to key a
      *    case by and is only counted
       PROCESS-EXTRACT-LINE.

           IF extractLine(1:7) NOT = "Branch,"
           AND extractLine(1:4) NOT = "HDR,"
           AND extractLine(1:4) NOT = "TRL," THEN

               PERFORM SPLIT-EXTRACT-LINE

               IF extractId = ZERO THEN
                   ADD 1 TO linesWithoutId
               ELSE
                   PERFORM APPLY-EXTRACT-EMPLOYEE
               END-IF
           END-IF

           PERFORM READ-EXTRACT-LINE.


      *    A case already carrying this extract's run tag has had
      *    this run put to it once; the same extract fed again is
      *    skipped so no run is counted twice toward escalating or
      *    closing the case
       APPLY-EXTRACT-EMPLOYEE.

           MOVE extractId TO caseEmployeeId

           READ caseFile
               INVALID KEY
                   SET caseNotOnFile TO TRUE
               NOT INVALID KEY
                   SET caseOnFile TO TRUE
           END-READ

           IF caseOnFile
           AND extractHeaderRunTag NOT = SPACES
           AND caseLastRunTag = extractHeaderRunTag THEN
               ADD 1 TO linesAlreadyApplied
           ELSE
               IF extractFlag = "BAD" THEN
                   PERFORM APPLY-BAD-RUN
               ELSE
                   IF caseOnFile AND caseActive THEN
                       PERFORM APPLY-GOOD-RUN
                   END-IF
               END-IF
           END-IF.


      *    A BAD run with no case open starts one.  On an open case
      *    it undoes any improving streak, and once the review date
      *    has passed it escalates the case
       APPLY-BAD-RUN.

           IF caseNotOnFile THEN
               MOVE ZEROES TO caseTimesOpened
               PERFORM START-NEW-CASE
               WRITE caseRecord
           ELSE
               IF caseClosed THEN
                   PERFORM START-NEW-CASE
               ELSE
                   PERFORM NOTE-CASE-RUN
                   ADD 1 TO caseBadRuns
                   MOVE ZEROES TO caseGoodRuns

                   IF caseImproving THEN
                       SET caseOpen TO TRUE
                   END-IF

                   IF runDate > caseReviewDueDate
                   AND NOT caseEscalated THEN
                       SET caseEscalated TO TRUE
                       MOVE runDate TO caseEscalatedDate
                       ADD 1 TO casesEscalated
                   END-IF
               END-IF

               REWRITE caseRecord
           END-IF.


       START-NEW-CASE.

           ADD 1 TO caseTimesOpened
           SET caseOpen TO TRUE
           MOVE runDate TO caseOpenDate

           COMPUTE dueDateInt =
               FUNCTION INTEGER-OF-DATE(runDate) + reviewDays
           COMPUTE caseReviewDueDate =
               FUNCTION DATE-OF-INTEGER(dueDateInt)

           MOVE ZEROES TO caseEscalatedDate, caseClosedDate
           MOVE SPACE TO caseCloseReason
           MOVE ZEROES TO caseGoodRuns
           MOVE 1 TO caseBadRuns

           PERFORM NOTE-CASE-RUN

           ADD 1 TO casesOpened.


      *    A NEEDS IMPROVEMENT or GOOD run on an open case counts
      *    toward closing it; enough of them in a row and it closes
       APPLY-GOOD-RUN.

           PERFORM NOTE-CASE-RUN

           ADD 1 TO caseGoodRuns

           IF caseGoodRuns NOT < closeAfterRuns THEN
               SET caseClosed TO TRUE
               SET caseClosedGood TO TRUE
               MOVE runDate TO caseClosedDate
               ADD 1 TO casesClosedGood
           ELSE
               IF NOT caseImproving THEN
                   ADD 1 TO casesImproving
               END-IF
               SET caseImproving TO TRUE
           END-IF

           REWRITE caseRecord.


      *    Carries the extract's view of the employee onto the case,
      *    so a transfer moves the case to the new branch
       NOTE-CASE-RUN.

           MOVE extractId TO caseEmployeeId
           MOVE extractName TO caseEmployeeName
           MOVE extractState TO caseState
           MOVE extractBranch TO caseBranch
           MOVE runDate TO caseLastRunDate
           MOVE extractHeaderRunTag TO caseLastRunTag
           MOVE extractFlag TO caseLastFlag.


      *    Walks every case once the extract is in: an open case
      *    whose employee the master shows terminated is closed,
      *    and whatever is still open is held for the report
       SWEEP-CASE.

           IF caseActive AND masterIsOpen THEN
               MOVE caseEmployeeId TO masterEmployeeId

               READ empMaster
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF masterTerminated THEN
                           SET caseClosed TO TRUE
                           SET caseClosedTerm TO TRUE
                           MOVE runDate TO caseClosedDate
                           ADD 1 TO casesClosedTerm
                           REWRITE caseRecord
                       END-IF
               END-READ
           END-IF

           IF caseActive THEN
               PERFORM HOLD-OPEN-CASE
           END-IF

           PERFORM READ-NEXT-CASE.


       HOLD-OPEN-CASE.

           ADD 1 TO openCaseTotal

           IF caseEntryCount < caseTableMax THEN
               ADD 1 TO caseEntryCount
               MOVE caseEmployeeId TO caseEntryId(caseEntryCount)
               MOVE caseEmployeeName TO caseEntryName(caseEntryCount)
               MOVE caseState TO caseEntryState(caseEntryCount)
               MOVE caseBranch TO caseEntryBranch(caseEntryCount)
               MOVE caseStatus TO caseEntryStatus(caseEntryCount)
               MOVE caseOpenDate TO caseEntryOpenDate(caseEntryCount)
               MOVE caseReviewDueDate
                   TO caseEntryDueDate(caseEntryCount)
               MOVE caseGoodRuns TO caseEntryGoodRuns(caseEntryCount)
               MOVE caseLastFlag TO caseEntryLastFlag(caseEntryCount)
               MOVE "N" TO caseEntryReported(caseEntryCount)

               IF caseEscalated OR caseReviewDueDate < runDate THEN
                   MOVE "U" TO caseEntryKind(caseEntryCount)
                   ADD 1 TO urgentCaseTotal
               ELSE
                   MOVE "R" TO caseEntryKind(caseEntryCount)
               END-IF
           ELSE
               DISPLAY "WARNING: more than " caseTableMax
      -            " open cases, " caseEmployeeName
      -            " was not reported"
           END-IF.


       READ-NEXT-CASE.

           READ caseFile NEXT RECORD
               AT END SET endOfCaseFile TO TRUE
           END-READ.


      *    Takes the state of the first unprinted case in the
      *    section and prints every branch under it with its count
       PRINT-NEXT-STATE.

           MOVE "N" TO scanFoundFlag

           PERFORM FIND-NEXT-STATE
               VARYING caseIdx FROM 1 BY 1
               UNTIL caseIdx > caseEntryCount OR scanFound

           MOVE SPACES TO sectionTitleWs
           STRING "STATE: " DELIMITED BY SIZE
               stateWanted DELIMITED BY SIZE
               INTO sectionTitleWs
           MOVE sectionTitleWs TO caseLine
           WRITE caseLine BEFORE ADVANCING 2 LINES

           MOVE ZEROES TO stateCaseCount

           PERFORM CHECK-STATE-REMAINING

           PERFORM PRINT-NEXT-BRANCH UNTIL NOT stateHasMore

           MOVE stateCaptionNf TO caseSummaryCaption
           MOVE stateCaseCount TO caseSummaryTotal
           WRITE caseSummaryLine BEFORE ADVANCING 2 LINES

           PERFORM CHECK-ANY-REMAINING.


       FIND-NEXT-STATE.

           IF NOT caseEntryDone(caseIdx)
           AND caseEntryKind(caseIdx) = sectionWanted THEN
               MOVE caseEntryState(caseIdx) TO stateWanted
               SET scanFound TO TRUE
           END-IF.


       CHECK-STATE-REMAINING.

           MOVE "N" TO stateRemainFlag

           PERFORM FIND-NEXT-BRANCH
               VARYING caseIdx FROM 1 BY 1
               UNTIL caseIdx > caseEntryCount OR stateHasMore.


       FIND-NEXT-BRANCH.

           IF NOT caseEntryDone(caseIdx)
           AND caseEntryKind(caseIdx) = sectionWanted
           AND caseEntryState(caseIdx) = stateWanted THEN
               MOVE caseEntryBranch(caseIdx) TO branchWanted
               MOVE "Y" TO stateRemainFlag
           END-IF.


       PRINT-NEXT-BRANCH.

           MOVE SPACES TO sectionTitleWs
           STRING "BRANCH: " DELIMITED BY SIZE
               branchWanted DELIMITED BY SIZE
               INTO sectionTitleWs
           MOVE sectionTitleWs TO caseLine
           WRITE caseLine

           MOVE caseColumnHeaders TO caseLine
           WRITE caseLine

           MOVE ZEROES TO branchCaseCount

           PERFORM PRINT-BRANCH-CASE
               VARYING caseIdx FROM 1 BY 1
               UNTIL caseIdx > caseEntryCount

           MOVE branchCaptionNf TO caseSummaryCaption
           MOVE branchCaseCount TO caseSummaryTotal
           WRITE caseSummaryLine BEFORE ADVANCING 2 LINES

           ADD branchCaseCount TO stateCaseCount

           PERFORM CHECK-STATE-REMAINING.


       PRINT-BRANCH-CASE.

           IF NOT caseEntryDone(caseIdx)
           AND caseEntryKind(caseIdx) = sectionWanted
           AND caseEntryState(caseIdx) = stateWanted
           AND caseEntryBranch(caseIdx) = branchWanted THEN

               MOVE SPACES TO caseDetail
               MOVE caseEntryId(caseIdx) TO caseIdOut
               MOVE caseEntryName(caseIdx) TO caseNameOut
               MOVE caseEntryOpenDate(caseIdx) TO caseOpenOut
               MOVE caseEntryDueDate(caseIdx) TO caseDueOut
               MOVE caseEntryGoodRuns(caseIdx) TO caseGoodOut
               MOVE caseEntryLastFlag(caseIdx) TO caseFlagOut

               EVALUATE caseEntryStatus(caseIdx)
               WHEN "E"
                   MOVE escalatedWordNf TO caseStatusOut
               WHEN "I"
                   MOVE improvingWordNf TO caseStatusOut
               WHEN OTHER
                   MOVE openWordNf TO caseStatusOut
               END-EVALUATE

               IF caseEntryDueDate(caseIdx) < runDate THEN
                   MOVE overdueRemarkNf TO caseRemarkOut
               END-IF

               MOVE caseDetail TO caseLine
               WRITE caseLine

               ADD 1 TO branchCaseCount
               MOVE "Y" TO caseEntryReported(caseIdx)
           END-IF.


       CHECK-ANY-REMAINING.

           MOVE "N" TO caseRemainFlag

           PERFORM CHECK-ONE-REMAINING
               VARYING caseIdx FROM 1 BY 1
               UNTIL caseIdx > caseEntryCount OR caseRemains.


       CHECK-ONE-REMAINING.

           IF NOT caseEntryDone(caseIdx)
           AND caseEntryKind(caseIdx) = sectionWanted THEN
               SET caseRemains TO TRUE
           END-IF.


       TAKE-EXTRACT-HEADER.

           MOVE SPACES TO extractHeaderRunTag, extractHeaderDate

           UNSTRING extractLine DELIMITED BY ","
               INTO extractRecordType
                    extractHeaderRunTag
                    extractHeaderDate
           END-UNSTRING

           MOVE "Y" TO extractHeaderFlag.


       TAKE-EXTRACT-TRAILER.

           MOVE SPACES TO extractTrailerCountText
           MOVE SPACES TO extractTrailerSalesText
           MOVE SPACES TO extractTrailerHashText

           UNSTRING extractLine DELIMITED BY ","
               INTO extractRecordType
                    extractTrailerCountText
                    extractTrailerSalesText
                    extractTrailerHashText
           END-UNSTRING

           COMPUTE extractTrailerCount =
               FUNCTION NUMVAL(extractTrailerCountText)
           COMPUTE extractTrailerSales =
               FUNCTION NUMVAL(extractTrailerSalesText)
           COMPUTE extractTrailerHash =
               FUNCTION NUMVAL(extractTrailerHashText)

           MOVE "Y" TO extractTrailerFlag.


      *    An extract with no header or trailer, or whose trailer
      *    disagrees with what was counted, stops the run before
      *    the case file is opened, so no case moves on half a run
       CHECK-EXTRACT-CONTROL.

           IF NOT extractHeaderSeen OR NOT extractTrailerSeen THEN
               MOVE "N" TO extractControlFlag
           ELSE
               IF extractTrailerCount NOT = extractDetailCount
               OR extractTrailerSales NOT = extractSalesTotal
               OR extractTrailerHash NOT = extractIdHash THEN
                   MOVE "N" TO extractControlFlag
               END-IF
           END-IF

           MOVE SPACES TO runLogLineWs
           STRING "Extract run tag: " DELIMITED BY SIZE
               extractHeaderRunTag DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               extractHeaderDate DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Trailer count:   " DELIMITED BY SIZE
               extractTrailerCount DELIMITED BY SIZE
               "  counted " DELIMITED BY SIZE
               extractDetailCount DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE extractTrailerSales TO controlSalesOut
           MOVE extractSalesTotal TO countedSalesOut
           MOVE SPACES TO runLogLineWs
           STRING "Trailer sales:   " DELIMITED BY SIZE
               controlSalesOut DELIMITED BY SIZE
               "  counted " DELIMITED BY SIZE
               countedSalesOut DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Trailer id hash: " DELIMITED BY SIZE
               extractTrailerHash DELIMITED BY SIZE
               "  counted " DELIMITED BY SIZE
               extractIdHash DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           IF NOT extractControlOk THEN
               PERFORM ABORT-CONTROL-MISMATCH
           END-IF.


       READ-EXTRACT-LINE.

           READ extractFile
               AT END SET endOfExtract TO TRUE
           END-READ

           IF NOT endOfExtract THEN
               ADD 1 TO extractLinesRead
           END-IF.


      *    Looks for the scheduler's run-control card file.  When it
      *    is there the run is unattended: card one is the extract,
      *    card two the run tag, card three the review days and card
      *    four the good runs that close a case
       READ-RUN-CONTROL.

           OPEN INPUT runControlFile

           IF runControlStatus = "00" THEN
               MOVE "Y" TO unattendedFlag

               READ runControlFile
                   AT END SET endOfRunControl TO TRUE
               END-READ

               PERFORM TAKE-RUN-CONTROL-CARD UNTIL endOfRunControl

               CLOSE runControlFile
           END-IF.


       TAKE-RUN-CONTROL-CARD.

           ADD 1 TO runControlCardCount

           EVALUATE runControlCardCount
           WHEN 1
               MOVE runControlCard TO extractFileName
           WHEN 2
               MOVE runControlCard TO runTag
           WHEN 3
               IF runControlCard NOT = SPACES THEN
                   COMPUTE reviewDays =
                       FUNCTION NUMVAL(runControlCard)
               END-IF
           WHEN 4
               IF runControlCard NOT = SPACES THEN
                   COMPUTE closeAfterRuns =
                       FUNCTION NUMVAL(runControlCard)
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           READ runControlFile
               AT END SET endOfRunControl TO TRUE
           END-READ.


       WRITE-RUN-LOG-LINE.

           MOVE runLogLineWs TO runLogLine
           WRITE runLogLine.


      *    Logs the abort, hands the scheduler a return code it
      *    cannot mistake for a good run, and stops
       ABORT-MISSING-INPUT.

           DISPLAY "Extract file " extractFileName
      -        " could not be opened"

           MOVE SPACES TO runLogLineWs
           STRING "Status:          ABORTED - extract file missing"
               DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE FUNCTION CURRENT-DATE TO runTimestamp
           MOVE SPACES TO runLogLineWs
           STRING "Run ended:       " DELIMITED BY SIZE
               runTimestamp(1:14) DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           CLOSE runLogFile

           MOVE 12 TO RETURN-CODE

           STOP RUN.


      *    Logs the failed control check and stops with the case
      *    file untouched
       ABORT-CONTROL-MISMATCH.

           DISPLAY "Extract file " extractFileName
      -        " does not agree with its control records"

           MOVE SPACES TO runLogLineWs
           IF NOT extractHeaderSeen OR NOT extractTrailerSeen THEN
               STRING "Status:          ABORTED - extract header or "
                   DELIMITED BY SIZE
                   "trailer missing" DELIMITED BY SIZE
                   INTO runLogLineWs
           ELSE
               STRING "Status:          ABORTED - extract trailer "
                   DELIMITED BY SIZE
                   "does not agree" DELIMITED BY SIZE
                   INTO runLogLineWs
           END-IF
           PERFORM WRITE-RUN-LOG-LINE

           MOVE FUNCTION CURRENT-DATE TO runTimestamp
           MOVE SPACES TO runLogLineWs
           STRING "Run ended:       " DELIMITED BY SIZE
               runTimestamp(1:14) DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           CLOSE runLogFile

           MOVE 12 TO RETURN-CODE

           STOP RUN.
