      ******************************************************************
      * Author: Will Verplaetse
      * Date: 10/15/2026
      * Purpose: This program answers where everyone was on a given
      *          date.  It starts from the employee master as it
      *          stands today and walks the change history that
      *          EmployeeMaintenance keeps, putting back the before
      *          image of the first change each employee had after
      *          the as-of date, and prints the roster by home state
      *          and branch as it stood that day.  It then lists
      *          every add, change and termination applied between
      *          two dates, before and after, so a commission
      *          dispute or a review can see when a move happened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RosterHistoryReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT empMaster ASSIGN TO "empmaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS masterEmployeeId
           FILE STATUS IS masterFileStatus.


           SELECT historyFile ASSIGN TO "emphistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS historyFileStatus.


           SELECT rosterReport ASSIGN TO rosterReportName
           ORGANIZATION IS LINE SEQUENTIAL.


      *    When the scheduler leaves a run-control card file next
      *    to the program, the run is unattended: its parameters
      *    come off the card instead of an operator's keyboard
           SELECT runControlFile ASSIGN TO "rosterruncontrol.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS runControlStatus.


           SELECT runLogFile ASSIGN TO runLogName
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *    The employee master kept up to date by EmployeeMaintenance
       FD empMaster.
       01  masterRecord.
         88 endOfMasterFile          VALUE HIGH-VALUE.
           02 masterEmployeeId     PIC 9(6).
           02 masterEmployeeName   PIC X(15).
           02 masterHomeState      PIC XX.
           02 masterBranchName     PIC X(15).
           02 masterHireDate       PIC 9(8).
           02 masterStatus         PIC X.
             88 masterActive           VALUE "A".
             88 masterTerminated       VALUE "T".


      *    The same history layout EmployeeMaintenance writes
       FD historyFile.
       01  historyRecord.
         88 endOfHistory             VALUE HIGH-VALUE.
           02 historyDate          PIC 9(8).
           02 historyTime          PIC 9(6).
           02 historyAction        PIC X.
             88 historyIsAdd           VALUE "A".
             88 historyIsChange        VALUE "C".
             88 historyIsTerm          VALUE "T".
           02 historyRunTag        PIC X(20).
           02 historyEmployeeId    PIC 9(6).
           02 historyBefore.
               03 beforeEmployeeName   PIC X(15).
               03 beforeHomeState      PIC XX.
               03 beforeBranchName     PIC X(15).
               03 beforeHireDate       PIC 9(8).
               03 beforeStatus         PIC X.
           02 historyAfter.
               03 afterEmployeeName    PIC X(15).
               03 afterHomeState       PIC XX.
               03 afterBranchName      PIC X(15).
               03 afterHireDate        PIC 9(8).
               03 afterStatus          PIC X.


       FD rosterReport.
       01  rosterLine              PIC X(120).

       01  rosterSummaryLine.
           02 rosterSummaryCaption PIC X(32).
           02 rosterSummaryTotal   PIC Z(4)9.


      *    Four cards: the as-of date, the first and last dates of
      *    the change listing, and the run tag.  A blank as-of date
      *    means today, a blank first date means the start of the
      *    history, and a blank last date means the as-of date
       FD runControlFile.
       01  runControlCard          PIC X(60).
         88 endOfRunControl          VALUE HIGH-VALUE.


       FD runLogFile.
       01  runLogLine              PIC X(80).

       WORKING-STORAGE SECTION.

       01  rosterReportName    PIC X(60).
       01  runTag              PIC X(20).

       01  masterFileStatus    PIC XX.
       01  historyFileStatus   PIC XX.

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

       01  asOfDate            PIC 9(8) VALUE ZEROES.
       01  asOfDateText        PIC X(8).
       01  changesFromDate     PIC 9(8) VALUE ZEROES.
       01  changesFromText     PIC X(8).
       01  changesToDate       PIC 9(8) VALUE ZEROES.
       01  changesToText       PIC X(8).

      *    Every employee on the master, wound back to the as-of
      *    date.  Rolled marks an employee whose first later change
      *    has already been put back, so only that one counts; an
      *    employee whose first later change is their add was not
      *    on the master yet and stays off the roster
       01  rosterTable.
           02 rosterEntry OCCURS 500 TIMES.
               03 rosterEntryId        PIC 9(6).
               03 rosterEntryName      PIC X(15).
               03 rosterEntryState     PIC XX.
               03 rosterEntryBranch    PIC X(15).
               03 rosterEntryHireDate  PIC 9(8).
               03 rosterEntryStatus    PIC X.
               03 rosterEntryRolled    PIC X.
                 88 rosterEntryRolledBack  VALUE "Y".
               03 rosterEntryOnFile    PIC X.
                 88 rosterEntryExisted     VALUE "Y".
               03 rosterEntryReported  PIC X.
                 88 rosterEntryDone        VALUE "Y".
       01  rosterEntryCount    PIC 999 VALUE ZERO.
       01  rosterIdx           PIC 999.
       01  rosterTableMax      PIC 999 VALUE 500.
       01  rosterFoundIdx      PIC 999.
           88 rosterEntryNotFound  VALUE ZERO.

       01  stateWanted         PIC XX.
       01  branchWanted        PIC X(15).
       01  scanFoundFlag       PIC X.
           88 scanFound            VALUE "Y".
       01  rosterRemainFlag    PIC X VALUE "N".
           88 rosterRemains        VALUE "Y".
       01  stateRemainFlag     PIC X.
           88 stateHasMore         VALUE "Y".

       01  masterEmployees     PIC 9(5) VALUE ZEROES.
       01  historyRecordsRead  PIC 9(6) VALUE ZEROES.
       01  entriesRolledBack   PIC 9(5) VALUE ZEROES.
       01  onRosterTotal       PIC 9(5) VALUE ZEROES.
       01  activeTotal         PIC 9(5) VALUE ZEROES.
       01  branchRosterCount   PIC 9(4) VALUE ZEROES.
       01  stateRosterCount    PIC 9(5) VALUE ZEROES.
       01  changesListed       PIC 9(5) VALUE ZEROES.

      *    Print lines, built here and written through the
      *    report's record area
       01  rosterColumnHeaders.
           02 FILLER           PIC X(8)  VALUE "Id".
           02 FILLER           PIC X(17) VALUE "Name".
           02 FILLER           PIC X(10) VALUE "Hired".
           02 FILLER           PIC X(10) VALUE "Status".

       01  rosterDetail.
           02 rosterIdOut          PIC 9(6).
           02 FILLER               PIC XX VALUE SPACES.
           02 rosterNameOut        PIC X(15).
           02 FILLER               PIC XX VALUE SPACES.
           02 rosterHiredOut       PIC 9(8).
           02 FILLER               PIC XX VALUE SPACES.
           02 rosterStatusOut      PIC X(10).

       01  changeColumnHeaders.
           02 FILLER           PIC X(10) VALUE "Date".
           02 FILLER           PIC X(11) VALUE "Action".
           02 FILLER           PIC X(8)  VALUE "Id".
           02 FILLER           PIC X(6)  VALUE SPACES.
           02 FILLER           PIC X(17) VALUE "Name".
           02 FILLER           PIC X(4)  VALUE "St".
           02 FILLER           PIC X(17) VALUE "Branch".
           02 FILLER           PIC X(10) VALUE "Hired".
           02 FILLER           PIC X(12) VALUE "Status".
           02 FILLER           PIC X(20) VALUE "Run Tag".

      *    Each change prints as two lines, the master as it was
      *    and as the transaction left it
       01  changeDetail.
           02 changeDateOut        PIC X(8).
           02 FILLER               PIC XX VALUE SPACES.
           02 changeActionOut      PIC X(9).
           02 FILLER               PIC XX VALUE SPACES.
           02 changeIdOut          PIC X(6).
           02 FILLER               PIC XX VALUE SPACES.
           02 changeImageOut       PIC X(4).
           02 FILLER               PIC XX VALUE SPACES.
           02 changeNameOut        PIC X(15).
           02 FILLER               PIC XX VALUE SPACES.
           02 changeStateOut       PIC XX.
           02 FILLER               PIC XX VALUE SPACES.
           02 changeBranchOut      PIC X(15).
           02 FILLER               PIC XX VALUE SPACES.
           02 changeHiredOut       PIC X(8).
           02 FILLER               PIC XX VALUE SPACES.
           02 changeStatusOut      PIC X(10).
           02 FILLER               PIC XX VALUE SPACES.
           02 changeRunTagOut      PIC X(20).

       01  activeWordNf        PIC X(10) VALUE "ACTIVE".
       01  terminatedWordNf    PIC X(10) VALUE "TERMINATED".
       01  addWordNf           PIC X(9)  VALUE "ADD".
       01  changeWordNf        PIC X(9)  VALUE "CHANGE".
       01  termWordNf          PIC X(9)  VALUE "TERMINATE".
       01  wasImageNf          PIC X(4)  VALUE "was".
       01  nowImageNf          PIC X(4)  VALUE "now".
       01  noneWordNf          PIC X(15) VALUE "(not on file)".

       01  branchCaptionNf     PIC X(32)
           VALUE "Employees in this branch:".
       01  stateCaptionNf      PIC X(32)
           VALUE "Employees in this state:".
       01  rosterCaptionNf     PIC X(32)
           VALUE "Employees on the roster:".
       01  activeCaptionNf     PIC X(32)
           VALUE "Active on the roster:".
       01  changesCaptionNf    PIC X(32)
           VALUE "Changes listed:".

       01  sectionTitleWs      PIC X(80).


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM READ-RUN-CONTROL

           IF NOT unattendedRun THEN
               DISPLAY "Enter the as-of date for the roster "
               "(YYYYMMDD, blank for today): "
               ACCEPT asOfDateText

               IF asOfDateText NOT = SPACES THEN
                   COMPUTE asOfDate = FUNCTION NUMVAL(asOfDateText)
               END-IF

               DISPLAY "Enter the first date of the change listing "
               "(YYYYMMDD, blank for the start of the history): "
               ACCEPT changesFromText

               IF changesFromText NOT = SPACES THEN
                   COMPUTE changesFromDate =
                       FUNCTION NUMVAL(changesFromText)
               END-IF

               DISPLAY "Enter the last date of the change listing "
               "(YYYYMMDD, blank for the as-of date): "
               ACCEPT changesToText

               IF changesToText NOT = SPACES THEN
                   COMPUTE changesToDate =
                       FUNCTION NUMVAL(changesToText)
               END-IF

               DISPLAY "Enter a run tag (region/state and date) "
               "for this run's report: "
               ACCEPT runTag
           END-IF

           MOVE FUNCTION CURRENT-DATE TO runTimestamp

           IF asOfDate = ZEROES THEN
               MOVE runTimestamp(1:8) TO asOfDateText
               COMPUTE asOfDate = FUNCTION NUMVAL(asOfDateText)
           END-IF

           IF changesToDate = ZEROES THEN
               MOVE asOfDate TO changesToDate
           END-IF

           STRING "Roster History Report-" DELIMITED BY SIZE
               runTag DELIMITED BY SPACE
               INTO rosterReportName

           STRING "Roster Run Log-" DELIMITED BY SIZE
               runTag DELIMITED BY SPACE
               INTO runLogName

           OPEN OUTPUT runLogFile

           MOVE SPACES TO runLogLineWs
           STRING "Run started:     " DELIMITED BY SIZE
               runTimestamp(1:14) DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "As-of date:      " DELIMITED BY SIZE
               asOfDate DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Changes from:    " DELIMITED BY SIZE
               changesFromDate DELIMITED BY SIZE
               "  through " DELIMITED BY SIZE
               changesToDate DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           IF unattendedRun THEN
               MOVE "Run mode:        UNATTENDED" TO runLogLineWs
           ELSE
               MOVE "Run mode:        ATTENDED" TO runLogLineWs
           END-IF
           PERFORM WRITE-RUN-LOG-LINE

           PERFORM LOAD-EMPLOYEE-MASTER

      *    With no history yet nothing has changed since the master
      *    was built, so today's master is the roster on any date
           OPEN INPUT historyFile

           IF historyFileStatus = "00" THEN

               READ historyFile
                   AT END SET endOfHistory TO TRUE
               END-READ

               PERFORM ROLL-BACK-HISTORY UNTIL endOfHistory

               CLOSE historyFile
           ELSE
               MOVE "History file:    NONE ON FILE" TO runLogLineWs
               PERFORM WRITE-RUN-LOG-LINE
           END-IF

           PERFORM COUNT-ROSTER-ENTRIES
               VARYING rosterIdx FROM 1 BY 1
               UNTIL rosterIdx > rosterEntryCount

           OPEN OUTPUT rosterReport

           MOVE SPACES TO sectionTitleWs
           STRING "EMPLOYEE ROSTER AS OF " DELIMITED BY SIZE
               asOfDate DELIMITED BY SIZE
               INTO sectionTitleWs
           MOVE sectionTitleWs TO rosterLine
           WRITE rosterLine BEFORE ADVANCING 2 LINES

           PERFORM PRINT-NEXT-STATE UNTIL NOT rosterRemains

           MOVE rosterCaptionNf TO rosterSummaryCaption
           MOVE onRosterTotal TO rosterSummaryTotal
           WRITE rosterSummaryLine

           MOVE activeCaptionNf TO rosterSummaryCaption
           MOVE activeTotal TO rosterSummaryTotal
           WRITE rosterSummaryLine

           MOVE SPACES TO rosterLine
           WRITE rosterLine

           MOVE SPACES TO sectionTitleWs
           STRING "MASTER CHANGES FROM " DELIMITED BY SIZE
               changesFromDate DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               changesToDate DELIMITED BY SIZE
               INTO sectionTitleWs
           MOVE sectionTitleWs TO rosterLine
           WRITE rosterLine BEFORE ADVANCING 2 LINES

           MOVE changeColumnHeaders TO rosterLine
           WRITE rosterLine

      *    The history is read a second time for the listing; it
      *    was written oldest first, so the listing reads in the
      *    order the changes were applied
           IF historyFileStatus = "00" THEN
               OPEN INPUT historyFile

               READ historyFile
                   AT END SET endOfHistory TO TRUE
               END-READ

               PERFORM LIST-HISTORY-CHANGE UNTIL endOfHistory

               CLOSE historyFile
           END-IF

           MOVE SPACES TO rosterLine
           WRITE rosterLine

           MOVE changesCaptionNf TO rosterSummaryCaption
           MOVE changesListed TO rosterSummaryTotal
           WRITE rosterSummaryLine

           CLOSE rosterReport

           MOVE SPACES TO runLogLineWs
           STRING "Master emps:     " DELIMITED BY SIZE
               masterEmployees DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "History records: " DELIMITED BY SIZE
               historyRecordsRead DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Rolled back:     " DELIMITED BY SIZE
               entriesRolledBack DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "On roster:       " DELIMITED BY SIZE
               onRosterTotal DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Changes listed:  " DELIMITED BY SIZE
               changesListed DELIMITED BY SIZE
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


      *    Reads the whole employee master into the table as it
      *    stands today.  With no master there is no roster to wind
      *    back, and the run stops cold
       LOAD-EMPLOYEE-MASTER.

           OPEN INPUT empMaster

           IF masterFileStatus NOT = "00" THEN
               PERFORM ABORT-MISSING-MASTER
           END-IF

           READ empMaster
               AT END SET endOfMasterFile TO TRUE
           END-READ

           PERFORM LOAD-MASTER-ENTRY UNTIL endOfMasterFile

           CLOSE empMaster.


       LOAD-MASTER-ENTRY.

           IF rosterEntryCount < rosterTableMax THEN
               ADD 1 TO rosterEntryCount
               ADD 1 TO masterEmployees
               MOVE masterEmployeeId
                   TO rosterEntryId(rosterEntryCount)
               MOVE masterEmployeeName
                   TO rosterEntryName(rosterEntryCount)
               MOVE masterHomeState
                   TO rosterEntryState(rosterEntryCount)
               MOVE masterBranchName
                   TO rosterEntryBranch(rosterEntryCount)
               MOVE masterHireDate
                   TO rosterEntryHireDate(rosterEntryCount)
               MOVE masterStatus
                   TO rosterEntryStatus(rosterEntryCount)
               MOVE "N" TO rosterEntryRolled(rosterEntryCount)
               MOVE "Y" TO rosterEntryOnFile(rosterEntryCount)
               MOVE "N" TO rosterEntryReported(rosterEntryCount)
           ELSE
               DISPLAY "WARNING: empmaster.dat has more than "
      -            rosterTableMax " entries, " masterEmployeeName
      -            " was not loaded"
           END-IF

           READ empMaster
               AT END SET endOfMasterFile TO TRUE
           END-READ.


      *    The first change an employee had after the as-of date
      *    holds, in its before image, the master as it stood on
      *    that date.  Later changes are already folded into today's
      *    master and are passed over
       ROLL-BACK-HISTORY.

           ADD 1 TO historyRecordsRead

           IF historyDate > asOfDate THEN

               MOVE ZERO TO rosterFoundIdx

               PERFORM MATCH-ROSTER-ENTRY
                   VARYING rosterIdx FROM 1 BY 1
                   UNTIL rosterIdx > rosterEntryCount

               IF NOT rosterEntryNotFound THEN
                   IF NOT rosterEntryRolledBack(rosterFoundIdx) THEN
                       PERFORM ROLL-BACK-ENTRY
                   END-IF
               END-IF
           END-IF

           READ historyFile
               AT END SET endOfHistory TO TRUE
           END-READ.


       MATCH-ROSTER-ENTRY.

           IF rosterEntryId(rosterIdx) = historyEmployeeId THEN
               MOVE rosterIdx TO rosterFoundIdx
           END-IF.


       ROLL-BACK-ENTRY.

           MOVE "Y" TO rosterEntryRolled(rosterFoundIdx)
           ADD 1 TO entriesRolledBack

           IF historyIsAdd THEN
               MOVE "N" TO rosterEntryOnFile(rosterFoundIdx)
           ELSE
               MOVE beforeEmployeeName
                   TO rosterEntryName(rosterFoundIdx)
               MOVE beforeHomeState
                   TO rosterEntryState(rosterFoundIdx)
               MOVE beforeBranchName
                   TO rosterEntryBranch(rosterFoundIdx)
               MOVE beforeHireDate
                   TO rosterEntryHireDate(rosterFoundIdx)
               MOVE beforeStatus
                   TO rosterEntryStatus(rosterFoundIdx)
           END-IF.


      *    Anyone not yet on the master by the as-of date has
      *    nothing to print and is marked off ahead of the print
       COUNT-ROSTER-ENTRIES.

           IF rosterEntryExisted(rosterIdx) THEN
               ADD 1 TO onRosterTotal
               SET rosterRemains TO TRUE

               IF rosterEntryStatus(rosterIdx) = "A" THEN
                   ADD 1 TO activeTotal
               END-IF
           ELSE
               MOVE "Y" TO rosterEntryReported(rosterIdx)
           END-IF.


      *    Takes the state of the first unprinted employee and
      *    prints every branch under it with its head count
       PRINT-NEXT-STATE.

           MOVE "N" TO scanFoundFlag

           PERFORM FIND-NEXT-STATE
               VARYING rosterIdx FROM 1 BY 1
               UNTIL rosterIdx > rosterEntryCount OR scanFound

           MOVE SPACES TO sectionTitleWs
           STRING "STATE: " DELIMITED BY SIZE
               stateWanted DELIMITED BY SIZE
               INTO sectionTitleWs
           MOVE sectionTitleWs TO rosterLine
           WRITE rosterLine BEFORE ADVANCING 2 LINES

           MOVE ZEROES TO stateRosterCount

           PERFORM CHECK-STATE-REMAINING

           PERFORM PRINT-NEXT-BRANCH UNTIL NOT stateHasMore

           MOVE stateCaptionNf TO rosterSummaryCaption
           MOVE stateRosterCount TO rosterSummaryTotal
           WRITE rosterSummaryLine BEFORE ADVANCING 2 LINES

           PERFORM CHECK-ANY-REMAINING.


       FIND-NEXT-STATE.

           IF NOT rosterEntryDone(rosterIdx) THEN
               MOVE rosterEntryState(rosterIdx) TO stateWanted
               SET scanFound TO TRUE
           END-IF.


       CHECK-STATE-REMAINING.

           MOVE "N" TO stateRemainFlag

           PERFORM FIND-NEXT-BRANCH
               VARYING rosterIdx FROM 1 BY 1
               UNTIL rosterIdx > rosterEntryCount OR stateHasMore.


       FIND-NEXT-BRANCH.

           IF NOT rosterEntryDone(rosterIdx)
           AND rosterEntryState(rosterIdx) = stateWanted THEN
               MOVE rosterEntryBranch(rosterIdx) TO branchWanted
               MOVE "Y" TO stateRemainFlag
           END-IF.


       PRINT-NEXT-BRANCH.

           MOVE SPACES TO sectionTitleWs
           STRING "BRANCH: " DELIMITED BY SIZE
               branchWanted DELIMITED BY SIZE
               INTO sectionTitleWs
           MOVE sectionTitleWs TO rosterLine
           WRITE rosterLine

           MOVE rosterColumnHeaders TO rosterLine
           WRITE rosterLine

           MOVE ZEROES TO branchRosterCount

           PERFORM PRINT-ROSTER-EMPLOYEE
               VARYING rosterIdx FROM 1 BY 1
               UNTIL rosterIdx > rosterEntryCount

           MOVE branchCaptionNf TO rosterSummaryCaption
           MOVE branchRosterCount TO rosterSummaryTotal
           WRITE rosterSummaryLine BEFORE ADVANCING 2 LINES

           ADD branchRosterCount TO stateRosterCount

           PERFORM CHECK-STATE-REMAINING.


       PRINT-ROSTER-EMPLOYEE.

           IF NOT rosterEntryDone(rosterIdx)
           AND rosterEntryState(rosterIdx) = stateWanted
           AND rosterEntryBranch(rosterIdx) = branchWanted THEN

               MOVE SPACES TO rosterDetail
               MOVE rosterEntryId(rosterIdx) TO rosterIdOut
               MOVE rosterEntryName(rosterIdx) TO rosterNameOut
               MOVE rosterEntryHireDate(rosterIdx) TO rosterHiredOut

               IF rosterEntryStatus(rosterIdx) = "T" THEN
                   MOVE terminatedWordNf TO rosterStatusOut
               ELSE
                   MOVE activeWordNf TO rosterStatusOut
               END-IF

               MOVE rosterDetail TO rosterLine
               WRITE rosterLine

               ADD 1 TO branchRosterCount
               MOVE "Y" TO rosterEntryReported(rosterIdx)
           END-IF.


       CHECK-ANY-REMAINING.

           MOVE "N" TO rosterRemainFlag

           PERFORM CHECK-ONE-REMAINING
               VARYING rosterIdx FROM 1 BY 1
               UNTIL rosterIdx > rosterEntryCount OR rosterRemains.


       CHECK-ONE-REMAINING.

           IF NOT rosterEntryDone(rosterIdx) THEN
               SET rosterRemains TO TRUE
           END-IF.


      *    Prints one history record inside the listing's dates as
      *    a pair of lines, before and after
       LIST-HISTORY-CHANGE.

           IF historyDate NOT < changesFromDate
           AND historyDate NOT > changesToDate THEN

               ADD 1 TO changesListed

               MOVE SPACES TO changeDetail
               MOVE historyDate TO changeDateOut
               MOVE historyEmployeeId TO changeIdOut
               MOVE wasImageNf TO changeImageOut
               MOVE historyRunTag TO changeRunTagOut

               EVALUATE TRUE
               WHEN historyIsAdd
                   MOVE addWordNf TO changeActionOut
               WHEN historyIsTerm
                   MOVE termWordNf TO changeActionOut
               WHEN OTHER
                   MOVE changeWordNf TO changeActionOut
               END-EVALUATE

               IF historyIsAdd THEN
                   MOVE noneWordNf TO changeNameOut
               ELSE
                   MOVE beforeEmployeeName TO changeNameOut
                   MOVE beforeHomeState TO changeStateOut
                   MOVE beforeBranchName TO changeBranchOut
                   MOVE beforeHireDate TO changeHiredOut
                   MOVE beforeStatus TO changeStatusOut
                   PERFORM NAME-CHANGE-STATUS
               END-IF

               MOVE changeDetail TO rosterLine
               WRITE rosterLine

               MOVE SPACES TO changeDetail
               MOVE nowImageNf TO changeImageOut
               MOVE afterEmployeeName TO changeNameOut
               MOVE afterHomeState TO changeStateOut
               MOVE afterBranchName TO changeBranchOut
               MOVE afterHireDate TO changeHiredOut
               MOVE afterStatus TO changeStatusOut
               PERFORM NAME-CHANGE-STATUS

               MOVE changeDetail TO rosterLine
               WRITE rosterLine
           END-IF

           READ historyFile
               AT END SET endOfHistory TO TRUE
           END-READ.


      *    Spells out the one-letter status just moved to the line
       NAME-CHANGE-STATUS.

           EVALUATE changeStatusOut
           WHEN "A"
               MOVE activeWordNf TO changeStatusOut
           WHEN "T"
               MOVE terminatedWordNf TO changeStatusOut
           WHEN OTHER
               CONTINUE
           END-EVALUATE.


      *    Looks for the scheduler's run-control card file.  When
      *    it is there the run is unattended: card one is the as-of
      *    date, cards two and three the change listing's first and
      *    last dates, and card four the run tag
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
               IF runControlCard NOT = SPACES THEN
                   COMPUTE asOfDate =
                       FUNCTION NUMVAL(runControlCard)
               END-IF
           WHEN 2
               IF runControlCard NOT = SPACES THEN
                   COMPUTE changesFromDate =
                       FUNCTION NUMVAL(runControlCard)
               END-IF
           WHEN 3
               IF runControlCard NOT = SPACES THEN
                   COMPUTE changesToDate =
                       FUNCTION NUMVAL(runControlCard)
               END-IF
           WHEN 4
               MOVE runControlCard TO runTag
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
       ABORT-MISSING-MASTER.

           DISPLAY "empmaster.dat could not be opened"

           MOVE SPACES TO runLogLineWs
           STRING "Status:          ABORTED - employee master missing"
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
