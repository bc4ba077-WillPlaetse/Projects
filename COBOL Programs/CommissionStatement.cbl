      ******************************************************************
      * Author: Will Verplaetse
      * Date: 10/15/2026
      * Purpose: This program prints the year-end commission
      *          earnings statement from the commission history that
      *          CommissionCalc and PayrollAckReconcile keep: one
      *          page per employee with every pay date in the year,
      *          the gross sent to payroll against what payroll
      *          confirmed it paid, and year-to-date totals.  It
      *          ends with a company summary by home state and
      *          branch, and a tie-out listing each pay run's totals
      *          so every line can be ticked against that run's
      *          Commission Register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommissionStatement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Read front to back: by employee id, and within each
      *    employee by pay date
           SELECT historyFile ASSIGN TO "commhistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS historyKey
           FILE STATUS IS historyFileStatus.


           SELECT statementReport ASSIGN TO statementReportName
           ORGANIZATION IS LINE SEQUENTIAL.


      *    When the scheduler leaves a run-control card file next
      *    to the program, the run is unattended: its parameters
      *    come off the card instead of an operator's keyboard
           SELECT runControlFile ASSIGN TO "stmtruncontrol.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS runControlStatus.


           SELECT runLogFile ASSIGN TO runLogName
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *    The same posting CommissionCalc writes and the
      *    reconciliation completes
       FD historyFile.
       01  historyRecord.
         88 endOfHistoryFile         VALUE HIGH-VALUE.
           02 historyKey.
               03 historyEmployeeId    PIC 9(6).
               03 historyPayDate       PIC 9(8).
               03 historyRunTag        PIC X(20).
           02 historyEmployeeName  PIC X(15).
           02 historyState         PIC XX.
           02 historyBranch        PIC X(15).
           02 historyRate          PIC 9V999.
           02 historyGrossSent     PIC 9(7)V99.
           02 historyAmountPaid    PIC 9(7)V99.
           02 historyAckStatus     PIC X.
             88 historyAwaitingAck     VALUE "S".
             88 historyAckPaid         VALUE "P".
             88 historyAckNotPaid      VALUE "N".
           02 historyPostedDate    PIC 9(8).
           02 historyAckDate       PIC 9(8).
           02 historyAckRunTag     PIC X(20).


       FD statementReport.
       01  statementLine           PIC X(100).

       01  statementSummaryLine.
           02 statementSummaryCaption  PIC X(32).
           02 statementSummaryTotal    PIC Z(4)9.

       01  statementMoneyLine.
           02 statementMoneyCaption    PIC X(32).
           02 statementMoneyTotal      PIC $$$,$$$,$$$.99-.


      *    Two cards: the statement year (blank for this year) and
      *    the run tag
       FD runControlFile.
       01  runControlCard          PIC X(60).
         88 endOfRunControl          VALUE HIGH-VALUE.


       FD runLogFile.
       01  runLogLine              PIC X(80).

       WORKING-STORAGE SECTION.

       01  statementReportName PIC X(60).
       01  runTag              PIC X(20).

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

       01  statementYear       PIC 9(4) VALUE ZEROES.
       01  statementYearText   PIC X(4).
       01  payYear             PIC 9(4).

      *    The employee whose page is being printed, and their
      *    running totals for the year
       01  currentEmployeeId   PIC 9(6) VALUE ZEROES.
       01  firstEmployeeFlag   PIC X VALUE "Y".
           88 firstEmployee        VALUE "Y".
       01  employeePayCount    PIC 9(4) VALUE ZEROES.
       01  employeeAwaiting    PIC 9(4) VALUE ZEROES.
       01  employeeSentTotal   PIC 9(8)V99 VALUE ZEROES.
       01  employeePaidTotal   PIC 9(8)V99 VALUE ZEROES.
       01  differenceAmount    PIC S9(9)V99.

       01  postingCount        PIC 9(6) VALUE ZEROES.
       01  companySentTotal    PIC 9(9)V99 VALUE ZEROES.
       01  companyPaidTotal    PIC 9(9)V99 VALUE ZEROES.
       01  companyPayCount     PIC 9(6) VALUE ZEROES.
       01  companyEmployees    PIC 9(5) VALUE ZEROES.

      *    Year totals for each state and branch an employee was
      *    paid under, printed CoverageReport style at the end
       01  branchTable.
           02 branchEntry OCCURS 200 TIMES.
               03 branchEntryState     PIC XX.
               03 branchEntryName      PIC X(15).
               03 branchEntryLastId    PIC 9(6).
               03 branchEntryEmployees PIC 9(5).
               03 branchEntryPayCount  PIC 9(6).
               03 branchEntrySent      PIC 9(9)V99.
               03 branchEntryPaid      PIC 9(9)V99.
               03 branchEntryReported  PIC X.
                 88 branchEntryDone        VALUE "Y".
       01  branchEntryCount    PIC 9(4) VALUE ZERO.
       01  branchIdx           PIC 9(4).
       01  branchFoundIdx      PIC 9(4).
           88 branchNotFound       VALUE ZERO.
       01  branchTableMax      PIC 9(4) VALUE 200.

      *    Year totals for each pay run, which must each equal the
      *    company total on that run's Commission Register
       01  runTable.
           02 runEntry OCCURS 300 TIMES.
               03 runEntryTag          PIC X(20).
               03 runEntryPayDate      PIC 9(8).
               03 runEntryPayCount     PIC 9(6).
               03 runEntryAwaiting     PIC 9(6).
               03 runEntrySent         PIC 9(9)V99.
               03 runEntryPaid         PIC 9(9)V99.
               03 runEntryReported     PIC X.
                 88 runEntryDone           VALUE "Y".
       01  runEntryCount       PIC 9(4) VALUE ZERO.
       01  runIdx              PIC 9(4).
       01  runFoundIdx         PIC 9(4).
           88 runNotFound          VALUE ZERO.
       01  runTableMax         PIC 9(4) VALUE 300.

       01  stateWanted         PIC XX.
       01  scanFoundFlag       PIC X.
           88 scanFound            VALUE "Y".
       01  branchRemainFlag    PIC X VALUE "N".
           88 branchRemains        VALUE "Y".
       01  runRemainFlag       PIC X VALUE "N".
           88 runRemains           VALUE "Y".
       01  stateSentTotal      PIC 9(9)V99.
       01  statePaidTotal      PIC 9(9)V99.

      *    Print lines, built here and written through the
      *    report's record area
       01  payColumnHeaders.
           02 FILLER           PIC X(10) VALUE "Pay Date".
           02 FILLER           PIC X(22) VALUE "Run Tag".
           02 FILLER           PIC X(7)  VALUE "Rate".
           02 FILLER           PIC X(15) VALUE "Gross Sent".
           02 FILLER           PIC X(15) VALUE "Paid".
           02 FILLER           PIC X(16) VALUE "YTD Paid".
           02 FILLER           PIC X(12) VALUE "Remark".

       01  payDetail.
           02 payDateOut           PIC 9(8).
           02 FILLER               PIC XX VALUE SPACES.
           02 payRunTagOut         PIC X(20).
           02 FILLER               PIC XX VALUE SPACES.
           02 payRateOut           PIC 9.999.
           02 FILLER               PIC XX VALUE SPACES.
           02 paySentOut           PIC $$,$$$,$$$.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 payPaidOut           PIC $$,$$$,$$$.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 payYtdOut            PIC $$$,$$$,$$$.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 payRemarkOut         PIC X(12).

       01  branchColumnHeaders.
           02 FILLER           PIC X(17) VALUE "Branch".
           02 FILLER           PIC X(11) VALUE "Employees".
           02 FILLER           PIC X(10) VALUE "Payments".
           02 FILLER           PIC X(16) VALUE "Gross Sent".
           02 FILLER           PIC X(16) VALUE "Paid".

       01  branchDetail.
           02 branchNameOut        PIC X(15).
           02 FILLER               PIC XX VALUE SPACES.
           02 branchEmployeesOut   PIC Z(4)9.
           02 FILLER               PIC X(6) VALUE SPACES.
           02 branchPayCountOut    PIC Z(5)9.
           02 FILLER               PIC X(4) VALUE SPACES.
           02 branchSentOut        PIC $$$,$$$,$$$.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 branchPaidOut        PIC $$$,$$$,$$$.99.

       01  runColumnHeaders.
           02 FILLER           PIC X(10) VALUE "Pay Date".
           02 FILLER           PIC X(22) VALUE "Run Tag".
           02 FILLER           PIC X(10) VALUE "Payments".
           02 FILLER           PIC X(16) VALUE "Gross Sent".
           02 FILLER           PIC X(16) VALUE "Paid".
           02 FILLER           PIC X(10) VALUE "Awaiting".

       01  runDetail.
           02 runPayDateOut        PIC 9(8).
           02 FILLER               PIC XX VALUE SPACES.
           02 runTagOut            PIC X(20).
           02 FILLER               PIC XX VALUE SPACES.
           02 runPayCountOut       PIC Z(5)9.
           02 FILLER               PIC X(4) VALUE SPACES.
           02 runSentOut           PIC $$$,$$$,$$$.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 runPaidOut           PIC $$$,$$$,$$$.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 runAwaitingOut       PIC Z(5)9.

       01  awaitingRemarkNf    PIC X(12) VALUE "AWAITING ACK".
       01  notPaidRemarkNf     PIC X(12) VALUE "NOT PAID".
       01  repricedRemarkNf    PIC X(12) VALUE "REPRICED".

       01  summaryTitleNf      PIC X(40)
           VALUE "COMPANY SUMMARY BY STATE AND BRANCH FOR".
       01  tieOutTitleNf       PIC X(60)
           VALUE "REGISTER TIE-OUT: GROSS SENT BY PAY RUN".

       01  payCountCaptionNf   PIC X(32) VALUE "Pay dates this year:".
       01  awaitingCaptionNf   PIC X(32)
           VALUE "Awaiting acknowledgment:".
       01  sentCaptionNf       PIC X(32) VALUE "Total gross sent:".
       01  paidCaptionNf       PIC X(32) VALUE "Total paid:".
       01  differenceCaptionNf PIC X(32) VALUE "Sent less paid:".
       01  stateSentCaptionNf  PIC X(32)
           VALUE "State gross sent:".
       01  statePaidCaptionNf  PIC X(32) VALUE "State paid:".
       01  employeesCaptionNf  PIC X(32)
           VALUE "Employees on statements:".
       01  companyPayCaptionNf PIC X(32) VALUE "Payments in the year:".
       01  companySentCaptionNf PIC X(32)
           VALUE "Company gross sent:".
       01  companyPaidCaptionNf PIC X(32) VALUE "Company paid:".

       01  headingWs           PIC X(100).


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM READ-RUN-CONTROL

           IF NOT unattendedRun THEN
               DISPLAY "Enter the statement year (YYYY, blank for "
               "this year): "
               ACCEPT statementYearText

               IF statementYearText NOT = SPACES THEN
                   COMPUTE statementYear =
                       FUNCTION NUMVAL(statementYearText)
               END-IF

               DISPLAY "Enter a run tag for this run's report: "
               ACCEPT runTag
           END-IF

           MOVE FUNCTION CURRENT-DATE TO runTimestamp

           IF statementYear = ZEROES THEN
               MOVE runTimestamp(1:4) TO statementYear
           END-IF

           STRING "Commission Statement-" DELIMITED BY SIZE
               runTag DELIMITED BY SPACE
               INTO statementReportName

           STRING "Statement Run Log-" DELIMITED BY SIZE
               runTag DELIMITED BY SPACE
               INTO runLogName

           OPEN OUTPUT runLogFile

           MOVE SPACES TO runLogLineWs
           STRING "Run started:     " DELIMITED BY SIZE
               runTimestamp(1:14) DELIMITED BY SIZE
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
           STRING "Statement year:  " DELIMITED BY SIZE
               statementYear DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           OPEN INPUT historyFile

      *    With no history there is nothing to state; the run stops
      *    rather than print a year where nobody was paid
           IF historyFileStatus NOT = "00" THEN
               PERFORM ABORT-MISSING-HISTORY
           END-IF

           OPEN OUTPUT statementReport

           PERFORM READ-HISTORY-RECORD

           PERFORM PROCESS-HISTORY-RECORD UNTIL endOfHistoryFile

           IF NOT firstEmployee THEN
               PERFORM FINISH-EMPLOYEE-PAGE
           END-IF

           CLOSE historyFile

           MOVE SPACES TO headingWs
           STRING summaryTitleNf DELIMITED BY SIZE
               statementYear DELIMITED BY SIZE
               INTO headingWs
           MOVE headingWs TO statementLine
           WRITE statementLine BEFORE ADVANCING 2 LINES

           PERFORM CHECK-ANY-BRANCH-REMAINING
           PERFORM PRINT-NEXT-STATE UNTIL NOT branchRemains

           MOVE employeesCaptionNf TO statementSummaryCaption
           MOVE companyEmployees TO statementSummaryTotal
           WRITE statementSummaryLine

           MOVE companyPayCaptionNf TO statementSummaryCaption
           MOVE companyPayCount TO statementSummaryTotal
           WRITE statementSummaryLine

           MOVE companySentCaptionNf TO statementMoneyCaption
           MOVE companySentTotal TO statementMoneyTotal
           WRITE statementMoneyLine

           MOVE companyPaidCaptionNf TO statementMoneyCaption
           MOVE companyPaidTotal TO statementMoneyTotal
           WRITE statementMoneyLine BEFORE ADVANCING 2 LINES

           MOVE tieOutTitleNf TO statementLine
           WRITE statementLine BEFORE ADVANCING 2 LINES

           MOVE runColumnHeaders TO statementLine
           WRITE statementLine

           PERFORM CHECK-ANY-RUN-REMAINING
           PERFORM PRINT-NEXT-RUN UNTIL NOT runRemains

           MOVE SPACES TO statementLine
           WRITE statementLine

           MOVE companySentCaptionNf TO statementMoneyCaption
           MOVE companySentTotal TO statementMoneyTotal
           WRITE statementMoneyLine

           MOVE companyPaidCaptionNf TO statementMoneyCaption
           MOVE companyPaidTotal TO statementMoneyTotal
           WRITE statementMoneyLine

           CLOSE statementReport

           MOVE SPACES TO runLogLineWs
           STRING "Postings read:   " DELIMITED BY SIZE
               postingCount DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Employees:       " DELIMITED BY SIZE
               companyEmployees DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Payments:        " DELIMITED BY SIZE
               companyPayCount DELIMITED BY SIZE
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


      *    Takes one posting.  Only pay dates in the statement year
      *    count; a new employee id closes the last page and starts
      *    the next
       PROCESS-HISTORY-RECORD.

           ADD 1 TO postingCount

           COMPUTE payYear = historyPayDate / 10000

           IF payYear = statementYear THEN
               IF firstEmployee
               OR historyEmployeeId NOT = currentEmployeeId THEN
                   IF NOT firstEmployee THEN
                       PERFORM FINISH-EMPLOYEE-PAGE
                   END-IF
                   PERFORM START-EMPLOYEE-PAGE
               END-IF

               PERFORM PRINT-PAY-LINE
               PERFORM ADD-TO-BRANCH-TOTALS
               PERFORM ADD-TO-RUN-TOTALS
           END-IF

           PERFORM READ-HISTORY-RECORD.


       START-EMPLOYEE-PAGE.

           MOVE "N" TO firstEmployeeFlag
           MOVE historyEmployeeId TO currentEmployeeId
           MOVE ZEROES TO employeePayCount, employeeAwaiting
           MOVE ZEROES TO employeeSentTotal, employeePaidTotal
           ADD 1 TO companyEmployees

           MOVE SPACES TO headingWs
           STRING "YEAR-END COMMISSION STATEMENT FOR "
               DELIMITED BY SIZE
               statementYear DELIMITED BY SIZE
               INTO headingWs
           MOVE headingWs TO statementLine
           WRITE statementLine BEFORE ADVANCING 2 LINES

           MOVE SPACES TO headingWs
           STRING "EMPLOYEE: " DELIMITED BY SIZE
               historyEmployeeId DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               historyEmployeeName DELIMITED BY SIZE
               INTO headingWs
           MOVE headingWs TO statementLine
           WRITE statementLine

           MOVE SPACES TO headingWs
           STRING "STATE: " DELIMITED BY SIZE
               historyState DELIMITED BY SIZE
               "  BRANCH: " DELIMITED BY SIZE
               historyBranch DELIMITED BY SIZE
               INTO headingWs
           MOVE headingWs TO statementLine
           WRITE statementLine BEFORE ADVANCING 2 LINES

           MOVE payColumnHeaders TO statementLine
           WRITE statementLine.


       PRINT-PAY-LINE.

           ADD 1 TO employeePayCount
           ADD historyGrossSent TO employeeSentTotal
           ADD historyAmountPaid TO employeePaidTotal

           MOVE SPACES TO payDetail
           MOVE historyPayDate TO payDateOut
           MOVE historyRunTag TO payRunTagOut
           MOVE historyRate TO payRateOut
           MOVE historyGrossSent TO paySentOut
           MOVE historyAmountPaid TO payPaidOut
           MOVE employeePaidTotal TO payYtdOut

           EVALUATE TRUE
           WHEN historyAwaitingAck
               MOVE awaitingRemarkNf TO payRemarkOut
               ADD 1 TO employeeAwaiting
           WHEN historyAckNotPaid
               MOVE notPaidRemarkNf TO payRemarkOut
           WHEN historyAmountPaid NOT = historyGrossSent
               MOVE repricedRemarkNf TO payRemarkOut
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           MOVE payDetail TO statementLine
           WRITE statementLine.


      *    Year-to-date totals close the employee's page, and the
      *    next page starts clean
       FINISH-EMPLOYEE-PAGE.

           MOVE SPACES TO statementLine
           WRITE statementLine

           MOVE payCountCaptionNf TO statementSummaryCaption
           MOVE employeePayCount TO statementSummaryTotal
           WRITE statementSummaryLine

           MOVE awaitingCaptionNf TO statementSummaryCaption
           MOVE employeeAwaiting TO statementSummaryTotal
           WRITE statementSummaryLine

           MOVE sentCaptionNf TO statementMoneyCaption
           MOVE employeeSentTotal TO statementMoneyTotal
           WRITE statementMoneyLine

           MOVE paidCaptionNf TO statementMoneyCaption
           MOVE employeePaidTotal TO statementMoneyTotal
           WRITE statementMoneyLine

           COMPUTE differenceAmount =
               employeeSentTotal - employeePaidTotal
           MOVE differenceCaptionNf TO statementMoneyCaption
           MOVE differenceAmount TO statementMoneyTotal
           WRITE statementMoneyLine BEFORE ADVANCING PAGE.


      *    Finds or adds the posting's state and branch and adds
      *    the posting to it.  An employee is counted once in each
      *    branch they were paid under
       ADD-TO-BRANCH-TOTALS.

           MOVE ZERO TO branchFoundIdx

           PERFORM FIND-BRANCH-ENTRY
               VARYING branchIdx FROM 1 BY 1
               UNTIL branchIdx > branchEntryCount
               OR NOT branchNotFound

           IF branchNotFound THEN
               IF branchEntryCount < branchTableMax THEN
                   ADD 1 TO branchEntryCount
                   MOVE branchEntryCount TO branchFoundIdx
                   MOVE historyState
                       TO branchEntryState(branchFoundIdx)
                   MOVE historyBranch
                       TO branchEntryName(branchFoundIdx)
                   MOVE ZEROES TO branchEntryLastId(branchFoundIdx)
                   MOVE ZEROES
                       TO branchEntryEmployees(branchFoundIdx)
                   MOVE ZEROES TO branchEntryPayCount(branchFoundIdx)
                   MOVE ZEROES TO branchEntrySent(branchFoundIdx)
                   MOVE ZEROES TO branchEntryPaid(branchFoundIdx)
                   MOVE "N" TO branchEntryReported(branchFoundIdx)
               ELSE
                   DISPLAY "WARNING: more than " branchTableMax
      -                " branches, " historyBranch
      -                " was not summarized"
               END-IF
           END-IF

           IF NOT branchNotFound THEN
               IF branchEntryLastId(branchFoundIdx)
                   NOT = historyEmployeeId THEN
                   ADD 1 TO branchEntryEmployees(branchFoundIdx)
                   MOVE historyEmployeeId
                       TO branchEntryLastId(branchFoundIdx)
               END-IF

               ADD 1 TO branchEntryPayCount(branchFoundIdx)
               ADD historyGrossSent TO branchEntrySent(branchFoundIdx)
               ADD historyAmountPaid
                   TO branchEntryPaid(branchFoundIdx)
           END-IF

           ADD 1 TO companyPayCount
           ADD historyGrossSent TO companySentTotal
           ADD historyAmountPaid TO companyPaidTotal.


       FIND-BRANCH-ENTRY.

           IF branchEntryState(branchIdx) = historyState
           AND branchEntryName(branchIdx) = historyBranch THEN
               MOVE branchIdx TO branchFoundIdx
           END-IF.


      *    Finds or adds the posting's pay run and adds the posting
      *    to it
       ADD-TO-RUN-TOTALS.

           MOVE ZERO TO runFoundIdx

           PERFORM FIND-RUN-ENTRY
               VARYING runIdx FROM 1 BY 1
               UNTIL runIdx > runEntryCount OR NOT runNotFound

           IF runNotFound THEN
               IF runEntryCount < runTableMax THEN
                   ADD 1 TO runEntryCount
                   MOVE runEntryCount TO runFoundIdx
                   MOVE historyRunTag TO runEntryTag(runFoundIdx)
                   MOVE historyPayDate TO runEntryPayDate(runFoundIdx)
                   MOVE ZEROES TO runEntryPayCount(runFoundIdx)
                   MOVE ZEROES TO runEntryAwaiting(runFoundIdx)
                   MOVE ZEROES TO runEntrySent(runFoundIdx)
                   MOVE ZEROES TO runEntryPaid(runFoundIdx)
                   MOVE "N" TO runEntryReported(runFoundIdx)
               ELSE
                   DISPLAY "WARNING: more than " runTableMax
      -                " pay runs, " historyRunTag
      -                " was not tied out"
               END-IF
           END-IF

           IF NOT runNotFound THEN
               ADD 1 TO runEntryPayCount(runFoundIdx)
               ADD historyGrossSent TO runEntrySent(runFoundIdx)
               ADD historyAmountPaid TO runEntryPaid(runFoundIdx)

               IF historyAwaitingAck THEN
                   ADD 1 TO runEntryAwaiting(runFoundIdx)
               END-IF
           END-IF.


       FIND-RUN-ENTRY.

           IF runEntryTag(runIdx) = historyRunTag
           AND runEntryPayDate(runIdx) = historyPayDate THEN
               MOVE runIdx TO runFoundIdx
           END-IF.


      *    Takes the state of the first unprinted branch and prints
      *    every branch under it, then the state's totals
       PRINT-NEXT-STATE.

           MOVE "N" TO scanFoundFlag

           PERFORM FIND-NEXT-STATE
               VARYING branchIdx FROM 1 BY 1
               UNTIL branchIdx > branchEntryCount OR scanFound

           MOVE SPACES TO headingWs
           STRING "STATE: " DELIMITED BY SIZE
               stateWanted DELIMITED BY SIZE
               INTO headingWs
           MOVE headingWs TO statementLine
           WRITE statementLine

           MOVE branchColumnHeaders TO statementLine
           WRITE statementLine

           MOVE ZEROES TO stateSentTotal, statePaidTotal

           PERFORM PRINT-STATE-BRANCH
               VARYING branchIdx FROM 1 BY 1
               UNTIL branchIdx > branchEntryCount

           MOVE stateSentCaptionNf TO statementMoneyCaption
           MOVE stateSentTotal TO statementMoneyTotal
           WRITE statementMoneyLine

           MOVE statePaidCaptionNf TO statementMoneyCaption
           MOVE statePaidTotal TO statementMoneyTotal
           WRITE statementMoneyLine BEFORE ADVANCING 2 LINES

           PERFORM CHECK-ANY-BRANCH-REMAINING.


       FIND-NEXT-STATE.

           IF NOT branchEntryDone(branchIdx) THEN
               MOVE branchEntryState(branchIdx) TO stateWanted
               SET scanFound TO TRUE
           END-IF.


       PRINT-STATE-BRANCH.

           IF NOT branchEntryDone(branchIdx)
           AND branchEntryState(branchIdx) = stateWanted THEN
               MOVE SPACES TO branchDetail
               MOVE branchEntryName(branchIdx) TO branchNameOut
               MOVE branchEntryEmployees(branchIdx)
                   TO branchEmployeesOut
               MOVE branchEntryPayCount(branchIdx)
                   TO branchPayCountOut
               MOVE branchEntrySent(branchIdx) TO branchSentOut
               MOVE branchEntryPaid(branchIdx) TO branchPaidOut
               MOVE branchDetail TO statementLine
               WRITE statementLine

               ADD branchEntrySent(branchIdx) TO stateSentTotal
               ADD branchEntryPaid(branchIdx) TO statePaidTotal
               MOVE "Y" TO branchEntryReported(branchIdx)
           END-IF.


       CHECK-ANY-BRANCH-REMAINING.

           MOVE "N" TO branchRemainFlag

           PERFORM CHECK-ONE-BRANCH-REMAINING
               VARYING branchIdx FROM 1 BY 1
               UNTIL branchIdx > branchEntryCount OR branchRemains.


       CHECK-ONE-BRANCH-REMAINING.

           IF NOT branchEntryDone(branchIdx) THEN
               SET branchRemains TO TRUE
           END-IF.


      *    Prints the unprinted pay run with the earliest pay date,
      *    so the tie-out reads in the order the registers were run
       PRINT-NEXT-RUN.

           MOVE ZERO TO runFoundIdx

           PERFORM FIND-EARLIEST-RUN
               VARYING runIdx FROM 1 BY 1
               UNTIL runIdx > runEntryCount

           MOVE SPACES TO runDetail
           MOVE runEntryPayDate(runFoundIdx) TO runPayDateOut
           MOVE runEntryTag(runFoundIdx) TO runTagOut
           MOVE runEntryPayCount(runFoundIdx) TO runPayCountOut
           MOVE runEntrySent(runFoundIdx) TO runSentOut
           MOVE runEntryPaid(runFoundIdx) TO runPaidOut
           MOVE runEntryAwaiting(runFoundIdx) TO runAwaitingOut
           MOVE runDetail TO statementLine
           WRITE statementLine

           MOVE "Y" TO runEntryReported(runFoundIdx)

           PERFORM CHECK-ANY-RUN-REMAINING.


       FIND-EARLIEST-RUN.

           IF NOT runEntryDone(runIdx) THEN
               IF runNotFound THEN
                   MOVE runIdx TO runFoundIdx
               ELSE
                   IF runEntryPayDate(runIdx)
                       < runEntryPayDate(runFoundIdx) THEN
                       MOVE runIdx TO runFoundIdx
                   END-IF
               END-IF
           END-IF.


       CHECK-ANY-RUN-REMAINING.

           MOVE "N" TO runRemainFlag

           PERFORM CHECK-ONE-RUN-REMAINING
               VARYING runIdx FROM 1 BY 1
               UNTIL runIdx > runEntryCount OR runRemains.


       CHECK-ONE-RUN-REMAINING.

           IF NOT runEntryDone(runIdx) THEN
               SET runRemains TO TRUE
           END-IF.


       READ-HISTORY-RECORD.

           READ historyFile NEXT RECORD
               AT END SET endOfHistoryFile TO TRUE
           END-READ.


      *    Looks for the scheduler's run-control card file.  When it
      *    is there the run is unattended: card one is the statement
      *    year and card two the run tag
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
                   COMPUTE statementYear =
                       FUNCTION NUMVAL(runControlCard)
               END-IF
           WHEN 2
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
       ABORT-MISSING-HISTORY.

           DISPLAY "Commission history commhistory.dat could not be "
      -        "opened"

           MOVE SPACES TO runLogLineWs
           STRING "Status:          ABORTED - commission history "
               DELIMITED BY SIZE
               "missing" DELIMITED BY SIZE
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
