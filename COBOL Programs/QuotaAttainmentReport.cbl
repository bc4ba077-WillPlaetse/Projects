      ******************************************************************
      * Author: Will Verplaetse
      * Date: 10/15/2026
      * Purpose: This program measures each branch against the quota
      *          its regional VP committed to on branchquota.dat.
      *          It rolls up either the night's S/B/E input, the
      *          same file the classifier and the ranking report
      *          read, or the YTD master for period-to-date figures,
      *          and prints sales and new customers against target
      *          with the percent of target by branch and state and
      *          the dollar gap for every branch under 100%.  It
      *          also lists the branches that have no quota on file.
      *          A quota that had no figures at all is printed in
      *          its state at 0% of target and counted in that
      *          state's totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuotaAttainmentReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT inputFile ASSIGN TO
           inputFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS inputFileStatus.

      *    The same name, opened instead as the YTD master when the
      *    run measures period-to-date
           SELECT ytdMaster ASSIGN TO
           inputFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS inputFileStatus.

           SELECT quotaFile ASSIGN TO "branchquota.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS quotaBranchName
           FILE STATUS IS quotaFileStatus.

           SELECT attainmentReport ASSIGN TO attainmentReportName
           ORGANIZATION IS LINE SEQUENTIAL.


      *    When the scheduler leaves a run-control card file next
      *    to the program, the run is unattended: its parameters
      *    come off the card instead of an operator's keyboard
           SELECT runControlFile ASSIGN TO "quotaruncontrol.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS runControlStatus.


           SELECT runLogFile ASSIGN TO runLogName
           ORGANIZATION IS LINE SEQUENTIAL.


           SELECT empMaster ASSIGN TO "empmaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS masterEmployeeId
           FILE STATUS IS masterFileStatus.


       DATA DIVISION.
       FILE SECTION.

       FD inputFile.
       01   stateRecord.
         88 endOfFile              VALUE HIGH-VALUE.

         02 typeCode               PIC X.
           88  isStateRecord       VALUE "S".
           88  isBranchRecord      VALUE "B".
           88  isEmployeeRecord    VALUE "E".

         02 stateName              PIC XX.


       01   branchRecord.
         02 typeCode               PIC X.
         02 branchName             PIC X(15).


      *    Same record layout as the classifier
       01   employeeRecord.
         02 typeCode               PIC X.
         02 employeeData.
         03 employeeName           PIC X(15).
         03 totalSalesAmount       PIC 9(6)V99.
         03 FILLER                 PIC X.
         03 numOfNewCustomers      PIC 99.
         03 FILLER                 PIC X.
         03 attendanceRatio        PIC 9V99.


      *    The YTD master as YtdPerformanceUpdate writes it
       FD ytdMaster.
       01  ytdMasterRecord.
         88 endOfYtdMaster           VALUE HIGH-VALUE.
           02 ytdEmployeeId        PIC 9(6).
           02 ytdStateName         PIC XX.
           02 ytdBranchName        PIC X(15).
           02 ytdEmployeeName      PIC X(15).
           02 ytdSales             PIC 9(8)V99.
           02 ytdCustomers         PIC 9(4).
           02 ytdRunsCounted       PIC 9(3).
           02 ytdAttendanceSum     PIC 9(4)V99.
           02 ytdAvgAttendance     PIC 9V99.


      *    The quota file QuotaMaintenance keeps
       FD quotaFile.
       01  quotaRecord.
         88 endOfQuotaFile           VALUE HIGH-VALUE.
           02 quotaBranchName      PIC X(15).
           02 quotaState           PIC XX.
           02 quotaPeriodStart     PIC 9(8).
           02 quotaPeriodEnd       PIC 9(8).
           02 quotaSalesTarget     PIC 9(9)V99.
           02 quotaCustomerTarget  PIC 9(5).


       FD attainmentReport.
       01  reportLine              PIC X(100).

       01  reportSummaryLine.
           02 reportSummaryCaption PIC X(32).
           02 reportSummaryTotal   PIC Z(4)9.

       01  reportMoneyLine.
           02 reportMoneyCaption   PIC X(32).
           02 reportMoneyTotal     PIC $$$$,$$$,$$$.99.


      *    The employee master kept up to date by EmployeeMaintenance,
      *    read once at startup so the nightly figures count exactly
      *    the employees the classifier's reports count
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


      *    Three cards: the input file, the run tag, and YTD when
      *    the input is the YTD master rather than the night's
      *    S/B/E file
       FD runControlFile.
       01  runControlCard          PIC X(60).
         88 endOfRunControl          VALUE HIGH-VALUE.


       FD runLogFile.
       01  runLogLine              PIC X(80).


       WORKING-STORAGE SECTION.

       01  inputFileName        PIC X(60).
       01  attainmentReportName PIC X(60).
       01  runTag               PIC X(20).

       01  inputFileStatus     PIC XX.
       01  quotaFileStatus     PIC XX.

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

      *    Which figures the run measures: the night's input, or
      *    the YTD master for period to date
       01  runModeText         PIC X(10) VALUE SPACES.
       01  ytdAnswer           PIC X.
       01  sourceFlag          PIC X VALUE "N".
           88 ytdSource            VALUE "Y".

      *    Quotas in effect on the run date
       01  runDate             PIC 9(8).

       01  recordsRead         PIC 9(6) VALUE ZEROES.
       01  quotasRead          PIC 9(4) VALUE ZEROES.
       01  quotasOutOfPeriod   PIC 9(4) VALUE ZEROES.

      *    Every quota in effect, marked as branches find theirs
       01  quotaTable.
           02 quotaEntry OCCURS 200 TIMES.
               03 quotaEntryBranch     PIC X(15).
               03 quotaEntryState      PIC XX.
               03 quotaEntryStart      PIC 9(8).
               03 quotaEntryEnd        PIC 9(8).
               03 quotaEntrySales      PIC 9(9)V99.
               03 quotaEntryCustomers  PIC 9(5).
               03 quotaEntryUsedFlag   PIC X.
                 88 quotaEntryUsed         VALUE "Y".
       01  quotaEntryCount     PIC 9(4) VALUE ZERO.
       01  quotaIdx            PIC 9(4).
       01  quotaTableMax       PIC 9(4) VALUE 200.

      *    One entry per branch the figures mention, with the
      *    quota it is measured against, if any
       01  branchTable.
           02 branchEntry OCCURS 200 TIMES.
               03 branchEntryState     PIC XX.
               03 branchEntryName      PIC X(15).
               03 branchEntrySales     PIC 9(9)V99.
               03 branchEntryCustomers PIC 9(6).
               03 branchEntryEmps      PIC 9(4).
               03 branchEntryQuotaIdx  PIC 9(4).
                 88 branchHasNoQuota       VALUE ZERO.
               03 branchEntryReported  PIC X.
                 88 branchEntryDone        VALUE "Y".
       01  branchEntryCount    PIC 9(4) VALUE ZERO.
       01  branchIdx           PIC 9(4).
       01  branchTableMax      PIC 9(4) VALUE 200.
       01  branchFoundIdx      PIC 9(4) VALUE ZERO.
           88 branchNotFound       VALUE ZERO.
       01  currentStateName    PIC XX VALUE SPACES.
       01  wantedBranchName    PIC X(15).
       01  wantedStateName     PIC XX.

      *    Active/terminated status of every employee on the master,
      *    matched by name for each E record, the same way the
      *    classifier matches before it classifies.  With no master
      *    on file every employee counts
       01  masterFileStatus    PIC XX.
       01  masterLoadedFlag    PIC X VALUE "N".
           88 masterLoaded         VALUE "Y".
       01  masterTable.
           02 masterEntry OCCURS 500 TIMES.
               03 masterEntryName      PIC X(15).
               03 masterEntryStatus    PIC X.
       01  masterEntryCount    PIC 999 VALUE ZERO.
       01  masterSearchIdx     PIC 999.
       01  masterTableMax      PIC 999 VALUE 500.
       01  empMatchFlag        PIC X.
           88 empOnMaster          VALUE "A".
           88 empTerminatedOnMaster VALUE "T".
           88 empNotOnMaster       VALUE "N".

       01  stateWanted         PIC XX.
       01  scanFoundFlag       PIC X.
           88 scanFound            VALUE "Y".
       01  branchRemainFlag    PIC X VALUE "N".
           88 branchRemains        VALUE "Y".

      *    Figures for the line being printed, branch or state
       01  lineSales           PIC 9(9)V99.
       01  lineSalesTarget     PIC 9(9)V99.
       01  lineCustomers       PIC 9(6).
       01  lineCustomerTarget  PIC 9(6).
       01  lineSalesPct        PIC 9(4)V9.
       01  lineCustomerPct     PIC 9(4)V9.
       01  lineGap             PIC 9(9)V99.

       01  stateSales          PIC 9(9)V99.
       01  stateSalesTarget    PIC 9(9)V99.
       01  stateCustomers      PIC 9(6).
       01  stateCustomerTarget PIC 9(6).
       01  stateGap            PIC 9(9)V99.

       01  companySales        PIC 9(9)V99 VALUE ZEROES.
       01  companySalesTarget  PIC 9(9)V99 VALUE ZEROES.
       01  companyGap          PIC 9(9)V99 VALUE ZEROES.
       01  branchesMeasured    PIC 9(4) VALUE ZEROES.
       01  branchesAtTarget    PIC 9(4) VALUE ZEROES.
       01  branchesUnder       PIC 9(4) VALUE ZEROES.
       01  branchesNoQuota     PIC 9(4) VALUE ZEROES.
       01  quotasNoFigures     PIC 9(4) VALUE ZEROES.

      *    Print lines, built here and written through the report's
      *    record area
       01  attainmentColumnHeaders.
           02 FILLER           PIC X(17) VALUE "Branch".
           02 FILLER           PIC X(16) VALUE "Sales".
           02 FILLER           PIC X(16) VALUE "Sales Target".
           02 FILLER           PIC X(9)  VALUE "% Sales".
           02 FILLER           PIC X(7)  VALUE "Cust".
           02 FILLER           PIC X(7)  VALUE "Target".
           02 FILLER           PIC X(9)  VALUE "% Cust".
           02 FILLER           PIC X(14) VALUE "Gap".

       01  attainmentDetail.
           02 attainNameOut        PIC X(15).
           02 FILLER               PIC XX VALUE SPACES.
           02 attainSalesOut       PIC $$$,$$$,$$$.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 attainTargetOut      PIC $$$,$$$,$$$.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 attainPctOut         PIC ZZZ9.9.
           02 FILLER               PIC XXX VALUE SPACES.
           02 attainCustOut        PIC Z(4)9.
           02 FILLER               PIC XX VALUE SPACES.
           02 attainCustTargetOut  PIC Z(4)9.
           02 FILLER               PIC XX VALUE SPACES.
           02 attainCustPctOut     PIC ZZZ9.9.
           02 FILLER               PIC XXX VALUE SPACES.
           02 attainGapOut         PIC $$$,$$$,$$$.99.

       01  noQuotaColumnHeaders.
           02 FILLER           PIC X(17) VALUE "Branch".
           02 FILLER           PIC X(7)  VALUE "State".
           02 FILLER           PIC X(16) VALUE "Sales".
           02 FILLER           PIC X(9)  VALUE "Cust".

       01  noQuotaDetail.
           02 noQuotaNameOut       PIC X(15).
           02 FILLER               PIC XX VALUE SPACES.
           02 noQuotaStateOut      PIC XX.
           02 FILLER               PIC X(5) VALUE SPACES.
           02 noQuotaSalesOut      PIC $$$,$$$,$$$.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 noQuotaCustOut       PIC Z(4)9.

       01  sectionTitleWs      PIC X(100).

       01  nightlyTitleNf      PIC X(50)
           VALUE "QUOTA ATTAINMENT - NIGHTLY INPUT".
       01  ytdTitleNf          PIC X(50)
           VALUE "QUOTA ATTAINMENT - YTD MASTER, PERIOD TO DATE".
       01  noQuotaTitleNf      PIC X(50)
           VALUE "BRANCHES WITH NO QUOTA ON FILE".
       01  stateTotalNameNf    PIC X(15) VALUE "STATE TOTAL".

       01  measuredCaptionNf   PIC X(32) VALUE "Branches measured:".
       01  atTargetCaptionNf   PIC X(32)
           VALUE "At or over sales target:".
       01  underCaptionNf      PIC X(32)
           VALUE "Under sales target:".
       01  noQuotaCaptionNf    PIC X(32)
           VALUE "Branches with no quota:".
       01  idleCaptionNf       PIC X(32)
           VALUE "Quotas with no figures:".
       01  companySalesCaptionNf PIC X(32)
           VALUE "Company sales against quota:".
       01  companyTargetCaptionNf PIC X(32)
           VALUE "Company sales target:".
       01  companyGapCaptionNf PIC X(32)
           VALUE "Total gap, branches under:".


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM READ-RUN-CONTROL

           IF NOT unattendedRun THEN
               DISPLAY "Enter the input file to measure: "
               ACCEPT inputFileName

               DISPLAY "Enter a run tag (region/state and date) "
               "for this run's report: "
               ACCEPT runTag

               DISPLAY "Is that file the YTD master, for "
               "period-to-date figures? (y/n): "
               ACCEPT ytdAnswer

               IF ytdAnswer = "y" OR ytdAnswer = "Y" THEN
                   MOVE "YTD" TO runModeText
               END-IF
           END-IF

           IF runModeText = "YTD" THEN
               MOVE "Y" TO sourceFlag
           END-IF

           STRING "Quota Attainment Report-" DELIMITED BY SIZE
               runTag DELIMITED BY SPACE
               INTO attainmentReportName

           STRING "Quota Run Log-" DELIMITED BY SIZE
               runTag DELIMITED BY SPACE
               INTO runLogName

           OPEN OUTPUT runLogFile

           MOVE FUNCTION CURRENT-DATE TO runTimestamp
           MOVE runTimestamp(1:8) TO runDate
           MOVE SPACES TO runLogLineWs
           STRING "Run started:     " DELIMITED BY SIZE
               runTimestamp(1:14) DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Input file:      " DELIMITED BY SIZE
               inputFileName DELIMITED BY SIZE
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
           IF ytdSource THEN
               MOVE "Figures:         YTD MASTER" TO runLogLineWs
           ELSE
               MOVE "Figures:         NIGHTLY INPUT" TO runLogLineWs
           END-IF
           PERFORM WRITE-RUN-LOG-LINE

           PERFORM LOAD-QUOTAS

           IF ytdSource THEN
               OPEN INPUT ytdMaster
           ELSE
               PERFORM LOAD-EMPLOYEE-MASTER
               OPEN INPUT inputFile
           END-IF

      *    A missing input file has to stop the stream instead of
      *    printing every branch at zero percent
           IF inputFileStatus NOT = "00" THEN
               PERFORM ABORT-MISSING-INPUT
           END-IF

           IF ytdSource THEN
               PERFORM READ-YTD-RECORD
               PERFORM PROCESS-YTD-RECORD UNTIL endOfYtdMaster
               CLOSE ytdMaster
           ELSE
               PERFORM READ-INPUT-RECORD
               PERFORM PROCESS-STATE-RECORD UNTIL endOfFile
               CLOSE inputFile
           END-IF

           PERFORM MATCH-BRANCH-QUOTA
               VARYING branchIdx FROM 1 BY 1
               UNTIL branchIdx > branchEntryCount

           PERFORM ADD-IDLE-QUOTA-BRANCH
               VARYING quotaIdx FROM 1 BY 1
               UNTIL quotaIdx > quotaEntryCount

           OPEN OUTPUT attainmentReport

           IF ytdSource THEN
               MOVE ytdTitleNf TO reportLine
           ELSE
               MOVE nightlyTitleNf TO reportLine
           END-IF
           WRITE reportLine

           MOVE SPACES TO sectionTitleWs
           STRING "Quotas in effect on " DELIMITED BY SIZE
               runDate DELIMITED BY SIZE
               "  Figures from " DELIMITED BY SIZE
               inputFileName DELIMITED BY SIZE
               INTO sectionTitleWs
           MOVE sectionTitleWs TO reportLine
           WRITE reportLine BEFORE ADVANCING 2 LINES

           PERFORM CHECK-ANY-REMAINING
           PERFORM PRINT-NEXT-STATE UNTIL NOT branchRemains

           MOVE noQuotaTitleNf TO reportLine
           WRITE reportLine BEFORE ADVANCING 2 LINES
           MOVE noQuotaColumnHeaders TO reportLine
           WRITE reportLine

           PERFORM PRINT-NO-QUOTA-BRANCH
               VARYING branchIdx FROM 1 BY 1
               UNTIL branchIdx > branchEntryCount

           MOVE SPACES TO reportLine
           WRITE reportLine

           MOVE measuredCaptionNf TO reportSummaryCaption
           MOVE branchesMeasured TO reportSummaryTotal
           WRITE reportSummaryLine

           MOVE atTargetCaptionNf TO reportSummaryCaption
           MOVE branchesAtTarget TO reportSummaryTotal
           WRITE reportSummaryLine

           MOVE underCaptionNf TO reportSummaryCaption
           MOVE branchesUnder TO reportSummaryTotal
           WRITE reportSummaryLine

           MOVE noQuotaCaptionNf TO reportSummaryCaption
           MOVE branchesNoQuota TO reportSummaryTotal
           WRITE reportSummaryLine

           MOVE idleCaptionNf TO reportSummaryCaption
           MOVE quotasNoFigures TO reportSummaryTotal
           WRITE reportSummaryLine

           MOVE companySalesCaptionNf TO reportMoneyCaption
           MOVE companySales TO reportMoneyTotal
           WRITE reportMoneyLine

           MOVE companyTargetCaptionNf TO reportMoneyCaption
           MOVE companySalesTarget TO reportMoneyTotal
           WRITE reportMoneyLine

           MOVE companyGapCaptionNf TO reportMoneyCaption
           MOVE companyGap TO reportMoneyTotal
           WRITE reportMoneyLine

           CLOSE attainmentReport

           MOVE SPACES TO runLogLineWs
           STRING "Records read:    " DELIMITED BY SIZE
               recordsRead DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Quotas in effect:" DELIMITED BY SIZE
               quotaEntryCount DELIMITED BY SIZE
               "  out of period " DELIMITED BY SIZE
               quotasOutOfPeriod DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Branches:        " DELIMITED BY SIZE
               branchesMeasured DELIMITED BY SIZE
               " measured  " DELIMITED BY SIZE
               branchesUnder DELIMITED BY SIZE
               " under  " DELIMITED BY SIZE
               branchesNoQuota DELIMITED BY SIZE
               " no quota" DELIMITED BY SIZE
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


      *    Reads the quota file into a table, keeping only quotas
      *    whose period takes in the run date.  With no quota file
      *    there is nothing to measure against and the run stops
       LOAD-QUOTAS.

           OPEN INPUT quotaFile

           IF quotaFileStatus NOT = "00" THEN
               PERFORM ABORT-MISSING-QUOTAS
           END-IF

           READ quotaFile
               AT END SET endOfQuotaFile TO TRUE
           END-READ

           PERFORM LOAD-QUOTA-ENTRY UNTIL endOfQuotaFile

           CLOSE quotaFile.


       LOAD-QUOTA-ENTRY.

           ADD 1 TO quotasRead

           IF quotaPeriodStart > runDate
           OR quotaPeriodEnd < runDate THEN
               ADD 1 TO quotasOutOfPeriod
           ELSE
               IF quotaEntryCount < quotaTableMax THEN
                   ADD 1 TO quotaEntryCount
                   MOVE quotaBranchName
                       TO quotaEntryBranch(quotaEntryCount)
                   MOVE quotaState TO quotaEntryState(quotaEntryCount)
                   MOVE quotaPeriodStart
                       TO quotaEntryStart(quotaEntryCount)
                   MOVE quotaPeriodEnd TO quotaEntryEnd(quotaEntryCount)
                   MOVE quotaSalesTarget
                       TO quotaEntrySales(quotaEntryCount)
                   MOVE quotaCustomerTarget
                       TO quotaEntryCustomers(quotaEntryCount)
                   MOVE "N" TO quotaEntryUsedFlag(quotaEntryCount)
               ELSE
                   DISPLAY "WARNING: branchquota.dat has more than "
      -                quotaTableMax " quotas, " quotaBranchName
      -                " was not loaded"
               END-IF
           END-IF

           READ quotaFile
               AT END SET endOfQuotaFile TO TRUE
           END-READ.


       PROCESS-STATE-RECORD.

           MOVE stateName TO currentStateName

           PERFORM READ-INPUT-RECORD

           PERFORM PROCESS-BRANCH-RECORD UNTIL endOfFile
           OR isStateRecord.


       PROCESS-BRANCH-RECORD.

           MOVE currentStateName TO wantedStateName
           MOVE branchName TO wantedBranchName
           PERFORM FIND-OR-ADD-BRANCH

           PERFORM READ-INPUT-RECORD

           PERFORM PROCESS-EMPLOYEE UNTIL endOfFile
           OR NOT isEmployeeRecord.


      *    Anyone the classifier would divert to its exceptions
      *    report is left out here too, so the attainment agrees
      *    with the reports it sits beside
       PROCESS-EMPLOYEE.

           IF masterLoaded THEN
               PERFORM MATCH-EMPLOYEE-TO-MASTER
           ELSE
               SET empOnMaster TO TRUE
           END-IF

           IF empOnMaster AND NOT branchNotFound THEN
               ADD totalSalesAmount
                   TO branchEntrySales(branchFoundIdx)
               ADD numOfNewCustomers
                   TO branchEntryCustomers(branchFoundIdx)
               ADD 1 TO branchEntryEmps(branchFoundIdx)
           END-IF

           PERFORM READ-INPUT-RECORD.


      *    One master row is one employee's year so far, posted to
      *    the branch the master carries them under
       PROCESS-YTD-RECORD.

           MOVE ytdStateName TO wantedStateName
           MOVE ytdBranchName TO wantedBranchName
           PERFORM FIND-OR-ADD-BRANCH

           IF NOT branchNotFound THEN
               ADD ytdSales TO branchEntrySales(branchFoundIdx)
               ADD ytdCustomers TO branchEntryCustomers(branchFoundIdx)
               ADD 1 TO branchEntryEmps(branchFoundIdx)
           END-IF

           PERFORM READ-YTD-RECORD.


      *    The same branch can turn up again under its state later
      *    in the input, so the figures go to one entry per state
      *    and branch
       FIND-OR-ADD-BRANCH.

           MOVE ZERO TO branchFoundIdx

           PERFORM FIND-BRANCH-ENTRY
               VARYING branchIdx FROM 1 BY 1
               UNTIL branchIdx > branchEntryCount
               OR NOT branchNotFound

           IF branchNotFound THEN
               IF branchEntryCount < branchTableMax THEN
                   ADD 1 TO branchEntryCount
                   MOVE branchEntryCount TO branchFoundIdx
                   MOVE wantedStateName
                       TO branchEntryState(branchFoundIdx)
                   MOVE wantedBranchName
                       TO branchEntryName(branchFoundIdx)
                   MOVE ZEROES TO branchEntrySales(branchFoundIdx)
                   MOVE ZEROES TO branchEntryCustomers(branchFoundIdx)
                   MOVE ZEROES TO branchEntryEmps(branchFoundIdx)
                   MOVE ZEROES TO branchEntryQuotaIdx(branchFoundIdx)
                   MOVE "N" TO branchEntryReported(branchFoundIdx)
               ELSE
                   DISPLAY "WARNING: branch table is full, "
      -                wantedBranchName " was not measured"
               END-IF
           END-IF.


       FIND-BRANCH-ENTRY.

           IF branchEntryState(branchIdx) = wantedStateName
           AND branchEntryName(branchIdx) = wantedBranchName THEN
               MOVE branchIdx TO branchFoundIdx
           END-IF.


      *    A quota is keyed by branch name alone, the way the
      *    reference file is
       MATCH-BRANCH-QUOTA.

           PERFORM MATCH-QUOTA-ENTRY
               VARYING quotaIdx FROM 1 BY 1
               UNTIL quotaIdx > quotaEntryCount
               OR NOT branchHasNoQuota(branchIdx)

           IF branchHasNoQuota(branchIdx) THEN
               ADD 1 TO branchesNoQuota
           ELSE
               ADD 1 TO branchesMeasured
           END-IF.


       MATCH-QUOTA-ENTRY.

           IF quotaEntryBranch(quotaIdx) = branchEntryName(branchIdx)
           THEN
               MOVE quotaIdx TO branchEntryQuotaIdx(branchIdx)
               MOVE "Y" TO quotaEntryUsedFlag(quotaIdx)
           END-IF.


      *    Takes the state of the first unprinted branch with a
      *    quota and prints every such branch under it, then the
      *    state against the sum of its branches' quotas
       PRINT-NEXT-STATE.

           MOVE "N" TO scanFoundFlag

           PERFORM FIND-NEXT-STATE
               VARYING branchIdx FROM 1 BY 1
               UNTIL branchIdx > branchEntryCount OR scanFound

           MOVE SPACES TO sectionTitleWs
           STRING "STATE: " DELIMITED BY SIZE
               stateWanted DELIMITED BY SIZE
               INTO sectionTitleWs
           MOVE sectionTitleWs TO reportLine
           WRITE reportLine

           MOVE attainmentColumnHeaders TO reportLine
           WRITE reportLine

           MOVE ZEROES TO stateSales, stateSalesTarget, stateGap
           MOVE ZEROES TO stateCustomers, stateCustomerTarget

           PERFORM PRINT-STATE-BRANCH
               VARYING branchIdx FROM 1 BY 1
               UNTIL branchIdx > branchEntryCount

           MOVE stateSales TO lineSales
           MOVE stateSalesTarget TO lineSalesTarget
           MOVE stateCustomers TO lineCustomers
           MOVE stateCustomerTarget TO lineCustomerTarget
           PERFORM FIGURE-ATTAINMENT

           MOVE SPACES TO attainmentDetail
           MOVE stateTotalNameNf TO attainNameOut
           PERFORM FILL-ATTAINMENT-FIGURES

           IF stateGap > ZERO THEN
               MOVE stateGap TO attainGapOut
           END-IF

           MOVE attainmentDetail TO reportLine
           WRITE reportLine BEFORE ADVANCING 2 LINES

           PERFORM CHECK-ANY-REMAINING.


       FIND-NEXT-STATE.

           IF NOT branchEntryDone(branchIdx)
           AND NOT branchHasNoQuota(branchIdx) THEN
               MOVE branchEntryState(branchIdx) TO stateWanted
               SET scanFound TO TRUE
           END-IF.


      *    A branch under 100% of its sales target shows the dollars
      *    it is short; one at or over target shows no gap
       PRINT-STATE-BRANCH.

           IF NOT branchEntryDone(branchIdx)
           AND NOT branchHasNoQuota(branchIdx)
           AND branchEntryState(branchIdx) = stateWanted THEN

               MOVE branchEntryQuotaIdx(branchIdx) TO quotaIdx

               MOVE branchEntrySales(branchIdx) TO lineSales
               MOVE quotaEntrySales(quotaIdx) TO lineSalesTarget
               MOVE branchEntryCustomers(branchIdx) TO lineCustomers
               MOVE quotaEntryCustomers(quotaIdx)
                   TO lineCustomerTarget
               PERFORM FIGURE-ATTAINMENT

               MOVE SPACES TO attainmentDetail
               MOVE branchEntryName(branchIdx) TO attainNameOut
               PERFORM FILL-ATTAINMENT-FIGURES

               IF lineGap > ZERO THEN
                   MOVE lineGap TO attainGapOut
                   ADD 1 TO branchesUnder
                   ADD lineGap TO stateGap
                   ADD lineGap TO companyGap
               ELSE
                   ADD 1 TO branchesAtTarget
               END-IF

               MOVE attainmentDetail TO reportLine
               WRITE reportLine

               ADD lineSales TO stateSales
               ADD lineSalesTarget TO stateSalesTarget
               ADD lineCustomers TO stateCustomers
               ADD lineCustomerTarget TO stateCustomerTarget
               ADD lineSales TO companySales
               ADD lineSalesTarget TO companySalesTarget

               MOVE "Y" TO branchEntryReported(branchIdx)
           END-IF.


      *    Percent of each target, and the dollars short of the
      *    sales target.  A zero target counts as met
       FIGURE-ATTAINMENT.

           MOVE ZEROES TO lineSalesPct, lineCustomerPct, lineGap

           IF lineSalesTarget > ZERO THEN
               COMPUTE lineSalesPct ROUNDED =
                   lineSales * 100 / lineSalesTarget
                   ON SIZE ERROR MOVE 9999.9 TO lineSalesPct
               END-COMPUTE

               IF lineSales < lineSalesTarget THEN
                   COMPUTE lineGap = lineSalesTarget - lineSales
               END-IF
           END-IF

           IF lineCustomerTarget > ZERO THEN
               COMPUTE lineCustomerPct ROUNDED =
                   lineCustomers * 100 / lineCustomerTarget
                   ON SIZE ERROR MOVE 9999.9 TO lineCustomerPct
               END-COMPUTE
           END-IF.


       FILL-ATTAINMENT-FIGURES.

           MOVE lineSales TO attainSalesOut
           MOVE lineSalesTarget TO attainTargetOut
           MOVE lineSalesPct TO attainPctOut
           MOVE lineCustomers TO attainCustOut
           MOVE lineCustomerTarget TO attainCustTargetOut
           MOVE lineCustomerPct TO attainCustPctOut.


       CHECK-ANY-REMAINING.

           MOVE "N" TO branchRemainFlag

           PERFORM CHECK-ONE-REMAINING
               VARYING branchIdx FROM 1 BY 1
               UNTIL branchIdx > branchEntryCount OR branchRemains.


       CHECK-ONE-REMAINING.

           IF NOT branchEntryDone(branchIdx)
           AND NOT branchHasNoQuota(branchIdx) THEN
               SET branchRemains TO TRUE
           END-IF.


       PRINT-NO-QUOTA-BRANCH.

           IF branchHasNoQuota(branchIdx) THEN
               MOVE SPACES TO noQuotaDetail
               MOVE branchEntryName(branchIdx) TO noQuotaNameOut
               MOVE branchEntryState(branchIdx) TO noQuotaStateOut
               MOVE branchEntrySales(branchIdx) TO noQuotaSalesOut
               MOVE branchEntryCustomers(branchIdx) TO noQuotaCustOut
               MOVE noQuotaDetail TO reportLine
               WRITE reportLine
           END-IF.


      *    A quota no branch in the input answered to becomes a
      *    branch with no figures under the quota's own state, so it
      *    prints in that state at 0% with the whole target as its
      *    gap and counts in the state's totals the same as in the
      *    company's
       ADD-IDLE-QUOTA-BRANCH.

           IF NOT quotaEntryUsed(quotaIdx) THEN
               ADD 1 TO quotasNoFigures

               IF branchEntryCount < branchTableMax THEN
                   ADD 1 TO branchEntryCount
                   MOVE branchEntryCount TO branchIdx
                   MOVE quotaEntryState(quotaIdx)
                       TO branchEntryState(branchIdx)
                   MOVE quotaEntryBranch(quotaIdx)
                       TO branchEntryName(branchIdx)
                   MOVE ZEROES TO branchEntrySales(branchIdx)
                   MOVE ZEROES TO branchEntryCustomers(branchIdx)
                   MOVE ZEROES TO branchEntryEmps(branchIdx)
                   MOVE quotaIdx TO branchEntryQuotaIdx(branchIdx)
                   MOVE "N" TO branchEntryReported(branchIdx)
                   MOVE "Y" TO quotaEntryUsedFlag(quotaIdx)
                   ADD 1 TO branchesMeasured
               ELSE
                   DISPLAY "WARNING: branch table is full, "
      -                quotaEntryBranch(quotaIdx) " was not measured"
               END-IF
           END-IF.


      *    Reads the whole employee master into a table up front,
      *    exactly as the classifier does
       LOAD-EMPLOYEE-MASTER.

           OPEN INPUT empMaster

           IF masterFileStatus = "00" THEN
               MOVE "Y" TO masterLoadedFlag

               READ empMaster
                   AT END SET endOfMasterFile TO TRUE
               END-READ

               PERFORM LOAD-MASTER-ENTRY UNTIL endOfMasterFile

               CLOSE empMaster
           END-IF.


       LOAD-MASTER-ENTRY.

           IF masterEntryCount < masterTableMax THEN
               ADD 1 TO masterEntryCount
               MOVE masterEmployeeName
                   TO masterEntryName(masterEntryCount)
               MOVE masterStatus
                   TO masterEntryStatus(masterEntryCount)
           ELSE
               DISPLAY "WARNING: empmaster.dat has more than "
      -            masterTableMax " entries, " masterEmployeeName
      -            " was not loaded"
           END-IF

           READ empMaster
               AT END SET endOfMasterFile TO TRUE
           END-READ.


      *    Looks the incoming employee up on the master by name,
      *    terminated winning over active, with the same tie rules
      *    the classifier applies
       MATCH-EMPLOYEE-TO-MASTER.

           SET empNotOnMaster TO TRUE

           PERFORM MATCH-MASTER-ENTRY
               VARYING masterSearchIdx FROM 1 BY 1
               UNTIL masterSearchIdx > masterEntryCount.


       MATCH-MASTER-ENTRY.

           IF masterEntryName(masterSearchIdx) = employeeName THEN
               IF masterEntryStatus(masterSearchIdx) = "T" THEN
                   SET empTerminatedOnMaster TO TRUE
               ELSE
                   IF NOT empTerminatedOnMaster THEN
                       SET empOnMaster TO TRUE
                   END-IF
               END-IF
           END-IF.


      *    Reads the next record, skipping anything whose typeCode
      *    is not S, B or E; the classifier's exception report is
      *    where those are accounted for
       READ-INPUT-RECORD.

           READ inputFile
               AT END SET endOfFile TO TRUE
           END-READ

           IF NOT endOfFile THEN
               ADD 1 TO recordsRead
           END-IF

           PERFORM SKIP-INVALID-RECORD
               UNTIL endOfFile OR isStateRecord OR isBranchRecord
               OR isEmployeeRecord.


       SKIP-INVALID-RECORD.

           READ inputFile
               AT END SET endOfFile TO TRUE
           END-READ

           IF NOT endOfFile THEN
               ADD 1 TO recordsRead
           END-IF.


       READ-YTD-RECORD.

           READ ytdMaster
               AT END SET endOfYtdMaster TO TRUE
           END-READ

           IF NOT endOfYtdMaster THEN
               ADD 1 TO recordsRead
           END-IF.


      *    Looks for the scheduler's run-control card file.  When it
      *    is there the run is unattended: card one is the input
      *    file, card two the run tag and card three YTD when the
      *    input is the YTD master
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
               MOVE runControlCard TO inputFileName
           WHEN 2
               MOVE runControlCard TO runTag
           WHEN 3
               MOVE runControlCard TO runModeText
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

           DISPLAY "Input file " inputFileName " could not be opened"

           MOVE SPACES TO runLogLineWs
           STRING "Status:          ABORTED - input file missing"
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


       ABORT-MISSING-QUOTAS.

           DISPLAY "Quota file branchquota.dat could not be opened"

           MOVE SPACES TO runLogLineWs
           STRING "Status:          ABORTED - quota file missing"
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
