           ORGANIZATION IS LINE SEQUENTIAL.


      *    HR's classification cutoffs, one set per line with an
      *    effective date, read at startup the way CommissionCalc
      *    reads commrates.dat.  Without the file the run bands
      *    on the cutoffs the program always used
           SELECT criteriaFile ASSIGN TO "classcriteria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS criteriaFileStatus.


       DATA DIVISION.
       FILE SECTION.

         02 employeeData.
         03 employeeName           PIC X(15).
         03 totalSalesAmount       PIC 9(6)V99.
         03 FILLER                 PIC X.
         03 numOfNewCustomers      PIC 99.
         03 FILLER                 PIC X.
         03 attendanceRatio        PIC 9V99.

      *    Widest view of the FD record area, used to echo the raw
      *    record onto the exceptions report when typeCode is not
           02 badCompanyCaption  PIC X(30).
           02 badCompanyTotal    PIC ZZZZ9.

       01  badCriteriaLine       PIC X(40).



       FD goodEmps.
           02 goodCompanyCaption  PIC X(30).
           02 goodCompanyTotal    PIC ZZZZ9.

       01  goodCriteriaLine       PIC X(40).


       FD niEmps.
       01   niStateHeader             PIC XX.
           02 niCompanyCaption  PIC X(30).
           02 niCompanyTotal    PIC ZZZZ9.

       01  niCriteriaLine       PIC X(40).


       FD rejectEmps.


      *    One record, rewritten at every state control break: how
      *    many input records the completed states account for,
      *    plus every counter a restart has to pick back up with,
      *    and the run date and criteria set the finished states
      *    were banded under
       FD checkpointFile.
       01  checkpointRecord.
           02 checkpointPosition       PIC 9(6).
           02 checkpointBadCount       PIC 9(5).
           02 checkpointNiCount        PIC 9(5).
           02 checkpointCsvCount       PIC 9(6).
           02 checkpointCsvDetails     PIC 9(6).
           02 checkpointCsvSales       PIC 9(10)V99.
           02 checkpointCsvIdHash      PIC 9(12).
           02 checkpointRunDate        PIC 9(8).
           02 checkpointCriteriaDate   PIC 9(8).


      *    Three cards: the input file to classify, the run tag,
       FD runLogFile.
       01  runLogLine              PIC X(80).


      *    One criteria set per line: the date it takes effect, the
      *    phenomenal and good sales floors, the sales figure at or
      *    under which sales are poor, the new customer count that
      *    is a lot of customers, the ratio that counts as perfect
      *    attendance and the ratio at or under which attendance is
      *    poor.  Next quarter's set can sit on the file ahead of
      *    time; the run takes the newest set in effect for the run
      *    date
       FD criteriaFile.
       01  criteriaRecord.
         88 endOfCriteriaFile        VALUE HIGH-VALUE.
           02 criteriaEffectiveDate    PIC 9(8).
           02 criteriaPhenomenalSales  PIC 9(6)V99.
           02 criteriaGoodSales        PIC 9(6)V99.
           02 criteriaPoorSales        PIC 9(6)V99.
           02 criteriaLotsOfCustomers  PIC 99.
           02 criteriaPerfectAttendance PIC 9V99.
           02 criteriaPoorAttendance   PIC 9V99.

       WORKING-STORAGE SECTION.

       01  rejectColumnHeadersNf.
           88 restartRun               VALUE "Y".
       01  restartSkipCount        PIC 9(6) VALUE ZEROES.

      *    The failed run's date and the effective date of the
      *    criteria set it banded on, zero for the built-in
      *    cutoffs, so a restart bands the rest of the input the
      *    same way as the part the reports already hold
       01  restartRunDate          PIC 9(8) VALUE ZEROES.
       01  restartCriteriaDate     PIC 9(8) VALUE ZEROES.
       01  restartCriteriaFlag     PIC X VALUE "N".
           88 restartCriteriaSaved     VALUE "Y".

      *    Extract bookkeeping for the restart: how many lines the
      *    extract holds for finished states, and the scratch name
      *    the reposition copies through
       01  csvLinesWritten         PIC 9(6) VALUE ZEROES.
      *    Control totals for the extract's trailer: how many
      *    employee lines it carries, their sales added up, and
      *    their ids added up, so a reader can tell a whole file
      *    from one cut short.  They ride the checkpoint, so a
      *    restart's trailer still covers the finished states
       01  extractDetailCount      PIC 9(6) VALUE ZEROES.
       01  extractSalesTotal       PIC 9(10)V99 VALUE ZEROES.
       01  extractIdHash           PIC 9(12) VALUE ZEROES.
       01  trailerCountOut         PIC 9(6).
       01  trailerSalesOut         PIC 9(10).99.
       01  trailerHashOut          PIC 9(12).
       01  csvCopyCount            PIC 9(6) VALUE ZEROES.
       01  csvTempName             PIC X(66).

       01  reconFailedFlag         PIC X VALUE "N".
           88 reconFailed              VALUE "Y".

      *    The cutoffs an employee is banded on.  The VALUE clauses
      *    are only the fallback for a run with no criteria file;
      *    classcriteria.dat overrides them with the set in effect
      *    for the run date
       01  classificationCriteria.
           02 phenomenalSalesFloor     PIC 9(6)V99 VALUE 100000.00.
           02 goodSalesFloor           PIC 9(6)V99 VALUE 50000.00.
           02 poorSalesCeiling         PIC 9(6)V99 VALUE 4999.99.
           02 lotsOfCustomersFloor     PIC 99      VALUE 25.
           02 perfectAttendanceFloor   PIC 9V99    VALUE 1.00.
           02 poorAttendanceCeiling    PIC 9V99    VALUE 0.50.

       01  criteriaFileStatus      PIC XX.
       01  runDate                 PIC 9(8) VALUE ZEROES.
       01  appliedCriteriaDate     PIC 9(8) VALUE ZEROES.
       01  criteriaSetFoundFlag    PIC X VALUE "N".
           88 criteriaSetFound         VALUE "Y".
       01  criteriaSetCaption      PIC X(40).

      *    Where the employee just read falls against the cutoffs,
      *    worked out once per record so CLASSIFY-EMPLOYEE can still
      *    ask the questions it always asked
       01  salesBandFlag           PIC X.
           88 phenomenalSales          VALUE "P".
           88 goodSales                VALUE "G".
           88 poorSales                VALUE "L".
           88 middlingSales            VALUE "M".
       01  customerBandFlag        PIC X.
           88 lotsOfCustomers          VALUE "L".
           88 noCustomers              VALUE "N".
           88 someCustomers            VALUE "S".
       01  attendanceBandFlag      PIC X.
           88 perfectAttendance        VALUE "P".
           88 poorAttendance           VALUE "L".
           88 fairAttendance           VALUE "F".

       01  csvIdOut            PIC 9(6).
       01  csvSalesOut         PIC 9(6).99.
       01  csvAttendanceOut    PIC 9.99.
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           PERFORM LOAD-CLASSIFICATION-CRITERIA

           MOVE SPACES TO runLogLineWs
           STRING "Criteria used:   " DELIMITED BY SIZE
               criteriaSetCaption DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           IF restartRun THEN
               MOVE SPACES TO runLogLineWs
               IF restartCriteriaSaved THEN
                   STRING "Restart bands:   AS CHECKPOINTED, RUN DATE "
                       DELIMITED BY SIZE
                       runDate DELIMITED BY SIZE
                       INTO runLogLineWs
               ELSE
                   STRING "Restart bands:   NO CRITERIA ON CHECKPOINT,"
                       DELIMITED BY SIZE
                       " SET FOR TODAY" DELIMITED BY SIZE
                       INTO runLogLineWs
               END-IF
               PERFORM WRITE-RUN-LOG-LINE
           END-IF

           PERFORM LOAD-EMPLOYEE-MASTER
           PERFORM LOAD-BRANCH-REFERENCE

               OPEN OUTPUT rejectEmps
               OPEN OUTPUT csvEmps

      *    Whoever reads a report sees which cutoffs put the
      *    people on it there before any name
               MOVE criteriaSetCaption TO goodCriteriaLine
               WRITE goodCriteriaLine BEFORE ADVANCING 2 LINES
               MOVE criteriaSetCaption TO badCriteriaLine
               WRITE badCriteriaLine BEFORE ADVANCING 2 LINES
               MOVE criteriaSetCaption TO niCriteriaLine
               WRITE niCriteriaLine BEFORE ADVANCING 2 LINES

               MOVE rejectColumnHeadersNf TO rejectColumnHeaders
               WRITE rejectColumnHeaders

      *    The header record names the run that cut the extract
      *    and the date it ran, ahead of the column names
               MOVE SPACES TO csvLineWs
               STRING "HDR," DELIMITED BY SIZE
                   runTag DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   runDate DELIMITED BY SIZE
                   INTO csvLineWs
               MOVE csvLineWs TO csvLine
               WRITE csvLine
               ADD 1 TO csvLinesWritten

               MOVE SPACES TO csvLineWs
               STRING "Branch,State,Employee Name,Employee Id,"
                   DELIMITED BY SIZE

           WRITE reconStatusLine

           PERFORM WRITE-EXTRACT-TRAILER

           CLOSE inputFile
           CLOSE badEmps
           CLOSE goodEmps
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Extract records: " DELIMITED BY SIZE
               extractDetailCount DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Records rejected:" DELIMITED BY SIZE
               rejectedCount DELIMITED BY SIZE
      *    needs improvement report and echoes it onto the extract
       CLASSIFY-EMPLOYEE.

           PERFORM BAND-EMPLOYEE

           EVALUATE TRUE ALSO TRUE ALSO TRUE
           WHEN phenomenalSales ALSO ANY ALSO ANY
               MOVE employeeName TO goodEmpName
               INTO csvLineWs
           MOVE csvLineWs TO csvLine
           WRITE csvLine
           ADD 1 TO csvLinesWritten

           ADD 1 TO extractDetailCount
           ADD totalSalesAmount TO extractSalesTotal
           ADD matchedEmployeeId TO extractIdHash.


      *    Closes the extract with its trailer record: the employee
      *    line count, the sales total and the id hash total every
      *    reader checks its own count against before using a line
       WRITE-EXTRACT-TRAILER.

           MOVE extractDetailCount TO trailerCountOut
           MOVE extractSalesTotal TO trailerSalesOut
           MOVE extractIdHash TO trailerHashOut

           MOVE SPACES TO csvLineWs
           STRING "TRL," DELIMITED BY SIZE
               trailerCountOut DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               trailerSalesOut DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               trailerHashOut DELIMITED BY SIZE
               INTO csvLineWs
           MOVE csvLineWs TO csvLine
           WRITE csvLine.


      *    Places the employee's sales, new customers and attendance
      *    against the criteria set the run is using
       BAND-EMPLOYEE.

           EVALUATE TRUE
           WHEN totalSalesAmount NOT < phenomenalSalesFloor
               SET phenomenalSales TO TRUE
           WHEN totalSalesAmount NOT < goodSalesFloor
               SET goodSales TO TRUE
           WHEN totalSalesAmount NOT > poorSalesCeiling
               SET poorSales TO TRUE
           WHEN OTHER
               SET middlingSales TO TRUE
           END-EVALUATE

           EVALUATE TRUE
           WHEN numOfNewCustomers = ZERO
               SET noCustomers TO TRUE
           WHEN numOfNewCustomers NOT < lotsOfCustomersFloor
               SET lotsOfCustomers TO TRUE
           WHEN OTHER
               SET someCustomers TO TRUE
           END-EVALUATE

           EVALUATE TRUE
           WHEN attendanceRatio NOT < perfectAttendanceFloor
               SET perfectAttendance TO TRUE
           WHEN attendanceRatio NOT > poorAttendanceCeiling
               SET poorAttendance TO TRUE
           WHEN OTHER
               SET fairAttendance TO TRUE
           END-EVALUATE.


      *    Rolls the branch, state and company totals at each
           MOVE badCompanyEmpCount TO checkpointBadCount
           MOVE niCompanyEmpCount TO checkpointNiCount
           MOVE csvLinesWritten TO checkpointCsvCount
           MOVE extractDetailCount TO checkpointCsvDetails
           MOVE extractSalesTotal TO checkpointCsvSales
           MOVE extractIdHash TO checkpointCsvIdHash
           MOVE runDate TO checkpointRunDate
           MOVE appliedCriteriaDate TO checkpointCriteriaDate

           WRITE checkpointRecord

                   MOVE checkpointBadCount TO badCompanyEmpCount
                   MOVE checkpointNiCount TO niCompanyEmpCount
                   MOVE checkpointCsvCount TO csvLinesWritten
                   MOVE checkpointCsvDetails TO extractDetailCount
                   MOVE checkpointCsvSales TO extractSalesTotal
                   MOVE checkpointCsvIdHash TO extractIdHash

                   IF checkpointRunDate IS NUMERIC
                   AND checkpointCriteriaDate IS NUMERIC
                   AND checkpointRunDate > ZERO THEN
                       MOVE checkpointRunDate TO restartRunDate
                       MOVE checkpointCriteriaDate
                           TO restartCriteriaDate
                       MOVE "Y" TO restartCriteriaFlag
                   END-IF
               ELSE
                   DISPLAY "No checkpoint on file for this run tag, "
      -                "starting from the top"
           END-IF.


      *    Reads every criteria set on classcriteria.dat and keeps
      *    the newest one in effect for the run date, so HR can load
      *    next quarter's cutoffs ahead of time without touching
      *    this quarter's runs.  No file, or no set yet in effect,
      *    bands on the built-in cutoffs.  A restart takes the run
      *    date and the set the checkpoint saved instead, so a new
      *    set coming into effect overnight cannot band the rest of
      *    the input differently from the states already reported
       LOAD-CLASSIFICATION-CRITERIA.

           MOVE FUNCTION CURRENT-DATE TO runTimestamp
           MOVE runTimestamp(1:8) TO runDate

           IF restartRun AND restartCriteriaSaved THEN
               MOVE restartRunDate TO runDate
           END-IF

           OPEN INPUT criteriaFile

           IF criteriaFileStatus = "00" THEN

               READ criteriaFile
                   AT END SET endOfCriteriaFile TO TRUE
               END-READ

               PERFORM TAKE-CRITERIA-SET UNTIL endOfCriteriaFile

               CLOSE criteriaFile
           END-IF

           MOVE SPACES TO criteriaSetCaption

           IF criteriaSetFound THEN
               STRING "CRITERIA SET EFFECTIVE " DELIMITED BY SIZE
                   appliedCriteriaDate DELIMITED BY SIZE
                   INTO criteriaSetCaption
           ELSE
               MOVE "BUILT-IN CRITERIA" TO criteriaSetCaption
           END-IF

      *    The set the failed run banded on has to be the one found
      *    again; if it has been taken off the file the restart
      *    cannot band the same way and stops
           IF restartRun AND restartCriteriaSaved
           AND appliedCriteriaDate NOT = restartCriteriaDate THEN
               PERFORM ABORT-CRITERIA-CHANGED
           END-IF.


       TAKE-CRITERIA-SET.

           IF restartRun AND restartCriteriaSaved THEN
               IF criteriaEffectiveDate = restartCriteriaDate
               AND restartCriteriaDate NOT = ZERO THEN
                   PERFORM APPLY-CRITERIA-SET
               END-IF
           ELSE
               IF criteriaEffectiveDate NOT > runDate
               AND criteriaEffectiveDate NOT < appliedCriteriaDate
               THEN
                   PERFORM APPLY-CRITERIA-SET
               END-IF
           END-IF

           READ criteriaFile
               AT END SET endOfCriteriaFile TO TRUE
           END-READ.


       APPLY-CRITERIA-SET.

           MOVE criteriaEffectiveDate TO appliedCriteriaDate
           MOVE criteriaPhenomenalSales TO phenomenalSalesFloor
           MOVE criteriaGoodSales TO goodSalesFloor
           MOVE criteriaPoorSales TO poorSalesCeiling
           MOVE criteriaLotsOfCustomers TO lotsOfCustomersFloor
           MOVE criteriaPerfectAttendance TO perfectAttendanceFloor
           MOVE criteriaPoorAttendance TO poorAttendanceCeiling
           MOVE "Y" TO criteriaSetFoundFlag.


      *    Looks for the scheduler's run-control card file.  When it
      *    is there the run is unattended: card one is the input
      *    file, card two the run tag, and card three RESTART when
           WRITE runLogLine.


      *    Stops a restart whose checkpointed criteria set is no
      *    longer on classcriteria.dat, before anything is banded
       ABORT-CRITERIA-CHANGED.

           DISPLAY "Criteria set effective " restartCriteriaDate
      -        " is no longer on file, restart stopped"

           MOVE SPACES TO runLogLineWs
           STRING "Status:          ABORTED - criteria set "
               DELIMITED BY SIZE
               restartCriteriaDate DELIMITED BY SIZE
               " not on file" DELIMITED BY SIZE
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


      *    Logs the abort, hands the scheduler a return code it
      *    cannot mistake for a good run, and stops
       ABORT-MISSING-INPUT.
