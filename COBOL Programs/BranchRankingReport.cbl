           FILE STATUS IS masterFileStatus.


      *    HR's classification cutoffs with their effective dates,
      *    the file the classifier bands on
           SELECT criteriaFile ASSIGN TO "classcriteria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS criteriaFileStatus.


       DATA DIVISION.
       FILE SECTION.

         02 branchName             PIC X(15).


      *    Same record layout as the classifier, banded on the same
      *    criteria file, so an employee counts as GOOD here exactly
      *    when the classifier's reports say they are
       01   employeeRecord.
         02 typeCode               PIC X.
         02 employeeData.
         03 employeeName           PIC X(15).
         03 totalSalesAmount       PIC 9(6)V99.
         03 FILLER                 PIC X.
         03 numOfNewCustomers      PIC 99.
         03 FILLER                 PIC X.
         03 attendanceRatio        PIC 9V99.


       FD rankingReport.
       01  runLogLine              PIC X(80).


      *    One criteria set per line, laid out as the classifier
      *    reads it
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

       01  inputFileName       PIC X(60).

       01  recordsRead         PIC 9(6) VALUE ZEROES.

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
       01  criteriaRunDate         PIC 9(8) VALUE ZEROES.
       01  appliedCriteriaDate     PIC 9(8) VALUE ZEROES.
       01  criteriaSetFoundFlag    PIC X VALUE "N".
           88 criteriaSetFound         VALUE "Y".
       01  criteriaSetCaption      PIC X(40).

      *    Where the employee just read falls against the cutoffs,
      *    worked out the way the classifier works it out
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

      *    One entry per branch, filed in input order and ranked by
      *    repeated selection when the report prints
       01  branchTable.
           END-IF
           PERFORM WRITE-RUN-LOG-LINE

           PERFORM LOAD-CLASSIFICATION-CRITERIA

           MOVE SPACES TO runLogLineWs
           STRING "Criteria used:   " DELIMITED BY SIZE
               criteriaSetCaption DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           PERFORM LOAD-EMPLOYEE-MASTER

           OPEN INPUT inputFile

           OPEN OUTPUT rankingReport

      *    The percent GOOD columns mean whatever the cutoffs said
      *    GOOD meant, so the report names the set up front
           MOVE criteriaSetCaption TO reportLine
           WRITE reportLine BEFORE ADVANCING 2 LINES

           PERFORM READ-INPUT-RECORD

           PERFORM PROCESS-STATE-RECORD UNTIL endOfFile
           STOP RUN.


      *    Reads every criteria set on classcriteria.dat and keeps
      *    the newest one in effect for the run date, the search
      *    the classifier makes.  No file, or no set yet in effect,
      *    bands on the built-in cutoffs
       LOAD-CLASSIFICATION-CRITERIA.

           MOVE FUNCTION CURRENT-DATE TO runTimestamp
           MOVE runTimestamp(1:8) TO criteriaRunDate

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
           END-IF.


       TAKE-CRITERIA-SET.

           IF criteriaEffectiveDate NOT > criteriaRunDate
           AND criteriaEffectiveDate NOT < appliedCriteriaDate THEN
               MOVE criteriaEffectiveDate TO appliedCriteriaDate
               MOVE criteriaPhenomenalSales TO phenomenalSalesFloor
               MOVE criteriaGoodSales TO goodSalesFloor
               MOVE criteriaPoorSales TO poorSalesCeiling
               MOVE criteriaLotsOfCustomers TO lotsOfCustomersFloor
               MOVE criteriaPerfectAttendance
                   TO perfectAttendanceFloor
               MOVE criteriaPoorAttendance TO poorAttendanceCeiling
               MOVE "Y" TO criteriaSetFoundFlag
           END-IF

           READ criteriaFile
               AT END SET endOfCriteriaFile TO TRUE
           END-READ.


      *    Looks for the scheduler's run-control card file.  When it
      *    is there the run is unattended: card one is the input
      *    file and card two the run tag
           ADD 1 TO branchEntryEmps(branchEntryCount)
           ADD 1 TO stateEntryEmps(stateEntryCount)

           PERFORM BAND-EMPLOYEE

           EVALUATE TRUE ALSO TRUE ALSO TRUE
           WHEN phenomenalSales ALSO ANY ALSO ANY
               ADD 1 TO branchEntryGood(branchEntryCount)
           END-EVALUATE.


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


      *    Prints one state's branches, ranked by sales and then
      *    ranked again by percent GOOD
       PRINT-STATE-SECTION.
