           FILE STATUS IS archiveFileStatus.


      *    HR's classification cutoffs with their effective dates,
      *    the file the classifier bands on, so the on-pace tiers
      *    move when HR moves the lines
           SELECT criteriaFile ASSIGN TO "classcriteria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS criteriaFileStatus.


      *    When the scheduler leaves a run-control card file next
      *    to the program, the run is unattended: its parameters
      *    come off the card instead of an operator's keyboard
       FD runLogFile.
       01  runLogLine              PIC X(80).


      *    One criteria set per line, laid out as the classifier
      *    reads it.  Only the sales cutoffs figure in the on-pace
      *    tier; the rest of the set rides along unused here
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

       01  ytdMasterName       PIC X(60).
       01  stateRemainFlag     PIC X.
           88 stateHasMore         VALUE "Y".

      *    The classifier's sales cutoffs, taken off the criteria
      *    file for the run date and applied to the employee's
      *    average sales per run so a year-to-date figure reads in
      *    the same tiers a single run would.  The VALUE clauses
      *    are only the fallback for a run with no criteria file
       01  phenomenalSalesFloor    PIC 9(6)V99 VALUE 100000.00.
       01  goodSalesFloor          PIC 9(6)V99 VALUE 50000.00.
       01  poorSalesCeiling        PIC 9(6)V99 VALUE 4999.99.

       01  criteriaFileStatus      PIC XX.
       01  criteriaRunDate         PIC 9(8) VALUE ZEROES.
       01  appliedCriteriaDate     PIC 9(8) VALUE ZEROES.
       01  criteriaSetFoundFlag    PIC X VALUE "N".
           88 criteriaSetFound         VALUE "Y".
       01  criteriaSetCaption      PIC X(40).

       01  bandSalesAmount     PIC 9(8)V99.
       01  onPaceTier          PIC X(12).

       01  branchSalesTotal    PIC 9(9)V99 VALUE ZEROES.
           END-IF
           PERFORM WRITE-RUN-LOG-LINE

           PERFORM LOAD-CLASSIFICATION-CRITERIA

           MOVE SPACES TO runLogLineWs
           STRING "Criteria used:   " DELIMITED BY SIZE
               criteriaSetCaption DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           PERFORM LOAD-YTD-MASTER

           OPEN OUTPUT standingReport
               currentDateStamp(1:8) DELIMITED BY SIZE
               INTO sectionTitleWs
           MOVE sectionTitleWs TO reportLine
           WRITE reportLine

           MOVE criteriaSetCaption TO reportLine
           WRITE reportLine BEFORE ADVANCING 2 LINES

           PERFORM PRINT-NEXT-STATE
           END-IF

           EVALUATE TRUE
           WHEN bandSalesAmount NOT < phenomenalSalesFloor
               MOVE "PHENOMENAL" TO onPaceTier
           WHEN bandSalesAmount NOT < goodSalesFloor
               MOVE "GOOD" TO onPaceTier
           WHEN bandSalesAmount NOT > poorSalesCeiling
               MOVE "POOR" TO onPaceTier
           WHEN OTHER
               MOVE "MIDDLING" TO onPaceTier
           END-EVALUATE.


      *    Reads every criteria set on classcriteria.dat and keeps
      *    the newest one in effect for the run date, the search
      *    the classifier makes.  No file, or no set yet in effect,
      *    tiers on the built-in cutoffs
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
               MOVE "Y" TO criteriaSetFoundFlag
           END-IF

           READ criteriaFile
               AT END SET endOfCriteriaFile TO TRUE
           END-READ.


      *    Rolls the master into a dated archive and starts a fresh
      *    empty one, the way HandHistoryStats rolls the hand
      *    history, so the new year's first update begins from zero
