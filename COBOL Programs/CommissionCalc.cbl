      *          payroll system loads directly, so nobody re-keys
      *          the Good Employee Report by hand any more, plus a
      *          commission register totalled by branch and state
      *          for sign-off.  Every pay record is also posted to
      *          the commission history by employee id and pay date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.


      *    Every pay record the run sends, kept by employee id and
      *    pay date so a year's commission can be told from one
      *    file.  The reconciliation posts what payroll actually
      *    paid back onto the same record
           SELECT historyFile ASSIGN TO "commhistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS historyKey
           FILE STATUS IS historyFileStatus.


      *    The comp plan's rate sets, one per line with an effective
      *    date, read at startup the way the blackjack table reads
      *    tablerules.dat.  Without the file the run pays the plan
           FILE STATUS IS ratesFileStatus.


      *    HR's classification cutoffs, dated the same way, so the
      *    band a sales figure is paid in is the band the classifier
      *    put it in
           SELECT criteriaFile ASSIGN TO "classcriteria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS criteriaFileStatus.


      *    When the scheduler leaves a run-control card file next
      *    to the program, the run is unattended: its parameters
      *    come off the card instead of an operator's keyboard
           02 payrollGross         PIC 9(7)V99.
           02 payrollRate          PIC 9V999.

      *    The file opens with a header record and closes with a
      *    trailer, told from a pay record by the word in the id's
      *    columns, which no employee id can ever spell
       01  payrollHeaderRecord.
           02 payrollHeaderType    PIC X(6).
           02 payrollHeaderRunTag  PIC X(20).
           02 payrollHeaderRunDate PIC 9(8).
           02 payrollHeaderPayDate PIC 9(8).
           02 FILLER               PIC X(9).

       01  payrollTrailerRecord.
           02 payrollTrailerType   PIC X(6).
           02 payrollTrailerCount  PIC 9(6).
           02 payrollTrailerGross  PIC 9(9)V99.
           02 payrollTrailerIdHash PIC 9(12).
           02 FILLER               PIC X(16).


       FD registerReport.
       01  registerLine            PIC X(100).


      *    One posting per employee per pay run.  Sent is what this
      *    run put on the interface file; paid stays zero, awaiting
      *    acknowledgment, until PayrollAckReconcile posts it
       FD historyFile.
       01  historyRecord.
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


      *    One rate set per line: the date it takes effect, the
      *    three band rates, the per-head bonus and the head count
      *    that earns it.  Next quarter's set can sit on the file
           02 ratesThreshold       PIC 99.


      *    One criteria set per line, laid out as the classifier
      *    reads it.  Only the two sales floors band a commission;
      *    the rest of the set rides along unused here
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


      *    Three cards: the extract to pay from, the run tag and
      *    the pay date (blank pays as of today)
       FD runControlFile.
       01  runTag              PIC X(20).

       01  extractFileStatus   PIC XX.
       01  historyFileStatus   PIC XX.

      *    Postings to the commission history.  A rerun under the
      *    same run tag and pay date replaces its own postings, and
      *    a line with no employee id has no key to post under
       01  historyPosted       PIC 9(5) VALUE ZEROES.
       01  historyReplaced     PIC 9(5) VALUE ZEROES.
       01  historyNoId         PIC 9(5) VALUE ZEROES.
       01  historyAckKept      PIC 9(5) VALUE ZEROES.
       01  historyWithdrawn    PIC 9(5) VALUE ZEROES.
       01  historyPaidKept     PIC 9(5) VALUE ZEROES.
       01  historyFoundFlag    PIC X.
           88 historyOnFile        VALUE "Y".
       01  historyEndFlag      PIC X VALUE "N".
           88 endOfHistory         VALUE "Y".

      *    Every employee id the extract pays, gathered on the
      *    counting pass, so a rerun can withdraw the postings an
      *    earlier attempt made for anyone it no longer pays
       01  runIdTable.
           02 runIdEntry           PIC 9(6) OCCURS 5000 TIMES.
       01  runIdCount          PIC 9(4) VALUE ZERO.
       01  runIdIdx            PIC 9(4).
       01  runIdTableMax       PIC 9(4) VALUE 5000.
       01  runIdOverflowFlag   PIC X VALUE "N".
           88 runIdOverflow        VALUE "Y".
       01  runIdFoundFlag      PIC X.
           88 runIdFound           VALUE "Y".

      *    Unattended-mode support, mirroring the classifier: the
      *    card file makes the run unattended, and the run log is
       01  extractSales        PIC 9(6)V99.
       01  extractCustomers    PIC 99.

      *    The extract's control records, and the same totals
      *    counted off the employee lines actually read, compared
      *    before anybody is paid
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

      *    The interface file's own control totals, written on its
      *    trailer for payroll and the reconciliation to check
       01  payrollRecordCount      PIC 9(6) VALUE ZEROES.
       01  payrollGrossTotal       PIC 9(9)V99 VALUE ZEROES.
       01  payrollIdHash           PIC 9(12) VALUE ZEROES.
       01  runDateText             PIC X(8).

       01  appliedRate         PIC 9V999.
       01  bonusAmount         PIC 9(4)V99.
       01  grossCommission     PIC 9(7)V99.

      *    Sales floors off the classifier's criteria file, taken
      *    for the pay date, so the rate a sales figure earns here
      *    is the band it classified under.  The VALUE clauses are
      *    only the fallback for a run with no criteria file
       01  phenomenalSalesFloor    PIC 9(6)V99 VALUE 100000.00.
       01  goodSalesFloor          PIC 9(6)V99 VALUE 50000.00.

       01  criteriaFileStatus      PIC XX.
       01  appliedCriteriaDate     PIC 9(8) VALUE ZEROES.
       01  criteriaSetFoundFlag    PIC X VALUE "N".
           88 criteriaSetFound         VALUE "Y".
       01  criteriaSetCaption      PIC X(40).

       01  bandSalesAmount     PIC 9(6)V99.
       01  salesBandFlag       PIC X.
           88 phenomenalSales      VALUE "P".
           88 goodSales            VALUE "G".
           88 baseSales            VALUE "B".

      *    Branch and state in control, for the register's breaks.
      *    The extract arrives already grouped by state and branch
           END-IF

           PERFORM LOAD-COMMISSION-RATES
           PERFORM LOAD-CLASSIFICATION-CRITERIA

           STRING "Payroll Interface-" DELIMITED BY SIZE
               runTag DELIMITED BY SPACE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Criteria used:   " DELIMITED BY SIZE
               criteriaSetCaption DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           OPEN INPUT extractFile

      *    A missing extract has to stop the stream here, not hand
               PERFORM ABORT-MISSING-INPUT
           END-IF

      *    The whole extract is counted against its trailer before
      *    a single pay record is written: a file cut short pays
      *    nobody rather than paying half the company
           PERFORM READ-EXTRACT-LINE

           PERFORM TALLY-EXTRACT-LINE UNTIL endOfExtract

           CLOSE extractFile

           PERFORM CHECK-EXTRACT-CONTROL

           OPEN INPUT extractFile

           OPEN OUTPUT payrollFile
           OPEN OUTPUT registerReport

      *    The first run to post finds no history yet, so one is
      *    created empty before the first posting goes on
           OPEN I-O historyFile

           IF historyFileStatus = "35" THEN
               OPEN OUTPUT historyFile
               CLOSE historyFile
               OPEN I-O historyFile
           END-IF

           PERFORM WITHDRAW-STALE-HISTORY

           MOVE FUNCTION CURRENT-DATE TO runTimestamp
           MOVE runTimestamp(1:8) TO runDateText

           MOVE SPACES TO payrollHeaderRecord
           MOVE "HEADER" TO payrollHeaderType
           MOVE runTag TO payrollHeaderRunTag
           MOVE runDateText TO payrollHeaderRunDate
           MOVE payDate TO payrollHeaderPayDate
           WRITE payrollHeaderRecord

      *    Sign-off sees which plan the run paid from, and which
      *    cutoffs banded it, before any figure it produced
           MOVE rateSetCaption TO registerLine
           WRITE registerLine
           MOVE criteriaSetCaption TO registerLine
           WRITE registerLine BEFORE ADVANCING 2 LINES

           PERFORM READ-EXTRACT-LINE

           DISPLAY "Employees paid: " employeesPaid

           MOVE SPACES TO payrollTrailerRecord
           MOVE "TOTALS" TO payrollTrailerType
           MOVE payrollRecordCount TO payrollTrailerCount
           MOVE payrollGrossTotal TO payrollTrailerGross
           MOVE payrollIdHash TO payrollTrailerIdHash
           WRITE payrollTrailerRecord

           CLOSE extractFile
           CLOSE payrollFile
           CLOSE registerReport
           CLOSE historyFile

           MOVE SPACES TO runLogLineWs
           STRING "Employees paid:  " DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "History posted:  " DELIMITED BY SIZE
               historyPosted DELIMITED BY SIZE
               "  replaced " DELIMITED BY SIZE
               historyReplaced DELIMITED BY SIZE
               "  no id " DELIMITED BY SIZE
               historyNoId DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "History rerun:   " DELIMITED BY SIZE
               historyAckKept DELIMITED BY SIZE
               " ack kept  " DELIMITED BY SIZE
               historyWithdrawn DELIMITED BY SIZE
               " withdrawn  " DELIMITED BY SIZE
               historyPaidKept DELIMITED BY SIZE
               " paid, kept" DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE FUNCTION CURRENT-DATE TO runTimestamp
           MOVE SPACES TO runLogLineWs
           STRING "Run ended:       " DELIMITED BY SIZE
           END-READ.


      *    Reads every criteria set on classcriteria.dat and keeps
      *    the newest one in effect for the pay date, the same
      *    search the rate sets get.  No file, or no set yet in
      *    effect, bands on the built-in floors
       LOAD-CLASSIFICATION-CRITERIA.

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

           IF criteriaEffectiveDate NOT > payDate
           AND criteriaEffectiveDate NOT < appliedCriteriaDate THEN
               MOVE criteriaEffectiveDate TO appliedCriteriaDate
               MOVE criteriaPhenomenalSales TO phenomenalSalesFloor
               MOVE criteriaGoodSales TO goodSalesFloor
               MOVE "Y" TO criteriaSetFoundFlag
           END-IF

           READ criteriaFile
               AT END SET endOfCriteriaFile TO TRUE
           END-READ.


      *    Looks for the scheduler's run-control card file.  When it
      *    is there the run is unattended: card one is the extract,
      *    card two the run tag and card three the pay date
      *    state, and pays the employee from the rate table
       PROCESS-EXTRACT-LINE.

           IF extractLine(1:7) NOT = "Branch,"
           AND extractLine(1:4) NOT = "HDR,"
           AND extractLine(1:4) NOT = "TRL," THEN

               MOVE SPACES TO extractBranch, extractName, extractFlag
               MOVE SPACES TO extractIdText, extractSalesText
           PERFORM READ-EXTRACT-LINE.


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
                   FUNCTION NUMVAL(extractSalesText)

               ADD 1 TO extractDetailCount
               ADD extractSales TO extractSalesTotal
               ADD extractId TO extractIdHash

               IF extractId NOT = ZERO THEN
                   IF runIdCount < runIdTableMax THEN
                       ADD 1 TO runIdCount
                       MOVE extractId TO runIdEntry(runIdCount)
                   ELSE
                       MOVE "Y" TO runIdOverflowFlag
                   END-IF
               END-IF
           END-EVALUATE

           PERFORM READ-EXTRACT-LINE.


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
      *    the interface file is even opened
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


      *    Logs the failed control check, hands the scheduler a
      *    return code it cannot mistake for a good run, and stops
      *    with nobody paid
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


      *    Writes branch and state totals when the extract moves on
      *    to a new branch or state, and the headers for whichever
      *    grouping is starting

           MOVE extractSales TO bandSalesAmount

           EVALUATE TRUE
           WHEN bandSalesAmount NOT < phenomenalSalesFloor
               SET phenomenalSales TO TRUE
           WHEN bandSalesAmount NOT < goodSalesFloor
               SET goodSales TO TRUE
           WHEN OTHER
               SET baseSales TO TRUE
           END-EVALUATE

           EVALUATE TRUE
           WHEN phenomenalSales
               MOVE phenomenalRate TO appliedRate
           MOVE appliedRate TO payrollRate
           WRITE payrollRecord

           ADD 1 TO payrollRecordCount
           ADD grossCommission TO payrollGrossTotal
           ADD extractId TO payrollIdHash

           PERFORM POST-COMMISSION-HISTORY

           MOVE extractName TO registerName
           MOVE extractSales TO registerSales
           MOVE appliedRate TO registerRate
           ADD 1 TO employeesPaid.


      *    Posts the pay record just written to the commission
      *    history, awaiting payroll's acknowledgment.  A rerun of
      *    the same run tag for the same pay date replaces what the
      *    earlier attempt posted instead of paying twice on paper,
      *    but a posting payroll has already acknowledged keeps
      *    what payroll said it paid and when
       POST-COMMISSION-HISTORY.

           IF extractId = ZERO THEN
               ADD 1 TO historyNoId
           ELSE
               MOVE extractId TO historyEmployeeId
               MOVE payDate TO historyPayDate
               MOVE runTag TO historyRunTag

               READ historyFile
                   INVALID KEY
                       MOVE "N" TO historyFoundFlag
                   NOT INVALID KEY
                       MOVE "Y" TO historyFoundFlag
               END-READ

               IF NOT historyOnFile THEN
                   MOVE SPACES TO historyRecord
                   MOVE extractId TO historyEmployeeId
                   MOVE payDate TO historyPayDate
                   MOVE runTag TO historyRunTag
               END-IF

               MOVE extractName TO historyEmployeeName
               MOVE extractState TO historyState
               MOVE extractBranch TO historyBranch
               MOVE appliedRate TO historyRate
               MOVE grossCommission TO historyGrossSent
               MOVE runDateText TO historyPostedDate

               IF historyOnFile
               AND (historyAckPaid OR historyAckNotPaid) THEN
                   ADD 1 TO historyAckKept
               ELSE
                   MOVE ZEROES TO historyAmountPaid
                   SET historyAwaitingAck TO TRUE
                   MOVE ZEROES TO historyAckDate
                   MOVE SPACES TO historyAckRunTag
               END-IF

               IF historyOnFile THEN
                   REWRITE historyRecord
                   ADD 1 TO historyReplaced
               ELSE
                   WRITE historyRecord
                   ADD 1 TO historyPosted
               END-IF
           END-IF.


      *    Before a rerun posts, the postings an earlier attempt
      *    under the same run tag and pay date made for employees
      *    this extract no longer pays are withdrawn, so the year's
      *    history holds only pay that was sent.  One payroll has
      *    already acknowledged as paid stays, since the money went
      *    out, and is named on the run log.  With more ids than
      *    the table holds nothing is withdrawn and the log says so
       WITHDRAW-STALE-HISTORY.

           IF runIdOverflow THEN
               MOVE SPACES TO runLogLineWs
               STRING "History rerun:   NOT CHECKED - more than "
                   DELIMITED BY SIZE
                   runIdTableMax DELIMITED BY SIZE
                   " ids" DELIMITED BY SIZE
                   INTO runLogLineWs
               PERFORM WRITE-RUN-LOG-LINE
           ELSE
               MOVE "N" TO historyEndFlag
               MOVE LOW-VALUES TO historyKey

               START historyFile KEY IS NOT LESS THAN historyKey
                   INVALID KEY MOVE "Y" TO historyEndFlag
               END-START

               IF NOT endOfHistory THEN
                   PERFORM READ-NEXT-HISTORY
               END-IF

               PERFORM CHECK-STALE-HISTORY UNTIL endOfHistory
           END-IF.


       CHECK-STALE-HISTORY.

           IF historyPayDate = payDate
           AND historyRunTag = runTag THEN

               MOVE "N" TO runIdFoundFlag

               PERFORM MATCH-RUN-ID-ENTRY
                   VARYING runIdIdx FROM 1 BY 1
                   UNTIL runIdIdx > runIdCount OR runIdFound

               IF NOT runIdFound THEN
                   IF historyAckPaid THEN
                       ADD 1 TO historyPaidKept

                       MOVE SPACES TO runLogLineWs
                       STRING "History kept:    " DELIMITED BY SIZE
                           historyEmployeeId DELIMITED BY SIZE
                           " paid, not in this run" DELIMITED BY SIZE
                           INTO runLogLineWs
                       PERFORM WRITE-RUN-LOG-LINE
                   ELSE
                       DELETE historyFile RECORD
                       ADD 1 TO historyWithdrawn
                   END-IF
               END-IF

           END-IF

           PERFORM READ-NEXT-HISTORY.


       MATCH-RUN-ID-ENTRY.

           IF runIdEntry(runIdIdx) = historyEmployeeId THEN
               MOVE "Y" TO runIdFoundFlag
           END-IF.


       READ-NEXT-HISTORY.

           READ historyFile NEXT RECORD
               AT END MOVE "Y" TO historyEndFlag
           END-READ.


       WRITE-BRANCH-TOTAL.

           MOVE branchTotalCaptionNf TO registerBreakCaption
