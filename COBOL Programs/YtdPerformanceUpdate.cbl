      *          master is written out for the next cycle, so annual
      *          reviews do not require re-adding a year of printed
      *          reports by hand.
      *          Every extract applied is entered on a processed-runs
      *          register, a run tag already applied is refused, and
      *          a backout run takes a run applied in error back out
      *          of the master with an audit listing of everyone it
      *          touched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.


      *    Every extract ever applied to the master, and every run
      *    backed out of it, one line each, carried from cycle to
      *    cycle beside the master itself
           SELECT runRegisterFile ASSIGN TO "ytdruns.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS runRegisterStatus.


           SELECT backoutAudit ASSIGN TO backoutAuditName
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.



      *    Four cards: the extract to apply, the old master, the
      *    new master to write, and the run tag.  A fifth card
      *    reading BACKOUT makes the run a backout of that extract
       FD runControlFile.
       01  runControlCard          PIC X(60).
         88 endOfRunControl          VALUE HIGH-VALUE.
       01  runLogLine              PIC X(80).


      *    One line per extract applied or backed out: the tag and
      *    date off the extract's header, what was done and when,
      *    the extract's control totals, and the update run and new
      *    master that carried it.  The last line for a tag says
      *    whether its figures are on the master now
       FD runRegisterFile.
       01  runRegisterRecord.
         88 endOfRunRegister         VALUE HIGH-VALUE.
           02 registerExtractTag   PIC X(20).
           02 registerExtractDate  PIC X(8).
           02 registerAction       PIC X.
             88 registerApplied        VALUE "A".
             88 registerBackedOut      VALUE "B".
           02 registerPostedDate   PIC 9(8).
           02 registerDetailCount  PIC 9(6).
           02 registerSalesTotal   PIC 9(10)V99.
           02 registerIdHash       PIC 9(12).
           02 registerUpdateTag    PIC X(20).
           02 registerNewMaster    PIC X(60).


       FD backoutAudit.
       01  auditLine               PIC X(120).

       01  auditSummaryLine.
           02 auditSummaryCaption  PIC X(32).
           02 auditSummaryTotal    PIC Z(5)9.


       WORKING-STORAGE SECTION.

       01  extractFileName     PIC X(60).
       01  runLogName              PIC X(60).
       01  runLogLineWs            PIC X(80).
       01  runTimestamp            PIC X(21).
       01  runModeText             PIC X(10).

       01  backoutAnswer           PIC X VALUE "N".
       01  backoutFlag             PIC X VALUE "N".
           88 backoutRun               VALUE "Y".

      *    What the register says about the extract's run tag: its
      *    figures are on the master when the last line for the tag
      *    is an apply, and that line's totals are what a backout
      *    has to match
       01  runRegisterStatus       PIC XX.
       01  registerTagFlag         PIC X VALUE "N".
           88 registerTagApplied       VALUE "Y".
       01  registerTagPosted       PIC 9(8) VALUE ZEROES.
       01  registerTagCount        PIC 9(6) VALUE ZEROES.
       01  registerTagSales        PIC 9(10)V99 VALUE ZEROES.
       01  registerTagHash         PIC 9(12) VALUE ZEROES.
       01  registerTagUpdate       PIC X(20) VALUE SPACES.
       01  postedDate              PIC 9(8).

      *    The whole old master is held in a table while the extract
      *    is applied against it, since the extract's employees
       01  extractCustomers    PIC 99.
       01  extractAttendance   PIC 9V99.

      *    The extract's control records, and the same totals
      *    counted off the employee lines actually read, compared
      *    before the new master is written
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

      *    Backout audit lines are held until the register has
      *    agreed to the backout, the way the tier report holds its
      *    movement lines, then printed in extract order
       01  auditDetail.
           02 auditIdOut           PIC 9(6).
           02 FILLER               PIC XX VALUE SPACES.
           02 auditStateOut        PIC XX.
           02 FILLER               PIC XX VALUE SPACES.
           02 auditBranchOut       PIC X(15).
           02 FILLER               PIC XX VALUE SPACES.
           02 auditNameOut         PIC X(15).
           02 FILLER               PIC XX VALUE SPACES.
           02 auditBeforeOut       PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 auditLessOut         PIC ZZZ,ZZ9.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 auditAfterOut        PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER               PIC XX VALUE SPACES.
           02 auditRunsOut         PIC ZZ9.
           02 FILLER               PIC XX VALUE SPACES.
           02 auditRemarkOut       PIC X(15).

       01  auditColumnHeaders.
           02 FILLER           PIC X(8)  VALUE "Id".
           02 FILLER           PIC X(4)  VALUE "St".
           02 FILLER           PIC X(17) VALUE "Branch".
           02 FILLER           PIC X(17) VALUE "Name".
           02 FILLER           PIC X(15) VALUE "YTD Sales Was".
           02 FILLER           PIC X(12) VALUE "Backed Out".
           02 FILLER           PIC X(15) VALUE "YTD Sales Now".
           02 FILLER           PIC X(5)  VALUE "Runs".
           02 FILLER           PIC X(15) VALUE "Result".

       01  auditTable.
           02 auditEntryLine OCCURS 1000 TIMES PIC X(120).
       01  auditEntryCount     PIC 9(4) VALUE ZERO.
       01  auditIdx            PIC 9(4).
       01  auditTableMax       PIC 9(4) VALUE 1000.
       01  backoutAuditName    PIC X(60).

       01  auditTitleNf        PIC X(40)
           VALUE "YTD BACKOUT AUDIT - EMPLOYEES TOUCHED".
       01  backedOutRemarkNf   PIC X(15) VALUE "BACKED OUT".
       01  removedRemarkNf     PIC X(15) VALUE "ROW REMOVED".
       01  notOnMasterRemarkNf PIC X(15) VALUE "NOT ON MASTER".
       01  shortRemarkNf       PIC X(15) VALUE "SHORT ON MASTER".

       01  backedOutCaptionNf  PIC X(32)
           VALUE "Employees backed out:".
       01  removedCaptionNf    PIC X(32)
           VALUE "Master rows removed:".
       01  exceptionCaptionNf  PIC X(32)
           VALUE "Employees not backed out:".

       01  employeesBackedOut  PIC 9(6) VALUE ZEROES.
       01  employeesRemoved    PIC 9(6) VALUE ZEROES.
       01  backoutExceptions   PIC 9(6) VALUE ZEROES.

       01  extractLinesRead    PIC 9(6) VALUE ZEROES.
       01  employeesApplied    PIC 9(6) VALUE ZEROES.
       01  employeesAdded      PIC 9(6) VALUE ZEROES.
               DISPLAY "Enter a run tag (region/state and date) "
               "for this run's log: "
               ACCEPT runTag

               DISPLAY "Back this extract out of the master instead "
               "of applying it (y/n)? "
               ACCEPT backoutAnswer

               IF backoutAnswer = "y" OR backoutAnswer = "Y" THEN
                   MOVE "Y" TO backoutFlag
               END-IF
           END-IF

           STRING "Ytd Run Log-" DELIMITED BY SIZE
               runTag DELIMITED BY SPACE
               INTO runLogName

           STRING "Ytd Backout Audit-" DELIMITED BY SIZE
               runTag DELIMITED BY SPACE
               INTO backoutAuditName

           OPEN OUTPUT runLogFile

           MOVE FUNCTION CURRENT-DATE TO runTimestamp
           END-IF
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           IF backoutRun THEN
               MOVE "Run type:        BACKOUT" TO runLogLineWs
           ELSE
               MOVE "Run type:        APPLY" TO runLogLineWs
           END-IF
           PERFORM WRITE-RUN-LOG-LINE

           PERFORM LOAD-OLD-MASTER

           OPEN INPUT extractFile

           CLOSE extractFile

      *    The figures were applied to the table only; a short or
      *    damaged extract stops here, before the new master exists
           PERFORM CHECK-EXTRACT-CONTROL

      *    Only then is the register asked whether this run tag may
      *    go onto the master, or come off it
           PERFORM CHECK-RUN-REGISTER

           IF backoutRun THEN
               PERFORM PRINT-BACKOUT-AUDIT

               IF backoutExceptions > ZERO THEN
                   PERFORM ABORT-BACKOUT-EXCEPTIONS
               END-IF
           END-IF

           PERFORM WRITE-NEW-MASTER

           PERFORM POST-RUN-REGISTER

           DISPLAY "Extract lines read:    " extractLinesRead
           DISPLAY "Old master employees:  " oldMasterCount
           DISPLAY "Employees updated:     " employeesApplied
           DISPLAY "Employees added:       " employeesAdded
           IF backoutRun THEN
               DISPLAY "Employees backed out:  " employeesBackedOut
               DISPLAY "Master rows removed:   " employeesRemoved
           END-IF
           DISPLAY "New master employees:  " newMasterCount

           MOVE SPACES TO runLogLineWs
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           IF backoutRun THEN
               MOVE SPACES TO runLogLineWs
               STRING "Emps backed out: " DELIMITED BY SIZE
                   employeesBackedOut DELIMITED BY SIZE
                   INTO runLogLineWs
               PERFORM WRITE-RUN-LOG-LINE

               MOVE SPACES TO runLogLineWs
               STRING "Rows removed:    " DELIMITED BY SIZE
                   employeesRemoved DELIMITED BY SIZE
                   INTO runLogLineWs
               PERFORM WRITE-RUN-LOG-LINE
           END-IF

           MOVE SPACES TO runLogLineWs
           STRING "New master emps: " DELIMITED BY SIZE
               newMasterCount DELIMITED BY SIZE

      *    Looks for the scheduler's run-control card file.  When it
      *    is there the run is unattended: card one is the extract,
      *    card two the old master, card three the new master,
      *    card four the run tag, and card five BACKOUT when this
      *    run takes the extract back out of the master
       READ-RUN-CONTROL.

           OPEN INPUT runControlFile
               MOVE runControlCard TO newMasterName
           WHEN 4
               MOVE runControlCard TO runTag
           WHEN 5
               MOVE runControlCard TO runModeText
               IF runModeText = "BACKOUT" THEN
                   MOVE "Y" TO backoutFlag
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
      *    Splits one extract line on its commas and folds the
      *    figures into the matching table entry.  The extract's
      *    header line names its own first column, which is how it
      *    is told apart from a detail line, and the control records
      *    lead with HDR and TRL
       PROCESS-EXTRACT-LINE.

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
               COMPUTE extractAttendance =
                   FUNCTION NUMVAL(extractAttText)

               ADD 1 TO extractDetailCount
               ADD extractSales TO extractSalesTotal
               ADD extractId TO extractIdHash

               IF backoutRun THEN
                   PERFORM BACKOUT-EXTRACT-EMPLOYEE
               ELSE
                   PERFORM APPLY-EXTRACT-EMPLOYEE
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
      *    the new master is written, so the old master stands
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
      *    with the master untouched
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


      *    Finds the employee's entry by id, appending a fresh one
      *    when this is the first run they have ever appeared on.
      *    An extract cut with no master on file carries id zero,
           END-IF.


      *    Takes one extract employee's figures back off their row.
      *    A row that cannot give the figures back was never given
      *    them by this extract, so it is left alone and listed, and
      *    the backout will not go through.  A row the backed-out
      *    run created is left with no runs and is dropped
       BACKOUT-EXTRACT-EMPLOYEE.

           MOVE ZERO TO ytdFoundIdx

           PERFORM MATCH-YTD-ENTRY
               VARYING ytdSearchIdx FROM 1 BY 1
               UNTIL ytdSearchIdx > ytdEntryCount

           MOVE SPACES TO auditDetail
           MOVE extractId TO auditIdOut
           MOVE extractState TO auditStateOut
           MOVE extractBranch TO auditBranchOut
           MOVE extractName TO auditNameOut
           MOVE extractSales TO auditLessOut

           IF ytdEntryNotFound THEN
               ADD 1 TO backoutExceptions
               MOVE ZEROES TO auditBeforeOut, auditAfterOut
               MOVE ZEROES TO auditRunsOut
               MOVE notOnMasterRemarkNf TO auditRemarkOut

           ELSE
               MOVE ytdEntrySales(ytdFoundIdx) TO auditBeforeOut

               IF ytdEntrySales(ytdFoundIdx) < extractSales
               OR ytdEntryCustomers(ytdFoundIdx) < extractCustomers
               OR ytdEntryAttSum(ytdFoundIdx) < extractAttendance
               OR ytdEntryRuns(ytdFoundIdx) = ZERO THEN
                   ADD 1 TO backoutExceptions
                   MOVE ytdEntrySales(ytdFoundIdx) TO auditAfterOut
                   MOVE shortRemarkNf TO auditRemarkOut

               ELSE
                   SUBTRACT extractSales
                       FROM ytdEntrySales(ytdFoundIdx)
                   SUBTRACT extractCustomers
                       FROM ytdEntryCustomers(ytdFoundIdx)
                   SUBTRACT 1 FROM ytdEntryRuns(ytdFoundIdx)
                   SUBTRACT extractAttendance
                       FROM ytdEntryAttSum(ytdFoundIdx)

                   ADD 1 TO employeesBackedOut
                   MOVE ytdEntrySales(ytdFoundIdx) TO auditAfterOut

                   IF ytdEntryRuns(ytdFoundIdx) = ZERO THEN
                       ADD 1 TO employeesRemoved
                       MOVE removedRemarkNf TO auditRemarkOut
                   ELSE
                       MOVE backedOutRemarkNf TO auditRemarkOut
                   END-IF
               END-IF

               MOVE ytdEntryRuns(ytdFoundIdx) TO auditRunsOut
           END-IF

           IF auditEntryCount < auditTableMax THEN
               ADD 1 TO auditEntryCount
               MOVE auditDetail TO auditEntryLine(auditEntryCount)
           ELSE
               DISPLAY "WARNING: backout audit table is full, "
      -            extractName " was not listed"
           END-IF.


       MATCH-YTD-ENTRY.

           IF extractId > ZERO THEN

           OPEN OUTPUT newMaster

           PERFORM CARRY-MASTER-ENTRY
               VARYING ytdSearchIdx FROM 1 BY 1
               UNTIL ytdSearchIdx > ytdEntryCount

           CLOSE newMaster.


      *    A row left with no runs by a backout only ever held the
      *    backed-out run, and goes no further
       CARRY-MASTER-ENTRY.

           IF backoutRun AND ytdEntryRuns(ytdSearchIdx) = ZERO THEN
               CONTINUE
           ELSE
               PERFORM WRITE-NEW-MASTER-ENTRY
           END-IF.


       WRITE-NEW-MASTER-ENTRY.

           MOVE ytdEntryId(ytdSearchIdx) TO newEmployeeId
           IF NOT endOfExtract THEN
               ADD 1 TO extractLinesRead
           END-IF.


      *    Reads the whole register for the last word on the
      *    extract's run tag.  No register yet means nothing has
      *    been applied.  An apply of a tag already on the master is
      *    refused; a backout needs the tag on the master and the
      *    extract to be the one that put it there
       CHECK-RUN-REGISTER.

           OPEN INPUT runRegisterFile

           IF runRegisterStatus = "00" THEN

               READ runRegisterFile
                   AT END SET endOfRunRegister TO TRUE
               END-READ

               PERFORM TAKE-RUN-REGISTER-ENTRY UNTIL endOfRunRegister

               CLOSE runRegisterFile
           END-IF

           MOVE SPACES TO runLogLineWs
           IF registerTagApplied THEN
               STRING "Register:        TAG APPLIED " DELIMITED BY SIZE
                   registerTagPosted DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   registerTagUpdate DELIMITED BY SPACE
                   INTO runLogLineWs
           ELSE
               MOVE "Register:        TAG NOT ON MASTER"
                   TO runLogLineWs
           END-IF
           PERFORM WRITE-RUN-LOG-LINE

           IF backoutRun THEN
               IF NOT registerTagApplied THEN
                   PERFORM ABORT-REGISTER-REFUSAL
               END-IF

               IF registerTagCount NOT = extractDetailCount
               OR registerTagSales NOT = extractSalesTotal
               OR registerTagHash NOT = extractIdHash THEN
                   PERFORM ABORT-REGISTER-REFUSAL
               END-IF
           ELSE
               IF registerTagApplied THEN
                   PERFORM ABORT-REGISTER-REFUSAL
               END-IF
           END-IF.


       TAKE-RUN-REGISTER-ENTRY.

           IF registerExtractTag = extractHeaderRunTag THEN

               IF registerApplied THEN
                   MOVE "Y" TO registerTagFlag
                   MOVE registerPostedDate TO registerTagPosted
                   MOVE registerDetailCount TO registerTagCount
                   MOVE registerSalesTotal TO registerTagSales
                   MOVE registerIdHash TO registerTagHash
                   MOVE registerUpdateTag TO registerTagUpdate
               ELSE
                   MOVE "N" TO registerTagFlag
               END-IF
           END-IF

           READ runRegisterFile
               AT END SET endOfRunRegister TO TRUE
           END-READ.


      *    Enters this run on the register once the new master is
      *    written, so the next run of the same tag finds it
       POST-RUN-REGISTER.

           OPEN EXTEND runRegisterFile

           IF runRegisterStatus NOT = "00" THEN
               OPEN OUTPUT runRegisterFile
           END-IF

           MOVE SPACES TO runRegisterRecord
           MOVE extractHeaderRunTag TO registerExtractTag
           MOVE extractHeaderDate TO registerExtractDate

           IF backoutRun THEN
               MOVE "B" TO registerAction
           ELSE
               MOVE "A" TO registerAction
           END-IF

           MOVE FUNCTION CURRENT-DATE TO runTimestamp
           MOVE runTimestamp(1:8) TO postedDate
           MOVE postedDate TO registerPostedDate
           MOVE extractDetailCount TO registerDetailCount
           MOVE extractSalesTotal TO registerSalesTotal
           MOVE extractIdHash TO registerIdHash
           MOVE runTag TO registerUpdateTag
           MOVE newMasterName TO registerNewMaster

           WRITE runRegisterRecord

           CLOSE runRegisterFile.


      *    Lists every employee the backout touched, in extract
      *    order, with their YTD sales before and after
       PRINT-BACKOUT-AUDIT.

           OPEN OUTPUT backoutAudit

           MOVE auditTitleNf TO auditLine
           WRITE auditLine

           MOVE SPACES TO auditLine
           STRING "Run tag backed out: " DELIMITED BY SIZE
               extractHeaderRunTag DELIMITED BY SPACE
               "  applied " DELIMITED BY SIZE
               registerTagPosted DELIMITED BY SIZE
               "  by " DELIMITED BY SIZE
               registerTagUpdate DELIMITED BY SPACE
               INTO auditLine
           WRITE auditLine BEFORE ADVANCING 2 LINES

           MOVE auditColumnHeaders TO auditLine
           WRITE auditLine

           PERFORM PRINT-AUDIT-ENTRY
               VARYING auditIdx FROM 1 BY 1
               UNTIL auditIdx > auditEntryCount

           MOVE SPACES TO auditLine
           WRITE auditLine

           MOVE backedOutCaptionNf TO auditSummaryCaption
           MOVE employeesBackedOut TO auditSummaryTotal
           WRITE auditSummaryLine

           MOVE removedCaptionNf TO auditSummaryCaption
           MOVE employeesRemoved TO auditSummaryTotal
           WRITE auditSummaryLine

           MOVE exceptionCaptionNf TO auditSummaryCaption
           MOVE backoutExceptions TO auditSummaryTotal
           WRITE auditSummaryLine

           CLOSE backoutAudit.


       PRINT-AUDIT-ENTRY.

           MOVE auditEntryLine(auditIdx) TO auditLine
           WRITE auditLine.


      *    The register will not let this run through: the tag is
      *    already on the master, or a backout names a tag that is
      *    not, or an extract other than the one that was applied
       ABORT-REGISTER-REFUSAL.

           DISPLAY "Run tag " extractHeaderRunTag
      -        " refused by the processed-runs register"

           MOVE SPACES TO runLogLineWs
           EVALUATE TRUE
           WHEN NOT backoutRun
               MOVE "Status:          ABORTED - run tag already applied"
                   TO runLogLineWs
           WHEN NOT registerTagApplied
               MOVE "Status:          ABORTED - run tag not applied"
                   TO runLogLineWs
           WHEN OTHER
               STRING "Status:          ABORTED - extract differs "
                   DELIMITED BY SIZE
                   "from the run applied" DELIMITED BY SIZE
                   INTO runLogLineWs
           END-EVALUATE
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


      *    Someone on the extract is missing from the master or
      *    holds less than the extract gave them, so this master is
      *    not the one the run was applied to.  The audit listing
      *    shows who; the master is left as it was
       ABORT-BACKOUT-EXCEPTIONS.

           DISPLAY "Backout stopped: " backoutExceptions
      -        " employees could not be backed out, see "
      -        backoutAuditName

           MOVE SPACES TO runLogLineWs
           STRING "Not backed out:  " DELIMITED BY SIZE
               backoutExceptions DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Status:          ABORTED - master does not hold "
               DELIMITED BY SIZE
               "the run" DELIMITED BY SIZE
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
