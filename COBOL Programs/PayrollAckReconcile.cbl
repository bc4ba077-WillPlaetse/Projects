      *          nonzero return code when the two sides do not
      *          balance, so a dropped or repriced record stops the
      *          cycle instead of surfacing weeks later as an angry
      *          employee.  What payroll paid is posted back onto
      *          each employee's commission history record.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.


      *    The commission history CommissionCalc posted the sent
      *    side to, found again by id, pay date and run tag off the
      *    interface header
           SELECT historyFile ASSIGN TO "commhistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS historyKey
           FILE STATUS IS historyFileStatus.


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


      *    Fixed layout agreed with payroll for the return trip:
      *    the id we sent, the name as they carry it, and the
           02 reconMoneyTotal      PIC $$$,$$$,$$$.99.


      *    The same posting CommissionCalc writes.  The paid side
      *    and the acknowledgment fields are filled in here
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


      *    Three cards: the interface file we sent, payroll's
      *    acknowledgment file, and the run tag
       FD runControlFile.

       01  payrollFileStatus   PIC XX.
       01  ackFileStatus       PIC XX.
       01  historyFileStatus   PIC XX.

      *    Paid amounts posted back to the commission history, and
      *    sent records that had no posting there to take them
       01  historyUpdated      PIC 9(5) VALUE ZEROES.
       01  historyMissing      PIC 9(5) VALUE ZEROES.

      *    Unattended-mode support, mirroring the classifier: the
      *    card file makes the run unattended, and the run log is
               03 sentEntryId          PIC 9(6).
               03 sentEntryName        PIC X(15).
               03 sentEntryGross       PIC 9(7)V99.
               03 sentEntryPaid        PIC 9(7)V99.
               03 sentEntrySeen        PIC X.
                 88 sentEntryMatched       VALUE "Y".
       01  sentEntryCount      PIC 9(4) VALUE ZERO.
       01  repricedCount       PIC 9(5) VALUE ZEROES.
       01  neverSentCount      PIC 9(5) VALUE ZEROES.

      *    The interface file's control records, and the same
      *    totals counted off the pay records actually read, which
      *    must agree before anything is matched
       01  interfaceHeaderFlag     PIC X VALUE "N".
           88 interfaceHeaderSeen      VALUE "Y".
       01  interfaceTrailerFlag    PIC X VALUE "N".
           88 interfaceTrailerSeen     VALUE "Y".
       01  interfaceRunTag         PIC X(20) VALUE SPACES.
       01  interfaceRunDate        PIC 9(8) VALUE ZEROES.
       01  interfacePayDate        PIC 9(8) VALUE ZEROES.
       01  interfaceTrailerCount   PIC 9(6) VALUE ZEROES.
       01  interfaceTrailerGross   PIC 9(9)V99 VALUE ZEROES.
       01  interfaceTrailerHash    PIC 9(12) VALUE ZEROES.
       01  interfaceIdHash         PIC 9(12) VALUE ZEROES.
       01  interfaceControlFlag    PIC X VALUE "Y".
           88 interfaceControlOk       VALUE "Y".
       01  controlGrossOut         PIC Z(8)9.99.
       01  countedGrossOut         PIC Z(8)9.99.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-SENT-RECORDS

      *    A short or damaged interface file stops the run before
      *    it can be reconciled against anything
           PERFORM CHECK-INTERFACE-CONTROL

           OPEN INPUT ackFile

      *    With no acknowledgment there is nothing to clear the

           CLOSE ackFile

           PERFORM POST-PAID-AMOUNTS

           OPEN OUTPUT reconReport

           MOVE notPaidTitleNf TO reconLine
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "History updated: " DELIMITED BY SIZE
               historyUpdated DELIMITED BY SIZE
               "  not on history " DELIMITED BY SIZE
               historyMissing DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE FUNCTION CURRENT-DATE TO runTimestamp
           MOVE SPACES TO runLogLineWs
           STRING "Run ended:       " DELIMITED BY SIZE

       LOAD-SENT-ENTRY.

           EVALUATE payrollHeaderType
           WHEN "HEADER"
               MOVE payrollHeaderRunTag TO interfaceRunTag
               MOVE payrollHeaderRunDate TO interfaceRunDate
               MOVE payrollHeaderPayDate TO interfacePayDate
               MOVE "Y" TO interfaceHeaderFlag

           WHEN "TOTALS"
               MOVE payrollTrailerCount TO interfaceTrailerCount
               MOVE payrollTrailerGross TO interfaceTrailerGross
               MOVE payrollTrailerIdHash TO interfaceTrailerHash
               MOVE "Y" TO interfaceTrailerFlag

           WHEN OTHER
               ADD 1 TO sentRecordCount
               ADD payrollGross TO sentGrossTotal
               ADD payrollEmployeeId TO interfaceIdHash

               IF sentEntryCount < sentTableMax THEN
                   ADD 1 TO sentEntryCount
                   MOVE payrollEmployeeId
                       TO sentEntryId(sentEntryCount)
                   MOVE payrollEmployee
                       TO sentEntryName(sentEntryCount)
                   MOVE payrollGross
                       TO sentEntryGross(sentEntryCount)
                   MOVE "N" TO sentEntrySeen(sentEntryCount)
                   MOVE ZEROES TO sentEntryPaid(sentEntryCount)
               ELSE
                   DISPLAY "WARNING: interface file has more than "
      -                sentTableMax " records, " payrollEmployee
      -                " was not loaded"
               END-IF
           END-EVALUATE

           READ payrollFile
               AT END SET endOfPayrollFile TO TRUE
           END-READ.


      *    An interface file with no header or trailer, or whose
      *    trailer disagrees with the pay records counted, is not
      *    the file CommissionCalc wrote and cannot be reconciled
       CHECK-INTERFACE-CONTROL.

           IF NOT interfaceHeaderSeen OR NOT interfaceTrailerSeen THEN
               MOVE "N" TO interfaceControlFlag
           ELSE
               IF interfaceTrailerCount NOT = sentRecordCount
               OR interfaceTrailerGross NOT = sentGrossTotal
               OR interfaceTrailerHash NOT = interfaceIdHash THEN
                   MOVE "N" TO interfaceControlFlag
               END-IF
           END-IF

           MOVE SPACES TO runLogLineWs
           STRING "Interface tag:   " DELIMITED BY SIZE
               interfaceRunTag DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               interfaceRunDate DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Pay date:        " DELIMITED BY SIZE
               interfacePayDate DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Trailer count:   " DELIMITED BY SIZE
               interfaceTrailerCount DELIMITED BY SIZE
               "  counted " DELIMITED BY SIZE
               sentRecordCount DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE interfaceTrailerGross TO controlGrossOut
           MOVE sentGrossTotal TO countedGrossOut
           MOVE SPACES TO runLogLineWs
           STRING "Trailer gross:   " DELIMITED BY SIZE
               controlGrossOut DELIMITED BY SIZE
               "  counted " DELIMITED BY SIZE
               countedGrossOut DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           MOVE SPACES TO runLogLineWs
           STRING "Trailer id hash: " DELIMITED BY SIZE
               interfaceTrailerHash DELIMITED BY SIZE
               "  counted " DELIMITED BY SIZE
               interfaceIdHash DELIMITED BY SIZE
               INTO runLogLineWs
           PERFORM WRITE-RUN-LOG-LINE

           IF NOT interfaceControlOk THEN
               PERFORM ABORT-CONTROL-MISMATCH
           END-IF.


      *    Matches one acknowledgment against what we sent.  The
      *    id is the match; an id we never sent is its own finding,
      *    and a matched id paid the wrong amount is another
               PERFORM FILE-FINDING-LINE
           ELSE
               MOVE "Y" TO sentEntrySeen(sentFoundIdx)
               ADD ackPaidAmount TO sentEntryPaid(sentFoundIdx)

               IF ackPaidAmount NOT = sentEntryGross(sentFoundIdx)
               THEN
           PERFORM READ-ACK-RECORD.


      *    Posts what payroll paid onto each sent record's history
      *    posting, paid or not, whether or not the cycle balanced:
      *    the history has to say what actually reached the
      *    employee.  Without a history file the postings are
      *    skipped and the run log says so
       POST-PAID-AMOUNTS.

           OPEN I-O historyFile

           IF historyFileStatus = "00" THEN
               MOVE FUNCTION CURRENT-DATE TO runTimestamp

               PERFORM POST-PAID-ENTRY
                   VARYING sentSearchIdx FROM 1 BY 1
                   UNTIL sentSearchIdx > sentEntryCount

               CLOSE historyFile
           ELSE
               MOVE SPACES TO runLogLineWs
               STRING "Comm history:    NOT ON FILE - paid amounts "
                   DELIMITED BY SIZE
                   "not posted" DELIMITED BY SIZE
                   INTO runLogLineWs
               PERFORM WRITE-RUN-LOG-LINE
           END-IF.


       POST-PAID-ENTRY.

           MOVE sentEntryId(sentSearchIdx) TO historyEmployeeId
           MOVE interfacePayDate TO historyPayDate
           MOVE interfaceRunTag TO historyRunTag

           READ historyFile
               INVALID KEY
                   ADD 1 TO historyMissing
               NOT INVALID KEY
                   MOVE sentEntryPaid(sentSearchIdx)
                       TO historyAmountPaid

                   IF sentEntryMatched(sentSearchIdx) THEN
                       SET historyAckPaid TO TRUE
                   ELSE
                       SET historyAckNotPaid TO TRUE
                   END-IF

                   MOVE runTimestamp(1:8) TO historyAckDate
                   MOVE runTag TO historyAckRunTag

                   REWRITE historyRecord

                   ADD 1 TO historyUpdated
           END-READ.


       MATCH-SENT-ENTRY.

           IF sentEntryId(sentSearchIdx) = ackEmployeeId THEN
           STOP RUN.


       ABORT-CONTROL-MISMATCH.

           DISPLAY "Interface file " payrollFileName
      -        " does not agree with its control records"

           MOVE SPACES TO runLogLineWs
           IF NOT interfaceHeaderSeen OR NOT interfaceTrailerSeen THEN
               STRING "Status:          ABORTED - interface header or "
                   DELIMITED BY SIZE
                   "trailer missing" DELIMITED BY SIZE
                   INTO runLogLineWs
           ELSE
               STRING "Status:          ABORTED - interface trailer "
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


       ABORT-MISSING-ACK.

           DISPLAY "Acknowledgment file " ackFileName
