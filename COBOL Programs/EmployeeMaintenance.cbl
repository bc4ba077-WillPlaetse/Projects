      *          transaction file supplied by the regions and prints
      *          an audit listing of every transaction applied or
      *          rejected, with counts, so the regions can see what
      *          happened to each card they sent in.  Every
      *          transaction applied also leaves a dated history
      *          record with the master's before and after images,
      *          so where someone was on any date can be rebuilt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT auditListing ASSIGN TO auditListingName
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Every add, change and termination ever applied, oldest
      *    first, kept beside the master it describes
           SELECT historyFile ASSIGN TO "emphistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS historyFileStatus.


       DATA DIVISION.
       FILE SECTION.
           02 auditSummaryCaption  PIC X(25).
           02 auditSummaryTotal    PIC Z(5)9.


      *    One record per transaction applied: when, what, which
      *    run, and the master's fields as they stood before and
      *    after.  An add has no before image; a termination's two
      *    images differ only in the status
       FD historyFile.
       01  historyRecord.
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

       WORKING-STORAGE SECTION.

       01  transactionFileName     PIC X(60).

       01  masterFileStatus        PIC XX.
       01  transactionFileStatus   PIC XX.
       01  historyFileStatus       PIC XX.
       01  historyTimestamp        PIC X(21).

       01  auditActionColNf        PIC X(10) VALUE "Action".
       01  auditIdColNf            PIC X(8)  VALUE "Id".
       01  appliedCaptionNf  PIC X(25) VALUE "Transactions applied:".
       01  rejectedCaptionNf PIC X(25) VALUE "Transactions rejected:".
       01  readCaptionNf     PIC X(25) VALUE "Transactions read:".
       01  historyCaptionNf  PIC X(25) VALUE "History records written:".

       01  appliedCount            PIC 9(6) VALUE ZEROES.
       01  rejectedCount           PIC 9(6) VALUE ZEROES.
       01  transactionsRead        PIC 9(6) VALUE ZEROES.
       01  historyWritten          PIC 9(6) VALUE ZEROES.

       01  actionCaption           PIC X(10).
       01  resultCaption           PIC X(30).

           OPEN OUTPUT auditListing

           OPEN EXTEND historyFile

           IF historyFileStatus NOT = "00" THEN
               OPEN OUTPUT historyFile
           END-IF

           MOVE auditActionColNf TO auditActionCol
           MOVE auditIdColNf TO auditIdCol
           MOVE auditNameColNf TO auditNameCol
           MOVE rejectedCount TO auditSummaryTotal
           WRITE auditSummaryLine

           MOVE historyCaptionNf TO auditSummaryCaption
           MOVE historyWritten TO auditSummaryTotal
           WRITE auditSummaryLine

           CLOSE empMaster
           CLOSE transactionFile
           CLOSE auditListing
           CLOSE historyFile

           STOP RUN.

                       NOT INVALID KEY
                           MOVE "APPLIED" TO resultCaption
                           ADD 1 TO appliedCount
                           MOVE SPACES TO historyBefore
                           MOVE ZEROES TO beforeHireDate
                           PERFORM WRITE-HISTORY-RECORD
                   END-WRITE

                   PERFORM WRITE-AUDIT-LINE
                   PERFORM WRITE-AUDIT-LINE

               NOT INVALID KEY
                   PERFORM SAVE-BEFORE-IMAGE

                   IF transEmployeeName NOT = SPACES THEN
                       MOVE transEmployeeName TO masterEmployeeName
                   END-IF
                   MOVE "APPLIED" TO resultCaption
                   ADD 1 TO appliedCount
                   PERFORM WRITE-AUDIT-LINE
                   PERFORM WRITE-HISTORY-RECORD
           END-READ.


                       ADD 1 TO rejectedCount
                       PERFORM WRITE-AUDIT-LINE
                   ELSE
                       PERFORM SAVE-BEFORE-IMAGE

                       SET masterTerminated TO TRUE
                       REWRITE masterRecord

                       MOVE "APPLIED" TO resultCaption
                       ADD 1 TO appliedCount
                       PERFORM WRITE-AUDIT-LINE
                       PERFORM WRITE-HISTORY-RECORD
                   END-IF
           END-READ.

           WRITE auditDetailRecord.


      *    Holds the master record as it was read, before the
      *    transaction touches it
       SAVE-BEFORE-IMAGE.

           MOVE masterEmployeeName TO beforeEmployeeName
           MOVE masterHomeState TO beforeHomeState
           MOVE masterBranchName TO beforeBranchName
           MOVE masterHireDate TO beforeHireDate
           MOVE masterStatus TO beforeStatus.


      *    Completes the history record with the master as it now
      *    stands and adds it to the history file, stamped with the
      *    date and time it was applied and the run's tag
       WRITE-HISTORY-RECORD.

           MOVE FUNCTION CURRENT-DATE TO historyTimestamp
           MOVE historyTimestamp(1:8) TO historyDate
           MOVE historyTimestamp(9:6) TO historyTime
           MOVE transactionCode TO historyAction
           MOVE runTag TO historyRunTag
           MOVE masterEmployeeId TO historyEmployeeId

           MOVE masterEmployeeName TO afterEmployeeName
           MOVE masterHomeState TO afterHomeState
           MOVE masterBranchName TO afterBranchName
           MOVE masterHireDate TO afterHireDate
           MOVE masterStatus TO afterStatus

           WRITE historyRecord

           ADD 1 TO historyWritten.


       READ-TRANSACTION.

           READ transactionFile
