      ******************************************************************
      * Author: Will Verplaetse
      * Date: 10/15/2026
      * Purpose: This program maintains the indexed branch quota
      *          file the attainment report measures against: one
      *          record per branch with the period the quota covers,
      *          the sales-dollar target and the new-customer target
      *          the regional VP committed to.  It applies adds and
      *          changes from a transaction file and prints an audit
      *          listing of every transaction applied or rejected,
      *          with counts, the same way BranchMaintenance
      *          accounts for its cards.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuotaMaintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT quotaFile ASSIGN TO "branchquota.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS quotaBranchName
           FILE STATUS IS quotaFileStatus.

      *    A quota can only be set for a branch the reference file
      *    knows, so a misspelled name cannot carry a target nobody
      *    will ever be measured against
           SELECT branchRef ASSIGN TO "branchref.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS branchRefName
           FILE STATUS IS branchRefFileStatus.

           SELECT transactionFile ASSIGN TO
           transactionFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS transactionFileStatus.

           SELECT auditListing ASSIGN TO auditListingName
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *    One record per branch, keyed by the branch name exactly
      *    as the reference file spells it, with the dates the
      *    quota runs from and to and its two targets
       FD quotaFile.
       01  quotaRecord.
           02 quotaBranchName      PIC X(15).
           02 quotaState           PIC XX.
           02 quotaPeriodStart     PIC 9(8).
           02 quotaPeriodEnd       PIC 9(8).
           02 quotaSalesTarget     PIC 9(9)V99.
           02 quotaCustomerTarget  PIC 9(5).


       FD branchRef.
       01  branchRefRecord.
           02 branchRefName        PIC X(15).
           02 branchRefState       PIC XX.
           02 branchRefStatus      PIC X.
             88 branchOpen             VALUE "O".
             88 branchClosed           VALUE "C".


      *    A blank field on a change card leaves that field as it
      *    stands, so a card can move one target without restating
      *    the rest
       FD transactionFile.
       01  transactionRecord.
         88 endOfTransactions        VALUE HIGH-VALUE.
           02 transactionCode      PIC X.
             88 isAddTransaction       VALUE "A".
             88 isChangeTransaction    VALUE "C".
           02 transBranchName      PIC X(15).
           02 transBranchState     PIC XX.
           02 transPeriodStart     PIC X(8).
           02 transPeriodStartNum  REDEFINES transPeriodStart
                                   PIC 9(8).
           02 transPeriodEnd       PIC X(8).
           02 transPeriodEndNum    REDEFINES transPeriodEnd
                                   PIC 9(8).
           02 transSalesTarget     PIC X(11).
           02 transSalesTargetNum  REDEFINES transSalesTarget
                                   PIC 9(9)V99.
           02 transCustomerTarget  PIC X(5).
           02 transCustomerTargetNum REDEFINES transCustomerTarget
                                   PIC 9(5).


       FD auditListing.
       01  auditColumnHeaders.
           02 auditActionCol       PIC X(10).
           02 auditNameCol         PIC X(17).
           02 auditResultCol       PIC X(30).

       01  auditDetailRecord.
           02 auditActionOut       PIC X(10).
           02 auditNameOut         PIC X(15).
           02 FILLER               PIC XX VALUE SPACES.
           02 auditResultOut       PIC X(30).

       01  auditSummaryLine.
           02 auditSummaryCaption  PIC X(25).
           02 auditSummaryTotal    PIC Z(5)9.

       WORKING-STORAGE SECTION.

       01  transactionFileName     PIC X(60).
       01  auditListingName        PIC X(60).
       01  runTag                  PIC X(20).

       01  quotaFileStatus         PIC XX.
       01  branchRefFileStatus     PIC XX.
       01  transactionFileStatus   PIC XX.

      *    Without a reference file on hand every branch name is
      *    taken as given, as it was before the file existed
       01  branchRefOpenFlag       PIC X VALUE "N".
           88 branchRefIsOpen          VALUE "Y".

       01  cardErrorFlag           PIC X.
           88 cardIsGood               VALUE "N".

       01  auditActionColNf        PIC X(10) VALUE "Action".
       01  auditNameColNf          PIC X(17) VALUE "Branch".
       01  auditResultColNf        PIC X(30) VALUE "Result".

       01  appliedCaptionNf  PIC X(25) VALUE "Transactions applied:".
       01  rejectedCaptionNf PIC X(25) VALUE "Transactions rejected:".
       01  readCaptionNf     PIC X(25) VALUE "Transactions read:".

       01  appliedCount            PIC 9(6) VALUE ZEROES.
       01  rejectedCount           PIC 9(6) VALUE ZEROES.
       01  transactionsRead        PIC 9(6) VALUE ZEROES.

       01  actionCaption           PIC X(10).
       01  resultCaption           PIC X(30).


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Enter the quota transaction file to apply: "
           ACCEPT transactionFileName

           DISPLAY "Enter a run tag (region/state and date) "
           "for this run's audit listing: "
           ACCEPT runTag

           STRING "Quota Audit Listing-" DELIMITED BY SIZE
               runTag DELIMITED BY SPACE
               INTO auditListingName

      *    A brand new shop has no quota file yet, so one is
      *    created empty before the transactions are applied
           OPEN I-O quotaFile

           IF quotaFileStatus = "35" THEN
               OPEN OUTPUT quotaFile
               CLOSE quotaFile
               OPEN I-O quotaFile
           END-IF

           OPEN INPUT branchRef

           IF branchRefFileStatus = "00" THEN
               MOVE "Y" TO branchRefOpenFlag
           END-IF

           OPEN INPUT transactionFile

      *    A transaction file that will not open would otherwise
      *    spin the run forever on a dead read; stop it at the
      *    door with a return code the scheduler cannot mistake
      *    for a good run
           IF transactionFileStatus NOT = "00" THEN
               DISPLAY "Transaction file " transactionFileName
      -            " could not be opened"
               CLOSE quotaFile
               IF branchRefIsOpen THEN
                   CLOSE branchRef
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT auditListing

           MOVE auditActionColNf TO auditActionCol
           MOVE auditNameColNf TO auditNameCol
           MOVE auditResultColNf TO auditResultCol
           WRITE auditColumnHeaders

           PERFORM READ-TRANSACTION

           PERFORM PROCESS-TRANSACTION UNTIL endOfTransactions

           MOVE readCaptionNf TO auditSummaryCaption
           MOVE transactionsRead TO auditSummaryTotal
           WRITE auditSummaryLine BEFORE ADVANCING 2 LINES

           MOVE appliedCaptionNf TO auditSummaryCaption
           MOVE appliedCount TO auditSummaryTotal
           WRITE auditSummaryLine

           MOVE rejectedCaptionNf TO auditSummaryCaption
           MOVE rejectedCount TO auditSummaryTotal
           WRITE auditSummaryLine

           CLOSE quotaFile
           IF branchRefIsOpen THEN
               CLOSE branchRef
           END-IF
           CLOSE transactionFile
           CLOSE auditListing

           STOP RUN.


      *    Routes each transaction to the right verb by its action
      *    code, and rejects any code that is not A or C so a
      *    mispunched card shows up on the listing instead of being
      *    dropped on the floor
       PROCESS-TRANSACTION.

           EVALUATE TRUE
           WHEN isAddTransaction
               PERFORM APPLY-ADD

           WHEN isChangeTransaction
               PERFORM APPLY-CHANGE

           WHEN OTHER
               MOVE "UNKNOWN" TO actionCaption
               MOVE "REJECTED - bad action code" TO resultCaption
               PERFORM WRITE-AUDIT-LINE
               ADD 1 TO rejectedCount

           END-EVALUATE

           PERFORM READ-TRANSACTION.


      *    An add needs the whole card: a period that runs forward
      *    and two numeric targets, for a branch the reference file
      *    knows.  The state is the branch's own: a blank one is
      *    taken from the reference file, and one that differs from
      *    it is a keying error that would roll the quota into the
      *    wrong state's totals
       APPLY-ADD.

           MOVE "ADD" TO actionCaption
           MOVE "N" TO cardErrorFlag

           IF transPeriodStart IS NOT NUMERIC
           OR transPeriodEnd IS NOT NUMERIC
           OR transSalesTarget IS NOT NUMERIC
           OR transCustomerTarget IS NOT NUMERIC THEN
               MOVE "REJECTED - field not numeric" TO resultCaption
               MOVE "Y" TO cardErrorFlag
           ELSE
               IF transPeriodEndNum < transPeriodStartNum THEN
                   MOVE "REJECTED - period ends early"
                       TO resultCaption
                   MOVE "Y" TO cardErrorFlag
               END-IF
           END-IF

           IF cardIsGood AND branchRefIsOpen THEN
               MOVE transBranchName TO branchRefName

               READ branchRef
                   INVALID KEY
                       MOVE "REJECTED - branch not on file"
                           TO resultCaption
                       MOVE "Y" TO cardErrorFlag
                   NOT INVALID KEY
                       PERFORM CHECK-BRANCH-STATE
               END-READ
           END-IF

           IF cardIsGood AND transBranchState = SPACES THEN
               MOVE "REJECTED - no state given" TO resultCaption
               MOVE "Y" TO cardErrorFlag
           END-IF

           IF cardIsGood THEN
               MOVE transBranchName TO quotaBranchName
               MOVE transBranchState TO quotaState
               MOVE transPeriodStartNum TO quotaPeriodStart
               MOVE transPeriodEndNum TO quotaPeriodEnd
               MOVE transSalesTargetNum TO quotaSalesTarget
               MOVE transCustomerTargetNum TO quotaCustomerTarget

               WRITE quotaRecord
                   INVALID KEY
                       MOVE "REJECTED - already on file"
                           TO resultCaption
                       ADD 1 TO rejectedCount
                   NOT INVALID KEY
                       MOVE "APPLIED" TO resultCaption
                       ADD 1 TO appliedCount
               END-WRITE
           ELSE
               ADD 1 TO rejectedCount
           END-IF

           PERFORM WRITE-AUDIT-LINE.


      *    The name is the key, so a renamed branch is a new add.
      *    Every other field on the card replaces the one on file
      *    unless it is left blank
       APPLY-CHANGE.

           MOVE "CHANGE" TO actionCaption

           MOVE transBranchName TO quotaBranchName

           READ quotaFile
               INVALID KEY
                   MOVE "REJECTED - not on file" TO resultCaption
                   ADD 1 TO rejectedCount
                   PERFORM WRITE-AUDIT-LINE

               NOT INVALID KEY
                   PERFORM CHANGE-QUOTA-FIELDS
           END-READ.


       CHANGE-QUOTA-FIELDS.

           MOVE "N" TO cardErrorFlag

           IF (transPeriodStart NOT = SPACES
               AND transPeriodStart IS NOT NUMERIC)
           OR (transPeriodEnd NOT = SPACES
               AND transPeriodEnd IS NOT NUMERIC)
           OR (transSalesTarget NOT = SPACES
               AND transSalesTarget IS NOT NUMERIC)
           OR (transCustomerTarget NOT = SPACES
               AND transCustomerTarget IS NOT NUMERIC) THEN
               MOVE "REJECTED - field not numeric" TO resultCaption
               MOVE "Y" TO cardErrorFlag
           END-IF

      *    A state on a change card is held to the branch's own,
      *    the same as on an add
           IF cardIsGood AND branchRefIsOpen
           AND transBranchState NOT = SPACES THEN
               MOVE transBranchName TO branchRefName

               READ branchRef
                   INVALID KEY
                       MOVE "REJECTED - branch not on file"
                           TO resultCaption
                       MOVE "Y" TO cardErrorFlag
                   NOT INVALID KEY
                       PERFORM CHECK-BRANCH-STATE
               END-READ
           END-IF

           IF cardIsGood THEN
               IF transBranchState NOT = SPACES THEN
                   MOVE transBranchState TO quotaState
               END-IF

               IF transPeriodStart NOT = SPACES THEN
                   MOVE transPeriodStartNum TO quotaPeriodStart
               END-IF

               IF transPeriodEnd NOT = SPACES THEN
                   MOVE transPeriodEndNum TO quotaPeriodEnd
               END-IF

               IF transSalesTarget NOT = SPACES THEN
                   MOVE transSalesTargetNum TO quotaSalesTarget
               END-IF

               IF transCustomerTarget NOT = SPACES THEN
                   MOVE transCustomerTargetNum TO quotaCustomerTarget
               END-IF

               IF quotaPeriodEnd < quotaPeriodStart THEN
                   MOVE "REJECTED - period ends early"
                       TO resultCaption
                   MOVE "Y" TO cardErrorFlag
               END-IF
           END-IF

           IF cardIsGood THEN
               REWRITE quotaRecord

               MOVE "APPLIED" TO resultCaption
               ADD 1 TO appliedCount
           ELSE
               ADD 1 TO rejectedCount
           END-IF

           PERFORM WRITE-AUDIT-LINE.


      *    Fills a blank state from the branch reference record
      *    just read, or rejects a card whose state is not the
      *    branch's
       CHECK-BRANCH-STATE.

           IF transBranchState = SPACES THEN
               MOVE branchRefState TO transBranchState
           ELSE
               IF transBranchState NOT = branchRefState THEN
                   MOVE "REJECTED - state not branch's"
                       TO resultCaption
                   MOVE "Y" TO cardErrorFlag
               END-IF
           END-IF.


       WRITE-AUDIT-LINE.

           MOVE actionCaption TO auditActionOut
           MOVE transBranchName TO auditNameOut
           MOVE resultCaption TO auditResultOut
           WRITE auditDetailRecord.


       READ-TRANSACTION.

           READ transactionFile
               AT END SET endOfTransactions TO TRUE
           END-READ

           IF NOT endOfTransactions THEN
               ADD 1 TO transactionsRead
           END-IF.
