      ******************************************************************
      * Author: Will Verplaetse
      * Date: 10/15/2026
      * Purpose: This program runs the player club.  It posts one hand
      *        history, either the live handhistory.dat or one of the
      *        dated archives HandHistoryStats rolls out, together
      *        with the cage ledger, onto the club master kept by
      *        player name.  Points are earned on the amount wagered
      *        and the hands played, never on what was won.  Points
      *        asked for on the redemption file are taken off the
      *        balance, a balance left with no play for too long
      *        expires, and every member's tier is set from the
      *        points they earned over the rolling window.  A posting
      *        register keeps each line from being posted twice, even
      *        after the live file has been rolled into an archive.
      *        A statement is printed for every member, and a house
      *        liability report shows the points outstanding.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClubPointsPosting.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The hand history, cage ledger or redemption file being read,
      *one at a time
           SELECT sourceFile ASSIGN TO sourceFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sourceFileStatus.

           SELECT clubMasterFile ASSIGN TO "clubmaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS clubMasterFileStatus.

      *Every earning, redemption, expiry and tier move, dated
           SELECT clubActivityFile ASSIGN TO "clubactivity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS clubActivityFileStatus.

      *How far into each source file the club has posted
           SELECT clubRegisterFile ASSIGN TO "clubposted.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS clubRegisterFileStatus.

      *The earning rate, windows and tier thresholds
           SELECT clubRulesFile ASSIGN TO "clubrules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS clubRulesFileStatus.

           SELECT statementReport ASSIGN TO statementReportName
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT liabilityReport ASSIGN TO liabilityReportName
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD sourceFile.
       01 sourceLine           PIC X(100).
           88 endOfSource      VALUE HIGH-VALUES.


      *One member per line, carried from one posting to the next
       FD clubMasterFile.
       01 clubMasterRecord.
           88 endOfClubMaster      VALUE HIGH-VALUES.
           02 clubName             PIC X(15).
           02 clubTier             PIC X(8).
           02 clubBalance          PIC 9(9).
           02 clubEarnedLife       PIC 9(9).
           02 clubRedeemedLife     PIC 9(9).
           02 clubExpiredLife      PIC 9(9).
           02 clubHandsLife        PIC 9(7).
           02 clubWageredLife      PIC 9(11).
           02 clubVisitsLife       PIC 9(5).
           02 clubJoinDate         PIC 9(8).
           02 clubLastPlayDate     PIC 9(8).


       FD clubActivityFile.
       01 clubActivityLine     PIC X(100).
           88 endOfClubActivity    VALUE HIGH-VALUES.


      *F lines: a source file and how many of its detail lines have
      *been posted, with the last one posted to recognise the file
      *by.  P lines: lines posted from the live file before it was
      *rolled into an archive, waiting to be found in that archive
       FD clubRegisterFile.
       01 clubRegisterRecord.
           88 endOfClubRegister    VALUE HIGH-VALUES.
           02 regType              PIC X.
           02 regFileName          PIC X(30).
           02 regCount             PIC 9(7).
           02 regFingerprint       PIC X(80).


      *Eight cards: dollars wagered per point, points per hand, the
      *rolling days for tiers, the days without play before points
      *expire, the SILVER, GOLD and PLATINUM thresholds, and what a
      *point is worth in cents
       FD clubRulesFile.
       01 clubRuleCard         PIC X(10).
           88 endOfClubRules   VALUE HIGH-VALUES.


       FD statementReport.
       01 statementLine        PIC X(90).


       FD liabilityReport.
       01 liabilityLine        PIC X(90).


       WORKING-STORAGE SECTION.

       01 sourceFileStatus         PIC XX.
       01 clubMasterFileStatus     PIC XX.
       01 clubActivityFileStatus   PIC XX.
       01 clubRegisterFileStatus   PIC XX.
       01 clubRulesFileStatus      PIC XX.

       01 sourceFileName       PIC X(30).
       01 statementReportName  PIC X(40).
       01 liabilityReportName  PIC X(40).

      *The club rules, with the defaults used when clubrules.dat
      *is missing or a card is left off
       01 clubRules.
           02 dollarsPerPoint      PIC 9(5) VALUE 10.
           02 pointsPerHand        PIC 9(3) VALUE 1.
           02 rollingDays          PIC 9(4) VALUE 90.
           02 expiryDays           PIC 9(4) VALUE 365.
           02 centsPerPoint        PIC 9(3) VALUE 1.
       01 clubRuleCardCount    PIC 9 VALUE ZERO.

      *The tiers from lowest to highest, with the rolling points
      *each one needs
       01 tierNameValues.
           02 FILLER           PIC X(8) VALUE "BRONZE".
           02 FILLER           PIC X(8) VALUE "SILVER".
           02 FILLER           PIC X(8) VALUE "GOLD".
           02 FILLER           PIC X(8) VALUE "PLATINUM".
       01 tierNameTable REDEFINES tierNameValues.
           02 tierName         PIC X(8) OCCURS 4 TIMES.

       01 tierFigures.
           02 tierEntry OCCURS 4 TIMES.
               03 tierThreshold    PIC 9(9).
               03 tierMembers      PIC 9(5).
               03 tierPoints       PIC 9(11).
       01 tierIdx              PIC 9.
       01 oldTierIdx           PIC 9.
       01 newTierIdx           PIC 9.

      *Today, and the first day of the rolling window and of the
      *expiry window counted back from it
       01 runDateStamp         PIC X(21).
       01 runDate              PIC 9(8).
       01 runDateInt           PIC 9(8).
       01 windowStartDate      PIC 9(8).
       01 expiryCutoffInt      PIC 9(8).
       01 lastPlayInt          PIC 9(8).

      *Which hand history is being posted, and the date its play is
      *credited to: the archive's own date, or today for the live
      *file
       01 sourceAnswer         PIC X(8).
       01 sourceDateNum        PIC 9(8).
       01 sourceDateInt        PIC 9(8).
       01 activityDate         PIC 9(8).
       01 historyFileName      PIC X(30).
       01 liveFileNameNf       PIC X(30) VALUE "handhistory.dat".
       01 cageFileNameNf       PIC X(30) VALUE "cageledger.dat".
       01 redeemFileNameNf     PIC X(30) VALUE "clubredeem.dat".

       01 postingLiveFlag      PIC X VALUE "N".
           88 postingLive          VALUE "Y".

      *What kind of source is being read: H hand history, C cage
      *ledger, R redemptions
       01 sourceKind           PIC X.

      *Members loaded from clubmaster.dat, with this posting's
      *figures alongside
       01 memberTable.
           02 memberEntry OCCURS 5000 TIMES.
               03 memberName           PIC X(15).
               03 memberTier           PIC X(8).
               03 memberBalance        PIC 9(9).
               03 memberEarnedLife     PIC 9(9).
               03 memberRedeemedLife   PIC 9(9).
               03 memberExpiredLife    PIC 9(9).
               03 memberHandsLife      PIC 9(7).
               03 memberWageredLife    PIC 9(11).
               03 memberVisitsLife     PIC 9(5).
               03 memberJoinDate       PIC 9(8).
               03 memberLastPlayDate   PIC 9(8).
               03 memberOldTier        PIC X(8).
               03 memberRunHands       PIC 9(5).
               03 memberRunWagered     PIC 9(9).
               03 memberRunEarned      PIC 9(9).
               03 memberRunRedeemed    PIC 9(9).
               03 memberRunExpired     PIC 9(9).
               03 memberRunVisits      PIC 9(3).
               03 memberRunBuyIns      PIC 9(10).
               03 memberRollingPoints  PIC 9(9).
               03 memberNewFlag        PIC X.
                   88 memberIsNew          VALUE "Y".
       01 memberCount          PIC 9(4) VALUE ZERO.
       01 memberIdx            PIC 9(4).
       01 memberFoundIdx       PIC 9(4).
           88 memberNotFound       VALUE ZERO.
       01 memberTableMax       PIC 9(4) VALUE 5000.
       01 memberSearchName     PIC X(15).
       01 newMembers           PIC 9(5) VALUE ZEROES.
       01 newMembersAboveBase  PIC 9(5) VALUE ZEROES.

      *The posting register, loaded from clubposted.dat.  Every
      *dated archive posted keeps its entry, so there is room for
      *years of them
       01 registerTable.
           02 registerEntry OCCURS 2000 TIMES.
               03 registerFileName     PIC X(30).
               03 registerCount        PIC 9(7).
               03 registerFingerprint  PIC X(80).
       01 registerEntryCount   PIC 9(4) VALUE ZERO.
       01 registerIdx          PIC 9(4).
       01 registerFoundIdx     PIC 9(4).
       01 registerTableMax     PIC 9(4) VALUE 2000.

       01 pendingTable.
           02 pendingEntry OCCURS 20 TIMES.
               03 pendingCount         PIC 9(7).
               03 pendingFingerprint   PIC X(80).
               03 pendingFoundAt       PIC 9(7).
       01 pendingEntryCount    PIC 99 VALUE ZERO.
       01 pendingIdx           PIC 99.
       01 pendingTableMax      PIC 99 VALUE 20.
       01 pendingStart         PIC S9(7).

      *Reading one source file: the lines already posted, how many
      *detail lines it holds, and whether the last line posted is
      *still where the register says
       01 sourceDetailCount    PIC 9(7).
       01 sourceLineIdx        PIC 9(7).
       01 sourceSkipCount      PIC 9(7).
       01 sourceLastDetail     PIC X(80).
       01 sourceMatchFlag      PIC X.
           88 sourceMatched        VALUE "Y".
       01 sourceOpenFlag       PIC X.
           88 sourceOpened         VALUE "Y".
       01 skipLineFlag         PIC X.
           88 skipThisLine         VALUE "Y".

       01 linesPosted          PIC 9(7) VALUE ZEROES.
       01 linesAlreadyPosted   PIC 9(7) VALUE ZEROES.
       01 cageLinesPosted      PIC 9(7) VALUE ZEROES.
       01 redeemLinesPosted    PIC 9(7) VALUE ZEROES.

      *Fields split out of a hand-history line, as HandHistoryStats
      *splits them
       01 historyName          PIC X(15).
       01 historyBetText       PIC X(6).
       01 historyTotalText     PIC X(3).
       01 historyOutcome       PIC X(4).
       01 historyMoneyText     PIC X(11).
       01 historyDealerText    PIC X(11).
       01 historyBet           PIC 9(5).

      *Fields split out of a cage-ledger line
       01 cageName             PIC X(15).
       01 cageAction           PIC X(7).
       01 cageAmountText       PIC X(10).
       01 cageMoneyText        PIC X(10).
       01 cageAmount           PIC 9(10).

      *A redemption card: the member, the points, and what they
      *were redeemed for
       01 redeemCard.
           02 redeemName           PIC X(15).
           02 redeemPointsText     PIC X(9).
           02 redeemNote           PIC X(30).
       01 redeemPoints         PIC 9(9).

       01 rejectTable.
           02 rejectEntry OCCURS 50 TIMES.
               03 rejectName           PIC X(15).
               03 rejectPoints         PIC 9(9).
               03 rejectReason         PIC X(20).
       01 rejectCount          PIC 99 VALUE ZERO.
       01 rejectIdx            PIC 99.
       01 rejectTableMax       PIC 99 VALUE 50.
       01 rejectReasonWs       PIC X(20).

      *Fields split out of an activity line while adding up the
      *rolling window
       01 activityDateText     PIC X(8).
       01 activityTypeText     PIC X(6).
       01 activityNameText     PIC X(15).
       01 activityHandsText    PIC X(5).
       01 activityWageredText  PIC X(9).
       01 activityPointsText   PIC X(9).

      *The pieces of the activity line being built
       01 activityType         PIC X(6).
       01 activityHands        PIC 9(5).
       01 activityWagered      PIC 9(9).
       01 activityPoints       PIC 9(9).
       01 activityDetail       PIC X(30).
       01 activityLineWs       PIC X(100).
       01 clubActivityHeaderNf PIC X(100) VALUE
           "Date,Type,Player,Hands,Wagered,Points,Balance,Detail".

      *This posting's totals for the liability report
       01 totalEarned          PIC 9(11) VALUE ZEROES.
       01 totalRedeemed        PIC 9(11) VALUE ZEROES.
       01 totalExpired         PIC 9(11) VALUE ZEROES.
       01 netChange            PIC S9(11) VALUE ZEROES.
       01 tierMovesUp          PIC 9(5) VALUE ZEROES.
       01 tierMovesDown        PIC 9(5) VALUE ZEROES.
       01 totalMembers         PIC 9(5) VALUE ZEROES.
       01 totalPoints          PIC 9(11) VALUE ZEROES.
       01 pointsValue          PIC 9(9)V99.
       01 pointsToNextTier     PIC 9(9).

      *Print lines, built here and written through the reports'
      *record areas
       01 reportTitleWs        PIC X(90).
       01 memberLineWs         PIC X(90).

       01 countCaptionLine.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 countCaption     PIC X(36).
           02 countFigure      PIC Z(10)9.

       01 moneyCaptionLine.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 moneyCaption     PIC X(36).
           02 moneyFigure      PIC $$$,$$$,$$$,$$9.99.

       01 tierColumnHeaders.
           02 FILLER           PIC X(12) VALUE "Tier".
           02 FILLER           PIC X(10) VALUE "   Members".
           02 FILLER           PIC X(20) VALUE "  Points outstanding".
           02 FILLER           PIC X(20) VALUE "               Value".

       01 tierDetail.
           02 tierNameOut      PIC X(12).
           02 tierMembersOut   PIC Z(9)9.
           02 FILLER           PIC X(5) VALUE SPACES.
           02 tierPointsOut    PIC Z(14)9.
           02 FILLER           PIC XX VALUE SPACES.
           02 tierValueOut     PIC $$$,$$$,$$$,$$9.99.

       01 rejectColumnHeaders.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 FILLER           PIC X(17) VALUE "Player".
           02 FILLER           PIC X(12) VALUE "      Points".
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 FILLER           PIC X(20) VALUE "Reason".

       01 rejectDetail.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 rejectNameOut    PIC X(17).
           02 rejectPointsOut  PIC Z(11)9.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 rejectReasonOut  PIC X(20).

       01 ruleLineNf           PIC X(60) VALUE ALL "-".


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO runDateStamp
           MOVE runDateStamp(1:8) TO runDate
           COMPUTE runDateInt = FUNCTION INTEGER-OF-DATE(runDate)

           PERFORM loadClubRules

           COMPUTE windowStartDate = FUNCTION DATE-OF-INTEGER
               (runDateInt - rollingDays + 1)
           COMPUTE expiryCutoffInt = runDateInt - expiryDays

           DISPLAY "Post which hand history (L for the live "
      -        "handhistory.dat, or YYYYMMDD for that day's archive)? "
           ACCEPT sourceAnswer

           IF sourceAnswer = "L" OR sourceAnswer = "l" THEN
               SET postingLive TO TRUE
               MOVE liveFileNameNf TO historyFileName
               MOVE runDate TO activityDate
           ELSE
               IF sourceAnswer NOT NUMERIC
                   DISPLAY "Enter L or a date as YYYYMMDD"
                   STOP RUN
               END-IF

               MOVE sourceAnswer TO sourceDateNum
               COMPUTE sourceDateInt =
                   FUNCTION INTEGER-OF-DATE(sourceDateNum)

               IF sourceDateInt = ZERO
                   DISPLAY "That date is not on the calendar"
                   STOP RUN
               END-IF

               MOVE SPACES TO historyFileName
               STRING "handhistory-" DELIMITED BY SIZE
                   sourceDateNum DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO historyFileName
               MOVE sourceDateNum TO activityDate
           END-IF

           MOVE historyFileName TO sourceFileName
           OPEN INPUT sourceFile

           IF sourceFileStatus NOT = "00" THEN
               DISPLAY "There is no " historyFileName " to post"
               STOP RUN
           END-IF

           CLOSE sourceFile

           PERFORM loadClubMaster
           PERFORM loadClubRegister

      *    A live file rolled into an archive since it was last
      *    posted has to be noticed before any archive is read, so
      *    the lines already posted from it are known when their
      *    archive comes through
           PERFORM checkLiveRolled

      *    Every file this posting reads gets its register entry
      *    now, so a full register stops the run before anything
      *    has been posted
           MOVE historyFileName TO sourceFileName
           PERFORM findRegisterEntry
           MOVE cageFileNameNf TO sourceFileName
           PERFORM findRegisterEntry
           MOVE redeemFileNameNf TO sourceFileName
           PERFORM findRegisterEntry

      *    The hand history and cage ledger are the only files that
      *    enrol members, so both are read before the activity file
      *    is opened; a full club stops the run with nothing written
           MOVE "H" TO sourceKind
           MOVE historyFileName TO sourceFileName
           PERFORM postSourceFile

           MOVE "C" TO sourceKind
           MOVE cageFileNameNf TO sourceFileName
           PERFORM postSourceFile

           PERFORM openClubActivity

           PERFORM postEarnings
               VARYING memberIdx FROM 1 BY 1
               UNTIL memberIdx > memberCount

           MOVE "R" TO sourceKind
           MOVE redeemFileNameNf TO sourceFileName
           PERFORM postSourceFile

           PERFORM expirePoints
               VARYING memberIdx FROM 1 BY 1
               UNTIL memberIdx > memberCount

           CLOSE clubActivityFile

           PERFORM addUpRollingWindow

           OPEN EXTEND clubActivityFile

           PERFORM setMemberTier
               VARYING memberIdx FROM 1 BY 1
               UNTIL memberIdx > memberCount

           CLOSE clubActivityFile

           PERFORM saveClubMaster
           PERFORM saveClubRegister

           PERFORM writeStatements
           PERFORM writeLiabilityReport

           DISPLAY "Posted " linesPosted " hand history lines from "
      -        historyFileName
           DISPLAY "Statements written to " statementReportName
           DISPLAY "Liability report written to " liabilityReportName

           STOP RUN.


      *Reads the club rules, when clubrules.dat is there.  Anything
      *missing keeps its default
       loadClubRules.

           MOVE ZERO TO tierThreshold(1)
           MOVE 500 TO tierThreshold(2)
           MOVE 2000 TO tierThreshold(3)
           MOVE 5000 TO tierThreshold(4)

           OPEN INPUT clubRulesFile

           IF clubRulesFileStatus = "00" THEN

               READ clubRulesFile
                   AT END SET endOfClubRules TO TRUE
               END-READ

               PERFORM takeClubRuleCard UNTIL endOfClubRules

               CLOSE clubRulesFile

           END-IF

           IF dollarsPerPoint < 1 THEN
               DISPLAY "WARNING: dollars per point must be at least 1,"
      -            " using 10"
               MOVE 10 TO dollarsPerPoint
           END-IF

           IF rollingDays < 1 THEN
               DISPLAY "WARNING: the rolling window must be at least "
      -            "one day, using 90"
               MOVE 90 TO rollingDays
           END-IF

           IF expiryDays < 1 THEN
               DISPLAY "WARNING: the expiry window must be at least "
      -            "one day, using 365"
               MOVE 365 TO expiryDays
           END-IF

           IF tierThreshold(3) < tierThreshold(2)
           OR tierThreshold(4) < tierThreshold(3) THEN
               DISPLAY "WARNING: tier thresholds are out of order, "
      -            "using 500, 2000 and 5000"
               MOVE 500 TO tierThreshold(2)
               MOVE 2000 TO tierThreshold(3)
               MOVE 5000 TO tierThreshold(4)
           END-IF

           .


       takeClubRuleCard.

           ADD 1 TO clubRuleCardCount

           EVALUATE clubRuleCardCount
           WHEN 1
               COMPUTE dollarsPerPoint = FUNCTION NUMVAL(clubRuleCard)
           WHEN 2
               COMPUTE pointsPerHand = FUNCTION NUMVAL(clubRuleCard)
           WHEN 3
               COMPUTE rollingDays = FUNCTION NUMVAL(clubRuleCard)
           WHEN 4
               COMPUTE expiryDays = FUNCTION NUMVAL(clubRuleCard)
           WHEN 5
               COMPUTE tierThreshold(2) =
                   FUNCTION NUMVAL(clubRuleCard)
           WHEN 6
               COMPUTE tierThreshold(3) =
                   FUNCTION NUMVAL(clubRuleCard)
           WHEN 7
               COMPUTE tierThreshold(4) =
                   FUNCTION NUMVAL(clubRuleCard)
           WHEN 8
               COMPUTE centsPerPoint = FUNCTION NUMVAL(clubRuleCard)
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           READ clubRulesFile
               AT END SET endOfClubRules TO TRUE
           END-READ.


      *Reads the club master, if there is one yet, into the member
      *table
       loadClubMaster.

           OPEN INPUT clubMasterFile

           IF clubMasterFileStatus = "00" THEN

               READ clubMasterFile
                   AT END SET endOfClubMaster TO TRUE
               END-READ

               PERFORM takeClubMasterRecord UNTIL endOfClubMaster

               CLOSE clubMasterFile

           END-IF

           .


       takeClubMasterRecord.

           IF memberCount < memberTableMax THEN
               ADD 1 TO memberCount
               MOVE memberCount TO memberIdx
               PERFORM clearMemberRun
               MOVE clubName TO memberName(memberIdx)
               MOVE clubTier TO memberTier(memberIdx)
               MOVE clubTier TO memberOldTier(memberIdx)
               MOVE clubBalance TO memberBalance(memberIdx)
               MOVE clubEarnedLife TO memberEarnedLife(memberIdx)
               MOVE clubRedeemedLife TO memberRedeemedLife(memberIdx)
               MOVE clubExpiredLife TO memberExpiredLife(memberIdx)
               MOVE clubHandsLife TO memberHandsLife(memberIdx)
               MOVE clubWageredLife TO memberWageredLife(memberIdx)
               MOVE clubVisitsLife TO memberVisitsLife(memberIdx)
               MOVE clubJoinDate TO memberJoinDate(memberIdx)
               MOVE clubLastPlayDate TO memberLastPlayDate(memberIdx)
           ELSE
               DISPLAY "clubmaster.dat has more than "
      -            memberTableMax " members, " clubName
      -            " cannot be loaded"
               PERFORM abortPosting
           END-IF

           READ clubMasterFile
               AT END SET endOfClubMaster TO TRUE
           END-READ.


      *Zeroes this posting's figures for the member at memberIdx
       clearMemberRun.

           MOVE ZEROES TO memberRunHands(memberIdx)
           MOVE ZEROES TO memberRunWagered(memberIdx)
           MOVE ZEROES TO memberRunEarned(memberIdx)
           MOVE ZEROES TO memberRunRedeemed(memberIdx)
           MOVE ZEROES TO memberRunExpired(memberIdx)
           MOVE ZEROES TO memberRunVisits(memberIdx)
           MOVE ZEROES TO memberRunBuyIns(memberIdx)
           MOVE ZEROES TO memberRollingPoints(memberIdx)
           MOVE "N" TO memberNewFlag(memberIdx).


      *Reads the posting register into its two tables
       loadClubRegister.

           OPEN INPUT clubRegisterFile

           IF clubRegisterFileStatus = "00" THEN

               READ clubRegisterFile
                   AT END SET endOfClubRegister TO TRUE
               END-READ

               PERFORM takeClubRegisterRecord UNTIL endOfClubRegister

               CLOSE clubRegisterFile

           END-IF

           .


       takeClubRegisterRecord.

           IF regType = "P" THEN
               IF pendingEntryCount < pendingTableMax THEN
                   ADD 1 TO pendingEntryCount
                   MOVE regCount TO pendingCount(pendingEntryCount)
                   MOVE regFingerprint
                       TO pendingFingerprint(pendingEntryCount)
                   MOVE ZEROES TO pendingFoundAt(pendingEntryCount)
               ELSE
                   DISPLAY "clubposted.dat has more than "
      -                pendingTableMax " rolled live postings waiting"
                   PERFORM abortPosting
               END-IF
           ELSE
               IF registerEntryCount < registerTableMax THEN
                   ADD 1 TO registerEntryCount
                   MOVE regFileName
                       TO registerFileName(registerEntryCount)
                   MOVE regCount TO registerCount(registerEntryCount)
                   MOVE regFingerprint
                       TO registerFingerprint(registerEntryCount)
               ELSE
                   DISPLAY "clubposted.dat has more than "
      -                registerTableMax " files, " regFileName
      -                " cannot be loaded"
                   PERFORM abortPosting
               END-IF
           END-IF

           READ clubRegisterFile
               AT END SET endOfClubRegister TO TRUE
           END-READ.


      *Finds sourceFileName on the register, adding it with nothing
      *posted the first time the file is seen
       findRegisterEntry.

           MOVE ZERO TO registerFoundIdx

           PERFORM VARYING registerIdx FROM 1 BY 1
               UNTIL registerIdx > registerEntryCount

               IF registerFileName(registerIdx) = sourceFileName THEN
                   MOVE registerIdx TO registerFoundIdx
               END-IF

           END-PERFORM

           IF registerFoundIdx = ZERO THEN
               IF registerEntryCount < registerTableMax THEN
                   ADD 1 TO registerEntryCount
                   MOVE registerEntryCount TO registerFoundIdx
                   MOVE sourceFileName
                       TO registerFileName(registerFoundIdx)
                   MOVE ZEROES TO registerCount(registerFoundIdx)
                   MOVE SPACES TO registerFingerprint(registerFoundIdx)
               ELSE
                   DISPLAY "The posting register is full at "
      -                registerTableMax " files, " sourceFileName
      -                " cannot be posted"
                   PERFORM abortPosting
               END-IF
           END-IF.


      *Stops a posting the tables cannot hold before the club
      *master, activity file or register has been written, so the
      *next run posts the same lines from the same balances
       abortPosting.

           DISPLAY "Nothing has been posted"

           MOVE 12 TO RETURN-CODE

           STOP RUN.


      *Opens the activity file for appending the way the table
      *opens its logs, writing the header once on a new file
       openClubActivity.

           OPEN INPUT clubActivityFile

           IF clubActivityFileStatus = "00" THEN
               CLOSE clubActivityFile
           ELSE
               OPEN OUTPUT clubActivityFile
               MOVE clubActivityHeaderNf TO clubActivityLine
               WRITE clubActivityLine
               CLOSE clubActivityFile
           END-IF

           OPEN EXTEND clubActivityFile

           .


      *When the last line posted from the live file is no longer
      *where the register left it, HandHistoryStats has rolled the
      *file into an archive.  The lines posted from it are set
      *aside to be passed over when that archive is posted, and the
      *live file starts again from its first line
       checkLiveRolled.

           MOVE liveFileNameNf TO sourceFileName
           PERFORM findRegisterEntry

           IF registerFoundIdx NOT = ZERO
           AND registerCount(registerFoundIdx) > ZERO THEN

               MOVE registerCount(registerFoundIdx) TO sourceSkipCount
               PERFORM scanSourceFile

               IF NOT sourceMatched THEN

                   IF pendingEntryCount < pendingTableMax THEN
                       ADD 1 TO pendingEntryCount
                       MOVE registerCount(registerFoundIdx)
                           TO pendingCount(pendingEntryCount)
                       MOVE registerFingerprint(registerFoundIdx)
                           TO pendingFingerprint(pendingEntryCount)
                       MOVE ZEROES TO pendingFoundAt(pendingEntryCount)
                   ELSE
                       DISPLAY "More than " pendingTableMax
      -                    " rolled live postings waiting, the lines"
      -                    " posted from handhistory.dat cannot be"
      -                    " kept"
                       PERFORM abortPosting
                   END-IF

                   MOVE ZEROES TO registerCount(registerFoundIdx)
                   MOVE SPACES TO registerFingerprint(registerFoundIdx)

                   DISPLAY "handhistory.dat has been rolled since it "
      -                "was last posted"
               END-IF

           END-IF.


      *First pass over a source file: counts its detail lines,
      *checks the line the register last posted is still in place,
      *and for an archive finds where any rolled live postings sit
       scanSourceFile.

           MOVE ZEROES TO sourceDetailCount
           MOVE ZEROES TO sourceLineIdx
           MOVE SPACES TO sourceLastDetail
           MOVE "N" TO sourceMatchFlag
           MOVE "N" TO sourceOpenFlag

           OPEN INPUT sourceFile

           IF sourceFileStatus = "00" THEN

               SET sourceOpened TO TRUE

               READ sourceFile
                   AT END SET endOfSource TO TRUE
               END-READ

               PERFORM scanSourceLine UNTIL endOfSource

               CLOSE sourceFile

           END-IF.


       scanSourceLine.

           IF sourceLine(1:7) NOT = "Player," THEN

               ADD 1 TO sourceDetailCount
               MOVE sourceLine(1:80) TO sourceLastDetail

               IF sourceDetailCount = sourceSkipCount
               AND sourceLine(1:80)
               = registerFingerprint(registerFoundIdx) THEN
                   SET sourceMatched TO TRUE
               END-IF

               IF sourceKind = "H" AND NOT postingLive THEN
                   PERFORM VARYING pendingIdx FROM 1 BY 1
                       UNTIL pendingIdx > pendingEntryCount

                       IF pendingFingerprint(pendingIdx)
                       = sourceLine(1:80) THEN
                           MOVE sourceDetailCount
                               TO pendingFoundAt(pendingIdx)
                       END-IF

                   END-PERFORM
               END-IF

           END-IF

           READ sourceFile
               AT END SET endOfSource TO TRUE
           END-READ.


      *Posts whatever a source file holds past the lines already
      *posted from it.  A live file, cage ledger or redemption file
      *that no longer holds the last line posted has been started
      *over, so all of it is new.  An archive is only ever added to,
      *so one that no longer matches is left alone
       postSourceFile.

           PERFORM findRegisterEntry

           IF registerFoundIdx NOT = ZERO THEN

               MOVE registerCount(registerFoundIdx) TO sourceSkipCount
               PERFORM scanSourceFile

               IF sourceOpened THEN

                   IF sourceSkipCount > ZERO AND NOT sourceMatched
                   THEN
                       IF sourceKind = "H" AND NOT postingLive THEN
                           DISPLAY "WARNING: " sourceFileName
      -                        " has changed since it was posted and"
      -                        " was not posted again"
                           MOVE sourceDetailCount TO sourceSkipCount
                       ELSE
                           MOVE ZEROES TO sourceSkipCount
                       END-IF
                   END-IF

                   PERFORM readSourceForPosting

                   MOVE sourceDetailCount
                       TO registerCount(registerFoundIdx)
                   MOVE sourceLastDetail
                       TO registerFingerprint(registerFoundIdx)

               END-IF

           END-IF.


      *Second pass over a source file, handing each line not
      *already posted to the paragraph for its kind of file
       readSourceForPosting.

           MOVE ZEROES TO sourceLineIdx

           OPEN INPUT sourceFile

           READ sourceFile
               AT END SET endOfSource TO TRUE
           END-READ

           PERFORM postSourceLine UNTIL endOfSource

           CLOSE sourceFile

      *    Rolled live postings found in this archive have now been
      *    accounted for and come off the register
           IF sourceKind = "H" AND NOT postingLive THEN
               PERFORM VARYING pendingIdx FROM 1 BY 1
                   UNTIL pendingIdx > pendingEntryCount

                   IF pendingFoundAt(pendingIdx) > ZERO THEN
                       MOVE ZEROES TO pendingCount(pendingIdx)
                   END-IF

               END-PERFORM
           END-IF.


       postSourceLine.

           IF sourceLine(1:7) NOT = "Player," THEN

               ADD 1 TO sourceLineIdx
               MOVE "N" TO skipLineFlag

               IF sourceLineIdx NOT > sourceSkipCount THEN
                   SET skipThisLine TO TRUE
               END-IF

               IF sourceKind = "H" AND NOT postingLive THEN
                   PERFORM checkPendingSkip
                       VARYING pendingIdx FROM 1 BY 1
                       UNTIL pendingIdx > pendingEntryCount
               END-IF

               IF skipThisLine THEN
                   IF sourceKind = "H" THEN
                       ADD 1 TO linesAlreadyPosted
                   END-IF
               ELSE
                   EVALUATE sourceKind
                   WHEN "H"
                       ADD 1 TO linesPosted
                       PERFORM tallyHandLine
                   WHEN "C"
                       ADD 1 TO cageLinesPosted
                       PERFORM tallyCageLine
                   WHEN "R"
                       ADD 1 TO redeemLinesPosted
                       PERFORM takeRedemption
                   END-EVALUATE
               END-IF

           END-IF

           READ sourceFile
               AT END SET endOfSource TO TRUE
           END-READ.


      *Passes over a line that falls inside a run of lines already
      *posted from the live file before it was rolled
       checkPendingSkip.

           IF pendingFoundAt(pendingIdx) > ZERO THEN

               COMPUTE pendingStart = pendingFoundAt(pendingIdx)
                   - pendingCount(pendingIdx) + 1

               IF sourceLineIdx >= pendingStart
               AND sourceLineIdx NOT > pendingFoundAt(pendingIdx) THEN
                   SET skipThisLine TO TRUE
               END-IF

           END-IF.


      *Splits one hand-history line as HandHistoryStats does.  Every
      *line's bet counts as wagered; only a hand, not an insurance
      *settlement, counts as a hand played.  The outcome is not
      *looked at for anything else, so a win earns no more than a
      *loss
       tallyHandLine.

           MOVE SPACES TO historyName, historyOutcome
           MOVE SPACES TO historyBetText, historyTotalText
           MOVE SPACES TO historyMoneyText, historyDealerText

           UNSTRING sourceLine DELIMITED BY ","
               INTO historyName
                    historyBetText
                    historyTotalText
                    historyOutcome
                    historyMoneyText
                    historyDealerText
           END-UNSTRING

           COMPUTE historyBet = FUNCTION NUMVAL(historyBetText)

           MOVE historyName TO memberSearchName
           PERFORM findOrEnrollMember

           IF NOT memberNotFound THEN
               ADD historyBet TO memberRunWagered(memberFoundIdx)

               IF historyOutcome NOT = "IWIN"
               AND historyOutcome NOT = "ILOS" THEN
                   ADD 1 TO memberRunHands(memberFoundIdx)
               END-IF
           END-IF.


      *Splits one cage-ledger line.  A buy-in is added to what the
      *member brought to the table; a cash-out closes a visit
       tallyCageLine.

           MOVE SPACES TO cageName, cageAction
           MOVE SPACES TO cageAmountText, cageMoneyText

           UNSTRING sourceLine DELIMITED BY ","
               INTO cageName
                    cageAction
                    cageAmountText
                    cageMoneyText
           END-UNSTRING

           COMPUTE cageAmount = FUNCTION NUMVAL(cageAmountText)

           MOVE cageName TO memberSearchName
           PERFORM findOrEnrollMember

           IF NOT memberNotFound THEN
               IF cageAction = "BUYIN" THEN
                   ADD cageAmount TO memberRunBuyIns(memberFoundIdx)
               END-IF

               IF cageAction = "CASHOUT" THEN
                   ADD 1 TO memberRunVisits(memberFoundIdx)
                   ADD 1 TO memberVisitsLife(memberFoundIdx)
               END-IF
           END-IF.


      *Takes a redemption card off the member's balance, or sets it
      *aside for the liability report with the reason it was refused
       takeRedemption.

           MOVE sourceLine TO redeemCard
           MOVE ZEROES TO redeemPoints

           IF redeemPointsText NOT = SPACES THEN
               COMPUTE redeemPoints = FUNCTION NUMVAL(redeemPointsText)
           END-IF

           MOVE redeemName TO memberSearchName
           PERFORM findMember

           MOVE SPACES TO rejectReasonWs

           IF memberNotFound THEN
               MOVE "NOT A MEMBER" TO rejectReasonWs
           ELSE
               IF redeemPoints = ZERO THEN
                   MOVE "NO POINTS GIVEN" TO rejectReasonWs
               ELSE
                   IF redeemPoints > memberBalance(memberFoundIdx) THEN
                       MOVE "NOT ENOUGH POINTS" TO rejectReasonWs
                   END-IF
               END-IF
           END-IF

           IF rejectReasonWs = SPACES THEN

               SUBTRACT redeemPoints FROM memberBalance(memberFoundIdx)
               ADD redeemPoints TO memberRedeemedLife(memberFoundIdx)
               ADD redeemPoints TO memberRunRedeemed(memberFoundIdx)
               ADD redeemPoints TO totalRedeemed

               MOVE memberFoundIdx TO memberIdx
               MOVE "REDEEM" TO activityType
               MOVE ZEROES TO activityHands
               MOVE ZEROES TO activityWagered
               MOVE redeemPoints TO activityPoints
               MOVE redeemNote TO activityDetail
               MOVE runDate TO activityDate
               PERFORM writeActivityLine

           ELSE

               IF rejectCount < rejectTableMax THEN
                   ADD 1 TO rejectCount
                   MOVE redeemName TO rejectName(rejectCount)
                   MOVE redeemPoints TO rejectPoints(rejectCount)
                   MOVE rejectReasonWs TO rejectReason(rejectCount)
               ELSE
                   DISPLAY "WARNING: more than " rejectTableMax
      -                " redemptions refused, " redeemName
      -                " was not listed"
               END-IF

           END-IF.


      *Finds a member by name, leaving memberFoundIdx zero for a
      *name not in the club
       findMember.

           MOVE ZERO TO memberFoundIdx

           PERFORM VARYING memberIdx FROM 1 BY 1
               UNTIL memberIdx > memberCount

               IF memberName(memberIdx) = memberSearchName THEN
                   MOVE memberIdx TO memberFoundIdx
               END-IF

           END-PERFORM.


      *Finds a member by name, enrolling a name seen at the table
      *for the first time at the bottom tier
       findOrEnrollMember.

           PERFORM findMember

           IF memberNotFound AND memberSearchName NOT = SPACES THEN

               IF memberCount < memberTableMax THEN
                   ADD 1 TO memberCount
                   MOVE memberCount TO memberIdx
                   MOVE memberCount TO memberFoundIdx
                   PERFORM clearMemberRun
                   MOVE memberSearchName TO memberName(memberIdx)
                   MOVE tierName(1) TO memberTier(memberIdx)
                   MOVE SPACES TO memberOldTier(memberIdx)
                   SET memberIsNew(memberIdx) TO TRUE
                   MOVE ZEROES TO memberBalance(memberIdx)
                   MOVE ZEROES TO memberEarnedLife(memberIdx)
                   MOVE ZEROES TO memberRedeemedLife(memberIdx)
                   MOVE ZEROES TO memberExpiredLife(memberIdx)
                   MOVE ZEROES TO memberHandsLife(memberIdx)
                   MOVE ZEROES TO memberWageredLife(memberIdx)
                   MOVE ZEROES TO memberVisitsLife(memberIdx)
                   MOVE runDate TO memberJoinDate(memberIdx)
                   MOVE ZEROES TO memberLastPlayDate(memberIdx)
                   ADD 1 TO newMembers
               ELSE
                   DISPLAY "The club is full at "
      -                memberTableMax " members, " memberSearchName
      -                " cannot be enrolled"
                   PERFORM abortPosting
               END-IF

           END-IF.


      *Turns the member's play in this hand history into points:
      *one for every dollarsPerPoint wagered and pointsPerHand for
      *every hand
       postEarnings.

           IF memberRunHands(memberIdx) > ZERO
           OR memberRunWagered(memberIdx) > ZERO THEN

               COMPUTE memberRunEarned(memberIdx) =
                   memberRunWagered(memberIdx) / dollarsPerPoint

               COMPUTE memberRunEarned(memberIdx) =
                   memberRunEarned(memberIdx)
                   + memberRunHands(memberIdx) * pointsPerHand

               ADD memberRunEarned(memberIdx)
                   TO memberBalance(memberIdx)
               ADD memberRunEarned(memberIdx)
                   TO memberEarnedLife(memberIdx)
               ADD memberRunHands(memberIdx)
                   TO memberHandsLife(memberIdx)
               ADD memberRunWagered(memberIdx)
                   TO memberWageredLife(memberIdx)
               ADD memberRunEarned(memberIdx) TO totalEarned

               IF activityDate > memberLastPlayDate(memberIdx) THEN
                   MOVE activityDate TO memberLastPlayDate(memberIdx)
               END-IF

               MOVE "EARN" TO activityType
               MOVE memberRunHands(memberIdx) TO activityHands
               MOVE memberRunWagered(memberIdx) TO activityWagered
               MOVE memberRunEarned(memberIdx) TO activityPoints
               MOVE historyFileName TO activityDetail
               PERFORM writeActivityLine

           END-IF.


      *Expires the whole balance of a member with no play inside
      *the expiry window
       expirePoints.

           IF memberBalance(memberIdx) > ZERO THEN

               IF memberLastPlayDate(memberIdx) = ZERO THEN
                   MOVE ZERO TO lastPlayInt
               ELSE
                   COMPUTE lastPlayInt = FUNCTION INTEGER-OF-DATE
                       (memberLastPlayDate(memberIdx))
               END-IF

               IF lastPlayInt < expiryCutoffInt THEN

                   MOVE memberBalance(memberIdx)
                       TO memberRunExpired(memberIdx)
                   ADD memberBalance(memberIdx)
                       TO memberExpiredLife(memberIdx)
                   ADD memberBalance(memberIdx) TO totalExpired
                   MOVE ZEROES TO memberBalance(memberIdx)

                   MOVE "EXPIRE" TO activityType
                   MOVE ZEROES TO activityHands
                   MOVE ZEROES TO activityWagered
                   MOVE memberRunExpired(memberIdx) TO activityPoints
                   MOVE "NO PLAY IN EXPIRY WINDOW" TO activityDetail
                   MOVE runDate TO activityDate
                   PERFORM writeActivityLine

               END-IF

           END-IF.


      *Adds up every member's points earned inside the rolling
      *window from the activity file, this posting's included
       addUpRollingWindow.

           OPEN INPUT clubActivityFile

           READ clubActivityFile
               AT END SET endOfClubActivity TO TRUE
           END-READ

           PERFORM addActivityLine UNTIL endOfClubActivity

           CLOSE clubActivityFile.


       addActivityLine.

           IF clubActivityLine(1:5) NOT = "Date," THEN

               MOVE SPACES TO activityDateText, activityTypeText
               MOVE SPACES TO activityNameText, activityHandsText
               MOVE SPACES TO activityWageredText, activityPointsText

               UNSTRING clubActivityLine DELIMITED BY ","
                   INTO activityDateText
                        activityTypeText
                        activityNameText
                        activityHandsText
                        activityWageredText
                        activityPointsText
               END-UNSTRING

               IF activityTypeText = "EARN"
               AND activityDateText >= windowStartDate
               AND activityDateText <= runDate THEN

                   MOVE activityNameText TO memberSearchName
                   PERFORM findMember

                   IF NOT memberNotFound THEN
                       COMPUTE activityPoints =
                           FUNCTION NUMVAL(activityPointsText)
                       ADD activityPoints
                           TO memberRollingPoints(memberFoundIdx)
                   END-IF

               END-IF

           END-IF

           READ clubActivityFile
               AT END SET endOfClubActivity TO TRUE
           END-READ.


      *Puts the member in the highest tier their rolling points
      *reach, up or down, and records a move on the activity file.
      *A member enrolled in this posting is placed, not moved, and
      *keeps no old tier
       setMemberTier.

           MOVE 1 TO newTierIdx

           PERFORM VARYING tierIdx FROM 1 BY 1 UNTIL tierIdx > 4
               IF memberRollingPoints(memberIdx)
               >= tierThreshold(tierIdx) THEN
                   MOVE tierIdx TO newTierIdx
               END-IF
           END-PERFORM

           MOVE 1 TO oldTierIdx

           PERFORM VARYING tierIdx FROM 1 BY 1 UNTIL tierIdx > 4
               IF memberTier(memberIdx) = tierName(tierIdx) THEN
                   MOVE tierIdx TO oldTierIdx
               END-IF
           END-PERFORM

           IF memberIsNew(memberIdx) THEN

               MOVE tierName(newTierIdx) TO memberTier(memberIdx)

               IF newTierIdx > 1 THEN
                   ADD 1 TO newMembersAboveBase

                   MOVE "TIER" TO activityType
                   MOVE ZEROES TO activityHands
                   MOVE ZEROES TO activityWagered
                   MOVE memberRollingPoints(memberIdx)
                       TO activityPoints
                   MOVE SPACES TO activityDetail
                   STRING "JOINED AT " DELIMITED BY SIZE
                       tierName(newTierIdx) DELIMITED BY SPACE
                       INTO activityDetail
                   END-STRING
                   MOVE runDate TO activityDate
                   PERFORM writeActivityLine
               END-IF

           ELSE

               IF newTierIdx NOT = oldTierIdx THEN

                   IF newTierIdx > oldTierIdx THEN
                       ADD 1 TO tierMovesUp
                   ELSE
                       ADD 1 TO tierMovesDown
                   END-IF

                   MOVE tierName(newTierIdx) TO memberTier(memberIdx)

                   MOVE "TIER" TO activityType
                   MOVE ZEROES TO activityHands
                   MOVE ZEROES TO activityWagered
                   MOVE memberRollingPoints(memberIdx)
                       TO activityPoints
                   MOVE SPACES TO activityDetail
                   STRING tierName(oldTierIdx) DELIMITED BY SPACE
                       " TO " DELIMITED BY SIZE
                       tierName(newTierIdx) DELIMITED BY SPACE
                       INTO activityDetail
                   END-STRING
                   MOVE runDate TO activityDate
                   PERFORM writeActivityLine

               END-IF

           END-IF.


      *Builds and writes one activity line for the member at
      *memberIdx, with the balance as it stands after it
       writeActivityLine.

           MOVE SPACES TO activityLineWs

           STRING activityDate DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               activityType DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               memberName(memberIdx) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               activityHands DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               activityWagered DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               activityPoints DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               memberBalance(memberIdx) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               activityDetail DELIMITED BY SIZE
               INTO activityLineWs
           END-STRING

           MOVE activityLineWs TO clubActivityLine
           WRITE clubActivityLine.


      *Writes the member table back over the club master
       saveClubMaster.

           OPEN OUTPUT clubMasterFile

           PERFORM VARYING memberIdx FROM 1 BY 1
               UNTIL memberIdx > memberCount

               MOVE memberName(memberIdx) TO clubName
               MOVE memberTier(memberIdx) TO clubTier
               MOVE memberBalance(memberIdx) TO clubBalance
               MOVE memberEarnedLife(memberIdx) TO clubEarnedLife
               MOVE memberRedeemedLife(memberIdx) TO clubRedeemedLife
               MOVE memberExpiredLife(memberIdx) TO clubExpiredLife
               MOVE memberHandsLife(memberIdx) TO clubHandsLife
               MOVE memberWageredLife(memberIdx) TO clubWageredLife
               MOVE memberVisitsLife(memberIdx) TO clubVisitsLife
               MOVE memberJoinDate(memberIdx) TO clubJoinDate
               MOVE memberLastPlayDate(memberIdx) TO clubLastPlayDate
               WRITE clubMasterRecord

           END-PERFORM

           CLOSE clubMasterFile.


      *Writes the posting register back, dropping rolled live
      *postings that have now been found in their archive
       saveClubRegister.

           OPEN OUTPUT clubRegisterFile

           PERFORM VARYING registerIdx FROM 1 BY 1
               UNTIL registerIdx > registerEntryCount

               MOVE "F" TO regType
               MOVE registerFileName(registerIdx) TO regFileName
               MOVE registerCount(registerIdx) TO regCount
               MOVE registerFingerprint(registerIdx) TO regFingerprint
               WRITE clubRegisterRecord

           END-PERFORM

           PERFORM VARYING pendingIdx FROM 1 BY 1
               UNTIL pendingIdx > pendingEntryCount

               IF pendingCount(pendingIdx) > ZERO THEN
                   MOVE "P" TO regType
                   MOVE SPACES TO regFileName
                   MOVE pendingCount(pendingIdx) TO regCount
                   MOVE pendingFingerprint(pendingIdx)
                       TO regFingerprint
                   WRITE clubRegisterRecord
               END-IF

           END-PERFORM

           CLOSE clubRegisterFile.


      *Prints one statement per member: this posting, the rolling
      *window that sets the tier, the lifetime figures and the
      *balance with what it is worth
       writeStatements.

           MOVE SPACES TO statementReportName
           STRING "Club Statement-" DELIMITED BY SIZE
               runDate DELIMITED BY SIZE
               INTO statementReportName

           OPEN OUTPUT statementReport

           MOVE SPACES TO reportTitleWs
           STRING "PLAYER CLUB STATEMENTS " DELIMITED BY SIZE
               runDate DELIMITED BY SIZE
               " - POSTED FROM " DELIMITED BY SIZE
               historyFileName DELIMITED BY SPACE
               INTO reportTitleWs
           MOVE reportTitleWs TO statementLine
           WRITE statementLine BEFORE ADVANCING 2 LINES

           PERFORM writeMemberStatement
               VARYING memberIdx FROM 1 BY 1
               UNTIL memberIdx > memberCount

           CLOSE statementReport.


       writeMemberStatement.

           MOVE SPACES TO memberLineWs

           IF memberOldTier(memberIdx) = SPACES THEN
               STRING "MEMBER: " DELIMITED BY SIZE
                   memberName(memberIdx) DELIMITED BY SIZE
                   "  TIER: " DELIMITED BY SIZE
                   memberTier(memberIdx) DELIMITED BY SPACE
                   "  (NEW MEMBER)" DELIMITED BY SIZE
                   INTO memberLineWs
               END-STRING
           ELSE
               IF memberOldTier(memberIdx) = memberTier(memberIdx)
               THEN
                   STRING "MEMBER: " DELIMITED BY SIZE
                       memberName(memberIdx) DELIMITED BY SIZE
                       "  TIER: " DELIMITED BY SIZE
                       memberTier(memberIdx) DELIMITED BY SPACE
                       INTO memberLineWs
                   END-STRING
               ELSE
                   STRING "MEMBER: " DELIMITED BY SIZE
                       memberName(memberIdx) DELIMITED BY SIZE
                       "  TIER: " DELIMITED BY SIZE
                       memberTier(memberIdx) DELIMITED BY SPACE
                       "  (WAS " DELIMITED BY SIZE
                       memberOldTier(memberIdx) DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO memberLineWs
                   END-STRING
               END-IF
           END-IF

           MOVE memberLineWs TO statementLine
           WRITE statementLine

           MOVE SPACES TO memberLineWs
           STRING "Member since " DELIMITED BY SIZE
               memberJoinDate(memberIdx) DELIMITED BY SIZE
               ", last played " DELIMITED BY SIZE
               memberLastPlayDate(memberIdx) DELIMITED BY SIZE
               INTO memberLineWs
           END-STRING
           MOVE memberLineWs TO statementLine
           WRITE statementLine BEFORE ADVANCING 2 LINES

           MOVE "THIS POSTING" TO statementLine
           WRITE statementLine

           MOVE "Hands played:" TO countCaption
           MOVE memberRunHands(memberIdx) TO countFigure
           PERFORM writeStatementCount

           MOVE "Amount wagered:" TO moneyCaption
           MOVE memberRunWagered(memberIdx) TO moneyFigure
           PERFORM writeStatementMoney

           MOVE "Points earned:" TO countCaption
           MOVE memberRunEarned(memberIdx) TO countFigure
           PERFORM writeStatementCount

           MOVE "Points redeemed:" TO countCaption
           MOVE memberRunRedeemed(memberIdx) TO countFigure
           PERFORM writeStatementCount

           MOVE "Points expired:" TO countCaption
           MOVE memberRunExpired(memberIdx) TO countFigure
           PERFORM writeStatementCount

           MOVE "Visits:" TO countCaption
           MOVE memberRunVisits(memberIdx) TO countFigure
           PERFORM writeStatementCount

           MOVE "Bought in at the cage:" TO moneyCaption
           MOVE memberRunBuyIns(memberIdx) TO moneyFigure
           PERFORM writeStatementMoney

           MOVE SPACES TO memberLineWs
           STRING "ROLLING WINDOW FROM " DELIMITED BY SIZE
               windowStartDate DELIMITED BY SIZE
               INTO memberLineWs
           END-STRING
           MOVE memberLineWs TO statementLine
           WRITE statementLine

           MOVE "Points earned:" TO countCaption
           MOVE memberRollingPoints(memberIdx) TO countFigure
           PERFORM writeStatementCount

           MOVE 1 TO newTierIdx
           PERFORM VARYING tierIdx FROM 1 BY 1 UNTIL tierIdx > 4
               IF memberTier(memberIdx) = tierName(tierIdx) THEN
                   MOVE tierIdx TO newTierIdx
               END-IF
           END-PERFORM

           IF newTierIdx < 4 THEN
               COMPUTE pointsToNextTier =
                   tierThreshold(newTierIdx + 1)
                   - memberRollingPoints(memberIdx)
               MOVE SPACES TO countCaption
               STRING "Points still needed for " DELIMITED BY SIZE
                   tierName(newTierIdx + 1) DELIMITED BY SPACE
                   ":" DELIMITED BY SIZE
                   INTO countCaption
               END-STRING
               MOVE pointsToNextTier TO countFigure
               PERFORM writeStatementCount
           END-IF

           MOVE "LIFETIME" TO statementLine
           WRITE statementLine

           MOVE "Hands played:" TO countCaption
           MOVE memberHandsLife(memberIdx) TO countFigure
           PERFORM writeStatementCount

           MOVE "Amount wagered:" TO moneyCaption
           MOVE memberWageredLife(memberIdx) TO moneyFigure
           PERFORM writeStatementMoney

           MOVE "Points earned:" TO countCaption
           MOVE memberEarnedLife(memberIdx) TO countFigure
           PERFORM writeStatementCount

           MOVE "Points redeemed:" TO countCaption
           MOVE memberRedeemedLife(memberIdx) TO countFigure
           PERFORM writeStatementCount

           MOVE "Points expired:" TO countCaption
           MOVE memberExpiredLife(memberIdx) TO countFigure
           PERFORM writeStatementCount

           MOVE "Visits:" TO countCaption
           MOVE memberVisitsLife(memberIdx) TO countFigure
           PERFORM writeStatementCount

           MOVE SPACES TO statementLine
           WRITE statementLine

           MOVE "POINTS BALANCE:" TO countCaption
           MOVE memberBalance(memberIdx) TO countFigure
           PERFORM writeStatementCount

           COMPUTE pointsValue =
               memberBalance(memberIdx) * centsPerPoint / 100
           MOVE "Worth at the cage:" TO moneyCaption
           MOVE pointsValue TO moneyFigure
           PERFORM writeStatementMoney

           MOVE ruleLineNf TO statementLine
           WRITE statementLine BEFORE ADVANCING 2 LINES.


       writeStatementCount.

           MOVE countCaptionLine TO statementLine
           WRITE statementLine.


       writeStatementMoney.

           MOVE moneyCaptionLine TO statementLine
           WRITE statementLine.


      *Prints the points the house owes its members by tier with
      *their cash value, this posting's movement, and any
      *redemptions that were refused
       writeLiabilityReport.

           MOVE SPACES TO liabilityReportName
           STRING "Club Liability Report-" DELIMITED BY SIZE
               runDate DELIMITED BY SIZE
               INTO liabilityReportName

           OPEN OUTPUT liabilityReport

           MOVE SPACES TO reportTitleWs
           STRING "PLAYER CLUB POINTS LIABILITY " DELIMITED BY SIZE
               runDate DELIMITED BY SIZE
               INTO reportTitleWs
           MOVE reportTitleWs TO liabilityLine
           WRITE liabilityLine BEFORE ADVANCING 2 LINES

           PERFORM VARYING tierIdx FROM 1 BY 1 UNTIL tierIdx > 4
               MOVE ZEROES TO tierMembers(tierIdx)
               MOVE ZEROES TO tierPoints(tierIdx)
           END-PERFORM

           PERFORM VARYING memberIdx FROM 1 BY 1
               UNTIL memberIdx > memberCount

               PERFORM VARYING tierIdx FROM 1 BY 1 UNTIL tierIdx > 4
                   IF memberTier(memberIdx) = tierName(tierIdx) THEN
                       ADD 1 TO tierMembers(tierIdx)
                       ADD memberBalance(memberIdx)
                           TO tierPoints(tierIdx)
                   END-IF
               END-PERFORM

           END-PERFORM

           MOVE tierColumnHeaders TO liabilityLine
           WRITE liabilityLine

           PERFORM writeTierLiability
               VARYING tierIdx FROM 1 BY 1
               UNTIL tierIdx > 4

           MOVE "ALL TIERS" TO tierNameOut
           MOVE totalMembers TO tierMembersOut
           MOVE totalPoints TO tierPointsOut
           COMPUTE pointsValue = totalPoints * centsPerPoint / 100
           MOVE pointsValue TO tierValueOut
           MOVE tierDetail TO liabilityLine
           WRITE liabilityLine BEFORE ADVANCING 2 LINES

           MOVE "THIS POSTING" TO liabilityLine
           WRITE liabilityLine

           MOVE "Hand history lines posted:" TO countCaption
           MOVE linesPosted TO countFigure
           PERFORM writeLiabilityCount

           MOVE "Lines passed as already posted:" TO countCaption
           MOVE linesAlreadyPosted TO countFigure
           PERFORM writeLiabilityCount

           MOVE "Cage ledger lines posted:" TO countCaption
           MOVE cageLinesPosted TO countFigure
           PERFORM writeLiabilityCount

           MOVE "Redemption cards read:" TO countCaption
           MOVE redeemLinesPosted TO countFigure
           PERFORM writeLiabilityCount

           MOVE "New members:" TO countCaption
           MOVE newMembers TO countFigure
           PERFORM writeLiabilityCount

           MOVE "New members placed above BRONZE:" TO countCaption
           MOVE newMembersAboveBase TO countFigure
           PERFORM writeLiabilityCount

           MOVE "Points earned:" TO countCaption
           MOVE totalEarned TO countFigure
           PERFORM writeLiabilityCount

           MOVE "Points redeemed:" TO countCaption
           MOVE totalRedeemed TO countFigure
           PERFORM writeLiabilityCount

           MOVE "Points expired:" TO countCaption
           MOVE totalExpired TO countFigure
           PERFORM writeLiabilityCount

           COMPUTE netChange = totalEarned - totalRedeemed
               - totalExpired
           COMPUTE pointsValue = netChange * centsPerPoint / 100
           IF netChange < ZERO THEN
               MOVE "Liability decrease:" TO moneyCaption
           ELSE
               MOVE "Liability increase:" TO moneyCaption
           END-IF
           MOVE pointsValue TO moneyFigure
           PERFORM writeLiabilityMoney

           MOVE "Existing members moved up a tier:" TO countCaption
           MOVE tierMovesUp TO countFigure
           PERFORM writeLiabilityCount

           MOVE "Existing members moved down:" TO countCaption
           MOVE tierMovesDown TO countFigure
           PERFORM writeLiabilityCount

           IF rejectCount > ZERO THEN
               MOVE SPACES TO liabilityLine
               WRITE liabilityLine

               MOVE "REDEMPTIONS REFUSED" TO liabilityLine
               WRITE liabilityLine

               MOVE rejectColumnHeaders TO liabilityLine
               WRITE liabilityLine

               PERFORM writeRejectDetail
                   VARYING rejectIdx FROM 1 BY 1
                   UNTIL rejectIdx > rejectCount
           END-IF

           CLOSE liabilityReport.


       writeTierLiability.

           MOVE tierName(tierIdx) TO tierNameOut
           MOVE tierMembers(tierIdx) TO tierMembersOut
           MOVE tierPoints(tierIdx) TO tierPointsOut
           COMPUTE pointsValue =
               tierPoints(tierIdx) * centsPerPoint / 100
           MOVE pointsValue TO tierValueOut
           MOVE tierDetail TO liabilityLine
           WRITE liabilityLine

           ADD tierMembers(tierIdx) TO totalMembers
           ADD tierPoints(tierIdx) TO totalPoints.


       writeLiabilityCount.

           MOVE countCaptionLine TO liabilityLine
           WRITE liabilityLine.


       writeLiabilityMoney.

           MOVE moneyCaptionLine TO liabilityLine
           WRITE liabilityLine.


       writeRejectDetail.

           MOVE rejectName(rejectIdx) TO rejectNameOut
           MOVE rejectPoints(rejectIdx) TO rejectPointsOut
           MOVE rejectReason(rejectIdx) TO rejectReasonOut
           MOVE rejectDetail TO liabilityLine
           WRITE liabilityLine.
