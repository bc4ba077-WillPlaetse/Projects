      *        limits, shoe size, natural bonus and the dealer's
      *        soft-17 rule come off a table-rules file read at
      *        startup, so different nights can run different
      *        stakes. Every round is also written card by card to a
      *        round log, numbered by day, with each decision the
      *        players made and how each hand settled, so a disputed
      *        hand can be replayed from the record. A name on the
      *        exclusion file is refused a seat, and a player with a
      *        loss or session time limit on file is stopped and
      *        cashed out once it is reached; both are written to a
      *        compliance log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS tableRulesStatus.

      *Every card dealt and every decision taken, round by round,
      *so the pit can replay a hand a player disputes
           SELECT roundLogFile ASSIGN TO "roundlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS roundLogFileStatus.

      *Names barred from the table, at their own request or the
      *house's, each from a date and optionally through a date
           SELECT exclusionFile ASSIGN TO "exclusions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS exclusionFileStatus.

      *The loss and session time limits players have asked the
      *house to hold them to, keyed by name
           SELECT playerLimitFile ASSIGN TO "playerlimits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS playerLimitFileStatus.

      *Every refused seating and every limit stop, for compliance
           SELECT complianceLogFile ASSIGN TO "compliancelog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS complianceLogFileStatus.



       DATA DIVISION.
           88 endOfTableRules  VALUE HIGH-VALUES.


      *One line per event in a round: the round starting, a bet, a
      *card dealt, a decision, a settlement and the round ending
       FD roundLogFile.
       01 roundLogLine         PIC X(100).
           88 endOfRoundLog    VALUE HIGH-VALUES.


      *One name per line: the name, the date the exclusion starts,
      *and the date it ends, blank when it has no end.  A blank
      *start date excludes the name from the start
       FD exclusionFile.
       01 exclusionRecord.
           88 endOfExclusionFile   VALUE HIGH-VALUES.
           02 exclusionName        PIC X(15).
           02 exclusionFromDate    PIC X(8).
           02 exclusionThruDate    PIC X(8).


      *One name per line: the name, the most the player may lose in
      *a session, and the most minutes they may play in one.  A
      *blank or zero limit is no limit
       FD playerLimitFile.
       01 playerLimitRecord.
           88 endOfPlayerLimitFile VALUE HIGH-VALUES.
           02 playerLimitName      PIC X(15).
           02 playerLimitLossText  PIC X(8).
           02 playerLimitTimeText  PIC X(4).


      *One line per refused seating or limit stop
       FD complianceLogFile.
       01 complianceLogLine    PIC X(80).




       WORKING-STORAGE SECTION.
      *    collected otherwise
           02 insuranceBet         PIC 9(5) VALUE ZEROES.

      *    The player's limits from playerlimits.dat, zero for none,
      *    what they have staked this session (their money at the
      *    start plus every buy-in), when they sat down, and whether
      *    a limit has stopped them
           02 lossLimit            PIC 9(8) VALUE ZEROES.
           02 timeLimit            PIC 9(4) VALUE ZEROES.
           02 sessionStake         PIC 9(10) VALUE ZEROES.
           02 sessionStartSecs     PIC 9(12) VALUE ZEROES.
           02 playerStoppedFlag    PIC X VALUE "N".
           88 playerStopped            VALUE "Y".

      *    How much more the player could lose when this round's
      *    bets were taken, less any insurance put up since.  The
      *    opening bet, a double and a split together may not stake
      *    more than this
           02 roundLossRoom        PIC 9(10) VALUE ZEROES.




       01 handHistoryHeaderNf  PIC X(80) VALUE
           "Player,Bet,Hand Total,Outcome,Player Money,Dealer Money".

      *Round log bookkeeping.  Rounds are numbered from 1 each day,
      *carrying on from the last round already on the log for today
      *when the table is restarted, so a date and a round number
      *always pick out one round
       01 roundLogFileStatus   PIC XX.
       01 roundDate            PIC 9(8) VALUE ZEROES.
       01 roundNumber          PIC 9(5) VALUE ZEROES.
       01 roundLogStamp        PIC X(21).

      *The pieces of the round-log line being built.  The caller
      *sets the event and hand and whichever of the rest apply;
      *writeRoundLog fills in the seat, name, money and time
       01 roundLogEvent        PIC X(8).
       01 roundLogSeat         PIC 9.
       01 roundLogName         PIC X(15).
       01 roundLogHand         PIC X.
       01 roundLogCard         PIC X(3) VALUE SPACES.
       01 roundLogShoe         PIC 999 VALUE ZEROES.
       01 roundLogAmount       PIC 9(7) VALUE ZEROES.
       01 roundLogTotal        PIC 99 VALUE ZEROES.
       01 roundLogOutcome      PIC X(4) VALUE SPACES.
       01 roundLogMoney        PIC 9(10).
       01 roundLogLineWs       PIC X(100).
       01 roundLogHeaderNf.
           02 FILLER           PIC X(39) VALUE
               "Date,Time,Round,Event,Seat,Player,Hand,".
           02 FILLER           PIC X(61) VALUE
               "Card,Shoe,Amount,Total,Outcome,Money".

      *Fields taken off an earlier round-log line while looking for
      *the last round already played today
       01 scanDateText         PIC X(8).
       01 scanTimeText         PIC X(6).
       01 scanRoundText        PIC X(5).
       01 scanRoundNumber      PIC 9(5).

       01 exclusionFileStatus      PIC XX.
       01 playerLimitFileStatus    PIC XX.
       01 complianceLogFileStatus  PIC XX.

      *Exclusions loaded from exclusions.dat, searched by name at
      *seating
       01 exclusionTable.
           02 exclusionEntry OCCURS 200 TIMES.
               03 exclusionEntryName   PIC X(15).
               03 exclusionEntryFrom   PIC X(8).
               03 exclusionEntryThru   PIC X(8).
       01 exclusionEntryCount  PIC 999 VALUE ZERO.
       01 exclusionSearchIdx   PIC 999.
       01 exclusionTableMax    PIC 999 VALUE 200.

       01 seatRefusedFlag      PIC X VALUE "N".
           88 seatRefused          VALUE "Y".

      *Limits loaded from playerlimits.dat, searched by name once
      *the table is seated
       01 playerLimitTable.
           02 playerLimitEntry OCCURS 40 TIMES.
               03 playerLimitEntryName PIC X(15).
               03 playerLimitEntryLoss PIC 9(8).
               03 playerLimitEntryTime PIC 9(4).
       01 playerLimitEntryCount    PIC 99 VALUE ZERO.
       01 playerLimitSearchIdx     PIC 99.
       01 playerLimitTableMax      PIC 99 VALUE 40.

      *Working figures for checking the current player's limits
       01 limitStamp           PIC X(21).
       01 limitToday           PIC 9(8).
       01 limitNowSecs         PIC 9(12).
       01 sessionLoss          PIC 9(10).
       01 sessionMinutes       PIC 9(6).
       01 lossRoom             PIC 9(10).
       01 roundStakeTotal      PIC 9(10).
       01 roundRoomLeft        PIC 9(10).

      *The pieces of the compliance-log line being built
       01 complianceEvent      PIC X(9).
       01 complianceLimit      PIC 9(8).
       01 complianceReached    PIC 9(10).
       01 complianceMoney      PIC 9(10).
       01 complianceLogLineWs  PIC X(80).
       01 complianceLogHeaderNf PIC X(80) VALUE
           "Date,Time,Event,Player,Seat,Limit,Reached,Money".




           MOVE randomSeedTime(9:6) TO randomSeedValue
           COMPUTE shuffleSwapIdx = FUNCTION RANDOM(randomSeedValue)

           PERFORM loadExclusions
           PERFORM loadPlayerLimits
           PERFORM openComplianceLog

           PERFORM promptNumPlayers

           PERFORM numPlayers TIMES
               DISPLAY "Enter a name for player " curPlayer ": "
               ACCEPT playerName(curPlayer)

               PERFORM checkExclusion

      *    An excluded name is refused and the seat asked for again
               PERFORM UNTIL NOT seatRefused
                   DISPLAY "Enter a name for player " curPlayer ": "
                   ACCEPT playerName(curPlayer)
                   PERFORM checkExclusion
               END-PERFORM

               ADD 1 TO curPlayer

               IF curPlayer > numPlayers THEN
           PERFORM loadBankrolls
           PERFORM seedBankrolls

      *    Starting each player's session clock and stake, with any
      *    limits they have on file
           PERFORM numPlayers TIMES

               PERFORM startPlayerSession

               ADD 1 TO curPlayer

               IF curPlayer > numPlayers THEN
                   MOVE 1 TO curPlayer
               END-IF

           END-PERFORM

      *    The cage ledger appends across sessions the same way the
      *    hand history does, with its header written once
           OPEN INPUT cageLedgerFile

           OPEN EXTEND handHistoryFile

           PERFORM openRoundLog

           PERFORM playGame.

      *    Cashing every player out through the cage before their
      *    brackets the whole session
           PERFORM numPlayers TIMES

      *        A player stopped at a limit was cashed out then
               IF NOT playerStopped(curPlayer) THEN
                   MOVE "CASHOUT" TO cageAction
                   MOVE playerMoney(curPlayer) TO cageAmount
                   PERFORM writeCageLedgerLine
               END-IF

               ADD 1 TO curPlayer


           CLOSE handHistoryFile
           CLOSE cageLedgerFile
           CLOSE roundLogFile
           CLOSE complianceLogFile

           STOP RUN.

      *Plays the game
       playGame.

           PERFORM startRoundLog

      *Prompt for bets
           PERFORM numPlayers TIMES


           ACCEPT playerChoice

           MOVE "P" TO roundLogHand
           IF hit THEN
               MOVE "HIT" TO roundLogEvent
               PERFORM writeRoundLog
           ELSE
               IF NOT doubleDown THEN
                   MOVE "STAND" TO roundLogEvent
                   PERFORM writeRoundLog
               END-IF
           END-IF

      *    Doubling down is only offered on the first two cards, and
      *    only when the player can cover the extra bet. A natural
      *    blackjack has already been paid out and settled above, so
               MULTIPLY betAmount(curPlayer) BY 2
                   GIVING doubleDownAmount

               PERFORM figureRoundRoomLeft

               IF doubleDownAmount + splitBetAmount(curPlayer)
               <= playerMoney(curPlayer)
               AND betAmount(curPlayer) <= roundRoomLeft THEN
                   MOVE doubleDownAmount TO betAmount(curPlayer)

                   MOVE "DOUBLE" TO roundLogEvent
                   MOVE "P" TO roundLogHand
                   MOVE doubleDownAmount TO roundLogAmount
                   PERFORM writeRoundLog

                   PERFORM dealCardToPlayer
                   DISPLAY "You drew a " WITH NO ADVANCING
                   DISPLAY playerCards(curPlayer,
      -                  topOfPlayerDeck(curPlayer))
                   MOVE "n" TO playerChoice
               ELSE
                   IF betAmount(curPlayer) > roundRoomLeft THEN
                       DISPLAY "Player " curPlayer " has $"
      -                    roundRoomLeft " left under their loss limit"
      -                    " and cannot double down"
                   ELSE
                       DISPLAY "Player " curPlayer
      -                    " does not have enough money to double down"
                   END-IF
                   MOVE "n" TO playerChoice

                   MOVE "DBLREF" TO roundLogEvent
                   MOVE "P" TO roundLogHand
                   MOVE doubleDownAmount TO roundLogAmount
                   PERFORM writeRoundLog
               END-IF

           ELSE
      -                " already has a blackjack and cannot double "
      -                "down"
                   MOVE "n" TO playerChoice

                   MOVE "DBLREF" TO roundLogEvent
                   MOVE "P" TO roundLogHand
                   PERFORM writeRoundLog
               END-IF
           END-IF


           ACCEPT playerChoice

           MOVE "P" TO roundLogHand
           PERFORM logHitOrStand

           END-IF



           END-PERFORM

      *    Closing the round off on the log with the dealer's money
           MOVE "END" TO roundLogEvent
           MOVE SPACE TO roundLogHand
           PERFORM writeRoundLog



      *the cage first, and only sits out if it still cannot cover
       promptBets.

           PERFORM checkPlayerLimits
           MOVE lossRoom TO roundLossRoom(curPlayer)

           IF NOT playerStopped(curPlayer)
           AND playerMoney(curPlayer) < minimumBet THEN
               DISPLAY "Player " curPlayer " cannot cover the table "
      -            "minimum of $" minimumBet
               PERFORM offerBuyIn
           END-IF

           MOVE "P" TO roundLogHand

           IF playerStopped(curPlayer) THEN
               DISPLAY "Player " curPlayer " has reached their limit "
      -            "and sits out"
               MOVE ZEROES TO betAmount(curPlayer)
               MOVE "Y" TO playerSettled(curPlayer)

               MOVE "STOPPED" TO roundLogEvent
               PERFORM writeRoundLog
           ELSE
               IF playerMoney(curPlayer) < minimumBet THEN
                   DISPLAY "Player " curPlayer
      -                " sits out this round"
                   MOVE ZEROES TO betAmount(curPlayer)
                   MOVE "Y" TO playerSettled(curPlayer)

                   MOVE "SITOUT" TO roundLogEvent
                   PERFORM writeRoundLog
               ELSE
                   DISPLAY "What would player " curPlayer
      -                " like to bet (0 sits out): "
                   DISPLAY "(table minimum $" minimumBet ", maximum $"
      -                maximumBet ")"
                   ACCEPT betAmount(curPlayer)

      *        A player with a loss limit may not open with more
      *        than they have left to lose under it.  A double, split
      *        or insurance later in the round is held to the same
      *        room through roundLossRoom
                   PERFORM UNTIL betAmount(curPlayer) = 0
                   OR (betAmount(curPlayer) >= minimumBet
                   AND betAmount(curPlayer) <= maximumBet
                   AND betAmount(curPlayer) <= playerMoney(curPlayer)
                   AND betAmount(curPlayer) <= lossRoom)

                       IF betAmount(curPlayer) < minimumBet THEN
                           DISPLAY "That bet is under the table "
      -                        "minimum of $" minimumBet
                       ELSE
                           IF betAmount(curPlayer) > maximumBet THEN
                               DISPLAY "That bet is over the table "
      -                            "maximum of $" maximumBet
                           ELSE
                               IF betAmount(curPlayer) > lossRoom THEN
                                   DISPLAY "Player " curPlayer
      -                                " has $" lossRoom
      -                                " left under their loss limit"
                               ELSE
                                   DISPLAY "Player " curPlayer
      -                                " only has $"
      -                                playerMoney(curPlayer)
                               END-IF
                           END-IF
                       END-IF

                       DISPLAY "What would player " curPlayer
      -                    " like to bet (0 sits out): "
                       ACCEPT betAmount(curPlayer)

                   END-PERFORM

                   IF betAmount(curPlayer) = 0 THEN
                       DISPLAY "Player " curPlayer
      -                    " sits out this round"
                       MOVE "Y" TO playerSettled(curPlayer)

                       MOVE "SITOUT" TO roundLogEvent
                       PERFORM writeRoundLog
                   ELSE
                       DISPLAY "Player " curPlayer " has bet $"
      -                    betAmount(curPlayer)

                       MOVE "BET" TO roundLogEvent
                       MOVE betAmount(curPlayer) TO roundLogAmount
                       PERFORM writeRoundLog
                   END-IF
               END-IF
           END-IF
           .
      *buys nothing
       offerBuyIn.

      *    A player at a limit is not sold any more chips
           PERFORM checkPlayerLimits

           IF playerStopped(curPlayer) THEN
               DISPLAY "Player " curPlayer " has reached their limit "
      -            "and cannot buy in"
           ELSE

               DISPLAY "Player " curPlayer " has $"
      -            playerMoney(curPlayer)
      -            ". Buy in for more (y/n)? "
               ACCEPT buyInAnswer

               IF buyInAnswer = "y" OR buyInAnswer = "Y" THEN

                   DISPLAY "How much is player " curPlayer
      -                " buying in for? "
                   ACCEPT buyInAmount

                   IF buyInAmount > 0 THEN
                       ADD buyInAmount TO playerMoney(curPlayer)
                       ADD buyInAmount TO sessionStake(curPlayer)

                       DISPLAY "Player " curPlayer " now has $"
      -                    playerMoney(curPlayer)

                       MOVE "BUYIN" TO cageAction
                       MOVE buyInAmount TO cageAmount
                       PERFORM writeCageLedgerLine
                   END-IF

               END-IF

           END-IF
           .


      *Opens the round log for appending the way the hand history is
      *opened, writing the header once on a new file.  An existing
      *log is read through first for the last round already played
      *today, so today's numbering carries on from it
       openRoundLog.

           MOVE FUNCTION CURRENT-DATE TO roundLogStamp
           MOVE roundLogStamp(1:8) TO roundDate
           MOVE ZEROES TO roundNumber

           OPEN INPUT roundLogFile

           IF roundLogFileStatus = "00" THEN

               READ roundLogFile
                   AT END SET endOfRoundLog TO TRUE
               END-READ

               PERFORM scanRoundLogLine UNTIL endOfRoundLog

               CLOSE roundLogFile
           ELSE
               OPEN OUTPUT roundLogFile
               MOVE roundLogHeaderNf TO roundLogLine
               WRITE roundLogLine
               CLOSE roundLogFile
           END-IF

           OPEN EXTEND roundLogFile

           .


      *Keeps the highest round number logged under today's date.
      *The header line names its first column, which is how it is
      *told apart from a detail line
       scanRoundLogLine.

           IF roundLogLine(1:5) NOT = "Date," THEN

               MOVE SPACES TO scanDateText, scanTimeText, scanRoundText

               UNSTRING roundLogLine DELIMITED BY ","
                   INTO scanDateText
                        scanTimeText
                        scanRoundText
               END-UNSTRING

               IF scanDateText = roundDate THEN
                   COMPUTE scanRoundNumber =
                       FUNCTION NUMVAL(scanRoundText)

                   IF scanRoundNumber > roundNumber THEN
                       MOVE scanRoundNumber TO roundNumber
                   END-IF
               END-IF

           END-IF

           READ roundLogFile
               AT END SET endOfRoundLog TO TRUE
           END-READ.


      *Numbers the round about to be dealt and logs its start with
      *the shoe position and how many seats are filled.  A table
      *still running past midnight starts the new day at round 1
       startRoundLog.

           MOVE FUNCTION CURRENT-DATE TO roundLogStamp

           IF roundLogStamp(1:8) NOT = roundDate THEN
               MOVE roundLogStamp(1:8) TO roundDate
               MOVE ZEROES TO roundNumber
           END-IF

           ADD 1 TO roundNumber

           MOVE "ROUND" TO roundLogEvent
           MOVE SPACE TO roundLogHand
           MOVE topOfDeck TO roundLogShoe
           MOVE numPlayers TO roundLogAmount
           PERFORM writeRoundLog

           DISPLAY "Round " roundNumber

           .


      *Logs the answer to a hit-or-stand prompt against the hand
      *the caller has set in roundLogHand
       logHitOrStand.

           IF hit THEN
               MOVE "HIT" TO roundLogEvent
           ELSE
               MOVE "STAND" TO roundLogEvent
           END-IF

           PERFORM writeRoundLog

           .


      *Reads the exclusion file, when there is one, into a table so
      *each name typed at seating can be checked against it
       loadExclusions.

           OPEN INPUT exclusionFile

           IF exclusionFileStatus = "00" THEN

               READ exclusionFile
                   AT END SET endOfExclusionFile TO TRUE
               END-READ

               PERFORM takeExclusionRecord UNTIL endOfExclusionFile

               CLOSE exclusionFile

           END-IF

           .


       takeExclusionRecord.

           IF exclusionEntryCount < exclusionTableMax THEN
               ADD 1 TO exclusionEntryCount
               MOVE exclusionName
                   TO exclusionEntryName(exclusionEntryCount)
               MOVE exclusionFromDate
                   TO exclusionEntryFrom(exclusionEntryCount)
               MOVE exclusionThruDate
                   TO exclusionEntryThru(exclusionEntryCount)
           ELSE
               DISPLAY "WARNING: exclusions.dat has more than "
      -            exclusionTableMax " entries, " exclusionName
      -            " was not loaded"
           END-IF

           READ exclusionFile
               AT END SET endOfExclusionFile TO TRUE
           END-READ.


      *Reads the players' limits, when there is a limits file, into
      *a table searched by name once the table is seated
       loadPlayerLimits.

           OPEN INPUT playerLimitFile

           IF playerLimitFileStatus = "00" THEN

               READ playerLimitFile
                   AT END SET endOfPlayerLimitFile TO TRUE
               END-READ

               PERFORM takePlayerLimitRecord
                   UNTIL endOfPlayerLimitFile

               CLOSE playerLimitFile

           END-IF

           .


       takePlayerLimitRecord.

           IF playerLimitEntryCount < playerLimitTableMax THEN
               ADD 1 TO playerLimitEntryCount
               MOVE playerLimitName
                   TO playerLimitEntryName(playerLimitEntryCount)
               MOVE ZEROES
                   TO playerLimitEntryLoss(playerLimitEntryCount)
               MOVE ZEROES
                   TO playerLimitEntryTime(playerLimitEntryCount)

               IF playerLimitLossText NOT = SPACES THEN
                   COMPUTE playerLimitEntryLoss(playerLimitEntryCount)
                       = FUNCTION NUMVAL(playerLimitLossText)
               END-IF

               IF playerLimitTimeText NOT = SPACES THEN
                   COMPUTE playerLimitEntryTime(playerLimitEntryCount)
                       = FUNCTION NUMVAL(playerLimitTimeText)
               END-IF
           ELSE
               DISPLAY "WARNING: playerlimits.dat has more than "
      -            playerLimitTableMax " entries, " playerLimitName
      -            " was not loaded"
           END-IF

           READ playerLimitFile
               AT END SET endOfPlayerLimitFile TO TRUE
           END-READ.


      *Opens the compliance log for appending the way the hand
      *history is opened, writing the header once on a new file
       openComplianceLog.

           OPEN INPUT complianceLogFile

           IF complianceLogFileStatus = "00" THEN
               CLOSE complianceLogFile
           ELSE
               OPEN OUTPUT complianceLogFile
               MOVE complianceLogHeaderNf TO complianceLogLine
               WRITE complianceLogLine
               CLOSE complianceLogFile
           END-IF

           OPEN EXTEND complianceLogFile

           .


      *Refuses the seat to a name on the exclusion file whose
      *exclusion covers today, and logs the refusal
       checkExclusion.

           MOVE "N" TO seatRefusedFlag

           MOVE FUNCTION CURRENT-DATE TO limitStamp

           PERFORM VARYING exclusionSearchIdx FROM 1 BY 1
               UNTIL exclusionSearchIdx > exclusionEntryCount

               IF exclusionEntryName(exclusionSearchIdx)
               = playerName(curPlayer)
               AND (exclusionEntryFrom(exclusionSearchIdx) = SPACES
               OR exclusionEntryFrom(exclusionSearchIdx)
               <= limitStamp(1:8))
               AND (exclusionEntryThru(exclusionSearchIdx) = SPACES
               OR exclusionEntryThru(exclusionSearchIdx)
               >= limitStamp(1:8)) THEN
                   SET seatRefused TO TRUE
               END-IF

           END-PERFORM

           IF seatRefused THEN
               DISPLAY playerName(curPlayer) " is on the exclusion "
      -            "list and cannot be seated"

               MOVE "REFUSED" TO complianceEvent
               MOVE ZEROES TO complianceLimit
               MOVE ZEROES TO complianceReached
               MOVE ZEROES TO complianceMoney
               PERFORM writeComplianceLog
           END-IF

           .


      *Starts the current player's session: their stake is the
      *money they sat down with, their clock starts now, and any
      *limits they have on file are picked up by name
       startPlayerSession.

           MOVE playerMoney(curPlayer) TO sessionStake(curPlayer)
           MOVE "N" TO playerStoppedFlag(curPlayer)
           MOVE ZEROES TO lossLimit(curPlayer)
           MOVE ZEROES TO timeLimit(curPlayer)

           PERFORM takeLimitTime
           MOVE limitNowSecs TO sessionStartSecs(curPlayer)

           PERFORM VARYING playerLimitSearchIdx FROM 1 BY 1
               UNTIL playerLimitSearchIdx > playerLimitEntryCount

               IF playerLimitEntryName(playerLimitSearchIdx)
               = playerName(curPlayer) THEN
                   MOVE playerLimitEntryLoss(playerLimitSearchIdx)
                       TO lossLimit(curPlayer)
                   MOVE playerLimitEntryTime(playerLimitSearchIdx)
                       TO timeLimit(curPlayer)
               END-IF

           END-PERFORM

           IF lossLimit(curPlayer) > 0 THEN
               DISPLAY "Player " curPlayer " has a loss limit of $"
      -            lossLimit(curPlayer)
           END-IF

           IF timeLimit(curPlayer) > 0 THEN
               DISPLAY "Player " curPlayer " has a time limit of "
      -            timeLimit(curPlayer) " minutes"
           END-IF

           .


      *Works out the current player's loss and minutes played this
      *session and stops them when either reaches its limit.  Also
      *leaves in lossRoom how much more they may lose, for the bet
      *prompt
       checkPlayerLimits.

           IF playerMoney(curPlayer) < sessionStake(curPlayer) THEN
               COMPUTE sessionLoss =
                   sessionStake(curPlayer) - playerMoney(curPlayer)
           ELSE
               MOVE ZEROES TO sessionLoss
           END-IF

           PERFORM takeLimitTime
           COMPUTE sessionMinutes =
               (limitNowSecs - sessionStartSecs(curPlayer)) / 60

           IF NOT playerStopped(curPlayer) THEN

               IF lossLimit(curPlayer) > 0
               AND sessionLoss >= lossLimit(curPlayer) THEN
                   MOVE "LOSSLIMIT" TO complianceEvent
                   MOVE lossLimit(curPlayer) TO complianceLimit
                   MOVE sessionLoss TO complianceReached
                   PERFORM stopPlayerAtLimit
               ELSE
                   IF timeLimit(curPlayer) > 0
                   AND sessionMinutes >= timeLimit(curPlayer) THEN
                       MOVE "TIMELIMIT" TO complianceEvent
                       MOVE timeLimit(curPlayer) TO complianceLimit
                       MOVE sessionMinutes TO complianceReached
                       PERFORM stopPlayerAtLimit
                   END-IF
               END-IF

           END-IF

           IF lossLimit(curPlayer) > 0
           AND sessionLoss < lossLimit(curPlayer) THEN
               COMPUTE lossRoom = lossLimit(curPlayer) - sessionLoss
           ELSE
               MOVE 9999999999 TO lossRoom
           END-IF

           .


      *Leaves in roundRoomLeft how much more the current player may
      *stake this round under their loss limit, after the bets they
      *already have riding.  An insurance premium came off
      *roundLossRoom when it was put up, so it still counts once it
      *has been settled
       figureRoundRoomLeft.

           COMPUTE roundStakeTotal = betAmount(curPlayer)
               + splitBetAmount(curPlayer)

           IF roundStakeTotal < roundLossRoom(curPlayer) THEN
               COMPUTE roundRoomLeft =
                   roundLossRoom(curPlayer) - roundStakeTotal
           ELSE
               MOVE ZEROES TO roundRoomLeft
           END-IF

           .


      *Stops the current player at their limit and cashes them out
      *through the cage, so the ledger shows where the session ended.
      *Their money still goes back to the bankroll file at close
       stopPlayerAtLimit.

           MOVE "Y" TO playerStoppedFlag(curPlayer)

           IF complianceEvent = "LOSSLIMIT" THEN
               DISPLAY "Player " curPlayer " has lost $" sessionLoss
      -            ", reaching their loss limit of $"
      -            lossLimit(curPlayer)
           ELSE
               DISPLAY "Player " curPlayer " has played "
      -            sessionMinutes " minutes, reaching their time limit"
           END-IF

           DISPLAY "Player " curPlayer " is cashed out with $"
      -        playerMoney(curPlayer)

           MOVE "CASHOUT" TO cageAction
           MOVE playerMoney(curPlayer) TO cageAmount
           PERFORM writeCageLedgerLine

           MOVE playerMoney(curPlayer) TO complianceMoney
           PERFORM writeComplianceLog

           .


      *Takes the time now as seconds on a running count, so a
      *session that runs past midnight still times correctly
       takeLimitTime.

           MOVE FUNCTION CURRENT-DATE TO limitStamp
           MOVE limitStamp(1:8) TO limitToday

           COMPUTE limitNowSecs =
               FUNCTION INTEGER-OF-DATE(limitToday) * 86400
               + FUNCTION NUMVAL(limitStamp(9:2)) * 3600
               + FUNCTION NUMVAL(limitStamp(11:2)) * 60
               + FUNCTION NUMVAL(limitStamp(13:2))

           .


      *Builds and writes one compliance-log line for the current
      *player.  The caller sets the event, the limit, the figure
      *that reached it and the money the player held
       writeComplianceLog.

           MOVE FUNCTION CURRENT-DATE TO limitStamp

           MOVE SPACES TO complianceLogLineWs

           STRING limitStamp(1:8) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               limitStamp(9:6) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               complianceEvent DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               playerName(curPlayer) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               curPlayer DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               complianceLimit DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               complianceReached DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               complianceMoney DELIMITED BY SIZE
               INTO complianceLogLineWs
           END-STRING

           MOVE complianceLogLineWs TO complianceLogLine
           WRITE complianceLogLine

           .


      *Builds and writes one round-log line.  The hand is P for a
      *player's first hand, S for the split hand, I for insurance,
      *D for the dealer, and blank for the round's own start and
      *end lines.  The card, shoe, amount, total and outcome are
      *cleared once written, so each caller only sets what applies
       writeRoundLog.

           MOVE FUNCTION CURRENT-DATE TO roundLogStamp

           EVALUATE roundLogHand
           WHEN "D"
               MOVE ZERO TO roundLogSeat
               MOVE dealerKey TO roundLogName
               MOVE dealerMoney TO roundLogMoney
           WHEN SPACE
               MOVE ZERO TO roundLogSeat
               MOVE SPACES TO roundLogName
               MOVE dealerMoney TO roundLogMoney
           WHEN OTHER
               MOVE curPlayer TO roundLogSeat
               MOVE playerName(curPlayer) TO roundLogName
               MOVE playerMoney(curPlayer) TO roundLogMoney
           END-EVALUATE

           MOVE SPACES TO roundLogLineWs

           STRING roundDate DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               roundLogStamp(9:6) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               roundNumber DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               roundLogEvent DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               roundLogSeat DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               roundLogName DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               roundLogHand DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               roundLogCard DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               roundLogShoe DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               roundLogAmount DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               roundLogTotal DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               roundLogOutcome DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               roundLogMoney DELIMITED BY SIZE
               INTO roundLogLineWs
           END-STRING

           MOVE roundLogLineWs TO roundLogLine
           WRITE roundLogLine

           MOVE SPACES TO roundLogCard
           MOVE ZEROES TO roundLogShoe
           MOVE ZEROES TO roundLogAmount
           MOVE ZEROES TO roundLogTotal
           MOVE SPACES TO roundLogOutcome

           .


      *Deals a card to the dealer
       dealCardToDealer.


           END-IF

           MOVE "DEAL" TO roundLogEvent
           MOVE "D" TO roundLogHand
           MOVE dealerCards(topOfDealerDeck) TO roundLogCard
           MOVE topOfDeck TO roundLogShoe

           IF altDealerSum > 21 THEN
               MOVE dealerSum TO roundLogTotal
           ELSE
               MOVE altDealerSum TO roundLogTotal
           END-IF

           PERFORM writeRoundLog

           IF topOfDeck > 1 THEN
           SUBTRACT 1 FROM topOfDeck
           ELSE

           END-IF

           MOVE "DEAL" TO roundLogEvent
           MOVE "P" TO roundLogHand
           MOVE playerCards(curPlayer, topOfPlayerDeck(curPlayer))
               TO roundLogCard
           MOVE topOfDeck TO roundLogShoe

           IF altPlayerSum(curPlayer) NOT = 0
           AND NOT altover21(curPlayer)
               MOVE altPlayerSum(curPlayer) TO roundLogTotal
           ELSE
               MOVE playerSum(curPlayer) TO roundLogTotal
           END-IF

           PERFORM writeRoundLog


           IF topOfDeck > 1 THEN
           SUBTRACT 1 FROM topOfDeck
           MOVE handHistoryLineWs TO handHistoryLine
           WRITE handHistoryLine

           MOVE "SETTLE" TO roundLogEvent
           MOVE "P" TO roundLogHand
           MOVE betAmount(curPlayer) TO roundLogAmount
           MOVE handTotalOut TO roundLogTotal
           MOVE handOutcome TO roundLogOutcome
           PERFORM writeRoundLog

           MOVE "Y" TO playerSettled(curPlayer)

           .
      -        " like insurance (y/n)? "
           ACCEPT insuranceAnswer

           MOVE "I" TO roundLogHand

           IF insuranceAnswer = "y" OR insuranceAnswer = "Y" THEN

               DIVIDE betAmount(curPlayer) BY 2
                   GIVING insuranceBet(curPlayer)

      *    The main bet is still riding, so the bankroll has to
      *    cover both stakes or the table refuses the premium.  The
      *    premium also has to fit under the player's loss limit
               PERFORM figureRoundRoomLeft

               IF insuranceBet(curPlayer) + betAmount(curPlayer)
               > playerMoney(curPlayer)
               OR insuranceBet(curPlayer) > roundRoomLeft
                   IF insuranceBet(curPlayer) > roundRoomLeft THEN
                       DISPLAY "Player " curPlayer " has $"
      -                    roundRoomLeft " left under their loss limit"
      -                    " and cannot take insurance"
                   ELSE
                       DISPLAY "Player " curPlayer
      -                    " cannot cover the insurance bet"
                   END-IF

                   MOVE "INSREF" TO roundLogEvent
                   MOVE insuranceBet(curPlayer) TO roundLogAmount
                   PERFORM writeRoundLog

                   MOVE ZEROES TO insuranceBet(curPlayer)
               ELSE
                   DISPLAY "Player " curPlayer " has $"
      -                insuranceBet(curPlayer) " riding on insurance"

                   IF roundLossRoom(curPlayer) > insuranceBet(curPlayer)
                   THEN
                       SUBTRACT insuranceBet(curPlayer)
                           FROM roundLossRoom(curPlayer)
                   ELSE
                       MOVE ZEROES TO roundLossRoom(curPlayer)
                   END-IF

                   MOVE "INSURE" TO roundLogEvent
                   MOVE insuranceBet(curPlayer) TO roundLogAmount
                   PERFORM writeRoundLog
               END-IF

           ELSE
               MOVE "NOINSURE" TO roundLogEvent
               PERFORM writeRoundLog
           END-IF

           .
           MOVE handHistoryLineWs TO handHistoryLine
           WRITE handHistoryLine

           MOVE "SETTLE" TO roundLogEvent
           MOVE "I" TO roundLogHand
           MOVE insuranceBet(curPlayer) TO roundLogAmount
           MOVE handTotalOut TO roundLogTotal
           MOVE handOutcome TO roundLogOutcome
           PERFORM writeRoundLog

           .


      -            "two hands (y/n)? "
               ACCEPT playerChoice

               MOVE "P" TO roundLogHand

               IF hit THEN
                   MULTIPLY betAmount(curPlayer) BY 2 GIVING splitCost

                   PERFORM figureRoundRoomLeft

                   IF splitCost <= playerMoney(curPlayer)
                   AND betAmount(curPlayer) <= roundRoomLeft THEN
                       PERFORM splitPlayerHand
                   ELSE
                       IF betAmount(curPlayer) > roundRoomLeft THEN
                           DISPLAY "Player " curPlayer " has $"
      -                        roundRoomLeft " left under their loss"
      -                        " limit and cannot split"
                       ELSE
                           DISPLAY "Player " curPlayer
      -                        " does not have enough money to split"
                       END-IF

                       MOVE "SPLITREF" TO roundLogEvent
                       MOVE splitCost TO roundLogAmount
                       PERFORM writeRoundLog
                   END-IF
               ELSE
                   MOVE "NOSPLIT" TO roundLogEvent
                   PERFORM writeRoundLog
               END-IF

           END-IF
           MOVE 1 TO topOfSplitDeck(curPlayer)
           MOVE 1 TO topOfPlayerDeck(curPlayer)

      *    The card moved over is logged against the split hand, so
      *    the replay shows which card opened it
           MOVE "SPLIT" TO roundLogEvent
           MOVE "S" TO roundLogHand
           MOVE splitCards(curPlayer, 1) TO roundLogCard
           MOVE splitBetAmount(curPlayer) TO roundLogAmount
           PERFORM writeRoundLog

           MOVE ZERO TO playerSum(curPlayer)
           MOVE ZERO TO altPlayerSum(curPlayer)
           MOVE ZERO TO numOfAces(curPlayer)

           END-IF

           MOVE "DEAL" TO roundLogEvent
           MOVE "S" TO roundLogHand
           MOVE splitCards(curPlayer, topOfSplitDeck(curPlayer))
               TO roundLogCard
           MOVE topOfDeck TO roundLogShoe

           IF altSplitSum(curPlayer) NOT = 0
           AND NOT altSplitOver21(curPlayer)
               MOVE altSplitSum(curPlayer) TO roundLogTotal
           ELSE
               MOVE splitSum(curPlayer) TO roundLogTotal
           END-IF

           PERFORM writeRoundLog

           IF topOfDeck > 1 THEN
           SUBTRACT 1 FROM topOfDeck
           ELSE

           ACCEPT playerChoice

           MOVE "S" TO roundLogHand
           PERFORM logHitOrStand

           PERFORM UNTIL (NOT hit) OR (splitOver21(curPlayer)
           AND altSplitOver21(curPlayer)) OR (splitBlackjack(curPlayer)
           OR altSplitBlackjack(curPlayer))

               ACCEPT playerChoice

               MOVE "S" TO roundLogHand
               PERFORM logHitOrStand

               END-IF

           END-PERFORM
           MOVE handHistoryLineWs TO handHistoryLine
           WRITE handHistoryLine

           MOVE "SETTLE" TO roundLogEvent
           MOVE "S" TO roundLogHand
           MOVE splitBetAmount(curPlayer) TO roundLogAmount
           MOVE handTotalOut TO roundLogTotal
           MOVE handOutcome TO roundLogOutcome
           PERFORM writeRoundLog

           MOVE "Y" TO splitSettledFlag(curPlayer)

           .
