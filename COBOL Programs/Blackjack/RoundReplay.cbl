      ******************************************************************
      * Author: Will Verplaetse
      * Date: 10/15/2026
      * Purpose: This program replays one round of blackjack from the
      *        round log the table writes, so the pit can settle a
      *        disputed hand from the record instead of from memory.
      *        Given a date and the round number, it prints every
      *        step of the round in the order it happened: the bets,
      *        each card dealt to each player, split hand and the
      *        dealer with where it came from in the shoe, and every
      *        hit, stand, double, split and insurance decision,
      *        followed by the dealer's final hand and how each hand
      *        settled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoundReplay.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT roundLogFile ASSIGN TO "roundlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS roundLogFileStatus.

           SELECT replayReport ASSIGN TO replayReportName
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD roundLogFile.
       01 roundLogLine         PIC X(100).
           88 endOfRoundLog    VALUE HIGH-VALUES.


       FD replayReport.
       01 reportLine           PIC X(100).


       WORKING-STORAGE SECTION.

       01 roundLogFileStatus   PIC XX.
       01 replayReportName     PIC X(40).

      *The round asked for.  The round number is carried the way
      *the table writes it, five digits with leading zeroes, so a
      *log line can be matched on its text
       01 replayDateText       PIC X(8).
       01 replayRoundText      PIC X(5).
       01 replayRound          PIC 9(5).
       01 replayRoundKey       PIC 9(5).

       01 replayOpenFlag       PIC X VALUE "N".
           88 replayOpen           VALUE "Y".

       01 linesReplayed        PIC 9(5) VALUE ZEROES.

      *Fields split out of one round-log line
       01 logDateText          PIC X(8).
       01 logTimeText          PIC X(6).
       01 logRoundText         PIC X(5).
       01 logEvent             PIC X(8).
       01 logSeatText          PIC X.
       01 logName              PIC X(15).
       01 logHand              PIC X.
       01 logCard.
           02 logCardSuit      PIC X.
           02 logCardNumber    PIC 99.
       01 logShoeText          PIC X(3).
       01 logAmountText        PIC X(7).
       01 logTotalText         PIC X(2).
       01 logOutcome           PIC X(4).
       01 logMoneyText         PIC X(10).

       01 logAmount            PIC 9(7).
       01 logTotal             PIC 99.
       01 logMoney             PIC 9(10).

      *The dealer's cards as they came out, and the total after the
      *last one, for the settlement section
       01 dealerCardsText      PIC X(60).
       01 dealerCardsPtr       PIC 99.
       01 dealerFinalTotal     PIC 99 VALUE ZEROES.
       01 dealerMoneyAfter     PIC 9(10) VALUE ZEROES.

      *Every settlement in the round, held until the steps are all
      *printed.  Seven seats with a hand, a split hand and an
      *insurance bet each is twenty-one lines at most
       01 settleTable.
           02 settleEntry OCCURS 21 TIMES.
               03 settleSeat       PIC X.
               03 settleName       PIC X(15).
               03 settleHand       PIC X.
               03 settleBet        PIC 9(7).
               03 settleTotal      PIC 99.
               03 settleOutcome    PIC X(4).
               03 settleMoney      PIC 9(10).
       01 settleCount          PIC 99 VALUE ZERO.
       01 settleIdx            PIC 99.
       01 settleTableMax       PIC 99 VALUE 21.

      *Print lines, built here and written through the report's
      *record area
       01 stepColumnHeaders.
           02 FILLER           PIC X(9)  VALUE "Time".
           02 FILLER           PIC X(5)  VALUE "Seat".
           02 FILLER           PIC X(16) VALUE "Player".
           02 FILLER           PIC X(7)  VALUE "Hand".
           02 FILLER           PIC X(19) VALUE "Step".
           02 FILLER           PIC X(6)  VALUE "Card".
           02 FILLER           PIC X(5)  VALUE "Shoe".
           02 FILLER           PIC X(10) VALUE "    Amount".
           02 FILLER           PIC X(6)  VALUE " Total".
           02 FILLER           PIC X(17) VALUE "      Money after".

       01 stepDetail.
           02 stepTimeOut.
               03 stepHourOut      PIC XX.
               03 FILLER           PIC X VALUE ":".
               03 stepMinuteOut    PIC XX.
               03 FILLER           PIC X VALUE ":".
               03 stepSecondOut    PIC XX.
           02 FILLER           PIC X VALUE SPACE.
           02 stepSeatOut      PIC X(5).
           02 stepNameOut      PIC X(16).
           02 stepHandOut      PIC X(7).
           02 stepTextOut      PIC X(19).
           02 stepCardOut      PIC X(6).
           02 stepShoeOut      PIC ZZ9 BLANK WHEN ZERO.
           02 FILLER           PIC XX VALUE SPACES.
           02 stepAmountOut    PIC $$,$$$,$$9 BLANK WHEN ZERO.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 stepTotalOut     PIC Z9 BLANK WHEN ZERO.
           02 FILLER           PIC XXX VALUE SPACES.
           02 stepMoneyOut     PIC $$,$$$,$$$,$$9.

      *A card printed as its suit and rank, with an ace shown as A
       01 cardOut.
           02 cardOutSuit      PIC X.
           02 FILLER           PIC X VALUE SPACE.
           02 cardOutRank      PIC XX.
       01 cardRankEdit         PIC Z9.

       01 settleColumnHeaders.
           02 FILLER           PIC X(5)  VALUE "Seat".
           02 FILLER           PIC X(17) VALUE "Player".
           02 FILLER           PIC X(10) VALUE "Hand".
           02 FILLER           PIC X(10) VALUE "       Bet".
           02 FILLER           PIC X(7)  VALUE "  Total".
           02 FILLER           PIC X(12) VALUE "  Result".
           02 FILLER           PIC X(14) VALUE "   Money after".

       01 settleDetail.
           02 settleSeatOut    PIC X(5).
           02 settleNameOut    PIC X(17).
           02 settleHandOut    PIC X(10).
           02 settleBetOut     PIC $$,$$$,$$9.
           02 FILLER           PIC X(5) VALUE SPACES.
           02 settleTotalOut   PIC Z9.
           02 FILLER           PIC XX VALUE SPACES.
           02 settleResultOut  PIC X(10).
           02 settleMoneyOut   PIC $$,$$$,$$$,$$9.

       01 dealerLineWs         PIC X(100).
       01 dealerTotalOut       PIC Z9.
       01 dealerMoneyOut       PIC $$,$$$,$$$,$$9.

       01 reportTitleWs        PIC X(60).


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Replay a round from which date (YYYYMMDD)? "
           ACCEPT replayDateText

           IF replayDateText NOT NUMERIC
               DISPLAY "The date must be YYYYMMDD"
               STOP RUN
           END-IF

           DISPLAY "Which round number? "
           ACCEPT replayRoundText

           COMPUTE replayRound = FUNCTION NUMVAL(replayRoundText)

           IF replayRound = ZERO
               DISPLAY "The round number must be 1 or more"
               STOP RUN
           END-IF

           MOVE replayRound TO replayRoundKey

           OPEN INPUT roundLogFile

           IF roundLogFileStatus NOT = "00" THEN
               DISPLAY "There is no roundlog.dat to replay from"
               STOP RUN
           END-IF

           MOVE SPACES TO dealerCardsText
           MOVE 1 TO dealerCardsPtr

           READ roundLogFile
               AT END SET endOfRoundLog TO TRUE
           END-READ

           PERFORM replayLogLine UNTIL endOfRoundLog

           CLOSE roundLogFile

           IF NOT replayOpen THEN
               DISPLAY "Round " replayRoundKey " was not found on "
      -            replayDateText
               STOP RUN
           END-IF

           PERFORM writeSettlement

           CLOSE replayReport

           DISPLAY "Round " replayRoundKey " replayed, " linesReplayed
      -        " steps"
           DISPLAY "Report written to " replayReportName

           STOP RUN.


      *Splits one round-log line on its commas and prints it as a
      *step when it belongs to the round asked for.  The header line
      *names its first column, which is how it is told apart from a
      *detail line
       replayLogLine.

           IF roundLogLine(1:5) NOT = "Date," THEN

               MOVE SPACES TO logDateText, logTimeText, logRoundText
               MOVE SPACES TO logEvent, logSeatText, logName, logHand
               MOVE SPACES TO logCard, logShoeText, logAmountText
               MOVE SPACES TO logTotalText, logOutcome, logMoneyText

               UNSTRING roundLogLine DELIMITED BY ","
                   INTO logDateText
                        logTimeText
                        logRoundText
                        logEvent
                        logSeatText
                        logName
                        logHand
                        logCard
                        logShoeText
                        logAmountText
                        logTotalText
                        logOutcome
                        logMoneyText
               END-UNSTRING

               IF logDateText = replayDateText
               AND logRoundText = replayRoundKey THEN
                   PERFORM replayStep
               END-IF

           END-IF

           READ roundLogFile
               AT END SET endOfRoundLog TO TRUE
           END-READ.


      *Prints one step of the round, opening the report on the
      *first one found, and keeps what the settlement section needs
       replayStep.

           IF NOT replayOpen THEN
               PERFORM openReplayReport
           END-IF

           ADD 1 TO linesReplayed

           COMPUTE logAmount = FUNCTION NUMVAL(logAmountText)
           COMPUTE logTotal = FUNCTION NUMVAL(logTotalText)
           COMPUTE logMoney = FUNCTION NUMVAL(logMoneyText)

           MOVE SPACES TO stepSeatOut, stepNameOut, stepHandOut
           MOVE SPACES TO stepTextOut, stepCardOut

           MOVE logTimeText(1:2) TO stepHourOut
           MOVE logTimeText(3:2) TO stepMinuteOut
           MOVE logTimeText(5:2) TO stepSecondOut

           EVALUATE logHand
           WHEN "P"
               MOVE logSeatText TO stepSeatOut
               MOVE logName TO stepNameOut
               MOVE "hand" TO stepHandOut
           WHEN "S"
               MOVE logSeatText TO stepSeatOut
               MOVE logName TO stepNameOut
               MOVE "split" TO stepHandOut
           WHEN "I"
               MOVE logSeatText TO stepSeatOut
               MOVE logName TO stepNameOut
               MOVE "insure" TO stepHandOut
           WHEN "D"
               MOVE logName TO stepNameOut
               MOVE "dealer" TO stepHandOut
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF logCard NOT = SPACES THEN
               PERFORM formatCard
               MOVE cardOut TO stepCardOut
           END-IF

           MOVE ZEROES TO stepShoeOut
           IF logEvent = "DEAL" OR logEvent = "ROUND" THEN
               COMPUTE stepShoeOut = FUNCTION NUMVAL(logShoeText)
           END-IF

           MOVE logAmount TO stepAmountOut
           MOVE ZEROES TO stepTotalOut
           MOVE logMoney TO stepMoneyOut

           EVALUATE logEvent
           WHEN "ROUND"
               MOVE SPACES TO stepTextOut
               STRING "round starts, " DELIMITED BY SIZE
                   logAmountText(7:1) DELIMITED BY SIZE
                   " in" DELIMITED BY SIZE
                   INTO stepTextOut
               END-STRING
               MOVE ZEROES TO stepAmountOut
           WHEN "BET"
               MOVE "bets" TO stepTextOut
           WHEN "SITOUT"
               MOVE "sits out" TO stepTextOut
           WHEN "STOPPED"
               MOVE "stopped at limit" TO stepTextOut
           WHEN "DEAL"
               MOVE "dealt" TO stepTextOut
               MOVE logTotal TO stepTotalOut
               IF logHand = "D" THEN
                   PERFORM addDealerCard
               END-IF
           WHEN "HIT"
               MOVE "hits" TO stepTextOut
           WHEN "STAND"
               MOVE "stands" TO stepTextOut
           WHEN "DOUBLE"
               MOVE "doubles, bet now" TO stepTextOut
           WHEN "DBLREF"
               MOVE "double refused" TO stepTextOut
           WHEN "SPLIT"
               MOVE "splits the pair" TO stepTextOut
           WHEN "NOSPLIT"
               MOVE "declines the split" TO stepTextOut
           WHEN "SPLITREF"
               MOVE "split refused" TO stepTextOut
           WHEN "INSURE"
               MOVE "takes insurance" TO stepTextOut
           WHEN "NOINSURE"
               MOVE "declines insurance" TO stepTextOut
           WHEN "INSREF"
               MOVE "insurance refused" TO stepTextOut
           WHEN "SETTLE"
               MOVE SPACES TO stepTextOut
               STRING "settles " DELIMITED BY SIZE
                   logOutcome DELIMITED BY SIZE
                   INTO stepTextOut
               END-STRING
               MOVE logTotal TO stepTotalOut
               PERFORM keepSettlement
           WHEN "END"
               MOVE "round ends" TO stepTextOut
               MOVE logMoney TO dealerMoneyAfter
           WHEN OTHER
               MOVE logEvent TO stepTextOut
           END-EVALUATE

           MOVE stepDetail TO reportLine
           WRITE reportLine.


      *Names the report for the round and prints its title and the
      *step column headings
       openReplayReport.

           MOVE SPACES TO replayReportName
           STRING "Round Replay-" DELIMITED BY SIZE
               replayDateText DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               replayRoundKey DELIMITED BY SIZE
               INTO replayReportName

           OPEN OUTPUT replayReport
           SET replayOpen TO TRUE

           MOVE SPACES TO reportTitleWs
           STRING "ROUND REPLAY: ROUND " DELIMITED BY SIZE
               replayRoundKey DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               replayDateText DELIMITED BY SIZE
               INTO reportTitleWs
           MOVE reportTitleWs TO reportLine
           WRITE reportLine BEFORE ADVANCING 2 LINES

           MOVE stepColumnHeaders TO reportLine
           WRITE reportLine.


      *Turns the logged card into its printed form
       formatCard.

           MOVE logCardSuit TO cardOutSuit

           IF logCardNumber = 1 THEN
               MOVE " A" TO cardOutRank
           ELSE
               MOVE logCardNumber TO cardRankEdit
               MOVE cardRankEdit TO cardOutRank
           END-IF.


      *Adds a dealer card to the line of dealer cards and keeps the
      *total it left the dealer on
       addDealerCard.

           STRING cardOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO dealerCardsText
               WITH POINTER dealerCardsPtr
           END-STRING

           MOVE logTotal TO dealerFinalTotal.


       keepSettlement.

           IF settleCount < settleTableMax THEN
               ADD 1 TO settleCount
               MOVE logSeatText TO settleSeat(settleCount)
               MOVE logName TO settleName(settleCount)
               MOVE logHand TO settleHand(settleCount)
               MOVE logAmount TO settleBet(settleCount)
               MOVE logTotal TO settleTotal(settleCount)
               MOVE logOutcome TO settleOutcome(settleCount)
               MOVE logMoney TO settleMoney(settleCount)
           ELSE
               DISPLAY "WARNING: more than " settleTableMax
      -            " settlements in the round, " logName
      -            " was not listed"
           END-IF.


      *Prints the dealer's final hand and every settlement in the
      *round, with the dealer's money once the round closed
       writeSettlement.

           MOVE SPACES TO reportLine
           WRITE reportLine

           MOVE "SETTLEMENT" TO reportLine
           WRITE reportLine

           MOVE SPACES TO dealerLineWs
           STRING "Dealer's cards: " DELIMITED BY SIZE
               dealerCardsText DELIMITED BY SIZE
               INTO dealerLineWs
           MOVE dealerLineWs TO reportLine
           WRITE reportLine

           MOVE dealerFinalTotal TO dealerTotalOut
           MOVE SPACES TO dealerLineWs
           STRING "Dealer's total: " DELIMITED BY SIZE
               dealerTotalOut DELIMITED BY SIZE
               INTO dealerLineWs
           MOVE dealerLineWs TO reportLine
           WRITE reportLine BEFORE ADVANCING 2 LINES

           MOVE settleColumnHeaders TO reportLine
           WRITE reportLine

           PERFORM writeSettleDetail
               VARYING settleIdx FROM 1 BY 1
               UNTIL settleIdx > settleCount

           MOVE SPACES TO reportLine
           WRITE reportLine

           MOVE dealerMoneyAfter TO dealerMoneyOut
           MOVE SPACES TO dealerLineWs
           STRING "Dealer's money after the round: " DELIMITED BY SIZE
               dealerMoneyOut DELIMITED BY SIZE
               INTO dealerLineWs
           MOVE dealerLineWs TO reportLine
           WRITE reportLine.


       writeSettleDetail.

           MOVE settleSeat(settleIdx) TO settleSeatOut
           MOVE settleName(settleIdx) TO settleNameOut

           EVALUATE settleHand(settleIdx)
           WHEN "S"
               MOVE "split" TO settleHandOut
           WHEN "I"
               MOVE "insurance" TO settleHandOut
           WHEN OTHER
               MOVE "hand" TO settleHandOut
           END-EVALUATE

           MOVE settleBet(settleIdx) TO settleBetOut
           MOVE settleTotal(settleIdx) TO settleTotalOut

           EVALUATE settleOutcome(settleIdx)
           WHEN "WIN "
               MOVE "WIN" TO settleResultOut
           WHEN "LOSS"
               MOVE "LOSS" TO settleResultOut
           WHEN "PUSH"
               MOVE "PUSH" TO settleResultOut
           WHEN "IWIN"
               MOVE "PAID 2:1" TO settleResultOut
           WHEN "ILOS"
               MOVE "COLLECTED" TO settleResultOut
           WHEN OTHER
               MOVE settleOutcome(settleIdx) TO settleResultOut
           END-EVALUATE

           MOVE settleMoney(settleIdx) TO settleMoneyOut

           MOVE settleDetail TO reportLine
           WRITE reportLine.
