      ******************************************************************
      * Author: Will Verplaetse
      * Date: 10/15/2026
      * Purpose: This program reads the compliance log the blackjack
      *        table writes and lists, date by date over a range, every
      *        seat refused to a name on the exclusion list and every
      *        player stopped and cashed out at their loss or session
      *        time limit, with each day's counts and the totals for
      *        the range, for compliance review.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplianceReport.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT complianceLogFile ASSIGN TO "compliancelog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS complianceLogFileStatus.

           SELECT complianceReport ASSIGN TO complianceReportName
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD complianceLogFile.
       01 complianceLogLine    PIC X(80).
           88 endOfComplianceLog   VALUE HIGH-VALUES.


       FD complianceReport.
       01 reportLine           PIC X(100).


       WORKING-STORAGE SECTION.

       01 complianceLogFileStatus  PIC XX.
       01 complianceReportName     PIC X(40).

      *The date range asked for
       01 startDateText        PIC X(8).
       01 endDateText          PIC X(8).
       01 startDateNum         PIC 9(8).
       01 endDateNum           PIC 9(8).

      *Fields split out of one compliance-log line
       01 logDateText          PIC X(8).
       01 logTimeText          PIC X(6).
       01 logEvent             PIC X(9).
       01 logName              PIC X(15).
       01 logSeatText          PIC X.
       01 logLimitText         PIC X(8).
       01 logReachedText       PIC X(10).
       01 logMoneyText         PIC X(10).

       01 logLimit             PIC 9(8).
       01 logReached           PIC 9(10).
       01 logMoney             PIC 9(10).

      *The date whose lines are being printed, and its counts
       01 curDateText          PIC X(8) VALUE SPACES.
       01 dateRefused          PIC 9(5) VALUE ZEROES.
       01 dateLossStops        PIC 9(5) VALUE ZEROES.
       01 dateTimeStops        PIC 9(5) VALUE ZEROES.

       01 totalRefused         PIC 9(5) VALUE ZEROES.
       01 totalLossStops       PIC 9(5) VALUE ZEROES.
       01 totalTimeStops       PIC 9(5) VALUE ZEROES.
       01 datesListed          PIC 9(5) VALUE ZEROES.

      *Print lines, built here and written through the report's
      *record area
       01 dateHeadingWs        PIC X(40).

       01 complianceColumnHeaders.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 FILLER           PIC X(10) VALUE "Time".
           02 FILLER           PIC X(18) VALUE "Event".
           02 FILLER           PIC X(5)  VALUE "Seat".
           02 FILLER           PIC X(17) VALUE "Player".
           02 FILLER           PIC X(14) VALUE "         Limit".
           02 FILLER           PIC X(14) VALUE "       Reached".
           02 FILLER           PIC X(14) VALUE "         Money".

       01 complianceDetail.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 detailTimeOut.
               03 detailHourOut    PIC XX.
               03 FILLER           PIC X VALUE ":".
               03 detailMinuteOut  PIC XX.
               03 FILLER           PIC X VALUE ":".
               03 detailSecondOut  PIC XX.
           02 FILLER           PIC XX VALUE SPACES.
           02 detailEventOut   PIC X(18).
           02 detailSeatOut    PIC X(5).
           02 detailNameOut    PIC X(17).
           02 detailLimitOut   PIC X(14).
           02 detailReachedOut PIC X(14).
           02 detailMoneyOut   PIC X(14).

      *A limit or the figure that reached it is dollars for a loss
      *limit and minutes for a time limit
       01 dollarsEdit          PIC $$,$$$,$$$,$$9.
       01 minutesEdit          PIC Z(9)9.
       01 figureTextWs         PIC X(14).

       01 dateCountsLine.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 FILLER           PIC X(9) VALUE "Refused:".
           02 dateRefusedOut   PIC Z(4)9.
           02 FILLER           PIC X(20) VALUE "   Loss limit stops:".
           02 dateLossOut      PIC Z(4)9.
           02 FILLER           PIC X(20) VALUE "   Time limit stops:".
           02 dateTimeOut      PIC Z(4)9.

       01 totalCaptionLine.
           02 totalCaption     PIC X(30).
           02 totalFigure      PIC Z(4)9.

       01 reportTitleWs        PIC X(60).


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Report from which date (YYYYMMDD)? "
           ACCEPT startDateText

           DISPLAY "Through which date (YYYYMMDD)? "
           ACCEPT endDateText

           IF startDateText NOT NUMERIC OR endDateText NOT NUMERIC
               DISPLAY "Both dates must be YYYYMMDD"
               STOP RUN
           END-IF

           MOVE startDateText TO startDateNum
           MOVE endDateText TO endDateNum

           IF endDateNum < startDateNum
               DISPLAY "The end date is before the start date"
               STOP RUN
           END-IF

           OPEN INPUT complianceLogFile

           IF complianceLogFileStatus NOT = "00" THEN
               DISPLAY "There is no compliancelog.dat to report on"
               STOP RUN
           END-IF

           MOVE SPACES TO complianceReportName
           STRING "Compliance Report-" DELIMITED BY SIZE
               startDateText DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               endDateText DELIMITED BY SIZE
               INTO complianceReportName

           OPEN OUTPUT complianceReport

           MOVE SPACES TO reportTitleWs
           STRING "REFUSED SEATINGS AND LIMIT STOPS " DELIMITED BY SIZE
               startDateText DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               endDateText DELIMITED BY SIZE
               INTO reportTitleWs
           MOVE reportTitleWs TO reportLine
           WRITE reportLine BEFORE ADVANCING 2 LINES

           READ complianceLogFile
               AT END SET endOfComplianceLog TO TRUE
           END-READ

           PERFORM reportComplianceLine UNTIL endOfComplianceLog

           CLOSE complianceLogFile

           IF curDateText NOT = SPACES THEN
               PERFORM finishDate
           END-IF

           IF datesListed = ZERO THEN
               MOVE "No refused seatings or limit stops in this range"
                   TO reportLine
               WRITE reportLine BEFORE ADVANCING 2 LINES
           END-IF

           PERFORM writeTotals

           CLOSE complianceReport

           DISPLAY "Report written to " complianceReportName

           STOP RUN.


      *Splits one log line on its commas and prints it when its date
      *falls in the range, starting a new date section when the date
      *changes.  The header line names its first column, which is
      *how it is told apart from a detail line
       reportComplianceLine.

           IF complianceLogLine(1:5) NOT = "Date," THEN

               MOVE SPACES TO logDateText, logTimeText, logEvent
               MOVE SPACES TO logName, logSeatText, logLimitText
               MOVE SPACES TO logReachedText, logMoneyText

               UNSTRING complianceLogLine DELIMITED BY ","
                   INTO logDateText
                        logTimeText
                        logEvent
                        logName
                        logSeatText
                        logLimitText
                        logReachedText
                        logMoneyText
               END-UNSTRING

               IF logDateText >= startDateText
               AND logDateText <= endDateText THEN

                   IF logDateText NOT = curDateText THEN
                       IF curDateText NOT = SPACES THEN
                           PERFORM finishDate
                       END-IF
                       PERFORM startDate
                   END-IF

                   PERFORM writeComplianceDetail

               END-IF

           END-IF

           READ complianceLogFile
               AT END SET endOfComplianceLog TO TRUE
           END-READ.


       startDate.

           MOVE logDateText TO curDateText
           MOVE ZEROES TO dateRefused, dateLossStops, dateTimeStops
           ADD 1 TO datesListed

           MOVE SPACES TO dateHeadingWs
           STRING "DATE: " DELIMITED BY SIZE
               curDateText DELIMITED BY SIZE
               INTO dateHeadingWs
           MOVE dateHeadingWs TO reportLine
           WRITE reportLine

           MOVE complianceColumnHeaders TO reportLine
           WRITE reportLine.


      *Prints one refusal or limit stop and counts it for the date
      *and the range
       writeComplianceDetail.

           COMPUTE logLimit = FUNCTION NUMVAL(logLimitText)
           COMPUTE logReached = FUNCTION NUMVAL(logReachedText)
           COMPUTE logMoney = FUNCTION NUMVAL(logMoneyText)

           MOVE logTimeText(1:2) TO detailHourOut
           MOVE logTimeText(3:2) TO detailMinuteOut
           MOVE logTimeText(5:2) TO detailSecondOut
           MOVE logSeatText TO detailSeatOut
           MOVE logName TO detailNameOut
           MOVE SPACES TO detailLimitOut, detailReachedOut
           MOVE SPACES TO detailMoneyOut

           EVALUATE logEvent
           WHEN "REFUSED"
               MOVE "Refused seat" TO detailEventOut
               ADD 1 TO dateRefused
               ADD 1 TO totalRefused
           WHEN "LOSSLIMIT"
               MOVE "Loss limit stop" TO detailEventOut
               MOVE logLimit TO dollarsEdit
               MOVE dollarsEdit TO detailLimitOut
               MOVE logReached TO dollarsEdit
               MOVE dollarsEdit TO detailReachedOut
               MOVE logMoney TO dollarsEdit
               MOVE dollarsEdit TO detailMoneyOut
               ADD 1 TO dateLossStops
               ADD 1 TO totalLossStops
           WHEN "TIMELIMIT"
               MOVE "Time limit stop" TO detailEventOut
               MOVE logLimit TO minutesEdit
               MOVE SPACES TO figureTextWs
               STRING minutesEdit DELIMITED BY SIZE
                   " min" DELIMITED BY SIZE
                   INTO figureTextWs
               MOVE figureTextWs TO detailLimitOut
               MOVE logReached TO minutesEdit
               MOVE SPACES TO figureTextWs
               STRING minutesEdit DELIMITED BY SIZE
                   " min" DELIMITED BY SIZE
                   INTO figureTextWs
               MOVE figureTextWs TO detailReachedOut
               MOVE logMoney TO dollarsEdit
               MOVE dollarsEdit TO detailMoneyOut
               ADD 1 TO dateTimeStops
               ADD 1 TO totalTimeStops
           WHEN OTHER
               MOVE logEvent TO detailEventOut
           END-EVALUATE

           MOVE complianceDetail TO reportLine
           WRITE reportLine.


       finishDate.

           MOVE dateRefused TO dateRefusedOut
           MOVE dateLossStops TO dateLossOut
           MOVE dateTimeStops TO dateTimeOut

           MOVE dateCountsLine TO reportLine
           WRITE reportLine BEFORE ADVANCING 2 LINES.


       writeTotals.

           MOVE "TOTALS FOR THE RANGE" TO reportLine
           WRITE reportLine

           MOVE "Dates with entries:" TO totalCaption
           MOVE datesListed TO totalFigure
           MOVE totalCaptionLine TO reportLine
           WRITE reportLine

           MOVE "Seatings refused:" TO totalCaption
           MOVE totalRefused TO totalFigure
           MOVE totalCaptionLine TO reportLine
           WRITE reportLine

           MOVE "Loss limit stops:" TO totalCaption
           MOVE totalLossStops TO totalFigure
           MOVE totalCaptionLine TO reportLine
           WRITE reportLine

           MOVE "Time limit stops:" TO totalCaption
           MOVE totalTimeStops TO totalFigure
           MOVE totalCaptionLine TO reportLine
           WRITE reportLine.
