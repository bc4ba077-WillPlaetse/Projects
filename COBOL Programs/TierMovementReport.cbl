       01  extractFlag         PIC X(18).

       01  extractId           PIC 9(6).
       01  extractSales        PIC 9(6)V99.

      *    Each extract's control records, and the same totals
      *    counted off the employee lines actually read.  The
      *    current extract must carry both; a prior extract cut
      *    before the control records existed has no header and is
      *    taken as it stands
       01  extractWhich            PIC X(7).
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
       01  extractLineWs           PIC X(150).

      *    A prior extract cut before the id column existed still
      *    has to compare cleanly: its header names no "Employee
               PERFORM ABORT-MISSING-INPUT
           END-IF

           PERFORM RESET-EXTRACT-CONTROL

           PERFORM READ-CURRENT-LINE


           CLOSE currentExtract

      *    Movement lines are only held in the table until now, so
      *    a current extract that fails its control check leaves no
      *    report behind to be mistaken for a real one
           MOVE "current" TO extractWhich
           PERFORM CHECK-EXTRACT-CONTROL

           OPEN OUTPUT movementReport

           MOVE droppedTitleNf TO reportLine
           WRITE reportLine BEFORE ADVANCING 2 LINES
           MOVE "D" TO movementKindWanted
               PERFORM LOAD-PRIOR-ENTRY UNTIL endOfPrior

               CLOSE priorExtract

               IF extractHeaderSeen THEN
                   MOVE "prior" TO extractWhich
                   PERFORM CHECK-EXTRACT-CONTROL
               END-IF
           END-IF.


       LOAD-PRIOR-ENTRY.

           MOVE priorLine TO extractLineWs

           EVALUATE TRUE
           WHEN priorLine(1:4) = "HDR,"
               PERFORM TAKE-EXTRACT-HEADER

           WHEN priorLine(1:4) = "TRL,"
               PERFORM TAKE-EXTRACT-TRAILER

           WHEN priorLine(1:7) = "Branch,"

      *    The header says which cut of the extract this is: only
      *    the post-cutover layout names an Employee Id column
                   MOVE "N" TO priorFormatFlag
               END-IF

           WHEN OTHER

               MOVE SPACES TO extractBranch, extractName, extractFlag
               MOVE SPACES TO extractIdText, extractSalesText
                       FUNCTION NUMVAL(extractIdText)
               END-IF

               COMPUTE extractSales =
                   FUNCTION NUMVAL(extractSalesText)
               ADD 1 TO extractDetailCount
               ADD extractSales TO extractSalesTotal
               ADD extractId TO extractIdHash

               IF priorEntryCount < priorTableMax THEN
                   ADD 1 TO priorEntryCount
                   MOVE extractId
      -                priorTableMax " employees, " extractName
      -                " was not loaded"
               END-IF
           END-EVALUATE

           READ priorExtract
               AT END SET endOfPrior TO TRUE
      *    and files a movement line when their tier moved
       PROCESS-CURRENT-LINE.

           MOVE currentLine TO extractLineWs

           EVALUATE TRUE
           WHEN currentLine(1:4) = "HDR,"
               PERFORM TAKE-EXTRACT-HEADER

           WHEN currentLine(1:4) = "TRL,"
               PERFORM TAKE-EXTRACT-TRAILER

           WHEN currentLine(1:7) = "Branch,"
               CONTINUE

           WHEN OTHER

               MOVE SPACES TO extractBranch, extractName, extractFlag
               MOVE SPACES TO extractIdText, extractSalesText

               COMPUTE extractId =
                   FUNCTION NUMVAL(extractIdText)
               COMPUTE extractSales =
                   FUNCTION NUMVAL(extractSalesText)

               ADD 1 TO extractDetailCount
               ADD extractSales TO extractSalesTotal
               ADD extractId TO extractIdHash

               MOVE ZERO TO priorFoundIdx

                   MOVE "Y" TO priorEntrySeen(priorFoundIdx)
                   PERFORM COMPARE-TIERS
               END-IF
           END-EVALUATE

           PERFORM READ-CURRENT-LINE.

           READ currentExtract
               AT END SET endOfCurrent TO TRUE
           END-READ.


      *    Clears the control totals between the prior extract and
      *    the current one
       RESET-EXTRACT-CONTROL.

           MOVE "N" TO extractHeaderFlag, extractTrailerFlag
           MOVE SPACES TO extractHeaderRunTag, extractHeaderDate
           MOVE ZEROES TO extractTrailerCount, extractTrailerSales
           MOVE ZEROES TO extractTrailerHash
           MOVE ZEROES TO extractDetailCount, extractSalesTotal
           MOVE ZEROES TO extractIdHash.


       TAKE-EXTRACT-HEADER.

           MOVE SPACES TO extractHeaderRunTag, extractHeaderDate

           UNSTRING extractLineWs DELIMITED BY ","
               INTO extractRecordType
                    extractHeaderRunTag
                    extractHeaderDate
           END-UNSTRING

           MOVE "Y" TO extractHeaderFlag.


       TAKE-EXTRACT-TRAILER.

           MOVE SPACES TO extractTrailerCountText
           MOVE SPACES TO extractTrailerSalesText
           MOVE SPACES TO extractTrailerHashText

           UNSTRING extractLineWs DELIMITED BY ","
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
      *    any report is written
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
               " " DELIMITED BY SIZE
               extractWhich DELIMITED BY SPACE
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


      *    Logs the failed control check, naming which extract it
      *    was, and stops with a return code the scheduler cannot
      *    mistake for a good run
       ABORT-CONTROL-MISMATCH.

           DISPLAY "The " extractWhich " extract does not agree "
      -        "with its control records"

           MOVE SPACES TO runLogLineWs
           IF NOT extractHeaderSeen OR NOT extractTrailerSeen THEN
               STRING "Status:          ABORTED - " DELIMITED BY SIZE
                   extractWhich DELIMITED BY SPACE
                   " extract header or trailer missing"
                   DELIMITED BY SIZE
                   INTO runLogLineWs
           ELSE
               STRING "Status:          ABORTED - " DELIMITED BY SIZE
                   extractWhich DELIMITED BY SPACE
                   " extract trailer does not agree"
                   DELIMITED BY SIZE
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
