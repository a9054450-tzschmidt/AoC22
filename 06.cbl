               SELECT ResultsFile ASSIGN TO "../data/06_results.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ResultsFileFS.
               SELECT PayloadFile ASSIGN TO "../data/06_messages.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayloadFS.
               SELECT ExceptionFile ASSIGN TO "../data/06_except.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExceptionFS.
                   05 FILLER PIC X.
                   05 RsSource PIC X(40).

      *>      message payloads, one record per start-of-message
      *>      marker - the signal that follows it, up to the next
      *>      marker, the length limit or the end of the line.
      *>      PrEnd says which (MARKER, MAXLEN, EOL, or REJECT when
      *>      the line was rejected under it); PrFlag INVALID means
      *>      characters validation threw out fell inside the
      *>      payload. Shipped in the same batch as the results
           FD PayloadFile.
               01 PayloadRec.
                   05 PrSource PIC X(40).
                   05 FILLER PIC X.
                   05 PrLineNum PIC 9(5).
                   05 FILLER PIC X.
                   05 PrPos PIC 9(9).
                   05 FILLER PIC X.
                   05 PrLen PIC 9(3).
                   05 FILLER PIC X.
                   05 PrEnd PIC X(6).
                   05 FILLER PIC X.
                   05 PrFlag PIC X(7).
                   05 FILLER PIC X.
                   05 PrText PIC X(500).

           FD ExceptionFile.
               01 ExceptionLine PIC X(80).

                   05 PbDate PIC X(10).
                   05 FILLER PIC X.
                   05 PbCycles PIC 9(3).
                   05 FILLER PIC X.
                   05 PbRunId PIC X(16).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 BatchNoFS PIC XX.
           01 PendingFS PIC XX.
           01 BatchNum PIC 9(7) VALUE 0.
      *>      the cycle run ID AOCDRV or AOCRERUN exported - stamped
      *>      on the pending batch, blank for a standalone DAY06RUN
           01 RunId PIC X(16) VALUE SPACE.
           01 ResultsWritten PIC 9(7) VALUE 0.
      *>      payload extraction - the start-of-message window is
      *>      the classic 14 when it is being scanned, otherwise the
      *>      largest window in the run; DAY06_MSG_WINDOW names
      *>      another. A payload runs from the character after its
      *>      marker until a fresh window of that size completes
      *>      the next marker (its own characters are not payload),
      *>      capped at DAY06_MSG_LEN characters (default 200, at
      *>      most 500). Payloads are written as they close, so in
      *>      tail mode the records already written for the partial
      *>      line are counted off (PlSkip) when it rescans
           01 PayloadFS PIC XX.
           01 PlOpen PIC 9 VALUE 0.
           01 PlW PIC 99 VALUE 0.
           01 PlWin PIC 99 VALUE 0.
           01 PlWinParm PIC X(4).
           01 PlMax PIC 999 VALUE 200.
           01 PlMaxParm PIC X(4).
           01 PlState PIC 9 VALUE 0.
           01 PlMarkPos PIC 9(9).
           01 PlLC PIC 9(9).
           01 PlTotal PIC 9(9).
           01 PlSpan PIC 9(9).
           01 PlBad PIC 9(7).
           01 PlBuf PIC X(500).
           01 PlEnd PIC X(6).
           01 PlLineRecs PIC 9(5) VALUE 0.
           01 PlSkip PIC 9(5) VALUE 0.
           01 PlHold PIC 9(5).
           01 PlWritten PIC 9(7) VALUE 0.
           01 PlFlagged PIC 9(7) VALUE 0.
           01 PlWinEd PIC Z9.
           01 DataFS PIC XX.
      *>      window-size parameter file path - DD_DAY06_WIN
      *>      redirects it the same way DD_DAY06 does the input,
           PERFORM 047-Get-Tail-Mode
           PERFORM 049-Get-Sweep-Dir
           PERFORM 050-Get-Windows
           PERFORM 052-Get-Payload-Parms
           PERFORM 610-Check-Restart
           OPEN OUTPUT ResultsFile
           IF ResultsFileFS NOT = "00" THEN
               MOVE 1 TO ResultsOpen
               PERFORM 055-Assign-Batch
               PERFORM 058-Write-Batch-Header
               PERFORM 057-Open-Payload-File
           END-IF
           OPEN OUTPUT ExceptionFile
           IF ExceptionFS NOT = "00" THEN
           IF ResultsOpen = 1 THEN
               PERFORM 059-Write-Batch-Trailer
               CLOSE ResultsFile
               IF PlOpen = 1 THEN
                   PERFORM 061-Close-Payload-File
               END-IF
               PERFORM 062-File-Pending-Batch
           END-IF
           IF ExceptOpen = 1 THEN
           IF RejCount > 0 THEN
               DISPLAY RejCount " LINE(S) REJECTED"
           END-IF
           IF PlOpen = 1 THEN
               DISPLAY "MESSAGE PAYLOADS: " PlWritten
                   " - SEE 06_messages.txt"
               IF PlFlagged > 0 THEN
                   DISPLAY PlFlagged " PAYLOAD(S) FLAGGED INVALID"
               END-IF
           END-IF
           MOVE FirstLinePart1 TO Part1Out
           MOVE FirstLinePart2 TO Part2Out
           PERFORM 810-Write-Ledger
           WRITE ResultsRec
           .

      *>      the message file ships in the results batch - same
      *>      batch number and date on its header, its own record
      *>      count on its trailer, one acknowledgment for both
       057-Open-Payload-File.
           OPEN OUTPUT PayloadFile
           IF PayloadFS NOT = "00" THEN
               MOVE "AOC620E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY06: CANNOT OPEN 06_messages.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   PayloadFS DELIMITED BY SIZE
                   " - NO PAYLOADS EXTRACTED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE 1 TO PlOpen
               MOVE SPACES TO PayloadRec
               STRING "BATCH " DELIMITED BY SIZE
                   BatchNum DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RunDateEd DELIMITED BY SIZE
                   INTO PayloadRec
               WRITE PayloadRec
               MOVE PlWin TO PlWinEd
               DISPLAY "DAY06: MESSAGE PAYLOADS FOLLOW THE WINDOW "
                   FUNCTION TRIM(PlWinEd) " MARKER, UP TO " PlMax
                   " CHARACTERS"
           END-IF
           .

       061-Close-Payload-File.
           MOVE SPACES TO PayloadRec
           STRING "END " DELIMITED BY SIZE
               PlWritten DELIMITED BY SIZE
               INTO PayloadRec
           WRITE PayloadRec
           CLOSE PayloadFile
           .

      *>      the shipped batch waits on the pending file until the
      *>      acknowledgment comes back - append and close at once,
      *>      the way AOCDRV files its run-status records
               MOVE BatchNum TO PbBatch
               MOVE RunDateEd TO PbDate
               MOVE 0 TO PbCycles
               MOVE SPACE TO RunId
               ACCEPT RunId FROM ENVIRONMENT "AOC_RUN_ID"
               MOVE RunId TO PbRunId
               WRITE PendingRec
               CLOSE PendingFile
           END-IF
                   IF SkipTarget > 0 THEN
                       MOVE 1 TO SkipMode
                   END-IF
                   MOVE PlLineRecs TO PlHold
                   PERFORM 060-Reset-Line-State
                   MOVE PlHold TO PlSkip
               END-IF
           END-IF
           .
           END-IF
           .

      *>      which window marks the start of a message, and how
      *>      much of the signal after it makes up the payload
       052-Get-Payload-Parms.
           MOVE 0 TO PlW
           MOVE SPACE TO PlWinParm
           ACCEPT PlWinParm FROM ENVIRONMENT "DAY06_MSG_WINDOW"
           IF PlWinParm NOT = SPACE THEN
               IF FUNCTION TEST-NUMVAL(PlWinParm) = 0 THEN
                   MOVE FUNCTION NUMVAL(PlWinParm) TO PlWin
                   PERFORM VARYING W FROM 1 BY 1 UNTIL W > WinCount
                       IF WinSize(W) = PlWin AND PlW = 0 THEN
                           MOVE W TO PlW
                       END-IF
                   END-PERFORM
               END-IF
               IF PlW = 0 THEN
                   MOVE "AOC619W" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "DAY06: DAY06_MSG_WINDOW " DELIMITED BY SIZE
                       FUNCTION TRIM(PlWinParm) DELIMITED BY SIZE
                       " IS NOT A WINDOW BEING SCANNED - DEFAULT "
                       DELIMITED BY SIZE
                       "MESSAGE WINDOW USED" DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
               END-IF
           END-IF
           IF PlW = 0 THEN
               PERFORM VARYING W FROM 1 BY 1 UNTIL W > WinCount
                   IF WinSize(W) = 14 AND PlW = 0 THEN
                       MOVE W TO PlW
                   END-IF
               END-PERFORM
           END-IF
           IF PlW = 0 THEN
               MOVE 1 TO PlW
               PERFORM VARYING W FROM 2 BY 1 UNTIL W > WinCount
                   IF WinSize(W) > WinSize(PlW) THEN
                       MOVE W TO PlW
                   END-IF
               END-PERFORM
           END-IF
           MOVE WinSize(PlW) TO PlWin
           MOVE SPACE TO PlMaxParm
           ACCEPT PlMaxParm FROM ENVIRONMENT "DAY06_MSG_LEN"
           IF PlMaxParm NOT = SPACE
               AND FUNCTION TEST-NUMVAL(PlMaxParm) = 0 THEN
               IF FUNCTION NUMVAL(PlMaxParm) > 500 THEN
                   MOVE 500 TO PlMax
               ELSE
                   MOVE FUNCTION NUMVAL(PlMaxParm) TO PlMax
                   IF PlMax = 0 THEN
                       MOVE 200 TO PlMax
                   END-IF
               END-IF
           END-IF
           .

      *>      fresh scan state for the next signal line
       060-Reset-Line-State.
           MOVE 0 TO LinePos
           MOVE 0 TO CtlPos
           MOVE 0 TO CtlLine
           MOVE 1 TO CtlPending
           MOVE 0 TO PlState
           MOVE 0 TO PlLineRecs
           MOVE 0 TO PlSkip
           .

      *>      one raw block - newlines close the line in hand, and
      *>      the scan
       092-Take-Char.
           IF SigCh = X"0A" THEN
               IF CtlPending = 1 AND CtlLine = 0 AND CtlPos > 0 THEN
                   PERFORM 094-Flush-Staged
               END-IF
               IF CtlLine = 1 THEN
           ELSE
               ADD 1 TO InvCount
               PERFORM 140-Log-Invalid
               IF PlState = 1 AND PlTotal < PlMax THEN
                   ADD 1 TO PlBad
               END-IF
               IF InvalidAction = "R" THEN
                   MOVE 1 TO LineRejected
                   IF PlState = 1 THEN
                       MOVE PlTotal TO PlSpan
                       MOVE "REJECT" TO PlEnd
                       PERFORM 186-End-Payload
                   END-IF
               END-IF
           END-IF
           .
           ADD 1 TO LinePos
           COMPUTE BufSlot = FUNCTION MOD(LinePos - 1, 99) + 1
           MOVE SigCh TO RecentBuf(BufSlot:1)
           IF PlState = 1 THEN
               PERFORM 180-Payload-Char
           END-IF
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > WinCount
               IF WPos(W) = 0 THEN
                   IF LastPos(LVal) >= WLC(W) THEN
                   IF LinePos - WLC(W) + 1 = WinSize(W) THEN
                       MOVE LinePos TO WPos(W)
                       PERFORM 130-Capture-Marker
                       IF W = PlW AND PlOpen = 1 THEN
                           PERFORM 182-Start-Payload
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           END-PERFORM
           .

      *>      one signal character inside an open payload - kept
      *>      up to the length limit, and watched for the next
      *>      start-of-message marker, which closes this payload
      *>      and opens the one after it
       180-Payload-Char.
           ADD 1 TO PlTotal
           IF PlTotal <= PlMax THEN
               MOVE SigCh TO PlBuf(PlTotal:1)
           END-IF
           IF LastPos(LVal) >= PlLC THEN
               COMPUTE PlLC = LastPos(LVal) + 1
           END-IF
           IF LinePos - PlLC + 1 = PlWin THEN
               COMPUTE PlSpan = PlTotal - PlWin
               MOVE "MARKER" TO PlEnd
               PERFORM 186-End-Payload
               PERFORM 182-Start-Payload
           END-IF
           .

      *>      a start-of-message marker just completed - the next
      *>      character opens its payload, and the search for the
      *>      following marker starts fresh from there
       182-Start-Payload.
           MOVE 1 TO PlState
           MOVE LinePos TO PlMarkPos
           COMPUTE PlLC = LinePos + 1
           MOVE 0 TO PlTotal
           MOVE 0 TO PlBad
           MOVE SPACES TO PlBuf
           .

      *>      close the payload in hand - PlSpan (its length before
      *>      the limit) and PlEnd are set by the caller
       186-End-Payload.
           MOVE 0 TO PlState
           IF PlSpan > PlMax THEN
               MOVE PlMax TO PlSpan
               MOVE "MAXLEN" TO PlEnd
           END-IF
           ADD 1 TO PlLineRecs
           IF PlLineRecs > PlSkip THEN
               ADD 1 TO PlWritten
               MOVE SPACES TO PayloadRec
               MOVE SourceTag TO PrSource
               COMPUTE PrLineNum = LineNum + 1
               MOVE PlMarkPos TO PrPos
               MOVE PlSpan TO PrLen
               MOVE PlEnd TO PrEnd
               IF PlSpan > 0 THEN
                   MOVE PlBuf(1:PlSpan) TO PrText
               END-IF
               IF PlBad > 0 THEN
                   MOVE "INVALID" TO PrFlag
                   ADD 1 TO PlFlagged
               END-IF
               WRITE PayloadRec
           END-IF
           .

      *>      a signal line just ended - report every window's
      *>      verdict the same way the line-at-a-time version did,
      *>      then reset for the next line
           .

       112-Report-Finished-Line.
           IF PlState = 1 THEN
               MOVE PlTotal TO PlSpan
               MOVE "EOL" TO PlEnd
               PERFORM 186-End-Payload
           END-IF
           ADD 1 TO CtlDataCount
           ADD 1 TO LineNum
           MOVE LineNum TO LineNumEd
