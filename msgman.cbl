       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGMAN.

      *>      operator response manual - prints the message
      *>      reference (../data/aocmsgref.txt, see MSGLOG) as the
      *>      night shift's runbook: per message id its severity,
      *>      owning program, the message as it appears on the
      *>      console, what it means and what the operator does.
      *>      The full manual opens with how to read it and an index
      *>      of messages by program, and closes with every problem
      *>      found in the reference itself - records out of order
      *>      or duplicated, not in the layout, a severity that does
      *>      not match the id, an entry with no explanation or no
      *>      action - so the reference is checked every time it is
      *>      printed. MSGMAN_ID narrows the print to a lookup: a
      *>      full id (AOC503E), an id prefix (AOC5, every DAY05
      *>      message) or an owning program (DAY05). Output goes to
      *>      ../data/msg_manual.txt, 60 lines to the page, an entry
      *>      never split across a page. Run standalone; RC 4 when
      *>      the reference has problems or a lookup finds nothing

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MsgRef ASSIGN TO "../data/aocmsgref.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MsgRefFS.
               SELECT ManualReport ASSIGN TO "../data/msg_manual.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ManualFS.


       DATA DIVISION.
           FILE SECTION.
      *>      same layout MSGLOG reads - M message, X explanation,
      *>      A action records, the id in 1-7 and the type in 9
           FD MsgRef.
               01 MsgRefRec.
                   05 MrId PIC X(7).
                   05 FILLER PIC X.
                   05 MrType PIC X.
                   05 FILLER PIC X.
                   05 MrText PIC X(130).
               01 MsgRefMsgRec.
                   05 FILLER PIC X(10).
                   05 MrSev PIC X.
                   05 FILLER PIC X.
                   05 MrProgram PIC X(9).
                   05 FILLER PIC X.
                   05 MrStem PIC X(118).

           FD ManualReport.
               01 ManualLine PIC X(132).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 MsgRefFS PIC XX.
           01 ManualFS PIC XX.
           01 RefEOF PIC 9.
           01 RefLineNum PIC 9(5).
           01 RefLineEd PIC Z(4)9.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).

      *>      the lookup - an id or id prefix, or a program name
           01 LookParm PIC X(12).
           01 LookKey PIC X(9).
           01 LookLen PIC 99 VALUE 0.
           01 LookByProg PIC 9 VALUE 0.
           01 MatchCount PIC 9(4) VALUE 0.

      *>      pass-one state - the entry being checked
           01 PrevId PIC X(7) VALUE SPACES.
           01 CurId PIC X(7) VALUE SPACES.
           01 CurHasX PIC 9.
           01 CurHasA PIC 9.
           01 EntryTotal PIC 9(4) VALUE 0.
           01 ErrTotal PIC 9(4) VALUE 0.
           01 WarnTotal PIC 9(4) VALUE 0.
           01 InfoTotal PIC 9(4) VALUE 0.

      *>      messages by owning program, in order of first id
           01 ProgIndex.
               05 PxEntry OCCURS 60 TIMES.
                   10 PxProgram PIC X(9).
                   10 PxFirst PIC X(7).
                   10 PxLast PIC X(7).
                   10 PxErr PIC 9(4).
                   10 PxWarn PIC 9(4).
                   10 PxInfo PIC 9(4).
           01 PxCount PIC 99 VALUE 0.
           01 PI PIC 99.
           01 PxHit PIC 99.

      *>      problems found in the reference, printed at the end
           01 ProbCount PIC 9(4) VALUE 0.
           01 ProbTable.
               05 ProbLine OCCURS 200 TIMES PIC X(100).
           01 ProbText PIC X(100).
           01 PJ PIC 9(4).

      *>      pass-two state - one entry buffered so it can be kept
      *>      on one page
           01 EntSelected PIC 9 VALUE 0.
           01 EntId PIC X(7).
           01 EntXSeen PIC 9.
           01 EntASeen PIC 9.
           01 EntCount PIC 99 VALUE 0.
           01 EntTable.
               05 EntLine OCCURS 40 TIMES PIC X(132).
           01 EJ PIC 99.
           01 SevWord PIC X(11).

      *>      page control
           01 ManPageNum PIC 999 VALUE 0.
           01 ManPageEd PIC ZZ9.
           01 ManLineCnt PIC 99 VALUE 99.
           01 PageLines PIC 99 VALUE 60.
           01 ManLineSave PIC X(132).

           01 CountEd PIC Z(3)9.
           01 PrintEd PIC Z(3)9.
           01 ProbEd PIC Z(3)9.
           01 ErrEd PIC Z(5)9.
           01 WarnEd PIC Z(7)9.
           01 InfoEd PIC Z(5)9.
           01 TotEd PIC Z(5)9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Get-Parms
           OPEN INPUT MsgRef
           IF MsgRefFS NOT = "00" THEN
               MOVE "AOC996E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MSGMAN: CANNOT OPEN aocmsgref.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   MsgRefFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RefLineNum
           MOVE 0 TO RefEOF
           PERFORM UNTIL RefEOF = 1
               READ MsgRef
                   AT END MOVE 1 TO RefEOF
                   NOT AT END PERFORM 110-Check-Record
               END-READ
           END-PERFORM
           PERFORM 120-Close-Check
           CLOSE MsgRef
           MOVE 0 TO EntSelected
           OPEN OUTPUT ManualReport
           IF ManualFS NOT = "00" THEN
               MOVE "AOC997E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MSGMAN: CANNOT OPEN msg_manual.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   ManualFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LookLen = 0 THEN
               PERFORM 300-Write-Front
           ELSE
               MOVE MatchCount TO CountEd
               MOVE SPACES TO ManualLine
               STRING "LOOKUP " DELIMITED BY SIZE
                   LookKey DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(CountEd) DELIMITED BY SIZE
                   " MESSAGE(S)" DELIMITED BY SIZE
                   INTO ManualLine
               PERFORM 490-Manual-Write
               MOVE SPACES TO ManualLine
               PERFORM 490-Manual-Write
           END-IF
           OPEN INPUT MsgRef
           MOVE 0 TO RefEOF
           PERFORM UNTIL RefEOF = 1
               READ MsgRef
                   AT END MOVE 1 TO RefEOF
                   NOT AT END PERFORM 400-Take-Record
               END-READ
           END-PERFORM
           PERFORM 420-Flush-Entry
           CLOSE MsgRef
           IF LookLen = 0 THEN
               PERFORM 500-Write-Problems
           ELSE
               IF MatchCount = 0 THEN
                   MOVE SPACES TO ManualLine
                   STRING "NO MESSAGE MATCHES " DELIMITED BY SIZE
                       LookKey DELIMITED BY SPACE
                       " - CHECK THE ID AS SHOWN IN THE RUN LOG"
                       DELIMITED BY SIZE
                       INTO ManualLine
                   PERFORM 490-Manual-Write
               END-IF
           END-IF
           CLOSE ManualReport
           MOVE EntryTotal TO CountEd
           MOVE MatchCount TO PrintEd
           MOVE ProbCount TO ProbEd
           DISPLAY "MSGMAN: " FUNCTION TRIM(CountEd)
               " MESSAGE(S) IN THE REFERENCE, "
               FUNCTION TRIM(PrintEd) " PRINTED, "
               FUNCTION TRIM(ProbEd) " PROBLEM(S)"
           MOVE 0 TO RETURN-CODE
           IF LookLen = 0 AND ProbCount > 0 THEN
               MOVE "AOC998W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MSGMAN: " DELIMITED BY SIZE
                   FUNCTION TRIM(ProbEd) DELIMITED BY SIZE
                   " REFERENCE PROBLEM(S) - SEE msg_manual.txt"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           END-IF
           IF LookLen > 0 AND MatchCount = 0 THEN
               MOVE "AOC999W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MSGMAN: NO MESSAGE MATCHES " DELIMITED BY SIZE
                   LookKey DELIMITED BY SPACE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           END-IF
       STOP RUN
       .

      *>      MSGMAN_ID - AOC and anything after it is an id or id
      *>      prefix, anything else an owning program
       040-Get-Parms.
           ACCEPT RunDate FROM DATE YYYYMMDD
           MOVE RunDate(1:4) TO RunDateEd(1:4)
           MOVE "-" TO RunDateEd(5:1)
           MOVE RunDate(5:2) TO RunDateEd(6:2)
           MOVE "-" TO RunDateEd(8:1)
           MOVE RunDate(7:2) TO RunDateEd(9:2)
           MOVE SPACE TO LookParm
           ACCEPT LookParm FROM ENVIRONMENT "MSGMAN_ID"
           IF LookParm NOT = SPACE THEN
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LookParm))
                   TO LookKey
               MOVE 0 TO LookLen
               INSPECT LookKey TALLYING LookLen
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF LookKey(1:3) NOT = "AOC" THEN
                   MOVE 1 TO LookByProg
               END-IF
           END-IF
           .

      *>      pass one - check each record against the layout and
      *>      the entry it belongs to, and build the program index
       110-Check-Record.
           ADD 1 TO RefLineNum
           IF MsgRefRec(1:1) = "*" OR MsgRefRec = SPACES THEN
               CONTINUE
           ELSE
               IF MrId(1:3) NOT = "AOC" OR MrId(4:3) NOT NUMERIC
                   OR (MrId(7:1) NOT = "E" AND MrId(7:1) NOT = "W"
                       AND MrId(7:1) NOT = "I")
                   OR (MrType NOT = "M" AND MrType NOT = "X"
                       AND MrType NOT = "A") THEN
                   MOVE RefLineNum TO RefLineEd
                   MOVE SPACES TO ProbText
                   STRING "LINE " DELIMITED BY SIZE
                       FUNCTION TRIM(RefLineEd) DELIMITED BY SIZE
                       ": NOT IN THE REFERENCE LAYOUT - "
                       DELIMITED BY SIZE
                       MsgRefRec(1:40) DELIMITED BY SIZE
                       INTO ProbText
                   PERFORM 190-Add-Problem
               ELSE
                   IF MrType = "M" THEN
                       PERFORM 120-Close-Check
                       PERFORM 115-Check-Message
                   ELSE
                       IF MrId NOT = CurId THEN
                           MOVE RefLineNum TO RefLineEd
                           MOVE SPACES TO ProbText
                           STRING "LINE " DELIMITED BY SIZE
                               FUNCTION TRIM(RefLineEd)
                               DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               MrType DELIMITED BY SIZE
                               " RECORD FOR " DELIMITED BY SIZE
                               MrId DELIMITED BY SIZE
                               " IS NOT UNDER ITS M RECORD"
                               DELIMITED BY SIZE
                               INTO ProbText
                           PERFORM 190-Add-Problem
                       ELSE
                           IF MrType = "X" THEN
                               MOVE 1 TO CurHasX
                           ELSE
                               MOVE 1 TO CurHasA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       115-Check-Message.
           MOVE RefLineNum TO RefLineEd
           IF MrId NOT > PrevId THEN
               MOVE SPACES TO ProbText
               STRING "LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(RefLineEd) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   MrId DELIMITED BY SIZE
                   " OUT OF ORDER OR DUPLICATED" DELIMITED BY SIZE
                   INTO ProbText
               PERFORM 190-Add-Problem
           END-IF
           IF MrSev NOT = MrId(7:1) THEN
               MOVE SPACES TO ProbText
               STRING "LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(RefLineEd) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   MrId DELIMITED BY SIZE
                   " SEVERITY " DELIMITED BY SIZE
                   MrSev DELIMITED BY SIZE
                   " DOES NOT MATCH ITS ID" DELIMITED BY SIZE
                   INTO ProbText
               PERFORM 190-Add-Problem
           END-IF
           IF MrProgram = SPACES OR MrStem = SPACES THEN
               MOVE SPACES TO ProbText
               STRING "LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(RefLineEd) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   MrId DELIMITED BY SIZE
                   " HAS NO OWNING PROGRAM OR NO MESSAGE STEM"
                   DELIMITED BY SIZE
                   INTO ProbText
               PERFORM 190-Add-Problem
           END-IF
           IF MrId > PrevId THEN
               MOVE MrId TO PrevId
           END-IF
           MOVE MrId TO CurId
           MOVE 0 TO CurHasX
           MOVE 0 TO CurHasA
           ADD 1 TO EntryTotal
           EVALUATE MrId(7:1)
               WHEN "E" ADD 1 TO ErrTotal
               WHEN "W" ADD 1 TO WarnTotal
               WHEN OTHER ADD 1 TO InfoTotal
           END-EVALUATE
           PERFORM 130-Index-Program
           PERFORM 150-Test-Selected
           IF EntSelected = 1 THEN
               ADD 1 TO MatchCount
           END-IF
           .

      *>      the entry just finished must have said what the
      *>      message means and what to do about it
       120-Close-Check.
           IF CurId NOT = SPACES THEN
               IF CurHasX = 0 THEN
                   MOVE SPACES TO ProbText
                   STRING CurId DELIMITED BY SIZE
                       " HAS NO EXPLANATION (X) RECORD"
                       DELIMITED BY SIZE
                       INTO ProbText
                   PERFORM 190-Add-Problem
               END-IF
               IF CurHasA = 0 THEN
                   MOVE SPACES TO ProbText
                   STRING CurId DELIMITED BY SIZE
                       " HAS NO OPERATOR ACTION (A) RECORD"
                       DELIMITED BY SIZE
                       INTO ProbText
                   PERFORM 190-Add-Problem
               END-IF
           END-IF
           .

       130-Index-Program.
           MOVE 0 TO PxHit
           PERFORM VARYING PI FROM 1 BY 1
               UNTIL PI > PxCount OR PxHit > 0
               IF PxProgram(PI) = MrProgram THEN
                   MOVE PI TO PxHit
               END-IF
           END-PERFORM
           IF PxHit = 0 AND PxCount < 60 THEN
               ADD 1 TO PxCount
               MOVE PxCount TO PxHit
               MOVE MrProgram TO PxProgram(PxHit)
               MOVE MrId TO PxFirst(PxHit)
               MOVE 0 TO PxErr(PxHit) PxWarn(PxHit) PxInfo(PxHit)
           END-IF
           IF PxHit > 0 THEN
               MOVE MrId TO PxLast(PxHit)
               EVALUATE MrId(7:1)
                   WHEN "E" ADD 1 TO PxErr(PxHit)
                   WHEN "W" ADD 1 TO PxWarn(PxHit)
                   WHEN OTHER ADD 1 TO PxInfo(PxHit)
               END-EVALUATE
           END-IF
           .

       150-Test-Selected.
           MOVE 0 TO EntSelected
           IF LookLen = 0 THEN
               MOVE 1 TO EntSelected
           ELSE
               IF LookByProg = 1 THEN
                   IF MrProgram = LookKey THEN
                       MOVE 1 TO EntSelected
                   END-IF
               ELSE
                   IF LookLen <= 7 THEN
                       IF MrId(1:LookLen) = LookKey(1:LookLen) THEN
                           MOVE 1 TO EntSelected
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       190-Add-Problem.
           ADD 1 TO ProbCount
           IF ProbCount <= 200 THEN
               MOVE ProbText TO ProbLine(ProbCount)
           END-IF
           .

      *>      how to read the manual, then the index by program
       300-Write-Front.
           MOVE "HOW TO USE THIS MANUAL" TO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           STRING "EVERY CONSOLE AND RUN-LOG MESSAGE CARRIES AN ID - "
               DELIMITED BY SIZE
               "AOC, A NUMBER AND A SEVERITY LETTER. FIND THE ID"
               DELIMITED BY SIZE
               INTO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           STRING "BELOW (IN ID ORDER) OR PRINT IT ALONE WITH "
               DELIMITED BY SIZE
               "MSGMAN_ID SET TO THE ID, AND TAKE THE ACTION GIVEN."
               DELIMITED BY SIZE
               INTO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           STRING "  E  ERROR        A DAY OR STEP FAILED OR LOST "
               DELIMITED BY SIZE
               "OUTPUT - ACT BEFORE THE CYCLE IS SIGNED OFF"
               DELIMITED BY SIZE
               INTO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           STRING "  W  WARNING      THE CYCLE CARRIED ON WITH LESS "
               DELIMITED BY SIZE
               "THAN IT SHOULD - ACT TONIGHT OR HAND OVER"
               DELIMITED BY SIZE
               INTO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           STRING "  I  INFORMATION  A RECORD OF WHAT HAPPENED - "
               DELIMITED BY SIZE
               "NORMALLY NO ACTION" DELIMITED BY SIZE
               INTO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           STRING "A DAY IS RERUN FROM ITS ARCHIVE WITH AOCRERUN "
               DELIMITED BY SIZE
               "(AOC_RERUN_DATE=YYYYMMDD, AOC_RERUN_DAYS=nn,nn)."
               DELIMITED BY SIZE
               INTO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           STRING "HOLDS ARE PLACED AND RELEASED FROM THE OPERATOR "
               DELIMITED BY SIZE
               "CONSOLE, AOCCON." DELIMITED BY SIZE
               INTO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           PERFORM 490-Manual-Write
           MOVE "MESSAGES BY PROGRAM" TO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           STRING "PROGRAM    FIRST    LAST       ERRORS  WARNINGS"
               DELIMITED BY SIZE
               "    INFO   TOTAL" DELIMITED BY SIZE
               INTO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           MOVE ALL "-" TO ManualLine(1:64)
           PERFORM 490-Manual-Write
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PxCount
               MOVE PxErr(PI) TO ErrEd
               MOVE PxWarn(PI) TO WarnEd
               MOVE PxInfo(PI) TO InfoEd
               COMPUTE TotEd = PxErr(PI) + PxWarn(PI) + PxInfo(PI)
               MOVE SPACES TO ManualLine
               STRING PxProgram(PI) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PxFirst(PI) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PxLast(PI) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ErrEd DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WarnEd DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   InfoEd DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TotEd DELIMITED BY SIZE
                   INTO ManualLine
               PERFORM 490-Manual-Write
           END-PERFORM
           MOVE SPACES TO ManualLine
           MOVE ALL "-" TO ManualLine(1:64)
           PERFORM 490-Manual-Write
           MOVE ErrTotal TO ErrEd
           MOVE WarnTotal TO WarnEd
           MOVE InfoTotal TO InfoEd
           MOVE EntryTotal TO TotEd
           MOVE SPACES TO ManualLine
           STRING "TOTAL      " DELIMITED BY SIZE
               "                  " DELIMITED BY SIZE
               ErrEd DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WarnEd DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               InfoEd DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TotEd DELIMITED BY SIZE
               INTO ManualLine
           PERFORM 490-Manual-Write
           MOVE 99 TO ManLineCnt
           .

      *>      pass two - buffer each selected entry as it is read
       400-Take-Record.
           IF MsgRefRec(1:1) = "*" OR MsgRefRec = SPACES
               OR MrId(1:3) NOT = "AOC" THEN
               CONTINUE
           ELSE
               EVALUATE MrType
                   WHEN "M"
                       PERFORM 420-Flush-Entry
                       PERFORM 150-Test-Selected
                       IF EntSelected = 1 THEN
                           PERFORM 410-Start-Entry
                       END-IF
                   WHEN "X"
                       IF EntSelected = 1 AND MrId = EntId
                           AND EntCount < 40 THEN
                           ADD 1 TO EntCount
                           MOVE SPACES TO EntLine(EntCount)
                           IF EntXSeen = 0 THEN
                               MOVE "    MEANING:" TO EntLine(EntCount)
                               MOVE 1 TO EntXSeen
                           END-IF
                           MOVE MrText TO EntLine(EntCount)(14:119)
                       END-IF
                   WHEN "A"
                       IF EntSelected = 1 AND MrId = EntId
                           AND EntCount < 40 THEN
                           ADD 1 TO EntCount
                           MOVE SPACES TO EntLine(EntCount)
                           IF EntASeen = 0 THEN
                               MOVE "    ACTION:" TO EntLine(EntCount)
                               MOVE 1 TO EntASeen
                           END-IF
                           MOVE MrText TO EntLine(EntCount)(14:119)
                       END-IF
               END-EVALUATE
           END-IF
           .

       410-Start-Entry.
           MOVE MrId TO EntId
           MOVE 0 TO EntXSeen
           MOVE 0 TO EntASeen
           EVALUATE MrSev
               WHEN "E" MOVE "ERROR" TO SevWord
               WHEN "W" MOVE "WARNING" TO SevWord
               WHEN "I" MOVE "INFORMATION" TO SevWord
               WHEN OTHER MOVE "UNKNOWN" TO SevWord
           END-EVALUATE
           MOVE 1 TO EntCount
           MOVE SPACES TO EntLine(1)
           STRING MrId DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SevWord DELIMITED BY SIZE
               "  ISSUED BY " DELIMITED BY SIZE
               MrProgram DELIMITED BY SIZE
               INTO EntLine(1)
           MOVE 2 TO EntCount
           MOVE SPACES TO EntLine(2)
           MOVE "    MESSAGE:" TO EntLine(2)
           MOVE MrStem TO EntLine(2)(14:118)
           .

      *>      an entry goes out whole - if it will not fit on what
      *>      is left of the page it starts the next one
       420-Flush-Entry.
           IF EntSelected = 1 AND EntCount > 0 THEN
               IF EntXSeen = 0 THEN
                   ADD 1 TO EntCount
                   MOVE "    MEANING:  (NOT IN THE REFERENCE)"
                       TO EntLine(EntCount)
               END-IF
               IF EntASeen = 0 THEN
                   ADD 1 TO EntCount
                   MOVE "    ACTION:   (NOT IN THE REFERENCE)"
                       TO EntLine(EntCount)
               END-IF
               ADD 1 TO EntCount
               MOVE SPACES TO EntLine(EntCount)
               IF ManLineCnt + EntCount > PageLines THEN
                   MOVE 99 TO ManLineCnt
               END-IF
               PERFORM VARYING EJ FROM 1 BY 1 UNTIL EJ > EntCount
                   MOVE EntLine(EJ) TO ManualLine
                   PERFORM 490-Manual-Write
               END-PERFORM
           END-IF
           MOVE 0 TO EntSelected
           MOVE 0 TO EntCount
           .

      *>      one manual line with page control - a fresh page gets
      *>      the banner again
       490-Manual-Write.
           IF ManLineCnt >= PageLines THEN
               ADD 1 TO ManPageNum
               MOVE ManPageNum TO ManPageEd
               MOVE ManualLine TO ManLineSave
               MOVE SPACES TO ManualLine
               STRING "AOC22 OPERATOR RESPONSE MANUAL - PRINTED "
                   DELIMITED BY SIZE
                   RunDateEd DELIMITED BY SIZE
                   "  PAGE " DELIMITED BY SIZE
                   ManPageEd DELIMITED BY SIZE
                   INTO ManualLine
               WRITE ManualLine
               MOVE SPACES TO ManualLine
               WRITE ManualLine
               MOVE 2 TO ManLineCnt
               MOVE ManLineSave TO ManualLine
           END-IF
           WRITE ManualLine
           ADD 1 TO ManLineCnt
           .

       500-Write-Problems.
           MOVE 99 TO ManLineCnt
           MOVE "REFERENCE FILE PROBLEMS" TO ManualLine
           PERFORM 490-Manual-Write
           MOVE SPACES TO ManualLine
           PERFORM 490-Manual-Write
           IF ProbCount = 0 THEN
               MOVE SPACES TO ManualLine
               STRING "NONE - EVERY ENTRY IS IN ORDER AND HAS ITS "
                   DELIMITED BY SIZE
                   "MESSAGE, EXPLANATION AND ACTION" DELIMITED BY SIZE
                   INTO ManualLine
               PERFORM 490-Manual-Write
           ELSE
               PERFORM VARYING PJ FROM 1 BY 1
                   UNTIL PJ > ProbCount OR PJ > 200
                   MOVE ProbLine(PJ) TO ManualLine
                   PERFORM 490-Manual-Write
               END-PERFORM
               IF ProbCount > 200 THEN
                   COMPUTE CountEd = ProbCount - 200
                   MOVE SPACES TO ManualLine
                   STRING "... AND " DELIMITED BY SIZE
                       FUNCTION TRIM(CountEd) DELIMITED BY SIZE
                       " MORE" DELIMITED BY SIZE
                       INTO ManualLine
                   PERFORM 490-Manual-Write
               END-IF
           END-IF
           .
