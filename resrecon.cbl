       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESRECON.

      *>      expected-answer reconciliation - some feeds arrive
      *>      with the answer the sender computed on their side.
      *>      expected_results.txt carries those figures, one line
      *>      per day and cycle date, and each is matched against
      *>      the current-version result on results_history.dat.
      *>      recon_report.txt lists the entries that agreed, those
      *>      that disagreed, those expected but never run, and the
      *>      results run over the same cycle dates with nothing
      *>      expected. A disagreement is raised on
      *>      aocdrv_alerts.txt, filed on the exception master
      *>      under reason EXPDIFF, and blocks the result from
      *>      automatic certification (a BLOCK transaction for
      *>      RESCERT), the same way a REGCHK regression does.
      *>      A disagreement on a version already signed off by
      *>      hand on results_cert.dat (certified or rejected) has
      *>      been dealt with - it is listed, but not raised again.
      *>      A disagreement ends the step RC 4, since the BLOCK
      *>      holds only that day and RESCERT and HISTEXP still run
      *>      for the rest; RC 8 only when a BLOCK could not be
      *>      filed, so the network ships nothing until it is.
      *>      Control lines that cannot be used go to the exception
      *>      master under day RECON. No control file just means no
      *>      sender figures tonight. Runs as a job-network step
      *>      before RESCERT; harmless by hand.
      *>
      *>      control layout (fixed columns, "*" in column one for
      *>      comments):
      *>        1-5   day       DAY01-DAY06
      *>        7-16  date      cycle date YYYY-MM-DD
      *>        18-57 part 1    the expected Part 1 answer
      *>        59-98 part 2    the expected Part 2 answer
      *>      a blank part is not checked. An answer may be given
      *>      bare (24000) or with the ledger keyword (TOTAL=24000);
      *>      either way only the first word's value is compared,
      *>      leading zeros ignored - the headline figure of each
      *>      Part (CALORIES for DAY01 Part 1, the stack tops for
      *>      DAY05 and so on)

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HistoryFile
                   ASSIGN TO "../data/results_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HistKey
           FILE STATUS IS HistoryFS.
               SELECT ControlFile
                   ASSIGN TO "../data/expected_results.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ControlFS.
               SELECT ReconReport ASSIGN TO "../data/recon_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReconRptFS.
               SELECT AlertFile
                   ASSIGN TO "../data/aocdrv_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertFS.
               SELECT CertTrans ASSIGN TO "../data/cert_trans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CertTrFS.
               SELECT CertFile
                   ASSIGN TO "../data/results_cert.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CertKey
           FILE STATUS IS CertFS.


       DATA DIVISION.
           FILE SECTION.
           FD HistoryFile.
               01 HistoryRec.
                   05 HistKey.
                       10 HDay PIC X(5).
                       10 HDate PIC X(10).
                       10 HVer PIC 9(3).
                   05 HFlag PIC X.
                   05 HPart1 PIC X(40).
                   05 HPart2 PIC X(40).
                   05 HRunId PIC X(16).

           FD ControlFile.
               01 ControlRec.
                   05 CtlDay PIC X(5).
                   05 FILLER PIC X.
                   05 CtlDate PIC X(10).
                   05 FILLER PIC X.
                   05 CtlPart1 PIC X(40).
                   05 FILLER PIC X.
                   05 CtlPart2 PIC X(40).

           FD ReconReport.
               01 ReconLine PIC X(132).

           FD AlertFile.
               01 AlertLine PIC X(100).

           FD CertTrans.
               01 CertTransRec.
                   05 TxAction PIC X(6).
                   05 FILLER PIC X.
                   05 TxDay PIC X(5).
                   05 FILLER PIC X.
                   05 TxDate PIC X(10).
                   05 FILLER PIC X.
                   05 TxInitials PIC X(4).
                   05 FILLER PIC X.
                   05 TxReason PIC X(60).

      *>      RESCERT's certification record - read only, to see
      *>      whether a disagreeing version was already signed off
           FD CertFile.
               01 CertRec.
                   05 CertKey.
                       10 CtDay PIC X(5).
                       10 CtDate PIC X(10).
                   05 CtVer PIC 9(3).
                   05 CtStatus PIC X.
                   05 CtMode PIC X.
                   05 CtBy PIC X(4).
                   05 CtStamp PIC X(15).
                   05 CtReason PIC X(60).
                   05 CtBlock PIC X(60).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           COPY EXCREC.
           01 HistoryFS PIC XX.
           01 ControlFS PIC XX.
           01 ReconRptFS PIC XX.
           01 AlertFS PIC XX.
           01 CertTrFS PIC XX.
           01 CertFS PIC XX.
           01 CertOpen PIC 9 VALUE 0.
           01 CertSigned PIC 9.
           01 InEOF PIC 9.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).

      *>      the sender's figures, in control-file order, with what
      *>      the history said - status A agreed, D disagreed, S
      *>      disagreed but already signed off, N not run. The
      *>      cycle dates they span bound the search for
      *>      results nobody sent a figure for
           01 ExpectTable.
               05 ExpEntry OCCURS 1000 TIMES.
                   10 EeDay PIC X(5).
                   10 EeDate PIC X(10).
                   10 EePart1 PIC X(40).
                   10 EePart2 PIC X(40).
                   10 EeLine PIC 9(5).
                   10 EeStatus PIC X.
                   10 EeVer PIC 9(3).
                   10 EeGot1 PIC X(40).
                   10 EeGot2 PIC X(40).
                   10 EeBad1 PIC X.
                   10 EeBad2 PIC X.
           01 ExpCount PIC 9(4) VALUE 0.
           01 EI PIC 9(4).
           01 FoundAt PIC 9(4).
           01 LowDate PIC X(10) VALUE HIGH-VALUES.
           01 HighDate PIC X(10) VALUE LOW-VALUES.

      *>      results in the span with no figure against them
           01 OrphanTable.
               05 OrphEntry OCCURS 1000 TIMES.
                   10 OrDay PIC X(5).
                   10 OrDate PIC X(10).
                   10 OrVer PIC 9(3).
                   10 OrPart1 PIC X(40).
                   10 OrPart2 PIC X(40).
           01 OrphCount PIC 9(4) VALUE 0.
           01 OrphOver PIC 9(5) VALUE 0.

           01 LineNum PIC 9(5) VALUE 0.
           01 AgreeCount PIC 9(5) VALUE 0.
           01 DisagreeCount PIC 9(5) VALUE 0.
           01 BlockFailCount PIC 9(5) VALUE 0.
           01 SignedCount PIC 9(5) VALUE 0.
           01 NotRunCount PIC 9(5) VALUE 0.
           01 BadCount PIC 9(5) VALUE 0.
           01 CntEd PIC Z(4)9.
           01 Cnt2Ed PIC Z(4)9.
           01 Cnt3Ed PIC Z(4)9.
           01 Cnt4Ed PIC Z(4)9.
           01 Cnt5Ed PIC Z(4)9.
           01 Cnt6Ed PIC Z(4)9.
           01 LineEd PIC Z(4)9.
           01 VerEd PIC ZZ9.
           01 VerTxt PIC X(3).

      *>      one control line's validation, and the figure
      *>      normalization - first word, value after any "=",
      *>      upper case, leading zeros dropped from a number
           01 RejectReason PIC X(8).
           01 RejectText PIC X(40).
           01 NormIn PIC X(40).
           01 NormOut PIC X(40).
           01 NormWork PIC X(40).
           01 NormTok PIC X(40).
           01 NormKey PIC X(40).
           01 NormLen PIC 99.
           01 NormZeros PIC 99.
           01 NormEq PIC 99.
           01 ExpNorm PIC X(40).
           01 GotNorm PIC X(40).
           01 PartLabel PIC X(6).
           01 WantStatus PIC X.
           01 HeadSave PIC X(40).

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Get-Parms
           OPEN INPUT ControlFile
           IF ControlFS NOT = "00" THEN
               MOVE "AOC070I" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RESRECON: NO expected_results.txt - NO "
                   DELIMITED BY SIZE
                   "SENDER FIGURES TO RECONCILE" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 100-Load-Control
           CLOSE ControlFile
           OPEN INPUT HistoryFile
           IF HistoryFS NOT = "00" THEN
               MOVE "AOC071E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RESRECON: CANNOT OPEN results_history.dat - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   HistoryFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               PERFORM 815-Flush-Exceptions
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ReconReport
           IF ReconRptFS NOT = "00" THEN
               MOVE "AOC072E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RESRECON: CANNOT OPEN recon_report.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   ReconRptFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               CLOSE HistoryFile
               PERFORM 815-Flush-Exceptions
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 150-Open-Cert
           MOVE 0 TO InEOF
           PERFORM UNTIL InEOF = 1
               READ HistoryFile NEXT
                   AT END MOVE 1 TO InEOF
                   NOT AT END PERFORM 200-Match-History
               END-READ
           END-PERFORM
           CLOSE HistoryFile
           IF CertOpen = 1 THEN
               CLOSE CertFile
           END-IF
           PERFORM 300-Settle-Expected
           PERFORM 400-Write-Report
           CLOSE ReconReport
           PERFORM 815-Flush-Exceptions
           MOVE AgreeCount TO CntEd
           MOVE DisagreeCount TO Cnt2Ed
           MOVE NotRunCount TO Cnt3Ed
           MOVE OrphCount TO Cnt4Ed
           MOVE SignedCount TO Cnt5Ed
           DISPLAY "RESRECON: " FUNCTION TRIM(CntEd) " AGREED, "
               FUNCTION TRIM(Cnt2Ed) " DISAGREED, "
               FUNCTION TRIM(Cnt5Ed) " ALREADY SIGNED OFF, "
               FUNCTION TRIM(Cnt3Ed) " NOT RUN, "
               FUNCTION TRIM(Cnt4Ed) " WITH NO EXPECTATION"
           MOVE 0 TO RETURN-CODE
           IF BadCount > 0 THEN
               MOVE BadCount TO CntEd
               MOVE "AOC073W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RESRECON: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " CONTROL LINE(S) REJECTED - SEE "
                   DELIMITED BY SIZE
                   "recon_report.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NotRunCount > 0 THEN
               MOVE NotRunCount TO CntEd
               MOVE "AOC075W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RESRECON: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " EXPECTED RESULT(S) NEVER RUN - SEE "
                   DELIMITED BY SIZE
                   "recon_report.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           END-IF
           IF DisagreeCount > 0 THEN
               MOVE DisagreeCount TO CntEd
               MOVE "AOC074E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RESRECON: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " RESULT(S) DISAGREE WITH THE SENDER'S "
                   DELIMITED BY SIZE
                   "FIGURES - ALERTED AND BLOCKED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           END-IF
           IF BlockFailCount > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
       STOP RUN
       .

       040-Get-Parms.
           ACCEPT RunDate FROM DATE YYYYMMDD
           MOVE RunDate(1:4) TO RunDateEd(1:4)
           MOVE "-" TO RunDateEd(5:1)
           MOVE RunDate(5:2) TO RunDateEd(6:2)
           MOVE "-" TO RunDateEd(8:1)
           MOVE RunDate(7:2) TO RunDateEd(9:2)
           .

      *>      the whole control file into the table - a line that
      *>      cannot be used goes to the exception master and is
      *>      left out of the match
       100-Load-Control.
           MOVE 0 TO InEOF
           PERFORM UNTIL InEOF = 1
               READ ControlFile
                   AT END MOVE 1 TO InEOF
                   NOT AT END PERFORM 110-Load-One
               END-READ
           END-PERFORM
           .

       110-Load-One.
           ADD 1 TO LineNum
           IF ControlRec = SPACE OR ControlRec(1:1) = "*" THEN
               CONTINUE
           ELSE
               MOVE SPACES TO RejectReason
               MOVE SPACES TO RejectText
               IF CtlDay(1:4) NOT = "DAY0"
                   OR CtlDay(5:1) < "1" OR CtlDay(5:1) > "6" THEN
                   MOVE "BADFLD  " TO RejectReason
                   MOVE "DAY NOT DAY01-DAY06" TO RejectText
               ELSE
                   IF CtlDate(1:4) IS NOT NUMERIC
                       OR CtlDate(5:1) NOT = "-"
                       OR CtlDate(6:2) IS NOT NUMERIC
                       OR CtlDate(8:1) NOT = "-"
                       OR CtlDate(9:2) IS NOT NUMERIC THEN
                       MOVE "BADFLD  " TO RejectReason
                       MOVE "DATE NOT YYYY-MM-DD" TO RejectText
                   ELSE
                       IF CtlPart1 = SPACE AND CtlPart2 = SPACE THEN
                           MOVE "BADFLD  " TO RejectReason
                           MOVE "NO EXPECTED ANSWER GIVEN"
                               TO RejectText
                       END-IF
                   END-IF
               END-IF
               IF RejectReason = SPACE THEN
                   PERFORM VARYING EI FROM 1 BY 1
                       UNTIL EI > ExpCount
                       IF EeDay(EI) = CtlDay
                           AND EeDate(EI) = CtlDate THEN
                           MOVE "BADKEY  " TO RejectReason
                           MOVE "DAY AND DATE ALREADY EXPECTED"
                               TO RejectText
                       END-IF
                   END-PERFORM
               END-IF
               IF RejectReason = SPACE AND ExpCount >= 1000 THEN
                   MOVE "OVERFLOW" TO RejectReason
                   MOVE "MORE THAN 1000 EXPECTED ANSWERS"
                       TO RejectText
               END-IF
               IF RejectReason = SPACE THEN
                   ADD 1 TO ExpCount
                   MOVE CtlDay TO EeDay(ExpCount)
                   MOVE CtlDate TO EeDate(ExpCount)
                   MOVE CtlPart1 TO EePart1(ExpCount)
                   MOVE CtlPart2 TO EePart2(ExpCount)
                   MOVE LineNum TO EeLine(ExpCount)
                   MOVE SPACE TO EeStatus(ExpCount)
                   MOVE 0 TO EeVer(ExpCount)
                   MOVE SPACES TO EeGot1(ExpCount)
                   MOVE SPACES TO EeGot2(ExpCount)
                   MOVE SPACE TO EeBad1(ExpCount)
                   MOVE SPACE TO EeBad2(ExpCount)
                   IF CtlDate < LowDate THEN
                       MOVE CtlDate TO LowDate
                   END-IF
                   IF CtlDate > HighDate THEN
                       MOVE CtlDate TO HighDate
                   END-IF
               ELSE
                   PERFORM 190-Reject-Control
               END-IF
           END-IF
           .

      *>      no certification file yet (RESCERT has never run)
      *>      just means nothing is signed off
       150-Open-Cert.
           OPEN INPUT CertFile
           IF CertFS = "00" THEN
               MOVE 1 TO CertOpen
           ELSE
               IF CertFS NOT = "35" THEN
                   MOVE "AOC078W" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "RESRECON: CANNOT READ results_cert.dat - "
                       DELIMITED BY SIZE
                       "FILE STATUS " DELIMITED BY SIZE
                       CertFS DELIMITED BY SIZE
                       " - SIGN-OFFS NOT CONSULTED" DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
               END-IF
           END-IF
           .

       190-Reject-Control.
           ADD 1 TO BadCount
           MOVE "RECON" TO ExmDay
           MOVE RejectReason TO ExmReason
           MOVE LineNum TO ExmSource
           MOVE ControlRec TO ExmData
           CALL "EXCMST" USING ExcMaster
           .

      *>      each current version in the control file's date span
      *>      is either matched to its expected answer or kept as a
      *>      result nobody sent a figure for
       200-Match-History.
           IF HFlag NOT = "S"
               AND HDate >= LowDate AND HDate <= HighDate THEN
               MOVE 0 TO FoundAt
               PERFORM VARYING EI FROM 1 BY 1
                   UNTIL EI > ExpCount OR FoundAt > 0
                   IF EeDay(EI) = HDay AND EeDate(EI) = HDate THEN
                       MOVE EI TO FoundAt
                   END-IF
               END-PERFORM
               IF FoundAt > 0 THEN
                   PERFORM 210-Compare-Entry
               ELSE
                   IF OrphCount < 1000 THEN
                       ADD 1 TO OrphCount
                       MOVE HDay TO OrDay(OrphCount)
                       MOVE HDate TO OrDate(OrphCount)
                       MOVE HVer TO OrVer(OrphCount)
                       MOVE HPart1 TO OrPart1(OrphCount)
                       MOVE HPart2 TO OrPart2(OrphCount)
                   ELSE
                       ADD 1 TO OrphOver
                   END-IF
               END-IF
           END-IF
           .

       210-Compare-Entry.
           MOVE HVer TO EeVer(FoundAt)
           MOVE HPart1 TO EeGot1(FoundAt)
           MOVE HPart2 TO EeGot2(FoundAt)
           MOVE "A" TO EeStatus(FoundAt)
           IF EePart1(FoundAt) NOT = SPACE THEN
               MOVE EePart1(FoundAt) TO NormIn
               PERFORM 800-Normalize
               MOVE NormOut TO ExpNorm
               MOVE HPart1 TO NormIn
               PERFORM 800-Normalize
               IF NormOut NOT = ExpNorm THEN
                   MOVE "D" TO EeStatus(FoundAt)
                   MOVE "*" TO EeBad1(FoundAt)
               END-IF
           END-IF
           IF EePart2(FoundAt) NOT = SPACE THEN
               MOVE EePart2(FoundAt) TO NormIn
               PERFORM 800-Normalize
               MOVE NormOut TO ExpNorm
               MOVE HPart2 TO NormIn
               PERFORM 800-Normalize
               IF NormOut NOT = ExpNorm THEN
                   MOVE "D" TO EeStatus(FoundAt)
                   MOVE "*" TO EeBad2(FoundAt)
               END-IF
           END-IF
           IF EeStatus(FoundAt) = "A" THEN
               ADD 1 TO AgreeCount
           ELSE
               MOVE FoundAt TO EI
               PERFORM 240-Check-Signed
               IF CertSigned = 1 THEN
                   MOVE "S" TO EeStatus(EI)
                   ADD 1 TO SignedCount
               ELSE
                   ADD 1 TO DisagreeCount
                   PERFORM 250-Raise-Disagreement
               END-IF
           END-IF
           .

      *>      signed off means this very version was certified or
      *>      rejected by hand - the cases RESCERT would refuse a
      *>      BLOCK for. A rerun files a new version, which RESCERT
      *>      puts back to uncertified, so it is raised afresh
       240-Check-Signed.
           MOVE 0 TO CertSigned
           IF CertOpen = 1 THEN
               MOVE EeDay(EI) TO CtDay
               MOVE EeDate(EI) TO CtDate
               READ CertFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CtVer = EeVer(EI)
                           AND (CtStatus = "J"
                           OR (CtStatus = "C" AND CtMode = "M")) THEN
                           MOVE 1 TO CertSigned
                       END-IF
               END-READ
           END-IF
           .

      *>      alert, exception and certification block for one
      *>      disagreement - the first Part that differs is named
       250-Raise-Disagreement.
           IF EeBad1(EI) = "*" THEN
               MOVE "PART1" TO PartLabel
               MOVE EePart1(EI) TO NormIn
               PERFORM 800-Normalize
               MOVE NormOut TO ExpNorm
               MOVE EeGot1(EI) TO NormIn
           ELSE
               MOVE "PART2" TO PartLabel
               MOVE EePart2(EI) TO NormIn
               PERFORM 800-Normalize
               MOVE NormOut TO ExpNorm
               MOVE EeGot2(EI) TO NormIn
           END-IF
           PERFORM 800-Normalize
           MOVE NormOut TO GotNorm
           MOVE EeDay(EI) TO ExmDay
           MOVE "EXPDIFF " TO ExmReason
           MOVE EeLine(EI) TO ExmSource
           MOVE SPACES TO ExmData
           STRING EeDate(EI) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PartLabel DELIMITED BY SPACE
               " EXPECTED " DELIMITED BY SIZE
               ExpNorm DELIMITED BY SPACE
               " GOT " DELIMITED BY SIZE
               GotNorm DELIMITED BY SPACE
               INTO ExmData
           CALL "EXCMST" USING ExcMaster
           OPEN EXTEND AlertFile
           IF AlertFS = "35" THEN
               OPEN OUTPUT AlertFile
           END-IF
           IF AlertFS NOT = "00" THEN
               MOVE "AOC076E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RESRECON: CANNOT OPEN aocdrv_alerts.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   AlertFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE SPACES TO AlertLine
               STRING "CRITICAL " DELIMITED BY SIZE
                   EeDay(EI) DELIMITED BY SIZE
                   " RESULT DISAGREES WITH SENDER (" DELIMITED BY SIZE
                   EeDate(EI) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PartLabel DELIMITED BY SPACE
                   " EXPECTED " DELIMITED BY SIZE
                   ExpNorm DELIMITED BY SPACE
                   " GOT " DELIMITED BY SIZE
                   GotNorm DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO AlertLine
               WRITE AlertLine
               CLOSE AlertFile
           END-IF
           OPEN EXTEND CertTrans
           IF CertTrFS = "35" THEN
               OPEN OUTPUT CertTrans
           END-IF
           IF CertTrFS NOT = "00" THEN
               MOVE "AOC077E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RESRECON: CANNOT OPEN cert_trans.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   CertTrFS DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   EeDay(EI) DELIMITED BY SIZE
                   " NOT BLOCKED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               ADD 1 TO BlockFailCount
           ELSE
               MOVE SPACES TO CertTransRec
               MOVE "BLOCK" TO TxAction
               MOVE EeDay(EI) TO TxDay
               MOVE EeDate(EI) TO TxDate
               MOVE "REC" TO TxInitials
               STRING "DISAGREES WITH SENDER - " DELIMITED BY SIZE
                   PartLabel DELIMITED BY SPACE
                   " EXPECTED " DELIMITED BY SIZE
                   ExpNorm DELIMITED BY SPACE
                   " GOT " DELIMITED BY SIZE
                   GotNorm DELIMITED BY SPACE
                   INTO TxReason
               WRITE CertTransRec
               CLOSE CertTrans
           END-IF
           .

      *>      whatever the history pass did not reach was never run
       300-Settle-Expected.
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > ExpCount
               IF EeStatus(EI) = SPACE THEN
                   MOVE "N" TO EeStatus(EI)
                   ADD 1 TO NotRunCount
               END-IF
           END-PERFORM
           .

       400-Write-Report.
           MOVE SPACES TO ReconLine
           STRING "EXPECTED-ANSWER RECONCILIATION - RUN DATE "
               DELIMITED BY SIZE
               RunDateEd DELIMITED BY SIZE
               INTO ReconLine
           WRITE ReconLine
           MOVE SPACES TO ReconLine
           IF ExpCount > 0 THEN
               STRING "CYCLE DATES " DELIMITED BY SIZE
                   LowDate DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   HighDate DELIMITED BY SIZE
                   INTO ReconLine
           ELSE
               MOVE "NO USABLE EXPECTED ANSWERS" TO ReconLine
           END-IF
           WRITE ReconLine
           MOVE "DISAGREED" TO ReconLine
           PERFORM 410-Section-Head
           MOVE "D" TO WantStatus
           PERFORM 420-List-Status
           MOVE "DISAGREED - ALREADY SIGNED OFF" TO ReconLine
           PERFORM 410-Section-Head
           MOVE "S" TO WantStatus
           PERFORM 420-List-Status
           MOVE "AGREED" TO ReconLine
           PERFORM 410-Section-Head
           MOVE "A" TO WantStatus
           PERFORM 420-List-Status
           MOVE "EXPECTED BUT NOT RUN" TO ReconLine
           PERFORM 410-Section-Head
           MOVE "N" TO WantStatus
           PERFORM 420-List-Status
           MOVE "RUN BUT NO EXPECTATION" TO ReconLine
           PERFORM 410-Section-Head
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > OrphCount
               MOVE OrVer(EI) TO VerEd
               MOVE SPACES TO ReconLine
               STRING "  " DELIMITED BY SIZE
                   OrDay(EI) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   OrDate(EI) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VerEd DELIMITED BY SIZE
                   INTO ReconLine
               MOVE OrPart1(EI) TO ReconLine(37:40)
               MOVE OrPart2(EI) TO ReconLine(78:40)
               WRITE ReconLine
           END-PERFORM
           IF OrphOver > 0 THEN
               MOVE OrphOver TO CntEd
               MOVE SPACES TO ReconLine
               STRING "  ... AND " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " MORE" DELIMITED BY SIZE
                   INTO ReconLine
               WRITE ReconLine
           END-IF
           IF OrphCount = 0 THEN
               MOVE "  NONE" TO ReconLine
               WRITE ReconLine
           END-IF
           MOVE SPACES TO ReconLine
           WRITE ReconLine
           MOVE AgreeCount TO CntEd
           MOVE DisagreeCount TO Cnt2Ed
           MOVE NotRunCount TO Cnt3Ed
           COMPUTE Cnt4Ed = OrphCount + OrphOver
           MOVE BadCount TO Cnt5Ed
           MOVE SignedCount TO Cnt6Ed
           MOVE SPACES TO ReconLine
           STRING "AGREED " DELIMITED BY SIZE
               FUNCTION TRIM(CntEd) DELIMITED BY SIZE
               "  DISAGREED " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt2Ed) DELIMITED BY SIZE
               "  SIGNED OFF " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt6Ed) DELIMITED BY SIZE
               "  NOT RUN " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt3Ed) DELIMITED BY SIZE
               "  NO EXPECTATION " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt4Ed) DELIMITED BY SIZE
               "  CONTROL LINES REJECTED " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt5Ed) DELIMITED BY SIZE
               INTO ReconLine
           WRITE ReconLine
           .

       410-Section-Head.
           MOVE ReconLine TO HeadSave
           MOVE SPACES TO ReconLine
           WRITE ReconLine
           MOVE HeadSave TO ReconLine
           WRITE ReconLine
           MOVE SPACES TO ReconLine
           STRING "  DAY    CYCLE DATE  VER   LINE     "
               DELIMITED BY SIZE
               "PART 1 (* DIFFERS)" DELIMITED BY SIZE
               INTO ReconLine
           MOVE "PART 2" TO ReconLine(78:6)
           WRITE ReconLine
           .

      *>      expected answers of one status - the figure the sender
      *>      gave, and beneath it what the history holds
       420-List-Status.
           MOVE 0 TO FoundAt
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > ExpCount
               IF EeStatus(EI) = WantStatus THEN
                   ADD 1 TO FoundAt
                   PERFORM 430-List-One
               END-IF
           END-PERFORM
           IF FoundAt = 0 THEN
               MOVE "  NONE" TO ReconLine
               WRITE ReconLine
           END-IF
           .

       430-List-One.
           IF EeStatus(EI) = "N" THEN
               MOVE "  -" TO VerTxt
           ELSE
               MOVE EeVer(EI) TO VerEd
               MOVE VerEd TO VerTxt
           END-IF
           MOVE EeLine(EI) TO LineEd
           MOVE SPACES TO ReconLine
           STRING "  " DELIMITED BY SIZE
               EeDay(EI) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EeDate(EI) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VerTxt DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LineEd DELIMITED BY SIZE
               INTO ReconLine
           MOVE "EXP" TO ReconLine(32:3)
           MOVE EePart1(EI) TO ReconLine(37:40)
           MOVE EePart2(EI) TO ReconLine(78:40)
           WRITE ReconLine
           IF EeStatus(EI) NOT = "N" THEN
               MOVE SPACES TO ReconLine
               MOVE "GOT" TO ReconLine(32:3)
               MOVE EeGot1(EI) TO ReconLine(37:40)
               MOVE EeGot2(EI) TO ReconLine(78:40)
               IF EeBad1(EI) = "*" THEN
                   MOVE "*" TO ReconLine(36:1)
               END-IF
               IF EeBad2(EI) = "*" THEN
                   MOVE "*" TO ReconLine(77:1)
               END-IF
               WRITE ReconLine
           END-IF
           .

      *>      reduce one Part value to the figure that is compared
       800-Normalize.
           MOVE SPACES TO NormOut
           MOVE SPACES TO NormTok
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NormIn))
               TO NormWork
           UNSTRING NormWork DELIMITED BY ALL " "
               INTO NormTok
           END-UNSTRING
           MOVE 0 TO NormEq
           INSPECT NormTok TALLYING NormEq FOR ALL "="
           IF NormEq > 0 THEN
               MOVE SPACES TO NormKey
               MOVE NormTok TO NormWork
               MOVE SPACES TO NormTok
               UNSTRING NormWork DELIMITED BY "="
                   INTO NormKey NormTok
               END-UNSTRING
           END-IF
           MOVE 0 TO NormLen
           INSPECT NormTok TALLYING NormLen
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE NormTok TO NormOut
           IF NormLen > 0 THEN
               IF NormTok(1:NormLen) IS NUMERIC THEN
                   MOVE 0 TO NormZeros
                   INSPECT NormTok(1:NormLen) TALLYING NormZeros
                       FOR LEADING "0"
                   IF NormZeros = NormLen THEN
                       MOVE "0" TO NormOut
                   ELSE
                       MOVE NormTok(NormZeros + 1:NormLen - NormZeros)
                           TO NormOut
                   END-IF
               END-IF
           END-IF
           .

      *>      release any exception records still buffered in the
      *>      shared writer before the run ends - see EXCMST
       815-Flush-Exceptions.
           MOVE SPACES TO ExmDay
           MOVE "*FLUSH*" TO ExmReason
           MOVE 0 TO ExmSource
           MOVE SPACES TO ExmData
           CALL "EXCMST" USING ExcMaster
           .
