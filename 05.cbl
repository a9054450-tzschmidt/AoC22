                   ASSIGN TO "../data/05_checkpoint.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CheckpointFS.
               SELECT StackMaster ASSIGN TO "../data/05_stacks.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SkWhName
           FILE STATUS IS StackMasterFS.
               SELECT ContinuityReport
                   ASSIGN TO "../data/05_continuity.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ContinuityFS.
               SELECT RateFile ASSIGN TO DYNAMIC RateFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RateFS.
               SELECT LaborReport ASSIGN TO "../data/05_labor.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LaborFS.
               SELECT QuarFile ASSIGN TO DYNAMIC QuarFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QuarFS.
               SELECT QuarReport
                   ASSIGN TO "../data/05_quarantine.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QuarRptFS.

       DATA DIVISION.
           FILE SECTION.
      *>      resume at the last checkpoint instead of redoing the
      *>      whole file - see 610-Check-Restart/600-Write-Checkpoint
           FD CheckpointFile.
               01 CheckpointRecord PIC X(104884).

      *>      each warehouse's closing stacks (the 9001 copy) as of
      *>      the last run, keyed by warehouse name - blank for a
      *>      headerless single-yard file. The counts and layout are
      *>      straight images of StackCounter2 and Stacks2
           FD StackMaster.
               01 StackMasterRec.
                   05 SkWhName PIC X(20).
                   05 SkCycle PIC X(10).
                   05 SkStacksUsed PIC 99.
                   05 SkCounts PIC X(90).
                   05 SkLayout PIC X(6000).

      *>      night-to-night continuity - tonight's diagram against
      *>      the stacks each warehouse closed on last run
           FD ContinuityReport.
               01 ContLine PIC X(90).

      *>      crane cost rates - one record per crane model (9000 or
      *>      9001): the charge per lift, per crate handled and per
      *>      stack position travelled, each with two implied
      *>      decimals - fixed columns
           FD RateFile.
               01 RateRec.
                   05 RrModel PIC X(4).
                   05 FILLER PIC X.
                   05 RrLift PIC 9(3)V99.
                   05 FILLER PIC X.
                   05 RrCrate PIC 9(3)V99.
                   05 FILLER PIC X.
                   05 RrDist PIC 9(3)V99.

      *>      crane labor and cost - each warehouse's work and its
      *>      cost under each crane model, side by side
           FD LaborReport.
               01 LaborLine PIC X(90).

      *>      quarantine holds - one record per crate held for
      *>      inspection: its serial within the warehouse (as the
      *>      manifest numbers it), the hold date, the warehouse
      *>      (blank when the feed carries no WAREHOUSE headers),
      *>      the reason, then the crate as the hold was placed on it
      *>      - its letter and its starting stack and height, zero
      *>      filled - fixed columns. A hold written before the
      *>      crate columns were added leaves them blank and is
      *>      taken on its serial alone
           FD QuarFile.
               01 QuarRec.
                   05 QrSerial PIC X(4).
                   05 FILLER PIC X.
                   05 QrDate PIC X(10).
                   05 FILLER PIC X.
                   05 QrWh PIC X(20).
                   05 FILLER PIC X.
                   05 QrReason PIC X(30).
                   05 FILLER PIC X.
                   05 QrLetter PIC X.
                   05 FILLER PIC X.
                   05 QrStack PIC X(2).
                   05 FILLER PIC X.
                   05 QrHeight PIC X(3).

      *>      quarantine hold violations - the holds in force for
      *>      each warehouse, then every move that lifted a held
      *>      crate under either crane
           FD QuarReport.
               01 QuarLine PIC X(90).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 MfH2Ed PIC Z(2)9.
           01 MfS3Ed PIC Z9.
           01 MfH3Ed PIC Z(2)9.
           01 MfPtr PIC 999.
      *>      crate continuity - tonight's starting diagram is held
      *>      against the closing state the stack master saved for
      *>      the same warehouse. Crates carry only a letter, so a
      *>      crate is matched first where it stood (same stack,
      *>      same height, same letter); the unmatched crates of a
      *>      letter are then paired off in stack/height order as
      *>      moved with no recorded move, and whatever is left over
      *>      vanished (last night's side) or appeared (tonight's).
      *>      Every discrepancy goes to the exception master. Trial
      *>      runs and controlled reruns neither check nor save
           01 StackMasterFS PIC XX.
           01 ContinuityFS PIC XX.
           01 ContOn PIC 9 VALUE 0.
           01 ContPrior PIC 9.
           01 PriorStacks.
               05 PriorStack OCCURS 30 TIMES.
                   10 PriorVal OCCURS 200 TIMES PIC A.
           01 PriorCounts.
               05 PriorC OCCURS 30 TIMES PIC 999.
           01 CnK PIC 99.
           01 CnP PIC 999.
           01 CnHigh PIC 999.
           01 CnI PIC 9(4).
           01 CnJ PIC 9(4).
           01 CnOldCount PIC 9(4).
           01 CnNewCount PIC 9(4).
           01 CnOldTab.
               05 CnOld OCCURS 6000 TIMES.
                   10 CoLetter PIC A.
                   10 CoStack PIC 99.
                   10 CoHt PIC 999.
                   10 CoUsed PIC 9.
           01 CnNewTab.
               05 CnNew OCCURS 6000 TIMES.
                   10 CwLetter PIC A.
                   10 CwStack PIC 99.
                   10 CwHt PIC 999.
                   10 CwUsed PIC 9.
           01 CnSame PIC 9(4).
           01 CnMoved PIC 9(4).
           01 CnGone PIC 9(4).
           01 CnAdded PIC 9(4).
           01 ContMoved PIC 9(5) VALUE 0.
           01 ContGone PIC 9(5) VALUE 0.
           01 ContAdded PIC 9(5) VALUE 0.
           01 ContBaselines PIC 99 VALUE 0.
           01 ContIssues PIC 9(5) VALUE 0.
           01 CnS1Ed PIC Z9.
           01 CnH1Ed PIC Z(2)9.
           01 CnS2Ed PIC Z9.
           01 CnH2Ed PIC Z(2)9.
           01 CnCntEd PIC Z(3)9.
           01 CnTotEd PIC Z(4)9.
      *>      crane labor and cost - every applied move is costed
      *>      under both models from the rate table (DD_DAY05_RATES
      *>      redirects it, the way DD_DAY05 does the input). The
      *>      9000 lifts one crate at a time, so a move of n crates
      *>      is n lifts each travelling the stack distance; the
      *>      9001 lifts all n at once - one lift, one trip. Crates
      *>      handled is n under both. Index 1 is the 9000, index 2
      *>      the 9001. With no usable rate table the report still
      *>      shows the work, just not its cost
           01 RateFileName PIC X(100) VALUE "../data/05_rates.txt".
           01 RateFileParm PIC X(100).
           01 RateFS PIC XX.
           01 RateEOF PIC 9.
           01 RatesLoaded PIC 9 VALUE 0.
           01 RateTable.
               05 RateEntry OCCURS 2 TIMES.
                   10 RtKnown PIC 9 VALUE 0.
                   10 RtLift PIC 9(3)V99 VALUE 0.
                   10 RtCrate PIC 9(3)V99 VALUE 0.
                   10 RtDist PIC 9(3)V99 VALUE 0.
           01 LaborFS PIC XX.
           01 LaborOn PIC 9 VALUE 0.
           01 LaborWh.
               05 LwMoves PIC 9(7) VALUE 0.
               05 LwCrane OCCURS 2 TIMES.
                   10 LwLifts PIC 9(9) VALUE 0.
                   10 LwCrates PIC 9(9) VALUE 0.
                   10 LwDist PIC 9(9) VALUE 0.
           01 LaborRun.
               05 LrMoves PIC 9(7) VALUE 0.
               05 LrCrane OCCURS 2 TIMES.
                   10 LrLifts PIC 9(9) VALUE 0.
                   10 LrCrates PIC 9(9) VALUE 0.
                   10 LrDist PIC 9(9) VALUE 0.
                   10 LrCost PIC 9(11)V99 VALUE 0.
           01 LbC PIC 9.
           01 LbModels.
               05 FILLER PIC X(4) VALUE "9000".
               05 FILLER PIC X(4) VALUE "9001".
           01 LbModelTab REDEFINES LbModels.
               05 LbModelName OCCURS 2 TIMES PIC X(4).
           01 LbModel PIC X(4).
           01 LbSpan PIC 999.
           01 LaborPrint.
               05 LpMoves PIC 9(7).
               05 LpCrane OCCURS 2 TIMES.
                   10 LpLifts PIC 9(9).
                   10 LpCrates PIC 9(9).
                   10 LpDist PIC 9(9).
                   10 LpCost PIC 9(11)V99.
           01 LbLabel PIC X(20).
           01 LbVal1 PIC S9(11)V99.
           01 LbVal2 PIC S9(11)V99.
           01 LbDiff PIC S9(11)V99.
           01 LbMoney PIC 9.
           01 LbCntEd PIC Z(13)9.
           01 LbCntDiffEd PIC -(13)9.
           01 LbAmtEd PIC Z(10)9.99.
           01 LbAmtDiffEd PIC -(10)9.99.
           01 LbAmt2Ed PIC Z(10)9.99.
           01 LbRateEd PIC ZZ9.99.
           01 LbRate2Ed PIC ZZ9.99.
           01 LbRate3Ed PIC ZZ9.99.
      *>      quarantine holds - crates held for inspection
      *>      (05_quar.txt, redirected by DD_DAY05_QUAR) must not be
      *>      lifted. A move whose lift takes in a held crate - the
      *>      top n of the source stack, one at a time on the 9000,
      *>      in a single lift on the 9001 - is flagged for each
      *>      crane whose copy has the crate there. DAY05_QUAR_MODE
      *>      BLOCK (the default) rejects the whole move for both
      *>      cranes; WARN flags it and lets it run. QuarSer holds,
      *>      per serial in the warehouse in hand, the index of its
      *>      hold in QuarTab (0 when not held). A hold whose crate
      *>      letter, stack or height no longer matches the crate at
      *>      that serial is stale - the serial has moved on to
      *>      another crate - and is reported, not enforced
           01 QuarFileName PIC X(100) VALUE "../data/05_quar.txt".
           01 QuarFileParm PIC X(100).
           01 QuarFS PIC XX.
           01 QuarRptFS PIC XX.
           01 QuarEOF PIC 9.
           01 QuarRptOn PIC 9 VALUE 0.
           01 QuarFound PIC 9 VALUE 0.
           01 QuarBad PIC 9(5) VALUE 0.
           01 QuarModeParm PIC X(8).
           01 QuarBlock PIC 9 VALUE 1.
           01 QuarMax PIC 999 VALUE 500.
           01 QuarCount PIC 999 VALUE 0.
           01 QuarOver PIC 9 VALUE 0.
           01 QuarTab.
               05 QuarEntry OCCURS 500 TIMES.
                   10 QtSerial PIC 9(4).
                   10 QtDate PIC X(10).
                   10 QtWh PIC X(20).
                   10 QtReason PIC X(30).
                   10 QtLetter PIC X.
                   10 QtStack PIC X(2).
                   10 QtHeight PIC X(3).
                   10 QtStale PIC 9.
           01 QuarSerTab.
               05 QuarSer OCCURS 6000 TIMES PIC 999.
           01 QuarWhHolds PIC 999.
           01 QuarHeld PIC 9 VALUE 0.
           01 QuarFlagged PIC 9(5) VALUE 0.
           01 QuarBlocked PIC 9(5) VALUE 0.
           01 QuarWarned PIC 9(5) VALUE 0.
           01 QuarStale PIC 9(5) VALUE 0.
           01 QuI PIC 999.
           01 QuP PIC 999.
           01 QuP2 PIC 999.
           01 QuLow PIC 999.
           01 QuSer PIC 9(4).
           01 QuIn PIC 9.
           01 QuHit PIC 9.
           01 QuPtr PIC 99.
           01 QuCrane PIC X(9).
           01 QuAction PIC X(7).
           01 QuSerEd PIC Z(3)9.
           01 QuCntEd PIC Z(4)9.
           01 QuCnt2Ed PIC Z(4)9.
           01 QuStkEd PIC Z9.
           01 QuHtEd PIC Z(2)9.
           01 TraceMode PIC 9 VALUE 0.
           01 TraceCrateParm PIC X(4).
           01 TraceStackParm PIC X(4).
           01 OpenFailed PIC 9 VALUE 0.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
      *>      the cycle the run belongs to - the archive date on a
      *>      controlled rerun (AOC_RERUN_OF), else today
           01 CycleDate PIC X(10).
           01 CycleRerunParm PIC X(12).

      *>      checkpoint/restart - RecCount is the number of DataFile
      *>      records consumed so far (diagram rows and move lines
               05 CkpCtlSeen PIC 9.
               05 CkpCtlTrlSeen PIC 9.
               05 CkpCtlCount PIC 9(7).
               05 CkpLaborWh PIC X(61).
               05 CkpLaborRun PIC X(87).

      *>      sender feed controls - an optional "HDR DAYnn
      *>      YYYY-MM-DD" header and "TRL nnnnnnn" trailer around
       PROCEDURE DIVISION USING Part1Out Part2Out RunStat.
       000-Main.
           PERFORM 040-Get-Data-File
           PERFORM 044-Get-Cycle-Date
           PERFORM 045-Get-Checkpoint-Interval
           PERFORM 046-Get-Util-Pct
           PERFORM 047-Get-Trial-Mode
           PERFORM 048-Get-Trace-Request
           IF TrialMode = 0 THEN
               PERFORM 060-Load-Quarantine
               PERFORM 610-Check-Restart
           END-IF
           PERFORM 005-Open-Files
               PERFORM 820-Set-RunStat
               GOBACK
           END-IF
           IF TrialMode = 0 THEN
               PERFORM 710-Open-Continuity
               PERFORM 050-Load-Rates
               PERFORM 055-Open-Labor
               PERFORM 067-Open-Quar-Report
           END-IF
           IF RestartFlag = 1 THEN
               MOVE "AOC501I" TO MsgId
               MOVE SPACES TO MsgText
           IF CrateBroke = 0 AND WhCount > 0 THEN
               PERFORM 450-Finish-Warehouse
           END-IF
           IF ContOn = 1 THEN
               PERFORM 745-Close-Continuity
           END-IF
           IF LaborOn = 1 THEN
               PERFORM 790-Close-Labor
           END-IF
           PERFORM 799-Close-Quarantine
           CLOSE DiagramReport.
           CLOSE ManifestFile.
           CLOSE DivergeReport.
               END-IF
           END-PERFORM
           DISPLAY "MOVE INSTRUCTIONS READ: " MoveNum
           IF ContIssues > 0 THEN
               DISPLAY ContIssues " CRATE(S) OUT OF PLACE SINCE LAST "
                   "RUN - SEE 05_continuity.txt"
           END-IF
           IF RatesLoaded = 1 THEN
               MOVE LrCost(1) TO LbAmtEd
               MOVE LrCost(2) TO LbAmt2Ed
               DISPLAY "CRANE COST - 9000: " FUNCTION TRIM(LbAmtEd)
                   "  9001: " FUNCTION TRIM(LbAmt2Ed)
                   " - SEE 05_labor.txt"
           END-IF
           IF QuarFlagged > 0 THEN
               DISPLAY QuarFlagged " QUARANTINED CRATE LIFT(S) - "
                   "SEE 05_quarantine.txt"
           END-IF
           IF QuarStale > 0 THEN
               DISPLAY QuarStale " STALE QUARANTINE HOLD(S) - "
                   "SEE 05_quarantine.txt"
           END-IF
           IF ExcCount > 0 THEN
               DISPLAY ExcCount " MOVE(S) REJECTED - SEE "
                   "05_except.txt"
           END-IF
           PERFORM 800-Build-Summary
           PERFORM 810-Write-Ledger
           IF RatesLoaded = 1 THEN
               PERFORM 812-Write-Cost-Ledger
           END-IF
           PERFORM 815-Flush-Exceptions
           PERFORM 820-Set-RunStat
       GOBACK
       .

      *>      the run's crane cost under each model goes to the
      *>      results ledger as its own CRANE entry, Part 1 the
      *>      9000 and Part 2 the 9001 the way the day's answers are
       812-Write-Cost-Ledger.
           MOVE "CRANE" TO LgDay
           MOVE LrCost(1) TO LbAmtEd
           MOVE SPACES TO LgPart1
           STRING "CM9000 COST " DELIMITED BY SIZE
               FUNCTION TRIM(LbAmtEd) DELIMITED BY SIZE
               INTO LgPart1
           MOVE LrCost(2) TO LbAmtEd
           MOVE SPACES TO LgPart2
           STRING "CM9001 COST " DELIMITED BY SIZE
               FUNCTION TRIM(LbAmtEd) DELIMITED BY SIZE
               INTO LgPart2
           CALL "LEDGWRT" USING LedgerParm
           .

      *>      condition code and counts for the caller - a crate
      *>      imbalance or a failed open is a hard failure, rejects
      *>      (or infeasible trial moves) mean completed-with-rejects
               OR CtlFailed = 1 THEN
               MOVE 12 TO StatSeverity
           ELSE
               IF StatRejects > 0 OR ContMoved > 0 OR ContGone > 0
                   OR ContAdded > 0 OR QuarFlagged > 0
                   OR QuarStale > 0 THEN
                   MOVE 4 TO StatSeverity
               ELSE
                   MOVE 0 TO StatSeverity
           END-IF
           .

       044-Get-Cycle-Date.
           MOVE SPACE TO CycleRerunParm
           ACCEPT CycleRerunParm FROM ENVIRONMENT "AOC_RERUN_OF"
           IF CycleRerunParm NOT = SPACE THEN
               MOVE CycleRerunParm(1:10) TO CycleDate
           ELSE
               ACCEPT RunDate FROM DATE YYYYMMDD
               MOVE RunDate(1:4) TO CycleDate(1:4)
               MOVE "-" TO CycleDate(5:1)
               MOVE RunDate(5:2) TO CycleDate(6:2)
               MOVE "-" TO CycleDate(8:1)
               MOVE RunDate(7:2) TO CycleDate(9:2)
           END-IF
           .

      *>      the crane rate table - optional: with none on disk (or
      *>      one missing either model) the labor report shows the
      *>      work without costing it
       050-Load-Rates.
           MOVE SPACE TO RateFileParm
           ACCEPT RateFileParm FROM ENVIRONMENT "DD_DAY05_RATES"
           IF RateFileParm NOT = SPACE THEN
               MOVE RateFileParm TO RateFileName
           END-IF
           OPEN INPUT RateFile
           IF RateFS NOT = "00" THEN
               DISPLAY "DAY05: NO CRANE RATE TABLE AT " FUNCTION
                   TRIM(RateFileName) " (FILE STATUS " RateFS
                   ") - LABOR REPORT WILL NOT BE COSTED"
           ELSE
               MOVE 0 TO RateEOF
               PERFORM UNTIL RateEOF = 1
                   READ RateFile
                       AT END MOVE 1 TO RateEOF
                       NOT AT END PERFORM 052-Store-Rate
                   END-READ
               END-PERFORM
               CLOSE RateFile
               IF RtKnown(1) = 1 AND RtKnown(2) = 1 THEN
                   MOVE 1 TO RatesLoaded
               ELSE
                   MOVE "AOC528W" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "DAY05: CRANE RATE TABLE LACKS A 9000 OR "
                       DELIMITED BY SIZE
                       "9001 RATE - LABOR REPORT NOT COSTED"
                       DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
               END-IF
           END-IF
           .

      *>      one model's rates - an unknown model or a rate that is
      *>      not numeric is skipped
       052-Store-Rate.
           MOVE 0 TO LbC
           IF RrModel = "9000" THEN
               MOVE 1 TO LbC
           END-IF
           IF RrModel = "9001" THEN
               MOVE 2 TO LbC
           END-IF
           IF LbC > 0 AND RrLift NUMERIC AND RrCrate NUMERIC
               AND RrDist NUMERIC THEN
               MOVE 1 TO RtKnown(LbC)
               MOVE RrLift TO RtLift(LbC)
               MOVE RrCrate TO RtCrate(LbC)
               MOVE RrDist TO RtDist(LbC)
           END-IF
           .

      *>      the labor report stays open the whole run, one block
      *>      per warehouse as it closes out - a failed open loses
      *>      the report, not the day
       055-Open-Labor.
           OPEN OUTPUT LaborReport
           IF LaborFS NOT = "00" THEN
               MOVE "AOC527E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY05: CANNOT OPEN 05_labor.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   LaborFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE 1 TO LaborOn
               MOVE SPACES TO LaborLine
               STRING "CRANE LABOR AND COST - CYCLE " DELIMITED BY SIZE
                   CycleDate DELIMITED BY SIZE
                   INTO LaborLine
               WRITE LaborLine
               IF RatesLoaded = 1 THEN
                   PERFORM VARYING LbC FROM 1 BY 1 UNTIL LbC > 2
                       MOVE RtLift(LbC) TO LbRateEd
                       MOVE RtCrate(LbC) TO LbRate2Ed
                       MOVE RtDist(LbC) TO LbRate3Ed
                       MOVE LbModelName(LbC) TO LbModel
                       MOVE SPACES TO LaborLine
                       STRING "  RATES CM " DELIMITED BY SIZE
                           LbModel DELIMITED BY SIZE
                           ":  PER LIFT " DELIMITED BY SIZE
                           LbRateEd DELIMITED BY SIZE
                           "  PER CRATE " DELIMITED BY SIZE
                           LbRate2Ed DELIMITED BY SIZE
                           "  PER STACK " DELIMITED BY SIZE
                           LbRate3Ed DELIMITED BY SIZE
                           INTO LaborLine
                       WRITE LaborLine
                   END-PERFORM
               ELSE
                   MOVE "  NO RATE TABLE - WORK SHOWN, NOT COSTED"
                       TO LaborLine
                   WRITE LaborLine
               END-IF
           END-IF
           .

      *>      quarantine holds - the hold mode, then the hold file
      *>      itself. No file means no holds, with a note; a record
      *>      whose serial is not numeric is skipped and counted
       060-Load-Quarantine.
           MOVE SPACE TO QuarModeParm
           ACCEPT QuarModeParm FROM ENVIRONMENT "DAY05_QUAR_MODE"
           IF QuarModeParm = "WARN" OR QuarModeParm = "warn" THEN
               MOVE 0 TO QuarBlock
           ELSE
               IF QuarModeParm NOT = SPACE
                   AND QuarModeParm NOT = "BLOCK"
                   AND QuarModeParm NOT = "block" THEN
                   MOVE "AOC532W" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "DAY05: DAY05_QUAR_MODE " DELIMITED BY SIZE
                       FUNCTION TRIM(QuarModeParm) DELIMITED BY SIZE
                       " NOT BLOCK OR WARN - HELD CRATES WILL BE "
                       DELIMITED BY SIZE
                       "BLOCKED" DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
               END-IF
           END-IF
           MOVE SPACE TO QuarFileParm
           ACCEPT QuarFileParm FROM ENVIRONMENT "DD_DAY05_QUAR"
           IF QuarFileParm NOT = SPACE THEN
               MOVE QuarFileParm TO QuarFileName
           END-IF
           OPEN INPUT QuarFile
           IF QuarFS NOT = "00" THEN
               DISPLAY "DAY05: NO QUARANTINE FILE AT " FUNCTION
                   TRIM(QuarFileName) " (FILE STATUS " QuarFS
                   ") - NO CRATE HOLDS CHECKED"
           ELSE
               MOVE 1 TO QuarFound
               MOVE 0 TO QuarEOF
               PERFORM UNTIL QuarEOF = 1
                   READ QuarFile
                       AT END MOVE 1 TO QuarEOF
                       NOT AT END PERFORM 061-Store-Hold
                   END-READ
               END-PERFORM
               CLOSE QuarFile
               IF QuarBad > 0 THEN
                   DISPLAY "DAY05: " QuarBad " QUARANTINE RECORD(S) "
                       "WITH NO USABLE SERIAL - SKIPPED"
               END-IF
               IF QuarOver = 1 THEN
                   MOVE "AOC531W" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "DAY05: OVER " DELIMITED BY SIZE
                       QuarMax DELIMITED BY SIZE
                       " QUARANTINE HOLDS - REMAINDER NOT CHECKED"
                       DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
               END-IF
           END-IF
           .

       061-Store-Hold.
           IF QrSerial NOT NUMERIC OR QrSerial = "0000" THEN
               ADD 1 TO QuarBad
           ELSE
               IF QuarCount < QuarMax THEN
                   ADD 1 TO QuarCount
                   MOVE QrSerial TO QtSerial(QuarCount)
                   MOVE QrDate TO QtDate(QuarCount)
                   MOVE QrWh TO QtWh(QuarCount)
                   MOVE QrReason TO QtReason(QuarCount)
                   MOVE QrLetter TO QtLetter(QuarCount)
                   MOVE QrStack TO QtStack(QuarCount)
                   MOVE QrHeight TO QtHeight(QuarCount)
                   MOVE 0 TO QtStale(QuarCount)
               ELSE
                   MOVE 1 TO QuarOver
               END-IF
           END-IF
           .

      *>      pin this warehouse's holds to its serials once the
      *>      stacks are built (or restored from the checkpoint) -
      *>      a hold names its warehouse, since serials restart at
      *>      1 in each one. A hold that names a different crate
      *>      from the one now at its serial is marked stale and
      *>      left off
       062-Mark-Quarantine.
           MOVE ZEROS TO QuarSerTab
           MOVE 0 TO QuarWhHolds
           PERFORM VARYING QuI FROM 1 BY 1 UNTIL QuI > QuarCount
               IF QtWh(QuI) = WhName
                   AND QtSerial(QuI) <= TotalCrates THEN
                   PERFORM 063-Check-Hold-Crate
                   IF QtStale(QuI) = 0 THEN
                       IF QuarSer(QtSerial(QuI)) = 0 THEN
                           ADD 1 TO QuarWhHolds
                       END-IF
                       MOVE QuI TO QuarSer(QtSerial(QuI))
                   END-IF
               END-IF
           END-PERFORM
           .

      *>      the crate the hold was placed on against the crate at
      *>      its serial tonight - a blank or non-numeric crate
      *>      column is not checked
       063-Check-Hold-Crate.
           MOVE QtSerial(QuI) TO QuSer
           IF QtStale(QuI) = 0 THEN
               IF QtLetter(QuI) NOT = SPACE
                   AND QtLetter(QuI) NOT = SsLetter(QuSer) THEN
                   MOVE 1 TO QtStale(QuI)
               END-IF
               IF QtStack(QuI) NUMERIC THEN
                   IF QtStack(QuI) NOT = SsStack(QuSer) THEN
                       MOVE 1 TO QtStale(QuI)
                   END-IF
               END-IF
               IF QtHeight(QuI) NUMERIC THEN
                   IF QtHeight(QuI) NOT = SsHeight(QuSer) THEN
                       MOVE 1 TO QtStale(QuI)
                   END-IF
               END-IF
               IF QtStale(QuI) = 1 THEN
                   ADD 1 TO QuarStale
               END-IF
           END-IF
           .

      *>      the holds in force for the warehouse in hand, each with
      *>      the crate's letter and where it started - a hold on a
      *>      serial the warehouse does not have is listed as such,
      *>      and a stale hold with the crate it named beside the
      *>      crate now at the serial
       064-List-Holds.
           MOVE SPACE TO QuarLine
           WRITE QuarLine
           IF WhName NOT = SPACE THEN
               MOVE SPACES TO QuarLine
               STRING "=== WAREHOUSE " DELIMITED BY SIZE
                   FUNCTION TRIM(WhName) DELIMITED BY SIZE
                   " ===" DELIMITED BY SIZE
                   INTO QuarLine
               WRITE QuarLine
           END-IF
           MOVE 0 TO QuP
           PERFORM VARYING QuI FROM 1 BY 1 UNTIL QuI > QuarCount
               IF QtWh(QuI) = WhName THEN
                   ADD 1 TO QuP
                   MOVE QtSerial(QuI) TO QuSer
                   MOVE QuSer TO QuSerEd
                   MOVE SPACES TO QuarLine
                   IF QuSer <= TotalCrates AND QtStale(QuI) = 1 THEN
                       MOVE SsStack(QuSer) TO QuStkEd
                       MOVE SsHeight(QuSer) TO QuHtEd
                       STRING "  HOLD " DELIMITED BY SIZE
                           QuSerEd DELIMITED BY SIZE
                           " STALE - PLACED ON " DELIMITED BY SIZE
                           QtLetter(QuI) DELIMITED BY SIZE
                           " AT " DELIMITED BY SIZE
                           QtStack(QuI) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           QtHeight(QuI) DELIMITED BY SIZE
                           ", SERIAL IS NOW CRATE " DELIMITED BY SIZE
                           SsLetter(QuSer) DELIMITED BY SIZE
                           " AT " DELIMITED BY SIZE
                           QuStkEd DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           QuHtEd DELIMITED BY SIZE
                           " - NOT ENFORCED" DELIMITED BY SIZE
                           INTO QuarLine
                   END-IF
                   IF QuSer <= TotalCrates AND QtStale(QuI) = 0 THEN
                       MOVE SsStack(QuSer) TO QuStkEd
                       MOVE SsHeight(QuSer) TO QuHtEd
                       STRING "  HOLD " DELIMITED BY SIZE
                           QuSerEd DELIMITED BY SIZE
                           " CRATE " DELIMITED BY SIZE
                           SsLetter(QuSer) DELIMITED BY SIZE
                           " AT " DELIMITED BY SIZE
                           QuStkEd DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           QuHtEd DELIMITED BY SIZE
                           " SINCE " DELIMITED BY SIZE
                           QtDate(QuI) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           QtReason(QuI) DELIMITED BY SIZE
                           INTO QuarLine
                   END-IF
                   IF QuSer > TotalCrates THEN
                       STRING "  HOLD " DELIMITED BY SIZE
                           QuSerEd DELIMITED BY SIZE
                           " - NO SUCH CRATE IN THIS WAREHOUSE"
                           DELIMITED BY SIZE
                           INTO QuarLine
                   END-IF
                   WRITE QuarLine
               END-IF
           END-PERFORM
           IF QuP = 0 THEN
               MOVE "  NO HOLDS IN FORCE" TO QuarLine
               WRITE QuarLine
           END-IF
           .

      *>      the violation report stays open the whole run - a
      *>      failed open loses the report, not the check
       067-Open-Quar-Report.
           OPEN OUTPUT QuarReport
           IF QuarRptFS NOT = "00" THEN
               MOVE "AOC529E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY05: CANNOT OPEN 05_quarantine.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   QuarRptFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE 1 TO QuarRptOn
               MOVE SPACES TO QuarLine
               STRING "QUARANTINE HOLD VIOLATIONS - CYCLE "
                   DELIMITED BY SIZE
                   CycleDate DELIMITED BY SIZE
                   INTO QuarLine
               WRITE QuarLine
               MOVE SPACES TO QuarLine
               IF QuarBlock = 1 THEN
                   STRING "  MODE BLOCK - A MOVE LIFTING A HELD "
                       DELIMITED BY SIZE
                       "CRATE IS REJECTED" DELIMITED BY SIZE
                       INTO QuarLine
               ELSE
                   STRING "  MODE WARN - A MOVE LIFTING A HELD "
                       DELIMITED BY SIZE
                       "CRATE IS FLAGGED AND APPLIED" DELIMITED BY SIZE
                       INTO QuarLine
               END-IF
               WRITE QuarLine
               MOVE SPACES TO QuarLine
               IF QuarFound = 1 THEN
                   MOVE QuarCount TO QuCntEd
                   STRING "  HOLDS LOADED: " DELIMITED BY SIZE
                       FUNCTION TRIM(QuCntEd) DELIMITED BY SIZE
                       " FROM " DELIMITED BY SIZE
                       FUNCTION TRIM(QuarFileName) DELIMITED BY SIZE
                       INTO QuarLine
               ELSE
                   STRING "  NO QUARANTINE FILE - NO HOLDS CHECKED"
                       DELIMITED BY SIZE
                       INTO QuarLine
               END-IF
               WRITE QuarLine
               IF RestartFlag = 1 AND Phase = 1
                   AND QuarCount > 0 THEN
                   PERFORM 064-List-Holds
               END-IF
           END-IF
           .

       045-Get-Checkpoint-Interval.
           MOVE SPACE TO CheckpointParm
           ACCEPT CheckpointParm FROM ENVIRONMENT "DD_DAY05_CKPT"
       615-Restore-Checkpoint.
           IF CkpRecCount NOT NUMERIC
               OR CkpTotalCrates NOT NUMERIC
               OR CkpCtlCount NOT NUMERIC
               OR CkpLaborRun NOT NUMERIC THEN
               DISPLAY "DAY05: CHECKPOINT ON DISK IS NOT IN THE "
                   "CURRENT LAYOUT - IGNORED, RESTARTING FROM "
                   "THE TOP"
               MOVE CkpCtlSeen TO CtlSeen
               MOVE CkpCtlTrlSeen TO CtlTrlSeen
               MOVE CkpCtlCount TO CtlDataCount
               MOVE CkpLaborWh TO LaborWh
               MOVE CkpLaborRun TO LaborRun
               MOVE 1 TO RestartFlag
               IF QuarCount > 0 THEN
                   PERFORM 062-Mark-Quarantine
               END-IF
           END-IF
           .

           MOVE CtlSeen TO CkpCtlSeen
           MOVE CtlTrlSeen TO CkpCtlTrlSeen
           MOVE CtlDataCount TO CkpCtlCount
           MOVE LaborWh TO CkpLaborWh
           MOVE LaborRun TO CkpLaborRun
           OPEN OUTPUT CheckpointFile
           IF CheckpointFS = "00" THEN
               WRITE CheckpointRecord FROM CheckpointArea
           INITIALIZE FirstDivTab
           INITIALIZE Peak1Tab
           INITIALIZE Peak2Tab
           INITIALIZE LaborWh
           MOVE 0 TO QuarWhHolds
           .

      *>      close out one warehouse - reconcile the crate counts,
                       PERFORM 690-Write-Manifest
                       PERFORM 697-Write-Divergence
                       PERFORM 699-Write-Utilization
                       IF ContOn = 1 THEN
                           PERFORM 720-Check-Continuity
                           PERFORM 740-Save-Stack-State
                       END-IF
                       PERFORM 750-Close-Labor-Warehouse
                       PERFORM 420-GetTop
                       MOVE WhName TO WtName(WhCount)
                       MOVE StacksTop1 TO WtTop1(WhCount)
                       PERFORM 320-Check-Feasibility
                   ELSE
                       PERFORM 290-Validate-Move
                       MOVE 0 TO QuarHeld
                       IF ValidMove = 1 AND QuarWhHolds > 0 THEN
                           PERFORM 340-Check-Quarantine
                       END-IF
                       IF ValidMove = 1 THEN
                           PERFORM 300-MovePart1
                           PERFORM 310-Log-Ledger-Part1
                           PERFORM 500-MovePart2
                           PERFORM 510-Log-Ledger-Part2
                           PERFORM 455-Track-Divergence
                           PERFORM 520-Tally-Labor
                       ELSE
                           IF QuarHeld = 1 THEN
                               PERFORM 348-Log-Held-Move
                           ELSE
                               PERFORM 295-Log-Exception
                           END-IF
                       END-IF
                       IF FUNCTION MOD(MoveNum, CheckpointEvery)
                           = 0 THEN
           CALL "EXCMST" USING ExcMaster
           .

      *>      a valid move against the holds - the top n crates of
      *>      the source stack in each crane's copy are the ones the
      *>      lift takes. A held crate in both lifts is one finding
      *>      against both cranes
       340-Check-Quarantine.
           MOVE 0 TO QuHit
           IF QuarBlock = 1 THEN
               MOVE "BLOCKED" TO QuAction
           ELSE
               MOVE "WARNED" TO QuAction
           END-IF
           COMPUTE QuLow = StackC1(StackMove(2)) - StackMove(1) + 1
           PERFORM VARYING QuP FROM QuLow BY 1
               UNTIL QuP > StackC1(StackMove(2))
               MOVE Ser1(StackMove(2), QuP) TO QuSer
               IF QuSer > 0 THEN
                   IF QuarSer(QuSer) > 0 THEN
                       PERFORM 342-In-9001-Lift
                       IF QuIn = 1 THEN
                           MOVE "9000+9001" TO QuCrane
                       ELSE
                           MOVE "9000" TO QuCrane
                       END-IF
                       PERFORM 345-Log-Quarantine
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE QuLow = StackC2(StackMove(2)) - StackMove(1) + 1
           PERFORM VARYING QuP FROM QuLow BY 1
               UNTIL QuP > StackC2(StackMove(2))
               MOVE Ser2(StackMove(2), QuP) TO QuSer
               IF QuSer > 0 THEN
                   IF QuarSer(QuSer) > 0 THEN
                       PERFORM 343-In-9000-Lift
                       IF QuIn = 0 THEN
                           MOVE "9001" TO QuCrane
                           PERFORM 345-Log-Quarantine
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF QuHit = 1 THEN
               IF QuarBlock = 1 THEN
                   MOVE 1 TO QuarHeld
                   MOVE 0 TO ValidMove
                   ADD 1 TO QuarBlocked
               ELSE
                   ADD 1 TO QuarWarned
               END-IF
           END-IF
           .

       342-In-9001-Lift.
           MOVE 0 TO QuIn
           COMPUTE QuLow = StackC2(StackMove(2)) - StackMove(1) + 1
           PERFORM VARYING QuP2 FROM QuLow BY 1
               UNTIL QuP2 > StackC2(StackMove(2)) OR QuIn = 1
               IF Ser2(StackMove(2), QuP2) = QuSer THEN
                   MOVE 1 TO QuIn
               END-IF
           END-PERFORM
           .

       343-In-9000-Lift.
           MOVE 0 TO QuIn
           COMPUTE QuLow = StackC1(StackMove(2)) - StackMove(1) + 1
           PERFORM VARYING QuP2 FROM QuLow BY 1
               UNTIL QuP2 > StackC1(StackMove(2)) OR QuIn = 1
               IF Ser1(StackMove(2), QuP2) = QuSer THEN
                   MOVE 1 TO QuIn
               END-IF
           END-PERFORM
           .

      *>      one held crate in one move's lift - to the violation
      *>      report and the exception master (reason QUARHOLD,
      *>      source the move number)
       345-Log-Quarantine.
           MOVE 1 TO QuHit
           ADD 1 TO QuarFlagged
           MOVE MoveNum TO MoveNumEd
           MOVE QuSer TO QuSerEd
           MOVE QuarSer(QuSer) TO QuI
           IF QuarRptOn = 1 THEN
               MOVE SPACES TO QuarLine
               STRING "MOVE " DELIMITED BY SIZE
                   MoveNumEd DELIMITED BY SIZE
                   "  SERIAL " DELIMITED BY SIZE
                   QuSerEd DELIMITED BY SIZE
                   "  CRATE " DELIMITED BY SIZE
                   SsLetter(QuSer) DELIMITED BY SIZE
                   "  CRANE " DELIMITED BY SIZE
                   QuCrane DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   QuAction DELIMITED BY SIZE
                   "  HELD SINCE " DELIMITED BY SIZE
                   QtDate(QuI) DELIMITED BY SIZE
                   INTO QuarLine
               WRITE QuarLine
           END-IF
           MOVE "DAY05" TO ExmDay
           MOVE "QUARHOLD" TO ExmReason
           MOVE MoveNum TO ExmSource
           MOVE SPACES TO ExmData
           STRING "SER " DELIMITED BY SIZE
               QuSerEd DELIMITED BY SIZE
               " CRATE " DELIMITED BY SIZE
               SsLetter(QuSer) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(QuCrane) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(QuAction) DELIMITED BY SIZE
               INTO ExmData
           IF WhName NOT = SPACE THEN
               COMPUTE QuPtr =
                   LENGTH OF FUNCTION TRIM(ExmData TRAILING) + 1
               STRING " WH " DELIMITED BY SIZE
                   FUNCTION TRIM(WhName) DELIMITED BY SIZE
                   INTO ExmData WITH POINTER QuPtr
           END-IF
           CALL "EXCMST" USING ExcMaster
           .

      *>      a blocked move goes down as a reject, the same as a
      *>      move that overdraws its source - the held crates
      *>      themselves are on the exception master already
       348-Log-Held-Move.
           ADD 1 TO ExcCount
           MOVE MoveNum TO MoveNumEd
           MOVE StackMove(1) TO StackMoveEd(1)
           MOVE StackMove(2) TO StackMoveEd(2)
           MOVE StackMove(3) TO StackMoveEd(3)
           MOVE SPACES TO ExceptionLine
           STRING "MOVE " DELIMITED BY SIZE
               MoveNumEd DELIMITED BY SIZE
               ": REJECTED - MOVE " DELIMITED BY SIZE
               StackMoveEd(1) DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               StackMoveEd(2) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               StackMoveEd(3) DELIMITED BY SIZE
               " LIFTS A QUARANTINED CRATE" DELIMITED BY SIZE
               INTO ExceptionLine
           WRITE ExceptionLine
           .

      *>      violation totals and the console warning
       799-Close-Quarantine.
           IF QuarRptOn = 1 THEN
               MOVE SPACE TO QuarLine
               WRITE QuarLine
               MOVE QuarFlagged TO QuCntEd
               MOVE SPACES TO QuarLine
               STRING "HELD CRATE LIFTS FLAGGED: " DELIMITED BY SIZE
                   QuCntEd DELIMITED BY SIZE
                   INTO QuarLine
               WRITE QuarLine
               MOVE QuarBlocked TO QuCntEd
               MOVE SPACES TO QuarLine
               STRING "MOVES BLOCKED:            " DELIMITED BY SIZE
                   QuCntEd DELIMITED BY SIZE
                   INTO QuarLine
               WRITE QuarLine
               MOVE QuarWarned TO QuCntEd
               MOVE SPACES TO QuarLine
               STRING "MOVES WARNED AND APPLIED: " DELIMITED BY SIZE
                   QuCntEd DELIMITED BY SIZE
                   INTO QuarLine
               WRITE QuarLine
               MOVE QuarStale TO QuCntEd
               MOVE SPACES TO QuarLine
               STRING "STALE HOLDS NOT ENFORCED: " DELIMITED BY SIZE
                   QuCntEd DELIMITED BY SIZE
                   INTO QuarLine
               WRITE QuarLine
               CLOSE QuarReport
           END-IF
           IF QuarFlagged > 0 THEN
               MOVE QuarFlagged TO QuCntEd
               COMPUTE QuCnt2Ed = QuarBlocked + QuarWarned
               MOVE "AOC530W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY05: " DELIMITED BY SIZE
                   FUNCTION TRIM(QuCntEd) DELIMITED BY SIZE
                   " HELD CRATE LIFT(S) ON " DELIMITED BY SIZE
                   FUNCTION TRIM(QuCnt2Ed) DELIMITED BY SIZE
                   " MOVE(S), " DELIMITED BY SIZE
                   FUNCTION TRIM(QuAction) DELIMITED BY SIZE
                   " - SEE 05_quarantine.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           IF QuarStale > 0 THEN
               MOVE QuarStale TO QuCntEd
               MOVE "AOC533W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY05: " DELIMITED BY SIZE
                   FUNCTION TRIM(QuCntEd) DELIMITED BY SIZE
                   " STALE QUARANTINE HOLD(S) - CRATE AT SERIAL "
                   DELIMITED BY SIZE
                   "CHANGED, NOT ENFORCED - SEE 05_quarantine.txt"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           .

       150-Read-Layout.
           IF FUNCTION TRIM(DataLine)(1:1)="[" THEN
               PERFORM 200-Buffer-Row
           IF TraceMode = 1 AND WhCount = 1 THEN
               PERFORM 049-Resolve-Trace-Serial
           END-IF
           IF QuarCount > 0 THEN
               PERFORM 062-Mark-Quarantine
               IF QuarRptOn = 1 THEN
                   PERFORM 064-List-Holds
               END-IF
           END-IF
           IF TrialMode = 1 THEN
               MOVE StackCounter1 TO TrialCounts
           END-IF
                   UNTIL MfSerial > TotalCrates
                   PERFORM 695-Write-Manifest-Line
               END-PERFORM
               IF QuarWhHolds > 0 THEN
                   MOVE QuarWhHolds TO QuCntEd
                   MOVE SPACES TO ManifestLine
                   STRING FUNCTION TRIM(QuCntEd) DELIMITED BY SIZE
                       " CRATE(S) ON QUARANTINE HOLD - MARKED "
                       DELIMITED BY SIZE
                       "QUARANTINED, DO NOT MOVE" DELIMITED BY SIZE
                       INTO ManifestLine
                   WRITE ManifestLine
               END-IF
           END-IF
           .

           MOVE F2Stack(MfSerial) TO MfS3Ed
           MOVE F2Ht(MfSerial) TO MfH3Ed
           MOVE SPACES TO ManifestLine
           MOVE 1 TO MfPtr
           STRING "  " DELIMITED BY SIZE
               MfSerialEd DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               MfS3Ed DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               MfH3Ed DELIMITED BY SIZE
               INTO ManifestLine WITH POINTER MfPtr
           IF QuarWhHolds > 0 THEN
               IF QuarSer(MfSerial) > 0 THEN
                   STRING "  QUARANTINED " DELIMITED BY SIZE
                       QtDate(QuarSer(MfSerial)) DELIMITED BY SIZE
                       INTO ManifestLine WITH POINTER MfPtr
               END-IF
           END-IF
           WRITE ManifestLine
           .

           WRITE UtilLine
           .

      *>      open the continuity report and the stack master for
      *>      the run - either failing switches the check off with
      *>      a note and the day carries on without it. A master
      *>      not yet on disk is created empty, the same way DAY02
      *>      starts its rating master
       710-Open-Continuity.
           IF CycleRerunParm NOT = SPACE THEN
               MOVE "AOC526I" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY05: RERUN - CRATE CONTINUITY NOT CHECKED, "
                   DELIMITED BY SIZE
                   "STACK MASTER LEFT UNTOUCHED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               OPEN OUTPUT ContinuityReport
               IF ContinuityFS NOT = "00" THEN
                   MOVE "AOC522E" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "DAY05: CANNOT OPEN 05_continuity.txt - "
                       DELIMITED BY SIZE
                       "FILE STATUS " DELIMITED BY SIZE
                       ContinuityFS DELIMITED BY SIZE
                       " - CONTINUITY NOT CHECKED" DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
               ELSE
                   OPEN I-O StackMaster
                   IF StackMasterFS = "35" THEN
                       OPEN OUTPUT StackMaster
                       IF StackMasterFS = "00" THEN
                           CLOSE StackMaster
                           OPEN I-O StackMaster
                       END-IF
                   END-IF
                   IF StackMasterFS NOT = "00" THEN
                       MOVE "AOC523E" TO MsgId
                       MOVE SPACES TO MsgText
                       STRING "DAY05: CANNOT OPEN 05_stacks.dat - "
                           DELIMITED BY SIZE
                           "FILE STATUS " DELIMITED BY SIZE
                           StackMasterFS DELIMITED BY SIZE
                           " - CONTINUITY NOT CHECKED" DELIMITED BY SIZE
                           INTO MsgText
                       CALL "MSGLOG" USING MsgParm
                       CLOSE ContinuityReport
                   ELSE
                       MOVE 1 TO ContOn
                       MOVE SPACES TO ContLine
                       STRING "CRATE CONTINUITY - CYCLE "
                           DELIMITED BY SIZE
                           CycleDate DELIMITED BY SIZE
                           INTO ContLine
                       WRITE ContLine
                   END-IF
               END-IF
           END-IF
           .

      *>      one warehouse's starting diagram against the closing
      *>      state saved for it - a warehouse new to the master has
      *>      nothing to check and just records its baseline, and a
      *>      state already saved under this same cycle date (the
      *>      cycle run a second time) is tonight's own close, so it
      *>      is not compared, only saved again by 740
       720-Check-Continuity.
           MOVE SPACE TO ContLine
           WRITE ContLine
           MOVE SPACES TO ContLine
           IF WhName NOT = SPACE THEN
               STRING "=== WAREHOUSE " DELIMITED BY SIZE
                   FUNCTION TRIM(WhName) DELIMITED BY SIZE
                   " ===" DELIMITED BY SIZE
                   INTO ContLine
           ELSE
               MOVE "=== WAREHOUSE (UNNAMED) ===" TO ContLine
           END-IF
           WRITE ContLine
           MOVE WhName TO SkWhName
           READ StackMaster
               INVALID KEY
                   MOVE 0 TO ContPrior
               NOT INVALID KEY
                   MOVE 1 TO ContPrior
           END-READ
           IF ContPrior = 1 AND SkCycle = CycleDate THEN
               MOVE 2 TO ContPrior
               MOVE SPACES TO ContLine
               STRING "  SAVED STATE IS THIS CYCLE'S OWN CLOSE ("
                   DELIMITED BY SIZE
                   SkCycle DELIMITED BY SIZE
                   ") - NOT COMPARED, STATE RE-SAVED" DELIMITED BY SIZE
                   INTO ContLine
               WRITE ContLine
           END-IF
           IF ContPrior = 0 THEN
               ADD 1 TO ContBaselines
               MOVE SPACES TO ContLine
               STRING "  NO SAVED STATE - TONIGHT'S CLOSE IS "
                   DELIMITED BY SIZE
                   "THE BASELINE" DELIMITED BY SIZE
                   INTO ContLine
               WRITE ContLine
           END-IF
           IF ContPrior = 1 THEN
               MOVE SkLayout TO PriorStacks
               MOVE SkCounts TO PriorCounts
               MOVE SPACES TO ContLine
               STRING "  AGAINST THE CLOSING STATE OF "
                   DELIMITED BY SIZE
                   SkCycle DELIMITED BY SIZE
                   INTO ContLine
               WRITE ContLine
               MOVE 0 TO CnSame
               MOVE 0 TO CnMoved
               MOVE 0 TO CnGone
               MOVE 0 TO CnAdded
               MOVE 0 TO CnOldCount
               MOVE 0 TO CnNewCount
               PERFORM VARYING CnK FROM 1 BY 1 UNTIL CnK > MaxStacks
                   MOVE PriorC(CnK) TO CnHigh
                   IF StackCInit(CnK) > CnHigh THEN
                       MOVE StackCInit(CnK) TO CnHigh
                   END-IF
                   PERFORM VARYING CnP FROM 1 BY 1 UNTIL CnP > CnHigh
                       PERFORM 722-Match-In-Place
                   END-PERFORM
               END-PERFORM
               MOVE "  MOVED WITH NO RECORDED MOVE:" TO ContLine
               WRITE ContLine
               PERFORM VARYING CnI FROM 1 BY 1 UNTIL CnI > CnOldCount
                   PERFORM 725-Pair-Moved
               END-PERFORM
               IF CnMoved = 0 THEN
                   MOVE "     (NONE)" TO ContLine
                   WRITE ContLine
               END-IF
               MOVE "  VANISHED SINCE LAST RUN:" TO ContLine
               WRITE ContLine
               PERFORM VARYING CnI FROM 1 BY 1 UNTIL CnI > CnOldCount
                   IF CoUsed(CnI) = 0 THEN
                       PERFORM 730-Log-Vanished
                   END-IF
               END-PERFORM
               IF CnGone = 0 THEN
                   MOVE "     (NONE)" TO ContLine
                   WRITE ContLine
               END-IF
               MOVE "  APPEARED SINCE LAST RUN:" TO ContLine
               WRITE ContLine
               PERFORM VARYING CnJ FROM 1 BY 1 UNTIL CnJ > CnNewCount
                   IF CwUsed(CnJ) = 0 THEN
                       PERFORM 735-Log-Appeared
                   END-IF
               END-PERFORM
               IF CnAdded = 0 THEN
                   MOVE "     (NONE)" TO ContLine
                   WRITE ContLine
               END-IF
               MOVE CnSame TO CnCntEd
               MOVE SPACES TO ContLine
               STRING "  UNCHANGED " DELIMITED BY SIZE
                   CnCntEd DELIMITED BY SIZE
                   INTO ContLine
               MOVE CnMoved TO CnCntEd
               STRING FUNCTION TRIM(ContLine TRAILING)
                   DELIMITED BY SIZE
                   "  MOVED " DELIMITED BY SIZE
                   CnCntEd DELIMITED BY SIZE
                   INTO ContLine
               MOVE CnGone TO CnCntEd
               STRING FUNCTION TRIM(ContLine TRAILING)
                   DELIMITED BY SIZE
                   "  VANISHED " DELIMITED BY SIZE
                   CnCntEd DELIMITED BY SIZE
                   INTO ContLine
               MOVE CnAdded TO CnCntEd
               STRING FUNCTION TRIM(ContLine TRAILING)
                   DELIMITED BY SIZE
                   "  APPEARED " DELIMITED BY SIZE
                   CnCntEd DELIMITED BY SIZE
                   INTO ContLine
               WRITE ContLine
               ADD CnMoved TO ContMoved
               ADD CnGone TO ContGone
               ADD CnAdded TO ContAdded
           END-IF
           .

      *>      one stack position - a crate still where it stood is
      *>      settled here, anything else joins the unmatched lists
       722-Match-In-Place.
           IF CnP <= PriorC(CnK) AND CnP <= StackCInit(CnK)
               AND PriorVal(CnK, CnP) = ValInit(CnK, CnP) THEN
               ADD 1 TO CnSame
           ELSE
               IF CnP <= PriorC(CnK) THEN
                   ADD 1 TO CnOldCount
                   MOVE PriorVal(CnK, CnP) TO CoLetter(CnOldCount)
                   MOVE CnK TO CoStack(CnOldCount)
                   MOVE CnP TO CoHt(CnOldCount)
                   MOVE 0 TO CoUsed(CnOldCount)
               END-IF
               IF CnP <= StackCInit(CnK) THEN
                   ADD 1 TO CnNewCount
                   MOVE ValInit(CnK, CnP) TO CwLetter(CnNewCount)
                   MOVE CnK TO CwStack(CnNewCount)
                   MOVE CnP TO CwHt(CnNewCount)
                   MOVE 0 TO CwUsed(CnNewCount)
               END-IF
           END-IF
           .

      *>      pair one of last night's unmatched crates with the
      *>      first of tonight's unmatched crates of the same letter
       725-Pair-Moved.
           PERFORM VARYING CnJ FROM 1 BY 1
               UNTIL CnJ > CnNewCount OR CoUsed(CnI) = 1
               IF CwUsed(CnJ) = 0
                   AND CwLetter(CnJ) = CoLetter(CnI) THEN
                   MOVE 1 TO CoUsed(CnI)
                   MOVE 1 TO CwUsed(CnJ)
                   ADD 1 TO CnMoved
                   MOVE CoStack(CnI) TO CnS1Ed
                   MOVE CoHt(CnI) TO CnH1Ed
                   MOVE CwStack(CnJ) TO CnS2Ed
                   MOVE CwHt(CnJ) TO CnH2Ed
                   MOVE SPACES TO ContLine
                   STRING "    CRATE " DELIMITED BY SIZE
                       CoLetter(CnI) DELIMITED BY SIZE
                       "  WAS STACK " DELIMITED BY SIZE
                       CnS1Ed DELIMITED BY SIZE
                       " HEIGHT " DELIMITED BY SIZE
                       CnH1Ed DELIMITED BY SIZE
                       "  NOW STACK " DELIMITED BY SIZE
                       CnS2Ed DELIMITED BY SIZE
                       " HEIGHT " DELIMITED BY SIZE
                       CnH2Ed DELIMITED BY SIZE
                       INTO ContLine
                   WRITE ContLine
                   MOVE "CRATEMOV" TO ExmReason
                   COMPUTE ExmSource = CwStack(CnJ) * 1000 + CwHt(CnJ)
                   PERFORM 738-Log-Continuity-Exc
               END-IF
           END-PERFORM
           .

       730-Log-Vanished.
           ADD 1 TO CnGone
           MOVE CoStack(CnI) TO CnS1Ed
           MOVE CoHt(CnI) TO CnH1Ed
           MOVE SPACES TO ContLine
           STRING "    CRATE " DELIMITED BY SIZE
               CoLetter(CnI) DELIMITED BY SIZE
               "  WAS STACK " DELIMITED BY SIZE
               CnS1Ed DELIMITED BY SIZE
               " HEIGHT " DELIMITED BY SIZE
               CnH1Ed DELIMITED BY SIZE
               "  NOT IN TONIGHT'S DIAGRAM" DELIMITED BY SIZE
               INTO ContLine
           WRITE ContLine
           MOVE "CRATEGON" TO ExmReason
           COMPUTE ExmSource = CoStack(CnI) * 1000 + CoHt(CnI)
           PERFORM 738-Log-Continuity-Exc
           .

       735-Log-Appeared.
           ADD 1 TO CnAdded
           MOVE CwStack(CnJ) TO CnS2Ed
           MOVE CwHt(CnJ) TO CnH2Ed
           MOVE SPACES TO ContLine
           STRING "    CRATE " DELIMITED BY SIZE
               CwLetter(CnJ) DELIMITED BY SIZE
               "  NOW STACK " DELIMITED BY SIZE
               CnS2Ed DELIMITED BY SIZE
               " HEIGHT " DELIMITED BY SIZE
               CnH2Ed DELIMITED BY SIZE
               "  NOT IN LAST RUN'S CLOSE" DELIMITED BY SIZE
               INTO ContLine
           WRITE ContLine
           MOVE "CRATENEW" TO ExmReason
           COMPUTE ExmSource = CwStack(CnJ) * 1000 + CwHt(CnJ)
           PERFORM 738-Log-Continuity-Exc
           .

      *>      one discrepancy to the exception master - the source
      *>      is the position as stack * 1000 + height, and the
      *>      data carries the report line, after the warehouse
      *>      name when the yard has one
       738-Log-Continuity-Exc.
           MOVE "DAY05" TO ExmDay
           MOVE SPACES TO ExmData
           IF WhName NOT = SPACE THEN
               STRING "WH " DELIMITED BY SIZE
                   FUNCTION TRIM(WhName) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ContLine(5:60) DELIMITED BY SIZE
                   INTO ExmData
           ELSE
               MOVE ContLine(5:60) TO ExmData
           END-IF
           CALL "EXCMST" USING ExcMaster
           .

      *>      bank tonight's closing 9001 state as the next run's
      *>      starting point
       740-Save-Stack-State.
           MOVE WhName TO SkWhName
           MOVE CycleDate TO SkCycle
           MOVE StacksUsed TO SkStacksUsed
           MOVE StackCounter2 TO SkCounts
           MOVE Stacks2 TO SkLayout
           REWRITE StackMasterRec
               INVALID KEY
                   WRITE StackMasterRec
                   END-WRITE
           END-REWRITE
           .

       745-Close-Continuity.
           MOVE SPACE TO ContLine
           WRITE ContLine
           COMPUTE ContIssues = ContMoved + ContGone + ContAdded
           MOVE ContIssues TO CnTotEd
           MOVE SPACES TO ContLine
           STRING "CONTINUITY DISCREPANCIES: " DELIMITED BY SIZE
               CnTotEd DELIMITED BY SIZE
               INTO ContLine
           WRITE ContLine
           CLOSE ContinuityReport
           CLOSE StackMaster
           IF ContIssues > 0 THEN
               MOVE "AOC524W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY05: " DELIMITED BY SIZE
                   FUNCTION TRIM(CnTotEd) DELIMITED BY SIZE
                   " CRATE(S) OUT OF PLACE SINCE LAST RUN - SEE "
                   DELIMITED BY SIZE
                   "05_continuity.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           IF ContBaselines > 0 THEN
               MOVE ContBaselines TO CnS1Ed
               MOVE "AOC525I" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY05: " DELIMITED BY SIZE
                   FUNCTION TRIM(CnS1Ed) DELIMITED BY SIZE
                   " WAREHOUSE(S) NEW TO THE STACK MASTER - "
                   DELIMITED BY SIZE
                   "BASELINE SAVED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           .

      *>      cost one warehouse's crane work, carry it into the run
      *>      totals and print its block
       750-Close-Labor-Warehouse.
           MOVE LwMoves TO LpMoves
           PERFORM VARYING LbC FROM 1 BY 1 UNTIL LbC > 2
               MOVE LwLifts(LbC) TO LpLifts(LbC)
               MOVE LwCrates(LbC) TO LpCrates(LbC)
               MOVE LwDist(LbC) TO LpDist(LbC)
               COMPUTE LpCost(LbC) =
                   LwLifts(LbC) * RtLift(LbC)
                   + LwCrates(LbC) * RtCrate(LbC)
                   + LwDist(LbC) * RtDist(LbC)
               ADD LwLifts(LbC) TO LrLifts(LbC)
               ADD LwCrates(LbC) TO LrCrates(LbC)
               ADD LwDist(LbC) TO LrDist(LbC)
               ADD LpCost(LbC) TO LrCost(LbC)
           END-PERFORM
           ADD LwMoves TO LrMoves
           IF LaborOn = 1 THEN
               MOVE SPACE TO LaborLine
               WRITE LaborLine
               IF WhName NOT = SPACE THEN
                   MOVE SPACES TO LaborLine
                   STRING "=== WAREHOUSE " DELIMITED BY SIZE
                       FUNCTION TRIM(WhName) DELIMITED BY SIZE
                       " ===" DELIMITED BY SIZE
                       INTO LaborLine
                   WRITE LaborLine
               END-IF
               PERFORM 755-Write-Labor-Block
           END-IF
           .

      *>      one block of the labor report from LaborPrint - the
      *>      last column is the 9000 less the 9001
       755-Write-Labor-Block.
           MOVE SPACES TO LaborLine
           STRING "                    " DELIMITED BY SIZE
               "        CM 9000" DELIMITED BY SIZE
               "        CM 9001" DELIMITED BY SIZE
               "      9000-9001" DELIMITED BY SIZE
               INTO LaborLine
           WRITE LaborLine
           MOVE 0 TO LbMoney
           MOVE "MOVES" TO LbLabel
           MOVE LpMoves TO LbVal1
           MOVE LpMoves TO LbVal2
           PERFORM 760-Write-Labor-Row
           MOVE "LIFTS" TO LbLabel
           MOVE LpLifts(1) TO LbVal1
           MOVE LpLifts(2) TO LbVal2
           PERFORM 760-Write-Labor-Row
           MOVE "CRATES HANDLED" TO LbLabel
           MOVE LpCrates(1) TO LbVal1
           MOVE LpCrates(2) TO LbVal2
           PERFORM 760-Write-Labor-Row
           MOVE "STACK DISTANCE" TO LbLabel
           MOVE LpDist(1) TO LbVal1
           MOVE LpDist(2) TO LbVal2
           PERFORM 760-Write-Labor-Row
           IF RatesLoaded = 1 THEN
               MOVE 1 TO LbMoney
               MOVE "COST" TO LbLabel
               MOVE LpCost(1) TO LbVal1
               MOVE LpCost(2) TO LbVal2
               PERFORM 760-Write-Labor-Row
           ELSE
               MOVE "COST                NOT COSTED - NO RATE TABLE"
                   TO LaborLine
               WRITE LaborLine
           END-IF
           .

       760-Write-Labor-Row.
           COMPUTE LbDiff = LbVal1 - LbVal2
           MOVE SPACES TO LaborLine
           IF LbMoney = 1 THEN
               MOVE LbVal1 TO LbAmtEd
               MOVE LbVal2 TO LbAmt2Ed
               MOVE LbDiff TO LbAmtDiffEd
               STRING LbLabel DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LbAmtEd DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LbAmt2Ed DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LbAmtDiffEd DELIMITED BY SIZE
                   INTO LaborLine
           ELSE
               MOVE LbVal1 TO LbCntEd
               STRING LbLabel DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LbCntEd DELIMITED BY SIZE
                   INTO LaborLine
               MOVE LbVal2 TO LbCntEd
               MOVE LbDiff TO LbCntDiffEd
               STRING FUNCTION TRIM(LaborLine TRAILING)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LbCntEd DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LbCntDiffEd DELIMITED BY SIZE
                   INTO LaborLine
           END-IF
           WRITE LaborLine
           .

      *>      run totals when the file carried more than one
      *>      warehouse, then the replacement verdict
       790-Close-Labor.
           IF WhCount > 1 THEN
               MOVE SPACE TO LaborLine
               WRITE LaborLine
               MOVE "=== ALL WAREHOUSES ===" TO LaborLine
               WRITE LaborLine
               MOVE LaborRun TO LaborPrint
               PERFORM 755-Write-Labor-Block
           END-IF
           IF RatesLoaded = 1 THEN
               MOVE SPACE TO LaborLine
               WRITE LaborLine
               MOVE SPACES TO LaborLine
               IF LrCost(1) >= LrCost(2) THEN
                   COMPUTE LbDiff = LrCost(1) - LrCost(2)
                   MOVE LbDiff TO LbAmtEd
                   STRING "THE 9001 SAVES " DELIMITED BY SIZE
                       FUNCTION TRIM(LbAmtEd) DELIMITED BY SIZE
                       " OVER THE 9000 ON THIS RUN'S MOVES"
                       DELIMITED BY SIZE
                       INTO LaborLine
               ELSE
                   COMPUTE LbDiff = LrCost(2) - LrCost(1)
                   MOVE LbDiff TO LbAmtEd
                   STRING "THE 9001 COSTS " DELIMITED BY SIZE
                       FUNCTION TRIM(LbAmtEd) DELIMITED BY SIZE
                       " MORE THAN THE 9000 ON THIS RUN'S MOVES"
                       DELIMITED BY SIZE
                       INTO LaborLine
               END-IF
               WRITE LaborLine
           END-IF
           CLOSE LaborReport
           .

       420-GetTop.
           MOVE SPACES TO StacksTop1
           PERFORM VARYING J FROM 1 BY 1 UNTIL J>MaxStacks
           SUBTRACT StackMove(1) FROM StackC2(StackMove(2))
           .

      *>      one applied move's crane work under both models - the
      *>      distance is how many stack positions apart the two
      *>      stacks stand
       520-Tally-Labor.
           IF StackMove(2) > StackMove(3) THEN
               COMPUTE LbSpan = StackMove(2) - StackMove(3)
           ELSE
               COMPUTE LbSpan = StackMove(3) - StackMove(2)
           END-IF
           ADD 1 TO LwMoves
           ADD StackMove(1) TO LwLifts(1)
           ADD StackMove(1) TO LwCrates(1)
           COMPUTE LwDist(1) = LwDist(1) + StackMove(1) * LbSpan
           IF StackMove(1) > 0 THEN
               ADD 1 TO LwLifts(2)
               ADD StackMove(1) TO LwCrates(2)
               ADD LbSpan TO LwDist(2)
           END-IF
           .

       530-Log-Trace-Part2.
           MOVE MoveNum TO MoveNumEd
           MOVE StackMove(2) TO TrStackEd
