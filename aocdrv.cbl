           FILE STATUS IS OpsReportFS.
      *>      per-day run timings persisted across nights - the
      *>      capacity planner (AOCCAP) trends these where the ops
      *>      report is overwritten nightly, and the volume gate
      *>      averages the feed counts they carry
               SELECT TimingHist
                   ASSIGN TO "../data/timing_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
               SELECT HoldsFile ASSIGN TO "../data/aocholds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldsFS.
      *>      post-cycle job network - one record per downstream
      *>      step naming the step, the module to run and the days
      *>      or earlier steps it must wait for
               SELECT NetworkFile ASSIGN TO "../data/aocnet.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NetworkFS.
      *>      verify-only mode support - a roving probe over each
      *>      file the cycle will need, the checklist report, and a
      *>      scratch file to prove the data directory writable
      *>      standing control card can never starve a new night.
      *>      A clean full cycle clears the file, the same way
      *>      630-Clear-Checkpoint clears the day-level checkpoints
      *>      post-cycle steps share the file - StDay carries STEP
      *>      and StStep the network step name. Every record carries
      *>      the cycle run ID, so a restart carries on under it
           FD StatusFile.
               01 StatusRec.
                   05 StDay PIC X(5).
                   05 FILLER PIC X.
                   05 StDate PIC X(10).
                   05 FILLER PIC X.
                   05 StStep PIC X(8).
                   05 FILLER PIC X.
                   05 StRunId PIC X(16).

      *>      consolidated run parameter file - KEY=VALUE records,
      *>      "*" in column one for comments. Every key the suite's
                   05 ThElapsed PIC 9(9).
                   05 FILLER PIC X.
                   05 ThRecords PIC 9(7).
                   05 FILLER PIC X.
                   05 ThRunId PIC X(16).
                   05 FILLER PIC X.
                   05 ThFeed PIC 9(7).

           FD CalendarFile.
               01 CalendarRec PIC X(80).
           FD HoldsFile.
               01 HoldsRec PIC X(80).

      *>      "STEPNAME MODULE PRED PRED ...", "*" in column one
      *>      for comments - a predecessor is a day (DAY01-DAY06),
      *>      ALLDAYS for every day of the cycle, or the name of a
      *>      step defined on an earlier record. The suite's network
      *>      (shipped as aocnet.txt, installed by AOCRUN.SH):
      *>        DAY01TRD day01trd  DAY01
      *>        DAY02ANL day02anl  DAY02
      *>        DAY03GRP day03grp  DAY01 DAY03
      *>        ELFBLD   elfbld    DAY01 DAY02 DAY03
      *>        ELFAUD   elfaud    DAY04 ELFBLD
      *>        TEAMRPT  teamrpt   ELFBLD
      *>        ADEQCHK  adeqchk   DAY01 DAY04
      *>        DAY06ACK day06ack  DAY06
      *>        EXCDISP  excdisp   ALLDAYS
      *>        REGCHK   regchk    ALLDAYS
      *>        RESRECON resrecon  ALLDAYS
      *>        RESCERT  rescert   REGCHK RESRECON
      *>        HISTEXP  histexp   RESCERT
      *>        AOCCAP   aoccap    ALLDAYS
      *>      REGCHK and RESRECON end RC 4 when they block a day's
      *>      result, so RESCERT and HISTEXP still run and ship the
      *>      other days; they end RC 8 only when a BLOCK could not
      *>      be filed, and then nothing ships until it is
           FD NetworkFile.
               01 NetworkRec PIC X(100).

           FD ProbeFile.
               01 ProbeRec PIC X(120).

           01 CfI PIC 9.
           01 CfDayNum PIC 9.
           01 CfDowHit PIC 9.
      *>      input-volume gate - before a day is CALLed its feed's
      *>      trailer count (or, for a feed without controls, its
      *>      data record count) is compared with the trailing
      *>      average of that day's last VOL_RUNS feeds (default 7)
      *>      off timing_history.txt. A feed more than VOL_TOL_DAYnn
      *>      percent (VOL_TOL_PCT for every day, default 50) either
      *>      side of the average is put on hold the way an operator
      *>      would - a "DAYnn HOLD VOLUME <date> ..." record is
      *>      appended to aocholds.txt - so a complete but short feed
      *>      never reaches the ledger. A RELEASE entered the same
      *>      day waives the gate for that day's feed; a tolerance
      *>      of 0 turns the gate off for the day. The gate needs
      *>      VolMinRuns nights of history before it judges a feed
           01 VolRuns PIC 99 VALUE 7.
           01 VolMaxRuns PIC 99 VALUE 30.
           01 VolMinRuns PIC 99 VALUE 3.
           01 VolParm PIC X(6).
           01 VolEnvKey PIC X(16).
           01 VolDefTol PIC 9(3) VALUE 50.
           01 VolHist.
               05 VolDay OCCURS 6 TIMES.
                   10 VhCount PIC 99 VALUE 0.
                   10 VhNext PIC 99 VALUE 0.
                   10 VhVal OCCURS 30 TIMES PIC 9(7).
                   10 VolTol PIC 9(3) VALUE 0.
                   10 VolFeed PIC 9(7) VALUE 0.
                   10 VolHoldDate PIC X(10) VALUE SPACE.
                   10 VolWaived PIC 9 VALUE 0.
           01 VolEOF PIC 9.
           01 VolI PIC 99.
           01 VolDayNum PIC 9.
           01 VolVal PIC 9(7).
           01 VolSum PIC 9(9).
           01 VolAvg PIC 9(7).
           01 VolLow PIC 9(7).
           01 VolHigh PIC 9(7).
           01 VolTrlSeen PIC 9.
           01 VolCountFld PIC X(9).
           01 VolRunsEd PIC Z9.
           01 VolTolEd PIC ZZ9.
           01 HeldBy PIC X(12).
           01 VerifyMode PIC 9 VALUE 0.
           01 VerifyParm PIC X(4).
           01 ProbePath PIC X(100).
           01 DelPath PIC X(100).
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
      *>      the cycle run ID - D, the run date and the start time
      *>      (DYYYYMMDD-HHMMSS), exported as AOC_RUN_ID so LEDGWRT,
      *>      EXCMST and MSGLOG stamp it on everything this cycle
      *>      writes. A restart later the same day adopts the ID
      *>      off the status file instead of minting a new one - it
      *>      is still the same cycle
           01 RunId PIC X(16) VALUE SPACE.
           01 RunIdTime PIC X(8).
           01 ControlFS PIC XX.
           01 ControlEOF PIC 9 VALUE 0.
      *>      the run list built from the control card (or defaulted
           01 DaySelFlags.
               05 DaySelected OCCURS 6 TIMES PIC 9 VALUE 0.

      *>      the post-cycle job network - the downstream programs
      *>      that used to be run by hand after the cycle, each held
      *>      back until every predecessor ended within MaxCC. A step
      *>      whose predecessor failed, was skipped or did not run
      *>      this cycle is skipped and reported, and the skip rolls
      *>      on down to its own dependents. Steps run as separate
      *>      modules from the AOCBIN directory through the shell
      *>      (they end with STOP RUN, so they cannot be CALLed) and
      *>      the module's exit status is the step's condition code.
      *>      State: P pending, C complete, F failed, S skipped,
      *>      A already complete from an earlier run today
           01 NetworkFS PIC XX.
           01 NetEOF PIC 9 VALUE 0.
           01 NetLoaded PIC 9 VALUE 0.
           01 NetCount PIC 99 VALUE 0.
           01 NetMax PIC 99 VALUE 20.
           01 BadNetwork PIC 9(3) VALUE 0.
           01 NetSteps.
               05 NetStep OCCURS 20 TIMES.
                   10 NsName PIC X(8).
                   10 NsModule PIC X(20).
                   10 NsPredCount PIC 99.
                   10 NsPred OCCURS 10 TIMES PIC X(8).
                   10 NsState PIC X.
                   10 NsDone PIC 9.
                   10 NsRC PIC 9(3).
                   10 NsStart PIC X(8).
                   10 NsEnd PIC X(8).
                   10 NsElapsed PIC 9(9).
                   10 NsNote PIC X(40).
           01 NetFlds.
               05 NfFld OCCURS 12 TIMES PIC X(20).
           01 NfI PIC 99.
           01 NetI PIC 99.
           01 NetJ PIC 99.
           01 PredI PIC 99.
           01 PredOK PIC 9.
           01 PredFound PIC 9.
           01 PredName PIC X(8).
           01 PredDay PIC 9.
           01 AocBin PIC X(80).
           01 NetCmd PIC X(200).
           01 NetRC PIC 9(3).
           01 NetStatus PIC S9(9) COMP-5.
           01 NetRCEd PIC ZZ9.
           01 NetRunCount PIC 99 VALUE 0.
           01 NetSkipCount PIC 99 VALUE 0.
           01 NetFailCount PIC 99 VALUE 0.

      *>      headline Part 1/Part 2 results handed back by each
      *>      CALLed day program, one pair per day - VALUE SPACE
      *>      matters: a day that fails before building its summary
               05 FILLER PIC X(16) VALUE "DD_DAY05".
               05 FILLER PIC X(16) VALUE "DD_DAY06".
               05 FILLER PIC X(16) VALUE "DD_DAY01_ROSTER".
               05 FILLER PIC X(16) VALUE "DD_DAY01_FOODS".
               05 FILLER PIC X(16) VALUE "DD_DAY03_ITEMS".
               05 FILLER PIC X(16) VALUE "DD_DAY05_CKPT".
               05 FILLER PIC X(16) VALUE "DD_DAY06_CKPT".
               05 FILLER PIC X(16) VALUE "DD_DAY05_TRIAL".
               05 FILLER PIC X(16) VALUE "DAY05_UTIL_PCT".
               05 FILLER PIC X(16) VALUE "DD_DAY05_RATES".
               05 FILLER PIC X(16) VALUE "DD_DAY05_QUAR".
               05 FILLER PIC X(16) VALUE "DAY05_QUAR_MODE".
               05 FILLER PIC X(16) VALUE "TOPN".
               05 FILLER PIC X(16) VALUE "MAXELVES".
               05 FILLER PIC X(16) VALUE "RESUPPLY_MIN".
               05 FILLER PIC X(16) VALUE "DAY06_ACK_CYCLES".
               05 FILLER PIC X(16) VALUE "DAY06_TAIL".
               05 FILLER PIC X(16) VALUE "DAY06_TAIL_SECS".
               05 FILLER PIC X(16) VALUE "DAY06_MSG_WINDOW".
               05 FILLER PIC X(16) VALUE "DAY06_MSG_LEN".
               05 FILLER PIC X(16) VALUE "AOC_MAXCC".
               05 FILLER PIC X(16) VALUE "ALERT_ABS".
               05 FILLER PIC X(16) VALUE "ALERT_PCT".
               05 FILLER PIC X(16) VALUE "EXC_FLUSH".
               05 FILLER PIC X(16) VALUE "EXC_AGE_LIMIT".
               05 FILLER PIC X(16) VALUE "HISTEXP_MODE".
               05 FILLER PIC X(16) VALUE "CERT_AUTO".
               05 FILLER PIC X(16) VALUE "ELFAUD_IDLE".
               05 FILLER PIC X(16) VALUE "ELFBLD_RANK_MOVE".
               05 FILLER PIC X(16) VALUE "ADEQ_MIN".
               05 FILLER PIC X(16) VALUE "ADEQ_SURPLUS".
               05 FILLER PIC X(16) VALUE "DAY03_INSURE_VAL".
               05 FILLER PIC X(16) VALUE "VOL_RUNS".
               05 FILLER PIC X(16) VALUE "VOL_TOL_PCT".
               05 FILLER PIC X(16) VALUE "VOL_TOL_DAY01".
               05 FILLER PIC X(16) VALUE "VOL_TOL_DAY02".
               05 FILLER PIC X(16) VALUE "VOL_TOL_DAY03".
               05 FILLER PIC X(16) VALUE "VOL_TOL_DAY04".
               05 FILLER PIC X(16) VALUE "VOL_TOL_DAY05".
               05 FILLER PIC X(16) VALUE "VOL_TOL_DAY06".
           01 KnownKeys REDEFINES KnownKeyTable.
               05 KnownKey OCCURS 67 TIMES PIC X(16).
           01 KeyCount PIC 99 VALUE 67.
           01 KeyI PIC 99.
           01 KeyFound PIC 9.
           01 PKey PIC X(40).
           END-IF
           PERFORM 022-Read-Calendar
           PERFORM 023-Read-Holds
           PERFORM 031-Load-Volume-History
           PERFORM 020-Read-Control
           PERFORM 021-Read-Network
           PERFORM 025-Read-Status
           PERFORM 019-Set-Run-Id
           PERFORM 028-Get-Policy
           PERFORM 050-Write-Header
           PERFORM 055-Echo-Params
           PERFORM VARYING CtlI FROM 1 BY 1
               UNTIL CtlI > RunCount OR AbortFlag = 1
               MOVE RunDay(CtlI) TO CurDay
               IF DayDone(CurDay) = 0 AND HoldBlocked(CurDay) = 0
                   AND CalBlocked(CurDay) = 0 THEN
                   PERFORM 032-Check-Volume
               END-IF
               IF DayDone(CurDay) = 1 THEN
                   PERFORM 070-Note-Already-Complete
               ELSE
               END-IF
           END-PERFORM
           PERFORM 060-Note-Skipped
      *>      roll the night's rejections up by day and reason code
           CALL "EXCRPT"
           PERFORM 090-Write-Alerts
      *>      tonight's timings go on the history first, so the
      *>      AOCCAP step trends them with the rest
           PERFORM 093-Write-Timing-History
      *>      the downstream steps run after the alert file is
      *>      rewritten - REGCHK and DAY06ACK append to it
           PERFORM 800-Run-Network
           PERFORM 075-Clear-Status-If-Done
           PERFORM 095-Write-Ops-Report
           CLOSE SummaryReport
      *>      every report the night wrote, summary and ops sheet
      *>      included, into the dated archive and its catalogue
           CALL "RPTARC"
      *>      then the per-recipient bundles, built from those
      *>      archived copies
           CALL "RPTDST"
           MOVE WorstCC TO RETURN-CODE
       STOP RUN
       .
               PERFORM VARYING OpsDay FROM 1 BY 1 UNTIL OpsDay > 6
                   PERFORM 099-Write-Ops-Line
               END-PERFORM
               IF NetCount > 0 THEN
                   PERFORM 850-Write-Ops-Network
               END-IF
               COMPUTE ElapsedSec = TotalElapsed / 100
               MOVE ElapsedSec TO ElapsedEd
               MOVE SPACES TO OpsLine
               STRING "AOC22 NIGHTLY OPERATIONS REPORT - RUN DATE "
                   DELIMITED BY SIZE
                   RunDateEd DELIMITED BY SIZE
                   " CYCLE " DELIMITED BY SIZE
                   RunId DELIMITED BY SIZE
                   "  PAGE " DELIMITED BY SIZE
                   OpsPageEd DELIMITED BY SIZE
                   INTO OpsLine
               WRITE OpsLine
                           INTO ThDay
                       MOVE TmElapsed(OpsDay) TO ThElapsed
                       MOVE AlRecords TO ThRecords
                       MOVE RunId TO ThRunId
                       MOVE VolFeed(OpsDay) TO ThFeed
                       WRITE TimingRec
                   END-IF
               END-PERFORM
           .

       026-Check-Status-Rec.
           IF StDay = "STEP" THEN
               IF StDate = RunDateEd THEN
                   MOVE 1 TO CurrentSeen
                   IF StRunId NOT = SPACE THEN
                       MOVE StRunId TO RunId
                   END-IF
                   PERFORM VARYING NetI FROM 1 BY 1
                       UNTIL NetI > NetCount
                       IF NsName(NetI) = StStep THEN
                           MOVE 1 TO NsDone(NetI)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE 1 TO StaleSeen
               END-IF
           END-IF
           IF StDay(1:4) = "DAY0"
               AND StDay(5:1) >= "1"
               AND StDay(5:1) <= "6" THEN
                   MOVE StDay(5:1) TO DoneDay
                   MOVE 1 TO DayDone(DoneDay)
                   MOVE 1 TO CurrentSeen
                   IF StRunId NOT = SPACE THEN
                       MOVE StRunId TO RunId
                   END-IF
               ELSE
                   MOVE 1 TO StaleSeen
               END-IF
                   " " DELIMITED BY SIZE
                   RunDateEd DELIMITED BY SIZE
                   INTO StatusRec
               MOVE RunId TO StRunId
               WRITE StatusRec
               CLOSE StatusFile
           END-IF
                   MOVE 0 TO AllDone
               END-IF
           END-PERFORM
           PERFORM VARYING NetI FROM 1 BY 1 UNTIL NetI > NetCount
               IF NsDone(NetI) = 0 THEN
                   MOVE 0 TO AllDone
               END-IF
           END-PERFORM
           IF AllDone = 1 THEN
               OPEN OUTPUT StatusFile
               IF StatusFS = "00" THEN
           END-IF
           .

      *>      load the post-cycle job network - no aocnet.txt means
      *>      no downstream steps, the classic cycle. Steps are kept
      *>      in file order, and that is the order they run in
       021-Read-Network.
           OPEN INPUT NetworkFile
           IF NetworkFS = "00" THEN
               MOVE 1 TO NetLoaded
               MOVE 0 TO NetEOF
               PERFORM UNTIL NetEOF = 1
                   READ NetworkFile
                       AT END MOVE 1 TO NetEOF
                       NOT AT END PERFORM 029-Parse-Network-Rec
                   END-READ
               END-PERFORM
               CLOSE NetworkFile
               IF BadNetwork > 0 THEN
                   MOVE "AOC007W" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "AOCDRV: " DELIMITED BY SIZE
                       BadNetwork DELIMITED BY SIZE
                       " UNUSABLE aocnet.txt RECORD(S) IGNORED"
                       DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
               END-IF
           END-IF
           .

       029-Parse-Network-Rec.
           IF NetworkRec = SPACE OR NetworkRec(1:1) = "*" THEN
               CONTINUE
           ELSE
               MOVE SPACES TO NetFlds
               UNSTRING NetworkRec DELIMITED BY ALL " "
                   INTO NfFld(1) NfFld(2) NfFld(3) NfFld(4)
                       NfFld(5) NfFld(6) NfFld(7) NfFld(8)
                       NfFld(9) NfFld(10) NfFld(11) NfFld(12)
               END-UNSTRING
               IF NfFld(1) = SPACE OR NfFld(2) = SPACE
                   OR NetCount >= NetMax THEN
                   ADD 1 TO BadNetwork
               ELSE
                   ADD 1 TO NetCount
                   INITIALIZE NetStep(NetCount)
                   MOVE NfFld(1) TO NsName(NetCount)
                   MOVE NfFld(2) TO NsModule(NetCount)
                   MOVE "P" TO NsState(NetCount)
                   MOVE 0 TO NsPredCount(NetCount)
                   PERFORM VARYING NfI FROM 3 BY 1 UNTIL NfI > 12
                       IF NfFld(NfI) = "ALLDAYS" THEN
                           PERFORM VARYING PredDay FROM 1 BY 1
                               UNTIL PredDay > 6
                               IF NsPredCount(NetCount) < 10 THEN
                                   ADD 1 TO NsPredCount(NetCount)
                                   MOVE NsPredCount(NetCount) TO PredI
                                   MOVE SPACES TO PredName
                                   STRING "DAY0" DELIMITED BY SIZE
                                       PredDay DELIMITED BY SIZE
                                       INTO PredName
                                   MOVE PredName
                                       TO NsPred(NetCount, PredI)
                               END-IF
                           END-PERFORM
                       ELSE
                           IF NfFld(NfI) NOT = SPACE
                               AND NsPredCount(NetCount) < 10 THEN
                               ADD 1 TO NsPredCount(NetCount)
                               MOVE NsPredCount(NetCount) TO PredI
                               MOVE NfFld(NfI)
                                   TO NsPred(NetCount, PredI)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

      *>      the summary shows every day of the suite - the ones
      *>      the control card left out are marked, so a short
      *>      summary can never be mistaken for a clean full run
                   IF HoldsRec(7:4) = "HOLD" THEN
                       MOVE 1 TO HoldBlocked(CfDayNum)
                       MOVE HoldsRec(12:40) TO HoldReason(CfDayNum)
                       MOVE 0 TO VolWaived(CfDayNum)
                       IF HoldsRec(12:7) = "VOLUME " THEN
                           MOVE HoldsRec(19:10)
                               TO VolHoldDate(CfDayNum)
                       END-IF
                   ELSE
                       IF HoldsRec(7:7) = "RELEASE" THEN
                           MOVE 0 TO HoldBlocked(CfDayNum)
                           MOVE SPACES TO HoldReason(CfDayNum)
                           IF VolHoldDate(CfDayNum) = RunDateEd THEN
                               MOVE 1 TO VolWaived(CfDayNum)
                           END-IF
                           MOVE SPACE TO SummaryLine
                           STRING "DAY0" DELIMITED BY SIZE
                               CfDayNum DELIMITED BY SIZE
           END-IF
           .

      *>      the volume gate's baseline - each day's recent feed
      *>      counts off the timing history, oldest falling out of a
      *>      VOL_RUNS ring as newer nights are read. Nights written
      *>      before the feed count was kept fall back on the
      *>      records the day program reported
       031-Load-Volume-History.
           MOVE SPACE TO VolParm
           ACCEPT VolParm FROM ENVIRONMENT "VOL_RUNS"
           IF VolParm NOT = SPACE
               AND FUNCTION TEST-NUMVAL(VolParm) = 0 THEN
               MOVE FUNCTION NUMVAL(VolParm) TO VolRuns
               IF VolRuns = 0 OR VolRuns > VolMaxRuns THEN
                   MOVE 7 TO VolRuns
               END-IF
           END-IF
           MOVE SPACE TO VolParm
           ACCEPT VolParm FROM ENVIRONMENT "VOL_TOL_PCT"
           IF VolParm NOT = SPACE
               AND FUNCTION TEST-NUMVAL(VolParm) = 0 THEN
               MOVE FUNCTION NUMVAL(VolParm) TO VolDefTol
           END-IF
           PERFORM VARYING VolDayNum FROM 1 BY 1 UNTIL VolDayNum > 6
               MOVE VolDefTol TO VolTol(VolDayNum)
               MOVE SPACES TO VolEnvKey
               STRING "VOL_TOL_DAY0" DELIMITED BY SIZE
                   VolDayNum DELIMITED BY SIZE
                   INTO VolEnvKey
               MOVE SPACE TO VolParm
               ACCEPT VolParm FROM ENVIRONMENT VolEnvKey
               IF VolParm NOT = SPACE
                   AND FUNCTION TEST-NUMVAL(VolParm) = 0 THEN
                   MOVE FUNCTION NUMVAL(VolParm) TO VolTol(VolDayNum)
               END-IF
           END-PERFORM
           OPEN INPUT TimingHist
           IF TimingHistFS = "00" THEN
               MOVE 0 TO VolEOF
               PERFORM UNTIL VolEOF = 1
                   READ TimingHist
                       AT END MOVE 1 TO VolEOF
                       NOT AT END PERFORM 033-Note-Volume-Rec
                   END-READ
               END-PERFORM
               CLOSE TimingHist
           END-IF
           .

       033-Note-Volume-Rec.
           IF ThDay(1:4) = "DAY0" AND ThDay(5:1) >= "1"
               AND ThDay(5:1) <= "6" THEN
               MOVE ThDay(5:1) TO VolDayNum
               MOVE 0 TO VolVal
               IF ThFeed NUMERIC AND ThFeed > 0 THEN
                   MOVE ThFeed TO VolVal
               ELSE
                   IF ThRecords NUMERIC THEN
                       MOVE ThRecords TO VolVal
                   END-IF
               END-IF
               IF VolVal > 0 THEN
                   ADD 1 TO VhNext(VolDayNum)
                   IF VhNext(VolDayNum) > VolRuns THEN
                       MOVE 1 TO VhNext(VolDayNum)
                   END-IF
                   MOVE VolVal TO VhVal(VolDayNum, VhNext(VolDayNum))
                   IF VhCount(VolDayNum) < VolRuns THEN
                       ADD 1 TO VhCount(VolDayNum)
                   END-IF
               END-IF
           END-IF
           .

      *>      tonight's feed against the band - counted off the
      *>      same input the day program is about to open
       032-Check-Volume.
           MOVE SPACES TO VolEnvKey
           STRING "DD_DAY0" DELIMITED BY SIZE
               CurDay DELIMITED BY SIZE
               INTO VolEnvKey
           MOVE SPACE TO VerParm
           ACCEPT VerParm FROM ENVIRONMENT VolEnvKey
           IF VerParm NOT = SPACE THEN
               MOVE VerParm TO ProbePath
           ELSE
               MOVE SPACES TO ProbePath
               STRING "../data/0" DELIMITED BY SIZE
                   CurDay DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO ProbePath
           END-IF
           MOVE 0 TO VolFeed(CurDay)
           MOVE 0 TO VolTrlSeen
           OPEN INPUT ProbeFile
           IF ProbeFS = "00" THEN
               MOVE 0 TO VolEOF
               PERFORM UNTIL VolEOF = 1
                   READ ProbeFile
                       AT END MOVE 1 TO VolEOF
                       NOT AT END PERFORM 034-Count-Feed-Rec
                   END-READ
               END-PERFORM
               CLOSE ProbeFile
           END-IF
           IF VolFeed(CurDay) > 0 AND VolTol(CurDay) > 0
               AND VhCount(CurDay) >= VolMinRuns THEN
               PERFORM 035-Judge-Volume
           END-IF
           .

       035-Judge-Volume.
           MOVE 0 TO VolSum
           PERFORM VARYING VolI FROM 1 BY 1
               UNTIL VolI > VhCount(CurDay)
               ADD VhVal(CurDay, VolI) TO VolSum
           END-PERFORM
           COMPUTE VolAvg ROUNDED = VolSum / VhCount(CurDay)
           IF VolTol(CurDay) >= 100 THEN
               MOVE 0 TO VolLow
           ELSE
               COMPUTE VolLow = VolAvg * (100 - VolTol(CurDay)) / 100
           END-IF
           COMPUTE VolHigh = VolAvg * (100 + VolTol(CurDay)) / 100
           IF VolFeed(CurDay) < VolLow
               OR VolFeed(CurDay) > VolHigh THEN
               IF VolWaived(CurDay) = 1 THEN
                   MOVE SPACE TO SummaryLine
                   STRING "DAY0" DELIMITED BY SIZE
                       CurDay DELIMITED BY SIZE
                       "  VOLUME GATE WAIVED - FEED " DELIMITED BY SIZE
                       VolFeed(CurDay) DELIMITED BY SIZE
                       " VS AVERAGE " DELIMITED BY SIZE
                       VolAvg DELIMITED BY SIZE
                       ", RELEASED BY OPERATOR" DELIMITED BY SIZE
                       INTO SummaryLine
                   WRITE SummaryLine
                   DISPLAY FUNCTION TRIM(SummaryLine)
               ELSE
                   PERFORM 037-Hold-For-Volume
               END-IF
           END-IF
           .

       037-Hold-For-Volume.
           MOVE VhCount(CurDay) TO VolRunsEd
           MOVE VolTol(CurDay) TO VolTolEd
           MOVE "AOC010W" TO MsgId
           MOVE SPACES TO MsgText
           STRING "AOCDRV: DAY0" DELIMITED BY SIZE
               CurDay DELIMITED BY SIZE
               " FEED VOLUME " DELIMITED BY SIZE
               VolFeed(CurDay) DELIMITED BY SIZE
               " OUTSIDE " DELIMITED BY SIZE
               VolLow DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               VolHigh DELIMITED BY SIZE
               " (AVG " DELIMITED BY SIZE
               VolAvg DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               FUNCTION TRIM(VolRunsEd) DELIMITED BY SIZE
               " RUNS +/-" DELIMITED BY SIZE
               FUNCTION TRIM(VolTolEd) DELIMITED BY SIZE
               "%) - DAY HELD" DELIMITED BY SIZE
               INTO MsgText
           CALL "MSGLOG" USING MsgParm
           MOVE SPACES TO HoldReason(CurDay)
           STRING "VOLUME " DELIMITED BY SIZE
               RunDateEd DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VolFeed(CurDay) DELIMITED BY SIZE
               " VS " DELIMITED BY SIZE
               VolAvg DELIMITED BY SIZE
               INTO HoldReason(CurDay)
           MOVE 1 TO HoldBlocked(CurDay)
           OPEN EXTEND HoldsFile
           IF HoldsFS = "35" THEN
               OPEN OUTPUT HoldsFile
           END-IF
           IF HoldsFS = "00" THEN
               MOVE SPACES TO HoldsRec
               STRING "DAY0" DELIMITED BY SIZE
                   CurDay DELIMITED BY SIZE
                   " HOLD " DELIMITED BY SIZE
                   HoldReason(CurDay) DELIMITED BY SIZE
                   INTO HoldsRec
               WRITE HoldsRec
               CLOSE HoldsFile
           END-IF
           .

      *>      a trailer's count is the sender's word on the volume;
      *>      without one the data records are counted
       034-Count-Feed-Rec.
           IF ProbeRec(1:4) = "TRL " THEN
               MOVE ProbeRec(5:9) TO VolCountFld
               IF FUNCTION TEST-NUMVAL(VolCountFld) = 0 THEN
                   MOVE FUNCTION NUMVAL(VolCountFld)
                       TO VolFeed(CurDay)
                   MOVE 1 TO VolTrlSeen
               END-IF
           ELSE
               IF ProbeRec(1:4) NOT = "HDR " AND VolTrlSeen = 0 THEN
                   ADD 1 TO VolFeed(CurDay)
               END-IF
           END-IF
           .

       072-Note-Held.
           MOVE 1 TO DayHeld(CurDay)
           IF HoldReason(CurDay)(1:7) = "VOLUME " THEN
               MOVE "VOLUME GATE" TO HeldBy
           ELSE
               MOVE "OPERATOR" TO HeldBy
           END-IF
           MOVE SPACE TO SummaryLine
           STRING "DAY0" DELIMITED BY SIZE
               CurDay DELIMITED BY SIZE
               "  HELD BY " DELIMITED BY SIZE
               FUNCTION TRIM(HeldBy) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(HoldReason(CurDay)) DELIMITED BY SIZE
               INTO SummaryLine
           WRITE SummaryLine
           MOVE RunDate(7:2) TO RunDateEd(9:2)
           .

       019-Set-Run-Id.
           IF RunId = SPACE THEN
               ACCEPT RunIdTime FROM TIME
               MOVE SPACES TO RunId
               STRING "D" DELIMITED BY SIZE
                   RunDate DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RunIdTime(1:6) DELIMITED BY SIZE
                   INTO RunId
           END-IF
           SET ENVIRONMENT "AOC_RUN_ID" TO RunId
           .

       050-Write-Header.
           MOVE SPACE TO SummaryLine
           STRING "AOC22 CONSOLIDATED RUN SUMMARY - RUN DATE "
               DELIMITED BY SIZE
               RunDateEd DELIMITED BY SIZE
               " - CYCLE " DELIMITED BY SIZE
               RunId DELIMITED BY SIZE
               INTO SummaryLine
           WRITE SummaryLine
           DISPLAY FUNCTION TRIM(SummaryLine)
           DISPLAY FUNCTION TRIM(SummaryLine)
           .

      *>      the post-cycle job network - each step in file order,
      *>      run only when every predecessor ended within MaxCC
       800-Run-Network.
           IF NetCount > 0 THEN
               MOVE SPACE TO SummaryLine
               WRITE SummaryLine
               MOVE "POST-CYCLE JOB NETWORK:" TO SummaryLine
               WRITE SummaryLine
               MOVE SPACE TO AocBin
               ACCEPT AocBin FROM ENVIRONMENT "AOCBIN"
               IF AocBin = SPACE THEN
                   MOVE "." TO AocBin
               END-IF
               PERFORM VARYING NetI FROM 1 BY 1 UNTIL NetI > NetCount
                   PERFORM 810-Run-Step
               END-PERFORM
               MOVE SPACE TO SummaryLine
               STRING "  STEPS RUN: " DELIMITED BY SIZE
                   NetRunCount DELIMITED BY SIZE
                   "  FAILED: " DELIMITED BY SIZE
                   NetFailCount DELIMITED BY SIZE
                   "  SKIPPED: " DELIMITED BY SIZE
                   NetSkipCount DELIMITED BY SIZE
                   INTO SummaryLine
               WRITE SummaryLine
               DISPLAY FUNCTION TRIM(SummaryLine)
           END-IF
           .

       810-Run-Step.
           IF NsDone(NetI) = 1 THEN
               MOVE "A" TO NsState(NetI)
               MOVE "ALREADY COMPLETE (PRIOR RUN)" TO NsNote(NetI)
           ELSE
               PERFORM 820-Check-Preds
               IF PredOK = 0 THEN
                   MOVE "S" TO NsState(NetI)
                   ADD 1 TO NetSkipCount
                   MOVE "AOC008W" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "AOCDRV: STEP " DELIMITED BY SIZE
                       FUNCTION TRIM(NsName(NetI)) DELIMITED BY SIZE
                       " SKIPPED - " DELIMITED BY SIZE
                       NsNote(NetI) DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
               ELSE
                   PERFORM 815-Execute-Step
               END-IF
           END-IF
           PERFORM 840-Note-Step
           .

      *>      one module through the shell - its exit status is the
      *>      step's condition code (the shell hands back the wait
      *>      status, exit code in the high byte); anything above 16
      *>      (the shell could not start the module) is taken as 16
       815-Execute-Step.
           ADD 1 TO NetRunCount
           MOVE SPACES TO NetCmd
           STRING FUNCTION TRIM(AocBin) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(NsModule(NetI)) DELIMITED BY SIZE
               INTO NetCmd
           ACCEPT TimeNow FROM TIME
           MOVE TimeNow TO NsStart(NetI)
           CALL "SYSTEM" USING NetCmd
           MOVE RETURN-CODE TO NetStatus
           MOVE 0 TO RETURN-CODE
           IF NetStatus > 255 THEN
               COMPUTE NetStatus = NetStatus / 256
           END-IF
           ACCEPT TimeNow FROM TIME
           MOVE TimeNow TO NsEnd(NetI)
           IF NetStatus < 0 OR NetStatus > 16 THEN
               MOVE 16 TO NetRC
           ELSE
               MOVE NetStatus TO NetRC
           END-IF
           MOVE NetRC TO NsRC(NetI)
           MOVE NsStart(NetI) TO TmWork
           PERFORM 098-Time-To-Centi
           MOVE TmCenti TO TmCentiEnd
           MOVE NsEnd(NetI) TO TmWork
           PERFORM 098-Time-To-Centi
           IF TmCenti < TmCentiEnd THEN
               ADD 8640000 TO TmCenti
           END-IF
           COMPUTE NsElapsed(NetI) = TmCenti - TmCentiEnd
           ADD NsElapsed(NetI) TO TotalElapsed
           IF NetRC > WorstCC THEN
               MOVE NetRC TO WorstCC
           END-IF
           IF NetRC >= MaxCC THEN
               MOVE "F" TO NsState(NetI)
               ADD 1 TO NetFailCount
               MOVE NetRC TO NetRCEd
               MOVE SPACES TO NsNote(NetI)
               STRING "ENDED WITH CONDITION CODE " DELIMITED BY SIZE
                   FUNCTION TRIM(NetRCEd) DELIMITED BY SIZE
                   INTO NsNote(NetI)
               MOVE "AOC009E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "AOCDRV: STEP " DELIMITED BY SIZE
                   FUNCTION TRIM(NsName(NetI)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(NsNote(NetI)) DELIMITED BY SIZE
                   " (POLICY LIMIT " DELIMITED BY SIZE
                   MaxCC DELIMITED BY SIZE
                   ") - DEPENDENTS WILL BE SKIPPED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE "C" TO NsState(NetI)
               PERFORM 830-Mark-Step-Complete
           END-IF
           .

      *>      every predecessor must have ended within MaxCC this
      *>      cycle - a day that ran tonight (or earlier today, per
      *>      the status file), or an earlier step that completed.
      *>      The first one that fails the test names the skip
       820-Check-Preds.
           MOVE 1 TO PredOK
           PERFORM VARYING PredI FROM 1 BY 1
               UNTIL PredI > NsPredCount(NetI) OR PredOK = 0
               MOVE NsPred(NetI, PredI) TO PredName
               IF PredName(1:4) = "DAY0" AND PredName(5:1) >= "1"
                   AND PredName(5:1) <= "6"
                   AND PredName(6:3) = SPACE THEN
                   MOVE PredName(5:1) TO PredDay
                   IF DayExec(PredDay) = 1 THEN
                       MOVE PredDay TO AlDay
                       PERFORM 092-Fetch-Day-Stats
                       IF AlSev >= MaxCC THEN
                           MOVE 0 TO PredOK
                           MOVE AlSev TO NetRCEd
                           MOVE SPACES TO NsNote(NetI)
                           STRING "PREDECESSOR " DELIMITED BY SIZE
                               PredName DELIMITED BY SPACE
                               " ENDED RC " DELIMITED BY SIZE
                               FUNCTION TRIM(NetRCEd)
                               DELIMITED BY SIZE
                               INTO NsNote(NetI)
                       END-IF
                   ELSE
                       IF DayRan(PredDay) = 0 THEN
                           MOVE 0 TO PredOK
                           MOVE SPACES TO NsNote(NetI)
                           STRING "PREDECESSOR " DELIMITED BY SIZE
                               PredName DELIMITED BY SPACE
                               " NOT RUN THIS CYCLE" DELIMITED BY SIZE
                               INTO NsNote(NetI)
                       END-IF
                   END-IF
               ELSE
                   MOVE 0 TO PredFound
                   PERFORM VARYING NetJ FROM 1 BY 1
                       UNTIL NetJ >= NetI OR PredFound = 1
                       IF NsName(NetJ) = PredName THEN
                           MOVE 1 TO PredFound
                           IF NsState(NetJ) NOT = "C"
                               AND NsState(NetJ) NOT = "A" THEN
                               MOVE 0 TO PredOK
                               MOVE SPACES TO NsNote(NetI)
                               IF NsState(NetJ) = "F" THEN
                                   STRING "PREDECESSOR "
                                       DELIMITED BY SIZE
                                       PredName DELIMITED BY SPACE
                                       " FAILED" DELIMITED BY SIZE
                                       INTO NsNote(NetI)
                               ELSE
                                   STRING "PREDECESSOR "
                                       DELIMITED BY SIZE
                                       PredName DELIMITED BY SPACE
                                       " SKIPPED" DELIMITED BY SIZE
                                       INTO NsNote(NetI)
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF PredFound = 0 THEN
                       MOVE 0 TO PredOK
                       MOVE SPACES TO NsNote(NetI)
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                           PredName DELIMITED BY SPACE
                           " NOT DEFINED AHEAD OF IT" DELIMITED BY SIZE
                           INTO NsNote(NetI)
                   END-IF
               END-IF
           END-PERFORM
           .

      *>      a completed step goes on the restart status file the
      *>      moment it ends, the same as a day - a restart later
      *>      today picks up at the first step still outstanding
       830-Mark-Step-Complete.
           MOVE 1 TO NsDone(NetI)
           OPEN EXTEND StatusFile
           IF StatusFS = "35" THEN
               OPEN OUTPUT StatusFile
           END-IF
           IF StatusFS NOT = "00" THEN
               MOVE "AOC005E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "AOCDRV: CANNOT OPEN aocdrv_status.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   StatusFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE SPACES TO StatusRec
               MOVE "STEP" TO StDay
               MOVE RunDateEd TO StDate
               MOVE NsName(NetI) TO StStep
               MOVE RunId TO StRunId
               WRITE StatusRec
               CLOSE StatusFile
           END-IF
           .

       840-Note-Step.
           MOVE NsRC(NetI) TO SevEd
           MOVE SPACE TO SummaryLine
           EVALUATE NsState(NetI)
               WHEN "C"
                   STRING "  STEP " DELIMITED BY SIZE
                       NsName(NetI) DELIMITED BY SIZE
                       " RC=" DELIMITED BY SIZE
                       SevEd DELIMITED BY SIZE
                       "  COMPLETE" DELIMITED BY SIZE
                       INTO SummaryLine
               WHEN "F"
                   STRING "  STEP " DELIMITED BY SIZE
                       NsName(NetI) DELIMITED BY SIZE
                       " RC=" DELIMITED BY SIZE
                       SevEd DELIMITED BY SIZE
                       "  FAILED - DEPENDENTS SKIPPED"
                       DELIMITED BY SIZE
                       INTO SummaryLine
               WHEN OTHER
                   STRING "  STEP " DELIMITED BY SIZE
                       NsName(NetI) DELIMITED BY SIZE
                       "        " DELIMITED BY SIZE
                       NsNote(NetI) DELIMITED BY SIZE
                       INTO SummaryLine
           END-EVALUATE
           WRITE SummaryLine
           DISPLAY FUNCTION TRIM(SummaryLine)
           .

      *>      the network's steps follow the days on the ops sheet,
      *>      under their own sub-heading
       850-Write-Ops-Network.
           MOVE SPACES TO OpsLine
           PERFORM 094-Ops-Write
           MOVE "POST-CYCLE JOB NETWORK" TO OpsLine
           PERFORM 094-Ops-Write
           MOVE SPACES TO OpsLine
           STRING "STEP      START     END       ELAPSED-SEC"
               DELIMITED BY SIZE
               "  STATUS" DELIMITED BY SIZE
               INTO OpsLine
           PERFORM 094-Ops-Write
           PERFORM VARYING NetI FROM 1 BY 1 UNTIL NetI > NetCount
               MOVE SPACES TO OpsLine
               EVALUATE NsState(NetI)
                   WHEN "C"
                   WHEN "F"
                       IF NsState(NetI) = "F" THEN
                           MOVE "FAILED" TO OpsStatus
                       ELSE
                           IF NsRC(NetI) >= 4 THEN
                               MOVE NsRC(NetI) TO NetRCEd
                               MOVE SPACES TO OpsStatus
                               STRING "ENDED RC " DELIMITED BY SIZE
                                   FUNCTION TRIM(NetRCEd)
                                   DELIMITED BY SIZE
                                   INTO OpsStatus
                           ELSE
                               MOVE "COMPLETE" TO OpsStatus
                           END-IF
                       END-IF
                       COMPUTE ElapsedSec = NsElapsed(NetI) / 100
                       MOVE ElapsedSec TO ElapsedEd
                       STRING NsName(NetI) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           NsStart(NetI)(1:2) DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           NsStart(NetI)(3:2) DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           NsStart(NetI)(5:2) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           NsEnd(NetI)(1:2) DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           NsEnd(NetI)(3:2) DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           NsEnd(NetI)(5:2) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           ElapsedEd DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           OpsStatus DELIMITED BY SIZE
                           INTO OpsLine
                   WHEN "A"
                       STRING NsName(NetI) DELIMITED BY SIZE
                           "  -         -                -  "
                           DELIMITED BY SIZE
                           "PRIOR RUN" DELIMITED BY SIZE
                           INTO OpsLine
                   WHEN OTHER
                       STRING NsName(NetI) DELIMITED BY SIZE
                           "  -         -                -  "
                           DELIMITED BY SIZE
                           "SKIPPED - " DELIMITED BY SIZE
                           NsNote(NetI) DELIMITED BY SIZE
                           INTO OpsLine
               END-EVALUATE
               PERFORM 094-Ops-Write
           END-PERFORM
           .

      *>      the evening pre-flight - every check the 02:00 cycle
      *>      would trip over, without running a single day program
       900-Verify-Mode.
               PERFORM 910-Verify-Roster
               PERFORM 912-Verify-Items
               PERFORM 914-Verify-Windows
               PERFORM 916-Verify-Foods
               PERFORM 920-Verify-Writable
               MOVE "../data/05_checkpoint.txt" TO ProbePath
               MOVE 5 TO VerDay
                           IF (VerLtrVal > 97 AND VerLtrVal <= 123)
                               OR (VerLtrVal > 65
                                   AND VerLtrVal <= 91) THEN
                               IF ProbeRec(28:5) NOT NUMERIC
                                   OR (ProbeRec(34:1) NOT = SPACE
                                   AND ProbeRec(34:1) NOT = "N"
                                   AND ProbeRec(34:1) NOT = "R"
                                   AND ProbeRec(34:1) NOT = "P") THEN
                                   ADD 1 TO VerBad
                               END-IF
                           ELSE
           END-IF
           .

      *>      the food category reference - every non-blank row
      *>      needs a code (columns 1-12) and a category (14-25)
       916-Verify-Foods.
           ADD 1 TO VerChecks
           MOVE SPACE TO VerParm
           ACCEPT VerParm FROM ENVIRONMENT "DD_DAY01_FOODS"
           IF VerParm NOT = SPACE THEN
               MOVE VerParm TO ProbePath
           ELSE
               MOVE "../data/01_foods.txt" TO ProbePath
           END-IF
           OPEN INPUT ProbeFile
           IF ProbeFS NOT = "00" THEN
               MOVE SPACES TO VerifyLine
               STRING "NOTE  FOOD REFERENCE " DELIMITED BY SIZE
                   FUNCTION TRIM(ProbePath) DELIMITED BY SIZE
                   " ABSENT - CALORIES UNCLASSIFIED" DELIMITED BY SIZE
                   INTO VerifyLine
               WRITE VerifyLine
           ELSE
               MOVE 0 TO VerEOF
               MOVE 0 TO VerRecs
               MOVE 0 TO VerBad
               PERFORM UNTIL VerEOF = 1
                   READ ProbeFile
                       AT END MOVE 1 TO VerEOF
                       NOT AT END
                           ADD 1 TO VerRecs
                           IF ProbeRec NOT = SPACE
                               AND (ProbeRec(1:12) = SPACE
                               OR ProbeRec(14:12) = SPACE) THEN
                               ADD 1 TO VerBad
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ProbeFile
               PERFORM 918-Report-Ref-Verdict
           END-IF
           .

       918-Report-Ref-Verdict.
           IF VerBad > 0 THEN
               ADD 1 TO VerFails
