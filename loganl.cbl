       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGANL.

      *>      run-log analyzer - reads the dated run logs MSGLOG
      *>      writes (../data/aoc_runlog_YYYY-MM-DD.txt) over a date
      *>      range and reports how often each message id was
      *>      issued: severity, owning program, total, nights seen,
      *>      first and last date in the range. Two flags pick out
      *>      what a night-at-a-time reading misses - NEW, an id not
      *>      seen in the LOGANL_LOOKBACK days (default 90) before
      *>      the range, and RISING, a W or E id seen on at least
      *>      LOGANL_MIN_NIGHTS nights (default 3) whose count in the
      *>      later half of the range is above its count in the
      *>      earlier half. The range comes from LOGANL_FROM and
      *>      LOGANL_TO (YYYY-MM-DD); TO defaults to today and FROM
      *>      to 29 days before TO. Logs written before the run ID
      *>      went into the log line (id in column 10) are read as
      *>      well as the current layout (id in column 27). Output
      *>      goes to ../data/runlog_analysis.txt. Run standalone;
      *>      RC 4 when anything is RISING

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RunLog ASSIGN TO DYNAMIC RunLogName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFS.
               SELECT AnalysisReport
                   ASSIGN TO "../data/runlog_analysis.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AnalysisFS.


       DATA DIVISION.
           FILE SECTION.
           FD RunLog.
               01 RunLogLine PIC X(160).

           FD AnalysisReport.
               01 AnalysisLine PIC X(132).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 RunLogFS PIC XX.
           01 AnalysisFS PIC XX.
           01 RunLogName PIC X(100).
           01 LogEOF PIC 9.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
           01 DateParm PIC X(12).
           01 NumParm PIC X(6).
           01 FromDate PIC X(10).
           01 ToDate PIC X(10).
           01 MidDate PIC X(10).
           01 Lookback PIC 9(3) VALUE 90.
           01 MinNights PIC 9(3) VALUE 3.
           01 DateWork PIC 9(8).
           01 DateWorkX REDEFINES DateWork PIC X(8).
           01 DateWorkEd PIC X(10).
           01 FromInt PIC 9(8).
           01 ToInt PIC 9(8).
           01 MidInt PIC 9(8).
           01 LookInt PIC 9(8).
           01 DayInt PIC 9(8).
           01 RangeDays PIC 9(5).
           01 LogNights PIC 9(5) VALUE 0.
           01 NoLogNights PIC 9(5) VALUE 0.
           01 BadParm PIC 9 VALUE 0.

      *>      owning program by id number - kept in step with the
      *>      number ranges in MSGLOG
           01 RangeTable.
               05 FILLER PIC X(15) VALUE "000049AOCDRV".
               05 FILLER PIC X(15) VALUE "050059MTHEND".
               05 FILLER PIC X(15) VALUE "060069RESCERT".
               05 FILLER PIC X(15) VALUE "070079RESRECON".
               05 FILLER PIC X(15) VALUE "080089EXCINQ".
               05 FILLER PIC X(15) VALUE "090099EXCLOAD".
               05 FILLER PIC X(15) VALUE "100149DAY01".
               05 FILLER PIC X(15) VALUE "150174DAY01TRD".
               05 FILLER PIC X(15) VALUE "175199CALHCNV".
               05 FILLER PIC X(15) VALUE "200239DAY02".
               05 FILLER PIC X(15) VALUE "240249DAY02PAIR".
               05 FILLER PIC X(15) VALUE "250279DAY02ANL".
               05 FILLER PIC X(15) VALUE "280299MASKEXT".
               05 FILLER PIC X(15) VALUE "300349DAY03".
               05 FILLER PIC X(15) VALUE "350399DAY03GRP".
               05 FILLER PIC X(15) VALUE "400479DAY04".
               05 FILLER PIC X(15) VALUE "480499ADEQCHK".
               05 FILLER PIC X(15) VALUE "500559DAY05".
               05 FILLER PIC X(15) VALUE "560569DAY05UNDO".
               05 FILLER PIC X(15) VALUE "570599DAY05PLAN".
               05 FILLER PIC X(15) VALUE "600659DAY06".
               05 FILLER PIC X(15) VALUE "660669DAY06ACK".
               05 FILLER PIC X(15) VALUE "670699DAY06ANL".
               05 FILLER PIC X(15) VALUE "700709EXCMST".
               05 FILLER PIC X(15) VALUE "710719EXCRPT".
               05 FILLER PIC X(15) VALUE "720724LEDGWRT".
               05 FILLER PIC X(15) VALUE "725729HISTCNV".
               05 FILLER PIC X(15) VALUE "730739LEDGINQ".
               05 FILLER PIC X(15) VALUE "740749REFMNT".
               05 FILLER PIC X(15) VALUE "750759ROSHIST".
               05 FILLER PIC X(15) VALUE "760799REGCHK".
               05 FILLER PIC X(15) VALUE "800809AOCRERUN".
               05 FILLER PIC X(15) VALUE "810819ARCVFY".
               05 FILLER PIC X(15) VALUE "820839AOCPURGE".
               05 FILLER PIC X(15) VALUE "840859AOCCAP".
               05 FILLER PIC X(15) VALUE "860869ELFBLD".
               05 FILLER PIC X(15) VALUE "870879TEAMRPT".
               05 FILLER PIC X(15) VALUE "880889ELFINQ".
               05 FILLER PIC X(15) VALUE "890899ELFAUD".
               05 FILLER PIC X(15) VALUE "900919EXCDISP".
               05 FILLER PIC X(15) VALUE "920939HISTEXP".
               05 FILLER PIC X(15) VALUE "940949RPTARC".
               05 FILLER PIC X(15) VALUE "950959RPTPRT".
               05 FILLER PIC X(15) VALUE "960969RPTDST".
               05 FILLER PIC X(15) VALUE "970979SHDCMP".
               05 FILLER PIC X(15) VALUE "980989AOCCON".
               05 FILLER PIC X(15) VALUE "990994LOGANL".
               05 FILLER PIC X(15) VALUE "995995MSGLOG".
               05 FILLER PIC X(15) VALUE "996999MSGMAN".
           01 RangeRows REDEFINES RangeTable.
               05 RangeRow OCCURS 49 TIMES.
                   10 RgLow PIC 9(3).
                   10 RgHigh PIC 9(3).
                   10 RgProgram PIC X(9).
           01 RangeCount PIC 99 VALUE 49.
           01 RI PIC 99.

      *>      message counts by program and severity, one slot per
      *>      range row plus one for ids outside every range
           01 ProgTotals.
               05 PtEntry OCCURS 50 TIMES.
                   10 PtErr PIC 9(7).
                   10 PtWarn PIC 9(7).
                   10 PtInfo PIC 9(7).

      *>      one slot per id seen, kept in id order
           01 MaxIds PIC 9(3) VALUE 600.
           01 IdCount PIC 9(3) VALUE 0.
           01 IdOverflow PIC 9 VALUE 0.
           01 IdTable.
               05 IdEntry OCCURS 600 TIMES.
                   10 IdMsg PIC X(7).
                   10 IdRange PIC 99.
                   10 IdPrior PIC 9.
                   10 IdTotal PIC 9(7).
                   10 IdNights PIC 9(5).
                   10 IdFirst PIC X(10).
                   10 IdLast PIC X(10).
                   10 IdEarly PIC 9(7).
                   10 IdLate PIC 9(7).
           01 IJ PIC 9(3).
           01 IK PIC 9(3).
           01 IdHit PIC 9(3).
           01 LineId PIC X(7).
           01 LineNum PIC 9(3).
           01 InRange PIC 9.

           01 NewCount PIC 9(3) VALUE 0.
           01 RisingCount PIC 9(3) VALUE 0.
           01 Flags PIC X(14).
           01 TotalEd PIC Z(6)9.
           01 NightsEd PIC Z(5)9.
           01 EarlyEd PIC Z(6)9.
           01 LateEd PIC Z(6)9.
           01 ErrEd PIC Z(6)9.
           01 WarnEd PIC Z(6)9.
           01 InfoEd PIC Z(6)9.
           01 SumEd PIC Z(6)9.
           01 PtSum PIC 9(8).
           01 ProgName PIC X(12).
           01 CountEd PIC ZZ9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Get-Parms
           IF BadParm = 1 THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AnalysisReport
           IF AnalysisFS NOT = "00" THEN
               MOVE "AOC992E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "LOGANL: CANNOT OPEN runlog_analysis.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   AnalysisFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > RangeCount + 1
               MOVE 0 TO PtErr(RI) PtWarn(RI) PtInfo(RI)
           END-PERFORM
           PERFORM VARYING DayInt FROM LookInt BY 1
               UNTIL DayInt > ToInt
               PERFORM 100-Read-Night
           END-PERFORM
           PERFORM 300-Write-Report
           CLOSE AnalysisReport
           MOVE IdCount TO CountEd
           DISPLAY "LOGANL: " FromDate " TO " ToDate " - "
               FUNCTION TRIM(CountEd) " MESSAGE ID(S), "
               NewCount " NEW, " RisingCount " RISING"
           IF IdOverflow = 1 THEN
               MOVE "AOC993W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "LOGANL: MORE THAN " DELIMITED BY SIZE
                   MaxIds DELIMITED BY SIZE
                   " MESSAGE IDS IN THE RANGE - THE REST NOT COUNTED"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           IF RisingCount > 0 THEN
               MOVE "AOC994W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "LOGANL: " DELIMITED BY SIZE
                   RisingCount DELIMITED BY SIZE
                   " WARNING/ERROR ID(S) RISING - SEE "
                   DELIMITED BY SIZE
                   "runlog_analysis.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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
           MOVE SPACE TO NumParm
           ACCEPT NumParm FROM ENVIRONMENT "LOGANL_LOOKBACK"
           IF NumParm NOT = SPACE
               AND FUNCTION TEST-NUMVAL(NumParm) = 0 THEN
               MOVE FUNCTION NUMVAL(NumParm) TO Lookback
           END-IF
           MOVE SPACE TO NumParm
           ACCEPT NumParm FROM ENVIRONMENT "LOGANL_MIN_NIGHTS"
           IF NumParm NOT = SPACE
               AND FUNCTION TEST-NUMVAL(NumParm) = 0 THEN
               MOVE FUNCTION NUMVAL(NumParm) TO MinNights
           END-IF
           MOVE SPACE TO DateParm
           ACCEPT DateParm FROM ENVIRONMENT "LOGANL_TO"
           IF DateParm = SPACE THEN
               MOVE RunDateEd TO ToDate
           ELSE
               MOVE DateParm(1:10) TO ToDate
           END-IF
           MOVE ToDate TO DateWorkEd
           PERFORM 050-Date-To-Int
           MOVE DayInt TO ToInt
           MOVE SPACE TO DateParm
           ACCEPT DateParm FROM ENVIRONMENT "LOGANL_FROM"
           IF DateParm = SPACE THEN
               IF ToInt > 29 THEN
                   COMPUTE FromInt = ToInt - 29
               ELSE
                   MOVE ToInt TO FromInt
               END-IF
               MOVE FromInt TO DayInt
               PERFORM 060-Int-To-Date
               MOVE DateWorkEd TO FromDate
           ELSE
               MOVE DateParm(1:10) TO FromDate
               MOVE FromDate TO DateWorkEd
               PERFORM 050-Date-To-Int
               MOVE DayInt TO FromInt
           END-IF
           IF FromInt = 0 OR ToInt = 0 OR FromInt > ToInt THEN
               MOVE 1 TO BadParm
               MOVE "AOC991E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "LOGANL: BAD DATE RANGE FROM " DELIMITED BY SIZE
                   FromDate DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   ToDate DELIMITED BY SIZE
                   " - LOGANL_FROM/LOGANL_TO MUST BE YYYY-MM-DD"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               COMPUTE RangeDays = ToInt - FromInt + 1
               COMPUTE MidInt = FromInt + (RangeDays / 2) - 1
               MOVE MidInt TO DayInt
               PERFORM 060-Int-To-Date
               MOVE DateWorkEd TO MidDate
               IF FromInt > Lookback THEN
                   COMPUTE LookInt = FromInt - Lookback
               ELSE
                   MOVE FromInt TO LookInt
               END-IF
           END-IF
           .

      *>      YYYY-MM-DD in DateWorkEd to a day number in DayInt,
      *>      zero when the date is no date
       050-Date-To-Int.
           MOVE 0 TO DayInt
           IF DateWorkEd(1:4) IS NUMERIC AND DateWorkEd(5:1) = "-"
               AND DateWorkEd(6:2) IS NUMERIC
               AND DateWorkEd(8:1) = "-"
               AND DateWorkEd(9:2) IS NUMERIC THEN
               STRING DateWorkEd(1:4) DateWorkEd(6:2) DateWorkEd(9:2)
                   DELIMITED BY SIZE
                   INTO DateWorkX
               IF FUNCTION TEST-DATE-YYYYMMDD(DateWork) = 0 THEN
                   COMPUTE DayInt = FUNCTION INTEGER-OF-DATE(DateWork)
               END-IF
           END-IF
           .

       060-Int-To-Date.
           COMPUTE DateWork = FUNCTION DATE-OF-INTEGER(DayInt)
           MOVE DateWorkX(1:4) TO DateWorkEd(1:4)
           MOVE "-" TO DateWorkEd(5:1)
           MOVE DateWorkX(5:2) TO DateWorkEd(6:2)
           MOVE "-" TO DateWorkEd(8:1)
           MOVE DateWorkX(7:2) TO DateWorkEd(9:2)
           .

      *>      one night's log - nights before the range only record
      *>      which ids were already about, for the NEW flag
       100-Read-Night.
           PERFORM 060-Int-To-Date
           IF DayInt < FromInt THEN
               MOVE 0 TO InRange
           ELSE
               MOVE 1 TO InRange
           END-IF
           MOVE SPACES TO RunLogName
           STRING "../data/aoc_runlog_" DELIMITED BY SIZE
               DateWorkEd DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO RunLogName
           OPEN INPUT RunLog
           IF RunLogFS NOT = "00" THEN
               IF InRange = 1 THEN
                   ADD 1 TO NoLogNights
               END-IF
           ELSE
               IF InRange = 1 THEN
                   ADD 1 TO LogNights
               END-IF
               MOVE 0 TO LogEOF
               PERFORM UNTIL LogEOF = 1
                   READ RunLog
                       AT END MOVE 1 TO LogEOF
                       NOT AT END PERFORM 110-Note-Log-Line
                   END-READ
               END-PERFORM
               CLOSE RunLog
           END-IF
           .

       110-Note-Log-Line.
           MOVE SPACES TO LineId
           IF RunLogLine(27:3) = "AOC"
               AND RunLogLine(30:3) IS NUMERIC THEN
               MOVE RunLogLine(27:7) TO LineId
           ELSE
               IF RunLogLine(10:3) = "AOC"
                   AND RunLogLine(13:3) IS NUMERIC THEN
                   MOVE RunLogLine(10:7) TO LineId
               END-IF
           END-IF
           IF LineId NOT = SPACE THEN
               PERFORM 120-Find-Id
               IF IdHit > 0 THEN
                   IF InRange = 0 THEN
                       MOVE 1 TO IdPrior(IdHit)
                   ELSE
                       PERFORM 130-Count-Id
                   END-IF
               END-IF
           END-IF
           .

      *>      find the id, or slot it in at its place in id order
       120-Find-Id.
           MOVE 0 TO IdHit
           PERFORM VARYING IJ FROM 1 BY 1
               UNTIL IJ > IdCount OR IdMsg(IJ) >= LineId
               CONTINUE
           END-PERFORM
           IF IJ <= IdCount AND IdMsg(IJ) = LineId THEN
               MOVE IJ TO IdHit
           ELSE
               IF IdCount >= MaxIds THEN
                   MOVE 1 TO IdOverflow
               ELSE
                   PERFORM VARYING IK FROM IdCount BY -1
                       UNTIL IK < IJ
                       MOVE IdEntry(IK) TO IdEntry(IK + 1)
                   END-PERFORM
                   ADD 1 TO IdCount
                   MOVE IJ TO IdHit
                   MOVE LineId TO IdMsg(IdHit)
                   MOVE 0 TO IdPrior(IdHit) IdTotal(IdHit)
                       IdNights(IdHit) IdEarly(IdHit) IdLate(IdHit)
                   MOVE SPACES TO IdFirst(IdHit) IdLast(IdHit)
                   MOVE LineId(4:3) TO LineNum
                   MOVE RangeCount TO IdRange(IdHit)
                   ADD 1 TO IdRange(IdHit)
                   PERFORM VARYING RI FROM 1 BY 1
                       UNTIL RI > RangeCount
                       IF LineNum >= RgLow(RI)
                           AND LineNum <= RgHigh(RI) THEN
                           MOVE RI TO IdRange(IdHit)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

       130-Count-Id.
           ADD 1 TO IdTotal(IdHit)
           IF IdLast(IdHit) NOT = DateWorkEd THEN
               ADD 1 TO IdNights(IdHit)
               MOVE DateWorkEd TO IdLast(IdHit)
           END-IF
           IF IdFirst(IdHit) = SPACE THEN
               MOVE DateWorkEd TO IdFirst(IdHit)
           END-IF
           IF DayInt <= MidInt THEN
               ADD 1 TO IdEarly(IdHit)
           ELSE
               ADD 1 TO IdLate(IdHit)
           END-IF
           MOVE IdRange(IdHit) TO RI
           EVALUATE LineId(7:1)
               WHEN "E" ADD 1 TO PtErr(RI)
               WHEN "W" ADD 1 TO PtWarn(RI)
               WHEN OTHER ADD 1 TO PtInfo(RI)
           END-EVALUATE
           .

       300-Write-Report.
           MOVE SPACES TO AnalysisLine
           STRING "RUN-LOG MESSAGE FREQUENCY " DELIMITED BY SIZE
               FromDate DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               ToDate DELIMITED BY SIZE
               INTO AnalysisLine
           WRITE AnalysisLine
           MOVE LogNights TO NightsEd
           MOVE SPACES TO AnalysisLine
           STRING "NIGHTS WITH A RUN LOG " DELIMITED BY SIZE
               FUNCTION TRIM(NightsEd) DELIMITED BY SIZE
               INTO AnalysisLine
           MOVE NoLogNights TO NightsEd
           STRING FUNCTION TRIM(AnalysisLine) DELIMITED BY SIZE
               ", WITHOUT " DELIMITED BY SIZE
               FUNCTION TRIM(NightsEd) DELIMITED BY SIZE
               INTO AnalysisLine
           WRITE AnalysisLine
           MOVE Lookback TO NightsEd
           MOVE SPACES TO AnalysisLine
           STRING "NEW = NOT SEEN IN THE " DELIMITED BY SIZE
               FUNCTION TRIM(NightsEd) DELIMITED BY SIZE
               " DAYS BEFORE THE RANGE; RISING = W/E, LATER HALF "
               DELIMITED BY SIZE
               "ABOVE EARLIER HALF (ENDING " DELIMITED BY SIZE
               MidDate DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO AnalysisLine
           WRITE AnalysisLine
           MOVE SPACES TO AnalysisLine
           WRITE AnalysisLine
           MOVE SPACES TO AnalysisLine
           MOVE "ID" TO AnalysisLine(1:2)
           MOVE "SEV" TO AnalysisLine(9:3)
           MOVE "PROGRAM" TO AnalysisLine(13:7)
           MOVE "TOTAL" TO AnalysisLine(25:5)
           MOVE "NIGHTS" TO AnalysisLine(31:6)
           MOVE "FIRST SEEN" TO AnalysisLine(38:10)
           MOVE "LAST SEEN" TO AnalysisLine(49:9)
           MOVE "EARLIER" TO AnalysisLine(61:7)
           MOVE "LATER" TO AnalysisLine(72:5)
           MOVE "FLAGS" TO AnalysisLine(79:5)
           WRITE AnalysisLine
           MOVE SPACES TO AnalysisLine
           MOVE ALL "-" TO AnalysisLine(1:100)
           WRITE AnalysisLine
           PERFORM VARYING IJ FROM 1 BY 1 UNTIL IJ > IdCount
               IF IdTotal(IJ) > 0 THEN
                   PERFORM 310-Write-Id-Line
               END-IF
           END-PERFORM
           MOVE SPACES TO AnalysisLine
           WRITE AnalysisLine
           MOVE "MESSAGES BY PROGRAM AND SEVERITY" TO AnalysisLine
           WRITE AnalysisLine
           MOVE SPACES TO AnalysisLine
           STRING "PROGRAM          ERRORS WARNINGS     INFO    TOTAL"
               DELIMITED BY SIZE
               INTO AnalysisLine
           WRITE AnalysisLine
           MOVE SPACES TO AnalysisLine
           MOVE ALL "-" TO AnalysisLine(1:50)
           WRITE AnalysisLine
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > RangeCount + 1
               COMPUTE PtSum = PtErr(RI) + PtWarn(RI) + PtInfo(RI)
               IF PtSum > 0 THEN
                   IF RI > RangeCount THEN
                       MOVE "(NO OWNER)" TO ProgName
                   ELSE
                       MOVE RgProgram(RI) TO ProgName
                   END-IF
                   MOVE PtErr(RI) TO ErrEd
                   MOVE PtWarn(RI) TO WarnEd
                   MOVE PtInfo(RI) TO InfoEd
                   MOVE PtSum TO SumEd
                   MOVE SPACES TO AnalysisLine
                   STRING ProgName DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       ErrEd DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WarnEd DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       InfoEd DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SumEd DELIMITED BY SIZE
                       INTO AnalysisLine
                   WRITE AnalysisLine
               END-IF
           END-PERFORM
           MOVE SPACES TO AnalysisLine
           WRITE AnalysisLine
           MOVE SPACES TO AnalysisLine
           STRING "FLAGGED: " DELIMITED BY SIZE
               NewCount DELIMITED BY SIZE
               " NEW, " DELIMITED BY SIZE
               RisingCount DELIMITED BY SIZE
               " RISING" DELIMITED BY SIZE
               INTO AnalysisLine
           WRITE AnalysisLine
           .

       310-Write-Id-Line.
           MOVE SPACES TO Flags
           IF IdPrior(IJ) = 0 THEN
               MOVE "NEW" TO Flags
               ADD 1 TO NewCount
           END-IF
           IF (IdMsg(IJ)(7:1) = "W" OR IdMsg(IJ)(7:1) = "E")
               AND IdNights(IJ) >= MinNights
               AND IdLate(IJ) > IdEarly(IJ) THEN
               STRING FUNCTION TRIM(Flags) DELIMITED BY SIZE
                   " RISING" DELIMITED BY SIZE
                   INTO Flags
               MOVE FUNCTION TRIM(Flags) TO Flags
               ADD 1 TO RisingCount
           END-IF
           IF IdRange(IJ) > RangeCount THEN
               MOVE "(NO OWNER)" TO ProgName
           ELSE
               MOVE RgProgram(IdRange(IJ)) TO ProgName
           END-IF
           MOVE IdTotal(IJ) TO TotalEd
           MOVE IdNights(IJ) TO NightsEd
           MOVE IdEarly(IJ) TO EarlyEd
           MOVE IdLate(IJ) TO LateEd
           MOVE SPACES TO AnalysisLine
           STRING IdMsg(IJ) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               IdMsg(IJ)(7:1) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ProgName(1:10) DELIMITED BY SIZE
               TotalEd DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NightsEd DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IdFirst(IJ) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IdLast(IJ) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EarlyEd DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LateEd DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Flags DELIMITED BY SIZE
               INTO AnalysisLine
           WRITE AnalysisLine
           .
