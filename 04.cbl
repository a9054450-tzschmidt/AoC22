               SELECT ChangeReport ASSIGN TO "../data/04_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChangeFS.
               SELECT DoubleReport ASSIGN TO "../data/04_dblbook.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DoubleFS.
               SELECT ShiftReport ASSIGN TO "../data/04_shifts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ShiftFS.
               SELECT SortWork ASSIGN TO "../data/04_sortwk.tmp".


       DATA DIVISION.

      *>      section master reference - section number, name and
      *>      required staffing band - fixed columns, one section
      *>      per record. A shift code (1-9) in column 37 makes the
      *>      record that section's band for that shift only; blank
      *>      is the section's band for the whole schedule
           FD SectionMaster.
               01 SectionMasterRec.
                   05 SmNum PIC 99.
                   05 SmMin PIC 9(5).
                   05 FILLER PIC X.
                   05 SmMax PIC 9(5).
                   05 FILLER PIC X.
                   05 SmShift PIC X.

      *>      expedition roster reference - same layout and the same
      *>      as-of selection DAY01 applies
           FD RosterFile.
               01 RosterRec.
                   05 RosRecNum PIC 9(5).
                   05 RosRecName PIC X(20).
                   05 FILLER PIC X.
                   05 RosRecTeam PIC X(10).
                   05 FILLER PIC X.
                   05 RosRecFrom PIC X(10).
                   05 FILLER PIC X.
                   05 RosRecTo PIC X(10).

           FD PriorFile.
               01 PriorRec PIC X(60).
           FD ChangeReport.
               01 ChangeLine PIC X(140).

           FD DoubleReport.
               01 DoubleLine PIC X(100).

           FD ShiftReport.
               01 ShiftLine PIC X(120).

      *>      work file for the double-booking SORT - one record per
      *>      numbered assignment of an elf seen on two or more crew
      *>      lines, in elf then line order
           SD SortWork.
               01 SortRec.
                   05 SortElf PIC 9(5).
                   05 SortLine PIC 9(7).
                   05 SortLo PIC 99.
                   05 SortHi PIC 99.
                   05 SortShift PIC 9.

           WORKING-STORAGE SECTION.
           COPY MSGREC.
      *>      input file path, resolved at run time via the DD_DAY04
      *>      file; it defaults to the copy DAY01 maintains
           01 RosterFileName PIC X(100) VALUE "../data/01_roster.txt".
           01 RosterParm PIC X(100).
      *>      the roster row in force on the cycle date is the one
      *>      loaded - on the archive date under AOCRERUN
           01 RosAsOf PIC X(10).
           01 RosAsOfParm PIC X(12).
           01 RosterFS PIC XX.
           01 RosterLoaded PIC 9 VALUE 0.
           01 RosterEOF PIC 9 VALUE 0.
           01 MovedCount PIC 9(5) VALUE 0.
           01 ChgCntEd PIC Z(4)9.

      *>      double-booking detection - every numbered elf's crew
      *>      assignments across the whole schedule, held as read.
      *>      An elf found on two or more crew lines is reported:
      *>      ranges that overlap between lines are a clash (the
      *>      elf cannot be in both places - exception master, DAY04
      *>      severity 4), ranges that do not are a split assignment
           01 DoubleFS PIC XX.
           01 AsgMax PIC 9(5) VALUE 20000.
           01 AsgCount PIC 9(5) VALUE 0.
           01 AsgOverflow PIC 9 VALUE 0.
           01 AsgTable.
               05 AsgEntry OCCURS 20000 TIMES.
                   10 AsElf PIC 9(5).
                   10 AsLine PIC 9(7).
                   10 AsLo PIC 99.
                   10 AsHi PIC 99.
                   10 AsShift PIC 9.
           01 AsI PIC 9(5).
           01 ElfLineTable.
               05 ElfLineEntry OCCURS 20000 TIMES.
                   10 ElfLineCnt PIC 9(5) VALUE 0.
                   10 ElfLastLine PIC 9(7) VALUE 0.
           01 SortEOF PIC 9.
      *>      one elf's assignments off the sort, checked line
      *>      against line when the elf number changes
           01 DbMax PIC 99 VALUE 50.
           01 DbCount PIC 9(5) VALUE 0.
           01 DbElf PIC 9(5) VALUE 0.
           01 DbTable.
               05 DbEntry OCCURS 50 TIMES.
                   10 DbLine PIC 9(7).
                   10 DbLo PIC 99.
                   10 DbHi PIC 99.
                   10 DbShift PIC 9.
                   10 DbWith PIC 9(7).
                   10 DbRestWith PIC 9(7).
           01 DbI PIC 99.
           01 DbJ PIC 99.
           01 DbClash PIC 9.
           01 DbRest PIC 9.
           01 DbKept PIC 99.
           01 DoubleOpen PIC 9 VALUE 0.
           01 DoubleElves PIC 9(5) VALUE 0.
           01 ClashElves PIC 9(5) VALUE 0.
           01 SplitElves PIC 9(5) VALUE 0.
           01 ClashCount PIC 9(5) VALUE 0.
           01 DbLineEd PIC Z(6)9.
           01 DbWithEd PIC Z(6)9.
           01 DbCntEd PIC Z(4)9.

      *>      shift scheduling - a "SHIFT n name" record (n 1-9)
      *>      starts a shift, and the crews after it work that shift
      *>      until the next. Crews ahead of any shift record (all
      *>      of them, in a feed that carries none) fall in shift 0.
      *>      Coverage is kept per shift as well as overall and
      *>      checked against the per-shift bands on the section
      *>      master (the section's own band where a shift has
      *>      none), and 04_shifts.txt grids sections against
      *>      shifts. Crews on different shifts never clash; an elf
      *>      on two consecutive shifts breaks the rest rule
           01 ShiftFS PIC XX.
           01 CurShift PIC 9 VALUE 0.
           01 ShiftIx PIC 99 VALUE 1.
           01 ShiftNum PIC 9.
           01 ShiftRecs PIC 9(5) VALUE 0.
           01 ShiftTable.
               05 ShiftEntry OCCURS 10 TIMES.
                   10 ShSeen PIC 9 VALUE 0.
                   10 ShName PIC X(12) VALUE SPACES.
                   10 ShCrews PIC 9(5) VALUE 0.
           01 ShiftCovTable.
               05 ShiftCovRow OCCURS 10 TIMES.
                   10 ShiftCov OCCURS 99 TIMES PIC 9(5) VALUE 0.
           01 BandCount PIC 99 VALUE 0.
           01 ShiftBandTable.
               05 ShiftBandRow OCCURS 99 TIMES.
                   10 ShiftBand OCCURS 9 TIMES.
                       15 SbKnown PIC 9 VALUE 0.
                       15 SbMin PIC 9(5).
                       15 SbMax PIC 9(5).
           01 GridIx PIC 99.
           01 GridShift PIC 9.
           01 GridPtr PIC 999.
           01 GridSects PIC 99.
           01 GridTotal PIC 9(7).
           01 GridShow PIC 9.
           01 BandKnown PIC 9.
           01 BandMin PIC 9(5).
           01 BandMax PIC 9(5).
      *>      one section's band over the whole file - the cell
      *>      bands of every shift the grid shows, added together,
      *>      so the coverage variance and the shift grid agree
           01 SumKnown PIC 9.
           01 SumMin PIC 9(7).
           01 SumMax PIC 9(7).
           01 SumShifts PIC 99.
           01 SumShiftsEd PIC Z9.
           01 CellFlag PIC X.
           01 CellEd PIC Z(4)9.
           01 UnderCells PIC 9(5) VALUE 0.
           01 OverCells PIC 9(5) VALUE 0.
           01 VarLines PIC 9(5).
      *>      rest-rule breaches found by the double-booking pass,
      *>      kept for the shift report
           01 RestMax PIC 9(4) VALUE 2000.
           01 RestCount PIC 9(5) VALUE 0.
           01 RestElves PIC 9(5) VALUE 0.
           01 RestTable.
               05 RestEntry OCCURS 2000 TIMES.
                   10 RsElf PIC 9(5).
                   10 RsLine1 PIC 9(7).
                   10 RsShift1 PIC 9.
                   10 RsLine2 PIC 9(7).
                   10 RsShift2 PIC 9.
           01 RsI PIC 9(5).

      *>      sender feed controls - an optional "HDR DAYnn
      *>      YYYY-MM-DD" header and "TRL nnnnnnn" trailer around
      *>      the feed. When present, the feed id and business date
               ==DD-PARA== BY ==090-Process-Record==.
           CLOSE DataFile.
           PERFORM 036-Check-Controls.
           PERFORM 600-Check-Double-Book.
           CLOSE PairReport.
           CLOSE ExceptionFile.
           CLOSE RebalanceFile.
               DISPLAY ExcCount " PAIR(S) REJECTED - SEE "
                   "04_except.txt"
           END-IF
           IF DoubleElves > 0 THEN
               DISPLAY DoubleElves " ELF(S) ON MORE THAN ONE CREW LINE"
                   " - SEE 04_dblbook.txt"
           END-IF
           PERFORM 700-Write-Coverage
           PERFORM 760-Write-Shift-Report
           IF RerunMode = 0 THEN
               PERFORM 730-Write-Changes
               PERFORM 740-Rewrite-Prior
           IF OpenFailed = 1 OR CtlFailed = 1 THEN
               MOVE 12 TO StatSeverity
           ELSE
               IF ExcCount > 0 OR ClashCount > 0
                   OR RestCount > 0 THEN
                   MOVE 4 TO StatSeverity
               ELSE
                   MOVE 0 TO StatSeverity
           IF RosterParm NOT = SPACE THEN
               MOVE RosterParm TO RosterFileName
           END-IF
           MOVE SPACE TO RosAsOfParm
           ACCEPT RosAsOfParm FROM ENVIRONMENT "AOC_RERUN_OF"
           IF RosAsOfParm NOT = SPACE THEN
               MOVE RosAsOfParm(1:10) TO RosAsOf
           ELSE
               ACCEPT RunDate FROM DATE YYYYMMDD
               MOVE RunDate(1:4) TO RosAsOf(1:4)
               MOVE "-" TO RosAsOf(5:1)
               MOVE RunDate(5:2) TO RosAsOf(6:2)
               MOVE "-" TO RosAsOf(8:1)
               MOVE RunDate(7:2) TO RosAsOf(9:2)
           END-IF
           OPEN INPUT RosterFile
           IF RosterFS NOT = "00" THEN
               MOVE "AOC414W" TO MsgId

       049-Store-Roster-Entry.
           IF RosRecNum NUMERIC AND RosRecNum > 0
               AND RosRecNum <= RosterMax
               AND (RosRecFrom = SPACE OR RosRecFrom NOT > RosAsOf)
               AND (RosRecTo = SPACE OR RosRecTo NOT < RosAsOf) THEN
               MOVE 1 TO RosKnown(RosRecNum)
               MOVE RosRecName TO RosName(RosRecNum)
           END-IF
           .

       048-Store-Section-Entry.
           IF SmShift >= "1" AND SmShift <= "9" THEN
               PERFORM 043-Store-Shift-Band
           ELSE
               PERFORM 042-Store-Section-Band
           END-IF
           .

      *>      one shift's band for a section - the name stays with
      *>      the section-wide record
       043-Store-Shift-Band.
           IF SmNum NUMERIC AND SmNum > 0
               AND SmMin NUMERIC AND SmMax NUMERIC
               AND SmMin <= SmMax THEN
               MOVE SmShift TO ShiftNum
               MOVE 1 TO SbKnown(SmNum, ShiftNum)
               MOVE SmMin TO SbMin(SmNum, ShiftNum)
               MOVE SmMax TO SbMax(SmNum, ShiftNum)
               ADD 1 TO BandCount
               IF SmNum > HighSect THEN
                   MOVE SmNum TO HighSect
               END-IF
           END-IF
           .

       042-Store-Section-Band.
           IF SmNum NUMERIC AND SmNum > 0
               AND SmMin NUMERIC AND SmMax NUMERIC
               AND SmMin <= SmMax THEN
           PERFORM VARYING SectI FROM RangeLo BY 1
               UNTIL SectI > RangeHi
               ADD 1 TO SectCov(SectI)
               ADD 1 TO ShiftCov(ShiftIx, SectI)
               IF TallyElf > 0 THEN
                   PERFORM 305-Note-Section-Elf
               END-IF
           END-IF
           .

      *>      one numbered elf's range kept for the double-booking
      *>      check, and the count of distinct crew lines it is on
       320-Note-Assignment.
           IF AsgCount < AsgMax THEN
               ADD 1 TO AsgCount
               MOVE TallyElf TO AsElf(AsgCount)
               MOVE LineNum TO AsLine(AsgCount)
               MOVE RangeLo TO AsLo(AsgCount)
               MOVE RangeHi TO AsHi(AsgCount)
               MOVE CurShift TO AsShift(AsgCount)
           ELSE
               MOVE 1 TO AsgOverflow
           END-IF
           IF ElfLastLine(TallyElf) NOT = LineNum THEN
               ADD 1 TO ElfLineCnt(TallyElf)
               MOVE LineNum TO ElfLastLine(TallyElf)
           END-IF
           .

      *>      the named elves staffing one section, appended to the
      *>      coverage/variance detail lines - entries past the
      *>      kept slots show as a +n overflow
                       "  " DELIMITED BY SIZE
                       SectCntEd DELIMITED BY SIZE
                       INTO CoverageLine
                   PERFORM 712-Get-File-Band
                   IF SumKnown = 1
                       AND SectCov(SectI) > SumMax THEN
                       ADD 1 TO OverCount
                       MOVE " ** OVER CAP **" TO CoverageLine(18:15)
                   END-IF
                       SectCntEd DELIMITED BY SIZE
                       INTO CoverageLine
                   WRITE CoverageLine
                   PERFORM 714-Note-Shifts
               END-IF
               CLOSE CoverageReport
           .
      *>      section the file staffs or the master requires, with
      *>      assigned vs the required band, UNDER/OVER flags and
      *>      the section name. Sections outside the master fall
      *>      back to the global cap check. With several shifts the
      *>      band is the sum of the shifts' own bands (see
      *>      712-Get-File-Band)
       710-Write-Variance.
           MOVE "CAMP SECTION STAFFING VARIANCE" TO CoverageLine
           WRITE CoverageLine
               SectCntEd DELIMITED BY SIZE
               INTO CoverageLine
           WRITE CoverageLine
           PERFORM 714-Note-Shifts
           .

      *>      a section's whole-file band - each shift the grid
      *>      shows contributes the band 766-Get-Cell-Band holds
      *>      that shift's cell to; a file with no shift records is
      *>      the one unshifted column. Known only when every shift
      *>      has a band, so the file is never held to half a band
       712-Get-File-Band.
           MOVE 1 TO SumKnown
           MOVE 0 TO SumMin
           MOVE 0 TO SumMax
           MOVE 0 TO SumShifts
           PERFORM VARYING GridIx FROM 1 BY 1 UNTIL GridIx > 10
               IF ShSeen(GridIx) = 1 THEN
                   PERFORM 713-Add-Cell-Band
               END-IF
           END-PERFORM
           IF SumShifts = 0 THEN
               MOVE 1 TO GridIx
               PERFORM 713-Add-Cell-Band
           END-IF
           .

       713-Add-Cell-Band.
           ADD 1 TO SumShifts
           PERFORM 766-Get-Cell-Band
           IF BandKnown = 1 THEN
               ADD BandMin TO SumMin
               ADD BandMax TO SumMax
           ELSE
               MOVE 0 TO SumKnown
           END-IF
           .

      *>      with more than one shift the bands shown are summed
       714-Note-Shifts.
           MOVE 0 TO SumShifts
           PERFORM VARYING GridIx FROM 1 BY 1 UNTIL GridIx > 10
               IF ShSeen(GridIx) = 1 THEN
                   ADD 1 TO SumShifts
               END-IF
           END-PERFORM
           IF SumShifts > 1 THEN
               MOVE SumShifts TO SumShiftsEd
               MOVE SPACES TO CoverageLine
               STRING "BANDS ARE PER SHIFT, SUMMED OVER THE "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(SumShiftsEd) DELIMITED BY SIZE
                   " SHIFTS STAFFED - SEE 04_shifts.txt"
                   DELIMITED BY SIZE
                   INTO CoverageLine
               WRITE CoverageLine
           END-IF
           .

       715-Write-Variance-Line.
           MOVE SectI TO SectEd
           MOVE SectCov(SectI) TO SectCntEd
           MOVE SPACES TO VarFlag
           PERFORM 712-Get-File-Band
           IF SecKnown(SectI) = 1 THEN
               MOVE SumMin TO SecMinEd
               MOVE SumMax TO SecMaxEd
               IF SectCov(SectI) < SumMin THEN
                   ADD 1 TO UnderCount
                   MOVE "** UNDER **" TO VarFlag
               ELSE
                   IF SectCov(SectI) > SumMax THEN
                       ADD 1 TO OverCount
                       MOVE "** OVER **" TO VarFlag
                   END-IF
           ELSE
      *>          staffed but not on the master - the global cap is
      *>          still the only rule that applies here
               IF SumKnown = 1
                   AND SectCov(SectI) > SumMax THEN
                   ADD 1 TO OverCount
                   MOVE "** OVER **" TO VarFlag
               END-IF
           WRITE CoverageLine
           .

      *>      shift-by-section coverage grid - one column per shift
      *>      the file staffs, each cell flagged "<" under or ">"
      *>      over that shift's band, then the flagged cells spelled
      *>      out and every rest-rule breach with the elf's name
       760-Write-Shift-Report.
           OPEN OUTPUT ShiftReport
           IF ShiftFS NOT = "00" THEN
               MOVE "AOC420E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY04: CANNOT OPEN 04_shifts.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   ShiftFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE SPACES TO ShiftLine
               STRING "CAMP SHIFT COVERAGE - CYCLE " DELIMITED BY SIZE
                   RosAsOf DELIMITED BY SIZE
                   INTO ShiftLine
               WRITE ShiftLine
               MOVE SPACE TO ShiftLine
               WRITE ShiftLine
               PERFORM 762-Write-Shift-List
               MOVE SPACE TO ShiftLine
               WRITE ShiftLine
               MOVE MaxSect TO GridSects
               IF HighSect > GridSects THEN
                   MOVE HighSect TO GridSects
               END-IF
               MOVE 0 TO UnderCells
               MOVE 0 TO OverCells
               PERFORM 764-Write-Grid-Head
               PERFORM VARYING SectI FROM 1 BY 1
                   UNTIL SectI > GridSects
                   MOVE 0 TO GridShow
                   IF SecKnown(SectI) = 1 OR SectCov(SectI) > 0 THEN
                       MOVE 1 TO GridShow
                   END-IF
                   PERFORM VARYING GridIx FROM 1 BY 1
                       UNTIL GridIx > 9 OR GridShow = 1
                       IF SbKnown(SectI, GridIx) = 1 THEN
                           MOVE 1 TO GridShow
                       END-IF
                   END-PERFORM
                   IF GridShow = 1 THEN
                       PERFORM 765-Write-Grid-Line
                   END-IF
               END-PERFORM
               MOVE SPACE TO ShiftLine
               WRITE ShiftLine
               PERFORM 768-Write-Shift-Variance
               MOVE SPACE TO ShiftLine
               WRITE ShiftLine
               PERFORM 769-Write-Rest-Breaches
               MOVE SPACE TO ShiftLine
               WRITE ShiftLine
               MOVE UnderCells TO SectCntEd
               MOVE SPACES TO ShiftLine
               STRING "SHIFT CELLS UNDER REQUIRED MINIMUM: "
                   DELIMITED BY SIZE
                   SectCntEd DELIMITED BY SIZE
                   INTO ShiftLine
               WRITE ShiftLine
               MOVE OverCells TO SectCntEd
               MOVE SPACES TO ShiftLine
               STRING "SHIFT CELLS OVER REQUIRED MAXIMUM:  "
                   DELIMITED BY SIZE
                   SectCntEd DELIMITED BY SIZE
                   INTO ShiftLine
               WRITE ShiftLine
               MOVE RestElves TO SectCntEd
               MOVE SPACES TO ShiftLine
               STRING "ELVES ON CONSECUTIVE SHIFTS:        "
                   DELIMITED BY SIZE
                   SectCntEd DELIMITED BY SIZE
                   INTO ShiftLine
               WRITE ShiftLine
               CLOSE ShiftReport
               IF UnderCells > 0 OR OverCells > 0 THEN
                   COMPUTE VarLines = UnderCells + OverCells
                   MOVE VarLines TO SectCntEd
                   MOVE "AOC422W" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "DAY04: " DELIMITED BY SIZE
                       FUNCTION TRIM(SectCntEd) DELIMITED BY SIZE
                       " SHIFT/SECTION CELL(S) OUTSIDE THE REQUIRED "
                       DELIMITED BY SIZE
                       "BAND - SEE 04_shifts.txt" DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
               END-IF
           END-IF
           .

      *>      the shifts the file staffs, with their crew counts -
      *>      shift 0 holds any crews ahead of the first shift record
       762-Write-Shift-List.
           MOVE "SHIFT  NAME          CREWS" TO ShiftLine
           WRITE ShiftLine
           PERFORM VARYING GridIx FROM 1 BY 1 UNTIL GridIx > 10
               IF ShSeen(GridIx) = 1 THEN
                   COMPUTE GridShift = GridIx - 1
                   MOVE ShCrews(GridIx) TO CellEd
                   MOVE SPACES TO ShiftLine
                   STRING "    " DELIMITED BY SIZE
                       GridShift DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       ShName(GridIx) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CellEd DELIMITED BY SIZE
                       INTO ShiftLine
                   IF GridIx = 1 AND ShName(GridIx) = SPACE THEN
                       MOVE "(UNSHIFTED)" TO ShiftLine(8:12)
                   END-IF
                   WRITE ShiftLine
               END-IF
           END-PERFORM
           IF ShiftRecs = 0 THEN
               MOVE "  (NO SHIFT RECORDS - ONE SHIFT ONLY)" TO ShiftLine
               WRITE ShiftLine
           END-IF
           .

       764-Write-Grid-Head.
           MOVE SPACES TO ShiftLine
           MOVE "SECTION  NAME" TO ShiftLine
           MOVE 30 TO GridPtr
           PERFORM VARYING GridIx FROM 1 BY 1 UNTIL GridIx > 10
               IF ShSeen(GridIx) = 1 THEN
                   COMPUTE GridShift = GridIx - 1
                   STRING "   SH " DELIMITED BY SIZE
                       GridShift DELIMITED BY SIZE
                       INTO ShiftLine WITH POINTER GridPtr
               END-IF
           END-PERFORM
           STRING "    TOTAL" DELIMITED BY SIZE
               INTO ShiftLine WITH POINTER GridPtr
           WRITE ShiftLine
           .

      *>      one section across the shifts - count and flag per cell
       765-Write-Grid-Line.
           MOVE SectI TO SectEd
           MOVE SPACES TO ShiftLine
           IF SecKnown(SectI) = 1 THEN
               STRING "     " DELIMITED BY SIZE
                   SectEd DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SecName(SectI) DELIMITED BY SIZE
                   INTO ShiftLine
           ELSE
               STRING "     " DELIMITED BY SIZE
                   SectEd DELIMITED BY SIZE
                   "  (NOT ON MASTER)" DELIMITED BY SIZE
                   INTO ShiftLine
           END-IF
           MOVE 30 TO GridPtr
           MOVE 0 TO GridTotal
           PERFORM VARYING GridIx FROM 1 BY 1 UNTIL GridIx > 10
               IF ShSeen(GridIx) = 1 THEN
                   PERFORM 766-Get-Cell-Band
                   MOVE SPACE TO CellFlag
                   IF BandKnown = 1 THEN
                       IF ShiftCov(GridIx, SectI) < BandMin THEN
                           MOVE "<" TO CellFlag
                           ADD 1 TO UnderCells
                       END-IF
                       IF ShiftCov(GridIx, SectI) > BandMax THEN
                           MOVE ">" TO CellFlag
                           ADD 1 TO OverCells
                       END-IF
                   END-IF
                   MOVE ShiftCov(GridIx, SectI) TO CellEd
                   ADD ShiftCov(GridIx, SectI) TO GridTotal
                   STRING " " DELIMITED BY SIZE
                       CellEd DELIMITED BY SIZE
                       CellFlag DELIMITED BY SIZE
                       INTO ShiftLine WITH POINTER GridPtr
               END-IF
           END-PERFORM
           MOVE GridTotal TO SectCntEd
           STRING "  " DELIMITED BY SIZE
               SectCntEd DELIMITED BY SIZE
               INTO ShiftLine WITH POINTER GridPtr
           WRITE ShiftLine
           .

      *>      the band one cell is held to - the shift's own band,
      *>      else the section's band, else the global cap alone.
      *>      Unshifted crews (shift 0) only ever have the latter two
       766-Get-Cell-Band.
           COMPUTE GridShift = GridIx - 1
           MOVE 0 TO BandKnown
           IF GridShift > 0 THEN
               IF SbKnown(SectI, GridShift) = 1 THEN
                   MOVE 1 TO BandKnown
                   MOVE SbMin(SectI, GridShift) TO BandMin
                   MOVE SbMax(SectI, GridShift) TO BandMax
               END-IF
           END-IF
           IF BandKnown = 0 AND SecKnown(SectI) = 1 THEN
               MOVE 1 TO BandKnown
               MOVE SecMin(SectI) TO BandMin
               MOVE SecMax(SectI) TO BandMax
           END-IF
           IF BandKnown = 0 AND SectionCap > 0 THEN
               MOVE 1 TO BandKnown
               MOVE 0 TO BandMin
               MOVE SectionCap TO BandMax
           END-IF
           .

      *>      the flagged cells of the grid, one line each
       768-Write-Shift-Variance.
           MOVE "SHIFT STAFFING VARIANCE:" TO ShiftLine
           WRITE ShiftLine
           MOVE 0 TO VarLines
           PERFORM VARYING SectI FROM 1 BY 1 UNTIL SectI > GridSects
               PERFORM VARYING GridIx FROM 1 BY 1 UNTIL GridIx > 10
                   IF ShSeen(GridIx) = 1 THEN
                       PERFORM 767-Write-Variance-Cell
                   END-IF
               END-PERFORM
           END-PERFORM
           IF VarLines = 0 THEN
               MOVE "     (NONE)" TO ShiftLine
               WRITE ShiftLine
           END-IF
           .

       767-Write-Variance-Cell.
           PERFORM 766-Get-Cell-Band
           MOVE SPACES TO VarFlag
           IF BandKnown = 1 THEN
               IF ShiftCov(GridIx, SectI) < BandMin THEN
                   MOVE "** UNDER **" TO VarFlag
               END-IF
               IF ShiftCov(GridIx, SectI) > BandMax THEN
                   MOVE "** OVER **" TO VarFlag
               END-IF
           END-IF
           IF VarFlag NOT = SPACES THEN
               ADD 1 TO VarLines
               MOVE SectI TO SectEd
               MOVE ShiftCov(GridIx, SectI) TO CellEd
               MOVE BandMin TO SecMinEd
               MOVE BandMax TO SecMaxEd
               MOVE SPACES TO ShiftLine
               STRING "  SHIFT " DELIMITED BY SIZE
                   GridShift DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ShName(GridIx) DELIMITED BY SIZE
                   " SECTION " DELIMITED BY SIZE
                   SectEd DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SecName(SectI) DELIMITED BY SIZE
                   CellEd DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SecMinEd DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SecMaxEd DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VarFlag DELIMITED BY SIZE
                   INTO ShiftLine
               WRITE ShiftLine
           END-IF
           .

      *>      every elf booked on two consecutive shifts
       769-Write-Rest-Breaches.
           MOVE "REST RULE - ELVES ON CONSECUTIVE SHIFTS:" TO ShiftLine
           WRITE ShiftLine
           IF RestCount = 0 THEN
               MOVE "     (NONE)" TO ShiftLine
               WRITE ShiftLine
           END-IF
           PERFORM VARYING RsI FROM 1 BY 1
               UNTIL RsI > RestCount OR RsI > RestMax
               MOVE RsElf(RsI) TO RosI
               PERFORM 400-Get-Roster-Name
               MOVE RsElf(RsI) TO ElfNumEd
               MOVE RsLine1(RsI) TO DbLineEd
               MOVE RsLine2(RsI) TO DbWithEd
               MOVE SPACES TO ShiftLine
               STRING "  ELF " DELIMITED BY SIZE
                   ElfNumEd DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RName DELIMITED BY SIZE
                   " LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(DbLineEd) DELIMITED BY SIZE
                   " SHIFT " DELIMITED BY SIZE
                   RsShift1(RsI) DELIMITED BY SIZE
                   " / LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(DbWithEd) DELIMITED BY SIZE
                   " SHIFT " DELIMITED BY SIZE
                   RsShift2(RsI) DELIMITED BY SIZE
                   INTO ShiftLine
               WRITE ShiftLine
           END-PERFORM
           IF RestCount > RestMax THEN
               MOVE "  (LIST TRUNCATED)" TO ShiftLine
               WRITE ShiftLine
           END-IF
           .

       810-Write-Ledger.
      *>      headline results go to the shared cross-program
      *>      ledger through the LEDGWRT writer, which serializes
           ELSE
               MOVE 1 TO DiffOverflow
           END-IF
           IF DataLine(1:6) = "SHIFT " THEN
               PERFORM 085-Start-Shift
           ELSE
           PERFORM 070-Parse-Crew
           PERFORM 050-Validate-Crew
           IF ValidPair = 1 THEN
               MOVE 1 TO ShSeen(ShiftIx)
               ADD 1 TO ShCrews(ShiftIx)
               PERFORM 080-Check-Combinations
               PERFORM VARYING CmbI FROM 1 BY 1
                   UNTIL CmbI > CrewSize
                   MOVE RHi(CmbI) TO RangeHi
                   MOVE CrewElf(CmbI) TO TallyElf
                   PERFORM 300-Tally-Range
                   IF TallyElf > 0 THEN
                       PERFORM 320-Note-Assignment
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 060-Log-Exception
           END-IF
           .

      *>      a shift record - the code must be a single digit 1-9,
      *>      with an optional name after it. A bad one is rejected
      *>      and the crews after it stay on the shift before
       085-Start-Shift.
           IF DataLine(7:1) >= "1" AND DataLine(7:1) <= "9"
               AND DataLine(8:1) = SPACE THEN
               MOVE DataLine(7:1) TO CurShift
               COMPUTE ShiftIx = CurShift + 1
               MOVE 1 TO ShSeen(ShiftIx)
               ADD 1 TO ShiftRecs
               IF DataLine(9:12) NOT = SPACE THEN
                   MOVE DataLine(9:12) TO ShName(ShiftIx)
               END-IF
           ELSE
               MOVE LineNum TO LineNumEd
               ADD 1 TO ExcCount
               MOVE SPACES TO ExceptionLine
               STRING "LINE " DELIMITED BY SIZE
                   LineNumEd DELIMITED BY SIZE
                   ": INVALID SHIFT RECORD: " DELIMITED BY SIZE
                   DataLine(1:30) DELIMITED BY SIZE
                   INTO ExceptionLine
               WRITE ExceptionLine
               MOVE "DAY04" TO ExmDay
               MOVE "BADSHIFT" TO ExmReason
               MOVE LineNum TO ExmSource
               MOVE DataLine TO ExmData
               CALL "EXCMST" USING ExcMaster
           END-IF
           .

      *>      split the record on the commas - one field per crew
      *>      member, each "lo-hi" or the extended "elf:lo-hi"
       070-Parse-Crew.
           END-IF
           WRITE PairLine
           .

      *>      elves on more than one crew line - the numbered
      *>      assignments of each such elf are sorted into elf and
      *>      line order and checked line against line. Runs before
      *>      04_except.txt closes so clashes land there too
       600-Check-Double-Book.
           OPEN OUTPUT DoubleReport
           IF DoubleFS NOT = "00" THEN
               MOVE "AOC417E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY04: CANNOT OPEN 04_dblbook.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   DoubleFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE 1 TO DoubleOpen
               MOVE SPACES TO DoubleLine
               STRING "DOUBLE-BOOKED ELVES - CYCLE DATE "
                   DELIMITED BY SIZE
                   RosAsOf DELIMITED BY SIZE
                   INTO DoubleLine
               WRITE DoubleLine
               MOVE SPACES TO DoubleLine
               WRITE DoubleLine
               IF AsgOverflow = 1 THEN
                   MOVE AsgMax TO DbCntEd
                   STRING "*** MORE THAN " DELIMITED BY SIZE
                       FUNCTION TRIM(DbCntEd) DELIMITED BY SIZE
                       " NUMBERED ASSIGNMENTS - THE REST ARE NOT "
                       DELIMITED BY SIZE
                       "CHECKED ***" DELIMITED BY SIZE
                       INTO DoubleLine
                   WRITE DoubleLine
                   MOVE SPACES TO DoubleLine
                   WRITE DoubleLine
               END-IF
           END-IF
           SORT SortWork ON ASCENDING KEY SortElf SortLine
               INPUT PROCEDURE IS 610-Release-Assign
               OUTPUT PROCEDURE IS 620-Return-Assign
           IF DoubleOpen = 1 THEN
               IF DoubleElves = 0 THEN
                   MOVE "NO ELF IS ASSIGNED ON MORE THAN ONE CREW LINE"
                       TO DoubleLine
                   WRITE DoubleLine
                   MOVE SPACES TO DoubleLine
                   WRITE DoubleLine
               END-IF
               MOVE DoubleElves TO DbCntEd
               MOVE SPACES TO DoubleLine
               STRING "ELVES ON MORE THAN ONE CREW LINE: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(DbCntEd) DELIMITED BY SIZE
                   INTO DoubleLine
               WRITE DoubleLine
               MOVE ClashElves TO DbCntEd
               MOVE SPACES TO DoubleLine
               STRING "  CLASHES (RANGES OVERLAP):        "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(DbCntEd) DELIMITED BY SIZE
                   INTO DoubleLine
               WRITE DoubleLine
               MOVE RestElves TO DbCntEd
               MOVE SPACES TO DoubleLine
               STRING "  REST RULE (CONSECUTIVE SHIFTS):  "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(DbCntEd) DELIMITED BY SIZE
                   INTO DoubleLine
               WRITE DoubleLine
               MOVE SplitElves TO DbCntEd
               MOVE SPACES TO DoubleLine
               STRING "  SPLIT ASSIGNMENTS (DISJOINT):    "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(DbCntEd) DELIMITED BY SIZE
                   INTO DoubleLine
               WRITE DoubleLine
               CLOSE DoubleReport
           END-IF
           IF RestElves > 0 THEN
               MOVE RestElves TO DbCntEd
               MOVE "AOC421W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY04: " DELIMITED BY SIZE
                   FUNCTION TRIM(DbCntEd) DELIMITED BY SIZE
                   " ELF(S) ON CONSECUTIVE SHIFTS - REST RULE - SEE "
                   DELIMITED BY SIZE
                   "04_shifts.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           IF ClashElves > 0 THEN
               MOVE ClashElves TO DbCntEd
               MOVE ClashCount TO ChgCntEd
               MOVE "AOC418W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY04: " DELIMITED BY SIZE
                   FUNCTION TRIM(DbCntEd) DELIMITED BY SIZE
                   " ELF(S) DOUBLE-BOOKED ON OVERLAPPING RANGES ("
                   DELIMITED BY SIZE
                   FUNCTION TRIM(ChgCntEd) DELIMITED BY SIZE
                   " CLASH(ES)) - SEE 04_dblbook.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               IF SplitElves > 0 AND RestElves = 0 THEN
                   MOVE SplitElves TO DbCntEd
                   MOVE "AOC419I" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "DAY04: " DELIMITED BY SIZE
                       FUNCTION TRIM(DbCntEd) DELIMITED BY SIZE
                       " ELF(S) SPLIT ACROSS CREW LINES, NO CLASH - "
                       DELIMITED BY SIZE
                       "SEE 04_dblbook.txt" DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
               END-IF
           END-IF
           .

      *>      only elves on two or more crew lines go to the sort
       610-Release-Assign.
           PERFORM VARYING AsI FROM 1 BY 1 UNTIL AsI > AsgCount
               IF ElfLineCnt(AsElf(AsI)) > 1 THEN
                   MOVE AsElf(AsI) TO SortElf
                   MOVE AsLine(AsI) TO SortLine
                   MOVE AsLo(AsI) TO SortLo
                   MOVE AsHi(AsI) TO SortHi
                   MOVE AsShift(AsI) TO SortShift
                   RELEASE SortRec
               END-IF
           END-PERFORM
           .

       620-Return-Assign.
           MOVE 0 TO SortEOF
           MOVE 0 TO DbElf
           MOVE 0 TO DbCount
           PERFORM UNTIL SortEOF = 1
               RETURN SortWork
                   AT END
                       MOVE 1 TO SortEOF
                   NOT AT END
                       IF SortElf NOT = DbElf THEN
                           IF DbCount > 0 THEN
                               PERFORM 630-Close-Elf
                           END-IF
                           MOVE SortElf TO DbElf
                           MOVE 0 TO DbCount
                       END-IF
                       ADD 1 TO DbCount
                       IF DbCount <= DbMax THEN
                           MOVE SortLine TO DbLine(DbCount)
                           MOVE SortLo TO DbLo(DbCount)
                           MOVE SortHi TO DbHi(DbCount)
                           MOVE SortShift TO DbShift(DbCount)
                       END-IF
               END-RETURN
           END-PERFORM
           IF DbCount > 0 THEN
               PERFORM 630-Close-Elf
           END-IF
           .

      *>      one elf's assignments, every pair on different lines
      *>      tested - overlapping ranges on the same shift are a
      *>      clash, any ranges on consecutive shifts a rest-rule
      *>      breach. Each assignment is reported against the first
      *>      line it clashes with, if any
       630-Close-Elf.
           ADD 1 TO DoubleElves
           MOVE 0 TO DbClash
           MOVE 0 TO DbRest
           IF DbCount > DbMax THEN
               MOVE DbMax TO DbKept
           ELSE
               MOVE DbCount TO DbKept
           END-IF
           PERFORM VARYING DbI FROM 1 BY 1 UNTIL DbI > DbKept
               MOVE 0 TO DbWith(DbI)
               MOVE 0 TO DbRestWith(DbI)
           END-PERFORM
           PERFORM VARYING DbI FROM 1 BY 1 UNTIL DbI >= DbKept
               PERFORM VARYING DbJ FROM 1 BY 1 UNTIL DbJ > DbKept
                   IF DbJ > DbI
                       AND DbLine(DbJ) NOT = DbLine(DbI)
                       AND DbShift(DbJ) > 0 AND DbShift(DbI) > 0
                       AND (DbShift(DbJ) = DbShift(DbI) + 1
                           OR DbShift(DbI) = DbShift(DbJ) + 1) THEN
                       MOVE 1 TO DbRest
                       IF DbRestWith(DbI) = 0 THEN
                           MOVE DbLine(DbJ) TO DbRestWith(DbI)
                       END-IF
                       IF DbRestWith(DbJ) = 0 THEN
                           MOVE DbLine(DbI) TO DbRestWith(DbJ)
                       END-IF
                       PERFORM 655-Log-Rest-Breach
                   END-IF
                   IF DbJ > DbI
                       AND DbLine(DbJ) NOT = DbLine(DbI)
                       AND DbShift(DbJ) = DbShift(DbI)
                       AND DbLo(DbI) <= DbHi(DbJ)
                       AND DbLo(DbJ) <= DbHi(DbI) THEN
                       MOVE 1 TO DbClash
                       ADD 1 TO ClashCount
                       IF DbWith(DbI) = 0 THEN
                           MOVE DbLine(DbJ) TO DbWith(DbI)
                       END-IF
                       IF DbWith(DbJ) = 0 THEN
                           MOVE DbLine(DbI) TO DbWith(DbJ)
                       END-IF
                       PERFORM 650-Log-Clash
                   END-IF
               END-PERFORM
           END-PERFORM
           IF DbClash = 1 THEN
               ADD 1 TO ClashElves
           END-IF
           IF DbRest = 1 THEN
               ADD 1 TO RestElves
           END-IF
           IF DbClash = 0 AND DbRest = 0 THEN
               ADD 1 TO SplitElves
           END-IF
           IF DoubleOpen = 1 THEN
               PERFORM 640-Write-Elf-Lines
           END-IF
           .

       640-Write-Elf-Lines.
           MOVE DbElf TO ElfNumEd
           MOVE DbElf TO RosI
           PERFORM 400-Get-Roster-Name
           MOVE ElfLineCnt(DbElf) TO DbCntEd
           MOVE SPACES TO DoubleLine
           STRING "ELF " DELIMITED BY SIZE
               ElfNumEd DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RName DELIMITED BY SIZE
               "  ON " DELIMITED BY SIZE
               FUNCTION TRIM(DbCntEd) DELIMITED BY SIZE
               " CREW LINES - " DELIMITED BY SIZE
               INTO DoubleLine
           IF DbClash = 1 THEN
               STRING FUNCTION TRIM(DoubleLine TRAILING)
                   DELIMITED BY SIZE
                   " ** CLASH **" DELIMITED BY SIZE
                   INTO DoubleLine
           END-IF
           IF DbRest = 1 THEN
               STRING FUNCTION TRIM(DoubleLine TRAILING)
                   DELIMITED BY SIZE
                   " ** REST RULE **" DELIMITED BY SIZE
                   INTO DoubleLine
           END-IF
           IF DbClash = 0 AND DbRest = 0 THEN
               STRING FUNCTION TRIM(DoubleLine TRAILING)
                   DELIMITED BY SIZE
                   " SPLIT ASSIGNMENT" DELIMITED BY SIZE
                   INTO DoubleLine
           END-IF
           WRITE DoubleLine
           PERFORM VARYING DbI FROM 1 BY 1 UNTIL DbI > DbKept
               MOVE DbLine(DbI) TO DbLineEd
               MOVE DbLo(DbI) TO Elf1Ed
               MOVE DbHi(DbI) TO Elf1Ed2
               MOVE SPACES TO DoubleLine
               STRING "    LINE " DELIMITED BY SIZE
                   DbLineEd DELIMITED BY SIZE
                   "  SHIFT " DELIMITED BY SIZE
                   DbShift(DbI) DELIMITED BY SIZE
                   "  SECTIONS " DELIMITED BY SIZE
                   Elf1Ed DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   Elf1Ed2 DELIMITED BY SIZE
                   INTO DoubleLine
               IF DbWith(DbI) > 0 THEN
                   MOVE DbWith(DbI) TO DbWithEd
                   STRING FUNCTION TRIM(DoubleLine TRAILING)
                       DELIMITED BY SIZE
                       "  OVERLAPS LINE " DELIMITED BY SIZE
                       FUNCTION TRIM(DbWithEd) DELIMITED BY SIZE
                       INTO DoubleLine
               END-IF
               IF DbRestWith(DbI) > 0 THEN
                   MOVE DbRestWith(DbI) TO DbWithEd
                   STRING FUNCTION TRIM(DoubleLine TRAILING)
                       DELIMITED BY SIZE
                       "  NEXT SHIFT TO LINE " DELIMITED BY SIZE
                       FUNCTION TRIM(DbWithEd) DELIMITED BY SIZE
                       INTO DoubleLine
               END-IF
               IF DbWith(DbI) = 0 AND DbRestWith(DbI) = 0 THEN
                   STRING FUNCTION TRIM(DoubleLine TRAILING)
                       DELIMITED BY SIZE
                       "  DISJOINT" DELIMITED BY SIZE
                       INTO DoubleLine
               END-IF
               WRITE DoubleLine
           END-PERFORM
           IF DbCount > DbMax THEN
               COMPUTE AsI = DbCount - DbMax
               MOVE AsI TO DbCntEd
               MOVE SPACES TO DoubleLine
               STRING "    +" DELIMITED BY SIZE
                   FUNCTION TRIM(DbCntEd) DELIMITED BY SIZE
                   " MORE ASSIGNMENT(S) NOT CHECKED" DELIMITED BY SIZE
                   INTO DoubleLine
               WRITE DoubleLine
           END-IF
           MOVE SPACES TO DoubleLine
           WRITE DoubleLine
           .

      *>      one clash - the later line is the one logged, naming
      *>      the earlier line it collides with
       650-Log-Clash.
           MOVE DbLine(DbJ) TO LineNumEd
           MOVE DbLine(DbI) TO DbLineEd
           MOVE DbElf TO ElfNumEd
           MOVE SPACES TO ExceptionLine
           STRING "LINE " DELIMITED BY SIZE
               LineNumEd DELIMITED BY SIZE
               ": ELF " DELIMITED BY SIZE
               FUNCTION TRIM(ElfNumEd) DELIMITED BY SIZE
               " DOUBLE-BOOKED WITH LINE " DELIMITED BY SIZE
               FUNCTION TRIM(DbLineEd) DELIMITED BY SIZE
               INTO ExceptionLine
           WRITE ExceptionLine
           MOVE "DAY04" TO ExmDay
           MOVE "DBLBOOK" TO ExmReason
           MOVE DbLine(DbJ) TO ExmSource
           MOVE ExceptionLine TO ExmData
           CALL "EXCMST" USING ExcMaster
           .

      *>      one rest-rule breach - logged against the later line
      *>      and kept for the shift report
       655-Log-Rest-Breach.
           ADD 1 TO RestCount
           IF RestCount <= RestMax THEN
               MOVE DbElf TO RsElf(RestCount)
               MOVE DbLine(DbI) TO RsLine1(RestCount)
               MOVE DbShift(DbI) TO RsShift1(RestCount)
               MOVE DbLine(DbJ) TO RsLine2(RestCount)
               MOVE DbShift(DbJ) TO RsShift2(RestCount)
           END-IF
           MOVE DbLine(DbJ) TO LineNumEd
           MOVE DbLine(DbI) TO DbLineEd
           MOVE DbElf TO ElfNumEd
           MOVE SPACES TO ExceptionLine
           STRING "LINE " DELIMITED BY SIZE
               LineNumEd DELIMITED BY SIZE
               ": ELF " DELIMITED BY SIZE
               FUNCTION TRIM(ElfNumEd) DELIMITED BY SIZE
               " NEXT SHIFT TO LINE " DELIMITED BY SIZE
               FUNCTION TRIM(DbLineEd) DELIMITED BY SIZE
               " - REST" DELIMITED BY SIZE
               INTO ExceptionLine
           WRITE ExceptionLine
           MOVE "DAY04" TO ExmDay
           MOVE "RESTRULE" TO ExmReason
           MOVE DbLine(DbJ) TO ExmSource
           MOVE ExceptionLine TO ExmData
           CALL "EXCMST" USING ExcMaster
           .
