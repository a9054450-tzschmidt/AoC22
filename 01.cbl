           ACCESS MODE IS RANDOM
           RECORD KEY IS ChKey
           FILE STATUS IS CalHistFS.
      *>      food category reference and the breakdown it feeds
               SELECT FoodFile ASSIGN TO DYNAMIC FoodFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FoodFS.
               SELECT FoodCatReport
                   ASSIGN TO "../data/01_foodcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FoodCatFS.
               SELECT SortWork ASSIGN TO "../data/01_sortwk.tmp".


       DATA DIVISION.
           FILE SECTION.
           FD DataFile.
               01 InputData PIC X(40).

           FD ElfReport.
               01 ReportLine PIC X(90).

      *>      machine-readable totals extract, one elf per record in
      *>      elf-number order - the feed downstream programs join
      *>      against instead of scraping the formatted report. The
      *>      category is the food category carrying most of the
      *>      elf's calories (blank for an elf with none)
           FD TotalsFile.
               01 TotalsRec.
                   05 TotElfNum PIC 9(5).
                   05 FILLER PIC X.
                   05 TotCalories PIC 9(20).
                   05 FILLER PIC X.
                   05 TotCategory PIC X(12).

      *>      food category reference - food code in columns 1-12,
      *>      category in 14-25, a free description from column 27
           FD FoodFile.
               01 FoodRec.
                   05 FoodRecCode PIC X(12).
                   05 FILLER PIC X.
                   05 FoodRecCat PIC X(12).
                   05 FILLER PIC X.
                   05 FoodRecDesc PIC X(30).

           FD FoodCatReport.
               01 FoodCatLine PIC X(100).

      *>      expedition roster reference - elf number, name, team,
      *>      effective-from and effective-to - fixed columns, one
      *>      row per elf per period REFMNT has kept it in force
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

           FD CalHistFile.
               01 CalHistRec.
                       10 ChElf PIC 9(5).
                       10 ChDate PIC X(10).
                   05 ChCal PIC 9(20).
                   05 ChName PIC X(20).
                   05 ChRunId PIC X(16).

      *>      work file for the end-of-run SORT over the full elf
      *>      inventory - one record per elf, major key is the total
           01 ExceptionFS PIC XX.
           01 OpenFailed PIC 9 VALUE 0.
           COPY EOFFLAG.
           01 DataLine PIC X(40).
           01 CurrentCalories PIC 9(20) VALUE 0.
      *>      Top-N ranking depth, run-time driven by env var TOPN
      *>      (defaults to 3 when unset/invalid). Capped at MaxTopN.
           01 ElfSeq PIC 9(5) VALUE 1.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
      *>      the cycle run ID AOCDRV or AOCRERUN exported - stamped
      *>      on the calorie history, blank for a standalone DAY01RUN
           01 RunId PIC X(16) VALUE SPACE.
           01 RptI PIC 9(5).
           01 RptRank PIC Z(4)9.
           01 RptCalories PIC Z(19)9.
      *>      redirects the file the same way DD_DAY01 does the input
           01 RosterFileName PIC X(100) VALUE "../data/01_roster.txt".
           01 RosterParm PIC X(100).
      *>      the roster row in force on the cycle date is the one
      *>      loaded - on the archive date under AOCRERUN
           01 RosAsOf PIC X(10).
           01 RosAsOfParm PIC X(12).
           01 RosterFS PIC XX.
           01 RosterLoaded PIC 9 VALUE 0.
           01 RosterCount PIC 9(5) VALUE 0.
           01 UncoveredAmt PIC 9(20) VALUE 0.
           01 TotalsFS PIC XX.
           01 TotI PIC 9(5).
      *>      food coding - a calorie entry may carry a food code
      *>      after the amount ("5000 TRAILMIX"), looked up in the
      *>      food category reference (01_foods.txt, redirected by
      *>      DD_DAY01_FOODS the way DD_DAY01_ROSTER redirects the
      *>      roster). An entry with no code counts as UNCLASSIFIED;
      *>      one whose code the reference doesn't know counts the
      *>      same but is filed with the exceptions, so a typed-in
      *>      code can never cost an elf its calories. With no
      *>      reference on disk every entry is UNCLASSIFIED
           01 FoodFileName PIC X(100) VALUE "../data/01_foods.txt".
           01 FoodParm PIC X(100).
           01 FoodFS PIC XX.
           01 FoodCatFS PIC XX.
           01 FoodLoaded PIC 9 VALUE 0.
           01 FoodEOF PIC 9 VALUE 0.
           01 FoodMax PIC 9(3) VALUE 500.
           01 FoodCount PIC 9(3) VALUE 0.
           01 FoodBadRows PIC 9(5) VALUE 0.
           01 FoodTable.
               05 FoodEntry OCCURS 500 TIMES.
                   10 FoodCode PIC X(12) VALUE SPACES.
                   10 FoodCat PIC 99 VALUE 0.
           01 FoodI PIC 9(3).
           01 FoodHit PIC 9(3).
           01 FoodKey PIC X(20).
      *>      category 1 is always UNCLASSIFIED - the reference can
      *>      name up to CatMax - 1 more (the OCCURS counts below
      *>      are tied to CatMax - raise them together)
           01 CatMax PIC 99 VALUE 11.
           01 CatCount PIC 99 VALUE 1.
           01 CatTable.
               05 CatName OCCURS 11 TIMES PIC X(12) VALUE SPACES.
           01 CatI PIC 99.
           01 CatHit PIC 99.
           01 CatKey PIC X(12).
           01 CalEntry PIC X(40).
           01 CalAmtText PIC X(40).
           01 FoodCodeText PIC X(20).
           01 CalExtraText PIC X(20).
           01 EntryCal PIC 9(20).
           01 EntryCat PIC 99.
           01 FoodExcCount PIC 9(5) VALUE 0.
           01 CodedNoRef PIC 9(5) VALUE 0.
           01 CurCatTable.
               05 CurCatAmt OCCURS 11 TIMES PIC 9(15) VALUE 0.
      *>      per-elf category amounts, indexed by elf number like
      *>      the roster table, so 900-Sort-All leaves them alone;
      *>      ElfMainCat is the category carrying the most calories
           01 ElfCatTable.
               05 ElfCatRow OCCURS 20000 TIMES.
                   10 ElfCatAmt OCCURS 11 TIMES PIC 9(15) VALUE 0.
                   10 ElfMainCat PIC 99 VALUE 0.
           01 MainAmt PIC 9(15).
      *>      per-team and suite-wide category totals for the
      *>      breakdown report - teams come from the roster
           01 FcTeamMax PIC 9(3) VALUE 500.
           01 FcTeamCount PIC 9(3) VALUE 0.
           01 FcTeamTable.
               05 FcTeamRow OCCURS 500 TIMES.
                   10 FcTeam PIC X(10).
                   10 FcTeamHead PIC 9(5).
                   10 FcTeamAmt OCCURS 11 TIMES PIC 9(18).
           01 FcTeamOver PIC 9(5) VALUE 0.
           01 SuiteCatTable.
               05 SuiteCatAmt OCCURS 11 TIMES PIC 9(18) VALUE 0.
           01 FcI PIC 9(5).
           01 FcT PIC 9(3).
           01 FcHit PIC 9(3).
           01 FcTeamKey PIC X(10).
           01 FcAmt PIC 9(18).
           01 FcTotal PIC 9(20).
           01 FcPct PIC 9(3)V9.
           01 FcFirst PIC 9.
           01 FcLead PIC X(40).
           01 FcAmtEd PIC Z(14)9.
           01 FcPctEd PIC ZZ9.9.
           01 FcCntEd PIC Z(4)9.
           01 FcMainName PIC X(12).
           01 CalHistFS PIC XX.
      *>      a controlled rerun (AOC_RERUN_OF set by AOCRERUN)
      *>      replays an old archive - stamping its totals under
           PERFORM 055-Get-Resupply-Min
           PERFORM 056-Get-Surplus-Min
           PERFORM 060-Load-Roster
           PERFORM 065-Load-Foods
           PERFORM 005-Open-Files
           IF OpenFailed = 1 THEN
               PERFORM 815-Flush-Exceptions
           IF OverflowCount > 0 THEN
               PERFORM 160-Log-Overflow
           END-IF
           PERFORM 170-Log-Food-Codes
           CLOSE ExceptionFile.
           DISPLAY "PART 1: " MaxCalories(1) " (Elf " TopElf(1) ")"
           DISPLAY "PART 2: " SumCalories
           PERFORM 900-Sort-All
           PERFORM 700-Write-Report
           PERFORM 710-Write-Stats
           PERFORM 790-Write-Food-Cats
           IF ResupplyMin > 0 THEN
               PERFORM 770-Write-Resupply
           END-IF
           IF OpenFailed = 1 OR CtlFailed = 1 THEN
               MOVE 12 TO StatSeverity
           ELSE
               IF ExcCount > 0 OR OverflowCount > 0
                   OR FoodExcCount > 0 OR CodedNoRef > 0 THEN
                   MOVE 4 TO StatSeverity
               ELSE
                   MOVE 0 TO StatSeverity
           IF DataLine=SPACE THEN
               PERFORM 100-Check
           ELSE
               PERFORM 095-Parse-Entry
               IF FUNCTION TEST-NUMVAL(CalAmtText) = 0
                   AND CalExtraText = SPACE
                   MOVE FUNCTION NUMVAL(CalAmtText) TO EntryCal
                   ADD EntryCal TO CurrentCalories
                   PERFORM 097-Classify-Entry
                   ADD EntryCal TO CurCatAmt(EntryCat)
               ELSE
                   PERFORM 150-Log-Exception
               END-IF
           END-IF
           .

      *>      split a calorie entry into the amount and the optional
      *>      food code - anything after the code is malformed
       095-Parse-Entry.
           MOVE FUNCTION TRIM(DataLine) TO CalEntry
           MOVE SPACES TO CalAmtText
           MOVE SPACES TO FoodCodeText
           MOVE SPACES TO CalExtraText
           UNSTRING CalEntry DELIMITED BY ALL SPACE
               INTO CalAmtText FoodCodeText CalExtraText
           END-UNSTRING
           .

      *>      food code to category - no code (or no reference to
      *>      check one against) is UNCLASSIFIED, and so is a code
      *>      the reference doesn't know, which is also filed with
      *>      the exceptions
       097-Classify-Entry.
           MOVE 1 TO EntryCat
           IF FoodCodeText NOT = SPACE THEN
               IF FoodLoaded = 0 THEN
                   ADD 1 TO CodedNoRef
               ELSE
                   MOVE FUNCTION UPPER-CASE(FoodCodeText) TO FoodKey
                   MOVE 0 TO FoodHit
                   PERFORM VARYING FoodI FROM 1 BY 1
                       UNTIL FoodI > FoodCount OR FoodHit > 0
                       IF FoodCode(FoodI) = FoodKey THEN
                           MOVE FoodI TO FoodHit
                       END-IF
                   END-PERFORM
                   IF FoodHit > 0 THEN
                       MOVE FoodCat(FoodHit) TO EntryCat
                   ELSE
                       PERFORM 155-Log-Food-Exception
                   END-IF
               END-IF
           END-IF
           .

       810-Write-Ledger.
      *>      headline results go to the shared cross-program
      *>      ledger through the LEDGWRT writer, which serializes
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
               DISPLAY "DAY01: NO ROSTER AT " FUNCTION

       070-Store-Roster-Entry.
           IF RosRecNum NUMERIC AND RosRecNum > 0
               AND RosRecNum <= TableMax
               AND (RosRecFrom = SPACE OR RosRecFrom NOT > RosAsOf)
               AND (RosRecTo = SPACE OR RosRecTo NOT < RosAsOf) THEN
               MOVE 1 TO RosKnown(RosRecNum)
               MOVE RosRecName TO RosName(RosRecNum)
               MOVE RosRecTeam TO RosTeam(RosRecNum)
           END-IF
           .

      *>      pull the food category reference into its tables at
      *>      start-up - codes and categories are held upper case so
      *>      "trailmix" on a calorie line matches TRAILMIX here
       065-Load-Foods.
           MOVE "UNCLASSIFIED" TO CatName(1)
           MOVE SPACE TO FoodParm
           ACCEPT FoodParm FROM ENVIRONMENT "DD_DAY01_FOODS"
           IF FoodParm NOT = SPACE THEN
               MOVE FoodParm TO FoodFileName
           END-IF
           OPEN INPUT FoodFile
           IF FoodFS NOT = "00" THEN
               DISPLAY "DAY01: NO FOOD REFERENCE AT " FUNCTION
                   TRIM(FoodFileName) " (FILE STATUS " FoodFS
                   ") - ENTRIES WILL BE UNCLASSIFIED"
           ELSE
               MOVE 0 TO FoodEOF
               PERFORM UNTIL FoodEOF = 1
                   READ FoodFile
                       AT END MOVE 1 TO FoodEOF
                       NOT AT END PERFORM 067-Store-Food-Entry
                   END-READ
               END-PERFORM
               CLOSE FoodFile
               MOVE 1 TO FoodLoaded
               IF FoodBadRows > 0 THEN
                   MOVE FoodBadRows TO FcCntEd
                   MOVE "AOC119W" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "DAY01: " DELIMITED BY SIZE
                       FUNCTION TRIM(FcCntEd) DELIMITED BY SIZE
                       " FOOD REFERENCE ROW(S) IGNORED - BLANK, "
                       DELIMITED BY SIZE
                       "DUPLICATE OR PAST CAPACITY" DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
               END-IF
           END-IF
           .

      *>      one reference row - a blank line is skipped; a row
      *>      with no code or no category, a code already held, or
      *>      a row past the code or category capacity is ignored
      *>      and counted
       067-Store-Food-Entry.
           IF FoodRec NOT = SPACE THEN
               MOVE FUNCTION UPPER-CASE(FoodRecCode) TO FoodKey
               MOVE FUNCTION UPPER-CASE(FoodRecCat) TO CatKey
               MOVE 0 TO FoodHit
               PERFORM VARYING FoodI FROM 1 BY 1
                   UNTIL FoodI > FoodCount OR FoodHit > 0
                   IF FoodCode(FoodI) = FoodKey THEN
                       MOVE FoodI TO FoodHit
                   END-IF
               END-PERFORM
               MOVE 0 TO CatHit
               PERFORM VARYING CatI FROM 1 BY 1
                   UNTIL CatI > CatCount OR CatHit > 0
                   IF CatName(CatI) = CatKey THEN
                       MOVE CatI TO CatHit
                   END-IF
               END-PERFORM
               IF FoodKey = SPACE OR CatKey = SPACE
                   OR FoodHit > 0 OR FoodCount >= FoodMax
                   OR (CatHit = 0 AND CatCount >= CatMax) THEN
                   ADD 1 TO FoodBadRows
               ELSE
                   IF CatHit = 0 THEN
                       ADD 1 TO CatCount
                       MOVE CatKey TO CatName(CatCount)
                       MOVE CatCount TO CatHit
                   END-IF
                   ADD 1 TO FoodCount
                   MOVE FoodKey TO FoodCode(FoodCount)
                   MOVE CatHit TO FoodCat(FoodCount)
               END-IF
           END-IF
           .

      *>      distribution statistics for the provisioning review -
      *>      runs against the AllTotals table after 900-Sort-All has
      *>      left it in descending calorie order
                   DELIMITED BY SIZE
                   "            CALORIES           SHORTFALL"
                   DELIMITED BY SIZE
                   "  MAINLY" DELIMITED BY SIZE
                   INTO ResupplyLine
               WRITE ResupplyLine
               MOVE 0 TO ResupplyCount
                   MOVE ElfTotal(RptI) TO RptCalories
                   COMPUTE Shortfall = ResupplyMin - ElfTotal(RptI)
                   MOVE Shortfall TO ShortfallEd
                   MOVE ElfNumArr(RptI) TO FcI
                   PERFORM 798-Main-Cat-Name
                   MOVE SPACES TO ResupplyLine
                   STRING RptElf DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       RptName DELIMITED BY SIZE
                       RptCalories DELIMITED BY SIZE
                       ShortfallEd DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FcMainName DELIMITED BY SIZE
                       INTO ResupplyLine
                   WRITE ResupplyLine
               END-PERFORM
                   MOVE ElfNumArr(TotI) TO TotElfNum
                   MOVE " " TO TotalsRec(6:1)
                   MOVE ElfTotal(TotI) TO TotCalories
                   MOVE " " TO TotalsRec(27:1)
                   MOVE SPACES TO TotCategory
                   IF ElfMainCat(TotI) > 0 THEN
                       MOVE CatName(ElfMainCat(TotI)) TO TotCategory
                   END-IF
                   WRITE TotalsRec
               END-PERFORM
               CLOSE TotalsFile
      *>      elf number and run date, so a rerun on the same date
      *>      replaces its own records instead of doubling them.
      *>      Written before 900-Sort-All, while the table still sits
      *>      in elf-number order. The roster name goes out with the
      *>      total, so ELFAUD can tell when a number has been handed
      *>      to a different elf, and the cycle run ID with it
       785-Write-Cal-History.
           ACCEPT RunDate FROM DATE YYYYMMDD
           MOVE RunDate(1:4) TO RunDateEd(1:4)
           MOVE RunDate(5:2) TO RunDateEd(6:2)
           MOVE "-" TO RunDateEd(8:1)
           MOVE RunDate(7:2) TO RunDateEd(9:2)
           MOVE SPACE TO RunId
           ACCEPT RunId FROM ENVIRONMENT "AOC_RUN_ID"
           OPEN I-O CalHistFile
           IF CalHistFS = "35" THEN
               OPEN OUTPUT CalHistFile
                   MOVE ElfNumArr(TotI) TO ChElf
                   MOVE RunDateEd TO ChDate
                   MOVE ElfTotal(TotI) TO ChCal
                   MOVE ElfNumArr(TotI) TO RosI
                   PERFORM 460-Get-Roster-Name
                   IF RptName = "*NOT ON ROSTER*" THEN
                       MOVE SPACES TO ChName
                   ELSE
                       MOVE RptName TO ChName
                   END-IF
                   MOVE RunId TO ChRunId
                   WRITE CalHistRec
                       INVALID KEY REWRITE CalHistRec
                   END-WRITE
           END-IF
           .

      *>      food category breakdown - per elf (in elf-number
      *>      order, so it reads alongside 01_totals.txt), per team
      *>      (in order of each team's first elf) and suite-wide;
      *>      one line per category the elf or team actually ate,
      *>      with its share of the calories
       790-Write-Food-Cats.
           OPEN OUTPUT FoodCatReport
           IF FoodCatFS NOT = "00" THEN
               MOVE "AOC120E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY01: CANNOT OPEN 01_foodcat.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   FoodCatFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE SPACES TO FoodCatLine
               STRING "FOOD CATEGORY BREAKDOWN - RUN DATE "
                   DELIMITED BY SIZE
                   RunDateEd DELIMITED BY SIZE
                   INTO FoodCatLine
               WRITE FoodCatLine
               MOVE SPACES TO FoodCatLine
               IF FoodLoaded = 1 THEN
                   MOVE FoodCount TO FcCntEd
                   STRING "FOOD REFERENCE " DELIMITED BY SIZE
                       FUNCTION TRIM(FoodFileName) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(FcCntEd) DELIMITED BY SIZE
                       " CODE(S)" DELIMITED BY SIZE
                       INTO FoodCatLine
               ELSE
                   MOVE "NO FOOD REFERENCE - EVERY ENTRY UNCLASSIFIED"
                       TO FoodCatLine
               END-IF
               WRITE FoodCatLine
               IF OverflowCount > 0 THEN
                   MOVE SPACES TO FoodCatLine
                   STRING "*** INCOMPLETE - ROSTER EXCEEDS CAPACITY - "
                       DELIMITED BY SIZE
                       OverflowEd DELIMITED BY SIZE
                       " ELF(S) NOT SHOWN ***" DELIMITED BY SIZE
                       INTO FoodCatLine
                   WRITE FoodCatLine
               END-IF
               MOVE SPACES TO FoodCatLine
               WRITE FoodCatLine
               MOVE "BY ELF" TO FoodCatLine
               WRITE FoodCatLine
               MOVE SPACES TO FoodCatLine
               MOVE "ELF" TO FoodCatLine(1:3)
               MOVE "NAME" TO FoodCatLine(8:4)
               MOVE "TEAM" TO FoodCatLine(29:4)
               PERFORM 797-Cat-Column-Header
               INITIALIZE FcTeamTable
               MOVE 0 TO FcTeamCount
               PERFORM VARYING FcI FROM 1 BY 1 UNTIL FcI > ElfCount
                   PERFORM 792-Food-Elf
               END-PERFORM
               MOVE SPACES TO FoodCatLine
               WRITE FoodCatLine
               MOVE "BY TEAM" TO FoodCatLine
               WRITE FoodCatLine
               MOVE SPACES TO FoodCatLine
               MOVE "TEAM" TO FoodCatLine(1:4)
               MOVE "ELVES" TO FoodCatLine(14:5)
               PERFORM 797-Cat-Column-Header
               PERFORM VARYING FcT FROM 1 BY 1 UNTIL FcT > FcTeamCount
                   PERFORM 794-Food-Team
               END-PERFORM
               IF FcTeamOver > 0 THEN
                   MOVE FcTeamOver TO FcCntEd
                   MOVE SPACES TO FoodCatLine
                   STRING "MORE TEAMS THAN THE BREAKDOWN HOLDS - "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(FcCntEd) DELIMITED BY SIZE
                       " ELF(S) IN THE SUITE TOTAL ONLY"
                       DELIMITED BY SIZE
                       INTO FoodCatLine
                   WRITE FoodCatLine
               END-IF
               MOVE SPACES TO FoodCatLine
               WRITE FoodCatLine
               MOVE ElfCount TO FcCntEd
               MOVE SPACES TO FcLead
               STRING "ALL ELVES" DELIMITED BY SIZE
                   INTO FcLead
               MOVE FcCntEd TO FcLead(14:5)
               MOVE 0 TO FcTotal
               PERFORM VARYING CatI FROM 1 BY 1 UNTIL CatI > CatCount
                   ADD SuiteCatAmt(CatI) TO FcTotal
               END-PERFORM
               MOVE 1 TO FcFirst
               PERFORM VARYING CatI FROM 1 BY 1 UNTIL CatI > CatCount
                   MOVE SuiteCatAmt(CatI) TO FcAmt
                   PERFORM 796-Food-Cat-Line
               END-PERFORM
               CLOSE FoodCatReport
           END-IF
           .

      *>      one elf - its lines, and its calories carried into its
      *>      team's and the suite's totals
       792-Food-Elf.
           MOVE FcI TO RosI
           PERFORM 460-Get-Roster-Name
           MOVE RptTeam TO FcTeamKey
           IF FcTeamKey = SPACE THEN
               MOVE "(NO TEAM)" TO FcTeamKey
           END-IF
           MOVE 0 TO FcHit
           PERFORM VARYING FcT FROM 1 BY 1
               UNTIL FcT > FcTeamCount OR FcHit > 0
               IF FcTeam(FcT) = FcTeamKey THEN
                   MOVE FcT TO FcHit
               END-IF
           END-PERFORM
           IF FcHit = 0 THEN
               IF FcTeamCount < FcTeamMax THEN
                   ADD 1 TO FcTeamCount
                   MOVE FcTeamKey TO FcTeam(FcTeamCount)
                   MOVE FcTeamCount TO FcHit
               ELSE
                   ADD 1 TO FcTeamOver
               END-IF
           END-IF
           IF FcHit > 0 THEN
               ADD 1 TO FcTeamHead(FcHit)
           END-IF
           MOVE 0 TO FcTotal
           PERFORM VARYING CatI FROM 1 BY 1 UNTIL CatI > CatCount
               ADD ElfCatAmt(FcI CatI) TO FcTotal
               ADD ElfCatAmt(FcI CatI) TO SuiteCatAmt(CatI)
               IF FcHit > 0 THEN
                   ADD ElfCatAmt(FcI CatI) TO FcTeamAmt(FcHit CatI)
               END-IF
           END-PERFORM
           MOVE FcI TO RptElf
           MOVE SPACES TO FcLead
           STRING RptElf DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RptName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RptTeam DELIMITED BY SIZE
               INTO FcLead
           MOVE 1 TO FcFirst
           PERFORM VARYING CatI FROM 1 BY 1 UNTIL CatI > CatCount
               MOVE ElfCatAmt(FcI CatI) TO FcAmt
               PERFORM 796-Food-Cat-Line
           END-PERFORM
           .

       794-Food-Team.
           MOVE FcTeamHead(FcT) TO FcCntEd
           MOVE SPACES TO FcLead
           MOVE FcTeam(FcT) TO FcLead(1:10)
           MOVE FcCntEd TO FcLead(14:5)
           MOVE 0 TO FcTotal
           PERFORM VARYING CatI FROM 1 BY 1 UNTIL CatI > CatCount
               ADD FcTeamAmt(FcT CatI) TO FcTotal
           END-PERFORM
           MOVE 1 TO FcFirst
           PERFORM VARYING CatI FROM 1 BY 1 UNTIL CatI > CatCount
               MOVE FcTeamAmt(FcT CatI) TO FcAmt
               PERFORM 796-Food-Cat-Line
           END-PERFORM
           .

      *>      one category line for the elf, team or suite in FcLead
      *>      - only the first line carries the lead, and a lead
      *>      with no calories at all gets one line saying so
       796-Food-Cat-Line.
           IF FcTotal = 0 THEN
               IF CatI = 1 THEN
                   MOVE SPACES TO FoodCatLine
                   MOVE FcLead TO FoodCatLine(1:40)
                   MOVE "(NO CALORIES)" TO FoodCatLine(41:13)
                   WRITE FoodCatLine
               END-IF
           ELSE
               IF FcAmt > 0 THEN
                   COMPUTE FcPct ROUNDED = FcAmt * 100 / FcTotal
                   MOVE FcAmt TO FcAmtEd
                   MOVE FcPct TO FcPctEd
                   MOVE SPACES TO FoodCatLine
                   IF FcFirst = 1 THEN
                       MOVE FcLead TO FoodCatLine(1:40)
                       MOVE 0 TO FcFirst
                   END-IF
                   MOVE CatName(CatI) TO FoodCatLine(41:12)
                   MOVE FcAmtEd TO FoodCatLine(53:15)
                   MOVE FcPctEd TO FoodCatLine(70:5)
                   MOVE "%" TO FoodCatLine(75:1)
                   WRITE FoodCatLine
               END-IF
           END-IF
           .

       797-Cat-Column-Header.
           MOVE "CATEGORY" TO FoodCatLine(41:8)
           MOVE "CALORIES" TO FoodCatLine(60:8)
           MOVE "SHARE" TO FoodCatLine(71:5)
           WRITE FoodCatLine
           .

      *>      an elf's main food category by elf number (in FcI) -
      *>      NONE for an elf with no calories
       798-Main-Cat-Name.
           IF ElfMainCat(FcI) > 0 THEN
               MOVE CatName(ElfMainCat(FcI)) TO FcMainName
           ELSE
               MOVE "NONE" TO FcMainName
           END-IF
           .

       050-Get-TopN.
           MOVE SPACE TO TopNParm
           ACCEPT TopNParm FROM ENVIRONMENT "TOPN"
           CALL "EXCMST" USING ExcMaster
           .

      *>      a food code the reference doesn't know - the calories
      *>      still count (as UNCLASSIFIED), but the code goes on the
      *>      exception file for the sender to correct
       155-Log-Food-Exception.
           ADD 1 TO FoodExcCount
           MOVE LineNum TO ExcLineNum
           MOVE SPACES TO ExceptionLine
           STRING "LINE " DELIMITED BY SIZE
               ExcLineNum DELIMITED BY SIZE
               ": UNKNOWN FOOD CODE " DELIMITED BY SIZE
               FUNCTION TRIM(FoodCodeText) DELIMITED BY SIZE
               " - COUNTED UNCLASSIFIED" DELIMITED BY SIZE
               INTO ExceptionLine
           WRITE ExceptionLine
           MOVE "DAY01" TO ExmDay
           MOVE "FOODCODE" TO ExmReason
           MOVE LineNum TO ExmSource
           MOVE DataLine TO ExmData
           CALL "EXCMST" USING ExcMaster
           .

      *>      end-of-feed word on the food coding - unknown codes,
      *>      or coded entries with no reference to check them by
       170-Log-Food-Codes.
           IF FoodExcCount > 0 THEN
               MOVE FoodExcCount TO FcCntEd
               MOVE "AOC118W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY01: " DELIMITED BY SIZE
                   FUNCTION TRIM(FcCntEd) DELIMITED BY SIZE
                   " ENTRY(S) WITH A FOOD CODE NOT ON THE FOOD "
                   DELIMITED BY SIZE
                   "REFERENCE - COUNTED UNCLASSIFIED, SEE "
                   DELIMITED BY SIZE
                   "01_except.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           IF CodedNoRef > 0 THEN
               MOVE CodedNoRef TO FcCntEd
               MOVE "AOC117W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY01: " DELIMITED BY SIZE
                   FUNCTION TRIM(FcCntEd) DELIMITED BY SIZE
                   " CODED ENTRY(S) BUT NO FOOD REFERENCE - "
                   DELIMITED BY SIZE
                   "COUNTED UNCLASSIFIED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           .

       100-Check.
           IF ElfSeq <= MaxElves THEN
               MOVE CurrentCalories TO ElfTotal(ElfSeq)
               MOVE ElfSeq TO ElfNumArr(ElfSeq)
               PERFORM 110-Store-Elf-Cats
           ELSE
               ADD 1 TO OverflowCount
           END-IF
           PERFORM VARYING CatI FROM 1 BY 1 UNTIL CatI > CatMax
               MOVE 0 TO CurCatAmt(CatI)
           END-PERFORM
           IF CurrentCalories > MaxCalories(TopN) THEN
               MOVE CurrentCalories TO MaxCalories(TopN)
               MOVE ElfSeq TO TopElf(TopN)
           ADD 1 TO ElfSeq
           .

      *>      the elf's category amounts and its main category -
      *>      on equal amounts the category named first wins
       110-Store-Elf-Cats.
           MOVE 0 TO ElfMainCat(ElfSeq)
           MOVE 0 TO MainAmt
           PERFORM VARYING CatI FROM 1 BY 1 UNTIL CatI > CatCount
               MOVE CurCatAmt(CatI) TO ElfCatAmt(ElfSeq CatI)
               IF CurCatAmt(CatI) > MainAmt THEN
                   MOVE CurCatAmt(CatI) TO MainAmt
                   MOVE CatI TO ElfMainCat(ElfSeq)
               END-IF
           END-PERFORM
           .

       200-Update.
           COMPUTE TopNLess1 = TopN - 1
           PERFORM VARYING I FROM TopNLess1 BY -1 UNTIL I=0
