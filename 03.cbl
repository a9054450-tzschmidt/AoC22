               SELECT RepackFile ASSIGN TO "../data/03_repack.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RepackFS.
               SELECT ComplyReport ASSIGN TO "../data/03_comply.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ComplyFS.
               SELECT DeclaredReport
                   ASSIGN TO "../data/03_declared.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DeclaredFS.
               SELECT RosterFile ASSIGN TO DYNAMIC RosterFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RosterFS.


       DATA DIVISION.
           FD FreqReport.
               01 FreqLine PIC X(90).

      *>      item master reference - item letter, description,
      *>      unit value, then the packing rules: class N normal
      *>      (or blank), R restricted or P prohibited, the count of
      *>      a restricted item allowed in one rucksack (blank for
      *>      1), and an item letter it may not be packed with -
      *>      fixed columns, one item per record
           FD ItemMaster.
               01 ItemMasterRec.
                   05 ImLetter PIC X.
                   05 ImDesc PIC X(24).
                   05 FILLER PIC X.
                   05 ImValue PIC 9(5).
                   05 FILLER PIC X.
                   05 ImClass PIC X.
                   05 FILLER PIC X.
                   05 ImAllowed PIC X(2).
                   05 FILLER PIC X.
                   05 ImNotWith PIC X.

           FD ManifestFile.
               01 ManifestLine PIC X(80).

      *>      repack work orders for the packing crew - one record
      *>      per rucksack with a compartment duplicate, naming the
      *>      item and the compartment to take the copy from, and
      *>      one per packing-rule violation, naming what to take out
           FD RepackFile.
               01 RepackLine PIC X(100).

           FD ComplyReport.
               01 ComplyLine PIC X(100).

           FD DeclaredReport.
               01 DeclaredLine PIC X(100).

      *>      DAY01's roster - the elf numbered n packs rucksack
      *>      line n, so the roster names the rucksack's team
           FD RosterFile.
               01 RosterRec.
                   05 RosRecNum PIC 9(5).
                   05 FILLER PIC X.
                   05 RosRecName PIC X(20).
                   05 FILLER PIC X.
                   05 RosRecTeam PIC X(10).
                   05 FILLER PIC X.
                   05 RosRecFrom PIC X(10).
                   05 FILLER PIC X.
                   05 RosRecTo PIC X(10).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
      *>      input file path, resolved at run time via the DD_DAY03
           01 ItemMasterFS PIC XX.
           01 ItemsLoaded PIC 9 VALUE 0.
           01 ItemsEOF PIC 9 VALUE 0.
      *>      ItemKnown is set for an entry whose unit value is
      *>      usable, so the item can be priced; ItemRuled for any
      *>      entry with an item letter, so its description and
      *>      packing rules hold even when its value does not
           01 ItemTable.
               05 ItemEntry OCCURS 52 TIMES.
                   10 ItemKnown PIC 9 VALUE 0.
                   10 ItemRuled PIC 9 VALUE 0.
                   10 ItemDesc PIC X(24).
                   10 ItemValue PIC 9(5).
                   10 ItemClass PIC X VALUE "N".
                   10 ItemAllowed PIC 99 VALUE 0.
                   10 ItemNotWith PIC 99 VALUE 0.
      *>      badge manifest for the badge office - one record per
      *>      complete group: group number, badge item, priority and
      *>      the input line numbers of the three member rucksacks.
           01 RepackCount PIC 9(5) VALUE 0.
           01 RepackLineEd PIC Z(6)9.
           01 RepackCntEd PIC Z9.
      *>      packing-rule compliance - every rucksack's items are
      *>      counted before Part 1 blanks the halves, then held
      *>      against the item master's rules. Each violation goes
      *>      to the exception master and raises a repack work
      *>      order at once, and is kept for the compliance report
      *>      written at end of run, one section per rule
           01 ComplyFS PIC XX.
           01 RuleCount PIC 99 VALUE 0.
           01 RuleCh PIC X.
           01 RuleVal PIC 999.
           01 PackTable.
               05 PackCount OCCURS 52 TIMES PIC 99.
           01 PackI PIC 99.
           01 PackJ PIC 99.
           01 PackLen PIC 99.
           01 PackLine PIC X(60).
           01 RemoveCount PIC 99.
           01 ViolType PIC 9.
           01 ViolItem PIC 99.
           01 ViolOther PIC 99.
           01 ViolMax PIC 9(5) VALUE 5000.
           01 ViolCount PIC 9(5) VALUE 0.
           01 ViolTable.
               05 ViolEntry OCCURS 5000 TIMES.
                   10 VtType PIC 9.
                   10 VtLine PIC 9(7).
                   10 VtItem PIC 99.
                   10 VtOther PIC 99.
                   10 VtCount PIC 99.
           01 VI PIC 9(5).
           01 TypeTotals.
               05 TypeTotal OCCURS 3 TIMES PIC 9(5) VALUE 0.
           01 ComplyCount PIC 9(5) VALUE 0.
           01 ComplyLineNum PIC 9(7) VALUE 0.
           01 ComplyRucksacks PIC 9(7) VALUE 0.
           01 SectType PIC 9.
           01 SectCount PIC 9(5).
           01 ComplyCh PIC X.
           01 ComplyCh2 PIC X.
           01 ComplyCntEd PIC Z(4)9.
           01 ComplyCopiesEd PIC Z9.
           01 ComplyAllowEd PIC Z9.
      *>      declared-value valuation - every item in every
      *>      rucksack priced at its item master value and totalled
      *>      per rucksack, per badge group and per roster team. An
      *>      item with no master value is listed as unvalued, never
      *>      priced at zero. A rucksack declared above the insurance
      *>      threshold (DAY03_INSURE_VAL) is flagged and listed
      *>      again at the end of the report
           01 DeclaredFS PIC XX.
           01 DeclOpen PIC 9 VALUE 0.
           01 InsureLimit PIC 9(9) VALUE 1000.
           01 InsureParm PIC X(11).
           01 InsureEd PIC Z(8)9.
           01 RuckValue PIC 9(12).
           01 RuckUnval PIC 9(3).
           01 RuckUnvalList PIC X(52).
           01 UnvalPtr PIC 99.
           01 GroupValue PIC 9(14) VALUE 0.
           01 GroupUnval PIC 9(5) VALUE 0.
           01 DeclTotal PIC 9(14) VALUE 0.
           01 DeclUnval PIC 9(7) VALUE 0.
           01 DeclRucks PIC 9(7) VALUE 0.
           01 UnvalTable.
               05 UnvalEntry OCCURS 52 TIMES.
                   10 UnvalCopies PIC 9(7) VALUE 0.
                   10 UnvalRucks PIC 9(7) VALUE 0.
           01 OverMax PIC 9(5) VALUE 2000.
           01 OverCount PIC 9(5) VALUE 0.
           01 OverTable.
               05 OverEntry OCCURS 2000 TIMES.
                   10 OvLine PIC 9(7).
                   10 OvValue PIC 9(12).
                   10 OvUnval PIC 9(3).
           01 OI PIC 9(5).
      *>      one rucksack line of the report - filled from here
      *>      for both the running list and the threshold list
           01 DvLine PIC 9(7).
           01 DvValue PIC 9(12).
           01 DvUnval PIC 9(3).
           01 DvList PIC X(52).
           01 DeclValEd PIC Z(13)9.
           01 DeclUnvalEd PIC Z(6)9.
           01 DeclCntEd PIC Z(6)9.
           01 DeclOverEd PIC Z(3)9.
      *>      the roster row in force on the cycle date is the one
      *>      loaded - on the archive date under AOCRERUN. With no
      *>      roster on disk every rucksack falls to *NOT ON ROSTER*
           01 RosterFileName PIC X(100) VALUE "../data/01_roster.txt".
           01 RosterParm PIC X(100).
           01 RosterFS PIC XX.
           01 RosAsOf PIC X(10).
           01 RosAsOfParm PIC X(12).
           01 RosterEOF PIC 9 VALUE 0.
           01 RosterCount PIC 9(5) VALUE 0.
           01 RosterMax PIC 9(5) VALUE 20000.
           01 RosterTable.
               05 RosterEntry OCCURS 20000 TIMES.
                   10 RtKnown PIC 9 VALUE 0.
                   10 RtName PIC X(20).
                   10 RtTeam PIC X(10).
           01 ThisName PIC X(20).
           01 ThisTeam PIC X(15).
      *>      team totals - the row after TeamMax takes any teams
      *>      beyond the table as (OTHER TEAMS)
           01 TeamMax PIC 9(3) VALUE 500.
           01 TeamCount PIC 9(3) VALUE 0.
           01 TeamTable.
               05 TeamEntry OCCURS 501 TIMES.
                   10 TmName PIC X(15).
                   10 TmRucks PIC 9(7).
                   10 TmValue PIC 9(14).
                   10 TmUnval PIC 9(7).
                   10 TmOver PIC 9(5).
           01 TeamHold PIC X(48).
           01 TeamI PIC 9(3).
           01 TeamJ PIC 9(3).
           01 TeamHit PIC 9(3).
           01 DataFS PIC XX.
           01 ExceptionFS PIC XX.
           01 FreqReportFS PIC XX.
           01 OpenFailed PIC 9 VALUE 0.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
      *>      what the compliance report is dated for - the archive
      *>      date on a controlled rerun, else the cycle's run ID
           01 ComplyRerunParm PIC X(12).
           01 ComplyRunId PIC X(16).

      *>      sender feed controls - an optional "HDR DAYnn
      *>      YYYY-MM-DD" header and "TRL nnnnnnn" trailer around
       000-Main.
           PERFORM 040-Get-Data-File
           PERFORM 045-Get-Group-Size
           PERFORM 047-Get-Insure-Limit
           PERFORM 060-Load-Item-Master
           PERFORM 062-Load-Roster
           PERFORM 005-Open-Files
           IF OpenFailed = 1 THEN
               PERFORM 815-Flush-Exceptions
               PERFORM 820-Set-RunStat
               GOBACK
           END-IF
           PERFORM 066-Open-Declared
           COPY READLOOP REPLACING ==DD-FILE== BY ==DataFile==
               ==DD-RECORD== BY ==DataLine==
               ==DD-ATEND== BY ==CONTINUE==
               DISPLAY Leftover " LEFTOVER RUCKSACK(S) NOT IN A "
                   "COMPLETE GROUP OF " GroupSize
           END-IF
           IF ComplyCount > 0 THEN
               DISPLAY ComplyCount " PACKING RULE VIOLATION(S) - SEE "
                   "03_comply.txt"
           END-IF
           PERFORM 700-Write-Freq-Report
           PERFORM 750-Write-Comply-Report
           PERFORM 770-Finish-Declared
           PERFORM 800-Build-Summary
           PERFORM 810-Write-Ledger
           PERFORM 815-Flush-Exceptions
           IF OpenFailed = 1 OR CtlFailed = 1 THEN
               MOVE 12 TO StatSeverity
           ELSE
               IF ExcCount > 0 OR ComplyCount > 0 THEN
                   MOVE 4 TO StatSeverity
               ELSE
                   MOVE 0 TO StatSeverity
           END-IF
           .

      *>      insurance threshold for the declared-value report - a
      *>      missing, non-numeric or zero value keeps the default
       047-Get-Insure-Limit.
           MOVE SPACE TO InsureParm
           ACCEPT InsureParm FROM ENVIRONMENT "DAY03_INSURE_VAL"
           IF InsureParm NOT = SPACE
               AND FUNCTION TEST-NUMVAL(InsureParm) = 0 THEN
               IF FUNCTION NUMVAL(InsureParm) > 0 THEN
                   MOVE FUNCTION NUMVAL(InsureParm) TO InsureLimit
               END-IF
           END-IF
           .

       005-Open-Files.
           OPEN INPUT DataFile
           IF DataFS NOT = "00" THEN
                           MOVE SPACES TO RepackLine
                           STRING "REPACK WORK ORDERS - "
                               DELIMITED BY SIZE
                               "COMPARTMENT DUPLICATES AND PACKING "
                               DELIMITED BY SIZE
                               "RULES" DELIMITED BY SIZE
                               INTO RepackLine
                           WRITE RepackLine
                       END-IF
           END-IF
           .

      *>      an entry is taken for any a-z/A-Z letter - its
      *>      packing rules apply whether or not its unit value is
      *>      usable, and an item with no usable value stays
      *>      unpriced
       070-Store-Item-Entry.
           MOVE ImLetter TO RuleCh
           PERFORM 077-Rule-Priority
           MOVE RuleVal TO ItemVal
           IF ItemVal >= 1 AND ItemVal <= 52 THEN
               MOVE 1 TO ItemRuled(ItemVal)
               MOVE ImDesc TO ItemDesc(ItemVal)
               PERFORM 075-Store-Item-Rules
               IF ImValue NUMERIC THEN
                   MOVE 1 TO ItemKnown(ItemVal)
                   MOVE ImValue TO ItemValue(ItemVal)
               END-IF
           END-IF
           .

      *>      the item's packing rules - an unrecognised class is
      *>      taken as normal, a restricted item with no usable
      *>      allowed count gets 1, and a not-together letter that
      *>      is not an item letter (or is the item itself) is
      *>      ignored
       075-Store-Item-Rules.
           MOVE "N" TO ItemClass(ItemVal)
           MOVE 0 TO ItemAllowed(ItemVal)
           MOVE 0 TO ItemNotWith(ItemVal)
           IF ImClass = "P" OR ImClass = "R" THEN
               MOVE ImClass TO ItemClass(ItemVal)
           END-IF
           IF ImClass = "R" THEN
               MOVE 1 TO ItemAllowed(ItemVal)
               IF ImAllowed NOT = SPACE
                   AND FUNCTION TEST-NUMVAL(ImAllowed) = 0 THEN
                   MOVE FUNCTION NUMVAL(ImAllowed)
                       TO ItemAllowed(ItemVal)
               END-IF
           END-IF
           IF ImNotWith NOT = SPACE THEN
               MOVE ImNotWith TO RuleCh
               PERFORM 077-Rule-Priority
               IF RuleVal >= 1 AND RuleVal <= 52
                   AND RuleVal NOT = ItemVal THEN
                   MOVE RuleVal TO ItemNotWith(ItemVal)
               END-IF
           END-IF
           IF ItemClass(ItemVal) NOT = "N"
               OR ItemNotWith(ItemVal) > 0 THEN
               ADD 1 TO RuleCount
           END-IF
           .

      *>      RuleCh folded to its 1-52 priority, 0 when it is not
      *>      a-z/A-Z
       077-Rule-Priority.
           MOVE FUNCTION ORD(RuleCh) TO RuleVal
           IF RuleVal > 97 AND RuleVal <= 123 THEN
               COMPUTE RuleVal = RuleVal - 97
           ELSE
               IF RuleVal > 65 AND RuleVal <= 91 THEN
                   COMPUTE RuleVal = RuleVal - 65 + 26
               ELSE
                   MOVE 0 TO RuleVal
               END-IF
           END-IF
           .

      *>      priority RuleVal back to its item letter in RuleCh
       078-Rule-Letter.
           IF RuleVal <= 26 THEN
               MOVE FUNCTION CHAR(RuleVal + 97) TO RuleCh
           ELSE
               MOVE FUNCTION CHAR(RuleVal - 26 + 65) TO RuleCh
           END-IF
           .

      *>      the roster is optional - without it the declared-value
      *>      report shows line numbers only, under *NOT ON ROSTER*
       062-Load-Roster.
           MOVE SPACE TO RosterParm
           ACCEPT RosterParm FROM ENVIRONMENT "DD_DAY01_ROSTER"
           IF RosterParm NOT = SPACE THEN
               MOVE RosterParm TO RosterFileName
           END-IF
           ACCEPT RunDate FROM DATE YYYYMMDD
           MOVE RunDate(1:4) TO RunDateEd(1:4)
           MOVE "-" TO RunDateEd(5:1)
           MOVE RunDate(5:2) TO RunDateEd(6:2)
           MOVE "-" TO RunDateEd(8:1)
           MOVE RunDate(7:2) TO RunDateEd(9:2)
           MOVE SPACE TO RosAsOfParm
           ACCEPT RosAsOfParm FROM ENVIRONMENT "AOC_RERUN_OF"
           IF RosAsOfParm NOT = SPACE THEN
               MOVE RosAsOfParm(1:10) TO RosAsOf
           ELSE
               MOVE RunDateEd TO RosAsOf
           END-IF
           INITIALIZE TeamTable
           IF ItemsLoaded = 1 THEN
               OPEN INPUT RosterFile
               IF RosterFS = "00" THEN
                   MOVE 0 TO RosterEOF
                   PERFORM UNTIL RosterEOF = 1
                       READ RosterFile
                           AT END MOVE 1 TO RosterEOF
                           NOT AT END PERFORM 064-Store-Roster
                       END-READ
                   END-PERFORM
                   CLOSE RosterFile
               END-IF
           END-IF
           .

       064-Store-Roster.
           IF RosRecNum NUMERIC AND RosRecNum > 0
               AND RosRecNum <= RosterMax
               AND (RosRecFrom = SPACE OR RosRecFrom NOT > RosAsOf)
               AND (RosRecTo = SPACE OR RosRecTo NOT < RosAsOf) THEN
               MOVE 1 TO RtKnown(RosRecNum)
               MOVE RosRecName TO RtName(RosRecNum)
               MOVE RosRecTeam TO RtTeam(RosRecNum)
               ADD 1 TO RosterCount
           END-IF
           .

      *>      the declared-value report is opened with the other
      *>      outputs so each rucksack can be written as it is
      *>      valued - a failure here loses only this report
       066-Open-Declared.
           OPEN OUTPUT DeclaredReport
           IF DeclaredFS NOT = "00" THEN
               MOVE "AOC314E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY03: CANNOT OPEN 03_declared.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   DeclaredFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE 1 TO DeclOpen
               MOVE InsureLimit TO InsureEd
               MOVE SPACES TO DeclaredLine
               STRING "DECLARED VALUE - CYCLE DATE " DELIMITED BY SIZE
                   RosAsOf DELIMITED BY SIZE
                   "  INSURANCE THRESHOLD " DELIMITED BY SIZE
                   FUNCTION TRIM(InsureEd) DELIMITED BY SIZE
                   INTO DeclaredLine
               WRITE DeclaredLine
               MOVE SPACES TO DeclaredLine
               WRITE DeclaredLine
               IF ItemsLoaded = 0 THEN
                   STRING "NO ITEM MASTER ON DISK - NOTHING VALUED"
                       DELIMITED BY SIZE
                       INTO DeclaredLine
                   WRITE DeclaredLine
               ELSE
                   MOVE RosterCount TO DeclCntEd
                   IF RosterCount > 0 THEN
                       STRING "ROSTER: " DELIMITED BY SIZE
                           FUNCTION TRIM(DeclCntEd) DELIMITED BY SIZE
                           " ELF(S) IN FORCE" DELIMITED BY SIZE
                           INTO DeclaredLine
                   ELSE
                       STRING "ROSTER: NOT ON DISK - TEAMS NOT "
                           DELIMITED BY SIZE
                           "RESOLVED" DELIMITED BY SIZE
                           INTO DeclaredLine
                   END-IF
                   WRITE DeclaredLine
                   MOVE SPACES TO DeclaredLine
                   WRITE DeclaredLine
                   MOVE "LINE" TO DeclaredLine(6:4)
                   MOVE "NAME" TO DeclaredLine(12:4)
                   MOVE "TEAM" TO DeclaredLine(33:4)
                   MOVE "DECLARED VALUE" TO DeclaredLine(49:14)
                   MOVE "UNVALUED ITEMS" TO DeclaredLine(74:14)
                   WRITE DeclaredLine
               END-IF
           END-IF
           .

           ADD 1 TO CtlDataCount
           ADD 1 TO LineNum
           MOVE FUNCTION TRIM(DataLine) TO Elf(C)
           IF ItemsLoaded = 1 THEN
               PERFORM 410-Count-Items
           END-IF
           PERFORM 100-CalcPart1
           IF RuleCount > 0 THEN
               PERFORM 400-Check-Compliance
           END-IF
           IF ItemsLoaded = 1 THEN
               PERFORM 440-Value-Rucksack
           END-IF
           IF C=GroupSize THEN
               MOVE 1 TO C
               ADD 1 TO GroupNum
                   MOVE Elf(2) TO Elf(3)
               END-IF
               PERFORM 300-CalcPart2
               IF ItemsLoaded = 1 THEN
                   PERFORM 450-Close-Group-Value
               END-IF
           ELSE
               ADD 1 TO C
           END-IF
           MOVE ExceptionLine TO ExmData
           CALL "EXCMST" USING ExcMaster
           .

      *>      the rucksack's item counts, taken from the whole line
      *>      before Part 1 blanks it
       410-Count-Items.
           MOVE ZEROS TO PackTable
           MOVE FUNCTION TRIM(DataLine) TO PackLine
           MOVE LENGTH OF FUNCTION TRIM(DataLine) TO PackLen
           PERFORM VARYING PackI FROM 1 BY 1 UNTIL PackI > PackLen
               MOVE PackLine(PackI:1) TO RuleCh
               PERFORM 077-Rule-Priority
               IF RuleVal >= 1 AND RuleVal <= 52 THEN
                   ADD 1 TO PackCount(RuleVal)
               END-IF
           END-PERFORM
           .

      *>      the rucksack against every rule - a prohibited item
      *>      at all, a restricted item over its allowed count, an
      *>      item packed with the one it may not travel with (a
      *>      pair ruled both ways round is reported once)
       400-Check-Compliance.
           MOVE ComplyCount TO SectCount
           PERFORM VARYING PackI FROM 1 BY 1 UNTIL PackI > 52
               IF PackCount(PackI) > 0 AND ItemRuled(PackI) = 1 THEN
                   IF ItemClass(PackI) = "P" THEN
                       MOVE 1 TO ViolType
                       MOVE PackI TO ViolItem
                       MOVE 0 TO ViolOther
                       MOVE PackCount(PackI) TO RemoveCount
                       PERFORM 420-Log-Violation
                   END-IF
                   IF ItemClass(PackI) = "R"
                       AND PackCount(PackI) > ItemAllowed(PackI) THEN
                       MOVE 2 TO ViolType
                       MOVE PackI TO ViolItem
                       MOVE 0 TO ViolOther
                       COMPUTE RemoveCount =
                           PackCount(PackI) - ItemAllowed(PackI)
                       PERFORM 420-Log-Violation
                   END-IF
                   IF ItemNotWith(PackI) > 0 THEN
                       MOVE ItemNotWith(PackI) TO PackJ
                       IF PackCount(PackJ) > 0
                           AND NOT (ItemNotWith(PackJ) = PackI
                               AND PackJ < PackI) THEN
                           MOVE 3 TO ViolType
                           MOVE PackI TO ViolItem
                           MOVE PackJ TO ViolOther
                           MOVE PackCount(PackJ) TO RemoveCount
                           PERFORM 420-Log-Violation
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF ComplyCount > SectCount THEN
               ADD 1 TO ComplyRucksacks
           END-IF
           .

      *>      one violation - the free-text exception log and the
      *>      exception master under the rule's own reason code, a
      *>      repack work order for the crew, and a slot for the
      *>      compliance report
       420-Log-Violation.
           ADD 1 TO ComplyCount
           ADD 1 TO TypeTotal(ViolType)
           IF ViolCount < ViolMax THEN
               ADD 1 TO ViolCount
               MOVE ViolType TO VtType(ViolCount)
               MOVE LineNum TO VtLine(ViolCount)
               MOVE ViolItem TO VtItem(ViolCount)
               MOVE ViolOther TO VtOther(ViolCount)
               MOVE PackCount(ViolItem) TO VtCount(ViolCount)
           END-IF
           MOVE ViolItem TO RuleVal
           PERFORM 078-Rule-Letter
           MOVE RuleCh TO ComplyCh
           IF ViolOther > 0 THEN
               MOVE ViolOther TO RuleVal
               PERFORM 078-Rule-Letter
               MOVE RuleCh TO ComplyCh2
           END-IF
           MOVE LineNum TO ExcLineNum
           MOVE PackCount(ViolItem) TO ComplyCopiesEd
           MOVE ItemAllowed(ViolItem) TO ComplyAllowEd
           MOVE SPACES TO ExceptionLine
           EVALUATE ViolType
               WHEN 1
                   STRING "LINE " DELIMITED BY SIZE
                       ExcLineNum DELIMITED BY SIZE
                       ": PROHIBITED ITEM " DELIMITED BY SIZE
                       ComplyCh DELIMITED BY SIZE
                       " PACKED (" DELIMITED BY SIZE
                       FUNCTION TRIM(ComplyCopiesEd) DELIMITED BY SIZE
                       " COPIES)" DELIMITED BY SIZE
                       INTO ExceptionLine
                   MOVE "PROHIBIT" TO ExmReason
               WHEN 2
                   STRING "LINE " DELIMITED BY SIZE
                       ExcLineNum DELIMITED BY SIZE
                       ": RESTRICTED ITEM " DELIMITED BY SIZE
                       ComplyCh DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(ComplyCopiesEd) DELIMITED BY SIZE
                       " COPIES, " DELIMITED BY SIZE
                       FUNCTION TRIM(ComplyAllowEd) DELIMITED BY SIZE
                       " ALLOWED" DELIMITED BY SIZE
                       INTO ExceptionLine
                   MOVE "RESTRICT" TO ExmReason
               WHEN OTHER
                   STRING "LINE " DELIMITED BY SIZE
                       ExcLineNum DELIMITED BY SIZE
                       ": ITEMS " DELIMITED BY SIZE
                       ComplyCh DELIMITED BY SIZE
                       " AND " DELIMITED BY SIZE
                       ComplyCh2 DELIMITED BY SIZE
                       " PACKED TOGETHER" DELIMITED BY SIZE
                       INTO ExceptionLine
                   MOVE "NOTWITH " TO ExmReason
           END-EVALUATE
           WRITE ExceptionLine
           MOVE "DAY03" TO ExmDay
           MOVE LineNum TO ExmSource
           MOVE ExceptionLine TO ExmData
           CALL "EXCMST" USING ExcMaster
           PERFORM 430-Write-Rule-Repack
           .

      *>      the work order names the item to take out - for a
      *>      forbidden pair, the second item of the pair, moved to
      *>      another rucksack
       430-Write-Rule-Repack.
           ADD 1 TO RepackCount
           MOVE LineNum TO RepackLineEd
           MOVE RemoveCount TO RepackCntEd
           MOVE SPACES TO RepackLine
           IF ViolType = 3 THEN
               MOVE ViolOther TO RuleVal
               MOVE ComplyCh2 TO RuleCh
           ELSE
               MOVE ViolItem TO RuleVal
               MOVE ComplyCh TO RuleCh
           END-IF
           STRING "LINE " DELIMITED BY SIZE
               RepackLineEd DELIMITED BY SIZE
               " ITEM " DELIMITED BY SIZE
               RuleCh DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(ItemDesc(RuleVal)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RepackLine
           EVALUATE ViolType
               WHEN 1
                   STRING FUNCTION TRIM(RepackLine TRAILING)
                       DELIMITED BY SIZE
                       " PROHIBITED - REMOVE ALL " DELIMITED BY SIZE
                       FUNCTION TRIM(RepackCntEd) DELIMITED BY SIZE
                       " COPIES" DELIMITED BY SIZE
                       INTO RepackLine
               WHEN 2
                   STRING FUNCTION TRIM(RepackLine TRAILING)
                       DELIMITED BY SIZE
                       " RESTRICTED - REMOVE " DELIMITED BY SIZE
                       FUNCTION TRIM(RepackCntEd) DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       FUNCTION TRIM(ComplyCopiesEd) DELIMITED BY SIZE
                       " COPIES" DELIMITED BY SIZE
                       INTO RepackLine
               WHEN OTHER
                   STRING FUNCTION TRIM(RepackLine TRAILING)
                       DELIMITED BY SIZE
                       " NOT WITH ITEM " DELIMITED BY SIZE
                       ComplyCh DELIMITED BY SIZE
                       " - MOVE " DELIMITED BY SIZE
                       FUNCTION TRIM(RepackCntEd) DELIMITED BY SIZE
                       " COPIES TO ANOTHER RUCKSACK" DELIMITED BY SIZE
                       INTO RepackLine
           END-EVALUATE
           WRITE RepackLine
           .

      *>      the rucksack priced from its item counts - a copy of
      *>      a letter with no master entry is counted as unvalued
      *>      and named, not priced
       440-Value-Rucksack.
           MOVE 0 TO RuckValue
           MOVE 0 TO RuckUnval
           MOVE SPACES TO RuckUnvalList
           MOVE 1 TO UnvalPtr
           PERFORM VARYING PackI FROM 1 BY 1 UNTIL PackI > 52
               IF PackCount(PackI) > 0 THEN
                   IF ItemKnown(PackI) = 1 THEN
                       COMPUTE RuckValue = RuckValue
                           + PackCount(PackI) * ItemValue(PackI)
                   ELSE
                       ADD PackCount(PackI) TO RuckUnval
                       ADD PackCount(PackI) TO UnvalCopies(PackI)
                       ADD 1 TO UnvalRucks(PackI)
                       MOVE PackI TO RuleVal
                       PERFORM 078-Rule-Letter
                       STRING RuleCh DELIMITED BY SIZE
                           INTO RuckUnvalList
                           WITH POINTER UnvalPtr
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO DeclRucks
           ADD RuckValue TO GroupValue
           ADD RuckValue TO DeclTotal
           ADD RuckUnval TO GroupUnval
           ADD RuckUnval TO DeclUnval
           MOVE LineNum TO DvLine
           PERFORM 460-Resolve-Elf
           PERFORM 465-Add-To-Team
           IF RuckValue > InsureLimit THEN
               ADD 1 TO OverCount
               ADD 1 TO TmOver(TeamHit)
               IF OverCount <= OverMax THEN
                   MOVE LineNum TO OvLine(OverCount)
                   MOVE RuckValue TO OvValue(OverCount)
                   MOVE RuckUnval TO OvUnval(OverCount)
               END-IF
           END-IF
           MOVE RuckValue TO DvValue
           MOVE RuckUnval TO DvUnval
           MOVE RuckUnvalList TO DvList
           PERFORM 447-Write-Ruck-Line
           .

      *>      one rucksack line - line number, the elf's name and
      *>      team, the declared value (flagged when over the
      *>      threshold) and the unvalued items it holds
       447-Write-Ruck-Line.
           IF DeclOpen = 1 THEN
               PERFORM 460-Resolve-Elf
               MOVE SPACES TO DeclaredLine
               MOVE DvLine TO ExcLineNum
               MOVE ExcLineNum TO DeclaredLine(3:7)
               MOVE ThisName TO DeclaredLine(12:20)
               MOVE ThisTeam TO DeclaredLine(33:15)
               MOVE DvValue TO DeclValEd
               MOVE DeclValEd TO DeclaredLine(49:14)
               IF DvValue > InsureLimit THEN
                   MOVE "** OVER **" TO DeclaredLine(64:10)
               END-IF
               IF DvUnval > 0 THEN
                   MOVE DvUnval TO DeclOverEd
                   MOVE DeclOverEd TO DeclaredLine(74:4)
                   MOVE DvList TO DeclaredLine(79:22)
               END-IF
               WRITE DeclaredLine
           END-IF
           .

      *>      a badge group closes - its total goes out under its
      *>      members' lines, and the running total starts again
       450-Close-Group-Value.
           IF DeclOpen = 1 THEN
               MOVE GroupNum TO GroupNumEd
               MOVE SPACES TO DeclaredLine
               IF BadgeValid = 1 THEN
                   STRING "GROUP " DELIMITED BY SIZE
                       FUNCTION TRIM(GroupNumEd) DELIMITED BY SIZE
                       " TOTAL - BADGE " DELIMITED BY SIZE
                       Res DELIMITED BY SIZE
                       INTO DeclaredLine(12:36)
               ELSE
                   STRING "GROUP " DELIMITED BY SIZE
                       FUNCTION TRIM(GroupNumEd) DELIMITED BY SIZE
                       " TOTAL - BADGE ?" DELIMITED BY SIZE
                       INTO DeclaredLine(12:36)
               END-IF
               MOVE GroupValue TO DeclValEd
               MOVE DeclValEd TO DeclaredLine(49:14)
               IF GroupUnval > 0 THEN
                   MOVE GroupUnval TO DeclOverEd
                   MOVE DeclOverEd TO DeclaredLine(74:4)
               END-IF
               WRITE DeclaredLine
               MOVE SPACES TO DeclaredLine
               WRITE DeclaredLine
           END-IF
           MOVE 0 TO GroupValue
           MOVE 0 TO GroupUnval
           .

      *>      name and team for rucksack line DvLine - the elf of
      *>      the same number on the roster in force
       460-Resolve-Elf.
           MOVE SPACES TO ThisName
           MOVE "*NOT ON ROSTER*" TO ThisTeam
           IF DvLine > 0 AND DvLine <= RosterMax THEN
               IF RtKnown(DvLine) = 1 THEN
                   MOVE RtName(DvLine) TO ThisName
                   IF RtTeam(DvLine) = SPACE THEN
                       MOVE "(NO TEAM)" TO ThisTeam
                   ELSE
                       MOVE RtTeam(DvLine) TO ThisTeam
                   END-IF
               END-IF
           END-IF
           .

      *>      the rucksack into its team's totals - TeamHit is left
      *>      on the team's row
       465-Add-To-Team.
           MOVE 0 TO TeamHit
           PERFORM VARYING TeamI FROM 1 BY 1
               UNTIL TeamI > TeamCount OR TeamHit > 0
               IF TmName(TeamI) = ThisTeam THEN
                   MOVE TeamI TO TeamHit
               END-IF
           END-PERFORM
           IF TeamHit = 0 THEN
               IF TeamCount < TeamMax THEN
                   ADD 1 TO TeamCount
                   MOVE TeamCount TO TeamHit
                   MOVE ThisTeam TO TmName(TeamHit)
               ELSE
                   COMPUTE TeamHit = TeamMax + 1
                   MOVE "(OTHER TEAMS)" TO TmName(TeamHit)
               END-IF
           END-IF
           ADD 1 TO TmRucks(TeamHit)
           ADD RuckValue TO TmValue(TeamHit)
           ADD RuckUnval TO TmUnval(TeamHit)
           .

      *>      the safety review's report - the rules in force, then
      *>      one section per rule with every rucksack breaking it,
      *>      in input line order
       750-Write-Comply-Report.
           OPEN OUTPUT ComplyReport
           IF ComplyFS NOT = "00" THEN
               MOVE "AOC312E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY03: CANNOT OPEN 03_comply.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   ComplyFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE SPACE TO ComplyRunId
               ACCEPT ComplyRunId FROM ENVIRONMENT "AOC_RUN_ID"
               IF ComplyRunId(2:8) IS NUMERIC THEN
                   MOVE ComplyRunId(2:8) TO RunDate
               ELSE
                   ACCEPT RunDate FROM DATE YYYYMMDD
               END-IF
               MOVE RunDate(1:4) TO RunDateEd(1:4)
               MOVE "-" TO RunDateEd(5:1)
               MOVE RunDate(5:2) TO RunDateEd(6:2)
               MOVE "-" TO RunDateEd(8:1)
               MOVE RunDate(7:2) TO RunDateEd(9:2)
               MOVE SPACE TO ComplyRerunParm
               ACCEPT ComplyRerunParm FROM ENVIRONMENT "AOC_RERUN_OF"
               IF ComplyRerunParm NOT = SPACE THEN
                   MOVE ComplyRerunParm(1:10) TO RunDateEd
               END-IF
               MOVE SPACES TO ComplyLine
               STRING "PACKING RULE COMPLIANCE - RUN DATE "
                   DELIMITED BY SIZE
                   RunDateEd DELIMITED BY SIZE
                   INTO ComplyLine
               WRITE ComplyLine
               MOVE SPACES TO ComplyLine
               WRITE ComplyLine
               IF RuleCount = 0 THEN
                   STRING "NO PACKING RULES ON THE ITEM MASTER - "
                       DELIMITED BY SIZE
                       "NOTHING CHECKED" DELIMITED BY SIZE
                       INTO ComplyLine
                   WRITE ComplyLine
               ELSE
                   MOVE "RULES IN FORCE" TO ComplyLine
                   WRITE ComplyLine
                   PERFORM VARYING PackI FROM 1 BY 1 UNTIL PackI > 52
                       IF ItemRuled(PackI) = 1
                           AND (ItemClass(PackI) NOT = "N"
                               OR ItemNotWith(PackI) > 0) THEN
                           PERFORM 755-Write-Rule-Line
                       END-IF
                   END-PERFORM
                   PERFORM VARYING SectType FROM 1 BY 1
                       UNTIL SectType > 3
                       PERFORM 760-Write-Comply-Section
                   END-PERFORM
                   MOVE SPACES TO ComplyLine
                   WRITE ComplyLine
                   MOVE LineNum TO RepackLineEd
                   MOVE ComplyRucksacks TO GroupLineEd
                   MOVE ComplyCount TO ComplyCntEd
                   MOVE SPACES TO ComplyLine
                   STRING "RUCKSACKS CHECKED: " DELIMITED BY SIZE
                       FUNCTION TRIM(RepackLineEd) DELIMITED BY SIZE
                       "  WITH A VIOLATION: " DELIMITED BY SIZE
                       FUNCTION TRIM(GroupLineEd) DELIMITED BY SIZE
                       "  VIOLATIONS: " DELIMITED BY SIZE
                       FUNCTION TRIM(ComplyCntEd) DELIMITED BY SIZE
                       INTO ComplyLine
                   WRITE ComplyLine
                   IF ComplyCount > ViolCount THEN
                       COMPUTE SectCount = ComplyCount - ViolCount
                       MOVE SectCount TO ComplyCntEd
                       MOVE SPACES TO ComplyLine
                       STRING FUNCTION TRIM(ComplyCntEd)
                           DELIMITED BY SIZE
                           " VIOLATION(S) OVER THE LISTING LIMIT - SEE "
                           DELIMITED BY SIZE
                           "03_except.txt" DELIMITED BY SIZE
                           INTO ComplyLine
                       WRITE ComplyLine
                   END-IF
               END-IF
               CLOSE ComplyReport
           END-IF
           IF ComplyCount > 0 THEN
               MOVE ComplyCount TO ComplyCntEd
               MOVE ComplyRucksacks TO GroupLineEd
               MOVE "AOC313W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY03: " DELIMITED BY SIZE
                   FUNCTION TRIM(ComplyCntEd) DELIMITED BY SIZE
                   " PACKING RULE VIOLATION(S) IN " DELIMITED BY SIZE
                   FUNCTION TRIM(GroupLineEd) DELIMITED BY SIZE
                   " RUCKSACK(S) - SEE 03_comply.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           .

       755-Write-Rule-Line.
           MOVE PackI TO RuleVal
           PERFORM 078-Rule-Letter
           MOVE SPACES TO ComplyLine
           MOVE RuleCh TO ComplyLine(3:1)
           MOVE ItemDesc(PackI) TO ComplyLine(6:24)
           EVALUATE ItemClass(PackI)
               WHEN "P"
                   MOVE "PROHIBITED" TO ComplyLine(32:10)
               WHEN "R"
                   MOVE ItemAllowed(PackI) TO ComplyAllowEd
                   STRING "RESTRICTED - " DELIMITED BY SIZE
                       FUNCTION TRIM(ComplyAllowEd) DELIMITED BY SIZE
                       " ALLOWED" DELIMITED BY SIZE
                       INTO ComplyLine(32:24)
               WHEN OTHER
                   MOVE "NORMAL" TO ComplyLine(32:6)
           END-EVALUATE
           IF ItemNotWith(PackI) > 0 THEN
               MOVE ItemNotWith(PackI) TO RuleVal
               PERFORM 078-Rule-Letter
               MOVE "NOT WITH" TO ComplyLine(58:8)
               MOVE RuleCh TO ComplyLine(67:1)
           END-IF
           WRITE ComplyLine
           .

       760-Write-Comply-Section.
           MOVE SPACES TO ComplyLine
           WRITE ComplyLine
           EVALUATE SectType
               WHEN 1
                   MOVE "RUCKSACKS WITH A PROHIBITED ITEM"
                       TO ComplyLine
               WHEN 2
                   MOVE "RESTRICTED ITEMS ABOVE THE ALLOWED COUNT"
                       TO ComplyLine
               WHEN OTHER
                   MOVE "FORBIDDEN PAIRS PACKED IN THE SAME RUCKSACK"
                       TO ComplyLine
           END-EVALUATE
           MOVE TypeTotal(SectType) TO ComplyCntEd
           MOVE "(" TO ComplyLine(50:1)
           MOVE ComplyCntEd TO ComplyLine(51:5)
           MOVE ")" TO ComplyLine(56:1)
           WRITE ComplyLine
           IF TypeTotal(SectType) = 0 THEN
               MOVE "  NONE" TO ComplyLine
               WRITE ComplyLine
           ELSE
               PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > ViolCount
                   IF VtType(VI) = SectType THEN
                       PERFORM 765-Write-Violation-Line
                   END-IF
               END-PERFORM
           END-IF
           .

       765-Write-Violation-Line.
           MOVE SPACES TO ComplyLine
           MOVE VtLine(VI) TO ExcLineNum
           MOVE "LINE" TO ComplyLine(3:4)
           MOVE ExcLineNum TO ComplyLine(8:7)
           MOVE VtItem(VI) TO RuleVal
           PERFORM 078-Rule-Letter
           MOVE "ITEM" TO ComplyLine(17:4)
           MOVE RuleCh TO ComplyLine(22:1)
           MOVE ItemDesc(VtItem(VI)) TO ComplyLine(25:24)
           MOVE VtCount(VI) TO ComplyCopiesEd
           IF SectType = 3 THEN
               MOVE VtOther(VI) TO RuleVal
               PERFORM 078-Rule-Letter
               MOVE "WITH ITEM" TO ComplyLine(50:9)
               MOVE RuleCh TO ComplyLine(60:1)
               MOVE ItemDesc(VtOther(VI)) TO ComplyLine(63:24)
           ELSE
               MOVE ComplyCopiesEd TO ComplyLine(50:2)
               MOVE "COPIES" TO ComplyLine(53:6)
               IF SectType = 2 THEN
                   MOVE ItemAllowed(VtItem(VI)) TO ComplyAllowEd
                   MOVE ComplyAllowEd TO ComplyLine(61:2)
                   MOVE "ALLOWED" TO ComplyLine(64:7)
               END-IF
           END-IF
           WRITE ComplyLine
           .

      *>      close of the declared-value report - any rucksacks
      *>      left short of a badge group, the team totals in team
      *>      order, the rucksacks over the threshold, the items
      *>      that could not be priced, and the grand totals
       770-Finish-Declared.
           IF DeclOpen = 1 AND ItemsLoaded = 1 THEN
               IF C NOT = 1 THEN
                   COMPUTE Leftover = C - 1
                   MOVE SPACES TO DeclaredLine
                   STRING Leftover DELIMITED BY SIZE
                       " RUCKSACK(S) NOT IN A BADGE GROUP"
                       DELIMITED BY SIZE
                       INTO DeclaredLine(12:36)
                   MOVE GroupValue TO DeclValEd
                   MOVE DeclValEd TO DeclaredLine(49:14)
                   IF GroupUnval > 0 THEN
                       MOVE GroupUnval TO DeclOverEd
                       MOVE DeclOverEd TO DeclaredLine(74:4)
                   END-IF
                   WRITE DeclaredLine
                   MOVE SPACES TO DeclaredLine
                   WRITE DeclaredLine
               END-IF
               PERFORM 775-Write-Team-Section
               PERFORM 780-Write-Over-Section
               PERFORM 785-Write-Unvalued-Section
               MOVE SPACES TO DeclaredLine
               WRITE DeclaredLine
               MOVE DeclRucks TO DeclCntEd
               MOVE DeclTotal TO DeclValEd
               MOVE SPACES TO DeclaredLine
               STRING "RUCKSACKS VALUED: " DELIMITED BY SIZE
                   FUNCTION TRIM(DeclCntEd) DELIMITED BY SIZE
                   "  DECLARED VALUE: " DELIMITED BY SIZE
                   FUNCTION TRIM(DeclValEd) DELIMITED BY SIZE
                   INTO DeclaredLine
               WRITE DeclaredLine
               MOVE OverCount TO DeclCntEd
               MOVE DeclUnval TO DeclUnvalEd
               MOVE SPACES TO DeclaredLine
               STRING "ABOVE THRESHOLD: " DELIMITED BY SIZE
                   FUNCTION TRIM(DeclCntEd) DELIMITED BY SIZE
                   "  UNVALUED ITEMS (NOT IN THE VALUE): "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(DeclUnvalEd) DELIMITED BY SIZE
                   INTO DeclaredLine
               WRITE DeclaredLine
           END-IF
           IF DeclOpen = 1 THEN
               CLOSE DeclaredReport
           END-IF
           IF ItemsLoaded = 1 THEN
               MOVE DeclTotal TO DeclValEd
               MOVE DeclRucks TO DeclCntEd
               MOVE OverCount TO DeclOverEd
               MOVE DeclUnval TO DeclUnvalEd
               MOVE "AOC315I" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY03: DECLARED VALUE " DELIMITED BY SIZE
                   FUNCTION TRIM(DeclValEd) DELIMITED BY SIZE
                   " IN " DELIMITED BY SIZE
                   FUNCTION TRIM(DeclCntEd) DELIMITED BY SIZE
                   " RUCKSACK(S), " DELIMITED BY SIZE
                   FUNCTION TRIM(DeclOverEd) DELIMITED BY SIZE
                   " ABOVE THRESHOLD, " DELIMITED BY SIZE
                   FUNCTION TRIM(DeclUnvalEd) DELIMITED BY SIZE
                   " ITEM(S) UNVALUED - SEE 03_declared.txt"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           .

       775-Write-Team-Section.
           PERFORM VARYING TeamI FROM 1 BY 1 UNTIL TeamI >= TeamCount
               PERFORM VARYING TeamJ FROM 1 BY 1
                   UNTIL TeamJ > TeamCount - TeamI
                   IF TmName(TeamJ) > TmName(TeamJ + 1) THEN
                       MOVE TeamEntry(TeamJ) TO TeamHold
                       MOVE TeamEntry(TeamJ + 1) TO TeamEntry(TeamJ)
                       MOVE TeamHold TO TeamEntry(TeamJ + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO DeclaredLine
           WRITE DeclaredLine
           MOVE "DECLARED VALUE BY TEAM" TO DeclaredLine
           WRITE DeclaredLine
           MOVE SPACES TO DeclaredLine
           MOVE "TEAM" TO DeclaredLine(3:4)
           MOVE "RUCKSACKS" TO DeclaredLine(23:9)
           MOVE "DECLARED VALUE" TO DeclaredLine(49:14)
           MOVE "OVER" TO DeclaredLine(64:4)
           MOVE "UNVALUED" TO DeclaredLine(70:8)
           WRITE DeclaredLine
           PERFORM VARYING TeamI FROM 1 BY 1 UNTIL TeamI > TeamCount
               PERFORM 777-Write-Team-Line
           END-PERFORM
           COMPUTE TeamI = TeamMax + 1
           IF TmRucks(TeamI) > 0 THEN
               PERFORM 777-Write-Team-Line
           END-IF
           .

       777-Write-Team-Line.
           MOVE SPACES TO DeclaredLine
           MOVE TmName(TeamI) TO DeclaredLine(3:15)
           MOVE TmRucks(TeamI) TO DeclCntEd
           MOVE DeclCntEd TO DeclaredLine(25:7)
           MOVE TmValue(TeamI) TO DeclValEd
           MOVE DeclValEd TO DeclaredLine(49:14)
           MOVE TmOver(TeamI) TO DeclOverEd
           MOVE DeclOverEd TO DeclaredLine(64:4)
           MOVE TmUnval(TeamI) TO DeclUnvalEd
           MOVE DeclUnvalEd TO DeclaredLine(71:7)
           WRITE DeclaredLine
           .

      *>      the insurer's list - every rucksack declared above the
      *>      threshold, in line order
       780-Write-Over-Section.
           MOVE SPACES TO DeclaredLine
           WRITE DeclaredLine
           MOVE InsureLimit TO InsureEd
           MOVE OverCount TO DeclCntEd
           STRING "RUCKSACKS ABOVE THE INSURANCE THRESHOLD OF "
               DELIMITED BY SIZE
               FUNCTION TRIM(InsureEd) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(DeclCntEd) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO DeclaredLine
           WRITE DeclaredLine
           IF OverCount = 0 THEN
               MOVE "  NONE" TO DeclaredLine
               WRITE DeclaredLine
           ELSE
               PERFORM VARYING OI FROM 1 BY 1
                   UNTIL OI > OverCount OR OI > OverMax
                   MOVE OvLine(OI) TO DvLine
                   MOVE OvValue(OI) TO DvValue
                   MOVE OvUnval(OI) TO DvUnval
                   MOVE SPACES TO DvList
                   PERFORM 447-Write-Ruck-Line
               END-PERFORM
               IF OverCount > OverMax THEN
                   COMPUTE OI = OverCount - OverMax
                   MOVE OI TO DeclCntEd
                   MOVE SPACES TO DeclaredLine
                   STRING FUNCTION TRIM(DeclCntEd) DELIMITED BY SIZE
                       " MORE OVER THE LISTING LIMIT - SEE THE "
                       DELIMITED BY SIZE
                       "RUCKSACK LINES ABOVE" DELIMITED BY SIZE
                       INTO DeclaredLine
                   WRITE DeclaredLine
               END-IF
           END-IF
           .

      *>      letters found in rucksacks with no usable item master
      *>      value (none, or not numeric) - listed so the master
      *>      can be completed or corrected, never priced
       785-Write-Unvalued-Section.
           MOVE SPACES TO DeclaredLine
           WRITE DeclaredLine
           MOVE SPACES TO DeclaredLine
           STRING "UNVALUED ITEMS - NO VALID UNIT VALUE ON THE "
               DELIMITED BY SIZE
               "ITEM MASTER" DELIMITED BY SIZE
               INTO DeclaredLine
           WRITE DeclaredLine
           IF DeclUnval = 0 THEN
               MOVE "  NONE" TO DeclaredLine
               WRITE DeclaredLine
           ELSE
               PERFORM VARYING PackI FROM 1 BY 1 UNTIL PackI > 52
                   IF UnvalCopies(PackI) > 0 THEN
                       MOVE PackI TO RuleVal
                       PERFORM 078-Rule-Letter
                       MOVE UnvalCopies(PackI) TO DeclUnvalEd
                       MOVE UnvalRucks(PackI) TO DeclCntEd
                       MOVE SPACES TO DeclaredLine
                       STRING "  " DELIMITED BY SIZE
                           RuleCh DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           FUNCTION TRIM(DeclUnvalEd) DELIMITED BY SIZE
                           " COPIES IN " DELIMITED BY SIZE
                           FUNCTION TRIM(DeclCntEd) DELIMITED BY SIZE
                           " RUCKSACK(S)" DELIMITED BY SIZE
                           INTO DeclaredLine
                       WRITE DeclaredLine
                   END-IF
               END-PERFORM
           END-IF
           .
