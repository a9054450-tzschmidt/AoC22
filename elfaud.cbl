       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELFAUD.

      *>      elf referential integrity audit - the same elf is named
      *>      or numbered in a dozen places and nothing but the
      *>      roster says who it is. DAY01 and DAY04 mark a stranger
      *>      line by line; this program checks every file against
      *>      the roster (01_roster.txt, DD_DAY01_ROSTER) in every
      *>      direction and lists what is broken:
      *>        1. references with no roster entry - DAY01's totals
      *>           and calorie history, DAY02's "ELF <name>" guide
      *>           headers, DAY04's numbered crew members tonight
      *>           and in 04_prior.txt, and elf_master.dat (where a
      *>           master name that no longer matches the roster is
      *>           listed too)
      *>        2. roster elves with no activity for ELFAUD_IDLE
      *>           cycles (default 5) - a cycle is a run date on the
      *>           calorie history; an elf on tonight's DAY01, DAY02
      *>           or DAY04 feed, or the prior DAY04 schedule, is
      *>           active
      *>        3. rating-master names (02_ratings.dat) that match no
      *>           roster name
      *>        4. roster numbers that have carried a different name
      *>           across the calorie history, or whose last history
      *>           name is not the roster's name today, where the
      *>           roster row in force on the history run date does
      *>           not account for the name
      *>      The roster is effective-dated (see REFMNT): tonight's
      *>      references are checked against the rows in force on
      *>      the cycle date, calorie history records against the
      *>      row in force on their own run date.
      *>      A REFMNT delete leaves every one of these behind; this
      *>      is the list to clean up from. Output goes to
      *>      ../data/elf_audit.txt. Runs after ELFBLD in the job
      *>      network; harmless by hand. RC 0 clean, 4 findings
      *>      listed, 8 no roster to audit against

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RosterFile ASSIGN TO DYNAMIC RosterFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RosterFS.
               SELECT TotalsFile ASSIGN TO "../data/01_totals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TotalsFS.
               SELECT CalHistFile
                   ASSIGN TO "../data/calorie_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ChKey
           FILE STATUS IS CalHistFS.
               SELECT GuideFile ASSIGN TO DYNAMIC GuideFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GuideFS.
               SELECT RatingFile ASSIGN TO "../data/02_ratings.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RtName
           FILE STATUS IS RatingFS.
               SELECT CrewFile ASSIGN TO DYNAMIC CrewFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CrewFS.
               SELECT ElfMaster ASSIGN TO "../data/elf_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EmElf
           FILE STATUS IS ElfMasterFS.
               SELECT AuditReport ASSIGN TO "../data/elf_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditFS.


       DATA DIVISION.
           FILE SECTION.
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

           FD TotalsFile.
               01 TotalsRec.
                   05 TotElfNum PIC 9(5).
                   05 FILLER PIC X.
                   05 TotCalories PIC 9(20).
                   05 FILLER PIC X.
                   05 TotCategory PIC X(12).

           FD CalHistFile.
               01 CalHistRec.
                   05 ChKey.
                       10 ChElf PIC 9(5).
                       10 ChDate PIC X(10).
                   05 ChCal PIC 9(20).
                   05 ChName PIC X(20).
                   05 ChRunId PIC X(16).

      *>      DAY02's tournament feed - only the "ELF <name>" guide
      *>      headers matter here
           FD GuideFile.
               01 GuideRec.
                   05 GdWord PIC X(4).
                   05 GdName PIC X(20).
                   05 FILLER PIC X.

           FD RatingFile.
               01 RatingRec.
                   05 RtName PIC X(20).
                   05 RtGames PIC 9(7).
                   05 RtPoints PIC 9(10).
                   05 RtRating PIC 9(5).

      *>      DAY04's crew schedule - tonight's feed and the prior
      *>      run's copy are read through the same FD
           FD CrewFile.
               01 CrewRec PIC X(60).

           FD ElfMaster.
               01 ElfMasterRec.
                   05 EmElf PIC 9(5).
                   05 EmName PIC X(20).
                   05 EmTeam PIC X(10).
                   05 EmHasCal PIC 9.
                   05 EmCalories PIC 9(20).
                   05 EmCalRank PIC 9(5).
                   05 EmHasBadge PIC 9.
                   05 EmBadgeGroup PIC 9(7).
                   05 EmBadgeItem PIC X.
                   05 EmHasStand PIC 9.
                   05 EmStandPos PIC 9(3).

           FD AuditReport.
               01 AuditLine PIC X(132).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
      *>      source paths, resolved at run time through the same
      *>      DD_ variables the day programs honor
           01 RosterFileName PIC X(100) VALUE "../data/01_roster.txt".
           01 RosterParm PIC X(100).
      *>      the roster row in force on the cycle date is the one
      *>      loaded - on the archive date under AOCRERUN
           01 RosAsOf PIC X(10).
           01 RosAsOfParm PIC X(12).
           01 GuideFileName PIC X(100) VALUE "../data/02.txt".
           01 GuideParm PIC X(100).
           01 CrewFileName PIC X(100).
           01 CrewFeedName PIC X(100) VALUE "../data/04.txt".
           01 CrewParm PIC X(100).
           01 RosterFS PIC XX.
           01 TotalsFS PIC XX.
           01 CalHistFS PIC XX.
           01 GuideFS PIC XX.
           01 RatingFS PIC XX.
           01 CrewFS PIC XX.
           01 ElfMasterFS PIC XX.
           01 AuditFS PIC XX.
           COPY EOFFLAG.
           01 RunDate PIC X(8).
           01 IdleLimit PIC 9(3) VALUE 5.
           01 IdleParm PIC X(4).

      *>      everything known about each elf number, indexed
      *>      straight by the number as DAY01 indexes its roster
           01 TableMax PIC 9(5) VALUE 20000.
           01 ElfTab.
               05 ElfEntry OCCURS 20000 TIMES.
                   10 EtKnown PIC 9.
                   10 EtName PIC X(20).
                   10 EtActive PIC 9.
                   10 EtLastHist PIC X(10).
                   10 EtUnkTot PIC 9.
                   10 EtUnkHist PIC 9.
                   10 EtUnkHistDate PIC X(10).
                   10 EtUnkCrew PIC 9(5).
                   10 EtUnkCrewLine PIC 9(7).
                   10 EtUnkPrior PIC 9(5).
                   10 EtUnkPriorLine PIC 9(7).
                   10 EtUnkMaster PIC 9.
                   10 EtMasterName PIC X(20).
                   10 EtHistName PIC X(20).
                   10 EtNameChanges PIC 9(3).
                   10 EtFromName PIC X(20).
                   10 EtChangeDate PIC X(10).
                   10 EtFrom PIC X(10).
                   10 EtHistOk PIC 9.
           01 EI PIC 9(5).
           01 ElfChk PIC 9(7).

      *>      roster rows not in force tonight - closed by a transfer,
      *>      rename or delete, or not yet in force
           01 DatedMax PIC 9(5) VALUE 5000.
           01 DatedCount PIC 9(5) VALUE 0.
           01 DatedFull PIC 9 VALUE 0.
           01 DatedTab.
               05 DatedEntry OCCURS 5000 TIMES.
                   10 DtElf PIC 9(5).
                   10 DtName PIC X(20).
                   10 DtFrom PIC X(10).
                   10 DtTo PIC X(10).
           01 DtI PIC 9(5).
           01 DatedHit PIC 9.
           01 DatedName PIC X(20).
           01 NameHit PIC 9(5).
           01 SeekName PIC X(20).

      *>      the run dates on the calorie history - one per cycle
      *>      DAY01 ran - for the idle count
           01 MaxDates PIC 9(4) VALUE 1000.
           01 DateCount PIC 9(4) VALUE 0.
           01 DateFull PIC 9 VALUE 0.
           01 DateTab.
               05 HistDate OCCURS 1000 TIMES PIC X(10).
           01 DI PIC 9(4).
           01 DateHit PIC 9(4).
           01 IdleCycles PIC 9(4).

      *>      guide headers and rating names the roster does not
      *>      know, held for their sections of the report
           01 MaxGuides PIC 9(4) VALUE 500.
           01 GuideCount PIC 9(4) VALUE 0.
           01 GuideTab.
               05 GuideEntry OCCURS 500 TIMES.
                   10 GtName PIC X(20).
                   10 GtLine PIC 9(7).
           01 MaxRatings PIC 9(4) VALUE 2000.
           01 RatingCount PIC 9(4) VALUE 0.
           01 RatingTab.
               05 RatingEntry OCCURS 2000 TIMES.
                   10 RnName PIC X(20).
                   10 RnGames PIC 9(7).
                   10 RnRating PIC 9(5).
           01 TabFull PIC 9 VALUE 0.
           01 GI PIC 9(4).

      *>      crew parse - the same comma/colon split DAY04 runs
           01 CrewSource PIC 9.
           01 CrewLineNo PIC 9(7).
           01 MemFlds.
               05 MemFld OCCURS 8 TIMES PIC X(14).
           01 MemOver PIC X(14).
           01 MI PIC 99.
           01 ColonCount PIC 9.
           01 ElfPart PIC X(8).
           01 RangePart PIC X(8).

           01 RosterLoaded PIC 9(5) VALUE 0.
           01 SourceCount PIC 9(7).
           01 SourceName PIC X(20).
           01 SectTitle PIC X(60).
           01 FindCount PIC 9(5) VALUE 0.
           01 SectFinds PIC 9(5).
           01 BrokenCount PIC 9(5) VALUE 0.
           01 IdleCount PIC 9(5) VALUE 0.
           01 RatingFinds PIC 9(5) VALUE 0.
           01 ReuseCount PIC 9(5) VALUE 0.
           01 ElfEd PIC Z(4)9.
           01 CntEd PIC Z(6)9.
           01 Cnt2Ed PIC Z(6)9.
           01 LineEd PIC Z(6)9.
           01 IdleEd PIC ZZ9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Get-Parms
           PERFORM 100-Load-Roster
           IF RosterLoaded = 0 THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AuditReport
           IF AuditFS NOT = "00" THEN
               MOVE "AOC891E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ELFAUD: CANNOT OPEN elf_audit.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   AuditFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-Write-Header
           PERFORM 200-Load-Totals
           PERFORM 250-Load-History
           PERFORM 300-Load-Guides
           PERFORM 350-Load-Ratings
           MOVE 1 TO CrewSource
           MOVE CrewFeedName TO CrewFileName
           PERFORM 400-Load-Crews
           MOVE 2 TO CrewSource
           MOVE "../data/04_prior.txt" TO CrewFileName
           PERFORM 400-Load-Crews
           PERFORM 450-Load-Master
           PERFORM 600-Write-Broken-Refs
           PERFORM 650-Write-Idle-Elves
           PERFORM 700-Write-Rating-Names
           PERFORM 750-Write-Reused-Numbers
           PERFORM 900-Write-Totals
           CLOSE AuditReport
           IF FindCount > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
       STOP RUN
       .

       040-Get-Parms.
           MOVE SPACE TO RosterParm
           ACCEPT RosterParm FROM ENVIRONMENT "DD_DAY01_ROSTER"
           IF RosterParm NOT = SPACE THEN
               MOVE RosterParm TO RosterFileName
           END-IF
           MOVE SPACE TO GuideParm
           ACCEPT GuideParm FROM ENVIRONMENT "DD_DAY02"
           IF GuideParm NOT = SPACE THEN
               MOVE GuideParm TO GuideFileName
           END-IF
           MOVE SPACE TO CrewParm
           ACCEPT CrewParm FROM ENVIRONMENT "DD_DAY04"
           IF CrewParm NOT = SPACE THEN
               MOVE CrewParm TO CrewFeedName
           END-IF
           MOVE SPACE TO IdleParm
           ACCEPT IdleParm FROM ENVIRONMENT "ELFAUD_IDLE"
           IF IdleParm NOT = SPACE
               AND FUNCTION TEST-NUMVAL(IdleParm) = 0 THEN
               MOVE FUNCTION NUMVAL(IdleParm) TO IdleLimit
               IF IdleLimit = 0 THEN
                   MOVE 5 TO IdleLimit
               END-IF
           END-IF
           .

      *>      the cycle date printed is the date the roster was
      *>      taken as of - the archive date under AOCRERUN
       050-Write-Header.
           MOVE RosterLoaded TO CntEd
           MOVE IdleLimit TO IdleEd
           MOVE SPACES TO AuditLine
           STRING "ELF REFERENCE INTEGRITY AUDIT - CYCLE DATE "
               DELIMITED BY SIZE
               RosAsOf DELIMITED BY SIZE
               "  ROSTER " DELIMITED BY SIZE
               FUNCTION TRIM(CntEd) DELIMITED BY SIZE
               " ELVES  IDLE LIMIT " DELIMITED BY SIZE
               FUNCTION TRIM(IdleEd) DELIMITED BY SIZE
               " CYCLES" DELIMITED BY SIZE
               INTO AuditLine
           WRITE AuditLine
           MOVE SPACES TO AuditLine
           WRITE AuditLine
           MOVE "SOURCES CHECKED" TO AuditLine
           WRITE AuditLine
           .

      *>      one line per source - how many records it gave the
      *>      audit, or that it was not there to check
       060-Write-Source-Line.
           MOVE SPACES TO AuditLine
           IF SourceCount = 9999999 THEN
               STRING "  " DELIMITED BY SIZE
                   SourceName DELIMITED BY SIZE
                   " NOT ON DISK - NOT CHECKED" DELIMITED BY SIZE
                   INTO AuditLine
               MOVE "AOC892W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ELFAUD: " DELIMITED BY SIZE
                   FUNCTION TRIM(SourceName) DELIMITED BY SIZE
                   " NOT ON DISK - ITS REFERENCES NOT CHECKED"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE SourceCount TO CntEd
               STRING "  " DELIMITED BY SIZE
                   SourceName DELIMITED BY SIZE
                   CntEd DELIMITED BY SIZE
                   " RECORD(S)" DELIMITED BY SIZE
                   INTO AuditLine
           END-IF
           WRITE AuditLine
           .

       100-Load-Roster.
           INITIALIZE ElfTab
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
               MOVE "AOC890E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ELFAUD: NO ROSTER AT " DELIMITED BY SIZE
                   FUNCTION TRIM(RosterFileName) DELIMITED BY SIZE
                   " (FILE STATUS " DELIMITED BY SIZE
                   RosterFS DELIMITED BY SIZE
                   ") - NOTHING TO AUDIT AGAINST" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ RosterFile
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 110-Store-Roster
                   END-READ
               END-PERFORM
               CLOSE RosterFile
               IF DatedFull = 1 THEN
                   MOVE "AOC896W" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "ELFAUD: MORE THAN " DELIMITED BY SIZE
                       DatedMax DELIMITED BY SIZE
                       " PAST ROSTER ROWS - OLDER HISTORY MAY BE "
                       DELIMITED BY SIZE
                       "LISTED AS UNROSTERED" DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
               END-IF
           END-IF
           .

      *>      the row in force tonight is the elf's roster entry;
      *>      the rows before and after it are kept aside to check
      *>      the history against the row in force on its run date
       110-Store-Roster.
           IF RosRecNum NUMERIC AND RosRecNum > 0
               AND RosRecNum <= TableMax THEN
               IF (RosRecFrom = SPACE OR RosRecFrom NOT > RosAsOf)
                   AND (RosRecTo = SPACE OR RosRecTo NOT < RosAsOf)
                   THEN
                   MOVE 1 TO EtKnown(RosRecNum)
                   MOVE RosRecName TO EtName(RosRecNum)
                   MOVE RosRecFrom TO EtFrom(RosRecNum)
                   ADD 1 TO RosterLoaded
               ELSE
                   IF DatedCount < DatedMax THEN
                       ADD 1 TO DatedCount
                       MOVE RosRecNum TO DtElf(DatedCount)
                       MOVE RosRecName TO DtName(DatedCount)
                       MOVE RosRecFrom TO DtFrom(DatedCount)
                       MOVE RosRecTo TO DtTo(DatedCount)
                   ELSE
                       MOVE 1 TO DatedFull
                   END-IF
               END-IF
           END-IF
           .

      *>      tonight's DAY01 totals - an elf on them is active
       200-Load-Totals.
           MOVE "01_totals.txt" TO SourceName
           MOVE 0 TO SourceCount
           OPEN INPUT TotalsFile
           IF TotalsFS NOT = "00" THEN
               MOVE 9999999 TO SourceCount
           ELSE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TotalsFile
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 210-Check-Total
                   END-READ
               END-PERFORM
               CLOSE TotalsFile
           END-IF
           PERFORM 060-Write-Source-Line
           .

       210-Check-Total.
           IF TotElfNum NUMERIC AND TotElfNum > 0
               AND TotElfNum <= TableMax THEN
               ADD 1 TO SourceCount
               IF EtKnown(TotElfNum) = 1 THEN
                   MOVE 1 TO EtActive(TotElfNum)
               ELSE
                   MOVE 1 TO EtUnkTot(TotElfNum)
               END-IF
           END-IF
           .

      *>      the calorie history comes back in elf then date order,
      *>      so each elf's names arrive oldest first - a change of
      *>      name between runs is a reused number
       250-Load-History.
           MOVE "calorie_history.dat" TO SourceName
           MOVE 0 TO SourceCount
           OPEN INPUT CalHistFile
           IF CalHistFS NOT = "00" THEN
               MOVE 9999999 TO SourceCount
           ELSE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ CalHistFile NEXT
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 260-Check-History
                   END-READ
               END-PERFORM
               CLOSE CalHistFile
           END-IF
           PERFORM 060-Write-Source-Line
           IF DateFull = 1 THEN
               MOVE "AOC895W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ELFAUD: MORE THAN " DELIMITED BY SIZE
                   MaxDates DELIMITED BY SIZE
                   " RUN DATES ON calorie_history.dat - IDLE "
                   DELIMITED BY SIZE
                   "CYCLES UNDERSTATED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           .

       260-Check-History.
           ADD 1 TO SourceCount
           PERFORM 270-Note-Date
           IF ChElf > 0 AND ChElf <= TableMax THEN
               PERFORM 280-Roster-On-Date
               IF EtKnown(ChElf) = 1 THEN
                   MOVE ChDate TO EtLastHist(ChElf)
               END-IF
               IF DatedHit = 0 THEN
                   MOVE 1 TO EtUnkHist(ChElf)
                   MOVE ChDate TO EtUnkHistDate(ChElf)
               END-IF
      *>          a name change the roster dates is a transfer or a
      *>          rename, not a reused number
               IF ChName NOT = SPACE THEN
                   IF EtHistName(ChElf) NOT = SPACE
                       AND ChName NOT = EtHistName(ChElf)
                       AND ChName NOT = DatedName THEN
                       ADD 1 TO EtNameChanges(ChElf)
                       MOVE EtHistName(ChElf) TO EtFromName(ChElf)
                       MOVE ChDate TO EtChangeDate(ChElf)
                   END-IF
                   MOVE ChName TO EtHistName(ChElf)
                   IF DatedHit = 1 AND ChName = DatedName THEN
                       MOVE 1 TO EtHistOk(ChElf)
                   ELSE
                       MOVE 0 TO EtHistOk(ChElf)
                   END-IF
               END-IF
           END-IF
           .

       270-Note-Date.
           MOVE 0 TO DateHit
           PERFORM VARYING DI FROM 1 BY 1
               UNTIL DI > DateCount OR DateHit > 0
               IF HistDate(DI) = ChDate THEN
                   MOVE DI TO DateHit
               END-IF
           END-PERFORM
           IF DateHit = 0 THEN
               IF DateCount < MaxDates THEN
                   ADD 1 TO DateCount
                   MOVE ChDate TO HistDate(DateCount)
               ELSE
                   MOVE 1 TO DateFull
               END-IF
           END-IF
           .

      *>      the roster row for ChElf in force on ChDate - tonight's
      *>      entry if it had come into force by then, else a row
      *>      kept aside by 110-Store-Roster
       280-Roster-On-Date.
           MOVE 0 TO DatedHit
           MOVE SPACES TO DatedName
           IF EtKnown(ChElf) = 1
               AND (EtFrom(ChElf) = SPACE
                   OR EtFrom(ChElf) NOT > ChDate) THEN
               MOVE 1 TO DatedHit
               MOVE EtName(ChElf) TO DatedName
           ELSE
               PERFORM VARYING DtI FROM 1 BY 1
                   UNTIL DtI > DatedCount OR DatedHit = 1
                   IF DtElf(DtI) = ChElf
                       AND (DtFrom(DtI) = SPACE
                           OR DtFrom(DtI) NOT > ChDate)
                       AND (DtTo(DtI) = SPACE
                           OR DtTo(DtI) NOT < ChDate) THEN
                       MOVE 1 TO DatedHit
                       MOVE DtName(DtI) TO DatedName
                   END-IF
               END-PERFORM
           END-IF
           .

      *>      guide headers join by name - a known name makes its
      *>      elf active, an unknown one is a broken reference
       300-Load-Guides.
           MOVE "02.txt GUIDES" TO SourceName
           MOVE 0 TO SourceCount
           MOVE 0 TO CrewLineNo
           OPEN INPUT GuideFile
           IF GuideFS NOT = "00" THEN
               MOVE 9999999 TO SourceCount
           ELSE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ GuideFile
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 310-Check-Guide
                   END-READ
               END-PERFORM
               CLOSE GuideFile
           END-IF
           PERFORM 060-Write-Source-Line
           .

       310-Check-Guide.
           ADD 1 TO CrewLineNo
           IF GdWord = "ELF " AND GdName NOT = SPACE THEN
               ADD 1 TO SourceCount
               MOVE GdName TO SeekName
               PERFORM 320-Find-Name
               IF NameHit > 0 THEN
                   MOVE 1 TO EtActive(NameHit)
               ELSE
                   IF GuideCount < MaxGuides THEN
                       ADD 1 TO GuideCount
                       MOVE GdName TO GtName(GuideCount)
                       MOVE CrewLineNo TO GtLine(GuideCount)
                   ELSE
                       MOVE 1 TO TabFull
                   END-IF
               END-IF
           END-IF
           .

       320-Find-Name.
           MOVE 0 TO NameHit
           PERFORM VARYING EI FROM 1 BY 1
               UNTIL EI > TableMax OR NameHit > 0
               IF EtKnown(EI) = 1 AND EtName(EI) = SeekName THEN
                   MOVE EI TO NameHit
               END-IF
           END-PERFORM
           .

       350-Load-Ratings.
           MOVE "02_ratings.dat" TO SourceName
           MOVE 0 TO SourceCount
           OPEN INPUT RatingFile
           IF RatingFS NOT = "00" THEN
               MOVE 9999999 TO SourceCount
           ELSE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ RatingFile NEXT
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 360-Check-Rating
                   END-READ
               END-PERFORM
               CLOSE RatingFile
           END-IF
           PERFORM 060-Write-Source-Line
           .

       360-Check-Rating.
           ADD 1 TO SourceCount
           MOVE RtName TO SeekName
           PERFORM 320-Find-Name
           IF NameHit = 0 THEN
               IF RatingCount < MaxRatings THEN
                   ADD 1 TO RatingCount
                   MOVE RtName TO RnName(RatingCount)
                   MOVE RtGames TO RnGames(RatingCount)
                   MOVE RtRating TO RnRating(RatingCount)
               ELSE
                   MOVE 1 TO TabFull
               END-IF
           END-IF
           .

      *>      a crew schedule, tonight's (CrewSource 1) or the prior
      *>      run's (2) - control records are passed over, and only
      *>      the extended "elf:lo-hi" members name an elf
       400-Load-Crews.
           IF CrewSource = 1 THEN
               MOVE "04.txt CREWS" TO SourceName
           ELSE
               MOVE "04_prior.txt CREWS" TO SourceName
           END-IF
           MOVE 0 TO SourceCount
           MOVE 0 TO CrewLineNo
           OPEN INPUT CrewFile
           IF CrewFS NOT = "00" THEN
               MOVE 9999999 TO SourceCount
           ELSE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ CrewFile
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 410-Check-Crew
                   END-READ
               END-PERFORM
               CLOSE CrewFile
           END-IF
           PERFORM 060-Write-Source-Line
           .

       410-Check-Crew.
           IF CrewRec(1:4) NOT = "HDR " AND CrewRec(1:4) NOT = "TRL "
               THEN
               ADD 1 TO CrewLineNo
               ADD 1 TO SourceCount
               MOVE SPACES TO MemFlds
               MOVE SPACES TO MemOver
               UNSTRING CrewRec DELIMITED BY ","
                   INTO MemFld(1) MemFld(2) MemFld(3) MemFld(4)
                       MemFld(5) MemFld(6) MemFld(7) MemFld(8)
                       MemOver
               END-UNSTRING
      *>          a shift record numbers like a crew line but names
      *>          no elves
               IF CrewRec(1:6) NOT = "SHIFT " THEN
                   PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > 8
                       PERFORM 420-Check-Member
                   END-PERFORM
               END-IF
           END-IF
           .

       420-Check-Member.
           MOVE 0 TO ColonCount
           INSPECT MemFld(MI) TALLYING ColonCount FOR ALL ":"
           IF ColonCount = 1 THEN
               MOVE SPACES TO ElfPart
               MOVE SPACES TO RangePart
               UNSTRING MemFld(MI) DELIMITED BY ":"
                   INTO ElfPart RangePart
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(ElfPart) = 0 THEN
                   MOVE FUNCTION NUMVAL(ElfPart) TO ElfChk
                   IF ElfChk > 0 AND ElfChk <= TableMax THEN
                       PERFORM 430-Note-Crew-Elf
                   END-IF
               END-IF
           END-IF
           .

       430-Note-Crew-Elf.
           IF EtKnown(ElfChk) = 1 THEN
               MOVE 1 TO EtActive(ElfChk)
           ELSE
               IF CrewSource = 1 THEN
                   IF EtUnkCrew(ElfChk) = 0 THEN
                       MOVE CrewLineNo TO EtUnkCrewLine(ElfChk)
                   END-IF
                   ADD 1 TO EtUnkCrew(ElfChk)
               ELSE
                   IF EtUnkPrior(ElfChk) = 0 THEN
                       MOVE CrewLineNo TO EtUnkPriorLine(ElfChk)
                   END-IF
                   ADD 1 TO EtUnkPrior(ElfChk)
               END-IF
           END-IF
           .

      *>      the consolidated master is rebuilt from the roster each
      *>      night, so a stranger or a stale name here means ELFBLD
      *>      has not run since the roster changed
       450-Load-Master.
           MOVE "elf_master.dat" TO SourceName
           MOVE 0 TO SourceCount
           OPEN INPUT ElfMaster
           IF ElfMasterFS NOT = "00" THEN
               MOVE 9999999 TO SourceCount
           ELSE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ ElfMaster NEXT
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 460-Check-Master
                   END-READ
               END-PERFORM
               CLOSE ElfMaster
           END-IF
           PERFORM 060-Write-Source-Line
           .

       460-Check-Master.
           ADD 1 TO SourceCount
           IF EmElf > 0 AND EmElf <= TableMax THEN
               IF EtKnown(EmElf) = 0 THEN
                   MOVE 1 TO EtUnkMaster(EmElf)
                   MOVE EmName TO EtMasterName(EmElf)
               ELSE
                   IF EmName NOT = SPACE
                       AND EmName NOT = EtName(EmElf) THEN
                       MOVE 2 TO EtUnkMaster(EmElf)
                       MOVE EmName TO EtMasterName(EmElf)
                   END-IF
               END-IF
           END-IF
           .

       500-Write-Section-Head.
           MOVE 0 TO SectFinds
           MOVE SPACES TO AuditLine
           WRITE AuditLine
           WRITE AuditLine FROM SectTitle
           .

       510-Write-None.
           IF SectFinds = 0 THEN
               MOVE "  (NONE)" TO AuditLine
               WRITE AuditLine
           END-IF
           .

       600-Write-Broken-Refs.
           MOVE "1. REFERENCES WITH NO ROSTER ENTRY" TO SectTitle
           PERFORM 500-Write-Section-Head
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > TableMax
               IF EtUnkTot(EI) = 1 OR EtUnkHist(EI) = 1
                   OR EtUnkCrew(EI) > 0 OR EtUnkPrior(EI) > 0
                   OR EtUnkMaster(EI) > 0 THEN
                   PERFORM 610-Write-Broken-Elf
               END-IF
           END-PERFORM
           PERFORM VARYING GI FROM 1 BY 1 UNTIL GI > GuideCount
               ADD 1 TO SectFinds
               ADD 1 TO BrokenCount
               MOVE GtLine(GI) TO LineEd
               MOVE SPACES TO AuditLine
               STRING "  02.txt              GUIDE "
                   DELIMITED BY SIZE
                   GtName(GI) DELIMITED BY SIZE
                   " LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(LineEd) DELIMITED BY SIZE
                   INTO AuditLine
               WRITE AuditLine
           END-PERFORM
           PERFORM 510-Write-None
           .

      *>      one line per file that still names the elf
       610-Write-Broken-Elf.
           MOVE EI TO ElfEd
           IF EtUnkTot(EI) = 1 THEN
               ADD 1 TO SectFinds
               ADD 1 TO BrokenCount
               MOVE SPACES TO AuditLine
               STRING "  01_totals.txt       ELF " DELIMITED BY SIZE
                   ElfEd DELIMITED BY SIZE
                   " ON TONIGHT'S TOTALS" DELIMITED BY SIZE
                   INTO AuditLine
               WRITE AuditLine
           END-IF
           IF EtUnkHist(EI) = 1 THEN
               ADD 1 TO SectFinds
               ADD 1 TO BrokenCount
               MOVE SPACES TO AuditLine
               STRING "  calorie_history.dat ELF " DELIMITED BY SIZE
                   ElfEd DELIMITED BY SIZE
                   " LAST RUN " DELIMITED BY SIZE
                   EtUnkHistDate(EI) DELIMITED BY SIZE
                   INTO AuditLine
               WRITE AuditLine
           END-IF
           IF EtUnkCrew(EI) > 0 THEN
               ADD 1 TO SectFinds
               ADD 1 TO BrokenCount
               MOVE EtUnkCrewLine(EI) TO LineEd
               MOVE EtUnkCrew(EI) TO CntEd
               MOVE SPACES TO AuditLine
               STRING "  04.txt              ELF " DELIMITED BY SIZE
                   ElfEd DELIMITED BY SIZE
                   " FIRST AT LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(LineEd) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " CREW(S))" DELIMITED BY SIZE
                   INTO AuditLine
               WRITE AuditLine
           END-IF
           IF EtUnkPrior(EI) > 0 THEN
               ADD 1 TO SectFinds
               ADD 1 TO BrokenCount
               MOVE EtUnkPriorLine(EI) TO LineEd
               MOVE EtUnkPrior(EI) TO CntEd
               MOVE SPACES TO AuditLine
               STRING "  04_prior.txt        ELF " DELIMITED BY SIZE
                   ElfEd DELIMITED BY SIZE
                   " FIRST AT LINE " DELIMITED BY SIZE
                   FUNCTION TRIM(LineEd) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " CREW(S))" DELIMITED BY SIZE
                   INTO AuditLine
               WRITE AuditLine
           END-IF
           IF EtUnkMaster(EI) > 0 THEN
               ADD 1 TO SectFinds
               ADD 1 TO BrokenCount
               MOVE SPACES TO AuditLine
               IF EtUnkMaster(EI) = 1 THEN
                   STRING "  elf_master.dat      ELF "
                       DELIMITED BY SIZE
                       ElfEd DELIMITED BY SIZE
                       " NAME " DELIMITED BY SIZE
                       EtMasterName(EI) DELIMITED BY SIZE
                       INTO AuditLine
               ELSE
                   STRING "  elf_master.dat      ELF "
                       DELIMITED BY SIZE
                       ElfEd DELIMITED BY SIZE
                       " NAME " DELIMITED BY SIZE
                       EtMasterName(EI) DELIMITED BY SIZE
                       " ROSTER NOW " DELIMITED BY SIZE
                       EtName(EI) DELIMITED BY SIZE
                       INTO AuditLine
               END-IF
               WRITE AuditLine
           END-IF
           .

      *>      idle cycles - run dates on the history after the elf's
      *>      last one; an elf never on the history has been idle
      *>      for every cycle on file
       650-Write-Idle-Elves.
           MOVE IdleLimit TO IdleEd
           MOVE SPACES TO SectTitle
           STRING "2. ROSTER ELVES WITH NO ACTIVITY FOR "
               DELIMITED BY SIZE
               FUNCTION TRIM(IdleEd) DELIMITED BY SIZE
               " OR MORE CYCLES" DELIMITED BY SIZE
               INTO SectTitle
           PERFORM 500-Write-Section-Head
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > TableMax
               IF EtKnown(EI) = 1 AND EtActive(EI) = 0 THEN
                   MOVE 0 TO IdleCycles
                   PERFORM VARYING DI FROM 1 BY 1
                       UNTIL DI > DateCount
                       IF HistDate(DI) > EtLastHist(EI) THEN
                           ADD 1 TO IdleCycles
                       END-IF
                   END-PERFORM
                   IF IdleCycles >= IdleLimit THEN
                       PERFORM 660-Write-Idle-Elf
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 510-Write-None
           .

       660-Write-Idle-Elf.
           ADD 1 TO SectFinds
           ADD 1 TO IdleCount
           MOVE EI TO ElfEd
           MOVE IdleCycles TO CntEd
           MOVE SPACES TO AuditLine
           IF EtLastHist(EI) = SPACE THEN
               STRING "  ELF " DELIMITED BY SIZE
                   ElfEd DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EtName(EI) DELIMITED BY SIZE
                   " NEVER ACTIVE (" DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " CYCLES ON FILE)" DELIMITED BY SIZE
                   INTO AuditLine
           ELSE
               STRING "  ELF " DELIMITED BY SIZE
                   ElfEd DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EtName(EI) DELIMITED BY SIZE
                   " LAST ACTIVE " DELIMITED BY SIZE
                   EtLastHist(EI) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " CYCLES AGO)" DELIMITED BY SIZE
                   INTO AuditLine
           END-IF
           WRITE AuditLine
           .

       700-Write-Rating-Names.
           MOVE "3. RATING-MASTER NAMES WITH NO ROSTER ENTRY"
               TO SectTitle
           PERFORM 500-Write-Section-Head
           PERFORM VARYING GI FROM 1 BY 1 UNTIL GI > RatingCount
               ADD 1 TO SectFinds
               ADD 1 TO RatingFinds
               MOVE RnGames(GI) TO CntEd
               MOVE RnRating(GI) TO Cnt2Ed
               MOVE SPACES TO AuditLine
               STRING "  " DELIMITED BY SIZE
                   RnName(GI) DELIMITED BY SIZE
                   " GAMES " DELIMITED BY SIZE
                   CntEd DELIMITED BY SIZE
                   "  RATING " DELIMITED BY SIZE
                   Cnt2Ed DELIMITED BY SIZE
                   INTO AuditLine
               WRITE AuditLine
           END-PERFORM
           PERFORM 510-Write-None
           .

       750-Write-Reused-Numbers.
           MOVE "4. ROSTER NUMBERS REUSED FOR A DIFFERENT NAME"
               TO SectTitle
           PERFORM 500-Write-Section-Head
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > TableMax
               IF EtNameChanges(EI) > 0 THEN
                   PERFORM 760-Write-Name-Change
               ELSE
                   IF EtKnown(EI) = 1 AND EtHistName(EI) NOT = SPACE
                       AND EtHistName(EI) NOT = EtName(EI)
                       AND EtHistOk(EI) = 0 THEN
                       PERFORM 770-Write-Roster-Change
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 510-Write-None
           .

       760-Write-Name-Change.
           ADD 1 TO SectFinds
           ADD 1 TO ReuseCount
           MOVE EI TO ElfEd
           MOVE EtNameChanges(EI) TO CntEd
           MOVE SPACES TO AuditLine
           STRING "  ELF " DELIMITED BY SIZE
               ElfEd DELIMITED BY SIZE
               " WAS " DELIMITED BY SIZE
               EtFromName(EI) DELIMITED BY SIZE
               " THEN " DELIMITED BY SIZE
               EtHistName(EI) DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               EtChangeDate(EI) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(CntEd) DELIMITED BY SIZE
               " CHANGE(S)) ROSTER NOW " DELIMITED BY SIZE
               EtName(EI) DELIMITED BY SIZE
               INTO AuditLine
           WRITE AuditLine
           .

       770-Write-Roster-Change.
           ADD 1 TO SectFinds
           ADD 1 TO ReuseCount
           MOVE EI TO ElfEd
           MOVE SPACES TO AuditLine
           STRING "  ELF " DELIMITED BY SIZE
               ElfEd DELIMITED BY SIZE
               " HISTORY NAME " DELIMITED BY SIZE
               EtHistName(EI) DELIMITED BY SIZE
               " LAST RUN " DELIMITED BY SIZE
               EtLastHist(EI) DELIMITED BY SIZE
               " ROSTER NOW " DELIMITED BY SIZE
               EtName(EI) DELIMITED BY SIZE
               INTO AuditLine
           WRITE AuditLine
           .

       900-Write-Totals.
           COMPUTE FindCount = BrokenCount + IdleCount
               + RatingFinds + ReuseCount
           MOVE SPACES TO AuditLine
           WRITE AuditLine
           IF TabFull = 1 THEN
               MOVE "*** GUIDE OR RATING TABLE FULL - LIST INCOMPLETE"
                   TO AuditLine
               WRITE AuditLine
           END-IF
           MOVE FindCount TO CntEd
           MOVE SPACES TO AuditLine
           STRING "FINDINGS: " DELIMITED BY SIZE
               FUNCTION TRIM(CntEd) DELIMITED BY SIZE
               INTO AuditLine
           WRITE AuditLine
           IF FindCount > 0 THEN
               MOVE "AOC893W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ELFAUD: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " ELF INTEGRITY FINDING(S) - SEE elf_audit.txt"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE "AOC894I" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ELFAUD: NO BROKEN ELF REFERENCES"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           .
