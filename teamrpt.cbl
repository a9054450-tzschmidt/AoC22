       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEAMRPT.

      *>      team rollup from the consolidated elf master - groups
      *>      elf_master.dat by team and lays down, per team:
      *>      headcount; calorie total and average (over the elves
      *>      with a total on file - an elf with no total is not a
      *>      zero); the team's best and worst ranked elf on
      *>      calories; how many elves have a badge group on file;
      *>      how many have a standings position, and the team's
      *>      average position. Every measure carries the team's
      *>      rank against the other teams (highest first, except
      *>      the average position, where lowest is best; equal
      *>      values share a rank, a team with nothing to measure
      *>      gets none), and a suite-wide totals line closes the
      *>      report. Elves with no team are rolled up as (NO TEAM).
      *>      Runs in the post-cycle network after ELFBLD, or
      *>      standalone; output ../data/team_rollup.txt. RC 0
      *>      clean, 4 teams beyond the table left out, 12 no
      *>      master or no report

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ElfMaster ASSIGN TO "../data/elf_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EmElf
           FILE STATUS IS ElfMasterFS.
               SELECT RollupReport
                   ASSIGN TO "../data/team_rollup.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RollupFS.
               SELECT SortWork ASSIGN TO "../data/teamrpt_sortwk.tmp".


       DATA DIVISION.
           FILE SECTION.
      *>      same layout ELFBLD writes
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

           FD RollupReport.
               01 RollupLine PIC X(132).

      *>      teams in name order for the report
           SD SortWork.
               01 SortRec.
                   05 SortTeam PIC X(10).
                   05 SortIdx PIC 9(3).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 ElfMasterFS PIC XX.
           01 RollupFS PIC XX.
           01 MasterEOF PIC 9 VALUE 0.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).

      *>      one row per team, in order of first appearance; the
      *>      last row (TeamMax + 1) collects the suite-wide totals
           01 TeamMax PIC 9(3) VALUE 500.
           01 TeamCount PIC 9(3) VALUE 0.
           01 TeamTab.
               05 TeamRow OCCURS 501 TIMES.
                   10 TmTeam PIC X(10).
                   10 TmHead PIC 9(5).
                   10 TmCalCount PIC 9(5).
                   10 TmCalTotal PIC 9(24).
                   10 TmCalAvg PIC 9(20).
                   10 TmBestRank PIC 9(5).
                   10 TmBestElf PIC 9(5).
                   10 TmWorstRank PIC 9(5).
                   10 TmWorstElf PIC 9(5).
                   10 TmBadges PIC 9(5).
                   10 TmStands PIC 9(5).
                   10 TmPosTotal PIC 9(8).
                   10 TmPosAvg PIC 9(3)V9.
                   10 RkHead PIC 9(3).
                   10 RkCalTotal PIC 9(3).
                   10 RkCalAvg PIC 9(3).
                   10 RkBadges PIC 9(3).
                   10 RkStands PIC 9(3).
                   10 RkPosAvg PIC 9(3).
           01 TI PIC 9(3).
           01 TJ PIC 9(3).
           01 TotRow PIC 9(3).
           01 TeamHit PIC 9(3).
           01 ThisTeam PIC X(10).
           01 Skipped PIC 9(5) VALUE 0.
           01 ElfCount PIC 9(5) VALUE 0.
           01 Better PIC 9(3).

           01 HeadEd PIC Z(4)9.
           01 CalTotEd PIC Z(14)9.
           01 CalAvgEd PIC Z(11)9.
           01 RankEd PIC Z(4)9.
           01 ElfNoEd PIC 9(5).
           01 PosAvgEd PIC ZZ9.9.
           01 RkEd PIC ZZ9.
           01 CntEd PIC Z(4)9.
           01 Cnt2Ed PIC ZZ9.
           01 Cnt3Ed PIC Z(4)9.
           01 LinePtr PIC 9(3).

       PROCEDURE DIVISION.
       000-Main.
           INITIALIZE TeamTab
           OPEN INPUT ElfMaster
           IF ElfMasterFS NOT = "00" THEN
               MOVE "AOC871E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "TEAMRPT: CANNOT OPEN elf_master.dat - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   ElfMasterFS DELIMITED BY SIZE
                   " - RUN ELFBLD FIRST" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RollupReport
           IF RollupFS NOT = "00" THEN
               MOVE "AOC872E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "TEAMRPT: CANNOT OPEN team_rollup.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   RollupFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               CLOSE ElfMaster
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE TotRow = TeamMax + 1
           MOVE "ALL TEAMS" TO TmTeam(TotRow)
           PERFORM UNTIL MasterEOF = 1
               READ ElfMaster NEXT
                   AT END MOVE 1 TO MasterEOF
                   NOT AT END PERFORM 100-Add-Elf
               END-READ
           END-PERFORM
           CLOSE ElfMaster
           PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > TeamCount
               PERFORM 200-Averages
           END-PERFORM
           MOVE TotRow TO TI
           PERFORM 200-Averages
           PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > TeamCount
               PERFORM 300-Rank-Team
           END-PERFORM
           PERFORM 500-Write-Header
           IF TeamCount > 0 THEN
               SORT SortWork ON ASCENDING KEY SortTeam
                   INPUT PROCEDURE IS 510-Release-Teams
                   OUTPUT PROCEDURE IS 520-Return-Teams
           END-IF
           PERFORM 600-Write-Totals
           CLOSE RollupReport
           PERFORM 900-Report-Counts
       STOP RUN
       .

      *>      each elf counts toward its team's row and the totals
      *>      row alike
       100-Add-Elf.
           ADD 1 TO ElfCount
           MOVE EmTeam TO ThisTeam
           IF ThisTeam = SPACE THEN
               MOVE "(NO TEAM)" TO ThisTeam
           END-IF
           MOVE 0 TO TeamHit
           PERFORM VARYING TI FROM 1 BY 1
               UNTIL TI > TeamCount OR TeamHit > 0
               IF TmTeam(TI) = ThisTeam THEN
                   MOVE TI TO TeamHit
               END-IF
           END-PERFORM
           IF TeamHit = 0 THEN
               IF TeamCount < TeamMax THEN
                   ADD 1 TO TeamCount
                   MOVE ThisTeam TO TmTeam(TeamCount)
                   MOVE TeamCount TO TeamHit
               ELSE
                   ADD 1 TO Skipped
               END-IF
           END-IF
           IF TeamHit > 0 THEN
               MOVE TeamHit TO TI
               PERFORM 110-Accumulate
           END-IF
           MOVE TotRow TO TI
           PERFORM 110-Accumulate
           .

       110-Accumulate.
           ADD 1 TO TmHead(TI)
           IF EmHasCal = 1 THEN
               ADD 1 TO TmCalCount(TI)
               ADD EmCalories TO TmCalTotal(TI)
               IF TmBestRank(TI) = 0 OR EmCalRank < TmBestRank(TI)
                   THEN
                   MOVE EmCalRank TO TmBestRank(TI)
                   MOVE EmElf TO TmBestElf(TI)
               END-IF
               IF EmCalRank > TmWorstRank(TI) THEN
                   MOVE EmCalRank TO TmWorstRank(TI)
                   MOVE EmElf TO TmWorstElf(TI)
               END-IF
           END-IF
           IF EmHasBadge = 1 THEN
               ADD 1 TO TmBadges(TI)
           END-IF
           IF EmHasStand = 1 THEN
               ADD 1 TO TmStands(TI)
               ADD EmStandPos TO TmPosTotal(TI)
           END-IF
           .

       200-Averages.
           IF TmCalCount(TI) > 0 THEN
               COMPUTE TmCalAvg(TI) = TmCalTotal(TI) / TmCalCount(TI)
           END-IF
           IF TmStands(TI) > 0 THEN
               COMPUTE TmPosAvg(TI) ROUNDED =
                   TmPosTotal(TI) / TmStands(TI)
           END-IF
           .

      *>      rank = 1 + the number of teams strictly better, so
      *>      ties share a rank; a team with no calorie total or no
      *>      standings is left unranked on those measures
       300-Rank-Team.
           MOVE 1 TO RkHead(TI)
           MOVE 1 TO RkBadges(TI)
           MOVE 1 TO RkStands(TI)
           MOVE 0 TO RkCalTotal(TI)
           MOVE 0 TO RkCalAvg(TI)
           MOVE 0 TO RkPosAvg(TI)
           IF TmCalCount(TI) > 0 THEN
               MOVE 1 TO RkCalTotal(TI)
               MOVE 1 TO RkCalAvg(TI)
           END-IF
           IF TmStands(TI) > 0 THEN
               MOVE 1 TO RkPosAvg(TI)
           END-IF
           PERFORM VARYING TJ FROM 1 BY 1 UNTIL TJ > TeamCount
               IF TmHead(TJ) > TmHead(TI) THEN
                   ADD 1 TO RkHead(TI)
               END-IF
               IF TmBadges(TJ) > TmBadges(TI) THEN
                   ADD 1 TO RkBadges(TI)
               END-IF
               IF TmStands(TJ) > TmStands(TI) THEN
                   ADD 1 TO RkStands(TI)
               END-IF
               IF TmCalCount(TI) > 0 AND TmCalCount(TJ) > 0 THEN
                   IF TmCalTotal(TJ) > TmCalTotal(TI) THEN
                       ADD 1 TO RkCalTotal(TI)
                   END-IF
                   IF TmCalAvg(TJ) > TmCalAvg(TI) THEN
                       ADD 1 TO RkCalAvg(TI)
                   END-IF
               END-IF
               IF TmStands(TI) > 0 AND TmStands(TJ) > 0
                   AND TmPosAvg(TJ) < TmPosAvg(TI) THEN
                   ADD 1 TO RkPosAvg(TI)
               END-IF
           END-PERFORM
           .

       500-Write-Header.
           ACCEPT RunDate FROM DATE YYYYMMDD
           MOVE RunDate(1:4) TO RunDateEd(1:4)
           MOVE "-" TO RunDateEd(5:1)
           MOVE RunDate(5:2) TO RunDateEd(6:2)
           MOVE "-" TO RunDateEd(8:1)
           MOVE RunDate(7:2) TO RunDateEd(9:2)
           MOVE SPACES TO RollupLine
           STRING "TEAM ROLLUP FROM THE ELF MASTER - " DELIMITED BY SIZE
               RunDateEd DELIMITED BY SIZE
               INTO RollupLine
           WRITE RollupLine
           MOVE SPACES TO RollupLine
           STRING "(RK = RANK AMONG TEAMS; CALORIE AVERAGE OVER "
               DELIMITED BY SIZE
               "ELVES WITH A TOTAL; BEST/WORST = ELF AND CALORIE "
               DELIMITED BY SIZE
               "RANK)" DELIMITED BY SIZE
               INTO RollupLine
           WRITE RollupLine
           MOVE SPACES TO RollupLine
           WRITE RollupLine
           MOVE SPACES TO RollupLine
           STRING "TEAM        HEAD  RK  " DELIMITED BY SIZE
               "      CAL TOTAL  RK  " DELIMITED BY SIZE
               "  CAL AVERAGE  RK  " DELIMITED BY SIZE
               "BEST ELF/RANK  WORST ELF/RANK  " DELIMITED BY SIZE
               "BADGE  RK  STAND  RK  AVG POS  RK" DELIMITED BY SIZE
               INTO RollupLine
           WRITE RollupLine
           MOVE ALL "-" TO RollupLine(1:127)
           WRITE RollupLine
           .

       510-Release-Teams.
           PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > TeamCount
               MOVE TmTeam(TI) TO SortTeam
               MOVE TI TO SortIdx
               RELEASE SortRec
           END-PERFORM
           .

       520-Return-Teams.
           MOVE 0 TO MasterEOF
           PERFORM UNTIL MasterEOF = 1
               RETURN SortWork
                   AT END MOVE 1 TO MasterEOF
                   NOT AT END
                       MOVE SortIdx TO TI
                       PERFORM 700-Write-Team-Line
               END-RETURN
           END-PERFORM
           .

       600-Write-Totals.
           MOVE ALL "-" TO RollupLine(1:127)
           WRITE RollupLine
           MOVE TotRow TO TI
           PERFORM 700-Write-Team-Line
           .

      *>      one team (or the totals row, which has no ranks)
       700-Write-Team-Line.
           MOVE SPACES TO RollupLine
           MOVE TmTeam(TI) TO RollupLine(1:10)
           MOVE TmHead(TI) TO HeadEd
           MOVE HeadEd TO RollupLine(12:5)
           MOVE RkHead(TI) TO Better
           MOVE 19 TO LinePtr
           PERFORM 710-Put-Rank
           IF TmCalCount(TI) > 0 THEN
               MOVE TmCalTotal(TI) TO CalTotEd
               MOVE CalTotEd TO RollupLine(24:15)
               MOVE RkCalTotal(TI) TO Better
               MOVE 40 TO LinePtr
               PERFORM 710-Put-Rank
               MOVE TmCalAvg(TI) TO CalAvgEd
               MOVE CalAvgEd TO RollupLine(45:12)
               MOVE RkCalAvg(TI) TO Better
               MOVE 58 TO LinePtr
               PERFORM 710-Put-Rank
               MOVE TmBestElf(TI) TO ElfNoEd
               MOVE TmBestRank(TI) TO RankEd
               MOVE SPACES TO RollupLine(63:14)
               STRING ElfNoEd DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(RankEd) DELIMITED BY SIZE
                   INTO RollupLine(63:14)
               MOVE TmWorstElf(TI) TO ElfNoEd
               MOVE TmWorstRank(TI) TO RankEd
               STRING ElfNoEd DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(RankEd) DELIMITED BY SIZE
                   INTO RollupLine(78:15)
           ELSE
               MOVE "NO CALORIE TOTALS" TO RollupLine(24:17)
           END-IF
           MOVE TmBadges(TI) TO HeadEd
           MOVE HeadEd TO RollupLine(94:5)
           MOVE RkBadges(TI) TO Better
           MOVE 101 TO LinePtr
           PERFORM 710-Put-Rank
           MOVE TmStands(TI) TO HeadEd
           MOVE HeadEd TO RollupLine(106:5)
           MOVE RkStands(TI) TO Better
           MOVE 113 TO LinePtr
           PERFORM 710-Put-Rank
           IF TmStands(TI) > 0 THEN
               MOVE TmPosAvg(TI) TO PosAvgEd
               MOVE PosAvgEd TO RollupLine(118:5)
               MOVE RkPosAvg(TI) TO Better
               MOVE 125 TO LinePtr
               PERFORM 710-Put-Rank
           ELSE
               MOVE "-" TO RollupLine(122:1)
           END-IF
           WRITE RollupLine
           .

      *>      the totals row carries no ranks
       710-Put-Rank.
           IF TI NOT = TotRow AND Better > 0 THEN
               MOVE Better TO RkEd
               MOVE RkEd TO RollupLine(LinePtr:3)
           END-IF
           .

       900-Report-Counts.
           MOVE ElfCount TO CntEd
           MOVE TeamCount TO Cnt2Ed
           MOVE "AOC873I" TO MsgId
           MOVE SPACES TO MsgText
           STRING "TEAMRPT: " DELIMITED BY SIZE
               FUNCTION TRIM(CntEd) DELIMITED BY SIZE
               " ELF(S) IN " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt2Ed) DELIMITED BY SIZE
               " TEAM(S) ROLLED UP INTO team_rollup.txt"
               DELIMITED BY SIZE
               INTO MsgText
           CALL "MSGLOG" USING MsgParm
           IF Skipped > 0 THEN
               MOVE Skipped TO Cnt3Ed
               MOVE "AOC874W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "TEAMRPT: MORE THAN 500 TEAMS - "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(Cnt3Ed) DELIMITED BY SIZE
                   " ELF(S) COUNTED IN THE TOTALS ONLY"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           END-IF
           .
