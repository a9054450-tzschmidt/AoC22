      *>      proves out). Rebuilt from scratch after the cycle -
      *>      run it once per night and ELFINQ answers "show me elf
      *>      2041" from one record instead of four files.
      *>      Before the rebuild the master as it stood is kept as
      *>      ../data/elf_master_base.txt, headed with the cycle date
      *>      it is the baseline for, and the new master is compared
      *>      with it: elves that joined or went, team changes,
      *>      calorie rank moves of ELFBLD_RANK_MOVE places or more
      *>      (default 10) or a total gained or lost, badge group or
      *>      item changes, and standings positions gained or lost
      *>      go into the keyed change journal elf_journal.dat
      *>      (ELFINQ shows an elf's entries) and onto the morning
      *>      list elf_changes.txt. A second build the same night
      *>      compares against the same baseline and replaces that
      *>      night's journal entries, so a rerun never loses the
      *>      night's changes or journals them twice.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE STATUS IS ManifestFS.
               SELECT ElfMaster ASSIGN TO "../data/elf_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EmElf
           FILE STATUS IS ElfMasterFS.
               SELECT BaseFile
                   ASSIGN TO "../data/elf_master_base.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BaseFS.
               SELECT JournalFile ASSIGN TO "../data/elf_journal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JnKey
           ALTERNATE RECORD KEY IS JnElfKey
           FILE STATUS IS JournalFS.
               SELECT ChangeReport
                   ASSIGN TO "../data/elf_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChangeRptFS.
               SELECT SortWork ASSIGN TO "../data/elfbld_sortwk.tmp".


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

           FD StandingsFile.
               01 StandingsLine PIC X(100).
                   05 EmHasStand PIC 9.
                   05 EmStandPos PIC 9(3).

      *>      the master as it stood before tonight's build - a
      *>      "BASE FOR <cycle date>" line, then one master record
      *>      per line
           FD BaseFile.
               01 BaseLine PIC X(80).

      *>      one change to one elf on one cycle date - keyed by
      *>      date for the nightly replace, and by elf for ELFINQ
           FD JournalFile.
               01 JournalRec.
                   05 JnKey.
                       10 JnDate PIC X(10).
                       10 JnElf PIC 9(5).
                       10 JnSeq PIC 9(3).
                   05 JnElfKey.
                       10 JkElf PIC 9(5).
                       10 JkDate PIC X(10).
                       10 JkSeq PIC 9(3).
                   05 JnKind PIC X(8).
                   05 JnOld PIC X(20).
                   05 JnNew PIC X(20).
                   05 JnRunId PIC X(16).

           FD ChangeReport.
               01 ChangeLine PIC X(100).

      *>      work file for the calorie ranking SORT - same shape
      *>      DAY01's 900-Sort-All uses
           SD SortWork.
      *>      suite uses
           01 RosterFileName PIC X(100) VALUE "../data/01_roster.txt".
           01 RosterParm PIC X(100).
      *>      the roster row in force on the cycle date is the one
      *>      loaded - on the archive date under AOCRERUN
           01 RosAsOf PIC X(10).
           01 RosAsOfParm PIC X(12).
           01 RosRunDate PIC X(8).
           01 TotalsName PIC X(100) VALUE "../data/01_totals.txt".
           01 TotalsParm PIC X(100).
           01 RosterFS PIC XX.
           01 StandingsFS PIC XX.
           01 ManifestFS PIC XX.
           01 ElfMasterFS PIC XX.
           01 BaseFS PIC XX.
           01 BaseOpen PIC 9 VALUE 0.
           01 JournalFS PIC XX.
           01 ChangeRptFS PIC XX.
           COPY EOFFLAG.

      *>      everything collected in one elf-indexed table, then
           01 BadgeLoaded PIC 9(5) VALUE 0.
           01 Written PIC 9(5) VALUE 0.

      *>      the master before tonight's build, elf-indexed like
      *>      ElfTab - PriorThere 0 means there was none (the first
      *>      build), so there is nothing to journal against
           01 PriorTab.
               05 PriorEntry OCCURS 20000 TIMES.
                   10 PvAny PIC 9.
                   10 PvName PIC X(20).
                   10 PvTeam PIC X(10).
                   10 PvHasCal PIC 9.
                   10 PvRank PIC 9(5).
                   10 PvHasBadge PIC 9.
                   10 PvGroup PIC 9(7).
                   10 PvBadge PIC X.
                   10 PvHasStand PIC 9.
                   10 PvStandPos PIC 9(3).
           01 PriorThere PIC 9 VALUE 0.
           01 PriorFromBase PIC 9 VALUE 0.
           01 PriorEOF PIC 9.
           01 RankMove PIC 9(5) VALUE 10.
           01 RankMoveParm PIC X(6).
           01 RankGap PIC 9(5).
           01 RunId PIC X(16).
      *>      the step's return code, held here and set at the end -
      *>      each CALL to MSGLOG resets RETURN-CODE
           01 BuildRC PIC 99 VALUE 0.
           01 JournalOpen PIC 9 VALUE 0.
           01 ReportOpen PIC 9 VALUE 0.
           01 JournalEOF PIC 9.
           01 ChangeSeq PIC 9(3).
           01 ChangeCount PIC 9(7) VALUE 0.
           01 ChangeElves PIC 9(5) VALUE 0.
           01 ReplacedCount PIC 9(7) VALUE 0.
           01 ChKind PIC X(8).
           01 ChOld PIC X(20).
           01 ChNew PIC X(20).
           01 ChName PIC X(20).
           01 ValText PIC X(20).
           01 ValRank PIC 9(5).
           01 ValGroup PIC 9(7).
           01 ValBadge PIC X.
           01 ValPos PIC 9(3).
           01 ValHas PIC 9.
           01 ValEd PIC Z(6)9.
           01 ChgCntEd PIC Z(6)9.
           01 ChgElfEd PIC Z(4)9.

       PROCEDURE DIVISION.
       000-Main.
           INITIALIZE ElfTab
           INITIALIZE PriorTab
           PERFORM 040-Get-Files
           PERFORM 100-Load-Roster
           PERFORM 200-Load-Totals
           PERFORM 250-Rank-Calories
           PERFORM 300-Load-Standings
           PERFORM 400-Load-Manifest
           PERFORM 500-Load-Prior
           PERFORM 700-Write-Master
           IF ElfMasterFS = "00" THEN
               PERFORM 800-Journal-Changes
           END-IF
           DISPLAY "ELFBLD: ROSTER " RosterLoaded " / TOTALS "
               TotalsLoaded " / STANDINGS " StandLoaded
               " / BADGES " BadgeLoaded
           DISPLAY "ELFBLD: " Written " MASTER RECORD(S) WRITTEN"
           MOVE BuildRC TO RETURN-CODE
       STOP RUN
       .

           IF TotalsParm NOT = SPACE THEN
               MOVE TotalsParm TO TotalsName
           END-IF
           MOVE SPACE TO RankMoveParm
           ACCEPT RankMoveParm FROM ENVIRONMENT "ELFBLD_RANK_MOVE"
           IF RankMoveParm NOT = SPACE
               AND FUNCTION TEST-NUMVAL(RankMoveParm) = 0 THEN
               MOVE FUNCTION NUMVAL(RankMoveParm) TO RankMove
           END-IF
           MOVE SPACE TO RunId
           ACCEPT RunId FROM ENVIRONMENT "AOC_RUN_ID"
           .

       100-Load-Roster.
           MOVE SPACE TO RosAsOfParm
           ACCEPT RosAsOfParm FROM ENVIRONMENT "AOC_RERUN_OF"
           IF RosAsOfParm NOT = SPACE THEN
               MOVE RosAsOfParm(1:10) TO RosAsOf
           ELSE
               ACCEPT RosRunDate FROM DATE YYYYMMDD
               MOVE RosRunDate(1:4) TO RosAsOf(1:4)
               MOVE "-" TO RosAsOf(5:1)
               MOVE RosRunDate(5:2) TO RosAsOf(6:2)
               MOVE "-" TO RosAsOf(8:1)
               MOVE RosRunDate(7:2) TO RosAsOf(9:2)
           END-IF
           OPEN INPUT RosterFile
           IF RosterFS NOT = "00" THEN
               MOVE "AOC862W" TO MsgId

       110-Store-Roster.
           IF RosRecNum NUMERIC AND RosRecNum > 0
               AND RosRecNum <= TableMax
               AND (RosRecFrom = SPACE OR RosRecFrom NOT > RosAsOf)
               AND (RosRecTo = SPACE OR RosRecTo NOT < RosAsOf) THEN
               MOVE 1 TO EtAny(RosRecNum)
               MOVE RosRecName TO EtName(RosRecNum)
               MOVE RosRecTeam TO EtTeam(RosRecNum)
           END-IF
           .

      *>      the baseline - a build on a new cycle date keeps the
      *>      master as it stands (last night's) as the baseline; a
      *>      second build on the same date finds the baseline
      *>      already there and compares against it again. A
      *>      baseline that cannot be written leaves tonight's
      *>      compare intact but costs a same-night rebuild its
      *>      baseline
       500-Load-Prior.
           MOVE 0 TO PriorThere
           MOVE 0 TO PriorFromBase
           OPEN INPUT BaseFile
           IF BaseFS = "00" THEN
               READ BaseFile
                   AT END MOVE SPACES TO BaseLine
               END-READ
               IF BaseLine(1:9) = "BASE FOR "
                   AND BaseLine(10:10) = RosAsOf THEN
                   MOVE 1 TO PriorFromBase
                   MOVE 1 TO PriorThere
                   MOVE 0 TO PriorEOF
                   PERFORM UNTIL PriorEOF = 1
                       READ BaseFile INTO ElfMasterRec
                           AT END MOVE 1 TO PriorEOF
                           NOT AT END PERFORM 510-Store-Prior
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE BaseFile
           END-IF
           IF PriorFromBase = 0 THEN
               OPEN INPUT ElfMaster
               IF ElfMasterFS = "00" THEN
                   MOVE 1 TO PriorThere
                   PERFORM 505-Open-Base
                   MOVE 0 TO PriorEOF
                   PERFORM UNTIL PriorEOF = 1
                       READ ElfMaster NEXT
                           AT END MOVE 1 TO PriorEOF
                           NOT AT END
                               PERFORM 510-Store-Prior
                               IF BaseOpen = 1 THEN
                                   WRITE BaseLine FROM ElfMasterRec
                               END-IF
                       END-READ
                   END-PERFORM
                   IF BaseOpen = 1 THEN
                       CLOSE BaseFile
                   END-IF
                   CLOSE ElfMaster
               END-IF
           END-IF
           .

       505-Open-Base.
           OPEN OUTPUT BaseFile
           IF BaseFS NOT = "00" THEN
               MOVE "AOC860E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ELFBLD: CANNOT OPEN elf_master_base.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   BaseFS DELIMITED BY SIZE
                   " - NO BASELINE KEPT FOR A REBUILD"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 8 TO BuildRC
           ELSE
               MOVE 1 TO BaseOpen
               MOVE SPACES TO BaseLine
               STRING "BASE FOR " DELIMITED BY SIZE
                   RosAsOf DELIMITED BY SIZE
                   INTO BaseLine
               WRITE BaseLine
           END-IF
           .

      *>      only a 1 flag brings its values across - the base
      *>      file is text and may have been looked at by hand
       510-Store-Prior.
           IF EmElf NUMERIC AND EmElf > 0 AND EmElf <= TableMax THEN
               MOVE 1 TO PvAny(EmElf)
               MOVE EmName TO PvName(EmElf)
               MOVE EmTeam TO PvTeam(EmElf)
               MOVE 0 TO PvHasCal(EmElf)
               MOVE 0 TO PvHasBadge(EmElf)
               MOVE 0 TO PvHasStand(EmElf)
               IF EmHasCal = 1 THEN
                   MOVE 1 TO PvHasCal(EmElf)
                   MOVE EmCalRank TO PvRank(EmElf)
               END-IF
               IF EmHasBadge = 1 THEN
                   MOVE 1 TO PvHasBadge(EmElf)
                   MOVE EmBadgeGroup TO PvGroup(EmElf)
                   MOVE EmBadgeItem TO PvBadge(EmElf)
               END-IF
               IF EmHasStand = 1 THEN
                   MOVE 1 TO PvHasStand(EmElf)
                   MOVE EmStandPos TO PvStandPos(EmElf)
               END-IF
           END-IF
           .

      *>      the master is rebuilt whole each run - OPEN OUTPUT
      *>      starts it fresh, one keyed record per elf any source
      *>      knows about
                   ElfMasterFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO BuildRC
           ELSE
               PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > TableMax
                   IF EtAny(EI) = 1 THEN
               CLOSE ElfMaster
           END-IF
           .

      *>      tonight's master against the baseline, elf by elf -
      *>      the journal first loses any entries an earlier build
      *>      tonight wrote
       800-Journal-Changes.
           OPEN OUTPUT ChangeReport
           IF ChangeRptFS = "00" THEN
               MOVE 1 TO ReportOpen
               MOVE SPACES TO ChangeLine
               MOVE RankMove TO ValEd
               STRING "ELF MASTER CHANGES FOR " DELIMITED BY SIZE
                   RosAsOf DELIMITED BY SIZE
                   " - RANK MOVES OF " DELIMITED BY SIZE
                   FUNCTION TRIM(ValEd) DELIMITED BY SIZE
                   " PLACES OR MORE" DELIMITED BY SIZE
                   INTO ChangeLine
               WRITE ChangeLine
               MOVE SPACES TO ChangeLine
               WRITE ChangeLine
           ELSE
               MOVE "AOC869W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ELFBLD: CANNOT OPEN elf_changes.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   ChangeRptFS DELIMITED BY SIZE
                   " - CHANGES JOURNALLED ONLY" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           IF PriorThere = 0 THEN
               MOVE "AOC868W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ELFBLD: NO PRIOR MASTER - CHANGE JOURNAL "
                   DELIMITED BY SIZE
                   "STARTS WITH THE NEXT BUILD" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               IF ReportOpen = 1 THEN
                   MOVE "NO PRIOR MASTER - NOTHING TO COMPARE WITH"
                       TO ChangeLine
                   WRITE ChangeLine
                   CLOSE ChangeReport
               END-IF
           ELSE
               PERFORM 810-Open-Journal
               IF JournalOpen = 1 THEN
                   PERFORM 820-Drop-Tonights-Entries
               END-IF
               PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > TableMax
                   IF EtAny(EI) = 1 OR PvAny(EI) = 1 THEN
                       PERFORM 830-Compare-Elf
                   END-IF
               END-PERFORM
               IF JournalOpen = 1 THEN
                   CLOSE JournalFile
               END-IF
               MOVE ChangeCount TO ChgCntEd
               MOVE ChangeElves TO ChgElfEd
               IF ReportOpen = 1 THEN
                   MOVE SPACES TO ChangeLine
                   WRITE ChangeLine
                   MOVE SPACES TO ChangeLine
                   STRING "CHANGES: " DELIMITED BY SIZE
                       FUNCTION TRIM(ChgCntEd) DELIMITED BY SIZE
                       "  ELVES: " DELIMITED BY SIZE
                       FUNCTION TRIM(ChgElfEd) DELIMITED BY SIZE
                       INTO ChangeLine
                   WRITE ChangeLine
                   CLOSE ChangeReport
               END-IF
               MOVE "AOC866I" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ELFBLD: " DELIMITED BY SIZE
                   FUNCTION TRIM(ChgCntEd) DELIMITED BY SIZE
                   " CHANGE(S) TO " DELIMITED BY SIZE
                   FUNCTION TRIM(ChgElfEd) DELIMITED BY SIZE
                   " ELF(S) FOR " DELIMITED BY SIZE
                   RosAsOf DELIMITED BY SIZE
                   " - SEE elf_changes.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           .

       810-Open-Journal.
           MOVE 0 TO JournalOpen
           OPEN I-O JournalFile
           IF JournalFS = "35" THEN
               OPEN OUTPUT JournalFile
               IF JournalFS = "00" THEN
                   CLOSE JournalFile
                   OPEN I-O JournalFile
               END-IF
           END-IF
           IF JournalFS = "00" THEN
               MOVE 1 TO JournalOpen
           ELSE
               MOVE "AOC867E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ELFBLD: CANNOT OPEN elf_journal.dat - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   JournalFS DELIMITED BY SIZE
                   " - TONIGHT'S CHANGES NOT JOURNALLED"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 8 TO BuildRC
           END-IF
           .

       820-Drop-Tonights-Entries.
           MOVE RosAsOf TO JnDate
           MOVE 0 TO JnElf
           MOVE 0 TO JnSeq
           MOVE 0 TO JournalEOF
           START JournalFile KEY NOT < JnKey
               INVALID KEY MOVE 1 TO JournalEOF
           END-START
           PERFORM UNTIL JournalEOF = 1
               READ JournalFile NEXT
                   AT END MOVE 1 TO JournalEOF
                   NOT AT END
                       IF JnDate = RosAsOf THEN
                           DELETE JournalFile
                               INVALID KEY CONTINUE
                               NOT INVALID KEY ADD 1 TO ReplacedCount
                           END-DELETE
                       ELSE
                           MOVE 1 TO JournalEOF
                       END-IF
               END-READ
           END-PERFORM
           .

      *>      joined and gone are the whole story for that elf;
      *>      otherwise each kind of change is its own entry
       830-Compare-Elf.
           MOVE 0 TO ChangeSeq
           EVALUATE TRUE
               WHEN PvAny(EI) = 0
                   MOVE "JOINED" TO ChKind
                   MOVE SPACES TO ChOld
                   MOVE EtName(EI) TO ChNew
                   MOVE EtName(EI) TO ChName
                   PERFORM 890-Record-Change
               WHEN EtAny(EI) = 0
                   MOVE "GONE" TO ChKind
                   MOVE PvName(EI) TO ChOld
                   MOVE SPACES TO ChNew
                   MOVE PvName(EI) TO ChName
                   PERFORM 890-Record-Change
               WHEN OTHER
                   MOVE EtName(EI) TO ChName
                   PERFORM 840-Compare-Team
                   PERFORM 850-Compare-Rank
                   PERFORM 860-Compare-Badge
                   PERFORM 870-Compare-Standing
           END-EVALUATE
           IF ChangeSeq > 0 THEN
               ADD 1 TO ChangeElves
           END-IF
           .

       840-Compare-Team.
           IF EtTeam(EI) NOT = PvTeam(EI) THEN
               MOVE "TEAM" TO ChKind
               MOVE PvTeam(EI) TO ChOld
               MOVE EtTeam(EI) TO ChNew
               PERFORM 890-Record-Change
           END-IF
           .

      *>      a move counts once it reaches RankMove places; a
      *>      total that appears or disappears always counts
       850-Compare-Rank.
           MOVE 0 TO RankGap
           IF PvHasCal(EI) = 1 AND EtHasCal(EI) = 1 THEN
               IF EtRank(EI) > PvRank(EI) THEN
                   COMPUTE RankGap = EtRank(EI) - PvRank(EI)
               ELSE
                   COMPUTE RankGap = PvRank(EI) - EtRank(EI)
               END-IF
           END-IF
           IF PvHasCal(EI) NOT = EtHasCal(EI)
               OR (RankGap > 0 AND RankGap NOT < RankMove) THEN
               MOVE "RANK" TO ChKind
               MOVE PvHasCal(EI) TO ValHas
               MOVE PvRank(EI) TO ValRank
               PERFORM 880-Rank-Text
               MOVE ValText TO ChOld
               MOVE EtHasCal(EI) TO ValHas
               MOVE EtRank(EI) TO ValRank
               PERFORM 880-Rank-Text
               MOVE ValText TO ChNew
               PERFORM 890-Record-Change
           END-IF
           .

       860-Compare-Badge.
           IF PvHasBadge(EI) NOT = EtHasBadge(EI)
               OR (EtHasBadge(EI) = 1
                   AND (PvGroup(EI) NOT = EtGroup(EI)
                       OR PvBadge(EI) NOT = EtBadge(EI))) THEN
               MOVE "BADGE" TO ChKind
               MOVE PvHasBadge(EI) TO ValHas
               MOVE PvGroup(EI) TO ValGroup
               MOVE PvBadge(EI) TO ValBadge
               PERFORM 882-Badge-Text
               MOVE ValText TO ChOld
               MOVE EtHasBadge(EI) TO ValHas
               MOVE EtGroup(EI) TO ValGroup
               MOVE EtBadge(EI) TO ValBadge
               PERFORM 882-Badge-Text
               MOVE ValText TO ChNew
               PERFORM 890-Record-Change
           END-IF
           .

      *>      standings positions gained or lost - a move within
      *>      the table is the league's business, not a change to
      *>      the elf
       870-Compare-Standing.
           IF PvHasStand(EI) NOT = EtHasStand(EI) THEN
               MOVE "STANDING" TO ChKind
               MOVE PvHasStand(EI) TO ValHas
               MOVE PvStandPos(EI) TO ValPos
               PERFORM 884-Standing-Text
               MOVE ValText TO ChOld
               MOVE EtHasStand(EI) TO ValHas
               MOVE EtStandPos(EI) TO ValPos
               PERFORM 884-Standing-Text
               MOVE ValText TO ChNew
               PERFORM 890-Record-Change
           END-IF
           .

       880-Rank-Text.
           MOVE SPACES TO ValText
           IF ValHas = 1 THEN
               MOVE ValRank TO ValEd
               STRING "RANK " DELIMITED BY SIZE
                   FUNCTION TRIM(ValEd) DELIMITED BY SIZE
                   INTO ValText
           ELSE
               MOVE "NO TOTAL" TO ValText
           END-IF
           .

       882-Badge-Text.
           MOVE SPACES TO ValText
           IF ValHas = 1 THEN
               MOVE ValGroup TO ValEd
               STRING "GROUP " DELIMITED BY SIZE
                   FUNCTION TRIM(ValEd) DELIMITED BY SIZE
                   " ITEM " DELIMITED BY SIZE
                   ValBadge DELIMITED BY SIZE
                   INTO ValText
           ELSE
               MOVE "NO GROUP" TO ValText
           END-IF
           .

       884-Standing-Text.
           MOVE SPACES TO ValText
           IF ValHas = 1 THEN
               MOVE ValPos TO ValEd
               STRING "POSITION " DELIMITED BY SIZE
                   FUNCTION TRIM(ValEd) DELIMITED BY SIZE
                   INTO ValText
           ELSE
               MOVE "NOT PLACED" TO ValText
           END-IF
           .

       890-Record-Change.
           ADD 1 TO ChangeSeq
           ADD 1 TO ChangeCount
           IF JournalOpen = 1 THEN
               MOVE SPACES TO JournalRec
               MOVE RosAsOf TO JnDate
               MOVE EI TO JnElf
               MOVE ChangeSeq TO JnSeq
               MOVE EI TO JkElf
               MOVE RosAsOf TO JkDate
               MOVE ChangeSeq TO JkSeq
               MOVE ChKind TO JnKind
               MOVE ChOld TO JnOld
               MOVE ChNew TO JnNew
               MOVE RunId TO JnRunId
               WRITE JournalRec
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           IF ReportOpen = 1 THEN
               MOVE SPACES TO ChangeLine
               MOVE EI TO ChangeLine(1:5)
               MOVE ChName TO ChangeLine(8:20)
               MOVE ChKind TO ChangeLine(30:8)
               MOVE ChOld TO ChangeLine(40:20)
               IF ChOld NOT = SPACE AND ChNew NOT = SPACE THEN
                   MOVE "->" TO ChangeLine(61:2)
               END-IF
               MOVE ChNew TO ChangeLine(64:20)
               WRITE ChangeLine
           END-IF
           .
