       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADEQCHK.

      *>      calorie-to-workload adequacy check - joins DAY01's
      *>      totals extract (01_totals.txt) to DAY04's crew schedule
      *>      (04.txt, DD_DAY04) by elf number and works out each
      *>      elf's calories per assigned section. Only the numbered
      *>      "elf:lo-hi" crew members name an elf; a crew record is
      *>      taken only when every member parses the way DAY04
      *>      accepts it, and an elf's sections are counted once
      *>      each however many crews send it there. Two lists go to
      *>      ../data/workload_adequacy.txt for the morning
      *>      assignment meeting:
      *>        1. under-provisioned - assigned elves below ADEQ_MIN
      *>           calories per section (default 1000), lowest ratio
      *>           first, with the calories short of the minimum; an
      *>           assigned elf with no DAY01 total is listed too
      *>        2. surplus with light assignment - elves at or above
      *>           ADEQ_SURPLUS calories per section (default 5000,
      *>           and it must sit above ADEQ_MIN), or with that much
      *>           and no assignment at all, biggest spare first -
      *>           spare being what the elf carries beyond the
      *>           minimum for its own sections
      *>      and a closing line setting the spare against the
      *>      shortfall: rebalance if the spare covers it, send food
      *>      if it does not. Names and teams come from the roster
      *>      (01_roster.txt, DD_DAY01_ROSTER) in force on the cycle
      *>      date. Runs in the post-cycle network after DAY01 and
      *>      DAY04, or by hand. RC 0 nothing listed, 4 elves
      *>      listed, 8 a source missing, 12 no report

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RosterFile ASSIGN TO DYNAMIC RosterFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RosterFS.
               SELECT TotalsFile ASSIGN TO "../data/01_totals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TotalsFS.
               SELECT CrewFile ASSIGN TO DYNAMIC CrewFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CrewFS.
               SELECT AdequacyReport
                   ASSIGN TO "../data/workload_adequacy.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdequacyFS.
               SELECT SortWork ASSIGN TO "../data/adeqchk_sortwk.tmp".


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

           FD CrewFile.
               01 CrewRec PIC X(60).

           FD AdequacyReport.
               01 AdequacyLine PIC X(132).

      *>      one listed elf - the list's ordering figure, then the
      *>      elf number so equal figures come out in number order
           SD SortWork.
               01 SortRec.
                   05 SortKey PIC 9(20).
                   05 SortElf PIC 9(5).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
      *>      source paths, resolved at run time through the same
      *>      DD_ variables the day programs honor
           01 RosterFileName PIC X(100) VALUE "../data/01_roster.txt".
           01 RosterParm PIC X(100).
           01 CrewFileName PIC X(100) VALUE "../data/04.txt".
           01 CrewParm PIC X(100).
      *>      the roster row in force on the cycle date is the one
      *>      loaded - on the archive date under AOCRERUN
           01 RosAsOf PIC X(10).
           01 RosAsOfParm PIC X(12).
           01 RosterFS PIC XX.
           01 TotalsFS PIC XX.
           01 CrewFS PIC XX.
           01 AdequacyFS PIC XX.
           COPY EOFFLAG.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
           01 MinPerSect PIC 9(10) VALUE 1000.
           01 SurplusPerSect PIC 9(10) VALUE 5000.
           01 AdeqParm PIC X(11).

      *>      everything known about each elf number, indexed
      *>      straight by the number as DAY01 indexes its roster;
      *>      EtSects holds a "1" for each section (1-99) the elf is
      *>      assigned to
           01 TableMax PIC 9(5) VALUE 20000.
           01 ElfTab.
               05 ElfEntry OCCURS 20000 TIMES.
                   10 EtKnown PIC 9.
                   10 EtName PIC X(20).
                   10 EtTeam PIC X(10).
                   10 EtHasCal PIC 9.
                   10 EtCal PIC 9(20).
                   10 EtOnCrew PIC 9.
                   10 EtSects PIC X(99).
           01 EI PIC 9(5).

      *>      crew parse - the same comma/colon/dash split DAY04
      *>      runs, held per member until the whole record passes
           01 MaxCrew PIC 9 VALUE 8.
           01 MemCount PIC 9.
           01 MemFlds.
               05 MemFld OCCURS 8 TIMES PIC X(14).
           01 MemOver PIC X(14).
           01 MemTab.
               05 MemEntry OCCURS 8 TIMES.
                   10 MbElf PIC 9(5).
                   10 MbLo PIC 99.
                   10 MbHi PIC 99.
           01 MI PIC 9.
           01 ColonCount PIC 9.
           01 DashCount PIC 9.
           01 ElfPart PIC X(8).
           01 RangePart PIC X(8).
           01 LoFld PIC X(8).
           01 HiFld PIC X(8).
           01 ElfChk PIC 9(7).
           01 RangeChk PIC 9(7).
           01 ValidCrew PIC 9.
           01 SectI PIC 99.

      *>      one elf's figures, worked out on demand
           01 Sects PIC 9(3).
           01 Ratio PIC 9(20).
           01 Needed PIC 9(20).
           01 Short PIC 9(20).
           01 Spare PIC 9(20).
           01 ListMode PIC 9.

           01 RosterCount PIC 9(5) VALUE 0.
           01 TotalsCount PIC 9(5) VALUE 0.
           01 CrewLines PIC 9(7) VALUE 0.
           01 CrewSkipped PIC 9(7) VALUE 0.
           01 AssignedCount PIC 9(5) VALUE 0.
           01 UnderCount PIC 9(5) VALUE 0.
           01 SurplusCount PIC 9(5) VALUE 0.
           01 ShortTotal PIC 9(20) VALUE 0.
           01 SpareTotal PIC 9(20) VALUE 0.
           01 Gap PIC 9(20).
           01 SourceMissing PIC 9 VALUE 0.
           01 ElfEd PIC Z(4)9.
           01 AmtEd PIC Z(14)9.
           01 SectsEd PIC ZZ9.
           01 CntEd PIC Z(6)9.
           01 Cnt2Ed PIC Z(6)9.
           01 Cnt3Ed PIC Z(6)9.
           01 ParmEd PIC Z(9)9.
           01 Parm2Ed PIC Z(9)9.

       PROCEDURE DIVISION.
       000-Main.
           INITIALIZE ElfTab
           PERFORM 040-Get-Parms
           OPEN OUTPUT AdequacyReport
           IF AdequacyFS NOT = "00" THEN
               MOVE "AOC481E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ADEQCHK: CANNOT OPEN workload_adequacy.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   AdequacyFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 100-Load-Roster
           PERFORM 200-Load-Totals
           PERFORM 300-Load-Crews
           PERFORM 050-Write-Header
           IF SourceMissing = 0 THEN
               MOVE 1 TO ListMode
               PERFORM 500-Write-List-Head
               SORT SortWork ON ASCENDING KEY SortKey
                   ASCENDING KEY SortElf
                   INPUT PROCEDURE IS 510-Release-Under
                   OUTPUT PROCEDURE IS 530-Return-Listed
               PERFORM 590-Write-List-Foot
               MOVE 2 TO ListMode
               PERFORM 500-Write-List-Head
               SORT SortWork ON DESCENDING KEY SortKey
                   ASCENDING KEY SortElf
                   INPUT PROCEDURE IS 520-Release-Surplus
                   OUTPUT PROCEDURE IS 530-Return-Listed
               PERFORM 590-Write-List-Foot
               PERFORM 600-Write-Verdict
           ELSE
               MOVE SPACES TO AdequacyLine
               WRITE AdequacyLine
               MOVE "NOTHING ASSESSED - A SOURCE IS MISSING"
                   TO AdequacyLine
               WRITE AdequacyLine
           END-IF
           CLOSE AdequacyReport
           PERFORM 900-Report-Counts
       STOP RUN
       .

      *>      a surplus line at or under the minimum could never be
      *>      spared from, so it is refused back to the default
      *>      spread, the way DAY01 refuses a SURPLUS_MIN under
      *>      RESUPPLY_MIN
       040-Get-Parms.
           MOVE SPACE TO RosterParm
           ACCEPT RosterParm FROM ENVIRONMENT "DD_DAY01_ROSTER"
           IF RosterParm NOT = SPACE THEN
               MOVE RosterParm TO RosterFileName
           END-IF
           MOVE SPACE TO CrewParm
           ACCEPT CrewParm FROM ENVIRONMENT "DD_DAY04"
           IF CrewParm NOT = SPACE THEN
               MOVE CrewParm TO CrewFileName
           END-IF
           MOVE SPACE TO AdeqParm
           ACCEPT AdeqParm FROM ENVIRONMENT "ADEQ_MIN"
           IF AdeqParm NOT = SPACE
               AND FUNCTION TEST-NUMVAL(AdeqParm) = 0 THEN
               MOVE FUNCTION NUMVAL(AdeqParm) TO MinPerSect
               IF MinPerSect = 0 THEN
                   MOVE 1000 TO MinPerSect
               END-IF
           END-IF
           MOVE SPACE TO AdeqParm
           ACCEPT AdeqParm FROM ENVIRONMENT "ADEQ_SURPLUS"
           IF AdeqParm NOT = SPACE
               AND FUNCTION TEST-NUMVAL(AdeqParm) = 0 THEN
               MOVE FUNCTION NUMVAL(AdeqParm) TO SurplusPerSect
           END-IF
           IF SurplusPerSect <= MinPerSect THEN
               MOVE MinPerSect TO ParmEd
               MOVE "AOC482W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ADEQCHK: ADEQ_SURPLUS MUST SIT ABOVE ADEQ_MIN "
                   DELIMITED BY SIZE
                   "(" DELIMITED BY SIZE
                   FUNCTION TRIM(ParmEd) DELIMITED BY SIZE
                   ") - FIVE TIMES THE MINIMUM USED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               COMPUTE SurplusPerSect = MinPerSect * 5
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
           .

       050-Write-Header.
           MOVE MinPerSect TO ParmEd
           MOVE SurplusPerSect TO Parm2Ed
           MOVE SPACES TO AdequacyLine
           STRING "CALORIE-TO-WORKLOAD ADEQUACY - CYCLE DATE "
               DELIMITED BY SIZE
               RosAsOf DELIMITED BY SIZE
               "  MINIMUM " DELIMITED BY SIZE
               FUNCTION TRIM(ParmEd) DELIMITED BY SIZE
               "  SURPLUS LINE " DELIMITED BY SIZE
               FUNCTION TRIM(Parm2Ed) DELIMITED BY SIZE
               " CALORIES PER SECTION" DELIMITED BY SIZE
               INTO AdequacyLine
           WRITE AdequacyLine
           MOVE SPACES TO AdequacyLine
           WRITE AdequacyLine
           MOVE RosterCount TO CntEd
           MOVE SPACES TO AdequacyLine
           IF RosterCount > 0 THEN
               STRING "  ROSTER            " DELIMITED BY SIZE
                   CntEd DELIMITED BY SIZE
                   " ELF(S) IN FORCE" DELIMITED BY SIZE
                   INTO AdequacyLine
           ELSE
               STRING "  ROSTER            NOT ON DISK - NUMBERS ONLY"
                   DELIMITED BY SIZE
                   INTO AdequacyLine
           END-IF
           WRITE AdequacyLine
           MOVE SPACES TO AdequacyLine
           IF TotalsFS = "00" THEN
               MOVE TotalsCount TO CntEd
               STRING "  01_totals.txt     " DELIMITED BY SIZE
                   CntEd DELIMITED BY SIZE
                   " ELF TOTAL(S)" DELIMITED BY SIZE
                   INTO AdequacyLine
           ELSE
               STRING "  01_totals.txt     NOT ON DISK"
                   DELIMITED BY SIZE
                   INTO AdequacyLine
           END-IF
           WRITE AdequacyLine
           MOVE SPACES TO AdequacyLine
           IF CrewFS = "00" THEN
               MOVE CrewLines TO CntEd
               MOVE CrewSkipped TO Cnt2Ed
               MOVE AssignedCount TO Cnt3Ed
               STRING "  CREW SCHEDULE     " DELIMITED BY SIZE
                   CntEd DELIMITED BY SIZE
                   " CREW(S), " DELIMITED BY SIZE
                   FUNCTION TRIM(Cnt2Ed) DELIMITED BY SIZE
                   " NOT USABLE, " DELIMITED BY SIZE
                   FUNCTION TRIM(Cnt3Ed) DELIMITED BY SIZE
                   " NUMBERED ELF(S) ASSIGNED" DELIMITED BY SIZE
                   INTO AdequacyLine
           ELSE
               STRING "  CREW SCHEDULE     " DELIMITED BY SIZE
                   FUNCTION TRIM(CrewFileName) DELIMITED BY SIZE
                   " NOT ON DISK" DELIMITED BY SIZE
                   INTO AdequacyLine
           END-IF
           WRITE AdequacyLine
           .

      *>      the roster is optional - without it the lists show
      *>      numbers only
       100-Load-Roster.
           OPEN INPUT RosterFile
           IF RosterFS = "00" THEN
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ RosterFile
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 110-Store-Roster
                   END-READ
               END-PERFORM
               CLOSE RosterFile
           END-IF
           .

       110-Store-Roster.
           IF RosRecNum NUMERIC AND RosRecNum > 0
               AND RosRecNum <= TableMax
               AND (RosRecFrom = SPACE OR RosRecFrom NOT > RosAsOf)
               AND (RosRecTo = SPACE OR RosRecTo NOT < RosAsOf) THEN
               MOVE 1 TO EtKnown(RosRecNum)
               MOVE RosRecName TO EtName(RosRecNum)
               MOVE RosRecTeam TO EtTeam(RosRecNum)
               ADD 1 TO RosterCount
           END-IF
           .

       200-Load-Totals.
           OPEN INPUT TotalsFile
           IF TotalsFS NOT = "00" THEN
               MOVE 1 TO SourceMissing
               MOVE "AOC483E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ADEQCHK: CANNOT OPEN 01_totals.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   TotalsFS DELIMITED BY SIZE
                   " - RUN DAY01 FIRST" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TotalsFile
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 210-Store-Total
                   END-READ
               END-PERFORM
               CLOSE TotalsFile
           END-IF
           .

       210-Store-Total.
           IF TotElfNum NUMERIC AND TotElfNum > 0
               AND TotElfNum <= TableMax
               AND TotCalories NUMERIC THEN
               MOVE 1 TO EtHasCal(TotElfNum)
               MOVE TotCalories TO EtCal(TotElfNum)
               ADD 1 TO TotalsCount
           END-IF
           .

      *>      control records are passed over; a crew record that
      *>      DAY04 would reject is counted and left out whole
       300-Load-Crews.
           OPEN INPUT CrewFile
           IF CrewFS NOT = "00" THEN
               MOVE 1 TO SourceMissing
               MOVE "AOC484E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ADEQCHK: CANNOT OPEN " DELIMITED BY SIZE
                   FUNCTION TRIM(CrewFileName) DELIMITED BY SIZE
                   " - FILE STATUS " DELIMITED BY SIZE
                   CrewFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ CrewFile
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 310-Take-Crew
                   END-READ
               END-PERFORM
               CLOSE CrewFile
           END-IF
           .

       310-Take-Crew.
           IF CrewRec(1:4) NOT = "HDR " AND CrewRec(1:4) NOT = "TRL "
               AND CrewRec(1:6) NOT = "SHIFT "
               AND CrewRec NOT = SPACE THEN
               ADD 1 TO CrewLines
               MOVE 0 TO MemCount
               MOVE SPACES TO MemFlds
               MOVE SPACES TO MemOver
               UNSTRING CrewRec DELIMITED BY ","
                   INTO MemFld(1) MemFld(2) MemFld(3) MemFld(4)
                       MemFld(5) MemFld(6) MemFld(7) MemFld(8)
                       MemOver
                   TALLYING IN MemCount
               END-UNSTRING
               MOVE 1 TO ValidCrew
               IF MemCount < 2 OR MemCount > MaxCrew
                   OR MemOver NOT = SPACE THEN
                   MOVE 0 TO ValidCrew
               ELSE
                   PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > MemCount
                       PERFORM 320-Parse-Member
                   END-PERFORM
               END-IF
               IF ValidCrew = 1 THEN
                   PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > MemCount
                       PERFORM 330-Assign-Member
                   END-PERFORM
               ELSE
                   ADD 1 TO CrewSkipped
               END-IF
           END-IF
           .

      *>      one member - an optional numeric elf ahead of the ":",
      *>      then exactly one "lo-hi" range within 1-99
       320-Parse-Member.
           MOVE 0 TO ColonCount
           MOVE 0 TO DashCount
           INSPECT MemFld(MI) TALLYING ColonCount FOR ALL ":"
           INSPECT MemFld(MI) TALLYING DashCount FOR ALL "-"
           MOVE SPACES TO ElfPart
           MOVE SPACES TO RangePart
           MOVE SPACES TO LoFld
           MOVE SPACES TO HiFld
           MOVE 0 TO MbElf(MI)
           MOVE 0 TO MbLo(MI)
           MOVE 0 TO MbHi(MI)
           IF ColonCount > 1 OR DashCount NOT = 1 THEN
               MOVE 0 TO ValidCrew
           ELSE
               IF ColonCount = 0 THEN
                   MOVE MemFld(MI) TO RangePart
               ELSE
                   UNSTRING MemFld(MI) DELIMITED BY ":"
                       INTO ElfPart RangePart
                   END-UNSTRING
                   IF FUNCTION TEST-NUMVAL(ElfPart) = 0 THEN
                       MOVE FUNCTION NUMVAL(ElfPart) TO ElfChk
                       IF ElfChk < 1 OR ElfChk > TableMax THEN
                           MOVE 0 TO ValidCrew
                       ELSE
                           MOVE ElfChk TO MbElf(MI)
                       END-IF
                   ELSE
                       MOVE 0 TO ValidCrew
                   END-IF
               END-IF
               UNSTRING RangePart DELIMITED BY "-"
                   INTO LoFld HiFld
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(LoFld) = 0
                   AND FUNCTION TEST-NUMVAL(HiFld) = 0 THEN
                   MOVE FUNCTION NUMVAL(LoFld) TO RangeChk
                   IF RangeChk < 1 OR RangeChk > 99 THEN
                       MOVE 0 TO ValidCrew
                   ELSE
                       MOVE RangeChk TO MbLo(MI)
                   END-IF
                   MOVE FUNCTION NUMVAL(HiFld) TO RangeChk
                   IF RangeChk < 1 OR RangeChk > 99 THEN
                       MOVE 0 TO ValidCrew
                   ELSE
                       MOVE RangeChk TO MbHi(MI)
                   END-IF
                   IF MbLo(MI) > MbHi(MI) THEN
                       MOVE 0 TO ValidCrew
                   END-IF
               ELSE
                   MOVE 0 TO ValidCrew
               END-IF
           END-IF
           .

       330-Assign-Member.
           IF MbElf(MI) > 0 THEN
               MOVE MbElf(MI) TO EI
               IF EtOnCrew(EI) = 0 THEN
                   MOVE 1 TO EtOnCrew(EI)
                   MOVE ALL "0" TO EtSects(EI)
                   ADD 1 TO AssignedCount
               END-IF
               PERFORM VARYING SectI FROM MbLo(MI) BY 1
                   UNTIL SectI > MbHi(MI)
                   MOVE "1" TO EtSects(EI)(SectI:1)
               END-PERFORM
           END-IF
           .

      *>      one elf's sections, calories per section, and what it
      *>      is short of (or can spare beyond) the minimum for them
       400-Work-Out-Elf.
           MOVE 0 TO Sects
           MOVE 0 TO Ratio
           MOVE 0 TO Short
           MOVE 0 TO Spare
           IF EtOnCrew(EI) = 1 THEN
               INSPECT EtSects(EI) TALLYING Sects FOR ALL "1"
           END-IF
           COMPUTE Needed = MinPerSect * Sects
           IF Sects > 0 THEN
               COMPUTE Ratio = EtCal(EI) / Sects
           END-IF
           IF EtCal(EI) < Needed THEN
               COMPUTE Short = Needed - EtCal(EI)
           ELSE
               COMPUTE Spare = EtCal(EI) - Needed
           END-IF
           .

       500-Write-List-Head.
           MOVE SPACES TO AdequacyLine
           WRITE AdequacyLine
           MOVE SPACES TO AdequacyLine
           IF ListMode = 1 THEN
               MOVE MinPerSect TO ParmEd
               STRING "UNDER-PROVISIONED - BELOW " DELIMITED BY SIZE
                   FUNCTION TRIM(ParmEd) DELIMITED BY SIZE
                   " CALORIES PER ASSIGNED SECTION, LOWEST FIRST"
                   DELIMITED BY SIZE
                   INTO AdequacyLine
           ELSE
               MOVE SurplusPerSect TO ParmEd
               STRING "SURPLUS WITH LIGHT ASSIGNMENT - "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(ParmEd) DELIMITED BY SIZE
                   " CALORIES PER SECTION OR MORE, BIGGEST SPARE "
                   DELIMITED BY SIZE
                   "FIRST" DELIMITED BY SIZE
                   INTO AdequacyLine
           END-IF
           WRITE AdequacyLine
           MOVE SPACES TO AdequacyLine
           MOVE "ELF" TO AdequacyLine(3:3)
           MOVE "NAME" TO AdequacyLine(8:4)
           MOVE "TEAM" TO AdequacyLine(29:4)
           MOVE "CALORIES" TO AdequacyLine(47:8)
           MOVE "SECTS" TO AdequacyLine(56:5)
           MOVE "CAL/SECT" TO AdequacyLine(69:8)
           IF ListMode = 1 THEN
               MOVE "SHORT" TO AdequacyLine(88:5)
           ELSE
               MOVE "SPARE" TO AdequacyLine(88:5)
           END-IF
           WRITE AdequacyLine
           .

      *>      every assigned elf under the minimum, keyed on its
      *>      ratio - an assigned elf with no total has ratio 0
       510-Release-Under.
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > TableMax
               IF EtOnCrew(EI) = 1 THEN
                   PERFORM 400-Work-Out-Elf
                   IF Sects > 0 AND Ratio < MinPerSect THEN
                       MOVE Ratio TO SortKey
                       MOVE EI TO SortElf
                       RELEASE SortRec
                   END-IF
               END-IF
           END-PERFORM
           .

      *>      every elf with a total at or over the surplus line per
      *>      assigned section - or that much and no assignment -
      *>      keyed on what it can spare
       520-Release-Surplus.
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > TableMax
               IF EtHasCal(EI) = 1 THEN
                   PERFORM 400-Work-Out-Elf
                   IF (Sects > 0 AND Ratio >= SurplusPerSect)
                       OR (Sects = 0 AND EtCal(EI) >= SurplusPerSect)
                       THEN
                       MOVE Spare TO SortKey
                       MOVE EI TO SortElf
                       RELEASE SortRec
                   END-IF
               END-IF
           END-PERFORM
           .

       530-Return-Listed.
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               RETURN SortWork
                   AT END MOVE 1 TO EOF
                   NOT AT END
                       MOVE SortElf TO EI
                       PERFORM 400-Work-Out-Elf
                       PERFORM 540-Write-Elf-Line
               END-RETURN
           END-PERFORM
           .

       540-Write-Elf-Line.
           MOVE SPACES TO AdequacyLine
           MOVE EI TO ElfEd
           MOVE ElfEd TO AdequacyLine(1:5)
           IF EtKnown(EI) = 1 THEN
               MOVE EtName(EI) TO AdequacyLine(8:20)
               MOVE EtTeam(EI) TO AdequacyLine(29:10)
           ELSE
               IF RosterCount > 0 THEN
                   MOVE "*NOT ON ROSTER*" TO AdequacyLine(8:15)
               END-IF
           END-IF
           IF EtHasCal(EI) = 1 THEN
               MOVE EtCal(EI) TO AmtEd
               MOVE AmtEd TO AdequacyLine(40:15)
           ELSE
               MOVE "NO TOTAL" TO AdequacyLine(47:8)
           END-IF
           MOVE Sects TO SectsEd
           MOVE SectsEd TO AdequacyLine(58:3)
           IF Sects > 0 THEN
               MOVE Ratio TO AmtEd
               MOVE AmtEd TO AdequacyLine(62:15)
           ELSE
               MOVE "UNASSIGNED" TO AdequacyLine(67:10)
           END-IF
           IF ListMode = 1 THEN
               MOVE Short TO AmtEd
               ADD 1 TO UnderCount
               ADD Short TO ShortTotal
           ELSE
               MOVE Spare TO AmtEd
               ADD 1 TO SurplusCount
               ADD Spare TO SpareTotal
           END-IF
           MOVE AmtEd TO AdequacyLine(78:15)
           WRITE AdequacyLine
           .

       590-Write-List-Foot.
           MOVE SPACES TO AdequacyLine
           IF ListMode = 1 THEN
               MOVE UnderCount TO CntEd
               MOVE ShortTotal TO AmtEd
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " ELF(S) UNDER-PROVISIONED, " DELIMITED BY SIZE
                   FUNCTION TRIM(AmtEd) DELIMITED BY SIZE
                   " CALORIES SHORT IN ALL" DELIMITED BY SIZE
                   INTO AdequacyLine
           ELSE
               MOVE SurplusCount TO CntEd
               MOVE SpareTotal TO AmtEd
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " ELF(S) WITH A SURPLUS, " DELIMITED BY SIZE
                   FUNCTION TRIM(AmtEd) DELIMITED BY SIZE
                   " CALORIES TO SPARE IN ALL" DELIMITED BY SIZE
                   INTO AdequacyLine
           END-IF
           WRITE AdequacyLine
           .

      *>      the meeting's question - can the listed surplus carry
      *>      the shortfall (rebalance the schedule, or move food
      *>      between elves), or must food be sent
       600-Write-Verdict.
           MOVE SPACES TO AdequacyLine
           WRITE AdequacyLine
           MOVE SPACES TO AdequacyLine
           IF UnderCount = 0 THEN
               MOVE "VERDICT: NO ELF UNDER THE MINIMUM" TO AdequacyLine
           ELSE
               IF SpareTotal >= ShortTotal THEN
                   STRING "VERDICT: SURPLUS COVERS THE SHORTFALL - "
                       DELIMITED BY SIZE
                       "REBALANCE THE SCHEDULE OR MOVE FOOD BETWEEN "
                       DELIMITED BY SIZE
                       "ELVES" DELIMITED BY SIZE
                       INTO AdequacyLine
               ELSE
                   COMPUTE Gap = ShortTotal - SpareTotal
                   MOVE Gap TO AmtEd
                   STRING "VERDICT: SHORTFALL EXCEEDS THE SURPLUS BY "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(AmtEd) DELIMITED BY SIZE
                       " CALORIES - SEND FOOD" DELIMITED BY SIZE
                       INTO AdequacyLine
               END-IF
           END-IF
           WRITE AdequacyLine
           .

       900-Report-Counts.
           IF SourceMissing = 1 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE UnderCount TO CntEd
               MOVE SurplusCount TO Cnt2Ed
               MOVE "AOC485I" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ADEQCHK: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " ELF(S) UNDER-PROVISIONED, " DELIMITED BY SIZE
                   FUNCTION TRIM(Cnt2Ed) DELIMITED BY SIZE
                   " WITH A SURPLUS - SEE workload_adequacy.txt"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               IF UnderCount > 0 OR SurplusCount > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
