       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSHIST.

      *>      roster history report - every row REFMNT has kept on
      *>      the effective-dated roster (01_roster.txt,
      *>      DD_DAY01_ROSTER), elf by elf in effective-from order,
      *>      with what changed from one row to the next: the name,
      *>      the team or both, a rejoin after a gap, and the day an
      *>      elf left. The row in force on the cycle date (the
      *>      archive date under AOCRERUN, as the readers take it)
      *>      is marked *. Two rows of one elf in force on the same
      *>      day are flagged OVERLAP - the readers would take the
      *>      later one, and the roster wants fixing by hand.
      *>      ROSHIST_ELF limits the report to one elf number.
      *>      Output goes to ../data/roster_history.txt. Run
      *>      standalone, after REFMNT or whenever asked "which team
      *>      was elf 2041 on in March". RC 0 clean, 4 overlapping
      *>      rows listed, 8 no roster, 12 report cannot be opened

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RosterFile ASSIGN TO DYNAMIC RosterFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RosterFS.
               SELECT HistReport
                   ASSIGN TO "../data/roster_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HistFS.
               SELECT SortWork ASSIGN TO "../data/roshist_sortwk.tmp".


       DATA DIVISION.
           FILE SECTION.
      *>      same layout REFMNT maintains and DAY01 reads
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

           FD HistReport.
               01 HistLine PIC X(100).

      *>      rows in elf number, effective-from order - a blank
      *>      from sorts ahead of every date
           SD SortWork.
               01 SortRec.
                   05 SwElf PIC 9(5).
                   05 SwFrom PIC X(10).
                   05 SwTo PIC X(10).
                   05 SwName PIC X(20).
                   05 SwTeam PIC X(10).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 RosterFileName PIC X(100) VALUE "../data/01_roster.txt".
           01 RosterParm PIC X(100).
           01 RosterFS PIC XX.
           01 HistFS PIC XX.
           COPY EOFFLAG.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
           01 RosAsOf PIC X(10).
           01 RosAsOfParm PIC X(12).
           01 ElfParm PIC X(8).
           01 ElfFilter PIC 9(5) VALUE 0.

      *>      the previous row returned, for the change column
           01 PrvElf PIC 9(5) VALUE 0.
           01 PrvName PIC X(20).
           01 PrvTeam PIC X(10).
           01 PrvTo PIC X(10).
           01 PrvRows PIC 9(5).
           01 SortDone PIC 9.

      *>      the day after a row closed - a next row starting later
      *>      is a rejoin
           01 NextDay PIC X(10).
           01 DateNum PIC 9(8).
           01 DateInt PIC 9(7).

           01 ChangeText PIC X(10).
           01 NowMark PIC X.
           01 FromEd PIC X(10).
           01 ToEd PIC X(10).
           01 ElfCount PIC 9(5) VALUE 0.
           01 RowCount PIC 9(7) VALUE 0.
           01 ChangedCount PIC 9(5) VALUE 0.
           01 OverlapCount PIC 9(5) VALUE 0.
           01 ElfEd PIC Z(4)9.
           01 CntEd PIC Z(6)9.
           01 Cnt2Ed PIC Z(6)9.
           01 Cnt3Ed PIC Z(6)9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Get-Parms
           OPEN INPUT RosterFile
           IF RosterFS NOT = "00" THEN
               MOVE "AOC750E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ROSHIST: NO ROSTER AT " DELIMITED BY SIZE
                   FUNCTION TRIM(RosterFileName) DELIMITED BY SIZE
                   " (FILE STATUS " DELIMITED BY SIZE
                   RosterFS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HistReport
           IF HistFS NOT = "00" THEN
               MOVE "AOC751E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ROSHIST: CANNOT OPEN roster_history.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   HistFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               CLOSE RosterFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-Write-Header
           SORT SortWork ON ASCENDING KEY SwElf SwFrom
               INPUT PROCEDURE IS 100-Release-Rows
               OUTPUT PROCEDURE IS 200-Report-Rows
           CLOSE RosterFile
           PERFORM 900-Write-Totals
           CLOSE HistReport
       STOP RUN
       .

       040-Get-Parms.
           MOVE SPACE TO RosterParm
           ACCEPT RosterParm FROM ENVIRONMENT "DD_DAY01_ROSTER"
           IF RosterParm NOT = SPACE THEN
               MOVE RosterParm TO RosterFileName
           END-IF
           MOVE SPACE TO ElfParm
           ACCEPT ElfParm FROM ENVIRONMENT "ROSHIST_ELF"
           IF ElfParm NOT = SPACE
               AND FUNCTION TEST-NUMVAL(ElfParm) = 0 THEN
               MOVE FUNCTION NUMVAL(ElfParm) TO ElfFilter
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
           MOVE SPACES TO HistLine
           STRING "ROSTER HISTORY - RUN DATE " DELIMITED BY SIZE
               RunDateEd DELIMITED BY SIZE
               "  ROWS IN FORCE ON " DELIMITED BY SIZE
               RosAsOf DELIMITED BY SIZE
               " MARKED *" DELIMITED BY SIZE
               INTO HistLine
           WRITE HistLine
           IF ElfFilter > 0 THEN
               MOVE ElfFilter TO ElfEd
               MOVE SPACES TO HistLine
               STRING "ELF " DELIMITED BY SIZE
                   FUNCTION TRIM(ElfEd) DELIMITED BY SIZE
                   " ONLY" DELIMITED BY SIZE
                   INTO HistLine
               WRITE HistLine
           END-IF
           MOVE SPACES TO HistLine
           WRITE HistLine
           MOVE SPACES TO HistLine
           STRING "ELF     EFFECTIVE   TO          NAME"
               DELIMITED BY SIZE
               "                 TEAM        CHANGE" DELIMITED BY SIZE
               INTO HistLine
           WRITE HistLine
           MOVE SPACES TO HistLine
           STRING "-----   ----------  ----------  ----------"
               DELIMITED BY SIZE
               "---------- ----------  ----------"
               DELIMITED BY SIZE
               INTO HistLine
           WRITE HistLine
           .

      *>      every row DAY01's NUMERIC test would load goes to the
      *>      sort, or only the one elf's under ROSHIST_ELF
       100-Release-Rows.
           MOVE 0 TO EOF
           PERFORM UNTIL EOF = 1
               READ RosterFile
                   AT END MOVE 1 TO EOF
                   NOT AT END
                       IF RosRecNum NUMERIC AND RosRecNum > 0
                           AND (ElfFilter = 0
                               OR RosRecNum = ElfFilter) THEN
                           MOVE RosRecNum TO SwElf
                           MOVE RosRecFrom TO SwFrom
                           MOVE RosRecTo TO SwTo
                           MOVE RosRecName TO SwName
                           MOVE RosRecTeam TO SwTeam
                           RELEASE SortRec
                       END-IF
               END-READ
           END-PERFORM
           .

       200-Report-Rows.
           MOVE 0 TO SortDone
           PERFORM UNTIL SortDone = 1
               RETURN SortWork
                   AT END MOVE 1 TO SortDone
                   NOT AT END PERFORM 210-Report-One-Row
               END-RETURN
           END-PERFORM
           IF PrvElf > 0 THEN
               PERFORM 230-End-Elf
           END-IF
           .

       210-Report-One-Row.
           ADD 1 TO RowCount
           IF SwElf NOT = PrvElf THEN
               IF PrvElf > 0 THEN
                   PERFORM 230-End-Elf
               END-IF
               ADD 1 TO ElfCount
               MOVE 0 TO PrvRows
               MOVE "JOINED" TO ChangeText
           ELSE
               PERFORM 220-Describe-Change
           END-IF
           IF (SwFrom = SPACE OR SwFrom NOT > RosAsOf)
               AND (SwTo = SPACE OR SwTo NOT < RosAsOf) THEN
               MOVE "*" TO NowMark
           ELSE
               MOVE SPACE TO NowMark
           END-IF
           IF SwFrom = SPACE THEN
               MOVE "(START)" TO FromEd
           ELSE
               MOVE SwFrom TO FromEd
           END-IF
           IF SwTo = SPACE THEN
               MOVE "(CURRENT)" TO ToEd
           ELSE
               MOVE SwTo TO ToEd
           END-IF
           MOVE SPACES TO HistLine
           STRING SwElf DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NowMark DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FromEd DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ToEd DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SwName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SwTeam DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ChangeText DELIMITED BY SIZE
               INTO HistLine
           WRITE HistLine
           ADD 1 TO PrvRows
           MOVE SwElf TO PrvElf
           MOVE SwName TO PrvName
           MOVE SwTeam TO PrvTeam
           MOVE SwTo TO PrvTo
           .

      *>      how this row follows the elf's previous one - it must
      *>      start after the previous row closed, the day after for
      *>      a straight change
       220-Describe-Change.
           IF PrvTo = SPACE OR SwFrom NOT > PrvTo THEN
               MOVE "OVERLAP" TO ChangeText
               ADD 1 TO OverlapCount
           ELSE
               PERFORM 240-Day-After-Prior
               IF NextDay NOT = SPACE AND SwFrom > NextDay THEN
                   MOVE "REJOINED" TO ChangeText
               ELSE
                   IF SwName NOT = PrvName THEN
                       IF SwTeam NOT = PrvTeam THEN
                           MOVE "NAME+TEAM" TO ChangeText
                       ELSE
                           MOVE "NAME" TO ChangeText
                       END-IF
                   ELSE
                       IF SwTeam NOT = PrvTeam THEN
                           MOVE "TEAM" TO ChangeText
                       ELSE
                           MOVE "NO CHANGE" TO ChangeText
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *>      an elf whose last row is closed has left the roster
       230-End-Elf.
           IF PrvRows > 1 THEN
               ADD 1 TO ChangedCount
           END-IF
           IF PrvTo NOT = SPACE THEN
               MOVE SPACES TO HistLine
               STRING PrvElf DELIMITED BY SIZE
                   "                           " DELIMITED BY SIZE
                   "LEFT THE ROSTER AFTER " DELIMITED BY SIZE
                   PrvTo DELIMITED BY SIZE
                   INTO HistLine
               WRITE HistLine
           END-IF
           .

      *>      PrvTo plus one day - blank if PrvTo is not a date
       240-Day-After-Prior.
           MOVE SPACES TO NextDay
           IF PrvTo(1:4) NUMERIC AND PrvTo(6:2) NUMERIC
               AND PrvTo(9:2) NUMERIC THEN
               MOVE PrvTo(1:4) TO DateNum(1:4)
               MOVE PrvTo(6:2) TO DateNum(5:2)
               MOVE PrvTo(9:2) TO DateNum(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(DateNum) = 0 THEN
                   COMPUTE DateInt = FUNCTION INTEGER-OF-DATE(DateNum)
                       + 1
                   COMPUTE DateNum = FUNCTION DATE-OF-INTEGER(DateInt)
                   MOVE DateNum(1:4) TO NextDay(1:4)
                   MOVE "-" TO NextDay(5:1)
                   MOVE DateNum(5:2) TO NextDay(6:2)
                   MOVE "-" TO NextDay(8:1)
                   MOVE DateNum(7:2) TO NextDay(9:2)
               END-IF
           END-IF
           .

       900-Write-Totals.
           MOVE SPACES TO HistLine
           WRITE HistLine
           MOVE ElfCount TO CntEd
           MOVE RowCount TO Cnt2Ed
           MOVE ChangedCount TO Cnt3Ed
           MOVE SPACES TO HistLine
           STRING "ELVES " DELIMITED BY SIZE
               FUNCTION TRIM(CntEd) DELIMITED BY SIZE
               "  ROWS " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt2Ed) DELIMITED BY SIZE
               "  ELVES WITH CHANGES " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt3Ed) DELIMITED BY SIZE
               INTO HistLine
           WRITE HistLine
           MOVE "AOC752I" TO MsgId
           MOVE SPACES TO MsgText
           STRING "ROSHIST: " DELIMITED BY SIZE
               FUNCTION TRIM(HistLine) DELIMITED BY SIZE
               INTO MsgText
           CALL "MSGLOG" USING MsgParm
           IF OverlapCount > 0 THEN
               MOVE OverlapCount TO CntEd
               MOVE SPACES TO HistLine
               STRING "*** " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " OVERLAPPING ROW(S) - FIX 01_roster.txt BY HAND"
                   DELIMITED BY SIZE
                   INTO HistLine
               WRITE HistLine
               MOVE "AOC753W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ROSHIST: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " OVERLAPPING ROSTER ROW(S) - SEE "
                   DELIMITED BY SIZE
                   "roster_history.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           END-IF
           .
