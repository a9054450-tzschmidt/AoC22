      *>      never leave a half-written master. Run standalone ahead
      *>      of the nightly cycle.
      *>
      *>      the roster is effective-dated: a roster row carries
      *>      the date it came into force (columns 39-48) and the
      *>      last date it was in force (columns 50-59), both
      *>      YYYY-MM-DD, blank from meaning always and blank to
      *>      meaning still current. A CHANGE never overwrites - it
      *>      closes the current row the day before the effective
      *>      date and opens a new one from it; a DELETE closes the
      *>      current row. A change effective the same day the
      *>      current row came into force corrects that row in
      *>      place instead. The readers pick the row in force on
      *>      their cycle date; ROSHIST reports the history.
      *>
      *>      transaction layout (fixed columns):
      *>        1-6   file    ROSTER or ITEMS
      *>        8-13  action  ADD, CHANGE or DELETE
      *>                      letter in column 15
      *>        21-   data    ROSTER: name (20) space team (10)
      *>                      ITEMS:  description (24) space value (5)
      *>                      space class (N, R, P or blank) space
      *>                      allowed count (2, class R only) space
      *>                      not-together item letter (1)
      *>        53-62 date    ROSTER only: effective date YYYY-MM-DD,
      *>                      blank for the run date

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                       10 TxName PIC X(20).
                       10 FILLER PIC X.
                       10 TxTeam PIC X(10).
                   05 FILLER PIC X.
                   05 TxEffective PIC X(10).
               01 TransItemRec REDEFINES TransRec.
                   05 FILLER PIC X(14).
                   05 TxLetter PIC X.
                   05 TxDesc PIC X(24).
                   05 FILLER PIC X.
                   05 TxValue PIC X(5).
                   05 FILLER PIC X.
                   05 TxClass PIC X.
                   05 FILLER PIC X.
                   05 TxAllowed PIC X(2).
                   05 FILLER PIC X.
                   05 TxNotWith PIC X.

      *>      same layouts the day programs read - see DAY01 and
      *>      DAY03
                   05 RosRecName PIC X(20).
                   05 FILLER PIC X.
                   05 RosRecTeam PIC X(10).
                   05 FILLER PIC X.
                   05 RosRecFrom PIC X(10).
                   05 FILLER PIC X.
                   05 RosRecTo PIC X(10).

           FD ItemMaster.
               01 ItemMasterRec.
                   05 ImDesc PIC X(24).
                   05 FILLER PIC X.
                   05 ImValue PIC 9(5).
                   05 FILLER PIC X.
                   05 ImClass PIC X.
                   05 FILLER PIC X.
                   05 ImAllowed PIC X(2).
                   05 FILLER PIC X.
                   05 ImNotWith PIC X.

           FD AuditFile.
               01 AuditLine PIC X(160).

           FD ExceptionFile.
               01 ExceptionLine PIC X(110).
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).

      *>      the roster held for maintenance - every dated row in
      *>      RowTable, and per elf number (indexed straight by it
      *>      the way DAY01 loads it) the first row of that elf's
      *>      chain, in effective-from order, and the open row that
      *>      is the elf's current entry (0 - not on the roster)
           01 TableMax PIC 9(5) VALUE 20000.
           01 RosterEOF PIC 9 VALUE 0.
           01 RosterCount PIC 9(5) VALUE 0.
           01 RosterTable.
               05 RosterEntry OCCURS 20000 TIMES.
                   10 RosFirst PIC 9(5) VALUE 0.
                   10 RosOpen PIC 9(5) VALUE 0.
           01 RowMax PIC 9(5) VALUE 60000.
           01 RowCount PIC 9(5) VALUE 0.
           01 RowsFull PIC 9 VALUE 0.
           01 RowTable.
               05 RowEntry OCCURS 60000 TIMES.
                   10 RowName PIC X(20).
                   10 RowTeam PIC X(10).
                   10 RowFrom PIC X(10).
                   10 RowTo PIC X(10).
                   10 RowNext PIC 9(5).
                   10 RowDropped PIC 9.
           01 RowI PIC 9(5).
           01 PrevRow PIC 9(5).
           01 NextRow PIC 9(5).
           01 ChainDone PIC 9.
           01 LastTo PIC X(10).
           01 RowsWritten PIC 9(5).

      *>      the effective date of a roster transaction and the day
      *>      before it, the close date for the row it replaces
           01 EffDate PIC X(10).
           01 EffPrior PIC X(10).
           01 EffNum PIC 9(8).
           01 EffInt PIC 9(7).
           01 EffText PIC X(22).

      *>      the item master held for maintenance, indexed by the
      *>      1-52 priority the way DAY03 loads it
                   10 ItemKnown PIC 9 VALUE 0.
                   10 ItemDesc PIC X(24).
                   10 ItemValue PIC 9(5).
                   10 ItemClass PIC X.
                   10 ItemAllowed PIC X(2).
                   10 ItemNotWith PIC X.
           01 ItemVal PIC 999.
           01 ItemCh PIC X.
           01 KeyVal PIC 999.
           01 AllowedNum PIC 99.

           01 TransNum PIC 9(5) VALUE 0.
           01 TransNumEd PIC Z(4)9.
           01 RosterChanged PIC 9 VALUE 0.
           01 ItemsChanged PIC 9 VALUE 0.
           01 KeyElf PIC 9(5).
           01 BeforeText PIC X(40).
           01 AfterText PIC X(40).
           01 RejectReason PIC X(8).
           01 RejectText PIC X(40).
           01 RosI PIC 9(5).
           END-IF
           .

      *>      every row is kept, dated or not; of two rows left
      *>      open for one elf the later-starting is the current one
       055-Store-Roster-Entry.
           IF RosRecNum NUMERIC AND RosRecNum > 0
               AND RosRecNum <= TableMax THEN
               IF RowCount >= RowMax THEN
                   IF RowsFull = 0 THEN
                       MOVE 1 TO RowsFull
                       MOVE "AOC746E" TO MsgId
                       MOVE SPACES TO MsgText
                       STRING "REFMNT: ROSTER HAS MORE THAN "
                           DELIMITED BY SIZE
                           RowMax DELIMITED BY SIZE
                           " ROWS - ROSTER TRANSACTIONS REJECTED"
                           DELIMITED BY SIZE
                           INTO MsgText
                       CALL "MSGLOG" USING MsgParm
                   END-IF
               ELSE
                   ADD 1 TO RowCount
                   MOVE RosRecName TO RowName(RowCount)
                   MOVE RosRecTeam TO RowTeam(RowCount)
                   MOVE RosRecFrom TO RowFrom(RowCount)
                   MOVE RosRecTo TO RowTo(RowCount)
                   MOVE 0 TO RowDropped(RowCount)
                   MOVE RosRecNum TO KeyElf
                   PERFORM 057-Chain-Row
                   IF RosRecTo = SPACE THEN
                       IF RosOpen(KeyElf) = 0 THEN
                           MOVE RowCount TO RosOpen(KeyElf)
                           ADD 1 TO RosterCount
                       ELSE
                           IF RosRecFrom
                               NOT < RowFrom(RosOpen(KeyElf)) THEN
                               MOVE RowCount TO RosOpen(KeyElf)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *>      hook row RowCount into elf KeyElf's chain ahead of the
      *>      first row that comes into force after it
       057-Chain-Row.
           MOVE 0 TO PrevRow
           MOVE RosFirst(KeyElf) TO NextRow
           MOVE 0 TO ChainDone
           PERFORM UNTIL ChainDone = 1
               IF NextRow = 0 THEN
                   MOVE 1 TO ChainDone
               ELSE
                   IF RowFrom(NextRow) > RowFrom(RowCount) THEN
                       MOVE 1 TO ChainDone
                   ELSE
                       MOVE NextRow TO PrevRow
                       MOVE RowNext(NextRow) TO NextRow
                   END-IF
               END-IF
           END-PERFORM
           MOVE NextRow TO RowNext(RowCount)
           IF PrevRow = 0 THEN
               MOVE RowCount TO RosFirst(KeyElf)
           ELSE
               MOVE RowCount TO RowNext(PrevRow)
           END-IF
           .

               MOVE 1 TO ItemKnown(ItemVal)
               MOVE ImDesc TO ItemDesc(ItemVal)
               MOVE ImValue TO ItemValue(ItemVal)
               MOVE ImClass TO ItemClass(ItemVal)
               MOVE ImAllowed TO ItemAllowed(ItemVal)
               MOVE ImNotWith TO ItemNotWith(ItemVal)
               ADD 1 TO ItemCount
           END-IF
           .
               CONTINUE
           ELSE
               MOVE SPACES TO RejectReason
               MOVE SPACES TO EffText
               EVALUATE TxFile
                   WHEN "ROSTER" PERFORM 100-Apply-Roster-Trans
                   WHEN "ITEMS " PERFORM 110-Apply-Items-Trans
      *>      one roster transaction - the elf number must be a
      *>      numeric key in table range, the name must be present
      *>      for ADD/CHANGE, ADD must not collide and CHANGE/DELETE
      *>      must hit an existing entry. The effective date may not
      *>      fall before the current row came into force, nor an
      *>      ADD inside a row the elf has already held
       100-Apply-Roster-Trans.
           IF TxKey NOT NUMERIC THEN
               MOVE "BADKEY  " TO RejectReason
                   MOVE "ELF NUMBER OUT OF RANGE" TO RejectText
               END-IF
           END-IF
           IF RejectReason = SPACE AND RowsFull = 1 THEN
               MOVE "TBLFULL " TO RejectReason
               MOVE "ROSTER ROW TABLE FULL" TO RejectText
           END-IF
           IF RejectReason = SPACE THEN
               PERFORM 102-Get-Effective-Date
           END-IF
           IF RejectReason = SPACE THEN
               STRING " EFFECTIVE " DELIMITED BY SIZE
                   EffDate DELIMITED BY SIZE
                   INTO EffText
               MOVE SPACES TO BeforeText
               IF RosOpen(KeyElf) > 0 THEN
                   MOVE RosOpen(KeyElf) TO RowI
                   STRING RowName(RowI) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RowTeam(RowI) DELIMITED BY SIZE
                       INTO BeforeText
               ELSE
                   MOVE "(ABSENT)" TO BeforeText
               END-IF
               EVALUATE TxAction
                   WHEN "ADD   "
                       IF RosOpen(KeyElf) > 0 THEN
                           MOVE "DUPADD  " TO RejectReason
                           MOVE "ELF ALREADY ON ROSTER" TO RejectText
                       ELSE
                               MOVE "BADFLD  " TO RejectReason
                               MOVE "NAME REQUIRED" TO RejectText
                           ELSE
                               PERFORM 108-Find-Last-To
                               IF LastTo NOT = SPACE
                                   AND LastTo NOT < EffDate THEN
                                   MOVE "BADDATE " TO RejectReason
                                   MOVE "EFFECTIVE DATE IN A PAST ROW"
                                       TO RejectText
                               ELSE
                                   PERFORM 106-Open-Row
                                   ADD 1 TO RosterCount
                               END-IF
                           END-IF
                       END-IF
                   WHEN "CHANGE"
                       IF RosOpen(KeyElf) = 0 THEN
                           MOVE "NOTFND  " TO RejectReason
                           MOVE "ELF NOT ON ROSTER" TO RejectText
                       ELSE
                               MOVE "BADFLD  " TO RejectReason
                               MOVE "NAME REQUIRED" TO RejectText
                           ELSE
                               PERFORM 104-Check-Against-Open
                           END-IF
                           IF RejectReason = SPACE THEN
                               IF RowFrom(RowI) = EffDate THEN
                                   MOVE TxName TO RowName(RowI)
                                   MOVE TxTeam TO RowTeam(RowI)
                               ELSE
                                   PERFORM 106-Open-Row
                                   IF RejectReason = SPACE THEN
                                       MOVE EffPrior TO RowTo(RowI)
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   WHEN "DELETE"
                       IF RosOpen(KeyElf) = 0 THEN
                           MOVE "NOTFND  " TO RejectReason
                           MOVE "ELF NOT ON ROSTER" TO RejectText
                       ELSE
                           PERFORM 104-Check-Against-Open
                           IF RejectReason = SPACE THEN
                               IF RowFrom(RowI) = EffDate THEN
                                   MOVE 1 TO RowDropped(RowI)
                               ELSE
                                   MOVE EffPrior TO RowTo(RowI)
                               END-IF
                               MOVE 0 TO RosOpen(KeyElf)
                               SUBTRACT 1 FROM RosterCount
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "BADACT  " TO RejectReason
           IF RejectReason = SPACE THEN
               MOVE 1 TO RosterChanged
               MOVE SPACES TO AfterText
               IF RosOpen(KeyElf) > 0 THEN
                   MOVE RosOpen(KeyElf) TO RowI
                   STRING RowName(RowI) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RowTeam(RowI) DELIMITED BY SIZE
                       INTO AfterText
               ELSE
                   MOVE "(DELETED)" TO AfterText
           END-IF
           .

      *>      the effective date from columns 53-62, the run date
      *>      when blank, and the day before it
       102-Get-Effective-Date.
           IF TxEffective = SPACE THEN
               MOVE RunDateEd TO EffDate
           ELSE
               MOVE TxEffective TO EffDate
               IF EffDate(1:4) NOT NUMERIC OR EffDate(5:1) NOT = "-"
                   OR EffDate(6:2) NOT NUMERIC
                   OR EffDate(8:1) NOT = "-"
                   OR EffDate(9:2) NOT NUMERIC THEN
                   MOVE "BADDATE " TO RejectReason
                   MOVE "EFFECTIVE DATE NOT YYYY-MM-DD" TO RejectText
               END-IF
           END-IF
           IF RejectReason = SPACE THEN
               MOVE EffDate(1:4) TO EffNum(1:4)
               MOVE EffDate(6:2) TO EffNum(5:2)
               MOVE EffDate(9:2) TO EffNum(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(EffNum) NOT = 0 THEN
                   MOVE "BADDATE " TO RejectReason
                   MOVE "EFFECTIVE DATE NOT A CALENDAR DATE"
                       TO RejectText
               ELSE
                   COMPUTE EffInt = FUNCTION INTEGER-OF-DATE(EffNum)
                       - 1
                   COMPUTE EffNum = FUNCTION DATE-OF-INTEGER(EffInt)
                   MOVE EffNum(1:4) TO EffPrior(1:4)
                   MOVE "-" TO EffPrior(5:1)
                   MOVE EffNum(5:2) TO EffPrior(6:2)
                   MOVE "-" TO EffPrior(8:1)
                   MOVE EffNum(7:2) TO EffPrior(9:2)
               END-IF
           END-IF
           .

      *>      a CHANGE or DELETE cannot take effect before the
      *>      current row came into force; leaves RowI on that row
       104-Check-Against-Open.
           MOVE RosOpen(KeyElf) TO RowI
           IF RowFrom(RowI) > EffDate THEN
               MOVE "BADDATE " TO RejectReason
               MOVE "EFFECTIVE DATE BEFORE CURRENT ROW" TO RejectText
           END-IF
           .

      *>      a new current row for KeyElf from the effective date
       106-Open-Row.
           IF RowCount >= RowMax THEN
               MOVE "TBLFULL " TO RejectReason
               MOVE "ROSTER ROW TABLE FULL" TO RejectText
           ELSE
               ADD 1 TO RowCount
               MOVE TxName TO RowName(RowCount)
               MOVE TxTeam TO RowTeam(RowCount)
               MOVE EffDate TO RowFrom(RowCount)
               MOVE SPACES TO RowTo(RowCount)
               MOVE 0 TO RowDropped(RowCount)
               PERFORM 057-Chain-Row
               MOVE RowCount TO RosOpen(KeyElf)
           END-IF
           .

      *>      the latest effective-to on KeyElf's closed rows
       108-Find-Last-To.
           MOVE SPACES TO LastTo
           MOVE RosFirst(KeyElf) TO RowI
           PERFORM UNTIL RowI = 0
               IF RowDropped(RowI) = 0 AND RowTo(RowI) > LastTo THEN
                   MOVE RowTo(RowI) TO LastTo
               END-IF
               MOVE RowNext(RowI) TO RowI
           END-PERFORM
           .

      *>      one item-master transaction - the key letter must fold
      *>      to a 1-52 priority, the unit value must be numeric for
      *>      ADD/CHANGE
                   STRING ItemDesc(ItemVal) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ItemValue(ItemVal) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ItemClass(ItemVal) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ItemAllowed(ItemVal) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ItemNotWith(ItemVal) DELIMITED BY SIZE
                       INTO BeforeText
               ELSE
                   MOVE "(ABSENT)" TO BeforeText
                               MOVE TxDesc TO ItemDesc(ItemVal)
                               MOVE FUNCTION NUMVAL(TxValue)
                                   TO ItemValue(ItemVal)
                               PERFORM 125-Store-Item-Rules
                               ADD 1 TO ItemCount
                           END-IF
                       END-IF
                               MOVE TxDesc TO ItemDesc(ItemVal)
                               MOVE FUNCTION NUMVAL(TxValue)
                                   TO ItemValue(ItemVal)
                               PERFORM 125-Store-Item-Rules
                           END-IF
                       END-IF
                   WHEN "DELETE"
                           MOVE 0 TO ItemKnown(ItemVal)
                           MOVE SPACES TO ItemDesc(ItemVal)
                           MOVE 0 TO ItemValue(ItemVal)
                           MOVE SPACES TO ItemClass(ItemVal)
                           MOVE SPACES TO ItemAllowed(ItemVal)
                           MOVE SPACES TO ItemNotWith(ItemVal)
                           SUBTRACT 1 FROM ItemCount
                       END-IF
                   WHEN OTHER
                   STRING ItemDesc(ItemVal) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ItemValue(ItemVal) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ItemClass(ItemVal) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ItemAllowed(ItemVal) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ItemNotWith(ItemVal) DELIMITED BY SIZE
                       INTO AfterText
               ELSE
                   MOVE "(DELETED)" TO AfterText
                   MOVE "UNIT VALUE NOT NUMERIC" TO RejectText
               END-IF
           END-IF
           IF RejectReason = SPACE THEN
               PERFORM 122-Edit-Item-Rules
           END-IF
           .

      *>      the packing rules DAY03 checks rucksacks against - a
      *>      class of N, R or P (blank is normal), an allowed count
      *>      only on a restricted item, and a not-together letter
      *>      that is another item's letter. A CHANGE carries the
      *>      whole entry, so blank rule columns clear the rules
       122-Edit-Item-Rules.
           IF TxClass NOT = SPACE AND TxClass NOT = "N"
               AND TxClass NOT = "R" AND TxClass NOT = "P" THEN
               MOVE "BADFLD  " TO RejectReason
               MOVE "CLASS MUST BE N, R OR P" TO RejectText
           END-IF
           IF RejectReason = SPACE AND TxAllowed NOT = SPACE THEN
               IF TxClass NOT = "R" THEN
                   MOVE "BADFLD  " TO RejectReason
                   MOVE "ALLOWED COUNT ONLY FOR CLASS R"
                       TO RejectText
               ELSE
                   IF FUNCTION TEST-NUMVAL(TxAllowed) NOT = 0 THEN
                       MOVE "BADFLD  " TO RejectReason
                       MOVE "ALLOWED COUNT NOT NUMERIC" TO RejectText
                   END-IF
               END-IF
           END-IF
           IF RejectReason = SPACE AND TxNotWith NOT = SPACE THEN
               MOVE ItemVal TO KeyVal
               MOVE TxNotWith TO ItemCh
               PERFORM 200-Letter-To-Priority
               IF ItemVal < 1 OR ItemVal > 52 OR ItemVal = KeyVal
                   THEN
                   MOVE "BADFLD  " TO RejectReason
                   MOVE "NOT-WITH MUST BE ANOTHER ITEM LETTER"
                       TO RejectText
               END-IF
               MOVE KeyVal TO ItemVal
           END-IF
           .

      *>      the rules as they go back onto the master - the
      *>      allowed count two digits, zero-filled
       125-Store-Item-Rules.
           MOVE TxClass TO ItemClass(ItemVal)
           MOVE SPACES TO ItemAllowed(ItemVal)
           IF TxAllowed NOT = SPACE THEN
               MOVE FUNCTION NUMVAL(TxAllowed) TO AllowedNum
               MOVE AllowedNum TO ItemAllowed(ItemVal)
           END-IF
           MOVE TxNotWith TO ItemNotWith(ItemVal)
           .

       140-Log-Audit.
               BeforeText DELIMITED BY SIZE
               " AFTER: " DELIMITED BY SIZE
               AfterText DELIMITED BY SIZE
               EffText DELIMITED BY SIZE
               INTO AuditLine
           WRITE AuditLine
           .
           .

      *>      the maintained roster goes back out in elf-number
      *>      order, each elf's rows in effective-from order, in the
      *>      exact layout DAY01 reads
       700-Rewrite-Roster.
           OPEN OUTPUT RosterFile
           IF RosterFS NOT = "00" THEN
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RowsWritten
               PERFORM VARYING RosI FROM 1 BY 1
                   UNTIL RosI > TableMax
                   MOVE RosFirst(RosI) TO RowI
                   PERFORM UNTIL RowI = 0
                       IF RowDropped(RowI) = 0 THEN
                           MOVE SPACES TO RosterRec
                           MOVE RosI TO RosRecNum
                           MOVE RowName(RowI) TO RosRecName
                           MOVE RowTeam(RowI) TO RosRecTeam
                           MOVE RowFrom(RowI) TO RosRecFrom
                           MOVE RowTo(RowI) TO RosRecTo
                           WRITE RosterRec
                           ADD 1 TO RowsWritten
                       END-IF
                       MOVE RowNext(RowI) TO RowI
                   END-PERFORM
               END-PERFORM
               CLOSE RosterFile
               MOVE RosterCount TO CntEd
               DISPLAY "ROSTER REWRITTEN: " CntEd " CURRENT ENTRIES"
               MOVE RowsWritten TO CntEd
               DISPLAY "                  " CntEd " ROWS IN ALL"
           END-IF
           .

                       END-IF
                       MOVE ItemDesc(ItemVal) TO ImDesc
                       MOVE ItemValue(ItemVal) TO ImValue
                       MOVE ItemClass(ItemVal) TO ImClass
                       MOVE ItemAllowed(ItemVal) TO ImAllowed
                       MOVE ItemNotWith(ItemVal) TO ImNotWith
                       WRITE ItemMasterRec
                   END-IF
               END-PERFORM
