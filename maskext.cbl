       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKEXT.

      *>      de-identified test-data extract - copies one cycle's
      *>      archived inputs (01.txt-06.txt) and reference files
      *>      (01_roster.txt, 01_foods.txt, 03_items.txt,
      *>      04_sections.txt, 05_rates.txt, 05_quar.txt,
      *>      06_windows.txt) from ../data/archive/<MASKEXT_DATE>,
      *>      the copies aocbkup.sh takes, into a test directory
      *>      (MASKEXT_OUT, default ../testdata) with every
      *>      elf name and team replaced by a pseudonym, so a problem
      *>      can be reproduced without real names leaving production.
      *>        - an elf's pseudonym comes from the number: elf 2041
      *>          is ELF02041 on every roster row and on every DAY02
      *>          "ELF <name>" guide header that names any of its
      *>          roster rows, case aside (the row in force on the
      *>          cycle date wins a name two elves have carried).
      *>          DAY04 crews and the other feeds carry numbers, not
      *>          names, and are copied as they are, so every join
      *>          still holds
      *>        - teams become TEAM001, TEAM002 ... in order of first
      *>          appearance on the roster
      *>        - a guide header the roster does not know becomes
      *>          GUEST0001, GUEST0002 ..., the same name always the
      *>          same guest
      *>        - roster lines without an elf number are dropped, not
      *>          copied - no reader loads them and they may hold a
      *>          name
      *>        - 06.txt lines run far past any record, so it goes
      *>          across in raw 4096-byte blocks the way DAY06 reads
      *>          it; the block padding and carriage returns DAY06
      *>          passes over are not copied, and the last block is
      *>          padded with spaces
      *>      Every feed is written with a fresh "HDR DAYnn" header
      *>      dated MASKEXT_HDRDATE (YYYYMMDD, default today - the
      *>      day the test region runs it) and a "TRL" trailer
      *>      counting the records actually written, so the masked
      *>      feeds pass the day programs' control checks whether
      *>      or not the originals carried controls. The real-to-
      *>      pseudonym cross-reference goes only to the restricted
      *>      file (MASKEXT_XREF, default
      *>      ../data/restricted/mask_xref_<date>.txt, directory and
      *>      file owner-only), never to the test directory. Run
      *>      standalone in production. RC 0 clean, 4 a file not in
      *>      the archive or lines dropped, 8 nothing to copy, 12
      *>      refused or a file could not be written

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT InFile ASSIGN TO DYNAMIC InName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InFS.
               SELECT OutFile ASSIGN TO DYNAMIC OutName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OutFS.
               SELECT BlkInFile ASSIGN TO DYNAMIC InName
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS InFS.
               SELECT BlkOutFile ASSIGN TO DYNAMIC OutName
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS OutFS.
               SELECT XrefFile ASSIGN TO DYNAMIC XrefName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XrefFS.


       DATA DIVISION.
           FILE SECTION.
      *>      the widest line feed record - 06.txt goes through
      *>      BlkInFile instead
           FD InFile.
               01 InRec PIC X(4096).
      *>      the roster view - same layout REFMNT maintains
               01 InRosRec.
                   05 InRosNum PIC 9(5).
                   05 FILLER PIC X.
                   05 InRosName PIC X(20).
                   05 FILLER PIC X.
                   05 InRosTeam PIC X(10).
                   05 FILLER PIC X.
                   05 InRosFrom PIC X(10).
                   05 FILLER PIC X.
                   05 InRosTo PIC X(10).
      *>      the DAY02 view - "ELF " and the guide name
               01 InGuideRec.
                   05 InGdWord PIC X(4).
                   05 InGdName PIC X(20).

           FD OutFile.
               01 OutRec PIC X(4096).
               01 OutRosRec.
                   05 FILLER PIC X(6).
                   05 OutRosName PIC X(20).
                   05 FILLER PIC X.
                   05 OutRosTeam PIC X(10).
               01 OutGuideRec.
                   05 FILLER PIC X(4).
                   05 OutGdName PIC X(20).

      *>      the DAY06 feed as raw blocks, newlines and all
           FD BlkInFile.
               01 BlkInRec PIC X(4096).

           FD BlkOutFile.
               01 BlkOutRec PIC X(4096).

           FD XrefFile.
               01 XrefLine PIC X(100).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 InName PIC X(100).
           01 OutName PIC X(100).
           01 XrefName PIC X(100).
           01 InFS PIC XX.
           01 OutFS PIC XX.
           01 XrefFS PIC XX.
           COPY EOFFLAG.

           01 ArcDateParm PIC X(10).
           01 ArcDate PIC X(8).
           01 ArcDateEd PIC X(10).
           01 ArcDir PIC X(100).
           01 OutDirParm PIC X(100).
           01 OutDir PIC X(100) VALUE "../testdata".
           01 OutLen PIC 9(3).
           01 XrefParm PIC X(100).
           01 HdrDateParm PIC X(10).
           01 RunDate PIC X(8).
           01 HdrDateEd PIC X(10).
           01 CmdLine PIC X(200).
           01 FileInfo PIC X(64).
           01 RefName PIC X(20).
           01 DI PIC 9.
           01 Refused PIC 9 VALUE 0.

      *>      roster names for the guide-header join - one entry per
      *>      roster row, the row in force on the cycle date marked
           01 NameMax PIC 9(5) VALUE 60000.
           01 NameCount PIC 9(5) VALUE 0.
           01 NameTab.
               05 NameEntry OCCURS 60000 TIMES.
                   10 NmName PIC X(20).
                   10 NmElf PIC 9(5).
                   10 NmInForce PIC 9.
           01 NI PIC 9(5).
           01 NameHit PIC 9(5).
           01 NameHitNow PIC 9.
           01 GuideName PIC X(20).
           01 RosterThere PIC 9 VALUE 0.

      *>      team and guest pseudonyms - the slot number is the
      *>      pseudonym
           01 TeamMax PIC 9(3) VALUE 999.
           01 TeamCount PIC 9(3) VALUE 0.
           01 TeamTab.
               05 TeamReal OCCURS 999 TIMES PIC X(10).
           01 TI PIC 9(3).
           01 TeamHit PIC 9(3).
           01 GuestMax PIC 9(4) VALUE 2000.
           01 GuestCount PIC 9(4) VALUE 0.
           01 GuestTab.
               05 GuestReal OCCURS 2000 TIMES PIC X(20).
           01 GI PIC 9(4).
           01 GuestHit PIC 9(4).
           01 TableFull PIC 9 VALUE 0.

           01 PseudoName PIC X(20).
           01 PseudoTeam PIC X(10).
           01 PrevElf PIC 9(5) VALUE 0.
           01 PrevName PIC X(20).
           01 DataCount PIC 9(9).
           01 FilesCopied PIC 9(3) VALUE 0.
           01 FilesMissing PIC 9(3) VALUE 0.
           01 WriteFailed PIC 9 VALUE 0.
           01 ElfCount PIC 9(5) VALUE 0.
           01 GuideCount PIC 9(7) VALUE 0.
           01 DroppedCount PIC 9(7) VALUE 0.
           01 CntEd PIC Z(6)9.
           01 Cnt2Ed PIC Z(6)9.
           01 Cnt3Ed PIC Z(6)9.

      *>      DAY06 block copy - the output block being filled, and
      *>      the line in hand: its first four characters stage in
      *>      BkStage until the line shows itself a control record
      *>      (BkState 2, dropped) or signal (BkState 1, copied);
      *>      BkData is set once a signal character has gone out
           01 BkOut PIC X(4096).
           01 BkOutPos PIC 9(4) VALUE 0.
           01 BkP PIC 9(4).
           01 BkCh PIC X.
           01 BkStage PIC X(4).
           01 BkStagePos PIC 9.
           01 BkSI PIC 9.
           01 BkState PIC 9.
           01 BkData PIC 9.
           01 BkText PIC X(20).
           01 BkTextLen PIC 99.
           01 BkTI PIC 99.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Get-Parms
           IF Refused = 1 THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-Make-Dirs
           OPEN OUTPUT XrefFile
           IF XrefFS NOT = "00" THEN
               MOVE "AOC284E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MASKEXT: CANNOT OPEN " DELIMITED BY SIZE
                   FUNCTION TRIM(XrefName) DELIMITED BY SIZE
                   " - FILE STATUS " DELIMITED BY SIZE
                   XrefFS DELIMITED BY SIZE
                   " - NOTHING COPIED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO XrefLine
           STRING "MASKEXT CROSS-REFERENCE - CYCLE " DELIMITED BY SIZE
               ArcDateEd DELIMITED BY SIZE
               " INTO " DELIMITED BY SIZE
               FUNCTION TRIM(OutDir) DELIMITED BY SIZE
               " - RESTRICTED" DELIMITED BY SIZE
               INTO XrefLine
           WRITE XrefLine
           PERFORM 100-Load-Names
           PERFORM 200-Mask-Roster
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > 5
               PERFORM 300-Copy-Feed
           END-PERFORM
           MOVE 6 TO DI
           PERFORM 340-Copy-Block-Feed
           MOVE "01_foods.txt" TO RefName
           PERFORM 400-Copy-Reference
           MOVE "03_items.txt" TO RefName
           PERFORM 400-Copy-Reference
           MOVE "04_sections.txt" TO RefName
           PERFORM 400-Copy-Reference
           MOVE "05_rates.txt" TO RefName
           PERFORM 400-Copy-Reference
           MOVE "05_quar.txt" TO RefName
           PERFORM 400-Copy-Reference
           MOVE "06_windows.txt" TO RefName
           PERFORM 400-Copy-Reference
           PERFORM 500-Write-Xref-Tables
           CLOSE XrefFile
           MOVE SPACES TO CmdLine
           STRING "chmod 600 " DELIMITED BY SIZE
               FUNCTION TRIM(XrefName) DELIMITED BY SIZE
               INTO CmdLine
           CALL "SYSTEM" USING CmdLine
           MOVE 0 TO RETURN-CODE
           PERFORM 900-Report
       STOP RUN
       .

      *>      the cycle date is required - there is no safe default
      *>      for which night's names to take out of production
       040-Get-Parms.
           MOVE SPACE TO ArcDateParm
           ACCEPT ArcDateParm FROM ENVIRONMENT "MASKEXT_DATE"
           IF ArcDateParm = SPACE
               OR ArcDateParm(1:8) NOT NUMERIC THEN
               MOVE "AOC280E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MASKEXT: NO CYCLE DATE - SET MASKEXT_DATE "
                   DELIMITED BY SIZE
                   "TO THE ARCHIVE DATE, YYYYMMDD" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 1 TO Refused
           ELSE
               MOVE ArcDateParm(1:8) TO ArcDate
               MOVE ArcDate(1:4) TO ArcDateEd(1:4)
               MOVE "-" TO ArcDateEd(5:1)
               MOVE ArcDate(5:2) TO ArcDateEd(6:2)
               MOVE "-" TO ArcDateEd(8:1)
               MOVE ArcDate(7:2) TO ArcDateEd(9:2)
               MOVE SPACES TO ArcDir
               STRING "../data/archive/" DELIMITED BY SIZE
                   ArcDate DELIMITED BY SIZE
                   INTO ArcDir
           END-IF
           MOVE SPACE TO OutDirParm
           ACCEPT OutDirParm FROM ENVIRONMENT "MASKEXT_OUT"
           IF OutDirParm NOT = SPACE THEN
               MOVE OutDirParm TO OutDir
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(OutDir)) TO OutLen
           IF OutDir(OutLen:1) = "/" AND OutLen > 1 THEN
               MOVE SPACE TO OutDir(OutLen:1)
               SUBTRACT 1 FROM OutLen
           END-IF
           MOVE SPACE TO XrefParm
           ACCEPT XrefParm FROM ENVIRONMENT "MASKEXT_XREF"
           IF XrefParm NOT = SPACE THEN
               MOVE XrefParm TO XrefName
           ELSE
               MOVE SPACES TO XrefName
               STRING "../data/restricted/mask_xref_" DELIMITED BY SIZE
                   ArcDate DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO XrefName
           END-IF
      *>      the extract must never land on the production files,
      *>      and the cross-reference must never travel with it
           IF OutDir = "../data" OR OutDir = "." THEN
               MOVE "AOC281E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MASKEXT: TEST DIRECTORY " DELIMITED BY SIZE
                   FUNCTION TRIM(OutDir) DELIMITED BY SIZE
                   " IS A PRODUCTION DIRECTORY - NOTHING COPIED"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 1 TO Refused
           END-IF
           IF XrefName(1:OutLen) = OutDir(1:OutLen) THEN
               MOVE "AOC282E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MASKEXT: CROSS-REFERENCE " DELIMITED BY SIZE
                   FUNCTION TRIM(XrefName) DELIMITED BY SIZE
                   " IS INSIDE THE TEST DIRECTORY - NOTHING COPIED"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 1 TO Refused
           END-IF
           MOVE SPACE TO HdrDateParm
           ACCEPT HdrDateParm FROM ENVIRONMENT "MASKEXT_HDRDATE"
           IF HdrDateParm NOT = SPACE
               AND HdrDateParm(1:8) NUMERIC THEN
               MOVE HdrDateParm(1:8) TO RunDate
           ELSE
               ACCEPT RunDate FROM DATE YYYYMMDD
           END-IF
           MOVE RunDate(1:4) TO HdrDateEd(1:4)
           MOVE "-" TO HdrDateEd(5:1)
           MOVE RunDate(5:2) TO HdrDateEd(6:2)
           MOVE "-" TO HdrDateEd(8:1)
           MOVE RunDate(7:2) TO HdrDateEd(9:2)
           .

       050-Make-Dirs.
           MOVE SPACES TO CmdLine
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(OutDir) DELIMITED BY SIZE
               INTO CmdLine
           CALL "SYSTEM" USING CmdLine
           IF XrefParm = SPACE THEN
               MOVE SPACES TO CmdLine
               STRING "mkdir -p -m 700 ../data/restricted"
                   DELIMITED BY SIZE
                   INTO CmdLine
               CALL "SYSTEM" USING CmdLine
           END-IF
           MOVE 0 TO RETURN-CODE
           .

      *>      every numbered roster row's name, for the guide join -
      *>      teams are numbered here too, in roster order
       100-Load-Names.
           MOVE SPACES TO InName
           STRING FUNCTION TRIM(ArcDir) DELIMITED BY SIZE
               "/01_roster.txt" DELIMITED BY SIZE
               INTO InName
           OPEN INPUT InFile
           IF InFS NOT = "00" THEN
               MOVE "AOC285W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MASKEXT: NO ARCHIVED ROSTER FOR "
                   DELIMITED BY SIZE
                   ArcDate DELIMITED BY SIZE
                   " - EVERY GUIDE HEADER MASKED AS A GUEST"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE 1 TO RosterThere
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ InFile
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 110-Store-Name
                   END-READ
               END-PERFORM
               CLOSE InFile
           END-IF
           .

       110-Store-Name.
           IF InRosNum NUMERIC AND InRosNum > 0 THEN
               IF NameCount < NameMax THEN
                   ADD 1 TO NameCount
                   MOVE FUNCTION UPPER-CASE(InRosName)
                       TO NmName(NameCount)
                   MOVE InRosNum TO NmElf(NameCount)
                   IF (InRosFrom = SPACE OR InRosFrom NOT > ArcDateEd)
                       AND (InRosTo = SPACE
                           OR InRosTo NOT < ArcDateEd) THEN
                       MOVE 1 TO NmInForce(NameCount)
                   ELSE
                       MOVE 0 TO NmInForce(NameCount)
                   END-IF
               ELSE
                   MOVE 1 TO TableFull
               END-IF
           END-IF
           .

      *>      the roster goes out row for row with the name and team
      *>      masked; the cross-reference gets one line per name an
      *>      elf has carried
       200-Mask-Roster.
           IF RosterThere = 1 THEN
               MOVE "01_roster.txt" TO RefName
               PERFORM 600-Open-Pair
               IF InFS = "00" AND OutFS = "00" THEN
                   MOVE SPACES TO XrefLine
                   WRITE XrefLine
                   MOVE "ELF    REAL NAME            PSEUDONYM"
                       TO XrefLine
                   WRITE XrefLine
                   MOVE 0 TO EOF
                   PERFORM UNTIL EOF = 1
                       READ InFile
                           AT END MOVE 1 TO EOF
                           NOT AT END PERFORM 210-Mask-Roster-Row
                       END-READ
                   END-PERFORM
                   PERFORM 610-Close-Pair
               END-IF
           END-IF
           .

       210-Mask-Roster-Row.
           IF InRosNum NUMERIC AND InRosNum > 0 THEN
               MOVE InRec TO OutRec
               MOVE SPACES TO PseudoName
               STRING "ELF" DELIMITED BY SIZE
                   InRosNum DELIMITED BY SIZE
                   INTO PseudoName
               MOVE PseudoName TO OutRosName
               MOVE InRosTeam TO PseudoTeam
               PERFORM 230-Mask-Team
               MOVE PseudoTeam TO OutRosTeam
               WRITE OutRec
               IF InRosNum NOT = PrevElf THEN
                   ADD 1 TO ElfCount
               END-IF
               IF InRosNum NOT = PrevElf
                   OR InRosName NOT = PrevName THEN
                   MOVE SPACES TO XrefLine
                   STRING InRosNum DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       InRosName DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PseudoName DELIMITED BY SIZE
                       INTO XrefLine
                   WRITE XrefLine
               END-IF
               MOVE InRosNum TO PrevElf
               MOVE InRosName TO PrevName
           ELSE
               ADD 1 TO DroppedCount
           END-IF
           .

      *>      PseudoTeam in: the real team; out: its pseudonym
       230-Mask-Team.
           IF PseudoTeam NOT = SPACE THEN
               MOVE 0 TO TeamHit
               PERFORM VARYING TI FROM 1 BY 1
                   UNTIL TI > TeamCount OR TeamHit > 0
                   IF TeamReal(TI) = PseudoTeam THEN
                       MOVE TI TO TeamHit
                   END-IF
               END-PERFORM
               IF TeamHit = 0 THEN
                   IF TeamCount < TeamMax THEN
                       ADD 1 TO TeamCount
                       MOVE PseudoTeam TO TeamReal(TeamCount)
                       MOVE TeamCount TO TeamHit
                   ELSE
                       MOVE 1 TO TableFull
                   END-IF
               END-IF
               MOVE SPACES TO PseudoTeam
               IF TeamHit > 0 THEN
                   STRING "TEAM" DELIMITED BY SIZE
                       TeamHit DELIMITED BY SIZE
                       INTO PseudoTeam
               ELSE
                   MOVE "TEAM000" TO PseudoTeam
               END-IF
           END-IF
           .

      *>      one day's feed, copied between a fresh header and a
      *>      trailer that counts what was copied; any control
      *>      records the original carried are left behind
       300-Copy-Feed.
           MOVE SPACES TO RefName
           STRING "0" DELIMITED BY SIZE
               DI DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO RefName
           PERFORM 600-Open-Pair
           IF InFS = "00" AND OutFS = "00" THEN
               MOVE SPACES TO OutRec
               STRING "HDR DAY0" DELIMITED BY SIZE
                   DI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HdrDateEd DELIMITED BY SIZE
                   INTO OutRec
               WRITE OutRec
               MOVE 0 TO DataCount
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ InFile
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 310-Copy-Feed-Line
                   END-READ
               END-PERFORM
               MOVE SPACES TO OutRec
               STRING "TRL " DELIMITED BY SIZE
                   DataCount DELIMITED BY SIZE
                   INTO OutRec
               WRITE OutRec
               PERFORM 610-Close-Pair
           END-IF
           .

       310-Copy-Feed-Line.
           IF InRec(1:4) = "HDR " OR InRec(1:4) = "TRL " THEN
               CONTINUE
           ELSE
               MOVE InRec TO OutRec
               IF DI = 2 AND InGdWord = "ELF " THEN
                   PERFORM 320-Mask-Guide
                   MOVE PseudoName TO OutGdName
                   ADD 1 TO GuideCount
               END-IF
               WRITE OutRec
               ADD 1 TO DataCount
           END-IF
           .

      *>      a guide header takes the pseudonym of the elf whose
      *>      roster row carries the name - the row in force on the
      *>      cycle date first - or a guest pseudonym
       320-Mask-Guide.
           MOVE 0 TO NameHit
           MOVE 0 TO NameHitNow
           MOVE FUNCTION UPPER-CASE(InGdName) TO GuideName
           IF GuideName NOT = SPACE THEN
               PERFORM VARYING NI FROM 1 BY 1
                   UNTIL NI > NameCount OR NameHitNow = 1
                   IF NmName(NI) = GuideName THEN
                       IF NameHit = 0 OR NmInForce(NI) = 1 THEN
                           MOVE NI TO NameHit
                           MOVE NmInForce(NI) TO NameHitNow
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO PseudoName
           IF NameHit > 0 THEN
               STRING "ELF" DELIMITED BY SIZE
                   NmElf(NameHit) DELIMITED BY SIZE
                   INTO PseudoName
           ELSE
               IF GuideName NOT = SPACE THEN
                   PERFORM 330-Mask-Guest
               END-IF
           END-IF
           .

       330-Mask-Guest.
           MOVE 0 TO GuestHit
           PERFORM VARYING GI FROM 1 BY 1
               UNTIL GI > GuestCount OR GuestHit > 0
               IF GuestReal(GI) = GuideName THEN
                   MOVE GI TO GuestHit
               END-IF
           END-PERFORM
           IF GuestHit = 0 THEN
               IF GuestCount < GuestMax THEN
                   ADD 1 TO GuestCount
                   MOVE GuideName TO GuestReal(GuestCount)
                   MOVE GuestCount TO GuestHit
               ELSE
                   MOVE 1 TO TableFull
               END-IF
           END-IF
           IF GuestHit > 0 THEN
               STRING "GUEST" DELIMITED BY SIZE
                   GuestHit DELIMITED BY SIZE
                   INTO PseudoName
           ELSE
               MOVE "GUEST0000" TO PseudoName
           END-IF
           .

      *>      the DAY06 feed, block for block - the same fresh
      *>      header and counting trailer as the other feeds, the
      *>      count taken from the newlines that close signal lines
      *>      (a last line left open is closed and counted, as DAY06
      *>      counts it)
       340-Copy-Block-Feed.
           MOVE "06.txt" TO RefName
           PERFORM 605-Open-Block-Pair
           IF InFS = "00" AND OutFS = "00" THEN
               MOVE SPACES TO BkOut
               MOVE 0 TO BkOutPos
               MOVE SPACES TO BkText
               STRING "HDR DAY06 " DELIMITED BY SIZE
                   HdrDateEd DELIMITED BY SIZE
                   INTO BkText
               MOVE 20 TO BkTextLen
               PERFORM 348-Put-Text
               MOVE 0 TO DataCount
               PERFORM 346-Reset-Line
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   MOVE SPACES TO BlkInRec
                   READ BlkInFile
                       AT END MOVE 1 TO EOF
                       NOT AT END
                           PERFORM VARYING BkP FROM 1 BY 1
                               UNTIL BkP > 4096
                               MOVE BlkInRec(BkP:1) TO BkCh
                               PERFORM 342-Copy-Char
                           END-PERFORM
                   END-READ
               END-PERFORM
               IF BkState = 0 AND BkStagePos > 0 THEN
                   PERFORM 344-Release-Stage
               END-IF
               IF BkState = 1 AND BkData = 1 THEN
                   MOVE X"0A" TO BkCh
                   PERFORM 349-Put-Char
                   ADD 1 TO DataCount
               END-IF
               MOVE SPACES TO BkText
               STRING "TRL " DELIMITED BY SIZE
                   DataCount DELIMITED BY SIZE
                   INTO BkText
               MOVE 13 TO BkTextLen
               PERFORM 348-Put-Text
               IF BkOutPos > 0 THEN
                   WRITE BlkOutRec FROM BkOut
               END-IF
               CLOSE BlkInFile
               CLOSE BlkOutFile
               ADD 1 TO FilesCopied
           END-IF
           .

      *>      one raw character - a newline closes the line in hand
       342-Copy-Char.
           IF BkCh = X"0A" THEN
               IF BkState = 0 THEN
                   PERFORM 344-Release-Stage
               END-IF
               IF BkState = 1 THEN
                   MOVE X"0A" TO BkCh
                   PERFORM 349-Put-Char
                   ADD 1 TO DataCount
               END-IF
               PERFORM 346-Reset-Line
           ELSE
               EVALUATE BkState
                   WHEN 0
                       ADD 1 TO BkStagePos
                       MOVE BkCh TO BkStage(BkStagePos:1)
                       IF BkStagePos = 4 THEN
                           IF BkStage = "HDR " OR BkStage = "TRL " THEN
                               MOVE 2 TO BkState
                           ELSE
                               PERFORM 344-Release-Stage
                           END-IF
                       END-IF
                   WHEN 1
                       PERFORM 345-Put-Signal
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      *>      the line is signal - its staged characters go out
       344-Release-Stage.
           MOVE 1 TO BkState
           PERFORM VARYING BkSI FROM 1 BY 1 UNTIL BkSI > BkStagePos
               MOVE BkStage(BkSI:1) TO BkCh
               PERFORM 345-Put-Signal
           END-PERFORM
           .

       345-Put-Signal.
           IF BkCh NOT = SPACE AND BkCh NOT = X"0D" THEN
               PERFORM 349-Put-Char
               MOVE 1 TO BkData
           END-IF
           .

       346-Reset-Line.
           MOVE SPACES TO BkStage
           MOVE 0 TO BkStagePos
           MOVE 0 TO BkState
           MOVE 0 TO BkData
           .

      *>      a control line - BkText(1:BkTextLen) and its newline
       348-Put-Text.
           PERFORM VARYING BkTI FROM 1 BY 1 UNTIL BkTI > BkTextLen
               MOVE BkText(BkTI:1) TO BkCh
               PERFORM 349-Put-Char
           END-PERFORM
           MOVE X"0A" TO BkCh
           PERFORM 349-Put-Char
           .

       349-Put-Char.
           ADD 1 TO BkOutPos
           MOVE BkCh TO BkOut(BkOutPos:1)
           IF BkOutPos = 4096 THEN
               WRITE BlkOutRec FROM BkOut
               MOVE SPACES TO BkOut
               MOVE 0 TO BkOutPos
           END-IF
           .

      *>      food, item, section and window masters hold no names -
      *>      they go across as they are
       400-Copy-Reference.
           PERFORM 600-Open-Pair
           IF InFS = "00" AND OutFS = "00" THEN
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ InFile
                       AT END MOVE 1 TO EOF
                       NOT AT END
                           MOVE InRec TO OutRec
                           WRITE OutRec
                   END-READ
               END-PERFORM
               PERFORM 610-Close-Pair
           END-IF
           .

       500-Write-Xref-Tables.
           MOVE SPACES TO XrefLine
           WRITE XrefLine
           MOVE "TEAM        PSEUDONYM" TO XrefLine
           WRITE XrefLine
           PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > TeamCount
               MOVE SPACES TO XrefLine
               STRING TeamReal(TI) DELIMITED BY SIZE
                   "  TEAM" DELIMITED BY SIZE
                   TI DELIMITED BY SIZE
                   INTO XrefLine
               WRITE XrefLine
           END-PERFORM
           MOVE SPACES TO XrefLine
           WRITE XrefLine
           MOVE "GUIDE NOT ON ROSTER  PSEUDONYM" TO XrefLine
           WRITE XrefLine
           PERFORM VARYING GI FROM 1 BY 1 UNTIL GI > GuestCount
               MOVE SPACES TO XrefLine
               STRING GuestReal(GI) DELIMITED BY SIZE
                   " GUEST" DELIMITED BY SIZE
                   GI DELIMITED BY SIZE
                   INTO XrefLine
               WRITE XrefLine
           END-PERFORM
           .

      *>      RefName from the archive into the test directory - a
      *>      file the archive does not hold is noted and skipped
       600-Open-Pair.
           MOVE SPACES TO InName
           STRING FUNCTION TRIM(ArcDir) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(RefName) DELIMITED BY SIZE
               INTO InName
           MOVE SPACES TO OutName
           STRING FUNCTION TRIM(OutDir) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(RefName) DELIMITED BY SIZE
               INTO OutName
           MOVE "99" TO OutFS
           OPEN INPUT InFile
           IF InFS NOT = "00" THEN
               ADD 1 TO FilesMissing
               MOVE "AOC283W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MASKEXT: NO " DELIMITED BY SIZE
                   FUNCTION TRIM(InName) DELIMITED BY SIZE
                   " - NOT COPIED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               OPEN OUTPUT OutFile
               IF OutFS NOT = "00" THEN
                   MOVE 1 TO WriteFailed
                   MOVE "AOC286E" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "MASKEXT: CANNOT OPEN " DELIMITED BY SIZE
                       FUNCTION TRIM(OutName) DELIMITED BY SIZE
                       " - FILE STATUS " DELIMITED BY SIZE
                       OutFS DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
                   CLOSE InFile
               END-IF
           END-IF
           .

      *>      the same for the DAY06 block files
       605-Open-Block-Pair.
           MOVE SPACES TO InName
           STRING FUNCTION TRIM(ArcDir) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(RefName) DELIMITED BY SIZE
               INTO InName
           MOVE SPACES TO OutName
           STRING FUNCTION TRIM(OutDir) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(RefName) DELIMITED BY SIZE
               INTO OutName
           MOVE "99" TO OutFS
           OPEN INPUT BlkInFile
           IF InFS NOT = "00" THEN
               ADD 1 TO FilesMissing
               MOVE "AOC283W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MASKEXT: NO " DELIMITED BY SIZE
                   FUNCTION TRIM(InName) DELIMITED BY SIZE
                   " - NOT COPIED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               OPEN OUTPUT BlkOutFile
               IF OutFS NOT = "00" THEN
                   MOVE 1 TO WriteFailed
                   MOVE "AOC286E" TO MsgId
                   MOVE SPACES TO MsgText
                   STRING "MASKEXT: CANNOT OPEN " DELIMITED BY SIZE
                       FUNCTION TRIM(OutName) DELIMITED BY SIZE
                       " - FILE STATUS " DELIMITED BY SIZE
                       OutFS DELIMITED BY SIZE
                       INTO MsgText
                   CALL "MSGLOG" USING MsgParm
                   CLOSE BlkInFile
               END-IF
           END-IF
           .

       610-Close-Pair.
           CLOSE InFile
           CLOSE OutFile
           ADD 1 TO FilesCopied
           .

       900-Report.
           MOVE FilesCopied TO CntEd
           MOVE ElfCount TO Cnt2Ed
           MOVE GuideCount TO Cnt3Ed
           MOVE "AOC287I" TO MsgId
           MOVE SPACES TO MsgText
           STRING "MASKEXT: CYCLE " DELIMITED BY SIZE
               ArcDate DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(CntEd) DELIMITED BY SIZE
               " FILE(S) MASKED INTO " DELIMITED BY SIZE
               FUNCTION TRIM(OutDir) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt2Ed) DELIMITED BY SIZE
               " ELVES, " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt3Ed) DELIMITED BY SIZE
               " GUIDE HEADER(S)" DELIMITED BY SIZE
               INTO MsgText
           CALL "MSGLOG" USING MsgParm
           IF DroppedCount > 0 THEN
               MOVE DroppedCount TO CntEd
               MOVE "AOC288W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MASKEXT: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " ROSTER LINE(S) WITHOUT AN ELF NUMBER DROPPED"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           IF TableFull = 1 THEN
               MOVE "AOC289W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MASKEXT: NAME, TEAM OR GUEST TABLE FULL - "
                   DELIMITED BY SIZE
                   "SOME NAMES MASKED AS TEAM000/GUEST0000"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           IF FilesMissing > 0 OR DroppedCount > 0
               OR TableFull = 1 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           IF FilesCopied = 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WriteFailed = 1 THEN
               MOVE 12 TO RETURN-CODE
           END-IF
           .
