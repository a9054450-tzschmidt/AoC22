       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY02PAIR.

      *>      next-round pairing generator - reads the registered
      *>      entrants, looks each one up in DAY02's rating master
      *>      (02_ratings.dat) and draws up the next round Swiss
      *>      style: entrants ranked by rating, each paired with the
      *>      nearest-rated entrant below it it has not already met
      *>      in this tournament. An odd field gives the bye to the
      *>      lowest-rated entrant who has not had one yet. An
      *>      entrant the master does not know starts at DAY02's
      *>      BaseRating. Only when every remaining opponent has
      *>      already been met is a repeat paired, and it is
      *>      flagged on the sheet. Run standalone, once per round,
      *>      before the round is played.
      *>
      *>      DD_DAY02_ENTRANTS names the entrant list (one elf name
      *>      per line, "*" in column one for comments); DAY02_TOURN
      *>      names the tournament (default the run date). Every
      *>      round drawn is appended to 02_pairhist.txt, which is
      *>      how the next round knows who has met and who has had
      *>      the bye - the round number is the tournament's last
      *>      round there plus one. The pairing sheet goes to
      *>      02_pairings.txt, and 02_next.txt gets the "ELF <name>"
      *>      guide headers DAY02 parses, table by table, ready for
      *>      the rounds to be entered under them.
      *>      RC 0 drawn, 4 drawn with warnings, 8 too few entrants,
      *>      12 a file could not be opened

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EntrantFile ASSIGN TO DYNAMIC EntrantFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EntrantFS.
               SELECT RatingFile ASSIGN TO "../data/02_ratings.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RtName
           FILE STATUS IS RatingFS.
               SELECT HistoryFile ASSIGN TO "../data/02_pairhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HistoryFS.
               SELECT SheetFile ASSIGN TO "../data/02_pairings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SheetFS.
               SELECT GuideFile ASSIGN TO "../data/02_next.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GuideFS.


       DATA DIVISION.
           FILE SECTION.
           FD EntrantFile.
               01 EntrantData PIC X(40).

           FD RatingFile.
               01 RatingRec.
                   05 RtName PIC X(20).
                   05 RtGames PIC 9(7).
                   05 RtPoints PIC 9(10).
                   05 RtRating PIC 9(5).

      *>      one line per table drawn, plus one for the bye
           FD HistoryFile.
               01 HistoryRec.
                   05 PhTourn PIC X(10).
                   05 FILLER PIC X.
                   05 PhRound PIC 9(3).
                   05 FILLER PIC X.
                   05 PhElfA PIC X(20).
                   05 FILLER PIC X.
                   05 PhElfB PIC X(20).

           FD SheetFile.
               01 SheetLine PIC X(100).

           FD GuideFile.
               01 GuideLine PIC X(25).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
      *>      entrant list path, resolved at run time the way every
      *>      DAYnn input is
           01 EntrantFileName PIC X(100)
               VALUE "../data/02_entrants.txt".
           01 EntrantParm PIC X(100).
           01 TournParm PIC X(12).
           01 Tourn PIC X(10).
           01 EntrantFS PIC XX.
           01 RatingFS PIC XX.
           01 HistoryFS PIC XX.
           01 SheetFS PIC XX.
           01 GuideFS PIC XX.
           01 OpenFailed PIC 9 VALUE 0.
           COPY EOFFLAG.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
      *>      same starting rating DAY02 gives a new elf - keep the
      *>      two in step
           01 BaseRating PIC 9(5) VALUE 1500.
           01 ByeMark PIC X(20) VALUE "*BYE*".

      *>      the field - same capacity DAY02 compiles with for
      *>      guides in one tournament file, so every entrant drawn
      *>      here can be scored there; raise them together
           01 MaxEntrants PIC 99 VALUE 50.
           01 EntCount PIC 99 VALUE 0.
           01 EntTable.
               05 EntEntry OCCURS 50 TIMES.
                   10 EnName PIC X(20).
                   10 EnRating PIC 9(5).
                   10 EnRated PIC 9.
                   10 EnPaired PIC 9.
                   10 EnHadBye PIC 9.
                   10 EnMet PIC X(50).
           01 SwapEnt PIC X(78).
           01 EntName PIC X(20).
           01 EI PIC 99.
           01 EJ PIC 99.
           01 FoundI PIC 99.
           01 FoundJ PIC 99.

      *>      this round's draw
           01 PairCount PIC 99 VALUE 0.
           01 PairTable.
               05 PairEntry OCCURS 25 TIMES.
                   10 PairA PIC 99.
                   10 PairB PIC 99.
                   10 PairRepeat PIC 9.
           01 TabI PIC 99.
           01 MsgPtr PIC 99.
           01 ByeI PIC 99 VALUE 0.
           01 RoundNum PIC 9(3) VALUE 0.
           01 LastRound PIC 9(3) VALUE 0.
           01 RatingGap PIC 9(5).
      *>      draw search - one level per table, LvlB the opponent
      *>      currently tried there
           01 Level PIC 99.
           01 LvlTable.
               05 LvlEntry OCCURS 25 TIMES.
                   10 LvlA PIC 99.
                   10 LvlB PIC 99.
           01 SearchDone PIC 9.
           01 Steps PIC 9(7).
           01 MaxSteps PIC 9(7) VALUE 200000.

           01 SkipCount PIC 9(5) VALUE 0.
           01 UnratedCount PIC 99 VALUE 0.
           01 RepeatCount PIC 99 VALUE 0.
           01 HistCount PIC 9(7) VALUE 0.
           01 RatingsMissing PIC 9 VALUE 0.
           01 TableEd PIC Z9.
           01 RatingEd PIC Z(4)9.
           01 GapEd PIC Z(4)9.
           01 RoundNumEd PIC ZZ9.
           01 CntEd PIC Z9.
           01 Cnt2Ed PIC Z9.

       PROCEDURE DIVISION.
       000-Main.
           INITIALIZE EntTable
           INITIALIZE PairTable
           PERFORM 040-Get-Parms
           PERFORM 100-Load-Entrants
           IF OpenFailed = 1 THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF EntCount < 2 THEN
               MOVE EntCount TO CntEd
               MOVE "AOC247E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY02PAIR: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " ENTRANT(S) - AT LEAST 2 NEEDED, NO ROUND DRAWN"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-Look-Up-Ratings
           PERFORM 250-Order-Entrants
           PERFORM 300-Load-History
           PERFORM 400-Pick-Bye
           PERFORM 450-Pair-Round
           PERFORM 500-Open-Outputs
           IF OpenFailed = 1 THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 600-Write-Sheet
           PERFORM 650-Write-Guides
           PERFORM 700-Write-History
           CLOSE SheetFile
           CLOSE GuideFile
           CLOSE HistoryFile
           PERFORM 900-Report-Round
       STOP RUN
       .

       040-Get-Parms.
           MOVE SPACE TO EntrantParm
           ACCEPT EntrantParm FROM ENVIRONMENT "DD_DAY02_ENTRANTS"
           IF EntrantParm NOT = SPACE THEN
               MOVE EntrantParm TO EntrantFileName
           END-IF
           ACCEPT RunDate FROM DATE YYYYMMDD
           MOVE RunDate(1:4) TO RunDateEd(1:4)
           MOVE "-" TO RunDateEd(5:1)
           MOVE RunDate(5:2) TO RunDateEd(6:2)
           MOVE "-" TO RunDateEd(8:1)
           MOVE RunDate(7:2) TO RunDateEd(9:2)
           MOVE SPACE TO TournParm
           ACCEPT TournParm FROM ENVIRONMENT "DAY02_TOURN"
           IF TournParm NOT = SPACE THEN
               MOVE TournParm(1:10) TO Tourn
           ELSE
               MOVE RunDateEd TO Tourn
           END-IF
           .

       100-Load-Entrants.
           OPEN INPUT EntrantFile
           IF EntrantFS NOT = "00" THEN
               MOVE 1 TO OpenFailed
               MOVE "AOC241E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY02PAIR: CANNOT OPEN " DELIMITED BY SIZE
                   FUNCTION TRIM(EntrantFileName) DELIMITED BY SIZE
                   " - FILE STATUS " DELIMITED BY SIZE
                   EntrantFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ EntrantFile
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 110-Store-Entrant
                   END-READ
               END-PERFORM
               CLOSE EntrantFile
           END-IF
           .

      *>      names are taken as written, the way DAY02 keys the
      *>      rating master off the guide header; a second entry for
      *>      a name, or one past the field's capacity, is refused
       110-Store-Entrant.
           IF EntrantData NOT = SPACE AND EntrantData(1:1) NOT = "*"
               THEN
               MOVE FUNCTION TRIM(EntrantData) TO EntName
               MOVE 0 TO FoundI
               PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > EntCount
                   IF EnName(EI) = EntName THEN
                       MOVE EI TO FoundI
                   END-IF
               END-PERFORM
               IF FoundI > 0 OR EntCount >= MaxEntrants THEN
                   ADD 1 TO SkipCount
                   MOVE "AOC243W" TO MsgId
                   MOVE SPACES TO MsgText
                   IF FoundI > 0 THEN
                       STRING "DAY02PAIR: ENTRANT LISTED TWICE - "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(EntName) DELIMITED BY SIZE
                           " - SECOND ENTRY IGNORED" DELIMITED BY SIZE
                           INTO MsgText
                   ELSE
                       STRING "DAY02PAIR: OVER " DELIMITED BY SIZE
                           MaxEntrants DELIMITED BY SIZE
                           " ENTRANTS - " DELIMITED BY SIZE
                           FUNCTION TRIM(EntName) DELIMITED BY SIZE
                           " NOT DRAWN" DELIMITED BY SIZE
                           INTO MsgText
                   END-IF
                   CALL "MSGLOG" USING MsgParm
               ELSE
                   ADD 1 TO EntCount
                   MOVE EntName TO EnName(EntCount)
                   MOVE ALL "0" TO EnMet(EntCount)
               END-IF
           END-IF
           .

      *>      an entrant the master has never rated - or every
      *>      entrant, when there is no master yet - starts where
      *>      DAY02 would start it
       200-Look-Up-Ratings.
           OPEN INPUT RatingFile
           IF RatingFS NOT = "00" THEN
               MOVE 1 TO RatingsMissing
               MOVE "AOC242W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY02PAIR: CANNOT OPEN 02_ratings.dat - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   RatingFS DELIMITED BY SIZE
                   " - EVERY ENTRANT AT THE BASE RATING"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > EntCount
               MOVE BaseRating TO EnRating(EI)
               MOVE 0 TO EnRated(EI)
               IF RatingsMissing = 0 THEN
                   MOVE EnName(EI) TO RtName
                   READ RatingFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE RtRating TO EnRating(EI)
                           MOVE 1 TO EnRated(EI)
                   END-READ
               END-IF
               IF EnRated(EI) = 0 THEN
                   ADD 1 TO UnratedCount
               END-IF
           END-PERFORM
           IF RatingsMissing = 0 THEN
               CLOSE RatingFile
           END-IF
           .

      *>      highest rating first, name order within a rating -
      *>      the met flags are still all zero at this point, so the
      *>      whole entry can move
       250-Order-Entrants.
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI >= EntCount
               PERFORM VARYING EJ FROM 1 BY 1
                   UNTIL EJ > EntCount - EI
                   IF EnRating(EJ) < EnRating(EJ + 1)
                       OR (EnRating(EJ) = EnRating(EJ + 1)
                       AND EnName(EJ) > EnName(EJ + 1)) THEN
                       MOVE EntEntry(EJ) TO SwapEnt
                       MOVE EntEntry(EJ + 1) TO EntEntry(EJ)
                       MOVE SwapEnt TO EntEntry(EJ + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *>      earlier rounds of this tournament - who met whom, who
      *>      has had the bye, and the last round drawn. No history
      *>      yet simply means round 1
       300-Load-History.
           OPEN INPUT HistoryFile
           IF HistoryFS = "00" THEN
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ HistoryFile
                       AT END MOVE 1 TO EOF
                       NOT AT END PERFORM 310-Take-History
                   END-READ
               END-PERFORM
               CLOSE HistoryFile
           END-IF
           COMPUTE RoundNum = LastRound + 1
           .

       310-Take-History.
           IF PhTourn = Tourn AND PhRound NUMERIC THEN
               ADD 1 TO HistCount
               IF PhRound > LastRound THEN
                   MOVE PhRound TO LastRound
               END-IF
               MOVE PhElfA TO EntName
               PERFORM 320-Find-Entrant
               MOVE FoundI TO FoundJ
               IF PhElfB = ByeMark THEN
                   IF FoundJ > 0 THEN
                       MOVE 1 TO EnHadBye(FoundJ)
                   END-IF
               ELSE
                   MOVE PhElfB TO EntName
                   PERFORM 320-Find-Entrant
                   IF FoundI > 0 AND FoundJ > 0 THEN
                       MOVE "1" TO EnMet(FoundI)(FoundJ:1)
                       MOVE "1" TO EnMet(FoundJ)(FoundI:1)
                   END-IF
               END-IF
           END-IF
           .

       320-Find-Entrant.
           MOVE 0 TO FoundI
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > EntCount
               IF EnName(EI) = EntName THEN
                   MOVE EI TO FoundI
               END-IF
           END-PERFORM
           .

      *>      an odd field - the bye goes to the lowest-rated
      *>      entrant still without one; if everyone has had a bye,
      *>      the lowest-rated entrant takes another
       400-Pick-Bye.
           MOVE 0 TO ByeI
           IF FUNCTION MOD(EntCount, 2) = 1 THEN
               PERFORM VARYING EI FROM EntCount BY -1
                   UNTIL EI < 1 OR ByeI > 0
                   IF EnHadBye(EI) = 0 THEN
                       MOVE EI TO ByeI
                   END-IF
               END-PERFORM
               IF ByeI = 0 THEN
                   MOVE EntCount TO ByeI
               END-IF
               MOVE 1 TO EnPaired(ByeI)
           END-IF
           .

      *>      top of the ranking down, each unpaired entrant takes
      *>      the nearest-rated unpaired entrant below it that it
      *>      has not met. When that leaves someone further down
      *>      with nobody unmet, the draw steps back a table and
      *>      tries the next candidate there, the way a pairing
      *>      official redraws by hand. Only if no draw without a
      *>      repeat exists (or the search runs past MaxSteps) is
      *>      the plain top-down draw taken, repeats flagged
       450-Pair-Round.
           MOVE 0 TO Level
           MOVE 0 TO SearchDone
           MOVE 0 TO Steps
           PERFORM 455-Open-Level
           PERFORM 460-Search-Step UNTIL SearchDone > 0
           IF SearchDone = 1 THEN
               MOVE Level TO PairCount
               PERFORM VARYING TabI FROM 1 BY 1 UNTIL TabI > Level
                   MOVE LvlA(TabI) TO PairA(TabI)
                   MOVE LvlB(TabI) TO PairB(TabI)
                   MOVE 0 TO PairRepeat(TabI)
               END-PERFORM
           ELSE
               PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > EntCount
                   IF EI NOT = ByeI THEN
                       MOVE 0 TO EnPaired(EI)
                   END-IF
               END-PERFORM
               MOVE 0 TO PairCount
               PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > EntCount
                   IF EnPaired(EI) = 0 THEN
                       PERFORM 470-Pair-One
                   END-IF
               END-PERFORM
           END-IF
           .

      *>      the next table - its first seat goes to the highest
      *>      entrant not yet seated; nobody left means the draw
      *>      is complete
       455-Open-Level.
           MOVE 0 TO FoundI
           PERFORM VARYING EI FROM 1 BY 1
               UNTIL EI > EntCount OR FoundI > 0
               IF EnPaired(EI) = 0 THEN
                   MOVE EI TO FoundI
               END-IF
           END-PERFORM
           IF FoundI = 0 THEN
               MOVE 1 TO SearchDone
           ELSE
               ADD 1 TO Level
               MOVE FoundI TO LvlA(Level)
               MOVE FoundI TO LvlB(Level)
               MOVE 1 TO EnPaired(FoundI)
           END-IF
           .

      *>      try the next unmet opponent below the last one tried
      *>      at this table; none left sends the search back to the
      *>      table before
       460-Search-Step.
           ADD 1 TO Steps
           MOVE LvlA(Level) TO EI
           MOVE 0 TO FoundJ
           PERFORM VARYING EJ FROM LvlB(Level) BY 1
               UNTIL EJ > EntCount OR FoundJ > 0
               IF EJ > LvlB(Level) AND EnPaired(EJ) = 0
                   AND EnMet(EI)(EJ:1) = "0" THEN
                   MOVE EJ TO FoundJ
               END-IF
           END-PERFORM
           IF FoundJ > 0 THEN
               MOVE FoundJ TO LvlB(Level)
               MOVE 1 TO EnPaired(FoundJ)
               PERFORM 455-Open-Level
           ELSE
               MOVE 0 TO EnPaired(EI)
               SUBTRACT 1 FROM Level
               IF Level = 0 OR Steps > MaxSteps THEN
                   MOVE 2 TO SearchDone
               ELSE
                   MOVE LvlB(Level) TO EJ
                   MOVE 0 TO EnPaired(EJ)
               END-IF
           END-IF
           .

      *>      one table of the fallback draw - the nearest unmet
      *>      entrant below, else the nearest one as a repeat
       470-Pair-One.
           MOVE 0 TO FoundJ
           PERFORM VARYING EJ FROM EI BY 1
               UNTIL EJ > EntCount OR FoundJ > 0
               IF EJ > EI AND EnPaired(EJ) = 0
                   AND EnMet(EI)(EJ:1) = "0" THEN
                   MOVE EJ TO FoundJ
               END-IF
           END-PERFORM
           ADD 1 TO PairCount
           MOVE 0 TO PairRepeat(PairCount)
           IF FoundJ = 0 THEN
               PERFORM VARYING EJ FROM EI BY 1
                   UNTIL EJ > EntCount OR FoundJ > 0
                   IF EJ > EI AND EnPaired(EJ) = 0 THEN
                       MOVE EJ TO FoundJ
                   END-IF
               END-PERFORM
               MOVE 1 TO PairRepeat(PairCount)
               ADD 1 TO RepeatCount
           END-IF
           MOVE EI TO PairA(PairCount)
           MOVE FoundJ TO PairB(PairCount)
           MOVE 1 TO EnPaired(EI)
           MOVE 1 TO EnPaired(FoundJ)
           .

      *>      all three outputs open before anything is written, so
      *>      a failed open leaves no half-recorded round behind
       500-Open-Outputs.
           OPEN OUTPUT SheetFile
           IF SheetFS NOT = "00" THEN
               MOVE 1 TO OpenFailed
               MOVE "AOC244E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY02PAIR: CANNOT OPEN 02_pairings.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   SheetFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           OPEN OUTPUT GuideFile
           IF GuideFS NOT = "00" THEN
               MOVE 1 TO OpenFailed
               MOVE "AOC244E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY02PAIR: CANNOT OPEN 02_next.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   GuideFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           OPEN EXTEND HistoryFile
           IF HistoryFS = "35" THEN
               OPEN OUTPUT HistoryFile
           END-IF
           IF HistoryFS NOT = "00" THEN
               MOVE 1 TO OpenFailed
               MOVE "AOC244E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY02PAIR: CANNOT OPEN 02_pairhist.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   HistoryFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           .

       600-Write-Sheet.
           MOVE RoundNum TO RoundNumEd
           MOVE SPACES TO SheetLine
           STRING "PAIRINGS - TOURNAMENT " DELIMITED BY SIZE
               FUNCTION TRIM(Tourn) DELIMITED BY SIZE
               "  ROUND " DELIMITED BY SIZE
               FUNCTION TRIM(RoundNumEd) DELIMITED BY SIZE
               "  DRAWN " DELIMITED BY SIZE
               RunDateEd DELIMITED BY SIZE
               INTO SheetLine
           WRITE SheetLine
           MOVE SPACES TO SheetLine
           WRITE SheetLine
           MOVE SPACES TO SheetLine
           STRING "TABLE  ELF                   RATING    "
               DELIMITED BY SIZE
               "ELF                   RATING   DIFF  NOTE"
               DELIMITED BY SIZE
               INTO SheetLine
           WRITE SheetLine
           PERFORM VARYING TabI FROM 1 BY 1 UNTIL TabI > PairCount
               MOVE SPACES TO SheetLine
               MOVE TabI TO TableEd
               MOVE TableEd TO SheetLine(4:2)
               MOVE PairA(TabI) TO EI
               MOVE PairB(TabI) TO EJ
               MOVE EnName(EI) TO SheetLine(8:20)
               MOVE EnRating(EI) TO RatingEd
               MOVE RatingEd TO SheetLine(30:5)
               IF EnRated(EI) = 0 THEN
                   MOVE "*" TO SheetLine(35:1)
               END-IF
               MOVE EnName(EJ) TO SheetLine(39:20)
               MOVE EnRating(EJ) TO RatingEd
               MOVE RatingEd TO SheetLine(61:5)
               IF EnRated(EJ) = 0 THEN
                   MOVE "*" TO SheetLine(66:1)
               END-IF
               IF EnRating(EI) >= EnRating(EJ) THEN
                   COMPUTE RatingGap = EnRating(EI) - EnRating(EJ)
               ELSE
                   COMPUTE RatingGap = EnRating(EJ) - EnRating(EI)
               END-IF
               MOVE RatingGap TO GapEd
               MOVE GapEd TO SheetLine(68:5)
               IF PairRepeat(TabI) = 1 THEN
                   MOVE "REPEAT PAIRING" TO SheetLine(75:14)
               END-IF
               WRITE SheetLine
           END-PERFORM
           IF ByeI > 0 THEN
               MOVE SPACES TO SheetLine
               MOVE "BYE" TO SheetLine(1:3)
               MOVE EnName(ByeI) TO SheetLine(8:20)
               MOVE EnRating(ByeI) TO RatingEd
               MOVE RatingEd TO SheetLine(30:5)
               IF EnRated(ByeI) = 0 THEN
                   MOVE "*" TO SheetLine(35:1)
               END-IF
               IF EnHadBye(ByeI) = 1 THEN
                   MOVE "SECOND BYE" TO SheetLine(75:10)
               END-IF
               WRITE SheetLine
           END-IF
           MOVE SPACES TO SheetLine
           WRITE SheetLine
           MOVE EntCount TO CntEd
           MOVE PairCount TO Cnt2Ed
           MOVE SPACES TO SheetLine
           STRING FUNCTION TRIM(CntEd) DELIMITED BY SIZE
               " ENTRANT(S), " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt2Ed) DELIMITED BY SIZE
               " TABLE(S)" DELIMITED BY SIZE
               INTO SheetLine
           WRITE SheetLine
           IF UnratedCount > 0 THEN
               MOVE BaseRating TO RatingEd
               MOVE SPACES TO SheetLine
               STRING "* NOT IN THE RATING MASTER - STARTS AT "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(RatingEd) DELIMITED BY SIZE
                   INTO SheetLine
               WRITE SheetLine
           END-IF
           .

      *>      the skeleton tournament file - both guides of a table
      *>      next to each other, the bye left out since it plays
      *>      no rounds
       650-Write-Guides.
           PERFORM VARYING TabI FROM 1 BY 1 UNTIL TabI > PairCount
               MOVE SPACES TO GuideLine
               MOVE PairA(TabI) TO EI
               STRING "ELF " DELIMITED BY SIZE
                   EnName(EI) DELIMITED BY SIZE
                   INTO GuideLine
               WRITE GuideLine
               MOVE SPACES TO GuideLine
               MOVE PairB(TabI) TO EI
               STRING "ELF " DELIMITED BY SIZE
                   EnName(EI) DELIMITED BY SIZE
                   INTO GuideLine
               WRITE GuideLine
           END-PERFORM
           .

       700-Write-History.
           PERFORM VARYING TabI FROM 1 BY 1 UNTIL TabI > PairCount
               MOVE SPACES TO HistoryRec
               MOVE Tourn TO PhTourn
               MOVE RoundNum TO PhRound
               MOVE PairA(TabI) TO EI
               MOVE EnName(EI) TO PhElfA
               MOVE PairB(TabI) TO EI
               MOVE EnName(EI) TO PhElfB
               WRITE HistoryRec
           END-PERFORM
           IF ByeI > 0 THEN
               MOVE SPACES TO HistoryRec
               MOVE Tourn TO PhTourn
               MOVE RoundNum TO PhRound
               MOVE EnName(ByeI) TO PhElfA
               MOVE ByeMark TO PhElfB
               WRITE HistoryRec
           END-IF
           .

       900-Report-Round.
           IF RepeatCount > 0 THEN
               MOVE RepeatCount TO CntEd
               MOVE "AOC245W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "DAY02PAIR: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " REPEAT PAIRING(S) - NO UNMET OPPONENT LEFT"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           MOVE RoundNum TO RoundNumEd
           MOVE PairCount TO CntEd
           MOVE "AOC246I" TO MsgId
           MOVE SPACES TO MsgText
           MOVE 1 TO MsgPtr
           STRING "DAY02PAIR: TOURNAMENT " DELIMITED BY SIZE
               FUNCTION TRIM(Tourn) DELIMITED BY SIZE
               " ROUND " DELIMITED BY SIZE
               FUNCTION TRIM(RoundNumEd) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(CntEd) DELIMITED BY SIZE
               " TABLE(S)" DELIMITED BY SIZE
               INTO MsgText
               WITH POINTER MsgPtr
           IF ByeI > 0 THEN
               STRING ", BYE " DELIMITED BY SIZE
                   FUNCTION TRIM(EnName(ByeI)) DELIMITED BY SIZE
                   INTO MsgText
                   WITH POINTER MsgPtr
           END-IF
           CALL "MSGLOG" USING MsgParm
           IF RepeatCount > 0 OR SkipCount > 0
               OR RatingsMissing = 1 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           .
