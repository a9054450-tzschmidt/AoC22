      *>      only entries added since the last export - the state
      *>      file tracks, per day, the newest (date, version)
      *>      already shipped, plus the batch counter; FULL (the
      *>      default) re-ships everything. Only a current version
      *>      RESCERT has certified ships - anything else is held,
      *>      listed as an HLD record ahead of the trailer, and the
      *>      day's watermark stops short of it so an incremental
      *>      ships it once it is certified. A rejected version
      *>      never will be, so it is listed but does not hold its
      *>      day - the watermark moves past it and the rerun that
      *>      replaces it ships in its place. Superseded versions
      *>      are never shipped. Run standalone after RESCERT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   ASSIGN TO "../data/histexp_state.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StateFS.
               SELECT CertFile
                   ASSIGN TO "../data/results_cert.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CertKey
           FILE STATUS IS CertFS.


       DATA DIVISION.
                   05 HFlag PIC X.
                   05 HPart1 PIC X(40).
                   05 HPart2 PIC X(40).
                   05 HRunId PIC X(16).

           FD ExtractFile.
               01 ExtractLine PIC X(200).
           FD StateFile.
               01 StateRec PIC X(30).

           FD CertFile.
               01 CertRec.
                   05 CertKey.
                       10 CtDay PIC X(5).
                       10 CtDate PIC X(10).
                   05 CtVer PIC 9(3).
                   05 CtStatus PIC X.
                   05 CtMode PIC X.
                   05 CtBy PIC X(4).
                   05 CtStamp PIC X(15).
                   05 CtReason PIC X(60).
                   05 CtBlock PIC X(60).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 HistoryFS PIC XX.
           01 ExtractFS PIC XX.
           01 StateFS PIC XX.
           01 CertFS PIC XX.
           01 CertOpen PIC 9 VALUE 0.
           01 HistEOF PIC 9 VALUE 0.
           01 StateEOF PIC 9 VALUE 0.
           01 RunDate PIC X(8).
               05 PartFld OCCURS 4 TIMES PIC X(40).
           01 PfIdx PIC 9.

      *>      entries held for want of a certificate - a day with
      *>      anything held ships nothing later than it this batch,
      *>      so its watermark never passes an entry still waiting
      *>      on RESCERT (a rejected one waits on nothing)
           01 HeldCount PIC 9(7) VALUE 0.
           01 HeldFlags.
               05 DayHeld OCCURS 6 TIMES PIC 9 VALUE 0.
           01 HeldTable.
               05 HeldEntry OCCURS 500 TIMES.
                   10 HlDay PIC X(5).
                   10 HlDate PIC X(10).
                   10 HlVer PIC 9(3).
                   10 HlStatus PIC X.
           01 HI PIC 9(3).
           01 HeldListed PIC 9(3) VALUE 0.
           01 CertStatus PIC X.
           01 CntEd PIC Z(6)9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Get-Mode
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 150-Open-Cert
           PERFORM 200-Write-Header
           PERFORM UNTIL HistEOF = 1
               READ HistoryFile NEXT
               END-READ
           END-PERFORM
           CLOSE HistoryFile
           IF CertOpen = 1 THEN
               CLOSE CertFile
           END-IF
           PERFORM 550-Write-Held
           PERFORM 600-Write-Trailer
           CLOSE ExtractFile
           PERFORM 700-Rewrite-State
           DISPLAY "HISTEXP: BATCH " BatchNum " - " ExpCount
               " ENTRY(IES) EXPORTED, " SkipCount
               " ALREADY SHIPPED, " HeldCount " HELD"
           MOVE 0 TO RETURN-CODE
           IF HeldCount > 0 THEN
               MOVE HeldCount TO CntEd
               MOVE "AOC925W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "HISTEXP: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " ENTRY(IES) NOT CERTIFIED - HELD FROM BATCH "
                   DELIMITED BY SIZE
                   BatchNum DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           END-IF
       STOP RUN
       .

           END-IF
           .

      *>      no certification file means nothing is certified -
      *>      everything is held rather than shipped unchecked
       150-Open-Cert.
           OPEN INPUT CertFile
           IF CertFS = "00" THEN
               MOVE 1 TO CertOpen
           ELSE
               MOVE "AOC924W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "HISTEXP: CANNOT OPEN results_cert.dat - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   CertFS DELIMITED BY SIZE
                   " - NO ENTRY IS CERTIFIED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           .

       200-Write-Header.
           MOVE SPACES TO ExtractLine
           STRING "HDR|HISTEXP|" DELIMITED BY SIZE
      *>      an entry ships when the run is FULL, or when it sits
      *>      past its day's watermark - LEDGWRT appends strictly
      *>      forward, so date-then-version ordering is the whole
      *>      test. A current version also needs its certificate;
      *>      one without is held, and so is every later entry of
      *>      that day, which leaves the watermark in front of it -
      *>      unless it was rejected, which is listed and passed
       300-Consider-Record.
           IF HDay(1:4) = "DAY0"
               AND HDay(5:1) >= "1" AND HDay(5:1) <= "6" THEN
                       AND HVer <= WmVer(DayNum)) THEN
                   ADD 1 TO SkipCount
               ELSE
                   PERFORM 350-Check-Cert
               END-IF
           ELSE
               IF DayNum > 0 THEN
                   PERFORM 350-Check-Cert
               ELSE
                   PERFORM 400-Export-Record
               END-IF
           END-IF
           IF DayNum > 0 THEN
               IF DayHeld(DayNum) = 0 THEN
                   IF HDate > NmDate(DayNum)
                       OR (HDate = NmDate(DayNum)
                           AND HVer > NmVer(DayNum)) THEN
                       MOVE HDate TO NmDate(DayNum)
                       MOVE HVer TO NmVer(DayNum)
                   END-IF
               END-IF
           END-IF
           .

       350-Check-Cert.
           IF HFlag = "S" THEN
               CONTINUE
           ELSE
               MOVE "U" TO CertStatus
               IF CertOpen = 1 THEN
                   MOVE HDay TO CtDay
                   MOVE HDate TO CtDate
                   READ CertFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CtVer = HVer THEN
                               MOVE CtStatus TO CertStatus
                           END-IF
                   END-READ
               END-IF
               IF CertStatus = "C" AND DayHeld(DayNum) = 0 THEN
                   PERFORM 400-Export-Record
               ELSE
                   PERFORM 360-Hold-Record
               END-IF
           END-IF
           .

       360-Hold-Record.
           IF CertStatus NOT = "J" THEN
               MOVE 1 TO DayHeld(DayNum)
           END-IF
           ADD 1 TO HeldCount
           IF HeldListed < 500 THEN
               ADD 1 TO HeldListed
               MOVE HDay TO HlDay(HeldListed)
               MOVE HDate TO HlDate(HeldListed)
               MOVE HVer TO HlVer(HeldListed)
               MOVE CertStatus TO HlStatus(HeldListed)
           END-IF
           .

       400-Export-Record.
           ADD 1 TO ExpCount
           MOVE SPACES TO ExtractLine
           END-PERFORM
           .

      *>      one HLD record per held entry with the certification
      *>      status it is waiting on - U uncertified, B blocked by
      *>      a regression, C certified but behind an earlier held
      *>      entry of the same day; J rejected is listed but holds
      *>      nothing back, and never ships
       550-Write-Held.
           PERFORM VARYING HI FROM 1 BY 1 UNTIL HI > HeldListed
               MOVE SPACES TO ExtractLine
               STRING "HLD|" DELIMITED BY SIZE
                   HlDay(HI) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   HlDate(HI) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   HlVer(HI) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   HlStatus(HI) DELIMITED BY SIZE
                   INTO ExtractLine
               WRITE ExtractLine
           END-PERFORM
           .

       600-Write-Trailer.
           MOVE SPACES TO ExtractLine
           STRING "TRL|" DELIMITED BY SIZE
               ExpCount DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               BatchNum DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               HeldCount DELIMITED BY SIZE
               INTO ExtractLine
           WRITE ExtractLine
           .
