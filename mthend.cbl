       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHEND.

      *>      month-end close - summarizes one calendar month into
      *>      the monthly summary file and prints the management
      *>      pack for it: a suite overview page, then one page per
      *>      day program. The month comes from MTHEND_MONTH
      *>      (YYYY-MM); unset means the month just ended. Figures
      *>      are taken from
      *>        results_history.dat   current versions by day
      *>        exception_master.dat  volumes by day and reason
      *>        timing_history.txt    runs, records, elapsed
      *>        02_ratings.dat        DAY02 rating movements since
      *>                              each elf's last closed month
      *>      The month is marked closed by a CL record written last
      *>      to monthly_summary.txt, so a close that fails part way
      *>      never counts as closed. A closed month is frozen: a
      *>      second close of it is refused, and a later AOCRERUN
      *>      replay of one of its dates (found through the RERUN-OF
      *>      lines in results_ledger.txt) is printed in the next
      *>      pack as a post-close adjustment instead of changing
      *>      the closed figures. The pack for each month is kept
      *>      as mthend_pack_YYYY-MM.txt. Ratings are as they stand
      *>      when the close runs, so run it on the first working
      *>      day of the new month, after the cycle. RC 0 closed,
      *>      4 closed with adjustments or already closed, 12 not
      *>      closed.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HistoryFile
                   ASSIGN TO "../data/results_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HistKey
           FILE STATUS IS HistoryFS.
               SELECT MasterFile
                   ASSIGN TO "../data/exception_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MstKey
           ALTERNATE RECORD KEY IS MstDay WITH DUPLICATES
           ALTERNATE RECORD KEY IS MstReason WITH DUPLICATES
           FILE STATUS IS MasterFS.
               SELECT TimingHist
                   ASSIGN TO "../data/timing_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TimingHistFS.
               SELECT RatingFile ASSIGN TO "../data/02_ratings.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RtName
           FILE STATUS IS RatingFS.
               SELECT LedgerFile
                   ASSIGN TO "../data/results_ledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LedgerFS.
               SELECT SummaryFile
                   ASSIGN TO "../data/monthly_summary.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SummaryFS.
               SELECT PackReport ASSIGN TO DYNAMIC PackName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PackFS.


       DATA DIVISION.
           FILE SECTION.
           FD HistoryFile.
               01 HistoryRec.
                   05 HistKey.
                       10 HDay PIC X(5).
                       10 HDate PIC X(10).
                       10 HVer PIC 9(3).
                   05 HFlag PIC X.
                   05 HPart1 PIC X(40).
                   05 HPart2 PIC X(40).
                   05 HRunId PIC X(16).

           FD MasterFile.
               01 MasterRec.
                   05 MstKey.
                       10 MstDate PIC X(10).
                       10 MstDay PIC X(5).
                       10 MstReason PIC X(8).
                       10 MstSource PIC 9(7).
                       10 MstSeq PIC 9(3).
                   05 MstData PIC X(60).
                   05 MstRunId PIC X(16).

           FD TimingHist.
               01 TimingRec.
                   05 ThDate PIC X(10).
                   05 FILLER PIC X.
                   05 ThDay PIC X(5).
                   05 FILLER PIC X.
                   05 ThElapsed PIC 9(9).
                   05 FILLER PIC X.
                   05 ThRecords PIC 9(7).
                   05 FILLER PIC X.
                   05 ThRunId PIC X(16).
                   05 FILLER PIC X.
                   05 ThFeed PIC 9(7).

           FD RatingFile.
               01 RatingRec.
                   05 RtName PIC X(20).
                   05 RtGames PIC 9(7).
                   05 RtPoints PIC 9(10).
                   05 RtRating PIC 9(5).

           FD LedgerFile.
               01 LedgerLine PIC X(160).

      *>      one summary record per figure, tagged with the month
      *>      it belongs to and its type:
      *>        RS  results   key last run date, count1 run dates
      *>                      with a current version, count2 of
      *>                      them reruns, amount superseded
      *>                      versions, text latest Part1/Part2
      *>        EX  exceptions  key reason, count1 records
      *>        TM  timing    count1 runs, count2 records, amount
      *>                      elapsed in hundredths of a second
      *>        RT  rating    key elf, count1 closing rating,
      *>                      count2 opening rating (0 = new elf),
      *>                      amount games to date
      *>        AJ  post-close adjustment reported in this pack -
      *>                      key the closed date replayed, text
      *>                      run ID, run date, Part1, Part2
      *>        CL  the close mark - key the close stamp
      *>                      (YYYYMMDD-HHMMSS), count1 results,
      *>                      count2 exceptions, amount adjustments
           FD SummaryFile.
               01 SummaryRec.
                   05 SmMonth PIC X(7).
                   05 FILLER PIC X.
                   05 SmType PIC XX.
                   05 FILLER PIC X.
                   05 SmDay PIC X(5).
                   05 FILLER PIC X.
                   05 SmKey PIC X(20).
                   05 FILLER PIC X.
                   05 SmCount1 PIC 9(9).
                   05 FILLER PIC X.
                   05 SmCount2 PIC 9(9).
                   05 FILLER PIC X.
                   05 SmAmount PIC 9(12).
                   05 FILLER PIC X.
                   05 SmText PIC X(110).

           FD PackReport.
               01 PackLine PIC X(132).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 HistoryFS PIC XX.
           01 MasterFS PIC XX.
           01 TimingHistFS PIC XX.
           01 RatingFS PIC XX.
           01 LedgerFS PIC XX.
           01 SummaryFS PIC XX.
           01 PackFS PIC XX.
           01 PackName PIC X(100).
           01 InEOF PIC 9.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
           01 RunTime PIC X(8).
           01 CloseStamp PIC X(15).

      *>      the month being closed, and the month the run is in -
      *>      only a month that has ended can be closed
           01 MonthParm PIC X(10).
           01 TgtMonth PIC X(7).
           01 CurMonth PIC X(7).
           01 MonthYear PIC 9(4).
           01 MonthNum PIC 99.
           01 MonthBad PIC 9 VALUE 0.
           01 NotClosed PIC 9 VALUE 0.
           01 FailFile PIC X(24).
           01 FailFS PIC XX.

      *>      months already closed, from the CL records, and the
      *>      newest close stamp - anything replayed after it has
      *>      not been reported in any pack yet
           01 MaxClosed PIC 9(3) VALUE 240.
           01 ClosedCount PIC 9(3) VALUE 0.
           01 ClosedTable.
               05 ClosedRow OCCURS 240 TIMES.
                   10 ClMonth PIC X(7).
                   10 ClStamp PIC X(15).
           01 CI PIC 9(3).
           01 ClHit PIC 9(3).
           01 LastStamp PIC X(15) VALUE SPACE.

           01 DayNum PIC 9.
           01 DI PIC 9.
           01 DayName PIC X(5).
           01 DayTable.
               05 DayRow OCCURS 6 TIMES.
                   10 DyDates PIC 9(5).
                   10 DyReruns PIC 9(5).
                   10 DySuper PIC 9(5).
                   10 DyLastDate PIC X(10).
                   10 DyPart1 PIC X(40).
                   10 DyPart2 PIC X(40).
                   10 DyExc PIC 9(9).
                   10 DyRuns PIC 9(5).
                   10 DyRecords PIC 9(9).
                   10 DyElapsed PIC 9(12).
                   10 DyAdjust PIC 9(5).
           01 TotDates PIC 9(7).
           01 TotReruns PIC 9(7).
           01 TotExc PIC 9(9).
           01 TotRuns PIC 9(7).
           01 TotRecords PIC 9(9).
           01 TotElapsed PIC 9(12).
           01 ResultCount PIC 9(7) VALUE 0.

      *>      exception volumes by day and reason
           01 MaxExc PIC 9(3) VALUE 300.
           01 ExcCount PIC 9(3) VALUE 0.
           01 ExcOverflow PIC 9 VALUE 0.
           01 ExcTable.
               05 ExcRow OCCURS 300 TIMES.
                   10 ExDayNum PIC 9.
                   10 ExReason PIC X(8).
                   10 ExCnt PIC 9(9).
           01 XI PIC 9(3).
           01 XHit PIC 9(3).

      *>      DAY02 ratings - each elf's rating at its last closed
      *>      month, then the master as it stands tonight
           01 MaxRated PIC 9(3) VALUE 500.
           01 PriorCount PIC 9(3) VALUE 0.
           01 PriorTable.
               05 PriorRow OCCURS 500 TIMES.
                   10 PrElf PIC X(20).
                   10 PrMonth PIC X(7).
                   10 PrRating PIC 9(5).
           01 PI PIC 9(3).
           01 PHit PIC 9(3).
           01 RatingsRead PIC 9 VALUE 0.
           01 RatedCount PIC 9(3) VALUE 0.
           01 RatTable.
               05 RatEntry OCCURS 500 TIMES.
                   10 RatName PIC X(20).
                   10 RatRating PIC 9(5).
                   10 RatOpen PIC 9(5).
                   10 RatGames PIC 9(7).
           01 SwapRat PIC X(37).
           01 RatI PIC 9(3).
           01 RatJ PIC 9(3).
           01 MoveWork PIC S9(6).

      *>      post-close adjustments - replays of a closed month's
      *>      dates not yet reported in any pack
           01 MaxAdj PIC 9(3) VALUE 100.
           01 AdjCount PIC 9(3) VALUE 0.
           01 AdjTable.
               05 AdjRow OCCURS 100 TIMES.
                   10 AjDay PIC X(5).
                   10 AjRerunOf PIC X(10).
                   10 AjRunDate PIC X(10).
                   10 AjRunId PIC X(16).
                   10 AjPart1 PIC X(40).
                   10 AjPart2 PIC X(40).
           01 AI PIC 9(3).
           01 LdFront PIC X(160).
           01 LdTail PIC X(160).
           01 LdRerunOf PIC X(10).
           01 LdRunId PIC X(16).
           01 LdStamp PIC X(15).
           01 LdJunk PIC X(160).

      *>      pack page control - a day page always starts a page
           01 PageLines PIC 99 VALUE 60.
           01 PackLineCnt PIC 99 VALUE 99.
           01 PackPageNum PIC 999 VALUE 0.
           01 PackPageEd PIC ZZ9.
           01 PackLineSave PIC X(132).

           01 CntEd PIC Z(4)9.
           01 Cnt2Ed PIC Z(4)9.
           01 BigEd PIC Z(8)9.
           01 Big2Ed PIC Z(8)9.
           01 SecEd PIC Z(8)9.99.
           01 SecWork PIC 9(10)V99.
           01 AvgEd PIC Z(6)9.99.
           01 RateEd PIC Z(4)9.
           01 Rate2Ed PIC Z(4)9.
           01 MoveEd PIC -(5)9.
           01 FlagText PIC X(8).

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Get-Parms
           IF MonthBad = 1 THEN
               MOVE "AOC053E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MTHEND: MONTH " DELIMITED BY SIZE
                   FUNCTION TRIM(MonthParm) DELIMITED BY SIZE
                   " IS NOT A YYYY-MM MONTH BEFORE " DELIMITED BY SIZE
                   CurMonth DELIMITED BY SIZE
                   " - NOTHING CLOSED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 100-Load-Summary
           PERFORM 150-Find-Closed
           IF ClHit > 0 THEN
               MOVE "AOC054W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MTHEND: MONTH " DELIMITED BY SIZE
                   TgtMonth DELIMITED BY SIZE
                   " WAS CLOSED " DELIMITED BY SIZE
                   ClStamp(ClHit) DELIMITED BY SIZE
                   " - FIGURES FROZEN, SEE mthend_pack_"
                   DELIMITED BY SIZE
                   TgtMonth DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-Scan-History
           IF NotClosed = 0 THEN
               PERFORM 300-Scan-Exceptions
           END-IF
           IF NotClosed = 0 THEN
               PERFORM 400-Scan-Timing
           END-IF
           IF NotClosed = 0 THEN
               PERFORM 500-Load-Ratings
           END-IF
           IF NotClosed = 0 THEN
               PERFORM 550-Scan-Ledger
           END-IF
           IF NotClosed = 1 THEN
               MOVE "AOC057E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MTHEND: CANNOT READ " DELIMITED BY SIZE
                   FUNCTION TRIM(FailFile) DELIMITED BY SIZE
                   " - FILE STATUS " DELIMITED BY SIZE
                   FailFS DELIMITED BY SIZE
                   " - MONTH " DELIMITED BY SIZE
                   TgtMonth DELIMITED BY SIZE
                   " NOT CLOSED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 580-Sum-Suite
           MOVE SPACES TO PackName
           STRING "../data/mthend_pack_" DELIMITED BY SIZE
               TgtMonth DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO PackName
           OPEN OUTPUT PackReport
           IF PackFS NOT = "00" THEN
               MOVE "AOC052E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MTHEND: CANNOT OPEN mthend_pack_"
                   DELIMITED BY SIZE
                   TgtMonth DELIMITED BY SIZE
                   ".txt - FILE STATUS " DELIMITED BY SIZE
                   PackFS DELIMITED BY SIZE
                   " - MONTH NOT CLOSED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 600-Write-Overview
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > 6
               PERFORM 650-Write-Day-Page
           END-PERFORM
           CLOSE PackReport
           PERFORM 700-Append-Summary
           IF NotClosed = 1 THEN
               MOVE "AOC051E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MTHEND: CANNOT OPEN monthly_summary.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   SummaryFS DELIMITED BY SIZE
                   " - MONTH " DELIMITED BY SIZE
                   TgtMonth DELIMITED BY SIZE
                   " NOT CLOSED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ResultCount TO BigEd
           MOVE TotExc TO Big2Ed
           MOVE "AOC056I" TO MsgId
           MOVE SPACES TO MsgText
           STRING "MTHEND: MONTH " DELIMITED BY SIZE
               TgtMonth DELIMITED BY SIZE
               " CLOSED - " DELIMITED BY SIZE
               FUNCTION TRIM(BigEd) DELIMITED BY SIZE
               " RESULT(S), " DELIMITED BY SIZE
               FUNCTION TRIM(Big2Ed) DELIMITED BY SIZE
               " EXCEPTION(S) - PACK IS mthend_pack_"
               DELIMITED BY SIZE
               TgtMonth DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO MsgText
           CALL "MSGLOG" USING MsgParm
           MOVE 0 TO RETURN-CODE
           IF AdjCount > 0 THEN
               MOVE AdjCount TO CntEd
               MOVE "AOC055W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MTHEND: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " RERUN(S) OF CLOSED MONTHS SINCE THE LAST CLOSE"
                   DELIMITED BY SIZE
                   " - POST-CLOSE ADJUSTMENTS IN THE PACK"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           END-IF
       STOP RUN
       .

      *>      MTHEND_MONTH, or the month before this one
       040-Get-Parms.
           INITIALIZE DayTable
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME
           MOVE RunDate(1:4) TO RunDateEd(1:4)
           MOVE "-" TO RunDateEd(5:1)
           MOVE RunDate(5:2) TO RunDateEd(6:2)
           MOVE "-" TO RunDateEd(8:1)
           MOVE RunDate(7:2) TO RunDateEd(9:2)
           MOVE RunDateEd(1:7) TO CurMonth
           MOVE SPACES TO CloseStamp
           STRING RunDate DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RunTime(1:6) DELIMITED BY SIZE
               INTO CloseStamp
           MOVE SPACE TO MonthParm
           ACCEPT MonthParm FROM ENVIRONMENT "MTHEND_MONTH"
           IF MonthParm = SPACE THEN
               MOVE RunDate(1:4) TO MonthYear
               MOVE RunDate(5:2) TO MonthNum
               IF MonthNum = 1 THEN
                   SUBTRACT 1 FROM MonthYear
                   MOVE 12 TO MonthNum
               ELSE
                   SUBTRACT 1 FROM MonthNum
               END-IF
               MOVE SPACES TO TgtMonth
               STRING MonthYear DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   MonthNum DELIMITED BY SIZE
                   INTO TgtMonth
               MOVE TgtMonth TO MonthParm
           ELSE
               MOVE MonthParm(1:7) TO TgtMonth
               IF TgtMonth(1:4) IS NOT NUMERIC
                   OR TgtMonth(5:1) NOT = "-"
                   OR TgtMonth(6:2) IS NOT NUMERIC
                   OR MonthParm(8:3) NOT = SPACE THEN
                   MOVE 1 TO MonthBad
               ELSE
                   IF TgtMonth(6:2) < "01" OR TgtMonth(6:2) > "12"
                       OR TgtMonth NOT < CurMonth THEN
                       MOVE 1 TO MonthBad
                   END-IF
               END-IF
           END-IF
           .

      *>      the close marks and every elf's last closed rating -
      *>      no summary file yet just means nothing is closed
       100-Load-Summary.
           OPEN INPUT SummaryFile
           IF SummaryFS = "00" THEN
               MOVE 0 TO InEOF
               PERFORM UNTIL InEOF = 1
                   READ SummaryFile
                       AT END MOVE 1 TO InEOF
                       NOT AT END PERFORM 110-Take-Summary-Rec
                   END-READ
               END-PERFORM
               CLOSE SummaryFile
           END-IF
           .

       110-Take-Summary-Rec.
           IF SmType = "CL" AND ClosedCount < MaxClosed THEN
               ADD 1 TO ClosedCount
               MOVE SmMonth TO ClMonth(ClosedCount)
               MOVE SmKey(1:15) TO ClStamp(ClosedCount)
               IF SmKey(1:15) > LastStamp THEN
                   MOVE SmKey(1:15) TO LastStamp
               END-IF
           END-IF
           IF SmType = "RT" AND SmMonth < TgtMonth THEN
               MOVE 0 TO PHit
               PERFORM VARYING PI FROM 1 BY 1
                   UNTIL PI > PriorCount OR PHit > 0
                   IF PrElf(PI) = SmKey THEN
                       MOVE PI TO PHit
                   END-IF
               END-PERFORM
               IF PHit = 0 AND PriorCount < MaxRated THEN
                   ADD 1 TO PriorCount
                   MOVE PriorCount TO PHit
                   MOVE SmKey TO PrElf(PHit)
                   MOVE SPACE TO PrMonth(PHit)
               END-IF
               IF PHit > 0 THEN
                   IF SmMonth >= PrMonth(PHit) THEN
                       MOVE SmMonth TO PrMonth(PHit)
                       MOVE SmCount1 TO PrRating(PHit)
                   END-IF
               END-IF
           END-IF
           .

      *>      ClHit names the close mark for TgtMonth, 0 if open
       150-Find-Closed.
           MOVE 0 TO ClHit
           PERFORM VARYING CI FROM 1 BY 1
               UNTIL CI > ClosedCount OR ClHit > 0
               IF ClMonth(CI) = TgtMonth THEN
                   MOVE CI TO ClHit
               END-IF
           END-PERFORM
           .

      *>      current and rerun versions dated in the month - the
      *>      history reads in day, date, version order, so the
      *>      last one kept per day is the month's latest result
       200-Scan-History.
           OPEN INPUT HistoryFile
           IF HistoryFS NOT = "00" THEN
               MOVE "AOC050E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "MTHEND: CANNOT OPEN results_history.dat - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   HistoryFS DELIMITED BY SIZE
                   " - MONTH " DELIMITED BY SIZE
                   TgtMonth DELIMITED BY SIZE
                   " NOT CLOSED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO InEOF
           PERFORM UNTIL InEOF = 1
               READ HistoryFile NEXT
                   AT END MOVE 1 TO InEOF
                   NOT AT END PERFORM 210-Take-History-Rec
               END-READ
           END-PERFORM
           CLOSE HistoryFile
           .

       210-Take-History-Rec.
           MOVE HDay TO DayName
           PERFORM 890-Day-Number
           IF DayNum > 0 AND HDate(1:7) = TgtMonth THEN
               IF HFlag = "S" THEN
                   ADD 1 TO DySuper(DayNum)
               ELSE
                   ADD 1 TO DyDates(DayNum)
                   ADD 1 TO ResultCount
                   IF HFlag = "R" THEN
                       ADD 1 TO DyReruns(DayNum)
                   END-IF
                   MOVE HDate TO DyLastDate(DayNum)
                   MOVE HPart1 TO DyPart1(DayNum)
                   MOVE HPart2 TO DyPart2(DayNum)
               END-IF
           END-IF
           .

      *>      exception volumes - a master not yet created is an
      *>      exception-free month, anything else stops the close.
      *>      Run date leads the key, so the scan starts at the
      *>      month and stops at the first record past it
       300-Scan-Exceptions.
           OPEN INPUT MasterFile
           IF MasterFS = "00" THEN
               MOVE LOW-VALUES TO MstKey
               MOVE TgtMonth TO MstDate(1:7)
               START MasterFile KEY NOT < MstKey
                   INVALID KEY MOVE 1 TO InEOF
                   NOT INVALID KEY MOVE 0 TO InEOF
               END-START
               PERFORM UNTIL InEOF = 1
                   READ MasterFile
                       AT END MOVE 1 TO InEOF
                       NOT AT END
                           IF MstDate(1:7) > TgtMonth THEN
                               MOVE 1 TO InEOF
                           ELSE
                               PERFORM 310-Take-Exception
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MasterFile
           ELSE
               IF MasterFS NOT = "35" THEN
                   MOVE 1 TO NotClosed
                   MOVE "exception_master.dat" TO FailFile
                   MOVE MasterFS TO FailFS
               END-IF
           END-IF
           .

       310-Take-Exception.
           MOVE MstDay TO DayName
           PERFORM 890-Day-Number
           IF DayNum > 0 AND MstDate(1:7) = TgtMonth THEN
               ADD 1 TO DyExc(DayNum)
               MOVE 0 TO XHit
               PERFORM VARYING XI FROM 1 BY 1
                   UNTIL XI > ExcCount OR XHit > 0
                   IF ExDayNum(XI) = DayNum
                       AND ExReason(XI) = MstReason THEN
                       MOVE XI TO XHit
                   END-IF
               END-PERFORM
               IF XHit = 0 THEN
                   IF ExcCount < MaxExc THEN
                       ADD 1 TO ExcCount
                       MOVE ExcCount TO XHit
                       MOVE DayNum TO ExDayNum(XHit)
                       MOVE MstReason TO ExReason(XHit)
                       MOVE 0 TO ExCnt(XHit)
                   ELSE
                       MOVE 1 TO ExcOverflow
                   END-IF
               END-IF
               IF XHit > 0 THEN
                   ADD 1 TO ExCnt(XHit)
               END-IF
           END-IF
           .

       400-Scan-Timing.
           OPEN INPUT TimingHist
           IF TimingHistFS = "00" THEN
               MOVE 0 TO InEOF
               PERFORM UNTIL InEOF = 1
                   READ TimingHist
                       AT END MOVE 1 TO InEOF
                       NOT AT END PERFORM 410-Take-Timing
                   END-READ
               END-PERFORM
               CLOSE TimingHist
           ELSE
               IF TimingHistFS NOT = "35" THEN
                   MOVE 1 TO NotClosed
                   MOVE "timing_history.txt" TO FailFile
                   MOVE TimingHistFS TO FailFS
               END-IF
           END-IF
           .

       410-Take-Timing.
           MOVE ThDay TO DayName
           PERFORM 890-Day-Number
           IF DayNum > 0 AND ThDate(1:7) = TgtMonth
               AND ThElapsed IS NUMERIC
               AND ThRecords IS NUMERIC THEN
               ADD 1 TO DyRuns(DayNum)
               ADD ThRecords TO DyRecords(DayNum)
               ADD ThElapsed TO DyElapsed(DayNum)
           END-IF
           .

      *>      the DAY02 rating master as it stands, each elf paired
      *>      with its rating at its last closed month
       500-Load-Ratings.
           OPEN INPUT RatingFile
           IF RatingFS = "00" THEN
               MOVE 1 TO RatingsRead
               MOVE 0 TO InEOF
               PERFORM UNTIL InEOF = 1
                   READ RatingFile NEXT
                       AT END MOVE 1 TO InEOF
                       NOT AT END PERFORM 510-Take-Rating
                   END-READ
               END-PERFORM
               CLOSE RatingFile
               PERFORM 520-Rank-Ratings
           ELSE
               IF RatingFS NOT = "35" THEN
                   MOVE 1 TO NotClosed
                   MOVE "02_ratings.dat" TO FailFile
                   MOVE RatingFS TO FailFS
               END-IF
           END-IF
           .

       510-Take-Rating.
           IF RatedCount < MaxRated THEN
               ADD 1 TO RatedCount
               MOVE RtName TO RatName(RatedCount)
               MOVE RtRating TO RatRating(RatedCount)
               MOVE RtGames TO RatGames(RatedCount)
               MOVE 0 TO RatOpen(RatedCount)
               PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PriorCount
                   IF PrElf(PI) = RtName THEN
                       MOVE PrRating(PI) TO RatOpen(RatedCount)
                   END-IF
               END-PERFORM
           END-IF
           .

      *>      closing rating, highest first - the order the DAY02
      *>      season list prints in
       520-Rank-Ratings.
           PERFORM VARYING RatI FROM 1 BY 1
               UNTIL RatI >= RatedCount
               PERFORM VARYING RatJ FROM 1 BY 1
                   UNTIL RatJ > RatedCount - RatI
                   IF RatRating(RatJ) < RatRating(RatJ + 1) THEN
                       MOVE RatEntry(RatJ) TO SwapRat
                       MOVE RatEntry(RatJ + 1) TO RatEntry(RatJ)
                       MOVE SwapRat TO RatEntry(RatJ + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *>      AOCRERUN replays carry RERUN-OF and the rerun's own
      *>      run ID (R, date, time) on their ledger lines - one
      *>      that replays a closed month after the newest close
      *>      stamp has not been reported yet
       550-Scan-Ledger.
           OPEN INPUT LedgerFile
           IF LedgerFS = "00" THEN
               MOVE 0 TO InEOF
               PERFORM UNTIL InEOF = 1
                   READ LedgerFile
                       AT END MOVE 1 TO InEOF
                       NOT AT END PERFORM 560-Take-Ledger-Line
                   END-READ
               END-PERFORM
               CLOSE LedgerFile
           ELSE
               IF LedgerFS NOT = "35" THEN
                   MOVE 1 TO NotClosed
                   MOVE "results_ledger.txt" TO FailFile
                   MOVE LedgerFS TO FailFS
               END-IF
           END-IF
           .

       560-Take-Ledger-Line.
           MOVE SPACES TO LdFront
           MOVE SPACES TO LdTail
           UNSTRING LedgerLine DELIMITED BY " RERUN-OF "
               INTO LdFront LdTail
           END-UNSTRING
           IF LdTail NOT = SPACE THEN
               MOVE LdTail(1:10) TO LdRerunOf
               MOVE SPACES TO LdJunk
               MOVE SPACES TO LdRunId
               UNSTRING LdTail DELIMITED BY " RUN-ID "
                   INTO LdJunk LdRunId
               END-UNSTRING
               IF LdRunId(1:1) = "R" THEN
                   MOVE LdRunId(2:15) TO LdStamp
               ELSE
                   MOVE SPACES TO LdStamp
                   STRING LdFront(7:4) DELIMITED BY SIZE
                       LdFront(12:2) DELIMITED BY SIZE
                       LdFront(15:2) DELIMITED BY SIZE
                       "-000000" DELIMITED BY SIZE
                       INTO LdStamp
               END-IF
               MOVE 0 TO ClHit
               PERFORM VARYING CI FROM 1 BY 1
                   UNTIL CI > ClosedCount OR ClHit > 0
                   IF ClMonth(CI) = LdRerunOf(1:7) THEN
                       MOVE CI TO ClHit
                   END-IF
               END-PERFORM
               IF ClHit > 0 AND LdStamp > LastStamp
                   AND AdjCount < MaxAdj THEN
                   ADD 1 TO AdjCount
                   MOVE LdFront(1:5) TO AjDay(AdjCount)
                   MOVE LdRerunOf TO AjRerunOf(AdjCount)
                   MOVE LdFront(7:10) TO AjRunDate(AdjCount)
                   MOVE LdRunId TO AjRunId(AdjCount)
                   MOVE LdFront(25:40) TO AjPart1(AdjCount)
                   MOVE LdFront(73:40) TO AjPart2(AdjCount)
                   MOVE AjDay(AdjCount) TO DayName
                   PERFORM 890-Day-Number
                   IF DayNum > 0 THEN
                       ADD 1 TO DyAdjust(DayNum)
                   END-IF
               END-IF
           END-IF
           .

       580-Sum-Suite.
           MOVE 0 TO TotDates
           MOVE 0 TO TotReruns
           MOVE 0 TO TotExc
           MOVE 0 TO TotRuns
           MOVE 0 TO TotRecords
           MOVE 0 TO TotElapsed
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > 6
               ADD DyDates(DI) TO TotDates
               ADD DyReruns(DI) TO TotReruns
               ADD DyExc(DI) TO TotExc
               ADD DyRuns(DI) TO TotRuns
               ADD DyRecords(DI) TO TotRecords
               ADD DyElapsed(DI) TO TotElapsed
           END-PERFORM
           .

      *>      suite overview - one row per day program, the suite
      *>      totals, then any post-close adjustments
       600-Write-Overview.
           MOVE "SUITE OVERVIEW" TO PackLine
           PERFORM 690-Pack-Write
           MOVE SPACES TO PackLine
           PERFORM 690-Pack-Write
           MOVE SPACES TO PackLine
           MOVE "DAY" TO PackLine(1:3)
           MOVE "RUN DATES" TO PackLine(8:9)
           MOVE "RERUNS" TO PackLine(19:6)
           MOVE "LAST RUN" TO PackLine(27:8)
           MOVE "EXCEPTIONS" TO PackLine(38:10)
           MOVE "RUNS" TO PackLine(51:4)
           MOVE "RECORDS" TO PackLine(59:7)
           MOVE "ELAPSED-SEC" TO PackLine(68:11)
           MOVE "ADJUSTED" TO PackLine(81:8)
           PERFORM 690-Pack-Write
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > 6
               PERFORM 610-Write-Overview-Row
           END-PERFORM
           MOVE SPACES TO PackLine
           MOVE "TOTAL" TO PackLine(1:5)
           MOVE TotDates TO CntEd
           MOVE CntEd TO PackLine(12:5)
           MOVE TotReruns TO CntEd
           MOVE CntEd TO PackLine(20:5)
           MOVE TotExc TO BigEd
           MOVE BigEd TO PackLine(39:9)
           MOVE TotRuns TO CntEd
           MOVE CntEd TO PackLine(50:5)
           MOVE TotRecords TO BigEd
           MOVE BigEd TO PackLine(57:9)
           COMPUTE SecWork = TotElapsed / 100
           MOVE SecWork TO SecEd
           MOVE SecEd TO PackLine(67:12)
           MOVE AdjCount TO CntEd
           MOVE CntEd TO PackLine(84:5)
           PERFORM 690-Pack-Write
           MOVE SPACES TO PackLine
           PERFORM 690-Pack-Write
           MOVE "POST-CLOSE ADJUSTMENTS TO CLOSED MONTHS" TO PackLine
           PERFORM 690-Pack-Write
           IF AdjCount = 0 THEN
               MOVE SPACES TO PackLine
               STRING "NONE - NO CLOSED MONTH HAS BEEN RERUN SINCE "
                   DELIMITED BY SIZE
                   "THE LAST CLOSE" DELIMITED BY SIZE
                   INTO PackLine
               PERFORM 690-Pack-Write
           ELSE
               MOVE SPACES TO PackLine
               STRING "THESE RERUNS REPLAYED DATES IN MONTHS ALREADY "
                   DELIMITED BY SIZE
                   "CLOSED. THE CLOSED FIGURES ARE NOT CHANGED - "
                   DELIMITED BY SIZE
                   "THE RERUN RESULTS ARE SHOWN HERE" DELIMITED BY SIZE
                   INTO PackLine
               PERFORM 690-Pack-Write
               PERFORM VARYING AI FROM 1 BY 1 UNTIL AI > AdjCount
                   PERFORM 620-Write-Adjustment
               END-PERFORM
           END-IF
           .

       610-Write-Overview-Row.
           MOVE SPACES TO PackLine
           MOVE "DAY0" TO PackLine(1:4)
           MOVE DI TO PackLine(5:1)
           MOVE DyDates(DI) TO CntEd
           MOVE CntEd TO PackLine(12:5)
           MOVE DyReruns(DI) TO CntEd
           MOVE CntEd TO PackLine(20:5)
           MOVE DyLastDate(DI) TO PackLine(27:10)
           MOVE DyExc(DI) TO BigEd
           MOVE BigEd TO PackLine(39:9)
           MOVE DyRuns(DI) TO CntEd
           MOVE CntEd TO PackLine(50:5)
           MOVE DyRecords(DI) TO BigEd
           MOVE BigEd TO PackLine(57:9)
           COMPUTE SecWork = DyElapsed(DI) / 100
           MOVE SecWork TO SecEd
           MOVE SecEd TO PackLine(67:12)
           MOVE DyAdjust(DI) TO CntEd
           MOVE CntEd TO PackLine(84:5)
           PERFORM 690-Pack-Write
           .

       620-Write-Adjustment.
           MOVE SPACES TO PackLine
           STRING AjDay(AI) DELIMITED BY SIZE
               " RERUN OF " DELIMITED BY SIZE
               AjRerunOf(AI) DELIMITED BY SIZE
               " (CLOSED MONTH " DELIMITED BY SIZE
               AjRerunOf(AI)(1:7) DELIMITED BY SIZE
               ") RUN " DELIMITED BY SIZE
               AjRunDate(AI) DELIMITED BY SIZE
               " RUN-ID " DELIMITED BY SIZE
               AjRunId(AI) DELIMITED BY SIZE
               INTO PackLine
           PERFORM 690-Pack-Write
           MOVE SPACES TO PackLine
           STRING "      PART1: " DELIMITED BY SIZE
               AjPart1(AI) DELIMITED BY SIZE
               " PART2: " DELIMITED BY SIZE
               AjPart2(AI) DELIMITED BY SIZE
               INTO PackLine
           PERFORM 690-Pack-Write
           .

      *>      one page per day program - results, exceptions by
      *>      reason, run timing, and for DAY02 the rating moves
       650-Write-Day-Page.
           MOVE 99 TO PackLineCnt
           MOVE SPACES TO PackLine
           STRING "DAY0" DELIMITED BY SIZE
               DI DELIMITED BY SIZE
               " - MONTH " DELIMITED BY SIZE
               TgtMonth DELIMITED BY SIZE
               INTO PackLine
           PERFORM 690-Pack-Write
           MOVE SPACES TO PackLine
           PERFORM 690-Pack-Write
           MOVE "RESULTS" TO PackLine
           PERFORM 690-Pack-Write
           MOVE DyDates(DI) TO CntEd
           MOVE DyReruns(DI) TO Cnt2Ed
           MOVE SPACES TO PackLine
           STRING "  RUN DATES WITH A CURRENT RESULT: "
               DELIMITED BY SIZE
               CntEd DELIMITED BY SIZE
               "   OF THEM RERUNS: " DELIMITED BY SIZE
               Cnt2Ed DELIMITED BY SIZE
               INTO PackLine
           PERFORM 690-Pack-Write
           MOVE DySuper(DI) TO CntEd
           MOVE SPACES TO PackLine
           STRING "  VERSIONS SUPERSEDED BY A RERUN:  "
               DELIMITED BY SIZE
               CntEd DELIMITED BY SIZE
               INTO PackLine
           PERFORM 690-Pack-Write
           IF DyDates(DI) = 0 THEN
               MOVE "  NO RESULTS FILED THIS MONTH" TO PackLine
               PERFORM 690-Pack-Write
           ELSE
               MOVE SPACES TO PackLine
               STRING "  LATEST (" DELIMITED BY SIZE
                   DyLastDate(DI) DELIMITED BY SIZE
                   ") PART1: " DELIMITED BY SIZE
                   DyPart1(DI) DELIMITED BY SIZE
                   " PART2: " DELIMITED BY SIZE
                   DyPart2(DI) DELIMITED BY SIZE
                   INTO PackLine
               PERFORM 690-Pack-Write
           END-IF
           MOVE SPACES TO PackLine
           PERFORM 690-Pack-Write
           MOVE DyExc(DI) TO BigEd
           MOVE SPACES TO PackLine
           STRING "EXCEPTIONS BY REASON - TOTAL " DELIMITED BY SIZE
               FUNCTION TRIM(BigEd) DELIMITED BY SIZE
               INTO PackLine
           PERFORM 690-Pack-Write
           IF DyExc(DI) = 0 THEN
               MOVE "  NONE" TO PackLine
               PERFORM 690-Pack-Write
           END-IF
           PERFORM VARYING XI FROM 1 BY 1 UNTIL XI > ExcCount
               IF ExDayNum(XI) = DI THEN
                   MOVE ExCnt(XI) TO BigEd
                   MOVE SPACES TO PackLine
                   STRING "  " DELIMITED BY SIZE
                       ExReason(XI) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       BigEd DELIMITED BY SIZE
                       INTO PackLine
                   PERFORM 690-Pack-Write
               END-IF
           END-PERFORM
           IF ExcOverflow = 1 THEN
               MOVE SPACES TO PackLine
               STRING "  (MORE REASONS THAN THE TABLE HOLDS - "
                   DELIMITED BY SIZE
                   "THE TOTAL ABOVE COUNTS THEM ALL)" DELIMITED BY SIZE
                   INTO PackLine
               PERFORM 690-Pack-Write
           END-IF
           MOVE SPACES TO PackLine
           PERFORM 690-Pack-Write
           MOVE "RUN TIMING" TO PackLine
           PERFORM 690-Pack-Write
           MOVE DyRuns(DI) TO CntEd
           MOVE DyRecords(DI) TO BigEd
           COMPUTE SecWork = DyElapsed(DI) / 100
           MOVE SecWork TO SecEd
           IF DyRuns(DI) > 0 THEN
               COMPUTE SecWork ROUNDED =
                   DyElapsed(DI) / 100 / DyRuns(DI)
           ELSE
               MOVE 0 TO SecWork
           END-IF
           MOVE SecWork TO AvgEd
           MOVE SPACES TO PackLine
           STRING "  RUNS: " DELIMITED BY SIZE
               CntEd DELIMITED BY SIZE
               "   RECORDS: " DELIMITED BY SIZE
               BigEd DELIMITED BY SIZE
               "   ELAPSED-SEC: " DELIMITED BY SIZE
               SecEd DELIMITED BY SIZE
               "   AVERAGE PER RUN: " DELIMITED BY SIZE
               AvgEd DELIMITED BY SIZE
               INTO PackLine
           PERFORM 690-Pack-Write
           IF DyAdjust(DI) > 0 THEN
               MOVE DyAdjust(DI) TO CntEd
               MOVE SPACES TO PackLine
               PERFORM 690-Pack-Write
               MOVE SPACES TO PackLine
               STRING "POST-CLOSE ADJUSTMENTS: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " - SEE THE SUITE OVERVIEW" DELIMITED BY SIZE
                   INTO PackLine
               PERFORM 690-Pack-Write
           END-IF
           IF DI = 2 THEN
               PERFORM 660-Write-Rating-Moves
           END-IF
           .

       660-Write-Rating-Moves.
           MOVE SPACES TO PackLine
           PERFORM 690-Pack-Write
           MOVE "RATING MOVEMENTS SINCE EACH ELF'S LAST CLOSED MONTH"
               TO PackLine
           PERFORM 690-Pack-Write
           IF RatingsRead = 0 THEN
               MOVE "  NO RATING MASTER ON FILE" TO PackLine
               PERFORM 690-Pack-Write
           ELSE
               MOVE SPACES TO PackLine
               STRING "  ELF                   OPENING  CLOSING"
                   DELIMITED BY SIZE
                   "  MOVEMENT    GAMES" DELIMITED BY SIZE
                   INTO PackLine
               PERFORM 690-Pack-Write
               PERFORM VARYING RatI FROM 1 BY 1
                   UNTIL RatI > RatedCount
                   PERFORM 665-Write-Rating-Row
               END-PERFORM
           END-IF
           .

      *>      an elf with no closed month behind it opens at the
      *>      rating it has now and shows as NEW
       665-Write-Rating-Row.
           IF RatOpen(RatI) = 0 THEN
               MOVE RatRating(RatI) TO RateEd
               MOVE 0 TO MoveWork
               MOVE "NEW" TO FlagText
           ELSE
               MOVE RatOpen(RatI) TO RateEd
               COMPUTE MoveWork = RatRating(RatI) - RatOpen(RatI)
               MOVE SPACES TO FlagText
           END-IF
           MOVE RatRating(RatI) TO Rate2Ed
           MOVE MoveWork TO MoveEd
           MOVE RatGames(RatI) TO BigEd
           MOVE SPACES TO PackLine
           STRING "  " DELIMITED BY SIZE
               RatName(RatI) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               RateEd DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               Rate2Ed DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               MoveEd DELIMITED BY SIZE
               BigEd DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FlagText DELIMITED BY SIZE
               INTO PackLine
           PERFORM 690-Pack-Write
           .

      *>      one pack line with page control - a fresh page gets
      *>      the banner again
       690-Pack-Write.
           IF PackLineCnt >= PageLines THEN
               ADD 1 TO PackPageNum
               MOVE PackPageNum TO PackPageEd
               MOVE PackLine TO PackLineSave
               MOVE SPACES TO PackLine
               STRING "AOC22 MONTH-END MANAGEMENT PACK - MONTH "
                   DELIMITED BY SIZE
                   TgtMonth DELIMITED BY SIZE
                   " - CLOSED " DELIMITED BY SIZE
                   RunDateEd DELIMITED BY SIZE
                   "  PAGE " DELIMITED BY SIZE
                   PackPageEd DELIMITED BY SIZE
                   INTO PackLine
               WRITE PackLine
               MOVE SPACES TO PackLine
               WRITE PackLine
               MOVE 2 TO PackLineCnt
               MOVE PackLineSave TO PackLine
           END-IF
           WRITE PackLine
           ADD 1 TO PackLineCnt
           .

      *>      the month's figures, then the close mark last - if
      *>      the append fails part way the month stays open and a
      *>      second close finds no CL record
       700-Append-Summary.
           OPEN EXTEND SummaryFile
           IF SummaryFS = "35" THEN
               OPEN OUTPUT SummaryFile
           END-IF
           IF SummaryFS NOT = "00" THEN
               MOVE 1 TO NotClosed
           ELSE
               PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > 6
                   PERFORM 710-Write-Day-Figures
               END-PERFORM
               PERFORM VARYING XI FROM 1 BY 1 UNTIL XI > ExcCount
                   MOVE SPACES TO SummaryRec
                   MOVE TgtMonth TO SmMonth
                   MOVE "EX" TO SmType
                   MOVE "DAY0" TO SmDay(1:4)
                   MOVE ExDayNum(XI) TO SmDay(5:1)
                   MOVE ExReason(XI) TO SmKey
                   MOVE ExCnt(XI) TO SmCount1
                   MOVE 0 TO SmCount2
                   MOVE 0 TO SmAmount
                   WRITE SummaryRec
               END-PERFORM
               PERFORM VARYING RatI FROM 1 BY 1
                   UNTIL RatI > RatedCount
                   MOVE SPACES TO SummaryRec
                   MOVE TgtMonth TO SmMonth
                   MOVE "RT" TO SmType
                   MOVE "DAY02" TO SmDay
                   MOVE RatName(RatI) TO SmKey
                   MOVE RatRating(RatI) TO SmCount1
                   MOVE RatOpen(RatI) TO SmCount2
                   MOVE RatGames(RatI) TO SmAmount
                   WRITE SummaryRec
               END-PERFORM
               PERFORM VARYING AI FROM 1 BY 1 UNTIL AI > AdjCount
                   MOVE SPACES TO SummaryRec
                   MOVE TgtMonth TO SmMonth
                   MOVE "AJ" TO SmType
                   MOVE AjDay(AI) TO SmDay
                   MOVE AjRerunOf(AI) TO SmKey
                   MOVE 0 TO SmCount1
                   MOVE 0 TO SmCount2
                   MOVE 0 TO SmAmount
                   STRING AjRunId(AI) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AjRunDate(AI) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AjPart1(AI) DELIMITED BY SIZE
                       AjPart2(AI) DELIMITED BY SIZE
                       INTO SmText
                   WRITE SummaryRec
               END-PERFORM
               MOVE SPACES TO SummaryRec
               MOVE TgtMonth TO SmMonth
               MOVE "CL" TO SmType
               MOVE CloseStamp TO SmKey
               MOVE ResultCount TO SmCount1
               MOVE TotExc TO SmCount2
               MOVE AdjCount TO SmAmount
               STRING "CLOSED " DELIMITED BY SIZE
                   RunDateEd DELIMITED BY SIZE
                   " BY MTHEND" DELIMITED BY SIZE
                   INTO SmText
               WRITE SummaryRec
               CLOSE SummaryFile
           END-IF
           .

       710-Write-Day-Figures.
           MOVE SPACES TO SummaryRec
           MOVE TgtMonth TO SmMonth
           MOVE "RS" TO SmType
           MOVE "DAY0" TO SmDay(1:4)
           MOVE DI TO SmDay(5:1)
           MOVE DyLastDate(DI) TO SmKey
           MOVE DyDates(DI) TO SmCount1
           MOVE DyReruns(DI) TO SmCount2
           MOVE DySuper(DI) TO SmAmount
           MOVE DyPart1(DI) TO SmText(1:40)
           MOVE DyPart2(DI) TO SmText(41:40)
           WRITE SummaryRec
           MOVE SPACES TO SummaryRec
           MOVE TgtMonth TO SmMonth
           MOVE "TM" TO SmType
           MOVE "DAY0" TO SmDay(1:4)
           MOVE DI TO SmDay(5:1)
           MOVE DyRuns(DI) TO SmCount1
           MOVE DyRecords(DI) TO SmCount2
           MOVE DyElapsed(DI) TO SmAmount
           WRITE SummaryRec
           .

      *>      DayName "DAY01" .. "DAY06" to DayNum 1-6, else 0
       890-Day-Number.
           IF DayName(1:4) = "DAY0"
               AND DayName(5:1) >= "1" AND DayName(5:1) <= "6" THEN
               MOVE DayName(5:1) TO DayNum
           ELSE
               MOVE 0 TO DayNum
           END-IF
           .
