       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDST.

      *>      end-of-cycle report distribution - the distribution
      *>      file maps each recipient to the reports they take, and
      *>      every recipient gets one bundle (../data/bundle_<name>
      *>      .txt): a banner page naming the recipient, the cycle
      *>      date and run ID and the reports enclosed, then each
      *>      report in list order behind its own separator. A
      *>      report counts as produced by this cycle when RPTARC
      *>      catalogued it under the cycle's date and run ID (both
      *>      off AOC_RUN_ID), and the bundled text is that
      *>      archived copy - what went out is exactly what can be
      *>      reprinted later. Every delivery goes on the
      *>      distribution log; a listed report the cycle did not
      *>      produce (or whose copy cannot be read) is logged
      *>      UNDELIVERED, and a report the cycle produced that is
      *>      on nobody's list is logged UNASSIGNED. CALLed by
      *>      AOCDRV straight after RPTARC

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DistFile ASSIGN TO "../data/aocdist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DistFS.
               SELECT CatalogFile
                   ASSIGN TO "../data/report_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CatalogFS.
               SELECT ArchiveCopy ASSIGN TO DYNAMIC CopyPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchiveFS.
               SELECT BundleFile ASSIGN TO DYNAMIC BundlePath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BundleFS.
               SELECT DistLog
                   ASSIGN TO "../data/distribution_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DistLogFS.


       DATA DIVISION.
           FILE SECTION.
      *>      "RECIPIENT REPORT REPORT ...", "*" in column one for
      *>      comments - a recipient named on more than one record
      *>      takes every report named on any of them, in order:
      *>        QUARTERMASTER 01_resupply.txt 01_transfer.txt
      *>        FOREMAN       05_diagram.txt 05_util.txt
      *>        COMMS         06_ackrpt.txt
           FD DistFile.
               01 DistRec PIC X(200).

           FD CatalogFile.
               01 CatalogRec.
                   05 RcReport PIC X(24).
                   05 FILLER PIC X.
                   05 RcProgram PIC X(8).
                   05 FILLER PIC X.
                   05 RcDate PIC X(10).
                   05 FILLER PIC X.
                   05 RcRunId PIC X(16).
                   05 FILLER PIC X.
                   05 RcPages PIC 9(5).
                   05 FILLER PIC X.
                   05 RcLines PIC 9(7).
                   05 FILLER PIC X.
                   05 RcPath PIC X(80).

           FD ArchiveCopy.
               01 ArchiveRec PIC X(600).

           FD BundleFile.
               01 BundleLine PIC X(600).

           FD DistLog.
               01 DistLogLine PIC X(132).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 DistFS PIC XX.
           01 CatalogFS PIC XX.
           01 ArchiveFS PIC XX.
           01 BundleFS PIC XX.
           01 DistLogFS PIC XX.
           01 DistEOF PIC 9 VALUE 0.
           01 CatEOF PIC 9 VALUE 0.
           01 CopyEOF PIC 9.
           01 CopyPath PIC X(100).
           01 BundlePath PIC X(100).
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
           01 RunId PIC X(16).

      *>      the recipients and their report lists, as read
           01 MaxRcp PIC 99 VALUE 30.
           01 MaxRcpRpt PIC 99 VALUE 20.
           01 RcpCount PIC 99 VALUE 0.
           01 RcpTable.
               05 RcpEntry OCCURS 30 TIMES.
                   10 RcpName PIC X(20).
                   10 RcpRptCount PIC 99.
                   10 RcpRpt OCCURS 20 TIMES PIC X(24).
           01 DistFlds.
               05 DfFld OCCURS 12 TIMES PIC X(24).
           01 DfI PIC 99.
           01 RpI PIC 99.
           01 RcI PIC 99.
           01 RcpFound PIC 9.
           01 BadDist PIC 9(3) VALUE 0.

      *>      what the cycle produced - this cycle's catalogue entries,
      *>      the latest per report
           01 MaxToday PIC 99 VALUE 60.
           01 TodayCount PIC 99 VALUE 0.
           01 TodayTable.
               05 TodayEntry OCCURS 60 TIMES.
                   10 TdReport PIC X(24).
                   10 TdProgram PIC X(8).
                   10 TdPages PIC 9(5).
                   10 TdLines PIC 9(7).
                   10 TdPath PIC X(80).
                   10 TdSent PIC 9.
           01 TdI PIC 99.
           01 TdFound PIC 9.
           01 WantRpt PIC X(24).

           01 BundleCount PIC 99 VALUE 0.
           01 SentCount PIC 9(3) VALUE 0.
           01 UndelCount PIC 9(3) VALUE 0.
           01 UnassignCount PIC 9(3) VALUE 0.
           01 DlvStatus PIC X(12).
           01 DlvNote PIC X(44).
           01 PagesEd PIC Z(4)9.
           01 LinesEd PIC Z(6)9.
           01 CountEd PIC ZZ9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Set-Cycle
           OPEN INPUT DistFile
           IF DistFS NOT = "00" THEN
               MOVE "AOC961I" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RPTDST: NO aocdist.txt - NO REPORTS "
                   DELIMITED BY SIZE
                   "DISTRIBUTED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               GOBACK
           END-IF
           PERFORM UNTIL DistEOF = 1
               READ DistFile
                   AT END MOVE 1 TO DistEOF
                   NOT AT END PERFORM 050-Parse-Dist-Rec
               END-READ
           END-PERFORM
           CLOSE DistFile
           IF BadDist > 0 THEN
               MOVE "AOC962W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RPTDST: " DELIMITED BY SIZE
                   BadDist DELIMITED BY SIZE
                   " aocdist.txt ENTRY(IES) DROPPED - TABLE FULL"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           OPEN INPUT CatalogFile
           IF CatalogFS = "00" THEN
               PERFORM UNTIL CatEOF = 1
                   READ CatalogFile
                       AT END MOVE 1 TO CatEOF
                       NOT AT END PERFORM 060-Note-Catalog-Rec
                   END-READ
               END-PERFORM
               CLOSE CatalogFile
           END-IF
           OPEN EXTEND DistLog
           IF DistLogFS = "35" THEN
               OPEN OUTPUT DistLog
           END-IF
           IF DistLogFS NOT = "00" THEN
               MOVE "AOC963E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RPTDST: CANNOT OPEN distribution_log.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   DistLogFS DELIMITED BY SIZE
                   " - NO BUNDLES BUILT" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               GOBACK
           END-IF
           PERFORM VARYING RcI FROM 1 BY 1 UNTIL RcI > RcpCount
               PERFORM 100-Build-Bundle
           END-PERFORM
           PERFORM VARYING TdI FROM 1 BY 1 UNTIL TdI > TodayCount
               IF TdSent(TdI) = 0 THEN
                   ADD 1 TO UnassignCount
                   MOVE SPACES TO DistLogLine
                   STRING RunDateEd DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RunId DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       "(NONE)              " DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TdReport(TdI) DELIMITED BY SIZE
                       " UNASSIGNED   ON NO RECIPIENT'S LIST"
                       DELIMITED BY SIZE
                       INTO DistLogLine
                   WRITE DistLogLine
               END-IF
           END-PERFORM
           CLOSE DistLog
           MOVE BundleCount TO CountEd
           DISPLAY "RPTDST: " CountEd " BUNDLE(S) BUILT - "
               SentCount " REPORT(S) SENT, " UndelCount
               " UNDELIVERED, " UnassignCount " UNASSIGNED"
           IF UndelCount > 0 THEN
               MOVE "AOC964W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RPTDST: " DELIMITED BY SIZE
                   UndelCount DELIMITED BY SIZE
                   " LISTED REPORT(S) UNDELIVERED - SEE "
                   DELIMITED BY SIZE
                   "distribution_log.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
       GOBACK
       .

      *>      the cycle date is the date the run ID started on, as
      *>      RPTARC catalogued it - today's date only when run by
      *>      hand with no run ID
       040-Set-Cycle.
           MOVE SPACE TO RunId
           ACCEPT RunId FROM ENVIRONMENT "AOC_RUN_ID"
           IF RunId(2:8) IS NUMERIC THEN
               MOVE RunId(2:8) TO RunDate
           ELSE
               ACCEPT RunDate FROM DATE YYYYMMDD
           END-IF
           MOVE RunDate(1:4) TO RunDateEd(1:4)
           MOVE "-" TO RunDateEd(5:1)
           MOVE RunDate(5:2) TO RunDateEd(6:2)
           MOVE "-" TO RunDateEd(8:1)
           MOVE RunDate(7:2) TO RunDateEd(9:2)
           .

       050-Parse-Dist-Rec.
           IF DistRec NOT = SPACE AND DistRec(1:1) NOT = "*" THEN
               MOVE SPACES TO DistFlds
               UNSTRING DistRec DELIMITED BY ALL " "
                   INTO DfFld(1) DfFld(2) DfFld(3) DfFld(4)
                       DfFld(5) DfFld(6) DfFld(7) DfFld(8)
                       DfFld(9) DfFld(10) DfFld(11) DfFld(12)
               END-UNSTRING
               MOVE 0 TO RcpFound
               PERFORM VARYING RcI FROM 1 BY 1
                   UNTIL RcI > RcpCount OR RcpFound = 1
                   IF RcpName(RcI) = DfFld(1) THEN
                       MOVE 1 TO RcpFound
                   END-IF
               END-PERFORM
               IF RcpFound = 1 THEN
                   SUBTRACT 1 FROM RcI
               ELSE
                   IF RcpCount < MaxRcp THEN
                       ADD 1 TO RcpCount
                       MOVE RcpCount TO RcI
                       MOVE DfFld(1) TO RcpName(RcI)
                       MOVE 0 TO RcpRptCount(RcI)
                       MOVE 1 TO RcpFound
                   ELSE
                       ADD 1 TO BadDist
                   END-IF
               END-IF
               IF RcpFound = 1 THEN
                   PERFORM VARYING DfI FROM 2 BY 1 UNTIL DfI > 12
                       IF DfFld(DfI) NOT = SPACE THEN
                           IF RcpRptCount(RcI) < MaxRcpRpt THEN
                               ADD 1 TO RcpRptCount(RcI)
                               MOVE DfFld(DfI)
                                   TO RcpRpt(RcI, RcpRptCount(RcI))
                           ELSE
                               ADD 1 TO BadDist
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

      *>      a same-day rerun catalogues under the same date, so
      *>      the run ID has to match as well when there is one
       060-Note-Catalog-Rec.
           IF RcDate = RunDateEd
               AND (RunId = SPACE OR RcRunId = RunId) THEN
               MOVE 0 TO TdFound
               PERFORM VARYING TdI FROM 1 BY 1
                   UNTIL TdI > TodayCount OR TdFound = 1
                   IF TdReport(TdI) = RcReport THEN
                       MOVE 1 TO TdFound
                   END-IF
               END-PERFORM
               IF TdFound = 1 THEN
                   SUBTRACT 1 FROM TdI
               ELSE
                   IF TodayCount < MaxToday THEN
                       ADD 1 TO TodayCount
                       MOVE TodayCount TO TdI
                       MOVE 1 TO TdFound
                   END-IF
               END-IF
               IF TdFound = 1 THEN
                   MOVE RcReport TO TdReport(TdI)
                   MOVE RcProgram TO TdProgram(TdI)
                   MOVE RcPages TO TdPages(TdI)
                   MOVE RcLines TO TdLines(TdI)
                   MOVE RcPath TO TdPath(TdI)
                   MOVE 0 TO TdSent(TdI)
               END-IF
           END-IF
           .

      *>      one recipient's bundle - banner page first, listing
      *>      every report asked for and whether it is enclosed,
      *>      then the enclosed reports in list order
       100-Build-Bundle.
           MOVE SPACES TO BundlePath
           STRING "../data/bundle_" DELIMITED BY SIZE
               FUNCTION TRIM(RcpName(RcI)) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO BundlePath
           OPEN OUTPUT BundleFile
           IF BundleFS NOT = "00" THEN
               MOVE "AOC965E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RPTDST: CANNOT OPEN " DELIMITED BY SIZE
                   FUNCTION TRIM(BundlePath) DELIMITED BY SIZE
                   " - FILE STATUS " DELIMITED BY SIZE
                   BundleFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               PERFORM VARYING RpI FROM 1 BY 1
                   UNTIL RpI > RcpRptCount(RcI)
                   MOVE RcpRpt(RcI, RpI) TO WantRpt
                   MOVE "UNDELIVERED" TO DlvStatus
                   MOVE "BUNDLE COULD NOT BE WRITTEN" TO DlvNote
                   ADD 1 TO UndelCount
                   PERFORM 190-Log-Delivery
               END-PERFORM
           ELSE
               ADD 1 TO BundleCount
               PERFORM 110-Write-Banner
               PERFORM VARYING RpI FROM 1 BY 1
                   UNTIL RpI > RcpRptCount(RcI)
                   PERFORM 150-Enclose-Report
               END-PERFORM
               CLOSE BundleFile
           END-IF
           .

       110-Write-Banner.
           MOVE SPACES TO BundleLine
           MOVE ALL "=" TO BundleLine(1:72)
           WRITE BundleLine
           MOVE SPACES TO BundleLine
           STRING "AOC22 REPORT BUNDLE FOR " DELIMITED BY SIZE
               FUNCTION TRIM(RcpName(RcI)) DELIMITED BY SIZE
               INTO BundleLine
           WRITE BundleLine
           MOVE SPACES TO BundleLine
           STRING "CYCLE DATE " DELIMITED BY SIZE
               RunDateEd DELIMITED BY SIZE
               "   RUN ID " DELIMITED BY SIZE
               RunId DELIMITED BY SIZE
               INTO BundleLine
           WRITE BundleLine
           MOVE SPACES TO BundleLine
           WRITE BundleLine
           MOVE "REPORTS ENCLOSED:" TO BundleLine
           WRITE BundleLine
           PERFORM VARYING RpI FROM 1 BY 1
               UNTIL RpI > RcpRptCount(RcI)
               MOVE RcpRpt(RcI, RpI) TO WantRpt
               PERFORM 120-Find-Today
               MOVE SPACES TO BundleLine
               IF TdFound = 1 THEN
                   MOVE TdPages(TdI) TO PagesEd
                   MOVE TdLines(TdI) TO LinesEd
                   STRING "  " DELIMITED BY SIZE
                       WantRpt DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TdProgram(TdI) DELIMITED BY SIZE
                       PagesEd DELIMITED BY SIZE
                       " PAGE(S)" DELIMITED BY SIZE
                       LinesEd DELIMITED BY SIZE
                       " LINE(S)" DELIMITED BY SIZE
                       INTO BundleLine
               ELSE
                   STRING "  " DELIMITED BY SIZE
                       WantRpt DELIMITED BY SIZE
                       " NOT PRODUCED THIS CYCLE - NOT ENCLOSED"
                       DELIMITED BY SIZE
                       INTO BundleLine
               END-IF
               WRITE BundleLine
           END-PERFORM
           MOVE SPACES TO BundleLine
           MOVE ALL "=" TO BundleLine(1:72)
           WRITE BundleLine
           .

       120-Find-Today.
           MOVE 0 TO TdFound
           PERFORM VARYING TdI FROM 1 BY 1
               UNTIL TdI > TodayCount OR TdFound = 1
               IF TdReport(TdI) = WantRpt THEN
                   MOVE 1 TO TdFound
               END-IF
           END-PERFORM
           IF TdFound = 1 THEN
               SUBTRACT 1 FROM TdI
           END-IF
           .

       150-Enclose-Report.
           MOVE RcpRpt(RcI, RpI) TO WantRpt
           PERFORM 120-Find-Today
           IF TdFound = 0 THEN
               MOVE "UNDELIVERED" TO DlvStatus
               MOVE "NOT PRODUCED THIS CYCLE" TO DlvNote
               ADD 1 TO UndelCount
           ELSE
               MOVE TdPath(TdI) TO CopyPath
               OPEN INPUT ArchiveCopy
               IF ArchiveFS NOT = "00" THEN
                   MOVE "UNDELIVERED" TO DlvStatus
                   MOVE SPACES TO DlvNote
                   STRING "ARCHIVED COPY UNREADABLE - FILE STATUS "
                       DELIMITED BY SIZE
                       ArchiveFS DELIMITED BY SIZE
                       INTO DlvNote
                   ADD 1 TO UndelCount
               ELSE
                   MOVE SPACES TO BundleLine
                   WRITE BundleLine
                   MOVE SPACES TO BundleLine
                   STRING "---- " DELIMITED BY SIZE
                       FUNCTION TRIM(WantRpt) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(TdProgram(TdI)) DELIMITED BY SIZE
                       ") CYCLE " DELIMITED BY SIZE
                       RunDateEd DELIMITED BY SIZE
                       " ----" DELIMITED BY SIZE
                       INTO BundleLine
                   WRITE BundleLine
                   MOVE 0 TO CopyEOF
                   PERFORM UNTIL CopyEOF = 1
                       READ ArchiveCopy
                           AT END MOVE 1 TO CopyEOF
                           NOT AT END
                               WRITE BundleLine FROM ArchiveRec
                       END-READ
                   END-PERFORM
                   CLOSE ArchiveCopy
                   MOVE 1 TO TdSent(TdI)
                   MOVE "DELIVERED" TO DlvStatus
                   MOVE TdLines(TdI) TO LinesEd
                   MOVE SPACES TO DlvNote
                   STRING FUNCTION TRIM(LinesEd) DELIMITED BY SIZE
                       " LINE(S)" DELIMITED BY SIZE
                       INTO DlvNote
                   ADD 1 TO SentCount
               END-IF
           END-IF
           PERFORM 190-Log-Delivery
           .

       190-Log-Delivery.
           MOVE SPACES TO DistLogLine
           STRING RunDateEd DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RunId DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RcpName(RcI) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WantRpt DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DlvStatus DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DlvNote DELIMITED BY SIZE
               INTO DistLogLine
           WRITE DistLogLine
           .
