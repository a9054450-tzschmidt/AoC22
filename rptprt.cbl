       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPRT.

      *>      report reprint from the dated archive - give it a
      *>      report name (RPTPRT_REPORT, e.g. "04_coverage.txt")
      *>      and a cycle date or range (RPTPRT_FROM and RPTPRT_TO,
      *>      YYYY-MM-DD; TO defaults to FROM) and it looks the
      *>      copies up in the catalogue RPTARC keeps and reproduces
      *>      each one in ../data/reprint.txt behind a banner naming
      *>      the report, the cycle date and run ID and the original
      *>      page and line counts. Where a report was archived more
      *>      than once on a date the last copy is the one reprinted.
      *>      A catalogued copy since purged with its archive is
      *>      reported, not silently skipped. Run standalone

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CatalogFile
                   ASSIGN TO "../data/report_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CatalogFS.
               SELECT ArchiveCopy ASSIGN TO DYNAMIC CopyPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchiveFS.
               SELECT ReprintFile ASSIGN TO "../data/reprint.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReprintFS.


       DATA DIVISION.
           FILE SECTION.
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

           FD ReprintFile.
               01 ReprintLine PIC X(600).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 CatalogFS PIC XX.
           01 ArchiveFS PIC XX.
           01 ReprintFS PIC XX.
           01 CatEOF PIC 9 VALUE 0.
           01 CopyEOF PIC 9.
           01 CopyPath PIC X(100).
           01 ReportParm PIC X(40).
           01 FromParm PIC X(12).
           01 ToParm PIC X(12).
           01 ReportWanted PIC X(24) VALUE SPACE.
           01 FromDate PIC X(10) VALUE SPACE.
           01 ToDate PIC X(10) VALUE SPACE.

      *>      the copies selected - one per cycle date, the latest
      *>      catalogue entry for the date replacing any earlier one
           01 MaxSel PIC 9(3) VALUE 400.
           01 SelCount PIC 9(3) VALUE 0.
           01 SelTable.
               05 SelEntry OCCURS 400 TIMES.
                   10 SelDate PIC X(10).
                   10 SelProgram PIC X(8).
                   10 SelRunId PIC X(16).
                   10 SelPages PIC 9(5).
                   10 SelLines PIC 9(7).
                   10 SelPath PIC X(80).
           01 SI PIC 9(3).
           01 SelFound PIC 9.
           01 SelFull PIC 9 VALUE 0.
           01 PrintCount PIC 9(3) VALUE 0.
           01 MissCount PIC 9(3) VALUE 0.
           01 CopyLines PIC 9(7).
           01 PagesEd PIC Z(4)9.
           01 LinesEd PIC Z(6)9.
           01 CountEd PIC ZZ9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Get-Parms
           IF ReportWanted = SPACE OR FromDate = SPACE THEN
               MOVE "AOC951E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RPTPRT: RPTPRT_REPORT AND RPTPRT_FROM MUST "
                   DELIMITED BY SIZE
                   "BOTH BE SET - NOTHING TO REPRINT" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CatalogFile
           IF CatalogFS NOT = "00" THEN
               MOVE "AOC952E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RPTPRT: CANNOT OPEN report_catalog.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   CatalogFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CatEOF = 1
               READ CatalogFile
                   AT END MOVE 1 TO CatEOF
                   NOT AT END PERFORM 100-Select-Entry
               END-READ
           END-PERFORM
           CLOSE CatalogFile
           OPEN OUTPUT ReprintFile
           IF ReprintFS NOT = "00" THEN
               MOVE "AOC953E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RPTPRT: CANNOT OPEN reprint.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   ReprintFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SelCount
               PERFORM 200-Reprint-Copy
           END-PERFORM
           PERFORM 300-Write-Trailer
           CLOSE ReprintFile
           IF PrintCount = 0 THEN
               MOVE "AOC954W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RPTPRT: NO ARCHIVED COPY OF " DELIMITED BY SIZE
                   FUNCTION TRIM(ReportWanted) DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   FromDate DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   ToDate DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE PrintCount TO CountEd
               DISPLAY "RPTPRT: " CountEd " COPY(IES) OF "
                   FUNCTION TRIM(ReportWanted)
                   " REPRINTED TO reprint.txt"
               IF MissCount > 0 OR SelFull = 1 THEN
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
       STOP RUN
       .

       040-Get-Parms.
           MOVE SPACE TO ReportParm
           ACCEPT ReportParm FROM ENVIRONMENT "RPTPRT_REPORT"
           MOVE ReportParm TO ReportWanted
           MOVE SPACE TO FromParm
           ACCEPT FromParm FROM ENVIRONMENT "RPTPRT_FROM"
           MOVE FromParm(1:10) TO FromDate
           MOVE SPACE TO ToParm
           ACCEPT ToParm FROM ENVIRONMENT "RPTPRT_TO"
           IF ToParm NOT = SPACE THEN
               MOVE ToParm(1:10) TO ToDate
           ELSE
               MOVE FromDate TO ToDate
           END-IF
           .

      *>      the catalogue is appended in cycle order, so the
      *>      selection table stays oldest-first
       100-Select-Entry.
           IF RcReport = ReportWanted
               AND RcDate >= FromDate AND RcDate <= ToDate THEN
               MOVE 0 TO SelFound
               PERFORM VARYING SI FROM 1 BY 1
                   UNTIL SI > SelCount OR SelFound = 1
                   IF SelDate(SI) = RcDate THEN
                       MOVE 1 TO SelFound
                       PERFORM 110-Keep-Entry
                   END-IF
               END-PERFORM
               IF SelFound = 0 THEN
                   IF SelCount < MaxSel THEN
                       ADD 1 TO SelCount
                       MOVE SelCount TO SI
                       PERFORM 110-Keep-Entry
                   ELSE
                       MOVE 1 TO SelFull
                   END-IF
               END-IF
           END-IF
           .

       110-Keep-Entry.
           MOVE RcDate TO SelDate(SI)
           MOVE RcProgram TO SelProgram(SI)
           MOVE RcRunId TO SelRunId(SI)
           MOVE RcPages TO SelPages(SI)
           MOVE RcLines TO SelLines(SI)
           MOVE RcPath TO SelPath(SI)
           .

       200-Reprint-Copy.
           MOVE SelPages(SI) TO PagesEd
           MOVE SelLines(SI) TO LinesEd
           MOVE SPACES TO ReprintLine
           MOVE ALL "*" TO ReprintLine(1:72)
           WRITE ReprintLine
           MOVE SPACES TO ReprintLine
           STRING "*** REPRINT OF " DELIMITED BY SIZE
               FUNCTION TRIM(ReportWanted) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(SelProgram(SI)) DELIMITED BY SIZE
               ") AS ARCHIVED FOR CYCLE DATE " DELIMITED BY SIZE
               SelDate(SI) DELIMITED BY SIZE
               INTO ReprintLine
           WRITE ReprintLine
           MOVE SPACES TO ReprintLine
           STRING "*** RUN ID " DELIMITED BY SIZE
               SelRunId(SI) DELIMITED BY SIZE
               " - ORIGINAL " DELIMITED BY SIZE
               FUNCTION TRIM(PagesEd) DELIMITED BY SIZE
               " PAGE(S), " DELIMITED BY SIZE
               FUNCTION TRIM(LinesEd) DELIMITED BY SIZE
               " LINE(S)" DELIMITED BY SIZE
               INTO ReprintLine
           WRITE ReprintLine
           MOVE SPACES TO ReprintLine
           MOVE ALL "*" TO ReprintLine(1:72)
           WRITE ReprintLine
           MOVE SelPath(SI) TO CopyPath
           OPEN INPUT ArchiveCopy
           IF ArchiveFS NOT = "00" THEN
               ADD 1 TO MissCount
               MOVE SPACES TO ReprintLine
               STRING "*** ARCHIVED COPY " DELIMITED BY SIZE
                   FUNCTION TRIM(CopyPath) DELIMITED BY SIZE
                   " NO LONGER ON FILE (FILE STATUS " DELIMITED BY SIZE
                   ArchiveFS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO ReprintLine
               WRITE ReprintLine
               DISPLAY FUNCTION TRIM(ReprintLine)
           ELSE
               MOVE 0 TO CopyLines
               MOVE 0 TO CopyEOF
               PERFORM UNTIL CopyEOF = 1
                   READ ArchiveCopy
                       AT END MOVE 1 TO CopyEOF
                       NOT AT END
                           ADD 1 TO CopyLines
                           WRITE ReprintLine FROM ArchiveRec
                   END-READ
               END-PERFORM
               CLOSE ArchiveCopy
               ADD 1 TO PrintCount
               IF CopyLines NOT = SelLines(SI) THEN
                   MOVE CopyLines TO LinesEd
                   MOVE SPACES TO ReprintLine
                   STRING "*** WARNING - ARCHIVED COPY NOW HOLDS "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(LinesEd) DELIMITED BY SIZE
                       " LINE(S), NOT THE CATALOGUED COUNT"
                       DELIMITED BY SIZE
                       INTO ReprintLine
                   WRITE ReprintLine
                   DISPLAY FUNCTION TRIM(ReprintLine)
               END-IF
           END-IF
           MOVE SPACES TO ReprintLine
           WRITE ReprintLine
           .

       300-Write-Trailer.
           MOVE PrintCount TO CountEd
           MOVE SPACES TO ReprintLine
           STRING "END OF REPRINT - " DELIMITED BY SIZE
               FUNCTION TRIM(CountEd) DELIMITED BY SIZE
               " COPY(IES) OF " DELIMITED BY SIZE
               FUNCTION TRIM(ReportWanted) DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               FromDate DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               ToDate DELIMITED BY SIZE
               INTO ReprintLine
           WRITE ReprintLine
           IF SelFull = 1 THEN
               MOVE "*** RANGE TOO WIDE - LATER DATES NOT REPRINTED"
                   TO ReprintLine
               WRITE ReprintLine
           END-IF
           .
