       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARC.

      *>      end-of-cycle report archive - every report the cycle
      *>      wrote is copied into the dated archive directory
      *>      aocbkup.sh keeps the inputs in (under a reports/
      *>      subdirectory), and one catalogue record per copy goes
      *>      to ../data/report_catalog.txt: report, producing
      *>      program, cycle date, run ID, pages, lines and where
      *>      the copy lives. The cycle date and start time come
      *>      from the run ID (AOC_RUN_ID), so a cycle that runs
      *>      past midnight still files under the date it started;
      *>      a report whose live file was last written before the
      *>      cycle started did not come from this cycle and is
      *>      left alone - its copy already stands under an earlier
      *>      date. RPTPRT reprints from the catalogue. CALLed by
      *>      AOCDRV once the cycle and its job network have
      *>      finished; harmless to run by hand as well (with no
      *>      run ID it takes everything written today), and a
      *>      second run in the same cycle simply refreshes the
      *>      copies

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ReportIn ASSIGN TO DYNAMIC RaLivePath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportInFS.
               SELECT ReportOut ASSIGN TO DYNAMIC RaArcPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportOutFS.
               SELECT CatalogFile
                   ASSIGN TO "../data/report_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CatalogFS.


       DATA DIVISION.
           FILE SECTION.
           FD ReportIn.
               01 ReportInRec PIC X(600).

           FD ReportOut.
               01 ReportOutRec PIC X(600).

      *>      one record per archived copy - appended, so a report
      *>      re-archived later the same day has a newer entry and
      *>      the reprint takes the last one for a date
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

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 ReportInFS PIC XX.
           01 ReportOutFS PIC XX.
           01 CatalogFS PIC XX.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
           01 RunId PIC X(16).
           01 RaEOF PIC 9.
           01 RaLivePath PIC X(100).
           01 RaArcPath PIC X(100).
           01 RaArcDir PIC X(80).
           01 CmdLine PIC X(200).
           01 RaLines PIC 9(7).
           01 RaPages PIC 9(5).
      *>      printed pages at PageLines to the page
           01 PageLines PIC 99 VALUE 60.
           01 ArcCount PIC 99 VALUE 0.
           01 FailCount PIC 99 VALUE 0.
           01 ArcCountEd PIC Z9.

      *>      the live file's directory entry - CBL_CHECK_FILE_EXIST
      *>      hands back size and last-written date and time
           01 RaFileInfo.
               05 RaFileSize PIC 9(18) COMP-X.
               05 RaFileDay PIC 9(2) COMP-X.
               05 RaFileMonth PIC 9(2) COMP-X.
               05 RaFileYear PIC 9(4) COMP-X.
               05 RaFileTime.
                   10 RaFileHour PIC 9(2) COMP-X.
                   10 RaFileMinute PIC 9(2) COMP-X.
                   10 RaFileSecond PIC 9(2) COMP-X.
                   10 FILLER PIC X.
           01 RaFileDate PIC 9(8).
           01 RaFileStamp PIC 9(14).
      *>      when the cycle started - date and time off the run ID
           01 CycStart.
               05 CycStartDate PIC X(8).
               05 CycStartTime PIC X(6).
           01 CycStartN REDEFINES CycStart PIC 9(14).

      *>      the cycle's reports and the program that writes each -
      *>      add a row (and raise RptCount and the OCCURS) when a
      *>      program gains a report
           01 RptTable.
               05 FILLER PIC X(32)
                   VALUE "01_elfreport.txt        DAY01".
               05 FILLER PIC X(32)
                   VALUE "01_stats.txt            DAY01".
               05 FILLER PIC X(32)
                   VALUE "01_resupply.txt         DAY01".
               05 FILLER PIC X(32)
                   VALUE "01_transfer.txt         DAY01".
               05 FILLER PIC X(32)
                   VALUE "01_totals.txt           DAY01".
               05 FILLER PIC X(32)
                   VALUE "01_foodcat.txt          DAY01".
               05 FILLER PIC X(32)
                   VALUE "01_except.txt           DAY01".
               05 FILLER PIC X(32)
                   VALUE "01_trend.txt            DAY01TRD".
               05 FILLER PIC X(32)
                   VALUE "02_standings.txt        DAY02".
               05 FILLER PIC X(32)
                   VALUE "02_ratings.txt          DAY02".
               05 FILLER PIC X(32)
                   VALUE "02_whatif.txt           DAY02".
               05 FILLER PIC X(32)
                   VALUE "02_audit.txt            DAY02".
               05 FILLER PIC X(32)
                   VALUE "02_except.txt           DAY02".
               05 FILLER PIC X(32)
                   VALUE "02_analysis.txt         DAY02ANL".
               05 FILLER PIC X(32)
                   VALUE "03_freq.txt             DAY03".
               05 FILLER PIC X(32)
                   VALUE "03_repack.txt           DAY03".
               05 FILLER PIC X(32)
                   VALUE "03_comply.txt           DAY03".
               05 FILLER PIC X(32)
                   VALUE "03_declared.txt         DAY03".
               05 FILLER PIC X(32)
                   VALUE "03_manifest.txt         DAY03".
               05 FILLER PIC X(32)
                   VALUE "03_except.txt           DAY03".
               05 FILLER PIC X(32)
                   VALUE "03_groups.txt           DAY03GRP".
               05 FILLER PIC X(32)
                   VALUE "04_coverage.txt         DAY04".
               05 FILLER PIC X(32)
                   VALUE "04_changes.txt          DAY04".
               05 FILLER PIC X(32)
                   VALUE "04_pairs.txt            DAY04".
               05 FILLER PIC X(32)
                   VALUE "04_rebal.txt            DAY04".
               05 FILLER PIC X(32)
                   VALUE "04_dblbook.txt          DAY04".
               05 FILLER PIC X(32)
                   VALUE "04_shifts.txt           DAY04".
               05 FILLER PIC X(32)
                   VALUE "04_except.txt           DAY04".
               05 FILLER PIC X(32)
                   VALUE "05_diagram.txt          DAY05".
               05 FILLER PIC X(32)
                   VALUE "05_util.txt             DAY05".
               05 FILLER PIC X(32)
                   VALUE "05_feasib.txt           DAY05".
               05 FILLER PIC X(32)
                   VALUE "05_manifest.txt         DAY05".
               05 FILLER PIC X(32)
                   VALUE "05_diverge.txt          DAY05".
               05 FILLER PIC X(32)
                   VALUE "05_trace.txt            DAY05".
               05 FILLER PIC X(32)
                   VALUE "05_continuity.txt       DAY05".
               05 FILLER PIC X(32)
                   VALUE "05_labor.txt            DAY05".
               05 FILLER PIC X(32)
                   VALUE "05_quarantine.txt       DAY05".
               05 FILLER PIC X(32)
                   VALUE "05_except.txt           DAY05".
               05 FILLER PIC X(32)
                   VALUE "06_results.txt          DAY06".
               05 FILLER PIC X(32)
                   VALUE "06_messages.txt         DAY06".
               05 FILLER PIC X(32)
                   VALUE "06_except.txt           DAY06".
               05 FILLER PIC X(32)
                   VALUE "06_ackrpt.txt           DAY06ACK".
               05 FILLER PIC X(32)
                   VALUE "06_noise.txt            DAY06ANL".
               05 FILLER PIC X(32)
                   VALUE "aocdrv_summary.txt      AOCDRV".
               05 FILLER PIC X(32)
                   VALUE "aocdrv_ops.txt          AOCDRV".
               05 FILLER PIC X(32)
                   VALUE "aocdrv_alerts.txt       AOCDRV".
               05 FILLER PIC X(32)
                   VALUE "exception_summary.txt   EXCRPT".
               05 FILLER PIC X(32)
                   VALUE "regression.txt          REGCHK".
               05 FILLER PIC X(32)
                   VALUE "elf_changes.txt         ELFBLD".
               05 FILLER PIC X(32)
                   VALUE "team_rollup.txt         TEAMRPT".
               05 FILLER PIC X(32)
                   VALUE "workload_adequacy.txt   ADEQCHK".
               05 FILLER PIC X(32)
                   VALUE "elf_audit.txt           ELFAUD".
               05 FILLER PIC X(32)
                   VALUE "cert_report.txt         RESCERT".
               05 FILLER PIC X(32)
                   VALUE "recon_report.txt        RESRECON".
               05 FILLER PIC X(32)
                   VALUE "history_extract.txt     HISTEXP".
               05 FILLER PIC X(32)
                   VALUE "exc_carryfwd.txt        EXCDISP".
               05 FILLER PIC X(32)
                   VALUE "exc_disp_rej.txt        EXCDISP".
               05 FILLER PIC X(32)
                   VALUE "capacity.txt            AOCCAP".
           01 RptRows REDEFINES RptTable.
               05 RptRow OCCURS 58 TIMES.
                   10 RptName PIC X(24).
                   10 RptProgram PIC X(8).
           01 RptCount PIC 99 VALUE 58.
           01 RI PIC 99.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Set-Cycle
           OPEN EXTEND CatalogFile
           IF CatalogFS = "35" THEN
               OPEN OUTPUT CatalogFile
           END-IF
           IF CatalogFS NOT = "00" THEN
               MOVE "AOC941E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RPTARC: CANNOT OPEN report_catalog.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   CatalogFS DELIMITED BY SIZE
                   " - NO REPORTS ARCHIVED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               GOBACK
           END-IF
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > RptCount
               PERFORM 100-Check-Report
           END-PERFORM
           CLOSE CatalogFile
           MOVE ArcCount TO ArcCountEd
           DISPLAY "RPTARC: " ArcCountEd " REPORT(S) ARCHIVED TO "
               FUNCTION TRIM(RaArcDir)
           IF FailCount > 0 THEN
               DISPLAY "RPTARC: " FailCount " REPORT(S) COULD NOT "
                   "BE COPIED - SEE RUN LOG"
           END-IF
       GOBACK
       .

      *>      the cycle's run ID, the date and time it started and
      *>      the archive directory the copies go to - made here
      *>      when the backup step has not already made it
       040-Set-Cycle.
           MOVE SPACE TO RunId
           ACCEPT RunId FROM ENVIRONMENT "AOC_RUN_ID"
           IF RunId(2:8) IS NUMERIC AND RunId(10:1) = "-"
               AND RunId(11:6) IS NUMERIC THEN
               MOVE RunId(2:8) TO RunDate
               MOVE RunId(11:6) TO CycStartTime
           ELSE
               ACCEPT RunDate FROM DATE YYYYMMDD
               MOVE "000000" TO CycStartTime
           END-IF
           MOVE RunDate TO CycStartDate
           MOVE RunDate(1:4) TO RunDateEd(1:4)
           MOVE "-" TO RunDateEd(5:1)
           MOVE RunDate(5:2) TO RunDateEd(6:2)
           MOVE "-" TO RunDateEd(8:1)
           MOVE RunDate(7:2) TO RunDateEd(9:2)
           MOVE SPACES TO RaArcDir
           STRING "../data/archive/" DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               "/reports" DELIMITED BY SIZE
               INTO RaArcDir
           MOVE SPACES TO CmdLine
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(RaArcDir) DELIMITED BY SIZE
               INTO CmdLine
           CALL "SYSTEM" USING CmdLine
           MOVE 0 TO RETURN-CODE
           .

      *>      only a report written since the cycle started
      *>      belongs to it
       100-Check-Report.
           MOVE SPACES TO RaLivePath
           STRING "../data/" DELIMITED BY SIZE
               FUNCTION TRIM(RptName(RI)) DELIMITED BY SIZE
               INTO RaLivePath
           CALL "CBL_CHECK_FILE_EXIST" USING RaLivePath RaFileInfo
           IF RETURN-CODE = 0 THEN
               COMPUTE RaFileDate = RaFileYear * 10000
                   + RaFileMonth * 100 + RaFileDay
               COMPUTE RaFileStamp = RaFileDate * 1000000
                   + RaFileHour * 10000 + RaFileMinute * 100
                   + RaFileSecond
               IF RaFileStamp NOT < CycStartN THEN
                   PERFORM 200-Archive-Report
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           .

       200-Archive-Report.
           MOVE SPACES TO RaArcPath
           STRING FUNCTION TRIM(RaArcDir) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(RptName(RI)) DELIMITED BY SIZE
               INTO RaArcPath
           MOVE "00" TO ReportOutFS
           OPEN INPUT ReportIn
           IF ReportInFS NOT = "00" THEN
               PERFORM 290-Note-Copy-Failure
           ELSE
               OPEN OUTPUT ReportOut
               IF ReportOutFS NOT = "00" THEN
                   CLOSE ReportIn
                   PERFORM 290-Note-Copy-Failure
               ELSE
                   MOVE 0 TO RaLines
                   MOVE 0 TO RaEOF
                   PERFORM UNTIL RaEOF = 1
                       READ ReportIn
                           AT END MOVE 1 TO RaEOF
                           NOT AT END
                               ADD 1 TO RaLines
                               WRITE ReportOutRec FROM ReportInRec
                       END-READ
                   END-PERFORM
                   CLOSE ReportIn
                   CLOSE ReportOut
                   PERFORM 250-Catalog-Copy
               END-IF
           END-IF
           .

       250-Catalog-Copy.
           COMPUTE RaPages = (RaLines + PageLines - 1) / PageLines
           MOVE SPACES TO CatalogRec
           MOVE RptName(RI) TO RcReport
           MOVE RptProgram(RI) TO RcProgram
           MOVE RunDateEd TO RcDate
           MOVE RunId TO RcRunId
           MOVE RaPages TO RcPages
           MOVE RaLines TO RcLines
           MOVE RaArcPath TO RcPath
           WRITE CatalogRec
           ADD 1 TO ArcCount
           .

       290-Note-Copy-Failure.
           ADD 1 TO FailCount
           MOVE "AOC942W" TO MsgId
           MOVE SPACES TO MsgText
           STRING "RPTARC: " DELIMITED BY SIZE
               FUNCTION TRIM(RptName(RI)) DELIMITED BY SIZE
               " NOT ARCHIVED - FILE STATUS " DELIMITED BY SIZE
               ReportInFS DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ReportOutFS DELIMITED BY SIZE
               INTO MsgText
           CALL "MSGLOG" USING MsgParm
           .
