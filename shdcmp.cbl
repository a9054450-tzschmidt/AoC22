       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHDCMP.

      *>      shadow-run comparison - proves a candidate build gives
      *>      the same answers as production before it is promoted.
      *>      aocshadow.sh runs the candidate programs over a mirror
      *>      of the night's data directory (same inputs, same
      *>      pre-cycle state); this program then reads every output
      *>      the production cycle writes alongside its shadow copy
      *>      (SHDCMP_DIR names the shadow data directory) and
      *>      compares them line by line. Reports, extracts, state
      *>      files and the day exception files are compared whole;
      *>      the results ledger, which accumulates, is compared on
      *>      today's records only. The exception master is keyed
      *>      and is covered by exception_summary.txt instead. Run
      *>      IDs differ between the two runs by design and are
      *>      masked before lines are compared. Every differing line
      *>      is listed in ../data/shadow_compare.txt with file, line
      *>      number, production text and shadow text (up to
      *>      SHDCMP_MAX per file, default 50), followed by per-file
      *>      match/mismatch totals - the sign-off evidence for the
      *>      build. Run standalone (aocshadow.sh COMPARE); RC 0 when
      *>      everything matches, 4 when anything differs

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ProdFile ASSIGN TO DYNAMIC ProdPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdFS.
               SELECT ShadowFile ASSIGN TO DYNAMIC ShadowPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ShadowFS.
               SELECT CompareReport
                   ASSIGN TO "../data/shadow_compare.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CompareFS.


       DATA DIVISION.
           FILE SECTION.
           FD ProdFile.
               01 ProdRec PIC X(600).

           FD ShadowFile.
               01 ShadowRec PIC X(600).

           FD CompareReport.
               01 CompareLine PIC X(132).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 ProdFS PIC XX.
           01 ShadowFS PIC XX.
           01 CompareFS PIC XX.
           01 ProdPath PIC X(200).
           01 ShadowPath PIC X(200).
           01 ShadowDir PIC X(160) VALUE SPACE.
           01 MaxParm PIC X(6).
           01 MaxList PIC 9(5) VALUE 50.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
           01 TimeNow PIC X(8).

      *>      the outputs compared and how - F whole file, D today's
      *>      records only (run date in columns 7-16). Add a row (and
      *>      raise CmpCount and the OCCURS) when a program gains an
      *>      output
           01 CmpTable.
               05 FILLER PIC X(25) VALUE "01_elfreport.txt        F".
               05 FILLER PIC X(25) VALUE "01_stats.txt            F".
               05 FILLER PIC X(25) VALUE "01_resupply.txt         F".
               05 FILLER PIC X(25) VALUE "01_transfer.txt         F".
               05 FILLER PIC X(25) VALUE "01_totals.txt           F".
               05 FILLER PIC X(25) VALUE "01_foodcat.txt          F".
               05 FILLER PIC X(25) VALUE "01_except.txt           F".
               05 FILLER PIC X(25) VALUE "01_trend.txt            F".
               05 FILLER PIC X(25) VALUE "02_standings.txt        F".
               05 FILLER PIC X(25) VALUE "02_ratings.txt          F".
               05 FILLER PIC X(25) VALUE "02_whatif.txt           F".
               05 FILLER PIC X(25) VALUE "02_audit.txt            F".
               05 FILLER PIC X(25) VALUE "02_except.txt           F".
               05 FILLER PIC X(25) VALUE "02_analysis.txt         F".
               05 FILLER PIC X(25) VALUE "02_state.txt            F".
               05 FILLER PIC X(25) VALUE "03_freq.txt             F".
               05 FILLER PIC X(25) VALUE "03_repack.txt           F".
               05 FILLER PIC X(25) VALUE "03_comply.txt           F".
               05 FILLER PIC X(25) VALUE "03_declared.txt         F".
               05 FILLER PIC X(25) VALUE "03_manifest.txt         F".
               05 FILLER PIC X(25) VALUE "03_except.txt           F".
               05 FILLER PIC X(25) VALUE "03_groups.txt           F".
               05 FILLER PIC X(25) VALUE "04_coverage.txt         F".
               05 FILLER PIC X(25) VALUE "04_changes.txt          F".
               05 FILLER PIC X(25) VALUE "04_pairs.txt            F".
               05 FILLER PIC X(25) VALUE "04_rebal.txt            F".
               05 FILLER PIC X(25) VALUE "04_dblbook.txt          F".
               05 FILLER PIC X(25) VALUE "04_shifts.txt           F".
               05 FILLER PIC X(25) VALUE "04_except.txt           F".
               05 FILLER PIC X(25) VALUE "04_prior.txt            F".
               05 FILLER PIC X(25) VALUE "05_diagram.txt          F".
               05 FILLER PIC X(25) VALUE "05_util.txt             F".
               05 FILLER PIC X(25) VALUE "05_feasib.txt           F".
               05 FILLER PIC X(25) VALUE "05_manifest.txt         F".
               05 FILLER PIC X(25) VALUE "05_diverge.txt          F".
               05 FILLER PIC X(25) VALUE "05_trace.txt            F".
               05 FILLER PIC X(25) VALUE "05_continuity.txt       F".
               05 FILLER PIC X(25) VALUE "05_labor.txt            F".
               05 FILLER PIC X(25) VALUE "05_quarantine.txt       F".
               05 FILLER PIC X(25) VALUE "05_except.txt           F".
               05 FILLER PIC X(25) VALUE "05_ledger.txt           F".
               05 FILLER PIC X(25) VALUE "06_results.txt          F".
               05 FILLER PIC X(25) VALUE "06_messages.txt         F".
               05 FILLER PIC X(25) VALUE "06_except.txt           F".
               05 FILLER PIC X(25) VALUE "06_ackrpt.txt           F".
               05 FILLER PIC X(25) VALUE "06_noise.txt            F".
               05 FILLER PIC X(25) VALUE "06_pending.txt          F".
               05 FILLER PIC X(25) VALUE "exception_summary.txt   F".
               05 FILLER PIC X(25) VALUE "regression.txt          F".
               05 FILLER PIC X(25) VALUE "elf_audit.txt           F".
               05 FILLER PIC X(25) VALUE "elf_changes.txt         F".
               05 FILLER PIC X(25) VALUE "team_rollup.txt         F".
               05 FILLER PIC X(25) VALUE "workload_adequacy.txt   F".
               05 FILLER PIC X(25) VALUE "history_extract.txt     F".
               05 FILLER PIC X(25) VALUE "exc_carryfwd.txt        F".
               05 FILLER PIC X(25) VALUE "exc_disp_rej.txt        F".
               05 FILLER PIC X(25) VALUE "recon_report.txt        F".
               05 FILLER PIC X(25) VALUE "cert_report.txt         F".
               05 FILLER PIC X(25) VALUE "capacity.txt            F".
               05 FILLER PIC X(25) VALUE "results_ledger.txt      D".
           01 CmpRows REDEFINES CmpTable.
               05 CmpRow OCCURS 60 TIMES.
                   10 CmpName PIC X(24).
                   10 CmpMode PIC X.
           01 CmpCount PIC 99 VALUE 60.
           01 CI PIC 99.

      *>      per-file results for the totals section
           01 CmpResults.
               05 CmpResult OCCURS 60 TIMES.
                   10 CrProdLines PIC 9(7).
                   10 CrShdLines PIC 9(7).
                   10 CrDiffs PIC 9(7).
                   10 CrStatus PIC X(20).

           01 ProdEOF PIC 9.
           01 ShadowEOF PIC 9.
           01 ProdOpen PIC 9.
           01 ShadowOpen PIC 9.
           01 ProdHave PIC 9.
           01 ShadowHave PIC 9.
           01 ProdLineNo PIC 9(7).
           01 ShdLineNo PIC 9(7).
           01 ProdText PIC X(600).
           01 ShadowText PIC X(600).
           01 MaskLine PIC X(600).
           01 MkP PIC 9(3).
           01 ShownNo PIC 9(7).
           01 ShownEd PIC Z(6)9.
           01 ProdLinesEd PIC Z(6)9.
           01 ShdLinesEd PIC Z(6)9.
           01 DiffsEd PIC Z(6)9.
           01 FilesCompared PIC 99 VALUE 0.
           01 FilesMatched PIC 99 VALUE 0.
           01 FilesDiffer PIC 99 VALUE 0.
           01 FilesAbsent PIC 99 VALUE 0.
           01 CountEd PIC Z9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Get-Parms
           OPEN OUTPUT CompareReport
           IF CompareFS NOT = "00" THEN
               MOVE "AOC972E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "SHDCMP: CANNOT OPEN shadow_compare.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   CompareFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-Write-Header
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CmpCount
               PERFORM 100-Compare-File
           END-PERFORM
           PERFORM 500-Write-Totals
           CLOSE CompareReport
           MOVE FilesCompared TO CountEd
           DISPLAY "SHDCMP: " CountEd " FILE(S) COMPARED - "
               FilesMatched " MATCH, " FilesDiffer " DIFFER"
           IF FilesDiffer > 0 THEN
               MOVE "AOC973W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "SHDCMP: " DELIMITED BY SIZE
                   FilesDiffer DELIMITED BY SIZE
                   " FILE(S) DIFFER BETWEEN PRODUCTION AND SHADOW "
                   DELIMITED BY SIZE
                   "- SEE shadow_compare.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
       STOP RUN
       .

       040-Get-Parms.
           ACCEPT RunDate FROM DATE YYYYMMDD
           MOVE RunDate(1:4) TO RunDateEd(1:4)
           MOVE "-" TO RunDateEd(5:1)
           MOVE RunDate(5:2) TO RunDateEd(6:2)
           MOVE "-" TO RunDateEd(8:1)
           MOVE RunDate(7:2) TO RunDateEd(9:2)
           ACCEPT TimeNow FROM TIME
           ACCEPT ShadowDir FROM ENVIRONMENT "SHDCMP_DIR"
           IF ShadowDir = SPACE THEN
               MOVE "AOC971E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "SHDCMP: SHDCMP_DIR NOT SET - NO SHADOW "
                   DELIMITED BY SIZE
                   "DATA DIRECTORY TO COMPARE AGAINST"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO MaxParm
           ACCEPT MaxParm FROM ENVIRONMENT "SHDCMP_MAX"
           IF MaxParm NOT = SPACE THEN
               IF FUNCTION TEST-NUMVAL(MaxParm) = 0 THEN
                   MOVE FUNCTION NUMVAL(MaxParm) TO MaxList
               END-IF
           END-IF
           .

       050-Write-Header.
           MOVE SPACES TO CompareLine
           STRING "SHADOW-RUN COMPARISON - CYCLE DATE "
               DELIMITED BY SIZE
               RunDateEd DELIMITED BY SIZE
               "  RUN AT " DELIMITED BY SIZE
               TimeNow(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               TimeNow(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               TimeNow(5:2) DELIMITED BY SIZE
               INTO CompareLine
           WRITE CompareLine
           MOVE SPACES TO CompareLine
           STRING "PRODUCTION ../data   SHADOW " DELIMITED BY SIZE
               FUNCTION TRIM(ShadowDir) DELIMITED BY SIZE
               INTO CompareLine
           WRITE CompareLine
           MOVE SPACES TO CompareLine
           STRING "RUN IDS MASKED; results_ledger.txt COMPARED ON "
               DELIMITED BY SIZE
               RunDateEd DELIMITED BY SIZE
               " RECORDS ONLY" DELIMITED BY SIZE
               INTO CompareLine
           WRITE CompareLine
           MOVE SPACES TO CompareLine
           WRITE CompareLine
           MOVE "DISCREPANCIES" TO CompareLine
           WRITE CompareLine
           MOVE SPACES TO CompareLine
           MOVE ALL "-" TO CompareLine(1:72)
           WRITE CompareLine
           .

      *>      one file pair - a file neither side wrote was not
      *>      produced and is not a discrepancy; a file only one
      *>      side wrote is
       100-Compare-File.
           MOVE SPACES TO ProdPath
           STRING "../data/" DELIMITED BY SIZE
               FUNCTION TRIM(CmpName(CI)) DELIMITED BY SIZE
               INTO ProdPath
           MOVE SPACES TO ShadowPath
           STRING FUNCTION TRIM(ShadowDir) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(CmpName(CI)) DELIMITED BY SIZE
               INTO ShadowPath
           MOVE 0 TO CrProdLines(CI)
           MOVE 0 TO CrShdLines(CI)
           MOVE 0 TO CrDiffs(CI)
           MOVE SPACES TO CrStatus(CI)
           MOVE 0 TO ProdLineNo
           MOVE 0 TO ShdLineNo
           MOVE 0 TO ProdEOF
           MOVE 0 TO ShadowEOF
           MOVE 0 TO ProdOpen
           MOVE 0 TO ShadowOpen
           OPEN INPUT ProdFile
           IF ProdFS = "00" THEN
               MOVE 1 TO ProdOpen
           ELSE
               MOVE 1 TO ProdEOF
           END-IF
           OPEN INPUT ShadowFile
           IF ShadowFS = "00" THEN
               MOVE 1 TO ShadowOpen
           ELSE
               MOVE 1 TO ShadowEOF
           END-IF
           IF ProdEOF = 1 AND ShadowEOF = 1 THEN
               MOVE "NOT PRODUCED" TO CrStatus(CI)
               ADD 1 TO FilesAbsent
           ELSE
               ADD 1 TO FilesCompared
               IF ProdEOF = 1 OR ShadowEOF = 1 THEN
                   PERFORM 150-Note-One-Sided
               END-IF
               PERFORM 200-Read-Prod
               PERFORM 210-Read-Shadow
               PERFORM UNTIL ProdHave = 0 AND ShadowHave = 0
                   PERFORM 300-Compare-Line
                   PERFORM 200-Read-Prod
                   PERFORM 210-Read-Shadow
               END-PERFORM
               IF CrDiffs(CI) > MaxList THEN
                   MOVE SPACES TO CompareLine
                   COMPUTE DiffsEd = CrDiffs(CI) - MaxList
                   STRING FUNCTION TRIM(CmpName(CI))
                       DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(DiffsEd) DELIMITED BY SIZE
                       " FURTHER DIFFERING LINE(S) NOT LISTED"
                       DELIMITED BY SIZE
                       INTO CompareLine
                   WRITE CompareLine
               END-IF
               IF CrStatus(CI) = SPACE THEN
                   IF CrDiffs(CI) = 0 THEN
                       MOVE "MATCH" TO CrStatus(CI)
                       ADD 1 TO FilesMatched
                   ELSE
                       MOVE "MISMATCH" TO CrStatus(CI)
                       ADD 1 TO FilesDiffer
                   END-IF
               END-IF
           END-IF
           IF ProdOpen = 1 THEN
               CLOSE ProdFile
           END-IF
           IF ShadowOpen = 1 THEN
               CLOSE ShadowFile
           END-IF
           .

       150-Note-One-Sided.
           IF ProdEOF = 1 THEN
               MOVE "MISSING IN PROD" TO CrStatus(CI)
           ELSE
               MOVE "MISSING IN SHADOW" TO CrStatus(CI)
           END-IF
           ADD 1 TO FilesDiffer
           MOVE SPACES TO CompareLine
           STRING FUNCTION TRIM(CmpName(CI)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               CrStatus(CI) DELIMITED BY SIZE
               INTO CompareLine
           WRITE CompareLine
           .

      *>      next line to compare from each side - on a dated file,
      *>      records for other dates are passed over
       200-Read-Prod.
           MOVE 0 TO ProdHave
           PERFORM UNTIL ProdHave = 1 OR ProdEOF = 1
               READ ProdFile
                   AT END MOVE 1 TO ProdEOF
                   NOT AT END
                       ADD 1 TO ProdLineNo
                       IF CmpMode(CI) = "F"
                           OR ProdRec(7:10) = RunDateEd THEN
                           MOVE 1 TO ProdHave
                           ADD 1 TO CrProdLines(CI)
                       END-IF
               END-READ
           END-PERFORM
           .

       210-Read-Shadow.
           MOVE 0 TO ShadowHave
           PERFORM UNTIL ShadowHave = 1 OR ShadowEOF = 1
               READ ShadowFile
                   AT END MOVE 1 TO ShadowEOF
                   NOT AT END
                       ADD 1 TO ShdLineNo
                       IF CmpMode(CI) = "F"
                           OR ShadowRec(7:10) = RunDateEd THEN
                           MOVE 1 TO ShadowHave
                           ADD 1 TO CrShdLines(CI)
                       END-IF
               END-READ
           END-PERFORM
           .

       300-Compare-Line.
           IF ProdHave = 1 THEN
               MOVE ProdRec TO MaskLine
               PERFORM 350-Mask-Run-Ids
               MOVE MaskLine TO ProdText
               MOVE ProdLineNo TO ShownNo
           ELSE
               MOVE "(END OF FILE)" TO ProdText
               MOVE ShdLineNo TO ShownNo
           END-IF
           IF ShadowHave = 1 THEN
               MOVE ShadowRec TO MaskLine
               PERFORM 350-Mask-Run-Ids
               MOVE MaskLine TO ShadowText
           ELSE
               MOVE "(END OF FILE)" TO ShadowText
           END-IF
           IF ProdText NOT = ShadowText THEN
               ADD 1 TO CrDiffs(CI)
               IF CrDiffs(CI) NOT > MaxList THEN
                   MOVE ShownNo TO ShownEd
                   MOVE SPACES TO CompareLine
                   STRING FUNCTION TRIM(CmpName(CI))
                       DELIMITED BY SIZE
                       " LINE " DELIMITED BY SIZE
                       FUNCTION TRIM(ShownEd) DELIMITED BY SIZE
                       INTO CompareLine
                   WRITE CompareLine
                   MOVE SPACES TO CompareLine
                   STRING "  PROD:   " DELIMITED BY SIZE
                       ProdText(1:120) DELIMITED BY SIZE
                       INTO CompareLine
                   WRITE CompareLine
                   MOVE SPACES TO CompareLine
                   STRING "  SHADOW: " DELIMITED BY SIZE
                       ShadowText(1:120) DELIMITED BY SIZE
                       INTO CompareLine
                   WRITE CompareLine
               END-IF
           END-IF
           .

      *>      a run ID is D or R, eight date digits, a hyphen and
      *>      six time digits - each run mints its own, so every
      *>      one found is blanked to a fixed mask on both sides.
      *>      RESCERT's run stamp is the same without the D or R,
      *>      and is masked the same way
       350-Mask-Run-Ids.
           PERFORM VARYING MkP FROM 1 BY 1 UNTIL MkP > 585
               IF (MaskLine(MkP:1) = "D" OR MaskLine(MkP:1) = "R")
                   AND MaskLine(MkP + 1:8) IS NUMERIC
                   AND MaskLine(MkP + 9:1) = "-"
                   AND MaskLine(MkP + 10:6) IS NUMERIC THEN
                   MOVE "<RUN-ID>" TO MaskLine(MkP:16)
               END-IF
               IF MaskLine(MkP:8) IS NUMERIC
                   AND MaskLine(MkP + 8:1) = "-"
                   AND MaskLine(MkP + 9:6) IS NUMERIC THEN
                   MOVE "<RUN-STAMP>" TO MaskLine(MkP:15)
               END-IF
           END-PERFORM
           .

       500-Write-Totals.
           MOVE SPACES TO CompareLine
           WRITE CompareLine
           MOVE "TOTALS BY FILE" TO CompareLine
           WRITE CompareLine
           MOVE SPACES TO CompareLine
           STRING "FILE                     PROD LINES  SHADOW LINES"
               DELIMITED BY SIZE
               "  DIFFERING  RESULT" DELIMITED BY SIZE
               INTO CompareLine
           WRITE CompareLine
           MOVE SPACES TO CompareLine
           MOVE ALL "-" TO CompareLine(1:72)
           WRITE CompareLine
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CmpCount
               MOVE CrProdLines(CI) TO ProdLinesEd
               MOVE CrShdLines(CI) TO ShdLinesEd
               MOVE CrDiffs(CI) TO DiffsEd
               MOVE SPACES TO CompareLine
               STRING CmpName(CI) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   ProdLinesEd DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   ShdLinesEd DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   DiffsEd DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CrStatus(CI) DELIMITED BY SIZE
                   INTO CompareLine
               WRITE CompareLine
           END-PERFORM
           MOVE SPACES TO CompareLine
           MOVE ALL "-" TO CompareLine(1:72)
           WRITE CompareLine
           MOVE SPACES TO CompareLine
           STRING "FILES COMPARED " DELIMITED BY SIZE
               FilesCompared DELIMITED BY SIZE
               "  MATCH " DELIMITED BY SIZE
               FilesMatched DELIMITED BY SIZE
               "  DIFFER " DELIMITED BY SIZE
               FilesDiffer DELIMITED BY SIZE
               "  NOT PRODUCED " DELIMITED BY SIZE
               FilesAbsent DELIMITED BY SIZE
               INTO CompareLine
           WRITE CompareLine
           MOVE SPACES TO CompareLine
           IF FilesDiffer = 0 THEN
               MOVE "RESULT: SHADOW OUTPUTS MATCH PRODUCTION - BUILD"
                   TO CompareLine
               MOVE " MAY BE PROMOTED" TO CompareLine(48:16)
           ELSE
               MOVE "RESULT: SHADOW OUTPUTS DIFFER FROM PRODUCTION -"
                   TO CompareLine
               MOVE " DO NOT PROMOTE UNTIL EXPLAINED"
                   TO CompareLine(48:31)
           END-IF
           WRITE CompareLine
           .
