      *>      AOC_RERUN_OF is exported for the duration, so LEDGWRT
      *>      stamps every ledger line RERUN-OF and flags the
      *>      history versions R - a LEDGINQ audit can always tell
      *>      a replay from an original. The rerun mints its own
      *>      cycle run ID (R, today's date and the start time) and
      *>      exports it as AOC_RUN_ID, so everything the replay
      *>      writes can be told apart from the cycle it replaces.
      *>      A day whose archive input
      *>      is missing is skipped loudly, never run against
      *>      today's file by accident - the failure mode reruns
      *>      used to have. Nothing is replayed at all from an
      *>      archive that ARCVFY cannot verify against the manifest
      *>      aocbkup.sh wrote (or that has no manifest): a rerun
      *>      from a truncated copy would file a wrong R-flagged
      *>      result that looks legitimate, so the refusal and its
      *>      reason go into rerun_summary.txt and the run ends
      *>      RC 12.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           01 WorstCC PIC 99 VALUE 0.
           01 SevEd PIC 99.
           01 SkippedCount PIC 9 VALUE 0.
           01 RunId PIC X(16).
           01 RunIdDate PIC X(8).
           01 RunIdTime PIC X(8).
           COPY VFYPARM.
           01 VfyCntEd PIC ZZ9.

       PROCEDURE DIVISION.
       000-Main.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 045-Set-Run-Id
           PERFORM 050-Write-Header
           PERFORM 055-Verify-Archive
           IF VfyResult NOT = 0 THEN
               CLOSE RerunReport
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 060-Point-Reference-Files
           SET ENVIRONMENT "AOC_RERUN_OF" TO ArcDateEd
           SET ENVIRONMENT "AOC_RUN_ID" TO RunId
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > 6
               IF RunDayFlag(DI) = 1 THEN
                   PERFORM 100-Rerun-Day
           END-IF
           .

       045-Set-Run-Id.
           ACCEPT RunIdDate FROM DATE YYYYMMDD
           ACCEPT RunIdTime FROM TIME
           MOVE SPACES TO RunId
           STRING "R" DELIMITED BY SIZE
               RunIdDate DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RunIdTime(1:6) DELIMITED BY SIZE
               INTO RunId
           .

       050-Write-Header.
           MOVE SPACES TO RerunLine
           STRING "CONTROLLED RERUN FROM ARCHIVE " DELIMITED BY SIZE
               ArcDate DELIMITED BY SIZE
               " - CYCLE " DELIMITED BY SIZE
               RunId DELIMITED BY SIZE
               INTO RerunLine
           WRITE RerunLine
           DISPLAY FUNCTION TRIM(RerunLine)
           .

      *>      the archive must still be what aocbkup.sh copied -
      *>      every file against the manifest, before any DD_
      *>      variable is pointed at it
       055-Verify-Archive.
           INITIALIZE VfyParm
           MOVE ArcDate TO VfyDate
           CALL "ARCVFY" USING VfyParm
           MOVE VfyChecked TO VfyCntEd
           MOVE SPACES TO RerunLine
           IF VfyResult = 0 THEN
               STRING "ARCHIVE VERIFIED AGAINST MANIFEST - "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(VfyCntEd) DELIMITED BY SIZE
                   " FILE(S) MATCH" DELIMITED BY SIZE
                   INTO RerunLine
               WRITE RerunLine
           ELSE
               STRING "RERUN REFUSED - ARCHIVE FAILED VERIFICATION: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(VfyReason) DELIMITED BY SIZE
                   INTO RerunLine
               WRITE RerunLine
               DISPLAY FUNCTION TRIM(RerunLine)
               MOVE SPACES TO RerunLine
               STRING "NOTHING RERUN - FINDINGS IN "
                   DELIMITED BY SIZE
                   "archive_verify.txt" DELIMITED BY SIZE
                   INTO RerunLine
               WRITE RerunLine
               DISPLAY FUNCTION TRIM(RerunLine)
               MOVE "AOC803E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "AOCRERUN: RERUN FROM " DELIMITED BY SIZE
                   ArcDate DELIMITED BY SIZE
                   " REFUSED - ARCHIVE FAILED VERIFICATION: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(VfyReason) DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           .

      *>      the reference files ride in the archive alongside the
      *>      inputs - each DD_ variable is re-pointed only when the
      *>      archived copy is actually there, so an archive from
           MOVE "DD_DAY01_ROSTER" TO EnvKey
           MOVE "01_roster.txt" TO ArcRefPath
           PERFORM 070-Point-One-Reference
           MOVE "DD_DAY01_FOODS" TO EnvKey
           MOVE "01_foods.txt" TO ArcRefPath
           PERFORM 070-Point-One-Reference
           MOVE "DD_DAY03_ITEMS" TO EnvKey
           MOVE "03_items.txt" TO ArcRefPath
           PERFORM 070-Point-One-Reference
           MOVE "DD_DAY04_SECT" TO EnvKey
           MOVE "04_sections.txt" TO ArcRefPath
           PERFORM 070-Point-One-Reference
           MOVE "DD_DAY05_RATES" TO EnvKey
           MOVE "05_rates.txt" TO ArcRefPath
           PERFORM 070-Point-One-Reference
           MOVE "DD_DAY05_QUAR" TO EnvKey
           MOVE "05_quar.txt" TO ArcRefPath
           PERFORM 070-Point-One-Reference
           MOVE "DD_DAY06_WIN" TO EnvKey
           MOVE "06_windows.txt" TO ArcRefPath
           PERFORM 070-Point-One-Reference
