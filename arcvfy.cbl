       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCVFY.

      *>      archive integrity check - re-checks one dated archive
      *>      directory (../data/archive/<VfyDate>) against the
      *>      manifest.txt aocbkup.sh wrote when it took the copies:
      *>      every file the manifest lists must still be there
      *>      with the same byte size, record count and cksum
      *>      checksum, and no input or reference file may be in
      *>      the directory without a manifest line (a copy that
      *>      did not match its source at backup time, or one put
      *>      there by hand since). Size and checksum are taken the
      *>      way aocbkup.sh takes them (cksum), the record count
      *>      the same way (awk), so a clean archive can never fail
      *>      on a difference of method. CALLed by AOCRERUN before
      *>      any replay and by ARCVRUN for an operator check; each
      *>      file's finding is written to
      *>      ../data/archive_verify.txt and the verdict handed back
      *>      in VfyParm (see VFYPARM)

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ManifestFile ASSIGN TO DYNAMIC ManifestName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ManifestFS.
               SELECT WorkFile ASSIGN TO "../data/arcvfy_work.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WorkFS.
               SELECT VerifyReport
                   ASSIGN TO "../data/archive_verify.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VerifyRptFS.


       DATA DIVISION.
           FILE SECTION.
      *>      manifest line - same columns aocbkup.sh prints; a "#"
      *>      line is the manifest's own header
           FD ManifestFile.
               01 ManifestRec.
                   05 MfName PIC X(20).
                   05 FILLER PIC X.
                   05 MfBytes PIC X(12).
                   05 FILLER PIC X.
                   05 MfRecs PIC X(9).
                   05 FILLER PIC X.
                   05 MfSum PIC X(10).

      *>      what cksum and awk said about the archived file -
      *>      "<crc> <bytes>" then "<records>"
           FD WorkFile.
               01 WorkLine PIC X(60).

           FD VerifyReport.
               01 VerifyLine PIC X(150).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 ManifestName PIC X(100).
           01 ManifestFS PIC XX.
           01 WorkFS PIC XX.
           01 VerifyRptFS PIC XX.
           01 WorkName PIC X(30) VALUE "../data/arcvfy_work.tmp".
           01 ReportOpen PIC 9 VALUE 0.
           01 ManifestEOF PIC 9.
           01 ManifestLineNo PIC 9(3).
           01 ManifestHdr PIC X(52).
           01 ArcDir PIC X(100).
           01 ArcPath PIC X(100).
           01 FileInfo PIC X(64).
           01 FileThere PIC 9.
           01 CmdLine PIC X(300).

      *>      the manifest as read - one entry per listed file
           01 EntryMax PIC 9(3) VALUE 20.
           01 EntryCount PIC 9(3) VALUE 0.
           01 EntryTab.
               05 ManEntry OCCURS 20 TIMES.
                   10 EnName PIC X(20).
                   10 EnBytes PIC 9(12).
                   10 EnRecs PIC 9(9).
                   10 EnSum PIC 9(10).
           01 EI PIC 9(3).
           01 EntryHit PIC 9(3).

      *>      every file aocbkup.sh archives - one of these in the
      *>      directory with no manifest line is a failure
           01 KnownNames.
               05 FILLER PIC X(20) VALUE "01.txt".
               05 FILLER PIC X(20) VALUE "02.txt".
               05 FILLER PIC X(20) VALUE "03.txt".
               05 FILLER PIC X(20) VALUE "04.txt".
               05 FILLER PIC X(20) VALUE "05.txt".
               05 FILLER PIC X(20) VALUE "06.txt".
               05 FILLER PIC X(20) VALUE "01_roster.txt".
               05 FILLER PIC X(20) VALUE "01_foods.txt".
               05 FILLER PIC X(20) VALUE "03_items.txt".
               05 FILLER PIC X(20) VALUE "04_sections.txt".
               05 FILLER PIC X(20) VALUE "05_rates.txt".
               05 FILLER PIC X(20) VALUE "05_quar.txt".
               05 FILLER PIC X(20) VALUE "06_windows.txt".
           01 KnownTab REDEFINES KnownNames.
               05 KnownName OCCURS 13 TIMES PIC X(20).
           01 KI PIC 99.

           01 CheckName PIC X(20).
           01 SumTxt PIC X(20).
           01 BytesTxt PIC X(20).
           01 RecsTxt PIC X(20).
           01 ActBytes PIC 9(12).
           01 ActRecs PIC 9(9).
           01 ActSum PIC 9(10).
           01 TakenOK PIC 9.
           01 Finding PIC X(16).
           01 FindText PIC X(110).
           01 FindPtr PIC 9(3).
           01 CntEd PIC ZZ9.
           01 Cnt2Ed PIC ZZ9.

           LINKAGE SECTION.
           COPY VFYPARM.

       PROCEDURE DIVISION USING VfyParm.
       000-Main.
           MOVE 0 TO VfyResult
           MOVE 0 TO VfyChecked
           MOVE 0 TO VfyFailed
           MOVE SPACES TO VfyReason
           MOVE 0 TO EntryCount
           IF VfyDate = SPACE OR VfyDate NOT NUMERIC THEN
               MOVE 12 TO VfyResult
               MOVE "NO ARCHIVE DATE" TO VfyReason
               MOVE "AOC810E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ARCVFY: NO ARCHIVE DATE GIVEN (YYYYMMDD) - "
                   DELIMITED BY SIZE
                   "NOTHING VERIFIED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               GOBACK
           END-IF
           MOVE SPACES TO ArcDir
           STRING "../data/archive/" DELIMITED BY SIZE
               VfyDate DELIMITED BY SIZE
               INTO ArcDir
           MOVE SPACES TO ManifestName
           STRING FUNCTION TRIM(ArcDir) DELIMITED BY SIZE
               "/manifest.txt" DELIMITED BY SIZE
               INTO ManifestName
           PERFORM 050-Open-Report
           PERFORM 100-Load-Manifest
           IF VfyResult = 0 THEN
               PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > EntryCount
                   PERFORM 200-Check-Entry
               END-PERFORM
               PERFORM VARYING KI FROM 1 BY 1 UNTIL KI > 13
                   PERFORM 300-Check-Unlisted
               END-PERFORM
           END-IF
           CALL "CBL_DELETE_FILE" USING WorkName
           MOVE 0 TO RETURN-CODE
           PERFORM 900-Report-Result
           IF ReportOpen = 1 THEN
               CLOSE VerifyReport
           END-IF
       GOBACK
       .

      *>      the report is a convenience - a verification still
      *>      runs, and still answers, without it
       050-Open-Report.
           MOVE 0 TO ReportOpen
           OPEN OUTPUT VerifyReport
           IF VerifyRptFS = "00" THEN
               MOVE 1 TO ReportOpen
               MOVE SPACES TO VerifyLine
               STRING "ARCHIVE VERIFICATION - " DELIMITED BY SIZE
                   FUNCTION TRIM(ArcDir) DELIMITED BY SIZE
                   INTO VerifyLine
               WRITE VerifyLine
           ELSE
               MOVE "AOC811W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ARCVFY: CANNOT OPEN archive_verify.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   VerifyRptFS DELIMITED BY SIZE
                   " - VERIFYING WITHOUT A REPORT" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           END-IF
           .

       100-Load-Manifest.
           OPEN INPUT ManifestFile
           IF ManifestFS NOT = "00" THEN
               MOVE 12 TO VfyResult
               MOVE 1 TO VfyFailed
               MOVE SPACES TO VfyReason
               STRING "NO MANIFEST " DELIMITED BY SIZE
                   FUNCTION TRIM(ManifestName) DELIMITED BY SIZE
                   INTO VfyReason
               MOVE "AOC812E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "ARCVFY: NO MANIFEST " DELIMITED BY SIZE
                   FUNCTION TRIM(ManifestName) DELIMITED BY SIZE
                   " - FILE STATUS " DELIMITED BY SIZE
                   ManifestFS DELIMITED BY SIZE
                   " - ARCHIVE CANNOT BE TRUSTED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               MOVE SPACES TO ManifestHdr
               MOVE 0 TO ManifestLineNo
               MOVE 0 TO ManifestEOF
               PERFORM UNTIL ManifestEOF = 1
                   READ ManifestFile
                       AT END MOVE 1 TO ManifestEOF
                       NOT AT END PERFORM 110-Store-Entry
                   END-READ
               END-PERFORM
               CLOSE ManifestFile
               IF ReportOpen = 1 THEN
                   MOVE SPACES TO VerifyLine
                   STRING "MANIFEST: " DELIMITED BY SIZE
                       FUNCTION TRIM(ManifestHdr) DELIMITED BY SIZE
                       INTO VerifyLine
                   WRITE VerifyLine
                   MOVE SPACES TO VerifyLine
                   WRITE VerifyLine
               END-IF
           END-IF
           .

      *>      a line that does not parse is itself a failure - the
      *>      manifest is the evidence, so it must be whole too
       110-Store-Entry.
           ADD 1 TO ManifestLineNo
           EVALUATE TRUE
               WHEN ManifestRec(1:1) = "#"
                   MOVE ManifestRec(3:52) TO ManifestHdr
               WHEN ManifestRec = SPACE
                   CONTINUE
               WHEN MfName = SPACE OR MfBytes NOT NUMERIC
                   OR MfRecs NOT NUMERIC OR MfSum NOT NUMERIC
                   OR EntryCount NOT < EntryMax
                   MOVE ManifestLineNo TO CntEd
                   MOVE SPACES TO FindText
                   STRING "MANIFEST LINE " DELIMITED BY SIZE
                       FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                       " UNREADABLE" DELIMITED BY SIZE
                       INTO FindText
                   MOVE "manifest.txt" TO CheckName
                   MOVE "BAD MANIFEST" TO Finding
                   PERFORM 800-Note-Failure
               WHEN OTHER
                   ADD 1 TO EntryCount
                   MOVE MfName TO EnName(EntryCount)
                   MOVE MfBytes TO EnBytes(EntryCount)
                   MOVE MfRecs TO EnRecs(EntryCount)
                   MOVE MfSum TO EnSum(EntryCount)
           END-EVALUATE
           .

       200-Check-Entry.
           ADD 1 TO VfyChecked
           MOVE EnName(EI) TO CheckName
           PERFORM 600-Check-There
           IF FileThere = 0 THEN
               MOVE "MISSING" TO Finding
               MOVE "LISTED IN THE MANIFEST, NOT IN THE ARCHIVE"
                   TO FindText
               PERFORM 800-Note-Failure
           ELSE
               PERFORM 650-Take-Measures
               IF TakenOK = 0 THEN
                   MOVE "UNREADABLE" TO Finding
                   MOVE "SIZE AND CHECKSUM COULD NOT BE TAKEN"
                       TO FindText
                   PERFORM 800-Note-Failure
               ELSE
                   IF ActBytes = EnBytes(EI) AND ActRecs = EnRecs(EI)
                       AND ActSum = EnSum(EI) THEN
                       MOVE "OK" TO Finding
                       MOVE SPACES TO FindText
                       STRING ActBytes DELIMITED BY SIZE
                           " BYTES " DELIMITED BY SIZE
                           ActRecs DELIMITED BY SIZE
                           " RECORDS CKSUM " DELIMITED BY SIZE
                           ActSum DELIMITED BY SIZE
                           INTO FindText
                       PERFORM 810-Write-Finding
                   ELSE
                       PERFORM 210-Describe-Difference
                       MOVE "ALTERED" TO Finding
                       PERFORM 800-Note-Failure
                   END-IF
               END-IF
           END-IF
           .

      *>      manifest value then what is there now, for each
      *>      measure that differs
       210-Describe-Difference.
           MOVE SPACES TO FindText
           MOVE 1 TO FindPtr
           IF ActBytes NOT = EnBytes(EI) THEN
               STRING "BYTES " DELIMITED BY SIZE
                   EnBytes(EI) DELIMITED BY SIZE
                   " NOW " DELIMITED BY SIZE
                   ActBytes DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO FindText WITH POINTER FindPtr
           END-IF
           IF ActRecs NOT = EnRecs(EI) THEN
               STRING "RECORDS " DELIMITED BY SIZE
                   EnRecs(EI) DELIMITED BY SIZE
                   " NOW " DELIMITED BY SIZE
                   ActRecs DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO FindText WITH POINTER FindPtr
           END-IF
           IF ActSum NOT = EnSum(EI) THEN
               STRING "CKSUM " DELIMITED BY SIZE
                   EnSum(EI) DELIMITED BY SIZE
                   " NOW " DELIMITED BY SIZE
                   ActSum DELIMITED BY SIZE
                   INTO FindText WITH POINTER FindPtr
           END-IF
           .

       300-Check-Unlisted.
           MOVE 0 TO EntryHit
           PERFORM VARYING EI FROM 1 BY 1
               UNTIL EI > EntryCount OR EntryHit > 0
               IF EnName(EI) = KnownName(KI) THEN
                   MOVE EI TO EntryHit
               END-IF
           END-PERFORM
           IF EntryHit = 0 THEN
               MOVE KnownName(KI) TO CheckName
               PERFORM 600-Check-There
               IF FileThere = 1 THEN
                   ADD 1 TO VfyChecked
                   MOVE "NOT IN MANIFEST" TO Finding
                   MOVE "IN THE ARCHIVE BUT NOT CHECKED AT BACKUP"
                       TO FindText
                   PERFORM 800-Note-Failure
               END-IF
           END-IF
           .

       600-Check-There.
           MOVE SPACES TO ArcPath
           STRING FUNCTION TRIM(ArcDir) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(CheckName) DELIMITED BY SIZE
               INTO ArcPath
           MOVE 0 TO FileThere
           CALL "CBL_CHECK_FILE_EXIST" USING ArcPath FileInfo
           IF RETURN-CODE = 0 THEN
               MOVE 1 TO FileThere
           END-IF
           MOVE 0 TO RETURN-CODE
           .

      *>      cksum and awk into the work file, then read back
       650-Take-Measures.
           MOVE 0 TO TakenOK
           MOVE SPACES TO CmdLine
           STRING "(cksum < " DELIMITED BY SIZE
               FUNCTION TRIM(ArcPath) DELIMITED BY SIZE
               "; awk 'END { print NR }' " DELIMITED BY SIZE
               FUNCTION TRIM(ArcPath) DELIMITED BY SIZE
               ") > " DELIMITED BY SIZE
               FUNCTION TRIM(WorkName) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO CmdLine
           CALL "SYSTEM" USING CmdLine
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO SumTxt
           MOVE SPACES TO BytesTxt
           MOVE SPACES TO RecsTxt
           OPEN INPUT WorkFile
           IF WorkFS = "00" THEN
               READ WorkFile
                   NOT AT END
                       UNSTRING WorkLine DELIMITED BY ALL SPACE
                           INTO SumTxt BytesTxt
                       END-UNSTRING
               END-READ
               READ WorkFile
                   NOT AT END
                       MOVE WorkLine TO RecsTxt
               END-READ
               CLOSE WorkFile
           END-IF
           IF SumTxt NOT = SPACE AND BytesTxt NOT = SPACE
               AND RecsTxt NOT = SPACE
               AND FUNCTION TEST-NUMVAL(SumTxt) = 0
               AND FUNCTION TEST-NUMVAL(BytesTxt) = 0
               AND FUNCTION TEST-NUMVAL(RecsTxt) = 0 THEN
               MOVE FUNCTION NUMVAL(SumTxt) TO ActSum
               MOVE FUNCTION NUMVAL(BytesTxt) TO ActBytes
               MOVE FUNCTION NUMVAL(RecsTxt) TO ActRecs
               MOVE 1 TO TakenOK
           END-IF
           .

      *>      the first failure is the one handed back
       800-Note-Failure.
           MOVE 8 TO VfyResult
           ADD 1 TO VfyFailed
           IF VfyReason = SPACE THEN
               STRING FUNCTION TRIM(CheckName) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(Finding) DELIMITED BY SIZE
                   INTO VfyReason
           END-IF
           PERFORM 810-Write-Finding
           .

       810-Write-Finding.
           IF ReportOpen = 1 THEN
               MOVE SPACES TO VerifyLine
               STRING CheckName DELIMITED BY SIZE
                   Finding DELIMITED BY SIZE
                   FUNCTION TRIM(FindText) DELIMITED BY SIZE
                   INTO VerifyLine
               WRITE VerifyLine
           END-IF
           .

       900-Report-Result.
           MOVE VfyChecked TO CntEd
           MOVE VfyFailed TO Cnt2Ed
           MOVE SPACES TO MsgText
           IF VfyResult = 0 THEN
               MOVE "AOC813I" TO MsgId
               STRING "ARCVFY: ARCHIVE " DELIMITED BY SIZE
                   VfyDate DELIMITED BY SIZE
                   " VERIFIED - " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " FILE(S) MATCH THE MANIFEST" DELIMITED BY SIZE
                   INTO MsgText
           ELSE
               MOVE "AOC814E" TO MsgId
               STRING "ARCVFY: ARCHIVE " DELIMITED BY SIZE
                   VfyDate DELIMITED BY SIZE
                   " FAILED VERIFICATION - " DELIMITED BY SIZE
                   FUNCTION TRIM(Cnt2Ed) DELIMITED BY SIZE
                   " FAILURE(S), FIRST: " DELIMITED BY SIZE
                   FUNCTION TRIM(VfyReason) DELIMITED BY SIZE
                   INTO MsgText
           END-IF
           CALL "MSGLOG" USING MsgParm
           IF ReportOpen = 1 THEN
               MOVE SPACES TO VerifyLine
               WRITE VerifyLine
               MOVE MsgText TO VerifyLine
               WRITE VerifyLine
           END-IF
           .
