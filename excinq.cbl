       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCINQ.

      *>      exception inquiry - retrieves exceptions from the keyed
      *>      exception master EXCMST maintains, with what the
      *>      morning review decided about each one. Filters come
      *>      from the environment: EXCINQ_DAY ("DAY05", or a
      *>      program tag such as REFMT; unset for every source),
      *>      EXCINQ_REASON (one reason code, e.g. BADMOVE),
      *>      EXCINQ_FROM and EXCINQ_TO (run dates YYYY-MM-DD,
      *>      either end open when unset), EXCINQ_STATUS (OPEN for
      *>      no decision on file, or RESOLVED, IGNORED, PENDING;
      *>      unset for any) and EXCINQ_RUNID (one cycle run ID).
      *>      The master is read by its reason key when a reason is
      *>      given, else by its day key when a day is given, else
      *>      by run date from EXCINQ_FROM - only the matching slice
      *>      of the file is read. Each exception prints with its
      *>      current disposition (exc_disp.txt) followed by every
      *>      decision ever filed against it (exc_disp_hist.txt).
      *>      Output goes to the console and to
      *>      ../data/exc_inquiry.txt

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MasterFile
                   ASSIGN TO "../data/exception_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MstKey
           ALTERNATE RECORD KEY IS MstDay WITH DUPLICATES
           ALTERNATE RECORD KEY IS MstReason WITH DUPLICATES
           FILE STATUS IS MasterFS.
               SELECT DispFile ASSIGN TO "../data/exc_disp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DispFS.
               SELECT DispHistFile
                   ASSIGN TO "../data/exc_disp_hist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DispHistFS.
               SELECT InquiryReport
                   ASSIGN TO "../data/exc_inquiry.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InquiryFS.


       DATA DIVISION.
           FILE SECTION.
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

           FD DispFile.
               01 DispRec.
                   05 DpDate PIC X(10).
                   05 FILLER PIC X.
                   05 DpDay PIC X(5).
                   05 FILLER PIC X.
                   05 DpReason PIC X(8).
                   05 FILLER PIC X.
                   05 DpSource PIC 9(7).
                   05 FILLER PIC X.
                   05 DpAction PIC X(8).
                   05 FILLER PIC X.
                   05 DpInit PIC X(3).
                   05 FILLER PIC X.
                   05 DpNote PIC X(30).
                   05 FILLER PIC X.
                   05 DpFiled PIC X(10).

           FD DispHistFile.
               01 DispHistRec.
                   05 DhDate PIC X(10).
                   05 FILLER PIC X.
                   05 DhDay PIC X(5).
                   05 FILLER PIC X.
                   05 DhReason PIC X(8).
                   05 FILLER PIC X.
                   05 DhSource PIC 9(7).
                   05 FILLER PIC X.
                   05 DhAction PIC X(8).
                   05 FILLER PIC X.
                   05 DhInit PIC X(3).
                   05 FILLER PIC X.
                   05 DhNote PIC X(30).
                   05 FILLER PIC X.
                   05 DhFiled PIC X(10).

           FD InquiryReport.
               01 InquiryLine PIC X(160).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 MasterFS PIC XX.
           01 DispFS PIC XX.
           01 DispHistFS PIC XX.
           01 InquiryFS PIC XX.
           01 MasterEOF PIC 9 VALUE 0.
           01 DispEOF PIC 9 VALUE 0.
           01 DayFilter PIC X(5) VALUE SPACE.
           01 ReasonFilter PIC X(8) VALUE SPACE.
           01 FromFilter PIC X(10) VALUE SPACE.
           01 ToFilter PIC X(10) VALUE SPACE.
           01 StatusFilter PIC X(8) VALUE SPACE.
           01 RunIdFilter PIC X(16) VALUE SPACE.
           01 DayParm PIC X(8).
           01 ReasonParm PIC X(10).
           01 FromParm PIC X(12).
           01 ToParm PIC X(12).
           01 StatusParm PIC X(10).
           01 HitCount PIC 9(5) VALUE 0.
           01 HitEd PIC Z(4)9.
           01 ReadCount PIC 9(7) VALUE 0.
           01 ReadEd PIC Z(6)9.
           01 AccessText PIC X(12).
           01 StatusText PIC X(8).

      *>      current decisions and the decision history, loaded
      *>      once - only entries the day/reason/date filters could
      *>      match are kept
           01 MaxDisp PIC 9(5) VALUE 20000.
           01 DispCount PIC 9(5) VALUE 0.
           01 DispOverflow PIC 9 VALUE 0.
           01 DispTable.
               05 DispEntry OCCURS 20000 TIMES.
                   10 DtDate PIC X(10).
                   10 DtDay PIC X(5).
                   10 DtReason PIC X(8).
                   10 DtSource PIC 9(7).
                   10 DtAction PIC X(8).
                   10 DtInit PIC X(3).
                   10 DtNote PIC X(30).
                   10 DtFiled PIC X(10).
           01 MaxHist PIC 9(5) VALUE 20000.
           01 HistCount PIC 9(5) VALUE 0.
           01 HistOverflow PIC 9 VALUE 0.
           01 HistTable.
               05 HistEntry OCCURS 20000 TIMES.
                   10 HtDate PIC X(10).
                   10 HtDay PIC X(5).
                   10 HtReason PIC X(8).
                   10 HtSource PIC 9(7).
                   10 HtAction PIC X(8).
                   10 HtInit PIC X(3).
                   10 HtNote PIC X(30).
                   10 HtFiled PIC X(10).
           01 DJ PIC 9(5).
           01 DispHit PIC 9(5).
           01 HistShown PIC 9(5).

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Get-Filters
           IF StatusFilter NOT = SPACE
               AND StatusFilter NOT = "OPEN    "
               AND StatusFilter NOT = "RESOLVED"
               AND StatusFilter NOT = "IGNORED "
               AND StatusFilter NOT = "PENDING " THEN
               MOVE "AOC084E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "EXCINQ: EXCINQ_STATUS " DELIMITED BY SIZE
                   FUNCTION TRIM(StatusParm) DELIMITED BY SIZE
                   " NOT OPEN, RESOLVED, IGNORED OR PENDING"
                   DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               GOBACK
           END-IF
           OPEN INPUT MasterFile
           IF MasterFS NOT = "00" THEN
               MOVE "AOC080E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "EXCINQ: CANNOT OPEN exception_master.dat - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   MasterFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               GOBACK
           END-IF
           OPEN OUTPUT InquiryReport
           IF InquiryFS NOT = "00" THEN
               MOVE "AOC081E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "EXCINQ: CANNOT OPEN exc_inquiry.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   InquiryFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               CLOSE MasterFile
               GOBACK
           END-IF
           PERFORM 060-Load-Dispositions
           PERFORM 070-Load-History
           PERFORM 100-Position-Master
           PERFORM 050-Write-Header
           PERFORM UNTIL MasterEOF = 1
               READ MasterFile NEXT
                   AT END MOVE 1 TO MasterEOF
                   NOT AT END PERFORM 110-Check-Record
               END-READ
           END-PERFORM
           MOVE HitCount TO HitEd
           MOVE ReadCount TO ReadEd
           MOVE SPACES TO InquiryLine
           STRING "EXCEPTIONS SELECTED: " DELIMITED BY SIZE
               HitEd DELIMITED BY SIZE
               "  MASTER RECORDS READ: " DELIMITED BY SIZE
               ReadEd DELIMITED BY SIZE
               INTO InquiryLine
           WRITE InquiryLine
           DISPLAY "EXCINQ: " HitEd " EXCEPTION(S) SELECTED"
           CLOSE MasterFile
           CLOSE InquiryReport
       GOBACK
       .

       040-Get-Filters.
           MOVE SPACE TO DayParm
           MOVE SPACE TO ReasonParm
           MOVE SPACE TO FromParm
           MOVE SPACE TO ToParm
           MOVE SPACE TO StatusParm
           ACCEPT DayParm FROM ENVIRONMENT "EXCINQ_DAY"
           ACCEPT ReasonParm FROM ENVIRONMENT "EXCINQ_REASON"
           ACCEPT FromParm FROM ENVIRONMENT "EXCINQ_FROM"
           ACCEPT ToParm FROM ENVIRONMENT "EXCINQ_TO"
           ACCEPT StatusParm FROM ENVIRONMENT "EXCINQ_STATUS"
           MOVE SPACE TO RunIdFilter
           ACCEPT RunIdFilter FROM ENVIRONMENT "EXCINQ_RUNID"
           IF DayParm NOT = SPACE THEN
               MOVE FUNCTION UPPER-CASE(DayParm(1:5)) TO DayFilter
           END-IF
           IF ReasonParm NOT = SPACE THEN
               MOVE FUNCTION UPPER-CASE(ReasonParm(1:8))
                   TO ReasonFilter
           END-IF
           IF FromParm NOT = SPACE THEN
               MOVE FromParm(1:10) TO FromFilter
           END-IF
           IF ToParm NOT = SPACE THEN
               MOVE ToParm(1:10) TO ToFilter
           END-IF
           IF StatusParm NOT = SPACE THEN
               MOVE FUNCTION UPPER-CASE(StatusParm(1:8))
                   TO StatusFilter
           END-IF
           .

       050-Write-Header.
           MOVE SPACES TO InquiryLine
           STRING "EXCEPTION INQUIRY - DAY=" DELIMITED BY SIZE
               DayFilter DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               ReasonFilter DELIMITED BY SIZE
               " FROM=" DELIMITED BY SIZE
               FromFilter DELIMITED BY SIZE
               " TO=" DELIMITED BY SIZE
               ToFilter DELIMITED BY SIZE
               " STATUS=" DELIMITED BY SIZE
               StatusFilter DELIMITED BY SIZE
               " RUNID=" DELIMITED BY SIZE
               RunIdFilter DELIMITED BY SIZE
               INTO InquiryLine
           WRITE InquiryLine
           MOVE SPACES TO InquiryLine
           STRING "READ BY " DELIMITED BY SIZE
               AccessText DELIMITED BY SIZE
               INTO InquiryLine
           WRITE InquiryLine
           IF DispOverflow = 1 OR HistOverflow = 1 THEN
               MOVE SPACES TO InquiryLine
               STRING "*** DISPOSITIONS OR HISTORY INCOMPLETE - "
                   DELIMITED BY SIZE
                   "NARROW THE SELECTION ***" DELIMITED BY SIZE
                   INTO InquiryLine
               WRITE InquiryLine
           END-IF
           .

       060-Load-Dispositions.
           OPEN INPUT DispFile
           IF DispFS = "00" THEN
               MOVE 0 TO DispEOF
               PERFORM UNTIL DispEOF = 1
                   READ DispFile
                       AT END MOVE 1 TO DispEOF
                       NOT AT END PERFORM 065-Store-Disposition
                   END-READ
               END-PERFORM
               CLOSE DispFile
           END-IF
           .

       065-Store-Disposition.
           IF DpSource NUMERIC
               AND (DayFilter = SPACE OR DpDay = DayFilter)
               AND (ReasonFilter = SPACE OR DpReason = ReasonFilter)
               AND (FromFilter = SPACE OR DpDate >= FromFilter)
               AND (ToFilter = SPACE OR DpDate <= ToFilter) THEN
               IF DispCount < MaxDisp THEN
                   ADD 1 TO DispCount
                   MOVE DpDate TO DtDate(DispCount)
                   MOVE DpDay TO DtDay(DispCount)
                   MOVE DpReason TO DtReason(DispCount)
                   MOVE DpSource TO DtSource(DispCount)
                   MOVE DpAction TO DtAction(DispCount)
                   MOVE DpInit TO DtInit(DispCount)
                   MOVE DpNote TO DtNote(DispCount)
                   MOVE DpFiled TO DtFiled(DispCount)
               ELSE
                   IF DispOverflow = 0 THEN
                       MOVE 1 TO DispOverflow
                       MOVE "AOC082W" TO MsgId
                       MOVE SPACES TO MsgText
                       STRING "EXCINQ: MORE THAN " DELIMITED BY SIZE
                           MaxDisp DELIMITED BY SIZE
                           " DISPOSITIONS SELECTED - STATUS "
                           DELIMITED BY SIZE
                           "MAY SHOW OPEN WRONGLY" DELIMITED BY SIZE
                           INTO MsgText
                       CALL "MSGLOG" USING MsgParm
                   END-IF
               END-IF
           END-IF
           .

       070-Load-History.
           OPEN INPUT DispHistFile
           IF DispHistFS = "00" THEN
               MOVE 0 TO DispEOF
               PERFORM UNTIL DispEOF = 1
                   READ DispHistFile
                       AT END MOVE 1 TO DispEOF
                       NOT AT END PERFORM 075-Store-History
                   END-READ
               END-PERFORM
               CLOSE DispHistFile
           END-IF
           .

       075-Store-History.
           IF DhSource NUMERIC
               AND (DayFilter = SPACE OR DhDay = DayFilter)
               AND (ReasonFilter = SPACE OR DhReason = ReasonFilter)
               AND (FromFilter = SPACE OR DhDate >= FromFilter)
               AND (ToFilter = SPACE OR DhDate <= ToFilter) THEN
               IF HistCount < MaxHist THEN
                   ADD 1 TO HistCount
                   MOVE DhDate TO HtDate(HistCount)
                   MOVE DhDay TO HtDay(HistCount)
                   MOVE DhReason TO HtReason(HistCount)
                   MOVE DhSource TO HtSource(HistCount)
                   MOVE DhAction TO HtAction(HistCount)
                   MOVE DhInit TO HtInit(HistCount)
                   MOVE DhNote TO HtNote(HistCount)
                   MOVE DhFiled TO HtFiled(HistCount)
               ELSE
                   IF HistOverflow = 0 THEN
                       MOVE 1 TO HistOverflow
                       MOVE "AOC083W" TO MsgId
                       MOVE SPACES TO MsgText
                       STRING "EXCINQ: MORE THAN " DELIMITED BY SIZE
                           MaxHist DELIMITED BY SIZE
                           " HISTORY LINES SELECTED - HISTORY "
                           DELIMITED BY SIZE
                           "SHOWN IS INCOMPLETE" DELIMITED BY SIZE
                           INTO MsgText
                       CALL "MSGLOG" USING MsgParm
                   END-IF
               END-IF
           END-IF
           .

      *>      start on the narrowest key the filters allow - a
      *>      reason or a day is a single key value; otherwise the
      *>      run date leads the record key
       100-Position-Master.
           MOVE 0 TO MasterEOF
           EVALUATE TRUE
               WHEN ReasonFilter NOT = SPACE
                   MOVE "REASON KEY" TO AccessText
                   MOVE ReasonFilter TO MstReason
                   START MasterFile KEY = MstReason
                       INVALID KEY MOVE 1 TO MasterEOF
                   END-START
               WHEN DayFilter NOT = SPACE
                   MOVE "DAY KEY" TO AccessText
                   MOVE DayFilter TO MstDay
                   START MasterFile KEY = MstDay
                       INVALID KEY MOVE 1 TO MasterEOF
                   END-START
               WHEN OTHER
                   MOVE "RUN DATE" TO AccessText
                   MOVE LOW-VALUES TO MstKey
                   IF FromFilter NOT = SPACE THEN
                       MOVE FromFilter TO MstDate
                   END-IF
                   START MasterFile KEY NOT < MstKey
                       INVALID KEY MOVE 1 TO MasterEOF
                   END-START
           END-EVALUATE
           .

      *>      the read stops as soon as it leaves the slice the
      *>      starting key selected
       110-Check-Record.
           ADD 1 TO ReadCount
           EVALUATE TRUE
               WHEN ReasonFilter NOT = SPACE
                   IF MstReason NOT = ReasonFilter THEN
                       MOVE 1 TO MasterEOF
                   END-IF
               WHEN DayFilter NOT = SPACE
                   IF MstDay NOT = DayFilter THEN
                       MOVE 1 TO MasterEOF
                   END-IF
               WHEN ToFilter NOT = SPACE
                   IF MstDate > ToFilter THEN
                       MOVE 1 TO MasterEOF
                   END-IF
           END-EVALUATE
           IF MasterEOF = 0
               AND (DayFilter = SPACE OR MstDay = DayFilter)
               AND (FromFilter = SPACE OR MstDate >= FromFilter)
               AND (ToFilter = SPACE OR MstDate <= ToFilter)
               AND (RunIdFilter = SPACE OR MstRunId = RunIdFilter)
               THEN
               PERFORM 120-Find-Disposition
               IF StatusFilter = SPACE
                   OR StatusText = StatusFilter THEN
                   PERFORM 130-Print-Exception
               END-IF
           END-IF
           .

       120-Find-Disposition.
           MOVE 0 TO DispHit
           PERFORM VARYING DJ FROM 1 BY 1 UNTIL DJ > DispCount
               IF DtDate(DJ) = MstDate
                   AND DtDay(DJ) = MstDay
                   AND DtReason(DJ) = MstReason
                   AND DtSource(DJ) = MstSource THEN
                   MOVE DJ TO DispHit
               END-IF
           END-PERFORM
           IF DispHit > 0 THEN
               MOVE DtAction(DispHit) TO StatusText
           ELSE
               MOVE "OPEN" TO StatusText
           END-IF
           .

       130-Print-Exception.
           ADD 1 TO HitCount
           MOVE SPACES TO InquiryLine
           STRING MstDay DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MstDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MstReason DELIMITED BY SIZE
               " SRC " DELIMITED BY SIZE
               MstSource DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               MstSeq DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               StatusText DELIMITED BY SIZE
               " DATA: " DELIMITED BY SIZE
               MstData DELIMITED BY SIZE
               " RUN-ID " DELIMITED BY SIZE
               MstRunId DELIMITED BY SIZE
               INTO InquiryLine
           WRITE InquiryLine
           DISPLAY FUNCTION TRIM(InquiryLine)
           MOVE 0 TO HistShown
           PERFORM VARYING DJ FROM 1 BY 1 UNTIL DJ > HistCount
               IF HtDate(DJ) = MstDate
                   AND HtDay(DJ) = MstDay
                   AND HtReason(DJ) = MstReason
                   AND HtSource(DJ) = MstSource THEN
                   ADD 1 TO HistShown
                   MOVE SPACES TO InquiryLine
                   STRING "      FILED " DELIMITED BY SIZE
                       HtFiled(DJ) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HtAction(DJ) DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       HtInit(DJ) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HtNote(DJ) DELIMITED BY SIZE
                       INTO InquiryLine
                   WRITE InquiryLine
                   DISPLAY FUNCTION TRIM(InquiryLine)
               END-IF
           END-PERFORM
      *>      a decision filed before the history file was kept has
      *>      no history line - show the one on the disposition file
           IF HistShown = 0 AND DispHit > 0 THEN
               MOVE SPACES TO InquiryLine
               STRING "      FILED " DELIMITED BY SIZE
                   DtFiled(DispHit) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DtAction(DispHit) DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   DtInit(DispHit) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DtNote(DispHit) DELIMITED BY SIZE
                   INTO InquiryLine
               WRITE InquiryLine
               DISPLAY FUNCTION TRIM(InquiryLine)
           END-IF
           .
