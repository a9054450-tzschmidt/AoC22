      *>      (../data/aoc_runlog_YYYY-MM-DD.txt), appended and
      *>      closed per call the way EXCMST treats its master, so
      *>      monitoring matches on the stable id and never on the
      *>      wording. Each log line is fixed-column: time in 1-8,
      *>      the cycle run ID (AOC_RUN_ID, blank for a standalone
      *>      run) in 10-25, the id in 27-33 and the text from 35.
      *>      Number ranges by program:
      *>        000-049 AOCDRV          050-059 MTHEND
      *>        060-069 RESCERT         070-079 RESRECON
      *>        080-089 EXCINQ          090-099 EXCLOAD
      *>        100-149 DAY01           150-174 DAY01TRD
      *>        175-199 CALHCNV         200-239 DAY02
      *>        240-249 DAY02PAIR       250-279 DAY02ANL
      *>        280-299 MASKEXT         300-349 DAY03
      *>        350-399 DAY03GRP        400-479 DAY04
      *>        480-499 ADEQCHK         500-559 DAY05
      *>        560-569 DAY05UNDO       570-599 DAY05PLAN
      *>        600-659 DAY06           660-669 DAY06ACK
      *>        670-699 DAY06ANL        700-709 EXCMST
      *>        710-719 EXCRPT          720-724 LEDGWRT
      *>        725-729 HISTCNV         730-739 LEDGINQ
      *>        740-749 REFMNT          750-759 ROSHIST
      *>        760-799 REGCHK          800-809 AOCRERUN
      *>        810-819 ARCVFY          820-839 AOCPURGE
      *>        840-859 AOCCAP          860-869 ELFBLD
      *>        870-879 TEAMRPT         880-889 ELFINQ
      *>        890-899 ELFAUD          900-919 EXCDISP
      *>        920-939 HISTEXP         940-949 RPTARC
      *>        950-959 RPTPRT          960-969 RPTDST
      *>        970-979 SHDCMP          980-989 AOCCON
      *>        990-994 LOGANL          995     MSGLOG
      *>        996-999 MSGMAN
      *>
      *>      the catalogue of every assigned id - its severity,
      *>      owning program, message stem, what it means and the
      *>      operator's response - is the message reference,
      *>      aocmsgref.txt (installed in ../data, layout in its
      *>      own header); MSGMAN prints the operator response
      *>      manual from it. The reference is loaded once per run
      *>      and an id issued that it does not hold is logged as
      *>      usual, then followed by AOC995W, so the reference can
      *>      never quietly fall behind the code. A new id goes into
      *>      the reference in the same change that first issues it.
      *>      With no reference on disk the check is simply off

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT RunLog ASSIGN TO DYNAMIC RunLogName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFS.
               SELECT MsgRef ASSIGN TO "../data/aocmsgref.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MsgRefFS.


       DATA DIVISION.
           FILE SECTION.
           FD RunLog.
               01 RunLogLine PIC X(160).

           FD MsgRef.
               01 MsgRefRec.
                   05 MrId PIC X(7).
                   05 FILLER PIC X.
                   05 MrType PIC X.
                   05 FILLER PIC X(131).

           WORKING-STORAGE SECTION.
           01 RunLogName PIC X(100).
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
           01 TimeNow PIC X(8).
           01 RunId PIC X(16).
           01 MsgRefFS PIC XX.
           01 LogId PIC X(7).
           01 LogText PIC X(120).

      *>      the ids the message reference holds - loaded on the
      *>      first call and kept for the life of the run
           01 RefLoaded PIC 9 VALUE 0.
           01 RefPresent PIC 9 VALUE 0.
           01 RefEOF PIC 9.
           01 RefCount PIC 9(4) VALUE 0.
           01 RefTable.
               05 RefId OCCURS 1000 TIMES PIC X(7).
           01 RI PIC 9(4).
           01 RefHit PIC 9.

           LINKAGE SECTION.
           COPY MSGREC.
       PROCEDURE DIVISION USING MsgParm.
       000-Main.
           DISPLAY MsgId " " FUNCTION TRIM(MsgText TRAILING)
           IF RefLoaded = 0 THEN
               PERFORM 100-Load-Reference
           END-IF
           MOVE 1 TO RefHit
           IF RefPresent = 1 THEN
               PERFORM 200-Check-Id
               IF RefHit = 0 THEN
                   DISPLAY "AOC995W MSGLOG: " MsgId
                       " IS NOT IN THE MESSAGE REFERENCE aocmsgref.txt"
               END-IF
           END-IF
           ACCEPT RunDate FROM DATE YYYYMMDD
           MOVE RunDate(1:4) TO RunDateEd(1:4)
           MOVE "-" TO RunDateEd(5:1)
                   " - MESSAGE ON CONSOLE ONLY"
           ELSE
               ACCEPT TimeNow FROM TIME
               MOVE SPACE TO RunId
               ACCEPT RunId FROM ENVIRONMENT "AOC_RUN_ID"
               MOVE MsgId TO LogId
               MOVE MsgText TO LogText
               PERFORM 300-Write-Log-Line
               IF RefHit = 0 THEN
                   MOVE "AOC995W" TO LogId
                   MOVE SPACES TO LogText
                   STRING "MSGLOG: " DELIMITED BY SIZE
                       MsgId DELIMITED BY SIZE
                       " IS NOT IN THE MESSAGE REFERENCE "
                       DELIMITED BY SIZE
                       "aocmsgref.txt" DELIMITED BY SIZE
                       INTO LogText
                   PERFORM 300-Write-Log-Line
               END-IF
               CLOSE RunLog
           END-IF
       GOBACK
       .

      *>      one pass of the reference, keeping the id off each
      *>      message (M) record - explanations and actions are
      *>      MSGMAN's business, not the logger's
       100-Load-Reference.
           MOVE 1 TO RefLoaded
           OPEN INPUT MsgRef
           IF MsgRefFS = "00" THEN
               MOVE 1 TO RefPresent
               MOVE 0 TO RefEOF
               PERFORM UNTIL RefEOF = 1
                   READ MsgRef
                       AT END MOVE 1 TO RefEOF
                       NOT AT END
                           IF MrType = "M" AND MrId(1:1) NOT = "*"
                               AND RefCount < 1000 THEN
                               ADD 1 TO RefCount
                               MOVE MrId TO RefId(RefCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MsgRef
           END-IF
           .

      *>      the warning itself is always known - it must never
      *>      chase its own tail
       200-Check-Id.
           MOVE 0 TO RefHit
           IF MsgId = "AOC995W" THEN
               MOVE 1 TO RefHit
           END-IF
           PERFORM VARYING RI FROM 1 BY 1
               UNTIL RI > RefCount OR RefHit = 1
               IF RefId(RI) = MsgId THEN
                   MOVE 1 TO RefHit
               END-IF
           END-PERFORM
           .

       300-Write-Log-Line.
           MOVE SPACES TO RunLogLine
           STRING TimeNow(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               TimeNow(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               TimeNow(5:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RunId DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LogId DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LogText TRAILING)
               DELIMITED BY SIZE
               INTO RunLogLine
           WRITE RunLogLine
           .
