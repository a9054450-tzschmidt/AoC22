      *>      exception file, in one fixed layout: day, run date,
      *>      reason code, source record number and the offending
      *>      data. One file for the morning review, and reason
      *>      codes that can be trended week over week. Each record
      *>      also carries the cycle run ID (AOC_RUN_ID), so one
      *>      cycle's rejects can be selected on their own.
      *>
      *>      Redesigned for volume: records buffer in working
      *>      storage (which persists across CALLs within a run)
      *>      most the unflushed tail (EXC_FLUSH=1 restores the
      *>      classic record-at-a-time durability). Callers hand a
      *>      reason of *FLUSH* at end of run to release the tail.
      *>
      *>      The master is keyed - run date, day, reason and source
      *>      record number, with alternate access by day and by
      *>      reason - so EXCINQ, EXCDISP and the console go
      *>      straight to the records they want. A trailing
      *>      occurrence number keeps a repeat of the same reject
      *>      on the same night (a rerun, a source of zero) as its
      *>      own record instead of a duplicate key.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MasterFile
                   ASSIGN TO "../data/exception_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MstKey
           ALTERNATE RECORD KEY IS MstDay WITH DUPLICATES
           ALTERNATE RECORD KEY IS MstReason WITH DUPLICATES
           FILE STATUS IS MasterFS.


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

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 ParmDone PIC 9 VALUE 0.
           01 BufCount PIC 9(3) VALUE 0.
           01 BufTable.
               05 BufLine OCCURS 200 TIMES PIC X(109).
           01 BI PIC 9(3).
      *>      the last key written, so a run of identical rejects
      *>      picks up its occurrence number where the last left off
           01 LastKey PIC X(30) VALUE SPACE.
           01 LastSeq PIC 9(3) VALUE 0.
           01 WriteDone PIC 9.
           01 RunId PIC X(16) VALUE SPACE.
      *>      retry-until-free open, same shape as LEDGWRT's
           01 Tries PIC 99.
           01 MaxTries PIC 99 VALUE 30.

       040-Get-Flush-Parm.
           MOVE 1 TO ParmDone
           MOVE SPACE TO RunId
           ACCEPT RunId FROM ENVIRONMENT "AOC_RUN_ID"
           MOVE SPACE TO FlushParm
           ACCEPT FlushParm FROM ENVIRONMENT "EXC_FLUSH"
           IF FlushParm NOT = SPACE
           MOVE RunDateEd TO MstDate
           MOVE ExmReason TO MstReason
           MOVE ExmSource TO MstSource
           MOVE 1 TO MstSeq
           MOVE ExmData TO MstData
           MOVE RunId TO MstRunId
           ADD 1 TO BufCount
           MOVE MasterRec TO BufLine(BufCount)
           .
                   MOVE SPACES TO MsgText
                   STRING "EXCMST: CANNOT OPEN "
                       DELIMITED BY SIZE
                       "exception_master.dat AFTER "
                       DELIMITED BY SIZE
                       MaxTries DELIMITED BY SIZE
                       " TRIES - FILE STATUS " DELIMITED BY SIZE
               ELSE
                   PERFORM VARYING BI FROM 1 BY 1
                       UNTIL BI > BufCount
                       MOVE BufLine(BI) TO MasterRec
                       PERFORM 220-Write-Record
                   END-PERFORM
                   CLOSE MasterFile
               END-IF
           PERFORM VARYING Tries FROM 1 BY 1
               UNTIL Tries > MaxTries OR OpenedOK = 1
                   OR GiveUp = 1
               OPEN I-O MasterFile
               IF MasterFS = "35" THEN
                   OPEN OUTPUT MasterFile
                   IF MasterFS = "00" THEN
                       CLOSE MasterFile
                       OPEN I-O MasterFile
                   END-IF
               END-IF
               IF MasterFS = "00" THEN
                   MOVE 1 TO OpenedOK
               END-IF
           END-PERFORM
           .

      *>      a key already on file takes the next occurrence number.
      *>      A record that still cannot go on - the occurrence
      *>      numbers for its key used up, or any other write
      *>      failure - is logged with its key, never dropped quietly
       220-Write-Record.
           IF MstKey(1:30) = LastKey THEN
               COMPUTE MstSeq = LastSeq + 1
           END-IF
           MOVE 0 TO WriteDone
           PERFORM UNTIL WriteDone = 1
               WRITE MasterRec
                   INVALID KEY CONTINUE
               END-WRITE
               IF MasterFS = "22" AND MstSeq < 999 THEN
                   ADD 1 TO MstSeq
               ELSE
                   MOVE 1 TO WriteDone
               END-IF
           END-PERFORM
           IF MasterFS(1:1) NOT = "0" THEN
               PERFORM 230-Log-Lost-Record
           END-IF
           MOVE MstKey(1:30) TO LastKey
           MOVE MstSeq TO LastSeq
           .

       230-Log-Lost-Record.
           MOVE SPACES TO MsgText
           IF MasterFS = "22" THEN
               MOVE "AOC703E" TO MsgId
               STRING "EXCMST: " DELIMITED BY SIZE
                   MstDay DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MstReason DELIMITED BY SPACE
                   " SOURCE " DELIMITED BY SIZE
                   MstSource DELIMITED BY SIZE
                   " ALREADY 999 TIMES ON FILE FOR " DELIMITED BY SIZE
                   MstDate DELIMITED BY SIZE
                   " - RECORD LOST" DELIMITED BY SIZE
                   INTO MsgText
           ELSE
               MOVE "AOC702E" TO MsgId
               STRING "EXCMST: CANNOT WRITE " DELIMITED BY SIZE
                   MstDay DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MstReason DELIMITED BY SPACE
                   " SOURCE " DELIMITED BY SIZE
                   MstSource DELIMITED BY SIZE
                   " TO exception_master.dat - FILE STATUS "
                   DELIMITED BY SIZE
                   MasterFS DELIMITED BY SIZE
                   " - RECORD LOST" DELIMITED BY SIZE
                   INTO MsgText
           END-IF
           CALL "MSGLOG" USING MsgParm
           .
