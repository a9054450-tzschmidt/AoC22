       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCLOAD.

      *>      exception master conversion - loads the line-
      *>      sequential ../data/exception_master.txt the suite kept
      *>      before the master was keyed into exception_master.dat,
      *>      so the history EXCINQ, EXCDISP and the month-end pack
      *>      look at does not start again from the day of the
      *>      change. Run once, standalone, before the first cycle
      *>      on the keyed master (a second run over the same text
      *>      file would load every record again as a further
      *>      occurrence). Records already on the keyed master are
      *>      left alone; a text record for the same run date, day,
      *>      reason and source takes the next occurrence number,
      *>      exactly as EXCMST numbers a repeat. Lines that are not
      *>      master records (no run date, source not numeric) are
      *>      counted and skipped. The text file is left in place
      *>      for the operator to archive. RC 0 loaded clean, 4 some
      *>      lines skipped, 8 nothing could be loaded

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OldMaster
                   ASSIGN TO "../data/exception_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OldFS.
               SELECT MasterFile
                   ASSIGN TO "../data/exception_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MstKey
           ALTERNATE RECORD KEY IS MstDay WITH DUPLICATES
           ALTERNATE RECORD KEY IS MstReason WITH DUPLICATES
           FILE STATUS IS MasterFS.


       DATA DIVISION.
           FILE SECTION.
           FD OldMaster.
               01 OldRec.
                   05 OldDay PIC X(5).
                   05 FILLER PIC X.
                   05 OldDate PIC X(10).
                   05 FILLER PIC X.
                   05 OldReason PIC X(8).
                   05 FILLER PIC X.
                   05 OldSource PIC 9(7).
                   05 FILLER PIC X.
                   05 OldData PIC X(60).
                   05 FILLER PIC X.
                   05 OldRunId PIC X(16).

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
           01 OldFS PIC XX.
           01 MasterFS PIC XX.
           01 LostFS PIC XX.
           01 OldEOF PIC 9 VALUE 0.
           01 WriteDone PIC 9.
           01 ReadCount PIC 9(7) VALUE 0.
           01 LoadCount PIC 9(7) VALUE 0.
           01 SkipCount PIC 9(7) VALUE 0.
           01 LostCount PIC 9(7) VALUE 0.
           01 CntEd PIC Z(6)9.
           01 Cnt2Ed PIC Z(6)9.

       PROCEDURE DIVISION.
       000-Main.
           OPEN INPUT OldMaster
           IF OldFS NOT = "00" THEN
               MOVE "AOC090I" TO MsgId
               MOVE SPACES TO MsgText
               STRING "EXCLOAD: NO exception_master.txt (FILE STATUS "
                   DELIMITED BY SIZE
                   OldFS DELIMITED BY SIZE
                   ") - NOTHING TO CONVERT" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               STOP RUN
           END-IF
           OPEN I-O MasterFile
           IF MasterFS = "35" THEN
               OPEN OUTPUT MasterFile
               IF MasterFS = "00" THEN
                   CLOSE MasterFile
                   OPEN I-O MasterFile
               END-IF
           END-IF
           IF MasterFS NOT = "00" THEN
               MOVE "AOC091E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "EXCLOAD: CANNOT OPEN exception_master.dat - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   MasterFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               CLOSE OldMaster
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL OldEOF = 1
               READ OldMaster
                   AT END MOVE 1 TO OldEOF
                   NOT AT END PERFORM 100-Load-Record
               END-READ
           END-PERFORM
           CLOSE OldMaster
           CLOSE MasterFile
           PERFORM 900-Report-Counts
       STOP RUN
       .

       100-Load-Record.
           ADD 1 TO ReadCount
           IF OldSource NOT NUMERIC OR OldDate(5:1) NOT = "-" THEN
               ADD 1 TO SkipCount
           ELSE
               MOVE SPACES TO MasterRec
               MOVE OldDate TO MstDate
               MOVE OldDay TO MstDay
               MOVE OldReason TO MstReason
               MOVE OldSource TO MstSource
               MOVE 1 TO MstSeq
               MOVE OldData TO MstData
               MOVE OldRunId TO MstRunId
               PERFORM 110-Write-Record
           END-IF
           .

      *>      same occurrence numbering as EXCMST - a key already on
      *>      file takes the next number
       110-Write-Record.
           MOVE 0 TO WriteDone
           PERFORM UNTIL WriteDone = 1
               WRITE MasterRec
                   INVALID KEY
                       IF MasterFS = "22" AND MstSeq < 999 THEN
                           ADD 1 TO MstSeq
                       ELSE
                           ADD 1 TO LostCount
                           MOVE MasterFS TO LostFS
                           MOVE 1 TO WriteDone
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO LoadCount
                       MOVE 1 TO WriteDone
               END-WRITE
           END-PERFORM
           .

       900-Report-Counts.
           MOVE "AOC092I" TO MsgId
           MOVE SPACES TO MsgText
           MOVE ReadCount TO CntEd
           MOVE LoadCount TO Cnt2Ed
           STRING "EXCLOAD: " DELIMITED BY SIZE
               FUNCTION TRIM(CntEd) DELIMITED BY SIZE
               " LINE(S) READ, " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt2Ed) DELIMITED BY SIZE
               " LOADED INTO exception_master.dat" DELIMITED BY SIZE
               INTO MsgText
           CALL "MSGLOG" USING MsgParm
           IF SkipCount > 0 THEN
               MOVE "AOC093W" TO MsgId
               MOVE SPACES TO MsgText
               MOVE SkipCount TO CntEd
               STRING "EXCLOAD: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " LINE(S) SKIPPED - NO RUN DATE OR SOURCE "
                   DELIMITED BY SIZE
                   "NOT NUMERIC" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           END-IF
           IF LostCount > 0 THEN
               MOVE "AOC094E" TO MsgId
               MOVE SPACES TO MsgText
               MOVE LostCount TO CntEd
               STRING "EXCLOAD: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " RECORD(S) NOT WRITTEN - FILE STATUS "
                   DELIMITED BY SIZE
                   LostFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 8 TO RETURN-CODE
           END-IF
           .
