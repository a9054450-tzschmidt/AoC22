       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCNV.

      *>      results history conversion - copies the keyed results
      *>      history from the layout before each version carried
      *>      the cycle run ID into the current one. The operator
      *>      moves the old file aside as
      *>      ../data/results_history.old (DD_HISTCNV_OLD redirects
      *>      it) and runs this once, standalone, with the cycle
      *>      stopped, before the next day program runs; the
      *>      converted history is written to
      *>      ../data/results_history.dat. Every version is copied
      *>      as it stands - superseded, current and replay flags
      *>      included - with a blank run ID, since which cycle
      *>      wrote a past version is not known. RC 0 converted, 8
      *>      nothing could be converted

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OldHistFile ASSIGN TO DYNAMIC OldHistName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OhKey
           FILE STATUS IS OldHistFS.
               SELECT HistoryFile
                   ASSIGN TO "../data/results_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HistKey
           FILE STATUS IS HistoryFS.


       DATA DIVISION.
           FILE SECTION.
           FD OldHistFile.
               01 OldHistRec.
                   05 OhKey.
                       10 OhDay PIC X(5).
                       10 OhDate PIC X(10).
                       10 OhVer PIC 9(3).
                   05 OhFlag PIC X.
                   05 OhPart1 PIC X(40).
                   05 OhPart2 PIC X(40).

           FD HistoryFile.
               01 HistoryRec.
                   05 HistKey.
                       10 HDay PIC X(5).
                       10 HDate PIC X(10).
                       10 HVer PIC 9(3).
                   05 HFlag PIC X.
                   05 HPart1 PIC X(40).
                   05 HPart2 PIC X(40).
                   05 HRunId PIC X(16).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 OldHistName PIC X(100)
               VALUE "../data/results_history.old".
           01 OldHistParm PIC X(100).
           01 OldHistFS PIC XX.
           01 HistoryFS PIC XX.
           01 HistEOF PIC 9 VALUE 0.
           01 ReadCount PIC 9(7) VALUE 0.
           01 CopyCount PIC 9(7) VALUE 0.
           01 CntEd PIC Z(6)9.
           01 Cnt2Ed PIC Z(6)9.

       PROCEDURE DIVISION.
       000-Main.
           MOVE SPACE TO OldHistParm
           ACCEPT OldHistParm FROM ENVIRONMENT "DD_HISTCNV_OLD"
           IF OldHistParm NOT = SPACE THEN
               MOVE OldHistParm TO OldHistName
           END-IF
           OPEN INPUT OldHistFile
           IF OldHistFS NOT = "00" THEN
               MOVE "AOC725E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "HISTCNV: CANNOT OPEN " DELIMITED BY SIZE
                   FUNCTION TRIM(OldHistName) DELIMITED BY SIZE
                   " - FILE STATUS " DELIMITED BY SIZE
                   OldHistFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HistoryFile
           IF HistoryFS = "35" THEN
               OPEN OUTPUT HistoryFile
               IF HistoryFS = "00" THEN
                   CLOSE HistoryFile
                   OPEN I-O HistoryFile
               END-IF
           END-IF
           IF HistoryFS NOT = "00" THEN
               MOVE "AOC726E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "HISTCNV: CANNOT OPEN results_history.dat - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   HistoryFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               CLOSE OldHistFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL HistEOF = 1
               READ OldHistFile NEXT
                   AT END MOVE 1 TO HistEOF
                   NOT AT END PERFORM 100-Copy-Record
               END-READ
           END-PERFORM
           CLOSE OldHistFile
           CLOSE HistoryFile
           MOVE "AOC727I" TO MsgId
           MOVE SPACES TO MsgText
           MOVE ReadCount TO CntEd
           MOVE CopyCount TO Cnt2Ed
           STRING "HISTCNV: " DELIMITED BY SIZE
               FUNCTION TRIM(CntEd) DELIMITED BY SIZE
               " RECORD(S) READ, " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt2Ed) DELIMITED BY SIZE
               " WRITTEN TO results_history.dat" DELIMITED BY SIZE
               INTO MsgText
           CALL "MSGLOG" USING MsgParm
       STOP RUN
       .

      *>      a key already on the new file (a day program ran
      *>      before the conversion) keeps the newer record
       100-Copy-Record.
           ADD 1 TO ReadCount
           MOVE OhDay TO HDay
           MOVE OhDate TO HDate
           MOVE OhVer TO HVer
           MOVE OhFlag TO HFlag
           MOVE OhPart1 TO HPart1
           MOVE OhPart2 TO HPart2
           MOVE SPACES TO HRunId
           WRITE HistoryRec
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CopyCount
           END-WRITE
           .
