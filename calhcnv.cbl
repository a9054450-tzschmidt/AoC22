       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALHCNV.

      *>      calorie history conversion - copies the keyed calorie
      *>      history from an earlier layout into the current one.
      *>      Two earlier layouts are taken: the original (elf, run
      *>      date, calories) and the one that added the roster name
      *>      but not yet the cycle run ID; the old file is opened
      *>      as the named layout first and, if its record length
      *>      does not match (status 39), as the original. The
      *>      operator moves the old file aside as
      *>      ../data/calorie_history.old (DD_CALHCNV_OLD redirects
      *>      it) and runs this once, standalone, before the next
      *>      DAY01; the converted history is written to
      *>      ../data/calorie_history.dat. Converted records carry a
      *>      blank run ID, and records from the original layout a
      *>      blank name as well - who held a number on a past run
      *>      date is not known - and ELFAUD passes blank names
      *>      over, so the number-reuse check starts from the first
      *>      run after the change. RC 0 converted, 8 nothing could
      *>      be converted

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OldHistFile ASSIGN TO DYNAMIC OldHistName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OhKey
           FILE STATUS IS OldHistFS.
               SELECT NamedHistFile ASSIGN TO DYNAMIC OldHistName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NhKey
           FILE STATUS IS OldHistFS.
               SELECT CalHistFile
                   ASSIGN TO "../data/calorie_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ChKey
           FILE STATUS IS CalHistFS.


       DATA DIVISION.
           FILE SECTION.
           FD OldHistFile.
               01 OldHistRec.
                   05 OhKey.
                       10 OhElf PIC 9(5).
                       10 OhDate PIC X(10).
                   05 OhCal PIC 9(20).

           FD NamedHistFile.
               01 NamedHistRec.
                   05 NhKey.
                       10 NhElf PIC 9(5).
                       10 NhDate PIC X(10).
                   05 NhCal PIC 9(20).
                   05 NhName PIC X(20).

           FD CalHistFile.
               01 CalHistRec.
                   05 ChKey.
                       10 ChElf PIC 9(5).
                       10 ChDate PIC X(10).
                   05 ChCal PIC 9(20).
                   05 ChName PIC X(20).
                   05 ChRunId PIC X(16).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 OldHistName PIC X(100)
               VALUE "../data/calorie_history.old".
           01 OldHistParm PIC X(100).
           01 OldHistFS PIC XX.
           01 CalHistFS PIC XX.
           01 HistEOF PIC 9 VALUE 0.
      *>      which earlier layout the old file turned out to be -
      *>      N with the roster name, O the original
           01 OldLayout PIC X VALUE "N".
           01 ReadCount PIC 9(7) VALUE 0.
           01 CopyCount PIC 9(7) VALUE 0.
           01 CntEd PIC Z(6)9.
           01 Cnt2Ed PIC Z(6)9.

       PROCEDURE DIVISION.
       000-Main.
           MOVE SPACE TO OldHistParm
           ACCEPT OldHistParm FROM ENVIRONMENT "DD_CALHCNV_OLD"
           IF OldHistParm NOT = SPACE THEN
               MOVE OldHistParm TO OldHistName
           END-IF
           OPEN INPUT NamedHistFile
           IF OldHistFS = "39" THEN
               MOVE "O" TO OldLayout
               OPEN INPUT OldHistFile
           END-IF
           IF OldHistFS NOT = "00" THEN
               MOVE "AOC175E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "CALHCNV: CANNOT OPEN " DELIMITED BY SIZE
                   FUNCTION TRIM(OldHistName) DELIMITED BY SIZE
                   " - FILE STATUS " DELIMITED BY SIZE
                   OldHistFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CalHistFile
           IF CalHistFS = "35" THEN
               OPEN OUTPUT CalHistFile
               IF CalHistFS = "00" THEN
                   CLOSE CalHistFile
                   OPEN I-O CalHistFile
               END-IF
           END-IF
           IF CalHistFS NOT = "00" THEN
               MOVE "AOC176E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "CALHCNV: CANNOT OPEN calorie_history.dat - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   CalHistFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               PERFORM 900-Close-Old
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL HistEOF = 1
               IF OldLayout = "O" THEN
                   READ OldHistFile NEXT
                       AT END MOVE 1 TO HistEOF
                       NOT AT END PERFORM 100-Copy-Record
                   END-READ
               ELSE
                   READ NamedHistFile NEXT
                       AT END MOVE 1 TO HistEOF
                       NOT AT END PERFORM 110-Copy-Named-Record
                   END-READ
               END-IF
           END-PERFORM
           PERFORM 900-Close-Old
           CLOSE CalHistFile
           MOVE "AOC177I" TO MsgId
           MOVE SPACES TO MsgText
           MOVE ReadCount TO CntEd
           MOVE CopyCount TO Cnt2Ed
           STRING "CALHCNV: " DELIMITED BY SIZE
               FUNCTION TRIM(CntEd) DELIMITED BY SIZE
               " RECORD(S) READ, " DELIMITED BY SIZE
               FUNCTION TRIM(Cnt2Ed) DELIMITED BY SIZE
               " WRITTEN TO calorie_history.dat" DELIMITED BY SIZE
               INTO MsgText
           CALL "MSGLOG" USING MsgParm
       STOP RUN
       .

      *>      a key already on the new file (DAY01 ran before the
      *>      conversion) keeps the newer record
       100-Copy-Record.
           ADD 1 TO ReadCount
           MOVE OhElf TO ChElf
           MOVE OhDate TO ChDate
           MOVE OhCal TO ChCal
           MOVE SPACES TO ChName
           MOVE SPACES TO ChRunId
           WRITE CalHistRec
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CopyCount
           END-WRITE
           .

       110-Copy-Named-Record.
           ADD 1 TO ReadCount
           MOVE NhElf TO ChElf
           MOVE NhDate TO ChDate
           MOVE NhCal TO ChCal
           MOVE NhName TO ChName
           MOVE SPACES TO ChRunId
           WRITE CalHistRec
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CopyCount
           END-WRITE
           .

       900-Close-Old.
           IF OldLayout = "O" THEN
               CLOSE OldHistFile
           ELSE
               CLOSE NamedHistFile
           END-IF
           .
