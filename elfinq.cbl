      *>      ../data/elf_inquiry.txt. One record carries the name,
      *>      team, calorie total and rank, badge group and item,
      *>      and standings position that used to take four files
      *>      to assemble. Asked about one elf, it follows the
      *>      record with the elf's entries in ELFBLD's change
      *>      journal, oldest first - "what changed for elf 2041" -
      *>      and answers from the journal alone for an elf no
      *>      longer on the master.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EmElf
           FILE STATUS IS ElfMasterFS.
               SELECT JournalFile ASSIGN TO "../data/elf_journal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JnKey
           ALTERNATE RECORD KEY IS JnElfKey
           FILE STATUS IS JournalFS.
               SELECT InquiryReport
                   ASSIGN TO "../data/elf_inquiry.txt"
           ORGANIZATION IS LINE SEQUENTIAL
                   05 EmHasStand PIC 9.
                   05 EmStandPos PIC 9(3).

      *>      same layout ELFBLD writes
           FD JournalFile.
               01 JournalRec.
                   05 JnKey.
                       10 JnDate PIC X(10).
                       10 JnElf PIC 9(5).
                       10 JnSeq PIC 9(3).
                   05 JnElfKey.
                       10 JkElf PIC 9(5).
                       10 JkDate PIC X(10).
                       10 JkSeq PIC 9(3).
                   05 JnKind PIC X(8).
                   05 JnOld PIC X(20).
                   05 JnNew PIC X(20).
                   05 JnRunId PIC X(16).

           FD InquiryReport.
               01 InquiryLine PIC X(120).

           COPY MSGREC.
           01 ElfMasterFS PIC XX.
           01 InquiryFS PIC XX.
           01 JournalFS PIC XX.
           01 JournalEOF PIC 9.
           01 JournalHits PIC 9(5).
           01 ElfParm PIC X(8).
           01 ElfFilter PIC 9(5) VALUE 0.
           01 MasterEOF PIC 9 VALUE 0.
               NOT INVALID KEY
                   PERFORM 300-Write-Elf
           END-READ
           PERFORM 400-Show-Journal
           .

       200-Show-All.
           WRITE InquiryLine
           DISPLAY FUNCTION TRIM(InquiryLine)
           .

      *>      the elf's journal entries through the elf key - an
      *>      absent journal just means ELFBLD has not compared a
      *>      build yet
       400-Show-Journal.
           MOVE 0 TO JournalHits
           MOVE SPACES TO InquiryLine
           MOVE "  CHANGE JOURNAL:" TO InquiryLine
           WRITE InquiryLine
           DISPLAY FUNCTION TRIM(InquiryLine)
           OPEN INPUT JournalFile
           IF JournalFS = "00" THEN
               MOVE ElfFilter TO JkElf
               MOVE LOW-VALUES TO JkDate
               MOVE 0 TO JkSeq
               MOVE 0 TO JournalEOF
               START JournalFile KEY NOT < JnElfKey
                   INVALID KEY MOVE 1 TO JournalEOF
               END-START
               PERFORM UNTIL JournalEOF = 1
                   READ JournalFile NEXT
                       AT END MOVE 1 TO JournalEOF
                       NOT AT END
                           IF JkElf = ElfFilter THEN
                               PERFORM 410-Write-Journal-Line
                           ELSE
                               MOVE 1 TO JournalEOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JournalFile
           END-IF
           IF JournalHits = 0 THEN
               MOVE "    NO CHANGES JOURNALLED" TO InquiryLine
               WRITE InquiryLine
               DISPLAY FUNCTION TRIM(InquiryLine)
           END-IF
           .

       410-Write-Journal-Line.
           ADD 1 TO JournalHits
           MOVE SPACES TO InquiryLine
           STRING "    " DELIMITED BY SIZE
               JkDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               JnKind DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               JnOld DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               JnNew DELIMITED BY SIZE
               INTO InquiryLine
           WRITE InquiryLine
           DISPLAY FUNCTION TRIM(InquiryLine)
           .
