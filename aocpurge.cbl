       PROGRAM-ID. AOCPURGE.

      *>      retention and purge manager for the suite's
      *>      accumulating files - the keyed exception master, the
      *>      text results ledger, the keyed results history and the
      *>      dated archive directories aocbkup.sh writes. Each has
      *>      its own retention parameter (0 = keep forever):
      *>        PURGE_ARC_DAYS    archive directories (default 30)
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
               SELECT LedgerFile
                   ASSIGN TO "../data/results_ledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
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

           FD LedgerFile.
               01 LedgerRec.
                   05 LdgDay PIC X(5).
                   05 FILLER PIC X.
                   05 LdgDate PIC X(10).
                   05 FILLER PIC X(144).

           FD LedgerNew.
               01 LedgerNewRec PIC X(160).

           FD HistoryFile.
               01 HistoryRec.
                   05 HFlag PIC X.
                   05 HPart1 PIC X(40).
                   05 HPart2 PIC X(40).
                   05 HRunId PIC X(16).

           FD ArcList.
               01 ArcName PIC X(40).
           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 MasterFS PIC XX.
           01 LedgerFS PIC XX.
           01 LedgerNewFS PIC XX.
           01 HistoryFS PIC XX.
           MOVE "-01" TO MonthCutoff(8:3)
           .

      *>      the keyed master deletes in place like the history -
      *>      run date leads the key, so everything past retention
      *>      comes first
       100-Purge-Exceptions.
           MOVE 0 TO KeptCount
           MOVE 0 TO PurgedCount
           OPEN I-O MasterFile
           IF MasterFS NOT = "00" THEN
               MOVE "EXCEPTION MASTER: NOT ON DISK - NOTHING TO DO"
                   TO PurgeLine
               WRITE PurgeLine
           ELSE
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ MasterFile NEXT
                       AT END MOVE 1 TO EOF
                       NOT AT END
                           IF MstDate < ExcCutoff
                               AND MstDate NOT = RunDateEd THEN
                               DELETE MasterFile
                               END-DELETE
                               ADD 1 TO PurgedCount
                           ELSE
                               ADD 1 TO KeptCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MasterFile
               MOVE KeptCount TO KeptEd
               MOVE PurgedCount TO PurgedEd
               MOVE SPACES TO PurgeLine
               STRING "EXCEPTION MASTER: CUTOFF "
                   DELIMITED BY SIZE
                   ExcCutoff DELIMITED BY SIZE
                   " - PURGED " DELIMITED BY SIZE
                   PurgedEd DELIMITED BY SIZE
                   ", KEPT " DELIMITED BY SIZE
                   KeptEd DELIMITED BY SIZE
                   INTO PurgeLine
               WRITE PurgeLine
           END-IF
           .

