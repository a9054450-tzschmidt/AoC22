       DATA DIVISION.
           FILE SECTION.
           FD ResultsLedger.
               01 ResultsLine PIC X(160).

           FD HistoryFile.
               01 HistoryRec.
                   05 HFlag PIC X.
                   05 HPart1 PIC X(40).
                   05 HPart2 PIC X(40).
                   05 HRunId PIC X(16).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
      *>      original
           01 RerunOf PIC X(10) VALUE SPACE.
           01 RerunParm PIC X(12).
      *>      the cycle run ID AOCDRV or AOCRERUN exported - stamped
      *>      on the ledger line and the history version, blank for
      *>      a standalone DAYnnRUN
           01 RunId PIC X(16) VALUE SPACE.

           LINKAGE SECTION.
           COPY LEDGREC.
           IF RerunParm NOT = SPACE THEN
               MOVE RerunParm(1:10) TO RerunOf
           END-IF
           MOVE SPACE TO RunId
           ACCEPT RunId FROM ENVIRONMENT "AOC_RUN_ID"
           PERFORM 150-Format-Date
           PERFORM 100-Open-With-Lock
           IF OpenedOK = 0 THEN
               END-IF
               MOVE LgPart1 TO HPart1
               MOVE LgPart2 TO HPart2
               MOVE RunId TO HRunId
               WRITE HistoryRec
                   INVALID KEY
                       DISPLAY LgDay ": HISTORY WRITE FAILED - "
                   RerunOf DELIMITED BY SIZE
                   INTO ResultsLine
           END-IF
           IF RunId NOT = SPACE THEN
               STRING FUNCTION TRIM(ResultsLine TRAILING)
                   DELIMITED BY SIZE
                   " RUN-ID " DELIMITED BY SIZE
                   RunId DELIMITED BY SIZE
                   INTO ResultsLine
           END-IF
           WRITE ResultsLine
           .
