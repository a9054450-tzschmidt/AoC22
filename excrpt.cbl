      *>      date, day and reason code, so one glance shows what
      *>      rejected where and whether a reason is trending.
      *>      CALLed by AOCDRV at the end of the cycle; harmless to
      *>      run by hand as well. EXCRPT_RUNID, when set, narrows
      *>      the summary to the one cycle run ID it names

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MasterFile
                   ASSIGN TO "../data/exception_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MstKey
           ALTERNATE RECORD KEY IS MstDay WITH DUPLICATES
           ALTERNATE RECORD KEY IS MstReason WITH DUPLICATES
           FILE STATUS IS MasterFS.
               SELECT SummaryFile
                   ASSIGN TO "../data/exception_summary.txt"
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

           FD SummaryFile.
               01 SummaryLine PIC X(60).
           01 TotFull PIC 9 VALUE 0.
           01 TotNEd PIC Z(6)9.
           01 RecCount PIC 9(7) VALUE 0.
           01 RunIdFilter PIC X(16) VALUE SPACE.

       PROCEDURE DIVISION.
       000-Main.
           MOVE SPACE TO RunIdFilter
           ACCEPT RunIdFilter FROM ENVIRONMENT "EXCRPT_RUNID"
           OPEN INPUT MasterFile
           IF MasterFS NOT = "00" THEN
               DISPLAY "EXCRPT: NO EXCEPTION MASTER TO SUMMARIZE "
       .

       090-Tally-Record.
           IF RunIdFilter = SPACE OR MstRunId = RunIdFilter THEN
               PERFORM 095-Tally-Selected
           END-IF
           .

       095-Tally-Selected.
           ADD 1 TO RecCount
           MOVE 0 TO TotFound
           PERFORM VARYING TI FROM 1 BY 1 UNTIL TI > TotCount
               MOVE "EXCEPTIONS BY RUN DATE, DAY AND REASON"
                   TO SummaryLine
               WRITE SummaryLine
               IF RunIdFilter NOT = SPACE THEN
                   MOVE SPACES TO SummaryLine
                   STRING "SELECTED CYCLE RUN ID " DELIMITED BY SIZE
                       RunIdFilter DELIMITED BY SIZE
                       INTO SummaryLine
                   WRITE SummaryLine
               END-IF
               MOVE "RUN DATE    DAY    REASON      COUNT"
                   TO SummaryLine
               WRITE SummaryLine
                   WRITE SummaryLine
                   DISPLAY "EXCRPT: *** TOTALS TABLE FULL AT "
                       MaxTotals " ENTRIES - SUMMARY INCOMPLETE - "
                       "ARCHIVE exception_master.dat ***"
               END-IF
               CLOSE SummaryFile
           END-IF
