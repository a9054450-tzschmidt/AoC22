      *>      LEDGWRT maintains, by day and run-date range. Filters
      *>      come from the environment: LEDGINQ_DAY ("DAY04", or
      *>      unset for every day), LEDGINQ_FROM and LEDGINQ_TO
      *>      (YYYY-MM-DD, either end open when unset) and
      *>      LEDGINQ_RUNID (one cycle run ID, unset for any run).
      *>      Superseded
      *>      versions print flagged, so an audit can see what a
      *>      rerun replaced. Output goes to the console and to
      *>      ../data/ledger_inquiry.txt
                   05 HFlag PIC X.
                   05 HPart1 PIC X(40).
                   05 HPart2 PIC X(40).
                   05 HRunId PIC X(16).

           FD InquiryReport.
               01 InquiryLine PIC X(160).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 DayParm PIC X(8).
           01 FromParm PIC X(12).
           01 ToParm PIC X(12).
           01 RunIdFilter PIC X(16) VALUE SPACE.
           01 HitCount PIC 9(5) VALUE 0.
           01 HitEd PIC Z(4)9.
           01 FlagText PIC X(12).
           ACCEPT DayParm FROM ENVIRONMENT "LEDGINQ_DAY"
           ACCEPT FromParm FROM ENVIRONMENT "LEDGINQ_FROM"
           ACCEPT ToParm FROM ENVIRONMENT "LEDGINQ_TO"
           MOVE SPACE TO RunIdFilter
           ACCEPT RunIdFilter FROM ENVIRONMENT "LEDGINQ_RUNID"
           IF DayParm NOT = SPACE THEN
               MOVE DayParm(1:5) TO DayFilter
           END-IF
               FromFilter DELIMITED BY SIZE
               " TO=" DELIMITED BY SIZE
               ToFilter DELIMITED BY SIZE
               " RUNID=" DELIMITED BY SIZE
               RunIdFilter DELIMITED BY SIZE
               INTO InquiryLine
           WRITE InquiryLine
           .
       100-Check-Record.
           IF (DayFilter = SPACE OR HDay = DayFilter)
               AND (FromFilter = SPACE OR HDate >= FromFilter)
               AND (ToFilter = SPACE OR HDate <= ToFilter)
               AND (RunIdFilter = SPACE OR HRunId = RunIdFilter) THEN
               ADD 1 TO HitCount
               IF HFlag = "S" THEN
                   MOVE "(SUPERSEDED)" TO FlagText
                   HPart1 DELIMITED BY SIZE
                   " PART2: " DELIMITED BY SIZE
                   HPart2 DELIMITED BY SIZE
                   " RUN-ID " DELIMITED BY SIZE
                   HRunId DELIMITED BY SIZE
                   INTO InquiryLine
               WRITE InquiryLine
               DISPLAY FUNCTION TRIM(InquiryLine)
