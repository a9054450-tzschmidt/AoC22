                       10 ChElf PIC 9(5).
                       10 ChDate PIC X(10).
                   05 ChCal PIC 9(20).
                   05 ChName PIC X(20).
                   05 ChRunId PIC X(16).

           FD TrendReport.
               01 TrendLine PIC X(110).
