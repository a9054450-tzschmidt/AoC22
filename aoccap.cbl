                   05 ThElapsed PIC 9(9).
                   05 FILLER PIC X.
                   05 ThRecords PIC 9(7).
                   05 FILLER PIC X.
                   05 ThRunId PIC X(16).
                   05 FILLER PIC X.
                   05 ThFeed PIC 9(7).

           FD CapReport.
               01 CapLine PIC X(110).
