                   05 TotElfNum PIC 9(5).
                   05 FILLER PIC X.
                   05 TotCalories PIC 9(20).
                   05 FILLER PIC X.
                   05 TotCategory PIC X(12).

           FD GroupReport.
               01 GroupLine PIC X(100).
