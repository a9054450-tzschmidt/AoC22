      *>      aocdrv_alerts.txt in the severity format the
      *>      monitoring pickup already reads - an answer that moves
      *>      when the input did not is the best early warning of a
      *>      bad deploy or a corrupted reference file. The same
      *>      escalation files a BLOCK transaction for RESCERT, so
      *>      the result is held from the warehouse until someone
      *>      signs it off. An escalation ends the step RC 4 - the
      *>      BLOCK holds that day alone, and RESCERT and HISTEXP
      *>      still run for the rest; RC 8 only when a BLOCK could
      *>      not be filed, so nothing ships until it is. Run
      *>      standalone after the cycle, or as a job-network step.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   ASSIGN TO "../data/aocdrv_alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertFS.
               SELECT CertTrans ASSIGN TO "../data/cert_trans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CertTrFS.


       DATA DIVISION.
                   05 HFlag PIC X.
                   05 HPart1 PIC X(40).
                   05 HPart2 PIC X(40).
                   05 HRunId PIC X(16).

           FD RegReport.
               01 RegLine PIC X(120).
           FD AlertFile.
               01 AlertLine PIC X(100).

           FD CertTrans.
               01 CertTransRec.
                   05 TxAction PIC X(6).
                   05 FILLER PIC X.
                   05 TxDay PIC X(5).
                   05 FILLER PIC X.
                   05 TxDate PIC X(10).
                   05 FILLER PIC X.
                   05 TxInitials PIC X(4).
                   05 FILLER PIC X.
                   05 TxReason PIC X(60).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 HistoryFS PIC XX.
           01 RegRptFS PIC XX.
           01 AlertFS PIC XX.
           01 CertTrFS PIC XX.
           01 HistEOF PIC 9 VALUE 0.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
           01 DI PIC 9.
           01 ChangedCount PIC 9 VALUE 0.
           01 AlertCount PIC 9 VALUE 0.
           01 BlockFailCount PIC 9 VALUE 0.

      *>      identical-input check - tonight's input against the
      *>      archive copy stamped with the prior result's run date,
           DISPLAY "REGCHK: " ChangedCount " DAY(S) CHANGED, "
               AlertCount " ESCALATED"
           IF AlertCount > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           IF BlockFailCount > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
       STOP RUN
               WRITE AlertLine
               CLOSE AlertFile
           END-IF
           PERFORM 410-Block-Result
           .

      *>      hold the changed result from the warehouse - RESCERT
      *>      picks the BLOCK up on its next run
       410-Block-Result.
           OPEN EXTEND CertTrans
           IF CertTrFS = "35" THEN
               OPEN OUTPUT CertTrans
           END-IF
           IF CertTrFS NOT = "00" THEN
               MOVE "AOC764E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "REGCHK: CANNOT OPEN cert_trans.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   CertTrFS DELIMITED BY SIZE
                   " - DAY0" DELIMITED BY SIZE
                   DI DELIMITED BY SIZE
                   " NOT BLOCKED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               ADD 1 TO BlockFailCount
           ELSE
               MOVE SPACES TO CertTransRec
               MOVE "BLOCK" TO TxAction
               MOVE "DAY0" TO TxDay(1:4)
               MOVE DI TO TxDay(5:1)
               MOVE DrLastDate(DI) TO TxDate
               MOVE "REG" TO TxInitials
               MOVE SPACES TO TxReason
               STRING "RESULT CHANGED WITH IDENTICAL INPUT SINCE "
                   DELIMITED BY SIZE
                   DrPrevDate(DI) DELIMITED BY SIZE
                   INTO TxReason
               WRITE CertTransRec
               CLOSE CertTrans
           END-IF
           .
