       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCERT.

      *>      results certification - the gate between the results
      *>      history and the warehouse. Every day's current-version
      *>      result for a cycle date gets a certification record on
      *>      results_cert.dat, starting uncertified (U); a rerun
      *>      that files a new version puts it back to U. Operators
      *>      and supervisors certify (C) or reject (J) results with
      *>      their initials and a reason through cert_trans.txt,
      *>      and REGCHK appends a BLOCK transaction when a result
      *>      changed on an unchanged input, which holds that day and
      *>      date (B) until someone certifies it by hand. With
      *>      CERT_AUTO=Y (the default) every result still
      *>      uncertified after the transactions is certified
      *>      automatically - a blocked or rejected one never is.
      *>      HISTEXP ships only certified versions. Applied and
      *>      refused transactions go to cert_audit.txt, refused
      *>      ones also to the exception master (day RCERT), and the
      *>      transaction file is emptied so nothing applies twice.
      *>      cert_report.txt lists tonight's transactions and every
      *>      result not yet certified. Runs as a job-network step
      *>      after REGCHK and before HISTEXP; harmless by hand.
      *>
      *>      transaction layout (fixed columns):
      *>        1-6   action    CERT, REJECT or BLOCK
      *>        8-12  day       DAY01-DAY06
      *>        14-23 date      cycle date YYYY-MM-DD
      *>        25-28 initials  of whoever signs
      *>        30-89 reason

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HistoryFile
                   ASSIGN TO "../data/results_history.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HistKey
           FILE STATUS IS HistoryFS.
               SELECT CertFile
                   ASSIGN TO "../data/results_cert.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CertKey
           FILE STATUS IS CertFS.
               SELECT TransFile ASSIGN TO "../data/cert_trans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TransFS.
               SELECT AuditFile ASSIGN TO "../data/cert_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditFS.
               SELECT CertReport ASSIGN TO "../data/cert_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CertRptFS.


       DATA DIVISION.
           FILE SECTION.
           FD HistoryFile.
               01 HistoryRec.
                   05 HistKey.
                       10 HDay PIC X(5).
                       10 HDate PIC X(10).
                       10 HVer PIC 9(3).
                   05 HFlag PIC X.
                   05 HPart1 PIC X(40).
                   05 HPart2 PIC X(40).
                   05 HRunId PIC X(16).

      *>      one record per day and cycle date - the version the
      *>      status applies to, the status, how it was reached
      *>      (A automatic, M by hand), who, when and why, and the
      *>      regression note a BLOCK left (kept after sign-off)
           FD CertFile.
               01 CertRec.
                   05 CertKey.
                       10 CtDay PIC X(5).
                       10 CtDate PIC X(10).
                   05 CtVer PIC 9(3).
                   05 CtStatus PIC X.
                   05 CtMode PIC X.
                   05 CtBy PIC X(4).
                   05 CtStamp PIC X(15).
                   05 CtReason PIC X(60).
                   05 CtBlock PIC X(60).

           FD TransFile.
               01 TransRec.
                   05 TxAction PIC X(6).
                   05 FILLER PIC X.
                   05 TxDay PIC X(5).
                   05 FILLER PIC X.
                   05 TxDate PIC X(10).
                   05 FILLER PIC X.
                   05 TxInitials PIC X(4).
                   05 FILLER PIC X.
                   05 TxReason PIC X(60).

           FD AuditFile.
               01 AuditLine PIC X(170).

           FD CertReport.
               01 CertLine PIC X(132).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           COPY EXCREC.
           01 HistoryFS PIC XX.
           01 CertFS PIC XX.
           01 TransFS PIC XX.
           01 AuditFS PIC XX.
           01 CertRptFS PIC XX.
           01 InEOF PIC 9.
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
           01 RunTime PIC X(8).
           01 RunStamp PIC X(15).
           01 AutoCert PIC X VALUE "Y".
           01 AutoParm PIC X(4).
           01 AuditOpen PIC 9 VALUE 0.

           01 NewCount PIC 9(5) VALUE 0.
           01 ResetCount PIC 9(5) VALUE 0.
           01 TransNum PIC 9(5) VALUE 0.
           01 TransNumEd PIC Z(4)9.
           01 AppliedCount PIC 9(5) VALUE 0.
           01 RefusedCount PIC 9(5) VALUE 0.
           01 AutoCount PIC 9(5) VALUE 0.
           01 HeldCount PIC 9(5) VALUE 0.
           01 CntEd PIC Z(4)9.
           01 Cnt2Ed PIC Z(4)9.
           01 Cnt3Ed PIC Z(4)9.
           01 VerEd PIC ZZ9.

      *>      the transaction being applied and its outcome
           01 RejectReason PIC X(8).
           01 RejectText PIC X(40).
           01 TxOutcome PIC X(60).
           01 CertFound PIC 9.
           01 StatusWord PIC X(12).

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Get-Parms
           PERFORM 100-Open-Cert
           PERFORM 200-Sync-History
           OPEN OUTPUT CertReport
           IF CertRptFS NOT = "00" THEN
               MOVE "AOC062E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RESCERT: CANNOT OPEN cert_report.txt - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   CertRptFS DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               CLOSE CertFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 050-Write-Header
           PERFORM 300-Apply-Transactions
           IF AutoCert = "Y" THEN
               PERFORM 500-Auto-Certify
           END-IF
           PERFORM 600-Report-Held
           CLOSE CertFile
           CLOSE CertReport
           MOVE AppliedCount TO CntEd
           MOVE AutoCount TO Cnt2Ed
           MOVE HeldCount TO Cnt3Ed
           DISPLAY "RESCERT: " FUNCTION TRIM(CntEd)
               " TRANSACTION(S) APPLIED, " FUNCTION TRIM(Cnt2Ed)
               " CERTIFIED AUTOMATICALLY, " FUNCTION TRIM(Cnt3Ed)
               " HELD"
           MOVE 0 TO RETURN-CODE
           IF RefusedCount > 0 THEN
               MOVE RefusedCount TO CntEd
               MOVE "AOC063W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RESCERT: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " CERTIFICATION TRANSACTION(S) REFUSED - SEE "
                   DELIMITED BY SIZE
                   "cert_report.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           END-IF
           IF HeldCount > 0 THEN
               MOVE HeldCount TO CntEd
               MOVE "AOC064W" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RESCERT: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntEd) DELIMITED BY SIZE
                   " RESULT(S) NOT CERTIFIED - HELD FROM THE "
                   DELIMITED BY SIZE
                   "WAREHOUSE, SEE cert_report.txt" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 4 TO RETURN-CODE
           END-IF
       STOP RUN
       .

       040-Get-Parms.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME
           MOVE RunDate(1:4) TO RunDateEd(1:4)
           MOVE "-" TO RunDateEd(5:1)
           MOVE RunDate(5:2) TO RunDateEd(6:2)
           MOVE "-" TO RunDateEd(8:1)
           MOVE RunDate(7:2) TO RunDateEd(9:2)
           MOVE SPACES TO RunStamp
           STRING RunDate DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RunTime(1:6) DELIMITED BY SIZE
               INTO RunStamp
           MOVE SPACE TO AutoParm
           ACCEPT AutoParm FROM ENVIRONMENT "CERT_AUTO"
           IF AutoParm(1:1) = "N" OR AutoParm(1:1) = "n" THEN
               MOVE "N" TO AutoCert
           END-IF
           .

       050-Write-Header.
           MOVE SPACES TO CertLine
           STRING "RESULTS CERTIFICATION - RUN DATE " DELIMITED BY SIZE
               RunDateEd DELIMITED BY SIZE
               "  AUTOMATIC CERTIFICATION " DELIMITED BY SIZE
               AutoCert DELIMITED BY SIZE
               INTO CertLine
           WRITE CertLine
           MOVE SPACES TO CertLine
           WRITE CertLine
           .

      *>      the certification file is created on first use, the
      *>      same way LEDGWRT creates the history
       100-Open-Cert.
           OPEN I-O CertFile
           IF CertFS = "35" THEN
               OPEN OUTPUT CertFile
               IF CertFS = "00" THEN
                   CLOSE CertFile
                   OPEN I-O CertFile
               END-IF
           END-IF
           IF CertFS NOT = "00" THEN
               MOVE "AOC061E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RESCERT: CANNOT OPEN results_cert.dat - FILE "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   CertFS DELIMITED BY SIZE
                   " - NOTHING CERTIFIED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *>      every current version on the history gets its record -
      *>      a day and date seen for the first time starts at U, and
      *>      a version newer than the one the status was given for
      *>      (a rerun) goes back to U and loses its block, since it
      *>      is a different answer from the one REGCHK questioned
       200-Sync-History.
           OPEN INPUT HistoryFile
           IF HistoryFS NOT = "00" THEN
               MOVE "AOC060E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "RESCERT: CANNOT OPEN results_history.dat - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   HistoryFS DELIMITED BY SIZE
                   " - NOTHING CERTIFIED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               CLOSE CertFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO InEOF
           PERFORM UNTIL InEOF = 1
               READ HistoryFile NEXT
                   AT END MOVE 1 TO InEOF
                   NOT AT END PERFORM 210-Sync-One
               END-READ
           END-PERFORM
           CLOSE HistoryFile
           .

       210-Sync-One.
           IF HFlag NOT = "S"
               AND HDay(1:4) = "DAY0"
               AND HDay(5:1) >= "1" AND HDay(5:1) <= "6" THEN
               MOVE HDay TO CtDay
               MOVE HDate TO CtDate
               READ CertFile
                   INVALID KEY
                       MOVE HDay TO CtDay
                       MOVE HDate TO CtDate
                       PERFORM 220-Set-Uncertified
                       WRITE CertRec
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO NewCount
                   NOT INVALID KEY
                       IF CtVer NOT = HVer THEN
                           PERFORM 220-Set-Uncertified
                           REWRITE CertRec
                               INVALID KEY CONTINUE
                           END-REWRITE
                           ADD 1 TO ResetCount
                       END-IF
               END-READ
           END-IF
           .

       220-Set-Uncertified.
           MOVE HVer TO CtVer
           MOVE "U" TO CtStatus
           MOVE SPACE TO CtMode
           MOVE SPACES TO CtBy
           MOVE RunStamp TO CtStamp
           MOVE SPACES TO CtReason
           MOVE SPACES TO CtBlock
           .

      *>      transactions in file order, so a BLOCK and a later
      *>      CERT for the same day and date end up certified - the
      *>      sign-off. No transaction file just means nothing to do
       300-Apply-Transactions.
           MOVE "TRANSACTIONS" TO CertLine
           WRITE CertLine
           OPEN INPUT TransFile
           IF TransFS = "00" THEN
               PERFORM 310-Open-Audit
               MOVE 0 TO InEOF
               PERFORM UNTIL InEOF = 1
                   READ TransFile
                       AT END MOVE 1 TO InEOF
                       NOT AT END PERFORM 320-Apply-One
                   END-READ
               END-PERFORM
               CLOSE TransFile
               IF AuditOpen = 1 THEN
                   CLOSE AuditFile
               END-IF
      *>          emptied once read, so nothing is applied twice -
      *>          every transaction is on the audit trail
               OPEN OUTPUT TransFile
               IF TransFS = "00" THEN
                   CLOSE TransFile
               END-IF
           END-IF
           IF TransNum = 0 THEN
               MOVE "  NONE" TO CertLine
               WRITE CertLine
           END-IF
           MOVE SPACES TO CertLine
           WRITE CertLine
           PERFORM 815-Flush-Exceptions
           .

       310-Open-Audit.
           OPEN EXTEND AuditFile
           IF AuditFS = "35" THEN
               OPEN OUTPUT AuditFile
           END-IF
           IF AuditFS = "00" THEN
               MOVE 1 TO AuditOpen
           END-IF
           .

       320-Apply-One.
           IF TransRec = SPACE OR TransRec(1:1) = "*" THEN
               CONTINUE
           ELSE
               ADD 1 TO TransNum
               MOVE SPACES TO RejectReason
               MOVE SPACES TO RejectText
               MOVE 0 TO CertFound
               IF TxDay(1:4) NOT = "DAY0"
                   OR TxDay(5:1) < "1" OR TxDay(5:1) > "6" THEN
                   MOVE "BADDAY  " TO RejectReason
                   MOVE "DAY NOT DAY01-DAY06" TO RejectText
               ELSE
                   MOVE TxDay TO CtDay
                   MOVE TxDate TO CtDate
                   READ CertFile
                       INVALID KEY
                           MOVE "NORESULT" TO RejectReason
                           MOVE "NO RESULT FOR THAT DAY AND DATE"
                               TO RejectText
                       NOT INVALID KEY
                           MOVE 1 TO CertFound
                   END-READ
               END-IF
               IF RejectReason = SPACE THEN
                   IF TxInitials = SPACE THEN
                       MOVE "BADFLD  " TO RejectReason
                       MOVE "INITIALS REQUIRED" TO RejectText
                   ELSE
                       IF TxReason = SPACE THEN
                           MOVE "BADFLD  " TO RejectReason
                           MOVE "REASON REQUIRED" TO RejectText
                       END-IF
                   END-IF
               END-IF
               IF RejectReason = SPACE THEN
                   EVALUATE TxAction
                       WHEN "CERT  "
                           PERFORM 330-Apply-Cert
                       WHEN "REJECT"
                           PERFORM 340-Apply-Reject
                       WHEN "BLOCK "
                           PERFORM 350-Apply-Block
                       WHEN OTHER
                           MOVE "BADACT  " TO RejectReason
                           MOVE "ACTION NOT CERT, REJECT OR BLOCK"
                               TO RejectText
                   END-EVALUATE
               END-IF
               IF RejectReason = SPACE THEN
                   ADD 1 TO AppliedCount
                   REWRITE CertRec
                       INVALID KEY CONTINUE
                   END-REWRITE
               ELSE
                   PERFORM 390-Refuse-Trans
               END-IF
               PERFORM 380-Log-Trans
           END-IF
           .

       330-Apply-Cert.
           IF CtStatus = "C" AND CtMode = "M" THEN
               MOVE "ALREADY " TO RejectReason
               MOVE "ALREADY CERTIFIED BY HAND" TO RejectText
           ELSE
               IF CtStatus = "B" THEN
                   MOVE "CERTIFIED - REGRESSION SIGNED OFF"
                       TO TxOutcome
               ELSE
                   MOVE "CERTIFIED" TO TxOutcome
               END-IF
               MOVE "C" TO CtStatus
               MOVE "M" TO CtMode
               PERFORM 360-Stamp-Signer
           END-IF
           .

       340-Apply-Reject.
           IF CtStatus = "J" THEN
               MOVE "ALREADY " TO RejectReason
               MOVE "ALREADY REJECTED" TO RejectText
           ELSE
               MOVE "REJECTED" TO TxOutcome
               MOVE "J" TO CtStatus
               MOVE "M" TO CtMode
               PERFORM 360-Stamp-Signer
           END-IF
           .

      *>      a regression block stops automatic certification - it
      *>      also takes back an automatic certification given the
      *>      same night, but never overrides a signature or a
      *>      rejection already on file
       350-Apply-Block.
           IF CtStatus = "J" OR (CtStatus = "C" AND CtMode = "M")
               THEN
               MOVE "SIGNED  " TO RejectReason
               MOVE "ALREADY SIGNED BY HAND - NOT BLOCKED"
                   TO RejectText
           ELSE
               MOVE "BLOCKED - NEEDS A SIGNATURE" TO TxOutcome
               MOVE "B" TO CtStatus
               MOVE SPACE TO CtMode
               MOVE TxReason TO CtBlock
               PERFORM 360-Stamp-Signer
           END-IF
           .

       360-Stamp-Signer.
           MOVE TxInitials TO CtBy
           MOVE RunStamp TO CtStamp
           MOVE TxReason TO CtReason
           .

      *>      one line per transaction on the report and the audit
      *>      trail, with what became of it
       380-Log-Trans.
           MOVE TransNum TO TransNumEd
           IF RejectReason NOT = SPACE THEN
               MOVE SPACES TO TxOutcome
               STRING "REFUSED " DELIMITED BY SIZE
                   RejectReason DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   RejectText DELIMITED BY SIZE
                   INTO TxOutcome
           END-IF
           MOVE SPACES TO CertLine
           STRING "  " DELIMITED BY SIZE
               TransNumEd DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TransRec DELIMITED BY SIZE
               INTO CertLine
           WRITE CertLine
           MOVE SPACES TO CertLine
           STRING "           -> " DELIMITED BY SIZE
               TxOutcome DELIMITED BY SIZE
               INTO CertLine
           WRITE CertLine
           IF AuditOpen = 1 THEN
               MOVE SPACES TO AuditLine
               STRING RunStamp DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TransRec DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TxOutcome DELIMITED BY SIZE
                   INTO AuditLine
               WRITE AuditLine
           END-IF
           .

       390-Refuse-Trans.
           ADD 1 TO RefusedCount
           MOVE "RCERT" TO ExmDay
           MOVE RejectReason TO ExmReason
           MOVE TransNum TO ExmSource
           MOVE TransRec TO ExmData
           CALL "EXCMST" USING ExcMaster
           .

      *>      everything still U is certified automatically - a
      *>      blocked or rejected result waits for a signature
       500-Auto-Certify.
           MOVE LOW-VALUES TO CertKey
           START CertFile KEY NOT < CertKey
               INVALID KEY MOVE 1 TO InEOF
               NOT INVALID KEY MOVE 0 TO InEOF
           END-START
           PERFORM UNTIL InEOF = 1
               READ CertFile NEXT
                   AT END MOVE 1 TO InEOF
                   NOT AT END
                       IF CtStatus = "U" THEN
                           MOVE "C" TO CtStatus
                           MOVE "A" TO CtMode
                           MOVE "AUTO" TO CtBy
                           MOVE RunStamp TO CtStamp
                           MOVE "NO REGRESSION BLOCK" TO CtReason
                           REWRITE CertRec
                               INVALID KEY CONTINUE
                           END-REWRITE
                           ADD 1 TO AutoCount
                       END-IF
               END-READ
           END-PERFORM
           .

      *>      every result not certified, oldest first
       600-Report-Held.
           MOVE "RESULTS NOT CERTIFIED - HELD FROM THE WAREHOUSE"
               TO CertLine
           WRITE CertLine
           MOVE SPACES TO CertLine
           STRING "  DAY    CYCLE DATE  VER  STATUS       BY    "
               DELIMITED BY SIZE
               "REASON / REGRESSION NOTE" DELIMITED BY SIZE
               INTO CertLine
           WRITE CertLine
           MOVE LOW-VALUES TO CertKey
           START CertFile KEY NOT < CertKey
               INVALID KEY MOVE 1 TO InEOF
               NOT INVALID KEY MOVE 0 TO InEOF
           END-START
           PERFORM UNTIL InEOF = 1
               READ CertFile NEXT
                   AT END MOVE 1 TO InEOF
                   NOT AT END
                       IF CtStatus NOT = "C" THEN
                           PERFORM 610-Report-One
                       END-IF
               END-READ
           END-PERFORM
           IF HeldCount = 0 THEN
               MOVE "  NONE - EVERY RESULT ON FILE IS CERTIFIED"
                   TO CertLine
               WRITE CertLine
           END-IF
           .

       610-Report-One.
           ADD 1 TO HeldCount
           EVALUATE CtStatus
               WHEN "U" MOVE "UNCERTIFIED" TO StatusWord
               WHEN "B" MOVE "BLOCKED" TO StatusWord
               WHEN "J" MOVE "REJECTED" TO StatusWord
               WHEN OTHER MOVE CtStatus TO StatusWord
           END-EVALUATE
           MOVE CtVer TO VerEd
           MOVE SPACES TO CertLine
           STRING "  " DELIMITED BY SIZE
               CtDay DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CtDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VerEd DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               StatusWord DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CtBy DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO CertLine
           IF CtStatus = "B" THEN
               MOVE CtBlock TO CertLine(48:60)
           ELSE
               MOVE CtReason TO CertLine(48:60)
           END-IF
           WRITE CertLine
           .

      *>      release any exception records still buffered in the
      *>      shared writer before the run ends - see EXCMST
       815-Flush-Exceptions.
           MOVE SPACES TO ExmDay
           MOVE "*FLUSH*" TO ExmReason
           MOVE 0 TO ExmSource
           MOVE SPACES TO ExmData
           CALL "EXCMST" USING ExcMaster
           .
