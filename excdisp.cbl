      *>      its age in days - and escalates anything aged past
      *>      EXC_AGE_LIMIT days (default 7) onto the driver's
      *>      alert file. The 06:30 review reads one short list of
      *>      open items instead of re-reading old news. Every
      *>      decision applied is also appended to exc_disp_hist.txt,
      *>      so EXCINQ can show how an exception got to where it is.
      *>
      *>      transaction layout (fixed columns):
      *>        1-10  run date   YYYY-MM-DD as on the master
      *>        12-16 day        DAY01..DAY06 / REFMT / RCERT / RECON
      *>        18-25 reason     the EXCMST reason code
      *>        27-33 source     the source record number
      *>        35-42 action     RESOLVED, IGNORED or PENDING
               SELECT DispFile ASSIGN TO "../data/exc_disp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DispFS.
               SELECT DispHistFile
                   ASSIGN TO "../data/exc_disp_hist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DispHistFS.
               SELECT MasterFile
                   ASSIGN TO "../data/exception_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MstKey
           ALTERNATE RECORD KEY IS MstDay WITH DUPLICATES
           ALTERNATE RECORD KEY IS MstReason WITH DUPLICATES
           FILE STATUS IS MasterFS.
               SELECT CarryReport
                   ASSIGN TO "../data/exc_carryfwd.txt"
                   05 FILLER PIC X.
                   05 DpFiled PIC X(10).

      *>      one line per decision ever applied, in the same layout
      *>      as the disposition master
           FD DispHistFile.
               01 DispHistRec.
                   05 DhDate PIC X(10).
                   05 FILLER PIC X.
                   05 DhDay PIC X(5).
                   05 FILLER PIC X.
                   05 DhReason PIC X(8).
                   05 FILLER PIC X.
                   05 DhSource PIC 9(7).
                   05 FILLER PIC X.
                   05 DhAction PIC X(8).
                   05 FILLER PIC X.
                   05 DhInit PIC X(3).
                   05 FILLER PIC X.
                   05 DhNote PIC X(30).
                   05 FILLER PIC X.
                   05 DhFiled PIC X(10).

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

           FD CarryReport.
               01 CarryLine PIC X(130).
           COPY EOFFLAG.
           01 TransFS PIC XX.
           01 DispFS PIC XX.
           01 DispHistFS PIC XX.
           01 DispHistOpen PIC 9 VALUE 0.
           01 MasterFS PIC XX.
           01 CarryFS PIC XX.
           01 RejectFS PIC XX.
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
           ELSE
               OPEN EXTEND DispHistFile
               IF DispHistFS = "35" THEN
                   OPEN OUTPUT DispHistFile
               END-IF
               IF DispHistFS = "00" THEN
                   MOVE 1 TO DispHistOpen
               END-IF
               MOVE 0 TO EOF
               PERFORM UNTIL EOF = 1
                   READ TransFile
                   END-READ
               END-PERFORM
               CLOSE TransFile
               IF DispHistOpen = 1 THEN
                   CLOSE DispHistFile
               END-IF
           END-IF
           .

                           MOVE TxInit TO DtInit(DispHit)
                           MOVE TxNote TO DtNote(DispHit)
                           MOVE RunDateEd TO DtFiled(DispHit)
                           PERFORM 230-Log-Decision
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       230-Log-Decision.
           IF DispHistOpen = 1 THEN
               MOVE SPACES TO DispHistRec
               MOVE DtDate(DispHit) TO DhDate
               MOVE DtDay(DispHit) TO DhDay
               MOVE DtReason(DispHit) TO DhReason
               MOVE DtSource(DispHit) TO DhSource
               MOVE DtAction(DispHit) TO DhAction
               MOVE DtInit(DispHit) TO DhInit
               MOVE DtNote(DispHit) TO DhNote
               MOVE DtFiled(DispHit) TO DhFiled
               WRITE DispHistRec
           END-IF
           .

       250-Reject-Trans.
           ADD 1 TO RejectCount
           IF RejectOpen = 0 THEN
