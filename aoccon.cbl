       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCCON.

      *>      operator console - the daily operator actions on one
      *>      menu-driven screen instead of hand-edited files, so a
      *>      column slip can no longer get a card rejected the next
      *>      morning. From the menu the operator can place or
      *>      release a day hold (aocholds.txt), build the control
      *>      card for a subset run (aocdrv_control.txt), file an
      *>      exception disposition for EXCDISP (DD_EXCDISP or
      *>      ../data/exc_disp_trans.txt) and run the LEDGINQ and
      *>      ELFINQ inquiries, paging their output on the screen.
      *>      Each field is checked as soon as it is entered and
      *>      re-asked until it is right; every file is written in
      *>      exactly the columns its reader expects. The operator
      *>      signs on with initials, and every action taken goes to
      *>      ../data/aoccon_log.txt with the initials and a
      *>      timestamp. Run standalone from the AOCBIN directory
      *>      (or with AOCBIN set) at a terminal

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HoldsFile ASSIGN TO "../data/aocholds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldsFS.
               SELECT ControlFile
                   ASSIGN TO "../data/aocdrv_control.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ControlFS.
               SELECT TransFile ASSIGN TO DYNAMIC TransFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TransFS.
               SELECT MasterFile
                   ASSIGN TO "../data/exception_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MstKey
           ALTERNATE RECORD KEY IS MstDay WITH DUPLICATES
           ALTERNATE RECORD KEY IS MstReason WITH DUPLICATES
           FILE STATUS IS MasterFS.
               SELECT InquiryFile ASSIGN TO DYNAMIC InqPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InquiryFS.
               SELECT ConsoleLog ASSIGN TO "../data/aoccon_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ConsoleLogFS.


       DATA DIVISION.
           FILE SECTION.
      *>      "DAY0n HOLD reason" / "DAY0n RELEASE", as AOCDRV reads
           FD HoldsFile.
               01 HoldsRec PIC X(80).

           FD ControlFile.
               01 ControlRec PIC X(10).

      *>      the EXCDISP transaction layout, column for column
           FD TransFile.
               01 TransRec.
                   05 TxDate PIC X(10).
                   05 FILLER PIC X.
                   05 TxDay PIC X(5).
                   05 FILLER PIC X.
                   05 TxReason PIC X(8).
                   05 FILLER PIC X.
                   05 TxSource PIC X(7).
                   05 FILLER PIC X.
                   05 TxAction PIC X(8).
                   05 FILLER PIC X.
                   05 TxInit PIC X(3).
                   05 FILLER PIC X.
                   05 TxNote PIC X(30).

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

           FD InquiryFile.
               01 InquiryRec PIC X(160).

           FD ConsoleLog.
               01 ConsoleLogLine PIC X(132).

           WORKING-STORAGE SECTION.
           COPY MSGREC.
           01 HoldsFS PIC XX.
           01 ControlFS PIC XX.
           01 TransFS PIC XX.
           01 MasterFS PIC XX.
           01 InquiryFS PIC XX.
           01 ConsoleLogFS PIC XX.
           01 TransFileName PIC X(100)
               VALUE "../data/exc_disp_trans.txt".
           01 TransFileParm PIC X(100).
           01 InqPath PIC X(100).
           01 AocBin PIC X(100).
           01 CmdLine PIC X(200).
           01 RunDate PIC X(8).
           01 RunDateEd PIC X(10).
           01 TimeNow PIC X(8).

      *>      console state
           01 OpInit PIC X(3) VALUE SPACE.
           01 MenuChoice PIC X VALUE SPACE.
           01 ConDone PIC 9 VALUE 0.
           01 FieldOK PIC 9.
           01 Cancelled PIC 9.
           01 Confirm PIC X.
           01 ConMsg PIC X(78) VALUE SPACE.
           01 ConTitle PIC X(40).
           01 LogText PIC X(100).
           01 WriteOK PIC 9.

      *>      hold state per day as aocholds.txt stands - the last
      *>      HOLD or RELEASE for the day wins, as in AOCDRV
           01 HoldState.
               05 HsEntry OCCURS 6 TIMES.
                   10 HsHeld PIC 9.
                   10 HsReason PIC X(40).
           01 HoldStateLines.
               05 HsL01 PIC X(60).
               05 HsL02 PIC X(60).
               05 HsL03 PIC X(60).
               05 HsL04 PIC X(60).
               05 HsL05 PIC X(60).
               05 HsL06 PIC X(60).
           01 HsLineTable REDEFINES HoldStateLines.
               05 HsLine OCCURS 6 TIMES PIC X(60).
           01 HoldsEOF PIC 9.
           01 HI PIC 9.
           01 HoldDayIn PIC X(2) VALUE SPACE.
           01 HoldDayNum PIC 9.
           01 HoldReasonIn PIC X(40) VALUE SPACE.

      *>      control card - up to six days, run in the order given
           01 CtlInput.
               05 CtlIn1 PIC X(2).
               05 CtlIn2 PIC X(2).
               05 CtlIn3 PIC X(2).
               05 CtlIn4 PIC X(2).
               05 CtlIn5 PIC X(2).
               05 CtlIn6 PIC X(2).
           01 CtlInTable REDEFINES CtlInput.
               05 CtlIn OCCURS 6 TIMES PIC X(2).
           01 CtlI PIC 9.
           01 CtlCount PIC 9.
           01 CtlBad PIC 9.
           01 CtlList PIC X(40).
           01 DayWork PIC X(2).
           01 DayWorkOK PIC 9.

      *>      disposition entry
           01 DpDateIn PIC X(10) VALUE SPACE.
           01 DpDayIn PIC X(5) VALUE SPACE.
           01 DpReasonIn PIC X(8) VALUE SPACE.
           01 DpSourceIn PIC X(7) VALUE SPACE.
           01 DpActionIn PIC X(8) VALUE SPACE.
           01 DpInitIn PIC X(3) VALUE SPACE.
           01 DpNoteIn PIC X(30) VALUE SPACE.
           01 DpSourceNum PIC 9(7).
           01 MasterEOF PIC 9.
           01 MasterHit PIC 9.

      *>      inquiry parameters
           01 LqDayIn PIC X(5) VALUE SPACE.
           01 LqFromIn PIC X(10) VALUE SPACE.
           01 LqToIn PIC X(10) VALUE SPACE.
           01 LqRunIdIn PIC X(16) VALUE SPACE.
           01 EqElfIn PIC X(6) VALUE SPACE.

      *>      date check work
           01 ChkDate PIC X(10).
           01 ChkDateOK PIC 9.
           01 ChkDateX PIC X(8).
           01 ChkDateNum REDEFINES ChkDateX PIC 9(8).

      *>      output paging - eighteen lines to the screen
           01 ViewPage.
               05 ViewL01 PIC X(79).
               05 ViewL02 PIC X(79).
               05 ViewL03 PIC X(79).
               05 ViewL04 PIC X(79).
               05 ViewL05 PIC X(79).
               05 ViewL06 PIC X(79).
               05 ViewL07 PIC X(79).
               05 ViewL08 PIC X(79).
               05 ViewL09 PIC X(79).
               05 ViewL10 PIC X(79).
               05 ViewL11 PIC X(79).
               05 ViewL12 PIC X(79).
               05 ViewL13 PIC X(79).
               05 ViewL14 PIC X(79).
               05 ViewL15 PIC X(79).
               05 ViewL16 PIC X(79).
               05 ViewL17 PIC X(79).
               05 ViewL18 PIC X(79).
           01 ViewTable REDEFINES ViewPage.
               05 ViewLine OCCURS 18 TIMES PIC X(79).
           01 ViewI PIC 99.
           01 ViewEOF PIC 9.
           01 ViewQuit PIC 9.
           01 ViewMore PIC X VALUE SPACE.
           01 ViewPageNo PIC 9(3).

           SCREEN SECTION.
           01 SignOnScreen.
               05 BLANK SCREEN.
               05 LINE 2 COL 2 VALUE "AOC22 OPERATOR CONSOLE".
               05 LINE 2 COL 60 PIC X(10) FROM RunDateEd.
               05 LINE 5 COL 2 VALUE "OPERATOR INITIALS:".
               05 ScInit LINE 5 COL 22 PIC X(3) USING OpInit.
               05 ScSignMsg LINE 23 COL 2 PIC X(78) FROM ConMsg
                   HIGHLIGHT.

           01 MenuScreen.
               05 BLANK SCREEN.
               05 LINE 2 COL 2 VALUE "AOC22 OPERATOR CONSOLE".
               05 LINE 2 COL 40 VALUE "OPERATOR".
               05 LINE 2 COL 49 PIC X(3) FROM OpInit.
               05 LINE 2 COL 60 PIC X(10) FROM RunDateEd.
               05 LINE 4 COL 4 VALUE "1  PLACE A DAY HOLD".
               05 LINE 5 COL 4 VALUE "2  RELEASE A DAY HOLD".
               05 LINE 6 COL 4 VALUE "3  BUILD A CONTROL CARD".
               05 LINE 7 COL 4
                   VALUE "4  ENTER AN EXCEPTION DISPOSITION".
               05 LINE 8 COL 4 VALUE "5  RESULTS LEDGER INQUIRY".
               05 LINE 9 COL 4 VALUE "6  ELF MASTER INQUIRY".
               05 LINE 10 COL 4 VALUE "X  EXIT".
               05 LINE 12 COL 4 VALUE "HOLDS NOW ON FILE:".
               05 LINE 13 COL 6 PIC X(60) FROM HsL01.
               05 LINE 14 COL 6 PIC X(60) FROM HsL02.
               05 LINE 15 COL 6 PIC X(60) FROM HsL03.
               05 LINE 16 COL 6 PIC X(60) FROM HsL04.
               05 LINE 17 COL 6 PIC X(60) FROM HsL05.
               05 LINE 18 COL 6 PIC X(60) FROM HsL06.
               05 LINE 20 COL 4 VALUE "SELECTION:".
               05 ScChoice LINE 20 COL 15 PIC X USING MenuChoice.
               05 ScMenuMsg LINE 23 COL 2 PIC X(78) FROM ConMsg
                   HIGHLIGHT.

           01 HoldScreen.
               05 BLANK SCREEN.
               05 LINE 2 COL 2 PIC X(40) FROM ConTitle.
               05 LINE 2 COL 60 PIC X(10) FROM RunDateEd.
               05 LINE 4 COL 4 VALUE "DAY (01-06, BLANK TO RETURN):".
               05 ScHoldDay LINE 4 COL 35 PIC X(2) USING HoldDayIn.
               05 LINE 6 COL 4 VALUE "REASON:".
               05 ScHoldReason LINE 6 COL 12 PIC X(40)
                   USING HoldReasonIn.
               05 LINE 8 COL 4 VALUE "CONFIRM (Y/N):".
               05 ScHoldConfirm LINE 8 COL 19 PIC X USING Confirm.
               05 ScHoldMsg LINE 23 COL 2 PIC X(78) FROM ConMsg
                   HIGHLIGHT.

           01 ControlScreen.
               05 BLANK SCREEN.
               05 LINE 2 COL 2 VALUE "BUILD A CONTROL CARD".
               05 LINE 2 COL 60 PIC X(10) FROM RunDateEd.
               05 LINE 4 COL 4
                   VALUE "DAYS TO RUN, IN RUN ORDER (01-06):".
               05 ScCtl1 LINE 6 COL 6 PIC X(2) USING CtlIn1.
               05 ScCtl2 LINE 6 COL 10 PIC X(2) USING CtlIn2.
               05 ScCtl3 LINE 6 COL 14 PIC X(2) USING CtlIn3.
               05 ScCtl4 LINE 6 COL 18 PIC X(2) USING CtlIn4.
               05 ScCtl5 LINE 6 COL 22 PIC X(2) USING CtlIn5.
               05 ScCtl6 LINE 6 COL 26 PIC X(2) USING CtlIn6.
               05 LINE 8 COL 4
                   VALUE "ALL BLANK REMOVES THE CARD (FULL CYCLE)".
               05 LINE 10 COL 4 VALUE "CONFIRM (Y/N):".
               05 ScCtlConfirm LINE 10 COL 19 PIC X USING Confirm.
               05 ScCtlMsg LINE 23 COL 2 PIC X(78) FROM ConMsg
                   HIGHLIGHT.

           01 DispScreen.
               05 BLANK SCREEN.
               05 LINE 2 COL 2 VALUE "ENTER AN EXCEPTION DISPOSITION".
               05 LINE 2 COL 60 PIC X(10) FROM RunDateEd.
               05 LINE 4 COL 4
                   VALUE "RUN DATE (YYYY-MM-DD, BLANK TO RETURN):".
               05 ScDpDate LINE 4 COL 45 PIC X(10) USING DpDateIn.
               05 LINE 5 COL 4
                   VALUE "DAY (DAY01-DAY06 OR PROGRAM TAG):".
               05 ScDpDay LINE 5 COL 45 PIC X(5) USING DpDayIn.
               05 LINE 6 COL 4 VALUE "REASON CODE:".
               05 ScDpReason LINE 6 COL 45 PIC X(8) USING DpReasonIn.
               05 LINE 7 COL 4 VALUE "SOURCE RECORD NUMBER:".
               05 ScDpSource LINE 7 COL 45 PIC X(7) USING DpSourceIn.
               05 LINE 8 COL 4
                   VALUE "ACTION (RESOLVED/IGNORED/PENDING):".
               05 ScDpAction LINE 8 COL 45 PIC X(8) USING DpActionIn.
               05 LINE 9 COL 4 VALUE "INITIALS:".
               05 ScDpInit LINE 9 COL 45 PIC X(3) USING DpInitIn.
               05 LINE 10 COL 4 VALUE "NOTE:".
               05 ScDpNote LINE 10 COL 45 PIC X(30) USING DpNoteIn.
               05 LINE 12 COL 4 VALUE "CONFIRM (Y/N):".
               05 ScDpConfirm LINE 12 COL 19 PIC X USING Confirm.
               05 ScDpMsg LINE 23 COL 2 PIC X(78) FROM ConMsg
                   HIGHLIGHT.

           01 LedgInqScreen.
               05 BLANK SCREEN.
               05 LINE 2 COL 2 VALUE "RESULTS LEDGER INQUIRY".
               05 LINE 2 COL 60 PIC X(10) FROM RunDateEd.
               05 LINE 4 COL 4 VALUE "DAY (DAY01-DAY06, BLANK = ALL):".
               05 ScLqDay LINE 4 COL 40 PIC X(5) USING LqDayIn.
               05 LINE 5 COL 4 VALUE "FROM DATE (BLANK = OPEN):".
               05 ScLqFrom LINE 5 COL 40 PIC X(10) USING LqFromIn.
               05 LINE 6 COL 4 VALUE "TO DATE (BLANK = OPEN):".
               05 ScLqTo LINE 6 COL 40 PIC X(10) USING LqToIn.
               05 LINE 7 COL 4 VALUE "RUN ID (BLANK = ANY):".
               05 ScLqRunId LINE 7 COL 40 PIC X(16) USING LqRunIdIn.
               05 LINE 9 COL 4 VALUE "RUN THE INQUIRY (Y/N):".
               05 ScLqConfirm LINE 9 COL 27 PIC X USING Confirm.
               05 ScLqMsg LINE 23 COL 2 PIC X(78) FROM ConMsg
                   HIGHLIGHT.

           01 ElfInqScreen.
               05 BLANK SCREEN.
               05 LINE 2 COL 2 VALUE "ELF MASTER INQUIRY".
               05 LINE 2 COL 60 PIC X(10) FROM RunDateEd.
               05 LINE 4 COL 4 VALUE "ELF NUMBER (BLANK = ALL):".
               05 ScEqElf LINE 4 COL 31 PIC X(6) USING EqElfIn.
               05 LINE 6 COL 4 VALUE "RUN THE INQUIRY (Y/N):".
               05 ScEqConfirm LINE 6 COL 27 PIC X USING Confirm.
               05 ScEqMsg LINE 23 COL 2 PIC X(78) FROM ConMsg
                   HIGHLIGHT.

           01 ViewScreen.
               05 BLANK SCREEN.
               05 LINE 1 COL 2 PIC X(40) FROM ConTitle.
               05 LINE 1 COL 60 VALUE "PAGE".
               05 LINE 1 COL 65 PIC ZZ9 FROM ViewPageNo.
               05 LINE 3 COL 1 PIC X(79) FROM ViewL01.
               05 LINE 4 COL 1 PIC X(79) FROM ViewL02.
               05 LINE 5 COL 1 PIC X(79) FROM ViewL03.
               05 LINE 6 COL 1 PIC X(79) FROM ViewL04.
               05 LINE 7 COL 1 PIC X(79) FROM ViewL05.
               05 LINE 8 COL 1 PIC X(79) FROM ViewL06.
               05 LINE 9 COL 1 PIC X(79) FROM ViewL07.
               05 LINE 10 COL 1 PIC X(79) FROM ViewL08.
               05 LINE 11 COL 1 PIC X(79) FROM ViewL09.
               05 LINE 12 COL 1 PIC X(79) FROM ViewL10.
               05 LINE 13 COL 1 PIC X(79) FROM ViewL11.
               05 LINE 14 COL 1 PIC X(79) FROM ViewL12.
               05 LINE 15 COL 1 PIC X(79) FROM ViewL13.
               05 LINE 16 COL 1 PIC X(79) FROM ViewL14.
               05 LINE 17 COL 1 PIC X(79) FROM ViewL15.
               05 LINE 18 COL 1 PIC X(79) FROM ViewL16.
               05 LINE 19 COL 1 PIC X(79) FROM ViewL17.
               05 LINE 20 COL 1 PIC X(79) FROM ViewL18.
               05 LINE 22 COL 2 PIC X(78) FROM ConMsg HIGHLIGHT.
               05 LINE 23 COL 2
                   VALUE "ENTER FOR THE NEXT PAGE, X TO RETURN:".
               05 ScViewMore LINE 23 COL 41 PIC X USING ViewMore.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 040-Get-Parms
           PERFORM 100-Sign-On
           PERFORM 900-Open-Log
           MOVE "SIGNED ON" TO LogText
           PERFORM 910-Log-Action
           PERFORM UNTIL ConDone = 1
               PERFORM 150-Menu
           END-PERFORM
           MOVE "SIGNED OFF" TO LogText
           PERFORM 910-Log-Action
           CLOSE ConsoleLog
       STOP RUN
       .

       040-Get-Parms.
           ACCEPT RunDate FROM DATE YYYYMMDD
           MOVE RunDate(1:4) TO RunDateEd(1:4)
           MOVE "-" TO RunDateEd(5:1)
           MOVE RunDate(5:2) TO RunDateEd(6:2)
           MOVE "-" TO RunDateEd(8:1)
           MOVE RunDate(7:2) TO RunDateEd(9:2)
           MOVE SPACE TO TransFileParm
           ACCEPT TransFileParm FROM ENVIRONMENT "DD_EXCDISP"
           IF TransFileParm NOT = SPACE THEN
               MOVE TransFileParm TO TransFileName
           END-IF
           MOVE SPACE TO AocBin
           ACCEPT AocBin FROM ENVIRONMENT "AOCBIN"
           IF AocBin = SPACE THEN
               MOVE "." TO AocBin
           END-IF
           .

      *>      two or three letters - the same initials that go on a
      *>      disposition and on every console log line
       100-Sign-On.
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               DISPLAY SignOnScreen
               ACCEPT ScInit
               MOVE FUNCTION UPPER-CASE(OpInit) TO OpInit
               IF OpInit(1:1) NOT = SPACE
                   AND OpInit(2:1) NOT = SPACE
                   AND OpInit IS ALPHABETIC THEN
                   MOVE 1 TO FieldOK
                   MOVE SPACES TO ConMsg
               ELSE
                   MOVE "INITIALS MUST BE TWO OR THREE LETTERS"
                       TO ConMsg
               END-IF
           END-PERFORM
           .

       150-Menu.
           PERFORM 250-Load-Holds
           MOVE SPACE TO MenuChoice
           DISPLAY MenuScreen
           ACCEPT ScChoice
           MOVE SPACES TO ConMsg
           EVALUATE MenuChoice
               WHEN "1"
                   MOVE "PLACE A DAY HOLD" TO ConTitle
                   PERFORM 200-Place-Hold
               WHEN "2"
                   MOVE "RELEASE A DAY HOLD" TO ConTitle
                   PERFORM 220-Release-Hold
               WHEN "3"
                   PERFORM 300-Control-Card
               WHEN "4"
                   PERFORM 400-Disposition
               WHEN "5"
                   PERFORM 500-Ledger-Inquiry
               WHEN "6"
                   PERFORM 550-Elf-Inquiry
               WHEN "X"
               WHEN "x"
                   MOVE 1 TO ConDone
               WHEN OTHER
                   MOVE "CHOOSE 1-6 OR X" TO ConMsg
           END-EVALUATE
           .

      *>      a hold needs a day and a reason - the reason is what
      *>      the driver prints against the held day
       200-Place-Hold.
           MOVE SPACES TO HoldDayIn HoldReasonIn
           MOVE SPACE TO Confirm
           DISPLAY HoldScreen
           PERFORM 210-Get-Hold-Day
           IF Cancelled = 0 THEN
               IF HsHeld(HoldDayNum) = 1 THEN
                   MOVE SPACES TO ConMsg
                   STRING "DAY0" DELIMITED BY SIZE
                       HoldDayNum DELIMITED BY SIZE
                       " IS ALREADY HELD - NEW REASON REPLACES "
                       DELIMITED BY SIZE
                       "THE OLD ONE" DELIMITED BY SIZE
                       INTO ConMsg
                   DISPLAY ScHoldMsg
               END-IF
               MOVE 0 TO FieldOK
               PERFORM UNTIL FieldOK = 1
                   ACCEPT ScHoldReason
                   MOVE FUNCTION UPPER-CASE(HoldReasonIn)
                       TO HoldReasonIn
                   IF HoldReasonIn = SPACE THEN
                       MOVE "A HOLD NEEDS A REASON" TO ConMsg
                       DISPLAY ScHoldMsg
                   ELSE
                       MOVE 1 TO FieldOK
                   END-IF
               END-PERFORM
               PERFORM 230-Get-Hold-Confirm
               IF Confirm = "Y" THEN
                   MOVE SPACES TO HoldsRec
                   STRING "DAY0" DELIMITED BY SIZE
                       HoldDayNum DELIMITED BY SIZE
                       " HOLD " DELIMITED BY SIZE
                       HoldReasonIn DELIMITED BY SIZE
                       INTO HoldsRec
                   PERFORM 240-Append-Hold
                   IF WriteOK = 1 THEN
                       MOVE SPACES TO LogText
                       STRING "PLACED HOLD " DELIMITED BY SIZE
                           HoldsRec DELIMITED BY SIZE
                           INTO LogText
                       PERFORM 910-Log-Action
                       MOVE SPACES TO ConMsg
                       STRING "DAY0" DELIMITED BY SIZE
                           HoldDayNum DELIMITED BY SIZE
                           " HELD" DELIMITED BY SIZE
                           INTO ConMsg
                   END-IF
               ELSE
                   MOVE "HOLD NOT PLACED" TO ConMsg
               END-IF
           END-IF
           .

       210-Get-Hold-Day.
           MOVE 0 TO FieldOK
           MOVE 0 TO Cancelled
           PERFORM UNTIL FieldOK = 1 OR Cancelled = 1
               ACCEPT ScHoldDay
               IF HoldDayIn = SPACE THEN
                   MOVE 1 TO Cancelled
                   MOVE SPACES TO ConMsg
               ELSE
                   MOVE HoldDayIn TO DayWork
                   PERFORM 700-Check-Day-Number
                   IF DayWorkOK = 1 THEN
                       MOVE DayWork TO HoldDayIn
                       MOVE DayWork(2:1) TO HoldDayNum
                       MOVE 1 TO FieldOK
                       MOVE SPACES TO ConMsg
                       DISPLAY ScHoldDay
                   ELSE
                       MOVE "DAY MUST BE 01 TO 06" TO ConMsg
                   END-IF
                   DISPLAY ScHoldMsg
               END-IF
           END-PERFORM
           .

      *>      release only what is held - a RELEASE for a day with
      *>      no hold on file would just be noise in aocholds.txt
       220-Release-Hold.
           MOVE SPACES TO HoldDayIn HoldReasonIn
           MOVE SPACE TO Confirm
           DISPLAY HoldScreen
           PERFORM 210-Get-Hold-Day
           IF Cancelled = 0 THEN
               IF HsHeld(HoldDayNum) = 0 THEN
                   MOVE SPACES TO ConMsg
                   STRING "DAY0" DELIMITED BY SIZE
                       HoldDayNum DELIMITED BY SIZE
                       " IS NOT ON HOLD - NOTHING TO RELEASE"
                       DELIMITED BY SIZE
                       INTO ConMsg
               ELSE
                   MOVE HsReason(HoldDayNum) TO HoldReasonIn
                   DISPLAY ScHoldReason
                   PERFORM 230-Get-Hold-Confirm
                   IF Confirm = "Y" THEN
                       MOVE SPACES TO HoldsRec
                       STRING "DAY0" DELIMITED BY SIZE
                           HoldDayNum DELIMITED BY SIZE
                           " RELEASE" DELIMITED BY SIZE
                           INTO HoldsRec
                       PERFORM 240-Append-Hold
                       IF WriteOK = 1 THEN
                           MOVE SPACES TO LogText
                           STRING "RELEASED HOLD DAY0"
                               DELIMITED BY SIZE
                               HoldDayNum DELIMITED BY SIZE
                               " (WAS: " DELIMITED BY SIZE
                               FUNCTION TRIM(HsReason(HoldDayNum))
                               DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                               INTO LogText
                           PERFORM 910-Log-Action
                           MOVE SPACES TO ConMsg
                           STRING "DAY0" DELIMITED BY SIZE
                               HoldDayNum DELIMITED BY SIZE
                               " RELEASED" DELIMITED BY SIZE
                               INTO ConMsg
                       END-IF
                   ELSE
                       MOVE "HOLD NOT RELEASED" TO ConMsg
                   END-IF
               END-IF
           END-IF
           .

       230-Get-Hold-Confirm.
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               ACCEPT ScHoldConfirm
               PERFORM 710-Check-Confirm
               DISPLAY ScHoldMsg
           END-PERFORM
           .

       240-Append-Hold.
           MOVE 0 TO WriteOK
           OPEN EXTEND HoldsFile
           IF HoldsFS = "35" THEN
               OPEN OUTPUT HoldsFile
           END-IF
           IF HoldsFS NOT = "00" THEN
               MOVE "aocholds.txt" TO InqPath
               MOVE HoldsFS TO InquiryFS
               PERFORM 920-Note-Write-Failure
           ELSE
               WRITE HoldsRec
               CLOSE HoldsFile
               MOVE 1 TO WriteOK
           END-IF
           .

       250-Load-Holds.
           PERFORM VARYING HI FROM 1 BY 1 UNTIL HI > 6
               MOVE 0 TO HsHeld(HI)
               MOVE SPACES TO HsReason(HI)
           END-PERFORM
           OPEN INPUT HoldsFile
           IF HoldsFS = "00" THEN
               MOVE 0 TO HoldsEOF
               PERFORM UNTIL HoldsEOF = 1
                   READ HoldsFile
                       AT END MOVE 1 TO HoldsEOF
                       NOT AT END PERFORM 260-Note-Hold-Rec
                   END-READ
               END-PERFORM
               CLOSE HoldsFile
           END-IF
           PERFORM VARYING HI FROM 1 BY 1 UNTIL HI > 6
               MOVE SPACES TO HsLine(HI)
               IF HsHeld(HI) = 1 THEN
                   STRING "DAY0" DELIMITED BY SIZE
                       HI DELIMITED BY SIZE
                       "  HELD - " DELIMITED BY SIZE
                       HsReason(HI) DELIMITED BY SIZE
                       INTO HsLine(HI)
               ELSE
                   STRING "DAY0" DELIMITED BY SIZE
                       HI DELIMITED BY SIZE
                       "  NOT HELD" DELIMITED BY SIZE
                       INTO HsLine(HI)
               END-IF
           END-PERFORM
           .

       260-Note-Hold-Rec.
           IF HoldsRec(1:4) = "DAY0"
               AND HoldsRec(5:1) >= "1"
               AND HoldsRec(5:1) <= "6" THEN
               MOVE HoldsRec(5:1) TO HI
               IF HoldsRec(7:4) = "HOLD" THEN
                   MOVE 1 TO HsHeld(HI)
                   MOVE HoldsRec(12:40) TO HsReason(HI)
               ELSE
                   IF HoldsRec(7:7) = "RELEASE" THEN
                       MOVE 0 TO HsHeld(HI)
                       MOVE SPACES TO HsReason(HI)
                   END-IF
               END-IF
           END-IF
           .

      *>      one "DAY0n" record per day in the order keyed - the
      *>      driver runs them in that order. Blank throughout takes
      *>      the card away, which puts the next run back on the
      *>      full cycle
       300-Control-Card.
           MOVE SPACES TO CtlInput
           MOVE SPACE TO Confirm
           DISPLAY ControlScreen
           MOVE 0 TO CtlCount
           MOVE 0 TO CtlBad
           PERFORM VARYING CtlI FROM 1 BY 1 UNTIL CtlI > 6
               PERFORM 310-Get-Control-Day
           END-PERFORM
           IF CtlCount = 0 THEN
               MOVE "NO DAYS - CONFIRM REMOVES THE CONTROL CARD"
                   TO ConMsg
           ELSE
               MOVE SPACES TO ConMsg
           END-IF
           DISPLAY ScCtlMsg
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               ACCEPT ScCtlConfirm
               PERFORM 710-Check-Confirm
               DISPLAY ScCtlMsg
           END-PERFORM
           IF Confirm NOT = "Y" THEN
               MOVE "CONTROL CARD NOT CHANGED" TO ConMsg
           ELSE
               IF CtlCount = 0 THEN
                   CALL "CBL_DELETE_FILE"
                       USING "../data/aocdrv_control.txt"
                   MOVE 0 TO RETURN-CODE
                   MOVE SPACES TO LogText
                   STRING "REMOVED CONTROL CARD - NEXT RUN IS THE "
                       DELIMITED BY SIZE
                       "FULL CYCLE" DELIMITED BY SIZE
                       INTO LogText
                   PERFORM 910-Log-Action
                   MOVE "CONTROL CARD REMOVED" TO ConMsg
               ELSE
                   PERFORM 320-Write-Control-Card
               END-IF
           END-IF
           .

      *>      each day checked as it is keyed - a bad entry is
      *>      re-asked before the cursor moves on
       310-Get-Control-Day.
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               EVALUATE CtlI
                   WHEN 1 ACCEPT ScCtl1
                   WHEN 2 ACCEPT ScCtl2
                   WHEN 3 ACCEPT ScCtl3
                   WHEN 4 ACCEPT ScCtl4
                   WHEN 5 ACCEPT ScCtl5
                   WHEN 6 ACCEPT ScCtl6
               END-EVALUATE
               IF CtlIn(CtlI) = SPACE THEN
                   MOVE 1 TO FieldOK
                   MOVE SPACES TO ConMsg
               ELSE
                   MOVE CtlIn(CtlI) TO DayWork
                   PERFORM 700-Check-Day-Number
                   IF DayWorkOK = 1 THEN
                       MOVE DayWork TO CtlIn(CtlI)
                       ADD 1 TO CtlCount
                       MOVE 1 TO FieldOK
                       MOVE SPACES TO ConMsg
                   ELSE
                       MOVE "DAY MUST BE 01 TO 06 (OR BLANK)"
                           TO ConMsg
                   END-IF
               END-IF
               DISPLAY ControlScreen
           END-PERFORM
           .

       320-Write-Control-Card.
           OPEN OUTPUT ControlFile
           IF ControlFS NOT = "00" THEN
               MOVE "aocdrv_control.txt" TO InqPath
               MOVE ControlFS TO InquiryFS
               PERFORM 920-Note-Write-Failure
           ELSE
               MOVE SPACES TO CtlList
               PERFORM VARYING CtlI FROM 1 BY 1 UNTIL CtlI > 6
                   IF CtlIn(CtlI) NOT = SPACE THEN
                       MOVE SPACES TO ControlRec
                       STRING "DAY" DELIMITED BY SIZE
                           CtlIn(CtlI) DELIMITED BY SIZE
                           INTO ControlRec
                       WRITE ControlRec
                       STRING FUNCTION TRIM(CtlList) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ControlRec(1:5) DELIMITED BY SIZE
                           INTO CtlList
                   END-IF
               END-PERFORM
               CLOSE ControlFile
               MOVE SPACES TO LogText
               STRING "BUILT CONTROL CARD:" DELIMITED BY SIZE
                   CtlList DELIMITED BY SIZE
                   INTO LogText
               PERFORM 910-Log-Action
               MOVE SPACES TO ConMsg
               STRING "CONTROL CARD WRITTEN:" DELIMITED BY SIZE
                   CtlList DELIMITED BY SIZE
                   INTO ConMsg
           END-IF
           .

      *>      a disposition, field by field in the EXCDISP columns.
      *>      The key (date, day, reason, source) must name an
      *>      exception actually on the master, or the disposition
      *>      could never match anything in the carry-forward
       400-Disposition.
           MOVE SPACES TO DpDateIn DpDayIn DpReasonIn DpSourceIn
               DpActionIn DpNoteIn
           MOVE OpInit TO DpInitIn
           MOVE SPACE TO Confirm
           DISPLAY DispScreen
           PERFORM 410-Get-Disp-Date
           IF Cancelled = 0 THEN
               PERFORM 420-Get-Disp-Day
               PERFORM 430-Get-Disp-Reason
               PERFORM 440-Get-Disp-Source
               PERFORM 450-Get-Disp-Action
               PERFORM 460-Get-Disp-Init
               ACCEPT ScDpNote
               MOVE 0 TO FieldOK
               PERFORM UNTIL FieldOK = 1
                   ACCEPT ScDpConfirm
                   PERFORM 710-Check-Confirm
                   DISPLAY ScDpMsg
               END-PERFORM
               IF Confirm = "Y" THEN
                   PERFORM 480-Write-Disposition
               ELSE
                   MOVE "DISPOSITION NOT FILED" TO ConMsg
               END-IF
           END-IF
           .

       410-Get-Disp-Date.
           MOVE 0 TO FieldOK
           MOVE 0 TO Cancelled
           PERFORM UNTIL FieldOK = 1 OR Cancelled = 1
               ACCEPT ScDpDate
               IF DpDateIn = SPACE THEN
                   MOVE 1 TO Cancelled
                   MOVE SPACES TO ConMsg
               ELSE
                   MOVE DpDateIn TO ChkDate
                   PERFORM 720-Check-Date
                   IF ChkDateOK = 0 THEN
                       MOVE "DATE MUST BE A REAL DATE, YYYY-MM-DD"
                           TO ConMsg
                   ELSE
                       IF DpDateIn > RunDateEd THEN
                           MOVE "DATE CANNOT BE LATER THAN TODAY"
                               TO ConMsg
                       ELSE
                           MOVE 1 TO FieldOK
                           MOVE SPACES TO ConMsg
                       END-IF
                   END-IF
                   DISPLAY ScDpMsg
               END-IF
           END-PERFORM
           .

       420-Get-Disp-Day.
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               ACCEPT ScDpDay
               MOVE FUNCTION UPPER-CASE(DpDayIn) TO DpDayIn
               IF DpDayIn = "REFMT" OR DpDayIn = "RCERT"
                   OR DpDayIn = "RECON"
                   OR (DpDayIn(1:4) = "DAY0"
                       AND DpDayIn(5:1) >= "1"
                       AND DpDayIn(5:1) <= "6") THEN
                   MOVE 1 TO FieldOK
                   MOVE SPACES TO ConMsg
               ELSE
                   MOVE "DAY MUST BE DAY01-DAY06, REFMT, RCERT OR RECON"
                       TO ConMsg
               END-IF
               DISPLAY ScDpDay
               DISPLAY ScDpMsg
           END-PERFORM
           .

       430-Get-Disp-Reason.
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               ACCEPT ScDpReason
               MOVE FUNCTION UPPER-CASE(DpReasonIn) TO DpReasonIn
               IF DpReasonIn = SPACE THEN
                   MOVE "REASON CODE IS REQUIRED" TO ConMsg
               ELSE
                   MOVE 1 TO FieldOK
                   MOVE SPACES TO ConMsg
               END-IF
               DISPLAY ScDpReason
               DISPLAY ScDpMsg
           END-PERFORM
           .

      *>      the source number closes the key, so this is where
      *>      the key is looked up on the master
       440-Get-Disp-Source.
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               ACCEPT ScDpSource
               IF DpSourceIn = SPACE
                   OR FUNCTION TEST-NUMVAL(DpSourceIn) NOT = 0 THEN
                   MOVE "SOURCE RECORD NUMBER MUST BE NUMERIC"
                       TO ConMsg
               ELSE
                   MOVE FUNCTION NUMVAL(DpSourceIn) TO DpSourceNum
                   MOVE DpSourceNum TO DpSourceIn
                   PERFORM 470-Find-On-Master
                   IF MasterHit = 1 THEN
                       MOVE 1 TO FieldOK
                       MOVE SPACES TO ConMsg
                   ELSE
                       MOVE SPACES TO ConMsg
                       STRING "NO " DELIMITED BY SIZE
                           DpDayIn DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(DpReasonIn) DELIMITED BY SIZE
                           " EXCEPTION FOR RECORD " DELIMITED BY SIZE
                           DpSourceIn DELIMITED BY SIZE
                           " ON " DELIMITED BY SIZE
                           DpDateIn DELIMITED BY SIZE
                           INTO ConMsg
                   END-IF
               END-IF
               DISPLAY ScDpSource
               DISPLAY ScDpMsg
           END-PERFORM
           .

       450-Get-Disp-Action.
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               ACCEPT ScDpAction
               MOVE FUNCTION UPPER-CASE(DpActionIn) TO DpActionIn
               IF DpActionIn = "RESOLVED" OR DpActionIn = "IGNORED"
                   OR DpActionIn = "PENDING" THEN
                   MOVE 1 TO FieldOK
                   MOVE SPACES TO ConMsg
               ELSE
                   MOVE "ACTION MUST BE RESOLVED, IGNORED OR PENDING"
                       TO ConMsg
               END-IF
               DISPLAY ScDpAction
               DISPLAY ScDpMsg
           END-PERFORM
           .

       460-Get-Disp-Init.
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               ACCEPT ScDpInit
               MOVE FUNCTION UPPER-CASE(DpInitIn) TO DpInitIn
               IF DpInitIn(1:1) NOT = SPACE
                   AND DpInitIn(2:1) NOT = SPACE
                   AND DpInitIn IS ALPHABETIC THEN
                   MOVE 1 TO FieldOK
                   MOVE SPACES TO ConMsg
               ELSE
                   MOVE "INITIALS MUST BE TWO OR THREE LETTERS"
                       TO ConMsg
               END-IF
               DISPLAY ScDpInit
               DISPLAY ScDpMsg
           END-PERFORM
           .

      *>      the first occurrence of the key, if there is one
       470-Find-On-Master.
           MOVE 0 TO MasterHit
           OPEN INPUT MasterFile
           IF MasterFS = "00" THEN
               MOVE DpDateIn TO MstDate
               MOVE DpDayIn TO MstDay
               MOVE DpReasonIn TO MstReason
               MOVE DpSourceNum TO MstSource
               MOVE 0 TO MstSeq
               START MasterFile KEY NOT < MstKey
                   INVALID KEY MOVE 1 TO MasterEOF
                   NOT INVALID KEY MOVE 0 TO MasterEOF
               END-START
               IF MasterEOF = 0 THEN
                   READ MasterFile NEXT
                       AT END MOVE 1 TO MasterEOF
                       NOT AT END
                           IF MstDate = DpDateIn
                               AND MstDay = DpDayIn
                               AND MstReason = DpReasonIn
                               AND MstSource = DpSourceNum THEN
                               MOVE 1 TO MasterHit
                           END-IF
                   END-READ
               END-IF
               CLOSE MasterFile
           END-IF
           .

       480-Write-Disposition.
           OPEN EXTEND TransFile
           IF TransFS = "35" THEN
               OPEN OUTPUT TransFile
           END-IF
           IF TransFS NOT = "00" THEN
               MOVE TransFileName TO InqPath
               MOVE TransFS TO InquiryFS
               PERFORM 920-Note-Write-Failure
           ELSE
               MOVE SPACES TO TransRec
               MOVE DpDateIn TO TxDate
               MOVE DpDayIn TO TxDay
               MOVE DpReasonIn TO TxReason
               MOVE DpSourceIn TO TxSource
               MOVE DpActionIn TO TxAction
               MOVE DpInitIn TO TxInit
               MOVE DpNoteIn TO TxNote
               WRITE TransRec
               CLOSE TransFile
               MOVE SPACES TO LogText
               STRING "FILED DISPOSITION " DELIMITED BY SIZE
                   TransRec DELIMITED BY SIZE
                   INTO LogText
               PERFORM 910-Log-Action
               MOVE SPACES TO ConMsg
               STRING "DISPOSITION FILED - " DELIMITED BY SIZE
                   DpActionIn DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DpDayIn DELIMITED BY SIZE
                   " RECORD " DELIMITED BY SIZE
                   DpSourceIn DELIMITED BY SIZE
                   INTO ConMsg
           END-IF
           .

      *>      the inquiries run as they would from the command line
      *>      - filters through their environment variables, the
      *>      program from AOCBIN - and their report file is paged
      *>      onto the screen afterwards
       500-Ledger-Inquiry.
           MOVE SPACE TO Confirm
           DISPLAY LedgInqScreen
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               ACCEPT ScLqDay
               MOVE FUNCTION UPPER-CASE(LqDayIn) TO LqDayIn
               IF LqDayIn = SPACE
                   OR (LqDayIn(1:4) = "DAY0"
                       AND LqDayIn(5:1) >= "1"
                       AND LqDayIn(5:1) <= "6") THEN
                   MOVE 1 TO FieldOK
                   MOVE SPACES TO ConMsg
               ELSE
                   MOVE "DAY MUST BE DAY01 TO DAY06 OR BLANK"
                       TO ConMsg
               END-IF
               DISPLAY ScLqDay
               DISPLAY ScLqMsg
           END-PERFORM
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               ACCEPT ScLqFrom
               MOVE LqFromIn TO ChkDate
               PERFORM 730-Check-Open-Date
               DISPLAY ScLqMsg
           END-PERFORM
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               ACCEPT ScLqTo
               MOVE LqToIn TO ChkDate
               PERFORM 730-Check-Open-Date
               IF FieldOK = 1 AND LqFromIn NOT = SPACE
                   AND LqToIn NOT = SPACE
                   AND LqToIn < LqFromIn THEN
                   MOVE 0 TO FieldOK
                   MOVE "TO DATE IS BEFORE FROM DATE" TO ConMsg
               END-IF
               DISPLAY ScLqMsg
           END-PERFORM
           ACCEPT ScLqRunId
           MOVE FUNCTION UPPER-CASE(LqRunIdIn) TO LqRunIdIn
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               ACCEPT ScLqConfirm
               PERFORM 710-Check-Confirm
               DISPLAY ScLqMsg
           END-PERFORM
           IF Confirm = "Y" THEN
               SET ENVIRONMENT "LEDGINQ_DAY" TO LqDayIn
               SET ENVIRONMENT "LEDGINQ_FROM" TO LqFromIn
               SET ENVIRONMENT "LEDGINQ_TO" TO LqToIn
               SET ENVIRONMENT "LEDGINQ_RUNID" TO LqRunIdIn
               MOVE SPACES TO CmdLine
               STRING FUNCTION TRIM(AocBin) DELIMITED BY SIZE
                   "/ledginq > /dev/null 2>&1" DELIMITED BY SIZE
                   INTO CmdLine
               CALL "SYSTEM" USING CmdLine
               MOVE 0 TO RETURN-CODE
               MOVE SPACES TO LogText
               STRING "RAN LEDGINQ DAY=" DELIMITED BY SIZE
                   LqDayIn DELIMITED BY SIZE
                   " FROM=" DELIMITED BY SIZE
                   LqFromIn DELIMITED BY SIZE
                   " TO=" DELIMITED BY SIZE
                   LqToIn DELIMITED BY SIZE
                   " RUNID=" DELIMITED BY SIZE
                   LqRunIdIn DELIMITED BY SIZE
                   INTO LogText
               PERFORM 910-Log-Action
               MOVE "RESULTS LEDGER INQUIRY" TO ConTitle
               MOVE "../data/ledger_inquiry.txt" TO InqPath
               PERFORM 600-View-Output
           ELSE
               MOVE "INQUIRY NOT RUN" TO ConMsg
           END-IF
           .

       550-Elf-Inquiry.
           MOVE SPACE TO Confirm
           DISPLAY ElfInqScreen
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               ACCEPT ScEqElf
               IF EqElfIn = SPACE
                   OR FUNCTION TEST-NUMVAL(EqElfIn) = 0 THEN
                   MOVE 1 TO FieldOK
                   MOVE SPACES TO ConMsg
               ELSE
                   MOVE "ELF NUMBER MUST BE NUMERIC OR BLANK"
                       TO ConMsg
               END-IF
               DISPLAY ScEqMsg
           END-PERFORM
           MOVE 0 TO FieldOK
           PERFORM UNTIL FieldOK = 1
               ACCEPT ScEqConfirm
               PERFORM 710-Check-Confirm
               DISPLAY ScEqMsg
           END-PERFORM
           IF Confirm = "Y" THEN
               SET ENVIRONMENT "ELFINQ_ELF" TO EqElfIn
               MOVE SPACES TO CmdLine
               STRING FUNCTION TRIM(AocBin) DELIMITED BY SIZE
                   "/elfinq > /dev/null 2>&1" DELIMITED BY SIZE
                   INTO CmdLine
               CALL "SYSTEM" USING CmdLine
               MOVE 0 TO RETURN-CODE
               MOVE SPACES TO LogText
               STRING "RAN ELFINQ ELF=" DELIMITED BY SIZE
                   EqElfIn DELIMITED BY SIZE
                   INTO LogText
               PERFORM 910-Log-Action
               MOVE "ELF MASTER INQUIRY" TO ConTitle
               MOVE "../data/elf_inquiry.txt" TO InqPath
               PERFORM 600-View-Output
           ELSE
               MOVE "INQUIRY NOT RUN" TO ConMsg
           END-IF
           .

       600-View-Output.
           OPEN INPUT InquiryFile
           IF InquiryFS NOT = "00" THEN
               MOVE SPACES TO ConMsg
               STRING "NO OUTPUT FROM THE INQUIRY - "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(InqPath) DELIMITED BY SIZE
                   " FILE STATUS " DELIMITED BY SIZE
                   InquiryFS DELIMITED BY SIZE
                   INTO ConMsg
           ELSE
               MOVE 0 TO ViewEOF
               MOVE 0 TO ViewQuit
               MOVE 0 TO ViewPageNo
               PERFORM UNTIL ViewEOF = 1 OR ViewQuit = 1
                   PERFORM 610-View-Page
               END-PERFORM
               CLOSE InquiryFile
               MOVE SPACES TO ConMsg
           END-IF
           .

       610-View-Page.
           MOVE SPACES TO ViewPage
           PERFORM VARYING ViewI FROM 1 BY 1
               UNTIL ViewI > 18 OR ViewEOF = 1
               READ InquiryFile
                   AT END MOVE 1 TO ViewEOF
                   NOT AT END
                       MOVE InquiryRec(1:79) TO ViewLine(ViewI)
               END-READ
           END-PERFORM
           ADD 1 TO ViewPageNo
           IF ViewEOF = 1 THEN
               MOVE "END OF INQUIRY OUTPUT" TO ConMsg
           ELSE
               MOVE SPACES TO ConMsg
           END-IF
           MOVE SPACE TO ViewMore
           DISPLAY ViewScreen
           ACCEPT ScViewMore
           IF ViewMore = "X" OR ViewMore = "x" THEN
               MOVE 1 TO ViewQuit
           END-IF
           .

      *>      "3" or "03" for a day number, 1 to 6 - handed back
      *>      in DayWork as two digits
       700-Check-Day-Number.
           MOVE 0 TO DayWorkOK
           IF DayWork(2:1) = SPACE THEN
               MOVE DayWork(1:1) TO DayWork(2:1)
               MOVE "0" TO DayWork(1:1)
           END-IF
           IF DayWork(1:1) = SPACE THEN
               MOVE "0" TO DayWork(1:1)
           END-IF
           IF DayWork(1:1) = "0" AND DayWork(2:1) >= "1"
               AND DayWork(2:1) <= "6" THEN
               MOVE 1 TO DayWorkOK
           END-IF
           .

       710-Check-Confirm.
           MOVE FUNCTION UPPER-CASE(Confirm) TO Confirm
           IF Confirm = "Y" OR Confirm = "N" THEN
               MOVE 1 TO FieldOK
               MOVE SPACES TO ConMsg
           ELSE
               MOVE "ANSWER Y OR N" TO ConMsg
           END-IF
           .

       720-Check-Date.
           MOVE 0 TO ChkDateOK
           IF ChkDate(1:4) IS NUMERIC AND ChkDate(5:1) = "-"
               AND ChkDate(6:2) IS NUMERIC AND ChkDate(8:1) = "-"
               AND ChkDate(9:2) IS NUMERIC THEN
               STRING ChkDate(1:4) ChkDate(6:2) ChkDate(9:2)
                   DELIMITED BY SIZE
                   INTO ChkDateX
               IF FUNCTION TEST-DATE-YYYYMMDD(ChkDateNum) = 0 THEN
                   MOVE 1 TO ChkDateOK
               END-IF
           END-IF
           .

      *>      an inquiry date may be left open
       730-Check-Open-Date.
           IF ChkDate = SPACE THEN
               MOVE 1 TO FieldOK
               MOVE SPACES TO ConMsg
           ELSE
               PERFORM 720-Check-Date
               IF ChkDateOK = 1 THEN
                   MOVE 1 TO FieldOK
                   MOVE SPACES TO ConMsg
               ELSE
                   MOVE "DATE MUST BE YYYY-MM-DD OR BLANK" TO ConMsg
               END-IF
           END-IF
           .

       900-Open-Log.
           OPEN EXTEND ConsoleLog
           IF ConsoleLogFS = "35" THEN
               OPEN OUTPUT ConsoleLog
           END-IF
           IF ConsoleLogFS NOT = "00" THEN
               MOVE "AOC981E" TO MsgId
               MOVE SPACES TO MsgText
               STRING "AOCCON: CANNOT OPEN aoccon_log.txt - "
                   DELIMITED BY SIZE
                   "FILE STATUS " DELIMITED BY SIZE
                   ConsoleLogFS DELIMITED BY SIZE
                   " - CONSOLE NOT STARTED" DELIMITED BY SIZE
                   INTO MsgText
               CALL "MSGLOG" USING MsgParm
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *>      date, time, initials and what was done - one line per
      *>      action, written as the action is taken
       910-Log-Action.
           ACCEPT TimeNow FROM TIME
           MOVE SPACES TO ConsoleLogLine
           STRING RunDateEd DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TimeNow(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               TimeNow(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               TimeNow(5:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OpInit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LogText DELIMITED BY SIZE
               INTO ConsoleLogLine
           WRITE ConsoleLogLine
           .

       920-Note-Write-Failure.
           MOVE "AOC982E" TO MsgId
           MOVE SPACES TO MsgText
           STRING "AOCCON: CANNOT WRITE " DELIMITED BY SIZE
               FUNCTION TRIM(InqPath) DELIMITED BY SIZE
               " - FILE STATUS " DELIMITED BY SIZE
               InquiryFS DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               OpInit DELIMITED BY SIZE
               "'S ACTION NOT TAKEN" DELIMITED BY SIZE
               INTO MsgText
           CALL "MSGLOG" USING MsgParm
           MOVE MsgText(1:78) TO ConMsg
           .
