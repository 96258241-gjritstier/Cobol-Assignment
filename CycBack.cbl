       IDENTIFICATION DIVISION.
       PROGRAM-ID. CycBack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * History master, indexed on employee id + skill + run date;
      * read in key order and reloaded without the backed-out cycle,
      * the same way HistPurge compacts it.
           SELECT HISTORY-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HH-History-Key
               FILE STATUS IS WS-History-Status.

           SELECT SEND-REGISTER-FILE ASSIGN TO "LMSREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycctl-Status.

      * Ratings held in suspense. The cycle's pending items are
      * rejected in place, so SuspMaint can never post one back under
      * a backed-out cycle date.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Suspense-Status.

           SELECT PARAMETER-FILE ASSIGN TO "BKOPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.

      * Before-images, named for the cycle backed out
      * (BKHIST/BKLREG/BKCCTL/BKSUSP.YYYYMMDD.DAT), written before
      * any master is touched so the back-out can itself be reversed:
      * the removed history rows in master layout for a reload, and
      * LMSREG, CYCCTL and SUSPENSE copied whole.
           SELECT HIST-BACKUP-FILE ASSIGN DYNAMIC WS-Hist-Backup-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hist-Backup-Status.

           SELECT REG-BACKUP-FILE ASSIGN DYNAMIC WS-Reg-Backup-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reg-Backup-Status.

           SELECT CYC-BACKUP-FILE ASSIGN DYNAMIC WS-Cyc-Backup-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cyc-Backup-Status.

           SELECT SUSP-BACKUP-FILE ASSIGN DYNAMIC WS-Susp-Backup-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Susp-Backup-Status.

      * Work files for the kept rows, copied back over the masters
      * once the split is complete so an abend mid-split never
      * leaves a half-written master.
           SELECT WORK-FILE ASSIGN TO "HISTWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Work-Status.

           SELECT REG-WORK-FILE ASSIGN TO "REGWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reg-Work-Status.

           SELECT SUSP-WORK-FILE ASSIGN TO "SUSPWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Susp-Work-Status.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Runlog-Status.

           SELECT BACKOUT-PRINT-FILE ASSIGN TO "CYCBKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Bkrpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HH-History-Record.
           05 HH-History-Key.
               10 HH-Employee-Id  PIC X(6).
               10 HH-Skill-Name   PIC X(20).
               10 HH-Run-Date     PIC 9(8).
           05 HH-Skill-Rating     PIC 9V9.
           05 HH-Average-Rating   PIC 9(3)V9(2).

       FD  SEND-REGISTER-FILE.
       01  RG-Register-Record     PIC X(82).

       FD  CYCLE-CONTROL-FILE.
       01  CY-Cycle-Record.
           05 CY-Cycle-Date       PIC 9(8).
           05 CY-Edit-Status      PIC X(1).
           05 CY-Assess-Status    PIC X(1).
           05 CY-Trend-Status     PIC X(1).
           05 CY-Recon-Status     PIC X(1).
           05 CY-Purge-Status     PIC X(1).

      * SuspMaint's layout. A pending ('P') item of the backed-out
      * cycle becomes 'J', decided by the back-out approver.
       FD  SUSPENSE-FILE.
       01  SU-Suspense-Record.
           05 SU-Cycle-Date       PIC 9(8).
           05 SU-Employee-Id      PIC X(6).
           05 SU-Employee-Name    PIC X(20).
           05 SU-Skill-Name       PIC X(20).
           05 SU-Prior-Rating     PIC 9V9.
           05 SU-New-Rating       PIC 9V9.
           05 SU-Manager-Id       PIC X(6).
           05 SU-Status           PIC X(1).
           05 SU-Decision-Date    PIC 9(8).
           05 SU-Decided-By       PIC X(6).

      * Single-record parameter file: the run date of the cycle to
      * back out (its HH-Run-Date / LMSREG cycle date) and the id of
      * whoever approved the back-out, for the control report and
      * the run log.
       FD  PARAMETER-FILE.
       01  BP-Parameter-Record.
           05 BP-Cycle-Date       PIC X(8).
           05 BP-Approver-Id      PIC X(6).

       FD  HIST-BACKUP-FILE.
       01  BH-History-Record      PIC X(41).

       FD  REG-BACKUP-FILE.
       01  BR-Register-Record     PIC X(82).

       FD  CYC-BACKUP-FILE.
       01  BC-Cycle-Record        PIC X(13).

       FD  SUSP-BACKUP-FILE.
       01  BS-Suspense-Record     PIC X(79).

       FD  WORK-FILE.
       01  WK-History-Record      PIC X(41).

       FD  REG-WORK-FILE.
       01  WR-Register-Record     PIC X(82).

       FD  SUSP-WORK-FILE.
       01  WU-Suspense-Record     PIC X(79).

      * Shared with SkillAssessment's run log. A back-out writes one
      * 'BKOUT' record: mode BACKOUT, the approver in the restart-id
      * slot, history rows removed in the history count and register
      * rows removed in the extract count.
       FD  RUN-LOG-FILE.
       01  RL-Log-Record.
           05 RL-Log-Date         PIC 9(8).
           05 FILLER              PIC X(1).
           05 RL-Start-Time       PIC X(8).
           05 FILLER              PIC X(1).
           05 RL-End-Time         PIC X(8).
           05 FILLER              PIC X(1).
           05 RL-Event            PIC X(5).
           05 FILLER              PIC X(1).
           05 RL-Mode             PIC X(7).
           05 FILLER              PIC X(1).
           05 RL-Restart-Id       PIC X(6).
           05 FILLER              PIC X(1).
           05 RL-Emp-Count        PIC 9(4).
           05 FILLER              PIC X(1).
           05 RL-Exc-Count        PIC 9(4).
           05 FILLER              PIC X(1).
           05 RL-Hist-Count       PIC 9(6).
           05 FILLER              PIC X(1).
           05 RL-Extr-Count       PIC 9(6).
           05 FILLER              PIC X(1).
           05 RL-Mst-Status       PIC X(2).
           05 FILLER              PIC X(1).
           05 RL-Rpt-Status       PIC X(2).
           05 FILLER              PIC X(1).
           05 RL-Ext-Status       PIC X(2).
           05 FILLER              PIC X(1).
           05 RL-Complete-Flag    PIC X(1).

       FD  BACKOUT-PRINT-FILE.
       01  BK-Line                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-History-Status       PIC X(2).
       01 WS-History-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-HISTORY      VALUE 'Y'.
       01 WS-Register-Status      PIC X(2).
       01 WS-Register-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-REGISTER     VALUE 'Y'.
       01 WS-Register-Found       PIC X(1) VALUE 'N'.
       01 WS-Cycctl-Status        PIC X(2).
       01 WS-Cycctl-Found         PIC X(1) VALUE 'N'.
       01 WS-Suspense-Status      PIC X(2).
       01 WS-Suspense-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SUSPENSE     VALUE 'Y'.
       01 WS-Suspense-Found       PIC X(1) VALUE 'N'.
       01 WS-Parm-Status          PIC X(2).
       01 WS-Hist-Backup-Status   PIC X(2).
       01 WS-Hist-Backup-Eof      PIC X(1) VALUE 'N'.
           88 END-OF-HIST-BACKUP  VALUE 'Y'.
       01 WS-Reg-Backup-Status    PIC X(2).
       01 WS-Cyc-Backup-Status    PIC X(2).
       01 WS-Susp-Backup-Status   PIC X(2).
       01 WS-Susp-Backup-Eof      PIC X(1) VALUE 'N'.
           88 END-OF-SUSP-BACKUP  VALUE 'Y'.
       01 WS-Work-Status          PIC X(2).
       01 WS-Work-Eof             PIC X(1) VALUE 'N'.
           88 END-OF-WORK         VALUE 'Y'.
       01 WS-Reg-Work-Status      PIC X(2).
       01 WS-Reg-Work-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-REG-WORK     VALUE 'Y'.
       01 WS-Susp-Work-Status     PIC X(2).
       01 WS-Susp-Work-Eof        PIC X(1) VALUE 'N'.
           88 END-OF-SUSP-WORK    VALUE 'Y'.
       01 WS-Runlog-Status        PIC X(2).
       01 WS-Bkrpt-Status         PIC X(2).

       01 WS-Cycle-Work.
           05 WS-Cyc-Date         PIC 9(8).
           05 WS-Cyc-Edit         PIC X(1).
           05 WS-Cyc-Assess       PIC X(1).
           05 WS-Cyc-Trend        PIC X(1).
           05 WS-Cyc-Recon        PIC X(1).
           05 WS-Cyc-Purge        PIC X(1).

       01 WS-Backout-Date         PIC 9(8).
       01 WS-Approver-Id          PIC X(6).

       01 WS-Hist-Backup-Name     PIC X(19).
       01 WS-Reg-Backup-Name      PIC X(19).
       01 WS-Cyc-Backup-Name      PIC X(19).
       01 WS-Susp-Backup-Name     PIC X(19).

      * The whole register in storage, as raw images with a detail
      * view, so the cycle's rows can be checked for retirements
      * before deciding whether any of them may go.
       01 WS-Reg-Count            PIC 9(3) VALUE 0.
       01 WS-Reg-Table.
           05 WS-Reg-Entry OCCURS 500 TIMES.
               10 WS-Reg-Record       PIC X(82).
               10 WS-Reg-Record-R REDEFINES WS-Reg-Record.
                   15 WS-Reg-Cycle-Date    PIC 9(8).
                   15 WS-Reg-Employee-Id   PIC X(6).
                   15 WS-Reg-Employee-Name PIC X(20).
                   15 WS-Reg-Skill-Name    PIC X(20).
                   15 WS-Reg-Skill-Rating  PIC 9V9.
                   15 WS-Reg-Status        PIC X(1).
                   15 WS-Reg-Retire-Date   PIC 9(8).
                   15 WS-Reg-Course-Code   PIC X(10).
                   15 WS-Reg-Course-Cost   PIC 9(5)V99.
               10 WS-Reg-Control-R REDEFINES WS-Reg-Record.
                   15 FILLER               PIC X(14).
                   15 WS-Reg-Ctl-Row-Count PIC 9(6).
                   15 FILLER               PIC X(62).
       01 WS-Reg-I                PIC 9(3).

      * The cycle's register rows go only when LmsRecon has retired
      * none of them and LeavProc has cancelled none; once a
      * completion or a cancellation has reached the LMS, the
      * register is left alone and the LMS side is sorted out by hand.
       01 WS-Reg-Removable        PIC X(1) VALUE 'Y'.

       01 WS-Hist-Read-Count      PIC 9(6) VALUE 0.
       01 WS-Hist-Removed-Count   PIC 9(6) VALUE 0.
       01 WS-Hist-Kept-Count      PIC 9(6) VALUE 0.
       01 WS-Reg-Cycle-Count      PIC 9(6) VALUE 0.
       01 WS-Reg-Ctl-Count        PIC 9(6) VALUE 0.
       01 WS-Reg-Retired-Count    PIC 9(6) VALUE 0.
       01 WS-Reg-Removed-Count    PIC 9(6) VALUE 0.
       01 WS-Ctl-Removed-Count    PIC 9(6) VALUE 0.
       01 WS-Susp-Pending-Count   PIC 9(6) VALUE 0.
       01 WS-Susp-Rejected-Count  PIC 9(6) VALUE 0.
       01 WS-Count-Display        PIC ZZZZZ9.

       01 WS-Rating-Display       PIC 9.9.
       01 WS-Average-Display      PIC ZZ9.99.
       01 WS-Cost-Display         PIC ZZ,ZZ9.99.

       01 WS-Print-Line           PIC X(132) VALUE SPACES.
       01 WS-Page-Count           PIC 9(4) VALUE 0.
       01 WS-Line-Count           PIC 9(3) VALUE 99.
       01 WS-Lines-Per-Page       PIC 9(3) VALUE 55.
       01 WS-Page-Number-Display  PIC ZZZ9.

       01 WS-Date-Work            PIC 9(8).
       01 WS-Date-Work-R REDEFINES WS-Date-Work.
           05 WS-Date-Year        PIC 9(4).
           05 WS-Date-Month       PIC 9(2).
           05 WS-Date-Day         PIC 9(2).
       01 WS-Date-Display         PIC X(10).
       01 WS-Backout-Date-Display PIC X(10).

       01 WS-Log-Start-Time       PIC X(8).
       01 WS-Run-Date             PIC 9(8).
       01 WS-Run-Date-Display     PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARAMETERS
           PERFORM CHECK-CYCLE-CONTROL
           PERFORM CHECK-BACKUPS-ABSENT
           PERFORM COUNT-CYCLE-HISTORY
           PERFORM LOAD-REGISTER
           PERFORM COUNT-CYCLE-SUSPENSE
           IF WS-Hist-Removed-Count = 0 AND WS-Reg-Cycle-Count = 0
               AND WS-Reg-Ctl-Count = 0 AND WS-Susp-Pending-Count = 0
               DISPLAY "ERROR: NOTHING ON FILE FOR CYCLE "
                   WS-Backout-Date " - NO HISTORY ROWS, REGISTER "
                   "POSTINGS OR HELD RATINGS TO BACK OUT"
               STOP RUN
           END-IF
           PERFORM WRITE-BACKUPS
           PERFORM REWRITE-HISTORY
           PERFORM REWRITE-REGISTER
           PERFORM REJECT-CYCLE-SUSPENSE
           PERFORM RESET-CYCLE-CONTROL
           PERFORM PRINT-CONTROL-REPORT
           PERFORM WRITE-RUN-LOG
           DISPLAY "CycBack complete. Cycle " WS-Backout-Date
               " History removed " WS-Hist-Removed-Count
               " Register removed " WS-Reg-Removed-Count
               " Held rejected " WS-Susp-Rejected-Count
           DISPLAY "Backups: " WS-Hist-Backup-Name " "
               WS-Reg-Backup-Name " " WS-Cyc-Backup-Name " "
               WS-Susp-Backup-Name
           DISPLAY "Control report: CYCBKRPT.DAT"
           STOP RUN
           .

       READ-PARAMETERS.
      * The cycle date and approver are both required: a back-out
      * with no one's name on it does not run.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Log-Start-Time FROM TIME
           MOVE WS-Run-Date TO WS-Date-Work
           PERFORM FORMAT-DATE
           MOVE WS-Date-Display TO WS-Run-Date-Display
           OPEN INPUT PARAMETER-FILE
           IF WS-Parm-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BKOPARM.DAT - STATUS "
                   WS-Parm-Status
               STOP RUN
           END-IF
           READ PARAMETER-FILE
               AT END
                   DISPLAY "ERROR: BKOPARM.DAT IS EMPTY - CYCLE DATE "
                       "AND APPROVER REQUIRED"
                   CLOSE PARAMETER-FILE
                   STOP RUN
           END-READ
           CLOSE PARAMETER-FILE
           IF BP-Cycle-Date NOT NUMERIC
               DISPLAY "ERROR: BKOPARM.DAT CYCLE DATE NOT YYYYMMDD - '"
                   BP-Cycle-Date "'"
               STOP RUN
           END-IF
           MOVE BP-Cycle-Date TO WS-Backout-Date
           MOVE WS-Backout-Date TO WS-Date-Work
           IF WS-Date-Month < 1 OR WS-Date-Month > 12
               OR WS-Date-Day < 1 OR WS-Date-Day > 31
               DISPLAY "ERROR: BKOPARM.DAT CYCLE DATE NOT YYYYMMDD - '"
                   BP-Cycle-Date "'"
               STOP RUN
           END-IF
           PERFORM FORMAT-DATE
           MOVE WS-Date-Display TO WS-Backout-Date-Display
           IF BP-Approver-Id = SPACES
               DISPLAY "ERROR: BKOPARM.DAT APPROVER ID IS BLANK - "
                   "BACK-OUT NOT AUTHORIZED"
               STOP RUN
           END-IF
           MOVE BP-Approver-Id TO WS-Approver-Id
           STRING "BKHIST."       DELIMITED BY SIZE
                  WS-Backout-Date DELIMITED BY SIZE
                  ".DAT"          DELIMITED BY SIZE
               INTO WS-Hist-Backup-Name
           END-STRING
           STRING "BKLREG."       DELIMITED BY SIZE
                  WS-Backout-Date DELIMITED BY SIZE
                  ".DAT"          DELIMITED BY SIZE
               INTO WS-Reg-Backup-Name
           END-STRING
           STRING "BKCCTL."       DELIMITED BY SIZE
                  WS-Backout-Date DELIMITED BY SIZE
                  ".DAT"          DELIMITED BY SIZE
               INTO WS-Cyc-Backup-Name
           END-STRING
           STRING "BKSUSP."       DELIMITED BY SIZE
                  WS-Backout-Date DELIMITED BY SIZE
                  ".DAT"          DELIMITED BY SIZE
               INTO WS-Susp-Backup-Name
           END-STRING
           .

       CHECK-CYCLE-CONTROL.
      * Refuses while the assessment step reads 'P' - its checkpoint
      * would restart into the masters this job is rewriting - and
      * when a later cycle has already started, since backing out
      * under it would leave that cycle's control record wrong.
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-Cycctl-Status = "00"
               READ CYCLE-CONTROL-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-Cycctl-Found
                       MOVE CY-Cycle-Record TO WS-Cycle-Work
               END-READ
               CLOSE CYCLE-CONTROL-FILE
           END-IF
           IF WS-Cycctl-Found = 'N'
               DISPLAY "CYCCTL.DAT NOT FOUND OR EMPTY - A FRESH "
                   "CONTROL RECORD WILL BE WRITTEN"
               MOVE WS-Backout-Date TO WS-Cyc-Date
               MOVE SPACES TO WS-Cyc-Edit
               MOVE SPACES TO WS-Cyc-Assess
               MOVE SPACES TO WS-Cyc-Trend
               MOVE SPACES TO WS-Cyc-Recon
               MOVE SPACES TO WS-Cyc-Purge
           ELSE
               IF WS-Cyc-Assess = 'P'
                   DISPLAY "ERROR: ASSESSMENT STEP IN PROGRESS - "
                       "RESTART IT TO COMPLETION BEFORE BACKING OUT"
                   STOP RUN
               END-IF
               IF WS-Cyc-Date NUMERIC
                   AND WS-Cyc-Date > WS-Backout-Date
                   DISPLAY "ERROR: CYCCTL.DAT IS ON LATER CYCLE "
                       WS-Cyc-Date " - BACK THAT CYCLE OUT FIRST"
                   STOP RUN
               END-IF
           END-IF
           .

       CHECK-BACKUPS-ABSENT.
      * A before-image already on disk means this cycle was backed
      * out before; overwriting it would lose the only copy of the
      * original rows, so it must be renamed out of the way first.
           OPEN INPUT HIST-BACKUP-FILE
           IF WS-Hist-Backup-Status = "00"
               CLOSE HIST-BACKUP-FILE
               DISPLAY "ERROR: BACKUP " WS-Hist-Backup-Name
                   " ALREADY EXISTS - RENAME IT BEFORE BACKING OUT "
                   "THIS CYCLE AGAIN"
               STOP RUN
           END-IF
           OPEN INPUT REG-BACKUP-FILE
           IF WS-Reg-Backup-Status = "00"
               CLOSE REG-BACKUP-FILE
               DISPLAY "ERROR: BACKUP " WS-Reg-Backup-Name
                   " ALREADY EXISTS - RENAME IT BEFORE BACKING OUT "
                   "THIS CYCLE AGAIN"
               STOP RUN
           END-IF
           OPEN INPUT CYC-BACKUP-FILE
           IF WS-Cyc-Backup-Status = "00"
               CLOSE CYC-BACKUP-FILE
               DISPLAY "ERROR: BACKUP " WS-Cyc-Backup-Name
                   " ALREADY EXISTS - RENAME IT BEFORE BACKING OUT "
                   "THIS CYCLE AGAIN"
               STOP RUN
           END-IF
           OPEN INPUT SUSP-BACKUP-FILE
           IF WS-Susp-Backup-Status = "00"
               CLOSE SUSP-BACKUP-FILE
               DISPLAY "ERROR: BACKUP " WS-Susp-Backup-Name
                   " ALREADY EXISTS - RENAME IT BEFORE BACKING OUT "
                   "THIS CYCLE AGAIN"
               STOP RUN
           END-IF
           .

       COUNT-CYCLE-HISTORY.
      * First pass only counts, so a cycle date with nothing on file
      * stops the job before a single backup is written.
           OPEN INPUT HISTORY-FILE
           IF WS-History-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN HISTIDX.DAT - STATUS "
                   WS-History-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-History-Eof
                   NOT AT END
                       IF HH-Run-Date NUMERIC
                           AND HH-Run-Date = WS-Backout-Date
                           ADD 1 TO WS-Hist-Removed-Count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       LOAD-REGISTER.
      * LMSREG is optional - a cycle that flagged no one for
      * training may never have created it.
           OPEN INPUT SEND-REGISTER-FILE
           IF WS-Register-Status NOT = "00"
               DISPLAY "LMSREG.DAT NOT FOUND - NO REGISTER POSTINGS "
                   "TO BACK OUT"
           ELSE
               MOVE 'Y' TO WS-Register-Found
               PERFORM UNTIL END-OF-REGISTER
                   READ SEND-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-Register-Eof
                       NOT AT END
                           PERFORM NOTE-REGISTER-ROW
                   END-READ
               END-PERFORM
               CLOSE SEND-REGISTER-FILE
           END-IF
           IF WS-Reg-Retired-Count > 0
               MOVE 'N' TO WS-Reg-Removable
               DISPLAY "WARNING: " WS-Reg-Retired-Count
                   " REGISTER ROW(S) FOR THIS CYCLE ALREADY RETIRED "
                   "OR CANCELLED - LMSREG.DAT LEFT UNCHANGED"
           END-IF
           .

       NOTE-REGISTER-ROW.
           IF WS-Reg-Count = 500
               DISPLAY "ERROR: LMSREG.DAT EXCEEDS 500 ROWS - "
                   "INCREASE WS-REG-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Reg-Count
           MOVE RG-Register-Record TO WS-Reg-Record(WS-Reg-Count)
           IF WS-Reg-Cycle-Date(WS-Reg-Count) = WS-Backout-Date
               IF WS-Reg-Employee-Id(WS-Reg-Count) = "ZZZZZZ"
                   ADD 1 TO WS-Reg-Ctl-Count
               ELSE
                   ADD 1 TO WS-Reg-Cycle-Count
                   IF WS-Reg-Status(WS-Reg-Count) = 'R'
                       OR WS-Reg-Status(WS-Reg-Count) = 'C'
                       ADD 1 TO WS-Reg-Retired-Count
                   END-IF
               END-IF
           END-IF
           .

       COUNT-CYCLE-SUSPENSE.
      * SUSPENSE.DAT is optional - it only exists once a swing has
      * been held. Only the cycle's pending items are counted; one
      * already released or rejected keeps its decision.
           OPEN INPUT SUSPENSE-FILE
           IF WS-Suspense-Status NOT = "00"
               DISPLAY "SUSPENSE.DAT NOT FOUND - NO HELD RATINGS "
                   "TO REJECT"
           ELSE
               MOVE 'Y' TO WS-Suspense-Found
               PERFORM UNTIL END-OF-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO WS-Suspense-Eof
                       NOT AT END
                           IF SU-Cycle-Date = WS-Backout-Date
                               AND SU-Status = 'P'
                               ADD 1 TO WS-Susp-Pending-Count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           .

       WRITE-BACKUPS.
      * Second history pass writes the cycle's rows to the history
      * before-image and every other row to the work file; the
      * register, cycle-control and suspense records are copied
      * whole. Nothing on the masters changes until all four backups
      * are closed.
           MOVE 'N' TO WS-History-Eof
           OPEN INPUT HISTORY-FILE
           IF WS-History-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REOPEN HISTIDX.DAT - STATUS "
                   WS-History-Status
               STOP RUN
           END-IF
           OPEN OUTPUT HIST-BACKUP-FILE
           IF WS-Hist-Backup-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BACKUP " WS-Hist-Backup-Name
                   " - STATUS " WS-Hist-Backup-Status
               STOP RUN
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-Work-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN HISTWORK.DAT - STATUS "
                   WS-Work-Status
               STOP RUN
           END-IF
           MOVE 0 TO WS-Hist-Removed-Count
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-History-Eof
                   NOT AT END
                       ADD 1 TO WS-Hist-Read-Count
                       IF HH-Run-Date NUMERIC
                           AND HH-Run-Date = WS-Backout-Date
                           MOVE HH-History-Record
                               TO BH-History-Record
                           WRITE BH-History-Record
                           ADD 1 TO WS-Hist-Removed-Count
                       ELSE
                           MOVE HH-History-Record
                               TO WK-History-Record
                           WRITE WK-History-Record
                           ADD 1 TO WS-Hist-Kept-Count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE HIST-BACKUP-FILE
           CLOSE WORK-FILE

           OPEN OUTPUT REG-BACKUP-FILE
           IF WS-Reg-Backup-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BACKUP " WS-Reg-Backup-Name
                   " - STATUS " WS-Reg-Backup-Status
               STOP RUN
           END-IF
           PERFORM VARYING WS-Reg-I FROM 1 BY 1
                   UNTIL WS-Reg-I > WS-Reg-Count
               MOVE WS-Reg-Record(WS-Reg-I) TO BR-Register-Record
               WRITE BR-Register-Record
           END-PERFORM
           CLOSE REG-BACKUP-FILE

           OPEN OUTPUT CYC-BACKUP-FILE
           IF WS-Cyc-Backup-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BACKUP " WS-Cyc-Backup-Name
                   " - STATUS " WS-Cyc-Backup-Status
               STOP RUN
           END-IF
           IF WS-Cycctl-Found = 'Y'
               MOVE WS-Cycle-Work TO BC-Cycle-Record
               WRITE BC-Cycle-Record
           END-IF
           CLOSE CYC-BACKUP-FILE

           OPEN OUTPUT SUSP-BACKUP-FILE
           IF WS-Susp-Backup-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BACKUP " WS-Susp-Backup-Name
                   " - STATUS " WS-Susp-Backup-Status
               STOP RUN
           END-IF
           IF WS-Suspense-Found = 'Y'
               MOVE 'N' TO WS-Suspense-Eof
               OPEN INPUT SUSPENSE-FILE
               IF WS-Suspense-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT REOPEN SUSPENSE.DAT - "
                       "STATUS " WS-Suspense-Status
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO WS-Suspense-Eof
                       NOT AT END
                           MOVE SU-Suspense-Record
                               TO BS-Suspense-Record
                           WRITE BS-Suspense-Record
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE SUSP-BACKUP-FILE
           .

       REWRITE-HISTORY.
      * Reloads the kept rows over HISTIDX. The work file came from
      * a sequential read of the keyed master, so the rows arrive
      * back in ascending key order.
           IF WS-Hist-Removed-Count > 0
               MOVE 'N' TO WS-Work-Eof
               OPEN INPUT WORK-FILE
               IF WS-Work-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT REOPEN HISTWORK.DAT - "
                       "STATUS " WS-Work-Status
                   STOP RUN
               END-IF
               OPEN OUTPUT HISTORY-FILE
               IF WS-History-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT REWRITE HISTIDX.DAT - "
                       "STATUS " WS-History-Status
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-WORK
                   READ WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-Work-Eof
                       NOT AT END
                           MOVE WK-History-Record
                               TO HH-History-Record
                           WRITE HH-History-Record
                               INVALID KEY
                                   DISPLAY "ERROR: RELOAD KEY "
                                       "REJECTED - STATUS "
                                       WS-History-Status
                                   STOP RUN
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE HISTORY-FILE
           END-IF
           .

       REWRITE-REGISTER.
      * Every row but the cycle's postings and control record goes to
      * the work file, which is then copied back over LMSREG.
           IF WS-Reg-Removable = 'Y'
               AND WS-Reg-Cycle-Count + WS-Reg-Ctl-Count > 0
               OPEN OUTPUT REG-WORK-FILE
               IF WS-Reg-Work-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN REGWORK.DAT - STATUS "
                       WS-Reg-Work-Status
                   STOP RUN
               END-IF
               PERFORM VARYING WS-Reg-I FROM 1 BY 1
                       UNTIL WS-Reg-I > WS-Reg-Count
                   IF WS-Reg-Cycle-Date(WS-Reg-I) = WS-Backout-Date
                       IF WS-Reg-Employee-Id(WS-Reg-I) = "ZZZZZZ"
                           ADD 1 TO WS-Ctl-Removed-Count
                       ELSE
                           ADD 1 TO WS-Reg-Removed-Count
                       END-IF
                   ELSE
                       MOVE WS-Reg-Record(WS-Reg-I)
                           TO WR-Register-Record
                       WRITE WR-Register-Record
                   END-IF
               END-PERFORM
               CLOSE REG-WORK-FILE

               MOVE 'N' TO WS-Reg-Work-Eof
               OPEN INPUT REG-WORK-FILE
               IF WS-Reg-Work-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT REOPEN REGWORK.DAT - "
                       "STATUS " WS-Reg-Work-Status
                   STOP RUN
               END-IF
               OPEN OUTPUT SEND-REGISTER-FILE
               IF WS-Register-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT REWRITE LMSREG.DAT - "
                       "STATUS " WS-Register-Status
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REG-WORK
                   READ REG-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-Reg-Work-Eof
                       NOT AT END
                           MOVE WR-Register-Record
                               TO RG-Register-Record
                           WRITE RG-Register-Record
                   END-READ
               END-PERFORM
               CLOSE REG-WORK-FILE
               CLOSE SEND-REGISTER-FILE
           END-IF
           .

       REJECT-CYCLE-SUSPENSE.
      * The cycle's pending items go to the work file as rejected,
      * dated today and decided by the back-out approver; every other
      * row is copied as it stands. The work file is then copied back
      * over SUSPENSE.DAT.
           IF WS-Susp-Pending-Count > 0
               OPEN OUTPUT SUSP-WORK-FILE
               IF WS-Susp-Work-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN SUSPWORK.DAT - STATUS "
                       WS-Susp-Work-Status
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-Suspense-Eof
               OPEN INPUT SUSPENSE-FILE
               IF WS-Suspense-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT REOPEN SUSPENSE.DAT - "
                       "STATUS " WS-Suspense-Status
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO WS-Suspense-Eof
                       NOT AT END
                           IF SU-Cycle-Date = WS-Backout-Date
                               AND SU-Status = 'P'
                               MOVE 'J' TO SU-Status
                               MOVE WS-Run-Date TO SU-Decision-Date
                               MOVE WS-Approver-Id TO SU-Decided-By
                               ADD 1 TO WS-Susp-Rejected-Count
                           END-IF
                           MOVE SU-Suspense-Record
                               TO WU-Suspense-Record
                           WRITE WU-Suspense-Record
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               CLOSE SUSP-WORK-FILE

               MOVE 'N' TO WS-Susp-Work-Eof
               OPEN INPUT SUSP-WORK-FILE
               IF WS-Susp-Work-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT REOPEN SUSPWORK.DAT - "
                       "STATUS " WS-Susp-Work-Status
                   STOP RUN
               END-IF
               OPEN OUTPUT SUSPENSE-FILE
               IF WS-Suspense-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT REWRITE SUSPENSE.DAT - "
                       "STATUS " WS-Suspense-Status
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SUSP-WORK
                   READ SUSP-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-Susp-Work-Eof
                       NOT AT END
                           MOVE WU-Suspense-Record
                               TO SU-Suspense-Record
                           WRITE SU-Suspense-Record
                   END-READ
               END-PERFORM
               CLOSE SUSP-WORK-FILE
               CLOSE SUSPENSE-FILE
           END-IF
           .

       RESET-CYCLE-CONTROL.
      * Every step back to not-run, so the corrected feed goes
      * through from SkillEdit with no repeat-execution warnings.
           MOVE SPACES TO WS-Cyc-Edit
           MOVE SPACES TO WS-Cyc-Assess
           MOVE SPACES TO WS-Cyc-Trend
           MOVE SPACES TO WS-Cyc-Recon
           MOVE SPACES TO WS-Cyc-Purge
           OPEN OUTPUT CYCLE-CONTROL-FILE
           IF WS-Cycctl-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN CYCCTL.DAT - STATUS "
                   WS-Cycctl-Status
               STOP RUN
           END-IF
           MOVE WS-Cycle-Work TO CY-Cycle-Record
           WRITE CY-Cycle-Record
           CLOSE CYCLE-CONTROL-FILE
           .

       PRINT-CONTROL-REPORT.
           OPEN OUTPUT BACKOUT-PRINT-FILE
           IF WS-Bkrpt-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN CYCBKRPT.DAT - STATUS "
                   WS-Bkrpt-Status
               STOP RUN
           END-IF
           PERFORM PRINT-REPORT-HEADERS
           PERFORM PRINT-HISTORY-REMOVED
           PERFORM PRINT-REGISTER-REMOVED
           PERFORM PRINT-SUSPENSE-REJECTED
           PERFORM PRINT-BACKOUT-TOTALS
           CLOSE BACKOUT-PRINT-FILE
           .

       PRINT-HISTORY-REMOVED.
      * Listed from the before-image just written, which holds
      * exactly the rows taken off the master.
           PERFORM PRINT-SECTION-BREAK
           MOVE "----- HISTIDX.DAT Rows Removed -----"
               TO WS-Print-Line
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           MOVE "Emp"     TO WS-Print-Line(3:3)
           MOVE "Skill"   TO WS-Print-Line(10:5)
           MOVE "Rating"  TO WS-Print-Line(31:6)
           MOVE "Average" TO WS-Print-Line(39:7)
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 3 TO WS-Line-Count
           MOVE 'N' TO WS-Hist-Backup-Eof
           OPEN INPUT HIST-BACKUP-FILE
           IF WS-Hist-Backup-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REOPEN BACKUP "
                   WS-Hist-Backup-Name " - STATUS "
                   WS-Hist-Backup-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-HIST-BACKUP
               READ HIST-BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WS-Hist-Backup-Eof
                   NOT AT END
                       MOVE BH-History-Record TO HH-History-Record
                       PERFORM PRINT-LINE-BREAK
                       MOVE SPACES TO WS-Print-Line
                       MOVE HH-Employee-Id TO WS-Print-Line(3:6)
                       MOVE HH-Skill-Name  TO WS-Print-Line(10:20)
                       MOVE HH-Skill-Rating TO WS-Rating-Display
                       MOVE WS-Rating-Display TO WS-Print-Line(32:3)
                       MOVE HH-Average-Rating TO WS-Average-Display
                       MOVE WS-Average-Display TO WS-Print-Line(40:6)
                       WRITE BK-Line FROM WS-Print-Line
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO WS-Line-Count
               END-READ
           END-PERFORM
           CLOSE HIST-BACKUP-FILE
           IF WS-Hist-Removed-Count = 0
               MOVE "  NO HISTORY ROWS ON FILE FOR THIS CYCLE"
                   TO WS-Print-Line
               WRITE BK-Line FROM WS-Print-Line
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-Line-Count
           END-IF
           .

       PRINT-REGISTER-REMOVED.
           PERFORM PRINT-SECTION-BREAK
           MOVE "----- LMSREG.DAT Rows Removed -----"
               TO WS-Print-Line
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           ADD 2 TO WS-Line-Count
           IF WS-Reg-Removable = 'N'
               MOVE SPACES TO WS-Print-Line
               MOVE WS-Reg-Retired-Count TO WS-Count-Display
               STRING "  NONE - "           DELIMITED BY SIZE
                      WS-Count-Display      DELIMITED BY SIZE
                      " ROW(S) OF THIS CYCLE ALREADY RETIRED OR "
                                            DELIMITED BY SIZE
                      "CANCELLED - REGISTER LEFT UNCHANGED"
                                            DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
               WRITE BK-Line FROM WS-Print-Line
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-Line-Count
           ELSE
               IF WS-Reg-Removed-Count + WS-Ctl-Removed-Count = 0
                   MOVE "  NO REGISTER POSTINGS ON FILE FOR THIS CYCLE"
                       TO WS-Print-Line
                   WRITE BK-Line FROM WS-Print-Line
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-Line-Count
               ELSE
                   MOVE SPACES TO WS-Print-Line
                   MOVE "Emp"    TO WS-Print-Line(3:3)
                   MOVE "Name"   TO WS-Print-Line(10:4)
                   MOVE "Skill"  TO WS-Print-Line(31:5)
                   MOVE "Rating" TO WS-Print-Line(52:6)
                   MOVE "St"     TO WS-Print-Line(59:2)
                   MOVE "Course" TO WS-Print-Line(62:6)
                   MOVE "Cost"   TO WS-Print-Line(78:4)
                   WRITE BK-Line FROM WS-Print-Line
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-Line-Count
                   PERFORM VARYING WS-Reg-I FROM 1 BY 1
                           UNTIL WS-Reg-I > WS-Reg-Count
                       IF WS-Reg-Cycle-Date(WS-Reg-I) =
                               WS-Backout-Date
                           PERFORM PRINT-REGISTER-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

       PRINT-REGISTER-LINE.
           PERFORM PRINT-LINE-BREAK
           MOVE SPACES TO WS-Print-Line
           IF WS-Reg-Employee-Id(WS-Reg-I) = "ZZZZZZ"
               MOVE "ZZZZZZ"         TO WS-Print-Line(3:6)
               MOVE WS-Reg-Ctl-Row-Count(WS-Reg-I) TO WS-Count-Display
               STRING "CYCLE CONTROL RECORD - " DELIMITED BY SIZE
                      WS-Count-Display          DELIMITED BY SIZE
                      " ROWS"                   DELIMITED BY SIZE
                   INTO WS-Print-Line(10:40)
               END-STRING
           ELSE
               MOVE WS-Reg-Employee-Id(WS-Reg-I)
                   TO WS-Print-Line(3:6)
               MOVE WS-Reg-Employee-Name(WS-Reg-I)
                   TO WS-Print-Line(10:20)
               MOVE WS-Reg-Skill-Name(WS-Reg-I)
                   TO WS-Print-Line(31:20)
               MOVE WS-Reg-Skill-Rating(WS-Reg-I) TO WS-Rating-Display
               MOVE WS-Rating-Display TO WS-Print-Line(53:3)
               MOVE WS-Reg-Status(WS-Reg-I) TO WS-Print-Line(59:1)
               MOVE WS-Reg-Course-Code(WS-Reg-I)
                   TO WS-Print-Line(62:10)
               IF WS-Reg-Course-Cost(WS-Reg-I) NUMERIC
                   MOVE WS-Reg-Course-Cost(WS-Reg-I) TO WS-Cost-Display
                   MOVE WS-Cost-Display TO WS-Print-Line(73:9)
               END-IF
           END-IF
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           .

       PRINT-SUSPENSE-REJECTED.
      * Listed from the suspense before-image: the cycle's rows that
      * were still pending when the back-out ran.
           PERFORM PRINT-SECTION-BREAK
           MOVE "----- SUSPENSE.DAT Held Ratings Rejected -----"
               TO WS-Print-Line
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           ADD 2 TO WS-Line-Count
           IF WS-Susp-Rejected-Count = 0
               MOVE "  NO HELD RATINGS PENDING FOR THIS CYCLE"
                   TO WS-Print-Line
               WRITE BK-Line FROM WS-Print-Line
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-Line-Count
           ELSE
               MOVE SPACES TO WS-Print-Line
               MOVE "Emp"     TO WS-Print-Line(3:3)
               MOVE "Name"    TO WS-Print-Line(10:4)
               MOVE "Skill"   TO WS-Print-Line(31:5)
               MOVE "Was"     TO WS-Print-Line(52:3)
               MOVE "Now"     TO WS-Print-Line(57:3)
               MOVE "Manager" TO WS-Print-Line(62:7)
               WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
               ADD 1 TO WS-Line-Count
               MOVE 'N' TO WS-Susp-Backup-Eof
               OPEN INPUT SUSP-BACKUP-FILE
               IF WS-Susp-Backup-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT REOPEN BACKUP "
                       WS-Susp-Backup-Name " - STATUS "
                       WS-Susp-Backup-Status
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SUSP-BACKUP
                   READ SUSP-BACKUP-FILE
                       AT END
                           MOVE 'Y' TO WS-Susp-Backup-Eof
                       NOT AT END
                           MOVE BS-Suspense-Record
                               TO SU-Suspense-Record
                           IF SU-Cycle-Date = WS-Backout-Date
                               AND SU-Status = 'P'
                               PERFORM PRINT-SUSPENSE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSP-BACKUP-FILE
           END-IF
           .

       PRINT-SUSPENSE-LINE.
           PERFORM PRINT-LINE-BREAK
           MOVE SPACES TO WS-Print-Line
           MOVE SU-Employee-Id   TO WS-Print-Line(3:6)
           MOVE SU-Employee-Name TO WS-Print-Line(10:20)
           MOVE SU-Skill-Name    TO WS-Print-Line(31:20)
           MOVE SU-Prior-Rating  TO WS-Rating-Display
           MOVE WS-Rating-Display TO WS-Print-Line(52:3)
           MOVE SU-New-Rating    TO WS-Rating-Display
           MOVE WS-Rating-Display TO WS-Print-Line(57:3)
           MOVE SU-Manager-Id    TO WS-Print-Line(62:6)
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           .

       PRINT-BACKOUT-TOTALS.
           IF WS-Line-Count + 15 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE "===== Back-Out Totals By File =====" TO WS-Print-Line
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES

           MOVE WS-Hist-Read-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "HISTIDX.DAT Rows Read:          " DELIMITED BY SIZE
                  WS-Count-Display                   DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Hist-Removed-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "HISTIDX.DAT Rows Removed:       " DELIMITED BY SIZE
                  WS-Count-Display                   DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Hist-Kept-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "HISTIDX.DAT Rows Kept:          " DELIMITED BY SIZE
                  WS-Count-Display                   DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Reg-Removed-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "LMSREG.DAT Postings Removed:    " DELIMITED BY SIZE
                  WS-Count-Display                   DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES

           MOVE WS-Ctl-Removed-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "LMSREG.DAT Control Recs Removed:" DELIMITED BY SIZE
                  WS-Count-Display                   DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Reg-Retired-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "LMSREG.DAT Cycle Rows Closed:   " DELIMITED BY SIZE
                  WS-Count-Display                   DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Susp-Rejected-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "SUSPENSE.DAT Items Rejected:    " DELIMITED BY SIZE
                  WS-Count-Display                   DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES

           MOVE SPACES TO WS-Print-Line
           STRING "Before-Images:  " DELIMITED BY SIZE
                  WS-Hist-Backup-Name DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-Reg-Backup-Name DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-Cyc-Backup-Name DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-Susp-Backup-Name DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES

           MOVE SPACES TO WS-Print-Line
           STRING "CYCCTL.DAT steps reset - rerun the corrected "
                                     DELIMITED BY SIZE
                  "feed from SkillEdit" DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 15 TO WS-Line-Count
           .

       WRITE-RUN-LOG.
      * Appended with the OUTPUT first-time fallback, as the
      * assessment job does.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-Runlog-Status NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-Runlog-Status NOT = "00"
               DISPLAY "ERROR: CANNOT WRITE RUNLOG.DAT - STATUS "
                   WS-Runlog-Status
           ELSE
               MOVE SPACES TO RL-Log-Record
               MOVE WS-Run-Date TO RL-Log-Date
               MOVE WS-Log-Start-Time TO RL-Start-Time
               ACCEPT RL-End-Time FROM TIME
               MOVE "BKOUT" TO RL-Event
               MOVE "BACKOUT" TO RL-Mode
               MOVE WS-Approver-Id TO RL-Restart-Id
               MOVE 0 TO RL-Emp-Count
               MOVE 0 TO RL-Exc-Count
               MOVE WS-Hist-Removed-Count TO RL-Hist-Count
               COMPUTE RL-Extr-Count =
                   WS-Reg-Removed-Count + WS-Ctl-Removed-Count
               MOVE WS-History-Status TO RL-Mst-Status
               MOVE WS-Bkrpt-Status TO RL-Rpt-Status
               MOVE WS-Register-Status TO RL-Ext-Status
               MOVE 'N' TO RL-Complete-Flag
               WRITE RL-Log-Record
               CLOSE RUN-LOG-FILE
           END-IF
           .

       PRINT-SECTION-BREAK.
           IF WS-Line-Count + 4 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           .

       PRINT-LINE-BREAK.
           IF WS-Line-Count + 1 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           .

       PRINT-REPORT-HEADERS.
           ADD 1 TO WS-Page-Count
           MOVE WS-Page-Count TO WS-Page-Number-Display
           MOVE SPACES TO WS-Print-Line
           STRING "CYCLE BACK-OUT CONTROL REPORT" DELIMITED BY SIZE
                  "                  PAGE "       DELIMITED BY SIZE
                  WS-Page-Number-Display          DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-Run-Date-Display DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-Print-Line
           STRING "Cycle Backed Out: "    DELIMITED BY SIZE
                  WS-Backout-Date-Display DELIMITED BY SIZE
                  "   Approved By: "      DELIMITED BY SIZE
                  WS-Approver-Id          DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BK-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-Line-Count
           .

       FORMAT-DATE.
           MOVE SPACES TO WS-Date-Display
           STRING WS-Date-Month  DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Date-Day    DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Date-Year   DELIMITED BY SIZE
               INTO WS-Date-Display
           END-STRING
           .
