       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeavProc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Leaver transactions from HR: one row per employee who has
      * left, with the date they left and HR's reason code. Reason
      * REINSTATED instead takes a returning employee off the
      * inactive master, the date being the day they came back.
           SELECT LEAVER-TRAN-FILE ASSIGN TO "LEAVTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Leavtran-Status.

      * Cumulative send-register written by SkillAssessment. A
      * leaver's open ('O') rows are cancelled ('C') here - they
      * will never be completed, so LmsRecon would otherwise age
      * them for follow-up cycle after cycle.
           SELECT SEND-REGISTER-FILE ASSIGN TO "LMSREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-Status.

      * Work file for the updated register; copied back over LMSREG
      * once every leaver is processed, so an abend mid-write never
      * leaves a half-written register (the HISTWORK pattern).
           SELECT WORK-FILE ASSIGN TO "LVRWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Work-Status.

      * Inactive-employee master: every leaver ever processed, with
      * the date they left. BenchRpt and SkillAssessment's gap
      * ranking leave these employees out, and RefAudit reports any
      * of them still turning up on SKILLMST.
           SELECT INACTIVE-FILE ASSIGN TO "INACTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inactmst-Status.

      * Work file for the inactive master when a reinstatement takes
      * an employee off it; copied back the same way as LVRWORK.
           SELECT INACTIVE-WORK-FILE ASSIGN TO "INACWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inacwork-Status.

      * Cancellations for the LMS to drop the enrollments, written
      * fresh each run.
           SELECT CANCEL-FILE ASSIGN TO "LMSCANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lmscanc-Status.

           SELECT LEAVER-PRINT-FILE ASSIGN TO "LEAVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Leavrpt-Status.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycctl-Status.

           SELECT ID-XREF-FILE ASSIGN TO "IDXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Idxref-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVER-TRAN-FILE.
       01  LT-Leaver-Record.
           05 LT-Employee-Id      PIC X(6).
           05 LT-Leaving-Date     PIC X(8).
           05 LT-Reason           PIC X(10).

       FD  SEND-REGISTER-FILE.
       01  RG-Register-Record.
           05 RG-Cycle-Date       PIC 9(8).
           05 RG-Employee-Id      PIC X(6).
           05 RG-Employee-Name    PIC X(20).
           05 RG-Skill-Name       PIC X(20).
           05 RG-Skill-Rating     PIC 9V9.
           05 RG-Status           PIC X(1).
           05 RG-Retire-Date      PIC 9(8).
           05 RG-Course-Code      PIC X(10).
           05 RG-Course-Cost      PIC 9(5)V99.

       FD  WORK-FILE.
       01  WK-Register-Record     PIC X(82).

       FD  INACTIVE-FILE.
       01  IN-Inactive-Record.
           05 IN-Employee-Id      PIC X(6).
           05 IN-Leaving-Date     PIC 9(8).
           05 IN-Reason           PIC X(10).
           05 IN-Processed-Date   PIC 9(8).

      * INACTMST rebuilt here and copied back.
       FD  INACTIVE-WORK-FILE.
       01  IW-Inactive-Record     PIC X(32).

      * One row per enrollment cancelled: the register row's
      * employee, skill, course and the cycle that sent it, with
      * the leaving date as the date the enrollment ends.
       FD  CANCEL-FILE.
       01  CN-Cancel-Record.
           05 CN-Employee-Id      PIC X(6).
           05 CN-Skill-Name       PIC X(20).
           05 CN-Course-Code      PIC X(10).
           05 CN-Cycle-Date       PIC 9(8).
           05 CN-Cancel-Date      PIC 9(8).

       FD  LEAVER-PRINT-FILE.
       01  LV-Line                PIC X(132).

       FD  CYCLE-CONTROL-FILE.
       01  CY-Cycle-Record.
           05 CY-Cycle-Date       PIC 9(8).
           05 CY-Edit-Status      PIC X(1).
           05 CY-Assess-Status    PIC X(1).
           05 CY-Trend-Status     PIC X(1).
           05 CY-Recon-Status     PIC X(1).
           05 CY-Purge-Status     PIC X(1).

      * Employee id cross-reference maintained by HR, so a leaver's
      * enrollments posted under an id since reissued are still
      * found. Optional.
       FD  ID-XREF-FILE.
       01  XR-Xref-Record.
           05 XR-Old-Id           PIC X(6).
           05 XR-New-Id           PIC X(6).
           05 XR-Effective-Date   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-Leavtran-Status      PIC X(2).
       01 WS-Leavtran-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-LEAVTRAN     VALUE 'Y'.
       01 WS-Register-Status      PIC X(2).
       01 WS-Register-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-REGISTER     VALUE 'Y'.
       01 WS-Register-Found       PIC X(1) VALUE 'N'.
       01 WS-Work-Status          PIC X(2).
       01 WS-Work-Eof             PIC X(1) VALUE 'N'.
           88 END-OF-WORK         VALUE 'Y'.
       01 WS-Inactmst-Status      PIC X(2).
       01 WS-Inactmst-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-INACTMST     VALUE 'Y'.
       01 WS-Inacwork-Status      PIC X(2).
       01 WS-Inacwork-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-INACWORK     VALUE 'Y'.
       01 WS-Lmscanc-Status       PIC X(2).
       01 WS-Leavrpt-Status       PIC X(2).
       01 WS-Cycctl-Status        PIC X(2).

      * The whole register in storage, as LmsRecon holds it: detail
      * rows typed through the redefinition, cycle control records
      * ('ZZZZZZ' id) carried as raw images so the rewrite
      * reproduces them unchanged.
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
      * The row's employee id resolved through the cross-reference,
      * set once at load.
               10 WS-Reg-Resolved-Id  PIC X(6).
       01 WS-Reg-I                PIC 9(3).

      * The inactive master plus the leavers added this run; the
      * new-entry flag marks the rows still to be written out, the
      * removed flag the employees reinstated this run.
       01 WS-Inact-Count          PIC 9(4) VALUE 0.
       01 WS-Inact-Table.
           05 WS-Inact-Entry OCCURS 2000 TIMES.
               10 WS-Inact-Employee-Id  PIC X(6).
               10 WS-Inact-Leaving-Date PIC 9(8).
               10 WS-Inact-Reason       PIC X(10).
               10 WS-Inact-Processed-Date PIC 9(8).
               10 WS-Inact-New          PIC X(1).
               10 WS-Inact-Removed      PIC X(1).
       01 WS-Inact-I              PIC 9(4).
       01 WS-Inact-Slot           PIC 9(4).

       01 WS-Idxref-Status        PIC X(2).
       01 WS-Idxref-Eof           PIC X(1) VALUE 'N'.
           88 END-OF-IDXREF       VALUE 'Y'.
       01 WS-Xref-Count           PIC 9(3) VALUE 0.
       01 WS-Xref-Table.
           05 WS-Xref-Entry OCCURS 50 TIMES.
               10 WS-Xref-Old-Id      PIC X(6).
               10 WS-Xref-New-Id      PIC X(6).
               10 WS-Xref-Eff-Date    PIC 9(8).
       01 WS-Xref-J               PIC 9(3).
       01 WS-Xref-Work-Id         PIC X(6).
       01 WS-Xref-Hops            PIC 9(2).
       01 WS-Xref-Moved           PIC X(1).

       01 WS-Tran-Count           PIC 9(4) VALUE 0.
       01 WS-Processed-Count      PIC 9(4) VALUE 0.
       01 WS-Already-Count        PIC 9(4) VALUE 0.
       01 WS-Rejected-Count       PIC 9(4) VALUE 0.
       01 WS-Cancelled-Count      PIC 9(4) VALUE 0.
       01 WS-Reinstated-Count     PIC 9(4) VALUE 0.
       01 WS-Emp-Cancelled-Count  PIC 9(4) VALUE 0.
       01 WS-Tran-Ok              PIC X(1).
       01 WS-Reject-Reason        PIC X(40).

      * Leaver being processed: the leaving date once validated,
      * the id their register rows resolve to, and a name taken
      * from the register for the report.
       01 WS-Leave-Date           PIC 9(8).
       01 WS-Leaver-Resolved-Id   PIC X(6).
       01 WS-Leaver-Name          PIC X(20).

       01 WS-Count-Display        PIC ZZZ9.

       01 WS-Print-Line           PIC X(132) VALUE SPACES.
       01 WS-Page-Count           PIC 9(4) VALUE 0.
       01 WS-Line-Count           PIC 9(3) VALUE 99.
       01 WS-Lines-Per-Page       PIC 9(3) VALUE 55.
       01 WS-Page-Number-Display  PIC ZZZ9.

       01 WS-Run-Date             PIC 9(8).
       01 WS-Run-Date-R REDEFINES WS-Run-Date.
           05 WS-Run-Year         PIC 9(4).
           05 WS-Run-Month        PIC 9(2).
           05 WS-Run-Day          PIC 9(2).
       01 WS-Run-Date-Display     PIC X(10).

       01 WS-Date-Work            PIC 9(8).
       01 WS-Date-Work-R REDEFINES WS-Date-Work.
           05 WS-Date-Year        PIC 9(4).
           05 WS-Date-Month       PIC 9(2).
           05 WS-Date-Day         PIC 9(2).
       01 WS-Date-Display         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-RUN
           PERFORM CHECK-CYCLE-CONTROL
           PERFORM LOAD-ID-XREF
           PERFORM LOAD-INACTIVE-MASTER
           PERFORM LOAD-REGISTER
           PERFORM OPEN-FILES
           PERFORM PROCESS-TRANSACTIONS
           PERFORM PRINT-RUN-TOTALS
           CLOSE LEAVER-PRINT-FILE
           CLOSE CANCEL-FILE
      * The inactive master is written before the register: a rerun
      * after a failure between the two finds the leaver already
      * inactive but their training still open, and cancels it -
      * the LMSCANC.DAT it writes then carries every cancellation.
           IF WS-Reinstated-Count > 0
               PERFORM REWRITE-INACTIVE-MASTER
           ELSE
               PERFORM APPEND-INACTIVE-MASTER
           END-IF
           IF WS-Cancelled-Count > 0
               PERFORM REWRITE-REGISTER
           END-IF
           DISPLAY "LeavProc complete. Transactions " WS-Tran-Count
               " Leavers " WS-Processed-Count
               " Reinstated " WS-Reinstated-Count
               " Rejected " WS-Rejected-Count
               " Cancelled " WS-Cancelled-Count
           DISPLAY "See LEAVRPT.DAT."
           STOP RUN
           .

       INITIALIZE-RUN.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           STRING WS-Run-Month   DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Run-Day     DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Run-Year    DELIMITED BY SIZE
               INTO WS-Run-Date-Display
           END-STRING
           .

       CHECK-CYCLE-CONTROL.
      * The assessment appends to the register and the
      * reconciliation rewrites it; neither may be caught part way
      * through, or this run's rewrite would lose their rows.
      * CYCCTL itself is optional here.
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-Cycctl-Status = "00"
               READ CYCLE-CONTROL-FILE
                   NOT AT END
                       IF CY-Assess-Status = 'P'
                           OR CY-Recon-Status = 'P'
                           DISPLAY "ERROR: ASSESSMENT OR "
                               "RECONCILIATION STEP IN PROGRESS - "
                               "RESTART IT TO COMPLETION BEFORE "
                               "PROCESSING LEAVERS"
                           CLOSE CYCLE-CONTROL-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CYCLE-CONTROL-FILE
           END-IF
           .

       LOAD-ID-XREF.
      * Optional file - most cycles have no reissued ids.
           OPEN INPUT ID-XREF-FILE
           IF WS-Idxref-Status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-IDXREF
                   READ ID-XREF-FILE
                       AT END
                           MOVE 'Y' TO WS-Idxref-Eof
                       NOT AT END
                           IF WS-Xref-Count < 50
                               ADD 1 TO WS-Xref-Count
                               MOVE XR-Old-Id TO
                                   WS-Xref-Old-Id(WS-Xref-Count)
                               MOVE XR-New-Id TO
                                   WS-Xref-New-Id(WS-Xref-Count)
                               MOVE XR-Effective-Date TO
                                   WS-Xref-Eff-Date(WS-Xref-Count)
                           ELSE
                               DISPLAY "ERROR: IDXREF.DAT EXCEEDS "
                                   "50 ROWS - INCREASE "
                                   "WS-XREF-TABLE"
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ID-XREF-FILE
           END-IF
           .

       RESOLVE-XREF-FORWARD.
      * Follows up to five chained reissues (A to B to C) so the
      * oldest id still resolves to the current one.
           MOVE 0 TO WS-Xref-Hops
           MOVE 'Y' TO WS-Xref-Moved
           PERFORM UNTIL WS-Xref-Moved = 'N' OR WS-Xref-Hops > 5
               MOVE 'N' TO WS-Xref-Moved
               PERFORM VARYING WS-Xref-J FROM 1 BY 1
                       UNTIL WS-Xref-J > WS-Xref-Count
                   IF WS-Xref-Old-Id(WS-Xref-J) = WS-Xref-Work-Id
                       MOVE WS-Xref-New-Id(WS-Xref-J)
                           TO WS-Xref-Work-Id
                       MOVE 'Y' TO WS-Xref-Moved
                       ADD 1 TO WS-Xref-Hops
                       MOVE WS-Xref-Count TO WS-Xref-J
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       LOAD-INACTIVE-MASTER.
      * Optional file - absent until the first leaver is processed.
           OPEN INPUT INACTIVE-FILE
           IF WS-Inactmst-Status NOT = "00"
               DISPLAY "INACTMST.DAT NOT FOUND - STARTED BY THIS RUN"
           ELSE
               PERFORM UNTIL END-OF-INACTMST
                   READ INACTIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-Inactmst-Eof
                       NOT AT END
                           IF WS-Inact-Count < 2000
                               ADD 1 TO WS-Inact-Count
                               MOVE IN-Employee-Id TO
                                 WS-Inact-Employee-Id(WS-Inact-Count)
                               MOVE IN-Leaving-Date TO
                                 WS-Inact-Leaving-Date(WS-Inact-Count)
                               MOVE IN-Reason TO
                                 WS-Inact-Reason(WS-Inact-Count)
                               MOVE IN-Processed-Date TO
                                 WS-Inact-Processed-Date(WS-Inact-Count)
                               MOVE 'N' TO
                                 WS-Inact-New(WS-Inact-Count)
                               MOVE 'N' TO
                                 WS-Inact-Removed(WS-Inact-Count)
                           ELSE
                               DISPLAY "ERROR: INACTMST.DAT EXCEEDS "
                                   "2000 ROWS - INCREASE "
                                   "WS-INACT-TABLE"
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INACTIVE-FILE
           END-IF
           .

       LOAD-REGISTER.
      * Optional file - with no register yet there is no training
      * to cancel, and the leavers are still made inactive.
           OPEN INPUT SEND-REGISTER-FILE
           IF WS-Register-Status NOT = "00"
               DISPLAY "LMSREG.DAT NOT FOUND - NO OPEN TRAINING TO "
                   "CANCEL"
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
           .

       NOTE-REGISTER-ROW.
           IF WS-Reg-Count = 500
               DISPLAY "ERROR: LMSREG.DAT EXCEEDS 500 ROWS - "
                   "INCREASE WS-REG-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Reg-Count
           MOVE RG-Register-Record TO WS-Reg-Record(WS-Reg-Count)
           MOVE WS-Reg-Employee-Id(WS-Reg-Count)
               TO WS-Reg-Resolved-Id(WS-Reg-Count)
           IF WS-Reg-Employee-Id(WS-Reg-Count) NOT = "ZZZZZZ"
               MOVE WS-Reg-Employee-Id(WS-Reg-Count)
                   TO WS-Xref-Work-Id
               PERFORM RESOLVE-XREF-FORWARD
               MOVE WS-Xref-Work-Id
                   TO WS-Reg-Resolved-Id(WS-Reg-Count)
           END-IF
           .

       OPEN-FILES.
           OPEN INPUT LEAVER-TRAN-FILE
           IF WS-Leavtran-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN LEAVTRAN.DAT - STATUS "
                   WS-Leavtran-Status
               STOP RUN
           END-IF
           OPEN OUTPUT CANCEL-FILE
           IF WS-Lmscanc-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN LMSCANC.DAT - STATUS "
                   WS-Lmscanc-Status
               STOP RUN
           END-IF
           OPEN OUTPUT LEAVER-PRINT-FILE
           IF WS-Leavrpt-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN LEAVRPT.DAT - STATUS "
                   WS-Leavrpt-Status
               STOP RUN
           END-IF
           PERFORM PRINT-REPORT-HEADERS
           MOVE SPACES TO WS-Print-Line
           MOVE "----- Leavers Processed -----" TO WS-Print-Line
           WRITE LV-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           ADD 2 TO WS-Line-Count
           .

       PROCESS-TRANSACTIONS.
           PERFORM UNTIL END-OF-LEAVTRAN
               READ LEAVER-TRAN-FILE
                   AT END
                       MOVE 'Y' TO WS-Leavtran-Eof
                   NOT AT END
                       ADD 1 TO WS-Tran-Count
                       PERFORM PROCESS-ONE-LEAVER
               END-READ
           END-PERFORM
           CLOSE LEAVER-TRAN-FILE
           .

       PROCESS-ONE-LEAVER.
      * Validates the buffered transaction; the first failing edit
      * rejects it with its reason, the way DeptMaint does. A leaver
      * already on the inactive master (a rerun, or a repeat in the
      * HR file) is not added again, but any training still open
      * for them is cancelled all the same. A reinstatement only
      * takes the employee off the inactive master; training
      * already cancelled stays cancelled.
           MOVE 'Y' TO WS-Tran-Ok
           MOVE SPACES TO WS-Reject-Reason
           IF LT-Employee-Id = SPACES
               MOVE "BLANK EMPLOYEE ID" TO WS-Reject-Reason
               MOVE 'N' TO WS-Tran-Ok
           END-IF
           PERFORM CHECK-LEAVING-DATE
           IF WS-Tran-Ok = 'Y' AND LT-Reason = SPACES
               MOVE "BLANK REASON CODE" TO WS-Reject-Reason
               MOVE 'N' TO WS-Tran-Ok
           END-IF

           IF WS-Tran-Ok = 'Y' AND LT-Reason = "REINSTATED"
               PERFORM FIND-INACTIVE-SLOT
               IF WS-Inact-Slot = 0
                   MOVE "NOT ON THE INACTIVE MASTER"
                       TO WS-Reject-Reason
                   MOVE 'N' TO WS-Tran-Ok
               END-IF
           END-IF

           IF WS-Tran-Ok = 'N'
               ADD 1 TO WS-Rejected-Count
               MOVE SPACES TO WS-Leaver-Name
               PERFORM PRINT-LEAVER-LINE
           ELSE
               IF LT-Reason = "REINSTATED"
                   PERFORM REINSTATE-EMPLOYEE
               ELSE
                   PERFORM FIND-INACTIVE-SLOT
                   IF WS-Inact-Slot = 0
                       PERFORM ADD-INACTIVE-ENTRY
                       ADD 1 TO WS-Processed-Count
                   ELSE
                       ADD 1 TO WS-Already-Count
                   END-IF
                   MOVE LT-Employee-Id TO WS-Xref-Work-Id
                   PERFORM RESOLVE-XREF-FORWARD
                   MOVE WS-Xref-Work-Id TO WS-Leaver-Resolved-Id
                   PERFORM FIND-LEAVER-NAME
                   PERFORM PRINT-LEAVER-LINE
                   PERFORM CANCEL-OPEN-TRAINING
               END-IF
           END-IF
           .

       REINSTATE-EMPLOYEE.
      * The slot was found when the transaction was validated. The
      * entry is flagged rather than dropped, so the report can
      * still show when the employee had left.
           MOVE 'Y' TO WS-Inact-Removed(WS-Inact-Slot)
           ADD 1 TO WS-Reinstated-Count
           MOVE LT-Employee-Id TO WS-Xref-Work-Id
           PERFORM RESOLVE-XREF-FORWARD
           MOVE WS-Xref-Work-Id TO WS-Leaver-Resolved-Id
           PERFORM FIND-LEAVER-NAME
           PERFORM PRINT-LEAVER-LINE
           .

       CHECK-LEAVING-DATE.
      * A leaving date cannot be in the future: the employee is
      * still working until then, so the transaction is held back
      * until it comes due.
           IF WS-Tran-Ok = 'Y'
               IF LT-Leaving-Date NOT NUMERIC
                   MOVE "LEAVING DATE NOT YYYYMMDD"
                       TO WS-Reject-Reason
                   MOVE 'N' TO WS-Tran-Ok
               ELSE
                   MOVE LT-Leaving-Date TO WS-Leave-Date
                   MOVE WS-Leave-Date TO WS-Date-Work
                   IF WS-Date-Month < 1 OR WS-Date-Month > 12
                       OR WS-Date-Day < 1 OR WS-Date-Day > 31
                       MOVE "LEAVING DATE NOT YYYYMMDD"
                           TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
               END-IF
           END-IF
           IF WS-Tran-Ok = 'Y' AND WS-Leave-Date > WS-Run-Date
               MOVE "LEAVING DATE AFTER RUN DATE"
                   TO WS-Reject-Reason
               MOVE 'N' TO WS-Tran-Ok
           END-IF
           .

       FIND-INACTIVE-SLOT.
      * An employee reinstated earlier in this run no longer counts.
           MOVE 0 TO WS-Inact-Slot
           PERFORM VARYING WS-Inact-I FROM 1 BY 1
                   UNTIL WS-Inact-I > WS-Inact-Count
               IF WS-Inact-Employee-Id(WS-Inact-I) = LT-Employee-Id
                   AND WS-Inact-Removed(WS-Inact-I) = 'N'
                   MOVE WS-Inact-I TO WS-Inact-Slot
                   MOVE WS-Inact-Count TO WS-Inact-I
               END-IF
           END-PERFORM
           .

       ADD-INACTIVE-ENTRY.
           IF WS-Inact-Count = 2000
               DISPLAY "ERROR: OVER 2000 INACTIVE EMPLOYEES - "
                   "INCREASE WS-INACT-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Inact-Count
           MOVE LT-Employee-Id TO WS-Inact-Employee-Id(WS-Inact-Count)
           MOVE WS-Leave-Date TO WS-Inact-Leaving-Date(WS-Inact-Count)
           MOVE LT-Reason TO WS-Inact-Reason(WS-Inact-Count)
           MOVE WS-Run-Date TO WS-Inact-Processed-Date(WS-Inact-Count)
           MOVE 'Y' TO WS-Inact-New(WS-Inact-Count)
           MOVE 'N' TO WS-Inact-Removed(WS-Inact-Count)
           .

       FIND-LEAVER-NAME.
      * Neither HR file carries a name; the register's rows for the
      * leaver do, whatever their status.
           MOVE SPACES TO WS-Leaver-Name
           PERFORM VARYING WS-Reg-I FROM 1 BY 1
                   UNTIL WS-Reg-I > WS-Reg-Count
               IF WS-Reg-Employee-Id(WS-Reg-I) NOT = "ZZZZZZ"
                   AND WS-Reg-Resolved-Id(WS-Reg-I) =
                       WS-Leaver-Resolved-Id
                   MOVE WS-Reg-Employee-Name(WS-Reg-I)
                       TO WS-Leaver-Name
                   MOVE WS-Reg-Count TO WS-Reg-I
               END-IF
           END-PERFORM
           .

       CANCEL-OPEN-TRAINING.
      * Every open register row for the leaver, whichever cycle sent
      * it, is cancelled as of the leaving date and passed to the
      * LMS; retired rows are training already completed and stay.
           MOVE 0 TO WS-Emp-Cancelled-Count
           PERFORM VARYING WS-Reg-I FROM 1 BY 1
                   UNTIL WS-Reg-I > WS-Reg-Count
               IF WS-Reg-Employee-Id(WS-Reg-I) NOT = "ZZZZZZ"
                   AND WS-Reg-Resolved-Id(WS-Reg-I) =
                       WS-Leaver-Resolved-Id
                   AND WS-Reg-Status(WS-Reg-I) = 'O'
                   MOVE 'C' TO WS-Reg-Status(WS-Reg-I)
                   MOVE WS-Leave-Date TO WS-Reg-Retire-Date(WS-Reg-I)
                   ADD 1 TO WS-Emp-Cancelled-Count
                   ADD 1 TO WS-Cancelled-Count
                   PERFORM WRITE-CANCEL-RECORD
                   PERFORM PRINT-CANCEL-LINE
               END-IF
           END-PERFORM
           IF WS-Emp-Cancelled-Count = 0
               PERFORM PRINT-LINE-BREAK
               MOVE "      NO OPEN TRAINING ON THE REGISTER"
                   TO WS-Print-Line
               WRITE LV-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
               ADD 1 TO WS-Line-Count
           END-IF
           .

       WRITE-CANCEL-RECORD.
           MOVE WS-Reg-Employee-Id(WS-Reg-I) TO CN-Employee-Id
           MOVE WS-Reg-Skill-Name(WS-Reg-I) TO CN-Skill-Name
           MOVE WS-Reg-Course-Code(WS-Reg-I) TO CN-Course-Code
           MOVE WS-Reg-Cycle-Date(WS-Reg-I) TO CN-Cycle-Date
           MOVE WS-Leave-Date TO CN-Cancel-Date
           WRITE CN-Cancel-Record
           .

       PRINT-LEAVER-LINE.
      * One line per transaction: employee, leaving date and reason,
      * and the outcome with its reason when rejected.
           IF WS-Line-Count + 2 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE LT-Employee-Id TO WS-Print-Line(3:6)
           MOVE WS-Leaver-Name TO WS-Print-Line(10:20)
           IF LT-Reason = "REINSTATED"
               MOVE "Back" TO WS-Print-Line(31:4)
           ELSE
               MOVE "Left" TO WS-Print-Line(31:4)
           END-IF
           IF LT-Leaving-Date NUMERIC
               MOVE LT-Leaving-Date TO WS-Date-Work
               PERFORM FORMAT-DATE
               MOVE WS-Date-Display TO WS-Print-Line(36:10)
           ELSE
               MOVE LT-Leaving-Date TO WS-Print-Line(36:8)
           END-IF
           MOVE "Reason" TO WS-Print-Line(48:6)
           MOVE LT-Reason TO WS-Print-Line(55:10)
           IF WS-Tran-Ok = 'N'
               MOVE "REJECTED - " TO WS-Print-Line(67:11)
               MOVE WS-Reject-Reason TO WS-Print-Line(78:40)
           ELSE
               IF LT-Reason = "REINSTATED"
                   MOVE WS-Inact-Leaving-Date(WS-Inact-Slot)
                       TO WS-Date-Work
                   PERFORM FORMAT-DATE
                   MOVE "REINSTATED - HAD LEFT "
                       TO WS-Print-Line(67:22)
                   MOVE WS-Date-Display TO WS-Print-Line(89:10)
               ELSE
                   IF WS-Inact-Slot = 0
                       MOVE "INACTIVE FROM THIS RUN"
                           TO WS-Print-Line(67:22)
                   ELSE
                       MOVE WS-Inact-Leaving-Date(WS-Inact-Slot)
                           TO WS-Date-Work
                       PERFORM FORMAT-DATE
                       MOVE "ALREADY INACTIVE - LEFT "
                           TO WS-Print-Line(67:24)
                       MOVE WS-Date-Display TO WS-Print-Line(91:10)
                   END-IF
               END-IF
           END-IF
           WRITE LV-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           ADD 2 TO WS-Line-Count
           .

       PRINT-CANCEL-LINE.
           PERFORM PRINT-LINE-BREAK
           MOVE SPACES TO WS-Print-Line
           MOVE "CANCELLED" TO WS-Print-Line(7:9)
           MOVE WS-Reg-Skill-Name(WS-Reg-I) TO WS-Print-Line(17:20)
           MOVE "Course" TO WS-Print-Line(38:6)
           MOVE WS-Reg-Course-Code(WS-Reg-I) TO WS-Print-Line(45:10)
           MOVE "Sent" TO WS-Print-Line(56:4)
           MOVE WS-Reg-Cycle-Date(WS-Reg-I) TO WS-Date-Work
           PERFORM FORMAT-DATE
           MOVE WS-Date-Display TO WS-Print-Line(61:10)
           WRITE LV-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           .

       PRINT-RUN-TOTALS.
           IF WS-Line-Count + 8 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE "----- Run Totals -----" TO WS-Print-Line
           WRITE LV-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES

           MOVE WS-Tran-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Transactions Read:   " DELIMITED BY SIZE
                  WS-Count-Display        DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE LV-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Processed-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Made Inactive:       " DELIMITED BY SIZE
                  WS-Count-Display        DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE LV-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Already-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Already Inactive:    " DELIMITED BY SIZE
                  WS-Count-Display        DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE LV-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Reinstated-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Reinstated:          " DELIMITED BY SIZE
                  WS-Count-Display        DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE LV-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Rejected-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Rejected:            " DELIMITED BY SIZE
                  WS-Count-Display        DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE LV-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Cancelled-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Training Cancelled:  " DELIMITED BY SIZE
                  WS-Count-Display        DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE LV-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 8 TO WS-Line-Count
           .

       APPEND-INACTIVE-MASTER.
      * The master is cumulative, so it is always extended, with
      * OUTPUT only as the first-time fallback.
           OPEN EXTEND INACTIVE-FILE
           IF WS-Inactmst-Status NOT = "00"
               OPEN OUTPUT INACTIVE-FILE
           END-IF
           IF WS-Inactmst-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN INACTMST.DAT - STATUS "
                   WS-Inactmst-Status
               STOP RUN
           END-IF
           PERFORM VARYING WS-Inact-I FROM 1 BY 1
                   UNTIL WS-Inact-I > WS-Inact-Count
               IF WS-Inact-New(WS-Inact-I) = 'Y'
                   MOVE WS-Inact-Employee-Id(WS-Inact-I)
                       TO IN-Employee-Id
                   MOVE WS-Inact-Leaving-Date(WS-Inact-I)
                       TO IN-Leaving-Date
                   MOVE WS-Inact-Reason(WS-Inact-I) TO IN-Reason
                   MOVE WS-Run-Date TO IN-Processed-Date
                   WRITE IN-Inactive-Record
               END-IF
           END-PERFORM
           CLOSE INACTIVE-FILE
           .

       REWRITE-INACTIVE-MASTER.
      * A reinstatement takes a row off the master, so it cannot
      * simply be extended: every entry still inactive, old or new,
      * goes to the work file, which is then copied back over
      * INACTMST.
           OPEN OUTPUT INACTIVE-WORK-FILE
           IF WS-Inacwork-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN INACWORK.DAT - STATUS "
                   WS-Inacwork-Status
               STOP RUN
           END-IF
           PERFORM VARYING WS-Inact-I FROM 1 BY 1
                   UNTIL WS-Inact-I > WS-Inact-Count
               IF WS-Inact-Removed(WS-Inact-I) = 'N'
                   MOVE WS-Inact-Employee-Id(WS-Inact-I)
                       TO IN-Employee-Id
                   MOVE WS-Inact-Leaving-Date(WS-Inact-I)
                       TO IN-Leaving-Date
                   MOVE WS-Inact-Reason(WS-Inact-I) TO IN-Reason
                   MOVE WS-Inact-Processed-Date(WS-Inact-I)
                       TO IN-Processed-Date
                   MOVE IN-Inactive-Record TO IW-Inactive-Record
                   WRITE IW-Inactive-Record
               END-IF
           END-PERFORM
           CLOSE INACTIVE-WORK-FILE

           MOVE 'N' TO WS-Inacwork-Eof
           OPEN INPUT INACTIVE-WORK-FILE
           IF WS-Inacwork-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REOPEN INACWORK.DAT - STATUS "
                   WS-Inacwork-Status
               STOP RUN
           END-IF
           OPEN OUTPUT INACTIVE-FILE
           IF WS-Inactmst-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REWRITE INACTMST.DAT - STATUS "
                   WS-Inactmst-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-INACWORK
               READ INACTIVE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Inacwork-Eof
                   NOT AT END
                       MOVE IW-Inactive-Record TO IN-Inactive-Record
                       WRITE IN-Inactive-Record
               END-READ
           END-PERFORM
           CLOSE INACTIVE-WORK-FILE
           CLOSE INACTIVE-FILE
           .

       REWRITE-REGISTER.
      * The updated register to the work file first, then copied
      * back over LMSREG, control records and all, so the register
      * on disk is never part-written.
           OPEN OUTPUT WORK-FILE
           IF WS-Work-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN LVRWORK.DAT - STATUS "
                   WS-Work-Status
               STOP RUN
           END-IF
           PERFORM VARYING WS-Reg-I FROM 1 BY 1
                   UNTIL WS-Reg-I > WS-Reg-Count
               MOVE WS-Reg-Record(WS-Reg-I) TO WK-Register-Record
               WRITE WK-Register-Record
           END-PERFORM
           CLOSE WORK-FILE

           MOVE 'N' TO WS-Work-Eof
           OPEN INPUT WORK-FILE
           IF WS-Work-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REOPEN LVRWORK.DAT - STATUS "
                   WS-Work-Status
               STOP RUN
           END-IF
           OPEN OUTPUT SEND-REGISTER-FILE
           IF WS-Register-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REWRITE LMSREG.DAT - STATUS "
                   WS-Register-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-WORK
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-Eof
                   NOT AT END
                       MOVE WK-Register-Record
                           TO RG-Register-Record
                       WRITE RG-Register-Record
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE SEND-REGISTER-FILE
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

       PRINT-LINE-BREAK.
           IF WS-Line-Count + 1 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           .

       PRINT-REPORT-HEADERS.
           ADD 1 TO WS-Page-Count
           MOVE WS-Page-Count TO WS-Page-Number-Display
           MOVE SPACES TO WS-Print-Line
           STRING "LEAVER PROCESSING REPORT"     DELIMITED BY SIZE
                  "               PAGE "         DELIMITED BY SIZE
                  WS-Page-Number-Display         DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE LV-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-Run-Date-Display DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE LV-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-Line-Count
           .
