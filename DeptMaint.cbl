       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Deptmst-Status.

           SELECT TRANSACTION-FILE ASSIGN TO "DEPTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Depttran-Status.

      * Dated assignment history: one row per period an employee
      * spent in a department / under a manager / in a role.
      * Optional on the first run - it is seeded from DEPTMST.
           SELECT DEPT-HISTORY-FILE ASSIGN TO "DEPTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Depthist-Status.

           SELECT ROLE-PROFILE-FILE ASSIGN TO "ROLEPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Roleprof-Status.

      * Work files for the updated master and history; each is
      * copied back once every transaction is applied, so an abend
      * mid-write never leaves either half-written (the HISTWORK
      * pattern).
           SELECT WORK-FILE ASSIGN TO "DEPTWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Work-Status.

           SELECT HIST-WORK-FILE ASSIGN TO "DHSTWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hist-Work-Status.

           SELECT AUDIT-PRINT-FILE ASSIGN TO "DEPTAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audrpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-FILE.
       01  DM-Dept-Record.
           05 DM-Employee-Id      PIC X(6).
           05 DM-Dept-Code        PIC X(4).
           05 DM-Dept-Name        PIC X(20).
           05 DM-Manager-Id       PIC X(6).
           05 DM-Role-Code        PIC X(8).

      * Maintenance transactions replacing the wholesale HR reload
      * of DEPTMST: 'A' adds an employee, 'T' transfers them to
      * another department, 'M' changes their manager, 'R' changes
      * their role, 'X' terminates the assignment. Every action
      * carries the date it took effect. On a transfer a blank
      * manager or role means unchanged, and a blank department
      * name is taken from DEPTMST's other rows for that code.
       FD  TRANSACTION-FILE.
       01  DT-Transaction-Record.
           05 DT-Action           PIC X(1).
           05 DT-Employee-Id      PIC X(6).
           05 DT-Effective-Date   PIC X(8).
           05 DT-Dept-Code        PIC X(4).
           05 DT-Dept-Name        PIC X(20).
           05 DT-Manager-Id       PIC X(6).
           05 DT-Role-Code        PIC X(8).

      * Start date is inclusive, end date exclusive; the open
      * (current) period carries an end date of all nines. The
      * reason is the action that opened the period, or 'I' for a
      * period seeded from DEPTMST before history was kept, whose
      * start date is zeros since its true start is not known.
       FD  DEPT-HISTORY-FILE.
       01  DH-History-Record.
           05 DH-Employee-Id      PIC X(6).
           05 DH-Start-Date       PIC 9(8).
           05 DH-End-Date         PIC 9(8).
           05 DH-Dept-Code        PIC X(4).
           05 DH-Dept-Name        PIC X(20).
           05 DH-Manager-Id       PIC X(6).
           05 DH-Role-Code        PIC X(8).
           05 DH-Reason           PIC X(1).

       FD  ROLE-PROFILE-FILE.
       01  RP-Role-Record.
           05 RP-Role-Code        PIC X(8).
           05 RP-Skill-Name       PIC X(20).
           05 RP-Required-Rating  PIC 9V9.

       FD  WORK-FILE.
       01  WK-Dept-Record         PIC X(44).

       FD  HIST-WORK-FILE.
       01  HW-History-Record      PIC X(61).

       FD  AUDIT-PRINT-FILE.
       01  AU-Line                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Deptmst-Status       PIC X(2).
       01 WS-Deptmst-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-DEPTMST      VALUE 'Y'.
       01 WS-Depttran-Status      PIC X(2).
       01 WS-Depttran-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-DEPTTRAN     VALUE 'Y'.
       01 WS-Depthist-Status      PIC X(2).
       01 WS-Depthist-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-DEPTHIST     VALUE 'Y'.
       01 WS-Roleprof-Status      PIC X(2).
       01 WS-Roleprof-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-ROLEPROF     VALUE 'Y'.
       01 WS-Work-Status          PIC X(2).
       01 WS-Work-Eof             PIC X(1) VALUE 'N'.
           88 END-OF-WORK         VALUE 'Y'.
       01 WS-Hist-Work-Status     PIC X(2).
       01 WS-Hist-Work-Eof        PIC X(1) VALUE 'N'.
           88 END-OF-HIST-WORK    VALUE 'Y'.
       01 WS-Audrpt-Status        PIC X(2).

      * DEPTMST with the transactions applied in place: the flag
      * says what this run did to the entry (' ' untouched or
      * changed, 'A' added, 'X' terminated - not written back).
       01 WS-Dept-Count           PIC 9(3) VALUE 0.
       01 WS-Dept-Table.
           05 WS-Dept-Entry OCCURS 200 TIMES.
               10 WS-Dept-Employee-Id PIC X(6).
               10 WS-Dept-Code        PIC X(4).
               10 WS-Dept-Name        PIC X(20).
               10 WS-Dept-Manager-Id  PIC X(6).
               10 WS-Dept-Role-Code   PIC X(8).
               10 WS-Dept-Flag        PIC X(1).
       01 WS-Dept-I               PIC 9(3).
       01 WS-Dept-Slot            PIC 9(3).

      * The assignment history, re-sorted by employee and start
      * date before it is written back.
       01 WS-Hist-Count           PIC 9(4) VALUE 0.
       01 WS-Hist-Table.
           05 WS-Hist-Entry OCCURS 1000 TIMES.
               10 WS-Hist-Employee-Id PIC X(6).
               10 WS-Hist-Start-Date  PIC 9(8).
               10 WS-Hist-End-Date    PIC 9(8).
               10 WS-Hist-Dept-Code   PIC X(4).
               10 WS-Hist-Dept-Name   PIC X(20).
               10 WS-Hist-Manager-Id  PIC X(6).
               10 WS-Hist-Role-Code   PIC X(8).
               10 WS-Hist-Reason      PIC X(1).
       01 WS-Hist-I               PIC 9(4).
       01 WS-Hist-J               PIC 9(4).
       01 WS-Hist-Slot            PIC 9(4).
       01 WS-Hist-Swap            PIC X(61).
       01 WS-Open-End-Date        PIC 9(8) VALUE 99999999.
       01 WS-Last-End-Date        PIC 9(8).

       01 WS-Role-Count           PIC 9(3) VALUE 0.
       01 WS-Role-Table.
           05 WS-Role-Code OCCURS 100 TIMES PIC X(8).
       01 WS-Role-I               PIC 9(3).
       01 WS-Role-Found           PIC X(1).

       01 WS-Tran-Count           PIC 9(4) VALUE 0.
       01 WS-Accepted-Count       PIC 9(4) VALUE 0.
       01 WS-Rejected-Count       PIC 9(4) VALUE 0.
       01 WS-Seeded-Count         PIC 9(4) VALUE 0.
       01 WS-Opened-Count         PIC 9(4) VALUE 0.
       01 WS-Closed-Count         PIC 9(4) VALUE 0.
       01 WS-Tran-Ok              PIC X(1).
       01 WS-Reject-Reason        PIC X(40).

      * Transaction being applied: its effective date, the values
      * it resolves to, and the assignment it replaces, for the
      * audit line's before/after images.
       01 WS-Eff-Date             PIC 9(8).
       01 WS-New-Dept-Code        PIC X(4).
       01 WS-New-Dept-Name        PIC X(20).
       01 WS-New-Manager-Id       PIC X(6).
       01 WS-New-Role-Code        PIC X(8).
       01 WS-Old-Dept-Code        PIC X(4).
       01 WS-Old-Manager-Id       PIC X(6).
       01 WS-Old-Role-Code        PIC X(8).
       01 WS-Had-Old              PIC X(1).

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
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-DEPT-HISTORY
           PERFORM SEED-OPEN-PERIODS
           PERFORM LOAD-ROLE-CODES
           PERFORM OPEN-AUDIT-REPORT
           PERFORM APPLY-TRANSACTIONS
           PERFORM PRINT-AUDIT-TOTALS
           CLOSE AUDIT-PRINT-FILE
           PERFORM REWRITE-DEPARTMENTS
           PERFORM SORT-DEPT-HISTORY
           PERFORM REWRITE-DEPT-HISTORY
           DISPLAY "DeptMaint complete. Transactions " WS-Tran-Count
               " Accepted " WS-Accepted-Count
               " Rejected " WS-Rejected-Count
               ". See DEPTAUDT.DAT."
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

       LOAD-DEPARTMENTS.
           OPEN INPUT DEPARTMENT-FILE
           IF WS-Deptmst-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN DEPTMST.DAT - STATUS "
                   WS-Deptmst-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-DEPTMST
               READ DEPARTMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-Deptmst-Eof
                   NOT AT END
                       IF WS-Dept-Count < 200
                           ADD 1 TO WS-Dept-Count
                           MOVE DM-Employee-Id TO
                               WS-Dept-Employee-Id(WS-Dept-Count)
                           MOVE DM-Dept-Code TO
                               WS-Dept-Code(WS-Dept-Count)
                           MOVE DM-Dept-Name TO
                               WS-Dept-Name(WS-Dept-Count)
                           MOVE DM-Manager-Id TO
                               WS-Dept-Manager-Id(WS-Dept-Count)
                           MOVE DM-Role-Code TO
                               WS-Dept-Role-Code(WS-Dept-Count)
                           MOVE SPACE TO WS-Dept-Flag(WS-Dept-Count)
                       ELSE
                           DISPLAY "ERROR: DEPTMST.DAT EXCEEDS 200 "
                               "ROWS - INCREASE WS-DEPT-TABLE"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPARTMENT-FILE
           .

       LOAD-DEPT-HISTORY.
      * Optional file - absent until the first maintenance run.
           OPEN INPUT DEPT-HISTORY-FILE
           IF WS-Depthist-Status NOT = "00"
               DISPLAY "DEPTHIST.DAT NOT FOUND - HISTORY STARTED "
                   "FROM CURRENT DEPTMST"
               MOVE 'Y' TO WS-Depthist-Eof
           END-IF
           PERFORM UNTIL END-OF-DEPTHIST
               READ DEPT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-Depthist-Eof
                   NOT AT END
                       IF WS-Hist-Count < 1000
                           ADD 1 TO WS-Hist-Count
                           MOVE DH-History-Record TO
                               WS-Hist-Entry(WS-Hist-Count)
                       ELSE
                           DISPLAY "ERROR: DEPTHIST.DAT EXCEEDS 1000 "
                               "ROWS - INCREASE WS-HIST-TABLE"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Depthist-Status = "00" OR WS-Depthist-Status = "10"
               CLOSE DEPT-HISTORY-FILE
           END-IF
           .

       SEED-OPEN-PERIODS.
      * Every DEPTMST employee needs an open period for a
      * transaction to close. One with none (history not yet kept,
      * or added by an HR reload) gets one seeded from the current
      * row, taken to have applied from the beginning.
           PERFORM VARYING WS-Dept-I FROM 1 BY 1
                   UNTIL WS-Dept-I > WS-Dept-Count
               MOVE WS-Dept-I TO WS-Dept-Slot
               PERFORM FIND-OPEN-PERIOD
               IF WS-Hist-Slot = 0
                   PERFORM ADD-HISTORY-SLOT
                   MOVE WS-Dept-Employee-Id(WS-Dept-Slot)
                       TO WS-Hist-Employee-Id(WS-Hist-Slot)
                   MOVE 0 TO WS-Hist-Start-Date(WS-Hist-Slot)
                   MOVE WS-Open-End-Date
                       TO WS-Hist-End-Date(WS-Hist-Slot)
                   PERFORM COPY-ASSIGNMENT-TO-PERIOD
                   MOVE 'I' TO WS-Hist-Reason(WS-Hist-Slot)
                   ADD 1 TO WS-Seeded-Count
               END-IF
           END-PERFORM
           .

       LOAD-ROLE-CODES.
      * Distinct role codes profiled in ROLEPROF; an employee put
      * in a role with no profile would drop out of gap analysis.
           OPEN INPUT ROLE-PROFILE-FILE
           IF WS-Roleprof-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN ROLEPROF.DAT - STATUS "
                   WS-Roleprof-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-ROLEPROF
               READ ROLE-PROFILE-FILE
                   AT END
                       MOVE 'Y' TO WS-Roleprof-Eof
                   NOT AT END
                       PERFORM NOTE-ROLE-CODE
               END-READ
           END-PERFORM
           CLOSE ROLE-PROFILE-FILE
           .

       NOTE-ROLE-CODE.
           MOVE 'N' TO WS-Role-Found
           PERFORM VARYING WS-Role-I FROM 1 BY 1
                   UNTIL WS-Role-I > WS-Role-Count
               IF WS-Role-Code(WS-Role-I) = RP-Role-Code
                   MOVE 'Y' TO WS-Role-Found
                   MOVE WS-Role-Count TO WS-Role-I
               END-IF
           END-PERFORM
           IF WS-Role-Found = 'N'
               IF WS-Role-Count = 100
                   DISPLAY "ERROR: OVER 100 DISTINCT ROLES IN "
                       "ROLEPROF - INCREASE WS-ROLE-TABLE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-Role-Count
               MOVE RP-Role-Code TO WS-Role-Code(WS-Role-Count)
           END-IF
           .

       OPEN-AUDIT-REPORT.
           OPEN OUTPUT AUDIT-PRINT-FILE
           IF WS-Audrpt-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN DEPTAUDT.DAT - STATUS "
                   WS-Audrpt-Status
               STOP RUN
           END-IF
           PERFORM PRINT-REPORT-HEADERS
           MOVE SPACES TO WS-Print-Line
           MOVE "----- Transactions Applied -----" TO WS-Print-Line
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           ADD 2 TO WS-Line-Count
           .

       APPLY-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-Depttran-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN DEPTTRAN.DAT - STATUS "
                   WS-Depttran-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-DEPTTRAN
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-Depttran-Eof
                   NOT AT END
                       ADD 1 TO WS-Tran-Count
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           .

       APPLY-ONE-TRANSACTION.
      * Validates the buffered transaction; the first failing edit
      * rejects it with its reason, the way CatMaint does. An
      * accepted transaction is applied to both tables at once so
      * later transactions for the same employee see its effect.
           MOVE 'Y' TO WS-Tran-Ok
           MOVE SPACES TO WS-Reject-Reason
           PERFORM FIND-DEPT-SLOT
           PERFORM SAVE-OLD-ASSIGNMENT
           PERFORM CHECK-EFFECTIVE-DATE

           EVALUATE DT-Action
               WHEN 'A'
                   IF WS-Tran-Ok = 'Y' AND DT-Employee-Id = SPACES
                       MOVE "BLANK EMPLOYEE ID" TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
                   IF WS-Tran-Ok = 'Y' AND WS-Dept-Slot > 0
                       AND WS-Dept-Flag(WS-Dept-Slot) NOT = 'X'
                       MOVE "EMPLOYEE ALREADY ON DEPTMST"
                           TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
                   IF WS-Tran-Ok = 'Y' AND DT-Dept-Code = SPACES
                       MOVE "BLANK DEPARTMENT CODE" TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
                   IF WS-Tran-Ok = 'Y' AND DT-Manager-Id = SPACES
                       MOVE "BLANK MANAGER ID" TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
                   IF WS-Tran-Ok = 'Y' AND DT-Role-Code = SPACES
                       MOVE "BLANK ROLE CODE" TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
                   MOVE DT-Dept-Code TO WS-New-Dept-Code
                   MOVE DT-Manager-Id TO WS-New-Manager-Id
                   MOVE DT-Role-Code TO WS-New-Role-Code
                   PERFORM RESOLVE-DEPT-NAME
                   PERFORM CHECK-ROLE-CODE
                   PERFORM CHECK-AFTER-LAST-PERIOD
                   IF WS-Tran-Ok = 'Y'
                       PERFORM APPLY-ADD
                   END-IF
               WHEN 'T'
                   PERFORM CHECK-ON-DEPTMST
                   IF WS-Tran-Ok = 'Y' AND DT-Dept-Code = SPACES
                       MOVE "BLANK DEPARTMENT CODE" TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
                   IF WS-Tran-Ok = 'Y'
                       AND DT-Dept-Code = WS-Dept-Code(WS-Dept-Slot)
                       MOVE "ALREADY IN THAT DEPARTMENT"
                           TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
                   IF WS-Tran-Ok = 'Y'
                       MOVE DT-Dept-Code TO WS-New-Dept-Code
                       MOVE WS-Old-Manager-Id TO WS-New-Manager-Id
                       IF DT-Manager-Id NOT = SPACES
                           MOVE DT-Manager-Id TO WS-New-Manager-Id
                       END-IF
                       MOVE WS-Old-Role-Code TO WS-New-Role-Code
                       IF DT-Role-Code NOT = SPACES
                           MOVE DT-Role-Code TO WS-New-Role-Code
                       END-IF
                   END-IF
                   PERFORM RESOLVE-DEPT-NAME
                   PERFORM CHECK-ROLE-CODE
                   PERFORM CHECK-IN-OPEN-PERIOD
                   IF WS-Tran-Ok = 'Y'
                       PERFORM APPLY-CHANGE
                   END-IF
               WHEN 'M'
                   PERFORM CHECK-ON-DEPTMST
                   IF WS-Tran-Ok = 'Y' AND DT-Manager-Id = SPACES
                       MOVE "BLANK MANAGER ID" TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
                   IF WS-Tran-Ok = 'Y'
                       AND DT-Manager-Id = WS-Old-Manager-Id
                       MOVE "ALREADY REPORTS TO THAT MANAGER"
                           TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
                   PERFORM CHECK-IN-OPEN-PERIOD
                   IF WS-Tran-Ok = 'Y'
                       MOVE WS-Dept-Code(WS-Dept-Slot)
                           TO WS-New-Dept-Code
                       MOVE WS-Dept-Name(WS-Dept-Slot)
                           TO WS-New-Dept-Name
                       MOVE DT-Manager-Id TO WS-New-Manager-Id
                       MOVE WS-Old-Role-Code TO WS-New-Role-Code
                       PERFORM APPLY-CHANGE
                   END-IF
               WHEN 'R'
                   PERFORM CHECK-ON-DEPTMST
                   IF WS-Tran-Ok = 'Y' AND DT-Role-Code = SPACES
                       MOVE "BLANK ROLE CODE" TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
                   IF WS-Tran-Ok = 'Y'
                       AND DT-Role-Code = WS-Old-Role-Code
                       MOVE "ALREADY IN THAT ROLE" TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
                   MOVE DT-Role-Code TO WS-New-Role-Code
                   PERFORM CHECK-ROLE-CODE
                   PERFORM CHECK-IN-OPEN-PERIOD
                   IF WS-Tran-Ok = 'Y'
                       MOVE WS-Dept-Code(WS-Dept-Slot)
                           TO WS-New-Dept-Code
                       MOVE WS-Dept-Name(WS-Dept-Slot)
                           TO WS-New-Dept-Name
                       MOVE WS-Old-Manager-Id TO WS-New-Manager-Id
                       PERFORM APPLY-CHANGE
                   END-IF
               WHEN 'X'
                   PERFORM CHECK-ON-DEPTMST
                   PERFORM CHECK-IN-OPEN-PERIOD
                   IF WS-Tran-Ok = 'Y'
                       PERFORM APPLY-TERMINATE
                   END-IF
               WHEN OTHER
                   MOVE "ACTION NOT A, T, M, R OR X"
                       TO WS-Reject-Reason
                   MOVE 'N' TO WS-Tran-Ok
           END-EVALUATE

           IF WS-Tran-Ok = 'Y'
               ADD 1 TO WS-Accepted-Count
           ELSE
               ADD 1 TO WS-Rejected-Count
           END-IF
           PERFORM PRINT-AUDIT-LINE
           .

       FIND-DEPT-SLOT.
           MOVE 0 TO WS-Dept-Slot
           PERFORM VARYING WS-Dept-I FROM 1 BY 1
                   UNTIL WS-Dept-I > WS-Dept-Count
               IF WS-Dept-Employee-Id(WS-Dept-I) = DT-Employee-Id
                   MOVE WS-Dept-I TO WS-Dept-Slot
                   MOVE WS-Dept-Count TO WS-Dept-I
               END-IF
           END-PERFORM
           .

       SAVE-OLD-ASSIGNMENT.
      * The assignment as it stood before this transaction, for
      * the audit line; a terminated or unknown employee has none.
           MOVE 'N' TO WS-Had-Old
           MOVE SPACES TO WS-Old-Dept-Code
           MOVE SPACES TO WS-Old-Manager-Id
           MOVE SPACES TO WS-Old-Role-Code
           IF WS-Dept-Slot > 0
               IF WS-Dept-Flag(WS-Dept-Slot) NOT = 'X'
                   MOVE 'Y' TO WS-Had-Old
                   MOVE WS-Dept-Code(WS-Dept-Slot)
                       TO WS-Old-Dept-Code
                   MOVE WS-Dept-Manager-Id(WS-Dept-Slot)
                       TO WS-Old-Manager-Id
                   MOVE WS-Dept-Role-Code(WS-Dept-Slot)
                       TO WS-Old-Role-Code
               END-IF
           END-IF
           MOVE SPACES TO WS-New-Dept-Code
           MOVE SPACES TO WS-New-Dept-Name
           MOVE SPACES TO WS-New-Manager-Id
           MOVE SPACES TO WS-New-Role-Code
           .

       CHECK-EFFECTIVE-DATE.
      * A change cannot be dated in the future: DEPTMST holds the
      * assignment in force today, so a future-dated transaction
      * is held back until it comes due.
           IF DT-Effective-Date NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO WS-Reject-Reason
               MOVE 'N' TO WS-Tran-Ok
           ELSE
               MOVE DT-Effective-Date TO WS-Eff-Date
               MOVE WS-Eff-Date TO WS-Date-Work
               IF WS-Date-Month < 1 OR WS-Date-Month > 12
                   OR WS-Date-Day < 1 OR WS-Date-Day > 31
                   MOVE "EFFECTIVE DATE NOT YYYYMMDD"
                       TO WS-Reject-Reason
                   MOVE 'N' TO WS-Tran-Ok
               END-IF
           END-IF
           IF WS-Tran-Ok = 'Y' AND WS-Eff-Date > WS-Run-Date
               MOVE "EFFECTIVE DATE AFTER RUN DATE"
                   TO WS-Reject-Reason
               MOVE 'N' TO WS-Tran-Ok
           END-IF
           .

       CHECK-ON-DEPTMST.
           IF WS-Tran-Ok = 'Y'
               IF WS-Dept-Slot = 0
                   MOVE "EMPLOYEE NOT ON DEPTMST" TO WS-Reject-Reason
                   MOVE 'N' TO WS-Tran-Ok
               ELSE
                   IF WS-Dept-Flag(WS-Dept-Slot) = 'X'
                       MOVE "EMPLOYEE NOT ON DEPTMST"
                           TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
               END-IF
           END-IF
           .

       CHECK-IN-OPEN-PERIOD.
      * A change may be back-dated, but not to before the start of
      * the assignment it replaces - that would rewrite a period
      * already closed.
           IF WS-Tran-Ok = 'Y'
               PERFORM FIND-OPEN-PERIOD
               IF WS-Hist-Slot > 0
                   IF WS-Eff-Date < WS-Hist-Start-Date(WS-Hist-Slot)
                       MOVE "EFFECTIVE BEFORE CURRENT PERIOD START"
                           TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
               END-IF
           END-IF
           .

       CHECK-AFTER-LAST-PERIOD.
      * A re-hire must start on or after the end of the employee's
      * last recorded period, so periods never overlap.
           IF WS-Tran-Ok = 'Y'
               MOVE 0 TO WS-Last-End-Date
               PERFORM VARYING WS-Hist-I FROM 1 BY 1
                       UNTIL WS-Hist-I > WS-Hist-Count
                   IF WS-Hist-Employee-Id(WS-Hist-I) = DT-Employee-Id
                       AND WS-Hist-End-Date(WS-Hist-I)
                           > WS-Last-End-Date
                       MOVE WS-Hist-End-Date(WS-Hist-I)
                           TO WS-Last-End-Date
                   END-IF
               END-PERFORM
               IF WS-Eff-Date < WS-Last-End-Date
                   MOVE "EFFECTIVE BEFORE END OF LAST PERIOD"
                       TO WS-Reject-Reason
                   MOVE 'N' TO WS-Tran-Ok
               END-IF
           END-IF
           .

       RESOLVE-DEPT-NAME.
      * The transaction's own name wins; otherwise the name another
      * DEPTMST row already carries for the code. A department new
      * to DEPTMST must be named on the transaction.
           IF WS-Tran-Ok = 'Y'
               MOVE DT-Dept-Name TO WS-New-Dept-Name
               IF WS-New-Dept-Name = SPACES
                   PERFORM VARYING WS-Dept-I FROM 1 BY 1
                           UNTIL WS-Dept-I > WS-Dept-Count
                       IF WS-Dept-Code(WS-Dept-I) = WS-New-Dept-Code
                           AND WS-Dept-Flag(WS-Dept-I) NOT = 'X'
                           MOVE WS-Dept-Name(WS-Dept-I)
                               TO WS-New-Dept-Name
                           MOVE WS-Dept-Count TO WS-Dept-I
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-New-Dept-Name = SPACES
                   MOVE "NEW DEPARTMENT NEEDS A NAME"
                       TO WS-Reject-Reason
                   MOVE 'N' TO WS-Tran-Ok
               END-IF
           END-IF
           .

       CHECK-ROLE-CODE.
           IF WS-Tran-Ok = 'Y'
               MOVE 'N' TO WS-Role-Found
               PERFORM VARYING WS-Role-I FROM 1 BY 1
                       UNTIL WS-Role-I > WS-Role-Count
                   IF WS-Role-Code(WS-Role-I) = WS-New-Role-Code
                       MOVE 'Y' TO WS-Role-Found
                       MOVE WS-Role-Count TO WS-Role-I
                   END-IF
               END-PERFORM
               IF WS-Role-Found = 'N'
                   MOVE "ROLE NOT PROFILED IN ROLEPROF"
                       TO WS-Reject-Reason
                   MOVE 'N' TO WS-Tran-Ok
               END-IF
           END-IF
           .

       APPLY-ADD.
      * Re-adding an employee terminated earlier in this run revives
      * their slot rather than leaving a dead entry plus a new one.
           IF WS-Dept-Slot = 0
               IF WS-Dept-Count = 200
                   DISPLAY "ERROR: DEPTMST FULL - INCREASE "
                       "WS-DEPT-TABLE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-Dept-Count
               MOVE WS-Dept-Count TO WS-Dept-Slot
               MOVE DT-Employee-Id
                   TO WS-Dept-Employee-Id(WS-Dept-Slot)
           END-IF
           MOVE 'A' TO WS-Dept-Flag(WS-Dept-Slot)
           PERFORM MOVE-NEW-TO-DEPT-SLOT
           PERFORM OPEN-NEW-PERIOD
           .

       APPLY-CHANGE.
      * The open period ends the day the change takes effect and a
      * new one starts that day. A second change effective the
      * same day as the open period's start just amends that
      * period, so no zero-length period is ever written.
           PERFORM MOVE-NEW-TO-DEPT-SLOT
           PERFORM FIND-OPEN-PERIOD
           IF WS-Hist-Slot > 0
               AND WS-Hist-Start-Date(WS-Hist-Slot) = WS-Eff-Date
               PERFORM COPY-ASSIGNMENT-TO-PERIOD
               IF WS-Hist-Reason(WS-Hist-Slot) NOT = 'A'
                   MOVE DT-Action TO WS-Hist-Reason(WS-Hist-Slot)
               END-IF
           ELSE
               IF WS-Hist-Slot > 0
                   MOVE WS-Eff-Date TO WS-Hist-End-Date(WS-Hist-Slot)
                   ADD 1 TO WS-Closed-Count
               END-IF
               PERFORM OPEN-NEW-PERIOD
           END-IF
           .

       APPLY-TERMINATE.
      * The open period closes on the termination date and the
      * employee leaves DEPTMST; history keeps every period served.
           MOVE 'X' TO WS-Dept-Flag(WS-Dept-Slot)
           PERFORM FIND-OPEN-PERIOD
           IF WS-Hist-Slot > 0
               MOVE WS-Eff-Date TO WS-Hist-End-Date(WS-Hist-Slot)
               ADD 1 TO WS-Closed-Count
           END-IF
           .

       MOVE-NEW-TO-DEPT-SLOT.
           MOVE WS-New-Dept-Code TO WS-Dept-Code(WS-Dept-Slot)
           MOVE WS-New-Dept-Name TO WS-Dept-Name(WS-Dept-Slot)
           MOVE WS-New-Manager-Id
               TO WS-Dept-Manager-Id(WS-Dept-Slot)
           MOVE WS-New-Role-Code TO WS-Dept-Role-Code(WS-Dept-Slot)
           .

       OPEN-NEW-PERIOD.
           PERFORM ADD-HISTORY-SLOT
           MOVE DT-Employee-Id TO WS-Hist-Employee-Id(WS-Hist-Slot)
           MOVE WS-Eff-Date TO WS-Hist-Start-Date(WS-Hist-Slot)
           MOVE WS-Open-End-Date TO WS-Hist-End-Date(WS-Hist-Slot)
           PERFORM COPY-ASSIGNMENT-TO-PERIOD
           MOVE DT-Action TO WS-Hist-Reason(WS-Hist-Slot)
           ADD 1 TO WS-Opened-Count
           .

       COPY-ASSIGNMENT-TO-PERIOD.
           MOVE WS-Dept-Code(WS-Dept-Slot)
               TO WS-Hist-Dept-Code(WS-Hist-Slot)
           MOVE WS-Dept-Name(WS-Dept-Slot)
               TO WS-Hist-Dept-Name(WS-Hist-Slot)
           MOVE WS-Dept-Manager-Id(WS-Dept-Slot)
               TO WS-Hist-Manager-Id(WS-Hist-Slot)
           MOVE WS-Dept-Role-Code(WS-Dept-Slot)
               TO WS-Hist-Role-Code(WS-Hist-Slot)
           .

       ADD-HISTORY-SLOT.
           IF WS-Hist-Count = 1000
               DISPLAY "ERROR: DEPTHIST FULL - INCREASE "
                   "WS-HIST-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Hist-Count
           MOVE WS-Hist-Count TO WS-Hist-Slot
           .

       FIND-OPEN-PERIOD.
      * The open period of the employee in WS-Dept-Slot, or zero.
           MOVE 0 TO WS-Hist-Slot
           PERFORM VARYING WS-Hist-I FROM 1 BY 1
                   UNTIL WS-Hist-I > WS-Hist-Count
               IF WS-Hist-Employee-Id(WS-Hist-I)
                       = WS-Dept-Employee-Id(WS-Dept-Slot)
                   AND WS-Hist-End-Date(WS-Hist-I) = WS-Open-End-Date
                   MOVE WS-Hist-I TO WS-Hist-Slot
                   MOVE WS-Hist-Count TO WS-Hist-I
               END-IF
           END-PERFORM
           .

       PRINT-AUDIT-LINE.
      * One line per transaction: action, employee, effective date,
      * department, manager and role as was>now, and the outcome
      * with its reason when rejected.
           IF WS-Line-Count + 1 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE "  " TO WS-Print-Line(1:2)
           MOVE DT-Action TO WS-Print-Line(3:1)
           MOVE DT-Employee-Id TO WS-Print-Line(5:6)
           IF DT-Effective-Date NUMERIC
               MOVE DT-Effective-Date TO WS-Date-Work
               PERFORM FORMAT-DATE
               MOVE WS-Date-Display TO WS-Print-Line(12:10)
           ELSE
               MOVE DT-Effective-Date TO WS-Print-Line(12:8)
           END-IF
           MOVE "Dept ---->----" TO WS-Print-Line(24:14)
           MOVE "Mgr ------>------" TO WS-Print-Line(39:17)
           MOVE "Role -------->--------" TO WS-Print-Line(57:22)
           IF WS-Had-Old = 'Y'
               MOVE WS-Old-Dept-Code TO WS-Print-Line(29:4)
               MOVE WS-Old-Manager-Id TO WS-Print-Line(43:6)
               MOVE WS-Old-Role-Code TO WS-Print-Line(62:8)
           END-IF
           IF WS-Tran-Ok = 'Y' AND DT-Action NOT = 'X'
               MOVE WS-Dept-Code(WS-Dept-Slot)
                   TO WS-Print-Line(34:4)
               MOVE WS-Dept-Manager-Id(WS-Dept-Slot)
                   TO WS-Print-Line(50:6)
               MOVE WS-Dept-Role-Code(WS-Dept-Slot)
                   TO WS-Print-Line(71:8)
           END-IF
           IF WS-Tran-Ok = 'Y'
               MOVE "ACCEPTED" TO WS-Print-Line(80:8)
           ELSE
               MOVE "REJECTED - " TO WS-Print-Line(80:11)
               MOVE WS-Reject-Reason TO WS-Print-Line(91:40)
           END-IF
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           .

       PRINT-AUDIT-TOTALS.
           IF WS-Line-Count + 7 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE "----- Run Totals -----" TO WS-Print-Line
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES

           MOVE WS-Tran-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Transactions Read: " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Accepted-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Accepted:          " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Rejected-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Rejected:          " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Seeded-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Periods Seeded:    " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Opened-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Periods Opened:    " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Closed-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Periods Closed:    " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 7 TO WS-Line-Count
           .

       REWRITE-DEPARTMENTS.
      * Surviving entries to the work file first, then copied back
      * over DEPTMST, so the master on disk is never part-written.
           OPEN OUTPUT WORK-FILE
           IF WS-Work-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN DEPTWORK.DAT - STATUS "
                   WS-Work-Status
               STOP RUN
           END-IF
           PERFORM VARYING WS-Dept-I FROM 1 BY 1
                   UNTIL WS-Dept-I > WS-Dept-Count
               IF WS-Dept-Flag(WS-Dept-I) NOT = 'X'
                   MOVE WS-Dept-Employee-Id(WS-Dept-I)
                       TO DM-Employee-Id
                   MOVE WS-Dept-Code(WS-Dept-I) TO DM-Dept-Code
                   MOVE WS-Dept-Name(WS-Dept-I) TO DM-Dept-Name
                   MOVE WS-Dept-Manager-Id(WS-Dept-I)
                       TO DM-Manager-Id
                   MOVE WS-Dept-Role-Code(WS-Dept-I) TO DM-Role-Code
                   MOVE DM-Dept-Record TO WK-Dept-Record
                   WRITE WK-Dept-Record
               END-IF
           END-PERFORM
           CLOSE WORK-FILE

           MOVE 'N' TO WS-Work-Eof
           OPEN INPUT WORK-FILE
           IF WS-Work-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REOPEN DEPTWORK.DAT - STATUS "
                   WS-Work-Status
               STOP RUN
           END-IF
           OPEN OUTPUT DEPARTMENT-FILE
           IF WS-Deptmst-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REWRITE DEPTMST.DAT - STATUS "
                   WS-Deptmst-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-WORK
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-Eof
                   NOT AT END
                       MOVE WK-Dept-Record TO DM-Dept-Record
                       WRITE DM-Dept-Record
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE DEPARTMENT-FILE
           .

       SORT-DEPT-HISTORY.
      * Bubble sort by employee id then start date, so each
      * employee's periods read in order for the inquiry programs.
           PERFORM VARYING WS-Hist-I FROM 1 BY 1
                   UNTIL WS-Hist-I >= WS-Hist-Count
               PERFORM VARYING WS-Hist-J FROM 1 BY 1
                       UNTIL WS-Hist-J > WS-Hist-Count - WS-Hist-I
                   IF WS-Hist-Employee-Id(WS-Hist-J) >
                           WS-Hist-Employee-Id(WS-Hist-J + 1)
                      OR
                      (WS-Hist-Employee-Id(WS-Hist-J) =
                           WS-Hist-Employee-Id(WS-Hist-J + 1)
                       AND WS-Hist-Start-Date(WS-Hist-J) >
                           WS-Hist-Start-Date(WS-Hist-J + 1))
                       MOVE WS-Hist-Entry(WS-Hist-J)
                           TO WS-Hist-Swap
                       MOVE WS-Hist-Entry(WS-Hist-J + 1)
                           TO WS-Hist-Entry(WS-Hist-J)
                       MOVE WS-Hist-Swap
                           TO WS-Hist-Entry(WS-Hist-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       REWRITE-DEPT-HISTORY.
           OPEN OUTPUT HIST-WORK-FILE
           IF WS-Hist-Work-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN DHSTWORK.DAT - STATUS "
                   WS-Hist-Work-Status
               STOP RUN
           END-IF
           PERFORM VARYING WS-Hist-I FROM 1 BY 1
                   UNTIL WS-Hist-I > WS-Hist-Count
               MOVE WS-Hist-Entry(WS-Hist-I) TO HW-History-Record
               WRITE HW-History-Record
           END-PERFORM
           CLOSE HIST-WORK-FILE

           MOVE 'N' TO WS-Hist-Work-Eof
           OPEN INPUT HIST-WORK-FILE
           IF WS-Hist-Work-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REOPEN DHSTWORK.DAT - STATUS "
                   WS-Hist-Work-Status
               STOP RUN
           END-IF
           OPEN OUTPUT DEPT-HISTORY-FILE
           IF WS-Depthist-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REWRITE DEPTHIST.DAT - STATUS "
                   WS-Depthist-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-HIST-WORK
               READ HIST-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Hist-Work-Eof
                   NOT AT END
                       MOVE HW-History-Record TO DH-History-Record
                       WRITE DH-History-Record
               END-READ
           END-PERFORM
           CLOSE HIST-WORK-FILE
           CLOSE DEPT-HISTORY-FILE
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

       PRINT-REPORT-HEADERS.
           ADD 1 TO WS-Page-Count
           MOVE WS-Page-Count TO WS-Page-Number-Display
           MOVE SPACES TO WS-Print-Line
           STRING "DEPARTMENT MAINTENANCE AUDIT" DELIMITED BY SIZE
                  "           PAGE "             DELIMITED BY SIZE
                  WS-Page-Number-Display         DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-Run-Date-Display DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-Line-Count
           .
