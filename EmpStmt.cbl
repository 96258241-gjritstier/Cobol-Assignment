       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpStmt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Totals records in the burst work file name every employee the
      * assessment run completed this cycle - including anyone whose
      * ratings were all held or invalid - with their manager and
      * weighted average.
           SELECT BURST-WORK-FILE ASSIGN TO "BURSTWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Burstwrk-Status.

           SELECT HISTORY-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HH-History-Key
               FILE STATUS IS WS-History-Status.

           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Deptmst-Status.

           SELECT SKILL-MASTER-FILE ASSIGN TO "SKILLMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Skillmst-Status.

           SELECT ROLE-PROFILE-FILE ASSIGN TO "ROLEPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Roleprof-Status.

           SELECT SEND-REGISTER-FILE ASSIGN TO "LMSREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lmsreg-Status.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Suspense-Status.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycctl-Status.

           SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Runparm-Status.

      * One statement per employee, named at run time
      * (EMPSTMT.Exxxxx.DAT) the way RptBurst names its manager
      * files, so each statement goes straight to the employee.
           SELECT STATEMENT-FILE ASSIGN DYNAMIC WS-Statement-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Statement-Status.

      * Distribution control list: what was produced, by
      * department, and who was assessed but got no statement.
           SELECT CONTROL-LIST-FILE ASSIGN TO "STMTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stmtctl-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BURST-WORK-FILE.
       01  BW-Burst-Record.
           05 BW-Manager-Id       PIC X(6).
           05 BW-Record-Type      PIC X(1).
           05 BW-Advance          PIC 9(1).
           05 BW-Line             PIC X(132).
       01  BW-Totals-Record.
           05 FILLER              PIC X(6).
           05 FILLER              PIC X(1).
           05 FILLER              PIC 9(1).
           05 BW-Tot-Employee-Id  PIC X(6).
           05 BW-Tot-Average      PIC 9(3)V9(2).
           05 BW-Tot-Exceptions   PIC 9(4).
           05 FILLER              PIC X(117).

       FD  HISTORY-FILE.
       01  HH-History-Record.
           05 HH-History-Key.
               10 HH-Employee-Id  PIC X(6).
               10 HH-Skill-Name   PIC X(20).
               10 HH-Run-Date     PIC 9(8).
           05 HH-Skill-Rating     PIC 9V9.
           05 HH-Average-Rating   PIC 9(3)V9(2).

       FD  DEPARTMENT-FILE.
       01  DM-Dept-Record.
           05 DM-Employee-Id      PIC X(6).
           05 DM-Dept-Code        PIC X(4).
           05 DM-Dept-Name        PIC X(20).
           05 DM-Manager-Id       PIC X(6).
           05 DM-Role-Code        PIC X(8).

      * Read only for employee names; optional, as in CertRpt.
       FD  SKILL-MASTER-FILE.
       01  SM-Skill-Record.
           05 SM-Employee-Id      PIC X(6).
           05 SM-Employee-Name    PIC X(20).
           05 SM-Skill-Name       PIC X(20).
           05 SM-Skill-Rating     PIC 9V9.
           05 SM-Skill-Weight     PIC 9(2).
           05 SM-Rater-Type       PIC X(1).
           05 SM-Rater-Id         PIC X(6).

       FD  ROLE-PROFILE-FILE.
       01  RP-Profile-Record.
           05 RP-Role-Code        PIC X(8).
           05 RP-Skill-Name       PIC X(20).
           05 RP-Required-Rating  PIC 9V9.

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
       01  RG-Control-Record.
           05 RG-Ctl-Cycle-Date   PIC 9(8).
           05 RG-Ctl-Id           PIC X(6).
           05 RG-Ctl-Row-Count    PIC 9(6).
           05 FILLER              PIC X(62).

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

       FD  CYCLE-CONTROL-FILE.
       01  CY-Cycle-Record.
           05 CY-Cycle-Date       PIC 9(8).
           05 CY-Edit-Status      PIC X(1).
           05 CY-Assess-Status    PIC X(1).
           05 CY-Trend-Status     PIC X(1).
           05 CY-Recon-Status     PIC X(1).
           05 CY-Purge-Status     PIC X(1).

      * Shared cycle parameter file. Only RUN-DATE (the cycle being
      * stated, for a rerun) is used here.
       FD  RUN-PARAMETER-FILE.
       01  PM-Parameter-Record.
           05 PM-Keyword          PIC X(12).
           05 PM-Value            PIC X(20).

       FD  STATEMENT-FILE.
       01  ES-Line                PIC X(132).

       FD  CONTROL-LIST-FILE.
       01  SC-Line                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Burstwrk-Status      PIC X(2).
       01 WS-Burstwrk-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-BURSTWRK     VALUE 'Y'.
       01 WS-History-Status       PIC X(2).
       01 WS-History-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-HISTORY      VALUE 'Y'.
       01 WS-Deptmst-Status       PIC X(2).
       01 WS-Deptmst-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-DEPTMST      VALUE 'Y'.
       01 WS-Skillmst-Status      PIC X(2).
       01 WS-Skillmst-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SKILLMST     VALUE 'Y'.
       01 WS-Roleprof-Status      PIC X(2).
       01 WS-Roleprof-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-ROLEPROF     VALUE 'Y'.
       01 WS-Lmsreg-Status        PIC X(2).
       01 WS-Lmsreg-Eof           PIC X(1) VALUE 'N'.
           88 END-OF-LMSREG       VALUE 'Y'.
       01 WS-Suspense-Status      PIC X(2).
       01 WS-Suspense-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SUSPENSE     VALUE 'Y'.
       01 WS-Cycctl-Status        PIC X(2).
       01 WS-Runparm-Status       PIC X(2).
       01 WS-Runparm-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-RUNPARM      VALUE 'Y'.
       01 WS-Statement-Status     PIC X(2).
       01 WS-Statement-Name       PIC X(21).
       01 WS-Stmtctl-Status       PIC X(2).

       01 WS-Parm-Run-Date        PIC 9(8) VALUE 0.

       01 WS-Dept-Ref-Count       PIC 9(3) VALUE 0.
       01 WS-Dept-Ref-Table.
           05 WS-Dept-Ref-Entry OCCURS 200 TIMES.
               10 WS-Ref-Employee-Id  PIC X(6).
               10 WS-Ref-Dept-Code    PIC X(4).
               10 WS-Ref-Dept-Name    PIC X(20).
               10 WS-Ref-Role-Code    PIC X(8).
       01 WS-Dept-I               PIC 9(3).

       01 WS-Name-Count           PIC 9(3) VALUE 0.
       01 WS-Name-Table.
           05 WS-Name-Entry OCCURS 200 TIMES.
               10 WS-Name-Employee-Id PIC X(6).
               10 WS-Name-Employee    PIC X(20).
       01 WS-Name-I               PIC 9(3).

      * Employees assessed this cycle, one per BURSTWRK totals
      * record, sorted department / employee so the control list
      * groups by department. Slot numbers into this table tie the
      * rating, held, and training entries below to their employee,
      * so it is sorted before any of those are loaded.
       01 WS-Emp-Count            PIC 9(3) VALUE 0.
       01 WS-Emp-Table.
           05 WS-Emp-Entry OCCURS 200 TIMES.
               10 WS-Emp-Sort-Key.
                   15 WS-Emp-Dept-Code    PIC X(4).
                   15 WS-Emp-Employee-Id  PIC X(6).
               10 WS-Emp-Dept-Name    PIC X(20).
               10 WS-Emp-Role-Code    PIC X(8).
               10 WS-Emp-Manager-Id   PIC X(6).
               10 WS-Emp-Name         PIC X(20).
               10 WS-Emp-Average      PIC 9(3)V9(2).
               10 WS-Emp-Prior-Date   PIC 9(8).
               10 WS-Emp-Prior-Avg    PIC 9(3)V9(2).
               10 WS-Emp-Posted       PIC 9(3).
               10 WS-Emp-Held         PIC 9(3).
               10 WS-Emp-Produced     PIC X(1).
               10 WS-Emp-Reason       PIC X(40).
       01 WS-Emp-Swap             PIC X(129).
       01 WS-Emp-I                PIC 9(3).
       01 WS-Emp-J                PIC 9(3).
       01 WS-Emp-Found            PIC 9(3).
       01 WS-Find-Employee-Id     PIC X(6).

      * Each assessed employee's skills from HISTIDX: the rating
      * posted this cycle and the latest one before it. History is
      * read in key order, so one employee/skill's rows arrive
      * together with the oldest first.
       01 WS-Rtg-Count            PIC 9(4) VALUE 0.
       01 WS-Rtg-Table.
           05 WS-Rtg-Entry OCCURS 2000 TIMES.
               10 WS-Rtg-Emp-Slot     PIC 9(3).
               10 WS-Rtg-Skill-Name   PIC X(20).
               10 WS-Rtg-Has-Curr     PIC X(1).
               10 WS-Rtg-Curr-Rating  PIC 9V9.
               10 WS-Rtg-Has-Prior    PIC X(1).
               10 WS-Rtg-Prior-Rating PIC 9V9.
       01 WS-Rtg-I                PIC 9(4).

      * Ratings held in suspense this cycle, still awaiting the
      * manager's decision.
       01 WS-Held-Count           PIC 9(3) VALUE 0.
       01 WS-Held-Table.
           05 WS-Held-Entry OCCURS 500 TIMES.
               10 WS-Held-Emp-Slot    PIC 9(3).
               10 WS-Held-Skill-Name  PIC X(20).
               10 WS-Held-Prior       PIC 9V9.
               10 WS-Held-New         PIC 9V9.
       01 WS-Held-I               PIC 9(3).

       01 WS-Role-Count           PIC 9(3) VALUE 0.
       01 WS-Role-Table.
           05 WS-Role-Entry OCCURS 200 TIMES.
               10 WS-Role-Code        PIC X(8).
               10 WS-Role-Skill-Name  PIC X(20).
               10 WS-Role-Required    PIC 9V9.
       01 WS-Role-I               PIC 9(3).

      * Open LMS registrations for assessed employees, and the
      * cycle dates of every control record in the register: the
      * number of cycles an item has been outstanding is the count
      * of cycles closed from the one that sent it up to this one.
       01 WS-Trn-Count            PIC 9(4) VALUE 0.
       01 WS-Trn-Table.
           05 WS-Trn-Entry OCCURS 1000 TIMES.
               10 WS-Trn-Emp-Slot     PIC 9(3).
               10 WS-Trn-Skill-Name   PIC X(20).
               10 WS-Trn-Course-Code  PIC X(10).
               10 WS-Trn-Cycle-Date   PIC 9(8).
       01 WS-Trn-I                PIC 9(4).
       01 WS-Ctl-Count            PIC 9(3) VALUE 0.
       01 WS-Ctl-Table.
           05 WS-Ctl-Cycle-Date OCCURS 500 TIMES PIC 9(8).
       01 WS-Ctl-I                PIC 9(3).
       01 WS-Cycles-Out           PIC 9(3).

      * Statements produced and withheld per department.
       01 WS-Dsum-Count           PIC 9(2) VALUE 0.
       01 WS-Dsum-Table.
           05 WS-Dsum-Entry OCCURS 50 TIMES.
               10 WS-Dsum-Dept-Code   PIC X(4).
               10 WS-Dsum-Dept-Name   PIC X(20).
               10 WS-Dsum-Produced    PIC 9(4).
               10 WS-Dsum-Withheld    PIC 9(4).
       01 WS-Dsum-I               PIC 9(2).
       01 WS-Dsum-Found           PIC 9(2).

       01 WS-Work-Rating          PIC 9V9.
       01 WS-Work-Found           PIC X(1).
       01 WS-Work-Held            PIC X(1).
       01 WS-Shortfall            PIC 9V9.
       01 WS-Short-Count          PIC 9(3).
       01 WS-Role-Rows            PIC 9(3).
       01 WS-Open-Count           PIC 9(3).
       01 WS-Rating-Change        PIC S9V9.
       01 WS-Average-Change       PIC S9(3)V9(2).
       01 WS-Prev-Dept-Code       PIC X(4).

       01 WS-Assessed-Count       PIC 9(4) VALUE 0.
       01 WS-Produced-Count       PIC 9(4) VALUE 0.
       01 WS-Withheld-Count       PIC 9(4) VALUE 0.

       01 WS-Rating-Display       PIC 9.9.
       01 WS-Prior-Display        PIC 9.9.
       01 WS-Required-Display     PIC 9.9.
       01 WS-Shortfall-Display    PIC 9.9.
       01 WS-Change-Display       PIC +9.9.
       01 WS-Average-Display      PIC ZZ9.99.
       01 WS-Prior-Avg-Display    PIC ZZ9.99.
       01 WS-Avg-Change-Display   PIC +9.99.
       01 WS-Count-Display        PIC ZZZ9.
       01 WS-Withheld-Display     PIC ZZZ9.
       01 WS-Cycles-Display       PIC ZZ9.

       01 WS-Date-Work            PIC 9(8).
       01 WS-Date-Work-R REDEFINES WS-Date-Work.
           05 WS-Work-Year        PIC 9(4).
           05 WS-Work-Month       PIC 9(2).
           05 WS-Work-Day         PIC 9(2).
       01 WS-Date-Display         PIC X(10).

       01 WS-Print-Line           PIC X(132) VALUE SPACES.
       01 WS-Pending-Line         PIC X(132).
       01 WS-Advance              PIC 9(1).
       01 WS-Page-Count           PIC 9(4) VALUE 0.
       01 WS-Line-Count           PIC 9(3) VALUE 99.
       01 WS-Ctl-Page-Count       PIC 9(4) VALUE 0.
       01 WS-Ctl-Line-Count       PIC 9(3) VALUE 99.
       01 WS-Lines-Per-Page       PIC 9(3) VALUE 55.
       01 WS-Page-Number-Display  PIC ZZZ9.

       01 WS-Run-Date             PIC 9(8).
       01 WS-Run-Date-R REDEFINES WS-Run-Date.
           05 WS-Run-Year         PIC 9(4).
           05 WS-Run-Month        PIC 9(2).
           05 WS-Run-Day          PIC 9(2).
       01 WS-Run-Date-Display     PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARAMETERS
           PERFORM CHECK-CYCLE-CONTROL
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-EMPLOYEE-NAMES
           PERFORM LOAD-ASSESSED-EMPLOYEES
           PERFORM SORT-ASSESSED-EMPLOYEES
           PERFORM LOAD-RATING-HISTORY
           PERFORM LOAD-HELD-RATINGS
           PERFORM LOAD-ROLE-PROFILES
           PERFORM LOAD-OPEN-TRAINING
           OPEN OUTPUT CONTROL-LIST-FILE
           IF WS-Stmtctl-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN STMTCTL.DAT - STATUS "
                   WS-Stmtctl-Status
               STOP RUN
           END-IF
           PERFORM PRINT-CONTROL-HEADERS
           MOVE "----- Statements Produced -----" TO WS-Print-Line
           MOVE 2 TO WS-Advance
           PERFORM PUT-CONTROL-LINE
           MOVE SPACES TO WS-Prev-Dept-Code
           PERFORM VARYING WS-Emp-I FROM 1 BY 1
                   UNTIL WS-Emp-I > WS-Emp-Count
               PERFORM PRODUCE-STATEMENT
           END-PERFORM
           IF WS-Produced-Count = 0
               MOVE "  NONE" TO WS-Print-Line
               MOVE 1 TO WS-Advance
               PERFORM PUT-CONTROL-LINE
           END-IF
           PERFORM PRINT-WITHHELD-LIST
           PERFORM PRINT-DEPARTMENT-SUMMARY
           PERFORM PRINT-CONTROL-TOTALS
           CLOSE CONTROL-LIST-FILE
           DISPLAY "EmpStmt complete. Assessed " WS-Assessed-Count
               " Statements " WS-Produced-Count
               " Withheld " WS-Withheld-Count
               ". See STMTCTL.DAT."
           STOP RUN
           .

       READ-PARAMETERS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
      * RUNPARM.DAT is optional; RUN-DATE restates an earlier cycle.
      * Other keywords belong to other jobs and are passed over.
           OPEN INPUT RUN-PARAMETER-FILE
           IF WS-Runparm-Status = "00"
               PERFORM UNTIL END-OF-RUNPARM
                   READ RUN-PARAMETER-FILE
                       AT END
                           MOVE 'Y' TO WS-Runparm-Eof
                       NOT AT END
                           PERFORM APPLY-RUN-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE RUN-PARAMETER-FILE
           END-IF
           IF WS-Parm-Run-Date > 0
               MOVE WS-Parm-Run-Date TO WS-Run-Date
           END-IF
           STRING WS-Run-Month   DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Run-Day     DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Run-Year    DELIMITED BY SIZE
               INTO WS-Run-Date-Display
           END-STRING
           .

       APPLY-RUN-PARAMETER.
           EVALUATE PM-Keyword
               WHEN "RUN-DATE"
                   IF PM-Value(1:8) NUMERIC
                       AND PM-Value(9:12) = SPACES
                       MOVE PM-Value(1:8) TO WS-Parm-Run-Date
                   ELSE
                       DISPLAY "ERROR: RUNPARM RUN-DATE NOT "
                           "YYYYMMDD - '" PM-Value "'"
                       STOP RUN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       CHECK-CYCLE-CONTROL.
      * A run in progress has not yet posted every employee's
      * ratings or registrations; statements taken from it would be
      * incomplete. CYCCTL itself is optional here.
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-Cycctl-Status = "00"
               READ CYCLE-CONTROL-FILE
                   NOT AT END
                       IF CY-Assess-Status = 'P'
                           DISPLAY "ERROR: ASSESSMENT STEP IN "
                               "PROGRESS - RESTART IT TO COMPLETION "
                               "BEFORE PRODUCING STATEMENTS"
                           CLOSE CYCLE-CONTROL-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CYCLE-CONTROL-FILE
           END-IF
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
                       IF WS-Dept-Ref-Count < 200
                           ADD 1 TO WS-Dept-Ref-Count
                           MOVE DM-Employee-Id TO
                               WS-Ref-Employee-Id(WS-Dept-Ref-Count)
                           MOVE DM-Dept-Code TO
                               WS-Ref-Dept-Code(WS-Dept-Ref-Count)
                           MOVE DM-Dept-Name TO
                               WS-Ref-Dept-Name(WS-Dept-Ref-Count)
                           MOVE DM-Role-Code TO
                               WS-Ref-Role-Code(WS-Dept-Ref-Count)
                       ELSE
                           DISPLAY "ERROR: DEPTMST.DAT EXCEEDS 200 "
                               "ROWS - INCREASE WS-DEPT-REF-TABLE"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPARTMENT-FILE
           .

       LOAD-EMPLOYEE-NAMES.
           OPEN INPUT SKILL-MASTER-FILE
           IF WS-Skillmst-Status NOT = "00"
               DISPLAY "SKILLMST.DAT NOT FOUND - EMPLOYEE NAMES "
                   "LEFT BLANK"
               MOVE 'Y' TO WS-Skillmst-Eof
           END-IF
           PERFORM UNTIL END-OF-SKILLMST
               READ SKILL-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-Skillmst-Eof
                   NOT AT END
                       IF SM-Employee-Id = "ZZZZZZ"
                           MOVE 'Y' TO WS-Skillmst-Eof
                       ELSE
                           IF WS-Name-Count = 0
                               OR WS-Name-Employee-Id(WS-Name-Count)
                                   NOT = SM-Employee-Id
                               PERFORM NOTE-EMPLOYEE-NAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Skillmst-Status = "00" OR WS-Skillmst-Status = "10"
               CLOSE SKILL-MASTER-FILE
           END-IF
           .

       NOTE-EMPLOYEE-NAME.
           IF WS-Name-Count = 200
               DISPLAY "ERROR: OVER 200 EMPLOYEES IN SKILLMST - "
                   "INCREASE WS-NAME-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Name-Count
           MOVE SM-Employee-Id TO WS-Name-Employee-Id(WS-Name-Count)
           MOVE SM-Employee-Name TO WS-Name-Employee(WS-Name-Count)
           .

       LOAD-ASSESSED-EMPLOYEES.
      * Only the totals records are wanted; the report lines are
      * RptBurst's business.
           OPEN INPUT BURST-WORK-FILE
           IF WS-Burstwrk-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BURSTWRK.DAT - STATUS "
                   WS-Burstwrk-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-BURSTWRK
               READ BURST-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Burstwrk-Eof
                   NOT AT END
                       IF BW-Record-Type = 'T'
                           PERFORM NOTE-ASSESSED-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BURST-WORK-FILE
           .

       NOTE-ASSESSED-EMPLOYEE.
           IF WS-Emp-Count = 200
               DISPLAY "ERROR: OVER 200 EMPLOYEES IN BURSTWRK - "
                   "INCREASE WS-EMP-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Emp-Count
           ADD 1 TO WS-Assessed-Count
           MOVE BW-Tot-Employee-Id TO WS-Emp-Employee-Id(WS-Emp-Count)
           MOVE BW-Manager-Id TO WS-Emp-Manager-Id(WS-Emp-Count)
           MOVE BW-Tot-Average TO WS-Emp-Average(WS-Emp-Count)
           MOVE 0 TO WS-Emp-Prior-Date(WS-Emp-Count)
           MOVE 0 TO WS-Emp-Prior-Avg(WS-Emp-Count)
           MOVE 0 TO WS-Emp-Posted(WS-Emp-Count)
           MOVE 0 TO WS-Emp-Held(WS-Emp-Count)
           MOVE 'N' TO WS-Emp-Produced(WS-Emp-Count)
           MOVE SPACES TO WS-Emp-Reason(WS-Emp-Count)
      * An employee missing from DEPTMST still gets a statement; the
      * control list shows them under an unassigned department so
      * the department row gets added.
           MOVE "????" TO WS-Emp-Dept-Code(WS-Emp-Count)
           MOVE "NOT IN DEPTMST" TO WS-Emp-Dept-Name(WS-Emp-Count)
           MOVE SPACES TO WS-Emp-Role-Code(WS-Emp-Count)
           PERFORM VARYING WS-Dept-I FROM 1 BY 1
                   UNTIL WS-Dept-I > WS-Dept-Ref-Count
               IF WS-Ref-Employee-Id(WS-Dept-I) = BW-Tot-Employee-Id
                   MOVE WS-Ref-Dept-Code(WS-Dept-I)
                       TO WS-Emp-Dept-Code(WS-Emp-Count)
                   MOVE WS-Ref-Dept-Name(WS-Dept-I)
                       TO WS-Emp-Dept-Name(WS-Emp-Count)
                   MOVE WS-Ref-Role-Code(WS-Dept-I)
                       TO WS-Emp-Role-Code(WS-Emp-Count)
                   MOVE WS-Dept-Ref-Count TO WS-Dept-I
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Emp-Name(WS-Emp-Count)
           PERFORM VARYING WS-Name-I FROM 1 BY 1
                   UNTIL WS-Name-I > WS-Name-Count
               IF WS-Name-Employee-Id(WS-Name-I) = BW-Tot-Employee-Id
                   MOVE WS-Name-Employee(WS-Name-I)
                       TO WS-Emp-Name(WS-Emp-Count)
                   MOVE WS-Name-Count TO WS-Name-I
               END-IF
           END-PERFORM
           .

       SORT-ASSESSED-EMPLOYEES.
           PERFORM VARYING WS-Emp-I FROM 1 BY 1
                   UNTIL WS-Emp-I >= WS-Emp-Count
               PERFORM VARYING WS-Emp-J FROM 1 BY 1
                       UNTIL WS-Emp-J > WS-Emp-Count - WS-Emp-I
                   IF WS-Emp-Sort-Key(WS-Emp-J) >
                       WS-Emp-Sort-Key(WS-Emp-J + 1)
                       MOVE WS-Emp-Entry(WS-Emp-J) TO WS-Emp-Swap
                       MOVE WS-Emp-Entry(WS-Emp-J + 1)
                           TO WS-Emp-Entry(WS-Emp-J)
                       MOVE WS-Emp-Swap TO WS-Emp-Entry(WS-Emp-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       FIND-EMPLOYEE-SLOT.
      * Sets WS-Emp-Found to the table slot of the employee id in
      * WS-Find-Employee-Id, or zero if they were not assessed.
           MOVE 0 TO WS-Emp-Found
           PERFORM VARYING WS-Emp-J FROM 1 BY 1
                   UNTIL WS-Emp-J > WS-Emp-Count
               IF WS-Emp-Employee-Id(WS-Emp-J) = WS-Find-Employee-Id
                   MOVE WS-Emp-J TO WS-Emp-Found
                   MOVE WS-Emp-Count TO WS-Emp-J
               END-IF
           END-PERFORM
           .

       LOAD-RATING-HISTORY.
      * Rows dated after the cycle being stated belong to a later
      * run and are ignored, so a restatement shows the cycle as it
      * was.
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
                           AND HH-Run-Date NOT > WS-Run-Date
                           MOVE HH-Employee-Id TO WS-Find-Employee-Id
                           PERFORM FIND-EMPLOYEE-SLOT
                           IF WS-Emp-Found > 0
                               PERFORM NOTE-HISTORY-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       NOTE-HISTORY-ROW.
           IF WS-Rtg-Count = 0
               OR WS-Rtg-Emp-Slot(WS-Rtg-Count) NOT = WS-Emp-Found
               OR WS-Rtg-Skill-Name(WS-Rtg-Count) NOT = HH-Skill-Name
               IF WS-Rtg-Count = 2000
                   DISPLAY "ERROR: OVER 2000 EMPLOYEE SKILLS IN "
                       "HISTIDX - INCREASE WS-RTG-TABLE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-Rtg-Count
               MOVE WS-Emp-Found TO WS-Rtg-Emp-Slot(WS-Rtg-Count)
               MOVE HH-Skill-Name TO WS-Rtg-Skill-Name(WS-Rtg-Count)
               MOVE 'N' TO WS-Rtg-Has-Curr(WS-Rtg-Count)
               MOVE 0 TO WS-Rtg-Curr-Rating(WS-Rtg-Count)
               MOVE 'N' TO WS-Rtg-Has-Prior(WS-Rtg-Count)
               MOVE 0 TO WS-Rtg-Prior-Rating(WS-Rtg-Count)
           END-IF
           IF HH-Run-Date = WS-Run-Date
               MOVE 'Y' TO WS-Rtg-Has-Curr(WS-Rtg-Count)
               MOVE HH-Skill-Rating TO WS-Rtg-Curr-Rating(WS-Rtg-Count)
               ADD 1 TO WS-Emp-Posted(WS-Emp-Found)
           ELSE
               MOVE 'Y' TO WS-Rtg-Has-Prior(WS-Rtg-Count)
               MOVE HH-Skill-Rating
                   TO WS-Rtg-Prior-Rating(WS-Rtg-Count)
      * Every row of a run carries that run's weighted average; the
      * latest earlier run is the employee's last cycle.
               IF HH-Run-Date > WS-Emp-Prior-Date(WS-Emp-Found)
                   MOVE HH-Run-Date TO WS-Emp-Prior-Date(WS-Emp-Found)
                   MOVE HH-Average-Rating
                       TO WS-Emp-Prior-Avg(WS-Emp-Found)
               END-IF
           END-IF
           .

       LOAD-HELD-RATINGS.
           OPEN INPUT SUSPENSE-FILE
           IF WS-Suspense-Status NOT = "00"
               DISPLAY "SUSPENSE.DAT NOT FOUND - NO HELD RATINGS "
                   "SHOWN"
               MOVE 'Y' TO WS-Suspense-Eof
           END-IF
           PERFORM UNTIL END-OF-SUSPENSE
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-Suspense-Eof
                   NOT AT END
                       IF SU-Status = 'P'
                           AND SU-Cycle-Date = WS-Run-Date
                           MOVE SU-Employee-Id TO WS-Find-Employee-Id
                           PERFORM FIND-EMPLOYEE-SLOT
                           IF WS-Emp-Found > 0
                               PERFORM NOTE-HELD-RATING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Suspense-Status = "00" OR WS-Suspense-Status = "10"
               CLOSE SUSPENSE-FILE
           END-IF
           .

       NOTE-HELD-RATING.
           IF WS-Held-Count = 500
               DISPLAY "ERROR: OVER 500 HELD RATINGS THIS CYCLE - "
                   "INCREASE WS-HELD-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Held-Count
           MOVE WS-Emp-Found TO WS-Held-Emp-Slot(WS-Held-Count)
           MOVE SU-Skill-Name TO WS-Held-Skill-Name(WS-Held-Count)
           MOVE SU-Prior-Rating TO WS-Held-Prior(WS-Held-Count)
           MOVE SU-New-Rating TO WS-Held-New(WS-Held-Count)
           ADD 1 TO WS-Emp-Held(WS-Emp-Found)
           .

       LOAD-ROLE-PROFILES.
           OPEN INPUT ROLE-PROFILE-FILE
           IF WS-Roleprof-Status NOT = "00"
               DISPLAY "ROLEPROF.DAT NOT FOUND - NO ROLE SHORTFALLS "
                   "SHOWN"
               MOVE 'Y' TO WS-Roleprof-Eof
           END-IF
           PERFORM UNTIL END-OF-ROLEPROF
               READ ROLE-PROFILE-FILE
                   AT END
                       MOVE 'Y' TO WS-Roleprof-Eof
                   NOT AT END
                       IF WS-Role-Count < 200
                           ADD 1 TO WS-Role-Count
                           MOVE RP-Role-Code
                               TO WS-Role-Code(WS-Role-Count)
                           MOVE RP-Skill-Name
                               TO WS-Role-Skill-Name(WS-Role-Count)
                           MOVE RP-Required-Rating
                               TO WS-Role-Required(WS-Role-Count)
                       ELSE
                           DISPLAY "ERROR: ROLEPROF.DAT EXCEEDS 200 "
                               "ROWS - INCREASE WS-ROLE-TABLE"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Roleprof-Status = "00" OR WS-Roleprof-Status = "10"
               CLOSE ROLE-PROFILE-FILE
           END-IF
           .

       LOAD-OPEN-TRAINING.
      * Control records and registrations dated after the cycle
      * being stated are ignored, as for history.
           OPEN INPUT SEND-REGISTER-FILE
           IF WS-Lmsreg-Status NOT = "00"
               DISPLAY "LMSREG.DAT NOT FOUND - NO TRAINING SHOWN"
               MOVE 'Y' TO WS-Lmsreg-Eof
           END-IF
           PERFORM UNTIL END-OF-LMSREG
               READ SEND-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-Lmsreg-Eof
                   NOT AT END
                       IF RG-Cycle-Date NUMERIC
                           AND RG-Cycle-Date NOT > WS-Run-Date
                           PERFORM NOTE-REGISTER-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Lmsreg-Status = "00" OR WS-Lmsreg-Status = "10"
               CLOSE SEND-REGISTER-FILE
           END-IF
           .

       NOTE-REGISTER-ROW.
           IF RG-Ctl-Id = "ZZZZZZ"
               IF WS-Ctl-Count = 500
                   DISPLAY "ERROR: OVER 500 CYCLES IN LMSREG - "
                       "INCREASE WS-CTL-TABLE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-Ctl-Count
               MOVE RG-Ctl-Cycle-Date TO WS-Ctl-Cycle-Date(WS-Ctl-Count)
           ELSE
               IF RG-Status = 'O'
                   MOVE RG-Employee-Id TO WS-Find-Employee-Id
                   PERFORM FIND-EMPLOYEE-SLOT
                   IF WS-Emp-Found > 0
                       PERFORM NOTE-OPEN-TRAINING
                   END-IF
               END-IF
           END-IF
           .

       NOTE-OPEN-TRAINING.
           IF WS-Trn-Count = 1000
               DISPLAY "ERROR: OVER 1000 OPEN REGISTRATIONS - "
                   "INCREASE WS-TRN-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Trn-Count
           MOVE WS-Emp-Found TO WS-Trn-Emp-Slot(WS-Trn-Count)
           MOVE RG-Skill-Name TO WS-Trn-Skill-Name(WS-Trn-Count)
           MOVE RG-Course-Code TO WS-Trn-Course-Code(WS-Trn-Count)
           MOVE RG-Cycle-Date TO WS-Trn-Cycle-Date(WS-Trn-Count)
           .

       PRODUCE-STATEMENT.
      * An employee with nothing posted and nothing held - every row
      * rejected by validation - has nothing to be told; they are
      * listed on the control list for follow-up instead.
           IF WS-Emp-Posted(WS-Emp-I) = 0 AND WS-Emp-Held(WS-Emp-I) = 0
               MOVE "NO RATINGS POSTED OR HELD THIS CYCLE"
                   TO WS-Emp-Reason(WS-Emp-I)
           ELSE
               MOVE SPACES TO WS-Statement-Name
               STRING "EMPSTMT."                 DELIMITED BY SIZE
                      WS-Emp-Employee-Id(WS-Emp-I) DELIMITED BY SPACE
                      ".DAT"                     DELIMITED BY SIZE
                   INTO WS-Statement-Name
               END-STRING
               OPEN OUTPUT STATEMENT-FILE
               IF WS-Statement-Status NOT = "00"
                   STRING "STATEMENT FILE NOT OPENED - STATUS "
                              DELIMITED BY SIZE
                          WS-Statement-Status DELIMITED BY SIZE
                       INTO WS-Emp-Reason(WS-Emp-I)
                   END-STRING
               ELSE
                   MOVE 0 TO WS-Page-Count
                   MOVE SPACES TO WS-Print-Line
                   PERFORM PRINT-STATEMENT-HEADERS
                   PERFORM PRINT-EMPLOYEE-DETAILS
                   PERFORM PRINT-RATING-SECTION
                   PERFORM PRINT-SHORTFALL-SECTION
                   PERFORM PRINT-TRAINING-SECTION
                   CLOSE STATEMENT-FILE
                   MOVE 'Y' TO WS-Emp-Produced(WS-Emp-I)
               END-IF
           END-IF
           PERFORM ACCUMULATE-DEPARTMENT
           IF WS-Emp-Produced(WS-Emp-I) = 'Y'
               ADD 1 TO WS-Produced-Count
               PERFORM LIST-PRODUCED-STATEMENT
           ELSE
               ADD 1 TO WS-Withheld-Count
           END-IF
           .

       PRINT-EMPLOYEE-DETAILS.
           MOVE SPACES TO WS-Print-Line
           STRING "Employee:   "              DELIMITED BY SIZE
                  WS-Emp-Employee-Id(WS-Emp-I) DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-Emp-Name(WS-Emp-I)       DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           MOVE 2 TO WS-Advance
           PERFORM PUT-STATEMENT-LINE
           MOVE SPACES TO WS-Print-Line
           STRING "Department: "              DELIMITED BY SIZE
                  WS-Emp-Dept-Code(WS-Emp-I)  DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-Emp-Dept-Name(WS-Emp-I)  DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           MOVE 1 TO WS-Advance
           PERFORM PUT-STATEMENT-LINE
           MOVE SPACES TO WS-Print-Line
           STRING "Manager:    "              DELIMITED BY SIZE
                  WS-Emp-Manager-Id(WS-Emp-I) DELIMITED BY SIZE
                  "    Role: "                DELIMITED BY SIZE
                  WS-Emp-Role-Code(WS-Emp-I)  DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           PERFORM PUT-STATEMENT-LINE
           .

       PRINT-RATING-SECTION.
           MOVE "----- Skill Ratings This Cycle -----" TO WS-Print-Line
           MOVE 2 TO WS-Advance
           PERFORM PUT-STATEMENT-LINE
           MOVE "  Skill                 Rating  Last Cycle  Change"
               TO WS-Print-Line
           MOVE 1 TO WS-Advance
           PERFORM PUT-STATEMENT-LINE
           PERFORM VARYING WS-Rtg-I FROM 1 BY 1
                   UNTIL WS-Rtg-I > WS-Rtg-Count
               IF WS-Rtg-Emp-Slot(WS-Rtg-I) = WS-Emp-I
                   AND WS-Rtg-Has-Curr(WS-Rtg-I) = 'Y'
                   PERFORM PRINT-RATING-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Held-I FROM 1 BY 1
                   UNTIL WS-Held-I > WS-Held-Count
               IF WS-Held-Emp-Slot(WS-Held-I) = WS-Emp-I
                   PERFORM PRINT-HELD-LINE
               END-IF
           END-PERFORM
      * The average covers only the ratings posted; held ratings are
      * kept out of it until the manager decides them.
           MOVE WS-Emp-Average(WS-Emp-I) TO WS-Average-Display
           MOVE SPACES TO WS-Print-Line
           IF WS-Emp-Prior-Date(WS-Emp-I) = 0
               STRING "Weighted Average: "   DELIMITED BY SIZE
                      WS-Average-Display     DELIMITED BY SIZE
                      "   Last Cycle: N/A - FIRST ASSESSMENT"
                                             DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
           ELSE
               COMPUTE WS-Average-Change =
                   WS-Emp-Average(WS-Emp-I) - WS-Emp-Prior-Avg(WS-Emp-I)
               MOVE WS-Average-Change TO WS-Avg-Change-Display
               MOVE WS-Emp-Prior-Avg(WS-Emp-I) TO WS-Prior-Avg-Display
               MOVE WS-Emp-Prior-Date(WS-Emp-I) TO WS-Date-Work
               PERFORM FORMAT-WORK-DATE
               STRING "Weighted Average: "   DELIMITED BY SIZE
                      WS-Average-Display     DELIMITED BY SIZE
                      "   Last Cycle ("      DELIMITED BY SIZE
                      WS-Date-Display        DELIMITED BY SIZE
                      "): "                  DELIMITED BY SIZE
                      WS-Prior-Avg-Display   DELIMITED BY SIZE
                      "   Change: "          DELIMITED BY SIZE
                      WS-Avg-Change-Display  DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
           END-IF
           MOVE 2 TO WS-Advance
           PERFORM PUT-STATEMENT-LINE
           .

       PRINT-RATING-LINE.
           MOVE WS-Rtg-Curr-Rating(WS-Rtg-I) TO WS-Rating-Display
           MOVE SPACES TO WS-Print-Line
           IF WS-Rtg-Has-Prior(WS-Rtg-I) = 'Y'
               MOVE WS-Rtg-Prior-Rating(WS-Rtg-I) TO WS-Prior-Display
               COMPUTE WS-Rating-Change =
                   WS-Rtg-Curr-Rating(WS-Rtg-I)
                   - WS-Rtg-Prior-Rating(WS-Rtg-I)
               MOVE WS-Rating-Change TO WS-Change-Display
               STRING "  "                         DELIMITED BY SIZE
                      WS-Rtg-Skill-Name(WS-Rtg-I)  DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      WS-Rating-Display            DELIMITED BY SIZE
                      "     "                      DELIMITED BY SIZE
                      WS-Prior-Display             DELIMITED BY SIZE
                      "         "                  DELIMITED BY SIZE
                      WS-Change-Display            DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
           ELSE
               STRING "  "                         DELIMITED BY SIZE
                      WS-Rtg-Skill-Name(WS-Rtg-I)  DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      WS-Rating-Display            DELIMITED BY SIZE
                      "     N/A         NEW"         DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
           END-IF
           MOVE 1 TO WS-Advance
           PERFORM PUT-STATEMENT-LINE
           .

       PRINT-HELD-LINE.
           MOVE WS-Held-New(WS-Held-I) TO WS-Rating-Display
           MOVE WS-Held-Prior(WS-Held-I) TO WS-Prior-Display
           MOVE SPACES TO WS-Print-Line
           STRING "  "                          DELIMITED BY SIZE
                  WS-Held-Skill-Name(WS-Held-I) DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-Rating-Display             DELIMITED BY SIZE
                  "     "                       DELIMITED BY SIZE
                  WS-Prior-Display              DELIMITED BY SIZE
                  "         HELD - AWAITING MANAGER CONFIRMATION"
                                                DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           MOVE 1 TO WS-Advance
           PERFORM PUT-STATEMENT-LINE
           .

       PRINT-SHORTFALL-SECTION.
           MOVE SPACES TO WS-Print-Line
           STRING "----- Shortfalls Against Role Profile "
                                              DELIMITED BY SIZE
                  WS-Emp-Role-Code(WS-Emp-I)  DELIMITED BY SPACE
                  " -----"                    DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           MOVE 2 TO WS-Advance
           PERFORM PUT-STATEMENT-LINE
           MOVE 0 TO WS-Short-Count
           MOVE 0 TO WS-Role-Rows
           PERFORM VARYING WS-Role-I FROM 1 BY 1
                   UNTIL WS-Role-I > WS-Role-Count
               IF WS-Role-Code(WS-Role-I) = WS-Emp-Role-Code(WS-Emp-I)
                   AND WS-Emp-Role-Code(WS-Emp-I) NOT = SPACES
                   ADD 1 TO WS-Role-Rows
                   PERFORM CHECK-ROLE-REQUIREMENT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Print-Line
           IF WS-Role-Rows = 0
               MOVE "  NO ROLE PROFILE ON FILE FOR THIS ROLE"
                   TO WS-Print-Line
               MOVE 1 TO WS-Advance
               PERFORM PUT-STATEMENT-LINE
           END-IF
           IF WS-Role-Rows > 0 AND WS-Short-Count = 0
               MOVE "  NONE - EVERY ROLE REQUIREMENT MET OR HELD"
                   TO WS-Print-Line
               MOVE 1 TO WS-Advance
               PERFORM PUT-STATEMENT-LINE
           END-IF
           .

       CHECK-ROLE-REQUIREMENT.
      * A required skill not rated this cycle counts as zero, the
      * same as in the assessment's gap analysis; one held in
      * suspense is shown as held, not as a shortfall.
           MOVE 'N' TO WS-Work-Found
           MOVE 'N' TO WS-Work-Held
           MOVE 0 TO WS-Work-Rating
           PERFORM VARYING WS-Rtg-I FROM 1 BY 1
                   UNTIL WS-Rtg-I > WS-Rtg-Count
               IF WS-Rtg-Emp-Slot(WS-Rtg-I) = WS-Emp-I
                   AND WS-Rtg-Has-Curr(WS-Rtg-I) = 'Y'
                   AND WS-Rtg-Skill-Name(WS-Rtg-I)
                       = WS-Role-Skill-Name(WS-Role-I)
                   MOVE 'Y' TO WS-Work-Found
                   MOVE WS-Rtg-Curr-Rating(WS-Rtg-I) TO WS-Work-Rating
                   MOVE WS-Rtg-Count TO WS-Rtg-I
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Held-I FROM 1 BY 1
                   UNTIL WS-Held-I > WS-Held-Count
               IF WS-Held-Emp-Slot(WS-Held-I) = WS-Emp-I
                   AND WS-Held-Skill-Name(WS-Held-I)
                       = WS-Role-Skill-Name(WS-Role-I)
                   MOVE 'Y' TO WS-Work-Held
                   MOVE WS-Held-Count TO WS-Held-I
               END-IF
           END-PERFORM
           MOVE WS-Role-Required(WS-Role-I) TO WS-Required-Display
           MOVE SPACES TO WS-Print-Line
           IF WS-Work-Held = 'Y'
               STRING "  "                          DELIMITED BY SIZE
                      WS-Role-Skill-Name(WS-Role-I) DELIMITED BY SIZE
                      "  Req "                      DELIMITED BY SIZE
                      WS-Required-Display           DELIMITED BY SIZE
                      "  Act N/A  HELD - IN SUSPENSE"
                                                    DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
               ADD 1 TO WS-Short-Count
               MOVE 1 TO WS-Advance
               PERFORM PUT-STATEMENT-LINE
           END-IF
           IF WS-Work-Held = 'N'
               AND WS-Work-Rating < WS-Role-Required(WS-Role-I)
               COMPUTE WS-Shortfall =
                   WS-Role-Required(WS-Role-I) - WS-Work-Rating
               MOVE WS-Shortfall TO WS-Shortfall-Display
               MOVE WS-Work-Rating TO WS-Rating-Display
               STRING "  "                          DELIMITED BY SIZE
                      WS-Role-Skill-Name(WS-Role-I) DELIMITED BY SIZE
                      "  Req "                      DELIMITED BY SIZE
                      WS-Required-Display           DELIMITED BY SIZE
                      "  Act "                      DELIMITED BY SIZE
                      WS-Rating-Display             DELIMITED BY SIZE
                      "  Short "                    DELIMITED BY SIZE
                      WS-Shortfall-Display          DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
               IF WS-Work-Found = 'N'
                   MOVE "NOT RATED THIS CYCLE" TO WS-Print-Line(54:20)
               END-IF
               ADD 1 TO WS-Short-Count
               MOVE 1 TO WS-Advance
               PERFORM PUT-STATEMENT-LINE
           END-IF
           .

       PRINT-TRAINING-SECTION.
           MOVE "----- Training Requested For You -----"
               TO WS-Print-Line
           MOVE 2 TO WS-Advance
           PERFORM PUT-STATEMENT-LINE
           MOVE 0 TO WS-Open-Count
           PERFORM VARYING WS-Trn-I FROM 1 BY 1
                   UNTIL WS-Trn-I > WS-Trn-Count
               IF WS-Trn-Emp-Slot(WS-Trn-I) = WS-Emp-I
                   IF WS-Open-Count = 0
                       MOVE "  Skill                 Course      Sent"
                           TO WS-Print-Line
                       MOVE "Cycles Outstanding" TO WS-Print-Line(49:18)
                       MOVE 1 TO WS-Advance
                       PERFORM PUT-STATEMENT-LINE
                   END-IF
                   ADD 1 TO WS-Open-Count
                   PERFORM PRINT-TRAINING-LINE
               END-IF
           END-PERFORM
           IF WS-Open-Count = 0
               MOVE "  NO OPEN TRAINING REQUESTS" TO WS-Print-Line
               MOVE 1 TO WS-Advance
               PERFORM PUT-STATEMENT-LINE
           END-IF
           .

       PRINT-TRAINING-LINE.
      * Counted in closed LMSREG cycles from the one that sent the
      * request up to this one, so a request sent this cycle shows
      * one.
           MOVE 0 TO WS-Cycles-Out
           PERFORM VARYING WS-Ctl-I FROM 1 BY 1
                   UNTIL WS-Ctl-I > WS-Ctl-Count
               IF WS-Ctl-Cycle-Date(WS-Ctl-I)
                       NOT < WS-Trn-Cycle-Date(WS-Trn-I)
                   ADD 1 TO WS-Cycles-Out
               END-IF
           END-PERFORM
           IF WS-Cycles-Out = 0
               MOVE 1 TO WS-Cycles-Out
           END-IF
           MOVE WS-Cycles-Out TO WS-Cycles-Display
           MOVE WS-Trn-Cycle-Date(WS-Trn-I) TO WS-Date-Work
           PERFORM FORMAT-WORK-DATE
           MOVE SPACES TO WS-Print-Line
           STRING "  "                         DELIMITED BY SIZE
                  WS-Trn-Skill-Name(WS-Trn-I)  DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-Trn-Course-Code(WS-Trn-I) DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-Date-Display              DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  WS-Cycles-Display            DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           MOVE 1 TO WS-Advance
           PERFORM PUT-STATEMENT-LINE
           .

       FORMAT-WORK-DATE.
           MOVE SPACES TO WS-Date-Display
           STRING WS-Work-Month  DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Work-Day    DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Work-Year   DELIMITED BY SIZE
               INTO WS-Date-Display
           END-STRING
           .

       PUT-STATEMENT-LINE.
           IF WS-Line-Count + WS-Advance > WS-Lines-Per-Page
               PERFORM PRINT-STATEMENT-HEADERS
           END-IF
           IF WS-Advance = 2
               WRITE ES-Line FROM WS-Print-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE ES-Line FROM WS-Print-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           ADD WS-Advance TO WS-Line-Count
           MOVE SPACES TO WS-Print-Line
           .

       PRINT-STATEMENT-HEADERS.
      * Saves and restores the pending print line, as for the
      * control list.
           MOVE WS-Print-Line TO WS-Pending-Line
           ADD 1 TO WS-Page-Count
           MOVE WS-Page-Count TO WS-Page-Number-Display
           MOVE SPACES TO WS-Print-Line
           STRING "EMPLOYEE SKILL ASSESSMENT STATEMENT"
                                              DELIMITED BY SIZE
                  "        PAGE "             DELIMITED BY SIZE
                  WS-Page-Number-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE ES-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           STRING "Run Date: "                DELIMITED BY SIZE
                  WS-Run-Date-Display         DELIMITED BY SIZE
                  "  Employee: "              DELIMITED BY SIZE
                  WS-Emp-Employee-Id(WS-Emp-I) DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE ES-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE WS-Pending-Line TO WS-Print-Line
           MOVE 2 TO WS-Line-Count
           .

       ACCUMULATE-DEPARTMENT.
           MOVE 0 TO WS-Dsum-Found
           PERFORM VARYING WS-Dsum-I FROM 1 BY 1
                   UNTIL WS-Dsum-I > WS-Dsum-Count
               IF WS-Dsum-Dept-Code(WS-Dsum-I)
                   = WS-Emp-Dept-Code(WS-Emp-I)
                   MOVE WS-Dsum-I TO WS-Dsum-Found
                   MOVE WS-Dsum-Count TO WS-Dsum-I
               END-IF
           END-PERFORM
           IF WS-Dsum-Found = 0
               IF WS-Dsum-Count = 50
                   DISPLAY "ERROR: OVER 50 DEPARTMENTS - INCREASE "
                       "WS-DSUM-TABLE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-Dsum-Count
               MOVE WS-Dsum-Count TO WS-Dsum-Found
               MOVE WS-Emp-Dept-Code(WS-Emp-I)
                   TO WS-Dsum-Dept-Code(WS-Dsum-Found)
               MOVE WS-Emp-Dept-Name(WS-Emp-I)
                   TO WS-Dsum-Dept-Name(WS-Dsum-Found)
               MOVE 0 TO WS-Dsum-Produced(WS-Dsum-Found)
               MOVE 0 TO WS-Dsum-Withheld(WS-Dsum-Found)
           END-IF
           IF WS-Emp-Produced(WS-Emp-I) = 'Y'
               ADD 1 TO WS-Dsum-Produced(WS-Dsum-Found)
           ELSE
               ADD 1 TO WS-Dsum-Withheld(WS-Dsum-Found)
           END-IF
           .

       LIST-PRODUCED-STATEMENT.
           IF WS-Emp-Dept-Code(WS-Emp-I) NOT = WS-Prev-Dept-Code
               MOVE WS-Emp-Dept-Code(WS-Emp-I) TO WS-Prev-Dept-Code
               STRING "Department "              DELIMITED BY SIZE
                      WS-Emp-Dept-Code(WS-Emp-I) DELIMITED BY SIZE
                      "  "                       DELIMITED BY SIZE
                      WS-Emp-Dept-Name(WS-Emp-I) DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
               MOVE 2 TO WS-Advance
               PERFORM PUT-CONTROL-LINE
           END-IF
           STRING "  "                         DELIMITED BY SIZE
                  WS-Emp-Employee-Id(WS-Emp-I)  DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-Emp-Name(WS-Emp-I)        DELIMITED BY SIZE
                  "  Mgr "                     DELIMITED BY SIZE
                  WS-Emp-Manager-Id(WS-Emp-I)  DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-Statement-Name            DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           MOVE 1 TO WS-Advance
           PERFORM PUT-CONTROL-LINE
           .

       PRINT-WITHHELD-LIST.
           MOVE "----- Assessed Employees With No Statement -----"
               TO WS-Print-Line
           MOVE 2 TO WS-Advance
           PERFORM PUT-CONTROL-LINE
           PERFORM VARYING WS-Emp-I FROM 1 BY 1
                   UNTIL WS-Emp-I > WS-Emp-Count
               IF WS-Emp-Produced(WS-Emp-I) NOT = 'Y'
                   STRING "  "                        DELIMITED BY SIZE
                          WS-Emp-Employee-Id(WS-Emp-I) DELIMITED BY SIZE
                          "  "                        DELIMITED BY SIZE
                          WS-Emp-Name(WS-Emp-I)       DELIMITED BY SIZE
                          "  "                        DELIMITED BY SIZE
                          WS-Emp-Dept-Code(WS-Emp-I)  DELIMITED BY SIZE
                          "  "                        DELIMITED BY SIZE
                          WS-Emp-Reason(WS-Emp-I)     DELIMITED BY SIZE
                       INTO WS-Print-Line
                   END-STRING
                   MOVE 1 TO WS-Advance
                   PERFORM PUT-CONTROL-LINE
               END-IF
           END-PERFORM
           IF WS-Withheld-Count = 0
               MOVE "  NONE" TO WS-Print-Line
               MOVE 1 TO WS-Advance
               PERFORM PUT-CONTROL-LINE
           END-IF
           .

       PRINT-DEPARTMENT-SUMMARY.
           MOVE "----- Statements By Department -----" TO WS-Print-Line
           MOVE 2 TO WS-Advance
           PERFORM PUT-CONTROL-LINE
           MOVE "  Dept  Name                  Produced  No Statement"
               TO WS-Print-Line
           MOVE 1 TO WS-Advance
           PERFORM PUT-CONTROL-LINE
           PERFORM VARYING WS-Dsum-I FROM 1 BY 1
                   UNTIL WS-Dsum-I > WS-Dsum-Count
               MOVE WS-Dsum-Produced(WS-Dsum-I) TO WS-Count-Display
               MOVE WS-Dsum-Withheld(WS-Dsum-I) TO WS-Withheld-Display
               STRING "  "                          DELIMITED BY SIZE
                      WS-Dsum-Dept-Code(WS-Dsum-I)  DELIMITED BY SIZE
                      "  "                          DELIMITED BY SIZE
                      WS-Dsum-Dept-Name(WS-Dsum-I)  DELIMITED BY SIZE
                      "      "                      DELIMITED BY SIZE
                      WS-Count-Display              DELIMITED BY SIZE
                      "          "                  DELIMITED BY SIZE
                      WS-Withheld-Display           DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
               MOVE 1 TO WS-Advance
               PERFORM PUT-CONTROL-LINE
           END-PERFORM
           .

       PRINT-CONTROL-TOTALS.
           IF WS-Ctl-Line-Count + 5 > WS-Lines-Per-Page
               PERFORM PRINT-CONTROL-HEADERS
           END-IF
           MOVE "----- Run Totals -----" TO WS-Print-Line
           MOVE 2 TO WS-Advance
           PERFORM PUT-CONTROL-LINE
           MOVE WS-Assessed-Count TO WS-Count-Display
           STRING "Employees Assessed:    " DELIMITED BY SIZE
                  WS-Count-Display          DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           MOVE 1 TO WS-Advance
           PERFORM PUT-CONTROL-LINE
           MOVE WS-Produced-Count TO WS-Count-Display
           STRING "Statements Produced:   " DELIMITED BY SIZE
                  WS-Count-Display          DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           PERFORM PUT-CONTROL-LINE
           MOVE WS-Withheld-Count TO WS-Count-Display
           STRING "No Statement:          " DELIMITED BY SIZE
                  WS-Count-Display          DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           PERFORM PUT-CONTROL-LINE
           .

       PUT-CONTROL-LINE.
           IF WS-Ctl-Line-Count + WS-Advance > WS-Lines-Per-Page
               PERFORM PRINT-CONTROL-HEADERS
           END-IF
           IF WS-Advance = 2
               WRITE SC-Line FROM WS-Print-Line
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE SC-Line FROM WS-Print-Line
                   AFTER ADVANCING 1 LINE
           END-IF
           ADD WS-Advance TO WS-Ctl-Line-Count
           MOVE SPACES TO WS-Print-Line
           .

       PRINT-CONTROL-HEADERS.
      * Saves and restores the pending print line, since a page
      * break can fall in the middle of a section.
           MOVE WS-Print-Line TO WS-Pending-Line
           ADD 1 TO WS-Ctl-Page-Count
           MOVE WS-Ctl-Page-Count TO WS-Page-Number-Display
           MOVE SPACES TO WS-Print-Line
           STRING "STATEMENT DISTRIBUTION CONTROL LIST"
                                              DELIMITED BY SIZE
                  "        PAGE "             DELIMITED BY SIZE
                  WS-Page-Number-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SC-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           STRING "Run Date: "         DELIMITED BY SIZE
                  WS-Run-Date-Display  DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SC-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE WS-Pending-Line TO WS-Print-Line
           MOVE 2 TO WS-Ctl-Line-Count
           .
