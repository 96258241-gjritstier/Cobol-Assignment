       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "DEPTBUDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Deptbudg-Status.

           SELECT SEND-REGISTER-FILE ASSIGN TO "LMSREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lmsreg-Status.

           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Deptmst-Status.

           SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Runparm-Status.

           SELECT BUDGET-PRINT-FILE ASSIGN TO "BUDGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Budgrpt-Status.

       DATA DIVISION.
       FILE SECTION.
      * Annual training budget, one row per department code as it
      * appears in DEPTMST.
       FD  BUDGET-FILE.
       01  DB-Budget-Record.
           05 DB-Dept-Code        PIC X(4).
           05 DB-Annual-Budget    PIC 9(7)V99.

      * LMS send register written by SkillAssessment: one row per
      * course sent, carrying its cost, plus a 'ZZZZZZ' control
      * record per cycle.
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

       FD  DEPARTMENT-FILE.
       01  DM-Dept-Record.
           05 DM-Employee-Id      PIC X(6).
           05 DM-Dept-Code        PIC X(4).
           05 DM-Dept-Name        PIC X(20).
           05 DM-Manager-Id       PIC X(6).
           05 DM-Role-Code        PIC X(8).

      * Shared cycle parameter file. FISCAL-START (MMDD the budget
      * year begins) is used here.
       FD  RUN-PARAMETER-FILE.
       01  PM-Parameter-Record.
           05 PM-Keyword          PIC X(12).
           05 PM-Value            PIC X(20).

       FD  BUDGET-PRINT-FILE.
       01  BU-Line                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Deptbudg-Status      PIC X(2).
       01 WS-Deptbudg-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-DEPTBUDG     VALUE 'Y'.
       01 WS-Lmsreg-Status        PIC X(2).
       01 WS-Lmsreg-Eof           PIC X(1) VALUE 'N'.
           88 END-OF-LMSREG       VALUE 'Y'.
       01 WS-Deptmst-Status       PIC X(2).
       01 WS-Deptmst-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-DEPTMST      VALUE 'Y'.
       01 WS-Runparm-Status       PIC X(2).
       01 WS-Runparm-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-RUNPARM      VALUE 'Y'.
       01 WS-Budgrpt-Status       PIC X(2).

      * Month and day the fiscal year starts; calendar year unless
      * RUNPARM says otherwise.
       01 WS-Fiscal-Start         PIC 9(4) VALUE 0101.

       01 WS-Dept-Ref-Count       PIC 9(3) VALUE 0.
       01 WS-Dept-Ref-Table.
           05 WS-Dept-Ref-Entry OCCURS 200 TIMES.
               10 WS-Ref-Employee-Id  PIC X(6).
               10 WS-Ref-Dept-Code    PIC X(4).
               10 WS-Ref-Dept-Name    PIC X(20).
       01 WS-Dept-I               PIC 9(3).

      * LMSREG rows, held so the cycle being reported can be found
      * before any cost is attributed.
       01 WS-Reg-Count            PIC 9(3) VALUE 0.
       01 WS-Reg-Table.
           05 WS-Reg-Entry OCCURS 500 TIMES.
               10 WS-Reg-Cycle-Date   PIC 9(8).
               10 WS-Reg-Employee-Id  PIC X(6).
               10 WS-Reg-Status       PIC X(1).
               10 WS-Reg-Course-Cost  PIC 9(5)V99.
       01 WS-Reg-I                PIC 9(3).

      * One row per department: its budget from DEPTBUDG and the
      * cost committed against it, sorted by department code.
       01 WS-Bud-Count            PIC 9(3) VALUE 0.
       01 WS-Bud-Table.
           05 WS-Bud-Entry OCCURS 100 TIMES.
               10 WS-Bud-Dept-Code    PIC X(4).
               10 WS-Bud-Dept-Name    PIC X(20).
               10 WS-Bud-Found        PIC X(1).
               10 WS-Bud-Annual       PIC 9(7)V99.
               10 WS-Bud-Committed    PIC 9(7)V99.
               10 WS-Bud-This-Cycle   PIC 9(7)V99.
               10 WS-Bud-Rows         PIC 9(5).
       01 WS-Bud-Swap             PIC X(57).
       01 WS-Bud-I                PIC 9(3).
       01 WS-Bud-J                PIC 9(3).
       01 WS-Bud-Hit              PIC 9(3).

       01 WS-Work-Dept-Code       PIC X(4).
       01 WS-Work-Dept-Name       PIC X(20).

      * The cycle reported is the latest one in LMSREG; the fiscal
      * year is the one that cycle falls in.
       01 WS-Cycle-Date           PIC 9(8) VALUE 0.
       01 WS-Fy-Start-Date        PIC 9(8).
       01 WS-Fy-End-Date          PIC 9(8).
       01 WS-Date-Work            PIC 9(8).
       01 WS-Date-Work-R REDEFINES WS-Date-Work.
           05 WS-Date-Year        PIC 9(4).
           05 WS-Date-MMDD        PIC 9(4).
           05 WS-Date-MMDD-R REDEFINES WS-Date-MMDD.
               10 WS-Date-Month   PIC 9(2).
               10 WS-Date-Day     PIC 9(2).
       01 WS-Date-Display         PIC X(10).

       01 WS-Remaining            PIC S9(8)V99.
       01 WS-Tot-Annual           PIC 9(8)V99 VALUE 0.
       01 WS-Tot-Committed        PIC 9(8)V99 VALUE 0.
       01 WS-Tot-This-Cycle       PIC 9(8)V99 VALUE 0.
       01 WS-Reg-Read-Count       PIC 9(5) VALUE 0.
       01 WS-Counted-Count        PIC 9(5) VALUE 0.
       01 WS-Unpriced-Count       PIC 9(5) VALUE 0.
       01 WS-Over-Count           PIC 9(5) VALUE 0.
       01 WS-No-Budget-Count      PIC 9(5) VALUE 0.

       01 WS-Money-Display        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-Signed-Display       PIC ---,---,--9.99.
       01 WS-Count-Display        PIC ZZZZ9.

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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARAMETERS
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-BUDGETS
           PERFORM LOAD-REGISTER
           PERFORM SET-FISCAL-YEAR
           PERFORM ACCUMULATE-COSTS
           PERFORM SORT-BUDGETS
           PERFORM OPEN-REPORT
           PERFORM PRINT-BUDGET-LINES
           PERFORM PRINT-BUDGET-TOTALS
           CLOSE BUDGET-PRINT-FILE
           DISPLAY "BudgRpt complete. Departments " WS-Bud-Count
               " Over budget " WS-Over-Count
               ". See BUDGRPT.DAT."
           STOP RUN
           .

       READ-PARAMETERS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           STRING WS-Run-Month   DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Run-Day     DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Run-Year    DELIMITED BY SIZE
               INTO WS-Run-Date-Display
           END-STRING
      * RUNPARM.DAT is optional; without FISCAL-START the budget
      * year is the calendar year. Other keywords belong to other
      * jobs and are passed over.
           OPEN INPUT RUN-PARAMETER-FILE
           IF WS-Runparm-Status NOT = "00"
               DISPLAY "RUNPARM.DAT NOT FOUND - FISCAL YEAR STARTS "
                   "JANUARY 1"
           ELSE
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
           .

       APPLY-RUN-PARAMETER.
           EVALUATE PM-Keyword
               WHEN "FISCAL-START"
                   IF PM-Value(1:4) NUMERIC
                       AND PM-Value(5:16) = SPACES
                       AND PM-Value(1:2) > "00" AND PM-Value(1:2) < "13"
                       AND PM-Value(3:2) > "00" AND PM-Value(3:2) < "32"
                       MOVE PM-Value(1:4) TO WS-Fiscal-Start
                   ELSE
                       DISPLAY "ERROR: RUNPARM FISCAL-START NOT MMDD "
                           "- '" PM-Value "'"
                       STOP RUN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
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
                       ELSE
                           DISPLAY "ERROR: DEPTMST.DAT EXCEEDS 200 "
                               "ROWS - INCREASE WS-DEPT-REF-TABLE"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPARTMENT-FILE
           .

       LOAD-BUDGETS.
      * Every budgeted department gets a report line, spend or not.
           OPEN INPUT BUDGET-FILE
           IF WS-Deptbudg-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN DEPTBUDG.DAT - STATUS "
                   WS-Deptbudg-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-DEPTBUDG
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO WS-Deptbudg-Eof
                   NOT AT END
                       IF DB-Annual-Budget NOT NUMERIC
                           DISPLAY "ERROR: DEPTBUDG.DAT BUDGET NOT "
                               "NUMERIC FOR DEPT " DB-Dept-Code
                           STOP RUN
                       END-IF
                       MOVE DB-Dept-Code TO WS-Work-Dept-Code
                       MOVE "NOT IN DEPTMST" TO WS-Work-Dept-Name
                       PERFORM VARYING WS-Dept-I FROM 1 BY 1
                               UNTIL WS-Dept-I > WS-Dept-Ref-Count
                           IF WS-Ref-Dept-Code(WS-Dept-I) =
                                   DB-Dept-Code
                               MOVE WS-Ref-Dept-Name(WS-Dept-I)
                                   TO WS-Work-Dept-Name
                               MOVE WS-Dept-Ref-Count TO WS-Dept-I
                           END-IF
                       END-PERFORM
                       PERFORM FIND-BUDGET-ENTRY
                       IF WS-Bud-Found(WS-Bud-Hit) = 'Y'
                           DISPLAY "ERROR: DEPTBUDG.DAT HAS DEPT "
                               DB-Dept-Code " MORE THAN ONCE"
                           STOP RUN
                       END-IF
                       MOVE 'Y' TO WS-Bud-Found(WS-Bud-Hit)
                       MOVE DB-Annual-Budget
                           TO WS-Bud-Annual(WS-Bud-Hit)
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           .

       FIND-BUDGET-ENTRY.
      * Points WS-Bud-Hit at WS-Work-Dept-Code's row, adding an
      * unbudgeted row the first time a department is seen.
           MOVE 0 TO WS-Bud-Hit
           PERFORM VARYING WS-Bud-I FROM 1 BY 1
                   UNTIL WS-Bud-I > WS-Bud-Count
               IF WS-Bud-Dept-Code(WS-Bud-I) = WS-Work-Dept-Code
                   MOVE WS-Bud-I TO WS-Bud-Hit
                   MOVE WS-Bud-Count TO WS-Bud-I
               END-IF
           END-PERFORM
           IF WS-Bud-Hit = 0
               IF WS-Bud-Count = 100
                   DISPLAY "ERROR: OVER 100 DEPARTMENTS - INCREASE "
                       "WS-BUD-TABLE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-Bud-Count
               MOVE WS-Bud-Count TO WS-Bud-Hit
               MOVE WS-Work-Dept-Code TO WS-Bud-Dept-Code(WS-Bud-Hit)
               MOVE WS-Work-Dept-Name TO WS-Bud-Dept-Name(WS-Bud-Hit)
               MOVE 'N' TO WS-Bud-Found(WS-Bud-Hit)
               MOVE 0 TO WS-Bud-Annual(WS-Bud-Hit)
               MOVE 0 TO WS-Bud-Committed(WS-Bud-Hit)
               MOVE 0 TO WS-Bud-This-Cycle(WS-Bud-Hit)
               MOVE 0 TO WS-Bud-Rows(WS-Bud-Hit)
           END-IF
           .

       LOAD-REGISTER.
           OPEN INPUT SEND-REGISTER-FILE
           IF WS-Lmsreg-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN LMSREG.DAT - STATUS "
                   WS-Lmsreg-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-LMSREG
               READ SEND-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-Lmsreg-Eof
                   NOT AT END
                       IF RG-Cycle-Date > WS-Cycle-Date
                           MOVE RG-Cycle-Date TO WS-Cycle-Date
                       END-IF
                       IF RG-Employee-Id NOT = "ZZZZZZ"
                           PERFORM NOTE-REGISTER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEND-REGISTER-FILE
           IF WS-Cycle-Date = 0
               DISPLAY "ERROR: LMSREG.DAT HOLDS NO CYCLES - NOTHING "
                   "TO REPORT"
               STOP RUN
           END-IF
           .

       NOTE-REGISTER-ROW.
           IF WS-Reg-Count = 500
               DISPLAY "ERROR: LMSREG.DAT EXCEEDS 500 ROWS - "
                   "INCREASE WS-REG-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Reg-Read-Count
           ADD 1 TO WS-Reg-Count
           MOVE RG-Cycle-Date  TO WS-Reg-Cycle-Date(WS-Reg-Count)
           MOVE RG-Employee-Id TO WS-Reg-Employee-Id(WS-Reg-Count)
           MOVE RG-Status      TO WS-Reg-Status(WS-Reg-Count)
           MOVE 0 TO WS-Reg-Course-Cost(WS-Reg-Count)
           IF RG-Course-Cost NUMERIC
               MOVE RG-Course-Cost TO WS-Reg-Course-Cost(WS-Reg-Count)
           END-IF
           .

       SET-FISCAL-YEAR.
      * The fiscal year starts on WS-Fiscal-Start in the cycle's
      * calendar year, or the year before when the cycle falls
      * ahead of that date, and runs one year.
           MOVE WS-Cycle-Date TO WS-Date-Work
           IF WS-Date-MMDD < WS-Fiscal-Start
               SUBTRACT 1 FROM WS-Date-Year
           END-IF
           MOVE WS-Fiscal-Start TO WS-Date-MMDD
           MOVE WS-Date-Work TO WS-Fy-Start-Date
           ADD 1 TO WS-Date-Year
           MOVE WS-Date-Work TO WS-Fy-End-Date
           .

       ACCUMULATE-COSTS.
      * Open ('O') and retired ('R') rows are money committed; any
      * other status (a cancelled enrollment) is not. Rows of the
      * cycle being reported are this cycle's new commitments, the
      * fiscal year's earlier cycles are the committed balance.
           PERFORM VARYING WS-Reg-I FROM 1 BY 1
                   UNTIL WS-Reg-I > WS-Reg-Count
               IF (WS-Reg-Status(WS-Reg-I) = 'O'
                       OR WS-Reg-Status(WS-Reg-I) = 'R')
                   AND WS-Reg-Cycle-Date(WS-Reg-I) NOT <
                       WS-Fy-Start-Date
                   AND WS-Reg-Cycle-Date(WS-Reg-I) <
                       WS-Fy-End-Date
                   PERFORM ATTRIBUTE-REGISTER-ROW
               END-IF
           END-PERFORM
           .

       ATTRIBUTE-REGISTER-ROW.
      * Cost goes to the employee's department as DEPTMST has it
      * today; someone not on DEPTMST lands under '????'.
           ADD 1 TO WS-Counted-Count
           IF WS-Reg-Course-Cost(WS-Reg-I) = 0
               ADD 1 TO WS-Unpriced-Count
           END-IF
           MOVE "????" TO WS-Work-Dept-Code
           MOVE "NOT IN DEPTMST" TO WS-Work-Dept-Name
           PERFORM VARYING WS-Dept-I FROM 1 BY 1
                   UNTIL WS-Dept-I > WS-Dept-Ref-Count
               IF WS-Ref-Employee-Id(WS-Dept-I) =
                       WS-Reg-Employee-Id(WS-Reg-I)
                   MOVE WS-Ref-Dept-Code(WS-Dept-I)
                       TO WS-Work-Dept-Code
                   MOVE WS-Ref-Dept-Name(WS-Dept-I)
                       TO WS-Work-Dept-Name
                   MOVE WS-Dept-Ref-Count TO WS-Dept-I
               END-IF
           END-PERFORM
           PERFORM FIND-BUDGET-ENTRY
           ADD 1 TO WS-Bud-Rows(WS-Bud-Hit)
           IF WS-Reg-Cycle-Date(WS-Reg-I) = WS-Cycle-Date
               ADD WS-Reg-Course-Cost(WS-Reg-I)
                   TO WS-Bud-This-Cycle(WS-Bud-Hit)
           ELSE
               ADD WS-Reg-Course-Cost(WS-Reg-I)
                   TO WS-Bud-Committed(WS-Bud-Hit)
           END-IF
           .

       SORT-BUDGETS.
      * Bubble sort, ascending by department code.
           PERFORM VARYING WS-Bud-I FROM 1 BY 1
                   UNTIL WS-Bud-I >= WS-Bud-Count
               PERFORM VARYING WS-Bud-J FROM 1 BY 1
                       UNTIL WS-Bud-J > WS-Bud-Count - WS-Bud-I
                   IF WS-Bud-Dept-Code(WS-Bud-J) >
                           WS-Bud-Dept-Code(WS-Bud-J + 1)
                       MOVE WS-Bud-Entry(WS-Bud-J) TO WS-Bud-Swap
                       MOVE WS-Bud-Entry(WS-Bud-J + 1)
                           TO WS-Bud-Entry(WS-Bud-J)
                       MOVE WS-Bud-Swap TO WS-Bud-Entry(WS-Bud-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       OPEN-REPORT.
           OPEN OUTPUT BUDGET-PRINT-FILE
           IF WS-Budgrpt-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BUDGRPT.DAT - STATUS "
                   WS-Budgrpt-Status
               STOP RUN
           END-IF
           PERFORM PRINT-REPORT-HEADERS
           .

       PRINT-BUDGET-LINES.
           PERFORM VARYING WS-Bud-I FROM 1 BY 1
                   UNTIL WS-Bud-I > WS-Bud-Count
               PERFORM PRINT-BUDGET-LINE
           END-PERFORM
           .

       PRINT-BUDGET-LINE.
           IF WS-Line-Count + 1 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE WS-Bud-Dept-Code(WS-Bud-I)  TO WS-Print-Line(3:4)
           MOVE WS-Bud-Dept-Name(WS-Bud-I)  TO WS-Print-Line(9:20)
           MOVE WS-Bud-Committed(WS-Bud-I)  TO WS-Money-Display
           MOVE WS-Money-Display            TO WS-Print-Line(46:13)
           MOVE WS-Bud-This-Cycle(WS-Bud-I) TO WS-Money-Display
           MOVE WS-Money-Display            TO WS-Print-Line(60:13)
           ADD WS-Bud-Committed(WS-Bud-I) TO WS-Tot-Committed
           ADD WS-Bud-This-Cycle(WS-Bud-I) TO WS-Tot-This-Cycle
           IF WS-Bud-Found(WS-Bud-I) = 'N'
               MOVE "NO BUDGET ON FILE"     TO WS-Print-Line(90:17)
               ADD 1 TO WS-No-Budget-Count
           ELSE
               MOVE WS-Bud-Annual(WS-Bud-I) TO WS-Money-Display
               MOVE WS-Money-Display        TO WS-Print-Line(31:13)
               ADD WS-Bud-Annual(WS-Bud-I) TO WS-Tot-Annual
               COMPUTE WS-Remaining = WS-Bud-Annual(WS-Bud-I)
                   - WS-Bud-Committed(WS-Bud-I)
                   - WS-Bud-This-Cycle(WS-Bud-I)
               MOVE WS-Remaining            TO WS-Signed-Display
               MOVE WS-Signed-Display       TO WS-Print-Line(74:14)
               IF WS-Remaining < 0
                   ADD 1 TO WS-Over-Count
                   IF WS-Bud-Committed(WS-Bud-I) >
                           WS-Bud-Annual(WS-Bud-I)
                       MOVE "** OVER BUDGET **"
                           TO WS-Print-Line(90:17)
                   ELSE
                       MOVE "** OVER BUDGET THIS CYCLE **"
                           TO WS-Print-Line(90:28)
                   END-IF
               END-IF
           END-IF
           WRITE BU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           .

       PRINT-BUDGET-TOTALS.
           IF WS-Line-Count + 9 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE "Total"           TO WS-Print-Line(9:5)
           MOVE WS-Tot-Annual     TO WS-Money-Display
           MOVE WS-Money-Display  TO WS-Print-Line(31:13)
           MOVE WS-Tot-Committed  TO WS-Money-Display
           MOVE WS-Money-Display  TO WS-Print-Line(46:13)
           MOVE WS-Tot-This-Cycle TO WS-Money-Display
           MOVE WS-Money-Display  TO WS-Print-Line(60:13)
           WRITE BU-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES

           MOVE "===== Budget Totals =====" TO WS-Print-Line
           WRITE BU-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES

           MOVE WS-Reg-Read-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Register Rows Read:       " DELIMITED BY SIZE
                  WS-Count-Display             DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Counted-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Rows In Fiscal Year:      " DELIMITED BY SIZE
                  WS-Count-Display             DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Unpriced-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Rows With No Course Cost: " DELIMITED BY SIZE
                  WS-Count-Display             DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Over-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Departments Over Budget:  " DELIMITED BY SIZE
                  WS-Count-Display             DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-No-Budget-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Departments Not Budgeted: " DELIMITED BY SIZE
                  WS-Count-Display             DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 9 TO WS-Line-Count
           .

       PRINT-REPORT-HEADERS.
           ADD 1 TO WS-Page-Count
           MOVE WS-Page-Count TO WS-Page-Number-Display
           MOVE SPACES TO WS-Print-Line
           STRING "DEPARTMENT TRAINING BUDGET REPORT" DELIMITED BY SIZE
                  "                  PAGE "     DELIMITED BY SIZE
                  WS-Page-Number-Display        DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BU-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-Run-Date-Display DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-Print-Line
           MOVE WS-Cycle-Date TO WS-Date-Work
           PERFORM FORMAT-DATE
           STRING "Cycle: "       DELIMITED BY SIZE
                  WS-Date-Display DELIMITED BY SIZE
                  "   Fiscal Year Starting: " DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           MOVE WS-Fy-Start-Date TO WS-Date-Work
           PERFORM FORMAT-DATE
           MOVE WS-Date-Display TO WS-Print-Line(43:10)
           WRITE BU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-Print-Line
           MOVE "Dept"          TO WS-Print-Line(3:4)
           MOVE "Name"          TO WS-Print-Line(9:4)
           MOVE "Annual Budget" TO WS-Print-Line(31:13)
           MOVE "Committed YTD" TO WS-Print-Line(46:13)
           MOVE "   This Cycle" TO WS-Print-Line(60:13)
           MOVE "     Remaining" TO WS-Print-Line(74:14)
           MOVE "Warning"       TO WS-Print-Line(90:7)
           WRITE BU-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE 6 TO WS-Line-Count
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
