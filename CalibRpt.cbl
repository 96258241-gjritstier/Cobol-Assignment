       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalibRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKILL-MASTER-FILE ASSIGN TO "SKILLMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Skillmst-Status.

           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Deptmst-Status.

           SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Runparm-Status.

           SELECT CALIB-PRINT-FILE ASSIGN TO "CALIBRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Calrpt-Status.

       DATA DIVISION.
       FILE SECTION.
      * The cleaned SKILLMST this cycle assessed. Every skill can
      * carry one self ('S'), one manager ('M') and several peer ('P')
      * rows; this report is the only consumer of the self and peer
      * rows. The SkillEdit control trailer ('ZZZZZZ' id) ends the
      * detail rows.
       FD  SKILL-MASTER-FILE.
       01  SM-Skill-Record.
           05 SM-Employee-Id      PIC X(6).
           05 SM-Employee-Name    PIC X(20).
           05 SM-Skill-Name       PIC X(20).
           05 SM-Skill-Rating     PIC 9V9.
           05 SM-Skill-Weight     PIC 9(2).
           05 SM-Rater-Type       PIC X(1).
           05 SM-Rater-Id         PIC X(6).

       FD  DEPARTMENT-FILE.
       01  DM-Dept-Record.
           05 DM-Employee-Id      PIC X(6).
           05 DM-Dept-Code        PIC X(4).
           05 DM-Dept-Name        PIC X(20).
           05 DM-Manager-Id       PIC X(6).
           05 DM-Role-Code        PIC X(8).

      * Shared cycle parameter file. Only CALIB-TOL is used here;
      * Assessment owns (and validates) the other keywords.
       FD  RUN-PARAMETER-FILE.
       01  PM-Parameter-Record.
           05 PM-Keyword          PIC X(12).
           05 PM-Value            PIC X(20).

       FD  CALIB-PRINT-FILE.
       01  CR-Line                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Skillmst-Status      PIC X(2).
       01 WS-Skillmst-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SKILLMST     VALUE 'Y'.
       01 WS-Deptmst-Status       PIC X(2).
       01 WS-Deptmst-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-DEPTMST      VALUE 'Y'.
       01 WS-Runparm-Status       PIC X(2).
       01 WS-Runparm-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-RUNPARM      VALUE 'Y'.
       01 WS-Calrpt-Status        PIC X(2).

      * Largest self-versus-manager difference tolerated before the
      * skill is listed; a difference equal to it is not listed.
       01 WS-Tolerance            PIC 9V9 VALUE 1.0.
       01 WS-Parm-Digit-X         PIC X(1).
       01 WS-Parm-Digit-9 REDEFINES WS-Parm-Digit-X PIC 9(1).
       01 WS-Parm-Rate-Comb.
           05 WS-Parm-Rate-N1     PIC 9(1).
           05 WS-Parm-Rate-N2     PIC 9(1).
       01 WS-Parm-Rate-Num REDEFINES WS-Parm-Rate-Comb PIC 9V9.

      * DEPTMST reference rows: department and reporting manager
      * for the subtotals.
       01 WS-Dept-Ref-Count       PIC 9(3) VALUE 0.
       01 WS-Dept-Ref-Table.
           05 WS-Dept-Ref-Entry OCCURS 200 TIMES.
               10 WS-Ref-Employee-Id  PIC X(6).
               10 WS-Ref-Dept-Code    PIC X(4).
               10 WS-Ref-Dept-Name    PIC X(20).
               10 WS-Ref-Manager-Id   PIC X(6).
       01 WS-Dept-I               PIC 9(3).

      * One employee's skills while their SKILLMST rows are read,
      * with whatever self, manager and peer ratings were given.
       01 WS-Curr-Employee-Id     PIC X(6) VALUE SPACES.
       01 WS-Curr-Employee-Name   PIC X(20).
       01 WS-Rsk-Count            PIC 9(2) VALUE 0.
       01 WS-Rsk-Table.
           05 WS-Rsk-Entry OCCURS 20 TIMES.
               10 WS-Rsk-Skill-Name   PIC X(20).
               10 WS-Rsk-Has-Self     PIC X(1).
               10 WS-Rsk-Self-Rating  PIC 9V9.
               10 WS-Rsk-Has-Mgr      PIC X(1).
               10 WS-Rsk-Mgr-Rating   PIC 9V9.
               10 WS-Rsk-Peer-Count   PIC 9(2).
               10 WS-Rsk-Peer-Total   PIC 9(3)V9.
       01 WS-Rsk-I                PIC 9(2).
       01 WS-Rsk-Hit              PIC 9(2).

      * Skills whose self and manager ratings differ by more than
      * the tolerance, sorted into department / manager order for
      * printing.
       01 WS-Var-Count            PIC 9(3) VALUE 0.
       01 WS-Var-Table.
           05 WS-Var-Entry OCCURS 500 TIMES.
               10 WS-Var-Sort-Key.
                   15 WS-Var-Dept-Code    PIC X(4).
                   15 WS-Var-Manager-Id   PIC X(6).
                   15 WS-Var-Employee-Id  PIC X(6).
                   15 WS-Var-Skill-Name   PIC X(20).
               10 WS-Var-Dept-Name    PIC X(20).
               10 WS-Var-Employee-Name PIC X(20).
               10 WS-Var-Self-Rating  PIC 9V9.
               10 WS-Var-Mgr-Rating   PIC 9V9.
               10 WS-Var-Peer-Count   PIC 9(2).
               10 WS-Var-Peer-Avg     PIC 9V9.
               10 WS-Var-Gap          PIC 9V9.
               10 WS-Var-Direction    PIC X(5).
       01 WS-Var-Swap             PIC X(91).
       01 WS-Var-I                PIC 9(3).
       01 WS-Var-J                PIC 9(3).

       01 WS-Curr-Dept-Code       PIC X(4).
       01 WS-Curr-Dept-Name       PIC X(20).
       01 WS-Curr-Manager-Id      PIC X(6).
       01 WS-Skill-Gap            PIC 9V9.

      * Counts and gap totals at each control level; the average
      * gap is printed for each.
       01 WS-Mgr-Items            PIC 9(5) VALUE 0.
       01 WS-Mgr-Gap-Total        PIC 9(5)V9 VALUE 0.
       01 WS-Dept-Items           PIC 9(5) VALUE 0.
       01 WS-Dept-Gap-Total       PIC 9(5)V9 VALUE 0.
       01 WS-Grand-Items          PIC 9(5) VALUE 0.
       01 WS-Grand-Gap-Total      PIC 9(5)V9 VALUE 0.
       01 WS-Sub-Items            PIC 9(5).
       01 WS-Sub-Gap-Total        PIC 9(5)V9.
       01 WS-Sub-Avg-Gap          PIC 9V9.
       01 WS-Sub-Label            PIC X(30).
       01 WS-Pairs-Compared       PIC 9(5) VALUE 0.
       01 WS-Employee-Count       PIC 9(5) VALUE 0.

       01 WS-Rating-Display       PIC 9.9.
       01 WS-Tol-Display          PIC 9.9.
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
           PERFORM LOAD-RATINGS
           PERFORM SORT-VARIANCES
           PERFORM OPEN-REPORT
           PERFORM PRINT-VARIANCES
           CLOSE CALIB-PRINT-FILE
           DISPLAY "CalibRpt complete. Employees " WS-Employee-Count
               " Variances " WS-Var-Count ". See CALIBRPT.DAT."
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

      * RUNPARM.DAT is optional; without a CALIB-TOL row the shipped
      * default tolerance applies. A CALIB-TOL that is present must
      * be n.n, the same rule THRESHOLD follows.
           OPEN INPUT RUN-PARAMETER-FILE
           IF WS-Runparm-Status NOT = "00"
               DISPLAY "RUNPARM.DAT NOT FOUND - DEFAULT TOLERANCE "
                   WS-Tolerance " APPLIES"
           ELSE
               PERFORM UNTIL END-OF-RUNPARM
                   READ RUN-PARAMETER-FILE
                       AT END
                           MOVE 'Y' TO WS-Runparm-Eof
                       NOT AT END
                           IF PM-Keyword = "CALIB-TOL"
                               PERFORM APPLY-CALIB-TOLERANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-PARAMETER-FILE
           END-IF
           .

       APPLY-CALIB-TOLERANCE.
           IF PM-Value(1:1) NUMERIC
               AND PM-Value(2:1) = "."
               AND PM-Value(3:1) NUMERIC
               AND PM-Value(4:17) = SPACES
               MOVE PM-Value(1:1) TO WS-Parm-Digit-X
               MOVE WS-Parm-Digit-9 TO WS-Parm-Rate-N1
               MOVE PM-Value(3:1) TO WS-Parm-Digit-X
               MOVE WS-Parm-Digit-9 TO WS-Parm-Rate-N2
               MOVE WS-Parm-Rate-Num TO WS-Tolerance
           ELSE
               DISPLAY "ERROR: RUNPARM CALIB-TOL NOT N.N - '"
                   PM-Value "'"
               STOP RUN
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
                           MOVE DM-Manager-Id TO
                               WS-Ref-Manager-Id(WS-Dept-Ref-Count)
                       ELSE
                           DISPLAY "ERROR: DEPTMST.DAT EXCEEDS 200 "
                               "ROWS - INCREASE WS-DEPT-REF-TABLE"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPARTMENT-FILE
           .

       LOAD-RATINGS.
      * Control break on employee id: each employee's rows are
      * gathered per skill, then compared when the id changes.
      * Non-numeric ratings are left out, the way VALIDATE-DATA
      * leaves them out of the weighted average.
           OPEN INPUT SKILL-MASTER-FILE
           IF WS-Skillmst-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN SKILLMST.DAT - STATUS "
                   WS-Skillmst-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-SKILLMST
               READ SKILL-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-Skillmst-Eof
                   NOT AT END
                       IF SM-Employee-Id = "ZZZZZZ"
                           MOVE 'Y' TO WS-Skillmst-Eof
                       ELSE
                           IF SM-Employee-Id NOT = WS-Curr-Employee-Id
                               PERFORM COMPARE-EMPLOYEE-RATINGS
                               MOVE SM-Employee-Id
                                   TO WS-Curr-Employee-Id
                               MOVE SM-Employee-Name
                                   TO WS-Curr-Employee-Name
                               MOVE 0 TO WS-Rsk-Count
                           END-IF
                           IF SM-Skill-Rating NUMERIC
                               PERFORM PLACE-RATING-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM COMPARE-EMPLOYEE-RATINGS
           CLOSE SKILL-MASTER-FILE
           .

       PLACE-RATING-ROW.
           MOVE 0 TO WS-Rsk-Hit
           PERFORM VARYING WS-Rsk-I FROM 1 BY 1
                   UNTIL WS-Rsk-I > WS-Rsk-Count
               IF WS-Rsk-Skill-Name(WS-Rsk-I) = SM-Skill-Name
                   MOVE WS-Rsk-I TO WS-Rsk-Hit
                   MOVE WS-Rsk-Count TO WS-Rsk-I
               END-IF
           END-PERFORM
           IF WS-Rsk-Hit > 0
               MOVE WS-Rsk-Hit TO WS-Rsk-I
           ELSE
      * SkillEdit caps an employee at 20 distinct skills, so the
      * table cannot overflow on a cleaned master.
               IF WS-Rsk-Count = 20
                   DISPLAY "ERROR: OVER 20 SKILLS FOR " SM-Employee-Id
                       " - SKILLMST NOT FROM SKILLEDIT"
                   STOP RUN
               END-IF
               ADD 1 TO WS-Rsk-Count
               MOVE WS-Rsk-Count TO WS-Rsk-I
               MOVE SM-Skill-Name TO WS-Rsk-Skill-Name(WS-Rsk-I)
               MOVE 'N' TO WS-Rsk-Has-Self(WS-Rsk-I)
               MOVE 0   TO WS-Rsk-Self-Rating(WS-Rsk-I)
               MOVE 'N' TO WS-Rsk-Has-Mgr(WS-Rsk-I)
               MOVE 0   TO WS-Rsk-Mgr-Rating(WS-Rsk-I)
               MOVE 0   TO WS-Rsk-Peer-Count(WS-Rsk-I)
               MOVE 0   TO WS-Rsk-Peer-Total(WS-Rsk-I)
           END-IF
           EVALUATE SM-Rater-Type
               WHEN 'S'
                   MOVE 'Y' TO WS-Rsk-Has-Self(WS-Rsk-I)
                   MOVE SM-Skill-Rating TO WS-Rsk-Self-Rating(WS-Rsk-I)
               WHEN 'P'
                   ADD 1 TO WS-Rsk-Peer-Count(WS-Rsk-I)
                   ADD SM-Skill-Rating TO WS-Rsk-Peer-Total(WS-Rsk-I)
               WHEN OTHER
                   MOVE 'Y' TO WS-Rsk-Has-Mgr(WS-Rsk-I)
                   MOVE SM-Skill-Rating TO WS-Rsk-Mgr-Rating(WS-Rsk-I)
           END-EVALUATE
           .

       COMPARE-EMPLOYEE-RATINGS.
      * Runs at each employee break (and once at end of file); the
      * first call, before any employee is loaded, does nothing.
           IF WS-Curr-Employee-Id NOT = SPACES
               ADD 1 TO WS-Employee-Count
               MOVE "????" TO WS-Curr-Dept-Code
               MOVE "UNASSIGNED" TO WS-Curr-Dept-Name
               MOVE "??????" TO WS-Curr-Manager-Id
               PERFORM VARYING WS-Dept-I FROM 1 BY 1
                       UNTIL WS-Dept-I > WS-Dept-Ref-Count
                   IF WS-Ref-Employee-Id(WS-Dept-I) =
                           WS-Curr-Employee-Id
                       MOVE WS-Ref-Dept-Code(WS-Dept-I)
                           TO WS-Curr-Dept-Code
                       MOVE WS-Ref-Dept-Name(WS-Dept-I)
                           TO WS-Curr-Dept-Name
                       MOVE WS-Ref-Manager-Id(WS-Dept-I)
                           TO WS-Curr-Manager-Id
                       MOVE WS-Dept-Ref-Count TO WS-Dept-I
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-Rsk-I FROM 1 BY 1
                       UNTIL WS-Rsk-I > WS-Rsk-Count
                   IF WS-Rsk-Has-Self(WS-Rsk-I) = 'Y'
                       AND WS-Rsk-Has-Mgr(WS-Rsk-I) = 'Y'
                       PERFORM COMPARE-ONE-SKILL
                   END-IF
               END-PERFORM
           END-IF
           .

       COMPARE-ONE-SKILL.
           ADD 1 TO WS-Pairs-Compared
           IF WS-Rsk-Self-Rating(WS-Rsk-I) >
                   WS-Rsk-Mgr-Rating(WS-Rsk-I)
               COMPUTE WS-Skill-Gap =
                   WS-Rsk-Self-Rating(WS-Rsk-I) -
                   WS-Rsk-Mgr-Rating(WS-Rsk-I)
           ELSE
               COMPUTE WS-Skill-Gap =
                   WS-Rsk-Mgr-Rating(WS-Rsk-I) -
                   WS-Rsk-Self-Rating(WS-Rsk-I)
           END-IF
           IF WS-Skill-Gap > WS-Tolerance
               IF WS-Var-Count = 500
                   DISPLAY "ERROR: OVER 500 CALIBRATION VARIANCES - "
                       "INCREASE WS-VAR-TABLE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-Var-Count
               MOVE WS-Curr-Dept-Code TO WS-Var-Dept-Code(WS-Var-Count)
               MOVE WS-Curr-Dept-Name TO WS-Var-Dept-Name(WS-Var-Count)
               MOVE WS-Curr-Manager-Id
                   TO WS-Var-Manager-Id(WS-Var-Count)
               MOVE WS-Curr-Employee-Id
                   TO WS-Var-Employee-Id(WS-Var-Count)
               MOVE WS-Curr-Employee-Name
                   TO WS-Var-Employee-Name(WS-Var-Count)
               MOVE WS-Rsk-Skill-Name(WS-Rsk-I)
                   TO WS-Var-Skill-Name(WS-Var-Count)
               MOVE WS-Rsk-Self-Rating(WS-Rsk-I)
                   TO WS-Var-Self-Rating(WS-Var-Count)
               MOVE WS-Rsk-Mgr-Rating(WS-Rsk-I)
                   TO WS-Var-Mgr-Rating(WS-Var-Count)
               MOVE WS-Rsk-Peer-Count(WS-Rsk-I)
                   TO WS-Var-Peer-Count(WS-Var-Count)
               IF WS-Rsk-Peer-Count(WS-Rsk-I) > 0
                   COMPUTE WS-Var-Peer-Avg(WS-Var-Count) ROUNDED =
                       WS-Rsk-Peer-Total(WS-Rsk-I) /
                       WS-Rsk-Peer-Count(WS-Rsk-I)
               ELSE
                   MOVE 0 TO WS-Var-Peer-Avg(WS-Var-Count)
               END-IF
               MOVE WS-Skill-Gap TO WS-Var-Gap(WS-Var-Count)
               IF WS-Rsk-Self-Rating(WS-Rsk-I) >
                       WS-Rsk-Mgr-Rating(WS-Rsk-I)
                   MOVE "OVER" TO WS-Var-Direction(WS-Var-Count)
               ELSE
                   MOVE "UNDER" TO WS-Var-Direction(WS-Var-Count)
               END-IF
           END-IF
           .

       SORT-VARIANCES.
      * Bubble sort, ascending by department, manager, employee and
      * skill, so each manager's and department's items print
      * together for the subtotal breaks.
           PERFORM VARYING WS-Var-I FROM 1 BY 1
                   UNTIL WS-Var-I >= WS-Var-Count
               PERFORM VARYING WS-Var-J FROM 1 BY 1
                       UNTIL WS-Var-J > WS-Var-Count - WS-Var-I
                   IF WS-Var-Sort-Key(WS-Var-J) >
                           WS-Var-Sort-Key(WS-Var-J + 1)
                       MOVE WS-Var-Entry(WS-Var-J) TO WS-Var-Swap
                       MOVE WS-Var-Entry(WS-Var-J + 1)
                           TO WS-Var-Entry(WS-Var-J)
                       MOVE WS-Var-Swap TO WS-Var-Entry(WS-Var-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       OPEN-REPORT.
           OPEN OUTPUT CALIB-PRINT-FILE
           IF WS-Calrpt-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN CALIBRPT.DAT - STATUS "
                   WS-Calrpt-Status
               STOP RUN
           END-IF
           PERFORM PRINT-REPORT-HEADERS
           MOVE WS-Tolerance TO WS-Tol-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Self vs Manager Tolerance: " DELIMITED BY SIZE
                  WS-Tol-Display                DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CR-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           ADD 2 TO WS-Line-Count
           .

       PRINT-VARIANCES.
      * Two-level control break over the sorted table: manager
      * within department. A department heading starts each
      * department; manager and department subtotals close them.
           PERFORM VARYING WS-Var-I FROM 1 BY 1
                   UNTIL WS-Var-I > WS-Var-Count
               IF WS-Var-I > 1
                   IF WS-Var-Dept-Code(WS-Var-I) NOT =
                           WS-Var-Dept-Code(WS-Var-I - 1)
                       PERFORM PRINT-MANAGER-TOTAL
                       PERFORM PRINT-DEPARTMENT-TOTAL
                   ELSE
                       IF WS-Var-Manager-Id(WS-Var-I) NOT =
                               WS-Var-Manager-Id(WS-Var-I - 1)
                           PERFORM PRINT-MANAGER-TOTAL
                       END-IF
                   END-IF
               END-IF
               IF WS-Var-I = 1
                   OR WS-Var-Dept-Code(WS-Var-I) NOT =
                       WS-Var-Dept-Code(WS-Var-I - 1)
                   PERFORM PRINT-DEPARTMENT-HEADING
               END-IF
               PERFORM PRINT-VARIANCE-LINE
           END-PERFORM
           IF WS-Var-Count > 0
               PERFORM PRINT-MANAGER-TOTAL
               PERFORM PRINT-DEPARTMENT-TOTAL
           ELSE
               MOVE "  NO SELF VS MANAGER DIFFERENCES OVER TOLERANCE"
                   TO WS-Print-Line
               WRITE CR-Line FROM WS-Print-Line
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-Line-Count
           END-IF
           PERFORM PRINT-GRAND-TOTALS
           .

       PRINT-DEPARTMENT-HEADING.
           IF WS-Line-Count + 4 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           STRING "----- Department: "           DELIMITED BY SIZE
                  WS-Var-Dept-Code(WS-Var-I)     DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-Var-Dept-Name(WS-Var-I)     DELIMITED BY SIZE
                  " -----"                       DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CR-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           MOVE "Mgr"            TO WS-Print-Line(3:3)
           MOVE "Employee"       TO WS-Print-Line(10:8)
           MOVE "Skill"          TO WS-Print-Line(38:5)
           MOVE "Self"           TO WS-Print-Line(59:4)
           MOVE "Mgr"            TO WS-Print-Line(65:3)
           MOVE "Gap"            TO WS-Print-Line(71:3)
           MOVE "Dir"            TO WS-Print-Line(77:3)
           MOVE "Peers"          TO WS-Print-Line(84:5)
           MOVE "Peer Avg"       TO WS-Print-Line(91:8)
           WRITE CR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 3 TO WS-Line-Count
           .

       PRINT-VARIANCE-LINE.
           IF WS-Line-Count + 1 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE WS-Var-Manager-Id(WS-Var-I)   TO WS-Print-Line(3:6)
           MOVE WS-Var-Employee-Id(WS-Var-I)  TO WS-Print-Line(10:6)
           MOVE WS-Var-Employee-Name(WS-Var-I)
                                              TO WS-Print-Line(17:20)
           MOVE WS-Var-Skill-Name(WS-Var-I)   TO WS-Print-Line(38:20)
           MOVE WS-Var-Self-Rating(WS-Var-I)  TO WS-Rating-Display
           MOVE WS-Rating-Display             TO WS-Print-Line(60:3)
           MOVE WS-Var-Mgr-Rating(WS-Var-I)   TO WS-Rating-Display
           MOVE WS-Rating-Display             TO WS-Print-Line(65:3)
           MOVE WS-Var-Gap(WS-Var-I)          TO WS-Rating-Display
           MOVE WS-Rating-Display             TO WS-Print-Line(71:3)
           MOVE WS-Var-Direction(WS-Var-I)    TO WS-Print-Line(77:5)
           MOVE WS-Var-Peer-Count(WS-Var-I)   TO WS-Count-Display
           MOVE WS-Count-Display              TO WS-Print-Line(84:5)
           IF WS-Var-Peer-Count(WS-Var-I) > 0
               MOVE WS-Var-Peer-Avg(WS-Var-I) TO WS-Rating-Display
               MOVE WS-Rating-Display         TO WS-Print-Line(93:3)
           ELSE
               MOVE "N/A"                     TO WS-Print-Line(93:3)
           END-IF
           WRITE CR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           ADD 1 TO WS-Mgr-Items
           ADD WS-Var-Gap(WS-Var-I) TO WS-Mgr-Gap-Total
           .

       PRINT-MANAGER-TOTAL.
      * WS-Var-I already points at the next manager's first item (or
      * past the end), so the subtotal is labelled from the row
      * before it.
           MOVE SPACES TO WS-Sub-Label
           STRING "  Manager "                     DELIMITED BY SIZE
                  WS-Var-Manager-Id(WS-Var-I - 1)  DELIMITED BY SIZE
                  " total:"                        DELIMITED BY SIZE
               INTO WS-Sub-Label
           END-STRING
           MOVE WS-Mgr-Items     TO WS-Sub-Items
           MOVE WS-Mgr-Gap-Total TO WS-Sub-Gap-Total
           PERFORM PRINT-SUBTOTAL-LINE
           ADD WS-Mgr-Items     TO WS-Dept-Items
           ADD WS-Mgr-Gap-Total TO WS-Dept-Gap-Total
           MOVE 0 TO WS-Mgr-Items
           MOVE 0 TO WS-Mgr-Gap-Total
           .

       PRINT-DEPARTMENT-TOTAL.
           MOVE SPACES TO WS-Sub-Label
           STRING "Department "                    DELIMITED BY SIZE
                  WS-Var-Dept-Code(WS-Var-I - 1)   DELIMITED BY SIZE
                  " total:"                        DELIMITED BY SIZE
               INTO WS-Sub-Label
           END-STRING
           MOVE WS-Dept-Items     TO WS-Sub-Items
           MOVE WS-Dept-Gap-Total TO WS-Sub-Gap-Total
           PERFORM PRINT-SUBTOTAL-LINE
           ADD WS-Dept-Items     TO WS-Grand-Items
           ADD WS-Dept-Gap-Total TO WS-Grand-Gap-Total
           MOVE 0 TO WS-Dept-Items
           MOVE 0 TO WS-Dept-Gap-Total
           .

       PRINT-SUBTOTAL-LINE.
           IF WS-Line-Count + 1 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           IF WS-Sub-Items > 0
               COMPUTE WS-Sub-Avg-Gap ROUNDED =
                   WS-Sub-Gap-Total / WS-Sub-Items
           ELSE
               MOVE 0 TO WS-Sub-Avg-Gap
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE WS-Sub-Items TO WS-Count-Display
           MOVE WS-Sub-Avg-Gap TO WS-Rating-Display
           STRING WS-Sub-Label              DELIMITED BY SIZE
                  " Items "                 DELIMITED BY SIZE
                  WS-Count-Display          DELIMITED BY SIZE
                  "  Average Gap "          DELIMITED BY SIZE
                  WS-Rating-Display         DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           .

       PRINT-GRAND-TOTALS.
           IF WS-Line-Count + 5 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE "===== Calibration Totals =====" TO WS-Print-Line
           WRITE CR-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           MOVE WS-Employee-Count TO WS-Count-Display
           STRING "Employees Read:          " DELIMITED BY SIZE
                  WS-Count-Display            DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-Print-Line
           MOVE WS-Pairs-Compared TO WS-Count-Display
           STRING "Self/Manager Pairs:      " DELIMITED BY SIZE
                  WS-Count-Display            DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE "Report total:" TO WS-Sub-Label
           MOVE WS-Grand-Items     TO WS-Sub-Items
           MOVE WS-Grand-Gap-Total TO WS-Sub-Gap-Total
           ADD 3 TO WS-Line-Count
           PERFORM PRINT-SUBTOTAL-LINE
           .

       PRINT-REPORT-HEADERS.
           ADD 1 TO WS-Page-Count
           MOVE WS-Page-Count TO WS-Page-Number-Display
           MOVE SPACES TO WS-Print-Line
           STRING "CALIBRATION VARIANCE REPORT" DELIMITED BY SIZE
                  "                  PAGE "     DELIMITED BY SIZE
                  WS-Page-Number-Display        DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CR-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-Run-Date-Display DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-Line-Count
           .
