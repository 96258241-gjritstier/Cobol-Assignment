               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.

      * Inactive-employee master kept by LeavProc: leavers are not
      * candidates for anything. Optional - absent until the first
      * leaver is processed.
           SELECT INACTIVE-FILE ASSIGN TO "INACTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inactmst-Status.

           SELECT BENCH-PRINT-FILE ASSIGN TO "BENCHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Bchrpt-Status.
           05 SM-Skill-Name       PIC X(20).
           05 SM-Skill-Rating     PIC 9V9.
           05 SM-Skill-Weight     PIC 9(2).
           05 SM-Rater-Type       PIC X(1).
           05 SM-Rater-Id         PIC X(6).

       FD  ROLE-PROFILE-FILE.
       01  RP-Role-Record.
       01  BP-Parameter-Record.
           05 BP-Tolerance        PIC 9V9.

       FD  INACTIVE-FILE.
       01  IN-Inactive-Record.
           05 IN-Employee-Id      PIC X(6).
           05 IN-Leaving-Date     PIC 9(8).
           05 IN-Reason           PIC X(10).
           05 IN-Processed-Date   PIC 9(8).

       FD  BENCH-PRINT-FILE.
       01  BR-Line                PIC X(132).

       01 WS-Deptmst-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-DEPTMST      VALUE 'Y'.
       01 WS-Parm-Status          PIC X(2).
       01 WS-Inactmst-Status      PIC X(2).
       01 WS-Inactmst-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-INACTMST     VALUE 'Y'.
       01 WS-Bchrpt-Status        PIC X(2).

      * Total shortfall a near-miss candidate may carry and still be
               10 WS-Ref-Role-Code    PIC X(8).
       01 WS-Dept-I               PIC 9(3).

      * Employee ids on the inactive master.
       01 WS-Inact-Count          PIC 9(4) VALUE 0.
       01 WS-Inact-Table.
           05 WS-Inact-Employee-Id OCCURS 2000 TIMES PIC X(6).
       01 WS-Inact-I              PIC 9(4).
       01 WS-Leaver-Count         PIC 9(3) VALUE 0.

      * Every assessed employee with their current ratings, built
      * from SKILLMST by control break on employee id; the inactive
      * flag marks a leaver, who is never scored.
       01 WS-Emp-Count            PIC 9(3) VALUE 0.
       01 WS-Emp-Table.
           05 WS-Emp-Entry OCCURS 200 TIMES.
               10 WS-Emp-Id           PIC X(6).
               10 WS-Emp-Name         PIC X(20).
               10 WS-Emp-Inactive     PIC X(1).
               10 WS-Emp-Skill-Count  PIC 9(2).
               10 WS-Emp-Skill OCCURS 10 TIMES.
                   15 WS-Emp-Skill-Name   PIC X(20).
           PERFORM READ-PARAMETERS
           PERFORM LOAD-ROLE-PROFILES
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-INACTIVE-EMPLOYEES
           PERFORM LOAD-EMPLOYEES
           PERFORM OPEN-REPORT
           PERFORM VARYING WS-Rlist-I FROM 1 BY 1
           CLOSE DEPARTMENT-FILE
           .

       LOAD-INACTIVE-EMPLOYEES.
           OPEN INPUT INACTIVE-FILE
           IF WS-Inactmst-Status NOT = "00"
               DISPLAY "INACTMST.DAT NOT FOUND - NO LEAVERS EXCLUDED"
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

       LOAD-EMPLOYEES.
      * Builds every assessed employee's current ratings from the
      * cleaned master. SkillEdit has already deduplicated and
               MOVE SM-Employee-Id TO WS-Emp-Id(WS-Emp-Count)
               MOVE SM-Employee-Name TO WS-Emp-Name(WS-Emp-Count)
               MOVE 0 TO WS-Emp-Skill-Count(WS-Emp-Count)
               MOVE 'N' TO WS-Emp-Inactive(WS-Emp-Count)
               PERFORM VARYING WS-Inact-I FROM 1 BY 1
                       UNTIL WS-Inact-I > WS-Inact-Count
                   IF WS-Inact-Employee-Id(WS-Inact-I) =
                           SM-Employee-Id
                       MOVE 'Y' TO WS-Emp-Inactive(WS-Emp-Count)
                       ADD 1 TO WS-Leaver-Count
                       MOVE WS-Inact-Count TO WS-Inact-I
                   END-IF
               END-PERFORM
           END-IF
      * Benchmarks compare official ratings only - self and peer
      * rows are left for CalibRpt.
           IF SM-Skill-Rating NUMERIC
               AND SM-Rater-Type NOT = 'S'
               AND SM-Rater-Type NOT = 'P'
               AND WS-Emp-Skill-Count(WS-Emp-Count) < 10
               ADD 1 TO WS-Emp-Skill-Count(WS-Emp-Count)
               MOVE SM-Skill-Name TO WS-Emp-Skill-Name(WS-Emp-Count
               INTO WS-Print-Line
           END-STRING
           WRITE BR-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE WS-Leaver-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Leavers Excluded:    " DELIMITED BY SIZE
                  WS-Count-Display        DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE BR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 3 TO WS-Line-Count
           .

       REPORT-ONE-ROLE.
      * WS-Rlist-Code(WS-Rlist-I): a required skill the employee has
      * no rating for counts as a full-requirement gap, the same rule
      * WRITE-GAP-SKILL-LINE applies. Qualified candidates carry no
      * shortfall; near misses stay under the tolerance. Leavers
      * on the inactive master are passed over.
           MOVE 0 TO WS-Cand-Count
           PERFORM VARYING WS-Emp-I FROM 1 BY 1
                   UNTIL WS-Emp-I > WS-Emp-Count
               PERFORM SCORE-EMPLOYEE-FOR-ROLE
               IF WS-Emp-Shortfall < WS-Tolerance
                   AND WS-Emp-Inactive(WS-Emp-I) = 'N'
                   ADD 1 TO WS-Cand-Count
                   MOVE WS-Emp-I TO WS-Cand-Emp-I(WS-Cand-Count)
                   MOVE WS-Emp-Shortfall
