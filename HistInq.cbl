               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.

      * Dated department assignment periods kept by DeptMaint, so
      * each cycle shows the department and manager the employee
      * had on that run date rather than today's. Optional file.
           SELECT DEPT-HISTORY-FILE ASSIGN TO "DEPTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Depthist-Status.

           SELECT INQUIRY-PRINT-FILE ASSIGN TO "HISTINQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inqrpt-Status.
           05 IQ-From-Date        PIC X(8).
           05 IQ-To-Date          PIC X(8).

      * Start date inclusive, end date exclusive; the open period
      * ends all nines.
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

       FD  INQUIRY-PRINT-FILE.
       01  IR-Line                PIC X(132).

       01 WS-Parm-Eof             PIC X(1) VALUE 'N'.
           88 END-OF-PARM         VALUE 'Y'.
       01 WS-Inqrpt-Status        PIC X(2).
       01 WS-Depthist-Status      PIC X(2).
       01 WS-Depthist-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-DEPTHIST     VALUE 'Y'.

       01 WS-Archive-Name         PIC X(21).

       01 WS-Skl-I                PIC 9(2).
       01 WS-Skl-Found            PIC X(1).

      * Assignment periods from DEPTHIST and the one found for the
      * cycle being printed ("????" when none covers the date).
       01 WS-Asgn-Count           PIC 9(4) VALUE 0.
       01 WS-Asgn-Table.
           05 WS-Asgn-Entry OCCURS 1000 TIMES.
               10 WS-Asgn-Employee-Id PIC X(6).
               10 WS-Asgn-Start-Date  PIC 9(8).
               10 WS-Asgn-End-Date    PIC 9(8).
               10 WS-Asgn-Dept-Code   PIC X(4).
               10 WS-Asgn-Manager-Id  PIC X(6).
       01 WS-Asgn-I               PIC 9(4).
       01 WS-Cycle-Dept-Code      PIC X(4).
       01 WS-Cycle-Manager-Id     PIC X(6).

       01 WS-Prev-Date            PIC 9(8).
       01 WS-Cycle-Average        PIC 9(3)V9(2).
       01 WS-Inq-Count            PIC 9(3) VALUE 0.
       MAIN-LOGIC.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-ARCHIVE-REGISTER
           PERFORM LOAD-DEPT-HISTORY
           PERFORM OPEN-REPORT
           PERFORM SERVE-INQUIRIES
           CLOSE INQUIRY-PRINT-FILE
           END-IF
           .

       LOAD-DEPT-HISTORY.
      * Without the history the cycles print no assignment; this
      * is only a warning, as on sites not yet running DeptMaint.
           OPEN INPUT DEPT-HISTORY-FILE
           IF WS-Depthist-Status NOT = "00"
               DISPLAY "DEPTHIST.DAT NOT FOUND - CYCLES SHOW NO "
                   "DEPARTMENT OR MANAGER"
           ELSE
               PERFORM UNTIL END-OF-DEPTHIST
                   READ DEPT-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-Depthist-Eof
                       NOT AT END
                           PERFORM NOTE-ASSIGNMENT-PERIOD
                   END-READ
               END-PERFORM
               CLOSE DEPT-HISTORY-FILE
           END-IF
           .

       NOTE-ASSIGNMENT-PERIOD.
           IF WS-Asgn-Count = 1000
               DISPLAY "ERROR: DEPTHIST.DAT EXCEEDS 1000 ROWS - "
                   "INCREASE WS-ASGN-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Asgn-Count
           MOVE DH-Employee-Id TO WS-Asgn-Employee-Id(WS-Asgn-Count)
           MOVE DH-Start-Date TO WS-Asgn-Start-Date(WS-Asgn-Count)
           MOVE DH-End-Date TO WS-Asgn-End-Date(WS-Asgn-Count)
           MOVE DH-Dept-Code TO WS-Asgn-Dept-Code(WS-Asgn-Count)
           MOVE DH-Manager-Id TO WS-Asgn-Manager-Id(WS-Asgn-Count)
           .

       FIND-CYCLE-ASSIGNMENT.
      * The period in force on the cycle's run date: started on or
      * before it and not yet ended.
           MOVE "????" TO WS-Cycle-Dept-Code
           MOVE "??????" TO WS-Cycle-Manager-Id
           PERFORM VARYING WS-Asgn-I FROM 1 BY 1
                   UNTIL WS-Asgn-I > WS-Asgn-Count
               IF WS-Asgn-Employee-Id(WS-Asgn-I) = WS-Inq-Employee-Id
                   AND WS-Asgn-Start-Date(WS-Asgn-I) NOT > WS-Prev-Date
                   AND WS-Asgn-End-Date(WS-Asgn-I) > WS-Prev-Date
                   MOVE WS-Asgn-Dept-Code(WS-Asgn-I)
                       TO WS-Cycle-Dept-Code
                   MOVE WS-Asgn-Manager-Id(WS-Asgn-I)
                       TO WS-Cycle-Manager-Id
                   MOVE WS-Asgn-Count TO WS-Asgn-I
               END-IF
           END-PERFORM
           .

       OPEN-REPORT.
           OPEN OUTPUT INQUIRY-PRINT-FILE
           IF WS-Inqrpt-Status NOT = "00"
       PRINT-CYCLE-BLOCKS.
      * Control break on run date over the sorted rows: one block
      * per cycle with every skill's rating and the cycle's run
      * average (carried on every row of the cycle), and the
      * department and manager the employee had on that date.
           MOVE 0 TO WS-Prev-Date
           PERFORM VARYING WS-Row-I FROM 1 BY 1
                   UNTIL WS-Row-I > WS-Row-Count
                   MOVE WS-Row-Average(WS-Row-I)
                       TO WS-Cycle-Average
                   MOVE WS-Cycle-Average TO WS-Average-Display
                   PERFORM FIND-CYCLE-ASSIGNMENT
                   IF WS-Line-Count + 2 > WS-Lines-Per-Page
                       PERFORM PRINT-REPORT-HEADERS
                   END-IF
                          WS-Date-Display DELIMITED BY SIZE
                          "  Run Average " DELIMITED BY SIZE
                          WS-Average-Display DELIMITED BY SIZE
                          "  Dept " DELIMITED BY SIZE
                          WS-Cycle-Dept-Code DELIMITED BY SIZE
                          "  Manager " DELIMITED BY SIZE
                          WS-Cycle-Manager-Id DELIMITED BY SIZE
                       INTO WS-Print-Line
                   END-STRING
                   WRITE IR-Line FROM WS-Print-Line
