               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Idxref-Status.

      * Dated department assignment periods kept by DeptMaint, so
      * each cycle column shows the department and manager in force
      * on that run date rather than today's. Optional file.
           SELECT DEPT-HISTORY-FILE ASSIGN TO "DEPTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Depthist-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           05 XR-New-Id           PIC X(6).
           05 XR-Effective-Date   PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 WS-History-Status       PIC X(2).
       01 WS-History-Eof          PIC X(1) VALUE 'N'.
       01 WS-Xref-Hops            PIC 9(2).
       01 WS-Xref-Moved           PIC X(1).

      * Assignment periods from DEPTHIST and the one found for the
      * employee on a cycle's run date ("????" when none covers it).
       01 WS-Depthist-Status      PIC X(2).
       01 WS-Depthist-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-DEPTHIST     VALUE 'Y'.
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

       01 WS-Prev-Employee-Id     PIC X(6) VALUE SPACES.
       01 WS-Newest-Rating        PIC 9V9.
       01 WS-Oldest-Rating        PIC 9V9.
           PERFORM CHECK-CYCLE-CONTROL
           PERFORM OPEN-FILES
           PERFORM LOAD-ID-XREF
           PERFORM LOAD-DEPT-HISTORY
           PERFORM COLLECT-RUN-DATES
           PERFORM SORT-RUN-DATES
           IF WS-Date-Count < WS-Max-Cycles
           END-IF
           .

       LOAD-DEPT-HISTORY.
      * Optional file - without it the assignment lines print
      * question marks, as on sites not yet running DeptMaint.
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
                           IF WS-Asgn-Count < 1000
                               ADD 1 TO WS-Asgn-Count
                               MOVE DH-Employee-Id TO
                                   WS-Asgn-Employee-Id(WS-Asgn-Count)
                               MOVE DH-Start-Date TO
                                   WS-Asgn-Start-Date(WS-Asgn-Count)
                               MOVE DH-End-Date TO
                                   WS-Asgn-End-Date(WS-Asgn-Count)
                               MOVE DH-Dept-Code TO
                                   WS-Asgn-Dept-Code(WS-Asgn-Count)
                               MOVE DH-Manager-Id TO
                                   WS-Asgn-Manager-Id(WS-Asgn-Count)
                           ELSE
                               DISPLAY "ERROR: DEPTHIST.DAT EXCEEDS "
                                   "1000 ROWS - INCREASE "
                                   "WS-ASGN-TABLE"
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-HISTORY-FILE
           END-IF
           .

       FIND-CYCLE-ASSIGNMENT.
      * The period in force for the entry's employee on the run
      * date of cycle column WS-Cyc-I: started on or before it and
      * not yet ended.
           MOVE "????" TO WS-Cycle-Dept-Code
           MOVE "??????" TO WS-Cycle-Manager-Id
           PERFORM VARYING WS-Asgn-I FROM 1 BY 1
                   UNTIL WS-Asgn-I > WS-Asgn-Count
               IF WS-Asgn-Employee-Id(WS-Asgn-I)
                       = WS-Trend-Employee-Id(WS-Trend-I)
                   AND WS-Asgn-Start-Date(WS-Asgn-I)
                       NOT > WS-Hist-Date(WS-Cyc-I)
                   AND WS-Asgn-End-Date(WS-Asgn-I)
                       > WS-Hist-Date(WS-Cyc-I)
                   MOVE WS-Asgn-Dept-Code(WS-Asgn-I)
                       TO WS-Cycle-Dept-Code
                   MOVE WS-Asgn-Manager-Id(WS-Asgn-I)
                       TO WS-Cycle-Manager-Id
                   MOVE WS-Asgn-Count TO WS-Asgn-I
               END-IF
           END-PERFORM
           .

       RESOLVE-XREF-FORWARD.
      * Follows up to five chained reissues (A to B to C) so the
      * oldest id still resolves to the current one.

       PRINT-EMPLOYEE-HEADER.
      * Employee banner plus a column-heading line naming the kept
      * run dates, oldest on the left, newest on the right, and
      * under each the department and manager in force that day.
           IF WS-Line-Count + 6 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE "    Net" TO WS-Print-Line(WS-Trend-J:7)
           WRITE TR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count

           MOVE SPACES TO WS-Print-Line
           MOVE "  Department" TO WS-Print-Line(1:12)
           MOVE 23 TO WS-Trend-J
           PERFORM VARYING WS-Cyc-I FROM WS-Cycles-Used BY -1
                   UNTIL WS-Cyc-I < 1
               PERFORM FIND-CYCLE-ASSIGNMENT
               MOVE SPACES TO WS-Col-Text
               MOVE WS-Cycle-Dept-Code TO WS-Col-Text(2:4)
               MOVE WS-Col-Text TO
                   WS-Print-Line(WS-Trend-J:10)
               ADD 10 TO WS-Trend-J
           END-PERFORM
           WRITE TR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count

           MOVE SPACES TO WS-Print-Line
           MOVE "  Manager" TO WS-Print-Line(1:9)
           MOVE 23 TO WS-Trend-J
           PERFORM VARYING WS-Cyc-I FROM WS-Cycles-Used BY -1
                   UNTIL WS-Cyc-I < 1
               PERFORM FIND-CYCLE-ASSIGNMENT
               MOVE SPACES TO WS-Col-Text
               MOVE WS-Cycle-Manager-Id TO WS-Col-Text(2:6)
               MOVE WS-Col-Text TO
                   WS-Print-Line(WS-Trend-J:10)
               ADD 10 TO WS-Trend-J
           END-PERFORM
           WRITE TR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           .

       PRINT-TREND-LINE.
