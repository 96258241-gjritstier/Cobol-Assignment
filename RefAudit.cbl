               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Skillcat-Status.

      * Inactive-employee master kept by LeavProc. Optional - absent
      * until the first leaver is processed.
           SELECT INACTIVE-FILE ASSIGN TO "INACTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inactmst-Status.

           SELECT AUDIT-PRINT-FILE ASSIGN TO "REFAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audrpt-Status.
           05 SM-Skill-Name       PIC X(20).
           05 SM-Skill-Rating     PIC 9V9.
           05 SM-Skill-Weight     PIC 9(2).
           05 SM-Rater-Type       PIC X(1).
           05 SM-Rater-Id         PIC X(6).

       FD  DEPARTMENT-FILE.
       01  DM-Dept-Record.
       01  CT-Catalog-Record.
           05 CT-Skill-Name       PIC X(20).
           05 CT-Skill-Weight     PIC 9(2).
           05 CT-Cert-Required    PIC X(1).

       FD  INACTIVE-FILE.
       01  IN-Inactive-Record.
           05 IN-Employee-Id      PIC X(6).
           05 IN-Leaving-Date     PIC 9(8).
           05 IN-Reason           PIC X(10).
           05 IN-Processed-Date   PIC 9(8).

       FD  AUDIT-PRINT-FILE.
       01  AU-Line                PIC X(132).
       01 WS-Skillcat-Status      PIC X(2).
       01 WS-Skillcat-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SKILLCAT     VALUE 'Y'.
       01 WS-Inactmst-Status      PIC X(2).
       01 WS-Inactmst-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-INACTMST     VALUE 'Y'.
       01 WS-Audrpt-Status        PIC X(2).
       01 WS-Audstat-Status       PIC X(2).

           05 WS-Cat-Skill-Name OCCURS 50 TIMES PIC X(20).
       01 WS-Cat-I                PIC 9(3).

       01 WS-Inact-Count          PIC 9(4) VALUE 0.
       01 WS-Inact-Table.
           05 WS-Inact-Entry OCCURS 2000 TIMES.
               10 WS-Inact-Employee-Id  PIC X(6).
               10 WS-Inact-Leaving-Date PIC 9(8).
               10 WS-Inact-Reason       PIC X(10).
       01 WS-Inact-I              PIC 9(4).

       01 WS-Date-Work            PIC 9(8).
       01 WS-Date-Work-R REDEFINES WS-Date-Work.
           05 WS-Date-Year        PIC 9(4).
           05 WS-Date-Month       PIC 9(2).
           05 WS-Date-Day         PIC 9(2).
       01 WS-Date-Display         PIC X(10).

      * Distinct employees and distinct skill names seen on this
      * cycle's SKILLMST detail rows.
       01 WS-Mst-Emp-Count        PIC 9(3) VALUE 0.
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-ROLE-PROFILES
           PERFORM LOAD-SKILL-CATALOG
           PERFORM LOAD-INACTIVE-EMPLOYEES
           PERFORM LOAD-MASTER-TABLES
           PERFORM OPEN-AUDIT-REPORT
           PERFORM CHECK-MASTER-VS-DEPTMST
           PERFORM CHECK-MASTER-VS-INACTIVE
           PERFORM CHECK-ROLES-VS-ROLEPROF
           PERFORM CHECK-ROLEPROF-VS-CATALOG
           PERFORM CHECK-CATALOG-VS-MASTER
           CLOSE SKILL-CATALOG-FILE
           .

       LOAD-INACTIVE-EMPLOYEES.
           OPEN INPUT INACTIVE-FILE
           IF WS-Inactmst-Status NOT = "00"
               DISPLAY "INACTMST.DAT NOT FOUND - LEAVER CHECK SKIPPED"
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

       LOAD-MASTER-TABLES.
      * Distinct employee ids and skill names on this cycle's
      * cleaned master; the SkillEdit control trailer reads as
           END-PERFORM
           .

       CHECK-MASTER-VS-INACTIVE.
      * SKILLMST employees LeavProc has made inactive: a feed still
      * carrying a leaver would assess them and send them back to
      * the LMS for the training just cancelled. Severe, so the
      * cycle stays blocked until the feed drops the employee or,
      * if they have come back, LeavProc reinstates them.
           PERFORM PRINT-SECTION-HEADER
           MOVE "----- Inactive Employees Still On SKILLMST -----"
               TO WS-Print-Line
           PERFORM PRINT-SECTION-TITLE
           PERFORM VARYING WS-Mst-Emp-I FROM 1 BY 1
                   UNTIL WS-Mst-Emp-I > WS-Mst-Emp-Count
               PERFORM VARYING WS-Inact-I FROM 1 BY 1
                       UNTIL WS-Inact-I > WS-Inact-Count
                   IF WS-Inact-Employee-Id(WS-Inact-I) =
                           WS-Mst-Emp-Id(WS-Mst-Emp-I)
                       PERFORM PRINT-INACTIVE-ON-MASTER
                       MOVE WS-Inact-Count TO WS-Inact-I
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       PRINT-INACTIVE-ON-MASTER.
           ADD 1 TO WS-Severe-Count
           MOVE WS-Inact-Leaving-Date(WS-Inact-I) TO WS-Date-Work
           MOVE SPACES TO WS-Date-Display
           STRING WS-Date-Month  DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Date-Day    DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Date-Year   DELIMITED BY SIZE
               INTO WS-Date-Display
           END-STRING
           MOVE SPACES TO WS-Print-Line
           STRING "  " DELIMITED BY SIZE
                  WS-Mst-Emp-Id(WS-Mst-Emp-I) DELIMITED BY SIZE
                  " LEFT " DELIMITED BY SIZE
                  WS-Date-Display DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Inact-Reason(WS-Inact-I) DELIMITED BY SIZE
                  " STILL ON FEED - SEVERE, DROP FROM FEED OR "
                                  DELIMITED BY SIZE
                  "REINSTATE VIA LEAVTRAN" DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           PERFORM PRINT-EXCEPTION-LINE
           .

       CHECK-ROLES-VS-ROLEPROF.
      * DEPTMST role codes with no ROLEPROF rows quietly produce an
      * empty gap block - severe. A blank role code is only noted;
