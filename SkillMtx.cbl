       IDENTIFICATION DIVISION.
       PROGRAM-ID. SkillMtx.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HH-History-Key
               FILE STATUS IS WS-History-Status.

           SELECT SKILL-CATALOG-FILE ASSIGN TO "SKILLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Skillcat-Status.

           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Deptmst-Status.

           SELECT ROLE-PROFILE-FILE ASSIGN TO "ROLEPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Roleprof-Status.

           SELECT SKILL-MASTER-FILE ASSIGN TO "SKILLMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Skillmst-Status.

           SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Runparm-Status.

      * Comma-delimited exports for the workforce dashboard: one row
      * per employee with a column per catalog skill, and one row
      * per department and skill. Both start with a header row.
           SELECT MATRIX-FILE ASSIGN TO "SKILLMTX.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Matrix-Status.

           SELECT DEPT-MATRIX-FILE ASSIGN TO "DEPTMTX.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Deptmtx-Status.

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

       FD  SKILL-CATALOG-FILE.
       01  CT-Catalog-Record.
           05 CT-Skill-Name       PIC X(20).
           05 CT-Skill-Weight     PIC 9(2).
           05 CT-Cert-Required    PIC X(1).

       FD  DEPARTMENT-FILE.
       01  DM-Dept-Record.
           05 DM-Employee-Id      PIC X(6).
           05 DM-Dept-Code        PIC X(4).
           05 DM-Dept-Name        PIC X(20).
           05 DM-Manager-Id       PIC X(6).
           05 DM-Role-Code        PIC X(8).

       FD  ROLE-PROFILE-FILE.
       01  RP-Profile-Record.
           05 RP-Role-Code        PIC X(8).
           05 RP-Skill-Name       PIC X(20).
           05 RP-Required-Rating  PIC 9V9.

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

      * Shared cycle parameter file. Only RUN-DATE (export as of an
      * earlier date) is used here.
       FD  RUN-PARAMETER-FILE.
       01  PM-Parameter-Record.
           05 PM-Keyword          PIC X(12).
           05 PM-Value            PIC X(20).

       FD  MATRIX-FILE.
       01  MX-Line                PIC X(1200).

       FD  DEPT-MATRIX-FILE.
       01  DX-Line                PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-History-Status       PIC X(2).
       01 WS-History-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-HISTORY      VALUE 'Y'.
       01 WS-Skillcat-Status      PIC X(2).
       01 WS-Skillcat-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SKILLCAT     VALUE 'Y'.
       01 WS-Deptmst-Status       PIC X(2).
       01 WS-Deptmst-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-DEPTMST      VALUE 'Y'.
       01 WS-Roleprof-Status      PIC X(2).
       01 WS-Roleprof-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-ROLEPROF     VALUE 'Y'.
       01 WS-Skillmst-Status      PIC X(2).
       01 WS-Skillmst-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SKILLMST     VALUE 'Y'.
       01 WS-Runparm-Status       PIC X(2).
       01 WS-Runparm-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-RUNPARM      VALUE 'Y'.
       01 WS-Matrix-Status        PIC X(2).
       01 WS-Deptmtx-Status       PIC X(2).

       01 WS-Parm-Run-Date        PIC 9(8) VALUE 0.

      * The catalog fixes the skill columns and their order, so a
      * skill added through CatMaint simply becomes a new column.
      * History for a skill no longer in the catalog is not
      * exported.
       01 WS-Cat-Count            PIC 9(2) VALUE 0.
       01 WS-Cat-Table.
           05 WS-Cat-Skill-Name OCCURS 50 TIMES PIC X(20).
       01 WS-Cat-I                PIC 9(2).
       01 WS-Cat-Found            PIC 9(2).

       01 WS-Dept-Ref-Count       PIC 9(3) VALUE 0.
       01 WS-Dept-Ref-Table.
           05 WS-Dept-Ref-Entry OCCURS 200 TIMES.
               10 WS-Ref-Employee-Id  PIC X(6).
               10 WS-Ref-Dept-Code    PIC X(4).
               10 WS-Ref-Dept-Name    PIC X(20).
               10 WS-Ref-Manager-Id   PIC X(6).
               10 WS-Ref-Role-Code    PIC X(8).
       01 WS-Dept-I               PIC 9(3).

       01 WS-Role-Count           PIC 9(3) VALUE 0.
       01 WS-Role-Table.
           05 WS-Role-Entry OCCURS 200 TIMES.
               10 WS-Role-Code        PIC X(8).
               10 WS-Role-Skill-Name  PIC X(20).
               10 WS-Role-Required    PIC 9V9.
       01 WS-Role-I               PIC 9(3).

       01 WS-Name-Count           PIC 9(3) VALUE 0.
       01 WS-Name-Table.
           05 WS-Name-Entry OCCURS 200 TIMES.
               10 WS-Name-Employee-Id PIC X(6).
               10 WS-Name-Employee    PIC X(20).
       01 WS-Name-I               PIC 9(3).

      * One entry per employee in HISTIDX, in key (employee id)
      * order. History is read oldest first within each skill, so
      * the last row seen for a skill is its latest rating; the
      * weighted average is the one carried on the employee's
      * latest run.
       01 WS-Emp-Count            PIC 9(3) VALUE 0.
       01 WS-Emp-Table.
           05 WS-Emp-Entry OCCURS 200 TIMES.
               10 WS-Emp-Employee-Id  PIC X(6).
               10 WS-Emp-Name         PIC X(20).
               10 WS-Emp-Dept-Code    PIC X(4).
               10 WS-Emp-Dept-Name    PIC X(20).
               10 WS-Emp-Manager-Id   PIC X(6).
               10 WS-Emp-Role-Code    PIC X(8).
               10 WS-Emp-Latest-Date  PIC 9(8).
               10 WS-Emp-Average      PIC 9(3)V9(2).
               10 WS-Emp-Below-Count  PIC 9(3).
               10 WS-Emp-Skill OCCURS 50 TIMES.
                   15 WS-Emp-Has-Rating   PIC X(1).
                   15 WS-Emp-Rating       PIC 9V9.
       01 WS-Emp-I                PIC 9(3).

      * Departments seen among the exported employees, sorted by
      * code for the companion file.
       01 WS-Dsum-Count           PIC 9(2) VALUE 0.
       01 WS-Dsum-Table.
           05 WS-Dsum-Entry OCCURS 50 TIMES.
               10 WS-Dsum-Dept-Code   PIC X(4).
               10 WS-Dsum-Dept-Name   PIC X(20).
       01 WS-Dsum-Swap            PIC X(24).
       01 WS-Dsum-I               PIC 9(2).
       01 WS-Dsum-J               PIC 9(2).
       01 WS-Dsum-Found           PIC 9(2).

       01 WS-Work-Rating          PIC 9V9.
       01 WS-Stat-Count           PIC 9(4).
       01 WS-Stat-Total           PIC 9(6)V9.
       01 WS-Stat-Average         PIC 9V9(2).
       01 WS-Stat-Min             PIC 9V9.
       01 WS-Stat-Max             PIC 9V9.

       01 WS-Csv-Line             PIC X(1200).
       01 WS-Csv-Ptr              PIC 9(4).
       01 WS-Rating-Csv           PIC 9.9.
       01 WS-Average-Csv          PIC 9.99.
       01 WS-Count-Csv            PIC ZZZ9.
       01 WS-Lead-Spaces          PIC 9(2).
       01 WS-Trim-Field           PIC X(20).
       01 WS-Trim-Len             PIC 9(2).
       01 WS-Trim-I               PIC 9(2).

       01 WS-Hist-Read-Count      PIC 9(6) VALUE 0.
       01 WS-Matrix-Row-Count     PIC 9(4) VALUE 0.
       01 WS-Dept-Row-Count       PIC 9(4) VALUE 0.

       01 WS-Run-Date             PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARAMETERS
           PERFORM LOAD-SKILL-CATALOG
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-ROLE-PROFILES
           PERFORM LOAD-EMPLOYEE-NAMES
           PERFORM LOAD-LATEST-RATINGS
           PERFORM COUNT-ROLE-SHORTFALLS
           PERFORM WRITE-EMPLOYEE-MATRIX
           PERFORM COLLECT-DEPARTMENTS
           PERFORM WRITE-DEPARTMENT-MATRIX
           DISPLAY "SkillMtx complete. History rows "
               WS-Hist-Read-Count
               " Employees " WS-Matrix-Row-Count
               " Dept/skill rows " WS-Dept-Row-Count
               ". See SKILLMTX.CSV and DEPTMTX.CSV."
           STOP RUN
           .

       READ-PARAMETERS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
      * RUNPARM.DAT is optional; RUN-DATE exports the matrix as it
      * stood on an earlier date. Other keywords belong to other
      * jobs and are passed over.
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

       LOAD-SKILL-CATALOG.
           OPEN INPUT SKILL-CATALOG-FILE
           IF WS-Skillcat-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN SKILLCAT.DAT - STATUS "
                   WS-Skillcat-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-SKILLCAT
               READ SKILL-CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-Skillcat-Eof
                   NOT AT END
                       IF WS-Cat-Count < 50
                           ADD 1 TO WS-Cat-Count
                           MOVE CT-Skill-Name TO
                               WS-Cat-Skill-Name(WS-Cat-Count)
                       ELSE
                           DISPLAY "ERROR: SKILLCAT.DAT EXCEEDS 50 "
                               "ROWS - INCREASE WS-CAT-TABLE"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-CATALOG-FILE
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

       LOAD-ROLE-PROFILES.
           OPEN INPUT ROLE-PROFILE-FILE
           IF WS-Roleprof-Status NOT = "00"
               DISPLAY "ROLEPROF.DAT NOT FOUND - SKILLS BELOW ROLE "
                   "EXPORTED AS ZERO"
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

       LOAD-LATEST-RATINGS.
      * Rows dated after the export date are ignored.
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
                       ADD 1 TO WS-Hist-Read-Count
                       IF HH-Run-Date NUMERIC
                           AND HH-Run-Date NOT > WS-Run-Date
                           PERFORM NOTE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       NOTE-HISTORY-ROW.
           IF WS-Emp-Count = 0
               OR WS-Emp-Employee-Id(WS-Emp-Count) NOT = HH-Employee-Id
               PERFORM ADD-EMPLOYEE-ENTRY
           END-IF
           IF HH-Run-Date NOT < WS-Emp-Latest-Date(WS-Emp-Count)
               MOVE HH-Run-Date TO WS-Emp-Latest-Date(WS-Emp-Count)
               MOVE HH-Average-Rating TO WS-Emp-Average(WS-Emp-Count)
           END-IF
           MOVE 0 TO WS-Cat-Found
           PERFORM VARYING WS-Cat-I FROM 1 BY 1
                   UNTIL WS-Cat-I > WS-Cat-Count
               IF WS-Cat-Skill-Name(WS-Cat-I) = HH-Skill-Name
                   MOVE WS-Cat-I TO WS-Cat-Found
                   MOVE WS-Cat-Count TO WS-Cat-I
               END-IF
           END-PERFORM
           IF WS-Cat-Found > 0
               MOVE 'Y' TO WS-Emp-Has-Rating(WS-Emp-Count, WS-Cat-Found)
               MOVE HH-Skill-Rating
                   TO WS-Emp-Rating(WS-Emp-Count, WS-Cat-Found)
           END-IF
           .

       ADD-EMPLOYEE-ENTRY.
           IF WS-Emp-Count = 200
               DISPLAY "ERROR: OVER 200 EMPLOYEES IN HISTIDX - "
                   "INCREASE WS-EMP-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Emp-Count
           MOVE HH-Employee-Id TO WS-Emp-Employee-Id(WS-Emp-Count)
           MOVE 0 TO WS-Emp-Latest-Date(WS-Emp-Count)
           MOVE 0 TO WS-Emp-Average(WS-Emp-Count)
           MOVE 0 TO WS-Emp-Below-Count(WS-Emp-Count)
           PERFORM VARYING WS-Cat-I FROM 1 BY 1 UNTIL WS-Cat-I > 50
               MOVE 'N' TO WS-Emp-Has-Rating(WS-Emp-Count, WS-Cat-I)
               MOVE 0 TO WS-Emp-Rating(WS-Emp-Count, WS-Cat-I)
           END-PERFORM
      * Department, manager and role are today's DEPTMST assignment,
      * as on the printed reports; blank when there is no row.
           MOVE SPACES TO WS-Emp-Dept-Code(WS-Emp-Count)
           MOVE SPACES TO WS-Emp-Dept-Name(WS-Emp-Count)
           MOVE SPACES TO WS-Emp-Manager-Id(WS-Emp-Count)
           MOVE SPACES TO WS-Emp-Role-Code(WS-Emp-Count)
           PERFORM VARYING WS-Dept-I FROM 1 BY 1
                   UNTIL WS-Dept-I > WS-Dept-Ref-Count
               IF WS-Ref-Employee-Id(WS-Dept-I) = HH-Employee-Id
                   MOVE WS-Ref-Dept-Code(WS-Dept-I)
                       TO WS-Emp-Dept-Code(WS-Emp-Count)
                   MOVE WS-Ref-Dept-Name(WS-Dept-I)
                       TO WS-Emp-Dept-Name(WS-Emp-Count)
                   MOVE WS-Ref-Manager-Id(WS-Dept-I)
                       TO WS-Emp-Manager-Id(WS-Emp-Count)
                   MOVE WS-Ref-Role-Code(WS-Dept-I)
                       TO WS-Emp-Role-Code(WS-Emp-Count)
                   MOVE WS-Dept-Ref-Count TO WS-Dept-I
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Emp-Name(WS-Emp-Count)
           PERFORM VARYING WS-Name-I FROM 1 BY 1
                   UNTIL WS-Name-I > WS-Name-Count
               IF WS-Name-Employee-Id(WS-Name-I) = HH-Employee-Id
                   MOVE WS-Name-Employee(WS-Name-I)
                       TO WS-Emp-Name(WS-Emp-Count)
                   MOVE WS-Name-Count TO WS-Name-I
               END-IF
           END-PERFORM
           .

       COUNT-ROLE-SHORTFALLS.
      * A required skill with no rating counts as zero, the same as
      * in the assessment's gap analysis.
           PERFORM VARYING WS-Emp-I FROM 1 BY 1
                   UNTIL WS-Emp-I > WS-Emp-Count
               PERFORM VARYING WS-Role-I FROM 1 BY 1
                       UNTIL WS-Role-I > WS-Role-Count
                   IF WS-Role-Code(WS-Role-I)
                           = WS-Emp-Role-Code(WS-Emp-I)
                       AND WS-Emp-Role-Code(WS-Emp-I) NOT = SPACES
                       PERFORM CHECK-ROLE-REQUIREMENT
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       CHECK-ROLE-REQUIREMENT.
           MOVE 0 TO WS-Work-Rating
           PERFORM VARYING WS-Cat-I FROM 1 BY 1
                   UNTIL WS-Cat-I > WS-Cat-Count
               IF WS-Cat-Skill-Name(WS-Cat-I)
                   = WS-Role-Skill-Name(WS-Role-I)
                   MOVE WS-Emp-Rating(WS-Emp-I, WS-Cat-I)
                       TO WS-Work-Rating
                   MOVE WS-Cat-Count TO WS-Cat-I
               END-IF
           END-PERFORM
           IF WS-Work-Rating < WS-Role-Required(WS-Role-I)
               ADD 1 TO WS-Emp-Below-Count(WS-Emp-I)
           END-IF
           .

       WRITE-EMPLOYEE-MATRIX.
           OPEN OUTPUT MATRIX-FILE
           IF WS-Matrix-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN SKILLMTX.CSV - STATUS "
                   WS-Matrix-Status
               STOP RUN
           END-IF
           MOVE SPACES TO WS-Csv-Line
           MOVE 1 TO WS-Csv-Ptr
           STRING "EMPLOYEE ID,EMPLOYEE NAME,DEPT,MANAGER,ROLE,"
                      DELIMITED BY SIZE
                  "WEIGHTED AVERAGE,SKILLS BELOW ROLE"
                      DELIMITED BY SIZE
               INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
           END-STRING
           PERFORM VARYING WS-Cat-I FROM 1 BY 1
                   UNTIL WS-Cat-I > WS-Cat-Count
               STRING ","                         DELIMITED BY SIZE
                   INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
               END-STRING
               MOVE WS-Cat-Skill-Name(WS-Cat-I) TO WS-Trim-Field
               PERFORM APPEND-TRIMMED-FIELD
           END-PERFORM
           WRITE MX-Line FROM WS-Csv-Line
           PERFORM VARYING WS-Emp-I FROM 1 BY 1
                   UNTIL WS-Emp-I > WS-Emp-Count
               PERFORM WRITE-EMPLOYEE-ROW
           END-PERFORM
           CLOSE MATRIX-FILE
           .

       WRITE-EMPLOYEE-ROW.
      * Text fields are trimmed of trailing spaces; the name is
      * quoted in case it carries a comma. A skill the employee has
      * never been rated on is left empty.
           MOVE WS-Emp-Average(WS-Emp-I) TO WS-Average-Csv
           MOVE WS-Emp-Below-Count(WS-Emp-I) TO WS-Count-Csv
           MOVE 0 TO WS-Lead-Spaces
           INSPECT WS-Count-Csv TALLYING WS-Lead-Spaces
               FOR LEADING SPACES
           MOVE SPACES TO WS-Csv-Line
           MOVE 1 TO WS-Csv-Ptr
           STRING WS-Emp-Employee-Id(WS-Emp-I)  DELIMITED BY SPACE
                  ","""                         DELIMITED BY SIZE
               INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
           END-STRING
           MOVE WS-Emp-Name(WS-Emp-I) TO WS-Trim-Field
           PERFORM APPEND-TRIMMED-FIELD
           STRING ""","                         DELIMITED BY SIZE
                  WS-Emp-Dept-Code(WS-Emp-I)   DELIMITED BY SPACE
                  ","                          DELIMITED BY SIZE
                  WS-Emp-Manager-Id(WS-Emp-I)  DELIMITED BY SPACE
                  ","                          DELIMITED BY SIZE
                  WS-Emp-Role-Code(WS-Emp-I)   DELIMITED BY SPACE
                  ","                          DELIMITED BY SIZE
                  WS-Average-Csv               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-Count-Csv(WS-Lead-Spaces + 1:)
                                               DELIMITED BY SIZE
               INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
           END-STRING
           PERFORM VARYING WS-Cat-I FROM 1 BY 1
                   UNTIL WS-Cat-I > WS-Cat-Count
               IF WS-Emp-Has-Rating(WS-Emp-I, WS-Cat-I) = 'Y'
                   MOVE WS-Emp-Rating(WS-Emp-I, WS-Cat-I)
                       TO WS-Rating-Csv
                   STRING ","            DELIMITED BY SIZE
                          WS-Rating-Csv  DELIMITED BY SIZE
                       INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
                   END-STRING
               ELSE
                   STRING ","            DELIMITED BY SIZE
                       INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
                   END-STRING
               END-IF
           END-PERFORM
           WRITE MX-Line FROM WS-Csv-Line
           ADD 1 TO WS-Matrix-Row-Count
           .

       COLLECT-DEPARTMENTS.
      * Employees with no DEPTMST row are grouped under a blank
      * department code rather than dropped from the averages.
           PERFORM VARYING WS-Emp-I FROM 1 BY 1
                   UNTIL WS-Emp-I > WS-Emp-Count
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
                       DISPLAY "ERROR: OVER 50 DEPARTMENTS - "
                           "INCREASE WS-DSUM-TABLE"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-Dsum-Count
                   MOVE WS-Emp-Dept-Code(WS-Emp-I)
                       TO WS-Dsum-Dept-Code(WS-Dsum-Count)
                   MOVE WS-Emp-Dept-Name(WS-Emp-I)
                       TO WS-Dsum-Dept-Name(WS-Dsum-Count)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Dsum-I FROM 1 BY 1
                   UNTIL WS-Dsum-I >= WS-Dsum-Count
               PERFORM VARYING WS-Dsum-J FROM 1 BY 1
                       UNTIL WS-Dsum-J > WS-Dsum-Count - WS-Dsum-I
                   IF WS-Dsum-Dept-Code(WS-Dsum-J) >
                       WS-Dsum-Dept-Code(WS-Dsum-J + 1)
                       MOVE WS-Dsum-Entry(WS-Dsum-J) TO WS-Dsum-Swap
                       MOVE WS-Dsum-Entry(WS-Dsum-J + 1)
                           TO WS-Dsum-Entry(WS-Dsum-J)
                       MOVE WS-Dsum-Swap TO WS-Dsum-Entry(WS-Dsum-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       WRITE-DEPARTMENT-MATRIX.
           OPEN OUTPUT DEPT-MATRIX-FILE
           IF WS-Deptmtx-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN DEPTMTX.CSV - STATUS "
                   WS-Deptmtx-Status
               STOP RUN
           END-IF
           MOVE SPACES TO WS-Csv-Line
           STRING "DEPT,DEPT NAME,SKILL,EMPLOYEES RATED,"
                      DELIMITED BY SIZE
                  "AVERAGE,MINIMUM,MAXIMUM" DELIMITED BY SIZE
               INTO WS-Csv-Line
           END-STRING
           WRITE DX-Line FROM WS-Csv-Line
           PERFORM VARYING WS-Dsum-I FROM 1 BY 1
                   UNTIL WS-Dsum-I > WS-Dsum-Count
               PERFORM VARYING WS-Cat-I FROM 1 BY 1
                       UNTIL WS-Cat-I > WS-Cat-Count
                   PERFORM WRITE-DEPARTMENT-ROW
               END-PERFORM
           END-PERFORM
           CLOSE DEPT-MATRIX-FILE
           .

       WRITE-DEPARTMENT-ROW.
      * Every department gets a row for every catalog skill; the
      * statistics are left empty where nobody in the department
      * has been rated on the skill.
           MOVE 0 TO WS-Stat-Count
           MOVE 0 TO WS-Stat-Total
           MOVE 9.9 TO WS-Stat-Min
           MOVE 0 TO WS-Stat-Max
           PERFORM VARYING WS-Emp-I FROM 1 BY 1
                   UNTIL WS-Emp-I > WS-Emp-Count
               IF WS-Emp-Dept-Code(WS-Emp-I)
                       = WS-Dsum-Dept-Code(WS-Dsum-I)
                   AND WS-Emp-Has-Rating(WS-Emp-I, WS-Cat-I) = 'Y'
                   ADD 1 TO WS-Stat-Count
                   ADD WS-Emp-Rating(WS-Emp-I, WS-Cat-I)
                       TO WS-Stat-Total
                   IF WS-Emp-Rating(WS-Emp-I, WS-Cat-I) < WS-Stat-Min
                       MOVE WS-Emp-Rating(WS-Emp-I, WS-Cat-I)
                           TO WS-Stat-Min
                   END-IF
                   IF WS-Emp-Rating(WS-Emp-I, WS-Cat-I) > WS-Stat-Max
                       MOVE WS-Emp-Rating(WS-Emp-I, WS-Cat-I)
                           TO WS-Stat-Max
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-Stat-Count TO WS-Count-Csv
           MOVE 0 TO WS-Lead-Spaces
           INSPECT WS-Count-Csv TALLYING WS-Lead-Spaces
               FOR LEADING SPACES
           MOVE SPACES TO WS-Csv-Line
           MOVE 1 TO WS-Csv-Ptr
           STRING WS-Dsum-Dept-Code(WS-Dsum-I)  DELIMITED BY SPACE
                  ","""                          DELIMITED BY SIZE
               INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
           END-STRING
           MOVE WS-Dsum-Dept-Name(WS-Dsum-I) TO WS-Trim-Field
           PERFORM APPEND-TRIMMED-FIELD
           STRING ""","                          DELIMITED BY SIZE
               INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
           END-STRING
           MOVE WS-Cat-Skill-Name(WS-Cat-I) TO WS-Trim-Field
           PERFORM APPEND-TRIMMED-FIELD
           STRING ","                           DELIMITED BY SIZE
                  WS-Count-Csv(WS-Lead-Spaces + 1:)
                                                DELIMITED BY SIZE
               INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
           END-STRING
           IF WS-Stat-Count > 0
               COMPUTE WS-Stat-Average ROUNDED =
                   WS-Stat-Total / WS-Stat-Count
               MOVE WS-Stat-Average TO WS-Average-Csv
               STRING ","            DELIMITED BY SIZE
                      WS-Average-Csv DELIMITED BY SIZE
                      ","            DELIMITED BY SIZE
                   INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
               END-STRING
               MOVE WS-Stat-Min TO WS-Rating-Csv
               STRING WS-Rating-Csv  DELIMITED BY SIZE
                      ","            DELIMITED BY SIZE
                   INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
               END-STRING
               MOVE WS-Stat-Max TO WS-Rating-Csv
               STRING WS-Rating-Csv  DELIMITED BY SIZE
                   INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
               END-STRING
           ELSE
               STRING ",,,"          DELIMITED BY SIZE
                   INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
               END-STRING
           END-IF
           WRITE DX-Line FROM WS-Csv-Line
           ADD 1 TO WS-Dept-Row-Count
           .

       APPEND-TRIMMED-FIELD.
      * Adds WS-Trim-Field to the line without its trailing spaces;
      * names can hold single embedded spaces, so DELIMITED BY will
      * not do.
           MOVE 0 TO WS-Trim-Len
           PERFORM VARYING WS-Trim-I FROM 1 BY 1 UNTIL WS-Trim-I > 20
               IF WS-Trim-Field(WS-Trim-I:1) NOT = SPACE
                   MOVE WS-Trim-I TO WS-Trim-Len
               END-IF
           END-PERFORM
           IF WS-Trim-Len > 0
               STRING WS-Trim-Field(1:WS-Trim-Len) DELIMITED BY SIZE
                   INTO WS-Csv-Line WITH POINTER WS-Csv-Ptr
               END-STRING
           END-IF
           .
