       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICATION-FILE ASSIGN TO "CERTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Certmst-Status.

           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Deptmst-Status.

           SELECT SKILL-CATALOG-FILE ASSIGN TO "SKILLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Skillcat-Status.

           SELECT SKILL-MASTER-FILE ASSIGN TO "SKILLMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Skillmst-Status.

           SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Runparm-Status.

           SELECT CERT-PRINT-FILE ASSIGN TO "CERTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Certrpt-Status.

       DATA DIVISION.
       FILE SECTION.
      * Certification master: one row per employee and skill with
      * the cert code and its issue and expiry dates.
       FD  CERTIFICATION-FILE.
       01  CM-Cert-Record.
           05 CM-Employee-Id      PIC X(6).
           05 CM-Skill-Name       PIC X(20).
           05 CM-Cert-Code        PIC X(10).
           05 CM-Issue-Date       PIC 9(8).
           05 CM-Expiry-Date      PIC 9(8).

       FD  DEPARTMENT-FILE.
       01  DM-Dept-Record.
           05 DM-Employee-Id      PIC X(6).
           05 DM-Dept-Code        PIC X(4).
           05 DM-Dept-Name        PIC X(20).
           05 DM-Manager-Id       PIC X(6).
           05 DM-Role-Code        PIC X(8).

       FD  SKILL-CATALOG-FILE.
       01  CT-Catalog-Record.
           05 CT-Skill-Name       PIC X(20).
           05 CT-Skill-Weight     PIC 9(2).
           05 CT-Cert-Required    PIC X(1).

      * Read only for employee names; optional, since the report is
      * useful between cycles when no cleaned master is on hand.
       FD  SKILL-MASTER-FILE.
       01  SM-Skill-Record.
           05 SM-Employee-Id      PIC X(6).
           05 SM-Employee-Name    PIC X(20).
           05 SM-Skill-Name       PIC X(20).
           05 SM-Skill-Rating     PIC 9V9.
           05 SM-Skill-Weight     PIC 9(2).
           05 SM-Rater-Type       PIC X(1).
           05 SM-Rater-Id         PIC X(6).

      * Shared cycle parameter file. CERT-WINDOW (days ahead to look)
      * and RUN-DATE (as-of date for a rerun) are used here.
       FD  RUN-PARAMETER-FILE.
       01  PM-Parameter-Record.
           05 PM-Keyword          PIC X(12).
           05 PM-Value            PIC X(20).

       FD  CERT-PRINT-FILE.
       01  CE-Line                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Certmst-Status       PIC X(2).
       01 WS-Certmst-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-CERTMST      VALUE 'Y'.
       01 WS-Deptmst-Status       PIC X(2).
       01 WS-Deptmst-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-DEPTMST      VALUE 'Y'.
       01 WS-Skillcat-Status      PIC X(2).
       01 WS-Skillcat-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SKILLCAT     VALUE 'Y'.
       01 WS-Skillmst-Status      PIC X(2).
       01 WS-Skillmst-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SKILLMST     VALUE 'Y'.
       01 WS-Runparm-Status       PIC X(2).
       01 WS-Runparm-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-RUNPARM      VALUE 'Y'.
       01 WS-Certrpt-Status       PIC X(2).

      * Certs expiring within this many days of the run date are
      * listed, along with every cert already lapsed.
       01 WS-Window-Days          PIC 9(3) VALUE 60.
       01 WS-Parm-Int             PIC 9(3).
       01 WS-Parm-Int-Ok          PIC X(1).
       01 WS-Parm-Digits          PIC 9(1).
       01 WS-Parm-I               PIC 9(2).
       01 WS-Parm-Digit-X         PIC X(1).
       01 WS-Parm-Digit-9 REDEFINES WS-Parm-Digit-X PIC 9(1).
       01 WS-Parm-Run-Date        PIC 9(8) VALUE 0.

       01 WS-Dept-Ref-Count       PIC 9(3) VALUE 0.
       01 WS-Dept-Ref-Table.
           05 WS-Dept-Ref-Entry OCCURS 200 TIMES.
               10 WS-Ref-Employee-Id  PIC X(6).
               10 WS-Ref-Dept-Code    PIC X(4).
               10 WS-Ref-Manager-Id   PIC X(6).
       01 WS-Dept-I               PIC 9(3).

       01 WS-Cat-Count            PIC 9(3) VALUE 0.
       01 WS-Cat-Table.
           05 WS-Cat-Entry OCCURS 50 TIMES.
               10 WS-Cat-Skill-Name   PIC X(20).
               10 WS-Cat-Cert-Req     PIC X(1).
       01 WS-Cat-I                PIC 9(3).

       01 WS-Name-Count           PIC 9(3) VALUE 0.
       01 WS-Name-Table.
           05 WS-Name-Entry OCCURS 200 TIMES.
               10 WS-Name-Employee-Id PIC X(6).
               10 WS-Name-Employee    PIC X(20).
       01 WS-Name-I               PIC 9(3).

      * Certs due for attention, sorted manager / expiry / employee
      * / skill so each manager sees the most urgent first.
       01 WS-Due-Count            PIC 9(3) VALUE 0.
       01 WS-Due-Table.
           05 WS-Due-Entry OCCURS 500 TIMES.
               10 WS-Due-Sort-Key.
                   15 WS-Due-Manager-Id   PIC X(6).
                   15 WS-Due-Expiry-Date  PIC 9(8).
                   15 WS-Due-Employee-Id  PIC X(6).
                   15 WS-Due-Skill-Name   PIC X(20).
               10 WS-Due-Dept-Code    PIC X(4).
               10 WS-Due-Employee-Name PIC X(20).
               10 WS-Due-Cert-Code    PIC X(10).
               10 WS-Due-Required     PIC X(1).
               10 WS-Due-Status       PIC X(8).
               10 WS-Due-Days         PIC 9(4).
       01 WS-Due-Swap             PIC X(87).
       01 WS-Due-I                PIC 9(3).
       01 WS-Due-J                PIC 9(3).

       01 WS-Run-Day-Number       PIC 9(7).
       01 WS-Exp-Day-Number       PIC 9(7).
       01 WS-Window-End-Date      PIC 9(8).
       01 WS-Exp-Date-Work        PIC 9(8).
       01 WS-Exp-Date-R REDEFINES WS-Exp-Date-Work.
           05 WS-Exp-Year         PIC 9(4).
           05 WS-Exp-Month        PIC 9(2).
           05 WS-Exp-Day          PIC 9(2).
       01 WS-Exp-Date-Display     PIC X(10).

       01 WS-Cert-Read-Count      PIC 9(5) VALUE 0.
       01 WS-Lapsed-Count         PIC 9(5) VALUE 0.
       01 WS-Expiring-Count       PIC 9(5) VALUE 0.
       01 WS-Bad-Date-Count       PIC 9(5) VALUE 0.
       01 WS-Mgr-Lapsed           PIC 9(5) VALUE 0.
       01 WS-Mgr-Expiring         PIC 9(5) VALUE 0.

       01 WS-Days-Display         PIC ZZZ9.
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
           PERFORM LOAD-SKILL-CATALOG
           PERFORM LOAD-EMPLOYEE-NAMES
           PERFORM LOAD-CERTIFICATIONS
           PERFORM SORT-DUE-CERTS
           PERFORM OPEN-REPORT
           PERFORM PRINT-DUE-CERTS
           PERFORM PRINT-CERT-TOTALS
           CLOSE CERT-PRINT-FILE
           DISPLAY "CertRpt complete. Certs " WS-Cert-Read-Count
               " Lapsed " WS-Lapsed-Count
               " Expiring " WS-Expiring-Count
               ". See CERTRPT.DAT."
           STOP RUN
           .

       READ-PARAMETERS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
      * RUNPARM.DAT is optional; without CERT-WINDOW the shipped
      * default window applies. Other keywords belong to other jobs
      * and are passed over.
           OPEN INPUT RUN-PARAMETER-FILE
           IF WS-Runparm-Status NOT = "00"
               DISPLAY "RUNPARM.DAT NOT FOUND - DEFAULT WINDOW "
                   WS-Window-Days " DAYS APPLIES"
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
           COMPUTE WS-Run-Day-Number =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date)
           COMPUTE WS-Window-End-Date = FUNCTION DATE-OF-INTEGER(
               WS-Run-Day-Number + WS-Window-Days)
           .

       APPLY-RUN-PARAMETER.
           EVALUATE PM-Keyword
               WHEN "CERT-WINDOW"
                   PERFORM PARSE-PARM-INTEGER
                   IF WS-Parm-Int-Ok = 'Y'
                       MOVE WS-Parm-Int TO WS-Window-Days
                   ELSE
                       DISPLAY "ERROR: RUNPARM CERT-WINDOW INVALID - '"
                           PM-Value "'"
                       STOP RUN
                   END-IF
      * RUN-DATE must be a real calendar date, or INTEGER-OF-DATE
      * has nothing valid to work the window from.
               WHEN "RUN-DATE"
                   IF PM-Value(1:8) NUMERIC
                       AND PM-Value(9:12) = SPACES
                       MOVE PM-Value(1:8) TO WS-Parm-Run-Date
                   ELSE
                       DISPLAY "ERROR: RUNPARM RUN-DATE NOT "
                           "YYYYMMDD - '" PM-Value "'"
                       STOP RUN
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-Parm-Run-Date)
                           NOT = 0
                       DISPLAY "ERROR: RUNPARM RUN-DATE NOT A VALID "
                           "DATE - '" PM-Value "'"
                       STOP RUN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       PARSE-PARM-INTEGER.
      * Left-justified unsigned integer, one to three digits, rest
      * of the value spaces.
           MOVE 0 TO WS-Parm-Int
           MOVE 0 TO WS-Parm-Digits
           MOVE 'Y' TO WS-Parm-Int-Ok
           PERFORM VARYING WS-Parm-I FROM 1 BY 1
                   UNTIL WS-Parm-I > 20
               IF PM-Value(WS-Parm-I:1) = SPACE
                   IF WS-Parm-Digits = 0
                       MOVE 'N' TO WS-Parm-Int-Ok
                   END-IF
                   MOVE 20 TO WS-Parm-I
               ELSE
                   IF PM-Value(WS-Parm-I:1) NUMERIC
                       AND WS-Parm-Digits < 3
                       MOVE PM-Value(WS-Parm-I:1)
                           TO WS-Parm-Digit-X
                       COMPUTE WS-Parm-Int =
                           WS-Parm-Int * 10 + WS-Parm-Digit-9
                       ADD 1 TO WS-Parm-Digits
                   ELSE
                       MOVE 'N' TO WS-Parm-Int-Ok
                       MOVE 20 TO WS-Parm-I
                   END-IF
               END-IF
           END-PERFORM
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
                           MOVE CT-Cert-Required TO
                               WS-Cat-Cert-Req(WS-Cat-Count)
                       ELSE
                           DISPLAY "ERROR: SKILLCAT.DAT EXCEEDS 50 "
                               "ROWS - INCREASE WS-CAT-TABLE"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-CATALOG-FILE
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

       LOAD-CERTIFICATIONS.
      * Every cert lapsed before the run date, or expiring on or
      * before the end of the window, is kept for the report. An
      * expiry that is not a valid date is listed too, so it gets
      * corrected before it hides a lapse.
           OPEN INPUT CERTIFICATION-FILE
           IF WS-Certmst-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN CERTMST.DAT - STATUS "
                   WS-Certmst-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-CERTMST
               READ CERTIFICATION-FILE
                   AT END
                       MOVE 'Y' TO WS-Certmst-Eof
                   NOT AT END
                       ADD 1 TO WS-Cert-Read-Count
                       PERFORM CHECK-ONE-CERT
               END-READ
           END-PERFORM
           CLOSE CERTIFICATION-FILE
           .

       CHECK-ONE-CERT.
           MOVE 0 TO WS-Exp-Date-Work
           IF CM-Expiry-Date NUMERIC
               MOVE CM-Expiry-Date TO WS-Exp-Date-Work
           END-IF
      * A date that is not a real calendar date (31st of a 30-day
      * month, 29 February outside a leap year) is reported as bad
      * before INTEGER-OF-DATE can be handed it.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Exp-Date-Work) NOT = 0
               ADD 1 TO WS-Bad-Date-Count
               PERFORM ADD-DUE-ENTRY
               MOVE "BAD DATE" TO WS-Due-Status(WS-Due-Count)
               MOVE 0 TO WS-Due-Days(WS-Due-Count)
           ELSE
               IF WS-Exp-Date-Work < WS-Run-Date
                   ADD 1 TO WS-Lapsed-Count
                   PERFORM ADD-DUE-ENTRY
                   MOVE "LAPSED" TO WS-Due-Status(WS-Due-Count)
                   COMPUTE WS-Exp-Day-Number =
                       FUNCTION INTEGER-OF-DATE(WS-Exp-Date-Work)
                   COMPUTE WS-Due-Days(WS-Due-Count) =
                       WS-Run-Day-Number - WS-Exp-Day-Number
               ELSE
                   IF WS-Exp-Date-Work NOT > WS-Window-End-Date
                       ADD 1 TO WS-Expiring-Count
                       PERFORM ADD-DUE-ENTRY
                       MOVE "EXPIRING" TO WS-Due-Status(WS-Due-Count)
                       COMPUTE WS-Exp-Day-Number =
                           FUNCTION INTEGER-OF-DATE(WS-Exp-Date-Work)
                       COMPUTE WS-Due-Days(WS-Due-Count) =
                           WS-Exp-Day-Number - WS-Run-Day-Number
                   END-IF
               END-IF
           END-IF
           .

       ADD-DUE-ENTRY.
           IF WS-Due-Count = 500
               DISPLAY "ERROR: OVER 500 CERTS DUE - INCREASE "
                   "WS-DUE-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Due-Count
           MOVE "NOMGR" TO WS-Due-Manager-Id(WS-Due-Count)
           MOVE "????" TO WS-Due-Dept-Code(WS-Due-Count)
           PERFORM VARYING WS-Dept-I FROM 1 BY 1
                   UNTIL WS-Dept-I > WS-Dept-Ref-Count
               IF WS-Ref-Employee-Id(WS-Dept-I) = CM-Employee-Id
                   IF WS-Ref-Manager-Id(WS-Dept-I) NOT = SPACES
                       MOVE WS-Ref-Manager-Id(WS-Dept-I)
                           TO WS-Due-Manager-Id(WS-Due-Count)
                   END-IF
                   MOVE WS-Ref-Dept-Code(WS-Dept-I)
                       TO WS-Due-Dept-Code(WS-Due-Count)
                   MOVE WS-Dept-Ref-Count TO WS-Dept-I
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Due-Employee-Name(WS-Due-Count)
           PERFORM VARYING WS-Name-I FROM 1 BY 1
                   UNTIL WS-Name-I > WS-Name-Count
               IF WS-Name-Employee-Id(WS-Name-I) = CM-Employee-Id
                   MOVE WS-Name-Employee(WS-Name-I)
                       TO WS-Due-Employee-Name(WS-Due-Count)
                   MOVE WS-Name-Count TO WS-Name-I
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-Due-Required(WS-Due-Count)
           PERFORM VARYING WS-Cat-I FROM 1 BY 1
                   UNTIL WS-Cat-I > WS-Cat-Count
               IF WS-Cat-Skill-Name(WS-Cat-I) = CM-Skill-Name
                   IF WS-Cat-Cert-Req(WS-Cat-I) = 'Y'
                       MOVE 'Y' TO WS-Due-Required(WS-Due-Count)
                   END-IF
                   MOVE WS-Cat-Count TO WS-Cat-I
               END-IF
           END-PERFORM
           MOVE WS-Exp-Date-Work TO WS-Due-Expiry-Date(WS-Due-Count)
           MOVE CM-Employee-Id TO WS-Due-Employee-Id(WS-Due-Count)
           MOVE CM-Skill-Name TO WS-Due-Skill-Name(WS-Due-Count)
           MOVE CM-Cert-Code TO WS-Due-Cert-Code(WS-Due-Count)
           .

       SORT-DUE-CERTS.
      * Bubble sort, ascending by manager, expiry date, employee and
      * skill.
           PERFORM VARYING WS-Due-I FROM 1 BY 1
                   UNTIL WS-Due-I >= WS-Due-Count
               PERFORM VARYING WS-Due-J FROM 1 BY 1
                       UNTIL WS-Due-J > WS-Due-Count - WS-Due-I
                   IF WS-Due-Sort-Key(WS-Due-J) >
                           WS-Due-Sort-Key(WS-Due-J + 1)
                       MOVE WS-Due-Entry(WS-Due-J) TO WS-Due-Swap
                       MOVE WS-Due-Entry(WS-Due-J + 1)
                           TO WS-Due-Entry(WS-Due-J)
                       MOVE WS-Due-Swap TO WS-Due-Entry(WS-Due-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       OPEN-REPORT.
           OPEN OUTPUT CERT-PRINT-FILE
           IF WS-Certrpt-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN CERTRPT.DAT - STATUS "
                   WS-Certrpt-Status
               STOP RUN
           END-IF
           PERFORM PRINT-REPORT-HEADERS
           MOVE WS-Window-Days TO WS-Days-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Expiry Window: "   DELIMITED BY SIZE
                  WS-Days-Display     DELIMITED BY SIZE
                  " Days"             DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CE-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           ADD 2 TO WS-Line-Count
           .

       PRINT-DUE-CERTS.
      * Control break on manager: heading before each manager's
      * certs, lapsed/expiring subtotal after.
           PERFORM VARYING WS-Due-I FROM 1 BY 1
                   UNTIL WS-Due-I > WS-Due-Count
               IF WS-Due-I > 1
                   AND WS-Due-Manager-Id(WS-Due-I) NOT =
                       WS-Due-Manager-Id(WS-Due-I - 1)
                   PERFORM PRINT-MANAGER-TOTAL
               END-IF
               IF WS-Due-I = 1
                   OR WS-Due-Manager-Id(WS-Due-I) NOT =
                       WS-Due-Manager-Id(WS-Due-I - 1)
                   PERFORM PRINT-MANAGER-HEADING
               END-IF
               PERFORM PRINT-DUE-LINE
           END-PERFORM
           IF WS-Due-Count > 0
               PERFORM PRINT-MANAGER-TOTAL
           ELSE
               MOVE "  NO CERTIFICATIONS LAPSED OR DUE IN WINDOW"
                   TO WS-Print-Line
               WRITE CE-Line FROM WS-Print-Line
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-Line-Count
           END-IF
           .

       PRINT-MANAGER-HEADING.
           IF WS-Line-Count + 4 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           STRING "----- Manager: "           DELIMITED BY SIZE
                  WS-Due-Manager-Id(WS-Due-I) DELIMITED BY SIZE
                  " -----"                    DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CE-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           MOVE "Emp"        TO WS-Print-Line(3:3)
           MOVE "Name"       TO WS-Print-Line(10:4)
           MOVE "Dept"       TO WS-Print-Line(31:4)
           MOVE "Skill"      TO WS-Print-Line(36:5)
           MOVE "Cert"       TO WS-Print-Line(57:4)
           MOVE "Req"        TO WS-Print-Line(68:3)
           MOVE "Expires"    TO WS-Print-Line(72:7)
           MOVE "Status"     TO WS-Print-Line(84:6)
           MOVE "Days"       TO WS-Print-Line(94:4)
           WRITE CE-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 3 TO WS-Line-Count
           .

       PRINT-DUE-LINE.
           IF WS-Line-Count + 1 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE WS-Due-Employee-Id(WS-Due-I)   TO WS-Print-Line(3:6)
           MOVE WS-Due-Employee-Name(WS-Due-I) TO WS-Print-Line(10:20)
           MOVE WS-Due-Dept-Code(WS-Due-I)     TO WS-Print-Line(31:4)
           MOVE WS-Due-Skill-Name(WS-Due-I)    TO WS-Print-Line(36:20)
           MOVE WS-Due-Cert-Code(WS-Due-I)     TO WS-Print-Line(57:10)
           MOVE WS-Due-Required(WS-Due-I)      TO WS-Print-Line(69:1)
           IF WS-Due-Status(WS-Due-I) = "BAD DATE"
               MOVE "??/??/????"               TO WS-Print-Line(72:10)
           ELSE
               MOVE WS-Due-Expiry-Date(WS-Due-I) TO WS-Exp-Date-Work
               MOVE SPACES TO WS-Exp-Date-Display
               STRING WS-Exp-Month   DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      WS-Exp-Day     DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      WS-Exp-Year    DELIMITED BY SIZE
                   INTO WS-Exp-Date-Display
               END-STRING
               MOVE WS-Exp-Date-Display        TO WS-Print-Line(72:10)
               MOVE WS-Due-Days(WS-Due-I)      TO WS-Days-Display
               MOVE WS-Days-Display            TO WS-Print-Line(94:4)
               IF WS-Due-Status(WS-Due-I) = "LAPSED"
                   ADD 1 TO WS-Mgr-Lapsed
               ELSE
                   ADD 1 TO WS-Mgr-Expiring
               END-IF
           END-IF
           MOVE WS-Due-Status(WS-Due-I)        TO WS-Print-Line(84:8)
           WRITE CE-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           .

       PRINT-MANAGER-TOTAL.
      * WS-Due-I already points past the manager just finished.
           IF WS-Line-Count + 1 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           STRING "  Manager "                   DELIMITED BY SIZE
                  WS-Due-Manager-Id(WS-Due-I - 1) DELIMITED BY SIZE
                  " total: Lapsed "              DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           MOVE WS-Mgr-Lapsed TO WS-Count-Display
           MOVE WS-Count-Display TO WS-Print-Line(32:5)
           MOVE "Expiring " TO WS-Print-Line(39:9)
           MOVE WS-Mgr-Expiring TO WS-Count-Display
           MOVE WS-Count-Display TO WS-Print-Line(48:5)
           WRITE CE-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           MOVE 0 TO WS-Mgr-Lapsed
           MOVE 0 TO WS-Mgr-Expiring
           .

       PRINT-CERT-TOTALS.
           IF WS-Line-Count + 6 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE "===== Certification Totals =====" TO WS-Print-Line
           WRITE CE-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES

           MOVE WS-Cert-Read-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Certs On File:     " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CE-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Lapsed-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Lapsed:            " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CE-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Expiring-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Expiring In Window:" DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CE-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Bad-Date-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Bad Expiry Dates:  " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CE-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 6 TO WS-Line-Count
           .

       PRINT-REPORT-HEADERS.
           ADD 1 TO WS-Page-Count
           MOVE WS-Page-Count TO WS-Page-Number-Display
           MOVE SPACES TO WS-Print-Line
           STRING "CERTIFICATION EXPIRY REPORT" DELIMITED BY SIZE
                  "                  PAGE "     DELIMITED BY SIZE
                  WS-Page-Number-Display        DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CE-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-Run-Date-Display DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE CE-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-Line-Count
           .
