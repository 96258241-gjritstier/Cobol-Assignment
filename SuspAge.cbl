       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspAge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Suspense-Status.

           SELECT RUN-PARAMETER-FILE ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Runparm-Status.

           SELECT AGE-PRINT-FILE ASSIGN TO "SUSPAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Suspage-Status.

       DATA DIVISION.
       FILE SECTION.
      * Rating suspense written by SkillAssessment and decided by
      * SuspMaint; only pending ('P') rows are of interest here.
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

      * Shared cycle parameter file. SUSP-AGE (days a held rating
      * may wait before it is reported) and RUN-DATE (as-of date for
      * a rerun) are used here.
       FD  RUN-PARAMETER-FILE.
       01  PM-Parameter-Record.
           05 PM-Keyword          PIC X(12).
           05 PM-Value            PIC X(20).

       FD  AGE-PRINT-FILE.
       01  SA-Line                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Suspense-Status      PIC X(2).
       01 WS-Suspense-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SUSPENSE     VALUE 'Y'.
       01 WS-Runparm-Status       PIC X(2).
       01 WS-Runparm-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-RUNPARM      VALUE 'Y'.
       01 WS-Suspage-Status       PIC X(2).

      * Pending items held at least this many days are listed.
       01 WS-Age-Days             PIC 9(3) VALUE 14.
       01 WS-Parm-Int             PIC 9(3).
       01 WS-Parm-Int-Ok          PIC X(1).
       01 WS-Parm-Digits          PIC 9(1).
       01 WS-Parm-I               PIC 9(2).
       01 WS-Parm-Digit-X         PIC X(1).
       01 WS-Parm-Digit-9 REDEFINES WS-Parm-Digit-X PIC 9(1).
       01 WS-Parm-Run-Date        PIC 9(8) VALUE 0.

      * Aged items, sorted manager / cycle date / employee / skill
      * so each manager sees their oldest decisions first.
       01 WS-Aged-Count           PIC 9(3) VALUE 0.
       01 WS-Aged-Table.
           05 WS-Aged-Entry OCCURS 500 TIMES.
               10 WS-Aged-Sort-Key.
                   15 WS-Aged-Manager-Id  PIC X(6).
                   15 WS-Aged-Cycle-Date  PIC 9(8).
                   15 WS-Aged-Employee-Id PIC X(6).
                   15 WS-Aged-Skill-Name  PIC X(20).
               10 WS-Aged-Employee-Name PIC X(20).
               10 WS-Aged-Prior-Rating PIC 9V9.
               10 WS-Aged-New-Rating  PIC 9V9.
               10 WS-Aged-Days        PIC 9(5).
       01 WS-Aged-Swap            PIC X(69).
       01 WS-Aged-I               PIC 9(3).
       01 WS-Aged-J               PIC 9(3).

       01 WS-Run-Day-Number       PIC 9(7).
       01 WS-Cyc-Day-Number       PIC 9(7).
       01 WS-Days-Waiting         PIC 9(5).
       01 WS-Cyc-Date-Work        PIC 9(8).
       01 WS-Cyc-Date-R REDEFINES WS-Cyc-Date-Work.
           05 WS-Cyc-Year         PIC 9(4).
           05 WS-Cyc-Month        PIC 9(2).
           05 WS-Cyc-Day          PIC 9(2).
       01 WS-Cyc-Date-Display     PIC X(10).

       01 WS-Susp-Read-Count      PIC 9(5) VALUE 0.
       01 WS-Pending-Count        PIC 9(5) VALUE 0.
       01 WS-Bad-Date-Count       PIC 9(5) VALUE 0.
       01 WS-Oldest-Days          PIC 9(5) VALUE 0.
       01 WS-Mgr-Aged             PIC 9(5) VALUE 0.

       01 WS-Days-Display         PIC ZZZZ9.
       01 WS-Count-Display        PIC ZZZZ9.
       01 WS-Rating-Display       PIC 9.9.

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
           PERFORM LOAD-SUSPENSE
           PERFORM SORT-AGED-ITEMS
           PERFORM OPEN-REPORT
           PERFORM PRINT-AGED-ITEMS
           PERFORM PRINT-AGE-TOTALS
           CLOSE AGE-PRINT-FILE
           DISPLAY "SuspAge complete. Pending " WS-Pending-Count
               " Aged " WS-Aged-Count
               ". See SUSPAGE.DAT."
           STOP RUN
           .

       READ-PARAMETERS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
      * RUNPARM.DAT is optional; without SUSP-AGE the shipped
      * default applies. Other keywords belong to other jobs and
      * are passed over.
           OPEN INPUT RUN-PARAMETER-FILE
           IF WS-Runparm-Status NOT = "00"
               DISPLAY "RUNPARM.DAT NOT FOUND - DEFAULT AGE "
                   WS-Age-Days " DAYS APPLIES"
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
           .

       APPLY-RUN-PARAMETER.
           EVALUATE PM-Keyword
               WHEN "SUSP-AGE"
                   PERFORM PARSE-PARM-INTEGER
                   IF WS-Parm-Int-Ok = 'Y'
                       MOVE WS-Parm-Int TO WS-Age-Days
                   ELSE
                       DISPLAY "ERROR: RUNPARM SUSP-AGE INVALID - '"
                           PM-Value "'"
                       STOP RUN
                   END-IF
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

       LOAD-SUSPENSE.
      * No suspense file simply means nothing has ever been held.
           OPEN INPUT SUSPENSE-FILE
           IF WS-Suspense-Status NOT = "00"
               DISPLAY "SUSPENSE.DAT NOT FOUND - NO RATINGS HELD"
               MOVE 'Y' TO WS-Suspense-Eof
           END-IF
           PERFORM UNTIL END-OF-SUSPENSE
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-Suspense-Eof
                   NOT AT END
                       ADD 1 TO WS-Susp-Read-Count
                       IF SU-Status = 'P'
                           ADD 1 TO WS-Pending-Count
                           PERFORM CHECK-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Suspense-Status = "00" OR WS-Suspense-Status = "10"
               CLOSE SUSPENSE-FILE
           END-IF
           .

       CHECK-ONE-ITEM.
      * Days waiting run from the cycle the rating was held in. A
      * cycle date that is not a real date is listed regardless, so
      * the row gets looked at instead of waiting forever unseen.
           MOVE 0 TO WS-Cyc-Date-Work
           IF SU-Cycle-Date NUMERIC
               MOVE SU-Cycle-Date TO WS-Cyc-Date-Work
           END-IF
           IF WS-Cyc-Month < 1 OR WS-Cyc-Month > 12
               OR WS-Cyc-Day < 1 OR WS-Cyc-Day > 31
               OR WS-Cyc-Year < 1601
               ADD 1 TO WS-Bad-Date-Count
               MOVE 0 TO WS-Days-Waiting
               PERFORM ADD-AGED-ENTRY
           ELSE
               COMPUTE WS-Cyc-Day-Number =
                   FUNCTION INTEGER-OF-DATE(WS-Cyc-Date-Work)
               IF WS-Cyc-Day-Number > WS-Run-Day-Number
                   MOVE 0 TO WS-Days-Waiting
               ELSE
                   COMPUTE WS-Days-Waiting =
                       WS-Run-Day-Number - WS-Cyc-Day-Number
               END-IF
               IF WS-Days-Waiting > WS-Oldest-Days
                   MOVE WS-Days-Waiting TO WS-Oldest-Days
               END-IF
               IF WS-Days-Waiting NOT < WS-Age-Days
                   PERFORM ADD-AGED-ENTRY
               END-IF
           END-IF
           .

       ADD-AGED-ENTRY.
           IF WS-Aged-Count = 500
               DISPLAY "ERROR: OVER 500 AGED SUSPENSE ITEMS - "
                   "INCREASE WS-AGED-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Aged-Count
           MOVE SU-Manager-Id TO WS-Aged-Manager-Id(WS-Aged-Count)
           IF SU-Manager-Id = SPACES
               MOVE "NOMGR" TO WS-Aged-Manager-Id(WS-Aged-Count)
           END-IF
           MOVE WS-Cyc-Date-Work TO WS-Aged-Cycle-Date(WS-Aged-Count)
           MOVE SU-Employee-Id TO WS-Aged-Employee-Id(WS-Aged-Count)
           MOVE SU-Skill-Name TO WS-Aged-Skill-Name(WS-Aged-Count)
           MOVE SU-Employee-Name
               TO WS-Aged-Employee-Name(WS-Aged-Count)
           MOVE SU-Prior-Rating TO WS-Aged-Prior-Rating(WS-Aged-Count)
           MOVE SU-New-Rating TO WS-Aged-New-Rating(WS-Aged-Count)
           MOVE WS-Days-Waiting TO WS-Aged-Days(WS-Aged-Count)
           .

       SORT-AGED-ITEMS.
      * Bubble sort, ascending by manager, cycle date, employee and
      * skill.
           PERFORM VARYING WS-Aged-I FROM 1 BY 1
                   UNTIL WS-Aged-I >= WS-Aged-Count
               PERFORM VARYING WS-Aged-J FROM 1 BY 1
                       UNTIL WS-Aged-J > WS-Aged-Count - WS-Aged-I
                   IF WS-Aged-Sort-Key(WS-Aged-J) >
                           WS-Aged-Sort-Key(WS-Aged-J + 1)
                       MOVE WS-Aged-Entry(WS-Aged-J) TO WS-Aged-Swap
                       MOVE WS-Aged-Entry(WS-Aged-J + 1)
                           TO WS-Aged-Entry(WS-Aged-J)
                       MOVE WS-Aged-Swap
                           TO WS-Aged-Entry(WS-Aged-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       OPEN-REPORT.
           OPEN OUTPUT AGE-PRINT-FILE
           IF WS-Suspage-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN SUSPAGE.DAT - STATUS "
                   WS-Suspage-Status
               STOP RUN
           END-IF
           PERFORM PRINT-REPORT-HEADERS
           MOVE WS-Age-Days TO WS-Days-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Waiting At Least: " DELIMITED BY SIZE
                  WS-Days-Display      DELIMITED BY SIZE
                  " Days"              DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SA-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           ADD 2 TO WS-Line-Count
           .

       PRINT-AGED-ITEMS.
      * Control break on manager: heading before each manager's
      * items, count after.
           PERFORM VARYING WS-Aged-I FROM 1 BY 1
                   UNTIL WS-Aged-I > WS-Aged-Count
               IF WS-Aged-I > 1
                   AND WS-Aged-Manager-Id(WS-Aged-I) NOT =
                       WS-Aged-Manager-Id(WS-Aged-I - 1)
                   PERFORM PRINT-MANAGER-TOTAL
               END-IF
               IF WS-Aged-I = 1
                   OR WS-Aged-Manager-Id(WS-Aged-I) NOT =
                       WS-Aged-Manager-Id(WS-Aged-I - 1)
                   PERFORM PRINT-MANAGER-HEADING
               END-IF
               PERFORM PRINT-AGED-LINE
           END-PERFORM
           IF WS-Aged-Count > 0
               PERFORM PRINT-MANAGER-TOTAL
           ELSE
               MOVE "  NO HELD RATINGS WAITING PAST THE AGE LIMIT"
                   TO WS-Print-Line
               WRITE SA-Line FROM WS-Print-Line
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-Line-Count
           END-IF
           .

       PRINT-MANAGER-HEADING.
           IF WS-Line-Count + 4 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           STRING "----- Manager: "              DELIMITED BY SIZE
                  WS-Aged-Manager-Id(WS-Aged-I)  DELIMITED BY SIZE
                  " -----"                       DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SA-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           MOVE "Emp"        TO WS-Print-Line(3:3)
           MOVE "Name"       TO WS-Print-Line(10:4)
           MOVE "Skill"      TO WS-Print-Line(31:5)
           MOVE "Cycle"      TO WS-Print-Line(52:5)
           MOVE "Was"        TO WS-Print-Line(64:3)
           MOVE "Now"        TO WS-Print-Line(69:3)
           MOVE "Days"       TO WS-Print-Line(74:4)
           WRITE SA-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 3 TO WS-Line-Count
           .

       PRINT-AGED-LINE.
           IF WS-Line-Count + 1 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE WS-Aged-Employee-Id(WS-Aged-I)   TO WS-Print-Line(3:6)
           MOVE WS-Aged-Employee-Name(WS-Aged-I)
                                            TO WS-Print-Line(10:20)
           MOVE WS-Aged-Skill-Name(WS-Aged-I)
                                            TO WS-Print-Line(31:20)
           IF WS-Aged-Cycle-Date(WS-Aged-I) = 0
               MOVE "??/??/????"                 TO WS-Print-Line(52:10)
           ELSE
               MOVE WS-Aged-Cycle-Date(WS-Aged-I) TO WS-Cyc-Date-Work
               MOVE SPACES TO WS-Cyc-Date-Display
               STRING WS-Cyc-Month   DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      WS-Cyc-Day     DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      WS-Cyc-Year    DELIMITED BY SIZE
                   INTO WS-Cyc-Date-Display
               END-STRING
               MOVE WS-Cyc-Date-Display          TO WS-Print-Line(52:10)
               MOVE WS-Aged-Days(WS-Aged-I)      TO WS-Days-Display
               MOVE WS-Days-Display              TO WS-Print-Line(73:5)
           END-IF
           MOVE WS-Aged-Prior-Rating(WS-Aged-I) TO WS-Rating-Display
           MOVE WS-Rating-Display               TO WS-Print-Line(64:3)
           MOVE WS-Aged-New-Rating(WS-Aged-I)   TO WS-Rating-Display
           MOVE WS-Rating-Display               TO WS-Print-Line(69:3)
           WRITE SA-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           ADD 1 TO WS-Mgr-Aged
           .

       PRINT-MANAGER-TOTAL.
      * WS-Aged-I already points past the manager just finished.
           IF WS-Line-Count + 1 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           STRING "  Manager "                       DELIMITED BY SIZE
                  WS-Aged-Manager-Id(WS-Aged-I - 1)  DELIMITED BY SIZE
                  " total: Awaiting Decision "       DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           MOVE WS-Mgr-Aged TO WS-Count-Display
           MOVE WS-Count-Display TO WS-Print-Line(43:5)
           WRITE SA-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           MOVE 0 TO WS-Mgr-Aged
           .

       PRINT-AGE-TOTALS.
           IF WS-Line-Count + 7 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE "===== Suspense Totals =====" TO WS-Print-Line
           WRITE SA-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES

           MOVE WS-Susp-Read-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Items On File:     " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SA-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Pending-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Pending:           " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SA-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Aged-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Aged (Listed):     " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SA-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Oldest-Days TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Oldest (Days):     " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SA-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE WS-Bad-Date-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Bad Cycle Dates:   " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SA-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 7 TO WS-Line-Count
           .

       PRINT-REPORT-HEADERS.
           ADD 1 TO WS-Page-Count
           MOVE WS-Page-Count TO WS-Page-Number-Display
           MOVE SPACES TO WS-Print-Line
           STRING "AGED RATING SUSPENSE REPORT" DELIMITED BY SIZE
                  "                  PAGE "     DELIMITED BY SIZE
                  WS-Page-Number-Display        DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SA-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-Run-Date-Display DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SA-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-Line-Count
           .
