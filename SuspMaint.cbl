       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ratings SkillAssessment held for a swing over SWING-LIMIT,
      * cumulative across cycles until each one is decided.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Suspense-Status.

           SELECT TRANSACTION-FILE ASSIGN TO "SUSPTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Susptran-Status.

      * A released rating is posted under its original cycle date,
      * so the history master is updated by key.
           SELECT HISTORY-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-History-Key
               FILE STATUS IS WS-History-Status.

           SELECT SKILL-CATALOG-FILE ASSIGN TO "SKILLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Skillcat-Status.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycctl-Status.

      * The updated suspense file goes to a work file first and is
      * copied back once every decision is applied (the HISTWORK
      * pattern).
           SELECT WORK-FILE ASSIGN TO "SUSPWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Work-Status.

           SELECT AUDIT-PRINT-FILE ASSIGN TO "SUSPAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audrpt-Status.

       DATA DIVISION.
       FILE SECTION.
      * Status 'P' pending, 'A' released by the manager and posted,
      * 'J' rejected by the manager and never posted. Decided rows
      * stay on file, with the date and who decided, as the record
      * of the decision.
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

      * The manager's decision on one held rating: 'R' releases it
      * (the new rating was right and is posted), 'X' rejects it
      * (a keying error; the rating is never posted). The item is
      * identified by its cycle date, employee and skill, and the
      * manager id is whoever is deciding - it must be the manager
      * the item was held for.
       FD  TRANSACTION-FILE.
       01  ST-Transaction-Record.
           05 ST-Action           PIC X(1).
           05 ST-Cycle-Date       PIC X(8).
           05 ST-Employee-Id      PIC X(6).
           05 ST-Skill-Name       PIC X(20).
           05 ST-Manager-Id       PIC X(6).

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

       FD  CYCLE-CONTROL-FILE.
       01  CY-Cycle-Record.
           05 CY-Cycle-Date       PIC 9(8).
           05 CY-Edit-Status      PIC X(1).
           05 CY-Assess-Status    PIC X(1).
           05 CY-Trend-Status     PIC X(1).
           05 CY-Recon-Status     PIC X(1).
           05 CY-Purge-Status     PIC X(1).

       FD  WORK-FILE.
       01  WK-Suspense-Record     PIC X(79).

       FD  AUDIT-PRINT-FILE.
       01  AU-Line                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Suspense-Status      PIC X(2).
       01 WS-Suspense-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SUSPENSE     VALUE 'Y'.
       01 WS-Susptran-Status      PIC X(2).
       01 WS-Susptran-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SUSPTRAN     VALUE 'Y'.
       01 WS-History-Status       PIC X(2).
       01 WS-History-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-HISTORY      VALUE 'Y'.
       01 WS-Skillcat-Status      PIC X(2).
       01 WS-Skillcat-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SKILLCAT     VALUE 'Y'.
       01 WS-Cycctl-Status        PIC X(2).
       01 WS-Work-Status          PIC X(2).
       01 WS-Work-Eof             PIC X(1) VALUE 'N'.
           88 END-OF-WORK         VALUE 'Y'.
       01 WS-Audrpt-Status        PIC X(2).

      * The whole suspense file, decided in place and written back.
       01 WS-Susp-Count           PIC 9(4) VALUE 0.
       01 WS-Susp-Table.
           05 WS-Susp-Entry OCCURS 1000 TIMES.
               10 WS-Susp-Cycle-Date  PIC 9(8).
               10 WS-Susp-Employee-Id PIC X(6).
               10 WS-Susp-Employee-Name PIC X(20).
               10 WS-Susp-Skill-Name  PIC X(20).
               10 WS-Susp-Prior-Rating PIC 9V9.
               10 WS-Susp-New-Rating  PIC 9V9.
               10 WS-Susp-Manager-Id  PIC X(6).
               10 WS-Susp-Status      PIC X(1).
               10 WS-Susp-Decision-Date PIC 9(8).
               10 WS-Susp-Decided-By  PIC X(6).
       01 WS-Susp-I               PIC 9(4).
       01 WS-Susp-Slot            PIC 9(4).

      * Catalog weights, for recomputing the cycle average once a
      * released rating joins the employee's posted ratings.
       01 WS-Cat-Count            PIC 9(3) VALUE 0.
       01 WS-Cat-Table.
           05 WS-Cat-Entry OCCURS 50 TIMES.
               10 WS-Cat-Skill-Name   PIC X(20).
               10 WS-Cat-Skill-Weight PIC 9(2).
       01 WS-Cat-I                PIC 9(3).
       01 WS-Cat-Found            PIC X(1).
       01 WS-Cat-Weight           PIC 9(2).

      * The employee's history rows for the cycle being re-averaged.
       01 WS-Avg-Count            PIC 9(2) VALUE 0.
       01 WS-Avg-Table.
           05 WS-Avg-Skill-Name OCCURS 20 TIMES PIC X(20).
       01 WS-Avg-I                PIC 9(2).
       01 WS-Weighted-Total       PIC 9(5)V9(2).
       01 WS-Total-Weight         PIC 9(3).
       01 WS-Average-Rating       PIC 9(3)V9(2).

      * Cycle dates HISTIDX still carries. A cycle CycBack has backed
      * out has none left, and nothing may be posted under it.
       01 WS-Hcyc-Count           PIC 9(3) VALUE 0.
       01 WS-Hcyc-Table.
           05 WS-Hcyc-Date OCCURS 500 TIMES PIC 9(8).
       01 WS-Hcyc-I               PIC 9(3).
       01 WS-Hcyc-Found           PIC X(1).

       01 WS-Tran-Count           PIC 9(4) VALUE 0.
       01 WS-Released-Count       PIC 9(4) VALUE 0.
       01 WS-Rejected-Count       PIC 9(4) VALUE 0.
       01 WS-Refused-Count        PIC 9(4) VALUE 0.
       01 WS-Posted-Count         PIC 9(4) VALUE 0.
       01 WS-Tran-Ok              PIC X(1).
       01 WS-Reject-Reason        PIC X(40).
       01 WS-Tran-Cycle-Date      PIC 9(8).

       01 WS-Count-Display        PIC ZZZ9.
       01 WS-Rating-Display       PIC 9.9.
       01 WS-Average-Display      PIC ZZ9.99.

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

       01 WS-Date-Work            PIC 9(8).
       01 WS-Date-Work-R REDEFINES WS-Date-Work.
           05 WS-Date-Year        PIC 9(4).
           05 WS-Date-Month       PIC 9(2).
           05 WS-Date-Day         PIC 9(2).
       01 WS-Date-Display         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-RUN
           PERFORM CHECK-CYCLE-CONTROL
           PERFORM LOAD-SUSPENSE
           PERFORM LOAD-SKILL-CATALOG
           PERFORM OPEN-AUDIT-REPORT
           PERFORM OPEN-HISTORY
           PERFORM APPLY-TRANSACTIONS
           CLOSE HISTORY-FILE
           PERFORM PRINT-AUDIT-TOTALS
           CLOSE AUDIT-PRINT-FILE
           PERFORM REWRITE-SUSPENSE
           DISPLAY "SuspMaint complete. Transactions " WS-Tran-Count
               " Released " WS-Released-Count
               " Rejected " WS-Rejected-Count
               " Refused " WS-Refused-Count
               ". See SUSPAUDT.DAT."
           STOP RUN
           .

       INITIALIZE-RUN.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           STRING WS-Run-Month   DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Run-Day     DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Run-Year    DELIMITED BY SIZE
               INTO WS-Run-Date-Display
           END-STRING
           .

       CHECK-CYCLE-CONTROL.
      * Released ratings go into HISTIDX, which an assessment run in
      * progress is still writing; wait for it to be restarted to
      * completion. CYCCTL itself is optional here.
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-Cycctl-Status = "00"
               READ CYCLE-CONTROL-FILE
                   NOT AT END
                       IF CY-Assess-Status = 'P'
                           DISPLAY "ERROR: ASSESSMENT STEP IN "
                               "PROGRESS - RESTART IT TO COMPLETION "
                               "BEFORE RELEASING RATINGS"
                           CLOSE CYCLE-CONTROL-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CYCLE-CONTROL-FILE
           END-IF
           .

       LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-Suspense-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN SUSPENSE.DAT - STATUS "
                   WS-Suspense-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-SUSPENSE
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-Suspense-Eof
                   NOT AT END
                       IF WS-Susp-Count < 1000
                           ADD 1 TO WS-Susp-Count
                           MOVE SU-Suspense-Record TO
                               WS-Susp-Entry(WS-Susp-Count)
                       ELSE
                           DISPLAY "ERROR: SUSPENSE.DAT EXCEEDS 1000 "
                               "ROWS - INCREASE WS-SUSP-TABLE"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
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
                           MOVE CT-Skill-Weight TO
                               WS-Cat-Skill-Weight(WS-Cat-Count)
                       ELSE
                           DISPLAY "ERROR: SKILLCAT.DAT EXCEEDS 50 "
                               "ROWS - INCREASE WS-CAT-TABLE"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILL-CATALOG-FILE
           .

       OPEN-AUDIT-REPORT.
           OPEN OUTPUT AUDIT-PRINT-FILE
           IF WS-Audrpt-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN SUSPAUDT.DAT - STATUS "
                   WS-Audrpt-Status
               STOP RUN
           END-IF
           PERFORM PRINT-REPORT-HEADERS
           MOVE SPACES TO WS-Print-Line
           MOVE "----- Decisions Applied -----" TO WS-Print-Line
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           ADD 2 TO WS-Line-Count
           .

       OPEN-HISTORY.
      * A rating can only be held against a prior one, so HISTIDX
      * is always there by the time anything is in suspense.
           OPEN I-O HISTORY-FILE
           IF WS-History-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN HISTIDX.DAT - STATUS "
                   WS-History-Status
               STOP RUN
           END-IF
           PERFORM LOAD-HISTORY-CYCLES
           .

       LOAD-HISTORY-CYCLES.
      * One pass of HISTIDX, noting each distinct run date.
           MOVE 'N' TO WS-History-Eof
           MOVE LOW-VALUES TO HH-History-Key
           START HISTORY-FILE KEY >= HH-History-Key
               INVALID KEY
                   MOVE 'Y' TO WS-History-Eof
           END-START
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-History-Eof
                   NOT AT END
                       PERFORM NOTE-HISTORY-CYCLE
               END-READ
           END-PERFORM
           .

       NOTE-HISTORY-CYCLE.
           MOVE HH-Run-Date TO WS-Tran-Cycle-Date
           PERFORM FIND-HISTORY-CYCLE
           IF WS-Hcyc-Found = 'N'
               IF WS-Hcyc-Count < 500
                   ADD 1 TO WS-Hcyc-Count
                   MOVE HH-Run-Date TO WS-Hcyc-Date(WS-Hcyc-Count)
               ELSE
                   DISPLAY "ERROR: HISTIDX.DAT EXCEEDS 500 CYCLES - "
                       "INCREASE WS-HCYC-TABLE"
                   STOP RUN
               END-IF
           END-IF
           .

       FIND-HISTORY-CYCLE.
      * Is WS-Tran-Cycle-Date among the cycles on HISTIDX.
           MOVE 'N' TO WS-Hcyc-Found
           PERFORM VARYING WS-Hcyc-I FROM 1 BY 1
                   UNTIL WS-Hcyc-I > WS-Hcyc-Count
               IF WS-Hcyc-Date(WS-Hcyc-I) = WS-Tran-Cycle-Date
                   MOVE 'Y' TO WS-Hcyc-Found
                   MOVE WS-Hcyc-Count TO WS-Hcyc-I
               END-IF
           END-PERFORM
           .

       APPLY-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-Susptran-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN SUSPTRAN.DAT - STATUS "
                   WS-Susptran-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-SUSPTRAN
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-Susptran-Eof
                   NOT AT END
                       ADD 1 TO WS-Tran-Count
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           .

       APPLY-ONE-TRANSACTION.
      * The first failing edit refuses the transaction with its
      * reason, the way CatMaint does. SkillAssessment holds a
      * rating only once per cycle, so the cycle, employee and skill
      * identify a single pending item.
           MOVE 'Y' TO WS-Tran-Ok
           MOVE SPACES TO WS-Reject-Reason
           MOVE 0 TO WS-Susp-Slot
           IF ST-Action NOT = 'R' AND ST-Action NOT = 'X'
               MOVE "ACTION NOT R OR X" TO WS-Reject-Reason
               MOVE 'N' TO WS-Tran-Ok
           END-IF
           IF WS-Tran-Ok = 'Y' AND ST-Cycle-Date NOT NUMERIC
               MOVE "CYCLE DATE NOT YYYYMMDD" TO WS-Reject-Reason
               MOVE 'N' TO WS-Tran-Ok
           END-IF
      * A cycle that has been backed out is gone from HISTIDX; a
      * release would put a rating from the bad feed back under it.
           IF WS-Tran-Ok = 'Y'
               MOVE ST-Cycle-Date TO WS-Tran-Cycle-Date
               PERFORM FIND-HISTORY-CYCLE
               IF WS-Hcyc-Found = 'N'
                   MOVE "CYCLE NOT ON HISTIDX - BACKED OUT"
                       TO WS-Reject-Reason
                   MOVE 'N' TO WS-Tran-Ok
               END-IF
           END-IF
           IF WS-Tran-Ok = 'Y' AND ST-Manager-Id = SPACES
               MOVE "BLANK MANAGER ID" TO WS-Reject-Reason
               MOVE 'N' TO WS-Tran-Ok
           END-IF
           IF WS-Tran-Ok = 'Y'
               MOVE ST-Cycle-Date TO WS-Tran-Cycle-Date
               PERFORM FIND-PENDING-ITEM
               IF WS-Susp-Slot = 0
                   MOVE "NO PENDING ITEM FOR CYCLE/EMPLOYEE/SKILL"
                       TO WS-Reject-Reason
                   MOVE 'N' TO WS-Tran-Ok
               END-IF
           END-IF
      * An item held under the NOMGR bucket (no DEPTMST row when it
      * was held) has no manager to match, so HR may decide it.
           IF WS-Tran-Ok = 'Y'
               AND WS-Susp-Manager-Id(WS-Susp-Slot) NOT = "NOMGR"
               AND WS-Susp-Manager-Id(WS-Susp-Slot) NOT = ST-Manager-Id
               MOVE "NOT THE MANAGER THE ITEM IS HELD FOR"
                   TO WS-Reject-Reason
               MOVE 'N' TO WS-Tran-Ok
           END-IF
           IF WS-Tran-Ok = 'Y' AND ST-Action = 'R'
               MOVE WS-Susp-Skill-Name(WS-Susp-Slot)
                   TO HH-Skill-Name
               PERFORM FIND-CATALOG-WEIGHT
               IF WS-Cat-Found = 'N'
                   MOVE "SKILL NO LONGER IN CATALOG"
                       TO WS-Reject-Reason
                   MOVE 'N' TO WS-Tran-Ok
               END-IF
           END-IF

           IF WS-Tran-Ok = 'Y'
               IF ST-Action = 'R'
                   PERFORM POST-RELEASED-RATING
                   PERFORM RECOMPUTE-CYCLE-AVERAGE
                   PERFORM MARK-ITEMS-DECIDED
                   ADD 1 TO WS-Released-Count
               ELSE
                   PERFORM MARK-ITEMS-DECIDED
                   ADD 1 TO WS-Rejected-Count
               END-IF
           ELSE
               ADD 1 TO WS-Refused-Count
           END-IF
           PERFORM PRINT-AUDIT-LINE
           .

       FIND-PENDING-ITEM.
      * Leaves WS-Susp-Slot on the pending row for the key.
           PERFORM VARYING WS-Susp-I FROM 1 BY 1
                   UNTIL WS-Susp-I > WS-Susp-Count
               IF WS-Susp-Status(WS-Susp-I) = 'P'
                   AND WS-Susp-Cycle-Date(WS-Susp-I)
                       = WS-Tran-Cycle-Date
                   AND WS-Susp-Employee-Id(WS-Susp-I) = ST-Employee-Id
                   AND WS-Susp-Skill-Name(WS-Susp-I) = ST-Skill-Name
                   MOVE WS-Susp-I TO WS-Susp-Slot
               END-IF
           END-PERFORM
           .

       FIND-CATALOG-WEIGHT.
      * Catalog weight of the skill in HH-Skill-Name.
           MOVE 'N' TO WS-Cat-Found
           MOVE 0 TO WS-Cat-Weight
           PERFORM VARYING WS-Cat-I FROM 1 BY 1
                   UNTIL WS-Cat-I > WS-Cat-Count
               IF WS-Cat-Skill-Name(WS-Cat-I) = HH-Skill-Name
                   MOVE 'Y' TO WS-Cat-Found
                   MOVE WS-Cat-Skill-Weight(WS-Cat-I) TO WS-Cat-Weight
                   MOVE WS-Cat-Count TO WS-Cat-I
               END-IF
           END-PERFORM
           .

       POST-RELEASED-RATING.
      * Late entry for the cycle the rating was held in: the row
      * goes in under that cycle's date, not today's. Should the
      * cycle already carry the skill (a corrected rerun), the
      * manager's confirmed rating replaces it.
           MOVE WS-Susp-Employee-Id(WS-Susp-Slot) TO HH-Employee-Id
           MOVE WS-Susp-Skill-Name(WS-Susp-Slot) TO HH-Skill-Name
           MOVE WS-Susp-Cycle-Date(WS-Susp-Slot) TO HH-Run-Date
           MOVE WS-Susp-New-Rating(WS-Susp-Slot) TO HH-Skill-Rating
           MOVE 0 TO HH-Average-Rating
           WRITE HH-History-Record
               INVALID KEY
                   REWRITE HH-History-Record
           END-WRITE
           ADD 1 TO WS-Posted-Count
           .

       RECOMPUTE-CYCLE-AVERAGE.
      * The cycle's weighted average now includes the released
      * rating: every row the employee has under the cycle date is
      * re-read, the average retaken with catalog weights as
      * SkillAssessment takes it, and stamped back on each row.
           MOVE 0 TO WS-Avg-Count
           MOVE 0 TO WS-Weighted-Total
           MOVE 0 TO WS-Total-Weight
           MOVE 'N' TO WS-History-Eof
           MOVE WS-Susp-Employee-Id(WS-Susp-Slot) TO HH-Employee-Id
           MOVE LOW-VALUES TO HH-Skill-Name
           MOVE 0 TO HH-Run-Date
           START HISTORY-FILE KEY >= HH-History-Key
               INVALID KEY
                   MOVE 'Y' TO WS-History-Eof
           END-START
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-History-Eof
                   NOT AT END
                       IF HH-Employee-Id NOT =
                               WS-Susp-Employee-Id(WS-Susp-Slot)
                           MOVE 'Y' TO WS-History-Eof
                       ELSE
                           IF HH-Run-Date =
                                   WS-Susp-Cycle-Date(WS-Susp-Slot)
                               PERFORM NOTE-CYCLE-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Total-Weight > 0
               COMPUTE WS-Average-Rating ROUNDED =
                   WS-Weighted-Total / WS-Total-Weight
           ELSE
               MOVE 0 TO WS-Average-Rating
           END-IF
           PERFORM VARYING WS-Avg-I FROM 1 BY 1
                   UNTIL WS-Avg-I > WS-Avg-Count
               MOVE WS-Susp-Employee-Id(WS-Susp-Slot)
                   TO HH-Employee-Id
               MOVE WS-Avg-Skill-Name(WS-Avg-I) TO HH-Skill-Name
               MOVE WS-Susp-Cycle-Date(WS-Susp-Slot) TO HH-Run-Date
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-Average-Rating TO HH-Average-Rating
                       REWRITE HH-History-Record
               END-READ
           END-PERFORM
           .

       NOTE-CYCLE-ROW.
           PERFORM FIND-CATALOG-WEIGHT
           IF WS-Cat-Found = 'Y'
               COMPUTE WS-Weighted-Total =
                   WS-Weighted-Total + (HH-Skill-Rating * WS-Cat-Weight)
               ADD WS-Cat-Weight TO WS-Total-Weight
           END-IF
           IF WS-Avg-Count < 20
               ADD 1 TO WS-Avg-Count
               MOVE HH-Skill-Name TO WS-Avg-Skill-Name(WS-Avg-Count)
           END-IF
           .

       MARK-ITEMS-DECIDED.
           PERFORM VARYING WS-Susp-I FROM 1 BY 1
                   UNTIL WS-Susp-I > WS-Susp-Count
               IF WS-Susp-Status(WS-Susp-I) = 'P'
                   AND WS-Susp-Cycle-Date(WS-Susp-I)
                       = WS-Tran-Cycle-Date
                   AND WS-Susp-Employee-Id(WS-Susp-I) = ST-Employee-Id
                   AND WS-Susp-Skill-Name(WS-Susp-I) = ST-Skill-Name
                   IF ST-Action = 'R'
                       MOVE 'A' TO WS-Susp-Status(WS-Susp-I)
                   ELSE
                       MOVE 'J' TO WS-Susp-Status(WS-Susp-I)
                   END-IF
                   MOVE WS-Run-Date TO WS-Susp-Decision-Date(WS-Susp-I)
                   MOVE ST-Manager-Id TO WS-Susp-Decided-By(WS-Susp-I)
               END-IF
           END-PERFORM
           .

       PRINT-AUDIT-LINE.
      * One line per transaction: action, employee, cycle date,
      * skill, the held change, who decided, and the outcome with
      * its reason when refused.
           IF WS-Line-Count + 1 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE ST-Action TO WS-Print-Line(3:1)
           MOVE ST-Employee-Id TO WS-Print-Line(5:6)
           IF ST-Cycle-Date NUMERIC
               MOVE ST-Cycle-Date TO WS-Date-Work
               PERFORM FORMAT-DATE
               MOVE WS-Date-Display TO WS-Print-Line(12:10)
           ELSE
               MOVE ST-Cycle-Date TO WS-Print-Line(12:8)
           END-IF
           MOVE ST-Skill-Name TO WS-Print-Line(24:20)
           IF WS-Susp-Slot > 0
               MOVE "Was " TO WS-Print-Line(45:4)
               MOVE WS-Susp-Prior-Rating(WS-Susp-Slot)
                   TO WS-Rating-Display
               MOVE WS-Rating-Display TO WS-Print-Line(49:3)
               MOVE " Now " TO WS-Print-Line(52:5)
               MOVE WS-Susp-New-Rating(WS-Susp-Slot)
                   TO WS-Rating-Display
               MOVE WS-Rating-Display TO WS-Print-Line(57:3)
           END-IF
           MOVE "By " TO WS-Print-Line(62:3)
           MOVE ST-Manager-Id TO WS-Print-Line(65:6)
           IF WS-Tran-Ok = 'Y'
               IF ST-Action = 'R'
                   MOVE WS-Average-Rating TO WS-Average-Display
                   MOVE "RELEASED - POSTED, CYCLE AVG" TO
                       WS-Print-Line(73:28)
                   MOVE WS-Average-Display TO WS-Print-Line(102:6)
               ELSE
                   MOVE "REJECTED - NOT POSTED" TO WS-Print-Line(73:21)
               END-IF
           ELSE
               MOVE "REFUSED - " TO WS-Print-Line(73:10)
               MOVE WS-Reject-Reason TO WS-Print-Line(83:40)
           END-IF
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           .

       PRINT-AUDIT-TOTALS.
           IF WS-Line-Count + 7 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE "----- Run Totals -----" TO WS-Print-Line
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE WS-Tran-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Transactions Read: " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE WS-Released-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Released:          " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE WS-Rejected-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Rejected:          " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE WS-Refused-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Refused:           " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE WS-Posted-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "History Posted:    " DELIMITED BY SIZE
                  WS-Count-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 7 TO WS-Line-Count
           .

       REWRITE-SUSPENSE.
      * Every row to the work file first, decided or not, then
      * copied back over SUSPENSE.DAT.
           OPEN OUTPUT WORK-FILE
           IF WS-Work-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN SUSPWORK.DAT - STATUS "
                   WS-Work-Status
               STOP RUN
           END-IF
           PERFORM VARYING WS-Susp-I FROM 1 BY 1
                   UNTIL WS-Susp-I > WS-Susp-Count
               MOVE WS-Susp-Entry(WS-Susp-I) TO WK-Suspense-Record
               WRITE WK-Suspense-Record
           END-PERFORM
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           IF WS-Work-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REOPEN SUSPWORK.DAT - STATUS "
                   WS-Work-Status
               STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           IF WS-Suspense-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REWRITE SUSPENSE.DAT - STATUS "
                   WS-Suspense-Status
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-WORK
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-Eof
                   NOT AT END
                       MOVE WK-Suspense-Record TO SU-Suspense-Record
                       WRITE SU-Suspense-Record
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE SUSPENSE-FILE
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

       PRINT-REPORT-HEADERS.
           ADD 1 TO WS-Page-Count
           MOVE WS-Page-Count TO WS-Page-Number-Display
           MOVE SPACES TO WS-Print-Line
           STRING "RATING SUSPENSE DECISIONS" DELIMITED BY SIZE
                  "           PAGE "          DELIMITED BY SIZE
                  WS-Page-Number-Display      DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-Run-Date-Display DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-Line-Count
           .
