               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Idxref-Status.

           SELECT CERTIFICATION-FILE ASSIGN TO "CERTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Certmst-Status.

           SELECT COURSE-FILE ASSIGN TO "COURSEMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Coursemst-Status.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Suspense-Status.

           SELECT INACTIVE-FILE ASSIGN TO "INACTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inactmst-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SKILL-MASTER-FILE.
           05 SM-Skill-Name       PIC X(20).
           05 SM-Skill-Rating     PIC 9V9.
           05 SM-Skill-Weight     PIC 9(2).
      * Who gave the rating: 'S' self, 'M' manager, 'P' peer. Only
      * the manager's row is the official rating this job averages,
      * posts to history and sends to the LMS; self and peer rows
      * ride through for CalibRpt and are balanced but not assessed.
           05 SM-Rater-Type       PIC X(1).
           05 SM-Rater-Id         PIC X(6).
      * Control-total trailer written by SkillEdit as the last record
      * of the cleaned file, carrying 'ZZZZZZ' in the id field (sorts
      * after every real employee id): detail record count, distinct
           05 SM-Trailer-Rec-Count PIC 9(6).
           05 SM-Trailer-Emp-Count PIC 9(4).
           05 SM-Trailer-Hash-Total PIC 9(7)V9.
           05 FILLER              PIC X(33).

       FD  EXCEPTION-FILE.
       01  EX-Exception-Line      PIC X(80).
           05 LX-Skill-Rating     PIC 9V9.
           05 LX-Average-Rating   PIC 9(3)V9(2).
           05 LX-Below-Threshold  PIC X(1).
      * Course the LMS should enroll a flagged row on, and its cost
      * for the department training budget; blank and zero on an
      * unflagged row or a skill with no course mapped.
           05 LX-Course-Code      PIC X(10).
           05 LX-Course-Cost      PIC 9(5)V99.

      * Employee/org reference file maintained by HR: one row per
      * employee, keyed by employee id, giving the department the
       01  CT-Catalog-Record.
           05 CT-Skill-Name       PIC X(20).
           05 CT-Skill-Weight     PIC 9(2).
      * 'Y' when holding the skill also needs a current certification
      * on CERTMST.DAT; anything else means a rating alone will do.
           05 CT-Cert-Required    PIC X(1).

      * Hand-off record written by SkillEdit: 'C' means the pre-edit
      * completed and SKILLMST.DAT is its cleaned output; anything
      * Cumulative send-register: every below-threshold row ever
      * sent to the LMS, stamped with its cycle date and left open
      * ('O') until LmsRecon matches a completion and retires it
      * ('R'), or LeavProc cancels it for a leaver ('C'). Each
      * cycle's postings close with a control record
      * carrying 'ZZZZZZ' in the id field and the row count, the
      * same convention as the SKILLMST trailer. This replaces the
      * operator-copied LMSPREV.DAT single-cycle snapshot.
           05 RG-Skill-Rating     PIC 9V9.
           05 RG-Status           PIC X(1).
           05 RG-Retire-Date      PIC 9(8).
           05 RG-Course-Code      PIC X(10).
           05 RG-Course-Cost      PIC 9(5)V99.
       01  RG-Control-Record.
           05 RG-Ctl-Cycle-Date   PIC 9(8).
           05 RG-Ctl-Id           PIC X(6).
           05 RG-Ctl-Row-Count    PIC 9(6).
           05 FILLER              PIC X(62).

      * Supervised release of a run RECONCILE-CONTROL-TOTALS would
      * otherwise abort: the approver, their reason, and the exact
           05 XR-New-Id           PIC X(6).
           05 XR-Effective-Date   PIC 9(8).

      * Certification master: one row per employee and skill holding
      * the cert code and its issue and expiry dates. Only skills the
      * catalog marks cert-required are checked against it.
       FD  CERTIFICATION-FILE.
       01  CM-Cert-Record.
           05 CM-Employee-Id      PIC X(6).
           05 CM-Skill-Name       PIC X(20).
           05 CM-Cert-Code        PIC X(10).
           05 CM-Issue-Date       PIC 9(8).
           05 CM-Expiry-Date      PIC 9(8).

      * LMS course catalog: the course a skill sends someone on, with
      * its length in hours and cost. A row with a rating band (low
      * and high both inclusive) applies only to ratings inside it and
      * wins over the skill's unbanded row (band 0.0-0.0), which is
      * the default course for the skill.
       FD  COURSE-FILE.
       01  CO-Course-Record.
           05 CO-Skill-Name       PIC X(20).
           05 CO-Band-Low         PIC 9V9.
           05 CO-Band-High        PIC 9V9.
           05 CO-Course-Code      PIC X(10).
           05 CO-Duration-Hours   PIC 9(3).
           05 CO-Course-Cost      PIC 9(5)V99.

      * Cumulative rating suspense: a rating that moved more than the
      * SWING-LIMIT run parameter from the employee's prior rating is
      * held here pending ('P') instead of being posted, with both
      * values and the manager who must confirm it. SuspMaint records
      * the manager's release ('A') or rejection ('J') and posts a
      * released rating to history as a late entry for the cycle;
      * SuspAge lists what is still waiting.
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

      * Inactive-employee master kept by LeavProc. A leaver still
      * assessed (RefAudit reports them) keeps their gap block but
      * stays out of the roster-wide gap ranking. Optional.
       FD  INACTIVE-FILE.
       01  IN-Inactive-Record.
           05 IN-Employee-Id      PIC X(6).
           05 IN-Leaving-Date     PIC 9(8).
           05 IN-Reason           PIC X(10).
           05 IN-Processed-Date   PIC 9(8).

       WORKING-STORAGE SECTION.
      * Ten slots so the run-parameter skill ceiling can be raised
      * above the shipped default of 5 without a recompile; only the
      * Set to 'N' by VALIDATE-DATA for a non-numeric or out-of-range
      * rating so the bad value is excluded from the weighted average
      * and from the history/extract writes instead of polluting them.
      * Set to 'H' by CHECK-RATING-SWINGS for a rating held in
      * suspense; anything other than 'Y' is left out downstream.
               10 WS-Skill-Valid    PIC X(1) VALUE 'Y'.
      * Catalog resolution flags set by INITIALIZE-DATA: a skill name
      * not in SKILLCAT is flagged 'N' here (and invalidated by
      * was overridden is flagged 'Y' so the exception report shows it.
               10 WS-In-Catalog     PIC X(1) VALUE 'Y'.
               10 WS-Weight-Adjusted PIC X(1) VALUE 'N'.
      * Certification state for a cert-required catalog skill, set by
      * CHECK-CERTIFICATION: ' ' not required (or CERTMST absent),
      * 'C' current, 'L' lapsed, 'N' none on file. 'L' and 'N' send
      * the skill to the LMS for recertification whatever the rating.
               10 WS-Cert-Status    PIC X(1) VALUE SPACE.
               10 WS-Cert-Expiry    PIC 9(8) VALUE 0.

       01 WS-Weighted-Total       PIC 9(5)V9(2) VALUE 0.
       01 WS-Total-Weight         PIC 9(3) VALUE 0.
       01 WS-Swap-Valid           PIC X(1).
       01 WS-Swap-In-Catalog      PIC X(1).
       01 WS-Swap-Weight-Adjusted PIC X(1).
       01 WS-Swap-Cert-Status     PIC X(1).
       01 WS-Swap-Cert-Expiry     PIC 9(8).
      * Printed alongside the new rating on a held skill's line.
       01 WS-Prior-Rating-Display PIC 9.9.

      * Prior-run ratings for the current employee, looked up from
      * the history master so PRINT-RESULTS can show a trend.
           05 WS-Cat-Entry OCCURS 50 TIMES.
               10 WS-Cat-Skill-Name   PIC X(20).
               10 WS-Cat-Skill-Weight PIC 9(2).
               10 WS-Cat-Cert-Req     PIC X(1).
       01 WS-Cat-I                PIC 9(3).

       01 WS-Editstat-Status      PIC X(2).
       01 WS-Alias-Table.
           05 WS-Alias-Id OCCURS 10 TIMES PIC X(6).
       01 WS-Alias-I              PIC 9(2).

      * CERTMST rows, loaded once. The file is optional: without it
      * no certification checks are made this run.
       01 WS-Certmst-Status       PIC X(2).
       01 WS-Certmst-Eof          PIC X(1) VALUE 'N'.
           88 END-OF-CERTMST      VALUE 'Y'.
       01 WS-Cert-File-Found      PIC X(1) VALUE 'N'.
       01 WS-Cert-Count           PIC 9(3) VALUE 0.
       01 WS-Cert-Table.
           05 WS-Cert-Entry OCCURS 500 TIMES.
               10 WS-Cert-Employee-Id PIC X(6).
               10 WS-Cert-Skill-Name  PIC X(20).
               10 WS-Cert-Code        PIC X(10).
               10 WS-Cert-Expiry-Date PIC 9(8).
       01 WS-Cert-I               PIC 9(3).
      * Skills in the current employee block whose required cert is
      * not current - each takes an extra SKILLRPT line.
       01 WS-Cert-Flag-Count      PIC 9(2) VALUE 0.
       01 WS-Cert-Date-Work       PIC 9(8).
       01 WS-Cert-Date-R REDEFINES WS-Cert-Date-Work.
           05 WS-Cert-Year        PIC 9(4).
           05 WS-Cert-Month       PIC 9(2).
           05 WS-Cert-Day         PIC 9(2).
       01 WS-Cert-Date-Display    PIC X(10).

      * COURSEMST rows, loaded once. Optional: without it flagged
      * rows still go to the LMS, just with no course or cost.
       01 WS-Coursemst-Status     PIC X(2).
       01 WS-Coursemst-Eof        PIC X(1) VALUE 'N'.
           88 END-OF-COURSEMST    VALUE 'Y'.
       01 WS-Course-File-Found    PIC X(1) VALUE 'N'.
       01 WS-Course-Count         PIC 9(3) VALUE 0.
       01 WS-Course-Table.
           05 WS-Course-Entry OCCURS 200 TIMES.
               10 WS-Course-Skill-Name PIC X(20).
               10 WS-Course-Band-Low  PIC 9V9.
               10 WS-Course-Band-High PIC 9V9.
               10 WS-Course-Code      PIC X(10).
               10 WS-Course-Cost      PIC 9(5)V99.
       01 WS-Course-I             PIC 9(3).
       01 WS-Course-Banded        PIC X(1).
       01 WS-Emp-Remapped         PIC X(1) VALUE 'N'.
       01 WS-Remap-Source-Id      PIC X(6).
       01 WS-Lookup-Id            PIC X(6).
       01 WS-Gap-Swap-Emp         PIC 9(4).
       01 WS-Gap-Actual           PIC 9V9.
       01 WS-Gap-Has-Actual       PIC X(1).
       01 WS-Gap-Held             PIC X(1).
       01 WS-Gap-Shortfall        PIC 9V9.
       01 WS-Gap-Role-Found       PIC X(1).
       01 WS-Gap-Req-Display      PIC 9.9.
       01 WS-Gap-Total-Display    PIC ZZZZ9.9.
       01 WS-Gap-Emp-Display      PIC ZZZ9.

       01 WS-Suspense-Status      PIC X(2) VALUE SPACES.
      * Rating suspense: a swing larger than WS-Swing-Limit points
      * either way from the prior rating is held (0.0 turns the check
      * off). The VALUE is the shipped default; RUNPARM SWING-LIMIT
      * overrides it.
       01 WS-Swing-Limit          PIC 9V9 VALUE 3.0.
       01 WS-Swing-Amount         PIC 9V9.
       01 WS-Swing-Limit-Display  PIC 9.9.
       01 WS-Held-Count           PIC 9(4) VALUE 0.
      * Employee and skill of every item already pending for this
      * cycle, so a rerun of the cycle that holds the same rating
      * again does not write it to suspense a second time.
       01 WS-Suspense-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SUSPENSE     VALUE 'Y'.
       01 WS-Pend-Count           PIC 9(4) VALUE 0.
       01 WS-Pend-Table.
           05 WS-Pend-Entry OCCURS 1000 TIMES.
               10 WS-Pend-Employee-Id PIC X(6).
               10 WS-Pend-Skill-Name  PIC X(20).
       01 WS-Pend-I               PIC 9(4).
       01 WS-Pend-Found           PIC X(1).

      * Employee ids on the inactive master, and whether the
      * employee being assessed is one of them.
       01 WS-Inactmst-Status      PIC X(2).
       01 WS-Inactmst-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-INACTMST     VALUE 'Y'.
       01 WS-Inact-Count          PIC 9(4) VALUE 0.
       01 WS-Inact-Table.
           05 WS-Inact-Employee-Id OCCURS 2000 TIMES PIC X(6).
       01 WS-Inact-I              PIC 9(4).
       01 WS-Gap-Inactive         PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      * LOAD-CHECKPOINT runs first so the run log's START record can
           PERFORM LOAD-SKILL-CATALOG
           PERFORM LOAD-ROLE-PROFILES
           PERFORM LOAD-ID-XREF
           PERFORM LOAD-CERTIFICATIONS
           PERFORM LOAD-COURSES
           PERFORM LOAD-INACTIVE-EMPLOYEES
           PERFORM OPEN-FILES
           PERFORM SKIP-TO-RESTART-POINT
           PERFORM PROCESS-EMPLOYEE UNTIL END-OF-SKILLMST
           CLOSE GAP-PRINT-FILE
           CLOSE BURST-WORK-FILE
           CLOSE SEND-REGISTER-FILE
           CLOSE SUSPENSE-FILE
           PERFORM STAMP-CYCLE-COMPLETE
           PERFORM WRITE-RUN-LOG-END
           DISPLAY "SkillAssessment batch complete. See SKILLRPT.DAT."
                  WS-Run-Year    DELIMITED BY SIZE
               INTO WS-Run-Date-Display
           END-STRING

      * Suspense is cumulative the same way: items stay on file until
      * a manager decides them, whatever cycle they were held in. It
      * is opened once the run date is settled, since the items
      * already pending for this cycle are noted first.
           PERFORM LOAD-PENDING-SUSPENSE
           OPEN EXTEND SUSPENSE-FILE
           IF WS-Suspense-Status NOT = "00"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-Suspense-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN SUSPENSE.DAT - STATUS "
                   WS-Suspense-Status
               PERFORM ABORT-RUN
           END-IF
           PERFORM PRINT-PARAMETER-ECHO
           PERFORM READ-SKILLMST
           .

       LOAD-PENDING-SUSPENSE.
      * Optional file - absent until the first rating is held.
           OPEN INPUT SUSPENSE-FILE
           IF WS-Suspense-Status = "00"
               PERFORM UNTIL END-OF-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO WS-Suspense-Eof
                       NOT AT END
                           IF SU-Status = 'P'
                               AND SU-Cycle-Date = WS-Run-Date
                               PERFORM ADD-PENDING-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           .

       ADD-PENDING-ENTRY.
           IF WS-Pend-Count = 1000
               DISPLAY "ERROR: OVER 1000 ITEMS PENDING FOR THIS CYCLE "
                   "- INCREASE WS-PEND-TABLE"
               PERFORM ABORT-RUN
           END-IF
           ADD 1 TO WS-Pend-Count
           MOVE SU-Employee-Id TO WS-Pend-Employee-Id(WS-Pend-Count)
           MOVE SU-Skill-Name TO WS-Pend-Skill-Name(WS-Pend-Count)
           .

       FIND-PENDING-ENTRY.
      * Is the employee and skill in SU-Suspense-Record already
      * pending for this cycle.
           MOVE 'N' TO WS-Pend-Found
           PERFORM VARYING WS-Pend-I FROM 1 BY 1
                   UNTIL WS-Pend-I > WS-Pend-Count
               IF WS-Pend-Employee-Id(WS-Pend-I) = SU-Employee-Id
                   AND WS-Pend-Skill-Name(WS-Pend-I) = SU-Skill-Name
                   MOVE 'Y' TO WS-Pend-Found
                   MOVE WS-Pend-Count TO WS-Pend-I
               END-IF
           END-PERFORM
           .

       PROCESS-EMPLOYEE.
      * One pass of this paragraph assesses one employee's skill group,
      * stopping at the next employee id (or end of file) so the whole
      * Everything that happens for an employee who passed the
      * truncation and filter checks in PROCESS-EMPLOYEE; the
      * department was already resolved there.
      * The prior ratings are looked up before the average is taken so
      * a rating held for an implausible swing never reaches it.
           PERFORM VALIDATE-DATA
           PERFORM GET-PRIOR-RATINGS
           PERFORM CHECK-RATING-SWINGS
           PERFORM CALCULATE-AVERAGE
           PERFORM PRINT-RESULTS
           PERFORM APPEND-HISTORY
           PERFORM WRITE-EXTRACT-RECORDS
      * run-parameter ceiling) into WS-Skill-Table, leaving the next
      * employee's row buffered.
           MOVE 0 TO WS-Count
           MOVE 0 TO WS-Cert-Flag-Count
           MOVE SM-Employee-Id   TO WS-Employee-Id
           MOVE SM-Employee-Name TO WS-Employee-Name
      * Self and peer rows are passed over: the manager's rating is
      * the one of record. Once WS-Skill-Table holds WS-Max-Skills
      * entries, any further manager row for this same employee id is
      * drained (and logged) instead of being left buffered, where
      * the outer loop would otherwise mistake the leftover row for
      * the start of a brand-new employee.
           PERFORM UNTIL END-OF-SKILLMST
                   OR SM-Employee-Id NOT = WS-Employee-Id
               IF SM-Rater-Type = 'S' OR SM-Rater-Type = 'P'
                   CONTINUE
               ELSE
                   IF WS-Count < WS-Max-Skills
                       ADD 1 TO WS-Count
                       SET IDX TO WS-Count
                       MOVE SM-Skill-Name   TO WS-Skill-Name(IDX)
                       MOVE SM-Skill-Rating TO WS-Skill-Rating(IDX)
                       MOVE SM-Skill-Weight TO WS-Skill-Weight(IDX)
                       PERFORM RESOLVE-CATALOG-ENTRY
                   ELSE
                       ADD 1 TO WS-Exception-Count
                       MOVE SPACES TO WS-Exception-Line
                       STRING SM-Employee-Id DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              SM-Skill-Name  DELIMITED BY SIZE
                              " SKILL DROPPED - OVER SKILL LIMIT"
                                             DELIMITED BY SIZE
                           INTO WS-Exception-Line
                       END-STRING
                       MOVE WS-Exception-Line TO EX-Exception-Line
                       WRITE EX-Exception-Line
                   END-IF
               END-IF
               PERFORM READ-SKILLMST
           END-PERFORM
           .
      * the same skill carries the same weight.
           MOVE 'N' TO WS-In-Catalog(IDX)
           MOVE 'N' TO WS-Weight-Adjusted(IDX)
           MOVE SPACE TO WS-Cert-Status(IDX)
           MOVE 0 TO WS-Cert-Expiry(IDX)
           PERFORM VARYING WS-Cat-I FROM 1 BY 1
                   UNTIL WS-Cat-I > WS-Cat-Count
               IF WS-Cat-Skill-Name(WS-Cat-I) = WS-Skill-Name(IDX)
                           TO WS-Skill-Weight(IDX)
                       MOVE 'Y' TO WS-Weight-Adjusted(IDX)
                   END-IF
                   IF WS-Cat-Cert-Req(WS-Cat-I) = 'Y'
                       AND WS-Cert-File-Found = 'Y'
                       PERFORM CHECK-CERTIFICATION
                   END-IF
                   MOVE WS-Cat-Count TO WS-Cat-I
               END-IF
           END-PERFORM
           .

       CHECK-CERTIFICATION.
      * A cert-required skill is current only when CERTMST holds a
      * row for this employee and skill expiring on or after the run
      * date; a lapsed or missing cert is flagged for the SKILLRPT
      * block and sent to the LMS for recertification.
           MOVE 'N' TO WS-Cert-Status(IDX)
           PERFORM VARYING WS-Cert-I FROM 1 BY 1
                   UNTIL WS-Cert-I > WS-Cert-Count
               IF WS-Cert-Employee-Id(WS-Cert-I) = WS-Employee-Id
                   AND WS-Cert-Skill-Name(WS-Cert-I) =
                       WS-Skill-Name(IDX)
                   MOVE WS-Cert-Expiry-Date(WS-Cert-I)
                       TO WS-Cert-Expiry(IDX)
                   IF WS-Cert-Expiry-Date(WS-Cert-I) < WS-Run-Date
                       MOVE 'L' TO WS-Cert-Status(IDX)
                   ELSE
                       MOVE 'C' TO WS-Cert-Status(IDX)
                   END-IF
                   MOVE WS-Cert-Count TO WS-Cert-I
               END-IF
           END-PERFORM
           IF WS-Cert-Status(IDX) NOT = 'C'
               ADD 1 TO WS-Cert-Flag-Count
           END-IF
           .

       READ-SKILLMST.
      * The trailer reads as logical end of data: its totals are
      * captured for RECONCILE-CONTROL-TOTALS and processing stops.
                           "- '" PM-Value "'"
                       PERFORM ABORT-RUN
                   END-IF
      * CALIB-TOL belongs to CalibRpt; it is only checked for shape
      * here so a bad value is caught before the cycle goes any
      * further.
               WHEN "CALIB-TOL"
                   IF PM-Value(1:1) NUMERIC
                       AND PM-Value(2:1) = "."
                       AND PM-Value(3:1) NUMERIC
                       AND PM-Value(4:17) = SPACES
                       CONTINUE
                   ELSE
                       DISPLAY "ERROR: RUNPARM CALIB-TOL NOT N.N - '"
                           PM-Value "'"
                       PERFORM ABORT-RUN
                   END-IF
      * CERT-WINDOW (days ahead CertRpt looks for expiring certs) is
      * likewise only shape-checked here.
               WHEN "CERT-WINDOW"
                   PERFORM PARSE-PARM-INTEGER
                   IF WS-Parm-Int-Ok NOT = 'Y'
                       DISPLAY "ERROR: RUNPARM CERT-WINDOW INVALID - '"
                           PM-Value "'"
                       PERFORM ABORT-RUN
                   END-IF
      * SWING-LIMIT (points a rating may move from the prior cycle
      * before it is held in suspense for the manager to confirm)
      * replaces the WS-Swing-Limit default; 0.0 turns it off.
               WHEN "SWING-LIMIT"
                   IF PM-Value(1:1) NUMERIC
                       AND PM-Value(2:1) = "."
                       AND PM-Value(3:1) NUMERIC
                       AND PM-Value(4:17) = SPACES
                       MOVE PM-Value(1:1) TO WS-Parm-Digit-X
                       MOVE WS-Parm-Digit-9 TO WS-Parm-Rate-N1
                       MOVE PM-Value(3:1) TO WS-Parm-Digit-X
                       MOVE WS-Parm-Digit-9 TO WS-Parm-Rate-N2
                       MOVE WS-Parm-Rate-Num TO WS-Swing-Limit
                   ELSE
                       DISPLAY "ERROR: RUNPARM SWING-LIMIT NOT N.N - '"
                           PM-Value "'"
                       PERFORM ABORT-RUN
                   END-IF
      * SUSP-AGE (days before a held rating is reported as aged) is
      * read by SuspAge; only its shape is checked here.
               WHEN "SUSP-AGE"
                   PERFORM PARSE-PARM-INTEGER
                   IF WS-Parm-Int-Ok NOT = 'Y'
                       DISPLAY "ERROR: RUNPARM SUSP-AGE INVALID - '"
                           PM-Value "'"
                       PERFORM ABORT-RUN
                   END-IF
      * FISCAL-START (MMDD the training budget year begins) is read
      * by BudgRpt; only its shape is checked here.
               WHEN "FISCAL-START"
                   IF PM-Value(1:4) NUMERIC
                       AND PM-Value(5:16) = SPACES
                       AND PM-Value(1:2) > "00" AND PM-Value(1:2) < "13"
                       AND PM-Value(3:2) > "00" AND PM-Value(3:2) < "32"
                       CONTINUE
                   ELSE
                       DISPLAY "ERROR: RUNPARM FISCAL-START NOT MMDD "
                           "- '" PM-Value "'"
                       PERFORM ABORT-RUN
                   END-IF
               WHEN "EMPLOYEE"
                   MOVE PM-Value(1:6) TO WS-Parm-Emp-Filter
               WHEN "DEPARTMENT"
           END-STRING
           WRITE PR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-Print-Line
           IF WS-Swing-Limit = 0
               MOVE "Swing Hold Limit: (OFF)" TO WS-Print-Line
           ELSE
               MOVE WS-Swing-Limit TO WS-Swing-Limit-Display
               STRING "Swing Hold Limit: "    DELIMITED BY SIZE
                      WS-Swing-Limit-Display  DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
           END-IF
           WRITE PR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-Print-Line
           IF WS-Parm-Emp-Filter = SPACES
               MOVE "Employee Filter: (NONE)" TO WS-Print-Line
               END-STRING
           END-IF
           WRITE PR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 9 TO WS-Line-Count
           .

       CHECK-EDIT-STATUS.
                               WS-Cat-Skill-Name(WS-Cat-Count)
                           MOVE CT-Skill-Weight TO
                               WS-Cat-Skill-Weight(WS-Cat-Count)
                           MOVE CT-Cert-Required TO
                               WS-Cat-Cert-Req(WS-Cat-Count)
                       ELSE
                           DISPLAY "ERROR: SKILLCAT.DAT EXCEEDS 50 "
                               "ROWS - INCREASE WS-CAT-TABLE"
           END-IF
           .

       LOAD-CERTIFICATIONS.
      * Loads CERTMST once at startup. Optional: a shop with no
      * cert-required skills has no file, and the checks are skipped.
           OPEN INPUT CERTIFICATION-FILE
           IF WS-Certmst-Status NOT = "00"
               DISPLAY "CERTMST.DAT NOT FOUND - CERTIFICATION CHECKS "
                   "SKIPPED"
           ELSE
               MOVE 'Y' TO WS-Cert-File-Found
               PERFORM UNTIL END-OF-CERTMST
                   READ CERTIFICATION-FILE
                       AT END
                           MOVE 'Y' TO WS-Certmst-Eof
                       NOT AT END
                           IF WS-Cert-Count < 500
                               ADD 1 TO WS-Cert-Count
                               MOVE CM-Employee-Id TO
                                   WS-Cert-Employee-Id(WS-Cert-Count)
                               MOVE CM-Skill-Name TO
                                   WS-Cert-Skill-Name(WS-Cert-Count)
                               MOVE CM-Cert-Code TO
                                   WS-Cert-Code(WS-Cert-Count)
                               IF CM-Expiry-Date NUMERIC
                                   MOVE CM-Expiry-Date TO
                                     WS-Cert-Expiry-Date(WS-Cert-Count)
                               ELSE
                                   MOVE 0 TO
                                     WS-Cert-Expiry-Date(WS-Cert-Count)
                               END-IF
                           ELSE
                               DISPLAY "ERROR: CERTMST.DAT EXCEEDS "
                                   "500 ROWS - INCREASE "
                                   "WS-CERT-TABLE"
                               PERFORM ABORT-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERTIFICATION-FILE
           END-IF
           .

       LOAD-COURSES.
      * Loads the LMS course catalog once at startup. Optional, like
      * CERTMST: without it the extract carries no course mapping.
           OPEN INPUT COURSE-FILE
           IF WS-Coursemst-Status NOT = "00"
               DISPLAY "COURSEMST.DAT NOT FOUND - EXTRACT CARRIES NO "
                   "COURSE MAPPING"
           ELSE
               MOVE 'Y' TO WS-Course-File-Found
               PERFORM UNTIL END-OF-COURSEMST
                   READ COURSE-FILE
                       AT END
                           MOVE 'Y' TO WS-Coursemst-Eof
                       NOT AT END
                           IF WS-Course-Count < 200
                               ADD 1 TO WS-Course-Count
                               MOVE CO-Skill-Name TO
                                 WS-Course-Skill-Name(WS-Course-Count)
                               MOVE CO-Band-Low TO
                                 WS-Course-Band-Low(WS-Course-Count)
                               MOVE CO-Band-High TO
                                 WS-Course-Band-High(WS-Course-Count)
                               MOVE CO-Course-Code TO
                                 WS-Course-Code(WS-Course-Count)
                               MOVE CO-Course-Cost TO
                                 WS-Course-Cost(WS-Course-Count)
                           ELSE
                               DISPLAY "ERROR: COURSEMST.DAT EXCEEDS "
                                   "200 ROWS - INCREASE "
                                   "WS-COURSE-TABLE"
                               PERFORM ABORT-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-FILE
           END-IF
           .

       LOAD-INACTIVE-EMPLOYEES.
      * Loads the inactive master once at startup. Optional: absent
      * until LeavProc has processed a leaver.
           OPEN INPUT INACTIVE-FILE
           IF WS-Inactmst-Status NOT = "00"
               CONTINUE
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
                               PERFORM ABORT-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INACTIVE-FILE
           END-IF
           .

       SKIP-TO-RESTART-POINT.
      * SKILLMST is sorted ascending by employee id (see INITIALIZE-
      * DATA); skip every row at or before the checkpointed employee
           END-PERFORM
           .

       CHECK-RATING-SWINGS.
      * A valid rating that moved more than WS-Swing-Limit points from
      * the prior rating is far more often a keying error in the HR
      * feed than a real change. It is held: written to suspense with
      * both values and the manager who must confirm it, and flagged
      * 'H' so the average, history, extract and gap analysis leave
      * it out until SuspMaint posts the manager's release. A rerun
      * of the cycle holds the same rating again (it was never
      * posted) but finds it already pending, so each held rating
      * has exactly one suspense row.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-Count
               IF WS-Skill-Valid(IDX) = 'Y'
                   AND WS-Has-Prior(IDX) = 'Y'
                   AND WS-Swing-Limit > 0
                   IF WS-Skill-Rating(IDX) > WS-Prior-Rating(IDX)
                       COMPUTE WS-Swing-Amount =
                           WS-Skill-Rating(IDX) - WS-Prior-Rating(IDX)
                   ELSE
                       COMPUTE WS-Swing-Amount =
                           WS-Prior-Rating(IDX) - WS-Skill-Rating(IDX)
                   END-IF
                   IF WS-Swing-Amount > WS-Swing-Limit
                       MOVE 'H' TO WS-Skill-Valid(IDX)
                       MOVE SPACES TO SU-Suspense-Record
                       MOVE WS-Run-Date TO SU-Cycle-Date
                       MOVE WS-Employee-Id TO SU-Employee-Id
                       MOVE WS-Employee-Name TO SU-Employee-Name
                       MOVE WS-Skill-Name(IDX) TO SU-Skill-Name
                       MOVE WS-Prior-Rating(IDX) TO SU-Prior-Rating
                       MOVE WS-Skill-Rating(IDX) TO SU-New-Rating
                       MOVE WS-Curr-Manager-Id TO SU-Manager-Id
                       MOVE 'P' TO SU-Status
                       MOVE 0 TO SU-Decision-Date
                       PERFORM FIND-PENDING-ENTRY
                       IF WS-Pend-Found = 'N'
                           WRITE SU-Suspense-Record
                           PERFORM ADD-PENDING-ENTRY
                       END-IF
                       ADD 1 TO WS-Held-Count
                       MOVE "RATING HELD - SWING OVER LIMIT"
                           TO WS-Exception-Reason
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM
           .

       WRITE-EXCEPTION.
           ADD 1 TO WS-Exception-Count
           MOVE SPACES TO WS-Exception-Line

       WRITE-EXTRACT-RECORDS.
      * One fixed-format row per skill for the LMS/HR load, flagging
      * any skill rated below WS-Training-Threshold for auto-enrollment
      * ('Y'), or rated at or above it but with a required cert lapsed
      * or missing, for recertification ('R').
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-Count
      * A flagged-invalid rating never leaves the plant: the LMS load
      * only sees ratings VALIDATE-DATA has already confirmed numeric
                   IF WS-Skill-Rating(IDX) < WS-Training-Threshold
                       MOVE 'Y' TO LX-Below-Threshold
                   ELSE
                       IF WS-Cert-Status(IDX) = 'L'
                           OR WS-Cert-Status(IDX) = 'N'
                           MOVE 'R' TO LX-Below-Threshold
                       ELSE
                           MOVE 'N' TO LX-Below-Threshold
                       END-IF
                   END-IF
                   MOVE SPACES TO LX-Course-Code
                   MOVE 0 TO LX-Course-Cost
                   IF LX-Below-Threshold NOT = 'N'
                       AND WS-Course-File-Found = 'Y'
                       PERFORM FIND-COURSE
                   END-IF
                   WRITE LX-Extract-Record
                   ADD 1 TO WS-Extract-Write-Count
      * send-register as an open enrollment, stamped with this
      * cycle's date, so LmsRecon can chase it until the LMS
      * reports it completed - however many cycles that takes.
      * Recertification rows post the same way.
                   IF LX-Below-Threshold NOT = 'N'
                       MOVE SPACES TO RG-Register-Record
                       MOVE WS-Run-Date TO RG-Cycle-Date
                       MOVE WS-Employee-Id TO RG-Employee-Id
                           TO RG-Skill-Rating
                       MOVE 'O' TO RG-Status
                       MOVE 0 TO RG-Retire-Date
                       MOVE LX-Course-Code TO RG-Course-Code
                       MOVE LX-Course-Cost TO RG-Course-Cost
                       WRITE RG-Register-Record
                       ADD 1 TO WS-Register-Cycle-Count
                   END-IF
           END-PERFORM
           .

       FIND-COURSE.
      * Picks the course for the flagged skill into the extract row:
      * a banded COURSEMST row covering the rating beats the skill's
      * unbanded default. A flagged skill with no course at all is
      * logged so the catalog gets filled in before the LMS load.
           MOVE 'N' TO WS-Course-Banded
           PERFORM VARYING WS-Course-I FROM 1 BY 1
                   UNTIL WS-Course-I > WS-Course-Count
               IF WS-Course-Skill-Name(WS-Course-I) =
                       WS-Skill-Name(IDX)
                   IF WS-Course-Band-Low(WS-Course-I) = 0
                       AND WS-Course-Band-High(WS-Course-I) = 0
                       IF WS-Course-Banded = 'N'
                           MOVE WS-Course-Code(WS-Course-I)
                               TO LX-Course-Code
                           MOVE WS-Course-Cost(WS-Course-I)
                               TO LX-Course-Cost
                       END-IF
                   ELSE
                       IF WS-Skill-Rating(IDX) NOT <
                               WS-Course-Band-Low(WS-Course-I)
                           AND WS-Skill-Rating(IDX) NOT >
                               WS-Course-Band-High(WS-Course-I)
                           MOVE 'Y' TO WS-Course-Banded
                           MOVE WS-Course-Code(WS-Course-I)
                               TO LX-Course-Code
                           MOVE WS-Course-Cost(WS-Course-I)
                               TO LX-Course-Cost
                           MOVE WS-Course-Count TO WS-Course-I
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF LX-Course-Code = SPACES
               MOVE "NO COURSE MAPPED FOR SKILL"
                   TO WS-Exception-Reason
               PERFORM WRITE-EXCEPTION
           END-IF
           .

       BURST-PRINT-LINE.
      * Copies the SKILLRPT line just built (still in WS-Print-Line)
      * to the burst work file under the current employee's manager;
      * showing required, actual, and shortfall. A skill the employee
      * has no valid rating for counts as a full-requirement gap.
      * Each positive shortfall also rolls into the roster-wide
      * ranking printed by PRINT-GAP-RANKING - except a leaver's,
      * whose training need has left with them.
           MOVE 'N' TO WS-Gap-Inactive
           PERFORM VARYING WS-Inact-I FROM 1 BY 1
                   UNTIL WS-Inact-I > WS-Inact-Count
               IF WS-Inact-Employee-Id(WS-Inact-I) = WS-Employee-Id
                   MOVE 'Y' TO WS-Gap-Inactive
                   MOVE WS-Inact-Count TO WS-Inact-I
               END-IF
           END-PERFORM
           IF WS-Gap-Line-Count + 4 > WS-Lines-Per-Page
               PERFORM GAP-REPORT-HEADERS
           END-IF
               MOVE 1 TO WS-Burst-Advance
               PERFORM BURST-GAP-LINE
           END-IF

           IF WS-Gap-Inactive = 'Y'
               IF WS-Gap-Line-Count + 1 > WS-Lines-Per-Page
                   PERFORM GAP-REPORT-HEADERS
               END-IF
               MOVE "  LEAVER - EXCLUDED FROM GAP RANKING"
                   TO WS-Gap-Line
               WRITE GP-Line FROM WS-Gap-Line
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-Gap-Line-Count
               MOVE 1 TO WS-Burst-Advance
               PERFORM BURST-GAP-LINE
           END-IF
           .

       WRITE-GAP-SKILL-LINE.
      * One required skill from the role profile (subscript WS-Role-I)
      * against the employee's actual rating from WS-Skill-Table.
      * A rating held in suspense is neither an actual nor a gap: the
      * line says so and nothing rolls into the ranking until the
      * manager has confirmed or rejected it.
           MOVE 0   TO WS-Gap-Actual
           MOVE 'N' TO WS-Gap-Has-Actual
           MOVE 'N' TO WS-Gap-Held
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-Count
               IF WS-Skill-Valid(IDX) = 'Y'
                   AND WS-Skill-Name(IDX) =
                   MOVE WS-Skill-Rating(IDX) TO WS-Gap-Actual
                   MOVE 'Y' TO WS-Gap-Has-Actual
               END-IF
               IF WS-Skill-Valid(IDX) = 'H'
                   AND WS-Skill-Name(IDX) =
                       WS-Role-Skill-Name(WS-Role-I)
                   MOVE 'Y' TO WS-Gap-Held
               END-IF
           END-PERFORM

           IF WS-Gap-Has-Actual = 'Y'
               MOVE WS-Role-Req-Rating(WS-Role-I)
                   TO WS-Gap-Shortfall
           END-IF
           IF WS-Gap-Held = 'Y'
               MOVE 0 TO WS-Gap-Shortfall
           END-IF

           IF WS-Gap-Line-Count + 1 > WS-Lines-Per-Page
               PERFORM GAP-REPORT-HEADERS
                   INTO WS-Gap-Line
               END-STRING
           END-IF
           IF WS-Gap-Held = 'Y'
               MOVE SPACES TO WS-Gap-Line
               STRING "  "                  DELIMITED BY SIZE
                      WS-Role-Skill-Name(WS-Role-I)
                                            DELIMITED BY SIZE
                      " Req "               DELIMITED BY SIZE
                      WS-Gap-Req-Display    DELIMITED BY SIZE
                      "  Act N/A"           DELIMITED BY SIZE
                      "  HELD - IN SUSPENSE" DELIMITED BY SIZE
                   INTO WS-Gap-Line
               END-STRING
           END-IF
           WRITE GP-Line FROM WS-Gap-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Gap-Line-Count
           MOVE 1 TO WS-Burst-Advance
           PERFORM BURST-GAP-LINE

           IF WS-Gap-Shortfall > 0
               AND WS-Gap-Inactive = 'N'
               PERFORM ACCUMULATE-GAP-SKILL
           END-IF
           .
       PRINT-RESULTS.
      * An employee block needs the collected skill lines plus six
      * more (blank + name + possible xref note + top/bottom
      * callout + average), and one per certification flag; start a
      * new page if that won't fit.
           IF WS-Line-Count + WS-Count + WS-Cert-Flag-Count + 6
                   > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF

                       INTO WS-Print-Line
                   END-STRING
               ELSE
                   IF WS-Skill-Valid(IDX) = 'H'
                       MOVE WS-Skill-Rating(IDX)
                           TO WS-Skill-Rating-Display
                       MOVE WS-Prior-Rating(IDX)
                           TO WS-Prior-Rating-Display
                       STRING "  "                DELIMITED BY SIZE
                              WS-Skill-Name(IDX)  DELIMITED BY SIZE
                              "  HELD IN SUSPENSE - WAS "
                                                  DELIMITED BY SIZE
                              WS-Prior-Rating-Display
                                                  DELIMITED BY SIZE
                              " NOW "             DELIMITED BY SIZE
                              WS-Skill-Rating-Display
                                                  DELIMITED BY SIZE
                           INTO WS-Print-Line
                       END-STRING
                   ELSE
                       STRING "  "                DELIMITED BY SIZE
                              WS-Skill-Name(IDX)  DELIMITED BY SIZE
                              "  INVALID - SEE EXCEPTIONS"
                                                  DELIMITED BY SIZE
                           INTO WS-Print-Line
                       END-STRING
                   END-IF
               END-IF
               WRITE PR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
               ADD 1 TO WS-Line-Count
               MOVE 1 TO WS-Burst-Advance
               PERFORM BURST-PRINT-LINE
               IF WS-Skill-Valid(IDX) = 'Y'
                   AND (WS-Cert-Status(IDX) = 'L'
                        OR WS-Cert-Status(IDX) = 'N')
                   PERFORM PRINT-CERT-FLAG
               END-IF
           END-PERFORM

           MOVE WS-Average-Rating TO WS-Average-Rating-Display
           PERFORM BURST-PRINT-LINE
           .

       PRINT-CERT-FLAG.
      * Flag line under a skill whose required certification is not
      * current; the skill goes to the LMS for recertification even
      * when the rating itself clears the threshold.
           MOVE SPACES TO WS-Print-Line
           IF WS-Cert-Status(IDX) = 'L'
               MOVE WS-Cert-Expiry(IDX) TO WS-Cert-Date-Work
               STRING WS-Cert-Month   DELIMITED BY SIZE
                      "/"             DELIMITED BY SIZE
                      WS-Cert-Day     DELIMITED BY SIZE
                      "/"             DELIMITED BY SIZE
                      WS-Cert-Year    DELIMITED BY SIZE
                   INTO WS-Cert-Date-Display
               END-STRING
               STRING "    ** CERTIFICATION LAPSED "
                                         DELIMITED BY SIZE
                      WS-Cert-Date-Display DELIMITED BY SIZE
                      " - RECERTIFICATION SENT TO LMS"
                                         DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
           ELSE
               STRING "    ** REQUIRED CERTIFICATION NOT ON FILE"
                                         DELIMITED BY SIZE
                      " - RECERTIFICATION SENT TO LMS"
                                         DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
           END-IF
           WRITE PR-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
           MOVE 1 TO WS-Burst-Advance
           PERFORM BURST-PRINT-LINE
           .

       SORT-SKILL-TABLE.
      * Simple bubble sort, descending by rating, so the report shows
      * an employee's strongest skill first and weakest last. Invalid
      * entries (VALIDATE-DATA set WS-Skill-Valid to 'N') are pushed to
      * the bottom instead of having their garbage rating compared,
      * since a non-numeric rating isn't ordinarily comparable. Held
      * ('H') entries go to the bottom with them.
           PERFORM VARYING WS-Sort-I FROM 1 BY 1
                   UNTIL WS-Sort-I >= WS-Count
               PERFORM VARYING WS-Sort-J FROM 1 BY 1
                       UNTIL WS-Sort-J > WS-Count - WS-Sort-I
                   IF (WS-Skill-Valid(WS-Sort-J) NOT = 'Y' AND
                       WS-Skill-Valid(WS-Sort-J + 1) = 'Y')
                      OR
                      (WS-Skill-Valid(WS-Sort-J) = 'Y' AND
                           TO WS-Swap-In-Catalog
                       MOVE WS-Weight-Adjusted(WS-Sort-J)
                           TO WS-Swap-Weight-Adjusted
                       MOVE WS-Cert-Status(WS-Sort-J)
                           TO WS-Swap-Cert-Status
                       MOVE WS-Cert-Expiry(WS-Sort-J)
                           TO WS-Swap-Cert-Expiry
                       MOVE WS-Skill-Name(WS-Sort-J + 1)
                           TO WS-Skill-Name(WS-Sort-J)
                       MOVE WS-Skill-Rating(WS-Sort-J + 1)
                           TO WS-In-Catalog(WS-Sort-J)
                       MOVE WS-Weight-Adjusted(WS-Sort-J + 1)
                           TO WS-Weight-Adjusted(WS-Sort-J)
                       MOVE WS-Cert-Status(WS-Sort-J + 1)
                           TO WS-Cert-Status(WS-Sort-J)
                       MOVE WS-Cert-Expiry(WS-Sort-J + 1)
                           TO WS-Cert-Expiry(WS-Sort-J)
                       MOVE WS-Swap-Name
                           TO WS-Skill-Name(WS-Sort-J + 1)
                       MOVE WS-Swap-Rating
                           TO WS-In-Catalog(WS-Sort-J + 1)
                       MOVE WS-Swap-Weight-Adjusted
                           TO WS-Weight-Adjusted(WS-Sort-J + 1)
                       MOVE WS-Swap-Cert-Status
                           TO WS-Cert-Status(WS-Sort-J + 1)
                       MOVE WS-Swap-Cert-Expiry
                           TO WS-Cert-Expiry(WS-Sort-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
      * and the restart extends the same cycle's postings before
      * the control record finally goes out.
                   CLOSE SEND-REGISTER-FILE
                   CLOSE SUSPENSE-FILE
                   DISPLAY "ERROR: RUN OUT OF BALANCE WITH FEED "
                       "TRAILER - SEE SKILLRPT.DAT - CHECKPOINT "
                       "LEFT RESTARTABLE"
