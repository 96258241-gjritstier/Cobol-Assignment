       01  CT-Catalog-Record.
           05 CT-Skill-Name       PIC X(20).
           05 CT-Skill-Weight     PIC 9(2).
           05 CT-Cert-Required    PIC X(1).

      * Maintenance transactions replacing hand edits of SKILLCAT:
      * 'A' adds a skill, 'C' changes its official weight, 'D'
      * deletes it. Each is validated and audited; a weight change
      * additionally gets an impact section showing what it will do
      * to every affected employee's weighted average. The cert flag
      * sets ('Y') or clears ('N') the skill's certification
      * requirement; blank means not required on an add and
      * unchanged on a change.
       FD  TRANSACTION-FILE.
       01  TR-Transaction-Record.
           05 TR-Action           PIC X(1).
           05 TR-Skill-Name       PIC X(20).
           05 TR-Skill-Weight     PIC 9(2).
           05 TR-Cert-Required    PIC X(1).

       FD  SKILL-MASTER-FILE.
       01  SM-Skill-Record.
           05 SM-Skill-Name       PIC X(20).
           05 SM-Skill-Rating     PIC 9V9.
           05 SM-Skill-Weight     PIC 9(2).
           05 SM-Rater-Type       PIC X(1).
           05 SM-Rater-Id         PIC X(6).

       FD  ROLE-PROFILE-FILE.
       01  RP-Role-Record.
           05 RP-Required-Rating  PIC 9V9.

       FD  WORK-FILE.
       01  WK-Catalog-Record      PIC X(23).

       FD  AUDIT-PRINT-FILE.
       01  AU-Line                PIC X(132).
               10 WS-Cat-Skill-Weight PIC 9(2).
               10 WS-Cat-Old-Weight   PIC 9(2).
               10 WS-Cat-Flag         PIC X(1).
               10 WS-Cat-Cert-Req     PIC X(1).
               10 WS-Cat-Old-Cert     PIC X(1).
       01 WS-Cat-I                PIC 9(3).
       01 WS-Cat-Slot             PIC 9(3).

                           MOVE CT-Skill-Weight TO
                               WS-Cat-Old-Weight(WS-Cat-Count)
                           MOVE SPACE TO WS-Cat-Flag(WS-Cat-Count)
                           IF CT-Cert-Required = 'Y'
                               MOVE 'Y' TO
                                   WS-Cat-Cert-Req(WS-Cat-Count)
                           ELSE
                               MOVE 'N' TO
                                   WS-Cat-Cert-Req(WS-Cat-Count)
                           END-IF
                           MOVE WS-Cat-Cert-Req(WS-Cat-Count) TO
                               WS-Cat-Old-Cert(WS-Cat-Count)
                       ELSE
                           DISPLAY "ERROR: SKILLCAT.DAT EXCEEDS 50 "
                               "ROWS - INCREASE WS-CAT-TABLE"
                       MOVE "BLANK SKILL NAME" TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
                   PERFORM CHECK-CERT-FLAG
                   IF WS-Tran-Ok = 'Y'
                       PERFORM APPLY-ADD
                   END-IF
                           TO WS-Reject-Reason
                       MOVE 'N' TO WS-Tran-Ok
                   END-IF
                   PERFORM CHECK-CERT-FLAG
                   IF WS-Tran-Ok = 'Y'
                       PERFORM APPLY-CHANGE
                   END-IF
           PERFORM PRINT-AUDIT-LINE
           .

       CHECK-CERT-FLAG.
           IF WS-Tran-Ok = 'Y'
               AND TR-Cert-Required NOT = SPACE
               AND TR-Cert-Required NOT = 'Y'
               AND TR-Cert-Required NOT = 'N'
               MOVE "CERT FLAG NOT Y, N OR BLANK" TO WS-Reject-Reason
               MOVE 'N' TO WS-Tran-Ok
           END-IF
           .

       FIND-CATALOG-SLOT.
           MOVE 0 TO WS-Cat-Slot
           PERFORM VARYING WS-Cat-I FROM 1 BY 1
               MOVE TR-Skill-Weight
                   TO WS-Cat-Old-Weight(WS-Cat-Slot)
               MOVE 'A' TO WS-Cat-Flag(WS-Cat-Slot)
               PERFORM SET-ADDED-CERT-FLAG
           ELSE
               IF WS-Cat-Count = 50
                   DISPLAY "ERROR: CATALOG FULL - INCREASE "
               MOVE TR-Skill-Weight
                   TO WS-Cat-Old-Weight(WS-Cat-Slot)
               MOVE 'A' TO WS-Cat-Flag(WS-Cat-Slot)
               PERFORM SET-ADDED-CERT-FLAG
           END-IF
           .

       SET-ADDED-CERT-FLAG.
           IF TR-Cert-Required = 'Y'
               MOVE 'Y' TO WS-Cat-Cert-Req(WS-Cat-Slot)
           ELSE
               MOVE 'N' TO WS-Cat-Cert-Req(WS-Cat-Slot)
           END-IF
           MOVE WS-Cat-Cert-Req(WS-Cat-Slot)
               TO WS-Cat-Old-Cert(WS-Cat-Slot)
           .

       APPLY-CHANGE.
           IF WS-Cat-Flag(WS-Cat-Slot) = SPACE
               MOVE WS-Cat-Skill-Weight(WS-Cat-Slot)
                   TO WS-Cat-Old-Weight(WS-Cat-Slot)
               MOVE WS-Cat-Cert-Req(WS-Cat-Slot)
                   TO WS-Cat-Old-Cert(WS-Cat-Slot)
               MOVE 'C' TO WS-Cat-Flag(WS-Cat-Slot)
               ADD 1 TO WS-Change-Count
           END-IF
           MOVE TR-Skill-Weight
               TO WS-Cat-Skill-Weight(WS-Cat-Slot)
           IF TR-Cert-Required NOT = SPACE
               MOVE TR-Cert-Required
                   TO WS-Cat-Cert-Req(WS-Cat-Slot)
           END-IF
           .

       CHECK-SKILL-IN-USE.

       PRINT-AUDIT-LINE.
      * One line per transaction: action, skill, before and after
      * images (weight, then cert-required flag as was>now), and the
      * outcome with its reason when rejected.
           IF WS-Line-Count + 1 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           ELSE
               MOVE "Now --" TO WS-Print-Line(34:6)
           END-IF
           MOVE "Cert ->-" TO WS-Print-Line(42:8)
           IF WS-Cat-Slot > 0 AND TR-Action NOT = 'A'
               MOVE WS-Cat-Old-Cert(WS-Cat-Slot)
                   TO WS-Print-Line(47:1)
           END-IF
           IF WS-Tran-Ok = 'Y' AND TR-Action NOT = 'D'
               MOVE WS-Cat-Cert-Req(WS-Cat-Slot)
                   TO WS-Print-Line(49:1)
           END-IF
           IF WS-Tran-Ok = 'Y'
               MOVE "ACCEPTED" TO WS-Print-Line(52:8)
           ELSE
               MOVE "REJECTED - " TO WS-Print-Line(52:11)
               MOVE WS-Reject-Reason TO WS-Print-Line(63:40)
           END-IF
           WRITE AU-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
      * Mirrors RESOLVE-CATALOG-ENTRY and CALCULATE-AVERAGE: the
      * catalog weight overrides the feed weight, and a skill not in
      * the catalog (or with a bad rating) stays out of the average.
      * Only the manager's row is the rating of record; self and
      * peer rows never reach the average, so they are passed over.
           IF SM-Skill-Rating NUMERIC
               AND SM-Rater-Type NOT = 'S'
               AND SM-Rater-Type NOT = 'P'
               PERFORM VARYING WS-Cat-I FROM 1 BY 1
                       UNTIL WS-Cat-I > WS-Cat-Count
                   IF WS-Cat-Skill-Name(WS-Cat-I) = SM-Skill-Name
                       TO CT-Skill-Name
                   MOVE WS-Cat-Skill-Weight(WS-Cat-I)
                       TO CT-Skill-Weight
                   MOVE WS-Cat-Cert-Req(WS-Cat-I)
                       TO CT-Cert-Required
                   MOVE CT-Catalog-Record TO WK-Catalog-Record
                   WRITE WK-Catalog-Record
               END-IF
