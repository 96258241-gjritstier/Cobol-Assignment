       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Each site's HR feed, named at run time from the site feed
      * list; SKILLRAW.DAT when there is no list.
           SELECT RAW-FILE ASSIGN DYNAMIC WS-Raw-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Raw-Status.

           SELECT SITE-FEED-FILE ASSIGN TO "SITEFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sitefeed-Status.

      * The rows accepted from the site being edited, held here
      * until the site is known to balance.
           SELECT SITE-WORK-FILE ASSIGN TO "SITEWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sitework-Status.

      * Accepted rows of every site merged so far, in employee-id
      * sequence. Each balanced site is merged in through
      * MRGNEXT.DAT, which is then copied back, so SKILLMST itself
      * is written once, in sequence, when every site is done.
           SELECT MERGE-FILE ASSIGN TO "MRGWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Merge-Status.

           SELECT MERGE-NEXT-FILE ASSIGN TO "MRGNEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Mrgnext-Status.

           SELECT SITE-SUMMARY-FILE ASSIGN TO "SITESUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sitesum-Status.

           SELECT CLEAN-FILE ASSIGN TO "SKILLMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Clean-Status.

       DATA DIVISION.
       FILE SECTION.
      * A site's HR feed exactly as transmitted, before any editing; the
      * layout matches SKILLMST so the accepted rows can be copied
      * through unchanged.
       FD  RAW-FILE.
           05 RW-Skill-Name       PIC X(20).
           05 RW-Skill-Rating     PIC 9V9.
           05 RW-Skill-Weight     PIC 9(2).
      * Who gave the rating: 'S' the employee's own self-rating, 'M'
      * their manager (the official rating of record), 'P' a peer.
      * The rater id is the rating employee's or manager's own id.
           05 RW-Rater-Type       PIC X(1).
           05 RW-Rater-Id         PIC X(6).
      * HR closes the feed with a control-total trailer carrying
      * 'ZZZZZZ' in the id field (sorts after every real employee
      * id): detail record count, distinct employee count, and a
           05 RW-Trailer-Rec-Count PIC 9(6).
           05 RW-Trailer-Emp-Count PIC 9(4).
           05 RW-Trailer-Hash-Total PIC 9(7)V9.
           05 FILLER              PIC X(33).

      * The cleaned SKILLMST handed to SkillAssessment: rows verified
      * in ascending employee-id sequence, deduplicated, and free of
      * blank ids/names and zero weights.
       FD  CLEAN-FILE.
       01  CL-Skill-Record        PIC X(57).

       FD  REJECT-FILE.
       01  RJ-Reject-Line         PIC X(100).

      * One row per site feed: site code, the feed's file name, and
      * 'H' when operations is holding the site back this cycle. A
      * held site is still read and balanced for the summary, but
      * none of its rows reach SKILLMST.
       FD  SITE-FEED-FILE.
       01  SF-Site-Record.
           05 SF-Site-Code        PIC X(4).
           05 SF-Feed-Name        PIC X(30).
           05 SF-Hold-Flag        PIC X(1).

       FD  SITE-WORK-FILE.
       01  SW-Skill-Record.
           05 SW-Employee-Id      PIC X(6).
           05 FILLER              PIC X(51).

       FD  MERGE-FILE.
       01  MG-Skill-Record.
           05 MG-Employee-Id      PIC X(6).
           05 FILLER              PIC X(40).
           05 MG-Skill-Rating     PIC 9V9.
           05 FILLER              PIC X(9).

       FD  MERGE-NEXT-FILE.
       01  MN-Skill-Record        PIC X(57).

       FD  SITE-SUMMARY-FILE.
       01  SS-Line                PIC X(132).

      * Single-record hand-off to SkillAssessment: 'P' is written when
      * the edit starts and rewritten 'C' only when it completes, so
       01 WS-Raw-Status           PIC X(2).
       01 WS-Raw-Eof              PIC X(1) VALUE 'N'.
           88 END-OF-RAW          VALUE 'Y'.
       01 WS-Raw-Name             PIC X(30).
       01 WS-Sitefeed-Status      PIC X(2).
       01 WS-Sitefeed-Eof         PIC X(1) VALUE 'N'.
           88 END-OF-SITEFEED     VALUE 'Y'.
       01 WS-Sitework-Status      PIC X(2).
       01 WS-Sitework-Eof         PIC X(1).
           88 END-OF-SITEWORK     VALUE 'Y'.
       01 WS-Merge-Status         PIC X(2).
       01 WS-Merge-Eof            PIC X(1).
           88 END-OF-MERGE        VALUE 'Y'.
       01 WS-Mrgnext-Status       PIC X(2).
       01 WS-Mrgnext-Eof          PIC X(1).
           88 END-OF-MRGNEXT      VALUE 'Y'.
       01 WS-Sitesum-Status       PIC X(2).
       01 WS-Clean-Status         PIC X(2).
       01 WS-Reject-Status        PIC X(2).
       01 WS-Editstat-Status      PIC X(2).
       01 WS-Accepted-Count       PIC 9(6) VALUE 0.
       01 WS-Rejected-Count       PIC 9(6) VALUE 0.

      * The site feeds in the order listed, with each site's own
      * counts and trailer figures for the summary. Result: 'B'
      * balanced, 'O' out of balance, 'M' trailer missing, 'F' feed
      * not found. Only a balanced site not held is merged.
       01 WS-Site-Count           PIC 9(2) VALUE 0.
       01 WS-Site-Table.
           05 WS-Site-Entry OCCURS 20 TIMES.
               10 WS-Site-Code        PIC X(4).
               10 WS-Site-Feed-Name   PIC X(30).
               10 WS-Site-Hold        PIC X(1).
               10 WS-Site-Result      PIC X(1).
               10 WS-Site-Merged      PIC X(1).
               10 WS-Site-Read        PIC 9(6).
               10 WS-Site-Accepted    PIC 9(6).
               10 WS-Site-Rejected    PIC 9(6).
               10 WS-Site-Cross-Dup   PIC 9(6).
               10 WS-Site-Exp-Rec     PIC 9(6).
               10 WS-Site-Exp-Emp     PIC 9(4).
               10 WS-Site-Exp-Hash    PIC 9(7)V9.
               10 WS-Site-Raw-Rec     PIC 9(6).
               10 WS-Site-Raw-Emp     PIC 9(4).
               10 WS-Site-Raw-Hash    PIC 9(7)V9.
       01 WS-Site-I               PIC 9(2).
       01 WS-Site-J               PIC 9(2).

      * Employee ids already merged and the site each came from: the
      * same id arriving from a later site is rejected there, so one
      * person is never assessed from two feeds. The first site
      * listed that balances keeps the employee.
       01 WS-Merged-Id-Count      PIC 9(3) VALUE 0.
       01 WS-Merged-Id-Table.
           05 WS-Merged-Id-Entry OCCURS 500 TIMES.
               10 WS-Merged-Id        PIC X(6).
               10 WS-Merged-Site      PIC X(4).
       01 WS-Merged-Id-I          PIC 9(3).
       01 WS-Merged-Last-Id       PIC X(6).

       01 WS-Sites-Merged         PIC 9(2) VALUE 0.
       01 WS-Sites-Held           PIC 9(2) VALUE 0.
       01 WS-Sites-Blocking       PIC 9(2) VALUE 0.
       01 WS-Cross-Dup-Count      PIC 9(6) VALUE 0.

      * Sequence check state: the highest employee id accepted so far
      * from the site being edited. Only accepted rows advance it, so
      * one out-of-sequence row cannot drag the expected sequence
      * backwards.
       01 WS-Prev-Employee-Id     PIC X(6) VALUE SPACES.

      * Skill/rater rows already accepted for the employee currently
      * being collected, so a duplicate rating can be rejected before
      * it reaches the main job's control break. Each skill may carry
      * one self row, one manager row and up to WS-Max-Peer-Rows peer
      * rows (one per peer), so 20 skills need at most 140 slots.
       01 WS-Curr-Employee-Id     PIC X(6) VALUE SPACES.
       01 WS-Seen-Count           PIC 9(3) VALUE 0.
       01 WS-Seen-Table.
           05 WS-Seen-Entry OCCURS 140 TIMES.
               10 WS-Seen-Skill       PIC X(20).
               10 WS-Seen-Rater-Type  PIC X(1).
               10 WS-Seen-Rater-Id    PIC X(6).
       01 WS-Seen-I               PIC 9(3).
      * Distinct skills accepted for the employee so far (the 20-skill
      * ceiling counts skills, not rater rows) and the peer rows
      * already accepted for the skill on the row being edited.
       01 WS-Seen-Skill-Count     PIC 9(2) VALUE 0.
       01 WS-Skill-Seen           PIC X(1).
       01 WS-Peer-Count           PIC 9(2).
       01 WS-Max-Peer-Rows        PIC 9(2) VALUE 5.

       01 WS-Reject-Reason        PIC X(30).
       01 WS-Row-Ok               PIC X(1).
       01 WS-Reject-Line          PIC X(100).
       01 WS-Run-Date             PIC 9(8).
       01 WS-Run-Date-R REDEFINES WS-Run-Date.
           05 WS-Run-Year         PIC 9(4).
           05 WS-Run-Month        PIC 9(2).
           05 WS-Run-Day          PIC 9(2).
       01 WS-Run-Date-Display     PIC X(10).

       01 WS-Print-Line           PIC X(132) VALUE SPACES.
       01 WS-Page-Count           PIC 9(4) VALUE 0.
       01 WS-Line-Count           PIC 9(3) VALUE 99.
       01 WS-Lines-Per-Page       PIC 9(3) VALUE 55.
       01 WS-Page-Number-Display  PIC ZZZ9.
       01 WS-Count-Display        PIC ZZZZZ9.
       01 WS-Accepted-Display     PIC ZZZZZ9.
       01 WS-Rejected-Display     PIC ZZZZZ9.
       01 WS-Dup-Display          PIC ZZZZZ9.
       01 WS-Exp-Display          PIC ZZZZZ9.
       01 WS-Hash-Display         PIC ZZZZZZ9.9.
       01 WS-Hash-Read-Display    PIC ZZZZZZ9.9.
       01 WS-Site-Result-Text     PIC X(36).
       01 WS-Site-Result-Word     PIC X(17).
       01 WS-Site-Result-Suffix   PIC X(15).

      * Raw-side control totals accumulated as the feed is read, and
      * the trailer HR sent, reconciled before the edit is marked
           05 WS-CT-Rec-Count     PIC 9(6).
           05 WS-CT-Emp-Count     PIC 9(4).
           05 WS-CT-Hash-Total    PIC 9(7)V9.
           05 FILLER              PIC X(33) VALUE SPACES.
       01 WS-Edit-Final-Status    PIC X(1) VALUE 'C'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-CYCLE-CONTROL
           PERFORM LOAD-SITE-LIST
           PERFORM OPEN-FILES
           PERFORM VARYING WS-Site-I FROM 1 BY 1
                   UNTIL WS-Site-I > WS-Site-Count
               PERFORM EDIT-SITE-FEED
           END-PERFORM
           PERFORM SET-EDIT-OUTCOME
           PERFORM WRITE-CLEAN-MASTER
           PERFORM PRINT-SITE-SUMMARY
           PERFORM WRITE-EDIT-STATUS
           PERFORM STAMP-CYCLE-COMPLETE
           CLOSE CLEAN-FILE
           CLOSE REJECT-FILE
           DISPLAY "SkillEdit complete. Read " WS-Read-Count
               " Accepted " WS-Accepted-Count
               " Rejected " WS-Rejected-Count
               ". See SITESUM.DAT."
           STOP RUN
           .

           CLOSE CYCLE-CONTROL-FILE
           .

       LOAD-SITE-LIST.
      * Without a site feed list SKILLRAW.DAT is edited as the only
      * site, MAIN.
           OPEN INPUT SITE-FEED-FILE
           IF WS-Sitefeed-Status NOT = "00"
               DISPLAY "SITEFEED.DAT NOT FOUND - SINGLE FEED "
                   "SKILLRAW.DAT EDITED"
               MOVE 1 TO WS-Site-Count
               MOVE "MAIN" TO WS-Site-Code(1)
               MOVE "SKILLRAW.DAT" TO WS-Site-Feed-Name(1)
               MOVE SPACES TO WS-Site-Hold(1)
           ELSE
               PERFORM UNTIL END-OF-SITEFEED
                   READ SITE-FEED-FILE
                       AT END
                           MOVE 'Y' TO WS-Sitefeed-Eof
                       NOT AT END
                           PERFORM NOTE-SITE-FEED
                   END-READ
               END-PERFORM
               CLOSE SITE-FEED-FILE
               IF WS-Site-Count = 0
                   DISPLAY "ERROR: SITEFEED.DAT LISTS NO SITE FEEDS"
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WS-Site-I FROM 1 BY 1
                   UNTIL WS-Site-I > WS-Site-Count
               MOVE SPACES TO WS-Site-Result(WS-Site-I)
               MOVE 'N' TO WS-Site-Merged(WS-Site-I)
               MOVE 0 TO WS-Site-Read(WS-Site-I)
               MOVE 0 TO WS-Site-Accepted(WS-Site-I)
               MOVE 0 TO WS-Site-Rejected(WS-Site-I)
               MOVE 0 TO WS-Site-Cross-Dup(WS-Site-I)
               MOVE 0 TO WS-Site-Exp-Rec(WS-Site-I)
               MOVE 0 TO WS-Site-Exp-Emp(WS-Site-I)
               MOVE 0 TO WS-Site-Exp-Hash(WS-Site-I)
               MOVE 0 TO WS-Site-Raw-Rec(WS-Site-I)
               MOVE 0 TO WS-Site-Raw-Emp(WS-Site-I)
               MOVE 0 TO WS-Site-Raw-Hash(WS-Site-I)
           END-PERFORM
           .

       NOTE-SITE-FEED.
           IF SF-Site-Code = SPACES OR SF-Feed-Name = SPACES
               DISPLAY "ERROR: SITEFEED.DAT ROW WITHOUT SITE CODE OR "
                   "FEED NAME - '" SF-Site-Record "'"
               STOP RUN
           END-IF
           IF SF-Hold-Flag NOT = SPACE AND SF-Hold-Flag NOT = 'H'
               DISPLAY "ERROR: SITEFEED.DAT HOLD FLAG NOT H OR BLANK "
                   "FOR SITE " SF-Site-Code
               STOP RUN
           END-IF
           PERFORM VARYING WS-Site-J FROM 1 BY 1
                   UNTIL WS-Site-J > WS-Site-Count
               IF WS-Site-Code(WS-Site-J) = SF-Site-Code
                   DISPLAY "ERROR: SITE " SF-Site-Code
                       " LISTED TWICE IN SITEFEED.DAT"
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-Site-Count = 20
               DISPLAY "ERROR: OVER 20 SITES IN SITEFEED.DAT - "
                   "INCREASE WS-SITE-TABLE"
               STOP RUN
           END-IF
           ADD 1 TO WS-Site-Count
           MOVE SF-Site-Code TO WS-Site-Code(WS-Site-Count)
           MOVE SF-Feed-Name TO WS-Site-Feed-Name(WS-Site-Count)
           MOVE SF-Hold-Flag TO WS-Site-Hold(WS-Site-Count)
           .

       OPEN-FILES.
           OPEN OUTPUT CLEAN-FILE
           IF WS-Clean-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN SKILLMST.DAT - STATUS "
           WRITE ED-Edit-Status-Record
           CLOSE EDIT-STATUS-FILE

      * Start the merge from an empty work file.
           OPEN OUTPUT MERGE-FILE
           IF WS-Merge-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN MRGWORK.DAT - STATUS "
                   WS-Merge-Status
               STOP RUN
           END-IF
           CLOSE MERGE-FILE
           .

       EDIT-SITE-FEED.
      * Edits and balances one site's feed on its own: sequence,
      * duplicate and trailer checks all restart for each site,
      * since each feed is sorted and totalled separately.
           MOVE WS-Site-Feed-Name(WS-Site-I) TO WS-Raw-Name
           MOVE 'N' TO WS-Raw-Eof
           MOVE 'N' TO WS-Trailer-Found
           MOVE 0 TO WS-Raw-Rec-Count
           MOVE 0 TO WS-Raw-Emp-Count
           MOVE 0 TO WS-Raw-Hash-Total
           MOVE SPACES TO WS-Prev-Employee-Id
           MOVE SPACES TO WS-Curr-Employee-Id
           MOVE 0 TO WS-Seen-Count
           MOVE 0 TO WS-Seen-Skill-Count
           OPEN INPUT RAW-FILE
           IF WS-Raw-Status NOT = "00"
               DISPLAY "ERROR: SITE " WS-Site-Code(WS-Site-I)
                   " CANNOT OPEN " WS-Raw-Name " - STATUS "
                   WS-Raw-Status
               MOVE 'F' TO WS-Site-Result(WS-Site-I)
           ELSE
               OPEN OUTPUT SITE-WORK-FILE
               IF WS-Sitework-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN SITEWORK.DAT - STATUS "
                       WS-Sitework-Status
                   STOP RUN
               END-IF
               PERFORM READ-RAW
               PERFORM EDIT-ROW UNTIL END-OF-RAW
               CLOSE RAW-FILE
               CLOSE SITE-WORK-FILE
               PERFORM BALANCE-RAW-FEED
               IF WS-Site-Result(WS-Site-I) = 'B'
                   AND WS-Site-Hold(WS-Site-I) NOT = 'H'
                   PERFORM MERGE-SITE-ROWS
                   MOVE 'Y' TO WS-Site-Merged(WS-Site-I)
               END-IF
           END-IF
           .

       EDIT-ROW.

       EDIT-DETAIL-ROW.
           ADD 1 TO WS-Read-Count
           ADD 1 TO WS-Site-Read(WS-Site-I)
           MOVE 'Y' TO WS-Row-Ok
           MOVE SPACES TO WS-Reject-Reason

               MOVE 'N' TO WS-Row-Ok
           END-IF

           IF WS-Row-Ok = 'Y'
               PERFORM CHECK-CROSS-SITE-ID
           END-IF

           IF WS-Row-Ok = 'Y' AND RW-Employee-Name = SPACES
               MOVE "BLANK EMPLOYEE NAME" TO WS-Reject-Reason
               MOVE 'N' TO WS-Row-Ok
               END-IF
           END-IF

      * Every row must say who rated it; the manager's row is the
      * official rating, so it and any peer row must name the rater.
           IF WS-Row-Ok = 'Y'
               IF RW-Rater-Type NOT = 'S'
                   AND RW-Rater-Type NOT = 'M'
                   AND RW-Rater-Type NOT = 'P'
                   MOVE "RATER TYPE NOT S, M OR P"
                       TO WS-Reject-Reason
                   MOVE 'N' TO WS-Row-Ok
               END-IF
           END-IF

           IF WS-Row-Ok = 'Y' AND RW-Rater-Type NOT = 'S'
               AND RW-Rater-Id = SPACES
               MOVE "BLANK RATER ID" TO WS-Reject-Reason
               MOVE 'N' TO WS-Row-Ok
           END-IF

           IF WS-Row-Ok = 'Y'
               IF RW-Employee-Id NOT = WS-Curr-Employee-Id
                   MOVE RW-Employee-Id TO WS-Curr-Employee-Id
                   MOVE 0 TO WS-Seen-Count
                   MOVE 0 TO WS-Seen-Skill-Count
               END-IF
               PERFORM CHECK-DUPLICATE-RATING
           END-IF

           IF WS-Row-Ok = 'Y' AND WS-Skill-Seen = 'N'
               AND WS-Seen-Skill-Count = 20
               MOVE "OVER 20 SKILLS FOR EMPLOYEE"
                   TO WS-Reject-Reason
               MOVE 'N' TO WS-Row-Ok
           IF WS-Row-Ok = 'Y'
               ADD 1 TO WS-Seen-Count
               MOVE RW-Skill-Name TO WS-Seen-Skill(WS-Seen-Count)
               MOVE RW-Rater-Type TO WS-Seen-Rater-Type(WS-Seen-Count)
               MOVE RW-Rater-Id TO WS-Seen-Rater-Id(WS-Seen-Count)
               IF WS-Skill-Seen = 'N'
                   ADD 1 TO WS-Seen-Skill-Count
               END-IF
               MOVE RW-Employee-Id TO WS-Prev-Employee-Id
               MOVE RW-Skill-Record TO SW-Skill-Record
               WRITE SW-Skill-Record
               ADD 1 TO WS-Site-Accepted(WS-Site-I)
           ELSE
               ADD 1 TO WS-Rejected-Count
               ADD 1 TO WS-Site-Rejected(WS-Site-I)
               MOVE SPACES TO WS-Reject-Line
               STRING RW-Skill-Record  DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-Reject-Reason DELIMITED BY SIZE
                      " SITE "         DELIMITED BY SIZE
                      WS-Site-Code(WS-Site-I) DELIMITED BY SIZE
                   INTO WS-Reject-Line
               END-STRING
               MOVE WS-Reject-Line TO RJ-Reject-Line
           PERFORM READ-RAW
           .

       CHECK-DUPLICATE-RATING.
      * Holds the row against the ratings already accepted for the
      * same employee and skill: a second self or manager row, the
      * same peer twice, or more peers than WS-Max-Peer-Rows is
      * rejected. Notes whether the skill itself is new for the
      * employee, for the 20-skill ceiling.
           MOVE 'N' TO WS-Skill-Seen
           MOVE 0 TO WS-Peer-Count
           PERFORM VARYING WS-Seen-I FROM 1 BY 1
                   UNTIL WS-Seen-I > WS-Seen-Count
               IF WS-Seen-Skill(WS-Seen-I) = RW-Skill-Name
                   MOVE 'Y' TO WS-Skill-Seen
                   IF WS-Seen-Rater-Type(WS-Seen-I) = 'P'
                       ADD 1 TO WS-Peer-Count
                   END-IF
                   IF WS-Seen-Rater-Type(WS-Seen-I) = RW-Rater-Type
                       AND WS-Row-Ok = 'Y'
                       EVALUATE RW-Rater-Type
                           WHEN 'S'
                               MOVE "DUPLICATE SELF RATING"
                                   TO WS-Reject-Reason
                               MOVE 'N' TO WS-Row-Ok
                           WHEN 'M'
                               MOVE "DUPLICATE MANAGER RATING"
                                   TO WS-Reject-Reason
                               MOVE 'N' TO WS-Row-Ok
                           WHEN OTHER
                               IF WS-Seen-Rater-Id(WS-Seen-I) =
                                       RW-Rater-Id
                                   MOVE "DUPLICATE PEER RATING"
                                       TO WS-Reject-Reason
                                   MOVE 'N' TO WS-Row-Ok
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Row-Ok = 'Y' AND RW-Rater-Type = 'P'
               AND WS-Peer-Count NOT < WS-Max-Peer-Rows
               MOVE "TOO MANY PEER RATINGS"
                   TO WS-Reject-Reason
               MOVE 'N' TO WS-Row-Ok
           END-IF
           .

       CHECK-CROSS-SITE-ID.
      * The employee was already merged in from an earlier site.
           PERFORM VARYING WS-Merged-Id-I FROM 1 BY 1
                   UNTIL WS-Merged-Id-I > WS-Merged-Id-Count
               IF WS-Merged-Id(WS-Merged-Id-I) = RW-Employee-Id
                   STRING "EMPLOYEE ID ALSO IN SITE " DELIMITED BY SIZE
                          WS-Merged-Site(WS-Merged-Id-I)
                                                   DELIMITED BY SIZE
                       INTO WS-Reject-Reason
                   END-STRING
                   MOVE 'N' TO WS-Row-Ok
                   ADD 1 TO WS-Site-Cross-Dup(WS-Site-I)
                   ADD 1 TO WS-Cross-Dup-Count
                   MOVE WS-Merged-Id-Count TO WS-Merged-Id-I
               END-IF
           END-PERFORM
           .

       READ-RAW.
           READ RAW-FILE
               AT END
           .

       BALANCE-RAW-FEED.
      * Reconciles what was read from the site against the site's own
      * trailer. A mismatch or a missing trailer means the site's
      * transmission cannot be trusted, so none of its rows are
      * merged; SET-EDIT-OUTCOME decides whether that blocks the
      * cycle or the site is being held back.
           MOVE WS-Raw-Rec-Count TO WS-Site-Raw-Rec(WS-Site-I)
           MOVE WS-Raw-Emp-Count TO WS-Site-Raw-Emp(WS-Site-I)
           MOVE WS-Raw-Hash-Total TO WS-Site-Raw-Hash(WS-Site-I)
           IF WS-Trailer-Found NOT = 'Y'
               DISPLAY "ERROR: SITE " WS-Site-Code(WS-Site-I)
                   " FEED TRAILER MISSING OR UNREADABLE - "
                   "TRANSMISSION INCOMPLETE"
               MOVE 'M' TO WS-Site-Result(WS-Site-I)
           ELSE
               MOVE WS-Exp-Rec-Count TO WS-Site-Exp-Rec(WS-Site-I)
               MOVE WS-Exp-Emp-Count TO WS-Site-Exp-Emp(WS-Site-I)
               MOVE WS-Exp-Hash-Total TO WS-Site-Exp-Hash(WS-Site-I)
               IF WS-Raw-Rec-Count NOT = WS-Exp-Rec-Count
                   OR WS-Raw-Emp-Count NOT = WS-Exp-Emp-Count
                   OR WS-Raw-Hash-Total NOT = WS-Exp-Hash-Total
                   DISPLAY "ERROR: SITE " WS-Site-Code(WS-Site-I)
                       " FEED OUT OF BALANCE WITH TRAILER"
                   DISPLAY "  RECORDS EXPECTED " WS-Exp-Rec-Count
                       " READ " WS-Raw-Rec-Count
                   DISPLAY "  EMPLOYEES EXPECTED " WS-Exp-Emp-Count
                       " READ " WS-Raw-Emp-Count
                   DISPLAY "  HASH EXPECTED " WS-Exp-Hash-Total
                       " READ " WS-Raw-Hash-Total
                   MOVE 'O' TO WS-Site-Result(WS-Site-I)
               ELSE
                   MOVE 'B' TO WS-Site-Result(WS-Site-I)
               END-IF
           END-IF
           .

       MERGE-SITE-ROWS.
      * Two-way merge of the site's accepted rows into the rows
      * merged so far, both in employee-id sequence. Each employee's
      * rows come from one site only (CHECK-CROSS-SITE-ID), so their
      * order within the employee is the feed's own.
           OPEN INPUT MERGE-FILE
           IF WS-Merge-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN MRGWORK.DAT - STATUS "
                   WS-Merge-Status
               STOP RUN
           END-IF
           OPEN INPUT SITE-WORK-FILE
           IF WS-Sitework-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN SITEWORK.DAT - STATUS "
                   WS-Sitework-Status
               STOP RUN
           END-IF
           OPEN OUTPUT MERGE-NEXT-FILE
           IF WS-Mrgnext-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN MRGNEXT.DAT - STATUS "
                   WS-Mrgnext-Status
               STOP RUN
           END-IF
           MOVE 'N' TO WS-Merge-Eof
           MOVE 'N' TO WS-Sitework-Eof
           MOVE SPACES TO WS-Merged-Last-Id
           PERFORM READ-MERGE-FILE
           PERFORM READ-SITE-WORK-FILE
           PERFORM UNTIL END-OF-MERGE AND END-OF-SITEWORK
               IF END-OF-SITEWORK
                   OR (NOT END-OF-MERGE
                       AND MG-Employee-Id NOT > SW-Employee-Id)
                   WRITE MN-Skill-Record FROM MG-Skill-Record
                   PERFORM READ-MERGE-FILE
               ELSE
                   PERFORM NOTE-MERGED-ID
                   WRITE MN-Skill-Record FROM SW-Skill-Record
                   PERFORM READ-SITE-WORK-FILE
               END-IF
           END-PERFORM
           CLOSE MERGE-FILE
           CLOSE SITE-WORK-FILE
           CLOSE MERGE-NEXT-FILE

      * Copy the merged rows back as the new work file.
           OPEN INPUT MERGE-NEXT-FILE
           IF WS-Mrgnext-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REOPEN MRGNEXT.DAT - STATUS "
                   WS-Mrgnext-Status
               STOP RUN
           END-IF
           OPEN OUTPUT MERGE-FILE
           IF WS-Merge-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN MRGWORK.DAT - STATUS "
                   WS-Merge-Status
               STOP RUN
           END-IF
           MOVE 'N' TO WS-Mrgnext-Eof
           PERFORM UNTIL END-OF-MRGNEXT
               READ MERGE-NEXT-FILE
                   AT END
                       MOVE 'Y' TO WS-Mrgnext-Eof
                   NOT AT END
                       WRITE MG-Skill-Record FROM MN-Skill-Record
               END-READ
           END-PERFORM
           CLOSE MERGE-NEXT-FILE
           CLOSE MERGE-FILE
           .

       READ-MERGE-FILE.
           READ MERGE-FILE
               AT END
                   MOVE 'Y' TO WS-Merge-Eof
           END-READ
           .

       READ-SITE-WORK-FILE.
           READ SITE-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-Sitework-Eof
           END-READ
           .

       NOTE-MERGED-ID.
           IF SW-Employee-Id NOT = WS-Merged-Last-Id
               MOVE SW-Employee-Id TO WS-Merged-Last-Id
               IF WS-Merged-Id-Count = 500
                   DISPLAY "ERROR: OVER 500 EMPLOYEES ACROSS SITES - "
                       "INCREASE WS-MERGED-ID-TABLE"
                   STOP RUN
               END-IF
               ADD 1 TO WS-Merged-Id-Count
               MOVE SW-Employee-Id TO WS-Merged-Id(WS-Merged-Id-Count)
               MOVE WS-Site-Code(WS-Site-I)
                   TO WS-Merged-Site(WS-Merged-Id-Count)
           END-IF
           .

       SET-EDIT-OUTCOME.
      * The edit is clean only if every site not held back balanced.
      * A site that fails is named in the summary; operations can
      * then hold it ('H' in SITEFEED.DAT) and rerun the edit so the
      * other sites go through without it. A missing feed or
      * trailer ('M') outranks an imbalance ('O'). With every site
      * held or failed nothing was merged, and SKILLMST would go out
      * empty; that is blocked as 'M' too.
           PERFORM VARYING WS-Site-I FROM 1 BY 1
                   UNTIL WS-Site-I > WS-Site-Count
               IF WS-Site-Merged(WS-Site-I) = 'Y'
                   ADD 1 TO WS-Sites-Merged
               END-IF
               IF WS-Site-Hold(WS-Site-I) = 'H'
                   ADD 1 TO WS-Sites-Held
               ELSE
                   IF WS-Site-Result(WS-Site-I) NOT = 'B'
                       ADD 1 TO WS-Sites-Blocking
                       IF WS-Site-Result(WS-Site-I) = 'O'
                           AND WS-Edit-Final-Status = 'C'
                           MOVE 'O' TO WS-Edit-Final-Status
                       END-IF
                       IF WS-Site-Result(WS-Site-I) = 'M'
                           OR WS-Site-Result(WS-Site-I) = 'F'
                           MOVE 'M' TO WS-Edit-Final-Status
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Sites-Merged = 0
               MOVE 'M' TO WS-Edit-Final-Status
           END-IF
           .

       WRITE-CLEAN-MASTER.
      * Copies the merged rows to SKILLMST. When the edit is clean a
      * combined trailer covering the rows written is added for the
      * main job's own balancing; otherwise it is left off, so the
      * main job cannot balance an incomplete master.
           OPEN INPUT MERGE-FILE
           IF WS-Merge-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN MRGWORK.DAT - STATUS "
                   WS-Merge-Status
               STOP RUN
           END-IF
           MOVE 'N' TO WS-Merge-Eof
           MOVE SPACES TO WS-Prev-Employee-Id
           PERFORM UNTIL END-OF-MERGE
               READ MERGE-FILE
                   AT END
                       MOVE 'Y' TO WS-Merge-Eof
                   NOT AT END
                       IF MG-Employee-Id NOT = WS-Prev-Employee-Id
                           ADD 1 TO WS-Clean-Emp-Count
                           MOVE MG-Employee-Id TO WS-Prev-Employee-Id
                       END-IF
                       IF MG-Skill-Rating NUMERIC
                           ADD MG-Skill-Rating TO WS-Clean-Hash-Total
                       END-IF
                       MOVE MG-Skill-Record TO CL-Skill-Record
                       WRITE CL-Skill-Record
                       ADD 1 TO WS-Accepted-Count
               END-READ
           END-PERFORM
           CLOSE MERGE-FILE
           IF WS-Edit-Final-Status = 'C'
               MOVE "ZZZZZZ" TO WS-CT-Id
               MOVE WS-Accepted-Count TO WS-CT-Rec-Count
               MOVE WS-Clean-Emp-Count TO WS-CT-Emp-Count
               MOVE WS-Clean-Hash-Total TO WS-CT-Hash-Total
               MOVE WS-Clean-Trailer TO CL-Skill-Record
               WRITE CL-Skill-Record
           END-IF
           .

       PRINT-SITE-SUMMARY.
           OPEN OUTPUT SITE-SUMMARY-FILE
           IF WS-Sitesum-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN SITESUM.DAT - STATUS "
                   WS-Sitesum-Status
               STOP RUN
           END-IF
           STRING WS-Run-Month   DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Run-Day     DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-Run-Year    DELIMITED BY SIZE
               INTO WS-Run-Date-Display
           END-STRING
           PERFORM PRINT-REPORT-HEADERS
           PERFORM VARYING WS-Site-I FROM 1 BY 1
                   UNTIL WS-Site-I > WS-Site-Count
               PERFORM PRINT-SITE-LINE
           END-PERFORM
           PERFORM PRINT-SUMMARY-TOTALS
           CLOSE SITE-SUMMARY-FILE
           .

       PRINT-SITE-LINE.
           IF WS-Line-Count + 3 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           EVALUATE WS-Site-Result(WS-Site-I)
               WHEN 'B'
                   MOVE "BALANCED" TO WS-Site-Result-Word
               WHEN 'O'
                   MOVE "OUT OF BALANCE" TO WS-Site-Result-Word
               WHEN 'M'
                   MOVE "TRAILER MISSING" TO WS-Site-Result-Word
               WHEN OTHER
                   MOVE "FEED NOT FOUND" TO WS-Site-Result-Word
           END-EVALUATE
           IF WS-Site-Hold(WS-Site-I) = 'H'
               MOVE " - HELD BACK" TO WS-Site-Result-Suffix
           ELSE
               IF WS-Site-Merged(WS-Site-I) = 'Y'
                   MOVE " - MERGED" TO WS-Site-Result-Suffix
               ELSE
                   MOVE " - BLOCKS CYCLE" TO WS-Site-Result-Suffix
               END-IF
           END-IF
           MOVE SPACES TO WS-Site-Result-Text
           STRING WS-Site-Result-Word   DELIMITED BY "  "
                  WS-Site-Result-Suffix DELIMITED BY SIZE
               INTO WS-Site-Result-Text
           END-STRING
           MOVE WS-Site-Read(WS-Site-I) TO WS-Count-Display
           MOVE WS-Site-Accepted(WS-Site-I) TO WS-Accepted-Display
           MOVE WS-Site-Rejected(WS-Site-I) TO WS-Rejected-Display
           MOVE WS-Site-Cross-Dup(WS-Site-I) TO WS-Dup-Display
           MOVE SPACES TO WS-Print-Line
           STRING WS-Site-Code(WS-Site-I)      DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-Site-Feed-Name(WS-Site-I) DELIMITED BY SIZE
                  WS-Count-Display             DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-Accepted-Display          DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-Rejected-Display          DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-Dup-Display               DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-Site-Result-Text          DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 1 TO WS-Line-Count
      * An imbalance is shown against the site's own trailer so HR
      * knows what to retransmit.
           IF WS-Site-Result(WS-Site-I) = 'O'
               MOVE WS-Site-Exp-Rec(WS-Site-I) TO WS-Exp-Display
               MOVE WS-Site-Raw-Rec(WS-Site-I) TO WS-Count-Display
               MOVE WS-Site-Exp-Hash(WS-Site-I) TO WS-Hash-Display
               MOVE WS-Site-Raw-Hash(WS-Site-I)
                   TO WS-Hash-Read-Display
               MOVE SPACES TO WS-Print-Line
               STRING "      Trailer records "   DELIMITED BY SIZE
                      WS-Exp-Display             DELIMITED BY SIZE
                      " read "                   DELIMITED BY SIZE
                      WS-Count-Display           DELIMITED BY SIZE
                      "   hash "                 DELIMITED BY SIZE
                      WS-Hash-Display            DELIMITED BY SIZE
                      " read "                   DELIMITED BY SIZE
                      WS-Hash-Read-Display       DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
               WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
               MOVE WS-Site-Exp-Emp(WS-Site-I) TO WS-Exp-Display
               MOVE WS-Site-Raw-Emp(WS-Site-I) TO WS-Count-Display
               MOVE SPACES TO WS-Print-Line
               STRING "      Trailer employees " DELIMITED BY SIZE
                      WS-Exp-Display             DELIMITED BY SIZE
                      " read "                   DELIMITED BY SIZE
                      WS-Count-Display           DELIMITED BY SIZE
                   INTO WS-Print-Line
               END-STRING
               WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
               ADD 2 TO WS-Line-Count
           END-IF
           .

       PRINT-SUMMARY-TOTALS.
           IF WS-Line-Count + 8 > WS-Lines-Per-Page
               PERFORM PRINT-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-Print-Line
           MOVE "----- Run Totals -----" TO WS-Print-Line
           WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE WS-Site-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Sites Listed:           " DELIMITED BY SIZE
                  WS-Count-Display           DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE WS-Sites-Merged TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Sites Merged:           " DELIMITED BY SIZE
                  WS-Count-Display           DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE WS-Sites-Held TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Sites Held Back:        " DELIMITED BY SIZE
                  WS-Count-Display           DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE WS-Sites-Blocking TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Sites Blocking Cycle:   " DELIMITED BY SIZE
                  WS-Count-Display           DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE WS-Cross-Dup-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Cross-Site Id Rejects:  " DELIMITED BY SIZE
                  WS-Count-Display           DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE WS-Accepted-Count TO WS-Count-Display
           MOVE SPACES TO WS-Print-Line
           STRING "Rows To SKILLMST:       " DELIMITED BY SIZE
                  WS-Count-Display           DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-Print-Line
           STRING "Edit Status:            " DELIMITED BY SIZE
                  WS-Edit-Final-Status       DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           IF WS-Edit-Final-Status = 'C'
               MOVE " - CLEAN, ASSESSMENT MAY RUN"
                   TO WS-Print-Line(26:40)
           ELSE
               IF WS-Sites-Merged = 0
                   MOVE " - BLOCKED, NO SITE MERGED"
                       TO WS-Print-Line(26:50)
               ELSE
                   MOVE
                       " - BLOCKED, HOLD OR RETRANSMIT THE FAILED SITES"
                       TO WS-Print-Line(26:50)
               END-IF
           END-IF
           WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           ADD 8 TO WS-Line-Count
           .

       PRINT-REPORT-HEADERS.
           ADD 1 TO WS-Page-Count
           MOVE WS-Page-Count TO WS-Page-Number-Display
           MOVE SPACES TO WS-Print-Line
           STRING "SITE FEED BALANCING SUMMARY" DELIMITED BY SIZE
                  "        PAGE "               DELIMITED BY SIZE
                  WS-Page-Number-Display        DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-Print-Line
           STRING "Run Date: "         DELIMITED BY SIZE
                  WS-Run-Date-Display  DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-Print-Line
           STRING "Site  Feed                            "
                                       DELIMITED BY SIZE
                  "Read  Accptd  Rejctd  X-Site  Result"
                                       DELIMITED BY SIZE
               INTO WS-Print-Line
           END-STRING
           WRITE SS-Line FROM WS-Print-Line AFTER ADVANCING 2 LINES
           MOVE 5 TO WS-Line-Count
           .

       WRITE-EDIT-STATUS.
      * Rewrites the in-progress record with the final outcome: 'C'
      * only when the edits ran to completion AND every site not
      * held back balanced to its trailer ('M' missing feed or
      * trailer, or no site merged; 'O' out of balance).
      * This is the record SkillAssessment checks before it will run.
           OPEN OUTPUT EDIT-STATUS-FILE
           IF WS-Editstat-Status NOT = "00"
