       FILE-CONTROL.
      * Cumulative send-register written by SkillAssessment: every
      * below-threshold row ever sent to the LMS, stamped with its
      * cycle date, open ('O') until a completion retires it ('R')
      * or LeavProc cancels it for a leaver ('C'); only open rows
      * are matched and aged.
      * Reconciling the whole register replaces the old single-cycle
      * LMSPREV.DAT snapshot an operator had to remember to copy.
           SELECT SEND-REGISTER-FILE ASSIGN TO "LMSREG.DAT"
           05 RG-Skill-Rating     PIC 9V9.
           05 RG-Status           PIC X(1).
           05 RG-Retire-Date      PIC 9(8).
           05 RG-Course-Code      PIC X(10).
           05 RG-Course-Cost      PIC 9(5)V99.

      * Completion results returned by the LMS: status 'C' marks a
      * finished course; anything else is enrolled/in progress.
           05 LX-Skill-Rating     PIC 9V9.
           05 LX-Average-Rating   PIC 9(3)V9(2).
           05 LX-Below-Threshold  PIC X(1).
           05 LX-Course-Code      PIC X(10).
           05 LX-Course-Cost      PIC 9(5)V99.

       FD  WORK-FILE.
       01  WK-Register-Record     PIC X(82).

       FD  RECON-PRINT-FILE.
       01  RC-Line                PIC X(132).
       01 WS-Reg-Count            PIC 9(3) VALUE 0.
       01 WS-Reg-Table.
           05 WS-Reg-Entry OCCURS 500 TIMES.
               10 WS-Reg-Record       PIC X(82).
               10 WS-Reg-Record-R REDEFINES WS-Reg-Record.
                   15 WS-Reg-Cycle-Date    PIC 9(8).
                   15 WS-Reg-Employee-Id   PIC X(6).
                   15 WS-Reg-Skill-Rating  PIC 9V9.
                   15 WS-Reg-Status        PIC X(1).
                   15 WS-Reg-Retire-Date   PIC 9(8).
                   15 WS-Reg-Course-Code   PIC X(10).
                   15 WS-Reg-Course-Cost   PIC 9(5)V99.
               10 WS-Reg-Retired-Now  PIC X(1).
      * 'Y' when the match (or the still-below check) had to go
      * through the id cross-reference, so the report can show the
