       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPVCONF.
      *> Shared second-signature confirmation - the USERADM
      *> dual-control check made callable, so every run that moves
      *> money or a master on one person's say-so asks for a
      *> second pair of eyes the same way. The caller names itself
      *> and up to two user IDs the approver may not be (the
      *> operator who prepared the work, the person it concerns);
      *> the approver keys an ID and password once, which must be
      *> an active USERFILE account, not on the LOCKOUT list, and
      *> not one of the excluded IDs. The confirmed ID comes back
      *> for the caller to stamp on what was approved, and every
      *> outcome is stamped to the shared audit log through
      *> AUDSTAMP. One attempt only - a failed confirmation refuses
      *> the action, it does not count toward lockout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ACCOUNTS ASSIGN TO "USERFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UA-FILE-STATUS.
           SELECT LOCKOUT-FILE ASSIGN TO "LOCKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LO-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-ACCOUNTS.
       COPY USERACCT.
       FD  LOCKOUT-FILE.
       COPY LOCKOUT.
       WORKING-STORAGE SECTION.
       01  WS-UA-FILE-STATUS          PIC XX.
       01  WS-LO-FILE-STATUS          PIC XX.
       01  WS-EOF-SWITCH              PIC X.
       01  WS-TRY-USER                PIC X(8).
       01  WS-TRY-PW                  PIC X(10).
       01  WS-LOCKED-OUT              PIC X.
       01  WS-STAMP-DETAIL            PIC X(40).
       LINKAGE SECTION.
       01  LK-PROGRAM                 PIC X(8).
       01  LK-EXCLUDE-1               PIC X(8).
       01  LK-EXCLUDE-2               PIC X(8).
       01  LK-SUPER-ID                PIC X(8).
       01  LK-SUPER-OK                PIC X.

       PROCEDURE DIVISION USING LK-PROGRAM LK-EXCLUDE-1
               LK-EXCLUDE-2 LK-SUPER-ID LK-SUPER-OK.
       MAIN-PARA.
           MOVE "N" TO LK-SUPER-OK.
           MOVE SPACES TO LK-SUPER-ID.
           DISPLAY "Confirming supervisor ID: " NO ADVANCING.
           ACCEPT WS-TRY-USER.
           DISPLAY "Supervisor password: " NO ADVANCING.
           ACCEPT WS-TRY-PW.
           IF WS-TRY-USER = SPACES
                   OR WS-TRY-USER = LK-EXCLUDE-1
                   OR WS-TRY-USER = LK-EXCLUDE-2
               DISPLAY "Supervisor must be a different user."
           ELSE
               PERFORM CHECK-LOCKOUT-LIST
               IF WS-LOCKED-OUT = "Y"
                   DISPLAY "Account " WS-TRY-USER " is locked."
               ELSE
                   PERFORM MATCH-SUPERVISOR
               END-IF
               IF LK-SUPER-OK = "N"
                   DISPLAY "Supervisor sign-on failed."
               END-IF
           END-IF.
           MOVE SPACES TO WS-STAMP-DETAIL.
           IF LK-SUPER-OK = "Y"
               MOVE WS-TRY-USER TO LK-SUPER-ID
               STRING "SUPV CONFIRMED " LK-PROGRAM
                   DELIMITED BY SIZE INTO WS-STAMP-DETAIL
           ELSE
               STRING "SUPV REFUSED " LK-PROGRAM
                   DELIMITED BY SIZE INTO WS-STAMP-DETAIL
           END-IF.
           CALL "AUDSTAMP" USING WS-TRY-USER WS-STAMP-DETAIL.
           GOBACK.

       MATCH-SUPERVISOR.
           OPEN INPUT USER-ACCOUNTS.
           IF WS-UA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ USER-ACCOUNTS
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF UA-USER-ID = WS-TRY-USER
                                   AND UA-PASSWORD = WS-TRY-PW
                                   AND UA-ACTIVE
                               MOVE "Y" TO LK-SUPER-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-ACCOUNTS
           END-IF.

       CHECK-LOCKOUT-LIST.
           MOVE "N" TO WS-LOCKED-OUT.
           OPEN INPUT LOCKOUT-FILE.
           IF WS-LO-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ LOCKOUT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF LO-USER-ID = WS-TRY-USER
                               MOVE "Y" TO WS-LOCKED-OUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCKOUT-FILE
           END-IF.
