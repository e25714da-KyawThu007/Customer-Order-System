           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT LoginHistFile ASSIGN TO "loginhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT LayoutFile ASSIGN TO "layout.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS File-Status.
       DATA DIVISION.
       FILE SECTION.
      *> Same physical admin.txt/casher.txt main.cbl writes, so the
           05 Admin-Fail-Count PIC 9(2).
           05 Admin-Lock-Date  PIC 9(8).
           05 Admin-Lock-Secs  PIC 9(5).
           05 Admin-Disabled   PIC X.
           05 Admin-Last-Login PIC 9(8).

       FD CasherFile.
       01 Casher-Record.
           05 Casher-Lock-Date  PIC 9(8).
           05 Casher-Lock-Secs  PIC 9(5).
           05 Casher-Branch-ID  PIC 9(3).
           05 Casher-Disabled   PIC X.
           05 Casher-Last-Login PIC 9(8).

      *> Same loginhist.dat layout main.cbl writes.
       FD LoginHistFile.
       01 LoginHist-Record.
           05 LH-Date          PIC 9(8).
           05 LH-Time          PIC 9(6).
           05 LH-User-ID       PIC X(6).
           05 LH-Role          PIC X(1).
           05 LH-Branch-ID     PIC 9(3).
           05 LH-Event         PIC X(8).

      *> Record layout control: one record per shared data file
      *> giving the layout version the file is in. dataconv stamps
      *> it as it converts a file.
       FD LayoutFile.
       01 Layout-Record.
           05 LY-File-Name     PIC X(20).
           05 LY-Version       PIC 9(3).
           05 LY-Stamp-Date    PIC 9(8).
           05 LY-Stamped-By    PIC X(12).

       WORKING-STORAGE SECTION.
       01 File-Status          PIC XX VALUE "00".
       01 WS-Now-Secs          PIC 9(5).
       01 MAX-FAILED-LOGINS    PIC 9(2) VALUE 5.
       01 LOCKOUT-COOLDOWN-SECS PIC 9(5) VALUE 300.
       01 WS-LH-Event          PIC X(8).
       01 WS-LH-Branch         PIC 9(3).
       01 WS-LH-Lockout        PIC X.

      *> The record layout of each shared file as this program
      *> declares it. A layout change bumps the number here, in every
      *> other program that declares the file, and in layout.dat by
      *> the dataconv step (same number) that converts the file.
       01 WS-LY-Expected-Values.
           05 FILLER PIC X(23) VALUE "admin.txt           035".
           05 FILLER PIC X(23) VALUE "casher.txt          036".
           05 FILLER PIC X(23) VALUE "loginhist.dat       000".
       01 WS-LY-Expected-Table REDEFINES WS-LY-Expected-Values.
           05 WS-LY-Expected OCCURS 3 TIMES.
               10 WS-LY-Exp-File    PIC X(20).
               10 WS-LY-Exp-Version PIC 9(3).
       01 WS-LY-Seen-Flags.
           05 WS-LY-Seen OCCURS 3 TIMES PIC X.
       01 WS-LY-Count          PIC 9(2) VALUE 3.
       01 WS-LY-IDX            PIC 9(2).
       01 WS-LY-Bad            PIC 9(2) VALUE 0.
       01 WS-LY-New            PIC 9(2).
       01 WS-LY-EOF            PIC X.
       01 WS-LY-File-Info      PIC X(16).
       01 WS-LY-Checked        PIC X VALUE "N".
       LINKAGE SECTION.
       01 L-ROLE     PIC X(1).
       01 L-USER-ID  PIC X(6).

       PROCEDURE DIVISION USING L-ROLE L-USER-ID L-ACCESS.
       MAIN-PROCEDURE.
      *> The layouts are checked on the first call of the run only;
      *> no one is let in while the files do not match this build.
           IF WS-LY-Checked = "N"
               PERFORM Check-Layout-Versions
               MOVE "Y" TO WS-LY-Checked
           END-IF
           IF WS-LY-Bad > 0
               MOVE "N" TO L-ACCESS
               GOBACK
           END-IF
      *> A caller passing L-ACCESS "O" is signing L-USER-ID off:
      *> the logout goes to the login history and nothing is asked.
           IF L-ACCESS = "O"
               MOVE L-USER-ID TO Input-ID
               PERFORM Record-Logout
               GOBACK
           END-IF
           MOVE "N" TO L-ACCESS
           MOVE SPACES TO L-USER-ID
           IF L-ROLE = "A"
           PERFORM Hash-Password
           PERFORM Get-Now-Seconds

           MOVE "FAIL" TO WS-LH-Event
           MOVE "N" TO WS-LH-Lockout
           MOVE 0 TO WS-LH-Branch
           IF L-ROLE = "A"
               PERFORM Check-Admin
           ELSE
               PERFORM Check-Casher
           END-IF
           PERFORM Write-Login-History
           IF WS-LH-Lockout = "Y"
               MOVE "LOCKOUT" TO WS-LH-Event
               PERFORM Write-Login-History
           END-IF

           IF L-ACCESS = "Y"
               MOVE Input-ID TO L-USER-ID
                              Admin-Lock-Secs > WS-Now-Secs
                               DISPLAY "Account locked. "
                                   "Try again later."
                               MOVE "LOCKED" TO WS-LH-Event
                           ELSE
                               IF Admin-PW = WS-Password-Hash
                                   MOVE 0 TO Admin-Fail-Count
                                   MOVE 0 TO Admin-Lock-Date
                                   MOVE 0 TO Admin-Lock-Secs
                                   IF Admin-Disabled = "Y"
                                       DISPLAY "Account disabled - "
                                           "see an administrator."
                                       MOVE "DISABLED" TO WS-LH-Event
                                   ELSE
                                       MOVE WS-Now-Date TO
                                           Admin-Last-Login
                                       MOVE "Y" TO L-ACCESS
                                       MOVE "LOGIN" TO WS-LH-Event
                                   END-IF
                                   REWRITE Admin-Record
                               ELSE
                                   ADD 1 TO Admin-Fail-Count
                                   IF Admin-Fail-Count >=
                                       DISPLAY "Too many failed "
                                           "attempts. Account "
                                           "locked."
                                       MOVE "Y" TO WS-LH-Lockout
                                   END-IF
                                   REWRITE Admin-Record
                               END-IF
                           MOVE "Y" TO EF
                   NOT AT END
                       IF Casher-ID = Input-ID
                           MOVE Casher-Branch-ID TO WS-LH-Branch
                           IF Casher-Lock-Date = WS-Now-Date AND
                              Casher-Lock-Secs > WS-Now-Secs
                               DISPLAY "Account locked. "
                                   "Try again later."
                               MOVE "LOCKED" TO WS-LH-Event
                           ELSE
                               IF Casher-PW = WS-Password-Hash
                                   MOVE 0 TO Casher-Fail-Count
                                   MOVE 0 TO Casher-Lock-Date
                                   MOVE 0 TO Casher-Lock-Secs
                                   IF Casher-Disabled = "Y"
                                       DISPLAY "Account disabled - "
                                           "see an administrator."
                                       MOVE "DISABLED" TO WS-LH-Event
                                   ELSE
                                       MOVE WS-Now-Date TO
                                           Casher-Last-Login
                                       MOVE "Y" TO L-ACCESS
                                       MOVE "LOGIN" TO WS-LH-Event
                                   END-IF
                                   REWRITE Casher-Record
                               ELSE
                                   ADD 1 TO Casher-Fail-Count
                                   IF Casher-Fail-Count >=
                                       DISPLAY "Too many failed "
                                           "attempts. Account "
                                           "locked."
                                       MOVE "Y" TO WS-LH-Lockout
                                   END-IF
                                   REWRITE Casher-Record
                               END-IF
               CLOSE CasherFile
           END-IF.

       Record-Logout.
      *> A casher's logout carries the branch off casher.txt.
           MOVE 0 TO WS-LH-Branch
           IF L-ROLE NOT = "A"
               OPEN INPUT CasherFile
               IF File-Status = "00"
                   MOVE "N" TO EF
                   PERFORM UNTIL EF = "Y"
                       READ CasherFile
                           AT END
                               MOVE "Y" TO EF
                       NOT AT END
                           IF Casher-ID = Input-ID
                               MOVE Casher-Branch-ID TO WS-LH-Branch
                               MOVE "Y" TO EF
                           END-IF
                   END-PERFORM
                   CLOSE CasherFile
               END-IF
           END-IF
           MOVE "LOGOUT" TO WS-LH-Event
           PERFORM Write-Login-History.

       Write-Login-History.
           PERFORM Get-Now-Seconds
           OPEN EXTEND LoginHistFile
           IF File-Status = "35"
               OPEN OUTPUT LoginHistFile
           END-IF
           MOVE WS-Now-DateTime(1:8) TO LH-Date
           MOVE WS-Now-DateTime(9:6) TO LH-Time
           MOVE Input-ID TO LH-User-ID
           MOVE L-ROLE TO LH-Role
           MOVE WS-LH-Branch TO LH-Branch-ID
           MOVE WS-LH-Event TO LH-Event
           WRITE LoginHist-Record
           CLOSE LoginHistFile.

       Hash-Password.
      *> Must stay identical to main.cbl's Hash-Password so both
      *> programs accept the same stored hashes.
           (FUNCTION NUMVAL(WS-Now-DateTime(9:2)) * 3600) +
           (FUNCTION NUMVAL(WS-Now-DateTime(11:2)) * 60) +
           FUNCTION NUMVAL(WS-Now-DateTime(13:2)).
       Check-Layout-Versions.
      *> Compares the layout.dat control record of every shared file
      *> this program declares with the layout it was built for.
      *> WS-LY-Bad counts the mismatches; the caller must not touch
      *> the files when it is not zero. A file with no control
      *> record yet is stamped with the layout built in here
      *> only where Check-Unstamped-Layout finds that safe.
           MOVE 0 TO WS-LY-Bad
           MOVE 0 TO WS-LY-New
           MOVE ALL "N" TO WS-LY-Seen-Flags
           OPEN INPUT LayoutFile
           IF File-Status = "00"
               MOVE "N" TO WS-LY-EOF
               PERFORM UNTIL WS-LY-EOF = "Y"
                  READ LayoutFile
                  AT END
                      MOVE "Y" TO WS-LY-EOF
                  NOT AT END
                      PERFORM Match-Layout-Record
                  END-READ
               END-PERFORM
           END-IF
           CLOSE LayoutFile
           PERFORM VARYING WS-LY-IDX FROM 1 BY 1
               UNTIL WS-LY-IDX > WS-LY-Count
               IF WS-LY-Seen(WS-LY-IDX) = "N"
                   PERFORM Check-Unstamped-Layout
               END-IF
           END-PERFORM
           IF WS-LY-Bad > 0
               DISPLAY "Error: login was built for other record "
                   "layouts than the data files are in - it will not "
                   "run against them."
               DISPLAY "Run dataconv, or install the matching build "
                   "of every program, first."
           ELSE
           IF WS-LY-New > 0
               PERFORM Stamp-New-Layouts
           END-IF
           END-IF.
       Match-Layout-Record.
           PERFORM VARYING WS-LY-IDX FROM 1 BY 1
               UNTIL WS-LY-IDX > WS-LY-Count
               IF WS-LY-Exp-File(WS-LY-IDX) = LY-File-Name
                   MOVE "Y" TO WS-LY-Seen(WS-LY-IDX)
                   IF LY-Version NOT = WS-LY-Exp-Version(WS-LY-IDX)
                       ADD 1 TO WS-LY-Bad
                       DISPLAY "Layout mismatch: " LY-File-Name
                           " is in layout " LY-Version
                           ", this program expects layout "
                           WS-LY-Exp-Version(WS-LY-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       Check-Unstamped-Layout.
      *> Only dataconv stamps a file whose data is already there:
      *> stamping it here would make dataconv skip a conversion it
      *> still owes. A file that does not exist yet is created in
      *> this program's layout, and one still in its original
      *> layout (000) has no conversion to skip, so both are safe.
           CALL "CBL_CHECK_FILE_EXIST" USING
               WS-LY-Exp-File(WS-LY-IDX) WS-LY-File-Info
           IF RETURN-CODE NOT = 0 OR
              WS-LY-Exp-Version(WS-LY-IDX) = 0
               ADD 1 TO WS-LY-New
           ELSE
               ADD 1 TO WS-LY-Bad
               DISPLAY "Layout not recorded: "
                   WS-LY-Exp-File(WS-LY-IDX)
                   " holds data but has no layout.dat record"
           END-IF.
       Stamp-New-Layouts.
           OPEN EXTEND LayoutFile
           IF File-Status = "35"
               OPEN OUTPUT LayoutFile
           END-IF
           PERFORM VARYING WS-LY-IDX FROM 1 BY 1
               UNTIL WS-LY-IDX > WS-LY-Count
               IF WS-LY-Seen(WS-LY-IDX) = "N"
                   MOVE WS-LY-Exp-File(WS-LY-IDX) TO LY-File-Name
                   MOVE WS-LY-Exp-Version(WS-LY-IDX) TO LY-Version
                   ACCEPT LY-Stamp-Date FROM DATE YYYYMMDD
                   MOVE "login" TO LY-Stamped-By
                   WRITE Layout-Record
               END-IF
           END-PERFORM
           CLOSE LayoutFile.
       END PROGRAM USER-LOGIN.
