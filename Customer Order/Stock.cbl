           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS StkTally-RelKey
           FILE STATUS IS File-Status.
           SELECT LayoutFile ASSIGN TO "layout.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS File-Status.
       DATA DIVISION.
       FILE SECTION.
      *> Same physical item.dat main.cbl writes, so the field layout
           05 Item-Consign     PIC X(1) VALUE "N".
           05 Item-Sold-By     PIC X(1) VALUE "U".
           05 Item-Serialized  PIC X(1) VALUE "N".
           05 Item-ABC-Class   PIC X(1) VALUE SPACE.
           05 Item-Style-ID    PIC 9(5) VALUE ZEROES.
           05 Item-Size        PIC X(4) VALUE SPACES.
           05 Item-Colour      PIC X(8) VALUE SPACES.
       FD TranscationFile.
       01 Transcation-Record.
           05 Transcation-ID PIC 9(5).
           05 Lot-Qty-Left PIC 9(5).
           05 Lot-Expiry   PIC 9(8).
           05 Lot-Received PIC 9(8).
           05 Lot-Supplier-Lot PIC X(12) VALUE SPACES.

       FD StockFile.
       01 Stock-Record.
       01 StkTally-Record.
           05 ST-Item-ID PIC 9(5).
           05 ST-Qty     PIC 9(9).
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
       01 File-Status PIC XX VALUE "00".
       01 EOF PIC X VALUE "Y".
       01 WS-Login-Role PIC X(1).
       01 WS-Login-User PIC X(6).
       01 WS-Login-OK PIC X(1).
      *> The record layout of each shared file as this program
      *> declares it. A layout change bumps the number here, in every
      *> other program that declares the file, and in layout.dat by
      *> the dataconv step (same number) that converts the file.
       01 WS-LY-Expected-Values.
           05 FILLER PIC X(23) VALUE "counter.dat         000".
           05 FILLER PIC X(23) VALUE "item.dat            028".
           05 FILLER PIC X(23) VALUE "lot.dat             027".
           05 FILLER PIC X(23) VALUE "movement.dat        014".
       01 WS-LY-Expected-Table REDEFINES WS-LY-Expected-Values.
           05 WS-LY-Expected OCCURS 4 TIMES.
               10 WS-LY-Exp-File    PIC X(20).
               10 WS-LY-Exp-Version PIC 9(3).
       01 WS-LY-Seen-Flags.
           05 WS-LY-Seen OCCURS 4 TIMES PIC X.
       01 WS-LY-Count          PIC 9(2) VALUE 4.
       01 WS-LY-IDX            PIC 9(2).
       01 WS-LY-Bad            PIC 9(2) VALUE 0.
       01 WS-LY-New            PIC 9(2).
       01 WS-LY-EOF            PIC X.
       01 WS-LY-File-Info      PIC X(16).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM Check-Layout-Versions
            IF WS-LY-Bad > 0
                STOP RUN
            END-IF
      *> This program used to have no login at all; it now goes
      *> through the shared USER-LOGIN routine like the other entry
      *> programs, so the hardening in main.cbl cannot be bypassed.
               ACCEPT EOFP
               MOVE FUNCTION UPPER-CASE(EOFP) TO EOFP
            END-PERFORM
      *> Closes the session in the login history kept by USER-LOGIN.
            MOVE "O" TO WS-Login-OK
            CALL "USER-LOGIN" USING WS-Login-Role WS-Login-User
                WS-Login-OK

            STOP RUN.
       View-Data.
            MOVE WS-Lot-Expiry TO Lot-Expiry
            MOVE FUNCTION CURRENT-DATE TO WS-Mv-Now
            MOVE WS-Mv-Now(1:8) TO Lot-Received
            MOVE SPACES TO Lot-Supplier-Lot
            WRITE Lot-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            END-PERFORM
            CLOSE StkTallyFile
            CLOSE ItemFile.
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
                DISPLAY "Error: Stock was built for other record "
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
                    MOVE "Stock" TO LY-Stamped-By
                    WRITE Layout-Record
                END-IF
            END-PERFORM
            CLOSE LayoutFile.
       END PROGRAM Item.
