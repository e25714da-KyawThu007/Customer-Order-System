      *              storeprof.txt - so the receipt works for expense
      *              claims. Output path defaults to output.txt and
      *              can be overridden with RECEIPT_OUTPUT_PATH.
      *              A gift receipt (L-RECEIPT-KIND = "G") prints
      *              only item names and quantities, the return-by
      *              date and a scannable invoice reference - no
      *              prices, totals or tender.
      *              A sale rung up on a registered till prints the
      *              till number under the tender.
      * Compiler   : GnuCOBOL
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUX-STATUS.

           SELECT LAYOUTFILE ASSIGN TO "layout.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINTERFILE
           05 Sale-Cart-Orig-Price      PIC 9(8)V99.
           05 Sale-Cart-Ovr-Reason      PIC X(3).
           05 Sale-Cart-Ovr-Approver    PIC X(6).
           05 Sale-Cart-Unit-Cost       PIC 9(5)V99.

       FD ItemFile.
       01 Item-Record.
           05 Item-Consign     PIC X(1).
           05 Item-Sold-By     PIC X(1).
           05 Item-Serialized  PIC X(1).
           05 Item-ABC-Class   PIC X(1).
           05 Item-Style-ID    PIC 9(5).
           05 Item-Size        PIC X(4).
           05 Item-Colour      PIC X(8).

       FD PaymentFile.
       01 Payment-Record.
           05 Pay-Cash-Part    PIC 9(9)V99.
           05 Pay-FX-Code      PIC X(3).
           05 Pay-FX-Amount    PIC 9(9)V99.
           05 Pay-Till-ID      PIC 9(3).

      *> Store name / address / footer, one per line, kept by the
      *> admin's Store Profile screen in main.cbl.
       FD StoreProfFile.
       01 StoreProf-Line       PIC X(40).

      *> Record layout control: one record per shared data file
      *> giving the layout version the file is in. dataconv stamps
      *> it as it converts a file.
       FD LAYOUTFILE.
       01 LAYOUT-RECORD.
           05 LY-FILE-NAME     PIC X(20).
           05 LY-VERSION       PIC 9(3).
           05 LY-STAMP-DATE    PIC 9(8).
           05 LY-STAMPED-BY    PIC X(12).

       WORKING-STORAGE SECTION.
       01  SAMPLE                  PIC XX.
       01  WS-AUX-STATUS           PIC XX.
       01  WS-STORE-ADDR           PIC X(40) VALUE SPACES.
       01  WS-STORE-FOOTER         PIC X(40) VALUE SPACES.

      *> The record layout of each shared file as this program
      *> declares it. A layout change bumps the number here, in every
      *> other program that declares the file, and in layout.dat by
      *> the dataconv step (same number) that converts the file.
       01 WS-LY-EXPECTED-VALUES.
           05 FILLER PIC X(23) VALUE "item.dat            028".
           05 FILLER PIC X(23) VALUE "payment.dat         018".
           05 FILLER PIC X(23) VALUE "salecart.dat        023".
           05 FILLER PIC X(23) VALUE "storeprof.txt       000".
       01 WS-LY-EXPECTED-TABLE REDEFINES WS-LY-EXPECTED-VALUES.
           05 WS-LY-EXPECTED OCCURS 4 TIMES.
               10 WS-LY-EXP-FILE    PIC X(20).
               10 WS-LY-EXP-VERSION PIC 9(3).
       01 WS-LY-SEEN-FLAGS.
           05 WS-LY-SEEN OCCURS 4 TIMES PIC X.
       01 WS-LY-COUNT          PIC 9(2) VALUE 4.
       01 WS-LY-IDX            PIC 9(2).
       01 WS-LY-BAD            PIC 9(2) VALUE 0.
       01 WS-LY-NEW            PIC 9(2).
       01 WS-LY-EOF            PIC X.
       01 WS-LY-FILE-INFO      PIC X(16).
       01 WS-LY-CHECKED        PIC X VALUE "N".
       LINKAGE SECTION.
       01  L-INVOICE-ID            PIC 9(5).
       01  L-CUSTOMER-NAME         PIC X(20).
       01  L-PROMO-SAVINGS         PIC 9(7)V99.
       01  L-TAX                   PIC 9(7)V99.
       01  L-FINAL-AMOUNT          PIC 9(9)V99.
       01  L-RECEIPT-OPTS.
           05  L-RECEIPT-KIND      PIC X.
               88  L-GIFT-RECEIPT  VALUE "G".
           05  L-GIFT-REF          PIC X(8).
           05  L-RETURN-BY         PIC 9(8).

       PROCEDURE DIVISION USING L-INVOICE-ID L-CUSTOMER-NAME
           L-CART-IDS L-TOTAL-AMOUNT L-DISCOUNT L-PROMO-SAVINGS
           L-TAX L-FINAL-AMOUNT L-RECEIPT-OPTS.
       MAIN-PROCEDURE.
      *> The layouts are checked on the first call of the run only.
           IF WS-LY-CHECKED = "N"
               PERFORM CHECK-LAYOUT-VERSIONS
               MOVE "Y" TO WS-LY-CHECKED
           END-IF
           IF WS-LY-BAD > 0
               DISPLAY "Receipt not printed."
               GOBACK
           END-IF
           ACCEPT WS-OUTPUT-PATH FROM ENVIRONMENT "RECEIPT_OUTPUT_PATH"
           IF WS-OUTPUT-PATH = SPACES
               MOVE "output.txt" TO WS-OUTPUT-PATH
           MOVE ALL "-" TO PRINT-REC
           WRITE PRINT-REC

           IF L-GIFT-RECEIPT
               PERFORM PRINT-GIFT-BODY
           ELSE
               PERFORM PRINT-SALE-BODY
           END-IF

           MOVE ALL "-" TO PRINT-REC
           WRITE PRINT-REC
           IF WS-STORE-FOOTER NOT = SPACES
               MOVE WS-STORE-FOOTER TO PRINT-REC
               WRITE PRINT-REC
               MOVE ALL "-" TO PRINT-REC
               WRITE PRINT-REC
           END-IF

           CLOSE PRINTERFILE

           DISPLAY "Receipt written to " WS-OUTPUT-PATH

           GOBACK.

       PRINT-SALE-BODY.
           MOVE SPACES TO PRINT-REC
           STRING "INVOICE      : " DELIMITED BY SIZE
                  L-INVOICE-ID   DELIMITED BY SIZE
           END-STRING
           WRITE PRINT-REC

           PERFORM PRINT-TENDER.

       PRINT-GIFT-BODY.
      *> Names and quantities only. The reference is printed
      *> between Code 39 start/stop asterisks so the till scanner
      *> reads it straight into Return-Invoice or Exchange-At-Till.
           MOVE "GIFT RECEIPT" TO PRINT-REC
           WRITE PRINT-REC

           MOVE SPACES TO PRINT-REC
           STRING "GIFT REF     : *" DELIMITED BY SIZE
                  L-GIFT-REF     DELIMITED BY SIZE
                  "*"            DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC

           MOVE SPACES TO PRINT-REC
           STRING "RETURN BY    : " DELIMITED BY SIZE
                  L-RETURN-BY(1:4) DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  L-RETURN-BY(5:2) DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  L-RETURN-BY(7:2) DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC

           MOVE SPACES TO PRINT-REC
           STRING "LINE  ITEM                 QTY" DELIMITED BY SIZE
                  INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC

           OPEN INPUT SaleCartFile
           OPEN INPUT ItemFile
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 20
               IF L-CART-ID(WS-IDX) > 0
                   PERFORM PRINT-GIFT-LINE
               END-IF
           END-PERFORM
           CLOSE ItemFile
           CLOSE SaleCartFile

           MOVE ALL "-" TO PRINT-REC
           WRITE PRINT-REC
           MOVE "Exchange or return for store credit with this "
               & "receipt." TO PRINT-REC
           WRITE PRINT-REC.

       PRINT-GIFT-LINE.
      *> The cart line number stays on the slip - it is what the
      *> casher keys for each item an exchange takes back.
           MOVE L-CART-ID(WS-IDX) TO SaleCart-RelKey
           READ SaleCartFile INVALID KEY
               MOVE SPACES TO PRINT-REC
               STRING L-CART-ID(WS-IDX) DELIMITED BY SIZE
                      " (record missing)" DELIMITED BY SIZE
                      INTO PRINT-REC
               END-STRING
           NOT INVALID KEY
               MOVE Sale-Cart-Item-ID TO RelativeKey
               READ ItemFile INVALID KEY
                   MOVE "(unknown item)" TO Item-Name
               END-READ
               MOVE SPACES TO PRINT-REC
               STRING Sale-Cart-ID            DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Item-Name               DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Sale-Cart-Quantity      DELIMITED BY SIZE
                      INTO PRINT-REC
               END-STRING
           END-READ
           WRITE PRINT-REC.

       LOAD-STORE-PROFILE.
      *> Line 1 = store name, 2 = address, 3 = footer.
                       END-STRING
                       WRITE PRINT-REC
                   END-IF
                   IF Pay-Till-ID > 0
                       MOVE SPACES TO PRINT-REC
                       STRING "TILL         : " DELIMITED BY SIZE
                              Pay-Till-ID DELIMITED BY SIZE
                              INTO PRINT-REC
                       END-STRING
                       WRITE PRINT-REC
                   END-IF
               END-READ
               CLOSE PaymentFile
           END-IF.
       CHECK-LAYOUT-VERSIONS.
      *> Compares the layout.dat control record of every shared file
      *> this program declares with the layout it was built for.
      *> WS-LY-Bad counts the mismatches; the caller must not touch
      *> the files when it is not zero. A file with no control
      *> record yet is stamped with the layout built in here
      *> only where CHECK-UNSTAMPED-LAYOUT finds that safe.
           MOVE 0 TO WS-LY-BAD
           MOVE 0 TO WS-LY-NEW
           MOVE ALL "N" TO WS-LY-SEEN-FLAGS
           OPEN INPUT LAYOUTFILE
           IF WS-AUX-STATUS = "00"
               MOVE "N" TO WS-LY-EOF
               PERFORM UNTIL WS-LY-EOF = "Y"
                  READ LAYOUTFILE
                  AT END
                      MOVE "Y" TO WS-LY-EOF
                  NOT AT END
                      PERFORM MATCH-LAYOUT-RECORD
                  END-READ
               END-PERFORM
           END-IF
           CLOSE LAYOUTFILE
           PERFORM VARYING WS-LY-IDX FROM 1 BY 1
               UNTIL WS-LY-IDX > WS-LY-COUNT
               IF WS-LY-SEEN(WS-LY-IDX) = "N"
                   PERFORM CHECK-UNSTAMPED-LAYOUT
               END-IF
           END-PERFORM
           IF WS-LY-BAD > 0
               DISPLAY "Error: printer was built for other record "
                   "layouts than the data files are in - it will not "
                   "run against them."
               DISPLAY "Run dataconv, or install the matching build "
                   "of every program, first."
           ELSE
           IF WS-LY-NEW > 0
               PERFORM STAMP-NEW-LAYOUTS
           END-IF
           END-IF.
       MATCH-LAYOUT-RECORD.
           PERFORM VARYING WS-LY-IDX FROM 1 BY 1
               UNTIL WS-LY-IDX > WS-LY-COUNT
               IF WS-LY-EXP-FILE(WS-LY-IDX) = LY-FILE-NAME
                   MOVE "Y" TO WS-LY-SEEN(WS-LY-IDX)
                   IF LY-VERSION NOT = WS-LY-EXP-VERSION(WS-LY-IDX)
                       ADD 1 TO WS-LY-BAD
                       DISPLAY "Layout mismatch: " LY-FILE-NAME
                           " is in layout " LY-VERSION
                           ", this program expects layout "
                           WS-LY-EXP-VERSION(WS-LY-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       CHECK-UNSTAMPED-LAYOUT.
      *> Only dataconv stamps a file whose data is already there:
      *> stamping it here would make dataconv skip a conversion it
      *> still owes. A file that does not exist yet is created in
      *> this program's layout, and one still in its original
      *> layout (000) has no conversion to skip, so both are safe.
           CALL "CBL_CHECK_FILE_EXIST" USING
               WS-LY-EXP-FILE(WS-LY-IDX) WS-LY-FILE-INFO
           IF RETURN-CODE NOT = 0 OR
              WS-LY-EXP-VERSION(WS-LY-IDX) = 0
               ADD 1 TO WS-LY-NEW
           ELSE
               ADD 1 TO WS-LY-BAD
               DISPLAY "Layout not recorded: "
                   WS-LY-EXP-FILE(WS-LY-IDX)
                   " holds data but has no layout.dat record"
           END-IF.
       STAMP-NEW-LAYOUTS.
           OPEN EXTEND LAYOUTFILE
           IF WS-AUX-STATUS = "35"
               OPEN OUTPUT LAYOUTFILE
           END-IF
           PERFORM VARYING WS-LY-IDX FROM 1 BY 1
               UNTIL WS-LY-IDX > WS-LY-COUNT
               IF WS-LY-SEEN(WS-LY-IDX) = "N"
                   MOVE WS-LY-EXP-FILE(WS-LY-IDX) TO LY-FILE-NAME
                   MOVE WS-LY-EXP-VERSION(WS-LY-IDX) TO LY-VERSION
                   ACCEPT LY-STAMP-DATE FROM DATE YYYYMMDD
                   MOVE "printer" TO LY-STAMPED-BY
                   WRITE LAYOUT-RECORD
               END-IF
           END-PERFORM
           CLOSE LAYOUTFILE.
       END PROGRAM WRITE-TO-FILE.
