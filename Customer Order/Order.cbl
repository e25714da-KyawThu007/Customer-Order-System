               RELATIVE KEY IS GiftCard-RelKey
               FILE STATUS IS File-Status.

           SELECT WebOrderFile ASSIGN TO "weborder.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS File-Status.

           SELECT WebErrFile ASSIGN TO "weborder.err"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS File-Status.

           SELECT WebLinkFile ASSIGN TO "weblink.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WebLink-RelKey
               FILE STATUS IS File-Status.

           SELECT WebStatFile ASSIGN TO "webstatus.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS File-Status.

           SELECT LotTraceFile ASSIGN TO "lottrace.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS LotTrace-RelKey
               FILE STATUS IS File-Status.

           SELECT RollJrnlFile ASSIGN TO "rowjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS File-Status.

           SELECT SubstFile ASSIGN TO "subst.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS Subst-RelKey
               FILE STATUS IS File-Status.

           SELECT SubLogFile ASSIGN TO "sublog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS File-Status.

           SELECT ZoneFile ASSIGN TO "delzone.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS Zone-RelKey
               FILE STATUS IS File-Status.

           SELECT VehicleFile ASSIGN TO "vehicle.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS Vehicle-RelKey
               FILE STATUS IS File-Status.

           SELECT DelChgFile ASSIGN TO "delchg.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS DelChg-RelKey
               FILE STATUS IS File-Status.

           SELECT FiscalFile ASSIGN TO "fiscal.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS Fiscal-RelKey
               FILE STATUS IS File-Status.

           SELECT SalesSumFile ASSIGN TO "salesum.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS SalesSum-RelKey
               FILE STATUS IS File-Status.

           SELECT SalesDayFile ASSIGN TO "salesday.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS SalesDay-RelKey
               FILE STATUS IS File-Status.

           SELECT UnbilledFile ASSIGN TO "unbilled.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS Unbilled-RelKey
               FILE STATUS IS File-Status.

           SELECT ChgReqFile ASSIGN TO "chgreq.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS ChgReq-RelKey
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



           05 ORDER-POD-NAME      PIC X(15).
           05 ORDER-POD-TIME      PIC X(5).
           05 ORDER-FAIL-REASON   PIC X(12).
      *> 0 = no delivery zone (collection, or taken before zones)
           05 ORDER-ZONE-ID       PIC 9(3).

      *> Same physical customer.dat main.cbl writes, so the field
      *> layout here must track main.cbl's Customer-Record
           05 Sale-Cart-Orig-Price       PIC 9(8)V99 VALUE ZEROES.
           05 Sale-Cart-Ovr-Reason       PIC X(3) VALUE SPACES.
           05 Sale-Cart-Ovr-Approver     PIC X(6) VALUE SPACES.
           05 Sale-Cart-Unit-Cost        PIC 9(5)V99 VALUE ZEROES.

       FD InvoiceFile.
       01 Invoice-Record.
           05 Invoice-Time             PIC X(11).
           05 Invoice-Status           PIC A(9).
           05 Invoice-Price-Tier       PIC X(1) VALUE "R".
           05 Invoice-Till-ID          PIC 9(3) VALUE ZEROES.

       FD CounterFile.
       01 Counter-Record.
           05 Lot-Qty-Left PIC 9(5).
           05 Lot-Expiry   PIC 9(8).
           05 Lot-Received PIC 9(8).
           05 Lot-Supplier-Lot PIC X(12) VALUE SPACES.

       FD InvIdxFile.
       01 InvIdx-Record.
           05 Customer-Tax-Exempt  PIC X(1) VALUE "N".
           05 Customer-Tax-Cert    PIC X(12) VALUE SPACES.
           05 Customer-Credit-Hold PIC X(1) VALUE "N".
           05 Customer-Email       PIC X(40) VALUE SPACES.
           05 Customer-Consent     PIC X(1) VALUE "N".
           05 Customer-Staff-ID    PIC X(6) VALUE SPACES.
           05 Customer-Staff-Allow PIC 9(7)V99 VALUE ZEROES.
           05 Customer-Cheque-Limit PIC 9(7)V99 VALUE ZEROES.
           05 Customer-Cheque-Block PIC X(1) VALUE "N".
           05 Customer-Billing     PIC X(1) VALUE "D".
               88 Customer-Bill-Monthly VALUE "M".

      *> Same physical binloc.dat main.cbl maintains; layout must
      *> track its BinLoc-Record byte-for-byte.
           05 BIN-Item-ID   PIC 9(5).
           05 BIN-Branch-ID PIC 9(3).
           05 BIN-Location  PIC X(8).
           05 BIN-Shelf-Cap PIC 9(5).

      *> Same physical audit.txt main.cbl writes; layout must track
      *> its Audit-Record byte-for-byte.
           05 GC-Status        PIC X(6).
           05 GC-Issued-Date   PIC 9(8).

      *> Web-shop order drop, one CSV line per order line, lines of
      *> one web order together:
      *> web-ref,customer-id,name,phone,email,consent,address,
      *> item-id,qty,delivery-date
      *> customer-id is 0 when the shopper has no account here.
       FD WebOrderFile.
       01 WebOrder-Record PIC X(250).

      *> Rejected web-order lines with the reason, rebuilt on each
      *> import run.
       FD WebErrFile.
       01 WebErr-Record PIC X(200).

      *> Ties each imported web order line to the ORDER.DAT line
      *> (or backorder) it became, and remembers the status last
      *> sent back so the status export only reports changes.
       FD WebLinkFile.
       01 WebLink-Record.
           05 WL-ID          PIC 9(5).
           05 WL-Web-Ref     PIC X(12).
           05 WL-Order-ID    PIC 9(5).
           05 WL-Line-ID     PIC 9(5).
           05 WL-BO-ID       PIC 9(5).
           05 WL-Customer-ID PIC 9(5).
           05 WL-Item-ID     PIC 9(5).
           05 WL-Qty         PIC 9(3).
           05 WL-Import-Date PIC 9(8).
           05 WL-Sent-Status PIC X(10).
           05 WL-Sent-Ship   PIC 9(3).

      *> Status feed back to the web shop, appended to on each
      *> export: web-ref,order-id,item-id,qty,shipped-qty,status,
      *> delivery-date,date
       FD WebStatFile.
       01 WebStat-Record PIC X(120).

      *> Same lottrace.dat main.cbl writes for till sales and
      *> transfers; one row per lot drawn by a completed order.
       FD LotTraceFile.
       01 LotTrace-Record.
           05 LT-ID          PIC 9(5).
           05 LT-Lot-ID      PIC 9(5).
           05 LT-Item-ID     PIC 9(5).
           05 LT-Qty         PIC 9(5).
           05 LT-Kind        PIC X(4).
           05 LT-Ref-ID      PIC 9(5).
           05 LT-Invoice-ID  PIC 9(5).
           05 LT-Customer-ID PIC 9(5).
           05 LT-Branch-ID   PIC 9(3).
           05 LT-Date        PIC 9(8).

      *> Shared row journal; layout must track main.cbl's.
       FD RollJrnlFile.
       01 RollJrnl-Record.
           05 RJ-Date        PIC 9(8).
           05 RJ-Time        PIC X(6).
           05 RJ-File        PIC X(8).
           05 RJ-Action      PIC X(1).
           05 RJ-Key         PIC 9(5).
           05 RJ-Image       PIC X(250).

      *> Same subst.dat / sublog.dat main.cbl maintains.
       FD SubstFile.
       01 Subst-Record.
           05 Sub-ID          PIC 9(5).
           05 Sub-Item-ID     PIC 9(5).
           05 Sub-Alt-Item-ID PIC 9(5).
           05 Sub-Pref        PIC 9(2).
           05 Sub-Price-Rule  PIC X(1).

       FD SubLogFile.
       01 SubLog-Record.
           05 SL-Date        PIC 9(8).
           05 SL-Source      PIC X(1).
           05 SL-Orig-Item   PIC 9(5).
           05 SL-Alt-Item    PIC 9(5).
           05 SL-Qty         PIC 9(5)V99.
           05 SL-Price       PIC 9(8)V99.
           05 SL-Rule        PIC X(1).
           05 SL-User        PIC X(6).

      *> Delivery zones, keyed by Zone-ID: the postcode prefix or
      *> area name looked for in the delivery address, the charge
      *> for a run there, the order value that earns free
      *> delivery, the Mon..Sun days a van goes and which van.
       FD ZoneFile.
       01 Zone-Record.
           05 Zone-ID          PIC 9(3).
           05 Zone-Name        PIC X(20).
           05 Zone-Match       PIC X(10).
           05 Zone-Charge      PIC 9(4).
           05 Zone-Free-Over   PIC 9(6).
           05 Zone-Days        PIC X(7).
           05 Zone-Vehicle-ID  PIC 9(3).

      *> Delivery vans, keyed by Van-ID; capacity is the units one
      *> day's run can carry.
       FD VehicleFile.
       01 Vehicle-Record.
           05 Vehicle-ID       PIC 9(3).
           05 Vehicle-Reg      PIC X(10).
           05 Vehicle-Desc     PIC X(20).
           05 Vehicle-Capacity PIC 9(5).

      *> Delivery charge per order, keyed by Order-ID - what the
      *> zone charged or waived, and the invoice it was billed on.
      *> main.cbl reads it for delivery income.
       FD DelChgFile.
       01 DelChg-Record.
           05 DC-Order-ID      PIC 9(5).
           05 DC-Zone-ID       PIC 9(3).
           05 DC-Charge        PIC 9(6).
           05 DC-Goods         PIC 9(7).
           05 DC-Line-ID       PIC 9(5).
           05 DC-Status        PIC X(9).
               88 DC-Charged   VALUE "CHARGED".
               88 DC-Waived    VALUE "WAIVED".
               88 DC-Foc       VALUE "FOC".
               88 DC-Invoiced  VALUE "INVOICED".
           05 DC-Invoice-ID    PIC 9(5).
           05 DC-Invoice-Date  PIC 9(8).

      *> Same physical fiscal.dat main.cbl keeps; layout must track
      *> its Fiscal-Record byte-for-byte. Order invoices number in
      *> branch 0's receipt series.
       FD FiscalFile.
       01 Fiscal-Record.
           05 FIS-ID           PIC 9(5).
           05 FIS-Branch-ID    PIC 9(3).
           05 FIS-Year         PIC 9(4).
           05 FIS-Series       PIC X(1).
           05 FIS-Number       PIC 9(7).
           05 FIS-Source       PIC X(1).
           05 FIS-Ref-ID       PIC 9(5).
           05 FIS-Orig-Invoice PIC 9(5).
           05 FIS-Orig-Number  PIC X(17).
           05 FIS-Amount       PIC 9(9)V99.
           05 FIS-Date         PIC 9(8).
           05 FIS-Casher-ID    PIC X(6).
           05 FIS-Status       PIC X(8).
           05 FIS-Reason       PIC X(30).

      *> Same physical salesum.dat/salesday.dat main.cbl keeps as
      *> the daily item sales summary; layouts must track its
      *> Sales-Sum-Record and Sales-Day-Record byte-for-byte.
      *> Order sales post to branch 0, as their receipts do.
       FD SalesSumFile.
       01 Sales-Sum-Record.
           05 SS-Date          PIC 9(8).
           05 SS-Branch        PIC 9(3).
           05 SS-Item-ID       PIC 9(5).
           05 SS-Units         PIC S9(7)V99.
           05 SS-Net-Sales     PIC S9(9)V99.
           05 SS-Cost          PIC S9(9)V99.
           05 SS-Discount      PIC S9(9)V99.
           05 SS-Ret-Units     PIC S9(7)V99.
           05 SS-Ret-Value     PIC S9(9)V99.
           05 SS-Ret-Cost      PIC S9(9)V99.
           05 SS-Next-ID       PIC 9(8).

       FD SalesDayFile.
       01 Sales-Day-Record.
           05 SD-Date          PIC 9(8).
           05 SD-First-ID      PIC 9(8).
           05 SD-Rows          PIC 9(5).
           05 SD-Spare         PIC X(4).
       01 Sales-Day-Control.
           05 SDC-Tag          PIC X(8).
           05 SDC-High-Water   PIC 9(8).
           05 SDC-Built        PIC X(1).
           05 SDC-Built-Date   PIC 9(8).

      *> Delivered orders held for a customer billed monthly, keyed
      *> by Order-ID. main.cbl's month-end billing run puts them on
      *> the customer's account invoice and stamps it here.
       FD UnbilledFile.
       01 Unbilled-Record.
           05 UB-Order-ID      PIC 9(5).
           05 UB-Customer-ID   PIC 9(5).
           05 UB-Deliv-Date    PIC 9(8).
           05 UB-POD-Name      PIC X(15).
           05 UB-POD-Time      PIC X(5).
           05 UB-Lines         PIC 9(2).
           05 UB-Goods         PIC 9(9)V99.
           05 UB-Delivery      PIC 9(6).
           05 UB-Deposit       PIC 9(7)V99.
           05 UB-Amount        PIC 9(9)V99.
           05 UB-Cart-List.
               10 UB-Cart-ID OCCURS 20 TIMES PIC 9(5).
           05 UB-Status        PIC X(8).
               88 UB-Unbilled  VALUE "UNBILLED".
               88 UB-Billed    VALUE "BILLED".
           05 UB-Invoice-ID    PIC 9(5).
           05 UB-Invoice-Date  PIC 9(8).

      *> Held master-data changes, the same chgreq.dat main.cbl
      *> keeps - a price or cost change made here waits in it for a
      *> second admin to approve under main.cbl's admin F2, so the
      *> layout must track main.cbl's ChgReq-Record byte-for-byte.
       FD ChgReqFile.
       01 ChgReq-Record.
           05 CR-ID            PIC 9(5).
           05 CR-Type          PIC X(8).
           05 CR-Key           PIC X(12).
           05 CR-Before        PIC X(30).
           05 CR-After         PIC X(30).
           05 CR-Old-Num1      PIC 9(7)V99.
           05 CR-Old-Num2      PIC 9(7)V99.
           05 CR-New-Num1      PIC 9(7)V99.
           05 CR-New-Num2      PIC 9(7)V99.
           05 CR-Old-Text      PIC X(8).
           05 CR-New-Text      PIC X(8).
           05 CR-Maker         PIC X(6).
           05 CR-Made-Date     PIC 9(8).
           05 CR-Status        PIC X(8).
               88 CR-Pending   VALUE "PENDING".
           05 CR-Checker       PIC X(6).
           05 CR-Checked-Date  PIC 9(8).
           05 CR-Note          PIC X(30).

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
       01  WS-RESULT        PIC 9(4) VALUE ZERO.
       01 File-Status PIC XX VALUE "00".
       01 Lot-RelKey        PIC 9(5).
       01 InvIdx-RelKey     PIC 9(5).
       01 INVIDX-EPOCH      PIC 9(8) VALUE 20200101.
       01 SalesSum-RelKey   PIC 9(8).
       01 SalesDay-RelKey   PIC 9(5).
       01 WS-SS-Date        PIC 9(8).
       01 WS-SS-Item        PIC 9(5).
       01 WS-SS-Qty         PIC S9(7)V99.
       01 WS-SS-Value       PIC S9(9)V99.
       01 WS-SS-Cost        PIC S9(9)V99.
       01 WS-SS-Row         PIC 9(8).
       01 WS-SS-New-Row     PIC 9(8).
       01 WS-SS-Found       PIC X.
       01 WS-SS-Day-New     PIC X.
       01 WS-Idx-IDX        PIC 9(3).
       01 WS-Mv-Now         PIC X(21).
       01 WS-Ord-Item       PIC 9(5).
       01 WS-Ord-Qty        PIC 9(3).
       01 WS-Ord-Cost       PIC 9(5)V99.
       01 WS-Lot-Draw-Qty   PIC 9(5).
       01 WS-Lot-Take       PIC 9(5).
       01 WS-Lot-Best-Key   PIC 9(5).
           05 WS-Today-Year  PIC 9(4).
           05 WS-Today-Month PIC 9(2).
           05 WS-Today-Day   PIC 9(2).
       01 WebLink-RelKey    PIC 9(5).
       01 EOFW              PIC X.
       01 EOFWL             PIC X.
       01 WS-Web-Line       PIC 9(6).
       01 WS-Web-Ref        PIC X(12).
       01 WS-Web-Cust-Txt   PIC X(10).
       01 WS-Web-Name       PIC X(20).
       01 WS-Web-Phone      PIC X(15).
       01 WS-Web-Email      PIC X(40).
       01 WS-Web-Consent    PIC X(3).
       01 WS-Web-Addr       PIC X(30).
       01 WS-Web-Item-Txt   PIC X(10).
       01 WS-Web-Qty-Txt    PIC X(10).
       01 WS-Web-Date-Txt   PIC X(10).
       01 WS-Web-Cur-Ref    PIC X(12).
       01 WS-Web-Group-Dup  PIC X.
       01 WS-Web-Group-Cust PIC 9(5).
       01 WS-Web-Group-Addr PIC X(30).
       01 WS-Web-Item-Num   PIC 9(5).
       01 WS-Web-Qty-Num    PIC 9(5).
       01 WS-Web-Reason     PIC X(30).
       01 WS-Web-Accepted   PIC 9(5).
       01 WS-Web-Backordered PIC 9(5).
       01 WS-Web-Rejected   PIC 9(5).
       01 WS-Web-Orders     PIC 9(5).
       01 WS-Web-New-Cust   PIC 9(5).
       01 WS-Web-Exported   PIC 9(5).
       01 WS-Web-UC-Email   PIC X(40).
       01 WS-Web-UC-Find    PIC X(40).
       01 WS-Web-Line-Ref   PIC 9(5).
       01 WS-Web-BO-Ref     PIC 9(5).
       01 WS-Web-Status     PIC X(10).
       01 LotTrace-RelKey   PIC 9(5).
       01 WS-LT-Pend-Count  PIC 9(2) VALUE 0.
       01 WS-LT-Pend-IDX    PIC 9(2).
       01 WS-LT-Pend-Table.
           05 WS-LT-Pend-ID OCCURS 50 TIMES PIC 9(5).
       01 WS-RJ-File        PIC X(8).
       01 WS-RJ-Key         PIC 9(5).
       01 WS-RJ-Image       PIC X(250).
       01 WS-RJ-Save-Status PIC XX.
       01 WS-RJ-Now         PIC X(21).
       01 Subst-RelKey      PIC 9(5).
       01 WS-Sub-Orig-Item  PIC X(5).
       01 WS-Sub-Orig-Price PIC 9(5)V99.
       01 WS-Sub-Orig-Age   PIC 9(2).
       01 WS-Sub-Avail      PIC S9(7).
       01 WS-Sub-Pick       PIC 9(2).
       01 WS-Sub-Shown      PIC 9(2).
       01 WS-Sub-Taken      PIC X VALUE "N".
       01 WS-Sub-End        PIC X.
       01 WS-Sub-Table.
           05 WS-Sub-Entry OCCURS 10 TIMES.
               10 WS-Sub-Alt    PIC 9(5).
               10 WS-Sub-Pref   PIC 9(2).
               10 WS-Sub-Rule   PIC X(1).
               10 WS-Sub-OK     PIC X(1).
       01 WS-Sub-Hold       PIC X(9).
       01 WS-Sub-Count      PIC 9(2).
       01 WS-Sub-IDX        PIC 9(2).
       01 WS-Sub-IDX2       PIC 9(2).
       01 Zone-RelKey       PIC 9(5).
       01 Vehicle-RelKey    PIC 9(5).
       01 DelChg-RelKey     PIC 9(5).
       01 Unbilled-RelKey   PIC 9(5).
       01 ChgReq-RelKey     PIC 9(5).
       01 WS-CR-Type        PIC X(8).
       01 WS-CR-Key         PIC X(12).
       01 WS-CR-Before      PIC X(30).
       01 WS-CR-After       PIC X(30).
       01 WS-CR-Old-Num1    PIC 9(7)V99.
       01 WS-CR-Old-Num2    PIC 9(7)V99.
       01 WS-CR-New-Num1    PIC 9(7)V99.
       01 WS-CR-New-Num2    PIC 9(7)V99.
       01 WS-CR-Disp-1      PIC Z(6)9.99.
       01 WS-CR-Disp-2      PIC Z(6)9.99.
       01 WS-CR-Next-ID     PIC 9(5).
       01 WS-Old-Item-Price PIC 9(5)V99.
       01 WS-Old-Item-Cost  PIC 9(5)V99.
       01 EOFCHG            PIC X.
       01 WS-Bill-Monthly   PIC X VALUE "N".
       01 WS-UB-Deliv-Date  PIC 9(8).
       01 WS-UB-POD-Name    PIC X(15).
       01 WS-UB-POD-Time    PIC X(5).
       01 WS-Dlv-Zone       PIC 9(3) VALUE 0.
       01 WS-Dlv-Zone-Name  PIC X(20).
       01 WS-Dlv-Order      PIC 9(5).
       01 WS-Dlv-Cust       PIC 9(5).
       01 WS-Dlv-Addr       PIC X(30).
       01 WS-Dlv-Addr-Up    PIC X(30).
       01 WS-Dlv-Date       PIC 9(8).
       01 WS-Dlv-ODate      PIC XX/XX/XXXX.
       01 WS-Dlv-New-Date   PIC 9(8).
       01 WS-Dlv-Goods      PIC 9(7).
       01 WS-Dlv-Charge     PIC 9(6).
       01 WS-Dlv-Line       PIC 9(5).
       01 WS-Dlv-Status     PIC X(9).
       01 WS-Dlv-On-File    PIC X.
       01 WS-Dlv-Choice     PIC X.
       01 WS-Dlv-Day-OK     PIC X.
       01 WS-Dlv-Dow        PIC 9(1).
       01 WS-Dlv-Len        PIC 9(2).
       01 WS-Dlv-Best-Len   PIC 9(2).
       01 WS-Dlv-Hits       PIC 9(3).
       01 WS-Dlv-Units      PIC 9(7).
       01 WS-Dlv-Vehicle    PIC 9(3).
       01 WS-Dlv-Capacity   PIC 9(5).
       01 WS-Dlv-Look-Zone  PIC 9(3).
       01 WS-Dlv-Look-Veh   PIC 9(3).
       01 WS-Dlv-Menu-End   PIC X.
       01 WS-Dlv-Days-Text  PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-Dlv-Days-R REDEFINES WS-Dlv-Days-Text.
           05 WS-Dlv-Day-Name PIC X(3) OCCURS 7 TIMES.
       01 EOFDZ             PIC X.
       01 Fiscal-RelKey     PIC 9(5).
       01 WS-FIS-Key        PIC 9(5).
       01 WS-FIS-Number     PIC 9(7).
       01 WS-FIS-Year       PIC 9(4).
       01 WS-FIS-Today      PIC 9(8).
       01 WS-FIS-Result     PIC X.
       01 WS-FIS-Reason     PIC X(30).
       01 WS-FIS-Doc-No     PIC X(17).
       01 EOFFIS            PIC X.
       01 ZN-Table.
           05 ZN-Entry OCCURS 100 TIMES.
               10 ZN-Zone-ID    PIC 9(3).
               10 ZN-Vehicle-ID PIC 9(3).
       01 ZN-Count          PIC 9(3).
       01 ZN-IDX            PIC 9(3).
       01 DRS-Table.
           05 DRS-Entry OCCURS 300 TIMES.
               10 DRS-Zone      PIC 9(3).
               10 DRS-Order     PIC 9(5).
               10 DRS-Line      PIC 9(5).
       01 DRS-Hold          PIC X(13).
       01 DRS-Count         PIC 9(3).
       01 DRS-IDX           PIC 9(3).
       01 DRS-JDX           PIC 9(3).
       01 DRS-Cur-Zone      PIC 9(4).
       01 DRS-Cur-Order     PIC 9(5).
       01 DRS-Zone-Stops    PIC 9(3).
       01 DRS-Zone-Units    PIC 9(5).
       01 DRS-Van-Reg       PIC X(10).
       01 DRS-Van-Cap       PIC 9(5).



      *> The record layout of each shared file as this program
      *> declares it. A layout change bumps the number here, in every
      *> other program that declares the file, and in layout.dat by
      *> the dataconv step (same number) that converts the file.
       01 WS-LY-Expected-Values.
           05 FILLER PIC X(23) VALUE "audit.txt           000".
           05 FILLER PIC X(23) VALUE "backorder.dat       000".
           05 FILLER PIC X(23) VALUE "binloc.dat          034".
           05 FILLER PIC X(23) VALUE "chgreq.dat          000".
           05 FILLER PIC X(23) VALUE "counter.dat         000".
           05 FILLER PIC X(23) VALUE "customer.dat        037".
           05 FILLER PIC X(23) VALUE "delchg.dat          000".
           05 FILLER PIC X(23) VALUE "delzone.dat         000".
           05 FILLER PIC X(23) VALUE "deposit.dat         000".
           05 FILLER PIC X(23) VALUE "fiscal.dat          000".
           05 FILLER PIC X(23) VALUE "giftcard.dat        000".
           05 FILLER PIC X(23) VALUE "history.dat         007".
           05 FILLER PIC X(23) VALUE "invidx.dat          000".
           05 FILLER PIC X(23) VALUE "invoice.dat         016".
           05 FILLER PIC X(23) VALUE "item.dat            028".
           05 FILLER PIC X(23) VALUE "lot.dat             027".
           05 FILLER PIC X(23) VALUE "lottrace.dat        000".
           05 FILLER PIC X(23) VALUE "movement.dat        014".
           05 FILLER PIC X(23) VALUE "ORDER.DAT           030".
           05 FILLER PIC X(23) VALUE "resv.dat            000".
           05 FILLER PIC X(23) VALUE "rowjrnl.dat         000".
           05 FILLER PIC X(23) VALUE "salecart.dat        023".
           05 FILLER PIC X(23) VALUE "salesday.dat        000".
           05 FILLER PIC X(23) VALUE "salesum.dat         000".
           05 FILLER PIC X(23) VALUE "sublog.dat          000".
           05 FILLER PIC X(23) VALUE "subst.dat           000".
           05 FILLER PIC X(23) VALUE "unbilled.dat        000".
       01 WS-LY-Expected-Table REDEFINES WS-LY-Expected-Values.
           05 WS-LY-Expected OCCURS 27 TIMES.
               10 WS-LY-Exp-File    PIC X(20).
               10 WS-LY-Exp-Version PIC 9(3).
       01 WS-LY-Seen-Flags.
           05 WS-LY-Seen OCCURS 27 TIMES PIC X.
       01 WS-LY-Count          PIC 9(2) VALUE 27.
       01 WS-LY-IDX            PIC 9(2).
       01 WS-LY-Bad            PIC 9(2) VALUE 0.
       01 WS-LY-New            PIC 9(2).
       01 WS-LY-EOF            PIC X.
       01 WS-LY-File-Info      PIC X(16).
       PROCEDURE DIVISION.
           PERFORM Check-Layout-Versions
           IF WS-LY-Bad > 0
               STOP RUN
           END-IF
           PERFORM UNTIL EF = "N"
               DISPLAY "Choose Role:"
               DISPLAY "1. Admin"
               DISPLAY "16.Ship Order Lines (partial) "
               DISPLAY "17.Amend Pending Order "
               DISPLAY "18.Delivery Confirmation / Failure "
               DISPLAY "19.Import Web-Shop Orders (weborder.csv) "
               DISPLAY "20.Web-Shop Status Export (webstatus.csv) "
               DISPLAY "21.Delivery Zones / Vans "
               DISPLAY "-----------------------------"
               DISPLAY ""
               DISPLAY "9.Exit"
                       PERFORM Amend-Pending-Order
                   WHEN "18"
                       PERFORM Confirm-Delivery
                   WHEN "19"
                       PERFORM Import-Web-Orders
                   WHEN "20"
                       PERFORM Export-Web-Status
                   WHEN "21"
                       PERFORM Manage-Delivery-Zones
                   WHEN "9"
                       PERFORM Record-Logout
                       stop run
                   WHEN OTHER
                       DISPLAY "Invalid command. Try again."
               MOVE FUNCTION UPPER-CASE(EOFP) TO EOFP
            END-PERFORM
            CLOSE ItemFile
            PERFORM Record-Logout

           ELSE
               DISPLAY "Login failed. Invalid credentials."
               MOVE "N" TO Item-Consign
               MOVE "U" TO Item-Sold-By
               MOVE "N" TO Item-Serialized
               MOVE SPACE TO Item-ABC-Class
               MOVE 0 TO Item-Style-ID
               MOVE SPACES TO Item-Size
               MOVE SPACES TO Item-Colour
               WRITE Item-Record INVALID KEY
               DISPLAY "Error: Unable to write record."
               END-WRITE
                   DISPLAY "Item Name: " Item-Name
                   DISPLAY "Enter New Item Name: "
                   ACCEPT Item-Name
                   MOVE Item-Price TO WS-Old-Item-Price
                   MOVE Item-Cost TO WS-Old-Item-Cost
                   DISPLAY "Item Price: " Item-Price
                   DISPLAY "Enter Item Price: "
                   ACCEPT Item-Price
                   DISPLAY "Item Category: " Item-Category
                   DISPLAY "Enter New Item Category: "
                   ACCEPT Item-Category
      *> A new price or cost is held for a second admin, as in the
      *> main program - the item keeps its current ones until then.
                   MOVE Item-Price TO WS-CR-New-Num1
                   MOVE Item-Cost TO WS-CR-New-Num2
                   MOVE WS-Old-Item-Price TO Item-Price
                   MOVE WS-Old-Item-Cost TO Item-Cost
                   REWRITE Item-Record INVALID KEY
                   DISPLAY "Error: Unable to rewrite record."
                   END-REWRITE

                   IF File-Status = "00"
                       DISPLAY "Item updated successfully."
                       IF WS-CR-New-Num1 NOT = WS-Old-Item-Price OR
                          WS-CR-New-Num2 NOT = WS-Old-Item-Cost
                           PERFORM File-Price-Request
                       END-IF
                   ELSE
                       DISPLAY "File Status: " File-Status
                   END-IF
                END-IF

            END-READ.
       File-Price-Request.
      *> Expects the Item-Record as rewritten and the new price and
      *> cost in WS-CR-New-Num1 / -Num2.
           MOVE "PRICE" TO WS-CR-Type
           MOVE SPACES TO WS-CR-Key
           MOVE Item-ID TO WS-CR-Key(1:5)
           MOVE WS-Old-Item-Price TO WS-CR-Old-Num1
           MOVE WS-Old-Item-Cost TO WS-CR-Old-Num2
           MOVE WS-CR-Old-Num1 TO WS-CR-Disp-1
           MOVE WS-CR-Old-Num2 TO WS-CR-Disp-2
           MOVE SPACES TO WS-CR-Before
           STRING "PRICE=" FUNCTION TRIM(WS-CR-Disp-1)
               " COST=" FUNCTION TRIM(WS-CR-Disp-2)
               DELIMITED BY SIZE INTO WS-CR-Before
           MOVE WS-CR-New-Num1 TO WS-CR-Disp-1
           MOVE WS-CR-New-Num2 TO WS-CR-Disp-2
           MOVE SPACES TO WS-CR-After
           STRING "PRICE=" FUNCTION TRIM(WS-CR-Disp-1)
               " COST=" FUNCTION TRIM(WS-CR-Disp-2)
               DELIMITED BY SIZE INTO WS-CR-After
           PERFORM File-Change-Request.
       Next-ChgReq-Sequence.
      *> Same counter slot 59 main.cbl's change requests draw from.
           MOVE 59 TO Counter-RelKey
           PERFORM Open-Counter-Locked
           READ CounterFile INVALID KEY
               MOVE 1 TO WS-CR-Next-ID
               MOVE WS-CR-Next-ID TO Counter-Next-Value
               WRITE Counter-Record
           NOT INVALID KEY
               ADD 1 TO Counter-Next-Value
               MOVE Counter-Next-Value TO WS-CR-Next-ID
               REWRITE Counter-Record
           END-READ
           CLOSE CounterFile.
       File-Change-Request.
      *> Expects WS-CR-Type/Key/Before/After and the old and new
      *> values. Nothing is changed here - the request waits for a
      *> second admin, and an earlier PENDING request for the same
      *> field is marked REPLACED, as main.cbl files them.
           PERFORM Next-ChgReq-Sequence
           OPEN I-O ChgReqFile
           IF File-Status = "35"
               OPEN OUTPUT ChgReqFile
               CLOSE ChgReqFile
               OPEN I-O ChgReqFile
           END-IF
           MOVE "N" TO EOFCHG
           PERFORM UNTIL EOFCHG = "Y"
              READ ChgReqFile NEXT RECORD
              AT END
                  MOVE "Y" TO EOFCHG
              NOT AT END
                  IF CR-Pending AND CR-Type = WS-CR-Type AND
                     CR-Key = WS-CR-Key
                      MOVE "REPLACED" TO CR-Status
                      MOVE WS-Login-User TO CR-Checker
                      ACCEPT CR-Checked-Date FROM DATE YYYYMMDD
                      MOVE "SUPERSEDED BY A NEWER REQUEST" TO
                          CR-Note
                      REWRITE ChgReq-Record INVALID KEY
                      DISPLAY "Error: Unable to rewrite record."
                      END-REWRITE
                  END-IF
           END-PERFORM
           MOVE WS-CR-Next-ID TO CR-ID
           MOVE WS-CR-Next-ID TO ChgReq-RelKey
           MOVE WS-CR-Type TO CR-Type
           MOVE WS-CR-Key TO CR-Key
           MOVE WS-CR-Before TO CR-Before
           MOVE WS-CR-After TO CR-After
           MOVE WS-CR-Old-Num1 TO CR-Old-Num1
           MOVE WS-CR-Old-Num2 TO CR-Old-Num2
           MOVE WS-CR-New-Num1 TO CR-New-Num1
           MOVE WS-CR-New-Num2 TO CR-New-Num2
           MOVE SPACES TO CR-Old-Text
           MOVE SPACES TO CR-New-Text
           MOVE WS-Login-User TO CR-Maker
           ACCEPT CR-Made-Date FROM DATE YYYYMMDD
           MOVE "PENDING" TO CR-Status
           MOVE SPACES TO CR-Checker
           MOVE 0 TO CR-Checked-Date
           MOVE SPACES TO CR-Note
           WRITE ChgReq-Record INVALID KEY
           DISPLAY "Error: Unable to write record."
           END-WRITE
           IF File-Status = "00"
               DISPLAY "Change request " CR-ID " filed - a second "
                   "admin must approve the new price and cost."
               MOVE "CHG-REQUEST" TO Audit-Action
               MOVE SPACES TO Audit-Before
               STRING CR-ID " " CR-Type " " CR-Key
                   DELIMITED BY SIZE INTO Audit-Before
               MOVE CR-After TO Audit-After
               PERFORM Write-Audit
           ELSE
               DISPLAY "File Status: " File-Status
           END-IF
           CLOSE ChgReqFile.

       Delete-Data.
      *> Items are never physically DELETEd any more - invoices,
           END-IF
           IF WS-Customer-Found = "N"
               DISPLAY "Customer ID not found. Order cancelled."
               PERFORM Record-Logout
               STOP RUN
           END-IF

           END-IF
           DISPLAY "Enter Requested Delivery Date (YYYYMMDD): "
           ACCEPT WS-Deliv-Date
           PERFORM Assign-Delivery-Zone
           MOVE 0 TO WS-Dlv-Goods

           MOVE "Y" TO WS-Add-Another-Item
           PERFORM UNTIL WS-Add-Another-Item NOT = "Y"
               OPEN INPUT ItemFile
               PERFORM CHECK-STOCK
               CLOSE ItemFile
               MOVE "N" TO WS-Sub-Taken
               IF WS-MATCHED = "Y" AND WS-Stock-OK = "N"
                   PERFORM Offer-Order-Substitute
               END-IF

               IF WS-MATCHED = "N"
                   DISPLAY "Item ID not found."
                       MOVE SPACES TO ORDER-POD-NAME
                       MOVE SPACES TO ORDER-POD-TIME
                       MOVE SPACES TO ORDER-FAIL-REASON
                       MOVE WS-Dlv-Zone TO ORDER-ZONE-ID
                       WRITE ORDER-RECORD
                       CLOSE ORDER-FILE
                       ADD TOTAL-COST TO WS-Dlv-Goods
                       IF WS-Sub-Taken = "Y"
                           PERFORM Log-Order-Substitution
                       END-IF
                       OPEN EXTEND ResvFile
                       IF File-Status = "35"
                           OPEN OUTPUT ResvFile
                   TO WS-Add-Another-Item
           END-PERFORM

           IF WS-Dlv-Zone > 0 AND WS-Dlv-Goods > 0
               MOVE WS-Invoice-Order-ID TO WS-Dlv-Order
               MOVE Input-Customer-Id TO WS-Dlv-Cust
               MOVE WS-Deliv-Address TO WS-Dlv-Addr
               MOVE WS-Deliv-Date TO WS-Dlv-Date
               MOVE SPACES TO WS-Dlv-ODate
               STRING WS-Today-Month "/" WS-Today-Day "/"
                   WS-Today-Year DELIMITED BY SIZE
                   INTO WS-Dlv-ODate
               PERFORM Apply-Delivery-Charge
               PERFORM Check-Zone-Capacity
           END-IF

           PERFORM SHOW-INVOICE
           PERFORM Take-Order-Deposit
           PERFORM Record-Logout

           STOP RUN.

               END-IF
               IF FUNCTION UPPER-CASE(WS-Order-Status-Input) =
                  "CANCELLED"
                   MOVE WS-Order-Search-ID TO WS-Dlv-Order
                   MOVE "CANCELLED" TO WS-Dlv-Status
                   PERFORM Set-Delivery-Status
                   PERFORM Find-Order-Deposit
                   IF WS-Dep-Found = "Y"
                       PERFORM Refund-Deposit-To-Credit
                       MOVE "Y" TO WS-END
                   NOT AT END
                       IF ORDER-ID = WS-Order-Search-ID AND
                          ORDER-STATUS = "Pending" AND
                          ORDER-ITEM-ID > 0
                           MOVE "Y" TO WS-Order-Found
                           PERFORM Ship-One-Line
                       END-IF
                               WS-Amend-Addr
                           MOVE ORDER-DELIV-DATE TO WS-Amend-Dt
                           MOVE ORDER-DATE TO WS-Amend-ODate
                           MOVE ORDER-ZONE-ID TO WS-Dlv-Zone
                           DISPLAY "Line " ORDER-LINE-ID
                               " Item " ORDER-ITEM-ID
                               " (" ORDER-ITEM-NAME ")"
                           DISPLAY "Invalid choice. Try again."
                   END-EVALUATE
               END-PERFORM
               PERFORM Reassess-Delivery-Charge
           END-IF.

       Amend-Change-Qty.
                   DISPLAY "Error: not a Pending line of this "
                       "order."
                   CLOSE ORDER-FILE
               ELSE
               IF ORDER-ITEM-ID = 0
                   DISPLAY "Error: the delivery charge line has no "
                       "quantity - cancel it to waive the charge."
                   CLOSE ORDER-FILE
               ELSE
                   MOVE ORDER-QTY TO WS-Amend-Old-Qty
                   DISPLAY "Item " ORDER-ITEM-ID " current qty "
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-READ.

       Amend-Add-Line.
           OPEN INPUT ItemFile
           PERFORM CHECK-STOCK
           CLOSE ItemFile
           MOVE "N" TO WS-Sub-Taken
           IF WS-MATCHED = "Y" AND WS-Stock-OK = "N"
               PERFORM Offer-Order-Substitute
           END-IF
           IF WS-MATCHED = "N"
               DISPLAY "Item ID not found."
           ELSE
               MOVE SPACES TO ORDER-POD-NAME
               MOVE SPACES TO ORDER-POD-TIME
               MOVE SPACES TO ORDER-FAIL-REASON
               MOVE WS-Dlv-Zone TO ORDER-ZONE-ID
               WRITE ORDER-RECORD
               CLOSE ORDER-FILE
               IF WS-Sub-Taken = "Y"
                   PERFORM Log-Order-Substitution
               END-IF
               OPEN EXTEND ResvFile
               IF File-Status = "35"
                   OPEN OUTPUT ResvFile
                       DISPLAY "Error: Unable to rewrite record."
                   END-REWRITE
                   CLOSE ORDER-FILE
                   IF ORDER-ITEM-ID = 0
      *> cancelling the charge line waives it by hand - the
      *> threshold check after the amendment leaves it waived
                       MOVE WS-Order-Search-ID TO WS-Dlv-Order
                       MOVE "FOC" TO WS-Dlv-Status
                       PERFORM Set-Delivery-Status
                   END-IF
                   MOVE ORDER-ITEM-ID TO WS-Resv-Adj-Item
                   MOVE 0 TO WS-Resv-New-Qty
                   PERFORM Reduce-Reservation
                              ORDER-STATUS NOT = "Cancelled" AND
                              ORDER-STATUS NOT = "Completed"
                               MOVE "Y" TO WS-Order-Found
                               MOVE ORDER-ZONE-ID TO WS-Dlv-Zone
                               IF CONFIRMATION(1:1) = "1"
                                   MOVE WS-Pod-Name TO
                                       ORDER-POD-NAME
                       STRING "NEW-DATE=" WS-New-Deliv-Date
                           DELIMITED BY SIZE INTO Audit-After
                       PERFORM Write-Audit
                       IF WS-Dlv-Zone > 0
                           MOVE WS-New-Deliv-Date TO WS-Dlv-Date
                           PERFORM Check-Zone-Capacity
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE 1 TO WS-Inv-Line-IDX
           MOVE 0 TO WS-Inv-Customer
           MOVE ZEROES TO WS-Ord-Line-List
           MOVE 0 TO WS-LT-Pend-Count
           ACCEPT WS-UB-Deliv-Date FROM DATE YYYYMMDD
           MOVE SPACES TO WS-UB-POD-Name
           MOVE SPACES TO WS-UB-POD-Time
      *> only a live CHARGED row bills its line - a charge line
      *> cancelled or waived since is skipped whatever its status
           MOVE 0 TO WS-Dlv-Line
           MOVE 0 TO WS-Dlv-Charge
           OPEN INPUT DelChgFile
           IF File-Status = "00"
               MOVE WS-Order-Search-ID TO DelChg-RelKey
               READ DelChgFile
                   NOT INVALID KEY
                       IF DC-Charged
                           MOVE DC-Line-ID TO WS-Dlv-Line
                       END-IF
               END-READ
               CLOSE DelChgFile
           END-IF
           OPEN INPUT ORDER-FILE
           MOVE "N" TO WS-END
           PERFORM UNTIL WS-END = "Y"
               AT END
                   MOVE "Y" TO WS-END
               NOT AT END
                IF ORDER-ID = WS-Order-Search-ID AND
                   ORDER-ITEM-ID = 0
                   IF ORDER-LINE-ID = WS-Dlv-Line AND
                      WS-Dlv-Line > 0
                       COMPUTE WS-Dlv-Charge =
                           ORDER-QTY * UNIT-OF-PRICE
                       ADD WS-Dlv-Charge TO WS-Inv-Total
                   END-IF
                END-IF
                IF ORDER-ID = WS-Order-Search-ID AND
                   ORDER-ITEM-ID > 0
                   MOVE CUSTOMER-ID IN ORDER-RECORD TO
                       WS-Inv-Customer
                   MOVE ORDER-ITEM-ID TO WS-Ord-Item
                   IF ORDER-DELIV-DATE > 0
                       MOVE ORDER-DELIV-DATE TO WS-UB-Deliv-Date
                   END-IF
                   IF ORDER-POD-NAME NOT = SPACES
                       MOVE ORDER-POD-NAME TO WS-UB-POD-Name
                       MOVE ORDER-POD-TIME TO WS-UB-POD-Time
                   END-IF
      *> a line shipped short is invoiced at its shipped
      *> quantity - the shortfall is already on backorder
                   IF ORDER-SHIPPED-QTY > 0 AND
                   ELSE
                       MOVE ORDER-QTY TO WS-Ord-Qty
                   END-IF
      *> the line carries the item's cost as it stands today so
      *> the branch P&L costs it at the sale, not at month end
                   MOVE 0 TO WS-Ord-Cost
                   OPEN INPUT ItemFile
                   MOVE WS-Ord-Item TO RelativeKey
                   READ ItemFile
                       NOT INVALID KEY
                           MOVE Item-Cost TO WS-Ord-Cost
                   END-READ
                   CLOSE ItemFile
                   PERFORM Next-Cart-Sequence
                   OPEN I-O SaleCartFile
                   IF File-Status = "35"
                   MOVE UNIT-OF-PRICE TO Sale-Cart-Orig-Price
                   MOVE SPACES TO Sale-Cart-Ovr-Reason
                   MOVE SPACES TO Sale-Cart-Ovr-Approver
                   MOVE WS-Ord-Cost TO Sale-Cart-Unit-Cost
                   WRITE Sale-Cart-Record
                   IF File-Status = "00"
                       PERFORM Journal-SaleCart-Row
      *> the line goes into the daily item sales summary as a sale
                       MOVE Sale-Cart-Date TO WS-SS-Date
                       MOVE WS-Ord-Item TO WS-SS-Item
                       MOVE WS-Ord-Qty TO WS-SS-Qty
                       COMPUTE WS-SS-Value ROUNDED =
                           WS-Ord-Qty * UNIT-OF-PRICE
                       COMPUTE WS-SS-Cost ROUNDED =
                           WS-Ord-Qty * WS-Ord-Cost
                       PERFORM Post-Sales-Summary
                   END-IF
                   CLOSE SaleCartFile

                   OPEN I-O ItemFile
                END-IF
           END-PERFORM
           CLOSE ORDER-FILE
      *> a customer billed monthly gets no invoice per order - the
      *> delivery waits in unbilled.dat for the month-end run
           PERFORM Find-Customer-Billing
           IF WS-Bill-Monthly = "Y"
               PERFORM Hold-Unbilled-Delivery
           ELSE
               PERFORM Write-Order-Invoice
           END-IF.

       Write-Order-Invoice.
      *> draw the sequence BEFORE opening the invoice file: the
      *> counter's bootstrap branch re-opens and closes InvoiceFile
      *> itself, which would clobber the buffer and leave the file
               DELIMITED BY SIZE INTO Invoice-Time
           MOVE "Completed" TO Invoice-Status
           MOVE "R" TO Invoice-Price-Tier
           MOVE 0 TO Invoice-Till-ID
           PERFORM Reserve-Fiscal-Number
           WRITE Invoice-Record INVALID KEY
               DISPLAY "Error: Unable to write invoice."
               MOVE "V" TO WS-FIS-Result
               MOVE "INVOICE WRITE FAILED" TO WS-FIS-Reason
           NOT INVALID KEY
               PERFORM Journal-Invoice-Row
               MOVE "I" TO WS-FIS-Result
           END-WRITE
           PERFORM Add-To-Invoice-Index
           PERFORM Stamp-Lot-Trace
           CLOSE InvoiceFile
           PERFORM Settle-Fiscal-Number
           IF WS-Dlv-Line > 0
               PERFORM Bill-Delivery-Charge
           END-IF
           DISPLAY "Invoice " Invoice-ID
               " generated from order " WS-Order-Search-ID ".".

       Find-Customer-Billing.
      *> Returns WS-Bill-Monthly for WS-Inv-Customer.
           MOVE "N" TO WS-Bill-Monthly
           IF WS-Inv-Customer > 0
               OPEN INPUT CustomerFile
               IF File-Status = "00"
                   MOVE WS-Inv-Customer TO Customer-RelKey
                   READ CustomerFile
                       NOT INVALID KEY
                           IF Customer-Bill-Monthly
                               MOVE "Y" TO WS-Bill-Monthly
                           END-IF
                   END-READ
                   CLOSE CustomerFile
               END-IF
           END-IF.

       Hold-Unbilled-Delivery.
      *> The order's goods, delivery charge and any deposit go on
      *> one unbilled.dat row under the order, as the invoice would
      *> have carried them. The lot traces take the customer now;
      *> the billing run fills in the invoice.
           MOVE WS-Order-Search-ID TO UB-Order-ID
           MOVE WS-Inv-Customer TO UB-Customer-ID
           MOVE WS-UB-Deliv-Date TO UB-Deliv-Date
           MOVE WS-UB-POD-Name TO UB-POD-Name
           MOVE WS-UB-POD-Time TO UB-POD-Time
           COMPUTE UB-Lines = WS-Inv-Line-IDX - 1
           COMPUTE UB-Goods = WS-Inv-Total - WS-Dlv-Charge
           MOVE WS-Dlv-Charge TO UB-Delivery
           MOVE WS-Ord-Line-List TO UB-Cart-List
           MOVE 0 TO UB-Deposit
           PERFORM Find-Order-Deposit
           IF WS-Dep-Found = "Y"
               IF WS-Dep-Amount > WS-Inv-Total
                   MOVE WS-Inv-Total TO UB-Deposit
               ELSE
                   MOVE WS-Dep-Amount TO UB-Deposit
               END-IF
               MOVE "APPLIED" TO WS-Dep-New-Status
               PERFORM Set-Deposit-Status
               DISPLAY "Deposit of " WS-Dep-Amount
                   " applied to the delivery."
           END-IF
           COMPUTE UB-Amount = WS-Inv-Total - UB-Deposit
           MOVE "UNBILLED" TO UB-Status
           MOVE 0 TO UB-Invoice-ID
           MOVE 0 TO UB-Invoice-Date
           OPEN I-O UnbilledFile
           IF File-Status = "35"
               OPEN OUTPUT UnbilledFile
               CLOSE UnbilledFile
               OPEN I-O UnbilledFile
           END-IF
           MOVE WS-Order-Search-ID TO Unbilled-RelKey
           WRITE Unbilled-Record INVALID KEY
               DISPLAY "Error: Unable to write record."
           END-WRITE
           CLOSE UnbilledFile
           MOVE 0 TO Invoice-ID
           PERFORM Stamp-Lot-Trace
           DISPLAY "Order " WS-Order-Search-ID
               " held for the customer's monthly invoice.".

       Post-Sales-Summary.
      *> Adds an order line to its item's row for the day at branch
      *> 0, starting the row at the head of the day's chain when it
      *> is the first; the same chaining main.cbl's posting uses.
           IF WS-SS-Date < INVIDX-EPOCH
               CONTINUE
           ELSE
               OPEN I-O SalesDayFile
               IF File-Status = "35"
                   OPEN OUTPUT SalesDayFile
                   CLOSE SalesDayFile
                   OPEN I-O SalesDayFile
               END-IF
               OPEN I-O SalesSumFile
               IF File-Status = "35"
                   OPEN OUTPUT SalesSumFile
                   CLOSE SalesSumFile
                   OPEN I-O SalesSumFile
               END-IF
               PERFORM Set-SalesDay-Key
               MOVE "N" TO WS-SS-Found
               MOVE "N" TO WS-SS-Day-New
               READ SalesDayFile INVALID KEY
                   MOVE "Y" TO WS-SS-Day-New
                   MOVE 0 TO WS-SS-Row
               NOT INVALID KEY
                   MOVE SD-First-ID TO WS-SS-Row
               END-READ
               PERFORM UNTIL WS-SS-Row = 0 OR WS-SS-Found = "Y"
                   MOVE WS-SS-Row TO SalesSum-RelKey
                   READ SalesSumFile INVALID KEY
                       MOVE 0 TO WS-SS-Row
                   NOT INVALID KEY
                       IF SS-Branch = 0 AND
                          SS-Item-ID = WS-SS-Item
                           MOVE "Y" TO WS-SS-Found
                       ELSE
                           MOVE SS-Next-ID TO WS-SS-Row
                       END-IF
                   END-READ
               END-PERFORM
               IF WS-SS-Found = "Y"
                   ADD WS-SS-Qty TO SS-Units
                   ADD WS-SS-Value TO SS-Net-Sales
                   ADD WS-SS-Cost TO SS-Cost
                   REWRITE Sales-Sum-Record INVALID KEY
                       DISPLAY "Error: Unable to rewrite record."
                   END-REWRITE
               ELSE
                   PERFORM Next-Sales-Sum-Row
                   PERFORM Set-SalesDay-Key
                   READ SalesDayFile INVALID KEY
                       MOVE WS-SS-Date TO SD-Date
                       MOVE 0 TO SD-First-ID
                       MOVE 0 TO SD-Rows
                       MOVE SPACES TO SD-Spare
                   END-READ
                   MOVE WS-SS-New-Row TO SalesSum-RelKey
                   MOVE WS-SS-Date TO SS-Date
                   MOVE 0 TO SS-Branch
                   MOVE WS-SS-Item TO SS-Item-ID
                   MOVE WS-SS-Qty TO SS-Units
                   MOVE WS-SS-Value TO SS-Net-Sales
                   MOVE WS-SS-Cost TO SS-Cost
                   MOVE 0 TO SS-Discount
                   MOVE 0 TO SS-Ret-Units
                   MOVE 0 TO SS-Ret-Value
                   MOVE 0 TO SS-Ret-Cost
                   MOVE SD-First-ID TO SS-Next-ID
                   WRITE Sales-Sum-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                   END-WRITE
                   MOVE WS-SS-New-Row TO SD-First-ID
                   ADD 1 TO SD-Rows
                   IF WS-SS-Day-New = "Y"
                       WRITE Sales-Day-Record INVALID KEY
                           DISPLAY "Error: Unable to write record."
                       END-WRITE
                   ELSE
                       REWRITE Sales-Day-Record INVALID KEY
                           DISPLAY "Error: Unable to rewrite record."
                       END-REWRITE
                   END-IF
               END-IF
               CLOSE SalesSumFile
               CLOSE SalesDayFile
           END-IF.

       Set-SalesDay-Key.
           COMPUTE SalesDay-RelKey =
               FUNCTION INTEGER-OF-DATE(WS-SS-Date) -
               FUNCTION INTEGER-OF-DATE(INVIDX-EPOCH) + 2.

       Next-Sales-Sum-Row.
      *> Next row number off the control record at key 1.
           MOVE 1 TO SalesDay-RelKey
           READ SalesDayFile INVALID KEY
               MOVE "CONTROL" TO SDC-Tag
               MOVE 1 TO SDC-High-Water
               MOVE "N" TO SDC-Built
               MOVE 0 TO SDC-Built-Date
               WRITE Sales-Day-Control INVALID KEY
                   DISPLAY "Error: Unable to write record."
               END-WRITE
           NOT INVALID KEY
               ADD 1 TO SDC-High-Water
               REWRITE Sales-Day-Control INVALID KEY
                   DISPLAY "Error: Unable to rewrite record."
               END-REWRITE
           END-READ
           MOVE SDC-High-Water TO WS-SS-New-Row.

       Write-Movement.
      *> Books into the shared stock movement journal so the item
      *> card in the main program sees order sales too. Expects
           MOVE WS-Lot-Expiry TO Lot-Expiry
           MOVE FUNCTION CURRENT-DATE TO WS-Mv-Now
           MOVE WS-Mv-Now(1:8) TO Lot-Received
           MOVE SPACES TO Lot-Supplier-Lot
           WRITE Lot-Record INVALID KEY
           DISPLAY "Error: Unable to write record."
           END-WRITE

       Drawdown-Lots.
      *> Same oldest-expiry-first consumption as main.cbl's sale
      *> path. Expects WS-Ord-Item and WS-Lot-Draw-Qty. Each lot
      *> drawn is traced against WS-Order-Search-ID for recalls.
           OPEN I-O LotFile
           IF File-Status = "35"
               OPEN OUTPUT LotFile
                       END-IF
                       SUBTRACT WS-Lot-Take FROM Lot-Qty-Left
                       SUBTRACT WS-Lot-Take FROM WS-Lot-Draw-Qty
                       IF WS-Lot-Take > 0
                           PERFORM Write-Lot-Trace
                       END-IF
                       REWRITE Lot-Record INVALID KEY
                       DISPLAY "Error: Unable to rewrite record."
                       END-REWRITE
                   NOT AT END
                       IF ORDER-DELIV-DATE = WS-Pick-Date AND
                          ORDER-STATUS NOT = "Cancelled" AND
                          ORDER-STATUS NOT = "Completed" AND
                          ORDER-ITEM-ID > 0
                           MOVE "N" TO WS-Pick-Found
                           PERFORM VARYING WS-Pick-IDX FROM 1 BY 1
                               UNTIL WS-Pick-IDX > WS-Pick-Count
           CLOSE BinLocFile.

       Delivery-Run-Sheet.
      *> Stops grouped by zone, one block per zone's run: each
      *> order once with its goods lines under it, and the zone's
      *> load against the capacity of the van that serves it.
           DISPLAY "Enter Delivery Date (YYYYMMDD): "
           ACCEPT WS-Pick-Date
           MOVE 0 TO DRS-Count
           OPEN INPUT ORDER-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "No orders on file yet."
           ELSE
               MOVE "N" TO WS-END
               PERFORM UNTIL WS-END = "Y"
                   READ ORDER-FILE NEXT RECORD
                       MOVE "Y" TO WS-END
                   NOT AT END
                       IF ORDER-DELIV-DATE = WS-Pick-Date AND
                          ORDER-STATUS NOT = "Cancelled" AND
                          ORDER-ITEM-ID > 0
                           IF DRS-Count < 300
                               ADD 1 TO DRS-Count
                               MOVE ORDER-ZONE-ID TO
                                   DRS-Zone(DRS-Count)
                               MOVE ORDER-ID TO DRS-Order(DRS-Count)
                               MOVE ORDER-LINE-ID TO
                                   DRS-Line(DRS-Count)
                           ELSE
                               DISPLAY "Warning: run sheet table "
                                   "full, some lines omitted."
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE ORDER-FILE

      *> zone, then order, then line - the key fields are all
      *> display digits so the row compares as one key
               PERFORM VARYING DRS-IDX FROM 1 BY 1
                   UNTIL DRS-IDX >= DRS-Count
                   PERFORM VARYING DRS-JDX FROM 1 BY 1
                       UNTIL DRS-JDX >= DRS-Count - DRS-IDX + 1
                       IF DRS-Entry(DRS-JDX) >
                          DRS-Entry(DRS-JDX + 1)
                           MOVE DRS-Entry(DRS-JDX) TO DRS-Hold
                           MOVE DRS-Entry(DRS-JDX + 1) TO
                               DRS-Entry(DRS-JDX)
                           MOVE DRS-Hold TO DRS-Entry(DRS-JDX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM

               DISPLAY "------------------------------------------"
               DISPLAY "Delivery Run Sheet for " WS-Pick-Date
               DISPLAY "------------------------------------------"
               PERFORM Load-Zone-Table
               MOVE 9999 TO DRS-Cur-Zone
               MOVE 99999 TO DRS-Cur-Order
               OPEN INPUT ORDER-FILE
               PERFORM VARYING DRS-IDX FROM 1 BY 1
                   UNTIL DRS-IDX > DRS-Count
                   IF DRS-Zone(DRS-IDX) NOT = DRS-Cur-Zone
                       IF DRS-Cur-Zone NOT = 9999
                           PERFORM Run-Sheet-Stop-Foot
                           PERFORM Run-Sheet-Zone-Foot
                       END-IF
                       MOVE DRS-Zone(DRS-IDX) TO DRS-Cur-Zone
                       MOVE 99999 TO DRS-Cur-Order
                       PERFORM Run-Sheet-Zone-Head
                   END-IF
                   MOVE DRS-Line(DRS-IDX) TO Order-RelKey
                   READ ORDER-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ORDER-ID NOT = DRS-Cur-Order
                           IF DRS-Cur-Order NOT = 99999
                               PERFORM Run-Sheet-Stop-Foot
                           END-IF
                           MOVE ORDER-ID TO DRS-Cur-Order
                           ADD 1 TO DRS-Zone-Stops
                           DISPLAY "Order   : " ORDER-ID
                               "  Customer: "
                               CUSTOMER-ID IN ORDER-RECORD
                           DISPLAY "Address : "
                               ORDER-DELIV-ADDRESS
                       END-IF
                       DISPLAY "Item    : " ORDER-ITEM-ID
                           " x " ORDER-QTY
                           "  Status: " ORDER-STATUS
                       ADD ORDER-QTY TO DRS-Zone-Units
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
               IF DRS-Count > 0
                   PERFORM Run-Sheet-Stop-Foot
                   PERFORM Run-Sheet-Zone-Foot
               ELSE
                   DISPLAY "No deliveries due that day."
               END-IF
           END-IF.

       Run-Sheet-Zone-Head.
           MOVE 0 TO DRS-Zone-Stops
           MOVE 0 TO DRS-Zone-Units
           MOVE SPACES TO DRS-Van-Reg
           MOVE 0 TO DRS-Van-Cap
           MOVE SPACES TO WS-Dlv-Zone-Name
           IF DRS-Cur-Zone = 0
               MOVE "NO ZONE" TO WS-Dlv-Zone-Name
           ELSE
               OPEN INPUT ZoneFile
               MOVE DRS-Cur-Zone TO Zone-RelKey
               READ ZoneFile INVALID KEY
                   MOVE "UNKNOWN ZONE" TO WS-Dlv-Zone-Name
               NOT INVALID KEY
                   MOVE Zone-Name TO WS-Dlv-Zone-Name
               END-READ
               CLOSE ZoneFile
               MOVE DRS-Cur-Zone TO WS-Dlv-Look-Zone
               PERFORM Find-Zone-Vehicle
               IF WS-Dlv-Look-Veh > 0
                   OPEN INPUT VehicleFile
                   MOVE WS-Dlv-Look-Veh TO Vehicle-RelKey
                   READ VehicleFile INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Vehicle-Reg TO DRS-Van-Reg
                       MOVE Vehicle-Capacity TO DRS-Van-Cap
                   END-READ
                   CLOSE VehicleFile
               END-IF
           END-IF
           DISPLAY "=========================================="
           DISPLAY "ZONE " DRS-Cur-Zone(2:3) " " WS-Dlv-Zone-Name
               "  Van: " DRS-Van-Reg "  Capacity: " DRS-Van-Cap
           DISPLAY "==========================================".

       Run-Sheet-Stop-Foot.
           DISPLAY "Taken out by: ______________"
               "  Time: ________"
           DISPLAY "--------------------------------".

       Run-Sheet-Zone-Foot.
           DISPLAY "Zone " DRS-Cur-Zone(2:3) " total: "
               DRS-Zone-Stops " stop(s), " DRS-Zone-Units " unit(s)"
           IF DRS-Van-Cap > 0 AND DRS-Zone-Units > DRS-Van-Cap
               DISPLAY "** OVER VAN CAPACITY - SPLIT THIS RUN **"
           END-IF.

       WRITE-BACKORDER.
                           MOVE SPACES TO ORDER-POD-NAME
                           MOVE SPACES TO ORDER-POD-TIME
                           MOVE SPACES TO ORDER-FAIL-REASON
                           MOVE 0 TO ORDER-ZONE-ID
                           WRITE ORDER-RECORD
                           CLOSE ORDER-FILE
                           OPEN EXTEND ResvFile
           END-IF
           DISPLAY "Order Total : " WS-Invoice-Grand-Total
           DISPLAY "---------------------------".

       Import-Web-Orders.
      *> Batch entry for the web shop's order file. Each web order
      *> becomes one new Order-ID; its lines are stock-checked and
      *> reserved exactly as an accepted order line is, or fall to
      *> backorder.dat when stock is short. Rejected lines go to
      *> weborder.err with the reason.
           CLOSE ItemFile
           MOVE 0 TO WS-Web-Line
           MOVE 0 TO WS-Web-Accepted
           MOVE 0 TO WS-Web-Backordered
           MOVE 0 TO WS-Web-Rejected
           MOVE 0 TO WS-Web-Orders
           MOVE 0 TO WS-Web-New-Cust
           MOVE SPACES TO WS-Web-Cur-Ref
           OPEN INPUT WebOrderFile
           IF File-Status NOT = "00"
               DISPLAY "weborder.csv not found (status "
                   File-Status ")."
           ELSE
               OPEN OUTPUT WebErrFile
               ACCEPT WS-Today FROM DATE YYYYMMDD
               MOVE SPACES TO WebErr-Record
               STRING "WEB ORDER IMPORT " WS-Today
                   " - REJECTED LINES"
                   DELIMITED BY SIZE INTO WebErr-Record
               WRITE WebErr-Record
               MOVE "N" TO EOFW
               PERFORM UNTIL EOFW = "Y"
                   READ WebOrderFile
                   AT END
                       MOVE "Y" TO EOFW
                   NOT AT END
                       ADD 1 TO WS-Web-Line
                       PERFORM Import-Web-Line
               END-PERFORM
               CLOSE WebOrderFile
               CLOSE WebErrFile
               DISPLAY "Web orders created : " WS-Web-Orders
               DISPLAY "Lines accepted     : " WS-Web-Accepted
               DISPLAY "Lines backordered  : " WS-Web-Backordered
               DISPLAY "Lines rejected     : " WS-Web-Rejected
                   " (see weborder.err)"
               DISPLAY "New customers      : " WS-Web-New-Cust
           END-IF
           OPEN I-O ItemFile.

       Import-Web-Line.
           MOVE SPACES TO WS-Web-Ref WS-Web-Cust-Txt WS-Web-Name
               WS-Web-Phone WS-Web-Email WS-Web-Consent WS-Web-Addr
               WS-Web-Item-Txt WS-Web-Qty-Txt WS-Web-Date-Txt
           UNSTRING WebOrder-Record DELIMITED BY ","
               INTO WS-Web-Ref WS-Web-Cust-Txt WS-Web-Name
                    WS-Web-Phone WS-Web-Email WS-Web-Consent
                    WS-Web-Addr WS-Web-Item-Txt WS-Web-Qty-Txt
                    WS-Web-Date-Txt
           END-UNSTRING
           MOVE SPACES TO WS-Web-Reason
           IF WS-Web-Line = 1 AND
              FUNCTION TEST-NUMVAL(WS-Web-Item-Txt) NOT = 0
      *> header row
               CONTINUE
           ELSE
           IF WS-Web-Ref = SPACES
               MOVE "MISSING WEB ORDER REF" TO WS-Web-Reason
           ELSE
           IF FUNCTION TEST-NUMVAL(WS-Web-Item-Txt) NOT = 0
               MOVE "BAD ITEM ID" TO WS-Web-Reason
           ELSE
           IF FUNCTION TEST-NUMVAL(WS-Web-Qty-Txt) NOT = 0
               MOVE "BAD QUANTITY" TO WS-Web-Reason
           ELSE
               COMPUTE WS-Web-Item-Num =
                   FUNCTION NUMVAL(WS-Web-Item-Txt)
               COMPUTE WS-Web-Qty-Num =
                   FUNCTION NUMVAL(WS-Web-Qty-Txt)
               IF WS-Web-Qty-Num = 0 OR WS-Web-Qty-Num > 999
                   MOVE "QUANTITY OUT OF RANGE" TO WS-Web-Reason
               ELSE
                   IF WS-Web-Ref NOT = WS-Web-Cur-Ref
                       PERFORM Start-Web-Order
                   END-IF
                   IF WS-Web-Group-Dup = "Y"
                       MOVE "WEB ORDER ALREADY IMPORTED" TO
                           WS-Web-Reason
                   ELSE
                   IF WS-Web-Group-Cust = 0
                       MOVE "NO USABLE CUSTOMER DETAILS" TO
                           WS-Web-Reason
                   ELSE
                       PERFORM Place-Web-Line
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-Web-Reason NOT = SPACES
               ADD 1 TO WS-Web-Rejected
               MOVE SPACES TO WebErr-Record
               STRING "LINE " WS-Web-Line " " WS-Web-Ref " "
                   WS-Web-Reason ": "
                   FUNCTION TRIM(WebOrder-Record)
                   DELIMITED BY SIZE INTO WebErr-Record
               WRITE WebErr-Record
           END-IF.

       Start-Web-Order.
      *> First line of a new web order: refuse a web ref already
      *> imported, settle the customer, draw the Order-ID.
           MOVE WS-Web-Ref TO WS-Web-Cur-Ref
           MOVE "N" TO WS-Web-Group-Dup
           MOVE 0 TO WS-Web-Group-Cust
           OPEN INPUT WebLinkFile
           IF File-Status = "00"
               MOVE "N" TO EOFWL
               PERFORM UNTIL EOFWL = "Y"
                   READ WebLinkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFWL
                   NOT AT END
                       IF WL-Web-Ref = WS-Web-Ref
                           MOVE "Y" TO WS-Web-Group-Dup
                           MOVE "Y" TO EOFWL
                       END-IF
               END-PERFORM
               CLOSE WebLinkFile
           END-IF
           IF WS-Web-Group-Dup = "N"
               PERFORM Resolve-Web-Customer
               IF WS-Web-Group-Cust > 0
                   PERFORM Next-Order-Sequence
                   MOVE WS-Order-Max-ID TO WS-Invoice-Order-ID
                   ADD 1 TO WS-Web-Orders
               END-IF
           END-IF.

       Resolve-Web-Customer.
      *> An account number on the web order wins; otherwise match
      *> on phone or e-mail; otherwise open a new customer from
      *> the web details.
           MOVE 0 TO WS-Web-Group-Cust
           MOVE SPACES TO WS-Web-Group-Addr
           MOVE FUNCTION UPPER-CASE(WS-Web-Email) TO WS-Web-UC-Find
           OPEN I-O CustomerFile
           IF File-Status = "35"
               OPEN OUTPUT CustomerFile
               CLOSE CustomerFile
               OPEN I-O CustomerFile
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-Web-Cust-Txt) = 0
               COMPUTE Customer-RelKey =
                   FUNCTION NUMVAL(WS-Web-Cust-Txt)
               IF Customer-RelKey > 0
                   READ CustomerFile INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Customer-Merged-Into > 0
                           MOVE Customer-Merged-Into TO
                               Customer-RelKey
                           READ CustomerFile INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE Customer-ID IN Customer-Record
                                   TO WS-Web-Group-Cust
                           END-READ
                       ELSE
                           MOVE Customer-ID IN Customer-Record
                               TO WS-Web-Group-Cust
                       END-IF
                   END-READ
               END-IF
           END-IF
           IF WS-Web-Group-Cust = 0 AND
              (WS-Web-Phone NOT = SPACES OR
               WS-Web-Email NOT = SPACES)
               MOVE 0 TO Customer-RelKey
               START CustomerFile KEY IS > Customer-RelKey
                   INVALID KEY
                       MOVE "Y" TO WS-END
                   NOT INVALID KEY
                       MOVE "N" TO WS-END
               END-START
               PERFORM UNTIL WS-END = "Y"
                   READ CustomerFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-END
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(Customer-Email) TO
                           WS-Web-UC-Email
                       IF Customer-Merged-Into = 0 AND
                          ((WS-Web-Phone NOT = SPACES AND
                            Customer-Phone = WS-Web-Phone) OR
                           (WS-Web-Email NOT = SPACES AND
                            WS-Web-UC-Email = WS-Web-UC-Find))
                           MOVE Customer-ID IN Customer-Record
                               TO WS-Web-Group-Cust
                           MOVE "Y" TO WS-END
                       END-IF
               END-PERFORM
           END-IF
           IF WS-Web-Group-Cust > 0
               MOVE Customer-Address TO WS-Web-Group-Addr
           ELSE
               IF WS-Web-Name NOT = SPACES
                   PERFORM Add-Web-Customer
               END-IF
           END-IF
           CLOSE CustomerFile.

       Add-Web-Customer.
      *> Expects CustomerFile open I-O. Every field is set - the
      *> buffer still holds whatever was read last.
           PERFORM Next-Customer-Sequence
           MOVE WS-Next-ID TO Customer-RelKey
           MOVE WS-Next-ID TO Customer-ID IN Customer-Record
           MOVE WS-Web-Name TO Customer-Full-Name
           MOVE WS-Web-Phone TO Customer-Phone
           MOVE WS-Today TO Customer-Join-Date
           MOVE 0 TO Customer-DOB
           MOVE 0 TO Customer-Balance
           MOVE 0 TO Customer-Credit-Limit
           MOVE 0 TO Customer-Points
           MOVE WS-Web-Addr TO Customer-Address
           MOVE "R" TO Customer-Tier
           MOVE 0 TO Customer-Merged-Into
           MOVE "N" TO Customer-Tax-Exempt
           MOVE SPACES TO Customer-Tax-Cert
           MOVE "N" TO Customer-Credit-Hold
           MOVE WS-Web-Email TO Customer-Email
           MOVE "N" TO Customer-Consent
           MOVE SPACES TO Customer-Staff-ID
           MOVE 0 TO Customer-Staff-Allow
           MOVE 0 TO Customer-Cheque-Limit
           MOVE "N" TO Customer-Cheque-Block
           MOVE "D" TO Customer-Billing
           IF FUNCTION UPPER-CASE(WS-Web-Consent(1:1)) = "Y"
               IF WS-Web-Email NOT = SPACES
                   MOVE "E" TO Customer-Consent
               ELSE
                   IF WS-Web-Phone NOT = SPACES
                       MOVE "S" TO Customer-Consent
                   END-IF
               END-IF
           END-IF
           WRITE Customer-Record INVALID KEY
               DISPLAY "Error: Unable to write customer record."
           END-WRITE
           IF File-Status = "00"
               MOVE WS-Next-ID TO WS-Web-Group-Cust
               MOVE WS-Web-Addr TO WS-Web-Group-Addr
               ADD 1 TO WS-Web-New-Cust
               MOVE "WEB-CUST-ADD" TO Audit-Action
               MOVE WS-Web-Ref TO Audit-Before
               MOVE SPACES TO Audit-After
               STRING WS-Next-ID " " WS-Web-Name
                   DELIMITED BY SIZE INTO Audit-After
               PERFORM Write-Audit
           END-IF.

       Next-Customer-Sequence.
      *> Same counter slot main.cbl draws customer numbers from;
      *> expects CustomerFile open, to seed the slot from the
      *> highest Customer-ID when it has never been used.
           MOVE 5 TO Counter-RelKey
           PERFORM Open-Counter-Locked
           READ CounterFile INVALID KEY
               MOVE 0 TO MAX-ID
               MOVE 0 TO Customer-RelKey
               START CustomerFile KEY IS > Customer-RelKey
                   INVALID KEY
                       MOVE "Y" TO WS-END
                   NOT INVALID KEY
                       MOVE "N" TO WS-END
               END-START
               PERFORM UNTIL WS-END = "Y"
                   READ CustomerFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-END
                   NOT AT END
                       IF Customer-ID IN Customer-Record > MAX-ID
                           MOVE Customer-ID IN Customer-Record
                               TO MAX-ID
                       END-IF
               END-PERFORM
               ADD 1 TO MAX-ID
               MOVE MAX-ID TO WS-Next-ID
               MOVE WS-Next-ID TO Counter-Next-Value
               WRITE Counter-Record
           NOT INVALID KEY
               ADD 1 TO Counter-Next-Value
               MOVE Counter-Next-Value TO WS-Next-ID
               REWRITE Counter-Record
           END-READ
           CLOSE CounterFile.

       Place-Web-Line.
      *> Stock check against the same reservations the order screen
      *> honours; a short line becomes a backorder, not a reject.
           MOVE WS-Web-Item-Num TO INPUT-ITEM-ID
           MOVE WS-Web-Qty-Num TO INPUT-QTY
           MOVE WS-Web-Group-Cust TO Input-Customer-Id
           MOVE 0 TO WS-Web-Line-Ref
           MOVE 0 TO WS-Web-BO-Ref
           OPEN INPUT ItemFile
           PERFORM CHECK-STOCK
      *> CHECK-STOCK reads on to end of file - fetch the item
      *> itself back into the buffer
           IF WS-MATCHED = "Y"
               MOVE WS-Web-Item-Num TO RelativeKey
               READ ItemFile INVALID KEY
                   MOVE "N" TO WS-MATCHED
               END-READ
           END-IF
           CLOSE ItemFile
           IF WS-MATCHED = "N"
               MOVE "ITEM NOT FOUND" TO WS-Web-Reason
           ELSE
           IF Item-Status = "B"
               MOVE "ITEM BLOCKED FROM SALE" TO WS-Web-Reason
           ELSE
           IF WS-Stock-OK = "N"
               PERFORM WRITE-BACKORDER
               MOVE BO-ID TO WS-Web-BO-Ref
               MOVE "Backorder" TO WS-Web-Status
               ADD 1 TO WS-Web-Backordered
               PERFORM Write-Web-Link
           ELSE
               PERFORM Next-Order-Line-Sequence
               OPEN I-O ORDER-FILE
               IF WS-STATUS = "35"
                   OPEN OUTPUT ORDER-FILE
                   CLOSE ORDER-FILE
                   OPEN I-O ORDER-FILE
               END-IF
               MOVE WS-Order-Line-Max TO ORDER-LINE-ID
               MOVE WS-Order-Line-Max TO Order-RelKey
               MOVE WS-Invoice-Order-ID TO ORDER-ID
               MOVE Input-Customer-Id TO
                   CUSTOMER-ID IN ORDER-RECORD
               MOVE INPUT-ITEM-ID TO ORDER-ITEM-ID
               MOVE ITEM-NAME TO ORDER-ITEM-NAME
               MOVE INPUT-QTY TO ORDER-QTY
               MOVE TOTAL-COST TO TOTAL-AMOUNT
               MOVE ITEM-PRICE TO UNIT-OF-PRICE
               STRING WS-Today-Month "/" WS-Today-Day "/"
                   WS-Today-Year DELIMITED BY SIZE
                   INTO ORDER-DATE
               MOVE "Pending" TO ORDER-STATUS
               IF WS-Web-Addr NOT = SPACES
                   MOVE WS-Web-Addr TO ORDER-DELIV-ADDRESS
               ELSE
                   MOVE WS-Web-Group-Addr TO ORDER-DELIV-ADDRESS
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-Web-Date-Txt) = 0
                   COMPUTE ORDER-DELIV-DATE =
                       FUNCTION NUMVAL(WS-Web-Date-Txt)
               ELSE
                   MOVE 0 TO ORDER-DELIV-DATE
               END-IF
               MOVE 0 TO ORDER-SHIPPED-QTY
               MOVE SPACES TO ORDER-POD-NAME
               MOVE SPACES TO ORDER-POD-TIME
               MOVE SPACES TO ORDER-FAIL-REASON
      *> zone from the address for the run sheet and van load;
      *> the web shop has already charged the customer delivery
               MOVE ORDER-DELIV-ADDRESS TO WS-Dlv-Addr
               PERFORM Match-Delivery-Zone
               MOVE WS-Dlv-Zone TO ORDER-ZONE-ID
               WRITE ORDER-RECORD
               CLOSE ORDER-FILE
               OPEN EXTEND ResvFile
               IF File-Status = "35"
                   OPEN OUTPUT ResvFile
               END-IF
               MOVE WS-Invoice-Order-ID TO Resv-Order-ID
               MOVE INPUT-ITEM-ID TO Resv-Item-ID
               MOVE INPUT-QTY TO Resv-Qty
               MOVE "OPEN" TO Resv-Status
               WRITE Resv-Record
               CLOSE ResvFile
               MOVE WS-Order-Line-Max TO WS-Web-Line-Ref
               MOVE "Pending" TO WS-Web-Status
               ADD 1 TO WS-Web-Accepted
               PERFORM Write-Web-Link
           END-IF
           END-IF
           END-IF.

       Write-Web-Link.
           PERFORM Next-Web-Link-Sequence
           OPEN I-O WebLinkFile
           IF File-Status = "35"
               OPEN OUTPUT WebLinkFile
               CLOSE WebLinkFile
               OPEN I-O WebLinkFile
           END-IF
           MOVE WS-Next-ID TO WL-ID
           MOVE WS-Next-ID TO WebLink-RelKey
           MOVE WS-Web-Ref TO WL-Web-Ref
           MOVE WS-Invoice-Order-ID TO WL-Order-ID
           MOVE WS-Web-Line-Ref TO WL-Line-ID
           MOVE WS-Web-BO-Ref TO WL-BO-ID
           MOVE Input-Customer-Id TO WL-Customer-ID
           MOVE WS-Web-Item-Num TO WL-Item-ID
           MOVE INPUT-QTY TO WL-Qty
           MOVE WS-Today TO WL-Import-Date
           MOVE SPACES TO WL-Sent-Status
           MOVE 0 TO WL-Sent-Ship
           WRITE WebLink-Record INVALID KEY
               DISPLAY "Error: Unable to write web link record."
           END-WRITE
           CLOSE WebLinkFile.

       Next-Web-Link-Sequence.
      *> Web order links, counter slot 42.
           MOVE 42 TO Counter-RelKey
           PERFORM Open-Counter-Locked
           READ CounterFile INVALID KEY
               MOVE 1 TO WS-Next-ID
               MOVE WS-Next-ID TO Counter-Next-Value
               WRITE Counter-Record
           NOT INVALID KEY
               ADD 1 TO Counter-Next-Value
               MOVE Counter-Next-Value TO WS-Next-ID
               REWRITE Counter-Record
           END-READ
           CLOSE CounterFile.

       Export-Web-Status.
      *> Sends the web shop every imported line whose status or
      *> shipped quantity has moved since the last export, so the
      *> shop can tell the customer the order has shipped. A
      *> backordered line reports once as Backorder.
           MOVE 0 TO WS-Web-Exported
           ACCEPT WS-Today FROM DATE YYYYMMDD
           OPEN I-O WebLinkFile
           IF File-Status NOT = "00"
               DISPLAY "No web orders imported yet."
           ELSE
               OPEN EXTEND WebStatFile
               IF File-Status = "35"
                   OPEN OUTPUT WebStatFile
               END-IF
               OPEN INPUT ORDER-FILE
               MOVE "N" TO EOFWL
               PERFORM UNTIL EOFWL = "Y"
                   READ WebLinkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFWL
                   NOT AT END
                       PERFORM Export-One-Web-Line
               END-PERFORM
               CLOSE ORDER-FILE
               CLOSE WebStatFile
               CLOSE WebLinkFile
               DISPLAY WS-Web-Exported
                   " status line(s) written to webstatus.csv."
           END-IF.

       Export-One-Web-Line.
           MOVE SPACES TO WS-Web-Status
           MOVE 0 TO ORDER-SHIPPED-QTY
           MOVE 0 TO ORDER-DELIV-DATE
           IF WL-Line-ID = 0
               MOVE "Backorder" TO WS-Web-Status
           ELSE
               MOVE WL-Line-ID TO Order-RelKey
               READ ORDER-FILE INVALID KEY
                   MOVE "Cancelled" TO WS-Web-Status
               NOT INVALID KEY
                   MOVE ORDER-STATUS TO WS-Web-Status
               END-READ
           END-IF
           IF WS-Web-Status NOT = WL-Sent-Status OR
              ORDER-SHIPPED-QTY NOT = WL-Sent-Ship
               MOVE SPACES TO WebStat-Record
               STRING FUNCTION TRIM(WL-Web-Ref) ","
                   WL-Order-ID "," WL-Item-ID "," WL-Qty ","
                   ORDER-SHIPPED-QTY ","
                   FUNCTION TRIM(WS-Web-Status) ","
                   ORDER-DELIV-DATE "," WS-Today
                   DELIMITED BY SIZE INTO WebStat-Record
               WRITE WebStat-Record
               MOVE WS-Web-Status TO WL-Sent-Status
               MOVE ORDER-SHIPPED-QTY TO WL-Sent-Ship
               REWRITE WebLink-Record INVALID KEY
                   DISPLAY "Error: Unable to rewrite web link."
               END-REWRITE
               ADD 1 TO WS-Web-Exported
           END-IF.

       Write-Lot-Trace.
      *> Order shipments carry branch 0; the invoice and customer
      *> are filled in by Stamp-Lot-Trace once the invoice exists.
           PERFORM Next-LotTrace-Sequence
           OPEN I-O LotTraceFile
           IF File-Status = "35"
               OPEN OUTPUT LotTraceFile
               CLOSE LotTraceFile
               OPEN I-O LotTraceFile
           END-IF
           MOVE WS-Next-ID TO LT-ID
           MOVE WS-Next-ID TO LotTrace-RelKey
           MOVE Lot-ID TO LT-Lot-ID
           MOVE Lot-Item-ID TO LT-Item-ID
           MOVE WS-Lot-Take TO LT-Qty
           MOVE "ORDR" TO LT-Kind
           MOVE WS-Order-Search-ID TO LT-Ref-ID
           MOVE 0 TO LT-Invoice-ID
           MOVE 0 TO LT-Customer-ID
           MOVE 0 TO LT-Branch-ID
           ACCEPT LT-Date FROM DATE YYYYMMDD
           WRITE LotTrace-Record INVALID KEY
               DISPLAY "Error: Unable to write record."
           END-WRITE
           CLOSE LotTraceFile
           IF WS-LT-Pend-Count < 50
               ADD 1 TO WS-LT-Pend-Count
               MOVE LT-ID TO WS-LT-Pend-ID(WS-LT-Pend-Count)
           END-IF.

       Stamp-Lot-Trace.
      *> Puts the new invoice and its customer on every lot trace
      *> row the order drew.
           IF WS-LT-Pend-Count > 0
               OPEN I-O LotTraceFile
               IF File-Status = "00"
                   PERFORM VARYING WS-LT-Pend-IDX FROM 1 BY 1
                       UNTIL WS-LT-Pend-IDX > WS-LT-Pend-Count
                       MOVE WS-LT-Pend-ID(WS-LT-Pend-IDX) TO
                           LotTrace-RelKey
                       READ LotTraceFile INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Invoice-ID TO LT-Invoice-ID
                           MOVE WS-Inv-Customer TO LT-Customer-ID
                           REWRITE LotTrace-Record INVALID KEY
                           DISPLAY "Error: Unable to rewrite record."
                           END-REWRITE
                       END-READ
                   END-PERFORM
                   CLOSE LotTraceFile
               END-IF
               MOVE 0 TO WS-LT-Pend-Count
           END-IF.

       Next-LotTrace-Sequence.
      *> Lot trace rows, counter slot 43 (shared with main.cbl).
           MOVE 43 TO Counter-RelKey
           PERFORM Open-Counter-Locked
           READ CounterFile INVALID KEY
               MOVE 1 TO WS-Next-ID
               MOVE WS-Next-ID TO Counter-Next-Value
               WRITE Counter-Record
           NOT INVALID KEY
               ADD 1 TO Counter-Next-Value
               MOVE Counter-Next-Value TO WS-Next-ID
               REWRITE Counter-Record
           END-READ
           CLOSE CounterFile.

       Journal-SaleCart-Row.
      *> After-image of each new row goes to the shared row journal
      *> so a roll-forward from the last backup set can replay it.
           MOVE "SALECART" TO WS-RJ-File
           MOVE Sale-Cart-ID TO WS-RJ-Key
           MOVE Sale-Cart-Record TO WS-RJ-Image
           PERFORM Journal-Row.

       Journal-Invoice-Row.
           MOVE "INVOICE" TO WS-RJ-File
           MOVE Invoice-ID TO WS-RJ-Key
           MOVE Invoice-Record TO WS-RJ-Image
           PERFORM Journal-Row.

       Journal-Row.
      *> Expects WS-RJ-File, WS-RJ-Key and WS-RJ-Image; File-Status
      *> is handed back as the caller left it.
           MOVE File-Status TO WS-RJ-Save-Status
           MOVE FUNCTION CURRENT-DATE TO WS-RJ-Now
           OPEN EXTEND RollJrnlFile
           IF File-Status = "35"
               OPEN OUTPUT RollJrnlFile
           END-IF
           MOVE WS-RJ-Now(1:8) TO RJ-Date
           MOVE WS-RJ-Now(9:6) TO RJ-Time
           MOVE WS-RJ-File TO RJ-File
           MOVE "W" TO RJ-Action
           MOVE WS-RJ-Key TO RJ-Key
           MOVE WS-RJ-Image TO RJ-Image
           WRITE RollJrnl-Record
           CLOSE RollJrnlFile
           MOVE WS-RJ-Save-Status TO File-Status.

       Offer-Order-Substitute.
      *> Called when the line for INPUT-ITEM-ID is short. Lists the
      *> item's substitutes (subst.dat, preference order) that can
      *> cover the whole quantity; a pick switches the line to the
      *> substitute at the price its rule says and sets WS-Stock-OK,
      *> so the caller books it like any other line. A pass leaves
      *> the original item in place for the backorder prompt.
           MOVE INPUT-ITEM-ID TO WS-Sub-Orig-Item
           MOVE 0 TO WS-Sub-Count
           OPEN INPUT SubstFile
           IF File-Status = "35"
               CLOSE SubstFile
               OPEN OUTPUT SubstFile
               CLOSE SubstFile
               OPEN INPUT SubstFile
           END-IF
           MOVE "N" TO WS-Sub-End
           PERFORM UNTIL WS-Sub-End = "Y"
               READ SubstFile NEXT RECORD
               AT END
                   MOVE "Y" TO WS-Sub-End
               NOT AT END
                   IF Sub-Item-ID = WS-Sub-Orig-Item AND
                      WS-Sub-Count < 10
                       ADD 1 TO WS-Sub-Count
                       MOVE Sub-Alt-Item-ID TO
                           WS-Sub-Alt(WS-Sub-Count)
                       MOVE Sub-Pref TO WS-Sub-Pref(WS-Sub-Count)
                       MOVE Sub-Price-Rule TO
                           WS-Sub-Rule(WS-Sub-Count)
                       MOVE "N" TO WS-Sub-OK(WS-Sub-Count)
                   END-IF
           END-PERFORM
           CLOSE SubstFile
           PERFORM VARYING WS-Sub-IDX FROM 1 BY 1
               UNTIL WS-Sub-IDX >= WS-Sub-Count
               PERFORM VARYING WS-Sub-IDX2 FROM WS-Sub-IDX BY 1
                   UNTIL WS-Sub-IDX2 > WS-Sub-Count
                   IF WS-Sub-Pref(WS-Sub-IDX2) <
                      WS-Sub-Pref(WS-Sub-IDX)
                       MOVE WS-Sub-Entry(WS-Sub-IDX) TO WS-Sub-Hold
                       MOVE WS-Sub-Entry(WS-Sub-IDX2) TO
                           WS-Sub-Entry(WS-Sub-IDX)
                       MOVE WS-Sub-Hold TO WS-Sub-Entry(WS-Sub-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-Sub-Count > 0
               OPEN INPUT ItemFile
               MOVE WS-Sub-Orig-Item TO RelativeKey
               READ ItemFile INVALID KEY
                   MOVE 0 TO WS-Sub-Orig-Price
                   MOVE 0 TO WS-Sub-Orig-Age
               NOT INVALID KEY
                   MOVE Item-Price TO WS-Sub-Orig-Price
                   MOVE Item-Min-Age TO WS-Sub-Orig-Age
               END-READ
               MOVE 0 TO WS-Sub-Shown
               DISPLAY "Substitutes in stock:"
               PERFORM VARYING WS-Sub-IDX FROM 1 BY 1
                   UNTIL WS-Sub-IDX > WS-Sub-Count
                   PERFORM Check-Order-Substitute
               END-PERFORM
               MOVE WS-Sub-Orig-Item TO INPUT-ITEM-ID
               MOVE 0 TO WS-Sub-Pick
               IF WS-Sub-Shown = 0
                   DISPLAY "No substitute has enough stock."
               ELSE
                   DISPLAY "Take substitute number (0 = none): "
                   ACCEPT WS-Sub-Pick
               END-IF
               IF WS-Sub-Pick > 0 AND WS-Sub-Pick <= WS-Sub-Count
                   IF WS-Sub-OK(WS-Sub-Pick) = "Y"
                       MOVE WS-Sub-Alt(WS-Sub-Pick) TO RelativeKey
                       READ ItemFile INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Item-ID TO INPUT-ITEM-ID
                           IF WS-Sub-Rule(WS-Sub-Pick) = "O"
                               MOVE WS-Sub-Orig-Price TO Item-Price
                           END-IF
                           COMPUTE TOTAL-COST =
                               Item-Price * INPUT-QTY
                           MOVE "Y" TO WS-Stock-OK
                           MOVE "Y" TO WS-Sub-Taken
                           DISPLAY "Substitute : " Item-Name
                           DISPLAY "Unit Price: " Item-Price
                           DISPLAY "Total     : " TOTAL-COST
                       END-READ
                   ELSE
                       DISPLAY "Error: that substitute cannot "
                           "cover the quantity."
                   END-IF
               END-IF
               CLOSE ItemFile
           END-IF.

       Check-Order-Substitute.
      *> One candidate: sellable, no stricter age limit, and enough
      *> stock once open reservations are held back.
           MOVE WS-Sub-Alt(WS-Sub-IDX) TO RelativeKey
           READ ItemFile INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF (Item-Status = "A" OR Item-Status = SPACE) AND
                  Item-Kind NOT = "R" AND
                  Item-Min-Age <= WS-Sub-Orig-Age
                   MOVE Item-ID TO INPUT-ITEM-ID
                   PERFORM SUM-OPEN-RESERVATIONS
                   COMPUTE WS-Sub-Avail = Item-Qty - WS-Resv-Qty
                   IF WS-Sub-Avail >= INPUT-QTY
                       MOVE "Y" TO WS-Sub-OK(WS-Sub-IDX)
                       ADD 1 TO WS-Sub-Shown
                       IF WS-Sub-Rule(WS-Sub-IDX) = "O"
                           DISPLAY WS-Sub-IDX ". " Item-ID " "
                               Item-Name " avail " WS-Sub-Avail
                               " price " WS-Sub-Orig-Price
                       ELSE
                           DISPLAY WS-Sub-IDX ". " Item-ID " "
                               Item-Name " avail " WS-Sub-Avail
                               " price " Item-Price
                       END-IF
                   END-IF
               END-IF
           END-READ.

       Log-Order-Substitution.
      *> After the substitute line is written: one sublog.dat row for
      *> the substitution drivers report.
           ACCEPT SL-Date FROM DATE YYYYMMDD
           MOVE "O" TO SL-Source
           MOVE WS-Sub-Orig-Item TO SL-Orig-Item
           MOVE ORDER-ITEM-ID TO SL-Alt-Item
           MOVE ORDER-QTY TO SL-Qty
           MOVE UNIT-OF-PRICE TO SL-Price
           MOVE WS-Sub-Rule(WS-Sub-Pick) TO SL-Rule
           MOVE WS-Login-User TO SL-User
           OPEN EXTEND SubLogFile
           IF File-Status = "35"
               OPEN OUTPUT SubLogFile
           END-IF
           WRITE SubLog-Record
           CLOSE SubLogFile
           MOVE "N" TO WS-Sub-Taken.

       Assign-Delivery-Zone.
      *> Expects WS-Deliv-Address and WS-Deliv-Date. Offers the
      *> zone whose match text is in the address, lets the operator
      *> override it, and steers the date onto a day the van runs
      *> there. Returns WS-Dlv-Zone (0 = collection / no zone).
           MOVE WS-Deliv-Address TO WS-Dlv-Addr
           PERFORM Match-Delivery-Zone
           IF WS-Dlv-Zone > 0
               DISPLAY "Delivery zone " WS-Dlv-Zone " "
                   WS-Dlv-Zone-Name
               DISPLAY "Use this zone (Y/N)? "
               ACCEPT WS-Dlv-Choice
               IF FUNCTION UPPER-CASE(WS-Dlv-Choice) NOT = "Y"
                   MOVE 0 TO WS-Dlv-Zone
               END-IF
           END-IF
           IF WS-Dlv-Zone = 0
               DISPLAY "Enter Delivery Zone-ID (0 = collection, "
                   "no delivery): "
               ACCEPT WS-Dlv-Zone
           END-IF
           IF WS-Dlv-Zone > 0
               OPEN INPUT ZoneFile
               MOVE WS-Dlv-Zone TO Zone-RelKey
               READ ZoneFile INVALID KEY
                   DISPLAY "Error: zone not found - order taken "
                       "with no delivery zone."
                   MOVE 0 TO WS-Dlv-Zone
               END-READ
               CLOSE ZoneFile
           END-IF
           IF WS-Dlv-Zone > 0 AND Zone-Days NOT = SPACES
               MOVE "N" TO WS-Dlv-Day-OK
               PERFORM UNTIL WS-Dlv-Day-OK = "Y"
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-Deliv-Date)
                      NOT = 0
                       MOVE "Y" TO WS-Dlv-Day-OK
                   ELSE
                       COMPUTE WS-Dlv-Dow = FUNCTION MOD(
                           FUNCTION INTEGER-OF-DATE(WS-Deliv-Date)
                           7)
                       IF WS-Dlv-Dow = 0
                           MOVE 7 TO WS-Dlv-Dow
                       END-IF
                       IF Zone-Days(WS-Dlv-Dow:1) = "Y"
                           MOVE "Y" TO WS-Dlv-Day-OK
                       ELSE
                           DISPLAY "Warning: no van runs to zone "
                               WS-Dlv-Zone " on a "
                               WS-Dlv-Day-Name(WS-Dlv-Dow)
                               " (runs " Zone-Days " Mon..Sun)."
                           DISPLAY "Enter another delivery date "
                               "(0 keeps " WS-Deliv-Date "): "
                           MOVE 0 TO WS-Dlv-New-Date
                           ACCEPT WS-Dlv-New-Date
                           IF WS-Dlv-New-Date = 0
                               MOVE "Y" TO WS-Dlv-Day-OK
                           ELSE
                               MOVE WS-Dlv-New-Date TO
                                   WS-Deliv-Date
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       Match-Delivery-Zone.
      *> Expects WS-Dlv-Addr. The zone whose match text (postcode
      *> prefix or area name) appears in the address - the longest
      *> match wins, so "AB12" beats "AB1". Returns WS-Dlv-Zone
      *> (0 = none) and WS-Dlv-Zone-Name.
           MOVE 0 TO WS-Dlv-Zone
           MOVE 0 TO WS-Dlv-Best-Len
           MOVE SPACES TO WS-Dlv-Zone-Name
           MOVE FUNCTION UPPER-CASE(WS-Dlv-Addr) TO WS-Dlv-Addr-Up
           OPEN INPUT ZoneFile
           IF File-Status NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO EOFDZ
               PERFORM UNTIL EOFDZ = "Y"
                   READ ZoneFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFDZ
                   NOT AT END
                       IF Zone-Match NOT = SPACES
                           MOVE 0 TO WS-Dlv-Hits
                           COMPUTE WS-Dlv-Len = FUNCTION LENGTH(
                               FUNCTION TRIM(Zone-Match))
                           INSPECT WS-Dlv-Addr-Up TALLYING
                               WS-Dlv-Hits FOR ALL
                               Zone-Match(1:WS-Dlv-Len)
                           IF WS-Dlv-Hits > 0 AND
                              WS-Dlv-Len > WS-Dlv-Best-Len
                               MOVE WS-Dlv-Len TO WS-Dlv-Best-Len
                               MOVE Zone-ID TO WS-Dlv-Zone
                               MOVE Zone-Name TO WS-Dlv-Zone-Name
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE ZoneFile
           END-IF.

       Apply-Delivery-Charge.
      *> Expects WS-Dlv-Order, WS-Dlv-Cust, WS-Dlv-Addr,
      *> WS-Dlv-Date, WS-Dlv-ODate, WS-Dlv-Zone and WS-Dlv-Goods
      *> (the order's goods value). Adds the zone charge to the
      *> order as its own line, or waives it when the goods reach
      *> the zone's free-delivery threshold, and records which in
      *> delchg.dat.
           MOVE 0 TO WS-Dlv-Line
           OPEN INPUT ZoneFile
           MOVE WS-Dlv-Zone TO Zone-RelKey
           READ ZoneFile INVALID KEY
               MOVE 0 TO Zone-Charge
               MOVE 0 TO Zone-Free-Over
           END-READ
           CLOSE ZoneFile
           MOVE Zone-Charge TO WS-Dlv-Charge
           IF Zone-Charge = 0 OR
              (Zone-Free-Over > 0 AND WS-Dlv-Goods >= Zone-Free-Over)
               MOVE "WAIVED" TO WS-Dlv-Status
               DISPLAY "Delivery charge waived (zone " WS-Dlv-Zone
                   " free over " Zone-Free-Over ")."
           ELSE
               PERFORM Write-Delivery-Line
               MOVE "CHARGED" TO WS-Dlv-Status
               DISPLAY "Delivery charge " WS-Dlv-Charge
                   " added as line " WS-Dlv-Line "."
           END-IF
           PERFORM Save-Delivery-Charge.

       Write-Delivery-Line.
      *> The charge as a Pending order line with Item-ID 0 - no
      *> stock, no reservation; it is invoiced with the goods.
           PERFORM Next-Order-Line-Sequence
           OPEN I-O ORDER-FILE
           IF WS-STATUS = "35"
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
               OPEN I-O ORDER-FILE
           END-IF
           MOVE WS-Order-Line-Max TO ORDER-LINE-ID
           MOVE WS-Order-Line-Max TO Order-RelKey
           MOVE WS-Dlv-Order TO ORDER-ID
           MOVE WS-Dlv-Cust TO CUSTOMER-ID IN ORDER-RECORD
           MOVE 0 TO ORDER-ITEM-ID
           MOVE SPACES TO ORDER-ITEM-NAME
           STRING "DELIVERY Z" WS-Dlv-Zone
               DELIMITED BY SIZE INTO ORDER-ITEM-NAME
           MOVE 1 TO ORDER-QTY
           MOVE WS-Dlv-Charge TO TOTAL-AMOUNT
           MOVE WS-Dlv-Charge TO UNIT-OF-PRICE
           MOVE WS-Dlv-ODate TO ORDER-DATE
           MOVE "Pending" TO ORDER-STATUS
           MOVE WS-Dlv-Addr TO ORDER-DELIV-ADDRESS
           MOVE WS-Dlv-Date TO ORDER-DELIV-DATE
           MOVE 0 TO ORDER-SHIPPED-QTY
           MOVE SPACES TO ORDER-POD-NAME
           MOVE SPACES TO ORDER-POD-TIME
           MOVE SPACES TO ORDER-FAIL-REASON
           MOVE WS-Dlv-Zone TO ORDER-ZONE-ID
           WRITE ORDER-RECORD INVALID KEY
               DISPLAY "Error: Unable to write record."
           END-WRITE
           CLOSE ORDER-FILE
           MOVE WS-Order-Line-Max TO WS-Dlv-Line.

       Save-Delivery-Charge.
      *> One delchg.dat row per order, keyed by Order-ID. Expects
      *> WS-Dlv-Order, WS-Dlv-Zone, WS-Dlv-Charge, WS-Dlv-Goods,
      *> WS-Dlv-Line and WS-Dlv-Status.
           OPEN I-O DelChgFile
           IF File-Status = "35"
               OPEN OUTPUT DelChgFile
               CLOSE DelChgFile
               OPEN I-O DelChgFile
           END-IF
           MOVE WS-Dlv-Order TO DelChg-RelKey
           MOVE "Y" TO WS-Dlv-On-File
           READ DelChgFile INVALID KEY
               MOVE "N" TO WS-Dlv-On-File
           END-READ
           MOVE WS-Dlv-Order TO DC-Order-ID
           MOVE WS-Dlv-Zone TO DC-Zone-ID
           MOVE WS-Dlv-Charge TO DC-Charge
           MOVE WS-Dlv-Goods TO DC-Goods
           MOVE WS-Dlv-Line TO DC-Line-ID
           MOVE WS-Dlv-Status TO DC-Status
           MOVE 0 TO DC-Invoice-ID
           MOVE 0 TO DC-Invoice-Date
           IF WS-Dlv-On-File = "Y"
               REWRITE DelChg-Record INVALID KEY
                   DISPLAY "Error: Unable to rewrite record."
               END-REWRITE
           ELSE
               WRITE DelChg-Record INVALID KEY
                   DISPLAY "Error: Unable to write record."
               END-WRITE
           END-IF
           CLOSE DelChgFile.

       Set-Delivery-Status.
      *> Moves the order's delchg.dat row (WS-Dlv-Order) to
      *> WS-Dlv-Status. An invoiced charge is history and stays.
           OPEN I-O DelChgFile
           IF File-Status NOT = "00"
               CONTINUE
           ELSE
               MOVE WS-Dlv-Order TO DelChg-RelKey
               READ DelChgFile INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT DC-Invoiced
                       MOVE WS-Dlv-Status TO DC-Status
                       REWRITE DelChg-Record INVALID KEY
                           DISPLAY "Error: Unable to rewrite "
                               "record."
                       END-REWRITE
                   END-IF
               END-READ
               CLOSE DelChgFile
           END-IF.

       Reassess-Delivery-Charge.
      *> After an amendment: the goods may have crossed the zone's
      *> free-delivery threshold either way. A charge the operator
      *> waived by hand (FOC) is left alone.
           MOVE WS-Order-Search-ID TO WS-Dlv-Order
           MOVE "N" TO WS-Dlv-On-File
           OPEN INPUT DelChgFile
           IF File-Status NOT = "00"
               CONTINUE
           ELSE
               MOVE WS-Dlv-Order TO DelChg-RelKey
               READ DelChgFile INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DC-Charged OR DC-Waived
                       MOVE "Y" TO WS-Dlv-On-File
                       MOVE DC-Zone-ID TO WS-Dlv-Zone
                       MOVE DC-Line-ID TO WS-Dlv-Line
                       MOVE DC-Status TO WS-Dlv-Status
                       MOVE DC-Charge TO WS-Dlv-Charge
                   END-IF
               END-READ
               CLOSE DelChgFile
           END-IF
           IF WS-Dlv-On-File = "Y"
               MOVE 0 TO WS-Dlv-Goods
               OPEN INPUT ORDER-FILE
               MOVE "N" TO WS-END
               PERFORM UNTIL WS-END = "Y"
                   READ ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-END
                   NOT AT END
                       IF ORDER-ID = WS-Dlv-Order AND
                          ORDER-ITEM-ID > 0 AND
                          ORDER-STATUS = "Pending"
                           ADD TOTAL-AMOUNT TO WS-Dlv-Goods
                           MOVE CUSTOMER-ID IN ORDER-RECORD TO
                               WS-Dlv-Cust
                           MOVE ORDER-DELIV-ADDRESS TO WS-Dlv-Addr
                           MOVE ORDER-DELIV-DATE TO WS-Dlv-Date
                           MOVE ORDER-DATE TO WS-Dlv-ODate
                       END-IF
               END-PERFORM
               CLOSE ORDER-FILE
               OPEN INPUT ZoneFile
               MOVE WS-Dlv-Zone TO Zone-RelKey
               READ ZoneFile INVALID KEY
                   MOVE 0 TO Zone-Charge
                   MOVE 0 TO Zone-Free-Over
               END-READ
               CLOSE ZoneFile
               IF WS-Dlv-Status = "CHARGED" AND Zone-Free-Over > 0
                  AND WS-Dlv-Goods >= Zone-Free-Over
                   OPEN I-O ORDER-FILE
                   MOVE WS-Dlv-Line TO Order-RelKey
                   READ ORDER-FILE INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Cancelled" TO ORDER-STATUS
                       REWRITE ORDER-RECORD INVALID KEY
                           DISPLAY "Error: Unable to rewrite "
                               "record."
                       END-REWRITE
                   END-READ
                   CLOSE ORDER-FILE
                   MOVE 0 TO WS-Dlv-Line
                   MOVE "WAIVED" TO WS-Dlv-Status
                   DISPLAY "Order now over " Zone-Free-Over
                       " - delivery charge waived."
               ELSE
               IF WS-Dlv-Status = "WAIVED" AND Zone-Charge > 0 AND
                  (Zone-Free-Over = 0 OR
                   WS-Dlv-Goods < Zone-Free-Over)
                  AND WS-Dlv-Goods > 0
                   MOVE Zone-Charge TO WS-Dlv-Charge
                   PERFORM Write-Delivery-Line
                   MOVE "CHARGED" TO WS-Dlv-Status
                   DISPLAY "Order now under " Zone-Free-Over
                       " - delivery charge " WS-Dlv-Charge
                       " added as line " WS-Dlv-Line "."
               END-IF
               END-IF
               PERFORM Save-Delivery-Charge
               PERFORM Check-Zone-Capacity
           END-IF.

       Load-Zone-Table.
      *> Zone-to-van map for the capacity check and run sheet.
           MOVE 0 TO ZN-Count
           OPEN INPUT ZoneFile
           IF File-Status NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO EOFDZ
               PERFORM UNTIL EOFDZ = "Y"
                   READ ZoneFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFDZ
                   NOT AT END
                       IF ZN-Count < 100
                           ADD 1 TO ZN-Count
                           MOVE Zone-ID TO ZN-Zone-ID(ZN-Count)
                           MOVE Zone-Vehicle-ID TO
                               ZN-Vehicle-ID(ZN-Count)
                       END-IF
               END-PERFORM
               CLOSE ZoneFile
           END-IF.

       Find-Zone-Vehicle.
      *> Expects WS-Dlv-Look-Zone and a loaded ZN-Table; returns
      *> WS-Dlv-Look-Veh (0 = zone has no van).
           MOVE 0 TO WS-Dlv-Look-Veh
           PERFORM VARYING ZN-IDX FROM 1 BY 1
               UNTIL ZN-IDX > ZN-Count
               IF ZN-Zone-ID(ZN-IDX) = WS-Dlv-Look-Zone
                   MOVE ZN-Vehicle-ID(ZN-IDX) TO WS-Dlv-Look-Veh
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       Check-Zone-Capacity.
      *> Expects WS-Dlv-Zone and WS-Dlv-Date. Totals the units on
      *> every open goods line due out that day in any zone the
      *> same van serves, and warns when the van is over capacity.
           PERFORM Load-Zone-Table
           MOVE WS-Dlv-Zone TO WS-Dlv-Look-Zone
           PERFORM Find-Zone-Vehicle
           MOVE WS-Dlv-Look-Veh TO WS-Dlv-Vehicle
           MOVE 0 TO WS-Dlv-Capacity
           IF WS-Dlv-Vehicle > 0
               OPEN INPUT VehicleFile
               MOVE WS-Dlv-Vehicle TO Vehicle-RelKey
               READ VehicleFile INVALID KEY
                   MOVE 0 TO WS-Dlv-Vehicle
               NOT INVALID KEY
                   MOVE Vehicle-Capacity TO WS-Dlv-Capacity
               END-READ
               CLOSE VehicleFile
           END-IF
           IF WS-Dlv-Vehicle > 0 AND WS-Dlv-Capacity > 0
               MOVE 0 TO WS-Dlv-Units
               OPEN INPUT ORDER-FILE
               MOVE "N" TO WS-END
               PERFORM UNTIL WS-END = "Y"
                   READ ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-END
                   NOT AT END
                       IF ORDER-DELIV-DATE = WS-Dlv-Date AND
                          ORDER-ITEM-ID > 0 AND
                          ORDER-ZONE-ID > 0 AND
                          ORDER-STATUS NOT = "Cancelled" AND
                          ORDER-STATUS NOT = "Completed" AND
                          ORDER-STATUS NOT = "Delivered"
                           MOVE ORDER-ZONE-ID TO WS-Dlv-Look-Zone
                           PERFORM Find-Zone-Vehicle
                           IF WS-Dlv-Look-Veh = WS-Dlv-Vehicle
                               ADD ORDER-QTY TO WS-Dlv-Units
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE ORDER-FILE
               IF WS-Dlv-Units > WS-Dlv-Capacity
                   DISPLAY "WARNING: van " Vehicle-Reg " is loaded "
                       "to " WS-Dlv-Units " units on " WS-Dlv-Date
                       " - capacity " WS-Dlv-Capacity "."
               END-IF
           END-IF.

       Manage-Delivery-Zones.
           MOVE "N" TO WS-Dlv-Menu-End
           PERFORM UNTIL WS-Dlv-Menu-End = "Y"
               DISPLAY "-----------------------------"
               DISPLAY "Delivery Zones / Vans"
               DISPLAY "-----------------------------"
               DISPLAY "1. View Zones and Vans"
               DISPLAY "2. Add / Update Zone"
               DISPLAY "3. Add / Update Van"
               DISPLAY "0. Done"
               ACCEPT CONFIRMATION
               EVALUATE CONFIRMATION(1:1)
                   WHEN "1"
                       PERFORM View-Delivery-Zones
                   WHEN "2"
                       PERFORM Maintain-Delivery-Zone
                   WHEN "3"
                       PERFORM Maintain-Vehicle
                   WHEN "0"
                       MOVE "Y" TO WS-Dlv-Menu-End
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
           END-PERFORM.

       View-Delivery-Zones.
           DISPLAY "------------------------------------------"
           DISPLAY "Zone Name                 Match      Charge "
               "Free-Over Days    Van"
           DISPLAY "------------------------------------------"
           OPEN INPUT ZoneFile
           IF File-Status NOT = "00"
               DISPLAY "No zones on file yet."
           ELSE
               MOVE "N" TO EOFDZ
               PERFORM UNTIL EOFDZ = "Y"
                   READ ZoneFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFDZ
                   NOT AT END
                       DISPLAY Zone-ID "  " Zone-Name " "
                           Zone-Match " " Zone-Charge "   "
                           Zone-Free-Over "    " Zone-Days " "
                           Zone-Vehicle-ID
               END-PERFORM
               CLOSE ZoneFile
           END-IF
           DISPLAY "------------------------------------------"
           DISPLAY "Van Reg        Description          Capacity"
           DISPLAY "------------------------------------------"
           OPEN INPUT VehicleFile
           IF File-Status NOT = "00"
               DISPLAY "No vans on file yet."
           ELSE
               MOVE "N" TO EOFDZ
               PERFORM UNTIL EOFDZ = "Y"
                   READ VehicleFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFDZ
                   NOT AT END
                       DISPLAY Vehicle-ID " " Vehicle-Reg " "
                           Vehicle-Desc " " Vehicle-Capacity
               END-PERFORM
               CLOSE VehicleFile
           END-IF
           DISPLAY "------------------------------------------".

       Maintain-Delivery-Zone.
      *> Zone-ID is the record key. An existing zone is shown and
      *> replaced in full.
           DISPLAY "Enter Zone-ID (1-999): "
           ACCEPT WS-Dlv-Zone
           IF WS-Dlv-Zone = 0
               DISPLAY "Error: Zone-ID must be 1-999."
           ELSE
               OPEN I-O ZoneFile
               IF File-Status = "35"
                   OPEN OUTPUT ZoneFile
                   CLOSE ZoneFile
                   OPEN I-O ZoneFile
               END-IF
               MOVE WS-Dlv-Zone TO Zone-RelKey
               MOVE "Y" TO WS-Dlv-On-File
               READ ZoneFile INVALID KEY
                   MOVE "N" TO WS-Dlv-On-File
               NOT INVALID KEY
                   DISPLAY "Current: " Zone-Name " match "
                       Zone-Match " charge " Zone-Charge
                       " free over " Zone-Free-Over " days "
                       Zone-Days " van " Zone-Vehicle-ID
               END-READ
               MOVE WS-Dlv-Zone TO Zone-ID
               DISPLAY "Zone Name: "
               ACCEPT Zone-Name
               DISPLAY "Postcode prefix or area name to match in "
                   "the address: "
               ACCEPT Zone-Match
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Zone-Match))
                   TO Zone-Match
               DISPLAY "Delivery Charge (whole units): "
               ACCEPT Zone-Charge
               DISPLAY "Free delivery when order reaches "
                   "(0 = never free): "
               ACCEPT Zone-Free-Over
               DISPLAY "Delivery days Mon..Sun as Y/N "
                   "(e.g. YNYNYNN): "
               ACCEPT Zone-Days
               MOVE FUNCTION UPPER-CASE(Zone-Days) TO Zone-Days
               DISPLAY "Van-ID serving this zone (0 = none): "
               ACCEPT Zone-Vehicle-ID
               IF WS-Dlv-On-File = "Y"
                   REWRITE Zone-Record INVALID KEY
                       DISPLAY "Error: Unable to rewrite record."
                   END-REWRITE
               ELSE
                   WRITE Zone-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                   END-WRITE
               END-IF
               CLOSE ZoneFile
               MOVE "DLV-ZONE" TO Audit-Action
               MOVE SPACES TO Audit-Before
               MOVE SPACES TO Audit-After
               STRING "ZONE=" Zone-ID
                   DELIMITED BY SIZE INTO Audit-Before
               STRING "CHG=" Zone-Charge " FREE=" Zone-Free-Over
                   DELIMITED BY SIZE INTO Audit-After
               PERFORM Write-Audit
               DISPLAY "Zone " Zone-ID " saved."
           END-IF.

       Maintain-Vehicle.
           DISPLAY "Enter Van-ID (1-999): "
           ACCEPT WS-Dlv-Vehicle
           IF WS-Dlv-Vehicle = 0
               DISPLAY "Error: Van-ID must be 1-999."
           ELSE
               OPEN I-O VehicleFile
               IF File-Status = "35"
                   OPEN OUTPUT VehicleFile
                   CLOSE VehicleFile
                   OPEN I-O VehicleFile
               END-IF
               MOVE WS-Dlv-Vehicle TO Vehicle-RelKey
               MOVE "Y" TO WS-Dlv-On-File
               READ VehicleFile INVALID KEY
                   MOVE "N" TO WS-Dlv-On-File
               NOT INVALID KEY
                   DISPLAY "Current: " Vehicle-Reg " "
                       Vehicle-Desc " capacity " Vehicle-Capacity
               END-READ
               MOVE WS-Dlv-Vehicle TO Vehicle-ID
               DISPLAY "Registration: "
               ACCEPT Vehicle-Reg
               MOVE FUNCTION UPPER-CASE(Vehicle-Reg) TO Vehicle-Reg
               DISPLAY "Description: "
               ACCEPT Vehicle-Desc
               DISPLAY "Capacity per day's run (units): "
               ACCEPT Vehicle-Capacity
               IF WS-Dlv-On-File = "Y"
                   REWRITE Vehicle-Record INVALID KEY
                       DISPLAY "Error: Unable to rewrite record."
                   END-REWRITE
               ELSE
                   WRITE Vehicle-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                   END-WRITE
               END-IF
               CLOSE VehicleFile
               MOVE "DLV-VAN" TO Audit-Action
               MOVE SPACES TO Audit-Before
               MOVE SPACES TO Audit-After
               STRING "VAN=" Vehicle-ID " " Vehicle-Reg
                   DELIMITED BY SIZE INTO Audit-Before
               STRING "CAP=" Vehicle-Capacity
                   DELIMITED BY SIZE INTO Audit-After
               PERFORM Write-Audit
               DISPLAY "Van " Vehicle-ID " saved."
           END-IF.

       Bill-Delivery-Charge.
      *> The order's invoice has gone out with the charge line on
      *> it: the delchg.dat row becomes INVOICED against it.
           OPEN I-O DelChgFile
           IF File-Status NOT = "00"
               CONTINUE
           ELSE
               MOVE WS-Order-Search-ID TO DelChg-RelKey
               READ DelChgFile INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "INVOICED" TO DC-Status
                   MOVE WS-Dlv-Charge TO DC-Charge
                   MOVE Invoice-ID TO DC-Invoice-ID
                   MOVE Invoice-Date TO DC-Invoice-Date
                   REWRITE DelChg-Record INVALID KEY
                       DISPLAY "Error: Unable to rewrite record."
                   END-REWRITE
               END-READ
               CLOSE DelChgFile
           END-IF.

       Reserve-Fiscal-Number.
      *> The invoice in the buffer is a completed sale: take the
      *> next number in branch 0's receipt series for this year and
      *> file it RESERVED. counter.dat slot 58 stays locked from the
      *> scan to the write, exactly as main.cbl does it, so order
      *> invoices and till sales can never share or skip a number.
           MOVE 0 TO WS-FIS-Key
           ACCEPT WS-FIS-Today FROM DATE YYYYMMDD
           MOVE WS-FIS-Today(1:4) TO WS-FIS-Year
           MOVE 58 TO Counter-RelKey
           PERFORM Open-Counter-Locked
           READ CounterFile INVALID KEY
               MOVE 1 TO WS-FIS-Key
               MOVE WS-FIS-Key TO Counter-Next-Value
               WRITE Counter-Record
           NOT INVALID KEY
               ADD 1 TO Counter-Next-Value
               MOVE Counter-Next-Value TO WS-FIS-Key
               REWRITE Counter-Record
           END-READ
           OPEN I-O FiscalFile
           IF File-Status = "35"
               OPEN OUTPUT FiscalFile
               CLOSE FiscalFile
               OPEN I-O FiscalFile
           END-IF
           MOVE 0 TO WS-FIS-Number
           MOVE "N" TO EOFFIS
           PERFORM UNTIL EOFFIS = "Y"
               READ FiscalFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFFIS
               NOT AT END
                   IF FIS-Branch-ID = 0 AND
                      FIS-Year = WS-FIS-Year AND
                      FIS-Series = "R" AND
                      FIS-Number > WS-FIS-Number
                       MOVE FIS-Number TO WS-FIS-Number
                   END-IF
           END-PERFORM
           ADD 1 TO WS-FIS-Number
           MOVE WS-FIS-Key TO FIS-ID
           MOVE WS-FIS-Key TO Fiscal-RelKey
           MOVE 0 TO FIS-Branch-ID
           MOVE WS-FIS-Year TO FIS-Year
           MOVE "R" TO FIS-Series
           MOVE WS-FIS-Number TO FIS-Number
           MOVE "I" TO FIS-Source
           MOVE Invoice-ID TO FIS-Ref-ID
           MOVE 0 TO FIS-Orig-Invoice
           MOVE SPACES TO FIS-Orig-Number
           MOVE Final-Amount TO FIS-Amount
           MOVE WS-FIS-Today TO FIS-Date
           MOVE Invoice-Casher-ID TO FIS-Casher-ID
           MOVE "RESERVED" TO FIS-Status
           MOVE SPACES TO FIS-Reason
           WRITE Fiscal-Record INVALID KEY
               DISPLAY "Error: Unable to write fiscal register."
               MOVE 0 TO WS-FIS-Key
           END-WRITE
           CLOSE FiscalFile
           CLOSE CounterFile.

       Settle-Fiscal-Number.
      *> WS-FIS-Result "I": the invoice is written and the number
      *> is ISSUED. "V": it is not, and the number is VOID with
      *> WS-FIS-Reason - it stays on the register for the audit.
           IF WS-FIS-Key > 0
               OPEN I-O FiscalFile
               MOVE WS-FIS-Key TO Fiscal-RelKey
               READ FiscalFile INVALID KEY
                   DISPLAY "Error: fiscal register row not found."
               NOT INVALID KEY
                   IF WS-FIS-Result = "I"
                       MOVE "ISSUED" TO FIS-Status
                   ELSE
                       MOVE "VOID" TO FIS-Status
                       MOVE WS-FIS-Reason TO FIS-Reason
                   END-IF
                   REWRITE Fiscal-Record INVALID KEY
                       DISPLAY "Error: Unable to rewrite record."
                   END-REWRITE
                   MOVE SPACES TO WS-FIS-Doc-No
                   STRING FIS-Series FIS-Branch-ID "-" FIS-Year "-"
                       FIS-Number
                       DELIMITED BY SIZE INTO WS-FIS-Doc-No
                   IF WS-FIS-Result = "I"
                       DISPLAY "Fiscal receipt " WS-FIS-Doc-No
                   ELSE
                       DISPLAY "Fiscal number " WS-FIS-Doc-No
                           " voided: " WS-FIS-Reason
                   END-IF
               END-READ
               CLOSE FiscalFile
               MOVE 0 TO WS-FIS-Key
           END-IF.

       Record-Logout.
      *> Closes the session in the login history kept by USER-LOGIN.
           MOVE "O" TO WS-Login-OK
           CALL "USER-LOGIN" USING WS-Login-Role WS-Login-User
               WS-Login-OK.

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
               DISPLAY "Error: Order was built for other record "
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
                   MOVE "Order" TO LY-Stamped-By
                   WRITE Layout-Record
               END-IF
           END-PERFORM
           CLOSE LayoutFile.
