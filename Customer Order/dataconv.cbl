      *                                delivery fields appended
      *           13. countsheet.dat - count quantities widened
      *           14. movement.dat   - Mv-Qty widened
      *           15. customer.dat   - e-mail address and contact
      *                                consent appended
      *           16. invoice.dat    - till number appended
      *           17. invoicearchive.dat - till number appended
      *           18. payment.dat    - till number appended
      *           19. drawer.dat     - till number appended
      *           20. ej.dat         - till number appended
      *          Rows written before the terminal master existed
      *          carry till 000.
      *           21. customer.dat   - staff login link and monthly
      *                                staff allowance appended
      *           22. item.dat       - ABC class appended (blank
      *                                until the first ranking run)
      *           23. salecart.dat   - unit cost at sale appended
      *                                (zero on older rows, which
      *                                the P&L then costs at the
      *                                item's current cost)
      *           24. drawer.dat     - expense category appended
      *                                (000 on paid-outs taken
      *                                before categories existed)
      *           25. purchaseorder.dat - PO header link, line
      *                                number and unit cost
      *                                appended (zero: older POs
      *                                stay single-line orders)
      *           26. supplier.dat   - minimum order value and
      *                                pack multiple appended
      *                                (zero = no restriction)
      *           27. lot.dat        - supplier lot number appended
      *                                (blank on lots received
      *                                before ASN receiving)
      *           28. item.dat       - style link, size and colour
      *                                appended (zero / blank: the
      *                                item belongs to no style)
      *           29. pricechg.dat   - target branch appended (zero:
      *                                the change is company-wide,
      *                                as every earlier one was)
      *           30. ORDER.DAT      - delivery zone appended (zero:
      *                                no zone, as for every order
      *                                taken before zones)
      *           31. customer.dat   - cheque limit and returned-
      *                                cheque block appended (zero
      *                                limit: no cheques accepted)
      *           32. purchaseorder.dat - branch the goods are for
      *                                appended (zero: company)
      *           33. itembranch.dat - shelf quantity appended (zero:
      *                                all branch stock counts as
      *                                backroom until the first
      *                                shelf count or task)
      *           34. binloc.dat     - shelf capacity appended
      *                                (zero: the bin is not on
      *                                the replenishment list)
      *           35. admin.txt      - disabled flag and last sign-on
      *           36. casher.txt       date appended (not disabled,
      *                                last sign-on = the day of the
      *                                conversion, so the dormancy
      *                                window starts from the run)
      *           37. customer.dat   - billing method appended (D:
      *                                an invoice per delivered
      *                                order, as before)
      *           38. repair.dat     - charge type, billing invoice,
      *                                supplier claim and collected
      *                                date appended (C: chargeable,
      *                                nothing billed or claimed)
      *           39. terminal.dat   - cash refund total appended
      *                                (zero: the open Z's refunds
      *                                all count as non-cash)
      *           40. saletxn.dat    - loyalty points, captured
      *                                tender and discounts appended
      *                                (none: a marker left by the
      *                                old build recovers as before)
      *          Each step stamps the file's entry in layout.dat
      *          with its own step number, which is the layout
      *          version every program checks the file against
      *          before it runs. A step whose file is already at
      *          that layout or a later one is skipped.
      *          A site that has already run the earlier steps
      *          answers the start-step prompt to run only the
      *          steps it has not had.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT CostSaleCartFile ASSIGN TO "salecart.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT SaleWorkFile ASSIGN TO "saleconv.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT ClassItemFile ASSIGN TO "item.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT ItemWorkFile ASSIGN TO "itemconv.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT ContactCustFile ASSIGN TO "customer.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT StaffCustFile ASSIGN TO "customer.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT OldAPFile ASSIGN TO "acctpay.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT OldInvFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Old-RelKey
            FILE STATUS IS File-Status.

           SELECT NewInvFile ASSIGN TO "invoice.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT InvWorkFile ASSIGN TO "invconv.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT OldIAFile ASSIGN TO "invoicearchive.dat"
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT NewIAFile ASSIGN TO "invoicearchive.dat"
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT IAWorkFile ASSIGN TO "iaconv.tmp"
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT TillPayFile ASSIGN TO "payment.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT OldDrwFile ASSIGN TO "drawer.dat"
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT NewDrwFile ASSIGN TO "drawer.dat"
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT CatDrwFile ASSIGN TO "drawer.dat"
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT DrwWorkFile ASSIGN TO "drwconv.tmp"
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT OldEjFile ASSIGN TO "ej.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT NewEjFile ASSIGN TO "ej.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT EjWorkFile ASSIGN TO "ejconv.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT OldPOFile ASSIGN TO "purchaseorder.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Old-RelKey
            FILE STATUS IS File-Status.

           SELECT NewPOFile ASSIGN TO "purchaseorder.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT POWorkFile ASSIGN TO "poconv.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT OldSupFile ASSIGN TO "supplier.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Old-RelKey
            FILE STATUS IS File-Status.

           SELECT NewSupFile ASSIGN TO "supplier.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT SupWorkFile ASSIGN TO "supconv.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT OldLotFile ASSIGN TO "lot.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Old-RelKey
            FILE STATUS IS File-Status.

           SELECT NewLotFile ASSIGN TO "lot.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT LotWorkFile ASSIGN TO "lotconv.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT StyleItemFile ASSIGN TO "item.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT StyleWorkFile ASSIGN TO "itemsty.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT OldPChgFile ASSIGN TO "pricechg.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Old-RelKey
            FILE STATUS IS File-Status.

           SELECT NewPChgFile ASSIGN TO "pricechg.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT PChgWorkFile ASSIGN TO "pchgconv.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT ZoneOrdFile ASSIGN TO "ORDER.DAT"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT ZoneOrdWorkFile ASSIGN TO "ordzone.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT ChqCustFile ASSIGN TO "customer.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT BrPOFile ASSIGN TO "purchaseorder.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT BrPOWorkFile ASSIGN TO "pobranch.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT ShelfIBFile ASSIGN TO "itembranch.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT ShelfIBWorkFile ASSIGN TO "ibshelf.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT OldBinFile ASSIGN TO "binloc.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Old-RelKey
            FILE STATUS IS File-Status.

           SELECT NewBinFile ASSIGN TO "binloc.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT BinWorkFile ASSIGN TO "binconv.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT OldAdmFile ASSIGN TO "admin.txt"
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT NewAdmFile ASSIGN TO "admin.txt"
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT AdmWorkFile ASSIGN TO "admconv.tmp"
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT OldCshFile ASSIGN TO "casher.txt"
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT NewCshFile ASSIGN TO "casher.txt"
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT CshWorkFile ASSIGN TO "cshconv.tmp"
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT BillCustFile ASSIGN TO "customer.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT OldRepairFile ASSIGN TO "repair.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Old-RelKey
            FILE STATUS IS File-Status.

           SELECT NewRepairFile ASSIGN TO "repair.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT RepWorkFile ASSIGN TO "repconv.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT OldTermFile ASSIGN TO "terminal.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Old-RelKey
            FILE STATUS IS File-Status.

           SELECT NewTermFile ASSIGN TO "terminal.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT TermWorkFile ASSIGN TO "termconv.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT OldSaleTxnFile ASSIGN TO "saletxn.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Old-RelKey
            FILE STATUS IS File-Status.

           SELECT NewSaleTxnFile ASSIGN TO "saletxn.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS New-RelKey
            FILE STATUS IS File-Status.

           SELECT TxnWorkFile ASSIGN TO "stxconv.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Work-RelKey
            FILE STATUS IS File-Status.

           SELECT LayoutFile ASSIGN TO "layout.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

       DATA DIVISION.
       FILE SECTION.
      *> cart.dat as it was BEFORE quantities gained decimals.
       FD OldCartFile.
       01 Old-Cart-Record.
           05 OC-ID            PIC 9(5).
           05 OC-Casher-ID     PIC X(6).
           05 OC-Item-ID       PIC 9(5).
           05 OC-Quantity      PIC 9(3).
           05 OC-Unit-Of-Price PIC 9(8)V99.
           05 OC-Orig-Price    PIC 9(8)V99.
           05 OC-Ovr-Reason    PIC X(3).
           05 OC-Ovr-Approver  PIC X(6).
           05 OC-Park-Ref      PIC X(4).
           05 OC-Added-Date    PIC 9(8).

      *> cart.dat as main.cbl keeps it NOW - must track
      *> main.cbl's Cart-Record byte-for-byte.
       FD NewCartFile.
       01 New-Cart-Record.
           05 NC-ID            PIC 9(5).
           05 NC-Casher-ID     PIC X(6).
           05 NC-Item-ID       PIC 9(5).
           05 NC-Quantity      PIC 9(3)V99.
           05 NC-Unit-Of-Price PIC 9(8)V99.
           05 NC-Orig-Price    PIC 9(8)V99.
           05 NC-Ovr-Reason    PIC X(3).
           05 NC-Ovr-Approver  PIC X(6).
           05 NC-Park-Ref      PIC X(4).
           05 NC-Added-Date    PIC 9(8).

       FD CartWorkFile.
       01 Cart-Work-Record.
           05 CW-Key           PIC 9(5).
           05 CW-Record        PIC X(60).

      *> salecart.dat before and after, same shape of change.
       FD OldSaleCartFile.
       01 Old-Sale-Cart-Record.
           05 OS-ID            PIC 9(5).
           05 OS-Item-ID       PIC 9(5).
           05 OS-Quantity      PIC 9(3).
           05 OS-Unit-Of-Price PIC 9(8)V99.
           05 OS-Date          PIC 9(8).
           05 OS-Orig-Price    PIC 9(8)V99.
           05 OS-Ovr-Reason    PIC X(3).
           05 OS-Ovr-Approver  PIC X(6).

      *> salecart.dat after step 2 - the layout step 23 reads.
       FD NewSaleCartFile.
       01 New-Sale-Cart-Record.
           05 NS-ID            PIC 9(5).
           05 NS-Item-ID       PIC 9(5).
           05 NS-Quantity      PIC 9(3)V99.
           05 NS-Unit-Of-Price PIC 9(8)V99.
           05 NS-Date          PIC 9(8).
           05 NS-Orig-Price    PIC 9(8)V99.
           05 NS-Ovr-Reason    PIC X(3).
           05 NS-Ovr-Approver  PIC X(6).

      *> salecart.dat as main.cbl keeps it NOW - must track its
      *> Sale-Cart-Record byte-for-byte.
       FD CostSaleCartFile.
       01 Cost-Sale-Cart-Record.
           05 CSC-Body         PIC X(52).
           05 CSC-Unit-Cost    PIC 9(5)V99.

       FD SaleWorkFile.
       01 Sale-Work-Record.
           05 SW-Key           PIC 9(5).
           05 SW-Record        PIC X(60).

       FD OldArchFile.
       01 Old-Arch-Record.
           05 OA-ID            PIC 9(5).
           05 OA-Item-ID       PIC 9(5).
           05 OA-Quantity      PIC 9(3).
           05 OA-Unit-Of-Price PIC 9(8)V99.

       FD NewArchFile.
       01 New-Arch-Record.
           05 NA-ID            PIC 9(5).
           05 NA-Item-ID       PIC 9(5).
           05 NA-Quantity      PIC 9(3)V99.
           05 NA-Unit-Of-Price PIC 9(8)V99.

       FD ArchWorkFile.
       01 Arch-Work-Record     PIC X(25).

      *> item.dat before this conversion cycle: three-digit
      *> quantity and none of the newer flags.
       FD OldItemFile.
       01 Old-Item-Record.
           05 OI-ID          PIC 9(5).
           05 OI-Barcode     PIC X(13).
           05 OI-Name        PIC X(20).
           05 OI-Category    PIC X(12).
           05 OI-Price       PIC 9(5)V99.
           05 OI-Cost        PIC 9(5)V99.
           05 OI-Qty         PIC 9(3).
           05 OI-Status      PIC X(1).
           05 OI-Supplier-ID PIC 9(5).
           05 OI-Kind        PIC X(1).
           05 OI-Purch-Unit  PIC X(4).
           05 OI-Conv-Factor PIC 9(3).
           05 OI-Min-Age     PIC 9(2).

      *> item.dat after step 4 - the layout step 22 reads.
       FD NewItemFile.
       01 New-Item-Record.
           05 NI-ID          PIC 9(5).
           05 NI-Barcode     PIC X(13).
           05 NI-Name        PIC X(20).
           05 NI-Category    PIC X(12).
           05 NI-Price       PIC 9(5)V99.
           05 NI-Cost        PIC 9(5)V99.
           05 NI-Qty         PIC 9(7).
           05 NI-Status      PIC X(1).
           05 NI-Supplier-ID PIC 9(5).
           05 NI-Kind        PIC X(1).
           05 NI-Purch-Unit  PIC X(4).
           05 NI-Conv-Factor PIC 9(3).
           05 NI-Min-Age     PIC 9(2).
           05 NI-Consign     PIC X(1).
           05 NI-Sold-By     PIC X(1).
           05 NI-Serialized  PIC X(1).

      *> item.dat after step 22 - the layout step 28 reads.
       FD ClassItemFile.
       01 Class-Item-Record.
           05 CI-Body        PIC X(90).
           05 CI-ABC-Class   PIC X(1).

       FD ItemWorkFile.
       01 Item-Work-Record.
           05 IW-Key         PIC 9(5).
           05 IW-Record      PIC X(100).

       FD OldIBFile.
       01 Old-IB-Record.
           05 OB-ID        PIC 9(5).
           05 OB-Item-ID   PIC 9(5).
           05 OB-Branch-ID PIC 9(3).
           05 OB-Qty       PIC 9(3).

      *> itembranch.dat after step 5 - the layout step 33 reads.
       FD NewIBFile.
       01 New-IB-Record.
           05 NB-ID        PIC 9(5).
           05 NB-Item-ID   PIC 9(5).
           05 NB-Branch-ID PIC 9(3).
           05 NB-Qty       PIC 9(7).

       FD IBWorkFile.
       01 IB-Work-Record.
           05 BW-Key       PIC 9(5).
           05 BW-Record    PIC X(20).

       FD OldExcFile.
       01 Old-Exc-Record.
           05 OE-Timestamp PIC X(14).
           05 OE-Item-ID   PIC 9(5).
           05 OE-Expected  PIC S9(6).
           05 OE-Actual    PIC 9(3).
           05 OE-Status    PIC X(1).
           05 OE-Outcome   PIC X(10).
           05 OE-Priority  PIC 9(1).

       FD NewExcFile.
       01 New-Exc-Record.
           05 NE-Timestamp PIC X(14).
           05 NE-Item-ID   PIC 9(5).
           05 NE-Expected  PIC S9(9).
           05 NE-Actual    PIC 9(7).
           05 NE-Status    PIC X(1).
           05 NE-Outcome   PIC X(10).
           05 NE-Priority  PIC 9(1).

       FD ExcWorkFile.
       01 Exc-Work-Record  PIC X(47).

      *> history.dat before and after the quantity widening.
       FD OldHistFile.
       01 Old-Hist-Record.
           05 OH-ID            PIC 9(5).
           05 OH-Item-ID       PIC 9(5).
           05 OH-Date          PIC X(10).
           05 OH-Quantity      PIC 9(3).
           05 OH-Unit-Of-Price PIC 9(8)V99.

       FD NewHistFile.
       01 New-Hist-Record.
           05 NH-ID            PIC 9(5).
           05 NH-Item-ID       PIC 9(5).
           05 NH-Date          PIC X(10).
           05 NH-Quantity      PIC 9(7).
           05 NH-Unit-Of-Price PIC 9(8)V99.

       FD HistWorkFile.
       01 Hist-Work-Record.
           05 HW-Key           PIC 9(5).
           05 HW-Record        PIC X(40).

      *> customer.dat before the tax-exemption and credit-hold
      *> fields were appended.
       FD OldCustFile.
       01 Old-Cust-Record.
           05 OCU-ID           PIC 9(5).
           05 OCU-Name         PIC X(20).
           05 OCU-Phone        PIC X(15).
           05 OCU-Join-Date    PIC 9(8).
           05 OCU-DOB          PIC 9(8).
           05 OCU-Balance      PIC 9(9)V99.
           05 OCU-Credit-Limit PIC 9(7)V99.
           05 OCU-Points       PIC 9(7).
           05 OCU-Address      PIC X(30).
           05 OCU-Tier         PIC X(1).
           05 OCU-Merged-Into  PIC 9(5).

      *> customer.dat after step 8 - the layout step 15 reads.
       FD NewCustFile.
       01 New-Cust-Record.
           05 NCU-ID           PIC 9(5).
           05 NCU-Name         PIC X(20).
           05 NCU-Phone        PIC X(15).
           05 NCU-Join-Date    PIC 9(8).
           05 NCU-DOB          PIC 9(8).
           05 NCU-Balance      PIC 9(9)V99.
           05 NCU-Credit-Limit PIC 9(7)V99.
           05 NCU-Points       PIC 9(7).
           05 NCU-Address      PIC X(30).
           05 NCU-Tier         PIC X(1).
           05 NCU-Merged-Into  PIC 9(5).
           05 NCU-Tax-Exempt   PIC X(1).
           05 NCU-Tax-Cert     PIC X(12).
           05 NCU-Credit-Hold  PIC X(1).

      *> customer.dat after step 15 - the layout step 21 reads.
       FD ContactCustFile.
       01 Contact-Cust-Record.
           05 CCU-ID           PIC 9(5).
           05 CCU-Name         PIC X(20).
           05 CCU-Phone        PIC X(15).
           05 CCU-Join-Date    PIC 9(8).
           05 CCU-DOB          PIC 9(8).
           05 CCU-Balance      PIC 9(9)V99.
           05 CCU-Credit-Limit PIC 9(7)V99.
           05 CCU-Points       PIC 9(7).
           05 CCU-Address      PIC X(30).
           05 CCU-Tier         PIC X(1).
           05 CCU-Merged-Into  PIC 9(5).
           05 CCU-Tax-Exempt   PIC X(1).
           05 CCU-Tax-Cert     PIC X(12).
           05 CCU-Credit-Hold  PIC X(1).
           05 CCU-Email        PIC X(40).
           05 CCU-Consent      PIC X(1).

      *> customer.dat after step 21 - the layout step 31 reads.
       FD StaffCustFile.
       01 Staff-Cust-Record.
           05 SCU-Body         PIC X(174).
           05 SCU-Staff-ID     PIC X(6).
           05 SCU-Staff-Allow  PIC 9(7)V99.

       FD CustWorkFile.
       01 Cust-Work-Record.
           05 CU-Key           PIC 9(5).
           05 CU-Record        PIC X(200).

       FD OldAPFile.
       01 Old-AP-Record.
           05 OAP-ID          PIC 9(5).
           05 OAP-Customer-ID PIC 9(5).
           05 OAP-Amount      PIC 9(9)V99.
           05 OAP-Date        PIC 9(8).
           05 OAP-Casher-ID   PIC X(6).

       FD NewAPFile.
       01 New-AP-Record.
           05 NAP-ID          PIC 9(5).
           05 NAP-Customer-ID PIC 9(5).
           05 NAP-Amount      PIC 9(9)V99.
           05 NAP-Date        PIC 9(8).
           05 NAP-Casher-ID   PIC X(6).
           05 NAP-Type        PIC X(3).

       FD APWorkFile.
       01 AP-Work-Record.
           05 AW-Key          PIC 9(5).
           05 AW-Record       PIC X(40).

       FD OldPayFile.
       01 Old-Pay-Record.
           05 OPY-Invoice-ID PIC 9(5).
           05 OPY-Method     PIC X(6).
           05 OPY-Amount     PIC 9(9)V99.
           05 OPY-Tendered   PIC 9(9)V99.
           05 OPY-Change     PIC 9(9)V99.
           05 OPY-Date       PIC 9(8).
           05 OPY-Cash-Part  PIC 9(9)V99.

       FD NewPayFile.
       01 New-Pay-Record.
           05 NPY-Invoice-ID PIC 9(5).
           05 NPY-Method     PIC X(6).
           05 NPY-Amount     PIC 9(9)V99.
           05 NPY-Tendered   PIC 9(9)V99.
           05 NPY-Change     PIC 9(9)V99.
           05 NPY-Date       PIC 9(8).
           05 NPY-Cash-Part  PIC 9(9)V99.
           05 NPY-FX-Code    PIC X(3).
           05 NPY-FX-Amount  PIC 9(9)V99.

       FD PayWorkFile.
       01 Pay-Work-Record.
           05 PW-Key         PIC 9(5).
           05 PW-Record      PIC X(80).

      *> threshold.dat rows sit at arbitrary slots, so the slot
      *> number itself is carried through the work file.
       FD OldThrFile.
       01 Old-Thr-Record.
           05 OTH-Category  PIC X(12).
           05 OTH-Low-Stock PIC 9(3).
           05 OTH-Best-Sell PIC 9(3)V99.
           05 OTH-Tax-Rate  PIC 9(2)V99.

       FD NewThrFile.
       01 New-Thr-Record.
           05 NTH-Category   PIC X(12).
           05 NTH-Low-Stock  PIC 9(3).
           05 NTH-Best-Sell  PIC 9(3)V99.
           05 NTH-Tax-Rate   PIC 9(2)V99.
           05 NTH-Cover-Days PIC 9(3).

       FD ThrWorkFile.
       01 Thr-Work-Record.
           05 TW-Key         PIC 9(5).
           05 TW-Record      PIC X(30).

      *> ORDER.DAT before the shipped-quantity and proof-of-
      *> delivery fields were appended.
       FD OldOrdFile.
       01 Old-Ord-Record.
           05 OOR-Line-ID       PIC 9(5).
           05 OOR-Order-ID      PIC 9(5).
           05 OOR-Customer-ID   PIC 9(5).
           05 OOR-Item-ID       PIC 9(5).
           05 OOR-Item-Name     PIC X(15).
           05 OOR-Qty           PIC 9(3).
           05 OOR-Total-Amount  PIC 9(6).
           05 OOR-Unit-Price    PIC 9(6).
           05 OOR-Date          PIC XX/XX/XXXX.
           05 OOR-Status        PIC X(10).
           05 OOR-Deliv-Address PIC X(30).
           05 OOR-Deliv-Date    PIC 9(8).

      *> ORDER.DAT after step 12 - the layout step 30 reads.
       FD NewOrdFile.
       01 New-Ord-Record.
           05 NOR-Line-ID       PIC 9(5).
           05 NOR-Order-ID      PIC 9(5).
           05 NOR-Customer-ID   PIC 9(5).
           05 NOR-Item-ID       PIC 9(5).
           05 NOR-Item-Name     PIC X(15).
           05 NOR-Qty           PIC 9(3).
           05 NOR-Total-Amount  PIC 9(6).
           05 NOR-Unit-Price    PIC 9(6).
           05 NOR-Date          PIC XX/XX/XXXX.
           05 NOR-Status        PIC X(10).
           05 NOR-Deliv-Address PIC X(30).
           05 NOR-Deliv-Date    PIC 9(8).
           05 NOR-Shipped-Qty   PIC 9(3).
           05 NOR-Pod-Name      PIC X(15).
           05 NOR-Pod-Time      PIC X(5).
           05 NOR-Fail-Reason   PIC X(12).

       FD OrdWorkFile.
       01 Ord-Work-Record.
           05 OW-Key            PIC 9(5).
           05 OW-Record         PIC X(150).

       FD OldCSFile.
       01 Old-CS-Record.
           05 OCS-ID        PIC 9(5).
           05 OCS-Item-ID   PIC 9(5).
           05 OCS-Branch-ID PIC 9(3).
           05 OCS-Expected  PIC 9(5).
           05 OCS-Counted   PIC 9(5).
           05 OCS-Variance  PIC S9(5).
           05 OCS-Status    PIC X(8).
           05 OCS-Date      PIC 9(8).
           05 OCS-Signoff   PIC X(6).

       FD NewCSFile.
       01 New-CS-Record.
           05 NCS-ID        PIC 9(5).
           05 NCS-Item-ID   PIC 9(5).
           05 NCS-Branch-ID PIC 9(3).
           05 NCS-Expected  PIC 9(7).
           05 NCS-Counted   PIC 9(7).
           05 NCS-Variance  PIC S9(7).
           05 NCS-Status    PIC X(8).
           05 NCS-Date      PIC 9(8).
           05 NCS-Signoff   PIC X(6).

       FD CSWorkFile.
       01 CS-Work-Record.
           05 CSW-Key       PIC 9(5).
           05 CSW-Record    PIC X(60).

       FD OldMvFile.
       01 Old-Mv-Record.
           05 OMV-ID      PIC 9(5).
           05 OMV-Type    PIC X(4).
           05 OMV-Item-ID PIC 9(5).
           05 OMV-Qty     PIC S9(5).
           05 OMV-Ref-ID  PIC 9(5).
           05 OMV-User-ID PIC X(6).
           05 OMV-Date    PIC 9(8).
           05 OMV-Time    PIC X(14).

       FD NewMvFile.
       01 New-Mv-Record.
           05 NMV-ID      PIC 9(5).
           05 NMV-Type    PIC X(4).
           05 NMV-Item-ID PIC 9(5).
           05 NMV-Qty     PIC S9(7).
           05 NMV-Ref-ID  PIC 9(5).
           05 NMV-User-ID PIC X(6).
           05 NMV-Date    PIC 9(8).
           05 NMV-Time    PIC X(14).

       FD MvWorkFile.
       01 Mv-Work-Record.
           05 MW-Key      PIC 9(5).
           05 MW-Record   PIC X(60).

      *> invoice.dat before the till number was appended.
       FD OldInvFile.
       01 Old-Inv-Record.
           05 OIV-ID            PIC 9(5).
           05 OIV-Casher-ID     PIC X(6).
           05 OIV-Customer-ID   PIC 9(5).
           05 OIV-Customer-Name PIC X(20).
           05 OIV-Line-List     PIC X(100).
           05 OIV-Total         PIC 9(9)V99.
           05 OIV-Discount      PIC 9(7)V99.
           05 OIV-Tax           PIC 9(7)V99.
           05 OIV-Points        PIC 9(7)V99.
           05 OIV-Promo         PIC 9(7)V99.
           05 OIV-Final         PIC 9(9)V99.
           05 OIV-Date          PIC 9(8).
           05 OIV-Time          PIC X(11).
           05 OIV-Status        PIC X(9).
           05 OIV-Price-Tier    PIC X(1).

      *> invoice.dat as main.cbl and Order.cbl keep it NOW - must
      *> track their Invoice-Record byte-for-byte.
       FD NewInvFile.
       01 New-Inv-Record.
           05 NIV-ID            PIC 9(5).
           05 NIV-Casher-ID     PIC X(6).
           05 NIV-Customer-ID   PIC 9(5).
           05 NIV-Customer-Name PIC X(20).
           05 NIV-Line-List     PIC X(100).
           05 NIV-Total         PIC 9(9)V99.
           05 NIV-Discount      PIC 9(7)V99.
           05 NIV-Tax           PIC 9(7)V99.
           05 NIV-Points        PIC 9(7)V99.
           05 NIV-Promo         PIC 9(7)V99.
           05 NIV-Final         PIC 9(9)V99.
           05 NIV-Date          PIC 9(8).
           05 NIV-Time          PIC X(11).
           05 NIV-Status        PIC X(9).
           05 NIV-Price-Tier    PIC X(1).
           05 NIV-Till-ID       PIC 9(3).

       FD InvWorkFile.
       01 Inv-Work-Record.
           05 IVW-Key           PIC 9(5).
           05 IVW-Record        PIC X(240).

      *> invoicearchive.dat carries the same fields as invoice.dat,
      *> so only the appended till number is spelled out.
       FD OldIAFile.
       01 Old-IA-Record.
           05 OIA-Body          PIC X(223).

       FD NewIAFile.
       01 New-IA-Record.
           05 NIA-Body          PIC X(223).
           05 NIA-Till-ID       PIC 9(3).

       FD IAWorkFile.
       01 IA-Work-Record        PIC X(226).

      *> payment.dat after step 10 is read through NewPayFile;
      *> this is the layout main.cbl and printer.cbl keep NOW.
       FD TillPayFile.
       01 Till-Pay-Record.
           05 TPY-Invoice-ID PIC 9(5).
           05 TPY-Method     PIC X(6).
           05 TPY-Amount     PIC 9(9)V99.
           05 TPY-Tendered   PIC 9(9)V99.
           05 TPY-Change     PIC 9(9)V99.
           05 TPY-Date       PIC 9(8).
           05 TPY-Cash-Part  PIC 9(9)V99.
           05 TPY-FX-Code    PIC X(3).
           05 TPY-FX-Amount  PIC 9(9)V99.
           05 TPY-Till-ID    PIC 9(3).

       FD OldDrwFile.
       01 Old-Drw-Record.
           05 ODR-Date       PIC 9(8).
           05 ODR-Casher-ID  PIC X(6).
           05 ODR-Type       PIC X(8).
           05 ODR-Amount     PIC 9(9)V99.
           05 ODR-Reason     PIC X(20).
           05 ODR-Timestamp  PIC X(14).

      *> drawer.dat after step 19 - the layout step 24 reads.
       FD NewDrwFile.
       01 New-Drw-Record.
           05 NDR-Date       PIC 9(8).
           05 NDR-Casher-ID  PIC X(6).
           05 NDR-Type       PIC X(8).
           05 NDR-Amount     PIC 9(9)V99.
           05 NDR-Reason     PIC X(20).
           05 NDR-Timestamp  PIC X(14).
           05 NDR-Till-ID    PIC 9(3).

      *> drawer.dat as main.cbl keeps it NOW - must track its
      *> Drawer-Record byte-for-byte.
       FD CatDrwFile.
       01 Cat-Drw-Record.
           05 CDR-Body       PIC X(70).
           05 CDR-Exp-Cat    PIC 9(3).

       FD DrwWorkFile.
       01 Drw-Work-Record    PIC X(80).

       FD OldEjFile.
       01 Old-Ej-Record.
           05 OEJ-Date       PIC 9(8).
           05 OEJ-Time       PIC X(6).
           05 OEJ-Casher     PIC X(6).
           05 OEJ-Event      PIC X(8).
           05 OEJ-Ref        PIC 9(5).
           05 OEJ-Amount     PIC 9(9)V99.
           05 OEJ-Detail     PIC X(20).

       FD NewEjFile.
       01 New-Ej-Record.
           05 NEJ-Date       PIC 9(8).
           05 NEJ-Time       PIC X(6).
           05 NEJ-Casher     PIC X(6).
           05 NEJ-Event      PIC X(8).
           05 NEJ-Ref        PIC 9(5).
           05 NEJ-Amount     PIC 9(9)V99.
           05 NEJ-Detail     PIC X(20).
           05 NEJ-Till-ID    PIC 9(3).

       FD EjWorkFile.
       01 Ej-Work-Record     PIC X(67).

      *> purchaseorder.dat as it was BEFORE multi-line POs.
       FD OldPOFile.
       01 Old-PO-Record.
           05 OPO-ID         PIC 9(5).
           05 OPO-Body       PIC X(66).

      *> purchaseorder.dat after step 25 - the layout step 32 reads.
       FD NewPOFile.
       01 New-PO-Record.
           05 NPO-Body       PIC X(71).
           05 NPO-Header-ID  PIC 9(5).
           05 NPO-Line-No    PIC 9(3).
           05 NPO-Unit-Cost  PIC 9(7)V99.

       FD POWorkFile.
       01 PO-Work-Record.
           05 POW-Key        PIC 9(5).
           05 POW-Record     PIC X(88).

      *> supplier.dat as it was BEFORE order minimums.
       FD OldSupFile.
       01 Old-Sup-Record.
           05 OSP-ID         PIC 9(5).
           05 OSP-Body       PIC X(48).

      *> supplier.dat as main.cbl keeps it NOW - must track its
      *> Supplier-Record byte-for-byte.
       FD NewSupFile.
       01 New-Sup-Record.
           05 NSP-Body       PIC X(53).
           05 NSP-Min-Order  PIC 9(7)V99.
           05 NSP-Pack-Mult  PIC 9(3).

       FD SupWorkFile.
       01 Sup-Work-Record.
           05 SPW-Key        PIC 9(5).
           05 SPW-Record     PIC X(65).

      *> lot.dat as it was BEFORE supplier lot numbers.
       FD OldLotFile.
       01 Old-Lot-Record.
           05 OLT-ID         PIC 9(5).
           05 OLT-Body       PIC X(26).

      *> lot.dat as main.cbl, Order.cbl and Stock.cbl keep it NOW -
      *> must track their Lot-Record byte-for-byte.
       FD NewLotFile.
       01 New-Lot-Record.
           05 NLT-Body       PIC X(31).
           05 NLT-Sup-Lot    PIC X(12).

       FD LotWorkFile.
       01 Lot-Work-Record.
           05 LTW-Key        PIC 9(5).
           05 LTW-Record     PIC X(43).

      *> item.dat as main.cbl keeps it NOW - must track its
      *> Item-Record byte-for-byte.
       FD StyleItemFile.
       01 Style-Item-Record.
           05 SI-Body        PIC X(91).
           05 SI-Style-ID    PIC 9(5).
           05 SI-Size        PIC X(4).
           05 SI-Colour      PIC X(8).

       FD StyleWorkFile.
       01 Style-Work-Record.
           05 STW-Key        PIC 9(5).
           05 STW-Record     PIC X(108).

      *> pricechg.dat as it was BEFORE branch-only price changes.
       FD OldPChgFile.
       01 Old-PChg-Record.
           05 OPC-ID         PIC 9(5).
           05 OPC-Body       PIC X(28).

      *> pricechg.dat as main.cbl keeps it NOW - must track its
      *> PriceChange-Record byte-for-byte.
       FD NewPChgFile.
       01 New-PChg-Record.
           05 NPC-Body       PIC X(33).
           05 NPC-Branch-ID  PIC 9(3).

       FD PChgWorkFile.
       01 PChg-Work-Record.
           05 PCW-Key        PIC 9(5).
           05 PCW-Record     PIC X(36).

      *> ORDER.DAT as Order.cbl and main.cbl keep it NOW - must
      *> track their order record byte-for-byte.
       FD ZoneOrdFile.
       01 Zone-Ord-Record.
           05 ZO-Body        PIC X(143).
           05 ZO-Zone-ID     PIC 9(3).

       FD ZoneOrdWorkFile.
       01 Zone-Ord-Work-Record.
           05 ZOW-Key        PIC 9(5).
           05 ZOW-Record     PIC X(146).

      *> customer.dat after step 31 - the layout step 37 reads.
       FD ChqCustFile.
       01 Chq-Cust-Record.
           05 QCU-Body         PIC X(189).
           05 QCU-Cheque-Limit PIC 9(7)V99.
           05 QCU-Cheque-Block PIC X(1).

      *> purchaseorder.dat as main.cbl keeps it NOW - must track
      *> its PO-Record byte-for-byte.
       FD BrPOFile.
       01 Br-PO-Record.
           05 BPO-Body       PIC X(88).
           05 BPO-Branch-ID  PIC 9(3).

       FD BrPOWorkFile.
       01 Br-PO-Work-Record.
           05 BPW-Key        PIC 9(5).
           05 BPW-Record     PIC X(91).

      *> itembranch.dat as main.cbl keeps it NOW - must track its
      *> Item-Branch-Record byte-for-byte.
       FD ShelfIBFile.
       01 Shelf-IB-Record.
           05 SIB-Body       PIC X(20).
           05 SIB-Shelf-Qty  PIC 9(7).

       FD ShelfIBWorkFile.
       01 Shelf-IB-Work-Record.
           05 SIW-Key        PIC 9(5).
           05 SIW-Record     PIC X(27).

      *> binloc.dat as it was BEFORE shelf capacities.
       FD OldBinFile.
       01 Old-Bin-Record.
           05 OBN-ID         PIC 9(5).
           05 OBN-Body       PIC X(16).

      *> binloc.dat as main.cbl and Order.cbl keep it NOW - must
      *> track their BinLoc-Record byte-for-byte.
       FD NewBinFile.
       01 New-Bin-Record.
           05 NBN-ID         PIC 9(5).
           05 NBN-Body       PIC X(16).
           05 NBN-Shelf-Cap  PIC 9(5).

       FD BinWorkFile.
       01 Bin-Work-Record.
           05 BNW-Key        PIC 9(5).
           05 BNW-Record     PIC X(26).

      *> admin.txt and casher.txt before the sign-on fields.
       FD OldAdmFile.
       01 Old-Adm-Record.
           05 OAD-Body       PIC X(31).

      *> admin.txt as main.cbl and login.cbl keep it NOW - must
      *> track their Admin-Record byte-for-byte.
       FD NewAdmFile.
       01 New-Adm-Record.
           05 NAD-Body       PIC X(31).
           05 NAD-Disabled   PIC X.
           05 NAD-Last-Login PIC 9(8).

       FD AdmWorkFile.
       01 Adm-Work-Record    PIC X(40).

       FD OldCshFile.
       01 Old-Csh-Record.
           05 OCS-Body       PIC X(34).

      *> casher.txt as main.cbl and login.cbl keep it NOW - must
      *> track their Casher-Record byte-for-byte.
       FD NewCshFile.
       01 New-Csh-Record.
           05 NCS-Body       PIC X(34).
           05 NCS-Disabled   PIC X.
           05 NCS-Last-Login PIC 9(8).

       FD CshWorkFile.
       01 Csh-Work-Record    PIC X(43).

      *> customer.dat as main.cbl keeps it NOW - must track its
      *> Customer-Record byte-for-byte.
       FD BillCustFile.
       01 Bill-Cust-Record.
           05 BCU-Body         PIC X(199).
           05 BCU-Billing      PIC X(1).

      *> repair.dat before the billing fields.
       FD OldRepairFile.
       01 Old-Repair-Record.
           05 ORP-Body         PIC X(62).

      *> repair.dat as main.cbl keeps it NOW - must track its
      *> Repair-Record byte-for-byte.
       FD NewRepairFile.
       01 New-Repair-Record.
           05 NRP-Body         PIC X(62).
           05 NRP-Charge       PIC X(1).
           05 NRP-Bill-Invoice PIC 9(5).
           05 NRP-Claim-ID     PIC 9(5).
           05 NRP-Collected    PIC 9(8).

       FD RepWorkFile.
       01 Rep-Work-Record.
           05 RPW-Key          PIC 9(5).
           05 RPW-Record       PIC X(81).

      *> terminal.dat before the cash refund total.
       FD OldTermFile.
       01 Old-Term-Record.
           05 OTM-Body         PIC X(160).

      *> terminal.dat as main.cbl keeps it NOW - must track its
      *> Term-Record byte-for-byte.
       FD NewTermFile.
       01 New-Term-Record.
           05 NTM-Body         PIC X(160).
           05 NTM-Cash-Refund  PIC 9(9)V99.

       FD TermWorkFile.
       01 Term-Work-Record.
           05 TMW-Key          PIC 9(5).
           05 TMW-Record       PIC X(171).

      *> saletxn.dat before the points, tender and discounts.
       FD OldSaleTxnFile.
       01 Old-Sale-Txn-Record.
           05 OSX-Body         PIC X(3439).

      *> saletxn.dat as main.cbl keeps it NOW - must track its
      *> Sale-Txn-Record byte-for-byte.
       FD NewSaleTxnFile.
       01 New-Sale-Txn-Record.
           05 NSX-Body         PIC X(3439).
           05 NSX-Points-Cust  PIC 9(5).
           05 NSX-Points-Redeem PIC 9(7).
           05 NSX-Points-Earned PIC 9(7).
           05 NSX-Pay-Method   PIC X(6).
           05 NSX-Pay-Tendered PIC 9(9)V99.
           05 NSX-Pay-Change   PIC 9(9)V99.
           05 NSX-Pay-Cash-Part PIC 9(9)V99.
           05 NSX-Pay-FX-Code  PIC X(3).
           05 NSX-Pay-FX-Amount PIC 9(9)V99.
           05 NSX-Disc-Count   PIC 9(2).
           05 NSX-Disc OCCURS 51 TIMES.
               10 NSX-Disc-ID      PIC 9(5).
               10 NSX-Disc-Amount  PIC 9(9)V99.

       FD TxnWorkFile.
       01 Txn-Work-Record.
           05 SXW-Key          PIC 9(5).
           05 SXW-Record       PIC X(4329).

      *> Record layout control: one record per shared data file,
      *> as every program reads it.
       FD LayoutFile.
       01 Layout-Record.
           05 LY-File-Name     PIC X(20).
           05 LY-Version       PIC 9(3).
           05 LY-Stamp-Date    PIC 9(8).
           05 LY-Stamped-By    PIC X(12).

       WORKING-STORAGE SECTION.
       01 File-Status          PIC XX VALUE "00".
       01 EOF                  PIC X VALUE "N".
       01 Old-RelKey           PIC 9(5).
       01 New-RelKey           PIC 9(5).
       01 Work-RelKey          PIC 9(5).
       01 WS-Count             PIC 9(6).
       01 WS-Confirm           PIC X.
       01 WS-Start-Step        PIC 9(2) VALUE 1.
       01 WS-Conv-Date         PIC 9(8).
      *> layout.dat as loaded at the start of the run, rewritten
      *> whole after each step that converts a file.
       01 WS-LY-Catalogue.
           05 WS-LY-Entry OCCURS 100 TIMES.
               10 WS-LY-Cat-File    PIC X(20).
               10 WS-LY-Cat-Version PIC 9(3).
               10 WS-LY-Cat-Date    PIC 9(8).
               10 WS-LY-Cat-By      PIC X(12).
       01 WS-LY-Count          PIC 9(3) VALUE 0.
       01 WS-LY-IDX            PIC 9(3).
       01 WS-LY-Found          PIC 9(3).
       01 WS-LY-File           PIC X(20).
       01 WS-LY-Step           PIC 9(3).
       01 WS-LY-Due            PIC X.

       PROCEDURE DIVISION.
       Main-Procedure.
           DISPLAY "================================="
           DISPLAY " DATA CONVERSION - QUANTITY PICS "
           DISPLAY "================================="
           DISPLAY "Every till and entry program must be shut "
               "down, and a backup taken, before this runs."
           DISPLAY "Proceed (Y/N)? "
           ACCEPT WS-Confirm
           IF FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
               DISPLAY "Nothing converted."
               STOP RUN
           END-IF
           DISPLAY "Start from step (1 = all, see the list in "
               "the program header): "
           ACCEPT WS-Start-Step
           IF WS-Start-Step = 0
               MOVE 1 TO WS-Start-Step
           END-IF
           PERFORM Load-Layout-Catalogue
           IF WS-Start-Step <= 1
               MOVE "cart.dat" TO WS-LY-File
               MOVE 1 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Cart
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 2
               MOVE "salecart.dat" TO WS-LY-File
               MOVE 2 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-SaleCart
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 3
               MOVE "salecartarchive.dat" TO WS-LY-File
               MOVE 3 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Archive
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 4
               MOVE "item.dat" TO WS-LY-File
               MOVE 4 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Item
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 5
               MOVE "itembranch.dat" TO WS-LY-File
               MOVE 5 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-ItemBranch
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 6
               MOVE "exceptions.txt" TO WS-LY-File
               MOVE 6 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Exceptions
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 7
               MOVE "history.dat" TO WS-LY-File
               MOVE 7 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-History
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 8
               MOVE "customer.dat" TO WS-LY-File
               MOVE 8 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Customer
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 9
               MOVE "acctpay.dat" TO WS-LY-File
               MOVE 9 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-AcctPay
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 10
               MOVE "payment.dat" TO WS-LY-File
               MOVE 10 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Payment
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 11
               MOVE "threshold.dat" TO WS-LY-File
               MOVE 11 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Threshold
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 12
               MOVE "ORDER.DAT" TO WS-LY-File
               MOVE 12 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Orders
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 13
               MOVE "countsheet.dat" TO WS-LY-File
               MOVE 13 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-CountSheet
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 14
               MOVE "movement.dat" TO WS-LY-File
               MOVE 14 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Movement
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 15
               MOVE "customer.dat" TO WS-LY-File
               MOVE 15 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Customer-Contact
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 16
               MOVE "invoice.dat" TO WS-LY-File
               MOVE 16 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Invoice-Till
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 17
               MOVE "invoicearchive.dat" TO WS-LY-File
               MOVE 17 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-InvArchive-Till
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 18
               MOVE "payment.dat" TO WS-LY-File
               MOVE 18 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Payment-Till
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 19
               MOVE "drawer.dat" TO WS-LY-File
               MOVE 19 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Drawer-Till
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 20
               MOVE "ej.dat" TO WS-LY-File
               MOVE 20 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-EJ-Till
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 21
               MOVE "customer.dat" TO WS-LY-File
               MOVE 21 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Customer-Staff
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 22
               MOVE "item.dat" TO WS-LY-File
               MOVE 22 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Item-Class
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 23
               MOVE "salecart.dat" TO WS-LY-File
               MOVE 23 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-SaleCart-Cost
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 24
               MOVE "drawer.dat" TO WS-LY-File
               MOVE 24 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Drawer-Category
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 25
               MOVE "purchaseorder.dat" TO WS-LY-File
               MOVE 25 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-PO-Lines
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 26
               MOVE "supplier.dat" TO WS-LY-File
               MOVE 26 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Supplier-Terms
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 27
               MOVE "lot.dat" TO WS-LY-File
               MOVE 27 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Lot-Supplier-Lot
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 28
               MOVE "item.dat" TO WS-LY-File
               MOVE 28 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Item-Style
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 29
               MOVE "pricechg.dat" TO WS-LY-File
               MOVE 29 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-PriceChg-Branch
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 30
               MOVE "ORDER.DAT" TO WS-LY-File
               MOVE 30 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Order-Zone
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 31
               MOVE "customer.dat" TO WS-LY-File
               MOVE 31 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Customer-Cheque
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 32
               MOVE "purchaseorder.dat" TO WS-LY-File
               MOVE 32 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-PO-Branch
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 33
               MOVE "itembranch.dat" TO WS-LY-File
               MOVE 33 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-ItemBranch-Shelf
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 34
               MOVE "binloc.dat" TO WS-LY-File
               MOVE 34 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-BinLoc
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 35
               MOVE "admin.txt" TO WS-LY-File
               MOVE 35 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Admin-Login
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 36
               MOVE "casher.txt" TO WS-LY-File
               MOVE 36 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Casher-Login
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 37
               MOVE "customer.dat" TO WS-LY-File
               MOVE 37 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Customer-Billing
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 38
               MOVE "repair.dat" TO WS-LY-File
               MOVE 38 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Repair-Billing
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 39
               MOVE "terminal.dat" TO WS-LY-File
               MOVE 39 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Term-Refunds
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           IF WS-Start-Step <= 40
               MOVE "saletxn.dat" TO WS-LY-File
               MOVE 40 TO WS-LY-Step
               PERFORM Layout-Step-Due
               IF WS-LY-Due = "Y"
                   PERFORM Convert-Sale-Txn
                   PERFORM Stamp-Layout
               END-IF
           END-IF
           DISPLAY "Conversion complete. The .tmp work files "
               "can be deleted."
           STOP RUN.

       Load-Layout-Catalogue.
           MOVE 0 TO WS-LY-Count
           OPEN INPUT LayoutFile
           IF File-Status = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ LayoutFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF WS-LY-Count < 100
                           ADD 1 TO WS-LY-Count
                           MOVE LY-File-Name
                               TO WS-LY-Cat-File(WS-LY-Count)
                           MOVE LY-Version
                               TO WS-LY-Cat-Version(WS-LY-Count)
                           MOVE LY-Stamp-Date
                               TO WS-LY-Cat-Date(WS-LY-Count)
                           MOVE LY-Stamped-By
                               TO WS-LY-Cat-By(WS-LY-Count)
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LayoutFile.

      *> WS-LY-Due = "Y" unless layout.dat already has WS-LY-File at
      *> step WS-LY-Step or later. WS-LY-Found is its entry, 0 = none.
       Find-Layout-Entry.
           MOVE 0 TO WS-LY-Found
           PERFORM VARYING WS-LY-IDX FROM 1 BY 1
               UNTIL WS-LY-IDX > WS-LY-Count OR WS-LY-Found > 0
               IF WS-LY-Cat-File(WS-LY-IDX) = WS-LY-File
                   MOVE WS-LY-IDX TO WS-LY-Found
               END-IF
           END-PERFORM.

       Layout-Step-Due.
           PERFORM Find-Layout-Entry
           MOVE "Y" TO WS-LY-Due
           IF WS-LY-Found > 0
               IF WS-LY-Cat-Version(WS-LY-Found) >= WS-LY-Step
                   MOVE "N" TO WS-LY-Due
                   DISPLAY "Step " WS-LY-Step ": " WS-LY-File
                       " is already at layout "
                       WS-LY-Cat-Version(WS-LY-Found) " - skipped."
               END-IF
           END-IF.

       Stamp-Layout.
           PERFORM Find-Layout-Entry
           IF WS-LY-Found = 0 AND WS-LY-Count < 100
               ADD 1 TO WS-LY-Count
               MOVE WS-LY-Count TO WS-LY-Found
               MOVE WS-LY-File TO WS-LY-Cat-File(WS-LY-Found)
           END-IF
           IF WS-LY-Found > 0
               MOVE WS-LY-Step TO WS-LY-Cat-Version(WS-LY-Found)
               ACCEPT WS-LY-Cat-Date(WS-LY-Found) FROM DATE YYYYMMDD
               MOVE "DATACONV" TO WS-LY-Cat-By(WS-LY-Found)
           END-IF
           OPEN OUTPUT LayoutFile
           PERFORM VARYING WS-LY-IDX FROM 1 BY 1
               UNTIL WS-LY-IDX > WS-LY-Count
               MOVE WS-LY-Cat-File(WS-LY-IDX) TO LY-File-Name
               MOVE WS-LY-Cat-Version(WS-LY-IDX) TO LY-Version
               MOVE WS-LY-Cat-Date(WS-LY-IDX) TO LY-Stamp-Date
               MOVE WS-LY-Cat-By(WS-LY-IDX) TO LY-Stamped-By
               WRITE Layout-Record
           END-PERFORM
           CLOSE LayoutFile.

       Convert-Cart.
           MOVE 0 TO WS-Count
           OPEN INPUT OldCartFile
           IF File-Status NOT = "00"
               DISPLAY "cart.dat not found - skipped."
           ELSE
               OPEN OUTPUT CartWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldCartFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OC-ID TO NC-ID
                       MOVE OC-Casher-ID TO NC-Casher-ID
                       MOVE OC-Item-ID TO NC-Item-ID
                       MOVE OC-Quantity TO NC-Quantity
                       MOVE OC-Unit-Of-Price TO
                           NC-Unit-Of-Price
                       MOVE OC-Orig-Price TO NC-Orig-Price
                       MOVE OC-Ovr-Reason TO NC-Ovr-Reason
                       MOVE OC-Ovr-Approver TO NC-Ovr-Approver
                       MOVE OC-Park-Ref TO NC-Park-Ref
                       MOVE OC-Added-Date TO NC-Added-Date
                       MOVE OC-ID TO CW-Key
                       MOVE New-Cart-Record TO CW-Record
                       MOVE OC-ID TO Work-RelKey
                       WRITE Cart-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldCartFile
               CLOSE CartWorkFile

               OPEN OUTPUT NewCartFile
               OPEN INPUT CartWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ CartWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE CW-Record TO New-Cart-Record
                       MOVE CW-Key TO New-RelKey
                       WRITE New-Cart-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE CartWorkFile
               CLOSE NewCartFile
               DISPLAY "cart.dat converted: " WS-Count
                   " record(s)."
           END-IF.

       Convert-SaleCart.
           MOVE 0 TO WS-Count
           OPEN INPUT OldSaleCartFile
           IF File-Status NOT = "00"
               DISPLAY "salecart.dat not found - skipped."
           ELSE
               OPEN OUTPUT SaleWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldSaleCartFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OS-ID TO NS-ID
                       MOVE OS-Item-ID TO NS-Item-ID
                       MOVE OS-Quantity TO NS-Quantity
                       MOVE OS-Unit-Of-Price TO
                           NS-Unit-Of-Price
                       MOVE OS-Date TO NS-Date
                       MOVE OS-Orig-Price TO NS-Orig-Price
                       MOVE OS-Ovr-Reason TO NS-Ovr-Reason
                       MOVE OS-Ovr-Approver TO NS-Ovr-Approver
                       MOVE OS-ID TO SW-Key
                       MOVE New-Sale-Cart-Record TO SW-Record
                       MOVE OS-ID TO Work-RelKey
                       WRITE Sale-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldSaleCartFile
               CLOSE SaleWorkFile

               OPEN OUTPUT NewSaleCartFile
               OPEN INPUT SaleWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ SaleWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE SW-Record TO New-Sale-Cart-Record
                       MOVE SW-Key TO New-RelKey
                       WRITE New-Sale-Cart-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE SaleWorkFile
               CLOSE NewSaleCartFile
               DISPLAY "salecart.dat converted: " WS-Count
                   " record(s)."
           END-IF.

       Convert-Archive.
           MOVE 0 TO WS-Count
           OPEN INPUT OldArchFile
           IF File-Status NOT = "00"
               DISPLAY "salecartarchive.dat not found - skipped."
           ELSE
               OPEN OUTPUT ArchWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldArchFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OA-ID TO NA-ID
                       MOVE OA-Item-ID TO NA-Item-ID
                       MOVE OA-Quantity TO NA-Quantity
                       MOVE OA-Unit-Of-Price TO
                           NA-Unit-Of-Price
                       MOVE New-Arch-Record TO Arch-Work-Record
                       WRITE Arch-Work-Record
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldArchFile
               CLOSE ArchWorkFile

               OPEN OUTPUT NewArchFile
               OPEN INPUT ArchWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ ArchWorkFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Arch-Work-Record TO New-Arch-Record
                       WRITE New-Arch-Record
               END-PERFORM
               CLOSE ArchWorkFile
               CLOSE NewArchFile
               DISPLAY "salecartarchive.dat converted: "
                   WS-Count " record(s)."
           END-IF.
       Convert-Item.
           MOVE 0 TO WS-Count
           OPEN INPUT OldItemFile
           IF File-Status NOT = "00"
               DISPLAY "item.dat not found - skipped."
           ELSE
               OPEN OUTPUT ItemWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OI-ID TO NI-ID
                       MOVE OI-Barcode TO NI-Barcode
                       MOVE OI-Name TO NI-Name
                       MOVE OI-Category TO NI-Category
                       MOVE OI-Price TO NI-Price
                       MOVE OI-Cost TO NI-Cost
                       MOVE OI-Qty TO NI-Qty
                       MOVE OI-Status TO NI-Status
                       MOVE OI-Supplier-ID TO NI-Supplier-ID
                       MOVE OI-Kind TO NI-Kind
                       MOVE OI-Purch-Unit TO NI-Purch-Unit
                       MOVE OI-Conv-Factor TO NI-Conv-Factor
                       MOVE OI-Min-Age TO NI-Min-Age
                       MOVE "N" TO NI-Consign
                       MOVE "U" TO NI-Sold-By
                       MOVE "N" TO NI-Serialized
                       MOVE OI-ID TO IW-Key
                       MOVE New-Item-Record TO IW-Record
                       MOVE OI-ID TO Work-RelKey
                       WRITE Item-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldItemFile
               CLOSE ItemWorkFile

               OPEN OUTPUT NewItemFile
               OPEN INPUT ItemWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ ItemWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE IW-Record TO New-Item-Record
                       MOVE IW-Key TO New-RelKey
                       WRITE New-Item-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE ItemWorkFile
               CLOSE NewItemFile
               DISPLAY "item.dat converted: " WS-Count
                   " record(s)."
           END-IF.

       Convert-ItemBranch.
           MOVE 0 TO WS-Count
           OPEN INPUT OldIBFile
           IF File-Status NOT = "00"
               DISPLAY "itembranch.dat not found - skipped."
           ELSE
               OPEN OUTPUT IBWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldIBFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OB-ID TO NB-ID
                       MOVE OB-Item-ID TO NB-Item-ID
                       MOVE OB-Branch-ID TO NB-Branch-ID
                       MOVE OB-Qty TO NB-Qty
                       MOVE OB-ID TO BW-Key
                       MOVE New-IB-Record TO BW-Record
                       MOVE OB-ID TO Work-RelKey
                       WRITE IB-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldIBFile
               CLOSE IBWorkFile

               OPEN OUTPUT NewIBFile
               OPEN INPUT IBWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ IBWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE BW-Record TO New-IB-Record
                       MOVE BW-Key TO New-RelKey
                       WRITE New-IB-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE IBWorkFile
               CLOSE NewIBFile
               DISPLAY "itembranch.dat converted: " WS-Count
                   " record(s)."
           END-IF.

       Convert-Exceptions.
           MOVE 0 TO WS-Count
           OPEN INPUT OldExcFile
           IF File-Status NOT = "00"
               DISPLAY "exceptions.txt not found - skipped."
           ELSE
               OPEN OUTPUT ExcWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldExcFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OE-Timestamp TO NE-Timestamp
                       MOVE OE-Item-ID TO NE-Item-ID
                       MOVE OE-Expected TO NE-Expected
                       MOVE OE-Actual TO NE-Actual
                       MOVE OE-Status TO NE-Status
                       MOVE OE-Outcome TO NE-Outcome
                       MOVE OE-Priority TO NE-Priority
                       MOVE New-Exc-Record TO Exc-Work-Record
                       WRITE Exc-Work-Record
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldExcFile
               CLOSE ExcWorkFile

               OPEN OUTPUT NewExcFile
               OPEN INPUT ExcWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ ExcWorkFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Exc-Work-Record TO New-Exc-Record
                       WRITE New-Exc-Record
               END-PERFORM
               CLOSE ExcWorkFile
               CLOSE NewExcFile
               DISPLAY "exceptions.txt converted: " WS-Count
                   " record(s)."
           END-IF.
       Convert-History.
           MOVE 0 TO WS-Count
           OPEN INPUT OldHistFile
           IF File-Status NOT = "00"
               DISPLAY "history.dat not found - skipped."
           ELSE
               OPEN OUTPUT HistWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldHistFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OH-ID TO NH-ID
                       MOVE OH-Item-ID TO NH-Item-ID
                       MOVE OH-Date TO NH-Date
                       MOVE OH-Quantity TO NH-Quantity
                       MOVE OH-Unit-Of-Price TO
                           NH-Unit-Of-Price
                       MOVE OH-ID TO HW-Key
                       MOVE New-Hist-Record TO HW-Record
                       MOVE OH-ID TO Work-RelKey
                       WRITE Hist-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldHistFile
               CLOSE HistWorkFile

               OPEN OUTPUT NewHistFile
               OPEN INPUT HistWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ HistWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE HW-Record TO New-Hist-Record
                       MOVE HW-Key TO New-RelKey
                       WRITE New-Hist-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE HistWorkFile
               CLOSE NewHistFile
               DISPLAY "history.dat converted: " WS-Count
                   " record(s)."
           END-IF.
       Convert-Customer.
           MOVE 0 TO WS-Count
           OPEN INPUT OldCustFile
           IF File-Status NOT = "00"
               DISPLAY "customer.dat not found - skipped."
           ELSE
               OPEN OUTPUT CustWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldCustFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OCU-ID TO NCU-ID
                       MOVE OCU-Name TO NCU-Name
                       MOVE OCU-Phone TO NCU-Phone
                       MOVE OCU-Join-Date TO NCU-Join-Date
                       MOVE OCU-DOB TO NCU-DOB
                       MOVE OCU-Balance TO NCU-Balance
                       MOVE OCU-Credit-Limit TO
                           NCU-Credit-Limit
                       MOVE OCU-Points TO NCU-Points
                       MOVE OCU-Address TO NCU-Address
                       MOVE OCU-Tier TO NCU-Tier
                       MOVE OCU-Merged-Into TO NCU-Merged-Into
                       MOVE "N" TO NCU-Tax-Exempt
                       MOVE SPACES TO NCU-Tax-Cert
                       MOVE "N" TO NCU-Credit-Hold
                       MOVE OCU-ID TO CU-Key
                       MOVE New-Cust-Record TO CU-Record
                       MOVE OCU-ID TO Work-RelKey
                       WRITE Cust-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldCustFile
               CLOSE CustWorkFile

               OPEN OUTPUT NewCustFile
               OPEN INPUT CustWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ CustWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE CU-Record TO New-Cust-Record
                       MOVE CU-Key TO New-RelKey
                       WRITE New-Cust-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE CustWorkFile
               CLOSE NewCustFile
               DISPLAY "customer.dat converted: " WS-Count
                   " record(s)."
           END-IF.

       Convert-AcctPay.
           MOVE 0 TO WS-Count
           OPEN INPUT OldAPFile
           IF File-Status NOT = "00"
               DISPLAY "acctpay.dat not found - skipped."
           ELSE
               OPEN OUTPUT APWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldAPFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OAP-ID TO NAP-ID
                       MOVE OAP-Customer-ID TO NAP-Customer-ID
                       MOVE OAP-Amount TO NAP-Amount
                       MOVE OAP-Date TO NAP-Date
                       MOVE OAP-Casher-ID TO NAP-Casher-ID
      *>               every pre-existing row was a receipt
                       MOVE "PAY" TO NAP-Type
                       MOVE OAP-ID TO AW-Key
                       MOVE New-AP-Record TO AW-Record
                       MOVE OAP-ID TO Work-RelKey
                       WRITE AP-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldAPFile
               CLOSE APWorkFile

               OPEN OUTPUT NewAPFile
               OPEN INPUT APWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ APWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE AW-Record TO New-AP-Record
                       MOVE AW-Key TO New-RelKey
                       WRITE New-AP-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE APWorkFile
               CLOSE NewAPFile
               DISPLAY "acctpay.dat converted: " WS-Count
                   " record(s)."
           END-IF.

       Convert-Payment.
           MOVE 0 TO WS-Count
           OPEN INPUT OldPayFile
           IF File-Status NOT = "00"
               DISPLAY "payment.dat not found - skipped."
           ELSE
               OPEN OUTPUT PayWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldPayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OPY-Invoice-ID TO NPY-Invoice-ID
                       MOVE OPY-Method TO NPY-Method
                       MOVE OPY-Amount TO NPY-Amount
                       MOVE OPY-Tendered TO NPY-Tendered
                       MOVE OPY-Change TO NPY-Change
                       MOVE OPY-Date TO NPY-Date
                       MOVE OPY-Cash-Part TO NPY-Cash-Part
                       MOVE SPACES TO NPY-FX-Code
                       MOVE 0 TO NPY-FX-Amount
                       MOVE OPY-Invoice-ID TO PW-Key
                       MOVE New-Pay-Record TO PW-Record
                       MOVE OPY-Invoice-ID TO Work-RelKey
                       WRITE Pay-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldPayFile
               CLOSE PayWorkFile

               OPEN OUTPUT NewPayFile
               OPEN INPUT PayWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ PayWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE PW-Record TO New-Pay-Record
                       MOVE PW-Key TO New-RelKey
                       WRITE New-Pay-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE PayWorkFile
               CLOSE NewPayFile
               DISPLAY "payment.dat converted: " WS-Count
                   " record(s)."
           END-IF.

       Convert-Threshold.
      *>  threshold.dat has no ID field: the slot number read
      *>  from the old file is carried through the work file so
      *>  every row lands back where Find-Threshold expects it.
           MOVE 0 TO WS-Count
           OPEN INPUT OldThrFile
           IF File-Status NOT = "00"
               DISPLAY "threshold.dat not found - skipped."
           ELSE
               OPEN OUTPUT ThrWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldThrFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OTH-Category TO NTH-Category
                       MOVE OTH-Low-Stock TO NTH-Low-Stock
                       MOVE OTH-Best-Sell TO NTH-Best-Sell
                       MOVE OTH-Tax-Rate TO NTH-Tax-Rate
                       MOVE 7 TO NTH-Cover-Days
                       MOVE Old-RelKey TO TW-Key
                       MOVE New-Thr-Record TO TW-Record
                       MOVE Old-RelKey TO Work-RelKey
                       WRITE Thr-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldThrFile
               CLOSE ThrWorkFile

               OPEN OUTPUT NewThrFile
               OPEN INPUT ThrWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ ThrWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE TW-Record TO New-Thr-Record
                       MOVE TW-Key TO New-RelKey
                       WRITE New-Thr-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE ThrWorkFile
               CLOSE NewThrFile
               DISPLAY "threshold.dat converted: " WS-Count
                   " record(s)."
           END-IF.

       Convert-Orders.
           MOVE 0 TO WS-Count
           OPEN INPUT OldOrdFile
           IF File-Status NOT = "00"
               DISPLAY "ORDER.DAT not found - skipped."
           ELSE
               OPEN OUTPUT OrdWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldOrdFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OOR-Line-ID TO NOR-Line-ID
                       MOVE OOR-Order-ID TO NOR-Order-ID
                       MOVE OOR-Customer-ID TO NOR-Customer-ID
                       MOVE OOR-Item-ID TO NOR-Item-ID
                       MOVE OOR-Item-Name TO NOR-Item-Name
                       MOVE OOR-Qty TO NOR-Qty
                       MOVE OOR-Total-Amount TO
                           NOR-Total-Amount
                       MOVE OOR-Unit-Price TO NOR-Unit-Price
                       MOVE OOR-Date TO NOR-Date
                       MOVE OOR-Status TO NOR-Status
                       MOVE OOR-Deliv-Address TO
                           NOR-Deliv-Address
                       MOVE OOR-Deliv-Date TO NOR-Deliv-Date
                       MOVE 0 TO NOR-Shipped-Qty
                       MOVE SPACES TO NOR-Pod-Name
                       MOVE SPACES TO NOR-Pod-Time
                       MOVE SPACES TO NOR-Fail-Reason
                       MOVE OOR-Line-ID TO OW-Key
                       MOVE New-Ord-Record TO OW-Record
                       MOVE OOR-Line-ID TO Work-RelKey
                       WRITE Ord-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldOrdFile
               CLOSE OrdWorkFile

               OPEN OUTPUT NewOrdFile
               OPEN INPUT OrdWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OrdWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OW-Record TO New-Ord-Record
                       MOVE OW-Key TO New-RelKey
                       WRITE New-Ord-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE OrdWorkFile
               CLOSE NewOrdFile
               DISPLAY "ORDER.DAT converted: " WS-Count
                   " record(s)."
           END-IF.

       Convert-CountSheet.
           MOVE 0 TO WS-Count
           OPEN INPUT OldCSFile
           IF File-Status NOT = "00"
               DISPLAY "countsheet.dat not found - skipped."
           ELSE
               OPEN OUTPUT CSWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldCSFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OCS-ID TO NCS-ID
                       MOVE OCS-Item-ID TO NCS-Item-ID
                       MOVE OCS-Branch-ID TO NCS-Branch-ID
                       MOVE OCS-Expected TO NCS-Expected
                       MOVE OCS-Counted TO NCS-Counted
                       MOVE OCS-Variance TO NCS-Variance
                       MOVE OCS-Status TO NCS-Status
                       MOVE OCS-Date TO NCS-Date
                       MOVE OCS-Signoff TO NCS-Signoff
                       MOVE OCS-ID TO CSW-Key
                       MOVE New-CS-Record TO CSW-Record
                       MOVE OCS-ID TO Work-RelKey
                       WRITE CS-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldCSFile
               CLOSE CSWorkFile

               OPEN OUTPUT NewCSFile
               OPEN INPUT CSWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ CSWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE CSW-Record TO New-CS-Record
                       MOVE CSW-Key TO New-RelKey
                       WRITE New-CS-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE CSWorkFile
               CLOSE NewCSFile
               DISPLAY "countsheet.dat converted: " WS-Count
                   " record(s)."
           END-IF.

       Convert-Movement.
           MOVE 0 TO WS-Count
           OPEN INPUT OldMvFile
           IF File-Status NOT = "00"
               DISPLAY "movement.dat not found - skipped."
           ELSE
               OPEN OUTPUT MvWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldMvFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OMV-ID TO NMV-ID
                       MOVE OMV-Type TO NMV-Type
                       MOVE OMV-Item-ID TO NMV-Item-ID
                       MOVE OMV-Qty TO NMV-Qty
                       MOVE OMV-Ref-ID TO NMV-Ref-ID
                       MOVE OMV-User-ID TO NMV-User-ID
                       MOVE OMV-Date TO NMV-Date
                       MOVE OMV-Time TO NMV-Time
                       MOVE OMV-ID TO MW-Key
                       MOVE New-Mv-Record TO MW-Record
                       MOVE OMV-ID TO Work-RelKey
                       WRITE Mv-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldMvFile
               CLOSE MvWorkFile

               OPEN OUTPUT NewMvFile
               OPEN INPUT MvWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ MvWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE MW-Record TO New-Mv-Record
                       MOVE MW-Key TO New-RelKey
                       WRITE New-Mv-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE MvWorkFile
               CLOSE NewMvFile
               DISPLAY "movement.dat converted: " WS-Count
                   " record(s)."
           END-IF.

       Convert-Customer-Contact.
           MOVE 0 TO WS-Count
           OPEN INPUT NewCustFile
           IF File-Status NOT = "00"
               DISPLAY "customer.dat not found - skipped."
           ELSE
               OPEN OUTPUT CustWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ NewCustFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE NCU-ID TO CCU-ID
                       MOVE NCU-Name TO CCU-Name
                       MOVE NCU-Phone TO CCU-Phone
                       MOVE NCU-Join-Date TO CCU-Join-Date
                       MOVE NCU-DOB TO CCU-DOB
                       MOVE NCU-Balance TO CCU-Balance
                       MOVE NCU-Credit-Limit TO
                           CCU-Credit-Limit
                       MOVE NCU-Points TO CCU-Points
                       MOVE NCU-Address TO CCU-Address
                       MOVE NCU-Tier TO CCU-Tier
                       MOVE NCU-Merged-Into TO CCU-Merged-Into
                       MOVE NCU-Tax-Exempt TO CCU-Tax-Exempt
                       MOVE NCU-Tax-Cert TO CCU-Tax-Cert
                       MOVE NCU-Credit-Hold TO CCU-Credit-Hold
                       MOVE SPACES TO CCU-Email
                       MOVE "N" TO CCU-Consent
                       MOVE NCU-ID TO CU-Key
                       MOVE Contact-Cust-Record TO CU-Record
                       MOVE NCU-ID TO Work-RelKey
                       WRITE Cust-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE NewCustFile
               CLOSE CustWorkFile

               OPEN OUTPUT ContactCustFile
               OPEN INPUT CustWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ CustWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE CU-Record TO Contact-Cust-Record
                       MOVE CU-Key TO New-RelKey
                       WRITE Contact-Cust-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE CustWorkFile
               CLOSE ContactCustFile
               DISPLAY "customer.dat contact fields added: "
                   WS-Count " record(s)."
           END-IF.
       Convert-Invoice-Till.
           MOVE 0 TO WS-Count
           OPEN INPUT OldInvFile
           IF File-Status NOT = "00"
               DISPLAY "invoice.dat not found - skipped."
           ELSE
               OPEN OUTPUT InvWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldInvFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OIV-ID TO NIV-ID
                       MOVE OIV-Casher-ID TO NIV-Casher-ID
                       MOVE OIV-Customer-ID TO NIV-Customer-ID
                       MOVE OIV-Customer-Name TO
                           NIV-Customer-Name
                       MOVE OIV-Line-List TO NIV-Line-List
                       MOVE OIV-Total TO NIV-Total
                       MOVE OIV-Discount TO NIV-Discount
                       MOVE OIV-Tax TO NIV-Tax
                       MOVE OIV-Points TO NIV-Points
                       MOVE OIV-Promo TO NIV-Promo
                       MOVE OIV-Final TO NIV-Final
                       MOVE OIV-Date TO NIV-Date
                       MOVE OIV-Time TO NIV-Time
                       MOVE OIV-Status TO NIV-Status
                       MOVE OIV-Price-Tier TO NIV-Price-Tier
                       MOVE 0 TO NIV-Till-ID
                       MOVE OIV-ID TO IVW-Key
                       MOVE New-Inv-Record TO IVW-Record
                       MOVE OIV-ID TO Work-RelKey
                       WRITE Inv-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldInvFile
               CLOSE InvWorkFile

               OPEN OUTPUT NewInvFile
               OPEN INPUT InvWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ InvWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE IVW-Record TO New-Inv-Record
                       MOVE IVW-Key TO New-RelKey
                       WRITE New-Inv-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE InvWorkFile
               CLOSE NewInvFile
               DISPLAY "invoice.dat till number added: " WS-Count
                   " record(s)."
           END-IF.

       Convert-InvArchive-Till.
           MOVE 0 TO WS-Count
           OPEN INPUT OldIAFile
           IF File-Status NOT = "00"
               DISPLAY "invoicearchive.dat not found - skipped."
           ELSE
               OPEN OUTPUT IAWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldIAFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OIA-Body TO NIA-Body
                       MOVE 0 TO NIA-Till-ID
                       MOVE New-IA-Record TO IA-Work-Record
                       WRITE IA-Work-Record
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldIAFile
               CLOSE IAWorkFile

               OPEN OUTPUT NewIAFile
               OPEN INPUT IAWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ IAWorkFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE IA-Work-Record TO New-IA-Record
                       WRITE New-IA-Record
               END-PERFORM
               CLOSE IAWorkFile
               CLOSE NewIAFile
               DISPLAY "invoicearchive.dat till number added: "
                   WS-Count " record(s)."
           END-IF.

       Convert-Payment-Till.
           MOVE 0 TO WS-Count
           OPEN INPUT NewPayFile
           IF File-Status NOT = "00"
               DISPLAY "payment.dat not found - skipped."
           ELSE
               OPEN OUTPUT PayWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ NewPayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE NPY-Invoice-ID TO TPY-Invoice-ID
                       MOVE NPY-Method TO TPY-Method
                       MOVE NPY-Amount TO TPY-Amount
                       MOVE NPY-Tendered TO TPY-Tendered
                       MOVE NPY-Change TO TPY-Change
                       MOVE NPY-Date TO TPY-Date
                       MOVE NPY-Cash-Part TO TPY-Cash-Part
                       MOVE NPY-FX-Code TO TPY-FX-Code
                       MOVE NPY-FX-Amount TO TPY-FX-Amount
                       MOVE 0 TO TPY-Till-ID
                       MOVE NPY-Invoice-ID TO PW-Key
                       MOVE Till-Pay-Record TO PW-Record
                       MOVE NPY-Invoice-ID TO Work-RelKey
                       WRITE Pay-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE NewPayFile
               CLOSE PayWorkFile

               OPEN OUTPUT TillPayFile
               OPEN INPUT PayWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ PayWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE PW-Record TO Till-Pay-Record
                       MOVE PW-Key TO New-RelKey
                       WRITE Till-Pay-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE PayWorkFile
               CLOSE TillPayFile
               DISPLAY "payment.dat till number added: " WS-Count
                   " record(s)."
           END-IF.

       Convert-Drawer-Till.
           MOVE 0 TO WS-Count
           OPEN INPUT OldDrwFile
           IF File-Status NOT = "00"
               DISPLAY "drawer.dat not found - skipped."
           ELSE
               OPEN OUTPUT DrwWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldDrwFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE ODR-Date TO NDR-Date
                       MOVE ODR-Casher-ID TO NDR-Casher-ID
                       MOVE ODR-Type TO NDR-Type
                       MOVE ODR-Amount TO NDR-Amount
                       MOVE ODR-Reason TO NDR-Reason
                       MOVE ODR-Timestamp TO NDR-Timestamp
                       MOVE 0 TO NDR-Till-ID
                       MOVE New-Drw-Record TO Drw-Work-Record
                       WRITE Drw-Work-Record
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldDrwFile
               CLOSE DrwWorkFile

               OPEN OUTPUT NewDrwFile
               OPEN INPUT DrwWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ DrwWorkFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Drw-Work-Record TO New-Drw-Record
                       WRITE New-Drw-Record
               END-PERFORM
               CLOSE DrwWorkFile
               CLOSE NewDrwFile
               DISPLAY "drawer.dat till number added: " WS-Count
                   " record(s)."
           END-IF.

       Convert-EJ-Till.
           MOVE 0 TO WS-Count
           OPEN INPUT OldEjFile
           IF File-Status NOT = "00"
               DISPLAY "ej.dat not found - skipped."
           ELSE
               OPEN OUTPUT EjWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldEjFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OEJ-Date TO NEJ-Date
                       MOVE OEJ-Time TO NEJ-Time
                       MOVE OEJ-Casher TO NEJ-Casher
                       MOVE OEJ-Event TO NEJ-Event
                       MOVE OEJ-Ref TO NEJ-Ref
                       MOVE OEJ-Amount TO NEJ-Amount
                       MOVE OEJ-Detail TO NEJ-Detail
                       MOVE 0 TO NEJ-Till-ID
                       MOVE New-Ej-Record TO Ej-Work-Record
                       WRITE Ej-Work-Record
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldEjFile
               CLOSE EjWorkFile

               OPEN OUTPUT NewEjFile
               OPEN INPUT EjWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ EjWorkFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Ej-Work-Record TO New-Ej-Record
                       WRITE New-Ej-Record
               END-PERFORM
               CLOSE EjWorkFile
               CLOSE NewEjFile
               DISPLAY "ej.dat till number added: " WS-Count
                   " record(s)."
           END-IF.
       Convert-Customer-Staff.
           MOVE 0 TO WS-Count
           OPEN INPUT ContactCustFile
           IF File-Status NOT = "00"
               DISPLAY "customer.dat not found - skipped."
           ELSE
               OPEN OUTPUT CustWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ ContactCustFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Contact-Cust-Record TO SCU-Body
                       MOVE SPACES TO SCU-Staff-ID
                       MOVE 0 TO SCU-Staff-Allow
                       MOVE CCU-ID TO CU-Key
                       MOVE Staff-Cust-Record TO CU-Record
                       MOVE CCU-ID TO Work-RelKey
                       WRITE Cust-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE ContactCustFile
               CLOSE CustWorkFile

               OPEN OUTPUT StaffCustFile
               OPEN INPUT CustWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ CustWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE CU-Record TO Staff-Cust-Record
                       MOVE CU-Key TO New-RelKey
                       WRITE Staff-Cust-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE CustWorkFile
               CLOSE StaffCustFile
               DISPLAY "customer.dat staff fields added: "
                   WS-Count " record(s)."
           END-IF.

       Convert-Item-Class.
           MOVE 0 TO WS-Count
           OPEN INPUT NewItemFile
           IF File-Status NOT = "00"
               DISPLAY "item.dat not found - skipped."
           ELSE
               OPEN OUTPUT ItemWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ NewItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE New-Item-Record TO CI-Body
                       MOVE SPACE TO CI-ABC-Class
                       MOVE NI-ID TO IW-Key
                       MOVE Class-Item-Record TO IW-Record
                       MOVE NI-ID TO Work-RelKey
                       WRITE Item-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE NewItemFile
               CLOSE ItemWorkFile

               OPEN OUTPUT ClassItemFile
               OPEN INPUT ItemWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ ItemWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE IW-Record TO Class-Item-Record
                       MOVE IW-Key TO New-RelKey
                       WRITE Class-Item-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE ItemWorkFile
               CLOSE ClassItemFile
               DISPLAY "item.dat ABC class added: "
                   WS-Count " record(s)."
           END-IF.

       Convert-SaleCart-Cost.
           MOVE 0 TO WS-Count
           OPEN INPUT NewSaleCartFile
           IF File-Status NOT = "00"
               DISPLAY "salecart.dat not found - skipped."
           ELSE
               OPEN OUTPUT SaleWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ NewSaleCartFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE New-Sale-Cart-Record TO CSC-Body
                       MOVE 0 TO CSC-Unit-Cost
                       MOVE NS-ID TO SW-Key
                       MOVE Cost-Sale-Cart-Record TO SW-Record
                       MOVE NS-ID TO Work-RelKey
                       WRITE Sale-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE NewSaleCartFile
               CLOSE SaleWorkFile

               OPEN OUTPUT CostSaleCartFile
               OPEN INPUT SaleWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ SaleWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE SW-Record TO Cost-Sale-Cart-Record
                       MOVE SW-Key TO New-RelKey
                       WRITE Cost-Sale-Cart-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE SaleWorkFile
               CLOSE CostSaleCartFile
               DISPLAY "salecart.dat unit cost added: "
                   WS-Count " record(s)."
           END-IF.

       Convert-Drawer-Category.
           MOVE 0 TO WS-Count
           OPEN INPUT NewDrwFile
           IF File-Status NOT = "00"
               DISPLAY "drawer.dat not found - skipped."
           ELSE
               OPEN OUTPUT DrwWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ NewDrwFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE New-Drw-Record TO CDR-Body
                       MOVE 0 TO CDR-Exp-Cat
                       MOVE Cat-Drw-Record TO Drw-Work-Record
                       WRITE Drw-Work-Record
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE NewDrwFile
               CLOSE DrwWorkFile

               OPEN OUTPUT CatDrwFile
               OPEN INPUT DrwWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ DrwWorkFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Drw-Work-Record TO Cat-Drw-Record
                       WRITE Cat-Drw-Record
               END-PERFORM
               CLOSE DrwWorkFile
               CLOSE CatDrwFile
               DISPLAY "drawer.dat expense category added: "
                   WS-Count " record(s)."
           END-IF.

       Convert-PO-Lines.
           MOVE 0 TO WS-Count
           OPEN INPUT OldPOFile
           IF File-Status NOT = "00"
               DISPLAY "purchaseorder.dat not found - skipped."
           ELSE
               OPEN OUTPUT POWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldPOFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Old-PO-Record TO NPO-Body
                       MOVE 0 TO NPO-Header-ID
                       MOVE 0 TO NPO-Line-No
                       MOVE 0 TO NPO-Unit-Cost
                       MOVE OPO-ID TO POW-Key
                       MOVE New-PO-Record TO POW-Record
                       MOVE OPO-ID TO Work-RelKey
                       WRITE PO-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldPOFile
               CLOSE POWorkFile

               OPEN OUTPUT NewPOFile
               OPEN INPUT POWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ POWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE POW-Record TO New-PO-Record
                       MOVE POW-Key TO New-RelKey
                       WRITE New-PO-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE POWorkFile
               CLOSE NewPOFile
               DISPLAY "purchaseorder.dat PO header fields added: "
                   WS-Count " record(s)."
           END-IF.

       Convert-Supplier-Terms.
           MOVE 0 TO WS-Count
           OPEN INPUT OldSupFile
           IF File-Status NOT = "00"
               DISPLAY "supplier.dat not found - skipped."
           ELSE
               OPEN OUTPUT SupWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldSupFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Old-Sup-Record TO NSP-Body
                       MOVE 0 TO NSP-Min-Order
                       MOVE 0 TO NSP-Pack-Mult
                       MOVE OSP-ID TO SPW-Key
                       MOVE New-Sup-Record TO SPW-Record
                       MOVE OSP-ID TO Work-RelKey
                       WRITE Sup-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldSupFile
               CLOSE SupWorkFile

               OPEN OUTPUT NewSupFile
               OPEN INPUT SupWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ SupWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE SPW-Record TO New-Sup-Record
                       MOVE SPW-Key TO New-RelKey
                       WRITE New-Sup-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE SupWorkFile
               CLOSE NewSupFile
               DISPLAY "supplier.dat minimum order and pack "
                   "multiple added: " WS-Count " record(s)."
           END-IF.

       Convert-Lot-Supplier-Lot.
           MOVE 0 TO WS-Count
           OPEN INPUT OldLotFile
           IF File-Status NOT = "00"
               DISPLAY "lot.dat not found - skipped."
           ELSE
               OPEN OUTPUT LotWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldLotFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Old-Lot-Record TO NLT-Body
                       MOVE SPACES TO NLT-Sup-Lot
                       MOVE OLT-ID TO LTW-Key
                       MOVE New-Lot-Record TO LTW-Record
                       MOVE OLT-ID TO Work-RelKey
                       WRITE Lot-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldLotFile
               CLOSE LotWorkFile

               OPEN OUTPUT NewLotFile
               OPEN INPUT LotWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ LotWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE LTW-Record TO New-Lot-Record
                       MOVE LTW-Key TO New-RelKey
                       WRITE New-Lot-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE LotWorkFile
               CLOSE NewLotFile
               DISPLAY "lot.dat supplier lot number added: "
                   WS-Count " record(s)."
           END-IF.

       Convert-Item-Style.
           MOVE 0 TO WS-Count
           OPEN INPUT ClassItemFile
           IF File-Status NOT = "00"
               DISPLAY "item.dat not found - skipped."
           ELSE
               OPEN OUTPUT StyleWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ ClassItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Class-Item-Record TO SI-Body
                       MOVE 0 TO SI-Style-ID
                       MOVE SPACES TO SI-Size
                       MOVE SPACES TO SI-Colour
                       MOVE New-RelKey TO STW-Key
                       MOVE Style-Item-Record TO STW-Record
                       MOVE New-RelKey TO Work-RelKey
                       WRITE Style-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE ClassItemFile
               CLOSE StyleWorkFile

               OPEN OUTPUT StyleItemFile
               OPEN INPUT StyleWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ StyleWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE STW-Record TO Style-Item-Record
                       MOVE STW-Key TO New-RelKey
                       WRITE Style-Item-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE StyleWorkFile
               CLOSE StyleItemFile
               DISPLAY "item.dat style fields added: "
                   WS-Count " record(s)."
           END-IF.

       Convert-PriceChg-Branch.
           MOVE 0 TO WS-Count
           OPEN INPUT OldPChgFile
           IF File-Status NOT = "00"
               DISPLAY "pricechg.dat not found - skipped."
           ELSE
               OPEN OUTPUT PChgWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldPChgFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Old-PChg-Record TO NPC-Body
                       MOVE 0 TO NPC-Branch-ID
                       MOVE OPC-ID TO PCW-Key
                       MOVE New-PChg-Record TO PCW-Record
                       MOVE OPC-ID TO Work-RelKey
                       WRITE PChg-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldPChgFile
               CLOSE PChgWorkFile

               OPEN OUTPUT NewPChgFile
               OPEN INPUT PChgWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ PChgWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE PCW-Record TO New-PChg-Record
                       MOVE PCW-Key TO New-RelKey
                       WRITE New-PChg-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE PChgWorkFile
               CLOSE NewPChgFile
               DISPLAY "pricechg.dat target branch added: "
                   WS-Count " record(s)."
           END-IF.

       Convert-Order-Zone.
           MOVE 0 TO WS-Count
           OPEN INPUT NewOrdFile
           IF File-Status NOT = "00"
               DISPLAY "ORDER.DAT not found - skipped."
           ELSE
               OPEN OUTPUT ZoneOrdWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ NewOrdFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE New-Ord-Record TO ZO-Body
                       MOVE 0 TO ZO-Zone-ID
                       MOVE NOR-Line-ID TO ZOW-Key
                       MOVE Zone-Ord-Record TO ZOW-Record
                       MOVE NOR-Line-ID TO Work-RelKey
                       WRITE Zone-Ord-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE NewOrdFile
               CLOSE ZoneOrdWorkFile

               OPEN OUTPUT ZoneOrdFile
               OPEN INPUT ZoneOrdWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ ZoneOrdWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE ZOW-Record TO Zone-Ord-Record
                       MOVE ZOW-Key TO New-RelKey
                       WRITE Zone-Ord-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE ZoneOrdWorkFile
               CLOSE ZoneOrdFile
               DISPLAY "ORDER.DAT delivery zone added: "
                   WS-Count " record(s)."
           END-IF.

       Convert-Customer-Cheque.
           MOVE 0 TO WS-Count
           OPEN INPUT StaffCustFile
           IF File-Status NOT = "00"
               DISPLAY "customer.dat not found - skipped."
           ELSE
               OPEN OUTPUT CustWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ StaffCustFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Staff-Cust-Record TO QCU-Body
                       MOVE 0 TO QCU-Cheque-Limit
                       MOVE "N" TO QCU-Cheque-Block
                       MOVE New-RelKey TO CU-Key
                       MOVE Chq-Cust-Record TO CU-Record
                       MOVE CU-Key TO Work-RelKey
                       WRITE Cust-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE StaffCustFile
               CLOSE CustWorkFile

               OPEN OUTPUT ChqCustFile
               OPEN INPUT CustWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ CustWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE CU-Record TO Chq-Cust-Record
                       MOVE CU-Key TO New-RelKey
                       WRITE Chq-Cust-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE CustWorkFile
               CLOSE ChqCustFile
               DISPLAY "customer.dat cheque fields added: "
                   WS-Count " record(s)."
           END-IF.

       Convert-PO-Branch.
           MOVE 0 TO WS-Count
           OPEN INPUT NewPOFile
           IF File-Status NOT = "00"
               DISPLAY "purchaseorder.dat not found - skipped."
           ELSE
               OPEN OUTPUT BrPOWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ NewPOFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE New-PO-Record TO BPO-Body
                       MOVE 0 TO BPO-Branch-ID
                       MOVE New-RelKey TO BPW-Key
                       MOVE Br-PO-Record TO BPW-Record
                       MOVE New-RelKey TO Work-RelKey
                       WRITE Br-PO-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE NewPOFile
               CLOSE BrPOWorkFile

               OPEN OUTPUT BrPOFile
               OPEN INPUT BrPOWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ BrPOWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE BPW-Record TO Br-PO-Record
                       MOVE BPW-Key TO New-RelKey
                       WRITE Br-PO-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE BrPOWorkFile
               CLOSE BrPOFile
               DISPLAY "purchaseorder.dat branch added: "
                   WS-Count " record(s)."
           END-IF.
       Convert-ItemBranch-Shelf.
           MOVE 0 TO WS-Count
           OPEN INPUT NewIBFile
           IF File-Status NOT = "00"
               DISPLAY "itembranch.dat not found - skipped."
           ELSE
               OPEN OUTPUT ShelfIBWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ NewIBFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE New-IB-Record TO SIB-Body
                       MOVE 0 TO SIB-Shelf-Qty
                       MOVE New-RelKey TO SIW-Key
                       MOVE Shelf-IB-Record TO SIW-Record
                       MOVE New-RelKey TO Work-RelKey
                       WRITE Shelf-IB-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE NewIBFile
               CLOSE ShelfIBWorkFile

               OPEN OUTPUT ShelfIBFile
               OPEN INPUT ShelfIBWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ ShelfIBWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE SIW-Record TO Shelf-IB-Record
                       MOVE SIW-Key TO New-RelKey
                       WRITE Shelf-IB-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE ShelfIBWorkFile
               CLOSE ShelfIBFile
               DISPLAY "itembranch.dat shelf quantity added: "
                   WS-Count " record(s)."
           END-IF.

       Convert-BinLoc.
           MOVE 0 TO WS-Count
           OPEN INPUT OldBinFile
           IF File-Status NOT = "00"
               DISPLAY "binloc.dat not found - skipped."
           ELSE
               OPEN OUTPUT BinWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldBinFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OBN-ID TO NBN-ID
                       MOVE OBN-Body TO NBN-Body
                       MOVE 0 TO NBN-Shelf-Cap
                       MOVE Old-RelKey TO BNW-Key
                       MOVE New-Bin-Record TO BNW-Record
                       MOVE Old-RelKey TO Work-RelKey
                       WRITE Bin-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldBinFile
               CLOSE BinWorkFile

               OPEN OUTPUT NewBinFile
               OPEN INPUT BinWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ BinWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE BNW-Record TO New-Bin-Record
                       MOVE BNW-Key TO New-RelKey
                       WRITE New-Bin-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE BinWorkFile
               CLOSE NewBinFile
               DISPLAY "binloc.dat converted: " WS-Count
                   " record(s)."
           END-IF.
       Convert-Admin-Login.
           MOVE 0 TO WS-Count
           ACCEPT WS-Conv-Date FROM DATE YYYYMMDD
           OPEN INPUT OldAdmFile
           IF File-Status NOT = "00"
               DISPLAY "admin.txt not found - skipped."
           ELSE
               OPEN OUTPUT AdmWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldAdmFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OAD-Body TO NAD-Body
                       MOVE "N" TO NAD-Disabled
                       MOVE WS-Conv-Date TO NAD-Last-Login
                       MOVE New-Adm-Record TO Adm-Work-Record
                       WRITE Adm-Work-Record
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldAdmFile
               CLOSE AdmWorkFile

               OPEN OUTPUT NewAdmFile
               OPEN INPUT AdmWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ AdmWorkFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Adm-Work-Record TO New-Adm-Record
                       WRITE New-Adm-Record
               END-PERFORM
               CLOSE AdmWorkFile
               CLOSE NewAdmFile
               DISPLAY "admin.txt converted: " WS-Count
                   " record(s)."
           END-IF.
       Convert-Casher-Login.
           MOVE 0 TO WS-Count
           ACCEPT WS-Conv-Date FROM DATE YYYYMMDD
           OPEN INPUT OldCshFile
           IF File-Status NOT = "00"
               DISPLAY "casher.txt not found - skipped."
           ELSE
               OPEN OUTPUT CshWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldCshFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OCS-Body TO NCS-Body
                       MOVE "N" TO NCS-Disabled
                       MOVE WS-Conv-Date TO NCS-Last-Login
                       MOVE New-Csh-Record TO Csh-Work-Record
                       WRITE Csh-Work-Record
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldCshFile
               CLOSE CshWorkFile

               OPEN OUTPUT NewCshFile
               OPEN INPUT CshWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ CshWorkFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Csh-Work-Record TO New-Csh-Record
                       WRITE New-Csh-Record
               END-PERFORM
               CLOSE CshWorkFile
               CLOSE NewCshFile
               DISPLAY "casher.txt converted: " WS-Count
                   " record(s)."
           END-IF.

       Convert-Customer-Billing.
           MOVE 0 TO WS-Count
           OPEN INPUT ChqCustFile
           IF File-Status NOT = "00"
               DISPLAY "customer.dat not found - skipped."
           ELSE
               OPEN OUTPUT CustWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ ChqCustFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE Chq-Cust-Record TO BCU-Body
                       MOVE "D" TO BCU-Billing
                       MOVE New-RelKey TO CU-Key
                       MOVE Bill-Cust-Record TO CU-Record
                       MOVE CU-Key TO Work-RelKey
                       WRITE Cust-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE ChqCustFile
               CLOSE CustWorkFile

               OPEN OUTPUT BillCustFile
               OPEN INPUT CustWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ CustWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE CU-Record TO Bill-Cust-Record
                       MOVE CU-Key TO New-RelKey
                       WRITE Bill-Cust-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE CustWorkFile
               CLOSE BillCustFile
               DISPLAY "customer.dat billing method added: "
                   WS-Count " record(s)."
           END-IF.
       Convert-Repair-Billing.
           MOVE 0 TO WS-Count
           OPEN INPUT OldRepairFile
           IF File-Status NOT = "00"
               DISPLAY "repair.dat not found - skipped."
           ELSE
               OPEN OUTPUT RepWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldRepairFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE ORP-Body TO NRP-Body
                       MOVE "C" TO NRP-Charge
                       MOVE 0 TO NRP-Bill-Invoice
                       MOVE 0 TO NRP-Claim-ID
                       MOVE 0 TO NRP-Collected
                       MOVE Old-RelKey TO RPW-Key
                       MOVE New-Repair-Record TO RPW-Record
                       MOVE Old-RelKey TO Work-RelKey
                       WRITE Rep-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldRepairFile
               CLOSE RepWorkFile

               OPEN OUTPUT NewRepairFile
               OPEN INPUT RepWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ RepWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE RPW-Record TO New-Repair-Record
                       MOVE RPW-Key TO New-RelKey
                       WRITE New-Repair-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE RepWorkFile
               CLOSE NewRepairFile
               DISPLAY "repair.dat converted: " WS-Count
                   " record(s)."
           END-IF.
       Convert-Term-Refunds.
           MOVE 0 TO WS-Count
           OPEN INPUT OldTermFile
           IF File-Status NOT = "00"
               DISPLAY "terminal.dat not found - skipped."
           ELSE
               OPEN OUTPUT TermWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldTermFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OTM-Body TO NTM-Body
                       MOVE 0 TO NTM-Cash-Refund
                       MOVE Old-RelKey TO TMW-Key
                       MOVE New-Term-Record TO TMW-Record
                       MOVE Old-RelKey TO Work-RelKey
                       WRITE Term-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldTermFile
               CLOSE TermWorkFile

               OPEN OUTPUT NewTermFile
               OPEN INPUT TermWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ TermWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE TMW-Record TO New-Term-Record
                       MOVE TMW-Key TO New-RelKey
                       WRITE New-Term-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE TermWorkFile
               CLOSE NewTermFile
               DISPLAY "terminal.dat converted: " WS-Count
                   " record(s)."
           END-IF.
       Convert-Sale-Txn.
           MOVE 0 TO WS-Count
           OPEN INPUT OldSaleTxnFile
           IF File-Status NOT = "00"
               DISPLAY "saletxn.dat not found - skipped."
           ELSE
               OPEN OUTPUT TxnWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ OldSaleTxnFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE OSX-Body TO NSX-Body
                       MOVE 0 TO NSX-Points-Cust
                       MOVE 0 TO NSX-Points-Redeem
                       MOVE 0 TO NSX-Points-Earned
                       MOVE SPACES TO NSX-Pay-Method
                       MOVE 0 TO NSX-Pay-Tendered
                       MOVE 0 TO NSX-Pay-Change
                       MOVE 0 TO NSX-Pay-Cash-Part
                       MOVE SPACES TO NSX-Pay-FX-Code
                       MOVE 0 TO NSX-Pay-FX-Amount
                       MOVE 0 TO NSX-Disc-Count
                       MOVE Old-RelKey TO SXW-Key
                       MOVE New-Sale-Txn-Record TO SXW-Record
                       MOVE Old-RelKey TO Work-RelKey
                       WRITE Txn-Work-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
                       ADD 1 TO WS-Count
               END-PERFORM
               CLOSE OldSaleTxnFile
               CLOSE TxnWorkFile

               OPEN OUTPUT NewSaleTxnFile
               OPEN INPUT TxnWorkFile
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ TxnWorkFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       MOVE SXW-Record TO New-Sale-Txn-Record
                       MOVE SXW-Key TO New-RelKey
                       WRITE New-Sale-Txn-Record INVALID KEY
                       DISPLAY "Error: Unable to write record."
                       END-WRITE
               END-PERFORM
               CLOSE TxnWorkFile
               CLOSE NewSaleTxnFile
               DISPLAY "saletxn.dat converted: " WS-Count
                   " record(s)."
           END-IF.
       END PROGRAM DATACONV.
