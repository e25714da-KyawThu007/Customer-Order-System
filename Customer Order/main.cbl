           RELATIVE KEY IS Repair-RelKey
            FILE STATUS IS File-Status.

           SELECT RepairLineFile ASSIGN TO "repairln.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RepairLine-RelKey
            FILE STATUS IS File-Status.

           SELECT BarcIdxFile ASSIGN TO "barcidx.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Quar-RelKey
            FILE STATUS IS File-Status.

           SELECT LabelFile ASSIGN TO "labels.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Label-RelKey
            FILE STATUS IS File-Status.

           SELECT ClearFile ASSIGN TO "clearance.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Clear-RelKey
            FILE STATUS IS File-Status.

           SELECT ReplCfgFile ASSIGN TO "replcfg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT RebateFile ASSIGN TO "rebate.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Rebate-RelKey
            FILE STATUS IS File-Status.

           SELECT SettleFile ASSIGN TO "settle.csv"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT DisputeFile ASSIGN TO "dispute.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Dispute-RelKey
            FILE STATUS IS File-Status.

           SELECT OutboxFile ASSIGN TO "outbox.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Outbox-RelKey
            FILE STATUS IS File-Status.

           SELECT OutPickFile ASSIGN TO "outbox.csv"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT OutRespFile ASSIGN TO "outresp.csv"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT LotTraceFile ASSIGN TO "lottrace.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS LotTrace-RelKey
            FILE STATUS IS File-Status.

           SELECT NoRcptFile ASSIGN TO "norcpt.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS NoRcpt-RelKey
            FILE STATUS IS File-Status.

           SELECT TermFile ASSIGN TO "terminal.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Term-RelKey
            FILE STATUS IS File-Status.

           SELECT ZReadFile ASSIGN TO "zreading.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS ZRead-RelKey
            FILE STATUS IS File-Status.

           SELECT PayDedFile ASSIGN TO "payded.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS PayDed-RelKey
            FILE STATUS IS File-Status.

           SELECT PayrollCsvFile ASSIGN TO "payroll.csv"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT RosterFile ASSIGN TO "roster.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Roster-RelKey
            FILE STATUS IS File-Status.

           SELECT RentRateFile ASSIGN TO "rentrate.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RentRate-RelKey
            FILE STATUS IS File-Status.

           SELECT RentalFile ASSIGN TO "rental.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Rental-RelKey
            FILE STATUS IS File-Status.

           SELECT BranchPLCsvFile ASSIGN TO "branchpl.csv"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT ExpCatFile ASSIGN TO "expcat.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS ExpCat-RelKey
            FILE STATUS IS File-Status.

           SELECT ExpBillFile ASSIGN TO "expbill.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS ExpBill-RelKey
            FILE STATUS IS File-Status.

           SELECT RetainTallyFile ASSIGN TO "retain.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RetainTally-RelKey
            FILE STATUS IS File-Status.

           SELECT CtlTotalFile ASSIGN TO "ctltotal.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS CtlTotal-RelKey
            FILE STATUS IS File-Status.

           SELECT RollJrnlFile ASSIGN TO "rowjrnl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT RptSchedFile ASSIGN TO "rptsched.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RptSched-RelKey
            FILE STATUS IS File-Status.

           SELECT PoHdrFile ASSIGN TO "pohdr.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS POH-RelKey
            FILE STATUS IS File-Status.

           SELECT AsnCsvFile ASSIGN TO "asn.csv"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT AsnErrFile ASSIGN TO "asnerr.txt"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT AsnStageFile ASSIGN TO "asnstage.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS AsnStage-RelKey
            FILE STATUS IS File-Status.

           SELECT SubstFile ASSIGN TO "subst.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Subst-RelKey
            FILE STATUS IS File-Status.

           SELECT StyleFile ASSIGN TO "style.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Style-RelKey
            FILE STATUS IS File-Status.

           SELECT BrPriceFile ASSIGN TO "brprice.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS BrPrice-RelKey
            FILE STATUS IS File-Status.

           SELECT ZoneFile ASSIGN TO "delzone.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Zone-RelKey
            FILE STATUS IS File-Status.

           SELECT DelChgFile ASSIGN TO "delchg.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS DelChg-RelKey
            FILE STATUS IS File-Status.

           SELECT ChequeFile ASSIGN TO "cheque.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Cheque-RelKey
            FILE STATUS IS File-Status.

           SELECT OtbFile ASSIGN TO "otb.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS OTB-RelKey
            FILE STATUS IS File-Status.

           SELECT ShelfTaskFile ASSIGN TO "shelftask.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS ShelfTask-RelKey
            FILE STATUS IS File-Status.

           SELECT FiscalFile ASSIGN TO "fiscal.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Fiscal-RelKey
            FILE STATUS IS File-Status.

           SELECT ChgReqFile ASSIGN TO "chgreq.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS ChgReq-RelKey
            FILE STATUS IS File-Status.

           SELECT LoginHistFile ASSIGN TO "loginhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT DayFile ASSIGN TO WS-DY-Path
           ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT DayRegFile ASSIGN TO "dayreg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT CompetitorFile ASSIGN TO "competitor.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Cmpt-RelKey
            FILE STATUS IS File-Status.

           SELECT SurveyFile ASSIGN TO "compsurvey.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT SurveyCsvFile ASSIGN TO "compsurvey.csv"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT SurveyErrFile ASSIGN TO "compsurveyerr.txt"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT SpecOrdFile ASSIGN TO "specord.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS SpecOrd-RelKey
            FILE STATUS IS File-Status.

           SELECT DepositFile ASSIGN TO "deposit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT ARItemFile ASSIGN TO "aritem.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS ARItem-RelKey
            FILE STATUS IS File-Status.

           SELECT ARAllocFile ASSIGN TO "aralloc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
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

           SELECT SumCartFile ASSIGN TO "sumcart.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS SumCart-RelKey
            FILE STATUS IS File-Status.

           SELECT DeadTallyFile ASSIGN TO "deadtally.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS DeadTally-RelKey
            FILE STATUS IS File-Status.

           SELECT SaleTxnFile ASSIGN TO "saletxn.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS SaleTxn-RelKey
            FILE STATUS IS File-Status.

           SELECT CampaignFile ASSIGN TO "campaign.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Campaign-RelKey
            FILE STATUS IS File-Status.

           SELECT CampTargetFile ASSIGN TO "camptarget.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT CampTallyFile ASSIGN TO "camptally.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS CampTally-RelKey
            FILE STATUS IS File-Status.

           SELECT SafeFile ASSIGN TO "safe.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT SodFile ASSIGN TO "sod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT GrniTallyFile ASSIGN TO "grni.tmp"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS GrniTally-RelKey
            FILE STATUS IS File-Status.

           SELECT AccrualFile ASSIGN TO "accrual.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT UnbilledFile ASSIGN TO "unbilled.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Unbilled-RelKey
            FILE STATUS IS File-Status.

           SELECT FactCtlFile ASSIGN TO "factctl.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS FactCtl-RelKey
            FILE STATUS IS File-Status.

           SELECT FactPendFile ASSIGN TO "factpend.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS FactPend-RelKey
            FILE STATUS IS File-Status.

           SELECT SubLogFile ASSIGN TO "sublog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS File-Status.

           SELECT LayoutFile ASSIGN TO "layout.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS File-Status.
       DATA DIVISION.
       FILE SECTION.
       FD AdminFile.
           05 Admin-Fail-Count PIC 9(2) VALUE ZEROES.
           05 Admin-Lock-Date  PIC 9(8) VALUE ZEROES.
           05 Admin-Lock-Secs  PIC 9(5) VALUE ZEROES.
      *>   Y = switched off (dormant, or by an administrator)
           05 Admin-Disabled   PIC X VALUE "N".
           05 Admin-Last-Login PIC 9(8) VALUE ZEROES.

       FD CasherFile.
       01 Casher-Record.
           05 Casher-Lock-Date  PIC 9(8) VALUE ZEROES.
           05 Casher-Lock-Secs  PIC 9(5) VALUE ZEROES.
           05 Casher-Branch-ID  PIC 9(3) VALUE ZEROES.
           05 Casher-Disabled   PIC X VALUE "N".
           05 Casher-Last-Login PIC 9(8) VALUE ZEROES.

       FD CategoryFile.
       01 Category-Record.
           05 Item-Supplier-ID PIC 9(5) VALUE ZEROES.
           05 Item-Kind        PIC X(1) VALUE "S".
               88 Item-Is-Bundle VALUE "B".
               88 Item-Is-Rental VALUE "R".
               88 Item-Is-Special VALUE "O".
               88 Item-Is-Service VALUE "V".
           05 Item-Purch-Unit  PIC X(4) VALUE "EACH".
           05 Item-Conv-Factor PIC 9(3) VALUE 1.
           05 Item-Min-Age     PIC 9(2) VALUE ZEROES.
               88 Item-By-Weight VALUE "W".
           05 Item-Serialized  PIC X(1) VALUE "N".
               88 Item-Is-Serialized VALUE "Y".
           05 Item-ABC-Class   PIC X(1) VALUE SPACE.
               88 Item-Class-A VALUE "A".
               88 Item-Class-B VALUE "B".
           05 Item-Style-ID    PIC 9(5) VALUE ZEROES.
               88 Item-In-Style VALUE 1 THRU 99999.
           05 Item-Size        PIC X(4) VALUE SPACES.
           05 Item-Colour      PIC X(8) VALUE SPACES.

       FD HistoryFile.
       01 History-Record.
           05 Sale-Cart-Orig-Price       PIC 9(8)V99 VALUE ZEROES.
           05 Sale-Cart-Ovr-Reason       PIC X(3) VALUE SPACES.
           05 Sale-Cart-Ovr-Approver     PIC X(6) VALUE SPACES.
           05 Sale-Cart-Unit-Cost        PIC 9(5)V99 VALUE ZEROES.
       FD InvoiceFile.
       01 Invoice-Record.
           05 Invoice-ID               PIC 9(5).
           05 Invoice-Time             PIC X(11).
           05 Invoice-Status           PIC A(9).
           05 Invoice-Price-Tier       PIC X(1) VALUE "R".
           05 Invoice-Till-ID          PIC 9(3) VALUE ZEROES.

       FD CounterFile.
       01 Counter-Record.
           05 Customer-Tax-Cert    PIC X(12) VALUE SPACES.
           05 Customer-Credit-Hold PIC X(1) VALUE "N".
               88 Customer-On-Hold VALUE "Y".
           05 Customer-Email       PIC X(40) VALUE SPACES.
           05 Customer-Consent     PIC X(1) VALUE "N".
               88 Consent-Email VALUE "E".
               88 Consent-SMS   VALUE "S".
               88 Consent-Both  VALUE "B".
               88 Consent-None  VALUE "N" SPACE.
      *>   staff customers: the casher login they belong to and
      *>   their monthly staff-purchase allowance (0 = no limit)
           05 Customer-Staff-ID    PIC X(6) VALUE SPACES.
           05 Customer-Staff-Allow PIC 9(7)V99 VALUE ZEROES.
      *>   largest single cheque accepted (0 = no cheques) and the
      *>   block set when one of their cheques comes back unpaid
           05 Customer-Cheque-Limit PIC 9(7)V99 VALUE ZEROES.
           05 Customer-Cheque-Block PIC X(1) VALUE "N".
               88 Customer-Cheque-Blocked VALUE "Y".
      *>   D = invoice each delivered order, M = hold deliveries for
      *>   one account invoice at the month-end billing run
           05 Customer-Billing     PIC X(1) VALUE "D".
               88 Customer-Bill-Per-Order VALUE "D" SPACE.
               88 Customer-Bill-Monthly   VALUE "M".

       FD AuditFile.
       01 Audit-Record.
           05 PO-Received-Qty   PIC 9(5) VALUE ZEROES.
           05 PO-Received-Date  PIC 9(8) VALUE ZEROES.
           05 PO-Supplier-ID    PIC 9(5) VALUE ZEROES.
           05 PO-Header-ID      PIC 9(5) VALUE ZEROES.
           05 PO-Line-No        PIC 9(3) VALUE ZEROES.
           05 PO-Unit-Cost      PIC 9(7)V99 VALUE ZEROES.
      *>   branch the goods are bought for (0 = company stock)
           05 PO-Branch-ID      PIC 9(3) VALUE ZEROES.

       FD JobLogFile.
       01 JobLog-Record.
           05 Arch-Invoice-Time        PIC X(11).
           05 Arch-Invoice-Status      PIC A(9).
           05 Arch-Price-Tier          PIC X(1).
           05 Arch-Till-ID             PIC 9(3).

       FD SaleCartArchiveFile.
       01 Sale-Cart-Archive-Record.
           05 IB-Item-ID    PIC 9(5).
           05 IB-Branch-ID  PIC 9(3).
           05 IB-Qty        PIC 9(7).
      *>    Part of IB-Qty out on the shelf; the rest is in the
      *>    backroom.
           05 IB-Shelf-Qty  PIC 9(7).

       FD ClosingFile.
       01 Closing-Record.
           05 Pay-Cash-Part    PIC 9(9)V99.
           05 Pay-FX-Code      PIC X(3) VALUE SPACES.
           05 Pay-FX-Amount    PIC 9(9)V99 VALUE ZEROES.
           05 Pay-Till-ID      PIC 9(3) VALUE ZEROES.

       FD PointLogFile.
       01 PointLog-Record.
           05 QL-Status      PIC X(9).

      *> Every quantity change in one journal: SALE, RETN(return/
      *> cancel), RCPT(receipt), PORC (receipt against a PO line),
      *> ADJ (adjustment/count), TRNF (branch transfer), REPR (part
      *> used on a repair ticket), with the reference document and
      *> user.
       FD MovementFile.
       01 Movement-Record.
           05 Mv-ID      PIC 9(5).
           05 Lot-Qty-Left PIC 9(5).
           05 Lot-Expiry   PIC 9(8).
           05 Lot-Received PIC 9(8).
           05 Lot-Supplier-Lot PIC X(12) VALUE SPACES.

       FD CountSheetFile.
       01 CountSheet-Record.
           05 Sup-Contact   PIC X(15).
           05 Sup-Terms     PIC X(10).
           05 Sup-Lead-Days PIC 9(3).
           05 Sup-Min-Order PIC 9(7)V99 VALUE ZEROES.
           05 Sup-Pack-Multiple PIC 9(3) VALUE ZEROES.

       FD PromoFile.
       01 Promo-Record.
           05 PC-New-Price      PIC 9(5)V99.
           05 PC-Effective-Date PIC 9(8).
           05 PC-Status         PIC X(8).
      *>   0 = company price (Item-Price), else that branch only
           05 PC-Branch-ID      PIC 9(3) VALUE ZEROES.

       FD PriceHistFile.
       01 PriceHist-Record.
           05 Drawer-Amount    PIC 9(9)V99.
           05 Drawer-Reason    PIC X(20).
           05 Drawer-Timestamp PIC X(14).
           05 Drawer-Till-ID   PIC 9(3).
           05 Drawer-Exp-Cat   PIC 9(3) VALUE ZEROES.

       FD AcctPayFile.
       01 AcctPay-Record.
           05 AP-Type          PIC X(3) VALUE "PAY".
               88 AP-Is-Payment     VALUE "PAY" SPACES.
               88 AP-Finance-Charge VALUE "FIN".
               88 AP-Returned-Cheque VALUE "RCQ".
               88 AP-Cheque-Fee     VALUE "CQF".

       FD StatementFile.
       01 Statement-Line PIC X(100).
           05 BIN-Item-ID   PIC 9(5).
           05 BIN-Branch-ID PIC 9(3).
           05 BIN-Location  PIC X(8).
           05 BIN-Shelf-Cap PIC 9(5).

      *> Standing orders: the cafe that wants the same goods every
      *> Monday and Thursday. One row per customer and item with a
           05 Ord-Pod-Name      PIC X(15).
           05 Ord-Pod-Time      PIC X(5).
           05 Ord-Fail-Reason   PIC X(12).
           05 Ord-Zone-ID       PIC 9(3).

      *> Layaway plans: the till sets the goods aside (stock comes
      *> off the shelf under a LAWY movement), instalments are
      *> Repair and warranty tickets: the shelf of broken goods
      *> with sticky notes, replaced. A ticket tracks the unit
      *> from RECEIVED through ATSUPP (tied into the RTV flow) to
      *> READY and COLLECTED. A chargeable ticket's parts and
      *> labour are billed on a till invoice when it is collected;
      *> a warranty ticket's cost is claimed from the supplier.
       FD RepairFile.
       01 Repair-Record.
           05 RT-ID          PIC 9(5).
           05 RT-Opened      PIC 9(8).
           05 RT-Notes       PIC X(20).
           05 RT-Rtv-ID      PIC 9(5).
           05 RT-Charge      PIC X(1) VALUE "C".
               88 RT-Chargeable VALUE "C" SPACE.
               88 RT-Warranty   VALUE "W".
           05 RT-Bill-Invoice PIC 9(5) VALUE ZEROES.
           05 RT-Claim-ID    PIC 9(5) VALUE ZEROES.
           05 RT-Collected   PIC 9(8) VALUE ZEROES.

      *> Parts and labour booked against a repair ticket. A part
      *> comes off stock when it is booked (REPR movement, ref =
      *> ticket); labour is a service item (Item-Kind V) at its
      *> hourly rate. Quantity is units or hours, prices are per
      *> unit. The sale-cart line is filled in when the ticket is
      *> billed at collection.
       FD RepairLineFile.
       01 Repair-Line-Record.
           05 RPL-ID         PIC 9(5).
           05 RPL-Ticket-ID  PIC 9(5).
           05 RPL-Kind       PIC X(1).
               88 RPL-Is-Part   VALUE "P".
               88 RPL-Is-Labour VALUE "L".
           05 RPL-Item-ID    PIC 9(5).
           05 RPL-Qty        PIC 9(3)V99.
           05 RPL-Price      PIC 9(5)V99.
           05 RPL-Cost       PIC 9(5)V99.
           05 RPL-Date       PIC 9(8).
           05 RPL-User       PIC X(6).
           05 RPL-Cart-ID    PIC 9(5).

      *> Hashed barcode-to-item index so a scan is one or two
      *> keyed reads instead of a walk of the whole item master.
           05 EJ-Ref    PIC 9(5).
           05 EJ-Amount PIC 9(9)V99.
           05 EJ-Detail PIC X(20).
           05 EJ-Till   PIC 9(3).

      *> Till settings the admin can change without a rebuild -
      *> today just the idle-lock timeout in seconds.
           05 QR-Status    PIC X(9).
           05 QR-Disp-Date PIC 9(8).

      *> Shelf-edge label queue: one row per item per branch whose
      *> price moved, built from the day's pricehist.dat rows and
      *> held PENDING until the branch prints its batch. A second
      *> change before printing updates the pending row, so the
      *> shelf never gets two tickets for one item.
       FD LabelFile.
       01 Label-Record.
           05 LBL-ID         PIC 9(5).
           05 LBL-PH-ID      PIC 9(5).
           05 LBL-Item-ID    PIC 9(5).
           05 LBL-Branch-ID  PIC 9(3).
           05 LBL-Bin        PIC X(8).
           05 LBL-Name       PIC X(20).
           05 LBL-Barcode    PIC X(13).
           05 LBL-Unit       PIC X(4).
           05 LBL-Old-Price  PIC 9(5)V99.
           05 LBL-New-Price  PIC 9(5)V99.
           05 LBL-Date       PIC 9(8).
           05 LBL-Status     PIC X(7).
           05 LBL-Print-Date PIC 9(8).

      *> Clearance markdown plan, one per item: up to three
      *> percentage cuts off the pre-clearance price a fixed number
      *> of days apart, then a write-off of whatever is left. The
      *> nightly batch moves CL-Cur-Step on; each step's start date
      *> is kept so sell-through can be split by step.
       FD ClearFile.
       01 Clear-Record.
           05 CL-ID         PIC 9(5).
           05 CL-Item-ID    PIC 9(5).
           05 CL-Orig-Price PIC 9(5)V99.
           05 CL-Step-Days  PIC 9(3).
           05 CL-Step-Pct   PIC 9(2) OCCURS 3 TIMES.
           05 CL-Cur-Step   PIC 9(1).
           05 CL-Step-Date  PIC 9(8) OCCURS 4 TIMES.
           05 CL-Next-Date  PIC 9(8).
           05 CL-Start-Qty  PIC 9(7).
           05 CL-WO-Qty     PIC 9(7).
           05 CL-Status     PIC X(9).

      *> Replenishment settings: which branch is the central
      *> stockroom that tops the stores up, how many days of sales
      *> to read, and how many days of cover a store should hold.
       FD ReplCfgFile.
       01 ReplCfg-Record.
           05 RC-Stockroom     PIC 9(3).
           05 RC-Lookback-Days PIC 9(3).
           05 RC-Cover-Days    PIC 9(3).

      *> Supplier volume rebate agreement: up to three tiers of
      *> purchase value over the agreement period. Reaching a tier
      *> earns its percentage on the whole period's purchases.
      *> RB-Claimed is what the supplier has confirmed and we have
      *> booked as an AP credit so far.
       FD RebateFile.
       01 Rebate-Record.
           05 RB-ID          PIC 9(5).
           05 RB-Supplier-ID PIC 9(5).
           05 RB-Start-Date  PIC 9(8).
           05 RB-End-Date    PIC 9(8).
           05 RB-Tier OCCURS 3 TIMES.
               10 RB-Tier-Min PIC 9(9)V99.
               10 RB-Tier-Pct PIC 9(2)V99.
           05 RB-Claimed     PIC 9(9)V99.
           05 RB-Status      PIC X(6).

      *> Card processor's daily settlement drop, one CSV line per
      *> transaction: date,invoice,amount,type,fee,processor-ref
      *> where type is SALE, REFUND or CHBK (chargeback).
       FD SettleFile.
       01 Settle-Record PIC X(100).

      *> Chargeback dispute case, opened from the settlement
      *> reconciliation against the invoice it hit; the invoice's
      *> till journal (ej.dat) is the evidence. Stays OPEN until
      *> WON or WRITEOFF.
       FD DisputeFile.
       01 Dispute-Record.
           05 DP-ID         PIC 9(5).
           05 DP-Invoice-ID PIC 9(5).
           05 DP-Amount     PIC 9(9)V99.
           05 DP-Date       PIC 9(8).
           05 DP-Proc-Ref   PIC X(12).
           05 DP-Status     PIC X(8).
           05 DP-Close-Date PIC 9(8).
           05 DP-Note       PIC X(20).

      *> Customer notification outbox. One row per message the
      *> mail/SMS gateway is to send: QUEUED when raised, PICKED
      *> once written to outbox.csv for the gateway, then SENT,
      *> FAILED or BOUNCED as the gateway reports back in
      *> outresp.csv. FAILED/BOUNCED rows are phoned by staff and
      *> marked PHONED. OB-Key-Date keeps a reminder from being
      *> raised twice for the same due date or letter run.
       FD OutboxFile.
       01 Outbox-Record.
           05 OB-ID          PIC 9(5).
           05 OB-Template    PIC X(10).
           05 OB-Customer-ID PIC 9(5).
           05 OB-Channel     PIC X(5).
           05 OB-Address     PIC X(40).
           05 OB-Ref-ID      PIC 9(5).
           05 OB-Key-Date    PIC 9(8).
           05 OB-Note        PIC X(30).
           05 OB-Created     PIC 9(8).
           05 OB-Status      PIC X(8).
           05 OB-Status-Date PIC 9(8).
           05 OB-Detail      PIC X(30).

      *> Gateway pickup file, appended to on each export:
      *> id,template,channel,address,name,ref,key-date,note
       FD OutPickFile.
       01 OutPick-Record PIC X(200).

      *> Gateway status drop: id,status,detail where status is
      *> SENT (or DELIVERED), FAILED or BOUNCED.
       FD OutRespFile.
       01 OutResp-Record PIC X(100).

      *> Which lot each sale line, completed order and transfer drew
      *> from - written by Drawdown-Lots (and the transfer lot
      *> allocation) so a supplier recall can be traced to the
      *> customers and branches that got the lot. Kind is SALE
      *> (ref = sale-cart line), ORDR (ref = order), TRNF (ref =
      *> transfer) or REPR (ref = repair ticket). Order.cbl writes
      *> the same file; layouts must match byte-for-byte.
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

      *> One row per no-receipt return: who brought it back, what,
      *> the lowest-recent price it was refunded at, and the store
      *> credit card it went onto. Read back for the per-customer
      *> rolling limit and the repeat-returner report.
       FD NoRcptFile.
       01 NoRcpt-Record.
           05 NR-ID          PIC 9(5).
           05 NR-Customer-ID PIC 9(5).
           05 NR-Item-ID     PIC 9(5).
           05 NR-Qty         PIC 9(3).
           05 NR-Unit-Price  PIC 9(5)V99.
           05 NR-Value       PIC 9(7)V99.
           05 NR-Date        PIC 9(8).
           05 NR-Casher      PIC X(6).
           05 NR-Approver    PIC X(6).
           05 NR-Card        PIC X(12).

      *> Terminal master, keyed by till number. Besides the till's
      *> identity it carries the running totals since the last Z
      *> reading (the X reading shows them), the consecutive Z
      *> number and a grand total that is never reset.
       FD TermFile.
       01 Term-Record.
           05 Term-ID            PIC 9(3).
           05 Term-Name          PIC X(20).
           05 Term-Branch-ID     PIC 9(3).
           05 Term-Status        PIC X(1).
               88 Term-Active    VALUE "A".
               88 Term-Retired   VALUE "R".
           05 Term-Z-Open        PIC X(1).
               88 Term-Has-Open-Z VALUE "Y".
           05 Term-Open-Date     PIC 9(8).
           05 Term-Z-Number      PIC 9(5).
           05 Term-Last-Z-Date   PIC 9(8).
           05 Term-Grand-Total   PIC 9(11)V99.
           05 Term-Sale-Count    PIC 9(5).
           05 Term-Sale-Total    PIC 9(9)V99.
           05 Term-Cash-Total    PIC 9(9)V99.
           05 Term-Card-Total    PIC 9(9)V99.
           05 Term-Other-Total   PIC 9(9)V99.
           05 Term-Refund-Count  PIC 9(5).
           05 Term-Refund-Total  PIC 9(9)V99.
           05 Term-PaidIn-Total  PIC 9(9)V99.
           05 Term-PaidOut-Total PIC 9(9)V99.
           05 Term-Float-Total   PIC 9(9)V99.
           05 Term-Cash-Refund-Total PIC 9(9)V99.

      *> One row per Z reading taken - the totals the Z closed off
      *> and the grand total standing at that moment.
       FD ZReadFile.
       01 ZRead-Record.
           05 ZR-ID              PIC 9(5).
           05 ZR-Till-ID         PIC 9(3).
           05 ZR-Z-Number        PIC 9(5).
           05 ZR-Date            PIC 9(8).
           05 ZR-Time            PIC X(6).
           05 ZR-Casher          PIC X(6).
           05 ZR-Open-Date       PIC 9(8).
           05 ZR-Sale-Count      PIC 9(5).
           05 ZR-Sale-Total      PIC 9(9)V99.
           05 ZR-Cash-Total      PIC 9(9)V99.
           05 ZR-Card-Total      PIC 9(9)V99.
           05 ZR-Other-Total     PIC 9(9)V99.
           05 ZR-Refund-Count    PIC 9(5).
           05 ZR-Refund-Total    PIC 9(9)V99.
           05 ZR-PaidIn-Total    PIC 9(9)V99.
           05 ZR-PaidOut-Total   PIC 9(9)V99.
           05 ZR-Float-Total     PIC 9(9)V99.
           05 ZR-Grand-Total     PIC 9(11)V99.

      *> One row per sale tendered as a payroll deduction. OPEN
      *> until the month-end payroll export picks it up (EXPORTED);
      *> a refund before then VOIDs it.
       FD PayDedFile.
       01 PayDed-Record.
           05 PD-ID              PIC 9(5).
           05 PD-Customer-ID     PIC 9(5).
           05 PD-Staff-ID        PIC X(6).
           05 PD-Invoice-ID      PIC 9(5).
           05 PD-Amount          PIC 9(9)V99.
           05 PD-Date            PIC 9(8).
           05 PD-Casher          PIC X(6).
           05 PD-Status          PIC X(8).
           05 PD-Export-Date     PIC 9(8).

      *> Month-end file for payroll: D lines per deduction, a T
      *> line per employee. Appended, like outbox.csv.
       FD PayrollCsvFile.
       01 PayrollCsv-Record PIC X(120).

      *> One planned shift: who, where, which day, and the planned
      *> start and end as HHMM on the same day.
       FD RosterFile.
       01 Roster-Record.
           05 RS-ID              PIC 9(5).
           05 RS-Casher          PIC X(6).
           05 RS-Branch          PIC 9(3).
           05 RS-Date            PIC 9(8).
           05 RS-Start           PIC 9(4).
           05 RS-End             PIC 9(4).

      *> Hire rates for an Item-Kind R item, keyed by Item-ID.
       FD RentRateFile.
       01 RentRate-Record.
           05 RR-Item-ID         PIC 9(5).
           05 RR-Daily           PIC 9(5)V99.
           05 RR-Weekly          PIC 9(5)V99.
           05 RR-Deposit         PIC 9(5)V99.

      *> One hire agreement: which serial unit went to which
      *> customer, when it is due back, and the rates and deposit
      *> as they stood at check-out. OUT until the unit comes
      *> back, then RETURNED with the charge and its invoice.
       FD RentalFile.
       01 Rental-Record.
           05 RA-ID              PIC 9(5).
           05 RA-Serial-ID       PIC 9(5).
           05 RA-Serial          PIC X(15).
           05 RA-Item-ID         PIC 9(5).
           05 RA-Customer-ID     PIC 9(5).
           05 RA-Out-Date        PIC 9(8).
           05 RA-Due-Date        PIC 9(8).
           05 RA-Return-Date     PIC 9(8).
           05 RA-Daily           PIC 9(5)V99.
           05 RA-Weekly          PIC 9(5)V99.
           05 RA-Deposit         PIC 9(5)V99.
           05 RA-Charge          PIC 9(7)V99.
           05 RA-Out-Invoice     PIC 9(5).
           05 RA-In-Invoice      PIC 9(5).
           05 RA-Status          PIC X(8).

      *> Branch P&L export: one row per branch plus the company
      *> total, rewritten each time the statement is run.
       FD BranchPLCsvFile.
       01 BranchPLCsv-Record PIC X(200).

      *> Expense categories (rent, power, cleaning ...): what a
      *> paid-out or a non-stock bill is spent on, and the posting
      *> key it takes to the ledger through glmap.dat.
       FD ExpCatFile.
       01 ExpCat-Record.
           05 EC-ID           PIC 9(3).
           05 EC-Name         PIC X(20).
           05 EC-GL-Key       PIC X(12).
           05 EC-Status       PIC X(1).
               88 EC-Active   VALUE "A".

      *> Non-stock supplier bills keyed against an expense
      *> category; each one opens its own AP ledger row (Ref-Type
      *> EXP) so the payment run pays it with the stock bills.
       FD ExpBillFile.
       01 ExpBill-Record.
           05 EB-ID           PIC 9(5).
           05 EB-Supplier-ID  PIC 9(5).
           05 EB-Cat-ID       PIC 9(3).
           05 EB-Branch-ID    PIC 9(3).
           05 EB-Inv-Ref      PIC X(12).
           05 EB-Amount       PIC 9(9)V99.
           05 EB-Date         PIC 9(8).
           05 EB-Due-Date     PIC 9(8).
           05 EB-APL-ID       PIC 9(5).

      *> Retention run work file: one row per customer with the
      *> latest dated activity found anywhere in the books and how
      *> many layaways, repairs, hires and orders are still open.
       FD RetainTallyFile.
       01 RetainTally-Record.
           05 RN-Customer-ID PIC 9(5).
           05 RN-Last-Date   PIC 9(8).
           05 RN-Open-Count  PIC 9(5).
           05 RN-Scrubbed    PIC X(1).

      *> Batch control totals: one row per key file as the nightly
      *> batch left it, so the next night can prove nothing was
      *> lost in between. payment.dat is keyed by invoice, so its
      *> writes and refund deletions are posted to its row as they
      *> happen instead of being found by ID.
       FD CtlTotalFile.
       01 CtlTotal-Record.
           05 CT-Slot        PIC 9(2).
           05 CT-File        PIC X(12).
           05 CT-Date        PIC 9(8).
           05 CT-Count       PIC 9(7).
           05 CT-High-ID     PIC 9(5).
           05 CT-Sum         PIC S9(11)V99.
           05 CT-Add-Count   PIC 9(7).
           05 CT-Add-Sum     PIC S9(11)V99.
           05 CT-Rem-Count   PIC 9(7).
           05 CT-Rem-Sum     PIC S9(11)V99.

       FD RollJrnlFile.
       01 RollJrnl-Record.
           05 RJ-Date        PIC 9(8).
           05 RJ-Time        PIC X(6).
           05 RJ-File        PIC X(8).
           05 RJ-Action      PIC X(1).
           05 RJ-Key         PIC 9(5).
           05 RJ-Image       PIC X(250).

      *> Report subscriptions: which report the nightly batch runs,
      *> how often, and with what parameters. Dates are days back
      *> from the run date so a row never goes stale.
       FD RptSchedFile.
       01 RptSched-Record.
           05 RSC-ID         PIC 9(5).
           05 RSC-Report     PIC X(12).
           05 RSC-Freq       PIC X(1).
           05 RSC-Day        PIC 9(2).
           05 RSC-From-Back  PIC 9(3).
           05 RSC-To-Back    PIC 9(3).
           05 RSC-Category   PIC X(12).
           05 RSC-Branch     PIC 9(3).
           05 RSC-Value      PIC 9(3)V99.
           05 RSC-Status     PIC X(9).
           05 RSC-Last-Run   PIC 9(8).

       FD PoHdrFile.
       01 PoHdr-Record.
           05 POH-ID             PIC 9(5).
           05 POH-Supplier-ID    PIC 9(5).
           05 POH-Supplier-Name  PIC X(20).
           05 POH-Order-Date     PIC 9(8).
           05 POH-Expected-Date  PIC 9(8).
           05 POH-Status         PIC X(10).
           05 POH-Line-Count     PIC 9(3).
           05 POH-Order-Value    PIC 9(9)V99.
           05 POH-Received-Value PIC 9(9)V99.
           05 POH-Received-Date  PIC 9(8).
           05 POH-Doc-Date       PIC 9(8).

       FD AsnCsvFile.
       01 AsnCsv-Record PIC X(120).

       FD AsnErrFile.
       01 AsnErr-Record PIC X(200).

      *> Advance ship notice rows staged for the dock: one per lot
      *> or serial the supplier says is on the truck, matched to
      *> the open PO line (ASN-Line-ID 0 = on no PO).
       FD AsnStageFile.
       01 AsnStage-Record.
           05 ASN-ID          PIC 9(5).
           05 ASN-Ref         PIC X(12).
           05 ASN-Supplier-ID PIC 9(5).
           05 ASN-PO-No       PIC 9(5).
           05 ASN-Line-ID     PIC 9(5).
           05 ASN-Item-ID     PIC 9(5).
           05 ASN-Qty         PIC 9(5).
           05 ASN-Lot         PIC X(12).
           05 ASN-Expiry      PIC 9(8).
           05 ASN-Serial      PIC X(15).
           05 ASN-Status      PIC X(8).
           05 ASN-Counted     PIC 9(5).
           05 ASN-Import-Date PIC 9(8).
           05 ASN-Recv-Date   PIC 9(8).

      *> Item substitutes: one row per item/alternative pair, offered
      *> in preference order when the item itself is short. The price
      *> rule says what the customer pays: O = the original item's
      *> price, S = the substitute's own price.
       FD SubstFile.
       01 Subst-Record.
           05 Sub-ID          PIC 9(5).
           05 Sub-Item-ID     PIC 9(5).
           05 Sub-Alt-Item-ID PIC 9(5).
           05 Sub-Pref        PIC 9(2).
           05 Sub-Price-Rule  PIC X(1).
               88 Sub-Charge-Original   VALUE "O".
               88 Sub-Charge-Substitute VALUE "S".

      *> One row per substitution actually taken, at the till (T) or
      *> on a customer order (O). Order.cbl appends to it as well.
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

      *> Style master: the parent of a size/colour grid. Every cell
      *> of the grid is an ordinary item.dat row carrying the
      *> Style-ID, so the till, stock and lots see plain items.
       FD StyleFile.
       01 Style-Record.
           05 Style-ID           PIC 9(5).
           05 Style-Name         PIC X(20).
           05 Style-Category     PIC X(12).
           05 Style-Price        PIC 9(5)V99.
           05 Style-Cost         PIC 9(5)V99.
           05 Style-Supplier-ID  PIC 9(5).
           05 Style-Size-Count   PIC 9(2).
           05 Style-Size         PIC X(4) OCCURS 12 TIMES.
           05 Style-Colour-Count PIC 9(2).
           05 Style-Colour       PIC X(8) OCCURS 8 TIMES.
           05 Style-Child-Count  PIC 9(3).
           05 Style-Created      PIC 9(8).

      *> Branch selling price: one row per item per branch that
      *> does not sell at the company Item-Price. No row means the
      *> branch charges Item-Price.
       FD BrPriceFile.
       01 BrPrice-Record.
           05 BP-ID              PIC 9(5).
           05 BP-Item-ID         PIC 9(5).
           05 BP-Branch-ID       PIC 9(3).
           05 BP-Price           PIC 9(5)V99.
           05 BP-Updated         PIC 9(8).

      *> Same physical delzone.dat / delchg.dat Order.cbl keeps;
      *> the layouts must track Order.cbl byte-for-byte.
       FD ZoneFile.
       01 Zone-Record.
           05 Zone-ID            PIC 9(3).
           05 Zone-Name          PIC X(20).
           05 Zone-Match         PIC X(10).
           05 Zone-Charge        PIC 9(4).
           05 Zone-Free-Over     PIC 9(6).
           05 Zone-Days          PIC X(7).
           05 Zone-Vehicle-ID    PIC 9(3).

       FD DelChgFile.
       01 DelChg-Record.
           05 DC-Order-ID        PIC 9(5).
           05 DC-Zone-ID         PIC 9(3).
           05 DC-Charge          PIC 9(6).
           05 DC-Goods           PIC 9(7).
           05 DC-Line-ID         PIC 9(5).
           05 DC-Status          PIC X(9).
               88 DC-Waived      VALUE "WAIVED".
               88 DC-Foc         VALUE "FOC".
               88 DC-Invoiced    VALUE "INVOICED".
           05 DC-Invoice-ID      PIC 9(5).
           05 DC-Invoice-Date    PIC 9(8).

      *> Cheque register - one row per cheque taken at the till or
      *> against an account. HELD until it goes on a bank deposit.
       FD ChequeFile.
       01 Cheque-Record.
           05 CQ-ID              PIC 9(5).
           05 CQ-Customer-ID     PIC 9(5).
           05 CQ-Source          PIC X(1).
               88 CQ-From-Sale    VALUE "S".
               88 CQ-From-Account VALUE "A".
           05 CQ-Ref-ID          PIC 9(5).
           05 CQ-Bank            PIC X(20).
           05 CQ-Number          PIC X(10).
           05 CQ-Drawer          PIC X(20).
           05 CQ-Amount          PIC 9(9)V99.
           05 CQ-Date            PIC 9(8).
           05 CQ-Casher-ID       PIC X(6).
           05 CQ-Status          PIC X(8).
               88 CQ-Held        VALUE "HELD".
               88 CQ-Banked      VALUE "BANKED".
               88 CQ-Bounced     VALUE "BOUNCED".
           05 CQ-Deposit-ID      PIC 9(5).
           05 CQ-Bounce-Date     PIC 9(8).
           05 CQ-Fee             PIC 9(5)V99.

      *> Open-to-buy budget - one row per category per month, for
      *> the whole company (branch 0) or for one branch.
       FD OtbFile.
       01 Otb-Record.
           05 OTB-ID             PIC 9(5).
           05 OTB-Category       PIC X(12).
           05 OTB-Month          PIC 9(6).
           05 OTB-Branch-ID      PIC 9(3).
           05 OTB-Budget         PIC 9(9)V99.
           05 OTB-Updated        PIC 9(8).

      *> Shelf replenishment task - one row per bin to fill from
      *> the backroom, filed in walk order by the task-list run
      *> and closed off when the move is confirmed.
       FD ShelfTaskFile.
       01 ShelfTask-Record.
           05 SHT-ID             PIC 9(5).
           05 SHT-Branch-ID      PIC 9(3).
           05 SHT-Item-ID        PIC 9(5).
           05 SHT-Location       PIC X(8).
           05 SHT-Qty            PIC 9(7).
           05 SHT-Moved          PIC 9(7).
           05 SHT-Date           PIC 9(8).
           05 SHT-Status         PIC X(8).
               88 SHT-Open       VALUE "OPEN".
           05 SHT-Done-By        PIC X(6).

      *> Fiscal document register - one row per receipt (series R)
      *> or credit note (series C) number, gapless per branch,
      *> year and series. The register is its own counter: the
      *> next number is the highest on file plus one, and a number
      *> is never removed - one not issued stays VOID with reason.
       FD FiscalFile.
       01 Fiscal-Record.
           05 FIS-ID             PIC 9(5).
           05 FIS-Branch-ID      PIC 9(3).
           05 FIS-Year           PIC 9(4).
           05 FIS-Series         PIC X(1).
           05 FIS-Number         PIC 9(7).
      *>    I invoice, E exchange, N no-receipt return
           05 FIS-Source         PIC X(1).
           05 FIS-Ref-ID         PIC 9(5).
           05 FIS-Orig-Invoice   PIC 9(5).
           05 FIS-Orig-Number    PIC X(17).
           05 FIS-Amount         PIC 9(9)V99.
           05 FIS-Date           PIC 9(8).
           05 FIS-Casher-ID      PIC X(6).
           05 FIS-Status         PIC X(8).
               88 FIS-Issued     VALUE "ISSUED".
           05 FIS-Reason         PIC X(30).

      *> Held master-data changes - price/cost, tax rate, customer
      *> credit limit and tier, ledger mapping and menu permissions
      *> are filed here by one admin and only take effect when a
      *> different admin approves them. Old values are kept so an
      *> approval is refused if the record moved on meanwhile.
       FD ChgReqFile.
       01 ChgReq-Record.
           05 CR-ID              PIC 9(5).
      *>   PRICE TAXRATE CREDLIM TIER GLMAP PERMADD PERMDEL
      *>   PRICESCH (a scheduled price change, keyed by PC-ID)
      *>   BRPRICE (a branch price, keyed by item and branch)
           05 CR-Type            PIC X(8).
           05 CR-Key             PIC X(12).
           05 CR-Before          PIC X(30).
           05 CR-After           PIC X(30).
           05 CR-Old-Num1        PIC 9(7)V99.
           05 CR-Old-Num2        PIC 9(7)V99.
           05 CR-New-Num1        PIC 9(7)V99.
           05 CR-New-Num2        PIC 9(7)V99.
           05 CR-Old-Text        PIC X(8).
           05 CR-New-Text        PIC X(8).
           05 CR-Maker           PIC X(6).
           05 CR-Made-Date       PIC 9(8).
      *>   PENDING / APPROVED / REJECTED / REPLACED
           05 CR-Status          PIC X(8).
               88 CR-Pending     VALUE "PENDING".
           05 CR-Checker         PIC X(6).
           05 CR-Checked-Date    PIC 9(8).
           05 CR-Note            PIC X(30).

      *> One line per sign-on event, from every entry program (the
      *> shared USER-LOGIN routine writes the same layout).
       FD LoginHistFile.
       01 LoginHist-Record.
           05 LH-Date            PIC 9(8).
           05 LH-Time            PIC 9(6).
           05 LH-User-ID         PIC X(6).
      *>   A admin / C casher
           05 LH-Role            PIC X(1).
           05 LH-Branch-ID       PIC 9(3).
      *>   LOGIN FAIL LOCKOUT LOCKED DISABLED LOGOUT TILLLOCK
      *>   UNLOCK ENABLE DORMANT
           05 LH-Event           PIC X(8).

      *> A branch's trading day as it went to head office: header,
      *> row images tagged by file, trailer with the counts per
      *> tag and the invoice total. Tags are I invoice, L sale
      *> line, P payment, M movement, D drawer, E till journal,
      *> F fiscal number; H and T use the control layout.
       FD DayFile.
       01 DayFile-Record.
           05 DF-Type            PIC X(1).
           05 DF-Body            PIC X(230).
       01 DayFile-Control.
           05 DFC-Type           PIC X(1).
           05 DFC-Branch-ID      PIC 9(3).
           05 DFC-Date           PIC 9(8).
           05 DFC-Seq            PIC 9(5).
           05 DFC-Count          OCCURS 7 TIMES PIC 9(5).
           05 DFC-Amount         PIC 9(11)V99.
           05 DFC-Stamp          PIC X(14).
           05 DFC-User           PIC X(6).

      *> Day-files sent (EXPORTED, on the branch copy) and loaded
      *> (STARTED then IMPORTED, at head office), one row each.
       FD DayRegFile.
       01 DayReg-Record.
           05 DYR-Branch-ID      PIC 9(3).
           05 DYR-Date           PIC 9(8).
           05 DYR-Seq            PIC 9(5).
           05 DYR-Status         PIC X(8).
           05 DYR-Stamp          PIC X(14).
           05 DYR-User           PIC X(6).
           05 DYR-Invoices       PIC 9(5).
           05 DYR-Amount         PIC 9(11)V99.

      *> Competitors whose shelf prices we survey.
       FD CompetitorFile.
       01 Competitor-Record.
           05 Cmpt-ID            PIC 9(3).
           05 Cmpt-Name          PIC X(20).
           05 Cmpt-Area          PIC X(20).
      *>    A active, R retired (history kept, no new prices)
           05 Cmpt-Status        PIC X(1).

      *> One competitor price seen for one item on one day, from a
      *> shelf walk (M) or the survey import (C).
       FD SurveyFile.
       01 Survey-Record.
           05 SV-Comp-ID         PIC 9(3).
           05 SV-Item-ID         PIC 9(5).
           05 SV-Price           PIC 9(8)V99.
           05 SV-Date            PIC 9(8).
           05 SV-Source          PIC X(1).
           05 SV-User-ID         PIC X(6).

       FD SurveyCsvFile.
       01 SurveyCsv-Record       PIC X(120).

       FD SurveyErrFile.
       01 SurveyErr-Record       PIC X(200).

      *> Special orders: a one-off item we do not stock, bought in
      *> for one customer order on its own PO line. The order line
      *> is reserved from the start, so the goods never reach the
      *> open shelf.
       FD SpecOrdFile.
       01 SpecOrd-Record.
           05 SPO-ID             PIC 9(5).
           05 SPO-Order-ID       PIC 9(5).
           05 SPO-Line-ID        PIC 9(5).
           05 SPO-Customer-ID    PIC 9(5).
           05 SPO-Item-ID        PIC 9(5).
           05 SPO-Item-Name      PIC X(20).
           05 SPO-Supplier-ID    PIC 9(5).
           05 SPO-Qty            PIC 9(3).
           05 SPO-Unit-Price     PIC 9(5)V99.
           05 SPO-Unit-Cost      PIC 9(5)V99.
           05 SPO-Deposit        PIC 9(7)V99.
           05 SPO-PO-ID          PIC 9(5).
           05 SPO-POH-ID         PIC 9(5).
      *>    ORDERED, ARRIVED, COLLECTED or CANCELLED
           05 SPO-Status         PIC X(9).
           05 SPO-Order-Date     PIC 9(8).
           05 SPO-Expect-Date    PIC 9(8).
           05 SPO-Arrive-Date    PIC 9(8).
           05 SPO-Casher-ID      PIC X(6).

      *> Deposits held against customer orders. Order.cbl applies
      *> them when the order completes; layout must track its
      *> Deposit-Record.
       FD DepositFile.
       01 Deposit-Record.
           05 DEP-Order-ID    PIC 9(5).
           05 DEP-Customer-ID PIC 9(5).
           05 DEP-Amount      PIC 9(7)V99.
           05 DEP-Date        PIC 9(8).
           05 DEP-Status      PIC X(9).

      *> Open-item receivables: one row per on-account charge or
      *> credit with what is still open on it. Customer-Balance
      *> stays the running total the credit limit is checked on.
       FD ARItemFile.
       01 ARItem-Record.
           05 ARI-ID             PIC 9(5).
           05 ARI-Customer-ID    PIC 9(5).
           05 ARI-Type           PIC X(3).
               88 ARI-Is-Debit   VALUE "INV" "FIN" "CQF" "RCQ" "OPN"
                                       "PRL".
               88 ARI-Is-Credit  VALUE "PAY" "CRN" "PRX".
      *>    Invoice-ID for INV/CRN and for PRL/PRX (a purchase put
      *>    through payroll and its deduction leaving the account),
      *>    AP-ID for PAY/FIN/CQF/RCQ
           05 ARI-Ref-ID         PIC 9(5).
           05 ARI-Date           PIC 9(8).
           05 ARI-Amount         PIC 9(9)V99.
           05 ARI-Open           PIC 9(9)V99.
      *>    credit received while the balance was already nil - it
      *>    comes off Customer-Balance only when it is applied
           05 ARI-Unbooked       PIC 9(9)V99.
           05 ARI-Status         PIC X(1).
               88 ARI-Open-Item  VALUE "O".
               88 ARI-Closed     VALUE "C".
           05 ARI-Closed-Date    PIC 9(8).

      *> Every application of a credit item to a debit item.
       FD ARAllocFile.
       01 ARAlloc-Record.
           05 ALC-Customer-ID    PIC 9(5).
           05 ALC-Credit-ID      PIC 9(5).
           05 ALC-Debit-ID       PIC 9(5).
           05 ALC-Amount         PIC 9(9)V99.
           05 ALC-Date           PIC 9(8).
           05 ALC-User           PIC X(6).
      *>    A applied, X taken back (returned cheque)
           05 ALC-Kind           PIC X(1).

      *> Daily item sales summary: one row per item, branch and day,
      *> kept as the sales post so the period reports need not
      *> walk every invoice line. Returns and voids carry their
      *> own columns and signs; the net is always derivable.
       FD SalesSumFile.
       01 Sales-Sum-Record.
           05 SS-Date            PIC 9(8).
           05 SS-Branch          PIC 9(3).
           05 SS-Item-ID         PIC 9(5).
           05 SS-Units           PIC S9(7)V99.
      *>    line value at the price charged, before invoice discount
           05 SS-Net-Sales       PIC S9(9)V99.
           05 SS-Cost            PIC S9(9)V99.
      *>    invoice discount and promotion savings kept on the lines
           05 SS-Discount        PIC S9(9)V99.
           05 SS-Ret-Units       PIC S9(7)V99.
           05 SS-Ret-Value       PIC S9(9)V99.
           05 SS-Ret-Cost        PIC S9(9)V99.
      *>    next row of the same day, 0 at the end of the chain
           05 SS-Next-ID         PIC 9(8).

      *> One record per calendar day heading that day's chain of
      *> summary rows; relative key 1 is the control record.
       FD SalesDayFile.
       01 Sales-Day-Record.
           05 SD-Date            PIC 9(8).
           05 SD-First-ID        PIC 9(8).
           05 SD-Rows            PIC 9(5).
           05 SD-Spare           PIC X(4).
       01 Sales-Day-Control.
           05 SDC-Tag            PIC X(8).
           05 SDC-High-Water     PIC 9(8).
      *>    Y once rebuilt from the detail - the reports trust it
           05 SDC-Built          PIC X(1).
           05 SDC-Built-Date     PIC 9(8).

      *> Rebuild work file: archived sale lines by Sale-Cart-ID.
       FD SumCartFile.
       01 SumCart-Record.
           05 SCT-Item-ID        PIC 9(5).
           05 SCT-Qty            PIC 9(3)V99.
           05 SCT-Price          PIC 9(8)V99.

      *> Dead-stock work file: sales per item off the summary.
       FD DeadTallyFile.
       01 DeadTally-Record.
           05 DT-Item-ID         PIC 9(5).
           05 DT-Sold            PIC S9(7)V99.
           05 DT-Last            PIC 9(8).

      *> In-flight marker of the sale a till is posting, keyed
      *> till + 1. On file only while Buy-Confirm is part-way
      *> through; whatever is left at sign-on is repaired.
       FD SaleTxnFile.
       01 Sale-Txn-Record.
           05 STX-Till           PIC 9(3).
           05 STX-Casher         PIC X(6).
           05 STX-Date           PIC 9(8).
           05 STX-Time           PIC X(6).
      *>    L lines posting, I invoice written, E posted (paying),
      *>    P tender taken (payment row next)
           05 STX-Stage          PIC X(1).
           05 STX-Invoice-ID     PIC 9(5).
           05 STX-Coupon-Key     PIC 9(5).
           05 STX-Branch         PIC 9(3).
           05 STX-Line-Count     PIC 9(2).
           05 STX-Line OCCURS 50 TIMES.
      *>        I intent, S stock taken, D done, X rejected,
      *>        B backed out
               10 STX-Line-State PIC X(1).
               10 STX-Line-Qty   PIC 9(5).
      *>        the cart row as it stood before the sale
               10 STX-Line-Cart  PIC X(62).
               10 STX-Line-Cart-R REDEFINES STX-Line-Cart.
                   15 STX-Line-Cart-ID PIC 9(5).
                   15 FILLER           PIC X(6).
                   15 STX-Line-Item-ID PIC 9(5).
                   15 FILLER           PIC X(46).
      *>    loyalty points the sale moved, for a back-out to undo
           05 STX-Points-Cust    PIC 9(5).
           05 STX-Points-Redeem  PIC 9(7).
           05 STX-Points-Earned  PIC 9(7).
      *>    the tender as captured, once the sale reaches stage P
           05 STX-Pay-Method     PIC X(6).
           05 STX-Pay-Tendered   PIC 9(9)V99.
           05 STX-Pay-Change     PIC 9(9)V99.
           05 STX-Pay-Cash-Part  PIC 9(9)V99.
           05 STX-Pay-FX-Code    PIC X(3).
           05 STX-Pay-FX-Amount  PIC 9(9)V99.
      *>    the cart and category discounts the invoice was priced
      *>    with, for the discount usage log
           05 STX-Disc-Count     PIC 9(2).
           05 STX-Disc OCCURS 51 TIMES.
               10 STX-Disc-ID     PIC 9(5).
               10 STX-Disc-Amount PIC 9(9)V99.

      *> Targeted marketing campaigns: who was picked (an RFM
      *> segment or the buyers of a category), the offer on the
      *> coupons issued, and how many customers were held back
      *> as the control group the response is measured against.
       FD CampaignFile.
       01 Campaign-Record.
           05 CMP-ID             PIC 9(5).
           05 CMP-Name           PIC X(30).
           05 CMP-Target-Kind    PIC X(1).
               88 CMP-By-Segment  VALUE "R".
               88 CMP-By-Category VALUE "C".
           05 CMP-Segment        PIC X(12).
           05 CMP-Category       PIC X(12).
           05 CMP-Since          PIC 9(8).
           05 CMP-Offer-Kind     PIC X(1).
           05 CMP-Offer-Value    PIC 9(5)V99.
           05 CMP-Start          PIC 9(8).
           05 CMP-End            PIC 9(8).
           05 CMP-Control-Pct    PIC 9(2).
           05 CMP-Status         PIC X(1).
               88 CMP-Open       VALUE "O".
               88 CMP-Closed     VALUE "C".
           05 CMP-Targeted       PIC 9(6).
           05 CMP-Held-Out       PIC 9(6).
           05 CMP-Created        PIC 9(8).
           05 CMP-Created-By     PIC X(6).

      *> One row per customer a campaign picked: coupon holder (T,
      *> with the coupon issued) or held-out control (C).
       FD CampTargetFile.
       01 CampTarget-Record.
           05 CGT-Campaign-ID    PIC 9(5).
           05 CGT-Customer-ID    PIC 9(5).
           05 CGT-Group          PIC X(1).
           05 CGT-Coupon-ID      PIC 9(5).

      *> Campaign response work file keyed by Customer-ID.
       FD CampTallyFile.
       01 CampTally-Record.
           05 CTY-Customer-ID    PIC 9(5).
           05 CTY-Group          PIC X(1).
           05 CTY-Redeemed       PIC X(1).
           05 CTY-Before         PIC 9(11)V99.
           05 CTY-After          PIC 9(11)V99.

      *> Back-office safe ledger, one safe per branch: floats out
      *> to the tills, drops and float returns in, takings in at
      *> the close, cash out to the bank, change orders in from
      *> it, and counts with their OVER/SHORT postings - each
      *> with the user and the witness who signed for it.
       FD SafeFile.
       01 Safe-Record.
           05 SF-Date            PIC 9(8).
           05 SF-Branch          PIC 9(3).
           05 SF-Type            PIC X(8).
           05 SF-Amount          PIC 9(9)V99.
           05 SF-Till-ID         PIC 9(3).
           05 SF-User            PIC X(6).
           05 SF-Witness         PIC X(6).
      *>    deposit number for BANKOUT
           05 SF-Ref             PIC 9(5).
           05 SF-Note            PIC X(20).
           05 SF-Timestamp       PIC X(14).

      *> Segregation-of-duties rules: two menu options no one user
      *> should hold together. Menu A = admin, C = casher; option
      *> OV on the admin side is approving a till override.
       FD SodFile.
       01 Sod-Record.
           05 SOD-Rule-ID        PIC 9(3).
           05 SOD-Menu-A         PIC X.
           05 SOD-Option-A       PIC X(2).
           05 SOD-Menu-B         PIC X.
           05 SOD-Option-B       PIC X(2).
           05 SOD-Desc           PIC X(40).

      *> Work file for the GRNI report: per PO line, the quantity
      *> billed on matched supplier invoices not yet set against a
      *> receipt.
       FD GrniTallyFile.
       01 GrniTally-Record.
           05 GRT-PO-ID          PIC 9(5).
           05 GRT-Inv-Left       PIC 9(7).

      *> Month-end accruals for the journal export: an ACCRUE row on
      *> the last day of the period and its REVERSE row on the first
      *> day of the next. Source is the posting key credited (GRNI).
       FD AccrualFile.
       01 Accrual-Record.
           05 ACR-Date           PIC 9(8).
           05 ACR-Kind           PIC X(7).
           05 ACR-Source         PIC X(12).
           05 ACR-Period         PIC 9(6).
           05 ACR-Amount         PIC 9(9)V99.
           05 ACR-Timestamp      PIC X(14).

      *> Delivered orders held for a customer billed monthly, keyed
      *> by Order-ID. Order.cbl writes a row where it would have
      *> invoiced the order; the month-end billing run puts the rows
      *> on the customer's account invoice and stamps it here.
       FD UnbilledFile.
       01 Unbilled-Record.
           05 UB-Order-ID        PIC 9(5).
           05 UB-Customer-ID     PIC 9(5).
           05 UB-Deliv-Date      PIC 9(8).
           05 UB-POD-Name        PIC X(15).
           05 UB-POD-Time        PIC X(5).
           05 UB-Lines           PIC 9(2).
           05 UB-Goods           PIC 9(9)V99.
           05 UB-Delivery        PIC 9(6).
           05 UB-Deposit         PIC 9(7)V99.
           05 UB-Amount          PIC 9(9)V99.
           05 UB-Cart-List.
               10 UB-Cart-ID OCCURS 20 TIMES PIC 9(5).
           05 UB-Status          PIC X(8).
               88 UB-Unbilled    VALUE "UNBILLED".
               88 UB-Billed      VALUE "BILLED".
           05 UB-Invoice-ID      PIC 9(5).
           05 UB-Invoice-Date    PIC 9(8).

      *> Sales fact extract control: the last invoice extracted and
      *> when, so each night's extract carries only what is new.
       FD FactCtlFile.
       01 FactCtl-Record.
           05 FXC-Last-Invoice   PIC 9(5).
           05 FXC-Last-Stamp     PIC X(14).
           05 FXC-Last-Rows      PIC 9(7).

      *> Invoices the extract passed while still Pending, keyed by
      *> Invoice-ID: each goes out on the first extract after it is
      *> Completed, and is dropped if it is cancelled instead.
       FD FactPendFile.
       01 FactPend-Record.
           05 FXP-Invoice-ID     PIC 9(5).
           05 FXP-Stamp          PIC X(14).

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
       01 WS-CSV-Path             PIC X(255).
       01  WS-RESULT           PIC 9(4) VALUE ZERO.
       01 WS-IB-Found            PIC X VALUE "N".
       01 WS-IB-Qty              PIC 9(7).
       01 WS-IB-Delta            PIC S9(8).
       01 WS-IB-Shelf            PIC 9(7).
       01 WS-IB-Where            PIC X VALUE "B".
       01 WS-Recent-Sold-Qty     PIC 9(8)V99.
       01 WS-Suggested-Reorder   PIC 9(6).
       01 WS-Discount-Exclude-ID   PIC 9(5).
       01 WS-PC-Apply-Date         PIC 9(8).
       01 WS-PC-Apply-Int          PIC 9(8).
       01 WS-PC-Applied-Count      PIC 9(5).
       01 WS-PC-Disp-Price         PIC Z(4)9.99.
       01 WS-PC-Set-Status         PIC X(8).
       01 WS-PC-New-Status         PIC X(8).
       01 Promo-RelKey             PIC 9(5).
       01 WS-Promo-Savings         PIC 9(7)V99.
       01 WS-Promo-Line-Save       PIC 9(7)V99.
       01 WS-Item-Available        PIC S9(6).
       01 EOFR                     PIC X.
       01 WS-Line-OK               PIC X.
       01 WS-Line-Unit-Cost        PIC 9(5)V99.
       01 Adjust-RelKey            PIC 9(5).
       01 WS-Adj-Reason            PIC X(3).
       01 WS-Adj-Dir               PIC X.
       01 WS-YoY-Last-End          PIC 9(8).
       01 WS-YoY-Month             PIC 9(2).
       01 WS-YoY-Which             PIC X.
       01 WS-YoY-Amt               PIC S9(9)V99.
       01 YoY-Month-Table.
           05 YoY-Month-Entry OCCURS 12 TIMES.
               10 YoY-This-Total PIC 9(11)V99.
       01 WS-Job-Name              PIC X(12).
       01 WS-Job-Failed            PIC X.
       01 WS-Batch-Halt            PIC X.
       01 WS-Batch-Done            PIC X.
       01 Rtv-RelKey               PIC 9(5).
       01 WS-Rtv-Qty               PIC 9(5).
       01 WS-Park-Ref              PIC X(4).
       01 WS-APL-Net               PIC S9(10)V99.
       01 WS-APL-IDX               PIC 9(2).
       01 WS-APL-Found             PIC X.
       01 WS-APL-Due-Date          PIC 9(8) VALUE ZEROES.
       01 APAge-Table.
           05 APAge-Entry OCCURS 50 TIMES.
               10 APAge-Supplier-ID PIC 9(5).
       01 WS-Bin-Loc               PIC X(8).
       01 WS-Bin-Found             PIC X.
       01 WS-Bin-Key               PIC 9(5).
       01 WS-Bin-Cap               PIC 9(5).
       01 EOFBN                    PIC X.
       01 CSBuf-Table.
           05 CSBuf-Entry OCCURS 500 TIMES.
       01 WS-LA-Fee-Pct            PIC 9(3).
       01 WS-LA-Fee                PIC 9(9)V99.
       01 WS-LA-Refund             PIC 9(9)V99.
       01 WS-LA-Payoff             PIC X.
       01 EOFLA                    PIC X.
       01 Exchange-RelKey          PIC 9(5).
       01 WS-Exch-Ref              PIC 9(5).
       01 WS-RT-Today              PIC 9(8).
       01 WS-RT-Item-On-Inv        PIC X.
       01 EOFRT                    PIC X.
       01 RepairLine-RelKey        PIC 9(5).
       01 EOFRK                    PIC X.
       01 WS-RK-Ticket             PIC 9(5).
       01 WS-RK-OK                 PIC X.
       01 WS-RK-Kind               PIC X.
       01 WS-RK-Qty                PIC 9(3)V99.
       01 WS-RK-Lines              PIC 9(3).
       01 WS-RK-Part-Sell          PIC 9(7)V99.
       01 WS-RK-Part-Cost          PIC 9(7)V99.
       01 WS-RK-Labour-Sell        PIC 9(7)V99.
       01 WS-RK-Labour-Cost        PIC 9(7)V99.
       01 WS-RK-Line-Sell          PIC 9(7)V99.
       01 WS-RK-Line-Cost          PIC 9(7)V99.
       01 WS-RK-Claim              PIC 9(9)V99.
       01 WS-RK-Total              PIC 9(7)V99.
       01 WS-RK-Tax                PIC 9(7)V99.
       01 WS-RK-Written            PIC X.
       01 WS-RK-Line-IDX           PIC 9(2).
       01 WS-RK-Lines-Full         PIC X.
       01 WS-RK-Inv-List.
           05 WS-RK-Inv-Line OCCURS 20 TIMES PIC 9(5).
      *>  ticket lines rung up, stamped with their sale line only
      *>  once the invoice is on file
       01 WS-RK-Pend-Count         PIC 9(3).
       01 WS-RK-Pend-IDX           PIC 9(3).
       01 WS-RK-Pend-List.
           05 WS-RK-Pend OCCURS 99 TIMES.
               10 WS-RK-Pend-Line  PIC 9(5).
               10 WS-RK-Pend-Cart  PIC 9(5).
       01 WS-RK-Paid               PIC X.
       01 WS-RK-From               PIC 9(8).
       01 WS-RK-To                 PIC 9(8).
       01 WS-RK-Revenue            PIC 9(7)V99.
       01 WS-RK-Cost               PIC 9(7)V99.
       01 WS-RK-Margin             PIC S9(7)V99.
       01 WS-RK-Tickets            PIC 9(5).
       01 WS-RK-Losses             PIC 9(5).
       01 WS-RK-Tot-Parts          PIC 9(9)V99.
       01 WS-RK-Tot-Labour         PIC 9(9)V99.
       01 WS-RK-Tot-Cost           PIC 9(9)V99.
       01 WS-RK-Tot-Claim          PIC 9(9)V99.
       01 WS-RK-Tot-Margin         PIC S9(9)V99.
       01 WS-RK-D-Amt1             PIC Z(7)9.99.
       01 WS-RK-D-Amt2             PIC Z(7)9.99.
       01 WS-RK-D-Amt3             PIC Z(7)9.99.
       01 WS-RK-D-Amt4             PIC Z(7)9.99.
       01 WS-RK-D-Margin           PIC -(8)9.99.
       01 WS-RK-D-Qty              PIC ZZ9.99.
       01 BarcIdx-RelKey           PIC 9(5).
       01 BARCIDX-SLOTS            PIC 9(5) VALUE 9973.
       01 BARCIDX-MAX-PROBES       PIC 9(3) VALUE 50.
       01 Quar-RelKey              PIC 9(5).
       01 WS-QR-Qty                PIC 9(5).
       01 EOFQR                    PIC X.
       01 Label-RelKey             PIC 9(5).
       01 EOFLB                    PIC X.
       01 EOFLH                    PIC X.
       01 WS-Lbl-Today             PIC 9(8).
       01 WS-Lbl-Mark              PIC 9(5).
       01 WS-Lbl-Built             PIC 9(5).
       01 WS-Lbl-Updated           PIC 9(5).
       01 WS-Lbl-Printed           PIC 9(5).
       01 WS-Lbl-Branch            PIC 9(3).
       01 WS-Lbl-Found             PIC X.
       01 WS-Lbl-Key               PIC 9(5).
       01 WS-Lbl-Unit              PIC X(4).
       01 WS-Lbl-Carried           PIC X.
       01 WS-Lbl-Now-Fmt           PIC ZZZZ9.99.
       01 WS-Lbl-Was-Fmt           PIC ZZZZ9.99.
       01 WS-Lbl-Br-Table.
           05 WS-Lbl-Br-ID OCCURS 100 TIMES PIC 9(3).
       01 WS-Lbl-Br-Count          PIC 9(3).
       01 WS-Lbl-Br-IDX            PIC 9(3).
       01 WS-Lbl-PH-Ref            PIC 9(5).
       01 WS-Lbl-Old-Price         PIC 9(5)V99.
       01 WS-Lbl-New-Price         PIC 9(5)V99.
       01 LblBuf-Table.
           05 LblBuf-Entry OCCURS 500 TIMES.
               10 LBB-ID   PIC 9(5).
               10 LBB-Bin  PIC X(8).
       01 LblBuf-Count             PIC 9(3).
       01 LblBuf-Swap.
           05 LBB-Sw-ID    PIC 9(5).
           05 LBB-Sw-Bin   PIC X(8).
       01 WS-LBB-IDX               PIC 9(3).
       01 WS-LBB-JDX               PIC 9(3).
       01 Clear-RelKey             PIC 9(5).
       01 EOFCL                    PIC X.
       01 WS-CL-Today              PIC 9(8).
       01 WS-CL-Int                PIC 9(7).
       01 WS-CL-IDX                PIC 9(1).
       01 WS-CL-Plan-Table.
           05 WS-CL-Plan-Pct OCCURS 3 TIMES PIC 9(2).
       01 WS-CL-Days-In            PIC 9(3).
       01 WS-CL-Found              PIC X.
       01 WS-CL-Key                PIC 9(5).
       01 WS-CL-Item               PIC 9(5).
       01 WS-CL-Stepped            PIC 9(5).
       01 WS-CL-Written            PIC 9(5).
       01 WS-CL-Created            PIC 9(5).
       01 WS-CL-WO-Value           PIC 9(9)V99.
       01 WS-CL-Step-Price         PIC 9(5)V99.
       01 WS-CL-Cost               PIC 9(5)V99.
       01 WS-CL-Step-End           PIC 9(8).
       01 WS-CL-Units              PIC 9(7)V99.
       01 WS-CL-Revenue            PIC 9(9)V99.
       01 WS-CL-Cost-Value         PIC 9(9)V99.
       01 WS-CL-Markdown           PIC 9(9)V99.
       01 WS-CL-Recovery           PIC 9(5)V9.
       01 WS-CL-Tot-Units          PIC 9(7)V99.
       01 WS-CL-Tot-Revenue        PIC 9(9)V99.
       01 WS-CL-Tot-Markdown       PIC 9(9)V99.
       01 WS-CL-Tot-WO             PIC 9(9)V99.
       01 WS-CL-Br-Table.
           05 WS-CL-Br-ID OCCURS 100 TIMES PIC 9(3).
       01 WS-CL-Br-Count           PIC 9(3).
       01 WS-CL-Br-IDX             PIC 9(3).
       01 WS-RP-Stockroom          PIC 9(3) VALUE 0.
       01 WS-RP-Lookback           PIC 9(3) VALUE 28.
       01 WS-RP-Cover              PIC 9(3) VALUE 14.
       01 WS-RP-Today              PIC 9(8).
       01 WS-RP-Cutoff             PIC 9(8).
       01 WS-RP-Int                PIC 9(7).
       01 RP-Casher-Table.
           05 RP-Casher OCCURS 200 TIMES.
               10 RPC-ID     PIC X(6).
               10 RPC-Branch PIC 9(3).
       01 RP-Casher-Count          PIC 9(3).
       01 WS-RPC-IDX               PIC 9(3).
       01 RP-Demand-Table.
           05 RP-Demand OCCURS 1000 TIMES.
               10 RPD-Branch PIC 9(3).
               10 RPD-Item   PIC 9(5).
               10 RPD-Sold   PIC 9(7).
       01 RP-Demand-Count          PIC 9(4).
       01 WS-RPD-IDX               PIC 9(4).
       01 WS-RP-Branch             PIC 9(3).
       01 WS-RP-Found              PIC X.
       01 WS-RP-Open               PIC X.
       01 WS-RP-Pending            PIC 9(7).
       01 WS-RP-Store-Qty          PIC 9(7).
       01 WS-RP-Room-Qty           PIC 9(7).
       01 WS-RP-Target             PIC 9(7).
       01 WS-RP-Need               PIC 9(7).
       01 WS-RP-Qty                PIC 9(3).
       01 WS-RP-Proposed           PIC 9(5).
       01 WS-RP-Action             PIC X.
       01 EOFRL                    PIC X.
       01 EOFRM                    PIC X.
       01 Rebate-RelKey            PIC 9(5).
       01 EOFRB                    PIC X.
       01 EOFRA                    PIC X.
       01 WS-RB-IDX                PIC 9(1).
       01 WS-RB-As-Of              PIC 9(8).
       01 WS-RB-Upto               PIC 9(8).
       01 WS-RB-Qtr-Start          PIC 9(8).
       01 WS-RB-Qtr-Month          PIC 9(2).
       01 WS-RB-Value              PIC S9(10)V99.
       01 WS-RB-Qtr-Value          PIC S9(10)V99.
       01 WS-RB-Tier-Hit           PIC 9(1).
       01 WS-RB-Pct                PIC 9(2)V99.
       01 WS-RB-Earned             PIC 9(9)V99.
       01 WS-RB-To-Claim           PIC S9(9)V99.
       01 WS-RB-Confirmed          PIC 9(9)V99.
       01 WS-RB-Receipts           PIC 9(5).
       01 WS-RB-Tot-Earned         PIC 9(10)V99.
       01 WS-RB-Tot-To-Claim       PIC S9(10)V99.
       01 Dispute-RelKey           PIC 9(5).
       01 EOFST                    PIC X.
       01 EOFDP                    PIC X.
       01 ST-Table.
           05 ST-Row OCCURS 1000 TIMES.
               10 STR-Date    PIC 9(8).
               10 STR-Inv     PIC 9(5).
               10 STR-Amt     PIC 9(9)V99.
               10 STR-Type    PIC X(6).
               10 STR-Fee     PIC 9(7)V99.
               10 STR-Ref     PIC X(12).
               10 STR-Matched PIC X.
       01 ST-Count                 PIC 9(4).
       01 WS-ST-IDX                PIC 9(4).
       01 WS-ST-Line               PIC 9(6).
       01 WS-ST-Bad                PIC 9(6).
       01 WS-ST-Date-Txt           PIC X(10).
       01 WS-ST-Inv-Txt            PIC X(10).
       01 WS-ST-Amt-Txt            PIC X(14).
       01 WS-ST-Type-Txt           PIC X(10).
       01 WS-ST-Fee-Txt            PIC X(12).
       01 WS-ST-Ref-Txt            PIC X(12).
       01 WS-ST-From               PIC 9(8).
       01 WS-ST-To                 PIC 9(8).
       01 WS-ST-Found              PIC X.
       01 WS-ST-Unmatched          PIC 9(5).
       01 WS-ST-Unmatched-Amt      PIC 9(10)V99.
       01 WS-ST-Unexpected         PIC 9(5).
       01 WS-ST-Unexpected-Amt     PIC 9(10)V99.
       01 WS-ST-Matched            PIC 9(5).
       01 WS-ST-Fees               PIC 9(9)V99.
       01 WS-ST-Refunds            PIC 9(10)V99.
       01 WS-ST-Chbk               PIC 9(5).
       01 WS-ST-New-Cases          PIC 9(5).
       01 WS-DP-Action             PIC X.
       01 Outbox-RelKey            PIC 9(5).
       01 EOFOB                    PIC X.
       01 EOFOR                    PIC X.
       01 WS-OB-Template           PIC X(10).
       01 WS-OB-Cust               PIC 9(5).
       01 WS-OB-Ref                PIC 9(5).
       01 WS-OB-Key-Date           PIC 9(8).
       01 WS-OB-Note               PIC X(30).
       01 WS-OB-Channel            PIC X(5).
       01 WS-OB-Address            PIC X(40).
       01 WS-OB-Name               PIC X(20).
       01 WS-OB-Queued             PIC X.
       01 WS-OB-Dup                PIC X.
       01 WS-OB-Save-ID            PIC 9(5).
       01 WS-OB-Today              PIC 9(8).
       01 WS-OB-Horizon            PIC 9(8).
       01 WS-OB-Lead-Days          PIC 9(2) VALUE 3.
       01 WS-OB-Count              PIC 9(5).
       01 WS-OB-Skipped            PIC 9(5).
       01 WS-OB-Cnt-Queued         PIC 9(5).
       01 WS-OB-Cnt-Picked         PIC 9(5).
       01 WS-OB-Cnt-Sent           PIC 9(5).
       01 WS-OB-Cnt-Failed         PIC 9(5).
       01 WS-OB-Cnt-Phoned         PIC 9(5).
       01 WS-OB-Id-Txt             PIC X(10).
       01 WS-OB-Stat-Txt           PIC X(10).
       01 WS-OB-Detail-Txt         PIC X(30).
       01 WS-OB-Line               PIC 9(6).
       01 WS-OB-Bad                PIC 9(5).
       01 WS-OB-Updated            PIC 9(5).
       01 WS-OB-Email              PIC X(40).
       01 WS-OB-Consent            PIC X.
       01 LotTrace-RelKey          PIC 9(5).
       01 EOFLT                    PIC X.
       01 WS-LT-Kind               PIC X(4).
       01 WS-LT-Ref                PIC 9(5).
       01 WS-LT-Branch             PIC 9(3).
       01 WS-LT-Invoice            PIC 9(5).
       01 WS-LT-Customer           PIC 9(5).
       01 WS-LT-Pend-Count         PIC 9(2) VALUE 0.
       01 WS-LT-Pend-IDX           PIC 9(2).
       01 WS-LT-Pend-Table.
           05 WS-LT-Pend-ID OCCURS 50 TIMES PIC 9(5).
       01 WS-LT-Need               PIC 9(5).
       01 WS-LT-Prev-Exp           PIC 9(8).
       01 WS-LT-Prev-ID            PIC 9(5).
       01 WS-LT-Item               PIC 9(5).
       01 WS-RCL-Supplier          PIC 9(5).
       01 WS-RCL-Item              PIC 9(5).
       01 WS-RCL-Lot-From          PIC 9(5).
       01 WS-RCL-Lot-To            PIC 9(5).
       01 WS-RCL-Lots              PIC 9(5).
       01 WS-RCL-Lot-Qty           PIC 9(7).
       01 WS-RCL-Br-Count          PIC 9(3).
       01 WS-RCL-Br-IDX            PIC 9(3).
       01 WS-RCL-Br-Table.
           05 WS-RCL-Br OCCURS 100 TIMES.
               10 WS-RCL-Br-ID  PIC 9(3).
               10 WS-RCL-Br-Qty PIC 9(7).
       01 WS-RCL-Br-Total          PIC 9(7).
       01 WS-RCL-Quar-Total        PIC 9(7).
       01 WS-RCL-Sold-Qty          PIC 9(7).
       01 WS-RCL-Lines             PIC 9(5).
       01 WS-RCL-Walkin            PIC 9(5).
       01 WS-RCL-Kind-Txt          PIC X(8).
       01 GIFT-RETURN-DAYS         PIC 9(3) VALUE 30.
       01 WS-Gift-Print.
           05 WS-GP-Kind           PIC X.
           05 WS-GP-Ref            PIC X(8).
           05 WS-GP-Return-By      PIC 9(8).
       01 WS-GR-Input              PIC X(12).
       01 WS-GR-Mode               PIC X VALUE "N".
       01 WS-GR-Invoice            PIC 9(5).
       01 WS-GR-Digits             PIC 9(5).
       01 WS-GR-Digit-Tbl REDEFINES WS-GR-Digits.
           05 WS-GR-Digit          PIC 9 OCCURS 5 TIMES.
       01 WS-GR-IDX                PIC 9.
       01 WS-GR-Sum                PIC 9(3).
       01 WS-GR-Check              PIC 9.
       01 WS-GR-Today              PIC 9(8).
       01 NORCPT-LOOKBACK-DAYS     PIC 9(3) VALUE 90.
       01 NORCPT-OVERRIDE-LIMIT    PIC 9(5)V99 VALUE 50.00.
       01 NORCPT-WINDOW-DAYS       PIC 9(3) VALUE 365.
       01 NORCPT-MAX-COUNT         PIC 9(3) VALUE 3.
       01 NORCPT-MAX-VALUE         PIC 9(7)V99 VALUE 250.00.
       01 NoRcpt-RelKey            PIC 9(5).
       01 EOFNR                    PIC X.
       01 WS-NR-Active             PIC X VALUE "N".
       01 WS-NR-Customer           PIC 9(5).
       01 WS-NR-Item               PIC 9(5).
       01 WS-NR-Qty                PIC 9(3).
       01 WS-NR-Price              PIC 9(5)V99.
       01 WS-NR-Eff-Price          PIC 9(5)V99.
       01 WS-NR-Value              PIC 9(7)V99.
       01 WS-NR-Today              PIC 9(8).
       01 WS-NR-Price-From         PIC 9(8).
       01 WS-NR-Window-From        PIC 9(8).
       01 WS-NR-Cust-Count         PIC 9(3).
       01 WS-NR-Cust-Value         PIC 9(7)V99.
       01 WS-NR-Approver           PIC X(6).
       01 WS-NR-OK                 PIC X.
       01 WS-NRR-Count             PIC 9(3).
       01 WS-NRR-IDX               PIC 9(3).
       01 WS-NRR-Listed            PIC 9(3).
       01 WS-NRR-Table.
           05 WS-NRR OCCURS 200 TIMES.
               10 WS-NRR-Cust      PIC 9(5).
               10 WS-NRR-N         PIC 9(3).
               10 WS-NRR-Val       PIC 9(7)V99.
               10 WS-NRR-Last      PIC 9(8).
       01 WS-NRR-Flag              PIC X(9).
       01 Term-RelKey              PIC 9(3).
       01 ZRead-RelKey             PIC 9(5).
       01 EOFTM                    PIC X.
       01 WS-Till-ID               PIC 9(3) VALUE 0.
       01 WS-Till-Session          PIC X VALUE "N".
       01 WS-Till-Input            PIC 9(3).
       01 WS-Till-Count            PIC 9(3).
       01 WS-Till-OK               PIC X.
       01 WS-TP-Kind               PIC X(7).
       01 WS-TP-Method             PIC X(6).
       01 WS-TP-Amount             PIC 9(9)V99.
       01 WS-TP-Cash               PIC 9(9)V99.
       01 WS-Term-Open-Count       PIC 9(3).
       01 WS-Close-Refused         PIC X VALUE "N".
       01 WS-Term-Net-Cash         PIC S9(9)V99.
       01 WS-Term-Choice           PIC X.
       01 WS-ZR-Today              PIC 9(8).
       01 WS-ZR-Time-Raw           PIC 9(8).
       01 PayDed-RelKey            PIC 9(5).
       01 EOFPD                    PIC X.
       01 WS-PD-OK                 PIC X.
       01 WS-PD-Staff              PIC X(6).
       01 WS-PD-Cutoff             PIC 9(8).
       01 WS-PD-Today              PIC 9(8).
       01 WS-PD-Sum                PIC 9(9)V99.
       01 WS-PD-Lines              PIC 9(5).
       01 WS-PD-Grand              PIC 9(9)V99.
       01 WS-PD-Name               PIC X(20).
       01 WS-PD-Count              PIC 9(3).
       01 WS-PD-IDX                PIC 9(3).
       01 WS-PD-Scan               PIC 9(3).
       01 WS-PD-Table.
           05 WS-PD-Cust OCCURS 200 TIMES PIC 9(5).
       01 WS-EOD-Payroll-Total     PIC 9(10)V99.
       01 WS-SP-OK                 PIC X VALUE "Y".
       01 WS-SP-Staff              PIC X.
       01 WS-SP-Customer           PIC 9(5).
       01 WS-SP-Allow              PIC 9(7)V99.
       01 WS-SP-Cart               PIC 9(9)V99.
       01 WS-SP-MTD                PIC 9(9)V99.
       01 WS-SP-Today              PIC 9(8).
       01 WS-SP-Casher-Input       PIC X(6).
       01 WS-SP-Taken-By           PIC 9(5).
       01 ROSTER-GRACE-MINS        PIC 9(2) VALUE 10.
       01 Roster-RelKey            PIC 9(5).
       01 EOFRS                    PIC X.
       01 WS-RS-Found              PIC X.
       01 WS-RS-OK                 PIC X.
       01 WS-RS-Casher             PIC X(6).
       01 WS-RS-Week-From          PIC 9(8).
       01 WS-RS-Week-To            PIC 9(8).
       01 WS-RS-Day                PIC 9(8).
       01 WS-RS-Day-Int            PIC 9(7).
       01 WS-RS-End-Int            PIC 9(7).
       01 WS-RS-Time               PIC 9(4).
       01 WS-RS-Time-Parts REDEFINES WS-RS-Time.
           05 WS-RS-HH             PIC 9(2).
           05 WS-RS-MM             PIC 9(2).
       01 WS-RS-Start-Secs         PIC 9(5).
       01 WS-RS-End-Secs           PIC 9(5).
       01 WS-RS-Grace-Secs         PIC 9(5).
       01 WS-RS-Exceptions         PIC 9(5).
       01 WS-RS-Kind               PIC X(12).
       01 WS-RS-Note               PIC X(30).
       01 WS-RS-Hour-Start         PIC 9(4).
       01 WS-RS-Hour-End           PIC 9(4).
       01 WS-RS-Days               PIC 9(3).
       01 WS-RS-Avg-Heads          PIC 9(3)V9.
       01 WS-RS-Avg-Sales          PIC 9(5)V9.
       01 WS-RS-Per-Head           PIC 9(5)V9.
       01 WS-RS-Flag               PIC X(10).
       01 WS-RS-Pat-From           PIC 9(8).
       01 WS-RS-Pat-Days           PIC 9(3).
       01 Roster-Hour-Table.
           05 RH-Heads OCCURS 24 TIMES PIC 9(5).
       01 Punch-Day-Table.
           05 PDY-Entry OCCURS 50 TIMES.
               10 PDY-Casher     PIC X(6).
               10 PDY-First-In   PIC 9(5).
               10 PDY-Last-Out   PIC 9(5).
               10 PDY-Last-Type  PIC X(3).
               10 PDY-Matched    PIC X.
       01 PDY-Count                PIC 9(2).
       01 PDY-IDX                  PIC 9(2).
       01 RentRate-RelKey          PIC 9(5).
       01 Rental-RelKey            PIC 9(5).
       01 EOFRN                    PIC X.
       01 WS-RA-OK                 PIC X.
       01 WS-RA-Found              PIC X.
       01 WS-RA-Today              PIC 9(8).
       01 WS-RA-Hire-Days          PIC 9(3).
       01 WS-RA-Days               PIC 9(5).
       01 WS-RA-Weeks              PIC 9(5).
       01 WS-RA-Odd-Days           PIC 9(1).
       01 WS-RA-Odd-Charge         PIC 9(7)V99.
       01 WS-RA-Charge             PIC 9(7)V99.
       01 WS-RA-Extra              PIC 9(7)V99.
       01 WS-RA-Due                PIC 9(7)V99.
       01 WS-RA-Refund             PIC 9(7)V99.
       01 WS-RA-Late-Days          PIC 9(5).
       01 WS-RA-Count              PIC 9(5).
       01 WS-RA-Inv-Amount         PIC 9(9)V99.
       01 WS-RA-Inv-Status         PIC X(9).
       01 WS-RA-Inv-Name           PIC X(20).
       01 WS-RA-Unit-Status        PIC X(9).
       01 ABC-A-PCT                PIC 9(3) VALUE 80.
       01 ABC-B-PCT                PIC 9(3) VALUE 95.
       01 ABC-A-DAYS               PIC 9(3) VALUE 30.
       01 ABC-B-DAYS               PIC 9(3) VALUE 91.
       01 ABC-C-DAYS               PIC 9(3) VALUE 365.
       01 ABC-Table.
           05 ABC-Entry OCCURS 5000 TIMES.
               10 ABC-Item-ID    PIC 9(5).
               10 ABC-Value      PIC 9(11)V99.
               10 ABC-Class      PIC X.
               10 ABC-Last-Count PIC 9(8).
       01 ABC-Swap                 PIC X(27).
       01 ABC-Count                PIC 9(4).
       01 ABC-Arch-Flags.
           05 ABC-Arch-Flag OCCURS 99999 TIMES PIC X.
       01 WS-ABC-IDX               PIC 9(4).
       01 WS-ABC-JDX               PIC 9(4).
       01 WS-ABC-Lo                PIC 9(4).
       01 WS-ABC-Hi                PIC 9(4).
       01 WS-ABC-Mid               PIC 9(4).
       01 WS-ABC-Hit               PIC 9(4).
       01 WS-ABC-Item              PIC 9(5).
       01 WS-ABC-Today             PIC 9(8).
       01 WS-ABC-From              PIC 9(8).
       01 WS-ABC-To                PIC 9(8).
       01 WS-ABC-Amt               PIC 9(11)V99.
       01 WS-ABC-Total             PIC 9(13)V99.
       01 WS-ABC-Running           PIC 9(13)V99.
       01 WS-ABC-Pct               PIC 9(3)V99.
       01 WS-ABC-Cls               PIC X.
       01 WS-ABC-Cls-IDX           PIC 9.
       01 WS-ABC-Days              PIC 9(3).
       01 WS-ABC-Age               PIC 9(7).
       01 WS-ABC-Due               PIC X.
       01 WS-ABC-Changed           PIC 9(5).
       01 WS-ABC-Period-Days       PIC 9(5).
       01 ABC-Cov-Table.
           05 ABC-Cov OCCURS 3 TIMES.
               10 COV-Items      PIC 9(5).
               10 COV-Plan       PIC 9(7)V9.
               10 COV-Done       PIC 9(7).
               10 COV-Overdue    PIC 9(5).
       01 WS-COV-Pct               PIC 9(4)V9.
       01 WS-CS-Mode               PIC X.
       01 WS-CS-Take               PIC X.
      *> Monthly branch P&L: one column per branch (slot 0 is
      *> activity by cashers with no branch), the company total
      *> in the column after the last branch.
       01 BPL-Table.
           05 BPL-Entry OCCURS 31 TIMES.
               10 BPL-Branch     PIC 9(3).
               10 BPL-Name       PIC X(20).
               10 BPL-Gross      PIC S9(11)V99.
               10 BPL-Discount   PIC S9(11)V99.
               10 BPL-Returns    PIC S9(11)V99.
               10 BPL-COGS       PIC S9(11)V99.
               10 BPL-Shrink     PIC S9(11)V99.
               10 BPL-Quar       PIC S9(11)V99.
               10 BPL-PaidOut    PIC S9(11)V99.
               10 BPL-Labour-Secs PIC 9(9).
       01 BPL-Count                PIC 9(2).
       01 BPL-Total-IDX            PIC 9(2).
       01 WS-BPL-IDX               PIC 9(2).
       01 WS-BPL-JDX               PIC 9(2).
       01 WS-BPL-Block             PIC 9(2).
       01 WS-BPL-Col               PIC 9(2).
       01 WS-BPL-Row               PIC 9(2).
       01 WS-BPL-Period            PIC 9(6).
       01 WS-BPL-YM                PIC 9(6).
       01 WS-BPL-Branch            PIC 9(3).
       01 WS-BPL-Casher            PIC X(6).
       01 WS-BPL-Kind              PIC X.
       01 WS-BPL-Amount            PIC S9(11)V99.
       01 WS-BPL-Value             PIC S9(11)V99.
       01 WS-BPL-Cost              PIC 9(5)V99.
       01 WS-BPL-Net               PIC S9(11)V99.
       01 WS-BPL-Margin            PIC S9(11)V99.
       01 WS-BPL-Contrib           PIC S9(11)V99.
       01 WS-BPL-Hours             PIC S9(11)V99.
       01 WS-BPL-Quar-Hit          PIC X.
       01 EOFBP                    PIC X.
       01 BPL-Quar-Table.
           05 BPL-Quar-Lot OCCURS 200 TIMES.
               10 BPQ-Item-ID    PIC 9(5).
               10 BPQ-Qty        PIC 9(5).
               10 BPQ-Reason     PIC X(3).
               10 BPQ-Date       PIC 9(8).
               10 BPQ-Matched    PIC X.
       01 BPL-Quar-Count           PIC 9(3).
       01 WS-BPQ-IDX               PIC 9(3).
       01 ExpCat-RelKey            PIC 9(3).
       01 ExpBill-RelKey           PIC 9(5).
       01 WS-EC-ID                 PIC 9(3).
       01 WS-EC-Found              PIC X.
       01 WS-EC-Name               PIC X(20).
       01 WS-EC-GL-Key             PIC X(12).
       01 EOFEC                    PIC X.
       01 WS-EB-ID                 PIC 9(5).
       01 WS-EB-OK                 PIC X.
       01 WS-EB-Branch             PIC 9(3).
       01 WS-EB-Inv-Ref            PIC X(12).
       01 WS-EB-Amount             PIC 9(9)V99.
       01 WS-EB-Date               PIC 9(8).
       01 WS-EB-Due-Date           PIC 9(8).
       01 EC-Table.
           05 EC-Entry OCCURS 100 TIMES.
               10 ECT-ID         PIC 9(3).
               10 ECT-Name       PIC X(20).
               10 ECT-GL-Key     PIC X(12).
       01 EC-Count                 PIC 9(3).
       01 WS-ECT-IDX               PIC 9(3).
       01 EXR-Table.
           05 EXR-Entry OCCURS 300 TIMES.
               10 EXR-Cat        PIC 9(3).
               10 EXR-Branch     PIC 9(3).
               10 EXR-PaidOut    PIC 9(9)V99.
               10 EXR-Bills      PIC 9(9)V99.
       01 EXR-Swap                 PIC X(28).
       01 EXR-Count                PIC 9(3).
       01 WS-EXR-IDX               PIC 9(3).
       01 WS-EXR-JDX               PIC 9(3).
       01 WS-EXR-Period            PIC 9(6).
       01 WS-EXR-Next-YM           PIC 9(6).
       01 WS-EXR-YM                PIC 9(6).
       01 WS-EXR-Cat               PIC 9(3).
       01 WS-EXR-Branch            PIC 9(3).
       01 WS-EXR-Kind              PIC X.
       01 WS-EXR-Amount            PIC 9(9)V99.
       01 WS-EXR-Line-Total        PIC 9(10)V99.
       01 WS-EXR-Cat-Total         PIC 9(11)V99.
       01 WS-EXR-Cash-Total        PIC 9(11)V99.
       01 WS-EXR-Bill-Total        PIC 9(11)V99.
       01 WS-EXR-Grand             PIC 9(11)V99.
       01 RetainTally-RelKey       PIC 9(5).
       01 WS-RET-Months            PIC 9(3).
       01 WS-RET-Default-Months    PIC 9(3) VALUE 36.
       01 WS-RET-Today             PIC 9(8).
       01 WS-RET-Cutoff            PIC 9(8).
       01 WS-RET-YYYY              PIC 9(4).
       01 WS-RET-MM                PIC 9(2).
       01 WS-RET-DD                PIC 9(2).
       01 WS-RET-Mon-No            PIC 9(6).
       01 WS-RET-Date              PIC 9(8).
       01 WS-RET-Open              PIC X.
       01 WS-RET-Last              PIC 9(8).
       01 WS-RET-Eligible          PIC X.
       01 WS-RET-Candidates        PIC 9(5).
       01 WS-RET-Scrubbed          PIC 9(5).
       01 WS-RET-Hist-Fixed        PIC 9(6).
       01 WS-RET-Marker            PIC X(20) VALUE "ANONYMISED".
       01 EOFCR                    PIC X.
       01 SAR-Inv-Table.
           05 SAR-Inv-ID OCCURS 500 TIMES PIC 9(5).
       01 SAR-Inv-Count            PIC 9(3).
       01 SAR-Inv-Overflow         PIC X.
       01 WS-SAR-IDX               PIC 9(3).
       01 WS-SAR-Lines             PIC 9(6).
       01 WS-SAR-Amt               PIC Z(8)9.99.
       01 WS-SAR-Amt2              PIC Z(8)9.99.
       01 WS-SAR-Inv               PIC 9(5).
       01 CtlTotal-RelKey          PIC 9(2).
       01 CT-File-Table.
           05 FILLER PIC X(20) VALUE "INVOICE invoice.dat ".
           05 FILLER PIC X(20) VALUE "SALECARTsalecart.dat".
           05 FILLER PIC X(20) VALUE "PAYMENT payment.dat ".
           05 FILLER PIC X(20) VALUE "ACCTPAY acctpay.dat ".
           05 FILLER PIC X(20) VALUE "MOVEMENTmovement.dat".
       01 CT-File-Entries REDEFINES CT-File-Table.
           05 CT-File-Entry OCCURS 5 TIMES.
               10 CT-Short-Name  PIC X(8).
               10 CT-Path-Name   PIC X(12).
       01 WS-CT-Slot               PIC 9(2).
       01 WS-CT-Files              PIC 9(2) VALUE 5.
       01 WS-CT-Payment-Slot       PIC 9(2) VALUE 3.
       01 WS-CT-Have-Prev          PIC X.
       01 WS-CT-Prev-High          PIC 9(5).
       01 WS-CT-Count              PIC 9(7).
       01 WS-CT-High               PIC 9(5).
       01 WS-CT-Sum                PIC S9(11)V99.
       01 WS-CT-New-Count          PIC 9(7).
       01 WS-CT-New-Sum            PIC S9(11)V99.
       01 WS-CT-Exp-Count          PIC S9(8).
       01 WS-CT-Exp-Sum            PIC S9(11)V99.
       01 WS-CT-Line-Value         PIC S9(11)V99.
       01 WS-CT-Break              PIC X.
       01 WS-CT-Breaks             PIC 9(2).
       01 WS-CT-First-Break        PIC 9(2).
       01 WS-CT-Post-Kind          PIC X.
       01 WS-CT-Post-Amount        PIC S9(11)V99.
       01 WS-CT-Disp-Sum           PIC -(10)9.99.
       01 WS-CT-Disp-Exp           PIC -(10)9.99.
       01 EOFCT                    PIC X.
       01 WS-CT-Line-ID            PIC 9(5).
       01 WS-RJ-Action             PIC X.
       01 WS-RJ-File               PIC X(8).
       01 WS-RJ-Key                PIC 9(5).
       01 WS-RJ-Image              PIC X(250).
       01 WS-RJ-Save-Status        PIC XX.
       01 WS-RJ-Now                PIC X(21).
       01 WS-RR-Today              PIC 9(8).
       01 WS-RR-Days-Back          PIC 9(3).
       01 WS-RR-Found-Set          PIC X.
       01 WS-RR-Have-Marker        PIC X.
       01 WS-RR-Marker-Line        PIC 9(7).
       01 WS-RR-Line               PIC 9(7).
       01 WS-RR-Set-Ts             PIC X(14).
       01 WS-RR-Ts                 PIC X(14).
       01 WS-RR-Exists             PIC X.
       01 WS-RR-Invoices           PIC 9(5).
       01 WS-RR-Lines              PIC 9(5).
       01 WS-RR-Payments           PIC 9(5).
       01 WS-RR-Deletes            PIC 9(5).
       01 WS-RR-Movements          PIC 9(5).
       01 WS-RR-Skipped            PIC 9(5).
       01 WS-RR-EJ-Checked         PIC 9(5).
       01 WS-RR-EJ-Voids           PIC 9(5).
       01 WS-RR-Raised             PIC 9(3).
       01 WS-RR-New-Qty            PIC S9(8).
       01 WS-RR-Max-Invoice        PIC 9(5).
       01 WS-RR-Max-Cart           PIC 9(5).
       01 WS-RR-Max-Move           PIC 9(5).
       01 WS-RR-Target             PIC 9(5).
       01 WS-RR-IDX                PIC 9(2).
       01 RR-Counter-Table.
           05 RR-Counter-Value OCCURS 99 TIMES PIC 9(5).
       01 EOFRJ                    PIC X.
       01 RptSched-RelKey          PIC 9(5).
       01 WS-Sched-Run             PIC X VALUE "N".
       01 WS-Dead-Category         PIC X(12) VALUE SPACES.
       01 WS-RSC-Today              PIC 9(8).
       01 WS-RSC-Today-Int          PIC 9(7).
       01 WS-RSC-Weekday            PIC 9(1).
       01 WS-RSC-Tomorrow           PIC 9(8).
       01 WS-RSC-Due                PIC X.
       01 WS-RSC-Ran                PIC 9(3).
       01 WS-RSC-Max-ID             PIC 9(5).
       01 WS-RSC-IDX                PIC 9(2).
       01 WS-RSC-Found              PIC X.
       01 WS-RSC-Save               PIC X(80).
       01 WS-RSC-New.
           05 WS-RSC-New-Report     PIC X(12).
           05 WS-RSC-New-Freq       PIC X(1).
           05 WS-RSC-New-Day        PIC 9(2).
           05 WS-RSC-New-From       PIC 9(3).
           05 WS-RSC-New-To         PIC 9(3).
           05 WS-RSC-New-Category   PIC X(12).
           05 WS-RSC-New-Branch     PIC 9(3).
           05 WS-RSC-New-Value      PIC 9(3)V99.
      *> Reports the nightly batch can run unattended, by the name
      *> they spool under.
       01 RSC-Code-Values.
           05 FILLER PIC X(12) VALUE "MARGIN".
           05 FILLER PIC X(12) VALUE "DEAD-STOCK".
           05 FILLER PIC X(12) VALUE "CUST-AGING".
           05 FILLER PIC X(12) VALUE "AP-AGING".
           05 FILLER PIC X(12) VALUE "TAX".
           05 FILLER PIC X(12) VALUE "HOURLY".
           05 FILLER PIC X(12) VALUE "ABC-COVERAGE".
           05 FILLER PIC X(12) VALUE "BRANCH-PL".
           05 FILLER PIC X(12) VALUE "EXPENSES".
           05 FILLER PIC X(12) VALUE "SUP-DELIV".
           05 FILLER PIC X(12) VALUE "OVERDUE-HIRE".
       01 RSC-Code-Table REDEFINES RSC-Code-Values.
           05 RSC-Code OCCURS 11 TIMES PIC X(12).
       01 EOFRQ                    PIC X.
      *>  multi-line purchase orders: header file, roll-up totals
      *>  and the per-supplier grouping used by draft approval
       01 POH-RelKey               PIC 9(5).
       01 WS-POH-ID                PIC 9(5).
       01 WS-POH-Found             PIC X.
       01 WS-POH-Want              PIC X.
       01 WS-POH-Expected          PIC 9(8).
       01 WS-POH-Added             PIC 9(3).
       01 WS-POH-Lines             PIC 9(3).
       01 WS-POH-Live              PIC 9(3).
       01 WS-POH-Draft             PIC 9(3).
       01 WS-POH-Done              PIC 9(3).
       01 WS-POH-Any-Recv          PIC X.
       01 WS-POH-Order-Value       PIC 9(9)V99.
       01 WS-POH-Recv-Value        PIC 9(9)V99.
       01 WS-POH-Recv-Date         PIC 9(8).
       01 WS-POH-Qty               PIC 9(5).
       01 WS-POH-Round-Qty         PIC 9(6).
       01 WS-POH-Answer            PIC X.
       01 WS-POH-Unit-Cost         PIC 9(7)V99.
       01 WS-POH-Today             PIC 9(8).
       01 WS-POH-Disp-Value        PIC Z(8)9.99.
       01 WS-POH-Disp-Min          PIC Z(6)9.99.
       01 WS-POH-Disp-Cost         PIC Z(6)9.99.
       01 WS-POH-Disp-Qty          PIC Z(4)9.
       01 POL-Table.
           05 POL-Line-ID          PIC 9(5) OCCURS 200 TIMES.
       01 POL-Count                PIC 9(3).
       01 POL-IDX                  PIC 9(3).
       01 PDS-Table.
           05 PDS-Entry OCCURS 50 TIMES.
               10 PDS-Supplier-ID  PIC 9(5).
               10 PDS-Header-ID    PIC 9(5).
               10 PDS-Last-Line    PIC 9(3).
       01 PDS-Count                PIC 9(2).
       01 PDS-IDX                  PIC 9(2).
       01 WS-Sup-Entry             PIC X(65).
       01 WS-SI-Whole-PO           PIC X VALUE "N".
       01 WS-SI-PO-Ref             PIC X(10).
       01 WS-SI-Lines-Billed       PIC 9(3).
       01 WS-Late-Sup-ID           PIC 9(5).
       01 EOFPH                    PIC X.
      *>  advance ship notices: asn.csv import, staging against the
      *>  open PO lines and the dock receipt that confirms counts
       01 AsnStage-RelKey          PIC 9(5).
       01 WS-ASN-Mode              PIC X VALUE "N".
       01 WS-Receipt-Posted        PIC X VALUE "N".
       01 WS-ASN-Ref               PIC X(12).
       01 WS-ASN-Supplier          PIC 9(5).
       01 WS-ASN-Line              PIC 9(5).
       01 WS-ASN-Item              PIC 9(5).
       01 WS-ASN-PO-No             PIC 9(5).
       01 WS-ASN-Qty               PIC 9(5).
       01 WS-ASN-Expiry            PIC 9(8).
       01 WS-ASN-Match             PIC 9(5).
       01 WS-ASN-Counted           PIC 9(5).
       01 WS-ASN-Line-Qty          PIC 9(5).
       01 WS-ASN-Diff              PIC S9(5).
       01 WS-ASN-Lots-Done         PIC X.
       01 WS-ASN-First-ID          PIC 9(5).
       01 WS-ASN-Last-Ref          PIC X(12).
       01 WS-ASN-Dup               PIC X.
       01 WS-ASN-Found             PIC X.
       01 WS-ASN-Line-No           PIC 9(6).
       01 WS-ASN-Good              PIC 9(5).
       01 WS-ASN-NoPO              PIC 9(5).
       01 WS-ASN-Bad               PIC 9(5).
       01 WS-ASN-Var-Lines         PIC 9(5).
       01 WS-ASN-Err               PIC X(40).
       01 WS-ASN-Count-Txt         PIC X(6).
       01 WS-ASN-Answer            PIC X.
       01 WS-ASN-In.
           05 WS-ASN-In-Ref        PIC X(12).
           05 WS-ASN-In-PO         PIC X(8).
           05 WS-ASN-In-Item       PIC X(8).
           05 WS-ASN-In-Qty        PIC X(8).
           05 WS-ASN-In-Lot        PIC X(12).
           05 WS-ASN-In-Expiry     PIC X(10).
           05 WS-ASN-In-Serial     PIC X(15).
       01 ASL-Table.
           05 ASL-Line-ID          PIC 9(5) OCCURS 200 TIMES.
       01 ASL-Count                PIC 9(3).
       01 ASL-IDX                  PIC 9(3).
       01 WS-Lot-Sup-Lot           PIC X(12) VALUE SPACES.
       01 EOFAS                    PIC X.
       01 EOFAS2                   PIC X.
       01 Subst-RelKey             PIC 9(5).
       01 WS-Sub-Orig-Item         PIC 9(5).
       01 WS-Sub-Orig-Price        PIC 9(8)V99.
       01 WS-Sub-Orig-Min-Age      PIC 9(2).
       01 WS-Sub-Need              PIC 9(5)V99.
       01 WS-Sub-Incart            PIC 9(7)V99.
       01 WS-Sub-Pick              PIC 9(2).
       01 WS-Sub-Shown             PIC 9(2).
       01 WS-Sub-Cart-Save         PIC X(62).
       01 WS-Sub-Source            PIC X(1).
       01 WS-Sub-Found             PIC X(1).
       01 SBT-Table.
           05 SBT-Entry OCCURS 10 TIMES.
               10 SBT-Alt-Item     PIC 9(5).
               10 SBT-Pref         PIC 9(2).
               10 SBT-Rule         PIC X(1).
               10 SBT-Avail        PIC S9(7)V99.
               10 SBT-Price        PIC 9(8)V99.
       01 SBT-Hold                 PIC X(27).
       01 SBT-Count                PIC 9(2).
       01 SBT-IDX                  PIC 9(2).
       01 SBT-IDX2                 PIC 9(2).
       01 SDR-Table.
           05 SDR-Entry OCCURS 200 TIMES.
               10 SDR-Item         PIC 9(5).
               10 SDR-Count        PIC 9(5).
               10 SDR-Qty          PIC 9(7)V99.
               10 SDR-Till         PIC 9(5).
               10 SDR-Order        PIC 9(5).
       01 SDR-Hold                 PIC X(29).
       01 SDR-Used                 PIC 9(3).
       01 SDR-IDX                  PIC 9(3).
       01 SDR-IDX2                 PIC 9(3).
       01 EOFSB                    PIC X.
       01 Style-RelKey             PIC 9(5).
       01 WS-Style-Rollup          PIC X VALUE "N".
       01 WS-Sty-Size-IDX          PIC 9(2).
       01 WS-Sty-Col-IDX           PIC 9(2).
       01 WS-Sty-Next-Item         PIC 9(5).
       01 WS-Sty-Placed            PIC X.
       01 WS-Sty-Made              PIC 9(3).
       01 WS-Sty-Input             PIC X(8).
       01 WS-Sty-Suffix            PIC X(13).
       01 WS-Sty-Len               PIC 9(2).
       01 WS-Sty-Keep              PIC 9(2).
       01 WS-Sty-Barcode.
           05 WS-Sty-BC-Digit      PIC 9 OCCURS 13 TIMES.
       01 WS-Sty-BC-Sum            PIC 9(4).
       01 WS-Sty-BC-IDX            PIC 9(2).
       01 SRU-Table.
           05 SRU-Entry OCCURS 200 TIMES.
               10 SRU-Style-ID     PIC 9(5).
               10 SRU-Qty          PIC S9(9)V99.
               10 SRU-Amt1         PIC S9(10)V99.
               10 SRU-Amt2         PIC S9(10)V99.
               10 SRU-Lines        PIC 9(5).
       01 SRU-Count                PIC 9(3).
       01 SRU-IDX                  PIC 9(3).
       01 WS-SRU-Pct               PIC S9(5)V99.
       01 WS-SRU-Amt               PIC S9(10)V99.
       01 SZC-Table.
           05 SZC-Entry OCCURS 12 TIMES.
               10 SZC-Sold         PIC 9(8)V99.
               10 SZC-On-Hand      PIC 9(8).
               10 SZC-Children     PIC 9(3).
               10 SZC-Out          PIC 9(3).
               10 SZC-Pct          PIC 9(3)V99.
               10 SZC-Rank         PIC 9(2).
       01 SZC-IDX                  PIC 9(2).
       01 SZC-IDX2                 PIC 9(2).
       01 EOFSY                    PIC X.
       01 BrPrice-RelKey           PIC 9(5).
       01 WS-Sale-Branch           PIC 9(3) VALUE 0.
       01 WS-Kiosk-Branch          PIC 9(3) VALUE 0.
       01 WS-BP-Item               PIC 9(5).
       01 WS-BP-Branch             PIC 9(3).
       01 WS-BP-Found              PIC X.
       01 WS-BP-Price              PIC 9(5)V99.
       01 WS-BP-Key                PIC 9(5).
       01 WS-BP-New-Price          PIC 9(5)V99.
       01 WS-BP-Filter             PIC 9(3).
       01 EOFBPR                   PIC X.
       01 Zone-RelKey              PIC 9(5).
       01 DelChg-RelKey            PIC 9(5).
       01 WS-Dlv-Zone              PIC 9(3).
       01 WS-Dlv-Addr-Up           PIC X(30).
       01 WS-Dlv-Len               PIC 9(2).
       01 WS-Dlv-Best-Len          PIC 9(2).
       01 WS-Dlv-Hits              PIC 9(3).
       01 WS-Dlv-Income            PIC 9(10)V99.
       01 WS-Dlv-Inv-Count         PIC 9(5).
       01 WS-Dlv-Waived-Count      PIC 9(5).
       01 WS-Dlv-Goods-Sales       PIC S9(10)V99.
       01 EOFDZ                    PIC X.
       01 Cheque-RelKey            PIC 9(5).
       01 WS-CQ-OK                 PIC X.
       01 WS-CQ-ID                 PIC 9(5).
       01 WS-CQ-Source             PIC X.
       01 WS-CQ-Ref                PIC 9(5).
       01 WS-CQ-Customer           PIC 9(5).
       01 WS-CQ-Amount             PIC 9(9)V99.
       01 WS-CQ-Bank               PIC X(20).
       01 WS-CQ-Number             PIC X(10).
       01 WS-CQ-Drawer             PIC X(20).
       01 WS-CQ-Fee                PIC 9(5)V99.
       01 WS-CQ-Held               PIC 9(9)V99.
       01 WS-CQ-Mark               PIC X.
       01 WS-CQ-Filter             PIC 9(5).
       01 WS-CQ-AP-Type            PIC X(3).
       01 WS-CQ-AP-Amount          PIC 9(9)V99.
       01 EOFCHQ                   PIC X.
       01 OTB-RelKey               PIC 9(5).
       01 WS-OTB-Mode              PIC X.
       01 WS-OTB-Post              PIC X.
       01 WS-OTB-OK                PIC X.
       01 WS-OTB-Over              PIC X.
       01 WS-OTB-Found             PIC X.
       01 WS-OTB-Key               PIC 9(5).
       01 WS-OTB-Category          PIC X(12).
       01 WS-OTB-Month             PIC 9(6).
       01 WS-OTB-Branch            PIC 9(3).
       01 WS-OTB-PO-Branch         PIC 9(3).
       01 WS-OTB-Budget            PIC 9(9)V99.
       01 WS-OTB-Line-Month        PIC 9(6).
       01 WS-OTB-Line-Value        PIC 9(9)V99.
       01 WS-OTB-Remaining         PIC S9(10)V99.
       01 WS-OTB-Tot-Budget        PIC 9(10)V99.
       01 WS-OTB-Tot-Committed     PIC 9(10)V99.
       01 WS-OTB-Tot-Received      PIC 9(10)V99.
       01 WS-OTB-Disp-Budget       PIC Z(9)9.99.
       01 WS-OTB-Disp-Comm         PIC Z(9)9.99.
       01 WS-OTB-Disp-Recv         PIC Z(9)9.99.
       01 WS-OTB-Disp-Rem          PIC -(10)9.99.
       01 WS-OTB-Disp-Line         PIC Z(8)9.99.
       01 OTB-Table.
           05 OTB-T-Entry OCCURS 300 TIMES.
               10 OTB-T-Category   PIC X(12).
               10 OTB-T-Month      PIC 9(6).
               10 OTB-T-Branch     PIC 9(3).
               10 OTB-T-Budget     PIC 9(9)V99.
               10 OTB-T-Committed  PIC 9(10)V99.
               10 OTB-T-Received   PIC 9(10)V99.
       01 OTB-T-Count              PIC 9(3).
       01 OTB-IDX                  PIC 9(3).
       01 EOFOTB                   PIC X.
       01 ShelfTask-RelKey         PIC 9(5).
       01 WS-SHF-Branch            PIC 9(3).
       01 WS-SHF-Date              PIC 9(8).
       01 WS-SHF-OK                PIC X.
       01 WS-SHF-Answer            PIC X.
       01 WS-SHF-Qty               PIC 9(7).
       01 WS-SHF-Move              PIC 9(7).
       01 WS-SHF-Back              PIC 9(7).
       01 WS-SHF-Count             PIC 9(4).
       01 SHF-Table.
           05 SHF-T-Entry OCCURS 500 TIMES.
               10 SHF-T-Location   PIC X(8).
               10 SHF-T-Item       PIC 9(5).
               10 SHF-T-Cap        PIC 9(5).
               10 SHF-T-Total      PIC 9(7).
               10 SHF-T-Shelf      PIC 9(7).
               10 SHF-T-Bring      PIC 9(7).
       01 SHF-T-Swap               PIC X(39).
       01 SHF-T-Count              PIC 9(3).
       01 SHF-IDX                  PIC 9(3).
       01 SHF-JDX                  PIC 9(3).
       01 EOFSHF                   PIC X.
       01 Fiscal-RelKey            PIC 9(5).
       01 WS-FIS-Key               PIC 9(5).
       01 WS-FIS-Branch            PIC 9(3).
       01 WS-FIS-Year              PIC 9(4).
       01 WS-FIS-Series            PIC X.
       01 WS-FIS-Source            PIC X.
       01 WS-FIS-Ref               PIC 9(5).
       01 WS-FIS-Orig-Inv          PIC 9(5).
       01 WS-FIS-Orig-No           PIC X(17).
       01 WS-FIS-Amount            PIC 9(9)V99.
       01 WS-FIS-Number            PIC 9(7).
       01 WS-FIS-Doc-No            PIC X(17).
       01 WS-FIS-Found             PIC X.
       01 WS-FIS-Find-Series       PIC X.
       01 WS-FIS-Find-Source       PIC X.
       01 WS-FIS-Find-Ref          PIC 9(5).
       01 WS-FIS-Result            PIC X.
       01 WS-FIS-Reason            PIC X(30).
       01 WS-FIS-Today             PIC 9(8).
       01 WS-FIS-Expect            PIC 9(7).
       01 WS-FIS-Gap-To            PIC 9(7).
       01 WS-FIS-Issued            PIC 9(7).
       01 WS-FIS-Unissued          PIC 9(5).
       01 WS-FIS-Breaks            PIC 9(5).
       01 WS-FIS-Disp-Amt          PIC Z(8)9.99.
       01 EOFFIS                   PIC X.
       01 ChgReq-RelKey            PIC 9(5).
       01 WS-CR-ID                 PIC 9(5).
       01 WS-CR-Type               PIC X(8).
       01 WS-CR-Key                PIC X(12).
       01 WS-CR-Before             PIC X(30).
       01 WS-CR-After              PIC X(30).
       01 WS-CR-Old-Num1           PIC 9(7)V99.
       01 WS-CR-Old-Num2           PIC 9(7)V99.
       01 WS-CR-New-Num1           PIC 9(7)V99.
       01 WS-CR-New-Num2           PIC 9(7)V99.
       01 WS-CR-Old-Text           PIC X(8).
       01 WS-CR-New-Text           PIC X(8).
       01 WS-CR-Maker              PIC X(6).
       01 WS-CR-Status             PIC X(8).
       01 WS-CR-Note               PIC X(30).
       01 WS-CR-Applied            PIC X.
       01 WS-CR-Count              PIC 9(5).
       01 WS-CR-Disp-1             PIC Z(6)9.99.
       01 WS-CR-Disp-2             PIC Z(6)9.99.
       01 WS-CR-Init-Limit         PIC 9(7)V99.
       01 WS-CR-Init-Tier          PIC X.
       01 WS-CR-Item               PIC 9(5).
       01 WS-CR-Cust               PIC 9(5).
       01 EOFCHG                   PIC X.
       01 DORMANT-LOGIN-DAYS       PIC 9(3) VALUE 90.
       01 WS-LH-User               PIC X(6).
       01 WS-LH-Role               PIC X.
       01 WS-LH-Branch             PIC 9(3).
       01 WS-LH-Event              PIC X(8).
       01 WS-LH-Lockout            PIC X.
       01 WS-LS-From               PIC 9(8).
       01 WS-LS-To                 PIC 9(8).
       01 WS-LS-Day-Start          PIC 9(4).
       01 WS-LS-Day-End            PIC 9(4).
       01 WS-LS-HHMM               PIC 9(4).
       01 WS-LS-Fail-Limit         PIC 9(2).
       01 WS-LS-Days               PIC 9(3).
       01 WS-LS-Today              PIC 9(8).
       01 WS-LS-Cutoff             PIC 9(8).
       01 WS-LS-Count              PIC 9(5).
       01 WS-LS-Admins             PIC 9(3).
       01 WS-LS-Status             PIC X(8).
       01 WS-LS-Found              PIC X.
       01 LSF-Table.
           05 LSF-T-Entry OCCURS 300 TIMES.
               10 LSF-T-User       PIC X(6).
               10 LSF-T-Role       PIC X.
               10 LSF-T-Date       PIC 9(8).
               10 LSF-T-Fails      PIC 9(3).
               10 LSF-T-Locks      PIC 9(3).
       01 LSF-Count                PIC 9(3).
       01 LSF-IDX                  PIC 9(3).
       01 EOFLGN                   PIC X.
       01 WS-DY-Path               PIC X(255).
       01 WS-DY-Branch             PIC 9(3).
       01 WS-DY-Date               PIC 9(8).
       01 WS-DY-Today              PIC 9(8).
       01 WS-DY-From               PIC 9(8).
       01 WS-DY-To                 PIC 9(8).
       01 WS-DY-Day                PIC 9(8).
       01 WS-DY-Day-Int            PIC 9(7).
       01 WS-DY-End-Int            PIC 9(7).
       01 WS-DY-Seq                PIC 9(5).
       01 WS-DY-File-Seq           PIC 9(5).
       01 WS-DY-Last-Seq           PIC 9(5).
       01 WS-DY-Last-Date          PIC 9(8).
       01 WS-DY-Status             PIC X(8).
       01 WS-DY-OK                 PIC X.
       01 WS-DY-Found              PIC X.
       01 WS-DY-Mine               PIC X.
       01 WS-DY-Who                PIC X(6).
       01 WS-DY-Old                PIC 9(5).
       01 WS-DY-New                PIC 9(5).
       01 WS-DY-Types              PIC X(7) VALUE "ILPMDEF".
       01 WS-DY-Type-IDX           PIC 9(2).
       01 WS-DY-Counts.
           05 WS-DY-Count          OCCURS 7 TIMES PIC 9(5).
       01 WS-DY-Amount             PIC 9(11)V99.
       01 WS-DY-Amount-Disp        PIC Z(10)9.99.
       01 WS-DY-Records            PIC 9(6).
       01 WS-DY-Not-Applied        PIC 9(5).
       01 WS-DY-Fis-Clash          PIC 9(5).
       01 WS-DY-Fis-Key            PIC 9(5).
       01 WS-DY-Fis-Branch         PIC 9(3).
       01 WS-DY-Fis-Year           PIC 9(4).
       01 WS-DY-Fis-Series         PIC X(1).
       01 WS-DY-Fis-Number         PIC 9(7).
       01 WS-DY-New-Qty            PIC S9(8).
       01 WS-DY-Reason             PIC X(20).
       01 WS-DY-Reported           PIC 9(3).
      *>  Branch number to head-office number, per day-file load.
       01 DYI-Table.
           05 DYI-Entry OCCURS 500 TIMES.
               10 DYI-Old          PIC 9(5).
               10 DYI-New          PIC 9(5).
       01 DYI-Count                PIC 9(4).
       01 DYC-Table.
           05 DYC-Entry OCCURS 4000 TIMES.
               10 DYC-Old          PIC 9(5).
               10 DYC-New          PIC 9(5).
       01 DYC-Count                PIC 9(4).
       01 DYK-Table.
           05 DYK-Entry OCCURS 500 TIMES.
               10 DYK-Casher       PIC X(6).
               10 DYK-Branch       PIC 9(3).
       01 DYK-Count                PIC 9(4).
       01 DYB-Table.
           05 DYB-Entry OCCURS 200 TIMES.
               10 DYB-ID           PIC 9(3).
               10 DYB-Name         PIC X(20).
       01 DYB-Count                PIC 9(3).
       01 DYG-Table.
           05 DYG-Entry OCCURS 2000 TIMES.
               10 DYG-Branch       PIC 9(3).
               10 DYG-Date         PIC 9(8).
               10 DYG-Seq          PIC 9(5).
               10 DYG-Status       PIC X(8).
               10 DYG-Invoices     PIC 9(5).
               10 DYG-Amount       PIC 9(11)V99.
       01 DYG-Count                PIC 9(4).
       01 DY-IDX                   PIC 9(4).
       01 DY-IDX2                  PIC 9(4).
       01 EOFDY                    PIC X.
       01 EOFDYR                   PIC X.
       01 Cmpt-RelKey              PIC 9(3).
       01 WS-SV-Comp               PIC 9(3).
       01 WS-SV-Comp-OK            PIC X.
       01 WS-SV-Item               PIC 9(5).
       01 WS-SV-Price              PIC 9(8)V99.
       01 WS-SV-Date               PIC 9(8).
       01 WS-SV-Today              PIC 9(8).
       01 WS-SV-From               PIC 9(8).
       01 WS-SV-Days               PIC 9(3).
       01 WS-SV-Source             PIC X.
       01 WS-SV-Count              PIC 9(5).
       01 WS-SV-Line               PIC 9(5).
       01 WS-SV-Bad                PIC 9(5).
       01 WS-SV-Err                PIC X(40).
       01 WS-SV-Comp-Txt           PIC X(10).
       01 WS-SV-Barcode            PIC X(13).
       01 WS-SV-Price-Txt          PIC X(15).
       01 WS-SV-Date-Txt           PIC X(10).
       01 WS-SV-Category           PIC X(12).
       01 WS-SV-Cat-IDX            PIC 9(2).
       01 WS-SV-Cat-Items          PIC 9(5).
       01 WS-SV-Cat-Dearer         PIC 9(5).
       01 WS-SV-Cat-Matches        PIC 9(5).
       01 WS-SV-Hit                PIC 9(4).
       01 WS-SV-Comps              PIC 9(3).
       01 WS-SV-Matches            PIC 9(5).
       01 WS-SV-Low                PIC 9(8)V99.
       01 WS-SV-Sum                PIC 9(10)V99.
       01 WS-SV-Avg                PIC 9(8)V99.
       01 WS-SV-Gap                PIC S9(5)V9.
       01 WS-SV-Margin             PIC S9(5)V9.
       01 WS-SV-Disp-Ours          PIC Z(4)9.99.
       01 WS-SV-Disp-Low           PIC Z(7)9.99.
       01 WS-SV-Disp-Avg           PIC Z(7)9.99.
       01 WS-SV-Disp-Gap           PIC -(5)9.9.
       01 WS-SV-Disp-Margin        PIC -(5)9.9.
       01 SVT-Table.
           05 SVT-Entry OCCURS 5000 TIMES.
               10 SVT-Item         PIC 9(5).
               10 SVT-Comp         PIC 9(3).
               10 SVT-Price        PIC 9(8)V99.
               10 SVT-Date         PIC 9(8).
       01 SVT-Count                PIC 9(4).
       01 PMT-Table.
           05 PMT-Entry OCCURS 3000 TIMES.
               10 PMT-Item         PIC 9(5).
               10 PMT-Matches      PIC 9(5).
       01 PMT-Count                PIC 9(4).
       01 SV-IDX                   PIC 9(4).
       01 EOFSV                    PIC X.
       01 EOFCMPT                  PIC X.
       01 SpecOrd-RelKey           PIC 9(5).
      *>  share of a special order taken up front
       01 SPECIAL-DEP-PCT          PIC 9(2) VALUE 25.
       01 WS-SPO-Item-Name         PIC X(20).
       01 WS-SPO-Qty               PIC 9(3).
       01 WS-SPO-Price             PIC 9(5)V99.
       01 WS-SPO-Cost              PIC 9(5)V99.
       01 WS-SPO-Total             PIC 9(8)V99.
       01 WS-SPO-Dep-Suggest       PIC 9(7)V99.
       01 WS-SPO-Deposit           PIC 9(7)V99.
       01 WS-SPO-Next-Item         PIC 9(5).
       01 WS-SPO-Placed            PIC X.
       01 WS-SPO-Changed           PIC X.
       01 WS-SPO-Today             PIC 9(8).
       01 WS-SPO-Since             PIC 9(8).
       01 WS-SPO-Age               PIC 9(5).
       01 WS-SPO-Count             PIC 9(5).
       01 WS-SPO-Late              PIC 9(5).
       01 WS-SPO-Value             PIC 9(9)V99.
       01 WS-SPO-Line-Value        PIC 9(8)V99.
       01 WS-SPO-Balance           PIC 9(8)V99.
       01 WS-SPO-Disp-Value        PIC Z(8)9.99.
       01 WS-SPO-Disp-Dep          PIC Z(6)9.99.
       01 WS-SPO-Disp-Bal          PIC Z(7)9.99.
       01 SPO-Bucket-Table.
           05 SPO-Bucket OCCURS 4 TIMES.
               10 SPO-Bkt-Label    PIC X(12).
               10 SPO-Bkt-Count    PIC 9(5).
               10 SPO-Bkt-Value    PIC 9(9)V99.
       01 SPO-IDX                  PIC 9(1).
       01 EOFSPO                   PIC X.
       01 ARItem-RelKey            PIC 9(5).
       01 WS-ARI-ID                PIC 9(5).
       01 WS-ARI-Type              PIC X(3).
       01 WS-ARI-Cust              PIC 9(5).
       01 WS-ARI-Ref               PIC 9(5).
       01 WS-ARI-Date              PIC 9(8).
       01 WS-ARI-Amount            PIC 9(9)V99.
       01 WS-ARI-Open              PIC 9(9)V99.
       01 WS-ARI-Unbooked          PIC 9(9)V99.
       01 WS-ARI-Type-Text         PIC X(12).
       01 WS-ARI-PRL-Open          PIC 9(9)V99.
       01 WS-ARA-Cust              PIC 9(5).
       01 WS-ARA-Credit-ID         PIC 9(5).
       01 WS-ARA-Debit-ID          PIC 9(5).
       01 WS-ARA-Amount            PIC 9(9)V99.
       01 WS-ARA-Applied           PIC 9(9)V99.
       01 WS-ARA-Credit-Open       PIC 9(9)V99.
       01 WS-ARA-Debit-Open        PIC 9(9)V99.
       01 WS-ARA-Booked            PIC 9(9)V99.
       01 WS-ARA-Used              PIC 9(9)V99.
       01 WS-ARA-Unbook-Used       PIC 9(9)V99 VALUE 0.
       01 WS-ARA-Today             PIC 9(8).
       01 WS-ARA-Mode              PIC X.
       01 WS-ARA-Pick              PIC 9(3).
       01 WS-ARA-Best              PIC 9(3).
       01 WS-ARA-Done              PIC X.
       01 WS-ARA-Found             PIC X.
       01 WS-ARA-Disp              PIC Z(8)9.99.
       01 WS-ARA-Disp2             PIC Z(8)9.99.
       01 WS-ARP-Post              PIC X.
       01 WS-ARP-AP-ID             PIC 9(5).
       01 WS-ARP-Cust              PIC 9(5).
       01 WS-ARR-AP-ID             PIC 9(5).
       01 WS-ARR-Unbooked          PIC 9(9)V99.
       01 WS-ARV-Debits            PIC 9(9)V99.
       01 WS-ARV-Credits           PIC 9(9)V99.
       01 WS-ARV-Net               PIC S9(9)V99.
       01 WS-ARV-From              PIC 9(8).
       01 WS-ARV-Find              PIC 9(5).
       01 WS-ARB-Remain            PIC 9(9)V99.
       01 WS-ARB-Made              PIC 9(5).
       01 WS-ARB-Custs             PIC 9(5).
       01 WS-Aging-Skip-Fin        PIC X VALUE "N".
       01 STMT-ACTIVITY-DAYS       PIC 9(3) VALUE 30.
       01 ARO-Table.
           05 ARO-Entry OCCURS 500 TIMES.
               10 ARO-ID           PIC 9(5).
               10 ARO-Type         PIC X(3).
               10 ARO-Ref          PIC 9(5).
               10 ARO-Date         PIC 9(8).
               10 ARO-Open         PIC 9(9)V99.
               10 ARO-Used         PIC X.
       01 ARO-Count                PIC 9(4) VALUE 0.
       01 ARC-Table.
           05 ARC-ID               PIC 9(5) OCCURS 200 TIMES.
       01 ARC-Count                PIC 9(4) VALUE 0.
       01 WS-ARC-Save-Table.
           05 WS-ARC-Save          PIC 9(5) OCCURS 200 TIMES.
       01 WS-ARC-Save-Count        PIC 9(4).
       01 ARV-Table.
           05 ARV-Entry OCCURS 1000 TIMES.
               10 ARV-ID           PIC 9(5).
               10 ARV-Type         PIC X(3).
               10 ARV-Ref          PIC 9(5).
               10 ARV-Date         PIC 9(8).
               10 ARV-Amount       PIC 9(9)V99.
               10 ARV-Open         PIC 9(9)V99.
               10 ARV-Status       PIC X.
       01 ARV-Count                PIC 9(4) VALUE 0.
       01 ARL-Table.
           05 ARL-Entry OCCURS 2000 TIMES.
               10 ARL-Credit-ID    PIC 9(5).
               10 ARL-Debit-ID     PIC 9(5).
               10 ARL-Amount       PIC 9(9)V99.
               10 ARL-Date         PIC 9(8).
               10 ARL-Kind         PIC X.
       01 ARL-Count                PIC 9(4) VALUE 0.
       01 ARB-Table.
           05 ARB-Entry OCCURS 5000 TIMES.
               10 ARB-Cust         PIC 9(5).
               10 ARB-Type         PIC X(3).
               10 ARB-Ref          PIC 9(5).
               10 ARB-Date         PIC 9(8).
               10 ARB-Amount       PIC 9(9)V99.
       01 ARB-Count                PIC 9(4) VALUE 0.
       01 AR-IDX                   PIC 9(4).
       01 AR-IDX2                  PIC 9(4).
       01 AR-IDX3                  PIC 9(4).
       01 AR-IDX4                  PIC 9(4).
       01 EOFAR                    PIC X.
       01 EOFARL                   PIC X.
       01 WS-TH-Scanned            PIC X VALUE "N".
       01 THRU-IDLE-CAP-SECS       PIC 9(5) VALUE 1800.
       01 TH-Table.
           05 TH-Entry OCCURS 50 TIMES.
               10 TH-Casher        PIC X(6).
               10 TH-Branch        PIC 9(3).
               10 TH-Txns          PIC 9(5).
               10 TH-Lines         PIC 9(7).
               10 TH-Timed         PIC 9(5).
               10 TH-Serve-Secs    PIC 9(9).
               10 TH-Idle-Count    PIC 9(5).
               10 TH-Idle-Secs     PIC 9(9).
               10 TH-Span-Secs     PIC 9(9).
               10 TH-Day           PIC 9(8).
               10 TH-Day-First     PIC 9(5).
               10 TH-Day-Last      PIC 9(5).
               10 TH-Scan-Open     PIC X.
               10 TH-Scan-Secs     PIC 9(5).
               10 TH-Tender-Open   PIC X.
               10 TH-Last-Tender   PIC 9(5).
       01 TH-Count                 PIC 9(2) VALUE 0.
       01 TH-Overflow              PIC 9(7) VALUE 0.
       01 THB-Table.
           05 THB-Entry OCCURS 50 TIMES.
               10 THB-Branch       PIC 9(3).
               10 THB-Cashers      PIC 9(3).
               10 THB-Txns         PIC 9(5).
               10 THB-Lines        PIC 9(7).
               10 THB-Timed        PIC 9(5).
               10 THB-Serve-Secs   PIC 9(9).
               10 THB-Idle-Count   PIC 9(5).
               10 THB-Idle-Secs    PIC 9(9).
               10 THB-Span-Secs    PIC 9(9).
       01 THB-Count                PIC 9(2) VALUE 0.
       01 WS-TH-IDX                PIC 9(2).
       01 WS-TH-IDX2               PIC 9(2).
       01 WS-THB-IDX               PIC 9(2).
       01 WS-TH-Found              PIC X.
       01 WS-TH-Casher             PIC X(6).
       01 WS-TH-HMS                PIC 9(6).
       01 WS-TH-HMS-R REDEFINES WS-TH-HMS.
           05 WS-TH-HH             PIC 9(2).
           05 WS-TH-MM             PIC 9(2).
           05 WS-TH-SS             PIC 9(2).
       01 WS-TH-Secs               PIC 9(5).
       01 WS-TH-Gap                PIC 9(5).
       01 WS-TH-P-Txns             PIC 9(5).
       01 WS-TH-P-Lines            PIC 9(7).
       01 WS-TH-P-Timed            PIC 9(5).
       01 WS-TH-P-Serve            PIC 9(9).
       01 WS-TH-P-IdleN            PIC 9(5).
       01 WS-TH-P-Idle             PIC 9(9).
       01 WS-TH-P-Span             PIC 9(9).
       01 WS-TH-Per-Hour           PIC 9(5)V9.
       01 WS-TH-Items              PIC 9(3)V9.
       01 WS-TH-Avg-Serve          PIC 9(5).
       01 WS-TH-Avg-Idle           PIC 9(5).
       01 WS-THB-Per-Hour          PIC 9(5)V9.
       01 WS-THB-Avg-Serve         PIC 9(5).
       01 WS-TH-Pct-Rate           PIC 9(5).
       01 WS-TH-Pct-Serve          PIC 9(5).
       01 WS-TH-Flag               PIC X(4).
       01 WS-TH-D-Txns             PIC Z(4)9.
       01 WS-TH-D-Per-Hour         PIC Z(4)9.9.
       01 WS-TH-D-Items            PIC Z(6)9.9.
       01 WS-TH-D-Serve            PIC Z(4)9.
       01 WS-TH-D-Idle             PIC Z(4)9.
       01 WS-TH-D-Pct-Rate         PIC Z(4)9.
       01 WS-TH-D-Pct-Serve        PIC Z(4)9.
       01 SalesSum-RelKey          PIC 9(8).
       01 SalesDay-RelKey          PIC 9(5).
       01 SumCart-RelKey           PIC 9(5).
       01 DeadTally-RelKey         PIC 9(5).
       01 EOFSS                    PIC X.
       01 WS-SS-Date               PIC 9(8).
       01 WS-SS-Branch             PIC 9(3).
       01 WS-SS-Item               PIC 9(5).
       01 WS-SS-Kind               PIC X.
       01 WS-SS-Qty                PIC S9(7)V99.
       01 WS-SS-Value              PIC S9(9)V99.
       01 WS-SS-Cost               PIC S9(9)V99.
       01 WS-SS-Disc               PIC S9(9)V99.
       01 WS-SS-Row                PIC 9(8).
       01 WS-SS-New-Row            PIC 9(8).
       01 WS-SS-Found              PIC X.
       01 WS-SS-Day-New            PIC X.
       01 WS-SS-Ready              PIC X VALUE "N".
       01 WS-SS-Rebuilding         PIC X VALUE "N".
       01 WS-SS-Load-Ok            PIC X.
       01 WS-SS-Lookup             PIC X(6).
       01 WS-SS-Casher             PIC X(6) VALUE SPACES.
       01 WS-SS-Casher-Branch      PIC 9(3).
       01 WS-SS-Save-EOFB          PIC X.
       01 WS-SS-Inv-Disc           PIC 9(9)V99.
       01 WS-SS-Inv-Value          PIC 9(9)V99.
       01 WS-SS-Disc-Left          PIC S9(9)V99.
       01 WS-SS-Line-Count         PIC 9(2).
       01 WS-SS-IDX                PIC 9(2).
       01 WS-SS-Line-Table.
           05 WS-SS-Line OCCURS 20 TIMES.
               10 WS-SS-L-Item     PIC 9(5).
               10 WS-SS-L-Qty      PIC 9(3)V99.
               10 WS-SS-L-Value    PIC 9(9)V99.
               10 WS-SS-L-Cost     PIC 9(9)V99.
       01 WS-SS-From               PIC 9(8).
       01 WS-SS-To                 PIC 9(8).
       01 WS-SS-Epoch-Int          PIC 9(7).
       01 WS-SS-Day-Int            PIC 9(7).
       01 WS-SS-To-Int             PIC 9(7).
       01 WS-SS-Use                PIC X.
       01 WS-SS-Net-Qty            PIC S9(7)V99.
       01 WS-SS-Net-Value          PIC S9(9)V99.
       01 WS-SS-Net-Cost           PIC S9(9)V99.
       01 WS-SS-Posted             PIC 9(7).
      *>  refunds already dated from the journal during a rebuild
       01 WS-SS-Ret-Flags.
           05 WS-SS-Ret-Flag OCCURS 99999 TIMES PIC X.
       01 WS-Mg-Line-Qty           PIC S9(7)V99.
       01 WS-Mg-Line-Rev           PIC S9(10)V99.
       01 WS-Mg-Line-Cost          PIC S9(10)V99.
       01 SaleTxn-RelKey           PIC 9(4).
       01 EOFTX                    PIC X.
       01 WS-STX-State             PIC X.
       01 WS-STX-Stage             PIC X.
       01 WS-STX-Cur               PIC 9(2) VALUE 0.
       01 WS-STX-IDX               PIC 9(2).
       01 WS-STX-All               PIC X VALUE "N".
       01 WS-STX-Till-Count        PIC 9(4).
       01 WS-STX-T-IDX             PIC 9(4).
       01 WS-STX-Till-List.
           05 WS-STX-List-Till OCCURS 1000 TIMES PIC 9(3).
       01 WS-STX-Save-Till         PIC 9(3).
       01 WS-STX-Repaired          PIC 9(4).
       01 WS-STX-Lines-Back        PIC 9(3).
       01 WS-STX-Evidence          PIC X.
       01 WS-STX-Found             PIC X.
       01 WS-STX-Qty               PIC 9(5).
       01 WS-STX-EJ-Event          PIC X(8).
       01 WS-STX-Pay-Method        PIC X(6).
       01 WS-STX-Live              PIC X VALUE "N".
       01 WS-STX-Disc-Done         PIC 9(2).
       01 WS-STX-Note              PIC X(20).
       01 WS-STX-D-Amt             PIC Z(8)9.99.
       01 Campaign-RelKey          PIC 9(5).
       01 CampTally-RelKey         PIC 9(5).
       01 EOFCAM                   PIC X.
       01 EOFCGT                   PIC X.
       01 EOFCTY                   PIC X.
       01 WS-CMP-Found             PIC X.
       01 WS-CMP-Hit               PIC X.
       01 WS-CMP-Today             PIC 9(8).
       01 WS-CMP-Spread            PIC 9(3).
       01 WS-CMP-Targeted          PIC 9(6).
       01 WS-CMP-Held-Out          PIC 9(6).
       01 WS-CMP-Target            PIC X(12).
       01 WS-CMP-Days              PIC 9(5).
       01 WS-CMP-Pre-Start         PIC 9(8).
       01 WS-CMP-Test-N            PIC 9(6).
       01 WS-CMP-Ctl-N             PIC 9(6).
       01 WS-CMP-Redeemed          PIC 9(6).
       01 WS-CMP-Test-Before       PIC 9(11)V99.
       01 WS-CMP-Test-After        PIC 9(11)V99.
       01 WS-CMP-Ctl-Before        PIC 9(11)V99.
       01 WS-CMP-Ctl-After         PIC 9(11)V99.
       01 WS-CMP-Rdm-Revenue       PIC 9(11)V99.
       01 WS-CMP-Rate              PIC 9(3)V9.
       01 WS-CMP-Label             PIC X(23).
       01 WS-CMP-N                 PIC 9(6).
       01 WS-CMP-Sum-Before        PIC 9(11)V99.
       01 WS-CMP-Sum-After         PIC 9(11)V99.
       01 WS-CMP-Avg-Before        PIC 9(9)V99.
       01 WS-CMP-Avg-After         PIC 9(9)V99.
       01 WS-CMP-Change            PIC S9(5)V9.
       01 WS-CMP-Test-Change       PIC S9(5)V9.
       01 WS-CMP-Lift              PIC S9(5)V9.
       01 WS-CMP-D-Count           PIC Z(8)9.
       01 WS-CMP-D-Pct             PIC ZZ9.9.
       01 WS-CMP-D-Amt             PIC Z(10)9.99.
       01 WS-CMP-D-Avg1            PIC Z(10)9.99.
       01 WS-CMP-D-Avg2            PIC Z(10)9.99.
       01 WS-CMP-D-Change          PIC -(5)9.9.
       01 EOFSF                    PIC X.
       01 WS-Safe-OK               PIC X.
       01 WS-Safe-Hit              PIC X.
       01 WS-Safe-Witness          PIC X(6).
       01 WS-Safe-Branch           PIC 9(3).
       01 WS-Safe-Type             PIC X(8).
       01 WS-Safe-Amount           PIC 9(9)V99.
       01 WS-Safe-Ref              PIC 9(5).
       01 WS-Safe-Note             PIC X(20).
       01 WS-Safe-Day              PIC 9(8).
       01 WS-Safe-Before-Date      PIC 9(8).
       01 WS-Safe-Balance          PIC S9(9)V99.
       01 WS-Safe-Opening          PIC S9(9)V99.
       01 WS-Safe-Counted          PIC 9(9)V99.
       01 WS-Safe-Variance         PIC S9(9)V99.
       01 WS-Safe-Bank-Matched     PIC 9(9)V99.
       01 WS-Safe-BD-Status        PIC XX.
       01 WS-Safe-Drw-Float        PIC 9(9)V99.
       01 WS-Safe-Drw-Drop         PIC 9(9)V99.
       01 WS-Safe-Drw-Return       PIC 9(9)V99.
       01 WS-Safe-Drw-Count        PIC 9(9)V99.
       01 WS-Safe-Tie-Book         PIC 9(9)V99.
       01 WS-Safe-Tie-Safe         PIC 9(9)V99.
       01 WS-Safe-Label            PIC X(20).
       01 WS-Safe-Flag             PIC X(4).
       01 WS-Safe-D-Amt1           PIC -(8)9.99.
       01 WS-Safe-D-Amt2           PIC -(8)9.99.
      *> Safe row types and which way each moves the balance:
      *> I = cash in, O = cash out, N = no movement (a count).
       01 WS-SFT-Values.
           05 FILLER PIC X(9) VALUE "ISSUE   O".
           05 FILLER PIC X(9) VALUE "DROP    I".
           05 FILLER PIC X(9) VALUE "RETURN  I".
           05 FILLER PIC X(9) VALUE "TAKINGS I".
           05 FILLER PIC X(9) VALUE "BANKOUT O".
           05 FILLER PIC X(9) VALUE "CHGIN   I".
           05 FILLER PIC X(9) VALUE "COUNT   N".
           05 FILLER PIC X(9) VALUE "OVER    I".
           05 FILLER PIC X(9) VALUE "SHORT   O".
       01 WS-SFT-Table REDEFINES WS-SFT-Values.
           05 WS-SFT-Entry OCCURS 9 TIMES.
               10 WS-SFT-Name      PIC X(8).
               10 WS-SFT-Dir       PIC X(1).
       01 WS-SFT-Sums.
           05 WS-SFT-Sum-Entry OCCURS 9 TIMES.
               10 WS-SFT-Branch-Sum PIC 9(9)V99.
               10 WS-SFT-All-Sum    PIC 9(9)V99.
       01 WS-SFT-IDX               PIC 9(2).
       01 WS-SFT-IDX2              PIC 9(2).
       01 WS-Drawer-Dropped        PIC 9(9)V99.
       01 EOFSOD                   PIC X.
       01 WS-SOD-Loop              PIC X.
       01 WS-SOD-Count             PIC 9(3).
       01 WS-SOD-Next-ID           PIC 9(3).
       01 WS-SOD-IDX               PIC 9(3).
       01 WS-SOD-Hit               PIC 9(3).
       01 WS-SOD-Del-ID            PIC 9(3).
       01 WS-SOD-Menu              PIC X.
       01 WS-SOD-Opt               PIC X(2).
       01 WS-SOD-Menu-2            PIC X.
       01 WS-SOD-Opt-2             PIC X(2).
       01 WS-SOD-Desc              PIC X(40).
       01 WS-SOD-User              PIC X(6).
       01 WS-SOD-Is-Admin          PIC X.
       01 WS-SOD-Is-Casher         PIC X.
       01 WS-SOD-Held              PIC X.
       01 WS-SOD-Held-Both         PIC X.
       01 WS-SOD-Grant             PIC X(12).
       01 WS-SOD-Grant-A           PIC X(12).
       01 WS-SOD-Grant-B           PIC X(12).
       01 WS-SOD-Conflicts         PIC 9(3).
       01 WS-SOD-Confirm           PIC X.
       01 WS-SOD-Hit-User          PIC X.
       01 WS-SOD-Users-Hit         PIC 9(5).
       01 WS-SOD-Breaches          PIC 9(5).
       01 WS-SOD-Table.
           05 WS-SOD-Entry OCCURS 50 TIMES.
               10 WS-SOD-T-ID      PIC 9(3).
               10 WS-SOD-T-Menu-A  PIC X.
               10 WS-SOD-T-Opt-A   PIC X(2).
               10 WS-SOD-T-Menu-B  PIC X.
               10 WS-SOD-T-Opt-B   PIC X(2).
               10 WS-SOD-T-Desc    PIC X(40).
               10 WS-SOD-T-Before  PIC X.
       01 WS-SOD-Rows              PIC 9(3).
       01 WS-SOD-U-IDX             PIC 9(3).
       01 WS-SOD-User-Opts.
           05 WS-SOD-U-Opt OCCURS 100 TIMES PIC X(2).
       01 WS-SOD-User-Count        PIC 9(3).
       01 WS-SOD-R-IDX             PIC 9(3).
       01 WS-SOD-Report-Users.
           05 WS-SOD-R-User OCCURS 300 TIMES PIC X(6).
      *> Starter rules written when sod.dat does not exist yet.
       01 WS-SOD-Seed-Values.
           05 FILLER PIC X(46) VALUE
               "A21A72Raise PO / approve supplier invoice".
           05 FILLER PIC X(46) VALUE
               "AE2A72Raise multi-line PO / approve invoice".
           05 FILLER PIC X(46) VALUE
               "A73A42Pay AP / maintain suppliers".
           05 FILLER PIC X(46) VALUE
               "C7 AOVRefund / approve own till override".
           05 FILLER PIC X(46) VALUE
               "C20AOVNo-receipt refund / approve override".
       01 WS-SOD-Seed-Table REDEFINES WS-SOD-Seed-Values.
           05 WS-SOD-Seed-Entry OCCURS 5 TIMES.
               10 WS-SOD-S-Menu-A  PIC X.
               10 WS-SOD-S-Opt-A   PIC X(2).
               10 WS-SOD-S-Menu-B  PIC X.
               10 WS-SOD-S-Opt-B   PIC X(2).
               10 WS-SOD-S-Desc    PIC X(40).
       01 EOFGRN                   PIC X.
       01 GrniTally-RelKey         PIC 9(5).
       01 WS-GRN-Date              PIC 9(8).
       01 WS-GRN-Rev-Date          PIC 9(8).
       01 WS-GRN-Open-Qty          PIC 9(7).
       01 WS-GRN-Hist-Match        PIC X.
       01 WS-GRN-Unit-Cost         PIC 9(7)V99.
       01 WS-GRN-Value             PIC 9(9)V99.
       01 WS-GRN-Age               PIC 9(5).
       01 WS-GRN-Total             PIC 9(9)V99.
       01 WS-GRN-Lines             PIC 9(5).
       01 WS-GRN-B                 PIC 9.
       01 WS-GRN-S                 PIC 9(3).
       01 WS-GRN-IDX               PIC 9(3).
       01 WS-GRN-Age-Totals.
           05 WS-GRN-Age-Total OCCURS 4 TIMES PIC 9(9)V99.
       01 WS-GRN-Sup-Count         PIC 9(3).
       01 WS-GRN-Sup-Table.
           05 WS-GRN-Sup-Entry OCCURS 200 TIMES.
               10 WS-GRN-Sup-ID    PIC 9(5).
               10 WS-GRN-Sup-Name  PIC X(20).
               10 WS-GRN-Sup-Amt OCCURS 4 TIMES PIC 9(9)V99.
               10 WS-GRN-Sup-Total PIC 9(9)V99.
       01 WS-GRN-D-Age             PIC Z(4)9.
       01 WS-GRN-D-Qty             PIC Z(6)9.
       01 WS-GRN-D-Cost            PIC Z(6)9.99.
       01 WS-GRN-D-Value           PIC Z(10)9.99.
       01 WS-GRN-D-Age1            PIC Z(10)9.99.
       01 WS-GRN-D-Age2            PIC Z(10)9.99.
       01 WS-GRN-D-Age3            PIC Z(10)9.99.
       01 WS-GRN-D-Age4            PIC Z(10)9.99.
       01 WS-GRN-D-Total           PIC Z(8)9.99.
       01 EOFCF                    PIC X.
       01 WS-CF-Opening            PIC S9(9)V99.
       01 WS-CF-Start              PIC 9(8).
       01 WS-CF-Start-Int          PIC 9(7).
       01 WS-CF-Date               PIC 9(8).
       01 WS-CF-Days               PIC 9(5).
       01 WS-CF-W                  PIC 9(2).
       01 WS-CF-B                  PIC 9.
       01 WS-CF-Amount             PIC 9(9)V99.
       01 WS-CF-Left               PIC 9(9)V99.
       01 WS-CF-Taken              PIC 9(9)V99.
       01 WS-CF-Daily              PIC 9(9)V99.
       01 WS-CF-AP-Credits         PIC 9(9)V99.
       01 WS-CF-Net                PIC S9(9)V99.
       01 WS-CF-Balance            PIC S9(9)V99.
       01 WS-CF-Low                PIC S9(9)V99.
       01 WS-CF-Low-Week           PIC 9(2).
       01 WS-CF-Buckets.
           05 WS-CF-Bucket OCCURS 4 TIMES PIC 9(9)V99.
       01 WS-CF-Weeks.
           05 WS-CF-Week-Entry OCCURS 13 TIMES.
               10 WS-CF-AR-In      PIC 9(9)V99.
               10 WS-CF-LA-In      PIC 9(9)V99.
               10 WS-CF-Take-In    PIC 9(9)V99.
               10 WS-CF-AP-Out     PIC 9(9)V99.
               10 WS-CF-PO-Out     PIC 9(9)V99.
       01 WS-CF-D-In1              PIC -(9)9.99.
       01 WS-CF-D-In2              PIC -(9)9.99.
       01 WS-CF-D-In3              PIC -(9)9.99.
       01 WS-CF-D-Out1             PIC -(9)9.99.
       01 WS-CF-D-Out2             PIC -(9)9.99.
       01 WS-CF-D-Net              PIC -(9)9.99.
       01 WS-CF-D-Bal              PIC -(9)9.99.
      *> Standard collection of open receivables by aging bucket
      *> (0-30, 31-60, 61-90, over 90): percent expected in, then
      *> the first and last forecast week it comes in over.
       01 WS-CFA-Values.
           05 FILLER PIC X(7) VALUE "0950104".
           05 FILLER PIC X(7) VALUE "0800306".
           05 FILLER PIC X(7) VALUE "0500508".
           05 FILLER PIC X(7) VALUE "0200913".
       01 WS-CFA-Table REDEFINES WS-CFA-Values.
           05 WS-CFA-Entry OCCURS 4 TIMES.
               10 WS-CFA-Pct       PIC 9(3).
               10 WS-CFA-From      PIC 9(2).
               10 WS-CFA-To        PIC 9(2).
      *> Monthly account billing: the customers with deliveries to
      *> bill in the run and the invoice each one is building.
       01 Unbilled-RelKey          PIC 9(5).
       01 WS-UB-EOF                PIC X.
       01 WS-UB-Method             PIC X.
       01 WS-UB-Cutoff             PIC 9(8).
       01 WS-UB-Customer           PIC 9(5).
       01 WS-UB-Cust-Name          PIC X(20).
       01 WS-UB-Cust-Count         PIC 9(3).
       01 WS-UB-C                  PIC 9(3).
       01 WS-UB-Cust-Table.
           05 WS-UB-Cust OCCURS 500 TIMES PIC 9(5).
       01 WS-UB-Cust-Full          PIC X.
       01 WS-UB-Found              PIC X.
       01 WS-UB-Invoice            PIC 9(5).
       01 WS-UB-Inv-Date           PIC 9(8).
       01 WS-UB-Inv-List.
           05 WS-UB-Inv-Line OCCURS 20 TIMES PIC 9(5).
       01 WS-UB-Line-IDX           PIC 9(2).
       01 WS-UB-IDX                PIC 9(2).
       01 WS-UB-Lines-Full         PIC X.
       01 WS-UB-Written            PIC X.
       01 WS-UB-Deliveries         PIC 9(4).
       01 WS-UB-Goods              PIC 9(9)V99.
       01 WS-UB-Delivery           PIC 9(9)V99.
       01 WS-UB-Deposit            PIC 9(9)V99.
       01 WS-UB-Amount             PIC 9(9)V99.
       01 WS-UB-Run-Count          PIC 9(4).
       01 WS-UB-Run-Total          PIC 9(9)V99.
       01 WS-UB-POD                PIC X(15).
       01 WS-UB-D-Amt1             PIC Z(9)9.99.
       01 WS-UB-D-Amt2             PIC Z(9)9.99.
       01 WS-UB-D-Amt3             PIC Z(9)9.99.
       01 WS-UB-D-Amt4             PIC Z(9)9.99.
      *> Sales fact extract: the invoice range, the current invoice's
      *> lines, the cashers and which dimension members the new
      *> fact rows refer to.
       01 FactCtl-RelKey           PIC 9(1).
       01 WS-SX-EOF                PIC X.
       01 WS-SX-New                PIC X.
       01 WS-SX-Full               PIC X.
       01 WS-SX-Written            PIC X.
       01 WS-SX-Pay-Open           PIC X.
       01 WS-SX-Stamp              PIC X(14).
       01 WS-SX-Last-Invoice       PIC 9(5).
       01 WS-SX-First              PIC 9(5).
       01 WS-SX-High               PIC 9(5).
       01 WS-SX-Path               PIC X(40).
       01 WS-SX-Fact-Path          PIC X(40).
       01 WS-SX-Item-Path          PIC X(40).
       01 WS-SX-Cust-Path          PIC X(40).
       01 WS-SX-Br-Path            PIC X(40).
       01 WS-SX-Csh-Path           PIC X(40).
       01 WS-SX-Load               PIC X(7).
       01 WS-SX-Fact-Rows          PIC 9(7).
       01 WS-SX-Item-Rows          PIC 9(7).
       01 WS-SX-Cust-Rows          PIC 9(7).
       01 WS-SX-Br-Rows            PIC 9(7).
       01 WS-SX-Csh-Rows           PIC 9(7).
       01 WS-SX-Casher             PIC X(6).
       01 WS-SX-Branch             PIC 9(3).
       01 WS-SX-Tier               PIC X.
       01 WS-SX-Tender             PIC X(6).
       01 WS-SX-Item               PIC 9(5).
       01 WS-SX-Category           PIC X(12).
       01 WS-SX-Supplier           PIC 9(5).
       01 WS-SX-Unit-Cost          PIC 9(5)V99.
       01 WS-SX-Cost               PIC 9(9)V99.
       01 WS-SX-Disc               PIC S9(9)V99.
       01 WS-SX-Tax                PIC S9(9)V99.
       01 WS-SX-Promo              PIC S9(9)V99.
       01 WS-SX-Disc-Done          PIC S9(9)V99.
       01 WS-SX-Tax-Done           PIC S9(9)V99.
       01 WS-SX-Promo-Done         PIC S9(9)V99.
       01 WS-SX-Base               PIC 9(11)V99.
       01 WS-SX-Lines              PIC 9(2).
       01 WS-SX-Ln-Over            PIC 9(5).
       01 WS-SX-Pend-EOF           PIC X.
       01 WS-SX-Pend-Count         PIC 9(5).
       01 WS-SX-Pend-Done          PIC 9(5).
       01 FactPend-RelKey          PIC 9(5).
       01 WS-SX-L                  PIC 9(2).
       01 WS-SX-Line-Table.
           05 WS-SX-Line OCCURS 99 TIMES.
               10 WS-SX-Ln-Item    PIC 9(5).
               10 WS-SX-Ln-Qty     PIC 9(3)V99.
               10 WS-SX-Ln-Net     PIC 9(9)V99.
               10 WS-SX-Ln-Cost    PIC 9(5)V99.
       01 WS-SX-Csh-Count          PIC 9(3).
       01 WS-SX-C                  PIC 9(3).
       01 WS-SX-Csh-Table.
           05 WS-SX-Csh OCCURS 200 TIMES.
               10 WS-SX-Csh-ID       PIC X(6).
               10 WS-SX-Csh-Branch   PIC 9(3).
               10 WS-SX-Csh-Disabled PIC X.
               10 WS-SX-Csh-Login    PIC 9(8).
               10 WS-SX-Csh-Used     PIC X.
       01 WS-SX-Item-Flags.
           05 WS-SX-Item-Flag OCCURS 99999 TIMES PIC X.
       01 WS-SX-Cust-Flags.
           05 WS-SX-Cust-Flag OCCURS 99999 TIMES PIC X.
       01 WS-SX-Br-Flags.
           05 WS-SX-Br-Flag OCCURS 999 TIMES PIC X.
       01 WS-SX-Br0-Used           PIC X.
       01 WS-SX-D-Qty              PIC Z(2)9.99.
       01 WS-SX-D-Net              PIC -(9)9.99.
       01 WS-SX-D-Cost             PIC -(9)9.99.
       01 WS-SX-D-Disc             PIC -(9)9.99.
       01 WS-SX-D-Tax              PIC -(9)9.99.
       01 WS-SX-D-Promo            PIC -(9)9.99.
      *> Price change simulation: the items in the simulation with
      *> their old and proposed prices, last period's quantity and
      *> tier prices, and an item-to-row index.
       01 WS-PS-EOF                PIC X.
       01 WS-PS-Scope              PIC X.
       01 WS-PS-Category           PIC X(12).
       01 WS-PS-Supplier           PIC 9(5).
       01 WS-PS-Direction          PIC X.
       01 WS-PS-Pct                PIC 9(3)V99.
       01 WS-PS-Pct-Valid          PIC X.
       01 WS-PS-New-Price          PIC 9(5)V99.
       01 WS-PS-Today              PIC 9(8).
       01 WS-PS-From               PIC 9(8).
       01 WS-PS-To                 PIC 9(8).
       01 WS-PS-Effective          PIC 9(8).
       01 WS-PS-Confirm            PIC X.
       01 WS-PS-Count              PIC 9(3).
       01 WS-PS-I                  PIC 9(3).
       01 WS-PS-Full               PIC X.
       01 WS-PS-Queued             PIC 9(3).
       01 WS-PS-Table.
           05 WS-PS-Entry OCCURS 500 TIMES.
               10 WS-PS-Item       PIC 9(5).
               10 WS-PS-Name       PIC X(20).
               10 WS-PS-Old        PIC 9(5)V99.
               10 WS-PS-New        PIC 9(5)V99.
               10 WS-PS-Cost       PIC 9(5)V99.
               10 WS-PS-Qty        PIC 9(7)V99.
               10 WS-PS-Tier-W     PIC 9(5)V99.
               10 WS-PS-Tier-S     PIC 9(5)V99.
               10 WS-PS-Promo      PIC X.
       01 WS-PS-Slots.
           05 WS-PS-Slot OCCURS 99999 TIMES PIC 9(3).
       01 WS-PS-Line-Old           PIC 9(11)V99.
       01 WS-PS-Line-New           PIC 9(11)V99.
       01 WS-PS-Old-Rev            PIC 9(11)V99.
       01 WS-PS-New-Rev            PIC 9(11)V99.
       01 WS-PS-Cost-Total         PIC 9(11)V99.
       01 WS-PS-Margin             PIC S9(5)V99.
       01 WS-PS-Below-Cost         PIC 9(3).
       01 WS-PS-Below-Tier         PIC 9(3).
       01 WS-PS-On-Promo           PIC 9(3).
       01 WS-PS-Flags              PIC X(45).
       01 WS-PS-Ptr                PIC 9(3).
       01 WS-PS-D-Price1           PIC Z(4)9.99.
       01 WS-PS-D-Price2           PIC Z(4)9.99.
       01 WS-PS-D-Qty              PIC Z(6)9.99.
       01 WS-PS-D-Rev1             PIC Z(10)9.99.
       01 WS-PS-D-Rev2             PIC Z(10)9.99.
       01 WS-PS-D-Pct1             PIC -(4)9.99.
       01 WS-PS-D-Pct2             PIC -(4)9.99.
      *> The record layout of each shared file as this program
      *> declares it. A layout change bumps the number here, in every
      *> other program that declares the file, and in layout.dat by
      *> the dataconv step (same number) that converts the file.
       01 WS-LY-Expected-Values.
           05 FILLER PIC X(23) VALUE "acctpay.dat         009".
           05 FILLER PIC X(23) VALUE "admin.txt           035".
           05 FILLER PIC X(23) VALUE "audit.txt           000".
           05 FILLER PIC X(23) VALUE "backorder.dat       000".
           05 FILLER PIC X(23) VALUE "binloc.dat          034".
           05 FILLER PIC X(23) VALUE "cart.dat            001".
           05 FILLER PIC X(23) VALUE "casher.txt          036".
           05 FILLER PIC X(23) VALUE "chgreq.dat          000".
           05 FILLER PIC X(23) VALUE "counter.dat         000".
           05 FILLER PIC X(23) VALUE "countsheet.dat      013".
           05 FILLER PIC X(23) VALUE "customer.dat        037".
           05 FILLER PIC X(23) VALUE "delchg.dat          000".
           05 FILLER PIC X(23) VALUE "delzone.dat         000".
           05 FILLER PIC X(23) VALUE "deposit.dat         000".
           05 FILLER PIC X(23) VALUE "drawer.dat          024".
           05 FILLER PIC X(23) VALUE "ej.dat              020".
           05 FILLER PIC X(23) VALUE "exceptions.txt      006".
           05 FILLER PIC X(23) VALUE "fiscal.dat          000".
           05 FILLER PIC X(23) VALUE "giftcard.dat        000".
           05 FILLER PIC X(23) VALUE "history.dat         007".
           05 FILLER PIC X(23) VALUE "invidx.dat          000".
           05 FILLER PIC X(23) VALUE "invoice.dat         016".
           05 FILLER PIC X(23) VALUE "invoicearchive.dat  017".
           05 FILLER PIC X(23) VALUE "item.dat            028".
           05 FILLER PIC X(23) VALUE "itembranch.dat      033".
           05 FILLER PIC X(23) VALUE "loginhist.dat       000".
           05 FILLER PIC X(23) VALUE "lot.dat             027".
           05 FILLER PIC X(23) VALUE "lottrace.dat        000".
           05 FILLER PIC X(23) VALUE "movement.dat        014".
           05 FILLER PIC X(23) VALUE "ORDER.DAT           030".
           05 FILLER PIC X(23) VALUE "payment.dat         018".
           05 FILLER PIC X(23) VALUE "pricechg.dat        029".
           05 FILLER PIC X(23) VALUE "purchaseorder.dat   032".
           05 FILLER PIC X(23) VALUE "repair.dat          038".
           05 FILLER PIC X(23) VALUE "resv.dat            000".
           05 FILLER PIC X(23) VALUE "rowjrnl.dat         000".
           05 FILLER PIC X(23) VALUE "salecart.dat        023".
           05 FILLER PIC X(23) VALUE "salecartarchive.dat 003".
           05 FILLER PIC X(23) VALUE "salesday.dat        000".
           05 FILLER PIC X(23) VALUE "salesum.dat         000".
           05 FILLER PIC X(23) VALUE "saletxn.dat         040".
           05 FILLER PIC X(23) VALUE "storeprof.txt       000".
           05 FILLER PIC X(23) VALUE "sublog.dat          000".
           05 FILLER PIC X(23) VALUE "subst.dat           000".
           05 FILLER PIC X(23) VALUE "supplier.dat        026".
           05 FILLER PIC X(23) VALUE "terminal.dat        039".
           05 FILLER PIC X(23) VALUE "threshold.dat       011".
           05 FILLER PIC X(23) VALUE "unbilled.dat        000".
       01 WS-LY-Expected-Table REDEFINES WS-LY-Expected-Values.
           05 WS-LY-Expected OCCURS 48 TIMES.
               10 WS-LY-Exp-File    PIC X(20).
               10 WS-LY-Exp-Version PIC 9(3).
       01 WS-LY-Seen-Flags.
           05 WS-LY-Seen OCCURS 48 TIMES PIC X.
       01 WS-LY-Count          PIC 9(2) VALUE 48.
       01 WS-LY-IDX            PIC 9(2).
       01 WS-LY-Bad            PIC 9(2) VALUE 0.
       01 WS-LY-New            PIC 9(2).
       01 WS-LY-EOF            PIC X.
       01 WS-LY-File-Info      PIC X(16).
       01 BPL-Row-Labels.
           05 FILLER PIC X(18) VALUE "Gross sales".
           05 FILLER PIC X(18) VALUE "Discounts/promos".
           05 FILLER PIC X(18) VALUE "Returns".
           05 FILLER PIC X(18) VALUE "NET SALES".
           05 FILLER PIC X(18) VALUE "Cost of goods".
           05 FILLER PIC X(18) VALUE "GROSS MARGIN".
           05 FILLER PIC X(18) VALUE "Margin %".
           05 FILLER PIC X(18) VALUE "Shrink/write-offs".
           05 FILLER PIC X(18) VALUE "Quarantine losses".
           05 FILLER PIC X(18) VALUE "Paid-outs".
           05 FILLER PIC X(18) VALUE "CONTRIBUTION".
           05 FILLER PIC X(18) VALUE "Labour hours".
           05 FILLER PIC X(18) VALUE "Net sales/hour".
       01 BPL-Row-Label-List REDEFINES BPL-Row-Labels.
           05 BPL-Row-Label OCCURS 13 TIMES PIC X(18).
       01 BPL-Print-Line.
           05 BPP-Label              PIC X(18).
           05 BPP-Col OCCURS 7 TIMES.
               10 FILLER             PIC X(1).
               10 BPP-Amt            PIC -(10)9.99.
       01 BPL-Head-Line.
           05 BPH-Label              PIC X(18).
           05 BPH-Col OCCURS 7 TIMES PIC X(15).
       01 WS-BPL-Csv-Amt           PIC -(10)9.99.
       01 WS-BPL-Csv-Fields.
           05 WS-BPL-Csv-F OCCURS 11 TIMES PIC X(15).


       PROCEDURE DIVISION.
           PERFORM Check-Layout-Versions
           IF WS-LY-Bad > 0
               STOP RUN
           END-IF
           PERFORM Data-Integrity-Check
           PERFORM Dashborad
           STOP RUN.
           OPEN I-O AdminFile
           MOVE "N" TO EF
           MOVE "N" TO ACCESSS
           MOVE "FAIL" TO WS-LH-Event
           MOVE "N" TO WS-LH-Lockout

           PERFORM UNTIL EF = "Y"
               READ AdminFile
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
                                       MOVE "Y" TO ACCESSS
                                       MOVE "LOGIN" TO WS-LH-Event
                                   END-IF
                                   REWRITE Admin-Record
                               ELSE
                                   ADD 1 TO Admin-Fail-Count
                                   IF Admin-Fail-Count >=
                                       LOCKOUT-COOLDOWN-SECS
                                       DISPLAY "Too many failed "
                                           "attempts. Account locked."
                                       MOVE "Y" TO WS-LH-Lockout
                                   END-IF
                                   REWRITE Admin-Record
                               END-IF
           END-PERFORM

           CLOSE AdminFile
           MOVE "A" TO WS-LH-Role
           MOVE 0 TO WS-LH-Branch
           PERFORM Log-Login-Attempt
           PERFORM Register.
       Register.
           IF ACCESSS = "Y"
                   OPEN EXTEND AdminFile
                   MOVE Input-ID TO Admin-ID
                   MOVE WS-Password-Hash TO Admin-PW
                   MOVE "N" TO Admin-Disabled
                   ACCEPT Admin-Last-Login FROM DATE YYYYMMDD
                   WRITE Admin-Record
                   CLOSE AdminFile

                   OPEN EXTEND CasherFile
                   MOVE Input-ID TO Casher-ID
                   MOVE WS-Password-Hash TO Casher-PW
                   MOVE "N" TO Casher-Disabled
                   ACCEPT Casher-Last-Login FROM DATE YYYYMMDD
                   WRITE Casher-Record
                   CLOSE CasherFile

           DISPLAY "Enter Password: "
           ACCEPT Input-Password
           PERFORM Hash-Password
           PERFORM Get-Now-Seconds


           OPEN I-O AdminFile
           MOVE "N" TO ACCESSS
           MOVE "FAIL" TO WS-LH-Event
           MOVE "N" TO WS-LH-Lockout
           MOVE "N" TO EF
           PERFORM UNTIL EF = "Y"
               READ AdminFile
                       AND
                      Admin-PW = WS-Password-Hash
                       MOVE "Y" TO EF
                       IF Admin-Disabled = "Y"
                           DISPLAY "Account disabled - see another "
                               "administrator."
                           MOVE "DISABLED" TO WS-LH-Event
                       ELSE
                           MOVE WS-Now-Date TO Admin-Last-Login
                           REWRITE Admin-Record
                           MOVE "Y" TO ACCESSS
                           MOVE "LOGIN" TO WS-LH-Event
                       END-IF
                       EXIT PERFORM

                   END-IF
           END-PERFORM

           CLOSE AdminFile
           MOVE "A" TO WS-LH-Role
           MOVE 0 TO WS-LH-Branch
           PERFORM Log-Login-Attempt

           IF ACCESSS = "Y"
             DISPLAY H10 H10 H10 H8
             DISPLAY "Login successful. Welcome, " Admin-ID
             PERFORM Admin-KPI-Dashboard
             PERFORM Admin-Process
             MOVE Input-ID TO WS-LH-User
             MOVE "A" TO WS-LH-Role
             MOVE 0 TO WS-LH-Branch
             MOVE "LOGOUT" TO WS-LH-Event
             PERFORM Write-Login-History
           ELSE
               DISPLAY "Login failed.Login try again!!!!!"
               PERFORM Admin
                        MOVE "N" TO Item-Consign
                        MOVE "U" TO Item-Sold-By
                        MOVE "N" TO Item-Serialized
                        MOVE SPACE TO Item-ABC-Class
                        MOVE 0 TO Item-Style-ID
                        MOVE SPACES TO Item-Size
                        MOVE SPACES TO Item-Colour
                        WRITE Item-Record INVALID KEY
                        MOVE "Write failed" TO WS-Imp-Err
                        END-WRITE
               DISPLAY "99. Customer RFM Export (CSV)"
               DISPLAY "C1. Supplier Catalog Import (review)"
               DISPLAY "C2. Quarantine (damaged stock)"
               DISPLAY "C3. Shelf-Edge Labels"
               DISPLAY "C4. Clearance Markdown Plans"
               DISPLAY "C5. Supplier Rebate Agreements"
               DISPLAY "C6. Card Settlement Recon / Disputes"
               DISPLAY "C7. Customer Notification Outbox"
               DISPLAY "C8. Product Recall (lot trace)"
               DISPLAY "C9. Repeat No-Receipt Returners"
               DISPLAY "D1. Tills (terminal master, X / Z readings)"
               DISPLAY "D2. Staff Purchases / Payroll Deductions"
               DISPLAY "D3. Staff Roster / Attendance / Coverage"
               DISPLAY "D4. Hire Fleet (rates / units)"
               DISPLAY "D5. Branch P&L Statement (monthly)"
               DISPLAY "D6. Expense Categories / Expense Report"
               DISPLAY "D7. Customer Data Retention / Subject Access"
               DISPLAY "D8. Batch Control Totals"
               DISPLAY "D9. Roll-Forward Recovery"
               DISPLAY "E1. Report Schedule (nightly subscriptions)"
               DISPLAY "E2. Purchase Orders (multi-line)"
               DISPLAY "E3. Advance Ship Notices (ASN receiving)"
               DISPLAY "E4. Item Substitutes"
               DISPLAY "E5. Styles (size/colour variants)"
               DISPLAY "E6. Branch Selling Prices"
               DISPLAY "E7. Cheques (register, returns, limits)"
               DISPLAY "E8. Open-to-Buy Budgets"
               DISPLAY "E9. Shelf Replenishment"
               DISPLAY "F1. Fiscal Documents (gap audit)"
               DISPLAY "F2. Pending Change Approvals"
               DISPLAY "F3. Login Security (history, dormant)"
               DISPLAY "F4. Branch Day-Files (offline branches)"
               DISPLAY "F5. Competitor Prices and Price Position"
               DISPLAY "F6. Accounts Receivable Open Items"
               DISPLAY "F7. Casher Throughput Report"
               DISPLAY "F8. Rebuild Daily Sales Summary"
               DISPLAY "F9. Recover In-Flight Sales (all tills)"
               DISPLAY "FA. Back-Office Safe"
               DISPLAY "FB. 13-Week Cash Flow Forecast"
               DISPLAY "FC. Monthly Account Billing"
               DISPLAY "FD. Price Change Simulation"
               DISPLAY "18. Change Password"
               DISPLAY "19. View Audit Trail"
               DISPLAY ""
                   WHEN "c2"
                       PERFORM Manage-Quarantine
                       MOVE "1" TO EOFP
                   WHEN "C3"
                   WHEN "c3"
                       PERFORM Manage-Shelf-Labels
                       MOVE "1" TO EOFP
                   WHEN "C4"
                   WHEN "c4"
                       PERFORM Manage-Clearance
                       MOVE "1" TO EOFP
                   WHEN "C5"
                   WHEN "c5"
                       PERFORM Manage-Rebates
                       MOVE "1" TO EOFP
                   WHEN "C6"
                   WHEN "c6"
                       PERFORM Manage-Card-Settlement
                       MOVE "1" TO EOFP
                   WHEN "C7"
                   WHEN "c7"
                       PERFORM Manage-Notifications
                       MOVE "1" TO EOFP
                   WHEN "C8"
                   WHEN "c8"
                       PERFORM Product-Recall
                       MOVE "1" TO EOFP
                   WHEN "C9"
                   WHEN "c9"
                       PERFORM NoRcpt-Repeat-Report
                       MOVE "1" TO EOFP
                   WHEN "D1"
                   WHEN "d1"
                       PERFORM Manage-Tills
                       MOVE "1" TO EOFP
                   WHEN "D2"
                   WHEN "d2"
                       PERFORM Manage-Staff-Purchases
                       MOVE "1" TO EOFP
                   WHEN "D3"
                   WHEN "d3"
                       PERFORM Manage-Roster
                       MOVE "1" TO EOFP
                   WHEN "D4"
                   WHEN "d4"
                       PERFORM Manage-Hire-Fleet
                       MOVE "1" TO EOFP
                   WHEN "D5"
                   WHEN "d5"
                       PERFORM Branch-PL-Report
                       MOVE "1" TO EOFP
                   WHEN "D6"
                   WHEN "d6"
                       PERFORM Manage-Expenses
                       MOVE "1" TO EOFP
                   WHEN "D7"
                   WHEN "d7"
                       PERFORM Customer-Data-Retention
                       MOVE "1" TO EOFP
                   WHEN "D8"
                   WHEN "d8"
                       PERFORM Batch-Control-Totals
                       MOVE "1" TO EOFP
                   WHEN "D9"
                   WHEN "d9"
                       PERFORM Roll-Forward-Recovery
                       MOVE "1" TO EOFP
                   WHEN "E1"
                   WHEN "e1"
                       PERFORM Manage-Report-Schedule
                       MOVE "1" TO EOFP
                   WHEN "E2"
                   WHEN "e2"
                       PERFORM Manage-PO-Headers
                       MOVE "1" TO EOFP
                   WHEN "E3"
                   WHEN "e3"
                       PERFORM Manage-ASN
                       MOVE "1" TO EOFP
                   WHEN "E4"
                   WHEN "e4"
                       PERFORM Manage-Substitutes
                       MOVE "1" TO EOFP
                   WHEN "E5"
                   WHEN "e5"
                       PERFORM Manage-Styles
                       MOVE "1" TO EOFP
                   WHEN "E6"
                   WHEN "e6"
                       PERFORM Manage-Branch-Prices
                       MOVE "1" TO EOFP
                   WHEN "E7"
                   WHEN "e7"
                       PERFORM Manage-Cheques
                       MOVE "1" TO EOFP
                   WHEN "E8"
                   WHEN "e8"
                       PERFORM Manage-Open-To-Buy
                       MOVE "1" TO EOFP
                   WHEN "E9"
                   WHEN "e9"
                       PERFORM Manage-Shelf-Replenishment
                       MOVE "1" TO EOFP
                   WHEN "F1"
                   WHEN "f1"
                       PERFORM Manage-Fiscal-Documents
                       MOVE "1" TO EOFP
                   WHEN "F2"
                   WHEN "f2"
                       PERFORM Manage-Change-Requests
                       MOVE "1" TO EOFP
                   WHEN "F3"
                   WHEN "f3"
                       PERFORM Manage-Login-Security
                       MOVE "1" TO EOFP
                   WHEN "F4"
                   WHEN "f4"
                       PERFORM Manage-Branch-Day-Files
                       MOVE "1" TO EOFP
                   WHEN "F5"
                   WHEN "f5"
                       PERFORM Manage-Competitor-Prices
                       MOVE "1" TO EOFP
                   WHEN "F6"
                   WHEN "f6"
                       PERFORM Manage-AR-Open-Items
                       MOVE "1" TO EOFP
                   WHEN "F7"
                   WHEN "f7"
                       PERFORM Till-Throughput-Report
                       MOVE "1" TO EOFP
                   WHEN "F8"
                   WHEN "f8"
                       PERFORM Rebuild-Sales-Summary
                       MOVE "1" TO EOFP
                   WHEN "F9"
                   WHEN "f9"
                       PERFORM Recover-Inflight-All
                       MOVE "1" TO EOFP
                   WHEN "FA"
                   WHEN "fa"
                       PERFORM Manage-Safe
                       MOVE "1" TO EOFP
                   WHEN "FB"
                   WHEN "fb"
                       PERFORM Cash-Flow-Forecast
                       MOVE "1" TO EOFP
                   WHEN "FC"
                   WHEN "fc"
                       PERFORM Manage-Account-Billing
                       MOVE "1" TO EOFP
                   WHEN "FD"
                   WHEN "fd"
                       PERFORM Price-Change-Simulation
                       MOVE "1" TO EOFP
                   WHEN "0"
                       MOVE "0" TO EOFP
                   WHEN OTHER

           OPEN I-O CasherFile
           MOVE "N" TO ACCESSS
           MOVE "FAIL" TO WS-LH-Event
           MOVE "N" TO WS-LH-Lockout
           MOVE 0 TO WS-LH-Branch
           MOVE "N" TO EF
           PERFORM UNTIL EF = "Y"
               READ CasherFile
                       MOVE "Y" TO EF
               NOT AT END
                   IF Casher-ID = Input-ID
                       MOVE Casher-Branch-ID TO WS-LH-Branch
                       IF Casher-Lock-Date = WS-Now-Date AND
                          Casher-Lock-Secs > WS-Now-Secs
                           DISPLAY "Account locked. Try again later."
                           MOVE "LOCKED" TO WS-LH-Event
                       ELSE
                           IF Casher-PW = WS-Password-Hash
                               MOVE 0 TO Casher-Fail-Count
                               MOVE 0 TO Casher-Lock-Date
                               MOVE 0 TO Casher-Lock-Secs
                               IF Casher-Disabled = "Y"
                                   DISPLAY "Account disabled - see "
                                       "an administrator."
                                   MOVE "DISABLED" TO WS-LH-Event
                               ELSE
                                   MOVE WS-Now-Date TO
                                       Casher-Last-Login
                                   MOVE "Y" TO ACCESSS
                                   MOVE "LOGIN" TO WS-LH-Event
                               END-IF
                               REWRITE Casher-Record
                           ELSE
                               ADD 1 TO Casher-Fail-Count
                               IF Casher-Fail-Count >=
                                   LOCKOUT-COOLDOWN-SECS
                                   DISPLAY "Too many failed "
                                       "attempts. Account locked."
                                   MOVE "Y" TO WS-LH-Lockout
                               END-IF
                               REWRITE Casher-Record
                           END-IF
           END-PERFORM

           CLOSE CasherFile
           MOVE "C" TO WS-LH-Role
           PERFORM Log-Login-Attempt

           IF ACCESSS = "Y"
             DISPLAY H10 H10 H10 H8
             DISPLAY "Login successful. Welcome, " Casher-ID
      *>  the casher's branch decides which shelf price the till
      *>  charges for the whole session
             MOVE Input-ID TO WS-Lookup-Casher-ID
             PERFORM Find-Casher-Branch
             MOVE WS-Branch-ID-Lookup TO WS-Sale-Branch
             PERFORM Select-Till
             MOVE "Y" TO WS-Till-Session
             PERFORM Declare-Opening-Float
             PERFORM Sale-Process
             MOVE "N" TO WS-Till-Session
             MOVE Input-ID TO WS-LH-User
             MOVE "C" TO WS-LH-Role
             MOVE WS-Sale-Branch TO WS-LH-Branch
             MOVE "LOGOUT" TO WS-LH-Event
             PERFORM Write-Login-History
           ELSE
               DISPLAY "Login failed.Login try again!!!!!"
               perform Sale
               DISPLAY "17. Clock In / Out"
               DISPLAY "18. Invoice Search (for returns)"
               DISPLAY "19. Training Mode (practice sale)"
               DISPLAY "20. No-Receipt Return (store credit)"
               DISPLAY "21. Till X / Z Reading"
               DISPLAY "22. Rentals / Hire"
               DISPLAY "23. Special Orders"
               DISPLAY "24. Cash Drop / Float Return to Safe"
               DISPLAY "L. Lock Till (step away)"
               DISPLAY ""
               DISPLAY S10 S10 S10 S5
                   WHEN "19"
                       PERFORM Training-Sale
                       MOVE "1" TO EOFP
                   WHEN "20"
                       PERFORM No-Receipt-Return
                       MOVE "1" TO EOFP
                   WHEN "21"
                       PERFORM Till-Reading-Menu
                       MOVE "1" TO EOFP
                   WHEN "22"
                       PERFORM Manage-Rentals
                       MOVE "1" TO EOFP
                   WHEN "23"
                       PERFORM Manage-Special-Orders
                       MOVE "1" TO EOFP
                   WHEN "24"
                       PERFORM Till-Safe-Transfer
                       MOVE "1" TO EOFP
                   WHEN "L"
                   WHEN "l"
                       PERFORM Till-Lock
            ACCEPT WS-Report-End-Date FROM DATE YYYYMMDD
            MOVE SPACES TO WS-Category-Name-Input
            PERFORM Build-Filtered-Sale-Tally
            PERFORM Ask-Style-Rollup

            DISPLAY "Create draft POs for shortfalls (Y/N)? "
            ACCEPT WS-Draft-Choice
                   MOVE "Y" TO EOF
               NOT AT END
                   PERFORM Find-Threshold
      *>           one-off special-order items are never restocked,
      *>           and service items hold no stock
                   IF Item-Qty < WS-Low-Stock-Threshold AND
                      NOT Item-Is-Special AND NOT Item-Is-Service
                       MOVE 0 TO WS-Recent-Sold-Qty
                       PERFORM VARYING WS-Tally-IDX FROM 1 BY 1
                           UNTIL WS-Tally-IDX > Tally-Count
                               Item-Qty    A9 A1
                               Item-Price  A4
                               WS-Suggested-Reorder
                       IF WS-Style-Rollup = "Y" AND Item-In-Style
                           PERFORM Find-Style-Rollup
                           ADD 1 TO SRU-Lines(SRU-IDX)
                           ADD Item-Qty TO SRU-Qty(SRU-IDX)
                           ADD WS-Suggested-Reorder TO
                               SRU-Amt1(SRU-IDX)
                       END-IF
                       IF WS-Draft-Choice = "Y" AND
                          WS-Suggested-Reorder > 0
                           PERFORM Create-Draft-PO
                       END-IF
                   END-IF
            END-PERFORM
            IF WS-Style-Rollup = "Y" AND SRU-Count > 0
                PERFORM Show-Low-Stock-Styles
            END-IF
            DISPLAY S10 S10 S10 S10 S10 S10
                CLOSE ItemFile
            IF WS-Draft-Choice = "Y"
            MOVE "DRAFT" TO PO-Status
            MOVE 0 TO PO-Received-Qty
            MOVE 0 TO PO-Received-Date
            MOVE 0 TO PO-Header-ID
            MOVE 0 TO PO-Line-No
            MOVE 0 TO PO-Branch-ID
            IF Item-Conv-Factor > 1
                COMPUTE PO-Unit-Cost = Item-Cost * Item-Conv-Factor
            ELSE
                MOVE Item-Cost TO PO-Unit-Cost
            END-IF
            WRITE PO-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            ADD 1 TO WS-Draft-Count.
       Approve-Draft-PO.
      *>  Admin review of draft purchase orders: amend the quantity
      *>  and release to OPEN, or cancel the draft. Released lines
      *>  are gathered onto one PO header per supplier and each
      *>  header is checked and printed once the run is over.
            MOVE 0 TO PDS-Count
            MOVE "C" TO WS-OTB-Mode
            PERFORM Build-OTB-Table
            OPEN I-O PurchaseOrderFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                       ACCEPT WS-Draft-Choice
                       EVALUATE WS-Draft-Choice
                           WHEN "1"
                               PERFORM Check-Draft-Open-To-Buy
                               IF WS-OTB-OK = "Y"
                                   PERFORM Prepare-Draft-Line
                                   MOVE "OPEN" TO PO-Status
                                   REWRITE PO-Record
                                   DISPLAY "Released."
                               ELSE
                                   DISPLAY "Left as DRAFT."
                               END-IF
                           WHEN "2"
                               DISPLAY "Enter New Quantity: "
                               ACCEPT PO-Ordered-Qty
                               PERFORM Check-Draft-Open-To-Buy
                               IF WS-OTB-OK = "Y"
                                   PERFORM Prepare-Draft-Line
                                   MOVE "OPEN" TO PO-Status
                                   REWRITE PO-Record
                                   DISPLAY "Released."
                               ELSE
                                   REWRITE PO-Record
                                   DISPLAY "Left as DRAFT."
                               END-IF
                           WHEN "4"
                               IF PO-Header-ID > 0
                                   PERFORM Attach-Draft-Line
                               END-IF
                               MOVE "CANCELLED" TO PO-Status
                               REWRITE PO-Record
                               DISPLAY "Draft cancelled."
                       END-EVALUATE
                   END-IF
            END-PERFORM
            CLOSE PurchaseOrderFile
            PERFORM VARYING PDS-IDX FROM 1 BY 1
                UNTIL PDS-IDX > PDS-Count
                MOVE PDS-Header-ID(PDS-IDX) TO WS-POH-ID
                PERFORM Finish-PO-Header
            END-PERFORM.
       Below-Cost-Report.
            OPEN I-O ItemFile
            IF File-Status = "35"
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                 IF Item-Discontinued OR Item-Is-Special OR
                    Item-Is-Service
                   CONTINUE
                 ELSE
                   PERFORM Find-Threshold
                   MOVE "B" TO Item-Kind
               ELSE
                   MOVE "S" TO Item-Kind
                   DISPLAY "Is this a hire / rental item (Y/N)? "
                   ACCEPT WS-Confirm
                   IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                       MOVE "R" TO Item-Kind
                   ELSE
      *>               labour and other non-stock charges, priced
      *>               per hour and billed only on repair tickets
                       DISPLAY "Is this a service / labour item "
                           "(Y/N)? "
                       ACCEPT WS-Confirm
                       IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                           MOVE "V" TO Item-Kind
                       END-IF
                   END-IF
               END-IF
               DISPLAY "Enter Purchase Unit (EACH/CASE/BOX): "
               ACCEPT Item-Purch-Unit
               ELSE
                   MOVE "U" TO Item-Sold-By
               END-IF
               IF Item-Is-Rental
      *>           every hire unit is tracked by its serial
                   MOVE "Y" TO Item-Serialized
               ELSE
               DISPLAY "Serial numbers tracked (Y/N)? "
               ACCEPT WS-Confirm
               IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
               ELSE
                   MOVE "N" TO Item-Serialized
               END-IF
               END-IF
               PERFORM Check-Item-Margin
               MOVE 0 TO Item-Qty
               MOVE "A" TO Item-Status
               MOVE SPACE TO Item-ABC-Class
               MOVE 0 TO Item-Style-ID
               MOVE SPACES TO Item-Size
               MOVE SPACES TO Item-Colour
               WRITE Item-Record INVALID KEY
               DISPLAY "Error: Unable to write record."
               END-WRITE
                   PERFORM Barcode-Index-Put
                   MOVE Item-ID TO WS-Checkpoint-Key
                   PERFORM Save-Checkpoint
                   IF Item-Is-Rental
                       MOVE Item-ID TO RentRate-RelKey
                       PERFORM Enter-Hire-Rates
                   END-IF
               ELSE
                   DISPLAY "File Status: " File-Status
               END-IF
                   ACCEPT Item-Price
                   DISPLAY "Update Unit Cost: "
                   ACCEPT Item-Cost
      *>  Held for a second admin - Apply-Price-Change rewrites the
      *>  item, price history and margin check once approved.
                   IF Item-Price = WS-Old-Item-Price AND
                      Item-Cost = WS-Old-Item-Cost
                       DISPLAY "No change."
                   ELSE
                       MOVE "PRICE" TO WS-CR-Type
                       MOVE SPACES TO WS-CR-Key
                       MOVE Item-ID TO WS-CR-Key(1:5)
                       MOVE WS-Old-Item-Price TO WS-CR-Old-Num1
                       MOVE WS-Old-Item-Cost TO WS-CR-Old-Num2
                       MOVE Item-Price TO WS-CR-New-Num1
                       MOVE Item-Cost TO WS-CR-New-Num2
                       MOVE SPACES TO WS-CR-Old-Text
                       MOVE SPACES TO WS-CR-New-Text
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
                       PERFORM File-Change-Request
                   END-IF
                END-IF

                        " has already been closed." ESC Reset-Color
                ELSE
                    PERFORM Close-Business-Day
                    IF WS-Close-Refused NOT = "Y"
                        PERFORM EOD-Drawer-Variance
                    END-IF
                END-IF
            END-IF.
       Close-Business-Day.
      *>  Refuses to close the day while any till still holds
      *>  takings no Z reading has closed off; in the batch the
      *>  refusal fails the step so the chain halts there.
            MOVE "N" TO WS-Close-Refused
            PERFORM Count-Open-Z-Tills
            IF WS-Term-Open-Count > 0
                DISPLAY ESC Blue-On
                    "Error: " WS-Term-Open-Count " till(s) above "
                    "still have an open Z - take their Z readings "
                    "first. Closing aborted." ESC Reset-Color
                MOVE "Y" TO WS-Close-Refused
                MOVE "Y" TO WS-Job-Failed
                MOVE 0 TO WS-Closing-Count
            ELSE
                PERFORM Close-Business-Day-Core
            END-IF.
       Close-Business-Day-Core.
      *>  The promptless closing core, shared by the interactive
      *>  End-of-Day and the unattended batch runner. Expects
      *>  WS-Close-Date; the drawer count stays interactive-only.

                    PERFORM EOD-Payment-Breakdown
                    PERFORM Apply-Price-Changes
                    PERFORM Build-Label-Batch
                    PERFORM Queue-Layaway-Reminders
                    PERFORM EOD-Backup.
       EOD-Payment-Breakdown.
      *>  Expects WS-Close-Date set by End-of-Day. Splits the day's
            MOVE 0 TO WS-EOD-Acct-Total
            MOVE 0 TO WS-EOD-GCard-Total
            MOVE 0 TO WS-EOD-FX-Total
            MOVE 0 TO WS-EOD-Payroll-Total
            OPEN INPUT PaymentFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                                   WS-EOD-Cash-Total
                           WHEN "FX"
                               ADD Pay-Amount TO WS-EOD-FX-Total
                           WHEN "PAYRL"
                               ADD Pay-Amount TO
                                   WS-EOD-Payroll-Total
                           WHEN OTHER
                               ADD Pay-Amount TO WS-EOD-Other-Total
                       END-EVALUATE
            DISPLAY "On Account     : " WS-EOD-Acct-Total
            DISPLAY "Gift Card      : " WS-EOD-GCard-Total
            DISPLAY "Foreign Notes  : " WS-EOD-FX-Total
            DISPLAY "Payroll Deduct.: " WS-EOD-Payroll-Total
            DISPLAY "Other          : " WS-EOD-Other-Total
            DISPLAY H10 H10 H10 H10 H10 H2.
       EOD-Drawer-Variance.
      *>  Expects WS-Close-Date and WS-EOD-Cash-Total already set.
      *>  Expected cash = floats + cash sales + paid-ins - paid-outs
      *>  - cash dropped or returned to the safe for the day,
      *>  compared against the counted drawer.
            MOVE 0 TO WS-Drawer-Float
            MOVE 0 TO WS-Drawer-Dropped
            MOVE 0 TO WS-Drawer-PaidIn
            MOVE 0 TO WS-Drawer-PaidOut
            OPEN INPUT DrawerFile
                           WHEN "PAIDOUT"
                               ADD Drawer-Amount TO
                                   WS-Drawer-PaidOut
                           WHEN "DROP"
                           WHEN "FLTRTN"
                               ADD Drawer-Amount TO
                                   WS-Drawer-Dropped
                       END-EVALUATE
                   END-IF
            END-PERFORM

            COMPUTE WS-Expected-Cash =
                WS-Drawer-Float + WS-EOD-Cash-Total +
                WS-Drawer-PaidIn - WS-Drawer-PaidOut -
                WS-Drawer-Dropped

            DISPLAY "Enter Counted Cash in Drawer: "
            ACCEPT WS-Counted-Cash
            MOVE WS-Counted-Cash TO Drawer-Amount
            MOVE "CLOSING COUNT" TO Drawer-Reason
            MOVE WS-Now-DateTime(1:14) TO Drawer-Timestamp
            MOVE WS-Till-ID TO Drawer-Till-ID
            MOVE 0 TO Drawer-Exp-Cat
            WRITE Drawer-Record
            CLOSE DrawerFile

            DISPLAY "Cash Sales     : " WS-EOD-Cash-Total
            DISPLAY "Paid-Ins       : " WS-Drawer-PaidIn
            DISPLAY "Paid-Outs      : " WS-Drawer-PaidOut
            DISPLAY "To the Safe    : " WS-Drawer-Dropped
            DISPLAY "Expected Cash  : " WS-Expected-Cash
            DISPLAY "Counted Cash   : " WS-Counted-Cash
            IF WS-Counted-Cash > WS-Expected-Cash
                    DISPLAY "Drawer balanced - no variance."
                END-IF
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H2
            PERFORM EOD-Takings-To-Safe.
       Declare-Opening-Float.
      *>  Runs once per casher per day right after login; skipped
      *>  when today already has a FLOAT row for this casher.
            IF WS-Drawer-Found = "N"
                DISPLAY "Enter Opening Float for the Drawer: "
                ACCEPT WS-Drawer-Amount
      *>      the float comes out of the branch safe, so a
      *>      witness signs for it; without one nothing is booked
      *>      and the float is asked for again at the next login
                MOVE "Y" TO WS-Safe-OK
                IF WS-Drawer-Amount > 0
                    MOVE "ISSUE" TO WS-Safe-Type
                    PERFORM Safe-Witness
                END-IF
                IF WS-Safe-OK = "N"
                    DISPLAY "Opening float not recorded."
                ELSE
                    PERFORM Get-Now-Seconds
                    OPEN EXTEND DrawerFile
                    IF File-Status = "35"
                        OPEN OUTPUT DrawerFile
                    END-IF
                    MOVE WS-Close-Date TO Drawer-Date
                    MOVE Input-ID TO Drawer-Casher-ID
                    MOVE "FLOAT" TO Drawer-Type
                    MOVE WS-Drawer-Amount TO Drawer-Amount
                    MOVE "OPENING FLOAT" TO Drawer-Reason
                    MOVE WS-Now-DateTime(1:14) TO Drawer-Timestamp
                    MOVE WS-Till-ID TO Drawer-Till-ID
                    MOVE 0 TO Drawer-Exp-Cat
                    WRITE Drawer-Record
                    CLOSE DrawerFile
                    IF WS-Drawer-Amount > 0
                        MOVE WS-Sale-Branch TO WS-Safe-Branch
                        MOVE WS-Drawer-Amount TO WS-Safe-Amount
                        MOVE 0 TO WS-Safe-Ref
                        MOVE SPACES TO WS-Safe-Note
                        STRING "TO TILL " WS-Till-ID
                            DELIMITED BY SIZE INTO WS-Safe-Note
                        PERFORM Write-Safe-Row
                    END-IF
                    MOVE "FLOAT" TO WS-TP-Kind
                    MOVE WS-Drawer-Amount TO WS-TP-Amount
                    PERFORM Term-Post
                    DISPLAY ESC Blue-On
                        "Opening float recorded." ESC Reset-Color
                END-IF
            END-IF.
       Record-Paid-In-Out.
            DISPLAY "1. Paid-In (money into drawer)"
            ELSE
                DISPLAY "Enter Amount: "
                ACCEPT WS-Drawer-Amount
                MOVE 0 TO WS-EC-ID
                MOVE "Y" TO WS-EC-Found
                IF WS-Drawer-Choice = "1"
                    DISPLAY "Enter Reason: "
                    ACCEPT WS-Drawer-Reason
                ELSE
      *>            money out of the drawer is spent on something:
      *>            the category replaces the free-text reason
                    PERFORM Pick-Expense-Category
                    MOVE WS-EC-Name TO WS-Drawer-Reason
                END-IF
                IF WS-EC-Found = "N"
                    DISPLAY "Paid-out not recorded."
                ELSE
                    PERFORM Get-Now-Seconds
                    OPEN EXTEND DrawerFile
                    IF File-Status = "35"
                        OPEN OUTPUT DrawerFile
                    END-IF
                    ACCEPT Drawer-Date FROM DATE YYYYMMDD
                    MOVE Input-ID TO Drawer-Casher-ID
                    IF WS-Drawer-Choice = "1"
                        MOVE "PAIDIN" TO Drawer-Type
                    ELSE
                        MOVE "PAIDOUT" TO Drawer-Type
                    END-IF
                    MOVE WS-Drawer-Amount TO Drawer-Amount
                    MOVE WS-Drawer-Reason TO Drawer-Reason
                    MOVE WS-Now-DateTime(1:14) TO Drawer-Timestamp
                    MOVE WS-Till-ID TO Drawer-Till-ID
                    MOVE WS-EC-ID TO Drawer-Exp-Cat
                    WRITE Drawer-Record
                    CLOSE DrawerFile
                    IF WS-Drawer-Choice = "1"
                        MOVE "PAIDIN" TO WS-TP-Kind
                    ELSE
                        MOVE "PAIDOUT" TO WS-TP-Kind
                    END-IF
                    MOVE WS-Drawer-Amount TO WS-TP-Amount
                    PERFORM Term-Post
                    DISPLAY ESC Blue-On
                        "Drawer movement recorded." ESC Reset-Color
                END-IF
            END-IF.
       Validate-Date-YYYYMMDD.
      *>  Expects WS-Date-Check-Str (X(8) YYYYMMDD) set by caller.
                  Customer-Tier NOT = "S"
                   MOVE "R" TO Customer-Tier
               END-IF
               MOVE SPACES TO Customer-Staff-ID
               MOVE 0 TO Customer-Staff-Allow
               IF Customer-Tier = "S"
                   DISPLAY "Link the staff login and allowance "
                       "under Staff Purchases (admin D2)."
               END-IF
               DISPLAY "Enter Credit Limit (0 for cash only): "
               MOVE 0 TO WS-CR-Init-Limit
               ACCEPT WS-CR-Init-Limit
      *>  A new account opens retail and cash-only; the tier and
      *>  limit asked for are filed for a second admin to approve.
               MOVE Customer-Tier TO WS-CR-Init-Tier
               MOVE "R" TO Customer-Tier
               MOVE 0 TO Customer-Credit-Limit
               DISPLAY "Enter Cheque Limit (0 = no cheques): "
               ACCEPT Customer-Cheque-Limit
               MOVE "N" TO Customer-Cheque-Block
               MOVE "D" TO Customer-Billing
               MOVE 0 TO Customer-Balance
               MOVE 0 TO Customer-Points
               MOVE 0 TO Customer-Merged-Into
                   MOVE "N" TO Customer-Tax-Exempt
                   MOVE SPACES TO Customer-Tax-Cert
               END-IF
               DISPLAY "Enter E-mail Address (blank if none): "
               ACCEPT Customer-Email
               DISPLAY "Contact consent for notices (E E-mail / "
                   "S SMS / B Both / N None): "
               ACCEPT Customer-Consent
               MOVE FUNCTION UPPER-CASE(Customer-Consent) TO
                   Customer-Consent
               IF Customer-Consent NOT = "E" AND
                  Customer-Consent NOT = "S" AND
                  Customer-Consent NOT = "B"
                   MOVE "N" TO Customer-Consent
               END-IF
               ACCEPT Customer-Join-Date FROM DATE YYYYMMDD

               WRITE Customer-Record INVALID KEY
               IF File-Status = "00"
                   DISPLAY ESC Blue-On
                       "Customer added successfully." ESC Reset-Color
                   MOVE Customer-ID TO WS-CR-Cust
                   IF WS-CR-Init-Limit > 0
                       MOVE 0 TO WS-CR-Old-Num1
                       MOVE WS-CR-Init-Limit TO WS-CR-New-Num1
                       PERFORM File-Credit-Limit-Request
                   END-IF
                   IF WS-CR-Init-Tier NOT = "R"
                       MOVE "R" TO WS-CR-Old-Text
                       MOVE WS-CR-Init-Tier TO WS-CR-New-Text
                       PERFORM File-Tier-Request
                   END-IF
               ELSE
                   DISPLAY "File Status: " File-Status
               END-IF
                    "Expected"   A5
                    "Ord-Qty"    A5
                    "Rcv-Qty"    A5
                    "Status"     A5
                    "PO-Hdr"

            DISPLAY S10 S10 S10 S10 S10 S2
            MOVE "N" TO EOF
                           PO-Expected-Date A5
                           PO-Ordered-Qty   A5
                           PO-Received-Qty  A5
                           PO-Status        A1
                           PO-Header-ID

            END-PERFORM
            DISPLAY H10 H10 H10 H10 H10 H2
                CLOSE PurchaseOrderFile.
       Add-PO.
      *>  One purchase order per supplier delivery: the supplier and
      *>  delivery date are taken once for the PO header, then any
      *>  number of item lines are added under it. Quantities are
      *>  checked against the supplier's pack multiple, and the
      *>  finished order against the supplier's minimum order value
      *>  before the PO document is printed.
            MOVE "N" TO WS-Supplier-Found
            PERFORM UNTIL WS-Supplier-Found = "Y"
                DISPLAY "Enter Supplier-ID: "
                ACCEPT Supplier-RelKey
                PERFORM Find-Supplier
                IF WS-Supplier-Found = "N"
                    DISPLAY "Error: Supplier not on master "
                        "file. Add it under Manage Suppliers."
                END-IF
            END-PERFORM
            MOVE Supplier-RelKey TO PO-Supplier-ID
            MOVE Sup-Name TO PO-Supplier-Name
            DISPLAY "Enter Expected Date (YYYYMMDD): "
            ACCEPT WS-POH-Expected
            MOVE "N" TO WS-OTB-Found
            PERFORM UNTIL WS-OTB-Found = "Y"
                DISPLAY "Enter Branch-ID the goods are for "
                    "(0 = company): "
                MOVE 0 TO WS-OTB-PO-Branch
                ACCEPT WS-OTB-PO-Branch
                MOVE "Y" TO WS-OTB-Found
                IF WS-OTB-PO-Branch > 0
                    OPEN INPUT BranchFile
                    MOVE WS-OTB-PO-Branch TO Branch-RelKey
                    READ BranchFile INVALID KEY
                        DISPLAY "Error: Branch not found."
                        MOVE "N" TO WS-OTB-Found
                    END-READ
                    CLOSE BranchFile
                END-IF
            END-PERFORM
            MOVE "C" TO WS-OTB-Mode
            PERFORM Build-OTB-Table
            PERFORM Create-PO-Header
            DISPLAY "Assigned PO Number: " WS-POH-ID
            MOVE 0 TO WS-POH-Added
            PERFORM Next-PO-Sequence

            OPEN I-O PurchaseOrderFile
            PERFORM UNTIL EOF = "0"
               MOVE WS-Next-ID TO PO-ID
               MOVE WS-Next-ID TO PO-RelKey
               MOVE Supplier-RelKey TO PO-Supplier-ID
               MOVE Sup-Name TO PO-Supplier-Name
               MOVE WS-POH-Expected TO PO-Expected-Date
               MOVE WS-POH-ID TO PO-Header-ID
               MOVE WS-OTB-PO-Branch TO PO-Branch-ID
               COMPUTE PO-Line-No = WS-POH-Added + 1
               DISPLAY "Line " PO-Line-No " (line-ID " PO-ID ")"
               DISPLAY "Enter Item-ID Ordered: "
               ACCEPT PO-Item-ID
               MOVE 0 TO PO-Unit-Cost
               OPEN INPUT ItemFile
               MOVE PO-Item-ID TO RelativeKey
               READ ItemFile INVALID KEY
                   MOVE 1 TO Item-Conv-Factor
                   MOVE "EACH" TO Item-Purch-Unit
                   MOVE SPACES TO WS-OTB-Category
               NOT INVALID KEY
                   MOVE Item-Category TO WS-OTB-Category
                   IF Item-Conv-Factor > 1
                       DISPLAY "Ordering in " Item-Purch-Unit
                           " of " Item-Conv-Factor
                           " selling units each."
                       COMPUTE PO-Unit-Cost =
                           Item-Cost * Item-Conv-Factor
                   ELSE
                       MOVE Item-Cost TO PO-Unit-Cost
                   END-IF
               END-READ
               CLOSE ItemFile
               DISPLAY "Enter Ordered Quantity (in "
                   Item-Purch-Unit "): "
               ACCEPT WS-POH-Qty
               PERFORM Check-Pack-Multiple
               MOVE WS-POH-Qty TO PO-Ordered-Qty
               MOVE PO-Unit-Cost TO WS-POH-Disp-Cost
               DISPLAY "Unit Cost per " Item-Purch-Unit " ["
                   WS-POH-Disp-Cost "] - Enter new cost "
                   "(0 keeps it): "
               ACCEPT WS-POH-Unit-Cost
               IF WS-POH-Unit-Cost > 0
                   MOVE WS-POH-Unit-Cost TO PO-Unit-Cost
               END-IF
               MOVE "OPEN" TO PO-Status
               MOVE 0 TO PO-Received-Qty
               MOVE 0 TO PO-Received-Date

               COMPUTE WS-OTB-Line-Value =
                   PO-Ordered-Qty * PO-Unit-Cost
               COMPUTE WS-OTB-Line-Month = PO-Expected-Date / 100
               MOVE PO-Branch-ID TO WS-OTB-Branch
               PERFORM Check-Open-To-Buy
               IF WS-OTB-OK NOT = "Y"
                   DISPLAY "PO line not added."
               ELSE
                   WRITE PO-Record INVALID KEY
                   DISPLAY "Error: Unable to write record."
                   END-WRITE

                   IF File-Status = "00"
                       ADD 1 TO WS-POH-Added
                       DISPLAY ESC Blue-On
                           "PO line added successfully."
                           ESC Reset-Color
                   ELSE
                       DISPLAY "File Status: " File-Status
                   END-IF
               END-IF
               DISPLAY "1.Add another line"
               DISPLAY "0.Finish this PO"
               ACCEPT EOF
               MOVE FUNCTION UPPER-CASE(EOF) TO EOF
               IF EOF = "1"
                   PERFORM Next-PO-Sequence
               END-IF
            END-PERFORM
                CLOSE PurchaseOrderFile
            PERFORM Finish-PO-Header.
       Find-Supplier.
      *>  Expects Supplier-RelKey. Returns WS-Supplier-Found with
      *>  the supplier record loaded.
            ACCEPT Sup-Terms
            DISPLAY "Enter Standard Lead Time (days): "
            ACCEPT Sup-Lead-Days
            DISPLAY "Enter Minimum Order Value (0 = none): "
            ACCEPT Sup-Min-Order
            DISPLAY "Enter Pack Multiple (0 or 1 = any quantity): "
            ACCEPT Sup-Pack-Multiple
            MOVE Supplier-Record TO WS-Sup-Entry

            READ SupplierFile INVALID KEY
                WRITE Supplier-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
            NOT INVALID KEY
                MOVE WS-Sup-Entry TO Supplier-Record
                MOVE Supplier-RelKey TO Sup-ID
                REWRITE Supplier-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                    "Name"        A5 A5 A7
                    "Contact"     A5
                    "Terms"       A5
                    "Lead-Days"   A2
                    "Min-Order"   A3
                    "Pack"
            DISPLAY S10 S10 S10 S10 S10 S5
            MOVE "N" TO EOFB
            PERFORM UNTIL EOFB = "Y"
               AT END
                   MOVE "Y" TO EOFB
               NOT AT END
                   MOVE Sup-Min-Order TO WS-POH-Disp-Min
                   DISPLAY Sup-ID        A7 A2
                           Sup-Name      A1
                           Sup-Contact   A1
                           Sup-Terms     A3
                           Sup-Lead-Days A8
                           WS-POH-Disp-Min A2
                           Sup-Pack-Multiple
            END-PERFORM
            CLOSE SupplierFile.
       Manage-Supplier.
       Supplier-Delivery-Report.
      *>  Compares PO-Expected-Date with the actual receiving date
      *>  per supplier so habitual late deliverers stand out.
      *>  Multi-line POs count as one delivery per header, dated by
      *>  the last line received, and are flagged H.
            MOVE 0 TO Late-Tally-Count
            MOVE "SUP-DELIV" TO WS-Report-Name
            PERFORM Open-Report-Spool
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF PO-Received-Date > 0 AND PO-Header-ID = 0
                       CALL "DATE-DIFF" USING
                           PO-Expected-Date PO-Received-Date
                           WS-Late-Days
                           DELIMITED BY SIZE
                           INTO WS-Spool-Line
                       PERFORM Spool-Line
                       MOVE PO-Supplier-ID TO WS-Late-Sup-ID
                       PERFORM Tally-Late-Supplier
                   END-IF
            END-PERFORM
            CLOSE PurchaseOrderFile
            OPEN INPUT PoHdrFile
            IF File-Status = "35"
                CLOSE PoHdrFile
                OPEN OUTPUT PoHdrFile
                CLOSE PoHdrFile
                OPEN INPUT PoHdrFile
            END-IF
            MOVE "N" TO EOFPH
            PERFORM UNTIL EOFPH = "Y"
               READ PoHdrFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFPH
               NOT AT END
                   IF POH-Received-Date > 0
                       CALL "DATE-DIFF" USING
                           POH-Expected-Date POH-Received-Date
                           WS-Late-Days
                       MOVE SPACES TO WS-Spool-Line
                       STRING POH-ID            "H "
                           POH-Supplier-Name " "
                           POH-Expected-Date "  "
                           POH-Received-Date "  "
                           WS-Late-Days
                           DELIMITED BY SIZE
                           INTO WS-Spool-Line
                       PERFORM Spool-Line
                       MOVE POH-Supplier-ID TO WS-Late-Sup-ID
                       PERFORM Tally-Late-Supplier
                   END-IF
            END-PERFORM
            CLOSE PoHdrFile
            MOVE SPACES TO WS-Spool-Line
            STRING "Per-Supplier Summary "
                "(Supplier-ID / POs / Late / Late-Days)"
                DISPLAY "Error: PO not found."
                CLOSE PurchaseOrderFile
            NOT INVALID KEY
                PERFORM Receive-PO-Line
            END-READ.
       Receive-PO-Line.
      *>  Expects PurchaseOrderFile open I-O with the PO line read;
      *>  the file is closed on every path. A line on a multi-line
      *>  PO rolls its header up once the receipt is posted. In ASN
      *>  mode the counted quantity, lots and serials come from the
      *>  staged advance ship notice instead of being keyed.
            MOVE "N" TO WS-Receipt-Posted
            IF PO-Status = "RECEIVED"
                DISPLAY "Error: PO is already fully received."
                CLOSE PurchaseOrderFile
            ELSE
            IF PO-Status = "DRAFT" OR PO-Status = "CANCELLED"
                DISPLAY "Error: PO line is " PO-Status
                    " - not released for receiving."
                CLOSE PurchaseOrderFile
            ELSE
                COMPUTE WS-Receive-Left =
                    PO-Ordered-Qty - PO-Received-Qty
                OPEN INPUT ItemFile
                MOVE PO-Item-ID TO RelativeKey
                READ ItemFile INVALID KEY
                    MOVE 1 TO Item-Conv-Factor
                    MOVE "EACH" TO Item-Purch-Unit
                END-READ
                CLOSE ItemFile
                DISPLAY "Supplier    : " PO-Supplier-Name
                DISPLAY "Item-ID     : " PO-Item-ID
                DISPLAY "Ordered     : " PO-Ordered-Qty
                    " " Item-Purch-Unit
                DISPLAY "Received    : " PO-Received-Qty
                    " " Item-Purch-Unit
                DISPLAY "Outstanding : " WS-Receive-Left
                    " " Item-Purch-Unit
                IF Item-Conv-Factor > 1
                    DISPLAY "(1 " Item-Purch-Unit " = "
                        Item-Conv-Factor " selling units)"
                END-IF
                IF WS-ASN-Mode = "Y"
                    MOVE WS-ASN-Counted TO WS-Receive-Qty
                    DISPLAY "Counted against ASN: " WS-Receive-Qty
                        " " Item-Purch-Unit
                ELSE
                    DISPLAY "Enter Quantity Delivered (in "
                        Item-Purch-Unit "): "
                    ACCEPT WS-Receive-Qty
                END-IF
                IF WS-Receive-Qty = 0
                    DISPLAY "Nothing received."
                    CLOSE PurchaseOrderFile
                ELSE
                    IF WS-Receive-Qty > WS-Receive-Left
                        DISPLAY ESC Blue-On
                            "Warning: over-shipment, ordered "
                            PO-Ordered-Qty " outstanding "
                            WS-Receive-Left ESC Reset-Color
                    END-IF
                    DISPLAY "Enter Actual Unit Cost Paid "
                        "(per selling unit): "
                    ACCEPT WS-Receive-Cost

                    OPEN I-O ItemFile
                    MOVE PO-Item-ID TO RelativeKey
                    READ ItemFile INVALID KEY
                        DISPLAY "Error: Item not found."
                        MOVE "N" TO WS-Consign-Flag
                        MOVE WS-Receive-Qty TO
                            WS-UoM-Unit-Qty
                    NOT INVALID KEY
                        COMPUTE WS-UoM-Unit-Qty =
                            WS-Receive-Qty *
                            Item-Conv-Factor
                        IF Item-Conv-Factor > 1
                            DISPLAY "Receiving "
                                WS-Receive-Qty " "
                                Item-Purch-Unit " = "
                                WS-UoM-Unit-Qty
                                " selling units"
                        END-IF
                        COMPUTE WS-MAC-Total-Qty =
                            Item-Qty + WS-UoM-Unit-Qty
                        IF WS-MAC-Total-Qty > 0
                            COMPUTE WS-MAC-New-Cost ROUNDED =
                                ((Item-Qty * Item-Cost) +
                                 (WS-UoM-Unit-Qty *
                                  WS-Receive-Cost)) /
                                WS-MAC-Total-Qty
                            IF WS-MAC-New-Cost NOT = Item-Cost
                                DISPLAY "Unit cost moves "
                                    Item-Cost " -> "
                                    WS-MAC-New-Cost
                                    " (weighted average)"
                                MOVE WS-MAC-New-Cost TO
                                    Item-Cost
                            END-IF
                        END-IF
                        MOVE Item-Consign TO
                            WS-Consign-Flag
                        ADD WS-UoM-Unit-Qty TO Item-Qty
                        GIVING Update-Quantity
                        MOVE Update-Quantity TO Item-Qty
                        REWRITE Item-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite "
                            "record."
                        END-REWRITE
                    END-READ
                    CLOSE ItemFile

                    PERFORM Next-History-Sequence
                    MOVE WS-Next-ID TO History-ID
                    MOVE WS-Next-ID TO History-RelKey
                    OPEN I-O HistoryFile
                    IF File-Status = "35"
                        DISPLAY "File does not exist. "
                            "Creating file..."
                        OPEN OUTPUT HistoryFile
                        CLOSE HistoryFile
                        OPEN I-O HistoryFile
                    END-IF
                    MOVE PO-Item-ID TO History-Item-ID
                    ACCEPT History-Date FROM DATE YYYYMMDD
                    MOVE WS-UoM-Unit-Qty TO History-Quantity
                    MOVE WS-Receive-Cost TO
                        History-Unit-Of-Price
                    WRITE History-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                    CLOSE HistoryFile

                    DISPLAY "Enter Receiving Branch-ID "
                        "(0 to skip branch stock): "
                    ACCEPT WS-Branch-ID-Lookup
                    IF WS-Branch-ID-Lookup > 0
                        MOVE PO-Item-ID TO RelativeKey
                        OPEN INPUT ItemFile
                        READ ItemFile INVALID KEY
                            CONTINUE
                        END-READ
                        CLOSE ItemFile
                        COMPUTE WS-IB-Delta =
                            WS-UoM-Unit-Qty
                        PERFORM Adjust-Branch-Stock
                    END-IF

                    MOVE "PORC" TO Mv-Type
                    MOVE PO-Item-ID TO Mv-Item-ID
                    MOVE WS-UoM-Unit-Qty TO Mv-Qty
                    MOVE PO-ID TO Mv-Ref-ID
                    PERFORM Write-Movement

      *>            individual serials for flagged items
                    IF Item-Serialized = "Y"
                        MOVE WS-UoM-Unit-Qty TO WS-Ser-Need
                        IF WS-ASN-Mode = "Y"
                            PERFORM Create-ASN-Serials
                        END-IF
                        IF WS-Ser-Need > 0
                            PERFORM Capture-Receipt-Serials
                        END-IF
                    END-IF

      *>            putaway: confirm or correct where the
      *>            goods are going on the floor
                    MOVE PO-Item-ID TO WS-Bin-Item
                    MOVE WS-Branch-ID-Lookup TO WS-Bin-Branch
                    PERFORM Find-Bin-Location
                    IF WS-Bin-Found = "Y"
                        DISPLAY "Putaway bin [" WS-Bin-Loc
                            "] - Enter new bin (blank "
                            "keeps it): "
                    ELSE
                        DISPLAY "No bin on file - Enter "
                            "putaway bin (blank skips): "
                    END-IF
                    ACCEPT WS-Bin-Loc
                    IF WS-Bin-Loc NOT = SPACES
                        PERFORM Save-Bin-Location
                    END-IF

                    MOVE "N" TO WS-ASN-Lots-Done
                    IF WS-ASN-Mode = "Y"
                        PERFORM Create-ASN-Lots
                    END-IF
                    IF WS-ASN-Lots-Done = "N"
                        DISPLAY "Enter Expiry Date (YYYYMMDD, "
                            "0 if none): "
                        ACCEPT WS-Lot-Expiry
                            MOVE WS-UoM-Unit-Qty TO Lot-Qty-Left
                            PERFORM Create-Lot
                        END-IF
                    END-IF

                    MOVE PO-Item-ID TO BO-Item-ID
                    PERFORM Notify-Backorders

                    ADD WS-Receive-Qty TO PO-Received-Qty
                    ACCEPT PO-Received-Date FROM DATE YYYYMMDD
                    IF PO-Received-Qty >= PO-Ordered-Qty
                        MOVE "RECEIVED" TO PO-Status
                    ELSE
                        MOVE "PARTIAL" TO PO-Status
                    END-IF
                    REWRITE PO-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    CLOSE PurchaseOrderFile
                    MOVE "Y" TO WS-Receipt-Posted
                    DISPLAY ESC Blue-On
                        "Receipt posted. PO status: " PO-Status
                        ESC Reset-Color
      *>            a special order's goods are already reserved
      *>            for its customer - tell them it is in
                    PERFORM Special-Order-Arrival

      *>            the receipt opens the payable - what we owe
      *>            is on the ledger the moment goods arrive
                    IF PO-Supplier-ID > 0 AND
                       WS-Consign-Flag NOT = "Y"
                        MOVE PO-Supplier-ID TO WS-APL-Supplier
                        MOVE "INV" TO WS-APL-Kind
                        MOVE "PO " TO WS-APL-Ref-Type
                        MOVE PO-ID TO WS-APL-Ref
                        COMPUTE WS-APL-Amount =
                            WS-UoM-Unit-Qty * WS-Receive-Cost
                        PERFORM Open-Payable
                    ELSE
                        IF WS-Consign-Flag = "Y"
                            DISPLAY "Consignment receipt - "
                                "no payable until it sells."
                        END-IF
                    END-IF
                END-IF
            END-IF
            END-IF
            IF PO-Header-ID > 0
                MOVE PO-Header-ID TO WS-POH-ID
                PERFORM Roll-Up-PO-Header
            END-IF.
       Cart.
      *>  The customer is attached before any lines are added so
      *>  Add-Cart can price from the customer's tier.
                DISPLAY "Enter Customer Name: "
                ACCEPT Customer-Name
            END-IF
            MOVE "N" TO WS-TH-Scanned
            MOVE "1" TO EOFP
            PERFORM UNTIL EOFP = "0"
              PERFORM Buy-Cart
              EVALUATE User-Choice
                   WHEN "7"
                       PERFORM Park-Cart
                       MOVE "N" TO WS-TH-Scanned
                       MOVE "1" TO EOFP
                   WHEN "8"
                       PERFORM Mark-First-Scan
                       PERFORM Recall-Parked-Cart
                       MOVE "1" TO EOFP
                   WHEN "1"
                       PERFORM Mark-First-Scan
                       PERFORM Add-Cart
                       MOVE "1" TO EOFP
                   WHEN "2"
                       PERFORM Mark-First-Scan
                       PERFORM Find-Item
                       PERFORM Add-Cart
                       MOVE "1" TO EOFP
                   WHEN "3"
                       PERFORM Mark-First-Scan
                       PERFORM Find-Category-Item
                       IF Category-Count > 0
                           PERFORM Add-Cart
                READ ItemFile INVALID KEY
                    DISPLAY "Error: Record not found."
                NOT INVALID KEY
                    MOVE Item-Price TO WS-BP-Price
                    MOVE "N" TO WS-BP-Found
                    IF WS-Sale-Branch > 0
                        MOVE Item-ID TO WS-BP-Item
                        MOVE WS-Sale-Branch TO WS-BP-Branch
                        PERFORM Find-Branch-Price
                        IF WS-BP-Found = "N"
                            MOVE Item-Price TO WS-BP-Price
                        END-IF
                    END-IF
                    DISPLAY Item-ID         A7
                            Item-Barcode    A1
                            Item-Name       A1
                            Item-Category
                            Item-Qty        A9 A2
                            WS-BP-Price
                    IF WS-BP-Found = "Y"
                        DISPLAY "Branch " WS-Sale-Branch
                            " price - company price " Item-Price
                    END-IF
                    MOVE "PRICECHK" TO WS-EJ-Event
                    MOVE Item-ID TO WS-EJ-Ref
                    MOVE WS-BP-Price TO WS-EJ-Amount
                    MOVE Item-Name TO WS-EJ-Detail
                    PERFORM Write-EJ
                END-READ
                        "Error: Item is BLOCKED from sale."
                        ESC Reset-Color
                ELSE
                IF Item-Is-Rental
                    DISPLAY ESC Blue-On
                        "Error: Hire item - use Rentals / Hire to "
                        "check it out." ESC Reset-Color
                ELSE
                IF Item-Is-Service
                    DISPLAY ESC Blue-On
                        "Error: Service item - book it to a repair "
                        "ticket." ESC Reset-Color
                ELSE
                IF File-Status = "00"
                    MOVE "Y" TO WS-Age-OK
                    IF Item-Min-Age > 0
                           " single units."
                   END-IF
                   MOVE Item-Price TO Cart-Unit-Of-Price
                   IF WS-Sale-Branch > 0
                       MOVE Item-ID TO WS-BP-Item
                       MOVE WS-Sale-Branch TO WS-BP-Branch
                       PERFORM Find-Branch-Price
                       IF WS-BP-Found = "Y"
                           MOVE WS-BP-Price TO Cart-Unit-Of-Price
                           DISPLAY "Branch " WS-Sale-Branch
                               " price applied: "
                               Cart-Unit-Of-Price
                       END-IF
                   END-IF
                   IF WS-Cart-Tier NOT = "R"
                       PERFORM Find-Tier-Price
                       IF WS-Tier-Price-Found = "Y"
                   IF Cart-Total-Quantity > WS-Item-Available
                       DISPLAY Item-Name"is allow: "
                           WS-Item-Available
                       PERFORM Offer-Cart-Substitute
                   ELSE
                   WRITE Cart-Record INVALID KEY
                   DISPLAY "Error: Unable to write record."
                END-IF
                END-IF
                END-IF
                END-IF
                END-IF
            END-READ
            CLOSE ItemFile
            END-IF.
       Buy-Confirm.
           ACCEPT WS-Close-Date FROM DATE YYYYMMDD
           PERFORM Is-Day-Closed
           MOVE "Y" TO WS-SP-OK
           IF WS-Day-Closed NOT = "Y"
               PERFORM Check-Staff-Allowance
           END-IF
           IF WS-Day-Closed = "Y"
               DISPLAY ESC Blue-On
                   "Error: Today's business day is already closed. "
                   "No new invoices can be created." ESC Reset-Color
           ELSE
           IF WS-SP-OK = "N"
               DISPLAY ESC Blue-On
                   "Sale not completed - the cart is kept so lines "
                   "can be removed." ESC Reset-Color
           ELSE
           PERFORM Check-Tax-Exemption
           OPEN I-O CartFile
           PERFORM Begin-Sale-Txn

           MOVE "N" TO EOF
           MOVE 1 TO IDX
           MOVE 0 TO WS-Tax-Total
           MOVE 0 TO WS-Promo-Savings
           MOVE 0 TO Cat-Subtotal-Count
           MOVE 0 TO WS-LT-Pend-Count
           PERFORM UNTIL EOF = "Y"
               READ CartFile NEXT RECORD
               AT END
      *>      Item-Qty so a stale cart can never wrap the unsigned
      *>      quantity around.

                MOVE "I" TO WS-STX-State
                PERFORM Mark-Sale-Txn-Line
                MOVE "Y" TO WS-Line-OK
                PERFORM Open-Item-Locked
                MOVE Cart-Item-ID TO RelativeKey
                MOVE 0 TO WS-Line-Unit-Cost
                READ ItemFile INVALID KEY
                   DISPLAY "Error: Record not found."
                   MOVE "N" TO WS-Line-OK
                NOT INVALID KEY
      *>            cost as it stands at the sale, before any
      *>            bundle explosion re-reads the item file
                    MOVE Item-Cost TO WS-Line-Unit-Cost
                    IF File-Status = "00" AND Item-Is-Bundle
                       MOVE "Y" TO WS-Bundle-Is
                       PERFORM Check-Bundle-Availability
                       IF WS-Branch-ID-Lookup > 0
                           COMPUTE WS-IB-Delta =
                               0 - WS-Stock-Qty
                           MOVE "S" TO WS-IB-Where
                           PERFORM Adjust-Branch-Stock
                       END-IF

                       MOVE WS-Stock-Qty TO WS-Lot-Draw-Qty
                       MOVE "SALE" TO WS-LT-Kind
                       MOVE Cart-ID TO WS-LT-Ref
                       MOVE WS-Branch-ID-Lookup TO WS-LT-Branch
                       PERFORM Drawdown-Lots

                       MOVE "SALE" TO Mv-Type
                    END-IF
                END-READ
                CLOSE ItemFile
                IF WS-Line-OK = "Y"
                    MOVE "S" TO WS-STX-State
                    PERFORM Mark-Sale-Txn-Line
                END-IF

                IF WS-Line-OK = "Y"
                OPEN I-O SaleCartFile
                MOVE Cart-Orig-Price TO Sale-Cart-Orig-Price
                MOVE Cart-Ovr-Reason TO Sale-Cart-Ovr-Reason
                MOVE Cart-Ovr-Approver TO Sale-Cart-Ovr-Approver
                MOVE WS-Line-Unit-Cost TO Sale-Cart-Unit-Cost
                WRITE Sale-Cart-Record
                IF File-Status = "00"
                    MOVE "W" TO WS-RJ-Action
                    PERFORM Journal-SaleCart-Row
                END-IF
                COMPUTE Total= Total+
                   (Cart-Quantity*Cart-Unit-Of-Price)

                CLOSE SaleCartFile
                END-IF
                DELETE CartFile
                IF WS-Line-OK = "Y"
                    MOVE "D" TO WS-STX-State
                ELSE
                    MOVE "X" TO WS-STX-State
                END-IF
                PERFORM Mark-Sale-Txn-Line
               END-IF
            END-PERFORM

            MOVE 0 TO Invoice-Points-Redeemed
            IF Invoice-Customer-ID > 0
                PERFORM Loyalty-Redeem-And-Earn
      *>        the marker holds the points moved, so a sale that
      *>        dies before its invoice gives them back
                IF WS-Points-Cust-Found = "Y"
                    MOVE Invoice-Customer-ID TO STX-Points-Cust
                    MOVE WS-Points-Redeem TO STX-Points-Redeem
                    MOVE WS-Points-Earned TO STX-Points-Earned
                    MOVE Invoice-ID TO STX-Invoice-ID
                    PERFORM Save-Sale-Txn
                END-IF
            END-IF
            MOVE Final-Total-Price TO Final-Amount
            MOVE "Pending" TO Invoice-Status
            MOVE WS-Cart-Tier TO Invoice-Price-Tier
            MOVE WS-Till-ID TO Invoice-Till-ID
            WRITE Invoice-Record
            IF File-Status = "00"
                PERFORM Note-Sale-Txn-Discounts
                MOVE "I" TO WS-STX-Stage
                PERFORM Stage-Sale-Txn
                MOVE "W" TO WS-RJ-Action
                PERFORM Journal-Invoice-Row
            END-IF
            MOVE Invoice-Date TO WS-Idx-Date
            PERFORM Add-To-Invoice-Index
            MOVE Invoice-ID TO WS-LT-Invoice
            MOVE Invoice-Customer-ID TO WS-LT-Customer
            PERFORM Stamp-Lot-Trace

            IF WS-Coupon-Key > 0
                PERFORM Redeem-Coupon
            MOVE Final-Total-Price TO WS-EJ-Amount
            MOVE SPACES TO WS-EJ-Detail
            PERFORM Write-EJ
      *>  the sale goes into the daily item summary as it posts
            MOVE "S" TO WS-SS-Kind
            MOVE Invoice-Date TO WS-SS-Date
            PERFORM Post-Invoice-Summary

            IF Best-Cart-Discount-ID > 0
                COMPUTE WS-DU-Amount =
                END-IF
            END-PERFORM

            MOVE "E" TO WS-STX-Stage
            PERFORM Stage-Sale-Txn
            PERFORM Record-Payment
            PERFORM End-Sale-Txn
            CLOSE InvoiceFile
            CLOSE CartFile
            PERFORM View-Invocie
           END-IF
           END-IF.
       Loyalty-Redeem-And-Earn.
      *>  Expects Invoice-Customer-ID/Invoice-Date and a computed
                CLOSE ItemFile
                DISPLAY "Item: " Item-Name
                    " current price " Item-Price
                DISPLAY "Enter Branch-ID (0 = all branches): "
                MOVE 0 TO PC-Branch-ID
                ACCEPT PC-Branch-ID
                IF PC-Branch-ID > 0
                    MOVE Item-ID TO WS-BP-Item
                    MOVE PC-Branch-ID TO WS-BP-Branch
                    PERFORM Find-Branch-Price
                    IF WS-BP-Found = "Y"
                        DISPLAY "Branch " PC-Branch-ID
                            " current price " WS-BP-Price
                    ELSE
                        DISPLAY "Branch " PC-Branch-ID
                            " sells at the company price."
                    END-IF
                END-IF
                DISPLAY "Enter New Price: "
                ACCEPT PC-New-Price
                DISPLAY "Enter Effective Date (YYYYMMDD): "
                ACCEPT PC-Effective-Date
                MOVE PC-Effective-Date TO WS-Date-Check-Str
                PERFORM Validate-Date-YYYYMMDD
                IF PC-Branch-ID > 0
                    OPEN INPUT BranchFile
                    MOVE PC-Branch-ID TO Branch-RelKey
                    READ BranchFile INVALID KEY
                        DISPLAY "Error: Branch not found."
                        MOVE "N" TO WS-Date-Valid
                    END-READ
                    CLOSE BranchFile
                END-IF
                IF WS-Date-Valid NOT = "Y"
                    DISPLAY "Error: change not queued."
                ELSE
                    MOVE WS-Next-ID TO PC-ID
                    MOVE WS-Next-ID TO PriceChg-RelKey
                    MOVE Item-ID TO PC-Item-ID
      *>            held until a second admin approves it - only a
      *>            QUEUED change is ever applied
                    MOVE "PENDING" TO PC-Status
                    WRITE PriceChange-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                    CLOSE PriceChangeFile
                    IF File-Status = "00"
                        DISPLAY ESC Blue-On
                            "Price change for " PC-Effective-Date
                            " awaits approval." ESC Reset-Color
                        PERFORM File-Scheduled-Price-Request
                    END-IF
                END-IF
            END-READ.
       File-Scheduled-Price-Request.
      *>  Expects the PriceChange-Record just written as PENDING.
            MOVE "PRICESCH" TO WS-CR-Type
            MOVE SPACES TO WS-CR-Key
            MOVE PC-ID TO WS-CR-Key(1:5)
            MOVE 0 TO WS-CR-Old-Num1
            MOVE 0 TO WS-CR-Old-Num2
            MOVE PC-New-Price TO WS-CR-New-Num1
            MOVE 0 TO WS-CR-New-Num2
            MOVE SPACES TO WS-CR-Old-Text
            MOVE SPACES TO WS-CR-New-Text
            MOVE SPACES TO WS-CR-Before
            STRING "ITEM=" PC-Item-ID " BR=" PC-Branch-ID
                " EFF=" PC-Effective-Date
                DELIMITED BY SIZE INTO WS-CR-Before
            MOVE PC-New-Price TO WS-PC-Disp-Price
            MOVE SPACES TO WS-CR-After
            STRING "NEW PRICE=" FUNCTION TRIM(WS-PC-Disp-Price)
                DELIMITED BY SIZE INTO WS-CR-After
            PERFORM File-Change-Request.
       Apply-Price-Changes.
      *>  Closing-batch step: applies every queued change effective
      *>  on or before tomorrow so morning prices are right. A
      *>  change still PENDING approval is left where it is.
            COMPUTE WS-PC-Apply-Int =
                FUNCTION INTEGER-OF-DATE(WS-Close-Date) + 1
            COMPUTE WS-PC-Apply-Date =
                           DISPLAY "Error: Item " PC-Item-ID
                               " not found, change skipped."
                       NOT INVALID KEY
                           IF PC-Branch-ID > 0
      *>                        one branch only: its own price row
      *>                        changes, the company price stays
                               MOVE PC-Item-ID TO WS-BP-Item
                               MOVE PC-Branch-ID TO WS-BP-Branch
                               MOVE PC-New-Price TO WS-BP-New-Price
                               PERFORM Save-Branch-Price
                           ELSE
                               MOVE Item-Price TO PH-Old-Price
                               MOVE PC-New-Price TO Item-Price
                               REWRITE Item-Record INVALID KEY
                               DISPLAY "Error: Unable to rewrite "
                                   "record."
                               END-REWRITE
                               MOVE PC-New-Price TO PH-New-Price
                               MOVE PC-Item-ID TO PH-Item-ID
                               PERFORM Write-Price-History
                           END-IF
                           MOVE "APPLIED" TO PC-Status
                           REWRITE PriceChange-Record INVALID KEY
                           DISPLAY "Error: Unable to rewrite "
            MOVE WS-GC-Amount TO Drawer-Amount
            MOVE "GIFT CARD LOAD" TO Drawer-Reason
            MOVE WS-Now-DateTime(1:14) TO Drawer-Timestamp
            MOVE WS-Till-ID TO Drawer-Till-ID
            MOVE 0 TO Drawer-Exp-Cat
            WRITE Drawer-Record
            CLOSE DrawerFile
            MOVE "PAIDIN" TO WS-TP-Kind
            MOVE WS-GC-Amount TO WS-TP-Amount
            PERFORM Term-Post.
       GiftCard-Tender.
      *>  Redeems a gift card against Final-Total-Price. When the
      *>  card cannot cover the sale the remainder is taken in cash.
      *>  payment row is deleted so the End-of-Day split no longer
      *>  counts takings for a dead sale. A credit to the account
      *>  IS the refund, so the store-credit offer is skipped for
      *>  ACCT tenders by the caller. A gift-receipt return
      *>  leaves the buyer's account charged - the value goes to
      *>  the recipient as store credit instead.
            MOVE "N" TO WS-Unwind-Was-Acct
            OPEN I-O PaymentFile
            IF File-Status = "35"
                CONTINUE
            NOT INVALID KEY
                IF Pay-Method = "ACCT" AND
                   Invoice-Customer-ID > 0 AND
                   WS-GR-Mode NOT = "Y"
                    MOVE "Y" TO WS-Unwind-Was-Acct
                    MOVE 0 TO WS-ARI-Unbooked
                    OPEN I-O CustomerFile
                    MOVE Invoice-Customer-ID TO Customer-RelKey
                    READ CustomerFile INVALID KEY
                        DISPLAY "Error: Customer not found."
                    NOT INVALID KEY
                        IF Pay-Amount > Customer-Balance
                            COMPUTE WS-ARI-Unbooked =
                                Pay-Amount - Customer-Balance
                            MOVE 0 TO Customer-Balance
                        ELSE
                            SUBTRACT Pay-Amount FROM
                            ESC Reset-Color
                    END-READ
                    CLOSE CustomerFile
                    MOVE Invoice-Customer-ID TO WS-ARI-Cust
                    MOVE Invoice-ID TO WS-ARI-Ref
                    MOVE Pay-Amount TO WS-ARI-Amount
                    PERFORM Post-AR-Credit-Note
                END-IF
                IF Pay-Method = "PAYRL" AND
                   WS-GR-Mode NOT = "Y"
                    PERFORM Unwind-Payroll-Deduction
                END-IF
                MOVE "REFUND" TO WS-TP-Kind
                MOVE Pay-Method TO WS-TP-Method
                MOVE Pay-Amount TO WS-TP-Amount
                DELETE PaymentFile INVALID KEY
                    DISPLAY "Error: Unable to delete record."
                END-DELETE
                IF File-Status = "00"
                    MOVE "R" TO WS-CT-Post-Kind
                    MOVE Pay-Amount TO WS-CT-Post-Amount
                    PERFORM Post-Payment-Control
                    MOVE "D" TO WS-RJ-Action
                    PERFORM Journal-Payment-Row
                END-IF
                PERFORM Term-Post
            END-READ
            CLOSE PaymentFile.
       Refund-To-Store-Credit.
      *>  Called from Return-Invoice after stock is restored. Loads
      *>  the refund value onto a gift card so the value stays in
      *>  the shop. Against a gift receipt there is no choice and
      *>  no amount shown: the recipient gets store credit only.
      *>  A no-receipt return is store credit only as well, with
      *>  Final-Amount set by No-Receipt-Return.
            IF WS-GR-Mode = "Y"
                DISPLAY "Gift receipt - refund goes to store credit."
                MOVE "Y" TO WS-Confirm
            ELSE
            IF WS-NR-Active = "Y"
                DISPLAY "No-receipt return - " Final-Amount
                    " goes to store credit."
                MOVE "Y" TO WS-Confirm
            ELSE
                DISPLAY "Refund " Final-Amount " to store credit "
                    "(Y/N)? "
                ACCEPT WS-Confirm
            END-IF
            END-IF
            IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                MOVE Final-Amount TO WS-GC-Amount
                DISPLAY "Enter Gift Card Number to Load: "
                    END-WRITE
                END-IF
                CLOSE GiftCardFile
                IF WS-GR-Mode = "Y"
                    DISPLAY ESC Blue-On
                        "Refund loaded to store credit card "
                        WS-GC-Number-Input ESC Reset-Color
                ELSE
                    DISPLAY ESC Blue-On
                        "Refund loaded to store credit. Card "
                        "balance: " GC-Balance ESC Reset-Color
                END-IF
                MOVE "REFUND-CREDIT" TO Audit-Action
                IF WS-GR-Mode = "Y"
                    STRING "INV=" Invoice-ID " GIFT"
                        DELIMITED BY SIZE INTO Audit-Before
                ELSE
                IF WS-NR-Active = "Y"
                    STRING "NORCPT=" NR-ID " CUST=" WS-NR-Customer
                        DELIMITED BY SIZE INTO Audit-Before
                ELSE
                    STRING "INV=" Invoice-ID DELIMITED BY SIZE
                        INTO Audit-Before
                END-IF
                END-IF
                STRING "CARD=" WS-GC-Number-Input
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
                DISPLAY "4. Charge to Account"
                DISPLAY "5. Gift Card"
                DISPLAY "6. Foreign Cash (FX)"
                DISPLAY "7. Payroll Deduction (staff)"
                DISPLAY "8. Cheque"
                DISPLAY "Enter Choose Option:"
                ACCEPT WS-Pay-Choice
                EVALUATE WS-Pay-Choice
                            MOVE "FX" TO WS-Pay-Method
                            MOVE "Y" TO WS-Pay-Done
                        END-IF
                    WHEN "7"
                        PERFORM Charge-To-Payroll
                        IF WS-PD-OK = "Y"
                            MOVE "PAYRL" TO WS-Pay-Method
                            MOVE "Y" TO WS-Pay-Done
                        END-IF
                    WHEN "8"
                        PERFORM Cheque-Tender
                        IF WS-CQ-OK = "Y"
                            MOVE "CHEQUE" TO WS-Pay-Method
                            MOVE "Y" TO WS-Pay-Done
                        END-IF
                    WHEN OTHER
                        MOVE "CASH" TO WS-Pay-Method
                        MOVE "Y" TO WS-Pay-Done
                END-EVALUATE
            END-PERFORM

            IF WS-Pay-Method = "PAYRL"
                MOVE 0 TO WS-Pay-Tendered
                MOVE 0 TO WS-Pay-Change
                DISPLAY ESC Blue-On
                    "Deducted from pay at month end: "
                    Final-Total-Price ESC Reset-Color
            ELSE
            IF WS-Pay-Method = "ACCT"
                MOVE 0 TO WS-Pay-Tendered
                MOVE 0 TO WS-Pay-Change
                    "Charged to account: " Final-Total-Price
                    ESC Reset-Color
            ELSE
            IF WS-Pay-Method = "CHEQUE"
      *>        a cheque is made out for the exact amount
                MOVE Final-Total-Price TO WS-Pay-Tendered
                MOVE 0 TO WS-Pay-Change
                DISPLAY ESC Blue-On
                    "Cheque taken for: " Final-Total-Price
                    ESC Reset-Color
            ELSE
            IF WS-Pay-Method = "GCARD"
                CONTINUE
            ELSE
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF

      *>  The tender is taken - an account charged, a card drawn
      *>  down, a deduction or cheque booked. A sale that stops
      *>  from here on is finished off the marker by recovery,
      *>  never tendered a second time.
            IF WS-STX-Live = "Y"
                MOVE WS-Pay-Method TO STX-Pay-Method
                MOVE WS-Pay-Tendered TO STX-Pay-Tendered
                MOVE WS-Pay-Change TO STX-Pay-Change
                MOVE WS-Pay-Cash-Part TO STX-Pay-Cash-Part
                MOVE WS-FX-Code TO STX-Pay-FX-Code
                MOVE WS-FX-Foreign-Tend TO STX-Pay-FX-Amount
                MOVE "P" TO STX-Stage
                PERFORM Save-Sale-Txn
            END-IF
            PERFORM Write-Sale-Payment.
       Write-Sale-Payment.
      *>  Expects the tender in WS-Pay-Method, WS-Pay-Tendered,
      *>  WS-Pay-Change and WS-Pay-Cash-Part (WS-FX-Code and
      *>  WS-FX-Foreign-Tend for FX) with the sale's Invoice-Record
      *>  and Final-Total-Price. Writes the payment row and makes
      *>  the tender's postings.
            OPEN I-O PaymentFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                MOVE SPACES TO Pay-FX-Code
                MOVE 0 TO Pay-FX-Amount
            END-IF
            MOVE WS-Till-ID TO Pay-Till-ID
            WRITE Payment-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            IF File-Status = "00"
                MOVE "A" TO WS-CT-Post-Kind
                MOVE Pay-Amount TO WS-CT-Post-Amount
                PERFORM Post-Payment-Control
                MOVE "W" TO WS-RJ-Action
                PERFORM Journal-Payment-Row
            END-IF
            CLOSE PaymentFile
            IF WS-Pay-Method = "ACCT"
                MOVE "INV" TO WS-ARI-Type
                MOVE Invoice-Customer-ID TO WS-ARI-Cust
                MOVE Invoice-ID TO WS-ARI-Ref
                MOVE Invoice-Date TO WS-ARI-Date
                MOVE Final-Total-Price TO WS-ARI-Amount
                PERFORM Post-AR-Charge
            END-IF

            MOVE "SALE" TO WS-TP-Kind
            MOVE WS-Pay-Method TO WS-TP-Method
            MOVE Final-Total-Price TO WS-TP-Amount
            MOVE WS-Pay-Cash-Part TO WS-TP-Cash
            PERFORM Term-Post

            MOVE "TENDER" TO WS-EJ-Event
            MOVE Invoice-ID TO WS-EJ-Ref
            END-READ
            CLOSE CounterFile.
       Record-Account-Payment.
            MOVE "N" TO WS-ARP-Post
            DISPLAY "Enter Customer-ID: "
            ACCEPT Customer-RelKey
            OPEN I-O CustomerFile
                DISPLAY "Balance Owed   : " Customer-Balance
                DISPLAY "Enter Payment Amount: "
                ACCEPT WS-Acct-Amount
                MOVE "Y" TO WS-CQ-OK
                MOVE SPACE TO WS-CQ-Source
                DISPLAY "Paid by cheque (Y/N)? "
                ACCEPT WS-Confirm
                IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                    MOVE "A" TO WS-CQ-Source
                    MOVE WS-Acct-Amount TO WS-CQ-Amount
                    PERFORM Check-Cheque-Customer
                    IF WS-CQ-OK = "Y"
                        PERFORM Capture-Cheque-Details
                    END-IF
                END-IF
                IF WS-CQ-OK NOT = "Y"
                    DISPLAY "Payment not recorded."
                ELSE
                    MOVE 0 TO WS-ARI-Unbooked
                    IF WS-Acct-Amount > Customer-Balance
                        COMPUTE WS-ARI-Unbooked =
                            WS-Acct-Amount - Customer-Balance
                        MOVE WS-ARI-Unbooked TO WS-ARA-Disp
                        DISPLAY "Warning: payment exceeds balance, "
                            "balance set to zero - " WS-ARA-Disp
                            " held on account."
                        MOVE 0 TO Customer-Balance
                    ELSE
                        SUBTRACT WS-Acct-Amount FROM Customer-Balance
                    END-IF
                    REWRITE Customer-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE

                    PERFORM Next-AcctPay-Sequence
                    OPEN I-O AcctPayFile
                    IF File-Status = "35"
                        DISPLAY "File does not exist. Creating file..."
                        OPEN OUTPUT AcctPayFile
                        CLOSE AcctPayFile
                        OPEN I-O AcctPayFile
                    END-IF
                    MOVE WS-Next-ID TO AP-ID
                    MOVE WS-Next-ID TO AcctPay-RelKey
                    MOVE Customer-ID TO AP-Customer-ID
                    MOVE WS-Acct-Amount TO AP-Amount
                    ACCEPT AP-Date FROM DATE YYYYMMDD
                    MOVE Input-ID TO AP-Casher-ID
                    MOVE "PAY" TO AP-Type
                    WRITE AcctPay-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                    CLOSE AcctPayFile
                    MOVE "Y" TO WS-ARP-Post
                    MOVE AP-ID TO WS-ARP-AP-ID
                    MOVE Customer-ID TO WS-ARP-Cust
                    IF WS-CQ-Source = "A"
                        MOVE AP-ID TO WS-CQ-Ref
                        MOVE Customer-ID TO WS-CQ-Customer
                        PERFORM Write-Cheque-Row
                    END-IF

                    DISPLAY ESC Blue-On
                        "Payment recorded. New balance: "
                        Customer-Balance ESC Reset-Color
                    MOVE "ACCT-PAYMENT" TO Audit-Action
                    STRING "CUST=" Customer-ID DELIMITED BY SIZE
                        INTO Audit-Before
                    IF WS-CQ-Source = "A"
                        STRING "PAID=" WS-Acct-Amount " CHQ"
                            DELIMITED BY SIZE INTO Audit-After
                    ELSE
                        STRING "PAID=" WS-Acct-Amount
                            DELIMITED BY SIZE INTO Audit-After
                    END-IF
                    PERFORM Write-Audit
                END-IF
            END-READ
            CLOSE CustomerFile
            IF WS-ARP-Post = "Y"
                MOVE "PAY" TO WS-ARI-Type
                MOVE WS-ARP-Cust TO WS-ARI-Cust
                MOVE WS-ARP-AP-ID TO WS-ARI-Ref
                ACCEPT WS-ARI-Date FROM DATE YYYYMMDD
                MOVE WS-Acct-Amount TO WS-ARI-Amount
                MOVE WS-Acct-Amount TO WS-ARI-Open
                PERFORM Post-AR-Item
                IF WS-ARI-ID > 0
                    MOVE WS-ARP-Cust TO WS-ARA-Cust
                    MOVE WS-ARI-ID TO WS-ARA-Credit-ID
                    PERFORM Allocate-Receipt
                END-IF
            END-IF.
       Customer-Aging-Report.
            PERFORM Build-Aging-Table
            PERFORM Display-Aging-Report.
       Build-Aging-Table.
      *>  Open items only: each charge still owed ages from its own
      *>  date, and cash or credit held on the account shows as
      *>  unapplied (Aging-Paid-Left) rather than being guessed
      *>  against the oldest charges.
            ACCEPT WS-Aging-Today FROM DATE YYYYMMDD
            MOVE 0 TO Aging-Count
            OPEN INPUT ARItemFile
            IF File-Status = "00"
                MOVE "N" TO EOFAR
                PERFORM UNTIL EOFAR = "Y"
                   READ ARItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFAR
                   NOT AT END
                       IF ARI-Open-Item AND
                          NOT (WS-Aging-Skip-Fin = "Y" AND
                               (ARI-Type = "FIN" OR
                                ARI-Type = "PRL"))
                           MOVE ARI-Customer-ID TO
                               WS-Stmt-Customer-ID
                           PERFORM Find-Aging-Entry
                           IF ARI-Is-Credit
                               ADD ARI-Open TO
                                   Aging-Paid-Left(WS-Aging-IDX)
                           ELSE
                               CALL "DATE-DIFF" USING
                                   ARI-Date
                                   WS-Aging-Today
                                   WS-Aging-Days
                               EVALUATE TRUE
                                   WHEN WS-Aging-Days <= 30
                                       ADD ARI-Open TO
                                       Aging-B30(WS-Aging-IDX)
                                   WHEN WS-Aging-Days <= 60
                                       ADD ARI-Open TO
                                       Aging-B60(WS-Aging-IDX)
                                   WHEN WS-Aging-Days <= 90
                                       ADD ARI-Open TO
                                       Aging-B90(WS-Aging-IDX)
                                   WHEN OTHER
                                       ADD ARI-Open TO
                                       Aging-BOver(WS-Aging-IDX)
                               END-EVALUATE
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE ARItemFile
            END-IF.
       Display-Aging-Report.
            MOVE "CUST-AGING" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Customer-ID     0-30        31-60       "
                "61-90       Over 90     Unapplied"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING WS-Aging-IDX FROM 1 BY 1
                    Aging-B30(WS-Aging-IDX)  " "
                    Aging-B60(WS-Aging-IDX)  " "
                    Aging-B90(WS-Aging-IDX)  " "
                    Aging-BOver(WS-Aging-IDX) " "
                    Aging-Paid-Left(WS-Aging-IDX)
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-PERFORM
      *>  Monthly: applies a configurable rate to the portion of
      *>  each balance past its terms (the aging buckets beyond the
      *>  terms age), posts the charge to Customer-Balance with its
      *>  own FIN row and open item so statements show it
      *>  distinctly, and logs the total raised in joblog.txt.
            DISPLAY "Enter Monthly Rate Percent (e.g. 02.00): "
            ACCEPT WS-Fin-Rate
            DISPLAY "Enter Terms Days (0 = 30): "
            MOVE 0 TO WS-Fin-Total
            MOVE 0 TO WS-Fin-Count

      *>  finance charges already raised are not charged again,
      *>  and purchases waiting for the payroll run are not overdue
            MOVE "Y" TO WS-Aging-Skip-Fin
            PERFORM Build-Aging-Table
            MOVE "N" TO WS-Aging-Skip-Fin
            PERFORM VARYING WS-Aging-IDX FROM 1 BY 1
                UNTIL WS-Aging-IDX > Aging-Count
                EVALUATE TRUE
                DISPLAY "Error: Unable to write record."
                END-WRITE
                CLOSE AcctPayFile
                MOVE "FIN" TO WS-ARI-Type
                MOVE AP-Customer-ID TO WS-ARI-Cust
                MOVE AP-ID TO WS-ARI-Ref
                MOVE AP-Date TO WS-ARI-Date
                MOVE WS-Fin-Charge TO WS-ARI-Amount
                PERFORM Post-AR-Charge
                ADD WS-Fin-Charge TO WS-Fin-Total
                ADD 1 TO WS-Fin-Count
                DISPLAY "  Customer "
                "  OVER 90: " Aging-BOver(WS-Aging-IDX)
                DELIMITED BY SIZE INTO Statement-Line
            WRITE Statement-Line
            PERFORM Dunning-Letter-Items
            MOVE SPACES TO Statement-Line
            EVALUATE WS-Dun-Level
                WHEN "30"
                        "CREDIT HOLD UNTIL SETTLED."
                        DELIMITED BY SIZE INTO Statement-Line
            END-EVALUATE
            WRITE Statement-Line
            MOVE "DUNNING" TO WS-OB-Template
            MOVE Aging-Customer-ID(WS-Aging-IDX) TO WS-OB-Cust
            MOVE Aging-Customer-ID(WS-Aging-IDX) TO WS-OB-Ref
            ACCEPT WS-OB-Key-Date FROM DATE YYYYMMDD
            MOVE SPACES TO WS-OB-Note
            STRING "LEVEL " WS-Dun-Level " DAYS"
                DELIMITED BY SIZE INTO WS-OB-Note
            PERFORM Queue-Notification.
       Dunning-Letter-Items.
      *>  The charges the letter is about, by their own dates, and
      *>  any cash held on the account that could settle them.
            OPEN INPUT ARItemFile
            IF File-Status = "00"
                MOVE "N" TO EOFAR
                PERFORM UNTIL EOFAR = "Y"
                   READ ARItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFAR
                   NOT AT END
                       IF ARI-Customer-ID =
                          Aging-Customer-ID(WS-Aging-IDX) AND
                          ARI-Open-Item AND ARI-Is-Debit
                           CALL "DATE-DIFF" USING ARI-Date
                               WS-Aging-Today WS-Aging-Days
                           IF WS-Aging-Days > 30
                               MOVE ARI-Type TO WS-ARI-Type
                               PERFORM AR-Type-Text
                               MOVE ARI-Open TO WS-ARA-Disp
                               MOVE SPACES TO Statement-Line
                               STRING "  " WS-ARI-Type-Text " "
                                   ARI-Ref-ID " DATED " ARI-Date
                                   " STILL OWED " WS-ARA-Disp
                                   DELIMITED BY SIZE
                                   INTO Statement-Line
                               WRITE Statement-Line
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE ARItemFile
            END-IF
            IF Aging-Paid-Left(WS-Aging-IDX) > 0
                MOVE Aging-Paid-Left(WS-Aging-IDX) TO WS-ARA-Disp
                MOVE SPACES TO Statement-Line
                STRING "UNAPPLIED CASH HELD ON ACCOUNT: "
                    WS-ARA-Disp
                    DELIMITED BY SIZE INTO Statement-Line
                WRITE Statement-Line
            END-IF.
       Next-BankDep-Sequence.
            MOVE 33 TO Counter-RelKey
            PERFORM Open-Counter-Locked
            IF WS-BD-Cash = 0
                MOVE WS-BD-Counted TO WS-BD-Cash
            END-IF
            MOVE "T" TO WS-CQ-Mark
            PERFORM Deposit-Held-Cheques
            DISPLAY "Cheques held on the register for " WS-BD-Date
                ": " WS-CQ-Held
            DISPLAY "Enter Cheques Total (0 = register total): "
            MOVE 0 TO WS-BD-Cheques
            ACCEPT WS-BD-Cheques
            IF WS-BD-Cheques = 0
                MOVE WS-CQ-Held TO WS-BD-Cheques
            END-IF
      *>  The cash goes to the bank out of a branch safe, with a
      *>  witness to it leaving.
            MOVE "Y" TO WS-Safe-OK
            IF WS-BD-Cash > 0
                DISPLAY "Enter Branch-ID of the safe the cash "
                    "leaves from: "
                ACCEPT WS-Safe-Branch
                MOVE 99999999 TO WS-Safe-Before-Date
                PERFORM Safe-Balance
                MOVE WS-Safe-Balance TO WS-Safe-D-Amt1
                DISPLAY "Safe ledger balance: " WS-Safe-D-Amt1
                MOVE "BANKOUT" TO WS-Safe-Type
                PERFORM Safe-Witness
            END-IF
            IF WS-Safe-OK = "N"
                DISPLAY "Deposit not prepared."
            ELSE
                PERFORM Next-BankDep-Sequence
                OPEN I-O BankDepFile
                IF File-Status = "35"
                    DISPLAY "File does not exist. Creating file..."
                    OPEN OUTPUT BankDepFile
                    CLOSE BankDepFile
                    OPEN I-O BankDepFile
                END-IF
                MOVE WS-Next-ID TO BD-ID
                MOVE WS-Next-ID TO BankDep-RelKey
                MOVE WS-BD-Date TO BD-Date
                MOVE WS-BD-Cash TO BD-Cash
                MOVE WS-BD-Cheques TO BD-Cheques
                COMPUTE BD-Total = WS-BD-Cash + WS-BD-Cheques
                MOVE "PREPARED" TO BD-Status
                MOVE 0 TO BD-Cleared-Date
                MOVE Input-ID TO BD-Prepared-By
                WRITE BankDep-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
                CLOSE BankDepFile
                IF WS-CQ-Held > 0
                    MOVE "M" TO WS-CQ-Mark
                    PERFORM Deposit-Held-Cheques
                END-IF
                IF WS-BD-Cash > 0
                    MOVE "BANKOUT" TO WS-Safe-Type
                    MOVE WS-BD-Cash TO WS-Safe-Amount
                    MOVE BD-ID TO WS-Safe-Ref
                    MOVE SPACES TO WS-Safe-Note
                    STRING "DEPOSIT " BD-ID
                        DELIMITED BY SIZE INTO WS-Safe-Note
                    PERFORM Write-Safe-Row
                END-IF

                PERFORM Get-Now-Seconds
                OPEN EXTEND DrawerFile
                IF File-Status = "35"
                    OPEN OUTPUT DrawerFile
                END-IF
                MOVE WS-BD-Date TO Drawer-Date
                MOVE Input-ID TO Drawer-Casher-ID
                MOVE "BANKED" TO Drawer-Type
                MOVE WS-BD-Cash TO Drawer-Amount
                MOVE SPACES TO Drawer-Reason
                STRING "DEPOSIT " BD-ID DELIMITED BY SIZE
                    INTO Drawer-Reason
                MOVE WS-Now-DateTime(1:14) TO Drawer-Timestamp
                MOVE WS-Till-ID TO Drawer-Till-ID
                MOVE 0 TO Drawer-Exp-Cat
                WRITE Drawer-Record
                CLOSE DrawerFile

                DISPLAY H10 H10 H10 H10 H10 H2
                DISPLAY "BANK DEPOSIT SLIP NO. " BD-ID
                DISPLAY S10 S10 S10 S10 S10 S2
                DISPLAY "Takings Date : " BD-Date
                DISPLAY "Cash         : " BD-Cash
                DISPLAY "Cheques      : " BD-Cheques
                DISPLAY "TOTAL        : " BD-Total
                DISPLAY "Prepared By  : " BD-Prepared-By
                DISPLAY "Witnessed By : " WS-Safe-Witness
                DISPLAY "Signature    : ____________________"
                DISPLAY H10 H10 H10 H10 H10 H2
                MOVE "BANK-DEPOSIT" TO Audit-Action
                STRING "DEP=" BD-ID " DATE=" BD-Date
                    DELIMITED BY SIZE INTO Audit-Before
                STRING "TOTAL=" BD-Total
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
            END-IF.
       Clear-Bank-Deposit.
            OPEN I-O BankDepFile
            IF File-Status = "35"
                   MOVE "Y" TO EOFME
               NOT AT END
                   COMPUTE WS-ME-Check-Date = AP-Date / 100
                   IF WS-ME-Check-Date = WS-ME-Year-Month
                       IF AP-Is-Payment
                           ADD AP-Amount TO ME-AR-Receipts
                       END-IF
      *>               a returned cheque and its fee are debits
                       IF AP-Returned-Cheque OR AP-Cheque-Fee
                           ADD AP-Amount TO ME-AR-Charges
                       END-IF
                   END-IF
            END-PERFORM
            CLOSE AcctPayFile
            DISPLAY "AR Receipts    : " ME-AR-Receipts
            DISPLAY "Period is now LOCKED."
            DISPLAY H10 H10 H10 H10 H10 H2
      *>    goods in but not yet billed are accrued for the period
            PERFORM GRNI-Month-End-Accrual
      *>    the month-end stock figure is taken automatically
            PERFORM Valuation-Run
            MOVE "MONTH-END" TO Audit-Action
                DELIMITED BY SIZE INTO Audit-Before
            STRING "SALES=" ME-Sales
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit
      *>    and the items are re-ranked A/B/C for the count schedule
            PERFORM ABC-Classify-Run.
       Manage-GL-Journal.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
            DISPLAY H10 H10 H10 H2.
       Set-GL-Map.
      *>  Keys used by the export: SALES TAX CASH CARD MOBILE FX
      *>  AR GCARD-LIAB OTHER COGS INVENTORY ROUNDING GRNI; the
      *>  monthly expense journal adds AP, EXP-MISC and each
      *>  expense category's own key.
            DISPLAY "Enter Posting Key: "
            ACCEPT WS-GL-Key
            MOVE FUNCTION UPPER-CASE(WS-GL-Key) TO WS-GL-Key
            DISPLAY "Enter Ledger Account: "
            ACCEPT WS-GL-Account
            MOVE WS-GL-Account TO WS-CR-New-Text
            PERFORM Find-GL-Account
            MOVE WS-GL-Account TO WS-CR-Old-Text
            IF WS-CR-New-Text = WS-CR-Old-Text
                DISPLAY "No change."
            ELSE
                MOVE "GLMAP" TO WS-CR-Type
                MOVE WS-GL-Key TO WS-CR-Key
                MOVE 0 TO WS-CR-Old-Num1
                MOVE 0 TO WS-CR-Old-Num2
                MOVE 0 TO WS-CR-New-Num1
                MOVE 0 TO WS-CR-New-Num2
                MOVE SPACES TO WS-CR-Before
                STRING "ACCOUNT=" WS-CR-Old-Text
                    DELIMITED BY SIZE INTO WS-CR-Before
                MOVE SPACES TO WS-CR-After
                STRING "ACCOUNT=" WS-CR-New-Text
                    DELIMITED BY SIZE INTO WS-CR-After
                PERFORM File-Change-Request
            END-IF.
       Apply-GL-Map.
      *>  Expects WS-GL-Key/WS-GL-Account of an approved change.
      *>    rewrite the whole small file with the key replaced
            MOVE 0 TO WS-GLM-Count
            OPEN INPUT GlMapFile
            CLOSE PaymentFile

      *>    COGS from the movement journal valued at the item's
      *>    moving-average cost - parts fitted on repair tickets
      *>    (REPR) leave stock the same way goods sold do
            MOVE 0 TO WS-GL-COGS
            OPEN INPUT MovementFile
            IF File-Status = "35"
                   MOVE "Y" TO EOFGL
               NOT AT END
                   IF Mv-Date = WS-GL-Date AND
                      (Mv-Type = "SALE" OR Mv-Type = "REPR")
                       MOVE Mv-Item-ID TO RelativeKey
                       READ ItemFile INVALID KEY
                           CONTINUE
            MOVE WS-GL-COGS TO WS-GL-Amount
            PERFORM Write-Journal-Credit

      *>    month-end accruals and their reversals
            PERFORM Journal-Accrual-Lines

            CLOSE CsvReceiptFile
            DISPLAY ESC Blue-On "Journal written to "
                FUNCTION TRIM(WS-CSV-Path)
            COMPUTE Val-Cost-Value(WS-Val-IDX) =
                Val-Cost-Value(WS-Val-IDX) +
                (IB-Qty * Item-Cost)
      *>  retail value at what that branch actually charges
            MOVE Item-ID TO WS-BP-Item
            MOVE WS-Val-Branch TO WS-BP-Branch
            PERFORM Find-Branch-Price
            IF WS-BP-Found = "N"
                MOVE Item-Price TO WS-BP-Price
            END-IF
            COMPUTE Val-Retail-Value(WS-Val-IDX) =
                Val-Retail-Value(WS-Val-IDX) +
                (IB-Qty * WS-BP-Price).
       View-Valuation-Snapshot.
            DISPLAY "Enter Snapshot Date (YYYYMMDD): "
            ACCEPT WS-Val-Date
                    DISPLAY "Warning: serial already on file "
                        "(status " SER-Status ") - skipped."
                ELSE
                    PERFORM Book-Receipt-Serial
                END-IF
            END-PERFORM.
       Book-Receipt-Serial.
      *>  Expects WS-Ser-Input and the PO line. Books the unit
      *>  INSTOCK against the PO.
            PERFORM Next-Serial-Sequence
            OPEN I-O SerialFile
            MOVE WS-Next-ID TO SER-ID
            MOVE WS-Next-ID TO Serial-RelKey
            MOVE WS-Ser-Input TO SER-Serial
            MOVE PO-Item-ID TO SER-Item-ID
            MOVE "INSTOCK" TO SER-Status
            MOVE PO-ID TO SER-PO-ID
            MOVE 0 TO SER-Cart-ID
            ACCEPT SER-Date FROM DATE YYYYMMDD
            WRITE Serial-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE SerialFile.
       Capture-Sale-Serial.
      *>  Called by Add-Cart for serialized items: the scanned
      *>  serial must be INSTOCK for this item; it is marked SOLD
               DISPLAY "2. Update Ticket Status"
               DISPLAY "3. View Tickets"
               DISPLAY "4. Tickets Open Beyond N Days"
               DISPLAY "5. Book Part to Ticket"
               DISPLAY "6. Book Labour to Ticket"
               DISPLAY "7. Set Chargeable / Warranty"
               DISPLAY "8. View Ticket Charges"
               DISPLAY "9. Repair Profitability Report"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                       PERFORM View-Repair-Tickets
                   WHEN "4"
                       PERFORM Stale-Repair-Report
                   WHEN "5"
                       PERFORM Book-Repair-Part
                   WHEN "6"
                       PERFORM Book-Repair-Labour
                   WHEN "7"
                       PERFORM Set-Repair-Charge
                   WHEN "8"
                       PERFORM View-Repair-Charges
                   WHEN "9"
                       PERFORM Repair-Profit-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                DISPLAY "Enter Fault Notes: "
                ACCEPT RT-Notes
                MOVE 0 TO RT-Rtv-ID
                MOVE "C" TO RT-Charge
                MOVE 0 TO RT-Bill-Invoice
                MOVE 0 TO RT-Claim-ID
                MOVE 0 TO RT-Collected
                DISPLAY "Warranty repair - no charge to the "
                    "customer (Y/N)? "
                ACCEPT WS-Confirm
                IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                    MOVE "W" TO RT-Charge
                END-IF
                WRITE Repair-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
                    WHEN "2"
                        MOVE "READY" TO RT-Status
                    WHEN "3"
      *>                collecting the unit settles the ticket:
      *>                billed at the till, or claimed on warranty
                        IF RT-Status = "COLLECTED"
                            DISPLAY "Ticket already collected."
                        ELSE
                            PERFORM Bill-Repair-Ticket
                            IF WS-RK-OK = "Y"
                                MOVE "COLLECTED" TO RT-Status
                            ELSE
                                DISPLAY "Ticket not collected."
                            END-IF
                        END-IF
                    WHEN OTHER
                        DISPLAY "No change."
                END-EVALUATE
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
                DISPLAY "Ticket " RT-ID " is now " RT-Status
                IF WS-Confirm = "2"
                    MOVE "REPAIRRDY" TO WS-OB-Template
                    MOVE RT-Customer-ID TO WS-OB-Cust
                    MOVE RT-ID TO WS-OB-Ref
                    MOVE 0 TO WS-OB-Key-Date
                    MOVE SPACES TO WS-OB-Note
                    STRING "ITEM " RT-Item-ID
                        DELIMITED BY SIZE INTO WS-OB-Note
                    PERFORM Queue-Notification
                    IF WS-OB-Queued = "Y"
                        DISPLAY "Customer notice queued ("
                            FUNCTION TRIM(WS-OB-Channel) ")."
                    END-IF
                END-IF
            END-READ
            CLOSE RepairFile.
       Raise-Repair-Rtv.
            MOVE WS-EJ-Ref TO EJ-Ref
            MOVE WS-EJ-Amount TO EJ-Amount
            MOVE WS-EJ-Detail TO EJ-Detail
            MOVE WS-Till-ID TO EJ-Till
            WRITE Ej-Record
            CLOSE EjFile.
       EJ-Search.
      *>  Same hashed check as the login: nobody rings a sale
      *>  under this casher's ID without the password.
            MOVE "N" TO WS-Lock-OK
            MOVE Input-ID TO WS-LH-User
            MOVE "C" TO WS-LH-Role
            MOVE WS-Sale-Branch TO WS-LH-Branch
            MOVE "TILLLOCK" TO WS-LH-Event
            PERFORM Write-Login-History
            PERFORM UNTIL WS-Lock-OK = "Y"
                DISPLAY S10 S10 S10 S8
                DISPLAY "TILL LOCKED - casher " Input-ID
                    DISPLAY "Wrong password - till stays "
                        "locked."
                    MOVE WS-Lock-Pw TO Input-Password
                    MOVE "FAIL" TO WS-LH-Event
                    PERFORM Write-Login-History
                END-IF
            END-PERFORM
            MOVE "UNLOCK" TO WS-LH-Event
            PERFORM Write-Login-History
            DISPLAY ESC Blue-On "Till unlocked." ESC Reset-Color
            PERFORM Get-Now-Seconds
            MOVE WS-Now-Date TO WS-Last-Active-Date
      *>  date range, through the invoice date index where it is
      *>  usable, optionally cut to one branch via the casher's
      *>  branch - rosters can follow the actual rush.
            IF WS-Sched-Run NOT = "Y"
                DISPLAY "Enter Start Date (YYYYMMDD): "
                ACCEPT WS-Report-Start-Date
                DISPLAY "Enter End Date (YYYYMMDD): "
                ACCEPT WS-Report-End-Date
                DISPLAY "Filter by Branch-ID (0 = all): "
                ACCEPT WS-HP-Branch
            END-IF
            PERFORM Tally-Hourly-Pattern

            MOVE "HOURLY" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Tally-Hourly-Pattern.
      *>  Expects WS-Report-Start-Date/WS-Report-End-Date and
      *>  WS-HP-Branch. Fills Hour-Table and Dow-Table with the
      *>  completed sales in the range - shared by the hourly
      *>  pattern report and the roster coverage view.
            MOVE ZEROES TO Hour-Table
            MOVE ZEROES TO Dow-Table

            PERFORM Check-Index-Usable
            OPEN INPUT InvoiceFile
            IF File-Status = "35"
                CLOSE InvoiceFile
                OPEN OUTPUT InvoiceFile
                CLOSE InvoiceFile
                OPEN INPUT InvoiceFile
            END-IF
            IF WS-Use-Index = "Y"
                PERFORM UNTIL WS-Rpt-Day-Int > WS-Rpt-End-Int
                    COMPUTE WS-Idx-Date =
                        FUNCTION DATE-OF-INTEGER(WS-Rpt-Day-Int)
                    PERFORM Read-Invoice-Index
                    IF WS-Idx-Found = "Y"
                        PERFORM VARYING WS-Idx-IDX FROM 1 BY 1
                            UNTIL WS-Idx-IDX > Idx-Count
                            MOVE Idx-Invoice-ID(WS-Idx-IDX) TO
                                Invoice-RelKey
                            READ InvoiceFile INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                PERFORM Bucket-Invoice-Hour
                            END-READ
                        END-PERFORM
                    END-IF
                    ADD 1 TO WS-Rpt-Day-Int
                END-PERFORM
            ELSE
                MOVE "N" TO EOFHP
                PERFORM UNTIL EOFHP = "Y"
                   READ InvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFHP
                   NOT AT END
                       PERFORM Bucket-Invoice-Hour
                END-PERFORM
            END-IF
            CLOSE InvoiceFile.
       Bucket-Invoice-Hour.
      *>  One invoice into its hour and weekday buckets. The time
      *>  field carries either "HH:MM" (order invoices) or
      *>  exported to rfm.csv with name and phone - the quarterly
      *>  mailing can target lapsed big spenders.
            ACCEPT WS-RFM-Today FROM DATE YYYYMMDD
            PERFORM Build-RFM-Tally

            MOVE "rfm.csv" TO WS-CSV-Path
            OPEN OUTPUT CsvReceiptFile
                END-REWRITE
            END-READ.
       Score-And-Export-RFM.
      *>  One customer: score them and write the CSV row.
            PERFORM Score-RFM-Customer
            MOVE SPACES TO CSV-Record
            STRING Customer-ID ","
                FUNCTION TRIM(Customer-Full-Name) ","
      *>  create-if-missing writes for the duration. Scan, see
      *>  the price, screen clears for the next shopper.
            MOVE "Y" TO WS-Kiosk-Active
      *>  set once when the kiosk is started so shoppers see the
      *>  price this branch's tills will charge
            DISPLAY "Kiosk Branch-ID (0 = company prices): "
            MOVE 0 TO WS-Kiosk-Branch
            ACCEPT WS-Kiosk-Branch
            DISPLAY S10 S10 S10 S10 S10 S10 S2
            DISPLAY "        PRICE CHECK - SCAN AN ITEM"
            DISPLAY S10 S10 S10 S10 S10 S10 S2
                        NOT INVALID KEY
                            DISPLAY H10 H10 H10 H10 H2
                            DISPLAY "  " Item-Name
                            MOVE "N" TO WS-BP-Found
                            IF WS-Kiosk-Branch > 0
                                MOVE Item-ID TO WS-BP-Item
                                MOVE WS-Kiosk-Branch TO WS-BP-Branch
                                PERFORM Find-Branch-Price
                            END-IF
                            IF WS-BP-Found = "Y"
                                DISPLAY "  PRICE: " WS-BP-Price
                            ELSE
                                DISPLAY "  PRICE: " Item-Price
                            END-IF
                            PERFORM Kiosk-Show-Offers
                            DISPLAY H10 H10 H10 H10 H2
                        END-READ
                       REWRITE Invoice-Record INVALID KEY
                       DISPLAY "Error: Unable to rewrite "
                           "record."
                       NOT INVALID KEY
                           MOVE "R" TO WS-RJ-Action
                           PERFORM Journal-Invoice-Row
                       END-REWRITE
                       PERFORM Unwind-Tender
                       ADD 1 TO WS-SP-Voided
                   Customer-Full-Name DELIMITED BY SIZE
                   INTO Statement-Line
            WRITE Statement-Line
            MOVE WS-Stmt-Customer-ID TO WS-ARA-Cust
            PERFORM Load-AR-Account
            MOVE "OPEN ITEMS (DATE / ITEM / REF / AMOUNT / STILL OWED):"
                TO Statement-Line
            WRITE Statement-Line
            PERFORM VARYING AR-IDX FROM 1 BY 1
                UNTIL AR-IDX > ARV-Count
                MOVE ARV-Type(AR-IDX) TO WS-ARI-Type
                IF ARV-Status(AR-IDX) = "O" AND
                   WS-ARI-Type NOT = "PAY" AND
                   WS-ARI-Type NOT = "CRN" AND
                   WS-ARI-Type NOT = "PRX"
                    PERFORM Statement-AR-Line
                END-IF
            END-PERFORM
            MOVE "UNAPPLIED CREDITS HELD ON ACCOUNT:" TO
                Statement-Line
            WRITE Statement-Line
            PERFORM VARYING AR-IDX FROM 1 BY 1
                UNTIL AR-IDX > ARV-Count
                MOVE ARV-Type(AR-IDX) TO WS-ARI-Type
                IF ARV-Status(AR-IDX) = "O" AND
                   (WS-ARI-Type = "PAY" OR WS-ARI-Type = "CRN")
                    PERFORM Statement-AR-Line
                END-IF
            END-PERFORM

            ACCEPT WS-ARA-Today FROM DATE YYYYMMDD
            COMPUTE WS-ARV-From = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-ARA-Today)
                - STMT-ACTIVITY-DAYS)
            MOVE SPACES TO Statement-Line
            STRING "RECEIPTS AND CREDITS SINCE " WS-ARV-From
                " AND WHAT THEY PAID:"
                DELIMITED BY SIZE INTO Statement-Line
            WRITE Statement-Line
            PERFORM VARYING AR-IDX FROM 1 BY 1
                UNTIL AR-IDX > ARV-Count
                MOVE ARV-Type(AR-IDX) TO WS-ARI-Type
                IF ARV-Date(AR-IDX) >= WS-ARV-From AND
                   (WS-ARI-Type = "PAY" OR WS-ARI-Type = "CRN" OR
                    WS-ARI-Type = "PRX")
                    PERFORM Statement-AR-Line
                    PERFORM Statement-AR-Paid
                END-IF
            END-PERFORM

            IF ARV-Count = 0
                MOVE SPACES TO Statement-Line
                STRING "BALANCE NOW OWING: " DELIMITED BY SIZE
                       Customer-Balance DELIMITED BY SIZE
                       INTO Statement-Line
                WRITE Statement-Line
            ELSE
                COMPUTE WS-ARV-Net = WS-ARV-Debits - WS-ARV-Credits
                MOVE WS-ARV-Debits TO WS-ARA-Disp
                MOVE WS-ARV-Credits TO WS-ARA-Disp2
                MOVE SPACES TO Statement-Line
                STRING "OPEN CHARGES: " WS-ARA-Disp
                    "  LESS UNAPPLIED: " WS-ARA-Disp2
                    DELIMITED BY SIZE INTO Statement-Line
                WRITE Statement-Line
                MOVE SPACES TO Statement-Line
                IF WS-ARV-Net < 0
                    COMPUTE WS-ARA-Disp = 0 - WS-ARV-Net
                    STRING "IN CREDIT BY: " WS-ARA-Disp
                        DELIMITED BY SIZE INTO Statement-Line
                ELSE
                    MOVE WS-ARV-Net TO WS-ARA-Disp
                    STRING "BALANCE NOW OWING: " WS-ARA-Disp
                        DELIMITED BY SIZE INTO Statement-Line
                END-IF
                WRITE Statement-Line
            END-IF
            DISPLAY "Statement written for customer "
                WS-Stmt-Customer-ID.
       Statement-AR-Line.
      *>  ARV-Table row AR-IDX, WS-ARI-Type holding its type.
            PERFORM AR-Type-Text
            MOVE ARV-Amount(AR-IDX) TO WS-ARA-Disp
            MOVE ARV-Open(AR-IDX) TO WS-ARA-Disp2
            MOVE SPACES TO Statement-Line
            STRING ARV-Date(AR-IDX) " " WS-ARI-Type-Text " "
                ARV-Ref(AR-IDX) " " WS-ARA-Disp " " WS-ARA-Disp2
                DELIMITED BY SIZE INTO Statement-Line
            WRITE Statement-Line.
       Statement-AR-Paid.
      *>  The charges credit item ARV-ID(AR-IDX) was applied to.
            PERFORM VARYING AR-IDX3 FROM 1 BY 1
                UNTIL AR-IDX3 > ARL-Count
                IF ARL-Credit-ID(AR-IDX3) = ARV-ID(AR-IDX)
                    MOVE ARL-Debit-ID(AR-IDX3) TO WS-ARV-Find
                    PERFORM Find-ARV-Item
                    MOVE SPACES TO WS-ARI-Type-Text
                    MOVE 0 TO WS-ARI-Ref
                    IF AR-IDX2 > 0
                        MOVE ARV-Type(AR-IDX2) TO WS-ARI-Type
                        PERFORM AR-Type-Text
                        MOVE ARV-Ref(AR-IDX2) TO WS-ARI-Ref
                    END-IF
                    MOVE ARL-Amount(AR-IDX3) TO WS-ARA-Disp
                    MOVE SPACES TO Statement-Line
                    IF ARL-Kind(AR-IDX3) = "X"
                        STRING "      REVERSED " WS-ARA-Disp " ON "
                            WS-ARI-Type-Text " " WS-ARI-Ref
                            DELIMITED BY SIZE INTO Statement-Line
                    ELSE
                        STRING "      PAID " WS-ARA-Disp " OF "
                            WS-ARI-Type-Text " " WS-ARI-Ref
                            DELIMITED BY SIZE INTO Statement-Line
                    END-IF
                    WRITE Statement-Line
                END-IF
            END-PERFORM.

       View-Invocie.
            OPEN I-O InvoiceFile
                DISPLAY "Date          : " WS-DATE-OUT
                DISPLAY "Time          : " Invoice-Time
                DISPLAY "Status        : " Invoice-Status
                MOVE "R" TO WS-FIS-Find-Series
                MOVE "I" TO WS-FIS-Find-Source
                MOVE Invoice-ID TO WS-FIS-Find-Ref
                PERFORM Find-Fiscal-Doc
                IF WS-FIS-Found = "Y"
                    DISPLAY "Fiscal Receipt: " WS-FIS-Doc-No
                END-IF
                DISPLAY "Price Tier    : " Invoice-Price-Tier
                DISPLAY H10 H10 H5
                DISPLAY "Item-ID"  A8
                       DISPLAY "Final-Amount   : " Final-Amount
                       DISPLAY S10 S10 S10 S10 S3

                       DISPLAY "Print receipt to file "
                           "(Y/N, G = gift receipt)? "
                       ACCEPT WS-Print-Choice
                       MOVE FUNCTION UPPER-CASE(WS-Print-Choice)
                           TO WS-Print-Choice
                       IF WS-Print-Choice = "Y" OR "G"
                           MOVE WS-Print-Choice TO WS-GP-Kind
                           MOVE SPACES TO WS-GP-Ref
                           MOVE 0 TO WS-GP-Return-By
                           IF WS-Print-Choice = "G"
                               MOVE Invoice-ID TO WS-GR-Invoice
                               PERFORM Build-Gift-Ref
                               PERFORM Gift-Return-By-Date
                           END-IF
                           CALL "WRITE-TO-FILE" USING
                               Invoice-ID
                               Invoice-Customer-Name
                               Invoice-Promo-Savings
                               Invoice-Tax
                               Final-Amount
                               WS-Gift-Print
                       END-IF

                       DISPLAY "Export receipt to CSV (Y/N)? "
            STRING "Total Discount : " WS-Report-Total-Discount
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Tally-Delivery-Income
            COMPUTE WS-Dlv-Goods-Sales =
                WS-Report-Total-Sales - WS-Dlv-Income
            MOVE SPACES TO WS-Spool-Line
            STRING "Goods Sales    : " WS-Dlv-Goods-Sales
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Delivery Income: " WS-Dlv-Income
                " on " WS-Dlv-Inv-Count " order(s), "
                WS-Dlv-Waived-Count " waived"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Tally-Delivery-Income.
      *>  Delivery charges billed on order invoices dated in the
      *>  report range (they are inside Total Sales already), and
      *>  how many deliveries in the range went free.
            MOVE 0 TO WS-Dlv-Income
            MOVE 0 TO WS-Dlv-Inv-Count
            MOVE 0 TO WS-Dlv-Waived-Count
            OPEN INPUT DelChgFile
            IF File-Status = "35"
                CLOSE DelChgFile
            ELSE
                MOVE "N" TO EOFDZ
                PERFORM UNTIL EOFDZ = "Y"
                   READ DelChgFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFDZ
                   NOT AT END
                       IF DC-Invoiced AND
                          DC-Invoice-Date >= WS-Report-Start-Date
                          AND DC-Invoice-Date <= WS-Report-End-Date
                           ADD DC-Charge TO WS-Dlv-Income
                           ADD 1 TO WS-Dlv-Inv-Count
                       END-IF
                       IF (DC-Waived OR DC-Foc) AND
                          DC-Invoice-Date = 0
                           PERFORM Count-Waived-Delivery
                       END-IF
                END-PERFORM
                CLOSE DelChgFile
            END-IF.
       Count-Waived-Delivery.
      *>  A waived charge has no invoice date; it counts in the
      *>  range its order was due for delivery, read back from
      *>  the order's lines.
            OPEN INPUT OrderFile
            IF File-Status = "00"
                MOVE "N" TO EOFSO
                PERFORM UNTIL EOFSO = "Y"
                    READ OrderFile NEXT RECORD
                    AT END
                        MOVE "Y" TO EOFSO
                    NOT AT END
                        IF Ord-Order-ID = DC-Order-ID
                            IF Ord-Deliv-Date >=
                               WS-Report-Start-Date AND
                               Ord-Deliv-Date <=
                               WS-Report-End-Date AND
                               Ord-Status NOT = "Cancelled"
                                ADD 1 TO WS-Dlv-Waived-Count
                            END-IF
                            MOVE "Y" TO EOFSO
                        END-IF
                END-PERFORM
                CLOSE OrderFile
            END-IF.
       Tax-Report.
            IF WS-Sched-Run NOT = "Y"
                DISPLAY "Enter Start Date (YYYYMMDD): "
                ACCEPT WS-Report-Start-Date
                DISPLAY "Enter End Date (YYYYMMDD): "
                ACCEPT WS-Report-End-Date
            END-IF
            MOVE 0 TO WS-Report-Taxable-Sales
            MOVE 0 TO WS-Report-Total-Tax
            MOVE 0 TO WS-Report-Invoice-Count
            MOVE 0 TO MgCat-Count

      *>  revenue and cost of goods per category over the range,
      *>  using the same tally as the margin report - off the
      *>  daily summary once it has been built
            PERFORM Check-Sales-Summary
            IF WS-SS-Ready = "Y"
                MOVE "M" TO WS-SS-Use
                MOVE WS-Report-Start-Date TO WS-SS-From
                MOVE WS-Report-End-Date TO WS-SS-To
                OPEN INPUT ItemFile
                PERFORM Walk-Sales-Summary
                CLOSE ItemFile
            ELSE
            OPEN INPUT InvoiceFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
            CLOSE ItemFile
            CLOSE SaleCartFile
            CLOSE InvoiceFile
            END-IF

      *>  move the sales tallies into the dashboard table
            MOVE 0 TO CatDash-Count
            END-PERFORM
            MOVE 0 TO YoY-Cat-Count

            PERFORM Check-Sales-Summary
            IF WS-SS-Ready = "Y"
      *>        the summary holds both years, archived sales and all
                MOVE "Y" TO WS-SS-Use
                OPEN INPUT ItemFile
                MOVE "T" TO WS-YoY-Which
                MOVE WS-YoY-This-Start TO WS-SS-From
                MOVE WS-YoY-This-End TO WS-SS-To
                PERFORM Walk-Sales-Summary
                MOVE "L" TO WS-YoY-Which
                MOVE WS-YoY-Last-Start TO WS-SS-From
                MOVE WS-YoY-Last-End TO WS-SS-To
                PERFORM Walk-Sales-Summary
                CLOSE ItemFile
            ELSE
      *>  live invoices
            OPEN INPUT InvoiceFile
            IF File-Status = "35"
            END-PERFORM
            CLOSE ItemFile
            CLOSE InvoiceArchiveFile
            END-IF

            DISPLAY H10 H10 H10 H10 H10 H10 H2
            DISPLAY "Year-over-Year Comparison"
            IF WS-SS-Ready = "Y"
                DISPLAY "(daily sales summary: net of discounts and "
                    "returns, before tax)"
            END-IF
            DISPLAY "This: " WS-YoY-This-Start "-" WS-YoY-This-End
                "  Last: " WS-YoY-Last-Start "-" WS-YoY-Last-End
            DISPLAY S10 S10 S10 S10 S10 S10 S2
                END-IF
            END-IF
            IF WS-YoY-Which = "T"
                IF YoY-Cat-This(WS-YoY-Cat-IDX) + WS-YoY-Amt < 0
                    MOVE 0 TO YoY-Cat-This(WS-YoY-Cat-IDX)
                ELSE
                    ADD WS-YoY-Amt TO YoY-Cat-This(WS-YoY-Cat-IDX)
                END-IF
            ELSE
                IF YoY-Cat-Last(WS-YoY-Cat-IDX) + WS-YoY-Amt < 0
                    MOVE 0 TO YoY-Cat-Last(WS-YoY-Cat-IDX)
                ELSE
                    ADD WS-YoY-Amt TO YoY-Cat-Last(WS-YoY-Cat-IDX)
                END-IF
            END-IF.
       Dead-Stock-Report.
      *>  Items that have stopped selling: sold units within the
      *>  lookback window at or below a threshold, shown with the
      *>  cost value tied up and days since the last sale, worst
      *>  capital sinks first.
            IF WS-Sched-Run NOT = "Y"
                DISPLAY "Enter Lookback Start-Date (YYYYMMDD): "
                ACCEPT WS-Report-Start-Date
                DISPLAY "Enter Near-Zero Sales Threshold (units, "
                    "0 = only never-sold): "
                ACCEPT WS-Dead-Threshold
                DISPLAY "Filter by Category (blank = all): "
                ACCEPT WS-Dead-Category
                MOVE FUNCTION UPPER-CASE(WS-Dead-Category) TO
                    WS-Dead-Category
            END-IF
            ACCEPT WS-Dead-Today FROM DATE YYYYMMDD
            MOVE 0 TO Dead-Count
      *>  off the daily summary the sales per item come from one
      *>  pass instead of a sale-line scan per item
            PERFORM Check-Sales-Summary
            IF WS-SS-Ready = "Y"
                PERFORM Build-Dead-Sales-Tally
                OPEN INPUT DeadTallyFile
            END-IF

            OPEN INPUT ItemFile
            MOVE "N" TO EOF
               NOT AT END
                   MOVE 0 TO WS-Dead-Sold
                   MOVE 0 TO WS-Dead-Last
                   IF WS-SS-Ready = "Y"
                       MOVE Item-ID TO DeadTally-RelKey
                       READ DeadTallyFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DT-Sold > 0
                               MOVE DT-Sold TO WS-Dead-Sold
                           END-IF
                           MOVE DT-Last TO WS-Dead-Last
                       END-READ
                   ELSE
                   OPEN INPUT SaleCartFile
                   IF File-Status = "35"
                       CLOSE SaleCartFile
                          END-IF
                   END-PERFORM
                   CLOSE SaleCartFile
                   END-IF
                   IF WS-Dead-Sold <= WS-Dead-Threshold AND
                      Item-Qty > 0 AND
                      Dead-Count < 500 AND
                      (WS-Dead-Category = SPACES OR
                       FUNCTION UPPER-CASE(Item-Category) =
                       WS-Dead-Category)
                       ADD 1 TO Dead-Count
                       MOVE Item-ID TO Dead-Item-ID(Dead-Count)
                       MOVE Item-Name TO Dead-Name(Dead-Count)
                   END-IF
            END-PERFORM
            CLOSE ItemFile
            IF WS-SS-Ready = "Y"
                CLOSE DeadTallyFile
            END-IF

      *>  worst capital sinks on top: simple selection sort on the
      *>  cost value tied up
                END-PERFORM
            END-PERFORM

            MOVE "DEAD-STOCK" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            IF WS-Dead-Category = SPACES
                STRING "Dead Stock Report (since "
                    WS-Report-Start-Date ")"
                    DELIMITED BY SIZE INTO WS-Spool-Line
            ELSE
                STRING "Dead Stock Report (since "
                    WS-Report-Start-Date ", category "
                    FUNCTION TRIM(WS-Dead-Category) ")"
                    DELIMITED BY SIZE INTO WS-Spool-Line
            END-IF
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Item-ID    Name                  On-Hand    "
                "Value Tied Up    Sold       Days-Since-Sale"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING WS-Dead-IDX FROM 1 BY 1
                UNTIL WS-Dead-IDX > Dead-Count
                MOVE SPACES TO WS-Spool-Line
                STRING Dead-Item-ID(WS-Dead-IDX) "      "
                    Dead-Name(WS-Dead-IDX)  "  "
                    Dead-Qty(WS-Dead-IDX)   "      "
                    Dead-Value(WS-Dead-IDX) "     "
                    Dead-Sold(WS-Dead-IDX)  "    "
                    Dead-Days(WS-Dead-IDX)
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-PERFORM
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Margin-Report.
      *>  What we actually earned after discounts: joins the real
      *>  Sale-Cart-Unit-Of-Price to Item-Cost per unit sold.
            IF WS-Sched-Run NOT = "Y"
                DISPLAY "Enter Start Date (YYYYMMDD): "
                ACCEPT WS-Report-Start-Date
                DISPLAY "Enter End Date (YYYYMMDD): "
                ACCEPT WS-Report-End-Date
                DISPLAY "Enter Target Margin Percent (flag below): "
                ACCEPT WS-Margin-Target
                PERFORM Ask-Style-Rollup
            ELSE
                MOVE "N" TO WS-Style-Rollup
            END-IF
            MOVE 0 TO Margin-Count
            MOVE 0 TO MgCat-Count

      *>  the daily summary carries the cost at the time of sale;
      *>  the line files are walked only until it has been built
            PERFORM Check-Sales-Summary
            IF WS-SS-Ready = "Y"
                MOVE "M" TO WS-SS-Use
                MOVE WS-Report-Start-Date TO WS-SS-From
                MOVE WS-Report-End-Date TO WS-SS-To
                OPEN INPUT ItemFile
                PERFORM Walk-Sales-Summary
                CLOSE ItemFile
            ELSE
            OPEN INPUT InvoiceFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
            CLOSE ItemFile
            CLOSE SaleCartFile
            CLOSE InvoiceFile
            END-IF

            MOVE "MARGIN" TO WS-Report-Name
            PERFORM Open-Report-Spool
                END-IF
                PERFORM Spool-Line
            END-PERFORM
            IF WS-Style-Rollup = "Y"
                PERFORM Spool-Margin-Styles
            END-IF

            MOVE ALL "+" TO WS-Spool-Line
            PERFORM Spool-Line
            READ ItemFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE Sale-Cart-Quantity TO WS-Mg-Line-Qty
                COMPUTE WS-Mg-Line-Rev =
                    Sale-Cart-Quantity * Sale-Cart-Unit-Of-Price
                COMPUTE WS-Mg-Line-Cost =
                    Sale-Cart-Quantity * Item-Cost
                PERFORM Tally-Margin-Values
            END-READ.
       Tally-Margin-Values.
      *>  Expects the Item-Record loaded and WS-Mg-Line-Qty/-Rev/
      *>  -Cost set. A summary row can bring back more than the
      *>  range sold, so no tally goes below nothing.
            IF WS-Style-Rollup = "Y" AND Item-In-Style
      *>        a variant counts to its style, not on its own
                PERFORM Find-Style-Rollup
                ADD WS-Mg-Line-Qty TO SRU-Qty(SRU-IDX)
                ADD WS-Mg-Line-Rev TO SRU-Amt1(SRU-IDX)
                ADD WS-Mg-Line-Cost TO SRU-Amt2(SRU-IDX)
            ELSE
                MOVE "N" TO WS-Mg-Found
                PERFORM VARYING WS-Mg-IDX FROM 1 BY 1
                    UNTIL WS-Mg-IDX > Margin-Count
                    IF Mg-Item-ID(WS-Mg-IDX) = Item-ID
                        MOVE "Y" TO WS-Mg-Found
                        EXIT PERFORM
                    END-IF
                    IF Margin-Count < 500
                        ADD 1 TO Margin-Count
                        MOVE Margin-Count TO WS-Mg-IDX
                        MOVE Item-ID TO
                            Mg-Item-ID(WS-Mg-IDX)
                        MOVE Item-Name TO Mg-Name(WS-Mg-IDX)
                        MOVE Item-Category TO
                        MOVE Margin-Count TO WS-Mg-IDX
                    END-IF
                END-IF
                IF Mg-Units(WS-Mg-IDX) + WS-Mg-Line-Qty < 0
                    MOVE 0 TO Mg-Units(WS-Mg-IDX)
                ELSE
                    COMPUTE Mg-Units(WS-Mg-IDX) =
                        Mg-Units(WS-Mg-IDX) + WS-Mg-Line-Qty
                END-IF
                IF Mg-Revenue(WS-Mg-IDX) + WS-Mg-Line-Rev < 0
                    MOVE 0 TO Mg-Revenue(WS-Mg-IDX)
                ELSE
                    COMPUTE Mg-Revenue(WS-Mg-IDX) =
                        Mg-Revenue(WS-Mg-IDX) + WS-Mg-Line-Rev
                END-IF
                IF Mg-Cost(WS-Mg-IDX) + WS-Mg-Line-Cost < 0
                    MOVE 0 TO Mg-Cost(WS-Mg-IDX)
                ELSE
                    COMPUTE Mg-Cost(WS-Mg-IDX) =
                        Mg-Cost(WS-Mg-IDX) + WS-Mg-Line-Cost
                END-IF
            END-IF

            MOVE "N" TO WS-MgCat-Found
            PERFORM VARYING WS-MgCat-IDX FROM 1 BY 1
                UNTIL WS-MgCat-IDX > MgCat-Count
                IF MgCat-Name(WS-MgCat-IDX) = Item-Category
                    MOVE "Y" TO WS-MgCat-Found
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-MgCat-Found = "N"
                IF MgCat-Count < 50
                    ADD 1 TO MgCat-Count
                    MOVE MgCat-Count TO WS-MgCat-IDX
                    MOVE Item-Category TO
                        MgCat-Name(WS-MgCat-IDX)
                    MOVE 0 TO MgCat-Revenue(WS-MgCat-IDX)
                    MOVE 0 TO MgCat-Cost(WS-MgCat-IDX)
                ELSE
                    MOVE MgCat-Count TO WS-MgCat-IDX
                END-IF
            END-IF
            IF MgCat-Revenue(WS-MgCat-IDX) + WS-Mg-Line-Rev < 0
                MOVE 0 TO MgCat-Revenue(WS-MgCat-IDX)
            ELSE
                COMPUTE MgCat-Revenue(WS-MgCat-IDX) =
                    MgCat-Revenue(WS-MgCat-IDX) + WS-Mg-Line-Rev
            END-IF
            IF MgCat-Cost(WS-MgCat-IDX) + WS-Mg-Line-Cost < 0
                MOVE 0 TO MgCat-Cost(WS-MgCat-IDX)
            ELSE
                COMPUTE MgCat-Cost(WS-MgCat-IDX) =
                    MgCat-Cost(WS-MgCat-IDX) + WS-Mg-Line-Cost
            END-IF.
       Export-Daily-Sales-CSV.
            DISPLAY "Enter Start Date (YYYYMMDD): "
            ACCEPT WS-Report-Start-Date
       Build-Filtered-Sale-Tally.
            MOVE 0 TO Tally-Count
            MOVE 0 TO All-Qty
      *>  once built, the daily summary answers this without the
      *>  line files
            PERFORM Check-Sales-Summary
            IF WS-SS-Ready = "Y"
                MOVE "T" TO WS-SS-Use
                MOVE WS-Report-Start-Date TO WS-SS-From
                MOVE WS-Report-End-Date TO WS-SS-To
                OPEN INPUT ItemFile
                PERFORM Walk-Sales-Summary
                CLOSE ItemFile
            ELSE
            OPEN INPUT InvoiceFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
            END-PERFORM
            CLOSE ItemFile
            CLOSE SaleCartFile
            CLOSE InvoiceFile
            END-IF.

       Build-Movement-Tally.
      *>  Expected on-hand per item from movement.dat - the one
                       Arch-Invoice-Status
                       MOVE Invoice-Price-Tier    TO
                       Arch-Price-Tier
                       MOVE Invoice-Till-ID       TO Arch-Till-ID
                       WRITE Invoice-Archive-Record

                       PERFORM VARYING IDX FROM 1 BY 1
                                   Arch-Sale-Cart-Unit-Of-Price
                                   WRITE Sale-Cart-Archive-Record
                                   DELETE SaleCartFile
                                   IF File-Status = "00"
                                       MOVE "D" TO WS-RJ-Action
                                       PERFORM Journal-SaleCart-Row
                                   END-IF
                               END-READ
                           END-IF
                       END-PERFORM

                       DELETE InvoiceFile
                       IF File-Status = "00"
                           MOVE "D" TO WS-RJ-Action
                           PERFORM Journal-Invoice-Row
                       END-IF
                       ADD 1 TO WS-Archive-Count
                   END-IF
            END-PERFORM
            END-IF
            DISPLAY "Enter Category filter (blank for all): "
            ACCEPT WS-Category-Name-Input
            PERFORM Ask-Style-Rollup
            PERFORM Build-Filtered-Sale-Tally

            OPEN INPUT ItemFile
                     ELSE
                          MOVE 0 TO Best-Sell
                     END-IF
                     IF WS-Style-Rollup = "Y" AND Item-In-Style
                         PERFORM Find-Style-Rollup
                         ADD Each-Qty TO SRU-Qty(SRU-IDX)
                         ADD 1 TO SRU-Lines(SRU-IDX)
                     ELSE
                     PERFORM Find-Threshold
                     IF Best-Sell > WS-Best-Sell-Threshold
                         DISPLAY Item-ID       A7
                                 Best-Sell     A6
                                 Item-Price
                     END-IF
                     END-IF
                END-READ
            END-PERFORM
            IF WS-Style-Rollup = "Y"
                PERFORM Show-Best-Styles
            END-IF
            DISPLAY S10 S10 S10 S10 S10 S10 S3
            CLOSE ItemFile.
       Low-Stock-Noti.
                   MOVE "Y" TO EOF
               NOT AT END
                   PERFORM Find-Threshold
                   IF Item-Qty < WS-Low-Stock-Threshold AND
                      NOT Item-Is-Special AND NOT Item-Is-Service
                       ADD 1 TO Low-Stock-Count
                       CALL "LOW-STOCK-ALERT" USING Item-ID Item-Name
                           Item-Qty WS-Low-Stock-Threshold
                       PERFORM Write-Alert
                   END-IF
            END-PERFORM
                CLOSE ItemFile
      *>  An empty shelf with stock still in the backroom is a
      *>  lost sale waiting to happen - flag it for bins that have
      *>  a shelf capacity set.
            OPEN INPUT ItemBranchFile
            IF File-Status = "00"
                MOVE "N" TO EOFSHF
                PERFORM UNTIL EOFSHF = "Y"
                   READ ItemBranchFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFSHF
                   NOT AT END
                       IF IB-Shelf-Qty = 0 AND IB-Qty > 0
                           MOVE IB-Item-ID TO WS-Bin-Item
                           MOVE IB-Branch-ID TO WS-Bin-Branch
                           PERFORM Find-Bin-Location
                           IF WS-Bin-Found = "Y" AND WS-Bin-Cap > 0
                               MOVE "SHELFOUT" TO WS-Alert-Type
                               MOVE IB-Item-ID TO WS-Alert-Item
                               MOVE IB-Qty TO WS-Alert-Qty
                               MOVE WS-Bin-Cap TO WS-Alert-Threshold
                               PERFORM Write-Alert
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE ItemBranchFile
            END-IF.
       Find-Threshold.
            MOVE 10 TO WS-Low-Stock-Threshold
            MOVE 30.00 TO WS-Best-Sell-Threshold
                       MOVE "Y" TO EOFT
                   END-IF
            END-PERFORM
      *>  The tax rate is saved unchanged here; a new rate waits
      *>  for a second admin's approval (admin F2).
            MOVE 0 TO WS-CR-Old-Num1
            IF WS-Threshold-Found = "Y"
                MOVE Threshold-Tax-Rate TO WS-CR-Old-Num1
            END-IF

            DISPLAY "Enter Low-Stock Threshold: "
            ACCEPT WS-Low-Stock-Threshold
            MOVE Item-Category TO Threshold-Category
            MOVE WS-Low-Stock-Threshold TO Threshold-Low-Stock
            MOVE WS-Best-Sell-Threshold TO Threshold-Best-Sell
            MOVE WS-CR-Old-Num1 TO Threshold-Tax-Rate
            MOVE WS-Cover-Days-Limit TO Threshold-Cover-Days

            IF WS-Threshold-Found = "Y"
            ELSE
                DISPLAY "File Status: " File-Status
            END-IF
            CLOSE ThresholdFile
            IF WS-Tax-Rate NOT = WS-CR-Old-Num1
                MOVE "TAXRATE" TO WS-CR-Type
                MOVE Item-Category TO WS-CR-Key
                MOVE 0 TO WS-CR-Old-Num2
                MOVE WS-Tax-Rate TO WS-CR-New-Num1
                MOVE 0 TO WS-CR-New-Num2
                MOVE SPACES TO WS-CR-Old-Text
                MOVE SPACES TO WS-CR-New-Text
                MOVE WS-CR-Old-Num1 TO WS-CR-Disp-1
                MOVE WS-CR-New-Num1 TO WS-CR-Disp-2
                MOVE SPACES TO WS-CR-Before
                STRING "TAX RATE=" FUNCTION TRIM(WS-CR-Disp-1) "%"
                    DELIMITED BY SIZE INTO WS-CR-Before
                MOVE SPACES TO WS-CR-After
                STRING "TAX RATE=" FUNCTION TRIM(WS-CR-Disp-2) "%"
                    DELIMITED BY SIZE INTO WS-CR-After
                PERFORM File-Change-Request
            END-IF.
       Next-Cart-Sequence.
            MOVE 1 TO Counter-RelKey
            PERFORM Open-Counter-Locked
            READ InvoiceFile INVALID KEY
               DISPLAY "Error: Record not found."
            NOT INVALID KEY
      *>        a completed sale takes the next receipt number in its
      *>        branch's fiscal series, so only a Pending invoice can
      *>        be confirmed - a cancelled one must never get one
                IF File-Status = "00" AND
                   Invoice-Status NOT = "Pending"
                   DISPLAY "Error: Only a Pending invoice can "
                           "be confirmed."
                ELSE
                IF File-Status = "00"
                   DISPLAY "Invoice ID: " Invoice-ID
                   MOVE Invoice-Casher-ID TO WS-Lookup-Casher-ID
                   PERFORM Find-Casher-Branch
                   MOVE WS-Branch-ID-Lookup TO WS-FIS-Branch
                   MOVE "R" TO WS-FIS-Series
                   MOVE "I" TO WS-FIS-Source
                   MOVE Invoice-ID TO WS-FIS-Ref
                   MOVE 0 TO WS-FIS-Orig-Inv
                   MOVE Final-Amount TO WS-FIS-Amount
                   PERFORM Reserve-Fiscal-Number
                   MOVE "Completed" TO Invoice-Status
                   REWRITE Invoice-Record INVALID KEY
                   DISPLAY "Error: Unable to rewrite record."
                   END-REWRITE

                   IF File-Status = "00"
                       MOVE "R" TO WS-RJ-Action
                       PERFORM Journal-Invoice-Row
                       DISPLAY ESC Blue-On
                       "Invoice Completed successfully."
                       ESC Reset-Color
                       MOVE "I" TO WS-FIS-Result
                       PERFORM Settle-Fiscal-Number
                   ELSE
                       DISPLAY "File Status: " File-Status
                       MOVE "V" TO WS-FIS-Result
                       MOVE "INVOICE REWRITE FAILED" TO WS-FIS-Reason
                       PERFORM Settle-Fiscal-Number
                   END-IF
                END-IF
                END-IF

            END-READ
            CLOSE InvoiceFile
            .
       Return-Invoice.
            OPEN I-O InvoiceFile
            MOVE "N" TO WS-GR-Mode
            IF WS-Preset-Invoice > 0
      *>        handed over by the invoice search - no retyping
                MOVE WS-Preset-Invoice TO Invoice-ID
                MOVE 0 TO WS-Preset-Invoice
            ELSE
                DISPLAY "Enter Invoice-ID or gift receipt ref to "
                    "Return: "
                ACCEPT WS-GR-Input
                PERFORM Parse-Invoice-Ref
                MOVE WS-GR-Invoice TO Invoice-ID
            END-IF
            MOVE Invoice-ID TO Invoice-RelKey

                           MOVE "N" TO WS-Override-OK
                       END-IF
                   END-IF
                   IF WS-Override-OK = "Y" AND WS-GR-Mode = "Y"
                       PERFORM Gift-Return-Window
                   END-IF
                   MOVE Invoice-Date TO WS-Period-Check-Date
                   PERFORM Is-Period-Closed
                   IF WS-Override-OK = "Y" AND
      *>                         drift the journal exists to stop
                                 COMPUTE WS-Stock-Qty ROUNDED =
                                     Sale-Cart-Quantity
                                 IF Item-Is-Service
      *>  a service line (repair labour) holds no stock - nothing
      *>  goes back on the shelf
                                     CONTINUE
                                 ELSE
                                 IF Item-Is-Bundle
      *>  a returned bundle is a built unit - it goes back onto
      *>  the bundle's own finished stock
                                     PERFORM Adjust-Branch-Stock
                                 END-IF
                                 END-IF
                                 END-IF

                                 PERFORM Next-History-Sequence
                                 MOVE WS-Next-ID TO HISTORY-ID
                                         "record."
                                 END-WRITE
                                 CLOSE HistoryFile
                                 IF NOT Item-Is-Bundle AND
                                    NOT Item-Is-Service
                                     MOVE "RETN" TO Mv-Type
                                     MOVE Sale-Cart-Item-ID TO
                                         Mv-Item-ID
                   CLOSE ItemFile
                   CLOSE SaleCartFile

                   MOVE Input-ID TO WS-Lookup-Casher-ID
                   PERFORM Find-Casher-Branch
                   MOVE WS-Branch-ID-Lookup TO WS-FIS-Branch
                   MOVE "C" TO WS-FIS-Series
                   MOVE "I" TO WS-FIS-Source
                   MOVE Invoice-ID TO WS-FIS-Ref
                   MOVE Invoice-ID TO WS-FIS-Orig-Inv
                   MOVE Final-Amount TO WS-FIS-Amount
                   PERFORM Reserve-Fiscal-Number
                   MOVE "Refunded" TO Invoice-Status
                   REWRITE Invoice-Record INVALID KEY
                   DISPLAY "Error: Unable to rewrite record."
                   END-REWRITE

                   IF File-Status = "00"
                       MOVE "R" TO WS-RJ-Action
                       PERFORM Journal-Invoice-Row
                       DISPLAY ESC Blue-On
                       "Invoice returned and stock restored."
                       ESC Reset-Color
                       MOVE "I" TO WS-FIS-Result
                       PERFORM Settle-Fiscal-Number
                       MOVE "RETURN" TO WS-EJ-Event
                       MOVE Invoice-ID TO WS-EJ-Ref
                       MOVE Final-Amount TO WS-EJ-Amount
                       MOVE SPACES TO WS-EJ-Detail
                       IF WS-GR-Mode = "Y"
                           MOVE "GIFT RECEIPT" TO WS-EJ-Detail
                       END-IF
                       PERFORM Write-EJ
      *>               the goods come back on today's summary row
      *>               of the branch that sold them
                       MOVE "R" TO WS-SS-Kind
                       ACCEPT WS-SS-Date FROM DATE YYYYMMDD
                       PERFORM Post-Invoice-Summary
                       DISPLAY "Any serialized goods coming "
                           "back? (Y/N) "
                       ACCEPT WS-Confirm
                       END-IF
                   ELSE
                       DISPLAY "File Status: " File-Status
                       MOVE "V" TO WS-FIS-Result
                       MOVE "INVOICE REWRITE FAILED" TO WS-FIS-Reason
                       PERFORM Settle-Fiscal-Number
                   END-IF
                   END-IF
                END-IF

            END-READ
            CLOSE InvoiceFile
            MOVE "N" TO WS-GR-Mode.
       Cancel-Invoice.
            OPEN I-O InvoiceFile
            DISPLAY "Enter Invoice-ID to Cancel: "
                   END-REWRITE

                   IF File-Status = "00"
                       MOVE "R" TO WS-RJ-Action
                       PERFORM Journal-Invoice-Row
                       DISPLAY ESC Blue-On
                       "Invoice cancelled and stock restored."
                       ESC Reset-Color
      *>                         drift the journal exists to stop
                                 COMPUTE WS-Stock-Qty ROUNDED =
                                     Sale-Cart-Quantity
                                 IF Item-Is-Service
      *>  a service line (repair labour) holds no stock - nothing
      *>  goes back on the shelf
                                     CONTINUE
                                 ELSE
                                 IF Item-Is-Bundle
      *>  a returned bundle is a built unit - it goes back onto
      *>  the bundle's own finished stock
                                     PERFORM Adjust-Branch-Stock
                                 END-IF
                                 END-IF
                                 END-IF

                                 PERFORM Next-History-Sequence
                                 MOVE WS-Next-ID TO HISTORY-ID
                                         "record."
                                 END-WRITE
                                 CLOSE HistoryFile
                                 IF NOT Item-Is-Bundle AND
                                    NOT Item-Is-Service
                                     MOVE "RETN" TO Mv-Type
                                     MOVE Sale-Cart-Item-ID TO
                                         Mv-Item-ID
                   CLOSE SaleCartFile
      *>           units physically back on the shelf must be
      *>           sellable again
                   PERFORM Release-Invoice-Serials
      *>           and the sale comes back out of the day it was
      *>           booked to in the daily item summary
                   MOVE "V" TO WS-SS-Kind
                   MOVE Invoice-Date TO WS-SS-Date
                   PERFORM Post-Invoice-Summary.
       Add-Branch.
            OPEN I-O BranchFile
            IF File-Status = "35"
      *>  Runs the closing jobs in sequence with no prompts, writes
      *>  a job-control log, halts on a failed step and resumes from
      *>  it on the next run (batchchk.dat remembers how far the
      *>  chain got for the date). Step 9 is the last checkpoint -
      *>  the steps after it never halt the chain - so a date
      *>  already at 9 has nothing left to run.
            ACCEPT WS-Close-Date FROM DATE YYYYMMDD
            MOVE 1 TO BatchChk-RelKey
            MOVE 1 TO WS-Batch-Start-Step
            MOVE "N" TO WS-Batch-Done
            OPEN I-O BatchChkFile
            IF File-Status = "35"
                OPEN OUTPUT BatchChkFile
                MOVE 0 TO Batch-Last-Step
                WRITE BatchChk-Record
            NOT INVALID KEY
                IF Batch-Date = WS-Close-Date AND
                   Batch-Last-Step = 9
                    MOVE "Y" TO WS-Batch-Done
                ELSE
                IF Batch-Date = WS-Close-Date
                    COMPUTE WS-Batch-Start-Step =
                        Batch-Last-Step + 1
                    MOVE 0 TO Batch-Last-Step
                    REWRITE BatchChk-Record
                END-IF
                END-IF
            END-READ
            CLOSE BatchChkFile

            IF WS-Batch-Done = "Y"
                DISPLAY ESC Blue-On
                    "Nightly batch already complete for today."
                    ESC Reset-Color
            ELSE
                PERFORM Run-Batch-Chain
            END-IF.
       Run-Batch-Chain.
      *>  The chain itself, from WS-Batch-Start-Step on.
            MOVE "N" TO WS-Batch-Halt

      *>  a file that lost records since last night stops the
      *>  chain before anything is posted on top of it
            IF WS-Batch-Start-Step <= 1
                MOVE "CTL-CHECK" TO WS-Job-Name
                PERFORM Start-Job-Log
                PERFORM Control-Totals-Check
                MOVE WS-CT-Breaks TO WS-Job-Records
                MOVE "OK" TO WS-Job-Outcome
                PERFORM Judge-Job-Outcome
                IF WS-Job-Failed = "Y"
                    MOVE "Y" TO WS-Batch-Halt
                END-IF
            END-IF

            IF WS-Batch-Start-Step <= 1 AND
               WS-Batch-Halt NOT = "Y"
                MOVE "CLOSE-DAY" TO WS-Job-Name
                PERFORM Start-Job-Log
                MOVE "N" TO WS-Day-Closed
                PERFORM Checkpoint-Job-Step
            END-IF

            IF WS-Batch-Start-Step <= 8 AND
               WS-Batch-Halt NOT = "Y"
                MOVE "CLEARANCE" TO WS-Job-Name
                PERFORM Start-Job-Log
                PERFORM Clearance-Step-Run
                COMPUTE WS-Job-Records =
                    WS-CL-Stepped + WS-CL-Written
                MOVE "OK" TO WS-Job-Outcome
                PERFORM Judge-Job-Outcome
                MOVE 8 TO WS-Batch-Step
                PERFORM Checkpoint-Job-Step
            END-IF

            IF WS-Batch-Start-Step <= 9 AND
               WS-Batch-Halt NOT = "Y"
                MOVE "REPLENISH" TO WS-Job-Name
                PERFORM Start-Job-Log
                PERFORM Replenishment-Proposal-Run
                MOVE WS-RP-Proposed TO WS-Job-Records
                MOVE "OK" TO WS-Job-Outcome
                PERFORM Judge-Job-Outcome
                MOVE 9 TO WS-Batch-Step
                PERFORM Checkpoint-Job-Step
            END-IF

      *>  no checkpoint: the extract keeps its own high-water
      *>  invoice, so a resumed run finds nothing new to extract
            IF WS-Batch-Halt NOT = "Y"
                MOVE "SALES-FACT" TO WS-Job-Name
                PERFORM Start-Job-Log
                PERFORM Sales-Fact-Extract
                MOVE WS-SX-Fact-Rows TO WS-Job-Records
                IF WS-SX-Written = "Y"
                    MOVE "OK" TO WS-Job-Outcome
                ELSE
                    MOVE "SKIPPED" TO WS-Job-Outcome
                END-IF
                PERFORM Judge-Job-Outcome
            END-IF

      *>  no checkpoint: switching off an already disabled login
      *>  is a no-op, so a resumed run simply repeats the sweep
            IF WS-Batch-Halt NOT = "Y"
                MOVE "DORMANT-IDS" TO WS-Job-Name
                PERFORM Start-Job-Log
                PERFORM Disable-Dormant-Accounts
                MOVE WS-LS-Count TO WS-Job-Records
                MOVE "OK" TO WS-Job-Outcome
                PERFORM Judge-Job-Outcome
            END-IF

            IF WS-Batch-Halt NOT = "Y"
                MOVE "CTL-TOTALS" TO WS-Job-Name
                PERFORM Start-Job-Log
                PERFORM Take-Control-Totals
                MOVE "OK" TO WS-Job-Outcome
                PERFORM Judge-Job-Outcome
            END-IF

      *>  subscribed reports last, on the books as closed tonight;
      *>  each logs its own job line and a rerun skips the ones
      *>  already produced today
            IF WS-Batch-Halt NOT = "Y"
                PERFORM Run-Scheduled-Reports
            END-IF

            IF WS-Batch-Halt = "Y"
                DISPLAY ESC Blue-On
                    "Nightly batch HALTED at " WS-Job-Name
                    DELIMITED BY SIZE INTO WS-Backup-Dst
                PERFORM Copy-Backup-File
            END-PERFORM
      *>  mark the moment of the copy in the row journal; a
      *>  roll-forward from this set replays what follows the mark
            MOVE "BACKUP" TO WS-RJ-File
            MOVE "M" TO WS-RJ-Action
            MOVE 0 TO WS-RJ-Key
            MOVE WS-Backup-Date TO WS-RJ-Image
            PERFORM Journal-Row
            IF WS-Backup-Fails = 0
                DISPLAY ESC Blue-On
                    "Backup set backup_" WS-Backup-Date
            IF FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
                DISPLAY "Restore cancelled."
            ELSE
                PERFORM Restore-Backup-Set
                DISPLAY ESC Blue-On
                    "Restore complete, " WS-Backup-Fails
                    " failure(s)." ESC Reset-Color
            DISPLAY "purchaseorder.dat : OK, " WS-IC-Records
                " record(s)"

      *>  saletxn.dat - a sale still marked in flight stopped
      *>  part-way; its till repairs it at the next sign-on
            MOVE 0 TO WS-IC-Records
            OPEN INPUT SaleTxnFile
            IF File-Status NOT = "00"
                CLOSE SaleTxnFile
            ELSE
                MOVE "N" TO EOFIC
                PERFORM UNTIL EOFIC = "Y"
                   READ SaleTxnFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFIC
                   NOT AT END
                       ADD 1 TO WS-IC-Records
                       DISPLAY "  till " STX-Till " casher "
                           STX-Casher " sale of " STX-Date " "
                           STX-Time " stopped at stage " STX-Stage
                   END-READ
                   PERFORM Check-Scan-Status
                END-PERFORM
                CLOSE SaleTxnFile
            END-IF
            DISPLAY "saletxn.dat       : " WS-IC-Records
                " sale(s) in flight, repaired at till sign-on"

      *>  counter.dat slots must exceed the highest ID on file
            MOVE 1 TO WS-IC-Slot
            MOVE WS-IC-Max-Cart TO WS-IC-Max-Seen
               DISPLAY "1. View Permissions"
               DISPLAY "2. Grant Option to User"
               DISPLAY "3. Revoke Option from User"
               DISPLAY "4. Conflict Rules (segregation of duties)"
               DISPLAY "5. SoD Conflict Report"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                       PERFORM Grant-Permission
                   WHEN "3"
                       PERFORM Revoke-Permission
                   WHEN "4"
                       PERFORM Manage-SoD-Rules
                   WHEN "5"
                       PERFORM SoD-Conflict-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
            ACCEPT WS-Perm-User
            DISPLAY "Enter Menu Option Number to allow: "
            ACCEPT WS-Perm-Opt
            MOVE "PERMADD" TO WS-CR-Type
            MOVE "ALLOW OPTION" TO WS-CR-After
      *>  A grant that breaks a conflict rule is only filed once the
      *>  maker accepts the warning, and is flagged so the approving
      *>  admin has to confirm the conflict again.
            PERFORM SoD-Check-Grant
            IF WS-SOD-Conflicts = 0
                PERFORM File-Permission-Request
            ELSE
                DISPLAY "This grant breaks " WS-SOD-Conflicts
                    " segregation-of-duties rule(s). A second admin"
                    " must confirm it when approving."
                DISPLAY "File the request anyway (Y/N): "
                ACCEPT WS-SOD-Confirm
                IF WS-SOD-Confirm = "Y" OR WS-SOD-Confirm = "y"
                    MOVE "ALLOW OPTION - SOD CONFLICT" TO WS-CR-After
                    PERFORM File-Permission-Request
                ELSE
                    DISPLAY "Grant not filed."
                END-IF
            END-IF.
       File-Permission-Request.
      *>  Expects WS-Perm-User/WS-Perm-Opt, WS-CR-Type and the
      *>  wording in WS-CR-After.
            MOVE SPACES TO WS-CR-Key
            MOVE WS-Perm-User TO WS-CR-Key(1:6)
            MOVE WS-Perm-Opt TO WS-CR-Key(7:2)
            MOVE 0 TO WS-CR-Old-Num1
            MOVE 0 TO WS-CR-Old-Num2
            MOVE 0 TO WS-CR-New-Num1
            MOVE 0 TO WS-CR-New-Num2
            MOVE SPACES TO WS-CR-Old-Text
            MOVE SPACES TO WS-CR-New-Text
            MOVE SPACES TO WS-CR-Before
            STRING "USER=" WS-Perm-User " OPTION=" WS-Perm-Opt
                DELIMITED BY SIZE INTO WS-CR-Before
            PERFORM File-Change-Request.
       Apply-Grant-Permission.
            OPEN EXTEND PermFile
            IF File-Status = "35"
                OPEN OUTPUT PermFile
            ACCEPT WS-Perm-User
            DISPLAY "Enter Menu Option Number to revoke: "
            ACCEPT WS-Perm-Opt
            MOVE "PERMDEL" TO WS-CR-Type
            MOVE "REVOKE OPTION" TO WS-CR-After
            PERFORM File-Permission-Request.
       Apply-Revoke-Permission.
            MOVE 0 TO WS-Perm-Count
            OPEN INPUT PermFile
            IF File-Status = "35"
                                   MOVE WS-Merge-Survivor TO
                                       Invoice-Customer-ID
                                   REWRITE Invoice-Record
                                   MOVE "R" TO WS-RJ-Action
                                   PERFORM Journal-Invoice-Row
                                   ADD 1 TO WS-Merge-Fixed
                               END-IF
                        END-PERFORM
                        END-PERFORM
                        CLOSE InvoiceArchiveFile

                        OPEN I-O ARItemFile
                        IF File-Status = "00"
                            MOVE "N" TO EOFAR
                            PERFORM UNTIL EOFAR = "Y"
                               READ ARItemFile NEXT RECORD
                               AT END
                                   MOVE "Y" TO EOFAR
                               NOT AT END
                                   IF ARI-Customer-ID = WS-Merge-Dup
                                       MOVE WS-Merge-Survivor TO
                                           ARI-Customer-ID
                                       REWRITE ARItem-Record
                                   END-IF
                            END-PERFORM
                            CLOSE ARItemFile
                        END-IF

                        DISPLAY ESC Blue-On
                            "Merged " WS-Merge-Dup " into "
                            WS-Merge-Survivor ", repointed "
               DISPLAY "1. Enter and Match Supplier Invoice"
               DISPLAY "2. Review Held Invoices"
               DISPLAY "3. View Supplier Invoices"
               DISPLAY "4. Bill a Whole Multi-line PO"
               DISPLAY "5. Goods Received Not Invoiced (GRNI)"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                       PERFORM Review-Held-Sup-Invoices
                   WHEN "3"
                       PERFORM View-Sup-Invoices
                   WHEN "4"
                       PERFORM Enter-Sup-Invoice-PO
                   WHEN "5"
                       PERFORM GRNI-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                DISPLAY "Error: PO " PO-RelKey " belongs to "
                    "supplier " PO-Supplier-ID " - not this one."
            ELSE
                PERFORM Match-Sup-Invoice-Line
            END-IF
            END-IF
            END-IF.
       Match-Sup-Invoice-Line.
      *>  Expects the PO line loaded with PO-RelKey and the supplier
      *>  set. When a whole PO is being billed the invoice reference
      *>  is already known and a zero quantity skips the line.
            DISPLAY "PO Item    : " PO-Item-ID
            DISPLAY "Ordered    : " PO-Ordered-Qty
            DISPLAY "Received   : " PO-Received-Qty
            IF WS-SI-Whole-PO = "Y"
                MOVE WS-SI-PO-Ref TO SI-Inv-Ref
            ELSE
                DISPLAY "Enter Supplier Invoice Ref: "
                ACCEPT SI-Inv-Ref
            END-IF
            DISPLAY "Enter Billed Quantity (selling units): "
            ACCEPT SI-Billed-Qty
            IF SI-Billed-Qty = 0 AND WS-SI-Whole-PO = "Y"
                DISPLAY "Line not on this invoice - skipped."
            ELSE
                DISPLAY "Enter Billed Unit Cost: "
                ACCEPT SI-Billed-Cost
                PERFORM Post-Sup-Invoice-Line
            END-IF.
       Post-Sup-Invoice-Line.
      *>    the cost we actually received at is the newest
      *>    receipt row in history.dat for the PO's item
            MOVE 0 TO WS-SI-Recv-Cost
            MOVE 0 TO WS-SI-Recv-Hist-ID
            OPEN INPUT HistoryFile
            IF File-Status = "35"
                CLOSE HistoryFile
                OPEN OUTPUT HistoryFile
                CLOSE HistoryFile
                OPEN INPUT HistoryFile
            END-IF
            MOVE "N" TO EOFSI
            PERFORM UNTIL EOFSI = "Y"
               READ HistoryFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFSI
               NOT AT END
                   IF History-Item-ID = PO-Item-ID AND
                      History-ID > WS-SI-Recv-Hist-ID
                       MOVE History-ID TO WS-SI-Recv-Hist-ID
                       MOVE History-Unit-Of-Price TO
                           WS-SI-Recv-Cost
                   END-IF
            END-PERFORM
            CLOSE HistoryFile
            IF WS-SI-Recv-Hist-ID = 0
      *>        nothing ever received through the books - fall
      *>        back to the item master's moving-average cost
                OPEN INPUT ItemFile
                MOVE PO-Item-ID TO RelativeKey
                READ ItemFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE Item-Cost TO WS-SI-Recv-Cost
                END-READ
                CLOSE ItemFile
            END-IF

            MOVE SPACES TO SI-Hold-Reason
            MOVE "MATCHED" TO SI-Status
            IF SI-Billed-Qty > PO-Ordered-Qty
                MOVE "HELD" TO SI-Status
                MOVE "QTY OVER ORDERED" TO SI-Hold-Reason
            ELSE
            IF SI-Billed-Qty > PO-Received-Qty
                MOVE "HELD" TO SI-Status
                MOVE "QTY OVER RECEIVED" TO SI-Hold-Reason
            ELSE
                COMPUTE WS-SI-Cost-Diff =
                    SI-Billed-Cost - WS-SI-Recv-Cost
                IF WS-SI-Cost-Diff NOT = 0
                    MOVE "HELD" TO SI-Status
                    MOVE "COST MISMATCH" TO SI-Hold-Reason
                END-IF
            END-IF
            END-IF

            PERFORM Next-SupInv-Sequence
            OPEN I-O SupInvFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT SupInvFile
                CLOSE SupInvFile
                OPEN I-O SupInvFile
            END-IF
            MOVE WS-Next-ID TO SI-ID
            MOVE WS-Next-ID TO SupInv-RelKey
            MOVE Supplier-RelKey TO SI-Supplier-ID
            MOVE PO-RelKey TO SI-PO-ID
            MOVE PO-Item-ID TO SI-Item-ID
            COMPUTE SI-Amount =
                SI-Billed-Qty * SI-Billed-Cost
            ACCEPT SI-Date FROM DATE YYYYMMDD
            WRITE SupInv-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE SupInvFile

            IF SI-Status = "HELD"
                DISPLAY ESC Blue-On
                    "Invoice line HELD for review: "
                    SI-Hold-Reason ESC Reset-Color
                DISPLAY "  Billed cost " SI-Billed-Cost
                    " vs received cost " WS-SI-Recv-Cost
            ELSE
                DISPLAY ESC Blue-On "Invoice line " SI-ID
                    " matched clean - OK to pay."
                    ESC Reset-Color
      *>        open the payable unless the receipt already did
                MOVE "N" TO WS-APL-Exists
                OPEN INPUT APLedgerFile
                IF File-Status = "00"
                    MOVE "N" TO EOFAP
                    PERFORM UNTIL EOFAP = "Y"
                       READ APLedgerFile NEXT RECORD
                       AT END
                           MOVE "Y" TO EOFAP
                       NOT AT END
                           IF APL-Ref-Type = "PO " AND
                              APL-Ref-ID = SI-PO-ID AND
                              APL-Kind = "INV"
                               MOVE "Y" TO WS-APL-Exists
                               MOVE "Y" TO EOFAP
                           END-IF
                    END-PERFORM
                    CLOSE APLedgerFile
                END-IF
                IF WS-APL-Exists = "N"
                    MOVE SI-Supplier-ID TO WS-APL-Supplier
                    MOVE "INV" TO WS-APL-Kind
                    MOVE "SI " TO WS-APL-Ref-Type
                    MOVE SI-ID TO WS-APL-Ref
                    MOVE SI-Amount TO WS-APL-Amount
                    PERFORM Open-Payable
                ELSE
                    DISPLAY "Payable already opened at "
                        "receipt - nothing rebooked."
                END-IF
            END-IF
            MOVE "SUPINV-ENTRY" TO Audit-Action
            STRING "SI=" SI-ID " PO=" PO-RelKey
                DELIMITED BY SIZE INTO Audit-Before
            STRING "STATUS=" SI-Status
                DELIMITED BY SIZE INTO Audit-After
            ADD 1 TO WS-SI-Lines-Billed
            PERFORM Write-Audit.
       Review-Held-Sup-Invoices.
      *>  The held queue: release a line once the supplier corrects
      *>  the bill (or the mismatch is explained), or reject it so
       Open-Payable.
      *>  Books one AP ledger row. Expects WS-APL-Supplier, -Kind,
      *>  -Ref-Type, -Ref and -Amount. The due date is today plus
      *>  the supplier's terms days (Supplier-Term-Days), unless
      *>  the caller sets WS-APL-Due-Date (cleared here).
            MOVE WS-APL-Supplier TO Supplier-RelKey
            PERFORM Supplier-Term-Days

            PERFORM Next-APLedger-Sequence
            OPEN I-O APLedgerFile
            COMPUTE APL-Due-Date = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(APL-Date) +
                WS-APL-Term-Days)
            IF WS-APL-Due-Date > 0
                MOVE WS-APL-Due-Date TO APL-Due-Date
                MOVE 0 TO WS-APL-Due-Date
            END-IF
            MOVE "OPEN" TO APL-Status
            WRITE APLedger-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
               DISPLAY "1. View AP Ledger"
               DISPLAY "2. Weekly Payment Run"
               DISPLAY "3. AP Aging Report"
               DISPLAY "4. Enter Non-Stock Bill (expense)"
               DISPLAY "5. View Non-Stock Bills"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                       PERFORM AP-Payment-Run
                   WHEN "3"
                       PERFORM AP-Aging-Report
                   WHEN "4"
                       PERFORM Enter-Expense-Bill
                   WHEN "5"
                       PERFORM View-Expense-Bills
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
            CLOSE CounterFile.
       Find-Bin-Location.
      *>  Expects WS-Bin-Item/WS-Bin-Branch; returns WS-Bin-Found,
      *>  WS-Bin-Loc, WS-Bin-Cap and WS-Bin-Key without disturbing
      *>  the caller's other files.
            MOVE "N" TO WS-Bin-Found
            MOVE SPACES TO WS-Bin-Loc
            MOVE 0 TO WS-Bin-Key
            MOVE 0 TO WS-Bin-Cap
            OPEN INPUT BinLocFile
            IF File-Status = "35"
                OPEN OUTPUT BinLocFile
                      BIN-Branch-ID = WS-Bin-Branch
                       MOVE "Y" TO WS-Bin-Found
                       MOVE BIN-Location TO WS-Bin-Loc
                       MOVE BIN-Shelf-Cap TO WS-Bin-Cap
                       MOVE BIN-ID TO WS-Bin-Key
                       MOVE "Y" TO EOFBN
                   END-IF
                MOVE WS-Bin-Item TO BIN-Item-ID
                MOVE WS-Bin-Branch TO BIN-Branch-ID
                MOVE WS-Bin-Loc TO BIN-Location
                MOVE 0 TO BIN-Shelf-Cap
                WRITE BinLoc-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. View Bin Locations"
               DISPLAY "2. Set Bin Location"
               DISPLAY "3. Set Shelf Capacity"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                       DISPLAY "Enter Bin Location (e.g. A03-2): "
                       ACCEPT WS-Bin-Loc
                       PERFORM Save-Bin-Location
                   WHEN "3"
                       PERFORM Set-Shelf-Capacity
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
            END-PERFORM.
       View-Bin-Locations.
            DISPLAY H10 H10 H10 H10 H2
            DISPLAY "Item-ID" A4 "Branch" A4 "Bin" A7 "Shelf-Cap"
            DISPLAY S10 S10 S10 S10 S2
            OPEN INPUT BinLocFile
            IF File-Status = "35"
               NOT AT END
                   DISPLAY BIN-Item-ID   A6
                           BIN-Branch-ID A7
                           BIN-Location  A2
                           BIN-Shelf-Cap
            END-PERFORM
            CLOSE BinLocFile
            DISPLAY H10 H10 H10 H10 H2.
                    MOVE SPACES TO Ord-Pod-Name
                    MOVE SPACES TO Ord-Pod-Time
                    MOVE SPACES TO Ord-Fail-Reason
      *>            zone from the address so the run sheet and van
      *>            load see the standing order; no charge - the
      *>            account's standing terms cover delivery
                    PERFORM Match-Delivery-Zone
                    MOVE WS-Dlv-Zone TO Ord-Zone-ID
                    WRITE Ord-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                    PERFORM Find-Casher-Branch
                    IF WS-Branch-ID-Lookup > 0
                        COMPUTE WS-IB-Delta = 0 - WS-LA-Amount
                        MOVE "S" TO WS-IB-Where
                        PERFORM Adjust-Branch-Stock
                    END-IF

                    IF WS-LA-Amount > WS-LA-Remaining
                        MOVE WS-LA-Remaining TO WS-LA-Amount
                    END-IF
                    MOVE "N" TO WS-LA-Payoff
                    IF WS-LA-Amount = WS-LA-Remaining
                        MOVE "Y" TO WS-LA-Payoff
                    END-IF

                    PERFORM Next-Invoice-Sequence
      *>            the instalment that pays the plan off completes
      *>            the sale, so its invoice carries the receipt
      *>            number for the whole plan
                    IF WS-LA-Payoff = "Y"
                        MOVE Input-ID TO WS-Lookup-Casher-ID
                        PERFORM Find-Casher-Branch
                        MOVE WS-Branch-ID-Lookup TO WS-FIS-Branch
                        MOVE "R" TO WS-FIS-Series
                        MOVE "I" TO WS-FIS-Source
                        MOVE WS-Next-ID TO WS-FIS-Ref
                        MOVE 0 TO WS-FIS-Orig-Inv
                        MOVE LA-Total TO WS-FIS-Amount
                        PERFORM Reserve-Fiscal-Number
                    END-IF
                    OPEN I-O InvoiceFile
                    IF File-Status = "35"
                        OPEN OUTPUT InvoiceFile
                        DELIMITED BY SIZE INTO Invoice-Time
                    MOVE "Layaway" TO Invoice-Status
                    MOVE "R" TO Invoice-Price-Tier
                    MOVE WS-Till-ID TO Invoice-Till-ID
                    WRITE Invoice-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    MOVE "V" TO WS-FIS-Result
                    MOVE "INVOICE WRITE FAILED" TO WS-FIS-Reason
                    NOT INVALID KEY
                        MOVE "W" TO WS-RJ-Action
                        PERFORM Journal-Invoice-Row
                        MOVE "I" TO WS-FIS-Result
                    END-WRITE
                    PERFORM Add-To-Invoice-Index
                    CLOSE InvoiceFile
                    IF WS-LA-Payoff = "Y"
                        PERFORM Settle-Fiscal-Number
                    END-IF

                    MOVE WS-LA-Amount TO Final-Total-Price
                    PERFORM Record-Payment
                CLOSE InvoiceFile
                OPEN INPUT InvoiceFile
            END-IF
            MOVE "N" TO WS-GR-Mode
            IF WS-Preset-Invoice > 0
                MOVE WS-Preset-Invoice TO Invoice-RelKey
                MOVE 0 TO WS-Preset-Invoice
            ELSE
                DISPLAY "Enter Original Invoice-ID or gift receipt "
                    "ref: "
                ACCEPT WS-GR-Input
                PERFORM Parse-Invoice-Ref
                MOVE WS-GR-Invoice TO Invoice-RelKey
            END-IF
            READ InvoiceFile INVALID KEY
                DISPLAY "Error: Record not found."
                    CLOSE InvoiceFile
                ELSE
                    CLOSE InvoiceFile
                    MOVE "Y" TO WS-Override-OK
                    IF WS-GR-Mode = "Y"
                        PERFORM Gift-Return-Window
                    END-IF
                    IF WS-Override-OK NOT = "Y"
                        DISPLAY "Exchange not started."
                    ELSE
                    MOVE Invoice-ID TO WS-Exch-Orig-Inv
                    PERFORM Load-Prior-Exchanged-Lines
                    PERFORM Next-Exchange-Sequence
                    MOVE 0 TO WS-Exch-New-Val
                    MOVE ZEROES TO WS-Exch-Line-List
                    MOVE 0 TO WS-Exch-Line-Cnt
      *>            both sides post to today's summary at the
      *>            exchanging casher's branch
                    ACCEPT WS-SS-Date FROM DATE YYYYMMDD
                    MOVE Input-ID TO WS-Lookup-Casher-ID
                    PERFORM Find-Casher-Branch
                    MOVE WS-Branch-ID-Lookup TO WS-SS-Branch
                    PERFORM Exchange-Return-Lines
                    DISPLAY "Any serialized goods coming "
                        "back? (Y/N) "
                    END-IF
                    PERFORM Exchange-New-Lines
                    PERFORM Exchange-Settle
                    END-IF
                END-IF
            END-READ
            MOVE "N" TO WS-GR-Mode.
       Exchange-Return-Lines.
      *>  The coming-back side: each entered Sale-Cart-ID must be a
      *>  line of the original invoice; its stock is restored and
                            READ ItemFile INVALID KEY
                                DISPLAY "Error: Item not found."
                            NOT INVALID KEY
      *>                        a service line holds no stock -
      *>                        only its value is credited
                                IF Item-Is-Service
                                    CONTINUE
                                ELSE
                                IF Item-Is-Bundle
      *>                            under the exchange reference,
      *>                            like every other line of it
                                            Adjust-Branch-Stock
                                    END-IF
                                END-IF
                                END-IF
                                COMPUTE WS-Exch-Return-Val =
                                    WS-Exch-Return-Val +
                                    (Sale-Cart-Quantity *
                                DISPLAY "Returned "
                                    Sale-Cart-Quantity " x item "
                                    Sale-Cart-Item-ID
                                PERFORM Post-Exchange-Line
                            END-READ
                            CLOSE ItemFile
                        END-READ
                            IF WS-Branch-ID-Lookup > 0
                                COMPUTE WS-IB-Delta =
                                    0 - WS-Exch-Qty
                                MOVE "S" TO WS-IB-Where
                                PERFORM Adjust-Branch-Stock
                            END-IF
                            COMPUTE WS-Exch-New-Val =
                                WS-Exch-New-Val +
                                (WS-Exch-Qty * Item-Price)
                            MOVE WS-Exch-Qty TO WS-SS-Qty
                            PERFORM Post-Exchange-Sale
                        END-IF
                    END-READ
                    CLOSE ItemFile
      *>  to the customer it loads to store credit.
            COMPUTE WS-Exch-Diff =
                WS-Exch-New-Val - WS-Exch-Return-Val
      *>  against a gift receipt the returned value stays off the
      *>  screen and any credit goes through Refund-To-Store-Credit
            IF WS-GR-Mode NOT = "Y"
                DISPLAY "Returned value: " WS-Exch-Return-Val
            END-IF
            DISPLAY "Replacement value: " WS-Exch-New-Val
            MOVE Input-ID TO WS-Lookup-Casher-ID
            PERFORM Find-Casher-Branch
            MOVE WS-Branch-ID-Lookup TO WS-FIS-Branch
      *>  money back to the customer is a credit note against the
      *>  original receipt; the exchange reference is its source
            IF WS-Exch-Diff < 0
                MOVE "C" TO WS-FIS-Series
                MOVE "E" TO WS-FIS-Source
                MOVE WS-Exch-Ref TO WS-FIS-Ref
                MOVE WS-Exch-Orig-Inv TO WS-FIS-Orig-Inv
                COMPUTE WS-FIS-Amount = 0 - WS-Exch-Diff
                PERFORM Reserve-Fiscal-Number
            END-IF
            EVALUATE TRUE
                WHEN WS-Exch-Diff > 0
                    DISPLAY "Customer owes: " WS-Exch-Diff
                        DELIMITED BY SIZE INTO Invoice-Time
                    MOVE "Completed" TO Invoice-Status
                    MOVE "R" TO Invoice-Price-Tier
                    MOVE WS-Till-ID TO Invoice-Till-ID
                    MOVE "R" TO WS-FIS-Series
                    MOVE "I" TO WS-FIS-Source
                    MOVE Invoice-ID TO WS-FIS-Ref
                    MOVE 0 TO WS-FIS-Orig-Inv
                    MOVE WS-Exch-Diff TO WS-FIS-Amount
                    PERFORM Reserve-Fiscal-Number
                    WRITE Invoice-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    MOVE "V" TO WS-FIS-Result
                    MOVE "INVOICE WRITE FAILED" TO WS-FIS-Reason
                    NOT INVALID KEY
                        MOVE "W" TO WS-RJ-Action
                        PERFORM Journal-Invoice-Row
                        MOVE "I" TO WS-FIS-Result
                    END-WRITE
                    PERFORM Add-To-Invoice-Index
                    CLOSE InvoiceFile
                    PERFORM Settle-Fiscal-Number
                    MOVE WS-Exch-Diff TO Final-Total-Price
                    PERFORM Record-Payment
                WHEN WS-Exch-Diff < 0 AND WS-GR-Mode = "Y"
                    COMPUTE Final-Amount = 0 - WS-Exch-Diff
                    PERFORM Refund-To-Store-Credit
                WHEN WS-Exch-Diff < 0
                    COMPUTE WS-GC-Amount = 0 - WS-Exch-Diff
                    DISPLAY "Refund due to customer: "
                        "Even exchange - nothing to settle."
                        ESC Reset-Color
            END-EVALUATE
            IF WS-Exch-Diff < 0
                MOVE "I" TO WS-FIS-Result
                PERFORM Settle-Fiscal-Number
            END-IF

            OPEN I-O ExchangeFile
            IF File-Status = "35"
               DISPLAY "1. Add Coupon Code"
               DISPLAY "2. View Coupons"
               DISPLAY "3. Redemption Report (per supplier)"
               DISPLAY "4. Create Targeted Campaign"
               DISPLAY "5. View Campaigns"
               DISPLAY "6. Close Campaign"
               DISPLAY "7. Campaign Response Report"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                       PERFORM View-Coupons
                   WHEN "3"
                       PERFORM Coupon-Redemption-Report
                   WHEN "4"
                       PERFORM Create-Campaign
                   WHEN "5"
                       PERFORM View-Campaigns
                   WHEN "6"
                       PERFORM Close-Campaign
                   WHEN "7"
                       PERFORM Campaign-Response-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
            CLOSE CouponFile
            IF WS-Coupon-Found = "Y"
                DISPLAY "Error: that code already exists."
            ELSE
            IF WS-Coupon-Code(1:2) = "CM" AND
               WS-Coupon-Code(3:10) IS NUMERIC
                DISPLAY "Error: CM + digits is kept for targeted "
                    "campaign codes."
            ELSE
                PERFORM Next-Coupon-Sequence
                OPEN I-O CouponFile
                CLOSE CouponFile
                DISPLAY ESC Blue-On "Coupon " CP-ID " ("
                    CP-Code ") added." ESC Reset-Color
            END-IF
            END-IF.
       View-Coupons.
            DISPLAY H10 H10 H10 H10 H10 H10 H2
                ACCEPT WS-Print-Choice
                IF FUNCTION UPPER-CASE(WS-Print-Choice) = "Y"
                    MOVE "QUOTATION" TO Customer-Name
                    MOVE "Q" TO WS-GP-Kind
                    MOVE SPACES TO WS-GP-Ref
                    MOVE 0 TO WS-GP-Return-By
                    CALL "WRITE-TO-FILE" USING
                        WS-Quote-Ref
                        Customer-Name
                        WS-Quote-Zero
                        WS-Quote-Zero
                        WS-Quote-Total
                        WS-Gift-Print
                END-IF
            END-IF.
       Convert-Quote.
                           " Customer " BO-Customer-ID
                           " Qty " BO-Qty
                           " since " BO-Date
                       MOVE "BACKORDER" TO WS-OB-Template
                       MOVE BO-Customer-ID TO WS-OB-Cust
                       MOVE BO-ID TO WS-OB-Ref
                       MOVE BO-Date TO WS-OB-Key-Date
                       MOVE SPACES TO WS-OB-Note
                       STRING "ITEM " BO-Item-ID " QTY " BO-Qty
                           DELIMITED BY SIZE INTO WS-OB-Note
                       PERFORM Queue-Notification
                       IF WS-OB-Queued = "Y"
                           DISPLAY "     customer notice queued ("
                               FUNCTION TRIM(WS-OB-Channel) ")"
                       END-IF
                   END-IF
            END-PERFORM
            CLOSE BackorderFile.
            CLOSE CounterFile.
       Create-Lot.
      *>  Expects Lot-Item-ID/Lot-Qty-Left and WS-Lot-Expiry set by
      *>  the caller; WS-Lot-Sup-Lot carries the supplier's own lot
      *>  number when there is one.
            PERFORM Next-Lot-Sequence
            OPEN I-O LotFile
            IF File-Status = "35"
            MOVE WS-Next-ID TO Lot-RelKey
            MOVE WS-Lot-Expiry TO Lot-Expiry
            ACCEPT Lot-Received FROM DATE YYYYMMDD
            MOVE WS-Lot-Sup-Lot TO Lot-Supplier-Lot
            MOVE SPACES TO WS-Lot-Sup-Lot
            WRITE Lot-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
       Drawdown-Lots.
      *>  Expects Cart-Item-ID and WS-Lot-Draw-Qty. Consumes lot
      *>  quantity oldest-expiry-first until the sold quantity is
      *>  covered or no lot stock remains. Each lot drawn is
      *>  traced under WS-LT-Kind / WS-LT-Ref / WS-LT-Branch.
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
                    "Item-ID" A4
                    "Qty"     A5
                    "Expiry"  A5
                    "Received" A3
                    "Supplier-Lot"
            DISPLAY S10 S10 S10 S10 S10 S2
            OPEN INPUT LotFile
            IF File-Status = "35"
                               Lot-Item-ID  A4
                               Lot-Qty-Left A3
                               Lot-Expiry   A3
                               Lot-Received A3
                               Lot-Supplier-Lot
                   END-IF
            END-PERFORM
            CLOSE LotFile
               DISPLAY "2. Enter Counted Quantities"
               DISPLAY "3. Post Variances"
               DISPLAY "4. Variance Report"
               DISPLAY "5. ABC Classification Run Now"
               DISPLAY "6. Count Coverage vs Plan by Class"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                       PERFORM Post-Count-Variances
                   WHEN "4"
                       PERFORM Count-Variance-Report
                   WHEN "5"
                       PERFORM ABC-Classify-Run
                   WHEN "6"
                       PERFORM ABC-Coverage-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
      *>  all) against either total stock or one branch's stock.
      *>  Lines come out in bin-location order so the counter walks
      *>  the floor once instead of item-number order.
      *>  Alternatively the sheet takes every item whose ABC class
      *>  says it is due for count at that branch.
            DISPLAY "1. Count by Category"
            DISPLAY "2. Items Due for Count (ABC schedule)"
            DISPLAY "Enter Choose Option:"
            ACCEPT WS-CS-Mode
            MOVE SPACES TO WS-CS-Category
            IF WS-CS-Mode NOT = "2"
                DISPLAY "Enter Category to Count (blank for all): "
                ACCEPT WS-CS-Category
            END-IF
            DISPLAY "Enter Branch-ID (0 for total stock): "
            ACCEPT WS-CS-Branch
            IF WS-CS-Mode = "2"
                PERFORM ABC-Load-Items
                PERFORM ABC-Load-Last-Counts
            END-IF
            MOVE 0 TO CSBuf-Count
            OPEN INPUT ItemFile
            MOVE "N" TO EOF
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                MOVE "Y" TO WS-CS-Take
                IF WS-CS-Mode = "2"
                    MOVE Item-ID TO WS-ABC-Item
                    PERFORM ABC-Check-Due
                    MOVE WS-ABC-Due TO WS-CS-Take
                ELSE
                    IF WS-CS-Category NOT = SPACES AND
                       Item-Category NOT = WS-CS-Category
                        MOVE "N" TO WS-CS-Take
                    END-IF
                END-IF
                IF WS-CS-Take = "Y"
                    IF CSBuf-Count < 500
                        ADD 1 TO CSBuf-Count
                        MOVE Item-ID TO
               DISPLAY "1. Dispatch Transfer"
               DISPLAY "2. Receive Transfer"
               DISPLAY "3. In-Transit Report"
               DISPLAY "4. Review Replenishment Proposals"
               DISPLAY "5. Run Replenishment Proposals Now"
               DISPLAY "6. Replenishment Settings (stockroom)"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                       PERFORM Receive-Transfer
                   WHEN "3"
                       PERFORM In-Transit-Report
                   WHEN "4"
                       PERFORM Review-Replenishment
                   WHEN "5"
                       PERFORM Replenishment-Proposal-Run
                   WHEN "6"
                       PERFORM Set-Replenishment-Config
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                        COMPUTE Mv-Qty = 0 - TR-Qty
                        MOVE TR-ID TO Mv-Ref-ID
                        PERFORM Write-Movement
                        PERFORM Trace-Transfer-Lots
                        DISPLAY ESC Blue-On
                            "Transfer " TR-ID " dispatched "
                            "IN-TRANSIT." ESC Reset-Color
            CLOSE CounterFile.
       Find-Item-Branch-Stock.
      *>  Expects Item-ID and WS-Branch-ID-Lookup set by caller.
      *>  Returns WS-IB-Found/WS-IB-Qty/WS-IB-Shelf/IB-RelKey.
            MOVE "N" TO WS-IB-Found
            MOVE 0 TO WS-IB-Qty
            MOVE 0 TO WS-IB-Shelf
            OPEN I-O ItemBranchFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                      IB-Branch-ID = WS-Branch-ID-Lookup
                       MOVE "Y" TO WS-IB-Found
                       MOVE IB-Qty TO WS-IB-Qty
                       MOVE IB-Shelf-Qty TO WS-IB-Shelf
                       MOVE "Y" TO EOFB
                   END-IF
            END-PERFORM
       Adjust-Branch-Stock.
      *>  Expects Item-ID, WS-Branch-ID-Lookup, WS-IB-Delta set by
      *>  caller. Updates (or creates) the per-branch stock row.
      *>  Stock moves through the backroom unless the caller sets
      *>  WS-IB-Where to "S": a till sale takes from the shelf
      *>  first, and only what the shelf could not cover comes out
      *>  of the backroom. WS-IB-Where is reset on the way out.
            PERFORM Find-Item-Branch-Stock
            OPEN I-O ItemBranchFile
            IF File-Status = "35"
                        COMPUTE WS-IB-Qty = IB-Qty + WS-IB-Delta
                    END-IF
                    MOVE WS-IB-Qty TO IB-Qty
                    IF WS-IB-Where = "S"
                        IF WS-IB-Delta < 0 AND
                           (0 - WS-IB-Delta) > IB-Shelf-Qty
                            MOVE 0 TO IB-Shelf-Qty
                        ELSE
                            COMPUTE IB-Shelf-Qty =
                                IB-Shelf-Qty + WS-IB-Delta
                        END-IF
                    END-IF
                    IF IB-Shelf-Qty > IB-Qty
                        MOVE IB-Qty TO IB-Shelf-Qty
                    END-IF
                    REWRITE Item-Branch-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
                    COMPUTE WS-IB-Qty = WS-IB-Delta
                END-IF
                MOVE WS-IB-Qty TO IB-Qty
                IF WS-IB-Where = "S"
                    MOVE WS-IB-Qty TO IB-Shelf-Qty
                ELSE
                    MOVE 0 TO IB-Shelf-Qty
                END-IF
                WRITE Item-Branch-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
            END-IF
            CLOSE ItemBranchFile
            MOVE "B" TO WS-IB-Where.
       Find-Casher-Branch.
      *>  Expects WS-Lookup-Casher-ID set by caller. Returns
      *>  WS-Branch-ID-Lookup (0 when the casher has no branch on
                   CLOSE BranchFile
            END-PERFORM
            CLOSE ItemFile.
       Next-Label-Sequence.
            MOVE 37 TO Counter-RelKey
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
       Manage-Shelf-Labels.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Shelf-Edge Labels"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Build Label Batch (today's price changes)"
               DISPLAY "2. Print Labels for a Branch"
               DISPLAY "3. View Outstanding Labels"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Build-Label-Batch
                   WHEN "2"
                       PERFORM Print-Shelf-Labels
                   WHEN "3"
                       PERFORM View-Pending-Labels
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Build-Label-Batch.
      *>  Turns price history into shelf-edge labels. Only rows
      *>  newer than the last one already queued are taken, so a
      *>  re-run (or the closing batch after a manual build) never
      *>  queues the same change twice; on an empty queue only
      *>  today's rows count, not the whole history. Each change
      *>  gives the main store a label plus every branch that
      *>  stocks the item or has a bin for it.
            ACCEPT WS-Lbl-Today FROM DATE YYYYMMDD
            MOVE 0 TO WS-Lbl-Built
            MOVE 0 TO WS-Lbl-Updated
            MOVE 0 TO WS-Lbl-Mark
            OPEN INPUT LabelFile
            IF File-Status = "00"
                MOVE "N" TO EOFLB
                PERFORM UNTIL EOFLB = "Y"
                   READ LabelFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFLB
                   NOT AT END
                       IF LBL-PH-ID > WS-Lbl-Mark
                           MOVE LBL-PH-ID TO WS-Lbl-Mark
                       END-IF
                END-PERFORM
                CLOSE LabelFile
            END-IF

      *>    main store first, then every branch on file
            MOVE 1 TO WS-Lbl-Br-Count
            MOVE 0 TO WS-Lbl-Br-ID(1)
            OPEN INPUT BranchFile
            IF File-Status = "00"
                MOVE "N" TO EOFLB
                PERFORM UNTIL EOFLB = "Y"
                   READ BranchFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFLB
                   NOT AT END
                       IF Branch-ID NOT = 0 AND
                          WS-Lbl-Br-Count < 100
                           ADD 1 TO WS-Lbl-Br-Count
                           MOVE Branch-ID TO
                               WS-Lbl-Br-ID(WS-Lbl-Br-Count)
                       END-IF
                END-PERFORM
                CLOSE BranchFile
            END-IF

            OPEN INPUT PriceHistFile
            IF File-Status = "35"
                DISPLAY "No price history on file - no labels "
                    "to build."
            ELSE
                OPEN INPUT ItemFile
                MOVE "N" TO EOFLH
                PERFORM UNTIL EOFLH = "Y"
                   READ PriceHistFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFLH
                   NOT AT END
                       IF PH-ID > WS-Lbl-Mark AND
                          (WS-Lbl-Mark > 0 OR
                           PH-Change-Date = WS-Lbl-Today)
                           MOVE PH-Item-ID TO RelativeKey
                           READ ItemFile INVALID KEY
                               DISPLAY "Warning: item " PH-Item-ID
                                   " not on file, no label."
                           NOT INVALID KEY
                               PERFORM Queue-Item-Labels
                           END-READ
                       END-IF
                END-PERFORM
                CLOSE ItemFile
                CLOSE PriceHistFile
            END-IF
            DISPLAY ESC Blue-On
                "Shelf labels queued: " WS-Lbl-Built
                " new, " WS-Lbl-Updated " updated"
                ESC Reset-Color.
       Queue-Item-Labels.
      *>  Expects the Item-Record and PriceHist-Record in hand. A
      *>  branch with its own price row does not charge the company
      *>  price, so its shelf price did not move and it gets no
      *>  label - its own changes queue theirs as they are saved.
            IF Item-By-Weight
                MOVE "KG" TO WS-Lbl-Unit
            ELSE
                MOVE "EACH" TO WS-Lbl-Unit
            END-IF
            MOVE PH-ID TO WS-Lbl-PH-Ref
            MOVE PH-Old-Price TO WS-Lbl-Old-Price
            MOVE PH-New-Price TO WS-Lbl-New-Price
            PERFORM VARYING WS-Lbl-Br-IDX FROM 1 BY 1
                UNTIL WS-Lbl-Br-IDX > WS-Lbl-Br-Count
                MOVE WS-Lbl-Br-ID(WS-Lbl-Br-IDX) TO WS-Lbl-Branch
                MOVE Item-ID TO WS-Bin-Item
                MOVE WS-Lbl-Branch TO WS-Bin-Branch
                PERFORM Find-Bin-Location
                MOVE "N" TO WS-Lbl-Carried
                IF WS-Lbl-Branch = 0 OR WS-Bin-Found = "Y"
                    MOVE "Y" TO WS-Lbl-Carried
                ELSE
                    MOVE WS-Lbl-Branch TO WS-Branch-ID-Lookup
                    PERFORM Find-Item-Branch-Stock
                    IF WS-IB-Qty > 0
                        MOVE "Y" TO WS-Lbl-Carried
                    END-IF
                END-IF
                IF WS-Lbl-Carried = "Y" AND WS-Lbl-Branch > 0
                    MOVE Item-ID TO WS-BP-Item
                    MOVE WS-Lbl-Branch TO WS-BP-Branch
                    PERFORM Find-Branch-Price
                    IF WS-BP-Found = "Y"
                        MOVE "N" TO WS-Lbl-Carried
                    END-IF
                END-IF
                IF WS-Lbl-Carried = "Y"
                    PERFORM Queue-One-Label
                END-IF
            END-PERFORM.
       Queue-One-Label.
      *>  Expects the Item-Record, WS-Lbl-Branch and the bin lookup
      *>  for it, the was/now prices in WS-Lbl-Old-Price and
      *>  WS-Lbl-New-Price, and the price history row behind them
      *>  in WS-Lbl-PH-Ref (0 for a branch price, which has none).
      *>  Folds the change into a still-pending label for the same
      *>  item and branch (keeping its original "was" price),
      *>  otherwise writes a new one.
            MOVE "N" TO WS-Lbl-Found
            OPEN I-O LabelFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT LabelFile
                CLOSE LabelFile
                OPEN I-O LabelFile
            END-IF
            MOVE "N" TO EOFLB
            PERFORM UNTIL EOFLB = "Y"
               READ LabelFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFLB
               NOT AT END
                   IF LBL-Item-ID = Item-ID AND
                      LBL-Branch-ID = WS-Lbl-Branch AND
                      LBL-Status = "PENDING"
                       MOVE "Y" TO WS-Lbl-Found
                       MOVE "Y" TO EOFLB
                   END-IF
            END-PERFORM
            IF WS-Lbl-Found = "Y"
                MOVE LBL-ID TO Label-RelKey
                IF WS-Lbl-PH-Ref > 0
                    MOVE WS-Lbl-PH-Ref TO LBL-PH-ID
                END-IF
                MOVE WS-Lbl-New-Price TO LBL-New-Price
                MOVE WS-Bin-Loc TO LBL-Bin
                MOVE Item-Name TO LBL-Name
                MOVE WS-Lbl-Unit TO LBL-Unit
                MOVE WS-Lbl-Today TO LBL-Date
                REWRITE Label-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
                ADD 1 TO WS-Lbl-Updated
                CLOSE LabelFile
            ELSE
                CLOSE LabelFile
                PERFORM Next-Label-Sequence
                OPEN I-O LabelFile
                MOVE WS-Next-ID TO LBL-ID
                MOVE WS-Next-ID TO Label-RelKey
                MOVE WS-Lbl-PH-Ref TO LBL-PH-ID
                MOVE Item-ID TO LBL-Item-ID
                MOVE WS-Lbl-Branch TO LBL-Branch-ID
                MOVE WS-Bin-Loc TO LBL-Bin
                MOVE Item-Name TO LBL-Name
                MOVE Item-Barcode TO LBL-Barcode
                MOVE WS-Lbl-Unit TO LBL-Unit
                MOVE WS-Lbl-Old-Price TO LBL-Old-Price
                MOVE WS-Lbl-New-Price TO LBL-New-Price
                MOVE WS-Lbl-Today TO LBL-Date
                MOVE "PENDING" TO LBL-Status
                MOVE 0 TO LBL-Print-Date
                WRITE Label-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
                ADD 1 TO WS-Lbl-Built
                CLOSE LabelFile
            END-IF.
       Queue-Branch-Label.
      *>  Expects the Item-Record, WS-BP-Item, WS-BP-Branch and the
      *>  branch's was/now prices in WS-Lbl-Old-Price and
      *>  WS-Lbl-New-Price. A branch-only price change leaves no
      *>  price history for the label batch to find, so that
      *>  branch's one label is queued as the change is made.
            IF WS-Lbl-Old-Price NOT = WS-Lbl-New-Price
                ACCEPT WS-Lbl-Today FROM DATE YYYYMMDD
                IF Item-By-Weight
                    MOVE "KG" TO WS-Lbl-Unit
                ELSE
                    MOVE "EACH" TO WS-Lbl-Unit
                END-IF
                MOVE 0 TO WS-Lbl-PH-Ref
                MOVE WS-BP-Branch TO WS-Lbl-Branch
                MOVE WS-BP-Item TO WS-Bin-Item
                MOVE WS-BP-Branch TO WS-Bin-Branch
                PERFORM Find-Bin-Location
                PERFORM Queue-One-Label
                DISPLAY "Shelf label queued for branch "
                    WS-BP-Branch "."
            END-IF.
       Print-Shelf-Labels.
      *>  Prints one branch's pending labels in bin walk order
      *>  (unbinned items last) to a spooled label sheet, then
      *>  marks them PRINTED so the next print only carries what
      *>  is still outstanding. The sheet itself can be reprinted
      *>  from the spooled-report list.
            DISPLAY "Enter Branch-ID (0 for main store): "
            ACCEPT WS-Lbl-Branch
            MOVE 0 TO LblBuf-Count
            OPEN INPUT LabelFile
            IF File-Status = "35"
                DISPLAY "No shelf labels on file."
            ELSE
                MOVE "N" TO EOFLB
                PERFORM UNTIL EOFLB = "Y"
                   READ LabelFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFLB
                   NOT AT END
                    IF LBL-Branch-ID = WS-Lbl-Branch AND
                       LBL-Status = "PENDING"
                        IF LblBuf-Count < 500
                            ADD 1 TO LblBuf-Count
                            MOVE LBL-ID TO LBB-ID(LblBuf-Count)
                            MOVE LBL-Item-ID TO WS-Bin-Item
                            MOVE WS-Lbl-Branch TO WS-Bin-Branch
                            PERFORM Find-Bin-Location
                            IF WS-Bin-Found = "N"
                                MOVE HIGH-VALUES TO
                                    LBB-Bin(LblBuf-Count)
                            ELSE
                                MOVE WS-Bin-Loc TO
                                    LBB-Bin(LblBuf-Count)
                            END-IF
                        ELSE
                            DISPLAY "Warning: label buffer full, "
                                "remaining labels stay pending "
                                "for the next print."
                            MOVE "Y" TO EOFLB
                        END-IF
                    END-IF
                END-PERFORM
                CLOSE LabelFile
            END-IF
            IF LblBuf-Count = 0
                DISPLAY "No pending labels for branch "
                    WS-Lbl-Branch "."
            ELSE
                PERFORM VARYING WS-LBB-IDX FROM 1 BY 1
                    UNTIL WS-LBB-IDX >= LblBuf-Count
                    PERFORM VARYING WS-LBB-JDX FROM 1 BY 1
                        UNTIL WS-LBB-JDX >=
                        LblBuf-Count - WS-LBB-IDX + 1
                        IF LBB-Bin(WS-LBB-JDX) >
                           LBB-Bin(WS-LBB-JDX + 1)
                            MOVE LblBuf-Entry(WS-LBB-JDX) TO
                                LblBuf-Swap
                            MOVE LblBuf-Entry(WS-LBB-JDX + 1) TO
                                LblBuf-Entry(WS-LBB-JDX)
                            MOVE LblBuf-Swap TO
                                LblBuf-Entry(WS-LBB-JDX + 1)
                        END-IF
                    END-PERFORM
                END-PERFORM
                PERFORM Spool-Shelf-Labels
            END-IF.
       Spool-Shelf-Labels.
      *>  Expects the sorted LblBuf-Table for WS-Lbl-Branch.
            ACCEPT WS-Lbl-Today FROM DATE YYYYMMDD
            MOVE 0 TO WS-Lbl-Printed
            MOVE "SHELF-LABELS" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE SPACES TO WS-Spool-Line
            STRING "SHELF-EDGE LABELS  BRANCH " WS-Lbl-Branch
                "  PRINTED " WS-Lbl-Today
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            OPEN I-O LabelFile
            PERFORM VARYING WS-LBB-IDX FROM 1 BY 1
                UNTIL WS-LBB-IDX > LblBuf-Count
                MOVE LBB-ID(WS-LBB-IDX) TO Label-RelKey
                READ LabelFile INVALID KEY
                    DISPLAY "Error: label " LBB-ID(WS-LBB-IDX)
                        " not found."
                NOT INVALID KEY
                    IF LBB-Bin(WS-LBB-IDX) = HIGH-VALUES
                        MOVE SPACES TO LBL-Bin
                    ELSE
                        MOVE LBB-Bin(WS-LBB-IDX) TO LBL-Bin
                    END-IF
                    MOVE LBL-New-Price TO WS-Lbl-Now-Fmt
                    MOVE LBL-Old-Price TO WS-Lbl-Was-Fmt
                    MOVE ALL "-" TO WS-Spool-Line
                    PERFORM Spool-Line
                    MOVE SPACES TO WS-Spool-Line
                    IF LBL-Bin = SPACES
                        STRING "BIN (none)  ITEM " LBL-Item-ID
                            "  " LBL-Barcode
                            DELIMITED BY SIZE INTO WS-Spool-Line
                    ELSE
                        STRING "BIN " LBL-Bin "  ITEM "
                            LBL-Item-ID "  " LBL-Barcode
                            DELIMITED BY SIZE INTO WS-Spool-Line
                    END-IF
                    PERFORM Spool-Line
                    MOVE SPACES TO WS-Spool-Line
                    STRING "  " LBL-Name
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                    MOVE SPACES TO WS-Spool-Line
                    STRING "  NOW " WS-Lbl-Now-Fmt " / "
                        LBL-Unit "     WAS " WS-Lbl-Was-Fmt
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                    MOVE "PRINTED" TO LBL-Status
                    MOVE WS-Lbl-Today TO LBL-Print-Date
                    REWRITE Label-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    ADD 1 TO WS-Lbl-Printed
                END-READ
            END-PERFORM
            CLOSE LabelFile
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool
            DISPLAY ESC Blue-On "Labels printed: " WS-Lbl-Printed
                ESC Reset-Color.
       View-Pending-Labels.
            DISPLAY H10 H10 H10 H10 H10 H10 H2
            DISPLAY "Outstanding Shelf Labels"
            DISPLAY S10 S10 S10 S10 S10 S10 S2
            DISPLAY "Branch" A2 "Bin" A7 "Item-ID" A2
                "Name" A5 A5 A7 "Was" A7 "Now"
            DISPLAY S10 S10 S10 S10 S10 S10 S2
            OPEN INPUT LabelFile
            IF File-Status = "35"
                DISPLAY "No shelf labels on file."
            ELSE
                MOVE "N" TO EOFLB
                PERFORM UNTIL EOFLB = "Y"
                   READ LabelFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFLB
                   NOT AT END
                       IF LBL-Status = "PENDING"
                           MOVE LBL-New-Price TO WS-Lbl-Now-Fmt
                           MOVE LBL-Old-Price TO WS-Lbl-Was-Fmt
                           DISPLAY LBL-Branch-ID A5 LBL-Bin A2
                               LBL-Item-ID A4 LBL-Name A1
                               WS-Lbl-Was-Fmt A1 WS-Lbl-Now-Fmt
                       END-IF
                END-PERFORM
                CLOSE LabelFile
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H10 H2.
       Next-Clear-Sequence.
            MOVE 38 TO Counter-RelKey
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
       Manage-Clearance.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Clearance Markdown Plans"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Create Plan for an Item"
               DISPLAY "2. Plan All Discontinued Stock"
               DISPLAY "3. View Plans"
               DISPLAY "4. Cancel a Plan"
               DISPLAY "5. Clearance Sell-Through Report"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Create-Clearance-Plan
                   WHEN "2"
                       PERFORM Plan-Discontinued-Clearance
                   WHEN "3"
                       PERFORM View-Clearance-Plans
                   WHEN "4"
                       PERFORM Cancel-Clearance-Plan
                   WHEN "5"
                       PERFORM Clearance-Sell-Through
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Accept-Clearance-Cadence.
      *>  Fills WS-CL-Plan-Pct(1..3) and WS-CL-Days-In; zero keeps
      *>  the house cadence of 25/50/75% a fortnight apart. A zero
      *>  third cut means the plan writes off after the second.
            DISPLAY "Enter Step 1 Markdown % (0 = 25): "
            ACCEPT WS-CL-Plan-Pct(1)
            IF WS-CL-Plan-Pct(1) = 0
                MOVE 25 TO WS-CL-Plan-Pct(1)
            END-IF
            DISPLAY "Enter Step 2 Markdown % (0 = 50): "
            ACCEPT WS-CL-Plan-Pct(2)
            IF WS-CL-Plan-Pct(2) = 0
                MOVE 50 TO WS-CL-Plan-Pct(2)
            END-IF
            DISPLAY "Enter Step 3 Markdown % (0 = 75, "
                "99 = none): "
            ACCEPT WS-CL-Plan-Pct(3)
            IF WS-CL-Plan-Pct(3) = 0
                MOVE 75 TO WS-CL-Plan-Pct(3)
            END-IF
            IF WS-CL-Plan-Pct(3) = 99
                MOVE 0 TO WS-CL-Plan-Pct(3)
            END-IF
            DISPLAY "Enter Days Between Steps (0 = 14): "
            ACCEPT WS-CL-Days-In
            IF WS-CL-Days-In = 0
                MOVE 14 TO WS-CL-Days-In
            END-IF.
       Find-Active-Clearance.
      *>  Expects WS-CL-Item. Returns WS-CL-Found/WS-CL-Key.
            MOVE "N" TO WS-CL-Found
            MOVE 0 TO WS-CL-Key
            OPEN INPUT ClearFile
            IF File-Status = "00"
                MOVE "N" TO EOFCL
                PERFORM UNTIL EOFCL = "Y"
                   READ ClearFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCL
                   NOT AT END
                       IF CL-Item-ID = WS-CL-Item AND
                          CL-Status = "ACTIVE"
                           MOVE "Y" TO WS-CL-Found
                           MOVE CL-ID TO WS-CL-Key
                           MOVE "Y" TO EOFCL
                       END-IF
                END-PERFORM
                CLOSE ClearFile
            END-IF.
       Write-Clearance-Plan.
      *>  Expects the Item-Record and the cadence in hand. The
      *>  first cut is due straight away; the nightly batch takes
      *>  it on its next run.
            ACCEPT WS-CL-Today FROM DATE YYYYMMDD
            PERFORM Next-Clear-Sequence
            OPEN I-O ClearFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT ClearFile
                CLOSE ClearFile
                OPEN I-O ClearFile
            END-IF
            MOVE WS-Next-ID TO CL-ID
            MOVE WS-Next-ID TO Clear-RelKey
            MOVE Item-ID TO CL-Item-ID
            MOVE Item-Price TO CL-Orig-Price
            MOVE WS-CL-Days-In TO CL-Step-Days
            MOVE WS-CL-Plan-Pct(1) TO CL-Step-Pct(1)
            MOVE WS-CL-Plan-Pct(2) TO CL-Step-Pct(2)
            MOVE WS-CL-Plan-Pct(3) TO CL-Step-Pct(3)
            MOVE 0 TO CL-Cur-Step
            MOVE 0 TO CL-Step-Date(1)
            MOVE 0 TO CL-Step-Date(2)
            MOVE 0 TO CL-Step-Date(3)
            MOVE 0 TO CL-Step-Date(4)
            MOVE WS-CL-Today TO CL-Next-Date
            MOVE Item-Qty TO CL-Start-Qty
            MOVE 0 TO CL-WO-Qty
            MOVE "ACTIVE" TO CL-Status
            WRITE Clear-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE ClearFile
            ADD 1 TO WS-CL-Created
            MOVE "CLEARANCE-PLAN" TO Audit-Action
            STRING "ITEM=" Item-ID " PRICE=" Item-Price
                DELIMITED BY SIZE INTO Audit-Before
            STRING "CUTS=" WS-CL-Plan-Pct(1) "/"
                WS-CL-Plan-Pct(2) "/" WS-CL-Plan-Pct(3)
                " EVERY " WS-CL-Days-In
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit.
       Create-Clearance-Plan.
            MOVE 0 TO WS-CL-Created
            DISPLAY "Enter Item-ID: "
            ACCEPT WS-CL-Item
            MOVE WS-CL-Item TO RelativeKey
            OPEN INPUT ItemFile
            READ ItemFile INVALID KEY
                DISPLAY "Error: Record not found."
                CLOSE ItemFile
            NOT INVALID KEY
                CLOSE ItemFile
                PERFORM Find-Active-Clearance
                IF WS-CL-Found = "Y"
                    DISPLAY "Error: item already has active "
                        "clearance plan " WS-CL-Key "."
                ELSE
                    IF Item-Qty = 0
                        DISPLAY "Error: no stock left to clear."
                    ELSE
                        DISPLAY "Item: " Item-Name " price "
                            Item-Price " qty " Item-Qty
                        PERFORM Accept-Clearance-Cadence
                        PERFORM Write-Clearance-Plan
                        DISPLAY ESC Blue-On
                            "Clearance plan created - first cut "
                            "goes in on tonight's batch."
                            ESC Reset-Color
                    END-IF
                END-IF
            END-READ.
       Plan-Discontinued-Clearance.
      *>  One cadence for every discontinued item still holding
      *>  stock that is not already on a plan.
            MOVE 0 TO WS-CL-Created
            PERFORM Accept-Clearance-Cadence
            OPEN INPUT ItemFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT ItemFile
                CLOSE ItemFile
                OPEN INPUT ItemFile
            END-IF
            MOVE "N" TO EOF
            PERFORM UNTIL EOF = "Y"
               READ ItemFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF Item-Discontinued AND Item-Qty > 0
                       MOVE Item-ID TO WS-CL-Item
                       PERFORM Find-Active-Clearance
                       IF WS-CL-Found = "N"
                           PERFORM Write-Clearance-Plan
                           DISPLAY "  Planned " Item-ID A1
                               Item-Name A1 "qty " Item-Qty
                       END-IF
                   END-IF
            END-PERFORM
            CLOSE ItemFile
            DISPLAY ESC Blue-On "Clearance plans created: "
                WS-CL-Created ESC Reset-Color.
       View-Clearance-Plans.
            DISPLAY H10 H10 H10 H10 H10 H10 H10 H2
            DISPLAY "Clearance Plans"
            DISPLAY S10 S10 S10 S10 S10 S10 S10 S2
            DISPLAY "Plan" A3 "Item-ID" A2 "Orig-Price" A2
                "Cuts %" A5 "Days" A2 "Step" A2 "Next-Due" A2
                "Status"
            DISPLAY S10 S10 S10 S10 S10 S10 S10 S2
            OPEN INPUT ClearFile
            IF File-Status = "35"
                DISPLAY "No clearance plans on file."
            ELSE
                MOVE "N" TO EOFCL
                PERFORM UNTIL EOFCL = "Y"
                   READ ClearFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCL
                   NOT AT END
                       DISPLAY CL-ID A2 CL-Item-ID A4
                           CL-Orig-Price A3 CL-Step-Pct(1) "/"
                           CL-Step-Pct(2) "/" CL-Step-Pct(3) A3
                           CL-Step-Days A3 CL-Cur-Step A5
                           CL-Next-Date A2 CL-Status
                END-PERFORM
                CLOSE ClearFile
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H10 H10 H2.
       Cancel-Clearance-Plan.
      *>  Stops the cadence. The price can go back to where it was
      *>  before clearance (logged in price history like any other
      *>  change) or stay at the current cut.
            DISPLAY "Enter Plan-ID to cancel: "
            ACCEPT Clear-RelKey
            OPEN I-O ClearFile
            IF File-Status = "35"
                DISPLAY "No clearance plans on file."
            ELSE
                READ ClearFile INVALID KEY
                    DISPLAY "Error: Record not found."
                NOT INVALID KEY
                    IF CL-Status NOT = "ACTIVE"
                        DISPLAY "Error: plan is " CL-Status
                            " - nothing to cancel."
                    ELSE
                        MOVE "CANCELLED" TO CL-Status
                        REWRITE Clear-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                        END-REWRITE
                        DISPLAY "Restore pre-clearance price "
                            CL-Orig-Price " (Y/N)? "
                        ACCEPT WS-Confirm
                        IF WS-Confirm = "Y" OR WS-Confirm = "y"
                            PERFORM Restore-Clearance-Price
                        END-IF
                        MOVE "CLEARANCE-STOP" TO Audit-Action
                        STRING "PLAN=" CL-ID " ITEM=" CL-Item-ID
                            DELIMITED BY SIZE INTO Audit-Before
                        STRING "STEP=" CL-Cur-Step
                            DELIMITED BY SIZE INTO Audit-After
                        PERFORM Write-Audit
                        DISPLAY ESC Blue-On "Clearance plan "
                            "cancelled." ESC Reset-Color
                    END-IF
                END-READ
                CLOSE ClearFile
            END-IF.
       Restore-Clearance-Price.
            OPEN I-O ItemFile
            MOVE CL-Item-ID TO RelativeKey
            READ ItemFile INVALID KEY
                DISPLAY "Error: Item not found."
            NOT INVALID KEY
                IF Item-Price NOT = CL-Orig-Price
                    MOVE Item-Price TO PH-Old-Price
                    MOVE CL-Orig-Price TO Item-Price
                    REWRITE Item-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    MOVE CL-Orig-Price TO PH-New-Price
                    MOVE CL-Item-ID TO PH-Item-ID
                    PERFORM Write-Price-History
                END-IF
            END-READ
            CLOSE ItemFile.
       Clearance-Step-Run.
      *>  Nightly batch step: every active plan that has come due
      *>  takes its next cut (logged in price history, so the
      *>  shelf labels follow) or, past the last cut, has its
      *>  remaining stock written off. Plans whose item sold out
      *>  close themselves.
            ACCEPT WS-CL-Today FROM DATE YYYYMMDD
            MOVE 0 TO WS-CL-Stepped
            MOVE 0 TO WS-CL-Written
            MOVE 0 TO WS-CL-WO-Value
            OPEN I-O ClearFile
            IF File-Status = "35"
                OPEN OUTPUT ClearFile
                CLOSE ClearFile
                OPEN I-O ClearFile
            END-IF
            MOVE "N" TO EOFCL
            PERFORM UNTIL EOFCL = "Y"
               READ ClearFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFCL
               NOT AT END
                   IF CL-Status = "ACTIVE" AND
                      CL-Next-Date <= WS-CL-Today
                       PERFORM Clearance-Step-One
                   END-IF
            END-PERFORM
            CLOSE ClearFile
            IF WS-CL-Stepped > 0
                PERFORM Build-Label-Batch
            END-IF
            DISPLAY "Clearance cuts taken: " WS-CL-Stepped
                ", plans written off: " WS-CL-Written
                ", value written off " WS-CL-WO-Value.
       Clearance-Step-One.
      *>  One due plan inside Clearance-Step-Run's loop: ClearFile
      *>  open I-O with the plan in the buffer.
            OPEN I-O ItemFile
            MOVE CL-Item-ID TO RelativeKey
            READ ItemFile INVALID KEY
                DISPLAY "Error: Item " CL-Item-ID
                    " not found, plan " CL-ID " cancelled."
                MOVE "CANCELLED" TO CL-Status
            NOT INVALID KEY
                COMPUTE WS-CL-IDX = CL-Cur-Step + 1
                EVALUATE TRUE
                    WHEN Item-Qty = 0
                        MOVE "SOLDOUT" TO CL-Status
                        DISPLAY "  Plan " CL-ID " item "
                            CL-Item-ID " sold out - closed."
                    WHEN WS-CL-IDX <= 3 AND
                         CL-Step-Pct(WS-CL-IDX) > 0
                        PERFORM Clearance-Take-Cut
                    WHEN OTHER
                        PERFORM Clearance-Writeoff
                END-EVALUATE
            END-READ
            CLOSE ItemFile
            REWRITE Clear-Record INVALID KEY
            DISPLAY "Error: Unable to rewrite record."
            END-REWRITE.
       Clearance-Take-Cut.
      *>  ItemFile open I-O with the item in the buffer; WS-CL-IDX
      *>  is the step being taken. A branch with its own price row
      *>  would never see the company markdown, so every row for
      *>  the item above the step price is brought down to it (and
      *>  the branch gets its label); a row already at or below it
      *>  is left alone.
            COMPUTE WS-CL-Step-Price ROUNDED =
                CL-Orig-Price * (100 - CL-Step-Pct(WS-CL-IDX))
                / 100
            MOVE Item-Price TO PH-Old-Price
            MOVE WS-CL-Step-Price TO Item-Price
            REWRITE Item-Record INVALID KEY
            DISPLAY "Error: Unable to rewrite record."
            END-REWRITE
            MOVE WS-CL-Step-Price TO PH-New-Price
            MOVE CL-Item-ID TO PH-Item-ID
            PERFORM Write-Price-History
            PERFORM Clearance-Branch-Prices
            MOVE WS-CL-IDX TO CL-Cur-Step
            MOVE WS-CL-Today TO CL-Step-Date(WS-CL-IDX)
            COMPUTE WS-CL-Int =
                FUNCTION INTEGER-OF-DATE(WS-CL-Today) + CL-Step-Days
            COMPUTE CL-Next-Date = FUNCTION DATE-OF-INTEGER(WS-CL-Int)
            ADD 1 TO WS-CL-Stepped
            DISPLAY "  Plan " CL-ID " item " CL-Item-ID " step "
                WS-CL-IDX " (" CL-Step-Pct(WS-CL-IDX) "% off) now "
                WS-CL-Step-Price.
       Clearance-Branch-Prices.
      *>  The branches pricing the item above the step are listed
      *>  first, then saved one by one - saving reads brprice.dat
      *>  itself.
            MOVE 0 TO WS-CL-Br-Count
            OPEN INPUT BrPriceFile
            IF File-Status = "35"
                CLOSE BrPriceFile
            ELSE
                MOVE "N" TO EOFBPR
                PERFORM UNTIL EOFBPR = "Y"
                   READ BrPriceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFBPR
                   NOT AT END
                       IF BP-Item-ID = CL-Item-ID AND
                          BP-Price > WS-CL-Step-Price AND
                          WS-CL-Br-Count < 100
                           ADD 1 TO WS-CL-Br-Count
                           MOVE BP-Branch-ID TO
                               WS-CL-Br-ID(WS-CL-Br-Count)
                       END-IF
                END-PERFORM
                CLOSE BrPriceFile
            END-IF
            PERFORM VARYING WS-CL-Br-IDX FROM 1 BY 1
                UNTIL WS-CL-Br-IDX > WS-CL-Br-Count
                MOVE CL-Item-ID TO WS-BP-Item
                MOVE WS-CL-Br-ID(WS-CL-Br-IDX) TO WS-BP-Branch
                MOVE WS-CL-Step-Price TO WS-BP-New-Price
                PERFORM Save-Branch-Price
            END-PERFORM.
       Clearance-Writeoff.
      *>  Past the last cut: what is left goes out through the
      *>  adjustment book under its own reason code.
            MOVE Item-Qty TO CL-WO-Qty
            MOVE 0 TO Item-Qty
            REWRITE Item-Record INVALID KEY
            DISPLAY "Error: Unable to rewrite record."
            END-REWRITE
            COMPUTE WS-CL-WO-Value =
                WS-CL-WO-Value + (CL-WO-Qty * Item-Cost)

            PERFORM Next-Adjust-Sequence
            OPEN I-O AdjustFile
            IF File-Status = "35"
                OPEN OUTPUT AdjustFile
                CLOSE AdjustFile
                OPEN I-O AdjustFile
            END-IF
            MOVE WS-Next-ID TO Adj-ID
            MOVE WS-Next-ID TO Adjust-RelKey
            MOVE CL-Item-ID TO Adj-Item-ID
            MOVE "CLR" TO Adj-Reason
            MOVE "-" TO Adj-Dir
            MOVE CL-WO-Qty TO Adj-Qty
            MOVE WS-CL-Today TO Adj-Date
            MOVE Input-ID TO Adj-User-ID
            WRITE Adjust-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE AdjustFile

            MOVE "ADJ " TO Mv-Type
            MOVE CL-Item-ID TO Mv-Item-ID
            COMPUTE Mv-Qty = 0 - CL-WO-Qty
            MOVE CL-ID TO Mv-Ref-ID
            PERFORM Write-Movement

            MOVE 4 TO CL-Cur-Step
            MOVE WS-CL-Today TO CL-Step-Date(4)
            MOVE "WRITTENOFF" TO CL-Status
            ADD 1 TO WS-CL-Written
            DISPLAY "  Plan " CL-ID " item " CL-Item-ID " x "
                CL-WO-Qty " written off at end of clearance".
       Clearance-Sell-Through.
      *>  Per plan and per step: units sold while that cut was on
      *>  the shelf, what they brought in, recovery against cost
      *>  and the markdown given away against the pre-clearance
      *>  price - plus the write-off at the end. Slow cadences show
      *>  up as little cleared per step and a big write-off.
            DISPLAY "Enter Item-ID (0 for all plans): "
            ACCEPT WS-CL-Item
            MOVE 0 TO WS-CL-Tot-Units
            MOVE 0 TO WS-CL-Tot-Revenue
            MOVE 0 TO WS-CL-Tot-Markdown
            MOVE 0 TO WS-CL-Tot-WO
            MOVE "CLEAR-SELLTHRU" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "CLEARANCE SELL-THROUGH" TO WS-Spool-Line
            PERFORM Spool-Line
            OPEN INPUT ClearFile
            IF File-Status = "35"
                MOVE "No clearance plans on file." TO WS-Spool-Line
                PERFORM Spool-Line
            ELSE
                MOVE "N" TO EOFCL
                PERFORM UNTIL EOFCL = "Y"
                   READ ClearFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCL
                   NOT AT END
                       IF (WS-CL-Item = 0 OR
                           CL-Item-ID = WS-CL-Item) AND
                          CL-Cur-Step > 0
                           PERFORM Sell-Through-One-Plan
                       END-IF
                END-PERFORM
                CLOSE ClearFile
            END-IF
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "TOTAL cleared " WS-CL-Tot-Units
                " units, revenue " WS-CL-Tot-Revenue
                ", markdown " WS-CL-Tot-Markdown
                ", written off at cost " WS-CL-Tot-WO
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Sell-Through-One-Plan.
            MOVE CL-Item-ID TO RelativeKey
            OPEN INPUT ItemFile
            READ ItemFile INVALID KEY
                MOVE SPACES TO Item-Name
                MOVE 0 TO Item-Cost
            END-READ
            CLOSE ItemFile
            MOVE Item-Cost TO WS-CL-Cost
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Plan " CL-ID "  Item " CL-Item-ID " "
                Item-Name "  Was " CL-Orig-Price
                "  Cost " WS-CL-Cost "  Start qty " CL-Start-Qty
                "  " CL-Status
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                UNTIL WS-CL-IDX > 3
                IF CL-Step-Date(WS-CL-IDX) > 0
                    PERFORM Sell-Through-One-Step
                END-IF
            END-PERFORM
            IF CL-WO-Qty > 0
                COMPUTE WS-CL-Cost-Value = CL-WO-Qty * WS-CL-Cost
                ADD WS-CL-Cost-Value TO WS-CL-Tot-WO
                MOVE SPACES TO WS-Spool-Line
                STRING "  Write-off " CL-Step-Date(4) "  qty "
                    CL-WO-Qty "  cost lost " WS-CL-Cost-Value
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-IF.
       Sell-Through-One-Step.
      *>  A step runs from its own start date up to the day before
      *>  the next step (or write-off) started.
            MOVE 99999999 TO WS-CL-Step-End
            IF CL-Step-Date(WS-CL-IDX + 1) > 0
                MOVE CL-Step-Date(WS-CL-IDX + 1) TO WS-CL-Step-End
            END-IF
            COMPUTE WS-CL-Step-Price ROUNDED =
                CL-Orig-Price * (100 - CL-Step-Pct(WS-CL-IDX))
                / 100
            MOVE 0 TO WS-CL-Units
            MOVE 0 TO WS-CL-Revenue
            OPEN INPUT SaleCartFile
            IF File-Status = "00"
                MOVE "N" TO EOFB
                PERFORM UNTIL EOFB = "Y"
                   READ SaleCartFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFB
                   NOT AT END
                       IF Sale-Cart-Item-ID = CL-Item-ID AND
                          Sale-Cart-Date >=
                              CL-Step-Date(WS-CL-IDX) AND
                          Sale-Cart-Date < WS-CL-Step-End
                           ADD Sale-Cart-Quantity TO WS-CL-Units
                           COMPUTE WS-CL-Revenue =
                               WS-CL-Revenue +
                               (Sale-Cart-Quantity *
                                Sale-Cart-Unit-Of-Price)
                       END-IF
                END-PERFORM
                CLOSE SaleCartFile
            END-IF
            COMPUTE WS-CL-Cost-Value = WS-CL-Units * WS-CL-Cost
            IF WS-CL-Units * CL-Orig-Price > WS-CL-Revenue
                COMPUTE WS-CL-Markdown =
                    (WS-CL-Units * CL-Orig-Price) - WS-CL-Revenue
            ELSE
                MOVE 0 TO WS-CL-Markdown
            END-IF
            IF WS-CL-Cost-Value > 0
                COMPUTE WS-CL-Recovery ROUNDED =
                    (WS-CL-Revenue * 100) / WS-CL-Cost-Value
            ELSE
                MOVE 0 TO WS-CL-Recovery
            END-IF
            ADD WS-CL-Units TO WS-CL-Tot-Units
            ADD WS-CL-Revenue TO WS-CL-Tot-Revenue
            ADD WS-CL-Markdown TO WS-CL-Tot-Markdown
            MOVE SPACES TO WS-Spool-Line
            STRING "  Step " WS-CL-IDX " " CL-Step-Pct(WS-CL-IDX)
                "% from " CL-Step-Date(WS-CL-IDX)
                "  price " WS-CL-Step-Price
                "  units " WS-CL-Units
                "  revenue " WS-CL-Revenue
                "  recovery " WS-CL-Recovery "% of cost"
                "  markdown " WS-CL-Markdown
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line.
       Load-Replenishment-Config.
            MOVE 0 TO WS-RP-Stockroom
            MOVE 28 TO WS-RP-Lookback
            MOVE 14 TO WS-RP-Cover
            OPEN INPUT ReplCfgFile
            IF File-Status = "00"
                READ ReplCfgFile
                AT END
                    CONTINUE
                NOT AT END
                    MOVE RC-Stockroom TO WS-RP-Stockroom
                    IF RC-Lookback-Days > 0
                        MOVE RC-Lookback-Days TO WS-RP-Lookback
                    END-IF
                    IF RC-Cover-Days > 0
                        MOVE RC-Cover-Days TO WS-RP-Cover
                    END-IF
                END-READ
                CLOSE ReplCfgFile
            END-IF.
       Set-Replenishment-Config.
            PERFORM Load-Replenishment-Config
            PERFORM View-Branch
            DISPLAY "Current stockroom branch: " WS-RP-Stockroom
                " (0 = none, replenishment off)"
            DISPLAY "Enter Stockroom Branch-ID: "
            ACCEPT WS-RP-Stockroom
            IF WS-RP-Stockroom NOT = 0
                MOVE WS-RP-Stockroom TO Branch-RelKey
                OPEN INPUT BranchFile
                IF File-Status NOT = "00"
                    DISPLAY "Error: no branches on file."
                    MOVE 0 TO WS-RP-Stockroom
                ELSE
                    READ BranchFile INVALID KEY
                        DISPLAY "Error: branch not on file."
                        MOVE 0 TO WS-RP-Stockroom
                    END-READ
                    CLOSE BranchFile
                END-IF
            END-IF
            DISPLAY "Sales lookback in days (0 = 28): "
            ACCEPT WS-RP-Lookback
            IF WS-RP-Lookback = 0
                MOVE 28 TO WS-RP-Lookback
            END-IF
            DISPLAY "Days of cover a store should hold (0 = 14): "
            ACCEPT WS-RP-Cover
            IF WS-RP-Cover = 0
                MOVE 14 TO WS-RP-Cover
            END-IF
            OPEN OUTPUT ReplCfgFile
            MOVE WS-RP-Stockroom TO RC-Stockroom
            MOVE WS-RP-Lookback TO RC-Lookback-Days
            MOVE WS-RP-Cover TO RC-Cover-Days
            WRITE ReplCfg-Record
            CLOSE ReplCfgFile
            MOVE "REPL-CONFIG" TO Audit-Action
            MOVE SPACES TO Audit-Before
            STRING "ROOM=" WS-RP-Stockroom " LB=" WS-RP-Lookback
                " CV=" WS-RP-Cover
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit
            DISPLAY ESC Blue-On "Replenishment settings saved."
                ESC Reset-Color.
       Replenishment-Proposal-Run.
      *>  Nightly batch step: reads the lookback window's SALE
      *>  movements, charges each to the selling casher's branch,
      *>  and where a store holds less than its days of cover
      *>  proposes a PROPOSED transfer from the stockroom for an
      *>  admin to approve or trim. Nothing moves until approved.
            MOVE 0 TO WS-RP-Proposed
            PERFORM Load-Replenishment-Config
            IF WS-RP-Stockroom = 0
                DISPLAY "No stockroom branch set - replenishment "
                    "skipped."
            ELSE
                ACCEPT WS-RP-Today FROM DATE YYYYMMDD
                COMPUTE WS-RP-Int =
                    FUNCTION INTEGER-OF-DATE(WS-RP-Today)
                    - WS-RP-Lookback
                COMPUTE WS-RP-Cutoff =
                    FUNCTION DATE-OF-INTEGER(WS-RP-Int)
                PERFORM Load-Replenishment-Cashers
                PERFORM Tally-Branch-Demand
                OPEN INPUT ItemFile
                PERFORM VARYING WS-RPD-IDX FROM 1 BY 1
                    UNTIL WS-RPD-IDX > RP-Demand-Count
                    MOVE RPD-Item(WS-RPD-IDX) TO RelativeKey
                    READ ItemFile INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF NOT Item-Discontinued AND
                           NOT Item-Blocked
                            PERFORM Propose-One-Replenishment
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE ItemFile
                DISPLAY "Replenishment transfers proposed: "
                    WS-RP-Proposed
            END-IF.
       Load-Replenishment-Cashers.
            MOVE 0 TO RP-Casher-Count
            OPEN INPUT CasherFile
            MOVE "N" TO EOFRL
            PERFORM UNTIL EOFRL = "Y"
               READ CasherFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFRL
               NOT AT END
                   IF RP-Casher-Count < 200
                       ADD 1 TO RP-Casher-Count
                       MOVE Casher-ID TO RPC-ID(RP-Casher-Count)
                       MOVE Casher-Branch-ID TO
                           RPC-Branch(RP-Casher-Count)
                   END-IF
            END-PERFORM
            CLOSE CasherFile.
       Tally-Branch-Demand.
      *>  Units sold per store branch and item inside the window.
      *>  Sales by cashers with no branch, and the stockroom's own
      *>  sales, are left out.
            MOVE 0 TO RP-Demand-Count
            OPEN INPUT MovementFile
            IF File-Status = "00"
                MOVE "N" TO EOFRM
                PERFORM UNTIL EOFRM = "Y"
                   READ MovementFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRM
                   NOT AT END
                       IF Mv-Type = "SALE" AND
                          Mv-Date >= WS-RP-Cutoff
                           PERFORM Tally-One-Sale-Movement
                       END-IF
                END-PERFORM
                CLOSE MovementFile
            END-IF.
       Tally-One-Sale-Movement.
            MOVE 0 TO WS-RP-Branch
            PERFORM VARYING WS-RPC-IDX FROM 1 BY 1
                UNTIL WS-RPC-IDX > RP-Casher-Count
                IF RPC-ID(WS-RPC-IDX) = Mv-User-ID
                    MOVE RPC-Branch(WS-RPC-IDX) TO WS-RP-Branch
                END-IF
            END-PERFORM
            IF WS-RP-Branch NOT = 0 AND
               WS-RP-Branch NOT = WS-RP-Stockroom
                MOVE "N" TO WS-RP-Found
                PERFORM VARYING WS-RPD-IDX FROM 1 BY 1
                    UNTIL WS-RPD-IDX > RP-Demand-Count
                    OR WS-RP-Found = "Y"
                    IF RPD-Branch(WS-RPD-IDX) = WS-RP-Branch AND
                       RPD-Item(WS-RPD-IDX) = Mv-Item-ID
                        COMPUTE RPD-Sold(WS-RPD-IDX) =
                            RPD-Sold(WS-RPD-IDX) - Mv-Qty
                        MOVE "Y" TO WS-RP-Found
                    END-IF
                END-PERFORM
                IF WS-RP-Found = "N"
                    IF RP-Demand-Count < 1000
                        ADD 1 TO RP-Demand-Count
                        MOVE WS-RP-Branch TO
                            RPD-Branch(RP-Demand-Count)
                        MOVE Mv-Item-ID TO RPD-Item(RP-Demand-Count)
                        COMPUTE RPD-Sold(RP-Demand-Count) =
                            0 - Mv-Qty
                    ELSE
                        DISPLAY "Warning: demand table full, "
                            "some store lines not proposed."
                    END-IF
                END-IF
            END-IF.
       Propose-One-Replenishment.
      *>  One store/item line with the Item-Record in hand. The
      *>  target is the window's daily rate times the days of
      *>  cover; the stockroom can only give what it holds less
      *>  what is already proposed out of it.
            COMPUTE WS-RP-Target ROUNDED =
                (RPD-Sold(WS-RPD-IDX) * WS-RP-Cover)
                / WS-RP-Lookback
            MOVE RPD-Branch(WS-RPD-IDX) TO WS-Branch-ID-Lookup
            PERFORM Find-Item-Branch-Stock
            MOVE WS-IB-Qty TO WS-RP-Store-Qty
            IF WS-RP-Store-Qty < WS-RP-Target
                COMPUTE WS-RP-Need = WS-RP-Target - WS-RP-Store-Qty
                MOVE WS-RP-Stockroom TO WS-Branch-ID-Lookup
                PERFORM Find-Item-Branch-Stock
                MOVE WS-IB-Qty TO WS-RP-Room-Qty
                PERFORM Scan-Open-Replenishment
                IF WS-RP-Open = "N"
                    IF WS-RP-Pending >= WS-RP-Room-Qty
                        MOVE 0 TO WS-RP-Room-Qty
                    ELSE
                        SUBTRACT WS-RP-Pending FROM WS-RP-Room-Qty
                    END-IF
                    IF WS-RP-Need > WS-RP-Room-Qty
                        MOVE WS-RP-Room-Qty TO WS-RP-Need
                    END-IF
                    IF WS-RP-Need > 999
                        MOVE 999 TO WS-RP-Need
                    END-IF
                    IF WS-RP-Need > 0
                        MOVE WS-RP-Need TO WS-RP-Qty
                        PERFORM Write-Replenishment-Proposal
                    END-IF
                END-IF
            END-IF.
       Scan-Open-Replenishment.
      *>  WS-RP-Open = "Y" when the store already has this item
      *>  proposed or in transit to it; WS-RP-Pending is what is
      *>  proposed out of the stockroom for the item but not yet
      *>  dispatched.
            MOVE "N" TO WS-RP-Open
            MOVE 0 TO WS-RP-Pending
            OPEN INPUT TransferFile
            IF File-Status = "00"
                MOVE "N" TO EOFRL
                PERFORM UNTIL EOFRL = "Y"
                   READ TransferFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRL
                   NOT AT END
                       IF TR-Item-ID = Item-ID
                           IF TR-To-Branch = RPD-Branch(WS-RPD-IDX)
                              AND (TR-Status = "PROPOSED" OR
                                   TR-Status = "IN-TRANSIT")
                               MOVE "Y" TO WS-RP-Open
                           END-IF
                           IF TR-From-Branch = WS-RP-Stockroom AND
                              TR-Status = "PROPOSED"
                               ADD TR-Qty TO WS-RP-Pending
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE TransferFile
            END-IF.
       Write-Replenishment-Proposal.
            PERFORM Next-Transfer-Sequence
            OPEN I-O TransferFile
            IF File-Status = "35"
                OPEN OUTPUT TransferFile
                CLOSE TransferFile
                OPEN I-O TransferFile
            END-IF
            MOVE WS-Next-ID TO TR-ID
            MOVE WS-Next-ID TO Transfer-RelKey
            MOVE WS-RP-Stockroom TO TR-From-Branch
            MOVE RPD-Branch(WS-RPD-IDX) TO TR-To-Branch
            MOVE Item-ID TO TR-Item-ID
            MOVE WS-RP-Qty TO TR-Qty
            MOVE "PROPOSED" TO TR-Status
            MOVE 0 TO TR-Dispatch-Date
            MOVE 0 TO TR-Receive-Date
            WRITE Transfer-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE TransferFile
            ADD 1 TO WS-RP-Proposed
            DISPLAY "  Proposed " TR-ID ": item " TR-Item-ID
                " x " TR-Qty " to branch " TR-To-Branch
                " (holds " WS-RP-Store-Qty ", target "
                WS-RP-Target ")".
       Review-Replenishment.
      *>  Walks the PROPOSED transfers: approve dispatches as
      *>  proposed, trim dispatches a smaller quantity, reject
      *>  drops the line. Dispatch works exactly as a hand-typed
      *>  transfer - stockroom stock off, IN-TRANSIT until the
      *>  store receives it.
            OPEN I-O TransferFile
            IF File-Status = "35"
                DISPLAY "No transfers on file."
            ELSE
                MOVE "N" TO EOFRL
                PERFORM UNTIL EOFRL = "Y"
                   READ TransferFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRL
                   NOT AT END
                       IF TR-Status = "PROPOSED"
                           PERFORM Review-One-Proposal
                       END-IF
                END-PERFORM
                CLOSE TransferFile
            END-IF.
       Review-One-Proposal.
            OPEN INPUT ItemFile
            MOVE TR-Item-ID TO RelativeKey
            READ ItemFile INVALID KEY
                MOVE SPACES TO Item-Name
            END-READ
            CLOSE ItemFile
            DISPLAY S10 S10 S10 S5
            DISPLAY "Proposal " TR-ID ": " TR-Item-ID A1 Item-Name
            DISPLAY "  From stockroom " TR-From-Branch
                " to branch " TR-To-Branch " qty " TR-Qty
            DISPLAY "A=Approve  T=Trim  R=Reject  S=Skip  "
                "X=Stop reviewing: "
            ACCEPT WS-RP-Action
            MOVE FUNCTION UPPER-CASE(WS-RP-Action) TO WS-RP-Action
            EVALUATE WS-RP-Action
                WHEN "A"
                    PERFORM Dispatch-Proposal
                WHEN "T"
                    DISPLAY "Enter Quantity to Send: "
                    ACCEPT WS-RP-Qty
                    IF WS-RP-Qty = 0
                        DISPLAY "Zero quantity - proposal left "
                            "as is."
                    ELSE
                        MOVE WS-RP-Qty TO TR-Qty
                        PERFORM Dispatch-Proposal
                    END-IF
                WHEN "R"
                    MOVE "REJECTED" TO TR-Status
                    REWRITE Transfer-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    DISPLAY "Proposal " TR-ID " rejected."
                WHEN "X"
                    MOVE "Y" TO EOFRL
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       Dispatch-Proposal.
      *>  TransferFile open I-O with the proposal in the buffer
      *>  and Item-Record loaded.
            MOVE TR-From-Branch TO WS-Branch-ID-Lookup
            PERFORM Find-Item-Branch-Stock
            IF WS-IB-Qty < TR-Qty
                DISPLAY "Error: stockroom holds only " WS-IB-Qty
                    " - trim the proposal or reject it."
            ELSE
                COMPUTE WS-IB-Delta = 0 - TR-Qty
                PERFORM Adjust-Branch-Stock
                MOVE "IN-TRANSIT" TO TR-Status
                ACCEPT TR-Dispatch-Date FROM DATE YYYYMMDD
                REWRITE Transfer-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
                MOVE "TRNF" TO Mv-Type
                MOVE TR-Item-ID TO Mv-Item-ID
                COMPUTE Mv-Qty = 0 - TR-Qty
                MOVE TR-ID TO Mv-Ref-ID
                PERFORM Write-Movement
                PERFORM Trace-Transfer-Lots
                DISPLAY ESC Blue-On
                    "Transfer " TR-ID " dispatched IN-TRANSIT."
                    ESC Reset-Color
            END-IF.
       Next-Rebate-Sequence.
            MOVE 39 TO Counter-RelKey
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
       Manage-Rebates.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Supplier Rebate Agreements"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Add Rebate Agreement"
               DISPLAY "2. View Rebate Agreements"
               DISPLAY "3. Quarterly Rebate Claim Report"
               DISPLAY "4. Book Supplier-Confirmed Rebate (AP credit)"
               DISPLAY "5. Close an Agreement"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Add-Rebate-Agreement
                   WHEN "2"
                       PERFORM View-Rebate-Agreements
                   WHEN "3"
                       PERFORM Rebate-Claim-Report
                   WHEN "4"
                       PERFORM Book-Rebate-Credit
                   WHEN "5"
                       PERFORM Close-Rebate-Agreement
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Add-Rebate-Agreement.
            DISPLAY "Enter Supplier-ID: "
            ACCEPT Supplier-RelKey
            PERFORM Find-Supplier
            IF WS-Supplier-Found = "N"
                DISPLAY "Error: supplier not on file."
            ELSE
                DISPLAY "Supplier: " Sup-Name
                MOVE Sup-ID TO RB-Supplier-ID
                DISPLAY "Enter Agreement Start Date (YYYYMMDD): "
                ACCEPT RB-Start-Date
                DISPLAY "Enter Agreement End Date (YYYYMMDD): "
                ACCEPT RB-End-Date
                MOVE RB-Start-Date TO WS-Date-Check-Str
                PERFORM Validate-Date-YYYYMMDD
                IF WS-Date-Valid = "Y"
                    MOVE RB-End-Date TO WS-Date-Check-Str
                    PERFORM Validate-Date-YYYYMMDD
                END-IF
                IF WS-Date-Valid NOT = "Y" OR
                   RB-End-Date < RB-Start-Date
                    DISPLAY "Error: agreement not saved."
                ELSE
                    DISPLAY "Enter up to three tiers, lowest "
                        "first (threshold 0 ends the list)."
                    MOVE 0 TO RB-Tier-Min(2)
                    MOVE 0 TO RB-Tier-Pct(2)
                    MOVE 0 TO RB-Tier-Min(3)
                    MOVE 0 TO RB-Tier-Pct(3)
                    PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                        UNTIL WS-RB-IDX > 3
                        DISPLAY "Tier " WS-RB-IDX
                            " purchase threshold: "
                        ACCEPT RB-Tier-Min(WS-RB-IDX)
                        IF RB-Tier-Min(WS-RB-IDX) = 0
                            MOVE 0 TO RB-Tier-Pct(WS-RB-IDX)
                            MOVE 4 TO WS-RB-IDX
                        ELSE
                            DISPLAY "Tier " WS-RB-IDX
                                " rebate %: "
                            ACCEPT RB-Tier-Pct(WS-RB-IDX)
                        END-IF
                    END-PERFORM
                    PERFORM Next-Rebate-Sequence
                    OPEN I-O RebateFile
                    IF File-Status = "35"
                        DISPLAY "File does not exist. "
                            "Creating file..."
                        OPEN OUTPUT RebateFile
                        CLOSE RebateFile
                        OPEN I-O RebateFile
                    END-IF
                    MOVE WS-Next-ID TO RB-ID
                    MOVE WS-Next-ID TO Rebate-RelKey
                    MOVE 0 TO RB-Claimed
                    MOVE "ACTIVE" TO RB-Status
                    WRITE Rebate-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                    CLOSE RebateFile
                    MOVE "REBATE-ADD" TO Audit-Action
                    STRING "SUP=" RB-Supplier-ID
                        DELIMITED BY SIZE INTO Audit-Before
                    STRING "RB=" RB-ID " " RB-Start-Date "-"
                        RB-End-Date
                        DELIMITED BY SIZE INTO Audit-After
                    PERFORM Write-Audit
                    DISPLAY ESC Blue-On "Rebate agreement " RB-ID
                        " saved." ESC Reset-Color
                END-IF
            END-IF.
       View-Rebate-Agreements.
            DISPLAY H10 H10 H10 H10 H10 H10 H10 H2
            DISPLAY "Supplier Rebate Agreements"
            DISPLAY S10 S10 S10 S10 S10 S10 S10 S2
            OPEN INPUT RebateFile
            IF File-Status = "35"
                DISPLAY "No rebate agreements on file."
            ELSE
                MOVE "N" TO EOFRB
                PERFORM UNTIL EOFRB = "Y"
                   READ RebateFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRB
                   NOT AT END
                       DISPLAY "Agreement " RB-ID " supplier "
                           RB-Supplier-ID " " RB-Start-Date
                           " to " RB-End-Date "  claimed "
                           RB-Claimed "  " RB-Status
                       PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                           UNTIL WS-RB-IDX > 3
                           IF RB-Tier-Min(WS-RB-IDX) > 0
                               DISPLAY "    tier " WS-RB-IDX
                                   ": " RB-Tier-Pct(WS-RB-IDX)
                                   "% over "
                                   RB-Tier-Min(WS-RB-IDX)
                           END-IF
                       END-PERFORM
                END-PERFORM
                CLOSE RebateFile
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H10 H10 H2.
       Rebate-Purchase-Value.
      *>  Expects the Rebate-Record and WS-RB-Upto. Purchases are
      *>  the supplier's INV rows on the AP ledger - every PO
      *>  receipt opens one, as does a supplier invoice matched
      *>  without one, but an expense bill is no purchase - less
      *>  RTV credits, dated inside the
      *>  agreement up to WS-RB-Upto. The quarter's own share and
      *>  the number of PO receipts behind it come back too.
            MOVE 0 TO WS-RB-Value
            MOVE 0 TO WS-RB-Qtr-Value
            MOVE 0 TO WS-RB-Receipts
            OPEN INPUT APLedgerFile
            IF File-Status = "00"
                MOVE "N" TO EOFRA
                PERFORM UNTIL EOFRA = "Y"
                   READ APLedgerFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRA
                   NOT AT END
                       IF APL-Supplier-ID = RB-Supplier-ID AND
                          APL-Date >= RB-Start-Date AND
                          APL-Date <= WS-RB-Upto
                           IF APL-Kind = "INV" AND
                              APL-Ref-Type NOT = "EXP"
                               ADD APL-Amount TO WS-RB-Value
                               IF APL-Date >= WS-RB-Qtr-Start
                                   ADD APL-Amount TO
                                       WS-RB-Qtr-Value
                               END-IF
                           END-IF
                           IF APL-Kind = "CRD" AND
                              APL-Ref-Type = "RTV"
                               SUBTRACT APL-Amount FROM WS-RB-Value
                               IF APL-Date >= WS-RB-Qtr-Start
                                   SUBTRACT APL-Amount FROM
                                       WS-RB-Qtr-Value
                               END-IF
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE APLedgerFile
            END-IF
            OPEN INPUT PurchaseOrderFile
            IF File-Status = "00"
                MOVE "N" TO EOFRA
                PERFORM UNTIL EOFRA = "Y"
                   READ PurchaseOrderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRA
                   NOT AT END
                       IF PO-Supplier-ID = RB-Supplier-ID AND
                          PO-Received-Date >= RB-Start-Date AND
                          PO-Received-Date <= WS-RB-Upto AND
                          PO-Received-Qty > 0
                           ADD 1 TO WS-RB-Receipts
                       END-IF
                END-PERFORM
                CLOSE PurchaseOrderFile
            END-IF
            IF WS-RB-Value < 0
                MOVE 0 TO WS-RB-Value
            END-IF
      *>    highest tier reached pays on the whole period
            MOVE 0 TO WS-RB-Tier-Hit
            MOVE 0 TO WS-RB-Pct
            PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                UNTIL WS-RB-IDX > 3
                IF RB-Tier-Min(WS-RB-IDX) > 0 AND
                   WS-RB-Value >= RB-Tier-Min(WS-RB-IDX)
                    MOVE WS-RB-IDX TO WS-RB-Tier-Hit
                    MOVE RB-Tier-Pct(WS-RB-IDX) TO WS-RB-Pct
                END-IF
            END-PERFORM
            COMPUTE WS-RB-Earned ROUNDED =
                WS-RB-Value * WS-RB-Pct / 100
            COMPUTE WS-RB-To-Claim = WS-RB-Earned - RB-Claimed.
       Rebate-Quarter-Dates.
      *>  WS-RB-As-Of -> WS-RB-Qtr-Start (first day of its quarter)
      *>  and WS-RB-Upto (as-of date, capped at the agreement end).
            MOVE WS-RB-As-Of(5:2) TO WS-RB-Qtr-Month
            COMPUTE WS-RB-Qtr-Month = (WS-RB-Qtr-Month - 1) / 3
            COMPUTE WS-RB-Qtr-Month = WS-RB-Qtr-Month * 3 + 1
            MOVE WS-RB-As-Of TO WS-RB-Qtr-Start
            MOVE WS-RB-Qtr-Month TO WS-RB-Qtr-Start(5:2)
            MOVE "01" TO WS-RB-Qtr-Start(7:2)
            IF RB-End-Date < WS-RB-As-Of
                MOVE RB-End-Date TO WS-RB-Upto
            ELSE
                MOVE WS-RB-As-Of TO WS-RB-Upto
            END-IF.
       Rebate-Claim-Report.
      *>  Quarterly claim run: for each active agreement the
      *>  purchases to date, the quarter's share, the tier reached,
      *>  the rebate earned and what is still to claim after the
      *>  credits the supplier has already confirmed.
            DISPLAY "Enter Quarter-End Date (YYYYMMDD): "
            ACCEPT WS-RB-As-Of
            MOVE WS-RB-As-Of TO WS-Date-Check-Str
            PERFORM Validate-Date-YYYYMMDD
            IF WS-Date-Valid NOT = "Y"
                DISPLAY "Error: report not run."
            ELSE
                MOVE 0 TO WS-RB-Tot-Earned
                MOVE 0 TO WS-RB-Tot-To-Claim
                MOVE "REBATE-CLAIM" TO WS-Report-Name
                PERFORM Open-Report-Spool
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "SUPPLIER REBATE CLAIMS AS OF " WS-RB-As-Of
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                OPEN INPUT RebateFile
                IF File-Status = "35"
                    MOVE "No rebate agreements on file." TO
                        WS-Spool-Line
                    PERFORM Spool-Line
                ELSE
                    MOVE "N" TO EOFRB
                    PERFORM UNTIL EOFRB = "Y"
                       READ RebateFile NEXT RECORD
                       AT END
                           MOVE "Y" TO EOFRB
                       NOT AT END
                           IF RB-Status = "ACTIVE" AND
                              RB-Start-Date <= WS-RB-As-Of
                               PERFORM Rebate-Claim-Line
                           END-IF
                    END-PERFORM
                    CLOSE RebateFile
                END-IF
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "TOTAL earned " WS-RB-Tot-Earned
                    "  still to claim " WS-RB-Tot-To-Claim
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM Close-Report-Spool
            END-IF.
       Rebate-Claim-Line.
            PERFORM Rebate-Quarter-Dates
            PERFORM Rebate-Purchase-Value
            MOVE RB-Supplier-ID TO Supplier-RelKey
            PERFORM Find-Supplier
            IF WS-Supplier-Found = "N"
                MOVE SPACES TO Sup-Name
            END-IF
            ADD WS-RB-Earned TO WS-RB-Tot-Earned
            ADD WS-RB-To-Claim TO WS-RB-Tot-To-Claim
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Agreement " RB-ID "  Supplier " RB-Supplier-ID
                " " Sup-Name "  " RB-Start-Date " to "
                RB-End-Date
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "  Purchases to date " WS-RB-Value
                "  this quarter " WS-RB-Qtr-Value
                "  PO receipts " WS-RB-Receipts
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            IF WS-RB-Tier-Hit = 0
                STRING "  No tier reached yet - tier 1 needs "
                    RB-Tier-Min(1)
                    DELIMITED BY SIZE INTO WS-Spool-Line
            ELSE
                STRING "  Tier reached " WS-RB-Tier-Hit " ("
                    WS-RB-Pct "%)  earned " WS-RB-Earned
                    "  claimed " RB-Claimed
                    "  to claim " WS-RB-To-Claim
                    DELIMITED BY SIZE INTO WS-Spool-Line
            END-IF
            PERFORM Spool-Line.
       Book-Rebate-Credit.
      *>  Once the supplier confirms a claim, the confirmed amount
      *>  goes on the AP ledger as a CRD row (reference RBT and the
      *>  agreement number) so the payment run nets it off.
            DISPLAY "Enter Agreement-ID: "
            ACCEPT Rebate-RelKey
            OPEN I-O RebateFile
            IF File-Status = "35"
                DISPLAY "No rebate agreements on file."
            ELSE
                READ RebateFile INVALID KEY
                    DISPLAY "Error: Record not found."
                NOT INVALID KEY
                    ACCEPT WS-RB-As-Of FROM DATE YYYYMMDD
                    PERFORM Rebate-Quarter-Dates
                    PERFORM Rebate-Purchase-Value
                    DISPLAY "Earned to date " WS-RB-Earned
                        ", claimed " RB-Claimed
                        ", to claim " WS-RB-To-Claim
                    DISPLAY "Enter Amount Confirmed by Supplier: "
                    ACCEPT WS-RB-Confirmed
                    IF WS-RB-Confirmed = 0
                        DISPLAY "Nothing booked."
                    ELSE
                        IF WS-RB-Confirmed > WS-RB-To-Claim
                            DISPLAY "Warning: confirmed amount is "
                                "more than the rebate earned so far."
                        END-IF
                        ADD WS-RB-Confirmed TO RB-Claimed
                        REWRITE Rebate-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                        END-REWRITE
                        MOVE RB-Supplier-ID TO WS-APL-Supplier
                        MOVE "CRD" TO WS-APL-Kind
                        MOVE "RBT" TO WS-APL-Ref-Type
                        MOVE RB-ID TO WS-APL-Ref
                        MOVE WS-RB-Confirmed TO WS-APL-Amount
                        PERFORM Open-Payable
                        MOVE "REBATE-CREDIT" TO Audit-Action
                        STRING "RB=" RB-ID
                            DELIMITED BY SIZE INTO Audit-Before
                        STRING "AMT=" WS-RB-Confirmed
                            DELIMITED BY SIZE INTO Audit-After
                        PERFORM Write-Audit
                    END-IF
                END-READ
                CLOSE RebateFile
            END-IF.
       Close-Rebate-Agreement.
            DISPLAY "Enter Agreement-ID to close: "
            ACCEPT Rebate-RelKey
            OPEN I-O RebateFile
            IF File-Status = "35"
                DISPLAY "No rebate agreements on file."
            ELSE
                READ RebateFile INVALID KEY
                    DISPLAY "Error: Record not found."
                NOT INVALID KEY
                    MOVE "CLOSED" TO RB-Status
                    REWRITE Rebate-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    DISPLAY ESC Blue-On "Agreement " RB-ID
                        " closed." ESC Reset-Color
                END-READ
                CLOSE RebateFile
            END-IF.
       Next-Dispute-Sequence.
            MOVE 40 TO Counter-RelKey
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
       Manage-Card-Settlement.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Card Settlement and Disputes"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Import and Reconcile settle.csv"
               DISPLAY "2. Open Dispute Cases"
               DISPLAY "3. View a Dispute Case (with journal)"
               DISPLAY "4. Close a Dispute Case (won / write off)"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Card-Settlement-Recon
                   WHEN "2"
                       PERFORM View-Open-Disputes
                   WHEN "3"
                       PERFORM View-Dispute-Case
                   WHEN "4"
                       PERFORM Close-Dispute-Case
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Card-Settlement-Recon.
      *>  Loads the processor's settlement lines, then walks the
      *>  CARD and MOBILE tenders in payment.dat for the dates the
      *>  file covers and pairs each one with a SALE line of the
      *>  same date, invoice and amount. What is left on either
      *>  side is the exception list; fees are totalled; every
      *>  chargeback opens a dispute case.
            PERFORM Load-Settlement-File
            IF ST-Count = 0
                DISPLAY "No settlement lines to reconcile."
            ELSE
                MOVE 0 TO WS-ST-Matched
                MOVE 0 TO WS-ST-Unmatched
                MOVE 0 TO WS-ST-Unmatched-Amt
                MOVE 0 TO WS-ST-Unexpected
                MOVE 0 TO WS-ST-Unexpected-Amt
                MOVE 0 TO WS-ST-Fees
                MOVE 0 TO WS-ST-Refunds
                MOVE 0 TO WS-ST-Chbk
                MOVE 0 TO WS-ST-New-Cases
                MOVE "CARD-RECON" TO WS-Report-Name
                PERFORM Open-Report-Spool
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "CARD SETTLEMENT RECONCILIATION "
                    WS-ST-From " TO " WS-ST-To
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE "Tenders with no settlement:" TO WS-Spool-Line
                PERFORM Spool-Line
                OPEN INPUT PaymentFile
                IF File-Status = "00"
                    MOVE "N" TO EOFST
                    PERFORM UNTIL EOFST = "Y"
                       READ PaymentFile NEXT RECORD
                       AT END
                           MOVE "Y" TO EOFST
                       NOT AT END
                           IF (Pay-Method = "CARD" OR
                               Pay-Method = "MOBILE") AND
                              Pay-Date >= WS-ST-From AND
                              Pay-Date <= WS-ST-To
                               PERFORM Match-One-Tender
                           END-IF
                    END-PERFORM
                    CLOSE PaymentFile
                END-IF
                MOVE "Settlements with no tender:" TO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                    UNTIL WS-ST-IDX > ST-Count
                    ADD STR-Fee(WS-ST-IDX) TO WS-ST-Fees
                    EVALUATE STR-Type(WS-ST-IDX)
                        WHEN "SALE"
                            IF STR-Matched(WS-ST-IDX) = "N"
                                ADD 1 TO WS-ST-Unexpected
                                ADD STR-Amt(WS-ST-IDX) TO
                                    WS-ST-Unexpected-Amt
                                MOVE SPACES TO WS-Spool-Line
                                STRING "  " STR-Date(WS-ST-IDX)
                                    "  invoice " STR-Inv(WS-ST-IDX)
                                    "  " STR-Amt(WS-ST-IDX)
                                    "  ref " STR-Ref(WS-ST-IDX)
                                    DELIMITED BY SIZE
                                    INTO WS-Spool-Line
                                PERFORM Spool-Line
                            END-IF
                        WHEN "REFUND"
                            ADD STR-Amt(WS-ST-IDX) TO WS-ST-Refunds
                        WHEN "CHBK"
                            ADD 1 TO WS-ST-Chbk
                            PERFORM Open-Dispute-Case
                    END-EVALUATE
                END-PERFORM
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "Matched tenders     : " WS-ST-Matched
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "Unmatched tenders   : " WS-ST-Unmatched
                    "  value " WS-ST-Unmatched-Amt
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "Unexpected settles  : " WS-ST-Unexpected
                    "  value " WS-ST-Unexpected-Amt
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "Processor refunds   : " WS-ST-Refunds
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "Processor fees      : " WS-ST-Fees
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "Chargebacks         : " WS-ST-Chbk
                    "  new dispute cases " WS-ST-New-Cases
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM Close-Report-Spool
                MOVE "CARD-RECON" TO Audit-Action
                STRING "FROM=" WS-ST-From " TO=" WS-ST-To
                    DELIMITED BY SIZE INTO Audit-Before
                STRING "UNM=" WS-ST-Unmatched " UNX="
                    WS-ST-Unexpected " CB=" WS-ST-Chbk
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
            END-IF.
       Load-Settlement-File.
            MOVE 0 TO ST-Count
            MOVE 0 TO WS-ST-Line
            MOVE 0 TO WS-ST-Bad
            MOVE 99999999 TO WS-ST-From
            MOVE 0 TO WS-ST-To
            OPEN INPUT SettleFile
            IF File-Status NOT = "00"
                DISPLAY "Error: settle.csv not found (status "
                    File-Status ")."
            ELSE
                MOVE "N" TO EOFST
                PERFORM UNTIL EOFST = "Y"
                   READ SettleFile
                   AT END
                       MOVE "Y" TO EOFST
                   NOT AT END
                       ADD 1 TO WS-ST-Line
                       PERFORM Parse-Settlement-Row
                END-PERFORM
                CLOSE SettleFile
                DISPLAY "Settlement lines loaded: " ST-Count
                    ", unreadable: " WS-ST-Bad
            END-IF.
       Parse-Settlement-Row.
            MOVE SPACES TO WS-ST-Date-Txt
            MOVE SPACES TO WS-ST-Inv-Txt
            MOVE SPACES TO WS-ST-Amt-Txt
            MOVE SPACES TO WS-ST-Type-Txt
            MOVE SPACES TO WS-ST-Fee-Txt
            MOVE SPACES TO WS-ST-Ref-Txt
            UNSTRING Settle-Record DELIMITED BY ","
                INTO WS-ST-Date-Txt WS-ST-Inv-Txt WS-ST-Amt-Txt
                     WS-ST-Type-Txt WS-ST-Fee-Txt WS-ST-Ref-Txt
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ST-Type-Txt))
                TO WS-ST-Type-Txt
            IF WS-ST-Line = 1 AND
               FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-ST-Date-Txt)) = "DATE"
      *>        header row
                CONTINUE
            ELSE
            IF FUNCTION TEST-NUMVAL(WS-ST-Date-Txt) NOT = 0 OR
               FUNCTION TEST-NUMVAL(WS-ST-Amt-Txt) NOT = 0 OR
               (WS-ST-Type-Txt NOT = "SALE" AND
                WS-ST-Type-Txt NOT = "REFUND" AND
                WS-ST-Type-Txt NOT = "CHBK")
                ADD 1 TO WS-ST-Bad
                DISPLAY "  unreadable settlement line "
                    WS-ST-Line ": " FUNCTION TRIM(Settle-Record)
            ELSE
            IF ST-Count >= 1000
                ADD 1 TO WS-ST-Bad
                DISPLAY "  settlement table full - line "
                    WS-ST-Line " skipped."
            ELSE
                ADD 1 TO ST-Count
                COMPUTE STR-Date(ST-Count) =
                    FUNCTION NUMVAL(WS-ST-Date-Txt)
                IF FUNCTION TEST-NUMVAL(WS-ST-Inv-Txt) = 0
                    COMPUTE STR-Inv(ST-Count) =
                        FUNCTION NUMVAL(WS-ST-Inv-Txt)
                ELSE
                    MOVE 0 TO STR-Inv(ST-Count)
                END-IF
                COMPUTE STR-Amt(ST-Count) =
                    FUNCTION NUMVAL(WS-ST-Amt-Txt)
                MOVE WS-ST-Type-Txt TO STR-Type(ST-Count)
                IF FUNCTION TEST-NUMVAL(WS-ST-Fee-Txt) = 0
                    COMPUTE STR-Fee(ST-Count) =
                        FUNCTION NUMVAL(WS-ST-Fee-Txt)
                ELSE
                    MOVE 0 TO STR-Fee(ST-Count)
                END-IF
                MOVE WS-ST-Ref-Txt TO STR-Ref(ST-Count)
                MOVE "N" TO STR-Matched(ST-Count)
                IF STR-Date(ST-Count) < WS-ST-From
                    MOVE STR-Date(ST-Count) TO WS-ST-From
                END-IF
                IF STR-Date(ST-Count) > WS-ST-To
                    MOVE STR-Date(ST-Count) TO WS-ST-To
                END-IF
            END-IF
            END-IF
            END-IF.
       Match-One-Tender.
            MOVE "N" TO WS-ST-Found
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                UNTIL WS-ST-IDX > ST-Count OR WS-ST-Found = "Y"
                IF STR-Type(WS-ST-IDX) = "SALE" AND
                   STR-Matched(WS-ST-IDX) = "N" AND
                   STR-Date(WS-ST-IDX) = Pay-Date AND
                   STR-Inv(WS-ST-IDX) = Pay-Invoice-ID AND
                   STR-Amt(WS-ST-IDX) = Pay-Amount
                    MOVE "Y" TO STR-Matched(WS-ST-IDX)
                    MOVE "Y" TO WS-ST-Found
                END-IF
            END-PERFORM
            IF WS-ST-Found = "Y"
                ADD 1 TO WS-ST-Matched
            ELSE
                ADD 1 TO WS-ST-Unmatched
                ADD Pay-Amount TO WS-ST-Unmatched-Amt
                MOVE SPACES TO WS-Spool-Line
                STRING "  " Pay-Date "  invoice " Pay-Invoice-ID
                    "  " Pay-Method "  " Pay-Amount
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-IF.
       Open-Dispute-Case.
      *>  One chargeback line (WS-ST-IDX). A re-imported file does
      *>  not open the same case twice: the processor reference and
      *>  invoice identify it.
            MOVE "N" TO WS-ST-Found
            OPEN I-O DisputeFile
            IF File-Status = "35"
                OPEN OUTPUT DisputeFile
                CLOSE DisputeFile
                OPEN I-O DisputeFile
            END-IF
            MOVE "N" TO EOFDP
            PERFORM UNTIL EOFDP = "Y"
               READ DisputeFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFDP
               NOT AT END
                   IF DP-Proc-Ref = STR-Ref(WS-ST-IDX) AND
                      DP-Invoice-ID = STR-Inv(WS-ST-IDX)
                       MOVE "Y" TO WS-ST-Found
                       MOVE "Y" TO EOFDP
                   END-IF
            END-PERFORM
            CLOSE DisputeFile
            IF WS-ST-Found = "N"
                PERFORM Next-Dispute-Sequence
                OPEN I-O DisputeFile
                MOVE WS-Next-ID TO DP-ID
                MOVE WS-Next-ID TO Dispute-RelKey
                MOVE STR-Inv(WS-ST-IDX) TO DP-Invoice-ID
                MOVE STR-Amt(WS-ST-IDX) TO DP-Amount
                MOVE STR-Date(WS-ST-IDX) TO DP-Date
                MOVE STR-Ref(WS-ST-IDX) TO DP-Proc-Ref
                MOVE "OPEN" TO DP-Status
                MOVE 0 TO DP-Close-Date
                MOVE SPACES TO DP-Note
                WRITE Dispute-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
                CLOSE DisputeFile
                ADD 1 TO WS-ST-New-Cases
                MOVE SPACES TO WS-Spool-Line
                STRING "  Chargeback " STR-Amt(WS-ST-IDX)
                    " on invoice " STR-Inv(WS-ST-IDX)
                    " - dispute case " DP-ID " opened"
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-IF.
       View-Open-Disputes.
            DISPLAY H10 H10 H10 H10 H10 H10 H2
            DISPLAY "Open Chargeback Disputes"
            DISPLAY S10 S10 S10 S10 S10 S10 S2
            DISPLAY "Case" A3 "Invoice" A3 "Amount" A7 "Date" A5
                "Processor-Ref"
            DISPLAY S10 S10 S10 S10 S10 S10 S2
            OPEN INPUT DisputeFile
            IF File-Status = "35"
                DISPLAY "No dispute cases on file."
            ELSE
                MOVE "N" TO EOFDP
                PERFORM UNTIL EOFDP = "Y"
                   READ DisputeFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFDP
                   NOT AT END
                       IF DP-Status = "OPEN"
                           DISPLAY DP-ID A2 DP-Invoice-ID A3
                               DP-Amount A1 DP-Date A1 DP-Proc-Ref
                       END-IF
                END-PERFORM
                CLOSE DisputeFile
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H10 H2.
       View-Dispute-Case.
      *>  The case with its evidence: the invoice header and every
      *>  till journal entry referencing that invoice.
            DISPLAY "Enter Case-ID: "
            ACCEPT Dispute-RelKey
            OPEN INPUT DisputeFile
            IF File-Status = "35"
                DISPLAY "No dispute cases on file."
            ELSE
                READ DisputeFile INVALID KEY
                    DISPLAY "Error: Record not found."
                    MOVE 0 TO DP-ID
                END-READ
                CLOSE DisputeFile
                IF DP-ID NOT = 0
                    DISPLAY "Case " DP-ID "  invoice " DP-Invoice-ID
                        "  amount " DP-Amount "  " DP-Status
                        "  " DP-Note
                    OPEN INPUT InvoiceFile
                    MOVE DP-Invoice-ID TO Invoice-RelKey
                    READ InvoiceFile INVALID KEY
                        DISPLAY "  (invoice not on the live file)"
                    NOT INVALID KEY
                        DISPLAY "  Invoice date " Invoice-Date
                            "  casher " Invoice-Casher-ID
                            "  final " Final-Amount
                            "  " Invoice-Status
                    END-READ
                    CLOSE InvoiceFile
                    DISPLAY "  Journal entries:"
                    OPEN INPUT EjFile
                    IF File-Status = "00"
                        MOVE "N" TO EOFDP
                        PERFORM UNTIL EOFDP = "Y"
                           READ EjFile
                           AT END
                               MOVE "Y" TO EOFDP
                           NOT AT END
                               IF EJ-Ref = DP-Invoice-ID
                                   DISPLAY "    " EJ-Date A1
                                       EJ-Time A1 EJ-Casher A1
                                       EJ-Event A1 EJ-Amount A1
                                       EJ-Detail
                               END-IF
                        END-PERFORM
                        CLOSE EjFile
                    END-IF
                END-IF
            END-IF.
       Close-Dispute-Case.
            DISPLAY "Enter Case-ID: "
            ACCEPT Dispute-RelKey
            OPEN I-O DisputeFile
            IF File-Status = "35"
                DISPLAY "No dispute cases on file."
            ELSE
                READ DisputeFile INVALID KEY
                    DISPLAY "Error: Record not found."
                NOT INVALID KEY
                    IF DP-Status NOT = "OPEN"
                        DISPLAY "Error: case is already "
                            DP-Status "."
                    ELSE
                        DISPLAY "W=Won  O=Write off: "
                        ACCEPT WS-DP-Action
                        MOVE FUNCTION UPPER-CASE(WS-DP-Action)
                            TO WS-DP-Action
                        IF WS-DP-Action = "W" OR
                           WS-DP-Action = "O"
                            IF WS-DP-Action = "W"
                                MOVE "WON" TO DP-Status
                            ELSE
                                MOVE "WRITEOFF" TO DP-Status
                            END-IF
                            DISPLAY "Note (20 chars): "
                            ACCEPT DP-Note
                            ACCEPT DP-Close-Date FROM DATE YYYYMMDD
                            REWRITE Dispute-Record INVALID KEY
                            DISPLAY "Error: Unable to rewrite record."
                            END-REWRITE
                            MOVE "DISPUTE-CLOSE" TO Audit-Action
                            STRING "CASE=" DP-ID " INV="
                                DP-Invoice-ID
                                DELIMITED BY SIZE INTO Audit-Before
                            STRING DP-Status " " DP-Amount
                                DELIMITED BY SIZE INTO Audit-After
                            PERFORM Write-Audit
                            DISPLAY ESC Blue-On "Case " DP-ID " "
                                DP-Status "." ESC Reset-Color
                        ELSE
                            DISPLAY "Case left open."
                        END-IF
                    END-IF
                END-READ
                CLOSE DisputeFile
            END-IF.
       Next-Outbox-Sequence.
            MOVE 41 TO Counter-RelKey
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
       Manage-Notifications.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Customer Notification Outbox"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Outbox Summary / Queued Messages"
               DISPLAY "2. Export Queued Messages (outbox.csv)"
               DISPLAY "3. Import Gateway Status (outresp.csv)"
               DISPLAY "4. Failed / Bounced - Phone List"
               DISPLAY "5. Mark a Notice as Phoned"
               DISPLAY "6. Queue Layaway Instalment Reminders"
               DISPLAY "7. Customer E-mail / Contact Consent"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM View-Outbox-Summary
                   WHEN "2"
                       PERFORM Export-Outbox
                   WHEN "3"
                       PERFORM Import-Outbox-Status
                   WHEN "4"
                       PERFORM View-Failed-Notices
                   WHEN "5"
                       PERFORM Mark-Notice-Phoned
                   WHEN "6"
                       PERFORM Queue-Layaway-Reminders
                   WHEN "7"
                       PERFORM Set-Customer-Contact
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Queue-Notification.
      *>  Expects WS-OB-Template, WS-OB-Cust, WS-OB-Ref,
      *>  WS-OB-Key-Date and WS-OB-Note. Drops one QUEUED message
      *>  into the outbox on the channel the customer consented
      *>  to - e-mail where given and allowed, otherwise SMS to
      *>  the phone on file. No consent, no message. The same
      *>  template, customer, reference and key date is only
      *>  queued once. Sets WS-OB-Queued.
            MOVE "N" TO WS-OB-Queued
            MOVE SPACES TO WS-OB-Channel
            MOVE SPACES TO WS-OB-Address
            MOVE WS-OB-Cust TO Customer-RelKey
            OPEN INPUT CustomerFile
            IF File-Status = "00"
                READ CustomerFile INVALID KEY
                    MOVE "N" TO Customer-Consent
                NOT INVALID KEY
                    IF Customer-Merged-Into > 0
                        MOVE Customer-Merged-Into TO Customer-RelKey
                        MOVE Customer-Merged-Into TO WS-OB-Cust
                        READ CustomerFile INVALID KEY
                            MOVE "N" TO Customer-Consent
                        END-READ
                    END-IF
                END-READ
                EVALUATE TRUE
                    WHEN Consent-Email
                        IF Customer-Email NOT = SPACES
                            MOVE "EMAIL" TO WS-OB-Channel
                            MOVE Customer-Email TO WS-OB-Address
                        END-IF
                    WHEN Consent-SMS
                        IF Customer-Phone NOT = SPACES
                            MOVE "SMS" TO WS-OB-Channel
                            MOVE Customer-Phone TO WS-OB-Address
                        END-IF
                    WHEN Consent-Both
                        IF Customer-Email NOT = SPACES
                            MOVE "EMAIL" TO WS-OB-Channel
                            MOVE Customer-Email TO WS-OB-Address
                        ELSE
                            IF Customer-Phone NOT = SPACES
                                MOVE "SMS" TO WS-OB-Channel
                                MOVE Customer-Phone TO WS-OB-Address
                            END-IF
                        END-IF
                END-EVALUATE
                CLOSE CustomerFile
            END-IF
            IF WS-OB-Channel NOT = SPACES
                OPEN I-O OutboxFile
                IF File-Status = "35"
                    OPEN OUTPUT OutboxFile
                    CLOSE OutboxFile
                    OPEN I-O OutboxFile
                END-IF
                MOVE "N" TO WS-OB-Dup
                MOVE "N" TO EOFOB
                PERFORM UNTIL EOFOB = "Y"
                   READ OutboxFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFOB
                   NOT AT END
                       IF OB-Template = WS-OB-Template AND
                          OB-Customer-ID = WS-OB-Cust AND
                          OB-Ref-ID = WS-OB-Ref AND
                          OB-Key-Date = WS-OB-Key-Date
                           MOVE "Y" TO WS-OB-Dup
                           MOVE "Y" TO EOFOB
                       END-IF
                END-PERFORM
                IF WS-OB-Dup = "N"
                    MOVE WS-Next-ID TO WS-OB-Save-ID
                    PERFORM Next-Outbox-Sequence
                    MOVE WS-Next-ID TO OB-ID
                    MOVE WS-OB-Template TO OB-Template
                    MOVE WS-OB-Cust TO OB-Customer-ID
                    MOVE WS-OB-Channel TO OB-Channel
                    MOVE WS-OB-Address TO OB-Address
                    MOVE WS-OB-Ref TO OB-Ref-ID
                    MOVE WS-OB-Key-Date TO OB-Key-Date
                    MOVE WS-OB-Note TO OB-Note
                    ACCEPT OB-Created FROM DATE YYYYMMDD
                    MOVE "QUEUED" TO OB-Status
                    MOVE OB-Created TO OB-Status-Date
                    MOVE SPACES TO OB-Detail
                    MOVE WS-Next-ID TO Outbox-RelKey
                    WRITE Outbox-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                    IF File-Status = "00"
                        MOVE "Y" TO WS-OB-Queued
                    END-IF
                    MOVE WS-OB-Save-ID TO WS-Next-ID
                END-IF
                CLOSE OutboxFile
            END-IF.
       Queue-Layaway-Reminders.
      *>  Open layaway plans whose next instalment falls due
      *>  within WS-OB-Lead-Days get a reminder; the due date is
      *>  the key, so each instalment is reminded once.
            MOVE 0 TO WS-OB-Count
            ACCEPT WS-OB-Today FROM DATE YYYYMMDD
            COMPUTE WS-OB-Horizon = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-OB-Today)
                + WS-OB-Lead-Days)
            OPEN INPUT LayawayFile
            IF File-Status = "00"
                MOVE "N" TO EOFOR
                PERFORM UNTIL EOFOR = "Y"
                   READ LayawayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFOR
                   NOT AT END
                       IF LA-Status = "OPEN" AND
                          LA-Next-Due >= WS-OB-Today AND
                          LA-Next-Due <= WS-OB-Horizon
                           MOVE "LAYAWAYDUE" TO WS-OB-Template
                           MOVE LA-Customer-ID TO WS-OB-Cust
                           MOVE LA-ID TO WS-OB-Ref
                           MOVE LA-Next-Due TO WS-OB-Key-Date
                           MOVE SPACES TO WS-OB-Note
                           STRING "DUE " LA-Next-Due " AMT "
                               LA-Instal-Amt
                               DELIMITED BY SIZE INTO WS-OB-Note
                           PERFORM Queue-Notification
                           IF WS-OB-Queued = "Y"
                               ADD 1 TO WS-OB-Count
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE LayawayFile
            END-IF
            DISPLAY ESC Blue-On WS-OB-Count
                " layaway reminder(s) queued." ESC Reset-Color.
       View-Outbox-Summary.
            MOVE 0 TO WS-OB-Cnt-Queued
            MOVE 0 TO WS-OB-Cnt-Picked
            MOVE 0 TO WS-OB-Cnt-Sent
            MOVE 0 TO WS-OB-Cnt-Failed
            MOVE 0 TO WS-OB-Cnt-Phoned
            OPEN INPUT OutboxFile
            IF File-Status NOT = "00"
                DISPLAY "No notifications on file."
            ELSE
                DISPLAY "ID    TEMPLATE   CUST  CHAN  REF   "
                    "NOTE"
                MOVE "N" TO EOFOB
                PERFORM UNTIL EOFOB = "Y"
                   READ OutboxFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFOB
                   NOT AT END
                       EVALUATE OB-Status
                           WHEN "QUEUED"
                               ADD 1 TO WS-OB-Cnt-Queued
                               DISPLAY OB-ID " " OB-Template " "
                                   OB-Customer-ID " " OB-Channel " "
                                   OB-Ref-ID " " OB-Note
                           WHEN "PICKED"
                               ADD 1 TO WS-OB-Cnt-Picked
                           WHEN "SENT"
                               ADD 1 TO WS-OB-Cnt-Sent
                           WHEN "FAILED"
                           WHEN "BOUNCED"
                               ADD 1 TO WS-OB-Cnt-Failed
                           WHEN "PHONED"
                               ADD 1 TO WS-OB-Cnt-Phoned
                       END-EVALUATE
                END-PERFORM
                CLOSE OutboxFile
                DISPLAY H10 H10 H10 H5
                DISPLAY "Queued:          " WS-OB-Cnt-Queued
                DISPLAY "With gateway:    " WS-OB-Cnt-Picked
                DISPLAY "Sent:            " WS-OB-Cnt-Sent
                DISPLAY "Failed/bounced:  " WS-OB-Cnt-Failed
                DISPLAY "Phoned instead:  " WS-OB-Cnt-Phoned
            END-IF.
       Export-Outbox.
      *>  Appends every QUEUED message to outbox.csv for the
      *>  gateway and marks it PICKED. Appending rather than
      *>  replacing means an export the gateway has not yet
      *>  collected is never lost.
            MOVE 0 TO WS-OB-Count
            OPEN I-O OutboxFile
            IF File-Status NOT = "00"
                DISPLAY "No notifications on file."
            ELSE
                OPEN EXTEND OutPickFile
                IF File-Status = "35"
                    OPEN OUTPUT OutPickFile
                END-IF
                ACCEPT WS-OB-Today FROM DATE YYYYMMDD
                MOVE "N" TO EOFOB
                PERFORM UNTIL EOFOB = "Y"
                   READ OutboxFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFOB
                   NOT AT END
                       IF OB-Status = "QUEUED"
                           MOVE OB-Customer-ID TO Customer-RelKey
                           PERFORM Find-Outbox-Customer
                           MOVE SPACES TO OutPick-Record
                           STRING OB-ID ","
                               FUNCTION TRIM(OB-Template) ","
                               FUNCTION TRIM(OB-Channel) ","
                               FUNCTION TRIM(OB-Address) ","
                               FUNCTION TRIM(WS-OB-Name) ","
                               OB-Ref-ID "," OB-Key-Date ","
                               FUNCTION TRIM(OB-Note)
                               DELIMITED BY SIZE INTO OutPick-Record
                           WRITE OutPick-Record
                           MOVE "PICKED" TO OB-Status
                           MOVE WS-OB-Today TO OB-Status-Date
                           REWRITE Outbox-Record INVALID KEY
                           DISPLAY "Error: Unable to rewrite record."
                           END-REWRITE
                           ADD 1 TO WS-OB-Count
                       END-IF
                END-PERFORM
                CLOSE OutPickFile
                CLOSE OutboxFile
                DISPLAY ESC Blue-On WS-OB-Count
                    " message(s) written to outbox.csv."
                    ESC Reset-Color
            END-IF.
       Find-Outbox-Customer.
      *>  Expects Customer-RelKey; returns the name in WS-OB-Name.
            MOVE SPACES TO WS-OB-Name
            OPEN INPUT CustomerFile
            IF File-Status = "00"
                READ CustomerFile INVALID KEY
                    MOVE "(unknown)" TO WS-OB-Name
                    MOVE SPACES TO Customer-Phone
                NOT INVALID KEY
                    MOVE Customer-Full-Name TO WS-OB-Name
                END-READ
                CLOSE CustomerFile
            END-IF.
       Import-Outbox-Status.
      *>  Reads the gateway's id,status,detail lines back onto the
      *>  outbox. A PHONED row is left alone - staff have already
      *>  dealt with it.
            MOVE 0 TO WS-OB-Line
            MOVE 0 TO WS-OB-Bad
            MOVE 0 TO WS-OB-Updated
            MOVE 0 TO WS-OB-Cnt-Failed
            OPEN INPUT OutRespFile
            IF File-Status NOT = "00"
                DISPLAY "Error: outresp.csv not found (status "
                    File-Status ")."
            ELSE
                OPEN I-O OutboxFile
                IF File-Status NOT = "00"
                    DISPLAY "No notifications on file."
                    CLOSE OutRespFile
                ELSE
                    ACCEPT WS-OB-Today FROM DATE YYYYMMDD
                    MOVE "N" TO EOFOR
                    PERFORM UNTIL EOFOR = "Y"
                       READ OutRespFile
                       AT END
                           MOVE "Y" TO EOFOR
                       NOT AT END
                           ADD 1 TO WS-OB-Line
                           PERFORM Apply-Outbox-Status
                    END-PERFORM
                    CLOSE OutboxFile
                    CLOSE OutRespFile
                    DISPLAY ESC Blue-On WS-OB-Updated
                        " status(es) applied, " WS-OB-Cnt-Failed
                        " failed/bounced to phone, "
                        WS-OB-Bad " line(s) unreadable."
                        ESC Reset-Color
                END-IF
            END-IF.
       Apply-Outbox-Status.
            MOVE SPACES TO WS-OB-Id-Txt
            MOVE SPACES TO WS-OB-Stat-Txt
            MOVE SPACES TO WS-OB-Detail-Txt
            UNSTRING OutResp-Record DELIMITED BY ","
                INTO WS-OB-Id-Txt WS-OB-Stat-Txt WS-OB-Detail-Txt
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OB-Stat-Txt))
                TO WS-OB-Stat-Txt
            IF WS-OB-Stat-Txt = "DELIVERED"
                MOVE "SENT" TO WS-OB-Stat-Txt
            END-IF
            IF WS-OB-Line = 1 AND
               FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-OB-Id-Txt)) = "ID"
      *>        header row
                CONTINUE
            ELSE
            IF FUNCTION TEST-NUMVAL(WS-OB-Id-Txt) NOT = 0 OR
               (WS-OB-Stat-Txt NOT = "SENT" AND
                WS-OB-Stat-Txt NOT = "FAILED" AND
                WS-OB-Stat-Txt NOT = "BOUNCED")
                ADD 1 TO WS-OB-Bad
                DISPLAY "  unreadable status line " WS-OB-Line
                    ": " FUNCTION TRIM(OutResp-Record)
            ELSE
                COMPUTE Outbox-RelKey =
                    FUNCTION NUMVAL(WS-OB-Id-Txt)
                READ OutboxFile INVALID KEY
                    ADD 1 TO WS-OB-Bad
                    DISPLAY "  no such message " Outbox-RelKey
                NOT INVALID KEY
                    IF OB-Status NOT = "PHONED"
                        MOVE WS-OB-Stat-Txt TO OB-Status
                        MOVE WS-OB-Today TO OB-Status-Date
                        MOVE WS-OB-Detail-Txt TO OB-Detail
                        REWRITE Outbox-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                        END-REWRITE
                        ADD 1 TO WS-OB-Updated
                        IF OB-Status NOT = "SENT"
                            ADD 1 TO WS-OB-Cnt-Failed
                        END-IF
                    END-IF
                END-READ
            END-IF
            END-IF.
       View-Failed-Notices.
      *>  The call-back list: every message the gateway could not
      *>  deliver, with the number to ring.
            MOVE 0 TO WS-OB-Count
            OPEN INPUT OutboxFile
            IF File-Status NOT = "00"
                DISPLAY "No notifications on file."
            ELSE
                MOVE "N" TO EOFOB
                PERFORM UNTIL EOFOB = "Y"
                   READ OutboxFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFOB
                   NOT AT END
                       IF OB-Status = "FAILED" OR
                          OB-Status = "BOUNCED"
                           ADD 1 TO WS-OB-Count
                           MOVE OB-Customer-ID TO Customer-RelKey
                           PERFORM Find-Outbox-Customer
                           DISPLAY OB-ID " " OB-Template " "
                               OB-Status " " OB-Status-Date
                           DISPLAY "    " OB-Customer-ID " "
                               WS-OB-Name " PHONE " Customer-Phone
                           DISPLAY "    REF " OB-Ref-ID " "
                               OB-Note
                           DISPLAY "    " OB-Detail
                       END-IF
                END-PERFORM
                CLOSE OutboxFile
                DISPLAY H10 H10 H10 H5
                DISPLAY WS-OB-Count " notice(s) to phone."
            END-IF.
       Mark-Notice-Phoned.
            DISPLAY "Enter Message-ID: "
            ACCEPT Outbox-RelKey
            OPEN I-O OutboxFile
            IF File-Status NOT = "00"
                DISPLAY "No notifications on file."
            ELSE
                READ OutboxFile INVALID KEY
                    DISPLAY "Error: Record not found."
                NOT INVALID KEY
                    IF OB-Status NOT = "FAILED" AND
                       OB-Status NOT = "BOUNCED"
                        DISPLAY "Error: message is " OB-Status "."
                    ELSE
                        DISPLAY "Call outcome (30 chars): "
                        ACCEPT OB-Detail
                        MOVE "PHONED" TO OB-Status
                        ACCEPT OB-Status-Date FROM DATE YYYYMMDD
                        REWRITE Outbox-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                        END-REWRITE
                        MOVE "NOTICE-PHONED" TO Audit-Action
                        STRING "MSG=" OB-ID " CUST=" OB-Customer-ID
                            DELIMITED BY SIZE INTO Audit-Before
                        MOVE OB-Detail TO Audit-After
                        PERFORM Write-Audit
                        DISPLAY ESC Blue-On "Message " OB-ID
                            " marked PHONED." ESC Reset-Color
                    END-IF
                END-READ
                CLOSE OutboxFile
            END-IF.
       Set-Customer-Contact.
            DISPLAY "Enter Customer-ID: "
            ACCEPT Customer-RelKey
            OPEN I-O CustomerFile
            IF File-Status NOT = "00"
                DISPLAY "No customers on file."
            ELSE
                READ CustomerFile INVALID KEY
                    DISPLAY "Error: Customer not found."
                NOT INVALID KEY
                    DISPLAY "Customer: " Customer-Full-Name
                    DISPLAY "Phone:    " Customer-Phone
                    DISPLAY "E-mail:   " Customer-Email
                    DISPLAY "Consent:  " Customer-Consent
                        " (E E-mail / S SMS / B Both / N None)"
                    MOVE Customer-Email TO WS-OB-Email
                    MOVE Customer-Consent TO WS-OB-Consent
                    DISPLAY "New E-mail (blank keeps, '-' clears): "
                    MOVE SPACES TO WS-OB-Address
                    ACCEPT WS-OB-Address
                    IF WS-OB-Address = "-"
                        MOVE SPACES TO Customer-Email
                    ELSE
                        IF WS-OB-Address NOT = SPACES
                            MOVE WS-OB-Address TO Customer-Email
                        END-IF
                    END-IF
                    DISPLAY "New Consent (blank keeps): "
                    MOVE SPACE TO WS-Confirm
                    ACCEPT WS-Confirm
                    MOVE FUNCTION UPPER-CASE(WS-Confirm) TO
                        WS-Confirm
                    IF WS-Confirm = "E" OR WS-Confirm = "S" OR
                       WS-Confirm = "B" OR WS-Confirm = "N"
                        MOVE WS-Confirm TO Customer-Consent
                    END-IF
                    REWRITE Customer-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    MOVE "CONTACT-UPD" TO Audit-Action
                    STRING WS-OB-Consent " " WS-OB-Email
                        DELIMITED BY SIZE INTO Audit-Before
                    STRING Customer-Consent " " Customer-Email
                        DELIMITED BY SIZE INTO Audit-After
                    PERFORM Write-Audit
                    DISPLAY ESC Blue-On "Contact details saved."
                        ESC Reset-Color
                END-READ
                CLOSE CustomerFile
            END-IF.
       Next-LotTrace-Sequence.
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
       Write-Lot-Trace.
      *>  Expects the lot drawn in Lot-Record, WS-Lot-Take, and
      *>  WS-LT-Kind / WS-LT-Ref / WS-LT-Branch. The invoice and
      *>  customer are stamped by Stamp-Lot-Trace once the invoice
      *>  exists, so the new row is remembered until then.
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
            MOVE WS-LT-Kind TO LT-Kind
            MOVE WS-LT-Ref TO LT-Ref-ID
            MOVE 0 TO LT-Invoice-ID
            MOVE 0 TO LT-Customer-ID
            MOVE WS-LT-Branch TO LT-Branch-ID
            ACCEPT LT-Date FROM DATE YYYYMMDD
            WRITE LotTrace-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE LotTraceFile
            IF WS-LT-Kind NOT = "TRNF" AND WS-LT-Pend-Count < 50
                ADD 1 TO WS-LT-Pend-Count
                MOVE LT-ID TO WS-LT-Pend-ID(WS-LT-Pend-Count)
            END-IF.
       Stamp-Lot-Trace.
      *>  Expects WS-LT-Invoice and WS-LT-Customer. Puts them on
      *>  every trace row written since the count was reset.
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
                            MOVE WS-LT-Invoice TO LT-Invoice-ID
                            MOVE WS-LT-Customer TO LT-Customer-ID
                            REWRITE LotTrace-Record INVALID KEY
                            DISPLAY "Error: Unable to rewrite record."
                            END-REWRITE
                        END-READ
                    END-PERFORM
                    CLOSE LotTraceFile
                END-IF
                MOVE 0 TO WS-LT-Pend-Count
            END-IF.
       Trace-Transfer-Lots.
      *>  Expects the dispatched Transfer-Record. Lots are held
      *>  store-wide, so a transfer does not consume lot quantity;
      *>  it is attributed to the lots a sale would draw next
      *>  (oldest expiry first) so a recall can find the branch.
            MOVE TR-Qty TO WS-LT-Need
            MOVE TR-Item-ID TO WS-LT-Item
            MOVE "TRNF" TO WS-LT-Kind
            MOVE TR-ID TO WS-LT-Ref
            MOVE TR-To-Branch TO WS-LT-Branch
            MOVE 0 TO WS-LT-Prev-Exp
            MOVE 0 TO WS-LT-Prev-ID
            OPEN INPUT LotFile
            IF File-Status NOT = "00"
                MOVE 0 TO WS-LT-Need
            END-IF
            PERFORM UNTIL WS-LT-Need = 0
                MOVE 0 TO WS-Lot-Best-Key
                MOVE 99999999 TO WS-Lot-Best-Expiry
                MOVE "N" TO EOFL
                MOVE 1 TO Lot-RelKey
                START LotFile KEY IS >= Lot-RelKey INVALID KEY
                    MOVE "Y" TO EOFL
                END-START
                PERFORM UNTIL EOFL = "Y"
                   READ LotFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFL
                   NOT AT END
                       IF Lot-Item-ID = WS-LT-Item AND
                          Lot-Qty-Left > 0 AND
                          (Lot-Expiry > WS-LT-Prev-Exp OR
                           (Lot-Expiry = WS-LT-Prev-Exp AND
                            Lot-ID > WS-LT-Prev-ID)) AND
                          Lot-Expiry < WS-Lot-Best-Expiry
                           MOVE Lot-Expiry TO WS-Lot-Best-Expiry
                           MOVE Lot-ID TO WS-Lot-Best-Key
                       END-IF
                END-PERFORM
                IF WS-Lot-Best-Key = 0
                    MOVE 0 TO WS-LT-Need
                ELSE
                    MOVE WS-Lot-Best-Key TO Lot-RelKey
                    READ LotFile INVALID KEY
                        MOVE 0 TO WS-LT-Need
                    NOT INVALID KEY
                        IF Lot-Qty-Left >= WS-LT-Need
                            MOVE WS-LT-Need TO WS-Lot-Take
                        ELSE
                            MOVE Lot-Qty-Left TO WS-Lot-Take
                        END-IF
                        SUBTRACT WS-Lot-Take FROM WS-LT-Need
                        MOVE Lot-Expiry TO WS-LT-Prev-Exp
                        MOVE Lot-ID TO WS-LT-Prev-ID
                        PERFORM Write-Lot-Trace
                    END-READ
                END-IF
            END-PERFORM
            CLOSE LotFile.
       Product-Recall.
      *>  Supplier recall of a lot range on one item: blocks the
      *>  item from sale, takes every branch's remaining stock into
      *>  quarantine (reason RCL), empties the recalled lots, and
      *>  spools the call-down list of customers, invoices and
      *>  branches that received the lots.
            DISPLAY "Enter Supplier-ID: "
            ACCEPT WS-RCL-Supplier
            MOVE WS-RCL-Supplier TO Supplier-RelKey
            PERFORM Find-Supplier
            IF WS-Supplier-Found NOT = "Y"
                DISPLAY "Error: Supplier not found."
            ELSE
                DISPLAY "Supplier: " Sup-Name
                DISPLAY "Enter Item-ID: "
                ACCEPT WS-RCL-Item
                DISPLAY "Enter first Lot-ID of the recall: "
                ACCEPT WS-RCL-Lot-From
                DISPLAY "Enter last Lot-ID (same as first for "
                    "one lot): "
                ACCEPT WS-RCL-Lot-To
                IF WS-RCL-Lot-To < WS-RCL-Lot-From
                    MOVE WS-RCL-Lot-From TO WS-RCL-Lot-To
                END-IF
                MOVE WS-RCL-Item TO RelativeKey
                OPEN INPUT ItemFile
                READ ItemFile INVALID KEY
                    DISPLAY "Error: Item not found."
                    MOVE 0 TO WS-RCL-Item
                END-READ
                CLOSE ItemFile
                IF WS-RCL-Item > 0 AND
                   Item-Supplier-ID NOT = WS-RCL-Supplier
                    DISPLAY "Error: item " WS-RCL-Item
                        " is not supplied by " WS-RCL-Supplier "."
                    MOVE 0 TO WS-RCL-Item
                END-IF
                IF WS-RCL-Item > 0
                    PERFORM Count-Recall-Lots
                    DISPLAY "Item: " Item-Name " on hand " Item-Qty
                    DISPLAY "Lots in range on file: " WS-RCL-Lots
                        ", still unsold: " WS-RCL-Lot-Qty
                    DISPLAY "Block the item, quarantine all stock "
                        "and list customers (Y/N)? "
                    ACCEPT WS-Confirm
                    IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                        PERFORM Recall-Block-Item
                        PERFORM Recall-Quarantine-Stock
                        PERFORM Recall-Empty-Lots
                        PERFORM Recall-Call-Down-List
                    ELSE
                        DISPLAY "Recall not started."
                    END-IF
                END-IF
            END-IF.
       Count-Recall-Lots.
            MOVE 0 TO WS-RCL-Lots
            MOVE 0 TO WS-RCL-Lot-Qty
            OPEN INPUT LotFile
            IF File-Status = "00"
                MOVE "N" TO EOFL
                PERFORM UNTIL EOFL = "Y"
                   READ LotFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFL
                   NOT AT END
                       IF Lot-Item-ID = WS-RCL-Item AND
                          Lot-ID >= WS-RCL-Lot-From AND
                          Lot-ID <= WS-RCL-Lot-To
                           ADD 1 TO WS-RCL-Lots
                           ADD Lot-Qty-Left TO WS-RCL-Lot-Qty
                       END-IF
                END-PERFORM
                CLOSE LotFile
            END-IF.
       Recall-Block-Item.
            MOVE WS-RCL-Item TO RelativeKey
            OPEN I-O ItemFile
            READ ItemFile INVALID KEY
                DISPLAY "Error: Record not found."
            NOT INVALID KEY
                MOVE "B" TO Item-Status
                REWRITE Item-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
            END-READ
            CLOSE ItemFile
            MOVE "RECALL" TO Audit-Action
            STRING "SUP=" WS-RCL-Supplier " ITEM=" WS-RCL-Item
                DELIMITED BY SIZE INTO Audit-Before
            STRING "LOTS " WS-RCL-Lot-From "-" WS-RCL-Lot-To
                " BLOCKED"
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit
            DISPLAY ESC Blue-On "Item " WS-RCL-Item
                " blocked from sale." ESC Reset-Color.
       Recall-Quarantine-Stock.
      *>  One quarantine lot per branch holding stock, plus one for
      *>  whatever Item-Qty holds beyond the branch rows; Item-Qty
      *>  goes to zero.
            MOVE 0 TO WS-RCL-Br-Count
            MOVE 0 TO WS-RCL-Br-Total
            MOVE 0 TO WS-RCL-Quar-Total
            OPEN INPUT ItemBranchFile
            IF File-Status = "00"
                MOVE "N" TO EOFL
                PERFORM UNTIL EOFL = "Y"
                   READ ItemBranchFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFL
                   NOT AT END
                       IF IB-Item-ID = WS-RCL-Item AND IB-Qty > 0
                          AND WS-RCL-Br-Count < 100
                           ADD 1 TO WS-RCL-Br-Count
                           MOVE IB-Branch-ID TO
                               WS-RCL-Br-ID(WS-RCL-Br-Count)
                           MOVE IB-Qty TO
                               WS-RCL-Br-Qty(WS-RCL-Br-Count)
                           ADD IB-Qty TO WS-RCL-Br-Total
                       END-IF
                END-PERFORM
                CLOSE ItemBranchFile
            END-IF
            MOVE WS-RCL-Item TO RelativeKey
            OPEN I-O ItemFile
            READ ItemFile INVALID KEY
                DISPLAY "Error: Record not found."
            END-READ
            IF Item-Qty > WS-RCL-Br-Total
                COMPUTE WS-QR-Qty = Item-Qty - WS-RCL-Br-Total
                MOVE 0 TO WS-Branch-ID-Lookup
                PERFORM Recall-Quarantine-Lot
            END-IF
            MOVE 0 TO Item-Qty
            REWRITE Item-Record INVALID KEY
            DISPLAY "Error: Unable to rewrite record."
            END-REWRITE
            CLOSE ItemFile
            PERFORM VARYING WS-RCL-Br-IDX FROM 1 BY 1
                UNTIL WS-RCL-Br-IDX > WS-RCL-Br-Count
                MOVE WS-RCL-Br-ID(WS-RCL-Br-IDX) TO
                    WS-Branch-ID-Lookup
                MOVE WS-RCL-Br-Qty(WS-RCL-Br-IDX) TO WS-QR-Qty
                COMPUTE WS-IB-Delta = 0 - WS-QR-Qty
                PERFORM Adjust-Branch-Stock
                PERFORM Recall-Quarantine-Lot
            END-PERFORM
            DISPLAY ESC Blue-On WS-RCL-Quar-Total
                " unit(s) quarantined across "
                WS-RCL-Br-Count " branch(es)." ESC Reset-Color.
       Recall-Quarantine-Lot.
      *>  Expects WS-QR-Qty and WS-Branch-ID-Lookup.
            PERFORM Next-Quar-Sequence
            OPEN I-O QuarFile
            IF File-Status = "35"
                OPEN OUTPUT QuarFile
                CLOSE QuarFile
                OPEN I-O QuarFile
            END-IF
            MOVE WS-Next-ID TO QR-ID
            MOVE WS-Next-ID TO Quar-RelKey
            MOVE WS-RCL-Item TO QR-Item-ID
            MOVE WS-QR-Qty TO QR-Qty
            MOVE "RCL" TO QR-Reason
            ACCEPT QR-Date FROM DATE YYYYMMDD
            MOVE "HELD" TO QR-Status
            MOVE 0 TO QR-Disp-Date
            WRITE Quar-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE QuarFile
            ADD WS-QR-Qty TO WS-RCL-Quar-Total
            MOVE "QUAR" TO Mv-Type
            MOVE WS-RCL-Item TO Mv-Item-ID
            COMPUTE Mv-Qty = 0 - WS-QR-Qty
            MOVE QR-ID TO Mv-Ref-ID
            PERFORM Write-Movement
            MOVE "QUARANTINE" TO Audit-Action
            STRING "QR=" QR-ID " ITEM=" QR-Item-ID
                DELIMITED BY SIZE INTO Audit-Before
            STRING "QTY=" WS-QR-Qty " RSN=RCL BR="
                WS-Branch-ID-Lookup
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit.
       Recall-Empty-Lots.
      *>  The recalled lots' unsold quantity is now in quarantine;
      *>  zero it so no later sale or transfer is traced to them.
            OPEN I-O LotFile
            IF File-Status = "00"
                MOVE "N" TO EOFL
                PERFORM UNTIL EOFL = "Y"
                   READ LotFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFL
                   NOT AT END
                       IF Lot-Item-ID = WS-RCL-Item AND
                          Lot-ID >= WS-RCL-Lot-From AND
                          Lot-ID <= WS-RCL-Lot-To AND
                          Lot-Qty-Left > 0
                           MOVE 0 TO Lot-Qty-Left
                           REWRITE Lot-Record INVALID KEY
                           DISPLAY "Error: Unable to rewrite record."
                           END-REWRITE
                       END-IF
                END-PERFORM
                CLOSE LotFile
            END-IF.
       Recall-Call-Down-List.
            MOVE 0 TO WS-RCL-Lines
            MOVE 0 TO WS-RCL-Walkin
            MOVE 0 TO WS-RCL-Sold-Qty
            MOVE "RECALL-LIST" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "PRODUCT RECALL - SUPPLIER " WS-RCL-Supplier " "
                Sup-Name " ITEM " WS-RCL-Item " LOTS "
                WS-RCL-Lot-From " TO " WS-RCL-Lot-To
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "KIND     LOT   QTY   DATE     INVOICE CUSTOMER "
                & "NAME                 PHONE / BRANCH"
                TO WS-Spool-Line
            PERFORM Spool-Line
            OPEN INPUT LotTraceFile
            IF File-Status = "00"
                MOVE "N" TO EOFLT
                PERFORM UNTIL EOFLT = "Y"
                   READ LotTraceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFLT
                   NOT AT END
                       IF LT-Item-ID = WS-RCL-Item AND
                          LT-Lot-ID >= WS-RCL-Lot-From AND
                          LT-Lot-ID <= WS-RCL-Lot-To
                           PERFORM Recall-List-Line
                       END-IF
                END-PERFORM
                CLOSE LotTraceFile
            END-IF
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "LINES " WS-RCL-Lines "  UNITS SOLD "
                WS-RCL-Sold-Qty "  WALK-IN (NO CONTACT) "
                WS-RCL-Walkin "  QUARANTINED "
                WS-RCL-Quar-Total
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool
            DISPLAY ESC Blue-On WS-RCL-Lines
                " traced line(s) on the recall list."
                ESC Reset-Color.
       Recall-List-Line.
            ADD 1 TO WS-RCL-Lines
            MOVE SPACES TO WS-Spool-Line
            IF LT-Kind = "TRNF"
                STRING "TRANSFER " LT-Lot-ID " " LT-Qty " "
                    LT-Date " TR " LT-Ref-ID
                    "                            TO BRANCH "
                    LT-Branch-ID
                    DELIMITED BY SIZE INTO WS-Spool-Line
            ELSE
                ADD LT-Qty TO WS-RCL-Sold-Qty
                IF LT-Kind = "ORDR"
                    MOVE "ORDER" TO WS-RCL-Kind-Txt
                ELSE
                    MOVE "SALE" TO WS-RCL-Kind-Txt
                END-IF
                IF LT-Customer-ID = 0
                    ADD 1 TO WS-RCL-Walkin
                    STRING WS-RCL-Kind-Txt " " LT-Lot-ID " " LT-Qty
                        " " LT-Date " " LT-Invoice-ID "   -----  "
                        "WALK-IN              BRANCH "
                        LT-Branch-ID
                        DELIMITED BY SIZE INTO WS-Spool-Line
                ELSE
                    MOVE LT-Customer-ID TO Customer-RelKey
                    MOVE SPACES TO Customer-Full-Name
                    MOVE SPACES TO Customer-Phone
                    OPEN INPUT CustomerFile
                    IF File-Status = "00"
                        READ CustomerFile INVALID KEY
                            MOVE "(not on file)" TO
                                Customer-Full-Name
                        END-READ
                        CLOSE CustomerFile
                    END-IF
                    STRING WS-RCL-Kind-Txt " " LT-Lot-ID " " LT-Qty
                        " " LT-Date " " LT-Invoice-ID "   "
                        LT-Customer-ID " " Customer-Full-Name " "
                        Customer-Phone
                        DELIMITED BY SIZE INTO WS-Spool-Line
                END-IF
            END-IF
            PERFORM Spool-Line.
       Build-Gift-Ref.
      *>  Expects WS-GR-Invoice. The gift receipt reference is GR,
      *>  the invoice number and a weighted check digit, so a
      *>  mistyped or made-up reference is refused at the till.
            PERFORM Gift-Ref-Check-Digit
            MOVE SPACES TO WS-GP-Ref
            STRING "GR" WS-GR-Invoice WS-GR-Check
                DELIMITED BY SIZE INTO WS-GP-Ref.
       Gift-Ref-Check-Digit.
            MOVE WS-GR-Invoice TO WS-GR-Digits
            MOVE 0 TO WS-GR-Sum
            PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                UNTIL WS-GR-IDX > 5
                IF FUNCTION MOD(WS-GR-IDX, 2) = 1
                    COMPUTE WS-GR-Sum = WS-GR-Sum +
                        (WS-GR-Digit(WS-GR-IDX) * 3)
                ELSE
                    ADD WS-GR-Digit(WS-GR-IDX) TO WS-GR-Sum
                END-IF
            END-PERFORM
            COMPUTE WS-GR-Check =
                FUNCTION MOD(10 - FUNCTION MOD(WS-GR-Sum, 10), 10).
       Parse-Invoice-Ref.
      *>  Takes WS-GR-Input as keyed or scanned: a plain invoice
      *>  number, or a gift receipt reference with or without the
      *>  barcode asterisks. Returns WS-GR-Invoice (0 when the
      *>  reference does not check) and WS-GR-Mode.
            MOVE "N" TO WS-GR-Mode
            MOVE 0 TO WS-GR-Invoice
            MOVE FUNCTION UPPER-CASE(WS-GR-Input) TO WS-GR-Input
            IF WS-GR-Input(1:1) = "*"
                MOVE WS-GR-Input(2:11) TO WS-GP-Ref
                MOVE WS-GP-Ref TO WS-GR-Input
            END-IF
            IF WS-GR-Input(1:2) = "GR"
                IF WS-GR-Input(3:6) IS NUMERIC
                    MOVE WS-GR-Input(3:5) TO WS-GR-Invoice
                    PERFORM Gift-Ref-Check-Digit
                    IF WS-GR-Input(8:1) = WS-GR-Check
                        MOVE "Y" TO WS-GR-Mode
                    ELSE
                        MOVE 0 TO WS-GR-Invoice
                    END-IF
                END-IF
                IF WS-GR-Mode NOT = "Y"
                    DISPLAY "Error: gift receipt reference not valid."
                END-IF
            ELSE
                MOVE FUNCTION NUMVAL(WS-GR-Input) TO WS-GR-Invoice
            END-IF.
       Gift-Return-By-Date.
      *>  Expects the Invoice-Record loaded.
            COMPUTE WS-GP-Return-By = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(Invoice-Date) +
                GIFT-RETURN-DAYS).
       Gift-Return-Window.
      *>  A gift receipt past its return-by date needs a
      *>  supervisor, the same bar as any other out-of-policy
      *>  return. Returns WS-Override-OK.
            PERFORM Gift-Return-By-Date
            ACCEPT WS-GR-Today FROM DATE YYYYMMDD
            IF WS-GR-Today > WS-GP-Return-By
                DISPLAY ESC Blue-On "Gift receipt return-by date "
                    WS-GP-Return-By " has passed." ESC Reset-Color
                MOVE "GIFT-RETURN" TO WS-Override-Action
                PERFORM Supervisor-Override
            END-IF.
       Next-NoRcpt-Sequence.
            MOVE 44 TO Counter-RelKey
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
       No-Receipt-Return.
      *>  Goods back without an invoice. The customer must be on
      *>  file and inside the rolling no-receipt limit; the refund
      *>  is the item's lowest selling price over the last
      *>  NORCPT-LOOKBACK-DAYS (price history and promotions), not
      *>  what the casher types; a supervisor approves anything
      *>  over NORCPT-OVERRIDE-LIMIT; and the money goes to store
      *>  credit only.
            ACCEPT WS-NR-Today FROM DATE YYYYMMDD
            COMPUTE WS-NR-Price-From = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-NR-Today) -
                NORCPT-LOOKBACK-DAYS)
            COMPUTE WS-NR-Window-From = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-NR-Today) -
                NORCPT-WINDOW-DAYS)
            MOVE "N" TO WS-NR-OK
            DISPLAY "Enter Customer-ID (required): "
            ACCEPT WS-NR-Customer
            IF WS-NR-Customer > 0
                MOVE WS-NR-Customer TO Customer-RelKey
                OPEN INPUT CustomerFile
                IF File-Status = "00"
                    READ CustomerFile INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-NR-OK
                    END-READ
                    CLOSE CustomerFile
                END-IF
            END-IF
            IF WS-NR-OK NOT = "Y"
                DISPLAY "Error: a no-receipt return needs a customer "
                    "record - add the customer first."
            ELSE
                DISPLAY "Customer: " Customer-Full-Name " "
                    Customer-Phone
                PERFORM NoRcpt-Customer-History
                DISPLAY "No-receipt returns in the last "
                    NORCPT-WINDOW-DAYS " days: " WS-NR-Cust-Count
                    " worth " WS-NR-Cust-Value
                IF WS-NR-Cust-Count >= NORCPT-MAX-COUNT OR
                   WS-NR-Cust-Value >= NORCPT-MAX-VALUE
                    MOVE "N" TO WS-NR-OK
                    DISPLAY ESC Blue-On "Refused: customer is at the "
                        "no-receipt return limit." ESC Reset-Color
                    MOVE "NORCPT-LIMIT" TO Audit-Action
                    STRING "CUST=" WS-NR-Customer
                        DELIMITED BY SIZE INTO Audit-Before
                    STRING "N=" WS-NR-Cust-Count " VAL="
                        WS-NR-Cust-Value
                        DELIMITED BY SIZE INTO Audit-After
                    PERFORM Write-Audit
                ELSE
                    PERFORM NoRcpt-Take-Item
                END-IF
            END-IF.
       NoRcpt-Take-Item.
            DISPLAY "Enter Item-ID being returned: "
            ACCEPT WS-NR-Item
            MOVE WS-NR-Item TO RelativeKey
            OPEN INPUT ItemFile
            READ ItemFile INVALID KEY
                MOVE "N" TO WS-NR-OK
                DISPLAY "Error: Item not found."
            END-READ
            CLOSE ItemFile
            IF WS-NR-OK = "Y" AND Item-Is-Bundle
                MOVE "N" TO WS-NR-OK
                DISPLAY "Error: a bundle can only come back against "
                    "its invoice."
            END-IF
            IF WS-NR-OK = "Y" AND Item-Is-Service
                MOVE "N" TO WS-NR-OK
                DISPLAY "Error: a service item holds no stock - it "
                    "can only be refunded against its invoice."
            END-IF
            IF WS-NR-OK = "Y"
                DISPLAY "Item: " Item-Name
                DISPLAY "Enter Quantity: "
                ACCEPT WS-NR-Qty
                IF WS-NR-Qty = 0
                    MOVE "N" TO WS-NR-OK
                    DISPLAY "Error: quantity must be above zero."
                END-IF
            END-IF
            IF WS-NR-OK = "Y"
                PERFORM NoRcpt-Lowest-Price
                COMPUTE WS-NR-Value = WS-NR-Price * WS-NR-Qty
                DISPLAY "Lowest price in the last "
                    NORCPT-LOOKBACK-DAYS " days: " WS-NR-Price
                DISPLAY "Refund value (store credit): " WS-NR-Value
                IF WS-NR-Cust-Value + WS-NR-Value > NORCPT-MAX-VALUE
                    MOVE "N" TO WS-NR-OK
                    DISPLAY ESC Blue-On "Refused: this return would "
                        "take the customer past the no-receipt "
                        "limit of " NORCPT-MAX-VALUE "."
                        ESC Reset-Color
                END-IF
            END-IF
            MOVE SPACES TO WS-NR-Approver
            IF WS-NR-OK = "Y" AND
               WS-NR-Value > NORCPT-OVERRIDE-LIMIT
                MOVE "NORCPT-RETURN" TO WS-Override-Action
                PERFORM Supervisor-Override
                IF WS-Override-OK = "Y"
                    MOVE WS-Override-Supv TO WS-NR-Approver
                ELSE
                    MOVE "N" TO WS-NR-OK
                END-IF
            END-IF
            IF WS-NR-OK = "Y"
                DISPLAY "Take the goods back (Y/N)? "
                ACCEPT WS-Confirm
                IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                    PERFORM NoRcpt-Post
                ELSE
                    DISPLAY "No-receipt return not taken."
                END-IF
            END-IF.
       NoRcpt-Lowest-Price.
      *>  Expects the Item-Record loaded. Starts at today's price
      *>  at the casher's branch (its own price row when lower
      *>  than the company price) and takes the lowest of every
      *>  price the item carried in the lookback (both sides of
      *>  each price change) and every promotion that ran in it -
      *>  a BXGY deal as its effective unit price.
            MOVE Item-Price TO WS-NR-Price
            MOVE Input-ID TO WS-Lookup-Casher-ID
            PERFORM Find-Casher-Branch
            IF WS-Branch-ID-Lookup > 0
                MOVE WS-NR-Item TO WS-BP-Item
                MOVE WS-Branch-ID-Lookup TO WS-BP-Branch
                PERFORM Find-Branch-Price
                IF WS-BP-Found = "Y" AND WS-BP-Price < WS-NR-Price
                    MOVE WS-BP-Price TO WS-NR-Price
                END-IF
            END-IF
            OPEN INPUT PriceHistFile
            IF File-Status = "00"
                MOVE "N" TO EOFNR
                PERFORM UNTIL EOFNR = "Y"
                   READ PriceHistFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFNR
                   NOT AT END
                       IF PH-Item-ID = WS-NR-Item AND
                          PH-Change-Date >= WS-NR-Price-From
                           IF PH-Old-Price > 0 AND
                              PH-Old-Price < WS-NR-Price
                               MOVE PH-Old-Price TO WS-NR-Price
                           END-IF
                           IF PH-New-Price > 0 AND
                              PH-New-Price < WS-NR-Price
                               MOVE PH-New-Price TO WS-NR-Price
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE PriceHistFile
            END-IF
            OPEN INPUT PromoFile
            IF File-Status = "00"
                MOVE "N" TO EOFNR
                PERFORM UNTIL EOFNR = "Y"
                   READ PromoFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFNR
                   NOT AT END
                       IF Promo-Item-ID = WS-NR-Item AND
                          Promo-End-Date >= WS-NR-Price-From AND
                          Promo-Start-Date <= WS-NR-Today
                           MOVE WS-NR-Price TO WS-NR-Eff-Price
                           IF Promo-Mechanic = "BXGY"
                               IF Promo-Buy-Qty + Promo-Free-Qty > 0
                                   COMPUTE WS-NR-Eff-Price ROUNDED =
                                       WS-NR-Price * Promo-Buy-Qty /
                                       (Promo-Buy-Qty +
                                        Promo-Free-Qty)
                               END-IF
                           ELSE
                               IF Promo-Break-Price > 0
                                   MOVE Promo-Break-Price TO
                                       WS-NR-Eff-Price
                               END-IF
                           END-IF
                           IF WS-NR-Eff-Price < WS-NR-Price
                               MOVE WS-NR-Eff-Price TO WS-NR-Price
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE PromoFile
            END-IF.
       NoRcpt-Customer-History.
      *>  Expects WS-NR-Customer and WS-NR-Window-From. Returns the
      *>  count and value of the customer's no-receipt returns in
      *>  the rolling window.
            MOVE 0 TO WS-NR-Cust-Count
            MOVE 0 TO WS-NR-Cust-Value
            OPEN INPUT NoRcptFile
            IF File-Status = "00"
                MOVE "N" TO EOFNR
                PERFORM UNTIL EOFNR = "Y"
                   READ NoRcptFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFNR
                   NOT AT END
                       IF NR-Customer-ID = WS-NR-Customer AND
                          NR-Date >= WS-NR-Window-From
                           ADD 1 TO WS-NR-Cust-Count
                           ADD NR-Value TO WS-NR-Cust-Value
                       END-IF
                END-PERFORM
                CLOSE NoRcptFile
            END-IF.
       NoRcpt-Post.
      *>  Stock back on the shelf (journalled NRET under the
      *>  no-receipt number), value onto store credit, and the
      *>  return logged for the limit and the report.
            PERFORM Next-NoRcpt-Sequence
            MOVE WS-Next-ID TO NR-ID
            MOVE WS-Next-ID TO NoRcpt-RelKey
            MOVE WS-NR-Item TO RelativeKey
            OPEN I-O ItemFile
            READ ItemFile INVALID KEY
                DISPLAY "Error: Item not found."
            NOT INVALID KEY
                ADD WS-NR-Qty TO Item-Qty
                REWRITE Item-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
            END-READ
            CLOSE ItemFile
            MOVE Input-ID TO WS-Lookup-Casher-ID
            PERFORM Find-Casher-Branch
            IF WS-Branch-ID-Lookup > 0
                MOVE WS-NR-Qty TO WS-IB-Delta
                PERFORM Adjust-Branch-Stock
            END-IF
            MOVE "NRET" TO Mv-Type
            MOVE WS-NR-Item TO Mv-Item-ID
            MOVE WS-NR-Qty TO Mv-Qty
            MOVE NR-ID TO Mv-Ref-ID
            PERFORM Write-Movement

            MOVE WS-Branch-ID-Lookup TO WS-FIS-Branch
            MOVE "C" TO WS-FIS-Series
            MOVE "N" TO WS-FIS-Source
            MOVE NR-ID TO WS-FIS-Ref
            MOVE 0 TO WS-FIS-Orig-Inv
            MOVE WS-NR-Value TO WS-FIS-Amount
            PERFORM Reserve-Fiscal-Number
            MOVE WS-NR-Value TO Final-Amount
            MOVE SPACES TO WS-GC-Number-Input
            MOVE "Y" TO WS-NR-Active
            PERFORM Refund-To-Store-Credit
            MOVE "N" TO WS-NR-Active

            OPEN I-O NoRcptFile
            IF File-Status = "35"
                OPEN OUTPUT NoRcptFile
                CLOSE NoRcptFile
                OPEN I-O NoRcptFile
            END-IF
            MOVE NR-ID TO NoRcpt-RelKey
            MOVE WS-NR-Customer TO NR-Customer-ID
            MOVE WS-NR-Item TO NR-Item-ID
            MOVE WS-NR-Qty TO NR-Qty
            MOVE WS-NR-Price TO NR-Unit-Price
            MOVE WS-NR-Value TO NR-Value
            MOVE WS-NR-Today TO NR-Date
            MOVE Input-ID TO NR-Casher
            MOVE WS-NR-Approver TO NR-Approver
            MOVE WS-GC-Number-Input TO NR-Card
            WRITE NoRcpt-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            MOVE "V" TO WS-FIS-Result
            MOVE "RETURN LOG WRITE FAILED" TO WS-FIS-Reason
            NOT INVALID KEY
                MOVE "I" TO WS-FIS-Result
            END-WRITE
            CLOSE NoRcptFile
            PERFORM Settle-Fiscal-Number

            MOVE "NORCPT" TO WS-EJ-Event
            MOVE NR-ID TO WS-EJ-Ref
            MOVE WS-NR-Value TO WS-EJ-Amount
            MOVE SPACES TO WS-EJ-Detail
            STRING "CUST " WS-NR-Customer
                DELIMITED BY SIZE INTO WS-EJ-Detail
            PERFORM Write-EJ
            DISPLAY ESC Blue-On "No-receipt return " NR-ID
                " taken." ESC Reset-Color.
       NoRcpt-Repeat-Report.
      *>  Loss prevention: every customer with more than one
      *>  no-receipt return in the rolling window, with count,
      *>  value, last date and contact; those at the limit are
      *>  flagged.
            ACCEPT WS-NR-Today FROM DATE YYYYMMDD
            COMPUTE WS-NR-Window-From = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-NR-Today) -
                NORCPT-WINDOW-DAYS)
            MOVE 0 TO WS-NRR-Count
            OPEN INPUT NoRcptFile
            IF File-Status = "00"
                MOVE "N" TO EOFNR
                PERFORM UNTIL EOFNR = "Y"
                   READ NoRcptFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFNR
                   NOT AT END
                       IF NR-Date >= WS-NR-Window-From
                           PERFORM NoRcpt-Tally-Customer
                       END-IF
                END-PERFORM
                CLOSE NoRcptFile
            END-IF
            MOVE 0 TO WS-NRR-Listed
            MOVE "NORCPT-REPT" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Repeat No-Receipt Returners " WS-NR-Window-From
                " to " WS-NR-Today
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Cust  Name                 Phone           "
                "  N       Value Last     Flag"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            OPEN INPUT CustomerFile
            PERFORM VARYING WS-NRR-IDX FROM 1 BY 1
                UNTIL WS-NRR-IDX > WS-NRR-Count
                IF WS-NRR-N(WS-NRR-IDX) > 1
                    ADD 1 TO WS-NRR-Listed
                    MOVE WS-NRR-Cust(WS-NRR-IDX) TO Customer-RelKey
                    READ CustomerFile INVALID KEY
                        MOVE "(not on file)" TO Customer-Full-Name
                        MOVE SPACES TO Customer-Phone
                    END-READ
                    MOVE SPACES TO WS-NRR-Flag
                    IF WS-NRR-N(WS-NRR-IDX) >= NORCPT-MAX-COUNT OR
                       WS-NRR-Val(WS-NRR-IDX) >= NORCPT-MAX-VALUE
                        MOVE "AT LIMIT" TO WS-NRR-Flag
                    END-IF
                    MOVE SPACES TO WS-Spool-Line
                    STRING WS-NRR-Cust(WS-NRR-IDX) " "
                        Customer-Full-Name " " Customer-Phone " "
                        WS-NRR-N(WS-NRR-IDX) " "
                        WS-NRR-Val(WS-NRR-IDX) " "
                        WS-NRR-Last(WS-NRR-IDX) " " WS-NRR-Flag
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                END-IF
            END-PERFORM
            CLOSE CustomerFile
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Customers listed: " WS-NRR-Listed
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool
            DISPLAY ESC Blue-On WS-NRR-Listed
                " repeat no-receipt returner(s) listed."
                ESC Reset-Color.
       NoRcpt-Tally-Customer.
            MOVE 0 TO WS-NRR-IDX
            PERFORM VARYING WS-NR-Cust-Count FROM 1 BY 1
                UNTIL WS-NR-Cust-Count > WS-NRR-Count
                IF WS-NRR-Cust(WS-NR-Cust-Count) = NR-Customer-ID
                    MOVE WS-NR-Cust-Count TO WS-NRR-IDX
                END-IF
            END-PERFORM
            IF WS-NRR-IDX = 0 AND WS-NRR-Count < 200
                ADD 1 TO WS-NRR-Count
                MOVE WS-NRR-Count TO WS-NRR-IDX
                MOVE NR-Customer-ID TO WS-NRR-Cust(WS-NRR-IDX)
                MOVE 0 TO WS-NRR-N(WS-NRR-IDX)
                MOVE 0 TO WS-NRR-Val(WS-NRR-IDX)
                MOVE 0 TO WS-NRR-Last(WS-NRR-IDX)
            END-IF
            IF WS-NRR-IDX > 0
                ADD 1 TO WS-NRR-N(WS-NRR-IDX)
                ADD NR-Value TO WS-NRR-Val(WS-NRR-IDX)
                IF NR-Date > WS-NRR-Last(WS-NRR-IDX)
                    MOVE NR-Date TO WS-NRR-Last(WS-NRR-IDX)
                END-IF
            END-IF.
       Select-Till.
      *>  Run at casher login, before the opening float. Every
      *>  invoice, payment, drawer and journal row written in the
      *>  session carries the till chosen here. A shop with no
      *>  terminals registered runs as till 000.
            MOVE 0 TO WS-Till-ID
            MOVE 0 TO WS-Till-Count
            OPEN INPUT TermFile
            IF File-Status = "00"
                MOVE "N" TO EOFTM
                PERFORM UNTIL EOFTM = "Y"
                   READ TermFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFTM
                   NOT AT END
                       IF Term-Active
                           ADD 1 TO WS-Till-Count
                       END-IF
                END-PERFORM
                CLOSE TermFile
            END-IF
            IF WS-Till-Count = 0
                DISPLAY ESC Blue-On
                    "No tills registered - working as till 000."
                    ESC Reset-Color
            ELSE
                MOVE "N" TO WS-Till-OK
                PERFORM UNTIL WS-Till-OK = "Y"
                    DISPLAY "Enter Till Number: "
                    ACCEPT WS-Till-Input
                    OPEN INPUT TermFile
                    MOVE WS-Till-Input TO Term-RelKey
                    READ TermFile INVALID KEY
                        DISPLAY "Error: Till not registered."
                    NOT INVALID KEY
                        IF Term-Active
                            MOVE WS-Till-Input TO WS-Till-ID
                            MOVE "Y" TO WS-Till-OK
                            DISPLAY ESC Blue-On "Signed on to till "
                                Term-ID " " Term-Name ESC Reset-Color
                        ELSE
                            DISPLAY "Error: Till is retired."
                        END-IF
                    END-READ
                    CLOSE TermFile
                END-PERFORM
            END-IF
      *>  a sale this till was ringing when the program last
      *>  stopped is put right before the new session trades
            MOVE "N" TO WS-STX-All
            PERFORM Recover-Inflight-Sales.
       Term-Post.
      *>  Expects WS-TP-Kind (SALE, REFUND, PAIDIN, PAIDOUT, DROP
      *>  or FLOAT), WS-TP-Method and WS-TP-Amount; for a gift card
      *>  sale WS-TP-Cash is the cash taken for the remainder.
      *>  Adds the movement to the session till's running totals
      *>  and opens its Z if it was closed. Sales also go onto the
      *>  grand total, which no reading ever resets.
            IF WS-Till-ID > 0
                OPEN I-O TermFile
                MOVE WS-Till-ID TO Term-RelKey
                READ TermFile INVALID KEY
                    DISPLAY "Error: Till " WS-Till-ID
                        " not on the terminal master."
                NOT INVALID KEY
                    EVALUATE WS-TP-Kind
                        WHEN "SALE"
                            ADD 1 TO Term-Sale-Count
                            ADD WS-TP-Amount TO Term-Sale-Total
                            ADD WS-TP-Amount TO Term-Grand-Total
                            EVALUATE WS-TP-Method
                                WHEN "CASH"
                                    ADD WS-TP-Amount TO
                                        Term-Cash-Total
                                WHEN "CARD"
                                    ADD WS-TP-Amount TO
                                        Term-Card-Total
                                WHEN "GCARD"
                                    ADD WS-TP-Cash TO
                                        Term-Cash-Total
                                    COMPUTE Term-Other-Total =
                                        Term-Other-Total +
                                        WS-TP-Amount - WS-TP-Cash
                                WHEN OTHER
                                    ADD WS-TP-Amount TO
                                        Term-Other-Total
                            END-EVALUATE
                        WHEN "REFUND"
                            ADD 1 TO Term-Refund-Count
                            ADD WS-TP-Amount TO Term-Refund-Total
      *>                    only a cash refund leaves the drawer;
      *>                    card, account and gift card refunds go
      *>                    back where the tender came from
                            IF WS-TP-Method = "CASH"
                                ADD WS-TP-Amount TO
                                    Term-Cash-Refund-Total
                            END-IF
                        WHEN "PAIDIN"
                            ADD WS-TP-Amount TO Term-PaidIn-Total
                        WHEN "PAIDOUT"
                            ADD WS-TP-Amount TO Term-PaidOut-Total
      *>                    cash dropped to the safe leaves the drawer
      *>                    like a paid-out as far as the Z goes
                        WHEN "DROP"
                            ADD WS-TP-Amount TO Term-PaidOut-Total
                        WHEN "FLOAT"
                            ADD WS-TP-Amount TO Term-Float-Total
                    END-EVALUATE
                    IF NOT Term-Has-Open-Z
                        MOVE "Y" TO Term-Z-Open
                        ACCEPT Term-Open-Date FROM DATE YYYYMMDD
                    END-IF
                    REWRITE Term-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
                CLOSE TermFile
            END-IF.
       Count-Open-Z-Tills.
      *>  Returns WS-Term-Open-Count - tills holding takings that
      *>  no Z reading has closed off yet - and lists them.
            MOVE 0 TO WS-Term-Open-Count
            OPEN INPUT TermFile
            IF File-Status = "00"
                MOVE "N" TO EOFTM
                PERFORM UNTIL EOFTM = "Y"
                   READ TermFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFTM
                   NOT AT END
                       IF Term-Has-Open-Z
                           ADD 1 TO WS-Term-Open-Count
                           DISPLAY "Till " Term-ID " " Term-Name
                               " open since " Term-Open-Date
                       END-IF
                END-PERFORM
                CLOSE TermFile
            END-IF.
       Till-Reading-Menu.
      *>  Casher side: an X reading of the session till at any time;
      *>  a Z reading needs a supervisor.
            IF WS-Till-ID = 0
                DISPLAY "Error: No till signed on for this session."
            ELSE
                DISPLAY "1. X Reading (no reset)"
                DISPLAY "2. Z Reading (close the till)"
                DISPLAY "Enter Choose Option:"
                ACCEPT WS-Term-Choice
                MOVE WS-Till-ID TO WS-Till-Input
                EVALUATE WS-Term-Choice
                    WHEN "1"
                        PERFORM Till-X-Reading
                    WHEN "2"
                        MOVE "Z-READING" TO WS-Override-Action
                        PERFORM Supervisor-Override
                        IF WS-Override-OK = "Y"
                            PERFORM Till-Z-Reading
                        END-IF
                    WHEN OTHER
                        DISPLAY "Invalid choice. Try again."
                END-EVALUATE
            END-IF.
       Manage-Tills.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Tills / Terminal Master"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. View Tills"
               DISPLAY "2. Add/Update Till"
               DISPLAY "3. Retire Till"
               DISPLAY "4. X Reading"
               DISPLAY "5. Z Reading"
               DISPLAY "6. Z Reading History"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM View-Tills
                   WHEN "2"
                       PERFORM Add-Till
                   WHEN "3"
                       PERFORM Retire-Till
                   WHEN "4"
                       DISPLAY "Enter Till Number: "
                       ACCEPT WS-Till-Input
                       PERFORM Till-X-Reading
                   WHEN "5"
                       DISPLAY "Enter Till Number: "
                       ACCEPT WS-Till-Input
                       PERFORM Till-Z-Reading
                   WHEN "6"
                       PERFORM View-Z-History
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       View-Tills.
            OPEN INPUT TermFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT TermFile
                CLOSE TermFile
                OPEN INPUT TermFile
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H10
            DISPLAY "Till Name                 Br  St Z-Open Last-Z"
                "    Z-No  Grand Total"
            DISPLAY S10 S10 S10 S10 S10 S10
            MOVE "N" TO EOFTM
            PERFORM UNTIL EOFTM = "Y"
               READ TermFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFTM
               NOT AT END
                   DISPLAY Term-ID " " Term-Name " " Term-Branch-ID
                       " " Term-Status "  " Term-Z-Open "      "
                       Term-Last-Z-Date " " Term-Z-Number " "
                       Term-Grand-Total
            END-PERFORM
            CLOSE TermFile.
       Add-Till.
      *>  Registers a till or renames / re-homes an existing one.
      *>  The Z number and grand total of an existing till are
      *>  never touched here.
            OPEN I-O TermFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT TermFile
                CLOSE TermFile
                OPEN I-O TermFile
            END-IF
            DISPLAY "Enter Till Number (1-999): "
            ACCEPT WS-Till-Input
            IF WS-Till-Input = 0
                DISPLAY "Error: Till 000 is reserved."
            ELSE
                MOVE WS-Till-Input TO Term-RelKey
                READ TermFile INVALID KEY
                    INITIALIZE Term-Record
                    MOVE WS-Till-Input TO Term-ID
                    MOVE "N" TO Term-Z-Open
                    DISPLAY "Enter Till Name: "
                    ACCEPT Term-Name
                    DISPLAY "Enter Branch-ID: "
                    ACCEPT Term-Branch-ID
                    MOVE "A" TO Term-Status
                    WRITE Term-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                NOT INVALID KEY
                    DISPLAY "Enter Till Name: "
                    ACCEPT Term-Name
                    DISPLAY "Enter Branch-ID: "
                    ACCEPT Term-Branch-ID
                    MOVE "A" TO Term-Status
                    REWRITE Term-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
                IF File-Status = "00"
                    DISPLAY ESC Blue-On
                    "Till saved successfully." ESC Reset-Color
                    MOVE "TILL-SAVE" TO Audit-Action
                    MOVE SPACES TO Audit-Before
                    MOVE SPACES TO Audit-After
                    STRING "TILL=" Term-ID " " Term-Name
                        DELIMITED BY SIZE INTO Audit-After
                    PERFORM Write-Audit
                ELSE
                    DISPLAY "File Status: " File-Status
                END-IF
            END-IF
            CLOSE TermFile.
       Retire-Till.
      *>  A retired till can no longer be signed on to. It must be
      *>  Z-read first so no takings are left unclosed.
            OPEN I-O TermFile
            IF File-Status = "35"
                DISPLAY "Error: No tills registered."
            ELSE
                DISPLAY "Enter Till Number: "
                ACCEPT WS-Till-Input
                MOVE WS-Till-Input TO Term-RelKey
                READ TermFile INVALID KEY
                    DISPLAY "Error: Till not registered."
                NOT INVALID KEY
                    IF Term-Has-Open-Z
                        DISPLAY "Error: Till has an open Z - take "
                            "the Z reading first."
                    ELSE
                        MOVE "R" TO Term-Status
                        REWRITE Term-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                        END-REWRITE
                        DISPLAY ESC Blue-On "Till " Term-ID
                            " retired." ESC Reset-Color
                        MOVE "TILL-RETIRE" TO Audit-Action
                        MOVE SPACES TO Audit-Before
                        MOVE SPACES TO Audit-After
                        STRING "TILL=" Term-ID
                            DELIMITED BY SIZE INTO Audit-Before
                        PERFORM Write-Audit
                    END-IF
                END-READ
            END-IF
            CLOSE TermFile.
       Till-X-Reading.
      *>  Expects WS-Till-Input. Prints the running totals since
      *>  the last Z without resetting anything.
            OPEN INPUT TermFile
            IF File-Status = "35"
                DISPLAY "Error: No tills registered."
            ELSE
                MOVE WS-Till-Input TO Term-RelKey
                READ TermFile INVALID KEY
                    DISPLAY "Error: Till not registered."
                NOT INVALID KEY
                    MOVE "X-READING" TO WS-Report-Name
                    PERFORM Open-Report-Spool
                    MOVE SPACES TO WS-Spool-Line
                    STRING "X READING - TILL " Term-ID " "
                        Term-Name DELIMITED BY SIZE
                        INTO WS-Spool-Line
                    PERFORM Spool-Line
                    MOVE SPACES TO WS-Spool-Line
                    STRING "(no reset)  last Z no. " Term-Z-Number
                        "  of " Term-Last-Z-Date
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                    PERFORM Till-Reading-Body
                    PERFORM Close-Report-Spool
                END-READ
            END-IF
            CLOSE TermFile.
       Till-Z-Reading.
      *>  Expects WS-Till-Input. Closes the till off: takes the
      *>  next consecutive Z number, writes the Z history row,
      *>  prints the reading and zeroes the running totals. The
      *>  grand total carries on untouched.
            ACCEPT WS-ZR-Today FROM DATE YYYYMMDD
            ACCEPT WS-ZR-Time-Raw FROM TIME
            OPEN I-O TermFile
            IF File-Status = "35"
                DISPLAY "Error: No tills registered."
            ELSE
                MOVE WS-Till-Input TO Term-RelKey
                READ TermFile INVALID KEY
                    DISPLAY "Error: Till not registered."
                NOT INVALID KEY
                    IF NOT Term-Has-Open-Z
                        DISPLAY "Till " Term-ID " has no takings "
                            "since Z no. " Term-Z-Number
                    ELSE
                        PERFORM Till-Z-Close
                    END-IF
                END-READ
            END-IF
            CLOSE TermFile.
       Till-Z-Close.
      *>  Expects the Term-Record read for update with TermFile
      *>  open I-O.
            ADD 1 TO Term-Z-Number
            PERFORM Next-ZRead-Sequence
            OPEN I-O ZReadFile
            IF File-Status = "35"
                OPEN OUTPUT ZReadFile
                CLOSE ZReadFile
                OPEN I-O ZReadFile
            END-IF
            MOVE WS-Next-ID TO ZR-ID
            MOVE WS-Next-ID TO ZRead-RelKey
            MOVE Term-ID TO ZR-Till-ID
            MOVE Term-Z-Number TO ZR-Z-Number
            MOVE WS-ZR-Today TO ZR-Date
            MOVE WS-ZR-Time-Raw(1:6) TO ZR-Time
            MOVE Input-ID TO ZR-Casher
            MOVE Term-Open-Date TO ZR-Open-Date
            MOVE Term-Sale-Count TO ZR-Sale-Count
            MOVE Term-Sale-Total TO ZR-Sale-Total
            MOVE Term-Cash-Total TO ZR-Cash-Total
            MOVE Term-Card-Total TO ZR-Card-Total
            MOVE Term-Other-Total TO ZR-Other-Total
            MOVE Term-Refund-Count TO ZR-Refund-Count
            MOVE Term-Refund-Total TO ZR-Refund-Total
            MOVE Term-PaidIn-Total TO ZR-PaidIn-Total
            MOVE Term-PaidOut-Total TO ZR-PaidOut-Total
            MOVE Term-Float-Total TO ZR-Float-Total
            MOVE Term-Grand-Total TO ZR-Grand-Total
            WRITE ZRead-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE ZReadFile

            MOVE "Z-READING" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE SPACES TO WS-Spool-Line
            STRING "Z READING - TILL " Term-ID " " Term-Name
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Z no. " Term-Z-Number "  " WS-ZR-Today " "
                WS-ZR-Time-Raw(1:4) "  by " Input-ID
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Till-Reading-Body
            PERFORM Close-Report-Spool

            MOVE 0 TO Term-Sale-Count
            MOVE 0 TO Term-Sale-Total
            MOVE 0 TO Term-Cash-Total
            MOVE 0 TO Term-Card-Total
            MOVE 0 TO Term-Other-Total
            MOVE 0 TO Term-Refund-Count
            MOVE 0 TO Term-Refund-Total
            MOVE 0 TO Term-PaidIn-Total
            MOVE 0 TO Term-PaidOut-Total
            MOVE 0 TO Term-Float-Total
            MOVE 0 TO Term-Cash-Refund-Total
            MOVE "N" TO Term-Z-Open
            MOVE WS-ZR-Today TO Term-Last-Z-Date
            REWRITE Term-Record INVALID KEY
            DISPLAY "Error: Unable to rewrite record."
            END-REWRITE

            MOVE "Z-READING" TO Audit-Action
            MOVE SPACES TO Audit-Before
            MOVE SPACES TO Audit-After
            STRING "TILL=" Term-ID " Z=" Term-Z-Number
                DELIMITED BY SIZE INTO Audit-Before
            STRING "GT=" Term-Grand-Total
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit

            MOVE "Z-READ" TO WS-EJ-Event
            MOVE Term-Z-Number TO WS-EJ-Ref
            MOVE ZR-Sale-Total TO WS-EJ-Amount
            MOVE SPACES TO WS-EJ-Detail
            STRING "TILL " Term-ID DELIMITED BY SIZE
                INTO WS-EJ-Detail
            PERFORM Write-EJ.
       Till-Reading-Body.
      *>  Spools the running totals of the Term-Record in hand,
      *>  shared by the X and Z readings.
            COMPUTE WS-Term-Net-Cash =
                Term-Float-Total + Term-Cash-Total +
                Term-PaidIn-Total - Term-PaidOut-Total -
                Term-Cash-Refund-Total
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Open since     : " Term-Open-Date
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Sales          : " Term-Sale-Count " / "
                Term-Sale-Total DELIMITED BY SIZE
                INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "  Cash         : " Term-Cash-Total
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "  Card         : " Term-Card-Total
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "  Other        : " Term-Other-Total
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Refunds        : " Term-Refund-Count " / "
                Term-Refund-Total DELIMITED BY SIZE
                INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "  Cash refunds : " Term-Cash-Refund-Total
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Opening Float  : " Term-Float-Total
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Paid-Ins       : " Term-PaidIn-Total
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Paid-Outs      : " Term-PaidOut-Total
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Cash in Drawer : " WS-Term-Net-Cash
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Grand Total    : " Term-Grand-Total
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line.
       View-Z-History.
            DISPLAY "Enter Till Number (0 = all): "
            ACCEPT WS-Till-Input
            OPEN INPUT ZReadFile
            IF File-Status = "35"
                DISPLAY "No Z readings on file."
            ELSE
                DISPLAY H10 H10 H10 H10 H10 H10
                DISPLAY "Till Z-No  Date     Sales          "
                    "Refunds        Grand Total"
                DISPLAY S10 S10 S10 S10 S10 S10
                MOVE "N" TO EOFTM
                PERFORM UNTIL EOFTM = "Y"
                   READ ZReadFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFTM
                   NOT AT END
                       IF WS-Till-Input = 0 OR
                          ZR-Till-ID = WS-Till-Input
                           DISPLAY ZR-Till-ID "  " ZR-Z-Number " "
                               ZR-Date " " ZR-Sale-Total " "
                               ZR-Refund-Total " " ZR-Grand-Total
                       END-IF
                END-PERFORM
                CLOSE ZReadFile
            END-IF.
       Next-ZRead-Sequence.
            MOVE 45 TO Counter-RelKey
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
       Check-Staff-Allowance.
      *>  Called from Buy-Confirm before any stock moves. A linked
      *>  staff customer with an allowance may not take the month's
      *>  staff purchases (goods value at staff price, cancelled
      *>  and refunded sales left out) past it without a
      *>  supervisor. Returns WS-SP-OK.
            MOVE "Y" TO WS-SP-OK
            IF Invoice-Customer-ID > 0
                MOVE Invoice-Customer-ID TO WS-SP-Customer
                MOVE "N" TO WS-SP-Staff
                OPEN INPUT CustomerFile
                MOVE WS-SP-Customer TO Customer-RelKey
                READ CustomerFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF Tier-Staff AND Customer-Staff-Allow > 0
                        MOVE "Y" TO WS-SP-Staff
                        MOVE Customer-Staff-Allow TO WS-SP-Allow
                    END-IF
                END-READ
                CLOSE CustomerFile
                IF WS-SP-Staff = "Y"
                    PERFORM Staff-Cart-Value
                    PERFORM Staff-Month-To-Date
                    MOVE WS-SP-Customer TO Invoice-Customer-ID
                    IF WS-SP-MTD + WS-SP-Cart > WS-SP-Allow
                        DISPLAY ESC Blue-On
                            "Staff allowance exceeded: this month "
                            WS-SP-MTD " + this sale " WS-SP-Cart
                            " > allowance " WS-SP-Allow
                            ESC Reset-Color
                        MOVE "STAFF-ALLOWANCE" TO WS-Override-Action
                        PERFORM Supervisor-Override
                        IF WS-Override-OK NOT = "Y"
                            MOVE "N" TO WS-SP-OK
                        END-IF
                    ELSE
                        COMPUTE WS-SP-Allow =
                            WS-SP-Allow - WS-SP-MTD - WS-SP-Cart
                        DISPLAY "Staff allowance left after this "
                            "sale: " WS-SP-Allow
                    END-IF
                END-IF
            END-IF.
       Staff-Cart-Value.
      *>  Goods value of the casher's live (unparked) cart.
            MOVE 0 TO WS-SP-Cart
            OPEN INPUT CartFile
            IF File-Status = "00"
                MOVE "N" TO EOFPD
                PERFORM UNTIL EOFPD = "Y"
                   READ CartFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFPD
                   NOT AT END
                       IF Cart-Casher-ID = Input-ID AND
                          Cart-Park-Ref = SPACES
                           COMPUTE WS-SP-Cart ROUNDED = WS-SP-Cart +
                               Cart-Quantity * Cart-Unit-Of-Price
                       END-IF
                END-PERFORM
                CLOSE CartFile
            END-IF.
       Staff-Month-To-Date.
      *>  Expects WS-SP-Customer. Returns WS-SP-MTD, the goods value
      *>  of this calendar month's invoices for the customer. Uses
      *>  the Invoice-Record buffer - the caller restores anything
      *>  it had set there.
            MOVE 0 TO WS-SP-MTD
            ACCEPT WS-SP-Today FROM DATE YYYYMMDD
            OPEN INPUT InvoiceFile
            IF File-Status = "00"
                MOVE "N" TO EOFPD
                PERFORM UNTIL EOFPD = "Y"
                   READ InvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFPD
                   NOT AT END
                       IF Invoice-Customer-ID = WS-SP-Customer AND
                          Invoice-Date(1:6) = WS-SP-Today(1:6) AND
                          Invoice-Status NOT = "Cancelled" AND
                          Invoice-Status NOT = "Refunded"
                           ADD Total-Amount TO WS-SP-MTD
                       END-IF
                END-PERFORM
                CLOSE InvoiceFile
            END-IF.
       Charge-To-Payroll.
      *>  Expects Invoice-ID/Invoice-Customer-ID/Final-Total-Price
      *>  set by Buy-Confirm. Only a staff customer linked to a
      *>  casher login may pay this way. The amount goes onto the
      *>  customer's balance and a payroll deduction row is opened
      *>  for the month-end export. Returns WS-PD-OK.
            MOVE "N" TO WS-PD-OK
            IF Invoice-Customer-ID = 0
                DISPLAY "Error: No registered customer on this "
                    "sale - cannot deduct from pay."
            ELSE
                OPEN I-O CustomerFile
                MOVE Invoice-Customer-ID TO Customer-RelKey
                READ CustomerFile INVALID KEY
                    DISPLAY "Error: Customer not found."
                NOT INVALID KEY
                    IF NOT Tier-Staff OR
                       Customer-Staff-ID = SPACES
                        DISPLAY "Error: Customer is not a linked "
                            "staff member - payroll deduction "
                            "refused."
                    ELSE
                        ADD Final-Total-Price TO Customer-Balance
                        REWRITE Customer-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                        END-REWRITE
                        MOVE Customer-Staff-ID TO WS-PD-Staff
                        MOVE "Y" TO WS-PD-OK
                    END-IF
                END-READ
                CLOSE CustomerFile
            END-IF
            IF WS-PD-OK = "Y"
                PERFORM Next-PayDed-Sequence
                OPEN I-O PayDedFile
                IF File-Status = "35"
                    OPEN OUTPUT PayDedFile
                    CLOSE PayDedFile
                    OPEN I-O PayDedFile
                END-IF
                MOVE WS-Next-ID TO PD-ID
                MOVE WS-Next-ID TO PayDed-RelKey
                MOVE Invoice-Customer-ID TO PD-Customer-ID
                MOVE WS-PD-Staff TO PD-Staff-ID
                MOVE Invoice-ID TO PD-Invoice-ID
                MOVE Final-Total-Price TO PD-Amount
                ACCEPT PD-Date FROM DATE YYYYMMDD
                MOVE Input-ID TO PD-Casher
                MOVE "OPEN" TO PD-Status
                MOVE 0 TO PD-Export-Date
                WRITE PayDed-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
                CLOSE PayDedFile
      *>        on the balance, so on the open items too - until the
      *>        payroll run takes it, held apart from other charges
                MOVE "PRL" TO WS-ARI-Type
                MOVE Invoice-Customer-ID TO WS-ARI-Cust
                MOVE Invoice-ID TO WS-ARI-Ref
                MOVE PD-Date TO WS-ARI-Date
                MOVE Final-Total-Price TO WS-ARI-Amount
                MOVE Final-Total-Price TO WS-ARI-Open
                MOVE 0 TO WS-ARI-Unbooked
                PERFORM Post-AR-Item
            END-IF.
       Unwind-Payroll-Deduction.
      *>  Called from Unwind-Tender for a PAYRL sale. A deduction
      *>  not yet exported is voided and comes off the balance,
      *>  which is the whole refund; one already sent to payroll
      *>  has been taken from pay, so the normal refund offer
      *>  stands.
            OPEN I-O PayDedFile
            IF File-Status = "00"
                MOVE "N" TO EOFPD
                PERFORM UNTIL EOFPD = "Y"
                   READ PayDedFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFPD
                   NOT AT END
                       IF PD-Invoice-ID = Invoice-ID AND
                          PD-Status = "OPEN"
                           MOVE "VOID" TO PD-Status
                           REWRITE PayDed-Record INVALID KEY
                           DISPLAY "Error: Unable to rewrite "
                               "record."
                           END-REWRITE
                           MOVE "Y" TO WS-Unwind-Was-Acct
                           MOVE "Y" TO EOFPD
                           PERFORM Unwind-Payroll-Balance
                           PERFORM Settle-Payroll-AR-Item
                       ELSE
                       IF PD-Invoice-ID = Invoice-ID AND
                          PD-Status = "EXPORTED"
                           DISPLAY "Note: already deducted from pay "
                               "on " PD-Export-Date "."
                           MOVE "Y" TO EOFPD
                       END-IF
                       END-IF
                END-PERFORM
                CLOSE PayDedFile
            END-IF.
       Unwind-Payroll-Balance.
            OPEN I-O CustomerFile
            MOVE PD-Customer-ID TO Customer-RelKey
            READ CustomerFile INVALID KEY
                DISPLAY "Error: Customer not found."
            NOT INVALID KEY
                IF PD-Amount > Customer-Balance
                    MOVE 0 TO Customer-Balance
                ELSE
                    SUBTRACT PD-Amount FROM Customer-Balance
                END-IF
                REWRITE Customer-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
                DISPLAY ESC Blue-On
                    "Payroll deduction cancelled: " PD-Amount
                    ESC Reset-Color
            END-READ
            CLOSE CustomerFile.
       Manage-Staff-Purchases.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Staff Purchases / Payroll Deductions"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Link Staff Customer / Set Allowance"
               DISPLAY "2. Open Payroll Deductions"
               DISPLAY "3. Month-End Payroll Export (payroll.csv)"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Set-Staff-Link
                   WHEN "2"
                       PERFORM View-Open-Deductions
                   WHEN "3"
                       PERFORM Payroll-Deduction-Export
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Set-Staff-Link.
      *>  Ties a customer record to a casher login (making it a
      *>  staff-tier customer) and sets the monthly allowance. One
      *>  customer record per login.
            DISPLAY "Enter Customer-ID: "
            ACCEPT WS-SP-Customer
            DISPLAY "Enter Staff Casher-ID (blank to unlink): "
            ACCEPT WS-SP-Casher-Input
            MOVE "Y" TO WS-SP-OK
            MOVE 0 TO WS-SP-Taken-By
            IF WS-SP-Casher-Input NOT = SPACES
                MOVE "N" TO WS-SP-OK
                OPEN INPUT CasherFile
                MOVE "N" TO EOFPD
                PERFORM UNTIL EOFPD = "Y"
                   READ CasherFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFPD
                   NOT AT END
                       IF Casher-ID = WS-SP-Casher-Input
                           MOVE "Y" TO WS-SP-OK
                           MOVE "Y" TO EOFPD
                       END-IF
                END-PERFORM
                CLOSE CasherFile
                IF WS-SP-OK = "N"
                    DISPLAY "Error: No casher login "
                        WS-SP-Casher-Input "."
                ELSE
                    OPEN INPUT CustomerFile
                    MOVE "N" TO EOFPD
                    PERFORM UNTIL EOFPD = "Y"
                       READ CustomerFile NEXT RECORD
                       AT END
                           MOVE "Y" TO EOFPD
                       NOT AT END
                           IF Customer-Staff-ID = WS-SP-Casher-Input
                              AND Customer-ID NOT = WS-SP-Customer
                               MOVE Customer-ID TO WS-SP-Taken-By
                               MOVE "Y" TO EOFPD
                           END-IF
                    END-PERFORM
                    CLOSE CustomerFile
                    IF WS-SP-Taken-By > 0
                        DISPLAY "Error: " WS-SP-Casher-Input
                            " is already linked to customer "
                            WS-SP-Taken-By "."
                        MOVE "N" TO WS-SP-OK
                    END-IF
                END-IF
            END-IF
            IF WS-SP-OK = "Y"
                OPEN I-O CustomerFile
                MOVE WS-SP-Customer TO Customer-RelKey
                READ CustomerFile INVALID KEY
                    DISPLAY "Error: Customer not found."
                NOT INVALID KEY
                    MOVE SPACES TO Audit-Before
                    STRING "CUST=" Customer-ID " STAFF="
                        Customer-Staff-ID DELIMITED BY SIZE
                        INTO Audit-Before
                    MOVE SPACES TO WS-CR-New-Text
                    IF WS-SP-Casher-Input = SPACES
                        MOVE SPACES TO Customer-Staff-ID
                        MOVE 0 TO Customer-Staff-Allow
                    ELSE
                        MOVE WS-SP-Casher-Input TO Customer-Staff-ID
      *>  The move to staff tier is a held change like any other.
                        IF Customer-Tier NOT = "S"
                            MOVE Customer-Tier TO WS-CR-Old-Text
                            MOVE "S" TO WS-CR-New-Text
                        END-IF
                        DISPLAY "Current allowance: "
                            Customer-Staff-Allow
                        DISPLAY "Enter Monthly Staff Allowance "
                            "(0 = no limit): "
                        ACCEPT Customer-Staff-Allow
                    END-IF
                    REWRITE Customer-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    DISPLAY ESC Blue-On "Staff link saved for "
                        Customer-Full-Name ESC Reset-Color
                    MOVE "STAFF-LINK" TO Audit-Action
                    MOVE SPACES TO Audit-After
                    STRING "STAFF=" Customer-Staff-ID " ALLOW="
                        Customer-Staff-Allow DELIMITED BY SIZE
                        INTO Audit-After
                    PERFORM Write-Audit
                    IF WS-CR-New-Text NOT = SPACES
                        MOVE Customer-ID TO WS-CR-Cust
                        PERFORM File-Tier-Request
                    END-IF
                END-READ
                CLOSE CustomerFile
            END-IF.
       View-Open-Deductions.
            OPEN INPUT PayDedFile
            IF File-Status NOT = "00"
                DISPLAY "No payroll deductions on file."
            ELSE
                MOVE 0 TO WS-PD-Grand
                DISPLAY H10 H10 H10 H10 H10 H2
                DISPLAY "Staff  Cust  Invoice Date     Amount"
                DISPLAY S10 S10 S10 S10 S10 S2
                MOVE "N" TO EOFPD
                PERFORM UNTIL EOFPD = "Y"
                   READ PayDedFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFPD
                   NOT AT END
                       IF PD-Status = "OPEN"
                           DISPLAY PD-Staff-ID " " PD-Customer-ID " "
                               PD-Invoice-ID "   " PD-Date " "
                               PD-Amount
                           ADD PD-Amount TO WS-PD-Grand
                       END-IF
                END-PERFORM
                CLOSE PayDedFile
                DISPLAY S10 S10 S10 S10 S10 S2
                DISPLAY "Total open: " WS-PD-Grand
            END-IF.
       Payroll-Deduction-Export.
      *>  Month end: every OPEN deduction dated on or before the
      *>  cut-off goes to payroll.csv grouped by employee with its
      *>  invoice number, is marked EXPORTED, and the employee's
      *>  total comes off their customer balance.
            ACCEPT WS-PD-Today FROM DATE YYYYMMDD
            DISPLAY "Enter Cut-off Date (YYYYMMDD, 0 = today): "
            ACCEPT WS-PD-Cutoff
            IF WS-PD-Cutoff = 0
                MOVE WS-PD-Today TO WS-PD-Cutoff
            END-IF
            MOVE 0 TO WS-PD-Count
            OPEN INPUT PayDedFile
            IF File-Status NOT = "00"
                DISPLAY "No payroll deductions on file."
            ELSE
                MOVE "N" TO EOFPD
                PERFORM UNTIL EOFPD = "Y"
                   READ PayDedFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFPD
                   NOT AT END
                       IF PD-Status = "OPEN" AND
                          PD-Date <= WS-PD-Cutoff
                           PERFORM Payroll-Tally-Staff
                       END-IF
                END-PERFORM
                CLOSE PayDedFile

                MOVE 0 TO WS-PD-Lines
                MOVE 0 TO WS-PD-Grand
                OPEN EXTEND PayrollCsvFile
                IF File-Status = "35"
                    OPEN OUTPUT PayrollCsvFile
                END-IF
                MOVE "PAYROLL-DED" TO WS-Report-Name
                PERFORM Open-Report-Spool
                MOVE SPACES TO WS-Spool-Line
                STRING "Payroll Deductions to " WS-PD-Cutoff
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                    UNTIL WS-PD-IDX > WS-PD-Count
                    PERFORM Payroll-Export-Staff
                END-PERFORM
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "Employees: " WS-PD-Count "  Deductions: "
                    WS-PD-Lines "  Total: " WS-PD-Grand
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM Close-Report-Spool
                CLOSE PayrollCsvFile
                MOVE "PAYROLL-EXPORT" TO Audit-Action
                MOVE SPACES TO Audit-Before
                MOVE SPACES TO Audit-After
                STRING "CUTOFF=" WS-PD-Cutoff
                    DELIMITED BY SIZE INTO Audit-Before
                STRING "N=" WS-PD-Lines " AMT=" WS-PD-Grand
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
                DISPLAY ESC Blue-On WS-PD-Lines
                    " deduction(s) for " WS-PD-Count
                    " employee(s) written to payroll.csv."
                    ESC Reset-Color
            END-IF.
       Payroll-Tally-Staff.
            MOVE 0 TO WS-PD-IDX
            PERFORM VARYING WS-PD-Scan FROM 1 BY 1
                UNTIL WS-PD-Scan > WS-PD-Count
                IF WS-PD-Cust(WS-PD-Scan) = PD-Customer-ID
                    MOVE WS-PD-Scan TO WS-PD-IDX
                END-IF
            END-PERFORM
            IF WS-PD-IDX = 0
                IF WS-PD-Count < 200
                    ADD 1 TO WS-PD-Count
                    MOVE PD-Customer-ID TO WS-PD-Cust(WS-PD-Count)
                ELSE
                    DISPLAY "Warning: employee table full - "
                        "customer " PD-Customer-ID
                        " left for the next run."
                END-IF
            END-IF.
       Payroll-Export-Staff.
      *>  One employee (WS-PD-Cust(WS-PD-IDX)): detail lines,
      *>  rows marked EXPORTED, total line, balance cleared.
            MOVE 0 TO WS-PD-Sum
            MOVE SPACES TO WS-PD-Name
            MOVE SPACES TO WS-PD-Staff
            OPEN INPUT CustomerFile
            MOVE WS-PD-Cust(WS-PD-IDX) TO Customer-RelKey
            READ CustomerFile INVALID KEY
                MOVE "(not on file)" TO WS-PD-Name
            NOT INVALID KEY
                MOVE Customer-Full-Name TO WS-PD-Name
            END-READ
            CLOSE CustomerFile
            OPEN I-O PayDedFile
            MOVE "N" TO EOFPD
            PERFORM UNTIL EOFPD = "Y"
               READ PayDedFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFPD
               NOT AT END
                   IF PD-Status = "OPEN" AND
                      PD-Date <= WS-PD-Cutoff AND
                      PD-Customer-ID = WS-PD-Cust(WS-PD-IDX)
                       MOVE PD-Staff-ID TO WS-PD-Staff
                       MOVE SPACES TO PayrollCsv-Record
                       STRING "D," FUNCTION TRIM(PD-Staff-ID) ","
                           PD-Customer-ID ","
                           FUNCTION TRIM(WS-PD-Name) ","
                           PD-Invoice-ID "," PD-Date ","
                           PD-Amount
                           DELIMITED BY SIZE INTO PayrollCsv-Record
                       WRITE PayrollCsv-Record
                       MOVE SPACES TO WS-Spool-Line
                       STRING PD-Staff-ID " " WS-PD-Name " INV "
                           PD-Invoice-ID " " PD-Date " " PD-Amount
                           DELIMITED BY SIZE INTO WS-Spool-Line
                       PERFORM Spool-Line
                       MOVE "EXPORTED" TO PD-Status
                       MOVE WS-PD-Today TO PD-Export-Date
                       REWRITE PayDed-Record INVALID KEY
                       DISPLAY "Error: Unable to rewrite record."
                       END-REWRITE
                       PERFORM Settle-Payroll-AR-Item
                       ADD PD-Amount TO WS-PD-Sum
                       ADD 1 TO WS-PD-Lines
                   END-IF
            END-PERFORM
            CLOSE PayDedFile
            MOVE SPACES TO PayrollCsv-Record
            STRING "T," FUNCTION TRIM(WS-PD-Staff) ","
                WS-PD-Cust(WS-PD-IDX) ","
                FUNCTION TRIM(WS-PD-Name) ",," WS-PD-Cutoff ","
                WS-PD-Sum
                DELIMITED BY SIZE INTO PayrollCsv-Record
            WRITE PayrollCsv-Record
            MOVE SPACES TO WS-Spool-Line
            STRING "       total for " WS-PD-Staff " : " WS-PD-Sum
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            ADD WS-PD-Sum TO WS-PD-Grand
            OPEN I-O CustomerFile
            MOVE WS-PD-Cust(WS-PD-IDX) TO Customer-RelKey
            READ CustomerFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF WS-PD-Sum > Customer-Balance
                    MOVE 0 TO Customer-Balance
                ELSE
                    SUBTRACT WS-PD-Sum FROM Customer-Balance
                END-IF
                REWRITE Customer-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
            END-READ
            CLOSE CustomerFile.
       Settle-Payroll-AR-Item.
      *>  Expects the PayDed-Record of a deduction leaving the
      *>  account, taken from pay or voided; the caller brings
      *>  Customer-Balance down. A PRX credit closes the PRL item
      *>  the purchase opened. A deduction with no PRL item dates
      *>  from before the open items and has nothing to close.
            MOVE PD-Customer-ID TO WS-ARA-Cust
            MOVE PD-Invoice-ID TO WS-ARI-Ref
            PERFORM Find-AR-Payroll-Item
            IF WS-ARA-Debit-ID > 0
                MOVE "PRX" TO WS-ARI-Type
                MOVE PD-Customer-ID TO WS-ARI-Cust
                ACCEPT WS-ARI-Date FROM DATE YYYYMMDD
                MOVE PD-Amount TO WS-ARI-Amount
                IF WS-ARI-PRL-Open < WS-ARI-Amount
                    MOVE WS-ARI-PRL-Open TO WS-ARI-Amount
                END-IF
                MOVE WS-ARI-Amount TO WS-ARI-Open
                MOVE 0 TO WS-ARI-Unbooked
                PERFORM Post-AR-Item
                IF WS-ARI-ID > 0
                    MOVE WS-ARI-ID TO WS-ARA-Credit-ID
                    OPEN I-O ARItemFile
                    MOVE 0 TO WS-ARA-Amount
                    PERFORM Apply-AR-Allocation
                    CLOSE ARItemFile
                END-IF
            END-IF.
       Find-AR-Payroll-Item.
      *>  Expects WS-ARA-Cust and WS-ARI-Ref (an Invoice-ID).
      *>  Returns WS-ARA-Debit-ID of its open PRL item (0 if none)
      *>  and what is still open on it in WS-ARI-PRL-Open.
            MOVE 0 TO WS-ARA-Debit-ID
            MOVE 0 TO WS-ARI-PRL-Open
            OPEN INPUT ARItemFile
            IF File-Status = "00"
                MOVE "N" TO EOFAR
                PERFORM UNTIL EOFAR = "Y"
                   READ ARItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFAR
                   NOT AT END
                       IF ARI-Customer-ID = WS-ARA-Cust AND
                          ARI-Type = "PRL" AND
                          ARI-Ref-ID = WS-ARI-Ref AND
                          ARI-Open-Item
                           MOVE ARI-ID TO WS-ARA-Debit-ID
                           MOVE ARI-Open TO WS-ARI-PRL-Open
                       END-IF
                END-PERFORM
                CLOSE ARItemFile
            END-IF.
       Next-PayDed-Sequence.
            MOVE 46 TO Counter-RelKey
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
       Manage-Roster.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Staff Roster"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. View Week Roster"
               DISPLAY "2. Add Rostered Shift"
               DISPLAY "3. Remove Rostered Shift"
               DISPLAY "4. Attendance Exceptions (vs time clock)"
               DISPLAY "5. Coverage vs Hourly Sales Pattern"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM View-Roster-Week
                   WHEN "2"
                       PERFORM Add-Roster-Shift
                   WHEN "3"
                       PERFORM Remove-Roster-Shift
                   WHEN "4"
                       PERFORM Attendance-Exception-Report
                   WHEN "5"
                       PERFORM Roster-Coverage-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Roster-Week-Range.
      *>  Prompts for the week's first day and returns the seven-day
      *>  range in WS-RS-Week-From / WS-RS-Week-To.
            DISPLAY "Enter Week Start Date (YYYYMMDD): "
            ACCEPT WS-RS-Week-From
            COMPUTE WS-RS-Week-To = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-RS-Week-From) + 6).
       View-Roster-Week.
            PERFORM Roster-Week-Range
            OPEN INPUT RosterFile
            IF File-Status NOT = "00"
                DISPLAY "No roster on file."
            ELSE
                DISPLAY H10 H10 H10 H10 H10 H2
                DISPLAY "Roster " WS-RS-Week-From " to "
                    WS-RS-Week-To
                DISPLAY S10 S10 S10 S10 S10 S2
                DISPLAY "Shift Date     Casher Branch Start End"
                MOVE "N" TO EOFRS
                PERFORM UNTIL EOFRS = "Y"
                   READ RosterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRS
                   NOT AT END
                       IF RS-Date >= WS-RS-Week-From AND
                          RS-Date <= WS-RS-Week-To
                           DISPLAY RS-ID " " RS-Date " " RS-Casher
                               " " RS-Branch "    " RS-Start "  "
                               RS-End
                       END-IF
                END-PERFORM
                CLOSE RosterFile
                DISPLAY H10 H10 H10 H10 H10 H2
            END-IF.
       Add-Roster-Shift.
            MOVE "Y" TO WS-RS-OK
            DISPLAY "Enter Casher-ID: "
            ACCEPT WS-RS-Casher
            MOVE "N" TO WS-RS-Found
            MOVE 0 TO WS-Branch-ID-Lookup
            OPEN INPUT CasherFile
            MOVE "N" TO EOFRS
            PERFORM UNTIL EOFRS = "Y"
               READ CasherFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFRS
               NOT AT END
                   IF Casher-ID = WS-RS-Casher
                       MOVE "Y" TO WS-RS-Found
                       MOVE Casher-Branch-ID TO WS-Branch-ID-Lookup
                       MOVE "Y" TO EOFRS
                   END-IF
            END-PERFORM
            CLOSE CasherFile
            IF WS-RS-Found = "N"
                DISPLAY "Error: No casher login " WS-RS-Casher "."
                MOVE "N" TO WS-RS-OK
            END-IF
            IF WS-RS-OK = "Y"
                MOVE WS-RS-Casher TO RS-Casher
                DISPLAY "Enter Branch-ID (0 = casher's own "
                    WS-Branch-ID-Lookup "): "
                ACCEPT RS-Branch
                IF RS-Branch = 0
                    MOVE WS-Branch-ID-Lookup TO RS-Branch
                END-IF
                DISPLAY "Enter Shift Date (YYYYMMDD): "
                ACCEPT RS-Date
                MOVE RS-Date TO WS-Date-Check-Str
                PERFORM Validate-Date-YYYYMMDD
                IF WS-Date-Valid NOT = "Y"
                    MOVE "N" TO WS-RS-OK
                END-IF
            END-IF
            IF WS-RS-OK = "Y"
                DISPLAY "Enter Planned Start (HHMM): "
                ACCEPT RS-Start
                DISPLAY "Enter Planned End (HHMM): "
                ACCEPT RS-End
                MOVE RS-Start TO WS-RS-Time
                IF WS-RS-HH > 23 OR WS-RS-MM > 59
                    MOVE "N" TO WS-RS-OK
                END-IF
                MOVE RS-End TO WS-RS-Time
                IF WS-RS-HH > 24 OR WS-RS-MM > 59 OR
                   RS-End <= RS-Start
                    MOVE "N" TO WS-RS-OK
                END-IF
                IF WS-RS-OK = "N"
                    DISPLAY "Error: Times must be HHMM with the end "
                        "after the start on the same day."
                END-IF
            END-IF
            IF WS-RS-OK = "Y"
                PERFORM Next-Roster-Sequence
                OPEN I-O RosterFile
                IF File-Status = "35"
                    OPEN OUTPUT RosterFile
                    CLOSE RosterFile
                    OPEN I-O RosterFile
                END-IF
                MOVE WS-Next-ID TO RS-ID
                MOVE WS-Next-ID TO Roster-RelKey
                WRITE Roster-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
                CLOSE RosterFile
                DISPLAY ESC Blue-On "Shift " RS-ID " rostered."
                    ESC Reset-Color
            END-IF.
       Remove-Roster-Shift.
            DISPLAY "Enter Shift Number: "
            ACCEPT Roster-RelKey
            OPEN I-O RosterFile
            IF File-Status NOT = "00"
                DISPLAY "No roster on file."
            ELSE
                READ RosterFile INVALID KEY
                    DISPLAY "Error: Record not found."
                NOT INVALID KEY
                    DELETE RosterFile INVALID KEY
                        DISPLAY "Error: Unable to delete record."
                    END-DELETE
                    DISPLAY ESC Blue-On "Shift " RS-ID " for "
                        RS-Casher " on " RS-Date " removed."
                        ESC Reset-Color
                END-READ
            END-IF
            CLOSE RosterFile.
       Attendance-Exception-Report.
      *>  Day by day over the range: the roster against the punches
      *>  in timeclk.dat. A rostered casher with no punch is a
      *>  no-show; a first IN more than ROSTER-GRACE-MINS after the
      *>  planned start is late; a last OUT that much before the
      *>  planned end left early; a day ending on an IN is a
      *>  missing clock-out; punches with no roster row are
      *>  unrostered.
            DISPLAY "Enter Start Date (YYYYMMDD): "
            ACCEPT WS-Report-Start-Date
            DISPLAY "Enter End Date (YYYYMMDD): "
            ACCEPT WS-Report-End-Date
            COMPUTE WS-RS-Grace-Secs = ROSTER-GRACE-MINS * 60
            MOVE 0 TO WS-RS-Exceptions
            MOVE "ATTEND-EXC" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Attendance Exceptions " WS-Report-Start-Date
                " to " WS-Report-End-Date
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "Date     Casher Exception    Detail" TO
                WS-Spool-Line
            PERFORM Spool-Line
            COMPUTE WS-RS-Day-Int =
                FUNCTION INTEGER-OF-DATE(WS-Report-Start-Date)
            COMPUTE WS-RS-End-Int =
                FUNCTION INTEGER-OF-DATE(WS-Report-End-Date)
            PERFORM UNTIL WS-RS-Day-Int > WS-RS-End-Int
                COMPUTE WS-RS-Day =
                    FUNCTION DATE-OF-INTEGER(WS-RS-Day-Int)
                PERFORM Load-Day-Punches
                PERFORM Check-Day-Roster
                PERFORM VARYING PDY-IDX FROM 1 BY 1
                    UNTIL PDY-IDX > PDY-Count
                    IF PDY-Matched(PDY-IDX) = "N"
                        MOVE PDY-Casher(PDY-IDX) TO WS-RS-Casher
                        MOVE "UNROSTERED" TO WS-RS-Kind
                        MOVE SPACES TO WS-RS-Note
                        STRING "first IN " PDY-First-In(PDY-IDX)
                            "s" DELIMITED BY SIZE INTO WS-RS-Note
                        PERFORM Attendance-Line
                        IF PDY-Last-Type(PDY-IDX) = "IN "
                            MOVE "NO CLOCK-OUT" TO WS-RS-Kind
                            MOVE SPACES TO WS-RS-Note
                            PERFORM Attendance-Line
                        END-IF
                    END-IF
                END-PERFORM
                ADD 1 TO WS-RS-Day-Int
            END-PERFORM
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Exceptions: " WS-RS-Exceptions
                "  (grace " ROSTER-GRACE-MINS " min)"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool
            DISPLAY ESC Blue-On WS-RS-Exceptions
                " attendance exception(s) listed." ESC Reset-Color.
       Load-Day-Punches.
      *>  Expects WS-RS-Day. One Punch-Day-Table row per casher who
      *>  punched that day: first IN, last OUT and the last punch
      *>  type.
            MOVE 0 TO PDY-Count
            OPEN INPUT TimeClkFile
            IF File-Status = "00"
                MOVE "N" TO EOFTC
                PERFORM UNTIL EOFTC = "Y"
                   READ TimeClkFile
                   AT END
                       MOVE "Y" TO EOFTC
                   NOT AT END
                       IF TC-Date = WS-RS-Day
                           PERFORM Tally-Day-Punch
                       END-IF
                END-PERFORM
                CLOSE TimeClkFile
            END-IF.
       Tally-Day-Punch.
            MOVE 0 TO PDY-IDX
            PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                UNTIL WS-TC-IDX > PDY-Count
                IF PDY-Casher(WS-TC-IDX) = TC-Casher
                    MOVE WS-TC-IDX TO PDY-IDX
                END-IF
            END-PERFORM
            IF PDY-IDX = 0
                IF PDY-Count < 50
                    ADD 1 TO PDY-Count
                    MOVE PDY-Count TO PDY-IDX
                    MOVE TC-Casher TO PDY-Casher(PDY-IDX)
                    MOVE 99999 TO PDY-First-In(PDY-IDX)
                    MOVE 0 TO PDY-Last-Out(PDY-IDX)
                    MOVE "N" TO PDY-Matched(PDY-IDX)
                ELSE
                    DISPLAY "Warning: casher table full, some "
                        "cashers omitted."
                END-IF
            END-IF
            IF PDY-IDX > 0
                MOVE TC-Type TO PDY-Last-Type(PDY-IDX)
                IF TC-Type = "IN "
                    IF TC-Secs < PDY-First-In(PDY-IDX)
                        MOVE TC-Secs TO PDY-First-In(PDY-IDX)
                    END-IF
                ELSE
                    IF TC-Secs > PDY-Last-Out(PDY-IDX)
                        MOVE TC-Secs TO PDY-Last-Out(PDY-IDX)
                    END-IF
                END-IF
            END-IF.
       Check-Day-Roster.
      *>  Each roster row for WS-RS-Day against the day's punches.
            OPEN INPUT RosterFile
            IF File-Status = "00"
                MOVE "N" TO EOFRS
                PERFORM UNTIL EOFRS = "Y"
                   READ RosterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRS
                   NOT AT END
                       IF RS-Date = WS-RS-Day
                           PERFORM Check-Roster-Shift
                       END-IF
                END-PERFORM
                CLOSE RosterFile
            END-IF.
       Check-Roster-Shift.
            MOVE RS-Casher TO WS-RS-Casher
            MOVE RS-Start TO WS-RS-Time
            COMPUTE WS-RS-Start-Secs = WS-RS-HH * 3600 + WS-RS-MM * 60
            MOVE RS-End TO WS-RS-Time
            COMPUTE WS-RS-End-Secs = WS-RS-HH * 3600 + WS-RS-MM * 60
            MOVE 0 TO PDY-IDX
            PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                UNTIL WS-TC-IDX > PDY-Count
                IF PDY-Casher(WS-TC-IDX) = RS-Casher
                    MOVE WS-TC-IDX TO PDY-IDX
                END-IF
            END-PERFORM
            IF PDY-IDX = 0
                MOVE "NO-SHOW" TO WS-RS-Kind
                MOVE SPACES TO WS-RS-Note
                STRING "rostered " RS-Start "-" RS-End
                    DELIMITED BY SIZE INTO WS-RS-Note
                PERFORM Attendance-Line
            ELSE
                MOVE "Y" TO PDY-Matched(PDY-IDX)
                IF PDY-First-In(PDY-IDX) = 99999
                    MOVE "NO CLOCK-IN" TO WS-RS-Kind
                    MOVE SPACES TO WS-RS-Note
                    PERFORM Attendance-Line
                ELSE
                    IF PDY-First-In(PDY-IDX) >
                       WS-RS-Start-Secs + WS-RS-Grace-Secs
                        MOVE "LATE START" TO WS-RS-Kind
                        MOVE SPACES TO WS-RS-Note
                        COMPUTE WS-RS-Start-Secs =
                            (PDY-First-In(PDY-IDX) -
                             WS-RS-Start-Secs) / 60
                        STRING "due " RS-Start ", "
                            WS-RS-Start-Secs " min late"
                            DELIMITED BY SIZE INTO WS-RS-Note
                        PERFORM Attendance-Line
                    END-IF
                END-IF
                IF PDY-Last-Type(PDY-IDX) = "IN "
                    MOVE "NO CLOCK-OUT" TO WS-RS-Kind
                    MOVE SPACES TO WS-RS-Note
                    STRING "rostered to " RS-End
                        DELIMITED BY SIZE INTO WS-RS-Note
                    PERFORM Attendance-Line
                ELSE
                    IF PDY-Last-Out(PDY-IDX) + WS-RS-Grace-Secs <
                       WS-RS-End-Secs
                        MOVE "EARLY LEAVE" TO WS-RS-Kind
                        MOVE SPACES TO WS-RS-Note
                        COMPUTE WS-RS-End-Secs =
                            (WS-RS-End-Secs -
                             PDY-Last-Out(PDY-IDX)) / 60
                        STRING "due to " RS-End ", "
                            WS-RS-End-Secs " min early"
                            DELIMITED BY SIZE INTO WS-RS-Note
                        PERFORM Attendance-Line
                    END-IF
                END-IF
            END-IF.
       Attendance-Line.
            ADD 1 TO WS-RS-Exceptions
            MOVE SPACES TO WS-Spool-Line
            STRING WS-RS-Day " " WS-RS-Casher " " WS-RS-Kind " "
                WS-RS-Note DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line.
       Roster-Coverage-Report.
      *>  Before the week starts: rostered heads per hour of the
      *>  planned week beside the average sales per hour from the
      *>  four weeks before it, so thin or empty hours show up
      *>  while the roster can still be changed.
            PERFORM Roster-Week-Range
            DISPLAY "Filter by Branch-ID (0 = all): "
            ACCEPT WS-HP-Branch
            MOVE ZEROES TO Roster-Hour-Table
            OPEN INPUT RosterFile
            IF File-Status = "00"
                MOVE "N" TO EOFRS
                PERFORM UNTIL EOFRS = "Y"
                   READ RosterFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRS
                   NOT AT END
                       IF RS-Date >= WS-RS-Week-From AND
                          RS-Date <= WS-RS-Week-To AND
                          (WS-HP-Branch = 0 OR
                           RS-Branch = WS-HP-Branch)
                           PERFORM Roster-Shift-Hours
                       END-IF
                END-PERFORM
                CLOSE RosterFile
            END-IF

            MOVE 28 TO WS-RS-Pat-Days
            COMPUTE WS-Report-Start-Date = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-RS-Week-From) -
                WS-RS-Pat-Days)
            COMPUTE WS-Report-End-Date = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-RS-Week-From) - 1)
            PERFORM Tally-Hourly-Pattern

            MOVE "COVERAGE" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Roster Coverage " WS-RS-Week-From " to "
                WS-RS-Week-To "  sales pattern "
                WS-Report-Start-Date " to " WS-Report-End-Date
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "Hour   Heads/day  Sales/day  Sales/head  Flag" TO
                WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING WS-HP-IDX FROM 1 BY 1
                UNTIL WS-HP-IDX > 24
                IF RH-Heads(WS-HP-IDX) > 0 OR
                   HR-Count(WS-HP-IDX) > 0
                    COMPUTE WS-HP-Hour = WS-HP-IDX - 1
                    COMPUTE WS-RS-Avg-Heads ROUNDED =
                        RH-Heads(WS-HP-IDX) / 7
                    COMPUTE WS-RS-Avg-Sales ROUNDED =
                        HR-Count(WS-HP-IDX) / WS-RS-Pat-Days
                    MOVE SPACES TO WS-RS-Flag
                    MOVE 0 TO WS-RS-Per-Head
                    IF WS-RS-Avg-Heads > 0
                        COMPUTE WS-RS-Per-Head ROUNDED =
                            WS-RS-Avg-Sales / WS-RS-Avg-Heads
                    ELSE
                        IF HR-Count(WS-HP-IDX) > 0
                            MOVE "NO COVER" TO WS-RS-Flag
                        END-IF
                    END-IF
                    IF HR-Count(WS-HP-IDX) = 0
                        MOVE "NO SALES" TO WS-RS-Flag
                    END-IF
                    MOVE SPACES TO WS-Spool-Line
                    STRING WS-HP-Hour ":00  " WS-RS-Avg-Heads
                        "      " WS-RS-Avg-Sales "     "
                        WS-RS-Per-Head "     " WS-RS-Flag
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                END-IF
            END-PERFORM
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Roster-Shift-Hours.
      *>  Adds one head to every hour the shift overlaps.
            PERFORM VARYING WS-HP-IDX FROM 1 BY 1
                UNTIL WS-HP-IDX > 24
                COMPUTE WS-RS-Hour-Start = (WS-HP-IDX - 1) * 100
                COMPUTE WS-RS-Hour-End = WS-HP-IDX * 100
                IF RS-Start < WS-RS-Hour-End AND
                   RS-End > WS-RS-Hour-Start
                    ADD 1 TO RH-Heads(WS-HP-IDX)
                END-IF
            END-PERFORM.
       Next-Roster-Sequence.
            MOVE 47 TO Counter-RelKey
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
       Manage-Hire-Fleet.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Hire Fleet"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Set Hire Rates / Make Item a Hire Item"
               DISPLAY "2. Register Hire Unit (serial)"
               DISPLAY "3. View Hire Rates"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Set-Hire-Rates
                   WHEN "2"
                       PERFORM Register-Hire-Unit
                   WHEN "3"
                       PERFORM View-Hire-Rates
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Set-Hire-Rates.
      *>  An item already on the shelf can be turned over to hire:
      *>  it becomes Item-Kind R (serial tracked, no longer sold
      *>  at the till) and gets its daily, weekly and deposit
      *>  rates.
            DISPLAY "Enter Item-ID: "
            ACCEPT RelativeKey
            MOVE "N" TO WS-RA-OK
            OPEN I-O ItemFile
            READ ItemFile INVALID KEY
                DISPLAY "Error: Record not found."
            NOT INVALID KEY
                IF Item-Is-Rental
                    MOVE "Y" TO WS-RA-OK
                ELSE
                    IF Item-Is-Bundle
                        DISPLAY "Error: a bundle cannot be hired "
                            "out."
                    ELSE
                        DISPLAY "Item " Item-Name " is sold, not "
                            "hired. Make it a hire item (Y/N)? "
                        ACCEPT WS-Confirm
                        IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                            MOVE "R" TO Item-Kind
                            MOVE "Y" TO Item-Serialized
                            REWRITE Item-Record INVALID KEY
                            DISPLAY "Error: Unable to rewrite "
                                "record."
                            END-REWRITE
                            MOVE "Y" TO WS-RA-OK
                            MOVE "HIRE-ITEM" TO Audit-Action
                            MOVE SPACES TO Audit-Before
                            MOVE SPACES TO Audit-After
                            STRING "ID=" Item-ID " KIND=S"
                                DELIMITED BY SIZE INTO Audit-Before
                            STRING "ID=" Item-ID " KIND=R"
                                DELIMITED BY SIZE INTO Audit-After
                            PERFORM Write-Audit
                            DISPLAY "Register each unit's serial "
                                "under Hire Fleet before hiring "
                                "it out."
                        END-IF
                    END-IF
                END-IF
            END-READ
            CLOSE ItemFile
            IF WS-RA-OK = "Y"
                MOVE RelativeKey TO RentRate-RelKey
                PERFORM Enter-Hire-Rates
            END-IF.
       Enter-Hire-Rates.
      *>  Expects RentRate-RelKey = the Item-ID. Adds or replaces
      *>  the item's hire rates.
            OPEN I-O RentRateFile
            IF File-Status = "35"
                OPEN OUTPUT RentRateFile
                CLOSE RentRateFile
                OPEN I-O RentRateFile
            END-IF
            MOVE "N" TO WS-RA-Found
            READ RentRateFile INVALID KEY
                MOVE RentRate-RelKey TO RR-Item-ID
                MOVE 0 TO RR-Daily
                MOVE 0 TO RR-Weekly
                MOVE 0 TO RR-Deposit
            NOT INVALID KEY
                MOVE "Y" TO WS-RA-Found
                DISPLAY "Current: day " RR-Daily " week "
                    RR-Weekly " deposit " RR-Deposit
            END-READ
            MOVE SPACES TO Audit-Before
            STRING "D=" RR-Daily " W=" RR-Weekly " DEP="
                RR-Deposit DELIMITED BY SIZE INTO Audit-Before
            DISPLAY "Enter Daily Rate: "
            ACCEPT RR-Daily
            DISPLAY "Enter Weekly Rate (0 = seven daily rates): "
            ACCEPT RR-Weekly
            DISPLAY "Enter Refundable Deposit: "
            ACCEPT RR-Deposit
            IF WS-RA-Found = "Y"
                REWRITE RentRate-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
            ELSE
                WRITE RentRate-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
            END-IF
            CLOSE RentRateFile
            MOVE "HIRE-RATES" TO Audit-Action
            MOVE SPACES TO Audit-After
            STRING "D=" RR-Daily " W=" RR-Weekly " DEP="
                RR-Deposit DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit
            DISPLAY ESC Blue-On "Hire rates saved for item "
                RR-Item-ID "." ESC Reset-Color.
       Register-Hire-Unit.
      *>  Units already owned (not coming in on a PO) are booked
      *>  INSTOCK on serial.dat so they can go out on hire.
            DISPLAY "Enter Hire Item-ID: "
            ACCEPT RelativeKey
            MOVE "N" TO WS-RA-OK
            OPEN INPUT ItemFile
            READ ItemFile INVALID KEY
                DISPLAY "Error: Record not found."
            NOT INVALID KEY
                IF Item-Is-Rental
                    MOVE "Y" TO WS-RA-OK
                ELSE
                    DISPLAY "Error: item " Item-ID " is not a "
                        "hire item."
                END-IF
            END-READ
            CLOSE ItemFile
            IF WS-RA-OK = "Y"
                DISPLAY "Scan Unit Serial Number: "
                ACCEPT WS-Ser-Input
                PERFORM Find-Serial
                IF WS-Ser-Found = "Y"
                    DISPLAY "Error: serial already on file "
                        "(status " SER-Status ")."
                ELSE
                    PERFORM Next-Serial-Sequence
                    OPEN I-O SerialFile
                    MOVE WS-Next-ID TO SER-ID
                    MOVE WS-Next-ID TO Serial-RelKey
                    MOVE WS-Ser-Input TO SER-Serial
                    MOVE RelativeKey TO SER-Item-ID
                    MOVE "INSTOCK" TO SER-Status
                    MOVE 0 TO SER-PO-ID
                    MOVE 0 TO SER-Cart-ID
                    ACCEPT SER-Date FROM DATE YYYYMMDD
                    WRITE Serial-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                    CLOSE SerialFile
                    DISPLAY ESC Blue-On "Unit " WS-Ser-Input
                        " registered for hire." ESC Reset-Color
                END-IF
            END-IF.
       View-Hire-Rates.
            DISPLAY H10 H10 H10 H10 H10 H2
            DISPLAY "Item   Daily     Weekly    Deposit"
            DISPLAY S10 S10 S10 S10 S10 S2
            OPEN INPUT RentRateFile
            IF File-Status = "00"
                MOVE "N" TO EOFRN
                PERFORM UNTIL EOFRN = "Y"
                   READ RentRateFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRN
                   NOT AT END
                       DISPLAY RR-Item-ID "  " RR-Daily "  "
                           RR-Weekly "  " RR-Deposit
                END-PERFORM
                CLOSE RentRateFile
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H2.
       Manage-Rentals.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Rentals / Hire"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Check Out (hire a unit)"
               DISPLAY "2. Return (charge and settle)"
               DISPLAY "3. Units Out on Hire"
               DISPLAY "4. Overdue Rentals Report"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Rental-Check-Out
                   WHEN "2"
                       PERFORM Rental-Return
                   WHEN "3"
                       PERFORM View-Units-On-Hire
                   WHEN "4"
                       PERFORM Overdue-Rentals-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Rental-Check-Out.
      *>  The unit goes out against a registered customer. The
      *>  deposit is taken at once on its own invoice (status
      *>  Rental, so it is not counted as a sale) through the
      *>  ordinary Record-Payment path; the serial is marked
      *>  ONHIRE until it comes back.
            MOVE "Y" TO WS-RA-OK
            MOVE "N" TO Customer-Found
            DISPLAY "Enter Customer-ID: "
            ACCEPT Customer-RelKey
            OPEN INPUT CustomerFile
            IF File-Status = "00"
                READ CustomerFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO Customer-Found
                END-READ
            END-IF
            CLOSE CustomerFile
            IF Customer-Found = "N"
                DISPLAY "Error: Customer not found - hire needs "
                    "a registered customer."
                MOVE "N" TO WS-RA-OK
            END-IF
            IF WS-RA-OK = "Y"
                DISPLAY "Scan Unit Serial Number: "
                ACCEPT WS-Ser-Input
                PERFORM Find-Serial
                IF WS-Ser-Found = "N"
                    DISPLAY "Error: serial not on file."
                    MOVE "N" TO WS-RA-OK
                ELSE
                    IF SER-Status NOT = "INSTOCK"
                        DISPLAY "Error: unit is " SER-Status "."
                        MOVE "N" TO WS-RA-OK
                    END-IF
                END-IF
            END-IF
            IF WS-RA-OK = "Y"
                MOVE SER-Item-ID TO RelativeKey
                OPEN INPUT ItemFile
                READ ItemFile INVALID KEY
                    DISPLAY "Error: Item not found."
                    MOVE "N" TO WS-RA-OK
                NOT INVALID KEY
                    IF NOT Item-Is-Rental
                        DISPLAY "Error: " Item-Name " is not a "
                            "hire item."
                        MOVE "N" TO WS-RA-OK
                    END-IF
                END-READ
                CLOSE ItemFile
            END-IF
            IF WS-RA-OK = "Y"
                MOVE SER-Item-ID TO RentRate-RelKey
                OPEN INPUT RentRateFile
                IF File-Status NOT = "00"
                    MOVE "N" TO WS-RA-OK
                ELSE
                    READ RentRateFile INVALID KEY
                        MOVE "N" TO WS-RA-OK
                    END-READ
                END-IF
                CLOSE RentRateFile
                IF WS-RA-OK = "N"
                    DISPLAY "Error: no hire rates set for item "
                        SER-Item-ID "."
                END-IF
            END-IF
            IF WS-RA-OK = "Y"
                DISPLAY "Hiring " Item-Name " unit " SER-Serial
                DISPLAY "Day " RR-Daily "  Week " RR-Weekly
                    "  Deposit " RR-Deposit
                DISPLAY "Enter Hire Days (0 = 1): "
                ACCEPT WS-RA-Hire-Days
                IF WS-RA-Hire-Days = 0
                    MOVE 1 TO WS-RA-Hire-Days
                END-IF
                PERFORM Next-Rental-Sequence
                MOVE WS-Next-ID TO RA-ID
                MOVE SER-ID TO RA-Serial-ID
                MOVE SER-Serial TO RA-Serial
                MOVE SER-Item-ID TO RA-Item-ID
                MOVE Customer-RelKey TO RA-Customer-ID
                ACCEPT RA-Out-Date FROM DATE YYYYMMDD
                COMPUTE RA-Due-Date = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(RA-Out-Date) +
                    WS-RA-Hire-Days)
                MOVE 0 TO RA-Return-Date
                MOVE RR-Daily TO RA-Daily
                MOVE RR-Weekly TO RA-Weekly
                MOVE RR-Deposit TO RA-Deposit
                MOVE 0 TO RA-Charge
                MOVE 0 TO RA-Out-Invoice
                MOVE 0 TO RA-In-Invoice
                MOVE "OUT" TO RA-Status
                MOVE RA-Due-Date TO WS-RA-Today
                PERFORM Compute-Hire-Charge
                DISPLAY "Due back " RA-Due-Date
                    "  Charge at due date: " WS-RA-Charge

                IF RA-Deposit > 0
                    MOVE RA-Deposit TO WS-RA-Inv-Amount
                    MOVE "Rental" TO WS-RA-Inv-Status
                    MOVE "HIRE DEPOSIT" TO WS-RA-Inv-Name
                    PERFORM Raise-Hire-Invoice
                    MOVE Invoice-ID TO RA-Out-Invoice
                    MOVE RA-Deposit TO Final-Total-Price
                    PERFORM Record-Payment
                END-IF

                OPEN I-O RentalFile
                IF File-Status = "35"
                    OPEN OUTPUT RentalFile
                    CLOSE RentalFile
                    OPEN I-O RentalFile
                END-IF
                MOVE RA-ID TO Rental-RelKey
                WRITE Rental-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
                CLOSE RentalFile

                MOVE "ONHIRE" TO WS-RA-Unit-Status
                PERFORM Set-Hire-Unit-Status
                DISPLAY ESC Blue-On "Hire agreement " RA-ID
                    " - unit " RA-Serial " out until "
                    RA-Due-Date ESC Reset-Color
            END-IF.
       Rental-Return.
      *>  The unit comes back: the charge runs from the out date to
      *>  today (at least one day), whole weeks at the weekly
      *>  rate and odd days at the daily rate capped at a week.
      *>  Damage or cleaning is added on top. The charge is
      *>  invoiced as a completed sale; the deposit already held
      *>  is set against it, so the till collects only the
      *>  balance or pays the unused deposit back out.
            DISPLAY "Scan Unit Serial Number: "
            ACCEPT WS-Ser-Input
            MOVE "N" TO WS-RA-Found
            OPEN I-O RentalFile
            IF File-Status = "00"
                MOVE "N" TO EOFRN
                PERFORM UNTIL EOFRN = "Y"
                   READ RentalFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRN
                   NOT AT END
                       IF RA-Serial = WS-Ser-Input AND
                          RA-Status = "OUT"
                           MOVE "Y" TO WS-RA-Found
                           MOVE "Y" TO EOFRN
                       END-IF
                END-PERFORM
            END-IF
            IF WS-RA-Found = "N"
                DISPLAY "Error: no open hire agreement for that "
                    "unit."
                CLOSE RentalFile
            ELSE
                ACCEPT WS-RA-Today FROM DATE YYYYMMDD
                PERFORM Compute-Hire-Charge
                DISPLAY "Agreement " RA-ID "  customer "
                    RA-Customer-ID "  out " RA-Out-Date
                    "  due " RA-Due-Date
                DISPLAY "Days on hire: " WS-RA-Days
                    "  Hire charge: " WS-RA-Charge
                IF WS-RA-Today > RA-Due-Date
                    COMPUTE WS-RA-Late-Days =
                        FUNCTION INTEGER-OF-DATE(WS-RA-Today) -
                        FUNCTION INTEGER-OF-DATE(RA-Due-Date)
                    DISPLAY ESC Blue-On "Returned "
                        WS-RA-Late-Days " day(s) late."
                        ESC Reset-Color
                END-IF
                DISPLAY "Enter Damage / Cleaning Charge "
                    "(0 if none): "
                ACCEPT WS-RA-Extra
                ADD WS-RA-Extra TO WS-RA-Charge

                MOVE WS-RA-Charge TO WS-RA-Inv-Amount
                MOVE "Completed" TO WS-RA-Inv-Status
                MOVE "HIRE CHARGE" TO WS-RA-Inv-Name
                PERFORM Raise-Hire-Invoice
                MOVE Invoice-ID TO RA-In-Invoice
                MOVE WS-RA-Charge TO RA-Charge
                MOVE WS-RA-Today TO RA-Return-Date
                MOVE "RETURNED" TO RA-Status
                REWRITE Rental-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
                CLOSE RentalFile

                DISPLAY "Charge " RA-Charge "  less deposit held "
                    RA-Deposit
                IF RA-Charge > RA-Deposit
                    COMPUTE WS-RA-Due = RA-Charge - RA-Deposit
                    DISPLAY "Balance to collect: " WS-RA-Due
                    MOVE WS-RA-Due TO Final-Total-Price
                    PERFORM Record-Payment
                ELSE
                    COMPUTE WS-RA-Refund = RA-Deposit - RA-Charge
                    IF WS-RA-Refund > 0
                        PERFORM Refund-Hire-Deposit
                    END-IF
                END-IF

                MOVE "INSTOCK" TO WS-RA-Unit-Status
                PERFORM Set-Hire-Unit-Status
                DISPLAY ESC Blue-On "Unit " RA-Serial
                    " back in stock. Hire invoice "
                    RA-In-Invoice ESC Reset-Color
            END-IF.
       Compute-Hire-Charge.
      *>  Expects the Rental-Record and WS-RA-Today. Returns
      *>  WS-RA-Days and WS-RA-Charge.
            COMPUTE WS-RA-Days =
                FUNCTION INTEGER-OF-DATE(WS-RA-Today) -
                FUNCTION INTEGER-OF-DATE(RA-Out-Date)
            IF WS-RA-Days = 0
                MOVE 1 TO WS-RA-Days
            END-IF
            IF RA-Weekly = 0
                COMPUTE WS-RA-Charge = WS-RA-Days * RA-Daily
            ELSE
                DIVIDE WS-RA-Days BY 7 GIVING WS-RA-Weeks
                    REMAINDER WS-RA-Odd-Days
                COMPUTE WS-RA-Odd-Charge =
                    WS-RA-Odd-Days * RA-Daily
                IF WS-RA-Odd-Charge > RA-Weekly
                    MOVE RA-Weekly TO WS-RA-Odd-Charge
                END-IF
                COMPUTE WS-RA-Charge =
                    WS-RA-Weeks * RA-Weekly + WS-RA-Odd-Charge
            END-IF.
       Raise-Hire-Invoice.
      *>  Expects WS-RA-Inv-Amount, WS-RA-Inv-Status and
      *>  WS-RA-Inv-Name with the Rental-Record loaded. Writes an
      *>  item-less invoice for the customer, as a layaway
      *>  instalment does; Invoice-ID and Invoice-Date are left
      *>  set for Record-Payment.
            PERFORM Next-Invoice-Sequence
            OPEN I-O InvoiceFile
            IF File-Status = "35"
                OPEN OUTPUT InvoiceFile
                CLOSE InvoiceFile
                OPEN I-O InvoiceFile
            END-IF
            MOVE WS-Next-ID TO Invoice-ID
            MOVE WS-Next-ID TO Invoice-RelKey
            MOVE Input-ID TO Invoice-Casher-ID
            MOVE RA-Customer-ID TO Invoice-Customer-ID
            MOVE WS-RA-Inv-Name TO Invoice-Customer-Name
            MOVE ZEROES TO Item-ID-List
            MOVE WS-RA-Inv-Amount TO Total-Amount
            MOVE 0 TO Discount
            MOVE 0 TO Invoice-Tax
            MOVE 0 TO Invoice-Points-Redeemed
            MOVE 0 TO Invoice-Promo-Savings
            MOVE WS-RA-Inv-Amount TO Final-Amount
            ACCEPT Invoice-Date FROM DATE YYYYMMDD
            ACCEPT WS-TIME-RAW FROM TIME
            MOVE SPACES TO Invoice-Time
            STRING WS-TIME-RAW(1:2) ":" WS-TIME-RAW(3:2)
                DELIMITED BY SIZE INTO Invoice-Time
            MOVE WS-RA-Inv-Status TO Invoice-Status
            MOVE "R" TO Invoice-Price-Tier
            MOVE WS-Till-ID TO Invoice-Till-ID
      *>  the hire charge is a completed sale and takes a receipt
      *>  number; a deposit is money held, not a sale
            MOVE 0 TO WS-FIS-Key
            IF Invoice-Status = "Completed"
                MOVE Input-ID TO WS-Lookup-Casher-ID
                PERFORM Find-Casher-Branch
                MOVE WS-Branch-ID-Lookup TO WS-FIS-Branch
                MOVE "R" TO WS-FIS-Series
                MOVE "I" TO WS-FIS-Source
                MOVE Invoice-ID TO WS-FIS-Ref
                MOVE 0 TO WS-FIS-Orig-Inv
                MOVE Final-Amount TO WS-FIS-Amount
                PERFORM Reserve-Fiscal-Number
            END-IF
            WRITE Invoice-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            MOVE "V" TO WS-FIS-Result
            MOVE "INVOICE WRITE FAILED" TO WS-FIS-Reason
            NOT INVALID KEY
                MOVE "W" TO WS-RJ-Action
                PERFORM Journal-Invoice-Row
                MOVE "I" TO WS-FIS-Result
            END-WRITE
            PERFORM Add-To-Invoice-Index
            CLOSE InvoiceFile
            PERFORM Settle-Fiscal-Number.
       Refund-Hire-Deposit.
      *>  Unused deposit goes back in cash as a drawer paid-out.
      *>  Expects WS-RA-Refund.
            DISPLAY ESC Blue-On "Pay back unused deposit: "
                WS-RA-Refund ESC Reset-Color
            PERFORM Get-Now-Seconds
            OPEN EXTEND DrawerFile
            IF File-Status = "35"
                OPEN OUTPUT DrawerFile
            END-IF
            ACCEPT Drawer-Date FROM DATE YYYYMMDD
            MOVE Input-ID TO Drawer-Casher-ID
            MOVE "PAIDOUT" TO Drawer-Type
            MOVE WS-RA-Refund TO Drawer-Amount
            MOVE SPACES TO Drawer-Reason
            STRING "HIRE DEPOSIT " RA-ID
                DELIMITED BY SIZE INTO Drawer-Reason
            MOVE WS-Now-DateTime(1:14) TO Drawer-Timestamp
            MOVE WS-Till-ID TO Drawer-Till-ID
            MOVE 0 TO Drawer-Exp-Cat
            WRITE Drawer-Record
            CLOSE DrawerFile
            MOVE "PAIDOUT" TO WS-TP-Kind
            MOVE WS-RA-Refund TO WS-TP-Amount
            PERFORM Term-Post.
       Set-Hire-Unit-Status.
      *>  Expects RA-Serial-ID; moves WS-RA-Unit-Status onto the
      *>  unit's serial row.
            OPEN I-O SerialFile
            MOVE RA-Serial-ID TO Serial-RelKey
            READ SerialFile INVALID KEY
                DISPLAY "Error: Record not found."
            NOT INVALID KEY
                MOVE WS-RA-Unit-Status TO SER-Status
                MOVE 0 TO SER-Cart-ID
                ACCEPT SER-Date FROM DATE YYYYMMDD
                REWRITE Serial-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
            END-READ
            CLOSE SerialFile.
       View-Units-On-Hire.
            DISPLAY H10 H10 H10 H10 H10 H10 H2
            DISPLAY "Agmt  Unit            Item  Cust  Out      "
                "Due"
            DISPLAY S10 S10 S10 S10 S10 S10 S2
            MOVE 0 TO WS-RA-Count
            OPEN INPUT RentalFile
            IF File-Status = "00"
                MOVE "N" TO EOFRN
                PERFORM UNTIL EOFRN = "Y"
                   READ RentalFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRN
                   NOT AT END
                       IF RA-Status = "OUT"
                           ADD 1 TO WS-RA-Count
                           DISPLAY RA-ID " " RA-Serial " "
                               RA-Item-ID " " RA-Customer-ID " "
                               RA-Out-Date " " RA-Due-Date
                       END-IF
                END-PERFORM
                CLOSE RentalFile
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H10 H2
            DISPLAY WS-RA-Count " unit(s) out on hire.".
       Overdue-Rentals-Report.
      *>  Every unit still out past its due date, with the days
      *>  overdue and what the hire has run up to today.
            ACCEPT WS-RA-Today FROM DATE YYYYMMDD
            MOVE 0 TO WS-RA-Count
            MOVE "OVERDUE-HIRE" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Overdue Rentals as at " WS-RA-Today
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Agmt  Unit            Item  Cust  Due      "
                "Late  Charge to date Deposit"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            OPEN INPUT RentalFile
            IF File-Status = "00"
                MOVE "N" TO EOFRN
                PERFORM UNTIL EOFRN = "Y"
                   READ RentalFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRN
                   NOT AT END
                       IF RA-Status = "OUT" AND
                          RA-Due-Date < WS-RA-Today
                           ADD 1 TO WS-RA-Count
                           COMPUTE WS-RA-Late-Days =
                               FUNCTION INTEGER-OF-DATE(
                               WS-RA-Today) -
                               FUNCTION INTEGER-OF-DATE(
                               RA-Due-Date)
                           PERFORM Compute-Hire-Charge
                           MOVE SPACES TO WS-Spool-Line
                           STRING RA-ID " " RA-Serial " "
                               RA-Item-ID " " RA-Customer-ID " "
                               RA-Due-Date " " WS-RA-Late-Days
                               " " WS-RA-Charge "   " RA-Deposit
                               DELIMITED BY SIZE INTO
                               WS-Spool-Line
                           PERFORM Spool-Line
                       END-IF
                END-PERFORM
                CLOSE RentalFile
            END-IF
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Overdue units: " WS-RA-Count
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Next-Rental-Sequence.
            MOVE 48 TO Counter-RelKey
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
       ABC-Load-Items.
      *>  One ABC-Table row per item, in Item-ID order (the item
      *>  master is read in key order, which ABC-Find-Item relies
      *>  on), carrying the class now on the master.
            MOVE 0 TO ABC-Count
            OPEN INPUT ItemFile
            MOVE "N" TO EOF
            PERFORM UNTIL EOF = "Y"
               READ ItemFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF ABC-Count < 5000
                       ADD 1 TO ABC-Count
                       MOVE Item-ID TO ABC-Item-ID(ABC-Count)
                       MOVE 0 TO ABC-Value(ABC-Count)
                       MOVE Item-ABC-Class TO ABC-Class(ABC-Count)
                       MOVE 0 TO ABC-Last-Count(ABC-Count)
                   ELSE
                       DISPLAY "Warning: ABC table full, items "
                           "from " Item-ID " omitted."
                       MOVE "Y" TO EOF
                   END-IF
               END-READ
            END-PERFORM
            CLOSE ItemFile.
       ABC-Find-Item.
      *>  Binary search of ABC-Table for WS-ABC-Item. Returns the
      *>  row in WS-ABC-Hit, 0 when the item is not in the table.
            MOVE 0 TO WS-ABC-Hit
            MOVE 1 TO WS-ABC-Lo
            MOVE ABC-Count TO WS-ABC-Hi
            PERFORM UNTIL WS-ABC-Lo > WS-ABC-Hi OR WS-ABC-Hit > 0
                COMPUTE WS-ABC-Mid = (WS-ABC-Lo + WS-ABC-Hi) / 2
                EVALUATE TRUE
                    WHEN ABC-Item-ID(WS-ABC-Mid) = WS-ABC-Item
                        MOVE WS-ABC-Mid TO WS-ABC-Hit
                    WHEN ABC-Item-ID(WS-ABC-Mid) < WS-ABC-Item
                        COMPUTE WS-ABC-Lo = WS-ABC-Mid + 1
                    WHEN OTHER
                        IF WS-ABC-Mid = 1
                            MOVE 0 TO WS-ABC-Hi
                        ELSE
                            COMPUTE WS-ABC-Hi = WS-ABC-Mid - 1
                        END-IF
                END-EVALUATE
            END-PERFORM.
       ABC-Classify-Run.
      *>  Ranks every item by its sales value over the last year
      *>  (live sale lines by their own date, archived lines by
      *>  the date of the archived invoice they sold on) and tags
      *>  the item master: the items making the first ABC-A-PCT
      *>  percent of value are A, up to ABC-B-PCT percent B, the
      *>  rest - and anything that did not sell - C.
            ACCEPT WS-ABC-Today FROM DATE YYYYMMDD
            COMPUTE WS-ABC-From = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-ABC-Today) - 365)
            PERFORM ABC-Load-Items

            OPEN INPUT SaleCartFile
            IF File-Status = "00"
                MOVE "N" TO EOF
                PERFORM UNTIL EOF = "Y"
                   READ SaleCartFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF Sale-Cart-Date >= WS-ABC-From
                           MOVE Sale-Cart-Item-ID TO WS-ABC-Item
                           COMPUTE WS-ABC-Amt =
                               Sale-Cart-Quantity *
                               Sale-Cart-Unit-Of-Price
                           PERFORM ABC-Add-Value
                       END-IF
                END-PERFORM
            END-IF
            CLOSE SaleCartFile

            MOVE ALL "N" TO ABC-Arch-Flags
            OPEN INPUT InvoiceArchiveFile
            IF File-Status = "00"
                MOVE "N" TO EOF
                PERFORM UNTIL EOF = "Y"
                   READ InvoiceArchiveFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF Arch-Invoice-Status = "Completed" AND
                          Arch-Invoice-Date >= WS-ABC-From
                           PERFORM VARYING IDX FROM 1 BY 1
                               UNTIL IDX > MAX-INVOICE-ITEMS
                               IF Arch-Invoice-Sale-Cart-ID(IDX)
                                  NUMERIC AND
                                  Arch-Invoice-Sale-Cart-ID(IDX)
                                  > 0
                                   MOVE "Y" TO ABC-Arch-Flag(
                                   Arch-Invoice-Sale-Cart-ID(IDX))
                               END-IF
                           END-PERFORM
                       END-IF
                END-PERFORM
            END-IF
            CLOSE InvoiceArchiveFile
            OPEN INPUT SaleCartArchiveFile
            IF File-Status = "00"
                MOVE "N" TO EOF
                PERFORM UNTIL EOF = "Y"
                   READ SaleCartArchiveFile
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF Arch-Sale-Cart-ID > 0
                           IF ABC-Arch-Flag(Arch-Sale-Cart-ID) = "Y"
                               MOVE Arch-Sale-Cart-Item-ID TO
                                   WS-ABC-Item
                               COMPUTE WS-ABC-Amt =
                                   Arch-Sale-Cart-Quantity *
                                   Arch-Sale-Cart-Unit-Of-Price
                               PERFORM ABC-Add-Value
                           END-IF
                       END-IF
                END-PERFORM
            END-IF
            CLOSE SaleCartArchiveFile

      *>    highest value first
            MOVE 0 TO WS-ABC-Total
            PERFORM VARYING WS-ABC-IDX FROM 1 BY 1
                UNTIL WS-ABC-IDX > ABC-Count
                ADD ABC-Value(WS-ABC-IDX) TO WS-ABC-Total
            END-PERFORM
            PERFORM VARYING WS-ABC-IDX FROM 1 BY 1
                UNTIL WS-ABC-IDX >= ABC-Count
                PERFORM VARYING WS-ABC-JDX FROM 1 BY 1
                    UNTIL WS-ABC-JDX >= ABC-Count - WS-ABC-IDX + 1
                    IF ABC-Value(WS-ABC-JDX) <
                       ABC-Value(WS-ABC-JDX + 1)
                        MOVE ABC-Entry(WS-ABC-JDX) TO ABC-Swap
                        MOVE ABC-Entry(WS-ABC-JDX + 1) TO
                            ABC-Entry(WS-ABC-JDX)
                        MOVE ABC-Swap TO ABC-Entry(WS-ABC-JDX + 1)
                    END-IF
                END-PERFORM
            END-PERFORM

            MOVE 0 TO WS-ABC-Running
            MOVE 0 TO WS-ABC-Changed
            MOVE ZEROES TO ABC-Cov-Table
            OPEN I-O ItemFile
            PERFORM VARYING WS-ABC-IDX FROM 1 BY 1
                UNTIL WS-ABC-IDX > ABC-Count
      *>        an item is placed by the share of value ranked
      *>        above it, so the item that crosses a boundary
      *>        still falls in the higher class
                IF ABC-Value(WS-ABC-IDX) = 0
                    MOVE "C" TO WS-ABC-Cls
                ELSE
                    COMPUTE WS-ABC-Pct =
                        WS-ABC-Running * 100 / WS-ABC-Total
                    EVALUATE TRUE
                        WHEN WS-ABC-Pct < ABC-A-PCT
                            MOVE "A" TO WS-ABC-Cls
                        WHEN WS-ABC-Pct < ABC-B-PCT
                            MOVE "B" TO WS-ABC-Cls
                        WHEN OTHER
                            MOVE "C" TO WS-ABC-Cls
                    END-EVALUATE
                    ADD ABC-Value(WS-ABC-IDX) TO WS-ABC-Running
                END-IF
                PERFORM ABC-Class-Index
                ADD 1 TO COV-Items(WS-ABC-Cls-IDX)
                IF ABC-Class(WS-ABC-IDX) NOT = WS-ABC-Cls
                    MOVE ABC-Item-ID(WS-ABC-IDX) TO RelativeKey
                    READ ItemFile INVALID KEY
                        DISPLAY "Error: Item not found."
                    NOT INVALID KEY
                        MOVE WS-ABC-Cls TO Item-ABC-Class
                        REWRITE Item-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                        END-REWRITE
                        ADD 1 TO WS-ABC-Changed
                    END-READ
                    MOVE WS-ABC-Cls TO ABC-Class(WS-ABC-IDX)
                END-IF
            END-PERFORM
            CLOSE ItemFile

            DISPLAY H10 H10 H10 H10 H10 H2
            DISPLAY "ABC Classification - sales " WS-ABC-From
                " to " WS-ABC-Today
            DISPLAY S10 S10 S10 S10 S10 S2
            DISPLAY "Sales value ranked : " WS-ABC-Total
            DISPLAY "Class A items      : " COV-Items(1)
            DISPLAY "Class B items      : " COV-Items(2)
            DISPLAY "Class C items      : " COV-Items(3)
            DISPLAY "Items re-classed   : " WS-ABC-Changed
            DISPLAY H10 H10 H10 H10 H10 H2
            MOVE "ABC-RUN" TO Audit-Action
            MOVE SPACES TO Audit-Before
            MOVE SPACES TO Audit-After
            STRING "FROM=" WS-ABC-From
                DELIMITED BY SIZE INTO Audit-Before
            STRING "A=" COV-Items(1) " B=" COV-Items(2)
                " C=" COV-Items(3)
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit.
       ABC-Add-Value.
      *>  Expects WS-ABC-Item and WS-ABC-Amt.
            PERFORM ABC-Find-Item
            IF WS-ABC-Hit > 0
                ADD WS-ABC-Amt TO ABC-Value(WS-ABC-Hit)
            END-IF.
       ABC-Class-Index.
      *>  WS-ABC-Cls to its table row and count interval. An item
      *>  not yet ranked is scheduled as a C.
            EVALUATE WS-ABC-Cls
                WHEN "A"
                    MOVE 1 TO WS-ABC-Cls-IDX
                    MOVE ABC-A-DAYS TO WS-ABC-Days
                WHEN "B"
                    MOVE 2 TO WS-ABC-Cls-IDX
                    MOVE ABC-B-DAYS TO WS-ABC-Days
                WHEN OTHER
                    MOVE 3 TO WS-ABC-Cls-IDX
                    MOVE ABC-C-DAYS TO WS-ABC-Days
            END-EVALUATE.
       ABC-Load-Last-Counts.
      *>  Expects ABC-Table loaded and WS-CS-Branch. Sets each
      *>  item's last count date at that branch from the count
      *>  sheets; a line still OPEN or COUNTED counts as well, so
      *>  an item already on a sheet is not issued twice.
            OPEN INPUT CountSheetFile
            IF File-Status = "00"
                MOVE "N" TO EOF
                PERFORM UNTIL EOF = "Y"
                   READ CountSheetFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF CS-Branch-ID = WS-CS-Branch
                           MOVE CS-Item-ID TO WS-ABC-Item
                           PERFORM ABC-Find-Item
                           IF WS-ABC-Hit > 0
                               IF CS-Date >
                                  ABC-Last-Count(WS-ABC-Hit)
                                   MOVE CS-Date TO
                                       ABC-Last-Count(WS-ABC-Hit)
                               END-IF
                           END-IF
                       END-IF
                END-PERFORM
            END-IF
            CLOSE CountSheetFile.
       ABC-Check-Due.
      *>  Expects WS-ABC-Item. Returns WS-ABC-Due = Y when the item
      *>  has never been counted or its class interval has run
      *>  out since the last count.
            MOVE "N" TO WS-ABC-Due
            ACCEPT WS-ABC-Today FROM DATE YYYYMMDD
            PERFORM ABC-Find-Item
            IF WS-ABC-Hit > 0
                MOVE ABC-Class(WS-ABC-Hit) TO WS-ABC-Cls
                PERFORM ABC-Class-Index
                IF ABC-Last-Count(WS-ABC-Hit) = 0
                    MOVE "Y" TO WS-ABC-Due
                ELSE
                    COMPUTE WS-ABC-Age =
                        FUNCTION INTEGER-OF-DATE(WS-ABC-Today) -
                        FUNCTION INTEGER-OF-DATE(
                        ABC-Last-Count(WS-ABC-Hit))
                    IF WS-ABC-Age >= WS-ABC-Days
                        MOVE "Y" TO WS-ABC-Due
                    END-IF
                END-IF
            END-IF.
       ABC-Coverage-Report.
      *>  For one branch and period: per class, how many counts
      *>  the schedule called for (items x period / interval),
      *>  how many were actually posted, and how many items are
      *>  overdue today.
            IF WS-Sched-Run NOT = "Y"
                DISPLAY "Enter Branch-ID (0 for total stock): "
                ACCEPT WS-CS-Branch
                DISPLAY "Enter Start Date (YYYYMMDD): "
                ACCEPT WS-ABC-From
                DISPLAY "Enter End Date (YYYYMMDD): "
                ACCEPT WS-ABC-To
            END-IF
            COMPUTE WS-ABC-Period-Days =
                FUNCTION INTEGER-OF-DATE(WS-ABC-To) -
                FUNCTION INTEGER-OF-DATE(WS-ABC-From) + 1
            PERFORM ABC-Load-Items
            PERFORM ABC-Load-Last-Counts
            MOVE ZEROES TO ABC-Cov-Table
            PERFORM VARYING WS-ABC-IDX FROM 1 BY 1
                UNTIL WS-ABC-IDX > ABC-Count
                MOVE ABC-Class(WS-ABC-IDX) TO WS-ABC-Cls
                PERFORM ABC-Class-Index
                ADD 1 TO COV-Items(WS-ABC-Cls-IDX)
                COMPUTE COV-Plan(WS-ABC-Cls-IDX) =
                    COV-Plan(WS-ABC-Cls-IDX) +
                    WS-ABC-Period-Days / WS-ABC-Days
                MOVE ABC-Item-ID(WS-ABC-IDX) TO WS-ABC-Item
                PERFORM ABC-Check-Due
                IF WS-ABC-Due = "Y"
                    ADD 1 TO COV-Overdue(WS-ABC-Cls-IDX)
                END-IF
            END-PERFORM

            OPEN INPUT CountSheetFile
            IF File-Status = "00"
                MOVE "N" TO EOF
                PERFORM UNTIL EOF = "Y"
                   READ CountSheetFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF CS-Status = "POSTED" AND
                          CS-Branch-ID = WS-CS-Branch AND
                          CS-Date >= WS-ABC-From AND
                          CS-Date <= WS-ABC-To
                           MOVE CS-Item-ID TO WS-ABC-Item
                           PERFORM ABC-Find-Item
                           IF WS-ABC-Hit > 0
                               MOVE ABC-Class(WS-ABC-Hit) TO
                                   WS-ABC-Cls
                               PERFORM ABC-Class-Index
                               ADD 1 TO COV-Done(WS-ABC-Cls-IDX)
                           END-IF
                       END-IF
                END-PERFORM
            END-IF
            CLOSE CountSheetFile

            MOVE "ABC-COVERAGE" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Count Coverage by Class - branch " WS-CS-Branch
                "  " WS-ABC-From " to " WS-ABC-To
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "Class  Items  Planned    Posted   Cover%  Overdue"
                TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING WS-ABC-Cls-IDX FROM 1 BY 1
                UNTIL WS-ABC-Cls-IDX > 3
                MOVE 0 TO WS-COV-Pct
                IF COV-Plan(WS-ABC-Cls-IDX) > 0
                    COMPUTE WS-COV-Pct ROUNDED =
                        COV-Done(WS-ABC-Cls-IDX) * 100 /
                        COV-Plan(WS-ABC-Cls-IDX)
                END-IF
                EVALUATE WS-ABC-Cls-IDX
                    WHEN 1
                        MOVE "A" TO WS-ABC-Cls
                    WHEN 2
                        MOVE "B" TO WS-ABC-Cls
                    WHEN OTHER
                        MOVE "C" TO WS-ABC-Cls
                END-EVALUATE
                MOVE SPACES TO WS-Spool-Line
                STRING "  " WS-ABC-Cls "    " COV-Items(WS-ABC-Cls-IDX)
                    "  " COV-Plan(WS-ABC-Cls-IDX) "  "
                    COV-Done(WS-ABC-Cls-IDX) "  " WS-COV-Pct "  "
                    COV-Overdue(WS-ABC-Cls-IDX)
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-PERFORM
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Intervals: A " ABC-A-DAYS " B " ABC-B-DAYS
                " C " ABC-C-DAYS " days (unranked items as C)"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Branch-PL-Report.
      *>  Monthly profit and loss per branch, company total in the
      *>  last column. Sales and returns follow the casher who rang
      *>  them, shrinkage and quarantine write-offs the casher who
      *>  booked them, paid-outs the drawer's casher and labour the
      *>  branch on the punch. Net sales are ex-tax: Total-Amount
      *>  less discounts and promotions, less refunded invoices and
      *>  no-receipt returns. Goods are costed at the cost carried
      *>  on the sale line (the item's current cost for lines sold
      *>  before the line carried one); stock losses at the item's
      *>  current cost, as the shrinkage report values them.
            IF WS-Sched-Run NOT = "Y"
                DISPLAY "Enter Period (YYYYMM): "
                ACCEPT WS-BPL-Period
            END-IF
            IF WS-BPL-Period < 190001 OR
               FUNCTION MOD(WS-BPL-Period, 100) < 1 OR
               FUNCTION MOD(WS-BPL-Period, 100) > 12
                DISPLAY "Invalid period."
            ELSE
                MOVE 0 TO BPL-Count
                MOVE 0 TO BPL-Quar-Count
                PERFORM Load-Replenishment-Cashers
                PERFORM BPL-Load-Branches

                OPEN INPUT ItemFile
                IF File-Status = "35"
                    CLOSE ItemFile
                    OPEN OUTPUT ItemFile
                    CLOSE ItemFile
                    OPEN INPUT ItemFile
                END-IF
                PERFORM BPL-Tally-Invoices
                PERFORM BPL-Tally-No-Receipt
                PERFORM BPL-Load-Quar-Writeoffs
                PERFORM BPL-Tally-Adjustments
      *>        a written-off lot whose adjustment row cannot be found
      *>        is still a loss - it lands in the no-branch column
                PERFORM VARYING WS-BPQ-IDX FROM 1 BY 1
                    UNTIL WS-BPQ-IDX > BPL-Quar-Count
                    IF BPQ-Matched(WS-BPQ-IDX) = "N"
                        MOVE BPQ-Item-ID(WS-BPQ-IDX) TO RelativeKey
                        PERFORM BPL-Item-Cost
                        MOVE 0 TO WS-BPL-Branch
                        MOVE "Q" TO WS-BPL-Kind
                        COMPUTE WS-BPL-Amount =
                            BPQ-Qty(WS-BPQ-IDX) * WS-BPL-Cost
                        PERFORM BPL-Post
                    END-IF
                END-PERFORM
                CLOSE ItemFile
                PERFORM BPL-Tally-Paid-Outs
                PERFORM BPL-Tally-Labour
                PERFORM BPL-Build-Total
                PERFORM BPL-Print
                PERFORM BPL-Export-CSV
            END-IF.
       BPL-Load-Branches.
      *>  Every branch on file gets a column, trading or not.
            OPEN INPUT BranchFile
            IF File-Status = "00"
                MOVE "N" TO EOFBP
                PERFORM UNTIL EOFBP = "Y"
                   READ BranchFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFBP
                   NOT AT END
                       MOVE Branch-ID TO WS-BPL-Branch
                       PERFORM BPL-Find-Branch
                       IF WS-BPL-IDX > 0
                           MOVE Branch-Name TO BPL-Name(WS-BPL-IDX)
                       END-IF
                END-PERFORM
                CLOSE BranchFile
            END-IF.
       BPL-Find-Branch.
      *>  Expects WS-BPL-Branch. Returns its column in WS-BPL-IDX,
      *>  opening a new column if need be; 0 when the table is
      *>  full (one column is always held back for the total).
            MOVE 0 TO WS-BPL-IDX
            PERFORM VARYING WS-BPL-JDX FROM 1 BY 1
                UNTIL WS-BPL-JDX > BPL-Count
                IF BPL-Branch(WS-BPL-JDX) = WS-BPL-Branch
                    MOVE WS-BPL-JDX TO WS-BPL-IDX
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-BPL-IDX = 0
                IF BPL-Count < 30
                    ADD 1 TO BPL-Count
                    MOVE BPL-Count TO WS-BPL-IDX
                    MOVE WS-BPL-Branch TO BPL-Branch(WS-BPL-IDX)
                    IF WS-BPL-Branch = 0
                        MOVE "NO BRANCH" TO BPL-Name(WS-BPL-IDX)
                    ELSE
                        MOVE "(not on file)" TO
                            BPL-Name(WS-BPL-IDX)
                    END-IF
                    MOVE 0 TO BPL-Gross(WS-BPL-IDX)
                    MOVE 0 TO BPL-Discount(WS-BPL-IDX)
                    MOVE 0 TO BPL-Returns(WS-BPL-IDX)
                    MOVE 0 TO BPL-COGS(WS-BPL-IDX)
                    MOVE 0 TO BPL-Shrink(WS-BPL-IDX)
                    MOVE 0 TO BPL-Quar(WS-BPL-IDX)
                    MOVE 0 TO BPL-PaidOut(WS-BPL-IDX)
                    MOVE 0 TO BPL-Labour-Secs(WS-BPL-IDX)
                ELSE
                    DISPLAY "Warning: branch table full, branch "
                        WS-BPL-Branch " omitted."
                END-IF
            END-IF.
       BPL-Casher-Branch.
      *>  Expects WS-BPL-Casher. Returns WS-BPL-Branch, 0 for a
      *>  casher with no branch or no longer on file.
            MOVE 0 TO WS-BPL-Branch
            PERFORM VARYING WS-RPC-IDX FROM 1 BY 1
                UNTIL WS-RPC-IDX > RP-Casher-Count
                IF RPC-ID(WS-RPC-IDX) = WS-BPL-Casher
                    MOVE RPC-Branch(WS-RPC-IDX) TO WS-BPL-Branch
                    EXIT PERFORM
                END-IF
            END-PERFORM.
       BPL-Item-Cost.
      *>  Expects RelativeKey with ItemFile open. Returns the
      *>  item's current cost in WS-BPL-Cost.
            READ ItemFile INVALID KEY
                MOVE 0 TO WS-BPL-Cost
            NOT INVALID KEY
                MOVE Item-Cost TO WS-BPL-Cost
            END-READ.
       BPL-Post.
      *>  Expects WS-BPL-Branch, WS-BPL-Kind and WS-BPL-Amount:
      *>  G gross, D discount, R returns, C cost of goods,
      *>  S shrinkage, Q quarantine, P paid-out, L labour seconds.
            PERFORM BPL-Find-Branch
            IF WS-BPL-IDX > 0
                EVALUATE WS-BPL-Kind
                    WHEN "G"
                        ADD WS-BPL-Amount TO BPL-Gross(WS-BPL-IDX)
                    WHEN "D"
                        ADD WS-BPL-Amount TO
                            BPL-Discount(WS-BPL-IDX)
                    WHEN "R"
                        ADD WS-BPL-Amount TO
                            BPL-Returns(WS-BPL-IDX)
                    WHEN "C"
                        ADD WS-BPL-Amount TO BPL-COGS(WS-BPL-IDX)
                    WHEN "S"
                        ADD WS-BPL-Amount TO
                            BPL-Shrink(WS-BPL-IDX)
                    WHEN "Q"
                        ADD WS-BPL-Amount TO BPL-Quar(WS-BPL-IDX)
                    WHEN "P"
                        ADD WS-BPL-Amount TO
                            BPL-PaidOut(WS-BPL-IDX)
                    WHEN "L"
                        ADD WS-BPL-Amount TO
                            BPL-Labour-Secs(WS-BPL-IDX)
                END-EVALUATE
            END-IF.
       BPL-Tally-Invoices.
      *>  Completed invoices are sales, costed line by line. A
      *>  Refunded invoice is a sale and its return in the same
      *>  month's figures, so it nets to nothing and carries no
      *>  cost. Layaways and hire deposits are not sales yet.
            OPEN INPUT InvoiceFile
            IF File-Status = "00"
                OPEN INPUT SaleCartFile
                MOVE "N" TO EOFBP
                PERFORM UNTIL EOFBP = "Y"
                   READ InvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFBP
                   NOT AT END
                       COMPUTE WS-BPL-YM = Invoice-Date / 100
                       IF WS-BPL-YM = WS-BPL-Period AND
                          (Invoice-Status = "Completed" OR
                           Invoice-Status = "Refunded")
                           MOVE Invoice-Casher-ID TO WS-BPL-Casher
                           PERFORM BPL-Casher-Branch
                           MOVE "G" TO WS-BPL-Kind
                           MOVE Total-Amount TO WS-BPL-Amount
                           PERFORM BPL-Post
                           MOVE "D" TO WS-BPL-Kind
                           COMPUTE WS-BPL-Amount =
                               Discount + Invoice-Promo-Savings
                           PERFORM BPL-Post
                           IF Invoice-Status = "Refunded"
                               MOVE "R" TO WS-BPL-Kind
                               COMPUTE WS-BPL-Amount = Total-Amount
                                   - Discount - Invoice-Promo-Savings
                               PERFORM BPL-Post
                           ELSE
                               PERFORM BPL-Invoice-Cost
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE SaleCartFile
                CLOSE InvoiceFile
            END-IF.
       BPL-Invoice-Cost.
      *>  Cost of the current invoice's lines, posted to the
      *>  branch already in WS-BPL-Branch.
            MOVE 0 TO WS-BPL-Amount
            PERFORM VARYING IDX FROM 1 BY 1
                UNTIL IDX > MAX-INVOICE-ITEMS
                IF Invoice-Sale-Cart-ID(IDX) > 0
                    MOVE Invoice-Sale-Cart-ID(IDX) TO
                        SaleCart-RelKey
                    READ SaleCartFile INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF Sale-Cart-Unit-Cost > 0
                            MOVE Sale-Cart-Unit-Cost TO
                                WS-BPL-Cost
                        ELSE
                            MOVE Sale-Cart-Item-ID TO RelativeKey
                            PERFORM BPL-Item-Cost
                        END-IF
                        COMPUTE WS-BPL-Amount = WS-BPL-Amount +
                            (Sale-Cart-Quantity * WS-BPL-Cost)
                    END-READ
                END-IF
            END-PERFORM
            MOVE "C" TO WS-BPL-Kind
            PERFORM BPL-Post.
       BPL-Tally-No-Receipt.
      *>  A no-receipt return is refunded cash and goes back on
      *>  the shelf, so it comes off sales and off cost of goods.
            OPEN INPUT NoRcptFile
            IF File-Status = "00"
                MOVE "N" TO EOFBP
                PERFORM UNTIL EOFBP = "Y"
                   READ NoRcptFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFBP
                   NOT AT END
                       COMPUTE WS-BPL-YM = NR-Date / 100
                       IF WS-BPL-YM = WS-BPL-Period
                           MOVE NR-Casher TO WS-BPL-Casher
                           PERFORM BPL-Casher-Branch
                           MOVE "R" TO WS-BPL-Kind
                           MOVE NR-Value TO WS-BPL-Amount
                           PERFORM BPL-Post
                           MOVE NR-Item-ID TO RelativeKey
                           PERFORM BPL-Item-Cost
                           MOVE "C" TO WS-BPL-Kind
                           COMPUTE WS-BPL-Amount =
                               0 - (NR-Qty * WS-BPL-Cost)
                           PERFORM BPL-Post
                       END-IF
                END-PERFORM
                CLOSE NoRcptFile
            END-IF.
       BPL-Load-Quar-Writeoffs.
      *>  Lots written off out of quarantine this month. Each one
      *>  also booked an adjustment row (same item, quantity,
      *>  reason and date); that row is what gives it a branch.
            OPEN INPUT QuarFile
            IF File-Status = "00"
                MOVE "N" TO EOFBP
                PERFORM UNTIL EOFBP = "Y"
                   READ QuarFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFBP
                   NOT AT END
                       COMPUTE WS-BPL-YM = QR-Disp-Date / 100
                       IF QR-Status = "WRITEOFF" AND
                          WS-BPL-YM = WS-BPL-Period
                           IF BPL-Quar-Count < 200
                               ADD 1 TO BPL-Quar-Count
                               MOVE QR-Item-ID TO
                                   BPQ-Item-ID(BPL-Quar-Count)
                               MOVE QR-Qty TO BPQ-Qty(BPL-Quar-Count)
                               MOVE QR-Reason TO
                                   BPQ-Reason(BPL-Quar-Count)
                               MOVE QR-Disp-Date TO
                                   BPQ-Date(BPL-Quar-Count)
                               MOVE "N" TO BPQ-Matched(BPL-Quar-Count)
                           ELSE
                               DISPLAY "Warning: quarantine table "
                                   "full, lot " QR-ID " counted as "
                                   "shrinkage."
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE QuarFile
            END-IF.
       BPL-Tally-Adjustments.
      *>  Every stock-out adjustment of the month at cost: the
      *>  rows that match a quarantine write-off are quarantine
      *>  losses, the rest shrinkage and write-offs.
            OPEN INPUT AdjustFile
            IF File-Status = "00"
                MOVE "N" TO EOFBP
                PERFORM UNTIL EOFBP = "Y"
                   READ AdjustFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFBP
                   NOT AT END
                       COMPUTE WS-BPL-YM = Adj-Date / 100
                       IF Adj-Dir = "-" AND
                          WS-BPL-YM = WS-BPL-Period
                           MOVE "N" TO WS-BPL-Quar-Hit
                           PERFORM VARYING WS-BPQ-IDX FROM 1 BY 1
                               UNTIL WS-BPQ-IDX > BPL-Quar-Count
                               IF BPQ-Matched(WS-BPQ-IDX) = "N" AND
                                  BPQ-Item-ID(WS-BPQ-IDX) =
                                      Adj-Item-ID AND
                                  BPQ-Qty(WS-BPQ-IDX) = Adj-Qty AND
                                  BPQ-Reason(WS-BPQ-IDX) = Adj-Reason
                                  AND BPQ-Date(WS-BPQ-IDX) = Adj-Date
                                   MOVE "Y" TO BPQ-Matched(WS-BPQ-IDX)
                                   MOVE "Y" TO WS-BPL-Quar-Hit
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                           MOVE Adj-User-ID TO WS-BPL-Casher
                           PERFORM BPL-Casher-Branch
                           MOVE Adj-Item-ID TO RelativeKey
                           PERFORM BPL-Item-Cost
                           IF WS-BPL-Quar-Hit = "Y"
                               MOVE "Q" TO WS-BPL-Kind
                           ELSE
                               MOVE "S" TO WS-BPL-Kind
                           END-IF
                           COMPUTE WS-BPL-Amount = Adj-Qty * WS-BPL-Cost
                           PERFORM BPL-Post
                       END-IF
                END-PERFORM
                CLOSE AdjustFile
            END-IF.
       BPL-Tally-Paid-Outs.
      *>  Cash paid out of the drawer. A hire deposit handed back
      *>  is the customer's own money, not a cost of the branch.
            OPEN INPUT DrawerFile
            IF File-Status = "00"
                MOVE "N" TO EOFBP
                PERFORM UNTIL EOFBP = "Y"
                   READ DrawerFile
                   AT END
                       MOVE "Y" TO EOFBP
                   NOT AT END
                       COMPUTE WS-BPL-YM = Drawer-Date / 100
                       IF Drawer-Type = "PAIDOUT" AND
                          WS-BPL-YM = WS-BPL-Period AND
                          Drawer-Reason(1:12) NOT = "HIRE DEPOSIT"
                           MOVE Drawer-Casher-ID TO WS-BPL-Casher
                           PERFORM BPL-Casher-Branch
                           MOVE "P" TO WS-BPL-Kind
                           MOVE Drawer-Amount TO WS-BPL-Amount
                           PERFORM BPL-Post
                       END-IF
                END-PERFORM
                CLOSE DrawerFile
            END-IF.
       BPL-Tally-Labour.
      *>  Clocked hours for the month, paired IN..OUT the way the
      *>  timesheet report pairs them, to the branch punched at.
            MOVE 0 TO TCk-Count
            MOVE ZEROES TO TCk-Table
            OPEN INPUT TimeClkFile
            IF File-Status = "00"
                MOVE "N" TO EOFTC
                PERFORM UNTIL EOFTC = "Y"
                   READ TimeClkFile
                   AT END
                       MOVE "Y" TO EOFTC
                   NOT AT END
                       COMPUTE WS-BPL-YM = TC-Date / 100
                       IF WS-BPL-YM = WS-BPL-Period
                           PERFORM Tally-One-Punch
                       END-IF
                END-PERFORM
                CLOSE TimeClkFile
                PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                    UNTIL WS-TC-IDX > TCk-Count
                    MOVE TCK-Branch(WS-TC-IDX) TO WS-BPL-Branch
                    MOVE "L" TO WS-BPL-Kind
                    MOVE TCK-Secs(WS-TC-IDX) TO WS-BPL-Amount
                    PERFORM BPL-Post
                END-PERFORM
            END-IF.
       BPL-Build-Total.
      *>  The company column sits after the last branch.
            COMPUTE BPL-Total-IDX = BPL-Count + 1
            MOVE 999 TO BPL-Branch(BPL-Total-IDX)
            MOVE "COMPANY TOTAL" TO BPL-Name(BPL-Total-IDX)
            MOVE 0 TO BPL-Gross(BPL-Total-IDX)
            MOVE 0 TO BPL-Discount(BPL-Total-IDX)
            MOVE 0 TO BPL-Returns(BPL-Total-IDX)
            MOVE 0 TO BPL-COGS(BPL-Total-IDX)
            MOVE 0 TO BPL-Shrink(BPL-Total-IDX)
            MOVE 0 TO BPL-Quar(BPL-Total-IDX)
            MOVE 0 TO BPL-PaidOut(BPL-Total-IDX)
            MOVE 0 TO BPL-Labour-Secs(BPL-Total-IDX)
            PERFORM VARYING WS-BPL-IDX FROM 1 BY 1
                UNTIL WS-BPL-IDX > BPL-Count
                ADD BPL-Gross(WS-BPL-IDX) TO
                    BPL-Gross(BPL-Total-IDX)
                ADD BPL-Discount(WS-BPL-IDX) TO
                    BPL-Discount(BPL-Total-IDX)
                ADD BPL-Returns(WS-BPL-IDX) TO
                    BPL-Returns(BPL-Total-IDX)
                ADD BPL-COGS(WS-BPL-IDX) TO
                    BPL-COGS(BPL-Total-IDX)
                ADD BPL-Shrink(WS-BPL-IDX) TO
                    BPL-Shrink(BPL-Total-IDX)
                ADD BPL-Quar(WS-BPL-IDX) TO
                    BPL-Quar(BPL-Total-IDX)
                ADD BPL-PaidOut(WS-BPL-IDX) TO
                    BPL-PaidOut(BPL-Total-IDX)
                ADD BPL-Labour-Secs(WS-BPL-IDX) TO
                    BPL-Labour-Secs(BPL-Total-IDX)
            END-PERFORM.
       BPL-Row-Value.
      *>  Expects WS-BPL-Row and WS-BPL-IDX. Returns that line of
      *>  the statement for that column in WS-BPL-Value.
            COMPUTE WS-BPL-Net = BPL-Gross(WS-BPL-IDX)
                - BPL-Discount(WS-BPL-IDX)
                - BPL-Returns(WS-BPL-IDX)
            COMPUTE WS-BPL-Margin = WS-BPL-Net
                - BPL-COGS(WS-BPL-IDX)
            COMPUTE WS-BPL-Contrib = WS-BPL-Margin
                - BPL-Shrink(WS-BPL-IDX)
                - BPL-Quar(WS-BPL-IDX)
                - BPL-PaidOut(WS-BPL-IDX)
            COMPUTE WS-BPL-Hours ROUNDED =
                BPL-Labour-Secs(WS-BPL-IDX) / 3600
            EVALUATE WS-BPL-Row
                WHEN 1
                    MOVE BPL-Gross(WS-BPL-IDX) TO WS-BPL-Value
                WHEN 2
                    MOVE BPL-Discount(WS-BPL-IDX) TO WS-BPL-Value
                WHEN 3
                    MOVE BPL-Returns(WS-BPL-IDX) TO WS-BPL-Value
                WHEN 4
                    MOVE WS-BPL-Net TO WS-BPL-Value
                WHEN 5
                    MOVE BPL-COGS(WS-BPL-IDX) TO WS-BPL-Value
                WHEN 6
                    MOVE WS-BPL-Margin TO WS-BPL-Value
                WHEN 7
                    IF WS-BPL-Net NOT = 0
                        COMPUTE WS-BPL-Value ROUNDED =
                            (WS-BPL-Margin * 100) / WS-BPL-Net
                    ELSE
                        MOVE 0 TO WS-BPL-Value
                    END-IF
                WHEN 8
                    MOVE BPL-Shrink(WS-BPL-IDX) TO WS-BPL-Value
                WHEN 9
                    MOVE BPL-Quar(WS-BPL-IDX) TO WS-BPL-Value
                WHEN 10
                    MOVE BPL-PaidOut(WS-BPL-IDX) TO WS-BPL-Value
                WHEN 11
                    MOVE WS-BPL-Contrib TO WS-BPL-Value
                WHEN 12
                    MOVE WS-BPL-Hours TO WS-BPL-Value
                WHEN 13
                    IF WS-BPL-Hours > 0
                        COMPUTE WS-BPL-Value ROUNDED =
                            WS-BPL-Net / WS-BPL-Hours
                    ELSE
                        MOVE 0 TO WS-BPL-Value
                    END-IF
            END-EVALUATE.
       BPL-Print.
      *>  Statement lines down the page, branches across it,
      *>  seven columns to a block.
            MOVE "BRANCH-PL" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Branch Profit and Loss  " WS-BPL-Period
                "  (ex-tax; stock losses at current cost)"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING WS-BPL-Block FROM 1 BY 7
                UNTIL WS-BPL-Block > BPL-Total-IDX
                MOVE SPACES TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO BPL-Head-Line
                MOVE "Branch" TO BPH-Label
                PERFORM VARYING WS-BPL-Col FROM 1 BY 1
                    UNTIL WS-BPL-Col > 7
                    COMPUTE WS-BPL-IDX = WS-BPL-Block
                        + WS-BPL-Col - 1
                    IF WS-BPL-IDX <= BPL-Total-IDX
                        IF WS-BPL-IDX = BPL-Total-IDX
                            MOVE "          TOTAL" TO
                                BPH-Col(WS-BPL-Col)
                        ELSE
                            STRING "            "
                                BPL-Branch(WS-BPL-IDX)
                                DELIMITED BY SIZE
                                INTO BPH-Col(WS-BPL-Col)
                        END-IF
                    END-IF
                END-PERFORM
                MOVE BPL-Head-Line TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO BPL-Head-Line
                PERFORM VARYING WS-BPL-Col FROM 1 BY 1
                    UNTIL WS-BPL-Col > 7
                    COMPUTE WS-BPL-IDX = WS-BPL-Block
                        + WS-BPL-Col - 1
                    IF WS-BPL-IDX <= BPL-Total-IDX
                        STRING " " BPL-Name(WS-BPL-IDX)(1:14)
                            DELIMITED BY SIZE
                            INTO BPH-Col(WS-BPL-Col)
                    END-IF
                END-PERFORM
                MOVE BPL-Head-Line TO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM VARYING WS-BPL-Row FROM 1 BY 1
                    UNTIL WS-BPL-Row > 13
                    MOVE SPACES TO BPL-Print-Line
                    MOVE BPL-Row-Label(WS-BPL-Row) TO BPP-Label
                    PERFORM VARYING WS-BPL-Col FROM 1 BY 1
                        UNTIL WS-BPL-Col > 7
                        COMPUTE WS-BPL-IDX = WS-BPL-Block
                            + WS-BPL-Col - 1
                        IF WS-BPL-IDX <= BPL-Total-IDX
                            PERFORM BPL-Row-Value
                            MOVE WS-BPL-Value TO
                                BPP-Amt(WS-BPL-Col)
                        END-IF
                    END-PERFORM
                    MOVE BPL-Print-Line TO WS-Spool-Line
                    PERFORM Spool-Line
                END-PERFORM
            END-PERFORM
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       BPL-Export-CSV.
      *>  One row per branch and the company total, for the
      *>  spreadsheet.
            OPEN OUTPUT BranchPLCsvFile
            IF File-Status NOT = "00"
                DISPLAY "Error: cannot write branchpl.csv, status "
                    File-Status
            ELSE
                MOVE SPACES TO BranchPLCsv-Record
                STRING "Period,Branch,Name,Gross,Discounts,Returns,"
                    "NetSales,COGS,GrossMargin,Shrinkage,Quarantine,"
                    "PaidOuts,Contribution,LabourHours"
                    DELIMITED BY SIZE INTO BranchPLCsv-Record
                WRITE BranchPLCsv-Record
                PERFORM VARYING WS-BPL-IDX FROM 1 BY 1
                    UNTIL WS-BPL-IDX > BPL-Total-IDX
                    MOVE 0 TO WS-BPL-Col
                    PERFORM VARYING WS-BPL-Row FROM 1 BY 1
                        UNTIL WS-BPL-Row > 12
                        IF WS-BPL-Row NOT = 7
                            PERFORM BPL-Row-Value
                            MOVE WS-BPL-Value TO WS-BPL-Csv-Amt
                            ADD 1 TO WS-BPL-Col
                            MOVE WS-BPL-Csv-Amt TO
                                WS-BPL-Csv-F(WS-BPL-Col)
                        END-IF
                    END-PERFORM
                    MOVE SPACES TO BranchPLCsv-Record
                    IF WS-BPL-IDX = BPL-Total-IDX
                        STRING WS-BPL-Period ",TOTAL,"
                            DELIMITED BY SIZE INTO BranchPLCsv-Record
                    ELSE
                        STRING WS-BPL-Period "," BPL-Branch(WS-BPL-IDX)
                            ","
                            DELIMITED BY SIZE INTO BranchPLCsv-Record
                    END-IF
                    MOVE SPACES TO WS-Spool-Line
                    STRING FUNCTION TRIM(BranchPLCsv-Record)
                        FUNCTION TRIM(BPL-Name(WS-BPL-IDX)) ","
                        FUNCTION TRIM(WS-BPL-Csv-F(1)) ","
                        FUNCTION TRIM(WS-BPL-Csv-F(2)) ","
                        FUNCTION TRIM(WS-BPL-Csv-F(3)) ","
                        FUNCTION TRIM(WS-BPL-Csv-F(4)) ","
                        FUNCTION TRIM(WS-BPL-Csv-F(5)) ","
                        FUNCTION TRIM(WS-BPL-Csv-F(6)) ","
                        FUNCTION TRIM(WS-BPL-Csv-F(7)) ","
                        FUNCTION TRIM(WS-BPL-Csv-F(8)) ","
                        FUNCTION TRIM(WS-BPL-Csv-F(9)) ","
                        FUNCTION TRIM(WS-BPL-Csv-F(10)) ","
                        FUNCTION TRIM(WS-BPL-Csv-F(11))
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    MOVE WS-Spool-Line TO BranchPLCsv-Record
                    WRITE BranchPLCsv-Record
                END-PERFORM
                CLOSE BranchPLCsvFile
                DISPLAY ESC Blue-On
                    "Branch P&L exported to branchpl.csv"
                    ESC Reset-Color
            END-IF.
       Manage-Expenses.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Operating Expenses"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. View Expense Categories"
               DISPLAY "2. Add/Update Expense Category"
               DISPLAY "3. Monthly Expense Report (+ journal)"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM View-Expense-Categories
                   WHEN "2"
                       PERFORM Set-Expense-Category
                   WHEN "3"
                       PERFORM Expense-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       View-Expense-Categories.
            OPEN INPUT ExpCatFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT ExpCatFile
                CLOSE ExpCatFile
                OPEN INPUT ExpCatFile
            END-IF
            DISPLAY H10 H10 H10 H10 H5
            DISPLAY "Cat" A3 "Name" A9 A9 "Posting-Key" A3 "Status"
            DISPLAY S10 S10 S10 S10 S5
            MOVE "N" TO EOFEC
            PERFORM UNTIL EOFEC = "Y"
               READ ExpCatFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFEC
               NOT AT END
                   IF EC-Active
                       DISPLAY EC-ID A3 EC-Name A2 EC-GL-Key A2
                           "ACTIVE"
                   ELSE
                       DISPLAY EC-ID A3 EC-Name A2 EC-GL-Key A2
                           "RETIRED"
                   END-IF
            END-PERFORM
            CLOSE ExpCatFile
            DISPLAY H10 H10 H10 H10 H5.
       Set-Expense-Category.
      *>  Add a category or change one. A category already used by
      *>  paid-outs or bills is retired rather than deleted, so
      *>  past months still report under its name.
            OPEN I-O ExpCatFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT ExpCatFile
                CLOSE ExpCatFile
                OPEN I-O ExpCatFile
            END-IF
            DISPLAY "Enter Category Number (1-999): "
            ACCEPT ExpCat-RelKey
            IF ExpCat-RelKey = 0
                DISPLAY "Error: Category number must be 1-999."
            ELSE
                MOVE "N" TO WS-EC-Found
                READ ExpCatFile INVALID KEY
                    MOVE ExpCat-RelKey TO EC-ID
                    MOVE SPACES TO EC-Name
                    MOVE SPACES TO EC-GL-Key
                NOT INVALID KEY
                    MOVE "Y" TO WS-EC-Found
                    DISPLAY "Current: " EC-Name " key " EC-GL-Key
                END-READ
                DISPLAY "Enter Category Name: "
                ACCEPT EC-Name
                MOVE FUNCTION UPPER-CASE(EC-Name) TO EC-Name
                DISPLAY "Enter Ledger Posting Key "
                    "(blank = EXP-" ExpCat-RelKey "): "
                MOVE SPACES TO WS-GL-Key
                ACCEPT WS-GL-Key
                IF WS-GL-Key = SPACES
                    MOVE SPACES TO EC-GL-Key
                    STRING "EXP-" ExpCat-RelKey
                        DELIMITED BY SIZE INTO EC-GL-Key
                ELSE
                    MOVE FUNCTION UPPER-CASE(WS-GL-Key) TO
                        EC-GL-Key
                END-IF
                DISPLAY "Active (Y/N)? "
                ACCEPT WS-Confirm
                IF FUNCTION UPPER-CASE(WS-Confirm) = "N"
                    MOVE "R" TO EC-Status
                ELSE
                    MOVE "A" TO EC-Status
                END-IF
                IF WS-EC-Found = "Y"
                    REWRITE ExpCat-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                ELSE
                    WRITE ExpCat-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                END-IF
                IF File-Status = "00"
                    DISPLAY ESC Blue-On
                        "Expense category saved." ESC Reset-Color
                    MOVE "EXP-CATEGORY" TO Audit-Action
                    MOVE SPACES TO Audit-Before
                    MOVE SPACES TO Audit-After
                    STRING "CAT=" EC-ID
                        DELIMITED BY SIZE INTO Audit-Before
                    STRING EC-Name " " EC-Status
                        DELIMITED BY SIZE INTO Audit-After
                    PERFORM Write-Audit
                ELSE
                    DISPLAY "File Status: " File-Status
                END-IF
            END-IF
            CLOSE ExpCatFile.
       Pick-Expense-Category.
      *>  Lists the active categories and takes one. Returns
      *>  WS-EC-Found, WS-EC-ID, WS-EC-Name and WS-EC-GL-Key.
            MOVE "N" TO WS-EC-Found
            MOVE 0 TO WS-EC-ID
            MOVE SPACES TO WS-EC-Name
            MOVE SPACES TO WS-EC-GL-Key
            OPEN INPUT ExpCatFile
            IF File-Status NOT = "00"
                DISPLAY "No expense categories are set up - ask "
                    "a manager to add them."
            ELSE
                DISPLAY "Expense categories:"
                MOVE "N" TO EOFEC
                PERFORM UNTIL EOFEC = "Y"
                   READ ExpCatFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFEC
                   NOT AT END
                       IF EC-Active
                           DISPLAY "  " EC-ID "  " EC-Name
                       END-IF
                END-PERFORM
                DISPLAY "Enter Category Number: "
                ACCEPT ExpCat-RelKey
                READ ExpCatFile INVALID KEY
                    DISPLAY "Error: Unknown expense category."
                NOT INVALID KEY
                    IF EC-Active
                        MOVE "Y" TO WS-EC-Found
                        MOVE EC-ID TO WS-EC-ID
                        MOVE EC-Name TO WS-EC-Name
                        MOVE EC-GL-Key TO WS-EC-GL-Key
                    ELSE
                        DISPLAY "Error: That category is retired."
                    END-IF
                END-READ
                CLOSE ExpCatFile
            END-IF.
       Enter-Expense-Bill.
      *>  A non-stock bill (rent, power, cleaning ...) from a payee
      *>  kept on the supplier master. It is booked to an expense
      *>  category and a branch (000 = the whole company) and
      *>  opens an AP payable with the bill's own due date, so the
      *>  weekly payment run pays it with the stock bills.
            MOVE "Y" TO WS-EB-OK
            DISPLAY "Enter Supplier-ID (payee): "
            ACCEPT WS-APL-Supplier
            MOVE WS-APL-Supplier TO Supplier-RelKey
            PERFORM Find-Supplier
            IF WS-Supplier-Found = "N"
                DISPLAY "Error: Supplier not found - add the payee "
                    "under Manage Suppliers first."
                MOVE "N" TO WS-EB-OK
            ELSE
                DISPLAY "Payee: " Sup-Name
            END-IF

            IF WS-EB-OK = "Y"
                PERFORM Pick-Expense-Category
                IF WS-EC-Found = "N"
                    MOVE "N" TO WS-EB-OK
                END-IF
            END-IF

            IF WS-EB-OK = "Y"
                DISPLAY "Enter Branch-ID (000 = whole company): "
                ACCEPT WS-EB-Branch
                IF WS-EB-Branch > 0
                    OPEN INPUT BranchFile
                    MOVE WS-EB-Branch TO Branch-RelKey
                    READ BranchFile INVALID KEY
                        DISPLAY "Error: Branch not found."
                        MOVE "N" TO WS-EB-OK
                    END-READ
                    CLOSE BranchFile
                END-IF
            END-IF

            IF WS-EB-OK = "Y"
                DISPLAY "Enter Supplier's Bill Reference: "
                MOVE SPACES TO WS-EB-Inv-Ref
                ACCEPT WS-EB-Inv-Ref
                MOVE FUNCTION UPPER-CASE(WS-EB-Inv-Ref) TO
                    WS-EB-Inv-Ref
      *>        the same bill keyed twice would be paid twice
                OPEN INPUT ExpBillFile
                IF File-Status = "00"
                    MOVE "N" TO EOFEC
                    PERFORM UNTIL EOFEC = "Y"
                       READ ExpBillFile NEXT RECORD
                       AT END
                           MOVE "Y" TO EOFEC
                       NOT AT END
                           IF EB-Supplier-ID = WS-APL-Supplier AND
                              EB-Inv-Ref = WS-EB-Inv-Ref
                               DISPLAY "Error: Bill " WS-EB-Inv-Ref
                                   " is already on file as "
                                   EB-ID "."
                               MOVE "N" TO WS-EB-OK
                               MOVE "Y" TO EOFEC
                           END-IF
                    END-PERFORM
                    CLOSE ExpBillFile
                END-IF
            END-IF

            IF WS-EB-OK = "Y"
                DISPLAY "Enter Amount: "
                ACCEPT WS-EB-Amount
                IF WS-EB-Amount = 0
                    DISPLAY "Error: Amount must be greater than 0."
                    MOVE "N" TO WS-EB-OK
                END-IF
            END-IF

            IF WS-EB-OK = "Y"
                DISPLAY "Enter Bill Date (YYYYMMDD): "
                ACCEPT WS-Date-Check-Str
                PERFORM Validate-Date-YYYYMMDD
                PERFORM UNTIL WS-Date-Valid = "Y"
                    DISPLAY "Enter Bill Date (YYYYMMDD): "
                    ACCEPT WS-Date-Check-Str
                    PERFORM Validate-Date-YYYYMMDD
                END-PERFORM
                MOVE WS-Date-Check-Str TO WS-EB-Date
                DISPLAY "Enter Due Date (YYYYMMDD): "
                ACCEPT WS-Date-Check-Str
                PERFORM Validate-Date-YYYYMMDD
                PERFORM UNTIL WS-Date-Valid = "Y" AND
                              WS-Date-Check-Str >= WS-EB-Date
                    IF WS-Date-Valid = "Y"
                        DISPLAY "Error: Due date is before the "
                            "bill date."
                    END-IF
                    DISPLAY "Enter Due Date (YYYYMMDD): "
                    ACCEPT WS-Date-Check-Str
                    PERFORM Validate-Date-YYYYMMDD
                END-PERFORM
                MOVE WS-Date-Check-Str TO WS-EB-Due-Date
            END-IF

            IF WS-EB-OK = "Y"
                PERFORM Next-ExpBill-Sequence
                MOVE WS-Next-ID TO WS-EB-ID
                MOVE "INV" TO WS-APL-Kind
                MOVE "EXP" TO WS-APL-Ref-Type
                MOVE WS-EB-ID TO WS-APL-Ref
                MOVE WS-EB-Amount TO WS-APL-Amount
                MOVE WS-EB-Due-Date TO WS-APL-Due-Date
                PERFORM Open-Payable

                OPEN I-O ExpBillFile
                IF File-Status = "35"
                    OPEN OUTPUT ExpBillFile
                    CLOSE ExpBillFile
                    OPEN I-O ExpBillFile
                END-IF
                MOVE WS-EB-ID TO EB-ID
                MOVE WS-EB-ID TO ExpBill-RelKey
                MOVE WS-APL-Supplier TO EB-Supplier-ID
                MOVE WS-EC-ID TO EB-Cat-ID
                MOVE WS-EB-Branch TO EB-Branch-ID
                MOVE WS-EB-Inv-Ref TO EB-Inv-Ref
                MOVE WS-EB-Amount TO EB-Amount
                MOVE WS-EB-Date TO EB-Date
                MOVE WS-EB-Due-Date TO EB-Due-Date
                MOVE WS-Next-ID TO EB-APL-ID
                WRITE ExpBill-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
                CLOSE ExpBillFile

                MOVE "EXP-BILL" TO Audit-Action
                MOVE SPACES TO Audit-Before
                MOVE SPACES TO Audit-After
                STRING "BILL=" WS-EB-ID " SUP=" WS-APL-Supplier
                    DELIMITED BY SIZE INTO Audit-Before
                STRING "CAT=" WS-EC-ID " AMT=" WS-EB-Amount
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
                DISPLAY ESC Blue-On "Expense bill " WS-EB-ID
                    " booked to " FUNCTION TRIM(WS-EC-Name)
                    ESC Reset-Color
            END-IF.
       View-Expense-Bills.
            DISPLAY H10 H10 H10 H10 H10 H10 H2
            DISPLAY "Non-Stock Bills"
            DISPLAY S10 S10 S10 S10 S10 S10 S2
            DISPLAY "Bill" A4
                    "Payee" A2
                    "Cat" A1
                    "Br"  A1
                    "Reference" A4
                    "Amount" A6
                    "Dated" A4
                    "Due" A6
                    "AP-ID"
            DISPLAY S10 S10 S10 S10 S10 S10 S2
            OPEN INPUT ExpBillFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT ExpBillFile
                CLOSE ExpBillFile
                OPEN INPUT ExpBillFile
            END-IF
            MOVE "N" TO EOFEC
            PERFORM UNTIL EOFEC = "Y"
               READ ExpBillFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFEC
               NOT AT END
                   DISPLAY EB-ID          A1
                           EB-Supplier-ID A1
                           EB-Cat-ID      A1
                           EB-Branch-ID   A1
                           EB-Inv-Ref     A1
                           EB-Amount      A1
                           EB-Date        A1
                           EB-Due-Date    A1
                           EB-APL-ID
            END-PERFORM
            CLOSE ExpBillFile
            DISPLAY H10 H10 H10 H10 H10 H10 H2.
       Next-ExpBill-Sequence.
            MOVE 49 TO Counter-RelKey
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
       Load-Expense-Categories.
      *>  Every category, retired or not, for names and posting
      *>  keys on the report.
            MOVE 0 TO EC-Count
            OPEN INPUT ExpCatFile
            IF File-Status = "00"
                MOVE "N" TO EOFEC
                PERFORM UNTIL EOFEC = "Y"
                   READ ExpCatFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFEC
                   NOT AT END
                       IF EC-Count < 100
                           ADD 1 TO EC-Count
                           MOVE EC-ID TO ECT-ID(EC-Count)
                           MOVE EC-Name TO ECT-Name(EC-Count)
                           MOVE EC-GL-Key TO ECT-GL-Key(EC-Count)
                       END-IF
                END-PERFORM
                CLOSE ExpCatFile
            END-IF.
       Find-Expense-Category.
      *>  Expects WS-EXR-Cat. Returns WS-EC-Name and WS-EC-GL-Key
      *>  from the loaded table; category 0 is the paid-outs kept
      *>  before categories existed.
            MOVE "UNCATEGORISED" TO WS-EC-Name
            MOVE "EXP-MISC" TO WS-EC-GL-Key
            PERFORM VARYING WS-ECT-IDX FROM 1 BY 1
                UNTIL WS-ECT-IDX > EC-Count
                IF ECT-ID(WS-ECT-IDX) = WS-EXR-Cat
                    MOVE ECT-Name(WS-ECT-IDX) TO WS-EC-Name
                    MOVE ECT-GL-Key(WS-ECT-IDX) TO WS-EC-GL-Key
                    EXIT PERFORM
                END-IF
            END-PERFORM.
       Expense-Report.
      *>  A month's operating expenses by category and branch:
      *>  drawer paid-outs (branch of the casher who paid out) and
      *>  non-stock bills dated in the month (branch on the bill).
      *>  The same figures are written as a journal in the daily
      *>  export's layout - each category debited to its posting
      *>  key, paid-outs credited to CASH and bills to AP - with
      *>  the keys mapped through glmap.dat.
            IF WS-Sched-Run NOT = "Y"
                DISPLAY "Enter Period (YYYYMM): "
                ACCEPT WS-EXR-Period
            END-IF
            IF WS-EXR-Period < 190001 OR
               FUNCTION MOD(WS-EXR-Period, 100) < 1 OR
               FUNCTION MOD(WS-EXR-Period, 100) > 12
                DISPLAY "Invalid period."
            ELSE
                MOVE 0 TO EXR-Count
                PERFORM Load-Expense-Categories
                PERFORM Load-Replenishment-Cashers

                OPEN INPUT DrawerFile
                IF File-Status = "00"
                    MOVE "N" TO EOFEC
                    PERFORM UNTIL EOFEC = "Y"
                       READ DrawerFile
                       AT END
                           MOVE "Y" TO EOFEC
                       NOT AT END
                           COMPUTE WS-EXR-YM = Drawer-Date / 100
                           IF Drawer-Type = "PAIDOUT" AND
                              WS-EXR-YM = WS-EXR-Period AND
                              Drawer-Reason(1:12) NOT =
                                  "HIRE DEPOSIT"
                               MOVE Drawer-Casher-ID TO
                                   WS-BPL-Casher
                               PERFORM BPL-Casher-Branch
                               MOVE WS-BPL-Branch TO WS-EXR-Branch
                               MOVE Drawer-Exp-Cat TO WS-EXR-Cat
                               MOVE "P" TO WS-EXR-Kind
                               MOVE Drawer-Amount TO WS-EXR-Amount
                               PERFORM Tally-Expense-Line
                           END-IF
                    END-PERFORM
                    CLOSE DrawerFile
                END-IF

                OPEN INPUT ExpBillFile
                IF File-Status = "00"
                    MOVE "N" TO EOFEC
                    PERFORM UNTIL EOFEC = "Y"
                       READ ExpBillFile NEXT RECORD
                       AT END
                           MOVE "Y" TO EOFEC
                       NOT AT END
                           COMPUTE WS-EXR-YM = EB-Date / 100
                           IF WS-EXR-YM = WS-EXR-Period
                               MOVE EB-Branch-ID TO WS-EXR-Branch
                               MOVE EB-Cat-ID TO WS-EXR-Cat
                               MOVE "B" TO WS-EXR-Kind
                               MOVE EB-Amount TO WS-EXR-Amount
                               PERFORM Tally-Expense-Line
                           END-IF
                    END-PERFORM
                    CLOSE ExpBillFile
                END-IF

      *>        category, then branch
                PERFORM VARYING WS-EXR-IDX FROM 1 BY 1
                    UNTIL WS-EXR-IDX >= EXR-Count
                    PERFORM VARYING WS-EXR-JDX FROM 1 BY 1
                        UNTIL WS-EXR-JDX >=
                        EXR-Count - WS-EXR-IDX + 1
                        IF EXR-Cat(WS-EXR-JDX) >
                           EXR-Cat(WS-EXR-JDX + 1) OR
                           (EXR-Cat(WS-EXR-JDX) =
                            EXR-Cat(WS-EXR-JDX + 1) AND
                            EXR-Branch(WS-EXR-JDX) >
                            EXR-Branch(WS-EXR-JDX + 1))
                            MOVE EXR-Entry(WS-EXR-JDX) TO EXR-Swap
                            MOVE EXR-Entry(WS-EXR-JDX + 1) TO
                                EXR-Entry(WS-EXR-JDX)
                            MOVE EXR-Swap TO
                                EXR-Entry(WS-EXR-JDX + 1)
                        END-IF
                    END-PERFORM
                END-PERFORM

                PERFORM Print-Expense-Report
                PERFORM Write-Expense-Journal
            END-IF.
       Tally-Expense-Line.
      *>  Expects WS-EXR-Cat/-Branch/-Kind (P paid-out, B bill)
      *>  and WS-EXR-Amount.
            MOVE "N" TO WS-Val-Found
            PERFORM VARYING WS-EXR-IDX FROM 1 BY 1
                UNTIL WS-EXR-IDX > EXR-Count
                IF EXR-Cat(WS-EXR-IDX) = WS-EXR-Cat AND
                   EXR-Branch(WS-EXR-IDX) = WS-EXR-Branch
                    MOVE "Y" TO WS-Val-Found
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-Val-Found = "N"
                IF EXR-Count < 300
                    ADD 1 TO EXR-Count
                    MOVE EXR-Count TO WS-EXR-IDX
                    MOVE WS-EXR-Cat TO EXR-Cat(WS-EXR-IDX)
                    MOVE WS-EXR-Branch TO EXR-Branch(WS-EXR-IDX)
                    MOVE 0 TO EXR-PaidOut(WS-EXR-IDX)
                    MOVE 0 TO EXR-Bills(WS-EXR-IDX)
                ELSE
                    DISPLAY "Warning: expense table full, category "
                        WS-EXR-Cat " branch " WS-EXR-Branch
                        " omitted."
                    MOVE 0 TO WS-EXR-IDX
                END-IF
            END-IF
            IF WS-EXR-IDX > 0
                IF WS-EXR-Kind = "P"
                    ADD WS-EXR-Amount TO EXR-PaidOut(WS-EXR-IDX)
                ELSE
                    ADD WS-EXR-Amount TO EXR-Bills(WS-EXR-IDX)
                END-IF
            END-IF.
       Print-Expense-Report.
            MOVE 0 TO WS-EXR-Cash-Total
            MOVE 0 TO WS-EXR-Bill-Total
            MOVE "EXPENSES" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Operating Expenses " WS-EXR-Period
                "  (branch 000 = whole company)"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "Cat Category             Branch  Paid-outs"
                TO WS-Spool-Line
            MOVE "Bills" TO WS-Spool-Line(50:5)
            MOVE "Total" TO WS-Spool-Line(66:5)
            PERFORM Spool-Line
            MOVE 0 TO WS-EXR-Cat-Total
            PERFORM VARYING WS-EXR-IDX FROM 1 BY 1
                UNTIL WS-EXR-IDX > EXR-Count
                MOVE EXR-Cat(WS-EXR-IDX) TO WS-EXR-Cat
                PERFORM Find-Expense-Category
                COMPUTE WS-EXR-Line-Total = EXR-PaidOut(WS-EXR-IDX)
                    + EXR-Bills(WS-EXR-IDX)
                ADD EXR-PaidOut(WS-EXR-IDX) TO WS-EXR-Cash-Total
                ADD EXR-Bills(WS-EXR-IDX) TO WS-EXR-Bill-Total
                ADD WS-EXR-Line-Total TO WS-EXR-Cat-Total
                MOVE SPACES TO WS-Spool-Line
                STRING EXR-Cat(WS-EXR-IDX) " " WS-EC-Name " "
                    EXR-Branch(WS-EXR-IDX) "  "
                    EXR-PaidOut(WS-EXR-IDX) "  "
                    EXR-Bills(WS-EXR-IDX) "  "
                    WS-EXR-Line-Total
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
      *>        category subtotal after its last branch
                IF WS-EXR-IDX = EXR-Count
                    MOVE "Y" TO WS-Val-Found
                ELSE
                    IF EXR-Cat(WS-EXR-IDX + 1) NOT = WS-EXR-Cat
                        MOVE "Y" TO WS-Val-Found
                    ELSE
                        MOVE "N" TO WS-Val-Found
                    END-IF
                END-IF
                IF WS-Val-Found = "Y"
                    MOVE SPACES TO WS-Spool-Line
                    STRING "    " WS-EC-Name " total "
                        WS-EXR-Cat-Total
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                    MOVE 0 TO WS-EXR-Cat-Total
                END-IF
            END-PERFORM
            COMPUTE WS-EXR-Grand = WS-EXR-Cash-Total +
                WS-EXR-Bill-Total
            MOVE SPACES TO WS-Spool-Line
            STRING "Paid-outs " WS-EXR-Cash-Total
                "  Bills " WS-EXR-Bill-Total
                "  Total expenses " WS-EXR-Grand
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Write-Expense-Journal.
      *>  journal_exp_YYYYMM.csv, dated the last day of the month:
      *>  one debit per category, credits to CASH and AP.
            IF FUNCTION MOD(WS-EXR-Period, 100) = 12
                COMPUTE WS-EXR-Next-YM = WS-EXR-Period + 89
            ELSE
                COMPUTE WS-EXR-Next-YM = WS-EXR-Period + 1
            END-IF
            COMPUTE WS-GL-Date = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-EXR-Next-YM * 100 + 1)
                - 1)
            MOVE SPACES TO WS-CSV-Path
            STRING "journal_exp_" WS-EXR-Period ".csv"
                DELIMITED BY SIZE INTO WS-CSV-Path
            OPEN OUTPUT CsvReceiptFile
            MOVE "account,description,debit,credit" TO CSV-Record
            WRITE CSV-Record
            MOVE 0 TO WS-GL-Debits
            MOVE 0 TO WS-GL-Credits
            MOVE 0 TO WS-EXR-Cat-Total
            PERFORM VARYING WS-EXR-IDX FROM 1 BY 1
                UNTIL WS-EXR-IDX > EXR-Count
                COMPUTE WS-EXR-Cat-Total = WS-EXR-Cat-Total +
                    EXR-PaidOut(WS-EXR-IDX) + EXR-Bills(WS-EXR-IDX)
                MOVE "N" TO WS-Val-Found
                IF WS-EXR-IDX = EXR-Count
                    MOVE "Y" TO WS-Val-Found
                ELSE
                    IF EXR-Cat(WS-EXR-IDX + 1) NOT =
                       EXR-Cat(WS-EXR-IDX)
                        MOVE "Y" TO WS-Val-Found
                    END-IF
                END-IF
                IF WS-Val-Found = "Y"
                    MOVE EXR-Cat(WS-EXR-IDX) TO WS-EXR-Cat
                    PERFORM Find-Expense-Category
                    MOVE WS-EC-GL-Key TO WS-GL-Key
                    MOVE WS-EXR-Cat-Total TO WS-GL-Amount
                    PERFORM Write-Journal-Debit
                    MOVE 0 TO WS-EXR-Cat-Total
                END-IF
            END-PERFORM
            MOVE "CASH" TO WS-GL-Key
            MOVE WS-EXR-Cash-Total TO WS-GL-Amount
            PERFORM Write-Journal-Credit
            MOVE "AP" TO WS-GL-Key
            MOVE WS-EXR-Bill-Total TO WS-GL-Amount
            PERFORM Write-Journal-Credit
            CLOSE CsvReceiptFile
            DISPLAY ESC Blue-On "Expense journal written to "
                FUNCTION TRIM(WS-CSV-Path)
                " - debits " WS-GL-Debits
                " credits " WS-GL-Credits ESC Reset-Color.
       Customer-Data-Retention.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Customer Data Retention"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Anonymise Inactive Customers"
               DISPLAY "2. Subject-Access Export (one customer)"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Customer-Retention-Run
                   WHEN "2"
                       PERFORM Subject-Access-Export
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Customer-Retention-Run.
      *>  Customers with no activity since the cutoff, nothing
      *>  owed and nothing still open (layaway, repair, hire or
      *>  undelivered order) lose their personal fields. The
      *>  Customer-ID and every amount stay, so invoices, points
      *>  and reports still total; the name on their invoices and
      *>  the address on their orders go with the profile.
            ACCEPT WS-RET-Today FROM DATE YYYYMMDD
            DISPLAY "Inactive for how many months (0 = "
                WS-RET-Default-Months ")? "
            MOVE 0 TO WS-RET-Months
            ACCEPT WS-RET-Months
            IF WS-RET-Months = 0
                MOVE WS-RET-Default-Months TO WS-RET-Months
            END-IF
            MOVE WS-RET-Today(1:4) TO WS-RET-YYYY
            MOVE WS-RET-Today(5:2) TO WS-RET-MM
            MOVE WS-RET-Today(7:2) TO WS-RET-DD
            COMPUTE WS-RET-Mon-No = WS-RET-YYYY * 12 + WS-RET-MM
                - 1 - WS-RET-Months
            DIVIDE WS-RET-Mon-No BY 12 GIVING WS-RET-YYYY
                REMAINDER WS-RET-MM
            ADD 1 TO WS-RET-MM
            IF WS-RET-DD > 28
                MOVE 28 TO WS-RET-DD
            END-IF
            COMPUTE WS-RET-Cutoff = WS-RET-YYYY * 10000 +
                WS-RET-MM * 100 + WS-RET-DD
            DISPLAY "No activity since before " WS-RET-Cutoff
            PERFORM Build-Retention-Tally

            MOVE 0 TO WS-RET-Candidates
            OPEN INPUT RetainTallyFile
            OPEN INPUT CustomerFile
            IF File-Status = "35"
                CLOSE CustomerFile
                OPEN OUTPUT CustomerFile
                CLOSE CustomerFile
                OPEN INPUT CustomerFile
            END-IF
            DISPLAY H10 H10 H10 H5
            DISPLAY "ID" A5 "Last Activity"
            DISPLAY S10 S10 S10 S5
            MOVE "N" TO EOFCR
            PERFORM UNTIL EOFCR = "Y"
               READ CustomerFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFCR
               NOT AT END
                   PERFORM Check-Retention-Eligible
                   IF WS-RET-Eligible = "Y"
                       ADD 1 TO WS-RET-Candidates
                       DISPLAY Customer-ID A3 WS-RET-Last
                   END-IF
            END-PERFORM
            CLOSE CustomerFile
            CLOSE RetainTallyFile
            DISPLAY H10 H10 H10 H5

            IF WS-RET-Candidates = 0
                DISPLAY "No customers are due for anonymising."
            ELSE
                DISPLAY "Anonymise " WS-RET-Candidates
                    " customer(s)? This cannot be undone (Y/N): "
                ACCEPT WS-Confirm
                IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                    PERFORM Anonymise-Customers
                ELSE
                    DISPLAY "Retention run cancelled."
                END-IF
            END-IF.
       Build-Retention-Tally.
      *>  retain.tmp: per customer, the latest dated activity
      *>  anywhere in the books and a count of open items.
            OPEN OUTPUT RetainTallyFile
            CLOSE RetainTallyFile
            OPEN I-O RetainTallyFile

            OPEN INPUT InvoiceFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ InvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       MOVE Invoice-Customer-ID TO RetainTally-RelKey
                       MOVE Invoice-Date TO WS-RET-Date
                       MOVE "N" TO WS-RET-Open
                       PERFORM Tally-Retention-Row
                END-PERFORM
            END-IF
            CLOSE InvoiceFile

            OPEN INPUT InvoiceArchiveFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ InvoiceArchiveFile
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       MOVE Arch-Invoice-Customer-ID TO
                           RetainTally-RelKey
                       MOVE Arch-Invoice-Date TO WS-RET-Date
                       MOVE "N" TO WS-RET-Open
                       PERFORM Tally-Retention-Row
                END-PERFORM
            END-IF
            CLOSE InvoiceArchiveFile

            OPEN INPUT AcctPayFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ AcctPayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       MOVE AP-Customer-ID TO RetainTally-RelKey
                       MOVE AP-Date TO WS-RET-Date
                       MOVE "N" TO WS-RET-Open
                       PERFORM Tally-Retention-Row
                END-PERFORM
            END-IF
            CLOSE AcctPayFile

            OPEN INPUT PointLogFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ PointLogFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       MOVE PL-Customer-ID TO RetainTally-RelKey
                       MOVE PL-Date TO WS-RET-Date
                       MOVE "N" TO WS-RET-Open
                       PERFORM Tally-Retention-Row
                END-PERFORM
            END-IF
            CLOSE PointLogFile

            OPEN INPUT LayawayFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ LayawayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       MOVE LA-Customer-ID TO RetainTally-RelKey
                       MOVE LA-Date TO WS-RET-Date
                       IF LA-Status = "OPEN"
                           MOVE "Y" TO WS-RET-Open
                       ELSE
                           MOVE "N" TO WS-RET-Open
                       END-IF
                       PERFORM Tally-Retention-Row
                END-PERFORM
            END-IF
            CLOSE LayawayFile

            OPEN INPUT RepairFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ RepairFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       MOVE RT-Customer-ID TO RetainTally-RelKey
                       MOVE RT-Opened TO WS-RET-Date
                       IF RT-Status = "COLLECTED"
                           MOVE "N" TO WS-RET-Open
                       ELSE
                           MOVE "Y" TO WS-RET-Open
                       END-IF
                       PERFORM Tally-Retention-Row
                END-PERFORM
            END-IF
            CLOSE RepairFile

            OPEN INPUT RentalFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ RentalFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       MOVE RA-Customer-ID TO RetainTally-RelKey
                       IF RA-Status = "OUT"
                           MOVE RA-Out-Date TO WS-RET-Date
                           MOVE "Y" TO WS-RET-Open
                       ELSE
                           MOVE RA-Return-Date TO WS-RET-Date
                           MOVE "N" TO WS-RET-Open
                       END-IF
                       PERFORM Tally-Retention-Row
                END-PERFORM
            END-IF
            CLOSE RentalFile

      *>    ORDER.DAT carries its date as MM/DD/YYYY
            OPEN INPUT OrderFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ OrderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       MOVE Ord-Customer-ID TO RetainTally-RelKey
                       MOVE Ord-Date(7:4) TO WS-RET-Date(1:4)
                       MOVE Ord-Date(1:2) TO WS-RET-Date(5:2)
                       MOVE Ord-Date(4:2) TO WS-RET-Date(7:2)
                       IF WS-RET-Date NOT NUMERIC
                           MOVE 0 TO WS-RET-Date
                       END-IF
                       IF Ord-Status = "Completed" OR
                          Ord-Status = "Delivered" OR
                          Ord-Status = "Cancelled"
                           MOVE "N" TO WS-RET-Open
                       ELSE
                           MOVE "Y" TO WS-RET-Open
                       END-IF
                       PERFORM Tally-Retention-Row
                END-PERFORM
            END-IF
            CLOSE OrderFile
            CLOSE RetainTallyFile.
       Tally-Retention-Row.
      *>  Expects RetainTally-RelKey, WS-RET-Date and WS-RET-Open;
      *>  RetainTallyFile open I-O. Walk-in sales (customer 0)
      *>  are not tallied.
            IF RetainTally-RelKey > 0
                READ RetainTallyFile INVALID KEY
                    MOVE RetainTally-RelKey TO RN-Customer-ID
                    MOVE WS-RET-Date TO RN-Last-Date
                    MOVE 0 TO RN-Open-Count
                    IF WS-RET-Open = "Y"
                        MOVE 1 TO RN-Open-Count
                    END-IF
                    MOVE "N" TO RN-Scrubbed
                    WRITE RetainTally-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                NOT INVALID KEY
                    IF WS-RET-Date > RN-Last-Date
                        MOVE WS-RET-Date TO RN-Last-Date
                    END-IF
                    IF WS-RET-Open = "Y"
                        ADD 1 TO RN-Open-Count
                    END-IF
                    REWRITE RetainTally-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
            END-IF.
       Check-Retention-Eligible.
      *>  Customer-Record loaded, RetainTallyFile open. Sets
      *>  WS-RET-Eligible and WS-RET-Last. Staff customers are
      *>  left alone - their profile belongs to a login.
            MOVE "N" TO WS-RET-Eligible
            MOVE Customer-ID TO RetainTally-RelKey
            READ RetainTallyFile INVALID KEY
                MOVE 0 TO RN-Customer-ID
                MOVE 0 TO RN-Last-Date
                MOVE 0 TO RN-Open-Count
            END-READ
            MOVE Customer-Join-Date TO WS-RET-Last
            IF RN-Last-Date > WS-RET-Last
                MOVE RN-Last-Date TO WS-RET-Last
            END-IF
            IF WS-RET-Last < WS-RET-Cutoff AND
               Customer-Balance = 0 AND
               RN-Open-Count = 0 AND
               Customer-Staff-ID = SPACES AND
               Customer-Full-Name NOT = WS-RET-Marker
                MOVE "Y" TO WS-RET-Eligible
            END-IF.
       Anonymise-Customers.
            MOVE 0 TO WS-RET-Scrubbed
            MOVE "RETENTION" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Customers anonymised " WS-RET-Today
                "  (no activity since " WS-RET-Cutoff ")"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "Customer  Last activity" TO WS-Spool-Line
            PERFORM Spool-Line
            OPEN I-O RetainTallyFile
            OPEN I-O CustomerFile
            MOVE "N" TO EOFCR
            PERFORM UNTIL EOFCR = "Y"
               READ CustomerFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFCR
               NOT AT END
                   PERFORM Check-Retention-Eligible
                   IF WS-RET-Eligible = "Y"
                       MOVE WS-RET-Marker TO Customer-Full-Name
                       MOVE SPACES TO Customer-Phone
                       MOVE 0 TO Customer-DOB
                       MOVE SPACES TO Customer-Address
                       MOVE "N" TO Customer-Tax-Exempt
                       MOVE SPACES TO Customer-Tax-Cert
                       MOVE SPACES TO Customer-Email
                       MOVE "N" TO Customer-Consent
                       REWRITE Customer-Record INVALID KEY
                       DISPLAY "Error: Unable to rewrite record."
                       END-REWRITE
                       IF File-Status = "00"
                           ADD 1 TO WS-RET-Scrubbed
                           MOVE "Y" TO RN-Scrubbed
                           IF RN-Customer-ID = 0
                               MOVE Customer-ID TO RN-Customer-ID
                               MOVE WS-RET-Last TO RN-Last-Date
                               WRITE RetainTally-Record INVALID KEY
                               DISPLAY "Error: Unable to write record."
                               END-WRITE
                           ELSE
                               REWRITE RetainTally-Record INVALID KEY
                               DISPLAY "Error: Unable to rewrite "
                                   "record."
                               END-REWRITE
                           END-IF
                           MOVE SPACES TO WS-Spool-Line
                           STRING Customer-ID "     " WS-RET-Last
                               DELIMITED BY SIZE INTO WS-Spool-Line
                           PERFORM Spool-Line
                       END-IF
                   END-IF
            END-PERFORM
            CLOSE CustomerFile
            PERFORM Scrub-Customer-History
            CLOSE RetainTallyFile
            MOVE SPACES TO WS-Spool-Line
            STRING WS-RET-Scrubbed " customer(s) anonymised, "
                WS-RET-Hist-Fixed " history record(s) cleared"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool
            DISPLAY ESC Blue-On WS-RET-Scrubbed
                " customer(s) anonymised, " WS-RET-Hist-Fixed
                " history record(s) cleared." ESC Reset-Color
            MOVE "CUST-RETAIN" TO Audit-Action
            MOVE SPACES TO Audit-Before
            MOVE SPACES TO Audit-After
            STRING "CUTOFF=" WS-RET-Cutoff
                DELIMITED BY SIZE INTO Audit-Before
            STRING "ANON=" WS-RET-Scrubbed
                " HIST=" WS-RET-Hist-Fixed
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit.
       Scrub-Customer-History.
      *>  The copies of a scrubbed customer's name and contact
      *>  details kept outside customer.dat: invoice headers
      *>  (live and archived), order delivery details and the
      *>  notification outbox. RetainTallyFile open I-O.
            MOVE 0 TO WS-RET-Hist-Fixed
            OPEN I-O InvoiceFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ InvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       MOVE Invoice-Customer-ID TO RetainTally-RelKey
                       PERFORM Check-Retention-Scrubbed
                       IF WS-Val-Found = "Y" AND
                          Invoice-Customer-Name NOT = WS-RET-Marker
                           MOVE WS-RET-Marker TO Invoice-Customer-Name
                           REWRITE Invoice-Record
                           MOVE "R" TO WS-RJ-Action
                           PERFORM Journal-Invoice-Row
                           ADD 1 TO WS-RET-Hist-Fixed
                       END-IF
                END-PERFORM
            END-IF
            CLOSE InvoiceFile

            OPEN I-O InvoiceArchiveFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ InvoiceArchiveFile
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       MOVE Arch-Invoice-Customer-ID TO
                           RetainTally-RelKey
                       PERFORM Check-Retention-Scrubbed
                       IF WS-Val-Found = "Y" AND
                          Arch-Invoice-Customer-Name NOT =
                          WS-RET-Marker
                           MOVE WS-RET-Marker TO
                               Arch-Invoice-Customer-Name
                           REWRITE Invoice-Archive-Record
                           ADD 1 TO WS-RET-Hist-Fixed
                       END-IF
                END-PERFORM
            END-IF
            CLOSE InvoiceArchiveFile

            OPEN I-O OrderFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ OrderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       MOVE Ord-Customer-ID TO RetainTally-RelKey
                       PERFORM Check-Retention-Scrubbed
                       IF WS-Val-Found = "Y" AND
                          (Ord-Deliv-Address NOT = SPACES OR
                           Ord-Pod-Name NOT = SPACES)
                           MOVE SPACES TO Ord-Deliv-Address
                           MOVE SPACES TO Ord-Pod-Name
                           REWRITE Ord-Record
                           ADD 1 TO WS-RET-Hist-Fixed
                       END-IF
                END-PERFORM
            END-IF
            CLOSE OrderFile

      *>    a message still queued for them is dropped, not sent
            OPEN I-O OutboxFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ OutboxFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       MOVE OB-Customer-ID TO RetainTally-RelKey
                       PERFORM Check-Retention-Scrubbed
                       IF WS-Val-Found = "Y" AND
                          OB-Address NOT = SPACES
                           MOVE SPACES TO OB-Address
                           IF OB-Status = "QUEUED"
                               MOVE "DROPPED" TO OB-Status
                               MOVE WS-RET-Today TO OB-Status-Date
                               MOVE "CUSTOMER ANONYMISED" TO
                                   OB-Detail
                           END-IF
                           REWRITE Outbox-Record
                           ADD 1 TO WS-RET-Hist-Fixed
                       END-IF
                END-PERFORM
            END-IF
            CLOSE OutboxFile.
       Check-Retention-Scrubbed.
      *>  WS-Val-Found = "Y" when RetainTally-RelKey was
      *>  anonymised in this run.
            MOVE "N" TO WS-Val-Found
            IF RetainTally-RelKey > 0
                READ RetainTallyFile INVALID KEY
                    MOVE "N" TO RN-Scrubbed
                END-READ
                IF RN-Scrubbed = "Y"
                    MOVE "Y" TO WS-Val-Found
                END-IF
            END-IF.
       Subject-Access-Export.
      *>  Everything held on one customer, written to
      *>  sar_NNNNN.txt for a "what do you hold on me" request:
      *>  the profile, invoices live and archived with their
      *>  payments, account payments, points, orders, layaways,
      *>  repairs, hires and notifications sent.
            DISPLAY "Enter Customer ID: "
            ACCEPT Customer-RelKey
            OPEN INPUT CustomerFile
            IF File-Status = "35"
                CLOSE CustomerFile
                OPEN OUTPUT CustomerFile
                CLOSE CustomerFile
                OPEN INPUT CustomerFile
            END-IF
            MOVE "N" TO Customer-Found
            READ CustomerFile INVALID KEY
                DISPLAY "Error: Customer not found."
            NOT INVALID KEY
                MOVE "Y" TO Customer-Found
            END-READ
            CLOSE CustomerFile
            IF Customer-Found = "Y"
                MOVE SPACES TO WS-CSV-Path
                STRING "sar_" Customer-ID ".txt"
                    DELIMITED BY SIZE INTO WS-CSV-Path
                OPEN OUTPUT CsvReceiptFile
                MOVE 0 TO WS-SAR-Lines
                ACCEPT WS-RET-Today FROM DATE YYYYMMDD
                MOVE SPACES TO CSV-Record
                STRING "Personal data held on customer " Customer-ID
                    " as at " WS-RET-Today
                    DELIMITED BY SIZE INTO CSV-Record
                PERFORM SAR-Line
                PERFORM SAR-Profile
                PERFORM SAR-Invoices
                PERFORM SAR-Payments
                PERFORM SAR-Account-Activity
                PERFORM SAR-Orders-And-Services
                CLOSE CsvReceiptFile
                DISPLAY ESC Blue-On "Subject-access file written to "
                    FUNCTION TRIM(WS-CSV-Path) " (" WS-SAR-Lines
                    " lines)" ESC Reset-Color
                MOVE "CUST-SAR" TO Audit-Action
                MOVE SPACES TO Audit-Before
                MOVE SPACES TO Audit-After
                STRING "CUST=" Customer-ID
                    DELIMITED BY SIZE INTO Audit-Before
                MOVE WS-CSV-Path TO Audit-After
                PERFORM Write-Audit
            END-IF.
       SAR-Line.
            WRITE CSV-Record
            ADD 1 TO WS-SAR-Lines
            MOVE SPACES TO CSV-Record.
       SAR-Heading.
      *>  CSV-Record holds the heading text on entry.
            PERFORM SAR-Line
            MOVE ALL "-" TO CSV-Record(1:40)
            PERFORM SAR-Line.
       SAR-Profile.
            MOVE "PROFILE" TO CSV-Record
            PERFORM SAR-Heading
            STRING "Name:          " Customer-Full-Name
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Line
            STRING "Phone:         " Customer-Phone
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Line
            STRING "Email:         " Customer-Email
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Line
            STRING "Address:       " Customer-Address
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Line
            STRING "Date of birth: " Customer-DOB
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Line
            STRING "Joined:        " Customer-Join-Date
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Line
            MOVE Customer-Balance TO WS-SAR-Amt
            MOVE Customer-Credit-Limit TO WS-SAR-Amt2
            STRING "Balance:       " WS-SAR-Amt
                "  credit limit " WS-SAR-Amt2
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Line
            STRING "Points:        " Customer-Points
                "  tier " Customer-Tier
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Line
            STRING "Tax exempt:    " Customer-Tax-Exempt
                "  certificate " Customer-Tax-Cert
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Line
            STRING "Contact consent: " Customer-Consent
                "  credit hold " Customer-Credit-Hold
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Line
            MOVE Customer-Cheque-Limit TO WS-SAR-Amt2
            STRING "Cheque limit:  " WS-SAR-Amt2
                "  cheques blocked " Customer-Cheque-Block
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Line
            STRING "Billing method: " Customer-Billing
                " (D per delivery / M monthly)"
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Line
            IF Customer-Merged-Into > 0
                STRING "Merged into customer " Customer-Merged-Into
                    DELIMITED BY SIZE INTO CSV-Record
                PERFORM SAR-Line
            END-IF
            IF Customer-Staff-ID NOT = SPACES
                STRING "Staff login:   " Customer-Staff-ID
                    DELIMITED BY SIZE INTO CSV-Record
                PERFORM SAR-Line
            END-IF.
       SAR-Invoices.
      *>  Also collects the invoice numbers for SAR-Payments.
            MOVE 0 TO SAR-Inv-Count
            MOVE "N" TO SAR-Inv-Overflow
            STRING "INVOICES (id, date, name on invoice, status, "
                "amount)" DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Heading
            OPEN INPUT InvoiceFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ InvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       IF Invoice-Customer-ID = Customer-ID
                           MOVE Final-Amount TO WS-SAR-Amt
                           STRING Invoice-ID " " Invoice-Date " "
                               Invoice-Customer-Name " "
                               Invoice-Status " " WS-SAR-Amt
                               DELIMITED BY SIZE INTO CSV-Record
                           PERFORM SAR-Line
                           MOVE Invoice-ID TO WS-SAR-Inv
                           PERFORM SAR-Keep-Invoice
                       END-IF
                END-PERFORM
            END-IF
            CLOSE InvoiceFile
            OPEN INPUT InvoiceArchiveFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ InvoiceArchiveFile
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       IF Arch-Invoice-Customer-ID = Customer-ID
                           MOVE Arch-Final-Amount TO WS-SAR-Amt
                           STRING Arch-Invoice-ID " "
                               Arch-Invoice-Date " "
                               Arch-Invoice-Customer-Name " "
                               Arch-Invoice-Status " " WS-SAR-Amt
                               " (archived)"
                               DELIMITED BY SIZE INTO CSV-Record
                           PERFORM SAR-Line
                           MOVE Arch-Invoice-ID TO WS-SAR-Inv
                           PERFORM SAR-Keep-Invoice
                       END-IF
                END-PERFORM
            END-IF
            CLOSE InvoiceArchiveFile.
       SAR-Keep-Invoice.
            IF SAR-Inv-Count < 500
                ADD 1 TO SAR-Inv-Count
                MOVE WS-SAR-Inv TO SAR-Inv-ID(SAR-Inv-Count)
            ELSE
                MOVE "Y" TO SAR-Inv-Overflow
            END-IF.
       SAR-Payments.
            MOVE "INVOICE PAYMENTS (invoice, date, method, amount)"
                TO CSV-Record
            PERFORM SAR-Heading
            IF SAR-Inv-Overflow = "Y"
                STRING "(over 500 invoices - payments listed for "
                    "the first 500 only)" DELIMITED BY SIZE
                    INTO CSV-Record
                PERFORM SAR-Line
            END-IF
            IF SAR-Inv-Count > 0
                OPEN INPUT PaymentFile
                IF File-Status = "00"
                    MOVE "N" TO EOFCR
                    PERFORM UNTIL EOFCR = "Y"
                       READ PaymentFile NEXT RECORD
                       AT END
                           MOVE "Y" TO EOFCR
                       NOT AT END
                           PERFORM VARYING WS-SAR-IDX FROM 1 BY 1
                               UNTIL WS-SAR-IDX > SAR-Inv-Count
                               IF SAR-Inv-ID(WS-SAR-IDX) =
                                  Pay-Invoice-ID
                                   MOVE Pay-Amount TO WS-SAR-Amt
                                   STRING Pay-Invoice-ID " "
                                       Pay-Date " " Pay-Method " "
                                       WS-SAR-Amt
                                       DELIMITED BY SIZE INTO
                                       CSV-Record
                                   PERFORM SAR-Line
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                    END-PERFORM
                END-IF
                CLOSE PaymentFile
            END-IF.
       SAR-Account-Activity.
            MOVE "ACCOUNT PAYMENTS AND CHARGES (date, type, amount)"
                TO CSV-Record
            PERFORM SAR-Heading
            OPEN INPUT AcctPayFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ AcctPayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       IF AP-Customer-ID = Customer-ID
                           MOVE AP-Amount TO WS-SAR-Amt
                           STRING AP-Date " " AP-Type " " WS-SAR-Amt
                               DELIMITED BY SIZE INTO CSV-Record
                           PERFORM SAR-Line
                       END-IF
                END-PERFORM
            END-IF
            CLOSE AcctPayFile
            MOVE "POINTS (date, type, points, invoice)" TO CSV-Record
            PERFORM SAR-Heading
            OPEN INPUT PointLogFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ PointLogFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       IF PL-Customer-ID = Customer-ID
                           STRING PL-Date " " PL-Type " " PL-Points
                               " " PL-Invoice-ID
                               DELIMITED BY SIZE INTO CSV-Record
                           PERFORM SAR-Line
                       END-IF
                END-PERFORM
            END-IF
            CLOSE PointLogFile.
       SAR-Orders-And-Services.
            MOVE "ORDERS (order, date, item, qty, status, delivery)"
                TO CSV-Record
            PERFORM SAR-Heading
            OPEN INPUT OrderFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ OrderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       IF Ord-Customer-ID = Customer-ID
                           STRING Ord-Order-ID " " Ord-Date " "
                               Ord-Item-Name " " Ord-Qty " "
                               Ord-Status " " Ord-Deliv-Address " "
                               Ord-Pod-Name
                               DELIMITED BY SIZE INTO CSV-Record
                           PERFORM SAR-Line
                       END-IF
                END-PERFORM
            END-IF
            CLOSE OrderFile
            MOVE "LAYAWAYS (plan, date, item, status, total, paid)"
                TO CSV-Record
            PERFORM SAR-Heading
            OPEN INPUT LayawayFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ LayawayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       IF LA-Customer-ID = Customer-ID
                           MOVE LA-Total TO WS-SAR-Amt
                           MOVE LA-Paid TO WS-SAR-Amt2
                           STRING LA-ID " " LA-Date " " LA-Item-ID
                               " " LA-Status " " WS-SAR-Amt " "
                               WS-SAR-Amt2
                               DELIMITED BY SIZE INTO CSV-Record
                           PERFORM SAR-Line
                       END-IF
                END-PERFORM
            END-IF
            CLOSE LayawayFile
            MOVE "REPAIRS (ticket, opened, item, status, notes)"
                TO CSV-Record
            PERFORM SAR-Heading
            OPEN INPUT RepairFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ RepairFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       IF RT-Customer-ID = Customer-ID
                           STRING RT-ID " " RT-Opened " " RT-Item-ID
                               " " RT-Status " " RT-Notes
                               DELIMITED BY SIZE INTO CSV-Record
                           PERFORM SAR-Line
                       END-IF
                END-PERFORM
            END-IF
            CLOSE RepairFile
            MOVE "HIRES (agreement, out, returned, serial, status)"
                TO CSV-Record
            PERFORM SAR-Heading
            OPEN INPUT RentalFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ RentalFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       IF RA-Customer-ID = Customer-ID
                           STRING RA-ID " " RA-Out-Date " "
                               RA-Return-Date " " RA-Serial " "
                               RA-Status
                               DELIMITED BY SIZE INTO CSV-Record
                           PERFORM SAR-Line
                       END-IF
                END-PERFORM
            END-IF
            CLOSE RentalFile
            STRING "NOTIFICATIONS (created, template, channel, "
                "sent to, status)" DELIMITED BY SIZE INTO CSV-Record
            PERFORM SAR-Heading
            OPEN INPUT OutboxFile
            IF File-Status = "00"
                MOVE "N" TO EOFCR
                PERFORM UNTIL EOFCR = "Y"
                   READ OutboxFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCR
                   NOT AT END
                       IF OB-Customer-ID = Customer-ID
                           STRING OB-Created " " OB-Template " "
                               OB-Channel " " OB-Address " "
                               OB-Status
                               DELIMITED BY SIZE INTO CSV-Record
                           PERFORM SAR-Line
                       END-IF
                END-PERFORM
            END-IF
            CLOSE OutboxFile.
       Batch-Control-Totals.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Batch Control Totals"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. View Control Totals"
               DISPLAY "2. Check Files Against Control Totals"
               DISPLAY "3. Accept Current Files as New Totals"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM View-Control-Totals
                   WHEN "2"
                       MOVE "N" TO WS-Job-Failed
                       PERFORM Control-Totals-Check
                   WHEN "3"
                       DISPLAY "Re-take the control totals from the "
                           "files as they stand now (Y/N)? "
                       ACCEPT WS-Confirm
                       IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                           ACCEPT WS-Close-Date FROM DATE YYYYMMDD
                           PERFORM Take-Control-Totals
                           MOVE "CTL-REBASE" TO Audit-Action
                           MOVE SPACES TO Audit-Before
                           MOVE SPACES TO Audit-After
                           STRING "DATE=" WS-Close-Date
                               DELIMITED BY SIZE INTO Audit-After
                           PERFORM Write-Audit
                       END-IF
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       View-Control-Totals.
            OPEN INPUT CtlTotalFile
            IF File-Status NOT = "00"
                DISPLAY "No control totals have been taken yet."
            ELSE
                DISPLAY H10 H10 H10 H10 H10 H5
                DISPLAY "File" A9 "Taken" A5 "Records" A2 "High-ID"
                    A2 "Control Sum" A3 "Posted +/-"
                DISPLAY S10 S10 S10 S10 S10 S5
                MOVE "N" TO EOFCT
                PERFORM UNTIL EOFCT = "Y"
                   READ CtlTotalFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCT
                   NOT AT END
                       MOVE CT-Sum TO WS-CT-Disp-Sum
                       DISPLAY CT-File A1 CT-Date A1 CT-Count A2
                           CT-High-ID A2 WS-CT-Disp-Sum A1
                           CT-Add-Count "/" CT-Rem-Count
                END-PERFORM
                CLOSE CtlTotalFile
                DISPLAY H10 H10 H10 H10 H10 H5
            END-IF.
       Control-Totals-Check.
      *>  Each key file must equal its last control totals rolled
      *>  forward by the day's activity: the records above the
      *>  last highest ID, or for payment.dat (keyed by invoice)
      *>  the writes and refund deletions posted against its
      *>  control row since. A break sets WS-Job-Failed, names
      *>  the file in WS-Job-Name and raises a CTLBREAK alert.
            MOVE 0 TO WS-CT-Breaks
            MOVE 0 TO WS-CT-First-Break
            OPEN INPUT CtlTotalFile
            IF File-Status NOT = "00"
                DISPLAY "No control totals on file yet - they are "
                    "taken at the end of the nightly batch."
            ELSE
                PERFORM VARYING WS-CT-Slot FROM 1 BY 1
                    UNTIL WS-CT-Slot > WS-CT-Files
                    MOVE WS-CT-Slot TO CtlTotal-RelKey
                    MOVE "Y" TO WS-CT-Have-Prev
                    READ CtlTotalFile INVALID KEY
                        MOVE "N" TO WS-CT-Have-Prev
                    END-READ
                    IF WS-CT-Have-Prev = "Y"
                        MOVE CT-High-ID TO WS-CT-Prev-High
                        PERFORM Measure-Control-File
                        PERFORM Compare-Control-Totals
                    END-IF
                END-PERFORM
                CLOSE CtlTotalFile
            END-IF
            IF WS-CT-Breaks > 0
                MOVE "Y" TO WS-Job-Failed
                MOVE SPACES TO WS-Job-Name
                STRING "CTL-" CT-Short-Name(WS-CT-First-Break)
                    DELIMITED BY SIZE INTO WS-Job-Name
                DISPLAY ESC Blue-On WS-CT-Breaks
                    " file(s) fail their control totals - batch "
                    "halted." ESC Reset-Color
            END-IF.
       Compare-Control-Totals.
      *>  Control-Record for WS-CT-Slot loaded, file measured.
            MOVE "N" TO WS-CT-Break
            IF WS-CT-Slot = WS-CT-Payment-Slot
                COMPUTE WS-CT-Exp-Count =
                    CT-Count + CT-Add-Count - CT-Rem-Count
                COMPUTE WS-CT-Exp-Sum =
                    CT-Sum + CT-Add-Sum - CT-Rem-Sum
            ELSE
                COMPUTE WS-CT-Exp-Count = CT-Count + WS-CT-New-Count
                COMPUTE WS-CT-Exp-Sum = CT-Sum + WS-CT-New-Sum
                IF WS-CT-High < CT-High-ID
                    MOVE "Y" TO WS-CT-Break
                END-IF
            END-IF
            IF WS-CT-Count NOT = WS-CT-Exp-Count OR
               WS-CT-Sum NOT = WS-CT-Exp-Sum
                MOVE "Y" TO WS-CT-Break
            END-IF
            MOVE WS-CT-Sum TO WS-CT-Disp-Sum
            MOVE WS-CT-Exp-Sum TO WS-CT-Disp-Exp
            IF WS-CT-Break = "Y"
                ADD 1 TO WS-CT-Breaks
                IF WS-CT-First-Break = 0
                    MOVE WS-CT-Slot TO WS-CT-First-Break
                END-IF
                DISPLAY ESC Blue-On "CONTROL BREAK "
                    CT-Path-Name(WS-CT-Slot) ESC Reset-Color
                DISPLAY "  expected " WS-CT-Exp-Count " record(s) "
                    "sum " WS-CT-Disp-Exp " high-ID >= " CT-High-ID
                DISPLAY "  found    " WS-CT-Count " record(s) "
                    "sum " WS-CT-Disp-Sum " high-ID    " WS-CT-High
                MOVE "CTLBREAK" TO WS-Alert-Type
                MOVE WS-CT-Slot TO WS-Alert-Item
                COMPUTE WS-Alert-Qty = WS-CT-Count - WS-CT-Exp-Count
                MOVE WS-CT-Exp-Count TO WS-Alert-Threshold
                PERFORM Write-Alert
            ELSE
                DISPLAY "  " CT-Path-Name(WS-CT-Slot) " OK, "
                    WS-CT-Count " record(s) sum " WS-CT-Disp-Sum
            END-IF.
       Measure-Control-File.
      *>  Totals for WS-CT-Slot as the file stands; records above
      *>  WS-CT-Prev-High are also totalled as the new activity.
      *>  invoice.dat and salecart.dat are measured together with
      *>  their archives, since the archive run only moves them.
            MOVE 0 TO WS-CT-Count
            MOVE 0 TO WS-CT-High
            MOVE 0 TO WS-CT-Sum
            MOVE 0 TO WS-CT-New-Count
            MOVE 0 TO WS-CT-New-Sum
            EVALUATE WS-CT-Slot
                WHEN 1
                    PERFORM Measure-Invoice-Totals
                WHEN 2
                    PERFORM Measure-SaleCart-Totals
                WHEN 3
                    PERFORM Measure-Payment-Totals
                WHEN 4
                    PERFORM Measure-AcctPay-Totals
                WHEN 5
                    PERFORM Measure-Movement-Totals
            END-EVALUATE.
       Tally-Control-Record.
      *>  Expects WS-CT-Line-ID and WS-CT-Line-Value.
            ADD 1 TO WS-CT-Count
            ADD WS-CT-Line-Value TO WS-CT-Sum
            IF WS-CT-Line-ID > WS-CT-High
                MOVE WS-CT-Line-ID TO WS-CT-High
            END-IF
            IF WS-CT-Line-ID > WS-CT-Prev-High
                ADD 1 TO WS-CT-New-Count
                ADD WS-CT-Line-Value TO WS-CT-New-Sum
            END-IF.
       Measure-Invoice-Totals.
            OPEN INPUT InvoiceFile
            IF File-Status = "00"
                MOVE "N" TO EOFCT
                PERFORM UNTIL EOFCT = "Y"
                   READ InvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCT
                   NOT AT END
                       MOVE Invoice-ID TO WS-CT-Line-ID
                       MOVE Final-Amount TO WS-CT-Line-Value
                       PERFORM Tally-Control-Record
                END-PERFORM
                CLOSE InvoiceFile
            END-IF
            OPEN INPUT InvoiceArchiveFile
            IF File-Status = "00"
                MOVE "N" TO EOFCT
                PERFORM UNTIL EOFCT = "Y"
                   READ InvoiceArchiveFile
                   AT END
                       MOVE "Y" TO EOFCT
                   NOT AT END
                       MOVE Arch-Invoice-ID TO WS-CT-Line-ID
                       MOVE Arch-Final-Amount TO WS-CT-Line-Value
                       PERFORM Tally-Control-Record
                END-PERFORM
                CLOSE InvoiceArchiveFile
            END-IF.
       Measure-SaleCart-Totals.
            OPEN INPUT SaleCartFile
            IF File-Status = "00"
                MOVE "N" TO EOFCT
                PERFORM UNTIL EOFCT = "Y"
                   READ SaleCartFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCT
                   NOT AT END
                       MOVE Sale-Cart-ID TO WS-CT-Line-ID
                       COMPUTE WS-CT-Line-Value =
                           Sale-Cart-Quantity *
                           Sale-Cart-Unit-Of-Price
                       PERFORM Tally-Control-Record
                END-PERFORM
                CLOSE SaleCartFile
            END-IF
            OPEN INPUT SaleCartArchiveFile
            IF File-Status = "00"
                MOVE "N" TO EOFCT
                PERFORM UNTIL EOFCT = "Y"
                   READ SaleCartArchiveFile
                   AT END
                       MOVE "Y" TO EOFCT
                   NOT AT END
                       MOVE Arch-Sale-Cart-ID TO WS-CT-Line-ID
                       COMPUTE WS-CT-Line-Value =
                           Arch-Sale-Cart-Quantity *
                           Arch-Sale-Cart-Unit-Of-Price
                       PERFORM Tally-Control-Record
                END-PERFORM
                CLOSE SaleCartArchiveFile
            END-IF.
       Measure-Payment-Totals.
            OPEN INPUT PaymentFile
            IF File-Status = "00"
                MOVE "N" TO EOFCT
                PERFORM UNTIL EOFCT = "Y"
                   READ PaymentFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCT
                   NOT AT END
                       MOVE Pay-Invoice-ID TO WS-CT-Line-ID
                       MOVE Pay-Amount TO WS-CT-Line-Value
                       PERFORM Tally-Control-Record
                END-PERFORM
                CLOSE PaymentFile
            END-IF.
       Measure-AcctPay-Totals.
            OPEN INPUT AcctPayFile
            IF File-Status = "00"
                MOVE "N" TO EOFCT
                PERFORM UNTIL EOFCT = "Y"
                   READ AcctPayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCT
                   NOT AT END
                       MOVE AP-ID TO WS-CT-Line-ID
                       MOVE AP-Amount TO WS-CT-Line-Value
                       PERFORM Tally-Control-Record
                END-PERFORM
                CLOSE AcctPayFile
            END-IF.
       Measure-Movement-Totals.
            OPEN INPUT MovementFile
            IF File-Status = "00"
                MOVE "N" TO EOFCT
                PERFORM UNTIL EOFCT = "Y"
                   READ MovementFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCT
                   NOT AT END
                       MOVE Mv-ID TO WS-CT-Line-ID
                       MOVE Mv-Qty TO WS-CT-Line-Value
                       PERFORM Tally-Control-Record
                END-PERFORM
                CLOSE MovementFile
            END-IF.
       Take-Control-Totals.
      *>  Writes today's control row for every key file and
      *>  clears the posted payment activity.
            OPEN I-O CtlTotalFile
            IF File-Status = "35"
                OPEN OUTPUT CtlTotalFile
                CLOSE CtlTotalFile
                OPEN I-O CtlTotalFile
            END-IF
            PERFORM VARYING WS-CT-Slot FROM 1 BY 1
                UNTIL WS-CT-Slot > WS-CT-Files
                MOVE 0 TO WS-CT-Prev-High
                PERFORM Measure-Control-File
                MOVE WS-CT-Slot TO CtlTotal-RelKey
                MOVE "Y" TO WS-CT-Have-Prev
                READ CtlTotalFile INVALID KEY
                    MOVE "N" TO WS-CT-Have-Prev
                END-READ
                MOVE WS-CT-Slot TO CT-Slot
                MOVE CT-Path-Name(WS-CT-Slot) TO CT-File
                MOVE WS-Close-Date TO CT-Date
                MOVE WS-CT-Count TO CT-Count
                MOVE WS-CT-High TO CT-High-ID
                MOVE WS-CT-Sum TO CT-Sum
                MOVE 0 TO CT-Add-Count
                MOVE 0 TO CT-Add-Sum
                MOVE 0 TO CT-Rem-Count
                MOVE 0 TO CT-Rem-Sum
                IF WS-CT-Have-Prev = "Y"
                    REWRITE CtlTotal-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                ELSE
                    WRITE CtlTotal-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                END-IF
                IF File-Status NOT = "00"
                    MOVE "Y" TO WS-Job-Failed
                END-IF
                ADD WS-CT-Count TO WS-Job-Records
            END-PERFORM
            CLOSE CtlTotalFile
            DISPLAY "Control totals taken for " WS-Close-Date.
       Post-Payment-Control.
      *>  Expects WS-CT-Post-Kind (A = payment written, R = refund
      *>  deleted it) and WS-CT-Post-Amount. Nothing to post until
      *>  the first control totals have been taken.
            OPEN I-O CtlTotalFile
            IF File-Status = "00"
                MOVE WS-CT-Payment-Slot TO CtlTotal-RelKey
                READ CtlTotalFile
                NOT INVALID KEY
                    IF WS-CT-Post-Kind = "A"
                        ADD 1 TO CT-Add-Count
                        ADD WS-CT-Post-Amount TO CT-Add-Sum
                    ELSE
                        ADD 1 TO CT-Rem-Count
                        ADD WS-CT-Post-Amount TO CT-Rem-Sum
                    END-IF
                    REWRITE CtlTotal-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
                CLOSE CtlTotalFile
            END-IF.
       Journal-Row.
      *>  Appends one row image to rowjrnl.dat for roll-forward
      *>  recovery. Expects WS-RJ-File, WS-RJ-Action (W write,
      *>  R rewrite, D delete, M backup marker), WS-RJ-Key and
      *>  WS-RJ-Image. File-Status is handed back as it was, so the
      *>  caller can go on testing its own I/O.
            MOVE File-Status TO WS-RJ-Save-Status
            MOVE FUNCTION CURRENT-DATE TO WS-RJ-Now
            OPEN EXTEND RollJrnlFile
            IF File-Status = "35"
                OPEN OUTPUT RollJrnlFile
            END-IF
            MOVE WS-RJ-Now(1:8) TO RJ-Date
            MOVE WS-RJ-Now(9:6) TO RJ-Time
            MOVE WS-RJ-File TO RJ-File
            MOVE WS-RJ-Action TO RJ-Action
            MOVE WS-RJ-Key TO RJ-Key
            MOVE WS-RJ-Image TO RJ-Image
            WRITE RollJrnl-Record
            CLOSE RollJrnlFile
            MOVE WS-RJ-Save-Status TO File-Status.
       Journal-Invoice-Row.
      *>  Invoice-Record as just written; expects WS-RJ-Action.
            MOVE "INVOICE" TO WS-RJ-File
            MOVE Invoice-ID TO WS-RJ-Key
            MOVE Invoice-Record TO WS-RJ-Image
            PERFORM Journal-Row.
       Journal-SaleCart-Row.
            MOVE "SALECART" TO WS-RJ-File
            MOVE Sale-Cart-ID TO WS-RJ-Key
            MOVE Sale-Cart-Record TO WS-RJ-Image
            PERFORM Journal-Row.
       Journal-Payment-Row.
            MOVE "PAYMENT" TO WS-RJ-File
            MOVE Pay-Invoice-ID TO WS-RJ-Key
            MOVE Payment-Record TO WS-RJ-Image
            PERFORM Journal-Row.
       Restore-Backup-Set.
      *>  Copies every file of set WS-Backup-Date over the live
      *>  one; returns WS-Backup-Fails.
            MOVE 0 TO WS-Backup-Fails
            PERFORM VARYING WS-Backup-IDX FROM 1 BY 1
                UNTIL WS-Backup-IDX > 10
                MOVE SPACES TO WS-Backup-Src
                STRING "backup_" WS-Backup-Date "_"
                    FUNCTION TRIM(
                    WS-Backup-File-Name(WS-Backup-IDX))
                    DELIMITED BY SIZE INTO WS-Backup-Src
                MOVE WS-Backup-File-Name(WS-Backup-IDX) TO
                    WS-Backup-Dst
                CALL "CBL_CHECK_FILE_EXIST" USING
                    WS-Backup-Src WS-Backup-Info
                IF RETURN-CODE = 0
                    CALL "CBL_COPY_FILE" USING WS-Backup-Src
                        WS-Backup-Dst
                    IF RETURN-CODE NOT = 0
                        DISPLAY "Restore failed for "
                            WS-Backup-Dst
                        ADD 1 TO WS-Backup-Fails
                    END-IF
                END-IF
            END-PERFORM.
       Backup-Set-Exists.
      *>  WS-RR-Found-Set = "Y" when any file of set
      *>  WS-Backup-Date is on disk.
            MOVE "N" TO WS-RR-Found-Set
            PERFORM VARYING WS-Backup-IDX FROM 1 BY 1
                UNTIL WS-Backup-IDX > 10
                MOVE SPACES TO WS-Backup-Src
                STRING "backup_" WS-Backup-Date "_"
                    FUNCTION TRIM(
                    WS-Backup-File-Name(WS-Backup-IDX))
                    DELIMITED BY SIZE INTO WS-Backup-Src
                CALL "CBL_CHECK_FILE_EXIST" USING
                    WS-Backup-Src WS-Backup-Info
                IF RETURN-CODE = 0
                    MOVE "Y" TO WS-RR-Found-Set
                END-IF
            END-PERFORM.
       Roll-Forward-Recovery.
      *>  Puts the books back to the latest backup set and then
      *>  rebuilds the day on top of it: invoice, sale-line and
      *>  payment rows from rowjrnl.dat, on-hand quantities from
      *>  movement.dat, with ej.dat checked against the result.
      *>  Neither journal is in the backup set, so both survive
      *>  the restore. What cannot be replayed is listed on the
      *>  RECOVERY report for re-keying.
            ACCEPT WS-RR-Today FROM DATE YYYYMMDD
            MOVE "N" TO WS-RR-Found-Set
            MOVE 0 TO WS-RR-Days-Back
            PERFORM UNTIL WS-RR-Found-Set = "Y" OR
                          WS-RR-Days-Back > BACKUP-RETAIN-DAYS
                COMPUTE WS-Backup-Date = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-RR-Today) -
                    WS-RR-Days-Back)
                PERFORM Backup-Set-Exists
                ADD 1 TO WS-RR-Days-Back
            END-PERFORM
            IF WS-RR-Found-Set NOT = "Y"
                DISPLAY "Error: no backup set found in the last "
                    BACKUP-RETAIN-DAYS " days - nothing to roll "
                    "forward from."
            ELSE
                PERFORM Find-Backup-Marker
                DISPLAY "Latest backup set: backup_" WS-Backup-Date
                    "_*"
                IF WS-RR-Have-Marker = "Y"
                    DISPLAY "Taken at " WS-RR-Set-Ts
                        " - activity after it will be replayed."
                ELSE
                    DISPLAY "No journal mark for this set - "
                        "activity dated after " WS-Backup-Date
                        " will be replayed."
                END-IF
                DISPLAY "This OVERWRITES the live files and "
                    "rebuilds them. Proceed (Y/N)? "
                ACCEPT WS-Confirm
                IF FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
                    DISPLAY "Recovery cancelled."
                ELSE
                    PERFORM Run-Roll-Forward
                END-IF
            END-IF.
       Find-Backup-Marker.
      *>  The last BACKUP mark EOD-Backup left in rowjrnl.dat for
      *>  the set gives the moment the copy was taken; without one
      *>  the set is taken as the close of its day.
            MOVE "N" TO WS-RR-Have-Marker
            MOVE 0 TO WS-RR-Marker-Line
            MOVE SPACES TO WS-RR-Set-Ts
            STRING WS-Backup-Date "235959"
                DELIMITED BY SIZE INTO WS-RR-Set-Ts
            OPEN INPUT RollJrnlFile
            IF File-Status = "00"
                MOVE 0 TO WS-RR-Line
                MOVE "N" TO EOFRJ
                PERFORM UNTIL EOFRJ = "Y"
                   READ RollJrnlFile
                   AT END
                       MOVE "Y" TO EOFRJ
                   NOT AT END
                       ADD 1 TO WS-RR-Line
                       IF RJ-File = "BACKUP" AND
                          RJ-Image(1:8) = WS-Backup-Date
                           MOVE "Y" TO WS-RR-Have-Marker
                           MOVE WS-RR-Line TO WS-RR-Marker-Line
                           MOVE SPACES TO WS-RR-Set-Ts
                           STRING RJ-Date RJ-Time
                               DELIMITED BY SIZE INTO WS-RR-Set-Ts
                       END-IF
                END-PERFORM
                CLOSE RollJrnlFile
            END-IF.
       Run-Roll-Forward.
            MOVE 0 TO WS-RR-Invoices
            MOVE 0 TO WS-RR-Lines
            MOVE 0 TO WS-RR-Payments
            MOVE 0 TO WS-RR-Deletes
            MOVE 0 TO WS-RR-Movements
            MOVE 0 TO WS-RR-Skipped
            MOVE 0 TO WS-RR-EJ-Checked
            MOVE 0 TO WS-RR-EJ-Voids
            MOVE 0 TO WS-RR-Raised
            MOVE 0 TO WS-RR-Max-Invoice
            MOVE 0 TO WS-RR-Max-Cart
            MOVE 0 TO WS-RR-Max-Move
            PERFORM Save-Live-Counters
            PERFORM Restore-Backup-Set
            MOVE "RECOVERY" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Roll-forward recovery " WS-RR-Today
                " from backup set " WS-Backup-Date
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Replaying activity after " WS-RR-Set-Ts
                "   restore failures: " WS-Backup-Fails
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            IF WS-RR-Have-Marker NOT = "Y"
                MOVE "  (no journal mark for the set - taken as "
                    TO WS-Spool-Line
                MOVE "the close of its day)" TO WS-Spool-Line(44:21)
                PERFORM Spool-Line
            END-IF
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Replay-Row-Journal
            PERFORM Replay-Movements
            PERFORM Check-EJ-Against-Books
            PERFORM Raise-Restored-Counters
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Replayed: " WS-RR-Invoices " invoice row(s), "
                WS-RR-Lines " sale line(s), " WS-RR-Payments
                " payment(s), " WS-RR-Deletes " deletion(s), "
                WS-RR-Movements " stock movement(s)"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Till journal events checked: " WS-RR-EJ-Checked
                " (line voids " WS-RR-EJ-Voids
                ", nothing to rebuild)   counters raised: "
                WS-RR-Raised
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "NOT REPLAYED: " WS-RR-Skipped
                " item(s) listed above for re-keying"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "Not journaled - check by hand since the set: "
                TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "  customer balances and points, item master edits,"
                TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "  parked carts, receipt history, purchase orders "
                TO WS-Spool-Line
            MOVE "and discounts." TO WS-Spool-Line(50:14)
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool
            DISPLAY ESC Blue-On "Recovery complete: "
                WS-RR-Invoices " invoice row(s), " WS-RR-Payments
                " payment(s), " WS-RR-Movements
                " movement(s) replayed, " WS-RR-Skipped
                " not replayed - see the RECOVERY report."
                ESC Reset-Color
            MOVE "ROLLFORWARD" TO Audit-Action
            MOVE SPACES TO Audit-Before
            MOVE SPACES TO Audit-After
            STRING "SET=" WS-Backup-Date
                DELIMITED BY SIZE INTO Audit-Before
            STRING "INV=" WS-RR-Invoices " MV=" WS-RR-Movements
                " SKIP=" WS-RR-Skipped
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit.
       Replay-Row-Journal.
            OPEN INPUT RollJrnlFile
            IF File-Status NOT = "00"
                MOVE "No row journal (rowjrnl.dat) - no invoices, "
                    TO WS-Spool-Line
                MOVE "lines or payments to replay." TO
                    WS-Spool-Line(46:28)
                PERFORM Spool-Line
            ELSE
                OPEN I-O InvoiceFile
                IF File-Status = "35"
                    OPEN OUTPUT InvoiceFile
                    CLOSE InvoiceFile
                    OPEN I-O InvoiceFile
                END-IF
                OPEN I-O SaleCartFile
                IF File-Status = "35"
                    OPEN OUTPUT SaleCartFile
                    CLOSE SaleCartFile
                    OPEN I-O SaleCartFile
                END-IF
                OPEN I-O PaymentFile
                IF File-Status = "35"
                    OPEN OUTPUT PaymentFile
                    CLOSE PaymentFile
                    OPEN I-O PaymentFile
                END-IF
                MOVE 0 TO WS-RR-Line
                MOVE "N" TO EOFRJ
                PERFORM UNTIL EOFRJ = "Y"
                   READ RollJrnlFile
                   AT END
                       MOVE "Y" TO EOFRJ
                   NOT AT END
                       ADD 1 TO WS-RR-Line
                       MOVE SPACES TO WS-RR-Ts
                       STRING RJ-Date RJ-Time
                           DELIMITED BY SIZE INTO WS-RR-Ts
                       IF (WS-RR-Have-Marker = "Y" AND
                           WS-RR-Line > WS-RR-Marker-Line) OR
                          (WS-RR-Have-Marker NOT = "Y" AND
                           WS-RR-Ts > WS-RR-Set-Ts)
                           EVALUATE RJ-File
                               WHEN "INVOICE"
                                   PERFORM Replay-Invoice-Row
                               WHEN "SALECART"
                                   PERFORM Replay-SaleCart-Row
                               WHEN "PAYMENT"
                                   PERFORM Replay-Payment-Row
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                END-PERFORM
                CLOSE PaymentFile
                CLOSE SaleCartFile
                CLOSE InvoiceFile
                CLOSE RollJrnlFile
            END-IF.
       Replay-Invoice-Row.
      *>  Rows are after-images, so a write or rewrite simply
      *>  puts the image in place; a delete (the archive run) is
      *>  done again if the restored file still has the row.
            MOVE RJ-Key TO Invoice-RelKey
            IF RJ-Action = "D"
                DELETE InvoiceFile INVALID KEY
                    CONTINUE
                END-DELETE
                ADD 1 TO WS-RR-Deletes
            ELSE
                MOVE "Y" TO WS-RR-Exists
                READ InvoiceFile INVALID KEY
                    MOVE "N" TO WS-RR-Exists
                END-READ
                MOVE RJ-Image TO Invoice-Record
                IF WS-RR-Exists = "Y"
                    REWRITE Invoice-Record INVALID KEY
                        CONTINUE
                    END-REWRITE
                ELSE
                    WRITE Invoice-Record INVALID KEY
                        CONTINUE
                    END-WRITE
                END-IF
                IF File-Status = "00"
                    ADD 1 TO WS-RR-Invoices
                    IF Invoice-ID > WS-RR-Max-Invoice
                        MOVE Invoice-ID TO WS-RR-Max-Invoice
                    END-IF
                ELSE
                    PERFORM Report-Row-Not-Replayed
                END-IF
            END-IF.
       Replay-SaleCart-Row.
            MOVE RJ-Key TO SaleCart-RelKey
            IF RJ-Action = "D"
                DELETE SaleCartFile INVALID KEY
                    CONTINUE
                END-DELETE
                ADD 1 TO WS-RR-Deletes
            ELSE
                MOVE "Y" TO WS-RR-Exists
                READ SaleCartFile INVALID KEY
                    MOVE "N" TO WS-RR-Exists
                END-READ
                MOVE RJ-Image TO Sale-Cart-Record
                IF WS-RR-Exists = "Y"
                    REWRITE Sale-Cart-Record INVALID KEY
                        CONTINUE
                    END-REWRITE
                ELSE
                    WRITE Sale-Cart-Record INVALID KEY
                        CONTINUE
                    END-WRITE
                END-IF
                IF File-Status = "00"
                    ADD 1 TO WS-RR-Lines
                    IF Sale-Cart-ID > WS-RR-Max-Cart
                        MOVE Sale-Cart-ID TO WS-RR-Max-Cart
                    END-IF
                ELSE
                    PERFORM Report-Row-Not-Replayed
                END-IF
            END-IF.
       Replay-Payment-Row.
      *>  payment.dat is keyed by invoice; D is a refund taking
      *>  the payment back off.
            MOVE RJ-Key TO Pay-RelKey
            IF RJ-Action = "D"
                DELETE PaymentFile INVALID KEY
                    CONTINUE
                END-DELETE
                ADD 1 TO WS-RR-Deletes
            ELSE
                MOVE "Y" TO WS-RR-Exists
                READ PaymentFile INVALID KEY
                    MOVE "N" TO WS-RR-Exists
                END-READ
                MOVE RJ-Image TO Payment-Record
                IF WS-RR-Exists = "Y"
                    REWRITE Payment-Record INVALID KEY
                        CONTINUE
                    END-REWRITE
                ELSE
                    WRITE Payment-Record INVALID KEY
                        CONTINUE
                    END-WRITE
                END-IF
                IF File-Status = "00"
                    ADD 1 TO WS-RR-Payments
                ELSE
                    PERFORM Report-Row-Not-Replayed
                END-IF
            END-IF.
       Report-Row-Not-Replayed.
            ADD 1 TO WS-RR-Skipped
            MOVE SPACES TO WS-Spool-Line
            STRING "NOT REPLAYED " RJ-File " " RJ-Key " ("
                RJ-Action " " RJ-Date " " RJ-Time ") status "
                File-Status
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line.
       Replay-Movements.
      *>  Every sanctioned on-hand change is a movement row, so the
      *>  quantities the restore took back come forward again by
      *>  adding the movements made since the set. TRNF rows move
      *>  stock between branches and never touched Item-Qty.
            OPEN INPUT MovementFile
            IF File-Status = "00"
                OPEN I-O ItemFile
                MOVE "N" TO EOFRJ
                PERFORM UNTIL EOFRJ = "Y"
                   READ MovementFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRJ
                   NOT AT END
                       IF Mv-ID > WS-RR-Max-Move
                           MOVE Mv-ID TO WS-RR-Max-Move
                       END-IF
                       IF Mv-Time(1:14) > WS-RR-Set-Ts AND
                          Mv-Type NOT = "TRNF" AND
                          Mv-Item-ID > 0
                           PERFORM Replay-One-Movement
                       END-IF
                END-PERFORM
                CLOSE ItemFile
                CLOSE MovementFile
            END-IF.
       Replay-One-Movement.
            MOVE Mv-Item-ID TO RelativeKey
            READ ItemFile INVALID KEY
                ADD 1 TO WS-RR-Skipped
                MOVE SPACES TO WS-Spool-Line
                STRING "NOT REPLAYED movement " Mv-ID " " Mv-Type
                    " item " Mv-Item-ID " qty " Mv-Qty
                    " - item not on the restored master"
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            NOT INVALID KEY
                COMPUTE WS-RR-New-Qty = Item-Qty + Mv-Qty
                IF WS-RR-New-Qty < 0
                    MOVE SPACES TO WS-Spool-Line
                    STRING "movement " Mv-ID " takes item "
                        Mv-Item-ID " below zero - set to 0"
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                    MOVE 0 TO WS-RR-New-Qty
                END-IF
                MOVE WS-RR-New-Qty TO Item-Qty
                REWRITE Item-Record INVALID KEY
                    CONTINUE
                END-REWRITE
                IF File-Status = "00"
                    ADD 1 TO WS-RR-Movements
                ELSE
                    ADD 1 TO WS-RR-Skipped
                    MOVE SPACES TO WS-Spool-Line
                    STRING "NOT REPLAYED movement " Mv-ID
                        " item " Mv-Item-ID " status " File-Status
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                END-IF
            END-READ.
       Check-EJ-Against-Books.
      *>  What the till says happened after the set must now be
      *>  in the books: every sale an invoice, every tender a
      *>  payment, returns and cancels in their final status.
      *>  Anything missing is listed for re-keying.
            OPEN INPUT EjFile
            IF File-Status = "00"
                OPEN INPUT InvoiceFile
                OPEN INPUT PaymentFile
                MOVE "N" TO EOFRJ
                PERFORM UNTIL EOFRJ = "Y"
                   READ EjFile
                   AT END
                       MOVE "Y" TO EOFRJ
                   NOT AT END
                       MOVE SPACES TO WS-RR-Ts
                       STRING EJ-Date EJ-Time
                           DELIMITED BY SIZE INTO WS-RR-Ts
                       IF WS-RR-Ts > WS-RR-Set-Ts
                           PERFORM Check-One-EJ-Event
                       END-IF
                END-PERFORM
                CLOSE PaymentFile
                CLOSE InvoiceFile
                CLOSE EjFile
            END-IF.
       Check-One-EJ-Event.
            MOVE "Y" TO WS-Val-Found
            EVALUATE EJ-Event
                WHEN "SALE"
                    ADD 1 TO WS-RR-EJ-Checked
                    MOVE EJ-Ref TO Invoice-RelKey
                    READ InvoiceFile INVALID KEY
                        MOVE "N" TO WS-Val-Found
                    END-READ
                WHEN "TENDER"
                    ADD 1 TO WS-RR-EJ-Checked
                    MOVE EJ-Ref TO Pay-RelKey
                    READ PaymentFile INVALID KEY
                        MOVE "N" TO WS-Val-Found
                    END-READ
      *>            a tender later refunded has no payment row
                    IF WS-Val-Found = "N"
                        MOVE EJ-Ref TO Invoice-RelKey
                        READ InvoiceFile INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF Invoice-Status = "Refunded" OR
                               Invoice-Status = "Cancelled"
                                MOVE "Y" TO WS-Val-Found
                            END-IF
                        END-READ
                    END-IF
                WHEN "RETURN"
                    ADD 1 TO WS-RR-EJ-Checked
                    MOVE EJ-Ref TO Invoice-RelKey
                    READ InvoiceFile INVALID KEY
                        MOVE "N" TO WS-Val-Found
                    NOT INVALID KEY
                        IF Invoice-Status NOT = "Refunded"
                            MOVE "N" TO WS-Val-Found
                        END-IF
                    END-READ
                WHEN "CANCEL"
                WHEN "AUTOVOID"
                    ADD 1 TO WS-RR-EJ-Checked
                    MOVE EJ-Ref TO Invoice-RelKey
                    READ InvoiceFile INVALID KEY
                        MOVE "N" TO WS-Val-Found
                    NOT INVALID KEY
                        IF Invoice-Status NOT = "Cancelled"
                            MOVE "N" TO WS-Val-Found
                        END-IF
                    END-READ
                WHEN "VOIDLINE"
                    ADD 1 TO WS-RR-EJ-Voids
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-Val-Found = "N"
                ADD 1 TO WS-RR-Skipped
                MOVE SPACES TO WS-Spool-Line
                STRING "NOT IN BOOKS till " EJ-Till " " EJ-Date " "
                    EJ-Time " " EJ-Casher " " EJ-Event
                    " invoice " EJ-Ref " amount " EJ-Amount " "
                    EJ-Detail
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-IF.
       Save-Live-Counters.
      *>  counter.dat is in the backup set; the values handed out
      *>  since must not be handed out again, so the live ones are
      *>  kept before the restore and put back afterwards.
            MOVE ZEROES TO RR-Counter-Table
            OPEN INPUT CounterFile
            IF File-Status = "00"
                PERFORM VARYING WS-RR-IDX FROM 1 BY 1
                    UNTIL WS-RR-IDX > 99
                    MOVE WS-RR-IDX TO Counter-RelKey
                    READ CounterFile
                    NOT INVALID KEY
                        MOVE Counter-Next-Value TO
                            RR-Counter-Value(WS-RR-IDX)
                    END-READ
                END-PERFORM
                CLOSE CounterFile
            END-IF.
       Raise-Restored-Counters.
      *>  Each slot ends at the higher of the restored value, the
      *>  value before the restore and - for the sale-line (1),
      *>  invoice (3) and movement (20) sequences - the highest ID
      *>  now on file.
            IF WS-RR-Max-Cart > RR-Counter-Value(1)
                MOVE WS-RR-Max-Cart TO RR-Counter-Value(1)
            END-IF
            IF WS-RR-Max-Invoice > RR-Counter-Value(3)
                MOVE WS-RR-Max-Invoice TO RR-Counter-Value(3)
            END-IF
            IF WS-RR-Max-Move > RR-Counter-Value(20)
                MOVE WS-RR-Max-Move TO RR-Counter-Value(20)
            END-IF
            PERFORM Open-Counter-Locked
            IF File-Status = "00"
                PERFORM VARYING WS-RR-IDX FROM 1 BY 1
                    UNTIL WS-RR-IDX > 99
                    MOVE RR-Counter-Value(WS-RR-IDX) TO WS-RR-Target
                    IF WS-RR-Target > 0
                        MOVE WS-RR-IDX TO Counter-RelKey
                        READ CounterFile INVALID KEY
                            MOVE WS-RR-Target TO Counter-Next-Value
                            WRITE Counter-Record
                            ADD 1 TO WS-RR-Raised
                        NOT INVALID KEY
                            IF Counter-Next-Value < WS-RR-Target
                                MOVE WS-RR-Target TO
                                    Counter-Next-Value
                                REWRITE Counter-Record
                                ADD 1 TO WS-RR-Raised
                            END-IF
                        END-READ
                    END-IF
                END-PERFORM
                CLOSE CounterFile
            END-IF.
       Manage-Report-Schedule.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Report Schedule"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. View Report Schedule"
               DISPLAY "2. Add Scheduled Report"
               DISPLAY "3. Stop Scheduled Report"
               DISPLAY "4. Run Reports Due Today Now"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM View-Report-Schedule
                   WHEN "2"
                       PERFORM Add-Scheduled-Report
                   WHEN "3"
                       PERFORM Stop-Scheduled-Report
                   WHEN "4"
                       PERFORM Run-Scheduled-Reports
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       View-Report-Schedule.
            DISPLAY H10 H10 H10 H10 H10 H10 H10 H2
            DISPLAY "ID" A4
                    "Report" A5 A2
                    "Freq Day" A2
                    "Back From/To" A2
                    "Category" A5
                    "Brn" A2
                    "Value" A2
                    "Status" A4
                    "Last-Run"
            DISPLAY S10 S10 S10 S10 S10 S10 S10 S2
            OPEN INPUT RptSchedFile
            IF File-Status NOT = "00"
                DISPLAY "No reports scheduled."
            ELSE
                MOVE "N" TO EOFRQ
                PERFORM UNTIL EOFRQ = "Y"
                   READ RptSchedFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRQ
                   NOT AT END
                       DISPLAY RSC-ID           A1
                               RSC-Report       A1
                               RSC-Freq         A4
                               RSC-Day          A4
                               RSC-From-Back    "/"
                               RSC-To-Back      A4
                               RSC-Category     A1
                               RSC-Branch       A1
                               RSC-Value        A1
                               RSC-Status       A1
                               RSC-Last-Run
                END-PERFORM
                CLOSE RptSchedFile
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H10 H10 H2.
       Add-Scheduled-Report.
      *>  Dates are held as days back from the night the report
      *>  runs, so one row keeps producing the right window:
      *>  1/1 is yesterday, 7/1 the last seven days, 0/0 today.
      *>  The monthly reports (BRANCH-PL, EXPENSES) take the month
      *>  of the From date.
            DISPLAY "Schedulable reports:"
            PERFORM VARYING WS-RSC-IDX FROM 1 BY 1
                UNTIL WS-RSC-IDX > 11
                DISPLAY "  " RSC-Code(WS-RSC-IDX)
            END-PERFORM
            MOVE SPACES TO WS-RSC-New
            MOVE ZEROES TO WS-RSC-New-Day
            MOVE ZEROES TO WS-RSC-New-From
            MOVE ZEROES TO WS-RSC-New-To
            MOVE ZEROES TO WS-RSC-New-Branch
            MOVE ZEROES TO WS-RSC-New-Value
            DISPLAY "Enter Report: "
            ACCEPT WS-RSC-New-Report
            MOVE FUNCTION UPPER-CASE(WS-RSC-New-Report) TO
                WS-RSC-New-Report
            MOVE "N" TO WS-RSC-Found
            PERFORM VARYING WS-RSC-IDX FROM 1 BY 1
                UNTIL WS-RSC-IDX > 11
                IF RSC-Code(WS-RSC-IDX) = WS-RSC-New-Report
                    MOVE "Y" TO WS-RSC-Found
                END-IF
            END-PERFORM
            IF WS-RSC-Found = "N"
                DISPLAY "Error: that report cannot be scheduled."
            ELSE
                DISPLAY "Frequency (D = daily, W = weekly, "
                    "M = monthly): "
                ACCEPT WS-RSC-New-Freq
                MOVE FUNCTION UPPER-CASE(WS-RSC-New-Freq) TO
                    WS-RSC-New-Freq
                EVALUATE WS-RSC-New-Freq
                    WHEN "W"
                        DISPLAY "Weekday (1 = Mon .. 7 = Sun): "
                        ACCEPT WS-RSC-New-Day
                    WHEN "M"
                        DISPLAY "Day of Month (1-31, past month-"
                            "end runs on the last day): "
                        ACCEPT WS-RSC-New-Day
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                EVALUATE WS-RSC-New-Report
                    WHEN "CUST-AGING"
                    WHEN "AP-AGING"
                    WHEN "SUP-DELIV"
                    WHEN "OVERDUE-HIRE"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "From: days back from run date: "
                        ACCEPT WS-RSC-New-From
                        DISPLAY "To:   days back from run date: "
                        ACCEPT WS-RSC-New-To
                END-EVALUATE
                EVALUATE WS-RSC-New-Report
                    WHEN "DEAD-STOCK"
                        DISPLAY "Category (blank = all): "
                        ACCEPT WS-RSC-New-Category
                        MOVE FUNCTION UPPER-CASE(
                            WS-RSC-New-Category) TO
                            WS-RSC-New-Category
                        DISPLAY "Near-Zero Sales Threshold (units): "
                        ACCEPT WS-RSC-New-Value
                    WHEN "MARGIN"
                        DISPLAY "Target Margin Percent: "
                        ACCEPT WS-RSC-New-Value
                    WHEN "HOURLY"
                        DISPLAY "Branch-ID (0 = all): "
                        ACCEPT WS-RSC-New-Branch
                    WHEN "ABC-COVERAGE"
                        DISPLAY "Branch-ID (0 for total stock): "
                        ACCEPT WS-RSC-New-Branch
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                IF (WS-RSC-New-Freq NOT = "D" AND
                    WS-RSC-New-Freq NOT = "W" AND
                    WS-RSC-New-Freq NOT = "M") OR
                   (WS-RSC-New-Freq = "W" AND
                    (WS-RSC-New-Day < 1 OR WS-RSC-New-Day > 7)) OR
                   (WS-RSC-New-Freq = "M" AND
                    (WS-RSC-New-Day < 1 OR WS-RSC-New-Day > 31))
                    DISPLAY "Error: invalid frequency or day."
                ELSE
                    IF WS-RSC-New-From < WS-RSC-New-To
                        DISPLAY "Error: From must be at least as "
                            "many days back as To."
                    ELSE
                        PERFORM Write-Scheduled-Report
                    END-IF
                END-IF
            END-IF.
       Write-Scheduled-Report.
            MOVE 0 TO WS-RSC-Max-ID
            OPEN I-O RptSchedFile
            IF File-Status = "35"
                OPEN OUTPUT RptSchedFile
                CLOSE RptSchedFile
                OPEN I-O RptSchedFile
            END-IF
            MOVE "N" TO EOFRQ
            PERFORM UNTIL EOFRQ = "Y"
               READ RptSchedFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFRQ
               NOT AT END
                   IF RSC-ID > WS-RSC-Max-ID
                       MOVE RSC-ID TO WS-RSC-Max-ID
                   END-IF
            END-PERFORM
            COMPUTE RSC-ID = WS-RSC-Max-ID + 1
            MOVE RSC-ID TO RptSched-RelKey
            MOVE WS-RSC-New-Report TO RSC-Report
            MOVE WS-RSC-New-Freq TO RSC-Freq
            MOVE WS-RSC-New-Day TO RSC-Day
            MOVE WS-RSC-New-From TO RSC-From-Back
            MOVE WS-RSC-New-To TO RSC-To-Back
            MOVE WS-RSC-New-Category TO RSC-Category
            MOVE WS-RSC-New-Branch TO RSC-Branch
            MOVE WS-RSC-New-Value TO RSC-Value
            MOVE "ACTIVE" TO RSC-Status
            MOVE 0 TO RSC-Last-Run
            WRITE RptSched-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
            NOT INVALID KEY
                DISPLAY ESC Blue-On "Scheduled report " RSC-ID
                    " added." ESC Reset-Color
                MOVE "RPT-SCHEDULE" TO Audit-Action
                MOVE SPACES TO Audit-Before
                MOVE SPACES TO Audit-After
                STRING "ID=" RSC-ID
                    DELIMITED BY SIZE INTO Audit-Before
                STRING RSC-Report " " RSC-Freq RSC-Day
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
            END-WRITE
            CLOSE RptSchedFile.
       Stop-Scheduled-Report.
            DISPLAY "Enter Schedule ID to stop: "
            ACCEPT RptSched-RelKey
            OPEN I-O RptSchedFile
            IF File-Status NOT = "00"
                DISPLAY "No reports scheduled."
            ELSE
                READ RptSchedFile INVALID KEY
                    DISPLAY "Error: Schedule ID not found."
                NOT INVALID KEY
                    MOVE "STOPPED" TO RSC-Status
                    REWRITE RptSched-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                    NOT INVALID KEY
                        DISPLAY "Scheduled report stopped."
                        MOVE "RPT-UNSCHED" TO Audit-Action
                        MOVE SPACES TO Audit-Before
                        MOVE SPACES TO Audit-After
                        STRING "ID=" RSC-ID " " RSC-Report
                            DELIMITED BY SIZE INTO Audit-Before
                        MOVE "STOPPED" TO Audit-After
                        PERFORM Write-Audit
                    END-REWRITE
                END-READ
                CLOSE RptSchedFile
            END-IF.
       Run-Scheduled-Reports.
      *>  Nightly batch job: every ACTIVE row due tonight (and not
      *>  already run today) runs its report into the spool with
      *>  no prompts - the morning finds it under View Past
      *>  Reports - and gets its own line in joblog.txt.
            ACCEPT WS-RSC-Today FROM DATE YYYYMMDD
            COMPUTE WS-RSC-Today-Int =
                FUNCTION INTEGER-OF-DATE(WS-RSC-Today)
            COMPUTE WS-RSC-Weekday = FUNCTION MOD(WS-RSC-Today-Int, 7)
            IF WS-RSC-Weekday = 0
                MOVE 7 TO WS-RSC-Weekday
            END-IF
            COMPUTE WS-RSC-Tomorrow =
                FUNCTION DATE-OF-INTEGER(WS-RSC-Today-Int + 1)
            MOVE 0 TO WS-RSC-Ran
            OPEN I-O RptSchedFile
            IF File-Status = "00"
                MOVE "N" TO EOFRQ
                PERFORM UNTIL EOFRQ = "Y"
                   READ RptSchedFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRQ
                   NOT AT END
                       PERFORM Check-Report-Due
                       IF WS-RSC-Due = "Y"
                           PERFORM Run-One-Scheduled-Report
                       END-IF
                END-PERFORM
                CLOSE RptSchedFile
            END-IF
            DISPLAY ESC Blue-On "Scheduled reports run: " WS-RSC-Ran
                ESC Reset-Color.
       Check-Report-Due.
      *>  A monthly day past the end of a short month falls on its
      *>  last day (tomorrow is the 1st).
            MOVE "N" TO WS-RSC-Due
            IF RSC-Status = "ACTIVE" AND RSC-Last-Run < WS-RSC-Today
                EVALUATE RSC-Freq
                    WHEN "D"
                        MOVE "Y" TO WS-RSC-Due
                    WHEN "W"
                        IF RSC-Day = WS-RSC-Weekday
                            MOVE "Y" TO WS-RSC-Due
                        END-IF
                    WHEN "M"
                        IF RSC-Day = WS-RSC-Today(7:2)
                            MOVE "Y" TO WS-RSC-Due
                        END-IF
                        IF WS-RSC-Tomorrow(7:2) = "01" AND
                           RSC-Day > WS-RSC-Today(7:2)
                            MOVE "Y" TO WS-RSC-Due
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
       Run-One-Scheduled-Report.
      *>  The schedule row is kept aside while the report runs and
      *>  put back for the rewrite that stamps the run date.
            MOVE RptSched-Record TO WS-RSC-Save
            MOVE RSC-Report TO WS-Job-Name
            PERFORM Start-Job-Log
            COMPUTE WS-Report-Start-Date = FUNCTION DATE-OF-INTEGER(
                WS-RSC-Today-Int - RSC-From-Back)
            COMPUTE WS-Report-End-Date = FUNCTION DATE-OF-INTEGER(
                WS-RSC-Today-Int - RSC-To-Back)
            MOVE SPACES TO WS-Report-Path
            MOVE "Y" TO WS-Sched-Run
            EVALUATE RSC-Report
                WHEN "MARGIN"
                    MOVE RSC-Value TO WS-Margin-Target
                    PERFORM Margin-Report
                WHEN "DEAD-STOCK"
                    MOVE RSC-Category TO WS-Dead-Category
                    MOVE RSC-Value TO WS-Dead-Threshold
                    PERFORM Dead-Stock-Report
                WHEN "CUST-AGING"
                    PERFORM Customer-Aging-Report
                WHEN "AP-AGING"
                    PERFORM AP-Aging-Report
                WHEN "TAX"
                    PERFORM Tax-Report
                WHEN "HOURLY"
                    MOVE RSC-Branch TO WS-HP-Branch
                    PERFORM Hourly-Pattern-Report
                WHEN "ABC-COVERAGE"
                    MOVE RSC-Branch TO WS-CS-Branch
                    MOVE WS-Report-Start-Date TO WS-ABC-From
                    MOVE WS-Report-End-Date TO WS-ABC-To
                    PERFORM ABC-Coverage-Report
                WHEN "BRANCH-PL"
                    COMPUTE WS-BPL-Period =
                        WS-Report-Start-Date / 100
                    PERFORM Branch-PL-Report
                WHEN "EXPENSES"
                    COMPUTE WS-EXR-Period =
                        WS-Report-Start-Date / 100
                    PERFORM Expense-Report
                WHEN "SUP-DELIV"
                    PERFORM Supplier-Delivery-Report
                WHEN "OVERDUE-HIRE"
                    PERFORM Overdue-Rentals-Report
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE "N" TO WS-Sched-Run
            MOVE WS-RSC-Save TO RptSched-Record
            IF WS-Report-Path = SPACES
                MOVE 0 TO WS-Job-Records
                MOVE "NOSPOOL" TO WS-Job-Outcome
            ELSE
                MOVE 1 TO WS-Job-Records
                MOVE "OK" TO WS-Job-Outcome
                ADD 1 TO WS-RSC-Ran
            END-IF
            PERFORM End-Job-Log
            MOVE WS-RSC-Today TO RSC-Last-Run
            MOVE RSC-ID TO RptSched-RelKey
            REWRITE RptSched-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
            END-REWRITE.
       Next-POH-Sequence.
            MOVE 50 TO Counter-RelKey
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
       Find-PO-Header.
      *>  Expects WS-POH-ID. Returns WS-POH-Found with the PO
      *>  header record loaded.
            MOVE "N" TO WS-POH-Found
            OPEN INPUT PoHdrFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT PoHdrFile
                CLOSE PoHdrFile
                OPEN INPUT PoHdrFile
            END-IF
            MOVE WS-POH-ID TO POH-RelKey
            READ PoHdrFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-POH-Found
            END-READ
            CLOSE PoHdrFile.
       Create-PO-Header.
      *>  Expects PO-Supplier-ID, PO-Supplier-Name and
      *>  WS-POH-Expected. Opens a new PO header with no lines yet
      *>  and returns its number in WS-POH-ID; the lines carry the
      *>  number in PO-Header-ID.
            PERFORM Next-POH-Sequence
            MOVE WS-Next-ID TO WS-POH-ID
            OPEN I-O PoHdrFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT PoHdrFile
                CLOSE PoHdrFile
                OPEN I-O PoHdrFile
            END-IF
            MOVE WS-POH-ID TO POH-ID
            MOVE WS-POH-ID TO POH-RelKey
            MOVE PO-Supplier-ID TO POH-Supplier-ID
            MOVE PO-Supplier-Name TO POH-Supplier-Name
            ACCEPT POH-Order-Date FROM DATE YYYYMMDD
            MOVE WS-POH-Expected TO POH-Expected-Date
            MOVE "DRAFT" TO POH-Status
            MOVE 0 TO POH-Line-Count
            MOVE 0 TO POH-Order-Value
            MOVE 0 TO POH-Received-Value
            MOVE 0 TO POH-Received-Date
            MOVE 0 TO POH-Doc-Date
            WRITE PoHdr-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE PoHdrFile.
       Roll-Up-PO-Header.
      *>  Expects WS-POH-ID with PurchaseOrderFile closed. Re-derives
      *>  the header's line count, order and received values and
      *>  last receipt date from its lines. Status: every live line
      *>  received -> RECEIVED, anything received -> PARTIAL, a line
      *>  still held -> DRAFT, no live lines -> CANCELLED, else OPEN.
            MOVE 0 TO WS-POH-Lines
            MOVE 0 TO WS-POH-Live
            MOVE 0 TO WS-POH-Draft
            MOVE 0 TO WS-POH-Done
            MOVE 0 TO WS-POH-Order-Value
            MOVE 0 TO WS-POH-Recv-Value
            MOVE 0 TO WS-POH-Recv-Date
            MOVE "N" TO WS-POH-Any-Recv
            OPEN INPUT PurchaseOrderFile
            IF File-Status = "35"
                CLOSE PurchaseOrderFile
                OPEN OUTPUT PurchaseOrderFile
                CLOSE PurchaseOrderFile
                OPEN INPUT PurchaseOrderFile
            END-IF
            MOVE "N" TO EOFPH
            PERFORM UNTIL EOFPH = "Y"
               READ PurchaseOrderFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFPH
               NOT AT END
                   IF PO-Header-ID = WS-POH-ID
                       ADD 1 TO WS-POH-Lines
                       IF PO-Status NOT = "CANCELLED"
                           ADD 1 TO WS-POH-Live
                           COMPUTE WS-POH-Order-Value =
                               WS-POH-Order-Value +
                               PO-Ordered-Qty * PO-Unit-Cost
                           COMPUTE WS-POH-Recv-Value =
                               WS-POH-Recv-Value +
                               PO-Received-Qty * PO-Unit-Cost
                           IF PO-Status = "DRAFT"
                               ADD 1 TO WS-POH-Draft
                           END-IF
                           IF PO-Status = "RECEIVED"
                               ADD 1 TO WS-POH-Done
                           END-IF
                           IF PO-Received-Qty > 0
                               MOVE "Y" TO WS-POH-Any-Recv
                           END-IF
                           IF PO-Received-Date > WS-POH-Recv-Date
                               MOVE PO-Received-Date TO
                                   WS-POH-Recv-Date
                           END-IF
                       END-IF
                   END-IF
            END-PERFORM
            CLOSE PurchaseOrderFile
            OPEN I-O PoHdrFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT PoHdrFile
                CLOSE PoHdrFile
                OPEN I-O PoHdrFile
            END-IF
            MOVE WS-POH-ID TO POH-RelKey
            READ PoHdrFile INVALID KEY
                DISPLAY "Error: PO header " WS-POH-ID " not found."
            NOT INVALID KEY
                MOVE WS-POH-Lines TO POH-Line-Count
                MOVE WS-POH-Order-Value TO POH-Order-Value
                MOVE WS-POH-Recv-Value TO POH-Received-Value
                MOVE WS-POH-Recv-Date TO POH-Received-Date
                EVALUATE TRUE
                    WHEN WS-POH-Live = 0
                        MOVE "CANCELLED" TO POH-Status
                    WHEN WS-POH-Done = WS-POH-Live
                        MOVE "RECEIVED" TO POH-Status
                    WHEN WS-POH-Any-Recv = "Y"
                        MOVE "PARTIAL" TO POH-Status
                    WHEN WS-POH-Draft > 0
                        MOVE "DRAFT" TO POH-Status
                    WHEN OTHER
                        MOVE "OPEN" TO POH-Status
                END-EVALUATE
                REWRITE PoHdr-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
            END-READ
            CLOSE PoHdrFile.
       Check-Pack-Multiple.
      *>  Expects the supplier record loaded (WS-Supplier-Found) and
      *>  WS-POH-Qty in purchase units. A quantity that is not a
      *>  whole number of the supplier's packs is offered rounded
      *>  up to the next full pack.
            IF WS-Supplier-Found = "Y" AND Sup-Pack-Multiple > 1
               AND WS-POH-Qty > 0
                IF FUNCTION MOD(WS-POH-Qty, Sup-Pack-Multiple)
                   NOT = 0
                    COMPUTE WS-POH-Round-Qty =
                        WS-POH-Qty + Sup-Pack-Multiple -
                        FUNCTION MOD(WS-POH-Qty, Sup-Pack-Multiple)
                    DISPLAY ESC Blue-On
                        "Supplier sells in multiples of "
                        Sup-Pack-Multiple " - " WS-POH-Qty
                        " is not a whole pack." ESC Reset-Color
                    DISPLAY "Round up to " WS-POH-Round-Qty
                        " (Y/N)? "
                    ACCEPT WS-POH-Answer
                    MOVE FUNCTION UPPER-CASE(WS-POH-Answer) TO
                        WS-POH-Answer
                    IF WS-POH-Answer = "Y"
                        MOVE WS-POH-Round-Qty TO WS-POH-Qty
                    END-IF
                END-IF
            END-IF.
       Prepare-Draft-Line.
      *>  Expects the draft PO line being released. Applies the
      *>  supplier's pack multiple, prices the line from the item
      *>  master if it carries no unit cost yet, and attaches it to
      *>  a PO header.
            MOVE "N" TO WS-Supplier-Found
            IF PO-Supplier-ID > 0
                MOVE PO-Supplier-ID TO Supplier-RelKey
                PERFORM Find-Supplier
            END-IF
            MOVE PO-Ordered-Qty TO WS-POH-Qty
            PERFORM Check-Pack-Multiple
            MOVE WS-POH-Qty TO PO-Ordered-Qty
            IF PO-Unit-Cost = 0
                OPEN INPUT ItemFile
                MOVE PO-Item-ID TO RelativeKey
                READ ItemFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF Item-Conv-Factor > 1
                        COMPUTE PO-Unit-Cost =
                            Item-Cost * Item-Conv-Factor
                    ELSE
                        MOVE Item-Cost TO PO-Unit-Cost
                    END-IF
                END-READ
                CLOSE ItemFile
            END-IF
            PERFORM Attach-Draft-Line.
       Attach-Draft-Line.
      *>  Lines already on a header stay there; loose lines are
      *>  gathered onto one header per supplier for this approval
      *>  run, so each supplier gets a single PO document. Every
      *>  header touched is remembered in PDS-Table so it can be
      *>  totalled and printed once the run is over.
            MOVE "N" TO WS-POH-Found
            PERFORM VARYING PDS-IDX FROM 1 BY 1
                UNTIL PDS-IDX > PDS-Count
                IF (PO-Header-ID > 0 AND
                    PDS-Header-ID(PDS-IDX) = PO-Header-ID) OR
                   (PO-Header-ID = 0 AND
                    PDS-Supplier-ID(PDS-IDX) = PO-Supplier-ID)
                    MOVE "Y" TO WS-POH-Found
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-POH-Found = "N"
                IF PDS-Count < 50
                    ADD 1 TO PDS-Count
                    MOVE PDS-Count TO PDS-IDX
                    MOVE PO-Supplier-ID TO PDS-Supplier-ID(PDS-IDX)
                    MOVE 0 TO PDS-Last-Line(PDS-IDX)
                    IF PO-Header-ID > 0
                        MOVE PO-Header-ID TO WS-POH-ID
                        PERFORM Find-PO-Header
                        IF WS-POH-Found = "Y"
                            MOVE POH-Line-Count TO
                                PDS-Last-Line(PDS-IDX)
                        END-IF
                    ELSE
                        MOVE PO-Expected-Date TO WS-POH-Expected
                        PERFORM Create-PO-Header
                    END-IF
                    MOVE WS-POH-ID TO PDS-Header-ID(PDS-IDX)
                ELSE
                    DISPLAY "Warning: too many suppliers in one "
                        "run - line left off a PO header."
                    MOVE 0 TO PDS-IDX
                END-IF
            END-IF
            IF PDS-IDX > 0 AND PO-Header-ID = 0
                MOVE PDS-Header-ID(PDS-IDX) TO PO-Header-ID
                ADD 1 TO PDS-Last-Line(PDS-IDX)
                MOVE PDS-Last-Line(PDS-IDX) TO PO-Line-No
            END-IF.
       Finish-PO-Header.
      *>  Expects WS-POH-ID with its lines written. Totals the
      *>  header and checks the order against the supplier's
      *>  minimum order value - a short order can be held back as
      *>  DRAFT to top up later. A released order gets its PO
      *>  document printed for the supplier.
            PERFORM Roll-Up-PO-Header
            PERFORM Find-PO-Header
            IF WS-POH-Found = "Y"
                IF POH-Status = "OPEN"
                    MOVE "N" TO WS-Supplier-Found
                    IF POH-Supplier-ID > 0
                        MOVE POH-Supplier-ID TO Supplier-RelKey
                        PERFORM Find-Supplier
                    END-IF
                    MOVE "Y" TO WS-POH-Answer
                    IF WS-Supplier-Found = "Y" AND
                       Sup-Min-Order > 0 AND
                       POH-Order-Value < Sup-Min-Order
                        MOVE POH-Order-Value TO WS-POH-Disp-Value
                        MOVE Sup-Min-Order TO WS-POH-Disp-Min
                        DISPLAY ESC Blue-On "Warning: PO "
                            WS-POH-ID " value " WS-POH-Disp-Value
                            " is below the supplier minimum of "
                            WS-POH-Disp-Min ESC Reset-Color
                        DISPLAY "Release it anyway (Y/N, N holds "
                            "it as DRAFT)? "
                        ACCEPT WS-POH-Answer
                        MOVE FUNCTION UPPER-CASE(WS-POH-Answer) TO
                            WS-POH-Answer
                    END-IF
                    IF WS-POH-Answer = "N"
                        PERFORM Hold-PO-Header
                        DISPLAY "PO " WS-POH-ID " held as DRAFT - "
                            "add lines or release it under Approve "
                            "Draft POs."
                    ELSE
                        PERFORM Write-PO-Document
                    END-IF
                ELSE
                    DISPLAY "PO " WS-POH-ID " is " POH-Status
                        " - no document printed."
                END-IF
            END-IF.
       Hold-PO-Header.
      *>  Puts a header's open lines back to DRAFT so the whole
      *>  order returns to the approval screen.
            OPEN I-O PurchaseOrderFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT PurchaseOrderFile
                CLOSE PurchaseOrderFile
                OPEN I-O PurchaseOrderFile
            END-IF
            MOVE "N" TO EOFPH
            PERFORM UNTIL EOFPH = "Y"
               READ PurchaseOrderFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFPH
               NOT AT END
                   IF PO-Header-ID = WS-POH-ID AND
                      PO-Status = "OPEN"
                       MOVE "DRAFT" TO PO-Status
                       REWRITE PO-Record INVALID KEY
                       DISPLAY "Error: Unable to rewrite record."
                       END-REWRITE
                   END-IF
            END-PERFORM
            CLOSE PurchaseOrderFile
            PERFORM Roll-Up-PO-Header
            MOVE "PO-HOLD" TO Audit-Action
            MOVE SPACES TO Audit-Before
            MOVE SPACES TO Audit-After
            STRING "POH=" WS-POH-ID
                DELIMITED BY SIZE INTO Audit-Before
            MOVE "STATUS=DRAFT BELOW MINIMUM" TO Audit-After
            PERFORM Write-Audit.
       Write-PO-Document.
      *>  Prints po_NNNNN.txt to send to the supplier: the store's
      *>  name and address from the store profile, the supplier and
      *>  terms, one row per live line in the supplier's pack unit
      *>  and the order total. Expects WS-POH-ID; stamps the
      *>  header's document date.
            MOVE SPACES TO WS-Prof-Name
            MOVE SPACES TO WS-Prof-Addr
            OPEN INPUT StoreProfFile
            IF File-Status = "00"
                READ StoreProfFile
                AT END
                    CONTINUE
                NOT AT END
                    MOVE StoreProf-Line TO WS-Prof-Name
                END-READ
                READ StoreProfFile
                AT END
                    CONTINUE
                NOT AT END
                    MOVE StoreProf-Line TO WS-Prof-Addr
                END-READ
                CLOSE StoreProfFile
            END-IF
            PERFORM Find-PO-Header
            MOVE "N" TO WS-Supplier-Found
            IF POH-Supplier-ID > 0
                MOVE POH-Supplier-ID TO Supplier-RelKey
                PERFORM Find-Supplier
            END-IF
            MOVE SPACES TO WS-CSV-Path
            STRING "po_" WS-POH-ID ".txt"
                DELIMITED BY SIZE INTO WS-CSV-Path
            OPEN OUTPUT CsvReceiptFile
            MOVE SPACES TO CSV-Record
            MOVE WS-Prof-Name TO CSV-Record
            PERFORM PO-Doc-Line
            MOVE WS-Prof-Addr TO CSV-Record
            PERFORM PO-Doc-Line
            MOVE ALL "=" TO CSV-Record(1:72)
            PERFORM PO-Doc-Line
            STRING "PURCHASE ORDER " WS-POH-ID
                "          Order date: " POH-Order-Date
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM PO-Doc-Line
            PERFORM PO-Doc-Line
            STRING "Supplier:   " POH-Supplier-ID " "
                POH-Supplier-Name
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM PO-Doc-Line
            IF WS-Supplier-Found = "Y"
                STRING "Contact:    " Sup-Contact
                    "   Terms: " Sup-Terms
                    DELIMITED BY SIZE INTO CSV-Record
                PERFORM PO-Doc-Line
            END-IF
            STRING "Deliver by: " POH-Expected-Date
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM PO-Doc-Line
            MOVE ALL "-" TO CSV-Record(1:72)
            PERFORM PO-Doc-Line
            STRING "Line Item  Description            Qty Unit"
                "    Unit Cost    Line Value"
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM PO-Doc-Line
            MOVE ALL "-" TO CSV-Record(1:72)
            PERFORM PO-Doc-Line
            OPEN INPUT PurchaseOrderFile
            IF File-Status = "35"
                CLOSE PurchaseOrderFile
                OPEN OUTPUT PurchaseOrderFile
                CLOSE PurchaseOrderFile
                OPEN INPUT PurchaseOrderFile
            END-IF
            MOVE "N" TO EOFPH
            PERFORM UNTIL EOFPH = "Y"
               READ PurchaseOrderFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFPH
               NOT AT END
                   IF PO-Header-ID = WS-POH-ID AND
                      PO-Status NOT = "CANCELLED" AND
                      PO-Status NOT = "DRAFT"
                       MOVE SPACES TO Item-Name
                       MOVE "EACH" TO Item-Purch-Unit
                       OPEN INPUT ItemFile
                       MOVE PO-Item-ID TO RelativeKey
                       READ ItemFile INVALID KEY
                           MOVE SPACES TO Item-Name
                           MOVE "EACH" TO Item-Purch-Unit
                       END-READ
                       CLOSE ItemFile
                       MOVE PO-Ordered-Qty TO WS-POH-Disp-Qty
                       MOVE PO-Unit-Cost TO WS-POH-Disp-Cost
                       COMPUTE WS-POH-Disp-Value =
                           PO-Ordered-Qty * PO-Unit-Cost
                       STRING PO-Line-No "  " PO-Item-ID "  "
                           Item-Name " " WS-POH-Disp-Qty " "
                           Item-Purch-Unit "  " WS-POH-Disp-Cost
                           "  " WS-POH-Disp-Value
                           DELIMITED BY SIZE INTO CSV-Record
                       PERFORM PO-Doc-Line
                   END-IF
            END-PERFORM
            CLOSE PurchaseOrderFile
            MOVE ALL "-" TO CSV-Record(1:72)
            PERFORM PO-Doc-Line
            MOVE POH-Order-Value TO WS-POH-Disp-Value
            STRING "Order total:" "                                  "
                "          " WS-POH-Disp-Value
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM PO-Doc-Line
            PERFORM PO-Doc-Line
            STRING "Please quote PO " WS-POH-ID " and the line "
                "number on all delivery notes and invoices."
                DELIMITED BY SIZE INTO CSV-Record
            PERFORM PO-Doc-Line
            CLOSE CsvReceiptFile
            OPEN I-O PoHdrFile
            MOVE WS-POH-ID TO POH-RelKey
            READ PoHdrFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ACCEPT POH-Doc-Date FROM DATE YYYYMMDD
                REWRITE PoHdr-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
            END-READ
            CLOSE PoHdrFile
            DISPLAY ESC Blue-On "PO document written to "
                FUNCTION TRIM(WS-CSV-Path) ESC Reset-Color
            MOVE "PO-DOCUMENT" TO Audit-Action
            MOVE SPACES TO Audit-Before
            MOVE SPACES TO Audit-After
            STRING "POH=" WS-POH-ID
                DELIMITED BY SIZE INTO Audit-Before
            MOVE WS-CSV-Path TO Audit-After
            PERFORM Write-Audit.
       PO-Doc-Line.
            WRITE CSV-Record
            MOVE SPACES TO CSV-Record.
       Collect-PO-Lines.
      *>  Expects WS-POH-ID. Loads the line-IDs of the header's
      *>  lines into POL-Table - outstanding lines only when
      *>  WS-POH-Want is "R", released lines when "B", else all.
            MOVE 0 TO POL-Count
            OPEN INPUT PurchaseOrderFile
            IF File-Status = "35"
                CLOSE PurchaseOrderFile
                OPEN OUTPUT PurchaseOrderFile
                CLOSE PurchaseOrderFile
                OPEN INPUT PurchaseOrderFile
            END-IF
            MOVE "N" TO EOFPH
            PERFORM UNTIL EOFPH = "Y"
               READ PurchaseOrderFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFPH
               NOT AT END
                   IF PO-Header-ID = WS-POH-ID
                       MOVE "Y" TO WS-POH-Answer
                       IF WS-POH-Want = "R" AND
                          PO-Status NOT = "OPEN" AND
                          PO-Status NOT = "PARTIAL"
                           MOVE "N" TO WS-POH-Answer
                       END-IF
                       IF WS-POH-Want = "B" AND
                          (PO-Status = "DRAFT" OR
                           PO-Status = "CANCELLED")
                           MOVE "N" TO WS-POH-Answer
                       END-IF
                       IF WS-POH-Answer = "Y"
                           IF POL-Count < 200
                               ADD 1 TO POL-Count
                               MOVE PO-ID TO POL-Line-ID(POL-Count)
                           ELSE
                               DISPLAY "Warning: PO has more than "
                                   "200 lines - the rest are "
                                   "left out."
                               MOVE "Y" TO EOFPH
                           END-IF
                       END-IF
                   END-IF
            END-PERFORM
            CLOSE PurchaseOrderFile.
       Manage-PO-Headers.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Purchase Orders (multi-line)"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. View Purchase Orders"
               DISPLAY "2. View Lines of a Purchase Order"
               DISPLAY "3. Receive Whole Purchase Order"
               DISPLAY "4. Reprint PO Document"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM View-PO-Headers
                   WHEN "2"
                       PERFORM View-PO-Lines
                   WHEN "3"
                       PERFORM Receive-PO-Header
                   WHEN "4"
                       PERFORM Reprint-PO-Document
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       View-PO-Headers.
            OPEN INPUT PoHdrFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT PoHdrFile
                CLOSE PoHdrFile
                OPEN INPUT PoHdrFile
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H10 H2
            DISPLAY "PO"         A5
                    "Supplier"   A5 A5 A5 A2
                    "Ordered"    A3
                    "Expected"   A2
                    "Lines"      A1
                    "Order-Value" A2
                    "Status"     A5
                    "Printed"
            DISPLAY S10 S10 S10 S10 S10 S10 S2
            MOVE "N" TO EOFPH
            PERFORM UNTIL EOFPH = "Y"
               READ PoHdrFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFPH
               NOT AT END
                   MOVE POH-Order-Value TO WS-POH-Disp-Value
                   DISPLAY POH-ID            A2
                           POH-Supplier-Name A1
                           POH-Order-Date    A2
                           POH-Expected-Date A2
                           POH-Line-Count    A1
                           WS-POH-Disp-Value A2
                           POH-Status        A1
                           POH-Doc-Date
            END-PERFORM
            CLOSE PoHdrFile
            DISPLAY H10 H10 H10 H10 H10 H10 H2.
       View-PO-Lines.
            DISPLAY "Enter PO Number (header): "
            ACCEPT WS-POH-ID
            PERFORM Find-PO-Header
            IF WS-POH-Found = "N"
                DISPLAY "Error: PO not found."
            ELSE
                MOVE POH-Order-Value TO WS-POH-Disp-Value
                DISPLAY "PO " POH-ID " " POH-Supplier-Name
                    " ordered " POH-Order-Date
                    " expected " POH-Expected-Date
                DISPLAY "Status " POH-Status " value "
                    WS-POH-Disp-Value " last receipt "
                    POH-Received-Date
                DISPLAY S10 S10 S10 S10 S10 S10 S2
                DISPLAY "Line"       A2
                        "Line-ID"    A2
                        "Item-ID"    A2
                        "Ord-Qty"    A2
                        "Rcv-Qty"    A2
                        "Unit-Cost"  A4
                        "Status"
                DISPLAY S10 S10 S10 S10 S10 S10 S2
                MOVE "A" TO WS-POH-Want
                PERFORM Collect-PO-Lines
                OPEN INPUT PurchaseOrderFile
                PERFORM VARYING POL-IDX FROM 1 BY 1
                    UNTIL POL-IDX > POL-Count
                    MOVE POL-Line-ID(POL-IDX) TO PO-RelKey
                    READ PurchaseOrderFile INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PO-Unit-Cost TO WS-POH-Disp-Cost
                        DISPLAY PO-Line-No       A3
                                PO-ID            A4
                                PO-Item-ID       A4
                                PO-Ordered-Qty   A4
                                PO-Received-Qty  A2
                                WS-POH-Disp-Cost A2
                                PO-Status
                    END-READ
                END-PERFORM
                CLOSE PurchaseOrderFile
            END-IF.
       Receive-PO-Header.
      *>  Receives a whole multi-line PO: each outstanding line is
      *>  taken in turn through the normal line receipt, and the
      *>  header rolls up after every line.
            DISPLAY "Enter PO Number (header) to Receive: "
            ACCEPT WS-POH-ID
            PERFORM Find-PO-Header
            IF WS-POH-Found = "N"
                DISPLAY "Error: PO not found."
            ELSE
            IF POH-Status NOT = "OPEN" AND POH-Status NOT = "PARTIAL"
                DISPLAY "Error: PO is " POH-Status
                    " - nothing to receive."
            ELSE
                DISPLAY "PO " POH-ID " from " POH-Supplier-Name
                    " expected " POH-Expected-Date
                MOVE "R" TO WS-POH-Want
                PERFORM Collect-PO-Lines
                PERFORM VARYING POL-IDX FROM 1 BY 1
                    UNTIL POL-IDX > POL-Count
                    OPEN I-O PurchaseOrderFile
                    MOVE POL-Line-ID(POL-IDX) TO PO-RelKey
                    READ PurchaseOrderFile INVALID KEY
                        CLOSE PurchaseOrderFile
                    NOT INVALID KEY
                        DISPLAY H10 H10 H10 H5
                        DISPLAY "Line " PO-Line-No
                            " (line-ID " PO-ID ")"
                        PERFORM Receive-PO-Line
                    END-READ
                END-PERFORM
                PERFORM Find-PO-Header
                DISPLAY ESC Blue-On "PO " WS-POH-ID " is now "
                    POH-Status ESC Reset-Color
            END-IF
            END-IF.
       Reprint-PO-Document.
            DISPLAY "Enter PO Number (header): "
            ACCEPT WS-POH-ID
            PERFORM Find-PO-Header
            IF WS-POH-Found = "N"
                DISPLAY "Error: PO not found."
            ELSE
                IF POH-Status = "DRAFT" OR POH-Status = "CANCELLED"
                    DISPLAY "Error: PO is " POH-Status
                        " - not released to the supplier."
                ELSE
                    PERFORM Write-PO-Document
                END-IF
            END-IF.
       Enter-Sup-Invoice-PO.
      *>  One supplier invoice billing a whole multi-line PO: the
      *>  reference is taken once and every released line goes
      *>  through the same three-way match as a single line. Lines
      *>  the invoice does not cover are skipped with a zero
      *>  billed quantity.
            DISPLAY "Enter Supplier-ID: "
            ACCEPT Supplier-RelKey
            PERFORM Find-Supplier
            IF WS-Supplier-Found = "N"
                DISPLAY "Error: Supplier not on master file."
            ELSE
            DISPLAY "Enter PO Number (header) Being Billed: "
            ACCEPT WS-POH-ID
            PERFORM Find-PO-Header
            IF WS-POH-Found = "N"
                DISPLAY "Error: PO not found."
            ELSE
            IF POH-Supplier-ID NOT = Supplier-RelKey
                DISPLAY "Error: PO " WS-POH-ID " belongs to "
                    "supplier " POH-Supplier-ID " - not this one."
            ELSE
                DISPLAY "Enter Supplier Invoice Ref: "
                ACCEPT WS-SI-PO-Ref
                MOVE "Y" TO WS-SI-Whole-PO
                MOVE 0 TO WS-SI-Lines-Billed
                MOVE "B" TO WS-POH-Want
                PERFORM Collect-PO-Lines
                PERFORM VARYING POL-IDX FROM 1 BY 1
                    UNTIL POL-IDX > POL-Count
                    MOVE POL-Line-ID(POL-IDX) TO PO-RelKey
                    MOVE "N" TO PO-Found
                    OPEN INPUT PurchaseOrderFile
                    READ PurchaseOrderFile INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO PO-Found
                    END-READ
                    CLOSE PurchaseOrderFile
                    IF PO-Found = "Y"
                        DISPLAY H10 H10 H10 H5
                        DISPLAY "Line " PO-Line-No
                            " (line-ID " PO-ID ")"
                        PERFORM Match-Sup-Invoice-Line
                    END-IF
                END-PERFORM
                MOVE "N" TO WS-SI-Whole-PO
                DISPLAY ESC Blue-On WS-SI-Lines-Billed
                    " line(s) entered against invoice "
                    WS-SI-PO-Ref ESC Reset-Color
            END-IF
            END-IF
            END-IF.
       Tally-Late-Supplier.
      *>  Expects WS-Late-Sup-ID and WS-Late-Days for one delivery;
      *>  adds it to the supplier's row in Late-Tally-Table.
            MOVE "N" TO WS-Late-Found
            PERFORM VARYING WS-Late-IDX FROM 1 BY 1
                UNTIL WS-Late-IDX > Late-Tally-Count
                IF Late-Supplier-ID(WS-Late-IDX) =
                   WS-Late-Sup-ID
                    MOVE "Y" TO WS-Late-Found
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-Late-Found = "N"
                IF Late-Tally-Count < 50
                    ADD 1 TO Late-Tally-Count
                    MOVE WS-Late-Sup-ID TO
                    Late-Supplier-ID(Late-Tally-Count)
                    MOVE 0 TO
                    Late-PO-Count(Late-Tally-Count)
                    MOVE 0 TO
                    Late-Late-Count(Late-Tally-Count)
                    MOVE 0 TO
                    Late-Days-Total(Late-Tally-Count)
                    MOVE Late-Tally-Count TO WS-Late-IDX
                ELSE
                    DISPLAY "Warning: supplier table "
                        "full, some suppliers omitted."
                    MOVE Late-Tally-Count TO WS-Late-IDX
                END-IF
            END-IF
            ADD 1 TO Late-PO-Count(WS-Late-IDX)
            IF WS-Late-Days > 0
                ADD 1 TO Late-Late-Count(WS-Late-IDX)
                ADD WS-Late-Days TO
                    Late-Days-Total(WS-Late-IDX)
            END-IF.
       Next-ASN-Sequence.
            MOVE 51 TO Counter-RelKey
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
       Manage-ASN.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Advance Ship Notices"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Import ASN (asn.csv)"
               DISPLAY "2. View Staged ASN Lines"
               DISPLAY "3. Dock Receipt Against an ASN"
               DISPLAY "4. ASN Variance Report"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Import-ASN
                   WHEN "2"
                       PERFORM View-ASN-Stage
                   WHEN "3"
                       PERFORM Receive-ASN
                   WHEN "4"
                       DISPLAY "Enter ASN Reference: "
                       ACCEPT WS-ASN-Ref
                       PERFORM ASN-Variance-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Import-ASN.
      *>  The supplier's advance ship notice, asn.csv, one row per
      *>  lot or serial on the truck:
      *>      asn-ref,po,item,qty,lot,expiry,serial
      *>  where po is the PO number on our PO document (or the
      *>  PO-ID of a single-line PO) and qty is in purchase units.
      *>  A row carrying a serial number is one unit. Each row is
      *>  staged in asnstage.dat against the open PO line for the
      *>  item; rows that match no open line are staged NOPO for
      *>  purchasing. Parse errors go to asnerr.txt.
            DISPLAY "Enter Supplier-ID sending the ASN: "
            ACCEPT WS-ASN-Supplier
            MOVE WS-ASN-Supplier TO Supplier-RelKey
            PERFORM Find-Supplier
            IF WS-Supplier-Found = "N"
                DISPLAY "Error: Supplier not on master file."
            ELSE
            MOVE 0 TO WS-ASN-Line-No
            MOVE 0 TO WS-ASN-Good
            MOVE 0 TO WS-ASN-NoPO
            MOVE 0 TO WS-ASN-Bad
            MOVE 0 TO WS-ASN-First-ID
            MOVE SPACES TO WS-ASN-Last-Ref
            MOVE "N" TO WS-ASN-Dup
            OPEN INPUT AsnCsvFile
            IF File-Status NOT = "00"
                DISPLAY "Error: asn.csv not found (status "
                    File-Status ")."
            ELSE
                OPEN OUTPUT AsnErrFile
                MOVE "N" TO EOFAS
                PERFORM UNTIL EOFAS = "Y"
                   READ AsnCsvFile
                   AT END
                       MOVE "Y" TO EOFAS
                   NOT AT END
                       ADD 1 TO WS-ASN-Line-No
                       PERFORM Stage-One-ASN-Row
                END-PERFORM
                CLOSE AsnErrFile
                CLOSE AsnCsvFile
                DISPLAY H10 H10 H10 H10 H10 H2
                DISPLAY "ASN import complete: "
                    WS-ASN-Good " staged against POs, "
                    WS-ASN-NoPO " not on any PO, "
                    WS-ASN-Bad " error(s) - see asnerr.txt."
                DISPLAY H10 H10 H10 H10 H10 H2
                MOVE "ASN-IMPORT" TO Audit-Action
                MOVE SPACES TO Audit-Before
                MOVE SPACES TO Audit-After
                STRING "SUP=" WS-ASN-Supplier " REF="
                    WS-ASN-Last-Ref
                    DELIMITED BY SIZE INTO Audit-Before
                STRING "OK=" WS-ASN-Good " NOPO=" WS-ASN-NoPO
                    " ERR=" WS-ASN-Bad
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
            END-IF
            END-IF.
       Stage-One-ASN-Row.
            MOVE SPACES TO WS-ASN-Err
            MOVE SPACES TO WS-ASN-In
            UNSTRING AsnCsv-Record DELIMITED BY ","
                INTO WS-ASN-In-Ref WS-ASN-In-PO WS-ASN-In-Item
                     WS-ASN-In-Qty WS-ASN-In-Lot WS-ASN-In-Expiry
                     WS-ASN-In-Serial
            END-UNSTRING
            IF WS-ASN-Line-No = 1 AND
               FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-ASN-In-Ref)) = "ASN-REF"
      *>        header row
                CONTINUE
            ELSE
            IF FUNCTION TRIM(WS-ASN-In-Ref) = SPACES
                MOVE "ASN reference missing" TO WS-ASN-Err
            ELSE
            IF FUNCTION NUMVAL(WS-ASN-In-Item) <= 0
                MOVE "Item-ID missing" TO WS-ASN-Err
            ELSE
            IF FUNCTION NUMVAL(WS-ASN-In-Qty) <= 0 AND
               WS-ASN-In-Serial = SPACES
                MOVE "Quantity not positive" TO WS-ASN-Err
            ELSE
                PERFORM Check-ASN-Duplicate
                IF WS-ASN-Dup = "Y"
                    MOVE "ASN already imported" TO WS-ASN-Err
                ELSE
                    PERFORM Write-ASN-Stage-Row
                END-IF
            END-IF
            END-IF
            END-IF
            END-IF

            IF WS-ASN-Err NOT = SPACES
                ADD 1 TO WS-ASN-Bad
                MOVE SPACES TO AsnErr-Record
                STRING "Line " WS-ASN-Line-No ": " WS-ASN-Err
                    " [" FUNCTION TRIM(AsnCsv-Record) "]"
                    DELIMITED BY SIZE INTO AsnErr-Record
                WRITE AsnErr-Record
                DISPLAY "  error line " WS-ASN-Line-No ": "
                    WS-ASN-Err
            END-IF.
       Check-ASN-Duplicate.
      *>  A notice is imported once: rows of an ASN reference this
      *>  supplier already staged on an earlier import are refused.
      *>  Checked once per reference as the file changes to it.
            IF WS-ASN-In-Ref NOT = WS-ASN-Last-Ref
                MOVE WS-ASN-In-Ref TO WS-ASN-Last-Ref
                MOVE "N" TO WS-ASN-Dup
                OPEN INPUT AsnStageFile
                IF File-Status = "00"
                    MOVE "N" TO EOFAS2
                    PERFORM UNTIL EOFAS2 = "Y"
                       READ AsnStageFile NEXT RECORD
                       AT END
                           MOVE "Y" TO EOFAS2
                       NOT AT END
                           IF ASN-Ref = WS-ASN-In-Ref AND
                              ASN-Supplier-ID = WS-ASN-Supplier AND
                              (WS-ASN-First-ID = 0 OR
                               ASN-ID < WS-ASN-First-ID)
                               MOVE "Y" TO WS-ASN-Dup
                               MOVE "Y" TO EOFAS2
                           END-IF
                    END-PERFORM
                    CLOSE AsnStageFile
                END-IF
            END-IF.
       Write-ASN-Stage-Row.
            COMPUTE WS-ASN-PO-No = FUNCTION NUMVAL(WS-ASN-In-PO)
            COMPUTE WS-ASN-Item = FUNCTION NUMVAL(WS-ASN-In-Item)
            IF WS-ASN-In-Serial NOT = SPACES
                MOVE 1 TO WS-ASN-Qty
            ELSE
                COMPUTE WS-ASN-Qty = FUNCTION NUMVAL(WS-ASN-In-Qty)
            END-IF
            COMPUTE WS-ASN-Expiry =
                FUNCTION NUMVAL(WS-ASN-In-Expiry)
            PERFORM Match-ASN-To-PO
            PERFORM Next-ASN-Sequence
            IF WS-ASN-First-ID = 0
                MOVE WS-Next-ID TO WS-ASN-First-ID
            END-IF
            OPEN I-O AsnStageFile
            IF File-Status = "35"
                OPEN OUTPUT AsnStageFile
                CLOSE AsnStageFile
                OPEN I-O AsnStageFile
            END-IF
            MOVE WS-Next-ID TO ASN-ID
            MOVE WS-Next-ID TO AsnStage-RelKey
            MOVE WS-ASN-In-Ref TO ASN-Ref
            MOVE WS-ASN-Supplier TO ASN-Supplier-ID
            MOVE WS-ASN-PO-No TO ASN-PO-No
            MOVE WS-ASN-Match TO ASN-Line-ID
            MOVE WS-ASN-Item TO ASN-Item-ID
            MOVE WS-ASN-Qty TO ASN-Qty
            MOVE WS-ASN-In-Lot TO ASN-Lot
            MOVE WS-ASN-Expiry TO ASN-Expiry
            MOVE WS-ASN-In-Serial TO ASN-Serial
            MOVE 0 TO ASN-Counted
            ACCEPT ASN-Import-Date FROM DATE YYYYMMDD
            MOVE 0 TO ASN-Recv-Date
            IF WS-ASN-Match > 0
                MOVE "STAGED" TO ASN-Status
                ADD 1 TO WS-ASN-Good
            ELSE
                MOVE "NOPO" TO ASN-Status
                ADD 1 TO WS-ASN-NoPO
                DISPLAY ESC Blue-On "  line " WS-ASN-Line-No
                    ": item " WS-ASN-Item " is on no open line "
                    "of PO " WS-ASN-PO-No " - staged NOPO."
                    ESC Reset-Color
            END-IF
            WRITE AsnStage-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE AsnStageFile.
       Match-ASN-To-PO.
      *>  Finds the open line of PO WS-ASN-PO-No for WS-ASN-Item
      *>  from this supplier - a line under a multi-line PO header,
      *>  or a single-line PO whose own PO-ID was quoted. Returns
      *>  its line-ID in WS-ASN-Match, 0 when there is none.
            MOVE 0 TO WS-ASN-Match
            OPEN INPUT PurchaseOrderFile
            IF File-Status = "35"
                CLOSE PurchaseOrderFile
                OPEN OUTPUT PurchaseOrderFile
                CLOSE PurchaseOrderFile
                OPEN INPUT PurchaseOrderFile
            END-IF
            MOVE "N" TO EOFAS2
            PERFORM UNTIL EOFAS2 = "Y"
               READ PurchaseOrderFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFAS2
               NOT AT END
                   IF PO-Item-ID = WS-ASN-Item AND
                      PO-Supplier-ID = WS-ASN-Supplier AND
                      WS-ASN-PO-No > 0 AND
                      (PO-Status = "OPEN" OR PO-Status = "PARTIAL")
                       IF PO-Header-ID = WS-ASN-PO-No OR
                          (PO-Header-ID = 0 AND
                           PO-ID = WS-ASN-PO-No)
                           MOVE PO-ID TO WS-ASN-Match
                           MOVE "Y" TO EOFAS2
                       END-IF
                   END-IF
            END-PERFORM
            CLOSE PurchaseOrderFile.
       View-ASN-Stage.
            DISPLAY "Enter ASN Reference (blank = all): "
            ACCEPT WS-ASN-Ref
            OPEN INPUT AsnStageFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT AsnStageFile
                CLOSE AsnStageFile
                OPEN INPUT AsnStageFile
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H10 H10 H2
            DISPLAY "ASN-Ref"   A5 A2
                    "PO"        A5
                    "Line-ID"   A1
                    "Item-ID"   A1
                    "Qty"       A5
                    "Lot"       A5 A5
                    "Expiry"    A4
                    "Serial"    A5 A5 A1
                    "Status"    A4
                    "Counted"
            DISPLAY S10 S10 S10 S10 S10 S10 S10 S2
            MOVE "N" TO EOFAS
            PERFORM UNTIL EOFAS = "Y"
               READ AsnStageFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFAS
               NOT AT END
                   IF WS-ASN-Ref = SPACES OR ASN-Ref = WS-ASN-Ref
                       DISPLAY ASN-Ref       A2
                               ASN-PO-No     A2
                               ASN-Line-ID   A3
                               ASN-Item-ID   A3
                               ASN-Qty       A3
                               ASN-Lot       A1
                               ASN-Expiry    A2
                               ASN-Serial    A2
                               ASN-Status    A2
                               ASN-Counted
                   END-IF
            END-PERFORM
            CLOSE AsnStageFile
            DISPLAY H10 H10 H10 H10 H10 H10 H10 H2.
       Receive-ASN.
      *>  Dock receipt against a staged ASN. Each PO line on the
      *>  notice is taken in turn: the receiver confirms or corrects
      *>  the count of every lot and serial the supplier listed,
      *>  and the line is posted through the normal PO receipt with
      *>  its lots and serials created from the notice. Counts that
      *>  differ from the notice are alerted to purchasing and
      *>  listed on the ASN-VARIANCE report.
            DISPLAY "Enter ASN Reference: "
            ACCEPT WS-ASN-Ref
            MOVE 0 TO ASL-Count
            MOVE 0 TO WS-ASN-NoPO
            OPEN INPUT AsnStageFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT AsnStageFile
                CLOSE AsnStageFile
                OPEN INPUT AsnStageFile
            END-IF
            MOVE "N" TO EOFAS
            PERFORM UNTIL EOFAS = "Y"
               READ AsnStageFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFAS
               NOT AT END
                   IF ASN-Ref = WS-ASN-Ref
                       IF ASN-Status = "NOPO"
                           ADD 1 TO WS-ASN-NoPO
                           DISPLAY ESC Blue-On "Not on any PO: item "
                               ASN-Item-ID " qty " ASN-Qty " "
                               ASN-Lot ASN-Serial
                               " - refuse it or raise a PO."
                               ESC Reset-Color
                       END-IF
                       IF ASN-Status = "STAGED" OR
                          ASN-Status = "COUNTED"
                           PERFORM Add-ASN-Line
                       END-IF
                   END-IF
            END-PERFORM
            CLOSE AsnStageFile
            IF ASL-Count = 0
                DISPLAY "Nothing staged to receive on ASN "
                    WS-ASN-Ref
            ELSE
                PERFORM VARYING ASL-IDX FROM 1 BY 1
                    UNTIL ASL-IDX > ASL-Count
                    PERFORM Receive-ASN-Line
                END-PERFORM
            END-IF
            IF ASL-Count > 0 OR WS-ASN-NoPO > 0
                PERFORM ASN-Variance-Report
            END-IF.
       Add-ASN-Line.
      *>  Adds ASN-Line-ID to ASL-Table once.
            MOVE "N" TO WS-ASN-Found
            PERFORM VARYING ASL-IDX FROM 1 BY 1
                UNTIL ASL-IDX > ASL-Count
                IF ASL-Line-ID(ASL-IDX) = ASN-Line-ID
                    MOVE "Y" TO WS-ASN-Found
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-ASN-Found = "N"
                IF ASL-Count < 200
                    ADD 1 TO ASL-Count
                    MOVE ASN-Line-ID TO ASL-Line-ID(ASL-Count)
                ELSE
                    DISPLAY "Warning: ASN has more than 200 PO "
                        "lines - the rest are left staged."
                END-IF
            END-IF.
       Receive-ASN-Line.
      *>  One PO line of the ASN: count every staged lot and serial,
      *>  then post the counted total as a PO receipt.
            MOVE ASL-Line-ID(ASL-IDX) TO WS-ASN-Line
            MOVE WS-ASN-Line TO PO-RelKey
            MOVE "N" TO PO-Found
            OPEN INPUT PurchaseOrderFile
            READ PurchaseOrderFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO PO-Found
            END-READ
            CLOSE PurchaseOrderFile
            IF PO-Found = "N"
                DISPLAY "Error: PO line " WS-ASN-Line " not found."
            ELSE
                MOVE PO-Item-ID TO WS-ASN-Item
                DISPLAY H10 H10 H10 H10 H5
                DISPLAY "PO line " PO-ID " item " PO-Item-ID
                    " ordered " PO-Ordered-Qty
                    " received so far " PO-Received-Qty
                MOVE 0 TO WS-ASN-Counted
                MOVE 0 TO WS-ASN-Line-Qty
                OPEN I-O AsnStageFile
                MOVE "N" TO EOFAS2
                PERFORM UNTIL EOFAS2 = "Y"
                   READ AsnStageFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFAS2
                   NOT AT END
                       IF ASN-Ref = WS-ASN-Ref AND
                          ASN-Line-ID = WS-ASN-Line AND
                          (ASN-Status = "STAGED" OR
                           ASN-Status = "COUNTED")
                           PERFORM Count-ASN-Row
                       END-IF
                END-PERFORM
                CLOSE AsnStageFile
                MOVE "N" TO WS-Receipt-Posted
                IF WS-ASN-Counted = 0
                    DISPLAY "Nothing counted - no receipt posted."
                ELSE
                    OPEN I-O PurchaseOrderFile
                    MOVE WS-ASN-Line TO PO-RelKey
                    READ PurchaseOrderFile INVALID KEY
                        CLOSE PurchaseOrderFile
                    NOT INVALID KEY
                        MOVE "Y" TO WS-ASN-Mode
                        PERFORM Receive-PO-Line
                        MOVE "N" TO WS-ASN-Mode
                    END-READ
                END-IF
                IF WS-ASN-Counted = 0 OR WS-Receipt-Posted = "Y"
                    PERFORM Close-ASN-Line
                ELSE
                    DISPLAY "Receipt not posted - the ASN line "
                        "stays staged."
                END-IF
            END-IF.
       Count-ASN-Row.
      *>  Expects the staged row read from AsnStageFile open I-O.
            ADD ASN-Qty TO WS-ASN-Line-Qty
            IF ASN-Serial NOT = SPACES
                DISPLAY "Serial " ASN-Serial " - present (Y/N)? "
                ACCEPT WS-ASN-Answer
                MOVE FUNCTION UPPER-CASE(WS-ASN-Answer) TO
                    WS-ASN-Answer
                IF WS-ASN-Answer = "N"
                    MOVE 0 TO ASN-Counted
                ELSE
                    MOVE 1 TO ASN-Counted
                END-IF
            ELSE
                DISPLAY "Lot " ASN-Lot " expiry " ASN-Expiry
                    " ASN qty " ASN-Qty
                DISPLAY "Enter counted quantity (blank = "
                    ASN-Qty "): "
                MOVE SPACES TO WS-ASN-Count-Txt
                ACCEPT WS-ASN-Count-Txt
                IF WS-ASN-Count-Txt = SPACES
                    MOVE ASN-Qty TO ASN-Counted
                ELSE
                    COMPUTE ASN-Counted =
                        FUNCTION NUMVAL(WS-ASN-Count-Txt)
                END-IF
            END-IF
            ADD ASN-Counted TO WS-ASN-Counted
            MOVE "COUNTED" TO ASN-Status
            REWRITE AsnStage-Record INVALID KEY
            DISPLAY "Error: Unable to rewrite record."
            END-REWRITE.
       Create-ASN-Lots.
      *>  Called from the PO receipt in ASN mode. Creates a lot for
      *>  every counted ASN row with an expiry, carrying the
      *>  supplier's lot number, and sets WS-ASN-Lots-Done.
            OPEN INPUT AsnStageFile
            MOVE "N" TO EOFAS2
            PERFORM UNTIL EOFAS2 = "Y"
               READ AsnStageFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFAS2
               NOT AT END
                   IF ASN-Ref = WS-ASN-Ref AND
                      ASN-Line-ID = WS-ASN-Line AND
                      ASN-Status = "COUNTED" AND
                      ASN-Serial = SPACES AND
                      ASN-Expiry > 0 AND
                      ASN-Counted > 0
                       MOVE PO-Item-ID TO Lot-Item-ID
                       IF Item-Conv-Factor > 1
                           COMPUTE Lot-Qty-Left =
                               ASN-Counted * Item-Conv-Factor
                       ELSE
                           MOVE ASN-Counted TO Lot-Qty-Left
                       END-IF
                       MOVE ASN-Expiry TO WS-Lot-Expiry
                       MOVE ASN-Lot TO WS-Lot-Sup-Lot
                       PERFORM Create-Lot
                       MOVE "Y" TO WS-ASN-Lots-Done
                   END-IF
            END-PERFORM
            CLOSE AsnStageFile.
       Create-ASN-Serials.
      *>  Called from the PO receipt in ASN mode. Books every serial
      *>  the receiver confirmed on the ASN and takes it off
      *>  WS-Ser-Need; any still needed are scanned as usual.
            OPEN INPUT AsnStageFile
            MOVE "N" TO EOFAS2
            PERFORM UNTIL EOFAS2 = "Y"
               READ AsnStageFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFAS2
               NOT AT END
                   IF ASN-Ref = WS-ASN-Ref AND
                      ASN-Line-ID = WS-ASN-Line AND
                      ASN-Status = "COUNTED" AND
                      ASN-Serial NOT = SPACES AND
                      ASN-Counted > 0 AND
                      WS-Ser-Need > 0
                       MOVE ASN-Serial TO WS-Ser-Input
                       PERFORM Find-Serial
                       IF WS-Ser-Found = "Y"
                           DISPLAY "Warning: serial " WS-Ser-Input
                               " already on file (status "
                               SER-Status ") - skipped."
                       ELSE
                           PERFORM Book-Receipt-Serial
                           SUBTRACT 1 FROM WS-Ser-Need
                       END-IF
                   END-IF
            END-PERFORM
            CLOSE AsnStageFile
            IF WS-Ser-Need > 0
                DISPLAY "ASN serials short by " WS-Ser-Need
                    " - scan the rest."
            END-IF.
       Close-ASN-Line.
      *>  Marks the counted rows of the line RECEIVED and alerts
      *>  purchasing when the count differs from the notice.
            OPEN I-O AsnStageFile
            MOVE "N" TO EOFAS2
            PERFORM UNTIL EOFAS2 = "Y"
               READ AsnStageFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFAS2
               NOT AT END
                   IF ASN-Ref = WS-ASN-Ref AND
                      ASN-Line-ID = WS-ASN-Line AND
                      ASN-Status = "COUNTED"
                       MOVE "RECEIVED" TO ASN-Status
                       ACCEPT ASN-Recv-Date FROM DATE YYYYMMDD
                       REWRITE AsnStage-Record INVALID KEY
                       DISPLAY "Error: Unable to rewrite record."
                       END-REWRITE
                   END-IF
            END-PERFORM
            CLOSE AsnStageFile
            IF WS-ASN-Counted NOT = WS-ASN-Line-Qty
                COMPUTE WS-ASN-Diff = WS-ASN-Counted - WS-ASN-Line-Qty
                DISPLAY ESC Blue-On "Count differs from the ASN by "
                    WS-ASN-Diff " - purchasing alerted."
                    ESC Reset-Color
                MOVE "ASNVAR" TO WS-Alert-Type
                MOVE WS-ASN-Item TO WS-Alert-Item
                MOVE WS-ASN-Diff TO WS-Alert-Qty
                MOVE WS-ASN-Line-Qty TO WS-Alert-Threshold
                PERFORM Write-Alert
            END-IF.
       ASN-Variance-Report.
      *>  Expects WS-ASN-Ref. Every received ASN row whose count
      *>  differs from the notice, and every row on no PO, for
      *>  purchasing to take up with the supplier.
            MOVE 0 TO WS-ASN-Var-Lines
            MOVE "ASN-VARIANCE" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "ASN Variance - " WS-ASN-Ref
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "PO     Line-ID Item-ID ASN-Qty Counted  Diff  "
                "Lot          Serial          Status"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            OPEN INPUT AsnStageFile
            IF File-Status = "35"
                CLOSE AsnStageFile
                OPEN OUTPUT AsnStageFile
                CLOSE AsnStageFile
                OPEN INPUT AsnStageFile
            END-IF
            MOVE "N" TO EOFAS2
            PERFORM UNTIL EOFAS2 = "Y"
               READ AsnStageFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFAS2
               NOT AT END
                   IF ASN-Ref = WS-ASN-Ref AND
                      (ASN-Status = "NOPO" OR
                       (ASN-Status = "RECEIVED" AND
                        ASN-Counted NOT = ASN-Qty))
                       COMPUTE WS-ASN-Diff = ASN-Counted - ASN-Qty
                       MOVE SPACES TO WS-Spool-Line
                       STRING ASN-PO-No "  " ASN-Line-ID "   "
                           ASN-Item-ID "   " ASN-Qty "   "
                           ASN-Counted "  " WS-ASN-Diff " "
                           ASN-Lot " " ASN-Serial " " ASN-Status
                           DELIMITED BY SIZE INTO WS-Spool-Line
                       PERFORM Spool-Line
                       ADD 1 TO WS-ASN-Var-Lines
                   END-IF
            END-PERFORM
            CLOSE AsnStageFile
            IF WS-ASN-Var-Lines = 0
                MOVE "No differences - the count matched the ASN."
                    TO WS-Spool-Line
                PERFORM Spool-Line
            END-IF
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Next-Subst-Sequence.
            MOVE 52 TO Counter-RelKey
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
       Manage-Substitutes.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Item Substitutes"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. View Substitutes"
               DISPLAY "2. Add Substitute"
               DISPLAY "3. Remove Substitute"
               DISPLAY "4. Substitution Drivers Report"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM View-Substitutes
                   WHEN "2"
                       PERFORM Add-Substitute
                   WHEN "3"
                       PERFORM Remove-Substitute
                   WHEN "4"
                       PERFORM Substitution-Drivers-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       View-Substitutes.
            DISPLAY H10 H10 H10 H10 H2
            DISPLAY "Sub-ID" A2 "Item" A4 "Substitute" A2 "Pref" A2
                "Charge"
            DISPLAY S10 S10 S10 S10 S2
            OPEN INPUT SubstFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT SubstFile
                CLOSE SubstFile
                OPEN INPUT SubstFile
            END-IF
            MOVE "N" TO EOFSB
            PERFORM UNTIL EOFSB = "Y"
               READ SubstFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFSB
               NOT AT END
                   IF Sub-Charge-Original
                       DISPLAY Sub-ID A3 Sub-Item-ID A3
                           Sub-Alt-Item-ID A7 Sub-Pref A4
                           "ORIGINAL"
                   ELSE
                       DISPLAY Sub-ID A3 Sub-Item-ID A3
                           Sub-Alt-Item-ID A7 Sub-Pref A4
                           "SUBSTITUTE"
                   END-IF
            END-PERFORM
            CLOSE SubstFile
            DISPLAY H10 H10 H10 H10 H2.
       Add-Substitute.
            OPEN INPUT ItemFile
            DISPLAY "Enter Item-ID that runs short: "
            ACCEPT RelativeKey
            READ ItemFile INVALID KEY
                DISPLAY "Error: Record not found."
                CLOSE ItemFile
            NOT INVALID KEY
                MOVE Item-ID TO WS-Sub-Orig-Item
                DISPLAY "Enter Substitute Item-ID: "
                ACCEPT RelativeKey
                IF RelativeKey = WS-Sub-Orig-Item
                    DISPLAY "Error: an item cannot substitute "
                        "for itself."
                    CLOSE ItemFile
                ELSE
                READ ItemFile INVALID KEY
                    DISPLAY "Error: Substitute not found."
                    CLOSE ItemFile
                NOT INVALID KEY
                    CLOSE ItemFile
                    PERFORM Next-Subst-Sequence
                    OPEN I-O SubstFile
                    IF File-Status = "35"
                        DISPLAY "File does not exist. "
                            "Creating file..."
                        OPEN OUTPUT SubstFile
                        CLOSE SubstFile
                        OPEN I-O SubstFile
                    END-IF
                    MOVE WS-Next-ID TO Sub-ID
                    MOVE WS-Next-ID TO Subst-RelKey
                    MOVE WS-Sub-Orig-Item TO Sub-Item-ID
                    MOVE RelativeKey TO Sub-Alt-Item-ID
                    DISPLAY "Enter Preference (1 = offer first): "
                    ACCEPT Sub-Pref
                    DISPLAY "Charge (O = original item's price, "
                        "S = substitute's price): "
                    ACCEPT Sub-Price-Rule
                    MOVE FUNCTION UPPER-CASE(Sub-Price-Rule)
                        TO Sub-Price-Rule
                    IF NOT Sub-Charge-Original
                        MOVE "S" TO Sub-Price-Rule
                    END-IF
                    WRITE Subst-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                    CLOSE SubstFile
                    MOVE "SUBST-ADD" TO Audit-Action
                    MOVE SPACES TO Audit-Before
                    MOVE SPACES TO Audit-After
                    STRING "ITEM=" Sub-Item-ID
                        DELIMITED BY SIZE INTO Audit-Before
                    STRING "ALT=" Sub-Alt-Item-ID " P=" Sub-Pref
                        " R=" Sub-Price-Rule
                        DELIMITED BY SIZE INTO Audit-After
                    PERFORM Write-Audit
                    DISPLAY ESC Blue-On
                        "Substitute added." ESC Reset-Color
                END-READ
                END-IF
            END-READ.
       Remove-Substitute.
            DISPLAY "Enter Sub-ID to remove: "
            ACCEPT Subst-RelKey
            OPEN I-O SubstFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT SubstFile
                CLOSE SubstFile
                OPEN I-O SubstFile
            END-IF
            READ SubstFile INVALID KEY
                DISPLAY "Error: Record not found."
            NOT INVALID KEY
                DELETE SubstFile INVALID KEY
                    DISPLAY "Error: Unable to delete record."
                NOT INVALID KEY
                    MOVE "SUBST-DEL" TO Audit-Action
                    MOVE SPACES TO Audit-Before
                    MOVE SPACES TO Audit-After
                    STRING "ITEM=" Sub-Item-ID
                        " ALT=" Sub-Alt-Item-ID
                        DELIMITED BY SIZE INTO Audit-Before
                    MOVE "REMOVED" TO Audit-After
                    PERFORM Write-Audit
                    DISPLAY ESC Blue-On
                        "Substitute removed." ESC Reset-Color
                END-DELETE
            END-READ
            CLOSE SubstFile.
       Load-Substitutes.
      *>  Expects WS-Sub-Orig-Item. Loads its substitutes into
      *>  SBT-Table in preference order (first ten only).
            MOVE 0 TO SBT-Count
            OPEN INPUT SubstFile
            IF File-Status = "35"
                CLOSE SubstFile
                OPEN OUTPUT SubstFile
                CLOSE SubstFile
                OPEN INPUT SubstFile
            END-IF
            MOVE "N" TO EOFSB
            PERFORM UNTIL EOFSB = "Y"
               READ SubstFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFSB
               NOT AT END
                   IF Sub-Item-ID = WS-Sub-Orig-Item AND
                      SBT-Count < 10
                       ADD 1 TO SBT-Count
                       MOVE Sub-Alt-Item-ID TO
                           SBT-Alt-Item(SBT-Count)
                       MOVE Sub-Pref TO SBT-Pref(SBT-Count)
                       MOVE Sub-Price-Rule TO SBT-Rule(SBT-Count)
                       MOVE 0 TO SBT-Avail(SBT-Count)
                       MOVE 0 TO SBT-Price(SBT-Count)
                   END-IF
            END-PERFORM
            CLOSE SubstFile
      *>  a handful of rows - a plain exchange sort on preference
            PERFORM VARYING SBT-IDX FROM 1 BY 1
                UNTIL SBT-IDX >= SBT-Count
                PERFORM VARYING SBT-IDX2 FROM SBT-IDX BY 1
                    UNTIL SBT-IDX2 > SBT-Count
                    IF SBT-Pref(SBT-IDX2) < SBT-Pref(SBT-IDX)
                        MOVE SBT-Entry(SBT-IDX) TO SBT-Hold
                        MOVE SBT-Entry(SBT-IDX2) TO
                            SBT-Entry(SBT-IDX)
                        MOVE SBT-Hold TO SBT-Entry(SBT-IDX2)
                    END-IF
                END-PERFORM
            END-PERFORM.
       Offer-Cart-Substitute.
      *>  Called from Add-Cart when the line is short, with ItemFile
      *>  and CartFile open I-O, the Item-Record buffer holding the
      *>  short item and Cart-Record built for it. Lists the
      *>  substitutes that can cover the whole quantity, in
      *>  preference order; a pick writes the cart line for the
      *>  substitute instead and logs the substitution.
            MOVE Cart-Record TO WS-Sub-Cart-Save
            MOVE Cart-Item-ID TO WS-Sub-Orig-Item
            MOVE Cart-Unit-Of-Price TO WS-Sub-Orig-Price
            MOVE Item-Min-Age TO WS-Sub-Orig-Min-Age
            MOVE Cart-Quantity TO WS-Sub-Need
            PERFORM Load-Substitutes
            MOVE 0 TO WS-Sub-Shown
            IF SBT-Count > 0
                DISPLAY "Substitutes in stock:"
            END-IF
            PERFORM VARYING SBT-IDX FROM 1 BY 1
                UNTIL SBT-IDX > SBT-Count
                PERFORM Check-Cart-Substitute
            END-PERFORM
            MOVE WS-Sub-Cart-Save TO Cart-Record
            MOVE Cart-ID TO Cart-RelKey
            MOVE 0 TO WS-Sub-Pick
            IF WS-Sub-Shown = 0
                IF SBT-Count > 0
                    DISPLAY "No substitute has enough stock."
                END-IF
            ELSE
                DISPLAY "Take substitute number (0 = none): "
                ACCEPT WS-Sub-Pick
            END-IF
            IF WS-Sub-Pick > 0 AND WS-Sub-Pick <= SBT-Count
                IF SBT-Avail(WS-Sub-Pick) < WS-Sub-Need
                    DISPLAY "Error: that substitute cannot cover "
                        "the quantity."
                ELSE
                    PERFORM Take-Cart-Substitute
                END-IF
            END-IF.
       Check-Cart-Substitute.
      *>  One SBT-Table row: sellable, no stricter age limit than
      *>  the item asked for, and enough free stock (on hand less
      *>  reservations less what is already in carts).
            MOVE -1 TO SBT-Avail(SBT-IDX)
            MOVE SBT-Alt-Item(SBT-IDX) TO RelativeKey
            READ ItemFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF Item-Active AND NOT Item-Is-Rental AND
                   Item-Min-Age <= WS-Sub-Orig-Min-Age
                    MOVE Item-ID TO Cart-Item-ID
                    PERFORM Sum-Open-Reservations
                    MOVE 0 TO WS-Sub-Incart
                    CLOSE CartFile
                    OPEN I-O CartFile
                    MOVE "N" TO EOFSB
                    PERFORM UNTIL EOFSB = "Y"
                       READ CartFile NEXT RECORD
                       AT END
                           MOVE "Y" TO EOFSB
                       NOT AT END
                           IF Cart-Item-ID = Item-ID
                               ADD Cart-Quantity TO WS-Sub-Incart
                           END-IF
                    END-PERFORM
                    COMPUTE SBT-Avail(SBT-IDX) =
                        Item-Qty - WS-Resv-Qty - WS-Sub-Incart
                    IF SBT-Rule(SBT-IDX) = "O"
                        MOVE WS-Sub-Orig-Price TO SBT-Price(SBT-IDX)
                    ELSE
                        MOVE Item-Price TO SBT-Price(SBT-IDX)
                        IF WS-Sale-Branch > 0
                            MOVE Item-ID TO WS-BP-Item
                            MOVE WS-Sale-Branch TO WS-BP-Branch
                            PERFORM Find-Branch-Price
                            IF WS-BP-Found = "Y"
                                MOVE WS-BP-Price TO
                                    SBT-Price(SBT-IDX)
                            END-IF
                        END-IF
                        IF WS-Cart-Tier NOT = "R"
                            PERFORM Find-Tier-Price
                            IF WS-Tier-Price-Found = "Y"
                                MOVE PLst-Price TO
                                    SBT-Price(SBT-IDX)
                            END-IF
                        END-IF
                    END-IF
                    IF SBT-Avail(SBT-IDX) >= WS-Sub-Need
                        ADD 1 TO WS-Sub-Shown
                        DISPLAY SBT-IDX ". " Item-ID " " Item-Name
                            " avail " SBT-Avail(SBT-IDX)
                            " price " SBT-Price(SBT-IDX)
                    END-IF
                END-IF
            END-READ.
       Take-Cart-Substitute.
      *>  Writes the saved cart line for substitute WS-Sub-Pick.
            MOVE SBT-Alt-Item(WS-Sub-Pick) TO RelativeKey
            READ ItemFile INVALID KEY
                DISPLAY "Error: Record not found."
            NOT INVALID KEY
                MOVE Item-ID TO Cart-Item-ID
                MOVE SBT-Price(WS-Sub-Pick) TO Cart-Unit-Of-Price
                MOVE SBT-Price(WS-Sub-Pick) TO Cart-Orig-Price
                MOVE SPACES TO Cart-Ovr-Reason
                MOVE SPACES TO Cart-Ovr-Approver
                WRITE Cart-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
                IF File-Status = "00"
                    DISPLAY ESC Blue-On
                        "Substitute " Item-Name " added to cart."
                        ESC Reset-Color
                    MOVE "T" TO WS-Sub-Source
                    MOVE Cart-Quantity TO SL-Qty
                    MOVE Cart-Unit-Of-Price TO SL-Price
                    MOVE SBT-Rule(WS-Sub-Pick) TO SL-Rule
                    MOVE Item-ID TO SL-Alt-Item
                    MOVE Input-ID TO SL-User
                    PERFORM Log-Substitution
                    IF Item-Is-Serialized
                        MOVE Cart-Quantity TO WS-Ser-Need
                        PERFORM Capture-Sale-Serial
                            WS-Ser-Need TIMES
                    END-IF
                ELSE
                    DISPLAY "File Status: " File-Status
                END-IF
            END-READ.
       Log-Substitution.
      *>  Expects WS-Sub-Source, WS-Sub-Orig-Item and SL-Alt-Item,
      *>  SL-Qty, SL-Price, SL-Rule, SL-User already moved.
            ACCEPT SL-Date FROM DATE YYYYMMDD
            MOVE WS-Sub-Source TO SL-Source
            MOVE WS-Sub-Orig-Item TO SL-Orig-Item
            OPEN EXTEND SubLogFile
            IF File-Status = "35"
                OPEN OUTPUT SubLogFile
            END-IF
            WRITE SubLog-Record
            CLOSE SubLogFile.
       Substitution-Drivers-Report.
      *>  Which items are driving substitution: every substitution
      *>  taken in the period, totalled by the item that ran short,
      *>  busiest first - candidates for a deeper range or a
      *>  reorder-point review.
            DISPLAY "Enter Start Date (YYYYMMDD): "
            ACCEPT WS-Report-Start-Date
            DISPLAY "Enter End Date (YYYYMMDD): "
            ACCEPT WS-Report-End-Date
            MOVE 0 TO SDR-Used
            OPEN INPUT SubLogFile
            IF File-Status = "35"
                CLOSE SubLogFile
                OPEN OUTPUT SubLogFile
                CLOSE SubLogFile
                OPEN INPUT SubLogFile
            END-IF
            MOVE "N" TO EOFSB
            PERFORM UNTIL EOFSB = "Y"
               READ SubLogFile
               AT END
                   MOVE "Y" TO EOFSB
               NOT AT END
                   IF SL-Date >= WS-Report-Start-Date AND
                      SL-Date <= WS-Report-End-Date
                       PERFORM Tally-Substitution
                   END-IF
            END-PERFORM
            CLOSE SubLogFile
            PERFORM VARYING SDR-IDX FROM 1 BY 1
                UNTIL SDR-IDX >= SDR-Used
                PERFORM VARYING SDR-IDX2 FROM SDR-IDX BY 1
                    UNTIL SDR-IDX2 > SDR-Used
                    IF SDR-Count(SDR-IDX2) > SDR-Count(SDR-IDX)
                        MOVE SDR-Entry(SDR-IDX) TO SDR-Hold
                        MOVE SDR-Entry(SDR-IDX2) TO
                            SDR-Entry(SDR-IDX)
                        MOVE SDR-Hold TO SDR-Entry(SDR-IDX2)
                    END-IF
                END-PERFORM
            END-PERFORM
            MOVE "SUBST-DRIVER" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Substitution Drivers " WS-Report-Start-Date
                " to " WS-Report-End-Date
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Item  Name                 Times  Quantity   "
                "Till  Order"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            OPEN INPUT ItemFile
            PERFORM VARYING SDR-IDX FROM 1 BY 1
                UNTIL SDR-IDX > SDR-Used
                MOVE SDR-Item(SDR-IDX) TO RelativeKey
                READ ItemFile INVALID KEY
                    MOVE SPACES TO Item-Name
                END-READ
                MOVE SPACES TO WS-Spool-Line
                STRING SDR-Item(SDR-IDX) " " Item-Name " "
                    SDR-Count(SDR-IDX) "  " SDR-Qty(SDR-IDX) "  "
                    SDR-Till(SDR-IDX) "  " SDR-Order(SDR-IDX)
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-PERFORM
            CLOSE ItemFile
            IF SDR-Used = 0
                MOVE "No substitutions taken in the period."
                    TO WS-Spool-Line
                PERFORM Spool-Line
            END-IF
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Tally-Substitution.
            MOVE "N" TO WS-Sub-Found
            PERFORM VARYING SDR-IDX FROM 1 BY 1
                UNTIL SDR-IDX > SDR-Used
                IF SDR-Item(SDR-IDX) = SL-Orig-Item
                    MOVE "Y" TO WS-Sub-Found
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-Sub-Found = "N" AND SDR-Used < 200
                ADD 1 TO SDR-Used
                MOVE SDR-Used TO SDR-IDX
                MOVE SL-Orig-Item TO SDR-Item(SDR-IDX)
                MOVE 0 TO SDR-Count(SDR-IDX)
                MOVE 0 TO SDR-Qty(SDR-IDX)
                MOVE 0 TO SDR-Till(SDR-IDX)
                MOVE 0 TO SDR-Order(SDR-IDX)
                MOVE "Y" TO WS-Sub-Found
            END-IF
            IF WS-Sub-Found = "Y"
                ADD 1 TO SDR-Count(SDR-IDX)
                ADD SL-Qty TO SDR-Qty(SDR-IDX)
                IF SL-Source = "T"
                    ADD 1 TO SDR-Till(SDR-IDX)
                ELSE
                    ADD 1 TO SDR-Order(SDR-IDX)
                END-IF
            END-IF.
       Next-Style-Sequence.
            MOVE 53 TO Counter-RelKey
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
       Manage-Styles.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Styles (Size / Colour Variants)"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Add Style and Generate Variants"
               DISPLAY "2. View Style and its Variants"
               DISPLAY "3. Size-Curve Report"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Add-Style
                   WHEN "2"
                       PERFORM View-Style
                   WHEN "3"
                       PERFORM Size-Curve-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Add-Style.
      *>  One style row plus a child item for every size/colour
      *>  cell of the grid. Children go in at the first free
      *>  Item-IDs from the starting ID given, each with its own
      *>  in-store barcode (04 + style + item + check digit) and no
      *>  stock until it is received.
            PERFORM Category-Item
            MOVE Category-Index-Name(INPUT-IDX) TO Style-Category
            DISPLAY "Enter Style Name: "
            ACCEPT Style-Name
            DISPLAY "Enter Sale Price: "
            ACCEPT Style-Price
            DISPLAY "Enter Unit Cost: "
            ACCEPT Style-Cost
            DISPLAY "Enter Primary Supplier-ID (0 if none): "
            ACCEPT Style-Supplier-ID
            MOVE 0 TO Style-Size-Count
            MOVE 0 TO Style-Colour-Count
            PERFORM VARYING WS-Sty-Size-IDX FROM 1 BY 1
                UNTIL WS-Sty-Size-IDX > 12
                MOVE SPACES TO Style-Size(WS-Sty-Size-IDX)
            END-PERFORM
            PERFORM VARYING WS-Sty-Col-IDX FROM 1 BY 1
                UNTIL WS-Sty-Col-IDX > 8
                MOVE SPACES TO Style-Colour(WS-Sty-Col-IDX)
            END-PERFORM
            MOVE "N" TO EOFSY
            PERFORM UNTIL EOFSY = "Y"
                COMPUTE WS-Sty-Size-IDX = Style-Size-Count + 1
                DISPLAY "Enter Size " WS-Sty-Size-IDX
                    " (blank = sizes done): "
                MOVE SPACES TO WS-Sty-Input
                ACCEPT WS-Sty-Input
                IF WS-Sty-Input = SPACES
                    MOVE "Y" TO EOFSY
                ELSE
                    ADD 1 TO Style-Size-Count
                    MOVE FUNCTION UPPER-CASE(WS-Sty-Input) TO
                        Style-Size(Style-Size-Count)
                    IF Style-Size-Count = 12
                        MOVE "Y" TO EOFSY
                    END-IF
                END-IF
            END-PERFORM
            MOVE "N" TO EOFSY
            PERFORM UNTIL EOFSY = "Y"
                COMPUTE WS-Sty-Col-IDX = Style-Colour-Count + 1
                DISPLAY "Enter Colour " WS-Sty-Col-IDX
                    " (blank = colours done): "
                MOVE SPACES TO WS-Sty-Input
                ACCEPT WS-Sty-Input
                IF WS-Sty-Input = SPACES
                    MOVE "Y" TO EOFSY
                ELSE
                    ADD 1 TO Style-Colour-Count
                    MOVE FUNCTION UPPER-CASE(WS-Sty-Input) TO
                        Style-Colour(Style-Colour-Count)
                    IF Style-Colour-Count = 8
                        MOVE "Y" TO EOFSY
                    END-IF
                END-IF
            END-PERFORM
            IF Style-Size-Count = 0 OR Style-Name = SPACES
                DISPLAY "Error: a style needs a name and at least "
                    "one size - nothing written."
            ELSE
                DISPLAY "Enter first Item-ID for the variants: "
                ACCEPT WS-Sty-Next-Item
                IF WS-Sty-Next-Item = 0
                    MOVE 1 TO WS-Sty-Next-Item
                END-IF
                PERFORM Next-Style-Sequence
                MOVE WS-Next-ID TO Style-ID
                MOVE WS-Next-ID TO Style-RelKey
                ACCEPT Style-Created FROM DATE YYYYMMDD
                MOVE 0 TO WS-Sty-Made
                OPEN I-O ItemFile
                IF File-Status = "35"
                    DISPLAY "File does not exist. Creating file..."
                    OPEN OUTPUT ItemFile
                    CLOSE ItemFile
                    OPEN I-O ItemFile
                END-IF
                PERFORM VARYING WS-Sty-Size-IDX FROM 1 BY 1
                    UNTIL WS-Sty-Size-IDX > Style-Size-Count
                    IF Style-Colour-Count = 0
                        MOVE 0 TO WS-Sty-Col-IDX
                        PERFORM Add-Style-Variant
                    ELSE
                        PERFORM VARYING WS-Sty-Col-IDX FROM 1 BY 1
                            UNTIL WS-Sty-Col-IDX >
                                Style-Colour-Count
                            PERFORM Add-Style-Variant
                        END-PERFORM
                    END-IF
                END-PERFORM
                CLOSE ItemFile
                MOVE WS-Sty-Made TO Style-Child-Count
                OPEN I-O StyleFile
                IF File-Status = "35"
                    DISPLAY "File does not exist. Creating file..."
                    OPEN OUTPUT StyleFile
                    CLOSE StyleFile
                    OPEN I-O StyleFile
                END-IF
                WRITE Style-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
                CLOSE StyleFile
                MOVE "STYLE-ADD" TO Audit-Action
                MOVE SPACES TO Audit-Before
                MOVE SPACES TO Audit-After
                STRING "STYLE=" Style-ID
                    DELIMITED BY SIZE INTO Audit-Before
                STRING Style-Name " VARIANTS=" WS-Sty-Made
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
                DISPLAY ESC Blue-On
                    "Style " Style-ID " added with " WS-Sty-Made
                    " variant item(s)." ESC Reset-Color
            END-IF.
       Add-Style-Variant.
      *>  One grid cell: WS-Sty-Size-IDX and WS-Sty-Col-IDX (0 when
      *>  the style has no colours), ItemFile open I-O.
            MOVE "N" TO WS-Sty-Placed
            PERFORM UNTIL WS-Sty-Placed NOT = "N"
                MOVE WS-Sty-Next-Item TO RelativeKey
                READ ItemFile INVALID KEY
                    MOVE "Y" TO WS-Sty-Placed
                NOT INVALID KEY
                    IF WS-Sty-Next-Item = 99999
                        MOVE "X" TO WS-Sty-Placed
                    ELSE
                        ADD 1 TO WS-Sty-Next-Item
                    END-IF
                END-READ
            END-PERFORM
            IF WS-Sty-Placed = "X"
                DISPLAY "Error: no free Item-ID left for size "
                    Style-Size(WS-Sty-Size-IDX)
            ELSE
                MOVE SPACES TO WS-Sty-Suffix
                IF WS-Sty-Col-IDX = 0
                    MOVE SPACES TO Item-Colour
                    STRING Style-Size(WS-Sty-Size-IDX)
                        DELIMITED BY SPACE INTO WS-Sty-Suffix
                ELSE
                    MOVE Style-Colour(WS-Sty-Col-IDX) TO Item-Colour
                    STRING Style-Size(WS-Sty-Size-IDX)
                        DELIMITED BY SPACE
                        "/" Style-Colour(WS-Sty-Col-IDX)
                        DELIMITED BY SPACE INTO WS-Sty-Suffix
                END-IF
                COMPUTE WS-Sty-Len =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-Sty-Suffix))
                COMPUTE WS-Sty-Keep =
                    FUNCTION LENGTH(FUNCTION TRIM(Style-Name
                    TRAILING))
                IF WS-Sty-Keep > 19 - WS-Sty-Len
                    COMPUTE WS-Sty-Keep = 19 - WS-Sty-Len
                END-IF
                MOVE SPACES TO Item-Name
                STRING Style-Name(1:WS-Sty-Keep) " "
                    WS-Sty-Suffix(1:WS-Sty-Len)
                    DELIMITED BY SIZE INTO Item-Name
                MOVE WS-Sty-Next-Item TO Item-ID
                MOVE Style-ID TO Item-Style-ID
                MOVE Style-Size(WS-Sty-Size-IDX) TO Item-Size
                PERFORM Build-Style-Barcode
                MOVE Style-Category TO Item-Category
                MOVE Style-Price TO Item-Price
                MOVE Style-Cost TO Item-Cost
                MOVE 0 TO Item-Qty
                MOVE "A" TO Item-Status
                MOVE Style-Supplier-ID TO Item-Supplier-ID
                MOVE "S" TO Item-Kind
                MOVE "EACH" TO Item-Purch-Unit
                MOVE 1 TO Item-Conv-Factor
                MOVE 0 TO Item-Min-Age
                MOVE "N" TO Item-Consign
                MOVE "U" TO Item-Sold-By
                MOVE "N" TO Item-Serialized
                MOVE SPACE TO Item-ABC-Class
                WRITE Item-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
                IF File-Status = "00"
                    ADD 1 TO WS-Sty-Made
                    DISPLAY "  " Item-ID " " Item-Name " "
                        Item-Barcode
                    MOVE Item-Barcode TO WS-Scan-Barcode
                    MOVE Item-ID TO WS-BX-Item
                    PERFORM Barcode-Index-Put
                END-IF
                IF WS-Sty-Next-Item < 99999
                    ADD 1 TO WS-Sty-Next-Item
                END-IF
            END-IF.
       Build-Style-Barcode.
      *>  Expects Style-ID and Item-ID. In-store EAN-13: 04, the
      *>  style, the item and the usual 1-3 weighted check digit
      *>  (the 04 prefix keeps clear of the 2 scale-label range).
            MOVE ZEROES TO WS-Sty-Barcode
            STRING "04" Style-ID Item-ID
                DELIMITED BY SIZE INTO WS-Sty-Barcode
            MOVE 0 TO WS-Sty-BC-Sum
            PERFORM VARYING WS-Sty-BC-IDX FROM 1 BY 1
                UNTIL WS-Sty-BC-IDX > 12
                IF FUNCTION MOD(WS-Sty-BC-IDX, 2) = 1
                    ADD WS-Sty-BC-Digit(WS-Sty-BC-IDX) TO
                        WS-Sty-BC-Sum
                ELSE
                    COMPUTE WS-Sty-BC-Sum = WS-Sty-BC-Sum +
                        (WS-Sty-BC-Digit(WS-Sty-BC-IDX) * 3)
                END-IF
            END-PERFORM
            COMPUTE WS-Sty-BC-Digit(13) =
                FUNCTION MOD(10 - FUNCTION MOD(WS-Sty-BC-Sum, 10), 10)
            MOVE WS-Sty-Barcode TO Item-Barcode.
       View-Style.
            DISPLAY "Enter Style-ID: "
            ACCEPT Style-RelKey
            OPEN INPUT StyleFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT StyleFile
                CLOSE StyleFile
                OPEN INPUT StyleFile
            END-IF
            READ StyleFile INVALID KEY
                DISPLAY "Error: Record not found."
                CLOSE StyleFile
            NOT INVALID KEY
                CLOSE StyleFile
                DISPLAY H10 H10 H10 H10 H10 H2
                DISPLAY "Style " Style-ID " " Style-Name " "
                    Style-Category " price " Style-Price
                DISPLAY S10 S10 S10 S10 S10 S2
                DISPLAY "Item-ID" A2 "Size" A2 "Colour" A4
                    "Barcode" A8 "Qty" A6 "Status"
                OPEN INPUT ItemFile
                MOVE "N" TO EOFSY
                PERFORM UNTIL EOFSY = "Y"
                   READ ItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFSY
                   NOT AT END
                       IF Item-Style-ID = Style-ID
                           DISPLAY Item-ID A4 Item-Size A2
                               Item-Colour A2 Item-Barcode A2
                               Item-Qty A2 Item-Status
                       END-IF
                END-PERFORM
                CLOSE ItemFile
                DISPLAY H10 H10 H10 H10 H10 H2
            END-READ.
       Size-Curve-Report.
      *>  For one style: units sold per size over the period
      *>  against what is still on hand, all colours together.
      *>  Sell-through = sold / (sold + on hand); rank 1 is the
      *>  size that sells out first - the one to buy deeper next
      *>  season.
            DISPLAY "Enter Style-ID: "
            ACCEPT Style-RelKey
            OPEN INPUT StyleFile
            IF File-Status = "35"
                CLOSE StyleFile
                OPEN OUTPUT StyleFile
                CLOSE StyleFile
                OPEN INPUT StyleFile
            END-IF
            READ StyleFile INVALID KEY
                DISPLAY "Error: Record not found."
                CLOSE StyleFile
            NOT INVALID KEY
                CLOSE StyleFile
                DISPLAY "Enter Start Date (YYYYMMDD): "
                ACCEPT WS-Report-Start-Date
                DISPLAY "Enter End Date (YYYYMMDD): "
                ACCEPT WS-Report-End-Date
                MOVE SPACES TO WS-Category-Name-Input
                PERFORM Build-Filtered-Sale-Tally
                PERFORM VARYING SZC-IDX FROM 1 BY 1
                    UNTIL SZC-IDX > 12
                    MOVE 0 TO SZC-Sold(SZC-IDX)
                    MOVE 0 TO SZC-On-Hand(SZC-IDX)
                    MOVE 0 TO SZC-Children(SZC-IDX)
                    MOVE 0 TO SZC-Out(SZC-IDX)
                    MOVE 0 TO SZC-Pct(SZC-IDX)
                    MOVE 1 TO SZC-Rank(SZC-IDX)
                END-PERFORM
                OPEN INPUT ItemFile
                MOVE "N" TO EOFSY
                PERFORM UNTIL EOFSY = "Y"
                   READ ItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFSY
                   NOT AT END
                       IF Item-Style-ID = Style-ID
                           PERFORM Tally-Size-Curve
                       END-IF
                END-PERFORM
                CLOSE ItemFile
                PERFORM VARYING SZC-IDX FROM 1 BY 1
                    UNTIL SZC-IDX > Style-Size-Count
                    IF SZC-Sold(SZC-IDX) + SZC-On-Hand(SZC-IDX) > 0
                        COMPUTE SZC-Pct(SZC-IDX) ROUNDED =
                            (SZC-Sold(SZC-IDX) * 100) /
                            (SZC-Sold(SZC-IDX) +
                             SZC-On-Hand(SZC-IDX))
                    END-IF
                END-PERFORM
                PERFORM VARYING SZC-IDX FROM 1 BY 1
                    UNTIL SZC-IDX > Style-Size-Count
                    PERFORM VARYING SZC-IDX2 FROM 1 BY 1
                        UNTIL SZC-IDX2 > Style-Size-Count
                        IF SZC-Pct(SZC-IDX2) > SZC-Pct(SZC-IDX)
                            ADD 1 TO SZC-Rank(SZC-IDX)
                        END-IF
                    END-PERFORM
                END-PERFORM
                MOVE "SIZE-CURVE" TO WS-Report-Name
                PERFORM Open-Report-Spool
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "Size Curve - style " Style-ID " "
                    Style-Name " " WS-Report-Start-Date " to "
                    WS-Report-End-Date
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "Size  Sold         On-Hand   Variants "
                    "Sold-Out  Sell-Thru%  Rank"
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM VARYING SZC-IDX FROM 1 BY 1
                    UNTIL SZC-IDX > Style-Size-Count
                    MOVE SPACES TO WS-Spool-Line
                    STRING Style-Size(SZC-IDX) "  "
                        SZC-Sold(SZC-IDX) "  "
                        SZC-On-Hand(SZC-IDX) "  "
                        SZC-Children(SZC-IDX) "       "
                        SZC-Out(SZC-IDX) "       "
                        SZC-Pct(SZC-IDX) "      "
                        SZC-Rank(SZC-IDX)
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                END-PERFORM
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM Close-Report-Spool
            END-READ.
       Tally-Size-Curve.
      *>  One variant of the style: adds its sales and stock to the
      *>  row for its size.
            PERFORM VARYING SZC-IDX FROM 1 BY 1
                UNTIL SZC-IDX > Style-Size-Count
                IF Style-Size(SZC-IDX) = Item-Size
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF SZC-IDX <= Style-Size-Count
                ADD 1 TO SZC-Children(SZC-IDX)
                ADD Item-Qty TO SZC-On-Hand(SZC-IDX)
                IF Item-Qty = 0
                    ADD 1 TO SZC-Out(SZC-IDX)
                END-IF
                PERFORM VARYING WS-Tally-IDX FROM 1 BY 1
                    UNTIL WS-Tally-IDX > Tally-Count
                    IF Tally-Item-ID(WS-Tally-IDX) = Item-ID
                        ADD Tally-Qty(WS-Tally-IDX) TO
                            SZC-Sold(SZC-IDX)
                    END-IF
                END-PERFORM
            END-IF.
       Find-Style-Rollup.
      *>  Expects the Item-Record of a variant (Item-Style-ID set).
      *>  Returns SRU-IDX on that style's SRU-Table row, starting
      *>  the row at zero the first time the style is seen.
            PERFORM VARYING SRU-IDX FROM 1 BY 1
                UNTIL SRU-IDX > SRU-Count
                IF SRU-Style-ID(SRU-IDX) = Item-Style-ID
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF SRU-IDX > SRU-Count
                IF SRU-Count < 200
                    ADD 1 TO SRU-Count
                    MOVE SRU-Count TO SRU-IDX
                    MOVE Item-Style-ID TO SRU-Style-ID(SRU-IDX)
                    MOVE 0 TO SRU-Qty(SRU-IDX)
                    MOVE 0 TO SRU-Amt1(SRU-IDX)
                    MOVE 0 TO SRU-Amt2(SRU-IDX)
                    MOVE 0 TO SRU-Lines(SRU-IDX)
                ELSE
                    DISPLAY "Warning: style table full, "
                        "some styles combined."
                    MOVE SRU-Count TO SRU-IDX
                END-IF
            END-IF.
       Read-Rollup-Style.
      *>  Loads Style-Record for SRU-Style-ID(SRU-IDX); a style
      *>  no longer on file shows a blank name.
            MOVE SRU-Style-ID(SRU-IDX) TO Style-RelKey
            OPEN INPUT StyleFile
            IF File-Status = "35"
                CLOSE StyleFile
                OPEN OUTPUT StyleFile
                CLOSE StyleFile
                OPEN INPUT StyleFile
            END-IF
            READ StyleFile INVALID KEY
                MOVE SRU-Style-ID(SRU-IDX) TO Style-ID
                MOVE SPACES TO Style-Name
                MOVE SPACES TO Style-Category
                MOVE 0 TO Style-Price
            END-READ
            CLOSE StyleFile.
       Ask-Style-Rollup.
            DISPLAY "Roll size/colour variants up to their style "
                "(Y/N)? "
            ACCEPT WS-Style-Rollup
            MOVE FUNCTION UPPER-CASE(WS-Style-Rollup) TO
                WS-Style-Rollup
            MOVE 0 TO SRU-Count.
       Spool-Margin-Styles.
      *>  The Margin-Report's style section: variants' units,
      *>  revenue and cost totalled to the style.
            MOVE ALL "+" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "Style Roll-up (Units / Revenue / Cost / Margin / Pct)"
                TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING SRU-IDX FROM 1 BY 1
                UNTIL SRU-IDX > SRU-Count
                PERFORM Read-Rollup-Style
                COMPUTE WS-SRU-Amt =
                    SRU-Amt1(SRU-IDX) - SRU-Amt2(SRU-IDX)
                IF SRU-Amt1(SRU-IDX) > 0
                    COMPUTE WS-SRU-Pct =
                        (WS-SRU-Amt * 100) / SRU-Amt1(SRU-IDX)
                ELSE
                    MOVE 0 TO WS-SRU-Pct
                END-IF
                MOVE SPACES TO WS-Spool-Line
                STRING "S" Style-ID " " Style-Name " "
                    SRU-Qty(SRU-IDX) " " SRU-Amt1(SRU-IDX) " "
                    SRU-Amt2(SRU-IDX) " " WS-SRU-Amt " "
                    WS-SRU-Pct
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-PERFORM.
       Show-Best-Styles.
      *>  Best-Sale-Item's style rows: the variants' share of all
      *>  units sold, against the style category's threshold.
            PERFORM VARYING SRU-IDX FROM 1 BY 1
                UNTIL SRU-IDX > SRU-Count
                PERFORM Read-Rollup-Style
                IF All-Qty NOT = 0
                    COMPUTE Best-Sell =
                        (SRU-Qty(SRU-IDX) * 100.00) / All-Qty
                ELSE
                    MOVE 0 TO Best-Sell
                END-IF
                MOVE Style-Category TO Item-Category
                PERFORM Find-Threshold
                IF Best-Sell > WS-Best-Sell-Threshold
                    DISPLAY "S" Style-ID  A6
                            Style-Name    A1
                            Style-Category
                            Best-Sell     A6
                            Style-Price
                END-IF
            END-PERFORM.
       Show-Low-Stock-Styles.
      *>  Low-Stock-Item's style summary: how many variants of each
      *>  style are below threshold, their stock and reorder total.
            DISPLAY H10 H10 H10 H10 H10 H10
            DISPLAY "Style" A3 "Name" A5 A5 A7 "Variants-Low" A2
                "Quantity" A3 "Reorder-Qty"
            DISPLAY H10 H10 H10 H10 H10 H10
            PERFORM VARYING SRU-IDX FROM 1 BY 1
                UNTIL SRU-IDX > SRU-Count
                PERFORM Read-Rollup-Style
                DISPLAY Style-ID A3
                        Style-Name A1
                        SRU-Lines(SRU-IDX) A2
                        SRU-Qty(SRU-IDX) A2
                        SRU-Amt1(SRU-IDX)
            END-PERFORM.
       Next-BrPrice-Sequence.
            MOVE 54 TO Counter-RelKey
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
       Manage-Branch-Prices.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Branch Selling Prices"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. View Branch Prices"
               DISPLAY "2. Set Branch Price"
               DISPLAY "3. Remove Branch Price (back to company)"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM View-Branch-Prices
                   WHEN "2"
                       PERFORM Set-Branch-Price
                   WHEN "3"
                       PERFORM Remove-Branch-Price
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       View-Branch-Prices.
            DISPLAY "Enter Branch-ID (0 for all): "
            MOVE 0 TO WS-BP-Filter
            ACCEPT WS-BP-Filter
            DISPLAY H10 H10 H10 H10 H2
            DISPLAY "Branch" A2 "Item-ID" A2 "Name" A5 A5 A5
                "Branch" A2 "Company"
            DISPLAY S10 S10 S10 S10 S2
            OPEN INPUT BrPriceFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT BrPriceFile
                CLOSE BrPriceFile
                OPEN INPUT BrPriceFile
            END-IF
            OPEN INPUT ItemFile
            MOVE "N" TO EOFBPR
            PERFORM UNTIL EOFBPR = "Y"
               READ BrPriceFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFBPR
               NOT AT END
                   IF WS-BP-Filter = 0 OR
                      BP-Branch-ID = WS-BP-Filter
                       MOVE BP-Item-ID TO RelativeKey
                       READ ItemFile INVALID KEY
                           MOVE SPACES TO Item-Name
                           MOVE 0 TO Item-Price
                       END-READ
                       DISPLAY BP-Branch-ID A5 BP-Item-ID A4
                           Item-Name A1 BP-Price A1 Item-Price
                   END-IF
            END-PERFORM
            CLOSE ItemFile
            CLOSE BrPriceFile
            DISPLAY H10 H10 H10 H10 H2.
       Set-Branch-Price.
            OPEN INPUT ItemFile
            DISPLAY "Enter Item-ID: "
            ACCEPT RelativeKey
            READ ItemFile INVALID KEY
                DISPLAY "Error: Record not found."
                CLOSE ItemFile
            NOT INVALID KEY
                CLOSE ItemFile
                DISPLAY "Item: " Item-Name
                    " company price " Item-Price
                DISPLAY "Enter Branch-ID: "
                MOVE 0 TO WS-BP-Branch
                ACCEPT WS-BP-Branch
                MOVE "Y" TO WS-BP-Found
                IF WS-BP-Branch = 0
      *>            branch 0 is the company price - that lives on
      *>            the item master, not here
                    DISPLAY "Error: change the company price on "
                        "the item itself."
                    MOVE "N" TO WS-BP-Found
                ELSE
                    OPEN INPUT BranchFile
                    MOVE WS-BP-Branch TO Branch-RelKey
                    READ BranchFile INVALID KEY
                        DISPLAY "Error: Branch not found."
                        MOVE "N" TO WS-BP-Found
                    END-READ
                    CLOSE BranchFile
                END-IF
                IF WS-BP-Found = "Y"
                    MOVE Item-ID TO WS-BP-Item
                    PERFORM Find-Branch-Price
                    IF WS-BP-Found = "Y"
                        DISPLAY "Branch " WS-BP-Branch
                            " current price " WS-BP-Price
                    END-IF
                    DISPLAY "Enter Branch Price: "
                    ACCEPT WS-BP-New-Price
      *>            held for a second admin, as the company price is;
      *>            Apply-Branch-Price-Change saves it once approved
                    MOVE "BRPRICE" TO WS-CR-Type
                    MOVE SPACES TO WS-CR-Key
                    MOVE WS-BP-Item TO WS-CR-Key(1:5)
                    MOVE WS-BP-Branch TO WS-CR-Key(6:3)
                    MOVE 0 TO WS-CR-Old-Num1
                    MOVE SPACES TO WS-CR-Before
                    IF WS-BP-Found = "Y"
                        MOVE WS-BP-Price TO WS-CR-Old-Num1
                        MOVE "SET" TO WS-CR-Old-Text
                        MOVE WS-BP-Price TO WS-PC-Disp-Price
                        STRING "BRANCH PRICE="
                            FUNCTION TRIM(WS-PC-Disp-Price)
                            DELIMITED BY SIZE INTO WS-CR-Before
                    ELSE
                        MOVE "NONE" TO WS-CR-Old-Text
                        MOVE "COMPANY PRICE" TO WS-CR-Before
                    END-IF
                    MOVE 0 TO WS-CR-Old-Num2
                    MOVE WS-BP-New-Price TO WS-CR-New-Num1
                    MOVE 0 TO WS-CR-New-Num2
                    MOVE "SET" TO WS-CR-New-Text
                    MOVE WS-BP-New-Price TO WS-PC-Disp-Price
                    MOVE SPACES TO WS-CR-After
                    STRING "BRANCH PRICE="
                        FUNCTION TRIM(WS-PC-Disp-Price)
                        DELIMITED BY SIZE INTO WS-CR-After
                    PERFORM File-Change-Request
                END-IF
            END-READ.
       Remove-Branch-Price.
            DISPLAY "Enter Item-ID: "
            ACCEPT WS-BP-Item
            DISPLAY "Enter Branch-ID: "
            ACCEPT WS-BP-Branch
            PERFORM Find-Branch-Price
            IF WS-BP-Found = "N"
                DISPLAY "Error: no branch price on file - the "
                    "branch already sells at the company price."
            ELSE
      *>        the branch goes back to the company price, so its
      *>        shelf label changes with it
                OPEN INPUT ItemFile
                MOVE WS-BP-Item TO RelativeKey
                READ ItemFile INVALID KEY
                    MOVE 0 TO Item-ID
                END-READ
                CLOSE ItemFile
                OPEN I-O BrPriceFile
                MOVE WS-BP-Key TO BrPrice-RelKey
                READ BrPriceFile INVALID KEY
                    DISPLAY "Error: Record not found."
                NOT INVALID KEY
                    DELETE BrPriceFile INVALID KEY
                        DISPLAY "Error: Unable to delete record."
                    NOT INVALID KEY
                        IF Item-ID = WS-BP-Item
                            MOVE WS-BP-Price TO WS-Lbl-Old-Price
                            MOVE Item-Price TO WS-Lbl-New-Price
                            PERFORM Queue-Branch-Label
                        END-IF
                        MOVE "BRPRICE-DEL" TO Audit-Action
                        MOVE SPACES TO Audit-Before
                        MOVE SPACES TO Audit-After
                        STRING "ITEM=" BP-Item-ID
                            " BR=" BP-Branch-ID
                            " P=" BP-Price
                            DELIMITED BY SIZE INTO Audit-Before
                        MOVE "COMPANY PRICE" TO Audit-After
                        PERFORM Write-Audit
                        DISPLAY ESC Blue-On
                            "Branch price removed." ESC Reset-Color
                    END-DELETE
                END-READ
                CLOSE BrPriceFile
            END-IF.
       Find-Branch-Price.
      *>  Expects WS-BP-Item and WS-BP-Branch. Returns WS-BP-Found,
      *>  WS-BP-Price and the row's key in WS-BP-Key. Read-only and
      *>  never creates the file, so the kiosk can use it too - a
      *>  missing brprice.dat just means company prices everywhere.
            MOVE "N" TO WS-BP-Found
            MOVE 0 TO WS-BP-Price
            MOVE 0 TO WS-BP-Key
            OPEN INPUT BrPriceFile
            IF File-Status = "35"
                CLOSE BrPriceFile
            ELSE
                MOVE "N" TO EOFBPR
                PERFORM UNTIL EOFBPR = "Y"
                   READ BrPriceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFBPR
                   NOT AT END
                       IF BP-Item-ID = WS-BP-Item AND
                          BP-Branch-ID = WS-BP-Branch
                           MOVE "Y" TO WS-BP-Found
                           MOVE BP-Price TO WS-BP-Price
                           MOVE BP-ID TO WS-BP-Key
                           MOVE "Y" TO EOFBPR
                       END-IF
                END-PERFORM
                CLOSE BrPriceFile
            END-IF.
       Save-Branch-Price.
      *>  Expects WS-BP-Item, WS-BP-Branch, WS-BP-New-Price and the
      *>  item's Item-Record. Updates the branch's row or adds one,
      *>  and queues the branch a shelf label from what it charged
      *>  before (its old row, else the company price); used by
      *>  the admin screen, branch-only scheduled price changes
      *>  and clearance markdowns.
            PERFORM Find-Branch-Price
            IF WS-BP-Found = "Y"
                MOVE WS-BP-Price TO WS-Lbl-Old-Price
            ELSE
                MOVE Item-Price TO WS-Lbl-Old-Price
                PERFORM Next-BrPrice-Sequence
            END-IF
            OPEN I-O BrPriceFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT BrPriceFile
                CLOSE BrPriceFile
                OPEN I-O BrPriceFile
            END-IF
            MOVE "BRPRICE-SET" TO Audit-Action
            MOVE SPACES TO Audit-Before
            MOVE SPACES TO Audit-After
            IF WS-BP-Found = "Y"
                MOVE WS-BP-Key TO BrPrice-RelKey
                READ BrPriceFile INVALID KEY
                    DISPLAY "Error: Record not found."
                NOT INVALID KEY
                    STRING "ITEM=" BP-Item-ID " BR=" BP-Branch-ID
                        " P=" BP-Price
                        DELIMITED BY SIZE INTO Audit-Before
                    MOVE WS-BP-New-Price TO BP-Price
                    ACCEPT BP-Updated FROM DATE YYYYMMDD
                    REWRITE BrPrice-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
            ELSE
                MOVE WS-Next-ID TO BP-ID
                MOVE WS-Next-ID TO BrPrice-RelKey
                MOVE WS-BP-Item TO BP-Item-ID
                MOVE WS-BP-Branch TO BP-Branch-ID
                MOVE WS-BP-New-Price TO BP-Price
                ACCEPT BP-Updated FROM DATE YYYYMMDD
                WRITE BrPrice-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
                STRING "ITEM=" BP-Item-ID " BR=" BP-Branch-ID
                    " NEW" DELIMITED BY SIZE INTO Audit-Before
            END-IF
            CLOSE BrPriceFile
            STRING "P=" WS-BP-New-Price
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit
            MOVE WS-BP-New-Price TO WS-Lbl-New-Price
            PERFORM Queue-Branch-Label.
       Match-Delivery-Zone.
      *>  Expects Customer-Address. The delivery zone whose match
      *>  text (postcode prefix or area name) appears in it, the
      *>  longest match winning - the same rule the order screen
      *>  uses. Returns WS-Dlv-Zone (0 = none).
            MOVE 0 TO WS-Dlv-Zone
            MOVE 0 TO WS-Dlv-Best-Len
            MOVE FUNCTION UPPER-CASE(Customer-Address) TO
                WS-Dlv-Addr-Up
            OPEN INPUT ZoneFile
            IF File-Status = "35"
                CLOSE ZoneFile
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
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE ZoneFile
            END-IF.
       Next-Cheque-Sequence.
            MOVE 55 TO Counter-RelKey
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
       Check-Cheque-Customer.
      *>  Expects Customer-Record loaded and WS-CQ-Amount. A
      *>  customer with a returned cheque on file is refused, and
      *>  no single cheque may exceed the customer's cheque limit
      *>  (0 = cheques not accepted). Returns WS-CQ-OK.
            MOVE "N" TO WS-CQ-OK
            IF Customer-Cheque-Blocked
                DISPLAY ESC Blue-On "Error: Cheques refused - "
                    "customer has a returned cheque on file."
                    ESC Reset-Color
            ELSE
            IF Customer-Cheque-Limit = 0
                DISPLAY "Error: Customer has no cheque facility."
            ELSE
                IF WS-CQ-Amount > Customer-Cheque-Limit
                    DISPLAY ESC Blue-On "Error: Cheque for "
                        WS-CQ-Amount " exceeds cheque limit "
                        Customer-Cheque-Limit ESC Reset-Color
                ELSE
                    MOVE "Y" TO WS-CQ-OK
                END-IF
            END-IF
            END-IF.
       Capture-Cheque-Details.
      *>  Expects Customer-Record loaded. The drawer defaults to
      *>  the customer's own name; bank and number are required.
            MOVE SPACES TO WS-CQ-Bank
            MOVE SPACES TO WS-CQ-Number
            MOVE SPACES TO WS-CQ-Drawer
            DISPLAY "Enter Bank Name: "
            ACCEPT WS-CQ-Bank
            DISPLAY "Enter Cheque Number: "
            ACCEPT WS-CQ-Number
            DISPLAY "Enter Drawer Name (blank = "
                Customer-Full-Name "): "
            ACCEPT WS-CQ-Drawer
            IF WS-CQ-Drawer = SPACES
                MOVE Customer-Full-Name TO WS-CQ-Drawer
            END-IF
            IF WS-CQ-Bank = SPACES OR WS-CQ-Number = SPACES
                DISPLAY "Error: Bank and cheque number are "
                    "required."
                MOVE "N" TO WS-CQ-OK
            END-IF.
       Cheque-Tender.
      *>  Expects Invoice-ID/Invoice-Customer-ID/Final-Total-Price
      *>  set by Buy-Confirm. Only a registered customer may pay by
      *>  cheque, made out for the exact amount. Logs the cheque
      *>  on the register and returns WS-CQ-OK.
            MOVE "N" TO WS-CQ-OK
            IF Invoice-Customer-ID = 0
                DISPLAY "Error: No registered customer on this "
                    "sale - cannot take a cheque."
            ELSE
                OPEN INPUT CustomerFile
                MOVE Invoice-Customer-ID TO Customer-RelKey
                READ CustomerFile INVALID KEY
                    DISPLAY "Error: Customer not found."
                NOT INVALID KEY
                    MOVE Final-Total-Price TO WS-CQ-Amount
                    PERFORM Check-Cheque-Customer
                    IF WS-CQ-OK = "Y"
                        PERFORM Capture-Cheque-Details
                    END-IF
                END-READ
                CLOSE CustomerFile
            END-IF
            IF WS-CQ-OK = "Y"
                MOVE "S" TO WS-CQ-Source
                MOVE Invoice-ID TO WS-CQ-Ref
                MOVE Invoice-Customer-ID TO WS-CQ-Customer
                PERFORM Write-Cheque-Row
            END-IF.
       Write-Cheque-Row.
      *>  Expects WS-CQ-Source (S sale, A account payment),
      *>  WS-CQ-Ref (Invoice-ID or AP-ID), WS-CQ-Customer,
      *>  WS-CQ-Amount and the details from Capture-Cheque-Details.
            PERFORM Next-Cheque-Sequence
            OPEN I-O ChequeFile
            IF File-Status = "35"
                OPEN OUTPUT ChequeFile
                CLOSE ChequeFile
                OPEN I-O ChequeFile
            END-IF
            MOVE WS-Next-ID TO CQ-ID
            MOVE WS-Next-ID TO Cheque-RelKey
            MOVE WS-CQ-Customer TO CQ-Customer-ID
            MOVE WS-CQ-Source TO CQ-Source
            MOVE WS-CQ-Ref TO CQ-Ref-ID
            MOVE WS-CQ-Bank TO CQ-Bank
            MOVE WS-CQ-Number TO CQ-Number
            MOVE WS-CQ-Drawer TO CQ-Drawer
            MOVE WS-CQ-Amount TO CQ-Amount
            ACCEPT CQ-Date FROM DATE YYYYMMDD
            MOVE Input-ID TO CQ-Casher-ID
            MOVE "HELD" TO CQ-Status
            MOVE 0 TO CQ-Deposit-ID
            MOVE 0 TO CQ-Bounce-Date
            MOVE 0 TO CQ-Fee
            WRITE Cheque-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE ChequeFile
            DISPLAY "Cheque " CQ-Number " logged as no. " CQ-ID.
       Deposit-Held-Cheques.
      *>  Cheques still HELD that were taken on WS-BD-Date. With
      *>  WS-CQ-Mark "T" returns their total in WS-CQ-Held; with
      *>  "M" marks them BANKED on deposit BD-ID.
            IF WS-CQ-Mark = "T"
                MOVE 0 TO WS-CQ-Held
                OPEN INPUT ChequeFile
            ELSE
                OPEN I-O ChequeFile
            END-IF
            IF File-Status = "00"
                MOVE "N" TO EOFCHQ
                PERFORM UNTIL EOFCHQ = "Y"
                   READ ChequeFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCHQ
                   NOT AT END
                       IF CQ-Held AND CQ-Date = WS-BD-Date
                           IF WS-CQ-Mark = "T"
                               ADD CQ-Amount TO WS-CQ-Held
                           ELSE
                               MOVE "BANKED" TO CQ-Status
                               MOVE BD-ID TO CQ-Deposit-ID
                               REWRITE Cheque-Record INVALID KEY
                               DISPLAY "Error: Unable to rewrite "
                                   "record."
                               END-REWRITE
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE ChequeFile
            END-IF.
       Manage-Cheques.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Cheques"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Cheque Register"
               DISPLAY "2. Record Returned (Bounced) Cheque"
               DISPLAY "3. Customer Cheque Limit / Block"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM View-Cheque-Register
                   WHEN "2"
                       PERFORM Record-Returned-Cheque
                   WHEN "3"
                       PERFORM Set-Cheque-Limit
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       View-Cheque-Register.
            DISPLAY "Enter Customer-ID (0 for all): "
            MOVE 0 TO WS-CQ-Filter
            ACCEPT WS-CQ-Filter
            DISPLAY H10 H10 H10 H10 H10 H2
            DISPLAY "No.   Cust  S Ref   Date     Cheque-No  "
                "Amount       Status   Dep"
            DISPLAY S10 S10 S10 S10 S10 S2
            OPEN INPUT ChequeFile
            IF File-Status NOT = "00"
                DISPLAY "No cheques on file."
            ELSE
                MOVE "N" TO EOFCHQ
                PERFORM UNTIL EOFCHQ = "Y"
                   READ ChequeFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCHQ
                   NOT AT END
                       IF WS-CQ-Filter = 0 OR
                          CQ-Customer-ID = WS-CQ-Filter
                           DISPLAY CQ-ID " " CQ-Customer-ID " "
                               CQ-Source " " CQ-Ref-ID " "
                               CQ-Date " " CQ-Number " "
                               CQ-Amount " " CQ-Status " "
                               CQ-Deposit-ID
                           IF CQ-Bounced
                               DISPLAY "      returned "
                                   CQ-Bounce-Date " fee " CQ-Fee
                                   " - " CQ-Bank " / " CQ-Drawer
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE ChequeFile
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H2.
       Record-Returned-Cheque.
      *>  A cheque the bank has sent back unpaid. The payment it
      *>  settled is undone and the customer is charged the
      *>  returned-cheque fee and barred from paying by cheque.
            DISPLAY "Enter Cheque Log No.: "
            MOVE 0 TO WS-CQ-ID
            ACCEPT WS-CQ-ID
            OPEN I-O ChequeFile
            IF File-Status NOT = "00"
                DISPLAY "No cheques on file."
            ELSE
                MOVE WS-CQ-ID TO Cheque-RelKey
                READ ChequeFile INVALID KEY
                    DISPLAY "Error: Record not found."
                NOT INVALID KEY
                    IF CQ-Bounced
                        DISPLAY "Error: Cheque is already recorded "
                            "as returned."
                    ELSE
                        DISPLAY "Cheque   : " CQ-Number " "
                            CQ-Bank
                        DISPLAY "Drawer   : " CQ-Drawer
                        DISPLAY "Amount   : " CQ-Amount
                        DISPLAY "Customer : " CQ-Customer-ID
                            "  taken " CQ-Date "  " CQ-Status
                        DISPLAY "Enter Returned-Cheque Fee: "
                        MOVE 0 TO WS-CQ-Fee
                        ACCEPT WS-CQ-Fee
                        DISPLAY "Record cheque as returned unpaid "
                            "(Y/N)? "
                        ACCEPT WS-Confirm
                        IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                            MOVE "BOUNCED" TO CQ-Status
                            ACCEPT CQ-Bounce-Date FROM DATE YYYYMMDD
                            MOVE WS-CQ-Fee TO CQ-Fee
                            REWRITE Cheque-Record INVALID KEY
                            DISPLAY "Error: Unable to rewrite "
                                "record."
                            END-REWRITE
                            IF File-Status = "00"
                                PERFORM Reverse-Cheque-Payment
                            END-IF
                        END-IF
                    END-IF
                END-READ
                CLOSE ChequeFile
            END-IF.
       Reverse-Cheque-Payment.
      *>  Expects the returned Cheque-Record loaded. A till sale
      *>  goes back to being an on-account charge, so the invoice
      *>  is owed again and ages from its own date. An account
      *>  receipt is cancelled by an RCQ row. Either way the amount
      *>  and the fee go back on the customer's balance.
            IF CQ-From-Sale
                OPEN I-O PaymentFile
                MOVE CQ-Ref-ID TO Pay-RelKey
                READ PaymentFile INVALID KEY
                    DISPLAY "Error: No payment on file for invoice "
                        CQ-Ref-ID "."
                NOT INVALID KEY
                    MOVE Pay-Date TO WS-ARI-Date
                    MOVE "ACCT" TO Pay-Method
                    REWRITE Payment-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    IF File-Status = "00"
                        MOVE "R" TO WS-RJ-Action
                        PERFORM Journal-Payment-Row
                    END-IF
                END-READ
                CLOSE PaymentFile
            ELSE
                MOVE "RCQ" TO WS-CQ-AP-Type
                MOVE CQ-Amount TO WS-CQ-AP-Amount
                PERFORM Write-Cheque-AP-Row
                MOVE CQ-Customer-ID TO WS-ARA-Cust
                MOVE CQ-Ref-ID TO WS-ARR-AP-ID
                PERFORM Reverse-AR-Receipt
            END-IF
            IF CQ-Fee > 0
                MOVE "CQF" TO WS-CQ-AP-Type
                MOVE CQ-Fee TO WS-CQ-AP-Amount
                PERFORM Write-Cheque-AP-Row
            END-IF

            OPEN I-O CustomerFile
            MOVE CQ-Customer-ID TO Customer-RelKey
            READ CustomerFile INVALID KEY
                DISPLAY "Error: Customer not found."
            NOT INVALID KEY
      *>        a receipt part that never came off the balance
      *>        does not go back on it either
                IF CQ-From-Sale
                    MOVE 0 TO WS-ARR-Unbooked
                END-IF
                COMPUTE Customer-Balance =
                    Customer-Balance + CQ-Amount + CQ-Fee
                    - WS-ARR-Unbooked
                MOVE "Y" TO Customer-Cheque-Block
                REWRITE Customer-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
                DISPLAY ESC Blue-On "Cheque reversed. "
                    Customer-Full-Name " now owes "
                    Customer-Balance ESC Reset-Color
                DISPLAY "Cheques are now refused for this customer."
            END-READ
            CLOSE CustomerFile
            IF CQ-From-Sale
                MOVE "INV" TO WS-ARI-Type
                MOVE CQ-Customer-ID TO WS-ARI-Cust
                MOVE CQ-Ref-ID TO WS-ARI-Ref
                MOVE CQ-Amount TO WS-ARI-Amount
                PERFORM Post-AR-Charge
            END-IF
            IF CQ-Fee > 0
                MOVE "CQF" TO WS-ARI-Type
                MOVE CQ-Customer-ID TO WS-ARI-Cust
                MOVE CQ-ID TO WS-ARI-Ref
                MOVE CQ-Bounce-Date TO WS-ARI-Date
                MOVE CQ-Fee TO WS-ARI-Amount
                PERFORM Post-AR-Charge
            END-IF

            MOVE "CHQ-RETURNED" TO Audit-Action
            MOVE SPACES TO Audit-Before
            MOVE SPACES TO Audit-After
            STRING "CHQ=" CQ-ID " " CQ-Source "=" CQ-Ref-ID
                " C=" CQ-Customer-ID
                DELIMITED BY SIZE INTO Audit-Before
            STRING "AMT=" CQ-Amount " FEE=" CQ-Fee
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit.
       Write-Cheque-AP-Row.
      *>  A debit on the account history for a returned cheque.
      *>  Expects WS-CQ-AP-Type (RCQ or CQF), WS-CQ-AP-Amount and
      *>  the Cheque-Record loaded.
            PERFORM Next-AcctPay-Sequence
            OPEN I-O AcctPayFile
            IF File-Status = "35"
                OPEN OUTPUT AcctPayFile
                CLOSE AcctPayFile
                OPEN I-O AcctPayFile
            END-IF
            MOVE WS-Next-ID TO AP-ID
            MOVE WS-Next-ID TO AcctPay-RelKey
            MOVE CQ-Customer-ID TO AP-Customer-ID
            MOVE WS-CQ-AP-Amount TO AP-Amount
            MOVE CQ-Bounce-Date TO AP-Date
            MOVE Input-ID TO AP-Casher-ID
            MOVE WS-CQ-AP-Type TO AP-Type
            WRITE AcctPay-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE AcctPayFile.
       Set-Cheque-Limit.
            DISPLAY "Enter Customer-ID: "
            ACCEPT Customer-RelKey
            OPEN I-O CustomerFile
            READ CustomerFile INVALID KEY
                DISPLAY "Error: Customer not found."
            NOT INVALID KEY
                MOVE SPACES TO Audit-Before
                STRING "CUST=" Customer-ID " LIM="
                    Customer-Cheque-Limit " BLK="
                    Customer-Cheque-Block
                    DELIMITED BY SIZE INTO Audit-Before
                DISPLAY "Customer     : " Customer-Full-Name
                DISPLAY "Cheque limit : " Customer-Cheque-Limit
                DISPLAY "Enter New Cheque Limit (0 = no cheques): "
                ACCEPT Customer-Cheque-Limit
                IF Customer-Cheque-Blocked
                    DISPLAY "Customer is blocked for a returned "
                        "cheque. Lift the block (Y/N)? "
                    ACCEPT WS-Confirm
                    IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                        MOVE "CHQ-UNBLOCK" TO WS-Override-Action
                        PERFORM Supervisor-Override
                        IF WS-Override-OK = "Y"
                            MOVE "N" TO Customer-Cheque-Block
                            DISPLAY "Block lifted."
                        END-IF
                    END-IF
                END-IF
                REWRITE Customer-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
                MOVE "CHQ-LIMIT" TO Audit-Action
                MOVE SPACES TO Audit-After
                STRING "LIM=" Customer-Cheque-Limit " BLK="
                    Customer-Cheque-Block
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
            END-READ
            CLOSE CustomerFile.
       Next-Otb-Sequence.
            MOVE 56 TO Counter-RelKey
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
       Build-OTB-Table.
      *>  Loads the budget rows into OTB-Table and adds up what the
      *>  PO lines have committed and received against each. With
      *>  WS-OTB-Mode "R" only WS-OTB-Month is loaded, and a
      *>  category bought without a budget gets a company row of
      *>  its own so the report shows it.
            MOVE 0 TO OTB-T-Count
            OPEN INPUT OtbFile
            IF File-Status = "00"
                MOVE "N" TO EOFOTB
                PERFORM UNTIL EOFOTB = "Y"
                   READ OtbFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFOTB
                   NOT AT END
                       IF (WS-OTB-Mode NOT = "R" OR
                           OTB-Month = WS-OTB-Month) AND
                          OTB-T-Count < 300
                           ADD 1 TO OTB-T-Count
                           MOVE OTB-Category TO
                               OTB-T-Category(OTB-T-Count)
                           MOVE OTB-Month TO
                               OTB-T-Month(OTB-T-Count)
                           MOVE OTB-Branch-ID TO
                               OTB-T-Branch(OTB-T-Count)
                           MOVE OTB-Budget TO
                               OTB-T-Budget(OTB-T-Count)
                           MOVE 0 TO OTB-T-Committed(OTB-T-Count)
                           MOVE 0 TO OTB-T-Received(OTB-T-Count)
                       END-IF
                END-PERFORM
                CLOSE OtbFile
            END-IF
            OPEN INPUT PurchaseOrderFile
            IF File-Status = "00"
                OPEN INPUT ItemFile
                MOVE "N" TO EOFOTB
                PERFORM UNTIL EOFOTB = "Y"
                   READ PurchaseOrderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFOTB
                   NOT AT END
                       PERFORM Tally-OTB-Line
                END-PERFORM
                CLOSE ItemFile
                CLOSE PurchaseOrderFile
            END-IF.
       Tally-OTB-Line.
      *>  One PO line: the unreceived part of a live line is
      *>  committed in the month it is due; what has come in counts
      *>  as received in the month of its last receipt.
            MOVE PO-Item-ID TO RelativeKey
            READ ItemFile INVALID KEY
                MOVE SPACES TO Item-Category
            END-READ
            MOVE Item-Category TO WS-OTB-Category
            MOVE PO-Branch-ID TO WS-OTB-Branch
            IF (PO-Status = "OPEN" OR PO-Status = "PARTIAL") AND
               PO-Ordered-Qty > PO-Received-Qty
                COMPUTE WS-OTB-Line-Value =
                    (PO-Ordered-Qty - PO-Received-Qty) *
                    PO-Unit-Cost
                COMPUTE WS-OTB-Line-Month = PO-Expected-Date / 100
                MOVE "C" TO WS-OTB-Post
                PERFORM Post-OTB-Value
            END-IF
            IF PO-Received-Qty > 0 AND PO-Received-Date > 0
                COMPUTE WS-OTB-Line-Value =
                    PO-Received-Qty * PO-Unit-Cost
                COMPUTE WS-OTB-Line-Month = PO-Received-Date / 100
                MOVE "R" TO WS-OTB-Post
                PERFORM Post-OTB-Value
            END-IF.
       Post-OTB-Value.
      *>  Adds WS-OTB-Line-Value (WS-OTB-Post C committed, R
      *>  received) to every row the line counts against: the
      *>  company row for its category and month, and the row for
      *>  its branch when there is one.
            MOVE "N" TO WS-OTB-Found
            PERFORM VARYING OTB-IDX FROM 1 BY 1
                UNTIL OTB-IDX > OTB-T-Count
                IF OTB-T-Category(OTB-IDX) = WS-OTB-Category AND
                   OTB-T-Month(OTB-IDX) = WS-OTB-Line-Month AND
                   (OTB-T-Branch(OTB-IDX) = 0 OR
                    OTB-T-Branch(OTB-IDX) = WS-OTB-Branch)
                    IF OTB-T-Branch(OTB-IDX) = 0
                        MOVE "Y" TO WS-OTB-Found
                    END-IF
                    IF WS-OTB-Post = "C"
                        ADD WS-OTB-Line-Value TO
                            OTB-T-Committed(OTB-IDX)
                    ELSE
                        ADD WS-OTB-Line-Value TO
                            OTB-T-Received(OTB-IDX)
                    END-IF
                END-IF
            END-PERFORM
            IF WS-OTB-Found = "N" AND WS-OTB-Mode = "R" AND
               WS-OTB-Line-Month = WS-OTB-Month AND
               OTB-T-Count < 300
                ADD 1 TO OTB-T-Count
                MOVE WS-OTB-Category TO OTB-T-Category(OTB-T-Count)
                MOVE WS-OTB-Line-Month TO OTB-T-Month(OTB-T-Count)
                MOVE 0 TO OTB-T-Branch(OTB-T-Count)
                MOVE 0 TO OTB-T-Budget(OTB-T-Count)
                MOVE 0 TO OTB-T-Committed(OTB-T-Count)
                MOVE 0 TO OTB-T-Received(OTB-T-Count)
                IF WS-OTB-Post = "C"
                    MOVE WS-OTB-Line-Value TO
                        OTB-T-Committed(OTB-T-Count)
                ELSE
                    MOVE WS-OTB-Line-Value TO
                        OTB-T-Received(OTB-T-Count)
                END-IF
            END-IF.
       Check-Open-To-Buy.
      *>  Expects OTB-Table built and the line's WS-OTB-Category,
      *>  WS-OTB-Branch, WS-OTB-Line-Month and WS-OTB-Line-Value.
      *>  Shows what is left to buy and needs a supervisor to go
      *>  over it; a category with no budget is not controlled.
      *>  Returns WS-OTB-OK. An accepted line is added to committed
      *>  so the next line sees it.
            MOVE "Y" TO WS-OTB-OK
            MOVE "N" TO WS-OTB-Over
            PERFORM VARYING OTB-IDX FROM 1 BY 1
                UNTIL OTB-IDX > OTB-T-Count
                IF OTB-T-Category(OTB-IDX) = WS-OTB-Category AND
                   OTB-T-Month(OTB-IDX) = WS-OTB-Line-Month AND
                   (OTB-T-Branch(OTB-IDX) = 0 OR
                    OTB-T-Branch(OTB-IDX) = WS-OTB-Branch)
                    COMPUTE WS-OTB-Remaining =
                        OTB-T-Budget(OTB-IDX) -
                        OTB-T-Committed(OTB-IDX) -
                        OTB-T-Received(OTB-IDX)
                    MOVE WS-OTB-Remaining TO WS-OTB-Disp-Rem
                    DISPLAY "Open-to-buy " OTB-T-Category(OTB-IDX)
                        " " OTB-T-Month(OTB-IDX) " branch "
                        OTB-T-Branch(OTB-IDX) ": " WS-OTB-Disp-Rem
                    IF WS-OTB-Line-Value > WS-OTB-Remaining
                        MOVE "Y" TO WS-OTB-Over
                    END-IF
                END-IF
            END-PERFORM
            IF WS-OTB-Over = "Y"
                MOVE WS-OTB-Line-Value TO WS-OTB-Disp-Line
                DISPLAY ESC Blue-On "Line value " WS-OTB-Disp-Line
                    " is over the open-to-buy." ESC Reset-Color
                MOVE "OTB-OVERRIDE" TO WS-Override-Action
                PERFORM Supervisor-Override
                IF WS-Override-OK NOT = "Y"
                    MOVE "N" TO WS-OTB-OK
                END-IF
            END-IF
            IF WS-OTB-OK = "Y"
                MOVE "C" TO WS-OTB-Post
                PERFORM Post-OTB-Value
            END-IF.
       Check-Draft-Open-To-Buy.
      *>  Expects the draft PO line being released. Values it the
      *>  way Prepare-Draft-Line will price it and checks it
      *>  against the open-to-buy before anything is attached.
            OPEN INPUT ItemFile
            MOVE PO-Item-ID TO RelativeKey
            READ ItemFile INVALID KEY
                MOVE SPACES TO Item-Category
                MOVE 0 TO Item-Cost
                MOVE 1 TO Item-Conv-Factor
            END-READ
            CLOSE ItemFile
            MOVE Item-Category TO WS-OTB-Category
            IF PO-Unit-Cost > 0
                COMPUTE WS-OTB-Line-Value =
                    PO-Ordered-Qty * PO-Unit-Cost
            ELSE
                IF Item-Conv-Factor > 1
                    COMPUTE WS-OTB-Line-Value = PO-Ordered-Qty *
                        Item-Cost * Item-Conv-Factor
                ELSE
                    COMPUTE WS-OTB-Line-Value =
                        PO-Ordered-Qty * Item-Cost
                END-IF
            END-IF
            MOVE PO-Branch-ID TO WS-OTB-Branch
            COMPUTE WS-OTB-Line-Month = PO-Expected-Date / 100
            PERFORM Check-Open-To-Buy.
       Manage-Open-To-Buy.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Open-to-Buy Budgets"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Monthly Open-to-Buy Report"
               DISPLAY "2. Set Category Budget"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Open-To-Buy-Report
                   WHEN "2"
                       PERFORM Set-Otb-Budget
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Set-Otb-Budget.
      *>  One budget per category per month, for the whole company
      *>  (branch 0) or for one branch. A zero budget removes it.
            MOVE SPACES TO WS-OTB-Category
            DISPLAY "Enter Category: "
            ACCEPT WS-OTB-Category
            DISPLAY "Enter Month (YYYYMM): "
            MOVE 0 TO WS-OTB-Month
            ACCEPT WS-OTB-Month
            DISPLAY "Enter Branch-ID (0 = whole company): "
            MOVE 0 TO WS-OTB-Branch
            ACCEPT WS-OTB-Branch
            MOVE "Y" TO WS-OTB-OK
            IF WS-OTB-Category = SPACES OR
               WS-OTB-Month(5:2) < "01" OR
               WS-OTB-Month(5:2) > "12"
                DISPLAY "Error: category and a valid month are "
                    "required."
                MOVE "N" TO WS-OTB-OK
            END-IF
            IF WS-OTB-OK = "Y" AND WS-OTB-Branch > 0
                OPEN INPUT BranchFile
                MOVE WS-OTB-Branch TO Branch-RelKey
                READ BranchFile INVALID KEY
                    DISPLAY "Error: Branch not found."
                    MOVE "N" TO WS-OTB-OK
                END-READ
                CLOSE BranchFile
            END-IF
            IF WS-OTB-OK = "Y"
                MOVE "N" TO WS-OTB-Found
                MOVE 0 TO WS-OTB-Key
                OPEN I-O OtbFile
                IF File-Status = "35"
                    OPEN OUTPUT OtbFile
                    CLOSE OtbFile
                    OPEN I-O OtbFile
                END-IF
                MOVE "N" TO EOFOTB
                PERFORM UNTIL EOFOTB = "Y"
                   READ OtbFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFOTB
                   NOT AT END
                       IF OTB-Category = WS-OTB-Category AND
                          OTB-Month = WS-OTB-Month AND
                          OTB-Branch-ID = WS-OTB-Branch
                           MOVE "Y" TO WS-OTB-Found
                           MOVE OTB-ID TO WS-OTB-Key
                           MOVE "Y" TO EOFOTB
                       END-IF
                END-PERFORM
                IF WS-OTB-Found = "Y"
                    DISPLAY "Current budget: " OTB-Budget
                END-IF
                MOVE SPACES TO Audit-Before
                STRING "CAT=" WS-OTB-Category " M=" WS-OTB-Month
                    DELIMITED BY SIZE INTO Audit-Before
                DISPLAY "Enter Budget (0 removes it): "
                MOVE 0 TO WS-OTB-Budget
                ACCEPT WS-OTB-Budget
                IF WS-OTB-Found = "Y"
                    MOVE WS-OTB-Key TO OTB-RelKey
                    IF WS-OTB-Budget = 0
                        DELETE OtbFile INVALID KEY
                        DISPLAY "Error: Unable to delete record."
                        END-DELETE
                    ELSE
                        MOVE WS-OTB-Budget TO OTB-Budget
                        ACCEPT OTB-Updated FROM DATE YYYYMMDD
                        REWRITE Otb-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                        END-REWRITE
                    END-IF
                ELSE
                    IF WS-OTB-Budget > 0
                        CLOSE OtbFile
                        PERFORM Next-Otb-Sequence
                        OPEN I-O OtbFile
                        MOVE WS-Next-ID TO OTB-ID
                        MOVE WS-Next-ID TO OTB-RelKey
                        MOVE WS-OTB-Category TO OTB-Category
                        MOVE WS-OTB-Month TO OTB-Month
                        MOVE WS-OTB-Branch TO OTB-Branch-ID
                        MOVE WS-OTB-Budget TO OTB-Budget
                        ACCEPT OTB-Updated FROM DATE YYYYMMDD
                        WRITE Otb-Record INVALID KEY
                        DISPLAY "Error: Unable to write record."
                        END-WRITE
                    END-IF
                END-IF
                CLOSE OtbFile
                DISPLAY ESC Blue-On "Budget saved." ESC Reset-Color
                MOVE "OTB-BUDGET" TO Audit-Action
                MOVE SPACES TO Audit-After
                STRING "BR=" WS-OTB-Branch " B=" WS-OTB-Budget
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
            END-IF.
       Open-To-Buy-Report.
      *>  Budget, committed (open PO value due that month),
      *>  received and remaining per category for one month.
      *>  Branch rows are part of their company row, so only the
      *>  company rows are totalled.
            DISPLAY "Enter Month (YYYYMM): "
            MOVE 0 TO WS-OTB-Month
            ACCEPT WS-OTB-Month
            MOVE "R" TO WS-OTB-Mode
            PERFORM Build-OTB-Table
            MOVE 0 TO WS-OTB-Tot-Budget
            MOVE 0 TO WS-OTB-Tot-Committed
            MOVE 0 TO WS-OTB-Tot-Received
            MOVE "OTB-MONTH" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Open-to-Buy Report for " WS-OTB-Month
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Category     Br         Budget     Committed"
                "      Received      Remaining"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING OTB-IDX FROM 1 BY 1
                UNTIL OTB-IDX > OTB-T-Count
                COMPUTE WS-OTB-Remaining =
                    OTB-T-Budget(OTB-IDX) -
                    OTB-T-Committed(OTB-IDX) -
                    OTB-T-Received(OTB-IDX)
                MOVE OTB-T-Budget(OTB-IDX) TO WS-OTB-Disp-Budget
                MOVE OTB-T-Committed(OTB-IDX) TO WS-OTB-Disp-Comm
                MOVE OTB-T-Received(OTB-IDX) TO WS-OTB-Disp-Recv
                MOVE WS-OTB-Remaining TO WS-OTB-Disp-Rem
                MOVE SPACES TO WS-Spool-Line
                STRING OTB-T-Category(OTB-IDX) " "
                    OTB-T-Branch(OTB-IDX) " "
                    WS-OTB-Disp-Budget " " WS-OTB-Disp-Comm " "
                    WS-OTB-Disp-Recv " " WS-OTB-Disp-Rem
                    DELIMITED BY SIZE INTO WS-Spool-Line
                IF OTB-T-Budget(OTB-IDX) = 0
                    MOVE "NO BUDGET" TO WS-Spool-Line(76:9)
                ELSE
                IF WS-OTB-Remaining < 0
                    MOVE "OVER" TO WS-Spool-Line(76:4)
                END-IF
                END-IF
                PERFORM Spool-Line
                IF OTB-T-Branch(OTB-IDX) = 0
                    ADD OTB-T-Budget(OTB-IDX) TO WS-OTB-Tot-Budget
                    ADD OTB-T-Committed(OTB-IDX) TO
                        WS-OTB-Tot-Committed
                    ADD OTB-T-Received(OTB-IDX) TO
                        WS-OTB-Tot-Received
                END-IF
            END-PERFORM
            COMPUTE WS-OTB-Remaining = WS-OTB-Tot-Budget -
                WS-OTB-Tot-Committed - WS-OTB-Tot-Received
            MOVE WS-OTB-Tot-Budget TO WS-OTB-Disp-Budget
            MOVE WS-OTB-Tot-Committed TO WS-OTB-Disp-Comm
            MOVE WS-OTB-Tot-Received TO WS-OTB-Disp-Recv
            MOVE WS-OTB-Remaining TO WS-OTB-Disp-Rem
            MOVE SPACES TO WS-Spool-Line
            STRING "COMPANY TOTAL    " WS-OTB-Disp-Budget " "
                WS-OTB-Disp-Comm " " WS-OTB-Disp-Recv " "
                WS-OTB-Disp-Rem
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Next-Shelf-Task-Sequence.
            MOVE 57 TO Counter-RelKey
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
       Set-Shelf-Capacity.
      *>  How much of the item the shelf at its bin holds. Zero
      *>  leaves the bin off the replenishment task list.
            DISPLAY "Enter Item-ID: "
            ACCEPT WS-Bin-Item
            DISPLAY "Enter Branch-ID (0 for main): "
            ACCEPT WS-Bin-Branch
            PERFORM Find-Bin-Location
            IF WS-Bin-Found NOT = "Y"
                DISPLAY "Error: set the item's bin location first."
            ELSE
                DISPLAY "Bin " WS-Bin-Loc " shelf capacity: "
                    WS-Bin-Cap
                MOVE SPACES TO Audit-Before
                STRING "BIN=" WS-Bin-Loc " CAP=" WS-Bin-Cap
                    DELIMITED BY SIZE INTO Audit-Before
                DISPLAY "Enter Shelf Capacity (0 = not tracked): "
                MOVE 0 TO WS-Bin-Cap
                ACCEPT WS-Bin-Cap
                OPEN I-O BinLocFile
                MOVE WS-Bin-Key TO BinLoc-RelKey
                READ BinLocFile INVALID KEY
                    DISPLAY "Error: Record not found."
                NOT INVALID KEY
                    MOVE WS-Bin-Cap TO BIN-Shelf-Cap
                    REWRITE BinLoc-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
                CLOSE BinLocFile
                DISPLAY ESC Blue-On "Shelf capacity saved."
                    ESC Reset-Color
                MOVE "SHELF-CAP" TO Audit-Action
                MOVE SPACES TO Audit-After
                STRING "ITEM=" WS-Bin-Item " BR=" WS-Bin-Branch
                    " CAP=" WS-Bin-Cap
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
            END-IF.
       Manage-Shelf-Replenishment.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Shelf Replenishment"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Print Replenishment Task List"
               DISPLAY "2. Confirm Tasks"
               DISPLAY "3. Shelf Count"
               DISPLAY "4. View Shelf / Backroom Stock"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Shelf-Task-List
                   WHEN "2"
                       PERFORM Confirm-Shelf-Tasks
                   WHEN "3"
                       PERFORM Shelf-Count
                   WHEN "4"
                       PERFORM View-Shelf-Stock
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Build-Shelf-Table.
      *>  Loads the bins at WS-SHF-Branch that have a shelf
      *>  capacity, with each item's branch stock split into shelf
      *>  and backroom, works out what to bring out (up to the
      *>  capacity, no more than the backroom holds) and sorts the
      *>  table by bin so the list walks the floor once.
            MOVE 0 TO SHF-T-Count
            OPEN INPUT BinLocFile
            IF File-Status = "00"
                MOVE "N" TO EOFBN
                PERFORM UNTIL EOFBN = "Y"
                   READ BinLocFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFBN
                   NOT AT END
                       IF BIN-Branch-ID = WS-SHF-Branch AND
                          BIN-Shelf-Cap > 0 AND
                          SHF-T-Count < 500
                           ADD 1 TO SHF-T-Count
                           MOVE BIN-Location TO
                               SHF-T-Location(SHF-T-Count)
                           MOVE BIN-Item-ID TO
                               SHF-T-Item(SHF-T-Count)
                           MOVE BIN-Shelf-Cap TO
                               SHF-T-Cap(SHF-T-Count)
                           MOVE 0 TO SHF-T-Total(SHF-T-Count)
                           MOVE 0 TO SHF-T-Shelf(SHF-T-Count)
                           MOVE 0 TO SHF-T-Bring(SHF-T-Count)
                       END-IF
                END-PERFORM
                CLOSE BinLocFile
            END-IF
            IF SHF-T-Count > 0
                OPEN INPUT ItemBranchFile
                IF File-Status = "00"
                    MOVE "N" TO EOFSHF
                    PERFORM UNTIL EOFSHF = "Y"
                       READ ItemBranchFile NEXT RECORD
                       AT END
                           MOVE "Y" TO EOFSHF
                       NOT AT END
                           IF IB-Branch-ID = WS-SHF-Branch
                               PERFORM VARYING SHF-IDX FROM 1 BY 1
                                   UNTIL SHF-IDX > SHF-T-Count
                                   IF SHF-T-Item(SHF-IDX) =
                                      IB-Item-ID
                                       MOVE IB-Qty TO
                                           SHF-T-Total(SHF-IDX)
                                       MOVE IB-Shelf-Qty TO
                                           SHF-T-Shelf(SHF-IDX)
                                   END-IF
                               END-PERFORM
                           END-IF
                    END-PERFORM
                    CLOSE ItemBranchFile
                END-IF
            END-IF
            PERFORM VARYING SHF-IDX FROM 1 BY 1
                UNTIL SHF-IDX > SHF-T-Count
                IF SHF-T-Shelf(SHF-IDX) > SHF-T-Total(SHF-IDX)
                    MOVE SHF-T-Total(SHF-IDX) TO SHF-T-Shelf(SHF-IDX)
                END-IF
                IF SHF-T-Shelf(SHF-IDX) < SHF-T-Cap(SHF-IDX)
                    COMPUTE SHF-T-Bring(SHF-IDX) =
                        SHF-T-Cap(SHF-IDX) - SHF-T-Shelf(SHF-IDX)
                    COMPUTE WS-SHF-Back =
                        SHF-T-Total(SHF-IDX) - SHF-T-Shelf(SHF-IDX)
                    IF WS-SHF-Back < SHF-T-Bring(SHF-IDX)
                        MOVE WS-SHF-Back TO SHF-T-Bring(SHF-IDX)
                    END-IF
                END-IF
            END-PERFORM
            PERFORM VARYING SHF-IDX FROM 1 BY 1
                UNTIL SHF-IDX >= SHF-T-Count
                PERFORM VARYING SHF-JDX FROM 1 BY 1
                    UNTIL SHF-JDX >= SHF-T-Count - SHF-IDX + 1
                    IF SHF-T-Location(SHF-JDX) >
                       SHF-T-Location(SHF-JDX + 1)
                        MOVE SHF-T-Entry(SHF-JDX) TO SHF-T-Swap
                        MOVE SHF-T-Entry(SHF-JDX + 1) TO
                            SHF-T-Entry(SHF-JDX)
                        MOVE SHF-T-Swap TO SHF-T-Entry(SHF-JDX + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
       Shelf-Task-List.
      *>  Prints, in walk order, every bin at the branch whose
      *>  shelf is below capacity with backroom stock to fill it,
      *>  and files each line as an OPEN task for Confirm Tasks.
      *>  Tasks left open from an earlier list are replaced.
            DISPLAY "Enter Branch-ID (0 for main): "
            MOVE 0 TO WS-SHF-Branch
            ACCEPT WS-SHF-Branch
            PERFORM Build-Shelf-Table
            OPEN I-O ShelfTaskFile
            IF File-Status = "35"
                OPEN OUTPUT ShelfTaskFile
                CLOSE ShelfTaskFile
                OPEN I-O ShelfTaskFile
            END-IF
            MOVE "N" TO EOFSHF
            PERFORM UNTIL EOFSHF = "Y"
               READ ShelfTaskFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFSHF
               NOT AT END
                   IF SHT-Branch-ID = WS-SHF-Branch AND SHT-Open
                       MOVE "REPLACED" TO SHT-Status
                       REWRITE ShelfTask-Record INVALID KEY
                       DISPLAY "Error: Unable to rewrite record."
                       END-REWRITE
                   END-IF
            END-PERFORM
            ACCEPT WS-SHF-Date FROM DATE YYYYMMDD
            MOVE 0 TO WS-SHF-Count
            MOVE "SHELF-TASKS" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Shelf Replenishment Tasks - Branch "
                WS-SHF-Branch "  " WS-SHF-Date
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Bin      Item  Name                   Shelf"
                "     Cap  Backroom     Bring  Done"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            OPEN INPUT ItemFile
            PERFORM VARYING SHF-IDX FROM 1 BY 1
                UNTIL SHF-IDX > SHF-T-Count
                IF SHF-T-Bring(SHF-IDX) > 0
                    MOVE SHF-T-Item(SHF-IDX) TO RelativeKey
                    READ ItemFile INVALID KEY
                        MOVE SPACES TO Item-Name
                    END-READ
                    COMPUTE WS-SHF-Back =
                        SHF-T-Total(SHF-IDX) - SHF-T-Shelf(SHF-IDX)
                    MOVE SPACES TO WS-Spool-Line
                    STRING SHF-T-Location(SHF-IDX) " "
                        SHF-T-Item(SHF-IDX) " " Item-Name " "
                        SHF-T-Shelf(SHF-IDX) " "
                        SHF-T-Cap(SHF-IDX) "   "
                        WS-SHF-Back "   "
                        SHF-T-Bring(SHF-IDX) "  [ ]"
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                    PERFORM Next-Shelf-Task-Sequence
                    MOVE WS-Next-ID TO SHT-ID
                    MOVE WS-Next-ID TO ShelfTask-RelKey
                    MOVE WS-SHF-Branch TO SHT-Branch-ID
                    MOVE SHF-T-Item(SHF-IDX) TO SHT-Item-ID
                    MOVE SHF-T-Location(SHF-IDX) TO SHT-Location
                    MOVE SHF-T-Bring(SHF-IDX) TO SHT-Qty
                    MOVE 0 TO SHT-Moved
                    MOVE WS-SHF-Date TO SHT-Date
                    MOVE "OPEN" TO SHT-Status
                    MOVE SPACES TO SHT-Done-By
                    WRITE ShelfTask-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                    ADD 1 TO WS-SHF-Count
                END-IF
            END-PERFORM
            CLOSE ItemFile
            CLOSE ShelfTaskFile
            IF WS-SHF-Count = 0
                MOVE "No shelf needs filling." TO WS-Spool-Line
                PERFORM Spool-Line
            END-IF
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Confirm-Shelf-Tasks.
      *>  Walks the branch's OPEN tasks in list order. Each one
      *>  done moves the quantity brought out from the backroom to
      *>  the shelf; one not done stays open for the next list.
            DISPLAY "Enter Branch-ID (0 for main): "
            MOVE 0 TO WS-SHF-Branch
            ACCEPT WS-SHF-Branch
            MOVE 0 TO WS-SHF-Count
            OPEN I-O ShelfTaskFile
            IF File-Status NOT = "00"
                DISPLAY "No replenishment tasks on file."
            ELSE
                MOVE "N" TO EOFSHF
                PERFORM UNTIL EOFSHF = "Y"
                   READ ShelfTaskFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFSHF
                   NOT AT END
                       IF SHT-Branch-ID = WS-SHF-Branch AND
                          SHT-Open
                           PERFORM Confirm-Shelf-Task
                       END-IF
                END-PERFORM
                CLOSE ShelfTaskFile
                DISPLAY "Tasks confirmed: " WS-SHF-Count
            END-IF.
       Confirm-Shelf-Task.
      *>  ShelfTaskFile open I-O with an OPEN task in the buffer.
            DISPLAY SHT-Location " Item " SHT-Item-ID
                " - bring out " SHT-Qty
            DISPLAY "Done as listed (Y), other quantity (Q), "
                "not done (N), stop (X): "
            MOVE SPACES TO WS-SHF-Answer
            ACCEPT WS-SHF-Answer
            MOVE "N" TO WS-SHF-OK
            EVALUATE WS-SHF-Answer
                WHEN "Y"
                WHEN "y"
                    MOVE SHT-Qty TO WS-SHF-Move
                    MOVE "Y" TO WS-SHF-OK
                WHEN "Q"
                WHEN "q"
                    DISPLAY "Enter Quantity Brought Out: "
                    MOVE 0 TO WS-SHF-Move
                    ACCEPT WS-SHF-Move
                    MOVE "Y" TO WS-SHF-OK
                WHEN "X"
                WHEN "x"
                    MOVE "Y" TO EOFSHF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-SHF-OK = "Y"
                MOVE SHT-Item-ID TO Item-ID
                MOVE SHT-Branch-ID TO WS-Branch-ID-Lookup
                PERFORM Move-To-Shelf
                MOVE WS-SHF-Move TO SHT-Moved
                MOVE "DONE" TO SHT-Status
                MOVE Input-ID TO SHT-Done-By
                REWRITE ShelfTask-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
                ADD 1 TO WS-SHF-Count
            END-IF.
       Move-To-Shelf.
      *>  Expects Item-ID, WS-Branch-ID-Lookup and WS-SHF-Move.
      *>  Moves up to WS-SHF-Move from the backroom to the shelf -
      *>  the branch total does not change - and returns in
      *>  WS-SHF-Move what was actually moved.
            PERFORM Find-Item-Branch-Stock
            IF WS-IB-Found NOT = "Y"
                DISPLAY "Error: no branch stock on file for item "
                    Item-ID "."
                MOVE 0 TO WS-SHF-Move
            ELSE
                OPEN I-O ItemBranchFile
                READ ItemBranchFile INVALID KEY
                    DISPLAY "Error: Branch stock row not found."
                    MOVE 0 TO WS-SHF-Move
                NOT INVALID KEY
                    IF IB-Shelf-Qty > IB-Qty
                        MOVE IB-Qty TO IB-Shelf-Qty
                    END-IF
                    COMPUTE WS-SHF-Back = IB-Qty - IB-Shelf-Qty
                    IF WS-SHF-Move > WS-SHF-Back
                        DISPLAY "Backroom holds only " WS-SHF-Back
                            " - that much moved."
                        MOVE WS-SHF-Back TO WS-SHF-Move
                    END-IF
                    ADD WS-SHF-Move TO IB-Shelf-Qty
                    REWRITE Item-Branch-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
                CLOSE ItemBranchFile
            END-IF.
       Shelf-Count.
      *>  Records what is actually on the shelf; the rest of the
      *>  branch stock is then taken to be in the backroom.
            DISPLAY "Enter Item-ID: "
            MOVE 0 TO Item-ID
            ACCEPT Item-ID
            DISPLAY "Enter Branch-ID (0 for main): "
            MOVE 0 TO WS-Branch-ID-Lookup
            ACCEPT WS-Branch-ID-Lookup
            PERFORM Find-Item-Branch-Stock
            IF WS-IB-Found NOT = "Y"
                DISPLAY "Error: no branch stock on file for this "
                    "item."
            ELSE
                DISPLAY "Branch stock " WS-IB-Qty
                    "  on shelf " WS-IB-Shelf
                DISPLAY "Enter Counted Shelf Quantity: "
                MOVE 0 TO WS-SHF-Qty
                ACCEPT WS-SHF-Qty
                IF WS-SHF-Qty > WS-IB-Qty
                    DISPLAY "Error: the shelf cannot hold more than "
                        "the branch stock of " WS-IB-Qty "."
                ELSE
                    OPEN I-O ItemBranchFile
                    READ ItemBranchFile INVALID KEY
                        DISPLAY "Error: Branch stock row not found."
                    NOT INVALID KEY
                        MOVE WS-SHF-Qty TO IB-Shelf-Qty
                        REWRITE Item-Branch-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                        END-REWRITE
                    END-READ
                    CLOSE ItemBranchFile
                    DISPLAY ESC Blue-On "Shelf count saved."
                        ESC Reset-Color
                    MOVE "SHELF-COUNT" TO Audit-Action
                    MOVE SPACES TO Audit-Before
                    STRING "ITEM=" Item-ID " BR=" WS-Branch-ID-Lookup
                        " SH=" WS-IB-Shelf
                        DELIMITED BY SIZE INTO Audit-Before
                    MOVE SPACES TO Audit-After
                    STRING "SH=" WS-SHF-Qty
                        DELIMITED BY SIZE INTO Audit-After
                    PERFORM Write-Audit
                END-IF
            END-IF.
       View-Shelf-Stock.
            DISPLAY "Enter Branch-ID (0 for main): "
            MOVE 0 TO WS-SHF-Branch
            ACCEPT WS-SHF-Branch
            DISPLAY H10 H10 H10 H10 H10 H2
            DISPLAY "Item-ID" A3 "Total" A5 "Shelf" A3 "Backroom"
                A3 "Bin" A6 "Cap"
            DISPLAY S10 S10 S10 S10 S10 S2
            OPEN INPUT ItemBranchFile
            IF File-Status = "00"
                MOVE "N" TO EOFSHF
                PERFORM UNTIL EOFSHF = "Y"
                   READ ItemBranchFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFSHF
                   NOT AT END
                       IF IB-Branch-ID = WS-SHF-Branch
                           IF IB-Shelf-Qty > IB-Qty
                               MOVE 0 TO WS-SHF-Back
                           ELSE
                               COMPUTE WS-SHF-Back =
                                   IB-Qty - IB-Shelf-Qty
                           END-IF
                           MOVE IB-Item-ID TO WS-Bin-Item
                           MOVE IB-Branch-ID TO WS-Bin-Branch
                           PERFORM Find-Bin-Location
                           DISPLAY IB-Item-ID A5
                               IB-Qty A3
                               IB-Shelf-Qty A3
                               WS-SHF-Back A4
                               WS-Bin-Loc A1
                               WS-Bin-Cap
                       END-IF
                END-PERFORM
                CLOSE ItemBranchFile
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H2.
       Find-Fiscal-Doc.
      *>  Expects WS-FIS-Find-Series/-Source/-Ref. Returns
      *>  WS-FIS-Found and, when the document has an ISSUED fiscal
      *>  number, that number in WS-FIS-Doc-No.
            MOVE "N" TO WS-FIS-Found
            MOVE SPACES TO WS-FIS-Doc-No
            OPEN INPUT FiscalFile
            IF File-Status = "00"
                MOVE "N" TO EOFFIS
                PERFORM UNTIL EOFFIS = "Y"
                   READ FiscalFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFFIS
                   NOT AT END
                       IF FIS-Series = WS-FIS-Find-Series AND
                          FIS-Source = WS-FIS-Find-Source AND
                          FIS-Ref-ID = WS-FIS-Find-Ref AND
                          FIS-Issued
                           MOVE "Y" TO WS-FIS-Found
                           PERFORM Format-Fiscal-No
                           MOVE "Y" TO EOFFIS
                       END-IF
                END-PERFORM
                CLOSE FiscalFile
            END-IF.
       Format-Fiscal-No.
      *>  Fiscal-Record loaded; returns e.g. R001-2026-0000123 in
      *>  WS-FIS-Doc-No (series, branch, year, number).
            MOVE SPACES TO WS-FIS-Doc-No
            STRING FIS-Series FIS-Branch-ID "-" FIS-Year "-"
                FIS-Number
                DELIMITED BY SIZE INTO WS-FIS-Doc-No.
       Reserve-Fiscal-Number.
      *>  Expects WS-FIS-Branch/-Series/-Source/-Ref/-Amount, and
      *>  for a credit note WS-FIS-Orig-Inv (0 = no receipt).
      *>  Takes the next number in the branch's series for this
      *>  year and files it RESERVED; the caller settles it with
      *>  Settle-Fiscal-Number once the document is written. The
      *>  counter slot stays locked from the scan to the write, so
      *>  two tills can neither share a number nor skip one.
      *>  Returns WS-FIS-Key - 0 when the document already holds an
      *>  issued number, which is then left in WS-FIS-Doc-No.
            MOVE 0 TO WS-FIS-Key
            MOVE WS-FIS-Series TO WS-FIS-Find-Series
            MOVE WS-FIS-Source TO WS-FIS-Find-Source
            MOVE WS-FIS-Ref TO WS-FIS-Find-Ref
            PERFORM Find-Fiscal-Doc
            IF WS-FIS-Found = "Y"
                DISPLAY "Fiscal number already issued: "
                    WS-FIS-Doc-No
            ELSE
                MOVE SPACES TO WS-FIS-Orig-No
                IF WS-FIS-Series = "C"
                    IF WS-FIS-Orig-Inv = 0
                        MOVE "NO RECEIPT" TO WS-FIS-Orig-No
                    ELSE
                        MOVE "R" TO WS-FIS-Find-Series
                        MOVE "I" TO WS-FIS-Find-Source
                        MOVE WS-FIS-Orig-Inv TO WS-FIS-Find-Ref
                        PERFORM Find-Fiscal-Doc
                        IF WS-FIS-Found = "Y"
                            MOVE WS-FIS-Doc-No TO WS-FIS-Orig-No
                        ELSE
                            MOVE "PRE-FISCAL" TO WS-FIS-Orig-No
                        END-IF
                    END-IF
                END-IF
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
                       IF FIS-Branch-ID = WS-FIS-Branch AND
                          FIS-Year = WS-FIS-Year AND
                          FIS-Series = WS-FIS-Series AND
                          FIS-Number > WS-FIS-Number
                           MOVE FIS-Number TO WS-FIS-Number
                       END-IF
                END-PERFORM
                ADD 1 TO WS-FIS-Number
                MOVE WS-FIS-Key TO FIS-ID
                MOVE WS-FIS-Key TO Fiscal-RelKey
                MOVE WS-FIS-Branch TO FIS-Branch-ID
                MOVE WS-FIS-Year TO FIS-Year
                MOVE WS-FIS-Series TO FIS-Series
                MOVE WS-FIS-Number TO FIS-Number
                MOVE WS-FIS-Source TO FIS-Source
                MOVE WS-FIS-Ref TO FIS-Ref-ID
                MOVE WS-FIS-Orig-Inv TO FIS-Orig-Invoice
                MOVE WS-FIS-Orig-No TO FIS-Orig-Number
                MOVE WS-FIS-Amount TO FIS-Amount
                MOVE WS-FIS-Today TO FIS-Date
                MOVE Input-ID TO FIS-Casher-ID
                MOVE "RESERVED" TO FIS-Status
                MOVE SPACES TO FIS-Reason
                WRITE Fiscal-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                MOVE 0 TO WS-FIS-Key
                END-WRITE
                CLOSE FiscalFile
                CLOSE CounterFile
                PERFORM Format-Fiscal-No
            END-IF.
       Settle-Fiscal-Number.
      *>  Expects WS-FIS-Key from Reserve-Fiscal-Number and
      *>  WS-FIS-Result: "I" the document was written and the
      *>  number is ISSUED; "V" it was not and the number is VOID
      *>  for WS-FIS-Reason. Either way the number stays on the
      *>  register for the gap audit to account for.
            IF WS-FIS-Key > 0
                OPEN I-O FiscalFile
                MOVE WS-FIS-Key TO Fiscal-RelKey
                READ FiscalFile INVALID KEY
                    DISPLAY "Error: fiscal register row not found."
                NOT INVALID KEY
                    IF WS-FIS-Result = "I"
                        MOVE "ISSUED" TO FIS-Status
                        MOVE SPACES TO FIS-Reason
                    ELSE
                        MOVE "VOID" TO FIS-Status
                        MOVE WS-FIS-Reason TO FIS-Reason
                    END-IF
                    REWRITE Fiscal-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    PERFORM Format-Fiscal-No
                END-READ
                CLOSE FiscalFile
                IF WS-FIS-Result = "I"
                    IF WS-FIS-Series = "C"
                        DISPLAY ESC Blue-On "Credit note "
                            WS-FIS-Doc-No " against receipt "
                            WS-FIS-Orig-No ESC Reset-Color
                    ELSE
                        DISPLAY ESC Blue-On "Fiscal receipt "
                            WS-FIS-Doc-No ESC Reset-Color
                    END-IF
                    MOVE "FISCAL" TO WS-EJ-Event
                    MOVE WS-FIS-Ref TO WS-EJ-Ref
                    MOVE WS-FIS-Amount TO WS-EJ-Amount
                    MOVE WS-FIS-Doc-No TO WS-EJ-Detail
                    PERFORM Write-EJ
                ELSE
                    DISPLAY "Fiscal number " WS-FIS-Doc-No
                        " voided: " WS-FIS-Reason
                END-IF
                MOVE 0 TO WS-FIS-Key
            END-IF.
       Manage-Fiscal-Documents.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Fiscal Documents"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Gap Audit Report"
               DISPLAY "2. View Fiscal Register"
               DISPLAY "3. Void a Stuck Reservation"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Fiscal-Gap-Audit
                   WHEN "2"
                       PERFORM View-Fiscal-Register
                   WHEN "3"
                       PERFORM Void-Fiscal-Reservation
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Fiscal-Gap-Audit.
      *>  Proves each series is continuous for one branch and
      *>  year: walks the register in allocation order, reports
      *>  any missing or repeated number, and lists every number
      *>  reserved but not issued with its reason (a RESERVED row
      *>  is one whose till stopped before the document was
      *>  written).
            DISPLAY "Enter Branch-ID (0 for main/web): "
            MOVE 0 TO WS-FIS-Branch
            ACCEPT WS-FIS-Branch
            DISPLAY "Enter Year (YYYY): "
            MOVE 0 TO WS-FIS-Year
            ACCEPT WS-FIS-Year
            MOVE "FISCAL-GAPS" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Fiscal Gap Audit - Branch " WS-FIS-Branch
                "  Year " WS-FIS-Year
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "R" TO WS-FIS-Series
            PERFORM Fiscal-Gap-Series
            MOVE "C" TO WS-FIS-Series
            PERFORM Fiscal-Gap-Series
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Fiscal-Gap-Series.
      *>  One series (WS-FIS-Series) of the gap audit.
            MOVE SPACES TO WS-Spool-Line
            PERFORM Spool-Line
            IF WS-FIS-Series = "R"
                MOVE "Series R - sales receipts" TO WS-Spool-Line
            ELSE
                MOVE "Series C - credit notes" TO WS-Spool-Line
            END-IF
            PERFORM Spool-Line
            MOVE 1 TO WS-FIS-Expect
            MOVE 0 TO WS-FIS-Issued
            MOVE 0 TO WS-FIS-Unissued
            MOVE 0 TO WS-FIS-Breaks
            MOVE 0 TO WS-FIS-Number
            OPEN INPUT FiscalFile
            IF File-Status = "00"
                MOVE "N" TO EOFFIS
                PERFORM UNTIL EOFFIS = "Y"
                   READ FiscalFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFFIS
                   NOT AT END
                       IF FIS-Branch-ID = WS-FIS-Branch AND
                          FIS-Year = WS-FIS-Year AND
                          FIS-Series = WS-FIS-Series
                           PERFORM Fiscal-Gap-Row
                       END-IF
                END-PERFORM
                CLOSE FiscalFile
            END-IF
            MOVE SPACES TO WS-Spool-Line
            IF WS-FIS-Number = 0
                MOVE "  No numbers issued." TO WS-Spool-Line
            ELSE
                STRING "  Numbers 0000001 to " WS-FIS-Number
                    ": issued " WS-FIS-Issued
                    ", not issued " WS-FIS-Unissued
                    DELIMITED BY SIZE INTO WS-Spool-Line
            END-IF
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            IF WS-FIS-Breaks = 0
                STRING "  SERIES CONTINUOUS - every number "
                    "accounted for."
                    DELIMITED BY SIZE INTO WS-Spool-Line
            ELSE
                STRING "  BREAKS FOUND: " WS-FIS-Breaks
                    DELIMITED BY SIZE INTO WS-Spool-Line
            END-IF
            PERFORM Spool-Line.
       Fiscal-Gap-Row.
      *>  FiscalFile row of the audited series loaded.
            IF FIS-Number > WS-FIS-Expect
                ADD 1 TO WS-FIS-Breaks
                COMPUTE WS-FIS-Gap-To = FIS-Number - 1
                MOVE SPACES TO WS-Spool-Line
                STRING "  MISSING  " WS-FIS-Expect " to "
                    WS-FIS-Gap-To
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-IF
            IF FIS-Number < WS-FIS-Expect
                ADD 1 TO WS-FIS-Breaks
                MOVE SPACES TO WS-Spool-Line
                STRING "  REPEATED " FIS-Number " (register row "
                    FIS-ID ")"
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            ELSE
                COMPUTE WS-FIS-Expect = FIS-Number + 1
                MOVE FIS-Number TO WS-FIS-Number
            END-IF
            IF FIS-Issued
                ADD 1 TO WS-FIS-Issued
            ELSE
                ADD 1 TO WS-FIS-Unissued
                MOVE SPACES TO WS-Spool-Line
                IF FIS-Status = "RESERVED"
                    STRING "  " FIS-Number " RESERVED " FIS-Date
                        " till " FIS-Casher-ID
                        " - not written (session interrupted)"
                        DELIMITED BY SIZE INTO WS-Spool-Line
                ELSE
                    STRING "  " FIS-Number " VOID     " FIS-Date
                        " till " FIS-Casher-ID " - " FIS-Reason
                        DELIMITED BY SIZE INTO WS-Spool-Line
                END-IF
                PERFORM Spool-Line
            END-IF.
       View-Fiscal-Register.
            DISPLAY "Enter Branch-ID (0 for main/web): "
            MOVE 0 TO WS-FIS-Branch
            ACCEPT WS-FIS-Branch
            DISPLAY "Enter Year (YYYY): "
            MOVE 0 TO WS-FIS-Year
            ACCEPT WS-FIS-Year
            DISPLAY H10 H10 H10 H10 H10 H10 H2
            DISPLAY "Fiscal No.        Src Ref   Date     "
                "      Amount Status   Against"
            DISPLAY S10 S10 S10 S10 S10 S10 S2
            OPEN INPUT FiscalFile
            IF File-Status = "00"
                MOVE "N" TO EOFFIS
                PERFORM UNTIL EOFFIS = "Y"
                   READ FiscalFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFFIS
                   NOT AT END
                       IF FIS-Branch-ID = WS-FIS-Branch AND
                          FIS-Year = WS-FIS-Year
                           PERFORM Format-Fiscal-No
                           MOVE FIS-Amount TO WS-FIS-Disp-Amt
                           DISPLAY WS-FIS-Doc-No " " FIS-Source
                               "   " FIS-Ref-ID " " FIS-Date " "
                               WS-FIS-Disp-Amt " " FIS-Status " "
                               FIS-Orig-Number
                       END-IF
                END-PERFORM
                CLOSE FiscalFile
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H10 H2.
       Void-Fiscal-Reservation.
      *>  A number left RESERVED by a till that went down before
      *>  the document was written is closed off as VOID with the
      *>  reason the supervisor gives. Issued numbers cannot be
      *>  voided - a wrong sale is corrected by a credit note.
            DISPLAY "Enter Series (R/C): "
            MOVE SPACES TO WS-FIS-Series
            ACCEPT WS-FIS-Series
            MOVE FUNCTION UPPER-CASE(WS-FIS-Series) TO WS-FIS-Series
            DISPLAY "Enter Branch-ID (0 for main/web): "
            MOVE 0 TO WS-FIS-Branch
            ACCEPT WS-FIS-Branch
            DISPLAY "Enter Year (YYYY): "
            MOVE 0 TO WS-FIS-Year
            ACCEPT WS-FIS-Year
            DISPLAY "Enter Number: "
            MOVE 0 TO WS-FIS-Number
            ACCEPT WS-FIS-Number
            MOVE 0 TO WS-FIS-Key
            OPEN INPUT FiscalFile
            IF File-Status = "00"
                MOVE "N" TO EOFFIS
                PERFORM UNTIL EOFFIS = "Y"
                   READ FiscalFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFFIS
                   NOT AT END
                       IF FIS-Branch-ID = WS-FIS-Branch AND
                          FIS-Year = WS-FIS-Year AND
                          FIS-Series = WS-FIS-Series AND
                          FIS-Number = WS-FIS-Number AND
                          FIS-Status = "RESERVED"
                           MOVE FIS-ID TO WS-FIS-Key
                           MOVE FIS-Source TO WS-FIS-Source
                           MOVE FIS-Ref-ID TO WS-FIS-Ref
                           MOVE "Y" TO EOFFIS
                       END-IF
                END-PERFORM
                CLOSE FiscalFile
            END-IF
            IF WS-FIS-Key = 0
                DISPLAY "Error: no RESERVED number matches."
            ELSE
                MOVE "FISCAL-VOID" TO WS-Override-Action
                PERFORM Supervisor-Override
                IF WS-Override-OK NOT = "Y"
                    MOVE 0 TO WS-FIS-Key
                ELSE
                    DISPLAY "Enter Reason: "
                    MOVE SPACES TO WS-FIS-Reason
                    ACCEPT WS-FIS-Reason
                    IF WS-FIS-Reason = SPACES
                        MOVE "NOT WRITTEN - TILL STOPPED" TO
                            WS-FIS-Reason
                    END-IF
                    MOVE "V" TO WS-FIS-Result
                    PERFORM Settle-Fiscal-Number
                    MOVE "FISCAL-VOID" TO Audit-Action
                    MOVE SPACES TO Audit-Before
                    STRING "NO=" WS-FIS-Doc-No " " WS-FIS-Source
                        WS-FIS-Ref
                        DELIMITED BY SIZE INTO Audit-Before
                    MOVE WS-FIS-Reason TO Audit-After
                    PERFORM Write-Audit
                END-IF
            END-IF.
       Next-ChgReq-Sequence.
            MOVE 59 TO Counter-RelKey
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
       File-Change-Request.
      *>  Expects WS-CR-Type/Key/Before/After and the old and new
      *>  values. Nothing is changed here - the request waits for
      *>  a second admin under F2. An earlier PENDING request for
      *>  the same field is marked REPLACED so only the latest one
      *>  can be approved.
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
                       MOVE Input-ID TO CR-Checker
                       ACCEPT CR-Checked-Date FROM DATE YYYYMMDD
                       MOVE "SUPERSEDED BY A NEWER REQUEST" TO
                           CR-Note
                       REWRITE ChgReq-Record INVALID KEY
                       DISPLAY "Error: Unable to rewrite record."
                       END-REWRITE
                   END-IF
            END-PERFORM
            MOVE WS-Next-ID TO CR-ID
            MOVE WS-Next-ID TO ChgReq-RelKey
            MOVE WS-CR-Type TO CR-Type
            MOVE WS-CR-Key TO CR-Key
            MOVE WS-CR-Before TO CR-Before
            MOVE WS-CR-After TO CR-After
            MOVE WS-CR-Old-Num1 TO CR-Old-Num1
            MOVE WS-CR-Old-Num2 TO CR-Old-Num2
            MOVE WS-CR-New-Num1 TO CR-New-Num1
            MOVE WS-CR-New-Num2 TO CR-New-Num2
            MOVE WS-CR-Old-Text TO CR-Old-Text
            MOVE WS-CR-New-Text TO CR-New-Text
            MOVE Input-ID TO CR-Maker
            ACCEPT CR-Made-Date FROM DATE YYYYMMDD
            MOVE "PENDING" TO CR-Status
            MOVE SPACES TO CR-Checker
            MOVE 0 TO CR-Checked-Date
            MOVE SPACES TO CR-Note
            WRITE ChgReq-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            IF File-Status = "00"
                DISPLAY ESC Blue-On "Change request " CR-ID
                    " filed - a second admin must approve it "
                    "(admin F2)." ESC Reset-Color
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
       File-Credit-Limit-Request.
      *>  Expects WS-CR-Cust, WS-CR-Old-Num1 (current limit) and
      *>  WS-CR-New-Num1 (limit asked for).
            MOVE "CREDLIM" TO WS-CR-Type
            MOVE SPACES TO WS-CR-Key
            MOVE WS-CR-Cust TO WS-CR-Key(1:5)
            MOVE 0 TO WS-CR-Old-Num2
            MOVE 0 TO WS-CR-New-Num2
            MOVE SPACES TO WS-CR-Old-Text
            MOVE SPACES TO WS-CR-New-Text
            MOVE WS-CR-Old-Num1 TO WS-CR-Disp-1
            MOVE WS-CR-New-Num1 TO WS-CR-Disp-2
            MOVE SPACES TO WS-CR-Before
            STRING "CREDIT LIMIT=" FUNCTION TRIM(WS-CR-Disp-1)
                DELIMITED BY SIZE INTO WS-CR-Before
            MOVE SPACES TO WS-CR-After
            STRING "CREDIT LIMIT=" FUNCTION TRIM(WS-CR-Disp-2)
                DELIMITED BY SIZE INTO WS-CR-After
            PERFORM File-Change-Request.
       File-Tier-Request.
      *>  Expects WS-CR-Cust, WS-CR-Old-Text (current tier) and
      *>  WS-CR-New-Text (tier asked for).
            MOVE "TIER" TO WS-CR-Type
            MOVE SPACES TO WS-CR-Key
            MOVE WS-CR-Cust TO WS-CR-Key(1:5)
            MOVE 0 TO WS-CR-Old-Num1
            MOVE 0 TO WS-CR-Old-Num2
            MOVE 0 TO WS-CR-New-Num1
            MOVE 0 TO WS-CR-New-Num2
            MOVE SPACES TO WS-CR-Before
            STRING "PRICE TIER=" WS-CR-Old-Text(1:1)
                DELIMITED BY SIZE INTO WS-CR-Before
            MOVE SPACES TO WS-CR-After
            STRING "PRICE TIER=" WS-CR-New-Text(1:1)
                DELIMITED BY SIZE INTO WS-CR-After
            PERFORM File-Change-Request.
       Manage-Change-Requests.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Pending Change Approvals"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. View Pending Changes"
               DISPLAY "2. Approve or Reject a Change"
               DISPLAY "3. Request Customer Credit Limit / Tier "
                   "Change"
               DISPLAY "4. Change Request History"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       MOVE "PENDING" TO WS-CR-Status
                       PERFORM View-Change-Requests
                   WHEN "2"
                       PERFORM Review-Change-Request
                   WHEN "3"
                       PERFORM Request-Customer-Credit-Change
                   WHEN "4"
                       MOVE SPACES TO WS-CR-Status
                       PERFORM View-Change-Requests
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       View-Change-Requests.
      *>  Expects WS-CR-Status - PENDING for the approval queue,
      *>  spaces for every request ever raised.
            MOVE 0 TO WS-CR-Count
            DISPLAY H10 H10 H10 H10 H10 H10 H2
            DISPLAY "Req   Type     Key          Maker  Raised   "
                "Status"
            DISPLAY "      Before -> After"
            DISPLAY S10 S10 S10 S10 S10 S10 S2
            OPEN INPUT ChgReqFile
            IF File-Status = "00"
                MOVE "N" TO EOFCHG
                PERFORM UNTIL EOFCHG = "Y"
                   READ ChgReqFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCHG
                   NOT AT END
                       IF WS-CR-Status = SPACES OR
                          CR-Status = WS-CR-Status
                           ADD 1 TO WS-CR-Count
                           DISPLAY CR-ID " " CR-Type " " CR-Key " "
                               CR-Maker " " CR-Made-Date " "
                               CR-Status
                           DISPLAY "      " CR-Before " -> "
                               CR-After
                           IF CR-Checker NOT = SPACES
                               DISPLAY "      by " CR-Checker " on "
                                   CR-Checked-Date " " CR-Note
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE ChgReqFile
            END-IF
            IF WS-CR-Count = 0
                DISPLAY "No change requests to show."
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H10 H2.
       Review-Change-Request.
      *>  The admin who raised a change may withdraw it (reject)
      *>  but never approve it - approval has to come from a
      *>  different login.
            DISPLAY "Enter Change Request ID: "
            MOVE 0 TO WS-CR-ID
            ACCEPT WS-CR-ID
            MOVE SPACES TO WS-CR-Status
            OPEN INPUT ChgReqFile
            IF File-Status = "00"
                MOVE WS-CR-ID TO ChgReq-RelKey
                READ ChgReqFile INVALID KEY
                    MOVE SPACES TO WS-CR-Status
                NOT INVALID KEY
                    MOVE CR-Type TO WS-CR-Type
                    MOVE CR-Key TO WS-CR-Key
                    MOVE CR-Before TO WS-CR-Before
                    MOVE CR-After TO WS-CR-After
                    MOVE CR-Old-Num1 TO WS-CR-Old-Num1
                    MOVE CR-Old-Num2 TO WS-CR-Old-Num2
                    MOVE CR-New-Num1 TO WS-CR-New-Num1
                    MOVE CR-New-Num2 TO WS-CR-New-Num2
                    MOVE CR-Old-Text TO WS-CR-Old-Text
                    MOVE CR-New-Text TO WS-CR-New-Text
                    MOVE CR-Maker TO WS-CR-Maker
                    MOVE CR-Status TO WS-CR-Status
                END-READ
                CLOSE ChgReqFile
            END-IF
            IF WS-CR-Status = SPACES
                DISPLAY "Error: Record not found."
            ELSE
            IF WS-CR-Status NOT = "PENDING"
                DISPLAY "Error: request is already " WS-CR-Status
            ELSE
                DISPLAY "Change " WS-CR-ID ": " WS-CR-Type " "
                    WS-CR-Key
                DISPLAY "  Before: " WS-CR-Before
                DISPLAY "  After:  " WS-CR-After
                DISPLAY "  Raised by " WS-CR-Maker
                DISPLAY "Approve (A) / Reject (R) / Leave (L)? "
                MOVE SPACES TO WS-Confirm
                ACCEPT WS-Confirm
                MOVE FUNCTION UPPER-CASE(WS-Confirm) TO WS-Confirm
                IF WS-Confirm = "A"
                    IF WS-CR-Maker = Input-ID
                        DISPLAY "Error: you raised this change - a "
                            "different admin must approve it."
                    ELSE
                        PERFORM Apply-Change-Request
                        IF WS-CR-Applied = "Y"
                            MOVE "APPROVED" TO WS-CR-Status
                            MOVE SPACES TO WS-CR-Note
                            PERFORM Close-Change-Request
                            DISPLAY ESC Blue-On "Change " WS-CR-ID
                                " approved and applied."
                                ESC Reset-Color
                            MOVE "CHG-APPROVE" TO Audit-Action
                            MOVE SPACES TO Audit-Before
                            STRING WS-CR-ID " " WS-CR-Type " BY "
                                WS-CR-Maker DELIMITED BY SIZE
                                INTO Audit-Before
                            MOVE WS-CR-After TO Audit-After
                            PERFORM Write-Audit
                        END-IF
                    END-IF
                ELSE
                IF WS-Confirm = "R"
                    DISPLAY "Enter Reason: "
                    MOVE SPACES TO WS-CR-Note
                    ACCEPT WS-CR-Note
                    IF WS-CR-Note = SPACES
                        MOVE "NOT APPROVED" TO WS-CR-Note
                    END-IF
                    MOVE "REJECTED" TO WS-CR-Status
                    PERFORM Close-Change-Request
      *>            a rejected scheduled change is never applied
                    IF WS-CR-Type = "PRICESCH"
                        MOVE "PENDING" TO WS-PC-Set-Status
                        MOVE "REJECTED" TO WS-PC-New-Status
                        PERFORM Set-Scheduled-Price-Status
                    END-IF
                    DISPLAY ESC Blue-On "Change " WS-CR-ID
                        " rejected." ESC Reset-Color
                    MOVE "CHG-REJECT" TO Audit-Action
                    MOVE SPACES TO Audit-Before
                    STRING WS-CR-ID " " WS-CR-Type " BY "
                        WS-CR-Maker DELIMITED BY SIZE
                        INTO Audit-Before
                    MOVE WS-CR-Note TO Audit-After
                    PERFORM Write-Audit
                END-IF
                END-IF
            END-IF
            END-IF.
       Close-Change-Request.
      *>  Expects WS-CR-ID, WS-CR-Status and WS-CR-Note.
            OPEN I-O ChgReqFile
            MOVE WS-CR-ID TO ChgReq-RelKey
            READ ChgReqFile INVALID KEY
                DISPLAY "Error: Record not found."
            NOT INVALID KEY
                MOVE WS-CR-Status TO CR-Status
                MOVE Input-ID TO CR-Checker
                ACCEPT CR-Checked-Date FROM DATE YYYYMMDD
                MOVE WS-CR-Note TO CR-Note
                REWRITE ChgReq-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
            END-READ
            CLOSE ChgReqFile.
       Apply-Change-Request.
      *>  Puts an approved change into the master record. Each
      *>  apply paragraph checks the field still holds the value
      *>  the request was raised against and leaves WS-CR-Applied
      *>  at "N" when it doesn't, so the request stays PENDING.
            MOVE "N" TO WS-CR-Applied
            EVALUATE WS-CR-Type
                WHEN "PRICE"
                    PERFORM Apply-Price-Change
                WHEN "PRICESCH"
                    PERFORM Apply-Scheduled-Price
                WHEN "BRPRICE"
                    PERFORM Apply-Branch-Price-Change
                WHEN "TAXRATE"
                    PERFORM Apply-Tax-Rate-Change
                WHEN "CREDLIM"
                WHEN "TIER"
                    PERFORM Apply-Customer-Change
                WHEN "GLMAP"
                    MOVE WS-CR-Key TO WS-GL-Key
                    PERFORM Find-GL-Account
                    IF WS-GL-Account NOT = WS-CR-Old-Text
                        DISPLAY "Error: mapping changed since the "
                            "request was raised - reject it."
                    ELSE
                        MOVE WS-CR-New-Text TO WS-GL-Account
                        PERFORM Apply-GL-Map
                        MOVE "Y" TO WS-CR-Applied
                    END-IF
                WHEN "PERMADD"
                    MOVE WS-CR-Key(1:6) TO WS-Perm-User
                    MOVE WS-CR-Key(7:2) TO WS-Perm-Opt
                    PERFORM SoD-Check-Grant
                    IF WS-SOD-Conflicts = 0
                        PERFORM Apply-Grant-Permission
                        MOVE "Y" TO WS-CR-Applied
                    ELSE
                        DISPLAY "Confirm this conflicting grant as "
                            "the second admin (Y/N): "
                        ACCEPT WS-SOD-Confirm
                        IF WS-SOD-Confirm = "Y" OR
                           WS-SOD-Confirm = "y"
                            PERFORM Apply-Grant-Permission
                            MOVE "Y" TO WS-CR-Applied
                            MOVE "SOD-CONFIRM" TO Audit-Action
                            MOVE SPACES TO Audit-Before
                            STRING "USER=" WS-Perm-User
                                " OPTION=" WS-Perm-Opt
                                DELIMITED BY SIZE INTO Audit-Before
                            MOVE SPACES TO Audit-After
                            STRING "RULES=" WS-SOD-Conflicts
                                " BY=" Input-ID
                                DELIMITED BY SIZE INTO Audit-After
                            PERFORM Write-Audit
                        ELSE
                            DISPLAY "Grant not confirmed - it stays "
                                "pending."
                        END-IF
                    END-IF
                WHEN "PERMDEL"
                    MOVE WS-CR-Key(1:6) TO WS-Perm-User
                    MOVE WS-CR-Key(7:2) TO WS-Perm-Opt
                    PERFORM Apply-Revoke-Permission
                    MOVE "Y" TO WS-CR-Applied
                WHEN OTHER
                    DISPLAY "Error: unknown change type."
            END-EVALUATE.
       Apply-Price-Change.
            MOVE WS-CR-Key(1:5) TO WS-CR-Item
            OPEN I-O ItemFile
            MOVE WS-CR-Item TO RelativeKey
            READ ItemFile INVALID KEY
                DISPLAY "Error: Record not found."
            NOT INVALID KEY
                IF Item-Price NOT = WS-CR-Old-Num1 OR
                   Item-Cost NOT = WS-CR-Old-Num2
                    DISPLAY "Error: price or cost changed since the "
                        "request was raised - reject it."
                ELSE
                    MOVE Item-Price TO WS-Old-Item-Price
                    MOVE Item-Cost TO WS-Old-Item-Cost
                    MOVE WS-CR-New-Num1 TO Item-Price
                    MOVE WS-CR-New-Num2 TO Item-Cost
                    PERFORM Check-Item-Margin
                    REWRITE Item-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    IF File-Status = "00"
                        MOVE "Y" TO WS-CR-Applied
                        MOVE WS-Old-Item-Price TO PH-Old-Price
                        MOVE Item-Price TO PH-New-Price
                        MOVE Item-ID TO PH-Item-ID
                        PERFORM Write-Price-History
                        MOVE "UPDATE-PRICE" TO Audit-Action
                        MOVE SPACES TO Audit-Before
                        STRING "PRICE=" WS-Old-Item-Price
                            " COST=" WS-Old-Item-Cost
                            DELIMITED BY SIZE INTO Audit-Before
                        MOVE SPACES TO Audit-After
                        STRING "PRICE=" Item-Price
                            " COST=" Item-Cost
                            DELIMITED BY SIZE INTO Audit-After
                        PERFORM Write-Audit
                    ELSE
                        DISPLAY "File Status: " File-Status
                    END-IF
                END-IF
            END-READ
            CLOSE ItemFile.
       Apply-Scheduled-Price.
      *>  Releases a held scheduled change to the closing batch,
      *>  which applies it from its effective date.
            MOVE "PENDING" TO WS-PC-Set-Status
            MOVE "QUEUED" TO WS-PC-New-Status
            PERFORM Set-Scheduled-Price-Status.
       Set-Scheduled-Price-Status.
      *>  Expects WS-CR-Key (the PC-ID), WS-PC-Set-Status and
      *>  WS-PC-New-Status. Moves the change on only while it still
      *>  holds WS-PC-Set-Status; WS-CR-Applied says whether it did.
            OPEN I-O PriceChangeFile
            MOVE WS-CR-Key(1:5) TO PriceChg-RelKey
            READ PriceChangeFile INVALID KEY
                DISPLAY "Error: Record not found."
            NOT INVALID KEY
                IF PC-Status NOT = WS-PC-Set-Status
                    DISPLAY "Error: price change is already "
                        PC-Status " - reject the request."
                ELSE
                    MOVE WS-PC-New-Status TO PC-Status
                    REWRITE PriceChange-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    IF File-Status = "00"
                        MOVE "Y" TO WS-CR-Applied
                    ELSE
                        DISPLAY "File Status: " File-Status
                    END-IF
                END-IF
            END-READ
            CLOSE PriceChangeFile.
       Apply-Branch-Price-Change.
            MOVE WS-CR-Key(1:5) TO WS-BP-Item
            MOVE WS-CR-Key(6:3) TO WS-BP-Branch
            PERFORM Find-Branch-Price
            IF (WS-CR-Old-Text = "NONE" AND WS-BP-Found = "Y") OR
               (WS-CR-Old-Text = "SET" AND
                (WS-BP-Found = "N" OR
                 WS-BP-Price NOT = WS-CR-Old-Num1))
                DISPLAY "Error: branch price changed since the "
                    "request was raised - reject it."
            ELSE
                OPEN INPUT ItemFile
                MOVE WS-BP-Item TO RelativeKey
                READ ItemFile INVALID KEY
                    DISPLAY "Error: Item not found."
                NOT INVALID KEY
                    MOVE WS-CR-New-Num1 TO WS-BP-New-Price
                    PERFORM Save-Branch-Price
                    MOVE "Y" TO WS-CR-Applied
                END-READ
                CLOSE ItemFile
            END-IF.
       Apply-Tax-Rate-Change.
            OPEN I-O ThresholdFile
            MOVE "N" TO WS-Threshold-Found
            IF File-Status = "00"
                MOVE "N" TO EOFT
                PERFORM UNTIL EOFT = "Y"
                   READ ThresholdFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFT
                   NOT AT END
                       IF Threshold-Category = WS-CR-Key
                           MOVE "Y" TO WS-Threshold-Found
                           MOVE "Y" TO EOFT
                       END-IF
                END-PERFORM
            END-IF
            IF WS-Threshold-Found NOT = "Y"
                DISPLAY "Error: Record not found."
            ELSE
            IF Threshold-Tax-Rate NOT = WS-CR-Old-Num1
                DISPLAY "Error: tax rate changed since the request "
                    "was raised - reject it."
            ELSE
                MOVE WS-CR-New-Num1 TO Threshold-Tax-Rate
                REWRITE Threshold-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
                IF File-Status = "00"
                    MOVE "Y" TO WS-CR-Applied
                ELSE
                    DISPLAY "File Status: " File-Status
                END-IF
            END-IF
            END-IF
            CLOSE ThresholdFile.
       Apply-Customer-Change.
            MOVE WS-CR-Key(1:5) TO WS-CR-Cust
            OPEN I-O CustomerFile
            MOVE WS-CR-Cust TO Customer-RelKey
            READ CustomerFile INVALID KEY
                DISPLAY "Error: Record not found."
            NOT INVALID KEY
                IF WS-CR-Type = "CREDLIM"
                    IF Customer-Credit-Limit = WS-CR-Old-Num1
                        MOVE WS-CR-New-Num1 TO Customer-Credit-Limit
                        MOVE "Y" TO WS-CR-Applied
                    END-IF
                ELSE
                    IF Customer-Tier = WS-CR-Old-Text(1:1)
                        MOVE WS-CR-New-Text(1:1) TO Customer-Tier
                        MOVE "Y" TO WS-CR-Applied
                    END-IF
                END-IF
                IF WS-CR-Applied = "Y"
                    REWRITE Customer-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    IF File-Status NOT = "00"
                        DISPLAY "File Status: " File-Status
                        MOVE "N" TO WS-CR-Applied
                    END-IF
                ELSE
                    DISPLAY "Error: customer record changed since "
                        "the request was raised - reject it."
                END-IF
            END-READ
            CLOSE CustomerFile.
       Request-Customer-Credit-Change.
      *>  Credit limit and price tier of an existing customer are
      *>  only ever changed through an approved request.
            DISPLAY "Enter Customer-ID: "
            MOVE 0 TO WS-CR-Cust
            ACCEPT WS-CR-Cust
            MOVE "N" TO WS-CR-Applied
            OPEN INPUT CustomerFile
            MOVE WS-CR-Cust TO Customer-RelKey
            READ CustomerFile INVALID KEY
                DISPLAY "Error: Record not found."
            NOT INVALID KEY
                MOVE "Y" TO WS-CR-Applied
                MOVE Customer-Credit-Limit TO WS-CR-Old-Num1
                MOVE Customer-Tier TO WS-CR-Init-Tier
                MOVE Customer-Credit-Limit TO WS-CR-Disp-1
                DISPLAY "Customer: " Customer-Full-Name
                DISPLAY "Credit Limit: " WS-CR-Disp-1
                    "  Price Tier: " Customer-Tier
            END-READ
            CLOSE CustomerFile
            IF WS-CR-Applied = "Y"
                DISPLAY "Change credit limit (Y/N)? "
                MOVE SPACES TO WS-Confirm
                ACCEPT WS-Confirm
                IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                    DISPLAY "Enter New Credit Limit (0 for cash "
                        "only): "
                    MOVE 0 TO WS-CR-New-Num1
                    ACCEPT WS-CR-New-Num1
                    IF WS-CR-New-Num1 = WS-CR-Old-Num1
                        DISPLAY "No change."
                    ELSE
                        PERFORM File-Credit-Limit-Request
                    END-IF
                END-IF
                DISPLAY "Change price tier (Y/N)? "
                MOVE SPACES TO WS-Confirm
                ACCEPT WS-Confirm
                MOVE SPACES TO WS-CR-Old-Text
                MOVE WS-CR-Init-Tier TO WS-CR-Old-Text
                IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                    DISPLAY "Enter Price Tier (R Retail / W "
                        "Wholesale / S Staff): "
                    MOVE SPACES TO WS-CR-New-Text
                    ACCEPT WS-CR-New-Text
                    MOVE FUNCTION UPPER-CASE(WS-CR-New-Text) TO
                        WS-CR-New-Text
                    IF WS-CR-New-Text NOT = "W" AND
                       WS-CR-New-Text NOT = "S"
                        MOVE "R" TO WS-CR-New-Text
                    END-IF
                    IF WS-CR-New-Text = WS-CR-Old-Text
                        DISPLAY "No change."
                    ELSE
                        PERFORM File-Tier-Request
                    END-IF
                END-IF
            END-IF.
       Log-Login-Attempt.
      *>  Expects WS-LH-Role/Branch/Event and WS-LH-Lockout from a
      *>  credential check on Input-ID.
            MOVE Input-ID TO WS-LH-User
            PERFORM Write-Login-History
            IF WS-LH-Lockout = "Y"
                MOVE "LOCKOUT" TO WS-LH-Event
                PERFORM Write-Login-History
            END-IF.
       Write-Login-History.
      *>  Expects WS-LH-User/Role/Branch/Event.
            PERFORM Get-Now-Seconds
            OPEN EXTEND LoginHistFile
            IF File-Status = "35"
                OPEN OUTPUT LoginHistFile
            END-IF
            MOVE WS-Now-DateTime(1:8) TO LH-Date
            MOVE WS-Now-DateTime(9:6) TO LH-Time
            MOVE WS-LH-User TO LH-User-ID
            MOVE WS-LH-Role TO LH-Role
            MOVE WS-LH-Branch TO LH-Branch-ID
            MOVE WS-LH-Event TO LH-Event
            WRITE LoginHist-Record
            CLOSE LoginHistFile.
       Manage-Login-Security.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Login Security"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Security Report (after-hours, failures, "
                   "dormant)"
               DISPLAY "2. View Login History"
               DISPLAY "3. Enable / Unlock an Account"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Login-Security-Report
                   WHEN "2"
                       PERFORM View-Login-History
                   WHEN "3"
                       PERFORM Enable-Login-Account
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       View-Login-History.
            DISPLAY "Enter User-ID (blank for all): "
            MOVE SPACES TO WS-LH-User
            ACCEPT WS-LH-User
            DISPLAY "Enter Date (YYYYMMDD, 0 for all): "
            MOVE 0 TO WS-LS-From
            ACCEPT WS-LS-From
            DISPLAY H10 H10 H10 H10 H5
            DISPLAY "Date     Time   User   Role Branch Event"
            DISPLAY S10 S10 S10 S10 S5
            OPEN INPUT LoginHistFile
            IF File-Status = "00"
                MOVE "N" TO EOFLGN
                PERFORM UNTIL EOFLGN = "Y"
                   READ LoginHistFile
                   AT END
                       MOVE "Y" TO EOFLGN
                   NOT AT END
                       IF (WS-LH-User = SPACES OR
                           LH-User-ID = WS-LH-User) AND
                          (WS-LS-From = 0 OR LH-Date = WS-LS-From)
                           DISPLAY LH-Date " " LH-Time " "
                               LH-User-ID " " LH-Role "    "
                               LH-Branch-ID "    " LH-Event
                       END-IF
                END-PERFORM
                CLOSE LoginHistFile
            END-IF
            DISPLAY H10 H10 H10 H10 H5.
       Login-Security-Report.
      *>  Three sections from loginhist.dat and the two login
      *>  files: sign-ons outside the business day, users with
      *>  repeated failures on one day, and accounts with no
      *>  sign-on for the dormancy window.
            ACCEPT WS-LS-Today FROM DATE YYYYMMDD
            DISPLAY "Enter From Date (YYYYMMDD, 0 = last 30 days): "
            MOVE 0 TO WS-LS-From
            ACCEPT WS-LS-From
            IF WS-LS-From = 0
                COMPUTE WS-LS-From = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-LS-Today) - 30)
            END-IF
            DISPLAY "Enter To Date (YYYYMMDD, 0 = today): "
            MOVE 0 TO WS-LS-To
            ACCEPT WS-LS-To
            IF WS-LS-To = 0
                MOVE WS-LS-Today TO WS-LS-To
            END-IF
            DISPLAY "Business day starts (HHMM, 0 = 0700): "
            MOVE 0 TO WS-LS-Day-Start
            ACCEPT WS-LS-Day-Start
            IF WS-LS-Day-Start = 0
                MOVE 700 TO WS-LS-Day-Start
            END-IF
            DISPLAY "Business day ends (HHMM, 0 = 2200): "
            MOVE 0 TO WS-LS-Day-End
            ACCEPT WS-LS-Day-End
            IF WS-LS-Day-End = 0
                MOVE 2200 TO WS-LS-Day-End
            END-IF
            DISPLAY "Failures per day to report (0 = 3): "
            MOVE 0 TO WS-LS-Fail-Limit
            ACCEPT WS-LS-Fail-Limit
            IF WS-LS-Fail-Limit = 0
                MOVE 3 TO WS-LS-Fail-Limit
            END-IF
            DISPLAY "Dormant after how many days (0 = "
                DORMANT-LOGIN-DAYS "): "
            MOVE 0 TO WS-LS-Days
            ACCEPT WS-LS-Days
            IF WS-LS-Days = 0
                MOVE DORMANT-LOGIN-DAYS TO WS-LS-Days
            END-IF
            COMPUTE WS-LS-Cutoff = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-LS-Today) - WS-LS-Days)

            MOVE "LOGIN-SEC" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Login Security Report " WS-LS-From " to "
                WS-LS-To DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Sign-ons outside " WS-LS-Day-Start "-"
                WS-LS-Day-End DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "Date     Time   User   Role Branch"
                TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE 0 TO WS-LS-Count
            MOVE 0 TO LSF-Count
            OPEN INPUT LoginHistFile
            IF File-Status = "00"
                MOVE "N" TO EOFLGN
                PERFORM UNTIL EOFLGN = "Y"
                   READ LoginHistFile
                   AT END
                       MOVE "Y" TO EOFLGN
                   NOT AT END
                       IF LH-Date >= WS-LS-From AND
                          LH-Date <= WS-LS-To
                           PERFORM Login-Security-Row
                       END-IF
                END-PERFORM
                CLOSE LoginHistFile
            END-IF
            MOVE SPACES TO WS-Spool-Line
            STRING "  " WS-LS-Count " after-hours sign-on(s)"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line

            MOVE SPACES TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Repeated failures (" WS-LS-Fail-Limit
                " or more in a day, or a lockout)"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "Date     User   Role Fails Lockouts"
                TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE 0 TO WS-LS-Count
            PERFORM VARYING LSF-IDX FROM 1 BY 1
                UNTIL LSF-IDX > LSF-Count
                IF LSF-T-Fails(LSF-IDX) >= WS-LS-Fail-Limit OR
                   LSF-T-Locks(LSF-IDX) > 0
                    ADD 1 TO WS-LS-Count
                    MOVE SPACES TO WS-Spool-Line
                    STRING LSF-T-Date(LSF-IDX) " "
                        LSF-T-User(LSF-IDX) " "
                        LSF-T-Role(LSF-IDX) "    "
                        LSF-T-Fails(LSF-IDX) "   "
                        LSF-T-Locks(LSF-IDX)
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                END-IF
            END-PERFORM
            MOVE SPACES TO WS-Spool-Line
            STRING "  " WS-LS-Count " user-day(s) flagged"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line

            MOVE SPACES TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "No sign-on since " WS-LS-Cutoff " ("
                WS-LS-Days " days)"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "User   Role Last-In  Status" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE 0 TO WS-LS-Count
            OPEN INPUT AdminFile
            MOVE "N" TO EOFLGN
            PERFORM UNTIL EOFLGN = "Y"
               READ AdminFile
               AT END
                   MOVE "Y" TO EOFLGN
               NOT AT END
                   IF Admin-Last-Login < WS-LS-Cutoff
                       MOVE "ACTIVE" TO WS-LS-Status
                       IF Admin-Disabled = "Y"
                           MOVE "DISABLED" TO WS-LS-Status
                       END-IF
                       ADD 1 TO WS-LS-Count
                       MOVE SPACES TO WS-Spool-Line
                       STRING Admin-ID " A    " Admin-Last-Login " "
                           WS-LS-Status
                           DELIMITED BY SIZE INTO WS-Spool-Line
                       PERFORM Spool-Line
                   END-IF
            END-PERFORM
            CLOSE AdminFile
            OPEN INPUT CasherFile
            MOVE "N" TO EOFLGN
            PERFORM UNTIL EOFLGN = "Y"
               READ CasherFile
               AT END
                   MOVE "Y" TO EOFLGN
               NOT AT END
                   IF Casher-Last-Login < WS-LS-Cutoff
                       MOVE "ACTIVE" TO WS-LS-Status
                       IF Casher-Disabled = "Y"
                           MOVE "DISABLED" TO WS-LS-Status
                       END-IF
                       ADD 1 TO WS-LS-Count
                       MOVE SPACES TO WS-Spool-Line
                       STRING Casher-ID " C    " Casher-Last-Login " "
                           WS-LS-Status
                           DELIMITED BY SIZE INTO WS-Spool-Line
                       PERFORM Spool-Line
                   END-IF
            END-PERFORM
            CLOSE CasherFile
            MOVE SPACES TO WS-Spool-Line
            STRING "  " WS-LS-Count " dormant account(s) - the "
                "nightly batch switches off active ones after "
                DORMANT-LOGIN-DAYS " days"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Login-Security-Row.
      *>  One loginhist.dat line inside the report's date range.
            IF LH-Event = "LOGIN"
                COMPUTE WS-LS-HHMM = LH-Time / 100
                IF WS-LS-HHMM < WS-LS-Day-Start OR
                   WS-LS-HHMM > WS-LS-Day-End
                    ADD 1 TO WS-LS-Count
                    MOVE SPACES TO WS-Spool-Line
                    STRING LH-Date " " LH-Time " " LH-User-ID " "
                        LH-Role "    " LH-Branch-ID
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                END-IF
            END-IF
            IF LH-Event = "FAIL" OR LH-Event = "LOCKOUT"
                MOVE "N" TO WS-LS-Found
                PERFORM VARYING LSF-IDX FROM 1 BY 1
                    UNTIL LSF-IDX > LSF-Count OR WS-LS-Found = "Y"
                    IF LSF-T-User(LSF-IDX) = LH-User-ID AND
                       LSF-T-Role(LSF-IDX) = LH-Role AND
                       LSF-T-Date(LSF-IDX) = LH-Date
                        MOVE "Y" TO WS-LS-Found
                    END-IF
                END-PERFORM
                IF WS-LS-Found = "Y"
                    SUBTRACT 1 FROM LSF-IDX
                ELSE
                    IF LSF-Count < 300
                        ADD 1 TO LSF-Count
                        MOVE LSF-Count TO LSF-IDX
                        MOVE LH-User-ID TO LSF-T-User(LSF-IDX)
                        MOVE LH-Role TO LSF-T-Role(LSF-IDX)
                        MOVE LH-Date TO LSF-T-Date(LSF-IDX)
                        MOVE 0 TO LSF-T-Fails(LSF-IDX)
                        MOVE 0 TO LSF-T-Locks(LSF-IDX)
                        MOVE "Y" TO WS-LS-Found
                    END-IF
                END-IF
                IF WS-LS-Found = "Y"
                    IF LH-Event = "FAIL"
                        ADD 1 TO LSF-T-Fails(LSF-IDX)
                    ELSE
                        ADD 1 TO LSF-T-Locks(LSF-IDX)
                    END-IF
                END-IF
            END-IF.
       Disable-Dormant-Accounts.
      *>  Nightly: switches off any login with no sign-on for
      *>  DORMANT-LOGIN-DAYS. The last admin still able to sign on
      *>  is never switched off, so the system cannot lock out
      *>  every administrator. Returns WS-LS-Count.
            ACCEPT WS-LS-Today FROM DATE YYYYMMDD
            COMPUTE WS-LS-Cutoff = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-LS-Today) -
                DORMANT-LOGIN-DAYS)
            MOVE 0 TO WS-LS-Count
            MOVE 0 TO WS-LS-Admins
            OPEN INPUT AdminFile
            MOVE "N" TO EOFLGN
            PERFORM UNTIL EOFLGN = "Y"
               READ AdminFile
               AT END
                   MOVE "Y" TO EOFLGN
               NOT AT END
                   IF Admin-Disabled NOT = "Y"
                       ADD 1 TO WS-LS-Admins
                   END-IF
            END-PERFORM
            CLOSE AdminFile
            OPEN I-O AdminFile
            MOVE "N" TO EOFLGN
            PERFORM UNTIL EOFLGN = "Y"
               READ AdminFile
               AT END
                   MOVE "Y" TO EOFLGN
               NOT AT END
                   IF Admin-Disabled NOT = "Y" AND
                      Admin-Last-Login < WS-LS-Cutoff AND
                      WS-LS-Admins > 1
                       MOVE "Y" TO Admin-Disabled
                       REWRITE Admin-Record
                       SUBTRACT 1 FROM WS-LS-Admins
                       ADD 1 TO WS-LS-Count
                       MOVE Admin-ID TO WS-LH-User
                       MOVE "A" TO WS-LH-Role
                       MOVE 0 TO WS-LH-Branch
                       MOVE "DORMANT" TO WS-LH-Event
                       PERFORM Write-Login-History
                   END-IF
            END-PERFORM
            CLOSE AdminFile
            OPEN I-O CasherFile
            MOVE "N" TO EOFLGN
            PERFORM UNTIL EOFLGN = "Y"
               READ CasherFile
               AT END
                   MOVE "Y" TO EOFLGN
               NOT AT END
                   IF Casher-Disabled NOT = "Y" AND
                      Casher-Last-Login < WS-LS-Cutoff
                       MOVE "Y" TO Casher-Disabled
                       REWRITE Casher-Record
                       ADD 1 TO WS-LS-Count
                       MOVE Casher-ID TO WS-LH-User
                       MOVE "C" TO WS-LH-Role
                       MOVE Casher-Branch-ID TO WS-LH-Branch
                       MOVE "DORMANT" TO WS-LH-Event
                       PERFORM Write-Login-History
                   END-IF
            END-PERFORM
            CLOSE CasherFile
            DISPLAY "Dormant logins switched off: " WS-LS-Count.
       Enable-Login-Account.
      *>  Clears a lockout or a disabled flag. The last sign-on
      *>  date restarts today so tonight's batch leaves the
      *>  account alone.
            ACCEPT WS-LS-Today FROM DATE YYYYMMDD
            DISPLAY "Enter Role (A Admin / C Casher): "
            MOVE SPACES TO WS-LH-Role
            ACCEPT WS-LH-Role
            MOVE FUNCTION UPPER-CASE(WS-LH-Role) TO WS-LH-Role
            DISPLAY "Enter User-ID: "
            MOVE SPACES TO WS-LH-User
            ACCEPT WS-LH-User
            MOVE "N" TO WS-LS-Found
            MOVE 0 TO WS-LH-Branch
            MOVE "UNLOCK" TO WS-LH-Event
            IF WS-LH-Role = "A"
                OPEN I-O AdminFile
                MOVE "N" TO EOFLGN
                PERFORM UNTIL EOFLGN = "Y"
                   READ AdminFile
                   AT END
                       MOVE "Y" TO EOFLGN
                   NOT AT END
                       IF Admin-ID = WS-LH-User
                           MOVE "Y" TO WS-LS-Found
                           IF Admin-Disabled = "Y"
                               MOVE "ENABLE" TO WS-LH-Event
                           END-IF
                           MOVE "N" TO Admin-Disabled
                           MOVE 0 TO Admin-Fail-Count
                           MOVE 0 TO Admin-Lock-Date
                           MOVE 0 TO Admin-Lock-Secs
                           MOVE WS-LS-Today TO Admin-Last-Login
                           REWRITE Admin-Record
                           MOVE "Y" TO EOFLGN
                       END-IF
                END-PERFORM
                CLOSE AdminFile
            ELSE
                MOVE "C" TO WS-LH-Role
                OPEN I-O CasherFile
                MOVE "N" TO EOFLGN
                PERFORM UNTIL EOFLGN = "Y"
                   READ CasherFile
                   AT END
                       MOVE "Y" TO EOFLGN
                   NOT AT END
                       IF Casher-ID = WS-LH-User
                           MOVE "Y" TO WS-LS-Found
                           MOVE Casher-Branch-ID TO WS-LH-Branch
                           IF Casher-Disabled = "Y"
                               MOVE "ENABLE" TO WS-LH-Event
                           END-IF
                           MOVE "N" TO Casher-Disabled
                           MOVE 0 TO Casher-Fail-Count
                           MOVE 0 TO Casher-Lock-Date
                           MOVE 0 TO Casher-Lock-Secs
                           MOVE WS-LS-Today TO Casher-Last-Login
                           REWRITE Casher-Record
                           MOVE "Y" TO EOFLGN
                       END-IF
                END-PERFORM
                CLOSE CasherFile
            END-IF
            IF WS-LS-Found NOT = "Y"
                DISPLAY "Error: Record not found."
            ELSE
                PERFORM Write-Login-History
                DISPLAY ESC Blue-On "Account " WS-LH-User
                    " can sign on again." ESC Reset-Color
                MOVE "ACCT-ENABLE" TO Audit-Action
                MOVE SPACES TO Audit-Before
                STRING "USER=" WS-LH-User " ROLE=" WS-LH-Role
                    DELIMITED BY SIZE INTO Audit-Before
                MOVE WS-LH-Event TO Audit-After
                PERFORM Write-Audit
            END-IF.
       Manage-Branch-Day-Files.
      *>  A branch that lost its line trades on a local copy of the
      *>  data files and sends its day in as a day-file at close;
      *>  head office loads it into the central files. The export
      *>  is run on the branch copy, the import and the report at
      *>  head office.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Branch Day-Files"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Export Branch Day-File (branch copy)"
               DISPLAY "2. Import Branch Day-File (head office)"
               DISPLAY "3. Consolidation Report"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Export-Branch-Day
                   WHEN "2"
                       PERFORM Import-Branch-Day
                   WHEN "3"
                       PERFORM Day-File-Consolidation-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Accept-Day-File-Key.
      *>  Branch and trading date of a day-file; returns WS-DY-OK
      *>  and the file name in WS-DY-Path.
            MOVE "Y" TO WS-DY-OK
            ACCEPT WS-DY-Today FROM DATE YYYYMMDD
            DISPLAY "Enter Branch-ID: "
            MOVE 0 TO WS-DY-Branch
            ACCEPT WS-DY-Branch
            OPEN INPUT BranchFile
            MOVE WS-DY-Branch TO Branch-RelKey
            READ BranchFile INVALID KEY
                DISPLAY "Error: Branch not found."
                MOVE "N" TO WS-DY-OK
            END-READ
            CLOSE BranchFile
            IF WS-DY-OK = "Y"
                DISPLAY "Enter Trading Date (YYYYMMDD, 0 = today): "
                MOVE 0 TO WS-DY-Date
                ACCEPT WS-DY-Date
                IF WS-DY-Date = 0
                    MOVE WS-DY-Today TO WS-DY-Date
                END-IF
                MOVE WS-DY-Date TO WS-Date-Check-Str
                PERFORM Validate-Date-YYYYMMDD
                IF WS-Date-Valid NOT = "Y" OR
                   WS-DY-Date > WS-DY-Today
                    DISPLAY "Error: Invalid trading date."
                    MOVE "N" TO WS-DY-OK
                END-IF
            END-IF
            MOVE SPACES TO WS-DY-Path
            STRING "dayfile_" WS-DY-Branch "_" WS-DY-Date ".dat"
                DELIMITED BY SIZE INTO WS-DY-Path.
       Load-Day-Register.
      *>  Reads dayreg.dat for WS-DY-Branch. Returns WS-DY-Found
      *>  when the date was already imported (or an import of it
      *>  was started), the last imported sequence and date, and
      *>  in WS-DY-Seq the sequence an export of the date should
      *>  carry - the one it went out with before, or the next.
            MOVE "N" TO WS-DY-Found
            MOVE 0 TO WS-DY-Last-Seq
            MOVE 0 TO WS-DY-Last-Date
            MOVE 0 TO WS-DY-Seq
            MOVE 0 TO WS-DY-Old
            OPEN INPUT DayRegFile
            IF File-Status = "00"
                MOVE "N" TO EOFDYR
                PERFORM UNTIL EOFDYR = "Y"
                   READ DayRegFile
                   AT END
                       MOVE "Y" TO EOFDYR
                   NOT AT END
                       IF DYR-Branch-ID = WS-DY-Branch
                           IF DYR-Status = "EXPORTED"
                               IF DYR-Date = WS-DY-Date
                                   MOVE DYR-Seq TO WS-DY-Seq
                               END-IF
                               IF DYR-Seq > WS-DY-Old
                                   MOVE DYR-Seq TO WS-DY-Old
                               END-IF
                           ELSE
                               IF DYR-Date = WS-DY-Date
                                   MOVE "Y" TO WS-DY-Found
                               END-IF
                               IF DYR-Seq > WS-DY-Last-Seq
                                   MOVE DYR-Seq TO WS-DY-Last-Seq
                               END-IF
                               IF DYR-Date > WS-DY-Last-Date
                                   MOVE DYR-Date TO WS-DY-Last-Date
                               END-IF
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE DayRegFile
            END-IF
            IF WS-DY-Seq = 0
                COMPUTE WS-DY-Seq = WS-DY-Old + 1
            END-IF.
       Write-Day-Register.
      *>  Expects WS-DY-Branch/-Date/-Seq/-Status, WS-DY-Count(1)
      *>  and WS-DY-Amount.
            PERFORM Get-Now-Seconds
            OPEN EXTEND DayRegFile
            IF File-Status = "35"
                OPEN OUTPUT DayRegFile
            END-IF
            MOVE WS-DY-Branch TO DYR-Branch-ID
            MOVE WS-DY-Date TO DYR-Date
            MOVE WS-DY-Seq TO DYR-Seq
            MOVE WS-DY-Status TO DYR-Status
            MOVE WS-Now-DateTime(1:14) TO DYR-Stamp
            MOVE Input-ID TO DYR-User
            MOVE WS-DY-Count(1) TO DYR-Invoices
            MOVE WS-DY-Amount TO DYR-Amount
            WRITE DayReg-Record
            CLOSE DayRegFile.
       Load-Day-Cashers.
      *>  Casher-to-branch table for the export filter.
            MOVE 0 TO DYK-Count
            OPEN INPUT CasherFile
            MOVE "N" TO EOFDY
            PERFORM UNTIL EOFDY = "Y"
               READ CasherFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFDY
               NOT AT END
                   IF DYK-Count < 500
                       ADD 1 TO DYK-Count
                       MOVE Casher-ID TO DYK-Casher(DYK-Count)
                       MOVE Casher-Branch-ID TO DYK-Branch(DYK-Count)
                   END-IF
            END-PERFORM
            CLOSE CasherFile.
       Day-Row-Is-Mine.
      *>  Expects WS-DY-Who. A row belongs to the branch's day when
      *>  its casher works there; rows keyed by someone who is not
      *>  a branch casher (an admin on the branch copy) go too.
            MOVE "Y" TO WS-DY-Mine
            PERFORM VARYING DY-IDX FROM 1 BY 1
                UNTIL DY-IDX > DYK-Count
                IF DYK-Casher(DY-IDX) = WS-DY-Who
                    IF DYK-Branch(DY-IDX) > 0 AND
                       DYK-Branch(DY-IDX) NOT = WS-DY-Branch
                        MOVE "N" TO WS-DY-Mine
                    END-IF
                    MOVE DYK-Count TO DY-IDX
                END-IF
            END-PERFORM.
       Write-Day-Row.
      *>  Expects DF-Type and DF-Body; keeps the trailer counts.
            WRITE DayFile-Record
            PERFORM VARYING WS-DY-Type-IDX FROM 1 BY 1
                UNTIL WS-DY-Type-IDX > 7
                IF WS-DY-Types(WS-DY-Type-IDX:1) = DF-Type
                    ADD 1 TO WS-DY-Count(WS-DY-Type-IDX)
                END-IF
            END-PERFORM.
       Export-Branch-Day.
      *>  Header, then for each invoice of the day its sale lines,
      *>  the invoice and its payment, then the day's movements,
      *>  drawer entries, till journal and fiscal numbers, then a
      *>  trailer with the counts and the invoice total.
            PERFORM Accept-Day-File-Key
            IF WS-DY-OK = "Y"
                PERFORM Load-Day-Register
                IF WS-DY-Found = "Y"
                    DISPLAY "Error: Branch " WS-DY-Branch " day "
                        WS-DY-Date " was imported into these files -"
                        " export it from the branch copy."
                    MOVE "N" TO WS-DY-OK
                END-IF
            END-IF
            IF WS-DY-OK = "Y"
                OPEN OUTPUT DayFile
                IF File-Status NOT = "00"
                    DISPLAY "Error: Cannot create "
                        FUNCTION TRIM(WS-DY-Path)
                        " (status " File-Status ")."
                    MOVE "N" TO WS-DY-OK
                END-IF
            END-IF
            IF WS-DY-OK = "Y"
                PERFORM Get-Now-Seconds
                INITIALIZE WS-DY-Counts
                MOVE 0 TO WS-DY-Amount
                MOVE SPACES TO DayFile-Control
                MOVE "H" TO DFC-Type
                MOVE WS-DY-Branch TO DFC-Branch-ID
                MOVE WS-DY-Date TO DFC-Date
                MOVE WS-DY-Seq TO DFC-Seq
                PERFORM VARYING WS-DY-Type-IDX FROM 1 BY 1
                    UNTIL WS-DY-Type-IDX > 7
                    MOVE 0 TO DFC-Count(WS-DY-Type-IDX)
                END-PERFORM
                MOVE 0 TO DFC-Amount
                MOVE WS-Now-DateTime(1:14) TO DFC-Stamp
                MOVE Input-ID TO DFC-User
                WRITE DayFile-Control
                PERFORM Load-Day-Cashers
                PERFORM Export-Day-Invoices
                PERFORM Export-Day-Movements
                PERFORM Export-Day-Drawer
                PERFORM Export-Day-EJ
                PERFORM Export-Day-Fiscal
                MOVE SPACES TO DayFile-Control
                MOVE "T" TO DFC-Type
                MOVE WS-DY-Branch TO DFC-Branch-ID
                MOVE WS-DY-Date TO DFC-Date
                MOVE WS-DY-Seq TO DFC-Seq
                PERFORM VARYING WS-DY-Type-IDX FROM 1 BY 1
                    UNTIL WS-DY-Type-IDX > 7
                    MOVE WS-DY-Count(WS-DY-Type-IDX) TO
                        DFC-Count(WS-DY-Type-IDX)
                END-PERFORM
                MOVE WS-DY-Amount TO DFC-Amount
                MOVE WS-Now-DateTime(1:14) TO DFC-Stamp
                MOVE Input-ID TO DFC-User
                WRITE DayFile-Control
                CLOSE DayFile
                MOVE "EXPORTED" TO WS-DY-Status
                PERFORM Write-Day-Register
                MOVE "DAY-EXPORT" TO Audit-Action
                MOVE SPACES TO Audit-Before
                MOVE SPACES TO Audit-After
                STRING "BR=" WS-DY-Branch " DAY=" WS-DY-Date
                    DELIMITED BY SIZE INTO Audit-Before
                STRING "SEQ=" WS-DY-Seq " INV=" WS-DY-Count(1)
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
                DISPLAY ESC Blue-On "Day-file "
                    FUNCTION TRIM(WS-DY-Path) " sequence " WS-DY-Seq
                    ESC Reset-Color
                DISPLAY "  Invoices " WS-DY-Count(1) "  lines "
                    WS-DY-Count(2) "  payments " WS-DY-Count(3)
                DISPLAY "  Movements " WS-DY-Count(4) "  drawer "
                    WS-DY-Count(5) "  journal " WS-DY-Count(6)
                    "  fiscal " WS-DY-Count(7)
            END-IF.
       Export-Day-Invoices.
            OPEN INPUT InvoiceFile
            IF File-Status = "00"
                OPEN INPUT SaleCartFile
                OPEN INPUT PaymentFile
                MOVE "N" TO EOFDY
                PERFORM UNTIL EOFDY = "Y"
                   READ InvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFDY
                   NOT AT END
                       IF Invoice-Date = WS-DY-Date
                           MOVE Invoice-Casher-ID TO WS-DY-Who
                           PERFORM Day-Row-Is-Mine
                           IF WS-DY-Mine = "Y"
                               PERFORM Export-Day-Invoice
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE PaymentFile
                CLOSE SaleCartFile
                CLOSE InvoiceFile
            END-IF.
       Export-Day-Invoice.
      *>  Lines go ahead of their invoice so the import has their
      *>  new numbers before it rewrites the invoice's line list.
            PERFORM VARYING DY-IDX2 FROM 1 BY 1 UNTIL DY-IDX2 > 20
                IF Invoice-Sale-Cart-ID(DY-IDX2) > 0
                    MOVE Invoice-Sale-Cart-ID(DY-IDX2) TO
                        SaleCart-RelKey
                    READ SaleCartFile INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "L" TO DF-Type
                        MOVE Sale-Cart-Record TO DF-Body
                        PERFORM Write-Day-Row
                    END-READ
                END-IF
            END-PERFORM
            MOVE "I" TO DF-Type
            MOVE Invoice-Record TO DF-Body
            PERFORM Write-Day-Row
            ADD Final-Amount TO WS-DY-Amount
            MOVE Invoice-ID TO Pay-RelKey
            READ PaymentFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "P" TO DF-Type
                MOVE Payment-Record TO DF-Body
                PERFORM Write-Day-Row
            END-READ.
       Export-Day-Movements.
            OPEN INPUT MovementFile
            IF File-Status = "00"
                MOVE "N" TO EOFDY
                PERFORM UNTIL EOFDY = "Y"
                   READ MovementFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFDY
                   NOT AT END
                       IF Mv-Date = WS-DY-Date
                           MOVE Mv-User-ID TO WS-DY-Who
                           PERFORM Day-Row-Is-Mine
                           IF WS-DY-Mine = "Y"
                               MOVE "M" TO DF-Type
                               MOVE Movement-Record TO DF-Body
                               PERFORM Write-Day-Row
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE MovementFile
            END-IF.
       Export-Day-Drawer.
            OPEN INPUT DrawerFile
            IF File-Status = "00"
                MOVE "N" TO EOFDY
                PERFORM UNTIL EOFDY = "Y"
                   READ DrawerFile
                   AT END
                       MOVE "Y" TO EOFDY
                   NOT AT END
                       IF Drawer-Date = WS-DY-Date
                           MOVE Drawer-Casher-ID TO WS-DY-Who
                           PERFORM Day-Row-Is-Mine
                           IF WS-DY-Mine = "Y"
                               MOVE "D" TO DF-Type
                               MOVE Drawer-Record TO DF-Body
                               PERFORM Write-Day-Row
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE DrawerFile
            END-IF.
       Export-Day-EJ.
            OPEN INPUT EjFile
            IF File-Status = "00"
                MOVE "N" TO EOFDY
                PERFORM UNTIL EOFDY = "Y"
                   READ EjFile
                   AT END
                       MOVE "Y" TO EOFDY
                   NOT AT END
                       IF EJ-Date = WS-DY-Date
                           MOVE EJ-Casher TO WS-DY-Who
                           PERFORM Day-Row-Is-Mine
                           IF WS-DY-Mine = "Y"
                               MOVE "E" TO DF-Type
                               MOVE Ej-Record TO DF-Body
                               PERFORM Write-Day-Row
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE EjFile
            END-IF.
       Export-Day-Fiscal.
      *>  The branch's own fiscal series, so head office's gap
      *>  audit sees the numbers the branch printed while offline.
            OPEN INPUT FiscalFile
            IF File-Status = "00"
                MOVE "N" TO EOFDY
                PERFORM UNTIL EOFDY = "Y"
                   READ FiscalFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFDY
                   NOT AT END
                       IF FIS-Date = WS-DY-Date AND
                          FIS-Branch-ID = WS-DY-Branch
                           MOVE "F" TO DF-Type
                           MOVE Fiscal-Record TO DF-Body
                           PERFORM Write-Day-Row
                       END-IF
                END-PERFORM
                CLOSE FiscalFile
            END-IF.
       Import-Branch-Day.
      *>  Checks the whole file against its trailer and the
      *>  register before touching anything, then loads it under
      *>  new numbers. The register gets a STARTED row first so a
      *>  run that dies part way can never be loaded twice.
            PERFORM Accept-Day-File-Key
            IF WS-DY-OK = "Y"
                PERFORM Check-Day-File
            END-IF
            IF WS-DY-OK = "Y"
                PERFORM Load-Day-Register
                IF WS-DY-Found = "Y"
                    DISPLAY "Refused: branch " WS-DY-Branch " day "
                        WS-DY-Date " is already on file."
                    MOVE "N" TO WS-DY-OK
                ELSE
                IF WS-DY-Last-Seq > 0 AND
                   (WS-DY-File-Seq NOT = WS-DY-Last-Seq + 1 OR
                    WS-DY-Date <= WS-DY-Last-Date)
                    DISPLAY "Refused: out of sequence - last loaded "
                        "was sequence " WS-DY-Last-Seq " for "
                        WS-DY-Last-Date ", this file is "
                        WS-DY-File-Seq "."
                    MOVE "N" TO WS-DY-OK
                END-IF
                END-IF
            END-IF
            IF WS-DY-OK = "Y"
                MOVE WS-DY-File-Seq TO WS-DY-Seq
                MOVE "STARTED" TO WS-DY-Status
                PERFORM Write-Day-Register
                PERFORM Load-Day-File
                MOVE "IMPORTED" TO WS-DY-Status
                PERFORM Write-Day-Register
                MOVE "DAY-IMPORT" TO Audit-Action
                MOVE SPACES TO Audit-Before
                MOVE SPACES TO Audit-After
                STRING "BR=" WS-DY-Branch " DAY=" WS-DY-Date
                    DELIMITED BY SIZE INTO Audit-Before
                STRING "SEQ=" WS-DY-Seq " INV=" WS-DY-Count(1)
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
                DISPLAY ESC Blue-On "Branch " WS-DY-Branch " day "
                    WS-DY-Date " sequence " WS-DY-Seq " loaded: "
                    DYI-Count " invoice(s), " DYC-Count " line(s), "
                    WS-DY-Records " row(s) in all."
                    ESC Reset-Color
                IF WS-DY-Not-Applied > 0 OR WS-DY-Fis-Clash > 0
                    DISPLAY "Check by hand: " WS-DY-Not-Applied
                        " movement(s) not applied to stock, "
                        WS-DY-Fis-Clash
                        " fiscal number(s) already on file."
                END-IF
            END-IF.
       Check-Day-File.
      *>  Header first, trailer last, counts and invoice total as
      *>  the trailer says, and no more than the renumbering
      *>  tables can hold.
            OPEN INPUT DayFile
            IF File-Status NOT = "00"
                DISPLAY "Error: Day-file " FUNCTION TRIM(WS-DY-Path)
                    " not found."
                MOVE "N" TO WS-DY-OK
            ELSE
                READ DayFile
                AT END
                    MOVE SPACES TO DFC-Type
                END-READ
                IF DFC-Type NOT = "H" OR
                   DFC-Branch-ID NOT = WS-DY-Branch OR
                   DFC-Date NOT = WS-DY-Date
                    DISPLAY "Refused: header is not branch "
                        WS-DY-Branch " day " WS-DY-Date "."
                    MOVE "N" TO WS-DY-OK
                END-IF
                MOVE DFC-Seq TO WS-DY-File-Seq
                INITIALIZE WS-DY-Counts
                MOVE 0 TO WS-DY-Amount
                MOVE "N" TO WS-DY-Found
                MOVE "N" TO EOFDY
                PERFORM UNTIL EOFDY = "Y" OR WS-DY-OK = "N"
                   READ DayFile
                   AT END
                       MOVE "Y" TO EOFDY
                   NOT AT END
                       IF WS-DY-Found = "Y"
                           DISPLAY "Refused: rows after the trailer."
                           MOVE "N" TO WS-DY-OK
                       ELSE
                       IF DF-Type = "T"
                           MOVE "Y" TO WS-DY-Found
                           PERFORM Check-Day-Trailer
                       ELSE
                           PERFORM Count-Day-Row
                       END-IF
                       END-IF
                END-PERFORM
                IF WS-DY-OK = "Y" AND WS-DY-Found = "N"
                    DISPLAY "Refused: no trailer - the file is "
                        "incomplete."
                    MOVE "N" TO WS-DY-OK
                END-IF
                IF WS-DY-OK = "Y" AND
                   (WS-DY-Count(1) > 500 OR WS-DY-Count(2) > 4000)
                    DISPLAY "Refused: more than 500 invoices or "
                        "4000 lines in one day-file."
                    MOVE "N" TO WS-DY-OK
                END-IF
                CLOSE DayFile
            END-IF.
       Check-Day-Trailer.
            PERFORM VARYING WS-DY-Type-IDX FROM 1 BY 1
                UNTIL WS-DY-Type-IDX > 7
                IF WS-DY-Count(WS-DY-Type-IDX) NOT =
                   DFC-Count(WS-DY-Type-IDX)
                    MOVE "N" TO WS-DY-OK
                END-IF
            END-PERFORM
            IF WS-DY-Amount NOT = DFC-Amount OR
               DFC-Seq NOT = WS-DY-File-Seq OR
               DFC-Branch-ID NOT = WS-DY-Branch OR
               DFC-Date NOT = WS-DY-Date
                MOVE "N" TO WS-DY-OK
            END-IF
            IF WS-DY-OK = "N"
                DISPLAY "Refused: counts or total do not agree "
                    "with the trailer."
            END-IF.
       Count-Day-Row.
            MOVE "N" TO WS-DY-Mine
            PERFORM VARYING WS-DY-Type-IDX FROM 1 BY 1
                UNTIL WS-DY-Type-IDX > 7
                IF WS-DY-Types(WS-DY-Type-IDX:1) = DF-Type
                    ADD 1 TO WS-DY-Count(WS-DY-Type-IDX)
                    MOVE "Y" TO WS-DY-Mine
                END-IF
            END-PERFORM
            IF WS-DY-Mine = "N"
                DISPLAY "Refused: unknown row type " DF-Type "."
                MOVE "N" TO WS-DY-OK
            END-IF
            IF DF-Type = "I"
                MOVE DF-Body TO Invoice-Record
                ADD Final-Amount TO WS-DY-Amount
            END-IF.
       Load-Day-File.
            MOVE 0 TO DYI-Count
            MOVE 0 TO DYC-Count
            MOVE 0 TO WS-DY-Records
            MOVE 0 TO WS-DY-Not-Applied
            MOVE 0 TO WS-DY-Fis-Clash
            OPEN INPUT DayFile
            MOVE "N" TO EOFDY
            PERFORM UNTIL EOFDY = "Y"
               READ DayFile
               AT END
                   MOVE "Y" TO EOFDY
               NOT AT END
                   EVALUATE DF-Type
                       WHEN "L"
                           PERFORM Load-Day-Line
                       WHEN "I"
                           PERFORM Load-Day-Invoice
                       WHEN "P"
                           PERFORM Load-Day-Payment
                       WHEN "M"
                           PERFORM Load-Day-Movement
                       WHEN "D"
                           PERFORM Load-Day-Drawer
                       WHEN "E"
                           PERFORM Load-Day-EJ
                       WHEN "F"
                           PERFORM Load-Day-Fiscal
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
            END-PERFORM
            CLOSE DayFile.
       Find-Day-Invoice-Map.
      *>  Expects WS-DY-Old (branch number); returns WS-DY-New,
      *>  0 when the invoice did not come in with this file.
            MOVE 0 TO WS-DY-New
            PERFORM VARYING DY-IDX FROM 1 BY 1
                UNTIL DY-IDX > DYI-Count
                IF DYI-Old(DY-IDX) = WS-DY-Old
                    MOVE DYI-New(DY-IDX) TO WS-DY-New
                    MOVE DYI-Count TO DY-IDX
                END-IF
            END-PERFORM.
       Find-Day-Line-Map.
            MOVE 0 TO WS-DY-New
            PERFORM VARYING DY-IDX FROM 1 BY 1
                UNTIL DY-IDX > DYC-Count
                IF DYC-Old(DY-IDX) = WS-DY-Old
                    MOVE DYC-New(DY-IDX) TO WS-DY-New
                    MOVE DYC-Count TO DY-IDX
                END-IF
            END-PERFORM.
       Load-Day-Line.
      *>  Sequence first: its first-use scan reads through the
      *>  record areas.
            PERFORM Next-Cart-Sequence
            MOVE DF-Body TO Sale-Cart-Record
            ADD 1 TO DYC-Count
            MOVE Sale-Cart-ID TO DYC-Old(DYC-Count)
            MOVE WS-Next-ID TO DYC-New(DYC-Count)
            MOVE WS-Next-ID TO Sale-Cart-ID
            MOVE WS-Next-ID TO SaleCart-RelKey
            OPEN I-O SaleCartFile
            IF File-Status = "35"
                OPEN OUTPUT SaleCartFile
                CLOSE SaleCartFile
                OPEN I-O SaleCartFile
            END-IF
            WRITE Sale-Cart-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
            NOT INVALID KEY
                ADD 1 TO WS-DY-Records
                MOVE "W" TO WS-RJ-Action
                PERFORM Journal-SaleCart-Row
            END-WRITE
            CLOSE SaleCartFile.
       Load-Day-Invoice.
            PERFORM Next-Invoice-Sequence
            MOVE DF-Body TO Invoice-Record
            PERFORM VARYING DY-IDX2 FROM 1 BY 1 UNTIL DY-IDX2 > 20
                IF Invoice-Sale-Cart-ID(DY-IDX2) > 0
                    MOVE Invoice-Sale-Cart-ID(DY-IDX2) TO WS-DY-Old
                    PERFORM Find-Day-Line-Map
                    MOVE WS-DY-New TO Invoice-Sale-Cart-ID(DY-IDX2)
                END-IF
            END-PERFORM
            ADD 1 TO DYI-Count
            MOVE Invoice-ID TO DYI-Old(DYI-Count)
            MOVE WS-Next-ID TO DYI-New(DYI-Count)
            MOVE WS-Next-ID TO Invoice-ID
            MOVE WS-Next-ID TO Invoice-RelKey
            OPEN I-O InvoiceFile
            IF File-Status = "35"
                OPEN OUTPUT InvoiceFile
                CLOSE InvoiceFile
                OPEN I-O InvoiceFile
            END-IF
            MOVE "N" TO WS-SS-Load-Ok
            WRITE Invoice-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
            NOT INVALID KEY
                ADD 1 TO WS-DY-Records
                MOVE "W" TO WS-RJ-Action
                PERFORM Journal-Invoice-Row
                MOVE "Y" TO WS-SS-Load-Ok
            END-WRITE
            CLOSE InvoiceFile
            MOVE Invoice-Date TO WS-Idx-Date
            PERFORM Add-To-Invoice-Index
      *>  the branch's sales join the head-office daily summary; a
      *>  refund that travelled with the invoice goes back on the
      *>  invoice's own day
            IF WS-SS-Load-Ok = "Y" AND
               (Invoice-Status = "Completed" OR
                Invoice-Status = "Pending" OR
                Invoice-Status = "Refunded")
                MOVE "S" TO WS-SS-Kind
                MOVE Invoice-Date TO WS-SS-Date
                PERFORM Post-Invoice-Summary
                IF Invoice-Status = "Refunded"
                    MOVE "R" TO WS-SS-Kind
                    PERFORM Post-SS-Lines
                END-IF
            END-IF.
       Load-Day-Payment.
            MOVE DF-Body TO Payment-Record
            MOVE Pay-Invoice-ID TO WS-DY-Old
            PERFORM Find-Day-Invoice-Map
            IF WS-DY-New = 0
                DISPLAY "Warning: payment for branch invoice "
                    WS-DY-Old " has no invoice - not loaded."
            ELSE
                MOVE WS-DY-New TO Pay-Invoice-ID
                MOVE WS-DY-New TO Pay-RelKey
                OPEN I-O PaymentFile
                IF File-Status = "35"
                    OPEN OUTPUT PaymentFile
                    CLOSE PaymentFile
                    OPEN I-O PaymentFile
                END-IF
                WRITE Payment-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                NOT INVALID KEY
                    ADD 1 TO WS-DY-Records
                    MOVE "A" TO WS-CT-Post-Kind
                    MOVE Pay-Amount TO WS-CT-Post-Amount
                    PERFORM Post-Payment-Control
                    MOVE "W" TO WS-RJ-Action
                    PERFORM Journal-Payment-Row
                END-WRITE
                CLOSE PaymentFile
            END-IF.
       Load-Day-Movement.
      *>  Sale rows point at their sale line, returns at the
      *>  invoice; either follows its new number when it came in
      *>  with the file. The quantity then goes onto the central
      *>  item and branch stock, as roll-forward does - TRNF rows
      *>  are left to the transfer that booked them.
            PERFORM Next-Movement-Sequence
            MOVE DF-Body TO Movement-Record
            MOVE Mv-Ref-ID TO WS-DY-Old
            MOVE 0 TO WS-DY-New
            IF Mv-Type = "SALE"
                PERFORM Find-Day-Line-Map
            END-IF
            IF Mv-Type = "RETN"
                PERFORM Find-Day-Invoice-Map
            END-IF
            IF WS-DY-New > 0
                MOVE WS-DY-New TO Mv-Ref-ID
            END-IF
            MOVE WS-Next-ID TO Mv-ID
            MOVE WS-Next-ID TO Movement-RelKey
            OPEN I-O MovementFile
            IF File-Status = "35"
                OPEN OUTPUT MovementFile
                CLOSE MovementFile
                OPEN I-O MovementFile
            END-IF
            WRITE Movement-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
            NOT INVALID KEY
                ADD 1 TO WS-DY-Records
            END-WRITE
            CLOSE MovementFile
            IF Mv-Type = "TRNF" OR Mv-Item-ID = 0
                ADD 1 TO WS-DY-Not-Applied
            ELSE
                PERFORM Apply-Day-Movement
            END-IF.
       Apply-Day-Movement.
            OPEN I-O ItemFile
            MOVE Mv-Item-ID TO RelativeKey
            READ ItemFile INVALID KEY
                ADD 1 TO WS-DY-Not-Applied
                DISPLAY "Warning: item " Mv-Item-ID
                    " not on the central master - movement "
                    Mv-ID " not applied."
                CLOSE ItemFile
            NOT INVALID KEY
                COMPUTE WS-DY-New-Qty = Item-Qty + Mv-Qty
                IF WS-DY-New-Qty < 0
                    MOVE 0 TO WS-DY-New-Qty
                END-IF
                MOVE WS-DY-New-Qty TO Item-Qty
                REWRITE Item-Record INVALID KEY
                    ADD 1 TO WS-DY-Not-Applied
                END-REWRITE
                CLOSE ItemFile
                MOVE WS-DY-Branch TO WS-Branch-ID-Lookup
                MOVE Mv-Qty TO WS-IB-Delta
                IF Mv-Type = "SALE"
                    MOVE "S" TO WS-IB-Where
                END-IF
                PERFORM Adjust-Branch-Stock
            END-READ.
       Load-Day-Drawer.
            MOVE DF-Body TO Drawer-Record
            OPEN EXTEND DrawerFile
            IF File-Status = "35"
                OPEN OUTPUT DrawerFile
            END-IF
            WRITE Drawer-Record
            ADD 1 TO WS-DY-Records
            CLOSE DrawerFile.
       Load-Day-EJ.
            MOVE DF-Body TO Ej-Record
            MOVE EJ-Ref TO WS-DY-Old
            MOVE 0 TO WS-DY-New
            EVALUATE EJ-Event
                WHEN "SALE"
                WHEN "TENDER"
                WHEN "AUTOVOID"
                WHEN "RETURN"
                WHEN "CANCEL"
                    PERFORM Find-Day-Invoice-Map
                WHEN "VOIDLINE"
                WHEN "PRICEOVR"
                    PERFORM Find-Day-Line-Map
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-DY-New > 0
                MOVE WS-DY-New TO EJ-Ref
            END-IF
            OPEN EXTEND EjFile
            IF File-Status = "35"
                OPEN OUTPUT EjFile
            END-IF
            WRITE Ej-Record
            ADD 1 TO WS-DY-Records
            CLOSE EjFile.
       Load-Day-Fiscal.
      *>  The branch's numbers are kept as printed. A number head
      *>  office already holds in the same series is not loaded
      *>  but reported, since two documents now carry it.
            MOVE DF-Body TO Fiscal-Record
            MOVE FIS-Branch-ID TO WS-DY-Fis-Branch
            MOVE FIS-Year TO WS-DY-Fis-Year
            MOVE FIS-Series TO WS-DY-Fis-Series
            MOVE FIS-Number TO WS-DY-Fis-Number
            MOVE "N" TO WS-DY-Found
            OPEN I-O FiscalFile
            IF File-Status = "35"
                OPEN OUTPUT FiscalFile
                CLOSE FiscalFile
                OPEN I-O FiscalFile
            END-IF
            MOVE "N" TO EOFFIS
            PERFORM UNTIL EOFFIS = "Y"
               READ FiscalFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFFIS
               NOT AT END
                   IF FIS-Branch-ID = WS-DY-Fis-Branch AND
                      FIS-Year = WS-DY-Fis-Year AND
                      FIS-Series = WS-DY-Fis-Series AND
                      FIS-Number = WS-DY-Fis-Number
                       MOVE "Y" TO WS-DY-Found
                       MOVE "Y" TO EOFFIS
                   END-IF
            END-PERFORM
            CLOSE FiscalFile
            IF WS-DY-Found = "Y"
                ADD 1 TO WS-DY-Fis-Clash
                DISPLAY "Warning: fiscal " WS-DY-Fis-Series "-"
                    WS-DY-Fis-Year "-" WS-DY-Fis-Number
                    " for branch " WS-DY-Fis-Branch
                    " is already on file - not loaded."
            ELSE
                MOVE 58 TO Counter-RelKey
                PERFORM Open-Counter-Locked
                READ CounterFile INVALID KEY
                    MOVE 1 TO WS-DY-Fis-Key
                    MOVE WS-DY-Fis-Key TO Counter-Next-Value
                    WRITE Counter-Record
                NOT INVALID KEY
                    ADD 1 TO Counter-Next-Value
                    MOVE Counter-Next-Value TO WS-DY-Fis-Key
                    REWRITE Counter-Record
                END-READ
                CLOSE CounterFile
                MOVE DF-Body TO Fiscal-Record
                MOVE WS-DY-Fis-Key TO FIS-ID
                MOVE WS-DY-Fis-Key TO Fiscal-RelKey
                IF FIS-Source = "I"
                    MOVE FIS-Ref-ID TO WS-DY-Old
                    PERFORM Find-Day-Invoice-Map
                    IF WS-DY-New > 0
                        MOVE WS-DY-New TO FIS-Ref-ID
                    END-IF
                END-IF
                IF FIS-Orig-Invoice > 0
                    MOVE FIS-Orig-Invoice TO WS-DY-Old
                    PERFORM Find-Day-Invoice-Map
                    IF WS-DY-New > 0
                        MOVE WS-DY-New TO FIS-Orig-Invoice
                    END-IF
                END-IF
                OPEN I-O FiscalFile
                WRITE Fiscal-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                NOT INVALID KEY
                    ADD 1 TO WS-DY-Records
                END-WRITE
                CLOSE FiscalFile
            END-IF.
       Day-File-Consolidation-Report.
      *>  Every branch on the branch master against every date in
      *>  the range: loaded (with its sequence, invoices and
      *>  total), started but not finished, or not reported.
            ACCEPT WS-DY-Today FROM DATE YYYYMMDD
            DISPLAY "Enter From Date (YYYYMMDD, 0 = last 7 days): "
            MOVE 0 TO WS-DY-From
            ACCEPT WS-DY-From
            IF WS-DY-From = 0
                COMPUTE WS-DY-From = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DY-Today) - 6)
            END-IF
            DISPLAY "Enter To Date (YYYYMMDD, 0 = today): "
            MOVE 0 TO WS-DY-To
            ACCEPT WS-DY-To
            IF WS-DY-To = 0
                MOVE WS-DY-Today TO WS-DY-To
            END-IF
            MOVE "Y" TO WS-DY-OK
            MOVE WS-DY-From TO WS-Date-Check-Str
            PERFORM Validate-Date-YYYYMMDD
            IF WS-Date-Valid = "Y"
                MOVE WS-DY-To TO WS-Date-Check-Str
                PERFORM Validate-Date-YYYYMMDD
            END-IF
            IF WS-Date-Valid NOT = "Y"
                MOVE "N" TO WS-DY-OK
            ELSE
                COMPUTE WS-DY-Day-Int =
                    FUNCTION INTEGER-OF-DATE(WS-DY-From)
                COMPUTE WS-DY-End-Int =
                    FUNCTION INTEGER-OF-DATE(WS-DY-To)
                IF WS-DY-End-Int < WS-DY-Day-Int OR
                   (WS-DY-End-Int - WS-DY-Day-Int) > 62
                    MOVE "N" TO WS-DY-OK
                END-IF
            END-IF
            IF WS-DY-OK = "N"
                DISPLAY "Error: Invalid date range (at most 63 days)."
            ELSE
                PERFORM Load-Day-Branches
                PERFORM Load-Day-Loads
                MOVE "DAY-CONSOL" TO WS-Report-Name
                PERFORM Open-Report-Spool
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "Branch Day-File Consolidation " WS-DY-From
                    " to " WS-DY-To
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                MOVE "Date" TO WS-Spool-Line(1:4)
                MOVE "Branch" TO WS-Spool-Line(10:6)
                MOVE "Name" TO WS-Spool-Line(17:4)
                MOVE "Status" TO WS-Spool-Line(38:6)
                MOVE "Seq" TO WS-Spool-Line(54:3)
                MOVE "Inv" TO WS-Spool-Line(60:3)
                MOVE "Total" TO WS-Spool-Line(67:5)
                PERFORM Spool-Line
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM UNTIL WS-DY-Day-Int > WS-DY-End-Int
                    COMPUTE WS-DY-Day =
                        FUNCTION DATE-OF-INTEGER(WS-DY-Day-Int)
                    MOVE 0 TO WS-DY-Reported
                    PERFORM VARYING DY-IDX2 FROM 1 BY 1
                        UNTIL DY-IDX2 > DYB-Count
                        PERFORM Day-Consolidation-Row
                    END-PERFORM
                    MOVE SPACES TO WS-Spool-Line
                    STRING WS-DY-Day "  " WS-DY-Reported " of "
                        DYB-Count " branch(es) reported"
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                    MOVE SPACES TO WS-Spool-Line
                    PERFORM Spool-Line
                    ADD 1 TO WS-DY-Day-Int
                END-PERFORM
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM Close-Report-Spool
            END-IF.
       Load-Day-Branches.
            MOVE 0 TO DYB-Count
            OPEN INPUT BranchFile
            IF File-Status = "00"
                MOVE "N" TO EOFDY
                PERFORM UNTIL EOFDY = "Y"
                   READ BranchFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFDY
                   NOT AT END
                       IF DYB-Count < 200
                           ADD 1 TO DYB-Count
                           MOVE Branch-ID TO DYB-ID(DYB-Count)
                           MOVE Branch-Name TO DYB-Name(DYB-Count)
                       END-IF
                END-PERFORM
                CLOSE BranchFile
            END-IF.
       Load-Day-Loads.
      *>  Import rows of the range from dayreg.dat; a finished load
      *>  overrides the STARTED row written ahead of it.
            MOVE 0 TO DYG-Count
            OPEN INPUT DayRegFile
            IF File-Status = "00"
                MOVE "N" TO EOFDYR
                PERFORM UNTIL EOFDYR = "Y"
                   READ DayRegFile
                   AT END
                       MOVE "Y" TO EOFDYR
                   NOT AT END
                       IF DYR-Status NOT = "EXPORTED" AND
                          DYR-Date >= WS-DY-From AND
                          DYR-Date <= WS-DY-To
                           PERFORM Keep-Day-Load
                       END-IF
                END-PERFORM
                CLOSE DayRegFile
            END-IF.
       Keep-Day-Load.
            MOVE 0 TO DY-IDX2
            PERFORM VARYING DY-IDX FROM 1 BY 1
                UNTIL DY-IDX > DYG-Count
                IF DYG-Branch(DY-IDX) = DYR-Branch-ID AND
                   DYG-Date(DY-IDX) = DYR-Date
                    MOVE DY-IDX TO DY-IDX2
                    MOVE DYG-Count TO DY-IDX
                END-IF
            END-PERFORM
            IF DY-IDX2 = 0 AND DYG-Count < 2000
                ADD 1 TO DYG-Count
                MOVE DYG-Count TO DY-IDX2
            END-IF
            IF DY-IDX2 > 0
                MOVE DYR-Branch-ID TO DYG-Branch(DY-IDX2)
                MOVE DYR-Date TO DYG-Date(DY-IDX2)
                MOVE DYR-Seq TO DYG-Seq(DY-IDX2)
                MOVE DYR-Status TO DYG-Status(DY-IDX2)
                MOVE DYR-Invoices TO DYG-Invoices(DY-IDX2)
                MOVE DYR-Amount TO DYG-Amount(DY-IDX2)
            END-IF.
       Day-Consolidation-Row.
            MOVE "NOT REPORTED" TO WS-DY-Reason
            MOVE 0 TO WS-DY-Seq
            MOVE 0 TO WS-DY-Count(1)
            MOVE 0 TO WS-DY-Amount
            PERFORM VARYING DY-IDX FROM 1 BY 1
                UNTIL DY-IDX > DYG-Count
                IF DYG-Branch(DY-IDX) = DYB-ID(DY-IDX2) AND
                   DYG-Date(DY-IDX) = WS-DY-Day
                    MOVE DYG-Seq(DY-IDX) TO WS-DY-Seq
                    MOVE DYG-Invoices(DY-IDX) TO WS-DY-Count(1)
                    MOVE DYG-Amount(DY-IDX) TO WS-DY-Amount
                    IF DYG-Status(DY-IDX) = "IMPORTED"
                        MOVE "REPORTED" TO WS-DY-Reason
                        ADD 1 TO WS-DY-Reported
                    ELSE
                        MOVE "INCOMPLETE LOAD" TO WS-DY-Reason
                    END-IF
                    MOVE DYG-Count TO DY-IDX
                END-IF
            END-PERFORM
            MOVE SPACES TO WS-Spool-Line
            IF WS-DY-Seq = 0
                STRING WS-DY-Day " " DYB-ID(DY-IDX2) "    "
                    DYB-Name(DY-IDX2) " " WS-DY-Reason
                    DELIMITED BY SIZE INTO WS-Spool-Line
            ELSE
                MOVE WS-DY-Amount TO WS-DY-Amount-Disp
                STRING WS-DY-Day " " DYB-ID(DY-IDX2) "    "
                    DYB-Name(DY-IDX2) " " WS-DY-Reason(1:15) " "
                    WS-DY-Seq " " WS-DY-Count(1) "  "
                    WS-DY-Amount-Disp
                    DELIMITED BY SIZE INTO WS-Spool-Line
            END-IF
            PERFORM Spool-Line.
       Manage-Competitor-Prices.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Competitor Prices"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. View Competitors"
               DISPLAY "2. Add/Update Competitor"
               DISPLAY "3. Enter Shelf-Walk Prices"
               DISPLAY "4. Import Price Survey (compsurvey.csv)"
               DISPLAY "5. Price Position Report"
               DISPLAY "6. Item Survey History"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM View-Competitors
                   WHEN "2"
                       PERFORM Add-Competitor
                   WHEN "3"
                       PERFORM Enter-Shelf-Walk-Prices
                   WHEN "4"
                       PERFORM Import-Price-Survey
                   WHEN "5"
                       PERFORM Price-Position-Report
                   WHEN "6"
                       PERFORM Item-Survey-History
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       View-Competitors.
            OPEN INPUT CompetitorFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT CompetitorFile
                CLOSE CompetitorFile
                OPEN INPUT CompetitorFile
            END-IF
            DISPLAY H10 H10 H10 H10 H5
            DISPLAY "ID  Name                 Area                 St"
            DISPLAY S10 S10 S10 S10 S5
            MOVE "N" TO EOFCMPT
            PERFORM UNTIL EOFCMPT = "Y"
               READ CompetitorFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFCMPT
               NOT AT END
                   DISPLAY Cmpt-ID " " Cmpt-Name " " Cmpt-Area " "
                       Cmpt-Status
            END-PERFORM
            CLOSE CompetitorFile.
       Add-Competitor.
      *>  Adds a competitor or renames one; status R retires it so
      *>  no new prices are taken for it, its history stays.
            OPEN I-O CompetitorFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT CompetitorFile
                CLOSE CompetitorFile
                OPEN I-O CompetitorFile
            END-IF
            DISPLAY "Enter Competitor-ID (1-999): "
            MOVE 0 TO WS-SV-Comp
            ACCEPT WS-SV-Comp
            IF WS-SV-Comp = 0
                DISPLAY "Error: Competitor 000 is reserved."
            ELSE
                MOVE WS-SV-Comp TO Cmpt-RelKey
                READ CompetitorFile INVALID KEY
                    INITIALIZE Competitor-Record
                    MOVE WS-SV-Comp TO Cmpt-ID
                    DISPLAY "Enter Competitor Name: "
                    ACCEPT Cmpt-Name
                    DISPLAY "Enter Area / Location: "
                    ACCEPT Cmpt-Area
                    MOVE "A" TO Cmpt-Status
                    WRITE Competitor-Record INVALID KEY
                    DISPLAY "Error: Unable to write record."
                    END-WRITE
                NOT INVALID KEY
                    DISPLAY "Enter Competitor Name: "
                    ACCEPT Cmpt-Name
                    DISPLAY "Enter Area / Location: "
                    ACCEPT Cmpt-Area
                    DISPLAY "Status (A active, R retired): "
                    ACCEPT Cmpt-Status
                    IF Cmpt-Status NOT = "R"
                        MOVE "A" TO Cmpt-Status
                    END-IF
                    REWRITE Competitor-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
                IF File-Status = "00"
                    DISPLAY ESC Blue-On
                    "Competitor saved successfully." ESC Reset-Color
                    MOVE "COMP-SAVE" TO Audit-Action
                    MOVE SPACES TO Audit-Before
                    MOVE SPACES TO Audit-After
                    STRING "COMP=" Cmpt-ID " " Cmpt-Name
                        DELIMITED BY SIZE INTO Audit-After
                    PERFORM Write-Audit
                ELSE
                    DISPLAY "File Status: " File-Status
                END-IF
            END-IF
            CLOSE CompetitorFile.
       Find-Competitor.
      *>  Expects WS-SV-Comp; returns WS-SV-Comp-OK "Y" for an
      *>  active competitor on file.
            MOVE "N" TO WS-SV-Comp-OK
            OPEN INPUT CompetitorFile
            IF File-Status = "00"
                MOVE WS-SV-Comp TO Cmpt-RelKey
                READ CompetitorFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF Cmpt-Status NOT = "R"
                        MOVE "Y" TO WS-SV-Comp-OK
                    END-IF
                END-READ
                CLOSE CompetitorFile
            END-IF.
       Write-Survey-Row.
      *>  Expects WS-SV-Comp, WS-SV-Item, WS-SV-Price, WS-SV-Date
      *>  and WS-SV-Source.
            OPEN EXTEND SurveyFile
            IF File-Status = "35"
                OPEN OUTPUT SurveyFile
            END-IF
            MOVE WS-SV-Comp TO SV-Comp-ID
            MOVE WS-SV-Item TO SV-Item-ID
            MOVE WS-SV-Price TO SV-Price
            MOVE WS-SV-Date TO SV-Date
            MOVE WS-SV-Source TO SV-Source
            MOVE Input-ID TO SV-User-ID
            WRITE Survey-Record
            CLOSE SurveyFile.
       Enter-Shelf-Walk-Prices.
      *>  One competitor, one visit date, then item after item as
      *>  the shelf is walked.
            ACCEPT WS-SV-Today FROM DATE YYYYMMDD
            DISPLAY "Enter Competitor-ID: "
            MOVE 0 TO WS-SV-Comp
            ACCEPT WS-SV-Comp
            PERFORM Find-Competitor
            IF WS-SV-Comp-OK = "N"
                DISPLAY "Error: Competitor not found or retired."
            ELSE
                DISPLAY "Visit Date (YYYYMMDD, 0 = today): "
                MOVE 0 TO WS-SV-Date
                ACCEPT WS-SV-Date
                IF WS-SV-Date = 0
                    MOVE WS-SV-Today TO WS-SV-Date
                END-IF
                MOVE WS-SV-Date TO WS-Date-Check-Str
                PERFORM Validate-Date-YYYYMMDD
                IF WS-Date-Valid NOT = "Y" OR
                   WS-SV-Date > WS-SV-Today
                    DISPLAY "Error: Invalid visit date."
                ELSE
                    MOVE "M" TO WS-SV-Source
                    MOVE 0 TO WS-SV-Count
                    MOVE "N" TO EOFSV
                    PERFORM UNTIL EOFSV = "Y"
                        PERFORM Enter-One-Shelf-Price
                    END-PERFORM
                    DISPLAY ESC Blue-On WS-SV-Count
                        " competitor price(s) recorded."
                        ESC Reset-Color
                    IF WS-SV-Count > 0
                        MOVE "COMP-SURVEY" TO Audit-Action
                        MOVE SPACES TO Audit-Before
                        MOVE SPACES TO Audit-After
                        STRING "COMP=" WS-SV-Comp " DAY=" WS-SV-Date
                            DELIMITED BY SIZE INTO Audit-Before
                        STRING "ROWS=" WS-SV-Count
                            DELIMITED BY SIZE INTO Audit-After
                        PERFORM Write-Audit
                    END-IF
                END-IF
            END-IF.
       Enter-One-Shelf-Price.
            DISPLAY "Enter Item-ID (0 = scan barcode, 99999 = done): "
            MOVE 0 TO RelativeKey
            ACCEPT RelativeKey
            IF RelativeKey = 99999
                MOVE "Y" TO EOFSV
            ELSE
                MOVE "Y" TO WS-Barcode-Hit
                IF RelativeKey = 0
                    DISPLAY "Scan Barcode: "
                    ACCEPT WS-Scan-Barcode
                    PERFORM Lookup-Barcode-Key
                END-IF
                IF WS-Barcode-Hit = "N"
                    DISPLAY "Error: Barcode not on item file."
                ELSE
                    OPEN INPUT ItemFile
                    READ ItemFile INVALID KEY
                        DISPLAY "Error: Item not found."
                    NOT INVALID KEY
                        DISPLAY Item-ID " " Item-Name
                            "  our price " Item-Price
                        DISPLAY "Competitor Price: "
                        MOVE 0 TO WS-SV-Price
                        ACCEPT WS-SV-Price
                        IF WS-SV-Price > 0
                            MOVE Item-ID TO WS-SV-Item
                            PERFORM Write-Survey-Row
                            ADD 1 TO WS-SV-Count
                        ELSE
                            DISPLAY "No price - item skipped."
                        END-IF
                    END-READ
                    CLOSE ItemFile
                END-IF
            END-IF.
       Import-Price-Survey.
      *>  compsurvey.csv rows competitor,barcode,price[,date]; a
      *>  blank date is today. Bad rows go to compsurveyerr.txt
      *>  the way the supplier catalog import logs its rejects.
            ACCEPT WS-SV-Today FROM DATE YYYYMMDD
            MOVE 0 TO WS-SV-Line
            MOVE 0 TO WS-SV-Count
            MOVE 0 TO WS-SV-Bad
            MOVE "C" TO WS-SV-Source
            OPEN INPUT SurveyCsvFile
            IF File-Status NOT = "00"
                DISPLAY "Error: compsurvey.csv not found (status "
                    File-Status ")."
            ELSE
                OPEN OUTPUT SurveyErrFile
                MOVE "N" TO EOFSV
                PERFORM UNTIL EOFSV = "Y"
                   READ SurveyCsvFile
                   AT END
                       MOVE "Y" TO EOFSV
                   NOT AT END
                       ADD 1 TO WS-SV-Line
                       PERFORM Import-One-Survey-Row
                END-PERFORM
                CLOSE SurveyErrFile
                CLOSE SurveyCsvFile
                DISPLAY H10 H10 H10 H10 H10 H2
                DISPLAY "Price survey import complete: "
                    WS-SV-Count " loaded, "
                    WS-SV-Bad " error(s) - see compsurveyerr.txt."
                DISPLAY H10 H10 H10 H10 H10 H2
                MOVE "COMP-IMPORT" TO Audit-Action
                MOVE SPACES TO Audit-Before
                MOVE SPACES TO Audit-After
                STRING "LINES=" WS-SV-Line
                    DELIMITED BY SIZE INTO Audit-Before
                STRING "OK=" WS-SV-Count " ERR=" WS-SV-Bad
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
            END-IF.
       Import-One-Survey-Row.
            MOVE SPACES TO WS-SV-Err
            MOVE SPACES TO WS-SV-Comp-Txt
            MOVE SPACES TO WS-SV-Barcode
            MOVE SPACES TO WS-SV-Price-Txt
            MOVE SPACES TO WS-SV-Date-Txt
            UNSTRING SurveyCsv-Record DELIMITED BY ","
                INTO WS-SV-Comp-Txt WS-SV-Barcode WS-SV-Price-Txt
                     WS-SV-Date-Txt
            END-UNSTRING
            IF WS-SV-Line = 1 AND
               FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-SV-Comp-Txt)) = "COMPETITOR"
      *>        header row
                CONTINUE
            ELSE
            IF FUNCTION TEST-NUMVAL(WS-SV-Comp-Txt) NOT = 0 OR
               FUNCTION NUMVAL(WS-SV-Comp-Txt) < 1 OR
               FUNCTION NUMVAL(WS-SV-Comp-Txt) > 999
                MOVE "Competitor not numeric" TO WS-SV-Err
            ELSE
            IF FUNCTION TEST-NUMVAL(WS-SV-Price-Txt) NOT = 0 OR
               FUNCTION NUMVAL(WS-SV-Price-Txt) <= 0
                MOVE "Price not positive" TO WS-SV-Err
            ELSE
                COMPUTE WS-SV-Comp = FUNCTION NUMVAL(WS-SV-Comp-Txt)
                COMPUTE WS-SV-Price =
                    FUNCTION NUMVAL(WS-SV-Price-Txt)
                PERFORM Find-Competitor
                IF WS-SV-Comp-OK = "N"
                    MOVE "Competitor not on file or retired" TO
                        WS-SV-Err
                ELSE
                    PERFORM Check-Survey-Row
                END-IF
            END-IF
            END-IF
            END-IF

            IF WS-SV-Err NOT = SPACES
                ADD 1 TO WS-SV-Bad
                MOVE SPACES TO SurveyErr-Record
                STRING "Line " WS-SV-Line ": " WS-SV-Err
                    " [" FUNCTION TRIM(SurveyCsv-Record) "]"
                    DELIMITED BY SIZE INTO SurveyErr-Record
                WRITE SurveyErr-Record
                DISPLAY "  error line " WS-SV-Line ": "
                    WS-SV-Err
            END-IF.
       Check-Survey-Row.
            IF FUNCTION TRIM(WS-SV-Date-Txt) = SPACES
                MOVE WS-SV-Today TO WS-SV-Date
            ELSE
                MOVE WS-SV-Date-Txt(1:8) TO WS-Date-Check-Str
                PERFORM Validate-Date-YYYYMMDD
                IF WS-Date-Valid = "Y"
                    MOVE WS-SV-Date-Txt(1:8) TO WS-SV-Date
                ELSE
                    MOVE 0 TO WS-SV-Date
                END-IF
            END-IF
            IF WS-SV-Date = 0 OR WS-SV-Date > WS-SV-Today
                MOVE "Date not YYYYMMDD or in the future" TO
                    WS-SV-Err
            ELSE
                MOVE WS-SV-Barcode TO WS-Scan-Barcode
                PERFORM Lookup-Barcode-Key
                IF WS-Barcode-Hit = "N"
                    MOVE "Barcode not on item file" TO WS-SV-Err
                ELSE
                    MOVE RelativeKey TO WS-SV-Item
                    PERFORM Write-Survey-Row
                    ADD 1 TO WS-SV-Count
                END-IF
            END-IF.
       Item-Survey-History.
            DISPLAY "Enter Item-ID: "
            MOVE 0 TO WS-SV-Item
            ACCEPT WS-SV-Item
            DISPLAY H10 H10 H10 H10 H5
            DISPLAY "Date     Comp Price         Src User"
            DISPLAY S10 S10 S10 S10 S5
            OPEN INPUT SurveyFile
            IF File-Status = "00"
                MOVE "N" TO EOFSV
                PERFORM UNTIL EOFSV = "Y"
                   READ SurveyFile
                   AT END
                       MOVE "Y" TO EOFSV
                   NOT AT END
                       IF SV-Item-ID = WS-SV-Item
                           DISPLAY SV-Date " " SV-Comp-ID "  "
                               SV-Price "  " SV-Source "   "
                               SV-User-ID
                       END-IF
                END-PERFORM
                CLOSE SurveyFile
            END-IF
            DISPLAY H10 H10 H10 H10 H5.
       Price-Position-Report.
      *>  Per category: our shelf price against the lowest and the
      *>  average of each competitor's latest price inside the
      *>  window, the gap to the lowest, our margin if we matched
      *>  it, and how often the till already matched (CMP price
      *>  overrides on sale lines in the same window).
            ACCEPT WS-SV-Today FROM DATE YYYYMMDD
            DISPLAY "Enter Category (blank = all): "
            MOVE SPACES TO WS-SV-Category
            ACCEPT WS-SV-Category
            DISPLAY "Prices observed in the last how many days "
                "(0 = 90): "
            MOVE 0 TO WS-SV-Days
            ACCEPT WS-SV-Days
            IF WS-SV-Days = 0
                MOVE 90 TO WS-SV-Days
            END-IF
            COMPUTE WS-SV-From = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-SV-Today) - WS-SV-Days)
            PERFORM Load-Survey-Table
            PERFORM Load-Price-Match-Table
            MOVE "PRICE-POS" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Price Position Report " WS-SV-From " to "
                WS-SV-Today "   (" SVT-Count
                " latest competitor prices)"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "Gap % is our price over the lowest; Margin% is our "
                TO WS-Spool-Line
            MOVE "margin if we matched the lowest." TO
                WS-Spool-Line(52:32)
            PERFORM Spool-Line
            IF WS-SV-Category = SPACES
                PERFORM Load-Category-Buffer
                PERFORM VARYING WS-SV-Cat-IDX FROM 1 BY 1
                    UNTIL WS-SV-Cat-IDX > WS-Category-Buffer-Count
                    MOVE WS-Category-Buffer-Name(WS-SV-Cat-IDX) TO
                        WS-SV-Category
                    PERFORM Price-Position-Category
                END-PERFORM
                MOVE SPACES TO WS-SV-Category
            ELSE
                PERFORM Price-Position-Category
            END-IF
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Load-Survey-Table.
      *>  Latest observation per item and competitor in the window.
            MOVE 0 TO SVT-Count
            OPEN INPUT SurveyFile
            IF File-Status = "00"
                MOVE "N" TO EOFSV
                PERFORM UNTIL EOFSV = "Y"
                   READ SurveyFile
                   AT END
                       MOVE "Y" TO EOFSV
                   NOT AT END
                       IF SV-Date >= WS-SV-From AND
                          SV-Date <= WS-SV-Today
                           PERFORM Keep-Survey-Row
                       END-IF
                END-PERFORM
                CLOSE SurveyFile
            END-IF.
       Keep-Survey-Row.
            MOVE 0 TO WS-SV-Hit
            PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SVT-Count
                IF SVT-Item(SV-IDX) = SV-Item-ID AND
                   SVT-Comp(SV-IDX) = SV-Comp-ID
                    MOVE SV-IDX TO WS-SV-Hit
                    MOVE SVT-Count TO SV-IDX
                END-IF
            END-PERFORM
            IF WS-SV-Hit = 0 AND SVT-Count < 5000
                ADD 1 TO SVT-Count
                MOVE SVT-Count TO WS-SV-Hit
                MOVE 0 TO SVT-Date(WS-SV-Hit)
            END-IF
            IF WS-SV-Hit > 0
                IF SV-Date >= SVT-Date(WS-SV-Hit)
                    MOVE SV-Item-ID TO SVT-Item(WS-SV-Hit)
                    MOVE SV-Comp-ID TO SVT-Comp(WS-SV-Hit)
                    MOVE SV-Price TO SVT-Price(WS-SV-Hit)
                    MOVE SV-Date TO SVT-Date(WS-SV-Hit)
                END-IF
            END-IF.
       Load-Price-Match-Table.
      *>  Sale lines sold at a competitor-match override, by item.
            MOVE 0 TO PMT-Count
            OPEN INPUT SaleCartFile
            IF File-Status = "00"
                MOVE "N" TO EOFSV
                PERFORM UNTIL EOFSV = "Y"
                   READ SaleCartFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFSV
                   NOT AT END
                       IF Sale-Cart-Ovr-Reason = "CMP" AND
                          Sale-Cart-Date >= WS-SV-From AND
                          Sale-Cart-Date <= WS-SV-Today
                           PERFORM Count-Price-Match
                       END-IF
                END-PERFORM
                CLOSE SaleCartFile
            END-IF.
       Count-Price-Match.
            MOVE 0 TO WS-SV-Hit
            PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > PMT-Count
                IF PMT-Item(SV-IDX) = Sale-Cart-Item-ID
                    MOVE SV-IDX TO WS-SV-Hit
                    MOVE PMT-Count TO SV-IDX
                END-IF
            END-PERFORM
            IF WS-SV-Hit = 0 AND PMT-Count < 3000
                ADD 1 TO PMT-Count
                MOVE PMT-Count TO WS-SV-Hit
                MOVE Sale-Cart-Item-ID TO PMT-Item(WS-SV-Hit)
                MOVE 0 TO PMT-Matches(WS-SV-Hit)
            END-IF
            IF WS-SV-Hit > 0
                ADD 1 TO PMT-Matches(WS-SV-Hit)
            END-IF.
       Price-Position-Category.
            MOVE 0 TO WS-SV-Cat-Items
            MOVE 0 TO WS-SV-Cat-Dearer
            MOVE 0 TO WS-SV-Cat-Matches
            MOVE SPACES TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Category: " WS-SV-Category
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            MOVE "Item  Name" TO WS-Spool-Line(1:10)
            MOVE "Our Price" TO WS-Spool-Line(28:9)
            MOVE "Lowest" TO WS-Spool-Line(44:6)
            MOVE "Average" TO WS-Spool-Line(56:7)
            MOVE "Comps" TO WS-Spool-Line(64:5)
            MOVE "Gap %" TO WS-Spool-Line(74:5)
            MOVE "Margin%" TO WS-Spool-Line(82:7)
            MOVE "Matched" TO WS-Spool-Line(92:7)
            PERFORM Spool-Line
            OPEN INPUT ItemFile
            MOVE "N" TO EOFSV
            PERFORM UNTIL EOFSV = "Y"
               READ ItemFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFSV
               NOT AT END
                   IF Item-Category = WS-SV-Category
                       PERFORM Price-Position-Item
                   END-IF
            END-PERFORM
            CLOSE ItemFile
            MOVE SPACES TO WS-Spool-Line
            STRING "  " WS-SV-Cat-Items " item(s) surveyed, "
                WS-SV-Cat-Dearer " dearer than the lowest, "
                WS-SV-Cat-Matches " till price-match(es)"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line.
       Price-Position-Item.
            MOVE 0 TO WS-SV-Comps
            MOVE 0 TO WS-SV-Low
            MOVE 0 TO WS-SV-Sum
            PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SVT-Count
                IF SVT-Item(SV-IDX) = Item-ID
                    ADD 1 TO WS-SV-Comps
                    ADD SVT-Price(SV-IDX) TO WS-SV-Sum
                    IF WS-SV-Low = 0 OR SVT-Price(SV-IDX) < WS-SV-Low
                        MOVE SVT-Price(SV-IDX) TO WS-SV-Low
                    END-IF
                END-IF
            END-PERFORM
            MOVE 0 TO WS-SV-Matches
            PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > PMT-Count
                IF PMT-Item(SV-IDX) = Item-ID
                    MOVE PMT-Matches(SV-IDX) TO WS-SV-Matches
                    MOVE PMT-Count TO SV-IDX
                END-IF
            END-PERFORM
            IF WS-SV-Comps > 0 OR WS-SV-Matches > 0
                ADD WS-SV-Matches TO WS-SV-Cat-Matches
                MOVE SPACES TO WS-Spool-Line
                MOVE Item-Price TO WS-SV-Disp-Ours
                IF WS-SV-Comps = 0
                    STRING Item-ID " " Item-Name "  "
                        WS-SV-Disp-Ours "   no competitor price"
                        DELIMITED BY SIZE INTO WS-Spool-Line
                ELSE
                    ADD 1 TO WS-SV-Cat-Items
                    IF Item-Price > WS-SV-Low
                        ADD 1 TO WS-SV-Cat-Dearer
                    END-IF
                    COMPUTE WS-SV-Avg ROUNDED = WS-SV-Sum / WS-SV-Comps
                    COMPUTE WS-SV-Gap ROUNDED =
                        ((Item-Price - WS-SV-Low) * 100) / WS-SV-Low
                    COMPUTE WS-SV-Margin ROUNDED =
                        ((WS-SV-Low - Item-Cost) * 100) / WS-SV-Low
                    MOVE WS-SV-Low TO WS-SV-Disp-Low
                    MOVE WS-SV-Avg TO WS-SV-Disp-Avg
                    MOVE WS-SV-Gap TO WS-SV-Disp-Gap
                    MOVE WS-SV-Margin TO WS-SV-Disp-Margin
                    STRING Item-ID " " Item-Name "  "
                        WS-SV-Disp-Ours "  " WS-SV-Disp-Low "  "
                        WS-SV-Disp-Avg "   " WS-SV-Comps "  "
                        WS-SV-Disp-Gap "  " WS-SV-Disp-Margin
                        DELIMITED BY SIZE INTO WS-Spool-Line
                END-IF
                MOVE WS-SV-Matches TO WS-Spool-Line(92:5)
                PERFORM Spool-Line
            END-IF.
       Next-SpecOrd-Sequence.
            MOVE 60 TO Counter-RelKey
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
       Manage-Special-Orders.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Special Orders"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. New Special Order"
               DISPLAY "2. View Open Special Orders"
               DISPLAY "3. Unclaimed Special Orders Aging Report"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM New-Special-Order
                   WHEN "2"
                       PERFORM View-Special-Orders
                   WHEN "3"
                       PERFORM Special-Order-Aging-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       New-Special-Order.
      *>  A customer wants something we do not carry. A one-off
      *>  item (Item-Kind O) is set up against the supplier, the
      *>  customer order line and its reservation are written,
      *>  a deposit is taken and the PO line goes to the supplier.
      *>  The register row ties the PO line to the order so the
      *>  receipt can tell the customer it has arrived.
            DISPLAY "Enter Customer-ID: "
            ACCEPT Customer-RelKey
            PERFORM Find-Customer
            IF Customer-Found = "N"
                DISPLAY "Error: a special order needs a customer "
                    "on file."
            ELSE
                MOVE "N" TO WS-Supplier-Found
                DISPLAY "Enter Supplier-ID (0 to abandon): "
                ACCEPT Supplier-RelKey
                IF Supplier-RelKey > 0
                    PERFORM Find-Supplier
                END-IF
                IF WS-Supplier-Found = "N"
                    DISPLAY "Error: Supplier not on master file - "
                        "special order not taken."
                ELSE
                    PERFORM Enter-Special-Order-Line
                END-IF
            END-IF.
       Enter-Special-Order-Line.
      *>  Customer and supplier are found; takes the item details,
      *>  the deposit and the go-ahead.
            DISPLAY "Customer    : " Customer-Full-Name
            DISPLAY "Supplier    : " Sup-Name
            DISPLAY "Enter Item Description: "
            MOVE SPACES TO WS-SPO-Item-Name
            ACCEPT WS-SPO-Item-Name
            DISPLAY "Enter Quantity: "
            MOVE 0 TO WS-SPO-Qty
            ACCEPT WS-SPO-Qty
            DISPLAY "Enter Unit Cost quoted by the supplier: "
            MOVE 0 TO WS-SPO-Cost
            ACCEPT WS-SPO-Cost
            DISPLAY "Enter Unit Selling Price: "
            MOVE 0 TO WS-SPO-Price
            ACCEPT WS-SPO-Price
            DISPLAY "Enter Expected Arrival Date (YYYYMMDD): "
            MOVE 0 TO WS-POH-Expected
            ACCEPT WS-POH-Expected
            MOVE WS-POH-Expected TO WS-Date-Check-Str
            PERFORM Validate-Date-YYYYMMDD
            IF WS-SPO-Item-Name = SPACES OR WS-SPO-Qty = 0 OR
               WS-SPO-Price = 0
                DISPLAY "Error: description, quantity and price "
                    "are required - special order not taken."
            ELSE
            IF WS-Date-Valid NOT = "Y"
                DISPLAY "Error: invalid expected date - special "
                    "order not taken."
            ELSE
                IF WS-SPO-Cost >= WS-SPO-Price
                    DISPLAY ESC Blue-On
                        "Warning: selling price does not cover the "
                        "supplier cost." ESC Reset-Color
                END-IF
                COMPUTE WS-SPO-Total = WS-SPO-Price * WS-SPO-Qty
      *>        the goods cannot go back on the shelf if the
      *>        customer walks away, so the deposit is not optional
                COMPUTE WS-SPO-Dep-Suggest ROUNDED =
                    WS-SPO-Total * SPECIAL-DEP-PCT / 100
                DISPLAY "Order value : " WS-SPO-Total
                DISPLAY "Deposit required (" SPECIAL-DEP-PCT
                    "%): " WS-SPO-Dep-Suggest
                DISPLAY "Enter deposit amount (0 = required "
                    "amount): "
                MOVE 0 TO WS-SPO-Deposit
                ACCEPT WS-SPO-Deposit
                IF WS-SPO-Deposit = 0
                    MOVE WS-SPO-Dep-Suggest TO WS-SPO-Deposit
                END-IF
                IF WS-SPO-Deposit < WS-SPO-Dep-Suggest OR
                   WS-SPO-Deposit > WS-SPO-Total
                    DISPLAY "Error: deposit must be between "
                        WS-SPO-Dep-Suggest " and " WS-SPO-Total
                        " - special order not taken."
                ELSE
                    DISPLAY "Place special order (Y/N)? "
                    ACCEPT WS-Confirm
                    IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                        PERFORM Create-Special-Item
                        IF WS-SPO-Placed = "Y"
                            PERFORM Book-Special-Order
                        END-IF
                    ELSE
                        DISPLAY "Special order not taken."
                    END-IF
                END-IF
            END-IF
            END-IF.
       Create-Special-Item.
      *>  One-off items take the first free Item-ID from 90001 up,
      *>  clear of the catalogue. Sets WS-SPO-Placed.
            MOVE "N" TO WS-SPO-Placed
            MOVE 90001 TO WS-SPO-Next-Item
            OPEN I-O ItemFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT ItemFile
                CLOSE ItemFile
                OPEN I-O ItemFile
            END-IF
            PERFORM UNTIL WS-SPO-Placed NOT = "N"
                MOVE WS-SPO-Next-Item TO RelativeKey
                READ ItemFile INVALID KEY
                    MOVE "Y" TO WS-SPO-Placed
                NOT INVALID KEY
                    IF WS-SPO-Next-Item >= 99998
                        MOVE "X" TO WS-SPO-Placed
                    ELSE
                        ADD 1 TO WS-SPO-Next-Item
                    END-IF
                END-READ
            END-PERFORM
            IF WS-SPO-Placed = "X"
                DISPLAY "Error: no free Item-ID left for one-off "
                    "items - special order not taken."
            ELSE
                MOVE WS-SPO-Next-Item TO Item-ID
                MOVE SPACES TO Item-Barcode
                STRING "SPEC" WS-SPO-Next-Item
                    DELIMITED BY SIZE INTO Item-Barcode
                MOVE WS-SPO-Item-Name TO Item-Name
                MOVE "SPECIAL ORD" TO Item-Category
                MOVE WS-SPO-Price TO Item-Price
                MOVE WS-SPO-Cost TO Item-Cost
                MOVE 0 TO Item-Qty
                MOVE "A" TO Item-Status
                MOVE Supplier-RelKey TO Item-Supplier-ID
                MOVE "O" TO Item-Kind
                MOVE "EACH" TO Item-Purch-Unit
                MOVE 1 TO Item-Conv-Factor
                MOVE 0 TO Item-Min-Age
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
                IF File-Status NOT = "00"
                    DISPLAY "File Status: " File-Status
                    MOVE "X" TO WS-SPO-Placed
                ELSE
                    MOVE Item-Barcode TO WS-Scan-Barcode
                    MOVE Item-ID TO WS-BX-Item
                    PERFORM Barcode-Index-Put
                END-IF
            END-IF
            CLOSE ItemFile.
       Book-Special-Order.
      *>  Item-Record holds the new one-off item; Customer-Record
      *>  and Supplier-Record are still loaded.
            ACCEPT WS-SPO-Today FROM DATE YYYYMMDD
            PERFORM SO-Next-Order-Sequence
            PERFORM SO-Next-Order-Line
            OPEN I-O OrderFile
            IF File-Status = "35"
                OPEN OUTPUT OrderFile
                CLOSE OrderFile
                OPEN I-O OrderFile
            END-IF
            MOVE WS-SO-Line-Max TO Ord-Line-ID
            MOVE WS-SO-Line-Max TO Order-RelKey
            MOVE WS-SO-Order-ID TO Ord-Order-ID
            MOVE Customer-RelKey TO Ord-Customer-ID
            MOVE Item-ID TO Ord-Item-ID
            MOVE Item-Name TO Ord-Item-Name
            MOVE WS-SPO-Qty TO Ord-Qty
            COMPUTE Ord-Total-Amount = WS-SPO-Total
            MOVE WS-SPO-Price TO Ord-Unit-Price
            STRING WS-SPO-Today(5:2) "/"
                WS-SPO-Today(7:2) "/"
                WS-SPO-Today(1:4)
                DELIMITED BY SIZE INTO Ord-Date
            MOVE "Pending" TO Ord-Status
            MOVE Customer-Address TO Ord-Deliv-Address
            MOVE WS-POH-Expected TO Ord-Deliv-Date
            MOVE 0 TO Ord-Shipped-Qty
            MOVE SPACES TO Ord-Pod-Name
            MOVE SPACES TO Ord-Pod-Time
            MOVE SPACES TO Ord-Fail-Reason
      *>    collected from the shop - no delivery zone
            MOVE 0 TO Ord-Zone-ID
            WRITE Ord-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE OrderFile

      *>    reserved from the start, so whatever the supplier sends
      *>    lands on this order and never on the open shelf
            OPEN EXTEND ResvFile
            IF File-Status = "35"
                OPEN OUTPUT ResvFile
            END-IF
            MOVE WS-SO-Order-ID TO Resv-Order-ID
            MOVE Item-ID TO Resv-Item-ID
            MOVE WS-SPO-Qty TO Resv-Qty
            MOVE "OPEN" TO Resv-Status
            WRITE Resv-Record
            CLOSE ResvFile

            OPEN EXTEND DepositFile
            IF File-Status = "35"
                OPEN OUTPUT DepositFile
            END-IF
            MOVE WS-SO-Order-ID TO DEP-Order-ID
            MOVE Customer-RelKey TO DEP-Customer-ID
            MOVE WS-SPO-Deposit TO DEP-Amount
            MOVE WS-SPO-Today TO DEP-Date
            MOVE "HELD" TO DEP-Status
            WRITE Deposit-Record
            CLOSE DepositFile

      *>    customer-funded, so the line stays outside open-to-buy
            MOVE Supplier-RelKey TO PO-Supplier-ID
            MOVE Sup-Name TO PO-Supplier-Name
            PERFORM Create-PO-Header
            PERFORM Next-PO-Sequence
            OPEN I-O PurchaseOrderFile
            IF File-Status = "35"
               DISPLAY "File does not exist. Creating file..."
               OPEN OUTPUT PurchaseOrderFile
               CLOSE PurchaseOrderFile
               OPEN I-O PurchaseOrderFile
            END-IF
            MOVE WS-Next-ID TO PO-ID
            MOVE WS-Next-ID TO PO-RelKey
            MOVE Supplier-RelKey TO PO-Supplier-ID
            MOVE Sup-Name TO PO-Supplier-Name
            MOVE Item-ID TO PO-Item-ID
            MOVE WS-POH-Expected TO PO-Expected-Date
            MOVE WS-SPO-Qty TO PO-Ordered-Qty
            MOVE "OPEN" TO PO-Status
            MOVE 0 TO PO-Received-Qty
            MOVE 0 TO PO-Received-Date
            MOVE WS-POH-ID TO PO-Header-ID
            MOVE 1 TO PO-Line-No
            MOVE WS-SPO-Cost TO PO-Unit-Cost
            MOVE WS-Sale-Branch TO PO-Branch-ID
            WRITE PO-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE PurchaseOrderFile
            PERFORM Finish-PO-Header

            PERFORM Next-SpecOrd-Sequence
            OPEN I-O SpecOrdFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT SpecOrdFile
                CLOSE SpecOrdFile
                OPEN I-O SpecOrdFile
            END-IF
            MOVE WS-Next-ID TO SPO-ID
            MOVE WS-Next-ID TO SpecOrd-RelKey
            MOVE WS-SO-Order-ID TO SPO-Order-ID
            MOVE WS-SO-Line-Max TO SPO-Line-ID
            MOVE Customer-RelKey TO SPO-Customer-ID
            MOVE Item-ID TO SPO-Item-ID
            MOVE Item-Name TO SPO-Item-Name
            MOVE Supplier-RelKey TO SPO-Supplier-ID
            MOVE WS-SPO-Qty TO SPO-Qty
            MOVE WS-SPO-Price TO SPO-Unit-Price
            MOVE WS-SPO-Cost TO SPO-Unit-Cost
            MOVE WS-SPO-Deposit TO SPO-Deposit
            MOVE PO-ID TO SPO-PO-ID
            MOVE WS-POH-ID TO SPO-POH-ID
            MOVE "ORDERED" TO SPO-Status
            MOVE WS-SPO-Today TO SPO-Order-Date
            MOVE WS-POH-Expected TO SPO-Expect-Date
            MOVE 0 TO SPO-Arrive-Date
            MOVE Input-ID TO SPO-Casher-ID
            WRITE SpecOrd-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE SpecOrdFile

            MOVE "SPEC-ORDER" TO Audit-Action
            MOVE SPACES TO Audit-Before
            MOVE SPACES TO Audit-After
            STRING "SPO=" SPO-ID " ORD=" SPO-Order-ID
                DELIMITED BY SIZE INTO Audit-Before
            STRING "ITEM=" SPO-Item-ID " PO=" SPO-PO-ID
                " QTY=" SPO-Qty
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit
            DISPLAY ESC Blue-On
                "Special order " SPO-ID " placed: order "
                SPO-Order-ID ", item " SPO-Item-ID ", PO "
                SPO-POH-ID ESC Reset-Color
            DISPLAY "Deposit of " WS-SPO-Deposit
                " recorded against order " SPO-Order-ID ".".
       Special-Order-Arrival.
      *>  Called from Receive-PO-Line once a receipt is posted, with
      *>  PO-Record still holding the line. The goods are already
      *>  reserved for the customer's order; once the line is fully
      *>  in, the special order is ARRIVED and the customer is told.
            OPEN I-O SpecOrdFile
            IF File-Status = "00"
                MOVE "N" TO EOFSPO
                PERFORM UNTIL EOFSPO = "Y"
                   READ SpecOrdFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFSPO
                   NOT AT END
                       IF SPO-PO-ID = PO-ID AND
                          SPO-Status = "ORDERED"
                           MOVE "Y" TO EOFSPO
                           IF PO-Status = "RECEIVED"
                               PERFORM Mark-Special-Arrived
                           ELSE
                               DISPLAY "Part of special order "
                                   SPO-ID " is in - held for order "
                                   SPO-Order-ID " until the rest "
                                   "arrives."
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE SpecOrdFile
            END-IF.
       Mark-Special-Arrived.
      *>  SpecOrdFile open I-O on the special order's row.
            ACCEPT SPO-Arrive-Date FROM DATE YYYYMMDD
            MOVE "ARRIVED" TO SPO-Status
            REWRITE SpecOrd-Record INVALID KEY
            DISPLAY "Error: Unable to rewrite record."
            END-REWRITE
            DISPLAY ESC Blue-On
                "Special order " SPO-ID " has arrived - reserved "
                "for order " SPO-Order-ID ", customer "
                SPO-Customer-ID ESC Reset-Color
            MOVE "SPECARRIVE" TO WS-OB-Template
            MOVE SPO-Customer-ID TO WS-OB-Cust
            MOVE SPO-Order-ID TO WS-OB-Ref
            MOVE 0 TO WS-OB-Key-Date
            MOVE SPACES TO WS-OB-Note
            STRING "ITEM " SPO-Item-ID " QTY " SPO-Qty
                DELIMITED BY SIZE INTO WS-OB-Note
            PERFORM Queue-Notification
            IF WS-OB-Queued = "Y"
                DISPLAY "Customer notice queued ("
                    FUNCTION TRIM(WS-OB-Channel) ")."
            END-IF.
       Refresh-Special-Order.
      *>  SpecOrdFile open I-O on an ORDERED or ARRIVED row. The
      *>  order itself is closed off in Order.cbl; a completed
      *>  order means the goods were collected, a cancelled one
      *>  ends the special order. Sets WS-SPO-Changed.
            MOVE "N" TO WS-SPO-Changed
            MOVE SPO-Line-ID TO Order-RelKey
            OPEN INPUT OrderFile
            IF File-Status = "00"
                READ OrderFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF Ord-Status = "Completed"
                        MOVE "COLLECTED" TO SPO-Status
                        MOVE "Y" TO WS-SPO-Changed
                    END-IF
                    IF Ord-Status = "Cancelled"
                        MOVE "CANCELLED" TO SPO-Status
                        MOVE "Y" TO WS-SPO-Changed
                    END-IF
                END-READ
                CLOSE OrderFile
            END-IF
            IF WS-SPO-Changed = "Y"
                REWRITE SpecOrd-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
                IF SPO-Status = "CANCELLED" AND
                   SPO-Arrive-Date = 0
                    DISPLAY ESC Blue-On
                        "Special order " SPO-ID " cancelled - PO "
                        SPO-POH-ID " is still with the supplier."
                        ESC Reset-Color
                END-IF
            END-IF.
       View-Special-Orders.
            OPEN I-O SpecOrdFile
            IF File-Status NOT = "00"
                DISPLAY "No special orders on file."
            ELSE
                DISPLAY S10 S10 S10 S10 S10 S10 S5
                DISPLAY "Open Special Orders"
                DISPLAY H10 H10 H10 H10 H10 H10 H5
                DISPLAY "SPO   Order Cust  Item  Description    "
                    "      Qty Status    Expected Arrived"
                DISPLAY H10 H10 H10 H10 H10 H10 H5
                MOVE 0 TO WS-SPO-Count
                MOVE "N" TO EOFSPO
                PERFORM UNTIL EOFSPO = "Y"
                   READ SpecOrdFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFSPO
                   NOT AT END
                       IF SPO-Status = "ORDERED" OR
                          SPO-Status = "ARRIVED"
                           PERFORM Refresh-Special-Order
                       END-IF
                       IF SPO-Status = "ORDERED" OR
                          SPO-Status = "ARRIVED"
                           ADD 1 TO WS-SPO-Count
                           DISPLAY SPO-ID " " SPO-Order-ID " "
                               SPO-Customer-ID " " SPO-Item-ID " "
                               SPO-Item-Name " " SPO-Qty " "
                               SPO-Status " " SPO-Expect-Date " "
                               SPO-Arrive-Date
                       END-IF
                END-PERFORM
                CLOSE SpecOrdFile
                DISPLAY S10 S10 S10 S10 S10 S10 S5
                DISPLAY WS-SPO-Count " open special order(s)."
            END-IF.
       Special-Order-Aging-Report.
      *>  Goods that came in for a customer and still sit in the
      *>  back room, aged from the arrival date, plus orders still
      *>  waiting on the supplier past their expected date. The
      *>  balance is what the customer still owes on collection.
            ACCEPT WS-SPO-Today FROM DATE YYYYMMDD
            MOVE 0 TO WS-SPO-Count
            MOVE 0 TO WS-SPO-Late
            MOVE 0 TO WS-SPO-Value
            PERFORM VARYING SPO-IDX FROM 1 BY 1 UNTIL SPO-IDX > 4
                MOVE 0 TO SPO-Bkt-Count(SPO-IDX)
                MOVE 0 TO SPO-Bkt-Value(SPO-IDX)
            END-PERFORM
            MOVE "0-7 days" TO SPO-Bkt-Label(1)
            MOVE "8-14 days" TO SPO-Bkt-Label(2)
            MOVE "15-30 days" TO SPO-Bkt-Label(3)
            MOVE "Over 30 days" TO SPO-Bkt-Label(4)
            MOVE "SPEC-AGING" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Unclaimed Special Orders Aging as at "
                WS-SPO-Today DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "SPO   Order Cust  Item  Description          Qty St"
                TO WS-Spool-Line
            MOVE "atus    Since    Days      Value    Deposit    Balan"
                TO WS-Spool-Line(52:52)
            MOVE "ce" TO WS-Spool-Line(104:2)
            PERFORM Spool-Line
            OPEN I-O SpecOrdFile
            IF File-Status = "00"
                MOVE "N" TO EOFSPO
                PERFORM UNTIL EOFSPO = "Y"
                   READ SpecOrdFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFSPO
                   NOT AT END
                       IF SPO-Status = "ORDERED" OR
                          SPO-Status = "ARRIVED"
                           PERFORM Refresh-Special-Order
                       END-IF
                       IF SPO-Status = "ARRIVED"
                           PERFORM Special-Order-Aging-Row
                       END-IF
                       IF SPO-Status = "ORDERED" AND
                          SPO-Expect-Date < WS-SPO-Today
                           PERFORM Special-Order-Aging-Row
                       END-IF
                END-PERFORM
                CLOSE SpecOrdFile
            END-IF
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE WS-SPO-Value TO WS-SPO-Disp-Value
            MOVE SPACES TO WS-Spool-Line
            STRING "Arrived, uncollected: " WS-SPO-Count
                " order(s), value " WS-SPO-Disp-Value
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING SPO-IDX FROM 1 BY 1 UNTIL SPO-IDX > 4
                MOVE SPO-Bkt-Value(SPO-IDX) TO WS-SPO-Disp-Value
                MOVE SPACES TO WS-Spool-Line
                STRING "  " SPO-Bkt-Label(SPO-IDX) " : "
                    SPO-Bkt-Count(SPO-IDX) " order(s)  "
                    WS-SPO-Disp-Value
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-PERFORM
            MOVE SPACES TO WS-Spool-Line
            STRING "Overdue from supplier: " WS-SPO-Late
                " order(s)" DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Special-Order-Aging-Row.
      *>  One ARRIVED row (aged from arrival, bucketed) or one
      *>  overdue ORDERED row (aged from the expected date).
            COMPUTE WS-SPO-Line-Value = SPO-Unit-Price * SPO-Qty
            IF SPO-Status = "ARRIVED"
                MOVE SPO-Arrive-Date TO WS-SPO-Since
            ELSE
                MOVE SPO-Expect-Date TO WS-SPO-Since
            END-IF
            MOVE 0 TO WS-SPO-Age
            IF WS-SPO-Since > 0
                COMPUTE WS-SPO-Age =
                    FUNCTION INTEGER-OF-DATE(WS-SPO-Today) -
                    FUNCTION INTEGER-OF-DATE(WS-SPO-Since)
            END-IF
            IF SPO-Status = "ARRIVED"
                ADD 1 TO WS-SPO-Count
                ADD WS-SPO-Line-Value TO WS-SPO-Value
                EVALUATE TRUE
                    WHEN WS-SPO-Age <= 7
                        MOVE 1 TO SPO-IDX
                    WHEN WS-SPO-Age <= 14
                        MOVE 2 TO SPO-IDX
                    WHEN WS-SPO-Age <= 30
                        MOVE 3 TO SPO-IDX
                    WHEN OTHER
                        MOVE 4 TO SPO-IDX
                END-EVALUATE
                ADD 1 TO SPO-Bkt-Count(SPO-IDX)
                ADD WS-SPO-Line-Value TO SPO-Bkt-Value(SPO-IDX)
            ELSE
                ADD 1 TO WS-SPO-Late
            END-IF
            IF WS-SPO-Line-Value > SPO-Deposit
                COMPUTE WS-SPO-Balance =
                    WS-SPO-Line-Value - SPO-Deposit
            ELSE
                MOVE 0 TO WS-SPO-Balance
            END-IF
            MOVE WS-SPO-Line-Value TO WS-SPO-Disp-Value
            MOVE SPO-Deposit TO WS-SPO-Disp-Dep
            MOVE WS-SPO-Balance TO WS-SPO-Disp-Bal
            MOVE SPACES TO WS-Spool-Line
            STRING SPO-ID " " SPO-Order-ID " " SPO-Customer-ID " "
                SPO-Item-ID " " SPO-Item-Name " " SPO-Qty " "
                SPO-Status " " WS-SPO-Since " " WS-SPO-Age " "
                WS-SPO-Disp-Value " " WS-SPO-Disp-Dep " "
                WS-SPO-Disp-Bal
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line.
       Next-ARItem-Sequence.
            MOVE 61 TO Counter-RelKey
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
       Post-AR-Item.
      *>  Expects WS-ARI-Type, WS-ARI-Cust, WS-ARI-Ref, WS-ARI-Date,
      *>  WS-ARI-Amount, WS-ARI-Open and (credits only)
      *>  WS-ARI-Unbooked. Writes one item and returns its number
      *>  in WS-ARI-ID (0 when nothing was written).
            MOVE 0 TO WS-ARI-ID
            IF WS-ARI-Amount > 0 AND WS-ARI-Cust > 0
                PERFORM Next-ARItem-Sequence
                OPEN I-O ARItemFile
                IF File-Status = "35"
                    OPEN OUTPUT ARItemFile
                    CLOSE ARItemFile
                    OPEN I-O ARItemFile
                END-IF
                MOVE WS-Next-ID TO ARI-ID
                MOVE WS-Next-ID TO ARItem-RelKey
                MOVE WS-ARI-Cust TO ARI-Customer-ID
                MOVE WS-ARI-Type TO ARI-Type
                MOVE WS-ARI-Ref TO ARI-Ref-ID
                MOVE WS-ARI-Date TO ARI-Date
                MOVE WS-ARI-Amount TO ARI-Amount
                MOVE WS-ARI-Open TO ARI-Open
                MOVE 0 TO ARI-Unbooked
                IF ARI-Is-Credit
                    MOVE WS-ARI-Unbooked TO ARI-Unbooked
                END-IF
                IF ARI-Open > 0
                    MOVE "O" TO ARI-Status
                    MOVE 0 TO ARI-Closed-Date
                ELSE
                    MOVE "C" TO ARI-Status
                    ACCEPT ARI-Closed-Date FROM DATE YYYYMMDD
                END-IF
                WRITE ARItem-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
                IF File-Status = "00"
                    MOVE ARI-ID TO WS-ARI-ID
                END-IF
                CLOSE ARItemFile
            END-IF.
       AR-Type-Text.
      *>  Expects ARI-Type style code in WS-ARI-Type. Returns
      *>  WS-ARI-Type-Text for statements and enquiries.
            EVALUATE WS-ARI-Type
                WHEN "INV"
                    MOVE "INVOICE" TO WS-ARI-Type-Text
                WHEN "FIN"
                    MOVE "FINANCE CHG" TO WS-ARI-Type-Text
                WHEN "CQF"
                    MOVE "CHEQUE FEE" TO WS-ARI-Type-Text
                WHEN "RCQ"
                    MOVE "RETURNED CHQ" TO WS-ARI-Type-Text
                WHEN "OPN"
                    MOVE "OPENING BAL" TO WS-ARI-Type-Text
                WHEN "PAY"
                    MOVE "PAYMENT" TO WS-ARI-Type-Text
                WHEN "CRN"
                    MOVE "CREDIT NOTE" TO WS-ARI-Type-Text
                WHEN "PRL"
                    MOVE "PAYROLL BUY" TO WS-ARI-Type-Text
                WHEN "PRX"
                    MOVE "PAYROLL DED" TO WS-ARI-Type-Text
                WHEN OTHER
                    MOVE WS-ARI-Type TO WS-ARI-Type-Text
            END-EVALUATE.
       Apply-AR-Allocation.
      *>  ARItemFile open I-O. Applies up to WS-ARA-Amount (0 = as
      *>  much as both items allow) of credit item WS-ARA-Credit-ID
      *>  to debit item WS-ARA-Debit-ID and logs it in aralloc.dat.
      *>  The booked part of a credit is used before its unbooked
      *>  part; unbooked credit used here is added to
      *>  WS-ARA-Unbook-Used for Book-AR-Unbooked. Returns
      *>  WS-ARA-Applied and WS-ARA-Credit-Open / WS-ARA-Debit-Open
      *>  as they stood before the allocation.
            ACCEPT WS-ARA-Today FROM DATE YYYYMMDD
            MOVE 0 TO WS-ARA-Applied
            MOVE 0 TO WS-ARA-Credit-Open
            MOVE 0 TO WS-ARA-Debit-Open
            MOVE WS-ARA-Credit-ID TO ARItem-RelKey
            READ ARItemFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ARI-Is-Credit AND ARI-Open-Item
                    MOVE ARI-Open TO WS-ARA-Credit-Open
                    MOVE ARI-Customer-ID TO WS-ARA-Cust
                END-IF
            END-READ
            IF WS-ARA-Credit-Open > 0
                MOVE WS-ARA-Debit-ID TO ARItem-RelKey
                READ ARItemFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF ARI-Is-Debit AND ARI-Open-Item AND
                       ARI-Customer-ID = WS-ARA-Cust
                        MOVE ARI-Open TO WS-ARA-Debit-Open
                    END-IF
                END-READ
            END-IF
            MOVE WS-ARA-Credit-Open TO WS-ARA-Applied
            IF WS-ARA-Debit-Open < WS-ARA-Applied
                MOVE WS-ARA-Debit-Open TO WS-ARA-Applied
            END-IF
            IF WS-ARA-Amount > 0 AND WS-ARA-Amount < WS-ARA-Applied
                MOVE WS-ARA-Amount TO WS-ARA-Applied
            END-IF
            IF WS-ARA-Applied > 0
      *>        the debit item is still in the record area
                SUBTRACT WS-ARA-Applied FROM ARI-Open
                IF ARI-Open = 0
                    MOVE "C" TO ARI-Status
                    MOVE WS-ARA-Today TO ARI-Closed-Date
                END-IF
                REWRITE ARItem-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
                MOVE WS-ARA-Credit-ID TO ARItem-RelKey
                READ ARItemFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    COMPUTE WS-ARA-Booked = ARI-Open - ARI-Unbooked
                    IF WS-ARA-Applied > WS-ARA-Booked
                        COMPUTE WS-ARA-Used =
                            WS-ARA-Applied - WS-ARA-Booked
                        SUBTRACT WS-ARA-Used FROM ARI-Unbooked
                        ADD WS-ARA-Used TO WS-ARA-Unbook-Used
                    END-IF
                    SUBTRACT WS-ARA-Applied FROM ARI-Open
                    IF ARI-Open = 0
                        MOVE "C" TO ARI-Status
                        MOVE WS-ARA-Today TO ARI-Closed-Date
                    END-IF
                    REWRITE ARItem-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
                OPEN EXTEND ARAllocFile
                IF File-Status = "35"
                    OPEN OUTPUT ARAllocFile
                END-IF
                MOVE WS-ARA-Cust TO ALC-Customer-ID
                MOVE WS-ARA-Credit-ID TO ALC-Credit-ID
                MOVE WS-ARA-Debit-ID TO ALC-Debit-ID
                MOVE WS-ARA-Applied TO ALC-Amount
                MOVE WS-ARA-Today TO ALC-Date
                MOVE Input-ID TO ALC-User
                MOVE "A" TO ALC-Kind
                WRITE ARAlloc-Record
                CLOSE ARAllocFile
            END-IF.
       Book-AR-Unbooked.
      *>  Credit that came in while Customer-Balance was already at
      *>  zero has now been used against a charge that is on the
      *>  balance, so it comes off the balance now.
            IF WS-ARA-Unbook-Used > 0
                OPEN I-O CustomerFile
                MOVE WS-ARA-Cust TO Customer-RelKey
                READ CustomerFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WS-ARA-Unbook-Used > Customer-Balance
                        MOVE 0 TO Customer-Balance
                    ELSE
                        SUBTRACT WS-ARA-Unbook-Used FROM
                            Customer-Balance
                    END-IF
                    REWRITE Customer-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
                CLOSE CustomerFile
                MOVE 0 TO WS-ARA-Unbook-Used
            END-IF.
       Load-AR-Open-Items.
      *>  Expects WS-ARA-Cust. Loads the customer's open debits into
      *>  ARO-Table and open credits into ARC-Table, in item order.
      *>  A payroll purchase is settled only by its own deduction,
      *>  never by cash or credit on the account, so PRL and PRX
      *>  items stay out of both.
            MOVE 0 TO ARO-Count
            MOVE 0 TO ARC-Count
            OPEN INPUT ARItemFile
            IF File-Status = "00"
                MOVE "N" TO EOFAR
                PERFORM UNTIL EOFAR = "Y"
                   READ ARItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFAR
                   NOT AT END
                       IF ARI-Customer-ID = WS-ARA-Cust AND
                          ARI-Open-Item AND
                          ARI-Type NOT = "PRL" AND
                          ARI-Type NOT = "PRX"
                           IF ARI-Is-Debit AND ARO-Count < 500
                               ADD 1 TO ARO-Count
                               MOVE ARI-ID TO ARO-ID(ARO-Count)
                               MOVE ARI-Type TO ARO-Type(ARO-Count)
                               MOVE ARI-Ref-ID TO ARO-Ref(ARO-Count)
                               MOVE ARI-Date TO ARO-Date(ARO-Count)
                               MOVE ARI-Open TO ARO-Open(ARO-Count)
                               MOVE "N" TO ARO-Used(ARO-Count)
                           END-IF
                           IF ARI-Is-Credit AND ARC-Count < 200
                               ADD 1 TO ARC-Count
                               MOVE ARI-ID TO ARC-ID(ARC-Count)
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE ARItemFile
            END-IF.
       Apply-Credit-Oldest-First.
      *>  Expects WS-ARA-Cust and WS-ARA-Credit-ID. Works the credit
      *>  down the customer's open charges, oldest date first, until
      *>  it or the charges run out.
            PERFORM Load-AR-Open-Items
            OPEN I-O ARItemFile
            IF File-Status = "00"
                MOVE "N" TO WS-ARA-Done
                PERFORM UNTIL WS-ARA-Done = "Y"
                    MOVE 0 TO WS-ARA-Best
                    PERFORM VARYING AR-IDX FROM 1 BY 1
                        UNTIL AR-IDX > ARO-Count
                        IF ARO-Used(AR-IDX) = "N"
                            IF WS-ARA-Best = 0
                                MOVE AR-IDX TO WS-ARA-Best
                            ELSE
                                IF ARO-Date(AR-IDX) <
                                   ARO-Date(WS-ARA-Best)
                                    MOVE AR-IDX TO WS-ARA-Best
                                END-IF
                            END-IF
                        END-IF
                    END-PERFORM
                    IF WS-ARA-Best = 0
                        MOVE "Y" TO WS-ARA-Done
                    ELSE
                        MOVE "Y" TO ARO-Used(WS-ARA-Best)
                        MOVE ARO-ID(WS-ARA-Best) TO WS-ARA-Debit-ID
                        MOVE 0 TO WS-ARA-Amount
                        PERFORM Apply-AR-Allocation
                        IF WS-ARA-Credit-Open <= WS-ARA-Applied
                            MOVE "Y" TO WS-ARA-Done
                        END-IF
                    END-IF
                END-PERFORM
                CLOSE ARItemFile
            END-IF
            PERFORM Book-AR-Unbooked.
       Apply-Credits-To-Debit.
      *>  Expects WS-ARA-Cust and WS-ARA-Debit-ID, a new charge.
      *>  Cash and credits held on the account are used against it,
      *>  oldest credit first.
            PERFORM Load-AR-Open-Items
            IF ARC-Count > 0
                OPEN I-O ARItemFile
                MOVE "N" TO WS-ARA-Done
                PERFORM VARYING AR-IDX FROM 1 BY 1
                    UNTIL AR-IDX > ARC-Count OR WS-ARA-Done = "Y"
                    MOVE ARC-ID(AR-IDX) TO WS-ARA-Credit-ID
                    MOVE 0 TO WS-ARA-Amount
                    PERFORM Apply-AR-Allocation
                    IF WS-ARA-Applied > 0
                        MOVE WS-ARA-Applied TO WS-ARA-Disp
                        DISPLAY "Held on account applied: "
                            WS-ARA-Disp
                    END-IF
                    IF WS-ARA-Credit-Open > 0 AND
                       WS-ARA-Debit-Open <= WS-ARA-Applied
                        MOVE "Y" TO WS-ARA-Done
                    END-IF
                END-PERFORM
                CLOSE ARItemFile
                PERFORM Book-AR-Unbooked
            END-IF.
       Post-AR-Charge.
      *>  Expects WS-ARI-Type, WS-ARI-Cust, WS-ARI-Ref, WS-ARI-Date
      *>  and WS-ARI-Amount. A new debit item, with anything held on
      *>  the account applied to it straight away.
            MOVE WS-ARI-Amount TO WS-ARI-Open
            MOVE 0 TO WS-ARI-Unbooked
            PERFORM Post-AR-Item
            IF WS-ARI-ID > 0
                MOVE WS-ARI-Cust TO WS-ARA-Cust
                MOVE WS-ARI-ID TO WS-ARA-Debit-ID
                PERFORM Apply-Credits-To-Debit
            END-IF.
       Find-AR-Invoice-Item.
      *>  Expects WS-ARA-Cust and WS-ARI-Ref (an Invoice-ID).
      *>  Returns WS-ARA-Debit-ID of its INV item, 0 if none.
            MOVE 0 TO WS-ARA-Debit-ID
            OPEN INPUT ARItemFile
            IF File-Status = "00"
                MOVE "N" TO EOFAR
                PERFORM UNTIL EOFAR = "Y"
                   READ ARItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFAR
                   NOT AT END
                       IF ARI-Customer-ID = WS-ARA-Cust AND
                          ARI-Type = "INV" AND
                          ARI-Ref-ID = WS-ARI-Ref
                           MOVE ARI-ID TO WS-ARA-Debit-ID
                       END-IF
                END-PERFORM
                CLOSE ARItemFile
            END-IF.
       Post-AR-Credit-Note.
      *>  Expects WS-ARI-Cust, WS-ARI-Ref (the refunded invoice),
      *>  WS-ARI-Amount and WS-ARI-Unbooked. The credit note goes
      *>  against its own invoice first; what is left works down
      *>  the oldest charges and any remainder is held on account.
            MOVE "CRN" TO WS-ARI-Type
            ACCEPT WS-ARI-Date FROM DATE YYYYMMDD
            MOVE WS-ARI-Amount TO WS-ARI-Open
            PERFORM Post-AR-Item
            IF WS-ARI-ID > 0
                MOVE WS-ARI-Cust TO WS-ARA-Cust
                MOVE WS-ARI-ID TO WS-ARA-Credit-ID
                PERFORM Find-AR-Invoice-Item
                IF WS-ARA-Debit-ID > 0
                    OPEN I-O ARItemFile
                    MOVE 0 TO WS-ARA-Amount
                    PERFORM Apply-AR-Allocation
                    CLOSE ARItemFile
                END-IF
                PERFORM Apply-Credit-Oldest-First
                DISPLAY "Credit note item " WS-ARI-ID
                    " posted to the account."
            END-IF.
       Allocate-Receipt.
      *>  Expects WS-ARA-Cust and WS-ARA-Credit-ID, a new receipt.
      *>  The cashier picks the invoices it pays or lets it run
      *>  oldest first; what is not applied stays on account.
            PERFORM Load-AR-Open-Items
            IF ARO-Count = 0
                DISPLAY "No open charges on the account."
            ELSE
                DISPLAY "Allocate the payment:"
                DISPLAY "1. Oldest charges first"
                DISPLAY "2. Choose the invoices it pays"
                ACCEPT WS-ARA-Mode
                IF WS-ARA-Mode = "2"
                    PERFORM Allocate-Chosen-Items
                ELSE
                    PERFORM Apply-Credit-Oldest-First
                END-IF
            END-IF
            OPEN INPUT ARItemFile
            MOVE WS-ARA-Credit-ID TO ARItem-RelKey
            READ ARItemFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ARI-Open > 0
                    MOVE ARI-Open TO WS-ARA-Disp
                    DISPLAY ESC Blue-On
                        "Unapplied cash held on account: "
                        WS-ARA-Disp ESC Reset-Color
                END-IF
            END-READ
            CLOSE ARItemFile.
       Allocate-Chosen-Items.
      *>  ARO-Table loaded for WS-ARA-Cust.
            DISPLAY H10 H10 H10 H10 H5
            DISPLAY "No.  Item  Type         Ref   Date     "
                "      Still owed"
            DISPLAY S10 S10 S10 S10 S5
            PERFORM VARYING AR-IDX FROM 1 BY 1
                UNTIL AR-IDX > ARO-Count
                MOVE ARO-Type(AR-IDX) TO WS-ARI-Type
                PERFORM AR-Type-Text
                MOVE ARO-Open(AR-IDX) TO WS-ARA-Disp
                DISPLAY AR-IDX(2:3) "  " ARO-ID(AR-IDX) " "
                    WS-ARI-Type-Text " " ARO-Ref(AR-IDX) " "
                    ARO-Date(AR-IDX) " " WS-ARA-Disp
            END-PERFORM
            DISPLAY H10 H10 H10 H10 H5
            OPEN I-O ARItemFile
            MOVE "N" TO WS-ARA-Done
            PERFORM UNTIL WS-ARA-Done = "Y"
                DISPLAY "Enter No. to pay (0 = done): "
                MOVE 0 TO WS-ARA-Pick
                ACCEPT WS-ARA-Pick
                IF WS-ARA-Pick = 0 OR WS-ARA-Pick > ARO-Count
                    MOVE "Y" TO WS-ARA-Done
                ELSE
                    DISPLAY "Amount to apply (0 = all still owed): "
                    MOVE 0 TO WS-ARA-Amount
                    ACCEPT WS-ARA-Amount
                    MOVE ARO-ID(WS-ARA-Pick) TO WS-ARA-Debit-ID
                    PERFORM Apply-AR-Allocation
                    MOVE WS-ARA-Applied TO WS-ARA-Disp
                    DISPLAY "Applied " WS-ARA-Disp " to item "
                        ARO-ID(WS-ARA-Pick)
                    IF WS-ARA-Credit-Open <= WS-ARA-Applied
                        DISPLAY "Payment fully allocated."
                        MOVE "Y" TO WS-ARA-Done
                    END-IF
                END-IF
            END-PERFORM
            CLOSE ARItemFile
            PERFORM Book-AR-Unbooked
            IF WS-ARA-Credit-Open > WS-ARA-Applied
                DISPLAY "Apply the rest oldest first (Y/N, N holds "
                    "it on account)? "
                ACCEPT WS-Confirm
                IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                    PERFORM Apply-Credit-Oldest-First
                END-IF
            END-IF.
       Reverse-AR-Receipt.
      *>  Expects WS-ARA-Cust and WS-ARR-AP-ID, the account receipt
      *>  a returned cheque paid. Every charge the receipt paid is
      *>  owed again and ages from its own date; the receipt item
      *>  is closed. Returns WS-ARR-Unbooked, the part of the
      *>  receipt that never came off Customer-Balance.
            MOVE 0 TO WS-ARR-Unbooked
            MOVE 0 TO WS-ARA-Credit-ID
            OPEN INPUT ARItemFile
            IF File-Status = "00"
                MOVE "N" TO EOFAR
                PERFORM UNTIL EOFAR = "Y"
                   READ ARItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFAR
                   NOT AT END
                       IF ARI-Customer-ID = WS-ARA-Cust AND
                          ARI-Type = "PAY" AND
                          ARI-Ref-ID = WS-ARR-AP-ID
                           MOVE ARI-ID TO WS-ARA-Credit-ID
                       END-IF
                END-PERFORM
                CLOSE ARItemFile
            END-IF
            IF WS-ARA-Credit-ID > 0
      *>        net amount the receipt paid on each charge
                MOVE 0 TO ARL-Count
                OPEN INPUT ARAllocFile
                IF File-Status = "00"
                    MOVE "N" TO EOFARL
                    PERFORM UNTIL EOFARL = "Y"
                       READ ARAllocFile
                       AT END
                           MOVE "Y" TO EOFARL
                       NOT AT END
                           IF ALC-Credit-ID = WS-ARA-Credit-ID
                               PERFORM Net-AR-Reversal-Row
                           END-IF
                    END-PERFORM
                    CLOSE ARAllocFile
                END-IF
                ACCEPT WS-ARA-Today FROM DATE YYYYMMDD
                OPEN I-O ARItemFile
                PERFORM VARYING AR-IDX FROM 1 BY 1
                    UNTIL AR-IDX > ARL-Count
                    IF ARL-Amount(AR-IDX) > 0
                        MOVE ARL-Debit-ID(AR-IDX) TO ARItem-RelKey
                        READ ARItemFile INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD ARL-Amount(AR-IDX) TO ARI-Open
                            MOVE "O" TO ARI-Status
                            MOVE 0 TO ARI-Closed-Date
                            REWRITE ARItem-Record INVALID KEY
                            DISPLAY "Error: Unable to rewrite "
                                "record."
                            END-REWRITE
                        END-READ
                        OPEN EXTEND ARAllocFile
                        IF File-Status = "35"
                            OPEN OUTPUT ARAllocFile
                        END-IF
                        MOVE WS-ARA-Cust TO ALC-Customer-ID
                        MOVE WS-ARA-Credit-ID TO ALC-Credit-ID
                        MOVE ARL-Debit-ID(AR-IDX) TO ALC-Debit-ID
                        MOVE ARL-Amount(AR-IDX) TO ALC-Amount
                        MOVE WS-ARA-Today TO ALC-Date
                        MOVE Input-ID TO ALC-User
                        MOVE "X" TO ALC-Kind
                        WRITE ARAlloc-Record
                        CLOSE ARAllocFile
                    END-IF
                END-PERFORM
                MOVE WS-ARA-Credit-ID TO ARItem-RelKey
                READ ARItemFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ARI-Unbooked TO WS-ARR-Unbooked
                    MOVE 0 TO ARI-Open
                    MOVE 0 TO ARI-Unbooked
                    MOVE "C" TO ARI-Status
                    MOVE WS-ARA-Today TO ARI-Closed-Date
                    REWRITE ARItem-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
                CLOSE ARItemFile
                DISPLAY "Receipt item " WS-ARA-Credit-ID
                    " reversed - " ARL-Count
                    " charge(s) owed again."
            END-IF.
       Net-AR-Reversal-Row.
      *>  One allocation row of the receipt being reversed, netted
      *>  per charge in ARL-Table (A adds, X takes away).
            MOVE 0 TO AR-IDX4
            PERFORM VARYING AR-IDX2 FROM 1 BY 1
                UNTIL AR-IDX2 > ARL-Count
                IF ARL-Debit-ID(AR-IDX2) = ALC-Debit-ID
                    MOVE AR-IDX2 TO AR-IDX4
                END-IF
            END-PERFORM
            IF AR-IDX4 = 0 AND ARL-Count < 2000
                ADD 1 TO ARL-Count
                MOVE ARL-Count TO AR-IDX4
                MOVE ALC-Debit-ID TO ARL-Debit-ID(ARL-Count)
                MOVE ALC-Credit-ID TO ARL-Credit-ID(ARL-Count)
                MOVE 0 TO ARL-Amount(ARL-Count)
                MOVE ALC-Date TO ARL-Date(ARL-Count)
                MOVE "A" TO ARL-Kind(ARL-Count)
            END-IF
            IF AR-IDX4 > 0
                IF ALC-Kind = "X"
                    IF ALC-Amount > ARL-Amount(AR-IDX4)
                        MOVE 0 TO ARL-Amount(AR-IDX4)
                    ELSE
                        SUBTRACT ALC-Amount FROM
                            ARL-Amount(AR-IDX4)
                    END-IF
                ELSE
                    ADD ALC-Amount TO ARL-Amount(AR-IDX4)
                END-IF
            END-IF.
       Load-AR-Account.
      *>  Expects WS-ARA-Cust. Loads every item of the account into
      *>  ARV-Table and every allocation into ARL-Table.
            MOVE 0 TO ARV-Count
            MOVE 0 TO ARL-Count
            MOVE 0 TO WS-ARV-Debits
            MOVE 0 TO WS-ARV-Credits
            OPEN INPUT ARItemFile
            IF File-Status = "00"
                MOVE "N" TO EOFAR
                PERFORM UNTIL EOFAR = "Y"
                   READ ARItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFAR
                   NOT AT END
                       IF ARI-Customer-ID = WS-ARA-Cust AND
                          ARV-Count < 1000
                           ADD 1 TO ARV-Count
                           MOVE ARI-ID TO ARV-ID(ARV-Count)
                           MOVE ARI-Type TO ARV-Type(ARV-Count)
                           MOVE ARI-Ref-ID TO ARV-Ref(ARV-Count)
                           MOVE ARI-Date TO ARV-Date(ARV-Count)
                           MOVE ARI-Amount TO ARV-Amount(ARV-Count)
                           MOVE ARI-Open TO ARV-Open(ARV-Count)
                           MOVE ARI-Status TO ARV-Status(ARV-Count)
                           IF ARI-Open-Item
                               IF ARI-Is-Debit
                                   ADD ARI-Open TO WS-ARV-Debits
                               ELSE
                                   ADD ARI-Open TO WS-ARV-Credits
                               END-IF
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE ARItemFile
            END-IF
            OPEN INPUT ARAllocFile
            IF File-Status = "00"
                MOVE "N" TO EOFARL
                PERFORM UNTIL EOFARL = "Y"
                   READ ARAllocFile
                   AT END
                       MOVE "Y" TO EOFARL
                   NOT AT END
      *>                matched by item so a merged account keeps
      *>                its history
                       MOVE ALC-Credit-ID TO WS-ARV-Find
                       PERFORM Find-ARV-Item
                       IF AR-IDX2 > 0 AND ARL-Count < 2000
                           ADD 1 TO ARL-Count
                           MOVE ALC-Credit-ID TO
                               ARL-Credit-ID(ARL-Count)
                           MOVE ALC-Debit-ID TO ARL-Debit-ID(ARL-Count)
                           MOVE ALC-Amount TO ARL-Amount(ARL-Count)
                           MOVE ALC-Date TO ARL-Date(ARL-Count)
                           MOVE ALC-Kind TO ARL-Kind(ARL-Count)
                       END-IF
                END-PERFORM
                CLOSE ARAllocFile
            END-IF.
       Find-ARV-Item.
      *>  Expects WS-ARV-Find holding an item number. Returns
      *>  AR-IDX2 at its ARV-Table row, 0 if it is not there.
            MOVE 0 TO AR-IDX2
            PERFORM VARYING AR-IDX4 FROM 1 BY 1
                UNTIL AR-IDX4 > ARV-Count
                IF ARV-ID(AR-IDX4) = WS-ARV-Find
                    MOVE AR-IDX4 TO AR-IDX2
                END-IF
            END-PERFORM.
       Manage-AR-Open-Items.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Accounts Receivable Open Items"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Customer Account Enquiry"
               DISPLAY "2. Apply Cash Held on Account"
               DISPLAY "3. Build Opening Open Items (once)"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM AR-Account-Enquiry
                   WHEN "2"
                       PERFORM Apply-Held-Cash
                   WHEN "3"
                       PERFORM Build-Opening-AR-Items
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       AR-Account-Enquiry.
      *>  Every item on the account with what paid it or what it
      *>  paid - the answer when a customer disputes an invoice.
            DISPLAY "Enter Customer-ID: "
            ACCEPT Customer-RelKey
            PERFORM Find-Customer
            IF Customer-Found = "Y"
                MOVE Customer-RelKey TO WS-ARA-Cust
                PERFORM Load-AR-Account
                DISPLAY H10 H10 H10 H10 H10 H10 H5
                DISPLAY "Account " WS-ARA-Cust " " Customer-Full-Name
                DISPLAY S10 S10 S10 S10 S10 S10 S5
                DISPLAY "Item  Type         Ref   Date     "
                    "      Amount        Open St"
                DISPLAY S10 S10 S10 S10 S10 S10 S5
                PERFORM VARYING AR-IDX FROM 1 BY 1
                    UNTIL AR-IDX > ARV-Count
                    PERFORM Show-AR-Item
                END-PERFORM
                DISPLAY H10 H10 H10 H10 H10 H10 H5
                MOVE WS-ARV-Debits TO WS-ARA-Disp
                MOVE WS-ARV-Credits TO WS-ARA-Disp2
                DISPLAY "Open charges : " WS-ARA-Disp
                DISPLAY "Held on acct : " WS-ARA-Disp2
                DISPLAY "Balance (credit-limit total): "
                    Customer-Balance
                IF ARV-Count = 0
                    DISPLAY "No open items on file - build the "
                        "opening items first."
                END-IF
            END-IF.
       Show-AR-Item.
      *>  One ARV-Table row at AR-IDX and the allocations on it.
            MOVE ARV-Type(AR-IDX) TO WS-ARI-Type
            PERFORM AR-Type-Text
            MOVE ARV-Amount(AR-IDX) TO WS-ARA-Disp
            MOVE ARV-Open(AR-IDX) TO WS-ARA-Disp2
            DISPLAY ARV-ID(AR-IDX) " " WS-ARI-Type-Text " "
                ARV-Ref(AR-IDX) " " ARV-Date(AR-IDX) " "
                WS-ARA-Disp " " WS-ARA-Disp2 " " ARV-Status(AR-IDX)
            PERFORM VARYING AR-IDX3 FROM 1 BY 1
                UNTIL AR-IDX3 > ARL-Count
                IF ARL-Credit-ID(AR-IDX3) = ARV-ID(AR-IDX) OR
                   ARL-Debit-ID(AR-IDX3) = ARV-ID(AR-IDX)
                    IF ARL-Credit-ID(AR-IDX3) = ARV-ID(AR-IDX)
                        MOVE ARL-Debit-ID(AR-IDX3) TO WS-ARV-Find
                    ELSE
                        MOVE ARL-Credit-ID(AR-IDX3) TO WS-ARV-Find
                    END-IF
                    PERFORM Find-ARV-Item
                    MOVE SPACES TO WS-ARI-Type-Text
                    MOVE 0 TO WS-ARI-Ref
                    IF AR-IDX2 > 0
                        MOVE ARV-Type(AR-IDX2) TO WS-ARI-Type
                        PERFORM AR-Type-Text
                        MOVE ARV-Ref(AR-IDX2) TO WS-ARI-Ref
                    END-IF
                    MOVE ARL-Amount(AR-IDX3) TO WS-ARA-Disp
                    IF ARL-Kind(AR-IDX3) = "X"
                        DISPLAY "      reversed " WS-ARA-Disp
                            " with item " WS-ARV-Find " "
                            WS-ARI-Type-Text " " WS-ARI-Ref
                            " on " ARL-Date(AR-IDX3)
                    ELSE
                    IF ARL-Credit-ID(AR-IDX3) = ARV-ID(AR-IDX)
                        DISPLAY "      paid " WS-ARA-Disp
                            " of item " WS-ARV-Find " "
                            WS-ARI-Type-Text " " WS-ARI-Ref
                            " on " ARL-Date(AR-IDX3)
                    ELSE
                        DISPLAY "      paid " WS-ARA-Disp
                            " by item " WS-ARV-Find " "
                            WS-ARI-Type-Text " " WS-ARI-Ref
                            " on " ARL-Date(AR-IDX3)
                    END-IF
                    END-IF
                END-IF
            END-PERFORM.
       Apply-Held-Cash.
      *>  Cash or credit left on account is put against charges.
            DISPLAY "Enter Customer-ID: "
            ACCEPT Customer-RelKey
            PERFORM Find-Customer
            IF Customer-Found = "Y"
                MOVE Customer-RelKey TO WS-ARA-Cust
                PERFORM Load-AR-Open-Items
                IF ARC-Count = 0
                    DISPLAY "Nothing held on account."
                ELSE
                    PERFORM VARYING AR-IDX3 FROM 1 BY 1
                        UNTIL AR-IDX3 > ARC-Count
                        MOVE ARC-ID(AR-IDX3) TO WS-ARC-Save(AR-IDX3)
                    END-PERFORM
                    MOVE ARC-Count TO WS-ARC-Save-Count
                    PERFORM VARYING AR-IDX3 FROM 1 BY 1
                        UNTIL AR-IDX3 > WS-ARC-Save-Count
                        MOVE WS-ARC-Save(AR-IDX3) TO WS-ARA-Credit-ID
                        DISPLAY "Held item " WS-ARA-Credit-ID ":"
                        PERFORM Allocate-Receipt
                    END-PERFORM
                END-IF
            END-IF.
       Build-Opening-AR-Items.
      *>  One-off start of the open-item ledger. Each customer's
      *>  balance is laid against their own charges newest first -
      *>  the same oldest-paid-first reading the aging always
      *>  assumed - and anything the charges on file cannot
      *>  explain becomes an opening-balance item.
            MOVE "N" TO WS-ARA-Found
            OPEN INPUT ARItemFile
            IF File-Status = "00"
                READ ARItemFile NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    MOVE "Y" TO WS-ARA-Found
                END-READ
                CLOSE ARItemFile
            END-IF
            IF WS-ARA-Found = "Y"
                DISPLAY "Error: open items are already on file - "
                    "opening items not built again."
            ELSE
                DISPLAY "Build opening open items from current "
                    "balances (Y/N)? "
                ACCEPT WS-Confirm
                IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                    PERFORM Load-Opening-Charges
                    PERFORM Post-Opening-Items
                END-IF
            END-IF.
       Load-Opening-Charges.
      *>  Every on-account charge on file into ARB-Table, oldest
      *>  first within each file.
            MOVE 0 TO ARB-Count
            OPEN INPUT PaymentFile
            IF File-Status = "00"
                OPEN INPUT InvoiceFile
                MOVE "N" TO EOFAR
                PERFORM UNTIL EOFAR = "Y"
                   READ PaymentFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFAR
                   NOT AT END
                       IF Pay-Method = "ACCT"
                           MOVE Pay-Invoice-ID TO Invoice-RelKey
                           READ InvoiceFile INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF Invoice-Status NOT = "Cancelled"
                                  AND Invoice-Status NOT =
                                  "Refunded" AND
                                  Invoice-Customer-ID > 0 AND
                                  ARB-Count < 5000
                                   ADD 1 TO ARB-Count
                                   MOVE Invoice-Customer-ID TO
                                       ARB-Cust(ARB-Count)
                                   MOVE "INV" TO ARB-Type(ARB-Count)
                                   MOVE Invoice-ID TO
                                       ARB-Ref(ARB-Count)
                                   MOVE Invoice-Date TO
                                       ARB-Date(ARB-Count)
                                   MOVE Pay-Amount TO
                                       ARB-Amount(ARB-Count)
                               END-IF
                           END-READ
                       END-IF
                END-PERFORM
                CLOSE InvoiceFile
                CLOSE PaymentFile
            END-IF
            OPEN INPUT AcctPayFile
            IF File-Status = "00"
                MOVE "N" TO EOFAR
                PERFORM UNTIL EOFAR = "Y"
                   READ AcctPayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFAR
                   NOT AT END
                       IF (AP-Finance-Charge OR AP-Returned-Cheque
                           OR AP-Cheque-Fee) AND ARB-Count < 5000
                           ADD 1 TO ARB-Count
                           MOVE AP-Customer-ID TO ARB-Cust(ARB-Count)
                           MOVE AP-Type TO ARB-Type(ARB-Count)
                           MOVE AP-ID TO ARB-Ref(ARB-Count)
                           MOVE AP-Date TO ARB-Date(ARB-Count)
                           MOVE AP-Amount TO ARB-Amount(ARB-Count)
                       END-IF
                END-PERFORM
                CLOSE AcctPayFile
            END-IF
      *>  purchases on the balance still waiting for the payroll
      *>  run, so the run has an item to close
            OPEN INPUT PayDedFile
            IF File-Status = "00"
                MOVE "N" TO EOFAR
                PERFORM UNTIL EOFAR = "Y"
                   READ PayDedFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFAR
                   NOT AT END
                       IF PD-Status = "OPEN" AND ARB-Count < 5000
                           ADD 1 TO ARB-Count
                           MOVE PD-Customer-ID TO ARB-Cust(ARB-Count)
                           MOVE "PRL" TO ARB-Type(ARB-Count)
                           MOVE PD-Invoice-ID TO ARB-Ref(ARB-Count)
                           MOVE PD-Date TO ARB-Date(ARB-Count)
                           MOVE PD-Amount TO ARB-Amount(ARB-Count)
                       END-IF
                END-PERFORM
                CLOSE PayDedFile
            END-IF
            IF ARB-Count = 5000
                DISPLAY "Warning: charge table full - older charges "
                    "fall into the opening-balance item."
            END-IF.
       Post-Opening-Items.
            ACCEPT WS-ARA-Today FROM DATE YYYYMMDD
            MOVE 0 TO WS-ARB-Made
            MOVE 0 TO WS-ARB-Custs
            OPEN INPUT CustomerFile
            IF File-Status = "00"
                MOVE "N" TO EOFC
                PERFORM UNTIL EOFC = "Y"
                   READ CustomerFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFC
                   NOT AT END
                       IF Customer-Merged-Into = 0 AND
                          Customer-Balance > 0
                           ADD 1 TO WS-ARB-Custs
                           PERFORM Post-Opening-Customer
                       END-IF
                END-PERFORM
                CLOSE CustomerFile
            END-IF
            DISPLAY ESC Blue-On "Opening open items built: "
                WS-ARB-Made " item(s) for " WS-ARB-Custs
                " customer(s)." ESC Reset-Color
            MOVE "AR-OPENING" TO Audit-Action
            MOVE SPACES TO Audit-Before
            MOVE SPACES TO Audit-After
            STRING "CUSTOMERS=" WS-ARB-Custs
                DELIMITED BY SIZE INTO Audit-Before
            STRING "ITEMS=" WS-ARB-Made
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit.
       Post-Opening-Customer.
      *>  Customer-Record loaded (CustomerFile open INPUT).
            MOVE Customer-Balance TO WS-ARB-Remain
            MOVE Customer-ID TO WS-ARI-Cust
            MOVE 0 TO WS-ARI-Unbooked
            PERFORM VARYING AR-IDX FROM ARB-Count BY -1
                UNTIL AR-IDX < 1 OR WS-ARB-Remain = 0
                IF ARB-Cust(AR-IDX) = Customer-ID
                    MOVE ARB-Type(AR-IDX) TO WS-ARI-Type
                    MOVE ARB-Ref(AR-IDX) TO WS-ARI-Ref
                    MOVE ARB-Date(AR-IDX) TO WS-ARI-Date
                    MOVE ARB-Amount(AR-IDX) TO WS-ARI-Amount
                    IF ARB-Amount(AR-IDX) > WS-ARB-Remain
                        MOVE WS-ARB-Remain TO WS-ARI-Open
                    ELSE
                        MOVE ARB-Amount(AR-IDX) TO WS-ARI-Open
                    END-IF
                    SUBTRACT WS-ARI-Open FROM WS-ARB-Remain
                    PERFORM Post-AR-Item
                    IF WS-ARI-ID > 0
                        ADD 1 TO WS-ARB-Made
                    END-IF
                END-IF
            END-PERFORM
            IF WS-ARB-Remain > 0
                MOVE "OPN" TO WS-ARI-Type
                MOVE 0 TO WS-ARI-Ref
                MOVE WS-ARA-Today TO WS-ARI-Date
                MOVE WS-ARB-Remain TO WS-ARI-Amount
                MOVE WS-ARB-Remain TO WS-ARI-Open
                PERFORM Post-AR-Item
                IF WS-ARI-ID > 0
                    ADD 1 TO WS-ARB-Made
                END-IF
            END-IF.
       Mark-First-Scan.
      *>  The first line rung for a customer starts the clock the
      *>  throughput report measures to the tender.
            IF WS-TH-Scanned = "N"
                MOVE "Y" TO WS-TH-Scanned
                MOVE "SCAN1" TO WS-EJ-Event
                MOVE 0 TO WS-EJ-Ref
                MOVE 0 TO WS-EJ-Amount
                MOVE SPACES TO WS-EJ-Detail
                PERFORM Write-EJ
            END-IF.
       Till-Throughput-Report.
      *>  Casher productivity off the till journal: transactions per
      *>  hour on the till, item lines per transaction, first scan
      *>  to tender, and idle time between customers - each casher
      *>  against their branch average so rostering and training
      *>  work from numbers.
            DISPLAY "Enter Start Date (YYYYMMDD): "
            ACCEPT WS-Report-Start-Date
            DISPLAY "Enter End Date (YYYYMMDD): "
            ACCEPT WS-Report-End-Date
            MOVE 0 TO TH-Count
            MOVE 0 TO TH-Overflow
            MOVE 0 TO THB-Count
            OPEN INPUT EjFile
            IF File-Status NOT = "00"
                DISPLAY "No journal entries yet."
            ELSE
                OPEN INPUT InvoiceFile
                MOVE "N" TO EOFEJ
                PERFORM UNTIL EOFEJ = "Y"
                   READ EjFile
                   AT END
                       MOVE "Y" TO EOFEJ
                   NOT AT END
                       IF EJ-Date >= WS-Report-Start-Date AND
                          EJ-Date <= WS-Report-End-Date AND
                          EJ-Casher NOT = SPACES
                           PERFORM Throughput-EJ-Row
                       END-IF
                END-PERFORM
                CLOSE InvoiceFile
                CLOSE EjFile
                PERFORM VARYING WS-TH-IDX FROM 1 BY 1
                    UNTIL WS-TH-IDX > TH-Count
                    PERFORM Throughput-Close-Day
                    PERFORM Throughput-Branch-Sum
                END-PERFORM
                IF TH-Overflow > 0
                    DISPLAY "Warning: casher table full - "
                        TH-Overflow " journal row(s) of cashers "
                        "beyond the first 50 left out."
                END-IF
                PERFORM Throughput-Print
            END-IF.
       Find-TH-Entry.
      *>  Returns WS-TH-IDX pointing at WS-TH-Casher's row, adding
      *>  one (with the casher's branch) if needed. WS-TH-Found is
      *>  "N" when the table is full and the casher has no row.
            MOVE "N" TO WS-TH-Found
            PERFORM VARYING WS-TH-IDX FROM 1 BY 1
                UNTIL WS-TH-IDX > TH-Count
                IF TH-Casher(WS-TH-IDX) = WS-TH-Casher
                    MOVE "Y" TO WS-TH-Found
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-TH-Found = "N"
                IF TH-Count < 50
                    ADD 1 TO TH-Count
                    MOVE TH-Count TO WS-TH-IDX
                    INITIALIZE TH-Entry(WS-TH-IDX)
                    MOVE WS-TH-Casher TO TH-Casher(WS-TH-IDX)
                    MOVE WS-TH-Casher TO WS-Lookup-Casher-ID
                    PERFORM Find-Casher-Branch
                    MOVE WS-Branch-ID-Lookup TO TH-Branch(WS-TH-IDX)
                    MOVE "N" TO TH-Scan-Open(WS-TH-IDX)
                    MOVE "N" TO TH-Tender-Open(WS-TH-IDX)
                    MOVE "Y" TO WS-TH-Found
                END-IF
            END-IF.
       Throughput-EJ-Row.
      *>  One journal row. Time on the till is the span from a
      *>  casher's first to last journal entry of each day.
            MOVE EJ-Casher TO WS-TH-Casher
            PERFORM Find-TH-Entry
            IF WS-TH-Found = "N"
                ADD 1 TO TH-Overflow
            ELSE
                PERFORM Throughput-EJ-Event
            END-IF.
       Throughput-EJ-Event.
      *>  The journal row against the casher's row at WS-TH-IDX.
            MOVE EJ-Time TO WS-TH-HMS
            COMPUTE WS-TH-Secs =
                (WS-TH-HH * 3600) + (WS-TH-MM * 60) + WS-TH-SS
            IF EJ-Date NOT = TH-Day(WS-TH-IDX)
                PERFORM Throughput-Close-Day
                MOVE EJ-Date TO TH-Day(WS-TH-IDX)
                MOVE WS-TH-Secs TO TH-Day-First(WS-TH-IDX)
                MOVE "N" TO TH-Scan-Open(WS-TH-IDX)
                MOVE "N" TO TH-Tender-Open(WS-TH-IDX)
            END-IF
            MOVE WS-TH-Secs TO TH-Day-Last(WS-TH-IDX)
            EVALUATE EJ-Event
                WHEN "SCAN1"
      *>            the gap since the last customer left, unless it
      *>            is long enough to be a break
                    IF TH-Tender-Open(WS-TH-IDX) = "Y" AND
                       WS-TH-Secs >= TH-Last-Tender(WS-TH-IDX)
                        COMPUTE WS-TH-Gap = WS-TH-Secs -
                            TH-Last-Tender(WS-TH-IDX)
                        IF WS-TH-Gap <= THRU-IDLE-CAP-SECS
                            ADD WS-TH-Gap TO TH-Idle-Secs(WS-TH-IDX)
                            ADD 1 TO TH-Idle-Count(WS-TH-IDX)
                        END-IF
                    END-IF
                    MOVE "N" TO TH-Tender-Open(WS-TH-IDX)
                    MOVE "Y" TO TH-Scan-Open(WS-TH-IDX)
                    MOVE WS-TH-Secs TO TH-Scan-Secs(WS-TH-IDX)
                WHEN "PARK"
                    MOVE "N" TO TH-Scan-Open(WS-TH-IDX)
                WHEN "TENDER"
                    ADD 1 TO TH-Txns(WS-TH-IDX)
                    MOVE EJ-Ref TO Invoice-RelKey
                    READ InvoiceFile INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM VARYING IDX FROM 1 BY 1
                            UNTIL IDX > MAX-INVOICE-ITEMS
                            IF Invoice-Sale-Cart-ID(IDX) > 0
                                ADD 1 TO TH-Lines(WS-TH-IDX)
                            END-IF
                        END-PERFORM
                    END-READ
                    IF TH-Scan-Open(WS-TH-IDX) = "Y" AND
                       WS-TH-Secs >= TH-Scan-Secs(WS-TH-IDX)
                        COMPUTE WS-TH-Gap = WS-TH-Secs -
                            TH-Scan-Secs(WS-TH-IDX)
                        ADD WS-TH-Gap TO TH-Serve-Secs(WS-TH-IDX)
                        ADD 1 TO TH-Timed(WS-TH-IDX)
                    END-IF
                    MOVE "N" TO TH-Scan-Open(WS-TH-IDX)
                    MOVE "Y" TO TH-Tender-Open(WS-TH-IDX)
                    MOVE WS-TH-Secs TO TH-Last-Tender(WS-TH-IDX)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       Throughput-Close-Day.
            IF TH-Day(WS-TH-IDX) > 0 AND
               TH-Day-Last(WS-TH-IDX) > TH-Day-First(WS-TH-IDX)
                COMPUTE TH-Span-Secs(WS-TH-IDX) =
                    TH-Span-Secs(WS-TH-IDX) +
                    TH-Day-Last(WS-TH-IDX) - TH-Day-First(WS-TH-IDX)
            END-IF
            MOVE 0 TO TH-Day-First(WS-TH-IDX)
            MOVE 0 TO TH-Day-Last(WS-TH-IDX).
       Throughput-Branch-Sum.
            MOVE 0 TO WS-THB-IDX
            PERFORM VARYING WS-TH-IDX2 FROM 1 BY 1
                UNTIL WS-TH-IDX2 > THB-Count
                IF THB-Branch(WS-TH-IDX2) = TH-Branch(WS-TH-IDX)
                    MOVE WS-TH-IDX2 TO WS-THB-IDX
                END-IF
            END-PERFORM
            IF WS-THB-IDX = 0
                ADD 1 TO THB-Count
                MOVE THB-Count TO WS-THB-IDX
                INITIALIZE THB-Entry(WS-THB-IDX)
                MOVE TH-Branch(WS-TH-IDX) TO THB-Branch(WS-THB-IDX)
            END-IF
            ADD 1 TO THB-Cashers(WS-THB-IDX)
            ADD TH-Txns(WS-TH-IDX) TO THB-Txns(WS-THB-IDX)
            ADD TH-Lines(WS-TH-IDX) TO THB-Lines(WS-THB-IDX)
            ADD TH-Timed(WS-TH-IDX) TO THB-Timed(WS-THB-IDX)
            ADD TH-Serve-Secs(WS-TH-IDX) TO THB-Serve-Secs(WS-THB-IDX)
            ADD TH-Idle-Count(WS-TH-IDX) TO THB-Idle-Count(WS-THB-IDX)
            ADD TH-Idle-Secs(WS-TH-IDX) TO THB-Idle-Secs(WS-THB-IDX)
            ADD TH-Span-Secs(WS-TH-IDX) TO THB-Span-Secs(WS-THB-IDX).
       Throughput-Print.
            MOVE "TILL-THRU" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Casher Throughput " WS-Report-Start-Date
                " to " WS-Report-End-Date
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING WS-THB-IDX FROM 1 BY 1
                UNTIL WS-THB-IDX > THB-Count
                MOVE THB-Txns(WS-THB-IDX) TO WS-TH-P-Txns
                MOVE THB-Lines(WS-THB-IDX) TO WS-TH-P-Lines
                MOVE THB-Timed(WS-THB-IDX) TO WS-TH-P-Timed
                MOVE THB-Serve-Secs(WS-THB-IDX) TO WS-TH-P-Serve
                MOVE THB-Idle-Count(WS-THB-IDX) TO WS-TH-P-IdleN
                MOVE THB-Idle-Secs(WS-THB-IDX) TO WS-TH-P-Idle
                MOVE THB-Span-Secs(WS-THB-IDX) TO WS-TH-P-Span
                PERFORM Throughput-Rates
                MOVE WS-TH-Per-Hour TO WS-THB-Per-Hour
                MOVE WS-TH-Avg-Serve TO WS-THB-Avg-Serve
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "Branch " THB-Branch(WS-THB-IDX)
                    "   (casher  txns  txn/hr  items/txn  "
                    "scan-to-tender  idle  vs branch)"
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM VARYING WS-TH-IDX FROM 1 BY 1
                    UNTIL WS-TH-IDX > TH-Count
                    IF TH-Branch(WS-TH-IDX) = THB-Branch(WS-THB-IDX)
                        PERFORM Throughput-Casher-Line
                    END-IF
                END-PERFORM
                MOVE THB-Txns(WS-THB-IDX) TO WS-TH-P-Txns
                MOVE THB-Lines(WS-THB-IDX) TO WS-TH-P-Lines
                MOVE THB-Timed(WS-THB-IDX) TO WS-TH-P-Timed
                MOVE THB-Serve-Secs(WS-THB-IDX) TO WS-TH-P-Serve
                MOVE THB-Idle-Count(WS-THB-IDX) TO WS-TH-P-IdleN
                MOVE THB-Idle-Secs(WS-THB-IDX) TO WS-TH-P-Idle
                MOVE THB-Span-Secs(WS-THB-IDX) TO WS-TH-P-Span
                PERFORM Throughput-Rates
                MOVE SPACES TO WS-Spool-Line
                STRING "  BRANCH     " WS-TH-D-Txns " "
                    WS-TH-D-Per-Hour " " WS-TH-D-Items " "
                    WS-TH-D-Serve "s " WS-TH-D-Idle "s"
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-PERFORM
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "SLOW = scan-to-tender over 1.5x or txn/hr under "
                "0.75x the branch average; idle gaps over "
                THRU-IDLE-CAP-SECS "s count as breaks."
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Throughput-Rates.
      *>  Expects the WS-TH-P- totals. Returns the rates, both raw
      *>  and edited for print.
            MOVE 0 TO WS-TH-Per-Hour
            MOVE 0 TO WS-TH-Items
            MOVE 0 TO WS-TH-Avg-Serve
            MOVE 0 TO WS-TH-Avg-Idle
            IF WS-TH-P-Span > 0
                COMPUTE WS-TH-Per-Hour ROUNDED =
                    WS-TH-P-Txns * 3600 / WS-TH-P-Span
            END-IF
            IF WS-TH-P-Txns > 0
                COMPUTE WS-TH-Items ROUNDED =
                    WS-TH-P-Lines / WS-TH-P-Txns
            END-IF
            IF WS-TH-P-Timed > 0
                COMPUTE WS-TH-Avg-Serve ROUNDED =
                    WS-TH-P-Serve / WS-TH-P-Timed
            END-IF
            IF WS-TH-P-IdleN > 0
                COMPUTE WS-TH-Avg-Idle ROUNDED =
                    WS-TH-P-Idle / WS-TH-P-IdleN
            END-IF
            MOVE WS-TH-P-Txns TO WS-TH-D-Txns
            MOVE WS-TH-Per-Hour TO WS-TH-D-Per-Hour
            MOVE WS-TH-Items TO WS-TH-D-Items
            MOVE WS-TH-Avg-Serve TO WS-TH-D-Serve
            MOVE WS-TH-Avg-Idle TO WS-TH-D-Idle.
       Throughput-Casher-Line.
            MOVE TH-Txns(WS-TH-IDX) TO WS-TH-P-Txns
            MOVE TH-Lines(WS-TH-IDX) TO WS-TH-P-Lines
            MOVE TH-Timed(WS-TH-IDX) TO WS-TH-P-Timed
            MOVE TH-Serve-Secs(WS-TH-IDX) TO WS-TH-P-Serve
            MOVE TH-Idle-Count(WS-TH-IDX) TO WS-TH-P-IdleN
            MOVE TH-Idle-Secs(WS-TH-IDX) TO WS-TH-P-Idle
            MOVE TH-Span-Secs(WS-TH-IDX) TO WS-TH-P-Span
            PERFORM Throughput-Rates
            MOVE 0 TO WS-TH-Pct-Rate
            MOVE 0 TO WS-TH-Pct-Serve
            IF WS-THB-Per-Hour > 0
                COMPUTE WS-TH-Pct-Rate ROUNDED =
                    WS-TH-Per-Hour * 100 / WS-THB-Per-Hour
            END-IF
            IF WS-THB-Avg-Serve > 0
                COMPUTE WS-TH-Pct-Serve ROUNDED =
                    WS-TH-Avg-Serve * 100 / WS-THB-Avg-Serve
            END-IF
            MOVE SPACES TO WS-TH-Flag
            IF THB-Cashers(WS-THB-IDX) > 1
                IF (WS-TH-Pct-Serve > 150) OR
                   (WS-TH-P-Span > 0 AND WS-TH-Pct-Rate < 75)
                    MOVE "SLOW" TO WS-TH-Flag
                END-IF
            END-IF
            MOVE WS-TH-Pct-Rate TO WS-TH-D-Pct-Rate
            MOVE WS-TH-Pct-Serve TO WS-TH-D-Pct-Serve
            MOVE SPACES TO WS-Spool-Line
            STRING "  " TH-Casher(WS-TH-IDX) "     " WS-TH-D-Txns " "
                WS-TH-D-Per-Hour " " WS-TH-D-Items " "
                WS-TH-D-Serve "s " WS-TH-D-Idle "s  rate "
                WS-TH-D-Pct-Rate "% time " WS-TH-D-Pct-Serve "% "
                WS-TH-Flag
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line.
       Post-Sales-Summary.
      *>  One line into the daily item sales summary. The row for
      *>  WS-SS-Date / WS-SS-Branch / WS-SS-Item is found through
      *>  that day's chain in salesday.dat, or started at the head
      *>  of the chain. WS-SS-Kind S books a sale, V takes a voided
      *>  sale back out, R books goods coming back. Only the two
      *>  summary files are touched, so callers may hold any other
      *>  file open; a rebuild keeps both open across the run.
            IF WS-SS-Date < INVIDX-EPOCH OR WS-SS-Item = 0
                CONTINUE
            ELSE
            IF WS-SS-Rebuilding NOT = "Y"
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
                    IF SS-Branch = WS-SS-Branch AND
                       SS-Item-ID = WS-SS-Item
                        MOVE "Y" TO WS-SS-Found
                    ELSE
                        MOVE SS-Next-ID TO WS-SS-Row
                    END-IF
                END-READ
            END-PERFORM
            IF WS-SS-Found = "Y"
                PERFORM Apply-Sales-Sum-Delta
                REWRITE Sales-Sum-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
            ELSE
      *>        a new row for the day goes on the front of its chain
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
                MOVE WS-SS-Branch TO SS-Branch
                MOVE WS-SS-Item TO SS-Item-ID
                MOVE 0 TO SS-Units
                MOVE 0 TO SS-Net-Sales
                MOVE 0 TO SS-Cost
                MOVE 0 TO SS-Discount
                MOVE 0 TO SS-Ret-Units
                MOVE 0 TO SS-Ret-Value
                MOVE 0 TO SS-Ret-Cost
                MOVE SD-First-ID TO SS-Next-ID
                PERFORM Apply-Sales-Sum-Delta
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
            ADD 1 TO WS-SS-Posted
            IF WS-SS-Rebuilding NOT = "Y"
                CLOSE SalesSumFile
                CLOSE SalesDayFile
            END-IF
            END-IF.
       Set-SalesDay-Key.
      *>  Day records sit one per calendar day from the invoice
      *>  index epoch; key 1 is the control record.
            COMPUTE SalesDay-RelKey =
                FUNCTION INTEGER-OF-DATE(WS-SS-Date) -
                FUNCTION INTEGER-OF-DATE(INVIDX-EPOCH) + 2.
       Next-Sales-Sum-Row.
      *>  Hands out the next summary row number from the control
      *>  record, leaving its built flag as it stands.
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
       Apply-Sales-Sum-Delta.
      *>  A return gives back its share of the invoice discount,
      *>  so SS-Discount stays the discount actually kept.
            EVALUATE WS-SS-Kind
                WHEN "S"
                    ADD WS-SS-Qty TO SS-Units
                    ADD WS-SS-Value TO SS-Net-Sales
                    ADD WS-SS-Cost TO SS-Cost
                    ADD WS-SS-Disc TO SS-Discount
                WHEN "V"
                    SUBTRACT WS-SS-Qty FROM SS-Units
                    SUBTRACT WS-SS-Value FROM SS-Net-Sales
                    SUBTRACT WS-SS-Cost FROM SS-Cost
                    SUBTRACT WS-SS-Disc FROM SS-Discount
                WHEN "R"
                    ADD WS-SS-Qty TO SS-Ret-Units
                    ADD WS-SS-Value TO SS-Ret-Value
                    ADD WS-SS-Cost TO SS-Ret-Cost
                    SUBTRACT WS-SS-Disc FROM SS-Discount
            END-EVALUATE.
       Post-Invoice-Summary.
      *>  Every line of the Invoice-Record in the buffer into the
      *>  daily summary as WS-SS-Kind on WS-SS-Date, at the branch
      *>  of the casher who rang the sale. Opens and closes the
      *>  line and item files itself, so callers must have those
      *>  closed. EOFB survives the casher lookup.
            MOVE EOFB TO WS-SS-Save-EOFB
            IF WS-SS-Rebuilding NOT = "Y"
                MOVE SPACES TO WS-SS-Casher
            END-IF
            MOVE Invoice-Casher-ID TO WS-SS-Lookup
            PERFORM Set-SS-Casher-Branch
            COMPUTE WS-SS-Inv-Disc =
                Discount + Invoice-Promo-Savings
            PERFORM Load-SS-Invoice-Lines
            PERFORM Post-SS-Lines
            MOVE WS-SS-Save-EOFB TO EOFB.
       Set-SS-Casher-Branch.
      *>  WS-SS-Lookup's branch into WS-SS-Branch; a rebuild keeps
      *>  the last answer so a run of one casher's invoices does
      *>  not rescan the casher file for each.
            IF WS-SS-Lookup NOT = WS-SS-Casher
                MOVE WS-SS-Lookup TO WS-SS-Casher
                MOVE WS-SS-Lookup TO WS-Lookup-Casher-ID
                PERFORM Find-Casher-Branch
                MOVE WS-Branch-ID-Lookup TO WS-SS-Casher-Branch
            END-IF
            MOVE WS-SS-Casher-Branch TO WS-SS-Branch.
       Load-SS-Invoice-Lines.
      *>  The invoice's lines into WS-SS-Line-Table, costed at the
      *>  cost carried on the line (today's item cost for lines
      *>  written before lines carried one).
            MOVE 0 TO WS-SS-Line-Count
            MOVE 0 TO WS-SS-Inv-Value
            OPEN INPUT SaleCartFile
            IF File-Status NOT = "00"
                CLOSE SaleCartFile
            ELSE
                OPEN INPUT ItemFile
                PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                    UNTIL WS-SS-IDX > MAX-INVOICE-ITEMS
                    IF Invoice-Sale-Cart-ID(WS-SS-IDX) NUMERIC AND
                       Invoice-Sale-Cart-ID(WS-SS-IDX) > 0
                        MOVE Invoice-Sale-Cart-ID(WS-SS-IDX) TO
                            SaleCart-RelKey
                        READ SaleCartFile
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO WS-SS-Line-Count
                            MOVE Sale-Cart-Item-ID TO
                                WS-SS-L-Item(WS-SS-Line-Count)
                            MOVE Sale-Cart-Quantity TO
                                WS-SS-L-Qty(WS-SS-Line-Count)
                            COMPUTE WS-SS-L-Value(WS-SS-Line-Count)
                                ROUNDED = Sale-Cart-Quantity *
                                Sale-Cart-Unit-Of-Price
                            IF Sale-Cart-Unit-Cost > 0
                                COMPUTE
                                    WS-SS-L-Cost(WS-SS-Line-Count)
                                    ROUNDED = Sale-Cart-Quantity *
                                    Sale-Cart-Unit-Cost
                            ELSE
                                MOVE 0 TO
                                    WS-SS-L-Cost(WS-SS-Line-Count)
                                MOVE Sale-Cart-Item-ID TO RelativeKey
                                READ ItemFile
                                NOT INVALID KEY
                                    COMPUTE
                                    WS-SS-L-Cost(WS-SS-Line-Count)
                                    ROUNDED = Sale-Cart-Quantity *
                                    Item-Cost
                                END-READ
                            END-IF
                            ADD WS-SS-L-Value(WS-SS-Line-Count) TO
                                WS-SS-Inv-Value
                        END-READ
                    END-IF
                END-PERFORM
                CLOSE ItemFile
                CLOSE SaleCartFile
            END-IF.
       Post-SS-Lines.
      *>  Posts WS-SS-Line-Table with the invoice-level discount and
      *>  promotion savings spread across the lines by value; the
      *>  last line takes the rounding remainder.
            MOVE WS-SS-Inv-Disc TO WS-SS-Disc-Left
            PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                UNTIL WS-SS-IDX > WS-SS-Line-Count
                MOVE WS-SS-L-Item(WS-SS-IDX) TO WS-SS-Item
                MOVE WS-SS-L-Qty(WS-SS-IDX) TO WS-SS-Qty
                MOVE WS-SS-L-Value(WS-SS-IDX) TO WS-SS-Value
                MOVE WS-SS-L-Cost(WS-SS-IDX) TO WS-SS-Cost
                IF WS-SS-IDX = WS-SS-Line-Count
                    MOVE WS-SS-Disc-Left TO WS-SS-Disc
                ELSE
                IF WS-SS-Inv-Value > 0
                    COMPUTE WS-SS-Disc ROUNDED =
                        WS-SS-Inv-Disc * WS-SS-Value /
                        WS-SS-Inv-Value
                ELSE
                    MOVE 0 TO WS-SS-Disc
                END-IF
                END-IF
                SUBTRACT WS-SS-Disc FROM WS-SS-Disc-Left
                PERFORM Post-Sales-Summary
            END-PERFORM.
       Post-Exchange-Line.
      *>  Expects the Sale-Cart-Record coming back and its Item-
      *>  Record loaded, WS-SS-Date and WS-SS-Branch set. An
      *>  exchange credits the line at the price paid, so no
      *>  discount goes back with it.
            MOVE "R" TO WS-SS-Kind
            MOVE Sale-Cart-Item-ID TO WS-SS-Item
            MOVE Sale-Cart-Quantity TO WS-SS-Qty
            COMPUTE WS-SS-Value ROUNDED =
                Sale-Cart-Quantity * Sale-Cart-Unit-Of-Price
            IF Sale-Cart-Unit-Cost > 0
                COMPUTE WS-SS-Cost ROUNDED =
                    Sale-Cart-Quantity * Sale-Cart-Unit-Cost
            ELSE
                COMPUTE WS-SS-Cost ROUNDED =
                    Sale-Cart-Quantity * Item-Cost
            END-IF
            MOVE 0 TO WS-SS-Disc
            PERFORM Post-Sales-Summary.
       Check-Sales-Summary.
      *>  WS-SS-Ready is "Y" once a rebuild has seeded the summary
      *>  from the detail files; until then the reports stay on
      *>  the line files.
            MOVE "N" TO WS-SS-Ready
            OPEN INPUT SalesDayFile
            IF File-Status NOT = "00"
                CLOSE SalesDayFile
            ELSE
                MOVE 1 TO SalesDay-RelKey
                READ SalesDayFile
                NOT INVALID KEY
                    IF SDC-Built = "Y"
                        MOVE "Y" TO WS-SS-Ready
                    END-IF
                END-READ
                CLOSE SalesDayFile
            END-IF.
       Walk-Sales-Summary.
      *>  Every summary row dated WS-SS-From to WS-SS-To, a day at
      *>  a time through salesday.dat, handed to Use-Sales-Sum-Row
      *>  as WS-SS-Use directs. ItemFile is the caller's to open.
            IF WS-SS-From < INVIDX-EPOCH
                MOVE INVIDX-EPOCH TO WS-SS-From
            END-IF
            OPEN INPUT SalesDayFile
            OPEN INPUT SalesSumFile
            COMPUTE WS-SS-Epoch-Int =
                FUNCTION INTEGER-OF-DATE(INVIDX-EPOCH)
            COMPUTE WS-SS-Day-Int =
                FUNCTION INTEGER-OF-DATE(WS-SS-From)
            COMPUTE WS-SS-To-Int =
                FUNCTION INTEGER-OF-DATE(WS-SS-To)
            PERFORM UNTIL WS-SS-Day-Int > WS-SS-To-Int
                COMPUTE SalesDay-RelKey =
                    WS-SS-Day-Int - WS-SS-Epoch-Int + 2
                READ SalesDayFile
                INVALID KEY
                    MOVE 0 TO WS-SS-Row
                NOT INVALID KEY
                    MOVE SD-First-ID TO WS-SS-Row
                END-READ
                PERFORM UNTIL WS-SS-Row = 0
                    MOVE WS-SS-Row TO SalesSum-RelKey
                    READ SalesSumFile
                    INVALID KEY
                        MOVE 0 TO WS-SS-Row
                    NOT INVALID KEY
                        MOVE SS-Next-ID TO WS-SS-Row
                        PERFORM Use-Sales-Sum-Row
                    END-READ
                END-PERFORM
                ADD 1 TO WS-SS-Day-Int
            END-PERFORM
            CLOSE SalesSumFile
            CLOSE SalesDayFile.
       Use-Sales-Sum-Row.
      *>  A summary row net of what came back on the day.
            COMPUTE WS-SS-Net-Qty = SS-Units - SS-Ret-Units
            COMPUTE WS-SS-Net-Value = SS-Net-Sales - SS-Ret-Value
            COMPUTE WS-SS-Net-Cost = SS-Cost - SS-Ret-Cost
            MOVE SS-Item-ID TO RelativeKey
            READ ItemFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                EVALUATE WS-SS-Use
                    WHEN "T"
                        PERFORM Tally-Sale-Sum-Row
                    WHEN "M"
                        MOVE WS-SS-Net-Qty TO WS-Mg-Line-Qty
                        MOVE WS-SS-Net-Value TO WS-Mg-Line-Rev
                        MOVE WS-SS-Net-Cost TO WS-Mg-Line-Cost
                        PERFORM Tally-Margin-Values
                    WHEN "Y"
                        PERFORM YoY-Sale-Sum-Row
                END-EVALUATE
            END-READ.
       Tally-Sale-Sum-Row.
      *>  Units sold into Sale-Tally-Table, as Build-Filtered-Sale-
      *>  Tally does from the lines. Returns taken on a later day
      *>  come off what the range sold, never below nothing.
            IF WS-Category-Name-Input = SPACES OR
               Item-Category = WS-Category-Name-Input
                IF All-Qty + WS-SS-Net-Qty < 0
                    MOVE 0 TO All-Qty
                ELSE
                    COMPUTE All-Qty = All-Qty + WS-SS-Net-Qty
                END-IF
                MOVE "N" TO WS-Tally-Found
                PERFORM VARYING WS-Tally-IDX FROM 1 BY 1
                    UNTIL WS-Tally-IDX > Tally-Count
                    IF Tally-Item-ID(WS-Tally-IDX) = SS-Item-ID
                        MOVE "Y" TO WS-Tally-Found
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF WS-Tally-Found = "N" AND WS-SS-Net-Qty > 0
                    IF Tally-Count < MAX-TALLY-ITEMS
                        ADD 1 TO Tally-Count
                        MOVE Tally-Count TO WS-Tally-IDX
                        MOVE SS-Item-ID TO Tally-Item-ID(WS-Tally-IDX)
                        MOVE 0 TO Tally-Qty(WS-Tally-IDX)
                        MOVE "Y" TO WS-Tally-Found
                    ELSE
                        DISPLAY "Warning: Best-Sale-Item tally "
                            "table full, some items omitted."
                    END-IF
                END-IF
                IF WS-Tally-Found = "Y"
                    IF Tally-Qty(WS-Tally-IDX) + WS-SS-Net-Qty < 0
                        MOVE 0 TO Tally-Qty(WS-Tally-IDX)
                    ELSE
                        COMPUTE Tally-Qty(WS-Tally-IDX) =
                            Tally-Qty(WS-Tally-IDX) + WS-SS-Net-Qty
                    END-IF
                END-IF
            END-IF.
       YoY-Sale-Sum-Row.
      *>  Month totals net of discount and returns, category split
      *>  off the line values, for the year WS-YoY-Which names.
            COMPUTE WS-YoY-Amt = WS-SS-Net-Value - SS-Discount
            MOVE SS-Date(5:2) TO WS-YoY-Month
            IF WS-YoY-Which = "T"
                IF YoY-This-Total(WS-YoY-Month) + WS-YoY-Amt < 0
                    MOVE 0 TO YoY-This-Total(WS-YoY-Month)
                ELSE
                    ADD WS-YoY-Amt TO YoY-This-Total(WS-YoY-Month)
                END-IF
            ELSE
                IF YoY-Last-Total(WS-YoY-Month) + WS-YoY-Amt < 0
                    MOVE 0 TO YoY-Last-Total(WS-YoY-Month)
                ELSE
                    ADD WS-YoY-Amt TO YoY-Last-Total(WS-YoY-Month)
                END-IF
            END-IF
            MOVE WS-SS-Net-Value TO WS-YoY-Amt
            PERFORM YoY-Add-Category.
       Build-Dead-Sales-Tally.
      *>  One pass of the summary into deadtally.tmp, keyed by item:
      *>  units sold since the lookback start and the last day the
      *>  item sold at all.
            OPEN OUTPUT DeadTallyFile
            CLOSE DeadTallyFile
            OPEN I-O DeadTallyFile
            OPEN INPUT SalesSumFile
            MOVE "N" TO EOFSS
            PERFORM UNTIL EOFSS = "Y"
               READ SalesSumFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFSS
               NOT AT END
                   MOVE SS-Item-ID TO DeadTally-RelKey
                   READ DeadTallyFile
                   INVALID KEY
                       MOVE SS-Item-ID TO DT-Item-ID
                       MOVE 0 TO DT-Sold
                       MOVE 0 TO DT-Last
                       MOVE "N" TO WS-SS-Found
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SS-Found
                   END-READ
                   IF SS-Date >= WS-Report-Start-Date
                       COMPUTE DT-Sold =
                           DT-Sold + SS-Units - SS-Ret-Units
                   END-IF
                   IF SS-Units > 0 AND SS-Date > DT-Last
                       MOVE SS-Date TO DT-Last
                   END-IF
                   IF WS-SS-Found = "Y"
                       REWRITE DeadTally-Record INVALID KEY
                           CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE DeadTally-Record INVALID KEY
                           CONTINUE
                       END-WRITE
                   END-IF
            END-PERFORM
            CLOSE SalesSumFile
            CLOSE DeadTallyFile.
       Rebuild-Sales-Summary.
      *>  Rebuilds salesum.dat and salesday.dat from the detail:
      *>  live and archived invoices, the journal's RETURN events
      *>  for the day each refund was given, and the exchange
      *>  documents with the replacement goods they booked out.
      *>  Once built, the reports read the summary instead of the
      *>  line files.
            DISPLAY "Rebuild the daily item sales summary from the "
                "detail files (Y/N)? "
            ACCEPT WS-Confirm
            IF FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
                DISPLAY "Rebuild not started."
            ELSE
                MOVE "Y" TO WS-SS-Rebuilding
                MOVE SPACES TO WS-SS-Casher
                MOVE 0 TO WS-SS-Posted
                MOVE ALL "N" TO WS-SS-Ret-Flags
                OPEN OUTPUT SalesSumFile
                CLOSE SalesSumFile
                OPEN OUTPUT SalesDayFile
                CLOSE SalesDayFile
                OPEN I-O SalesSumFile
                OPEN I-O SalesDayFile
                PERFORM Rebuild-SS-Returns
                PERFORM Rebuild-SS-Invoices
                PERFORM Rebuild-SS-Unbilled
                PERFORM Rebuild-SS-Archive
                PERFORM Rebuild-SS-Exchanges
                PERFORM Rebuild-SS-Exchange-Sales
                MOVE 1 TO SalesDay-RelKey
                ACCEPT WS-SS-Date FROM DATE YYYYMMDD
                READ SalesDayFile INVALID KEY
                    MOVE "CONTROL" TO SDC-Tag
                    MOVE 0 TO SDC-High-Water
                    MOVE "Y" TO SDC-Built
                    MOVE WS-SS-Date TO SDC-Built-Date
                    WRITE Sales-Day-Control INVALID KEY
                        DISPLAY "Error: Unable to write record."
                    END-WRITE
                NOT INVALID KEY
                    MOVE "Y" TO SDC-Built
                    MOVE WS-SS-Date TO SDC-Built-Date
                    REWRITE Sales-Day-Control INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
                MOVE SDC-High-Water TO WS-SS-New-Row
                CLOSE SalesDayFile
                CLOSE SalesSumFile
                MOVE "N" TO WS-SS-Rebuilding
                DISPLAY ESC Blue-On "Daily sales summary rebuilt: "
                    WS-SS-Posted " line postings into "
                    WS-SS-New-Row " item-day rows." ESC Reset-Color
                MOVE "SALESUM REBUILD" TO Audit-Action
                MOVE SPACES TO Audit-Before
                MOVE SPACES TO Audit-After
                STRING "ROWS=" WS-SS-New-Row
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
            END-IF.
       Rebuild-SS-Returns.
      *>  Each RETURN event dates its invoice's refund; the flag
      *>  stops the invoice pass booking it again.
            OPEN INPUT EjFile
            IF File-Status NOT = "00"
                CLOSE EjFile
            ELSE
                OPEN INPUT InvoiceFile
                MOVE "N" TO EOFSS
                PERFORM UNTIL EOFSS = "Y"
                   READ EjFile
                   AT END
                       MOVE "Y" TO EOFSS
                   NOT AT END
                       IF EJ-Event = "RETURN" AND EJ-Ref > 0
                           IF WS-SS-Ret-Flag(EJ-Ref) = "N"
                               MOVE EJ-Ref TO Invoice-RelKey
                               READ InvoiceFile
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF Invoice-Status = "Refunded"
                                       MOVE "Y" TO
                                           WS-SS-Ret-Flag(EJ-Ref)
                                       MOVE "R" TO WS-SS-Kind
                                       MOVE EJ-Date TO WS-SS-Date
                                       PERFORM Post-Invoice-Summary
                                   END-IF
                               END-READ
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE InvoiceFile
                CLOSE EjFile
            END-IF.
       Rebuild-SS-Invoices.
      *>  Every live sale that was not voided; a refund the
      *>  journal could not date goes back on the invoice's day.
      *>  A monthly account invoice's sale is left to
      *>  Rebuild-SS-Unbilled - its lines went in delivery by
      *>  delivery - but a refund of it goes back as any other.
            OPEN INPUT InvoiceFile
            IF File-Status NOT = "00"
                CLOSE InvoiceFile
            ELSE
                MOVE "N" TO EOFSS
                PERFORM UNTIL EOFSS = "Y"
                   READ InvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFSS
                   NOT AT END
                       IF (Invoice-Status = "Completed" OR
                           Invoice-Status = "Pending" OR
                           Invoice-Status = "Refunded") AND
                          Invoice-ID > 0
                           MOVE Invoice-Date TO WS-SS-Date
                           IF Invoice-Customer-Name = "MONTHLY ACCOUNT"
                               IF Invoice-Status = "Refunded" AND
                                  WS-SS-Ret-Flag(Invoice-ID) = "N"
                                   MOVE "R" TO WS-SS-Kind
                                   PERFORM Post-Invoice-Summary
                               END-IF
                           ELSE
                           MOVE "S" TO WS-SS-Kind
                           PERFORM Post-Invoice-Summary
                           IF Invoice-Status = "Refunded" AND
                              WS-SS-Ret-Flag(Invoice-ID) = "N"
                               MOVE "R" TO WS-SS-Kind
                               PERFORM Post-SS-Lines
                           END-IF
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE InvoiceFile
            END-IF.
       Rebuild-SS-Unbilled.
      *>  A delivery to a customer billed monthly went into the
      *>  summary as it was made, at branch 0 as every order line
      *>  does, so it goes back in on its delivery date whether or
      *>  not it has been billed yet.
            OPEN INPUT UnbilledFile
            IF File-Status NOT = "00"
                CLOSE UnbilledFile
            ELSE
                MOVE "N" TO EOFSS
                PERFORM UNTIL EOFSS = "Y"
                   READ UnbilledFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFSS
                   NOT AT END
      *>               Load-SS-Invoice-Lines reads the list off the
      *>               invoice buffer
                       MOVE UB-Cart-List TO Item-ID-List
                       PERFORM Load-SS-Invoice-Lines
                       MOVE 0 TO WS-SS-Inv-Disc
                       MOVE 0 TO WS-SS-Branch
                       MOVE "S" TO WS-SS-Kind
                       MOVE UB-Deliv-Date TO WS-SS-Date
                       PERFORM Post-SS-Lines
                END-PERFORM
                CLOSE UnbilledFile
            END-IF.
       Rebuild-SS-Archive.
      *>  Archived lines carry no key, so they are first laid into
      *>  sumcart.tmp by Sale-Cart-ID; archived invoices then
      *>  resolve their lines from it, costed at today's item cost
      *>  as the archive keeps none.
            OPEN INPUT SaleCartArchiveFile
            IF File-Status NOT = "00"
                CLOSE SaleCartArchiveFile
            ELSE
                OPEN OUTPUT SumCartFile
                CLOSE SumCartFile
                OPEN I-O SumCartFile
                MOVE "N" TO EOFSS
                PERFORM UNTIL EOFSS = "Y"
                   READ SaleCartArchiveFile
                   AT END
                       MOVE "Y" TO EOFSS
                   NOT AT END
                       IF Arch-Sale-Cart-ID NUMERIC AND
                          Arch-Sale-Cart-ID > 0
                           MOVE Arch-Sale-Cart-ID TO SumCart-RelKey
                           MOVE Arch-Sale-Cart-Item-ID TO SCT-Item-ID
                           MOVE Arch-Sale-Cart-Quantity TO SCT-Qty
                           MOVE Arch-Sale-Cart-Unit-Of-Price TO
                               SCT-Price
                           WRITE SumCart-Record INVALID KEY
                               CONTINUE
                           END-WRITE
                       END-IF
                END-PERFORM
                CLOSE SaleCartArchiveFile
                OPEN INPUT InvoiceArchiveFile
                IF File-Status NOT = "00"
                    CLOSE InvoiceArchiveFile
                ELSE
                    OPEN INPUT ItemFile
                    MOVE "N" TO EOFSS
                    PERFORM UNTIL EOFSS = "Y"
                       READ InvoiceArchiveFile
                       AT END
                           MOVE "Y" TO EOFSS
                       NOT AT END
                           IF (Arch-Invoice-Status = "Completed" OR
                               Arch-Invoice-Status = "Refunded") AND
                              Arch-Invoice-ID > 0
                               PERFORM Load-SS-Archive-Lines
                               MOVE Arch-Invoice-Casher-ID TO
                                   WS-SS-Lookup
                               PERFORM Set-SS-Casher-Branch
                               MOVE "S" TO WS-SS-Kind
                               MOVE Arch-Invoice-Date TO WS-SS-Date
                               PERFORM Post-SS-Lines
                               IF Arch-Invoice-Status = "Refunded"
                                  AND WS-SS-Ret-Flag(Arch-Invoice-ID)
                                  = "N"
                                   MOVE "R" TO WS-SS-Kind
                                   PERFORM Post-SS-Lines
                               END-IF
                           END-IF
                    END-PERFORM
                    CLOSE ItemFile
                    CLOSE InvoiceArchiveFile
                END-IF
                CLOSE SumCartFile
            END-IF.
       Load-SS-Archive-Lines.
      *>  The archived invoice's lines into WS-SS-Line-Table.
            MOVE 0 TO WS-SS-Line-Count
            MOVE 0 TO WS-SS-Inv-Value
            COMPUTE WS-SS-Inv-Disc =
                Arch-Discount + Arch-Promo-Savings
            PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                UNTIL WS-SS-IDX > MAX-INVOICE-ITEMS
                IF Arch-Invoice-Sale-Cart-ID(WS-SS-IDX) NUMERIC AND
                   Arch-Invoice-Sale-Cart-ID(WS-SS-IDX) > 0
                    MOVE Arch-Invoice-Sale-Cart-ID(WS-SS-IDX) TO
                        SumCart-RelKey
                    READ SumCartFile
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO WS-SS-Line-Count
                        MOVE SCT-Item-ID TO
                            WS-SS-L-Item(WS-SS-Line-Count)
                        MOVE SCT-Qty TO WS-SS-L-Qty(WS-SS-Line-Count)
                        COMPUTE WS-SS-L-Value(WS-SS-Line-Count)
                            ROUNDED = SCT-Qty * SCT-Price
                        MOVE 0 TO WS-SS-L-Cost(WS-SS-Line-Count)
                        MOVE SCT-Item-ID TO RelativeKey
                        READ ItemFile
                        NOT INVALID KEY
                            COMPUTE WS-SS-L-Cost(WS-SS-Line-Count)
                                ROUNDED = SCT-Qty * Item-Cost
                        END-READ
                        ADD WS-SS-L-Value(WS-SS-Line-Count) TO
                            WS-SS-Inv-Value
                    END-READ
                END-IF
            END-PERFORM.
       Rebuild-SS-Exchanges.
      *>  The lines each exchange took back, on the exchange day.
            OPEN INPUT ExchangeFile
            IF File-Status NOT = "00"
                CLOSE ExchangeFile
            ELSE
                OPEN INPUT SaleCartFile
                OPEN INPUT ItemFile
                MOVE "N" TO EOFSS
                PERFORM UNTIL EOFSS = "Y"
                   READ ExchangeFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFSS
                   NOT AT END
                       MOVE EX-Casher TO WS-SS-Lookup
                       PERFORM Set-SS-Casher-Branch
                       MOVE EX-Date TO WS-SS-Date
                       PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                           UNTIL WS-SS-IDX > 20
                           IF EX-Line-ID(WS-SS-IDX) NUMERIC AND
                              EX-Line-ID(WS-SS-IDX) > 0
                               MOVE EX-Line-ID(WS-SS-IDX) TO
                                   SaleCart-RelKey
                               READ SaleCartFile
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE Sale-Cart-Item-ID TO
                                       RelativeKey
                                   READ ItemFile INVALID KEY
                                       MOVE 0 TO Item-Cost
                                   END-READ
                                   PERFORM Post-Exchange-Line
                               END-READ
                           END-IF
                       END-PERFORM
                END-PERFORM
                CLOSE ItemFile
                CLOSE SaleCartFile
                CLOSE ExchangeFile
            END-IF.
       Rebuild-SS-Exchange-Sales.
      *>  Replacement goods live only in the movement journal: a
      *>  SALE row whose reference, day and casher match an
      *>  exchange document. The exchange keeps no line prices,
      *>  so they are valued at today's retail price.
            OPEN INPUT ExchangeFile
            IF File-Status NOT = "00"
                CLOSE ExchangeFile
            ELSE
                OPEN INPUT MovementFile
                OPEN INPUT ItemFile
                MOVE "N" TO EOFSS
                PERFORM UNTIL EOFSS = "Y"
                   READ MovementFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFSS
                   NOT AT END
                       IF Mv-Type = "SALE" AND Mv-Ref-ID > 0 AND
                          Mv-Qty < 0
                           MOVE Mv-Ref-ID TO Exchange-RelKey
                           READ ExchangeFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF EX-Date = Mv-Date AND
                                  EX-Casher = Mv-User-ID
                                   MOVE Mv-Item-ID TO RelativeKey
                                   READ ItemFile
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM Post-Exchange-Sale
                                   END-READ
                               END-IF
                           END-READ
                       END-IF
                END-PERFORM
                CLOSE ItemFile
                CLOSE MovementFile
                CLOSE ExchangeFile
            END-IF.
       Post-Exchange-Sale.
      *>  A replacement line going out, Item-Record loaded. At the
      *>  till WS-SS-Qty, -Date and -Branch are already set; a
      *>  rebuild takes them from the movement and its exchange.
            IF WS-SS-Rebuilding = "Y"
                COMPUTE WS-SS-Qty = 0 - Mv-Qty
                MOVE EX-Casher TO WS-SS-Lookup
                PERFORM Set-SS-Casher-Branch
                MOVE EX-Date TO WS-SS-Date
            END-IF
            MOVE "S" TO WS-SS-Kind
            MOVE Item-ID TO WS-SS-Item
            COMPUTE WS-SS-Value ROUNDED = WS-SS-Qty * Item-Price
            COMPUTE WS-SS-Cost ROUNDED = WS-SS-Qty * Item-Cost
            MOVE 0 TO WS-SS-Disc
            PERFORM Post-Sales-Summary.
       Begin-Sale-Txn.
      *>  Written before Buy-Confirm's first update and deleted
      *>  after its last: while it is on file the sale is in
      *>  flight. One per till (keyed till + 1), as a till rings
      *>  one sale at a time. Each cart line is added as it is
      *>  reached, with a copy of its cart row, and stamped as it
      *>  goes:
      *>    I  about to post          S  stock taken
      *>    D  sale line written and the cart row gone
      *>    X  line rejected, nothing posted
      *>    B  backed out by recovery
      *>  The sale itself moves through stage L (lines posting),
      *>  I (invoice written), E (sale posted, payment next) and
      *>  P (tender taken, payment row next).
            MOVE WS-Till-ID TO STX-Till
            MOVE Input-ID TO STX-Casher
            PERFORM Get-Now-Seconds
            MOVE WS-Now-Date TO STX-Date
            MOVE WS-Now-DateTime(9:6) TO STX-Time
            MOVE "L" TO STX-Stage
            MOVE 0 TO STX-Invoice-ID
            MOVE 0 TO STX-Coupon-Key
            MOVE WS-Sale-Branch TO STX-Branch
            MOVE 0 TO STX-Line-Count
            MOVE 0 TO STX-Points-Cust
            MOVE 0 TO STX-Points-Redeem
            MOVE 0 TO STX-Points-Earned
            MOVE SPACES TO STX-Pay-Method
            MOVE 0 TO STX-Disc-Count
            MOVE 0 TO WS-STX-Cur
            MOVE "Y" TO WS-STX-Live
            PERFORM Save-Sale-Txn.
       Mark-Sale-Txn-Line.
      *>  Expects WS-STX-State and the Cart-Record being posted.
      *>  "I" opens a new marker line; any other state stamps the
      *>  current one. A cart past the marker's 50 lines posts
      *>  the rest unmarked.
            IF WS-STX-State = "I"
                IF STX-Line-Count < 50
                    ADD 1 TO STX-Line-Count
                    MOVE STX-Line-Count TO WS-STX-Cur
                    MOVE Cart-Record TO STX-Line-Cart(WS-STX-Cur)
                    MOVE 0 TO STX-Line-Qty(WS-STX-Cur)
                ELSE
                    MOVE 0 TO WS-STX-Cur
                END-IF
            END-IF
            IF WS-STX-Cur > 0
                MOVE WS-STX-State TO STX-Line-State(WS-STX-Cur)
      *>        the stock actually taken, after any reduction to
      *>        what was left on the shelf
                IF WS-STX-State = "S"
                    COMPUTE STX-Line-Qty(WS-STX-Cur) ROUNDED =
                        Cart-Quantity
                END-IF
                PERFORM Save-Sale-Txn
            END-IF.
       Stage-Sale-Txn.
      *>  Expects WS-STX-Stage. The invoice and coupon ride along
      *>  so recovery can finish the sale.
            MOVE WS-STX-Stage TO STX-Stage
            MOVE Invoice-ID TO STX-Invoice-ID
            MOVE WS-Coupon-Key TO STX-Coupon-Key
            PERFORM Save-Sale-Txn.
       Note-Sale-Txn-Discounts.
      *>  The discounts the invoice was priced with, as Buy-Confirm
      *>  logs their usage, so recovery can log them too.
            MOVE 0 TO STX-Disc-Count
            IF Best-Cart-Discount-ID > 0
                ADD 1 TO STX-Disc-Count
                MOVE Best-Cart-Discount-ID TO
                    STX-Disc-ID(STX-Disc-Count)
                COMPUTE STX-Disc-Amount(STX-Disc-Count) =
                    Total * (Best-Cart-Percent / 100)
            END-IF
            PERFORM VARYING WS-Cat-IDX FROM 1 BY 1
                UNTIL WS-Cat-IDX > Cat-Subtotal-Count
                IF Cat-Discount-Best-ID(WS-Cat-IDX) > 0
                    ADD 1 TO STX-Disc-Count
                    MOVE Cat-Discount-Best-ID(WS-Cat-IDX) TO
                        STX-Disc-ID(STX-Disc-Count)
                    COMPUTE STX-Disc-Amount(STX-Disc-Count) =
                        Cat-Subtotal-Amount(WS-Cat-IDX) *
                        (Cat-Discount-Best-Percent(WS-Cat-IDX)
                         / 100)
                END-IF
            END-PERFORM.
       Save-Sale-Txn.
            OPEN I-O SaleTxnFile
            IF File-Status = "35"
                OPEN OUTPUT SaleTxnFile
                CLOSE SaleTxnFile
                OPEN I-O SaleTxnFile
            END-IF
            COMPUTE SaleTxn-RelKey = STX-Till + 1
            WRITE Sale-Txn-Record INVALID KEY
                REWRITE Sale-Txn-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
            END-WRITE
            CLOSE SaleTxnFile.
       End-Sale-Txn.
      *>  The sale is through - its marker goes.
            MOVE "N" TO WS-STX-Live
            OPEN I-O SaleTxnFile
            IF File-Status = "00"
                COMPUTE SaleTxn-RelKey = STX-Till + 1
                DELETE SaleTxnFile INVALID KEY
                    CONTINUE
                END-DELETE
            END-IF
            CLOSE SaleTxnFile.
       Recover-Inflight-All.
            DISPLAY "Repairs the half-posted sale of EVERY till - "
                "run only while no till is trading."
            DISPLAY "Proceed (Y/N)? "
            ACCEPT WS-Confirm
            IF FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
                DISPLAY "Recovery cancelled."
            ELSE
                MOVE "Y" TO WS-STX-All
                PERFORM Recover-Inflight-Sales
                IF WS-STX-Till-Count = 0
                    DISPLAY "No sale in flight on any till."
                END-IF
                MOVE "N" TO WS-STX-All
            END-IF.
       Recover-Inflight-Sales.
      *>  Repairs sales that died part-way through Buy-Confirm.
      *>  With WS-STX-All = "N" only the marker of the till just
      *>  signed on is looked at - another till may be mid-sale
      *>  this very moment; the admin run sets "Y" for every
      *>  till. A sale that died before its invoice is backed
      *>  out, one that got its invoice is rolled forward, and
      *>  each goes on the SALE-RECOVER report and the audit
      *>  trail.
            MOVE 0 TO WS-STX-Till-Count
            MOVE 0 TO WS-STX-Repaired
            OPEN INPUT SaleTxnFile
            IF File-Status NOT = "00"
                CLOSE SaleTxnFile
            ELSE
                MOVE "N" TO EOFTX
                PERFORM UNTIL EOFTX = "Y"
                   READ SaleTxnFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFTX
                   NOT AT END
                       IF WS-STX-All = "Y" OR STX-Till = WS-Till-ID
                           ADD 1 TO WS-STX-Till-Count
                           MOVE STX-Till TO
                               WS-STX-List-Till(WS-STX-Till-Count)
                       END-IF
                END-PERFORM
                CLOSE SaleTxnFile
            END-IF
            IF WS-STX-Till-Count > 0
                MOVE WS-Till-ID TO WS-STX-Save-Till
                DISPLAY ESC Blue-On "A sale was left half-posted "
                    "when the program last stopped - repairing."
                    ESC Reset-Color
                MOVE "SALE-RECOVER" TO WS-Report-Name
                PERFORM Open-Report-Spool
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "In-flight sale recovery " WS-Now-Date
                    " by " Input-ID
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM VARYING WS-STX-T-IDX FROM 1 BY 1
                    UNTIL WS-STX-T-IDX > WS-STX-Till-Count
                    PERFORM Recover-One-Sale-Txn
                END-PERFORM
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE SPACES TO WS-Spool-Line
                STRING "Sales repaired: " WS-STX-Repaired
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                MOVE ALL "-" TO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM Close-Report-Spool
                MOVE WS-STX-Save-Till TO WS-Till-ID
                DISPLAY ESC Blue-On WS-STX-Repaired
                    " sale(s) repaired - see the SALE-RECOVER "
                    "report." ESC Reset-Color
            END-IF.
       Recover-One-Sale-Txn.
            OPEN INPUT SaleTxnFile
            COMPUTE SaleTxn-RelKey =
                WS-STX-List-Till(WS-STX-T-IDX) + 1
            MOVE "N" TO WS-STX-Found
            READ SaleTxnFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-STX-Found
            END-READ
            CLOSE SaleTxnFile
            IF WS-STX-Found = "Y"
      *>        journal rows written by the repair belong to the
      *>        till the sale was rung on
                MOVE STX-Till TO WS-Till-ID
                MOVE "Y" TO WS-STX-Live
                ADD 1 TO WS-STX-Repaired
                MOVE SPACES TO WS-Spool-Line
                STRING "Till " STX-Till "  casher " STX-Casher
                    "  sale started " STX-Date " " STX-Time
                    "  stage " STX-Stage
                    DELIMITED BY SIZE INTO WS-Spool-Line
                EVALUATE STX-Stage
                    WHEN "L"
                        MOVE "(lines posting)" TO
                            WS-Spool-Line(60:15)
                    WHEN "I"
                        MOVE "(invoice written)" TO
                            WS-Spool-Line(60:17)
                    WHEN "P"
                        MOVE "(tender taken)" TO
                            WS-Spool-Line(60:14)
                    WHEN OTHER
                        MOVE "(posted, payment next)" TO
                            WS-Spool-Line(60:22)
                END-EVALUATE
                PERFORM Spool-Line
                MOVE SPACES TO Audit-Before
                STRING "TILL " STX-Till " STAGE " STX-Stage
                    DELIMITED BY SIZE INTO Audit-Before
                MOVE SPACES TO Audit-After
                IF STX-Stage = "L"
                    PERFORM Back-Out-Sale-Txn
                ELSE
                    PERFORM Roll-Forward-Sale-Txn
                END-IF
                PERFORM End-Sale-Txn
                MOVE "SALE-RECOVERY" TO Audit-Action
                PERFORM Write-Audit
            END-IF.
       Back-Out-Sale-Txn.
      *>  The sale died before its invoice: every line that got
      *>  as far as the stock is reversed, and the casher finds
      *>  the cart exactly as it was before Buy-Confirm.
            MOVE 0 TO WS-STX-Lines-Back
            PERFORM Open-Item-Locked
            OPEN I-O CartFile
            IF File-Status = "35"
                OPEN OUTPUT CartFile
                CLOSE CartFile
                OPEN I-O CartFile
            END-IF
            OPEN I-O SaleCartFile
            IF File-Status = "35"
                OPEN OUTPUT SaleCartFile
                CLOSE SaleCartFile
                OPEN I-O SaleCartFile
            END-IF
            PERFORM VARYING WS-STX-IDX FROM 1 BY 1
                UNTIL WS-STX-IDX > STX-Line-Count
                IF STX-Line-State(WS-STX-IDX) NOT = "X" AND
                   STX-Line-State(WS-STX-IDX) NOT = "B"
                    PERFORM Back-Out-Txn-Line
                END-IF
            END-PERFORM
            CLOSE SaleCartFile
            CLOSE CartFile
            CLOSE ItemFile
            IF STX-Points-Cust > 0
                PERFORM Reverse-Txn-Points
            END-IF
            MOVE SPACES TO WS-Spool-Line
            STRING "  BACKED OUT: " WS-STX-Lines-Back
                " line(s) of stock restored, cart returned to "
                STX-Casher
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            STRING "BACKED OUT " WS-STX-Lines-Back " LINE(S)"
                DELIMITED BY SIZE INTO Audit-After.
       Reverse-Txn-Points.
      *>  The points the dead sale redeemed go back on the customer
      *>  and those it earned come off again, each with a
      *>  reversing row on the points log (RV-RDM, RV-ERN).
            OPEN I-O CustomerFile
            MOVE STX-Points-Cust TO Customer-RelKey
            READ CustomerFile INVALID KEY
                DISPLAY "Error: Customer not found."
            NOT INVALID KEY
                ADD STX-Points-Redeem TO Customer-Points
                IF STX-Points-Earned > Customer-Points
                    MOVE 0 TO Customer-Points
                ELSE
                    SUBTRACT STX-Points-Earned FROM Customer-Points
                END-IF
                REWRITE Customer-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
            END-READ
            CLOSE CustomerFile
            MOVE STX-Points-Cust TO Invoice-Customer-ID
            MOVE STX-Invoice-ID TO Invoice-ID
            IF STX-Points-Redeem > 0
                MOVE "RV-RDM" TO PL-Type
                MOVE STX-Points-Redeem TO PL-Points
                PERFORM Write-Point-Log
            END-IF
            IF STX-Points-Earned > 0
                MOVE "RV-ERN" TO PL-Type
                MOVE STX-Points-Earned TO PL-Points
                PERFORM Write-Point-Log
            END-IF
            MOVE SPACES TO WS-Spool-Line
            STRING "  points: " STX-Points-Redeem " redeemed given "
                "back, " STX-Points-Earned " earned taken back, "
                "customer " STX-Points-Cust
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE 0 TO STX-Points-Cust
            MOVE 0 TO STX-Points-Redeem
            MOVE 0 TO STX-Points-Earned
            PERFORM Save-Sale-Txn.
       Back-Out-Txn-Line.
            MOVE STX-Line-Cart(WS-STX-IDX) TO Cart-Record
            MOVE STX-Line-Qty(WS-STX-IDX) TO WS-STX-Qty
            MOVE STX-Line-State(WS-STX-IDX) TO WS-STX-State
            IF WS-STX-State = "I"
      *>        the program went down before the line was stamped -
      *>        its SALE movement says whether stock moved
                PERFORM Find-Txn-Sale-Movement
                IF WS-STX-Evidence = "Y"
                    MOVE "S" TO WS-STX-State
                END-IF
            END-IF
            IF WS-STX-State = "I"
                MOVE "nothing posted" TO WS-STX-Note
            ELSE
                PERFORM Restore-Txn-Line-Stock
                ADD 1 TO WS-STX-Lines-Back
                MOVE "stock restored" TO WS-STX-Note
                MOVE STX-Line-Cart(WS-STX-IDX) TO Cart-Record
                MOVE Cart-ID TO SaleCart-RelKey
                READ SaleCartFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DELETE SaleCartFile
                    IF File-Status = "00"
                        MOVE "D" TO WS-RJ-Action
                        PERFORM Journal-SaleCart-Row
                    END-IF
                END-READ
            END-IF
            MOVE STX-Line-Cart(WS-STX-IDX) TO Cart-Record
            MOVE Cart-ID TO Cart-RelKey
            READ CartFile INVALID KEY
                MOVE STX-Line-Cart(WS-STX-IDX) TO Cart-Record
                WRITE Cart-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
            END-READ
            MOVE "B" TO STX-Line-State(WS-STX-IDX)
            PERFORM Save-Sale-Txn
            MOVE STX-Line-Cart(WS-STX-IDX) TO Cart-Record
            MOVE SPACES TO WS-Spool-Line
            STRING "  cart line " Cart-ID "  item " Cart-Item-ID
                "  qty " WS-STX-Qty "  " WS-STX-Note
                ", back in the cart"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line.
       Restore-Txn-Line-Stock.
      *>  Expects the line's Cart-Record, WS-STX-Qty and ItemFile
      *>  open I-O. Puts back what Buy-Confirm took for the line.
            MOVE Cart-Item-ID TO RelativeKey
            READ ItemFile INVALID KEY
                DISPLAY "Error: Item not found."
            NOT INVALID KEY
                IF Item-Is-Bundle
      *>            as a cancelled sale: the bundle comes back as a
      *>            built unit on its own finished stock
                    MOVE Cart-Item-ID TO Sale-Cart-Item-ID
                    MOVE WS-STX-Qty TO Sale-Cart-Quantity
                    MOVE Cart-ID TO WS-Bndl-Retn-Ref
                    PERFORM Restore-Bundle-Components
                ELSE
                    ADD WS-STX-Qty TO Item-Qty
                    REWRITE Item-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    IF STX-Branch > 0
                        MOVE STX-Branch TO WS-Branch-ID-Lookup
                        MOVE WS-STX-Qty TO WS-IB-Delta
                        MOVE "S" TO WS-IB-Where
                        PERFORM Adjust-Branch-Stock
                    END-IF
      *>            a SALE row of the opposite sign nets the dead
      *>            sale out of every sales-movement tally
                    MOVE "SALE" TO Mv-Type
                    MOVE Cart-Item-ID TO Mv-Item-ID
                    MOVE WS-STX-Qty TO Mv-Qty
                    MOVE Cart-ID TO Mv-Ref-ID
                    PERFORM Write-Movement
                    PERFORM Restore-Txn-Lots
                END-IF
            END-READ.
       Restore-Txn-Lots.
      *>  Lot quantity the line drew goes back on its lots; the
      *>  trace rows, never stamped with an invoice, are marked
      *>  RCVY so a recall does not chase a sale that never was.
            OPEN I-O LotTraceFile
            IF File-Status NOT = "00"
                CLOSE LotTraceFile
            ELSE
                OPEN I-O LotFile
                MOVE "N" TO EOFL
                PERFORM UNTIL EOFL = "Y"
                   READ LotTraceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFL
                   NOT AT END
                       IF LT-Kind = "SALE" AND
                          LT-Ref-ID = Cart-ID AND
                          LT-Item-ID = Cart-Item-ID AND
                          LT-Invoice-ID = 0
                           MOVE LT-Lot-ID TO Lot-RelKey
                           READ LotFile INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD LT-Qty TO Lot-Qty-Left
                               REWRITE Lot-Record INVALID KEY
                               DISPLAY "Error: Unable to rewrite "
                                   "record."
                               END-REWRITE
                           END-READ
                           MOVE "RCVY" TO LT-Kind
                           REWRITE LotTrace-Record INVALID KEY
                           DISPLAY "Error: Unable to rewrite record."
                           END-REWRITE
                       END-IF
                END-PERFORM
                CLOSE LotFile
                CLOSE LotTraceFile
            END-IF.
       Find-Txn-Sale-Movement.
      *>  Expects the line's Cart-Record. WS-STX-Evidence = "Y"
      *>  when the line's SALE movement went out on the day the
      *>  sale started; WS-STX-Qty is then the quantity it took.
            MOVE "N" TO WS-STX-Evidence
            OPEN INPUT MovementFile
            IF File-Status NOT = "00"
                CLOSE MovementFile
            ELSE
                MOVE "N" TO EOFTX
                PERFORM UNTIL EOFTX = "Y"
                   READ MovementFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFTX
                   NOT AT END
                       IF Mv-Type = "SALE" AND
                          Mv-Ref-ID = Cart-ID AND
                          Mv-Item-ID = Cart-Item-ID AND
                          Mv-Date = STX-Date AND Mv-Qty < 0
                           MOVE "Y" TO WS-STX-Evidence
                           COMPUTE WS-STX-Qty = 0 - Mv-Qty
                       END-IF
                END-PERFORM
                CLOSE MovementFile
            END-IF.
       Roll-Forward-Sale-Txn.
      *>  The invoice is on file, so the sale stands: what
      *>  Buy-Confirm had still to do is done, and payment is
      *>  taken now if the customer is still at the till.
            OPEN INPUT InvoiceFile
            MOVE STX-Invoice-ID TO Invoice-RelKey
            MOVE "N" TO WS-STX-Found
            READ InvoiceFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-STX-Found
            END-READ
            CLOSE InvoiceFile
            IF WS-STX-Found = "N"
                MOVE SPACES TO WS-Spool-Line
                STRING "  invoice " STX-Invoice-ID
                    " not on file - lines backed out instead"
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM Back-Out-Sale-Txn
            ELSE
            IF STX-Stage = "I"
                PERFORM Finish-Txn-Invoice
            END-IF
            PERFORM Finish-Txn-Payment
            STRING "INVOICE " Invoice-ID " ROLLED FWD"
                DELIMITED BY SIZE INTO Audit-After
            END-IF.
       Finish-Txn-Invoice.
      *>  Everything between the invoice write and the payment,
      *>  each step skipped where it already happened.
            MOVE Invoice-Date TO WS-Idx-Date
            PERFORM Read-Invoice-Index
            MOVE "N" TO WS-STX-Evidence
            IF WS-Idx-Found = "Y"
                PERFORM VARYING WS-Idx-IDX FROM 1 BY 1
                    UNTIL WS-Idx-IDX > Idx-Count
                    IF Idx-Invoice-ID(WS-Idx-IDX) = Invoice-ID
                        MOVE "Y" TO WS-STX-Evidence
                    END-IF
                END-PERFORM
            END-IF
            IF WS-STX-Evidence = "N"
                PERFORM Add-To-Invoice-Index
            END-IF
            PERFORM Stamp-Txn-Lots
            IF STX-Coupon-Key > 0
                MOVE STX-Coupon-Key TO WS-Coupon-Key
                PERFORM Redeem-Coupon
            END-IF
            MOVE "SALE" TO WS-STX-EJ-Event
            PERFORM Find-Txn-EJ
            IF WS-STX-Found = "N"
                MOVE "SALE" TO WS-EJ-Event
                MOVE Invoice-ID TO WS-EJ-Ref
                MOVE Final-Amount TO WS-EJ-Amount
                MOVE "RECOVERED" TO WS-EJ-Detail
                PERFORM Write-EJ
                MOVE "S" TO WS-SS-Kind
                MOVE Invoice-Date TO WS-SS-Date
                PERFORM Post-Invoice-Summary
                MOVE "  sale journal and daily summary posted"
                    TO WS-Spool-Line
                PERFORM Spool-Line
            END-IF
            IF STX-Disc-Count > 0
                PERFORM Write-Txn-Discount-Usage
                MOVE SPACES TO WS-Spool-Line
                STRING "  discount usage rows written: "
                    WS-STX-Disc-Done " of " STX-Disc-Count
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-IF.
       Write-Txn-Discount-Usage.
      *>  A usage row for each discount the marker carries, unless
      *>  Buy-Confirm got it written before it stopped.
            MOVE 0 TO WS-STX-Disc-Done
            PERFORM VARYING WS-STX-IDX FROM 1 BY 1
                UNTIL WS-STX-IDX > STX-Disc-Count
                PERFORM Find-Txn-Disc-Usage
                IF WS-STX-Found = "N"
                    MOVE STX-Disc-ID(WS-STX-IDX) TO DU-Discount-ID
                    MOVE STX-Disc-Amount(WS-STX-IDX) TO WS-DU-Amount
                    PERFORM Write-Discount-Usage
                    ADD 1 TO WS-STX-Disc-Done
                END-IF
            END-PERFORM.
       Find-Txn-Disc-Usage.
            MOVE "N" TO WS-STX-Found
            OPEN INPUT DiscUsageFile
            IF File-Status NOT = "00"
                CLOSE DiscUsageFile
            ELSE
                MOVE "N" TO EOFTX
                PERFORM UNTIL EOFTX = "Y"
                   READ DiscUsageFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFTX
                   NOT AT END
                       IF DU-Invoice-ID = Invoice-ID AND
                          DU-Discount-ID = STX-Disc-ID(WS-STX-IDX)
                           MOVE "Y" TO WS-STX-Found
                       END-IF
                END-PERFORM
                CLOSE DiscUsageFile
            END-IF.
       Stamp-Txn-Lots.
      *>  Stamp-Lot-Trace's list died with the program, so the
      *>  sale's unstamped trace rows are found by their lines.
            OPEN I-O LotTraceFile
            IF File-Status NOT = "00"
                CLOSE LotTraceFile
            ELSE
                MOVE "N" TO EOFL
                PERFORM UNTIL EOFL = "Y"
                   READ LotTraceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFL
                   NOT AT END
                       IF LT-Kind = "SALE" AND LT-Invoice-ID = 0
                           PERFORM VARYING WS-STX-IDX FROM 1 BY 1
                               UNTIL WS-STX-IDX > STX-Line-Count
                               IF STX-Line-State(WS-STX-IDX) = "D"
                                  AND LT-Ref-ID =
                                  STX-Line-Cart-ID(WS-STX-IDX)
                                  AND LT-Item-ID =
                                  STX-Line-Item-ID(WS-STX-IDX)
                                   MOVE Invoice-ID TO LT-Invoice-ID
                                   MOVE Invoice-Customer-ID TO
                                       LT-Customer-ID
                                   REWRITE LotTrace-Record
                                       INVALID KEY
                                   DISPLAY "Error: Unable to "
                                       "rewrite record."
                                   END-REWRITE
                               END-IF
                           END-PERFORM
                       END-IF
                END-PERFORM
                CLOSE LotTraceFile
            END-IF.
       Finish-Txn-Payment.
            OPEN INPUT PaymentFile
            MOVE Invoice-ID TO Pay-RelKey
            MOVE "N" TO WS-STX-Evidence
            READ PaymentFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-STX-Evidence
                MOVE Pay-Method TO WS-STX-Pay-Method
                MOVE Pay-Cash-Part TO WS-Pay-Cash-Part
            END-READ
            CLOSE PaymentFile
            MOVE Final-Amount TO WS-STX-D-Amt
            IF WS-STX-Evidence = "Y"
                MOVE "TENDER" TO WS-STX-EJ-Event
                PERFORM Find-Txn-EJ
                IF WS-STX-Found = "Y"
                    MOVE "  payment on file - sale complete"
                        TO WS-Spool-Line
                ELSE
      *>            the payment row is there but the program died
      *>            in the tender postings that follow it
                    PERFORM Post-Txn-Tender
                    MOVE SPACES TO WS-Spool-Line
                    STRING "  payment on file - till totals, "
                        "account charge and tender journal posted "
                        "from it"
                        DELIMITED BY SIZE INTO WS-Spool-Line
                END-IF
                PERFORM Spool-Line
            ELSE
            IF STX-Stage = "P"
      *>        the tender was taken but its payment row never
      *>        written: write it from the marker
                MOVE STX-Pay-Method TO WS-Pay-Method
                MOVE STX-Pay-Tendered TO WS-Pay-Tendered
                MOVE STX-Pay-Change TO WS-Pay-Change
                MOVE STX-Pay-Cash-Part TO WS-Pay-Cash-Part
                MOVE STX-Pay-FX-Code TO WS-FX-Code
                MOVE STX-Pay-FX-Amount TO WS-FX-Foreign-Tend
                MOVE Final-Amount TO Final-Total-Price
                PERFORM Write-Sale-Payment
                MOVE SPACES TO WS-Spool-Line
                STRING "  " STX-Pay-Method " tender of "
                    WS-STX-D-Amt " already taken - payment row "
                    "written from the marker"
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            ELSE
                DISPLAY ESC Blue-On "Invoice " Invoice-ID " for "
                    WS-STX-D-Amt " was never paid." ESC Reset-Color
                DISPLAY "Take payment now (Y/N)? "
                ACCEPT WS-Confirm
                IF FUNCTION UPPER-CASE(WS-Confirm) = "Y"
                    MOVE Final-Amount TO Final-Total-Price
                    PERFORM Record-Payment
                    MOVE SPACES TO WS-Spool-Line
                    STRING "  invoice " Invoice-ID " for "
                        WS-STX-D-Amt " - payment taken at recovery"
                        DELIMITED BY SIZE INTO WS-Spool-Line
                ELSE
                    MOVE SPACES TO WS-Spool-Line
                    STRING "  invoice " Invoice-ID " for "
                        WS-STX-D-Amt " NOT PAID - left Pending to "
                        "take payment or cancel"
                        DELIMITED BY SIZE INTO WS-Spool-Line
                END-IF
                PERFORM Spool-Line
            END-IF
            END-IF.
       Post-Txn-Tender.
      *>  Expects the Invoice-Record, with WS-STX-Pay-Method and
      *>  WS-Pay-Cash-Part off its payment row. The postings
      *>  Write-Sale-Payment makes after the payment row: the
      *>  account charge (unless its AR item is already on file),
      *>  the till totals and the tender journal.
            IF WS-STX-Pay-Method = "ACCT"
                MOVE Invoice-Customer-ID TO WS-ARA-Cust
                MOVE Invoice-ID TO WS-ARI-Ref
                PERFORM Find-AR-Invoice-Item
                IF WS-ARA-Debit-ID = 0
                    MOVE "INV" TO WS-ARI-Type
                    MOVE Invoice-Customer-ID TO WS-ARI-Cust
                    MOVE Invoice-ID TO WS-ARI-Ref
                    MOVE Invoice-Date TO WS-ARI-Date
                    MOVE Final-Amount TO WS-ARI-Amount
                    PERFORM Post-AR-Charge
                END-IF
            END-IF
            MOVE "SALE" TO WS-TP-Kind
            MOVE WS-STX-Pay-Method TO WS-TP-Method
            MOVE Final-Amount TO WS-TP-Amount
            MOVE WS-Pay-Cash-Part TO WS-TP-Cash
            PERFORM Term-Post
            MOVE "TENDER" TO WS-EJ-Event
            MOVE Invoice-ID TO WS-EJ-Ref
            MOVE Final-Amount TO WS-EJ-Amount
            MOVE WS-STX-Pay-Method TO WS-EJ-Detail
            PERFORM Write-EJ.
       Find-Txn-EJ.
      *>  Expects WS-STX-EJ-Event and the Invoice-Record. Returns
      *>  WS-STX-Found = "Y" when the till journal already holds
      *>  that event for the invoice.
            MOVE "N" TO WS-STX-Found
            OPEN INPUT EjFile
            IF File-Status NOT = "00"
                CLOSE EjFile
            ELSE
                MOVE "N" TO EOFTX
                PERFORM UNTIL EOFTX = "Y"
                   READ EjFile
                   AT END
                       MOVE "Y" TO EOFTX
                   NOT AT END
                       IF EJ-Event = WS-STX-EJ-Event AND
                          EJ-Ref = Invoice-ID
                           MOVE "Y" TO WS-STX-Found
                       END-IF
                END-PERFORM
                CLOSE EjFile
            END-IF.
       Check-Layout-Versions.
      *>  Compares the layout.dat control record of every shared file
      *>  this program declares with the layout it was built for.
      *>  WS-LY-Bad counts the mismatches; the caller must not touch
      *>  the files when it is not zero. A file with no control
      *>  record yet is stamped with the layout built in here
      *>  only where Check-Unstamped-Layout finds that safe.
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
                DISPLAY "Error: main was built for other record "
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
      *>  Only dataconv stamps a file whose data is already there:
      *>  stamping it here would make dataconv skip a conversion it
      *>  still owes. A file that does not exist yet is created in
      *>  this program's layout, and one still in its original
      *>  layout (000) has no conversion to skip, so both are safe.
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
                    MOVE "main" TO LY-Stamped-By
                    WRITE Layout-Record
                END-IF
            END-PERFORM
            CLOSE LayoutFile.
       Build-RFM-Tally.
      *>  Recency, frequency and money per customer into
      *>  RfmTallyFile from the live and archived invoice books.
      *>  Expects WS-RFM-Today.
            OPEN OUTPUT RfmTallyFile
            CLOSE RfmTallyFile

            OPEN I-O RfmTallyFile
            OPEN INPUT InvoiceFile
            IF File-Status = "35"
                CLOSE InvoiceFile
                OPEN OUTPUT InvoiceFile
                CLOSE InvoiceFile
                OPEN INPUT InvoiceFile
            END-IF
            MOVE "N" TO EOFRF
            PERFORM UNTIL EOFRF = "Y"
               READ InvoiceFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFRF
               NOT AT END
                   IF Invoice-Status = "Completed" AND
                      Invoice-Customer-ID > 0
                       MOVE Invoice-Customer-ID TO
                           RfmTally-RelKey
                       MOVE Invoice-Date TO WS-Flt-Date
                       MOVE Final-Amount TO WS-LP-Value
                       PERFORM Tally-RFM-Row
                   END-IF
            END-PERFORM
            CLOSE InvoiceFile

            OPEN INPUT InvoiceArchiveFile
            IF File-Status = "00"
                MOVE "N" TO EOFRF
                PERFORM UNTIL EOFRF = "Y"
                   READ InvoiceArchiveFile
                   AT END
                       MOVE "Y" TO EOFRF
                   NOT AT END
                       IF Arch-Invoice-Status = "Completed" AND
                          Arch-Invoice-Customer-ID > 0
                           MOVE Arch-Invoice-Customer-ID TO
                               RfmTally-RelKey
                           MOVE Arch-Invoice-Date TO
                               WS-Flt-Date
                           MOVE Arch-Final-Amount TO
                               WS-LP-Value
                           PERFORM Tally-RFM-Row
                       END-IF
                END-PERFORM
                CLOSE InvoiceArchiveFile
            END-IF
            CLOSE RfmTallyFile.
       Score-RFM-Customer.
      *>  Looks up Customer-ID's tally (RfmTallyFile open) and
      *>  leaves the 1-3 scores in WS-RFM-R/F/M and the segment in
      *>  WS-RFM-Segment. No purchases scores as NEVER BOUGHT.
            MOVE Customer-ID TO RfmTally-RelKey
            READ RfmTallyFile INVALID KEY
                MOVE 0 TO RF-Count
                MOVE 0 TO RF-Total
                MOVE 0 TO RF-Last-Date
            END-READ
            IF RF-Count = 0
                MOVE 1 TO WS-RFM-R
                MOVE 1 TO WS-RFM-F
                MOVE 1 TO WS-RFM-M
                MOVE "NEVER BOUGHT" TO WS-RFM-Segment
            ELSE
                CALL "DATE-DIFF" USING RF-Last-Date
                    WS-RFM-Today WS-RFM-Days
                EVALUATE TRUE
                    WHEN WS-RFM-Days <= 30
                        MOVE 3 TO WS-RFM-R
                    WHEN WS-RFM-Days <= 90
                        MOVE 2 TO WS-RFM-R
                    WHEN OTHER
                        MOVE 1 TO WS-RFM-R
                END-EVALUATE
                EVALUATE TRUE
                    WHEN RF-Count >= 10
                        MOVE 3 TO WS-RFM-F
                    WHEN RF-Count >= 3
                        MOVE 2 TO WS-RFM-F
                    WHEN OTHER
                        MOVE 1 TO WS-RFM-F
                END-EVALUATE
                EVALUATE TRUE
                    WHEN RF-Total >= 1000
                        MOVE 3 TO WS-RFM-M
                    WHEN RF-Total >= 100
                        MOVE 2 TO WS-RFM-M
                    WHEN OTHER
                        MOVE 1 TO WS-RFM-M
                END-EVALUATE
                COMPUTE WS-RFM-Score =
                    WS-RFM-R + WS-RFM-F + WS-RFM-M
                EVALUATE TRUE
                    WHEN WS-RFM-R = 1 AND WS-RFM-M = 3
                        MOVE "LAPSED BIG" TO WS-RFM-Segment
                    WHEN WS-RFM-Score >= 8
                        MOVE "VIP" TO WS-RFM-Segment
                    WHEN WS-RFM-Score >= 5
                        MOVE "REGULAR" TO WS-RFM-Segment
                    WHEN OTHER
                        MOVE "OCCASIONAL" TO WS-RFM-Segment
                END-EVALUATE
            END-IF.
       Next-Campaign-Sequence.
            MOVE 62 TO Counter-RelKey
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
       Create-Campaign.
      *>  A targeted mailing: the segment is picked from the RFM
      *>  scores or from who bought a category, every consenting
      *>  customer in it gets their own single-use coupon and a
      *>  line on the mailing list - except a held-out control
      *>  group, spread evenly through the list, who get nothing
      *>  and are what the response report measures against.
            INITIALIZE Campaign-Record
            DISPLAY "Enter Campaign Name: "
            ACCEPT CMP-Name
            DISPLAY "Target customers by:"
            DISPLAY "1. RFM segment"
            DISPLAY "2. Category purchased"
            DISPLAY "Enter Choose Option:"
            ACCEPT WS-Confirm
            IF WS-Confirm = "2"
                MOVE "C" TO CMP-Target-Kind
                DISPLAY "Enter Category: "
                ACCEPT CMP-Category
                DISPLAY "Bought since (YYYYMMDD, 0 = ever): "
                ACCEPT CMP-Since
            ELSE
                MOVE "R" TO CMP-Target-Kind
                DISPLAY "1. VIP"
                DISPLAY "2. REGULAR"
                DISPLAY "3. OCCASIONAL"
                DISPLAY "4. LAPSED BIG"
                DISPLAY "5. NEVER BOUGHT"
                DISPLAY "Enter Segment:"
                ACCEPT WS-Confirm
                EVALUATE WS-Confirm
                    WHEN "1"
                        MOVE "VIP" TO CMP-Segment
                    WHEN "2"
                        MOVE "REGULAR" TO CMP-Segment
                    WHEN "3"
                        MOVE "OCCASIONAL" TO CMP-Segment
                    WHEN "4"
                        MOVE "LAPSED BIG" TO CMP-Segment
                    WHEN "5"
                        MOVE "NEVER BOUGHT" TO CMP-Segment
                    WHEN OTHER
                        MOVE SPACES TO CMP-Segment
                END-EVALUATE
            END-IF
            DISPLAY "Offer:"
            DISPLAY "1. Fixed value off"
            DISPLAY "2. Percent off"
            DISPLAY "Enter Choose Option:"
            ACCEPT WS-Confirm
            IF WS-Confirm = "2"
                MOVE "P" TO CMP-Offer-Kind
            ELSE
                MOVE "V" TO CMP-Offer-Kind
            END-IF
            DISPLAY "Enter Value (amount or percent): "
            ACCEPT CMP-Offer-Value
            DISPLAY "Enter Start Date (YYYYMMDD): "
            ACCEPT CMP-Start
            DISPLAY "Enter End Date (YYYYMMDD): "
            ACCEPT CMP-End
            DISPLAY "Control group, percent held out (0-50): "
            ACCEPT CMP-Control-Pct
            EVALUATE TRUE
                WHEN CMP-Name = SPACES
                    DISPLAY "Error: campaign name is required."
                WHEN CMP-By-Segment AND CMP-Segment = SPACES
                    DISPLAY "Error: invalid segment."
                WHEN CMP-By-Category AND CMP-Category = SPACES
                    DISPLAY "Error: category is required."
                WHEN CMP-Offer-Value = 0
                    DISPLAY "Error: the offer has no value."
                WHEN CMP-Offer-Kind = "P" AND CMP-Offer-Value > 100
                    DISPLAY "Error: percent off over 100."
                WHEN CMP-Start = 0 OR CMP-End < CMP-Start
                    DISPLAY "Error: invalid campaign dates."
                WHEN CMP-Control-Pct > 50
                    DISPLAY "Error: control group over 50 percent."
                WHEN OTHER
                    PERFORM Issue-Campaign
            END-EVALUATE.
       Issue-Campaign.
            PERFORM Next-Campaign-Sequence
            MOVE WS-Next-ID TO CMP-ID
            MOVE "O" TO CMP-Status
            MOVE 0 TO CMP-Targeted
            MOVE 0 TO CMP-Held-Out
            ACCEPT CMP-Created FROM DATE YYYYMMDD
            MOVE Input-ID TO CMP-Created-By
      *>  The campaign is on file before its first coupon, so an
      *>  interrupted run leaves nothing unaccounted for.
            OPEN I-O CampaignFile
            IF File-Status = "35"
                OPEN OUTPUT CampaignFile
                CLOSE CampaignFile
                OPEN I-O CampaignFile
            END-IF
            MOVE CMP-ID TO Campaign-RelKey
            WRITE Campaign-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            CLOSE CampaignFile

            ACCEPT WS-RFM-Today FROM DATE YYYYMMDD
            IF CMP-By-Category
                PERFORM Build-Category-Tally
            ELSE
                PERFORM Build-RFM-Tally
            END-IF

            MOVE SPACES TO WS-CSV-Path
            STRING "campaign_" CMP-ID ".csv"
                DELIMITED BY SIZE INTO WS-CSV-Path
            OPEN OUTPUT CsvReceiptFile
            MOVE SPACES TO CSV-Record
            STRING "customer-id,name,phone,email,address,consent,"
                "coupon-code"
                DELIMITED BY SIZE INTO CSV-Record
            WRITE CSV-Record
            OPEN I-O CouponFile
            IF File-Status = "35"
                OPEN OUTPUT CouponFile
                CLOSE CouponFile
                OPEN I-O CouponFile
            END-IF
            OPEN EXTEND CampTargetFile
            IF File-Status = "35"
                OPEN OUTPUT CampTargetFile
            END-IF
            OPEN INPUT CustomerFile
            IF File-Status = "35"
                CLOSE CustomerFile
                OPEN OUTPUT CustomerFile
                CLOSE CustomerFile
                OPEN INPUT CustomerFile
            END-IF
            OPEN INPUT RfmTallyFile
            MOVE 0 TO WS-CMP-Spread
            MOVE "N" TO EOFCAM
            PERFORM UNTIL EOFCAM = "Y"
               READ CustomerFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFCAM
               NOT AT END
                   IF Customer-Merged-Into = 0 AND
                      NOT Consent-None
                       PERFORM Campaign-Target-Customer
                   END-IF
            END-PERFORM
            CLOSE RfmTallyFile
            CLOSE CustomerFile
            CLOSE CampTargetFile
            CLOSE CouponFile
            CLOSE CsvReceiptFile

            OPEN I-O CampaignFile
            MOVE CMP-ID TO Campaign-RelKey
            MOVE CMP-Targeted TO WS-CMP-Targeted
            MOVE CMP-Held-Out TO WS-CMP-Held-Out
            READ CampaignFile INVALID KEY
                DISPLAY "Error: Campaign not found."
            NOT INVALID KEY
                MOVE WS-CMP-Targeted TO CMP-Targeted
                MOVE WS-CMP-Held-Out TO CMP-Held-Out
                REWRITE Campaign-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
            END-READ
            CLOSE CampaignFile
            DISPLAY ESC Blue-On "Campaign " CMP-ID ": "
                CMP-Targeted " coupon(s) issued, "
                CMP-Held-Out " held out as control."
                ESC Reset-Color
            DISPLAY "Mailing list: " FUNCTION TRIM(WS-CSV-Path)
            MOVE "CAMPAIGN" TO Audit-Action
            STRING "CMP=" CMP-ID
                DELIMITED BY SIZE INTO Audit-Before
            STRING "ISSUED=" CMP-Targeted " CTL=" CMP-Held-Out
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit.
       Build-Category-Tally.
      *>  Who bought the campaign category on or after CMP-Since,
      *>  tallied into RfmTallyFile: a row there is a target.
      *>  Lines are read off the live books only.
            OPEN OUTPUT RfmTallyFile
            CLOSE RfmTallyFile

            OPEN I-O RfmTallyFile
            OPEN INPUT SaleCartFile
            OPEN INPUT ItemFile
            OPEN INPUT InvoiceFile
            IF File-Status = "35"
                CLOSE InvoiceFile
                OPEN OUTPUT InvoiceFile
                CLOSE InvoiceFile
                OPEN INPUT InvoiceFile
            END-IF
            MOVE "N" TO EOFRF
            PERFORM UNTIL EOFRF = "Y"
               READ InvoiceFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFRF
               NOT AT END
                   IF Invoice-Status = "Completed" AND
                      Invoice-Customer-ID > 0 AND
                      Invoice-Date >= CMP-Since
                       PERFORM Campaign-Category-Invoice
                   END-IF
            END-PERFORM
            CLOSE InvoiceFile
            CLOSE ItemFile
            CLOSE SaleCartFile
            CLOSE RfmTallyFile.
       Campaign-Category-Invoice.
            MOVE "N" TO WS-CMP-Hit
            PERFORM VARYING IDX FROM 1 BY 1
                UNTIL IDX > MAX-INVOICE-ITEMS OR WS-CMP-Hit = "Y"
                IF Invoice-Sale-Cart-ID(IDX) > 0
                    MOVE Invoice-Sale-Cart-ID(IDX) TO SaleCart-RelKey
                    READ SaleCartFile INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE Sale-Cart-Item-ID TO RelativeKey
                        READ ItemFile INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF Item-Category = CMP-Category
                                MOVE "Y" TO WS-CMP-Hit
                            END-IF
                        END-READ
                    END-READ
                END-IF
            END-PERFORM
            IF WS-CMP-Hit = "Y"
                MOVE Invoice-Customer-ID TO RfmTally-RelKey
                MOVE Invoice-Date TO WS-Flt-Date
                MOVE Final-Amount TO WS-LP-Value
                PERFORM Tally-RFM-Row
            END-IF.
       Campaign-Target-Customer.
      *>  One consenting customer: in the segment or not, then
      *>  control or coupon. The control share is spread by an
      *>  accumulator so every run holds out the same proportion.
            MOVE "N" TO WS-CMP-Hit
            IF CMP-By-Category
                MOVE Customer-ID TO RfmTally-RelKey
                READ RfmTallyFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-CMP-Hit
                END-READ
            ELSE
                PERFORM Score-RFM-Customer
                IF WS-RFM-Segment = CMP-Segment
                    MOVE "Y" TO WS-CMP-Hit
                END-IF
            END-IF
            IF WS-CMP-Hit = "Y"
                MOVE CMP-ID TO CGT-Campaign-ID
                MOVE Customer-ID TO CGT-Customer-ID
                ADD CMP-Control-Pct TO WS-CMP-Spread
                IF WS-CMP-Spread >= 100
                    SUBTRACT 100 FROM WS-CMP-Spread
                    MOVE "C" TO CGT-Group
                    MOVE 0 TO CGT-Coupon-ID
                    ADD 1 TO CMP-Held-Out
                ELSE
                    PERFORM Issue-Campaign-Coupon
                    MOVE "T" TO CGT-Group
                    MOVE CP-ID TO CGT-Coupon-ID
                    ADD 1 TO CMP-Targeted
                    MOVE SPACES TO CSV-Record
                    STRING Customer-ID ","
                        FUNCTION TRIM(Customer-Full-Name) ","
                        FUNCTION TRIM(Customer-Phone) ","
                        FUNCTION TRIM(Customer-Email) ","
                        FUNCTION TRIM(Customer-Address) ","
                        Customer-Consent ","
                        CP-Code
                        DELIMITED BY SIZE INTO CSV-Record
                    WRITE CSV-Record
                END-IF
                WRITE CampTarget-Record
            END-IF.
       Issue-Campaign-Coupon.
      *>  Codes are CM + campaign + customer, so they are unique
      *>  by construction; hand-made codes may not use the form.
            PERFORM Next-Coupon-Sequence
            MOVE WS-Next-ID TO CP-ID
            MOVE WS-Next-ID TO Coupon-RelKey
            MOVE SPACES TO CP-Code
            STRING "CM" CMP-ID Customer-ID
                DELIMITED BY SIZE INTO CP-Code
            MOVE CMP-Offer-Kind TO CP-Kind
            MOVE CMP-Offer-Value TO CP-Value
            MOVE CMP-Start TO CP-Start
            MOVE CMP-End TO CP-End
            MOVE 0 TO CP-Supplier-ID
            MOVE "N" TO CP-Redeemed
            MOVE 0 TO CP-Redeemed-Inv
            MOVE 0 TO CP-Redeemed-Date
            WRITE Coupon-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE.
       View-Campaigns.
            DISPLAY H10 H10 H10 H10 H10 H10 H10 H10 H10 H2
            DISPLAY "ID" A4
                    "Name" A9 A9 A9
                    "Target" A7
                    "Offer" A4
                    "From" A5 "To" A7
                    "Sent" A3 "Ctl" A4
                    "St"
            DISPLAY S10 S10 S10 S10 S10 S10 S10 S10 S10 S2
            OPEN INPUT CampaignFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT CampaignFile
                CLOSE CampaignFile
                OPEN INPUT CampaignFile
            END-IF
            MOVE "N" TO EOFCAM
            PERFORM UNTIL EOFCAM = "Y"
               READ CampaignFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFCAM
               NOT AT END
                   IF CMP-By-Category
                       MOVE CMP-Category TO WS-CMP-Target
                   ELSE
                       MOVE CMP-Segment TO WS-CMP-Target
                   END-IF
                   DISPLAY CMP-ID          A1
                           CMP-Name        A1
                           WS-CMP-Target   A1
                           CMP-Offer-Kind
                           CMP-Offer-Value A1
                           CMP-Start       A1
                           CMP-End         A1
                           CMP-Targeted    A1
                           CMP-Held-Out    A1
                           CMP-Status
            END-PERFORM
            CLOSE CampaignFile
            DISPLAY H10 H10 H10 H10 H10 H10 H10 H10 H10 H2.
       Find-Campaign.
      *>  Prompts for a campaign and leaves it in Campaign-Record;
      *>  WS-CMP-Found says whether it is on file.
            MOVE "N" TO WS-CMP-Found
            DISPLAY "Enter Campaign-ID: "
            ACCEPT Campaign-RelKey
            OPEN INPUT CampaignFile
            IF File-Status = "00"
                READ CampaignFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-CMP-Found
                END-READ
                CLOSE CampaignFile
            END-IF
            IF WS-CMP-Found = "N"
                DISPLAY "Error: Campaign not found."
            END-IF.
       Close-Campaign.
      *>  Ends a campaign early; its coupons are cut back to
      *>  expire today. One past its end date counts as closed
      *>  for the response report without this.
            PERFORM Find-Campaign
            IF WS-CMP-Found = "Y"
                IF CMP-Closed
                    DISPLAY "Error: campaign already closed."
                ELSE
                    OPEN I-O CampaignFile
                    READ CampaignFile INVALID KEY
                        DISPLAY "Error: Campaign not found."
                    NOT INVALID KEY
                        MOVE "C" TO CMP-Status
                        ACCEPT WS-CMP-Today FROM DATE YYYYMMDD
                        IF WS-CMP-Today < CMP-End
                            MOVE WS-CMP-Today TO CMP-End
                        END-IF
                        REWRITE Campaign-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                        END-REWRITE
                    END-READ
                    CLOSE CampaignFile
                    PERFORM Expire-Campaign-Coupons
                    DISPLAY ESC Blue-On "Campaign " CMP-ID
                        " closed." ESC Reset-Color
                    MOVE "CAMPCLOSE" TO Audit-Action
                    STRING "CMP=" CMP-ID
                        DELIMITED BY SIZE INTO Audit-Before
                    STRING "END=" CMP-End
                        DELIMITED BY SIZE INTO Audit-After
                    PERFORM Write-Audit
                END-IF
            END-IF.
       Expire-Campaign-Coupons.
            OPEN INPUT CampTargetFile
            IF File-Status = "00"
                OPEN I-O CouponFile
                MOVE "N" TO EOFCGT
                PERFORM UNTIL EOFCGT = "Y"
                   READ CampTargetFile
                   AT END
                       MOVE "Y" TO EOFCGT
                   NOT AT END
                       IF CGT-Campaign-ID = CMP-ID AND
                          CGT-Coupon-ID > 0
                           MOVE CGT-Coupon-ID TO Coupon-RelKey
                           READ CouponFile INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CP-Redeemed NOT = "Y" AND
                                  CP-End > CMP-End
                                   MOVE CMP-End TO CP-End
                                   REWRITE Coupon-Record
                                   INVALID KEY
                                   DISPLAY "Error: Unable to "
                                       "rewrite record."
                                   END-REWRITE
                               END-IF
                           END-READ
                       END-IF
                END-PERFORM
                CLOSE CouponFile
                CLOSE CampTargetFile
            END-IF.
       Campaign-Response-Report.
      *>  Did the mailing bring anyone back: redemption rate,
      *>  what the redeemers spent, and each group's spend in the
      *>  campaign window against the same number of days before
      *>  it - coupon holders against the held-out control group.
            PERFORM Find-Campaign
            ACCEPT WS-CMP-Today FROM DATE YYYYMMDD
            IF WS-CMP-Found = "N"
                CONTINUE
            ELSE
            IF CMP-Open AND WS-CMP-Today <= CMP-End
                DISPLAY "Error: campaign still running until "
                    CMP-End " - close it first."
            ELSE
                COMPUTE WS-CMP-Days =
                    FUNCTION INTEGER-OF-DATE(CMP-End) -
                    FUNCTION INTEGER-OF-DATE(CMP-Start) + 1
                COMPUTE WS-CMP-Pre-Start = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(CMP-Start) - WS-CMP-Days)
                PERFORM Load-Campaign-Tally
                PERFORM Campaign-Spend-Tally
                PERFORM Campaign-Response-Sum
                PERFORM Campaign-Response-Print
            END-IF
            END-IF.
       Load-Campaign-Tally.
      *>  One CampTallyFile row per targeted customer, keyed by
      *>  Customer-ID, with their group and whether they redeemed.
            MOVE 0 TO WS-CMP-Test-N
            MOVE 0 TO WS-CMP-Ctl-N
            MOVE 0 TO WS-CMP-Redeemed
            OPEN OUTPUT CampTallyFile
            CLOSE CampTallyFile
            OPEN I-O CampTallyFile
            OPEN INPUT CampTargetFile
            IF File-Status = "00"
                OPEN INPUT CouponFile
                MOVE "N" TO EOFCGT
                PERFORM UNTIL EOFCGT = "Y"
                   READ CampTargetFile
                   AT END
                       MOVE "Y" TO EOFCGT
                   NOT AT END
                       IF CGT-Campaign-ID = CMP-ID
                           PERFORM Load-Campaign-Tally-Row
                       END-IF
                END-PERFORM
                CLOSE CouponFile
                CLOSE CampTargetFile
            END-IF
            CLOSE CampTallyFile.
       Load-Campaign-Tally-Row.
            MOVE CGT-Customer-ID TO CampTally-RelKey
            MOVE CGT-Customer-ID TO CTY-Customer-ID
            MOVE CGT-Group TO CTY-Group
            MOVE "N" TO CTY-Redeemed
            MOVE 0 TO CTY-Before
            MOVE 0 TO CTY-After
            IF CGT-Group = "C"
                ADD 1 TO WS-CMP-Ctl-N
            ELSE
                ADD 1 TO WS-CMP-Test-N
                MOVE CGT-Coupon-ID TO Coupon-RelKey
                READ CouponFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CP-Redeemed = "Y"
                        MOVE "Y" TO CTY-Redeemed
                        ADD 1 TO WS-CMP-Redeemed
                    END-IF
                END-READ
            END-IF
            WRITE CampTally-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE.
       Campaign-Spend-Tally.
      *>  Completed sales of the targeted customers, live and
      *>  archived, into the before and campaign-window columns.
            OPEN I-O CampTallyFile
            OPEN INPUT InvoiceFile
            IF File-Status = "00"
                MOVE "N" TO EOFCTY
                PERFORM UNTIL EOFCTY = "Y"
                   READ InvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCTY
                   NOT AT END
                       IF Invoice-Status = "Completed" AND
                          Invoice-Customer-ID > 0
                           MOVE Invoice-Customer-ID TO
                               CampTally-RelKey
                           MOVE Invoice-Date TO WS-Flt-Date
                           MOVE Final-Amount TO WS-LP-Value
                           PERFORM Campaign-Spend-Row
                       END-IF
                END-PERFORM
                CLOSE InvoiceFile
            END-IF
            OPEN INPUT InvoiceArchiveFile
            IF File-Status = "00"
                MOVE "N" TO EOFCTY
                PERFORM UNTIL EOFCTY = "Y"
                   READ InvoiceArchiveFile
                   AT END
                       MOVE "Y" TO EOFCTY
                   NOT AT END
                       IF Arch-Invoice-Status = "Completed" AND
                          Arch-Invoice-Customer-ID > 0
                           MOVE Arch-Invoice-Customer-ID TO
                               CampTally-RelKey
                           MOVE Arch-Invoice-Date TO WS-Flt-Date
                           MOVE Arch-Final-Amount TO WS-LP-Value
                           PERFORM Campaign-Spend-Row
                       END-IF
                END-PERFORM
                CLOSE InvoiceArchiveFile
            END-IF
            CLOSE CampTallyFile.
       Campaign-Spend-Row.
      *>  Expects CampTally-RelKey, WS-Flt-Date and WS-LP-Value.
            IF WS-Flt-Date >= WS-CMP-Pre-Start AND
               WS-Flt-Date <= CMP-End
                READ CampTallyFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WS-Flt-Date < CMP-Start
                        ADD WS-LP-Value TO CTY-Before
                    ELSE
                        ADD WS-LP-Value TO CTY-After
                    END-IF
                    REWRITE CampTally-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
            END-IF.
       Campaign-Response-Sum.
            MOVE 0 TO WS-CMP-Test-Before
            MOVE 0 TO WS-CMP-Test-After
            MOVE 0 TO WS-CMP-Ctl-Before
            MOVE 0 TO WS-CMP-Ctl-After
            MOVE 0 TO WS-CMP-Rdm-Revenue
            OPEN INPUT CampTallyFile
            MOVE "N" TO EOFCTY
            PERFORM UNTIL EOFCTY = "Y"
               READ CampTallyFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOFCTY
               NOT AT END
                   IF CTY-Group = "C"
                       ADD CTY-Before TO WS-CMP-Ctl-Before
                       ADD CTY-After TO WS-CMP-Ctl-After
                   ELSE
                       ADD CTY-Before TO WS-CMP-Test-Before
                       ADD CTY-After TO WS-CMP-Test-After
                       IF CTY-Redeemed = "Y"
                           ADD CTY-After TO WS-CMP-Rdm-Revenue
                       END-IF
                   END-IF
            END-PERFORM
            CLOSE CampTallyFile.
       Campaign-Response-Print.
            MOVE "CAMPAIGN" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Campaign " CMP-ID " " CMP-Name
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Window " CMP-Start " to " CMP-End
                "   compared with " WS-CMP-Pre-Start " onward"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE WS-CMP-Test-N TO WS-CMP-D-Count
            MOVE SPACES TO WS-Spool-Line
            STRING "Coupons issued        " WS-CMP-D-Count
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE WS-CMP-Redeemed TO WS-CMP-D-Count
            MOVE 0 TO WS-CMP-Rate
            IF WS-CMP-Test-N > 0
                COMPUTE WS-CMP-Rate ROUNDED =
                    WS-CMP-Redeemed * 100 / WS-CMP-Test-N
            END-IF
            MOVE WS-CMP-Rate TO WS-CMP-D-Pct
            MOVE SPACES TO WS-Spool-Line
            STRING "Redeemed              " WS-CMP-D-Count
                "   rate " WS-CMP-D-Pct "%"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE WS-CMP-Rdm-Revenue TO WS-CMP-D-Amt
            MOVE SPACES TO WS-Spool-Line
            STRING "Revenue from redeemers" WS-CMP-D-Amt
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Spend per customer     customers"
                "         before         window   change"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "Coupon holders" TO WS-CMP-Label
            MOVE WS-CMP-Test-N TO WS-CMP-N
            MOVE WS-CMP-Test-Before TO WS-CMP-Sum-Before
            MOVE WS-CMP-Test-After TO WS-CMP-Sum-After
            PERFORM Campaign-Group-Line
            MOVE WS-CMP-Change TO WS-CMP-Test-Change
            MOVE "Control group" TO WS-CMP-Label
            MOVE WS-CMP-Ctl-N TO WS-CMP-N
            MOVE WS-CMP-Ctl-Before TO WS-CMP-Sum-Before
            MOVE WS-CMP-Ctl-After TO WS-CMP-Sum-After
            PERFORM Campaign-Group-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            IF WS-CMP-Ctl-N = 0
                STRING "No control group was held out - the "
                    "change cannot be credited to the mailing."
                    DELIMITED BY SIZE INTO WS-Spool-Line
            ELSE
                COMPUTE WS-CMP-Lift =
                    WS-CMP-Test-Change - WS-CMP-Change
                MOVE WS-CMP-Lift TO WS-CMP-D-Change
                STRING "Lift over control     " WS-CMP-D-Change
                    " points"
                    DELIMITED BY SIZE INTO WS-Spool-Line
            END-IF
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Campaign-Group-Line.
      *>  One group's average spend before and in the window, and
      *>  the percent change, left in WS-CMP-Change.
            MOVE 0 TO WS-CMP-Avg-Before
            MOVE 0 TO WS-CMP-Avg-After
            MOVE 0 TO WS-CMP-Change
            IF WS-CMP-N > 0
                COMPUTE WS-CMP-Avg-Before ROUNDED =
                    WS-CMP-Sum-Before / WS-CMP-N
                COMPUTE WS-CMP-Avg-After ROUNDED =
                    WS-CMP-Sum-After / WS-CMP-N
            END-IF
            IF WS-CMP-Sum-Before > 0
                COMPUTE WS-CMP-Change ROUNDED =
                    (WS-CMP-Sum-After - WS-CMP-Sum-Before) * 100
                    / WS-CMP-Sum-Before
            END-IF
            MOVE WS-CMP-N TO WS-CMP-D-Count
            MOVE WS-CMP-Avg-Before TO WS-CMP-D-Avg1
            MOVE WS-CMP-Avg-After TO WS-CMP-D-Avg2
            MOVE WS-CMP-Change TO WS-CMP-D-Change
            MOVE SPACES TO WS-Spool-Line
            STRING WS-CMP-Label WS-CMP-D-Count " "
                WS-CMP-D-Avg1 " " WS-CMP-D-Avg2 " "
                WS-CMP-D-Change "%"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line.
       Safe-Witness.
      *>  Expects WS-Safe-Type. Safe cash never moves on one
      *>  person's word: a supervisor credential other than the
      *>  user's own signs as witness. Returns WS-Safe-OK and the
      *>  witness in WS-Safe-Witness.
            MOVE "N" TO WS-Safe-OK
            MOVE SPACES TO WS-Safe-Witness
            MOVE SPACES TO WS-Override-Action
            STRING "SAFE " WS-Safe-Type
                DELIMITED BY SIZE INTO WS-Override-Action
            PERFORM Supervisor-Override
            IF WS-Override-OK = "Y"
                IF WS-Override-Supv = Input-ID
                    DISPLAY "Error: the witness must be someone "
                        "other than " Input-ID "."
                ELSE
                    MOVE WS-Override-Supv TO WS-Safe-Witness
                    MOVE "Y" TO WS-Safe-OK
                END-IF
            END-IF.
       Write-Safe-Row.
      *>  Expects WS-Safe-Branch, WS-Safe-Type, WS-Safe-Amount,
      *>  WS-Safe-Ref, WS-Safe-Note and WS-Safe-Witness; the user
      *>  is Input-ID and the till WS-Till-ID.
            PERFORM Get-Now-Seconds
            OPEN EXTEND SafeFile
            IF File-Status = "35"
                OPEN OUTPUT SafeFile
            END-IF
            MOVE WS-Now-DateTime(1:8) TO SF-Date
            MOVE WS-Safe-Branch TO SF-Branch
            MOVE WS-Safe-Type TO SF-Type
            MOVE WS-Safe-Amount TO SF-Amount
            MOVE WS-Till-ID TO SF-Till-ID
            MOVE Input-ID TO SF-User
            MOVE WS-Safe-Witness TO SF-Witness
            MOVE WS-Safe-Ref TO SF-Ref
            MOVE WS-Safe-Note TO SF-Note
            MOVE WS-Now-DateTime(1:14) TO SF-Timestamp
            WRITE Safe-Record
            CLOSE SafeFile.
       Find-Safe-Type.
      *>  Returns WS-SFT-IDX for SF-Type (0 when unknown).
            MOVE 0 TO WS-SFT-IDX
            PERFORM VARYING WS-SFT-IDX2 FROM 1 BY 1
                UNTIL WS-SFT-IDX2 > 9
                IF WS-SFT-Name(WS-SFT-IDX2) = SF-Type
                    MOVE WS-SFT-IDX2 TO WS-SFT-IDX
                END-IF
            END-PERFORM.
       Safe-Balance.
      *>  What should be in WS-Safe-Branch's safe from every row
      *>  dated before WS-Safe-Before-Date, into WS-Safe-Balance.
            MOVE 0 TO WS-Safe-Balance
            OPEN INPUT SafeFile
            IF File-Status = "00"
                MOVE "N" TO EOFSF
                PERFORM UNTIL EOFSF = "Y"
                   READ SafeFile
                   AT END
                       MOVE "Y" TO EOFSF
                   NOT AT END
                       IF SF-Branch = WS-Safe-Branch AND
                          SF-Date < WS-Safe-Before-Date
                           PERFORM Find-Safe-Type
                           IF WS-SFT-IDX > 0
                               EVALUATE WS-SFT-Dir(WS-SFT-IDX)
                                   WHEN "I"
                                       ADD SF-Amount TO
                                           WS-Safe-Balance
                                   WHEN "O"
                                       SUBTRACT SF-Amount FROM
                                           WS-Safe-Balance
                               END-EVALUATE
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE SafeFile
            END-IF.
       Till-Safe-Transfer.
      *>  Cash leaving the drawer for the back-office safe: a
      *>  mid-shift drop when the drawer gets heavy, or the float
      *>  handed back at the end of the shift. Drawer and safe
      *>  both get a row so either side can be checked.
            DISPLAY "1. Cash Drop to Safe (mid-shift)"
            DISPLAY "2. Float Return to Safe"
            DISPLAY "Enter Choose Option:"
            ACCEPT WS-Drawer-Choice
            IF WS-Drawer-Choice NOT = "1" AND
               WS-Drawer-Choice NOT = "2"
                DISPLAY "Invalid choice. Try again."
            ELSE
                DISPLAY "Enter Amount: "
                ACCEPT WS-Drawer-Amount
                IF WS-Drawer-Choice = "1"
                    MOVE "DROP" TO WS-Safe-Type
                ELSE
                    MOVE "RETURN" TO WS-Safe-Type
                END-IF
                IF WS-Drawer-Amount = 0
                    DISPLAY "Nothing to move."
                ELSE
                    PERFORM Safe-Witness
                    IF WS-Safe-OK = "N"
                        DISPLAY "Not recorded - the cash stays in "
                            "the drawer."
                    ELSE
                        PERFORM Till-Safe-Post
                    END-IF
                END-IF
            END-IF.
       Till-Safe-Post.
            PERFORM Get-Now-Seconds
            OPEN EXTEND DrawerFile
            IF File-Status = "35"
                OPEN OUTPUT DrawerFile
            END-IF
            ACCEPT Drawer-Date FROM DATE YYYYMMDD
            MOVE Input-ID TO Drawer-Casher-ID
            IF WS-Safe-Type = "DROP"
                MOVE "DROP" TO Drawer-Type
            ELSE
                MOVE "FLTRTN" TO Drawer-Type
            END-IF
            MOVE WS-Drawer-Amount TO Drawer-Amount
            MOVE SPACES TO Drawer-Reason
            STRING "TO SAFE WIT " WS-Safe-Witness
                DELIMITED BY SIZE INTO Drawer-Reason
            MOVE WS-Now-DateTime(1:14) TO Drawer-Timestamp
            MOVE WS-Till-ID TO Drawer-Till-ID
            MOVE 0 TO Drawer-Exp-Cat
            WRITE Drawer-Record
            CLOSE DrawerFile
            MOVE "DROP" TO WS-TP-Kind
            MOVE WS-Drawer-Amount TO WS-TP-Amount
            PERFORM Term-Post
            MOVE WS-Sale-Branch TO WS-Safe-Branch
            MOVE WS-Drawer-Amount TO WS-Safe-Amount
            MOVE 0 TO WS-Safe-Ref
            MOVE SPACES TO WS-Safe-Note
            STRING "FROM TILL " WS-Till-ID
                DELIMITED BY SIZE INTO WS-Safe-Note
            PERFORM Write-Safe-Row
            DISPLAY ESC Blue-On WS-Drawer-Amount " moved to the "
                "safe, witnessed by " WS-Safe-Witness "."
                ESC Reset-Color.
       EOD-Takings-To-Safe.
      *>  The counted takings go into a branch safe overnight;
      *>  the bank deposit later takes them out of it.
            DISPLAY "Put the counted cash in the safe now (Y/N)? "
            ACCEPT WS-Confirm
            IF FUNCTION UPPER-CASE(WS-Confirm) = "Y" AND
               WS-Counted-Cash > 0
                DISPLAY "Enter Branch-ID of the safe: "
                ACCEPT WS-Safe-Branch
                MOVE "TAKINGS" TO WS-Safe-Type
                PERFORM Safe-Witness
                IF WS-Safe-OK = "N"
                    DISPLAY "Takings not booked into the safe."
                ELSE
                    MOVE WS-Counted-Cash TO WS-Safe-Amount
                    MOVE 0 TO WS-Safe-Ref
                    MOVE SPACES TO WS-Safe-Note
                    STRING "EOD COUNT " WS-Close-Date
                        DELIMITED BY SIZE INTO WS-Safe-Note
                    PERFORM Write-Safe-Row
                    DISPLAY ESC Blue-On "Takings booked into safe "
                        WS-Safe-Branch "." ESC Reset-Color
                END-IF
            END-IF.
       Manage-Safe.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Back-Office Safe"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Change Order In (from the bank)"
               DISPLAY "2. Safe Count"
               DISPLAY "3. Daily Safe Balance Report"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Safe-Change-Order
                   WHEN "2"
                       PERFORM Safe-Count
                   WHEN "3"
                       PERFORM Safe-Balance-Report
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Safe-Change-Order.
            DISPLAY "Enter Branch-ID of the safe: "
            ACCEPT WS-Safe-Branch
            DISPLAY "Enter Amount Received: "
            ACCEPT WS-Safe-Amount
            DISPLAY "Enter Bank Change-Order Reference: "
            ACCEPT WS-Safe-Note
            IF WS-Safe-Amount = 0
                DISPLAY "Nothing to record."
            ELSE
                MOVE "CHGIN" TO WS-Safe-Type
                PERFORM Safe-Witness
                IF WS-Safe-OK = "N"
                    DISPLAY "Change order not recorded."
                ELSE
                    MOVE 0 TO WS-Safe-Ref
                    PERFORM Write-Safe-Row
                    DISPLAY ESC Blue-On "Change order booked into "
                        "safe " WS-Safe-Branch "." ESC Reset-Color
                END-IF
            END-IF.
       Safe-Count.
      *>  Counted against the ledger; any difference is posted
      *>  as an OVER or SHORT row so the ledger agrees with the
      *>  cash from here on, and the count itself is kept.
            DISPLAY "Enter Branch-ID of the safe: "
            ACCEPT WS-Safe-Branch
            MOVE 99999999 TO WS-Safe-Before-Date
            PERFORM Safe-Balance
            DISPLAY "Enter Counted Cash in the Safe: "
            ACCEPT WS-Safe-Counted
            MOVE "COUNT" TO WS-Safe-Type
            PERFORM Safe-Witness
            IF WS-Safe-OK = "N"
                DISPLAY "Safe count not recorded."
            ELSE
                MOVE WS-Safe-Counted TO WS-Safe-Amount
                MOVE 0 TO WS-Safe-Ref
                MOVE "SAFE COUNT" TO WS-Safe-Note
                PERFORM Write-Safe-Row
                COMPUTE WS-Safe-Variance =
                    WS-Safe-Counted - WS-Safe-Balance
                MOVE WS-Safe-Balance TO WS-Safe-D-Amt1
                MOVE WS-Safe-Counted TO WS-Safe-D-Amt2
                DISPLAY "Ledger balance : " WS-Safe-D-Amt1
                DISPLAY "Counted        : " WS-Safe-D-Amt2
                IF WS-Safe-Variance = 0
                    DISPLAY "Safe balanced - no variance."
                ELSE
                    IF WS-Safe-Variance > 0
                        MOVE "OVER" TO WS-Safe-Type
                        MOVE WS-Safe-Variance TO WS-Safe-Amount
                    ELSE
                        MOVE "SHORT" TO WS-Safe-Type
                        COMPUTE WS-Safe-Amount =
                            0 - WS-Safe-Variance
                    END-IF
                    MOVE "COUNT VARIANCE" TO WS-Safe-Note
                    PERFORM Write-Safe-Row
                    MOVE WS-Safe-Amount TO WS-Safe-D-Amt1
                    DISPLAY ESC Blue-On "Safe " WS-Safe-Type
                        " by " WS-Safe-D-Amt1 " - posted."
                        ESC Reset-Color
                    MOVE "SAFE-VARIANCE" TO Audit-Action
                    STRING "BR=" WS-Safe-Branch " " WS-Safe-Type
                        DELIMITED BY SIZE INTO Audit-Before
                    STRING "AMT=" WS-Safe-Amount
                        " WIT=" WS-Safe-Witness
                        DELIMITED BY SIZE INTO Audit-After
                    PERFORM Write-Audit
                END-IF
            END-IF.
       Safe-Balance-Report.
      *>  One branch safe for one day: the opening balance, every
      *>  movement with who did it and who witnessed it, and the
      *>  closing balance; then the day's safe rows (all safes)
      *>  tied to the floats, drops and takings in drawer.dat and
      *>  the deposits in bankdep.dat.
            DISPLAY "Enter Branch-ID of the safe: "
            ACCEPT WS-Safe-Branch
            DISPLAY "Enter Date (YYYYMMDD): "
            ACCEPT WS-Safe-Day
            MOVE WS-Safe-Day TO WS-Safe-Before-Date
            PERFORM Safe-Balance
            MOVE WS-Safe-Balance TO WS-Safe-Opening
            PERFORM VARYING WS-SFT-IDX2 FROM 1 BY 1
                UNTIL WS-SFT-IDX2 > 9
                MOVE 0 TO WS-SFT-Branch-Sum(WS-SFT-IDX2)
                MOVE 0 TO WS-SFT-All-Sum(WS-SFT-IDX2)
            END-PERFORM
            MOVE 0 TO WS-Safe-Bank-Matched
            MOVE "SAFE" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Safe Ledger  branch " WS-Safe-Branch
                "  date " WS-Safe-Day
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE WS-Safe-Opening TO WS-Safe-D-Amt1
            MOVE SPACES TO WS-Spool-Line
            STRING "Opening balance           " WS-Safe-D-Amt1
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Time   Type           Amount  Till User   "
                "Witness  Ref   Note"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            OPEN INPUT BankDepFile
            MOVE File-Status TO WS-Safe-BD-Status
            OPEN INPUT SafeFile
            IF File-Status = "00"
                MOVE "N" TO EOFSF
                PERFORM UNTIL EOFSF = "Y"
                   READ SafeFile
                   AT END
                       MOVE "Y" TO EOFSF
                   NOT AT END
                       IF SF-Date = WS-Safe-Day
                           PERFORM Safe-Report-Row
                       END-IF
                END-PERFORM
                CLOSE SafeFile
            END-IF
            IF WS-Safe-BD-Status = "00"
                CLOSE BankDepFile
            END-IF
            MOVE WS-Safe-Opening TO WS-Safe-Balance
            PERFORM VARYING WS-SFT-IDX2 FROM 1 BY 1
                UNTIL WS-SFT-IDX2 > 9
                EVALUATE WS-SFT-Dir(WS-SFT-IDX2)
                    WHEN "I"
                        ADD WS-SFT-Branch-Sum(WS-SFT-IDX2) TO
                            WS-Safe-Balance
                    WHEN "O"
                        SUBTRACT WS-SFT-Branch-Sum(WS-SFT-IDX2)
                            FROM WS-Safe-Balance
                END-EVALUATE
            END-PERFORM
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING WS-SFT-IDX2 FROM 1 BY 1
                UNTIL WS-SFT-IDX2 > 9
                IF WS-SFT-Branch-Sum(WS-SFT-IDX2) > 0
                    MOVE WS-SFT-Branch-Sum(WS-SFT-IDX2) TO
                        WS-Safe-D-Amt1
                    MOVE SPACES TO WS-Spool-Line
                    STRING "  " WS-SFT-Name(WS-SFT-IDX2) " "
                        WS-SFT-Dir(WS-SFT-IDX2) "              "
                        WS-Safe-D-Amt1
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                END-IF
            END-PERFORM
            MOVE WS-Safe-Balance TO WS-Safe-D-Amt1
            MOVE SPACES TO WS-Spool-Line
            STRING "Closing balance           " WS-Safe-D-Amt1
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Safe-Tie-Out
            PERFORM Close-Report-Spool.
       Safe-Report-Row.
      *>  One safe row of the report day: into the per-type sums
      *>  for all safes, and listed when it is this branch's.
            PERFORM Find-Safe-Type
            IF WS-SFT-IDX > 0
                ADD SF-Amount TO WS-SFT-All-Sum(WS-SFT-IDX)
                IF SF-Branch = WS-Safe-Branch
                    ADD SF-Amount TO WS-SFT-Branch-Sum(WS-SFT-IDX)
                END-IF
            END-IF
            IF SF-Type = "BANKOUT" AND WS-Safe-BD-Status = "00"
                MOVE SF-Ref TO BankDep-RelKey
                READ BankDepFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD BD-Cash TO WS-Safe-Bank-Matched
                END-READ
            END-IF
            IF SF-Branch = WS-Safe-Branch
                MOVE SF-Amount TO WS-Safe-D-Amt1
                MOVE SPACES TO WS-Spool-Line
                STRING SF-Timestamp(9:2) ":" SF-Timestamp(11:2) "  "
                    SF-Type " " WS-Safe-D-Amt1 "  " SF-Till-ID
                    "  " SF-User " " SF-Witness "  " SF-Ref " "
                    SF-Note
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-IF.
       Safe-Tie-Out.
      *>  The drawer and deposit books carry no branch, so the
      *>  tie-out is for the day across all safes.
            MOVE 0 TO WS-Safe-Drw-Float
            MOVE 0 TO WS-Safe-Drw-Drop
            MOVE 0 TO WS-Safe-Drw-Return
            MOVE 0 TO WS-Safe-Drw-Count
            OPEN INPUT DrawerFile
            IF File-Status = "00"
                MOVE "N" TO EOFD
                PERFORM UNTIL EOFD = "Y"
                   READ DrawerFile
                   AT END
                       MOVE "Y" TO EOFD
                   NOT AT END
                       IF Drawer-Date = WS-Safe-Day
                           EVALUATE Drawer-Type
                               WHEN "FLOAT"
                                   ADD Drawer-Amount TO
                                       WS-Safe-Drw-Float
                               WHEN "DROP"
                                   ADD Drawer-Amount TO
                                       WS-Safe-Drw-Drop
                               WHEN "FLTRTN"
                                   ADD Drawer-Amount TO
                                       WS-Safe-Drw-Return
                               WHEN "COUNT"
                                   ADD Drawer-Amount TO
                                       WS-Safe-Drw-Count
                           END-EVALUATE
                       END-IF
                END-PERFORM
                CLOSE DrawerFile
            END-IF
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Tie-out, all safes        drawer/bank"
                "         safe"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE "Floats issued" TO WS-Safe-Label
            MOVE WS-Safe-Drw-Float TO WS-Safe-Tie-Book
            MOVE WS-SFT-All-Sum(1) TO WS-Safe-Tie-Safe
            PERFORM Safe-Tie-Line
            MOVE "Till drops" TO WS-Safe-Label
            MOVE WS-Safe-Drw-Drop TO WS-Safe-Tie-Book
            MOVE WS-SFT-All-Sum(2) TO WS-Safe-Tie-Safe
            PERFORM Safe-Tie-Line
            MOVE "Float returns" TO WS-Safe-Label
            MOVE WS-Safe-Drw-Return TO WS-Safe-Tie-Book
            MOVE WS-SFT-All-Sum(3) TO WS-Safe-Tie-Safe
            PERFORM Safe-Tie-Line
            MOVE "Counted takings" TO WS-Safe-Label
            MOVE WS-Safe-Drw-Count TO WS-Safe-Tie-Book
            MOVE WS-SFT-All-Sum(4) TO WS-Safe-Tie-Safe
            PERFORM Safe-Tie-Line
            MOVE "Bank deposits (cash)" TO WS-Safe-Label
            MOVE WS-Safe-Bank-Matched TO WS-Safe-Tie-Book
            MOVE WS-SFT-All-Sum(5) TO WS-Safe-Tie-Safe
            PERFORM Safe-Tie-Line
      *>  deposits of the day's takings no safe has given cash to
            OPEN INPUT BankDepFile
            IF File-Status = "00"
                MOVE "N" TO EOFBD
                PERFORM UNTIL EOFBD = "Y"
                   READ BankDepFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFBD
                   NOT AT END
                       IF BD-Date = WS-Safe-Day AND BD-Cash > 0
                           PERFORM Find-Safe-Bankout
                           IF WS-Safe-Hit = "N"
                               MOVE BD-Cash TO WS-Safe-D-Amt1
                               MOVE SPACES TO WS-Spool-Line
                               STRING "  Deposit " BD-ID
                                   " cash " WS-Safe-D-Amt1
                                   " did not come out of a safe"
                                   DELIMITED BY SIZE INTO
                                   WS-Spool-Line
                               PERFORM Spool-Line
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE BankDepFile
            END-IF.
       Safe-Tie-Line.
            MOVE WS-Safe-Tie-Book TO WS-Safe-D-Amt1
            MOVE WS-Safe-Tie-Safe TO WS-Safe-D-Amt2
            IF WS-Safe-Tie-Book = WS-Safe-Tie-Safe
                MOVE "OK" TO WS-Safe-Flag
            ELSE
                MOVE "DIFF" TO WS-Safe-Flag
            END-IF
            MOVE SPACES TO WS-Spool-Line
            STRING WS-Safe-Label " " WS-Safe-D-Amt1 " "
                WS-Safe-D-Amt2 "  " WS-Safe-Flag
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line.
       Find-Safe-Bankout.
      *>  WS-Safe-Hit = "Y" when a BANKOUT row names deposit BD-ID.
            MOVE "N" TO WS-Safe-Hit
            OPEN INPUT SafeFile
            IF File-Status = "00"
                MOVE "N" TO EOFSF
                PERFORM UNTIL EOFSF = "Y"
                   READ SafeFile
                   AT END
                       MOVE "Y" TO EOFSF
                   NOT AT END
                       IF SF-Type = "BANKOUT" AND SF-Ref = BD-ID
                           MOVE "Y" TO WS-Safe-Hit
                           MOVE "Y" TO EOFSF
                       END-IF
                END-PERFORM
                CLOSE SafeFile
            END-IF.
       Load-SoD-Rules.
      *>  Reads sod.dat into WS-SOD-Table and works out the next
      *>  rule number. A missing file is created with the starter
      *>  rules in WS-SOD-Seed-Values.
            MOVE 0 TO WS-SOD-Count
            MOVE 1 TO WS-SOD-Next-ID
            OPEN INPUT SodFile
            IF File-Status = "35"
                PERFORM Seed-SoD-Rules
                OPEN INPUT SodFile
            END-IF
            MOVE "N" TO EOFSOD
            PERFORM UNTIL EOFSOD = "Y"
               READ SodFile
               AT END
                   MOVE "Y" TO EOFSOD
               NOT AT END
                   IF WS-SOD-Count < 50
                       ADD 1 TO WS-SOD-Count
                       MOVE SOD-Rule-ID TO WS-SOD-T-ID(WS-SOD-Count)
                       MOVE SOD-Menu-A TO
                           WS-SOD-T-Menu-A(WS-SOD-Count)
                       MOVE SOD-Option-A TO
                           WS-SOD-T-Opt-A(WS-SOD-Count)
                       MOVE SOD-Menu-B TO
                           WS-SOD-T-Menu-B(WS-SOD-Count)
                       MOVE SOD-Option-B TO
                           WS-SOD-T-Opt-B(WS-SOD-Count)
                       MOVE SOD-Desc TO WS-SOD-T-Desc(WS-SOD-Count)
                   ELSE
                       DISPLAY "Warning: more than 50 conflict "
                           "rules, the rest are ignored."
                       MOVE "Y" TO EOFSOD
                   END-IF
                   IF SOD-Rule-ID NOT < WS-SOD-Next-ID
                       COMPUTE WS-SOD-Next-ID = SOD-Rule-ID + 1
                   END-IF
            END-PERFORM
            CLOSE SodFile.
       Seed-SoD-Rules.
            OPEN OUTPUT SodFile
            PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                UNTIL WS-SOD-IDX > 5
                MOVE WS-SOD-IDX TO SOD-Rule-ID
                MOVE WS-SOD-S-Menu-A(WS-SOD-IDX) TO SOD-Menu-A
                MOVE WS-SOD-S-Opt-A(WS-SOD-IDX) TO SOD-Option-A
                MOVE WS-SOD-S-Menu-B(WS-SOD-IDX) TO SOD-Menu-B
                MOVE WS-SOD-S-Opt-B(WS-SOD-IDX) TO SOD-Option-B
                MOVE WS-SOD-S-Desc(WS-SOD-IDX) TO SOD-Desc
                WRITE Sod-Record
            END-PERFORM
            CLOSE SodFile
            DISPLAY "Conflict rules file created with the standard "
                "rules."
            MOVE "SOD-SEED" TO Audit-Action
            MOVE "sod.dat" TO Audit-Before
            MOVE "5 STANDARD RULES" TO Audit-After
            PERFORM Write-Audit.
       Manage-SoD-Rules.
            MOVE "1" TO WS-SOD-Loop
            PERFORM UNTIL WS-SOD-Loop = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Segregation-of-Duties Conflict Rules"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. List Rules"
               DISPLAY "2. Add Rule"
               DISPLAY "3. Delete Rule"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM List-SoD-Rules
                   WHEN "2"
                       PERFORM Add-SoD-Rule
                   WHEN "3"
                       PERFORM Delete-SoD-Rule
                   WHEN "0"
                       MOVE "0" TO WS-SOD-Loop
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       List-SoD-Rules.
            PERFORM Load-SoD-Rules
            DISPLAY H10 H10 H10 H5
            DISPLAY "Rule  Option   Option   Conflict"
            DISPLAY S10 S10 S10 S5
            PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                UNTIL WS-SOD-IDX > WS-SOD-Count
                DISPLAY WS-SOD-T-ID(WS-SOD-IDX) A3
                    WS-SOD-T-Menu-A(WS-SOD-IDX) "-"
                    WS-SOD-T-Opt-A(WS-SOD-IDX) A5
                    WS-SOD-T-Menu-B(WS-SOD-IDX) "-"
                    WS-SOD-T-Opt-B(WS-SOD-IDX) A5
                    WS-SOD-T-Desc(WS-SOD-IDX)
            END-PERFORM
            DISPLAY H10 H10 H10 H5
            DISPLAY "(A = admin menu, C = casher menu; A-OV is "
                "approving a till supervisor override)".
       Add-SoD-Rule.
            PERFORM Load-SoD-Rules
            DISPLAY "First option - menu (A = admin, C = casher): "
            ACCEPT WS-SOD-Menu
            MOVE FUNCTION UPPER-CASE(WS-SOD-Menu) TO WS-SOD-Menu
            DISPLAY "First option number: "
            ACCEPT WS-SOD-Opt
            MOVE FUNCTION UPPER-CASE(WS-SOD-Opt) TO WS-SOD-Opt
            DISPLAY "Second option - menu (A = admin, C = casher): "
            ACCEPT WS-SOD-Menu-2
            MOVE FUNCTION UPPER-CASE(WS-SOD-Menu-2) TO WS-SOD-Menu-2
            DISPLAY "Second option number: "
            ACCEPT WS-SOD-Opt-2
            MOVE FUNCTION UPPER-CASE(WS-SOD-Opt-2) TO WS-SOD-Opt-2
            DISPLAY "Description of the conflict: "
            ACCEPT WS-SOD-Desc
            IF (WS-SOD-Menu NOT = "A" AND WS-SOD-Menu NOT = "C") OR
               (WS-SOD-Menu-2 NOT = "A" AND WS-SOD-Menu-2 NOT = "C")
                DISPLAY "Error: menu must be A or C."
            ELSE
            IF WS-SOD-Opt = SPACES OR WS-SOD-Opt-2 = SPACES
                DISPLAY "Error: both option numbers are required."
            ELSE
            IF WS-SOD-Menu = WS-SOD-Menu-2 AND
               WS-SOD-Opt = WS-SOD-Opt-2
                DISPLAY "Error: a rule needs two different options."
            ELSE
            IF WS-SOD-Count NOT < 50
                DISPLAY "Error: the rule list is full (50)."
            ELSE
                OPEN EXTEND SodFile
                MOVE WS-SOD-Next-ID TO SOD-Rule-ID
                MOVE WS-SOD-Menu TO SOD-Menu-A
                MOVE WS-SOD-Opt TO SOD-Option-A
                MOVE WS-SOD-Menu-2 TO SOD-Menu-B
                MOVE WS-SOD-Opt-2 TO SOD-Option-B
                MOVE WS-SOD-Desc TO SOD-Desc
                WRITE Sod-Record
                CLOSE SodFile
                DISPLAY ESC Blue-On "Conflict rule " WS-SOD-Next-ID
                    " added." ESC Reset-Color
                MOVE "SOD-RULE-ADD" TO Audit-Action
                MOVE SPACES TO Audit-Before
                STRING "RULE=" WS-SOD-Next-ID
                    DELIMITED BY SIZE INTO Audit-Before
                MOVE SPACES TO Audit-After
                STRING WS-SOD-Menu "-" WS-SOD-Opt " VS "
                    WS-SOD-Menu-2 "-" WS-SOD-Opt-2
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
            END-IF
            END-IF
            END-IF
            END-IF.
       Delete-SoD-Rule.
            PERFORM Load-SoD-Rules
            DISPLAY "Enter Rule number to delete: "
            ACCEPT WS-SOD-Del-ID
            MOVE 0 TO WS-SOD-Hit
            PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                UNTIL WS-SOD-IDX > WS-SOD-Count
                IF WS-SOD-T-ID(WS-SOD-IDX) = WS-SOD-Del-ID
                    MOVE WS-SOD-IDX TO WS-SOD-Hit
                END-IF
            END-PERFORM
            IF WS-SOD-Hit = 0
                DISPLAY "Error: no such rule."
            ELSE
                OPEN OUTPUT SodFile
                PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                    UNTIL WS-SOD-IDX > WS-SOD-Count
                    IF WS-SOD-IDX NOT = WS-SOD-Hit
                        MOVE WS-SOD-T-ID(WS-SOD-IDX) TO SOD-Rule-ID
                        MOVE WS-SOD-T-Menu-A(WS-SOD-IDX) TO SOD-Menu-A
                        MOVE WS-SOD-T-Opt-A(WS-SOD-IDX) TO
                            SOD-Option-A
                        MOVE WS-SOD-T-Menu-B(WS-SOD-IDX) TO SOD-Menu-B
                        MOVE WS-SOD-T-Opt-B(WS-SOD-IDX) TO
                            SOD-Option-B
                        MOVE WS-SOD-T-Desc(WS-SOD-IDX) TO SOD-Desc
                        WRITE Sod-Record
                    END-IF
                END-PERFORM
                CLOSE SodFile
                DISPLAY ESC Blue-On "Conflict rule " WS-SOD-Del-ID
                    " deleted." ESC Reset-Color
                MOVE "SOD-RULE-DEL" TO Audit-Action
                MOVE SPACES TO Audit-Before
                STRING "RULE=" WS-SOD-Del-ID " "
                    WS-SOD-T-Menu-A(WS-SOD-Hit) "-"
                    WS-SOD-T-Opt-A(WS-SOD-Hit) " VS "
                    WS-SOD-T-Menu-B(WS-SOD-Hit) "-"
                    WS-SOD-T-Opt-B(WS-SOD-Hit)
                    DELIMITED BY SIZE INTO Audit-Before
                MOVE "DELETED" TO Audit-After
                PERFORM Write-Audit
            END-IF.
       Find-SoD-User-Menus.
      *>  Expects WS-SOD-User. Sets WS-SOD-Is-Admin and
      *>  WS-SOD-Is-Casher from admin.txt and the casher file.
            MOVE "N" TO WS-SOD-Is-Admin
            MOVE "N" TO WS-SOD-Is-Casher
            OPEN INPUT AdminFile
            IF File-Status = "00"
                MOVE "N" TO EOFSOD
                PERFORM UNTIL EOFSOD = "Y"
                   READ AdminFile
                   AT END
                       MOVE "Y" TO EOFSOD
                   NOT AT END
                       IF Admin-ID = WS-SOD-User
                           MOVE "Y" TO WS-SOD-Is-Admin
                           MOVE "Y" TO EOFSOD
                       END-IF
                END-PERFORM
                CLOSE AdminFile
            END-IF
            OPEN INPUT CasherFile
            IF File-Status = "00"
                MOVE "N" TO EOFSOD
                PERFORM UNTIL EOFSOD = "Y"
                   READ CasherFile
                   AT END
                       MOVE "Y" TO EOFSOD
                   NOT AT END
                       IF Casher-ID = WS-SOD-User
                           MOVE "Y" TO WS-SOD-Is-Casher
                           MOVE "Y" TO EOFSOD
                       END-IF
                END-PERFORM
                CLOSE CasherFile
            END-IF.
       Load-SoD-User-Grants.
      *>  Expects WS-SOD-User. Loads the user's perm.dat rows into
      *>  WS-SOD-U-Opt; WS-SOD-Rows = 0 means full access.
            MOVE 0 TO WS-SOD-Rows
            OPEN INPUT PermFile
            IF File-Status = "00"
                MOVE "N" TO EOFPM
                PERFORM UNTIL EOFPM = "Y"
                   READ PermFile
                   AT END
                       MOVE "Y" TO EOFPM
                   NOT AT END
                       IF Perm-User-ID = WS-SOD-User AND
                          WS-SOD-Rows < 100
                           ADD 1 TO WS-SOD-Rows
                           MOVE Perm-Option TO
                               WS-SOD-U-Opt(WS-SOD-Rows)
                       END-IF
                END-PERFORM
                CLOSE PermFile
            END-IF.
       SoD-Holds-Option.
      *>  Expects WS-SOD-Menu/WS-SOD-Opt and the user loaded by
      *>  Find-SoD-User-Menus and Load-SoD-User-Grants. Returns
      *>  WS-SOD-Held and how the user comes to hold the option in
      *>  WS-SOD-Grant. Approving a till override (A-OV) is held by
      *>  every admin, since the override checks admin.txt only.
            MOVE "N" TO WS-SOD-Held
            MOVE SPACES TO WS-SOD-Grant
            IF WS-SOD-Menu = "A" AND WS-SOD-Opt = "OV"
                IF WS-SOD-Is-Admin = "Y"
                    MOVE "Y" TO WS-SOD-Held
                    MOVE "ADMIN LOGIN" TO WS-SOD-Grant
                END-IF
            ELSE
            IF (WS-SOD-Menu = "A" AND WS-SOD-Is-Admin = "Y") OR
               (WS-SOD-Menu = "C" AND WS-SOD-Is-Casher = "Y")
                IF WS-SOD-Rows = 0
                    MOVE "Y" TO WS-SOD-Held
                    MOVE "FULL ACCESS" TO WS-SOD-Grant
                ELSE
                    PERFORM VARYING WS-SOD-U-IDX FROM 1 BY 1
                        UNTIL WS-SOD-U-IDX > WS-SOD-Rows
                        IF WS-SOD-U-Opt(WS-SOD-U-IDX) = WS-SOD-Opt
                            MOVE "Y" TO WS-SOD-Held
                            MOVE "GRANTED" TO WS-SOD-Grant
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
            END-IF.
       SoD-Rule-Held.
      *>  Expects WS-SOD-IDX. Returns WS-SOD-Held-Both with the
      *>  source of each side in WS-SOD-Grant-A / WS-SOD-Grant-B.
            MOVE WS-SOD-T-Menu-A(WS-SOD-IDX) TO WS-SOD-Menu
            MOVE WS-SOD-T-Opt-A(WS-SOD-IDX) TO WS-SOD-Opt
            PERFORM SoD-Holds-Option
            MOVE WS-SOD-Held TO WS-SOD-Held-Both
            MOVE WS-SOD-Grant TO WS-SOD-Grant-A
            MOVE WS-SOD-T-Menu-B(WS-SOD-IDX) TO WS-SOD-Menu
            MOVE WS-SOD-T-Opt-B(WS-SOD-IDX) TO WS-SOD-Opt
            PERFORM SoD-Holds-Option
            MOVE WS-SOD-Grant TO WS-SOD-Grant-B
            IF WS-SOD-Held = "N"
                MOVE "N" TO WS-SOD-Held-Both
            END-IF.
       SoD-Check-Grant.
      *>  Expects WS-Perm-User/WS-Perm-Opt. Lists every rule the
      *>  user would break once the option is granted that they do
      *>  not already break, and counts them in WS-SOD-Conflicts.
            MOVE 0 TO WS-SOD-Conflicts
            MOVE WS-Perm-User TO WS-SOD-User
            PERFORM Load-SoD-Rules
            PERFORM Find-SoD-User-Menus
            PERFORM Load-SoD-User-Grants
            PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                UNTIL WS-SOD-IDX > WS-SOD-Count
                PERFORM SoD-Rule-Held
                MOVE WS-SOD-Held-Both TO WS-SOD-T-Before(WS-SOD-IDX)
            END-PERFORM
            IF WS-SOD-Rows < 100
                ADD 1 TO WS-SOD-Rows
                MOVE WS-Perm-Opt TO WS-SOD-U-Opt(WS-SOD-Rows)
            END-IF
            PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                UNTIL WS-SOD-IDX > WS-SOD-Count
                PERFORM SoD-Rule-Held
                IF WS-SOD-Held-Both = "Y" AND
                   WS-SOD-T-Before(WS-SOD-IDX) = "N"
                    ADD 1 TO WS-SOD-Conflicts
                    DISPLAY ESC Blue-On "SoD conflict - rule "
                        WS-SOD-T-ID(WS-SOD-IDX) ": "
                        WS-SOD-T-Desc(WS-SOD-IDX) ESC Reset-Color
                    DISPLAY A5 WS-SOD-T-Menu-A(WS-SOD-IDX) "-"
                        WS-SOD-T-Opt-A(WS-SOD-IDX) " (" WS-SOD-Grant-A
                        ")  with  " WS-SOD-T-Menu-B(WS-SOD-IDX) "-"
                        WS-SOD-T-Opt-B(WS-SOD-IDX) " (" WS-SOD-Grant-B
                        ")"
                END-IF
            END-PERFORM.
       SoD-Conflict-Report.
      *>  Every admin and casher checked against every conflict
      *>  rule: one block per breach giving the user, the rule and
      *>  the two grants that cause it.
            PERFORM Load-SoD-Rules
            MOVE 0 TO WS-SOD-User-Count
            OPEN INPUT AdminFile
            IF File-Status = "00"
                MOVE "N" TO EOFSOD
                PERFORM UNTIL EOFSOD = "Y"
                   READ AdminFile
                   AT END
                       MOVE "Y" TO EOFSOD
                   NOT AT END
                       MOVE Admin-ID TO WS-SOD-User
                       PERFORM Add-SoD-Report-User
                END-PERFORM
                CLOSE AdminFile
            END-IF
            OPEN INPUT CasherFile
            IF File-Status = "00"
                MOVE "N" TO EOFSOD
                PERFORM UNTIL EOFSOD = "Y"
                   READ CasherFile
                   AT END
                       MOVE "Y" TO EOFSOD
                   NOT AT END
                       MOVE Casher-ID TO WS-SOD-User
                       PERFORM Add-SoD-Report-User
                END-PERFORM
                CLOSE CasherFile
            END-IF
            MOVE 0 TO WS-SOD-Users-Hit
            MOVE 0 TO WS-SOD-Breaches
            MOVE "SOD-CONFLICT" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Segregation-of-Duties Conflict Report  "
                WS-SOD-Count " rules  " WS-SOD-User-Count " users"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "User    Rule  Conflict"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "              Grant                "
                "  Grant"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING WS-SOD-R-IDX FROM 1 BY 1
                UNTIL WS-SOD-R-IDX > WS-SOD-User-Count
                MOVE WS-SOD-R-User(WS-SOD-R-IDX) TO WS-SOD-User
                PERFORM SoD-Report-User
            END-PERFORM
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Users in breach: " WS-SOD-Users-Hit
                "   Breaches: " WS-SOD-Breaches
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "(FULL ACCESS = user has no rows in perm.dat; "
                "ADMIN LOGIN = any admin can approve a till "
                "override)"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Add-SoD-Report-User.
            MOVE "N" TO WS-SOD-Hit-User
            PERFORM VARYING WS-SOD-R-IDX FROM 1 BY 1
                UNTIL WS-SOD-R-IDX > WS-SOD-User-Count
                IF WS-SOD-R-User(WS-SOD-R-IDX) = WS-SOD-User
                    MOVE "Y" TO WS-SOD-Hit-User
                END-IF
            END-PERFORM
            IF WS-SOD-Hit-User = "N"
                IF WS-SOD-User-Count < 300
                    ADD 1 TO WS-SOD-User-Count
                    MOVE WS-SOD-User TO
                        WS-SOD-R-User(WS-SOD-User-Count)
                ELSE
                    DISPLAY "Warning: more than 300 users, the "
                        "rest are not checked."
                END-IF
            END-IF.
       SoD-Report-User.
            PERFORM Find-SoD-User-Menus
            PERFORM Load-SoD-User-Grants
            MOVE "N" TO WS-SOD-Hit-User
            PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                UNTIL WS-SOD-IDX > WS-SOD-Count
                PERFORM SoD-Rule-Held
                IF WS-SOD-Held-Both = "Y"
                    MOVE "Y" TO WS-SOD-Hit-User
                    ADD 1 TO WS-SOD-Breaches
                    MOVE SPACES TO WS-Spool-Line
                    STRING WS-SOD-User "  " WS-SOD-T-ID(WS-SOD-IDX)
                        "   " WS-SOD-T-Desc(WS-SOD-IDX)
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                    MOVE SPACES TO WS-Spool-Line
                    STRING "              "
                        WS-SOD-T-Menu-A(WS-SOD-IDX) "-"
                        WS-SOD-T-Opt-A(WS-SOD-IDX) " "
                        WS-SOD-Grant-A "       "
                        WS-SOD-T-Menu-B(WS-SOD-IDX) "-"
                        WS-SOD-T-Opt-B(WS-SOD-IDX) " "
                        WS-SOD-Grant-B
                        DELIMITED BY SIZE INTO WS-Spool-Line
                    PERFORM Spool-Line
                END-IF
            END-PERFORM
            IF WS-SOD-Hit-User = "Y"
                ADD 1 TO WS-SOD-Users-Hit
            END-IF.
       GRNI-Report.
            DISPLAY "Enter As-At Date (YYYYMMDD, 0 = today): "
            ACCEPT WS-GRN-Date
            IF WS-GRN-Date = 0
                ACCEPT WS-GRN-Date FROM DATE YYYYMMDD
            END-IF
            PERFORM Build-GRNI-Report
            DISPLAY ESC Blue-On "Goods received not invoiced at "
                WS-GRN-Date ": " WS-GRN-D-Total " over "
                WS-GRN-Lines " receipt(s)" ESC Reset-Color.
       Build-GRNI-Report.
      *>  Expects WS-GRN-Date. Every PO receipt (PORC movement) up
      *>  to that date not yet covered by a MATCHED supplier
      *>  invoice line dated on or before it, valued at the PO's
      *>  unit cost and aged by receipt date. Invoiced quantity on
      *>  a PO uses up its earliest receipts first. Consignment
      *>  stock is left out - it is not owed until it sells.
      *>  Returns WS-GRN-Total.
            MOVE 0 TO WS-GRN-Total
            MOVE 0 TO WS-GRN-Lines
            MOVE 0 TO WS-GRN-Sup-Count
            PERFORM VARYING WS-GRN-B FROM 1 BY 1 UNTIL WS-GRN-B > 4
                MOVE 0 TO WS-GRN-Age-Total(WS-GRN-B)
            END-PERFORM
            PERFORM Load-GRNI-Invoiced
            MOVE "GRNI" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Goods Received Not Invoiced  as at " WS-GRN-Date
                "  (valued at PO cost)"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "PO-ID Supp  Supplier             Item  Received "
                "  Age     Qty  Unit Cost          Value"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            OPEN I-O GrniTallyFile
            OPEN INPUT MovementFile
            IF File-Status = "00"
                OPEN INPUT PurchaseOrderFile
                OPEN INPUT ItemFile
                MOVE "N" TO EOFGRN
                PERFORM UNTIL EOFGRN = "Y"
                   READ MovementFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFGRN
                   NOT AT END
                       IF (Mv-Type = "PORC" OR Mv-Type = "RCPT") AND
                          Mv-Date <= WS-GRN-Date AND
                          Mv-Ref-ID > 0 AND Mv-Qty > 0
                           PERFORM GRNI-Receipt-Row
                       END-IF
                END-PERFORM
                CLOSE ItemFile
                CLOSE PurchaseOrderFile
                CLOSE MovementFile
            END-IF
            CLOSE GrniTallyFile
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "By supplier               0-30 days    31-60 days"
                "    61-90 days  Over 90 days         Total"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING WS-GRN-S FROM 1 BY 1
                UNTIL WS-GRN-S > WS-GRN-Sup-Count
                MOVE WS-GRN-Sup-Amt(WS-GRN-S 1) TO WS-GRN-D-Age1
                MOVE WS-GRN-Sup-Amt(WS-GRN-S 2) TO WS-GRN-D-Age2
                MOVE WS-GRN-Sup-Amt(WS-GRN-S 3) TO WS-GRN-D-Age3
                MOVE WS-GRN-Sup-Amt(WS-GRN-S 4) TO WS-GRN-D-Age4
                MOVE WS-GRN-Sup-Total(WS-GRN-S) TO WS-GRN-D-Value
                MOVE SPACES TO WS-Spool-Line
                STRING WS-GRN-Sup-ID(WS-GRN-S) " "
                    WS-GRN-Sup-Name(WS-GRN-S)(1:15)
                    WS-GRN-D-Age1 WS-GRN-D-Age2 WS-GRN-D-Age3
                    WS-GRN-D-Age4 WS-GRN-D-Value
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-PERFORM
            MOVE WS-GRN-Age-Total(1) TO WS-GRN-D-Age1
            MOVE WS-GRN-Age-Total(2) TO WS-GRN-D-Age2
            MOVE WS-GRN-Age-Total(3) TO WS-GRN-D-Age3
            MOVE WS-GRN-Age-Total(4) TO WS-GRN-D-Age4
            MOVE WS-GRN-Total TO WS-GRN-D-Value
            MOVE WS-GRN-Total TO WS-GRN-D-Total
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "TOTAL                "
                WS-GRN-D-Age1 WS-GRN-D-Age2 WS-GRN-D-Age3
                WS-GRN-D-Age4 WS-GRN-D-Value
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Load-GRNI-Invoiced.
      *>  One GrniTallyFile row per PO line: the quantity billed on
      *>  MATCHED supplier invoice lines up to WS-GRN-Date, still
      *>  to be set against the PO's receipts.
            OPEN OUTPUT GrniTallyFile
            CLOSE GrniTallyFile
            OPEN I-O GrniTallyFile
            OPEN INPUT SupInvFile
            IF File-Status = "00"
                MOVE "N" TO EOFGRN
                PERFORM UNTIL EOFGRN = "Y"
                   READ SupInvFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFGRN
                   NOT AT END
                       IF SI-Status = "MATCHED" AND SI-PO-ID > 0 AND
                          SI-Date <= WS-GRN-Date
                           MOVE SI-PO-ID TO GrniTally-RelKey
                           READ GrniTallyFile INVALID KEY
                               MOVE SI-PO-ID TO GRT-PO-ID
                               MOVE SI-Billed-Qty TO GRT-Inv-Left
                               WRITE GrniTally-Record INVALID KEY
                               DISPLAY "Error: Unable to write "
                                   "record."
                               END-WRITE
                           NOT INVALID KEY
                               ADD SI-Billed-Qty TO GRT-Inv-Left
                               REWRITE GrniTally-Record INVALID KEY
                               DISPLAY "Error: Unable to rewrite "
                                   "record."
                               END-REWRITE
                           END-READ
                       END-IF
                END-PERFORM
                CLOSE SupInvFile
            END-IF
            CLOSE GrniTallyFile.
       GRNI-Receipt-Row.
      *>  Expects the PORC or RCPT movement read. PORC always
      *>  references its PO line. RCPT is stock received without
      *>  a PO (its reference is a history.dat row, or a stock
      *>  transaction) - except on rows written before PORC was
      *>  kept apart, when PO receipts were booked as RCPT too.
      *>  Such a row counts only when its reference is a received
      *>  PO line for the item, received on or after the row's
      *>  date, and no receipt of that item and quantity sits in
      *>  history.dat under the same number.
            MOVE Mv-Ref-ID TO PO-RelKey
            READ PurchaseOrderFile INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PO-Item-ID = Mv-Item-ID AND PO-Supplier-ID > 0
                    IF Mv-Type = "PORC"
                        PERFORM GRNI-Open-Qty
                    ELSE
                    IF PO-Received-Qty > 0 AND
                       PO-Received-Date >= Mv-Date
                        PERFORM GRNI-Check-History
                        IF WS-GRN-Hist-Match = "N"
                            PERFORM GRNI-Open-Qty
                        END-IF
                    END-IF
                    END-IF
                END-IF
            END-READ.
       GRNI-Check-History.
            MOVE "N" TO WS-GRN-Hist-Match
            MOVE Mv-Ref-ID TO History-RelKey
            OPEN INPUT HistoryFile
            IF File-Status = "00"
                READ HistoryFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF History-Item-ID = Mv-Item-ID AND
                       History-Quantity = Mv-Qty
                        MOVE "Y" TO WS-GRN-Hist-Match
                    END-IF
                END-READ
            END-IF
            CLOSE HistoryFile.
       GRNI-Open-Qty.
            MOVE Mv-Item-ID TO RelativeKey
            READ ItemFile INVALID KEY
                MOVE 1 TO Item-Conv-Factor
                MOVE "N" TO Item-Consign
                MOVE 0 TO Item-Cost
            END-READ
            IF Item-Consign NOT = "Y"
                MOVE Mv-Qty TO WS-GRN-Open-Qty
                MOVE PO-ID TO GrniTally-RelKey
                READ GrniTallyFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF GRT-Inv-Left >= WS-GRN-Open-Qty
                        SUBTRACT WS-GRN-Open-Qty FROM GRT-Inv-Left
                        MOVE 0 TO WS-GRN-Open-Qty
                    ELSE
                        SUBTRACT GRT-Inv-Left FROM WS-GRN-Open-Qty
                        MOVE 0 TO GRT-Inv-Left
                    END-IF
                    REWRITE GrniTally-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
                IF WS-GRN-Open-Qty > 0
                    PERFORM GRNI-Value-Receipt
                END-IF
            END-IF.
       GRNI-Value-Receipt.
      *>    PO-Unit-Cost is per purchase unit, receipts are booked
      *>    in selling units
            IF PO-Unit-Cost > 0
                IF Item-Conv-Factor > 1
                    COMPUTE WS-GRN-Unit-Cost ROUNDED =
                        PO-Unit-Cost / Item-Conv-Factor
                ELSE
                    MOVE PO-Unit-Cost TO WS-GRN-Unit-Cost
                END-IF
            ELSE
                MOVE Item-Cost TO WS-GRN-Unit-Cost
            END-IF
            COMPUTE WS-GRN-Value ROUNDED =
                WS-GRN-Open-Qty * WS-GRN-Unit-Cost
            MOVE 0 TO WS-GRN-Age
            IF Mv-Date > 19000100 AND WS-GRN-Date > Mv-Date
                COMPUTE WS-GRN-Age =
                    FUNCTION INTEGER-OF-DATE(WS-GRN-Date) -
                    FUNCTION INTEGER-OF-DATE(Mv-Date)
            END-IF
            EVALUATE TRUE
                WHEN WS-GRN-Age <= 30
                    MOVE 1 TO WS-GRN-B
                WHEN WS-GRN-Age <= 60
                    MOVE 2 TO WS-GRN-B
                WHEN WS-GRN-Age <= 90
                    MOVE 3 TO WS-GRN-B
                WHEN OTHER
                    MOVE 4 TO WS-GRN-B
            END-EVALUATE
            ADD 1 TO WS-GRN-Lines
            ADD WS-GRN-Value TO WS-GRN-Total
            ADD WS-GRN-Value TO WS-GRN-Age-Total(WS-GRN-B)
            PERFORM Find-GRNI-Supplier
            IF WS-GRN-S > 0
                ADD WS-GRN-Value TO WS-GRN-Sup-Amt(WS-GRN-S WS-GRN-B)
                ADD WS-GRN-Value TO WS-GRN-Sup-Total(WS-GRN-S)
            END-IF
            MOVE WS-GRN-Open-Qty TO WS-GRN-D-Qty
            MOVE WS-GRN-Unit-Cost TO WS-GRN-D-Cost
            MOVE WS-GRN-Value TO WS-GRN-D-Value
            MOVE WS-GRN-Age TO WS-GRN-D-Age
            MOVE SPACES TO WS-Spool-Line
            STRING PO-ID " " PO-Supplier-ID " " PO-Supplier-Name " "
                Mv-Item-ID " " Mv-Date " " WS-GRN-D-Age " "
                WS-GRN-D-Qty " " WS-GRN-D-Cost " " WS-GRN-D-Value
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line.
       Find-GRNI-Supplier.
      *>  Returns WS-GRN-S, the supplier's row in the totals table
      *>  (added if new), or 0 when the table is full.
            MOVE 0 TO WS-GRN-S
            PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                UNTIL WS-GRN-IDX > WS-GRN-Sup-Count
                IF WS-GRN-Sup-ID(WS-GRN-IDX) = PO-Supplier-ID
                    MOVE WS-GRN-IDX TO WS-GRN-S
                END-IF
            END-PERFORM
            IF WS-GRN-S = 0
                IF WS-GRN-Sup-Count < 200
                    ADD 1 TO WS-GRN-Sup-Count
                    MOVE WS-GRN-Sup-Count TO WS-GRN-S
                    MOVE PO-Supplier-ID TO WS-GRN-Sup-ID(WS-GRN-S)
                    MOVE PO-Supplier-Name TO WS-GRN-Sup-Name(WS-GRN-S)
                    MOVE 0 TO WS-GRN-Sup-Total(WS-GRN-S)
                    PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                        UNTIL WS-GRN-IDX > 4
                        MOVE 0 TO WS-GRN-Sup-Amt(WS-GRN-S WS-GRN-IDX)
                    END-PERFORM
                ELSE
                    DISPLAY "Warning: more than 200 suppliers, the "
                        "rest are in the total only."
                END-IF
            END-IF.
       GRNI-Month-End-Accrual.
      *>  Expects WS-ME-Year-Month and WS-DV-Max-Day. Values GRNI
      *>  at the last day of the period and books it in accrual.dat
      *>  twice: ACCRUE on that day and REVERSE on the first day of
      *>  the next period. Journal-Export picks both up.
            COMPUTE WS-GRN-Date = (WS-ME-Year-Month * 100) +
                WS-DV-Max-Day
            PERFORM Build-GRNI-Report
            IF FUNCTION MOD(WS-ME-Year-Month 100) = 12
                COMPUTE WS-GRN-Rev-Date =
                    ((WS-ME-Year-Month / 100) + 1) * 10000 + 101
            ELSE
                COMPUTE WS-GRN-Rev-Date =
                    ((WS-ME-Year-Month + 1) * 100) + 1
            END-IF
            IF WS-GRN-Total > 0
                PERFORM Get-Now-Seconds
                OPEN EXTEND AccrualFile
                IF File-Status = "35"
                    OPEN OUTPUT AccrualFile
                END-IF
                MOVE WS-GRN-Date TO ACR-Date
                MOVE "ACCRUE" TO ACR-Kind
                MOVE "GRNI" TO ACR-Source
                MOVE WS-ME-Year-Month TO ACR-Period
                MOVE WS-GRN-Total TO ACR-Amount
                MOVE WS-Now-DateTime(1:14) TO ACR-Timestamp
                WRITE Accrual-Record
                MOVE WS-GRN-Rev-Date TO ACR-Date
                MOVE "REVERSE" TO ACR-Kind
                WRITE Accrual-Record
                CLOSE AccrualFile
                DISPLAY "GRNI Accrued   : " WS-GRN-D-Total
                    " (reverses " WS-GRN-Rev-Date ")"
                MOVE "GRNI-ACCRUAL" TO Audit-Action
                MOVE SPACES TO Audit-Before
                STRING "PERIOD=" WS-ME-Year-Month
                    DELIMITED BY SIZE INTO Audit-Before
                MOVE SPACES TO Audit-After
                STRING "AMOUNT=" WS-GRN-Total
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
            ELSE
                DISPLAY "GRNI Accrued   : nothing received "
                    "uninvoiced."
            END-IF.
       Journal-Accrual-Lines.
      *>  Expects WS-GL-Date and the journal CSV open. An ACCRUE row
      *>  debits INVENTORY and credits GRNI; its REVERSE row on the
      *>  first day of the next period undoes it.
            OPEN INPUT AccrualFile
            IF File-Status = "00"
                MOVE "N" TO EOFGRN
                PERFORM UNTIL EOFGRN = "Y"
                   READ AccrualFile
                   AT END
                       MOVE "Y" TO EOFGRN
                   NOT AT END
                       IF ACR-Date = WS-GL-Date
                           MOVE ACR-Amount TO WS-GL-Amount
                           IF ACR-Kind = "ACCRUE"
                               MOVE "INVENTORY" TO WS-GL-Key
                               PERFORM Write-Journal-Debit
                               MOVE ACR-Source TO WS-GL-Key
                               PERFORM Write-Journal-Credit
                           ELSE
                               MOVE ACR-Source TO WS-GL-Key
                               PERFORM Write-Journal-Debit
                               MOVE "INVENTORY" TO WS-GL-Key
                               PERFORM Write-Journal-Credit
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE AccrualFile
            END-IF.
       Supplier-Term-Days.
      *>  Expects Supplier-RelKey. Returns WS-APL-Term-Days, the
      *>  digits found in the supplier's Sup-Terms (NET30 -> 30; no
      *>  digits or unknown supplier -> 0).
            MOVE 0 TO WS-APL-Term-Days
            PERFORM Find-Supplier
            IF WS-Supplier-Found = "Y"
                PERFORM VARYING WS-APL-Term-IDX FROM 1 BY 1
                    UNTIL WS-APL-Term-IDX > 10
                    IF Sup-Terms(WS-APL-Term-IDX:1) >= "0" AND
                       Sup-Terms(WS-APL-Term-IDX:1) <= "9"
                        COMPUTE WS-APL-Term-Days =
                            (WS-APL-Term-Days * 10) +
                            FUNCTION NUMVAL
                            (Sup-Terms(WS-APL-Term-IDX:1))
                    END-IF
                END-PERFORM
            END-IF.
       Cash-Flow-Forecast.
      *>  Thirteen weeks from today, money in and money out per
      *>  week from the books, run forward from a cash position
      *>  keyed by the owner:
      *>    in  - open receivables by aging bucket at the standard
      *>          collection rates in WS-CFA-Values, layaway
      *>          instalments on their schedule, and average daily
      *>          takings over the last 28 days;
      *>    out - open AP payables on their due dates and committed
      *>          PO lines (not draft, not consignment) at their
      *>          expected date plus the supplier's terms.
      *>  Anything already due falls into week 1.
            DISPLAY "Enter Opening Cash Position: "
            ACCEPT WS-CF-Opening
            ACCEPT WS-CF-Start FROM DATE YYYYMMDD
            COMPUTE WS-CF-Start-Int =
                FUNCTION INTEGER-OF-DATE(WS-CF-Start)
            PERFORM VARYING WS-CF-W FROM 1 BY 1 UNTIL WS-CF-W > 13
                MOVE 0 TO WS-CF-AR-In(WS-CF-W)
                MOVE 0 TO WS-CF-LA-In(WS-CF-W)
                MOVE 0 TO WS-CF-Take-In(WS-CF-W)
                MOVE 0 TO WS-CF-AP-Out(WS-CF-W)
                MOVE 0 TO WS-CF-PO-Out(WS-CF-W)
            END-PERFORM
            MOVE 0 TO WS-CF-AP-Credits
            PERFORM Cash-Flow-Receivables
            PERFORM Cash-Flow-Layaways
            PERFORM Cash-Flow-Takings
            PERFORM Cash-Flow-Payables
            PERFORM Cash-Flow-Purchases
            PERFORM Cash-Flow-Print.
       Cash-Flow-Week.
      *>  Expects WS-CF-Date. Returns WS-CF-W, the forecast week it
      *>  falls in (1 when already due), or 14 past the horizon.
            MOVE 1 TO WS-CF-W
            IF WS-CF-Date > WS-CF-Start
                COMPUTE WS-CF-Days =
                    FUNCTION INTEGER-OF-DATE(WS-CF-Date) -
                    WS-CF-Start-Int
                COMPUTE WS-CF-W = (WS-CF-Days / 7) + 1
                IF WS-CF-W > 13
                    MOVE 14 TO WS-CF-W
                END-IF
            END-IF.
       Cash-Flow-Receivables.
      *>  The customer aging buckets, each collected at its rate
      *>  spread evenly over its weeks.
            PERFORM Build-Aging-Table
            MOVE 0 TO WS-CF-Bucket(1)
            MOVE 0 TO WS-CF-Bucket(2)
            MOVE 0 TO WS-CF-Bucket(3)
            MOVE 0 TO WS-CF-Bucket(4)
            PERFORM VARYING WS-Aging-IDX FROM 1 BY 1
                UNTIL WS-Aging-IDX > Aging-Count
                ADD Aging-B30(WS-Aging-IDX) TO WS-CF-Bucket(1)
                ADD Aging-B60(WS-Aging-IDX) TO WS-CF-Bucket(2)
                ADD Aging-B90(WS-Aging-IDX) TO WS-CF-Bucket(3)
                ADD Aging-BOver(WS-Aging-IDX) TO WS-CF-Bucket(4)
            END-PERFORM
            PERFORM VARYING WS-CF-B FROM 1 BY 1 UNTIL WS-CF-B > 4
                COMPUTE WS-CF-Amount ROUNDED =
                    (WS-CF-Bucket(WS-CF-B) *
                     WS-CFA-Pct(WS-CF-B) / 100) /
                    (WS-CFA-To(WS-CF-B) - WS-CFA-From(WS-CF-B) + 1)
                PERFORM VARYING WS-CF-W FROM WS-CFA-From(WS-CF-B)
                    BY 1 UNTIL WS-CF-W > WS-CFA-To(WS-CF-B)
                    ADD WS-CF-Amount TO WS-CF-AR-In(WS-CF-W)
                END-PERFORM
            END-PERFORM.
       Cash-Flow-Layaways.
      *>  Each open plan's instalments from its next due date at
      *>  its interval until the balance is paid off.
            OPEN INPUT LayawayFile
            IF File-Status = "00"
                MOVE "N" TO EOFCF
                PERFORM UNTIL EOFCF = "Y"
                   READ LayawayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCF
                   NOT AT END
                       IF LA-Status = "OPEN" AND LA-Total > LA-Paid
                          AND LA-Next-Due > 0
                           PERFORM Cash-Flow-Layaway-Plan
                       END-IF
                END-PERFORM
                CLOSE LayawayFile
            END-IF.
       Cash-Flow-Layaway-Plan.
            COMPUTE WS-CF-Left = LA-Total - LA-Paid
            MOVE LA-Next-Due TO WS-CF-Date
            MOVE 1 TO WS-CF-W
            PERFORM UNTIL WS-CF-Left = 0 OR WS-CF-W > 13
                PERFORM Cash-Flow-Week
                IF WS-CF-W <= 13
                    IF LA-Instal-Amt > 0 AND
                       LA-Instal-Amt < WS-CF-Left
                        MOVE LA-Instal-Amt TO WS-CF-Amount
                    ELSE
                        MOVE WS-CF-Left TO WS-CF-Amount
                    END-IF
                    ADD WS-CF-Amount TO WS-CF-LA-In(WS-CF-W)
                    SUBTRACT WS-CF-Amount FROM WS-CF-Left
                    IF LA-Interval-Dys = 0
                        MOVE 0 TO WS-CF-Left
                    ELSE
                        COMPUTE WS-CF-Date = FUNCTION DATE-OF-INTEGER(
                            FUNCTION INTEGER-OF-DATE(WS-CF-Date) +
                            LA-Interval-Dys)
                    END-IF
                END-IF
            END-PERFORM.
       Cash-Flow-Takings.
      *>  Money taken over the till in the 28 days to yesterday -
      *>  on-account sales come in through receivables and gift
      *>  card redemptions bring no new cash - as a daily average,
      *>  seven days to each week.
            COMPUTE WS-CF-Date = FUNCTION DATE-OF-INTEGER(
                WS-CF-Start-Int - 28)
            MOVE 0 TO WS-CF-Taken
            OPEN INPUT PaymentFile
            IF File-Status = "00"
                MOVE "N" TO EOFCF
                PERFORM UNTIL EOFCF = "Y"
                   READ PaymentFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCF
                   NOT AT END
                       IF Pay-Date >= WS-CF-Date AND
                          Pay-Date < WS-CF-Start
                           EVALUATE Pay-Method
                               WHEN "ACCT"
                                   CONTINUE
                               WHEN "GCARD"
                                   ADD Pay-Cash-Part TO WS-CF-Taken
                               WHEN OTHER
                                   ADD Pay-Amount TO WS-CF-Taken
                           END-EVALUATE
                       END-IF
                END-PERFORM
                CLOSE PaymentFile
            END-IF
            COMPUTE WS-CF-Daily ROUNDED = WS-CF-Taken / 28
            PERFORM VARYING WS-CF-W FROM 1 BY 1 UNTIL WS-CF-W > 13
                COMPUTE WS-CF-Take-In(WS-CF-W) = WS-CF-Daily * 7
            END-PERFORM.
       Cash-Flow-Payables.
      *>  Open AP payables on their due dates. Supplier credits
      *>  held are shown as a memo only - they are not cash.
            OPEN INPUT APLedgerFile
            IF File-Status = "00"
                MOVE "N" TO EOFCF
                PERFORM UNTIL EOFCF = "Y"
                   READ APLedgerFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCF
                   NOT AT END
                       IF APL-Status = "OPEN"
                           IF APL-Kind = "CRD"
                               ADD APL-Amount TO WS-CF-AP-Credits
                           ELSE
                               MOVE APL-Due-Date TO WS-CF-Date
                               PERFORM Cash-Flow-Week
                               IF WS-CF-W <= 13
                                   ADD APL-Amount TO
                                       WS-CF-AP-Out(WS-CF-W)
                               END-IF
                           END-IF
                       END-IF
                END-PERFORM
                CLOSE APLedgerFile
            END-IF.
       Cash-Flow-Purchases.
      *>  The outstanding part of each released PO line, paid the
      *>  supplier's terms after its expected date (today when the
      *>  expected date is past or not set).
            OPEN INPUT PurchaseOrderFile
            IF File-Status = "00"
                OPEN INPUT ItemFile
                MOVE "N" TO EOFCF
                PERFORM UNTIL EOFCF = "Y"
                   READ PurchaseOrderFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFCF
                   NOT AT END
                       IF (PO-Status = "OPEN" OR PO-Status = "PARTIAL")
                          AND PO-Ordered-Qty > PO-Received-Qty
                           PERFORM Cash-Flow-PO-Line
                       END-IF
                END-PERFORM
                CLOSE ItemFile
                CLOSE PurchaseOrderFile
            END-IF.
       Cash-Flow-PO-Line.
            MOVE PO-Item-ID TO RelativeKey
            READ ItemFile INVALID KEY
                MOVE "N" TO Item-Consign
                MOVE 1 TO Item-Conv-Factor
                MOVE 0 TO Item-Cost
            END-READ
            IF Item-Consign NOT = "Y"
                IF PO-Unit-Cost > 0
                    COMPUTE WS-CF-Amount =
                        (PO-Ordered-Qty - PO-Received-Qty) *
                        PO-Unit-Cost
                ELSE
                    COMPUTE WS-CF-Amount =
                        (PO-Ordered-Qty - PO-Received-Qty) *
                        Item-Cost * Item-Conv-Factor
                END-IF
                MOVE PO-Expected-Date TO WS-CF-Date
                IF WS-CF-Date < WS-CF-Start
                    MOVE WS-CF-Start TO WS-CF-Date
                END-IF
                MOVE PO-Supplier-ID TO Supplier-RelKey
                PERFORM Supplier-Term-Days
                COMPUTE WS-CF-Date = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-CF-Date) +
                    WS-APL-Term-Days)
                PERFORM Cash-Flow-Week
                IF WS-CF-W <= 13
                    ADD WS-CF-Amount TO WS-CF-PO-Out(WS-CF-W)
                END-IF
            END-IF.
       Cash-Flow-Print.
            MOVE WS-CF-Opening TO WS-CF-Balance
            MOVE WS-CF-Opening TO WS-CF-Low
            MOVE 0 TO WS-CF-Low-Week
            MOVE "CASH-FLOW" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE WS-CF-Opening TO WS-CF-D-Bal
            MOVE SPACES TO WS-Spool-Line
            STRING "13-Week Cash Flow Forecast from " WS-CF-Start
                "   opening cash " WS-CF-D-Bal
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Wk Starting  Receivables     Layaways"
                "      Takings  AP Payables    PO Commit"
                "     Net Flow      Balance"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING WS-CF-W FROM 1 BY 1 UNTIL WS-CF-W > 13
                PERFORM Cash-Flow-Print-Week
            END-PERFORM
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE WS-CF-Low TO WS-CF-D-Bal
            MOVE SPACES TO WS-Spool-Line
            IF WS-CF-Low < 0
                STRING "Lowest projected balance " WS-CF-D-Bal
                    " in week " WS-CF-Low-Week
                    " - cash SHORT, payments not covered"
                    DELIMITED BY SIZE INTO WS-Spool-Line
            ELSE
                STRING "Lowest projected balance " WS-CF-D-Bal
                    " - payments covered throughout"
                    DELIMITED BY SIZE INTO WS-Spool-Line
            END-IF
            PERFORM Spool-Line
            MOVE WS-CF-Daily TO WS-CF-D-In1
            MOVE SPACES TO WS-Spool-Line
            STRING "Average daily takings (last 28 days) " WS-CF-D-In1
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE WS-CF-AP-Credits TO WS-CF-D-In1
            MOVE SPACES TO WS-Spool-Line
            STRING "Supplier credits held (not in the flows) "
                WS-CF-D-In1
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Receivables collected: 0-30 days "
                WS-CFA-Pct(1) "% wk " WS-CFA-From(1) "-"
                WS-CFA-To(1) ", 31-60 " WS-CFA-Pct(2) "% wk "
                WS-CFA-From(2) "-" WS-CFA-To(2) ", 61-90 "
                WS-CFA-Pct(3) "% wk " WS-CFA-From(3) "-"
                WS-CFA-To(3) ", over 90 " WS-CFA-Pct(4) "% wk "
                WS-CFA-From(4) "-" WS-CFA-To(4)
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Cash-Flow-Print-Week.
            COMPUTE WS-CF-Net =
                WS-CF-AR-In(WS-CF-W) + WS-CF-LA-In(WS-CF-W) +
                WS-CF-Take-In(WS-CF-W) - WS-CF-AP-Out(WS-CF-W) -
                WS-CF-PO-Out(WS-CF-W)
            ADD WS-CF-Net TO WS-CF-Balance
            IF WS-CF-Balance < WS-CF-Low
                MOVE WS-CF-Balance TO WS-CF-Low
                MOVE WS-CF-W TO WS-CF-Low-Week
            END-IF
            COMPUTE WS-CF-Date = FUNCTION DATE-OF-INTEGER(
                WS-CF-Start-Int + ((WS-CF-W - 1) * 7))
            MOVE WS-CF-AR-In(WS-CF-W) TO WS-CF-D-In1
            MOVE WS-CF-LA-In(WS-CF-W) TO WS-CF-D-In2
            MOVE WS-CF-Take-In(WS-CF-W) TO WS-CF-D-In3
            MOVE WS-CF-AP-Out(WS-CF-W) TO WS-CF-D-Out1
            MOVE WS-CF-PO-Out(WS-CF-W) TO WS-CF-D-Out2
            MOVE WS-CF-Net TO WS-CF-D-Net
            MOVE WS-CF-Balance TO WS-CF-D-Bal
            MOVE SPACES TO WS-Spool-Line
            STRING WS-CF-W " " WS-CF-Date WS-CF-D-In1 WS-CF-D-In2
                WS-CF-D-In3 WS-CF-D-Out1 WS-CF-D-Out2 WS-CF-D-Net
                WS-CF-D-Bal
                DELIMITED BY SIZE INTO WS-Spool-Line
            IF WS-CF-Balance < 0
                MOVE "SHORT" TO WS-Spool-Line(110:5)
            END-IF
            PERFORM Spool-Line.
       Manage-Account-Billing.
            MOVE "1" TO EOFB
            PERFORM UNTIL EOFB = "0"
               DISPLAY S10 S10 S10 S5
               DISPLAY "Monthly Account Billing"
               DISPLAY H10 H10 H10 H5
               DISPLAY "1. Set Customer Billing Method"
               DISPLAY "2. List Un-billed Deliveries"
               DISPLAY "3. Month-End Billing Run"
               DISPLAY "0. Go Back"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM Set-Customer-Billing
                   WHEN "2"
                       PERFORM List-Unbilled-Deliveries
                   WHEN "3"
                       PERFORM Account-Billing-Run
                   WHEN "0"
                       MOVE "0" TO EOFB
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
            END-PERFORM.
       Set-Customer-Billing.
      *>  D = an invoice per delivered order (the default), M =
      *>  deliveries held for one invoice at the month-end run. A
      *>  monthly bill goes on the account, so it needs a credit
      *>  facility. Deliveries already held still go on the next
      *>  run when a customer is switched back.
            DISPLAY "Enter Customer-ID: "
            ACCEPT Customer-RelKey
            OPEN I-O CustomerFile
            READ CustomerFile INVALID KEY
                DISPLAY "Error: Customer not found."
            NOT INVALID KEY
                MOVE SPACES TO Audit-Before
                STRING "CUST=" Customer-ID " BILL=" Customer-Billing
                    DELIMITED BY SIZE INTO Audit-Before
                DISPLAY "Customer       : " Customer-Full-Name
                DISPLAY "Billing method : " Customer-Billing
                DISPLAY "Enter Billing Method (D per delivery / "
                    "M monthly): "
                ACCEPT WS-UB-Method
                MOVE FUNCTION UPPER-CASE(WS-UB-Method) TO
                    WS-UB-Method
                IF WS-UB-Method NOT = "D" AND
                   WS-UB-Method NOT = "M"
                    DISPLAY "Error: Billing method must be D or M."
                ELSE
                IF WS-UB-Method = "M" AND
                   Customer-Credit-Limit = 0
                    DISPLAY "Error: Customer has no credit "
                        "facility - set a credit limit before "
                        "billing monthly."
                ELSE
                    MOVE WS-UB-Method TO Customer-Billing
                    REWRITE Customer-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                    MOVE "CUST-BILLING" TO Audit-Action
                    MOVE SPACES TO Audit-After
                    STRING "BILL=" Customer-Billing
                        DELIMITED BY SIZE INTO Audit-After
                    PERFORM Write-Audit
                    DISPLAY "Billing method set."
                END-IF
                END-IF
            END-READ
            CLOSE CustomerFile.
       List-Unbilled-Deliveries.
            DISPLAY "Enter Customer-ID (0 = all customers): "
            MOVE 0 TO WS-UB-Customer
            ACCEPT WS-UB-Customer
            MOVE 0 TO WS-UB-Deliveries
            MOVE 0 TO WS-UB-Amount
            OPEN INPUT UnbilledFile
            IF File-Status NOT = "00"
                DISPLAY "No un-billed deliveries on file."
            ELSE
                DISPLAY "Customer Delivered Order Proof of delivery"
                    "       Amount"
                MOVE "N" TO WS-UB-EOF
                PERFORM UNTIL WS-UB-EOF = "Y"
                    READ UnbilledFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-UB-EOF
                    NOT AT END
                        IF UB-Unbilled AND
                           (WS-UB-Customer = 0 OR
                            UB-Customer-ID = WS-UB-Customer)
                            ADD 1 TO WS-UB-Deliveries
                            ADD UB-Amount TO WS-UB-Amount
                            MOVE UB-Amount TO WS-UB-D-Amt1
                            DISPLAY UB-Customer-ID "    "
                                UB-Deliv-Date " " UB-Order-ID " "
                                UB-POD-Name " " UB-POD-Time
                                WS-UB-D-Amt1
                        END-IF
                END-PERFORM
                CLOSE UnbilledFile
                MOVE WS-UB-Amount TO WS-UB-D-Amt1
                DISPLAY ESC Blue-On WS-UB-Deliveries
                    " delivery(ies) waiting, total " WS-UB-D-Amt1
                    ESC Reset-Color
            END-IF.
       Account-Billing-Run.
      *>  Month-end: every delivery held in unbilled.dat up to the
      *>  cut-off goes on one Completed invoice per customer, and the
      *>  run prints that invoice listing each delivery with its
      *>  date and proof-of-delivery name. The invoice is charged
      *>  to the account as a till charge-to-account would be - an
      *>  ACCT payment row, the balance up and an INV item on the
      *>  AR ledger - so the statement run carries it. Its
      *>  deliveries, delivery charges and lot traces are stamped
      *>  with the invoice.
            DISPLAY "Bill deliveries up to (YYYYMMDD, 0 = today): "
            MOVE 0 TO WS-UB-Cutoff
            ACCEPT WS-UB-Cutoff
            IF WS-UB-Cutoff = 0
                ACCEPT WS-UB-Cutoff FROM DATE YYYYMMDD
            END-IF
            MOVE "ACCT-BILLING" TO WS-Job-Name
            PERFORM Start-Job-Log
            MOVE 0 TO WS-UB-Run-Count
            MOVE 0 TO WS-UB-Run-Total
            PERFORM Load-Unbilled-Customers
            IF WS-UB-Cust-Count = 0
                DISPLAY "No un-billed deliveries up to "
                    WS-UB-Cutoff "."
            ELSE
                MOVE "ACCT-BILL" TO WS-Report-Name
                PERFORM Open-Report-Spool
                PERFORM VARYING WS-UB-C FROM 1 BY 1
                    UNTIL WS-UB-C > WS-UB-Cust-Count
                    MOVE WS-UB-Cust(WS-UB-C) TO WS-UB-Customer
                    PERFORM Bill-Account-Customer
                END-PERFORM
                MOVE ALL "=" TO WS-Spool-Line
                PERFORM Spool-Line
                MOVE WS-UB-Run-Total TO WS-UB-D-Amt1
                MOVE SPACES TO WS-Spool-Line
                STRING "Billing run to " WS-UB-Cutoff ": "
                    WS-UB-Run-Count " account invoice(s), total "
                    WS-UB-D-Amt1
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
                PERFORM Close-Report-Spool
                PERFORM Stamp-Billed-Lot-Traces
            END-IF
            MOVE WS-UB-Run-Count TO WS-Job-Records
            MOVE "OK" TO WS-Job-Outcome
            PERFORM End-Job-Log
            MOVE "ACCT-BILL-RUN" TO Audit-Action
            MOVE SPACES TO Audit-Before
            MOVE SPACES TO Audit-After
            STRING "CUTOFF=" WS-UB-Cutoff
                DELIMITED BY SIZE INTO Audit-Before
            STRING "INV=" WS-UB-Run-Count " TOT=" WS-UB-Run-Total
                DELIMITED BY SIZE INTO Audit-After
            PERFORM Write-Audit.
       Load-Unbilled-Customers.
      *>  Each customer with a delivery to bill, once. A customer
      *>  past the table waits for the next run.
            MOVE 0 TO WS-UB-Cust-Count
            MOVE "N" TO WS-UB-Cust-Full
            OPEN INPUT UnbilledFile
            IF File-Status = "00"
                MOVE "N" TO WS-UB-EOF
                PERFORM UNTIL WS-UB-EOF = "Y"
                    READ UnbilledFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-UB-EOF
                    NOT AT END
                        IF UB-Unbilled AND
                           UB-Deliv-Date <= WS-UB-Cutoff
                            PERFORM Add-Unbilled-Customer
                        END-IF
                END-PERFORM
                CLOSE UnbilledFile
            END-IF
            IF WS-UB-Cust-Full = "Y"
                DISPLAY "Warning: more than 500 customers to bill "
                    "- run again for the rest."
            END-IF.
       Add-Unbilled-Customer.
            MOVE "N" TO WS-UB-Found
            PERFORM VARYING WS-UB-C FROM 1 BY 1
                UNTIL WS-UB-C > WS-UB-Cust-Count OR
                      WS-UB-Found = "Y"
                IF WS-UB-Cust(WS-UB-C) = UB-Customer-ID
                    MOVE "Y" TO WS-UB-Found
                END-IF
            END-PERFORM
            IF WS-UB-Found = "N"
                IF WS-UB-Cust-Count < 500
                    ADD 1 TO WS-UB-Cust-Count
                    MOVE UB-Customer-ID TO
                        WS-UB-Cust(WS-UB-Cust-Count)
                ELSE
                    MOVE "Y" TO WS-UB-Cust-Full
                END-IF
            END-IF.
       Bill-Account-Customer.
      *>  Expects WS-UB-Customer. Prints the customer's invoice from
      *>  the deliveries waiting up to WS-UB-Cutoff, writes it and
      *>  charges it; the deliveries are marked BILLED only once
      *>  the invoice is on file.
            MOVE SPACES TO WS-UB-Cust-Name
            OPEN INPUT CustomerFile
            MOVE WS-UB-Customer TO Customer-RelKey
            READ CustomerFile
                NOT INVALID KEY
                    MOVE Customer-Full-Name TO WS-UB-Cust-Name
            END-READ
            CLOSE CustomerFile
      *>  sequence first: its first-use scan reads through the
      *>  invoice record area
            PERFORM Next-Invoice-Sequence
            MOVE WS-Next-ID TO WS-UB-Invoice
            ACCEPT WS-UB-Inv-Date FROM DATE YYYYMMDD
            MOVE 0 TO WS-UB-Deliveries
            MOVE 0 TO WS-UB-Goods
            MOVE 0 TO WS-UB-Delivery
            MOVE 0 TO WS-UB-Deposit
            MOVE 0 TO WS-UB-Amount
            MOVE ZEROES TO WS-UB-Inv-List
            MOVE 0 TO WS-UB-Line-IDX
            MOVE "N" TO WS-UB-Lines-Full
            MOVE ALL "=" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "ACCOUNT INVOICE " WS-UB-Invoice "   DATE "
                WS-UB-Inv-Date "   CUSTOMER " WS-UB-Customer " "
                WS-UB-Cust-Name
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Deliveries up to " WS-UB-Cutoff
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Delivered Order Proof of delivery  "
                "        Goods     Delivery      Deposit"
                "       Amount"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            OPEN INPUT UnbilledFile
            IF File-Status = "00"
                MOVE "N" TO WS-UB-EOF
                PERFORM UNTIL WS-UB-EOF = "Y"
                    READ UnbilledFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-UB-EOF
                    NOT AT END
                        IF UB-Customer-ID = WS-UB-Customer AND
                           UB-Unbilled AND
                           UB-Deliv-Date <= WS-UB-Cutoff
                            PERFORM Unbilled-Invoice-Line
                        END-IF
                END-PERFORM
                CLOSE UnbilledFile
            END-IF
            MOVE WS-UB-Goods TO WS-UB-D-Amt1
            MOVE WS-UB-Delivery TO WS-UB-D-Amt2
            MOVE WS-UB-Deposit TO WS-UB-D-Amt3
            MOVE WS-UB-Amount TO WS-UB-D-Amt4
            MOVE SPACES TO WS-Spool-Line
            STRING "Total " WS-UB-Deliveries " delivery(ies)   "
                "        " WS-UB-D-Amt1 WS-UB-D-Amt2 WS-UB-D-Amt3
                WS-UB-D-Amt4
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            IF WS-UB-Lines-Full = "Y"
                MOVE SPACES TO WS-Spool-Line
                STRING "Invoice record holds the first 20 sale "
                    "lines - the deliveries above carry them all"
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-IF
            PERFORM Write-Account-Invoice
            IF WS-UB-Written = "Y"
                IF WS-UB-Amount > 0
                    PERFORM Charge-Account-Invoice
                END-IF
                PERFORM Mark-Unbilled-Billed
                ADD 1 TO WS-UB-Run-Count
                ADD WS-UB-Amount TO WS-UB-Run-Total
            ELSE
                MOVE SPACES TO WS-Spool-Line
                STRING "NOT BILLED - invoice could not be written;"
                    " the deliveries wait for the next run"
                    DELIMITED BY SIZE INTO WS-Spool-Line
                PERFORM Spool-Line
            END-IF.
       Unbilled-Invoice-Line.
      *>  One delivery onto the invoice being built: its totals, its
      *>  sale lines (the first 20 fit the invoice) and its line on
      *>  the printed invoice.
            ADD 1 TO WS-UB-Deliveries
            ADD UB-Goods TO WS-UB-Goods
            ADD UB-Delivery TO WS-UB-Delivery
            ADD UB-Deposit TO WS-UB-Deposit
            ADD UB-Amount TO WS-UB-Amount
            PERFORM VARYING WS-UB-IDX FROM 1 BY 1 UNTIL WS-UB-IDX > 20
                IF UB-Cart-ID(WS-UB-IDX) > 0
                    IF WS-UB-Line-IDX < 20
                        ADD 1 TO WS-UB-Line-IDX
                        MOVE UB-Cart-ID(WS-UB-IDX) TO
                            WS-UB-Inv-Line(WS-UB-Line-IDX)
                    ELSE
                        MOVE "Y" TO WS-UB-Lines-Full
                    END-IF
                END-IF
            END-PERFORM
            MOVE UB-Goods TO WS-UB-D-Amt1
            MOVE UB-Delivery TO WS-UB-D-Amt2
            MOVE UB-Deposit TO WS-UB-D-Amt3
            MOVE UB-Amount TO WS-UB-D-Amt4
            IF UB-POD-Name = SPACES
                MOVE "NOT CAPTURED" TO WS-UB-POD
            ELSE
                MOVE UB-POD-Name TO WS-UB-POD
            END-IF
            MOVE SPACES TO WS-Spool-Line
            STRING UB-Deliv-Date "  " UB-Order-ID " " WS-UB-POD " "
                UB-POD-Time WS-UB-D-Amt1 WS-UB-D-Amt2 WS-UB-D-Amt3
                WS-UB-D-Amt4
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line.
       Write-Account-Invoice.
      *>  The customer's invoice for the month, numbered in branch
      *>  0's receipt series as order invoices are. Returns
      *>  WS-UB-Written.
            MOVE "N" TO WS-UB-Written
            OPEN I-O InvoiceFile
            IF File-Status = "35"
                OPEN OUTPUT InvoiceFile
                CLOSE InvoiceFile
                OPEN I-O InvoiceFile
            END-IF
            MOVE WS-UB-Invoice TO Invoice-ID
            MOVE WS-UB-Invoice TO Invoice-RelKey
            MOVE Input-ID TO Invoice-Casher-ID
            MOVE WS-UB-Customer TO Invoice-Customer-ID
            MOVE "MONTHLY ACCOUNT" TO Invoice-Customer-Name
            MOVE WS-UB-Inv-List TO Item-ID-List
            COMPUTE Total-Amount = WS-UB-Goods + WS-UB-Delivery
            MOVE 0 TO Discount
            MOVE 0 TO Invoice-Tax
            MOVE 0 TO Invoice-Points-Redeemed
            MOVE 0 TO Invoice-Promo-Savings
            MOVE WS-UB-Amount TO Final-Amount
            MOVE WS-UB-Inv-Date TO Invoice-Date
            ACCEPT WS-TIME-RAW FROM TIME
            MOVE SPACES TO Invoice-Time
            STRING WS-TIME-RAW(1:2) ":" WS-TIME-RAW(3:2)
                DELIMITED BY SIZE INTO Invoice-Time
            MOVE "Completed" TO Invoice-Status
            MOVE "R" TO Invoice-Price-Tier
            MOVE 0 TO Invoice-Till-ID
            MOVE 0 TO WS-FIS-Branch
            MOVE "R" TO WS-FIS-Series
            MOVE "I" TO WS-FIS-Source
            MOVE Invoice-ID TO WS-FIS-Ref
            MOVE 0 TO WS-FIS-Orig-Inv
            MOVE Final-Amount TO WS-FIS-Amount
            PERFORM Reserve-Fiscal-Number
            WRITE Invoice-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            MOVE "V" TO WS-FIS-Result
            MOVE "INVOICE WRITE FAILED" TO WS-FIS-Reason
            NOT INVALID KEY
                MOVE "W" TO WS-RJ-Action
                PERFORM Journal-Invoice-Row
                MOVE "I" TO WS-FIS-Result
                MOVE "Y" TO WS-UB-Written
            END-WRITE
            IF WS-UB-Written = "Y"
                MOVE Invoice-Date TO WS-Idx-Date
                PERFORM Add-To-Invoice-Index
            END-IF
            CLOSE InvoiceFile
            PERFORM Settle-Fiscal-Number.
       Charge-Account-Invoice.
      *>  Expects the account invoice just written. The bill was
      *>  run up delivery by delivery, so it is charged whatever the
      *>  credit limit - the run only says when the limit is passed.
            OPEN I-O PaymentFile
            IF File-Status = "35"
                OPEN OUTPUT PaymentFile
                CLOSE PaymentFile
                OPEN I-O PaymentFile
            END-IF
            MOVE WS-UB-Invoice TO Pay-Invoice-ID
            MOVE WS-UB-Invoice TO Pay-RelKey
            MOVE "ACCT" TO Pay-Method
            MOVE WS-UB-Amount TO Pay-Amount
            MOVE WS-UB-Amount TO Pay-Tendered
            MOVE 0 TO Pay-Change
            MOVE WS-UB-Inv-Date TO Pay-Date
            MOVE 0 TO Pay-Cash-Part
            MOVE SPACES TO Pay-FX-Code
            MOVE 0 TO Pay-FX-Amount
            MOVE 0 TO Pay-Till-ID
            WRITE Payment-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            END-WRITE
            IF File-Status = "00"
                MOVE "A" TO WS-CT-Post-Kind
                MOVE Pay-Amount TO WS-CT-Post-Amount
                PERFORM Post-Payment-Control
                MOVE "W" TO WS-RJ-Action
                PERFORM Journal-Payment-Row
            END-IF
            CLOSE PaymentFile
            OPEN I-O CustomerFile
            MOVE WS-UB-Customer TO Customer-RelKey
            READ CustomerFile INVALID KEY
                DISPLAY "Error: Customer not found."
            NOT INVALID KEY
                ADD WS-UB-Amount TO Customer-Balance
                REWRITE Customer-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
                MOVE Customer-Balance TO WS-UB-D-Amt1
                MOVE SPACES TO WS-Spool-Line
                IF Customer-Credit-Limit > 0 AND
                   Customer-Balance > Customer-Credit-Limit
                    STRING "Charged to account - balance now "
                        WS-UB-D-Amt1 " - OVER CREDIT LIMIT"
                        DELIMITED BY SIZE INTO WS-Spool-Line
                ELSE
                    STRING "Charged to account - balance now "
                        WS-UB-D-Amt1
                        DELIMITED BY SIZE INTO WS-Spool-Line
                END-IF
                PERFORM Spool-Line
            END-READ
            CLOSE CustomerFile
            MOVE "INV" TO WS-ARI-Type
            MOVE WS-UB-Customer TO WS-ARI-Cust
            MOVE WS-UB-Invoice TO WS-ARI-Ref
            MOVE WS-UB-Inv-Date TO WS-ARI-Date
            MOVE WS-UB-Amount TO WS-ARI-Amount
            PERFORM Post-AR-Charge.
       Mark-Unbilled-Billed.
      *>  The deliveries just billed take the invoice, and so does
      *>  the delivery charge each one carried.
            OPEN I-O UnbilledFile
            IF File-Status = "00"
                MOVE "N" TO WS-UB-EOF
                PERFORM UNTIL WS-UB-EOF = "Y"
                    READ UnbilledFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-UB-EOF
                    NOT AT END
                        IF UB-Customer-ID = WS-UB-Customer AND
                           UB-Unbilled AND
                           UB-Deliv-Date <= WS-UB-Cutoff
                            MOVE "BILLED" TO UB-Status
                            MOVE WS-UB-Invoice TO UB-Invoice-ID
                            MOVE WS-UB-Inv-Date TO UB-Invoice-Date
                            REWRITE Unbilled-Record INVALID KEY
                            DISPLAY "Error: Unable to rewrite record."
                            END-REWRITE
                            IF UB-Delivery > 0
                                PERFORM Invoice-Held-Delivery-Charge
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE UnbilledFile
            END-IF.
       Invoice-Held-Delivery-Charge.
      *>  The order's delchg.dat row becomes INVOICED against the
      *>  account invoice, as Order.cbl does for a per-order one.
            OPEN I-O DelChgFile
            IF File-Status = "00"
                MOVE UB-Order-ID TO DelChg-RelKey
                READ DelChgFile
                    NOT INVALID KEY
                        MOVE "INVOICED" TO DC-Status
                        MOVE UB-Delivery TO DC-Charge
                        MOVE WS-UB-Invoice TO DC-Invoice-ID
                        MOVE WS-UB-Inv-Date TO DC-Invoice-Date
                        REWRITE DelChg-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                        END-REWRITE
                END-READ
                CLOSE DelChgFile
            END-IF.
       Stamp-Billed-Lot-Traces.
      *>  Order lot traces are left without an invoice when the
      *>  delivery is held; once it is billed they take the account
      *>  invoice so a recall finds it.
            OPEN INPUT UnbilledFile
            IF File-Status = "00"
                OPEN I-O LotTraceFile
                IF File-Status = "00"
                    MOVE "N" TO WS-UB-EOF
                    PERFORM UNTIL WS-UB-EOF = "Y"
                        READ LotTraceFile NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-UB-EOF
                        NOT AT END
                            IF LT-Kind = "ORDR" AND
                               LT-Invoice-ID = 0
                                MOVE LT-Ref-ID TO Unbilled-RelKey
                                READ UnbilledFile
                                    NOT INVALID KEY
                                        IF UB-Billed
                                            MOVE UB-Invoice-ID TO
                                                LT-Invoice-ID
                                            REWRITE LotTrace-Record
                                                INVALID KEY
                                            DISPLAY "Error: Unable to "
                                                "rewrite record."
                                            END-REWRITE
                                        END-IF
                                END-READ
                            END-IF
                    END-PERFORM
                    CLOSE LotTraceFile
                END-IF
                CLOSE UnbilledFile
            END-IF.
       Sales-Fact-Extract.
      *>  Nightly extract for the outside reporting tool: one row per
      *>  sold line of every Completed invoice numbered past the
      *>  last extract (factctl.dat keeps the high-water invoice)
      *>  and of any it passed while Pending that has since been
      *>  completed (factpend.dat holds those),
      *>  with the invoice's branch, casher, price tier and tender
      *>  and the item's category and supplier. Money columns are
      *>  line totals: the invoice's discount, tax and promo savings
      *>  are spread over its lines by line value, the last line
      *>  taking the rounding. Item, customer, branch and casher
      *>  dimension files go alongside with the members the new
      *>  rows refer to - every member on the first extract - and a
      *>  control file gives each file's row count. The files carry
      *>  the run's timestamp; nothing is written when no invoice
      *>  has been added or completed since the last extract.
            PERFORM Get-Now-Seconds
            MOVE WS-Now-DateTime(1:14) TO WS-SX-Stamp
            MOVE "N" TO WS-SX-Written
            MOVE 0 TO WS-SX-Fact-Rows
            MOVE 0 TO WS-SX-Item-Rows
            MOVE 0 TO WS-SX-Cust-Rows
            MOVE 0 TO WS-SX-Br-Rows
            MOVE 0 TO WS-SX-Csh-Rows
            PERFORM Read-Fact-Control
            MOVE WS-SX-Last-Invoice TO WS-SX-High
            PERFORM Check-New-Fact-Invoices
            IF WS-SX-New = "N"
                DISPLAY "Sales fact extract: no invoices since "
                    WS-SX-Last-Invoice "."
            ELSE
                MOVE ALL "N" TO WS-SX-Item-Flags
                MOVE ALL "N" TO WS-SX-Cust-Flags
                MOVE ALL "N" TO WS-SX-Br-Flags
                MOVE "N" TO WS-SX-Br0-Used
                PERFORM Load-SX-Cashers
                PERFORM Write-SX-Facts
                PERFORM Write-SX-Item-Dim
                PERFORM Write-SX-Cust-Dim
                PERFORM Write-SX-Branch-Dim
                PERFORM Write-SX-Casher-Dim
                PERFORM Write-SX-Control
                PERFORM Save-Fact-Control
                MOVE "Y" TO WS-SX-Written
                DISPLAY ESC Blue-On "Sales fact extract: "
                    WS-SX-Fact-Rows " line(s) from invoice "
                    WS-SX-Last-Invoice " to " WS-SX-High
                    ESC Reset-Color
            END-IF.
       Read-Fact-Control.
      *>  Returns WS-SX-Last-Invoice (0 and a full extract when no
      *>  extract has run yet).
            MOVE 0 TO WS-SX-Last-Invoice
            MOVE "Y" TO WS-SX-Full
            MOVE 1 TO FactCtl-RelKey
            OPEN INPUT FactCtlFile
            IF File-Status = "00"
                READ FactCtlFile
                    NOT INVALID KEY
                        MOVE FXC-Last-Invoice TO WS-SX-Last-Invoice
                        MOVE "N" TO WS-SX-Full
                END-READ
                CLOSE FactCtlFile
            END-IF.
       Save-Fact-Control.
            MOVE 1 TO FactCtl-RelKey
            OPEN I-O FactCtlFile
            IF File-Status = "35"
                OPEN OUTPUT FactCtlFile
                CLOSE FactCtlFile
                OPEN I-O FactCtlFile
            END-IF
            READ FactCtlFile INVALID KEY
                MOVE WS-SX-High TO FXC-Last-Invoice
                MOVE WS-SX-Stamp TO FXC-Last-Stamp
                MOVE WS-SX-Fact-Rows TO FXC-Last-Rows
                WRITE FactCtl-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
                END-WRITE
            NOT INVALID KEY
                MOVE WS-SX-High TO FXC-Last-Invoice
                MOVE WS-SX-Stamp TO FXC-Last-Stamp
                MOVE WS-SX-Fact-Rows TO FXC-Last-Rows
                REWRITE FactCtl-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
            END-READ
            CLOSE FactCtlFile.
       Check-New-Fact-Invoices.
      *>  Returns WS-SX-New - whether any invoice is numbered past
      *>  WS-SX-Last-Invoice, or one held Pending has since been
      *>  completed.
            MOVE "N" TO WS-SX-New
            OPEN INPUT FactPendFile
            IF File-Status = "00"
                OPEN INPUT InvoiceFile
                MOVE "N" TO WS-SX-Pend-EOF
                PERFORM UNTIL WS-SX-Pend-EOF = "Y"
                    READ FactPendFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-SX-Pend-EOF
                    NOT AT END
                        MOVE FXP-Invoice-ID TO Invoice-RelKey
                        READ InvoiceFile
                            NOT INVALID KEY
                                IF Invoice-Status = "Completed"
                                    MOVE "Y" TO WS-SX-New
                                END-IF
                        END-READ
                END-PERFORM
                CLOSE InvoiceFile
            END-IF
            CLOSE FactPendFile
            OPEN INPUT InvoiceFile
            IF File-Status = "00"
                COMPUTE Invoice-RelKey = WS-SX-Last-Invoice + 1
                START InvoiceFile KEY IS >= Invoice-RelKey
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        READ InvoiceFile NEXT RECORD
                            NOT AT END
                                MOVE "Y" TO WS-SX-New
                        END-READ
                END-START
                CLOSE InvoiceFile
            END-IF.
       Load-SX-Cashers.
      *>  Every casher and their branch, for the fact rows and the
      *>  casher dimension.
            MOVE 0 TO WS-SX-Csh-Count
            OPEN INPUT CasherFile
            IF File-Status = "00"
                MOVE "N" TO WS-SX-EOF
                PERFORM UNTIL WS-SX-EOF = "Y"
                    READ CasherFile
                    AT END
                        MOVE "Y" TO WS-SX-EOF
                    NOT AT END
                        IF WS-SX-Csh-Count < 200
                            ADD 1 TO WS-SX-Csh-Count
                            MOVE Casher-ID TO
                                WS-SX-Csh-ID(WS-SX-Csh-Count)
                            MOVE Casher-Branch-ID TO
                                WS-SX-Csh-Branch(WS-SX-Csh-Count)
                            MOVE Casher-Disabled TO
                                WS-SX-Csh-Disabled(WS-SX-Csh-Count)
                            MOVE Casher-Last-Login TO
                                WS-SX-Csh-Login(WS-SX-Csh-Count)
                            MOVE "N" TO
                                WS-SX-Csh-Used(WS-SX-Csh-Count)
                        END-IF
                END-PERFORM
                CLOSE CasherFile
            END-IF.
       Write-SX-Facts.
            MOVE SPACES TO WS-SX-Path
            STRING "salesfact_" WS-SX-Stamp ".csv"
                DELIMITED BY SIZE INTO WS-SX-Path
            MOVE WS-SX-Path TO WS-SX-Fact-Path
            MOVE WS-SX-Path TO WS-CSV-Path
            OPEN OUTPUT CsvReceiptFile
            MOVE SPACES TO CSV-Record
            STRING "date,hour,invoice-id,branch-id,casher-id,"
                "customer-id,tier,item-id,category,supplier-id,"
                "quantity,net-price,cost,discount,tax,promo,tender"
                DELIMITED BY SIZE INTO CSV-Record
            WRITE CSV-Record
            MOVE "N" TO WS-SX-Pay-Open
            OPEN INPUT PaymentFile
            IF File-Status = "00"
                MOVE "Y" TO WS-SX-Pay-Open
            END-IF
            OPEN INPUT SaleCartFile
            OPEN INPUT ItemFile
            OPEN INPUT InvoiceFile
            MOVE 0 TO WS-SX-Ln-Over
            PERFORM Extract-SX-Pending
            OPEN I-O FactPendFile
            IF File-Status = "35"
                OPEN OUTPUT FactPendFile
                CLOSE FactPendFile
                OPEN I-O FactPendFile
            END-IF
            MOVE 0 TO WS-SX-Pend-Count
            MOVE "N" TO WS-SX-EOF
            COMPUTE Invoice-RelKey = WS-SX-Last-Invoice + 1
            START InvoiceFile KEY IS >= Invoice-RelKey
                INVALID KEY
                    MOVE "Y" TO WS-SX-EOF
            END-START
            PERFORM UNTIL WS-SX-EOF = "Y"
                READ InvoiceFile NEXT RECORD
                AT END
                    MOVE "Y" TO WS-SX-EOF
                NOT AT END
                    IF Invoice-ID > WS-SX-High
                        MOVE Invoice-ID TO WS-SX-High
                    END-IF
                    IF Invoice-Status = "Completed"
                        PERFORM Extract-SX-Invoice
                    END-IF
                    IF Invoice-Status = "Pending"
                        PERFORM Hold-SX-Pending
                    END-IF
            END-PERFORM
            CLOSE FactPendFile
            CLOSE InvoiceFile
            CLOSE ItemFile
            CLOSE SaleCartFile
            IF WS-SX-Pend-Count > 0
                DISPLAY "Sales fact extract: " WS-SX-Pend-Count
                    " invoice(s) still Pending - held for a later "
                    "extract."
            END-IF
            IF WS-SX-Ln-Over > 0
                DISPLAY "Warning: " WS-SX-Ln-Over " invoice line(s) "
                    "past 99 on one invoice left out of the facts."
            END-IF
            IF WS-SX-Pay-Open = "Y"
                CLOSE PaymentFile
            END-IF
            CLOSE CsvReceiptFile.
       Extract-SX-Pending.
      *>  Expects InvoiceFile open. Invoices held Pending by an
      *>  earlier extract: a completed one goes out now, anything
      *>  else no longer Pending is dropped, the rest wait on.
            MOVE 0 TO WS-SX-Pend-Done
            OPEN I-O FactPendFile
            IF File-Status = "00"
                MOVE "N" TO WS-SX-Pend-EOF
                PERFORM UNTIL WS-SX-Pend-EOF = "Y"
                    READ FactPendFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-SX-Pend-EOF
                    NOT AT END
                        MOVE FXP-Invoice-ID TO Invoice-RelKey
                        READ InvoiceFile
                            INVALID KEY
                                DELETE FactPendFile
                            NOT INVALID KEY
                                PERFORM Settle-SX-Pending
                        END-READ
                END-PERFORM
            END-IF
            CLOSE FactPendFile
            IF WS-SX-Pend-Done > 0
                DISPLAY "Sales fact extract: " WS-SX-Pend-Done
                    " invoice(s) held Pending now completed."
            END-IF.
       Settle-SX-Pending.
            IF Invoice-Status = "Completed"
                PERFORM Extract-SX-Invoice
                ADD 1 TO WS-SX-Pend-Done
            END-IF
            IF Invoice-Status NOT = "Pending"
                DELETE FactPendFile
            END-IF.
       Hold-SX-Pending.
            MOVE Invoice-ID TO FactPend-RelKey
            MOVE Invoice-ID TO FXP-Invoice-ID
            MOVE WS-SX-Stamp TO FXP-Stamp
            WRITE FactPend-Record INVALID KEY
                CONTINUE
            END-WRITE
            ADD 1 TO WS-SX-Pend-Count.
       Extract-SX-Invoice.
      *>  Expects the Invoice-Record loaded. Its lines go to a small
      *>  table first so the invoice-level amounts can be spread. A
      *>  monthly account invoice holds only its first 20 lines, so
      *>  its lines are taken from the deliveries it billed.
            MOVE Invoice-Casher-ID TO WS-SX-Casher
            MOVE 0 TO WS-SX-Branch
            PERFORM VARYING WS-SX-C FROM 1 BY 1
                UNTIL WS-SX-C > WS-SX-Csh-Count
                IF WS-SX-Csh-ID(WS-SX-C) = Invoice-Casher-ID
                    MOVE WS-SX-Csh-Branch(WS-SX-C) TO WS-SX-Branch
                    MOVE "Y" TO WS-SX-Csh-Used(WS-SX-C)
                END-IF
            END-PERFORM
            IF WS-SX-Branch = 0
                MOVE "Y" TO WS-SX-Br0-Used
            ELSE
                MOVE "Y" TO WS-SX-Br-Flag(WS-SX-Branch)
            END-IF
            IF Invoice-Customer-ID > 0
                MOVE "Y" TO WS-SX-Cust-Flag(Invoice-Customer-ID)
            END-IF
            MOVE Invoice-Price-Tier TO WS-SX-Tier
            IF WS-SX-Tier = SPACE
                MOVE "R" TO WS-SX-Tier
            END-IF
            MOVE "NONE" TO WS-SX-Tender
            IF WS-SX-Pay-Open = "Y"
                MOVE Invoice-ID TO Pay-RelKey
                READ PaymentFile
                    NOT INVALID KEY
                        MOVE Pay-Method TO WS-SX-Tender
                END-READ
            END-IF
            MOVE 0 TO WS-SX-Lines
            MOVE 0 TO WS-SX-Base
            IF Invoice-Customer-Name = "MONTHLY ACCOUNT"
                PERFORM Load-SX-Unbilled-Lines
            ELSE
            PERFORM VARYING WS-SX-L FROM 1 BY 1 UNTIL WS-SX-L > 20
                IF Invoice-Sale-Cart-ID(WS-SX-L) > 0
                    MOVE Invoice-Sale-Cart-ID(WS-SX-L) TO
                        SaleCart-RelKey
                    READ SaleCartFile
                        NOT INVALID KEY
                            PERFORM Load-SX-Line
                    END-READ
                END-IF
            END-PERFORM
            END-IF
            MOVE 0 TO WS-SX-Disc-Done
            MOVE 0 TO WS-SX-Tax-Done
            MOVE 0 TO WS-SX-Promo-Done
            PERFORM VARYING WS-SX-L FROM 1 BY 1
                UNTIL WS-SX-L > WS-SX-Lines
                PERFORM Write-SX-Fact-Row
            END-PERFORM.
       Load-SX-Unbilled-Lines.
            OPEN INPUT UnbilledFile
            IF File-Status = "00"
                MOVE "N" TO WS-UB-EOF
                PERFORM UNTIL WS-UB-EOF = "Y"
                    READ UnbilledFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-UB-EOF
                    NOT AT END
                        IF UB-Billed AND UB-Invoice-ID = Invoice-ID
                            PERFORM Load-SX-Delivery-Lines
                        END-IF
                END-PERFORM
            END-IF
            CLOSE UnbilledFile.
       Load-SX-Delivery-Lines.
            PERFORM VARYING WS-SX-L FROM 1 BY 1 UNTIL WS-SX-L > 20
                IF UB-Cart-ID(WS-SX-L) > 0
                    MOVE UB-Cart-ID(WS-SX-L) TO SaleCart-RelKey
                    READ SaleCartFile
                        NOT INVALID KEY
                            PERFORM Load-SX-Line
                    END-READ
                END-IF
            END-PERFORM.
       Load-SX-Line.
            IF WS-SX-Lines = 99
                ADD 1 TO WS-SX-Ln-Over
            ELSE
                PERFORM Add-SX-Line
            END-IF.
       Add-SX-Line.
            ADD 1 TO WS-SX-Lines
            MOVE Sale-Cart-Item-ID TO WS-SX-Ln-Item(WS-SX-Lines)
            MOVE Sale-Cart-Quantity TO WS-SX-Ln-Qty(WS-SX-Lines)
            COMPUTE WS-SX-Ln-Net(WS-SX-Lines) ROUNDED =
                Sale-Cart-Quantity * Sale-Cart-Unit-Of-Price
            MOVE Sale-Cart-Unit-Cost TO WS-SX-Ln-Cost(WS-SX-Lines)
            ADD WS-SX-Ln-Net(WS-SX-Lines) TO WS-SX-Base.
       Write-SX-Fact-Row.
      *>  Expects WS-SX-L. The item supplies category, supplier and
      *>  - for a line sold before unit costs were kept - the cost.
            MOVE WS-SX-Ln-Item(WS-SX-L) TO WS-SX-Item
            MOVE SPACES TO WS-SX-Category
            MOVE 0 TO WS-SX-Supplier
            MOVE WS-SX-Ln-Cost(WS-SX-L) TO WS-SX-Unit-Cost
            IF WS-SX-Item > 0
                MOVE "Y" TO WS-SX-Item-Flag(WS-SX-Item)
                MOVE WS-SX-Item TO RelativeKey
                READ ItemFile
                    NOT INVALID KEY
                        MOVE Item-Category TO WS-SX-Category
                        MOVE Item-Supplier-ID TO WS-SX-Supplier
                        IF WS-SX-Unit-Cost = 0
                            MOVE Item-Cost TO WS-SX-Unit-Cost
                        END-IF
                END-READ
            END-IF
            COMPUTE WS-SX-Cost ROUNDED =
                WS-SX-Ln-Qty(WS-SX-L) * WS-SX-Unit-Cost
            IF WS-SX-L = WS-SX-Lines
                COMPUTE WS-SX-Disc = Discount - WS-SX-Disc-Done
                COMPUTE WS-SX-Tax = Invoice-Tax - WS-SX-Tax-Done
                COMPUTE WS-SX-Promo =
                    Invoice-Promo-Savings - WS-SX-Promo-Done
            ELSE
                IF WS-SX-Base > 0
                    COMPUTE WS-SX-Disc ROUNDED =
                        Discount * WS-SX-Ln-Net(WS-SX-L) / WS-SX-Base
                    COMPUTE WS-SX-Tax ROUNDED =
                        Invoice-Tax * WS-SX-Ln-Net(WS-SX-L) /
                        WS-SX-Base
                    COMPUTE WS-SX-Promo ROUNDED =
                        Invoice-Promo-Savings *
                        WS-SX-Ln-Net(WS-SX-L) / WS-SX-Base
                ELSE
                    MOVE 0 TO WS-SX-Disc
                    MOVE 0 TO WS-SX-Tax
                    MOVE 0 TO WS-SX-Promo
                END-IF
            END-IF
            ADD WS-SX-Disc TO WS-SX-Disc-Done
            ADD WS-SX-Tax TO WS-SX-Tax-Done
            ADD WS-SX-Promo TO WS-SX-Promo-Done
            MOVE WS-SX-Ln-Qty(WS-SX-L) TO WS-SX-D-Qty
            MOVE WS-SX-Ln-Net(WS-SX-L) TO WS-SX-D-Net
            MOVE WS-SX-Cost TO WS-SX-D-Cost
            MOVE WS-SX-Disc TO WS-SX-D-Disc
            MOVE WS-SX-Tax TO WS-SX-D-Tax
            MOVE WS-SX-Promo TO WS-SX-D-Promo
            MOVE SPACES TO CSV-Record
            STRING Invoice-Date "," Invoice-Time(1:2) ","
                Invoice-ID "," WS-SX-Branch ","
                FUNCTION TRIM(WS-SX-Casher) ","
                Invoice-Customer-ID "," WS-SX-Tier ","
                WS-SX-Item "," FUNCTION TRIM(WS-SX-Category) ","
                WS-SX-Supplier ","
                FUNCTION TRIM(WS-SX-D-Qty) ","
                FUNCTION TRIM(WS-SX-D-Net) ","
                FUNCTION TRIM(WS-SX-D-Cost) ","
                FUNCTION TRIM(WS-SX-D-Disc) ","
                FUNCTION TRIM(WS-SX-D-Tax) ","
                FUNCTION TRIM(WS-SX-D-Promo) ","
                FUNCTION TRIM(WS-SX-Tender)
                DELIMITED BY SIZE INTO CSV-Record
            WRITE CSV-Record
            ADD 1 TO WS-SX-Fact-Rows.
       Write-SX-Item-Dim.
            MOVE SPACES TO WS-SX-Path
            STRING "dimitem_" WS-SX-Stamp ".csv"
                DELIMITED BY SIZE INTO WS-SX-Path
            MOVE WS-SX-Path TO WS-SX-Item-Path
            MOVE WS-SX-Path TO WS-CSV-Path
            OPEN OUTPUT CsvReceiptFile
            MOVE "item-id,name,category,supplier-id,price,cost" TO
                CSV-Record
            WRITE CSV-Record
            OPEN INPUT ItemFile
            IF File-Status = "00"
                MOVE "N" TO WS-SX-EOF
                PERFORM UNTIL WS-SX-EOF = "Y"
                    READ ItemFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-SX-EOF
                    NOT AT END
                        IF Item-ID > 0
                            IF WS-SX-Full = "Y" OR
                               WS-SX-Item-Flag(Item-ID) = "Y"
                                MOVE Item-Price TO WS-SX-D-Net
                                MOVE Item-Cost TO WS-SX-D-Cost
                                MOVE SPACES TO CSV-Record
                                STRING Item-ID ","
                                    FUNCTION TRIM(Item-Name) ","
                                    FUNCTION TRIM(Item-Category) ","
                                    Item-Supplier-ID ","
                                    FUNCTION TRIM(WS-SX-D-Net) ","
                                    FUNCTION TRIM(WS-SX-D-Cost)
                                    DELIMITED BY SIZE INTO CSV-Record
                                WRITE CSV-Record
                                ADD 1 TO WS-SX-Item-Rows
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE ItemFile
            END-IF
            CLOSE CsvReceiptFile.
       Write-SX-Cust-Dim.
      *>  Contact details stay out of the extract; the name is
      *>  carried as the RFM export carries it.
            MOVE SPACES TO WS-SX-Path
            STRING "dimcustomer_" WS-SX-Stamp ".csv"
                DELIMITED BY SIZE INTO WS-SX-Path
            MOVE WS-SX-Path TO WS-SX-Cust-Path
            MOVE WS-SX-Path TO WS-CSV-Path
            OPEN OUTPUT CsvReceiptFile
            MOVE SPACES TO CSV-Record
            STRING "customer-id,name,tier,join-date,tax-exempt,"
                "billing,merged-into"
                DELIMITED BY SIZE INTO CSV-Record
            WRITE CSV-Record
            OPEN INPUT CustomerFile
            IF File-Status = "00"
                MOVE "N" TO WS-SX-EOF
                PERFORM UNTIL WS-SX-EOF = "Y"
                    READ CustomerFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-SX-EOF
                    NOT AT END
                        IF Customer-ID > 0
                            IF WS-SX-Full = "Y" OR
                               WS-SX-Cust-Flag(Customer-ID) = "Y"
                                MOVE SPACES TO CSV-Record
                                STRING Customer-ID ","
                                    FUNCTION TRIM(Customer-Full-Name)
                                    "," Customer-Tier ","
                                    Customer-Join-Date ","
                                    Customer-Tax-Exempt ","
                                    Customer-Billing ","
                                    Customer-Merged-Into
                                    DELIMITED BY SIZE INTO CSV-Record
                                WRITE CSV-Record
                                ADD 1 TO WS-SX-Cust-Rows
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE CustomerFile
            END-IF
            CLOSE CsvReceiptFile.
       Write-SX-Branch-Dim.
      *>  Branch 0 is head office, which has no branch.dat row.
            MOVE SPACES TO WS-SX-Path
            STRING "dimbranch_" WS-SX-Stamp ".csv"
                DELIMITED BY SIZE INTO WS-SX-Path
            MOVE WS-SX-Path TO WS-SX-Br-Path
            MOVE WS-SX-Path TO WS-CSV-Path
            OPEN OUTPUT CsvReceiptFile
            MOVE "branch-id,name" TO CSV-Record
            WRITE CSV-Record
            IF WS-SX-Full = "Y" OR WS-SX-Br0-Used = "Y"
                MOVE "000,HEAD OFFICE" TO CSV-Record
                WRITE CSV-Record
                ADD 1 TO WS-SX-Br-Rows
            END-IF
            OPEN INPUT BranchFile
            IF File-Status = "00"
                MOVE "N" TO WS-SX-EOF
                PERFORM UNTIL WS-SX-EOF = "Y"
                    READ BranchFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-SX-EOF
                    NOT AT END
                        IF Branch-ID > 0
                            IF WS-SX-Full = "Y" OR
                               WS-SX-Br-Flag(Branch-ID) = "Y"
                                MOVE SPACES TO CSV-Record
                                STRING Branch-ID ","
                                    FUNCTION TRIM(Branch-Name)
                                    DELIMITED BY SIZE INTO CSV-Record
                                WRITE CSV-Record
                                ADD 1 TO WS-SX-Br-Rows
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE BranchFile
            END-IF
            CLOSE CsvReceiptFile.
       Write-SX-Casher-Dim.
            MOVE SPACES TO WS-SX-Path
            STRING "dimcasher_" WS-SX-Stamp ".csv"
                DELIMITED BY SIZE INTO WS-SX-Path
            MOVE WS-SX-Path TO WS-SX-Csh-Path
            MOVE WS-SX-Path TO WS-CSV-Path
            OPEN OUTPUT CsvReceiptFile
            MOVE "casher-id,branch-id,disabled,last-sign-on" TO
                CSV-Record
            WRITE CSV-Record
            PERFORM VARYING WS-SX-C FROM 1 BY 1
                UNTIL WS-SX-C > WS-SX-Csh-Count
                IF WS-SX-Full = "Y" OR
                   WS-SX-Csh-Used(WS-SX-C) = "Y"
                    MOVE SPACES TO CSV-Record
                    STRING FUNCTION TRIM(WS-SX-Csh-ID(WS-SX-C)) ","
                        WS-SX-Csh-Branch(WS-SX-C) ","
                        WS-SX-Csh-Disabled(WS-SX-C) ","
                        WS-SX-Csh-Login(WS-SX-C)
                        DELIMITED BY SIZE INTO CSV-Record
                    WRITE CSV-Record
                    ADD 1 TO WS-SX-Csh-Rows
                END-IF
            END-PERFORM
            CLOSE CsvReceiptFile.
       Write-SX-Control.
      *>  One row per file: its name, data rows (header excluded)
      *>  and how to load it - facts append; dimensions replace on a
      *>  full extract and update by key otherwise.
            IF WS-SX-Full = "Y"
                MOVE "REPLACE" TO WS-SX-Load
            ELSE
                MOVE "UPSERT" TO WS-SX-Load
            END-IF
            MOVE SPACES TO WS-SX-Path
            STRING "salesctl_" WS-SX-Stamp ".csv"
                DELIMITED BY SIZE INTO WS-SX-Path
            MOVE WS-SX-Path TO WS-CSV-Path
            OPEN OUTPUT CsvReceiptFile
            MOVE SPACES TO CSV-Record
            STRING "file,rows,load,first-invoice,last-invoice"
                DELIMITED BY SIZE INTO CSV-Record
            WRITE CSV-Record
            COMPUTE WS-SX-First = WS-SX-Last-Invoice + 1
            MOVE SPACES TO CSV-Record
            STRING FUNCTION TRIM(WS-SX-Fact-Path) ","
                WS-SX-Fact-Rows ",APPEND," WS-SX-First ","
                WS-SX-High
                DELIMITED BY SIZE INTO CSV-Record
            WRITE CSV-Record
            MOVE SPACES TO CSV-Record
            STRING FUNCTION TRIM(WS-SX-Item-Path) ","
                WS-SX-Item-Rows "," FUNCTION TRIM(WS-SX-Load) ",,"
                DELIMITED BY SIZE INTO CSV-Record
            WRITE CSV-Record
            MOVE SPACES TO CSV-Record
            STRING FUNCTION TRIM(WS-SX-Cust-Path) ","
                WS-SX-Cust-Rows "," FUNCTION TRIM(WS-SX-Load) ",,"
                DELIMITED BY SIZE INTO CSV-Record
            WRITE CSV-Record
            MOVE SPACES TO CSV-Record
            STRING FUNCTION TRIM(WS-SX-Br-Path) ","
                WS-SX-Br-Rows "," FUNCTION TRIM(WS-SX-Load) ",,"
                DELIMITED BY SIZE INTO CSV-Record
            WRITE CSV-Record
            MOVE SPACES TO CSV-Record
            STRING FUNCTION TRIM(WS-SX-Csh-Path) ","
                WS-SX-Csh-Rows "," FUNCTION TRIM(WS-SX-Load) ",,"
                DELIMITED BY SIZE INTO CSV-Record
            WRITE CSV-Record
            CLOSE CsvReceiptFile.
       Price-Change-Simulation.
      *>  What-if before a price change is scheduled: proposed
      *>  company prices for one item, or a percentage across a
      *>  category or a supplier's range, are priced against last
      *>  month's quantities from salecart.dat. Prints old and new
      *>  revenue and margin, and flags items the new price would
      *>  put below cost, below their wholesale or staff price in
      *>  pricelist.dat, or under a live promotion. An accepted
      *>  simulation is queued in pricechg.dat as Schedule-Price-
      *>  Change would queue each price.
            MOVE 0 TO WS-PS-Count
            MOVE "N" TO WS-PS-Full
            MOVE ALL ZEROES TO WS-PS-Slots
            ACCEPT WS-PS-Today FROM DATE YYYYMMDD
            DISPLAY "Simulate for I=one item, C=category, "
                "S=supplier range: "
            ACCEPT WS-PS-Scope
            MOVE FUNCTION UPPER-CASE(WS-PS-Scope) TO WS-PS-Scope
            EVALUATE WS-PS-Scope
                WHEN "I"
                    PERFORM Load-PS-Item
                WHEN "C"
                    DISPLAY "Enter Category: "
                    MOVE SPACES TO WS-PS-Category
                    ACCEPT WS-PS-Category
                    PERFORM Accept-PS-Percent
                    IF WS-PS-Pct-Valid = "Y"
                        PERFORM Load-PS-Range
                    END-IF
                WHEN "S"
                    DISPLAY "Enter Supplier-ID: "
                    MOVE 0 TO WS-PS-Supplier
                    ACCEPT WS-PS-Supplier
                    OPEN INPUT SupplierFile
                    MOVE WS-PS-Supplier TO Supplier-RelKey
                    READ SupplierFile INVALID KEY
                        DISPLAY "Error: Supplier not found."
                        MOVE "N" TO WS-PS-Pct-Valid
                    NOT INVALID KEY
                        DISPLAY "Supplier: " Sup-Name
                        MOVE "Y" TO WS-PS-Pct-Valid
                    END-READ
                    CLOSE SupplierFile
                    IF WS-PS-Pct-Valid = "Y"
                        PERFORM Accept-PS-Percent
                    END-IF
                    IF WS-PS-Pct-Valid = "Y"
                        PERFORM Load-PS-Range
                    END-IF
                WHEN OTHER
                    DISPLAY "Error: scope must be I, C or S."
            END-EVALUATE
            IF WS-PS-Count = 0
                DISPLAY "Nothing to simulate."
            ELSE
                IF WS-PS-Full = "Y"
                    DISPLAY "Warning: only the first 500 items are "
                        "simulated."
                END-IF
                PERFORM Load-PS-Quantities
                PERFORM Load-PS-Tier-Prices
                PERFORM Load-PS-Promotions
                PERFORM Print-Price-Simulation
                PERFORM Queue-Simulated-Prices
            END-IF.
       Load-PS-Item.
            OPEN INPUT ItemFile
            DISPLAY "Enter Item-ID: "
            ACCEPT RelativeKey
            READ ItemFile INVALID KEY
                DISPLAY "Error: Record not found."
            NOT INVALID KEY
                DISPLAY "Item: " Item-Name
                    " current price " Item-Price
                DISPLAY "Enter Proposed Price: "
                MOVE 0 TO WS-PS-New-Price
                ACCEPT WS-PS-New-Price
                IF WS-PS-New-Price = 0
                    DISPLAY "Error: price must be above zero."
                ELSE
                    PERFORM Add-PS-Item
                END-IF
            END-READ
            CLOSE ItemFile.
       Accept-PS-Percent.
      *>  Returns WS-PS-Pct-Valid with WS-PS-Direction (U/D) and
      *>  WS-PS-Pct.
            MOVE "N" TO WS-PS-Pct-Valid
            DISPLAY "Prices U=up or D=down: "
            ACCEPT WS-PS-Direction
            MOVE FUNCTION UPPER-CASE(WS-PS-Direction) TO
                WS-PS-Direction
            DISPLAY "Enter Percentage (e.g. 5.00): "
            MOVE 0 TO WS-PS-Pct
            ACCEPT WS-PS-Pct
            IF WS-PS-Direction NOT = "U" AND
               WS-PS-Direction NOT = "D"
                DISPLAY "Error: direction must be U or D."
            ELSE
            IF WS-PS-Pct = 0 OR
               (WS-PS-Direction = "D" AND WS-PS-Pct >= 100)
                DISPLAY "Error: percentage out of range."
            ELSE
                MOVE "Y" TO WS-PS-Pct-Valid
            END-IF
            END-IF.
       Load-PS-Range.
      *>  Every active, ordinary item in the category or from the
      *>  supplier, at its price moved by the percentage.
            OPEN INPUT ItemFile
            IF File-Status = "00"
                MOVE "N" TO WS-PS-EOF
                PERFORM UNTIL WS-PS-EOF = "Y"
                    READ ItemFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-PS-EOF
                    NOT AT END
                        IF Item-Active AND NOT Item-Is-Special AND
                           ((WS-PS-Scope = "C" AND
                             Item-Category = WS-PS-Category) OR
                            (WS-PS-Scope = "S" AND
                             Item-Supplier-ID = WS-PS-Supplier))
                            IF WS-PS-Direction = "U"
                                COMPUTE WS-PS-New-Price ROUNDED =
                                    Item-Price *
                                    (100 + WS-PS-Pct) / 100
                            ELSE
                                COMPUTE WS-PS-New-Price ROUNDED =
                                    Item-Price *
                                    (100 - WS-PS-Pct) / 100
                            END-IF
                            PERFORM Add-PS-Item
                        END-IF
                END-PERFORM
                CLOSE ItemFile
            END-IF.
       Add-PS-Item.
      *>  Expects the Item-Record loaded and WS-PS-New-Price.
            IF WS-PS-Count < 500
                ADD 1 TO WS-PS-Count
                MOVE Item-ID TO WS-PS-Item(WS-PS-Count)
                MOVE Item-Name TO WS-PS-Name(WS-PS-Count)
                MOVE Item-Price TO WS-PS-Old(WS-PS-Count)
                MOVE WS-PS-New-Price TO WS-PS-New(WS-PS-Count)
                MOVE Item-Cost TO WS-PS-Cost(WS-PS-Count)
                MOVE 0 TO WS-PS-Qty(WS-PS-Count)
                MOVE 0 TO WS-PS-Tier-W(WS-PS-Count)
                MOVE 0 TO WS-PS-Tier-S(WS-PS-Count)
                MOVE SPACE TO WS-PS-Promo(WS-PS-Count)
                MOVE WS-PS-Count TO WS-PS-Slot(Item-ID)
            ELSE
                MOVE "Y" TO WS-PS-Full
            END-IF.
       Load-PS-Quantities.
      *>  Last period is the previous calendar month.
            MOVE WS-PS-Today TO WS-PS-From
            MOVE "01" TO WS-PS-From(7:2)
            COMPUTE WS-PS-To = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-PS-From) - 1)
            MOVE WS-PS-To TO WS-PS-From
            MOVE "01" TO WS-PS-From(7:2)
            OPEN INPUT SaleCartFile
            IF File-Status = "00"
                MOVE "N" TO WS-PS-EOF
                PERFORM UNTIL WS-PS-EOF = "Y"
                    READ SaleCartFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-PS-EOF
                    NOT AT END
                        IF Sale-Cart-Date >= WS-PS-From AND
                           Sale-Cart-Date <= WS-PS-To AND
                           Sale-Cart-Item-ID > 0
                            MOVE WS-PS-Slot(Sale-Cart-Item-ID) TO
                                WS-PS-I
                            IF WS-PS-I > 0
                                ADD Sale-Cart-Quantity TO
                                    WS-PS-Qty(WS-PS-I)
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE SaleCartFile
            END-IF.
       Load-PS-Tier-Prices.
            OPEN INPUT PriceListFile
            IF File-Status = "00"
                MOVE "N" TO WS-PS-EOF
                PERFORM UNTIL WS-PS-EOF = "Y"
                    READ PriceListFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-PS-EOF
                    NOT AT END
                        IF PLst-Item-ID > 0
                            MOVE WS-PS-Slot(PLst-Item-ID) TO WS-PS-I
                            IF WS-PS-I > 0
                                IF PLst-Tier = "W"
                                    MOVE PLst-Price TO
                                        WS-PS-Tier-W(WS-PS-I)
                                END-IF
                                IF PLst-Tier = "S"
                                    MOVE PLst-Price TO
                                        WS-PS-Tier-S(WS-PS-I)
                                END-IF
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE PriceListFile
            END-IF.
       Load-PS-Promotions.
      *>  L = a promotion runs now or later; N = a quantity-break
      *>  price at or above the new price, so the promotion would
      *>  no longer save anything.
            OPEN INPUT PromoFile
            IF File-Status = "00"
                MOVE "N" TO WS-PS-EOF
                PERFORM UNTIL WS-PS-EOF = "Y"
                    READ PromoFile NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-PS-EOF
                    NOT AT END
                        IF Promo-Item-ID > 0 AND
                           Promo-End-Date >= WS-PS-Today
                            MOVE WS-PS-Slot(Promo-Item-ID) TO WS-PS-I
                            IF WS-PS-I > 0
                                IF Promo-Mechanic = "QTYB" AND
                                   Promo-Break-Price >=
                                   WS-PS-New(WS-PS-I)
                                    MOVE "N" TO WS-PS-Promo(WS-PS-I)
                                ELSE
                                IF WS-PS-Promo(WS-PS-I) = SPACE
                                    MOVE "L" TO WS-PS-Promo(WS-PS-I)
                                END-IF
                                END-IF
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE PromoFile
            END-IF.
       Print-Price-Simulation.
            MOVE 0 TO WS-PS-Old-Rev
            MOVE 0 TO WS-PS-New-Rev
            MOVE 0 TO WS-PS-Cost-Total
            MOVE 0 TO WS-PS-Below-Cost
            MOVE 0 TO WS-PS-Below-Tier
            MOVE 0 TO WS-PS-On-Promo
            MOVE "PRICE-SIM" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE SPACES TO WS-Spool-Line
            STRING "Price change simulation on quantities sold "
                WS-PS-From " to " WS-PS-To
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Item  Name                      Old      New"
                "        Qty    Old revenue    New revenue  Flags"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM VARYING WS-PS-I FROM 1 BY 1
                UNTIL WS-PS-I > WS-PS-Count
                PERFORM Price-Simulation-Line
            END-PERFORM
            MOVE ALL "=" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE WS-PS-Old-Rev TO WS-PS-D-Rev1
            MOVE WS-PS-New-Rev TO WS-PS-D-Rev2
            MOVE SPACES TO WS-Spool-Line
            STRING "Revenue   old " WS-PS-D-Rev1
                "   new " WS-PS-D-Rev2
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE 0 TO WS-PS-Margin
            IF WS-PS-Old-Rev > 0
                COMPUTE WS-PS-Margin ROUNDED =
                    (WS-PS-Old-Rev - WS-PS-Cost-Total) * 100 /
                    WS-PS-Old-Rev
            END-IF
            MOVE WS-PS-Margin TO WS-PS-D-Pct1
            MOVE 0 TO WS-PS-Margin
            IF WS-PS-New-Rev > 0
                COMPUTE WS-PS-Margin ROUNDED =
                    (WS-PS-New-Rev - WS-PS-Cost-Total) * 100 /
                    WS-PS-New-Rev
            END-IF
            MOVE WS-PS-Margin TO WS-PS-D-Pct2
            MOVE SPACES TO WS-Spool-Line
            STRING "Margin %  old " WS-PS-D-Pct1
                "   new " WS-PS-D-Pct2
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING WS-PS-Count " item(s): " WS-PS-Below-Cost
                " below cost, " WS-PS-Below-Tier
                " below a tier price, " WS-PS-On-Promo
                " on promotion"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool.
       Price-Simulation-Line.
      *>  Expects WS-PS-I. Revenue holds last period's quantity at
      *>  the old and at the new price.
            COMPUTE WS-PS-Line-Old ROUNDED =
                WS-PS-Qty(WS-PS-I) * WS-PS-Old(WS-PS-I)
            COMPUTE WS-PS-Line-New ROUNDED =
                WS-PS-Qty(WS-PS-I) * WS-PS-New(WS-PS-I)
            ADD WS-PS-Line-Old TO WS-PS-Old-Rev
            ADD WS-PS-Line-New TO WS-PS-New-Rev
            COMPUTE WS-PS-Cost-Total ROUNDED = WS-PS-Cost-Total +
                WS-PS-Qty(WS-PS-I) * WS-PS-Cost(WS-PS-I)
            MOVE SPACES TO WS-PS-Flags
            MOVE 1 TO WS-PS-Ptr
            IF WS-PS-Cost(WS-PS-I) > 0 AND
               WS-PS-New(WS-PS-I) < WS-PS-Cost(WS-PS-I)
                STRING "BELOW-COST " DELIMITED BY SIZE
                    INTO WS-PS-Flags WITH POINTER WS-PS-Ptr
                ADD 1 TO WS-PS-Below-Cost
            END-IF
            IF (WS-PS-Tier-W(WS-PS-I) > 0 AND
                WS-PS-New(WS-PS-I) < WS-PS-Tier-W(WS-PS-I)) OR
               (WS-PS-Tier-S(WS-PS-I) > 0 AND
                WS-PS-New(WS-PS-I) < WS-PS-Tier-S(WS-PS-I))
                ADD 1 TO WS-PS-Below-Tier
            END-IF
            IF WS-PS-Tier-W(WS-PS-I) > 0 AND
               WS-PS-New(WS-PS-I) < WS-PS-Tier-W(WS-PS-I)
                STRING "BELOW-W-TIER " DELIMITED BY SIZE
                    INTO WS-PS-Flags WITH POINTER WS-PS-Ptr
            END-IF
            IF WS-PS-Tier-S(WS-PS-I) > 0 AND
               WS-PS-New(WS-PS-I) < WS-PS-Tier-S(WS-PS-I)
                STRING "BELOW-S-TIER " DELIMITED BY SIZE
                    INTO WS-PS-Flags WITH POINTER WS-PS-Ptr
            END-IF
            IF WS-PS-Promo(WS-PS-I) = "N"
                STRING "PROMO-NO-SAVING" DELIMITED BY SIZE
                    INTO WS-PS-Flags WITH POINTER WS-PS-Ptr
                ADD 1 TO WS-PS-On-Promo
            END-IF
            IF WS-PS-Promo(WS-PS-I) = "L"
                STRING "ON-PROMO" DELIMITED BY SIZE
                    INTO WS-PS-Flags WITH POINTER WS-PS-Ptr
                ADD 1 TO WS-PS-On-Promo
            END-IF
            MOVE WS-PS-Old(WS-PS-I) TO WS-PS-D-Price1
            MOVE WS-PS-New(WS-PS-I) TO WS-PS-D-Price2
            MOVE WS-PS-Qty(WS-PS-I) TO WS-PS-D-Qty
            MOVE WS-PS-Line-Old TO WS-PS-D-Rev1
            MOVE WS-PS-Line-New TO WS-PS-D-Rev2
            MOVE SPACES TO WS-Spool-Line
            STRING WS-PS-Item(WS-PS-I) " " WS-PS-Name(WS-PS-I) " "
                WS-PS-D-Price1 " " WS-PS-D-Price2 " "
                WS-PS-D-Qty " " WS-PS-D-Rev1 " " WS-PS-D-Rev2
                "  " WS-PS-Flags
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line.
       Queue-Simulated-Prices.
      *>  One QUEUED company-price change per item whose price
      *>  moves, all on the same effective date.
            DISPLAY "Queue these prices as price changes (Y/N)? "
            ACCEPT WS-PS-Confirm
            IF WS-PS-Confirm NOT = "Y" AND WS-PS-Confirm NOT = "y"
                DISPLAY "Simulation only - nothing queued."
            ELSE
                DISPLAY "Enter Effective Date (YYYYMMDD): "
                MOVE 0 TO WS-PS-Effective
                ACCEPT WS-PS-Effective
                MOVE WS-PS-Effective TO WS-Date-Check-Str
                PERFORM Validate-Date-YYYYMMDD
                IF WS-Date-Valid NOT = "Y"
                    DISPLAY "Error: changes not queued."
                ELSE
                    MOVE 0 TO WS-PS-Queued
                    PERFORM VARYING WS-PS-I FROM 1 BY 1
                        UNTIL WS-PS-I > WS-PS-Count
                        IF WS-PS-New(WS-PS-I) NOT = WS-PS-Old(WS-PS-I)
                            PERFORM Queue-PS-Change
                        END-IF
                    END-PERFORM
                    DISPLAY ESC Blue-On WS-PS-Queued
                        " price change(s) for " WS-PS-Effective
                        " await approval." ESC Reset-Color
                    MOVE "PRICE-SIM-QUEUE" TO Audit-Action
                    MOVE SPACES TO Audit-Before
                    MOVE SPACES TO Audit-After
                    STRING "SCOPE=" WS-PS-Scope " ITEMS=" WS-PS-Count
                        DELIMITED BY SIZE INTO Audit-Before
                    STRING "QUEUED=" WS-PS-Queued " EFF="
                        WS-PS-Effective
                        DELIMITED BY SIZE INTO Audit-After
                    PERFORM Write-Audit
                END-IF
            END-IF.
       Queue-PS-Change.
      *>  Expects WS-PS-I.
            PERFORM Next-PriceChg-Sequence
            OPEN I-O PriceChangeFile
            IF File-Status = "35"
                DISPLAY "File does not exist. Creating file..."
                OPEN OUTPUT PriceChangeFile
                CLOSE PriceChangeFile
                OPEN I-O PriceChangeFile
            END-IF
            MOVE WS-Next-ID TO PC-ID
            MOVE WS-Next-ID TO PriceChg-RelKey
            MOVE WS-PS-Item(WS-PS-I) TO PC-Item-ID
            MOVE WS-PS-New(WS-PS-I) TO PC-New-Price
            MOVE WS-PS-Effective TO PC-Effective-Date
            MOVE 0 TO PC-Branch-ID
            MOVE "PENDING" TO PC-Status
            WRITE PriceChange-Record INVALID KEY
                DISPLAY "Error: Unable to write record."
            NOT INVALID KEY
                ADD 1 TO WS-PS-Queued
            END-WRITE
            CLOSE PriceChangeFile
            IF File-Status = "00"
                PERFORM File-Scheduled-Price-Request
            END-IF.
       Next-Repair-Line-Sequence.
            MOVE 63 TO Counter-RelKey
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
       Find-Open-Repair.
      *>  Expects WS-RK-Ticket. Leaves the Repair-Record loaded and
      *>  returns WS-RK-OK = "Y" when the ticket is on file and not
      *>  yet collected - charges can only go on an open ticket.
            MOVE "N" TO WS-RK-OK
            OPEN INPUT RepairFile
            IF File-Status NOT = "00"
                DISPLAY "Error: Ticket not found."
            ELSE
                MOVE WS-RK-Ticket TO Repair-RelKey
                READ RepairFile INVALID KEY
                    DISPLAY "Error: Ticket not found."
                NOT INVALID KEY
                    IF RT-Status = "COLLECTED"
                        DISPLAY "Error: Ticket " RT-ID
                            " is already collected."
                    ELSE
                        MOVE "Y" TO WS-RK-OK
                        DISPLAY "Ticket " RT-ID " item " RT-Item-ID
                            " status " RT-Status
                    END-IF
                END-READ
            END-IF
            CLOSE RepairFile.
       Book-Repair-Part.
      *>  A part fitted on the bench comes off stock when it is
      *>  used - item and branch stock, lots and a REPR movement
      *>  against the ticket - and waits on the ticket at its
      *>  selling price until the unit is collected.
            DISPLAY "Enter Ticket-ID: "
            ACCEPT WS-RK-Ticket
            PERFORM Find-Open-Repair
            IF WS-RK-OK = "Y"
                DISPLAY "Enter Item-ID of the part: "
                ACCEPT RelativeKey
                DISPLAY "Enter Quantity Used: "
                ACCEPT WS-RK-Qty
                COMPUTE WS-Stock-Qty ROUNDED = WS-RK-Qty
                PERFORM Open-Item-Locked
                READ ItemFile INVALID KEY
                    DISPLAY "Error: Record not found."
                    MOVE "N" TO WS-RK-OK
                NOT INVALID KEY
      *>            parts come off stock in whole units, and the
      *>            ticket line must bill what stock gave up
                    IF WS-Stock-Qty NOT = WS-RK-Qty
                        DISPLAY ESC Blue-On
                            "Error: parts are used in whole units."
                            ESC Reset-Color
                        MOVE "N" TO WS-RK-OK
                    ELSE
                    IF Item-Is-Service OR Item-Is-Bundle OR
                       Item-Is-Rental
                        DISPLAY ESC Blue-On
                            "Error: not a stock part - labour goes "
                            "on as a service item." ESC Reset-Color
                        MOVE "N" TO WS-RK-OK
                    ELSE
                    IF WS-Stock-Qty = 0 OR WS-Stock-Qty > Item-Qty
                        DISPLAY ESC Blue-On
                            "Error: quantity must be 1 to "
                            Item-Qty " (in stock)." ESC Reset-Color
                        MOVE "N" TO WS-RK-OK
                    ELSE
                        COMPUTE Item-Qty = Item-Qty - WS-Stock-Qty
                        REWRITE Item-Record INVALID KEY
                        DISPLAY "Error: Unable to rewrite record."
                        MOVE "N" TO WS-RK-OK
                        END-REWRITE
                    END-IF
                    END-IF
                    END-IF
                END-READ
                IF WS-RK-OK = "Y"
                    MOVE Input-ID TO WS-Lookup-Casher-ID
                    PERFORM Find-Casher-Branch
                    IF WS-Branch-ID-Lookup > 0
                        COMPUTE WS-IB-Delta = 0 - WS-Stock-Qty
                        PERFORM Adjust-Branch-Stock
                    END-IF

                    MOVE 0 TO WS-LT-Pend-Count
                    MOVE Item-ID TO Cart-Item-ID
                    MOVE WS-Stock-Qty TO WS-Lot-Draw-Qty
                    MOVE "REPR" TO WS-LT-Kind
                    MOVE RT-ID TO WS-LT-Ref
                    MOVE WS-Branch-ID-Lookup TO WS-LT-Branch
                    PERFORM Drawdown-Lots
                    MOVE 0 TO WS-LT-Invoice
                    MOVE RT-Customer-ID TO WS-LT-Customer
                    PERFORM Stamp-Lot-Trace

                    MOVE "REPR" TO Mv-Type
                    MOVE Item-ID TO Mv-Item-ID
                    COMPUTE Mv-Qty = 0 - WS-Stock-Qty
                    MOVE RT-ID TO Mv-Ref-ID
                    PERFORM Write-Movement
                END-IF
                CLOSE ItemFile
                IF WS-RK-OK = "Y"
                    MOVE "P" TO WS-RK-Kind
                    PERFORM Write-Repair-Line
                END-IF
            END-IF.
       Book-Repair-Labour.
      *>  Labour is a service item whose price is the hourly rate;
      *>  the hours go on the ticket at that rate and the item's
      *>  cost.
            DISPLAY "Enter Ticket-ID: "
            ACCEPT WS-RK-Ticket
            PERFORM Find-Open-Repair
            IF WS-RK-OK = "Y"
                DISPLAY "Enter Service Item-ID (labour rate): "
                ACCEPT RelativeKey
                OPEN INPUT ItemFile
                READ ItemFile INVALID KEY
                    DISPLAY "Error: Record not found."
                    MOVE "N" TO WS-RK-OK
                NOT INVALID KEY
                    IF NOT Item-Is-Service
                        DISPLAY ESC Blue-On
                            "Error: not a service item - parts go "
                            "on with Book Part." ESC Reset-Color
                        MOVE "N" TO WS-RK-OK
                    END-IF
                END-READ
                CLOSE ItemFile
                IF WS-RK-OK = "Y"
                    DISPLAY Item-Name " at " Item-Price " per hour"
                    DISPLAY "Enter Hours Worked: "
                    ACCEPT WS-RK-Qty
                    IF WS-RK-Qty = 0
                        DISPLAY "Nothing booked."
                    ELSE
                        MOVE "L" TO WS-RK-Kind
                        PERFORM Write-Repair-Line
                    END-IF
                END-IF
            END-IF.
       Write-Repair-Line.
      *>  Expects WS-RK-Ticket, WS-RK-Kind, WS-RK-Qty and the
      *>  Item-Record of the part or service booked.
            PERFORM Next-Repair-Line-Sequence
            OPEN I-O RepairLineFile
            IF File-Status = "35"
                OPEN OUTPUT RepairLineFile
                CLOSE RepairLineFile
                OPEN I-O RepairLineFile
            END-IF
            MOVE WS-Next-ID TO RPL-ID
            MOVE WS-Next-ID TO RepairLine-RelKey
            MOVE WS-RK-Ticket TO RPL-Ticket-ID
            MOVE WS-RK-Kind TO RPL-Kind
            MOVE Item-ID TO RPL-Item-ID
            MOVE WS-RK-Qty TO RPL-Qty
            MOVE Item-Price TO RPL-Price
            MOVE Item-Cost TO RPL-Cost
            ACCEPT RPL-Date FROM DATE YYYYMMDD
            MOVE Input-ID TO RPL-User
            MOVE 0 TO RPL-Cart-ID
            WRITE Repair-Line-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            NOT INVALID KEY
                COMPUTE WS-RK-Line-Sell ROUNDED = RPL-Qty * RPL-Price
                MOVE WS-RK-Line-Sell TO WS-RK-D-Amt1
                MOVE RPL-Qty TO WS-RK-D-Qty
                DISPLAY ESC Blue-On "Booked to ticket " WS-RK-Ticket
                    ": " FUNCTION TRIM(Item-Name) " x " WS-RK-D-Qty
                    " = " WS-RK-D-Amt1 ESC Reset-Color
            END-WRITE
            CLOSE RepairLineFile.
       Set-Repair-Charge.
      *>  A warranty repair costs the customer nothing; its parts
      *>  and labour are claimed from the unit's supplier when the
      *>  unit is collected.
            DISPLAY "Enter Ticket-ID: "
            ACCEPT WS-RK-Ticket
            OPEN I-O RepairFile
            IF File-Status NOT = "00"
                DISPLAY "Error: Ticket not found."
            ELSE
                MOVE WS-RK-Ticket TO Repair-RelKey
                READ RepairFile INVALID KEY
                    DISPLAY "Error: Ticket not found."
                NOT INVALID KEY
                    IF RT-Status = "COLLECTED"
                        DISPLAY "Error: Ticket " RT-ID " is already "
                            "collected - its charges are settled."
                    ELSE
                        IF RT-Warranty
                            DISPLAY "Ticket " RT-ID " is WARRANTY"
                        ELSE
                            DISPLAY "Ticket " RT-ID " is CHARGEABLE"
                        END-IF
                        DISPLAY "C. Chargeable (customer pays)"
                        DISPLAY "W. Warranty (no charge, claimed "
                            "from supplier)"
                        DISPLAY "Enter Choose Option:"
                        ACCEPT WS-Confirm
                        MOVE FUNCTION UPPER-CASE(WS-Confirm) TO
                            WS-Confirm
                        IF WS-Confirm = "C" OR WS-Confirm = "W"
                            IF WS-Confirm = "W"
                                OPEN INPUT ItemFile
                                MOVE RT-Item-ID TO RelativeKey
                                READ ItemFile INVALID KEY
                                    MOVE 0 TO Item-Supplier-ID
                                END-READ
                                CLOSE ItemFile
                                IF Item-Supplier-ID = 0
                                    DISPLAY "Warning: item has no "
                                        "supplier on file - the "
                                        "warranty cost cannot be "
                                        "claimed."
                                END-IF
                            END-IF
                            MOVE "REPAIR-CHARGE" TO Audit-Action
                            MOVE SPACES TO Audit-Before
                            MOVE SPACES TO Audit-After
                            STRING "RT=" RT-ID " CHARGE=" RT-Charge
                                DELIMITED BY SIZE INTO Audit-Before
                            MOVE WS-Confirm TO RT-Charge
                            REWRITE Repair-Record INVALID KEY
                            DISPLAY "Error: Unable to rewrite record."
                            END-REWRITE
                            STRING "RT=" RT-ID " CHARGE=" RT-Charge
                                DELIMITED BY SIZE INTO Audit-After
                            PERFORM Write-Audit
                            DISPLAY ESC Blue-On "Ticket " RT-ID
                                " updated." ESC Reset-Color
                        ELSE
                            DISPLAY "No change."
                        END-IF
                    END-IF
                END-READ
            END-IF
            CLOSE RepairFile.
       Total-Repair-Lines.
      *>  Expects WS-RK-Ticket. Returns WS-RK-Lines and the
      *>  ticket's parts and labour at selling price and at cost.
            MOVE 0 TO WS-RK-Lines
            MOVE 0 TO WS-RK-Part-Sell
            MOVE 0 TO WS-RK-Part-Cost
            MOVE 0 TO WS-RK-Labour-Sell
            MOVE 0 TO WS-RK-Labour-Cost
            OPEN INPUT RepairLineFile
            IF File-Status = "00"
                MOVE "N" TO EOFRK
                PERFORM UNTIL EOFRK = "Y"
                   READ RepairLineFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRK
                   NOT AT END
                       IF RPL-Ticket-ID = WS-RK-Ticket
                           ADD 1 TO WS-RK-Lines
                           COMPUTE WS-RK-Line-Sell ROUNDED =
                               RPL-Qty * RPL-Price
                           COMPUTE WS-RK-Line-Cost ROUNDED =
                               RPL-Qty * RPL-Cost
                           IF RPL-Is-Labour
                               ADD WS-RK-Line-Sell TO
                                   WS-RK-Labour-Sell
                               ADD WS-RK-Line-Cost TO
                                   WS-RK-Labour-Cost
                           ELSE
                               ADD WS-RK-Line-Sell TO WS-RK-Part-Sell
                               ADD WS-RK-Line-Cost TO WS-RK-Part-Cost
                           END-IF
                       END-IF
                END-PERFORM
            END-IF
            CLOSE RepairLineFile.
       View-Repair-Charges.
            DISPLAY "Enter Ticket-ID: "
            ACCEPT WS-RK-Ticket
            MOVE "N" TO WS-RK-OK
            OPEN INPUT RepairFile
            IF File-Status = "00"
                MOVE WS-RK-Ticket TO Repair-RelKey
                READ RepairFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-RK-OK
                END-READ
            END-IF
            CLOSE RepairFile
            IF WS-RK-OK = "N"
                DISPLAY "Error: Ticket not found."
            ELSE
            DISPLAY H10 H10 H10 H10 H10 H10 H2
            IF RT-Warranty
                DISPLAY "Ticket " RT-ID " item " RT-Item-ID " "
                    RT-Status " WARRANTY"
            ELSE
                DISPLAY "Ticket " RT-ID " item " RT-Item-ID " "
                    RT-Status " CHARGEABLE"
            END-IF
            DISPLAY "Line  K Item  Qty       Price      Cost     "
                "Date   Sale-Line"
            DISPLAY S10 S10 S10 S10 S10 S10 S2
            OPEN INPUT RepairLineFile
            IF File-Status = "00"
                MOVE "N" TO EOFRK
                PERFORM UNTIL EOFRK = "Y"
                   READ RepairLineFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRK
                   NOT AT END
                       IF RPL-Ticket-ID = WS-RK-Ticket
                           MOVE RPL-Qty TO WS-RK-D-Qty
                           DISPLAY RPL-ID " " RPL-Kind " "
                               RPL-Item-ID " " WS-RK-D-Qty " "
                               RPL-Price " " RPL-Cost " " RPL-Date
                               " " RPL-Cart-ID
                       END-IF
                END-PERFORM
            END-IF
            CLOSE RepairLineFile
            PERFORM Total-Repair-Lines
            DISPLAY S10 S10 S10 S10 S10 S10 S2
            MOVE WS-RK-Part-Sell TO WS-RK-D-Amt1
            MOVE WS-RK-Labour-Sell TO WS-RK-D-Amt2
            COMPUTE WS-RK-Line-Cost =
                WS-RK-Part-Cost + WS-RK-Labour-Cost
            MOVE WS-RK-Line-Cost TO WS-RK-D-Amt3
            DISPLAY "Parts " WS-RK-D-Amt1 "  Labour " WS-RK-D-Amt2
                "  Cost " WS-RK-D-Amt3
            IF RT-Bill-Invoice > 0
                DISPLAY "Billed on invoice " RT-Bill-Invoice
            END-IF
            IF RT-Claim-ID > 0
                DISPLAY "Warranty claim on AP ledger row "
                    RT-Claim-ID
            END-IF
            DISPLAY H10 H10 H10 H10 H10 H10 H2
            END-IF.
       Bill-Repair-Ticket.
      *>  Expects the Repair-Record read for update. Settles the
      *>  ticket as the unit goes back to the customer: a warranty
      *>  job is claimed from the supplier, a chargeable one with
      *>  charges on it is rung up at the till. Returns WS-RK-OK;
      *>  on "Y" RT-Collected and the bill or claim are set for the
      *>  caller's REWRITE. Charges are only taken in a casher's
      *>  till session; a ticket already invoiced on an earlier
      *>  attempt is paid against that invoice.
            MOVE "Y" TO WS-RK-OK
            MOVE RT-ID TO WS-RK-Ticket
            PERFORM Total-Repair-Lines
            IF RT-Warranty
                IF WS-RK-Lines > 0
                    PERFORM Claim-Repair-Warranty
                END-IF
            ELSE
            IF WS-RK-Lines > 0 OR RT-Bill-Invoice > 0
                IF WS-Till-Session NOT = "Y"
                    DISPLAY ESC Blue-On
                        "Error: ticket has charges - collect it "
                        "at a till." ESC Reset-Color
                    MOVE "N" TO WS-RK-OK
                ELSE
                IF RT-Bill-Invoice > 0
                    PERFORM Resume-Repair-Payment
                ELSE
                ACCEPT WS-Close-Date FROM DATE YYYYMMDD
                PERFORM Is-Day-Closed
                IF WS-Day-Closed = "Y"
                    DISPLAY ESC Blue-On
                        "Error: Today's business day is already "
                        "closed. No new invoices can be created."
                        ESC Reset-Color
                    MOVE "N" TO WS-RK-OK
                ELSE
                    PERFORM Invoice-Repair-Ticket
                END-IF
                END-IF
                END-IF
            END-IF
            END-IF
            IF WS-RK-OK = "Y"
                ACCEPT RT-Collected FROM DATE YYYYMMDD
                MOVE "REPAIR-BILL" TO Audit-Action
                MOVE SPACES TO Audit-Before
                MOVE SPACES TO Audit-After
                STRING "RT=" RT-ID " CHARGE=" RT-Charge
                    DELIMITED BY SIZE INTO Audit-Before
                STRING "INV=" RT-Bill-Invoice " CLAIM=" RT-Claim-ID
                    DELIMITED BY SIZE INTO Audit-After
                PERFORM Write-Audit
            END-IF.
       Claim-Repair-Warranty.
      *>  What the ticket used, at cost, is claimed from the unit's
      *>  supplier as a CRD row on the AP ledger (reference RPR and
      *>  the ticket) so the payment run nets it off.
            OPEN INPUT ItemFile
            MOVE RT-Item-ID TO RelativeKey
            READ ItemFile INVALID KEY
                MOVE 0 TO Item-Supplier-ID
            END-READ
            CLOSE ItemFile
            COMPUTE WS-RK-Claim = WS-RK-Part-Cost + WS-RK-Labour-Cost
            IF Item-Supplier-ID = 0
                DISPLAY "Warning: item has no supplier on file - "
                    "warranty cost " WS-RK-Claim " not claimed."
            ELSE
            IF WS-RK-Claim > 0
                MOVE Item-Supplier-ID TO WS-APL-Supplier
                MOVE "CRD" TO WS-APL-Kind
                MOVE "RPR" TO WS-APL-Ref-Type
                MOVE RT-ID TO WS-APL-Ref
                MOVE WS-RK-Claim TO WS-APL-Amount
                PERFORM Open-Payable
                MOVE APL-ID TO RT-Claim-ID
                DISPLAY ESC Blue-On "Warranty repair - no charge. "
                    "Cost " WS-RK-Claim " claimed from supplier "
                    Item-Supplier-ID "." ESC Reset-Color
            END-IF
            END-IF.
       Resume-Repair-Payment.
      *>  The ticket was invoiced but not collected - the earlier
      *>  attempt stopped at the payment. Its invoice is paid now
      *>  unless a payment row already stands against it.
            OPEN INPUT InvoiceFile
            MOVE RT-Bill-Invoice TO Invoice-RelKey
            READ InvoiceFile INVALID KEY
                DISPLAY "Error: invoice " RT-Bill-Invoice
                    " of the ticket not found."
                MOVE "N" TO WS-RK-OK
            END-READ
            CLOSE InvoiceFile
            IF WS-RK-OK = "Y"
                MOVE "N" TO WS-RK-Paid
                OPEN INPUT PaymentFile
                MOVE Invoice-ID TO Pay-RelKey
                READ PaymentFile INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-RK-Paid
                END-READ
                CLOSE PaymentFile
                IF WS-RK-Paid = "Y"
                    DISPLAY "Invoice " Invoice-ID " of the ticket "
                        "is already paid."
                ELSE
                    DISPLAY ESC Blue-On "Invoice " Invoice-ID
                        " already raised for the ticket - total: "
                        Final-Amount ESC Reset-Color
                    MOVE Final-Amount TO Final-Total-Price
                    PERFORM Record-Payment
                END-IF
            END-IF.
       Invoice-Repair-Ticket.
      *>  Expects the Repair-Record. The ticket's parts and labour
      *>  go through the till as an ordinary completed sale: one
      *>  sale line per ticket line, taxed by category unless the
      *>  customer is exempt, on an invoice with its own receipt
      *>  number, then paid like any other. The parts came off
      *>  stock when they were booked. The ticket lines are marked
      *>  billed, and the ticket rewritten with its invoice, only
      *>  once the invoice is on file; if it cannot be written the
      *>  sale lines are taken back out and the ticket stays open.
            MOVE RT-Customer-ID TO Invoice-Customer-ID
            PERFORM Check-Tax-Exemption
            MOVE 0 TO WS-RK-Total
            MOVE 0 TO WS-RK-Tax
            MOVE 0 TO WS-RK-Line-IDX
            MOVE "N" TO WS-RK-Lines-Full
            MOVE ZEROES TO WS-RK-Inv-List
            MOVE 0 TO WS-RK-Pend-Count
            OPEN INPUT RepairLineFile
            IF File-Status = "00"
                MOVE "N" TO EOFRK
                PERFORM UNTIL EOFRK = "Y"
                   READ RepairLineFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRK
                   NOT AT END
                       IF RPL-Ticket-ID = RT-ID AND RPL-Cart-ID = 0
                           IF WS-RK-Pend-Count < 99
                               PERFORM Bill-Repair-Line
                           ELSE
                               DISPLAY "Error: too many charges on "
                                   "the ticket to bill at once."
                               MOVE "N" TO WS-RK-OK
                               MOVE "Y" TO EOFRK
                           END-IF
                       END-IF
                END-PERFORM
            END-IF
            CLOSE RepairLineFile
            IF WS-RK-Lines-Full = "Y"
                DISPLAY "Warning: invoice line table full, some "
                    "ticket lines omitted from the printed/exported "
                    "receipt."
            END-IF

            MOVE "N" TO WS-RK-Written
            IF WS-RK-OK = "Y"
                PERFORM Write-Repair-Invoice
            END-IF

            IF WS-RK-Written = "N"
                MOVE "N" TO WS-RK-OK
                PERFORM Unwind-Repair-Lines
            ELSE
                PERFORM Stamp-Repair-Lines
                MOVE Invoice-ID TO RT-Bill-Invoice
                MOVE RT-ID TO Repair-RelKey
                REWRITE Repair-Record INVALID KEY
                DISPLAY "Error: Unable to rewrite record."
                END-REWRITE
                MOVE "SALE" TO WS-EJ-Event
                MOVE Invoice-ID TO WS-EJ-Ref
                MOVE Final-Amount TO WS-EJ-Amount
                MOVE SPACES TO WS-EJ-Detail
                STRING "REPAIR " RT-ID
                    DELIMITED BY SIZE INTO WS-EJ-Detail
                PERFORM Write-EJ
                MOVE "S" TO WS-SS-Kind
                MOVE Invoice-Date TO WS-SS-Date
                PERFORM Post-Invoice-Summary
                MOVE WS-RK-Part-Sell TO WS-RK-D-Amt1
                MOVE WS-RK-Labour-Sell TO WS-RK-D-Amt2
                MOVE WS-RK-Tax TO WS-RK-D-Amt3
                DISPLAY "Parts " WS-RK-D-Amt1 "  Labour "
                    WS-RK-D-Amt2 "  Tax " WS-RK-D-Amt3
                DISPLAY ESC Blue-On "Invoice " Invoice-ID
                    " total: " Final-Amount ESC Reset-Color
                MOVE Final-Amount TO Final-Total-Price
                PERFORM Record-Payment
            END-IF.
       Write-Repair-Invoice.
      *>  The invoice for the lines just rung up, under its fiscal
      *>  number. Returns WS-RK-Written.
            PERFORM Next-Invoice-Sequence
            OPEN I-O InvoiceFile
            IF File-Status = "35"
                OPEN OUTPUT InvoiceFile
                CLOSE InvoiceFile
                OPEN I-O InvoiceFile
            END-IF
            MOVE WS-Next-ID TO Invoice-ID
            MOVE WS-Next-ID TO Invoice-RelKey
            MOVE Input-ID TO Invoice-Casher-ID
            MOVE RT-Customer-ID TO Invoice-Customer-ID
            MOVE SPACES TO Invoice-Customer-Name
            STRING "REPAIR TICKET " RT-ID
                DELIMITED BY SIZE INTO Invoice-Customer-Name
            MOVE WS-RK-Inv-List TO Item-ID-List
            MOVE WS-RK-Total TO Total-Amount
            MOVE 0 TO Discount
            MOVE WS-RK-Tax TO Invoice-Tax
            MOVE 0 TO Invoice-Points-Redeemed
            MOVE 0 TO Invoice-Promo-Savings
            COMPUTE Final-Amount = WS-RK-Total + WS-RK-Tax
            ACCEPT Invoice-Date FROM DATE YYYYMMDD
            ACCEPT WS-TIME-RAW FROM TIME
            MOVE SPACES TO Invoice-Time
            STRING WS-TIME-RAW(1:2) ":" WS-TIME-RAW(3:2)
                DELIMITED BY SIZE INTO Invoice-Time
            MOVE "Completed" TO Invoice-Status
            MOVE "R" TO Invoice-Price-Tier
            MOVE WS-Till-ID TO Invoice-Till-ID
            MOVE Input-ID TO WS-Lookup-Casher-ID
            PERFORM Find-Casher-Branch
            MOVE WS-Branch-ID-Lookup TO WS-FIS-Branch
            MOVE "R" TO WS-FIS-Series
            MOVE "I" TO WS-FIS-Source
            MOVE Invoice-ID TO WS-FIS-Ref
            MOVE 0 TO WS-FIS-Orig-Inv
            MOVE Final-Amount TO WS-FIS-Amount
            PERFORM Reserve-Fiscal-Number
            MOVE "N" TO WS-RK-Written
            WRITE Invoice-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            MOVE "V" TO WS-FIS-Result
            MOVE "INVOICE WRITE FAILED" TO WS-FIS-Reason
            NOT INVALID KEY
                MOVE "W" TO WS-RJ-Action
                PERFORM Journal-Invoice-Row
                MOVE "I" TO WS-FIS-Result
                MOVE "Y" TO WS-RK-Written
            END-WRITE
            IF WS-RK-Written = "Y"
                MOVE Invoice-Date TO WS-Idx-Date
                PERFORM Add-To-Invoice-Index
            END-IF
            CLOSE InvoiceFile
            PERFORM Settle-Fiscal-Number.
       Stamp-Repair-Lines.
      *>  The invoice is on file: each ticket line rung up takes
      *>  its sale line, so it is never billed again.
            OPEN I-O RepairLineFile
            PERFORM VARYING WS-RK-Pend-IDX FROM 1 BY 1
                    UNTIL WS-RK-Pend-IDX > WS-RK-Pend-Count
                MOVE WS-RK-Pend-Line(WS-RK-Pend-IDX)
                    TO RepairLine-RelKey
                READ RepairLineFile INVALID KEY
                    DISPLAY "Error: Record not found."
                NOT INVALID KEY
                    MOVE WS-RK-Pend-Cart(WS-RK-Pend-IDX)
                        TO RPL-Cart-ID
                    REWRITE Repair-Line-Record INVALID KEY
                    DISPLAY "Error: Unable to rewrite record."
                    END-REWRITE
                END-READ
            END-PERFORM
            CLOSE RepairLineFile.
       Unwind-Repair-Lines.
      *>  No invoice: the sale lines rung up for the ticket come
      *>  back out, leaving its lines unbilled for the next try.
            IF WS-RK-Pend-Count > 0
                OPEN I-O SaleCartFile
                PERFORM VARYING WS-RK-Pend-IDX FROM 1 BY 1
                        UNTIL WS-RK-Pend-IDX > WS-RK-Pend-Count
                    MOVE WS-RK-Pend-Cart(WS-RK-Pend-IDX)
                        TO SaleCart-RelKey
                    READ SaleCartFile INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DELETE SaleCartFile
                        IF File-Status = "00"
                            MOVE "D" TO WS-RJ-Action
                            PERFORM Journal-SaleCart-Row
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE SaleCartFile
            END-IF.
       Bill-Repair-Line.
      *>  One ticket line onto the sale: its sale-cart line at the
      *>  booked price and cost, its tax, and its place on the
      *>  invoice (the first 20 fit). The line is noted for
      *>  stamping once the invoice is written.
            MOVE RPL-Item-ID TO RelativeKey
            OPEN INPUT ItemFile
            READ ItemFile INVALID KEY
                MOVE SPACES TO Item-Category
            END-READ
            CLOSE ItemFile
            COMPUTE WS-Line-Total ROUNDED = RPL-Qty * RPL-Price
            PERFORM Find-Threshold
            IF WS-Tax-Exempt = "Y"
                MOVE 0 TO WS-Line-Tax
            ELSE
                COMPUTE WS-Line-Tax =
                    WS-Line-Total * (WS-Tax-Rate / 100)
            END-IF
      *>  sequence first: its first-use scan reads through the
      *>  sale-cart record area
            PERFORM Next-Cart-Sequence
            OPEN I-O SaleCartFile
            IF File-Status = "35"
                OPEN OUTPUT SaleCartFile
                CLOSE SaleCartFile
                OPEN I-O SaleCartFile
            END-IF
            MOVE WS-Next-ID TO Sale-Cart-ID
            MOVE WS-Next-ID TO SaleCart-RelKey
            MOVE RPL-Item-ID TO Sale-Cart-Item-ID
            MOVE RPL-Qty TO Sale-Cart-Quantity
            MOVE RPL-Price TO Sale-Cart-Unit-Of-Price
            ACCEPT Sale-Cart-Date FROM DATE YYYYMMDD
            MOVE RPL-Price TO Sale-Cart-Orig-Price
            MOVE SPACES TO Sale-Cart-Ovr-Reason
            MOVE SPACES TO Sale-Cart-Ovr-Approver
            MOVE RPL-Cost TO Sale-Cart-Unit-Cost
            WRITE Sale-Cart-Record INVALID KEY
            DISPLAY "Error: Unable to write record."
            MOVE "N" TO WS-RK-OK
            NOT INVALID KEY
                MOVE "W" TO WS-RJ-Action
                PERFORM Journal-SaleCart-Row
                ADD WS-Line-Total TO WS-RK-Total
                ADD WS-Line-Tax TO WS-RK-Tax
                ADD 1 TO WS-RK-Pend-Count
                MOVE RPL-ID TO WS-RK-Pend-Line(WS-RK-Pend-Count)
                MOVE Sale-Cart-ID TO
                    WS-RK-Pend-Cart(WS-RK-Pend-Count)
                IF WS-RK-Line-IDX < MAX-INVOICE-ITEMS
                    ADD 1 TO WS-RK-Line-IDX
                    MOVE Sale-Cart-ID TO
                        WS-RK-Inv-Line(WS-RK-Line-IDX)
                ELSE
                    MOVE "Y" TO WS-RK-Lines-Full
                END-IF
            END-WRITE
            CLOSE SaleCartFile.
       Repair-Profit-Report.
      *>  Tickets collected in a date range: what each earned on
      *>  parts and labour against what it cost. A warranty job
      *>  earns only what was claimed back from the supplier.
      *>  Tickets that lost money are flagged and counted.
            DISPLAY "Enter From Date (YYYYMMDD): "
            ACCEPT WS-RK-From
            MOVE WS-RK-From TO WS-Date-Check-Str
            PERFORM Validate-Date-YYYYMMDD
            IF WS-Date-Valid = "Y"
                DISPLAY "Enter To Date (YYYYMMDD): "
                ACCEPT WS-RK-To
                MOVE WS-RK-To TO WS-Date-Check-Str
                PERFORM Validate-Date-YYYYMMDD
            END-IF
            IF WS-Date-Valid NOT = "Y"
                DISPLAY "Error: report not run."
            ELSE
            MOVE 0 TO WS-RK-Tickets
            MOVE 0 TO WS-RK-Losses
            MOVE 0 TO WS-RK-Tot-Parts
            MOVE 0 TO WS-RK-Tot-Labour
            MOVE 0 TO WS-RK-Tot-Cost
            MOVE 0 TO WS-RK-Tot-Claim
            MOVE 0 TO WS-RK-Tot-Margin
            MOVE "REPAIR-PROFIT" TO WS-Report-Name
            PERFORM Open-Report-Spool
            MOVE SPACES TO WS-Spool-Line
            STRING "Repair Profitability - collected " WS-RK-From
                " to " WS-RK-To
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING "Ticket Item  T        Parts      Labour"
                "        Cost     Claimed      Margin"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            OPEN INPUT RepairFile
            IF File-Status = "00"
                MOVE "N" TO EOFRT
                PERFORM UNTIL EOFRT = "Y"
                   READ RepairFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOFRT
                   NOT AT END
                       IF RT-Status = "COLLECTED" AND
                          RT-Collected >= WS-RK-From AND
                          RT-Collected <= WS-RK-To
                           PERFORM Repair-Profit-Line
                       END-IF
                END-PERFORM
            END-IF
            CLOSE RepairFile
            MOVE ALL "-" TO WS-Spool-Line
            PERFORM Spool-Line
            MOVE WS-RK-Tot-Parts TO WS-RK-D-Amt1
            MOVE WS-RK-Tot-Labour TO WS-RK-D-Amt2
            MOVE WS-RK-Tot-Cost TO WS-RK-D-Amt3
            MOVE WS-RK-Tot-Claim TO WS-RK-D-Amt4
            MOVE WS-RK-Tot-Margin TO WS-RK-D-Margin
            MOVE SPACES TO WS-Spool-Line
            STRING "Total          " WS-RK-D-Amt1 WS-RK-D-Amt2
                WS-RK-D-Amt3 WS-RK-D-Amt4 WS-RK-D-Margin
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            MOVE SPACES TO WS-Spool-Line
            STRING WS-RK-Tickets " ticket(s) collected, "
                WS-RK-Losses " at a loss"
                DELIMITED BY SIZE INTO WS-Spool-Line
            PERFORM Spool-Line
            PERFORM Close-Report-Spool
            END-IF.
       Repair-Profit-Line.
            ADD 1 TO WS-RK-Tickets
            MOVE RT-ID TO WS-RK-Ticket
            PERFORM Total-Repair-Lines
            COMPUTE WS-RK-Cost = WS-RK-Part-Cost + WS-RK-Labour-Cost
            IF RT-Warranty
                MOVE 0 TO WS-RK-Revenue
                IF RT-Claim-ID > 0
                    MOVE WS-RK-Cost TO WS-RK-Claim
                ELSE
                    MOVE 0 TO WS-RK-Claim
                END-IF
                MOVE 0 TO WS-RK-D-Amt1
                MOVE 0 TO WS-RK-D-Amt2
            ELSE
                COMPUTE WS-RK-Revenue =
                    WS-RK-Part-Sell + WS-RK-Labour-Sell
                MOVE 0 TO WS-RK-Claim
                MOVE WS-RK-Part-Sell TO WS-RK-D-Amt1
                MOVE WS-RK-Labour-Sell TO WS-RK-D-Amt2
                ADD WS-RK-Part-Sell TO WS-RK-Tot-Parts
                ADD WS-RK-Labour-Sell TO WS-RK-Tot-Labour
            END-IF
            COMPUTE WS-RK-Margin =
                WS-RK-Revenue + WS-RK-Claim - WS-RK-Cost
            ADD WS-RK-Cost TO WS-RK-Tot-Cost
            ADD WS-RK-Claim TO WS-RK-Tot-Claim
            ADD WS-RK-Margin TO WS-RK-Tot-Margin
            MOVE WS-RK-Cost TO WS-RK-D-Amt3
            MOVE WS-RK-Claim TO WS-RK-D-Amt4
            MOVE WS-RK-Margin TO WS-RK-D-Margin
            MOVE SPACES TO WS-Spool-Line
            IF WS-RK-Margin < 0
                ADD 1 TO WS-RK-Losses
                STRING RT-ID "  " RT-Item-ID " " RT-Charge " "
                    WS-RK-D-Amt1 WS-RK-D-Amt2 WS-RK-D-Amt3
                    WS-RK-D-Amt4 WS-RK-D-Margin "  LOSS"
                    DELIMITED BY SIZE INTO WS-Spool-Line
            ELSE
                STRING RT-ID "  " RT-Item-ID " " RT-Charge " "
                    WS-RK-D-Amt1 WS-RK-D-Amt2 WS-RK-D-Amt3
                    WS-RK-D-Amt4 WS-RK-D-Margin
                    DELIMITED BY SIZE INTO WS-Spool-Line
            END-IF
            PERFORM Spool-Line.
       END PROGRAM Item.
