000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. InvoiceMatch.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    THREE-WAY MATCH OF VENDOR INVOICES AGAINST THE PURCHASE
000180*    ORDER AND THE RECEIPTS. EACH INVOICE LINE ON
000190*    VENDOR_INVOICES.DAT NAMES A PO NUMBER AND PRODUCT; IT IS
000200*    PROVED AGAINST THE ORDERED AND RECEIVED QUANTITIES ON THE
000210*    OPEN-PO MASTER (OPEN_POS.DAT) AND AGAINST THE UNIT COST
000220*    ACTUALLY RECEIVED, AVERAGED FROM THE RECEIPT HISTORY THAT
000230*    RECEIVINGRECONCILE KEEPS. A LINE INSIDE THE QUANTITY AND
000240*    PRICE TOLERANCES ON AP_MATCH_CONTROL.DAT BECOMES AN
000250*    APPROVED VOUCHER LINE ON THE AP PAYMENT FILE
000260*    (AP_VOUCHERS.DAT) - ONE VOUCHER NUMBER PER VENDOR PER RUN,
000270*    FROM THE VOUCHER CONTROL FILE THE WAY PO NUMBERS COME FROM
000280*    PO_CONTROL.DAT, EACH LINE DUE THE VENDOR'S NET TERMS DAYS
000290*    AFTER THE INVOICE DATE. A LINE OUTSIDE TOLERANCE,
000300*    INVOICED BEFORE ANYTHING WAS RECEIVED, OR ALREADY
000310*    VOUCHERED GOES TO THE HOLD LISTING FOR PURCHASING WITH
000320*    THE PRICE VARIANCE IN DOLLARS FOR THE VENDOR CHARGEBACK.
000330*    EVERY VOUCHERED LINE IS KEPT ON THE INVOICE MASTER
000340*    (AP_INVOICES.DAT), KEYED BY PO NUMBER, PRODUCT AND
000350*    INVOICE NUMBER, WHICH IS HOW A SECOND INVOICE FOR THE
000360*    SAME GOODS IS CAUGHT AND HOW PARTIAL INVOICES AGAINST ONE
000370*    PO LINE ARE TOTALLED. A HELD LINE IS NOT KEPT - ONCE
000380*    PURCHASING RESOLVES IT, IT IS RE-SUBMITTED ON A LATER
000390*    INVOICE FILE.
000400*
000410*MODIFICATION HISTORY.
000420*    DATE       INIT  DESCRIPTION
000430*    10/15/2026 JDH   ORIGINAL PROGRAM - INVOICE THREE-WAY
000440*                     MATCH, AP VOUCHER FILE BY VENDOR AND
000450*                     INVOICE HOLD LISTING.
000460*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT InvoiceFile ASSIGN TO 'vendor_invoices.dat'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-InvoiceFileStatus.
000530
000540     SELECT OpenPoFile ASSIGN TO 'open_pos.dat'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-OpenPoFileStatus.
000570
000580     SELECT ReceiptHistoryFile
000590         ASSIGN TO 'po_receipt_history.dat'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ReceiptHistoryStatus.
000620
000630     SELECT VendorFile ASSIGN TO 'vendors.dat'
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650
000660     SELECT MatchControlFile ASSIGN TO 'ap_match_control.dat'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-MatchControlStatus.
000690
000700     SELECT VoucherControlFile ASSIGN TO 'voucher_control.dat'
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-VoucherControlStatus.
000730
000740     SELECT InvoiceMasterFile ASSIGN TO 'ap_invoices.dat'
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS APM-InvoiceKey
000780         FILE STATUS IS WS-InvoiceMasterStatus.
000790
000800     SELECT VoucherFile ASSIGN TO 'ap_vouchers.dat'
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820
000830     SELECT InvoiceHoldFile ASSIGN TO 'ap_invoice_holds.dat'
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  InvoiceFile.
000890 01  InvoiceRecord.
000900     05  INV-InvoiceNumber  PIC X(12).
000910     05  INV-VendorNumber   PIC 9(5).
000920     05  INV-PONumber       PIC 9(7).
000930     05  INV-ProductID      PIC 9(5).
000940     05  INV-InvoiceDate    PIC 9(8).
000950     05  INV-INVOICE-DATE-PARTS REDEFINES INV-InvoiceDate.
000960         10  INV-InvoiceYear  PIC 9(4).
000970         10  INV-InvoiceMonth PIC 9(2).
000980         10  INV-InvoiceDay   PIC 9(2).
000990     05  INV-Quantity       PIC 9(5).
001000     05  INV-UnitPrice      PIC 9(5)V99.
001010
001020 FD  OpenPoFile.
001030 01  OpenPoRecord.
001040     05  OPO-PONumber       PIC 9(7).
001050     05  OPO-VendorNumber   PIC 9(5).
001060     05  OPO-ProductID      PIC 9(5).
001070     05  OPO-OrderQty       PIC 9(5).
001080     05  OPO-ReceivedQty    PIC 9(5).
001090     05  OPO-OrderDate      PIC 9(8).
001100     05  OPO-LeadTimeDays   PIC 9(3).
001110     05  OPO-Status         PIC X(1).
001120         88  OPEN-PO-LINE             VALUE 'O'.
001130         88  PARTIAL-PO-LINE          VALUE 'P'.
001140         88  CLOSED-PO-LINE           VALUE 'C'.
001150
001160 FD  ReceiptHistoryFile.
001170 01  ReceiptHistoryRecord.
001180     05  PRH-PONumber       PIC 9(7).
001190     05  PRH-ProductID      PIC 9(5).
001200     05  PRH-ReceivedUnits  PIC 9(5).
001210     05  PRH-UnitCost       PIC 9(5)V99.
001220     05  PRH-ReceivedDate   PIC 9(8).
001230
001240 FD  VendorFile.
001250 01  VendorRecord.
001260     05  VEND-VendorNumber  PIC 9(5).
001270     05  VEND-VendorName    PIC X(30).
001280     05  VEND-ProductID     PIC 9(5).
001290     05  VEND-LeadTimeDays  PIC 9(3).
001300     05  VEND-MinOrderQty   PIC 9(5).
001310     05  VEND-TermsDays     PIC 9(3).
001320
001330 FD  MatchControlFile.
001340 01  MatchControlRecord.
001350     05  AMC-QtyTolerancePct   PIC 9(2)V99.
001360     05  AMC-PriceTolerancePct PIC 9(2)V99.
001370
001380 FD  VoucherControlFile.
001390 01  VoucherControlRecord.
001400     05  VCC-LastVoucherNumber PIC 9(7).
001410
001420*    INVOICE MASTER - ONE RECORD PER VOUCHERED INVOICE LINE.
001430 FD  InvoiceMasterFile.
001440 01  InvoiceMasterRecord.
001450     05  APM-InvoiceKey.
001460         10  APM-PONumber       PIC 9(7).
001470         10  APM-ProductID      PIC 9(5).
001480         10  APM-InvoiceNumber  PIC X(12).
001490     05  APM-VendorNumber   PIC 9(5).
001500     05  APM-InvoiceDate    PIC 9(8).
001510     05  APM-Quantity       PIC 9(5).
001520     05  APM-UnitPrice      PIC 9(5)V99.
001530     05  APM-Amount         PIC 9(9)V99.
001540     05  APM-VoucherNumber  PIC 9(7).
001550     05  APM-VoucheredDate  PIC 9(8).
001560
001570*    THE PAYMENT FILE IS GROUPED BY VENDOR - A HEADER, ONE
001580*    DETAIL PER APPROVED INVOICE LINE, AND A TRAILER CARRYING
001590*    THE VOUCHER'S LINE COUNT AND TOTAL.
001600 FD  VoucherFile.
001610 01  VoucherHeader.
001620     05  VCH-RecordType        PIC X(1).
001630     05  VCH-VoucherNumber     PIC 9(7).
001640     05  VCH-VendorNumber      PIC 9(5).
001650     05  VCH-VendorName        PIC X(30).
001660     05  VCH-TermsDays         PIC 9(3).
001670     05  VCH-RunDate           PIC 9(8).
001680     05  FILLER                PIC X(23).
001690
001700 01  VoucherDetail.
001710     05  VCD-RecordType        PIC X(1).
001720     05  VCD-VoucherNumber     PIC 9(7).
001730     05  VCD-InvoiceNumber     PIC X(12).
001740     05  VCD-PONumber          PIC 9(7).
001750     05  VCD-ProductID         PIC 9(5).
001760     05  VCD-Quantity          PIC 9(5).
001770     05  VCD-UnitPrice         PIC 9(5)V99.
001780     05  VCD-Amount            PIC 9(9)V99.
001790     05  VCD-InvoiceDate       PIC 9(8).
001800     05  VCD-DueDate           PIC 9(8).
001810     05  FILLER                PIC X(6).
001820
001830 01  VoucherTrailer.
001840     05  VCT-RecordType        PIC X(1).
001850     05  VCT-VoucherNumber     PIC 9(7).
001860     05  VCT-VendorNumber      PIC 9(5).
001870     05  VCT-LineCount         PIC 9(5).
001880     05  VCT-VoucherTotal      PIC 9(11)V99.
001890     05  FILLER                PIC X(46).
001900
001910 FD  InvoiceHoldFile.
001920 01  InvoiceHoldRecord.
001930     05  AIH-InvoiceNumber     PIC X(12).
001940     05  AIH-VendorNumber      PIC 9(5).
001950     05  AIH-PONumber          PIC 9(7).
001960     05  AIH-ProductID         PIC 9(5).
001970     05  AIH-InvoiceDate       PIC 9(8).
001980     05  AIH-InvoicedQty       PIC 9(5).
001990     05  AIH-OrderedQty        PIC 9(5).
002000     05  AIH-ReceivedQty       PIC 9(5).
002010     05  AIH-InvoicePrice      PIC 9(5)V99.
002020     05  AIH-ReceivedCost      PIC 9(5)V99.
002030     05  AIH-PriceVariance     PIC S9(9)V99.
002040     05  AIH-Reason            PIC X(40).
002050
002060 WORKING-STORAGE SECTION.
002070 01  WS-EOF-INVOICE-SWITCH     PIC X(1) VALUE 'N'.
002080     88  END-OF-INVOICES              VALUE 'Y'.
002090
002100 01  WS-EOF-OPENPO-SWITCH      PIC X(1) VALUE 'N'.
002110     88  END-OF-OPEN-POS              VALUE 'Y'.
002120
002130 01  WS-EOF-RECEIPT-SWITCH     PIC X(1) VALUE 'N'.
002140     88  END-OF-RECEIPT-HISTORY       VALUE 'Y'.
002150
002160 01  WS-EOF-VENDOR-SWITCH      PIC X(1) VALUE 'N'.
002170     88  END-OF-VENDORS               VALUE 'Y'.
002180
002190 01  WS-EOF-MASTER-SWITCH      PIC X(1) VALUE 'N'.
002200     88  END-OF-LINE-INVOICES         VALUE 'Y'.
002210
002220 01  WS-MATCH-OK-SWITCH        PIC X(1) VALUE 'N'.
002230     88  MATCH-MAY-PROCEED            VALUE 'Y'.
002240     88  MATCH-IS-REFUSED             VALUE 'N'.
002250
002260 01  WS-InvoiceFileStatus      PIC X(2) VALUE SPACES.
002270 01  WS-OpenPoFileStatus       PIC X(2) VALUE SPACES.
002280 01  WS-ReceiptHistoryStatus   PIC X(2) VALUE SPACES.
002290 01  WS-MatchControlStatus     PIC X(2) VALUE SPACES.
002300 01  WS-VoucherControlStatus   PIC X(2) VALUE SPACES.
002310
002320*    INVOICE-MASTER-STATUS 35 MEANS NO INVOICE HAS EVER BEEN
002330*    VOUCHERED - THE FIRST RUN CREATES THE INDEXED FILE BEFORE
002340*    OPENING IT I-O.
002350 01  WS-InvoiceMasterStatus    PIC X(2) VALUE SPACES.
002360
002370*    MATCH TOLERANCES, AS PERCENTAGES. THE INVOICED QUANTITY
002380*    MAY RUN THIS FAR OVER WHAT WAS RECEIVED (AND ORDERED),
002390*    AND THE INVOICE PRICE THIS FAR EITHER SIDE OF THE COST
002400*    RECEIVED. AP_MATCH_CONTROL.DAT OVERRIDES THE DEFAULTS.
002410 01  WS-QtyTolerancePct        PIC 9(2)V99 VALUE 5.00.
002420 01  WS-PriceTolerancePct      PIC 9(2)V99 VALUE 2.00.
002430
002440*    NET DAYS FOR A VENDOR WITH NO TERMS ON THE MASTER.
002450 01  WS-DefaultTermsDays       PIC 9(3) VALUE 30.
002460
002470*    OPEN-PO TABLE - EVERY LINE ON THE OPEN-PO MASTER, CLOSED
002480*    LINES INCLUDED, SINCE A LINE CLOSES ON RECEIPT LONG
002490*    BEFORE ITS INVOICE ARRIVES.
002500 01  WS-OPEN-PO-TABLE.
002510     05  WS-OPEN-PO-ENTRY OCCURS 500 TIMES.
002520         10  WS-POT-PO-NUMBER      PIC 9(7).
002530         10  WS-POT-VENDOR-NUMBER  PIC 9(5).
002540         10  WS-POT-PRODUCT-ID     PIC 9(5).
002550         10  WS-POT-ORDER-QTY      PIC 9(5).
002560         10  WS-POT-RECEIVED-QTY   PIC 9(5).
002570
002580 01  WS-OPEN-PO-COUNT          PIC 9(5) VALUE 0 COMP.
002590 01  WS-POT-IDX                PIC 9(5) VALUE 0 COMP.
002600 01  WS-FOUND-POT-IDX          PIC 9(5) VALUE 0 COMP.
002610 01  WS-OpenPoTableFull        PIC 9(5) VALUE 0 COMP.
002620
002630 01  WS-POT-FOUND-SWITCH       PIC X(1) VALUE 'N'.
002640     88  PO-LINE-FOUND                VALUE 'Y'.
002650     88  PO-LINE-NOT-FOUND            VALUE 'N'.
002660
002670*    RECEIVED COST TABLE - UNITS AND EXTENDED COST RECEIVED
002680*    BY PO NUMBER AND PRODUCT, FROM THE RECEIPT HISTORY.
002690 01  WS-RECEIVED-COST-TABLE.
002700     05  WS-RECEIVED-COST-ENTRY OCCURS 500 TIMES.
002710         10  WS-RCT-PO-NUMBER      PIC 9(7).
002720         10  WS-RCT-PRODUCT-ID     PIC 9(5).
002730         10  WS-RCT-UNITS          PIC 9(7).
002740         10  WS-RCT-COST           PIC 9(11)V99.
002750
002760 01  WS-RECEIVED-COST-COUNT    PIC 9(5) VALUE 0 COMP.
002770 01  WS-RCT-IDX                PIC 9(5) VALUE 0 COMP.
002780 01  WS-FOUND-RCT-IDX          PIC 9(5) VALUE 0 COMP.
002790 01  WS-ReceivedCostTableFull  PIC 9(5) VALUE 0 COMP.
002800
002810 01  WS-RCT-FOUND-SWITCH       PIC X(1) VALUE 'N'.
002820     88  RECEIVED-COST-FOUND          VALUE 'Y'.
002830     88  RECEIVED-COST-NOT-FOUND      VALUE 'N'.
002840
002850*    VENDOR TABLE - ONE ENTRY PER VENDOR (THE MASTER CARRIES
002860*    ONE RECORD PER VENDOR-PRODUCT PAIRING; THE FIRST GIVES
002870*    THE NAME AND TERMS). THE VOUCHER NUMBER IS ASSIGNED WHEN
002880*    THE VENDOR'S FIRST LINE IS APPROVED.
002890 01  WS-VENDOR-TABLE.
002900     05  WS-VENDOR-ENTRY OCCURS 200 TIMES.
002910         10  WS-VDT-VENDOR-NUMBER  PIC 9(5).
002920         10  WS-VDT-VENDOR-NAME    PIC X(30).
002930         10  WS-VDT-TERMS-DAYS     PIC 9(3).
002940         10  WS-VDT-VOUCHER-NUMBER PIC 9(7).
002950
002960 01  WS-VENDOR-COUNT           PIC 9(5) VALUE 0 COMP.
002970 01  WS-VDT-IDX                PIC 9(5) VALUE 0 COMP.
002980 01  WS-FOUND-VDT-IDX          PIC 9(5) VALUE 0 COMP.
002990 01  WS-VendorTableFull        PIC 9(5) VALUE 0 COMP.
003000
003010 01  WS-VDT-FOUND-SWITCH       PIC X(1) VALUE 'N'.
003020     88  VENDOR-FOUND                 VALUE 'Y'.
003030     88  VENDOR-NOT-FOUND             VALUE 'N'.
003040
003050*    APPROVED LINES, HELD UNTIL THE END OF THE RUN SO THE
003060*    PAYMENT FILE CAN BE WRITTEN ONE VENDOR AT A TIME.
003070 01  WS-APPROVED-TABLE.
003080     05  WS-APPROVED-ENTRY OCCURS 500 TIMES.
003090         10  WS-APT-VENDOR-NUMBER  PIC 9(5).
003100         10  WS-APT-INVOICE-NUMBER PIC X(12).
003110         10  WS-APT-PO-NUMBER      PIC 9(7).
003120         10  WS-APT-PRODUCT-ID     PIC 9(5).
003130         10  WS-APT-QUANTITY       PIC 9(5).
003140         10  WS-APT-UNIT-PRICE     PIC 9(5)V99.
003150         10  WS-APT-AMOUNT         PIC 9(9)V99.
003160         10  WS-APT-INVOICE-DATE   PIC 9(8).
003170         10  WS-APT-DUE-DATE       PIC 9(8).
003180
003190 01  WS-APPROVED-COUNT         PIC 9(5) VALUE 0 COMP.
003200 01  WS-APT-IDX                PIC 9(5) VALUE 0 COMP.
003210
003220 01  WS-LastVoucherNumber      PIC 9(7) VALUE 0.
003230
003240 01  WS-RunDate                PIC 9(8) VALUE 0.
003250
003260*    MATCH WORK FIELDS.
003270 01  WS-HoldReason             PIC X(40) VALUE SPACES.
003280 01  WS-ReceivedCost           PIC 9(5)V99 VALUE 0.
003290 01  WS-PriceVariance          PIC S9(9)V99 VALUE 0.
003300 01  WS-PriceTolerance         PIC 9(5)V99 VALUE 0.
003310 01  WS-PriorInvoicedQty       PIC 9(7) VALUE 0.
003320 01  WS-TotalInvoicedQty       PIC 9(7) VALUE 0.
003330 01  WS-QtyAllowed             PIC 9(7)V99 VALUE 0.
003340 01  WS-InvoiceAmount          PIC 9(9)V99 VALUE 0.
003350 01  WS-LinePONumber           PIC 9(7) VALUE 0.
003360 01  WS-LineProductID          PIC 9(5) VALUE 0.
003370 01  WS-LineVendorNumber       PIC 9(5) VALUE 0.
003380
003390*    DUE-DATE STEPPING. EACH STEP MOVES THE DATE ON ONE
003400*    CALENDAR DAY. EVERY FOURTH YEAR IS TAKEN AS A LEAP YEAR,
003410*    WHICH HOLDS THROUGH 2099.
003420 01  WS-StepDate.
003430     05  WS-StepYear        PIC 9(4).
003440     05  WS-StepMonth       PIC 9(2).
003450     05  WS-StepDay         PIC 9(2).
003460 01  WS-StepDate-N REDEFINES WS-StepDate PIC 9(8).
003470 01  WS-DaysStepped            PIC 9(3) VALUE 0.
003480 01  WS-DaysThisMonth          PIC 9(2) VALUE 0.
003490 01  WS-LeapQuotient           PIC 9(4) VALUE 0.
003500 01  WS-LeapRemainder          PIC 9(1) VALUE 0.
003510
003520 01  WS-MONTH-DAYS-VALUES      PIC X(24)
003530     VALUE '312831303130313130313031'.
003540 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
003550     05  WS-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.
003560
003570 01  WS-VoucherLineCount       PIC 9(5) VALUE 0 COMP.
003580 01  WS-VoucherTotal           PIC 9(11)V99 VALUE 0.
003590
003600 01  WS-TotalInvoices          PIC 9(5) VALUE 0 COMP.
003610 01  WS-TotalApproved          PIC 9(5) VALUE 0 COMP.
003620 01  WS-TotalHeld              PIC 9(5) VALUE 0 COMP.
003630 01  WS-TotalVouchers          PIC 9(5) VALUE 0 COMP.
003640 01  WS-TotalVoucherAmount     PIC 9(11)V99 VALUE 0.
003650 01  WS-TotalHeldVariance      PIC S9(11)V99 VALUE 0.
003660
003670*    RUN-CONTROL INTERFACE AREA AND THE PRE-COUNT OF THE
003680*    INVOICE FILE THAT IDENTIFIES TODAY'S INPUT TO THE SHARED
003690*    RUN-CONTROL LOG.
003700 01  WS-RUN-CONTROL-AREA.
003710     05  RCA-Function       PIC X(1).
003720     05  RCA-ProgramName    PIC X(20).
003730     05  RCA-InputFileName  PIC X(20).
003740     05  RCA-InputRecordCount PIC 9(7).
003750     05  RCA-ReturnStatus   PIC X(1).
003760         88  RUN-MAY-PROCEED          VALUE 'O'.
003770         88  RUN-IS-DUPLICATE         VALUE 'D'.
003780
003790 01  WS-InvoiceInputCount      PIC 9(7) VALUE 0 COMP.
003800
003810 PROCEDURE DIVISION.
003820*    ------------------------------------------------------
003830*    0000-MAINLINE CONTROLS THE INVOICE MATCH RUN.
003840*    ------------------------------------------------------
003850 0000-MAINLINE.
003860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003870     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
003880     IF MATCH-IS-REFUSED
003890         CONTINUE
003900     ELSE
003910         IF RUN-IS-DUPLICATE
003920             DISPLAY 'VENDOR_INVOICES.DAT ALREADY MATCHED TO'
003930                 ' COMPLETION TODAY - RUN REFUSED'
003940         ELSE
003950             PERFORM 1300-OPEN-INVOICE-MASTER THRU 1300-EXIT
003960             IF MATCH-MAY-PROCEED
003970                 PERFORM 1400-READ-MATCH-CONTROL THRU 1400-EXIT
003980                 PERFORM 1500-LOAD-OPEN-POS THRU 1500-EXIT
003990                 PERFORM 1600-LOAD-RECEIVED-COST THRU 1600-EXIT
004000                 PERFORM 1700-LOAD-VENDORS THRU 1700-EXIT
004010                 PERFORM 1800-READ-VOUCHER-CONTROL THRU 1800-EXIT
004020                 PERFORM 2000-MATCH-INVOICES THRU 2000-EXIT
004030                 PERFORM 3000-WRITE-VOUCHERS THRU 3000-EXIT
004040                 PERFORM 1900-SAVE-VOUCHER-CONTROL THRU 1900-EXIT
004050                 PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
004060                 PERFORM 1200-MARK-RUN-COMPLETE THRU 1200-EXIT
004070             END-IF
004080         END-IF
004090     END-IF
004100     STOP RUN.
004110
004120 1000-INITIALIZE.
004130     DISPLAY 'VENDOR INVOICE MATCH RUN'
004140     ACCEPT WS-RunDate FROM DATE YYYYMMDD.
004150 1000-EXIT.
004160     EXIT.
004170
004180*    ------------------------------------------------------
004190*    COUNT THE INVOICE FILE AND CHECK THE SHARED RUN-CONTROL
004200*    LOG. A COMPLETED RUN TODAY AGAINST THE SAME FILE AND
004210*    COUNT WOULD HOLD EVERY LINE AS ALREADY VOUCHERED AND
004220*    EMPTY THE PAYMENT FILE AP HAS NOT YET PAID FROM. NO
004230*    INVOICE FILE REFUSES THE RUN.
004240*    ------------------------------------------------------
004250 1100-CHECK-RUN-CONTROL.
004260     SET MATCH-IS-REFUSED TO TRUE
004270     OPEN INPUT InvoiceFile
004280     IF WS-InvoiceFileStatus NOT = '00'
004290         DISPLAY 'INVOICE FILE CANNOT BE OPENED - STATUS '
004300             WS-InvoiceFileStatus ' - RUN REFUSED'
004310         GO TO 1100-EXIT
004320     END-IF
004330     PERFORM UNTIL END-OF-INVOICES
004340         READ InvoiceFile
004350             AT END
004360                 SET END-OF-INVOICES TO TRUE
004370             NOT AT END
004380                 ADD 1 TO WS-InvoiceInputCount
004390         END-READ
004400     END-PERFORM
004410     CLOSE InvoiceFile
004420     MOVE 'N' TO WS-EOF-INVOICE-SWITCH
004430     SET MATCH-MAY-PROCEED TO TRUE
004440     MOVE 'S' TO RCA-Function
004450     MOVE 'INVOICEMATCH' TO RCA-ProgramName
004460     MOVE 'vendor_invoices.dat' TO RCA-InputFileName
004470     MOVE WS-InvoiceInputCount TO RCA-InputRecordCount
004480     CALL 'RunControl' USING WS-RUN-CONTROL-AREA.
004490 1100-EXIT.
004500     EXIT.
004510
004520 1200-MARK-RUN-COMPLETE.
004530     MOVE 'E' TO RCA-Function
004540     CALL 'RunControl' USING WS-RUN-CONTROL-AREA.
004550 1200-EXIT.
004560     EXIT.
004570
004580*    ------------------------------------------------------
004590*    OPEN THE INVOICE MASTER I-O, CREATING IT ON THE FIRST
004600*    RUN (STATUS 35). ANY OTHER NONZERO STATUS REFUSES THE
004610*    RUN - WITHOUT THE MASTER A SECOND INVOICE FOR THE SAME
004620*    GOODS WOULD BE VOUCHERED AND PAID AGAIN.
004630*    ------------------------------------------------------
004640 1300-OPEN-INVOICE-MASTER.
004650     OPEN I-O InvoiceMasterFile
004660     IF WS-InvoiceMasterStatus = '35'
004670         OPEN OUTPUT InvoiceMasterFile
004680         CLOSE InvoiceMasterFile
004690         OPEN I-O InvoiceMasterFile
004700     END-IF
004710     IF WS-InvoiceMasterStatus NOT = '00'
004720         DISPLAY 'INVOICE MASTER CANNOT BE OPENED - STATUS '
004730             WS-InvoiceMasterStatus ' - RUN REFUSED'
004740         SET MATCH-IS-REFUSED TO TRUE
004750     END-IF.
004760 1300-EXIT.
004770     EXIT.
004780
004790*    ------------------------------------------------------
004800*    PICK UP THE MATCH TOLERANCES. A MISSING OR EMPTY CONTROL
004810*    FILE DOES NOT STOP THE RUN - THE DEFAULTS STAND AND THE
004820*    RUN SAYS SO. A ZERO TOLERANCE ON FILE IS TAKEN AS MEANT.
004830*    ------------------------------------------------------
004840 1400-READ-MATCH-CONTROL.
004850     OPEN INPUT MatchControlFile
004860     IF WS-MatchControlStatus NOT = '00'
004870         DISPLAY 'MATCH CONTROL FILE CANNOT BE OPENED - STATUS '
004880             WS-MatchControlStatus ' - DEFAULT TOLERANCES USED'
004890         GO TO 1400-EXIT
004900     END-IF
004910     READ MatchControlFile
004920         AT END
004930             DISPLAY 'MATCH CONTROL FILE EMPTY - DEFAULT'
004940                 ' TOLERANCES USED'
004950         NOT AT END
004960             MOVE AMC-QtyTolerancePct   TO WS-QtyTolerancePct
004970             MOVE AMC-PriceTolerancePct TO WS-PriceTolerancePct
004980     END-READ
004990     CLOSE MatchControlFile.
005000 1400-EXIT.
005010     EXIT.
005020
005030*    ------------------------------------------------------
005040*    LOAD THE OPEN-PO MASTER. NO MASTER (STATUS 35) MEANS NO
005050*    PO HAS EVER BEEN CUT - EVERY INVOICE WILL HOLD.
005060*    ------------------------------------------------------
005070 1500-LOAD-OPEN-POS.
005080     OPEN INPUT OpenPoFile
005090     IF WS-OpenPoFileStatus = '35'
005100         DISPLAY 'NO OPEN-PO MASTER ON FILE - EVERY INVOICE'
005110             ' WILL HOLD'
005120         GO TO 1500-EXIT
005130     END-IF
005140     PERFORM UNTIL END-OF-OPEN-POS
005150         READ OpenPoFile INTO OpenPoRecord
005160             AT END
005170                 SET END-OF-OPEN-POS TO TRUE
005180             NOT AT END
005190                 PERFORM 1510-STORE-PO-LINE THRU 1510-EXIT
005200         END-READ
005210     END-PERFORM
005220     CLOSE OpenPoFile.
005230 1500-EXIT.
005240     EXIT.
005250
005260 1510-STORE-PO-LINE.
005270     IF WS-OPEN-PO-COUNT >= 500
005280         ADD 1 TO WS-OpenPoTableFull
005290         DISPLAY 'OPEN-PO TABLE FULL, DROPPED PO ' OPO-PONumber
005300     ELSE
005310         ADD 1 TO WS-OPEN-PO-COUNT
005320         MOVE OPO-PONumber
005330             TO WS-POT-PO-NUMBER(WS-OPEN-PO-COUNT)
005340         MOVE OPO-VendorNumber
005350             TO WS-POT-VENDOR-NUMBER(WS-OPEN-PO-COUNT)
005360         MOVE OPO-ProductID
005370             TO WS-POT-PRODUCT-ID(WS-OPEN-PO-COUNT)
005380         MOVE OPO-OrderQty
005390             TO WS-POT-ORDER-QTY(WS-OPEN-PO-COUNT)
005400         MOVE OPO-ReceivedQty
005410             TO WS-POT-RECEIVED-QTY(WS-OPEN-PO-COUNT)
005420     END-IF.
005430 1510-EXIT.
005440     EXIT.
005450
005460*    ------------------------------------------------------
005470*    TOTAL THE RECEIPT HISTORY BY PO AND PRODUCT - UNITS AND
005480*    EXTENDED COST - SO EACH LINE'S AVERAGE RECEIVED UNIT
005490*    COST CAN BE FIGURED. NO HISTORY (STATUS 35) MEANS
005500*    NOTHING HAS BEEN RECEIVED SINCE IT WAS STARTED.
005510*    ------------------------------------------------------
005520 1600-LOAD-RECEIVED-COST.
005530     OPEN INPUT ReceiptHistoryFile
005540     IF WS-ReceiptHistoryStatus = '35'
005550         DISPLAY 'NO RECEIPT HISTORY ON FILE'
005560         GO TO 1600-EXIT
005570     END-IF
005580     PERFORM UNTIL END-OF-RECEIPT-HISTORY
005590         READ ReceiptHistoryFile INTO ReceiptHistoryRecord
005600             AT END
005610                 SET END-OF-RECEIPT-HISTORY TO TRUE
005620             NOT AT END
005630                 PERFORM 1610-STORE-RECEIVED-COST THRU 1610-EXIT
005640         END-READ
005650     END-PERFORM
005660     CLOSE ReceiptHistoryFile.
005670 1600-EXIT.
005680     EXIT.
005690
005700 1610-STORE-RECEIVED-COST.
005710     MOVE PRH-PONumber  TO WS-LinePONumber
005720     MOVE PRH-ProductID TO WS-LineProductID
005730     PERFORM 2500-FIND-RECEIVED-COST THRU 2500-EXIT
005740     IF RECEIVED-COST-NOT-FOUND
005750         IF WS-RECEIVED-COST-COUNT >= 500
005760             ADD 1 TO WS-ReceivedCostTableFull
005770             DISPLAY 'RECEIVED COST TABLE FULL, DROPPED PO '
005780                 PRH-PONumber
005790             GO TO 1610-EXIT
005800         END-IF
005810         ADD 1 TO WS-RECEIVED-COST-COUNT
005820         MOVE WS-RECEIVED-COST-COUNT TO WS-FOUND-RCT-IDX
005830         MOVE PRH-PONumber
005840             TO WS-RCT-PO-NUMBER(WS-FOUND-RCT-IDX)
005850         MOVE PRH-ProductID
005860             TO WS-RCT-PRODUCT-ID(WS-FOUND-RCT-IDX)
005870         MOVE 0 TO WS-RCT-UNITS(WS-FOUND-RCT-IDX)
005880         MOVE 0 TO WS-RCT-COST(WS-FOUND-RCT-IDX)
005890     END-IF
005900     ADD PRH-ReceivedUnits TO WS-RCT-UNITS(WS-FOUND-RCT-IDX)
005910     COMPUTE WS-RCT-COST(WS-FOUND-RCT-IDX) =
005920         WS-RCT-COST(WS-FOUND-RCT-IDX)
005930         + PRH-ReceivedUnits * PRH-UnitCost.
005940 1610-EXIT.
005950     EXIT.
005960
005970*    ------------------------------------------------------
005980*    LOAD ONE ENTRY PER VENDOR FROM THE VENDOR MASTER. A
005990*    VENDOR WITH NO TERMS ON FILE IS PAID ON THE DEFAULT NET
006000*    DAYS.
006010*    ------------------------------------------------------
006020 1700-LOAD-VENDORS.
006030     OPEN INPUT VendorFile
006040     PERFORM UNTIL END-OF-VENDORS
006050         READ VendorFile INTO VendorRecord
006060             AT END
006070                 SET END-OF-VENDORS TO TRUE
006080             NOT AT END
006090                 PERFORM 1710-STORE-VENDOR THRU 1710-EXIT
006100         END-READ
006110     END-PERFORM
006120     CLOSE VendorFile.
006130 1700-EXIT.
006140     EXIT.
006150
006160 1710-STORE-VENDOR.
006170     MOVE VEND-VendorNumber TO WS-LineVendorNumber
006180     PERFORM 2600-FIND-VENDOR THRU 2600-EXIT
006190     IF VENDOR-FOUND
006200         GO TO 1710-EXIT
006210     END-IF
006220     IF WS-VENDOR-COUNT >= 200
006230         ADD 1 TO WS-VendorTableFull
006240         DISPLAY 'VENDOR TABLE FULL, DROPPED VENDOR '
006250             VEND-VendorNumber
006260         GO TO 1710-EXIT
006270     END-IF
006280     ADD 1 TO WS-VENDOR-COUNT
006290     MOVE VEND-VendorNumber
006300         TO WS-VDT-VENDOR-NUMBER(WS-VENDOR-COUNT)
006310     MOVE VEND-VendorName TO WS-VDT-VENDOR-NAME(WS-VENDOR-COUNT)
006320     IF VEND-TermsDays NOT NUMERIC OR VEND-TermsDays = 0
006330         MOVE WS-DefaultTermsDays
006340             TO WS-VDT-TERMS-DAYS(WS-VENDOR-COUNT)
006350     ELSE
006360         MOVE VEND-TermsDays TO WS-VDT-TERMS-DAYS(WS-VENDOR-COUNT)
006370     END-IF
006380     MOVE 0 TO WS-VDT-VOUCHER-NUMBER(WS-VENDOR-COUNT).
006390 1710-EXIT.
006400     EXIT.
006410
006420*    ------------------------------------------------------
006430*    PICK UP THE LAST VOUCHER NUMBER ASSIGNED BY A PRIOR RUN
006440*    SO VOUCHER NUMBERS NEVER REPEAT.
006450*    ------------------------------------------------------
006460 1800-READ-VOUCHER-CONTROL.
006470     MOVE 0 TO WS-LastVoucherNumber
006480     OPEN INPUT VoucherControlFile
006490     IF WS-VoucherControlStatus = '00'
006500         READ VoucherControlFile INTO VoucherControlRecord
006510             AT END
006520                 CONTINUE
006530             NOT AT END
006540                 MOVE VCC-LastVoucherNumber
006550                     TO WS-LastVoucherNumber
006560         END-READ
006570         CLOSE VoucherControlFile
006580     END-IF.
006590 1800-EXIT.
006600     EXIT.
006610
006620 1900-SAVE-VOUCHER-CONTROL.
006630     OPEN OUTPUT VoucherControlFile
006640     MOVE WS-LastVoucherNumber TO VCC-LastVoucherNumber
006650     WRITE VoucherControlRecord
006660     CLOSE VoucherControlFile.
006670 1900-EXIT.
006680     EXIT.
006690
006700*    ------------------------------------------------------
006710*    MATCH EACH INVOICE LINE. APPROVED LINES ARE KEPT ON THE
006720*    INVOICE MASTER AS THEY ARE APPROVED, SO A SECOND COPY OF
006730*    THE SAME INVOICE LATER IN THE FILE HOLDS AS A DUPLICATE.
006740*    ------------------------------------------------------
006750 2000-MATCH-INVOICES.
006760     OPEN INPUT InvoiceFile
006770     OPEN OUTPUT InvoiceHoldFile
006780     PERFORM UNTIL END-OF-INVOICES
006790         READ InvoiceFile INTO InvoiceRecord
006800             AT END
006810                 SET END-OF-INVOICES TO TRUE
006820             NOT AT END
006830                 ADD 1 TO WS-TotalInvoices
006840                 PERFORM 2100-MATCH-ONE-INVOICE THRU 2100-EXIT
006850         END-READ
006860     END-PERFORM
006870     CLOSE InvoiceFile
006880     CLOSE InvoiceHoldFile
006890     CLOSE InvoiceMasterFile.
006900 2000-EXIT.
006910     EXIT.
006920
006930*    ------------------------------------------------------
006940*    THE THREE-WAY MATCH FOR ONE LINE. THE FIRST TEST FAILED
006950*    NAMES THE HOLD. THE PRICE VARIANCE IS FIGURED AS SOON AS
006960*    THE RECEIVED COST IS KNOWN, SO EVERY HOLD FROM THERE ON
006970*    SHOWS IT.
006980*    ------------------------------------------------------
006990 2100-MATCH-ONE-INVOICE.
007000     MOVE 0 TO WS-ReceivedCost
007010     MOVE 0 TO WS-PriceVariance
007020     MOVE 0 TO WS-FOUND-POT-IDX
007030     IF INV-InvoiceDate NOT NUMERIC
007040        OR INV-Quantity NOT NUMERIC
007050        OR INV-UnitPrice NOT NUMERIC
007060         MOVE 'INVOICE LINE NOT NUMERIC' TO WS-HoldReason
007070         PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
007080         GO TO 2100-EXIT
007090     END-IF
007100     IF INV-InvoiceMonth < 1 OR INV-InvoiceMonth > 12
007110        OR INV-InvoiceDay < 1 OR INV-InvoiceDay > 31
007120        OR INV-InvoiceDate > WS-RunDate
007130         MOVE 'INVOICE DATE INVALID' TO WS-HoldReason
007140         PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
007150         GO TO 2100-EXIT
007160     END-IF
007170     IF INV-Quantity = 0
007180         MOVE 'INVOICE QUANTITY ZERO' TO WS-HoldReason
007190         PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
007200         GO TO 2100-EXIT
007210     END-IF
007220     SET PO-LINE-NOT-FOUND TO TRUE
007230     PERFORM 2150-FIND-PO-LINE THRU 2150-EXIT
007240         VARYING WS-POT-IDX FROM 1 BY 1
007250         UNTIL WS-POT-IDX > WS-OPEN-PO-COUNT
007260            OR PO-LINE-FOUND
007270     IF PO-LINE-NOT-FOUND
007280         MOVE 'PO/PRODUCT NOT ON OPEN-PO MASTER'
007290             TO WS-HoldReason
007300         PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
007310         GO TO 2100-EXIT
007320     END-IF
007330     IF WS-POT-VENDOR-NUMBER(WS-FOUND-POT-IDX)
007340        NOT = INV-VendorNumber
007350         MOVE 'VENDOR DOES NOT MATCH THE PO' TO WS-HoldReason
007360         PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
007370         GO TO 2100-EXIT
007380     END-IF
007390     MOVE INV-VendorNumber TO WS-LineVendorNumber
007400     PERFORM 2600-FIND-VENDOR THRU 2600-EXIT
007410     IF VENDOR-NOT-FOUND
007420         MOVE 'VENDOR NOT ON VENDOR MASTER' TO WS-HoldReason
007430         PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
007440         GO TO 2100-EXIT
007450     END-IF
007460     MOVE INV-PONumber      TO APM-PONumber
007470     MOVE INV-ProductID     TO APM-ProductID
007480     MOVE INV-InvoiceNumber TO APM-InvoiceNumber
007490     READ InvoiceMasterFile
007500         INVALID KEY
007510             CONTINUE
007520         NOT INVALID KEY
007530             MOVE 'INVOICE ALREADY VOUCHERED - DUPLICATE'
007540                 TO WS-HoldReason
007550             PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
007560             GO TO 2100-EXIT
007570     END-READ
007580     IF WS-POT-RECEIVED-QTY(WS-FOUND-POT-IDX) = 0
007590         MOVE 'INVOICED BEFORE RECEIPT' TO WS-HoldReason
007600         PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
007610         GO TO 2100-EXIT
007620     END-IF
007630     MOVE INV-PONumber  TO WS-LinePONumber
007640     MOVE INV-ProductID TO WS-LineProductID
007650     PERFORM 2500-FIND-RECEIVED-COST THRU 2500-EXIT
007660     IF RECEIVED-COST-NOT-FOUND
007670        OR WS-RCT-UNITS(WS-FOUND-RCT-IDX) = 0
007680         MOVE 'NO RECEIVED COST ON FILE' TO WS-HoldReason
007690         PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
007700         GO TO 2100-EXIT
007710     END-IF
007720     COMPUTE WS-ReceivedCost ROUNDED =
007730         WS-RCT-COST(WS-FOUND-RCT-IDX)
007740         / WS-RCT-UNITS(WS-FOUND-RCT-IDX)
007750     COMPUTE WS-PriceVariance =
007760         (INV-UnitPrice - WS-ReceivedCost) * INV-Quantity
007770     PERFORM 2200-SUM-PRIOR-INVOICED THRU 2200-EXIT
007780     COMPUTE WS-TotalInvoicedQty =
007790         WS-PriorInvoicedQty + INV-Quantity
007800     COMPUTE WS-QtyAllowed =
007810         WS-POT-RECEIVED-QTY(WS-FOUND-POT-IDX)
007820         * (100 + WS-QtyTolerancePct) / 100
007830     IF WS-TotalInvoicedQty > WS-QtyAllowed
007840         MOVE 'QUANTITY OVER RECEIVED BEYOND TOLERANCE'
007850             TO WS-HoldReason
007860         PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
007870         GO TO 2100-EXIT
007880     END-IF
007890     COMPUTE WS-QtyAllowed =
007900         WS-POT-ORDER-QTY(WS-FOUND-POT-IDX)
007910         * (100 + WS-QtyTolerancePct) / 100
007920     IF WS-TotalInvoicedQty > WS-QtyAllowed
007930         MOVE 'QUANTITY OVER ORDERED BEYOND TOLERANCE'
007940             TO WS-HoldReason
007950         PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
007960         GO TO 2100-EXIT
007970     END-IF
007980     COMPUTE WS-PriceTolerance ROUNDED =
007990         WS-ReceivedCost * WS-PriceTolerancePct / 100
008000     IF INV-UnitPrice > WS-ReceivedCost + WS-PriceTolerance
008010        OR INV-UnitPrice + WS-PriceTolerance < WS-ReceivedCost
008020         MOVE 'PRICE OUTSIDE TOLERANCE OF COST RECEIVED'
008030             TO WS-HoldReason
008040         PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
008050         GO TO 2100-EXIT
008060     END-IF
008070     PERFORM 2700-APPROVE-INVOICE THRU 2700-EXIT.
008080 2100-EXIT.
008090     EXIT.
008100
008110 2150-FIND-PO-LINE.
008120     IF WS-POT-PO-NUMBER(WS-POT-IDX) = INV-PONumber
008130        AND WS-POT-PRODUCT-ID(WS-POT-IDX) = INV-ProductID
008140         SET PO-LINE-FOUND TO TRUE
008150         MOVE WS-POT-IDX TO WS-FOUND-POT-IDX
008160     END-IF.
008170 2150-EXIT.
008180     EXIT.
008190
008200*    ------------------------------------------------------
008210*    UNITS ALREADY VOUCHERED AGAINST THIS PO LINE ON EARLIER
008220*    INVOICES. THE LINE'S INVOICES ARE READ BY KEY FROM THE
008230*    FIRST ONE FOR THE PO AND PRODUCT ONWARD.
008240*    ------------------------------------------------------
008250 2200-SUM-PRIOR-INVOICED.
008260     MOVE 0 TO WS-PriorInvoicedQty
008270     MOVE INV-PONumber  TO APM-PONumber
008280     MOVE INV-ProductID TO APM-ProductID
008290     MOVE LOW-VALUES    TO APM-InvoiceNumber
008300     MOVE 'N' TO WS-EOF-MASTER-SWITCH
008310     START InvoiceMasterFile KEY IS NOT LESS THAN APM-InvoiceKey
008320         INVALID KEY
008330             SET END-OF-LINE-INVOICES TO TRUE
008340     END-START
008350     PERFORM UNTIL END-OF-LINE-INVOICES
008360         READ InvoiceMasterFile NEXT RECORD
008370             AT END
008380                 SET END-OF-LINE-INVOICES TO TRUE
008390             NOT AT END
008400                 IF APM-PONumber NOT = INV-PONumber
008410                    OR APM-ProductID NOT = INV-ProductID
008420                     SET END-OF-LINE-INVOICES TO TRUE
008430                 ELSE
008440                     ADD APM-Quantity TO WS-PriorInvoicedQty
008450                 END-IF
008460         END-READ
008470     END-PERFORM.
008480 2200-EXIT.
008490     EXIT.
008500
008510 2500-FIND-RECEIVED-COST.
008520     SET RECEIVED-COST-NOT-FOUND TO TRUE
008530     PERFORM 2510-MATCH-RECEIVED-COST THRU 2510-EXIT
008540         VARYING WS-RCT-IDX FROM 1 BY 1
008550         UNTIL WS-RCT-IDX > WS-RECEIVED-COST-COUNT
008560            OR RECEIVED-COST-FOUND.
008570 2500-EXIT.
008580     EXIT.
008590
008600 2510-MATCH-RECEIVED-COST.
008610     IF WS-RCT-PO-NUMBER(WS-RCT-IDX) = WS-LinePONumber
008620        AND WS-RCT-PRODUCT-ID(WS-RCT-IDX) = WS-LineProductID
008630         SET RECEIVED-COST-FOUND TO TRUE
008640         MOVE WS-RCT-IDX TO WS-FOUND-RCT-IDX
008650     END-IF.
008660 2510-EXIT.
008670     EXIT.
008680
008690 2600-FIND-VENDOR.
008700     SET VENDOR-NOT-FOUND TO TRUE
008710     PERFORM 2610-MATCH-VENDOR THRU 2610-EXIT
008720         VARYING WS-VDT-IDX FROM 1 BY 1
008730         UNTIL WS-VDT-IDX > WS-VENDOR-COUNT
008740            OR VENDOR-FOUND.
008750 2600-EXIT.
008760     EXIT.
008770
008780 2610-MATCH-VENDOR.
008790     IF WS-VDT-VENDOR-NUMBER(WS-VDT-IDX) = WS-LineVendorNumber
008800         SET VENDOR-FOUND TO TRUE
008810         MOVE WS-VDT-IDX TO WS-FOUND-VDT-IDX
008820     END-IF.
008830 2610-EXIT.
008840     EXIT.
008850
008860*    ------------------------------------------------------
008870*    APPROVE THE LINE - GIVE THE VENDOR THIS RUN'S VOUCHER
008880*    NUMBER IF IT HAS NONE YET, FIGURE THE DUE DATE FROM THE
008890*    VENDOR'S TERMS, KEEP THE LINE ON THE INVOICE MASTER AND
008900*    TABLE IT FOR THE PAYMENT FILE.
008910*    ------------------------------------------------------
008920 2700-APPROVE-INVOICE.
008930     IF WS-APPROVED-COUNT >= 500
008940         MOVE 'APPROVED TABLE FULL - RESUBMIT NEXT RUN'
008950             TO WS-HoldReason
008960         PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
008970         GO TO 2700-EXIT
008980     END-IF
008990     IF WS-VDT-VOUCHER-NUMBER(WS-FOUND-VDT-IDX) = 0
009000         ADD 1 TO WS-LastVoucherNumber
009010         MOVE WS-LastVoucherNumber
009020             TO WS-VDT-VOUCHER-NUMBER(WS-FOUND-VDT-IDX)
009030     END-IF
009040     COMPUTE WS-InvoiceAmount = INV-Quantity * INV-UnitPrice
009050     MOVE INV-InvoiceDate TO WS-StepDate-N
009060     MOVE 0 TO WS-DaysStepped
009070     PERFORM 2750-STEP-ONE-DAY THRU 2750-EXIT
009080         UNTIL WS-DaysStepped >=
009090             WS-VDT-TERMS-DAYS(WS-FOUND-VDT-IDX)
009100     MOVE INV-PONumber      TO APM-PONumber
009110     MOVE INV-ProductID     TO APM-ProductID
009120     MOVE INV-InvoiceNumber TO APM-InvoiceNumber
009130     MOVE INV-VendorNumber  TO APM-VendorNumber
009140     MOVE INV-InvoiceDate   TO APM-InvoiceDate
009150     MOVE INV-Quantity      TO APM-Quantity
009160     MOVE INV-UnitPrice     TO APM-UnitPrice
009170     MOVE WS-InvoiceAmount  TO APM-Amount
009180     MOVE WS-VDT-VOUCHER-NUMBER(WS-FOUND-VDT-IDX)
009190         TO APM-VoucherNumber
009200     MOVE WS-RunDate        TO APM-VoucheredDate
009210     WRITE InvoiceMasterRecord
009220         INVALID KEY
009230             MOVE 'INVOICE ALREADY VOUCHERED - DUPLICATE'
009240                 TO WS-HoldReason
009250             PERFORM 2800-WRITE-HOLD THRU 2800-EXIT
009260             GO TO 2700-EXIT
009270     END-WRITE
009280     ADD 1 TO WS-APPROVED-COUNT
009290     MOVE INV-VendorNumber
009300         TO WS-APT-VENDOR-NUMBER(WS-APPROVED-COUNT)
009310     MOVE INV-InvoiceNumber
009320         TO WS-APT-INVOICE-NUMBER(WS-APPROVED-COUNT)
009330     MOVE INV-PONumber  TO WS-APT-PO-NUMBER(WS-APPROVED-COUNT)
009340     MOVE INV-ProductID TO WS-APT-PRODUCT-ID(WS-APPROVED-COUNT)
009350     MOVE INV-Quantity  TO WS-APT-QUANTITY(WS-APPROVED-COUNT)
009360     MOVE INV-UnitPrice TO WS-APT-UNIT-PRICE(WS-APPROVED-COUNT)
009370     MOVE WS-InvoiceAmount
009380         TO WS-APT-AMOUNT(WS-APPROVED-COUNT)
009390     MOVE INV-InvoiceDate
009400         TO WS-APT-INVOICE-DATE(WS-APPROVED-COUNT)
009410     MOVE WS-StepDate-N TO WS-APT-DUE-DATE(WS-APPROVED-COUNT)
009420     ADD 1 TO WS-TotalApproved.
009430 2700-EXIT.
009440     EXIT.
009450
009460 2750-STEP-ONE-DAY.
009470     MOVE WS-MONTH-DAYS(WS-StepMonth) TO WS-DaysThisMonth
009480     IF WS-StepMonth = 2
009490         DIVIDE WS-StepYear BY 4 GIVING WS-LeapQuotient
009500             REMAINDER WS-LeapRemainder
009510         IF WS-LeapRemainder = 0
009520             MOVE 29 TO WS-DaysThisMonth
009530         END-IF
009540     END-IF
009550     ADD 1 TO WS-StepDay
009560     IF WS-StepDay > WS-DaysThisMonth
009570         MOVE 1 TO WS-StepDay
009580         ADD 1 TO WS-StepMonth
009590         IF WS-StepMonth > 12
009600             MOVE 1 TO WS-StepMonth
009610             ADD 1 TO WS-StepYear
009620         END-IF
009630     END-IF
009640     ADD 1 TO WS-DaysStepped.
009650 2750-EXIT.
009660     EXIT.
009670
009680*    ------------------------------------------------------
009690*    ONE HOLD LISTING LINE, WITH WHAT THE PO AND RECEIPTS
009700*    SHOW BESIDE WHAT THE VENDOR BILLED. A POSITIVE VARIANCE
009710*    IS THE DOLLARS BILLED OVER THE COST RECEIVED.
009720*    ------------------------------------------------------
009730 2800-WRITE-HOLD.
009740     MOVE INV-InvoiceNumber TO AIH-InvoiceNumber
009750     MOVE INV-VendorNumber  TO AIH-VendorNumber
009760     MOVE INV-PONumber      TO AIH-PONumber
009770     MOVE INV-ProductID     TO AIH-ProductID
009780     MOVE INV-InvoiceDate   TO AIH-InvoiceDate
009790     MOVE INV-Quantity      TO AIH-InvoicedQty
009800     MOVE INV-UnitPrice     TO AIH-InvoicePrice
009810     IF WS-FOUND-POT-IDX > 0
009820         MOVE WS-POT-ORDER-QTY(WS-FOUND-POT-IDX)
009830             TO AIH-OrderedQty
009840         MOVE WS-POT-RECEIVED-QTY(WS-FOUND-POT-IDX)
009850             TO AIH-ReceivedQty
009860     ELSE
009870         MOVE 0 TO AIH-OrderedQty
009880         MOVE 0 TO AIH-ReceivedQty
009890     END-IF
009900     MOVE WS-ReceivedCost   TO AIH-ReceivedCost
009910     MOVE WS-PriceVariance  TO AIH-PriceVariance
009920     MOVE WS-HoldReason     TO AIH-Reason
009930     WRITE InvoiceHoldRecord
009940     ADD 1 TO WS-TotalHeld
009950     ADD WS-PriceVariance TO WS-TotalHeldVariance.
009960 2800-EXIT.
009970     EXIT.
009980
009990*    ------------------------------------------------------
010000*    WRITE THE PAYMENT FILE ONE VENDOR AT A TIME - EVERY
010010*    VENDOR GIVEN A VOUCHER NUMBER THIS RUN GETS ITS HEADER,
010020*    ITS APPROVED LINES AND ITS TRAILER.
010030*    ------------------------------------------------------
010040 3000-WRITE-VOUCHERS.
010050     OPEN OUTPUT VoucherFile
010060     PERFORM 3100-WRITE-ONE-VOUCHER THRU 3100-EXIT
010070         VARYING WS-VDT-IDX FROM 1 BY 1
010080         UNTIL WS-VDT-IDX > WS-VENDOR-COUNT
010090     CLOSE VoucherFile.
010100 3000-EXIT.
010110     EXIT.
010120
010130 3100-WRITE-ONE-VOUCHER.
010140     IF WS-VDT-VOUCHER-NUMBER(WS-VDT-IDX) = 0
010150         GO TO 3100-EXIT
010160     END-IF
010170     MOVE SPACES TO VoucherHeader
010180     MOVE 'H' TO VCH-RecordType
010190     MOVE WS-VDT-VOUCHER-NUMBER(WS-VDT-IDX) TO VCH-VoucherNumber
010200     MOVE WS-VDT-VENDOR-NUMBER(WS-VDT-IDX)  TO VCH-VendorNumber
010210     MOVE WS-VDT-VENDOR-NAME(WS-VDT-IDX)    TO VCH-VendorName
010220     MOVE WS-VDT-TERMS-DAYS(WS-VDT-IDX)     TO VCH-TermsDays
010230     MOVE WS-RunDate TO VCH-RunDate
010240     WRITE VoucherHeader
010250     MOVE 0 TO WS-VoucherLineCount
010260     MOVE 0 TO WS-VoucherTotal
010270     PERFORM 3200-WRITE-VOUCHER-LINE THRU 3200-EXIT
010280         VARYING WS-APT-IDX FROM 1 BY 1
010290         UNTIL WS-APT-IDX > WS-APPROVED-COUNT
010300     MOVE SPACES TO VoucherTrailer
010310     MOVE 'T' TO VCT-RecordType
010320     MOVE WS-VDT-VOUCHER-NUMBER(WS-VDT-IDX) TO VCT-VoucherNumber
010330     MOVE WS-VDT-VENDOR-NUMBER(WS-VDT-IDX)  TO VCT-VendorNumber
010340     MOVE WS-VoucherLineCount TO VCT-LineCount
010350     MOVE WS-VoucherTotal     TO VCT-VoucherTotal
010360     WRITE VoucherTrailer
010370     ADD 1 TO WS-TotalVouchers
010380     ADD WS-VoucherTotal TO WS-TotalVoucherAmount.
010390 3100-EXIT.
010400     EXIT.
010410
010420 3200-WRITE-VOUCHER-LINE.
010430     IF WS-APT-VENDOR-NUMBER(WS-APT-IDX)
010440        NOT = WS-VDT-VENDOR-NUMBER(WS-VDT-IDX)
010450         GO TO 3200-EXIT
010460     END-IF
010470     MOVE SPACES TO VoucherDetail
010480     MOVE 'D' TO VCD-RecordType
010490     MOVE WS-VDT-VOUCHER-NUMBER(WS-VDT-IDX) TO VCD-VoucherNumber
010500     MOVE WS-APT-INVOICE-NUMBER(WS-APT-IDX) TO VCD-InvoiceNumber
010510     MOVE WS-APT-PO-NUMBER(WS-APT-IDX)      TO VCD-PONumber
010520     MOVE WS-APT-PRODUCT-ID(WS-APT-IDX)     TO VCD-ProductID
010530     MOVE WS-APT-QUANTITY(WS-APT-IDX)       TO VCD-Quantity
010540     MOVE WS-APT-UNIT-PRICE(WS-APT-IDX)     TO VCD-UnitPrice
010550     MOVE WS-APT-AMOUNT(WS-APT-IDX)         TO VCD-Amount
010560     MOVE WS-APT-INVOICE-DATE(WS-APT-IDX)   TO VCD-InvoiceDate
010570     MOVE WS-APT-DUE-DATE(WS-APT-IDX)       TO VCD-DueDate
010580     WRITE VoucherDetail
010590     ADD 1 TO WS-VoucherLineCount
010600     ADD WS-APT-AMOUNT(WS-APT-IDX) TO WS-VoucherTotal.
010610 3200-EXIT.
010620     EXIT.
010630
010640 9000-DISPLAY-SUMMARY.
010650     DISPLAY '-----------------------------'
010660     DISPLAY 'Invoice Lines Read: ' WS-TotalInvoices
010670     DISPLAY 'Lines Approved: ' WS-TotalApproved
010680     DISPLAY 'Lines Held: ' WS-TotalHeld
010690     DISPLAY 'Held Price Variance: $' WS-TotalHeldVariance
010700     DISPLAY 'Vouchers Written: ' WS-TotalVouchers
010710     DISPLAY 'Voucher Amount Total: $' WS-TotalVoucherAmount
010720     DISPLAY 'Qty Tolerance Pct: ' WS-QtyTolerancePct
010730     DISPLAY 'Price Tolerance Pct: ' WS-PriceTolerancePct
010740     DISPLAY '-----------------------------'.
010750 9000-EXIT.
010760     EXIT.
