000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LargeCashReview.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    BANK SECRECY ACT LARGE-CASH REVIEW. ADDS UP EACH
000180*    CUSTOMER'S DEPOSITS AND WITHDRAWALS FOR EACH BUSINESS
000190*    DAY (AUDIT POSTING DATE) ACROSS ALL OF THE CUSTOMER'S
000200*    ACCOUNTS - THE CUSTOMER NUMBER ON THE ACCOUNTS MASTER,
000210*    THE NAME FROM THE CUSTOMER MASTER - FOR THE REVIEW
000220*    PERIOD ON THE CASH REVIEW CONTROL FILE. THE PERIOD IS
000230*    READ FROM EVERY ARCHIVE GENERATION ON THE ARCHIVE INDEX
000240*    THAT CAN COVER IT, OLDEST FIRST, THEN THE LIVE TRAIL,
000250*    THE SAME WAY AUDITINQUIRY WALKS THEM.
000260*    TWO LISTINGS COME OUT:
000270*      - THE CTR FILING WORKSHEET: EVERY CUSTOMER-DAY WHOSE
000280*        CASH IN OR CASH OUT IS OVER THE $10,000 REPORTING
000290*        THRESHOLD.
000300*      - THE STRUCTURING WATCH LIST: EVERY CUSTOMER WITH AT
000310*        LEAST THE CONTROL FILE'S MINIMUM NUMBER OF JUST-
000320*        UNDER-THRESHOLD DAYS ($9,000.00 - $10,000.00 IN OR
000330*        OUT) INSIDE ANY ROLLING WINDOW OF THE CONTROL FILE'S
000340*        LENGTH, WITH EVERY DAY THAT MADE THE PATTERN.
000350*    ONLY CUSTOMER CASH COUNTS. INTEREST (TRANS ID ZERO),
000351*    SERVICE CHARGES (9999999), PAYROLL DIRECT DEPOSITS
000352*    (9999998), LOAN INTEREST ACCRUALS (9999997) AND LOAN
000353*    LATE FEES (9999996) ARE BOOK ENTRIES, AND BOTH LEGS OF AN
000380*    ACCOUNT-TO-ACCOUNT TRANSFER - WHICH SIMPLEBANKINGSYSTEM
000390*    WRITES BACK TO BACK UNDER ONE TRANS ID - ARE SET ASIDE.
000391*    AN INSTALLMENT LOAN PAYMENT IS CASH IN FROM THE BORROWER;
000392*    ITS INTEREST, LATE-FEE AND PRINCIPAL LEGS EACH REDUCE THE
000393*    LOAN AND ARE COUNTED AS CASH IN FOR THE CUSTOMER ON THE
000394*    LOAN MASTER.
000395*    ACTIVITY ON AN ACCOUNT OR LOAN NO LONGER ON ITS MASTER
000396*    CANNOT BE TIED TO A CUSTOMER; IT IS DISPLAYED AND COUNTED
000397*    IN THE RUN SUMMARY FOR HAND REVIEW RATHER THAN DROPPED.
000430*
000440*MODIFICATION HISTORY.
000450*    DATE       INIT  DESCRIPTION
000460*    10/15/2026 JDH   ORIGINAL PROGRAM - PER-CUSTOMER DAILY
000470*                     CASH TOTALS ACROSS THE LIVE AND ARCHIVED
000480*                     AUDIT TRAIL, CTR WORKSHEET AND ROLLING-
000481*                     WINDOW STRUCTURING WATCH LIST.
000482*    10/15/2026 JDH   THE CUSTOMER RECORD NOW CARRIES A
000483*                     TAXPAYER ID AND MAILING ADDRESS FOR THE
000484*                     YEAR-END 1099-INT RUN, MAINTAINED BY THE
000485*                     NEW CUSTOMERMAINTENANCE RUN. THE FD HERE
000486*                     FOLLOWS THE NEW LAYOUT.
000487*    10/15/2026 JDH   THE AUDIT RECORD NOW CARRIES AN ENTRY-TYPE
000488*                     CODE FOR THE NEW INSTALLMENT LOAN POSTINGS;
000489*                     THE FDS HERE FOLLOW. LOAN ACCRUALS AND LATE
000490*                     FEES ARE BOOK ENTRIES. THE LEGS OF A LOAN
000491*                     PAYMENT ARE CASH IN, TIED TO THE CUSTOMER
000492*                     THROUGH THE NEW LOAN MASTER.
000500*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CashReviewControlFile
000550         ASSIGN TO 'cash_review_control.dat'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ControlFileStatus.
000580
000590     SELECT CustomerFile ASSIGN TO 'customers.dat'
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610
000620     SELECT BankAccountFile ASSIGN TO 'accounts.dat'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS AccountID.
000651
000652     SELECT LoanFile ASSIGN TO 'loans.dat'
000653         ORGANIZATION IS INDEXED
000654         ACCESS MODE IS DYNAMIC
000655         RECORD KEY IS LN-LoanID
000656         FILE STATUS IS WS-LoanFileStatus.
000660
000670     SELECT ArchiveIndexFile
000680         ASSIGN TO 'audit_archive_index.dat'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-IndexFileStatus.
000710
000720     SELECT AuditHistoryFile ASSIGN USING WS-ArchiveFileName
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750     SELECT AuditFile ASSIGN TO 'audit.dat'
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-AuditFileStatus.
000780
000790     SELECT CtrWorksheetFile
000800         ASSIGN TO 'ctr_worksheet.dat'
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820
000830     SELECT StructuringWatchFile
000840         ASSIGN TO 'structuring_watch.dat'
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CashReviewControlFile.
000900 01  CashReviewControlRecord.
000910     05  CRC-FromDate       PIC 9(8).
000920     05  CRC-ToDate         PIC 9(8).
000930     05  CRC-WindowDays     PIC 9(3).
000940     05  CRC-MinNearDays    PIC 9(2).
000950
000960 FD  CustomerFile.
000970 01  CustomerRecord.
000980     05  CUST-CustomerNumber PIC 9(5).
000990     05  CUST-CustomerName  PIC X(30).
000991     05  CUST-TaxpayerID    PIC 9(9).
000992     05  CUST-TinType       PIC X(1).
000993         88  TIN-IS-SSN               VALUE 'S'.
000994         88  TIN-IS-EIN               VALUE 'E'.
000995     05  CUST-AddressLine   PIC X(30).
000996     05  CUST-City          PIC X(20).
000997     05  CUST-State         PIC X(2).
000998     05  CUST-ZipCode       PIC X(9).
001000
001010 FD  BankAccountFile.
001020 01  AccountRecord.
001030     05  AccountID          PIC 9(5).
001040     05  AccountHolderName  PIC X(30).
001050     05  Balance            PIC 9(9)V99.
001060     05  AccountType        PIC X(1).
001070         88  SAVINGS-ACCOUNT          VALUE 'S'.
001080         88  CHECKING-ACCOUNT         VALUE 'C'.
001090     05  CustomerNumber     PIC 9(5).
001091     05  LastActivityDate   PIC 9(8).
001092     05  DormantFlag        PIC X(1).
001093         88  ACCOUNT-DORMANT          VALUE 'D'.
001094
001095*    LOAN MASTER - ONE RECORD PER INSTALLMENT LOAN, OPENED BY
001096*    ACCOUNTMAINTENANCE. THE PAYOFF BALANCE IS PRINCIPAL PLUS
001097*    ACCRUED INTEREST PLUS UNPAID LATE FEES. PAYMENT-CREDIT IS
001098*    WHAT HAS BEEN PAID TOWARD THE INSTALLMENT DUE ON THE NEXT
001099*    DUE DATE.
001100 FD  LoanFile.
001101 01  LoanRecord.
001102     05  LN-LoanID          PIC 9(5).
001103     05  LN-CustomerNumber  PIC 9(5).
001104     05  LN-BorrowerName    PIC X(30).
001105     05  LN-OriginalPrincipal PIC 9(9)V99.
001106     05  LN-PrincipalBalance PIC 9(9)V99.
001107     05  LN-AccruedInterest PIC 9(7)V99.
001108     05  LN-LateFeesDue     PIC 9(7)V99.
001109     05  LN-NoteRate        PIC 9(2)V9(4).
001110     05  LN-TermMonths      PIC 9(3).
001111     05  LN-ScheduledPayment PIC 9(7)V99.
001112     05  LN-NextDueDate     PIC 9(8).
001113     05  LN-DaysPastDue     PIC 9(4).
001114     05  LN-PaymentCredit   PIC 9(7)V99.
001115     05  LN-OpenDate        PIC 9(8).
001116     05  LN-LastAccrualDate PIC 9(8).
001117     05  LN-LateFeeDueDate  PIC 9(8).
001118     05  LN-NoticeLevel     PIC X(1).
001119     05  LN-LoanStatus      PIC X(1).
001120         88  LOAN-ACTIVE              VALUE 'A'.
001121         88  LOAN-PAID-OFF            VALUE 'P'.
001130
001140 FD  ArchiveIndexFile.
001150 01  ArchiveIndexRecord.
001160     05  AIX-CutDate        PIC 9(8).
001170     05  AIX-FileName       PIC X(26).
001180
001190 FD  AuditHistoryFile.
001200 01  AuditHistoryRecord.
001210     05  AHX-AccountID      PIC 9(5).
001220     05  AHX-TransID        PIC 9(7).
001230     05  AHX-AmountApplied  PIC S9(9)V99.
001240     05  AHX-BalanceBefore  PIC 9(9)V99.
001250     05  AHX-BalanceAfter   PIC 9(9)V99.
001260     05  AHX-PostDate       PIC 9(8).
001261     05  AHX-EntryType      PIC X(1).
001270
001280 FD  AuditFile.
001290 01  AuditRecord.
001300     05  AUD-AccountID      PIC 9(5).
001310     05  AUD-TransID        PIC 9(7).
001320     05  AUD-AmountApplied  PIC S9(9)V99.
001330     05  AUD-BalanceBefore  PIC 9(9)V99.
001340     05  AUD-BalanceAfter   PIC 9(9)V99.
001350     05  AUD-PostDate       PIC 9(8).
001351     05  AUD-EntryType      PIC X(1).
001360
001370 FD  CtrWorksheetFile.
001380 01  CtrWorksheetLine       PIC X(100).
001390
001400 FD  StructuringWatchFile.
001410 01  StructuringWatchLine   PIC X(100).
001420
001430 WORKING-STORAGE SECTION.
001440 01  WS-EOF-CUST-SWITCH        PIC X(1) VALUE 'N'.
001450     88  END-OF-CUSTOMERS             VALUE 'Y'.
001460
001470 01  WS-EOF-INDEX-SWITCH       PIC X(1) VALUE 'N'.
001480     88  END-OF-INDEX                 VALUE 'Y'.
001490
001500 01  WS-EOF-ARCHIVE-SWITCH     PIC X(1) VALUE 'N'.
001510     88  END-OF-ARCHIVE               VALUE 'Y'.
001520
001530 01  WS-EOF-AUDIT-SWITCH       PIC X(1) VALUE 'N'.
001540     88  END-OF-AUDIT                 VALUE 'Y'.
001550
001560 01  WS-ControlFileStatus      PIC X(2) VALUE SPACES.
001570 01  WS-IndexFileStatus        PIC X(2) VALUE SPACES.
001580 01  WS-AuditFileStatus        PIC X(2) VALUE SPACES.
001581 01  WS-LoanFileStatus         PIC X(2) VALUE SPACES.
001590
001600*    THE REVIEW MUST NOT RUN WITHOUT A REVIEW PERIOD - AN
001610*    EMPTY WORKSHEET FROM A MISSING CONTROL FILE WOULD READ
001620*    AS A CLEAN PERIOD.
001630 01  WS-REVIEW-OK-SWITCH       PIC X(1) VALUE 'N'.
001640     88  REVIEW-MAY-PROCEED           VALUE 'Y'.
001650     88  REVIEW-IS-REFUSED            VALUE 'N'.
001660
001670 01  WS-FromDate               PIC 9(8) VALUE 0.
001680 01  WS-ToDate                 PIC 9(8) VALUE 0.
001690
001700*    REPORTING THRESHOLD AND THE JUST-UNDER BAND. A DAY OF
001710*    EXACTLY $10,000.00 IS NOT OVER THE THRESHOLD, SO IT
001720*    FALLS IN THE BAND RATHER THAN ESCAPING BOTH LISTINGS.
001730 01  WS-CtrThreshold           PIC 9(9)V99 VALUE 10000.00.
001740 01  WS-NearThresholdFloor     PIC 9(9)V99 VALUE 9000.00.
001750
001760*    ROLLING WINDOW - LENGTH IN DAYS AND THE NUMBER OF JUST-
001770*    UNDER DAYS INSIDE IT THAT PUTS A CUSTOMER ON THE WATCH
001780*    LIST. ZERO ON THE CONTROL FILE TAKES THE DEFAULT.
001790 01  WS-WindowDays             PIC 9(3) VALUE 10.
001800 01  WS-MinNearDays            PIC 9(2) VALUE 3.
001810
001820*    CUSTOMER TABLE - NUMBER AND NAME FROM THE CUSTOMER
001830*    MASTER FOR THE LISTINGS.
001840 01  WS-CUSTOMER-TABLE.
001850     05  WS-CUSTOMER-ENTRY OCCURS 500 TIMES.
001860         10  WS-CUS-NUMBER         PIC 9(5).
001870         10  WS-CUS-NAME           PIC X(30).
001880
001890 01  WS-CUSTOMER-COUNT         PIC 9(5) VALUE 0 COMP.
001900 01  WS-CUS-IDX                PIC 9(5) VALUE 0 COMP.
001910 01  WS-CustomerTableFull      PIC 9(5) VALUE 0 COMP.
001920
001930 01  WS-CUST-FOUND-SWITCH      PIC X(1) VALUE 'N'.
001940     88  CUSTOMER-FOUND               VALUE 'Y'.
001950     88  CUSTOMER-NOT-FOUND           VALUE 'N'.
001960
001970 01  WS-CustomerName           PIC X(30) VALUE SPACES.
001980
001990*    ARCHIVE INDEX TABLE - THE GENERATIONS AUDITARCHIVE HAS
002000*    CUT, IN CUT ORDER.
002010 01  WS-ARCHIVE-TABLE.
002020     05  WS-ARCHIVE-ENTRY OCCURS 60 TIMES.
002030         10  WS-ARC-CUT-DATE       PIC 9(8).
002040         10  WS-ARC-FILE-NAME      PIC X(26).
002050
002060 01  WS-ARCHIVE-COUNT          PIC 9(3) VALUE 0 COMP.
002070 01  WS-ARC-IDX                PIC 9(3) VALUE 0 COMP.
002080 01  WS-ArchiveTableFull       PIC 9(3) VALUE 0 COMP.
002090
002100 01  WS-ArchiveFileName        PIC X(26) VALUE SPACES.
002110
002120*    THE RECORD JUST READ, FROM WHICHEVER FILE, AND THE ONE
002130*    BEFORE IT HELD BACK UNTIL THE NEXT RECORD SHOWS WHETHER
002140*    THE TWO ARE THE LEGS OF ONE TRANSFER.
002150 01  WS-AUDIT-WORK.
002160     05  AW-AccountID       PIC 9(5).
002170     05  AW-TransID         PIC 9(7).
002180     05  AW-AmountApplied   PIC S9(9)V99.
002190     05  AW-BalanceBefore   PIC 9(9)V99.
002200     05  AW-BalanceAfter    PIC 9(9)V99.
002210     05  AW-PostDate        PIC 9(8).
002211     05  AW-EntryType       PIC X(1).
002220
002230 01  WS-HELD-WORK.
002240     05  HW-AccountID       PIC 9(5).
002250     05  HW-TransID         PIC 9(7).
002260     05  HW-AmountApplied   PIC S9(9)V99.
002270     05  HW-BalanceBefore   PIC 9(9)V99.
002280     05  HW-BalanceAfter    PIC 9(9)V99.
002290     05  HW-PostDate        PIC 9(8).
002291     05  HW-EntryType       PIC X(1).
002292         88  HW-LOAN-PAYMENT-LEG      VALUE 'I' 'L' 'P'.
002300
002310 01  WS-HELD-SWITCH            PIC X(1) VALUE 'N'.
002320     88  RECORD-IS-HELD               VALUE 'Y'.
002330     88  NOTHING-HELD                 VALUE 'N'.
002340
002350 01  WS-PairSum                PIC S9(9)V99 VALUE 0.
002351*    THE CUSTOMER A CASH ITEM BELONGS TO - FROM THE ACCOUNTS
002352*    MASTER FOR A DEPOSIT ACCOUNT, FROM THE LOAN MASTER FOR A
002353*    LOAN PAYMENT.
002354 01  WS-CashCustomer           PIC 9(5) VALUE 0.
002355
002356 01  WS-CASH-OWNER-SWITCH      PIC X(1) VALUE 'N'.
002357     88  CASH-OWNER-FOUND             VALUE 'Y'.
002358     88  CASH-OWNER-NOT-FOUND         VALUE 'N'.
002360
002361*    NO LOAN MASTER (STATUS 35) UNTIL THE FIRST LOAN IS
002362*    OPENED.
002363 01  WS-LOAN-BOOK-SWITCH       PIC X(1) VALUE 'N'.
002364     88  LOAN-BOOK-OPEN               VALUE 'Y'.
002365     88  LOAN-BOOK-MISSING            VALUE 'N'.
002366
002370*    CUSTOMER-DAY TABLE - ONE ENTRY PER CUSTOMER PER POSTING
002380*    DATE WITH CASH IN AND CASH OUT KEPT APART, SINCE THE
002390*    THRESHOLD APPLIES TO EACH DIRECTION ON ITS OWN. ENTRIES
002400*    ARE ADDED IN TRAIL ORDER, SO THEY COME OUT BY DATE.
002410 01  WS-CASH-DAY-TABLE.
002420     05  WS-CASH-DAY-ENTRY OCCURS 3000 TIMES.
002430         10  WS-CD-CUSTOMER        PIC 9(5).
002440         10  WS-CD-POST-DATE       PIC 9(8).
002450         10  WS-CD-DAY-NUMBER      PIC 9(7).
002460         10  WS-CD-CASH-IN         PIC 9(9)V99.
002470         10  WS-CD-CASH-OUT        PIC 9(9)V99.
002480         10  WS-CD-ITEMS           PIC 9(5) COMP.
002490         10  WS-CD-NEAR-SWITCH     PIC X(1).
002500             88  CD-NEAR-THRESHOLD-DAY    VALUE 'Y'.
002510         10  WS-CD-FLAG-SWITCH     PIC X(1).
002520             88  CD-STRUCTURING-DAY       VALUE 'Y'.
002530         10  WS-CD-LISTED-SWITCH   PIC X(1).
002540             88  CD-ALREADY-LISTED        VALUE 'Y'.
002550
002560 01  WS-CASH-DAY-COUNT         PIC 9(5) VALUE 0 COMP.
002570 01  WS-CD-IDX                 PIC 9(5) VALUE 0 COMP.
002580 01  WS-CD-SUB                 PIC 9(5) VALUE 0 COMP.
002590 01  WS-CashDayTableFull       PIC 9(5) VALUE 0 COMP.
002600
002610 01  WS-DAY-FOUND-SWITCH       PIC X(1) VALUE 'N'.
002620     88  CASH-DAY-FOUND               VALUE 'Y'.
002630     88  CASH-DAY-NOT-FOUND           VALUE 'N'.
002640
002650*    DAY NUMBERS FOR THE ROLLING WINDOW USE THE SAME 365/30-
002660*    DAY APPROXIMATION RECEIVINGRECONCILE USES FOR DAYS
002670*    OUTSTANDING - CLOSE ENOUGH FOR A WINDOW OF A FEW DAYS.
002680 01  WS-DateWork.
002690     05  WS-DateYear        PIC 9(4).
002700     05  WS-DateMonth       PIC 9(2).
002710     05  WS-DateDay         PIC 9(2).
002720
002730 01  WS-DayNumber              PIC 9(7) VALUE 0.
002740 01  WS-WindowStart            PIC S9(7) VALUE 0.
002750 01  WS-WindowEnd              PIC 9(7) VALUE 0.
002760 01  WS-WindowCustomer         PIC 9(5) VALUE 0.
002770 01  WS-NearDaysInWindow       PIC 9(5) VALUE 0 COMP.
002780
002790 01  WS-TotalAuditRead         PIC 9(7) VALUE 0 COMP.
002800 01  WS-TotalCashItems         PIC 9(7) VALUE 0 COMP.
002810 01  WS-TotalBookEntries       PIC 9(7) VALUE 0 COMP.
002820 01  WS-TotalTransferLegs      PIC 9(7) VALUE 0 COMP.
002830 01  WS-TotalUndatedSkipped    PIC 9(7) VALUE 0 COMP.
002840 01  WS-TotalUnattributed      PIC 9(7) VALUE 0 COMP.
002850 01  WS-TotalCtrLines          PIC 9(5) VALUE 0 COMP.
002860 01  WS-TotalWatchCustomers    PIC 9(5) VALUE 0 COMP.
002870 01  WS-TotalWatchDays         PIC 9(5) VALUE 0 COMP.
002880
002890*    PRINT-LINE LAYOUTS FOR THE CTR WORKSHEET.
002900 01  WS-CTR-HEADING-LINE.
002910     05  FILLER             PIC X(38)
002920         VALUE 'CURRENCY TRANSACTION REPORT WORKSHEET '.
002930     05  FILLER             PIC X(5) VALUE 'FROM '.
002940     05  CH-FromDate        PIC 9(8).
002950     05  FILLER             PIC X(4) VALUE ' TO '.
002960     05  CH-ToDate          PIC 9(8).
002970
002980 01  WS-CTR-COLUMN-LINE.
002990     05  FILLER             PIC X(38)
003000         VALUE 'CUST   NAME                           '.
003010     05  FILLER             PIC X(40)
003020         VALUE 'DATE             CASH IN        CASH OUT'.
003030     05  FILLER             PIC X(16)
003040         VALUE '  ITEMS  OVER   '.
003050
003060 01  WS-CTR-DETAIL-LINE.
003070     05  CD-CustomerNumber  PIC 9(5).
003080     05  FILLER             PIC X(2) VALUE SPACES.
003090     05  CD-CustomerName    PIC X(30).
003100     05  FILLER             PIC X(1) VALUE SPACES.
003110     05  CD-PostDate        PIC 9(8).
003120     05  FILLER             PIC X(1) VALUE SPACES.
003130     05  CD-CashIn          PIC ZZZ,ZZZ,ZZ9.99.
003140     05  FILLER             PIC X(2) VALUE SPACES.
003150     05  CD-CashOut         PIC ZZZ,ZZZ,ZZ9.99.
003160     05  FILLER             PIC X(2) VALUE SPACES.
003170     05  CD-Items           PIC ZZZZ9.
003180     05  FILLER             PIC X(2) VALUE SPACES.
003190     05  CD-OverFlag        PIC X(4).
003200
003210 01  WS-CTR-NONE-LINE       PIC X(40)
003220     VALUE '  NO REPORTABLE CASH ACTIVITY'.
003230
003240*    PRINT-LINE LAYOUTS FOR THE STRUCTURING WATCH LIST.
003250 01  WS-WATCH-HEADING-LINE.
003260     05  FILLER             PIC X(38)
003270         VALUE 'STRUCTURING WATCH LIST                '.
003280     05  FILLER             PIC X(5) VALUE 'FROM '.
003290     05  WH-FromDate        PIC 9(8).
003300     05  FILLER             PIC X(4) VALUE ' TO '.
003310     05  WH-ToDate          PIC 9(8).
003320     05  FILLER             PIC X(9) VALUE '  WINDOW '.
003330     05  WH-WindowDays      PIC ZZ9.
003340     05  FILLER             PIC X(11) VALUE ' DAYS, MIN '.
003350     05  WH-MinNearDays     PIC Z9.
003360
003370 01  WS-WATCH-CUST-LINE.
003380     05  FILLER             PIC X(9) VALUE 'CUSTOMER '.
003390     05  WC-CustomerNumber  PIC 9(5).
003400     05  FILLER             PIC X(2) VALUE SPACES.
003410     05  WC-CustomerName    PIC X(30).
003420
003430 01  WS-WATCH-DETAIL-LINE.
003440     05  FILLER             PIC X(4) VALUE SPACES.
003450     05  WD-PostDate        PIC 9(8).
003460     05  FILLER             PIC X(2) VALUE SPACES.
003470     05  FILLER             PIC X(4) VALUE 'IN  '.
003480     05  WD-CashIn          PIC ZZZ,ZZZ,ZZ9.99.
003490     05  FILLER             PIC X(2) VALUE SPACES.
003500     05  FILLER             PIC X(4) VALUE 'OUT '.
003510     05  WD-CashOut         PIC ZZZ,ZZZ,ZZ9.99.
003520
003530 01  WS-WATCH-NONE-LINE     PIC X(40)
003540     VALUE '  NO CUSTOMERS MEET THE PATTERN'.
003550
003560 01  WS-BLANK-LINE          PIC X(100) VALUE SPACES.
003570
003580 PROCEDURE DIVISION.
003590*    ------------------------------------------------------
003600*    0000-MAINLINE CONTROLS THE LARGE-CASH REVIEW.
003610*    ------------------------------------------------------
003620 0000-MAINLINE.
003630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003640     PERFORM 1500-READ-CONTROL-FILE THRU 1500-EXIT
003650     IF REVIEW-IS-REFUSED
003660         CONTINUE
003670     ELSE
003680         PERFORM 1600-LOAD-CUSTOMERS THRU 1600-EXIT
003690         PERFORM 1700-LOAD-ARCHIVE-INDEX THRU 1700-EXIT
003700         PERFORM 2000-ACCUMULATE-CASH THRU 2000-EXIT
003710         PERFORM 3000-MARK-STRUCTURING THRU 3000-EXIT
003720         PERFORM 4000-WRITE-CTR-WORKSHEET THRU 4000-EXIT
003730         PERFORM 5000-WRITE-WATCH-LIST THRU 5000-EXIT
003740         PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
003750     END-IF
003760     STOP RUN.
003770
003780 1000-INITIALIZE.
003790     DISPLAY 'LARGE-CASH CTR AND STRUCTURING REVIEW'.
003800 1000-EXIT.
003810     EXIT.
003820
003830*    ------------------------------------------------------
003840*    PICK UP THE REVIEW PERIOD AND WINDOW. A MISSING OR EMPTY
003850*    CONTROL FILE, OR A PERIOD THAT ENDS BEFORE IT BEGINS,
003860*    REFUSES THE RUN.
003870*    ------------------------------------------------------
003880 1500-READ-CONTROL-FILE.
003890     SET REVIEW-IS-REFUSED TO TRUE
003900     OPEN INPUT CashReviewControlFile
003910     IF WS-ControlFileStatus NOT = '00'
003920         DISPLAY 'CASH REVIEW CONTROL FILE CANNOT BE OPENED - '
003930             'STATUS ' WS-ControlFileStatus ' - RUN REFUSED'
003940         GO TO 1500-EXIT
003950     END-IF
003960     READ CashReviewControlFile
003970         AT END
003980             DISPLAY 'CASH REVIEW CONTROL FILE EMPTY - '
003990                 'RUN REFUSED'
004000         NOT AT END
004010             PERFORM 1550-EDIT-CONTROL-RECORD THRU 1550-EXIT
004020     END-READ
004030     CLOSE CashReviewControlFile.
004040 1500-EXIT.
004050     EXIT.
004060
004070 1550-EDIT-CONTROL-RECORD.
004080     IF CRC-FromDate = 0
004090        OR CRC-ToDate < CRC-FromDate
004100         DISPLAY 'REVIEW PERIOD ' CRC-FromDate ' TO '
004110             CRC-ToDate ' NOT VALID - RUN REFUSED'
004120         GO TO 1550-EXIT
004130     END-IF
004140     MOVE CRC-FromDate TO WS-FromDate
004150     MOVE CRC-ToDate   TO WS-ToDate
004160     IF CRC-WindowDays > 0
004170         MOVE CRC-WindowDays TO WS-WindowDays
004180     END-IF
004190     IF CRC-MinNearDays > 0
004200         MOVE CRC-MinNearDays TO WS-MinNearDays
004210     END-IF
004220     SET REVIEW-MAY-PROCEED TO TRUE.
004230 1550-EXIT.
004240     EXIT.
004250
004260 1600-LOAD-CUSTOMERS.
004270     OPEN INPUT CustomerFile
004280     PERFORM UNTIL END-OF-CUSTOMERS
004290         READ CustomerFile INTO CustomerRecord
004300             AT END
004310                 SET END-OF-CUSTOMERS TO TRUE
004320             NOT AT END
004330                 PERFORM 1610-STORE-CUSTOMER THRU 1610-EXIT
004340         END-READ
004350     END-PERFORM
004360     CLOSE CustomerFile.
004370 1600-EXIT.
004380     EXIT.
004390
004400 1610-STORE-CUSTOMER.
004410     IF WS-CUSTOMER-COUNT >= 500
004420         ADD 1 TO WS-CustomerTableFull
004430         DISPLAY 'CUSTOMER TABLE FULL, NO NAME FOR CUSTOMER '
004440             CUST-CustomerNumber
004450     ELSE
004460         ADD 1 TO WS-CUSTOMER-COUNT
004470         MOVE CUST-CustomerNumber
004480             TO WS-CUS-NUMBER(WS-CUSTOMER-COUNT)
004490         MOVE CUST-CustomerName
004500             TO WS-CUS-NAME(WS-CUSTOMER-COUNT)
004510     END-IF.
004520 1610-EXIT.
004530     EXIT.
004540
004550*    ------------------------------------------------------
004560*    LOAD THE ARCHIVE INDEX. NO INDEX FILE (STATUS 35) MEANS
004570*    NO CUT HAS RUN YET - ONLY THE LIVE TRAIL IS READ.
004580*    ------------------------------------------------------
004590 1700-LOAD-ARCHIVE-INDEX.
004600     OPEN INPUT ArchiveIndexFile
004610     IF WS-IndexFileStatus = '35'
004620         GO TO 1700-EXIT
004630     END-IF
004640     PERFORM UNTIL END-OF-INDEX
004650         READ ArchiveIndexFile INTO ArchiveIndexRecord
004660             AT END
004670                 SET END-OF-INDEX TO TRUE
004680             NOT AT END
004690                 PERFORM 1710-STORE-INDEX-ENTRY THRU 1710-EXIT
004700         END-READ
004710     END-PERFORM
004720     CLOSE ArchiveIndexFile.
004730 1700-EXIT.
004740     EXIT.
004750
004760 1710-STORE-INDEX-ENTRY.
004770     IF WS-ARCHIVE-COUNT >= 60
004780         ADD 1 TO WS-ArchiveTableFull
004790         DISPLAY 'ARCHIVE INDEX TABLE FULL, GENERATION '
004800             AIX-FileName ' NOT READ'
004810     ELSE
004820         ADD 1 TO WS-ARCHIVE-COUNT
004830         MOVE AIX-CutDate
004840             TO WS-ARC-CUT-DATE(WS-ARCHIVE-COUNT)
004850         MOVE AIX-FileName
004860             TO WS-ARC-FILE-NAME(WS-ARCHIVE-COUNT)
004870     END-IF.
004880 1710-EXIT.
004890     EXIT.
004900
004910*    ------------------------------------------------------
004920*    BUILD THE CUSTOMER-DAY TABLE FROM THE ARCHIVE
004930*    GENERATIONS THAT CAN COVER THE PERIOD, OLDEST FIRST,
004940*    AND THEN THE LIVE TRAIL. THE ACCOUNTS MASTER IS READ BY
004941*    KEY FOR EACH CASH ITEM TO FIND ITS CUSTOMER, THE LOAN
004942*    MASTER FOR EACH LOAN PAYMENT LEG.
004960*    ------------------------------------------------------
004970 2000-ACCUMULATE-CASH.
004980     OPEN INPUT BankAccountFile
004981     OPEN INPUT LoanFile
004982     IF WS-LoanFileStatus = '00'
004983         SET LOAN-BOOK-OPEN TO TRUE
004984     END-IF
004990     PERFORM 2100-SCAN-ONE-ARCHIVE THRU 2100-EXIT
005000         VARYING WS-ARC-IDX FROM 1 BY 1
005010         UNTIL WS-ARC-IDX > WS-ARCHIVE-COUNT
005020     PERFORM 2200-SCAN-LIVE-TRAIL THRU 2200-EXIT
005021     CLOSE BankAccountFile
005022     IF LOAN-BOOK-OPEN
005023         CLOSE LoanFile
005024     END-IF.
005040 2000-EXIT.
005050     EXIT.
005060
005070*    ------------------------------------------------------
005080*    A GENERATION CUT BEFORE THE FROM DATE HOLDS ONLY
005090*    POSTINGS DATED ON OR BEFORE ITS CUT, SO IT CANNOT COVER
005100*    THE PERIOD AND IS SKIPPED WITHOUT BEING OPENED.
005110*    ------------------------------------------------------
005120 2100-SCAN-ONE-ARCHIVE.
005130     IF WS-ARC-CUT-DATE(WS-ARC-IDX) < WS-FromDate
005140         GO TO 2100-EXIT
005150     END-IF
005160     MOVE WS-ARC-FILE-NAME(WS-ARC-IDX) TO WS-ArchiveFileName
005170     MOVE 'N' TO WS-EOF-ARCHIVE-SWITCH
005180     OPEN INPUT AuditHistoryFile
005190     PERFORM UNTIL END-OF-ARCHIVE
005200         READ AuditHistoryFile INTO AuditHistoryRecord
005210             AT END
005220                 SET END-OF-ARCHIVE TO TRUE
005230             NOT AT END
005240                 MOVE AuditHistoryRecord TO WS-AUDIT-WORK
005250                 PERFORM 2500-TAKE-ONE-RECORD THRU 2500-EXIT
005260         END-READ
005270     END-PERFORM
005280     CLOSE AuditHistoryFile
005290     PERFORM 2550-RELEASE-HELD-RECORD THRU 2550-EXIT.
005300 2100-EXIT.
005310     EXIT.
005320
005330*    ------------------------------------------------------
005340*    THE LIVE TRAIL HOLDS EVERYTHING POSTED SINCE THE LAST
005350*    CUT. STATUS 35 JUST MEANS NOTHING POSTED YET.
005360*    ------------------------------------------------------
005370 2200-SCAN-LIVE-TRAIL.
005380     OPEN INPUT AuditFile
005390     IF WS-AuditFileStatus = '35'
005400         GO TO 2200-EXIT
005410     END-IF
005420     PERFORM UNTIL END-OF-AUDIT
005430         READ AuditFile INTO AuditRecord
005440             AT END
005450                 SET END-OF-AUDIT TO TRUE
005460             NOT AT END
005470                 MOVE AuditRecord TO WS-AUDIT-WORK
005480                 PERFORM 2500-TAKE-ONE-RECORD THRU 2500-EXIT
005490         END-READ
005500     END-PERFORM
005510     CLOSE AuditFile
005520     PERFORM 2550-RELEASE-HELD-RECORD THRU 2550-EXIT.
005530 2200-EXIT.
005540     EXIT.
005550
005560*    ------------------------------------------------------
005570*    SIMPLEBANKINGSYSTEM WRITES A TRANSFER AS TWO ADJACENT
005580*    AUDIT RECORDS - THE TO-LEG CREDIT THEN THE FROM-LEG
005590*    DEBIT - UNDER ONE TRANS ID AND DATE, FOR EQUAL AND
005600*    OPPOSITE AMOUNTS. EACH RECORD IS HELD BACK ONE READ SO
005610*    SUCH A PAIR CAN BE SET ASIDE WHOLE; ANY OTHER HELD
005620*    RECORD IS RELEASED TO THE CASH TOTALS.
005630*    ------------------------------------------------------
005640 2500-TAKE-ONE-RECORD.
005650     ADD 1 TO WS-TotalAuditRead
005660     IF RECORD-IS-HELD
005670        AND AW-TransID = HW-TransID
005680        AND AW-PostDate = HW-PostDate
005690         COMPUTE WS-PairSum = AW-AmountApplied + HW-AmountApplied
005700         IF WS-PairSum = 0
005710             ADD 2 TO WS-TotalTransferLegs
005720             SET NOTHING-HELD TO TRUE
005730             GO TO 2500-EXIT
005740         END-IF
005750     END-IF
005760     PERFORM 2550-RELEASE-HELD-RECORD THRU 2550-EXIT
005770     MOVE WS-AUDIT-WORK TO WS-HELD-WORK
005780     SET RECORD-IS-HELD TO TRUE.
005790 2500-EXIT.
005800     EXIT.
005810
005820 2550-RELEASE-HELD-RECORD.
005830     IF NOTHING-HELD
005840         GO TO 2550-EXIT
005850     END-IF
005860     SET NOTHING-HELD TO TRUE
005870     PERFORM 2600-APPLY-CASH-ITEM THRU 2600-EXIT.
005880 2550-EXIT.
005890     EXIT.
005900
005910*    ------------------------------------------------------
005920*    ONE RELEASED RECORD. BOOK ENTRIES, UNDATED RECORDS AND
005930*    POSTINGS OUTSIDE THE PERIOD DO NOT COUNT; A CASH ITEM
005940*    IS ADDED TO ITS CUSTOMER'S DAY.
005950*    ------------------------------------------------------
005960 2600-APPLY-CASH-ITEM.
005970     IF HW-TransID = 0
005980        OR HW-TransID = 9999999
005990        OR HW-TransID = 9999998
005991        OR HW-TransID = 9999997
005992        OR HW-TransID = 9999996
006000         ADD 1 TO WS-TotalBookEntries
006010         GO TO 2600-EXIT
006020     END-IF
006030     IF HW-PostDate = 0
006040         ADD 1 TO WS-TotalUndatedSkipped
006050         GO TO 2600-EXIT
006060     END-IF
006070     IF HW-PostDate < WS-FromDate
006080        OR HW-PostDate > WS-ToDate
006090         GO TO 2600-EXIT
006091     END-IF
006092     IF HW-LOAN-PAYMENT-LEG
006093         PERFORM 2650-FIND-LOAN-OWNER THRU 2650-EXIT
006094     ELSE
006095         PERFORM 2660-FIND-ACCOUNT-OWNER THRU 2660-EXIT
006100     END-IF
006101     IF CASH-OWNER-NOT-FOUND
006102         DISPLAY 'ACCOUNT ' HW-AccountID ' TRANS '
006103             HW-TransID ' DATE ' HW-PostDate
006104             ' NOT ON MASTER - REVIEW BY HAND'
006105         ADD 1 TO WS-TotalUnattributed
006106         GO TO 2600-EXIT
006107     END-IF
006200     PERFORM 2700-FIND-CASH-DAY THRU 2700-EXIT
006210     IF CASH-DAY-NOT-FOUND
006220         GO TO 2600-EXIT
006230     END-IF
006231     EVALUATE TRUE
006232         WHEN HW-LOAN-PAYMENT-LEG
006233             SUBTRACT HW-AmountApplied
006234                 FROM WS-CD-CASH-IN(WS-CD-IDX)
006235         WHEN HW-AmountApplied < 0
006236             SUBTRACT HW-AmountApplied
006237                 FROM WS-CD-CASH-OUT(WS-CD-IDX)
006238         WHEN OTHER
006239             ADD HW-AmountApplied TO WS-CD-CASH-IN(WS-CD-IDX)
006240     END-EVALUATE
006241     ADD 1 TO WS-CD-ITEMS(WS-CD-IDX)
006242     ADD 1 TO WS-TotalCashItems.
006243 2600-EXIT.
006244     EXIT.
006245*    ------------------------------------------------------
006246*    A LOAN PAYMENT LEG IS WRITTEN AS A NEGATIVE AMOUNT,
006247*    SINCE IT REDUCES THE LOAN, BUT THE CASH CAME IN FROM
006248*    THE LOAN'S CUSTOMER.
006249*    ------------------------------------------------------
006250 2650-FIND-LOAN-OWNER.
006251     SET CASH-OWNER-NOT-FOUND TO TRUE
006252     IF LOAN-BOOK-MISSING
006253         GO TO 2650-EXIT
006280     END-IF
006281     MOVE HW-AccountID TO LN-LoanID
006282     READ LoanFile
006283         INVALID KEY
006284             GO TO 2650-EXIT
006285     END-READ
006286     MOVE LN-CustomerNumber TO WS-CashCustomer
006287     SET CASH-OWNER-FOUND TO TRUE.
006288 2650-EXIT.
006289     EXIT.
006290
006291 2660-FIND-ACCOUNT-OWNER.
006292     SET CASH-OWNER-NOT-FOUND TO TRUE
006293     MOVE HW-AccountID TO AccountID
006294     READ BankAccountFile
006295         INVALID KEY
006296             GO TO 2660-EXIT
006297     END-READ
006298     MOVE CustomerNumber TO WS-CashCustomer
006299     SET CASH-OWNER-FOUND TO TRUE.
006300 2660-EXIT.
006320     EXIT.
006330
006340*    ------------------------------------------------------
006350*    FIND THE CUSTOMER'S ENTRY FOR THE POSTING DATE, OR ADD
006360*    ONE. WS-CD-IDX IS LEFT POINTING AT THE ENTRY.
006370*    ------------------------------------------------------
006380 2700-FIND-CASH-DAY.
006390     SET CASH-DAY-NOT-FOUND TO TRUE
006400     PERFORM 2710-MATCH-CASH-DAY THRU 2710-EXIT
006410         VARYING WS-CD-SUB FROM 1 BY 1
006420         UNTIL WS-CD-SUB > WS-CASH-DAY-COUNT
006430            OR CASH-DAY-FOUND
006440     IF CASH-DAY-FOUND
006450         GO TO 2700-EXIT
006460     END-IF
006470     IF WS-CASH-DAY-COUNT >= 3000
006480         ADD 1 TO WS-CashDayTableFull
006490         DISPLAY 'CASH DAY TABLE FULL, DROPPED CUSTOMER '
006500             WS-CashCustomer ' DATE ' HW-PostDate
006510         GO TO 2700-EXIT
006520     END-IF
006530     ADD 1 TO WS-CASH-DAY-COUNT
006540     MOVE WS-CASH-DAY-COUNT TO WS-CD-IDX
006550     MOVE WS-CashCustomer TO WS-CD-CUSTOMER(WS-CD-IDX)
006560     MOVE HW-PostDate    TO WS-CD-POST-DATE(WS-CD-IDX)
006570     MOVE HW-PostDate    TO WS-DateWork
006580     COMPUTE WS-CD-DAY-NUMBER(WS-CD-IDX) =
006590         WS-DateYear * 365 + WS-DateMonth * 30 + WS-DateDay
006600     MOVE 0   TO WS-CD-CASH-IN(WS-CD-IDX)
006610     MOVE 0   TO WS-CD-CASH-OUT(WS-CD-IDX)
006620     MOVE 0   TO WS-CD-ITEMS(WS-CD-IDX)
006630     MOVE 'N' TO WS-CD-NEAR-SWITCH(WS-CD-IDX)
006640     MOVE 'N' TO WS-CD-FLAG-SWITCH(WS-CD-IDX)
006650     MOVE 'N' TO WS-CD-LISTED-SWITCH(WS-CD-IDX)
006660     SET CASH-DAY-FOUND TO TRUE.
006670 2700-EXIT.
006680     EXIT.
006690
006700 2710-MATCH-CASH-DAY.
006710     IF WS-CD-CUSTOMER(WS-CD-SUB) = WS-CashCustomer
006720        AND WS-CD-POST-DATE(WS-CD-SUB) = HW-PostDate
006730         MOVE WS-CD-SUB TO WS-CD-IDX
006740         SET CASH-DAY-FOUND TO TRUE
006750     END-IF.
006760 2710-EXIT.
006770     EXIT.
006780
006790*    ------------------------------------------------------
006800*    MARK THE JUST-UNDER DAYS, THEN, FOR EACH ONE, COUNT THE
006810*    SAME CUSTOMER'S JUST-UNDER DAYS IN THE WINDOW ENDING ON
006820*    IT. WHEN THE COUNT REACHES THE MINIMUM, EVERY DAY IN
006830*    THAT WINDOW IS PART OF THE PATTERN.
006840*    ------------------------------------------------------
006850 3000-MARK-STRUCTURING.
006860     PERFORM 3050-MARK-NEAR-DAY THRU 3050-EXIT
006870         VARYING WS-CD-IDX FROM 1 BY 1
006880         UNTIL WS-CD-IDX > WS-CASH-DAY-COUNT
006890     PERFORM 3100-TEST-ONE-WINDOW THRU 3100-EXIT
006900         VARYING WS-CD-IDX FROM 1 BY 1
006910         UNTIL WS-CD-IDX > WS-CASH-DAY-COUNT.
006920 3000-EXIT.
006930     EXIT.
006940
006950 3050-MARK-NEAR-DAY.
006960     IF (WS-CD-CASH-IN(WS-CD-IDX) NOT < WS-NearThresholdFloor
006970         AND WS-CD-CASH-IN(WS-CD-IDX) NOT > WS-CtrThreshold)
006980        OR (WS-CD-CASH-OUT(WS-CD-IDX) NOT < WS-NearThresholdFloor
006990         AND WS-CD-CASH-OUT(WS-CD-IDX) NOT > WS-CtrThreshold)
007000         MOVE 'Y' TO WS-CD-NEAR-SWITCH(WS-CD-IDX)
007010     END-IF.
007020 3050-EXIT.
007030     EXIT.
007040
007050 3100-TEST-ONE-WINDOW.
007060     IF NOT CD-NEAR-THRESHOLD-DAY(WS-CD-IDX)
007070         GO TO 3100-EXIT
007080     END-IF
007090     MOVE WS-CD-CUSTOMER(WS-CD-IDX)   TO WS-WindowCustomer
007100     MOVE WS-CD-DAY-NUMBER(WS-CD-IDX) TO WS-WindowEnd
007110     COMPUTE WS-WindowStart = WS-WindowEnd - WS-WindowDays + 1
007120     MOVE 0 TO WS-NearDaysInWindow
007130     PERFORM 3150-COUNT-NEAR-DAY THRU 3150-EXIT
007140         VARYING WS-CD-SUB FROM 1 BY 1
007150         UNTIL WS-CD-SUB > WS-CASH-DAY-COUNT
007160     IF WS-NearDaysInWindow < WS-MinNearDays
007170         GO TO 3100-EXIT
007180     END-IF
007190     PERFORM 3160-FLAG-NEAR-DAY THRU 3160-EXIT
007200         VARYING WS-CD-SUB FROM 1 BY 1
007210         UNTIL WS-CD-SUB > WS-CASH-DAY-COUNT.
007220 3100-EXIT.
007230     EXIT.
007240
007250 3150-COUNT-NEAR-DAY.
007260     IF WS-CD-CUSTOMER(WS-CD-SUB) = WS-WindowCustomer
007270        AND CD-NEAR-THRESHOLD-DAY(WS-CD-SUB)
007280        AND WS-CD-DAY-NUMBER(WS-CD-SUB) NOT < WS-WindowStart
007290        AND WS-CD-DAY-NUMBER(WS-CD-SUB) NOT > WS-WindowEnd
007300         ADD 1 TO WS-NearDaysInWindow
007310     END-IF.
007320 3150-EXIT.
007330     EXIT.
007340
007350 3160-FLAG-NEAR-DAY.
007360     IF WS-CD-CUSTOMER(WS-CD-SUB) = WS-WindowCustomer
007370        AND CD-NEAR-THRESHOLD-DAY(WS-CD-SUB)
007380        AND WS-CD-DAY-NUMBER(WS-CD-SUB) NOT < WS-WindowStart
007390        AND WS-CD-DAY-NUMBER(WS-CD-SUB) NOT > WS-WindowEnd
007400         MOVE 'Y' TO WS-CD-FLAG-SWITCH(WS-CD-SUB)
007410     END-IF.
007420 3160-EXIT.
007430     EXIT.
007440
007450*    ------------------------------------------------------
007460*    THE CTR FILING WORKSHEET - EVERY CUSTOMER-DAY OVER THE
007470*    THRESHOLD IN EITHER DIRECTION, IN DATE ORDER.
007480*    ------------------------------------------------------
007490 4000-WRITE-CTR-WORKSHEET.
007500     OPEN OUTPUT CtrWorksheetFile
007510     MOVE WS-FromDate TO CH-FromDate
007520     MOVE WS-ToDate   TO CH-ToDate
007530     WRITE CtrWorksheetLine FROM WS-CTR-HEADING-LINE
007540     WRITE CtrWorksheetLine FROM WS-CTR-COLUMN-LINE
007550     PERFORM 4100-CHECK-ONE-DAY THRU 4100-EXIT
007560         VARYING WS-CD-IDX FROM 1 BY 1
007570         UNTIL WS-CD-IDX > WS-CASH-DAY-COUNT
007580     IF WS-TotalCtrLines = 0
007590         WRITE CtrWorksheetLine FROM WS-CTR-NONE-LINE
007600     END-IF
007610     CLOSE CtrWorksheetFile.
007620 4000-EXIT.
007630     EXIT.
007640
007650 4100-CHECK-ONE-DAY.
007660     EVALUATE TRUE
007670         WHEN WS-CD-CASH-IN(WS-CD-IDX) > WS-CtrThreshold
007680          AND WS-CD-CASH-OUT(WS-CD-IDX) > WS-CtrThreshold
007690             MOVE 'BOTH' TO CD-OverFlag
007700         WHEN WS-CD-CASH-IN(WS-CD-IDX) > WS-CtrThreshold
007710             MOVE 'IN  ' TO CD-OverFlag
007720         WHEN WS-CD-CASH-OUT(WS-CD-IDX) > WS-CtrThreshold
007730             MOVE 'OUT ' TO CD-OverFlag
007740         WHEN OTHER
007750             GO TO 4100-EXIT
007760     END-EVALUATE
007770     MOVE WS-CD-CUSTOMER(WS-CD-IDX) TO WS-WindowCustomer
007780     PERFORM 4500-FIND-CUSTOMER-NAME THRU 4500-EXIT
007790     MOVE WS-CD-CUSTOMER(WS-CD-IDX)  TO CD-CustomerNumber
007800     MOVE WS-CustomerName            TO CD-CustomerName
007810     MOVE WS-CD-POST-DATE(WS-CD-IDX) TO CD-PostDate
007820     MOVE WS-CD-CASH-IN(WS-CD-IDX)   TO CD-CashIn
007830     MOVE WS-CD-CASH-OUT(WS-CD-IDX)  TO CD-CashOut
007840     MOVE WS-CD-ITEMS(WS-CD-IDX)     TO CD-Items
007850     WRITE CtrWorksheetLine FROM WS-CTR-DETAIL-LINE
007860     ADD 1 TO WS-TotalCtrLines.
007870 4100-EXIT.
007880     EXIT.
007890
007900*    ------------------------------------------------------
007910*    NAME FOR THE CUSTOMER IN WS-WINDOWCUSTOMER. A NUMBER
007920*    NOT ON THE CUSTOMER MASTER IS FLAGGED IN THE NAME.
007930*    ------------------------------------------------------
007940 4500-FIND-CUSTOMER-NAME.
007950     MOVE '** NOT ON CUSTOMER MASTER **' TO WS-CustomerName
007960     SET CUSTOMER-NOT-FOUND TO TRUE
007970     PERFORM 4510-MATCH-CUSTOMER THRU 4510-EXIT
007980         VARYING WS-CUS-IDX FROM 1 BY 1
007990         UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT
008000            OR CUSTOMER-FOUND.
008010 4500-EXIT.
008020     EXIT.
008030
008040 4510-MATCH-CUSTOMER.
008050     IF WS-CUS-NUMBER(WS-CUS-IDX) = WS-WindowCustomer
008060         MOVE WS-CUS-NAME(WS-CUS-IDX) TO WS-CustomerName
008070         SET CUSTOMER-FOUND TO TRUE
008080     END-IF.
008090 4510-EXIT.
008100     EXIT.
008110
008120*    ------------------------------------------------------
008130*    THE STRUCTURING WATCH LIST - ONE SECTION PER FLAGGED
008140*    CUSTOMER, IN ORDER OF THE CUSTOMER'S FIRST FLAGGED DAY,
008150*    LISTING EVERY DAY THAT MADE THE PATTERN.
008160*    ------------------------------------------------------
008170 5000-WRITE-WATCH-LIST.
008180     OPEN OUTPUT StructuringWatchFile
008190     MOVE WS-FromDate    TO WH-FromDate
008200     MOVE WS-ToDate      TO WH-ToDate
008210     MOVE WS-WindowDays  TO WH-WindowDays
008220     MOVE WS-MinNearDays TO WH-MinNearDays
008230     WRITE StructuringWatchLine FROM WS-WATCH-HEADING-LINE
008240     PERFORM 5100-LIST-ONE-CUSTOMER THRU 5100-EXIT
008250         VARYING WS-CD-IDX FROM 1 BY 1
008260         UNTIL WS-CD-IDX > WS-CASH-DAY-COUNT
008270     IF WS-TotalWatchCustomers = 0
008280         WRITE StructuringWatchLine FROM WS-WATCH-NONE-LINE
008290     END-IF
008300     CLOSE StructuringWatchFile.
008310 5000-EXIT.
008320     EXIT.
008330
008340 5100-LIST-ONE-CUSTOMER.
008350     IF NOT CD-STRUCTURING-DAY(WS-CD-IDX)
008360        OR CD-ALREADY-LISTED(WS-CD-IDX)
008370         GO TO 5100-EXIT
008380     END-IF
008390     MOVE WS-CD-CUSTOMER(WS-CD-IDX) TO WS-WindowCustomer
008400     PERFORM 4500-FIND-CUSTOMER-NAME THRU 4500-EXIT
008410     WRITE StructuringWatchLine FROM WS-BLANK-LINE
008420     MOVE WS-WindowCustomer TO WC-CustomerNumber
008430     MOVE WS-CustomerName   TO WC-CustomerName
008440     WRITE StructuringWatchLine FROM WS-WATCH-CUST-LINE
008450     PERFORM 5200-LIST-ONE-DAY THRU 5200-EXIT
008460         VARYING WS-CD-SUB FROM WS-CD-IDX BY 1
008470         UNTIL WS-CD-SUB > WS-CASH-DAY-COUNT
008480     ADD 1 TO WS-TotalWatchCustomers.
008490 5100-EXIT.
008500     EXIT.
008510
008520 5200-LIST-ONE-DAY.
008530     IF WS-CD-CUSTOMER(WS-CD-SUB) NOT = WS-WindowCustomer
008540        OR NOT CD-STRUCTURING-DAY(WS-CD-SUB)
008550         GO TO 5200-EXIT
008560     END-IF
008570     MOVE WS-CD-POST-DATE(WS-CD-SUB) TO WD-PostDate
008580     MOVE WS-CD-CASH-IN(WS-CD-SUB)   TO WD-CashIn
008590     MOVE WS-CD-CASH-OUT(WS-CD-SUB)  TO WD-CashOut
008600     WRITE StructuringWatchLine FROM WS-WATCH-DETAIL-LINE
008610     MOVE 'Y' TO WS-CD-LISTED-SWITCH(WS-CD-SUB)
008620     ADD 1 TO WS-TotalWatchDays.
008630 5200-EXIT.
008640     EXIT.
008650
008660 9000-DISPLAY-SUMMARY.
008670     DISPLAY '-----------------------------'
008680     DISPLAY 'Review Period: ' WS-FromDate ' TO ' WS-ToDate
008690     DISPLAY 'Audit Records Read: ' WS-TotalAuditRead
008700     DISPLAY 'Cash Items Counted: ' WS-TotalCashItems
008710     DISPLAY 'Book Entries Excluded: ' WS-TotalBookEntries
008720     DISPLAY 'Transfer Legs Excluded: ' WS-TotalTransferLegs
008730     DISPLAY 'Undated Records Skipped: '
008740         WS-TotalUndatedSkipped
008750     DISPLAY 'Items Not On Account Or Loan Master: '
008760         WS-TotalUnattributed
008770     DISPLAY 'Customer-Days Accumulated: ' WS-CASH-DAY-COUNT
008780     DISPLAY 'CTR Worksheet Lines: ' WS-TotalCtrLines
008790     DISPLAY 'Customers On Watch List: '
008800         WS-TotalWatchCustomers
008810     DISPLAY 'Watch List Days: ' WS-TotalWatchDays
008820     DISPLAY 'Customer-Days Dropped, Table Full: '
008830         WS-CashDayTableFull
008840     DISPLAY 'Index Entries Dropped, Table Full: '
008850         WS-ArchiveTableFull
008860     DISPLAY '-----------------------------'.
008870 9000-EXIT.
008880     EXIT.
