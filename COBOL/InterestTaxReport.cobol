000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. InterestTaxReport.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    YEAR-END 1099-INT RUN. TOTALS THE INTEREST INTERESTPOSTING
000180*    CREDITED DURING THE TAX YEAR ON THE TAX CONTROL FILE -
000190*    EVERY AUDIT RECORD UNDER THE RESERVED INTEREST TRANS ID
000200*    ZERO WHOSE POSTING DATE FALLS IN THE YEAR - FROM EVERY
000210*    ARCHIVE GENERATION ON THE ARCHIVE INDEX THAT CAN HOLD
000220*    THE YEAR AND FROM THE LIVE TRAIL. INTEREST IS FIRST
000230*    TOTALLED BY ACCOUNT, THEN ROLLED UP TO THE CUSTOMER
000240*    NUMBER ON THE ACCOUNTS MASTER, SO A CUSTOMER WITH
000250*    SEVERAL SAVINGS ACCOUNTS GETS ONE FORM. A CUSTOMER AT OR
000260*    OVER THE $10.00 REPORTING FLOOR WITH A TAXPAYER ID ON
000270*    THE CUSTOMER MASTER IS WRITTEN TO THE 1099-INT EXTRACT
000280*    (PAYER A RECORD, ONE PAYEE B RECORD PER FORM, END-OF-
000290*    PAYER C RECORD AND END-OF-TRANSMISSION F RECORD). THE
000300*    CONTROL LISTING SHOWS EVERY CUSTOMER AND ACCOUNT AND
000310*    PROVES THE YEAR'S INTEREST ON THE AUDIT TRAIL EQUALS
000320*    EXTRACTED + UNDER FLOOR + HELD, WHERE HELD IS INTEREST
000330*    FOR A CUSTOMER WITH NO TAXPAYER ID, A CUSTOMER NUMBER
000340*    NOT ON THE CUSTOMER MASTER, OR AN ACCOUNT CLOSED OFF THE
000350*    ACCOUNTS MASTER - EACH FOR THE BACK OFFICE TO RESOLVE
000360*    BY HAND. A MISSING OR UNUSABLE TAX CONTROL FILE REFUSES
000370*    THE RUN.
000380*
000390*MODIFICATION HISTORY.
000400*    DATE       INIT  DESCRIPTION
000410*    10/15/2026 JDH   ORIGINAL PROGRAM - CALENDAR-YEAR
000420*                     INTEREST BY CUSTOMER FROM THE LIVE AND
000430*                     ARCHIVED AUDIT TRAIL, 1099-INT EXTRACT
000440*                     AND TIE-OUT CONTROL LISTING.
000441*    10/15/2026 JDH   THE AUDIT RECORD NOW CARRIES AN ENTRY-
000442*                     TYPE CODE SO INSTALLMENT LOAN POSTINGS -
000443*                     ACCRUALS, LATE FEES AND THE INTEREST, FEE
000444*                     AND PRINCIPAL LEGS OF A PAYMENT - CAN BE
000445*                     TOLD APART ON THE TRAIL. THE FD HERE
000446*                     FOLLOWS THE NEW LAYOUT.
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT TaxControlFile ASSIGN TO 'tax_1099_control.dat'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ControlFileStatus.
000520
000530     SELECT CustomerFile ASSIGN TO 'customers.dat'
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550
000560     SELECT BankAccountFile ASSIGN TO 'accounts.dat'
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS AccountID.
000600
000610     SELECT ArchiveIndexFile
000620         ASSIGN TO 'audit_archive_index.dat'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-IndexFileStatus.
000650
000660     SELECT AuditHistoryFile ASSIGN USING WS-ArchiveFileName
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680
000690     SELECT AuditFile ASSIGN TO 'audit.dat'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-AuditFileStatus.
000720
000730     SELECT Form1099File ASSIGN TO 'form_1099_int.dat'
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750
000760     SELECT ControlListingFile
000770         ASSIGN TO 'int_1099_control.dat'
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  TaxControlFile.
000830 01  TaxControlRecord.
000840     05  TXC-TaxYear        PIC 9(4).
000850     05  TXC-PayerTIN       PIC 9(9).
000860     05  TXC-PayerName      PIC X(30).
000870
000880 FD  CustomerFile.
000890 01  CustomerRecord.
000900     05  CUST-CustomerNumber PIC 9(5).
000910     05  CUST-CustomerName  PIC X(30).
000920     05  CUST-TaxpayerID    PIC 9(9).
000930     05  CUST-TinType       PIC X(1).
000940         88  TIN-IS-SSN               VALUE 'S'.
000950         88  TIN-IS-EIN               VALUE 'E'.
000960     05  CUST-AddressLine   PIC X(30).
000970     05  CUST-City          PIC X(20).
000980     05  CUST-State         PIC X(2).
000990     05  CUST-ZipCode       PIC X(9).
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
001100     05  LastActivityDate   PIC 9(8).
001110     05  DormantFlag        PIC X(1).
001120         88  ACCOUNT-DORMANT          VALUE 'D'.
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
001370*    1099-INT EXTRACT - FIXED 150-BYTE RECORDS IN THE IRS
001380*    ORDER: ONE PAYER (A), ONE PAYEE (B) PER FORM, END OF
001390*    PAYER (C) WITH THE FORM COUNT AND AMOUNT CONTROL TOTAL,
001400*    AND END OF TRANSMISSION (F). AMOUNTS CARRY AN IMPLIED
001410*    DECIMAL POINT. THE PAYEE TIN TYPE IS 1 FOR AN EIN AND 2
001420*    FOR AN SSN. AMOUNT CODE 1 IS BOX 1, INTEREST INCOME.
001430 FD  Form1099File.
001440 01  Form1099PayerRecord.
001450     05  F1A-RecordType     PIC X(1).
001460     05  F1A-TaxYear        PIC 9(4).
001470     05  F1A-PayerTIN       PIC 9(9).
001480     05  F1A-PayerName      PIC X(30).
001490     05  F1A-ReturnType     PIC X(1).
001500     05  F1A-AmountCodes    PIC X(1).
001510     05  FILLER             PIC X(104).
001520
001530 01  Form1099PayeeRecord.
001540     05  F1B-RecordType     PIC X(1).
001550     05  F1B-TaxYear        PIC 9(4).
001560     05  F1B-TinType        PIC X(1).
001570     05  F1B-PayeeTIN       PIC 9(9).
001580     05  F1B-PayerAccount   PIC 9(5).
001590     05  F1B-PayeeName      PIC X(30).
001600     05  F1B-AddressLine    PIC X(30).
001610     05  F1B-City           PIC X(20).
001620     05  F1B-State          PIC X(2).
001630     05  F1B-ZipCode        PIC X(9).
001640     05  F1B-Amount1        PIC 9(10)V99.
001650     05  FILLER             PIC X(27).
001660
001670 01  Form1099EndPayerRecord.
001680     05  F1C-RecordType     PIC X(1).
001690     05  F1C-PayeeCount     PIC 9(8).
001700     05  F1C-ControlTotal1  PIC 9(16)V99.
001710     05  FILLER             PIC X(123).
001720
001730 01  Form1099EndTransRecord.
001740     05  F1F-RecordType     PIC X(1).
001750     05  F1F-PayerCount     PIC 9(8).
001760     05  F1F-PayeeCount     PIC 9(8).
001770     05  FILLER             PIC X(133).
001780
001790 FD  ControlListingFile.
001800 01  ControlListingLine     PIC X(100).
001810
001820 WORKING-STORAGE SECTION.
001830 01  WS-EOF-CUST-SWITCH        PIC X(1) VALUE 'N'.
001840     88  END-OF-CUSTOMERS             VALUE 'Y'.
001850
001860 01  WS-EOF-INDEX-SWITCH       PIC X(1) VALUE 'N'.
001870     88  END-OF-INDEX                 VALUE 'Y'.
001880
001890 01  WS-EOF-ARCHIVE-SWITCH     PIC X(1) VALUE 'N'.
001900     88  END-OF-ARCHIVE               VALUE 'Y'.
001910
001920 01  WS-EOF-AUDIT-SWITCH       PIC X(1) VALUE 'N'.
001930     88  END-OF-AUDIT                 VALUE 'Y'.
001940
001950 01  WS-ControlFileStatus      PIC X(2) VALUE SPACES.
001960 01  WS-IndexFileStatus        PIC X(2) VALUE SPACES.
001970 01  WS-AuditFileStatus        PIC X(2) VALUE SPACES.
001980
001990*    THE RUN MUST NOT BUILD AN EXTRACT WITHOUT A TAX YEAR AND
002000*    PAYER IDENTIFICATION - A FILE FILED UNDER A ZERO YEAR OR
002010*    ZERO PAYER TIN WOULD BE REJECTED WHOLE.
002020 01  WS-TAX-OK-SWITCH          PIC X(1) VALUE 'N'.
002030     88  TAX-RUN-MAY-PROCEED          VALUE 'Y'.
002040     88  TAX-RUN-IS-REFUSED           VALUE 'N'.
002050
002060 01  WS-TaxYear                PIC 9(4) VALUE 0.
002061 01  WS-PayerTIN               PIC 9(9) VALUE 0.
002062 01  WS-PayerName              PIC X(30) VALUE SPACES.
002070 01  WS-YearStart.
002080     05  WS-YearStartYYYY   PIC 9(4).
002090     05  FILLER             PIC 9(4) VALUE 0101.
002100 01  WS-YearStartDate REDEFINES WS-YearStart PIC 9(8).
002110 01  WS-YearEnd.
002120     05  WS-YearEndYYYY     PIC 9(4).
002130     05  FILLER             PIC 9(4) VALUE 1231.
002140 01  WS-YearEndDate REDEFINES WS-YearEnd PIC 9(8).
002150
002160*    IRS REPORTING FLOOR FOR BOX 1 INTEREST.
002170 01  WS-ReportingFloor         PIC 9(9)V99 VALUE 10.00.
002180
002190*    CUSTOMER TABLE - THE CUSTOMER MASTER WITH THE TAX AND
002200*    ADDRESS FIELDS THE B RECORD NEEDS.
002210 01  WS-CUSTOMER-TABLE.
002220     05  WS-CUSTOMER-ENTRY OCCURS 500 TIMES.
002230         10  WS-CUS-NUMBER         PIC 9(5).
002240         10  WS-CUS-NAME           PIC X(30).
002250         10  WS-CUS-TIN            PIC 9(9).
002260         10  WS-CUS-TIN-TYPE       PIC X(1).
002270         10  WS-CUS-ADDRESS        PIC X(30).
002280         10  WS-CUS-CITY           PIC X(20).
002290         10  WS-CUS-STATE          PIC X(2).
002300         10  WS-CUS-ZIP            PIC X(9).
002310
002320 01  WS-CUSTOMER-COUNT         PIC 9(5) VALUE 0 COMP.
002330 01  WS-CUS-IDX                PIC 9(5) VALUE 0 COMP.
002340 01  WS-CustomerTableFull      PIC 9(5) VALUE 0 COMP.
002350
002360 01  WS-CUST-FOUND-SWITCH      PIC X(1) VALUE 'N'.
002370     88  CUSTOMER-FOUND               VALUE 'Y'.
002380     88  CUSTOMER-NOT-FOUND           VALUE 'N'.
002390
002400*    ARCHIVE INDEX TABLE - THE GENERATIONS AUDITARCHIVE HAS
002410*    CUT, IN CUT ORDER.
002420 01  WS-ARCHIVE-TABLE.
002430     05  WS-ARCHIVE-ENTRY OCCURS 60 TIMES.
002440         10  WS-ARC-CUT-DATE       PIC 9(8).
002450         10  WS-ARC-FILE-NAME      PIC X(26).
002460
002470 01  WS-ARCHIVE-COUNT          PIC 9(3) VALUE 0 COMP.
002480 01  WS-ARC-IDX                PIC 9(3) VALUE 0 COMP.
002490 01  WS-ArchiveTableFull       PIC 9(3) VALUE 0 COMP.
002500
002510 01  WS-ArchiveFileName        PIC X(26) VALUE SPACES.
002520
002530*    THE RECORD UNDER INSPECTION, COPIED FROM WHICHEVER FILE
002540*    IT CAME FROM.
002550 01  WS-AUDIT-WORK.
002560     05  AW-AccountID       PIC 9(5).
002570     05  AW-TransID         PIC 9(7).
002580     05  AW-AmountApplied   PIC S9(9)V99.
002590     05  AW-BalanceBefore   PIC 9(9)V99.
002600     05  AW-BalanceAfter    PIC 9(9)V99.
002610     05  AW-PostDate        PIC 9(8).
002611     05  AW-EntryType       PIC X(1).
002620
002630*    INTEREST-ACCOUNT TABLE - THE YEAR'S INTEREST BY ACCOUNT,
002640*    WITH THE ACCOUNT'S CUSTOMER NUMBER TAKEN FROM THE
002650*    ACCOUNTS MASTER THE FIRST TIME THE ACCOUNT IS SEEN. AN
002660*    ACCOUNT NO LONGER ON THE MASTER IS MARKED CLOSED.
002670 01  WS-INT-ACCOUNT-TABLE.
002680     05  WS-INT-ACCOUNT-ENTRY OCCURS 2000 TIMES.
002690         10  WS-IA-ACCOUNT-ID      PIC 9(5).
002700         10  WS-IA-CUSTOMER        PIC 9(5).
002710         10  WS-IA-INTEREST        PIC 9(9)V99.
002720         10  WS-IA-CLOSED-SWITCH   PIC X(1).
002730             88  IA-ACCOUNT-CLOSED        VALUE 'Y'.
002740         10  WS-IA-CLAIMED-SWITCH  PIC X(1).
002750             88  IA-ACCOUNT-CLAIMED       VALUE 'Y'.
002760
002770 01  WS-INT-ACCOUNT-COUNT      PIC 9(5) VALUE 0 COMP.
002780 01  WS-IA-IDX                 PIC 9(5) VALUE 0 COMP.
002790 01  WS-IA-SUB                 PIC 9(5) VALUE 0 COMP.
002800 01  WS-IntAccountTableFull    PIC 9(5) VALUE 0 COMP.
002810
002820 01  WS-ACCT-FOUND-SWITCH      PIC X(1) VALUE 'N'.
002830     88  INT-ACCOUNT-FOUND            VALUE 'Y'.
002840     88  INT-ACCOUNT-NOT-FOUND        VALUE 'N'.
002850
002860*    PER-CUSTOMER ROLL-UP WORK AREAS.
002870 01  WS-RollupCustomer         PIC 9(5) VALUE 0.
002880 01  WS-CustomerInterest       PIC 9(9)V99 VALUE 0.
002890 01  WS-CustomerAccounts       PIC 9(5) VALUE 0 COMP.
002900
002910*    TIE-OUT BUCKETS. THE YEAR'S INTEREST ON THE TRAIL MUST
002920*    EQUAL EXTRACTED + UNDER FLOOR + HELD.
002930 01  WS-TrailInterest          PIC 9(11)V99 VALUE 0.
002940 01  WS-ExtractedInterest      PIC 9(11)V99 VALUE 0.
002950 01  WS-UnderFloorInterest     PIC 9(11)V99 VALUE 0.
002960 01  WS-HeldInterest           PIC 9(11)V99 VALUE 0.
002970 01  WS-ProofDifference        PIC S9(11)V99 VALUE 0.
002980
002990 01  WS-TotalAuditRead         PIC 9(7) VALUE 0 COMP.
003000 01  WS-TotalInterestRecords   PIC 9(7) VALUE 0 COMP.
003010 01  WS-TotalUndatedInterest   PIC 9(7) VALUE 0 COMP.
003020 01  WS-TotalFormsWritten      PIC 9(7) VALUE 0 COMP.
003030 01  WS-TotalUnderFloor        PIC 9(7) VALUE 0 COMP.
003040 01  WS-TotalHeld              PIC 9(7) VALUE 0 COMP.
003050 01  WS-TotalClosedAccounts    PIC 9(7) VALUE 0 COMP.
003060
003070*    PRINT-LINE LAYOUTS FOR THE CONTROL LISTING.
003080 01  WS-LIST-HEADING-LINE.
003090     05  FILLER             PIC X(36)
003100         VALUE '1099-INT CONTROL LISTING - TAX YEAR '.
003110     05  LH-TaxYear         PIC 9(4).
003120     05  FILLER             PIC X(8) VALUE '  PAYER '.
003130     05  LH-PayerName       PIC X(30).
003140
003150 01  WS-LIST-CUST-LINE.
003160     05  FILLER             PIC X(9) VALUE 'CUSTOMER '.
003170     05  LC-CustomerNumber  PIC 9(5).
003180     05  FILLER             PIC X(2) VALUE SPACES.
003190     05  LC-CustomerName    PIC X(30).
003200     05  FILLER             PIC X(5) VALUE ' TIN '.
003210     05  LC-TaxpayerID      PIC 9(9).
003220
003230 01  WS-LIST-ACCT-LINE.
003240     05  FILLER             PIC X(4) VALUE SPACES.
003250     05  FILLER             PIC X(8) VALUE 'ACCOUNT '.
003260     05  LA-AccountID       PIC 9(5).
003270     05  FILLER             PIC X(4) VALUE SPACES.
003280     05  LA-Interest        PIC ZZZ,ZZZ,ZZ9.99.
003290
003300 01  WS-LIST-RESULT-LINE.
003310     05  FILLER             PIC X(4) VALUE SPACES.
003320     05  FILLER             PIC X(17) VALUE 'TOTAL INTEREST   '.
003330     05  LR-Interest        PIC ZZZ,ZZZ,ZZ9.99.
003340     05  FILLER             PIC X(2) VALUE SPACES.
003350     05  LR-Status          PIC X(40).
003360
003370 01  WS-LIST-TOTAL-LINE.
003380     05  LT-Label           PIC X(40).
003390     05  LT-Count           PIC ZZZ,ZZ9.
003400     05  FILLER             PIC X(2) VALUE SPACES.
003410     05  LT-Amount          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003420
003430 01  WS-BLANK-LINE          PIC X(100) VALUE SPACES.
003440
003450 PROCEDURE DIVISION.
003460*    ------------------------------------------------------
003470*    0000-MAINLINE CONTROLS THE YEAR-END 1099-INT RUN.
003480*    ------------------------------------------------------
003490 0000-MAINLINE.
003500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003510     PERFORM 1500-READ-CONTROL-FILE THRU 1500-EXIT
003520     IF TAX-RUN-IS-REFUSED
003530         CONTINUE
003540     ELSE
003550         PERFORM 1600-LOAD-CUSTOMERS THRU 1600-EXIT
003560         PERFORM 1700-LOAD-ARCHIVE-INDEX THRU 1700-EXIT
003570         PERFORM 2000-TOTAL-INTEREST THRU 2000-EXIT
003580         PERFORM 3000-WRITE-FORMS THRU 3000-EXIT
003590         PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
003600     END-IF
003610     STOP RUN.
003620
003630 1000-INITIALIZE.
003640     DISPLAY 'YEAR-END 1099-INT RUN'.
003650 1000-EXIT.
003660     EXIT.
003670
003680*    ------------------------------------------------------
003690*    PICK UP THE TAX YEAR AND PAYER IDENTIFICATION. A
003700*    MISSING OR EMPTY CONTROL FILE, A ZERO YEAR OR A ZERO
003710*    PAYER TIN REFUSES THE RUN.
003720*    ------------------------------------------------------
003730 1500-READ-CONTROL-FILE.
003740     SET TAX-RUN-IS-REFUSED TO TRUE
003750     OPEN INPUT TaxControlFile
003760     IF WS-ControlFileStatus NOT = '00'
003770         DISPLAY 'TAX CONTROL FILE CANNOT BE OPENED - STATUS '
003780             WS-ControlFileStatus ' - RUN REFUSED'
003790         GO TO 1500-EXIT
003800     END-IF
003810     READ TaxControlFile
003820         AT END
003830             DISPLAY 'TAX CONTROL FILE EMPTY - RUN REFUSED'
003840         NOT AT END
003850             IF TXC-TaxYear = 0
003860                OR TXC-PayerTIN = 0
003870                 DISPLAY 'TAX YEAR OR PAYER TIN MISSING - '
003880                     'RUN REFUSED'
003890             ELSE
003900                 MOVE TXC-TaxYear TO WS-TaxYear
003901                 MOVE TXC-PayerTIN TO WS-PayerTIN
003902                 MOVE TXC-PayerName TO WS-PayerName
003910                 MOVE TXC-TaxYear TO WS-YearStartYYYY
003920                 MOVE TXC-TaxYear TO WS-YearEndYYYY
003930                 SET TAX-RUN-MAY-PROCEED TO TRUE
003940             END-IF
003950     END-READ
003960     CLOSE TaxControlFile.
003970 1500-EXIT.
003980     EXIT.
003990
004000 1600-LOAD-CUSTOMERS.
004010     OPEN INPUT CustomerFile
004020     PERFORM UNTIL END-OF-CUSTOMERS
004030         READ CustomerFile INTO CustomerRecord
004040             AT END
004050                 SET END-OF-CUSTOMERS TO TRUE
004060             NOT AT END
004070                 PERFORM 1610-STORE-CUSTOMER THRU 1610-EXIT
004080         END-READ
004090     END-PERFORM
004100     CLOSE CustomerFile.
004110 1600-EXIT.
004120     EXIT.
004130
004140*    ------------------------------------------------------
004150*    A CUSTOMER RECORD NOT YET CONVERTED BY CUSTOMER
004160*    MAINTENANCE HAS NO TAXPAYER ID; IT IS HELD LIKE ANY
004170*    OTHER CUSTOMER WITHOUT ONE.
004180*    ------------------------------------------------------
004190 1610-STORE-CUSTOMER.
004200     IF WS-CUSTOMER-COUNT >= 500
004210         ADD 1 TO WS-CustomerTableFull
004220         DISPLAY 'CUSTOMER TABLE FULL, DROPPED CUSTOMER '
004230             CUST-CustomerNumber
004240         GO TO 1610-EXIT
004250     END-IF
004260     ADD 1 TO WS-CUSTOMER-COUNT
004270     IF CUST-TaxpayerID NOT NUMERIC
004280         MOVE 0 TO CUST-TaxpayerID
004290     END-IF
004300     MOVE CUST-CustomerNumber TO WS-CUS-NUMBER(WS-CUSTOMER-COUNT)
004310     MOVE CUST-CustomerName   TO WS-CUS-NAME(WS-CUSTOMER-COUNT)
004320     MOVE CUST-TaxpayerID     TO WS-CUS-TIN(WS-CUSTOMER-COUNT)
004330     MOVE CUST-TinType
004340         TO WS-CUS-TIN-TYPE(WS-CUSTOMER-COUNT)
004350     MOVE CUST-AddressLine
004360         TO WS-CUS-ADDRESS(WS-CUSTOMER-COUNT)
004370     MOVE CUST-City           TO WS-CUS-CITY(WS-CUSTOMER-COUNT)
004380     MOVE CUST-State          TO WS-CUS-STATE(WS-CUSTOMER-COUNT)
004390     MOVE CUST-ZipCode        TO WS-CUS-ZIP(WS-CUSTOMER-COUNT).
004400 1610-EXIT.
004410     EXIT.
004420
004430*    ------------------------------------------------------
004440*    LOAD THE ARCHIVE INDEX. NO INDEX FILE (STATUS 35) MEANS
004450*    NO CUT HAS RUN YET - ONLY THE LIVE TRAIL IS READ.
004460*    ------------------------------------------------------
004470 1700-LOAD-ARCHIVE-INDEX.
004480     OPEN INPUT ArchiveIndexFile
004490     IF WS-IndexFileStatus = '35'
004500         GO TO 1700-EXIT
004510     END-IF
004520     PERFORM UNTIL END-OF-INDEX
004530         READ ArchiveIndexFile INTO ArchiveIndexRecord
004540             AT END
004550                 SET END-OF-INDEX TO TRUE
004560             NOT AT END
004570                 PERFORM 1710-STORE-INDEX-ENTRY THRU 1710-EXIT
004580         END-READ
004590     END-PERFORM
004600     CLOSE ArchiveIndexFile.
004610 1700-EXIT.
004620     EXIT.
004630
004640 1710-STORE-INDEX-ENTRY.
004650     IF WS-ARCHIVE-COUNT >= 60
004660         ADD 1 TO WS-ArchiveTableFull
004670         DISPLAY 'ARCHIVE INDEX TABLE FULL, GENERATION '
004680             AIX-FileName ' NOT READ'
004690     ELSE
004700         ADD 1 TO WS-ARCHIVE-COUNT
004710         MOVE AIX-CutDate
004720             TO WS-ARC-CUT-DATE(WS-ARCHIVE-COUNT)
004730         MOVE AIX-FileName
004740             TO WS-ARC-FILE-NAME(WS-ARCHIVE-COUNT)
004750     END-IF.
004760 1710-EXIT.
004770     EXIT.
004780
004790*    ------------------------------------------------------
004800*    TOTAL THE YEAR'S INTEREST BY ACCOUNT FROM THE ARCHIVE
004810*    GENERATIONS THAT CAN HOLD THE YEAR, OLDEST FIRST, AND
004820*    THEN THE LIVE TRAIL.
004830*    ------------------------------------------------------
004840 2000-TOTAL-INTEREST.
004850     OPEN INPUT BankAccountFile
004860     PERFORM 2100-SCAN-ONE-ARCHIVE THRU 2100-EXIT
004870         VARYING WS-ARC-IDX FROM 1 BY 1
004880         UNTIL WS-ARC-IDX > WS-ARCHIVE-COUNT
004890     PERFORM 2200-SCAN-LIVE-TRAIL THRU 2200-EXIT
004900     CLOSE BankAccountFile.
004910 2000-EXIT.
004920     EXIT.
004930
004940*    ------------------------------------------------------
004950*    A GENERATION CUT BEFORE THE FIRST OF THE TAX YEAR HOLDS
004960*    ONLY EARLIER POSTINGS AND IS SKIPPED WITHOUT BEING
004970*    OPENED.
004980*    ------------------------------------------------------
004990 2100-SCAN-ONE-ARCHIVE.
005000     IF WS-ARC-CUT-DATE(WS-ARC-IDX) < WS-YearStartDate
005010         GO TO 2100-EXIT
005020     END-IF
005030     MOVE WS-ARC-FILE-NAME(WS-ARC-IDX) TO WS-ArchiveFileName
005040     MOVE 'N' TO WS-EOF-ARCHIVE-SWITCH
005050     OPEN INPUT AuditHistoryFile
005060     PERFORM UNTIL END-OF-ARCHIVE
005070         READ AuditHistoryFile INTO AuditHistoryRecord
005080             AT END
005090                 SET END-OF-ARCHIVE TO TRUE
005100             NOT AT END
005110                 MOVE AuditHistoryRecord TO WS-AUDIT-WORK
005120                 PERFORM 2500-TAKE-ONE-RECORD THRU 2500-EXIT
005130         END-READ
005140     END-PERFORM
005150     CLOSE AuditHistoryFile.
005160 2100-EXIT.
005170     EXIT.
005180
005190 2200-SCAN-LIVE-TRAIL.
005200     OPEN INPUT AuditFile
005210     IF WS-AuditFileStatus = '35'
005220         GO TO 2200-EXIT
005230     END-IF
005240     PERFORM UNTIL END-OF-AUDIT
005250         READ AuditFile INTO AuditRecord
005260             AT END
005270                 SET END-OF-AUDIT TO TRUE
005280             NOT AT END
005290                 MOVE AuditRecord TO WS-AUDIT-WORK
005300                 PERFORM 2500-TAKE-ONE-RECORD THRU 2500-EXIT
005310         END-READ
005320     END-PERFORM
005330     CLOSE AuditFile.
005340 2200-EXIT.
005350     EXIT.
005360
005370*    ------------------------------------------------------
005380*    ONE AUDIT RECORD. ONLY INTEREST (TRANS ID ZERO) POSTED
005390*    INSIDE THE TAX YEAR COUNTS. UNDATED INTEREST CANNOT BE
005400*    PLACED IN A YEAR AND IS COUNTED FOR THE SUMMARY.
005410*    ------------------------------------------------------
005420 2500-TAKE-ONE-RECORD.
005430     ADD 1 TO WS-TotalAuditRead
005440     IF AW-TransID NOT = 0
005450         GO TO 2500-EXIT
005460     END-IF
005470     IF AW-PostDate = 0
005480         ADD 1 TO WS-TotalUndatedInterest
005490         GO TO 2500-EXIT
005500     END-IF
005510     IF AW-PostDate < WS-YearStartDate
005520        OR AW-PostDate > WS-YearEndDate
005530         GO TO 2500-EXIT
005540     END-IF
005550     PERFORM 2600-FIND-INT-ACCOUNT THRU 2600-EXIT
005560     IF INT-ACCOUNT-NOT-FOUND
005570         GO TO 2500-EXIT
005580     END-IF
005590     ADD AW-AmountApplied TO WS-IA-INTEREST(WS-IA-IDX)
005600     ADD AW-AmountApplied TO WS-TrailInterest
005610     ADD 1 TO WS-TotalInterestRecords.
005620 2500-EXIT.
005630     EXIT.
005640
005650*    ------------------------------------------------------
005660*    FIND THE ACCOUNT'S ENTRY, OR ADD ONE WITH ITS CUSTOMER
005670*    NUMBER FROM THE ACCOUNTS MASTER. WS-IA-IDX IS LEFT
005680*    POINTING AT THE ENTRY.
005690*    ------------------------------------------------------
005700 2600-FIND-INT-ACCOUNT.
005710     SET INT-ACCOUNT-NOT-FOUND TO TRUE
005720     PERFORM 2610-MATCH-INT-ACCOUNT THRU 2610-EXIT
005730         VARYING WS-IA-SUB FROM 1 BY 1
005740         UNTIL WS-IA-SUB > WS-INT-ACCOUNT-COUNT
005750            OR INT-ACCOUNT-FOUND
005760     IF INT-ACCOUNT-FOUND
005770         GO TO 2600-EXIT
005780     END-IF
005790     IF WS-INT-ACCOUNT-COUNT >= 2000
005800         ADD 1 TO WS-IntAccountTableFull
005810         DISPLAY 'INTEREST ACCOUNT TABLE FULL, DROPPED ACCOUNT '
005820             AW-AccountID
005830         GO TO 2600-EXIT
005840     END-IF
005850     ADD 1 TO WS-INT-ACCOUNT-COUNT
005860     MOVE WS-INT-ACCOUNT-COUNT TO WS-IA-IDX
005870     MOVE AW-AccountID TO WS-IA-ACCOUNT-ID(WS-IA-IDX)
005880     MOVE 0   TO WS-IA-INTEREST(WS-IA-IDX)
005890     MOVE 'N' TO WS-IA-CLAIMED-SWITCH(WS-IA-IDX)
005900     MOVE AW-AccountID TO AccountID
005910     READ BankAccountFile
005920         INVALID KEY
005930             MOVE 0   TO WS-IA-CUSTOMER(WS-IA-IDX)
005940             MOVE 'Y' TO WS-IA-CLOSED-SWITCH(WS-IA-IDX)
005950         NOT INVALID KEY
005960             MOVE CustomerNumber TO WS-IA-CUSTOMER(WS-IA-IDX)
005970             MOVE 'N' TO WS-IA-CLOSED-SWITCH(WS-IA-IDX)
005980     END-READ
005990     SET INT-ACCOUNT-FOUND TO TRUE.
006000 2600-EXIT.
006010     EXIT.
006020
006030 2610-MATCH-INT-ACCOUNT.
006040     IF WS-IA-ACCOUNT-ID(WS-IA-SUB) = AW-AccountID
006050         MOVE WS-IA-SUB TO WS-IA-IDX
006060         SET INT-ACCOUNT-FOUND TO TRUE
006070     END-IF.
006080 2610-EXIT.
006090     EXIT.
006100
006110*    ------------------------------------------------------
006120*    WRITE THE EXTRACT AND THE CONTROL LISTING - ONE FORM
006130*    PER CUSTOMER ON THE CUSTOMER MASTER, THEN THE INTEREST
006140*    THAT COULD NOT BE PUT ON A FORM, THEN THE PROOF.
006150*    ------------------------------------------------------
006160 3000-WRITE-FORMS.
006170     OPEN OUTPUT Form1099File
006180     OPEN OUTPUT ControlListingFile
006190     MOVE WS-TaxYear    TO LH-TaxYear
006191     MOVE WS-PayerName  TO LH-PayerName
006210     WRITE ControlListingLine FROM WS-LIST-HEADING-LINE
006220     MOVE SPACES        TO Form1099PayerRecord
006230     MOVE 'A'           TO F1A-RecordType
006240     MOVE WS-TaxYear    TO F1A-TaxYear
006241     MOVE WS-PayerTIN   TO F1A-PayerTIN
006242     MOVE WS-PayerName  TO F1A-PayerName
006270     MOVE '6'           TO F1A-ReturnType
006280     MOVE '1'           TO F1A-AmountCodes
006290     WRITE Form1099PayerRecord
006300     PERFORM 3100-ROLL-UP-ONE-CUSTOMER THRU 3100-EXIT
006310         VARYING WS-CUS-IDX FROM 1 BY 1
006320         UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT
006330     PERFORM 3500-LIST-UNCLAIMED-ACCOUNT THRU 3500-EXIT
006340         VARYING WS-IA-IDX FROM 1 BY 1
006350         UNTIL WS-IA-IDX > WS-INT-ACCOUNT-COUNT
006360     MOVE SPACES                TO Form1099EndPayerRecord
006370     MOVE 'C'                   TO F1C-RecordType
006380     MOVE WS-TotalFormsWritten  TO F1C-PayeeCount
006390     MOVE WS-ExtractedInterest  TO F1C-ControlTotal1
006400     WRITE Form1099EndPayerRecord
006410     MOVE SPACES                TO Form1099EndTransRecord
006420     MOVE 'F'                   TO F1F-RecordType
006430     MOVE 1                     TO F1F-PayerCount
006440     MOVE WS-TotalFormsWritten  TO F1F-PayeeCount
006450     WRITE Form1099EndTransRecord
006460     PERFORM 3800-WRITE-PROOF THRU 3800-EXIT
006470     CLOSE Form1099File
006480     CLOSE ControlListingFile.
006490 3000-EXIT.
006500     EXIT.
006510
006520*    ------------------------------------------------------
006530*    ROLL EVERY ACCOUNT CARRYING THE CUSTOMER'S NUMBER UP TO
006540*    ONE TOTAL. A CUSTOMER WITH NO INTEREST IN THE YEAR IS
006550*    NOT LISTED.
006560*    ------------------------------------------------------
006570 3100-ROLL-UP-ONE-CUSTOMER.
006580     MOVE WS-CUS-NUMBER(WS-CUS-IDX) TO WS-RollupCustomer
006590     MOVE 0 TO WS-CustomerInterest
006600     MOVE 0 TO WS-CustomerAccounts
006610     PERFORM 3150-SUM-ONE-ACCOUNT THRU 3150-EXIT
006620         VARYING WS-IA-IDX FROM 1 BY 1
006630         UNTIL WS-IA-IDX > WS-INT-ACCOUNT-COUNT
006640     IF WS-CustomerAccounts = 0
006650         GO TO 3100-EXIT
006660     END-IF
006670     WRITE ControlListingLine FROM WS-BLANK-LINE
006680     MOVE WS-RollupCustomer         TO LC-CustomerNumber
006690     MOVE WS-CUS-NAME(WS-CUS-IDX)   TO LC-CustomerName
006700     MOVE WS-CUS-TIN(WS-CUS-IDX)    TO LC-TaxpayerID
006710     WRITE ControlListingLine FROM WS-LIST-CUST-LINE
006720     PERFORM 3160-LIST-ONE-ACCOUNT THRU 3160-EXIT
006730         VARYING WS-IA-IDX FROM 1 BY 1
006740         UNTIL WS-IA-IDX > WS-INT-ACCOUNT-COUNT
006750     MOVE WS-CustomerInterest TO LR-Interest
006760     EVALUATE TRUE
006770         WHEN WS-CustomerInterest < WS-ReportingFloor
006780             MOVE 'UNDER $10 FLOOR - NO FORM' TO LR-Status
006790             ADD 1 TO WS-TotalUnderFloor
006800             ADD WS-CustomerInterest TO WS-UnderFloorInterest
006810         WHEN WS-CUS-TIN(WS-CUS-IDX) = 0
006820             MOVE 'HELD - NO TAXPAYER ID ON FILE' TO LR-Status
006830             ADD 1 TO WS-TotalHeld
006840             ADD WS-CustomerInterest TO WS-HeldInterest
006850         WHEN OTHER
006860             MOVE '1099-INT WRITTEN' TO LR-Status
006870             PERFORM 3200-WRITE-PAYEE-RECORD THRU 3200-EXIT
006880     END-EVALUATE
006890     WRITE ControlListingLine FROM WS-LIST-RESULT-LINE.
006900 3100-EXIT.
006910     EXIT.
006920
006930 3150-SUM-ONE-ACCOUNT.
006940     IF WS-IA-CUSTOMER(WS-IA-IDX) = WS-RollupCustomer
006950        AND NOT IA-ACCOUNT-CLOSED(WS-IA-IDX)
006960         ADD WS-IA-INTEREST(WS-IA-IDX) TO WS-CustomerInterest
006970         ADD 1 TO WS-CustomerAccounts
006980         MOVE 'Y' TO WS-IA-CLAIMED-SWITCH(WS-IA-IDX)
006990     END-IF.
007000 3150-EXIT.
007010     EXIT.
007020
007030 3160-LIST-ONE-ACCOUNT.
007040     IF WS-IA-CUSTOMER(WS-IA-IDX) = WS-RollupCustomer
007050        AND NOT IA-ACCOUNT-CLOSED(WS-IA-IDX)
007060         MOVE WS-IA-ACCOUNT-ID(WS-IA-IDX) TO LA-AccountID
007070         MOVE WS-IA-INTEREST(WS-IA-IDX)   TO LA-Interest
007080         WRITE ControlListingLine FROM WS-LIST-ACCT-LINE
007090     END-IF.
007100 3160-EXIT.
007110     EXIT.
007120
007130 3200-WRITE-PAYEE-RECORD.
007140     MOVE SPACES                     TO Form1099PayeeRecord
007150     MOVE 'B'                        TO F1B-RecordType
007160     MOVE WS-TaxYear                 TO F1B-TaxYear
007170     IF WS-CUS-TIN-TYPE(WS-CUS-IDX) = 'E'
007180         MOVE '1' TO F1B-TinType
007190     ELSE
007200         MOVE '2' TO F1B-TinType
007210     END-IF
007220     MOVE WS-CUS-TIN(WS-CUS-IDX)     TO F1B-PayeeTIN
007230     MOVE WS-RollupCustomer          TO F1B-PayerAccount
007240     MOVE WS-CUS-NAME(WS-CUS-IDX)    TO F1B-PayeeName
007250     MOVE WS-CUS-ADDRESS(WS-CUS-IDX) TO F1B-AddressLine
007260     MOVE WS-CUS-CITY(WS-CUS-IDX)    TO F1B-City
007270     MOVE WS-CUS-STATE(WS-CUS-IDX)   TO F1B-State
007280     MOVE WS-CUS-ZIP(WS-CUS-IDX)     TO F1B-ZipCode
007290     MOVE WS-CustomerInterest        TO F1B-Amount1
007300     WRITE Form1099PayeeRecord
007310     ADD 1 TO WS-TotalFormsWritten
007320     ADD WS-CustomerInterest TO WS-ExtractedInterest.
007330 3200-EXIT.
007340     EXIT.
007350
007360*    ------------------------------------------------------
007370*    INTEREST NO CUSTOMER ON THE MASTER CLAIMED - A CLOSED
007380*    ACCOUNT, OR AN ACCOUNT WHOSE CUSTOMER NUMBER IS NOT ON
007390*    THE CUSTOMER MASTER. EACH IS HELD FOR THE BACK OFFICE.
007400*    ------------------------------------------------------
007410 3500-LIST-UNCLAIMED-ACCOUNT.
007420     IF IA-ACCOUNT-CLAIMED(WS-IA-IDX)
007430         GO TO 3500-EXIT
007440     END-IF
007450     WRITE ControlListingLine FROM WS-BLANK-LINE
007460     MOVE WS-IA-CUSTOMER(WS-IA-IDX)   TO LC-CustomerNumber
007470     MOVE 0                           TO LC-TaxpayerID
007480     IF IA-ACCOUNT-CLOSED(WS-IA-IDX)
007490         MOVE '** ACCOUNT CLOSED **' TO LC-CustomerName
007500         MOVE 'HELD - ACCOUNT NOT ON MASTER' TO LR-Status
007510         ADD 1 TO WS-TotalClosedAccounts
007520     ELSE
007530         MOVE '** NOT ON CUSTOMER MASTER **' TO LC-CustomerName
007540         MOVE 'HELD - CUSTOMER NOT ON MASTER' TO LR-Status
007550     END-IF
007560     WRITE ControlListingLine FROM WS-LIST-CUST-LINE
007570     MOVE WS-IA-ACCOUNT-ID(WS-IA-IDX) TO LA-AccountID
007580     MOVE WS-IA-INTEREST(WS-IA-IDX)   TO LA-Interest
007590     WRITE ControlListingLine FROM WS-LIST-ACCT-LINE
007600     MOVE WS-IA-INTEREST(WS-IA-IDX)   TO LR-Interest
007610     WRITE ControlListingLine FROM WS-LIST-RESULT-LINE
007620     ADD 1 TO WS-TotalHeld
007630     ADD WS-IA-INTEREST(WS-IA-IDX) TO WS-HeldInterest.
007640 3500-EXIT.
007650     EXIT.
007660
007670*    ------------------------------------------------------
007680*    THE PROOF - THE YEAR'S INTEREST ON THE AUDIT TRAIL MUST
007690*    EQUAL WHAT WENT ON FORMS, WHAT FELL UNDER THE FLOOR AND
007700*    WHAT WAS HELD. ANY DIFFERENCE IS PRINTED AND DISPLAYED.
007710*    ------------------------------------------------------
007720 3800-WRITE-PROOF.
007730     COMPUTE WS-ProofDifference =
007740         WS-TrailInterest - WS-ExtractedInterest
007750         - WS-UnderFloorInterest - WS-HeldInterest
007760     WRITE ControlListingLine FROM WS-BLANK-LINE
007770     MOVE 'INTEREST ON AUDIT TRAIL FOR THE YEAR' TO LT-Label
007780     MOVE WS-TotalInterestRecords TO LT-Count
007790     MOVE WS-TrailInterest        TO LT-Amount
007800     WRITE ControlListingLine FROM WS-LIST-TOTAL-LINE
007810     MOVE '  EXTRACTED ON 1099-INT FORMS' TO LT-Label
007820     MOVE WS-TotalFormsWritten    TO LT-Count
007830     MOVE WS-ExtractedInterest    TO LT-Amount
007840     WRITE ControlListingLine FROM WS-LIST-TOTAL-LINE
007850     MOVE '  UNDER THE $10 REPORTING FLOOR' TO LT-Label
007860     MOVE WS-TotalUnderFloor      TO LT-Count
007870     MOVE WS-UnderFloorInterest   TO LT-Amount
007880     WRITE ControlListingLine FROM WS-LIST-TOTAL-LINE
007890     MOVE '  HELD FOR THE BACK OFFICE' TO LT-Label
007900     MOVE WS-TotalHeld            TO LT-Count
007910     MOVE WS-HeldInterest         TO LT-Amount
007920     WRITE ControlListingLine FROM WS-LIST-TOTAL-LINE
007930     MOVE 'PROOF DIFFERENCE' TO LT-Label
007940     MOVE 0                       TO LT-Count
007950     MOVE WS-ProofDifference      TO LT-Amount
007960     WRITE ControlListingLine FROM WS-LIST-TOTAL-LINE
007970     IF WS-ProofDifference NOT = 0
007980         DISPLAY '1099-INT PROOF OUT OF BALANCE BY '
007990             WS-ProofDifference
008000     END-IF.
008010 3800-EXIT.
008020     EXIT.
008030
008040 9000-DISPLAY-SUMMARY.
008050     DISPLAY '-----------------------------'
008060     DISPLAY 'Tax Year: ' WS-TaxYear
008070     DISPLAY 'Audit Records Read: ' WS-TotalAuditRead
008080     DISPLAY 'Interest Records In Year: '
008090         WS-TotalInterestRecords
008100     DISPLAY 'Interest On Trail: ' WS-TrailInterest
008110     DISPLAY '1099-INT Forms Written: ' WS-TotalFormsWritten
008120     DISPLAY 'Amount On Forms: ' WS-ExtractedInterest
008130     DISPLAY 'Customers Under Floor: ' WS-TotalUnderFloor
008140     DISPLAY 'Items Held: ' WS-TotalHeld
008150     DISPLAY 'Closed Accounts With Interest: '
008160         WS-TotalClosedAccounts
008170     DISPLAY 'Undated Interest Records: '
008180         WS-TotalUndatedInterest
008190     DISPLAY 'Accounts Dropped, Table Full: '
008200         WS-IntAccountTableFull
008210     DISPLAY 'Index Entries Dropped, Table Full: '
008220         WS-ArchiveTableFull
008230     DISPLAY '-----------------------------'.
008240 9000-EXIT.
008250     EXIT.
