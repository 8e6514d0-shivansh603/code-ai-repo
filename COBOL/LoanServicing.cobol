000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LoanServicing.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    NIGHTLY INSTALLMENT LOAN RUN. WALKS THE LOAN MASTER
000180*    (LOANS.DAT) AND, FOR EVERY ACTIVE LOAN:
000190*      - ACCRUES SIMPLE INTEREST ON THE PRINCIPAL BALANCE AT
000200*        THE NOTE RATE FOR THE DAYS SINCE THE LAST ACCRUAL
000210*        (ACTUAL/365 ON THE SHOP'S 365/30-DAY APPROXIMATION);
000220*      - AGES EVERY INSTALLMENT PAST ITS DUE DATE AND NOT YET
000230*        COVERED BY PAYMENTS INTO 1-29, 30-59, 60-89 AND 90+
000240*        DAY BUCKETS ON THE AGING REPORT, AND SETS THE LOAN'S
000250*        DAYS PAST DUE FROM THE OLDEST UNPAID INSTALLMENT;
000260*      - CHARGES ONE LATE FEE PER INSTALLMENT ONCE IT IS MORE
000270*        THAN THE GRACE PERIOD PAST DUE;
000280*      - WRITES A DELINQUENCY NOTICE, TO THE BORROWER'S
000290*        ADDRESS ON THE CUSTOMER MASTER, EACH TIME THE LOAN
000300*        FIRST REACHES 30, 60 OR 90 DAYS PAST DUE.
000310*    ACCRUALS AND LATE FEES GO TO THE AUDIT TRAIL UNDER THE
000320*    RESERVED TRANS IDS 9999997 AND 9999996 WITH ENTRY TYPES
000330*    A AND F, WITH THE LOAN'S PAYOFF BALANCE AS BEFORE/AFTER.
000340*    A SECOND RUN ON THE SAME DAY FINDS NO DAYS TO ACCRUE, NO
000350*    INSTALLMENT STILL OWING A FEE AND NO NEW NOTICE LEVEL,
000360*    SO A RERUN ONLY REPRINTS THE AGING REPORT.
000370*
000380*MODIFICATION HISTORY.
000390*    DATE       INIT  DESCRIPTION
000400*    10/15/2026 JDH   ORIGINAL PROGRAM - LOAN INTEREST ACCRUAL,
000410*                     INSTALLMENT AGING, LATE FEES AND
000420*                     DELINQUENCY NOTICES.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT LoanFile ASSIGN TO 'loans.dat'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS LN-LoanID
000510         FILE STATUS IS WS-LoanFileStatus.
000520
000530     SELECT CustomerFile ASSIGN TO 'customers.dat'
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550
000560     SELECT AuditFile ASSIGN TO 'audit.dat'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AuditFileStatus.
000590
000600     SELECT AgingReportFile ASSIGN TO 'loan_aging.dat'
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630     SELECT NoticeFile ASSIGN TO 'loan_notices.dat'
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680*    LOAN MASTER - ONE RECORD PER INSTALLMENT LOAN, OPENED BY
000690*    ACCOUNTMAINTENANCE. THE PAYOFF BALANCE IS PRINCIPAL PLUS
000700*    ACCRUED INTEREST PLUS UNPAID LATE FEES. PAYMENT-CREDIT IS
000710*    WHAT HAS BEEN PAID TOWARD THE INSTALLMENT DUE ON THE NEXT
000720*    DUE DATE.
000730 FD  LoanFile.
000740 01  LoanRecord.
000750     05  LN-LoanID          PIC 9(5).
000760     05  LN-CustomerNumber  PIC 9(5).
000770     05  LN-BorrowerName    PIC X(30).
000780     05  LN-OriginalPrincipal PIC 9(9)V99.
000790     05  LN-PrincipalBalance PIC 9(9)V99.
000800     05  LN-AccruedInterest PIC 9(7)V99.
000810     05  LN-LateFeesDue     PIC 9(7)V99.
000820     05  LN-NoteRate        PIC 9(2)V9(4).
000830     05  LN-TermMonths      PIC 9(3).
000840     05  LN-ScheduledPayment PIC 9(7)V99.
000850     05  LN-NextDueDate     PIC 9(8).
000860     05  LN-DaysPastDue     PIC 9(4).
000870     05  LN-PaymentCredit   PIC 9(7)V99.
000880     05  LN-OpenDate        PIC 9(8).
000890     05  LN-LastAccrualDate PIC 9(8).
000900     05  LN-LateFeeDueDate  PIC 9(8).
000910     05  LN-NoticeLevel     PIC X(1).
000920     05  LN-LoanStatus      PIC X(1).
000930         88  LOAN-ACTIVE              VALUE 'A'.
000940         88  LOAN-PAID-OFF            VALUE 'P'.
000950
000960 FD  CustomerFile.
000970 01  CustomerRecord.
000980     05  CUST-CustomerNumber PIC 9(5).
000990     05  CUST-CustomerName  PIC X(30).
001000     05  CUST-TaxpayerID    PIC 9(9).
001010     05  CUST-TinType       PIC X(1).
001020         88  TIN-IS-SSN               VALUE 'S'.
001030         88  TIN-IS-EIN               VALUE 'E'.
001040     05  CUST-AddressLine   PIC X(30).
001050     05  CUST-City          PIC X(20).
001060     05  CUST-State         PIC X(2).
001070     05  CUST-ZipCode       PIC X(9).
001080
001090 FD  AuditFile.
001100 01  AuditRecord.
001110     05  AUD-AccountID      PIC 9(5).
001120     05  AUD-TransID        PIC 9(7).
001130     05  AUD-AmountApplied  PIC S9(9)V99.
001140     05  AUD-BalanceBefore  PIC 9(9)V99.
001150     05  AUD-BalanceAfter   PIC 9(9)V99.
001160     05  AUD-PostDate       PIC 9(8).
001170*    ENTRY TYPE - SPACE FOR A DEPOSIT-ACCOUNT POSTING; ON THE
001180*    LOAN BOOK A ACCRUAL, F LATE FEE CHARGED, AND THE LEGS OF
001190*    A PAYMENT: I INTEREST, L LATE FEE, P PRINCIPAL.
001200     05  AUD-EntryType      PIC X(1).
001210
001220 FD  AgingReportFile.
001230 01  AgingReportLine        PIC X(100).
001240
001250*    DELINQUENCY NOTICE - ONE PER LOAN EACH TIME IT FIRST
001260*    REACHES A NEW 30/60/90-DAY LEVEL, ADDRESSED FROM THE
001270*    CUSTOMER MASTER FOR THE MAILING RUN.
001280 FD  NoticeFile.
001290 01  NoticeRecord.
001300     05  NTC-LoanID         PIC 9(5).
001310     05  NTC-CustomerNumber PIC 9(5).
001320     05  NTC-BorrowerName   PIC X(30).
001330     05  NTC-AddressLine    PIC X(30).
001340     05  NTC-City           PIC X(20).
001350     05  NTC-State          PIC X(2).
001360     05  NTC-ZipCode        PIC X(9).
001370     05  NTC-NoticeLevel    PIC X(2).
001380     05  NTC-DaysPastDue    PIC 9(4).
001390     05  NTC-AmountPastDue  PIC 9(9)V99.
001400     05  NTC-LateFeesDue    PIC 9(7)V99.
001410     05  NTC-PayoffBalance  PIC 9(9)V99.
001420     05  NTC-NoticeDate     PIC 9(8).
001430
001440 WORKING-STORAGE SECTION.
001450 01  WS-EOF-LOAN-SWITCH        PIC X(1) VALUE 'N'.
001460     88  END-OF-LOANS                 VALUE 'Y'.
001470
001480 01  WS-EOF-CUST-SWITCH        PIC X(1) VALUE 'N'.
001490     88  END-OF-CUSTOMERS             VALUE 'Y'.
001500
001510 01  WS-LoanFileStatus         PIC X(2) VALUE SPACES.
001520 01  WS-AuditFileStatus        PIC X(2) VALUE SPACES.
001530
001540 01  WS-RunDate                PIC 9(8) VALUE 0.
001550 01  WS-RunDayNumber           PIC 9(7) VALUE 0.
001560
001570*    LOAN-BOOK POSTINGS ARE NOT CUSTOMER TRANSACTIONS AND
001580*    CARRY NO TRANS ID OF THEIR OWN, SO THE AUDIT TRAIL CARRIES
001590*    RESERVED TRANS IDS BESIDE THE ZERO-ID INTEREST, 9999999
001600*    SERVICE-CHARGE AND 9999998 PAYROLL-DEPOSIT POSTINGS.
001610 01  WS-AccrualTransID         PIC 9(7) VALUE 9999997.
001620 01  WS-LateFeeTransID         PIC 9(7) VALUE 9999996.
001630
001640*    LATE-FEE TERMS - 5 PERCENT OF THE SCHEDULED PAYMENT,
001650*    NEVER LESS THAN $15.00, ONCE AN INSTALLMENT IS MORE THAN
001660*    15 DAYS PAST DUE.
001670 01  WS-GraceDays              PIC 9(3) VALUE 15.
001680 01  WS-LateFeeRate            PIC V99 VALUE .05.
001690 01  WS-LateFeeMinimum         PIC 9(5)V99 VALUE 15.00.
001700
001710*    CUSTOMER TABLE - NAME AND MAILING ADDRESS FOR NOTICES.
001720 01  WS-CUSTOMER-TABLE.
001730     05  WS-CUSTOMER-ENTRY OCCURS 500 TIMES.
001740         10  WS-CUS-NUMBER         PIC 9(5).
001750         10  WS-CUS-NAME           PIC X(30).
001760         10  WS-CUS-ADDRESS        PIC X(30).
001770         10  WS-CUS-CITY           PIC X(20).
001780         10  WS-CUS-STATE          PIC X(2).
001790         10  WS-CUS-ZIP            PIC X(9).
001800
001810 01  WS-CUSTOMER-COUNT         PIC 9(5) VALUE 0 COMP.
001820 01  WS-CUS-IDX                PIC 9(5) VALUE 0 COMP.
001830 01  WS-FOUND-CUS-IDX          PIC 9(5) VALUE 0 COMP.
001840 01  WS-CustomerTableFull      PIC 9(5) VALUE 0 COMP.
001850
001860 01  WS-CUST-FOUND-SWITCH      PIC X(1) VALUE 'N'.
001870     88  CUSTOMER-FOUND               VALUE 'Y'.
001880     88  CUSTOMER-NOT-FOUND           VALUE 'N'.
001890
001900*    DATE WORK AREA FOR DAY NUMBERS AND MONTH STEPPING.
001910 01  WS-DateWork.
001920     05  WS-DateYear        PIC 9(4).
001930     05  WS-DateMonth       PIC 9(2).
001940     05  WS-DateDay         PIC 9(2).
001950 01  WS-DateWork-N REDEFINES WS-DateWork PIC 9(8).
001960 01  WS-DayNumber              PIC 9(7) VALUE 0.
001970
001980*    PER-LOAN WORK AREAS.
001990 01  WS-LoanPayoff             PIC 9(9)V99 VALUE 0.
002000 01  WS-LegAmount              PIC 9(9)V99 VALUE 0.
002010 01  WS-AccrualDays            PIC S9(7) VALUE 0.
002020 01  WS-AccrualAmount          PIC 9(7)V99 VALUE 0.
002030 01  WS-AuditTransID           PIC 9(7) VALUE 0.
002040 01  WS-LateFee                PIC 9(5)V99 VALUE 0.
002050 01  WS-NewNoticeLevel         PIC X(1) VALUE SPACE.
002060
002070*    INSTALLMENT AGING WORK AREAS - THE INSTALLMENT BEING AGED,
002080*    WHAT IS STILL OWED ON IT, AND THE PAYOFF LEFT TO SPREAD
002090*    OVER THE REMAINING INSTALLMENTS.
002100 01  WS-InstDueDate            PIC 9(8) VALUE 0.
002110 01  WS-InstAmount             PIC 9(9)V99 VALUE 0.
002120 01  WS-InstRemaining          PIC 9(9)V99 VALUE 0.
002130 01  WS-InstAge                PIC S9(7) VALUE 0.
002140 01  WS-LoanPastDue            PIC 9(9)V99 VALUE 0.
002150
002160 01  WS-LOAN-BUCKETS.
002170     05  WS-LB-Bucket01     PIC 9(9)V99.
002180     05  WS-LB-Bucket30     PIC 9(9)V99.
002190     05  WS-LB-Bucket60     PIC 9(9)V99.
002200     05  WS-LB-Bucket90     PIC 9(9)V99.
002210
002220 01  WS-BOOK-BUCKETS.
002230     05  WS-BK-Bucket01     PIC 9(11)V99 VALUE 0.
002240     05  WS-BK-Bucket30     PIC 9(11)V99 VALUE 0.
002250     05  WS-BK-Bucket60     PIC 9(11)V99 VALUE 0.
002260     05  WS-BK-Bucket90     PIC 9(11)V99 VALUE 0.
002270
002280 01  WS-TotalLoansRead         PIC 9(5) VALUE 0 COMP.
002290 01  WS-TotalLoansServiced     PIC 9(5) VALUE 0 COMP.
002300 01  WS-TotalPaidOffSkipped    PIC 9(5) VALUE 0 COMP.
002310 01  WS-TotalDelinquent        PIC 9(5) VALUE 0 COMP.
002320 01  WS-TotalLateFees          PIC 9(5) VALUE 0 COMP.
002330 01  WS-TotalNotices           PIC 9(5) VALUE 0 COMP.
002340 01  WS-TotalNoAddress         PIC 9(5) VALUE 0 COMP.
002350 01  WS-TotalInterestAccrued   PIC 9(9)V99 VALUE 0.
002360 01  WS-TotalFeesCharged       PIC 9(9)V99 VALUE 0.
002370
002380*    PRINT-LINE LAYOUTS FOR THE AGING REPORT.
002390 01  WS-AGING-HEADING-1.
002400     05  FILLER             PIC X(32)
002410         VALUE 'INSTALLMENT LOAN AGING - RUN OF '.
002420     05  AH-RunDate         PIC 9(8).
002430
002440 01  WS-AGING-HEADING-2.
002450     05  FILLER             PIC X(26)
002460         VALUE 'LOAN   CUST    DPD       '.
002470     05  FILLER             PIC X(28)
002480         VALUE '    1-29 DAYS     30-59 DAYS'.
002490     05  FILLER             PIC X(28)
002500         VALUE '     60-89 DAYS    90+ DAYS '.
002510
002520 01  WS-AGING-DETAIL-LINE.
002530     05  AD-LoanID          PIC 9(5).
002540     05  FILLER             PIC X(2) VALUE SPACES.
002550     05  AD-CustomerNumber  PIC 9(5).
002560     05  FILLER             PIC X(2) VALUE SPACES.
002570     05  AD-DaysPastDue     PIC ZZZ9.
002580     05  FILLER             PIC X(2) VALUE SPACES.
002590     05  AD-Bucket01        PIC ZZ,ZZZ,ZZ9.99.
002600     05  FILLER             PIC X(1) VALUE SPACE.
002610     05  AD-Bucket30        PIC ZZ,ZZZ,ZZ9.99.
002620     05  FILLER             PIC X(1) VALUE SPACE.
002630     05  AD-Bucket60        PIC ZZ,ZZZ,ZZ9.99.
002640     05  FILLER             PIC X(1) VALUE SPACE.
002650     05  AD-Bucket90        PIC ZZ,ZZZ,ZZ9.99.
002660
002670 01  WS-AGING-TOTAL-LINE.
002680     05  FILLER             PIC X(18) VALUE 'BOOK TOTAL'.
002690     05  AT-Bucket01        PIC ZZ,ZZZ,ZZ9.99.
002700     05  FILLER             PIC X(1) VALUE SPACE.
002710     05  AT-Bucket30        PIC ZZ,ZZZ,ZZ9.99.
002720     05  FILLER             PIC X(1) VALUE SPACE.
002730     05  AT-Bucket60        PIC ZZ,ZZZ,ZZ9.99.
002740     05  FILLER             PIC X(1) VALUE SPACE.
002750     05  AT-Bucket90        PIC ZZ,ZZZ,ZZ9.99.
002760
002770 PROCEDURE DIVISION.
002780*    ------------------------------------------------------
002790*    0000-MAINLINE CONTROLS THE NIGHTLY LOAN RUN.
002800*    ------------------------------------------------------
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002830     PERFORM 1600-LOAD-CUSTOMERS THRU 1600-EXIT
002840     PERFORM 2000-SERVICE-LOANS THRU 2000-EXIT
002850     PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
002860     STOP RUN.
002870
002880 1000-INITIALIZE.
002890     DISPLAY 'INSTALLMENT LOAN SERVICING RUN'
002900     ACCEPT WS-RunDate FROM DATE YYYYMMDD
002910     MOVE WS-RunDate TO WS-DateWork-N
002920     PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT
002930     MOVE WS-DayNumber TO WS-RunDayNumber.
002940 1000-EXIT.
002950     EXIT.
002960
002970 1600-LOAD-CUSTOMERS.
002980     OPEN INPUT CustomerFile
002990     PERFORM UNTIL END-OF-CUSTOMERS
003000         READ CustomerFile INTO CustomerRecord
003010             AT END
003020                 SET END-OF-CUSTOMERS TO TRUE
003030             NOT AT END
003040                 PERFORM 1610-STORE-CUSTOMER THRU 1610-EXIT
003050         END-READ
003060     END-PERFORM
003070     CLOSE CustomerFile.
003080 1600-EXIT.
003090     EXIT.
003100
003110 1610-STORE-CUSTOMER.
003120     IF WS-CUSTOMER-COUNT >= 500
003130         ADD 1 TO WS-CustomerTableFull
003140         DISPLAY 'CUSTOMER TABLE FULL, DROPPED CUSTOMER '
003150             CUST-CustomerNumber
003160         GO TO 1610-EXIT
003170     END-IF
003180     ADD 1 TO WS-CUSTOMER-COUNT
003190     MOVE CUST-CustomerNumber TO WS-CUS-NUMBER(WS-CUSTOMER-COUNT)
003200     MOVE CUST-CustomerName   TO WS-CUS-NAME(WS-CUSTOMER-COUNT)
003210     MOVE CUST-AddressLine
003220         TO WS-CUS-ADDRESS(WS-CUSTOMER-COUNT)
003230     MOVE CUST-City           TO WS-CUS-CITY(WS-CUSTOMER-COUNT)
003240     MOVE CUST-State          TO WS-CUS-STATE(WS-CUSTOMER-COUNT)
003250     MOVE CUST-ZipCode        TO WS-CUS-ZIP(WS-CUSTOMER-COUNT).
003260 1610-EXIT.
003270     EXIT.
003280
003290*    ------------------------------------------------------
003300*    WALK THE LOAN MASTER. NO LOAN MASTER (STATUS 35) MEANS
003310*    NO LOAN HAS BEEN OPENED YET - THERE IS NOTHING TO DO.
003320*    ------------------------------------------------------
003330 2000-SERVICE-LOANS.
003340     OPEN I-O LoanFile
003350     IF WS-LoanFileStatus = '35'
003360         DISPLAY 'NO LOAN MASTER ON FILE - NOTHING TO SERVICE'
003370         GO TO 2000-EXIT
003380     END-IF
003390     OPEN EXTEND AuditFile
003400     IF WS-AuditFileStatus = '35'
003410         OPEN OUTPUT AuditFile
003420         CLOSE AuditFile
003430         OPEN EXTEND AuditFile
003440     END-IF
003450     OPEN OUTPUT AgingReportFile
003460     OPEN OUTPUT NoticeFile
003470     MOVE WS-RunDate TO AH-RunDate
003480     WRITE AgingReportLine FROM WS-AGING-HEADING-1
003490     WRITE AgingReportLine FROM WS-AGING-HEADING-2
003500     PERFORM UNTIL END-OF-LOANS
003510         READ LoanFile NEXT RECORD
003520             AT END
003530                 SET END-OF-LOANS TO TRUE
003540             NOT AT END
003550                 ADD 1 TO WS-TotalLoansRead
003560                 PERFORM 2100-SERVICE-ONE-LOAN THRU 2100-EXIT
003570         END-READ
003580     END-PERFORM
003590     MOVE WS-BK-Bucket01 TO AT-Bucket01
003600     MOVE WS-BK-Bucket30 TO AT-Bucket30
003610     MOVE WS-BK-Bucket60 TO AT-Bucket60
003620     MOVE WS-BK-Bucket90 TO AT-Bucket90
003630     WRITE AgingReportLine FROM WS-AGING-TOTAL-LINE
003640     CLOSE LoanFile
003650     CLOSE AuditFile
003660     CLOSE AgingReportFile
003670     CLOSE NoticeFile.
003680 2000-EXIT.
003690     EXIT.
003700
003710*    ------------------------------------------------------
003720*    ONE LOAN - ACCRUE, AGE, CHARGE ANY LATE FEE, THEN ANY
003730*    NOTICE, AND REWRITE. EACH STEP THAT TOUCHES THE PAYOFF
003740*    BALANCE WRITES ITS AUDIT RECORD AS IT GOES, SO THE
003750*    LOAN'S BEFORE/AFTER CHAIN STAYS CONTINUOUS.
003760*    ------------------------------------------------------
003770 2100-SERVICE-ONE-LOAN.
003780     IF NOT LOAN-ACTIVE
003790         ADD 1 TO WS-TotalPaidOffSkipped
003800         GO TO 2100-EXIT
003810     END-IF
003820     COMPUTE WS-LoanPayoff = LN-PrincipalBalance
003830         + LN-AccruedInterest + LN-LateFeesDue
003840     PERFORM 2200-ACCRUE-INTEREST THRU 2200-EXIT
003850     PERFORM 2300-AGE-INSTALLMENTS THRU 2300-EXIT
003860     PERFORM 2400-CHARGE-LATE-FEE THRU 2400-EXIT
003870     PERFORM 2500-CHECK-NOTICE THRU 2500-EXIT
003880     REWRITE LoanRecord
003890     ADD 1 TO WS-TotalLoansServiced.
003900 2100-EXIT.
003910     EXIT.
003920
003930*    ------------------------------------------------------
003940*    SIMPLE INTEREST ON THE PRINCIPAL FOR THE DAYS SINCE THE
003950*    LAST ACCRUAL. WHEN A SMALL BALANCE EARNS LESS THAN A
003960*    CENT THE LAST-ACCRUAL DATE IS LEFT WHERE IT IS, SO THE
003970*    DAYS CARRY FORWARD INSTEAD OF BEING LOST TO ROUNDING.
003980*    ------------------------------------------------------
003990 2200-ACCRUE-INTEREST.
004000     MOVE LN-LastAccrualDate TO WS-DateWork-N
004010     PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT
004020     COMPUTE WS-AccrualDays = WS-RunDayNumber - WS-DayNumber
004030     IF WS-AccrualDays NOT > 0
004040         GO TO 2200-EXIT
004050     END-IF
004060     COMPUTE WS-AccrualAmount ROUNDED =
004070         LN-PrincipalBalance * LN-NoteRate / 100
004080         * WS-AccrualDays / 365
004090     IF WS-AccrualAmount = 0
004100         GO TO 2200-EXIT
004110     END-IF
004120     ADD WS-AccrualAmount TO LN-AccruedInterest
004130     MOVE WS-RunDate TO LN-LastAccrualDate
004140     MOVE 'A' TO AUD-EntryType
004150     MOVE WS-AccrualTransID TO WS-AuditTransID
004160     MOVE WS-AccrualAmount TO WS-LegAmount
004170     PERFORM 2800-WRITE-LOAN-AUDIT THRU 2800-EXIT
004180     ADD WS-AccrualAmount TO WS-TotalInterestAccrued.
004190 2200-EXIT.
004200     EXIT.
004210
004220*    ------------------------------------------------------
004230*    AGE THE UNPAID INSTALLMENTS. THE OLDEST IS THE ONE DUE
004240*    ON THE NEXT DUE DATE, LESS ANY PAYMENT CREDIT ALREADY
004250*    TAKEN AGAINST IT; EACH LATER INSTALLMENT IS DUE A MONTH
004260*    ON. AGING STOPS AT THE FIRST INSTALLMENT NOT YET PAST
004270*    DUE, OR WHEN THE PAYOFF BALANCE IS USED UP.
004280*    ------------------------------------------------------
004290 2300-AGE-INSTALLMENTS.
004300     MOVE 0 TO WS-LB-Bucket01 WS-LB-Bucket30
004310               WS-LB-Bucket60 WS-LB-Bucket90
004320     MOVE 0 TO WS-LoanPastDue
004330     MOVE 0 TO LN-DaysPastDue
004340     IF LN-NextDueDate NOT < WS-RunDate
004350         GO TO 2300-EXIT
004360     END-IF
004370     MOVE LN-NextDueDate TO WS-DateWork-N
004380     PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT
004390     IF WS-RunDayNumber - WS-DayNumber > 9999
004400         MOVE 9999 TO LN-DaysPastDue
004410     ELSE
004420         COMPUTE LN-DaysPastDue = WS-RunDayNumber - WS-DayNumber
004430     END-IF
004440     MOVE LN-NextDueDate TO WS-InstDueDate
004450     COMPUTE WS-InstAmount =
004460         LN-ScheduledPayment - LN-PaymentCredit
004470     MOVE WS-LoanPayoff TO WS-InstRemaining
004480     PERFORM 2350-AGE-ONE-INSTALLMENT THRU 2350-EXIT
004490         UNTIL WS-InstDueDate NOT < WS-RunDate
004500            OR WS-InstRemaining = 0
004510     IF WS-LoanPastDue > 0
004520         ADD 1 TO WS-TotalDelinquent
004530         MOVE LN-LoanID         TO AD-LoanID
004540         MOVE LN-CustomerNumber TO AD-CustomerNumber
004550         MOVE LN-DaysPastDue    TO AD-DaysPastDue
004560         MOVE WS-LB-Bucket01    TO AD-Bucket01
004570         MOVE WS-LB-Bucket30    TO AD-Bucket30
004580         MOVE WS-LB-Bucket60    TO AD-Bucket60
004590         MOVE WS-LB-Bucket90    TO AD-Bucket90
004600         WRITE AgingReportLine FROM WS-AGING-DETAIL-LINE
004610     END-IF.
004620 2300-EXIT.
004630     EXIT.
004640
004650 2350-AGE-ONE-INSTALLMENT.
004660     IF WS-InstAmount > WS-InstRemaining
004670         MOVE WS-InstRemaining TO WS-InstAmount
004680     END-IF
004690     MOVE WS-InstDueDate TO WS-DateWork-N
004700     PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT
004710     COMPUTE WS-InstAge = WS-RunDayNumber - WS-DayNumber
004720     EVALUATE TRUE
004730         WHEN WS-InstAge >= 90
004740             ADD WS-InstAmount TO WS-LB-Bucket90 WS-BK-Bucket90
004750         WHEN WS-InstAge >= 60
004760             ADD WS-InstAmount TO WS-LB-Bucket60 WS-BK-Bucket60
004770         WHEN WS-InstAge >= 30
004780             ADD WS-InstAmount TO WS-LB-Bucket30 WS-BK-Bucket30
004790         WHEN OTHER
004800             ADD WS-InstAmount TO WS-LB-Bucket01 WS-BK-Bucket01
004810     END-EVALUATE
004820     ADD WS-InstAmount TO WS-LoanPastDue
004830     SUBTRACT WS-InstAmount FROM WS-InstRemaining
004840     MOVE LN-ScheduledPayment TO WS-InstAmount
004850     ADD 1 TO WS-DateMonth
004860     IF WS-DateMonth > 12
004870         MOVE 1 TO WS-DateMonth
004880         ADD 1 TO WS-DateYear
004890     END-IF
004900     MOVE WS-DateWork-N TO WS-InstDueDate.
004910 2350-EXIT.
004920     EXIT.
004930
004940*    ------------------------------------------------------
004950*    ONE LATE FEE PER INSTALLMENT. THE DUE DATE LAST CHARGED
004960*    IS KEPT ON THE LOAN, SO THE SAME INSTALLMENT IS NEVER
004970*    CHARGED TWICE; THE NEXT FEE WAITS UNTIL A PAYMENT MOVES
004980*    THE DUE DATE ON AND THAT INSTALLMENT IN TURN GOES PAST
004990*    THE GRACE PERIOD.
005000*    ------------------------------------------------------
005010 2400-CHARGE-LATE-FEE.
005020     IF LN-DaysPastDue NOT > WS-GraceDays
005030        OR LN-LateFeeDueDate = LN-NextDueDate
005040         GO TO 2400-EXIT
005050     END-IF
005060     COMPUTE WS-LateFee ROUNDED =
005070         LN-ScheduledPayment * WS-LateFeeRate
005080     IF WS-LateFee < WS-LateFeeMinimum
005090         MOVE WS-LateFeeMinimum TO WS-LateFee
005100     END-IF
005110     ADD WS-LateFee TO LN-LateFeesDue
005120     MOVE LN-NextDueDate TO LN-LateFeeDueDate
005130     MOVE 'F' TO AUD-EntryType
005140     MOVE WS-LateFeeTransID TO WS-AuditTransID
005150     MOVE WS-LateFee TO WS-LegAmount
005160     PERFORM 2800-WRITE-LOAN-AUDIT THRU 2800-EXIT
005170     ADD 1 TO WS-TotalLateFees
005180     ADD WS-LateFee TO WS-TotalFeesCharged.
005190 2400-EXIT.
005200     EXIT.
005210
005220*    ------------------------------------------------------
005230*    A NOTICE GOES OUT WHEN THE LOAN FIRST REACHES 30, 60 OR
005240*    90 DAYS PAST DUE. A LOAN BROUGHT BACK UNDER 30 DAYS HAS
005250*    ITS NOTICE LEVEL CLEARED, SO A LATER DELINQUENCY STARTS
005260*    THE NOTICES OVER.
005270*    ------------------------------------------------------
005280 2500-CHECK-NOTICE.
005290     EVALUATE TRUE
005300         WHEN LN-DaysPastDue >= 90
005310             MOVE '9' TO WS-NewNoticeLevel
005320         WHEN LN-DaysPastDue >= 60
005330             MOVE '6' TO WS-NewNoticeLevel
005340         WHEN LN-DaysPastDue >= 30
005350             MOVE '3' TO WS-NewNoticeLevel
005360         WHEN OTHER
005370             MOVE SPACE TO WS-NewNoticeLevel
005380     END-EVALUATE
005390     IF WS-NewNoticeLevel = SPACE
005400         MOVE SPACE TO LN-NoticeLevel
005410         GO TO 2500-EXIT
005420     END-IF
005430     IF LN-NoticeLevel NOT = SPACE
005440        AND WS-NewNoticeLevel NOT > LN-NoticeLevel
005450         GO TO 2500-EXIT
005460     END-IF
005470     MOVE WS-NewNoticeLevel TO LN-NoticeLevel
005480     PERFORM 2600-WRITE-NOTICE THRU 2600-EXIT.
005490 2500-EXIT.
005500     EXIT.
005510
005520 2600-WRITE-NOTICE.
005530     MOVE SPACES            TO NoticeRecord
005540     MOVE LN-LoanID         TO NTC-LoanID
005550     MOVE LN-CustomerNumber TO NTC-CustomerNumber
005560     MOVE LN-BorrowerName   TO NTC-BorrowerName
005570     SET CUSTOMER-NOT-FOUND TO TRUE
005580     PERFORM 2650-MATCH-CUSTOMER THRU 2650-EXIT
005590         VARYING WS-CUS-IDX FROM 1 BY 1
005600         UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT
005610            OR CUSTOMER-FOUND
005620     IF CUSTOMER-FOUND
005630         MOVE WS-CUS-NAME(WS-FOUND-CUS-IDX)
005640             TO NTC-BorrowerName
005650         MOVE WS-CUS-ADDRESS(WS-FOUND-CUS-IDX)
005660             TO NTC-AddressLine
005670         MOVE WS-CUS-CITY(WS-FOUND-CUS-IDX)  TO NTC-City
005680         MOVE WS-CUS-STATE(WS-FOUND-CUS-IDX) TO NTC-State
005690         MOVE WS-CUS-ZIP(WS-FOUND-CUS-IDX)   TO NTC-ZipCode
005700     END-IF
005710     IF NTC-AddressLine = SPACES
005720         DISPLAY 'LOAN ' LN-LoanID ' CUSTOMER '
005730             LN-CustomerNumber ' HAS NO MAILING ADDRESS -'
005740             ' NOTICE NEEDS HAND ADDRESSING'
005750         ADD 1 TO WS-TotalNoAddress
005760     END-IF
005770     EVALUATE LN-NoticeLevel
005780         WHEN '9'
005790             MOVE '90' TO NTC-NoticeLevel
005800         WHEN '6'
005810             MOVE '60' TO NTC-NoticeLevel
005820         WHEN OTHER
005830             MOVE '30' TO NTC-NoticeLevel
005840     END-EVALUATE
005850     MOVE LN-DaysPastDue    TO NTC-DaysPastDue
005860     MOVE WS-LoanPastDue    TO NTC-AmountPastDue
005870     MOVE LN-LateFeesDue    TO NTC-LateFeesDue
005880     MOVE WS-LoanPayoff     TO NTC-PayoffBalance
005890     MOVE WS-RunDate        TO NTC-NoticeDate
005900     WRITE NoticeRecord
005910     ADD 1 TO WS-TotalNotices.
005920 2600-EXIT.
005930     EXIT.
005940
005950 2650-MATCH-CUSTOMER.
005960     IF WS-CUS-NUMBER(WS-CUS-IDX) = LN-CustomerNumber
005970         SET CUSTOMER-FOUND TO TRUE
005980         MOVE WS-CUS-IDX TO WS-FOUND-CUS-IDX
005990     END-IF.
006000 2650-EXIT.
006010     EXIT.
006020
006030*    ------------------------------------------------------
006040*    AUDIT RECORD FOR A CHARGE TO THE LOAN - AN ACCRUAL OR A
006050*    LATE FEE. THE CALLER HAS SET THE ENTRY TYPE, TRANS ID
006060*    AND AMOUNT; THE CHARGE RAISES THE PAYOFF BALANCE.
006070*    ------------------------------------------------------
006080 2800-WRITE-LOAN-AUDIT.
006090     MOVE LN-LoanID        TO AUD-AccountID
006100     MOVE WS-AuditTransID  TO AUD-TransID
006110     MOVE WS-LegAmount     TO AUD-AmountApplied
006120     MOVE WS-LoanPayoff    TO AUD-BalanceBefore
006130     ADD WS-LegAmount      TO WS-LoanPayoff
006140     MOVE WS-LoanPayoff    TO AUD-BalanceAfter
006150     MOVE WS-RunDate       TO AUD-PostDate
006160     WRITE AuditRecord.
006170 2800-EXIT.
006180     EXIT.
006190
006200*    ------------------------------------------------------
006210*    DAY NUMBER OF THE DATE IN WS-DATEWORK ON THE 365/30-DAY
006220*    APPROXIMATION.
006230*    ------------------------------------------------------
006240 2900-COMPUTE-DAY-NUMBER.
006250     COMPUTE WS-DayNumber =
006260         WS-DateYear * 365 + WS-DateMonth * 30 + WS-DateDay.
006270 2900-EXIT.
006280     EXIT.
006290
006300 9000-DISPLAY-SUMMARY.
006310     DISPLAY '-----------------------------'
006320     DISPLAY 'Loans Read: ' WS-TotalLoansRead
006330     DISPLAY 'Active Loans Serviced: ' WS-TotalLoansServiced
006340     DISPLAY 'Paid-Off Loans Skipped: ' WS-TotalPaidOffSkipped
006350     DISPLAY 'Loans Past Due: ' WS-TotalDelinquent
006360     DISPLAY 'Interest Accrued: ' WS-TotalInterestAccrued
006370     DISPLAY 'Late Fees Charged: ' WS-TotalLateFees
006380     DISPLAY 'Late Fee Amount: ' WS-TotalFeesCharged
006390     DISPLAY 'Delinquency Notices Written: ' WS-TotalNotices
006400     DISPLAY 'Notices Without Address: ' WS-TotalNoAddress
006410     DISPLAY 'Customers Dropped, Table Full: '
006420         WS-CustomerTableFull
006430     DISPLAY '-----------------------------'.
006440 9000-EXIT.
006450     EXIT.
