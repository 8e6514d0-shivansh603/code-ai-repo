000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. IntegrityAudit.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    WEEKLY CROSS-MASTER REFERENTIAL INTEGRITY AUDIT. EACH
000180*    MASTER IS MAINTAINED BY ITS OWN PROGRAM, SO A LINK FROM
000190*    ONE FILE TO ANOTHER CAN BE LEFT POINTING AT NOTHING WHEN
000200*    THE OTHER SIDE IS DELETED OR RE-KEYED. THIS RUN READS
000210*    THE MASTERS SIDE BY SIDE AND CHECKS, IN THIS ORDER:
000220*      - CUSTOMERS.DAT       DUPLICATE CUSTOMER NUMBERS
000230*      - ACCOUNTS.DAT        CUSTOMER NUMBER ON CUSTOMERS.DAT
000240*      - VENDORS.DAT         DUPLICATE VENDOR/PRODUCT ENTRIES
000250*      - VENDORS.DAT         PRODUCT ON INVENTORY.DAT
000260*      - EMPLOYEE.DAT        DUPLICATE EMPLOYEE IDS
000270*      - EMP_DEDUCTIONS.DAT  EMPLOYEE ON EMPLOYEE.DAT
000280*      - OPEN_POS.DAT        DUPLICATE PO/PRODUCT LINES
000290*      - OPEN_POS.DAT        VENDOR ON VENDORS.DAT
000300*      - STUDENTS.DAT        DUPLICATE STUDENT IDS
000310*      - COURSE_CATALOG.DAT  DUPLICATE COURSE IDS
000320*      - PROGRAM_REQUIREMENTS.DAT  DUPLICATE PROGRAM HEADERS
000330*      - ENROLLMENTS.DAT     DUPLICATE STUDENT/COURSE/TERM ROWS
000340*      - ENROLLMENTS.DAT     STUDENT ON STUDENTS.DAT
000350*      - ENROLLMENTS.DAT     COURSE ON COURSE_CATALOG.DAT
000360*      - STUDENTS.DAT        PROGRAM CODE ON
000370*                            PROGRAM_REQUIREMENTS.DAT
000380*    THE ACCOUNT AND INVENTORY MASTERS ARE INDEXED AND CANNOT
000390*    HOLD A DUPLICATE KEY; THE SEQUENTIAL MASTERS CAN. THE
000400*    REPORT (INTEGRITY_REPORT.DAT) HAS ONE GROUP PER CHECK -
000410*    THE FILE PAIR, EVERY EXCEPTION, AND THE GROUP COUNT -
000420*    THEN A SUMMARY OF THE COUNTS BY FILE PAIR, SO EACH DATA
000430*    OWNER CAN CLEAN UP BEFORE THE MONTH-END AND YEAR-END
000440*    RUNS DEPEND ON THE DATA. A FILE THAT CANNOT BE OPENED
000450*    SKIPS ONLY THE CHECKS THAT NEED IT, AND THE GROUP SAYS
000451*    SO. SO DOES A MASTER TOO LARGE FOR ITS KEY TABLE - ITS
000452*    DUPLICATE CHECK COULD NOT SEE THE DROPPED KEYS, AND A
000453*    LINK CHECK AGAINST PART OF A MASTER WOULD REPORT THEM AS
000454*    MISSING - AND THE SUMMARY SHOWS HOW MANY RECORDS EACH
000455*    MASTER DROPPED. NOTHING IS UPDATED.
000456*    THE RUN ENDS WITH RETURN CODE 4 WHEN ANY EXCEPTION WAS
000457*    FOUND, 0 WHEN THE FILES ARE CLEAN.
000480*
000490*MODIFICATION HISTORY.
000500*    DATE       INIT  DESCRIPTION
000510*    10/15/2026 JDH   ORIGINAL PROGRAM - CROSS-MASTER LINK AND
000520*                     DUPLICATE-KEY AUDIT WITH AN EXCEPTION
000530*                     REPORT GROUPED BY FILE PAIR.
000540*
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CustomerFile ASSIGN TO 'customers.dat'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CustomerStatus.
000610
000620     SELECT BankAccountFile ASSIGN TO 'accounts.dat'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS AccountID
000660         FILE STATUS IS WS-AccountStatus.
000670
000680     SELECT VendorFile ASSIGN TO 'vendors.dat'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-VendorStatus.
000710
000720     SELECT InventoryFile ASSIGN TO 'inventory.dat'
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS ProductID
000760         FILE STATUS IS WS-InventoryStatus.
000770
000780     SELECT EmployeeFile ASSIGN TO 'employee.dat'
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-EmployeeStatus.
000810
000820     SELECT DeductElectFile
000830         ASSIGN TO 'emp_deductions.dat'
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-DeductElectStatus.
000860
000870     SELECT OpenPoFile ASSIGN TO 'open_pos.dat'
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-OpenPoStatus.
000900
000910     SELECT StudentFile ASSIGN TO 'students.dat'
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-StudentStatus.
000940
000950     SELECT CourseCatalogFile
000960         ASSIGN TO 'course_catalog.dat'
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-CatalogStatus.
000990
001000     SELECT RequirementsFile
001010         ASSIGN TO 'program_requirements.dat'
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-RequirementsStatus.
001040
001050     SELECT EnrollMasterFile ASSIGN TO 'enrollments.dat'
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-EnrollMasterStatus.
001080
001090     SELECT IntegrityReportFile
001100         ASSIGN TO 'integrity_report.dat'
001110         ORGANIZATION IS LINE SEQUENTIAL.
001120
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  CustomerFile.
001160 01  CustomerRecord.
001170     05  CUST-CustomerNumber PIC 9(5).
001180     05  CUST-CustomerName  PIC X(30).
001190     05  CUST-TaxpayerID    PIC 9(9).
001200     05  CUST-TinType       PIC X(1).
001210         88  TIN-IS-SSN               VALUE 'S'.
001220         88  TIN-IS-EIN               VALUE 'E'.
001230     05  CUST-AddressLine   PIC X(30).
001240     05  CUST-City          PIC X(20).
001250     05  CUST-State         PIC X(2).
001260     05  CUST-ZipCode       PIC X(9).
001270
001280 FD  BankAccountFile.
001290 01  AccountRecord.
001300     05  AccountID          PIC 9(5).
001310     05  AccountHolderName  PIC X(30).
001320     05  Balance            PIC 9(9)V99.
001330     05  AccountType        PIC X(1).
001340         88  SAVINGS-ACCOUNT          VALUE 'S'.
001350         88  CHECKING-ACCOUNT         VALUE 'C'.
001360     05  CustomerNumber     PIC 9(5).
001370     05  LastActivityDate   PIC 9(8).
001380     05  DormantFlag        PIC X(1).
001390         88  ACCOUNT-DORMANT          VALUE 'D'.
001400
001410 FD  VendorFile.
001420 01  VendorRecord.
001430     05  VEND-VendorNumber  PIC 9(5).
001440     05  VEND-VendorName    PIC X(30).
001450     05  VEND-ProductID     PIC 9(5).
001460     05  VEND-LeadTimeDays  PIC 9(3).
001470     05  VEND-MinOrderQty   PIC 9(5).
001480     05  VEND-TermsDays     PIC 9(3).
001490
001500 FD  InventoryFile.
001510 01  InventoryRecord.
001520     05  ProductID         PIC 9(5).
001530     05  ProductName       PIC X(30).
001540     05  StockLevel        PIC 9(5).
001550     05  SoldUnits         PIC 9(5).
001560     05  ReorderPoint      PIC 9(5).
001570     05  CategoryCode      PIC X(10).
001580     05  UnitCost          PIC 9(5)V99.
001590
001600 FD  EmployeeFile.
001610 01  EmployeeRecord.
001620     05  EmployeeID         PIC 9(5).
001630     05  EmployeeName       PIC X(30).
001640     05  HourlyRate         PIC 9(4)V99.
001650     05  HoursWorked        PIC 9(4).
001660     05  BankRoutingNumber  PIC 9(9).
001670     05  BankAccountNumber  PIC X(12).
001680     05  PayType            PIC X(1).
001690         88  HOURLY-EMPLOYEE          VALUE 'H'.
001700         88  SALARIED-EMPLOYEE        VALUE 'S'.
001710     05  PeriodSalary       PIC 9(7)V99.
001720     05  DeptCode           PIC X(4).
001730     05  HireDate           PIC 9(8).
001740
001750 FD  DeductElectFile.
001760 01  DeductElectRecord.
001770     05  ED-EmployeeID      PIC 9(5).
001780     05  ED-Type            PIC X(1).
001790         88  RETIREMENT-ELECTION      VALUE 'R'.
001800         88  UNION-DUES-ELECTION      VALUE 'U'.
001810         88  GARNISHMENT-ORDER        VALUE 'G'.
001820     05  ED-Rate            PIC 9(3)V9(4).
001830     05  ED-Amount          PIC 9(7)V99.
001840     05  ED-Priority        PIC 9(1).
001850
001860 FD  OpenPoFile.
001870 01  OpenPoRecord.
001880     05  OPO-PONumber       PIC 9(7).
001890     05  OPO-VendorNumber   PIC 9(5).
001900     05  OPO-ProductID      PIC 9(5).
001910     05  OPO-OrderQty       PIC 9(5).
001920     05  OPO-ReceivedQty    PIC 9(5).
001930     05  OPO-OrderDate      PIC 9(8).
001940     05  OPO-LeadTimeDays   PIC 9(3).
001950     05  OPO-Status         PIC X(1).
001960         88  OPEN-PO-LINE             VALUE 'O'.
001970         88  PARTIAL-PO-LINE          VALUE 'P'.
001980         88  CLOSED-PO-LINE           VALUE 'C'.
001990
002000 FD  StudentFile.
002010 01  StudentRecord.
002020     05  StudentID         PIC 9(5).
002030     05  StudentName       PIC X(30).
002040     05  ClassLevel        PIC X(10).
002050     05  ProgramCode       PIC X(6).
002060
002070 FD  CourseCatalogFile.
002080 01  CourseCatalogRecord.
002090     05  CAT-CourseID      PIC X(10).
002100     05  CAT-CourseTitle   PIC X(30).
002110     05  CAT-CreditHours   PIC 9(1).
002120     05  CAT-Department    PIC X(10).
002130     05  CAT-SeatCapacity  PIC 9(3).
002140
002150 FD  RequirementsFile.
002160 01  RequirementsRecord.
002170     05  PRQ-RecordType     PIC X(1).
002180         88  PROGRAM-HEADER-RECORD    VALUE 'H'.
002190         88  REQUIRED-COURSE-RECORD   VALUE 'C'.
002200     05  PRQ-ProgramCode    PIC X(6).
002210     05  PRQ-CourseID       PIC X(10).
002220     05  PRQ-MinCredits     PIC 9(3).
002230
002240 FD  EnrollMasterFile.
002250 01  EnrollMasterRecord.
002260     05  ENM-StudentID      PIC 9(5).
002270     05  ENM-CourseID       PIC X(10).
002280     05  ENM-Term           PIC X(6).
002290
002300 FD  IntegrityReportFile.
002310 01  IntegrityReportLine    PIC X(110).
002320
002330 WORKING-STORAGE SECTION.
002340 01  WS-CustomerStatus         PIC X(2) VALUE SPACES.
002350 01  WS-AccountStatus          PIC X(2) VALUE SPACES.
002360 01  WS-VendorStatus           PIC X(2) VALUE SPACES.
002370 01  WS-InventoryStatus        PIC X(2) VALUE SPACES.
002380 01  WS-EmployeeStatus         PIC X(2) VALUE SPACES.
002390 01  WS-DeductElectStatus      PIC X(2) VALUE SPACES.
002400 01  WS-OpenPoStatus           PIC X(2) VALUE SPACES.
002410 01  WS-StudentStatus          PIC X(2) VALUE SPACES.
002420 01  WS-CatalogStatus          PIC X(2) VALUE SPACES.
002430 01  WS-RequirementsStatus     PIC X(2) VALUE SPACES.
002440 01  WS-EnrollMasterStatus     PIC X(2) VALUE SPACES.
002450
002460 01  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
002470     88  END-OF-FILE                  VALUE 'Y'.
002480
002490 01  WS-FOUND-SWITCH           PIC X(1) VALUE 'N'.
002500     88  KEY-FOUND                    VALUE 'Y'.
002510     88  KEY-NOT-FOUND                VALUE 'N'.
002520
002530*    ONE SWITCH PER MASTER LOADED - A CHECK AGAINST A MASTER
002540*    THAT COULD NOT BE LOADED IS SKIPPED, NOT RUN AGAINST AN
002541*    EMPTY TABLE. SO IS A CHECK AGAINST A MASTER WHOSE KEY
002542*    TABLE FILLED UP (ITS TABLE-FULL COUNT IS NOT ZERO).
002560 01  WS-LOADED-SWITCHES.
002570     05  WS-CUSTOMERS-SWITCH   PIC X(1) VALUE 'N'.
002580         88  CUSTOMERS-LOADED         VALUE 'Y'.
002590     05  WS-VENDORS-SWITCH     PIC X(1) VALUE 'N'.
002600         88  VENDORS-LOADED           VALUE 'Y'.
002610     05  WS-EMPLOYEES-SWITCH   PIC X(1) VALUE 'N'.
002620         88  EMPLOYEES-LOADED         VALUE 'Y'.
002630     05  WS-OPEN-POS-SWITCH    PIC X(1) VALUE 'N'.
002640         88  OPEN-POS-LOADED          VALUE 'Y'.
002650     05  WS-STUDENTS-SWITCH    PIC X(1) VALUE 'N'.
002660         88  STUDENTS-LOADED          VALUE 'Y'.
002670     05  WS-CATALOG-SWITCH     PIC X(1) VALUE 'N'.
002680         88  CATALOG-LOADED           VALUE 'Y'.
002690     05  WS-PROGRAMS-SWITCH    PIC X(1) VALUE 'N'.
002700         88  PROGRAMS-LOADED          VALUE 'Y'.
002710     05  WS-ENROLLMENTS-SWITCH PIC X(1) VALUE 'N'.
002720         88  ENROLLMENTS-LOADED       VALUE 'Y'.
002730
002740*    CHECK TABLE - ONE ENTRY PER CHECK, IN REPORT ORDER,
002750*    SEEDED IN 1100-INIT-CHECKS. EACH GROUP ON THE REPORT
002760*    AND EACH SUMMARY LINE COMES FROM ITS ENTRY.
002770 01  WS-CHECK-TABLE.
002780     05  WS-CHECK-ENTRY OCCURS 15 TIMES.
002790         10  WS-CHK-FILE-PAIR      PIC X(42).
002800         10  WS-CHK-DESCRIPTION    PIC X(36).
002810         10  WS-CHK-COUNT          PIC 9(5).
002820         10  WS-CHK-RUN-SWITCH     PIC X(1).
002830             88  CHECK-WAS-SKIPPED        VALUE 'S'.
002840
002850 01  WS-CHECK-COUNT            PIC 9(2) VALUE 15 COMP.
002860 01  WS-CHK-IDX                PIC 9(2) VALUE 0 COMP.
002870 01  WS-CheckNo                PIC 9(2) VALUE 0 COMP.
002880
002890*    KEY TABLES FOR THE MASTERS OTHER FILES POINT AT, AND
002900*    FOR THE SEQUENTIAL FILES CHECKED FOR DUPLICATE KEYS.
002910 01  WS-CUSTOMER-TABLE.
002920     05  WS-CUS-NUMBER OCCURS 2000 TIMES
002930                               PIC 9(5).
002940 01  WS-CUSTOMER-COUNT         PIC 9(5) VALUE 0 COMP.
002950 01  WS-CUS-IDX                PIC 9(5) VALUE 0 COMP.
002960 01  WS-CustomerTableFull      PIC 9(5) VALUE 0 COMP.
002970
002980 01  WS-VENDOR-TABLE.
002990     05  WS-VENDOR-ENTRY OCCURS 1000 TIMES.
003000         10  WS-VND-NUMBER         PIC 9(5).
003010         10  WS-VND-PRODUCT-ID     PIC 9(5).
003020 01  WS-VENDOR-COUNT           PIC 9(5) VALUE 0 COMP.
003030 01  WS-VND-IDX                PIC 9(5) VALUE 0 COMP.
003040 01  WS-VendorTableFull        PIC 9(5) VALUE 0 COMP.
003050
003060 01  WS-EMPLOYEE-TABLE.
003070     05  WS-EMP-ID OCCURS 2000 TIMES
003080                               PIC 9(5).
003090 01  WS-EMPLOYEE-COUNT         PIC 9(5) VALUE 0 COMP.
003100 01  WS-EMP-IDX                PIC 9(5) VALUE 0 COMP.
003110 01  WS-EmployeeTableFull      PIC 9(5) VALUE 0 COMP.
003120
003130 01  WS-OPEN-PO-TABLE.
003140     05  WS-OPEN-PO-ENTRY OCCURS 2000 TIMES.
003150         10  WS-OPO-PO-NUMBER      PIC 9(7).
003160         10  WS-OPO-PRODUCT-ID     PIC 9(5).
003170         10  WS-OPO-VENDOR-NUMBER  PIC 9(5).
003180 01  WS-OPEN-PO-COUNT          PIC 9(5) VALUE 0 COMP.
003190 01  WS-OPO-IDX                PIC 9(5) VALUE 0 COMP.
003200 01  WS-OpenPoTableFull        PIC 9(5) VALUE 0 COMP.
003210
003220 01  WS-STUDENT-TABLE.
003230     05  WS-STUDENT-ENTRY OCCURS 2000 TIMES.
003240         10  WS-STU-ID             PIC 9(5).
003250         10  WS-STU-PROGRAM        PIC X(6).
003260 01  WS-STUDENT-COUNT          PIC 9(5) VALUE 0 COMP.
003270 01  WS-STU-IDX                PIC 9(5) VALUE 0 COMP.
003280 01  WS-StudentTableFull       PIC 9(5) VALUE 0 COMP.
003290
003300 01  WS-CATALOG-TABLE.
003310     05  WS-CAT-COURSE-ID OCCURS 500 TIMES
003320                               PIC X(10).
003330 01  WS-CATALOG-COUNT          PIC 9(5) VALUE 0 COMP.
003340 01  WS-CAT-IDX                PIC 9(5) VALUE 0 COMP.
003350 01  WS-CatalogTableFull       PIC 9(5) VALUE 0 COMP.
003360
003370 01  WS-PROGRAM-TABLE.
003380     05  WS-PRG-CODE OCCURS 100 TIMES
003390                               PIC X(6).
003400 01  WS-PROGRAM-COUNT          PIC 9(5) VALUE 0 COMP.
003410 01  WS-PRG-IDX                PIC 9(5) VALUE 0 COMP.
003420 01  WS-ProgramTableFull       PIC 9(5) VALUE 0 COMP.
003430
003440 01  WS-ENROLL-TABLE.
003450     05  WS-ENROLL-ENTRY OCCURS 5000 TIMES.
003460         10  WS-ENL-STUDENT-ID     PIC 9(5).
003470         10  WS-ENL-COURSE-ID      PIC X(10).
003480         10  WS-ENL-TERM           PIC X(6).
003490 01  WS-ENROLL-COUNT           PIC 9(5) VALUE 0 COMP.
003500 01  WS-ENL-IDX                PIC 9(5) VALUE 0 COMP.
003510 01  WS-EnrollTableFull        PIC 9(5) VALUE 0 COMP.
003520
003530*    SEARCH ARGUMENTS - CALLERS MOVE THE KEY OF INTEREST
003540*    HERE BEFORE PERFORMING A FIND PARAGRAPH.
003550 01  WS-SeekCustomer           PIC 9(5) VALUE 0.
003560 01  WS-SeekVendor             PIC 9(5) VALUE 0.
003570 01  WS-SeekProduct            PIC 9(5) VALUE 0.
003580 01  WS-SeekEmployee           PIC 9(5) VALUE 0.
003590 01  WS-SeekPONumber           PIC 9(7) VALUE 0.
003600 01  WS-SeekStudent            PIC 9(5) VALUE 0.
003610 01  WS-SeekCourse             PIC X(10) VALUE SPACES.
003620 01  WS-SeekTerm               PIC X(6) VALUE SPACES.
003630 01  WS-SeekProgram            PIC X(6) VALUE SPACES.
003640
003650*    THE WALK INDEX STEPS THROUGH A LOADED TABLE WHILE THE
003660*    FIND PARAGRAPHS USE THE TABLES' OWN INDEXES.
003670 01  WS-WALK-IDX               PIC 9(5) VALUE 0 COMP.
003680
003690 01  WS-TodayDate              PIC 9(8) VALUE 0.
003700 01  WS-TotalExceptions        PIC 9(7) VALUE 0 COMP.
003710 01  WS-TotalChecksSkipped     PIC 9(2) VALUE 0 COMP.
003720 01  WS-TotalRecordsRead       PIC 9(7) VALUE 0 COMP.
003730
003740*    REPORT PRINT-LINE LAYOUTS.
003750 01  WS-INT-HEADER-LINE.
003760     05  FILLER             PIC X(33)
003770         VALUE 'CROSS-MASTER INTEGRITY AUDIT FOR '.
003780     05  INT-RunDate        PIC 9(8).
003790
003800 01  WS-INT-GROUP-LINE.
003810     05  INT-GroupPair      PIC X(42).
003820     05  FILLER             PIC X(2) VALUE SPACES.
003830     05  INT-GroupDesc      PIC X(36).
003840
003850 01  WS-INT-DETAIL-LINE.
003860     05  FILLER             PIC X(4) VALUE SPACES.
003870     05  INT-KeyLabel1      PIC X(9).
003880     05  INT-KeyValue1      PIC X(11).
003890     05  INT-KeyLabel2      PIC X(9).
003900     05  INT-KeyValue2      PIC X(11).
003910     05  INT-KeyLabel3      PIC X(9).
003920     05  INT-KeyValue3      PIC X(11).
003930     05  INT-Reason         PIC X(40).
003940
003950 01  WS-INT-COUNT-LINE.
003960     05  FILLER             PIC X(16)
003970         VALUE '    EXCEPTIONS: '.
003980     05  INT-GroupCount     PIC ZZ,ZZ9.
003990
004000 01  WS-INT-SKIP-LINE.
004010     05  FILLER             PIC X(20)
004020         VALUE '    CHECK NOT RUN - '.
004030     05  INT-SkipFile       PIC X(26).
004031     05  FILLER             PIC X(1) VALUE SPACE.
004032     05  INT-SkipReason     PIC X(27).
004060     05  FILLER             PIC X(1) VALUE SPACE.
004061     05  INT-SkipStatus     PIC X(6).
004080
004090 01  WS-INT-SUMMARY-TITLE   PIC X(40)
004100     VALUE 'SUMMARY BY FILE PAIR'.
004110
004120 01  WS-INT-SUMMARY-LINE.
004130     05  INT-SumPair        PIC X(42).
004140     05  FILLER             PIC X(2) VALUE SPACES.
004150     05  INT-SumDesc        PIC X(36).
004160     05  FILLER             PIC X(2) VALUE SPACES.
004170     05  INT-SumCount       PIC X(7).
004180
004190 01  WS-INT-TOTAL-LINE.
004200     05  FILLER             PIC X(80)
004210         VALUE 'TOTAL EXCEPTIONS'.
004220     05  INT-TotalCount     PIC Z,ZZZ,ZZ9.
004230
004240 01  WS-EditedCount            PIC ZZ,ZZ9.
004250 01  WS-SkipFile               PIC X(26) VALUE SPACES.
004251 01  WS-SkipStatus             PIC X(6) VALUE SPACES.
004252*    A SKIP REASON LEFT BLANK MEANS THE FILE WOULD NOT OPEN.
004253 01  WS-SkipReason             PIC X(27) VALUE SPACES.
004254 01  WS-DroppedCount           PIC 9(5) VALUE 0 COMP.
004270
004280 01  WS-INT-BLANK-LINE      PIC X(110) VALUE SPACES.
004290
004300 PROCEDURE DIVISION.
004310*    ------------------------------------------------------
004320*    0000-MAINLINE CONTROLS THE WEEKLY INTEGRITY AUDIT.
004330*    ------------------------------------------------------
004340 0000-MAINLINE.
004350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004360     PERFORM 1100-INIT-CHECKS THRU 1100-EXIT
004370     PERFORM 2000-AUDIT-CUSTOMERS THRU 2000-EXIT
004380     PERFORM 2200-AUDIT-ACCOUNTS THRU 2200-EXIT
004390     PERFORM 3000-AUDIT-VENDORS THRU 3000-EXIT
004400     PERFORM 3200-AUDIT-VENDOR-PRODUCTS THRU 3200-EXIT
004410     PERFORM 4000-AUDIT-EMPLOYEES THRU 4000-EXIT
004420     PERFORM 4200-AUDIT-DEDUCTIONS THRU 4200-EXIT
004430     PERFORM 5000-AUDIT-OPEN-POS THRU 5000-EXIT
004440     PERFORM 5200-AUDIT-PO-VENDORS THRU 5200-EXIT
004450     PERFORM 6000-AUDIT-STUDENTS THRU 6000-EXIT
004460     PERFORM 6200-AUDIT-CATALOG THRU 6200-EXIT
004470     PERFORM 6400-AUDIT-REQUIREMENTS THRU 6400-EXIT
004480     PERFORM 6600-AUDIT-ENROLLMENTS THRU 6600-EXIT
004490     PERFORM 6800-AUDIT-ENROLL-STUDENTS THRU 6800-EXIT
004500     PERFORM 6850-AUDIT-ENROLL-COURSES THRU 6850-EXIT
004510     PERFORM 6900-AUDIT-STUDENT-PROGRAMS THRU 6900-EXIT
004520     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
004530     PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
004540     IF WS-TotalExceptions > 0
004550         MOVE 4 TO RETURN-CODE
004560     ELSE
004570         MOVE 0 TO RETURN-CODE
004580     END-IF
004590     STOP RUN.
004600
004610 1000-INITIALIZE.
004620     DISPLAY 'CROSS-MASTER INTEGRITY AUDIT RUN'
004630     ACCEPT WS-TodayDate FROM DATE YYYYMMDD
004640     OPEN OUTPUT IntegrityReportFile
004650     MOVE WS-TodayDate TO INT-RunDate
004660     WRITE IntegrityReportLine FROM WS-INT-HEADER-LINE.
004670 1000-EXIT.
004680     EXIT.
004690
004700*    ------------------------------------------------------
004710*    SEED THE CHECK LIST - FILE PAIR AND DESCRIPTION FOR
004720*    EACH GROUP, IN THE ORDER THE RUN PERFORMS THEM.
004730*    ------------------------------------------------------
004740 1100-INIT-CHECKS.
004750     MOVE 'CUSTOMERS.DAT'       TO WS-CHK-FILE-PAIR(1)
004760     MOVE 'DUPLICATE CUSTOMER NUMBERS'
004770                                TO WS-CHK-DESCRIPTION(1)
004780     MOVE 'ACCOUNTS.DAT -> CUSTOMERS.DAT'
004790                                TO WS-CHK-FILE-PAIR(2)
004800     MOVE 'ACCOUNTS FOR UNKNOWN CUSTOMERS'
004810                                TO WS-CHK-DESCRIPTION(2)
004820     MOVE 'VENDORS.DAT'         TO WS-CHK-FILE-PAIR(3)
004830     MOVE 'DUPLICATE VENDOR/PRODUCT ENTRIES'
004840                                TO WS-CHK-DESCRIPTION(3)
004850     MOVE 'VENDORS.DAT -> INVENTORY.DAT'
004860                                TO WS-CHK-FILE-PAIR(4)
004870     MOVE 'VENDOR ENTRIES FOR UNKNOWN PRODUCTS'
004880                                TO WS-CHK-DESCRIPTION(4)
004890     MOVE 'EMPLOYEE.DAT'        TO WS-CHK-FILE-PAIR(5)
004900     MOVE 'DUPLICATE EMPLOYEE IDS'
004910                                TO WS-CHK-DESCRIPTION(5)
004920     MOVE 'EMP_DEDUCTIONS.DAT -> EMPLOYEE.DAT'
004930                                TO WS-CHK-FILE-PAIR(6)
004940     MOVE 'ELECTIONS FOR UNKNOWN EMPLOYEES'
004950                                TO WS-CHK-DESCRIPTION(6)
004960     MOVE 'OPEN_POS.DAT'        TO WS-CHK-FILE-PAIR(7)
004970     MOVE 'DUPLICATE PO/PRODUCT LINES'
004980                                TO WS-CHK-DESCRIPTION(7)
004990     MOVE 'OPEN_POS.DAT -> VENDORS.DAT'
005000                                TO WS-CHK-FILE-PAIR(8)
005010     MOVE 'PO LINES FOR UNKNOWN VENDORS'
005020                                TO WS-CHK-DESCRIPTION(8)
005030     MOVE 'STUDENTS.DAT'        TO WS-CHK-FILE-PAIR(9)
005040     MOVE 'DUPLICATE STUDENT IDS'
005050                                TO WS-CHK-DESCRIPTION(9)
005060     MOVE 'COURSE_CATALOG.DAT'  TO WS-CHK-FILE-PAIR(10)
005070     MOVE 'DUPLICATE COURSE IDS'
005080                                TO WS-CHK-DESCRIPTION(10)
005090     MOVE 'PROGRAM_REQUIREMENTS.DAT'
005100                                TO WS-CHK-FILE-PAIR(11)
005110     MOVE 'DUPLICATE PROGRAM HEADERS'
005120                                TO WS-CHK-DESCRIPTION(11)
005130     MOVE 'ENROLLMENTS.DAT'     TO WS-CHK-FILE-PAIR(12)
005140     MOVE 'DUPLICATE ENROLLMENTS'
005150                                TO WS-CHK-DESCRIPTION(12)
005160     MOVE 'ENROLLMENTS.DAT -> STUDENTS.DAT'
005170                                TO WS-CHK-FILE-PAIR(13)
005180     MOVE 'ENROLLMENTS FOR UNKNOWN STUDENTS'
005190                                TO WS-CHK-DESCRIPTION(13)
005200     MOVE 'ENROLLMENTS.DAT -> COURSE_CATALOG.DAT'
005210                                TO WS-CHK-FILE-PAIR(14)
005220     MOVE 'ENROLLMENTS FOR UNKNOWN COURSES'
005230                                TO WS-CHK-DESCRIPTION(14)
005240     MOVE 'STUDENTS.DAT -> PROGRAM_REQUIREMENTS.DAT'
005250                                TO WS-CHK-FILE-PAIR(15)
005260     MOVE 'STUDENTS WITH NO PROGRAM ENTRY'
005270                                TO WS-CHK-DESCRIPTION(15)
005280     PERFORM 1150-CLEAR-ONE-CHECK THRU 1150-EXIT
005290         VARYING WS-CHK-IDX FROM 1 BY 1
005300         UNTIL WS-CHK-IDX > WS-CHECK-COUNT.
005310 1100-EXIT.
005320     EXIT.
005330
005340 1150-CLEAR-ONE-CHECK.
005350     MOVE 0   TO WS-CHK-COUNT(WS-CHK-IDX)
005360     MOVE 'Y' TO WS-CHK-RUN-SWITCH(WS-CHK-IDX).
005370 1150-EXIT.
005380     EXIT.
005390
005400*    ------------------------------------------------------
005410*    CUSTOMER MASTER - LOAD THE CUSTOMER NUMBERS, REPORTING
005420*    ANY NUMBER ALREADY LOADED AS A DUPLICATE.
005430*    ------------------------------------------------------
005440 2000-AUDIT-CUSTOMERS.
005450     MOVE 1 TO WS-CheckNo
005460     PERFORM 7000-START-GROUP THRU 7000-EXIT
005470     OPEN INPUT CustomerFile
005480     IF WS-CustomerStatus NOT = '00'
005490         MOVE 'customers.dat' TO WS-SkipFile
005500         MOVE WS-CustomerStatus TO WS-SkipStatus
005510         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
005520         GO TO 2000-EXIT
005530     END-IF
005540     SET CUSTOMERS-LOADED TO TRUE
005550     MOVE 'N' TO WS-EOF-SWITCH
005560     PERFORM UNTIL END-OF-FILE
005570         READ CustomerFile INTO CustomerRecord
005580             AT END
005590                 SET END-OF-FILE TO TRUE
005600             NOT AT END
005610                 ADD 1 TO WS-TotalRecordsRead
005620                 PERFORM 2100-STORE-CUSTOMER THRU 2100-EXIT
005630         END-READ
005640     END-PERFORM
005650     CLOSE CustomerFile
005651     IF WS-CustomerTableFull > 0
005652         MOVE 'customers.dat' TO WS-SkipFile
005653         MOVE WS-CustomerTableFull TO WS-DroppedCount
005654         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
005655         GO TO 2000-EXIT
005656     END-IF
005660     PERFORM 7200-END-GROUP THRU 7200-EXIT.
005670 2000-EXIT.
005680     EXIT.
005690
005700 2100-STORE-CUSTOMER.
005710     MOVE CUST-CustomerNumber TO WS-SeekCustomer
005720     PERFORM 2150-FIND-CUSTOMER THRU 2150-EXIT
005730     IF KEY-FOUND
005740         MOVE 'CUSTOMER'          TO INT-KeyLabel1
005750         MOVE CUST-CustomerNumber TO INT-KeyValue1
005760         MOVE 'CUSTOMER NUMBER ON FILE MORE THAN ONCE'
005770             TO INT-Reason
005780         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
005790         GO TO 2100-EXIT
005800     END-IF
005810     IF WS-CUSTOMER-COUNT >= 2000
005820         ADD 1 TO WS-CustomerTableFull
005830         DISPLAY 'CUSTOMER TABLE FULL, DROPPED CUSTOMER '
005840             CUST-CustomerNumber
005850     ELSE
005860         ADD 1 TO WS-CUSTOMER-COUNT
005870         MOVE CUST-CustomerNumber
005880             TO WS-CUS-NUMBER(WS-CUSTOMER-COUNT)
005890     END-IF.
005900 2100-EXIT.
005910     EXIT.
005920
005930 2150-FIND-CUSTOMER.
005940     SET KEY-NOT-FOUND TO TRUE
005950     PERFORM 2160-MATCH-CUSTOMER THRU 2160-EXIT
005960         VARYING WS-CUS-IDX FROM 1 BY 1
005970         UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT OR KEY-FOUND.
005980 2150-EXIT.
005990     EXIT.
006000
006010 2160-MATCH-CUSTOMER.
006020     IF WS-CUS-NUMBER(WS-CUS-IDX) = WS-SeekCustomer
006030         SET KEY-FOUND TO TRUE
006040     END-IF.
006050 2160-EXIT.
006060     EXIT.
006070
006080*    ------------------------------------------------------
006090*    ACCOUNT MASTER - EVERY ACCOUNT'S CUSTOMER NUMBER MUST
006100*    BE ON THE CUSTOMER MASTER.
006110*    ------------------------------------------------------
006120 2200-AUDIT-ACCOUNTS.
006130     MOVE 2 TO WS-CheckNo
006140     PERFORM 7000-START-GROUP THRU 7000-EXIT
006150     IF NOT CUSTOMERS-LOADED
006160         MOVE 'customers.dat' TO WS-SkipFile
006170         MOVE WS-CustomerStatus TO WS-SkipStatus
006180         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
006181         GO TO 2200-EXIT
006182     END-IF
006183     IF WS-CustomerTableFull > 0
006184         MOVE 'customers.dat' TO WS-SkipFile
006185         MOVE WS-CustomerTableFull TO WS-DroppedCount
006186         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
006190         GO TO 2200-EXIT
006200     END-IF
006210     OPEN INPUT BankAccountFile
006220     IF WS-AccountStatus NOT = '00'
006230         MOVE 'accounts.dat' TO WS-SkipFile
006240         MOVE WS-AccountStatus TO WS-SkipStatus
006250         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
006260         GO TO 2200-EXIT
006270     END-IF
006280     MOVE 'N' TO WS-EOF-SWITCH
006290     PERFORM UNTIL END-OF-FILE
006300         READ BankAccountFile NEXT RECORD
006310             AT END
006320                 SET END-OF-FILE TO TRUE
006330             NOT AT END
006340                 ADD 1 TO WS-TotalRecordsRead
006350                 PERFORM 2300-CHECK-ONE-ACCOUNT THRU 2300-EXIT
006360         END-READ
006370     END-PERFORM
006380     CLOSE BankAccountFile
006390     PERFORM 7200-END-GROUP THRU 7200-EXIT.
006400 2200-EXIT.
006410     EXIT.
006420
006430 2300-CHECK-ONE-ACCOUNT.
006440     MOVE CustomerNumber TO WS-SeekCustomer
006450     PERFORM 2150-FIND-CUSTOMER THRU 2150-EXIT
006460     IF KEY-NOT-FOUND
006470         MOVE 'ACCOUNT'      TO INT-KeyLabel1
006480         MOVE AccountID      TO INT-KeyValue1
006490         MOVE 'CUSTOMER'     TO INT-KeyLabel2
006500         MOVE CustomerNumber TO INT-KeyValue2
006510         MOVE 'CUSTOMER NOT ON CUSTOMER MASTER' TO INT-Reason
006520         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
006530     END-IF.
006540 2300-EXIT.
006550     EXIT.
006560
006570*    ------------------------------------------------------
006580*    VENDOR FILE - ONE ENTRY PER VENDOR AND PRODUCT SUPPLIED.
006590*    THE SAME VENDOR AND PRODUCT TWICE IS A DUPLICATE.
006600*    ------------------------------------------------------
006610 3000-AUDIT-VENDORS.
006620     MOVE 3 TO WS-CheckNo
006630     PERFORM 7000-START-GROUP THRU 7000-EXIT
006640     OPEN INPUT VendorFile
006650     IF WS-VendorStatus NOT = '00'
006660         MOVE 'vendors.dat' TO WS-SkipFile
006670         MOVE WS-VendorStatus TO WS-SkipStatus
006680         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
006690         GO TO 3000-EXIT
006700     END-IF
006710     SET VENDORS-LOADED TO TRUE
006720     MOVE 'N' TO WS-EOF-SWITCH
006730     PERFORM UNTIL END-OF-FILE
006740         READ VendorFile INTO VendorRecord
006750             AT END
006760                 SET END-OF-FILE TO TRUE
006770             NOT AT END
006780                 ADD 1 TO WS-TotalRecordsRead
006790                 PERFORM 3100-STORE-VENDOR THRU 3100-EXIT
006800         END-READ
006810     END-PERFORM
006820     CLOSE VendorFile
006821     IF WS-VendorTableFull > 0
006822         MOVE 'vendors.dat' TO WS-SkipFile
006823         MOVE WS-VendorTableFull TO WS-DroppedCount
006824         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
006825         GO TO 3000-EXIT
006826     END-IF
006830     PERFORM 7200-END-GROUP THRU 7200-EXIT.
006840 3000-EXIT.
006850     EXIT.
006860
006870 3100-STORE-VENDOR.
006880     MOVE VEND-VendorNumber TO WS-SeekVendor
006890     MOVE VEND-ProductID    TO WS-SeekProduct
006900     PERFORM 3150-FIND-VENDOR-PRODUCT THRU 3150-EXIT
006910     IF KEY-FOUND
006920         MOVE 'VENDOR'          TO INT-KeyLabel1
006930         MOVE VEND-VendorNumber TO INT-KeyValue1
006940         MOVE 'PRODUCT'         TO INT-KeyLabel2
006950         MOVE VEND-ProductID    TO INT-KeyValue2
006960         MOVE 'VENDOR/PRODUCT ON FILE MORE THAN ONCE'
006970             TO INT-Reason
006980         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
006990         GO TO 3100-EXIT
007000     END-IF
007010     IF WS-VENDOR-COUNT >= 1000
007020         ADD 1 TO WS-VendorTableFull
007030         DISPLAY 'VENDOR TABLE FULL, DROPPED VENDOR '
007040             VEND-VendorNumber ' PRODUCT ' VEND-ProductID
007050     ELSE
007060         ADD 1 TO WS-VENDOR-COUNT
007070         MOVE VEND-VendorNumber
007080             TO WS-VND-NUMBER(WS-VENDOR-COUNT)
007090         MOVE VEND-ProductID
007100             TO WS-VND-PRODUCT-ID(WS-VENDOR-COUNT)
007110     END-IF.
007120 3100-EXIT.
007130     EXIT.
007140
007150 3150-FIND-VENDOR-PRODUCT.
007160     SET KEY-NOT-FOUND TO TRUE
007170     PERFORM 3160-MATCH-VENDOR-PRODUCT THRU 3160-EXIT
007180         VARYING WS-VND-IDX FROM 1 BY 1
007190         UNTIL WS-VND-IDX > WS-VENDOR-COUNT OR KEY-FOUND.
007200 3150-EXIT.
007210     EXIT.
007220
007230 3160-MATCH-VENDOR-PRODUCT.
007240     IF WS-VND-NUMBER(WS-VND-IDX) = WS-SeekVendor
007250        AND WS-VND-PRODUCT-ID(WS-VND-IDX) = WS-SeekProduct
007260         SET KEY-FOUND TO TRUE
007270     END-IF.
007280 3160-EXIT.
007290     EXIT.
007300
007310*    ANY PRODUCT WILL DO - THE VENDOR IS ON FILE.
007320 3170-FIND-VENDOR.
007330     SET KEY-NOT-FOUND TO TRUE
007340     PERFORM 3180-MATCH-VENDOR THRU 3180-EXIT
007350         VARYING WS-VND-IDX FROM 1 BY 1
007360         UNTIL WS-VND-IDX > WS-VENDOR-COUNT OR KEY-FOUND.
007370 3170-EXIT.
007380     EXIT.
007390
007400 3180-MATCH-VENDOR.
007410     IF WS-VND-NUMBER(WS-VND-IDX) = WS-SeekVendor
007420         SET KEY-FOUND TO TRUE
007430     END-IF.
007440 3180-EXIT.
007450     EXIT.
007460
007470*    ------------------------------------------------------
007480*    EVERY PRODUCT A VENDOR SUPPLIES MUST STILL BE ON THE
007490*    INVENTORY MASTER, READ DIRECTLY BY PRODUCT-ID.
007500*    ------------------------------------------------------
007510 3200-AUDIT-VENDOR-PRODUCTS.
007520     MOVE 4 TO WS-CheckNo
007530     PERFORM 7000-START-GROUP THRU 7000-EXIT
007540     IF NOT VENDORS-LOADED
007550         MOVE 'vendors.dat' TO WS-SkipFile
007560         MOVE WS-VendorStatus TO WS-SkipStatus
007570         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
007571         GO TO 3200-EXIT
007572     END-IF
007573     IF WS-VendorTableFull > 0
007574         MOVE 'vendors.dat' TO WS-SkipFile
007575         MOVE WS-VendorTableFull TO WS-DroppedCount
007576         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
007580         GO TO 3200-EXIT
007590     END-IF
007600     OPEN INPUT InventoryFile
007610     IF WS-InventoryStatus NOT = '00'
007620         MOVE 'inventory.dat' TO WS-SkipFile
007630         MOVE WS-InventoryStatus TO WS-SkipStatus
007640         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
007650         GO TO 3200-EXIT
007660     END-IF
007670     PERFORM 3300-CHECK-ONE-VENDOR THRU 3300-EXIT
007680         VARYING WS-WALK-IDX FROM 1 BY 1
007690         UNTIL WS-WALK-IDX > WS-VENDOR-COUNT
007700     CLOSE InventoryFile
007710     PERFORM 7200-END-GROUP THRU 7200-EXIT.
007720 3200-EXIT.
007730     EXIT.
007740
007750 3300-CHECK-ONE-VENDOR.
007760     MOVE WS-VND-PRODUCT-ID(WS-WALK-IDX) TO ProductID
007770     READ InventoryFile
007780         INVALID KEY
007790             MOVE 'VENDOR'  TO INT-KeyLabel1
007800             MOVE WS-VND-NUMBER(WS-WALK-IDX) TO INT-KeyValue1
007810             MOVE 'PRODUCT' TO INT-KeyLabel2
007820             MOVE WS-VND-PRODUCT-ID(WS-WALK-IDX)
007830                 TO INT-KeyValue2
007840             MOVE 'PRODUCT NOT ON INVENTORY MASTER'
007850                 TO INT-Reason
007860             PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
007870     END-READ.
007880 3300-EXIT.
007890     EXIT.
007900
007910*    ------------------------------------------------------
007920*    EMPLOYEE MASTER - LOAD THE EMPLOYEE IDS, REPORTING ANY
007930*    ID ALREADY LOADED AS A DUPLICATE.
007940*    ------------------------------------------------------
007950 4000-AUDIT-EMPLOYEES.
007960     MOVE 5 TO WS-CheckNo
007970     PERFORM 7000-START-GROUP THRU 7000-EXIT
007980     OPEN INPUT EmployeeFile
007990     IF WS-EmployeeStatus NOT = '00'
008000         MOVE 'employee.dat' TO WS-SkipFile
008010         MOVE WS-EmployeeStatus TO WS-SkipStatus
008020         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
008030         GO TO 4000-EXIT
008040     END-IF
008050     SET EMPLOYEES-LOADED TO TRUE
008060     MOVE 'N' TO WS-EOF-SWITCH
008070     PERFORM UNTIL END-OF-FILE
008080         READ EmployeeFile INTO EmployeeRecord
008090             AT END
008100                 SET END-OF-FILE TO TRUE
008110             NOT AT END
008120                 ADD 1 TO WS-TotalRecordsRead
008130                 PERFORM 4100-STORE-EMPLOYEE THRU 4100-EXIT
008140         END-READ
008150     END-PERFORM
008160     CLOSE EmployeeFile
008161     IF WS-EmployeeTableFull > 0
008162         MOVE 'employee.dat' TO WS-SkipFile
008163         MOVE WS-EmployeeTableFull TO WS-DroppedCount
008164         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
008165         GO TO 4000-EXIT
008166     END-IF
008170     PERFORM 7200-END-GROUP THRU 7200-EXIT.
008180 4000-EXIT.
008190     EXIT.
008200
008210 4100-STORE-EMPLOYEE.
008220     MOVE EmployeeID TO WS-SeekEmployee
008230     PERFORM 4150-FIND-EMPLOYEE THRU 4150-EXIT
008240     IF KEY-FOUND
008250         MOVE 'EMPLOYEE' TO INT-KeyLabel1
008260         MOVE EmployeeID TO INT-KeyValue1
008270         MOVE 'EMPLOYEE ID ON FILE MORE THAN ONCE'
008280             TO INT-Reason
008290         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
008300         GO TO 4100-EXIT
008310     END-IF
008320     IF WS-EMPLOYEE-COUNT >= 2000
008330         ADD 1 TO WS-EmployeeTableFull
008340         DISPLAY 'EMPLOYEE TABLE FULL, DROPPED EMPLOYEE '
008350             EmployeeID
008360     ELSE
008370         ADD 1 TO WS-EMPLOYEE-COUNT
008380         MOVE EmployeeID TO WS-EMP-ID(WS-EMPLOYEE-COUNT)
008390     END-IF.
008400 4100-EXIT.
008410     EXIT.
008420
008430 4150-FIND-EMPLOYEE.
008440     SET KEY-NOT-FOUND TO TRUE
008450     PERFORM 4160-MATCH-EMPLOYEE THRU 4160-EXIT
008460         VARYING WS-EMP-IDX FROM 1 BY 1
008470         UNTIL WS-EMP-IDX > WS-EMPLOYEE-COUNT OR KEY-FOUND.
008480 4150-EXIT.
008490     EXIT.
008500
008510 4160-MATCH-EMPLOYEE.
008520     IF WS-EMP-ID(WS-EMP-IDX) = WS-SeekEmployee
008530         SET KEY-FOUND TO TRUE
008540     END-IF.
008550 4160-EXIT.
008560     EXIT.
008570
008580*    ------------------------------------------------------
008590*    DEDUCTION ELECTIONS - EVERY ELECTION MUST BELONG TO AN
008600*    EMPLOYEE STILL ON THE EMPLOYEE MASTER.
008610*    ------------------------------------------------------
008620 4200-AUDIT-DEDUCTIONS.
008630     MOVE 6 TO WS-CheckNo
008640     PERFORM 7000-START-GROUP THRU 7000-EXIT
008650     IF NOT EMPLOYEES-LOADED
008660         MOVE 'employee.dat' TO WS-SkipFile
008670         MOVE WS-EmployeeStatus TO WS-SkipStatus
008680         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
008681         GO TO 4200-EXIT
008682     END-IF
008683     IF WS-EmployeeTableFull > 0
008684         MOVE 'employee.dat' TO WS-SkipFile
008685         MOVE WS-EmployeeTableFull TO WS-DroppedCount
008686         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
008690         GO TO 4200-EXIT
008700     END-IF
008710     OPEN INPUT DeductElectFile
008720     IF WS-DeductElectStatus NOT = '00'
008730         MOVE 'emp_deductions.dat' TO WS-SkipFile
008740         MOVE WS-DeductElectStatus TO WS-SkipStatus
008750         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
008760         GO TO 4200-EXIT
008770     END-IF
008780     MOVE 'N' TO WS-EOF-SWITCH
008790     PERFORM UNTIL END-OF-FILE
008800         READ DeductElectFile INTO DeductElectRecord
008810             AT END
008820                 SET END-OF-FILE TO TRUE
008830             NOT AT END
008840                 ADD 1 TO WS-TotalRecordsRead
008850                 PERFORM 4300-CHECK-ONE-ELECTION THRU 4300-EXIT
008860         END-READ
008870     END-PERFORM
008880     CLOSE DeductElectFile
008890     PERFORM 7200-END-GROUP THRU 7200-EXIT.
008900 4200-EXIT.
008910     EXIT.
008920
008930 4300-CHECK-ONE-ELECTION.
008940     MOVE ED-EmployeeID TO WS-SeekEmployee
008950     PERFORM 4150-FIND-EMPLOYEE THRU 4150-EXIT
008960     IF KEY-NOT-FOUND
008970         MOVE 'EMPLOYEE'    TO INT-KeyLabel1
008980         MOVE ED-EmployeeID TO INT-KeyValue1
008990         MOVE 'TYPE'        TO INT-KeyLabel2
009000         MOVE ED-Type       TO INT-KeyValue2
009010         MOVE 'EMPLOYEE NOT ON EMPLOYEE MASTER' TO INT-Reason
009020         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
009030     END-IF.
009040 4300-EXIT.
009050     EXIT.
009060
009070*    ------------------------------------------------------
009080*    OPEN PURCHASE ORDERS - ONE LINE PER PO AND PRODUCT.
009090*    THE SAME PO AND PRODUCT TWICE IS A DUPLICATE.
009100*    ------------------------------------------------------
009110 5000-AUDIT-OPEN-POS.
009120     MOVE 7 TO WS-CheckNo
009130     PERFORM 7000-START-GROUP THRU 7000-EXIT
009140     OPEN INPUT OpenPoFile
009150     IF WS-OpenPoStatus NOT = '00'
009160         MOVE 'open_pos.dat' TO WS-SkipFile
009170         MOVE WS-OpenPoStatus TO WS-SkipStatus
009180         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
009190         GO TO 5000-EXIT
009200     END-IF
009210     SET OPEN-POS-LOADED TO TRUE
009220     MOVE 'N' TO WS-EOF-SWITCH
009230     PERFORM UNTIL END-OF-FILE
009240         READ OpenPoFile INTO OpenPoRecord
009250             AT END
009260                 SET END-OF-FILE TO TRUE
009270             NOT AT END
009280                 ADD 1 TO WS-TotalRecordsRead
009290                 PERFORM 5100-STORE-OPEN-PO THRU 5100-EXIT
009300         END-READ
009310     END-PERFORM
009320     CLOSE OpenPoFile
009321     IF WS-OpenPoTableFull > 0
009322         MOVE 'open_pos.dat' TO WS-SkipFile
009323         MOVE WS-OpenPoTableFull TO WS-DroppedCount
009324         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
009325         GO TO 5000-EXIT
009326     END-IF
009330     PERFORM 7200-END-GROUP THRU 7200-EXIT.
009340 5000-EXIT.
009350     EXIT.
009360
009370 5100-STORE-OPEN-PO.
009380     MOVE OPO-PONumber  TO WS-SeekPONumber
009390     MOVE OPO-ProductID TO WS-SeekProduct
009400     PERFORM 5150-FIND-OPEN-PO THRU 5150-EXIT
009410     IF KEY-FOUND
009420         MOVE 'PO'          TO INT-KeyLabel1
009430         MOVE OPO-PONumber  TO INT-KeyValue1
009440         MOVE 'PRODUCT'     TO INT-KeyLabel2
009450         MOVE OPO-ProductID TO INT-KeyValue2
009460         MOVE 'PO AND PRODUCT ON FILE MORE THAN ONCE'
009470             TO INT-Reason
009480         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
009490         GO TO 5100-EXIT
009500     END-IF
009510     IF WS-OPEN-PO-COUNT >= 2000
009520         ADD 1 TO WS-OpenPoTableFull
009530         DISPLAY 'OPEN PO TABLE FULL, DROPPED PO '
009540             OPO-PONumber ' PRODUCT ' OPO-ProductID
009550     ELSE
009560         ADD 1 TO WS-OPEN-PO-COUNT
009570         MOVE OPO-PONumber
009580             TO WS-OPO-PO-NUMBER(WS-OPEN-PO-COUNT)
009590         MOVE OPO-ProductID
009600             TO WS-OPO-PRODUCT-ID(WS-OPEN-PO-COUNT)
009610         MOVE OPO-VendorNumber
009620             TO WS-OPO-VENDOR-NUMBER(WS-OPEN-PO-COUNT)
009630     END-IF.
009640 5100-EXIT.
009650     EXIT.
009660
009670 5150-FIND-OPEN-PO.
009680     SET KEY-NOT-FOUND TO TRUE
009690     PERFORM 5160-MATCH-OPEN-PO THRU 5160-EXIT
009700         VARYING WS-OPO-IDX FROM 1 BY 1
009710         UNTIL WS-OPO-IDX > WS-OPEN-PO-COUNT OR KEY-FOUND.
009720 5150-EXIT.
009730     EXIT.
009740
009750 5160-MATCH-OPEN-PO.
009760     IF WS-OPO-PO-NUMBER(WS-OPO-IDX) = WS-SeekPONumber
009770        AND WS-OPO-PRODUCT-ID(WS-OPO-IDX) = WS-SeekProduct
009780         SET KEY-FOUND TO TRUE
009790     END-IF.
009800 5160-EXIT.
009810     EXIT.
009820
009830*    ------------------------------------------------------
009840*    EVERY OPEN PO LINE MUST BE FOR A VENDOR STILL ON THE
009850*    VENDOR FILE.
009860*    ------------------------------------------------------
009870 5200-AUDIT-PO-VENDORS.
009880     MOVE 8 TO WS-CheckNo
009890     PERFORM 7000-START-GROUP THRU 7000-EXIT
009900     IF NOT OPEN-POS-LOADED
009910         MOVE 'open_pos.dat' TO WS-SkipFile
009920         MOVE WS-OpenPoStatus TO WS-SkipStatus
009930         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
009931         GO TO 5200-EXIT
009932     END-IF
009933     IF WS-OpenPoTableFull > 0
009934         MOVE 'open_pos.dat' TO WS-SkipFile
009935         MOVE WS-OpenPoTableFull TO WS-DroppedCount
009936         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
009940         GO TO 5200-EXIT
009950     END-IF
009960     IF NOT VENDORS-LOADED
009970         MOVE 'vendors.dat' TO WS-SkipFile
009980         MOVE WS-VendorStatus TO WS-SkipStatus
009990         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
009991         GO TO 5200-EXIT
009992     END-IF
009993     IF WS-VendorTableFull > 0
009994         MOVE 'vendors.dat' TO WS-SkipFile
009995         MOVE WS-VendorTableFull TO WS-DroppedCount
009996         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
010000         GO TO 5200-EXIT
010010     END-IF
010020     PERFORM 5300-CHECK-ONE-PO-LINE THRU 5300-EXIT
010030         VARYING WS-WALK-IDX FROM 1 BY 1
010040         UNTIL WS-WALK-IDX > WS-OPEN-PO-COUNT
010050     PERFORM 7200-END-GROUP THRU 7200-EXIT.
010060 5200-EXIT.
010070     EXIT.
010080
010090 5300-CHECK-ONE-PO-LINE.
010100     MOVE WS-OPO-VENDOR-NUMBER(WS-WALK-IDX) TO WS-SeekVendor
010110     PERFORM 3170-FIND-VENDOR THRU 3170-EXIT
010120     IF KEY-NOT-FOUND
010130         MOVE 'PO'      TO INT-KeyLabel1
010140         MOVE WS-OPO-PO-NUMBER(WS-WALK-IDX) TO INT-KeyValue1
010150         MOVE 'PRODUCT' TO INT-KeyLabel2
010160         MOVE WS-OPO-PRODUCT-ID(WS-WALK-IDX) TO INT-KeyValue2
010170         MOVE 'VENDOR'  TO INT-KeyLabel3
010180         MOVE WS-OPO-VENDOR-NUMBER(WS-WALK-IDX)
010190             TO INT-KeyValue3
010200         MOVE 'VENDOR NOT ON VENDOR FILE' TO INT-Reason
010210         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
010220     END-IF.
010230 5300-EXIT.
010240     EXIT.
010250
010260*    ------------------------------------------------------
010270*    STUDENT MASTER - LOAD THE STUDENT IDS WITH EACH
010280*    STUDENT'S PROGRAM CODE, REPORTING ANY ID ALREADY LOADED
010290*    AS A DUPLICATE.
010300*    ------------------------------------------------------
010310 6000-AUDIT-STUDENTS.
010320     MOVE 9 TO WS-CheckNo
010330     PERFORM 7000-START-GROUP THRU 7000-EXIT
010340     OPEN INPUT StudentFile
010350     IF WS-StudentStatus NOT = '00'
010360         MOVE 'students.dat' TO WS-SkipFile
010370         MOVE WS-StudentStatus TO WS-SkipStatus
010380         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
010390         GO TO 6000-EXIT
010400     END-IF
010410     SET STUDENTS-LOADED TO TRUE
010420     MOVE 'N' TO WS-EOF-SWITCH
010430     PERFORM UNTIL END-OF-FILE
010440         READ StudentFile INTO StudentRecord
010450             AT END
010460                 SET END-OF-FILE TO TRUE
010470             NOT AT END
010480                 ADD 1 TO WS-TotalRecordsRead
010490                 PERFORM 6100-STORE-STUDENT THRU 6100-EXIT
010500         END-READ
010510     END-PERFORM
010520     CLOSE StudentFile
010521     IF WS-StudentTableFull > 0
010522         MOVE 'students.dat' TO WS-SkipFile
010523         MOVE WS-StudentTableFull TO WS-DroppedCount
010524         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
010525         GO TO 6000-EXIT
010526     END-IF
010530     PERFORM 7200-END-GROUP THRU 7200-EXIT.
010540 6000-EXIT.
010550     EXIT.
010560
010570 6100-STORE-STUDENT.
010580     MOVE StudentID TO WS-SeekStudent
010590     PERFORM 6150-FIND-STUDENT THRU 6150-EXIT
010600     IF KEY-FOUND
010610         MOVE 'STUDENT' TO INT-KeyLabel1
010620         MOVE StudentID TO INT-KeyValue1
010630         MOVE 'STUDENT ID ON FILE MORE THAN ONCE'
010640             TO INT-Reason
010650         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
010660         GO TO 6100-EXIT
010670     END-IF
010680     IF WS-STUDENT-COUNT >= 2000
010690         ADD 1 TO WS-StudentTableFull
010700         DISPLAY 'STUDENT TABLE FULL, DROPPED STUDENT '
010710             StudentID
010720     ELSE
010730         ADD 1 TO WS-STUDENT-COUNT
010740         MOVE StudentID   TO WS-STU-ID(WS-STUDENT-COUNT)
010750         MOVE ProgramCode TO WS-STU-PROGRAM(WS-STUDENT-COUNT)
010760     END-IF.
010770 6100-EXIT.
010780     EXIT.
010790
010800 6150-FIND-STUDENT.
010810     SET KEY-NOT-FOUND TO TRUE
010820     PERFORM 6160-MATCH-STUDENT THRU 6160-EXIT
010830         VARYING WS-STU-IDX FROM 1 BY 1
010840         UNTIL WS-STU-IDX > WS-STUDENT-COUNT OR KEY-FOUND.
010850 6150-EXIT.
010860     EXIT.
010870
010880 6160-MATCH-STUDENT.
010890     IF WS-STU-ID(WS-STU-IDX) = WS-SeekStudent
010900         SET KEY-FOUND TO TRUE
010910     END-IF.
010920 6160-EXIT.
010930     EXIT.
010940
010950*    ------------------------------------------------------
010960*    COURSE CATALOG - LOAD THE COURSE IDS, REPORTING ANY ID
010970*    ALREADY LOADED AS A DUPLICATE.
010980*    ------------------------------------------------------
010990 6200-AUDIT-CATALOG.
011000     MOVE 10 TO WS-CheckNo
011010     PERFORM 7000-START-GROUP THRU 7000-EXIT
011020     OPEN INPUT CourseCatalogFile
011030     IF WS-CatalogStatus NOT = '00'
011040         MOVE 'course_catalog.dat' TO WS-SkipFile
011050         MOVE WS-CatalogStatus TO WS-SkipStatus
011060         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
011070         GO TO 6200-EXIT
011080     END-IF
011090     SET CATALOG-LOADED TO TRUE
011100     MOVE 'N' TO WS-EOF-SWITCH
011110     PERFORM UNTIL END-OF-FILE
011120         READ CourseCatalogFile INTO CourseCatalogRecord
011130             AT END
011140                 SET END-OF-FILE TO TRUE
011150             NOT AT END
011160                 ADD 1 TO WS-TotalRecordsRead
011170                 PERFORM 6300-STORE-COURSE THRU 6300-EXIT
011180         END-READ
011190     END-PERFORM
011200     CLOSE CourseCatalogFile
011201     IF WS-CatalogTableFull > 0
011202         MOVE 'course_catalog.dat' TO WS-SkipFile
011203         MOVE WS-CatalogTableFull TO WS-DroppedCount
011204         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
011205         GO TO 6200-EXIT
011206     END-IF
011210     PERFORM 7200-END-GROUP THRU 7200-EXIT.
011220 6200-EXIT.
011230     EXIT.
011240
011250 6300-STORE-COURSE.
011260     MOVE CAT-CourseID TO WS-SeekCourse
011270     PERFORM 6350-FIND-COURSE THRU 6350-EXIT
011280     IF KEY-FOUND
011290         MOVE 'COURSE'     TO INT-KeyLabel1
011300         MOVE CAT-CourseID TO INT-KeyValue1
011310         MOVE 'COURSE ID ON CATALOG MORE THAN ONCE'
011320             TO INT-Reason
011330         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
011340         GO TO 6300-EXIT
011350     END-IF
011360     IF WS-CATALOG-COUNT >= 500
011370         ADD 1 TO WS-CatalogTableFull
011380         DISPLAY 'CATALOG TABLE FULL, DROPPED COURSE '
011390             CAT-CourseID
011400     ELSE
011410         ADD 1 TO WS-CATALOG-COUNT
011420         MOVE CAT-CourseID TO WS-CAT-COURSE-ID(WS-CATALOG-COUNT)
011430     END-IF.
011440 6300-EXIT.
011450     EXIT.
011460
011470 6350-FIND-COURSE.
011480     SET KEY-NOT-FOUND TO TRUE
011490     PERFORM 6360-MATCH-COURSE THRU 6360-EXIT
011500         VARYING WS-CAT-IDX FROM 1 BY 1
011510         UNTIL WS-CAT-IDX > WS-CATALOG-COUNT OR KEY-FOUND.
011520 6350-EXIT.
011530     EXIT.
011540
011550 6360-MATCH-COURSE.
011560     IF WS-CAT-COURSE-ID(WS-CAT-IDX) = WS-SeekCourse
011570         SET KEY-FOUND TO TRUE
011580     END-IF.
011590 6360-EXIT.
011600     EXIT.
011610
011620*    ------------------------------------------------------
011630*    PROGRAM REQUIREMENTS - LOAD THE PROGRAM CODES FROM THE
011640*    HEADER RECORDS, REPORTING A PROGRAM WITH MORE THAN ONE
011650*    HEADER AS A DUPLICATE. COURSE RECORDS ARE PASSED OVER.
011660*    ------------------------------------------------------
011670 6400-AUDIT-REQUIREMENTS.
011680     MOVE 11 TO WS-CheckNo
011690     PERFORM 7000-START-GROUP THRU 7000-EXIT
011700     OPEN INPUT RequirementsFile
011710     IF WS-RequirementsStatus NOT = '00'
011720         MOVE 'program_requirements.dat' TO WS-SkipFile
011730         MOVE WS-RequirementsStatus TO WS-SkipStatus
011740         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
011750         GO TO 6400-EXIT
011760     END-IF
011770     SET PROGRAMS-LOADED TO TRUE
011780     MOVE 'N' TO WS-EOF-SWITCH
011790     PERFORM UNTIL END-OF-FILE
011800         READ RequirementsFile INTO RequirementsRecord
011810             AT END
011820                 SET END-OF-FILE TO TRUE
011830             NOT AT END
011840                 ADD 1 TO WS-TotalRecordsRead
011850                 IF PROGRAM-HEADER-RECORD
011860                     PERFORM 6500-STORE-PROGRAM THRU 6500-EXIT
011870                 END-IF
011880         END-READ
011890     END-PERFORM
011900     CLOSE RequirementsFile
011901     IF WS-ProgramTableFull > 0
011902         MOVE 'program_requirements.dat' TO WS-SkipFile
011903         MOVE WS-ProgramTableFull TO WS-DroppedCount
011904         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
011905         GO TO 6400-EXIT
011906     END-IF
011910     PERFORM 7200-END-GROUP THRU 7200-EXIT.
011920 6400-EXIT.
011930     EXIT.
011940
011950 6500-STORE-PROGRAM.
011960     MOVE PRQ-ProgramCode TO WS-SeekProgram
011970     PERFORM 6550-FIND-PROGRAM THRU 6550-EXIT
011980     IF KEY-FOUND
011990         MOVE 'PROGRAM'       TO INT-KeyLabel1
012000         MOVE PRQ-ProgramCode TO INT-KeyValue1
012010         MOVE 'PROGRAM HEADER ON FILE MORE THAN ONCE'
012020             TO INT-Reason
012030         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
012040         GO TO 6500-EXIT
012050     END-IF
012060     IF WS-PROGRAM-COUNT >= 100
012070         ADD 1 TO WS-ProgramTableFull
012080         DISPLAY 'PROGRAM TABLE FULL, DROPPED PROGRAM '
012090             PRQ-ProgramCode
012100     ELSE
012110         ADD 1 TO WS-PROGRAM-COUNT
012120         MOVE PRQ-ProgramCode TO WS-PRG-CODE(WS-PROGRAM-COUNT)
012130     END-IF.
012140 6500-EXIT.
012150     EXIT.
012160
012170 6550-FIND-PROGRAM.
012180     SET KEY-NOT-FOUND TO TRUE
012190     PERFORM 6560-MATCH-PROGRAM THRU 6560-EXIT
012200         VARYING WS-PRG-IDX FROM 1 BY 1
012210         UNTIL WS-PRG-IDX > WS-PROGRAM-COUNT OR KEY-FOUND.
012220 6550-EXIT.
012230     EXIT.
012240
012250 6560-MATCH-PROGRAM.
012260     IF WS-PRG-CODE(WS-PRG-IDX) = WS-SeekProgram
012270         SET KEY-FOUND TO TRUE
012280     END-IF.
012290 6560-EXIT.
012300     EXIT.
012310
012320*    ------------------------------------------------------
012330*    ENROLLMENT MASTER - LOAD THE STUDENT/COURSE/TERM ROWS,
012340*    REPORTING A ROW ALREADY LOADED AS A DUPLICATE.
012350*    ------------------------------------------------------
012360 6600-AUDIT-ENROLLMENTS.
012370     MOVE 12 TO WS-CheckNo
012380     PERFORM 7000-START-GROUP THRU 7000-EXIT
012390     OPEN INPUT EnrollMasterFile
012400     IF WS-EnrollMasterStatus NOT = '00'
012410         MOVE 'enrollments.dat' TO WS-SkipFile
012420         MOVE WS-EnrollMasterStatus TO WS-SkipStatus
012430         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
012440         GO TO 6600-EXIT
012450     END-IF
012460     SET ENROLLMENTS-LOADED TO TRUE
012470     MOVE 'N' TO WS-EOF-SWITCH
012480     PERFORM UNTIL END-OF-FILE
012490         READ EnrollMasterFile INTO EnrollMasterRecord
012500             AT END
012510                 SET END-OF-FILE TO TRUE
012520             NOT AT END
012530                 ADD 1 TO WS-TotalRecordsRead
012540                 PERFORM 6700-STORE-ENROLLMENT THRU 6700-EXIT
012550         END-READ
012560     END-PERFORM
012570     CLOSE EnrollMasterFile
012571     IF WS-EnrollTableFull > 0
012572         MOVE 'enrollments.dat' TO WS-SkipFile
012573         MOVE WS-EnrollTableFull TO WS-DroppedCount
012574         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
012575         GO TO 6600-EXIT
012576     END-IF
012580     PERFORM 7200-END-GROUP THRU 7200-EXIT.
012590 6600-EXIT.
012600     EXIT.
012610
012620 6700-STORE-ENROLLMENT.
012630     MOVE ENM-StudentID TO WS-SeekStudent
012640     MOVE ENM-CourseID  TO WS-SeekCourse
012650     MOVE ENM-Term      TO WS-SeekTerm
012660     PERFORM 6750-FIND-ENROLLMENT THRU 6750-EXIT
012670     IF KEY-FOUND
012680         MOVE 'STUDENT'     TO INT-KeyLabel1
012690         MOVE ENM-StudentID TO INT-KeyValue1
012700         MOVE 'COURSE'      TO INT-KeyLabel2
012710         MOVE ENM-CourseID  TO INT-KeyValue2
012720         MOVE 'TERM'        TO INT-KeyLabel3
012730         MOVE ENM-Term      TO INT-KeyValue3
012740         MOVE 'ENROLLMENT ON FILE MORE THAN ONCE'
012750             TO INT-Reason
012760         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
012770         GO TO 6700-EXIT
012780     END-IF
012790     IF WS-ENROLL-COUNT >= 5000
012800         ADD 1 TO WS-EnrollTableFull
012810         DISPLAY 'ENROLLMENT TABLE FULL, DROPPED STUDENT '
012820             ENM-StudentID ' COURSE ' ENM-CourseID
012830     ELSE
012840         ADD 1 TO WS-ENROLL-COUNT
012850         MOVE ENM-StudentID
012860             TO WS-ENL-STUDENT-ID(WS-ENROLL-COUNT)
012870         MOVE ENM-CourseID
012880             TO WS-ENL-COURSE-ID(WS-ENROLL-COUNT)
012890         MOVE ENM-Term TO WS-ENL-TERM(WS-ENROLL-COUNT)
012900     END-IF.
012910 6700-EXIT.
012920     EXIT.
012930
012940 6750-FIND-ENROLLMENT.
012950     SET KEY-NOT-FOUND TO TRUE
012960     PERFORM 6760-MATCH-ENROLLMENT THRU 6760-EXIT
012970         VARYING WS-ENL-IDX FROM 1 BY 1
012980         UNTIL WS-ENL-IDX > WS-ENROLL-COUNT OR KEY-FOUND.
012990 6750-EXIT.
013000     EXIT.
013010
013020 6760-MATCH-ENROLLMENT.
013030     IF WS-ENL-STUDENT-ID(WS-ENL-IDX) = WS-SeekStudent
013040        AND WS-ENL-COURSE-ID(WS-ENL-IDX) = WS-SeekCourse
013050        AND WS-ENL-TERM(WS-ENL-IDX) = WS-SeekTerm
013060         SET KEY-FOUND TO TRUE
013070     END-IF.
013080 6760-EXIT.
013090     EXIT.
013100
013110*    ------------------------------------------------------
013120*    EVERY ENROLLMENT MUST BE FOR A STUDENT STILL ON THE
013130*    STUDENT MASTER ...
013140*    ------------------------------------------------------
013150 6800-AUDIT-ENROLL-STUDENTS.
013160     MOVE 13 TO WS-CheckNo
013170     PERFORM 7000-START-GROUP THRU 7000-EXIT
013180     IF NOT ENROLLMENTS-LOADED
013190         MOVE 'enrollments.dat' TO WS-SkipFile
013200         MOVE WS-EnrollMasterStatus TO WS-SkipStatus
013210         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
013211         GO TO 6800-EXIT
013212     END-IF
013213     IF WS-EnrollTableFull > 0
013214         MOVE 'enrollments.dat' TO WS-SkipFile
013215         MOVE WS-EnrollTableFull TO WS-DroppedCount
013216         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
013220         GO TO 6800-EXIT
013230     END-IF
013240     IF NOT STUDENTS-LOADED
013250         MOVE 'students.dat' TO WS-SkipFile
013260         MOVE WS-StudentStatus TO WS-SkipStatus
013270         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
013271         GO TO 6800-EXIT
013272     END-IF
013273     IF WS-StudentTableFull > 0
013274         MOVE 'students.dat' TO WS-SkipFile
013275         MOVE WS-StudentTableFull TO WS-DroppedCount
013276         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
013280         GO TO 6800-EXIT
013290     END-IF
013300     PERFORM 6810-CHECK-ENROLL-STUDENT THRU 6810-EXIT
013310         VARYING WS-WALK-IDX FROM 1 BY 1
013320         UNTIL WS-WALK-IDX > WS-ENROLL-COUNT
013330     PERFORM 7200-END-GROUP THRU 7200-EXIT.
013340 6800-EXIT.
013350     EXIT.
013360
013370 6810-CHECK-ENROLL-STUDENT.
013380     MOVE WS-ENL-STUDENT-ID(WS-WALK-IDX) TO WS-SeekStudent
013390     PERFORM 6150-FIND-STUDENT THRU 6150-EXIT
013400     IF KEY-NOT-FOUND
013410         PERFORM 6870-FORMAT-ENROLLMENT THRU 6870-EXIT
013420         MOVE 'STUDENT NOT ON STUDENT MASTER' TO INT-Reason
013430         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
013440     END-IF.
013450 6810-EXIT.
013460     EXIT.
013470
013480*    ------------------------------------------------------
013490*    ... AND FOR A COURSE STILL ON THE COURSE CATALOG.
013500*    ------------------------------------------------------
013510 6850-AUDIT-ENROLL-COURSES.
013520     MOVE 14 TO WS-CheckNo
013530     PERFORM 7000-START-GROUP THRU 7000-EXIT
013540     IF NOT ENROLLMENTS-LOADED
013550         MOVE 'enrollments.dat' TO WS-SkipFile
013560         MOVE WS-EnrollMasterStatus TO WS-SkipStatus
013570         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
013571         GO TO 6850-EXIT
013572     END-IF
013573     IF WS-EnrollTableFull > 0
013574         MOVE 'enrollments.dat' TO WS-SkipFile
013575         MOVE WS-EnrollTableFull TO WS-DroppedCount
013576         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
013580         GO TO 6850-EXIT
013590     END-IF
013600     IF NOT CATALOG-LOADED
013610         MOVE 'course_catalog.dat' TO WS-SkipFile
013620         MOVE WS-CatalogStatus TO WS-SkipStatus
013630         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
013631         GO TO 6850-EXIT
013632     END-IF
013633     IF WS-CatalogTableFull > 0
013634         MOVE 'course_catalog.dat' TO WS-SkipFile
013635         MOVE WS-CatalogTableFull TO WS-DroppedCount
013636         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
013640         GO TO 6850-EXIT
013650     END-IF
013660     PERFORM 6860-CHECK-ENROLL-COURSE THRU 6860-EXIT
013670         VARYING WS-WALK-IDX FROM 1 BY 1
013680         UNTIL WS-WALK-IDX > WS-ENROLL-COUNT
013690     PERFORM 7200-END-GROUP THRU 7200-EXIT.
013700 6850-EXIT.
013710     EXIT.
013720
013730 6860-CHECK-ENROLL-COURSE.
013740     MOVE WS-ENL-COURSE-ID(WS-WALK-IDX) TO WS-SeekCourse
013750     PERFORM 6350-FIND-COURSE THRU 6350-EXIT
013760     IF KEY-NOT-FOUND
013770         PERFORM 6870-FORMAT-ENROLLMENT THRU 6870-EXIT
013780         MOVE 'COURSE NOT ON COURSE CATALOG' TO INT-Reason
013790         PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT
013800     END-IF.
013810 6860-EXIT.
013820     EXIT.
013830
013840 6870-FORMAT-ENROLLMENT.
013850     MOVE 'STUDENT' TO INT-KeyLabel1
013860     MOVE WS-ENL-STUDENT-ID(WS-WALK-IDX) TO INT-KeyValue1
013870     MOVE 'COURSE'  TO INT-KeyLabel2
013880     MOVE WS-ENL-COURSE-ID(WS-WALK-IDX)  TO INT-KeyValue2
013890     MOVE 'TERM'    TO INT-KeyLabel3
013900     MOVE WS-ENL-TERM(WS-WALK-IDX)       TO INT-KeyValue3.
013910 6870-EXIT.
013920     EXIT.
013930
013940*    ------------------------------------------------------
013950*    EVERY STUDENT'S PROGRAM CODE MUST HAVE A HEADER ON THE
013960*    PROGRAM REQUIREMENTS FILE, OR THE DEGREE AUDIT HAS
013970*    NOTHING TO AUDIT THE STUDENT AGAINST.
013980*    ------------------------------------------------------
013990 6900-AUDIT-STUDENT-PROGRAMS.
014000     MOVE 15 TO WS-CheckNo
014010     PERFORM 7000-START-GROUP THRU 7000-EXIT
014020     IF NOT STUDENTS-LOADED
014030         MOVE 'students.dat' TO WS-SkipFile
014040         MOVE WS-StudentStatus TO WS-SkipStatus
014050         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
014051         GO TO 6900-EXIT
014052     END-IF
014053     IF WS-StudentTableFull > 0
014054         MOVE 'students.dat' TO WS-SkipFile
014055         MOVE WS-StudentTableFull TO WS-DroppedCount
014056         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
014060         GO TO 6900-EXIT
014070     END-IF
014080     IF NOT PROGRAMS-LOADED
014090         MOVE 'program_requirements.dat' TO WS-SkipFile
014100         MOVE WS-RequirementsStatus TO WS-SkipStatus
014110         PERFORM 7300-SKIP-CHECK THRU 7300-EXIT
014111         GO TO 6900-EXIT
014112     END-IF
014113     IF WS-ProgramTableFull > 0
014114         MOVE 'program_requirements.dat' TO WS-SkipFile
014115         MOVE WS-ProgramTableFull TO WS-DroppedCount
014116         PERFORM 7350-SKIP-TABLE-FULL THRU 7350-EXIT
014120         GO TO 6900-EXIT
014130     END-IF
014140     PERFORM 6910-CHECK-STUDENT-PROGRAM THRU 6910-EXIT
014150         VARYING WS-WALK-IDX FROM 1 BY 1
014160         UNTIL WS-WALK-IDX > WS-STUDENT-COUNT
014170     PERFORM 7200-END-GROUP THRU 7200-EXIT.
014180 6900-EXIT.
014190     EXIT.
014200
014210 6910-CHECK-STUDENT-PROGRAM.
014220     MOVE WS-STU-PROGRAM(WS-WALK-IDX) TO WS-SeekProgram
014230     PERFORM 6550-FIND-PROGRAM THRU 6550-EXIT
014240     IF KEY-FOUND
014250         GO TO 6910-EXIT
014260     END-IF
014270     MOVE 'STUDENT' TO INT-KeyLabel1
014280     MOVE WS-STU-ID(WS-WALK-IDX) TO INT-KeyValue1
014290     MOVE 'PROGRAM' TO INT-KeyLabel2
014300     MOVE WS-STU-PROGRAM(WS-WALK-IDX) TO INT-KeyValue2
014310     IF WS-SeekProgram = SPACES
014320         MOVE 'NO PROGRAM CODE ON STUDENT MASTER' TO INT-Reason
014330     ELSE
014340         MOVE 'PROGRAM NOT ON PROGRAM REQUIREMENTS'
014350             TO INT-Reason
014360     END-IF
014370     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
014380 6910-EXIT.
014390     EXIT.
014400
014410*    ------------------------------------------------------
014420*    REPORT GROUPS - A HEADING FROM THE CHECK TABLE, THE
014430*    EXCEPTIONS, THEN THE GROUP COUNT (OR THE REASON THE
014440*    CHECK COULD NOT BE RUN).
014450*    ------------------------------------------------------
014460 7000-START-GROUP.
014470     WRITE IntegrityReportLine FROM WS-INT-BLANK-LINE
014480     MOVE WS-CHK-FILE-PAIR(WS-CheckNo)   TO INT-GroupPair
014490     MOVE WS-CHK-DESCRIPTION(WS-CheckNo) TO INT-GroupDesc
014500     WRITE IntegrityReportLine FROM WS-INT-GROUP-LINE
014510     MOVE SPACES TO INT-KeyLabel1 INT-KeyValue1 INT-KeyLabel2
014520                    INT-KeyValue2 INT-KeyLabel3 INT-KeyValue3
014530                    INT-Reason.
014540 7000-EXIT.
014550     EXIT.
014560
014570 7100-WRITE-EXCEPTION.
014580     WRITE IntegrityReportLine FROM WS-INT-DETAIL-LINE
014590     ADD 1 TO WS-CHK-COUNT(WS-CheckNo)
014600     ADD 1 TO WS-TotalExceptions
014610     MOVE SPACES TO INT-KeyLabel1 INT-KeyValue1 INT-KeyLabel2
014620                    INT-KeyValue2 INT-KeyLabel3 INT-KeyValue3
014630                    INT-Reason.
014640 7100-EXIT.
014650     EXIT.
014660
014670 7200-END-GROUP.
014680     MOVE WS-CHK-COUNT(WS-CheckNo) TO INT-GroupCount
014690     WRITE IntegrityReportLine FROM WS-INT-COUNT-LINE.
014700 7200-EXIT.
014710     EXIT.
014720
014730 7300-SKIP-CHECK.
014740     MOVE 'S' TO WS-CHK-RUN-SWITCH(WS-CheckNo)
014750     ADD 1 TO WS-TotalChecksSkipped
014760     MOVE WS-SkipFile   TO INT-SkipFile
014761     IF WS-SkipReason = SPACES
014762         MOVE 'CANNOT BE OPENED, STATUS' TO WS-SkipReason
014763     END-IF
014764     MOVE WS-SkipReason TO INT-SkipReason
014770     MOVE WS-SkipStatus TO INT-SkipStatus
014780     WRITE IntegrityReportLine FROM WS-INT-SKIP-LINE
014790     DISPLAY 'CHECK ' WS-CheckNo ' NOT RUN - ' WS-SkipFile
014791         ' ' WS-SkipReason ' ' WS-SkipStatus
014792     MOVE SPACES TO WS-SkipReason.
014793 7300-EXIT.
014794     EXIT.
014795
014796*    A MASTER THAT OUTGREW ITS KEY TABLE - THE SKIP LINE
014797*    CARRIES THE NUMBER OF RECORDS THE TABLE DROPPED.
014798 7350-SKIP-TABLE-FULL.
014799     MOVE WS-DroppedCount TO WS-EditedCount
014800     MOVE WS-EditedCount TO WS-SkipStatus
014801     MOVE 'TABLE FULL, RECORDS DROPPED' TO WS-SkipReason
014802     PERFORM 7300-SKIP-CHECK THRU 7300-EXIT.
014803 7350-EXIT.
014820     EXIT.
014830
014840*    ------------------------------------------------------
014850*    SUMMARY PAGE - ONE LINE PER CHECK WITH ITS COUNT, THEN
014851*    THE TOTAL, THEN THE RECORDS EACH MASTER DROPPED BECAUSE
014852*    ITS KEY TABLE WAS FULL.
014870*    ------------------------------------------------------
014880 8000-WRITE-SUMMARY.
014890     WRITE IntegrityReportLine FROM WS-INT-BLANK-LINE
014900     WRITE IntegrityReportLine FROM WS-INT-BLANK-LINE
014910     WRITE IntegrityReportLine FROM WS-INT-SUMMARY-TITLE
014920     WRITE IntegrityReportLine FROM WS-INT-BLANK-LINE
014930     PERFORM 8100-WRITE-ONE-CHECK THRU 8100-EXIT
014940         VARYING WS-CHK-IDX FROM 1 BY 1
014950         UNTIL WS-CHK-IDX > WS-CHECK-COUNT
014951     WRITE IntegrityReportLine FROM WS-INT-BLANK-LINE
014952     MOVE WS-TotalExceptions TO INT-TotalCount
014953     WRITE IntegrityReportLine FROM WS-INT-TOTAL-LINE
014960     WRITE IntegrityReportLine FROM WS-INT-BLANK-LINE
014961     MOVE 'CUSTOMERS.DAT' TO INT-SumPair
014962     MOVE WS-CustomerTableFull TO WS-DroppedCount
014963     PERFORM 8200-WRITE-DROPPED THRU 8200-EXIT
014964     MOVE 'VENDORS.DAT' TO INT-SumPair
014965     MOVE WS-VendorTableFull TO WS-DroppedCount
014966     PERFORM 8200-WRITE-DROPPED THRU 8200-EXIT
014967     MOVE 'EMPLOYEE.DAT' TO INT-SumPair
014968     MOVE WS-EmployeeTableFull TO WS-DroppedCount
014969     PERFORM 8200-WRITE-DROPPED THRU 8200-EXIT
014970     MOVE 'OPEN_POS.DAT' TO INT-SumPair
014971     MOVE WS-OpenPoTableFull TO WS-DroppedCount
014972     PERFORM 8200-WRITE-DROPPED THRU 8200-EXIT
014973     MOVE 'STUDENTS.DAT' TO INT-SumPair
014974     MOVE WS-StudentTableFull TO WS-DroppedCount
014975     PERFORM 8200-WRITE-DROPPED THRU 8200-EXIT
014976     MOVE 'COURSE_CATALOG.DAT' TO INT-SumPair
014977     MOVE WS-CatalogTableFull TO WS-DroppedCount
014978     PERFORM 8200-WRITE-DROPPED THRU 8200-EXIT
014979     MOVE 'PROGRAM_REQUIREMENTS.DAT' TO INT-SumPair
014980     MOVE WS-ProgramTableFull TO WS-DroppedCount
014981     PERFORM 8200-WRITE-DROPPED THRU 8200-EXIT
014982     MOVE 'ENROLLMENTS.DAT' TO INT-SumPair
014983     MOVE WS-EnrollTableFull TO WS-DroppedCount
014984     PERFORM 8200-WRITE-DROPPED THRU 8200-EXIT
014990     CLOSE IntegrityReportFile.
015000 8000-EXIT.
015010     EXIT.
015020
015030 8100-WRITE-ONE-CHECK.
015040     MOVE WS-CHK-FILE-PAIR(WS-CHK-IDX)   TO INT-SumPair
015050     MOVE WS-CHK-DESCRIPTION(WS-CHK-IDX) TO INT-SumDesc
015060     IF CHECK-WAS-SKIPPED(WS-CHK-IDX)
015070         MOVE 'NOT RUN' TO INT-SumCount
015080     ELSE
015090         MOVE WS-CHK-COUNT(WS-CHK-IDX) TO WS-EditedCount
015100         MOVE WS-EditedCount TO INT-SumCount
015110     END-IF
015120     WRITE IntegrityReportLine FROM WS-INT-SUMMARY-LINE.
015130 8100-EXIT.
015131     EXIT.
015132
015133 8200-WRITE-DROPPED.
015134     MOVE 'RECORDS DROPPED, KEY TABLE FULL' TO INT-SumDesc
015135     MOVE WS-DroppedCount TO WS-EditedCount
015136     MOVE WS-EditedCount TO INT-SumCount
015137     WRITE IntegrityReportLine FROM WS-INT-SUMMARY-LINE.
015138 8200-EXIT.
015140     EXIT.
015150
015160 9000-DISPLAY-SUMMARY.
015170     DISPLAY '-----------------------------'
015180     DISPLAY 'Records Read: ' WS-TotalRecordsRead
015190     DISPLAY 'Exceptions Reported: ' WS-TotalExceptions
015200     DISPLAY 'Checks Not Run: ' WS-TotalChecksSkipped
015210     DISPLAY 'Customers Dropped, Table Full: '
015220         WS-CustomerTableFull
015230     DISPLAY 'Vendor Entries Dropped, Table Full: '
015240         WS-VendorTableFull
015250     DISPLAY 'Employees Dropped, Table Full: '
015260         WS-EmployeeTableFull
015270     DISPLAY 'PO Lines Dropped, Table Full: '
015280         WS-OpenPoTableFull
015290     DISPLAY 'Students Dropped, Table Full: '
015300         WS-StudentTableFull
015310     DISPLAY 'Courses Dropped, Table Full: '
015320         WS-CatalogTableFull
015330     DISPLAY 'Programs Dropped, Table Full: '
015340         WS-ProgramTableFull
015350     DISPLAY 'Enrollments Dropped, Table Full: '
015360         WS-EnrollTableFull
015370     IF WS-TotalExceptions = 0
015380         DISPLAY 'NO INTEGRITY EXCEPTIONS'
015390     ELSE
015400         DISPLAY 'INTEGRITY EXCEPTIONS - SEE INTEGRITY REPORT'
015410     END-IF
015420     DISPLAY '-----------------------------'.
015430 9000-EXIT.
015440     EXIT.
