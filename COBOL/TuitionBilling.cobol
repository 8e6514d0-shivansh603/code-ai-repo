000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TuitionBilling.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    TERM TUITION BILLING RUN. FOR THE TERM NAMED ON
000180*    BILLING_CONTROL.DAT EVERY STUDENT ON THE MASTER IS BILLED
000190*    FROM THE ENROLLMENT MASTER (ENROLLMENTS.DAT):
000200*      - EACH REGISTRATION NOT YET CHARGED IS CHARGED THE
000210*        COURSE'S CATALOG CREDIT HOURS TIMES THE PER-CREDIT
000220*        RATE FOR THE STUDENT'S PROGRAM CODE (TUITION_RATES.DAT);
000230*      - EACH FLAT FEE ON TUITION_FEES.DAT IS CHARGED ONCE PER
000240*        TERM TO EVERY STUDENT WITH A REGISTRATION IN THE TERM;
000250*      - EACH CHARGED REGISTRATION SINCE DROPPED (FOUND ON THE
000260*        DROP HISTORY ENROLLMENTPROCESSING KEEPS) IS CREDITED
000270*        BACK ON THE SLIDING REFUND SCHEDULE - THE PERCENT OF
000280*        THE TUITION CHARGE FOR THE TIER THE DROP DATE FALLS IN,
000290*        COUNTED IN DAYS FROM THE TERM START DATE. THE SCHEDULE
000300*        COMES FROM REFUND_SCHEDULE.DAT (TIERS IN ASCENDING
000310*        DAY ORDER) OR, FAILING THAT, THE DEFAULT BELOW. FLAT
000320*        FEES ARE NOT REFUNDED.
000330*    EVERY CHARGE AND CREDIT IS APPENDED TO THE CUMULATIVE
000340*    STUDENT LEDGER (STUDENT_LEDGER.DAT), WHICH
000350*    STUDENTACCOUNTPOSTING ALSO POSTS PAYMENTS AND REFUNDS TO
000360*    AND FROM WHICH IT PLACES PAST-DUE HOLDS. A STUDENT INVOICE
000370*    (STUDENT_INVOICES.DAT) IS WRITTEN FOR EVERY STUDENT WITH A
000380*    CHARGE OR CREDIT THIS RUN, SHOWING THE PREVIOUS BALANCE,
000390*    THIS BILL'S LINES AND THE BALANCE NOW DUE.
000400*    THE LEDGER IS ALSO THE RECORD OF WHAT HAS BEEN BILLED:
000410*    A REGISTRATION IS CHARGED ONLY WHEN ITS TERM CHARGES ON
000420*    THE LEDGER DO NOT ALREADY COVER IT, SO THE RUN MAY BE
000430*    REPEATED AFTER EACH REGISTRATION RUN TO PICK UP LATE ADDS
000440*    AND DROPS WITHOUT BILLING ANYTHING TWICE.
000450*
000460*MODIFICATION HISTORY.
000470*    DATE       INIT  DESCRIPTION
000480*    10/15/2026 JDH   ORIGINAL PROGRAM - TERM TUITION AND FEE
000490*                     BILLING, DROP REFUNDS, STUDENT INVOICES.
000500*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT BillingControlFile ASSIGN TO 'billing_control.dat'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-BillingControlStatus.
000570
000580     SELECT TuitionRateFile ASSIGN TO 'tuition_rates.dat'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-TuitionRateStatus.
000610
000620     SELECT TuitionFeeFile ASSIGN TO 'tuition_fees.dat'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-TuitionFeeStatus.
000650
000660     SELECT RefundScheduleFile ASSIGN TO 'refund_schedule.dat'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RefundScheduleStatus.
000690
000700     SELECT StudentFile ASSIGN TO 'students.dat'
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720
000730     SELECT CourseCatalogFile
000740         ASSIGN TO 'course_catalog.dat'
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760
000770     SELECT EnrollMasterFile ASSIGN TO 'enrollments.dat'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-EnrollMasterStatus.
000800
000810     SELECT DropHistoryFile ASSIGN TO 'enrollment_drops.dat'
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-DropHistoryStatus.
000840
000850     SELECT StudentLedgerFile ASSIGN TO 'student_ledger.dat'
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-StudentLedgerStatus.
000880
000890     SELECT StudentInvoiceFile
000900         ASSIGN TO 'student_invoices.dat'
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920
000930     SELECT BillingExceptionFile
000940         ASSIGN TO 'billing_exceptions.dat'
000950         ORGANIZATION IS LINE SEQUENTIAL.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990*    BILLING CONTROL - THE TERM TO BILL, THE FIRST DAY OF
001000*    CLASSES THE REFUND SCHEDULE COUNTS FROM, AND THE DATE THE
001010*    TERM'S CHARGES FALL DUE.
001020 FD  BillingControlFile.
001030 01  BillingControlRecord.
001040     05  BLC-Term           PIC X(6).
001050     05  BLC-TermStartDate  PIC 9(8).
001060     05  BLC-DueDate        PIC 9(8).
001070
001080 FD  TuitionRateFile.
001090 01  TuitionRateRecord.
001100     05  TRT-ProgramCode    PIC X(6).
001110     05  TRT-PerCreditRate  PIC 9(5)V99.
001120
001130 FD  TuitionFeeFile.
001140 01  TuitionFeeRecord.
001150     05  FEE-FeeCode        PIC X(6).
001160     05  FEE-Description    PIC X(30).
001170     05  FEE-Amount         PIC 9(5)V99.
001180
001190 FD  RefundScheduleFile.
001200 01  RefundScheduleRecord.
001210     05  RFS-ThroughDay     PIC 9(3).
001220     05  RFS-RefundPercent  PIC 9(3).
001230
001240 FD  StudentFile.
001250 01  StudentRecord.
001260     05  StudentID         PIC 9(5).
001270     05  StudentName       PIC X(30).
001280     05  ClassLevel        PIC X(10).
001290     05  ProgramCode       PIC X(6).
001300
001310 FD  CourseCatalogFile.
001320 01  CourseCatalogRecord.
001330     05  CAT-CourseID      PIC X(10).
001340     05  CAT-CourseTitle   PIC X(30).
001350     05  CAT-CreditHours   PIC 9(1).
001360     05  CAT-Department    PIC X(10).
001370     05  CAT-SeatCapacity  PIC 9(3).
001380
001390 FD  EnrollMasterFile.
001400 01  EnrollMasterRecord.
001410     05  ENM-StudentID      PIC 9(5).
001420     05  ENM-CourseID       PIC X(10).
001430     05  ENM-Term           PIC X(6).
001440
001450 FD  DropHistoryFile.
001460 01  DropHistoryRecord.
001470     05  EDR-StudentID      PIC 9(5).
001480     05  EDR-CourseID       PIC X(10).
001490     05  EDR-Term           PIC X(6).
001500     05  EDR-DropDate       PIC 9(8).
001510
001520*    STUDENT LEDGER - CHARGES AND REFUNDS PAID OUT ARE
001530*    POSITIVE, DROP CREDITS AND PAYMENTS NEGATIVE, SO A
001540*    STUDENT'S BALANCE IS THE SUM OF THEIR ENTRIES. CHARGES
001550*    CARRY THE DATE THEY FALL DUE.
001560 FD  StudentLedgerFile.
001570 01  StudentLedgerRecord.
001580     05  SL-StudentID       PIC 9(5).
001590     05  SL-Term            PIC X(6).
001600     05  SL-EntryType       PIC X(1).
001610         88  TUITION-CHARGE-ENTRY     VALUE 'T'.
001620         88  FEE-CHARGE-ENTRY         VALUE 'F'.
001630         88  DROP-CREDIT-ENTRY        VALUE 'D'.
001640         88  PAYMENT-ENTRY            VALUE 'P'.
001650         88  REFUND-PAID-ENTRY        VALUE 'R'.
001660     05  SL-ItemCode        PIC X(10).
001670     05  SL-Amount          PIC S9(7)V99.
001680     05  SL-PostDate        PIC 9(8).
001690     05  SL-DueDate         PIC 9(8).
001700
001710 FD  StudentInvoiceFile.
001720 01  InvoiceLine            PIC X(80).
001730
001740 FD  BillingExceptionFile.
001750 01  BillingExceptionRecord.
001760     05  BEX-StudentID      PIC 9(5).
001770     05  BEX-CourseID       PIC X(10).
001780     05  BEX-Term           PIC X(6).
001790     05  BEX-Reason         PIC X(40).
001800
001810 WORKING-STORAGE SECTION.
001820 01  WS-BILLING-SWITCH         PIC X(1) VALUE 'N'.
001830     88  BILLING-MAY-PROCEED          VALUE 'Y'.
001840     88  BILLING-IS-REFUSED           VALUE 'N'.
001850
001860 01  WS-BillingControlStatus   PIC X(2) VALUE SPACES.
001870 01  WS-TuitionRateStatus      PIC X(2) VALUE SPACES.
001880 01  WS-TuitionFeeStatus       PIC X(2) VALUE SPACES.
001890 01  WS-RefundScheduleStatus   PIC X(2) VALUE SPACES.
001900 01  WS-EnrollMasterStatus     PIC X(2) VALUE SPACES.
001910 01  WS-DropHistoryStatus      PIC X(2) VALUE SPACES.
001920
001930*    LEDGER-STATUS 35 MEANS NOTHING HAS EVER BEEN BILLED - THE
001940*    FIRST RUN CREATES THE LEDGER BEFORE RE-OPENING EXTEND.
001950 01  WS-StudentLedgerStatus    PIC X(2) VALUE SPACES.
001960
001970 01  WS-RunDate                PIC 9(8) VALUE 0.
001980
001990*    STUDENT TABLE - PROGRAM CODE FOR THE RATE, AND THE
002000*    BALANCE CARRIED ON THE LEDGER, KEPT CURRENT AS THIS RUN
002010*    POSTS.
002020 01  WS-STUDENT-TABLE.
002030     05  WS-STUDENT-ENTRY OCCURS 1000 TIMES.
002040         10  WS-STU-ID            PIC 9(5).
002050         10  WS-STU-NAME          PIC X(30).
002060         10  WS-STU-PROGRAM       PIC X(6).
002070         10  WS-STU-BALANCE       PIC S9(7)V99.
002080
002090 01  WS-STUDENT-COUNT          PIC 9(5) VALUE 0 COMP.
002100 01  WS-STU-IDX                PIC 9(5) VALUE 0 COMP.
002110 01  WS-FOUND-STU-IDX          PIC 9(5) VALUE 0 COMP.
002120 01  WS-StudentTableFull       PIC 9(5) VALUE 0 COMP.
002130
002140 01  WS-STU-FOUND-SWITCH       PIC X(1) VALUE 'N'.
002150     88  STUDENT-FOUND                VALUE 'Y'.
002160     88  STUDENT-NOT-FOUND            VALUE 'N'.
002170
002180*    CATALOG TABLE - CREDIT HOURS PER COURSE.
002190 01  WS-CATALOG-TABLE.
002200     05  WS-CATALOG-ENTRY OCCURS 300 TIMES.
002210         10  WS-CAT-COURSE-ID     PIC X(10).
002220         10  WS-CAT-TITLE         PIC X(30).
002230         10  WS-CAT-CREDITS       PIC 9(1).
002240
002250 01  WS-CATALOG-COUNT          PIC 9(5) VALUE 0 COMP.
002260 01  WS-CAT-IDX                PIC 9(5) VALUE 0 COMP.
002270 01  WS-FOUND-CAT-IDX          PIC 9(5) VALUE 0 COMP.
002280 01  WS-CatalogTableFull       PIC 9(5) VALUE 0 COMP.
002290
002300 01  WS-CAT-FOUND-SWITCH       PIC X(1) VALUE 'N'.
002310     88  CATALOG-COURSE-FOUND         VALUE 'Y'.
002320     88  CATALOG-COURSE-NOT-FOUND     VALUE 'N'.
002330
002340*    PER-CREDIT RATE TABLE BY PROGRAM CODE.
002350 01  WS-RATE-TABLE.
002360     05  WS-RATE-ENTRY OCCURS 50 TIMES.
002370         10  WS-RTE-PROGRAM       PIC X(6).
002380         10  WS-RTE-RATE          PIC 9(5)V99.
002390
002400 01  WS-RATE-COUNT             PIC 9(3) VALUE 0 COMP.
002410 01  WS-RTE-IDX                PIC 9(3) VALUE 0 COMP.
002420 01  WS-FOUND-RTE-IDX          PIC 9(3) VALUE 0 COMP.
002430
002440 01  WS-RTE-FOUND-SWITCH       PIC X(1) VALUE 'N'.
002450     88  RATE-FOUND                   VALUE 'Y'.
002460     88  RATE-NOT-FOUND               VALUE 'N'.
002470
002480*    FLAT FEES CHARGED ONCE PER STUDENT PER TERM.
002490 01  WS-FEE-TABLE.
002500     05  WS-FEE-ENTRY OCCURS 20 TIMES.
002510         10  WS-FEE-CODE          PIC X(6).
002520         10  WS-FEE-DESCRIPTION   PIC X(30).
002530         10  WS-FEE-AMOUNT        PIC 9(5)V99.
002540
002550 01  WS-FEE-COUNT              PIC 9(3) VALUE 0 COMP.
002560 01  WS-FEE-IDX                PIC 9(3) VALUE 0 COMP.
002570
002580*    SLIDING REFUND SCHEDULE. A DROP ON OR BEFORE THE TIER'S
002590*    LAST DAY (DAY 0 IS THE TERM START DATE) IS CREDITED THE
002600*    TIER'S PERCENT OF THE TUITION CHARGE; A DROP AFTER THE
002610*    LAST TIER IS CREDITED NOTHING. DEFAULT: 100 PERCENT
002620*    THROUGH DAY 7, 75 THROUGH DAY 14, 50 THROUGH DAY 21 AND
002630*    25 THROUGH DAY 28.
002640 01  WS-REFUND-VALUES.
002650     05  FILLER             PIC X(24)
002660         VALUE '007100014075021050028025'.
002670     05  FILLER             PIC X(36) VALUE ZEROS.
002680 01  WS-REFUND-TABLE REDEFINES WS-REFUND-VALUES.
002690     05  WS-REFUND-ENTRY OCCURS 10 TIMES.
002700         10  WS-RFS-THROUGH-DAY   PIC 9(3).
002710         10  WS-RFS-PERCENT       PIC 9(3).
002720
002730 01  WS-REFUND-COUNT           PIC 9(3) VALUE 4 COMP.
002740 01  WS-RFS-IDX                PIC 9(3) VALUE 0 COMP.
002750
002760 01  WS-RFS-FOUND-SWITCH       PIC X(1) VALUE 'N'.
002770     88  REFUND-TIER-FOUND            VALUE 'Y'.
002780     88  REFUND-TIER-NOT-FOUND        VALUE 'N'.
002790
002800*    THE TERM'S REGISTRATIONS FROM THE ENROLLMENT MASTER.
002810 01  WS-ENROLL-TABLE.
002820     05  WS-ENROLL-ENTRY OCCURS 2000 TIMES.
002830         10  WS-ENL-STUDENT-ID    PIC 9(5).
002840         10  WS-ENL-COURSE-ID     PIC X(10).
002850
002860 01  WS-ENROLL-COUNT           PIC 9(5) VALUE 0 COMP.
002870 01  WS-ENL-IDX                PIC 9(5) VALUE 0 COMP.
002880
002890 01  WS-ENL-FOUND-SWITCH       PIC X(1) VALUE 'N'.
002900     88  ENROLLMENT-FOUND             VALUE 'Y'.
002910     88  ENROLLMENT-NOT-FOUND         VALUE 'N'.
002920
002930*    THE TERM'S DROPS - THE LATEST DROP DATE ON FILE PER
002940*    STUDENT AND COURSE.
002950 01  WS-DROP-TABLE.
002960     05  WS-DROP-ENTRY OCCURS 2000 TIMES.
002970         10  WS-DRP-STUDENT-ID    PIC 9(5).
002980         10  WS-DRP-COURSE-ID     PIC X(10).
002990         10  WS-DRP-DROP-DATE     PIC 9(8).
003000
003010 01  WS-DROP-COUNT             PIC 9(5) VALUE 0 COMP.
003020 01  WS-DRP-IDX                PIC 9(5) VALUE 0 COMP.
003030 01  WS-FOUND-DRP-IDX          PIC 9(5) VALUE 0 COMP.
003040 01  WS-DropTableFull          PIC 9(5) VALUE 0 COMP.
003050
003060 01  WS-DRP-FOUND-SWITCH       PIC X(1) VALUE 'N'.
003070     88  DROP-FOUND                   VALUE 'Y'.
003080     88  DROP-NOT-FOUND               VALUE 'N'.
003090
003100*    BILLED-ITEM TABLE - WHAT THE LEDGER ALREADY HOLDS FOR THE
003110*    TERM, ONE ENTRY PER STUDENT AND COURSE (KIND T) OR FLAT
003120*    FEE (KIND F). THE NET COUNT IS CHARGES LESS DROP CREDITS;
003130*    ABOVE ZERO THE ITEM IS BILLED. THE CHARGED AMOUNT IS THE
003140*    LATEST TUITION CHARGE, WHICH A DROP CREDIT IS FIGURED ON.
003150 01  WS-BILLED-TABLE.
003160     05  WS-BILLED-ENTRY OCCURS 4000 TIMES.
003170         10  WS-BIL-STUDENT-ID    PIC 9(5).
003180         10  WS-BIL-ITEM-CODE     PIC X(10).
003190         10  WS-BIL-KIND          PIC X(1).
003200         10  WS-BIL-CHARGED       PIC S9(7)V99.
003210         10  WS-BIL-NET-COUNT     PIC S9(3).
003220
003230 01  WS-BILLED-COUNT           PIC 9(5) VALUE 0 COMP.
003240 01  WS-BIL-IDX                PIC 9(5) VALUE 0 COMP.
003250 01  WS-FOUND-BIL-IDX          PIC 9(5) VALUE 0 COMP.
003260
003270 01  WS-BIL-FOUND-SWITCH       PIC X(1) VALUE 'N'.
003280     88  BILLED-ITEM-FOUND            VALUE 'Y'.
003290     88  BILLED-ITEM-NOT-FOUND        VALUE 'N'.
003300
003310 01  WS-SearchStudentID        PIC 9(5) VALUE 0.
003320 01  WS-SearchItem             PIC X(10) VALUE SPACES.
003330 01  WS-SearchKind             PIC X(1) VALUE SPACE.
003340
003350 01  WS-EOF-STUDENTS-SWITCH    PIC X(1) VALUE 'N'.
003360     88  END-OF-STUDENTS              VALUE 'Y'.
003370
003380 01  WS-EOF-CATALOG-SWITCH     PIC X(1) VALUE 'N'.
003390     88  END-OF-CATALOG               VALUE 'Y'.
003400
003410 01  WS-EOF-RATES-SWITCH       PIC X(1) VALUE 'N'.
003420     88  END-OF-RATES                 VALUE 'Y'.
003430
003440 01  WS-EOF-FEES-SWITCH        PIC X(1) VALUE 'N'.
003450     88  END-OF-FEES                  VALUE 'Y'.
003460
003470 01  WS-EOF-SCHEDULE-SWITCH    PIC X(1) VALUE 'N'.
003480     88  END-OF-SCHEDULE              VALUE 'Y'.
003490
003500 01  WS-EOF-MASTER-SWITCH      PIC X(1) VALUE 'N'.
003510     88  END-OF-ENROLL-MASTER         VALUE 'Y'.
003520
003530 01  WS-EOF-DROPS-SWITCH       PIC X(1) VALUE 'N'.
003540     88  END-OF-DROPS                 VALUE 'Y'.
003550
003560 01  WS-EOF-LEDGER-SWITCH      PIC X(1) VALUE 'N'.
003570     88  END-OF-LEDGER                VALUE 'Y'.
003580
003590 01  WS-INVOICE-SWITCH         PIC X(1) VALUE 'N'.
003600     88  INVOICE-STARTED              VALUE 'Y'.
003610     88  INVOICE-NOT-STARTED          VALUE 'N'.
003620
003630*    THE STUDENT BEING BILLED.
003640 01  WS-StudentCourses         PIC 9(3) VALUE 0 COMP.
003650 01  WS-PriorBalance           PIC S9(7)V99 VALUE 0.
003660 01  WS-BillActivity           PIC S9(7)V99 VALUE 0.
003670 01  WS-EntryAmount            PIC S9(7)V99 VALUE 0.
003680 01  WS-RefundPercent          PIC 9(3) VALUE 0.
003690 01  WS-DropDay                PIC 9(3) VALUE 0.
003700
003710*    DROP-DAY COUNTING. EACH STEP MOVES THE DATE ON ONE
003720*    CALENDAR DAY. EVERY FOURTH YEAR IS TAKEN AS A LEAP YEAR,
003730*    WHICH HOLDS THROUGH 2099.
003740 01  WS-StepDate.
003750     05  WS-StepYear        PIC 9(4).
003760     05  WS-StepMonth       PIC 9(2).
003770     05  WS-StepDay         PIC 9(2).
003780 01  WS-StepDate-N REDEFINES WS-StepDate PIC 9(8).
003790 01  WS-DaysStepped            PIC 9(3) VALUE 0.
003800 01  WS-DaysThisMonth          PIC 9(2) VALUE 0.
003810 01  WS-LeapQuotient           PIC 9(4) VALUE 0.
003820 01  WS-LeapRemainder          PIC 9(1) VALUE 0.
003830
003840 01  WS-MONTH-DAYS-VALUES      PIC X(24)
003850     VALUE '312831303130313130313031'.
003860 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
003870     05  WS-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.
003880
003890 01  WS-TotalInvoices          PIC 9(5) VALUE 0 COMP.
003900 01  WS-TotalCoursesCharged    PIC 9(5) VALUE 0 COMP.
003910 01  WS-TotalAlreadyBilled     PIC 9(5) VALUE 0 COMP.
003920 01  WS-TotalFeesCharged       PIC 9(5) VALUE 0 COMP.
003930 01  WS-TotalDropsCredited     PIC 9(5) VALUE 0 COMP.
003940 01  WS-TotalExceptions        PIC 9(5) VALUE 0 COMP.
003950 01  WS-TotalTuitionAmount     PIC 9(9)V99 VALUE 0.
003960 01  WS-TotalFeeAmount         PIC 9(9)V99 VALUE 0.
003970 01  WS-TotalCreditAmount      PIC 9(9)V99 VALUE 0.
003980
003990*    INVOICE PRINT-LINE LAYOUTS.
004000 01  WS-INV-STUDENT-LINE.
004010     05  FILLER             PIC X(8) VALUE 'STUDENT '.
004020     05  INV-StudentID      PIC 9(5).
004030     05  FILLER             PIC X(2) VALUE SPACES.
004040     05  INV-StudentName    PIC X(30).
004050     05  FILLER             PIC X(6) VALUE ' TERM '.
004060     05  INV-Term           PIC X(6).
004070     05  FILLER             PIC X(9) VALUE ' PROGRAM '.
004080     05  INV-ProgramCode    PIC X(6).
004090
004100 01  WS-INV-AMOUNT-LINE.
004110     05  FILLER             PIC X(4) VALUE SPACES.
004120     05  INV-AmountLabel    PIC X(30).
004130     05  FILLER             PIC X(22) VALUE SPACES.
004140     05  INV-Amount         PIC -Z,ZZZ,ZZ9.99.
004150
004160 01  WS-INV-DETAIL-LINE.
004170     05  FILLER             PIC X(4) VALUE SPACES.
004180     05  INV-EntryDesc      PIC X(12).
004190     05  INV-ItemCode       PIC X(10).
004200     05  FILLER             PIC X(2) VALUE SPACES.
004210     05  INV-ItemText       PIC X(28).
004220     05  INV-DetailAmount   PIC -Z,ZZZ,ZZ9.99.
004230
004240 01  WS-INV-DUE-LINE.
004250     05  FILLER             PIC X(19)
004260         VALUE '    PAYMENT DUE BY '.
004270     05  INV-DueDate        PIC 9(8).
004280
004290*    DROP-CREDIT TEXT - THE DROP DATE AND THE PERCENT CREDITED.
004300 01  WS-DROP-TEXT.
004310     05  FILLER             PIC X(8) VALUE 'DROPPED '.
004320     05  DRT-DropDate       PIC 9(8).
004330     05  FILLER             PIC X(1) VALUE SPACE.
004340     05  DRT-Percent        PIC ZZ9.
004350     05  FILLER             PIC X(8) VALUE ' PERCENT'.
004360
004370 01  WS-INV-BLANK-LINE      PIC X(80) VALUE SPACES.
004380
004390 PROCEDURE DIVISION.
004400*    ------------------------------------------------------
004410*    0000-MAINLINE CONTROLS THE TERM BILLING RUN. NO BILLING
004420*    CONTROL OR RATE TABLE, OR A TABLE TOO SMALL TO HOLD
004430*    WHAT IS ALREADY BILLED, REFUSES THE RUN BEFORE ANYTHING
004440*    IS POSTED.
004450*    ------------------------------------------------------
004460 0000-MAINLINE.
004470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004480     PERFORM 1100-READ-BILLING-CONTROL THRU 1100-EXIT
004490     IF BILLING-MAY-PROCEED
004500         PERFORM 1200-LOAD-RATES THRU 1200-EXIT
004510     END-IF
004520     IF BILLING-MAY-PROCEED
004530         PERFORM 1300-LOAD-FEES THRU 1300-EXIT
004540         PERFORM 1350-LOAD-REFUND-SCHEDULE THRU 1350-EXIT
004550         PERFORM 1400-LOAD-STUDENTS THRU 1400-EXIT
004560         PERFORM 1500-LOAD-CATALOG THRU 1500-EXIT
004570         PERFORM 1600-LOAD-ENROLLMENTS THRU 1600-EXIT
004580         PERFORM 1700-LOAD-DROPS THRU 1700-EXIT
004590         PERFORM 1800-LOAD-LEDGER THRU 1800-EXIT
004600     END-IF
004610     IF BILLING-MAY-PROCEED
004620         PERFORM 2000-BILL-STUDENTS THRU 2000-EXIT
004630         PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
004640     END-IF
004650     STOP RUN.
004660
004670 1000-INITIALIZE.
004680     DISPLAY 'TERM TUITION BILLING RUN'
004690     ACCEPT WS-RunDate FROM DATE YYYYMMDD.
004700 1000-EXIT.
004710     EXIT.
004720
004730*    ------------------------------------------------------
004740*    THE TERM TO BILL. WITHOUT IT THERE IS NOTHING TO BILL
004750*    AND NO DUE DATE TO CHARGE AGAINST.
004760*    ------------------------------------------------------
004770 1100-READ-BILLING-CONTROL.
004780     OPEN INPUT BillingControlFile
004790     IF WS-BillingControlStatus NOT = '00'
004800         DISPLAY 'BILLING CONTROL FILE CANNOT BE OPENED - STATUS '
004810             WS-BillingControlStatus ' - RUN REFUSED'
004820         GO TO 1100-EXIT
004830     END-IF
004840     READ BillingControlFile
004850         AT END
004860             DISPLAY 'BILLING CONTROL FILE EMPTY - RUN REFUSED'
004870         NOT AT END
004880             SET BILLING-MAY-PROCEED TO TRUE
004890             DISPLAY 'BILLING TERM ' BLC-Term
004900                 ' - CHARGES DUE ' BLC-DueDate
004910     END-READ
004920     CLOSE BillingControlFile.
004930 1100-EXIT.
004940     EXIT.
004950
004960 1200-LOAD-RATES.
004970     OPEN INPUT TuitionRateFile
004980     IF WS-TuitionRateStatus NOT = '00'
004990         DISPLAY 'TUITION RATE FILE CANNOT BE OPENED - STATUS '
005000             WS-TuitionRateStatus ' - RUN REFUSED'
005010         SET BILLING-IS-REFUSED TO TRUE
005020         GO TO 1200-EXIT
005030     END-IF
005040     PERFORM UNTIL END-OF-RATES
005050         READ TuitionRateFile
005060             AT END
005070                 SET END-OF-RATES TO TRUE
005080             NOT AT END
005090                 PERFORM 1210-STORE-RATE THRU 1210-EXIT
005100         END-READ
005110     END-PERFORM
005120     CLOSE TuitionRateFile
005130     IF WS-RATE-COUNT = 0
005140         DISPLAY 'TUITION RATE FILE EMPTY - RUN REFUSED'
005150         SET BILLING-IS-REFUSED TO TRUE
005160     END-IF.
005170 1200-EXIT.
005180     EXIT.
005190
005200 1210-STORE-RATE.
005210     IF WS-RATE-COUNT >= 50
005220         DISPLAY 'RATE TABLE FULL, DROPPED PROGRAM '
005230             TRT-ProgramCode
005240     ELSE
005250         ADD 1 TO WS-RATE-COUNT
005260         MOVE TRT-ProgramCode
005270             TO WS-RTE-PROGRAM(WS-RATE-COUNT)
005280         MOVE TRT-PerCreditRate
005290             TO WS-RTE-RATE(WS-RATE-COUNT)
005300     END-IF.
005310 1210-EXIT.
005320     EXIT.
005330
005340*    ------------------------------------------------------
005350*    FLAT FEES. NO FEE FILE MEANS NO FLAT FEES THIS TERM.
005360*    ------------------------------------------------------
005370 1300-LOAD-FEES.
005380     OPEN INPUT TuitionFeeFile
005390     IF WS-TuitionFeeStatus NOT = '00'
005400         DISPLAY 'TUITION FEE FILE CANNOT BE OPENED - STATUS '
005410             WS-TuitionFeeStatus ' - NO FLAT FEES CHARGED'
005420         GO TO 1300-EXIT
005430     END-IF
005440     PERFORM UNTIL END-OF-FEES
005450         READ TuitionFeeFile
005460             AT END
005470                 SET END-OF-FEES TO TRUE
005480             NOT AT END
005490                 PERFORM 1310-STORE-FEE THRU 1310-EXIT
005500         END-READ
005510     END-PERFORM
005520     CLOSE TuitionFeeFile.
005530 1300-EXIT.
005540     EXIT.
005550
005560 1310-STORE-FEE.
005570     IF WS-FEE-COUNT >= 20
005580         DISPLAY 'FEE TABLE FULL, DROPPED FEE ' FEE-FeeCode
005590     ELSE
005600         ADD 1 TO WS-FEE-COUNT
005610         MOVE FEE-FeeCode     TO WS-FEE-CODE(WS-FEE-COUNT)
005620         MOVE FEE-Description
005630             TO WS-FEE-DESCRIPTION(WS-FEE-COUNT)
005640         MOVE FEE-Amount      TO WS-FEE-AMOUNT(WS-FEE-COUNT)
005650     END-IF.
005660 1310-EXIT.
005670     EXIT.
005680
005690*    ------------------------------------------------------
005700*    PICK UP THE REFUND SCHEDULE. A MISSING OR EMPTY FILE
005710*    DOES NOT STOP THE RUN - THE DEFAULT SCHEDULE STANDS AND
005720*    THE RUN SAYS SO.
005730*    ------------------------------------------------------
005740 1350-LOAD-REFUND-SCHEDULE.
005750     OPEN INPUT RefundScheduleFile
005760     IF WS-RefundScheduleStatus NOT = '00'
005770         DISPLAY 'REFUND SCHEDULE FILE CANNOT BE OPENED - STATUS '
005780             WS-RefundScheduleStatus ' - DEFAULT SCHEDULE USED'
005790         GO TO 1350-EXIT
005800     END-IF
005810     MOVE 0 TO WS-REFUND-COUNT
005820     PERFORM UNTIL END-OF-SCHEDULE
005830         READ RefundScheduleFile
005840             AT END
005850                 SET END-OF-SCHEDULE TO TRUE
005860             NOT AT END
005870                 PERFORM 1360-STORE-REFUND-TIER THRU 1360-EXIT
005880         END-READ
005890     END-PERFORM
005900     CLOSE RefundScheduleFile
005910     IF WS-REFUND-COUNT = 0
005920         DISPLAY 'REFUND SCHEDULE FILE EMPTY - DEFAULT SCHEDULE'
005930             ' USED'
005940         MOVE 4 TO WS-REFUND-COUNT
005950     END-IF.
005960 1350-EXIT.
005970     EXIT.
005980
005990 1360-STORE-REFUND-TIER.
006000     IF WS-REFUND-COUNT >= 10
006010         DISPLAY 'REFUND SCHEDULE FULL, DROPPED TIER THROUGH DAY '
006020             RFS-ThroughDay
006030     ELSE
006040         ADD 1 TO WS-REFUND-COUNT
006050         MOVE RFS-ThroughDay
006060             TO WS-RFS-THROUGH-DAY(WS-REFUND-COUNT)
006070         MOVE RFS-RefundPercent
006080             TO WS-RFS-PERCENT(WS-REFUND-COUNT)
006090     END-IF.
006100 1360-EXIT.
006110     EXIT.
006120
006130 1400-LOAD-STUDENTS.
006140     OPEN INPUT StudentFile
006150     PERFORM UNTIL END-OF-STUDENTS
006160         READ StudentFile INTO StudentRecord
006170             AT END
006180                 SET END-OF-STUDENTS TO TRUE
006190             NOT AT END
006200                 PERFORM 1410-STORE-STUDENT THRU 1410-EXIT
006210         END-READ
006220     END-PERFORM
006230     CLOSE StudentFile.
006240 1400-EXIT.
006250     EXIT.
006260
006270 1410-STORE-STUDENT.
006280     IF WS-STUDENT-COUNT >= 1000
006290         ADD 1 TO WS-StudentTableFull
006300         DISPLAY 'STUDENT TABLE FULL, DROPPED STUDENT '
006310             StudentID
006320     ELSE
006330         ADD 1 TO WS-STUDENT-COUNT
006340         MOVE StudentID   TO WS-STU-ID(WS-STUDENT-COUNT)
006350         MOVE StudentName TO WS-STU-NAME(WS-STUDENT-COUNT)
006360         MOVE ProgramCode TO WS-STU-PROGRAM(WS-STUDENT-COUNT)
006370         MOVE 0           TO WS-STU-BALANCE(WS-STUDENT-COUNT)
006380     END-IF.
006390 1410-EXIT.
006400     EXIT.
006410
006420 1500-LOAD-CATALOG.
006430     OPEN INPUT CourseCatalogFile
006440     PERFORM UNTIL END-OF-CATALOG
006450         READ CourseCatalogFile INTO CourseCatalogRecord
006460             AT END
006470                 SET END-OF-CATALOG TO TRUE
006480             NOT AT END
006490                 PERFORM 1510-STORE-CATALOG-ENTRY
006500                     THRU 1510-EXIT
006510         END-READ
006520     END-PERFORM
006530     CLOSE CourseCatalogFile.
006540 1500-EXIT.
006550     EXIT.
006560
006570 1510-STORE-CATALOG-ENTRY.
006580     IF WS-CATALOG-COUNT >= 300
006590         ADD 1 TO WS-CatalogTableFull
006600         DISPLAY 'CATALOG TABLE FULL, DROPPED COURSE '
006610             CAT-CourseID
006620     ELSE
006630         ADD 1 TO WS-CATALOG-COUNT
006640         MOVE CAT-CourseID
006650             TO WS-CAT-COURSE-ID(WS-CATALOG-COUNT)
006660         MOVE CAT-CourseTitle
006670             TO WS-CAT-TITLE(WS-CATALOG-COUNT)
006680         MOVE CAT-CreditHours
006690             TO WS-CAT-CREDITS(WS-CATALOG-COUNT)
006700     END-IF.
006710 1510-EXIT.
006720     EXIT.
006730
006740*    ------------------------------------------------------
006750*    THE BILLING TERM'S REGISTRATIONS. A REGISTRATION LEFT
006760*    OUT OF THE TABLE WOULD LOOK DROPPED AND BE CREDITED, SO
006770*    A FULL TABLE REFUSES THE RUN. STATUS 35 MEANS NO
006780*    REGISTRATION RUN YET.
006790*    ------------------------------------------------------
006800 1600-LOAD-ENROLLMENTS.
006810     OPEN INPUT EnrollMasterFile
006820     IF WS-EnrollMasterStatus = '35'
006830         GO TO 1600-EXIT
006840     END-IF
006850     PERFORM UNTIL END-OF-ENROLL-MASTER
006860         READ EnrollMasterFile INTO EnrollMasterRecord
006870             AT END
006880                 SET END-OF-ENROLL-MASTER TO TRUE
006890             NOT AT END
006900                 IF ENM-Term = BLC-Term
006910                     PERFORM 1610-STORE-ENROLLMENT THRU 1610-EXIT
006920                 END-IF
006930         END-READ
006940     END-PERFORM
006950     CLOSE EnrollMasterFile.
006960 1600-EXIT.
006970     EXIT.
006980
006990 1610-STORE-ENROLLMENT.
007000     IF WS-ENROLL-COUNT >= 2000
007010         IF BILLING-MAY-PROCEED
007020             DISPLAY 'ENROLLMENT TABLE FULL AT STUDENT '
007030                 ENM-StudentID ' - RUN REFUSED'
007040         END-IF
007050         SET BILLING-IS-REFUSED TO TRUE
007060     ELSE
007070         ADD 1 TO WS-ENROLL-COUNT
007080         MOVE ENM-StudentID
007090             TO WS-ENL-STUDENT-ID(WS-ENROLL-COUNT)
007100         MOVE ENM-CourseID
007110             TO WS-ENL-COURSE-ID(WS-ENROLL-COUNT)
007120     END-IF.
007130 1610-EXIT.
007140     EXIT.
007150
007160*    ------------------------------------------------------
007170*    THE BILLING TERM'S DROPS. STATUS 35 MEANS NO DROP HAS
007180*    EVER BEEN RECORDED. A COURSE DROPPED MORE THAN ONCE IN
007190*    THE TERM KEEPS ITS LATEST DROP DATE.
007200*    ------------------------------------------------------
007210 1700-LOAD-DROPS.
007220     OPEN INPUT DropHistoryFile
007230     IF WS-DropHistoryStatus = '35'
007240         GO TO 1700-EXIT
007250     END-IF
007260     PERFORM UNTIL END-OF-DROPS
007270         READ DropHistoryFile INTO DropHistoryRecord
007280             AT END
007290                 SET END-OF-DROPS TO TRUE
007300             NOT AT END
007310                 IF EDR-Term = BLC-Term
007320                     PERFORM 1710-STORE-DROP THRU 1710-EXIT
007330                 END-IF
007340         END-READ
007350     END-PERFORM
007360     CLOSE DropHistoryFile.
007370 1700-EXIT.
007380     EXIT.
007390
007400 1710-STORE-DROP.
007410     MOVE EDR-StudentID TO WS-SearchStudentID
007420     MOVE EDR-CourseID  TO WS-SearchItem
007430     PERFORM 2650-FIND-DROP THRU 2650-EXIT
007440     IF DROP-FOUND
007450         IF EDR-DropDate > WS-DRP-DROP-DATE(WS-FOUND-DRP-IDX)
007460             MOVE EDR-DropDate
007470                 TO WS-DRP-DROP-DATE(WS-FOUND-DRP-IDX)
007480         END-IF
007490         GO TO 1710-EXIT
007500     END-IF
007510     IF WS-DROP-COUNT >= 2000
007520         ADD 1 TO WS-DropTableFull
007530         DISPLAY 'DROP TABLE FULL, DROPPED STUDENT '
007540             EDR-StudentID ' COURSE ' EDR-CourseID
007550     ELSE
007560         ADD 1 TO WS-DROP-COUNT
007570         MOVE EDR-StudentID
007580             TO WS-DRP-STUDENT-ID(WS-DROP-COUNT)
007590         MOVE EDR-CourseID
007600             TO WS-DRP-COURSE-ID(WS-DROP-COUNT)
007610         MOVE EDR-DropDate
007620             TO WS-DRP-DROP-DATE(WS-DROP-COUNT)
007630     END-IF.
007640 1710-EXIT.
007650     EXIT.
007660
007670*    ------------------------------------------------------
007680*    READ THE WHOLE LEDGER: EVERY ENTRY ADDS TO ITS STUDENT'S
007690*    BALANCE, AND THE BILLING TERM'S CHARGES AND CREDITS
007700*    BUILD THE BILLED-ITEM TABLE. A BILLED ITEM LEFT OUT OF
007710*    THE TABLE WOULD BE BILLED AGAIN, SO A FULL TABLE REFUSES
007720*    THE RUN. STATUS 35 MEANS NOTHING BILLED YET.
007730*    ------------------------------------------------------
007740 1800-LOAD-LEDGER.
007750     OPEN INPUT StudentLedgerFile
007760     IF WS-StudentLedgerStatus = '35'
007770         GO TO 1800-EXIT
007780     END-IF
007790     PERFORM UNTIL END-OF-LEDGER
007800         READ StudentLedgerFile INTO StudentLedgerRecord
007810             AT END
007820                 SET END-OF-LEDGER TO TRUE
007830             NOT AT END
007840                 PERFORM 1810-APPLY-LEDGER-ENTRY THRU 1810-EXIT
007850         END-READ
007860     END-PERFORM
007870     CLOSE StudentLedgerFile.
007880 1800-EXIT.
007890     EXIT.
007900
007910 1810-APPLY-LEDGER-ENTRY.
007920     MOVE SL-StudentID TO WS-SearchStudentID
007930     PERFORM 2500-FIND-STUDENT THRU 2500-EXIT
007940     IF STUDENT-FOUND
007950         ADD SL-Amount TO WS-STU-BALANCE(WS-FOUND-STU-IDX)
007960     END-IF
007970     IF SL-Term NOT = BLC-Term
007980         GO TO 1810-EXIT
007990     END-IF
008000     MOVE SL-ItemCode TO WS-SearchItem
008010     EVALUATE TRUE
008020         WHEN TUITION-CHARGE-ENTRY
008030             MOVE 'T' TO WS-SearchKind
008040             PERFORM 1820-NOTE-BILLED-ITEM THRU 1820-EXIT
008050             IF BILLED-ITEM-FOUND
008060                 MOVE SL-Amount
008070                     TO WS-BIL-CHARGED(WS-FOUND-BIL-IDX)
008080             END-IF
008090         WHEN FEE-CHARGE-ENTRY
008100             MOVE 'F' TO WS-SearchKind
008110             PERFORM 1820-NOTE-BILLED-ITEM THRU 1820-EXIT
008120         WHEN DROP-CREDIT-ENTRY
008130             MOVE 'T' TO WS-SearchKind
008140             PERFORM 2700-FIND-BILLED-ITEM THRU 2700-EXIT
008150             IF BILLED-ITEM-FOUND
008160                 SUBTRACT 1 FROM
008170                     WS-BIL-NET-COUNT(WS-FOUND-BIL-IDX)
008180             END-IF
008190         WHEN OTHER
008200             CONTINUE
008210     END-EVALUATE.
008220 1810-EXIT.
008230     EXIT.
008240
008250*    ------------------------------------------------------
008260*    COUNT ONE CHARGE AGAINST ITS BILLED ITEM, ADDING THE
008270*    ITEM THE FIRST TIME IT IS SEEN.
008280*    ------------------------------------------------------
008290 1820-NOTE-BILLED-ITEM.
008300     PERFORM 2700-FIND-BILLED-ITEM THRU 2700-EXIT
008310     IF BILLED-ITEM-NOT-FOUND
008320         IF WS-BILLED-COUNT >= 4000
008330             IF BILLING-MAY-PROCEED
008340                 DISPLAY 'BILLED-ITEM TABLE FULL AT STUDENT '
008350                     SL-StudentID ' - RUN REFUSED'
008360             END-IF
008370             SET BILLING-IS-REFUSED TO TRUE
008380             GO TO 1820-EXIT
008390         END-IF
008400         PERFORM 2750-ADD-BILLED-ITEM THRU 2750-EXIT
008410     END-IF
008420     ADD 1 TO WS-BIL-NET-COUNT(WS-FOUND-BIL-IDX).
008430 1820-EXIT.
008440     EXIT.
008450
008460*    ------------------------------------------------------
008470*    BILL EVERY STUDENT ON THE MASTER, APPENDING TO THE
008480*    CUMULATIVE LEDGER.
008490*    ------------------------------------------------------
008500 2000-BILL-STUDENTS.
008510     OPEN EXTEND StudentLedgerFile
008520     IF WS-StudentLedgerStatus = '35'
008530         OPEN OUTPUT StudentLedgerFile
008540         CLOSE StudentLedgerFile
008550         OPEN EXTEND StudentLedgerFile
008560     END-IF
008570     OPEN OUTPUT StudentInvoiceFile
008580     OPEN OUTPUT BillingExceptionFile
008590     PERFORM 2100-BILL-ONE-STUDENT THRU 2100-EXIT
008600         VARYING WS-STU-IDX FROM 1 BY 1
008610         UNTIL WS-STU-IDX > WS-STUDENT-COUNT
008620     CLOSE BillingExceptionFile
008630     CLOSE StudentInvoiceFile
008640     CLOSE StudentLedgerFile.
008650 2000-EXIT.
008660     EXIT.
008670
008680*    ------------------------------------------------------
008690*    ONE STUDENT: CHARGE NEW REGISTRATIONS, CREDIT DROPPED
008700*    ONES, CHARGE THE TERM'S FLAT FEES IF STILL REGISTERED,
008710*    AND CLOSE THE INVOICE IF ANYTHING WAS POSTED. A STUDENT
008720*    WITH REGISTRATIONS BUT NO RATE FOR THEIR PROGRAM CODE IS
008730*    NOT BILLED AT ALL UNTIL THE RATE TABLE IS PUT RIGHT.
008740*    ------------------------------------------------------
008750 2100-BILL-ONE-STUDENT.
008760     MOVE WS-STU-BALANCE(WS-STU-IDX) TO WS-PriorBalance
008770     MOVE 0 TO WS-BillActivity
008780     MOVE 0 TO WS-StudentCourses
008790     SET INVOICE-NOT-STARTED TO TRUE
008800     PERFORM 2110-COUNT-ONE-COURSE THRU 2110-EXIT
008810         VARYING WS-ENL-IDX FROM 1 BY 1
008820         UNTIL WS-ENL-IDX > WS-ENROLL-COUNT
008830     PERFORM 2150-FIND-RATE THRU 2150-EXIT
008840     IF RATE-NOT-FOUND
008850        AND WS-StudentCourses > 0
008860         MOVE SPACES TO BEX-CourseID
008870         MOVE 'NO TUITION RATE FOR PROGRAM CODE'
008880             TO BEX-Reason
008890         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
008900         GO TO 2100-EXIT
008910     END-IF
008920     PERFORM 2200-CHARGE-ONE-COURSE THRU 2200-EXIT
008930         VARYING WS-ENL-IDX FROM 1 BY 1
008940         UNTIL WS-ENL-IDX > WS-ENROLL-COUNT
008950     PERFORM 2300-CREDIT-ONE-DROP THRU 2300-EXIT
008960         VARYING WS-BIL-IDX FROM 1 BY 1
008970         UNTIL WS-BIL-IDX > WS-BILLED-COUNT
008980     IF WS-StudentCourses > 0
008990         PERFORM 2400-CHARGE-ONE-FEE THRU 2400-EXIT
009000             VARYING WS-FEE-IDX FROM 1 BY 1
009010             UNTIL WS-FEE-IDX > WS-FEE-COUNT
009020     END-IF
009030     IF INVOICE-STARTED
009040         PERFORM 2850-CLOSE-INVOICE THRU 2850-EXIT
009050     END-IF.
009060 2100-EXIT.
009070     EXIT.
009080
009090 2110-COUNT-ONE-COURSE.
009100     IF WS-ENL-STUDENT-ID(WS-ENL-IDX) = WS-STU-ID(WS-STU-IDX)
009110         ADD 1 TO WS-StudentCourses
009120     END-IF.
009130 2110-EXIT.
009140     EXIT.
009150
009160 2150-FIND-RATE.
009170     SET RATE-NOT-FOUND TO TRUE
009180     PERFORM 2160-MATCH-RATE THRU 2160-EXIT
009190         VARYING WS-RTE-IDX FROM 1 BY 1
009200         UNTIL WS-RTE-IDX > WS-RATE-COUNT
009210            OR RATE-FOUND.
009220 2150-EXIT.
009230     EXIT.
009240
009250 2160-MATCH-RATE.
009260     IF WS-RTE-PROGRAM(WS-RTE-IDX) = WS-STU-PROGRAM(WS-STU-IDX)
009270         SET RATE-FOUND TO TRUE
009280         MOVE WS-RTE-IDX TO WS-FOUND-RTE-IDX
009290     END-IF.
009300 2160-EXIT.
009310     EXIT.
009320
009330*    ------------------------------------------------------
009340*    CHARGE ONE REGISTRATION - CATALOG CREDIT HOURS TIMES THE
009350*    PROGRAM'S PER-CREDIT RATE - UNLESS IT IS ALREADY BILLED.
009360*    ------------------------------------------------------
009370 2200-CHARGE-ONE-COURSE.
009380     IF WS-ENL-STUDENT-ID(WS-ENL-IDX) NOT =
009390             WS-STU-ID(WS-STU-IDX)
009400         GO TO 2200-EXIT
009410     END-IF
009420     MOVE WS-STU-ID(WS-STU-IDX)        TO WS-SearchStudentID
009430     MOVE WS-ENL-COURSE-ID(WS-ENL-IDX) TO WS-SearchItem
009440     MOVE 'T' TO WS-SearchKind
009450     PERFORM 2700-FIND-BILLED-ITEM THRU 2700-EXIT
009460     IF BILLED-ITEM-FOUND
009470        AND WS-BIL-NET-COUNT(WS-FOUND-BIL-IDX) > 0
009480         ADD 1 TO WS-TotalAlreadyBilled
009490         GO TO 2200-EXIT
009500     END-IF
009510     MOVE WS-ENL-COURSE-ID(WS-ENL-IDX) TO BEX-CourseID
009520     PERFORM 2600-FIND-CATALOG-COURSE THRU 2600-EXIT
009530     IF CATALOG-COURSE-NOT-FOUND
009540         MOVE 'COURSE ID NOT IN CATALOG - NOT CHARGED'
009550             TO BEX-Reason
009560         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
009570         GO TO 2200-EXIT
009580     END-IF
009590     IF BILLED-ITEM-NOT-FOUND
009600         IF WS-BILLED-COUNT >= 4000
009610             MOVE 'BILLED-ITEM TABLE FULL - NOT CHARGED'
009620                 TO BEX-Reason
009630             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
009640             GO TO 2200-EXIT
009650         END-IF
009660         PERFORM 2750-ADD-BILLED-ITEM THRU 2750-EXIT
009670     END-IF
009680     COMPUTE WS-EntryAmount =
009690         WS-CAT-CREDITS(WS-FOUND-CAT-IDX)
009700         * WS-RTE-RATE(WS-FOUND-RTE-IDX)
009710     MOVE WS-EntryAmount TO WS-BIL-CHARGED(WS-FOUND-BIL-IDX)
009720     ADD 1 TO WS-BIL-NET-COUNT(WS-FOUND-BIL-IDX)
009730     MOVE 'T'         TO SL-EntryType
009740     MOVE BLC-DueDate TO SL-DueDate
009750     PERFORM 2800-POST-LEDGER-ENTRY THRU 2800-EXIT
009760     MOVE 'TUITION'   TO INV-EntryDesc
009770     MOVE WS-CAT-TITLE(WS-FOUND-CAT-IDX) TO INV-ItemText
009780     PERFORM 2820-WRITE-INVOICE-DETAIL THRU 2820-EXIT
009790     ADD 1 TO WS-TotalCoursesCharged
009800     ADD WS-EntryAmount TO WS-TotalTuitionAmount.
009810 2200-EXIT.
009820     EXIT.
009830
009840*    ------------------------------------------------------
009850*    CREDIT ONE BILLED COURSE THE STUDENT IS NO LONGER
009860*    REGISTERED FOR, AT THE SCHEDULE PERCENT FOR ITS DROP
009870*    DATE. A BILLED COURSE GONE FROM THE MASTER WITH NO DROP
009880*    ON FILE IS REPORTED, NOT CREDITED.
009890*    ------------------------------------------------------
009900 2300-CREDIT-ONE-DROP.
009910     IF WS-BIL-STUDENT-ID(WS-BIL-IDX) NOT =
009920             WS-STU-ID(WS-STU-IDX)
009930        OR WS-BIL-KIND(WS-BIL-IDX) NOT = 'T'
009940        OR WS-BIL-NET-COUNT(WS-BIL-IDX) NOT > 0
009950         GO TO 2300-EXIT
009960     END-IF
009970     MOVE WS-STU-ID(WS-STU-IDX)        TO WS-SearchStudentID
009980     MOVE WS-BIL-ITEM-CODE(WS-BIL-IDX) TO WS-SearchItem
009990     PERFORM 2310-FIND-REGISTRATION THRU 2310-EXIT
010000     IF ENROLLMENT-FOUND
010010         GO TO 2300-EXIT
010020     END-IF
010030     MOVE WS-BIL-ITEM-CODE(WS-BIL-IDX) TO BEX-CourseID
010040     PERFORM 2650-FIND-DROP THRU 2650-EXIT
010050     IF DROP-NOT-FOUND
010060         MOVE 'BILLED COURSE NOT ENROLLED - NO DROP ON FILE'
010070             TO BEX-Reason
010080         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
010090         GO TO 2300-EXIT
010100     END-IF
010110     PERFORM 2350-SET-REFUND-PERCENT THRU 2350-EXIT
010120     COMPUTE WS-EntryAmount ROUNDED =
010130         0 - (WS-BIL-CHARGED(WS-BIL-IDX) * WS-RefundPercent
010140              / 100)
010150     SUBTRACT 1 FROM WS-BIL-NET-COUNT(WS-BIL-IDX)
010160     MOVE 'D' TO SL-EntryType
010170     MOVE 0   TO SL-DueDate
010180     PERFORM 2800-POST-LEDGER-ENTRY THRU 2800-EXIT
010190     MOVE 'DROP CREDIT' TO INV-EntryDesc
010200     MOVE WS-DRP-DROP-DATE(WS-FOUND-DRP-IDX) TO DRT-DropDate
010210     MOVE WS-RefundPercent TO DRT-Percent
010220     MOVE WS-DROP-TEXT TO INV-ItemText
010230     PERFORM 2820-WRITE-INVOICE-DETAIL THRU 2820-EXIT
010240     ADD 1 TO WS-TotalDropsCredited
010250     SUBTRACT WS-EntryAmount FROM WS-TotalCreditAmount.
010260 2300-EXIT.
010270     EXIT.
010280
010290 2310-FIND-REGISTRATION.
010300     SET ENROLLMENT-NOT-FOUND TO TRUE
010310     PERFORM 2320-MATCH-REGISTRATION THRU 2320-EXIT
010320         VARYING WS-ENL-IDX FROM 1 BY 1
010330         UNTIL WS-ENL-IDX > WS-ENROLL-COUNT
010340            OR ENROLLMENT-FOUND.
010350 2310-EXIT.
010360     EXIT.
010370
010380 2320-MATCH-REGISTRATION.
010390     IF WS-ENL-STUDENT-ID(WS-ENL-IDX) = WS-SearchStudentID
010400        AND WS-ENL-COURSE-ID(WS-ENL-IDX) = WS-SearchItem
010410         SET ENROLLMENT-FOUND TO TRUE
010420     END-IF.
010430 2320-EXIT.
010440     EXIT.
010450
010460*    ------------------------------------------------------
010470*    THE DROP DAY IS THE NUMBER OF DAYS FROM THE TERM START
010480*    DATE TO THE DROP DATE (0 FOR A DROP ON OR BEFORE THE
010490*    START). THE FIRST TIER RUNNING THROUGH THAT DAY GIVES
010500*    THE PERCENT; PAST THE LAST TIER IT IS ZERO.
010510*    ------------------------------------------------------
010520 2350-SET-REFUND-PERCENT.
010530     MOVE 0 TO WS-DropDay
010540     IF WS-DRP-DROP-DATE(WS-FOUND-DRP-IDX) > BLC-TermStartDate
010550         MOVE BLC-TermStartDate TO WS-StepDate-N
010560         MOVE 0 TO WS-DaysStepped
010570         PERFORM 2360-STEP-ONE-DAY THRU 2360-EXIT
010580             UNTIL WS-StepDate-N >=
010590                     WS-DRP-DROP-DATE(WS-FOUND-DRP-IDX)
010600                OR WS-DaysStepped >= 999
010610         MOVE WS-DaysStepped TO WS-DropDay
010620     END-IF
010630     MOVE 0 TO WS-RefundPercent
010640     SET REFUND-TIER-NOT-FOUND TO TRUE
010650     PERFORM 2370-MATCH-REFUND-TIER THRU 2370-EXIT
010660         VARYING WS-RFS-IDX FROM 1 BY 1
010670         UNTIL WS-RFS-IDX > WS-REFUND-COUNT
010680            OR REFUND-TIER-FOUND.
010690 2350-EXIT.
010700     EXIT.
010710
010720 2360-STEP-ONE-DAY.
010730     MOVE WS-MONTH-DAYS(WS-StepMonth) TO WS-DaysThisMonth
010740     IF WS-StepMonth = 2
010750         DIVIDE WS-StepYear BY 4 GIVING WS-LeapQuotient
010760             REMAINDER WS-LeapRemainder
010770         IF WS-LeapRemainder = 0
010780             MOVE 29 TO WS-DaysThisMonth
010790         END-IF
010800     END-IF
010810     ADD 1 TO WS-StepDay
010820     IF WS-StepDay > WS-DaysThisMonth
010830         MOVE 1 TO WS-StepDay
010840         ADD 1 TO WS-StepMonth
010850         IF WS-StepMonth > 12
010860             MOVE 1 TO WS-StepMonth
010870             ADD 1 TO WS-StepYear
010880         END-IF
010890     END-IF
010900     ADD 1 TO WS-DaysStepped.
010910 2360-EXIT.
010920     EXIT.
010930
010940 2370-MATCH-REFUND-TIER.
010950     IF WS-DropDay <= WS-RFS-THROUGH-DAY(WS-RFS-IDX)
010960         SET REFUND-TIER-FOUND TO TRUE
010970         MOVE WS-RFS-PERCENT(WS-RFS-IDX) TO WS-RefundPercent
010980     END-IF.
010990 2370-EXIT.
011000     EXIT.
011010
011020*    ------------------------------------------------------
011030*    CHARGE ONE FLAT FEE UNLESS ALREADY CHARGED THIS TERM.
011040*    ------------------------------------------------------
011050 2400-CHARGE-ONE-FEE.
011060     MOVE WS-STU-ID(WS-STU-IDX)   TO WS-SearchStudentID
011070     MOVE WS-FEE-CODE(WS-FEE-IDX) TO WS-SearchItem
011080     MOVE 'F' TO WS-SearchKind
011090     PERFORM 2700-FIND-BILLED-ITEM THRU 2700-EXIT
011100     IF BILLED-ITEM-FOUND
011110         GO TO 2400-EXIT
011120     END-IF
011130     IF WS-BILLED-COUNT >= 4000
011140         MOVE WS-FEE-CODE(WS-FEE-IDX) TO BEX-CourseID
011150         MOVE 'BILLED-ITEM TABLE FULL - FEE NOT CHARGED'
011160             TO BEX-Reason
011170         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
011180         GO TO 2400-EXIT
011190     END-IF
011200     PERFORM 2750-ADD-BILLED-ITEM THRU 2750-EXIT
011210     ADD 1 TO WS-BIL-NET-COUNT(WS-FOUND-BIL-IDX)
011220     MOVE WS-FEE-AMOUNT(WS-FEE-IDX) TO WS-EntryAmount
011230     MOVE 'F'         TO SL-EntryType
011240     MOVE BLC-DueDate TO SL-DueDate
011250     PERFORM 2800-POST-LEDGER-ENTRY THRU 2800-EXIT
011260     MOVE 'FEE' TO INV-EntryDesc
011270     MOVE WS-FEE-DESCRIPTION(WS-FEE-IDX) TO INV-ItemText
011280     PERFORM 2820-WRITE-INVOICE-DETAIL THRU 2820-EXIT
011290     ADD 1 TO WS-TotalFeesCharged
011300     ADD WS-EntryAmount TO WS-TotalFeeAmount.
011310 2400-EXIT.
011320     EXIT.
011330
011340 2500-FIND-STUDENT.
011350     SET STUDENT-NOT-FOUND TO TRUE
011360     PERFORM 2510-MATCH-STUDENT THRU 2510-EXIT
011370         VARYING WS-STU-IDX FROM 1 BY 1
011380         UNTIL WS-STU-IDX > WS-STUDENT-COUNT
011390            OR STUDENT-FOUND.
011400 2500-EXIT.
011410     EXIT.
011420
011430 2510-MATCH-STUDENT.
011440     IF WS-STU-ID(WS-STU-IDX) = WS-SearchStudentID
011450         SET STUDENT-FOUND TO TRUE
011460         MOVE WS-STU-IDX TO WS-FOUND-STU-IDX
011470     END-IF.
011480 2510-EXIT.
011490     EXIT.
011500
011510 2600-FIND-CATALOG-COURSE.
011520     SET CATALOG-COURSE-NOT-FOUND TO TRUE
011530     PERFORM 2610-MATCH-CATALOG THRU 2610-EXIT
011540         VARYING WS-CAT-IDX FROM 1 BY 1
011550         UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
011560            OR CATALOG-COURSE-FOUND.
011570 2600-EXIT.
011580     EXIT.
011590
011600 2610-MATCH-CATALOG.
011610     IF WS-CAT-COURSE-ID(WS-CAT-IDX) = WS-SearchItem
011620         SET CATALOG-COURSE-FOUND TO TRUE
011630         MOVE WS-CAT-IDX TO WS-FOUND-CAT-IDX
011640     END-IF.
011650 2610-EXIT.
011660     EXIT.
011670
011680 2650-FIND-DROP.
011690     SET DROP-NOT-FOUND TO TRUE
011700     PERFORM 2660-MATCH-DROP THRU 2660-EXIT
011710         VARYING WS-DRP-IDX FROM 1 BY 1
011720         UNTIL WS-DRP-IDX > WS-DROP-COUNT
011730            OR DROP-FOUND.
011740 2650-EXIT.
011750     EXIT.
011760
011770 2660-MATCH-DROP.
011780     IF WS-DRP-STUDENT-ID(WS-DRP-IDX) = WS-SearchStudentID
011790        AND WS-DRP-COURSE-ID(WS-DRP-IDX) = WS-SearchItem
011800         SET DROP-FOUND TO TRUE
011810         MOVE WS-DRP-IDX TO WS-FOUND-DRP-IDX
011820     END-IF.
011830 2660-EXIT.
011840     EXIT.
011850
011860*    ------------------------------------------------------
011870*    BILLED-ITEM LOOKUP BY STUDENT, ITEM CODE AND KIND.
011880*    ------------------------------------------------------
011890 2700-FIND-BILLED-ITEM.
011900     SET BILLED-ITEM-NOT-FOUND TO TRUE
011910     PERFORM 2710-MATCH-BILLED-ITEM THRU 2710-EXIT
011920         VARYING WS-BIL-IDX FROM 1 BY 1
011930         UNTIL WS-BIL-IDX > WS-BILLED-COUNT
011940            OR BILLED-ITEM-FOUND.
011950 2700-EXIT.
011960     EXIT.
011970
011980 2710-MATCH-BILLED-ITEM.
011990     IF WS-BIL-STUDENT-ID(WS-BIL-IDX) = WS-SearchStudentID
012000        AND WS-BIL-ITEM-CODE(WS-BIL-IDX) = WS-SearchItem
012010        AND WS-BIL-KIND(WS-BIL-IDX) = WS-SearchKind
012020         SET BILLED-ITEM-FOUND TO TRUE
012030         MOVE WS-BIL-IDX TO WS-FOUND-BIL-IDX
012040     END-IF.
012050 2710-EXIT.
012060     EXIT.
012070
012080 2750-ADD-BILLED-ITEM.
012090     ADD 1 TO WS-BILLED-COUNT
012100     MOVE WS-BILLED-COUNT TO WS-FOUND-BIL-IDX
012110     MOVE WS-SearchStudentID
012120         TO WS-BIL-STUDENT-ID(WS-FOUND-BIL-IDX)
012130     MOVE WS-SearchItem TO WS-BIL-ITEM-CODE(WS-FOUND-BIL-IDX)
012140     MOVE WS-SearchKind TO WS-BIL-KIND(WS-FOUND-BIL-IDX)
012150     MOVE 0 TO WS-BIL-CHARGED(WS-FOUND-BIL-IDX)
012160     MOVE 0 TO WS-BIL-NET-COUNT(WS-FOUND-BIL-IDX).
012170 2750-EXIT.
012180     EXIT.
012190
012200*    ------------------------------------------------------
012210*    APPEND ONE ENTRY FOR THE STUDENT BEING BILLED. THE
012220*    CALLER HAS SET THE ENTRY TYPE, DUE DATE, ITEM (IN THE
012230*    SEARCH KEY) AND AMOUNT.
012240*    ------------------------------------------------------
012250 2800-POST-LEDGER-ENTRY.
012260     MOVE WS-STU-ID(WS-STU-IDX) TO SL-StudentID
012270     MOVE BLC-Term              TO SL-Term
012280     MOVE WS-SearchItem         TO SL-ItemCode
012290     MOVE WS-EntryAmount        TO SL-Amount
012300     MOVE WS-RunDate            TO SL-PostDate
012310     WRITE StudentLedgerRecord
012320     ADD WS-EntryAmount TO WS-BillActivity
012330     ADD WS-EntryAmount TO WS-STU-BALANCE(WS-STU-IDX).
012340 2800-EXIT.
012350     EXIT.
012360
012370*    ------------------------------------------------------
012380*    ONE INVOICE DETAIL LINE; THE FIRST FOR A STUDENT OPENS
012390*    THEIR INVOICE WITH THE HEADING AND PREVIOUS BALANCE.
012400*    ------------------------------------------------------
012410 2820-WRITE-INVOICE-DETAIL.
012420     IF INVOICE-NOT-STARTED
012430         MOVE WS-STU-ID(WS-STU-IDX)      TO INV-StudentID
012440         MOVE WS-STU-NAME(WS-STU-IDX)    TO INV-StudentName
012450         MOVE BLC-Term                   TO INV-Term
012460         MOVE WS-STU-PROGRAM(WS-STU-IDX) TO INV-ProgramCode
012470         WRITE InvoiceLine FROM WS-INV-STUDENT-LINE
012480         MOVE 'PREVIOUS BALANCE' TO INV-AmountLabel
012490         MOVE WS-PriorBalance    TO INV-Amount
012500         WRITE InvoiceLine FROM WS-INV-AMOUNT-LINE
012510         SET INVOICE-STARTED TO TRUE
012520         ADD 1 TO WS-TotalInvoices
012530     END-IF
012540     MOVE WS-SearchItem  TO INV-ItemCode
012550     MOVE WS-EntryAmount TO INV-DetailAmount
012560     WRITE InvoiceLine FROM WS-INV-DETAIL-LINE.
012570 2820-EXIT.
012580     EXIT.
012590
012600 2850-CLOSE-INVOICE.
012610     MOVE 'CHARGES AND CREDITS THIS BILL' TO INV-AmountLabel
012620     MOVE WS-BillActivity TO INV-Amount
012630     WRITE InvoiceLine FROM WS-INV-AMOUNT-LINE
012640     MOVE 'BALANCE NOW DUE' TO INV-AmountLabel
012650     MOVE WS-STU-BALANCE(WS-STU-IDX) TO INV-Amount
012660     WRITE InvoiceLine FROM WS-INV-AMOUNT-LINE
012670     MOVE BLC-DueDate TO INV-DueDate
012680     WRITE InvoiceLine FROM WS-INV-DUE-LINE
012690     WRITE InvoiceLine FROM WS-INV-BLANK-LINE.
012700 2850-EXIT.
012710     EXIT.
012720
012730 2900-WRITE-EXCEPTION.
012740     MOVE WS-STU-ID(WS-STU-IDX) TO BEX-StudentID
012750     MOVE BLC-Term              TO BEX-Term
012760     WRITE BillingExceptionRecord
012770     ADD 1 TO WS-TotalExceptions.
012780 2900-EXIT.
012790     EXIT.
012800
012810 9000-DISPLAY-SUMMARY.
012820     DISPLAY '-----------------------------'
012830     DISPLAY 'Billing Term: ' BLC-Term
012840     DISPLAY 'Student Invoices Written: ' WS-TotalInvoices
012850     DISPLAY 'Registrations Charged: ' WS-TotalCoursesCharged
012860     DISPLAY 'Tuition Charged: ' WS-TotalTuitionAmount
012870     DISPLAY 'Registrations Already Billed: '
012880         WS-TotalAlreadyBilled
012890     DISPLAY 'Flat Fees Charged: ' WS-TotalFeesCharged
012900     DISPLAY 'Fee Amount Charged: ' WS-TotalFeeAmount
012910     DISPLAY 'Drops Credited: ' WS-TotalDropsCredited
012920     DISPLAY 'Drop Credits: ' WS-TotalCreditAmount
012930     DISPLAY 'Billing Exceptions: ' WS-TotalExceptions
012940     DISPLAY 'Students Dropped, Table Full: '
012950         WS-StudentTableFull
012960     DISPLAY 'Courses Dropped, Table Full: '
012970         WS-CatalogTableFull
012980     DISPLAY 'Drops Dropped, Table Full: ' WS-DropTableFull
012990     DISPLAY '-----------------------------'.
013000 9000-EXIT.
013010     EXIT.
