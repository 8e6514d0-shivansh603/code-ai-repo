001064*                     RECORD FOOTING BACK TO THE RUN TOTALS -
001065*                     RETIRING THE SPREADSHEET ALLOCATION.
001066*
001067*    10/15/2026 JDH   DEPOSITS THE NEW DEPOSITPOSTING RUN
001068*                     COULD NOT CREDIT (ACCOUNT MISSING,
001069*                     CLOSED OR DORMANT) COME BACK ON THE
001070*                     DEPOSIT RETURN FILE, DD_RETURNS.DAT.
001071*                     EACH RUN NOW PAYS THEM BY CHECK THROUGH
001072*                     THE CHECK-PRINT PATH AHEAD OF THE
001073*                     EMPLOYEES, CLEARING IT WHEN LOGGED DONE.
001074*
001075*    10/15/2026 JDH   HOURS NOW COME FROM THE DAILY TIMECARDS.
001076*                     THE NEW TIMECARDEDIT RUN EDITS THEM AND
001077*                     BUILDS PERIOD_HOURS.DAT - REGULAR, OVERTIME,
001078*                     HOLIDAY, SICK, VACATION AND SHIFT HOURS PER
001079*                     EMPLOYEE, OVERTIME FROM THE DAYS ACTUALLY
001080*                     WORKED. HOLIDAY HOURS PAY AT TIME AND A
001081*                     HALF, LEAVE AT STRAIGHT TIME AND SHIFT HOURS
001082*                     A FLAT PREMIUM PER HOUR; THE PAYSTUB AND
001083*                     REGISTER SHOW HOURS BY PAY CODE. THE FILE IS
001084*                     EMPTIED ONCE THE PAYROLL IS LOGGED COMPLETE.
001085*                     WITH NO PERIOD HOURS FILE THE RUN FALLS BACK
001086*                     TO HOURSWORKED ON THE MASTER.
001087*
001088*    10/15/2026 JDH   ADDED THE LEAVE BANK (LEAVE_BANK.DAT,
001089*                     KEYED BY EMPLOYEE-ID) - VACATION AND SICK
001090*                     HOURS ACCRUED, TAKEN AND AVAILABLE. EACH
001091*                     RUN ACCRUES VACATION AT A RATE SET BY
001092*                     YEARS OF SERVICE FROM THE NEW HIRE DATE
001093*                     ON THE MASTER, AND SICK AT A FLAT RATE,
001094*                     EACH STOPPING AT ITS CAP. LEAVE CARDED ON
001095*                     THE TIMECARDS COMES OUT OF THE BANK; A
001096*                     REQUEST FOR MORE THAN IS AVAILABLE GOES TO
001097*                     THE LEAVE EXCEPTION LISTING AND IS NOT
001098*                     PAID. THE PAYSTUB CARRIES BOTH BALANCES.
001099*                     CARRYOVER AND FORFEITURE ARE THE NEW
001100*                     LEAVEYEAREND RUN.
001101*
001102*    10/15/2026 JDH   EMPLOYER PAYROLL TAXES. EACH RUN NOW
001103*                     FIGURES THE EMPLOYER'S FICA MATCH, FEDERAL
001104*                     UNEMPLOYMENT (FUTA) AND STATE UNEMPLOYMENT
001105*                     (SUTA) FOR EVERY EMPLOYEE, EACH STOPPING AT
001106*                     ITS ANNUAL WAGE BASE FROM THE YTD GROSS.
001107*                     THE PAY-HISTORY RECORD CARRIES THE TAXABLE
001108*                     WAGES AND TAX FOR EACH, PLUS THE EMPLOYEE
001109*                     NAME, FOR THE QUARTERLY STATE WAGE REPORT
001110*                     AND THE NEW ANNUAL FUTA940 WORKSHEET RUN.
001111*                     THE GL EXTRACT CARRIES THE EMPLOYER TAXES
001112*                     BY DEPARTMENT AS EMPLOYER COST.
001113*
001114 ENVIRONMENT DIVISION.
001115 INPUT-OUTPUT SECTION.
001116 FILE-CONTROL.
001117     SELECT EmployeeFile ASSIGN TO 'employee.dat'
001118         ORGANIZATION IS LINE SEQUENTIAL.
001119
001120     SELECT YtdPayrollFile ASSIGN TO 'ytd_payroll.dat'
001121         ORGANIZATION IS INDEXED
001122         ACCESS MODE IS DYNAMIC
001123         RECORD KEY IS YTD-EmployeeID
001124         FILE STATUS IS WS-YtdFileStatus.
001130
001140     SELECT PaystubFile ASSIGN TO 'paystubs.dat'
001150         ORGANIZATION IS LINE SEQUENTIAL.
001263         ORGANIZATION IS LINE SEQUENTIAL
001264         FILE STATUS IS WS-DedElectFileStatus.
001265
001266     SELECT DdReturnFile ASSIGN TO 'dd_returns.dat'
001267         ORGANIZATION IS LINE SEQUENTIAL
001268         FILE STATUS IS WS-DdReturnStatus.
001269
001270     SELECT PeriodHoursFile ASSIGN TO 'period_hours.dat'
001271         ORGANIZATION IS LINE SEQUENTIAL
001272         FILE STATUS IS WS-PeriodHoursStatus.
001273
001274     SELECT LeaveBankFile ASSIGN TO 'leave_bank.dat'
001275         ORGANIZATION IS INDEXED
001276         ACCESS MODE IS DYNAMIC
001277         RECORD KEY IS LVB-EmployeeID
001278         FILE STATUS IS WS-LeaveBankStatus.
001279
001280     SELECT LeaveExceptionFile ASSIGN TO 'leave_exceptions.dat'
001281         ORGANIZATION IS LINE SEQUENTIAL.
001282
001283 DATA DIVISION.
001284 FILE SECTION.
001290 FD  EmployeeFile.
001300 01  EmployeeRecord.
001310     05  EmployeeID         PIC 9(5).
001366         88  SALARIED-EMPLOYEE        VALUE 'S'.
001368     05  PeriodSalary       PIC 9(7)V99.
001370     05  DeptCode           PIC X(4).
001371     05  HireDate           PIC 9(8).
001372
001380 FD  YtdPayrollFile.
001390 01  YtdPayrollRecord.
001530     05  STUB-EmployeeName     PIC X(30).
001540     05  STUB-RegularHours     PIC 9(4).
001550     05  STUB-OvertimeHours    PIC 9(4).
001551     05  STUB-HolidayHours     PIC 9(4).
001552     05  STUB-SickHours        PIC 9(4).
001553     05  STUB-VacationHours    PIC 9(4).
001554     05  STUB-ShiftHours       PIC 9(4).
001555     05  STUB-VacationBalance  PIC 9(5)V99.
001556     05  STUB-SickBalance      PIC 9(5)V99.
001560     05  STUB-GrossPay         PIC 9(9)V99.
001570     05  STUB-FederalTax       PIC 9(7)V99.
001580     05  STUB-StateTax         PIC 9(7)V99.
001900     05  DDX-EmployeeName      PIC X(30).
001910     05  DDX-BankRoutingNumber PIC 9(9).
001920     05  DDX-NetPay            PIC 9(9)V99.
001921     05  DDX-Reason            PIC X(40).
001922
001923
001924 FD  GlExtractFile.
001925 01  GlExtractRecord.
001926     05  GLX-DeptCode       PIC X(4).
001927     05  GLX-GrossPay       PIC 9(11)V99.
001928     05  GLX-FederalTax     PIC 9(11)V99.
001929     05  GLX-StateTax       PIC 9(11)V99.
001930     05  GLX-FicaTax        PIC 9(11)V99.
001931     05  GLX-Insurance      PIC 9(11)V99.
001932     05  GLX-Retirement     PIC 9(11)V99.
001933     05  GLX-UnionDues      PIC 9(11)V99.
001934     05  GLX-Garnishment    PIC 9(11)V99.
001935     05  GLX-NetPay         PIC 9(11)V99.
001936     05  GLX-EmployerFica   PIC 9(11)V99.
001937     05  GLX-FutaTax        PIC 9(11)V99.
001938     05  GLX-SutaTax        PIC 9(11)V99.
001940
001941 FD  PayHistoryFile.
001942 01  PayHistoryRecord.
001943     05  PH-RunDate         PIC 9(8).
001944     05  PH-EmployeeID      PIC 9(5).
001945     05  PH-GrossPay        PIC 9(9)V99.
001946     05  PH-FederalTax      PIC 9(7)V99.
001947     05  PH-StateTax        PIC 9(7)V99.
001948     05  PH-FicaTax         PIC 9(7)V99.
001949     05  PH-NetPay          PIC 9(9)V99.
001950     05  PH-EmployerFica    PIC 9(7)V99.
001951     05  PH-FutaTaxable     PIC 9(9)V99.
001952     05  PH-FutaTax         PIC 9(7)V99.
001953     05  PH-SutaTaxable     PIC 9(9)V99.
001954     05  PH-SutaTax         PIC 9(7)V99.
001955     05  PH-EmployeeName    PIC X(30).
001964
001965 FD  CheckPrintFile.
001966 01  CheckPrintRecord.
001984 01  CheckControlRecord.
001985     05  CKC-LastCheckNumber PIC 9(7).
001986
001987 FD  DdReturnFile.
001988 01  DdReturnRecord.
001989     05  DDR-EmployeeID        PIC 9(5).
001990     05  DDR-EmployeeName      PIC X(30).
001991     05  DDR-BankRoutingNumber PIC 9(9).
001992     05  DDR-BankAccountNumber PIC X(12).
001993     05  DDR-DepositAmount     PIC 9(9)V99.
001994     05  DDR-PayDate           PIC 9(8).
001995     05  DDR-Reason            PIC X(40).
001997
001998*    PERIOD HOURS BY PAY CODE FROM THE TIMECARD EDIT RUN.
001999 FD  PeriodHoursFile.
002000 01  PeriodHoursRecord.
002001     05  PRD-EmployeeID     PIC 9(5).
002002     05  PRD-RegularHours   PIC 9(4).
002003     05  PRD-OvertimeHours  PIC 9(4).
002004     05  PRD-HolidayHours   PIC 9(4).
002005     05  PRD-SickHours      PIC 9(4).
002006     05  PRD-VacationHours  PIC 9(4).
002007     05  PRD-ShiftHours     PIC 9(4).
002008     05  PRD-DaysWorked     PIC 9(2).
002010
002011*    LEAVE BANK - ONE RECORD PER EMPLOYEE. ACCRUED AND TAKEN
002012*    RUN FOR THE LEAVE YEAR AND ARE CLEARED BY THE YEAR-END
002013*    STEP; AVAILABLE IS THE STANDING BALANCE.
002014 FD  LeaveBankFile.
002015 01  LeaveBankRecord.
002016     05  LVB-EmployeeID        PIC 9(5).
002017     05  LVB-EmployeeName      PIC X(30).
002018     05  LVB-VacationAccrued   PIC 9(5)V99.
002019     05  LVB-VacationTaken     PIC 9(5)V99.
002020     05  LVB-VacationAvailable PIC 9(5)V99.
002021     05  LVB-SickAccrued       PIC 9(5)V99.
002022     05  LVB-SickTaken         PIC 9(5)V99.
002023     05  LVB-SickAvailable     PIC 9(5)V99.
002024     05  LVB-LastAccrualDate   PIC 9(8).
002025     05  LVB-LastYearEndYear   PIC 9(4).
002026
002027 FD  LeaveExceptionFile.
002028 01  LeaveExceptionRecord.
002029     05  LVX-EmployeeID        PIC 9(5).
002030     05  LVX-EmployeeName      PIC X(30).
002031     05  LVX-LeaveType         PIC X(1).
002032     05  LVX-HoursRequested    PIC 9(4).
002033     05  LVX-HoursAvailable    PIC 9(5)V99.
002034     05  LVX-Reason            PIC X(40).
002035
002036 FD  DeductElectFile.
002037 01  DeductElectRecord.
002038     05  ED-EmployeeID      PIC 9(5).
002039     05  ED-Type            PIC X(1).
002040         88  RETIREMENT-ELECTION      VALUE 'R'.
002041         88  UNION-DUES-ELECTION      VALUE 'U'.
002042         88  GARNISHMENT-ORDER        VALUE 'G'.
002043     05  ED-Rate            PIC 9(3)V9(4).
002044     05  ED-Amount          PIC 9(7)V99.
002045     05  ED-Priority        PIC 9(1).
002046
002047 FD  RegisterFile.
002048 01  RegisterPrintLine         PIC X(200).
002050
002051 WORKING-STORAGE SECTION.
002052 01  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
002053     88  END-OF-EMPLOYEES             VALUE 'Y'.
002054
002055 01  WS-YTD-USABLE-SWITCH      PIC X(1) VALUE 'N'.
002056     88  YTD-FILE-USABLE              VALUE 'Y'.
002057     88  YTD-FILE-NOT-USABLE          VALUE 'N'.
002058
002059 01  WS-YTD-FOUND-SWITCH       PIC X(1) VALUE 'N'.
002060     88  YTD-RECORD-FOUND             VALUE 'Y'.
002061     88  YTD-RECORD-NOT-FOUND         VALUE 'N'.
002062
002063*    YTD-FILE-STATUS 35 MEANS THE INDEXED FILE HAS NOT BEEN
002070*    CREATED YET - THIS IS A BRAND-NEW FILE, UNLIKE EMPLOYEE.DAT,
002080*    SO THE FIRST RUN MUST CREATE IT BEFORE OPENING I-O.
002090 01  WS-YtdFileStatus          PIC X(2) VALUE SPACES.
002222*    BEEN CUT - NUMBERING STARTS FROM ZERO), AND EVERY CHECK
002223*    IS APPENDED TO THE CUMULATIVE CHECK REGISTER.
002224 01  WS-CheckRegisterStatus    PIC X(2) VALUE SPACES.
002225 01  WS-CheckControlStatus     PIC X(2) VALUE SPACES.
002226 01  WS-LastCheckNumber        PIC 9(7) VALUE 0.
002227 01  WS-TotalChecksCut         PIC 9(5) VALUE 0 COMP.
002228 01  WS-CheckTotalAmount       PIC 9(11)V99 VALUE 0.
002229
002230*    RETURNED DEPOSITS WAITING TO BE PAID BY CHECK. STATUS 35
002231*    MEANS THE DEPOSIT POSTING RUN HAS RETURNED NOTHING.
002232 01  WS-DdReturnStatus         PIC X(2) VALUE SPACES.
002233 01  WS-DD-RETURN-EOF-SWITCH   PIC X(1) VALUE 'N'.
002234     88  END-OF-DD-RETURNS            VALUE 'Y'.
002235 01  WS-ReturnChecksCut        PIC 9(5) VALUE 0 COMP.
002236 01  WS-ReturnCheckAmount      PIC 9(11)V99 VALUE 0.
002237
002238*    DEPARTMENT TABLE - LABOR COST ACCUMULATED BY THE
002239*    DEPARTMENT CODE ON THE EMPLOYEE MASTER, FEEDING THE
002240*    REGISTER DEPARTMENT SUBTOTALS AND THE GL EXTRACT.
002242 01  WS-DEPT-TABLE.
002244     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
002256         10  WS-DPT-INSURANCE      PIC 9(11)V99.
002258         10  WS-DPT-RETIREMENT     PIC 9(11)V99.
002260         10  WS-DPT-UNION          PIC 9(11)V99.
002261         10  WS-DPT-GARNISH        PIC 9(11)V99.
002262         10  WS-DPT-NET            PIC 9(11)V99.
002263         10  WS-DPT-ER-FICA        PIC 9(11)V99.
002264         10  WS-DPT-FUTA           PIC 9(11)V99.
002265         10  WS-DPT-SUTA           PIC 9(11)V99.
002266
002268 01  WS-DEPT-COUNT             PIC 9(3) VALUE 0 COMP.
002270 01  WS-DPT-IDX                PIC 9(3) VALUE 0 COMP.
002288 01  WS-REG-DEPT-LINE.
002290     05  FILLER             PIC X(6) VALUE 'DEPT '.
002292     05  RP-DeptCode        PIC X(4).
002294     05  FILLER             PIC X(51) VALUE SPACES.
002296     05  RP-GrossPay        PIC ZZZ,ZZZ,ZZ9.99.
002298     05  RP-FederalTax      PIC ZZ,ZZZ,ZZ9.99.
002300     05  RP-StateTax        PIC ZZ,ZZZ,ZZ9.99.
002420*    FICA STOPS ONCE THE EMPLOYEE'S YTD GROSS REACHES THE
002430*    ANNUAL WAGE BASE.
002440 01  WS-FicaWageBase           PIC 9(7)V99 VALUE 176100.00.
002441 01  WS-YtdGrossBefore         PIC 9(9)V99 VALUE 0.
002442 01  WS-FicaTaxable            PIC S9(9)V99 VALUE 0.
002443
002444*    EMPLOYER-SIDE TAXES. THE EMPLOYER MATCHES THE EMPLOYEE'S
002445*    FICA ON THE SAME WAGES; FUTA AND SUTA EACH APPLY ONLY TO
002446*    THE SLICE OF THIS PERIOD'S GROSS THAT STILL FITS UNDER
002447*    THEIR OWN ANNUAL WAGE BASE. NONE IS WITHHELD FROM PAY.
002448 01  WS-EmployerFicaRate       PIC 9V9(4) VALUE 0.0765.
002449 01  WS-FutaRate               PIC 9V9(4) VALUE 0.0060.
002450 01  WS-FutaWageBase           PIC 9(7)V99 VALUE 7000.00.
002451 01  WS-SutaRate               PIC 9V9(4) VALUE 0.0270.
002452 01  WS-SutaWageBase           PIC 9(7)V99 VALUE 9000.00.
002453 01  WS-WageBase               PIC 9(7)V99 VALUE 0.
002454 01  WS-BaseTaxable            PIC S9(9)V99 VALUE 0.
002455 01  WS-EmployerFica           PIC 9(7)V99 VALUE 0.
002456 01  WS-FutaTaxable            PIC 9(9)V99 VALUE 0.
002457 01  WS-FutaTax                PIC 9(7)V99 VALUE 0.
002458 01  WS-SutaTaxable            PIC 9(9)V99 VALUE 0.
002459 01  WS-SutaTax                PIC 9(7)V99 VALUE 0.
002460 01  WS-TotalEmployerFica      PIC 9(9)V99 VALUE 0.
002461 01  WS-TotalFutaTax           PIC 9(9)V99 VALUE 0.
002462 01  WS-TotalSutaTax           PIC 9(9)V99 VALUE 0.
002470
002480*    FEDERAL WITHHOLDING BRACKETS FOR ONE WEEKLY PAY PERIOD.
002490*    EACH BRACKET TAXES THE SLICE OF GROSS BETWEEN THE PRIOR
002650*    3-7-1-3-7-1-3-7-1; A VALID NUMBER'S WEIGHTED SUM IS AN
002660*    EVEN MULTIPLE OF TEN.
002670 01  WS-RunDate                PIC 9(8) VALUE 0.
002671 01  WS-RUN-DATE-PARTS REDEFINES WS-RunDate.
002672     05  WS-RunYear            PIC 9(4).
002673     05  WS-RunMonthDay        PIC 9(4).
002680 01  WS-DdRecordCount          PIC 9(7) VALUE 0 COMP.
002690 01  WS-DdTotalAmount          PIC 9(11)V99 VALUE 0.
002700 01  WS-DdExceptionCount       PIC 9(5) VALUE 0 COMP.
003040     05  FILLER             PIC X(24) VALUE 'EMPLOYEE NAME'.
003050     05  FILLER             PIC X(5) VALUE '  REG'.
003060     05  FILLER             PIC X(5) VALUE '  OVT'.
003061     05  FILLER             PIC X(5) VALUE '  HOL'.
003062     05  FILLER             PIC X(5) VALUE '  SCK'.
003063     05  FILLER             PIC X(5) VALUE '  VAC'.
003064     05  FILLER             PIC X(5) VALUE '  SHF'.
003070     05  FILLER             PIC X(14) VALUE '         GROSS'.
003080     05  FILLER             PIC X(13) VALUE '      FEDERAL'.
003090     05  FILLER             PIC X(13) VALUE '        STATE'.
003190     05  RD-RegularHours    PIC ZZZ9.
003200     05  FILLER             PIC X(2) VALUE SPACES.
003210     05  RD-OvertimeHours   PIC ZZZ9.
003211     05  FILLER             PIC X(1) VALUE SPACE.
003212     05  RD-HolidayHours    PIC ZZZ9.
003213     05  FILLER             PIC X(1) VALUE SPACE.
003214     05  RD-SickHours       PIC ZZZ9.
003215     05  FILLER             PIC X(1) VALUE SPACE.
003216     05  RD-VacationHours   PIC ZZZ9.
003217     05  FILLER             PIC X(1) VALUE SPACE.
003218     05  RD-ShiftHours      PIC ZZZ9.
003220     05  RD-GrossPay        PIC ZZZ,ZZZ,ZZ9.99.
003230     05  RD-FederalTax      PIC ZZ,ZZZ,ZZ9.99.
003240     05  RD-StateTax        PIC ZZ,ZZZ,ZZ9.99.
003280
003290 01  WS-REG-TOTAL-LINE.
003300     05  FILLER             PIC X(27) VALUE 'TOTALS'.
003310     05  FILLER             PIC X(34) VALUE SPACES.
003320     05  RT-GrossPay        PIC ZZZ,ZZZ,ZZ9.99.
003330     05  RT-FederalTax      PIC ZZ,ZZZ,ZZ9.99.
003340     05  RT-StateTax        PIC ZZ,ZZZ,ZZ9.99.
003366     05  RT-Garnishment     PIC ZZ,ZZZ,ZZ9.99.
003370     05  RT-NetPay          PIC ZZZ,ZZZ,ZZ9.99.
003380
003390 01  WS-REG-BLANK-LINE      PIC X(200) VALUE SPACES.
003400
003410*    RUN-CONTROL INTERFACE AREA AND THE PRE-COUNT OF THE
003420*    EMPLOYEE MASTER THAT IDENTIFIES THIS PERIOD'S INPUT TO
003550 01  WS-GrossPay               PIC 9(9)V99 VALUE 0.
003560 01  WS-Deductions             PIC 9(9)V99 VALUE 0.
003570 01  WS-NetPay                 PIC 9(9)V99 VALUE 0.
003571
003572*    OVERTIME CONSTANTS AND WORK FIELDS - HOURS OVER 40 IN
003573*    THE WEEK ARE PAID AT ONE AND ONE-HALF TIMES THE RATE.
003574 01  WS-StraightTimeLimit      PIC 9(4) VALUE 40.
003575 01  WS-OvertimeFactor         PIC 9V9(1) VALUE 1.5.
003576 01  WS-RegularHours           PIC 9(4) VALUE 0.
003577 01  WS-OvertimeHours          PIC 9(4) VALUE 0.
003578 01  WS-RegularPay             PIC 9(9)V99 VALUE 0.
003579 01  WS-OvertimePay            PIC 9(9)V99 VALUE 0.
003580
003581*    HOLIDAY HOURS PAY AT TIME AND A HALF; SHIFT-DIFFERENTIAL
003582*    HOURS EARN A FLAT PREMIUM PER HOUR ON TOP OF THEIR RATE;
003583*    SICK AND VACATION PAY AT STRAIGHT TIME.
003584 01  WS-HolidayFactor          PIC 9V9(1) VALUE 1.5.
003585 01  WS-ShiftPremium           PIC 9(2)V99 VALUE 1.00.
003586 01  WS-HolidayHours           PIC 9(4) VALUE 0.
003587 01  WS-SickHours              PIC 9(4) VALUE 0.
003588 01  WS-VacationHours          PIC 9(4) VALUE 0.
003589 01  WS-ShiftHours             PIC 9(4) VALUE 0.
003590 01  WS-HolidayPay             PIC 9(9)V99 VALUE 0.
003591 01  WS-LeavePay               PIC 9(9)V99 VALUE 0.
003592 01  WS-ShiftPay               PIC 9(9)V99 VALUE 0.
003593
003594*    PERIOD HOURS TABLE - LOADED FROM PERIOD_HOURS.DAT. STATUS
003595*    35 MEANS THE TIMECARD EDIT HAS NOT BEEN RUN, AND HOURS
003596*    ARE TAKEN FROM HOURSWORKED ON THE MASTER AS BEFORE.
003597 01  WS-PERIOD-HOURS-TABLE.
003598     05  WS-PERIOD-HOURS-ENTRY OCCURS 500 TIMES.
003599         10  WS-PHT-EMPLOYEE-ID   PIC 9(5).
003600         10  WS-PHT-REGULAR       PIC 9(4).
003601         10  WS-PHT-OVERTIME      PIC 9(4).
003602         10  WS-PHT-HOLIDAY       PIC 9(4).
003603         10  WS-PHT-SICK          PIC 9(4).
003604         10  WS-PHT-VACATION      PIC 9(4).
003605         10  WS-PHT-SHIFT         PIC 9(4).
003606
003607 01  WS-PERIOD-HOURS-COUNT     PIC 9(5) VALUE 0 COMP.
003608 01  WS-PHT-IDX                PIC 9(5) VALUE 0 COMP.
003609 01  WS-FOUND-PHT-IDX          PIC 9(5) VALUE 0 COMP.
003610 01  WS-PeriodHoursTableFull   PIC 9(5) VALUE 0 COMP.
003611 01  WS-PeriodHoursStatus      PIC X(2) VALUE SPACES.
003612 01  WS-NoTimecardCount        PIC 9(5) VALUE 0 COMP.
003613
003614*    LEAVE BANK CONTROLS. LEAVE-BANK-STATUS 35 MEANS THE
003615*    INDEXED FILE HAS NOT BEEN CREATED YET; THE FIRST RUN
003616*    CREATES IT THE SAME WAY AS THE YTD FILE.
003617 01  WS-LeaveBankStatus        PIC X(2) VALUE SPACES.
003618
003619 01  WS-LEAVE-USABLE-SWITCH    PIC X(1) VALUE 'N'.
003620     88  LEAVE-BANK-USABLE            VALUE 'Y'.
003621     88  LEAVE-BANK-NOT-USABLE        VALUE 'N'.
003622
003623 01  WS-LVB-FOUND-SWITCH       PIC X(1) VALUE 'N'.
003624     88  LEAVE-RECORD-FOUND           VALUE 'Y'.
003625     88  LEAVE-RECORD-NOT-FOUND       VALUE 'N'.
003626
003627*    VACATION ACCRUAL SCHEDULE - HOURS EARNED EACH PAY PERIOD
003628*    BY COMPLETED YEARS OF SERVICE. EACH TIER APPLIES FROM ITS
003629*    MINIMUM YEARS UP. SEEDED IN 1210-INIT-LEAVE-ACCRUAL.
003630 01  WS-LEAVE-ACCRUAL-TABLE.
003631     05  WS-LEAVE-TIER OCCURS 3 TIMES.
003632         10  WS-LVT-MIN-YEARS      PIC 9(2).
003633         10  WS-LVT-VACATION-RATE  PIC 9(2)V99.
003634
003635 01  WS-LVT-IDX                PIC 9(1) VALUE 0.
003636
003637*    SICK LEAVE ACCRUES AT ONE FLAT RATE. NEITHER BALANCE
003638*    ACCRUES PAST ITS CAP.
003639 01  WS-SickAccrualRate        PIC 9(2)V99 VALUE 1.85.
003640 01  WS-VacationCap            PIC 9(5)V99 VALUE 240.00.
003641 01  WS-SickCap                PIC 9(5)V99 VALUE 480.00.
003642
003643 01  WS-HIRE-DATE-WORK.
003644     05  WS-HireYear           PIC 9(4).
003645     05  WS-HireMonthDay       PIC 9(4).
003646 01  WS-HireDate-N REDEFINES WS-HIRE-DATE-WORK PIC 9(8).
003647
003648 01  WS-YearsOfService         PIC 9(2) VALUE 0.
003649 01  WS-VacationAccrual        PIC 9(5)V99 VALUE 0.
003650 01  WS-SickAccrual            PIC 9(5)V99 VALUE 0.
003651 01  WS-AccrualRoom            PIC S9(5)V99 VALUE 0.
003652 01  WS-VacationBalance        PIC 9(5)V99 VALUE 0.
003653 01  WS-SickBalance            PIC 9(5)V99 VALUE 0.
003654
003655 01  WS-TotalVacationAccrued   PIC 9(7)V99 VALUE 0.
003656 01  WS-TotalSickAccrued       PIC 9(7)V99 VALUE 0.
003657 01  WS-TotalVacationTaken     PIC 9(7) VALUE 0.
003658 01  WS-TotalSickTaken         PIC 9(7) VALUE 0.
003659 01  WS-LeaveExceptionCount    PIC 9(5) VALUE 0 COMP.
003660
003661 01  WS-EOF-PERIOD-HOURS-SWITCH PIC X(1) VALUE 'N'.
003662     88  END-OF-PERIOD-HOURS          VALUE 'Y'.
003663
003664 01  WS-HOURS-SOURCE-SWITCH    PIC X(1) VALUE 'T'.
003665     88  HOURS-FROM-TIMECARDS         VALUE 'T'.
003666     88  HOURS-FROM-MASTER            VALUE 'M'.
003670
003671 01  WS-PHT-FOUND-SWITCH       PIC X(1) VALUE 'N'.
003672     88  PERIOD-HOURS-FOUND           VALUE 'Y'.
003673     88  PERIOD-HOURS-NOT-FOUND       VALUE 'N'.
003674
003680 PROCEDURE DIVISION.
003690*    ------------------------------------------------------
003700*    0000-MAINLINE CONTROLS THE PAYROLL RUN.
003750     IF RUN-IS-DUPLICATE
003760         DISPLAY 'EMPLOYEE.DAT ALREADY PAID TO COMPLETION'
003770             ' TODAY - RUN REFUSED'
003771     ELSE
003772         PERFORM 2050-OPEN-YTD-FILE THRU 2050-EXIT
003773         IF YTD-FILE-USABLE
003774             PERFORM 2055-OPEN-LEAVE-BANK THRU 2055-EXIT
003775         END-IF
003776         IF YTD-FILE-NOT-USABLE OR LEAVE-BANK-NOT-USABLE
003783             CONTINUE
003784         ELSE
003790             PERFORM 2000-PROCESS-EMPLOYEES THRU 2000-EXIT
003870     ACCEPT WS-RunDate FROM DATE YYYYMMDD
003880     PERFORM 1100-INIT-DEDUCTION-TABLE THRU 1100-EXIT
003890     PERFORM 1200-INIT-FEDERAL-BRACKETS THRU 1200-EXIT
003891     PERFORM 1210-INIT-LEAVE-ACCRUAL THRU 1210-EXIT
003892     PERFORM 1250-LOAD-DEDUCT-ELECTIONS THRU 1250-EXIT
003893     PERFORM 1270-LOAD-PERIOD-HOURS THRU 1270-EXIT.
003900 1000-EXIT.
003910     EXIT.
003920
004240     MOVE 0.2200     TO WS-FED-BRACKET-RATE(3)
004250     MOVE 9999999.99 TO WS-FED-UPPER-BOUND(4)
004260     MOVE 0.3200     TO WS-FED-BRACKET-RATE(4).
004261 1200-EXIT.
004262     EXIT.
004263
004264*    ------------------------------------------------------
004265*    LOAD THE VACATION ACCRUAL TIERS - 80 HOURS A YEAR TO
004266*    START, 120 FROM FIVE YEARS OF SERVICE, 160 FROM TEN.
004267*    ------------------------------------------------------
004268 1210-INIT-LEAVE-ACCRUAL.
004269     MOVE 0    TO WS-LVT-MIN-YEARS(1)
004270     MOVE 1.54 TO WS-LVT-VACATION-RATE(1)
004271     MOVE 5    TO WS-LVT-MIN-YEARS(2)
004272     MOVE 2.31 TO WS-LVT-VACATION-RATE(2)
004273     MOVE 10   TO WS-LVT-MIN-YEARS(3)
004274     MOVE 3.08 TO WS-LVT-VACATION-RATE(3).
004275 1210-EXIT.
004280     EXIT.
004282
004283*    ------------------------------------------------------
004321 1260-EXIT.
004322     EXIT.
004323
004324*    ------------------------------------------------------
004325*    LOAD THE PERIOD HOURS THE TIMECARD EDIT BUILT. NO FILE
004326*    (STATUS 35) MEANS THE EDIT HAS NOT BEEN RUN - HOURS ARE
004327*    TAKEN FROM HOURSWORKED ON THE EMPLOYEE MASTER. AN EMPTY
004328*    FILE MEANS NO EDIT HAS RUN SINCE THE LAST PAYROLL EMPTIED
004329*    IT, AND NO EMPLOYEE HAS TIMECARD HOURS.
004330*    ------------------------------------------------------
004331 1270-LOAD-PERIOD-HOURS.
004332     OPEN INPUT PeriodHoursFile
004333     IF WS-PeriodHoursStatus = '35'
004334         SET HOURS-FROM-MASTER TO TRUE
004335         DISPLAY 'NO PERIOD HOURS FILE - HOURS TAKEN FROM THE'
004336             ' EMPLOYEE MASTER'
004337         GO TO 1270-EXIT
004338     END-IF
004339     PERFORM UNTIL END-OF-PERIOD-HOURS
004340         READ PeriodHoursFile INTO PeriodHoursRecord
004341             AT END
004342                 SET END-OF-PERIOD-HOURS TO TRUE
004343             NOT AT END
004344                 PERFORM 1280-STORE-PERIOD-HOURS THRU 1280-EXIT
004345         END-READ
004346     END-PERFORM
004347     CLOSE PeriodHoursFile
004348     IF WS-PERIOD-HOURS-COUNT = 0
004349         DISPLAY 'PERIOD HOURS FILE IS EMPTY - NO TIMECARD EDIT'
004350             ' SINCE THE LAST PAYROLL'
004351     END-IF.
004352 1270-EXIT.
004353     EXIT.
004354
004355 1280-STORE-PERIOD-HOURS.
004356     IF WS-PERIOD-HOURS-COUNT >= 500
004357         ADD 1 TO WS-PeriodHoursTableFull
004358         DISPLAY 'PERIOD HOURS TABLE FULL, DROPPED EMPLOYEE '
004359             PRD-EmployeeID
004360     ELSE
004361         ADD 1 TO WS-PERIOD-HOURS-COUNT
004362         MOVE PRD-EmployeeID
004363             TO WS-PHT-EMPLOYEE-ID(WS-PERIOD-HOURS-COUNT)
004364         MOVE PRD-RegularHours
004365             TO WS-PHT-REGULAR(WS-PERIOD-HOURS-COUNT)
004366         MOVE PRD-OvertimeHours
004367             TO WS-PHT-OVERTIME(WS-PERIOD-HOURS-COUNT)
004368         MOVE PRD-HolidayHours
004369             TO WS-PHT-HOLIDAY(WS-PERIOD-HOURS-COUNT)
004370         MOVE PRD-SickHours
004371             TO WS-PHT-SICK(WS-PERIOD-HOURS-COUNT)
004372         MOVE PRD-VacationHours
004373             TO WS-PHT-VACATION(WS-PERIOD-HOURS-COUNT)
004374         MOVE PRD-ShiftHours
004375             TO WS-PHT-SHIFT(WS-PERIOD-HOURS-COUNT)
004376     END-IF.
004377 1280-EXIT.
004378     EXIT.
004379
004380*    ------------------------------------------------------
004381*    COUNT THE EMPLOYEE MASTER AND CHECK THE SHARED RUN-
004382*    CONTROL LOG. A COMPLETED PAYROLL TODAY AGAINST THE
004383*    SAME MASTER COUNT MEANS THE PERIOD WOULD PAY TWICE.
004384*    ------------------------------------------------------
004385 1300-CHECK-RUN-CONTROL.
004386     OPEN INPUT EmployeeFile
004387     PERFORM UNTIL END-OF-EMPLOYEES
004388         READ EmployeeFile
004390             AT END
004400                 SET END-OF-EMPLOYEES TO TRUE
004410             NOT AT END
004540
004550 1400-MARK-RUN-COMPLETE.
004560     MOVE 'E' TO RCA-Function
004561     CALL 'RunControl' USING WS-RUN-CONTROL-AREA
004562*    THE DEPOSIT RETURNS AND THE PERIOD'S HOURS ARE PAID -
004563*    EMPTY THEM NOW THE RUN IS LOGGED, SO A LATER RUN (ONE
004564*    WITHOUT A NEW TIMECARD EDIT, FOR THE HOURS) CANNOT PAY
004565*    THEM, OR TAKE THE LEAVE, A SECOND TIME.
004566     OPEN OUTPUT DdReturnFile
004567     CLOSE DdReturnFile
004568     IF NOT HOURS-FROM-MASTER
004569         OPEN OUTPUT PeriodHoursFile
004570         CLOSE PeriodHoursFile
004571     END-IF.
004580 1400-EXIT.
004590     EXIT.
004600
004650     OPEN INPUT EmployeeFile
004670     OPEN OUTPUT PaystubFile
004680     OPEN OUTPUT DirectDepositFile
004681     OPEN OUTPUT DdExceptionFile
004682     OPEN OUTPUT LeaveExceptionFile
004691     OPEN OUTPUT RegisterFile
004692     OPEN EXTEND PayHistoryFile
004693     IF WS-PayHistoryStatus = '35'
004712         OPEN EXTEND CheckRegisterFile
004714     END-IF
004716     PERFORM 2060-READ-CHECK-CONTROL THRU 2060-EXIT
004717     PERFORM 2080-PAY-DD-RETURNS THRU 2080-EXIT
004718     MOVE 'H' TO DDH-RecordType
004720     MOVE WS-RunDate TO DDH-RunDate
004730     WRITE DirectDepositHeader
004830     END-PERFORM
004840     CLOSE EmployeeFile
004850     CLOSE YtdPayrollFile
004851     CLOSE LeaveBankFile
004852     CLOSE LeaveExceptionFile
004860     CLOSE PaystubFile
004870     MOVE 'T' TO DDT-RecordType
004880     MOVE WS-DdRecordCount TO DDT-RecordCount
005050     OPEN I-O YtdPayrollFile
005060     IF WS-YtdFileStatus = '35'
005070         OPEN OUTPUT YtdPayrollFile
005071         CLOSE YtdPayrollFile
005072         OPEN I-O YtdPayrollFile
005073     END-IF
005074     IF WS-YtdFileStatus = '00'
005075         SET YTD-FILE-USABLE TO TRUE
005076     ELSE
005077         DISPLAY 'YTD FILE CANNOT BE OPENED - STATUS '
005078             WS-YtdFileStatus ' - RUN REFUSED'
005079     END-IF.
005080 2050-EXIT.
005081     EXIT.
005082
005083*    ------------------------------------------------------
005084*    OPEN THE LEAVE BANK I-O, CREATING IT ON THE FIRST RUN
005085*    (STATUS 35). ANY OTHER NONZERO STATUS REFUSES THE RUN
005086*    BEFORE ANYONE IS PAID, THE SAME AS THE YTD FILE - LEAVE
005087*    PAID WITHOUT THE BANK WOULD NEVER COME OFF A BALANCE.
005088*    ------------------------------------------------------
005089 2055-OPEN-LEAVE-BANK.
005090     SET LEAVE-BANK-NOT-USABLE TO TRUE
005091     OPEN I-O LeaveBankFile
005092     IF WS-LeaveBankStatus = '35'
005093         OPEN OUTPUT LeaveBankFile
005094         CLOSE LeaveBankFile
005095         OPEN I-O LeaveBankFile
005100     END-IF
005101     IF WS-LeaveBankStatus = '00'
005102         SET LEAVE-BANK-USABLE TO TRUE
005103     ELSE
005104         DISPLAY 'LEAVE BANK CANNOT BE OPENED - STATUS '
005105             WS-LeaveBankStatus ' - RUN REFUSED'
005106     END-IF.
005107 2055-EXIT.
005120     EXIT.
005121
005122*    ------------------------------------------------------
005152 2070-EXIT.
005153     EXIT.
005154
005155*    ------------------------------------------------------
005156*    PAY EVERY DEPOSIT THE DEPOSIT POSTING RUN RETURNED BY
005157*    CHECK - SAME NUMBERING, PRINT RECORD AND ISSUED ENTRY
005158*    ON THE CHECK REGISTER AS A CHECK FOR BAD DEPOSIT
005159*    INSTRUCTIONS. THE FILE IS EMPTIED ONLY IN 1400, ONCE THE
005160*    RUN IS LOGGED COMPLETE, SO A RERUN AFTER A FAILURE STILL
005161*    PAYS THEM.
005162*    ------------------------------------------------------
005163 2080-PAY-DD-RETURNS.
005164     OPEN INPUT DdReturnFile
005165     IF WS-DdReturnStatus NOT = '00'
005166         GO TO 2080-EXIT
005167     END-IF
005168     PERFORM UNTIL END-OF-DD-RETURNS
005169         READ DdReturnFile
005170             AT END
005171                 SET END-OF-DD-RETURNS TO TRUE
005172             NOT AT END
005173                 PERFORM 2085-WRITE-RETURN-CHECK THRU 2085-EXIT
005174         END-READ
005175     END-PERFORM
005177     CLOSE DdReturnFile.
005178 2080-EXIT.
005179     EXIT.
005180
005181 2085-WRITE-RETURN-CHECK.
005182     ADD 1 TO WS-LastCheckNumber
005183     MOVE WS-LastCheckNumber TO CHP-CheckNumber
005184     MOVE WS-RunDate         TO CHP-RunDate
005185     MOVE DDR-EmployeeID     TO CHP-EmployeeID
005186     MOVE DDR-EmployeeName   TO CHP-PayeeName
005187     MOVE DDR-DepositAmount  TO CHP-Amount
005188     WRITE CheckPrintRecord
005189     MOVE WS-LastCheckNumber TO CHK-CheckNumber
005190     MOVE WS-RunDate         TO CHK-RunDate
005191     MOVE DDR-EmployeeName   TO CHK-PayeeName
005192     MOVE DDR-DepositAmount  TO CHK-Amount
005193     MOVE 'I'                TO CHK-Status
005194     WRITE CheckRegisterRecord
005195     ADD 1 TO WS-TotalChecksCut
005196     ADD DDR-DepositAmount TO WS-CheckTotalAmount
005197     ADD 1 TO WS-ReturnChecksCut
005198     ADD DDR-DepositAmount TO WS-ReturnCheckAmount.
005199 2085-EXIT.
005200     EXIT.
005201
005202 2100-PROCESS-EMPLOYEE.
005203     PERFORM 2150-COMPUTE-GROSS-PAY THRU 2150-EXIT
005204     PERFORM 2120-GET-YTD-GROSS THRU 2120-EXIT
005205     PERFORM 2200-COMPUTE-DEDUCTIONS THRU 2200-EXIT
005206     PERFORM 2280-COMPUTE-EMPLOYER-TAXES THRU 2280-EXIT
005207     PERFORM 2260-APPLY-VOLUNTARY-DEDS THRU 2260-EXIT
005208     COMPUTE WS-NetPay = WS-GrossPay - WS-Deductions
005209
005210     ADD WS-GrossPay   TO WS-TotalGrossPay
005211     ADD WS-Deductions TO WS-TotalDeductions
005220     ADD WS-NetPay     TO WS-TotalNetPay
005230     PERFORM 2250-UPDATE-YTD THRU 2250-EXIT
005240     PERFORM 2300-WRITE-PAYSTUB THRU 2300-EXIT
005400         INVALID KEY
005410             CONTINUE
005420         NOT INVALID KEY
005421             MOVE YTD-GrossPay TO WS-YtdGrossBefore
005422     END-READ.
005423 2120-EXIT.
005424     EXIT.
005425
005426*    ------------------------------------------------------
005427*    COMPUTE GROSS PAY FROM THE PERIOD HOURS BY PAY CODE.
005428*    REGULAR HOURS PAY STRAIGHT TIME, OVERTIME HOURS TIME AND
005429*    A HALF, HOLIDAY HOURS THE HOLIDAY PREMIUM, SICK AND
005430*    VACATION HOURS STRAIGHT TIME, AND SHIFT HOURS ADD THE
005431*    FLAT SHIFT PREMIUM. A SALARIED/EXEMPT EMPLOYEE IS PAID
005432*    THE PERIOD SALARY REGARDLESS OF HOURS AND EARNS NO
005433*    OVERTIME; ANY LEAVE CARDED IS SHOWN BUT NOT PAID AGAIN.
005434*    ------------------------------------------------------
005435 2150-COMPUTE-GROSS-PAY.
005436     PERFORM 2160-GET-PERIOD-HOURS THRU 2160-EXIT
005437     PERFORM 2170-APPLY-LEAVE-BANK THRU 2170-EXIT
005438     IF SALARIED-EMPLOYEE
005439         MOVE HoursWorked TO WS-RegularHours
005440         MOVE 0 TO WS-OvertimeHours
005441         MOVE PeriodSalary TO WS-GrossPay
005442         GO TO 2150-EXIT
005443     END-IF
005444     COMPUTE WS-RegularPay = HourlyRate * WS-RegularHours
005445     COMPUTE WS-OvertimePay ROUNDED =
005446         HourlyRate * WS-OvertimeFactor * WS-OvertimeHours
005447     COMPUTE WS-HolidayPay ROUNDED =
005448         HourlyRate * WS-HolidayFactor * WS-HolidayHours
005449     COMPUTE WS-LeavePay =
005450         HourlyRate * (WS-SickHours + WS-VacationHours)
005451     COMPUTE WS-ShiftPay = WS-ShiftPremium * WS-ShiftHours
005452     COMPUTE WS-GrossPay = WS-RegularPay + WS-OvertimePay
005453         + WS-HolidayPay + WS-LeavePay + WS-ShiftPay.
005454 2150-EXIT.
005460     EXIT.
005461
005462*    ------------------------------------------------------
005463*    PICK UP THIS EMPLOYEE'S HOURS BY PAY CODE. FROM THE
005464*    TIMECARDS, AN EMPLOYEE WITH NO ACCEPTED CARD HAS NO
005465*    HOURS. FROM THE MASTER, HOURSWORKED OVER 40 IS SPLIT
005466*    INTO OVERTIME AS IT ALWAYS WAS.
005467*    ------------------------------------------------------
005468 2160-GET-PERIOD-HOURS.
005469     MOVE 0 TO WS-RegularHours
005470     MOVE 0 TO WS-OvertimeHours
005471     MOVE 0 TO WS-HolidayHours
005472     MOVE 0 TO WS-SickHours
005473     MOVE 0 TO WS-VacationHours
005474     MOVE 0 TO WS-ShiftHours
005475     IF HOURS-FROM-MASTER
005476         IF HoursWorked > WS-StraightTimeLimit
005477             MOVE WS-StraightTimeLimit TO WS-RegularHours
005478             COMPUTE WS-OvertimeHours =
005479                 HoursWorked - WS-StraightTimeLimit
005480         ELSE
005481             MOVE HoursWorked TO WS-RegularHours
005482         END-IF
005483         GO TO 2160-EXIT
005484     END-IF
005485     SET PERIOD-HOURS-NOT-FOUND TO TRUE
005486     PERFORM 2165-MATCH-PERIOD-HOURS THRU 2165-EXIT
005487         VARYING WS-PHT-IDX FROM 1 BY 1
005488         UNTIL WS-PHT-IDX > WS-PERIOD-HOURS-COUNT
005489            OR PERIOD-HOURS-FOUND
005490     IF PERIOD-HOURS-NOT-FOUND
005491         IF HOURLY-EMPLOYEE
005492             ADD 1 TO WS-NoTimecardCount
005493         END-IF
005494         GO TO 2160-EXIT
005495     END-IF
005496     MOVE WS-PHT-REGULAR(WS-FOUND-PHT-IDX)  TO WS-RegularHours
005497     MOVE WS-PHT-OVERTIME(WS-FOUND-PHT-IDX) TO WS-OvertimeHours
005498     MOVE WS-PHT-HOLIDAY(WS-FOUND-PHT-IDX)  TO WS-HolidayHours
005499     MOVE WS-PHT-SICK(WS-FOUND-PHT-IDX)     TO WS-SickHours
005500     MOVE WS-PHT-VACATION(WS-FOUND-PHT-IDX) TO WS-VacationHours
005501     MOVE WS-PHT-SHIFT(WS-FOUND-PHT-IDX)    TO WS-ShiftHours.
005502 2160-EXIT.
005503     EXIT.
005504
005505 2165-MATCH-PERIOD-HOURS.
005506     IF WS-PHT-EMPLOYEE-ID(WS-PHT-IDX) = EmployeeID
005507         SET PERIOD-HOURS-FOUND TO TRUE
005508         MOVE WS-PHT-IDX TO WS-FOUND-PHT-IDX
005509     END-IF.
005510 2165-EXIT.
005511     EXIT.
005512
005513*    ------------------------------------------------------
005514*    BRING THE EMPLOYEE'S LEAVE BANK UP TO DATE - ACCRUE THIS
005515*    PERIOD'S HOURS, THEN TAKE THE LEAVE CARDED. A REQUEST
005516*    FOR MORE THAN THE BALANCE NOW AVAILABLE GOES TO THE
005517*    EXCEPTION LISTING AND IS DROPPED FROM THIS PERIOD'S PAY
005518*    WHOLE; NOTHING COMES OFF THE BANK FOR IT. AN EMPLOYEE
005519*    NOT YET IN THE BANK STARTS FROM ZERO.
005520*    ------------------------------------------------------
005521 2170-APPLY-LEAVE-BANK.
005522     MOVE EmployeeID TO LVB-EmployeeID
005523     READ LeaveBankFile
005524         INVALID KEY
005525             SET LEAVE-RECORD-NOT-FOUND TO TRUE
005526         NOT INVALID KEY
005527             SET LEAVE-RECORD-FOUND TO TRUE
005528     END-READ
005529     IF LEAVE-RECORD-NOT-FOUND
005530         MOVE EmployeeID TO LVB-EmployeeID
005531         MOVE 0 TO LVB-VacationAccrued
005532         MOVE 0 TO LVB-VacationTaken
005533         MOVE 0 TO LVB-VacationAvailable
005534         MOVE 0 TO LVB-SickAccrued
005535         MOVE 0 TO LVB-SickTaken
005536         MOVE 0 TO LVB-SickAvailable
005537         MOVE 0 TO LVB-LastYearEndYear
005540     END-IF
005541     MOVE EmployeeName TO LVB-EmployeeName
005542     PERFORM 2175-ACCRUE-LEAVE THRU 2175-EXIT
005543     IF WS-VacationHours > 0
005544         IF WS-VacationHours > LVB-VacationAvailable
005545             MOVE 'V' TO LVX-LeaveType
005546             MOVE WS-VacationHours TO LVX-HoursRequested
005547             MOVE LVB-VacationAvailable TO LVX-HoursAvailable
005548             MOVE 'VACATION REQUESTED EXCEEDS BALANCE'
005549                 TO LVX-Reason
005550             PERFORM 2190-WRITE-LEAVE-EXCEPTION THRU 2190-EXIT
005551             MOVE 0 TO WS-VacationHours
005552         ELSE
005553             SUBTRACT WS-VacationHours FROM LVB-VacationAvailable
005554             ADD WS-VacationHours TO LVB-VacationTaken
005555             ADD WS-VacationHours TO WS-TotalVacationTaken
005556         END-IF
005557     END-IF
005558     IF WS-SickHours > 0
005559         IF WS-SickHours > LVB-SickAvailable
005560             MOVE 'S' TO LVX-LeaveType
005561             MOVE WS-SickHours TO LVX-HoursRequested
005562             MOVE LVB-SickAvailable TO LVX-HoursAvailable
005563             MOVE 'SICK LEAVE REQUESTED EXCEEDS BALANCE'
005564                 TO LVX-Reason
005565             PERFORM 2190-WRITE-LEAVE-EXCEPTION THRU 2190-EXIT
005566             MOVE 0 TO WS-SickHours
005567         ELSE
005568             SUBTRACT WS-SickHours FROM LVB-SickAvailable
005569             ADD WS-SickHours TO LVB-SickTaken
005570             ADD WS-SickHours TO WS-TotalSickTaken
005571         END-IF
005572     END-IF
005573     MOVE LVB-VacationAvailable TO WS-VacationBalance
005574     MOVE LVB-SickAvailable     TO WS-SickBalance
005575     IF LEAVE-RECORD-FOUND
005576         REWRITE LeaveBankRecord
005580     ELSE
005581         WRITE LeaveBankRecord
005582     END-IF.
005583 2170-EXIT.
005584     EXIT.
005585
005586*    ------------------------------------------------------
005587*    ONE PERIOD'S ACCRUAL. THE VACATION RATE IS THE HIGHEST
005588*    TIER THE EMPLOYEE'S YEARS OF SERVICE REACH; EITHER
005589*    ACCRUAL IS CUT BACK SO THE BALANCE STOPS AT ITS CAP.
005590*    ------------------------------------------------------
005591 2175-ACCRUE-LEAVE.
005592     PERFORM 2180-COMPUTE-SERVICE-YEARS THRU 2180-EXIT
005593     MOVE WS-LVT-VACATION-RATE(1) TO WS-VacationAccrual
005594     PERFORM 2185-PICK-LEAVE-TIER THRU 2185-EXIT
005595         VARYING WS-LVT-IDX FROM 2 BY 1
005596         UNTIL WS-LVT-IDX > 3
005597     COMPUTE WS-AccrualRoom =
005598         WS-VacationCap - LVB-VacationAvailable
005599     IF WS-AccrualRoom < 0
005600         MOVE 0 TO WS-AccrualRoom
005601     END-IF
005602     IF WS-VacationAccrual > WS-AccrualRoom
005603         MOVE WS-AccrualRoom TO WS-VacationAccrual
005604     END-IF
005605     MOVE WS-SickAccrualRate TO WS-SickAccrual
005606     COMPUTE WS-AccrualRoom = WS-SickCap - LVB-SickAvailable
005607     IF WS-AccrualRoom < 0
005608         MOVE 0 TO WS-AccrualRoom
005610     END-IF
005611     IF WS-SickAccrual > WS-AccrualRoom
005612         MOVE WS-AccrualRoom TO WS-SickAccrual
005613     END-IF
005614     ADD WS-VacationAccrual TO LVB-VacationAccrued
005615     ADD WS-VacationAccrual TO LVB-VacationAvailable
005616     ADD WS-SickAccrual     TO LVB-SickAccrued
005617     ADD WS-SickAccrual     TO LVB-SickAvailable
005618     ADD WS-VacationAccrual TO WS-TotalVacationAccrued
005619     ADD WS-SickAccrual     TO WS-TotalSickAccrued
005620     MOVE WS-RunDate TO LVB-LastAccrualDate.
005621 2175-EXIT.
005622     EXIT.
005623
005624*    ------------------------------------------------------
005625*    COMPLETED YEARS OF SERVICE FROM THE HIRE DATE ON THE
005626*    MASTER. NO HIRE DATE (OR ONE AFTER TODAY) COUNTS AS NO
005627*    SERVICE, WHICH ACCRUES AT THE STARTING TIER.
005628*    ------------------------------------------------------
005629 2180-COMPUTE-SERVICE-YEARS.
005630     MOVE 0 TO WS-YearsOfService
005631     IF HireDate NOT NUMERIC
005632         GO TO 2180-EXIT
005633     END-IF
005634     IF HireDate = 0 OR HireDate > WS-RunDate
005635         GO TO 2180-EXIT
005636     END-IF
005637     MOVE HireDate TO WS-HireDate-N
005638     COMPUTE WS-YearsOfService = WS-RunYear - WS-HireYear
005639     IF WS-RunMonthDay < WS-HireMonthDay
005640         SUBTRACT 1 FROM WS-YearsOfService
005641     END-IF.
005642 2180-EXIT.
005643     EXIT.
005644
005645 2185-PICK-LEAVE-TIER.
005646     IF WS-YearsOfService >= WS-LVT-MIN-YEARS(WS-LVT-IDX)
005647         MOVE WS-LVT-VACATION-RATE(WS-LVT-IDX)
005648             TO WS-VacationAccrual
005649     END-IF.
005650 2185-EXIT.
005651     EXIT.
005652
005653 2190-WRITE-LEAVE-EXCEPTION.
005654     MOVE EmployeeID   TO LVX-EmployeeID
005655     MOVE EmployeeName TO LVX-EmployeeName
005656     WRITE LeaveExceptionRecord
005657     ADD 1 TO WS-LeaveExceptionCount.
005658 2190-EXIT.
005670     EXIT.
005680
005690*    ------------------------------------------------------
006410     END-IF
006420     IF WS-FicaTaxable < 0
006430         MOVE 0 TO WS-FicaTaxable
006431     END-IF
006432     COMPUTE WS-DED-AMOUNT(WS-DED-IDX) ROUNDED =
006433         WS-FicaTaxable * WS-DED-RATE(WS-DED-IDX).
006434 2240-EXIT.
006435     EXIT.
006436
006437*    ------------------------------------------------------
006438*    EMPLOYER TAXES FOR THIS EMPLOYEE. THE FICA MATCH USES
006439*    THE SAME TAXABLE WAGES AS THE EMPLOYEE'S FICA JUST
006440*    WITHHELD; FUTA AND SUTA EACH TAKE THEIR OWN WAGE BASE.
006441*    ------------------------------------------------------
006442 2280-COMPUTE-EMPLOYER-TAXES.
006443     COMPUTE WS-EmployerFica ROUNDED =
006444         WS-FicaTaxable * WS-EmployerFicaRate
006445     MOVE WS-FutaWageBase TO WS-WageBase
006446     PERFORM 2285-COMPUTE-BASE-TAXABLE THRU 2285-EXIT
006447     MOVE WS-BaseTaxable TO WS-FutaTaxable
006448     COMPUTE WS-FutaTax ROUNDED = WS-FutaTaxable * WS-FutaRate
006449     MOVE WS-SutaWageBase TO WS-WageBase
006450     PERFORM 2285-COMPUTE-BASE-TAXABLE THRU 2285-EXIT
006451     MOVE WS-BaseTaxable TO WS-SutaTaxable
006452     COMPUTE WS-SutaTax ROUNDED = WS-SutaTaxable * WS-SutaRate
006453     ADD WS-EmployerFica TO WS-TotalEmployerFica
006454     ADD WS-FutaTax      TO WS-TotalFutaTax
006455     ADD WS-SutaTax      TO WS-TotalSutaTax.
006456 2280-EXIT.
006457     EXIT.
006458
006459*    ------------------------------------------------------
006460*    THE PART OF THIS PERIOD'S GROSS STILL UNDER WS-WAGEBASE
006461*    GIVEN THE EMPLOYEE'S YTD GROSS BEFORE THE PERIOD.
006462*    ------------------------------------------------------
006463 2285-COMPUTE-BASE-TAXABLE.
006464     COMPUTE WS-BaseTaxable = WS-WageBase - WS-YtdGrossBefore
006465     IF WS-BaseTaxable > WS-GrossPay
006466         MOVE WS-GrossPay TO WS-BaseTaxable
006467     END-IF
006468     IF WS-BaseTaxable < 0
006469         MOVE 0 TO WS-BaseTaxable
006470     END-IF.
006471 2285-EXIT.
006480     EXIT.
006482
006483*    ------------------------------------------------------
006920     MOVE EmployeeName       TO STUB-EmployeeName
006930     MOVE WS-RegularHours    TO STUB-RegularHours
006940     MOVE WS-OvertimeHours   TO STUB-OvertimeHours
006941     MOVE WS-HolidayHours    TO STUB-HolidayHours
006942     MOVE WS-SickHours       TO STUB-SickHours
006943     MOVE WS-VacationHours   TO STUB-VacationHours
006944     MOVE WS-ShiftHours      TO STUB-ShiftHours
006945     MOVE WS-VacationBalance TO STUB-VacationBalance
006946     MOVE WS-SickBalance     TO STUB-SickBalance
006950     MOVE WS-GrossPay        TO STUB-GrossPay
006960     MOVE WS-DED-AMOUNT(1)   TO STUB-FederalTax
006970     MOVE WS-DED-AMOUNT(2)   TO STUB-StateTax
007300         MOVE 0 TO WS-DPT-UNION(WS-FOUND-DPT-IDX)
007310         MOVE 0 TO WS-DPT-GARNISH(WS-FOUND-DPT-IDX)
007320         MOVE 0 TO WS-DPT-NET(WS-FOUND-DPT-IDX)
007321         MOVE 0 TO WS-DPT-ER-FICA(WS-FOUND-DPT-IDX)
007322         MOVE 0 TO WS-DPT-FUTA(WS-FOUND-DPT-IDX)
007323         MOVE 0 TO WS-DPT-SUTA(WS-FOUND-DPT-IDX)
007330     END-IF
007340     ADD WS-GrossPay       TO WS-DPT-GROSS(WS-FOUND-DPT-IDX)
007350     ADD WS-DED-AMOUNT(1)  TO WS-DPT-FEDERAL(WS-FOUND-DPT-IDX)
007410         TO WS-DPT-RETIREMENT(WS-FOUND-DPT-IDX)
007420     ADD WS-UnionDues      TO WS-DPT-UNION(WS-FOUND-DPT-IDX)
007430     ADD WS-GarnishTotal   TO WS-DPT-GARNISH(WS-FOUND-DPT-IDX)
007431     ADD WS-NetPay         TO WS-DPT-NET(WS-FOUND-DPT-IDX)
007432     ADD WS-EmployerFica   TO WS-DPT-ER-FICA(WS-FOUND-DPT-IDX)
007433     ADD WS-FutaTax        TO WS-DPT-FUTA(WS-FOUND-DPT-IDX)
007434     ADD WS-SutaTax        TO WS-DPT-SUTA(WS-FOUND-DPT-IDX).
007450 2115-EXIT.
007460     EXIT.
007470
007550
007560*    ------------------------------------------------------
007570*    RETAIN THIS EMPLOYEE'S PERIOD FIGURES ON THE DATED
007580*    PAY-HISTORY FILE FOR THE QUARTERLY TAX AND FUTA RUNS.
007590*    ------------------------------------------------------
007600 2310-WRITE-PAY-HISTORY.
007610     MOVE WS-RunDate       TO PH-RunDate
007650     MOVE WS-DED-AMOUNT(2) TO PH-StateTax
007660     MOVE WS-DED-AMOUNT(3) TO PH-FicaTax
007670     MOVE WS-NetPay        TO PH-NetPay
007671     MOVE WS-EmployerFica  TO PH-EmployerFica
007672     MOVE WS-FutaTaxable   TO PH-FutaTaxable
007673     MOVE WS-FutaTax       TO PH-FutaTax
007674     MOVE WS-SutaTaxable   TO PH-SutaTaxable
007675     MOVE WS-SutaTax       TO PH-SutaTax
007676     MOVE EmployeeName     TO PH-EmployeeName
007680     WRITE PayHistoryRecord.
007690 2310-EXIT.
007700     EXIT.
008670     MOVE EmployeeName     TO RD-EmployeeName
008680     MOVE WS-RegularHours  TO RD-RegularHours
008690     MOVE WS-OvertimeHours TO RD-OvertimeHours
008691     MOVE WS-HolidayHours  TO RD-HolidayHours
008692     MOVE WS-SickHours     TO RD-SickHours
008693     MOVE WS-VacationHours TO RD-VacationHours
008694     MOVE WS-ShiftHours    TO RD-ShiftHours
008700     MOVE WS-GrossPay      TO RD-GrossPay
008710     MOVE WS-DED-AMOUNT(1) TO RD-FederalTax
008720     MOVE WS-DED-AMOUNT(2) TO RD-StateTax
009460
009470*    ------------------------------------------------------
009480*    GENERAL LEDGER POSTING EXTRACT - ONE RECORD PER
009481*    DEPARTMENT PLUS A TOTAL RECORD CARRYING THE RUN TOTALS,
009482*    EACH WITH THE EMPLOYER TAXES AS EMPLOYER COST.
009500*    THE DEPARTMENT RECORDS ARE FOOTED BACK TO THE RUN
009510*    TOTALS AS THEY ARE WRITTEN; AN EXTRACT OUT OF FOOT IS
009520*    CALLED OUT ON THE CONSOLE SO THE LEDGER ENTRY IS NEVER
009690     MOVE WS-TotalUnionDues    TO GLX-UnionDues
009700     MOVE WS-TotalGarnishments TO GLX-Garnishment
009710     MOVE WS-TotalNetPay       TO GLX-NetPay
009711     MOVE WS-TotalEmployerFica TO GLX-EmployerFica
009712     MOVE WS-TotalFutaTax      TO GLX-FutaTax
009713     MOVE WS-TotalSutaTax      TO GLX-SutaTax
009720     WRITE GlExtractRecord
009730     CLOSE GlExtractFile
009740     IF WS-GlFootGross NOT = WS-TotalGrossPay
009920     MOVE WS-DPT-UNION(WS-DPT-IDX)      TO GLX-UnionDues
009930     MOVE WS-DPT-GARNISH(WS-DPT-IDX)    TO GLX-Garnishment
009940     MOVE WS-DPT-NET(WS-DPT-IDX)        TO GLX-NetPay
009941     MOVE WS-DPT-ER-FICA(WS-DPT-IDX)    TO GLX-EmployerFica
009942     MOVE WS-DPT-FUTA(WS-DPT-IDX)       TO GLX-FutaTax
009943     MOVE WS-DPT-SUTA(WS-DPT-IDX)       TO GLX-SutaTax
009950     WRITE GlExtractRecord
009960     ADD WS-DPT-GROSS(WS-DPT-IDX) TO WS-GlFootGross
009970     ADD WS-DPT-NET(WS-DPT-IDX)   TO WS-GlFootNet.
010020     DISPLAY 'Payroll Summary'
010030     DISPLAY '------------------'
010040     DISPLAY 'Total Employees Processed: ' WS-EmployeeCount
010041     DISPLAY 'Hourly Employees Without Timecards: '
010042         WS-NoTimecardCount
010043     DISPLAY 'Vacation Hours Accrued: ' WS-TotalVacationAccrued
010044     DISPLAY 'Sick Hours Accrued: ' WS-TotalSickAccrued
010045     DISPLAY 'Vacation Hours Taken: ' WS-TotalVacationTaken
010046     DISPLAY 'Sick Hours Taken: ' WS-TotalSickTaken
010047     DISPLAY 'Leave Requests Over Balance: '
010048         WS-LeaveExceptionCount
010050     DISPLAY 'Total Gross Pay: $' WS-TotalGrossPay
010060     PERFORM 9100-DISPLAY-ONE-DEDUCTION THRU 9100-EXIT
010070         VARYING WS-DED-IDX FROM 1 BY 1
010120     DISPLAY 'Total Deductions: $' WS-TotalDeductions
010130     DISPLAY 'Checks Cut: ' WS-TotalChecksCut
010140     DISPLAY 'Check Amount Total: $' WS-CheckTotalAmount
010141     DISPLAY 'Returned Deposits Paid By Check: '
010142         WS-ReturnChecksCut
010143     DISPLAY 'Returned Deposit Amount: $' WS-ReturnCheckAmount
010150     DISPLAY 'Total Net Pay: $' WS-TotalNetPay
010151     DISPLAY 'Employer FICA: $' WS-TotalEmployerFica
010152     DISPLAY 'Employer FUTA: $' WS-TotalFutaTax
010153     DISPLAY 'Employer SUTA: $' WS-TotalSutaTax
010160     DISPLAY '------------------'.
010170 9000-EXIT.
010180     EXIT.
