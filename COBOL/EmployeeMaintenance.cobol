000359*                     THE NEW DEPARTMENT-CHANGE ACTION (CODE
000360*                     D) MOVES AN EMPLOYEE BETWEEN
000361*                     DEPARTMENTS WITH A CHANGE-LOG TRACE.
000362*    10/15/2026 JDH   THE MASTER NOW CARRIES THE EMPLOYEE'S
000363*                     HIRE (SERVICE) DATE, WHICH DRIVES THE
000364*                     PAYROLL RUN'S LEAVE ACCRUAL RATE. A HIRE
000365*                     TAKES ITS EFFECTIVE DATE (THE RUN DATE IF
000366*                     NONE IS GIVEN), AND THE NEW SERVICE-DATE
000367*                     ACTION (CODE S) SETS OR CORRECTS IT FOR
000368*                     AN EMPLOYEE ALREADY ON THE MASTER.
000369*
000370 ENVIRONMENT DIVISION.
000371 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT EmployeeFile ASSIGN TO 'employee.dat'
000400         ORGANIZATION IS LINE SEQUENTIAL.
000646         88  SALARIED-EMPLOYEE        VALUE 'S'.
000648     05  PeriodSalary       PIC 9(7)V99.
000649     05  DeptCode           PIC X(4).
000650     05  HireDate           PIC 9(8).
000651
000660 FD  NewEmployeeFile.
000670 01  NewEmployeeRecord.
000680     05  NEW-EmployeeID         PIC 9(5).
000732     05  NEW-PayType            PIC X(1).
000734     05  NEW-PeriodSalary       PIC 9(7)V99.
000736     05  NEW-DeptCode           PIC X(4).
000737     05  NEW-HireDate           PIC 9(8).
000740
000750 FD  EmpMaintFile.
000760 01  EmpMaintRecord.
000810         88  BANK-CHANGE-ACTION       VALUE 'B'.
000812         88  PAY-BASIS-CHANGE-ACTION  VALUE 'P'.
000814         88  DEPT-CHANGE-ACTION       VALUE 'D'.
000815         88  SERVICE-DATE-CHANGE-ACTION VALUE 'S'.
000820     05  EM-EmployeeID      PIC 9(5).
000830     05  EM-EmployeeName    PIC X(30).
000840     05  EM-HourlyRate      PIC 9(4)V99.
001372*    DISPLAY IMAGE OF AN HOURLY RATE FOR THE CHANGE LOG'S
001373*    OLD/NEW VALUE COLUMNS.
001374 01  WS-RateDisplay            PIC 9(4).99.
001375
001376 01  WS-RunDate                PIC 9(8) VALUE 0.
001380
001390 01  WS-TotalMaintEntries      PIC 9(5) VALUE 0 COMP.
001400 01  WS-TotalHired             PIC 9(5) VALUE 0 COMP.
001410 01  WS-TotalTerminated        PIC 9(5) VALUE 0 COMP.
001420 01  WS-TotalRateChanges       PIC 9(5) VALUE 0 COMP.
001430 01  WS-TotalBankChanges       PIC 9(5) VALUE 0 COMP.
001431 01  WS-TotalServiceDateChanges PIC 9(5) VALUE 0 COMP.
001440 01  WS-TotalExceptions        PIC 9(5) VALUE 0 COMP.
001450 01  WS-TotalEmployeesOut      PIC 9(5) VALUE 0 COMP.
001460
001560     STOP RUN.
001570
001580 1000-INITIALIZE.
001581     DISPLAY 'EMPLOYEE MAINTENANCE RUN'
001582     ACCEPT WS-RunDate FROM DATE YYYYMMDD.
001600 1000-EXIT.
001610     EXIT.
001620
002690         WHEN 'D'
002692             SET MAINT-WAS-APPLIED(WS-MNT-IDX) TO TRUE
002694             PERFORM 2580-APPLY-DEPT-CHANGE THRU 2580-EXIT
002695         WHEN 'S'
002696             SET MAINT-WAS-APPLIED(WS-MNT-IDX) TO TRUE
002697             PERFORM 2590-APPLY-SERVICE-DATE THRU 2590-EXIT
002698         WHEN OTHER
002700             SET MAINT-WAS-APPLIED(WS-MNT-IDX) TO TRUE
002710             MOVE EmployeeID TO EMX-EmployeeID
002720             MOVE WS-MNT-ACTION(WS-MNT-IDX) TO EMX-Action
003588 2580-EXIT.
003590     EXIT.
003592
003593*    ------------------------------------------------------
003594*    SERVICE-DATE CHANGE - THE EFFECTIVE DATE ON THE ENTRY
003595*    IS THE EMPLOYEE'S HIRE DATE. IT MUST BE PRESENT AND NOT
003596*    AFTER TODAY OR THE CHANGE IS REFUSED AND THE OLD DATE
003597*    STANDS.
003598*    ------------------------------------------------------
003599 2590-APPLY-SERVICE-DATE.
003600     IF WS-MNT-EFFECTIVE-DATE(WS-MNT-IDX) = 0
003601        OR WS-MNT-EFFECTIVE-DATE(WS-MNT-IDX) > WS-RunDate
003602         MOVE EmployeeID TO EMX-EmployeeID
003603         MOVE 'S'        TO EMX-Action
003604         MOVE 'HIRE DATE MISSING OR IN THE FUTURE'
003605             TO EMX-Reason
003606         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003607     ELSE
003608         MOVE EmployeeID TO CHG-EmployeeID
003609         MOVE 'S'        TO CHG-Action
003610         MOVE WS-MNT-EFFECTIVE-DATE(WS-MNT-IDX)
003611             TO CHG-EffectiveDate
003612         MOVE HireDate TO CHG-OldValue
003613         MOVE WS-MNT-EFFECTIVE-DATE(WS-MNT-IDX) TO CHG-NewValue
003614         WRITE ChangeLogRecord
003615         MOVE WS-MNT-EFFECTIVE-DATE(WS-MNT-IDX) TO HireDate
003616         ADD 1 TO WS-TotalServiceDateChanges
003617     END-IF.
003618 2590-EXIT.
003619     EXIT.
003620
003621 2700-WRITE-NEW-EMPLOYEE.
003622     MOVE EmployeeID        TO NEW-EmployeeID
003623     MOVE EmployeeName      TO NEW-EmployeeName
003624     MOVE HourlyRate        TO NEW-HourlyRate
003625     MOVE HoursWorked       TO NEW-HoursWorked
003626     MOVE BankRoutingNumber TO NEW-BankRoutingNumber
003627     MOVE BankAccountNumber TO NEW-BankAccountNumber
003628     MOVE PayType           TO NEW-PayType
003629     MOVE PeriodSalary      TO NEW-PeriodSalary
003630     MOVE DeptCode          TO NEW-DeptCode
003631     IF HireDate IS NUMERIC
003632         MOVE HireDate      TO NEW-HireDate
003633     ELSE
003634         MOVE 0             TO NEW-HireDate
003635     END-IF
003636     WRITE NewEmployeeRecord
003637     ADD 1 TO WS-TotalEmployeesOut.
003638 2700-EXIT.
003639     EXIT.
003640
003641*    ------------------------------------------------------
003642*    AFTER THE MASTER PASS - APPEND VALID UNAPPLIED HIRES TO
003643*    THE NEW MASTER; ANY OTHER UNAPPLIED ENTRY NAMES AN
003644*    EMPLOYEE NOT ON THE MASTER AND IS AN EXCEPTION.
003645*    ------------------------------------------------------
003646 3000-SWEEP-UNAPPLIED.
003647     PERFORM 3100-SWEEP-ONE-ENTRY THRU 3100-EXIT
003648         VARYING WS-MNT-IDX FROM 1 BY 1
003650         UNTIL WS-MNT-IDX > WS-MAINT-COUNT.
003660 3000-EXIT.
003670     EXIT.
004174     MOVE WS-MNT-PERIOD-SALARY(WS-MNT-IDX)
004176         TO NEW-PeriodSalary
004177     MOVE WS-MNT-DEPT-CODE(WS-MNT-IDX) TO NEW-DeptCode
004178     IF WS-MNT-EFFECTIVE-DATE(WS-MNT-IDX) = 0
004179         MOVE WS-RunDate TO NEW-HireDate
004180     ELSE
004181         MOVE WS-MNT-EFFECTIVE-DATE(WS-MNT-IDX) TO NEW-HireDate
004182     END-IF
004183     WRITE NewEmployeeRecord
004190     ADD 1 TO WS-TotalEmployeesOut
004200     ADD 1 TO WS-TotalHired
004210     MOVE WS-MNT-EMPLOYEE-ID(WS-MNT-IDX) TO CHG-EmployeeID
004410     DISPLAY 'Employees Terminated: ' WS-TotalTerminated
004420     DISPLAY 'Rate Changes Applied: ' WS-TotalRateChanges
004430     DISPLAY 'Bank Changes Applied: ' WS-TotalBankChanges
004431     DISPLAY 'Service Date Changes Applied: '
004432         WS-TotalServiceDateChanges
004440     DISPLAY 'Entries Rejected: ' WS-TotalExceptions
004450     DISPLAY 'Employees On New Master: ' WS-TotalEmployeesOut
004460     DISPLAY 'Entries Dropped, Table Full: ' WS-MaintTableFull
