000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LeaveYearEnd.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    LEAVE-YEAR CLOSE FOR THE PAYROLL LEAVE BANK, RUN
000180*    ALONGSIDE YEARENDCLOSE - IN JANUARY, AFTER THE LAST
000190*    PAYROLL OF THE CLOSING YEAR AND BEFORE THE FIRST PAYROLL
000200*    OF THE NEW ONE. FOR EACH EMPLOYEE IN LEAVE_BANK.DAT:
000210*      - VACATION AVAILABLE OVER THE CARRYOVER LIMIT IS
000220*        FORFEITED; THE REST CARRIES INTO THE NEW YEAR;
000230*      - SICK LEAVE AVAILABLE OVER ITS CARRYOVER LIMIT IS
000240*        FORFEITED THE SAME WAY;
000250*      - THE YEAR'S ACCRUED AND TAKEN FIGURES ARE CLEARED.
000260*    EVERY EMPLOYEE CLOSED GOES ON THE CARRYOVER REPORT WITH
000270*    THE HOURS CARRIED AND FORFEITED. EACH RECORD IS STAMPED
000280*    WITH THE LEAVE YEAR CLOSED, SO A SECOND RUN FOR THE SAME
000290*    YEAR PASSES OVER IT INSTEAD OF FORFEITING TWICE.
000300*
000310*MODIFICATION HISTORY.
000320*    DATE       INIT  DESCRIPTION
000330*    10/15/2026 JDH   ORIGINAL PROGRAM - VACATION AND SICK
000340*                     CARRYOVER AND FORFEITURE, LEAVE-YEAR
000350*                     RESET AND CARRYOVER REPORT.
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT LeaveBankFile ASSIGN TO 'leave_bank.dat'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS LVB-EmployeeID
000440         FILE STATUS IS WS-LeaveBankStatus.
000450
000460     SELECT CarryoverReportFile ASSIGN TO 'leave_carryover.dat'
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  LeaveBankFile.
000520 01  LeaveBankRecord.
000530     05  LVB-EmployeeID        PIC 9(5).
000540     05  LVB-EmployeeName      PIC X(30).
000550     05  LVB-VacationAccrued   PIC 9(5)V99.
000560     05  LVB-VacationTaken     PIC 9(5)V99.
000570     05  LVB-VacationAvailable PIC 9(5)V99.
000580     05  LVB-SickAccrued       PIC 9(5)V99.
000590     05  LVB-SickTaken         PIC 9(5)V99.
000600     05  LVB-SickAvailable     PIC 9(5)V99.
000610     05  LVB-LastAccrualDate   PIC 9(8).
000620     05  LVB-LastYearEndYear   PIC 9(4).
000630
000640 FD  CarryoverReportFile.
000650 01  CarryoverRecord.
000660     05  LCO-LeaveYear          PIC 9(4).
000670     05  LCO-EmployeeID         PIC 9(5).
000680     05  LCO-EmployeeName       PIC X(30).
000690     05  LCO-VacationAccrued    PIC 9(5)V99.
000700     05  LCO-VacationTaken      PIC 9(5)V99.
000710     05  LCO-VacationCarried    PIC 9(5)V99.
000720     05  LCO-VacationForfeited  PIC 9(5)V99.
000730     05  LCO-SickCarried        PIC 9(5)V99.
000740     05  LCO-SickForfeited      PIC 9(5)V99.
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
000780     88  END-OF-LEAVE-BANK            VALUE 'Y'.
000790
000800 01  WS-LeaveBankStatus        PIC X(2) VALUE SPACES.
000810
000820 01  WS-CLOSE-OK-SWITCH        PIC X(1) VALUE 'N'.
000830     88  CLOSE-MAY-PROCEED            VALUE 'Y'.
000840     88  CLOSE-IS-REFUSED             VALUE 'N'.
000850
000860*    HOURS THAT MAY CARRY INTO THE NEW LEAVE YEAR. ANYTHING
000870*    AVAILABLE ABOVE THESE IS FORFEITED AT THE CLOSE.
000880 01  WS-VacationCarryover      PIC 9(5)V99 VALUE 80.00.
000890 01  WS-SickCarryover          PIC 9(5)V99 VALUE 480.00.
000900
000910 01  WS-RunDate.
000920     05  WS-RunYear         PIC 9(4).
000930     05  WS-RunMonth        PIC 9(2).
000940     05  WS-RunDay          PIC 9(2).
000950
000960 01  WS-LeaveYear              PIC 9(4) VALUE 0.
000970
000980 01  WS-VacationForfeit        PIC 9(5)V99 VALUE 0.
000990 01  WS-SickForfeit            PIC 9(5)V99 VALUE 0.
001000
001010 01  WS-TotalEmployees         PIC 9(5) VALUE 0 COMP.
001020 01  WS-TotalAlreadyClosed     PIC 9(5) VALUE 0 COMP.
001030 01  WS-TotalVacationCarried   PIC 9(9)V99 VALUE 0.
001040 01  WS-TotalVacationForfeited PIC 9(9)V99 VALUE 0.
001050 01  WS-TotalSickCarried       PIC 9(9)V99 VALUE 0.
001060 01  WS-TotalSickForfeited     PIC 9(9)V99 VALUE 0.
001070
001080 PROCEDURE DIVISION.
001090*    ------------------------------------------------------
001100*    0000-MAINLINE CONTROLS THE LEAVE-YEAR CLOSE.
001110*    ------------------------------------------------------
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001140     PERFORM 1500-CHECK-LEAVE-BANK THRU 1500-EXIT
001150     IF CLOSE-IS-REFUSED
001160         CONTINUE
001170     ELSE
001180         PERFORM 2000-CLOSE-LEAVE-YEAR THRU 2000-EXIT
001190         PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
001200     END-IF
001210     STOP RUN.
001220
001230*    ------------------------------------------------------
001240*    A CLOSE RUN IN JANUARY CLOSES THE PRIOR LEAVE YEAR; A
001250*    CLOSE RUN IN DECEMBER CLOSES THE CURRENT ONE, THE SAME
001260*    RULE THE PAYROLL YEAR-END CLOSE USES.
001270*    ------------------------------------------------------
001280 1000-INITIALIZE.
001290     DISPLAY 'LEAVE-YEAR CLOSE RUN'
001300     ACCEPT WS-RunDate FROM DATE YYYYMMDD
001310     IF WS-RunMonth = 12
001320         MOVE WS-RunYear TO WS-LeaveYear
001330     ELSE
001340         COMPUTE WS-LeaveYear = WS-RunYear - 1
001350     END-IF
001360     DISPLAY 'CLOSING LEAVE YEAR ' WS-LeaveYear.
001370 1000-EXIT.
001380     EXIT.
001390
001400*    ------------------------------------------------------
001410*    THE LEAVE BANK MUST OPEN CLEANLY BEFORE THE REPORT IS
001420*    OPENED. NO LEAVE BANK AT ALL MEANS NO PAYROLL HAS RUN
001430*    SINCE IT WAS ADDED - THERE IS NOTHING TO CLOSE.
001440*    ------------------------------------------------------
001450 1500-CHECK-LEAVE-BANK.
001460     SET CLOSE-IS-REFUSED TO TRUE
001470     OPEN I-O LeaveBankFile
001480     IF WS-LeaveBankStatus = '35'
001490         DISPLAY 'NO LEAVE BANK ON FILE - NOTHING TO CLOSE'
001500         GO TO 1500-EXIT
001510     END-IF
001520     IF WS-LeaveBankStatus NOT = '00'
001530         DISPLAY 'LEAVE BANK CANNOT BE OPENED - STATUS '
001540             WS-LeaveBankStatus ' - RUN REFUSED'
001550         GO TO 1500-EXIT
001560     END-IF
001570     SET CLOSE-MAY-PROCEED TO TRUE.
001580 1500-EXIT.
001590     EXIT.
001600
001610*    ------------------------------------------------------
001620*    ONE PASS OVER THE LEAVE BANK, CLOSING EACH EMPLOYEE NOT
001630*    ALREADY CLOSED FOR THIS LEAVE YEAR.
001640*    ------------------------------------------------------
001650 2000-CLOSE-LEAVE-YEAR.
001660     OPEN OUTPUT CarryoverReportFile
001670     PERFORM UNTIL END-OF-LEAVE-BANK
001680         READ LeaveBankFile NEXT RECORD
001690             AT END
001700                 SET END-OF-LEAVE-BANK TO TRUE
001710             NOT AT END
001720                 PERFORM 2100-CLOSE-ONE-EMPLOYEE THRU 2100-EXIT
001730         END-READ
001740     END-PERFORM
001750     CLOSE LeaveBankFile
001760     CLOSE CarryoverReportFile.
001770 2000-EXIT.
001780     EXIT.
001790
001800 2100-CLOSE-ONE-EMPLOYEE.
001810     IF LVB-LastYearEndYear >= WS-LeaveYear
001820         ADD 1 TO WS-TotalAlreadyClosed
001830         GO TO 2100-EXIT
001840     END-IF
001850     MOVE 0 TO WS-VacationForfeit
001860     MOVE 0 TO WS-SickForfeit
001870     IF LVB-VacationAvailable > WS-VacationCarryover
001880         COMPUTE WS-VacationForfeit =
001890             LVB-VacationAvailable - WS-VacationCarryover
001900         MOVE WS-VacationCarryover TO LVB-VacationAvailable
001910     END-IF
001920     IF LVB-SickAvailable > WS-SickCarryover
001930         COMPUTE WS-SickForfeit =
001940             LVB-SickAvailable - WS-SickCarryover
001950         MOVE WS-SickCarryover TO LVB-SickAvailable
001960     END-IF
001970     MOVE WS-LeaveYear          TO LCO-LeaveYear
001980     MOVE LVB-EmployeeID        TO LCO-EmployeeID
001990     MOVE LVB-EmployeeName      TO LCO-EmployeeName
002000     MOVE LVB-VacationAccrued   TO LCO-VacationAccrued
002010     MOVE LVB-VacationTaken     TO LCO-VacationTaken
002020     MOVE LVB-VacationAvailable TO LCO-VacationCarried
002030     MOVE WS-VacationForfeit    TO LCO-VacationForfeited
002040     MOVE LVB-SickAvailable     TO LCO-SickCarried
002050     MOVE WS-SickForfeit        TO LCO-SickForfeited
002060     WRITE CarryoverRecord
002070     ADD 1 TO WS-TotalEmployees
002080     ADD LVB-VacationAvailable TO WS-TotalVacationCarried
002090     ADD WS-VacationForfeit    TO WS-TotalVacationForfeited
002100     ADD LVB-SickAvailable     TO WS-TotalSickCarried
002110     ADD WS-SickForfeit        TO WS-TotalSickForfeited
002120     MOVE 0 TO LVB-VacationAccrued
002130     MOVE 0 TO LVB-VacationTaken
002140     MOVE 0 TO LVB-SickAccrued
002150     MOVE 0 TO LVB-SickTaken
002160     MOVE WS-LeaveYear TO LVB-LastYearEndYear
002170     REWRITE LeaveBankRecord.
002180 2100-EXIT.
002190     EXIT.
002200
002210 9000-DISPLAY-SUMMARY.
002220     DISPLAY '-----------------------------'
002230     DISPLAY 'Employees Closed: ' WS-TotalEmployees
002240     DISPLAY 'Already Closed For The Year: ' WS-TotalAlreadyClosed
002250     DISPLAY 'Vacation Hours Carried: ' WS-TotalVacationCarried
002260     DISPLAY 'Vacation Hours Forfeited: '
002270         WS-TotalVacationForfeited
002280     DISPLAY 'Sick Hours Carried: ' WS-TotalSickCarried
002290     DISPLAY 'Sick Hours Forfeited: ' WS-TotalSickForfeited
002300     DISPLAY '-----------------------------'.
002310 9000-EXIT.
002320     EXIT.
