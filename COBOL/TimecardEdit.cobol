000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TimecardEdit.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    TIME-AND-ATTENDANCE EDIT RUN FOR PAYROLL. READS THE DAILY
000180*    TIMECARD FILE - ONE CARD PER EMPLOYEE PER WORK DAY, WITH
000190*    THE HOURS AND A PAY CODE - EDITS EVERY CARD AGAINST THE
000200*    EMPLOYEE MASTER, AND BUILDS THE PERIOD HOURS FILE THE
000210*    PAYROLL RUN PAYS FROM. HOURS NO LONGER HAVE TO BE KEYED
000220*    ONTO EMPLOYEE.DAT EACH WEEK.
000230*    PAY CODES:
000240*      R  REGULAR HOURS WORKED
000250*      D  HOURS WORKED ON THE DIFFERENTIAL SHIFT
000260*      H  HOURS WORKED ON A COMPANY HOLIDAY
000270*      S  SICK LEAVE TAKEN
000280*      V  VACATION TAKEN
000290*    A CARD IS REJECTED FOR AN UNKNOWN EMPLOYEE, A SECOND CARD
000300*    FOR THE SAME EMPLOYEE AND DAY, HOURS OVER 24 (OR ZERO),
000310*    AN UNKNOWN PAY CODE, OR A WORKED-HOURS CARD (R, D OR H)
000320*    FOR A SALARIED EMPLOYEE - SALARIED STAFF ONLY CARD LEAVE.
000330*    OVERTIME IS FIGURED FROM THE DAYS ACTUALLY WORKED: THE
000340*    R AND D HOURS ON THE CARDS OVER 40 FOR THE PERIOD ARE
000350*    OVERTIME. HOLIDAY HOURS CARRY THEIR OWN PREMIUM AND DO
000360*    NOT ALSO COUNT TOWARD OVERTIME; LEAVE IS NOT TIME WORKED
000370*    AND NEVER COUNTS TOWARD OVERTIME.
000380*
000390*MODIFICATION HISTORY.
000400*    DATE       INIT  DESCRIPTION
000410*    10/15/2026 JDH   ORIGINAL PROGRAM - TIMECARD EDITS AGAINST
000420*                     THE EMPLOYEE MASTER, REJECT REPORT AND
000430*                     PERIOD HOURS FILE BY PAY CODE.
000431*    10/15/2026 JDH   HIRE DATE ADDED TO THE EMPLOYEE MASTER
000432*                     RECORD LAYOUT.
000440*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT TimecardFile ASSIGN TO 'timecards.dat'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-TimecardStatus.
000510
000520     SELECT EmployeeFile ASSIGN TO 'employee.dat'
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540
000550     SELECT PeriodHoursFile ASSIGN TO 'period_hours.dat'
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570
000580     SELECT TimecardRejectFile ASSIGN TO 'timecard_rejects.dat'
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  TimecardFile.
000640 01  TimecardRecord.
000650     05  TC-EmployeeID      PIC X(5).
000660     05  TC-EmployeeID-N REDEFINES TC-EmployeeID
000670                            PIC 9(5).
000680     05  TC-WorkDate        PIC X(8).
000690     05  TC-WorkDate-N REDEFINES TC-WorkDate
000700                            PIC 9(8).
000710     05  TC-WORK-DATE-PARTS REDEFINES TC-WorkDate.
000720         10  TC-WorkYear    PIC 9(4).
000730         10  TC-WorkMonth   PIC 9(2).
000740         10  TC-WorkDay     PIC 9(2).
000750     05  TC-PayCode         PIC X(1).
000760         88  TC-REGULAR               VALUE 'R'.
000770         88  TC-SHIFT-DIFFERENTIAL    VALUE 'D'.
000780         88  TC-HOLIDAY               VALUE 'H'.
000790         88  TC-SICK                  VALUE 'S'.
000800         88  TC-VACATION              VALUE 'V'.
000810         88  TC-WORKED-HOURS          VALUE 'R' 'D' 'H'.
000820     05  TC-Hours           PIC X(2).
000830     05  TC-Hours-N REDEFINES TC-Hours
000840                            PIC 9(2).
000850
000860 FD  EmployeeFile.
000870 01  EmployeeRecord.
000880     05  EmployeeID         PIC 9(5).
000890     05  EmployeeName       PIC X(30).
000900     05  HourlyRate         PIC 9(4)V99.
000910     05  HoursWorked        PIC 9(4).
000920     05  BankRoutingNumber  PIC 9(9).
000930     05  BankAccountNumber  PIC X(12).
000940     05  PayType            PIC X(1).
000950         88  HOURLY-EMPLOYEE          VALUE 'H'.
000960         88  SALARIED-EMPLOYEE        VALUE 'S'.
000970     05  PeriodSalary       PIC 9(7)V99.
000980     05  DeptCode           PIC X(4).
000981     05  HireDate           PIC 9(8).
000990
001000*    PERIOD HOURS - ONE RECORD PER EMPLOYEE WITH AN ACCEPTED
001010*    CARD, HOURS BROKEN OUT BY PAY CODE. REGULAR HOURS ARE THE
001020*    STRAIGHT-TIME WORKED HOURS (R AND D) LEFT AFTER OVERTIME
001030*    IS TAKEN OFF THE TOP; SHIFT HOURS ARE THE D HOURS THAT
001040*    EARN THE SHIFT PREMIUM ON TOP OF WHATEVER RATE THEY PAY.
001050 FD  PeriodHoursFile.
001060 01  PeriodHoursRecord.
001070     05  PRD-EmployeeID     PIC 9(5).
001080     05  PRD-RegularHours   PIC 9(4).
001090     05  PRD-OvertimeHours  PIC 9(4).
001100     05  PRD-HolidayHours   PIC 9(4).
001110     05  PRD-SickHours      PIC 9(4).
001120     05  PRD-VacationHours  PIC 9(4).
001130     05  PRD-ShiftHours     PIC 9(4).
001140     05  PRD-DaysWorked     PIC 9(2).
001150
001160 FD  TimecardRejectFile.
001170 01  TimecardRejectRecord.
001180     05  TCR-EmployeeID     PIC X(5).
001190     05  TCR-WorkDate       PIC X(8).
001200     05  TCR-PayCode        PIC X(1).
001210     05  TCR-Hours          PIC X(2).
001220     05  TCR-Reason         PIC X(40).
001230
001240 WORKING-STORAGE SECTION.
001250 01  WS-EOF-TIMECARD-SWITCH    PIC X(1) VALUE 'N'.
001260     88  END-OF-TIMECARDS             VALUE 'Y'.
001270
001280 01  WS-EOF-EMPLOYEE-SWITCH    PIC X(1) VALUE 'N'.
001290     88  END-OF-EMPLOYEES             VALUE 'Y'.
001300
001310 01  WS-TimecardStatus         PIC X(2) VALUE SPACES.
001320
001330 01  WS-REJECT-SWITCH          PIC X(1) VALUE 'N'.
001340     88  CARD-REJECTED                VALUE 'Y'.
001350     88  CARD-ACCEPTED                VALUE 'N'.
001360
001370*    EMPLOYEE TABLE - THE ID AND PAY TYPE OF EVERY EMPLOYEE
001380*    ON THE MASTER, FOR THE KNOWN-EMPLOYEE AND SALARIED EDITS.
001390 01  WS-EMPLOYEE-TABLE.
001400     05  WS-EMPLOYEE-ENTRY OCCURS 500 TIMES.
001410         10  WS-EMT-EMPLOYEE-ID   PIC 9(5).
001420         10  WS-EMT-PAY-TYPE      PIC X(1).
001430             88  EMT-SALARIED             VALUE 'S'.
001440
001450 01  WS-EMPLOYEE-COUNT         PIC 9(5) VALUE 0 COMP.
001460 01  WS-EMT-IDX                PIC 9(5) VALUE 0 COMP.
001470 01  WS-FOUND-EMT-IDX          PIC 9(5) VALUE 0 COMP.
001480 01  WS-EmployeeTableFull      PIC 9(5) VALUE 0 COMP.
001490
001500 01  WS-EMT-FOUND-SWITCH       PIC X(1) VALUE 'N'.
001510     88  EMPLOYEE-FOUND               VALUE 'Y'.
001520     88  EMPLOYEE-NOT-FOUND           VALUE 'N'.
001530
001540*    DAYS-CARDED TABLE - EVERY EMPLOYEE AND DAY ALREADY
001550*    ACCEPTED, SO A SECOND CARD FOR THE SAME DAY IS REJECTED.
001560 01  WS-DAY-TABLE.
001570     05  WS-DAY-ENTRY OCCURS 3000 TIMES.
001580         10  WS-DAY-EMPLOYEE-ID   PIC 9(5).
001590         10  WS-DAY-WORK-DATE     PIC 9(8).
001600
001610 01  WS-DAY-COUNT              PIC 9(5) VALUE 0 COMP.
001620 01  WS-DAY-IDX                PIC 9(5) VALUE 0 COMP.
001630 01  WS-DayTableFull           PIC 9(5) VALUE 0 COMP.
001640
001650 01  WS-DUP-FOUND-SWITCH       PIC X(1) VALUE 'N'.
001660     88  DUPLICATE-DAY                VALUE 'Y'.
001670     88  DAY-IS-NEW                   VALUE 'N'.
001680
001690*    PERIOD TOTALS TABLE - HOURS BY PAY CODE FOR EVERY
001700*    EMPLOYEE WITH AN ACCEPTED CARD, IN ORDER OF FIRST CARD.
001710 01  WS-PERIOD-TABLE.
001720     05  WS-PERIOD-ENTRY OCCURS 500 TIMES.
001730         10  WS-PRT-EMPLOYEE-ID   PIC 9(5).
001740         10  WS-PRT-REGULAR       PIC 9(4).
001750         10  WS-PRT-SHIFT         PIC 9(4).
001760         10  WS-PRT-HOLIDAY       PIC 9(4).
001770         10  WS-PRT-SICK          PIC 9(4).
001780         10  WS-PRT-VACATION      PIC 9(4).
001790         10  WS-PRT-DAYS-WORKED   PIC 9(2).
001800
001810 01  WS-PERIOD-COUNT           PIC 9(5) VALUE 0 COMP.
001820 01  WS-PRT-IDX                PIC 9(5) VALUE 0 COMP.
001830 01  WS-FOUND-PRT-IDX          PIC 9(5) VALUE 0 COMP.
001840 01  WS-PeriodTableFull        PIC 9(5) VALUE 0 COMP.
001850
001860 01  WS-PRT-FOUND-SWITCH       PIC X(1) VALUE 'N'.
001870     88  PERIOD-ENTRY-FOUND           VALUE 'Y'.
001880     88  PERIOD-ENTRY-NOT-FOUND       VALUE 'N'.
001890
001900*    STRAIGHT-TIME LIMIT FOR THE PERIOD AND THE MOST HOURS ONE
001910*    DAY CAN HOLD.
001920 01  WS-StraightTimeLimit      PIC 9(4) VALUE 40.
001930 01  WS-MaxDailyHours          PIC 9(2) VALUE 24.
001940 01  WS-WorkedHours            PIC 9(4) VALUE 0.
001950 01  WS-OvertimeHours          PIC 9(4) VALUE 0.
001960
001970 01  WS-TotalCardsRead         PIC 9(7) VALUE 0 COMP.
001980 01  WS-TotalAccepted          PIC 9(7) VALUE 0 COMP.
001990 01  WS-TotalRejected          PIC 9(7) VALUE 0 COMP.
002000 01  WS-TotalPeriodRecords     PIC 9(5) VALUE 0 COMP.
002010 01  WS-TotalHoursAccepted     PIC 9(7) VALUE 0 COMP.
002020 01  WS-TotalOvertimeHours     PIC 9(7) VALUE 0 COMP.
002030
002040 PROCEDURE DIVISION.
002050*    ------------------------------------------------------
002060*    0000-MAINLINE CONTROLS THE TIMECARD EDIT RUN.
002070*    ------------------------------------------------------
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002100     PERFORM 1500-LOAD-EMPLOYEES THRU 1500-EXIT
002110     PERFORM 2000-EDIT-TIMECARDS THRU 2000-EXIT
002120     PERFORM 3000-WRITE-PERIOD-HOURS THRU 3000-EXIT
002130     PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
002140     STOP RUN.
002150
002160 1000-INITIALIZE.
002170     DISPLAY 'TIMECARD EDIT RUN'.
002180 1000-EXIT.
002190     EXIT.
002200
002210*    ------------------------------------------------------
002220*    LOAD THE ID AND PAY TYPE OF EVERY EMPLOYEE ON THE
002230*    MASTER.
002240*    ------------------------------------------------------
002250 1500-LOAD-EMPLOYEES.
002260     OPEN INPUT EmployeeFile
002270     PERFORM UNTIL END-OF-EMPLOYEES
002280         READ EmployeeFile INTO EmployeeRecord
002290             AT END
002300                 SET END-OF-EMPLOYEES TO TRUE
002310             NOT AT END
002320                 PERFORM 1510-STORE-EMPLOYEE THRU 1510-EXIT
002330         END-READ
002340     END-PERFORM
002350     CLOSE EmployeeFile.
002360 1500-EXIT.
002370     EXIT.
002380
002390 1510-STORE-EMPLOYEE.
002400     IF WS-EMPLOYEE-COUNT >= 500
002410         ADD 1 TO WS-EmployeeTableFull
002420         DISPLAY 'EMPLOYEE TABLE FULL, DROPPED EMPLOYEE '
002430             EmployeeID
002440     ELSE
002450         ADD 1 TO WS-EMPLOYEE-COUNT
002460         MOVE EmployeeID TO WS-EMT-EMPLOYEE-ID(WS-EMPLOYEE-COUNT)
002470         MOVE PayType    TO WS-EMT-PAY-TYPE(WS-EMPLOYEE-COUNT)
002480     END-IF.
002490 1510-EXIT.
002500     EXIT.
002510
002520*    ------------------------------------------------------
002530*    EDIT EVERY TIMECARD. NO TIMECARD FILE MEANS NO CARDS
002540*    WERE TURNED IN - THE PERIOD HOURS FILE IS STILL WRITTEN,
002550*    EMPTY, SO THE PAYROLL RUN PAYS NO HOURLY TIME.
002560*    ------------------------------------------------------
002570 2000-EDIT-TIMECARDS.
002580     OPEN OUTPUT TimecardRejectFile
002590     OPEN INPUT TimecardFile
002600     IF WS-TimecardStatus = '35'
002610         DISPLAY 'NO TIMECARD FILE - NO HOURS FOR THE PERIOD'
002620         CLOSE TimecardRejectFile
002630         GO TO 2000-EXIT
002640     END-IF
002650     PERFORM UNTIL END-OF-TIMECARDS
002660         READ TimecardFile INTO TimecardRecord
002670             AT END
002680                 SET END-OF-TIMECARDS TO TRUE
002690             NOT AT END
002700                 ADD 1 TO WS-TotalCardsRead
002710                 PERFORM 2100-EDIT-ONE-CARD THRU 2100-EXIT
002720         END-READ
002730     END-PERFORM
002740     CLOSE TimecardFile
002750     CLOSE TimecardRejectFile.
002760 2000-EXIT.
002770     EXIT.
002780
002790*    ------------------------------------------------------
002800*    FIELD AND MASTER EDITS FOR ONE CARD. THE FIRST EDIT THAT
002810*    FAILS SENDS THE CARD TO THE REJECT REPORT; A CARD
002820*    PASSING EVERY EDIT IS ADDED INTO ITS EMPLOYEE'S PERIOD
002830*    TOTALS AND ITS DAY REMEMBERED FOR THE DUPLICATE CHECK.
002840*    ------------------------------------------------------
002850 2100-EDIT-ONE-CARD.
002860     SET CARD-ACCEPTED TO TRUE
002870     SET EMPLOYEE-NOT-FOUND TO TRUE
002880     IF TC-EmployeeID IS NUMERIC
002890         PERFORM 2150-FIND-EMPLOYEE THRU 2150-EXIT
002900     END-IF
002910     EVALUATE TRUE
002920         WHEN TC-EmployeeID NOT NUMERIC
002930             MOVE 'EMPLOYEE ID NOT NUMERIC' TO TCR-Reason
002940             SET CARD-REJECTED TO TRUE
002950         WHEN EMPLOYEE-NOT-FOUND
002960             MOVE 'EMPLOYEE NOT ON MASTER' TO TCR-Reason
002970             SET CARD-REJECTED TO TRUE
002980         WHEN TC-WorkDate NOT NUMERIC
002990             MOVE 'WORK DATE NOT NUMERIC' TO TCR-Reason
003000             SET CARD-REJECTED TO TRUE
003010         WHEN TC-WorkMonth < 01 OR TC-WorkMonth > 12
003020           OR TC-WorkDay < 01 OR TC-WorkDay > 31
003030             MOVE 'WORK DATE NOT A VALID DATE' TO TCR-Reason
003040             SET CARD-REJECTED TO TRUE
003050         WHEN NOT TC-REGULAR AND NOT TC-SHIFT-DIFFERENTIAL
003060          AND NOT TC-HOLIDAY AND NOT TC-SICK
003070          AND NOT TC-VACATION
003080             MOVE 'UNKNOWN PAY CODE' TO TCR-Reason
003090             SET CARD-REJECTED TO TRUE
003100         WHEN TC-Hours NOT NUMERIC
003110             MOVE 'HOURS NOT NUMERIC' TO TCR-Reason
003120             SET CARD-REJECTED TO TRUE
003130         WHEN TC-Hours-N = 0
003140             MOVE 'HOURS ARE ZERO' TO TCR-Reason
003150             SET CARD-REJECTED TO TRUE
003160         WHEN TC-Hours-N > WS-MaxDailyHours
003170             MOVE 'HOURS OVER 24 FOR ONE DAY' TO TCR-Reason
003180             SET CARD-REJECTED TO TRUE
003190         WHEN TC-WORKED-HOURS
003200          AND EMT-SALARIED(WS-FOUND-EMT-IDX)
003210             MOVE 'HOURLY CARD FOR SALARIED EMPLOYEE'
003220                 TO TCR-Reason
003230             SET CARD-REJECTED TO TRUE
003240     END-EVALUATE
003250     IF CARD-ACCEPTED
003260         PERFORM 2200-CHECK-DUPLICATE-DAY THRU 2200-EXIT
003270     END-IF
003280     IF CARD-ACCEPTED
003290         PERFORM 2300-ADD-TO-PERIOD THRU 2300-EXIT
003300     ELSE
003310         PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
003320     END-IF.
003330 2100-EXIT.
003340     EXIT.
003350
003360 2150-FIND-EMPLOYEE.
003370     PERFORM 2160-MATCH-ONE-EMPLOYEE THRU 2160-EXIT
003380         VARYING WS-EMT-IDX FROM 1 BY 1
003390         UNTIL WS-EMT-IDX > WS-EMPLOYEE-COUNT
003400            OR EMPLOYEE-FOUND.
003410 2150-EXIT.
003420     EXIT.
003430
003440 2160-MATCH-ONE-EMPLOYEE.
003450     IF WS-EMT-EMPLOYEE-ID(WS-EMT-IDX) = TC-EmployeeID-N
003460         SET EMPLOYEE-FOUND TO TRUE
003470         MOVE WS-EMT-IDX TO WS-FOUND-EMT-IDX
003480     END-IF.
003490 2160-EXIT.
003500     EXIT.
003510
003520 2200-CHECK-DUPLICATE-DAY.
003530     SET DAY-IS-NEW TO TRUE
003540     PERFORM 2250-MATCH-ONE-DAY THRU 2250-EXIT
003550         VARYING WS-DAY-IDX FROM 1 BY 1
003560         UNTIL WS-DAY-IDX > WS-DAY-COUNT
003570            OR DUPLICATE-DAY
003580     IF DUPLICATE-DAY
003590         MOVE 'DUPLICATE CARD FOR THE SAME DAY' TO TCR-Reason
003600         SET CARD-REJECTED TO TRUE
003610     ELSE
003620         IF WS-DAY-COUNT >= 3000
003630             ADD 1 TO WS-DayTableFull
003640             DISPLAY 'DAY TABLE FULL, DUPLICATE CHECK SKIPPED'
003650                 ' FOR EMPLOYEE ' TC-EmployeeID
003660         ELSE
003670             ADD 1 TO WS-DAY-COUNT
003680             MOVE TC-EmployeeID-N
003690                 TO WS-DAY-EMPLOYEE-ID(WS-DAY-COUNT)
003700             MOVE TC-WorkDate-N
003710                 TO WS-DAY-WORK-DATE(WS-DAY-COUNT)
003720         END-IF
003730     END-IF.
003740 2200-EXIT.
003750     EXIT.
003760
003770 2250-MATCH-ONE-DAY.
003780     IF WS-DAY-EMPLOYEE-ID(WS-DAY-IDX) = TC-EmployeeID-N
003790        AND WS-DAY-WORK-DATE(WS-DAY-IDX) = TC-WorkDate-N
003800         SET DUPLICATE-DAY TO TRUE
003810     END-IF.
003820 2250-EXIT.
003830     EXIT.
003840
003850*    ------------------------------------------------------
003860*    ADD AN ACCEPTED CARD'S HOURS INTO ITS EMPLOYEE'S PERIOD
003870*    TOTALS UNDER ITS PAY CODE.
003880*    ------------------------------------------------------
003890 2300-ADD-TO-PERIOD.
003900     SET PERIOD-ENTRY-NOT-FOUND TO TRUE
003910     PERFORM 2350-MATCH-PERIOD-ENTRY THRU 2350-EXIT
003920         VARYING WS-PRT-IDX FROM 1 BY 1
003930         UNTIL WS-PRT-IDX > WS-PERIOD-COUNT
003940            OR PERIOD-ENTRY-FOUND
003950     IF PERIOD-ENTRY-NOT-FOUND
003960         IF WS-PERIOD-COUNT >= 500
003970             ADD 1 TO WS-PeriodTableFull
003980             MOVE 'PERIOD TABLE FULL - CARD NOT TOTALED'
003990                 TO TCR-Reason
004000             PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
004010             GO TO 2300-EXIT
004020         END-IF
004030         ADD 1 TO WS-PERIOD-COUNT
004040         MOVE WS-PERIOD-COUNT TO WS-FOUND-PRT-IDX
004050         MOVE TC-EmployeeID-N
004060             TO WS-PRT-EMPLOYEE-ID(WS-FOUND-PRT-IDX)
004070         MOVE 0 TO WS-PRT-REGULAR(WS-FOUND-PRT-IDX)
004080         MOVE 0 TO WS-PRT-SHIFT(WS-FOUND-PRT-IDX)
004090         MOVE 0 TO WS-PRT-HOLIDAY(WS-FOUND-PRT-IDX)
004100         MOVE 0 TO WS-PRT-SICK(WS-FOUND-PRT-IDX)
004110         MOVE 0 TO WS-PRT-VACATION(WS-FOUND-PRT-IDX)
004120         MOVE 0 TO WS-PRT-DAYS-WORKED(WS-FOUND-PRT-IDX)
004130     END-IF
004140     EVALUATE TRUE
004150         WHEN TC-REGULAR
004160             ADD TC-Hours-N TO WS-PRT-REGULAR(WS-FOUND-PRT-IDX)
004170         WHEN TC-SHIFT-DIFFERENTIAL
004180             ADD TC-Hours-N TO WS-PRT-SHIFT(WS-FOUND-PRT-IDX)
004190         WHEN TC-HOLIDAY
004200             ADD TC-Hours-N TO WS-PRT-HOLIDAY(WS-FOUND-PRT-IDX)
004210         WHEN TC-SICK
004220             ADD TC-Hours-N TO WS-PRT-SICK(WS-FOUND-PRT-IDX)
004230         WHEN TC-VACATION
004240             ADD TC-Hours-N TO WS-PRT-VACATION(WS-FOUND-PRT-IDX)
004250     END-EVALUATE
004260     IF TC-WORKED-HOURS
004270         ADD 1 TO WS-PRT-DAYS-WORKED(WS-FOUND-PRT-IDX)
004280     END-IF
004290     ADD 1 TO WS-TotalAccepted
004300     ADD TC-Hours-N TO WS-TotalHoursAccepted.
004310 2300-EXIT.
004320     EXIT.
004330
004340 2350-MATCH-PERIOD-ENTRY.
004350     IF WS-PRT-EMPLOYEE-ID(WS-PRT-IDX) = TC-EmployeeID-N
004360         SET PERIOD-ENTRY-FOUND TO TRUE
004370         MOVE WS-PRT-IDX TO WS-FOUND-PRT-IDX
004380     END-IF.
004390 2350-EXIT.
004400     EXIT.
004410
004420 2400-WRITE-REJECT.
004430     MOVE TC-EmployeeID TO TCR-EmployeeID
004440     MOVE TC-WorkDate   TO TCR-WorkDate
004450     MOVE TC-PayCode    TO TCR-PayCode
004460     MOVE TC-Hours      TO TCR-Hours
004470     WRITE TimecardRejectRecord
004480     ADD 1 TO WS-TotalRejected.
004490 2400-EXIT.
004500     EXIT.
004510
004520*    ------------------------------------------------------
004530*    ONE PERIOD HOURS RECORD PER EMPLOYEE. THE R AND D HOURS
004540*    ACTUALLY WORKED OVER THE STRAIGHT-TIME LIMIT ARE
004550*    OVERTIME; WHAT IS LEFT IS REGULAR TIME.
004560*    ------------------------------------------------------
004570 3000-WRITE-PERIOD-HOURS.
004580     OPEN OUTPUT PeriodHoursFile
004590     PERFORM 3100-WRITE-ONE-EMPLOYEE THRU 3100-EXIT
004600         VARYING WS-PRT-IDX FROM 1 BY 1
004610         UNTIL WS-PRT-IDX > WS-PERIOD-COUNT
004620     CLOSE PeriodHoursFile.
004630 3000-EXIT.
004640     EXIT.
004650
004660 3100-WRITE-ONE-EMPLOYEE.
004670     COMPUTE WS-WorkedHours =
004680         WS-PRT-REGULAR(WS-PRT-IDX) + WS-PRT-SHIFT(WS-PRT-IDX)
004690     IF WS-WorkedHours > WS-StraightTimeLimit
004700         COMPUTE WS-OvertimeHours =
004710             WS-WorkedHours - WS-StraightTimeLimit
004720     ELSE
004730         MOVE 0 TO WS-OvertimeHours
004740     END-IF
004750     MOVE WS-PRT-EMPLOYEE-ID(WS-PRT-IDX) TO PRD-EmployeeID
004760     COMPUTE PRD-RegularHours = WS-WorkedHours - WS-OvertimeHours
004770     MOVE WS-OvertimeHours               TO PRD-OvertimeHours
004780     MOVE WS-PRT-HOLIDAY(WS-PRT-IDX)     TO PRD-HolidayHours
004790     MOVE WS-PRT-SICK(WS-PRT-IDX)        TO PRD-SickHours
004800     MOVE WS-PRT-VACATION(WS-PRT-IDX)    TO PRD-VacationHours
004810     MOVE WS-PRT-SHIFT(WS-PRT-IDX)       TO PRD-ShiftHours
004820     MOVE WS-PRT-DAYS-WORKED(WS-PRT-IDX) TO PRD-DaysWorked
004830     WRITE PeriodHoursRecord
004840     ADD 1 TO WS-TotalPeriodRecords
004850     ADD WS-OvertimeHours TO WS-TotalOvertimeHours.
004860 3100-EXIT.
004870     EXIT.
004880
004890 9000-DISPLAY-SUMMARY.
004900     DISPLAY '-----------------------------'
004910     DISPLAY 'Timecards Read: ' WS-TotalCardsRead
004920     DISPLAY 'Timecards Accepted: ' WS-TotalAccepted
004930     DISPLAY 'Timecards Rejected: ' WS-TotalRejected
004940     DISPLAY 'Hours Accepted: ' WS-TotalHoursAccepted
004950     DISPLAY 'Overtime Hours: ' WS-TotalOvertimeHours
004960     DISPLAY 'Period Hours Records: ' WS-TotalPeriodRecords
004970     DISPLAY 'Employee Table Overflows: ' WS-EmployeeTableFull
004980     DISPLAY 'Day Table Overflows: ' WS-DayTableFull
004990     DISPLAY 'Period Table Overflows: ' WS-PeriodTableFull
005000     DISPLAY '-----------------------------'.
005010 9000-EXIT.
005020     EXIT.
