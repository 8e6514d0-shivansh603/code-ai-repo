000260*    PROOF ONLY BALANCES WHEN THE YTD FILE COVERS THE SAME
000270*    YEAR AS THE HISTORY - RUN THE QUARTER-END BEFORE THE
000280*    YEAR-END CLOSE RESETS THE YTD FILE.
000281*    THE STATE WAGE REPORT COVERS THE LATEST QUARTER OF THE
000282*    RUN YEAR THAT HAS ANY HISTORY - RUN AT QUARTER-END, THAT
000283*    IS THE QUARTER JUST CLOSED.
000290*
000300*MODIFICATION HISTORY.
000310*    DATE       INIT  DESCRIPTION
000320*    09/02/2026 JDH   ORIGINAL PROGRAM - QUARTERLY 941
000330*                     LIABILITY REPORT FROM THE PAY-HISTORY
000340*                     FILE, PROVED AGAINST THE YTD FILE.
000341*    10/15/2026 JDH   THE LIABILITY REPORT NOW CARRIES THE
000342*                     EMPLOYER'S FICA MATCH, FUTA AND SUTA BY
000343*                     QUARTER. ADDED THE QUARTERLY STATE
000344*                     UNEMPLOYMENT WAGE REPORT - GROSS, SUTA
000345*                     TAXABLE AND EXCESS WAGES PER EMPLOYEE FOR
000346*                     THE LATEST QUARTER IN THE HISTORY. HISTORY
000347*                     WRITTEN BEFORE THE EMPLOYER TAXES WERE
000348*                     ADDED CARRIES NONE AND COUNTS AS ZERO.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000480
000490     SELECT LiabilityReportFile
000500         ASSIGN TO 'q941_report.dat'
000501         ORGANIZATION IS LINE SEQUENTIAL.
000502
000503     SELECT StateWageReportFile
000504         ASSIGN TO 'suta_wage_report.dat'
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520
000530 DATA DIVISION.
000650     05  PH-StateTax        PIC 9(7)V99.
000660     05  PH-FicaTax         PIC 9(7)V99.
000670     05  PH-NetPay          PIC 9(9)V99.
000671     05  PH-EmployerFica    PIC 9(7)V99.
000672     05  PH-FutaTaxable     PIC 9(9)V99.
000673     05  PH-FutaTax         PIC 9(7)V99.
000674     05  PH-SutaTaxable     PIC 9(9)V99.
000675     05  PH-SutaTax         PIC 9(7)V99.
000676     05  PH-EmployeeName    PIC X(30).
000680
000690 FD  YtdPayrollFile.
000700 01  YtdPayrollRecord.
000870     05  LIA-Quarter        PIC 9(1).
000880     05  LIA-GrossWages     PIC 9(11)V99.
000890     05  LIA-FederalTax     PIC 9(11)V99.
000891     05  LIA-FicaTax        PIC 9(11)V99.
000892     05  LIA-EmployerFica   PIC 9(11)V99.
000893     05  LIA-FutaTax        PIC 9(11)V99.
000894     05  LIA-SutaTax        PIC 9(11)V99.
000895
000896 FD  StateWageReportFile.
000897 01  StateWageRecord.
000898     05  SWR-Year           PIC 9(4).
000899     05  SWR-Quarter        PIC 9(1).
000900     05  SWR-EmployeeID     PIC 9(5).
000901     05  SWR-EmployeeName   PIC X(30).
000902     05  SWR-GrossWages     PIC 9(9)V99.
000903     05  SWR-TaxableWages   PIC 9(9)V99.
000904     05  SWR-ExcessWages    PIC 9(9)V99.
000905     05  SWR-SutaTax        PIC 9(7)V99.
000910
000920 WORKING-STORAGE SECTION.
000930 01  WS-EOF-HISTORY-SWITCH     PIC X(1) VALUE 'N'.
001050         10  WS-QTR-GROSS       PIC 9(11)V99.
001060         10  WS-QTR-FEDERAL     PIC 9(11)V99.
001070         10  WS-QTR-FICA        PIC 9(11)V99.
001071         10  WS-QTR-ER-FICA     PIC 9(11)V99.
001072         10  WS-QTR-FUTA        PIC 9(11)V99.
001073         10  WS-QTR-SUTA        PIC 9(11)V99.
001074
001075 01  WS-QTR-IDX                PIC 9(1) VALUE 0.
001076 01  WS-Quarter                PIC 9(1) VALUE 0.
001077 01  WS-ReportQuarter          PIC 9(1) VALUE 0.
001080
001081*    STATE WAGE TABLE - EACH EMPLOYEE'S GROSS, SUTA TAXABLE
001082*    WAGES AND SUTA BY QUARTER FOR THE RUN YEAR.
001083 01  WS-STATE-WAGE-TABLE.
001084     05  WS-STATE-WAGE-ENTRY OCCURS 500 TIMES.
001085         10  WS-SWT-EMPLOYEE-ID    PIC 9(5).
001086         10  WS-SWT-EMPLOYEE-NAME  PIC X(30).
001087         10  WS-SWT-QUARTER OCCURS 4 TIMES.
001088             15  WS-SWT-GROSS      PIC 9(9)V99.
001089             15  WS-SWT-TAXABLE    PIC 9(9)V99.
001090             15  WS-SWT-SUTA       PIC 9(7)V99.
001091
001092 01  WS-STATE-WAGE-COUNT       PIC 9(5) VALUE 0 COMP.
001093 01  WS-SWT-IDX                PIC 9(5) VALUE 0 COMP.
001094 01  WS-FOUND-SWT-IDX          PIC 9(5) VALUE 0 COMP.
001095 01  WS-SWT-QTR-IDX            PIC 9(1) VALUE 0.
001096 01  WS-StateWageTableFull     PIC 9(5) VALUE 0 COMP.
001097
001098 01  WS-SWT-FOUND-SWITCH       PIC X(1) VALUE 'N'.
001099     88  STATE-WAGE-FOUND             VALUE 'Y'.
001100     88  STATE-WAGE-NOT-FOUND         VALUE 'N'.
001101
001102 01  WS-TotalStateEmployees    PIC 9(5) VALUE 0 COMP.
001103 01  WS-StateGrossTotal        PIC 9(11)V99 VALUE 0.
001104 01  WS-StateTaxableTotal      PIC 9(11)V99 VALUE 0.
001105 01  WS-StateExcessTotal       PIC 9(11)V99 VALUE 0.
001106 01  WS-StateSutaTotal         PIC 9(11)V99 VALUE 0.
001110
001120 01  WS-RunDate.
001130     05  WS-RunYear         PIC 9(4).
001400     PERFORM 2000-ROLL-PAY-HISTORY THRU 2000-EXIT
001410     PERFORM 3000-PROVE-AGAINST-YTD THRU 3000-EXIT
001420     PERFORM 4000-WRITE-LIABILITY-REPORT THRU 4000-EXIT
001421     PERFORM 5000-WRITE-STATE-WAGE-REPORT THRU 5000-EXIT
001430     PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
001440     STOP RUN.
001450
001780     IF PH-RunYear NOT = WS-RunYear
001790         ADD 1 TO WS-TotalOtherYear
001800         GO TO 2100-EXIT
001801     END-IF
001802     IF PH-SutaTaxable NOT NUMERIC
001803         MOVE 0 TO PH-EmployerFica
001804         MOVE 0 TO PH-FutaTaxable
001805         MOVE 0 TO PH-FutaTax
001806         MOVE 0 TO PH-SutaTaxable
001807         MOVE 0 TO PH-SutaTax
001808         MOVE SPACES TO PH-EmployeeName
001810     END-IF
001820     COMPUTE WS-Quarter = (PH-RunMonth + 2) / 3
001830     ADD PH-GrossPay   TO WS-QTR-GROSS(WS-Quarter)
001840     ADD PH-FederalTax TO WS-QTR-FEDERAL(WS-Quarter)
001841     ADD PH-FicaTax    TO WS-QTR-FICA(WS-Quarter)
001842     ADD PH-GrossPay   TO WS-HistGrossTotal
001843     ADD PH-FederalTax TO WS-HistFederalTotal
001844     ADD PH-FicaTax    TO WS-HistFicaTotal
001845     ADD PH-EmployerFica TO WS-QTR-ER-FICA(WS-Quarter)
001846     ADD PH-FutaTax      TO WS-QTR-FUTA(WS-Quarter)
001847     ADD PH-SutaTax      TO WS-QTR-SUTA(WS-Quarter)
001848     IF WS-Quarter > WS-ReportQuarter
001849         MOVE WS-Quarter TO WS-ReportQuarter
001850     END-IF
001851     PERFORM 2200-ACCUMULATE-STATE-WAGES THRU 2200-EXIT.
001852 2100-EXIT.
001853     EXIT.
001854
001855*    ------------------------------------------------------
001856*    ROLL THE RECORD INTO ITS EMPLOYEE'S STATE WAGE ENTRY,
001857*    ADDING THE EMPLOYEE THE FIRST TIME THEY ARE SEEN.
001858*    ------------------------------------------------------
001859 2200-ACCUMULATE-STATE-WAGES.
001860     SET STATE-WAGE-NOT-FOUND TO TRUE
001861     PERFORM 2210-FIND-STATE-WAGE THRU 2210-EXIT
001862         VARYING WS-SWT-IDX FROM 1 BY 1
001863         UNTIL WS-SWT-IDX > WS-STATE-WAGE-COUNT
001864            OR STATE-WAGE-FOUND
001865     IF STATE-WAGE-NOT-FOUND
001866         IF WS-STATE-WAGE-COUNT >= 500
001867             ADD 1 TO WS-StateWageTableFull
001868             DISPLAY 'STATE WAGE TABLE FULL, DROPPED EMPLOYEE '
001869                 PH-EmployeeID
001870             GO TO 2200-EXIT
001871         END-IF
001872         ADD 1 TO WS-STATE-WAGE-COUNT
001873         MOVE WS-STATE-WAGE-COUNT TO WS-FOUND-SWT-IDX
001874         MOVE PH-EmployeeID
001875             TO WS-SWT-EMPLOYEE-ID(WS-FOUND-SWT-IDX)
001876         MOVE SPACES TO WS-SWT-EMPLOYEE-NAME(WS-FOUND-SWT-IDX)
001877         PERFORM 2220-CLEAR-ONE-QUARTER THRU 2220-EXIT
001878             VARYING WS-SWT-QTR-IDX FROM 1 BY 1
001879             UNTIL WS-SWT-QTR-IDX > 4
001880     END-IF
001881     IF PH-EmployeeName NOT = SPACES
001882         MOVE PH-EmployeeName
001883             TO WS-SWT-EMPLOYEE-NAME(WS-FOUND-SWT-IDX)
001884     END-IF
001885     ADD PH-GrossPay
001886         TO WS-SWT-GROSS(WS-FOUND-SWT-IDX, WS-Quarter)
001887     ADD PH-SutaTaxable
001888         TO WS-SWT-TAXABLE(WS-FOUND-SWT-IDX, WS-Quarter)
001889     ADD PH-SutaTax
001890         TO WS-SWT-SUTA(WS-FOUND-SWT-IDX, WS-Quarter).
001891 2200-EXIT.
001892     EXIT.
001893
001894 2210-FIND-STATE-WAGE.
001895     IF WS-SWT-EMPLOYEE-ID(WS-SWT-IDX) = PH-EmployeeID
001896         SET STATE-WAGE-FOUND TO TRUE
001897         MOVE WS-SWT-IDX TO WS-FOUND-SWT-IDX
001898     END-IF.
001899 2210-EXIT.
001900     EXIT.
001901
001902 2220-CLEAR-ONE-QUARTER.
001903     MOVE 0 TO WS-SWT-GROSS(WS-FOUND-SWT-IDX, WS-SWT-QTR-IDX)
001904     MOVE 0 TO WS-SWT-TAXABLE(WS-FOUND-SWT-IDX, WS-SWT-QTR-IDX)
001905     MOVE 0 TO WS-SWT-SUTA(WS-FOUND-SWT-IDX, WS-SWT-QTR-IDX).
001906 2220-EXIT.
001907     EXIT.
001910
001920*    ------------------------------------------------------
001930*    TOTAL THE YTD FILE AND PROVE THE HISTORY AGAINST IT.
002440     MOVE WS-QTR-GROSS(WS-QTR-IDX)   TO LIA-GrossWages
002450     MOVE WS-QTR-FEDERAL(WS-QTR-IDX) TO LIA-FederalTax
002460     MOVE WS-QTR-FICA(WS-QTR-IDX)    TO LIA-FicaTax
002461     MOVE WS-QTR-ER-FICA(WS-QTR-IDX) TO LIA-EmployerFica
002462     MOVE WS-QTR-FUTA(WS-QTR-IDX)    TO LIA-FutaTax
002463     MOVE WS-QTR-SUTA(WS-QTR-IDX)    TO LIA-SutaTax
002464     WRITE LiabilityReportRecord.
002465 4100-EXIT.
002466     EXIT.
002467
002468*    ------------------------------------------------------
002469*    STATE UNEMPLOYMENT WAGE REPORT - ONE RECORD PER EMPLOYEE
002470*    PAID IN THE REPORT QUARTER. EXCESS WAGES ARE THE GROSS
002471*    OVER THE SUTA WAGE BASE. NO HISTORY FOR THE RUN YEAR
002472*    MEANS NO QUARTER TO REPORT.
002473*    ------------------------------------------------------
002474 5000-WRITE-STATE-WAGE-REPORT.
002475     OPEN OUTPUT StateWageReportFile
002476     IF WS-ReportQuarter = 0
002477         DISPLAY 'NO WAGES IN THE RUN YEAR - STATE WAGE REPORT'
002478             ' EMPTY'
002479     ELSE
002480         DISPLAY 'STATE WAGE REPORT FOR QUARTER ' WS-ReportQuarter
002481         PERFORM 5100-WRITE-ONE-EMPLOYEE THRU 5100-EXIT
002482             VARYING WS-SWT-IDX FROM 1 BY 1
002483             UNTIL WS-SWT-IDX > WS-STATE-WAGE-COUNT
002484     END-IF
002485     CLOSE StateWageReportFile.
002486 5000-EXIT.
002490     EXIT.
002491
002492 5100-WRITE-ONE-EMPLOYEE.
002493     IF WS-SWT-GROSS(WS-SWT-IDX, WS-ReportQuarter) = 0
002494         GO TO 5100-EXIT
002495     END-IF
002496     MOVE WS-RunYear TO SWR-Year
002497     MOVE WS-ReportQuarter TO SWR-Quarter
002498     MOVE WS-SWT-EMPLOYEE-ID(WS-SWT-IDX)   TO SWR-EmployeeID
002499     MOVE WS-SWT-EMPLOYEE-NAME(WS-SWT-IDX) TO SWR-EmployeeName
002500     MOVE WS-SWT-GROSS(WS-SWT-IDX, WS-ReportQuarter)
002501         TO SWR-GrossWages
002502     MOVE WS-SWT-TAXABLE(WS-SWT-IDX, WS-ReportQuarter)
002503         TO SWR-TaxableWages
002504     COMPUTE SWR-ExcessWages = SWR-GrossWages - SWR-TaxableWages
002505     MOVE WS-SWT-SUTA(WS-SWT-IDX, WS-ReportQuarter)
002506         TO SWR-SutaTax
002507     WRITE StateWageRecord
002508     ADD 1 TO WS-TotalStateEmployees
002509     ADD SWR-GrossWages   TO WS-StateGrossTotal
002510     ADD SWR-TaxableWages TO WS-StateTaxableTotal
002511     ADD SWR-ExcessWages  TO WS-StateExcessTotal
002512     ADD SWR-SutaTax      TO WS-StateSutaTotal.
002513 5100-EXIT.
002514     EXIT.
002515
002516 9000-DISPLAY-SUMMARY.
002520     DISPLAY '-----------------------------'
002530     DISPLAY 'History Records Read: ' WS-TotalHistoryRecords
002540     DISPLAY 'Records Outside Run Year: ' WS-TotalOtherYear
002550     DISPLAY 'YTD Records Totalled: ' WS-TotalYtdRecords
002551     DISPLAY 'State Wage Report Employees: '
002552         WS-TotalStateEmployees
002553     DISPLAY 'State Gross Wages: $' WS-StateGrossTotal
002554     DISPLAY 'State Taxable Wages: $' WS-StateTaxableTotal
002555     DISPLAY 'State Excess Wages: $' WS-StateExcessTotal
002556     DISPLAY 'State Unemployment Tax: $' WS-StateSutaTotal
002560     IF PROOF-IN-BALANCE
002570         DISPLAY 'HISTORY PROVES TO THE YTD FILE'
002580     ELSE
