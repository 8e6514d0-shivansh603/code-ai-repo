000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. Futa940.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    ANNUAL FEDERAL UNEMPLOYMENT (FUTA) WORKSHEET FOR THE 940
000180*    FILING, BUILT FROM THE DATED PAY-HISTORY FILE
000190*    PAYROLLPROCESSING RETAINS. TOTAL PAYMENTS, PAYMENTS OVER
000200*    THE FUTA WAGE BASE (FIGURED EMPLOYEE BY EMPLOYEE ON THE
000210*    YEAR'S GROSS), TAXABLE FUTA WAGES AND THE TAX ON THEM,
000220*    THEN THE FUTA LIABILITY EACH QUARTER AS THE PAYROLL RUNS
000230*    CHARGED IT. THE TWO TAX FIGURES ARE COMPARED SO A
000240*    DIFFERENCE SURFACES BEFORE THE RETURN IS SIGNED. RUN IN
000250*    JANUARY FOR THE YEAR JUST ENDED (A DECEMBER RUN REPORTS
000260*    THE CURRENT YEAR), THE SAME RULE AS THE YEAR-END CLOSE.
000270*    HISTORY WRITTEN BEFORE THE EMPLOYER TAXES WERE ADDED
000280*    CARRIES NO QUARTERLY FUTA AND COUNTS AS ZERO THERE.
000290*
000300*MODIFICATION HISTORY.
000310*    DATE       INIT  DESCRIPTION
000320*    10/15/2026 JDH   ORIGINAL PROGRAM - ANNUAL 940 WORKSHEET
000330*                     FROM THE PAY-HISTORY FILE.
000340*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PayHistoryFile ASSIGN TO 'pay_history.dat'
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PayHistoryStatus.
000410
000420     SELECT WorksheetFile ASSIGN TO 'futa940_worksheet.dat'
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PayHistoryFile.
000480 01  PayHistoryRecord.
000490     05  PH-RunDate         PIC 9(8).
000500     05  PH-RUN-DATE-PARTS REDEFINES PH-RunDate.
000510         10  PH-RunYear     PIC 9(4).
000520         10  PH-RunMonth    PIC 9(2).
000530         10  PH-RunDay      PIC 9(2).
000540     05  PH-EmployeeID      PIC 9(5).
000550     05  PH-GrossPay        PIC 9(9)V99.
000560     05  PH-FederalTax      PIC 9(7)V99.
000570     05  PH-StateTax        PIC 9(7)V99.
000580     05  PH-FicaTax         PIC 9(7)V99.
000590     05  PH-NetPay          PIC 9(9)V99.
000600     05  PH-EmployerFica    PIC 9(7)V99.
000610     05  PH-FutaTaxable     PIC 9(9)V99.
000620     05  PH-FutaTax         PIC 9(7)V99.
000630     05  PH-SutaTaxable     PIC 9(9)V99.
000640     05  PH-SutaTax         PIC 9(7)V99.
000650     05  PH-EmployeeName    PIC X(30).
000660
000670 FD  WorksheetFile.
000680 01  WorksheetRecord.
000690     05  W94-TaxYear        PIC 9(4).
000700     05  W94-LineNumber     PIC X(4).
000710     05  W94-Description    PIC X(40).
000720     05  W94-Amount         PIC 9(11)V99.
000730
000740 WORKING-STORAGE SECTION.
000750 01  WS-EOF-HISTORY-SWITCH     PIC X(1) VALUE 'N'.
000760     88  END-OF-HISTORY               VALUE 'Y'.
000770
000780 01  WS-PayHistoryStatus       PIC X(2) VALUE SPACES.
000790
000800*    FUTA RATE AND WAGE BASE - THE SAME FIGURES THE PAYROLL
000810*    RUN CHARGES EACH PERIOD.
000820 01  WS-FutaRate               PIC 9V9(4) VALUE 0.0060.
000830 01  WS-FutaWageBase           PIC 9(7)V99 VALUE 7000.00.
000840
000850 01  WS-RunDate.
000860     05  WS-RunYear         PIC 9(4).
000870     05  WS-RunMonth        PIC 9(2).
000880     05  WS-RunDay          PIC 9(2).
000890
000900 01  WS-TaxYear                PIC 9(4) VALUE 0.
000910 01  WS-Quarter                PIC 9(1) VALUE 0.
000920 01  WS-QTR-IDX                PIC 9(1) VALUE 0.
000930
000940*    EACH EMPLOYEE'S GROSS FOR THE TAX YEAR - PAYMENTS OVER
000950*    THE WAGE BASE ARE FIGURED PER EMPLOYEE, NOT IN TOTAL.
000960 01  WS-EMPLOYEE-WAGE-TABLE.
000970     05  WS-EMPLOYEE-WAGE-ENTRY OCCURS 500 TIMES.
000980         10  WS-EWT-EMPLOYEE-ID    PIC 9(5).
000990         10  WS-EWT-GROSS          PIC 9(9)V99.
001000
001010 01  WS-EMPLOYEE-WAGE-COUNT    PIC 9(5) VALUE 0 COMP.
001020 01  WS-EWT-IDX                PIC 9(5) VALUE 0 COMP.
001030 01  WS-FOUND-EWT-IDX          PIC 9(5) VALUE 0 COMP.
001040 01  WS-EmployeeTableFull      PIC 9(5) VALUE 0 COMP.
001050
001060 01  WS-EWT-FOUND-SWITCH       PIC X(1) VALUE 'N'.
001070     88  EMPLOYEE-WAGE-FOUND          VALUE 'Y'.
001080     88  EMPLOYEE-WAGE-NOT-FOUND      VALUE 'N'.
001090
001100*    FUTA CHARGED BY THE PAYROLL RUNS, BY QUARTER.
001110 01  WS-QUARTER-TABLE.
001120     05  WS-QTR-FUTA OCCURS 4 TIMES PIC 9(11)V99.
001130
001140 01  WS-TotalPayments          PIC 9(11)V99 VALUE 0.
001150 01  WS-ExcessPayments         PIC 9(11)V99 VALUE 0.
001160 01  WS-TaxableWages           PIC 9(11)V99 VALUE 0.
001170 01  WS-FutaTaxDue             PIC 9(11)V99 VALUE 0.
001180 01  WS-FutaLiability          PIC 9(11)V99 VALUE 0.
001190
001200 01  WS-TotalHistoryRecords    PIC 9(7) VALUE 0 COMP.
001210 01  WS-TotalOtherYear         PIC 9(7) VALUE 0 COMP.
001220
001230 PROCEDURE DIVISION.
001240*    ------------------------------------------------------
001250*    0000-MAINLINE CONTROLS THE 940 WORKSHEET RUN.
001260*    ------------------------------------------------------
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001290     PERFORM 2000-ROLL-PAY-HISTORY THRU 2000-EXIT
001300     PERFORM 3000-FIGURE-EXCESS-PAYMENTS THRU 3000-EXIT
001310     PERFORM 4000-WRITE-WORKSHEET THRU 4000-EXIT
001320     PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
001330     STOP RUN.
001340
001350 1000-INITIALIZE.
001360     DISPLAY 'FUTA 940 WORKSHEET RUN'
001370     ACCEPT WS-RunDate FROM DATE YYYYMMDD
001380     IF WS-RunMonth = 12
001390         MOVE WS-RunYear TO WS-TaxYear
001400     ELSE
001410         COMPUTE WS-TaxYear = WS-RunYear - 1
001420     END-IF
001430     MOVE 0 TO WS-QTR-FUTA(1)
001440     MOVE 0 TO WS-QTR-FUTA(2)
001450     MOVE 0 TO WS-QTR-FUTA(3)
001460     MOVE 0 TO WS-QTR-FUTA(4)
001470     DISPLAY 'TAX YEAR ' WS-TaxYear.
001480 1000-EXIT.
001490     EXIT.
001500
001510*    ------------------------------------------------------
001520*    ROLL EVERY HISTORY RECORD FOR THE TAX YEAR INTO ITS
001530*    EMPLOYEE'S YEAR GROSS AND ITS QUARTER'S FUTA.
001540*    ------------------------------------------------------
001550 2000-ROLL-PAY-HISTORY.
001560     OPEN INPUT PayHistoryFile
001570     IF WS-PayHistoryStatus = '35'
001580         DISPLAY 'NO PAY-HISTORY FILE ON RECORD'
001590         GO TO 2000-EXIT
001600     END-IF
001610     PERFORM UNTIL END-OF-HISTORY
001620         READ PayHistoryFile INTO PayHistoryRecord
001630             AT END
001640                 SET END-OF-HISTORY TO TRUE
001650             NOT AT END
001660                 ADD 1 TO WS-TotalHistoryRecords
001670                 PERFORM 2100-ROLL-ONE-RECORD THRU 2100-EXIT
001680         END-READ
001690     END-PERFORM
001700     CLOSE PayHistoryFile.
001710 2000-EXIT.
001720     EXIT.
001730
001740 2100-ROLL-ONE-RECORD.
001750     IF PH-RunYear NOT = WS-TaxYear
001760         ADD 1 TO WS-TotalOtherYear
001770         GO TO 2100-EXIT
001780     END-IF
001790     IF PH-FutaTax NOT NUMERIC
001800         MOVE 0 TO PH-FutaTax
001810     END-IF
001820     COMPUTE WS-Quarter = (PH-RunMonth + 2) / 3
001830     ADD PH-FutaTax  TO WS-QTR-FUTA(WS-Quarter)
001840     ADD PH-GrossPay TO WS-TotalPayments
001850     SET EMPLOYEE-WAGE-NOT-FOUND TO TRUE
001860     PERFORM 2110-FIND-EMPLOYEE THRU 2110-EXIT
001870         VARYING WS-EWT-IDX FROM 1 BY 1
001880         UNTIL WS-EWT-IDX > WS-EMPLOYEE-WAGE-COUNT
001890            OR EMPLOYEE-WAGE-FOUND
001900     IF EMPLOYEE-WAGE-NOT-FOUND
001910         IF WS-EMPLOYEE-WAGE-COUNT >= 500
001920             ADD 1 TO WS-EmployeeTableFull
001930             DISPLAY 'EMPLOYEE TABLE FULL, DROPPED EMPLOYEE '
001940                 PH-EmployeeID
001950             GO TO 2100-EXIT
001960         END-IF
001970         ADD 1 TO WS-EMPLOYEE-WAGE-COUNT
001980         MOVE WS-EMPLOYEE-WAGE-COUNT TO WS-FOUND-EWT-IDX
001990         MOVE PH-EmployeeID
002000             TO WS-EWT-EMPLOYEE-ID(WS-FOUND-EWT-IDX)
002010         MOVE 0 TO WS-EWT-GROSS(WS-FOUND-EWT-IDX)
002020     END-IF
002030     ADD PH-GrossPay TO WS-EWT-GROSS(WS-FOUND-EWT-IDX).
002040 2100-EXIT.
002050     EXIT.
002060
002070 2110-FIND-EMPLOYEE.
002080     IF WS-EWT-EMPLOYEE-ID(WS-EWT-IDX) = PH-EmployeeID
002090         SET EMPLOYEE-WAGE-FOUND TO TRUE
002100         MOVE WS-EWT-IDX TO WS-FOUND-EWT-IDX
002110     END-IF.
002120 2110-EXIT.
002130     EXIT.
002140
002150*    ------------------------------------------------------
002160*    PAYMENTS OVER THE WAGE BASE - EACH EMPLOYEE'S YEAR GROSS
002170*    BEYOND THE FIRST 7,000.00 - AND FROM THEM THE TAXABLE
002180*    WAGES AND THE TAX DUE ON THE RETURN.
002190*    ------------------------------------------------------
002200 3000-FIGURE-EXCESS-PAYMENTS.
002210     PERFORM 3100-FIGURE-ONE-EMPLOYEE THRU 3100-EXIT
002220         VARYING WS-EWT-IDX FROM 1 BY 1
002230         UNTIL WS-EWT-IDX > WS-EMPLOYEE-WAGE-COUNT
002240     COMPUTE WS-TaxableWages =
002250         WS-TotalPayments - WS-ExcessPayments
002260     COMPUTE WS-FutaTaxDue ROUNDED = WS-TaxableWages * WS-FutaRate
002270     COMPUTE WS-FutaLiability = WS-QTR-FUTA(1) + WS-QTR-FUTA(2)
002280         + WS-QTR-FUTA(3) + WS-QTR-FUTA(4).
002290 3000-EXIT.
002300     EXIT.
002310
002320 3100-FIGURE-ONE-EMPLOYEE.
002330     IF WS-EWT-GROSS(WS-EWT-IDX) > WS-FutaWageBase
002340         COMPUTE WS-ExcessPayments = WS-ExcessPayments
002350             + WS-EWT-GROSS(WS-EWT-IDX) - WS-FutaWageBase
002360     END-IF.
002370 3100-EXIT.
002380     EXIT.
002390
002400*    ------------------------------------------------------
002410*    ONE WORKSHEET RECORD PER 940 LINE.
002420*    ------------------------------------------------------
002430 4000-WRITE-WORKSHEET.
002440     OPEN OUTPUT WorksheetFile
002450     MOVE WS-TaxYear TO W94-TaxYear
002460     MOVE '3'   TO W94-LineNumber
002470     MOVE 'TOTAL PAYMENTS TO ALL EMPLOYEES' TO W94-Description
002480     MOVE WS-TotalPayments TO W94-Amount
002490     WRITE WorksheetRecord
002500     MOVE '5'   TO W94-LineNumber
002510     MOVE 'PAYMENTS OVER THE FUTA WAGE BASE' TO W94-Description
002520     MOVE WS-ExcessPayments TO W94-Amount
002530     WRITE WorksheetRecord
002540     MOVE '7'   TO W94-LineNumber
002550     MOVE 'TOTAL TAXABLE FUTA WAGES' TO W94-Description
002560     MOVE WS-TaxableWages TO W94-Amount
002570     WRITE WorksheetRecord
002580     MOVE '8'   TO W94-LineNumber
002590     MOVE 'FUTA TAX BEFORE ADJUSTMENTS' TO W94-Description
002600     MOVE WS-FutaTaxDue TO W94-Amount
002610     WRITE WorksheetRecord
002620     PERFORM 4100-WRITE-ONE-QUARTER THRU 4100-EXIT
002630         VARYING WS-QTR-IDX FROM 1 BY 1
002640         UNTIL WS-QTR-IDX > 4
002650     MOVE '17'  TO W94-LineNumber
002660     MOVE 'TOTAL FUTA LIABILITY FOR THE YEAR' TO W94-Description
002670     MOVE WS-FutaLiability TO W94-Amount
002680     WRITE WorksheetRecord
002690     CLOSE WorksheetFile.
002700 4000-EXIT.
002710     EXIT.
002720
002730 4100-WRITE-ONE-QUARTER.
002740     EVALUATE WS-QTR-IDX
002750         WHEN 1
002760             MOVE '16A' TO W94-LineNumber
002770             MOVE 'FUTA LIABILITY - 1ST QUARTER'
002780                 TO W94-Description
002790         WHEN 2
002800             MOVE '16B' TO W94-LineNumber
002810             MOVE 'FUTA LIABILITY - 2ND QUARTER'
002820                 TO W94-Description
002830         WHEN 3
002840             MOVE '16C' TO W94-LineNumber
002850             MOVE 'FUTA LIABILITY - 3RD QUARTER'
002860                 TO W94-Description
002870         WHEN OTHER
002880             MOVE '16D' TO W94-LineNumber
002890             MOVE 'FUTA LIABILITY - 4TH QUARTER'
002900                 TO W94-Description
002910     END-EVALUATE
002920     MOVE WS-QTR-FUTA(WS-QTR-IDX) TO W94-Amount
002930     WRITE WorksheetRecord.
002940 4100-EXIT.
002950     EXIT.
002960
002970 9000-DISPLAY-SUMMARY.
002980     DISPLAY '-----------------------------'
002990     DISPLAY 'History Records Read: ' WS-TotalHistoryRecords
003000     DISPLAY 'Records Outside Tax Year: ' WS-TotalOtherYear
003010     DISPLAY 'Employees Paid: ' WS-EMPLOYEE-WAGE-COUNT
003020     DISPLAY 'Total Payments: $' WS-TotalPayments
003030     DISPLAY 'Taxable FUTA Wages: $' WS-TaxableWages
003040     DISPLAY 'FUTA Tax Due: $' WS-FutaTaxDue
003050     DISPLAY 'FUTA Charged By Payroll: $' WS-FutaLiability
003060     IF WS-FutaTaxDue NOT = WS-FutaLiability
003070         DISPLAY 'PAYROLL FUTA DIFFERS FROM THE WORKSHEET -'
003080             ' REVIEW BEFORE FILING'
003090     END-IF
003100     DISPLAY '-----------------------------'.
003110 9000-EXIT.
003120     EXIT.
