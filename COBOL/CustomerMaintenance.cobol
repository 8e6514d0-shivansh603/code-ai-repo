000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CustomerMaintenance.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    MAINTENANCE RUN FOR THE CUSTOMER MASTER (CUSTOMERS.DAT).
000180*    APPLIES A MAINTENANCE TRANSACTION FILE - TAXPAYER ID
000190*    CHANGE AND MAILING ADDRESS CHANGE - TO THE CUSTOMER
000200*    MASTER, VALIDATING EACH CHANGE AND WRITING A BEFORE/
000210*    AFTER CHANGE LOG, SO THE YEAR-END 1099-INT RUN HAS A
000220*    TAXPAYER ID AND ADDRESS TO REPORT AGAINST. THE MASTER IS
000230*    LINE SEQUENTIAL, SO THIS IS THE SAME OLD/NEW MASTER
000240*    UPDATE EMPLOYEEMAINTENANCE DOES: THE UPDATED MASTER IS
000250*    WRITTEN TO CUSTOMERS_NEW.DAT AND OPERATIONS PROMOTES IT
000260*    TO CUSTOMERS.DAT BEFORE THE NEXT RUN THAT READS IT. A
000270*    CUSTOMER RECORD STILL ON THE SHORT PRE-TAX-FIELD LAYOUT
000280*    IS CARRIED FORWARD WITH A ZERO TAXPAYER ID AND A BLANK
000290*    ADDRESS, SO THE FIRST RUN ALSO CONVERTS THE MASTER.
000300*
000310*MODIFICATION HISTORY.
000320*    DATE       INIT  DESCRIPTION
000330*    10/15/2026 JDH   ORIGINAL PROGRAM - TAXPAYER ID AND
000340*                     MAILING ADDRESS MAINTENANCE WITH
000350*                     VALIDATION, EXCEPTION REPORT AND
000360*                     BEFORE/AFTER CHANGE LOG.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CustomerFile ASSIGN TO 'customers.dat'
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430
000440     SELECT NewCustomerFile ASSIGN TO 'customers_new.dat'
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000470     SELECT CustMaintFile ASSIGN TO 'customer_maint.dat'
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500     SELECT ChangeLogFile ASSIGN TO 'cust_change_log.dat'
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520
000530     SELECT CustMaintExceptionFile
000540         ASSIGN TO 'cust_maint_exceptions.dat'
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CustomerFile.
000600 01  CustomerRecord.
000610     05  CUST-CustomerNumber PIC 9(5).
000620     05  CUST-CustomerName  PIC X(30).
000630     05  CUST-TaxpayerID    PIC 9(9).
000640     05  CUST-TinType       PIC X(1).
000650         88  TIN-IS-SSN               VALUE 'S'.
000660         88  TIN-IS-EIN               VALUE 'E'.
000670     05  CUST-AddressLine   PIC X(30).
000680     05  CUST-City          PIC X(20).
000690     05  CUST-State         PIC X(2).
000700     05  CUST-ZipCode       PIC X(9).
000710
000720 FD  NewCustomerFile.
000730 01  NewCustomerRecord.
000740     05  NEW-CustomerNumber PIC 9(5).
000750     05  NEW-CustomerName   PIC X(30).
000760     05  NEW-TaxpayerID     PIC 9(9).
000770     05  NEW-TinType        PIC X(1).
000780     05  NEW-AddressLine    PIC X(30).
000790     05  NEW-City           PIC X(20).
000800     05  NEW-State          PIC X(2).
000810     05  NEW-ZipCode        PIC X(9).
000820
000830 FD  CustMaintFile.
000840 01  CustMaintRecord.
000850     05  CM-Action          PIC X(1).
000860         88  TAXPAYER-ID-ACTION       VALUE 'T'.
000870         88  ADDRESS-CHANGE-ACTION    VALUE 'M'.
000880     05  CM-CustomerNumber  PIC 9(5).
000890     05  CM-TaxpayerID      PIC 9(9).
000900     05  CM-TinType         PIC X(1).
000910     05  CM-AddressLine     PIC X(30).
000920     05  CM-City            PIC X(20).
000930     05  CM-State           PIC X(2).
000940     05  CM-ZipCode         PIC X(9).
000950
000960 FD  ChangeLogFile.
000970 01  ChangeLogRecord.
000980     05  CCL-CustomerNumber PIC 9(5).
000990     05  CCL-Action         PIC X(1).
001000     05  CCL-ChangeDate     PIC 9(8).
001010     05  CCL-OldValue       PIC X(40).
001020     05  CCL-NewValue       PIC X(40).
001030
001040 FD  CustMaintExceptionFile.
001050 01  CustMaintExceptionRecord.
001060     05  CMX-CustomerNumber PIC 9(5).
001070     05  CMX-Action         PIC X(1).
001080     05  CMX-Reason         PIC X(40).
001090
001100 WORKING-STORAGE SECTION.
001110*    MAINTENANCE TABLE - THE WHOLE MAINTENANCE FILE IS LOADED
001120*    UP FRONT, THEN APPLIED AS THE MASTER IS COPIED OLD TO
001130*    NEW. A CUSTOMER MAY CARRY BOTH A TAXPAYER ID AND AN
001140*    ADDRESS CHANGE IN ONE RUN.
001150 01  WS-MAINT-TABLE.
001160     05  WS-MAINT-ENTRY OCCURS 100 TIMES.
001170         10  WS-MNT-ACTION         PIC X(1).
001180         10  WS-MNT-CUSTOMER       PIC 9(5).
001190         10  WS-MNT-TAXPAYER-ID    PIC 9(9).
001200         10  WS-MNT-TIN-TYPE       PIC X(1).
001210         10  WS-MNT-ADDRESS-LINE   PIC X(30).
001220         10  WS-MNT-CITY           PIC X(20).
001230         10  WS-MNT-STATE          PIC X(2).
001240         10  WS-MNT-ZIP-CODE       PIC X(9).
001250         10  WS-MNT-APPLIED-SWITCH PIC X(1) VALUE 'N'.
001260             88  MAINT-WAS-APPLIED        VALUE 'Y'.
001270
001280 01  WS-MAINT-COUNT            PIC 9(5) VALUE 0 COMP.
001290 01  WS-MNT-IDX                PIC 9(5) VALUE 0 COMP.
001300 01  WS-MaintTableFull         PIC 9(5) VALUE 0 COMP.
001310
001320 01  WS-EOF-MAINT-SWITCH       PIC X(1) VALUE 'N'.
001330     88  END-OF-MAINT                 VALUE 'Y'.
001340
001350 01  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
001360     88  END-OF-CUSTOMERS             VALUE 'Y'.
001370
001380*    ZIP CODE EDIT - FIVE DIGITS, THEN EITHER FOUR MORE OR
001390*    NOTHING.
001400 01  WS-ZipWork                PIC X(9) VALUE SPACES.
001410 01  WS-ZIP-PARTS REDEFINES WS-ZipWork.
001420     05  WS-Zip5            PIC X(5).
001430     05  WS-ZipPlus4        PIC X(4).
001440
001450*    CITY / STATE / ZIP IMAGE FOR THE CHANGE LOG'S OLD/NEW
001460*    VALUE COLUMNS.
001470 01  WS-CityStateZip.
001480     05  WS-CszCity         PIC X(20).
001490     05  FILLER             PIC X(1) VALUE SPACE.
001500     05  WS-CszState        PIC X(2).
001510     05  FILLER             PIC X(1) VALUE SPACE.
001520     05  WS-CszZip          PIC X(9).
001530
001540 01  WS-RunDate                PIC 9(8) VALUE 0.
001550
001560 01  WS-TotalMaintEntries      PIC 9(5) VALUE 0 COMP.
001570 01  WS-TotalTinChanges        PIC 9(5) VALUE 0 COMP.
001580 01  WS-TotalAddressChanges    PIC 9(5) VALUE 0 COMP.
001590 01  WS-TotalConverted         PIC 9(5) VALUE 0 COMP.
001600 01  WS-TotalExceptions        PIC 9(5) VALUE 0 COMP.
001610 01  WS-TotalCustomersOut      PIC 9(5) VALUE 0 COMP.
001620
001630 PROCEDURE DIVISION.
001640*    ------------------------------------------------------
001650*    0000-MAINLINE CONTROLS THE MAINTENANCE RUN.
001660*    ------------------------------------------------------
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001690     PERFORM 1500-LOAD-MAINTENANCE THRU 1500-EXIT
001700     PERFORM 2000-UPDATE-MASTER THRU 2000-EXIT
001710     PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
001720     STOP RUN.
001730
001740 1000-INITIALIZE.
001750     DISPLAY 'CUSTOMER MAINTENANCE RUN'
001760     ACCEPT WS-RunDate FROM DATE YYYYMMDD.
001770 1000-EXIT.
001780     EXIT.
001790
001800*    ------------------------------------------------------
001810*    LOAD THE MAINTENANCE FILE INTO THE MAINTENANCE TABLE.
001820*    ------------------------------------------------------
001830 1500-LOAD-MAINTENANCE.
001840     OPEN INPUT CustMaintFile
001850     PERFORM UNTIL END-OF-MAINT
001860         READ CustMaintFile INTO CustMaintRecord
001870             AT END
001880                 SET END-OF-MAINT TO TRUE
001890             NOT AT END
001900                 ADD 1 TO WS-TotalMaintEntries
001910                 PERFORM 1510-STORE-MAINT-ENTRY THRU 1510-EXIT
001920         END-READ
001930     END-PERFORM
001940     CLOSE CustMaintFile.
001950 1500-EXIT.
001960     EXIT.
001970
001980 1510-STORE-MAINT-ENTRY.
001990     IF WS-MAINT-COUNT >= 100
002000         ADD 1 TO WS-MaintTableFull
002010         DISPLAY 'MAINTENANCE TABLE FULL, DROPPED CUSTOMER '
002020             CM-CustomerNumber
002030     ELSE
002040         ADD 1 TO WS-MAINT-COUNT
002050         MOVE CM-Action       TO WS-MNT-ACTION(WS-MAINT-COUNT)
002060         MOVE CM-CustomerNumber
002070             TO WS-MNT-CUSTOMER(WS-MAINT-COUNT)
002080         MOVE CM-TaxpayerID
002090             TO WS-MNT-TAXPAYER-ID(WS-MAINT-COUNT)
002100         MOVE CM-TinType
002110             TO WS-MNT-TIN-TYPE(WS-MAINT-COUNT)
002120         MOVE CM-AddressLine
002130             TO WS-MNT-ADDRESS-LINE(WS-MAINT-COUNT)
002140         MOVE CM-City
002150             TO WS-MNT-CITY(WS-MAINT-COUNT)
002160         MOVE CM-State
002170             TO WS-MNT-STATE(WS-MAINT-COUNT)
002180         MOVE CM-ZipCode
002190             TO WS-MNT-ZIP-CODE(WS-MAINT-COUNT)
002200         MOVE 'N' TO WS-MNT-APPLIED-SWITCH(WS-MAINT-COUNT)
002210     END-IF.
002220 1510-EXIT.
002230     EXIT.
002240
002250*    ------------------------------------------------------
002260*    COPY THE MASTER OLD TO NEW, APPLYING EVERY MAINTENANCE
002270*    ENTRY FOR EACH CUSTOMER AS THEY PASS. AFTER THE MASTER
002280*    IS EXHAUSTED, ANY UNAPPLIED ENTRY NAMES A CUSTOMER NOT
002290*    ON THE MASTER AND IS AN EXCEPTION.
002300*    ------------------------------------------------------
002310 2000-UPDATE-MASTER.
002320     OPEN INPUT CustomerFile
002330     OPEN OUTPUT NewCustomerFile
002340     OPEN OUTPUT ChangeLogFile
002350     OPEN OUTPUT CustMaintExceptionFile
002360     PERFORM UNTIL END-OF-CUSTOMERS
002370         READ CustomerFile INTO CustomerRecord
002380             AT END
002390                 SET END-OF-CUSTOMERS TO TRUE
002400             NOT AT END
002410                 PERFORM 2100-UPDATE-ONE-CUSTOMER
002420                     THRU 2100-EXIT
002430         END-READ
002440     END-PERFORM
002450     PERFORM 3000-SWEEP-UNAPPLIED THRU 3000-EXIT
002460     CLOSE CustomerFile
002470     CLOSE NewCustomerFile
002480     CLOSE ChangeLogFile
002490     CLOSE CustMaintExceptionFile.
002500 2000-EXIT.
002510     EXIT.
002520
002530*    ------------------------------------------------------
002540*    A RECORD ON THE SHORT PRE-TAX-FIELD LAYOUT READS BACK
002550*    WITH SPACES IN THE TAXPAYER ID; IT GOES FORWARD AS ZERO
002560*    (NO TAXPAYER ID ON FILE) UNTIL A CHANGE SUPPLIES ONE.
002570*    ------------------------------------------------------
002580 2100-UPDATE-ONE-CUSTOMER.
002590     IF CUST-TaxpayerID NOT NUMERIC
002600         MOVE 0      TO CUST-TaxpayerID
002610         MOVE SPACES TO CUST-TinType
002620         ADD 1 TO WS-TotalConverted
002630     END-IF
002640     PERFORM 2200-APPLY-MAINT-ENTRY THRU 2200-EXIT
002650         VARYING WS-MNT-IDX FROM 1 BY 1
002660         UNTIL WS-MNT-IDX > WS-MAINT-COUNT
002670     PERFORM 2700-WRITE-NEW-CUSTOMER THRU 2700-EXIT.
002680 2100-EXIT.
002690     EXIT.
002700
002710 2200-APPLY-MAINT-ENTRY.
002720     IF WS-MNT-CUSTOMER(WS-MNT-IDX) NOT = CUST-CustomerNumber
002730        OR MAINT-WAS-APPLIED(WS-MNT-IDX)
002740         GO TO 2200-EXIT
002750     END-IF
002760     SET MAINT-WAS-APPLIED(WS-MNT-IDX) TO TRUE
002770     MOVE CUST-CustomerNumber       TO CMX-CustomerNumber
002780     MOVE WS-MNT-ACTION(WS-MNT-IDX) TO CMX-Action
002790     EVALUATE WS-MNT-ACTION(WS-MNT-IDX)
002800         WHEN 'T'
002810             PERFORM 2400-APPLY-TIN-CHANGE THRU 2400-EXIT
002820         WHEN 'M'
002830             PERFORM 2500-APPLY-ADDRESS-CHANGE THRU 2500-EXIT
002840         WHEN OTHER
002850             MOVE 'UNKNOWN MAINTENANCE ACTION CODE'
002860                 TO CMX-Reason
002870             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
002880     END-EVALUATE.
002890 2200-EXIT.
002900     EXIT.
002910
002920*    ------------------------------------------------------
002930*    TAXPAYER ID CHANGE - A NONZERO ID AND A TYPE OF S (SSN)
002940*    OR E (EIN) ARE REQUIRED, OR THE CHANGE IS REFUSED AND
002950*    THE OLD ID STANDS.
002960*    ------------------------------------------------------
002970 2400-APPLY-TIN-CHANGE.
002980     IF WS-MNT-TAXPAYER-ID(WS-MNT-IDX) = 0
002990         MOVE 'TAXPAYER ID MISSING' TO CMX-Reason
003000         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003010         GO TO 2400-EXIT
003020     END-IF
003030     IF WS-MNT-TIN-TYPE(WS-MNT-IDX) NOT = 'S'
003040        AND WS-MNT-TIN-TYPE(WS-MNT-IDX) NOT = 'E'
003050         MOVE 'TAXPAYER ID TYPE NOT S OR E' TO CMX-Reason
003060         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003070         GO TO 2400-EXIT
003080     END-IF
003090     MOVE CUST-CustomerNumber TO CCL-CustomerNumber
003100     MOVE 'T'                 TO CCL-Action
003110     MOVE WS-RunDate          TO CCL-ChangeDate
003120     MOVE SPACES              TO CCL-OldValue
003130     MOVE SPACES              TO CCL-NewValue
003140     MOVE CUST-TaxpayerID     TO CCL-OldValue
003150     MOVE WS-MNT-TAXPAYER-ID(WS-MNT-IDX) TO CCL-NewValue
003160     WRITE ChangeLogRecord
003170     MOVE WS-MNT-TAXPAYER-ID(WS-MNT-IDX) TO CUST-TaxpayerID
003180     MOVE WS-MNT-TIN-TYPE(WS-MNT-IDX)    TO CUST-TinType
003190     ADD 1 TO WS-TotalTinChanges.
003200 2400-EXIT.
003210     EXIT.
003220
003230*    ------------------------------------------------------
003240*    MAILING ADDRESS CHANGE - STREET, CITY AND STATE MUST BE
003250*    PRESENT AND THE ZIP CODE FIVE DIGITS OR ZIP+4, OR THE
003260*    CHANGE IS REFUSED AND THE OLD ADDRESS STANDS. THE LOG
003270*    CARRIES ONE ENTRY FOR THE STREET AND ONE FOR CITY,
003280*    STATE AND ZIP.
003290*    ------------------------------------------------------
003300 2500-APPLY-ADDRESS-CHANGE.
003310     IF WS-MNT-ADDRESS-LINE(WS-MNT-IDX) = SPACES
003320        OR WS-MNT-CITY(WS-MNT-IDX) = SPACES
003330        OR WS-MNT-STATE(WS-MNT-IDX) = SPACES
003340         MOVE 'MAILING ADDRESS INCOMPLETE' TO CMX-Reason
003350         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003360         GO TO 2500-EXIT
003370     END-IF
003380     MOVE WS-MNT-ZIP-CODE(WS-MNT-IDX) TO WS-ZipWork
003390     IF WS-Zip5 NOT NUMERIC
003400        OR (WS-ZipPlus4 NOT NUMERIC
003410            AND WS-ZipPlus4 NOT = SPACES)
003420         MOVE 'ZIP CODE NOT VALID' TO CMX-Reason
003430         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003440         GO TO 2500-EXIT
003450     END-IF
003460     MOVE CUST-CustomerNumber TO CCL-CustomerNumber
003470     MOVE 'M'                 TO CCL-Action
003480     MOVE WS-RunDate          TO CCL-ChangeDate
003490     MOVE CUST-AddressLine    TO CCL-OldValue
003500     MOVE WS-MNT-ADDRESS-LINE(WS-MNT-IDX) TO CCL-NewValue
003510     WRITE ChangeLogRecord
003520     MOVE CUST-City           TO WS-CszCity
003530     MOVE CUST-State          TO WS-CszState
003540     MOVE CUST-ZipCode        TO WS-CszZip
003550     MOVE WS-CityStateZip     TO CCL-OldValue
003560     MOVE WS-MNT-CITY(WS-MNT-IDX)     TO WS-CszCity
003570     MOVE WS-MNT-STATE(WS-MNT-IDX)    TO WS-CszState
003580     MOVE WS-MNT-ZIP-CODE(WS-MNT-IDX) TO WS-CszZip
003590     MOVE WS-CityStateZip     TO CCL-NewValue
003600     WRITE ChangeLogRecord
003610     MOVE WS-MNT-ADDRESS-LINE(WS-MNT-IDX) TO CUST-AddressLine
003620     MOVE WS-MNT-CITY(WS-MNT-IDX)         TO CUST-City
003630     MOVE WS-MNT-STATE(WS-MNT-IDX)        TO CUST-State
003640     MOVE WS-MNT-ZIP-CODE(WS-MNT-IDX)     TO CUST-ZipCode
003650     ADD 1 TO WS-TotalAddressChanges.
003660 2500-EXIT.
003670     EXIT.
003680
003690 2700-WRITE-NEW-CUSTOMER.
003700     MOVE CUST-CustomerNumber TO NEW-CustomerNumber
003710     MOVE CUST-CustomerName   TO NEW-CustomerName
003720     MOVE CUST-TaxpayerID     TO NEW-TaxpayerID
003730     MOVE CUST-TinType        TO NEW-TinType
003740     MOVE CUST-AddressLine    TO NEW-AddressLine
003750     MOVE CUST-City           TO NEW-City
003760     MOVE CUST-State          TO NEW-State
003770     MOVE CUST-ZipCode        TO NEW-ZipCode
003780     WRITE NewCustomerRecord
003790     ADD 1 TO WS-TotalCustomersOut.
003800 2700-EXIT.
003810     EXIT.
003820
003830*    ------------------------------------------------------
003840*    AFTER THE MASTER PASS - EVERY UNAPPLIED ENTRY NAMES A
003850*    CUSTOMER NOT ON THE MASTER.
003860*    ------------------------------------------------------
003870 3000-SWEEP-UNAPPLIED.
003880     PERFORM 3100-SWEEP-ONE-ENTRY THRU 3100-EXIT
003890         VARYING WS-MNT-IDX FROM 1 BY 1
003900         UNTIL WS-MNT-IDX > WS-MAINT-COUNT.
003910 3000-EXIT.
003920     EXIT.
003930
003940 3100-SWEEP-ONE-ENTRY.
003950     IF MAINT-WAS-APPLIED(WS-MNT-IDX)
003960         GO TO 3100-EXIT
003970     END-IF
003980     MOVE WS-MNT-CUSTOMER(WS-MNT-IDX) TO CMX-CustomerNumber
003990     MOVE WS-MNT-ACTION(WS-MNT-IDX)   TO CMX-Action
004000     MOVE 'NO MATCHING CUSTOMER ON MASTER' TO CMX-Reason
004010     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
004020 3100-EXIT.
004030     EXIT.
004040
004050 8000-WRITE-EXCEPTION.
004060     WRITE CustMaintExceptionRecord
004070     ADD 1 TO WS-TotalExceptions.
004080 8000-EXIT.
004090     EXIT.
004100
004110 9000-DISPLAY-SUMMARY.
004120     DISPLAY '-----------------------------'
004130     DISPLAY 'Maintenance Entries Read: ' WS-TotalMaintEntries
004140     DISPLAY 'Taxpayer ID Changes Applied: '
004150         WS-TotalTinChanges
004160     DISPLAY 'Address Changes Applied: '
004170         WS-TotalAddressChanges
004180     DISPLAY 'Short Records Converted: ' WS-TotalConverted
004190     DISPLAY 'Entries Rejected: ' WS-TotalExceptions
004200     DISPLAY 'Customers On New Master: ' WS-TotalCustomersOut
004210     DISPLAY 'Entries Dropped, Table Full: ' WS-MaintTableFull
004220     DISPLAY '-----------------------------'.
004230 9000-EXIT.
004240     EXIT.
