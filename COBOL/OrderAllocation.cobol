000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. OrderAllocation.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    CUSTOMER SALES-ORDER ALLOCATION RUN. EACH LINE ON
000180*    SALES_ORDERS.DAT NAMES AN ORDER NUMBER, CUSTOMER,
000190*    PRODUCT, QUANTITY AND THE WAREHOUSE TO SHIP FROM (THE
000200*    CATEGORY CODE ON THE INVENTORY MASTER DOUBLES AS THE
000210*    WAREHOUSE CODE). THE DAY'S ORDERS ARE ALLOCATED STOCK
000220*    ON HAND IN PRIORITY ORDER (1 FIRST), OLDEST ORDER DATE
000230*    FIRST WITHIN A PRIORITY, SO A SHORT PRODUCT GOES TO THE
000240*    ORDERS THAT SHOULD HAVE IT. WHAT IS ALLOCATED COMES OFF
000250*    STOCK-LEVEL ON THE MASTER AT ONCE, IS WRITTEN TO THE
000260*    SHARED MOVEMENT LEDGER AS A SALE UNDER THE ORDER NUMBER,
000270*    AND BECOMES A LINE ON THE PICK LIST (PICK_LIST.DAT),
000280*    GROUPED BY WAREHOUSE. ANY SHORTFALL IS WRITTEN TO THE
000290*    BACKORDER FILE (BACKORDERS.DAT); INVENTORYMANAGEMENT
000300*    FILLS OPEN BACKORDERS FIRST WHEN A RECEIPT BRINGS THE
000310*    PRODUCT BACK IN STOCK AND RELEASES THEIR PICK LINES.
000320*    AN ORDER THAT CANNOT BE ALLOCATED AT ALL - UNKNOWN
000330*    PRODUCT, WRONG WAREHOUSE, BAD DATA - GOES TO THE ORDER
000340*    EXCEPTION REPORT UNTOUCHED.
000350*
000360*MODIFICATION HISTORY.
000370*    DATE       INIT  DESCRIPTION
000380*    10/15/2026 JDH   ORIGINAL PROGRAM - PRIORITY/DATE STOCK
000390*                     ALLOCATION, PICK LIST BY WAREHOUSE AND
000400*                     BACKORDERS FOR SHORTFALLS.
000401*    10/15/2026 JDH   ALLOCATED STOCK IS NOW TAKEN FROM THE
000402*                     PRODUCT'S LOTS EARLIEST EXPIRATION FIRST
000403*                     THROUGH THE SHARED LOTCONTROL SUBPROGRAM,
000404*                     WITH ONE SALE MOVEMENT AND ONE PICK LINE
000405*                     PER LOT DRAWN. THE PICK RECORDS GAINED A
000406*                     LOT NUMBER; STOCK FROM BEFORE LOTS WERE
000407*                     KEPT IS PICKED WITH A BLANK LOT. STOCK IN
000408*                     EXPIRED LOTS IS NOT ALLOCATED - THE ORDER
000409*                     IS BACKORDERED FOR IT.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SalesOrderFile ASSIGN TO 'sales_orders.dat'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SalesOrderFileStatus.
000480
000490     SELECT InventoryFile ASSIGN TO 'inventory.dat'
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS ProductID.
000530
000540     SELECT BackorderFile ASSIGN TO 'backorders.dat'
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS BO-Key
000580         FILE STATUS IS WS-BackorderFileStatus.
000590
000600     SELECT PickListFile ASSIGN TO 'pick_list.dat'
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630     SELECT OrderExceptionFile ASSIGN TO 'order_exceptions.dat'
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650
000660     SELECT MovementLedgerFile
000670         ASSIGN TO 'stock_movements.dat'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-MovementFileStatus.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  SalesOrderFile.
000740 01  SalesOrderRecord.
000750     05  SO-OrderNumber      PIC 9(7).
000760     05  SO-CustomerNumber   PIC 9(5).
000770     05  SO-ProductID        PIC 9(5).
000780     05  SO-Quantity         PIC 9(5).
000790     05  SO-Warehouse        PIC X(10).
000800     05  SO-Priority         PIC 9(1).
000810     05  SO-OrderDate        PIC 9(8).
000820
000830 FD  InventoryFile.
000840 01  InventoryRecord.
000850     05  ProductID         PIC 9(5).
000860     05  ProductName       PIC X(30).
000870     05  StockLevel        PIC 9(5).
000880     05  SoldUnits         PIC 9(5).
000890     05  ReorderPoint      PIC 9(5).
000900     05  CategoryCode      PIC X(10).
000910     05  UnitCost          PIC 9(5)V99.
000920
000930*    OPEN BACKORDERS, KEYED SO A START ON THE PRODUCT READS
000940*    ITS BACKORDERS IN PRIORITY, ORDER-DATE, ORDER ORDER.
000950 FD  BackorderFile.
000960 01  BackorderRecord.
000970     05  BO-Key.
000980         10  BO-ProductID        PIC 9(5).
000990         10  BO-Priority         PIC 9(1).
001000         10  BO-OrderDate        PIC 9(8).
001010         10  BO-OrderNumber      PIC 9(7).
001020     05  BO-CustomerNumber   PIC 9(5).
001030     05  BO-Warehouse        PIC X(10).
001040     05  BO-OrderedQty       PIC 9(5).
001050     05  BO-OpenQty          PIC 9(5).
001060     05  BO-Status           PIC X(1).
001070         88  BACKORDER-OPEN           VALUE 'O'.
001080         88  BACKORDER-FILLED         VALUE 'F'.
001090     05  BO-CreatedDate      PIC 9(8).
001100     05  BO-FilledDate       PIC 9(8).
001110
001120*    THE PICK LIST IS GROUPED BY WAREHOUSE - A HEADER, ONE
001130*    DETAIL PER ORDER LINE TO PICK, AND A TRAILER CARRYING
001140*    THE WAREHOUSE'S LINE COUNT AND UNITS.
001150 FD  PickListFile.
001160 01  PickHeader.
001170     05  PKH-RecordType      PIC X(1).
001180     05  PKH-Warehouse       PIC X(10).
001190     05  PKH-RunDate         PIC 9(8).
001200     05  FILLER              PIC X(67).
001210
001220 01  PickDetail.
001230     05  PKD-RecordType      PIC X(1).
001240     05  PKD-Warehouse       PIC X(10).
001250     05  PKD-OrderNumber     PIC 9(7).
001260     05  PKD-CustomerNumber  PIC 9(5).
001270     05  PKD-ProductID       PIC 9(5).
001280     05  PKD-ProductName     PIC X(30).
001290     05  PKD-PickQty         PIC 9(5).
001300     05  PKD-OrderDate       PIC 9(8).
001310     05  PKD-Source          PIC X(1).
001320         88  PICK-FROM-NEW-ORDER      VALUE 'N'.
001330         88  PICK-FROM-BACKORDER      VALUE 'B'.
001331     05  PKD-LotNumber       PIC X(10).
001340     05  FILLER              PIC X(4).
001350
001360 01  PickTrailer.
001370     05  PKT-RecordType      PIC X(1).
001380     05  PKT-Warehouse       PIC X(10).
001390     05  PKT-LineCount       PIC 9(5).
001400     05  PKT-TotalUnits      PIC 9(7).
001410     05  FILLER              PIC X(63).
001420
001430 FD  OrderExceptionFile.
001440 01  OrderExceptionRecord.
001450     05  OEX-OrderNumber     PIC 9(7).
001460     05  OEX-CustomerNumber  PIC 9(5).
001470     05  OEX-ProductID       PIC 9(5).
001480     05  OEX-Quantity        PIC 9(5).
001490     05  OEX-Warehouse       PIC X(10).
001500     05  OEX-Reason          PIC X(40).
001510
001520 FD  MovementLedgerFile.
001530 01  MovementRecord.
001540     05  MOV-ProductID       PIC 9(5).
001550     05  MOV-Type            PIC X(1).
001560         88  SALE-MOVEMENT            VALUE 'S'.
001570         88  RECEIPT-MOVEMENT         VALUE 'R'.
001580         88  ADJUSTMENT-MOVEMENT      VALUE 'A'.
001590         88  TRANSFER-MOVEMENT        VALUE 'T'.
001600     05  MOV-Units           PIC 9(5).
001610     05  MOV-StockBefore     PIC 9(5).
001620     05  MOV-StockAfter      PIC 9(5).
001630     05  MOV-RunDate         PIC 9(8).
001640     05  MOV-PONumber        PIC 9(7).
001650     05  MOV-OrderNumber     PIC 9(7).
001651     05  MOV-LotNumber       PIC X(10).
001660
001670 WORKING-STORAGE SECTION.
001680 01  WS-EOF-ORDERS-SWITCH      PIC X(1) VALUE 'N'.
001690     88  END-OF-ORDERS                VALUE 'Y'.
001700
001710 01  WS-ALLOCATION-OK-SWITCH   PIC X(1) VALUE 'N'.
001720     88  ALLOCATION-MAY-PROCEED       VALUE 'Y'.
001730     88  ALLOCATION-IS-REFUSED        VALUE 'N'.
001740
001750 01  WS-SalesOrderFileStatus   PIC X(2) VALUE SPACES.
001760
001770*    BACKORDER-FILE-STATUS 35 MEANS NO ORDER HAS EVER BEEN
001780*    BACKORDERED - THE FIRST RUN CREATES THE INDEXED FILE
001790*    BEFORE OPENING IT I-O.
001800 01  WS-BackorderFileStatus    PIC X(2) VALUE SPACES.
001810
001820*    MOVEMENT-FILE-STATUS 35 MEANS THE CUMULATIVE LEDGER HAS
001830*    NOT BEEN CREATED YET - THE FIRST RUN CREATES IT BEFORE
001840*    RE-OPENING EXTEND.
001850 01  WS-MovementFileStatus     PIC X(2) VALUE SPACES.
001860
001870*    ORDER TABLE - THE DAY'S VALID ORDERS, ALLOCATED IN
001880*    ALLOCATION-KEY ORDER (PRIORITY, ORDER DATE, ORDER
001890*    NUMBER). EACH PASS TAKES THE LOWEST KEY NOT YET DONE.
001900 01  WS-ORDER-TABLE.
001910     05  WS-ORDER-ENTRY OCCURS 500 TIMES.
001920         10  WS-ORD-ALLOCATION-KEY.
001930             15  WS-ORD-PRIORITY      PIC 9(1).
001940             15  WS-ORD-ORDER-DATE    PIC 9(8).
001950             15  WS-ORD-ORDER-NUMBER  PIC 9(7).
001960         10  WS-ORD-CUSTOMER      PIC 9(5).
001970         10  WS-ORD-PRODUCT-ID    PIC 9(5).
001980         10  WS-ORD-QUANTITY      PIC 9(5).
001990         10  WS-ORD-WAREHOUSE     PIC X(10).
002000         10  WS-ORD-DONE-SWITCH   PIC X(1).
002010             88  ORDER-WAS-ALLOCATED      VALUE 'Y'.
002020
002030 01  WS-ORDER-COUNT            PIC 9(5) VALUE 0 COMP.
002040 01  WS-ORD-IDX                PIC 9(5) VALUE 0 COMP.
002050 01  WS-NEXT-ORD-IDX           PIC 9(5) VALUE 0 COMP.
002060 01  WS-OrderTableFull         PIC 9(5) VALUE 0 COMP.
002070
002080*    PICK TABLE - LINES HELD UNTIL EVERY ORDER IS ALLOCATED
002081*    SO THE PICK LIST CAN BE WRITTEN ONE WAREHOUSE AT A TIME,
002082*    ONE LINE PER LOT DRAWN.
002100 01  WS-PICK-TABLE.
002110     05  WS-PICK-ENTRY OCCURS 500 TIMES.
002120         10  WS-PCK-WAREHOUSE      PIC X(10).
002130         10  WS-PCK-ORDER-NUMBER   PIC 9(7).
002140         10  WS-PCK-CUSTOMER       PIC 9(5).
002150         10  WS-PCK-PRODUCT-ID     PIC 9(5).
002160         10  WS-PCK-PRODUCT-NAME   PIC X(30).
002161         10  WS-PCK-LOT-NUMBER     PIC X(10).
002170         10  WS-PCK-PICK-QTY       PIC 9(5).
002180         10  WS-PCK-ORDER-DATE     PIC 9(8).
002190         10  WS-PCK-WRITTEN-SWITCH PIC X(1).
002200             88  PICK-WAS-WRITTEN         VALUE 'Y'.
002210
002220 01  WS-PICK-COUNT             PIC 9(5) VALUE 0 COMP.
002230 01  WS-PCK-IDX                PIC 9(5) VALUE 0 COMP.
002240 01  WS-GROUP-PCK-IDX          PIC 9(5) VALUE 0 COMP.
002241 01  WS-PickLineCount          PIC 9(5) VALUE 0 COMP.
002242 01  WS-PickTotalUnits         PIC 9(7) VALUE 0.
002243
002244*    LOT-CONTROL INTERFACE AREA (SEE LOTCONTROL.COBOL). A DRAW
002245*    RETURNS UP TO 20 LOTS, EARLIEST EXPIRATION FIRST, AND ANY
002246*    UNITS NO LOT COULD COVER AS UNTRACKED UNITS. UNITS IN
002247*    LOTS PAST THEIR EXPIRATION COME BACK AS EXPIRED UNITS.
002248 01  WS-LOT-CONTROL-AREA.
002249     05  LCA-Function       PIC X(1).
002250     05  LCA-RunDate        PIC 9(8).
002251     05  LCA-ProductID      PIC 9(5).
002252     05  LCA-LotNumber      PIC X(10).
002253     05  LCA-ExpirationDate PIC 9(8).
002254     05  LCA-Units          PIC 9(5).
002255     05  LCA-LotUnitsBefore PIC 9(5).
002256     05  LCA-UntrackedUnits PIC 9(5).
002257     05  LCA-ExpiredUnits   PIC 9(5).
002258     05  LCA-DrawCount      PIC 9(2).
002259     05  LCA-DRAW-ENTRY OCCURS 20 TIMES.
002260         10  LCA-DrawLotNumber      PIC X(10).
002261         10  LCA-DrawExpirationDate PIC 9(8).
002262         10  LCA-DrawUnits          PIC 9(5).
002263     05  LCA-ReturnStatus   PIC X(1).
002264         88  LOT-REQUEST-DONE         VALUE 'O'.
002265         88  LOT-NOT-ON-FILE          VALUE 'N'.
002266         88  LOT-FILE-UNAVAILABLE     VALUE 'E'.
002267
002268 01  WS-DRAW-IDX               PIC 9(5) VALUE 0 COMP.
002269 01  WS-PickLotNumber          PIC X(10) VALUE SPACES.
002270 01  WS-PickUnits              PIC 9(5) VALUE 0.
002271
002280 01  WS-RunDate                PIC 9(8) VALUE 0.
002290 01  WS-StockBefore            PIC 9(5) VALUE 0.
002300 01  WS-AllocatedUnits         PIC 9(5) VALUE 0.
002301 01  WS-UsableStock            PIC 9(5) VALUE 0.
002310 01  WS-ShortUnits             PIC 9(5) VALUE 0.
002320
002330 01  WS-TotalOrders            PIC 9(5) VALUE 0 COMP.
002340 01  WS-TotalFullyAllocated    PIC 9(5) VALUE 0 COMP.
002350 01  WS-TotalBackordered       PIC 9(5) VALUE 0 COMP.
002360 01  WS-TotalRejected          PIC 9(5) VALUE 0 COMP.
002370 01  WS-TotalAllocatedUnits    PIC 9(7) VALUE 0 COMP.
002380 01  WS-TotalBackorderUnits    PIC 9(7) VALUE 0 COMP.
002390
002400*    RUN-CONTROL INTERFACE AREA AND THE PRE-COUNT OF THE
002410*    SALES-ORDER FILE THAT IDENTIFIES TODAY'S INPUT TO THE
002420*    SHARED RUN-CONTROL LOG.
002430 01  WS-RUN-CONTROL-AREA.
002440     05  RCA-Function       PIC X(1).
002450     05  RCA-ProgramName    PIC X(20).
002460     05  RCA-InputFileName  PIC X(20).
002470     05  RCA-InputRecordCount PIC 9(7).
002480     05  RCA-ReturnStatus   PIC X(1).
002490         88  RUN-MAY-PROCEED          VALUE 'O'.
002500         88  RUN-IS-DUPLICATE         VALUE 'D'.
002510
002520 01  WS-OrderInputCount        PIC 9(7) VALUE 0 COMP.
002530
002540 PROCEDURE DIVISION.
002550*    ------------------------------------------------------
002560*    0000-MAINLINE CONTROLS THE ORDER ALLOCATION RUN.
002570*    ------------------------------------------------------
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002600     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
002610     IF ALLOCATION-IS-REFUSED
002620         CONTINUE
002630     ELSE
002640         IF RUN-IS-DUPLICATE
002650             DISPLAY 'SALES_ORDERS.DAT ALREADY ALLOCATED TO'
002660                 ' COMPLETION TODAY - RUN REFUSED'
002670         ELSE
002680             PERFORM 1300-OPEN-BACKORDERS THRU 1300-EXIT
002690             IF ALLOCATION-MAY-PROCEED
002700                 PERFORM 1500-LOAD-ORDERS THRU 1500-EXIT
002710                 PERFORM 2000-ALLOCATE-ORDERS THRU 2000-EXIT
002720                 PERFORM 3000-WRITE-PICK-LIST THRU 3000-EXIT
002730                 PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
002740                 PERFORM 1200-MARK-RUN-COMPLETE THRU 1200-EXIT
002750             END-IF
002760         END-IF
002770     END-IF
002780     STOP RUN.
002790
002800 1000-INITIALIZE.
002810     DISPLAY 'CUSTOMER SALES-ORDER ALLOCATION RUN'
002820     ACCEPT WS-RunDate FROM DATE YYYYMMDD.
002830 1000-EXIT.
002840     EXIT.
002850
002860*    ------------------------------------------------------
002870*    COUNT THE SALES-ORDER FILE AND CHECK THE SHARED RUN-
002880*    CONTROL LOG. A COMPLETED RUN TODAY AGAINST THE SAME FILE
002890*    AND COUNT WOULD TAKE THE SAME ORDERS OFF STOCK TWICE. NO
002900*    ORDER FILE REFUSES THE RUN.
002910*    ------------------------------------------------------
002920 1100-CHECK-RUN-CONTROL.
002930     SET ALLOCATION-IS-REFUSED TO TRUE
002940     OPEN INPUT SalesOrderFile
002950     IF WS-SalesOrderFileStatus NOT = '00'
002960         DISPLAY 'SALES ORDER FILE CANNOT BE OPENED - STATUS '
002970             WS-SalesOrderFileStatus ' - RUN REFUSED'
002980         GO TO 1100-EXIT
002990     END-IF
003000     PERFORM UNTIL END-OF-ORDERS
003010         READ SalesOrderFile
003020             AT END
003030                 SET END-OF-ORDERS TO TRUE
003040             NOT AT END
003050                 ADD 1 TO WS-OrderInputCount
003060         END-READ
003070     END-PERFORM
003080     CLOSE SalesOrderFile
003090     MOVE 'N' TO WS-EOF-ORDERS-SWITCH
003100     SET ALLOCATION-MAY-PROCEED TO TRUE
003110     MOVE 'S' TO RCA-Function
003120     MOVE 'ORDERALLOCATION' TO RCA-ProgramName
003130     MOVE 'sales_orders.dat' TO RCA-InputFileName
003140     MOVE WS-OrderInputCount TO RCA-InputRecordCount
003150     CALL 'RunControl' USING WS-RUN-CONTROL-AREA.
003160 1100-EXIT.
003170     EXIT.
003180
003190 1200-MARK-RUN-COMPLETE.
003200     MOVE 'E' TO RCA-Function
003210     CALL 'RunControl' USING WS-RUN-CONTROL-AREA.
003220 1200-EXIT.
003230     EXIT.
003240
003250*    ------------------------------------------------------
003260*    OPEN THE BACKORDER FILE I-O, CREATING IT ON THE FIRST
003270*    RUN (STATUS 35). ANY OTHER NONZERO STATUS REFUSES THE
003280*    RUN - A SHORTFALL WITH NOWHERE TO GO WOULD BE LOST.
003290*    ------------------------------------------------------
003300 1300-OPEN-BACKORDERS.
003310     OPEN I-O BackorderFile
003320     IF WS-BackorderFileStatus = '35'
003330         OPEN OUTPUT BackorderFile
003340         CLOSE BackorderFile
003350         OPEN I-O BackorderFile
003360     END-IF
003370     IF WS-BackorderFileStatus NOT = '00'
003380         DISPLAY 'BACKORDER FILE CANNOT BE OPENED - STATUS '
003390             WS-BackorderFileStatus ' - RUN REFUSED'
003400         SET ALLOCATION-IS-REFUSED TO TRUE
003410     END-IF.
003420 1300-EXIT.
003430     EXIT.
003440
003450*    ------------------------------------------------------
003460*    LOAD THE DAY'S ORDERS. AN ORDER WITH A NON-NUMERIC OR
003470*    ZERO QUANTITY, OR THAT CANNOT BE PLACED IN ALLOCATION
003480*    ORDER, IS REPORTED NOW AND NEVER ALLOCATED.
003490*    ------------------------------------------------------
003500 1500-LOAD-ORDERS.
003510     OPEN INPUT SalesOrderFile
003520     OPEN OUTPUT OrderExceptionFile
003530     PERFORM UNTIL END-OF-ORDERS
003540         READ SalesOrderFile INTO SalesOrderRecord
003550             AT END
003560                 SET END-OF-ORDERS TO TRUE
003570             NOT AT END
003580                 ADD 1 TO WS-TotalOrders
003590                 PERFORM 1510-STORE-ORDER THRU 1510-EXIT
003600         END-READ
003610     END-PERFORM
003620     CLOSE SalesOrderFile.
003630 1500-EXIT.
003640     EXIT.
003650
003660 1510-STORE-ORDER.
003670     IF SO-OrderNumber NOT NUMERIC
003680        OR SO-CustomerNumber NOT NUMERIC
003690        OR SO-ProductID NOT NUMERIC
003700        OR SO-Quantity NOT NUMERIC
003710        OR SO-Priority NOT NUMERIC
003720        OR SO-OrderDate NOT NUMERIC
003730         MOVE 'ORDER LINE NOT NUMERIC' TO OEX-Reason
003740         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003750         GO TO 1510-EXIT
003760     END-IF
003770     IF SO-Quantity = 0
003780         MOVE 'ORDER QUANTITY ZERO' TO OEX-Reason
003790         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003800         GO TO 1510-EXIT
003810     END-IF
003820     IF WS-ORDER-COUNT >= 500
003830         ADD 1 TO WS-OrderTableFull
003840         MOVE 'ORDER TABLE FULL - RESUBMIT NEXT RUN'
003850             TO OEX-Reason
003860         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003870         GO TO 1510-EXIT
003880     END-IF
003890     ADD 1 TO WS-ORDER-COUNT
003900     MOVE SO-Priority    TO WS-ORD-PRIORITY(WS-ORDER-COUNT)
003910     MOVE SO-OrderDate   TO WS-ORD-ORDER-DATE(WS-ORDER-COUNT)
003920     MOVE SO-OrderNumber TO WS-ORD-ORDER-NUMBER(WS-ORDER-COUNT)
003930     MOVE SO-CustomerNumber TO WS-ORD-CUSTOMER(WS-ORDER-COUNT)
003940     MOVE SO-ProductID   TO WS-ORD-PRODUCT-ID(WS-ORDER-COUNT)
003950     MOVE SO-Quantity    TO WS-ORD-QUANTITY(WS-ORDER-COUNT)
003960     MOVE SO-Warehouse   TO WS-ORD-WAREHOUSE(WS-ORDER-COUNT)
003970     MOVE 'N' TO WS-ORD-DONE-SWITCH(WS-ORDER-COUNT).
003980 1510-EXIT.
003990     EXIT.
004000
004010*    ------------------------------------------------------
004020*    ALLOCATE EVERY TABLED ORDER, ONE PER PASS, LOWEST
004030*    ALLOCATION KEY FIRST.
004040*    ------------------------------------------------------
004050 2000-ALLOCATE-ORDERS.
004060     OPEN I-O InventoryFile
004070     OPEN EXTEND MovementLedgerFile
004080     IF WS-MovementFileStatus = '35'
004090         OPEN OUTPUT MovementLedgerFile
004100         CLOSE MovementLedgerFile
004110         OPEN EXTEND MovementLedgerFile
004120     END-IF
004121     MOVE 'O' TO LCA-Function
004122     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
004130     PERFORM 2100-ALLOCATE-NEXT-ORDER THRU 2100-EXIT
004140         WS-ORDER-COUNT TIMES
004141     MOVE 'C' TO LCA-Function
004142     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
004150     CLOSE InventoryFile
004160     CLOSE MovementLedgerFile
004170     CLOSE BackorderFile
004180     CLOSE OrderExceptionFile.
004190 2000-EXIT.
004200     EXIT.
004210
004220 2100-ALLOCATE-NEXT-ORDER.
004230     MOVE 0 TO WS-NEXT-ORD-IDX
004240     PERFORM 2110-FIND-LOWEST-KEY THRU 2110-EXIT
004250         VARYING WS-ORD-IDX FROM 1 BY 1
004260         UNTIL WS-ORD-IDX > WS-ORDER-COUNT
004270     IF WS-NEXT-ORD-IDX = 0
004280         GO TO 2100-EXIT
004290     END-IF
004300     SET ORDER-WAS-ALLOCATED(WS-NEXT-ORD-IDX) TO TRUE
004310     MOVE WS-ORD-ORDER-NUMBER(WS-NEXT-ORD-IDX) TO SO-OrderNumber
004320     MOVE WS-ORD-CUSTOMER(WS-NEXT-ORD-IDX)  TO SO-CustomerNumber
004330     MOVE WS-ORD-PRODUCT-ID(WS-NEXT-ORD-IDX) TO SO-ProductID
004340     MOVE WS-ORD-QUANTITY(WS-NEXT-ORD-IDX)  TO SO-Quantity
004350     MOVE WS-ORD-WAREHOUSE(WS-NEXT-ORD-IDX) TO SO-Warehouse
004360     MOVE WS-ORD-PRIORITY(WS-NEXT-ORD-IDX)  TO SO-Priority
004370     MOVE WS-ORD-ORDER-DATE(WS-NEXT-ORD-IDX) TO SO-OrderDate
004380     PERFORM 2200-ALLOCATE-ONE-ORDER THRU 2200-EXIT.
004390 2100-EXIT.
004400     EXIT.
004410
004420 2110-FIND-LOWEST-KEY.
004430     IF ORDER-WAS-ALLOCATED(WS-ORD-IDX)
004440         GO TO 2110-EXIT
004450     END-IF
004460     IF WS-NEXT-ORD-IDX = 0
004470         MOVE WS-ORD-IDX TO WS-NEXT-ORD-IDX
004480     ELSE
004490         IF WS-ORD-ALLOCATION-KEY(WS-ORD-IDX)
004500            < WS-ORD-ALLOCATION-KEY(WS-NEXT-ORD-IDX)
004510             MOVE WS-ORD-IDX TO WS-NEXT-ORD-IDX
004520         END-IF
004530     END-IF.
004540 2110-EXIT.
004550     EXIT.
004560
004570*    ------------------------------------------------------
004580*    ALLOCATE ONE ORDER. EVERY CONDITION THAT WOULD STOP THE
004590*    ORDER IS CHECKED BEFORE STOCK IS TOUCHED. WHAT THE
004591*    PRODUCT HAS ON HAND, LESS ANY UNITS IN EXPIRED LOTS, UP
004592*    TO THE ORDER QUANTITY, IS TAKEN AND PICKED; THE REST IS
004593*    BACKORDERED.
004620*    ------------------------------------------------------
004630 2200-ALLOCATE-ONE-ORDER.
004640     MOVE SO-ProductID TO ProductID
004650     READ InventoryFile
004660         INVALID KEY
004670             MOVE 'PRODUCT NOT ON INVENTORY MASTER' TO OEX-Reason
004680             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004690             GO TO 2200-EXIT
004700     END-READ
004710     IF CategoryCode NOT = SO-Warehouse
004720         MOVE 'PRODUCT NOT STOCKED AT THAT WAREHOUSE'
004730             TO OEX-Reason
004740         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004750         GO TO 2200-EXIT
004760     END-IF
004770     MOVE SO-ProductID   TO BO-ProductID
004780     MOVE SO-Priority    TO BO-Priority
004790     MOVE SO-OrderDate   TO BO-OrderDate
004800     MOVE SO-OrderNumber TO BO-OrderNumber
004810     READ BackorderFile
004820         INVALID KEY
004830             CONTINUE
004840         NOT INVALID KEY
004850             MOVE 'ORDER ALREADY ON THE BACKORDER FILE'
004860                 TO OEX-Reason
004870             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004880             GO TO 2200-EXIT
004890     END-READ
004891     PERFORM 2210-FIND-USABLE-STOCK THRU 2210-EXIT
004892     IF SO-Quantity > WS-UsableStock
004893         MOVE WS-UsableStock TO WS-AllocatedUnits
004920     ELSE
004930         MOVE SO-Quantity TO WS-AllocatedUnits
004940     END-IF
004941*    A DRAW CAN PICK 21 LINES - 20 LOTS AND UNTRACKED STOCK.
004942     IF WS-AllocatedUnits > 0 AND WS-PICK-COUNT > 479
004960         MOVE 'PICK TABLE FULL - RESUBMIT NEXT RUN'
004970             TO OEX-Reason
004980         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004990         GO TO 2200-EXIT
005000     END-IF
005010     COMPUTE WS-ShortUnits = SO-Quantity - WS-AllocatedUnits
005020     IF WS-AllocatedUnits > 0
005030         PERFORM 2300-TAKE-STOCK THRU 2300-EXIT
005040     END-IF
005050     IF WS-ShortUnits > 0
005060         PERFORM 2400-WRITE-BACKORDER THRU 2400-EXIT
005070     ELSE
005080         ADD 1 TO WS-TotalFullyAllocated
005090     END-IF.
005100 2200-EXIT.
005101     EXIT.
005102
005103*    ------------------------------------------------------
005104*    THE STOCK THE ORDER MAY HAVE - STOCK-LEVEL LESS THE
005105*    UNITS LEFT IN THE PRODUCT'S EXPIRED LOTS, WHICH A LOT
005106*    DRAW WILL NOT TAKE.
005107*    ------------------------------------------------------
005108 2210-FIND-USABLE-STOCK.
005109     MOVE 'X'        TO LCA-Function
005110     MOVE WS-RunDate TO LCA-RunDate
005111     MOVE ProductID  TO LCA-ProductID
005112     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
005113     IF LCA-ExpiredUnits < StockLevel
005114         COMPUTE WS-UsableStock = StockLevel - LCA-ExpiredUnits
005115     ELSE
005116         MOVE 0 TO WS-UsableStock
005117     END-IF.
005118 2210-EXIT.
005119     EXIT.
005120
005130*    ------------------------------------------------------
005131*    TAKE THE ALLOCATED UNITS OFF THE PRODUCT'S LOTS, EARLIEST
005132*    EXPIRATION FIRST. EACH LOT DRAWN IS A SALE ON THE LEDGER
005133*    UNDER THE ORDER NUMBER AND A PICK LINE OF ITS OWN; UNITS
005134*    NO LOT COVERED MOVE AND PICK WITH A BLANK LOT.
005170*    ------------------------------------------------------
005180 2300-TAKE-STOCK.
005181     MOVE ProductID         TO MOV-ProductID
005182     MOVE 'S'               TO MOV-Type
005183     MOVE 0                 TO MOV-PONumber
005184     MOVE SO-OrderNumber    TO MOV-OrderNumber
005185     MOVE 'D'               TO LCA-Function
005186     MOVE WS-RunDate        TO LCA-RunDate
005187     MOVE ProductID         TO LCA-ProductID
005188     MOVE WS-AllocatedUnits TO LCA-Units
005189     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
005190     PERFORM 2310-TAKE-FROM-LOT THRU 2310-EXIT
005191         VARYING WS-DRAW-IDX FROM 1 BY 1
005192         UNTIL WS-DRAW-IDX > LCA-DrawCount
005193     IF LCA-UntrackedUnits > 0
005194         MOVE SPACES             TO WS-PickLotNumber
005195         MOVE LCA-UntrackedUnits TO WS-PickUnits
005196         PERFORM 2320-PICK-LOT-UNITS THRU 2320-EXIT
005197     END-IF
005210     REWRITE InventoryRecord
005211     ADD WS-AllocatedUnits TO WS-TotalAllocatedUnits.
005212 2300-EXIT.
005213     EXIT.
005214
005215 2310-TAKE-FROM-LOT.
005216     MOVE LCA-DrawLotNumber(WS-DRAW-IDX) TO WS-PickLotNumber
005217     MOVE LCA-DrawUnits(WS-DRAW-IDX)     TO WS-PickUnits
005218     PERFORM 2320-PICK-LOT-UNITS THRU 2320-EXIT.
005219 2310-EXIT.
005220     EXIT.
005221
005222 2320-PICK-LOT-UNITS.
005223     MOVE StockLevel TO WS-StockBefore
005224     SUBTRACT WS-PickUnits FROM StockLevel
005225     MOVE WS-PickUnits      TO MOV-Units
005250     MOVE WS-StockBefore    TO MOV-StockBefore
005260     MOVE StockLevel        TO MOV-StockAfter
005270     MOVE WS-RunDate        TO MOV-RunDate
005271     MOVE WS-PickLotNumber  TO MOV-LotNumber
005300     WRITE MovementRecord
005320     ADD 1 TO WS-PICK-COUNT
005330     MOVE SO-Warehouse      TO WS-PCK-WAREHOUSE(WS-PICK-COUNT)
005340     MOVE SO-OrderNumber    TO WS-PCK-ORDER-NUMBER(WS-PICK-COUNT)
005350     MOVE SO-CustomerNumber TO WS-PCK-CUSTOMER(WS-PICK-COUNT)
005360     MOVE ProductID         TO WS-PCK-PRODUCT-ID(WS-PICK-COUNT)
005370     MOVE ProductName       TO WS-PCK-PRODUCT-NAME(WS-PICK-COUNT)
005371     MOVE WS-PickLotNumber  TO WS-PCK-LOT-NUMBER(WS-PICK-COUNT)
005372     MOVE WS-PickUnits      TO WS-PCK-PICK-QTY(WS-PICK-COUNT)
005390     MOVE SO-OrderDate      TO WS-PCK-ORDER-DATE(WS-PICK-COUNT)
005400     MOVE 'N' TO WS-PCK-WRITTEN-SWITCH(WS-PICK-COUNT).
005410 2320-EXIT.
005420     EXIT.
005430
005440*    ------------------------------------------------------
005450*    BACKORDER THE SHORTFALL UNDER THE ORDER'S ALLOCATION
005460*    KEY, SO IT IS FILLED IN THE SAME ORDER IT WAS SHORTED.
005470*    ------------------------------------------------------
005480 2400-WRITE-BACKORDER.
005490     MOVE SO-ProductID      TO BO-ProductID
005500     MOVE SO-Priority       TO BO-Priority
005510     MOVE SO-OrderDate      TO BO-OrderDate
005520     MOVE SO-OrderNumber    TO BO-OrderNumber
005530     MOVE SO-CustomerNumber TO BO-CustomerNumber
005540     MOVE SO-Warehouse      TO BO-Warehouse
005550     MOVE SO-Quantity       TO BO-OrderedQty
005560     MOVE WS-ShortUnits     TO BO-OpenQty
005570     SET BACKORDER-OPEN TO TRUE
005580     MOVE WS-RunDate        TO BO-CreatedDate
005590     MOVE 0                 TO BO-FilledDate
005600     WRITE BackorderRecord
005610         INVALID KEY
005620             DISPLAY 'BACKORDER NOT WRITTEN FOR ORDER '
005630                 SO-OrderNumber ' - STATUS '
005640                 WS-BackorderFileStatus
005650     END-WRITE
005660     ADD 1 TO WS-TotalBackordered
005670     ADD WS-ShortUnits TO WS-TotalBackorderUnits.
005680 2400-EXIT.
005690     EXIT.
005700
005710 2800-WRITE-EXCEPTION.
005720     MOVE SO-OrderNumber    TO OEX-OrderNumber
005730     MOVE SO-CustomerNumber TO OEX-CustomerNumber
005740     MOVE SO-ProductID      TO OEX-ProductID
005750     MOVE SO-Quantity       TO OEX-Quantity
005760     MOVE SO-Warehouse      TO OEX-Warehouse
005770     WRITE OrderExceptionRecord
005780     ADD 1 TO WS-TotalRejected.
005790 2800-EXIT.
005800     EXIT.
005810
005820*    ------------------------------------------------------
005830*    WRITE THE PICK LIST ONE WAREHOUSE AT A TIME. THE FIRST
005840*    LINE NOT YET WRITTEN OPENS A WAREHOUSE GROUP AND TAKES
005850*    EVERY OTHER UNWRITTEN LINE FOR THAT WAREHOUSE WITH IT.
005860*    ------------------------------------------------------
005870 3000-WRITE-PICK-LIST.
005880     OPEN OUTPUT PickListFile
005890     PERFORM 3100-WRITE-WAREHOUSE-PICKS THRU 3100-EXIT
005900         VARYING WS-GROUP-PCK-IDX FROM 1 BY 1
005910         UNTIL WS-GROUP-PCK-IDX > WS-PICK-COUNT
005920     CLOSE PickListFile.
005930 3000-EXIT.
005940     EXIT.
005950
005960 3100-WRITE-WAREHOUSE-PICKS.
005970     IF PICK-WAS-WRITTEN(WS-GROUP-PCK-IDX)
005980         GO TO 3100-EXIT
005990     END-IF
006000     MOVE SPACES TO PickHeader
006010     MOVE 'H' TO PKH-RecordType
006020     MOVE WS-PCK-WAREHOUSE(WS-GROUP-PCK-IDX) TO PKH-Warehouse
006030     MOVE WS-RunDate TO PKH-RunDate
006040     WRITE PickHeader
006050     MOVE 0 TO WS-PickLineCount
006060     MOVE 0 TO WS-PickTotalUnits
006070     PERFORM 3200-WRITE-PICK-LINE THRU 3200-EXIT
006080         VARYING WS-PCK-IDX FROM WS-GROUP-PCK-IDX BY 1
006090         UNTIL WS-PCK-IDX > WS-PICK-COUNT
006100     MOVE SPACES TO PickTrailer
006110     MOVE 'T' TO PKT-RecordType
006120     MOVE WS-PCK-WAREHOUSE(WS-GROUP-PCK-IDX) TO PKT-Warehouse
006130     MOVE WS-PickLineCount  TO PKT-LineCount
006140     MOVE WS-PickTotalUnits TO PKT-TotalUnits
006150     WRITE PickTrailer.
006160 3100-EXIT.
006170     EXIT.
006180
006190 3200-WRITE-PICK-LINE.
006200     IF PICK-WAS-WRITTEN(WS-PCK-IDX)
006210        OR WS-PCK-WAREHOUSE(WS-PCK-IDX)
006220           NOT = WS-PCK-WAREHOUSE(WS-GROUP-PCK-IDX)
006230         GO TO 3200-EXIT
006240     END-IF
006250     MOVE SPACES TO PickDetail
006260     MOVE 'D' TO PKD-RecordType
006270     MOVE WS-PCK-WAREHOUSE(WS-PCK-IDX)    TO PKD-Warehouse
006280     MOVE WS-PCK-ORDER-NUMBER(WS-PCK-IDX) TO PKD-OrderNumber
006290     MOVE WS-PCK-CUSTOMER(WS-PCK-IDX)     TO PKD-CustomerNumber
006300     MOVE WS-PCK-PRODUCT-ID(WS-PCK-IDX)   TO PKD-ProductID
006310     MOVE WS-PCK-PRODUCT-NAME(WS-PCK-IDX) TO PKD-ProductName
006320     MOVE WS-PCK-PICK-QTY(WS-PCK-IDX)     TO PKD-PickQty
006330     MOVE WS-PCK-ORDER-DATE(WS-PCK-IDX)   TO PKD-OrderDate
006331     MOVE WS-PCK-LOT-NUMBER(WS-PCK-IDX)   TO PKD-LotNumber
006340     SET PICK-FROM-NEW-ORDER TO TRUE
006350     WRITE PickDetail
006360     SET PICK-WAS-WRITTEN(WS-PCK-IDX) TO TRUE
006370     ADD 1 TO WS-PickLineCount
006380     ADD WS-PCK-PICK-QTY(WS-PCK-IDX) TO WS-PickTotalUnits.
006390 3200-EXIT.
006400     EXIT.
006410
006420 9000-DISPLAY-SUMMARY.
006430     DISPLAY '-----------------------------'
006440     DISPLAY 'Order Lines Read: ' WS-TotalOrders
006450     DISPLAY 'Orders Fully Allocated: ' WS-TotalFullyAllocated
006460     DISPLAY 'Orders Backordered: ' WS-TotalBackordered
006470     DISPLAY 'Orders Rejected: ' WS-TotalRejected
006480     DISPLAY 'Units Allocated: ' WS-TotalAllocatedUnits
006490     DISPLAY 'Units Backordered: ' WS-TotalBackorderUnits
006500     DISPLAY 'Pick Lines Written: ' WS-PICK-COUNT
006510     DISPLAY 'Orders Held Over, Table Full: ' WS-OrderTableFull
006520     DISPLAY '-----------------------------'.
006530 9000-EXIT.
006540     EXIT.
