000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ExpiryReview.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    DAILY EXPIRING-STOCK REVIEW OF THE LOT FILE (LOTS.DAT,
000180*    KEPT BY THE SHARED LOTCONTROL SUBPROGRAM). EVERY LOT
000190*    STILL HOLDING STOCK IS CHECKED AGAINST THE RUN DATE:
000200*      - A LOT WHOSE EXPIRATION DATE HAS PASSED IS WRITTEN
000210*        OFF. ITS UNITS COME OFF STOCK-LEVEL ON THE INVENTORY
000220*        MASTER THROUGH AN ADJUSTMENT MOVEMENT UNDER THE LOT ON
000230*        THE SHARED MOVEMENT LEDGER, AND THE LOT IS LEFT AT
000240*        ZERO.
000250*      - A LOT EXPIRING WITHIN THE WARNING WINDOW (N DAYS FROM
000260*        THE RUN DATE, 30 UNLESS EXPIRY_CONTROL.DAT SAYS
000270*        OTHERWISE) IS LISTED SO IT CAN BE SOLD OR MOVED FIRST.
000280*    BOTH KINDS OF LINE GO TO THE EXPIRING-STOCK REPORT
000290*    (EXPIRING_STOCK.DAT) VALUED AT THE PRODUCT'S UNIT COST.
000300*    A LOT IS GOOD THROUGH ITS EXPIRATION DATE. LOTS WITH NO
000310*    SHELF LIFE (EXPIRATION 99999999) ARE NEVER LISTED. A LOT
000320*    WHOSE PRODUCT IS NOT ON THE MASTER IS LISTED AND LEFT
000330*    ALONE. A RERUN THE SAME DAY FINDS THE EXPIRED LOTS
000340*    ALREADY AT ZERO AND WRITES NOTHING OFF TWICE.
000350*
000360*MODIFICATION HISTORY.
000370*    DATE       INIT  DESCRIPTION
000380*    10/15/2026 JDH   ORIGINAL PROGRAM - EXPIRING-STOCK REPORT
000390*                     AND WRITE-OFF OF EXPIRED LOTS.
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT LotFile ASSIGN TO 'lots.dat'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS LOT-Key
000480         FILE STATUS IS WS-LotFileStatus.
000490
000500     SELECT InventoryFile ASSIGN TO 'inventory.dat'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ProductID.
000540
000550     SELECT ExpiryControlFile ASSIGN TO 'expiry_control.dat'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ExpiryControlStatus.
000580
000590     SELECT ExpiringStockFile ASSIGN TO 'expiring_stock.dat'
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610
000620     SELECT MovementLedgerFile
000630         ASSIGN TO 'stock_movements.dat'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-MovementFileStatus.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  LotFile.
000700 01  LotRecord.
000710     05  LOT-Key.
000720         10  LOT-ProductID       PIC 9(5).
000730         10  LOT-ExpirationDate  PIC 9(8).
000740         10  LOT-LotNumber       PIC X(10).
000750     05  LOT-QtyOnHand       PIC 9(5).
000760     05  LOT-ReceiptDate     PIC 9(8).
000770     05  LOT-LastMoveDate    PIC 9(8).
000780
000790 FD  InventoryFile.
000800 01  InventoryRecord.
000810     05  ProductID         PIC 9(5).
000820     05  ProductName       PIC X(30).
000830     05  StockLevel        PIC 9(5).
000840     05  SoldUnits         PIC 9(5).
000850     05  ReorderPoint      PIC 9(5).
000860     05  CategoryCode      PIC X(10).
000870     05  UnitCost          PIC 9(5)V99.
000880
000890 FD  ExpiryControlFile.
000900 01  ExpiryControlRecord.
000910     05  EXC-WarningDays     PIC 9(3).
000920
000930 FD  ExpiringStockFile.
000940 01  ExpiringStockRecord.
000950     05  EXP-ProductID       PIC 9(5).
000960     05  EXP-ProductName     PIC X(30).
000970     05  EXP-CategoryCode    PIC X(10).
000980     05  EXP-LotNumber       PIC X(10).
000990     05  EXP-ReceiptDate     PIC 9(8).
001000     05  EXP-ExpirationDate  PIC 9(8).
001010     05  EXP-QtyOnHand       PIC 9(5).
001020     05  EXP-UnitCost        PIC 9(5)V99.
001030     05  EXP-Value           PIC 9(9)V99.
001040     05  EXP-Status          PIC X(12).
001050
001060 FD  MovementLedgerFile.
001070 01  MovementRecord.
001080     05  MOV-ProductID       PIC 9(5).
001090     05  MOV-Type            PIC X(1).
001100         88  SALE-MOVEMENT            VALUE 'S'.
001110         88  RECEIPT-MOVEMENT         VALUE 'R'.
001120         88  ADJUSTMENT-MOVEMENT      VALUE 'A'.
001130         88  TRANSFER-MOVEMENT        VALUE 'T'.
001140     05  MOV-Units           PIC 9(5).
001150     05  MOV-StockBefore     PIC 9(5).
001160     05  MOV-StockAfter      PIC 9(5).
001170     05  MOV-RunDate         PIC 9(8).
001180     05  MOV-PONumber        PIC 9(7).
001190     05  MOV-OrderNumber     PIC 9(7).
001200     05  MOV-LotNumber       PIC X(10).
001210
001220 WORKING-STORAGE SECTION.
001230 01  WS-EOF-LOTS-SWITCH        PIC X(1) VALUE 'N'.
001240     88  END-OF-LOTS                  VALUE 'Y'.
001250
001260 01  WS-FOUND-SWITCH           PIC X(1) VALUE 'N'.
001270     88  PRODUCT-FOUND                VALUE 'Y'.
001280     88  PRODUCT-NOT-FOUND            VALUE 'N'.
001290
001300 01  WS-REVIEW-SWITCH          PIC X(1) VALUE 'N'.
001310     88  REVIEW-MAY-PROCEED           VALUE 'Y'.
001320     88  REVIEW-IS-REFUSED            VALUE 'N'.
001330
001340*    LOT-FILE-STATUS 35 MEANS NO LOT HAS EVER BEEN RECEIVED -
001350*    THERE IS NOTHING TO REVIEW.
001360 01  WS-LotFileStatus          PIC X(2) VALUE SPACES.
001370 01  WS-ExpiryControlStatus    PIC X(2) VALUE SPACES.
001380
001390*    MOVEMENT-FILE-STATUS 35 MEANS THE CUMULATIVE LEDGER HAS
001400*    NOT BEEN CREATED YET - THE FIRST RUN CREATES IT BEFORE
001410*    RE-OPENING EXTEND.
001420 01  WS-MovementFileStatus     PIC X(2) VALUE SPACES.
001430
001440*    DAYS AHEAD OF THE RUN DATE A LOT IS LISTED AS EXPIRING.
001450*    EXPIRY_CONTROL.DAT OVERRIDES THE DEFAULT.
001460 01  WS-WarningDays            PIC 9(3) VALUE 30.
001470 01  WS-WarningDate            PIC 9(8) VALUE 0.
001480
001490*    A LOT WITH NO SHELF LIFE IS FILED WITH THIS EXPIRATION.
001500 01  WS-NoExpiryDate           PIC 9(8) VALUE 99999999.
001510
001520 01  WS-RunDate                PIC 9(8) VALUE 0.
001530 01  WS-WriteOffUnits          PIC 9(5) VALUE 0.
001540 01  WS-LotValue               PIC 9(9)V99 VALUE 0.
001550
001560*    WARNING-DATE STEPPING. EACH STEP MOVES THE DATE ON ONE
001570*    CALENDAR DAY. EVERY FOURTH YEAR IS TAKEN AS A LEAP YEAR,
001580*    WHICH HOLDS THROUGH 2099.
001590 01  WS-StepDate.
001600     05  WS-StepYear        PIC 9(4).
001610     05  WS-StepMonth       PIC 9(2).
001620     05  WS-StepDay         PIC 9(2).
001630 01  WS-StepDate-N REDEFINES WS-StepDate PIC 9(8).
001640 01  WS-DaysStepped            PIC 9(3) VALUE 0.
001650 01  WS-DaysThisMonth          PIC 9(2) VALUE 0.
001660 01  WS-LeapQuotient           PIC 9(4) VALUE 0.
001670 01  WS-LeapRemainder          PIC 9(1) VALUE 0.
001680
001690 01  WS-MONTH-DAYS-VALUES      PIC X(24)
001700     VALUE '312831303130313130313031'.
001710 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001720     05  WS-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.
001730
001740 01  WS-TotalLotsRead          PIC 9(5) VALUE 0 COMP.
001750 01  WS-TotalExpiringLots      PIC 9(5) VALUE 0 COMP.
001760 01  WS-TotalExpiringUnits     PIC 9(7) VALUE 0 COMP.
001770 01  WS-TotalExpiringValue     PIC 9(11)V99 VALUE 0.
001780 01  WS-TotalWrittenOffLots    PIC 9(5) VALUE 0 COMP.
001790 01  WS-TotalWrittenOffUnits   PIC 9(7) VALUE 0 COMP.
001800 01  WS-TotalWrittenOffValue   PIC 9(11)V99 VALUE 0.
001810 01  WS-TotalUnknownProduct    PIC 9(5) VALUE 0 COMP.
001820
001830 PROCEDURE DIVISION.
001840*    ------------------------------------------------------
001850*    0000-MAINLINE CONTROLS THE EXPIRING-STOCK REVIEW.
001860*    ------------------------------------------------------
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001890     PERFORM 1100-READ-EXPIRY-CONTROL THRU 1100-EXIT
001900     PERFORM 1200-SET-WARNING-DATE THRU 1200-EXIT
001910     PERFORM 2000-REVIEW-LOTS THRU 2000-EXIT
001920     IF REVIEW-MAY-PROCEED
001930         PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
001940     END-IF
001950     STOP RUN.
001960
001970 1000-INITIALIZE.
001980     DISPLAY 'DAILY EXPIRING-STOCK REVIEW'
001990     ACCEPT WS-RunDate FROM DATE YYYYMMDD.
002000 1000-EXIT.
002010     EXIT.
002020
002030*    ------------------------------------------------------
002040*    PICK UP THE WARNING WINDOW. A MISSING OR EMPTY CONTROL
002050*    FILE DOES NOT STOP THE RUN - THE DEFAULT STANDS AND THE
002060*    RUN SAYS SO.
002070*    ------------------------------------------------------
002080 1100-READ-EXPIRY-CONTROL.
002090     OPEN INPUT ExpiryControlFile
002100     IF WS-ExpiryControlStatus NOT = '00'
002110         DISPLAY 'EXPIRY CONTROL FILE CANNOT BE OPENED - STATUS '
002120             WS-ExpiryControlStatus ' - DEFAULT WINDOW USED'
002130         GO TO 1100-EXIT
002140     END-IF
002150     READ ExpiryControlFile
002160         AT END
002170             DISPLAY 'EXPIRY CONTROL FILE EMPTY - DEFAULT'
002180                 ' WINDOW USED'
002190         NOT AT END
002200             MOVE EXC-WarningDays TO WS-WarningDays
002210     END-READ
002220     CLOSE ExpiryControlFile.
002230 1100-EXIT.
002240     EXIT.
002250
002260*    ------------------------------------------------------
002270*    THE LAST EXPIRATION DATE LISTED AS EXPIRING - THE RUN
002280*    DATE STEPPED FORWARD BY THE WARNING WINDOW.
002290*    ------------------------------------------------------
002300 1200-SET-WARNING-DATE.
002310     MOVE WS-RunDate TO WS-StepDate-N
002320     MOVE 0 TO WS-DaysStepped
002330     PERFORM 1250-STEP-ONE-DAY THRU 1250-EXIT
002340         UNTIL WS-DaysStepped >= WS-WarningDays
002350     MOVE WS-StepDate-N TO WS-WarningDate
002360     DISPLAY 'LOTS EXPIRING THROUGH ' WS-WarningDate
002370         ' WILL BE LISTED'.
002380 1200-EXIT.
002390     EXIT.
002400
002410 1250-STEP-ONE-DAY.
002420     MOVE WS-MONTH-DAYS(WS-StepMonth) TO WS-DaysThisMonth
002430     IF WS-StepMonth = 2
002440         DIVIDE WS-StepYear BY 4 GIVING WS-LeapQuotient
002450             REMAINDER WS-LeapRemainder
002460         IF WS-LeapRemainder = 0
002470             MOVE 29 TO WS-DaysThisMonth
002480         END-IF
002490     END-IF
002500     ADD 1 TO WS-StepDay
002510     IF WS-StepDay > WS-DaysThisMonth
002520         MOVE 1 TO WS-StepDay
002530         ADD 1 TO WS-StepMonth
002540         IF WS-StepMonth > 12
002550             MOVE 1 TO WS-StepMonth
002560             ADD 1 TO WS-StepYear
002570         END-IF
002580     END-IF
002590     ADD 1 TO WS-DaysStepped.
002600 1250-EXIT.
002610     EXIT.
002620
002630*    ------------------------------------------------------
002640*    READ EVERY LOT IN KEY ORDER - PRODUCT, THEN EARLIEST
002650*    EXPIRATION FIRST. NO LOT FILE MEANS NO LOT HAS EVER
002660*    BEEN RECEIVED.
002670*    ------------------------------------------------------
002680 2000-REVIEW-LOTS.
002690     OPEN I-O LotFile
002700     IF WS-LotFileStatus NOT = '00'
002710         DISPLAY 'LOT FILE CANNOT BE OPENED - STATUS '
002720             WS-LotFileStatus ' - RUN REFUSED'
002730         GO TO 2000-EXIT
002740     END-IF
002750     SET REVIEW-MAY-PROCEED TO TRUE
002760     OPEN I-O InventoryFile
002770     OPEN OUTPUT ExpiringStockFile
002780     OPEN EXTEND MovementLedgerFile
002790     IF WS-MovementFileStatus = '35'
002800         OPEN OUTPUT MovementLedgerFile
002810         CLOSE MovementLedgerFile
002820         OPEN EXTEND MovementLedgerFile
002830     END-IF
002840     PERFORM UNTIL END-OF-LOTS
002850         READ LotFile NEXT RECORD
002860             AT END
002870                 SET END-OF-LOTS TO TRUE
002880             NOT AT END
002890                 ADD 1 TO WS-TotalLotsRead
002900                 PERFORM 2100-REVIEW-ONE-LOT THRU 2100-EXIT
002910         END-READ
002920     END-PERFORM
002930     CLOSE MovementLedgerFile
002940     CLOSE ExpiringStockFile
002950     CLOSE InventoryFile
002960     CLOSE LotFile.
002970 2000-EXIT.
002980     EXIT.
002990
003000 2100-REVIEW-ONE-LOT.
003010     IF LOT-QtyOnHand = 0
003020        OR LOT-ExpirationDate = WS-NoExpiryDate
003030        OR LOT-ExpirationDate > WS-WarningDate
003040         GO TO 2100-EXIT
003050     END-IF
003060     SET PRODUCT-NOT-FOUND TO TRUE
003070     MOVE LOT-ProductID TO ProductID
003080     READ InventoryFile
003090         INVALID KEY
003100             SET PRODUCT-NOT-FOUND TO TRUE
003110         NOT INVALID KEY
003120             SET PRODUCT-FOUND TO TRUE
003130     END-READ
003140     IF PRODUCT-NOT-FOUND
003150         MOVE SPACES TO ProductName
003160         MOVE SPACES TO CategoryCode
003170         MOVE 0      TO UnitCost
003180         MOVE 'NO PRODUCT'  TO EXP-Status
003190         PERFORM 2400-WRITE-EXPIRY-LINE THRU 2400-EXIT
003200         ADD 1 TO WS-TotalUnknownProduct
003210         GO TO 2100-EXIT
003220     END-IF
003230     IF LOT-ExpirationDate < WS-RunDate
003240         PERFORM 2200-WRITE-OFF-LOT THRU 2200-EXIT
003250     ELSE
003260         MOVE 'EXPIRING'    TO EXP-Status
003270         PERFORM 2400-WRITE-EXPIRY-LINE THRU 2400-EXIT
003280         ADD 1 TO WS-TotalExpiringLots
003290         ADD LOT-QtyOnHand TO WS-TotalExpiringUnits
003300         ADD WS-LotValue TO WS-TotalExpiringValue
003310     END-IF.
003320 2100-EXIT.
003330     EXIT.
003340
003350*    ------------------------------------------------------
003360*    WRITE OFF AN EXPIRED LOT. THE REPORT LINE IS WRITTEN
003361*    FIRST, WITH THE LOT'S UNITS; THEN THE UNITS COME OFF
003362*    STOCK-LEVEL (NEVER BELOW ZERO) AS AN ADJUSTMENT UNDER THE
003363*    LOT AND THE LOT IS LEFT AT ZERO. THE WRITE-OFF TOTALS
003364*    CARRY ONLY THE UNITS THAT CAME OFF STOCK-LEVEL.
003400*    ------------------------------------------------------
003410 2200-WRITE-OFF-LOT.
003420     MOVE 'WRITTEN OFF' TO EXP-Status
003430     PERFORM 2400-WRITE-EXPIRY-LINE THRU 2400-EXIT
003440     ADD 1 TO WS-TotalWrittenOffLots
003470     MOVE LOT-QtyOnHand TO WS-WriteOffUnits
003480     IF WS-WriteOffUnits > StockLevel
003490         MOVE StockLevel TO WS-WriteOffUnits
003500     END-IF
003501     COMPUTE WS-LotValue = WS-WriteOffUnits * UnitCost
003502     ADD WS-WriteOffUnits TO WS-TotalWrittenOffUnits
003503     ADD WS-LotValue TO WS-TotalWrittenOffValue
003510     MOVE ProductID        TO MOV-ProductID
003520     MOVE 'A'              TO MOV-Type
003530     MOVE WS-WriteOffUnits TO MOV-Units
003540     MOVE StockLevel       TO MOV-StockBefore
003550     SUBTRACT WS-WriteOffUnits FROM StockLevel
003560     MOVE StockLevel       TO MOV-StockAfter
003570     MOVE WS-RunDate       TO MOV-RunDate
003580     MOVE 0                TO MOV-PONumber
003590     MOVE 0                TO MOV-OrderNumber
003600     MOVE LOT-LotNumber    TO MOV-LotNumber
003610     WRITE MovementRecord
003620     REWRITE InventoryRecord
003630     MOVE 0          TO LOT-QtyOnHand
003640     MOVE WS-RunDate TO LOT-LastMoveDate
003650     REWRITE LotRecord.
003660 2200-EXIT.
003670     EXIT.
003680
003690*    ------------------------------------------------------
003700*    ONE REPORT LINE FOR THE LOT, VALUED AT THE PRODUCT'S
003710*    UNIT COST. THE CALLER HAS SET THE STATUS.
003720*    ------------------------------------------------------
003730 2400-WRITE-EXPIRY-LINE.
003740     COMPUTE WS-LotValue = LOT-QtyOnHand * UnitCost
003750     MOVE LOT-ProductID      TO EXP-ProductID
003760     MOVE ProductName        TO EXP-ProductName
003770     MOVE CategoryCode       TO EXP-CategoryCode
003780     MOVE LOT-LotNumber      TO EXP-LotNumber
003790     MOVE LOT-ReceiptDate    TO EXP-ReceiptDate
003800     MOVE LOT-ExpirationDate TO EXP-ExpirationDate
003810     MOVE LOT-QtyOnHand      TO EXP-QtyOnHand
003820     MOVE UnitCost           TO EXP-UnitCost
003830     MOVE WS-LotValue        TO EXP-Value
003840     WRITE ExpiringStockRecord.
003850 2400-EXIT.
003860     EXIT.
003870
003880 9000-DISPLAY-SUMMARY.
003890     DISPLAY '-----------------------------'
003900     DISPLAY 'Lots Read: ' WS-TotalLotsRead
003910     DISPLAY 'Warning Window Days: ' WS-WarningDays
003920     DISPLAY 'Lots Expiring In Window: ' WS-TotalExpiringLots
003930     DISPLAY 'Units Expiring In Window: ' WS-TotalExpiringUnits
003940     DISPLAY 'Value Expiring In Window: ' WS-TotalExpiringValue
003950     DISPLAY 'Expired Lots Written Off: ' WS-TotalWrittenOffLots
003960     DISPLAY 'Units Written Off: ' WS-TotalWrittenOffUnits
003970     DISPLAY 'Value Written Off: ' WS-TotalWrittenOffValue
003980     DISPLAY 'Lots For Unknown Product: ' WS-TotalUnknownProduct
003990     DISPLAY '-----------------------------'.
004000 9000-EXIT.
004010     EXIT.
