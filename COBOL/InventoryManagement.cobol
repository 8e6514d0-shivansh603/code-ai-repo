001028*                     STOCK BETWEEN WAREHOUSE PRODUCT RECORDS;
001029*                     THE FD HERE FOLLOWS. THIS RUN STILL
001030*                     WRITES ONLY SALE AND RECEIPT MOVEMENTS.
001031*    10/15/2026 JDH   OPEN CUSTOMER BACKORDERS (BACKORDERS.DAT,
001032*                     WRITTEN BY THE NEW ORDERALLOCATION RUN)
001033*                     ARE NOW FILLED FIRST FROM ANY RECEIPT THAT
001034*                     BRINGS A PRODUCT BACK IN STOCK, IN
001035*                     PRIORITY AND ORDER-DATE ORDER, BEFORE THE
001036*                     STOCK IS LEFT FOR NEW ORDERS. EACH FILL IS
001037*                     A SALE MOVEMENT CARRYING ITS ORDER NUMBER
001038*                     ON THE LEDGER (THE LEDGER GAINED THE
001039*                     FIELD), AND THE RELEASED PICK LINES ARE
001040*                     WRITTEN BY WAREHOUSE TO BACKORDER_PICKS.DAT
001041*                     IN THE SAME LAYOUT AS THE ORDER PICK LIST.
001042*    10/15/2026 JDH   STOCK IS NOW KEPT BY LOT THROUGH THE NEW
001043*                     SHARED LOTCONTROL SUBPROGRAM (LOTS.DAT).
001044*                     THE RECEIPT RECORD CARRIES A LOT NUMBER AND
001045*                     EXPIRATION DATE (A BLANK LOT IS FILED UNDER
001046*                     ITS PO NUMBER) AND EACH RECEIPT IS ADDED TO
001047*                     ITS LOT. SOLD UNITS AND BACKORDER FILLS ARE
001048*                     TAKEN FROM THE EARLIEST-EXPIRING LOT FIRST,
001049*                     WITH ONE LEDGER ENTRY (THE LEDGER GAINED A
001050*                     LOT NUMBER) AND ONE RELEASED PICK LINE PER
001051*                     LOT DRAWN. STOCK ON HAND FROM BEFORE LOTS
001052*                     WERE KEPT MOVES WITH A BLANK LOT NUMBER.
001053*                     STOCK IN EXPIRED LOTS CANNOT BE SOLD - A
001054*                     SALE NEEDING IT GOES TO THE EXCEPTION
001055*                     REPORT AND A BACKORDER FILL STOPS SHORT
001056*                     OF IT.
001057*
001058 ENVIRONMENT DIVISION.
001059 INPUT-OUTPUT SECTION.
001060 FILE-CONTROL.
001061     SELECT InventoryFile ASSIGN TO 'inventory.dat'
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS ProductID.
001286         ORGANIZATION IS LINE SEQUENTIAL
001288         FILE STATUS IS WS-CostChangeFileStatus.
001290
001291     SELECT BackorderFile ASSIGN TO 'backorders.dat'
001292         ORGANIZATION IS INDEXED
001293         ACCESS MODE IS DYNAMIC
001294         RECORD KEY IS BO-Key
001295         FILE STATUS IS WS-BackorderFileStatus.
001296
001297     SELECT ReleasedPickFile ASSIGN TO 'backorder_picks.dat'
001298         ORGANIZATION IS LINE SEQUENTIAL.
001299
001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  InventoryFile.
001600     05  RCPT-ReceivedUnits  PIC 9(5).
001610     05  RCPT-PONumber       PIC 9(7).
001612     05  RCPT-UnitCost       PIC 9(5)V99.
001613     05  RCPT-LotNumber      PIC X(10).
001614     05  RCPT-ExpirationDate PIC 9(8).
001620
001630 FD  ValuationReportFile.
001640 01  ValuationRecord.
001800     05  MOV-StockBefore     PIC 9(5).
001810     05  MOV-StockAfter      PIC 9(5).
001820     05  MOV-RunDate         PIC 9(8).
001821     05  MOV-PONumber        PIC 9(7).
001822     05  MOV-OrderNumber     PIC 9(7).
001823     05  MOV-LotNumber       PIC X(10).
001832
001834 FD  CostChangeFile.
001835 01  CostChangeRecord.
001839     05  CST-PONumber        PIC 9(7).
001840     05  CST-RunDate         PIC 9(8).
001841
001842*    OPEN BACKORDERS, KEYED SO A START ON THE PRODUCT READS
001843*    ITS BACKORDERS IN PRIORITY, ORDER-DATE, ORDER ORDER.
001844 FD  BackorderFile.
001845 01  BackorderRecord.
001846     05  BO-Key.
001847         10  BO-ProductID        PIC 9(5).
001848         10  BO-Priority         PIC 9(1).
001849         10  BO-OrderDate        PIC 9(8).
001850         10  BO-OrderNumber      PIC 9(7).
001851     05  BO-CustomerNumber   PIC 9(5).
001852     05  BO-Warehouse        PIC X(10).
001853     05  BO-OrderedQty       PIC 9(5).
001854     05  BO-OpenQty          PIC 9(5).
001855     05  BO-Status           PIC X(1).
001856         88  BACKORDER-OPEN           VALUE 'O'.
001857         88  BACKORDER-FILLED         VALUE 'F'.
001858     05  BO-CreatedDate      PIC 9(8).
001859     05  BO-FilledDate       PIC 9(8).
001860
001861*    RELEASED PICK LINES, GROUPED BY WAREHOUSE - THE SAME
001862*    HEADER/DETAIL/TRAILER LAYOUT AS THE ORDER PICK LIST.
001863 FD  ReleasedPickFile.
001864 01  PickHeader.
001865     05  PKH-RecordType      PIC X(1).
001866     05  PKH-Warehouse       PIC X(10).
001867     05  PKH-RunDate         PIC 9(8).
001868     05  FILLER              PIC X(67).
001869
001870 01  PickDetail.
001871     05  PKD-RecordType      PIC X(1).
001872     05  PKD-Warehouse       PIC X(10).
001873     05  PKD-OrderNumber     PIC 9(7).
001874     05  PKD-CustomerNumber  PIC 9(5).
001875     05  PKD-ProductID       PIC 9(5).
001876     05  PKD-ProductName     PIC X(30).
001877     05  PKD-PickQty         PIC 9(5).
001878     05  PKD-OrderDate       PIC 9(8).
001879     05  PKD-Source          PIC X(1).
001880         88  PICK-FROM-NEW-ORDER      VALUE 'N'.
001881         88  PICK-FROM-BACKORDER      VALUE 'B'.
001882     05  PKD-LotNumber       PIC X(10).
001883     05  FILLER              PIC X(4).
001884
001885 01  PickTrailer.
001886     05  PKT-RecordType      PIC X(1).
001887     05  PKT-Warehouse       PIC X(10).
001888     05  PKT-LineCount       PIC 9(5).
001889     05  PKT-TotalUnits      PIC 9(7).
001890     05  FILLER              PIC X(63).
001891
001892 WORKING-STORAGE SECTION.
001893*    RECEIPTS TABLE - HOLDS RECEIVED UNITS TOTALLED BY
001894*    PRODUCT-ID, PO NUMBER AND LOT SO THEY CAN BE ADDED BACK TO
001895*    STOCK-LEVEL AS EACH PRODUCT IS PROCESSED, WITH EACH
001896*    PRODUCT/PO/LOT WRITING ITS OWN MOVEMENT-LEDGER ENTRY.
001900 01  WS-RECEIPTS-TABLE.
001910     05  WS-RECEIPT-ENTRY OCCURS 200 TIMES.
001920         10  WS-RCPT-PRODUCT-ID    PIC 9(5).
001930         10  WS-RCPT-TOTAL-UNITS   PIC 9(7).
001931         10  WS-RCPT-PO-NUMBER     PIC 9(7).
001932         10  WS-RCPT-LOT-NUMBER    PIC X(10).
001933         10  WS-RCPT-EXPIRATION-DATE PIC 9(8).
001942         10  WS-RCPT-EXT-COST      PIC 9(11)V99.
001950         10  WS-RCPT-MATCHED-SWITCH PIC X(1) VALUE 'N'.
001960             88  RECEIPT-WAS-MATCHED      VALUE 'Y'.
002422 01  WS-NewOnHandUnits         PIC 9(7) VALUE 0.
002424 01  WS-TotalCostChanges       PIC 9(5) VALUE 0 COMP.
002425
002426*    BACKORDER-FILE-STATUS 35 MEANS NO ORDER HAS EVER BEEN
002427*    BACKORDERED - THERE IS NOTHING TO FILL.
002428 01  WS-BackorderFileStatus    PIC X(2) VALUE SPACES.
002429
002430 01  WS-BACKORDER-FILE-SWITCH  PIC X(1) VALUE 'N'.
002431     88  BACKORDERS-ON-FILE           VALUE 'Y'.
002432     88  NO-BACKORDERS-ON-FILE        VALUE 'N'.
002433
002434 01  WS-EOF-BACKORDER-SWITCH   PIC X(1) VALUE 'N'.
002435     88  END-OF-PRODUCT-BACKORDERS    VALUE 'Y'.
002436
002437 01  WS-ProductReceivedUnits   PIC 9(7) VALUE 0.
002438 01  WS-FillUnits              PIC 9(5) VALUE 0.
002439
002440*    RELEASED PICK TABLE - BACKORDER FILLS HELD UNTIL THE
002441*    MASTER IS EXHAUSTED SO THE PICKS CAN BE WRITTEN ONE
002442*    WAREHOUSE AT A TIME, ONE LINE PER LOT DRAWN. A TABLE
002443*    WITHOUT ROOM FOR A FULL DRAW STOPS FURTHER FILLS FOR THE
002444*    RUN; THOSE BACKORDERS STAY OPEN FOR THE NEXT.
002445 01  WS-RELEASED-PICK-TABLE.
002446     05  WS-RELEASED-PICK-ENTRY OCCURS 200 TIMES.
002447         10  WS-RPK-WAREHOUSE      PIC X(10).
002448         10  WS-RPK-ORDER-NUMBER   PIC 9(7).
002449         10  WS-RPK-CUSTOMER       PIC 9(5).
002450         10  WS-RPK-PRODUCT-ID     PIC 9(5).
002451         10  WS-RPK-PRODUCT-NAME   PIC X(30).
002452         10  WS-RPK-LOT-NUMBER     PIC X(10).
002453         10  WS-RPK-PICK-QTY       PIC 9(5).
002454         10  WS-RPK-ORDER-DATE     PIC 9(8).
002455         10  WS-RPK-WRITTEN-SWITCH PIC X(1).
002456             88  RELEASED-PICK-WRITTEN    VALUE 'Y'.
002457
002458 01  WS-RELEASED-PICK-COUNT    PIC 9(5) VALUE 0 COMP.
002459 01  WS-RPK-IDX                PIC 9(5) VALUE 0 COMP.
002460 01  WS-GROUP-RPK-IDX          PIC 9(5) VALUE 0 COMP.
002461 01  WS-ReleasedPickTableFull  PIC 9(5) VALUE 0 COMP.
002462 01  WS-PickLineCount          PIC 9(5) VALUE 0 COMP.
002463 01  WS-PickTotalUnits         PIC 9(7) VALUE 0.
002464 01  WS-TotalBackordersFilled  PIC 9(5) VALUE 0 COMP.
002465 01  WS-TotalBackorderUnits    PIC 9(7) VALUE 0 COMP.
002466
002467*    LOT-CONTROL INTERFACE AREA (SEE LOTCONTROL.COBOL). A DRAW
002468*    RETURNS UP TO 20 LOTS, EARLIEST EXPIRATION FIRST, AND ANY
002469*    UNITS NO LOT COULD COVER AS UNTRACKED UNITS. UNITS IN
002470*    LOTS PAST THEIR EXPIRATION COME BACK AS EXPIRED UNITS.
002471 01  WS-LOT-CONTROL-AREA.
002472     05  LCA-Function       PIC X(1).
002473     05  LCA-RunDate        PIC 9(8).
002474     05  LCA-ProductID      PIC 9(5).
002475     05  LCA-LotNumber      PIC X(10).
002476     05  LCA-ExpirationDate PIC 9(8).
002477     05  LCA-Units          PIC 9(5).
002478     05  LCA-LotUnitsBefore PIC 9(5).
002479     05  LCA-UntrackedUnits PIC 9(5).
002480     05  LCA-ExpiredUnits   PIC 9(5).
002481     05  LCA-DrawCount      PIC 9(2).
002482     05  LCA-DRAW-ENTRY OCCURS 20 TIMES.
002483         10  LCA-DrawLotNumber      PIC X(10).
002484         10  LCA-DrawExpirationDate PIC 9(8).
002485         10  LCA-DrawUnits          PIC 9(5).
002486     05  LCA-ReturnStatus   PIC X(1).
002487         88  LOT-REQUEST-DONE         VALUE 'O'.
002488         88  LOT-NOT-ON-FILE          VALUE 'N'.
002489         88  LOT-FILE-UNAVAILABLE     VALUE 'E'.
002490
002491 01  WS-DRAW-IDX               PIC 9(5) VALUE 0 COMP.
002492 01  WS-PickLotNumber          PIC X(10) VALUE SPACES.
002493 01  WS-PickUnits              PIC 9(5) VALUE 0.
002494 01  WS-ExpiredStock           PIC 9(5) VALUE 0.
002495 01  WS-UsableStock            PIC 9(5) VALUE 0.
002496
002497*    RUN-CONTROL INTERFACE AREA AND THE PRE-COUNT OF THE
002498*    RECEIPTS FILE THAT IDENTIFIES TODAY'S INPUT TO THE
002499*    SHARED RUN-CONTROL LOG.
002500 01  WS-RUN-CONTROL-AREA.
002501     05  RCA-Function       PIC X(1).
002502     05  RCA-ProgramName    PIC X(20).
002503     05  RCA-InputFileName  PIC X(20).
002504     05  RCA-InputRecordCount PIC 9(7).
002505     05  RCA-ReturnStatus   PIC X(1).
002510         88  RUN-MAY-PROCEED          VALUE 'O'.
002520         88  RUN-IS-DUPLICATE         VALUE 'D'.
002530
003150
003160*    ------------------------------------------------------
003170*    LOAD RECEIPTS (PURCHASE ORDERS / RETURNS) INTO A TABLE,
003171*    TOTALLING RECEIVED UNITS BY PRODUCT-ID, PO NUMBER AND LOT.
003172*    A RECEIPT WITH NO LOT NUMBER IS FILED UNDER ITS PO.
003190*    ------------------------------------------------------
003200 1500-LOAD-RECEIPTS.
003210     OPEN INPUT ReceiptsFile
003320     EXIT.
003330
003340 1510-STORE-RECEIPT.
003341     IF RCPT-LotNumber = SPACES
003342         MOVE RCPT-PONumber TO RCPT-LotNumber
003343     END-IF
003350     SET RECEIPT-NOT-FOUND TO TRUE
003360     PERFORM 1520-FIND-RECEIPT-ENTRY THRU 1520-EXIT
003370         VARYING WS-RCPT-IDX FROM 1 BY 1
003520             MOVE RCPT-ReceivedUnits
003530                 TO WS-RCPT-TOTAL-UNITS(WS-RECEIPT-COUNT)
003540             MOVE RCPT-PONumber
003541                 TO WS-RCPT-PO-NUMBER(WS-RECEIPT-COUNT)
003542             MOVE RCPT-LotNumber
003543                 TO WS-RCPT-LOT-NUMBER(WS-RECEIPT-COUNT)
003544             MOVE RCPT-ExpirationDate
003545                 TO WS-RCPT-EXPIRATION-DATE(WS-RECEIPT-COUNT)
003552             COMPUTE WS-RCPT-EXT-COST(WS-RECEIPT-COUNT) =
003554                 RCPT-ReceivedUnits * RCPT-UnitCost
003560         END-IF
003610 1520-FIND-RECEIPT-ENTRY.
003620     IF WS-RCPT-PRODUCT-ID(WS-RCPT-IDX) = RCPT-ProductID
003630        AND WS-RCPT-PO-NUMBER(WS-RCPT-IDX) = RCPT-PONumber
003631        AND WS-RCPT-LOT-NUMBER(WS-RCPT-IDX) = RCPT-LotNumber
003640         SET RECEIPT-FOUND TO TRUE
003650         MOVE WS-RCPT-IDX TO WS-FOUND-RCPT-IDX
003660     END-IF.
003846         CLOSE CostChangeFile
003847         OPEN EXTEND CostChangeFile
003848     END-IF
003849     OPEN I-O BackorderFile
003850     IF WS-BackorderFileStatus = '00'
003851         SET BACKORDERS-ON-FILE TO TRUE
003852     ELSE
003853         IF WS-BackorderFileStatus NOT = '35'
003854             DISPLAY 'BACKORDER FILE CANNOT BE OPENED - STATUS '
003855                 WS-BackorderFileStatus ' - BACKORDERS NOT FILLED'
003856         END-IF
003857     END-IF
003858     OPEN OUTPUT ReleasedPickFile
003859     MOVE 'O' TO LCA-Function
003860     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
003861     PERFORM UNTIL END-OF-INVENTORY
003862         READ InventoryFile NEXT RECORD
003870             AT END
003880                 SET END-OF-INVENTORY TO TRUE
003890             NOT AT END
003910         END-READ
003920     END-PERFORM
003930     PERFORM 2700-REPORT-UNMATCHED-RECEIPTS THRU 2700-EXIT
003931     PERFORM 2950-WRITE-RELEASED-PICKS THRU 2950-EXIT
003932     IF BACKORDERS-ON-FILE
003933         CLOSE BackorderFile
003934     END-IF
003935     CLOSE ReleasedPickFile
003936     MOVE 'C' TO LCA-Function
003937     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
003940     CLOSE InventoryFile
003950     CLOSE ReorderReportFile
003960     CLOSE ExceptionReportFile
004010
004020 2100-UPDATE-PRODUCT.
004030     ADD 1 TO WS-TotalProducts
004031     MOVE StockLevel TO WS-UsableStock
004032     IF SoldUnits > 0
004033         PERFORM 2495-FIND-USABLE-STOCK THRU 2495-EXIT
004034     END-IF
004040     IF SoldUnits > StockLevel
004050         MOVE 'SOLD UNITS EXCEED STOCK ON HAND'
004060             TO IEX-Reason
004070         PERFORM 2300-WRITE-STOCK-EXCEPTION
004080             THRU 2300-EXIT
004090     ELSE
004091         IF SoldUnits > WS-UsableStock
004092             MOVE 'SOLD UNITS NEED STOCK IN EXPIRED LOTS'
004093                 TO IEX-Reason
004094             PERFORM 2300-WRITE-STOCK-EXCEPTION
004095                 THRU 2300-EXIT
004096         END-IF
004100         IF SoldUnits > 0
004101            AND SoldUnits NOT > WS-UsableStock
004130             MOVE ProductID   TO MOV-ProductID
004140             MOVE 'S'         TO MOV-Type
004180             MOVE 0           TO MOV-PONumber
004181             MOVE 0           TO MOV-OrderNumber
004182             MOVE SoldUnits   TO LCA-Units
004183             PERFORM 2480-DRAW-FROM-LOTS THRU 2480-EXIT
004200             MOVE 0 TO SoldUnits
004210         END-IF
004220     END-IF
004221     MOVE 0 TO WS-ProductReceivedUnits
004230     PERFORM 2400-APPLY-RECEIPTS THRU 2400-EXIT
004231     IF WS-ProductReceivedUnits > 0
004232        AND StockLevel > 0
004233        AND BACKORDERS-ON-FILE
004234         PERFORM 2495-FIND-USABLE-STOCK THRU 2495-EXIT
004235         PERFORM 2460-FILL-BACKORDERS THRU 2460-EXIT
004236     END-IF
004240     IF StockLevel < ReorderPoint
004250         PERFORM 2200-WRITE-REORDER-ALERT THRU 2200-EXIT
004260     END-IF
004620
004630*    ------------------------------------------------------
004640*    APPLY EVERY RECEIPT ENTRY FOR THIS PRODUCT - ONE ENTRY
004650*    PER PRODUCT/PO/LOT - SO EACH PO'S UNITS LAND ON THE
004660*    MOVEMENT LEDGER UNDER ITS OWN PO NUMBER AND IN THEIR LOT.
004670*    ------------------------------------------------------
004680 2410-APPLY-PRODUCT-RECEIPT.
004690     IF WS-RCPT-PRODUCT-ID(WS-RCPT-IDX) = ProductID
004720             TO StockLevel
004730         ADD WS-RCPT-TOTAL-UNITS(WS-RCPT-IDX)
004740             TO WS-TotalReceivedUnits
004741         ADD WS-RCPT-TOTAL-UNITS(WS-RCPT-IDX)
004742             TO WS-ProductReceivedUnits
004750         SET RECEIPT-WAS-MATCHED(WS-RCPT-IDX) TO TRUE
004760         MOVE ProductID      TO MOV-ProductID
004770         MOVE 'R'            TO MOV-Type
004790         MOVE WS-StockBefore TO MOV-StockBefore
004800         MOVE StockLevel     TO MOV-StockAfter
004810         MOVE WS-RCPT-PO-NUMBER(WS-RCPT-IDX) TO MOV-PONumber
004811         MOVE 0              TO MOV-OrderNumber
004812         MOVE WS-RCPT-LOT-NUMBER(WS-RCPT-IDX) TO MOV-LotNumber
004820         PERFORM 2900-WRITE-MOVEMENT THRU 2900-EXIT
004821         MOVE 'R'            TO LCA-Function
004822         MOVE WS-RunDate     TO LCA-RunDate
004823         MOVE ProductID      TO LCA-ProductID
004824         MOVE WS-RCPT-LOT-NUMBER(WS-RCPT-IDX) TO LCA-LotNumber
004825         MOVE WS-RCPT-EXPIRATION-DATE(WS-RCPT-IDX)
004826             TO LCA-ExpirationDate
004827         MOVE WS-RCPT-TOTAL-UNITS(WS-RCPT-IDX) TO LCA-Units
004828         CALL 'LotControl' USING WS-LOT-CONTROL-AREA
004830     END-IF.
004840 2410-EXIT.
004850     EXIT.
004914     EXIT.
004915
004916*    ------------------------------------------------------
004917*    A RECEIPT HAS BROUGHT THIS PRODUCT BACK IN STOCK. FILL
004918*    ITS OPEN BACKORDERS FIRST, READING THEM BY KEY IN
004919*    PRIORITY, ORDER-DATE, ORDER ORDER UNTIL THE STOCK OR
004920*    THE PRODUCT'S BACKORDERS RUN OUT.
004921*    ------------------------------------------------------
004922 2460-FILL-BACKORDERS.
004923     MOVE ProductID TO BO-ProductID
004924     MOVE 0         TO BO-Priority
004925     MOVE 0         TO BO-OrderDate
004926     MOVE 0         TO BO-OrderNumber
004927     MOVE 'N' TO WS-EOF-BACKORDER-SWITCH
004928     START BackorderFile KEY IS NOT LESS THAN BO-Key
004929         INVALID KEY
004930             SET END-OF-PRODUCT-BACKORDERS TO TRUE
004931     END-START
004932     PERFORM UNTIL END-OF-PRODUCT-BACKORDERS
004933         READ BackorderFile NEXT RECORD
004934             AT END
004935                 SET END-OF-PRODUCT-BACKORDERS TO TRUE
004936             NOT AT END
004937                 IF BO-ProductID NOT = ProductID
004938                     SET END-OF-PRODUCT-BACKORDERS TO TRUE
004939                 ELSE
004940                     PERFORM 2470-FILL-ONE-BACKORDER
004941                         THRU 2470-EXIT
004942                 END-IF
004943         END-READ
004944     END-PERFORM.
004945 2460-EXIT.
004946     EXIT.
004947
004948*    ------------------------------------------------------
004949*    FILL AS MUCH OF ONE OPEN BACKORDER AS UNEXPIRED STOCK ALLOWS.
004950*    THE FILL IS DRAWN FROM THE PRODUCT'S LOTS AS SALE
004951*    MOVEMENTS UNDER THE ORDER NUMBER, THE BACKORDER IS
004952*    REWRITTEN WITH WHAT IS STILL OPEN (FILLED WHEN NOTHING
004953*    IS), AND A PICK LINE IS RELEASED FOR EACH LOT DRAWN.
004954*    ------------------------------------------------------
004955 2470-FILL-ONE-BACKORDER.
004956     IF NOT BACKORDER-OPEN
004957         GO TO 2470-EXIT
004958     END-IF
004959     IF StockLevel NOT > WS-ExpiredStock
004960         SET END-OF-PRODUCT-BACKORDERS TO TRUE
004961         GO TO 2470-EXIT
004962     END-IF
004963*    A DRAW CAN RELEASE 21 LINES - 20 LOTS AND UNTRACKED STOCK.
004964     IF WS-RELEASED-PICK-COUNT > 179
004965         ADD 1 TO WS-ReleasedPickTableFull
004966         DISPLAY 'RELEASED PICK TABLE FULL, BACKORDER LEFT OPEN '
004967             BO-OrderNumber
004968         SET END-OF-PRODUCT-BACKORDERS TO TRUE
004969         GO TO 2470-EXIT
004970     END-IF
004971     IF BO-OpenQty > StockLevel - WS-ExpiredStock
004972         COMPUTE WS-FillUnits = StockLevel - WS-ExpiredStock
004973     ELSE
004974         MOVE BO-OpenQty TO WS-FillUnits
004975     END-IF
004976     MOVE ProductID      TO MOV-ProductID
004977     MOVE 'S'            TO MOV-Type
004978     MOVE 0              TO MOV-PONumber
004979     MOVE BO-OrderNumber TO MOV-OrderNumber
004980     MOVE WS-FillUnits   TO LCA-Units
004981     PERFORM 2480-DRAW-FROM-LOTS THRU 2480-EXIT
004982     SUBTRACT WS-FillUnits FROM BO-OpenQty
004983     IF BO-OpenQty = 0
004984         SET BACKORDER-FILLED TO TRUE
004985         MOVE WS-RunDate TO BO-FilledDate
004986         ADD 1 TO WS-TotalBackordersFilled
004987     END-IF
004988     REWRITE BackorderRecord
004989     ADD WS-FillUnits TO WS-TotalBackorderUnits
004990     PERFORM 2475-RELEASE-LOT-PICK THRU 2475-EXIT
004991         VARYING WS-DRAW-IDX FROM 1 BY 1
004992         UNTIL WS-DRAW-IDX > LCA-DrawCount
004993     IF LCA-UntrackedUnits > 0
004994         MOVE SPACES             TO WS-PickLotNumber
004995         MOVE LCA-UntrackedUnits TO WS-PickUnits
004996         PERFORM 2476-TABLE-RELEASED-PICK THRU 2476-EXIT
004997     END-IF.
004998 2470-EXIT.
004999     EXIT.
005000
005001 2475-RELEASE-LOT-PICK.
005002     MOVE LCA-DrawLotNumber(WS-DRAW-IDX) TO WS-PickLotNumber
005003     MOVE LCA-DrawUnits(WS-DRAW-IDX)     TO WS-PickUnits
005004     PERFORM 2476-TABLE-RELEASED-PICK THRU 2476-EXIT.
005005 2475-EXIT.
005006     EXIT.
005007
005008 2476-TABLE-RELEASED-PICK.
005009     ADD 1 TO WS-RELEASED-PICK-COUNT
005010     MOVE BO-Warehouse
005011         TO WS-RPK-WAREHOUSE(WS-RELEASED-PICK-COUNT)
005012     MOVE BO-OrderNumber
005013         TO WS-RPK-ORDER-NUMBER(WS-RELEASED-PICK-COUNT)
005014     MOVE BO-CustomerNumber
005015         TO WS-RPK-CUSTOMER(WS-RELEASED-PICK-COUNT)
005016     MOVE ProductID
005017         TO WS-RPK-PRODUCT-ID(WS-RELEASED-PICK-COUNT)
005018     MOVE ProductName
005019         TO WS-RPK-PRODUCT-NAME(WS-RELEASED-PICK-COUNT)
005020     MOVE WS-PickLotNumber
005021         TO WS-RPK-LOT-NUMBER(WS-RELEASED-PICK-COUNT)
005022     MOVE WS-PickUnits
005023         TO WS-RPK-PICK-QTY(WS-RELEASED-PICK-COUNT)
005024     MOVE BO-OrderDate
005025         TO WS-RPK-ORDER-DATE(WS-RELEASED-PICK-COUNT)
005026     MOVE 'N' TO WS-RPK-WRITTEN-SWITCH(WS-RELEASED-PICK-COUNT).
005027 2476-EXIT.
005028     EXIT.
005029
005030*    ------------------------------------------------------
005031*    TAKE LCA-UNITS OFF THIS PRODUCT FIRST-EXPIRED-FIRST-OUT.
005032*    THE CALLER HAS SET THE MOVEMENT'S PRODUCT, TYPE, PO AND
005033*    ORDER; ONE LEDGER ENTRY IS WRITTEN PER LOT DRAWN, AND ONE
005034*    WITH A BLANK LOT FOR ANY UNITS NO LOT COVERED (STOCK ON
005035*    HAND FROM BEFORE LOTS WERE KEPT).
005036*    ------------------------------------------------------
005037 2480-DRAW-FROM-LOTS.
005038     MOVE 'D'        TO LCA-Function
005039     MOVE WS-RunDate TO LCA-RunDate
005040     MOVE ProductID  TO LCA-ProductID
005041     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
005042     PERFORM 2485-WRITE-LOT-DRAW THRU 2485-EXIT
005043         VARYING WS-DRAW-IDX FROM 1 BY 1
005044         UNTIL WS-DRAW-IDX > LCA-DrawCount
005045     IF LCA-UntrackedUnits > 0
005046         MOVE SPACES             TO MOV-LotNumber
005047         MOVE LCA-UntrackedUnits TO MOV-Units
005048         PERFORM 2490-WRITE-DRAW-MOVEMENT THRU 2490-EXIT
005049     END-IF.
005050 2480-EXIT.
005051     EXIT.
005052
005053 2485-WRITE-LOT-DRAW.
005054     MOVE LCA-DrawLotNumber(WS-DRAW-IDX) TO MOV-LotNumber
005055     MOVE LCA-DrawUnits(WS-DRAW-IDX)     TO MOV-Units
005056     PERFORM 2490-WRITE-DRAW-MOVEMENT THRU 2490-EXIT.
005057 2485-EXIT.
005058     EXIT.
005059
005060 2490-WRITE-DRAW-MOVEMENT.
005061     MOVE StockLevel TO MOV-StockBefore
005062     SUBTRACT MOV-Units FROM StockLevel
005063     MOVE StockLevel TO MOV-StockAfter
005064     PERFORM 2900-WRITE-MOVEMENT THRU 2900-EXIT.
005065 2490-EXIT.
005066     EXIT.
005067
005068*    ------------------------------------------------------
005069*    A RECEIPT FOR A PRODUCT-ID NOT ON THE INVENTORY MASTER
005070*    IS NEVER MATCHED BY 2400-APPLY-RECEIPTS AS EACH PRODUCT
005071*    IS PROCESSED. SWEEP THE RECEIPTS TABLE AFTER THE MASTER
005072*    IS EXHAUSTED AND REPORT ANY ENTRY STILL UNMATCHED SO A PO
005073*    FOR AN UNKNOWN PRODUCT DOES NOT SILENTLY DISAPPEAR.
005074*    ------------------------------------------------------
005075 2700-REPORT-UNMATCHED-RECEIPTS.
005076     PERFORM 2710-CHECK-RECEIPT-MATCHED THRU 2710-EXIT
005077         VARYING WS-RCPT-IDX FROM 1 BY 1
005078         UNTIL WS-RCPT-IDX > WS-RECEIPT-COUNT.
005079 2700-EXIT.
005080     EXIT.
005081
005082 2710-CHECK-RECEIPT-MATCHED.
005083     IF NOT RECEIPT-WAS-MATCHED(WS-RCPT-IDX)
005084         MOVE WS-RCPT-PRODUCT-ID(WS-RCPT-IDX) TO IEX-ProductID
005085         MOVE SPACES TO IEX-ProductName
005086         MOVE 0      TO IEX-StockLevel
005087         MOVE 0      TO IEX-SoldUnits
005088         MOVE 'RECEIPT FOR UNKNOWN PRODUCT ID'
005089             TO IEX-Reason
005090         WRITE InvExceptionRecord
005100         ADD 1 TO WS-TotalUnmatchedReceipts
005110     END-IF.
005120 2710-EXIT.
005121     EXIT.
005122
005123*    ------------------------------------------------------
005124*    THE PRODUCT'S UNITS IN EXPIRED LOTS, WHICH A LOT DRAW
005125*    WILL NOT TAKE, AND THE STOCK-LEVEL LEFT THAT MAY BE
005126*    SOLD.
005127*    ------------------------------------------------------
005128 2495-FIND-USABLE-STOCK.
005129     MOVE 'X'        TO LCA-Function
005130     MOVE WS-RunDate TO LCA-RunDate
005131     MOVE ProductID  TO LCA-ProductID
005132     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
005133     MOVE LCA-ExpiredUnits TO WS-ExpiredStock
005134     IF WS-ExpiredStock < StockLevel
005135         COMPUTE WS-UsableStock = StockLevel - WS-ExpiredStock
005136     ELSE
005137         MOVE 0 TO WS-UsableStock
005138     END-IF.
005139 2495-EXIT.
005140     EXIT.
005141
005150*    ------------------------------------------------------
005160*    ACCUMULATE THIS PRODUCT'S STOCK LEVEL INTO ITS
005170*    CATEGORY/WAREHOUSE SUBTOTAL IN THE CATEGORY TABLE.
005650*    APPEND ONE ENTRY TO THE CUMULATIVE STOCK-MOVEMENT
005660*    LEDGER. THE CALLER HAS FILLED IN EVERYTHING BUT THE
005670*    RUN DATE.
005671*    ------------------------------------------------------
005672 2900-WRITE-MOVEMENT.
005673     MOVE WS-RunDate TO MOV-RunDate
005674     WRITE MovementRecord
005675     ADD 1 TO WS-TotalMovements.
005676 2900-EXIT.
005677     EXIT.
005678
005680*    ------------------------------------------------------
005681*    WRITE THE RELEASED PICKS ONE WAREHOUSE AT A TIME. THE
005682*    FIRST LINE NOT YET WRITTEN OPENS A WAREHOUSE GROUP AND
005683*    TAKES EVERY OTHER UNWRITTEN LINE FOR THAT WAREHOUSE
005684*    WITH IT.
005685*    ------------------------------------------------------
005686 2950-WRITE-RELEASED-PICKS.
005687     PERFORM 2960-WRITE-WAREHOUSE-PICKS THRU 2960-EXIT
005688         VARYING WS-GROUP-RPK-IDX FROM 1 BY 1
005689         UNTIL WS-GROUP-RPK-IDX > WS-RELEASED-PICK-COUNT.
005690 2950-EXIT.
005691     EXIT.
005692
005693 2960-WRITE-WAREHOUSE-PICKS.
005694     IF RELEASED-PICK-WRITTEN(WS-GROUP-RPK-IDX)
005695         GO TO 2960-EXIT
005696     END-IF
005697     MOVE SPACES TO PickHeader
005698     MOVE 'H' TO PKH-RecordType
005699     MOVE WS-RPK-WAREHOUSE(WS-GROUP-RPK-IDX) TO PKH-Warehouse
005700     MOVE WS-RunDate TO PKH-RunDate
005701     WRITE PickHeader
005702     MOVE 0 TO WS-PickLineCount
005703     MOVE 0 TO WS-PickTotalUnits
005704     PERFORM 2970-WRITE-RELEASED-PICK THRU 2970-EXIT
005705         VARYING WS-RPK-IDX FROM WS-GROUP-RPK-IDX BY 1
005706         UNTIL WS-RPK-IDX > WS-RELEASED-PICK-COUNT
005707     MOVE SPACES TO PickTrailer
005708     MOVE 'T' TO PKT-RecordType
005709     MOVE WS-RPK-WAREHOUSE(WS-GROUP-RPK-IDX) TO PKT-Warehouse
005710     MOVE WS-PickLineCount  TO PKT-LineCount
005711     MOVE WS-PickTotalUnits TO PKT-TotalUnits
005712     WRITE PickTrailer.
005713 2960-EXIT.
005714     EXIT.
005715
005716 2970-WRITE-RELEASED-PICK.
005717     IF RELEASED-PICK-WRITTEN(WS-RPK-IDX)
005718        OR WS-RPK-WAREHOUSE(WS-RPK-IDX)
005719           NOT = WS-RPK-WAREHOUSE(WS-GROUP-RPK-IDX)
005720         GO TO 2970-EXIT
005721     END-IF
005722     MOVE SPACES TO PickDetail
005723     MOVE 'D' TO PKD-RecordType
005724     MOVE WS-RPK-WAREHOUSE(WS-RPK-IDX)    TO PKD-Warehouse
005725     MOVE WS-RPK-ORDER-NUMBER(WS-RPK-IDX) TO PKD-OrderNumber
005726     MOVE WS-RPK-CUSTOMER(WS-RPK-IDX)     TO PKD-CustomerNumber
005727     MOVE WS-RPK-PRODUCT-ID(WS-RPK-IDX)   TO PKD-ProductID
005728     MOVE WS-RPK-PRODUCT-NAME(WS-RPK-IDX) TO PKD-ProductName
005729     MOVE WS-RPK-PICK-QTY(WS-RPK-IDX)     TO PKD-PickQty
005730     MOVE WS-RPK-ORDER-DATE(WS-RPK-IDX)   TO PKD-OrderDate
005731     MOVE WS-RPK-LOT-NUMBER(WS-RPK-IDX)   TO PKD-LotNumber
005732     SET PICK-FROM-BACKORDER TO TRUE
005733     WRITE PickDetail
005734     SET RELEASED-PICK-WRITTEN(WS-RPK-IDX) TO TRUE
005735     ADD 1 TO WS-PickLineCount
005736     ADD WS-RPK-PICK-QTY(WS-RPK-IDX) TO WS-PickTotalUnits.
005737 2970-EXIT.
005740     EXIT.
005750
005760*    ------------------------------------------------------
006012     DISPLAY 'Cost Changes Recorded: ' WS-TotalCostChanges
006020     DISPLAY 'Total Units Received: '
006030         WS-TotalReceivedUnits
006031     DISPLAY 'Backorders Filled: ' WS-TotalBackordersFilled
006032     DISPLAY 'Backorder Units Released: '
006033         WS-TotalBackorderUnits
006034     DISPLAY 'Released Picks Held Over, Table Full: '
006035         WS-ReleasedPickTableFull
006040     DISPLAY 'Receipts Dropped, Table Full: '
006050         WS-ReceiptsTableFull
006060     DISPLAY 'Receipts For Unknown Product: '
