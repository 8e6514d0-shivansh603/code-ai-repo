000330*    09/02/2026 JDH   ORIGINAL PROGRAM - PAIRED-LEG TRANSFER
000340*                     POSTING AGAINST THE INVENTORY MASTER
000350*                     WITH TRANSFER MOVEMENTS ON THE LEDGER
000351*                     AND AN EXCEPTION REPORT.
000352*    10/15/2026 JDH   THE SHARED MOVEMENT LEDGER GAINED AN ORDER
000353*                     NUMBER, CARRIED ON THE SALE MOVEMENTS
000354*                     WRITTEN WHEN STOCK IS ALLOCATED TO A
000355*                     CUSTOMER SALES ORDER; THE FD HERE FOLLOWS.
000356*                     THIS RUN'S MOVEMENTS CARRY NO ORDER.
000357*    10/15/2026 JDH   TRANSFERRED STOCK NOW MOVES BY LOT. THE
000358*                     UNITS ARE DRAWN FROM THE FROM-PRODUCT'S
000359*                     LOTS EARLIEST EXPIRATION FIRST THROUGH THE
000360*                     SHARED LOTCONTROL SUBPROGRAM AND EACH LOT
000361*                     IS RECEIVED INTO THE TO-PRODUCT UNDER THE
000362*                     SAME LOT NUMBER AND EXPIRATION DATE, WITH
000363*                     A TRANSFER MOVEMENT PER LOT ON EACH LEG
000364*                     (THE LEDGER GAINED A LOT NUMBER). STOCK
000365*                     FROM BEFORE LOTS WERE KEPT MOVES WITH A
000366*                     BLANK LOT. STOCK IN EXPIRED LOTS IS NOT
000367*                     MOVED - A TRANSFER NEEDING IT GOES TO THE
000368*                     EXCEPTION FILE.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000930     05  MOV-StockAfter      PIC 9(5).
000940     05  MOV-RunDate         PIC 9(8).
000950     05  MOV-PONumber        PIC 9(7).
000951     05  MOV-OrderNumber     PIC 9(7).
000952     05  MOV-LotNumber       PIC X(10).
000960
000970 WORKING-STORAGE SECTION.
000980 01  WS-EOF-TRANSFERS-SWITCH   PIC X(1) VALUE 'N'.
001080 01  WS-MovementFileStatus     PIC X(2) VALUE SPACES.
001090
001100 01  WS-RunDate                PIC 9(8) VALUE 0.
001101 01  WS-StockBefore            PIC 9(5) VALUE 0.
001102 01  WS-LegUnits               PIC 9(5) VALUE 0.
001103 01  WS-UsableStock            PIC 9(5) VALUE 0.
001104
001105*    LOT-CONTROL INTERFACE AREA (SEE LOTCONTROL.COBOL). A DRAW
001106*    RETURNS UP TO 20 LOTS, EARLIEST EXPIRATION FIRST, AND ANY
001107*    UNITS NO LOT COULD COVER AS UNTRACKED UNITS. UNITS IN
001108*    LOTS PAST THEIR EXPIRATION COME BACK AS EXPIRED UNITS.
001109 01  WS-LOT-CONTROL-AREA.
001110     05  LCA-Function       PIC X(1).
001111     05  LCA-RunDate        PIC 9(8).
001112     05  LCA-ProductID      PIC 9(5).
001113     05  LCA-LotNumber      PIC X(10).
001114     05  LCA-ExpirationDate PIC 9(8).
001115     05  LCA-Units          PIC 9(5).
001116     05  LCA-LotUnitsBefore PIC 9(5).
001117     05  LCA-UntrackedUnits PIC 9(5).
001118     05  LCA-ExpiredUnits   PIC 9(5).
001119     05  LCA-DrawCount      PIC 9(2).
001120     05  LCA-DRAW-ENTRY OCCURS 20 TIMES.
001121         10  LCA-DrawLotNumber      PIC X(10).
001122         10  LCA-DrawExpirationDate PIC 9(8).
001123         10  LCA-DrawUnits          PIC 9(5).
001124     05  LCA-ReturnStatus   PIC X(1).
001125         88  LOT-REQUEST-DONE         VALUE 'O'.
001126         88  LOT-NOT-ON-FILE          VALUE 'N'.
001127         88  LOT-FILE-UNAVAILABLE     VALUE 'E'.
001128
001129 01  WS-DRAW-IDX               PIC 9(5) VALUE 0 COMP.
001130
001140 01  WS-TotalTransfers         PIC 9(5) VALUE 0 COMP.
001150 01  WS-TotalApplied           PIC 9(5) VALUE 0 COMP.
001450         CLOSE MovementLedgerFile
001460         OPEN EXTEND MovementLedgerFile
001470     END-IF
001471     MOVE 'O' TO LCA-Function
001472     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
001480     PERFORM UNTIL END-OF-TRANSFERS
001490         READ TransferFile INTO TransferRecord
001500             AT END
001550         END-READ
001560     END-PERFORM
001570     CLOSE TransferFile
001571     MOVE 'C' TO LCA-Function
001572     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
001580     CLOSE TransferExceptionFile
001590     CLOSE MovementLedgerFile
001600     CLOSE InventoryFile.
001930         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
001940         GO TO 2100-EXIT
001950     END-IF
001951     PERFORM 2250-FIND-USABLE-STOCK THRU 2250-EXIT
001952     IF XFR-Units > WS-UsableStock
001953         MOVE 'TRANSFER NEEDS STOCK IN EXPIRED LOTS'
001954             TO TXC-Reason
001955         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
001956         GO TO 2100-EXIT
001957     END-IF
001970     MOVE XFR-ToProductID TO ProductID
001980     READ InventoryFile
001990         INVALID KEY
002020             PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
002030             GO TO 2100-EXIT
002040     END-READ
002041*    BOTH LEGS CAN POST - TAKE THE UNITS OFF THE FROM-
002042*    PRODUCT'S LOTS, EARLIEST EXPIRATION FIRST.
002043     MOVE 'D'               TO LCA-Function
002044     MOVE WS-RunDate        TO LCA-RunDate
002045     MOVE XFR-FromProductID TO LCA-ProductID
002046     MOVE XFR-Units         TO LCA-Units
002047     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
002050*    TO LEG - THE RECORD AREA NOW HOLDS THE TO-PRODUCT, SO
002051*    ITS RECEIPT SIDE POSTS FIRST WITHOUT ANOTHER READ, ONE
002052*    MOVEMENT PER LOT.
002053     MOVE XFR-ToProductID TO MOV-ProductID
002054     PERFORM 2300-RECEIVE-TO-LOT THRU 2300-EXIT
002055         VARYING WS-DRAW-IDX FROM 1 BY 1
002056         UNTIL WS-DRAW-IDX > LCA-DrawCount
002057     IF LCA-UntrackedUnits > 0
002058         MOVE SPACES             TO MOV-LotNumber
002059         MOVE LCA-UntrackedUnits TO WS-LegUnits
002060         PERFORM 2310-POST-TO-UNITS THRU 2310-EXIT
002061     END-IF
002090     REWRITE InventoryRecord
002091*    FROM LEG - PULL THE FROM-PRODUCT BACK UP AND DEDUCT THE
002092*    SAME LOTS.
002130     PERFORM 2200-READ-FROM-PRODUCT THRU 2200-EXIT
002131     MOVE XFR-FromProductID TO MOV-ProductID
002132     PERFORM 2400-ISSUE-FROM-LOT THRU 2400-EXIT
002133         VARYING WS-DRAW-IDX FROM 1 BY 1
002134         UNTIL WS-DRAW-IDX > LCA-DrawCount
002135     IF LCA-UntrackedUnits > 0
002136         MOVE SPACES             TO MOV-LotNumber
002137         MOVE LCA-UntrackedUnits TO WS-LegUnits
002138         PERFORM 2410-POST-FROM-UNITS THRU 2410-EXIT
002139     END-IF
002160     REWRITE InventoryRecord
002190     ADD 1 TO WS-TotalApplied.
002200 2100-EXIT.
002210     EXIT.
002300             SET PRODUCT-FOUND TO TRUE
002310     END-READ.
002320 2200-EXIT.
002321     EXIT.
002322
002323*    ------------------------------------------------------
002324*    THE FROM-PRODUCT'S STOCK THAT MAY MOVE - STOCK-LEVEL
002325*    LESS THE UNITS LEFT IN ITS EXPIRED LOTS, WHICH A LOT
002326*    DRAW WILL NOT TAKE.
002327*    ------------------------------------------------------
002328 2250-FIND-USABLE-STOCK.
002329     MOVE 'X'               TO LCA-Function
002330     MOVE WS-RunDate        TO LCA-RunDate
002331     MOVE XFR-FromProductID TO LCA-ProductID
002332     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
002333     IF LCA-ExpiredUnits < StockLevel
002334         COMPUTE WS-UsableStock = StockLevel - LCA-ExpiredUnits
002335     ELSE
002336         MOVE 0 TO WS-UsableStock
002337     END-IF.
002338 2250-EXIT.
002339     EXIT.
002340
002341*    ------------------------------------------------------
002342*    RECEIVE ONE DRAWN LOT INTO THE TO-PRODUCT UNDER THE SAME
002343*    LOT NUMBER AND EXPIRATION DATE. A RECEIVE REQUEST LEAVES
002344*    THE DRAW TABLE AS IT WAS, SO THE FROM LEG CAN STILL USE
002345*    IT.
002350*    ------------------------------------------------------
002351 2300-RECEIVE-TO-LOT.
002352     MOVE LCA-DrawLotNumber(WS-DRAW-IDX) TO MOV-LotNumber
002353     MOVE LCA-DrawUnits(WS-DRAW-IDX)     TO WS-LegUnits
002354     PERFORM 2310-POST-TO-UNITS THRU 2310-EXIT
002355     MOVE 'R'                 TO LCA-Function
002356     MOVE XFR-ToProductID     TO LCA-ProductID
002357     MOVE LCA-DrawLotNumber(WS-DRAW-IDX)      TO LCA-LotNumber
002358     MOVE LCA-DrawExpirationDate(WS-DRAW-IDX)
002359         TO LCA-ExpirationDate
002360     MOVE WS-LegUnits         TO LCA-Units
002361     CALL 'LotControl' USING WS-LOT-CONTROL-AREA.
002362 2300-EXIT.
002363     EXIT.
002364
002365 2310-POST-TO-UNITS.
002366     MOVE StockLevel TO WS-StockBefore
002367     ADD WS-LegUnits TO StockLevel
002368     PERFORM 2500-WRITE-TRANSFER-MOVEMENT THRU 2500-EXIT.
002369 2310-EXIT.
002370     EXIT.
002371
002372 2400-ISSUE-FROM-LOT.
002373     MOVE LCA-DrawLotNumber(WS-DRAW-IDX) TO MOV-LotNumber
002374     MOVE LCA-DrawUnits(WS-DRAW-IDX)     TO WS-LegUnits
002375     PERFORM 2410-POST-FROM-UNITS THRU 2410-EXIT.
002376 2400-EXIT.
002377     EXIT.
002378
002379 2410-POST-FROM-UNITS.
002380     MOVE StockLevel TO WS-StockBefore
002381     SUBTRACT WS-LegUnits FROM StockLevel
002382     PERFORM 2500-WRITE-TRANSFER-MOVEMENT THRU 2500-EXIT.
002383 2410-EXIT.
002384     EXIT.
002385
002386*    ------------------------------------------------------
002387*    ONE LEDGER ENTRY FOR ONE LOT OF ONE LEG. THE CALLER HAS
002388*    SET THE PRODUCT-ID AND LOT, THE UNITS, AND THE LEG'S
002389*    BEFORE/AFTER STOCK. A TRANSFER CARRIES NO PO.
002390*    ------------------------------------------------------
002400 2500-WRITE-TRANSFER-MOVEMENT.
002410     MOVE 'T'            TO MOV-Type
002420     MOVE WS-LegUnits    TO MOV-Units
002430     MOVE WS-StockBefore TO MOV-StockBefore
002440     MOVE StockLevel     TO MOV-StockAfter
002450     MOVE WS-RunDate     TO MOV-RunDate
002460     MOVE 0              TO MOV-PONumber
002461     MOVE 0              TO MOV-OrderNumber
002470     WRITE MovementRecord.
002480 2500-EXIT.
002490     EXIT.
