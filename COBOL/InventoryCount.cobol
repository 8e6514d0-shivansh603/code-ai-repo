000328*                     THE NEW STOCKTRANSFER RUN; THE FD HERE
000329*                     FOLLOWS SO THE COUNT RECONCILIATION CAN
000330*                     FOLLOW TRANSFERRED STOCK.
000331*    10/15/2026 JDH   THE SHARED MOVEMENT LEDGER GAINED AN ORDER
000332*                     NUMBER, CARRIED ON THE SALE MOVEMENTS
000333*                     WRITTEN WHEN STOCK IS ALLOCATED TO A
000334*                     CUSTOMER SALES ORDER; THE FD HERE FOLLOWS.
000335*                     THIS RUN'S MOVEMENTS CARRY NO ORDER.
000336*    10/15/2026 JDH   COUNTS CAN NOW BE TAKEN BY LOT. A COUNT
000337*                     CARRYING A LOT NUMBER SETS THAT LOT TO THE
000338*                     COUNTED QUANTITY THROUGH THE SHARED
000339*                     LOTCONTROL SUBPROGRAM, REPORTS THE LOT'S
000340*                     VARIANCE, AND MOVES STOCK-LEVEL BY THE
000341*                     DIFFERENCE WITH AN ADJUSTMENT UNDER THE LOT
000342*                     (THE LEDGER GAINED A LOT NUMBER). A LOT NOT
000343*                     ON FILE GOES TO THE EXCEPTION REPORT. A
000344*                     PRODUCT-LEVEL COUNT THAT COMES UP SHORT NOW
000345*                     TAKES THE SHORTAGE FROM THE EARLIEST-
000346*                     EXPIRING LOTS FIRST, ONE ADJUSTMENT PER LOT;
000347*                     AN OVERAGE IS BOOKED WITH A BLANK LOT.
000348*
000349 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT InventoryFile ASSIGN TO 'inventory.dat'
000670     05  CNT-ProductID      PIC 9(5).
000680     05  CNT-CountedUnits   PIC 9(5).
000690     05  CNT-CounterInitials PIC X(3).
000691     05  CNT-LotNumber      PIC X(10).
000700
000710 FD  VarianceReportFile.
000720 01  VarianceRecord.
000760     05  VAR-CountedUnits   PIC 9(5).
000770     05  VAR-OverShort      PIC S9(5).
000780     05  VAR-CounterInitials PIC X(3).
000781     05  VAR-LotNumber      PIC X(10).
000790
000800 FD  CountExceptionFile.
000810 01  CountExceptionRecord.
000820     05  CEX-ProductID      PIC 9(5).
000830     05  CEX-CountedUnits   PIC 9(5).
000840     05  CEX-CounterInitials PIC X(3).
000841     05  CEX-Reason         PIC X(40).
000842     05  CEX-LotNumber      PIC X(10).
000851
000852 FD  MovementLedgerFile.
000853 01  MovementRecord.
000862     05  MOV-StockAfter      PIC 9(5).
000863     05  MOV-RunDate         PIC 9(8).
000864     05  MOV-PONumber        PIC 9(7).
000865     05  MOV-OrderNumber     PIC 9(7).
000866     05  MOV-LotNumber       PIC X(10).
000867
000870 WORKING-STORAGE SECTION.
000880 01  WS-EOF-COUNTS-SWITCH      PIC X(1) VALUE 'N'.
000890     88  END-OF-COUNTS                VALUE 'Y'.
000960 01  WS-TotalMatched           PIC 9(5) VALUE 0 COMP.
000970 01  WS-TotalVariances         PIC 9(5) VALUE 0 COMP.
000980 01  WS-TotalAdjusted          PIC 9(5) VALUE 0 COMP.
000981 01  WS-TotalUnknownProduct    PIC 9(5) VALUE 0 COMP.
000982 01  WS-TotalUnknownLot        PIC 9(5) VALUE 0 COMP.
000983 01  WS-BookUnits             PIC 9(5) VALUE 0.
000984 01  WS-AdjustUnits           PIC 9(5) VALUE 0.
000993 01  WS-RunDate                PIC 9(8) VALUE 0.
000994
000995*    MOVEMENT-FILE-STATUS 35 MEANS THE CUMULATIVE LEDGER HAS
000997*    RE-OPENING EXTEND.
000998 01  WS-MovementFileStatus     PIC X(2) VALUE SPACES.
001000
001001*    LOT-CONTROL INTERFACE AREA (SEE LOTCONTROL.COBOL). A DRAW
001002*    RETURNS UP TO 20 LOTS, EARLIEST EXPIRATION FIRST, AND ANY
001003*    UNITS NO LOT COULD COVER AS UNTRACKED UNITS. UNITS IN
001004*    LOTS PAST THEIR EXPIRATION COME BACK AS EXPIRED UNITS.
001005 01  WS-LOT-CONTROL-AREA.
001006     05  LCA-Function       PIC X(1).
001007     05  LCA-RunDate        PIC 9(8).
001008     05  LCA-ProductID      PIC 9(5).
001009     05  LCA-LotNumber      PIC X(10).
001010     05  LCA-ExpirationDate PIC 9(8).
001011     05  LCA-Units          PIC 9(5).
001012     05  LCA-LotUnitsBefore PIC 9(5).
001013     05  LCA-UntrackedUnits PIC 9(5).
001014     05  LCA-ExpiredUnits   PIC 9(5).
001015     05  LCA-DrawCount      PIC 9(2).
001016     05  LCA-DRAW-ENTRY OCCURS 20 TIMES.
001017         10  LCA-DrawLotNumber      PIC X(10).
001018         10  LCA-DrawExpirationDate PIC 9(8).
001019         10  LCA-DrawUnits          PIC 9(5).
001020     05  LCA-ReturnStatus   PIC X(1).
001021         88  LOT-REQUEST-DONE         VALUE 'O'.
001022         88  LOT-NOT-ON-FILE          VALUE 'N'.
001023         88  LOT-FILE-UNAVAILABLE     VALUE 'E'.
001024
001025 01  WS-DRAW-IDX               PIC 9(5) VALUE 0 COMP.
001026
001027 PROCEDURE DIVISION.
001028*    ------------------------------------------------------
001030*    0000-MAINLINE CONTROLS THE COUNT RECONCILIATION RUN.
001040*    ------------------------------------------------------
001050 0000-MAINLINE.
001244         CLOSE MovementLedgerFile
001245         OPEN EXTEND MovementLedgerFile
001246     END-IF
001247     MOVE 'O' TO LCA-Function
001248     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
001250     PERFORM UNTIL END-OF-COUNTS
001260         READ CountFile INTO CountRecord
001270             AT END
001360     CLOSE VarianceReportFile
001370     CLOSE CountExceptionFile
001371     CLOSE MovementLedgerFile
001372     MOVE 'C' TO LCA-Function
001373     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
001380     CLOSE InventoryFile.
001390 2000-EXIT.
001400     EXIT.
001480         NOT INVALID KEY
001490             SET PRODUCT-FOUND TO TRUE
001500     END-READ
001501     IF PRODUCT-NOT-FOUND
001620         MOVE 'COUNT FOR UNKNOWN PRODUCT ID'
001630             TO CEX-Reason
001640         PERFORM 2500-WRITE-COUNT-EXCEPTION THRU 2500-EXIT
001641         ADD 1 TO WS-TotalUnknownProduct
001642         GO TO 2100-EXIT
001643     END-IF
001644     IF CNT-LotNumber NOT = SPACES
001645         PERFORM 2400-RECONCILE-LOT-COUNT THRU 2400-EXIT
001646         GO TO 2100-EXIT
001647     END-IF
001648     IF CNT-CountedUnits = StockLevel
001649         ADD 1 TO WS-TotalMatched
001650     ELSE
001651         MOVE StockLevel TO WS-BookUnits
001652         PERFORM 2200-WRITE-VARIANCE THRU 2200-EXIT
001653         PERFORM 2300-ADJUST-BOOK-QUANTITY THRU 2300-EXIT
001660     END-IF.
001670 2100-EXIT.
001680     EXIT.
001690
001700*    ------------------------------------------------------
001710*    WRITE THE VARIANCE LINE - BOOK (THE PRODUCT'S, OR THE
001720*    LOT'S FOR A COUNT BY LOT) VS COUNTED AND THE OVER/SHORT
001730*    UNITS (POSITIVE MEANS THE FLOOR HELD MORE THAN THE BOOK).
001740*    ------------------------------------------------------
001750 2200-WRITE-VARIANCE.
001760     MOVE ProductID           TO VAR-ProductID
001770     MOVE ProductName         TO VAR-ProductName
001780     MOVE WS-BookUnits        TO VAR-BookUnits
001790     MOVE CNT-CountedUnits    TO VAR-CountedUnits
001800     COMPUTE VAR-OverShort =
001801         CNT-CountedUnits - WS-BookUnits
001802     MOVE CNT-LotNumber       TO VAR-LotNumber
001803     MOVE CNT-CounterInitials TO VAR-CounterInitials
001804     WRITE VarianceRecord
001805     ADD 1 TO WS-TotalVariances.
001806 2200-EXIT.
001807     EXIT.
001808
001809*    ------------------------------------------------------
001810*    APPLY THE APPROVED ADJUSTMENT - THE BOOK QUANTITY IS
001811*    SET TO WHAT THE FLOOR ACTUALLY HOLDS - AND TRACE IT ON
001812*    THE STOCK-MOVEMENT LEDGER. A SHORTAGE COMES OUT OF THE
001813*    EARLIEST-EXPIRING LOTS FIRST, EXPIRED LOTS INCLUDED (A
001814*    SHRINKAGE DRAW), ONE ENTRY PER LOT; AN OVERAGE BELONGS
001815*    TO NO LOT AND IS BOOKED WITH A BLANK ONE.
001816*    ------------------------------------------------------
001817 2300-ADJUST-BOOK-QUANTITY.
001818     ADD 1 TO WS-TotalAdjusted
001819     MOVE ProductID        TO MOV-ProductID
001820     MOVE 'A'              TO MOV-Type
001821     MOVE WS-RunDate       TO MOV-RunDate
001822     MOVE 0                TO MOV-PONumber
001823     MOVE 0                TO MOV-OrderNumber
001824     IF CNT-CountedUnits > StockLevel
001825         COMPUTE WS-AdjustUnits = CNT-CountedUnits - StockLevel
001826         MOVE SPACES TO MOV-LotNumber
001827         PERFORM 2350-ADD-UNITS THRU 2350-EXIT
001828     ELSE
001829         MOVE 'S'        TO LCA-Function
001830         MOVE WS-RunDate TO LCA-RunDate
001831         MOVE ProductID  TO LCA-ProductID
001832         COMPUTE LCA-Units = StockLevel - CNT-CountedUnits
001833         CALL 'LotControl' USING WS-LOT-CONTROL-AREA
001834         PERFORM 2330-TAKE-FROM-LOT THRU 2330-EXIT
001835             VARYING WS-DRAW-IDX FROM 1 BY 1
001836             UNTIL WS-DRAW-IDX > LCA-DrawCount
001837         IF LCA-UntrackedUnits > 0
001838             MOVE SPACES             TO MOV-LotNumber
001839             MOVE LCA-UntrackedUnits TO WS-AdjustUnits
001840             PERFORM 2340-TAKE-UNITS THRU 2340-EXIT
001841         END-IF
001842     END-IF
001843     REWRITE InventoryRecord.
001844 2300-EXIT.
001845     EXIT.
001846
001847 2330-TAKE-FROM-LOT.
001848     MOVE LCA-DrawLotNumber(WS-DRAW-IDX) TO MOV-LotNumber
001849     MOVE LCA-DrawUnits(WS-DRAW-IDX)     TO WS-AdjustUnits
001850     PERFORM 2340-TAKE-UNITS THRU 2340-EXIT.
001851 2330-EXIT.
001860     EXIT.
001861
001862 2340-TAKE-UNITS.
001863     MOVE StockLevel     TO MOV-StockBefore
001864     SUBTRACT WS-AdjustUnits FROM StockLevel
001865     MOVE WS-AdjustUnits TO MOV-Units
001866     MOVE StockLevel     TO MOV-StockAfter
001867     WRITE MovementRecord.
001868 2340-EXIT.
001869     EXIT.
001870
001871 2350-ADD-UNITS.
001872     MOVE StockLevel     TO MOV-StockBefore
001873     ADD WS-AdjustUnits  TO StockLevel
001874     MOVE WS-AdjustUnits TO MOV-Units
001875     MOVE StockLevel     TO MOV-StockAfter
001876     WRITE MovementRecord.
001877 2350-EXIT.
001878     EXIT.
001879
001880*    ------------------------------------------------------
001881*    A COUNT BY LOT. THE LOT IS SET TO THE COUNTED QUANTITY
001882*    AND THE PRODUCT'S STOCK-LEVEL MOVES BY THE LOT'S
001883*    DIFFERENCE, TRACED AS AN ADJUSTMENT UNDER THE LOT. A
001884*    SHORTAGE LARGER THAN THE BOOK STOCK TAKES THE BOOK TO
001885*    ZERO RATHER THAN BELOW IT.
001911*    ------------------------------------------------------
001912 2400-RECONCILE-LOT-COUNT.
001913     MOVE 'K'              TO LCA-Function
001914     MOVE WS-RunDate       TO LCA-RunDate
001915     MOVE ProductID        TO LCA-ProductID
001916     MOVE CNT-LotNumber    TO LCA-LotNumber
001917     MOVE CNT-CountedUnits TO LCA-Units
001918     CALL 'LotControl' USING WS-LOT-CONTROL-AREA
001919     IF LOT-NOT-ON-FILE
001920         MOVE 'COUNT FOR UNKNOWN LOT NUMBER' TO CEX-Reason
001921         PERFORM 2500-WRITE-COUNT-EXCEPTION THRU 2500-EXIT
001922         ADD 1 TO WS-TotalUnknownLot
001923         GO TO 2400-EXIT
001924     END-IF
001925     IF LOT-FILE-UNAVAILABLE
001926         MOVE 'LOT FILE UNAVAILABLE - COUNT NOT APPLIED'
001927             TO CEX-Reason
001928         PERFORM 2500-WRITE-COUNT-EXCEPTION THRU 2500-EXIT
001929         GO TO 2400-EXIT
001930     END-IF
001931     IF CNT-CountedUnits = LCA-LotUnitsBefore
001932         ADD 1 TO WS-TotalMatched
001933         GO TO 2400-EXIT
001934     END-IF
001935     MOVE LCA-LotUnitsBefore TO WS-BookUnits
001936     PERFORM 2200-WRITE-VARIANCE THRU 2200-EXIT
001950     ADD 1 TO WS-TotalAdjusted
001956     MOVE ProductID        TO MOV-ProductID
001957     MOVE 'A'              TO MOV-Type
001961     MOVE WS-RunDate       TO MOV-RunDate
001962     MOVE 0                TO MOV-PONumber
001963     MOVE 0                TO MOV-OrderNumber
001964     MOVE CNT-LotNumber    TO MOV-LotNumber
001965     IF CNT-CountedUnits > LCA-LotUnitsBefore
001966         COMPUTE WS-AdjustUnits =
001967             CNT-CountedUnits - LCA-LotUnitsBefore
001968         PERFORM 2350-ADD-UNITS THRU 2350-EXIT
001969     ELSE
001970         COMPUTE WS-AdjustUnits =
001971             LCA-LotUnitsBefore - CNT-CountedUnits
001972         IF WS-AdjustUnits > StockLevel
001973             MOVE StockLevel TO WS-AdjustUnits
001974         END-IF
001975         PERFORM 2340-TAKE-UNITS THRU 2340-EXIT
001976     END-IF
001977     REWRITE InventoryRecord.
001978 2400-EXIT.
001979     EXIT.
001980
001981 2500-WRITE-COUNT-EXCEPTION.
001982     MOVE CNT-ProductID       TO CEX-ProductID
001983     MOVE CNT-CountedUnits    TO CEX-CountedUnits
001984     MOVE CNT-CounterInitials TO CEX-CounterInitials
001985     MOVE CNT-LotNumber       TO CEX-LotNumber
001986     WRITE CountExceptionRecord.
001987 2500-EXIT.
001988     EXIT.
001989
001990 9000-DISPLAY-SUMMARY.
002000     DISPLAY '-----------------------------'
002010     DISPLAY 'Counts Read: ' WS-TotalCounts
002040     DISPLAY 'Adjustments Applied: ' WS-TotalAdjusted
002050     DISPLAY 'Counts For Unknown Product: '
002060         WS-TotalUnknownProduct
002061     DISPLAY 'Counts For Unknown Lot: ' WS-TotalUnknownLot
002070     DISPLAY '-----------------------------'.
002080 9000-EXIT.
002090     EXIT.
