000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. InventoryJournal.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    MONTH-END INVENTORY JOURNAL FOR THE GENERAL LEDGER. READS
000180*    THE PERIOD'S ENTRIES ON THE SHARED STOCK-MOVEMENT LEDGER
000190*    (STOCK_MOVEMENTS.DAT) IN THE ORDER THEY WERE WRITTEN AND
000200*    PRICES EACH ONE AT THE WEIGHTED-AVERAGE UNIT COST IN
000210*    EFFECT FOR ITS PRODUCT AT THAT POINT, REPLAYING THE COST
000220*    CHANGES ON COST_CHANGES.DAT AS THE RECEIPTS THAT CAUSED
000230*    THEM GO BY. A RECEIPT THAT RE-COSTED ITS PRODUCT IS
000240*    VALUED AT THE CHANGE IT MADE TO THE STOCK'S VALUE, WHICH
000250*    IS WHAT WAS PAID FOR IT. SALES (S) POST TO COST OF GOODS
000260*    SOLD, RECEIPTS (R) TO THE INVENTORY ASSET AGAINST
000270*    PAYABLES CLEARING, COUNT ADJUSTMENTS (A) TO SHRINKAGE,
000280*    AND TRANSFERS (T) THROUGH AN INTERWAREHOUSE CLEARING
000290*    ACCOUNT THAT NETS TO ZERO - ANY DIFFERENCE BETWEEN THE
000300*    COST THE UNITS LEFT ONE WAREHOUSE AT AND THE COST THEY
000310*    ARRIVED AT THE OTHER AT GOES TO TRANSFER COST VARIANCE.
000320*    THE BALANCED JOURNAL IS WRITTEN BY CATEGORY/WAREHOUSE
000330*    CODE TO INVENTORY_GL_EXTRACT.DAT. A PROOF
000340*    (INVENTORY_GL_PROOF.DAT) SHOWS, BY CATEGORY AND IN
000350*    TOTAL, THE OPENING VALUE PLUS THE PERIOD'S MOVEMENTS
000360*    AGAINST THE CLOSING VALUE ON VALUATION_REPORT.DAT. THE
000370*    CLOSING VALUES ARE APPENDED TO INV_PERIOD_BALANCES.DAT
000380*    AS THE NEXT PERIOD'S OPENING; THE PERIOD RUNS FROM THE
000390*    DAY AFTER THE LAST PERIOD END ON THAT FILE THROUGH TODAY.
000400*    THE FIRST RUN, WITH NO PRIOR BALANCES, COVERS THE
000410*    CURRENT MONTH AND TAKES ITS OPENING AS THE CLOSING LESS
000420*    THE MONTH'S MOVEMENTS. RUN AFTER THE LAST INVENTORY RUN
000430*    OF THE MONTH SO THE VALUATION REPORT IS CURRENT.
000440*
000450*MODIFICATION HISTORY.
000460*    DATE       INIT  DESCRIPTION
000470*    10/15/2026 JDH   ORIGINAL PROGRAM - MOVEMENT COSTING AT
000480*                     WEIGHTED-AVERAGE COST, JOURNAL EXTRACT BY
000490*                     CATEGORY AND VALUATION PROOF.
000491*    10/15/2026 JDH   THE SHARED MOVEMENT LEDGER GAINED A LOT
000492*                     NUMBER - STOCK NOW MOVES BY LOT, ONE
000493*                     LEDGER ENTRY PER LOT TOUCHED; THE FD HERE
000494*                     FOLLOWS.
000500*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT InventoryFile ASSIGN TO 'inventory.dat'
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS ProductID.
000580
000590     SELECT MovementLedgerFile
000600         ASSIGN TO 'stock_movements.dat'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-MovementFileStatus.
000630
000640     SELECT CostChangeFile ASSIGN TO 'cost_changes.dat'
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CostChangeFileStatus.
000670
000680     SELECT ValuationReportFile
000690         ASSIGN TO 'valuation_report.dat'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ValuationFileStatus.
000720
000730     SELECT PeriodBalanceFile
000740         ASSIGN TO 'inv_period_balances.dat'
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-PeriodBalanceStatus.
000770
000780     SELECT JournalFile ASSIGN TO 'inventory_gl_extract.dat'
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800
000810     SELECT ProofFile ASSIGN TO 'inventory_gl_proof.dat'
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  InventoryFile.
000870 01  InventoryRecord.
000880     05  ProductID         PIC 9(5).
000890     05  ProductName       PIC X(30).
000900     05  StockLevel        PIC 9(5).
000910     05  SoldUnits         PIC 9(5).
000920     05  ReorderPoint      PIC 9(5).
000930     05  CategoryCode      PIC X(10).
000940     05  UnitCost          PIC 9(5)V99.
000950
000960 FD  MovementLedgerFile.
000970 01  MovementRecord.
000980     05  MOV-ProductID       PIC 9(5).
000990     05  MOV-Type            PIC X(1).
001000         88  SALE-MOVEMENT            VALUE 'S'.
001010         88  RECEIPT-MOVEMENT         VALUE 'R'.
001020         88  ADJUSTMENT-MOVEMENT      VALUE 'A'.
001030         88  TRANSFER-MOVEMENT        VALUE 'T'.
001040     05  MOV-Units           PIC 9(5).
001050     05  MOV-StockBefore     PIC 9(5).
001060     05  MOV-StockAfter      PIC 9(5).
001070     05  MOV-RunDate         PIC 9(8).
001080     05  MOV-PONumber        PIC 9(7).
001090     05  MOV-OrderNumber     PIC 9(7).
001091     05  MOV-LotNumber       PIC X(10).
001100
001110 FD  CostChangeFile.
001120 01  CostChangeRecord.
001130     05  CST-ProductID       PIC 9(5).
001140     05  CST-OldUnitCost     PIC 9(5)V99.
001150     05  CST-NewUnitCost     PIC 9(5)V99.
001160     05  CST-PONumber        PIC 9(7).
001170     05  CST-RunDate         PIC 9(8).
001180
001190 FD  ValuationReportFile.
001200 01  ValuationRecord.
001210     05  VAL-ProductID       PIC 9(5).
001220     05  VAL-ProductName     PIC X(30).
001230     05  VAL-StockLevel      PIC 9(5).
001240     05  VAL-UnitCost        PIC 9(5)V99.
001250     05  VAL-ExtendedValue   PIC 9(9)V99.
001260     05  VAL-CategoryCode    PIC X(10).
001270
001280*    ONE RECORD PER CATEGORY PER PERIOD END - THE CLOSING
001290*    INVENTORY VALUE THAT OPENS THE NEXT PERIOD.
001300 FD  PeriodBalanceFile.
001310 01  PeriodBalanceRecord.
001320     05  IPB-PeriodEnd       PIC 9(8).
001330     05  IPB-CategoryCode    PIC X(10).
001340     05  IPB-ClosingValue    PIC 9(11)V99.
001350
001360 FD  JournalFile.
001370 01  JournalRecord.
001380     05  IGL-PeriodEnd       PIC 9(8).
001390     05  IGL-CategoryCode    PIC X(10).
001400     05  IGL-AccountName     PIC X(24).
001410     05  IGL-DebitAmount     PIC 9(11)V99.
001420     05  IGL-CreditAmount    PIC 9(11)V99.
001430
001440 FD  ProofFile.
001450 01  ProofRecord.
001460     05  PRF-PeriodEnd       PIC 9(8).
001470     05  PRF-CategoryCode    PIC X(10).
001480     05  PRF-OpeningValue    PIC S9(11)V99.
001490     05  PRF-Receipts        PIC 9(11)V99.
001500     05  PRF-CostOfSales     PIC 9(11)V99.
001510     05  PRF-Shrinkage       PIC S9(11)V99.
001520     05  PRF-TransferNet     PIC S9(11)V99.
001530     05  PRF-ComputedClosing PIC S9(11)V99.
001540     05  PRF-ValuationClosing PIC 9(11)V99.
001550     05  PRF-Difference      PIC S9(11)V99.
001560     05  PRF-ProofStatus     PIC X(14).
001570
001580 WORKING-STORAGE SECTION.
001590 01  WS-EOF-MOVEMENT-SWITCH    PIC X(1) VALUE 'N'.
001600     88  END-OF-MOVEMENTS             VALUE 'Y'.
001610
001620 01  WS-EOF-COST-SWITCH        PIC X(1) VALUE 'N'.
001630     88  END-OF-COST-CHANGES          VALUE 'Y'.
001640
001650 01  WS-EOF-VALUATION-SWITCH   PIC X(1) VALUE 'N'.
001660     88  END-OF-VALUATION             VALUE 'Y'.
001670
001680 01  WS-EOF-BALANCE-SWITCH     PIC X(1) VALUE 'N'.
001690     88  END-OF-BALANCES              VALUE 'Y'.
001700
001710 01  WS-EOF-INVENTORY-SWITCH   PIC X(1) VALUE 'N'.
001720     88  END-OF-INVENTORY             VALUE 'Y'.
001730
001740 01  WS-PRIOR-BALANCE-SWITCH   PIC X(1) VALUE 'N'.
001750     88  PRIOR-BALANCES-ON-FILE       VALUE 'Y'.
001760     88  NO-PRIOR-BALANCES            VALUE 'N'.
001770
001780 01  WS-MovementFileStatus     PIC X(2) VALUE SPACES.
001790 01  WS-CostChangeFileStatus   PIC X(2) VALUE SPACES.
001800 01  WS-ValuationFileStatus    PIC X(2) VALUE SPACES.
001810
001820*    PERIOD-BALANCE-STATUS 35 MEANS NO PERIOD HAS EVER BEEN
001830*    CLOSED - THE FIRST RUN CREATES THE FILE BEFORE
001840*    RE-OPENING EXTEND.
001850 01  WS-PeriodBalanceStatus    PIC X(2) VALUE SPACES.
001860
001870 01  WS-RunDate.
001880     05  WS-RunYear         PIC 9(4).
001890     05  WS-RunMonth        PIC 9(2).
001900     05  WS-RunDay          PIC 9(2).
001910 01  WS-RunDate-N REDEFINES WS-RunDate PIC 9(8).
001920
001930*    THE PERIOD IS EVERY DATE AFTER THE OPENING PERIOD END
001940*    THROUGH TODAY. WITH NO PRIOR BALANCES THE OPENING PERIOD
001950*    END IS DAY 00 OF THE CURRENT MONTH.
001960 01  WS-OpeningPeriodEnd.
001970     05  WS-OpenYear        PIC 9(4).
001980     05  WS-OpenMonth       PIC 9(2).
001990     05  WS-OpenDay         PIC 9(2).
002000 01  WS-OpeningPeriodEnd-N REDEFINES WS-OpeningPeriodEnd
002010                           PIC 9(8).
002020
002030*    PRODUCT TABLE - CATEGORY AND UNIT COST FOR EVERY PRODUCT
002040*    ON THE MASTER. THE OPENING COST IS THE COST IN EFFECT
002050*    WHEN THE PERIOD OPENED; THE CURRENT COST FOLLOWS THE
002060*    PERIOD'S COST CHANGES AS THE MOVEMENTS ARE PRICED.
002070 01  WS-PRODUCT-TABLE.
002080     05  WS-PRODUCT-ENTRY OCCURS 1000 TIMES.
002090         10  WS-PRD-PRODUCT-ID     PIC 9(5).
002100         10  WS-PRD-CATEGORY       PIC X(10).
002110         10  WS-PRD-MASTER-COST    PIC 9(5)V99.
002120         10  WS-PRD-CURRENT-COST   PIC 9(5)V99.
002130         10  WS-PRD-OPENING-SWITCH PIC X(1).
002140             88  OPENING-COST-KNOWN       VALUE 'Y'.
002150
002160 01  WS-PRODUCT-COUNT          PIC 9(5) VALUE 0 COMP.
002170 01  WS-PRD-IDX                PIC 9(5) VALUE 0 COMP.
002180 01  WS-FOUND-PRD-IDX          PIC 9(5) VALUE 0 COMP.
002190 01  WS-ProductTableFull       PIC 9(5) VALUE 0 COMP.
002200 01  WS-LookupProductID        PIC 9(5) VALUE 0.
002210
002220 01  WS-PRD-FOUND-SWITCH       PIC X(1) VALUE 'N'.
002230     88  PRODUCT-FOUND                VALUE 'Y'.
002240     88  PRODUCT-NOT-FOUND            VALUE 'N'.
002250
002260*    PERIOD COST-CHANGE TABLE, IN LEDGER ORDER. EACH IS
002270*    CONSUMED BY THE RECEIPT MOVEMENT THAT CAUSED IT.
002280 01  WS-COST-CHANGE-TABLE.
002290     05  WS-COST-CHANGE-ENTRY OCCURS 1000 TIMES.
002300         10  WS-CCT-PRODUCT-ID     PIC 9(5).
002310         10  WS-CCT-OLD-COST       PIC 9(5)V99.
002320         10  WS-CCT-NEW-COST       PIC 9(5)V99.
002330         10  WS-CCT-PO-NUMBER      PIC 9(7).
002340         10  WS-CCT-RUN-DATE       PIC 9(8).
002350         10  WS-CCT-USED-SWITCH    PIC X(1).
002360             88  COST-CHANGE-USED         VALUE 'Y'.
002370
002380 01  WS-COST-CHANGE-COUNT      PIC 9(5) VALUE 0 COMP.
002390 01  WS-CCT-IDX                PIC 9(5) VALUE 0 COMP.
002400 01  WS-FOUND-CCT-IDX          PIC 9(5) VALUE 0 COMP.
002410 01  WS-CostChangeTableFull    PIC 9(5) VALUE 0 COMP.
002420
002430 01  WS-CCT-FOUND-SWITCH       PIC X(1) VALUE 'N'.
002440     88  COST-CHANGE-FOUND            VALUE 'Y'.
002450     88  COST-CHANGE-NOT-FOUND        VALUE 'N'.
002460
002470*    CATEGORY TABLE - THE PERIOD'S VALUES BY CATEGORY/
002480*    WAREHOUSE CODE. SHRINKAGE IS POSITIVE FOR A LOSS;
002490*    TRANSFER NET IS POSITIVE WHEN MORE VALUE CAME IN THAN
002500*    WENT OUT.
002510 01  WS-CATEGORY-TABLE.
002520     05  WS-CATEGORY-ENTRY OCCURS 50 TIMES.
002530         10  WS-CAT-CODE           PIC X(10).
002540         10  WS-CAT-OPENING        PIC S9(11)V99.
002550         10  WS-CAT-RECEIPTS       PIC 9(11)V99.
002560         10  WS-CAT-COGS           PIC 9(11)V99.
002570         10  WS-CAT-SHRINKAGE      PIC S9(11)V99.
002580         10  WS-CAT-TRANSFER-NET   PIC S9(11)V99.
002590         10  WS-CAT-CLOSING        PIC 9(11)V99.
002600
002610 01  WS-CATEGORY-COUNT         PIC 9(5) VALUE 0 COMP.
002620 01  WS-CAT-IDX                PIC 9(5) VALUE 0 COMP.
002630 01  WS-FOUND-CAT-IDX          PIC 9(5) VALUE 0 COMP.
002640 01  WS-CategoryTableFull      PIC 9(5) VALUE 0 COMP.
002650 01  WS-LookupCategory         PIC X(10) VALUE SPACES.
002660
002670 01  WS-CAT-FOUND-SWITCH       PIC X(1) VALUE 'N'.
002680     88  CATEGORY-FOUND               VALUE 'Y'.
002690     88  CATEGORY-NOT-FOUND           VALUE 'N'.
002700
002710*    MOVEMENT PRICING WORK FIELDS.
002720 01  WS-MovementValue          PIC 9(11)V99 VALUE 0.
002730 01  WS-ValueBefore            PIC 9(11)V99 VALUE 0.
002740 01  WS-ValueAfter             PIC 9(11)V99 VALUE 0.
002750
002760*    PROOF WORK FIELDS.
002770 01  WS-PeriodNet              PIC S9(11)V99 VALUE 0.
002780 01  WS-ComputedClosing        PIC S9(11)V99 VALUE 0.
002790 01  WS-Difference             PIC S9(11)V99 VALUE 0.
002800
002810*    JOURNAL WORK FIELDS - ONE ENTRY IS A DEBIT LINE AND A
002820*    CREDIT LINE OF THE SAME AMOUNT.
002830 01  WS-JrnCategory            PIC X(10) VALUE SPACES.
002840 01  WS-JrnDebitAccount        PIC X(24) VALUE SPACES.
002850 01  WS-JrnCreditAccount       PIC X(24) VALUE SPACES.
002860 01  WS-JrnAmount              PIC 9(11)V99 VALUE 0.
002870 01  WS-JrnSigned              PIC S9(11)V99 VALUE 0.
002880
002890 01  WS-AcctInventory          PIC X(24)
002900     VALUE 'INVENTORY ASSET'.
002910 01  WS-AcctCogs               PIC X(24)
002920     VALUE 'COST OF GOODS SOLD'.
002930 01  WS-AcctPayablesClearing   PIC X(24)
002940     VALUE 'PAYABLES CLEARING'.
002950 01  WS-AcctShrinkage          PIC X(24)
002960     VALUE 'INVENTORY SHRINKAGE'.
002970 01  WS-AcctTransferClearing   PIC X(24)
002980     VALUE 'INTERWAREHOUSE CLEARING'.
002990 01  WS-AcctTransferVariance   PIC X(24)
003000     VALUE 'TRANSFER COST VARIANCE'.
003010
003020 01  WS-TotalOpening           PIC S9(13)V99 VALUE 0.
003030 01  WS-TotalReceipts          PIC 9(13)V99 VALUE 0.
003040 01  WS-TotalCogs              PIC 9(13)V99 VALUE 0.
003050 01  WS-TotalShrinkage         PIC S9(13)V99 VALUE 0.
003060 01  WS-TotalTransferNet       PIC S9(13)V99 VALUE 0.
003070 01  WS-TotalComputedClosing   PIC S9(13)V99 VALUE 0.
003080 01  WS-TotalValuationClosing  PIC 9(13)V99 VALUE 0.
003090 01  WS-TotalDifference        PIC S9(13)V99 VALUE 0.
003100 01  WS-TotalDebits            PIC 9(13)V99 VALUE 0.
003110 01  WS-TotalCredits           PIC 9(13)V99 VALUE 0.
003120
003130 01  WS-TotalMovements         PIC 9(7) VALUE 0 COMP.
003140 01  WS-TotalPeriodMovements   PIC 9(7) VALUE 0 COMP.
003150 01  WS-TotalUnknownProduct    PIC 9(7) VALUE 0 COMP.
003160 01  WS-TotalJournalLines      PIC 9(5) VALUE 0 COMP.
003170 01  WS-TotalOutOfBalance      PIC 9(5) VALUE 0 COMP.
003180
003190 PROCEDURE DIVISION.
003200*    ------------------------------------------------------
003210*    0000-MAINLINE CONTROLS THE MONTH-END INVENTORY JOURNAL.
003220*    ------------------------------------------------------
003230 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003250     PERFORM 1100-LOAD-PERIOD-BALANCES THRU 1100-EXIT
003260     PERFORM 1200-LOAD-PRODUCTS THRU 1200-EXIT
003270     PERFORM 1300-LOAD-COST-CHANGES THRU 1300-EXIT
003280     PERFORM 1400-SET-OPENING-COSTS THRU 1400-EXIT
003290     PERFORM 2000-PRICE-MOVEMENTS THRU 2000-EXIT
003300     PERFORM 3000-LOAD-VALUATION THRU 3000-EXIT
003310     PERFORM 4000-WRITE-PROOF THRU 4000-EXIT
003320     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
003330     PERFORM 6000-SAVE-PERIOD-BALANCES THRU 6000-EXIT
003340     PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
003350     STOP RUN.
003360
003370 1000-INITIALIZE.
003380     DISPLAY 'MONTH-END INVENTORY JOURNAL RUN'
003390     ACCEPT WS-RunDate FROM DATE YYYYMMDD
003400     MOVE WS-RunYear  TO WS-OpenYear
003410     MOVE WS-RunMonth TO WS-OpenMonth
003420     MOVE 0           TO WS-OpenDay.
003430 1000-EXIT.
003440     EXIT.
003450
003460*    ------------------------------------------------------
003470*    THE LATEST PERIOD END BEFORE TODAY ON THE BALANCE FILE
003480*    OPENS THIS PERIOD, WITH ITS CLOSING VALUES AS THE
003490*    OPENING VALUES. A RERUN TODAY APPENDS TODAY'S BALANCES
003500*    AGAIN; THE SAME PERIOD END SEEN TWICE REPLACES RATHER
003510*    THAN ADDS.
003520*    ------------------------------------------------------
003530 1100-LOAD-PERIOD-BALANCES.
003540     OPEN INPUT PeriodBalanceFile
003550     IF WS-PeriodBalanceStatus = '35'
003560         DISPLAY 'NO PRIOR PERIOD BALANCES ON FILE - OPENING'
003570             ' TAKEN AS CLOSING LESS THE MONTH''S MOVEMENTS'
003580         GO TO 1100-EXIT
003590     END-IF
003600     PERFORM UNTIL END-OF-BALANCES
003610         READ PeriodBalanceFile INTO PeriodBalanceRecord
003620             AT END
003630                 SET END-OF-BALANCES TO TRUE
003640             NOT AT END
003650                 PERFORM 1110-STORE-BALANCE THRU 1110-EXIT
003660         END-READ
003670     END-PERFORM
003680     CLOSE PeriodBalanceFile
003690     IF NO-PRIOR-BALANCES
003700         DISPLAY 'NO PRIOR PERIOD BALANCES ON FILE - OPENING'
003710             ' TAKEN AS CLOSING LESS THE MONTH''S MOVEMENTS'
003720     END-IF.
003730 1100-EXIT.
003740     EXIT.
003750
003760 1110-STORE-BALANCE.
003770     IF IPB-PeriodEnd NOT < WS-RunDate-N
003780         GO TO 1110-EXIT
003790     END-IF
003800     IF NO-PRIOR-BALANCES
003810        OR IPB-PeriodEnd > WS-OpeningPeriodEnd-N
003820         SET PRIOR-BALANCES-ON-FILE TO TRUE
003830         MOVE IPB-PeriodEnd TO WS-OpeningPeriodEnd-N
003840         PERFORM 1120-CLEAR-OPENING THRU 1120-EXIT
003850             VARYING WS-CAT-IDX FROM 1 BY 1
003860             UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
003870     END-IF
003880     IF IPB-PeriodEnd = WS-OpeningPeriodEnd-N
003890         MOVE IPB-CategoryCode TO WS-LookupCategory
003900         PERFORM 2600-FIND-CATEGORY THRU 2600-EXIT
003910         IF CATEGORY-FOUND
003920             MOVE IPB-ClosingValue
003930                 TO WS-CAT-OPENING(WS-FOUND-CAT-IDX)
003940         END-IF
003950     END-IF.
003960 1110-EXIT.
003970     EXIT.
003980
003990 1120-CLEAR-OPENING.
004000     MOVE 0 TO WS-CAT-OPENING(WS-CAT-IDX).
004010 1120-EXIT.
004020     EXIT.
004030
004040*    ------------------------------------------------------
004050*    LOAD EVERY PRODUCT'S CATEGORY AND MASTER UNIT COST.
004060*    ------------------------------------------------------
004070 1200-LOAD-PRODUCTS.
004080     OPEN INPUT InventoryFile
004090     PERFORM UNTIL END-OF-INVENTORY
004100         READ InventoryFile NEXT RECORD
004110             AT END
004120                 SET END-OF-INVENTORY TO TRUE
004130             NOT AT END
004140                 PERFORM 1210-STORE-PRODUCT THRU 1210-EXIT
004150         END-READ
004160     END-PERFORM
004170     CLOSE InventoryFile.
004180 1200-EXIT.
004190     EXIT.
004200
004210 1210-STORE-PRODUCT.
004220     IF WS-PRODUCT-COUNT >= 1000
004230         ADD 1 TO WS-ProductTableFull
004240         DISPLAY 'PRODUCT TABLE FULL, DROPPED PRODUCT ' ProductID
004250         GO TO 1210-EXIT
004260     END-IF
004270     ADD 1 TO WS-PRODUCT-COUNT
004280     MOVE ProductID    TO WS-PRD-PRODUCT-ID(WS-PRODUCT-COUNT)
004290     MOVE CategoryCode TO WS-PRD-CATEGORY(WS-PRODUCT-COUNT)
004300     MOVE UnitCost     TO WS-PRD-MASTER-COST(WS-PRODUCT-COUNT)
004310     MOVE 0            TO WS-PRD-CURRENT-COST(WS-PRODUCT-COUNT)
004320     MOVE 'N' TO WS-PRD-OPENING-SWITCH(WS-PRODUCT-COUNT)
004330     MOVE CategoryCode TO WS-LookupCategory
004340     PERFORM 2600-FIND-CATEGORY THRU 2600-EXIT.
004350 1210-EXIT.
004360     EXIT.
004370
004380*    ------------------------------------------------------
004390*    WALK THE COST-CHANGE LEDGER. A CHANGE BEFORE THE PERIOD
004400*    SETS ITS PRODUCT'S OPENING COST (THE LAST ONE WINS); A
004410*    PRODUCT WHOSE FIRST CHANGE FALLS IN THE PERIOD OPENED AT
004420*    THAT CHANGE'S OLD COST. CHANGES IN THE PERIOD ARE TABLED
004430*    FOR THE RECEIPTS THAT CAUSED THEM.
004440*    ------------------------------------------------------
004450 1300-LOAD-COST-CHANGES.
004460     OPEN INPUT CostChangeFile
004470     IF WS-CostChangeFileStatus = '35'
004480         DISPLAY 'NO COST-CHANGE LEDGER ON FILE'
004490         GO TO 1300-EXIT
004500     END-IF
004510     PERFORM UNTIL END-OF-COST-CHANGES
004520         READ CostChangeFile INTO CostChangeRecord
004530             AT END
004540                 SET END-OF-COST-CHANGES TO TRUE
004550             NOT AT END
004560                 PERFORM 1310-STORE-COST-CHANGE THRU 1310-EXIT
004570         END-READ
004580     END-PERFORM
004590     CLOSE CostChangeFile.
004600 1300-EXIT.
004610     EXIT.
004620
004630 1310-STORE-COST-CHANGE.
004640     IF CST-RunDate > WS-RunDate-N
004650         GO TO 1310-EXIT
004660     END-IF
004670     MOVE CST-ProductID TO WS-LookupProductID
004680     PERFORM 2500-FIND-PRODUCT THRU 2500-EXIT
004690     IF PRODUCT-NOT-FOUND
004700         GO TO 1310-EXIT
004710     END-IF
004720     IF CST-RunDate NOT > WS-OpeningPeriodEnd-N
004730         MOVE CST-NewUnitCost
004740             TO WS-PRD-CURRENT-COST(WS-FOUND-PRD-IDX)
004750         SET OPENING-COST-KNOWN(WS-FOUND-PRD-IDX) TO TRUE
004760         GO TO 1310-EXIT
004770     END-IF
004780     IF NOT OPENING-COST-KNOWN(WS-FOUND-PRD-IDX)
004790         MOVE CST-OldUnitCost
004800             TO WS-PRD-CURRENT-COST(WS-FOUND-PRD-IDX)
004810         SET OPENING-COST-KNOWN(WS-FOUND-PRD-IDX) TO TRUE
004820     END-IF
004830     IF WS-COST-CHANGE-COUNT >= 1000
004840         ADD 1 TO WS-CostChangeTableFull
004850         DISPLAY 'COST-CHANGE TABLE FULL, DROPPED PRODUCT '
004860             CST-ProductID
004870         GO TO 1310-EXIT
004880     END-IF
004890     ADD 1 TO WS-COST-CHANGE-COUNT
004900     MOVE CST-ProductID
004910         TO WS-CCT-PRODUCT-ID(WS-COST-CHANGE-COUNT)
004920     MOVE CST-OldUnitCost
004930         TO WS-CCT-OLD-COST(WS-COST-CHANGE-COUNT)
004940     MOVE CST-NewUnitCost
004950         TO WS-CCT-NEW-COST(WS-COST-CHANGE-COUNT)
004960     MOVE CST-PONumber
004970         TO WS-CCT-PO-NUMBER(WS-COST-CHANGE-COUNT)
004980     MOVE CST-RunDate
004990         TO WS-CCT-RUN-DATE(WS-COST-CHANGE-COUNT)
005000     MOVE 'N' TO WS-CCT-USED-SWITCH(WS-COST-CHANGE-COUNT).
005010 1310-EXIT.
005020     EXIT.
005030
005040*    ------------------------------------------------------
005050*    A PRODUCT WITH NO COST CHANGE ON FILE HAS ALWAYS BEEN
005060*    AT ITS MASTER COST.
005070*    ------------------------------------------------------
005080 1400-SET-OPENING-COSTS.
005090     PERFORM 1410-SET-ONE-OPENING-COST THRU 1410-EXIT
005100         VARYING WS-PRD-IDX FROM 1 BY 1
005110         UNTIL WS-PRD-IDX > WS-PRODUCT-COUNT.
005120 1400-EXIT.
005130     EXIT.
005140
005150 1410-SET-ONE-OPENING-COST.
005160     IF NOT OPENING-COST-KNOWN(WS-PRD-IDX)
005170         MOVE WS-PRD-MASTER-COST(WS-PRD-IDX)
005180             TO WS-PRD-CURRENT-COST(WS-PRD-IDX)
005190         SET OPENING-COST-KNOWN(WS-PRD-IDX) TO TRUE
005200     END-IF.
005210 1410-EXIT.
005220     EXIT.
005230
005240*    ------------------------------------------------------
005250*    PRICE EVERY MOVEMENT IN THE PERIOD, IN LEDGER ORDER.
005260*    ------------------------------------------------------
005270 2000-PRICE-MOVEMENTS.
005280     OPEN INPUT MovementLedgerFile
005290     IF WS-MovementFileStatus = '35'
005300         DISPLAY 'NO MOVEMENT LEDGER ON FILE'
005310         GO TO 2000-EXIT
005320     END-IF
005330     PERFORM UNTIL END-OF-MOVEMENTS
005340         READ MovementLedgerFile INTO MovementRecord
005350             AT END
005360                 SET END-OF-MOVEMENTS TO TRUE
005370             NOT AT END
005380                 ADD 1 TO WS-TotalMovements
005390                 IF MOV-RunDate > WS-OpeningPeriodEnd-N
005400                    AND MOV-RunDate NOT > WS-RunDate-N
005410                     PERFORM 2100-PRICE-ONE-MOVEMENT
005420                         THRU 2100-EXIT
005430                 END-IF
005440         END-READ
005450     END-PERFORM
005460     CLOSE MovementLedgerFile.
005470 2000-EXIT.
005480     EXIT.
005490
005500 2100-PRICE-ONE-MOVEMENT.
005510     ADD 1 TO WS-TotalPeriodMovements
005520     MOVE MOV-ProductID TO WS-LookupProductID
005530     PERFORM 2500-FIND-PRODUCT THRU 2500-EXIT
005540     IF PRODUCT-NOT-FOUND
005550         ADD 1 TO WS-TotalUnknownProduct
005560         GO TO 2100-EXIT
005570     END-IF
005580     MOVE WS-PRD-CATEGORY(WS-FOUND-PRD-IDX) TO WS-LookupCategory
005590     PERFORM 2600-FIND-CATEGORY THRU 2600-EXIT
005600     IF CATEGORY-NOT-FOUND
005610         ADD 1 TO WS-TotalUnknownProduct
005620         GO TO 2100-EXIT
005630     END-IF
005640     IF RECEIPT-MOVEMENT
005650         PERFORM 2300-PRICE-RECEIPT THRU 2300-EXIT
005660         ADD WS-MovementValue
005670             TO WS-CAT-RECEIPTS(WS-FOUND-CAT-IDX)
005680         GO TO 2100-EXIT
005690     END-IF
005700     COMPUTE WS-MovementValue =
005710         MOV-Units * WS-PRD-CURRENT-COST(WS-FOUND-PRD-IDX)
005720     EVALUATE TRUE
005730         WHEN SALE-MOVEMENT
005740             ADD WS-MovementValue
005750                 TO WS-CAT-COGS(WS-FOUND-CAT-IDX)
005760         WHEN ADJUSTMENT-MOVEMENT
005770             IF MOV-StockAfter < MOV-StockBefore
005780                 ADD WS-MovementValue
005790                     TO WS-CAT-SHRINKAGE(WS-FOUND-CAT-IDX)
005800             ELSE
005810                 SUBTRACT WS-MovementValue
005820                     FROM WS-CAT-SHRINKAGE(WS-FOUND-CAT-IDX)
005830             END-IF
005840         WHEN TRANSFER-MOVEMENT
005850             IF MOV-StockAfter > MOV-StockBefore
005860                 ADD WS-MovementValue
005870                     TO WS-CAT-TRANSFER-NET(WS-FOUND-CAT-IDX)
005880             ELSE
005890                 SUBTRACT WS-MovementValue
005900                     FROM WS-CAT-TRANSFER-NET(WS-FOUND-CAT-IDX)
005910             END-IF
005920         WHEN OTHER
005930             ADD 1 TO WS-TotalUnknownProduct
005940     END-EVALUATE.
005950 2100-EXIT.
005960     EXIT.
005970
005980*    ------------------------------------------------------
005990*    A RECEIPT THAT RE-COSTED ITS PRODUCT IS WORTH WHAT IT
006000*    ADDED TO THE STOCK'S VALUE - THE STOCK AFTER AT THE NEW
006010*    COST LESS THE STOCK BEFORE AT THE OLD - AND MOVES THE
006020*    PRODUCT TO THE NEW COST. ONE THAT DID NOT CAME IN AT
006030*    THE COST ALREADY IN EFFECT.
006040*    ------------------------------------------------------
006050 2300-PRICE-RECEIPT.
006060     SET COST-CHANGE-NOT-FOUND TO TRUE
006070     PERFORM 2310-MATCH-COST-CHANGE THRU 2310-EXIT
006080         VARYING WS-CCT-IDX FROM 1 BY 1
006090         UNTIL WS-CCT-IDX > WS-COST-CHANGE-COUNT
006100            OR COST-CHANGE-FOUND
006110     IF COST-CHANGE-NOT-FOUND
006120         COMPUTE WS-MovementValue =
006130             MOV-Units * WS-PRD-CURRENT-COST(WS-FOUND-PRD-IDX)
006140         GO TO 2300-EXIT
006150     END-IF
006160     SET COST-CHANGE-USED(WS-FOUND-CCT-IDX) TO TRUE
006170     COMPUTE WS-ValueBefore =
006180         MOV-StockBefore * WS-CCT-OLD-COST(WS-FOUND-CCT-IDX)
006190     COMPUTE WS-ValueAfter =
006200         MOV-StockAfter * WS-CCT-NEW-COST(WS-FOUND-CCT-IDX)
006210     IF WS-ValueAfter > WS-ValueBefore
006220         COMPUTE WS-MovementValue = WS-ValueAfter - WS-ValueBefore
006230     ELSE
006240         MOVE 0 TO WS-MovementValue
006250     END-IF
006260     MOVE WS-CCT-NEW-COST(WS-FOUND-CCT-IDX)
006270         TO WS-PRD-CURRENT-COST(WS-FOUND-PRD-IDX).
006280 2300-EXIT.
006290     EXIT.
006300
006310 2310-MATCH-COST-CHANGE.
006320     IF NOT COST-CHANGE-USED(WS-CCT-IDX)
006330        AND WS-CCT-PRODUCT-ID(WS-CCT-IDX) = MOV-ProductID
006340        AND WS-CCT-PO-NUMBER(WS-CCT-IDX) = MOV-PONumber
006350        AND WS-CCT-RUN-DATE(WS-CCT-IDX) = MOV-RunDate
006360         SET COST-CHANGE-FOUND TO TRUE
006370         MOVE WS-CCT-IDX TO WS-FOUND-CCT-IDX
006380     END-IF.
006390 2310-EXIT.
006400     EXIT.
006410
006420 2500-FIND-PRODUCT.
006430     SET PRODUCT-NOT-FOUND TO TRUE
006440     PERFORM 2510-MATCH-PRODUCT THRU 2510-EXIT
006450         VARYING WS-PRD-IDX FROM 1 BY 1
006460         UNTIL WS-PRD-IDX > WS-PRODUCT-COUNT
006470            OR PRODUCT-FOUND.
006480 2500-EXIT.
006490     EXIT.
006500
006510 2510-MATCH-PRODUCT.
006520     IF WS-PRD-PRODUCT-ID(WS-PRD-IDX) = WS-LookupProductID
006530         SET PRODUCT-FOUND TO TRUE
006540         MOVE WS-PRD-IDX TO WS-FOUND-PRD-IDX
006550     END-IF.
006560 2510-EXIT.
006570     EXIT.
006580
006590*    ------------------------------------------------------
006600*    FIND A CATEGORY, ADDING IT WITH ZERO VALUES THE FIRST
006610*    TIME IT IS SEEN.
006620*    ------------------------------------------------------
006630 2600-FIND-CATEGORY.
006640     SET CATEGORY-NOT-FOUND TO TRUE
006650     PERFORM 2610-MATCH-CATEGORY THRU 2610-EXIT
006660         VARYING WS-CAT-IDX FROM 1 BY 1
006670         UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
006680            OR CATEGORY-FOUND
006690     IF CATEGORY-FOUND
006700         GO TO 2600-EXIT
006710     END-IF
006720     IF WS-CATEGORY-COUNT >= 50
006730         ADD 1 TO WS-CategoryTableFull
006740         DISPLAY 'CATEGORY TABLE FULL, DROPPED CATEGORY '
006750             WS-LookupCategory
006760         GO TO 2600-EXIT
006770     END-IF
006780     ADD 1 TO WS-CATEGORY-COUNT
006790     MOVE WS-CATEGORY-COUNT TO WS-FOUND-CAT-IDX
006800     MOVE WS-LookupCategory TO WS-CAT-CODE(WS-FOUND-CAT-IDX)
006810     MOVE 0 TO WS-CAT-OPENING(WS-FOUND-CAT-IDX)
006820     MOVE 0 TO WS-CAT-RECEIPTS(WS-FOUND-CAT-IDX)
006830     MOVE 0 TO WS-CAT-COGS(WS-FOUND-CAT-IDX)
006840     MOVE 0 TO WS-CAT-SHRINKAGE(WS-FOUND-CAT-IDX)
006850     MOVE 0 TO WS-CAT-TRANSFER-NET(WS-FOUND-CAT-IDX)
006860     MOVE 0 TO WS-CAT-CLOSING(WS-FOUND-CAT-IDX)
006870     SET CATEGORY-FOUND TO TRUE.
006880 2600-EXIT.
006890     EXIT.
006900
006910 2610-MATCH-CATEGORY.
006920     IF WS-CAT-CODE(WS-CAT-IDX) = WS-LookupCategory
006930         SET CATEGORY-FOUND TO TRUE
006940         MOVE WS-CAT-IDX TO WS-FOUND-CAT-IDX
006950     END-IF.
006960 2610-EXIT.
006970     EXIT.
006980
006990*    ------------------------------------------------------
007000*    CLOSING VALUE BY CATEGORY FROM THE VALUATION REPORT.
007010*    ------------------------------------------------------
007020 3000-LOAD-VALUATION.
007030     OPEN INPUT ValuationReportFile
007040     IF WS-ValuationFileStatus = '35'
007050         DISPLAY 'NO VALUATION REPORT ON FILE - CLOSING VALUES'
007060             ' TAKEN AS ZERO'
007070         GO TO 3000-EXIT
007080     END-IF
007090     PERFORM UNTIL END-OF-VALUATION
007100         READ ValuationReportFile INTO ValuationRecord
007110             AT END
007120                 SET END-OF-VALUATION TO TRUE
007130             NOT AT END
007140                 MOVE VAL-CategoryCode TO WS-LookupCategory
007150                 PERFORM 2600-FIND-CATEGORY THRU 2600-EXIT
007160                 IF CATEGORY-FOUND
007170                     ADD VAL-ExtendedValue
007180                         TO WS-CAT-CLOSING(WS-FOUND-CAT-IDX)
007190                 END-IF
007200         END-READ
007210     END-PERFORM
007220     CLOSE ValuationReportFile.
007230 3000-EXIT.
007240     EXIT.
007250
007260*    ------------------------------------------------------
007270*    PROVE EACH CATEGORY - OPENING PLUS RECEIPTS, LESS COST
007280*    OF SALES AND SHRINKAGE, PLUS THE TRANSFER NET, AGAINST
007290*    THE VALUATION REPORT - THEN THE COMPANY TOTAL.
007300*    ------------------------------------------------------
007310 4000-WRITE-PROOF.
007320     OPEN OUTPUT ProofFile
007330     PERFORM 4100-PROVE-ONE-CATEGORY THRU 4100-EXIT
007340         VARYING WS-CAT-IDX FROM 1 BY 1
007350         UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
007360     MOVE WS-RunDate-N            TO PRF-PeriodEnd
007370     MOVE 'TOTAL'                 TO PRF-CategoryCode
007380     MOVE WS-TotalOpening         TO PRF-OpeningValue
007390     MOVE WS-TotalReceipts        TO PRF-Receipts
007400     MOVE WS-TotalCogs            TO PRF-CostOfSales
007410     MOVE WS-TotalShrinkage       TO PRF-Shrinkage
007420     MOVE WS-TotalTransferNet     TO PRF-TransferNet
007430     MOVE WS-TotalComputedClosing TO PRF-ComputedClosing
007440     MOVE WS-TotalValuationClosing TO PRF-ValuationClosing
007450     MOVE WS-TotalDifference      TO PRF-Difference
007460     IF WS-TotalDifference = 0
007470         MOVE 'IN BALANCE'     TO PRF-ProofStatus
007480     ELSE
007490         MOVE 'OUT OF BALANCE' TO PRF-ProofStatus
007500     END-IF
007510     WRITE ProofRecord
007520     CLOSE ProofFile.
007530 4000-EXIT.
007540     EXIT.
007550
007560 4100-PROVE-ONE-CATEGORY.
007570     COMPUTE WS-PeriodNet =
007580         WS-CAT-RECEIPTS(WS-CAT-IDX)
007590         - WS-CAT-COGS(WS-CAT-IDX)
007600         - WS-CAT-SHRINKAGE(WS-CAT-IDX)
007610         + WS-CAT-TRANSFER-NET(WS-CAT-IDX)
007620     IF NO-PRIOR-BALANCES
007630         COMPUTE WS-CAT-OPENING(WS-CAT-IDX) =
007640             WS-CAT-CLOSING(WS-CAT-IDX) - WS-PeriodNet
007650     END-IF
007660     COMPUTE WS-ComputedClosing =
007670         WS-CAT-OPENING(WS-CAT-IDX) + WS-PeriodNet
007680     COMPUTE WS-Difference =
007690         WS-CAT-CLOSING(WS-CAT-IDX) - WS-ComputedClosing
007700     MOVE WS-RunDate-N                 TO PRF-PeriodEnd
007710     MOVE WS-CAT-CODE(WS-CAT-IDX)      TO PRF-CategoryCode
007720     MOVE WS-CAT-OPENING(WS-CAT-IDX)   TO PRF-OpeningValue
007730     MOVE WS-CAT-RECEIPTS(WS-CAT-IDX)  TO PRF-Receipts
007740     MOVE WS-CAT-COGS(WS-CAT-IDX)      TO PRF-CostOfSales
007750     MOVE WS-CAT-SHRINKAGE(WS-CAT-IDX) TO PRF-Shrinkage
007760     MOVE WS-CAT-TRANSFER-NET(WS-CAT-IDX) TO PRF-TransferNet
007770     MOVE WS-ComputedClosing           TO PRF-ComputedClosing
007780     MOVE WS-CAT-CLOSING(WS-CAT-IDX)   TO PRF-ValuationClosing
007790     MOVE WS-Difference                TO PRF-Difference
007800     IF WS-Difference = 0
007810         MOVE 'IN BALANCE'     TO PRF-ProofStatus
007820     ELSE
007830         MOVE 'OUT OF BALANCE' TO PRF-ProofStatus
007840         ADD 1 TO WS-TotalOutOfBalance
007850     END-IF
007860     WRITE ProofRecord
007870     ADD WS-CAT-OPENING(WS-CAT-IDX)   TO WS-TotalOpening
007880     ADD WS-CAT-RECEIPTS(WS-CAT-IDX)  TO WS-TotalReceipts
007890     ADD WS-CAT-COGS(WS-CAT-IDX)      TO WS-TotalCogs
007900     ADD WS-CAT-SHRINKAGE(WS-CAT-IDX) TO WS-TotalShrinkage
007910     ADD WS-CAT-TRANSFER-NET(WS-CAT-IDX) TO WS-TotalTransferNet
007920     ADD WS-ComputedClosing           TO WS-TotalComputedClosing
007930     ADD WS-CAT-CLOSING(WS-CAT-IDX)   TO WS-TotalValuationClosing
007940     ADD WS-Difference                TO WS-TotalDifference.
007950 4100-EXIT.
007960     EXIT.
007970
007980*    ------------------------------------------------------
007990*    WRITE THE JOURNAL - EACH CATEGORY'S ENTRIES, THEN THE
008000*    COMPANY ENTRY THAT CLEARS WHAT IS LEFT IN INTERWAREHOUSE
008010*    CLEARING TO TRANSFER COST VARIANCE, THEN A TOTAL LINE.
008020*    ------------------------------------------------------
008030 5000-WRITE-JOURNAL.
008040     OPEN OUTPUT JournalFile
008050     PERFORM 5100-JOURNAL-ONE-CATEGORY THRU 5100-EXIT
008060         VARYING WS-CAT-IDX FROM 1 BY 1
008070         UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
008080     MOVE 'ALL' TO WS-JrnCategory
008090     IF WS-TotalTransferNet > 0
008100         MOVE WS-AcctTransferClearing TO WS-JrnDebitAccount
008110         MOVE WS-AcctTransferVariance TO WS-JrnCreditAccount
008120         MOVE WS-TotalTransferNet     TO WS-JrnAmount
008130     ELSE
008140         MOVE WS-AcctTransferVariance TO WS-JrnDebitAccount
008150         MOVE WS-AcctTransferClearing TO WS-JrnCreditAccount
008160         COMPUTE WS-JrnAmount = 0 - WS-TotalTransferNet
008170     END-IF
008180     PERFORM 5200-WRITE-JOURNAL-ENTRY THRU 5200-EXIT
008190     MOVE WS-RunDate-N    TO IGL-PeriodEnd
008200     MOVE 'TOTAL'         TO IGL-CategoryCode
008210     MOVE 'JOURNAL TOTAL' TO IGL-AccountName
008220     MOVE WS-TotalDebits  TO IGL-DebitAmount
008230     MOVE WS-TotalCredits TO IGL-CreditAmount
008240     WRITE JournalRecord
008250     CLOSE JournalFile.
008260 5000-EXIT.
008270     EXIT.
008280
008290 5100-JOURNAL-ONE-CATEGORY.
008300     MOVE WS-CAT-CODE(WS-CAT-IDX) TO WS-JrnCategory
008310     MOVE WS-AcctCogs             TO WS-JrnDebitAccount
008320     MOVE WS-AcctInventory        TO WS-JrnCreditAccount
008330     MOVE WS-CAT-COGS(WS-CAT-IDX) TO WS-JrnAmount
008340     PERFORM 5200-WRITE-JOURNAL-ENTRY THRU 5200-EXIT
008350     MOVE WS-AcctInventory        TO WS-JrnDebitAccount
008360     MOVE WS-AcctPayablesClearing TO WS-JrnCreditAccount
008370     MOVE WS-CAT-RECEIPTS(WS-CAT-IDX) TO WS-JrnAmount
008380     PERFORM 5200-WRITE-JOURNAL-ENTRY THRU 5200-EXIT
008390     MOVE WS-CAT-SHRINKAGE(WS-CAT-IDX) TO WS-JrnSigned
008400     IF WS-JrnSigned > 0
008410         MOVE WS-AcctShrinkage    TO WS-JrnDebitAccount
008420         MOVE WS-AcctInventory    TO WS-JrnCreditAccount
008430         MOVE WS-JrnSigned        TO WS-JrnAmount
008440     ELSE
008450         MOVE WS-AcctInventory    TO WS-JrnDebitAccount
008460         MOVE WS-AcctShrinkage    TO WS-JrnCreditAccount
008470         COMPUTE WS-JrnAmount = 0 - WS-JrnSigned
008480     END-IF
008490     PERFORM 5200-WRITE-JOURNAL-ENTRY THRU 5200-EXIT
008500     MOVE WS-CAT-TRANSFER-NET(WS-CAT-IDX) TO WS-JrnSigned
008510     IF WS-JrnSigned > 0
008520         MOVE WS-AcctInventory        TO WS-JrnDebitAccount
008530         MOVE WS-AcctTransferClearing TO WS-JrnCreditAccount
008540         MOVE WS-JrnSigned            TO WS-JrnAmount
008550     ELSE
008560         MOVE WS-AcctTransferClearing TO WS-JrnDebitAccount
008570         MOVE WS-AcctInventory        TO WS-JrnCreditAccount
008580         COMPUTE WS-JrnAmount = 0 - WS-JrnSigned
008590     END-IF
008600     PERFORM 5200-WRITE-JOURNAL-ENTRY THRU 5200-EXIT.
008610 5100-EXIT.
008620     EXIT.
008630
008640*    ------------------------------------------------------
008650*    ONE JOURNAL ENTRY - A DEBIT LINE AND A CREDIT LINE FOR
008660*    THE SAME AMOUNT. A ZERO ENTRY IS NOT WRITTEN.
008670*    ------------------------------------------------------
008680 5200-WRITE-JOURNAL-ENTRY.
008690     IF WS-JrnAmount = 0
008700         GO TO 5200-EXIT
008710     END-IF
008720     MOVE WS-RunDate-N       TO IGL-PeriodEnd
008730     MOVE WS-JrnCategory     TO IGL-CategoryCode
008740     MOVE WS-JrnDebitAccount TO IGL-AccountName
008750     MOVE WS-JrnAmount       TO IGL-DebitAmount
008760     MOVE 0                  TO IGL-CreditAmount
008770     WRITE JournalRecord
008780     MOVE WS-JrnCreditAccount TO IGL-AccountName
008790     MOVE 0                   TO IGL-DebitAmount
008800     MOVE WS-JrnAmount        TO IGL-CreditAmount
008810     WRITE JournalRecord
008820     ADD WS-JrnAmount TO WS-TotalDebits
008830     ADD WS-JrnAmount TO WS-TotalCredits
008840     ADD 2 TO WS-TotalJournalLines.
008850 5200-EXIT.
008860     EXIT.
008870
008880*    ------------------------------------------------------
008890*    APPEND TODAY'S CLOSING VALUES AS THE NEXT PERIOD'S
008900*    OPENING.
008910*    ------------------------------------------------------
008920 6000-SAVE-PERIOD-BALANCES.
008930     OPEN EXTEND PeriodBalanceFile
008940     IF WS-PeriodBalanceStatus = '35'
008950         OPEN OUTPUT PeriodBalanceFile
008960         CLOSE PeriodBalanceFile
008970         OPEN EXTEND PeriodBalanceFile
008980     END-IF
008990     PERFORM 6100-SAVE-ONE-BALANCE THRU 6100-EXIT
009000         VARYING WS-CAT-IDX FROM 1 BY 1
009010         UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
009020     CLOSE PeriodBalanceFile.
009030 6000-EXIT.
009040     EXIT.
009050
009060 6100-SAVE-ONE-BALANCE.
009070     MOVE WS-RunDate-N               TO IPB-PeriodEnd
009080     MOVE WS-CAT-CODE(WS-CAT-IDX)    TO IPB-CategoryCode
009090     MOVE WS-CAT-CLOSING(WS-CAT-IDX) TO IPB-ClosingValue
009100     WRITE PeriodBalanceRecord.
009110 6100-EXIT.
009120     EXIT.
009130
009140 9000-DISPLAY-SUMMARY.
009150     DISPLAY '-----------------------------'
009160     DISPLAY 'Period After: ' WS-OpeningPeriodEnd-N
009170     DISPLAY 'Period Through: ' WS-RunDate-N
009180     DISPLAY 'Movements Read: ' WS-TotalMovements
009190     DISPLAY 'Movements In Period: ' WS-TotalPeriodMovements
009200     DISPLAY 'Movements Not Priced: ' WS-TotalUnknownProduct
009210     DISPLAY 'Opening Value: $' WS-TotalOpening
009220     DISPLAY 'Receipts: $' WS-TotalReceipts
009230     DISPLAY 'Cost Of Goods Sold: $' WS-TotalCogs
009240     DISPLAY 'Shrinkage: $' WS-TotalShrinkage
009250     DISPLAY 'Transfer Cost Variance: $' WS-TotalTransferNet
009260     DISPLAY 'Closing Per Movements: $' WS-TotalComputedClosing
009270     DISPLAY 'Closing Per Valuation: $' WS-TotalValuationClosing
009280     DISPLAY 'Proof Difference: $' WS-TotalDifference
009290     DISPLAY 'Categories Out Of Balance: ' WS-TotalOutOfBalance
009300     DISPLAY 'Journal Lines Written: ' WS-TotalJournalLines
009310     DISPLAY 'Journal Debits: $' WS-TotalDebits
009320     DISPLAY 'Journal Credits: $' WS-TotalCredits
009330     IF WS-TotalDebits NOT = WS-TotalCredits
009340         DISPLAY 'JOURNAL OUT OF BALANCE'
009350     END-IF
009360     DISPLAY '-----------------------------'.
009370 9000-EXIT.
009380     EXIT.
