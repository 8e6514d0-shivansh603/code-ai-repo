000386*                     RE-COSTING IN THE DAILY INVENTORY RUN;
000388*                     THE FD HERE FOLLOWS. THE PO DRAWDOWN IS
000390*                     BY UNITS AND IS UNCHANGED.
000391*    10/15/2026 JDH   EVERY RECEIPT IS NOW ALSO APPENDED TO THE
000392*                     CUMULATIVE RECEIPT HISTORY
000393*                     (PO_RECEIPT_HISTORY.DAT) WITH THE RUN
000394*                     DATE, SO THE INVOICE MATCH RUN CAN PROVE
000395*                     A VENDOR'S INVOICE AGAINST THE UNITS AND
000396*                     UNIT COST ACTUALLY RECEIVED AFTER
000397*                     RECEIPTS.DAT HAS BEEN REPLACED.
000398*    10/15/2026 JDH   THE RECEIPT RECORD NOW CARRIES A LOT NUMBER
000399*                     AND EXPIRATION DATE FOR LOT TRACKING IN THE
000400*                     DAILY INVENTORY RUN; THE FD HERE FOLLOWS.
000401*                     THE PO DRAWDOWN IS UNCHANGED.
000402*
000403 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ReceiptsFile ASSIGN TO 'receipts.dat'
000570     SELECT OpenPoReportFile
000580         ASSIGN TO 'open_po_report.dat'
000590         ORGANIZATION IS LINE SEQUENTIAL.
000591
000592     SELECT ReceiptHistoryFile
000593         ASSIGN TO 'po_receipt_history.dat'
000594         ORGANIZATION IS LINE SEQUENTIAL
000595         FILE STATUS IS WS-ReceiptHistoryStatus.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000660     05  RCPT-ReceivedUnits  PIC 9(5).
000670     05  RCPT-PONumber       PIC 9(7).
000672     05  RCPT-UnitCost       PIC 9(5)V99.
000673     05  RCPT-LotNumber      PIC X(10).
000674     05  RCPT-ExpirationDate PIC 9(8).
000680
000690 FD  OpenPoFile.
000700 01  OpenPoRecord.
001080     05  OPR-OrderDate      PIC 9(8).
001090     05  OPR-DaysOut        PIC 9(5).
001100     05  OPR-OverdueFlag    PIC X(8).
001101
001102 FD  ReceiptHistoryFile.
001103 01  ReceiptHistoryRecord.
001104     05  PRH-PONumber       PIC 9(7).
001105     05  PRH-ProductID      PIC 9(5).
001106     05  PRH-ReceivedUnits  PIC 9(5).
001107     05  PRH-UnitCost       PIC 9(5)V99.
001108     05  PRH-ReceivedDate   PIC 9(8).
001110
001120 WORKING-STORAGE SECTION.
001130*    RECEIPTS TABLE - RECEIVED UNITS TOTALLED BY PO NUMBER
001390*    OPEN-PO-FILE-STATUS 35 MEANS NO PO HAS EVER BEEN CUT -
001400*    EVERY RECEIPT IS THEN A RECEIPT FOR AN UNKNOWN PO.
001410 01  WS-OpenPoFileStatus       PIC X(2) VALUE SPACES.
001411
001412*    RECEIPT-HISTORY-STATUS 35 MEANS THE CUMULATIVE HISTORY HAS
001413*    NOT BEEN CREATED YET - THE FIRST RUN CREATES IT BEFORE
001414*    RE-OPENING EXTEND.
001415 01  WS-ReceiptHistoryStatus   PIC X(2) VALUE SPACES.
001420
001430 01  WS-RunDate.
001440     05  WS-RunYear         PIC 9(4).
001800     EXIT.
001810
001820*    ------------------------------------------------------
001821*    LOAD THE DAY'S RECEIPTS, TOTALLED BY PO AND PRODUCT, AND
001822*    APPEND EACH ONE TO THE CUMULATIVE RECEIPT HISTORY.
001840*    ------------------------------------------------------
001850 1500-LOAD-RECEIPTS.
001860     OPEN INPUT ReceiptsFile
001861     OPEN EXTEND ReceiptHistoryFile
001862     IF WS-ReceiptHistoryStatus = '35'
001863         OPEN OUTPUT ReceiptHistoryFile
001864         CLOSE ReceiptHistoryFile
001865         OPEN EXTEND ReceiptHistoryFile
001866     END-IF
001870     PERFORM UNTIL END-OF-RECEIPTS
001880         READ ReceiptsFile INTO ReceiptRecord
001890             AT END
001910             NOT AT END
001920                 ADD 1 TO WS-TotalReceipts
001930                 PERFORM 1510-STORE-RECEIPT THRU 1510-EXIT
001931                 PERFORM 1530-WRITE-RECEIPT-HISTORY
001932                     THRU 1530-EXIT
001940         END-READ
001950     END-PERFORM
001951     CLOSE ReceiptsFile
001952     CLOSE ReceiptHistoryFile.
001970 1500-EXIT.
001980     EXIT.
001990
002300         SET RECEIPT-FOUND TO TRUE
002310         MOVE WS-RCPT-IDX TO WS-FOUND-RCPT-IDX
002320     END-IF.
002321 1520-EXIT.
002322     EXIT.
002323
002324 1530-WRITE-RECEIPT-HISTORY.
002325     MOVE RCPT-PONumber      TO PRH-PONumber
002326     MOVE RCPT-ProductID     TO PRH-ProductID
002327     MOVE RCPT-ReceivedUnits TO PRH-ReceivedUnits
002328     MOVE RCPT-UnitCost      TO PRH-UnitCost
002329     MOVE WS-RunDate         TO PRH-ReceivedDate
002330     WRITE ReceiptHistoryRecord.
002331 1530-EXIT.
002340     EXIT.
002350
002360*    ------------------------------------------------------
