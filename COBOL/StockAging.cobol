000310*    DATE       INIT  DESCRIPTION
000320*    09/02/2026 JDH   ORIGINAL PROGRAM - AGING ANALYSIS AND
000330*                     DEAD-STOCK VALUE REPORT FROM THE
000331*                     MOVEMENT LEDGER.
000332*    10/15/2026 JDH   THE SHARED MOVEMENT LEDGER GAINED AN ORDER
000333*                     NUMBER, CARRIED ON THE SALE MOVEMENTS
000334*                     WRITTEN WHEN STOCK IS ALLOCATED TO A
000335*                     CUSTOMER SALES ORDER; THE FD HERE FOLLOWS.
000336*                     ORDER FILLS ARE SALE MOVEMENTS AND COUNT
000337*                     AS SALES HERE LIKE ANY OTHER.
000338*    10/15/2026 JDH   THE SHARED MOVEMENT LEDGER GAINED A LOT
000339*                     NUMBER - STOCK NOW MOVES BY LOT, ONE
000340*                     LEDGER ENTRY PER LOT TOUCHED; THE FD HERE
000341*                     FOLLOWS.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000730     05  MOV-StockAfter      PIC 9(5).
000740     05  MOV-RunDate         PIC 9(8).
000750     05  MOV-PONumber        PIC 9(7).
000751     05  MOV-OrderNumber     PIC 9(7).
000752     05  MOV-LotNumber       PIC X(10).
000760
000770 FD  AgingReportFile.
000780 01  AgingReportRecord.
