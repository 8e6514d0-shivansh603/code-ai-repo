000310*    DATE       INIT  DESCRIPTION
000320*    09/02/2026 JDH   ORIGINAL PROGRAM - USAGE-BASED REORDER
000330*                     POINT RECALCULATION WITH PROPOSE/APPLY
000331*                     CONTROL AND BEFORE/AFTER REPORT.
000332*    10/15/2026 JDH   THE VENDOR MASTER NOW CARRIES THE
000333*                     VENDOR'S PAYMENT TERMS (NET DAYS); THE FD
000334*                     HERE FOLLOWS.
000335*    10/15/2026 JDH   THE SHARED MOVEMENT LEDGER GAINED AN ORDER
000336*                     NUMBER, CARRIED ON THE SALE MOVEMENTS
000337*                     WRITTEN WHEN STOCK IS ALLOCATED TO A
000338*                     CUSTOMER SALES ORDER; THE FD HERE FOLLOWS.
000339*                     ORDER FILLS ARE SALE MOVEMENTS AND COUNT
000340*                     AS SALES HERE LIKE ANY OTHER.
000341*    10/15/2026 JDH   THE SHARED MOVEMENT LEDGER GAINED A LOT
000342*                     NUMBER - STOCK NOW MOVES BY LOT, ONE
000343*                     LEDGER ENTRY PER LOT TOUCHED; THE FD HERE
000344*                     FOLLOWS.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000830     05  MOV-StockAfter      PIC 9(5).
000840     05  MOV-RunDate         PIC 9(8).
000850     05  MOV-PONumber        PIC 9(7).
000851     05  MOV-OrderNumber     PIC 9(7).
000852     05  MOV-LotNumber       PIC X(10).
000860
000870 FD  VendorFile.
000880 01  VendorRecord.
000910     05  VEND-ProductID     PIC 9(5).
000920     05  VEND-LeadTimeDays  PIC 9(3).
000930     05  VEND-MinOrderQty   PIC 9(5).
000931     05  VEND-TermsDays     PIC 9(3).
000940
000950 FD  ReorderControlFile.
000960 01  ReorderControlRecord.
