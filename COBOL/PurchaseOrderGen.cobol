000379*                     LONGER RE-ORDERED - IT GOES TO THE
000380*                     EXCEPTION REPORT INSTEAD, SO STOCK IN
000381*                     TRANSIT STOPS TRIGGERING A SECOND PO.
000382*    10/15/2026 JDH   THE VENDOR MASTER NOW CARRIES THE
000383*                     VENDOR'S PAYMENT TERMS (NET DAYS) FOR
000384*                     THE INVOICE MATCH RUN; THE FD HERE
000385*                     FOLLOWS.
000386*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000650     05  VEND-ProductID     PIC 9(5).
000660     05  VEND-LeadTimeDays  PIC 9(3).
000670     05  VEND-MinOrderQty   PIC 9(5).
000671     05  VEND-TermsDays     PIC 9(3).
000680
000690 FD  ReorderReportFile.
000700 01  ReorderReportRecord.
