000310*    DATE       INIT  DESCRIPTION
000320*    09/02/2026 JDH   ORIGINAL PROGRAM - COMBINED STATEMENT OF
000330*                     ALL OF A CUSTOMER'S ACCOUNTS WITH A
000331*                     TOTAL RELATIONSHIP BALANCE.
000332*    10/15/2026 JDH   THE CUSTOMER RECORD NOW CARRIES A
000333*                     TAXPAYER ID AND MAILING ADDRESS FOR THE
000334*                     YEAR-END 1099-INT RUN, MAINTAINED BY THE
000335*                     NEW CUSTOMERMAINTENANCE RUN. THE FD HERE
000336*                     FOLLOWS THE NEW LAYOUT.
000337*    10/15/2026 JDH   INSTALLMENT LOANS FROM THE NEW LOAN MASTER
000338*                     NOW APPEAR ON THE STATEMENT AFTER THE
000339*                     DEPOSIT ACCOUNTS, WITH THE PAYOFF BALANCE,
000340*                     NEXT DUE DATE AND DAYS PAST DUE, AND A TOTAL
000341*                     LOANS OWED LINE. LOANS WHOSE CUSTOMER IS NOT
000342*                     ON THE CUSTOMER MASTER ARE SWEPT AS ORPHANS
000343*                     THE SAME WAY ACCOUNTS ARE.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS AccountID.
000451
000452     SELECT LoanFile ASSIGN TO 'loans.dat'
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS DYNAMIC
000455         RECORD KEY IS LN-LoanID
000456         FILE STATUS IS WS-LoanFileStatus.
000460
000470     SELECT CombinedStmtFile
000480         ASSIGN TO 'combined_statements.dat'
000540 01  CustomerRecord.
000550     05  CUST-CustomerNumber PIC 9(5).
000560     05  CUST-CustomerName  PIC X(30).
000561     05  CUST-TaxpayerID    PIC 9(9).
000562     05  CUST-TinType       PIC X(1).
000563         88  TIN-IS-SSN               VALUE 'S'.
000564         88  TIN-IS-EIN               VALUE 'E'.
000565     05  CUST-AddressLine   PIC X(30).
000566     05  CUST-City          PIC X(20).
000567     05  CUST-State         PIC X(2).
000568     05  CUST-ZipCode       PIC X(9).
000570
000580 FD  BankAccountFile.
000590 01  AccountRecord.
000664     05  DormantFlag        PIC X(1).
000666         88  ACCOUNT-DORMANT          VALUE 'D'.
000670
000671*    LOAN MASTER - ONE RECORD PER INSTALLMENT LOAN, OPENED BY
000672*    ACCOUNTMAINTENANCE. THE PAYOFF BALANCE IS PRINCIPAL PLUS
000673*    ACCRUED INTEREST PLUS UNPAID LATE FEES. PAYMENT-CREDIT IS
000674*    WHAT HAS BEEN PAID TOWARD THE INSTALLMENT DUE ON THE NEXT
000675*    DUE DATE.
000676 FD  LoanFile.
000677 01  LoanRecord.
000678     05  LN-LoanID          PIC 9(5).
000679     05  LN-CustomerNumber  PIC 9(5).
000680     05  LN-BorrowerName    PIC X(30).
000681     05  LN-OriginalPrincipal PIC 9(9)V99.
000682     05  LN-PrincipalBalance PIC 9(9)V99.
000683     05  LN-AccruedInterest PIC 9(7)V99.
000684     05  LN-LateFeesDue     PIC 9(7)V99.
000685     05  LN-NoteRate        PIC 9(2)V9(4).
000686     05  LN-TermMonths      PIC 9(3).
000687     05  LN-ScheduledPayment PIC 9(7)V99.
000688     05  LN-NextDueDate     PIC 9(8).
000689     05  LN-DaysPastDue     PIC 9(4).
000690     05  LN-PaymentCredit   PIC 9(7)V99.
000691     05  LN-OpenDate        PIC 9(8).
000692     05  LN-LastAccrualDate PIC 9(8).
000693     05  LN-LateFeeDueDate  PIC 9(8).
000694     05  LN-NoticeLevel     PIC X(1).
000695     05  LN-LoanStatus      PIC X(1).
000696         88  LOAN-ACTIVE              VALUE 'A'.
000697         88  LOAN-PAID-OFF            VALUE 'P'.
000700
000701 FD  CombinedStmtFile.
000702 01  CombinedStmtLine       PIC X(90).
000703
000710 WORKING-STORAGE SECTION.
000720 01  WS-EOF-CUST-SWITCH        PIC X(1) VALUE 'N'.
000730     88  END-OF-CUSTOMERS             VALUE 'Y'.
000780 01  WS-ACTIVITY-SWITCH        PIC X(1) VALUE 'N'.
000790     88  CUSTOMER-HAS-ACCOUNTS        VALUE 'Y'.
000800     88  CUSTOMER-HAS-NO-ACCOUNTS     VALUE 'N'.
000801
000802 01  WS-LOAN-ACTIVITY-SWITCH   PIC X(1) VALUE 'N'.
000803     88  CUSTOMER-HAS-LOANS           VALUE 'Y'.
000804     88  CUSTOMER-HAS-NO-LOANS        VALUE 'N'.
000805
000806 01  WS-EOF-LOAN-SWITCH        PIC X(1) VALUE 'N'.
000807     88  END-OF-LOANS                 VALUE 'Y'.
000808
000809 01  WS-LoanFileStatus         PIC X(2) VALUE SPACES.
000810
000811*    NO LOAN MASTER (STATUS 35) UNTIL THE FIRST LOAN IS
000812*    OPENED - THE STATEMENTS THEN CARRY DEPOSITS ONLY.
000813 01  WS-LOAN-BOOK-SWITCH       PIC X(1) VALUE 'N'.
000814     88  LOAN-BOOK-OPEN               VALUE 'Y'.
000815     88  LOAN-BOOK-MISSING            VALUE 'N'.
000816
000820*    CUSTOMER-NUMBER TABLE - EVERY CUSTOMER SEEN ON THE
000830*    MASTER, HELD SO THE FINAL ORPHAN SWEEP CAN TELL WHICH
000840*    ACCOUNTS POINT AT NO CUSTOMER.
000950     88  CUSTOMER-NOT-FOUND           VALUE 'N'.
000960
000970 01  WS-RelationshipTotal      PIC 9(11)V99 VALUE 0.
000971 01  WS-LoanTotal              PIC 9(11)V99 VALUE 0.
000972 01  WS-LoanPayoff             PIC 9(9)V99 VALUE 0.
000980
000990 01  WS-TotalCustomers         PIC 9(5) VALUE 0 COMP.
001000 01  WS-TotalAccountLines      PIC 9(5) VALUE 0 COMP.
001010 01  WS-TotalOrphanAccounts    PIC 9(5) VALUE 0 COMP.
001011 01  WS-TotalLoanLines         PIC 9(5) VALUE 0 COMP.
001012 01  WS-TotalOrphanLoans       PIC 9(5) VALUE 0 COMP.
001020
001030*    PRINT-LINE LAYOUTS FOR THE STATEMENT SECTIONS.
001040 01  WS-STMT-CUST-LINE.
001220     05  ST-TotalBalance    PIC Z,ZZZ,ZZZ,ZZ9.99.
001230
001240 01  WS-STMT-NONE-LINE      PIC X(30)
001241     VALUE '  NO ACCOUNTS ON FILE'.
001242
001243*    A LOAN PRINTS AS AN ACCOUNT LINE SHOWING THE PAYOFF
001244*    BALANCE, FOLLOWED BY A LINE WITH ITS PAYMENT TERMS.
001245 01  WS-STMT-LOAN-TERMS-LINE.
001246     05  FILLER             PIC X(19)
001247         VALUE '         NEXT DUE  '.
001248     05  SL-NextDueDate     PIC 9(8).
001249     05  FILLER             PIC X(11) VALUE '  PAYMENT  '.
001250     05  SL-ScheduledPayment PIC Z,ZZZ,ZZ9.99.
001251     05  FILLER             PIC X(17) VALUE '  DAYS PAST DUE  '.
001252     05  SL-DaysPastDue     PIC ZZZ9.
001253
001254 01  WS-STMT-LOAN-PAID-LINE PIC X(30)
001255     VALUE '         PAID IN FULL'.
001260
001261 01  WS-STMT-LOAN-TOTAL-LINE.
001262     05  FILLER             PIC X(25)
001263         VALUE '  TOTAL LOANS OWED       '.
001264     05  SL-TotalPayoff     PIC Z,ZZZ,ZZZ,ZZ9.99.
001265
001270 01  WS-STMT-BLANK-LINE     PIC X(90) VALUE SPACES.
001280
001290 PROCEDURE DIVISION.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001350     PERFORM 2000-GENERATE-STATEMENTS THRU 2000-EXIT
001360     PERFORM 3000-SWEEP-ORPHAN-ACCOUNTS THRU 3000-EXIT
001361     PERFORM 3200-SWEEP-ORPHAN-LOANS THRU 3200-EXIT
001370     PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
001380     STOP RUN.
001390
001400 1000-INITIALIZE.
001401     DISPLAY 'COMBINED RELATIONSHIP STATEMENT RUN'
001402     OPEN INPUT LoanFile
001403     IF WS-LoanFileStatus = '00'
001404         SET LOAN-BOOK-OPEN TO TRUE
001405         CLOSE LoanFile
001406     END-IF.
001420 1000-EXIT.
001430     EXIT.
001440
001900         END-READ
001910     END-PERFORM
001920     CLOSE BankAccountFile
001921     IF CUSTOMER-HAS-ACCOUNTS
001960         MOVE WS-RelationshipTotal TO ST-TotalBalance
001970         WRITE CombinedStmtLine FROM WS-STMT-TOTAL-LINE
001971     END-IF
001972     SET CUSTOMER-HAS-NO-LOANS TO TRUE
001973     MOVE 0 TO WS-LoanTotal
001974     IF LOAN-BOOK-OPEN
001975         PERFORM 2300-LIST-CUSTOMER-LOANS THRU 2300-EXIT
001976     END-IF
001977     IF CUSTOMER-HAS-NO-ACCOUNTS AND CUSTOMER-HAS-NO-LOANS
001978         WRITE CombinedStmtLine FROM WS-STMT-NONE-LINE
001980     END-IF
001990     WRITE CombinedStmtLine FROM WS-STMT-BLANK-LINE
002000     ADD 1 TO WS-TotalCustomers.
002260     MOVE Balance           TO SA-Balance
002270     WRITE CombinedStmtLine FROM WS-STMT-ACCT-LINE
002280     ADD Balance TO WS-RelationshipTotal
002281     ADD 1 TO WS-TotalAccountLines.
002282 2200-EXIT.
002283     EXIT.
002284*    ------------------------------------------------------
002285*    THE CUSTOMER'S INSTALLMENT LOANS, AFTER THE DEPOSIT
002286*    ACCOUNTS - RE-READ FRONT TO BACK THE SAME WAY. WHAT IS
002287*    OWED IS KEPT OUT OF THE RELATIONSHIP BALANCE AND
002288*    TOTALLED ON A LINE OF ITS OWN.
002289*    ------------------------------------------------------
002290 2300-LIST-CUSTOMER-LOANS.
002291     MOVE 'N' TO WS-EOF-LOAN-SWITCH
002292     OPEN INPUT LoanFile
002293     PERFORM UNTIL END-OF-LOANS
002294         READ LoanFile NEXT RECORD
002295             AT END
002296                 SET END-OF-LOANS TO TRUE
002297             NOT AT END
002298                 IF LN-CustomerNumber = CUST-CustomerNumber
002299                     PERFORM 2400-WRITE-LOAN-LINES
002300                         THRU 2400-EXIT
002301                 END-IF
002302         END-READ
002303     END-PERFORM
002304     CLOSE LoanFile
002305     IF CUSTOMER-HAS-LOANS
002306         MOVE WS-LoanTotal TO SL-TotalPayoff
002307         WRITE CombinedStmtLine FROM WS-STMT-LOAN-TOTAL-LINE
002308     END-IF.
002309 2300-EXIT.
002310     EXIT.
002311
002312 2400-WRITE-LOAN-LINES.
002313     SET CUSTOMER-HAS-LOANS TO TRUE
002314     COMPUTE WS-LoanPayoff = LN-PrincipalBalance
002315         + LN-AccruedInterest + LN-LateFeesDue
002316     MOVE LN-LoanID         TO SA-AccountID
002317     MOVE 'LOAN    '        TO SA-AccountType
002318     MOVE LN-BorrowerName   TO SA-HolderName
002319     MOVE WS-LoanPayoff     TO SA-Balance
002320     WRITE CombinedStmtLine FROM WS-STMT-ACCT-LINE
002321     IF LOAN-PAID-OFF
002322         WRITE CombinedStmtLine FROM WS-STMT-LOAN-PAID-LINE
002323     ELSE
002324         MOVE LN-NextDueDate      TO SL-NextDueDate
002325         MOVE LN-ScheduledPayment TO SL-ScheduledPayment
002326         MOVE LN-DaysPastDue      TO SL-DaysPastDue
002327         WRITE CombinedStmtLine FROM WS-STMT-LOAN-TERMS-LINE
002328     END-IF
002329     ADD WS-LoanPayoff TO WS-LoanTotal
002330     ADD 1 TO WS-TotalLoanLines.
002331 2400-EXIT.
002332     EXIT.
002333
002334*    ------------------------------------------------------
002340*    AFTER THE STATEMENTS - WALK THE ACCOUNTS MASTER ONCE
002350*    MORE AND COUNT EVERY ACCOUNT WHOSE CUSTOMER NUMBER IS
002360*    NOT ON THE CUSTOMER MASTER, SO A MIS-KEYED LINKAGE
002670
002680 3150-MATCH-CUSTOMER.
002690     IF WS-CUST-NUMBER(WS-CUS-IDX) = CustomerNumber
002691         SET CUSTOMER-FOUND TO TRUE
002692     END-IF.
002693 3150-EXIT.
002694     EXIT.
002695*    ------------------------------------------------------
002696*    THE SAME SWEEP OVER THE LOAN MASTER.
002697*    ------------------------------------------------------
002698 3200-SWEEP-ORPHAN-LOANS.
002699     IF LOAN-BOOK-MISSING
002700         GO TO 3200-EXIT
002701     END-IF
002702     MOVE 'N' TO WS-EOF-LOAN-SWITCH
002703     OPEN INPUT LoanFile
002704     PERFORM UNTIL END-OF-LOANS
002705         READ LoanFile NEXT RECORD
002706             AT END
002707                 SET END-OF-LOANS TO TRUE
002708             NOT AT END
002709                 PERFORM 3300-CHECK-ONE-LOAN THRU 3300-EXIT
002710         END-READ
002711     END-PERFORM
002712     CLOSE LoanFile.
002713 3200-EXIT.
002714     EXIT.
002715
002716 3300-CHECK-ONE-LOAN.
002717     SET CUSTOMER-NOT-FOUND TO TRUE
002718     PERFORM 3350-MATCH-LOAN-CUSTOMER THRU 3350-EXIT
002719         VARYING WS-CUS-IDX FROM 1 BY 1
002720         UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT
002721            OR CUSTOMER-FOUND
002722     IF CUSTOMER-NOT-FOUND
002723         DISPLAY 'LOAN ' LN-LoanID ' CUSTOMER '
002724             LN-CustomerNumber ' NOT ON CUSTOMER MASTER'
002725         ADD 1 TO WS-TotalOrphanLoans
002726     END-IF.
002727 3300-EXIT.
002730     EXIT.
002731
002732 3350-MATCH-LOAN-CUSTOMER.
002733     IF WS-CUST-NUMBER(WS-CUS-IDX) = LN-CustomerNumber
002734         SET CUSTOMER-FOUND TO TRUE
002735     END-IF.
002736 3350-EXIT.
002737     EXIT.
002740
002750 9000-DISPLAY-SUMMARY.
002760     DISPLAY '-----------------------------'
002780     DISPLAY 'Account Lines Written: ' WS-TotalAccountLines
002790     DISPLAY 'Accounts With No Customer: '
002800         WS-TotalOrphanAccounts
002801     DISPLAY 'Loan Lines Written: ' WS-TotalLoanLines
002802     DISPLAY 'Loans With No Customer: ' WS-TotalOrphanLoans
002810     DISPLAY 'Customers Dropped, Table Full: '
002820         WS-CustomerTableFull
002830     DISPLAY '-----------------------------'.
