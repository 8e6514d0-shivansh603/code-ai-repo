000346*                     THE FLAG THE DORMANCY REVIEW RUN SETS -
000347*                     THE POSTING RUN REFUSES WITHDRAWALS FROM
000348*                     A DORMANT ACCOUNT UNTIL THEN.
000349*    10/15/2026 JDH   THE CUSTOMER RECORD NOW CARRIES A
000350*                     TAXPAYER ID AND MAILING ADDRESS FOR THE
000351*                     YEAR-END 1099-INT RUN, MAINTAINED BY THE
000352*                     NEW CUSTOMERMAINTENANCE RUN. THE FD HERE
000353*                     FOLLOWS THE NEW LAYOUT.
000354*    10/15/2026 JDH   ADDED THE OPEN-LOAN ACTION (CODE L) FOR
000355*                     THE NEW INSTALLMENT LOAN MASTER (LOANS.DAT).
000356*                     THE MAINTENANCE RECORD NOW CARRIES THE NOTE
000357*                     PRINCIPAL, RATE, TERM, FIRST DUE DATE AND
000358*                     SCHEDULED PAYMENT; A ZERO PAYMENT IS
000359*                     COMPUTED HERE FROM THE LEVEL-PAYMENT
000360*                     AMORTIZATION FORMULA. LOANS AND DEPOSIT
000361*                     ACCOUNTS SHARE ONE NUMBER SPACE - AN OPEN OF
000362*                     EITHER KIND IS REFUSED IF THE NUMBER IS ON
000363*                     THE OTHER MASTER - AND A CLOSE AGAINST A
000364*                     LOAN NUMBER DELETES THE LOAN ONCE IT IS
000365*                     PAID OFF.
000366*
000367 ENVIRONMENT DIVISION.
000368 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BankAccountFile ASSIGN TO 'accounts.dat'
000390         ORGANIZATION IS INDEXED
000484     SELECT CustomerFile ASSIGN TO 'customers.dat'
000486         ORGANIZATION IS LINE SEQUENTIAL.
000490
000491     SELECT LoanFile ASSIGN TO 'loans.dat'
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000494         RECORD KEY IS LN-LoanID
000495         FILE STATUS IS WS-LoanFileStatus.
000496
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  BankAccountFile.
000670         88  TYPE-CHANGE-ACTION       VALUE 'T'.
000672         88  CUSTOMER-CHANGE-ACTION   VALUE 'U'.
000674         88  REACTIVATE-ACTION        VALUE 'R'.
000675         88  OPEN-LOAN-ACTION         VALUE 'L'.
000680     05  MNT-AccountID      PIC 9(5).
000690     05  MNT-HolderName     PIC X(30).
000700     05  MNT-AccountType    PIC X(1).
000702     05  MNT-CustomerNumber PIC 9(5).
000703*    LOAN TERMS - USED ONLY BY THE OPEN-LOAN ACTION.
000704     05  MNT-LoanPrincipal  PIC 9(9)V99.
000705     05  MNT-NoteRate       PIC 9(2)V9(4).
000706     05  MNT-TermMonths     PIC 9(3).
000707     05  MNT-FirstDueDate   PIC 9(8).
000708     05  MNT-FIRST-DUE-PARTS REDEFINES MNT-FirstDueDate.
000709         10  MNT-FirstDueYear   PIC 9(4).
000710         10  MNT-FirstDueMonth  PIC 9(2).
000711         10  MNT-FirstDueDay    PIC 9(2).
000712     05  MNT-ScheduledPayment PIC 9(7)V99.
000713
000720 FD  MaintExceptionFile.
000730 01  MaintExceptionRecord.
000740     05  MEX-AccountID      PIC 9(5).
000766 01  CustomerRecord.
000768     05  CUST-CustomerNumber PIC 9(5).
000770     05  CUST-CustomerName  PIC X(30).
000771     05  CUST-TaxpayerID    PIC 9(9).
000772     05  CUST-TinType       PIC X(1).
000773         88  TIN-IS-SSN               VALUE 'S'.
000774         88  TIN-IS-EIN               VALUE 'E'.
000775     05  CUST-AddressLine   PIC X(30).
000776     05  CUST-City          PIC X(20).
000777     05  CUST-State         PIC X(2).
000778     05  CUST-ZipCode       PIC X(9).
000779
000780*    LOAN MASTER - ONE RECORD PER INSTALLMENT LOAN. THE PAYOFF
000781*    BALANCE IS PRINCIPAL PLUS ACCRUED INTEREST PLUS UNPAID
000782*    LATE FEES. PAYMENT-CREDIT IS WHAT HAS BEEN PAID TOWARD
000783*    THE INSTALLMENT DUE ON THE NEXT DUE DATE.
000784 FD  LoanFile.
000785 01  LoanRecord.
000786     05  LN-LoanID          PIC 9(5).
000787     05  LN-CustomerNumber  PIC 9(5).
000788     05  LN-BorrowerName    PIC X(30).
000789     05  LN-OriginalPrincipal PIC 9(9)V99.
000790     05  LN-PrincipalBalance PIC 9(9)V99.
000791     05  LN-AccruedInterest PIC 9(7)V99.
000792     05  LN-LateFeesDue     PIC 9(7)V99.
000793     05  LN-NoteRate        PIC 9(2)V9(4).
000794     05  LN-TermMonths      PIC 9(3).
000795     05  LN-ScheduledPayment PIC 9(7)V99.
000796     05  LN-NextDueDate     PIC 9(8).
000797     05  LN-DaysPastDue     PIC 9(4).
000798     05  LN-PaymentCredit   PIC 9(7)V99.
000799     05  LN-OpenDate        PIC 9(8).
000800     05  LN-LastAccrualDate PIC 9(8).
000801     05  LN-LateFeeDueDate  PIC 9(8).
000802     05  LN-NoticeLevel     PIC X(1).
000803     05  LN-LoanStatus      PIC X(1).
000804         88  LOAN-ACTIVE              VALUE 'A'.
000805         88  LOAN-PAID-OFF            VALUE 'P'.
000806
000807 WORKING-STORAGE SECTION.
000808 01  WS-EOF-MAINT-SWITCH       PIC X(1) VALUE 'N'.
000809     88  END-OF-MAINT-TRANS           VALUE 'Y'.
000810
000812 01  WS-FOUND-SWITCH           PIC X(1) VALUE 'N'.
000814     88  ACCOUNT-FOUND                VALUE 'Y'.
000850     88  END-OF-CUSTOMERS             VALUE 'Y'.
000852
000854 01  WS-RunDate                PIC 9(8) VALUE 0.
000855
000856*    LOAN MASTER CONTROLS. NO LOANS.DAT (STATUS 35) MEANS NO
000857*    LOAN HAS EVER BEEN OPENED - AN EMPTY MASTER IS CREATED SO
000858*    THE FIRST OPEN-LOAN ACTION HAS SOMEWHERE TO WRITE.
000859 01  WS-LoanFileStatus         PIC X(2) VALUE SPACES.
000860
000861 01  WS-LOAN-FOUND-SWITCH      PIC X(1) VALUE 'N'.
000862     88  LOAN-FOUND                   VALUE 'Y'.
000863     88  LOAN-NOT-FOUND               VALUE 'N'.
000864
000865*    LEVEL-PAYMENT AMORTIZATION WORK AREAS -
000866*    PAYMENT = PRINCIPAL * R * (1 + R) ** N / ((1 + R) ** N - 1)
000867*    WHERE R IS THE MONTHLY RATE AND N THE TERM IN MONTHS.
000868 01  WS-MonthlyRate            PIC 9V9(8) VALUE 0.
000869 01  WS-RateFactor             PIC 9(9)V9(8) VALUE 0.
000870 01  WS-ComputedPayment        PIC 9(7)V99 VALUE 0.
000871 01  WS-PAYMENT-SWITCH         PIC X(1) VALUE 'N'.
000872     88  PAYMENT-COMPUTED             VALUE 'Y'.
000873     88  PAYMENT-NOT-COMPUTED         VALUE 'N'.
000874
000875 01  WS-TotalLoansOpened       PIC 9(5) VALUE 0 COMP.
000876 01  WS-TotalLoansClosed       PIC 9(5) VALUE 0 COMP.
000877
000878 01  WS-TotalMaintTrans        PIC 9(5) VALUE 0 COMP.
000879 01  WS-TotalOpened            PIC 9(5) VALUE 0 COMP.
000880 01  WS-TotalClosed            PIC 9(5) VALUE 0 COMP.
000890 01  WS-TotalChanged           PIC 9(5) VALUE 0 COMP.
000900 01  WS-TotalExceptions        PIC 9(5) VALUE 0 COMP.
001120     OPEN I-O BankAccountFile
001130     OPEN INPUT MaintTransFile
001140     OPEN OUTPUT MaintExceptionFile
001141     OPEN I-O LoanFile
001142     IF WS-LoanFileStatus = '35'
001143         OPEN OUTPUT LoanFile
001144         CLOSE LoanFile
001145         OPEN I-O LoanFile
001146     END-IF
001150     PERFORM UNTIL END-OF-MAINT-TRANS
001160         READ MaintTransFile INTO MaintTransRecord
001170             AT END
001230     END-PERFORM
001240     CLOSE MaintTransFile
001250     CLOSE MaintExceptionFile
001251     CLOSE LoanFile
001260     CLOSE BankAccountFile.
001270 2000-EXIT.
001280     EXIT.
001392         WHEN CUSTOMER-CHANGE-ACTION
001394             PERFORM 2550-CHANGE-CUSTOMER THRU 2550-EXIT
001396         WHEN REACTIVATE-ACTION
001397             PERFORM 2560-REACTIVATE-ACCOUNT THRU 2560-EXIT
001398         WHEN OPEN-LOAN-ACTION
001399             PERFORM 2800-OPEN-LOAN THRU 2800-EXIT
001400         WHEN OTHER
001410             MOVE 'UNKNOWN MAINTENANCE ACTION CODE'
001420                 TO MEX-Reason
001530         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
001532         GO TO 2200-EXIT
001534     END-IF
001535     PERFORM 2900-READ-LOAN THRU 2900-EXIT
001536     IF LOAN-FOUND
001537         MOVE 'ACCOUNT ID ALREADY ON LOAN MASTER'
001538             TO MEX-Reason
001539         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
001540         GO TO 2200-EXIT
001541     END-IF
001542     MOVE MNT-AccountID    TO AccountID
001543     MOVE MNT-HolderName   TO AccountHolderName
001550     MOVE 0                TO Balance
001560     MOVE MNT-AccountType  TO AccountType
001562     MOVE MNT-CustomerNumber TO CustomerNumber
001870                 TO MEX-Reason
001880             PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
001890         END-IF
001891     ELSE
001892         PERFORM 2350-CLOSE-LOAN THRU 2350-EXIT
001893     END-IF.
001894 2300-EXIT.
001895     EXIT.
001896
001897*    ------------------------------------------------------
001898*    A CLOSE AGAINST A NUMBER NOT ON THE ACCOUNTS MASTER MAY
001899*    NAME A LOAN. A LOAN IS DELETED ONLY ONCE THE POSTING RUN
001900*    HAS MARKED IT PAID OFF.
001901*    ------------------------------------------------------
001902 2350-CLOSE-LOAN.
001903     PERFORM 2900-READ-LOAN THRU 2900-EXIT
001904     IF LOAN-NOT-FOUND
001910         MOVE 'NO MATCHING ACCOUNT ON MASTER'
001911             TO MEX-Reason
001912         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
001913         GO TO 2350-EXIT
001914     END-IF
001915     IF LOAN-PAID-OFF
001916         DELETE LoanFile RECORD
001917         ADD 1 TO WS-TotalLoansClosed
001918     ELSE
001919         MOVE 'LOAN NOT PAID OFF AT CLOSE'
001920             TO MEX-Reason
001930         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
001940     END-IF.
001950 2350-EXIT.
001960     EXIT.
001970
001980 2400-CHANGE-NAME.
002450 2710-EXIT.
002452     EXIT.
002454
002455*    ------------------------------------------------------
002456*    OPEN AN INSTALLMENT LOAN UNDER A CUSTOMER ON THE
002457*    CUSTOMER MASTER. THE LOAN NUMBER MUST NOT BE ON THE
002458*    ACCOUNTS MASTER - THE TWO SHARE ONE NUMBER SPACE SO AN
002459*    AUDIT RECORD NEVER NAMES TWO THINGS. THE FIRST DUE DAY
002460*    IS HELD TO THE 28TH SO EVERY MONTH HAS IT. INTEREST
002461*    ACCRUES FROM THE OPEN DATE.
002462*    ------------------------------------------------------
002463 2800-OPEN-LOAN.
002464     PERFORM 2700-FIND-CUSTOMER THRU 2700-EXIT
002465     IF CUSTOMER-NOT-FOUND
002466         MOVE 'CUSTOMER NUMBER NOT ON CUSTOMER MASTER'
002467             TO MEX-Reason
002468         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
002469         GO TO 2800-EXIT
002470     END-IF
002471     PERFORM 2600-READ-ACCOUNT THRU 2600-EXIT
002472     IF ACCOUNT-FOUND
002473         MOVE 'LOAN NUMBER ALREADY ON ACCOUNTS MASTER'
002474             TO MEX-Reason
002475         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
002476         GO TO 2800-EXIT
002477     END-IF
002478     EVALUATE TRUE
002479         WHEN MNT-LoanPrincipal NOT NUMERIC
002480           OR MNT-LoanPrincipal = 0
002481             MOVE 'LOAN PRINCIPAL MISSING OR ZERO'
002482                 TO MEX-Reason
002483         WHEN MNT-NoteRate NOT NUMERIC
002484             MOVE 'NOTE RATE NOT NUMERIC' TO MEX-Reason
002485         WHEN MNT-TermMonths NOT NUMERIC
002486           OR MNT-TermMonths = 0
002487           OR MNT-TermMonths > 360
002488             MOVE 'LOAN TERM NOT 1 TO 360 MONTHS'
002489                 TO MEX-Reason
002490         WHEN MNT-FirstDueDate NOT NUMERIC
002491           OR MNT-FirstDueMonth < 01 OR MNT-FirstDueMonth > 12
002492           OR MNT-FirstDueDay < 01 OR MNT-FirstDueDay > 28
002493             MOVE 'FIRST DUE DATE NOT A VALID DUE DATE'
002494                 TO MEX-Reason
002495         WHEN MNT-FirstDueDate NOT > WS-RunDate
002496             MOVE 'FIRST DUE DATE NOT AFTER OPEN DATE'
002497                 TO MEX-Reason
002498         WHEN MNT-ScheduledPayment NOT NUMERIC
002499             MOVE 'SCHEDULED PAYMENT NOT NUMERIC'
002500                 TO MEX-Reason
002501         WHEN OTHER
002502             MOVE SPACES TO MEX-Reason
002503     END-EVALUATE
002504     IF MEX-Reason NOT = SPACES
002505         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
002506         GO TO 2800-EXIT
002507     END-IF
002508     IF MNT-ScheduledPayment = 0
002509         PERFORM 2850-COMPUTE-PAYMENT THRU 2850-EXIT
002510         IF PAYMENT-NOT-COMPUTED
002511             MOVE 'SCHEDULED PAYMENT CANNOT BE COMPUTED'
002512                 TO MEX-Reason
002513             PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
002514             GO TO 2800-EXIT
002515         END-IF
002516     ELSE
002517         MOVE MNT-ScheduledPayment TO WS-ComputedPayment
002518     END-IF
002519     MOVE MNT-AccountID       TO LN-LoanID
002520     MOVE MNT-CustomerNumber  TO LN-CustomerNumber
002521     MOVE MNT-HolderName      TO LN-BorrowerName
002522     MOVE MNT-LoanPrincipal   TO LN-OriginalPrincipal
002523     MOVE MNT-LoanPrincipal   TO LN-PrincipalBalance
002524     MOVE 0                   TO LN-AccruedInterest
002525     MOVE 0                   TO LN-LateFeesDue
002526     MOVE MNT-NoteRate        TO LN-NoteRate
002527     MOVE MNT-TermMonths      TO LN-TermMonths
002528     MOVE WS-ComputedPayment  TO LN-ScheduledPayment
002529     MOVE MNT-FirstDueDate    TO LN-NextDueDate
002530     MOVE 0                   TO LN-DaysPastDue
002531     MOVE 0                   TO LN-PaymentCredit
002532     MOVE WS-RunDate          TO LN-OpenDate
002533     MOVE WS-RunDate          TO LN-LastAccrualDate
002534     MOVE 0                   TO LN-LateFeeDueDate
002535     MOVE SPACE               TO LN-NoticeLevel
002536     SET LOAN-ACTIVE TO TRUE
002537     WRITE LoanRecord
002538         INVALID KEY
002539             MOVE 'LOAN NUMBER ALREADY ON LOAN MASTER'
002540                 TO MEX-Reason
002541             PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
002542         NOT INVALID KEY
002543             ADD 1 TO WS-TotalLoansOpened
002544     END-WRITE.
002545 2800-EXIT.
002546     EXIT.
002547
002548*    ------------------------------------------------------
002549*    LEVEL MONTHLY PAYMENT THAT RETIRES THE PRINCIPAL OVER
002550*    THE TERM. A ZERO-RATE NOTE IS PRINCIPAL OVER TERM. A
002551*    RATE SO HIGH THE FACTOR OVERFLOWS IS REFUSED.
002552*    ------------------------------------------------------
002553 2850-COMPUTE-PAYMENT.
002554     SET PAYMENT-COMPUTED TO TRUE
002555     IF MNT-NoteRate = 0
002556         COMPUTE WS-ComputedPayment ROUNDED =
002557             MNT-LoanPrincipal / MNT-TermMonths
002558         GO TO 2850-EXIT
002559     END-IF
002560     COMPUTE WS-MonthlyRate = MNT-NoteRate / 1200
002561     COMPUTE WS-RateFactor = (1 + WS-MonthlyRate)
002562         ** MNT-TermMonths
002563         ON SIZE ERROR
002564             SET PAYMENT-NOT-COMPUTED TO TRUE
002565             GO TO 2850-EXIT
002566     END-COMPUTE
002567     COMPUTE WS-ComputedPayment ROUNDED =
002568         MNT-LoanPrincipal * WS-MonthlyRate * WS-RateFactor
002569         / (WS-RateFactor - 1)
002570         ON SIZE ERROR
002571             SET PAYMENT-NOT-COMPUTED TO TRUE
002572     END-COMPUTE.
002573 2850-EXIT.
002574     EXIT.
002575
002576 2900-READ-LOAN.
002577     SET LOAN-NOT-FOUND TO TRUE
002578     MOVE MNT-AccountID TO LN-LoanID
002579     READ LoanFile
002580         INVALID KEY
002581             SET LOAN-NOT-FOUND TO TRUE
002582         NOT INVALID KEY
002583             SET LOAN-FOUND TO TRUE
002584     END-READ.
002585 2900-EXIT.
002586     EXIT.
002587
002588 3000-WRITE-EXCEPTION.
002589     MOVE MNT-AccountID TO MEX-AccountID
002590     MOVE MNT-Action    TO MEX-Action
002591     WRITE MaintExceptionRecord
002592     ADD 1 TO WS-TotalExceptions.
002593 3000-EXIT.
002594     EXIT.
002595
002596 9000-DISPLAY-SUMMARY.
002597     DISPLAY '-----------------------------'
002598     DISPLAY 'Total Maintenance Entries: ' WS-TotalMaintTrans
002599     DISPLAY 'Accounts Opened: ' WS-TotalOpened
002600     DISPLAY 'Accounts Closed: ' WS-TotalClosed
002601     DISPLAY 'Accounts Changed: ' WS-TotalChanged
002602     DISPLAY 'Loans Opened: ' WS-TotalLoansOpened
002603     DISPLAY 'Loans Closed: ' WS-TotalLoansClosed
002604     DISPLAY 'Entries Rejected: ' WS-TotalExceptions
002605     DISPLAY 'Customers Dropped, Table Full: '
002606         WS-CustomerTableFull
002607     DISPLAY '-----------------------------'.
002608 9000-EXIT.
002610     EXIT.
