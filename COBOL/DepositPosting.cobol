000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DepositPosting.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    INBOUND PAYROLL DIRECT-DEPOSIT POSTING RUN. READS THE
000180*    DIRECT-DEPOSIT TRANSMISSION PAYROLLPROCESSING CUTS EVERY
000190*    PAYDAY, PROVES IT AGAINST ITS TRAILER (DETAIL COUNT AND
000200*    DEPOSIT TOTAL) BEFORE A SINGLE CREDIT IS POSTED, AND
000210*    POSTS EVERY DETAIL CARRYING THIS BANK'S OWN ROUTING
000220*    NUMBER AS A DEPOSIT TO THE MATCHING ACCOUNT ON THE
000230*    ACCOUNTS MASTER, WITH AN ORDINARY AUDIT-TRAIL RECORD
000240*    UNDER THE RESERVED PAYROLL-DEPOSIT TRANS ID 9999998.
000250*    THE TELLER DESK USED TO REKEY THESE CREDITS INTO THE
000260*    BRANCH UPLOAD BY HAND. A DETAIL WHOSE ACCOUNT IS NOT ON
000270*    THE MASTER (NEVER OPENED, OR CLOSED AND DELETED BY
000280*    ACCOUNTMAINTENANCE) OR IS FLAGGED DORMANT IS NOT
000290*    DROPPED - IT IS WRITTEN TO THE DEPOSIT RETURN FILE,
000300*    WHICH THE NEXT PAYROLLPROCESSING RUN PICKS UP AND PAYS
000310*    BY CHECK THROUGH THE CHECK-PRINT PATH. DETAILS FOR OTHER
000320*    BANKS ARE COUNTED AND PASSED OVER. THE OWN ROUTING
000330*    NUMBER COMES FROM THE BANK CONTROL FILE; A MISSING OR
000340*    UNREADABLE CONTROL FILE, OR A TRANSMISSION THAT DOES
000350*    NOT PROVE, REFUSES THE RUN AT THE DOOR.
000360*
000370*MODIFICATION HISTORY.
000380*    DATE       INIT  DESCRIPTION
000390*    10/15/2026 JDH   ORIGINAL PROGRAM - TRAILER PROOF, OWN-
000400*                     BANK DEPOSIT POSTING WITH AUDIT TRAIL,
000410*                     AND A RETURN FILE BACK TO PAYROLL FOR
000420*                     MISSING, CLOSED AND DORMANT ACCOUNTS.
000421*    10/15/2026 JDH   THE AUDIT RECORD NOW CARRIES AN ENTRY-
000422*                     TYPE CODE SO INSTALLMENT LOAN POSTINGS -
000423*                     ACCRUALS, LATE FEES AND THE INTEREST, FEE
000424*                     AND PRINCIPAL LEGS OF A PAYMENT - CAN BE
000425*                     TOLD APART ON THE TRAIL. THE FD HERE
000426*                     FOLLOWS THE NEW LAYOUT.
000427*                     DEPOSIT-ACCOUNT POSTINGS WRITTEN HERE
000428*                     CARRY A SPACE.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BankAccountFile ASSIGN TO 'accounts.dat'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS AccountID.
000510
000520     SELECT DirectDepositFile
000530         ASSIGN TO 'direct_deposit.dat'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-DepositFileStatus.
000560
000570     SELECT BankControlFile ASSIGN TO 'bank_control.dat'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ControlFileStatus.
000600
000610     SELECT DdReturnFile ASSIGN TO 'dd_returns.dat'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-ReturnFileStatus.
000640
000650     SELECT AuditFile ASSIGN TO 'audit.dat'
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  BankAccountFile.
000710 01  AccountRecord.
000720     05  AccountID          PIC 9(5).
000730     05  AccountHolderName  PIC X(30).
000740     05  Balance            PIC 9(9)V99.
000750     05  AccountType        PIC X(1).
000760         88  SAVINGS-ACCOUNT          VALUE 'S'.
000770         88  CHECKING-ACCOUNT         VALUE 'C'.
000780     05  CustomerNumber     PIC 9(5).
000790     05  LastActivityDate   PIC 9(8).
000800     05  DormantFlag        PIC X(1).
000810         88  ACCOUNT-DORMANT          VALUE 'D'.
000820
000830 FD  DirectDepositFile.
000840*    THE TRANSMISSION AS PAYROLLPROCESSING WRITES IT - ONE
000850*    HEADER, ONE DETAIL PER EMPLOYEE PAID BY DEPOSIT, AND ONE
000860*    TRAILER CARRYING THE COUNT AND TOTAL TO PROVE AGAINST.
000870 01  DirectDepositHeader.
000880     05  DDH-RecordType        PIC X(1).
000890         88  DD-HEADER-RECORD         VALUE 'H'.
000900         88  DD-DETAIL-RECORD         VALUE 'D'.
000910         88  DD-TRAILER-RECORD        VALUE 'T'.
000920     05  DDH-RunDate           PIC 9(8).
000930     05  FILLER                PIC X(59).
000940
000950 01  DirectDepositRecord.
000960     05  DD-RecordType         PIC X(1).
000970     05  DD-EmployeeID         PIC 9(5).
000980     05  DD-EmployeeName       PIC X(30).
000990     05  DD-BankRoutingNumber  PIC 9(9).
001000     05  DD-BankAccountNumber  PIC X(12).
001010     05  DD-DepositAmount      PIC 9(9)V99.
001020
001030 01  DirectDepositTrailer.
001040     05  DDT-RecordType        PIC X(1).
001050     05  DDT-RecordCount       PIC 9(7).
001060     05  DDT-TotalAmount       PIC 9(11)V99.
001070     05  FILLER                PIC X(47).
001080
001090 FD  BankControlFile.
001100 01  BankControlRecord.
001110     05  BKC-OwnRoutingNumber  PIC 9(9).
001120
001130 FD  DdReturnFile.
001140 01  DdReturnRecord.
001150     05  DDR-EmployeeID        PIC 9(5).
001160     05  DDR-EmployeeName      PIC X(30).
001170     05  DDR-BankRoutingNumber PIC 9(9).
001180     05  DDR-BankAccountNumber PIC X(12).
001190     05  DDR-DepositAmount     PIC 9(9)V99.
001200     05  DDR-PayDate           PIC 9(8).
001210     05  DDR-Reason            PIC X(40).
001220
001230 FD  AuditFile.
001240 01  AuditRecord.
001250     05  AUD-AccountID      PIC 9(5).
001260     05  AUD-TransID        PIC 9(7).
001270     05  AUD-AmountApplied  PIC S9(9)V99.
001280     05  AUD-BalanceBefore  PIC 9(9)V99.
001290     05  AUD-BalanceAfter   PIC 9(9)V99.
001300     05  AUD-PostDate       PIC 9(8).
001301     05  AUD-EntryType      PIC X(1).
001310
001320 WORKING-STORAGE SECTION.
001330 01  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
001340     88  END-OF-DEPOSITS              VALUE 'Y'.
001350
001360 01  WS-FOUND-SWITCH           PIC X(1) VALUE 'N'.
001370     88  ACCOUNT-FOUND                VALUE 'Y'.
001380     88  ACCOUNT-NOT-FOUND            VALUE 'N'.
001390
001400*    THE RUN MUST NOT POST A SINGLE CREDIT UNLESS THE BANK
001410*    CONTROL FILE OPENS CLEANLY AND THE TRANSMISSION PROVES
001420*    TO ITS TRAILER.
001430 01  WS-DepositFileStatus      PIC X(2) VALUE SPACES.
001440 01  WS-ControlFileStatus      PIC X(2) VALUE SPACES.
001450
001460*    RETURN-FILE-STATUS 35 MEANS NO RETURN FILE IS WAITING
001470*    FOR PAYROLL - THE FIRST RETURN CREATES IT. RETURNS
001480*    ACCUMULATE UNTIL PAYROLLPROCESSING PAYS AND CLEARS THEM.
001490 01  WS-ReturnFileStatus       PIC X(2) VALUE SPACES.
001500
001510 01  WS-POSTING-OK-SWITCH      PIC X(1) VALUE 'N'.
001520     88  POSTING-MAY-PROCEED          VALUE 'Y'.
001530     88  POSTING-IS-REFUSED           VALUE 'N'.
001540
001550 01  WS-OwnRoutingNumber       PIC 9(9) VALUE 0.
001560
001570*    PAYROLL DEPOSITS ARE NOT BRANCH-UPLOAD TRANSACTIONS AND
001580*    CARRY NO TRANS ID OF THEIR OWN, SO THE AUDIT TRAIL CARRIES
001590*    THE RESERVED TRANS ID 9999998, ALONGSIDE THE ZERO-ID
001600*    INTEREST AND 9999999 SERVICE-CHARGE POSTINGS.
001610 01  WS-PayrollDepTransID      PIC 9(7) VALUE 9999998.
001620
001630*    TRAILER-PROOF ACCUMULATORS FROM THE FIRST PASS.
001640 01  WS-HeaderCount            PIC 9(5) VALUE 0 COMP.
001650 01  WS-TrailerCount           PIC 9(5) VALUE 0 COMP.
001660 01  WS-ProofRecordCount       PIC 9(7) VALUE 0 COMP.
001670 01  WS-ProofTotalAmount       PIC 9(11)V99 VALUE 0.
001680 01  WS-TrailerRecordCount     PIC 9(7) VALUE 0.
001690 01  WS-TrailerTotalAmount     PIC 9(11)V99 VALUE 0.
001700 01  WS-PayDate                PIC 9(8) VALUE 0.
001710
001720*    OUR ACCOUNT NUMBERS RIDE IN THE 12-BYTE BANK-ACCOUNT
001730*    FIELD EITHER ZERO-FILLED AND RIGHT-JUSTIFIED OR AS FIVE
001740*    DIGITS LEFT-JUSTIFIED; ANYTHING ELSE CANNOT BE AN
001750*    ACCOUNT ON THIS MASTER.
001760 01  WS-DdAccountText          PIC X(12) VALUE SPACES.
001770 01  WS-DD-ACCT-RIGHT REDEFINES WS-DdAccountText.
001780     05  WS-DdAcctLeadZeros    PIC X(7).
001790     05  WS-DdAcctRightID      PIC 9(5).
001800 01  WS-DD-ACCT-LEFT REDEFINES WS-DdAccountText.
001810     05  WS-DdAcctLeftID       PIC X(5).
001820     05  WS-DdAcctTrailing     PIC X(7).
001830
001840 01  WS-ACCT-VALID-SWITCH      PIC X(1) VALUE 'N'.
001850     88  ACCOUNT-NUMBER-VALID         VALUE 'Y'.
001860     88  ACCOUNT-NUMBER-INVALID       VALUE 'N'.
001870
001880 01  WS-RunDate                PIC 9(8) VALUE 0.
001890 01  WS-BalanceBefore          PIC 9(9)V99 VALUE 0.
001900
001910 01  WS-TotalDetails           PIC 9(5) VALUE 0 COMP.
001920 01  WS-TotalOtherBank         PIC 9(5) VALUE 0 COMP.
001930 01  WS-TotalPosted            PIC 9(5) VALUE 0 COMP.
001940 01  WS-TotalReturned          PIC 9(5) VALUE 0 COMP.
001950 01  WS-AmountPosted           PIC 9(11)V99 VALUE 0.
001960 01  WS-AmountReturned         PIC 9(11)V99 VALUE 0.
001970
001980*    RUN-CONTROL INTERFACE AREA AND THE PRE-COUNT OF THE
001990*    TRANSMISSION THAT IDENTIFIES TODAY'S INPUT TO THE SHARED
002000*    RUN-CONTROL LOG.
002010 01  WS-RUN-CONTROL-AREA.
002020     05  RCA-Function       PIC X(1).
002030     05  RCA-ProgramName    PIC X(20).
002040     05  RCA-InputFileName  PIC X(20).
002050     05  RCA-InputRecordCount PIC 9(7).
002060     05  RCA-ReturnStatus   PIC X(1).
002070         88  RUN-MAY-PROCEED          VALUE 'O'.
002080         88  RUN-IS-DUPLICATE         VALUE 'D'.
002090
002100 01  WS-DepositInputCount      PIC 9(7) VALUE 0 COMP.
002110
002120 PROCEDURE DIVISION.
002130*    ------------------------------------------------------
002140*    0000-MAINLINE CONTROLS THE DEPOSIT POSTING RUN.
002150*    ------------------------------------------------------
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002180     PERFORM 1500-READ-CONTROL-FILE THRU 1500-EXIT
002190     IF POSTING-MAY-PROCEED
002200         PERFORM 1600-PROVE-TRANSMISSION THRU 1600-EXIT
002210     END-IF
002220     IF POSTING-IS-REFUSED
002230         CONTINUE
002240     ELSE
002250         PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
002260         IF RUN-IS-DUPLICATE
002270             DISPLAY 'DIRECT_DEPOSIT.DAT ALREADY POSTED TO'
002280                 ' COMPLETION TODAY - RUN REFUSED'
002290         ELSE
002300             PERFORM 2000-POST-DEPOSITS THRU 2000-EXIT
002310             PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
002320             PERFORM 1200-MARK-RUN-COMPLETE THRU 1200-EXIT
002330         END-IF
002340     END-IF
002350     STOP RUN.
002360
002370 1000-INITIALIZE.
002380     DISPLAY 'DIRECT DEPOSIT POSTING RUN'
002390     ACCEPT WS-RunDate FROM DATE YYYYMMDD.
002400 1000-EXIT.
002410     EXIT.
002420
002430*    ------------------------------------------------------
002440*    CHECK THE SHARED RUN-CONTROL LOG. A COMPLETED RUN TODAY
002450*    AGAINST THE SAME TRANSMISSION AND COUNT MEANS EVERY
002460*    CREDIT WOULD POST TWICE. THE RECORD COUNT WAS TAKEN BY
002470*    THE TRAILER PROOF.
002480*    ------------------------------------------------------
002490 1100-CHECK-RUN-CONTROL.
002500     MOVE 'S' TO RCA-Function
002510     MOVE 'DEPOSITPOSTING' TO RCA-ProgramName
002520     MOVE 'direct_deposit.dat' TO RCA-InputFileName
002530     MOVE WS-DepositInputCount TO RCA-InputRecordCount
002540     CALL 'RunControl' USING WS-RUN-CONTROL-AREA.
002550 1100-EXIT.
002560     EXIT.
002570
002580 1200-MARK-RUN-COMPLETE.
002590     MOVE 'E' TO RCA-Function
002600     CALL 'RunControl' USING WS-RUN-CONTROL-AREA.
002610 1200-EXIT.
002620     EXIT.
002630
002640*    ------------------------------------------------------
002650*    PICK UP THIS BANK'S OWN ROUTING NUMBER FROM THE BANK
002660*    CONTROL FILE. A MISSING OR EMPTY FILE, OR A ZERO
002670*    ROUTING NUMBER, REFUSES THE RUN - POSTING AGAINST THE
002680*    WRONG ROUTING NUMBER WOULD SKIP EVERY CREDIT.
002690*    ------------------------------------------------------
002700 1500-READ-CONTROL-FILE.
002710     SET POSTING-IS-REFUSED TO TRUE
002720     OPEN INPUT BankControlFile
002730     IF WS-ControlFileStatus NOT = '00'
002740         DISPLAY 'BANK CONTROL FILE CANNOT BE OPENED - '
002750             'STATUS ' WS-ControlFileStatus ' - RUN REFUSED'
002760         GO TO 1500-EXIT
002770     END-IF
002780     READ BankControlFile
002790         AT END
002800             DISPLAY 'BANK CONTROL FILE EMPTY - RUN REFUSED'
002810         NOT AT END
002820             MOVE BKC-OwnRoutingNumber TO WS-OwnRoutingNumber
002830             IF WS-OwnRoutingNumber > 0
002840                 SET POSTING-MAY-PROCEED TO TRUE
002850             ELSE
002860                 DISPLAY 'OWN ROUTING NUMBER MISSING - '
002870                     'RUN REFUSED'
002880             END-IF
002890     END-READ
002900     CLOSE BankControlFile.
002910 1500-EXIT.
002920     EXIT.
002930
002940*    ------------------------------------------------------
002950*    FIRST PASS - PROVE THE TRANSMISSION BEFORE POSTING. IT
002960*    MUST CARRY EXACTLY ONE HEADER AND ONE TRAILER, AND THE
002970*    DETAILS MUST FOOT TO THE TRAILER'S COUNT AND TOTAL. A
002980*    FILE THAT DOES NOT PROVE IS SENT BACK TO PAYROLL WHOLE;
002990*    NOTHING ON IT IS POSTED.
003000*    ------------------------------------------------------
003010 1600-PROVE-TRANSMISSION.
003020     SET POSTING-IS-REFUSED TO TRUE
003030     OPEN INPUT DirectDepositFile
003040     IF WS-DepositFileStatus NOT = '00'
003050         DISPLAY 'DIRECT DEPOSIT FILE CANNOT BE OPENED - '
003060             'STATUS ' WS-DepositFileStatus ' - RUN REFUSED'
003070         GO TO 1600-EXIT
003080     END-IF
003090     PERFORM UNTIL END-OF-DEPOSITS
003100         READ DirectDepositFile
003110             AT END
003120                 SET END-OF-DEPOSITS TO TRUE
003130             NOT AT END
003140                 ADD 1 TO WS-DepositInputCount
003150                 PERFORM 1610-PROVE-ONE-RECORD THRU 1610-EXIT
003160         END-READ
003170     END-PERFORM
003180     CLOSE DirectDepositFile
003190     MOVE 'N' TO WS-EOF-SWITCH
003200     IF WS-HeaderCount NOT = 1
003210         DISPLAY 'TRANSMISSION HEADER COUNT ' WS-HeaderCount
003220             ' - RUN REFUSED'
003230         GO TO 1600-EXIT
003240     END-IF
003250     IF WS-TrailerCount NOT = 1
003260         DISPLAY 'TRANSMISSION TRAILER COUNT ' WS-TrailerCount
003270             ' - RUN REFUSED'
003280         GO TO 1600-EXIT
003290     END-IF
003300     IF WS-ProofRecordCount NOT = WS-TrailerRecordCount
003310        OR WS-ProofTotalAmount NOT = WS-TrailerTotalAmount
003320         DISPLAY 'TRANSMISSION OUT OF BALANCE - DETAILS '
003330             WS-ProofRecordCount ' TRAILER '
003340             WS-TrailerRecordCount
003350         DISPLAY '  DETAIL TOTAL ' WS-ProofTotalAmount
003360             ' TRAILER TOTAL ' WS-TrailerTotalAmount
003370             ' - RUN REFUSED'
003380         GO TO 1600-EXIT
003390     END-IF
003400     SET POSTING-MAY-PROCEED TO TRUE.
003410 1600-EXIT.
003420     EXIT.
003430
003440 1610-PROVE-ONE-RECORD.
003450     EVALUATE TRUE
003460         WHEN DD-HEADER-RECORD
003470             ADD 1 TO WS-HeaderCount
003480             MOVE DDH-RunDate TO WS-PayDate
003490         WHEN DD-DETAIL-RECORD
003500             ADD 1 TO WS-ProofRecordCount
003510             ADD DD-DepositAmount TO WS-ProofTotalAmount
003520         WHEN DD-TRAILER-RECORD
003530             ADD 1 TO WS-TrailerCount
003540             MOVE DDT-RecordCount TO WS-TrailerRecordCount
003550             MOVE DDT-TotalAmount TO WS-TrailerTotalAmount
003560         WHEN OTHER
003570             DISPLAY 'UNKNOWN RECORD TYPE ' DDH-RecordType
003580                 ' ON TRANSMISSION - IGNORED'
003590     END-EVALUATE.
003600 1610-EXIT.
003610     EXIT.
003620
003630*    ------------------------------------------------------
003640*    SECOND PASS - POST EVERY OWN-BANK DETAIL. THE RETURN
003650*    FILE IS OPENED EXTEND SO RETURNS NOT YET PAID BY A
003660*    PAYROLL RUN ARE NEVER OVERWRITTEN.
003670*    ------------------------------------------------------
003680 2000-POST-DEPOSITS.
003690     OPEN I-O BankAccountFile
003700     OPEN EXTEND AuditFile
003710     OPEN EXTEND DdReturnFile
003720     IF WS-ReturnFileStatus = '35'
003730         OPEN OUTPUT DdReturnFile
003740         CLOSE DdReturnFile
003750         OPEN EXTEND DdReturnFile
003760     END-IF
003770     OPEN INPUT DirectDepositFile
003780     PERFORM UNTIL END-OF-DEPOSITS
003790         READ DirectDepositFile
003800             AT END
003810                 SET END-OF-DEPOSITS TO TRUE
003820             NOT AT END
003830                 IF DD-DETAIL-RECORD
003840                     ADD 1 TO WS-TotalDetails
003850                     PERFORM 2100-POST-ONE-DEPOSIT
003860                         THRU 2100-EXIT
003870                 END-IF
003880         END-READ
003890     END-PERFORM
003900     CLOSE DirectDepositFile
003910     CLOSE DdReturnFile
003920     CLOSE AuditFile
003930     CLOSE BankAccountFile.
003940 2000-EXIT.
003950     EXIT.
003960
003970*    ------------------------------------------------------
003980*    ONE DETAIL. ANOTHER BANK'S ROUTING NUMBER IS NOT OURS
003990*    TO POST. AN OWN-BANK DETAIL WHOSE ACCOUNT CANNOT TAKE
004000*    THE CREDIT GOES TO THE RETURN FILE WITH THE REASON.
004010*    ------------------------------------------------------
004020 2100-POST-ONE-DEPOSIT.
004030     IF DD-BankRoutingNumber NOT = WS-OwnRoutingNumber
004040         ADD 1 TO WS-TotalOtherBank
004050         GO TO 2100-EXIT
004060     END-IF
004070     PERFORM 2200-EDIT-ACCOUNT-NUMBER THRU 2200-EXIT
004080     IF ACCOUNT-NUMBER-INVALID
004090         MOVE 'ACCOUNT NUMBER NOT VALID AT THIS BANK'
004100             TO DDR-Reason
004110         PERFORM 2500-WRITE-RETURN THRU 2500-EXIT
004120         GO TO 2100-EXIT
004130     END-IF
004140     READ BankAccountFile
004150         INVALID KEY
004160             SET ACCOUNT-NOT-FOUND TO TRUE
004170         NOT INVALID KEY
004180             SET ACCOUNT-FOUND TO TRUE
004190     END-READ
004200     IF ACCOUNT-NOT-FOUND
004210         MOVE 'ACCOUNT NOT ON FILE OR CLOSED'
004220             TO DDR-Reason
004230         PERFORM 2500-WRITE-RETURN THRU 2500-EXIT
004240         GO TO 2100-EXIT
004250     END-IF
004260     IF ACCOUNT-DORMANT
004270         MOVE 'ACCOUNT DORMANT - DEPOSIT RETURNED'
004280             TO DDR-Reason
004290         PERFORM 2500-WRITE-RETURN THRU 2500-EXIT
004300         GO TO 2100-EXIT
004310     END-IF
004320     PERFORM 2300-POST-CREDIT THRU 2300-EXIT.
004330 2100-EXIT.
004340     EXIT.
004350
004360*    ------------------------------------------------------
004370*    TURN THE 12-BYTE BANK-ACCOUNT FIELD INTO AN ACCOUNT-ID
004380*    AND STAGE IT IN THE MASTER'S KEY FOR THE KEYED READ.
004390*    ------------------------------------------------------
004400 2200-EDIT-ACCOUNT-NUMBER.
004410     SET ACCOUNT-NUMBER-INVALID TO TRUE
004420     MOVE DD-BankAccountNumber TO WS-DdAccountText
004430     IF WS-DdAccountText IS NUMERIC
004440         IF WS-DdAcctLeadZeros = '0000000'
004450             MOVE WS-DdAcctRightID TO AccountID
004460             SET ACCOUNT-NUMBER-VALID TO TRUE
004470         END-IF
004480         GO TO 2200-EXIT
004490     END-IF
004500     IF WS-DdAcctLeftID IS NUMERIC
004510        AND WS-DdAcctTrailing = SPACES
004520         MOVE WS-DdAcctLeftID TO AccountID
004530         SET ACCOUNT-NUMBER-VALID TO TRUE
004540     END-IF.
004550 2200-EXIT.
004560     EXIT.
004570
004580*    ------------------------------------------------------
004590*    CREDIT THE DEPOSIT AND WRITE ITS AUDIT RECORD. A PAYROLL
004600*    DEPOSIT THE CUSTOMER ARRANGED COUNTS AS CUSTOMER
004610*    ACTIVITY, SO THE REWRITE STAMPS THE LAST-ACTIVITY DATE
004620*    THE DORMANCY REVIEW WATCHES - OTHERWISE AN ACCOUNT FED
004630*    ONLY BY PAYROLL WOULD DRIFT DORMANT AND START RETURNING
004640*    ITS OWN PAY.
004650*    ------------------------------------------------------
004660 2300-POST-CREDIT.
004670     MOVE Balance TO WS-BalanceBefore
004680     ADD DD-DepositAmount TO Balance
004690     MOVE WS-RunDate TO LastActivityDate
004700     REWRITE AccountRecord
004710     MOVE AccountID            TO AUD-AccountID
004720     MOVE WS-PayrollDepTransID TO AUD-TransID
004730     MOVE DD-DepositAmount     TO AUD-AmountApplied
004740     MOVE WS-BalanceBefore     TO AUD-BalanceBefore
004750     MOVE Balance              TO AUD-BalanceAfter
004760     MOVE WS-RunDate           TO AUD-PostDate
004761     MOVE SPACE                TO AUD-EntryType
004770     WRITE AuditRecord
004780     ADD 1 TO WS-TotalPosted
004790     ADD DD-DepositAmount TO WS-AmountPosted.
004800 2300-EXIT.
004810     EXIT.
004820
004830 2500-WRITE-RETURN.
004840     MOVE DD-EmployeeID        TO DDR-EmployeeID
004850     MOVE DD-EmployeeName      TO DDR-EmployeeName
004860     MOVE DD-BankRoutingNumber TO DDR-BankRoutingNumber
004870     MOVE DD-BankAccountNumber TO DDR-BankAccountNumber
004880     MOVE DD-DepositAmount     TO DDR-DepositAmount
004890     MOVE WS-PayDate           TO DDR-PayDate
004900     WRITE DdReturnRecord
004910     ADD 1 TO WS-TotalReturned
004920     ADD DD-DepositAmount TO WS-AmountReturned.
004930 2500-EXIT.
004940     EXIT.
004950
004960 9000-DISPLAY-SUMMARY.
004970     DISPLAY '-----------------------------'
004980     DISPLAY 'Pay Date On Transmission: ' WS-PayDate
004990     DISPLAY 'Deposit Details Read: ' WS-TotalDetails
005000     DISPLAY 'Details For Other Banks: ' WS-TotalOtherBank
005010     DISPLAY 'Deposits Posted: ' WS-TotalPosted
005020     DISPLAY 'Amount Posted: ' WS-AmountPosted
005030     DISPLAY 'Deposits Returned To Payroll: ' WS-TotalReturned
005040     DISPLAY 'Amount Returned: ' WS-AmountReturned
005050     DISPLAY '-----------------------------'.
005060 9000-EXIT.
005070     EXIT.
