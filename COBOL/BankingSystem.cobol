000861*                     WITH AUDITARCHIVE BEFORE THE FIRST RUN ON
000862*                     THE NEW LAYOUT - OLD UNDATED RECORDS AND
000863*                     NEW DATED ONES MUST NOT SHARE A FILE.
000864*    10/15/2026 JDH   ADDED THE INSTALLMENT LOAN PAYMENT
000865*                     TRANSACTION (CODE L). THE ACCOUNT-ID ON A
000866*                     LOAN PAYMENT IS A LOAN NUMBER ON THE NEW
000867*                     LOAN MASTER (LOANS.DAT). THE PAYMENT GOES
000868*                     TO ACCRUED INTEREST FIRST, THEN UNPAID LATE
000869*                     FEES, THEN PRINCIPAL, AND EACH PORTION IS
000870*                     WRITTEN TO THE AUDIT TRAIL AS ITS OWN LEG
000871*                     UNDER THE PAYMENT'S TRANS ID, TAGGED BY THE
000872*                     NEW AUDIT ENTRY-TYPE CODE (I INTEREST, L
000873*                     LATE FEE, P PRINCIPAL), WITH THE LOAN'S
000874*                     PAYOFF BALANCE AS BEFORE/AFTER. THE
000875*                     PAYMENT IS CREDITED TOWARD THE SCHEDULED
000876*                     INSTALLMENT AND EVERY INSTALLMENT IT
000877*                     COVERS MOVES THE NEXT DUE DATE ON A MONTH.
000878*                     DEPOSIT-ACCOUNT POSTINGS CARRY A SPACE
000879*                     ENTRY TYPE.
000880*    10/15/2026 JDH   DEPOSITS OVER THE HOLD THRESHOLD ON THE NEW
000881*                     HOLD CONTROL FILE NOW PLACE A HOLD ON THE
000882*                     NEW HOLDS FILE (HOLDS.DAT, KEYED BY
000883*                     ACCOUNT) FOR THE AMOUNT OVER THE THRESHOLD,
000884*                     RELEASED AFTER THE CONTROL FILE'S NUMBER OF
000885*                     BUSINESS DAYS. WITHDRAWALS AND TRANSFERS
000886*                     OUT ARE NOW CHECKED AGAINST THE AVAILABLE
000887*                     BALANCE - LEDGER BALANCE LESS UNRELEASED
000888*                     HOLDS - AND REFUSED TO THE EXCEPTION FILE
000889*                     WHEN ONLY HELD FUNDS WOULD COVER THEM. THE
000890*                     NEW HOLDRELEASE RUN RELEASES MATURED HOLDS
000891*                     NIGHTLY AND LISTS THEM FOR THE BRANCH.
000892*    10/15/2026 JDH   THE POSTING RUN NOW TAKES A CHECKPOINT
000893*                     (POSTING_CHECKPOINT.DAT) AFTER EVERY
000894*                     TRANSACTION IT COMMITS - THE PHASE (PENDING
000895*                     REPLAY, DAY'S FILE OR PENDING REWRITE), THE
000896*                     RECORD POSITION, THE LAST TRANS ID AND THE
000897*                     RUN COUNTS. A RUN THAT FINDS A CHECKPOINT
000898*                     RESUMES AFTER THE LAST COMMITTED
000899*                     TRANSACTION INSTEAD OF REPOSTING FROM THE
000900*                     TOP, EXTENDING PENDING_NEW.DAT AND THE
000901*                     EXCEPTION FILE RATHER THAN EMPTYING THEM. A
000902*                     RESTART INTERRUPTED IN THE PENDING REWRITE
000903*                     REDOES ONLY THE REWRITE. A CHECKPOINT FROM
000904*                     ANOTHER RUN DATE, OR NOT MATCHING THE INPUT
000905*                     FILES, REFUSES THE RUN. THE CHECKPOINT IS
000906*                     CLEARED ONCE THE RUN IS LOGGED COMPLETE.
000907*
000908 ENVIRONMENT DIVISION.
000909 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000911     SELECT BankAccountFile ASSIGN TO 'accounts.dat'
000912         ORGANIZATION IS INDEXED
000913         ACCESS MODE IS DYNAMIC
000914         RECORD KEY IS AccountID.
000920
000930     SELECT TransactionFile ASSIGN TO 'transactions.dat'
000940         ORGANIZATION IS LINE SEQUENTIAL.
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980
000990     SELECT AuditFile ASSIGN TO 'audit.dat'
000991         ORGANIZATION IS LINE SEQUENTIAL.
000992
000993     SELECT LoanFile ASSIGN TO 'loans.dat'
000994         ORGANIZATION IS INDEXED
000995         ACCESS MODE IS DYNAMIC
000996         RECORD KEY IS LN-LoanID
000997         FILE STATUS IS WS-LoanFileStatus.
000998
000999     SELECT HoldFile ASSIGN TO 'holds.dat'
001000         ORGANIZATION IS INDEXED
001001         ACCESS MODE IS DYNAMIC
001002         RECORD KEY IS HLD-HoldKey
001003         FILE STATUS IS WS-HoldFileStatus.
001004
001005     SELECT HoldControlFile ASSIGN TO 'hold_control.dat'
001006         ORGANIZATION IS LINE SEQUENTIAL
001007         FILE STATUS IS WS-HoldControlStatus.
001010
001011     SELECT CheckpointFile ASSIGN TO 'posting_checkpoint.dat'
001012         ORGANIZATION IS LINE SEQUENTIAL
001013         FILE STATUS IS WS-CheckpointStatus.
001014
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  BankAccountFile.
001180         88  DEPOSIT-TRANSACTION      VALUE 'D'.
001190         88  WITHDRAWAL-TRANSACTION   VALUE 'W'.
001200         88  TRANSFER-TRANSACTION     VALUE 'T'.
001201         88  LOAN-PAYMENT-TRANSACTION VALUE 'L'.
001210     05  TransAmount        PIC 9(9)V99.
001220     05  TransToAccountID   PIC 9(5).
001222     05  TransEffectiveDate PIC 9(8).
001360     05  AUD-BalanceBefore  PIC 9(9)V99.
001370     05  AUD-BalanceAfter   PIC 9(9)V99.
001372     05  AUD-PostDate       PIC 9(8).
001373*    ENTRY TYPE - SPACE FOR A DEPOSIT-ACCOUNT POSTING; ON THE
001374*    LOAN BOOK A ACCRUAL, F LATE FEE CHARGED, AND THE LEGS OF
001375*    A PAYMENT: I INTEREST, L LATE FEE, P PRINCIPAL.
001376     05  AUD-EntryType      PIC X(1).
001380
001381*    LOAN MASTER - ONE RECORD PER INSTALLMENT LOAN, OPENED BY
001382*    ACCOUNTMAINTENANCE. THE PAYOFF BALANCE IS PRINCIPAL PLUS
001383*    ACCRUED INTEREST PLUS UNPAID LATE FEES. PAYMENT-CREDIT IS
001384*    WHAT HAS BEEN PAID TOWARD THE INSTALLMENT DUE ON THE NEXT
001385*    DUE DATE.
001386 FD  LoanFile.
001387 01  LoanRecord.
001388     05  LN-LoanID          PIC 9(5).
001389     05  LN-CustomerNumber  PIC 9(5).
001390     05  LN-BorrowerName    PIC X(30).
001391     05  LN-OriginalPrincipal PIC 9(9)V99.
001392     05  LN-PrincipalBalance PIC 9(9)V99.
001393     05  LN-AccruedInterest PIC 9(7)V99.
001394     05  LN-LateFeesDue     PIC 9(7)V99.
001395     05  LN-NoteRate        PIC 9(2)V9(4).
001396     05  LN-TermMonths      PIC 9(3).
001397     05  LN-ScheduledPayment PIC 9(7)V99.
001398     05  LN-NextDueDate     PIC 9(8).
001399     05  LN-DaysPastDue     PIC 9(4).
001400     05  LN-PaymentCredit   PIC 9(7)V99.
001401     05  LN-OpenDate        PIC 9(8).
001402     05  LN-LastAccrualDate PIC 9(8).
001403     05  LN-LateFeeDueDate  PIC 9(8).
001404     05  LN-NoticeLevel     PIC X(1).
001405     05  LN-LoanStatus      PIC X(1).
001406         88  LOAN-ACTIVE              VALUE 'A'.
001407         88  LOAN-PAID-OFF            VALUE 'P'.
001408
001409*    HOLDS FILE - ONE RECORD PER DEPOSIT HOLD, KEYED BY
001410*    ACCOUNT AND THE TRANS ID OF THE DEPOSIT, SO AN ACCOUNT'S
001411*    HOLDS READ TOGETHER IN ONE KEYED SWEEP. A HOLD STAYS
001412*    OUTSTANDING UNTIL ITS RELEASE DATE; HOLDRELEASE MARKS IT
001413*    RELEASED AND LATER PURGES IT.
001414 FD  HoldFile.
001415 01  HoldRecord.
001416     05  HLD-HoldKey.
001417         10  HLD-AccountID      PIC 9(5).
001418         10  HLD-TransID        PIC 9(7).
001419     05  HLD-AmountHeld     PIC 9(9)V99.
001420     05  HLD-PlacedDate     PIC 9(8).
001421     05  HLD-ReleaseDate    PIC 9(8).
001422     05  HLD-HoldStatus     PIC X(1).
001423         88  HOLD-OUTSTANDING         VALUE 'H'.
001424         88  HOLD-RELEASED            VALUE 'R'.
001430
001431*    HOLD CONTROL - THE DEPOSIT AMOUNT ABOVE WHICH A HOLD IS
001432*    PLACED AND THE NUMBER OF BUSINESS DAYS IT RUNS.
001433 FD  HoldControlFile.
001434 01  HoldControlRecord.
001435     05  HCT-HoldThreshold  PIC 9(9)V99.
001436     05  HCT-HoldDays       PIC 9(2).
001437
001438*    POSTING CHECKPOINT - WHERE THE LAST RUN GOT TO. THE
001439*    PHASE SAYS WHICH INPUT THE RECORD POSITION COUNTS INTO;
001440*    THE TRANS ID OF THAT RECORD IS KEPT TO PROVE THE INPUT
001441*    HAS NOT CHANGED BEFORE A RESTART SKIPS OVER IT. AN EMPTY
001442*    FILE MEANS THE LAST RUN FINISHED.
001443 FD  CheckpointFile.
001444 01  CheckpointRecord.
001445     05  CKP-RunDate        PIC 9(8).
001446     05  CKP-Phase          PIC X(1).
001447     05  CKP-RecordsDone    PIC 9(7).
001448     05  CKP-LastTransID    PIC 9(7).
001449     05  CKP-TransInputCount PIC 9(7).
001450     05  CKP-TotalTransactions PIC 9(5).
001451     05  CKP-TotalApplied   PIC 9(5).
001452     05  CKP-TotalExceptions PIC 9(5).
001453     05  CKP-TotalPendingIn PIC 9(5).
001454     05  CKP-TotalHeld      PIC 9(5).
001455     05  CKP-TotalLoanPayments PIC 9(5).
001456     05  CKP-TotalLoansPaidOff PIC 9(5).
001457     05  CKP-TotalHoldsPlaced PIC 9(5).
001458     05  CKP-TotalHoldRefusals PIC 9(5).
001460
001461 WORKING-STORAGE SECTION.
001462 01  WS-FOUND-SWITCH           PIC X(1) VALUE 'N'.
001463     88  ACCOUNT-FOUND                VALUE 'Y'.
001464     88  ACCOUNT-NOT-FOUND            VALUE 'N'.
001465
001466 01  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
001467     88  END-OF-ACCOUNTS              VALUE 'Y'.
001468
001470 01  WS-EOF-TRANS-SWITCH       PIC X(1) VALUE 'N'.
001480     88  END-OF-TRANSACTIONS          VALUE 'Y'.
001490
001580*    TRANSACTION FILE THAT IDENTIFIES TODAY'S INPUT TO THE
001590*    SHARED RUN-CONTROL LOG.
001600 01  WS-RUN-CONTROL-AREA.
001601     05  RCA-Function       PIC X(1).
001602     05  RCA-ProgramName    PIC X(20).
001603     05  RCA-InputFileName  PIC X(20).
001604     05  RCA-InputRecordCount PIC 9(7).
001605     05  RCA-ReturnStatus   PIC X(1).
001606         88  RUN-MAY-PROCEED          VALUE 'O'.
001607         88  RUN-IS-DUPLICATE         VALUE 'D'.
001608
001609 01  WS-TransInputCount        PIC 9(7) VALUE 0 COMP.
001610
001611*    LOAN PAYMENT CONTROLS. LOAN-FILE-STATUS 35 MEANS NO LOAN
001612*    HAS EVER BEEN OPENED - EVERY LOAN PAYMENT IS AN EXCEPTION.
001613 01  WS-LoanFileStatus         PIC X(2) VALUE SPACES.
001614
001615 01  WS-LOAN-BOOK-SWITCH       PIC X(1) VALUE 'N'.
001616     88  LOAN-BOOK-OPEN               VALUE 'Y'.
001617     88  LOAN-BOOK-MISSING            VALUE 'N'.
001618
001619 01  WS-LoanPayoff             PIC 9(9)V99 VALUE 0.
001620 01  WS-PaymentLeft            PIC 9(9)V99 VALUE 0.
001621 01  WS-InterestPortion        PIC 9(9)V99 VALUE 0.
001622 01  WS-FeePortion             PIC 9(9)V99 VALUE 0.
001623 01  WS-PrincipalPortion       PIC 9(9)V99 VALUE 0.
001624 01  WS-LegAmount              PIC 9(9)V99 VALUE 0.
001625
001626 01  WS-DueDate.
001627     05  WS-DueYear         PIC 9(4).
001628     05  WS-DueMonth        PIC 9(2).
001629     05  WS-DueDay          PIC 9(2).
001630 01  WS-DueDate-N REDEFINES WS-DueDate PIC 9(8).
001631
001632 01  WS-TotalLoanPayments      PIC 9(5) VALUE 0 COMP.
001633 01  WS-TotalLoansPaidOff      PIC 9(5) VALUE 0 COMP.
001634
001635*    DEPOSIT HOLD CONTROLS. HOLD-FILE-STATUS 35 MEANS NO HOLD
001636*    HAS EVER BEEN PLACED - THE FILE IS CREATED ON FIRST USE.
001637*    A MISSING HOLD CONTROL FILE, OR A ZERO ON IT, TAKES THE
001638*    DEFAULT: THE FIRST $5,000.00 OF A DEPOSIT IS AVAILABLE AT
001639*    ONCE AND THE REST IS HELD FOR 2 BUSINESS DAYS.
001640 01  WS-HoldFileStatus         PIC X(2) VALUE SPACES.
001641 01  WS-HoldControlStatus      PIC X(2) VALUE SPACES.
001642 01  WS-HoldThreshold          PIC 9(9)V99 VALUE 5000.00.
001643 01  WS-HoldDays               PIC 9(2) VALUE 2.
001644 01  WS-HoldReleaseDate        PIC 9(8) VALUE 0.
001645 01  WS-HeldAmount             PIC 9(11)V99 VALUE 0.
001646 01  WS-AvailableBalance       PIC 9(9)V99 VALUE 0.
001647 01  WS-HoldAccountID          PIC 9(5) VALUE 0.
001648
001649 01  WS-EOF-HOLD-SWITCH        PIC X(1) VALUE 'N'.
001650     88  END-OF-ACCOUNT-HOLDS         VALUE 'Y'.
001651
001652*    BUSINESS-DAY STEPPING FOR THE RELEASE DATE. THE RUN DATE'S
001653*    WEEKDAY (1 MONDAY - 7 SUNDAY) COMES FROM THE SYSTEM; EACH
001654*    STEP MOVES THE DATE ON ONE CALENDAR DAY AND COUNTS IT IF
001655*    IT FALLS MONDAY TO FRIDAY. EVERY FOURTH YEAR IS TAKEN AS
001656*    A LEAP YEAR, WHICH HOLDS THROUGH 2099.
001657 01  WS-RunDayOfWeek           PIC 9(1) VALUE 0.
001658 01  WS-StepDayOfWeek          PIC 9(1) VALUE 0.
001659 01  WS-BusinessDaysCounted    PIC 9(2) VALUE 0.
001660 01  WS-StepDate.
001661     05  WS-StepYear        PIC 9(4).
001662     05  WS-StepMonth       PIC 9(2).
001663     05  WS-StepDay         PIC 9(2).
001664 01  WS-StepDate-N REDEFINES WS-StepDate PIC 9(8).
001665 01  WS-DaysThisMonth          PIC 9(2) VALUE 0.
001666 01  WS-LeapQuotient           PIC 9(4) VALUE 0.
001667 01  WS-LeapRemainder          PIC 9(1) VALUE 0.
001668
001669 01  WS-MONTH-DAYS-VALUES      PIC X(24)
001670     VALUE '312831303130313130313031'.
001671 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001672     05  WS-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.
001680
001681 01  WS-TotalHoldsPlaced       PIC 9(5) VALUE 0 COMP.
001682 01  WS-TotalHoldRefusals      PIC 9(5) VALUE 0 COMP.
001683*    CHECKPOINT/RESTART CONTROLS. WS-CURRENTPHASE AND
001684*    WS-RECORDSDONE TRACK THE INPUT BEING POSTED AND HOW FAR
001685*    INTO IT THE RUN IS; RECORDS AT OR BELOW WS-SKIPRECORDS
001686*    IN THE RESTART PHASE WERE COMMITTED BEFORE THE RESTART.
001687 01  WS-CheckpointStatus       PIC X(2) VALUE SPACES.
001688 01  WS-CurrentPhase           PIC X(1) VALUE SPACE.
001689 01  WS-RecordsDone            PIC 9(7) VALUE 0 COMP.
001690 01  WS-SkipRecords            PIC 9(7) VALUE 0 COMP.
001691 01  WS-RestartRecords         PIC 9(7) VALUE 0 COMP.
001692 01  WS-RestartTransID         PIC 9(7) VALUE 0.
001693
001694 01  WS-RESTART-SWITCH         PIC X(1) VALUE 'N'.
001695     88  RESTART-RUN                  VALUE 'Y'.
001696     88  FRESH-RUN                    VALUE 'N'.
001700
001701 01  WS-RestartPhase           PIC X(1) VALUE SPACE.
001702     88  RESTART-IN-PENDING           VALUE 'P'.
001703     88  RESTART-IN-TRANSACTIONS      VALUE 'T'.
001704     88  RESTART-AT-PENDING-SWAP      VALUE 'S'.
001705
001706 01  WS-RESTART-REFUSED-SWITCH PIC X(1) VALUE 'N'.
001707     88  RESTART-REFUSED              VALUE 'Y'.
001708
001710 PROCEDURE DIVISION.
001720*    ------------------------------------------------------
001730*    0000-MAINLINE CONTROLS THE OVERALL BATCH RUN.
001790         DISPLAY 'TRANSACTIONS.DAT ALREADY POSTED TO'
001800             ' COMPLETION TODAY - RUN REFUSED'
001810     ELSE
001811         PERFORM 1500-READ-CHECKPOINT THRU 1500-EXIT
001812         IF RESTART-REFUSED
001813             DISPLAY 'POSTING CHECKPOINT DOES NOT MATCH THE'
001814                 ' INPUT FILES - RUN REFUSED'
001815         ELSE
001816             PERFORM 2000-COUNT-ACCOUNTS THRU 2000-EXIT
001817             PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
001818             PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
001819             PERFORM 1200-MARK-RUN-COMPLETE THRU 1200-EXIT
001820             PERFORM 1700-CLEAR-CHECKPOINT THRU 1700-EXIT
001821         END-IF
001860     END-IF
001870     STOP RUN.
001880
001890 1000-INITIALIZE.
001900     DISPLAY 'SIMPLE BANKING SYSTEM - BATCH POSTING RUN'
001901     ACCEPT WS-RunDate FROM DATE YYYYMMDD
001902     ACCEPT WS-RunDayOfWeek FROM DAY-OF-WEEK
001903     PERFORM 1300-READ-HOLD-CONTROL THRU 1300-EXIT
001904     PERFORM 1400-COMPUTE-RELEASE-DATE THRU 1400-EXIT.
001910 1000-EXIT.
001920     EXIT.
001930
002170     EXIT.
002180
002190 1200-MARK-RUN-COMPLETE.
002191     MOVE 'E' TO RCA-Function
002192     CALL 'RunControl' USING WS-RUN-CONTROL-AREA.
002193 1200-EXIT.
002194     EXIT.
002195
002196*    ------------------------------------------------------
002197*    PICK UP THE HOLD THRESHOLD AND HOLD PERIOD. A MISSING OR
002198*    EMPTY CONTROL FILE DOES NOT STOP THE POSTING RUN - THE
002199*    DEFAULTS STAND AND THE RUN SAYS SO.
002200*    ------------------------------------------------------
002201 1300-READ-HOLD-CONTROL.
002202     OPEN INPUT HoldControlFile
002203     IF WS-HoldControlStatus NOT = '00'
002204         DISPLAY 'HOLD CONTROL FILE CANNOT BE OPENED - STATUS '
002205             WS-HoldControlStatus ' - DEFAULT HOLD TERMS USED'
002206         GO TO 1300-EXIT
002207     END-IF
002208     READ HoldControlFile
002209         AT END
002210             DISPLAY 'HOLD CONTROL FILE EMPTY - DEFAULT HOLD'
002211                 ' TERMS USED'
002212         NOT AT END
002213             IF HCT-HoldThreshold > 0
002214                 MOVE HCT-HoldThreshold TO WS-HoldThreshold
002215             END-IF
002216             IF HCT-HoldDays > 0
002217                 MOVE HCT-HoldDays TO WS-HoldDays
002218             END-IF
002219     END-READ
002220     CLOSE HoldControlFile.
002221 1300-EXIT.
002230     EXIT.
002240
002241*    ------------------------------------------------------
002242*    EVERY HOLD PLACED IN THIS RUN IS RELEASED THE SAME DAY,
002243*    THE HOLD PERIOD'S WORTH OF BUSINESS DAYS AFTER THE RUN
002244*    DATE, SO THE RELEASE DATE IS WORKED OUT ONCE HERE.
002250*    ------------------------------------------------------
002251 1400-COMPUTE-RELEASE-DATE.
002252     MOVE WS-RunDate TO WS-StepDate-N
002253     MOVE WS-RunDayOfWeek TO WS-StepDayOfWeek
002254     MOVE 0 TO WS-BusinessDaysCounted
002255     PERFORM 1410-STEP-ONE-DAY THRU 1410-EXIT
002256         UNTIL WS-BusinessDaysCounted >= WS-HoldDays
002257     MOVE WS-StepDate-N TO WS-HoldReleaseDate.
002258 1400-EXIT.
002259     EXIT.
002260
002261 1410-STEP-ONE-DAY.
002262     MOVE WS-MONTH-DAYS(WS-StepMonth) TO WS-DaysThisMonth
002263     IF WS-StepMonth = 2
002264         DIVIDE WS-StepYear BY 4 GIVING WS-LeapQuotient
002265             REMAINDER WS-LeapRemainder
002266         IF WS-LeapRemainder = 0
002267             MOVE 29 TO WS-DaysThisMonth
002268         END-IF
002269     END-IF
002270     ADD 1 TO WS-StepDay
002271     IF WS-StepDay > WS-DaysThisMonth
002272         MOVE 1 TO WS-StepDay
002273         ADD 1 TO WS-StepMonth
002274         IF WS-StepMonth > 12
002275             MOVE 1 TO WS-StepMonth
002276             ADD 1 TO WS-StepYear
002277         END-IF
002278     END-IF
002279     ADD 1 TO WS-StepDayOfWeek
002280     IF WS-StepDayOfWeek > 7
002281         MOVE 1 TO WS-StepDayOfWeek
002282     END-IF
002283     IF WS-StepDayOfWeek < 6
002284         ADD 1 TO WS-BusinessDaysCounted
002285     END-IF.
002286 1410-EXIT.
002287     EXIT.
002288
002289*    ------------------------------------------------------
002290*    READ THE CHECKPOINT LEFT BY A RUN THAT DID NOT FINISH,
002291*    IF ANY. A MISSING OR EMPTY FILE MEANS A FRESH RUN. ON A
002292*    RESTART THE RUN COUNTS PICK UP WHERE THEY STOOD, AND THE
002293*    CHECKPOINT IS PROVED AGAINST THE RUN AND ITS INPUT: IT
002294*    MUST HAVE BEEN TAKEN TODAY, THE DAY'S FILE MUST HOLD THE
002295*    SAME NUMBER OF RECORDS, AND THE RECORD AT THE CHECKPOINT
002296*    POSITION MUST CARRY THE CHECKPOINT'S TRANS ID. A
002297*    CHECKPOINT THAT FAILS ANY TEST IS LEFT IN PLACE AND THE
002298*    RUN IS REFUSED - THE PARTIAL POSTING MUST BE RECONCILED
002299*    BEFORE THE CHECKPOINT IS CLEARED BY HAND.
002300*    ------------------------------------------------------
002301 1500-READ-CHECKPOINT.
002302     SET FRESH-RUN TO TRUE
002303     OPEN INPUT CheckpointFile
002304     IF WS-CheckpointStatus NOT = '00'
002305         GO TO 1500-EXIT
002306     END-IF
002307     READ CheckpointFile
002308         AT END
002309             CONTINUE
002310         NOT AT END
002311             SET RESTART-RUN TO TRUE
002312             MOVE CKP-Phase             TO WS-RestartPhase
002313             MOVE CKP-RecordsDone       TO WS-RestartRecords
002314             MOVE CKP-LastTransID       TO WS-RestartTransID
002315             MOVE CKP-TotalTransactions TO WS-TotalTransactions
002316             MOVE CKP-TotalApplied      TO WS-TotalApplied
002317             MOVE CKP-TotalExceptions   TO WS-TotalExceptions
002318             MOVE CKP-TotalPendingIn    TO WS-TotalPendingIn
002319             MOVE CKP-TotalHeld         TO WS-TotalHeld
002320             MOVE CKP-TotalLoanPayments TO WS-TotalLoanPayments
002321             MOVE CKP-TotalLoansPaidOff TO WS-TotalLoansPaidOff
002322             MOVE CKP-TotalHoldsPlaced  TO WS-TotalHoldsPlaced
002323             MOVE CKP-TotalHoldRefusals TO WS-TotalHoldRefusals
002324     END-READ
002325     CLOSE CheckpointFile
002326     IF FRESH-RUN
002327         GO TO 1500-EXIT
002328     END-IF
002329*    A CHECKPOINT LEFT BY ANOTHER DAY'S RUN DESCRIBES ANOTHER
002330*    DAY'S FILE, WHATEVER ITS COUNT.
002331     IF CKP-RunDate NOT = WS-RunDate
002332         DISPLAY 'CHECKPOINT WAS TAKEN BY THE ' CKP-RunDate
002333             ' RUN, NOT TODAY''S'
002334         SET RESTART-REFUSED TO TRUE
002335         GO TO 1500-EXIT
002336     END-IF
002337     IF CKP-TransInputCount NOT = WS-TransInputCount
002338         DISPLAY 'CHECKPOINT COUNTED ' CKP-TransInputCount
002339             ' TRANSACTIONS, FILE NOW HOLDS ' WS-TransInputCount
002340         SET RESTART-REFUSED TO TRUE
002341         GO TO 1500-EXIT
002342     END-IF
002343     PERFORM 1510-VERIFY-RESTART-POINT THRU 1510-EXIT
002344     IF NOT RESTART-REFUSED
002345         DISPLAY 'RESTARTING FROM CHECKPOINT - PHASE '
002346             WS-RestartPhase ' RECORD ' CKP-RecordsDone
002347             ' TRANS ID ' WS-RestartTransID
002348     END-IF.
002349 1500-EXIT.
002350     EXIT.
002351
002352*    ------------------------------------------------------
002353*    READ THE RESTART PHASE'S INPUT UP TO THE CHECKPOINT
002354*    POSITION AND CHECK THE TRANS ID FOUND THERE. A RESTART
002355*    IN THE PENDING REWRITE IS PROVED AGAINST THE LAST RECORD
002356*    OF THE DAY'S FILE. A RESTART BEFORE ANY RECORD WAS
002357*    COMMITTED HAS NOTHING TO PROVE.
002358*    ------------------------------------------------------
002359 1510-VERIFY-RESTART-POINT.
002360     IF WS-RestartRecords = 0
002361         GO TO 1510-EXIT
002362     END-IF
002363     MOVE 0 TO WS-RecordsDone
002364     MOVE 0 TO TransID
002365     IF RESTART-IN-PENDING
002366         OPEN INPUT PendingTransFile
002367         IF WS-PendingFileStatus NOT = '00'
002368             DISPLAY 'CHECKPOINT IS IN THE PENDING REPLAY BUT'
002369                 ' PENDING_TRANS.DAT CANNOT BE OPENED - STATUS '
002370                 WS-PendingFileStatus
002371             SET RESTART-REFUSED TO TRUE
002372             GO TO 1510-EXIT
002373         END-IF
002374         PERFORM 1520-READ-PENDING-TO-POINT THRU 1520-EXIT
002375             UNTIL WS-RecordsDone >= WS-RestartRecords
002376                OR END-OF-PENDING
002377         CLOSE PendingTransFile
002378         MOVE 'N' TO WS-EOF-PENDING-SWITCH
002379     ELSE
002380         OPEN INPUT TransactionFile
002381         PERFORM 1530-READ-TRANS-TO-POINT THRU 1530-EXIT
002382             UNTIL WS-RecordsDone >= WS-RestartRecords
002383                OR END-OF-TRANSACTIONS
002384         CLOSE TransactionFile
002385         MOVE 'N' TO WS-EOF-TRANS-SWITCH
002386     END-IF
002387     IF WS-RecordsDone < WS-RestartRecords
002388        OR TransID NOT = WS-RestartTransID
002389         DISPLAY 'CHECKPOINT TRANS ID ' WS-RestartTransID
002390             ' NOT FOUND AT RECORD ' WS-RestartRecords
002391         SET RESTART-REFUSED TO TRUE
002392     END-IF.
002393 1510-EXIT.
002394     EXIT.
002395
002396 1520-READ-PENDING-TO-POINT.
002397     READ PendingTransFile INTO TransactionRecord
002398         AT END
002399             SET END-OF-PENDING TO TRUE
002400         NOT AT END
002401             ADD 1 TO WS-RecordsDone
002402     END-READ.
002403 1520-EXIT.
002404     EXIT.
002405
002406 1530-READ-TRANS-TO-POINT.
002407     READ TransactionFile INTO TransactionRecord
002408         AT END
002409             SET END-OF-TRANSACTIONS TO TRUE
002410         NOT AT END
002411             ADD 1 TO WS-RecordsDone
002412     END-READ.
002413 1530-EXIT.
002414     EXIT.
002415
002416*    ------------------------------------------------------
002417*    EMPTY THE CHECKPOINT ONCE THE RUN IS LOGGED COMPLETE,
002418*    SO THE NEXT RUN STARTS FROM THE TOP. IT IS CLEARED ONLY
002419*    AFTER THE RUN-CONTROL LOG HAS THE COMPLETION: CLEARED
002420*    ANY EARLIER, AN ABEND IN BETWEEN WOULD LEAVE NEITHER TO
002421*    STOP A FULL REPOST.
002422*    ------------------------------------------------------
002423 1700-CLEAR-CHECKPOINT.
002424     OPEN OUTPUT CheckpointFile
002425     CLOSE CheckpointFile.
002426 1700-EXIT.
002430     EXIT.
002440
002441*    ------------------------------------------------------
002442*    COUNT THE ACCOUNTS ON THE MASTER FOR THE RUN SUMMARY.
002443*    THIS IS A SEQUENTIAL PASS OVER THE INDEXED FILE; IT
002444*    BUILDS NO TABLE - TRANSACTIONS ARE POSTED BY DIRECT
002445*    KEYED ACCESS IN 3000-APPLY-TRANSACTIONS BELOW.
002450*    ------------------------------------------------------
002451 2000-COUNT-ACCOUNTS.
002452     OPEN INPUT BankAccountFile
002453     PERFORM UNTIL END-OF-ACCOUNTS
002454         READ BankAccountFile NEXT RECORD
002455             AT END
002456                 SET END-OF-ACCOUNTS TO TRUE
002457             NOT AT END
002458                 ADD 1 TO WS-TotalAccounts
002459         END-READ
002460     END-PERFORM
002461     CLOSE BankAccountFile.
002462 2000-EXIT.
002463     EXIT.
002464
002465*    ------------------------------------------------------
002466*    REPLAY THE PENDING FILE LEFT BY PRIOR RUNS, THEN READ
002470*    THE DAY'S TRANSACTION FILE, POSTING EACH TRANSACTION TO
002475*    THE ACCOUNT PULLED UP DIRECTLY BY ACCOUNT-ID. ITEMS
002480*    STILL DATED IN THE FUTURE ARE HELD TO PENDING_NEW.DAT.
002485*    ------------------------------------------------------
002490 3000-APPLY-TRANSACTIONS.
002491     IF RESTART-AT-PENDING-SWAP
002492         PERFORM 3030-REWRITE-PENDING-FILE THRU 3030-EXIT
002493         GO TO 3000-EXIT
002494     END-IF
002500     OPEN I-O BankAccountFile
002501     IF RESTART-RUN
002502         OPEN EXTEND NewPendingFile
002503         OPEN EXTEND ExceptionFile
002504     ELSE
002505         OPEN OUTPUT NewPendingFile
002506         OPEN OUTPUT ExceptionFile
002507     END-IF
002508     OPEN EXTEND AuditFile
002509     OPEN I-O LoanFile
002510     IF WS-LoanFileStatus = '00'
002511         SET LOAN-BOOK-OPEN TO TRUE
002512     END-IF
002513     OPEN I-O HoldFile
002514     IF WS-HoldFileStatus = '35'
002515         OPEN OUTPUT HoldFile
002516         CLOSE HoldFile
002517         OPEN I-O HoldFile
002518     END-IF
002519     IF NOT RESTART-IN-TRANSACTIONS
002520         PERFORM 3010-REPLAY-PENDING-FILE THRU 3010-EXIT
002521     END-IF
002522     MOVE 'T' TO WS-CurrentPhase
002523     MOVE 0 TO WS-RecordsDone
002524     MOVE 0 TO WS-SkipRecords
002525     IF RESTART-IN-TRANSACTIONS
002526         MOVE WS-RestartRecords TO WS-SkipRecords
002527     END-IF
002538     OPEN INPUT TransactionFile
002540     PERFORM UNTIL END-OF-TRANSACTIONS
002550         READ TransactionFile INTO TransactionRecord
002560             AT END
002570                 SET END-OF-TRANSACTIONS TO TRUE
002580             NOT AT END
002581                 ADD 1 TO WS-RecordsDone
002582                 IF WS-RecordsDone > WS-SkipRecords
002583                     ADD 1 TO WS-TotalTransactions
002584                     PERFORM 3020-APPLY-ONE-TRANS THRU 3020-EXIT
002585                     PERFORM 3040-TAKE-CHECKPOINT THRU 3040-EXIT
002586                 END-IF
002690         END-READ
002700     END-PERFORM
002710     CLOSE TransactionFile
002713     CLOSE NewPendingFile
002714     MOVE 'S' TO WS-CurrentPhase
002715     PERFORM 3040-TAKE-CHECKPOINT THRU 3040-EXIT
002716     PERFORM 3030-REWRITE-PENDING-FILE THRU 3030-EXIT
002720     CLOSE ExceptionFile
002730     CLOSE AuditFile
002731     IF LOAN-BOOK-OPEN
002732         CLOSE LoanFile
002733     END-IF
002734     CLOSE HoldFile
002740     CLOSE BankAccountFile.
002750 3000-EXIT.
002760     EXIT.
002762
002764*    ------------------------------------------------------
002766*    POST EVERY HELD TRANSACTION WHOSE EFFECTIVE DATE HAS
002767*    ARRIVED; THE REST ARE RE-HELD TO PENDING_NEW.DAT. A
002768*    MISSING PENDING FILE (STATUS 35) MEANS NO PRIOR RUN HAS
002769*    HELD ANYTHING - THE REPLAY IS SIMPLY SKIPPED.
002770*    ------------------------------------------------------
002771 3010-REPLAY-PENDING-FILE.
002772     MOVE 'P' TO WS-CurrentPhase
002773     MOVE 0 TO WS-RecordsDone
002774     MOVE 0 TO WS-SkipRecords
002775     IF RESTART-IN-PENDING
002776         MOVE WS-RestartRecords TO WS-SkipRecords
002777     END-IF
002778     OPEN INPUT PendingTransFile
002780     IF WS-PendingFileStatus = '35'
002782         GO TO 3010-EXIT
002788         READ PendingTransFile INTO TransactionRecord
002790             AT END
002792                 SET END-OF-PENDING TO TRUE
002793             NOT AT END
002794                 ADD 1 TO WS-RecordsDone
002795                 IF WS-RecordsDone > WS-SkipRecords
002796                     ADD 1 TO WS-TotalPendingIn
002797                     PERFORM 3020-APPLY-ONE-TRANS THRU 3020-EXIT
002798                     PERFORM 3040-TAKE-CHECKPOINT THRU 3040-EXIT
002799                 END-IF
002800         END-READ
002802     END-PERFORM
002804     CLOSE PendingTransFile.
002818*    HELD FORWARD; ANYTHING ELSE POSTS THE SAME AS ALWAYS.
002820*    ------------------------------------------------------
002822 3020-APPLY-ONE-TRANS.
002823     IF TransEffectiveDate > WS-RunDate
002824         WRITE NewPendingRecord FROM TransactionRecord
002825         ADD 1 TO WS-TotalHeld
002826         GO TO 3020-EXIT
002827     END-IF
002828     IF LOAN-PAYMENT-TRANSACTION
002829         PERFORM 3800-POST-LOAN-PAYMENT THRU 3800-EXIT
002830         GO TO 3020-EXIT
002832     END-IF
002834     PERFORM 3050-READ-ACCOUNT THRU 3050-EXIT
002902 3030-EXIT.
002904     EXIT.
002906
002907*    ------------------------------------------------------
002908*    RECORD HOW FAR THE RUN HAS GOT. TAKEN AFTER EVERY
002909*    TRANSACTION: THE ACCOUNT, LOAN AND HOLD MASTERS AND THE
002910*    AUDIT TRAIL ARE UPDATED AS EACH ONE POSTS, SO ANY WIDER
002911*    INTERVAL WOULD LET A RESTART POST AGAIN THE ITEMS BETWEEN
002912*    THE LAST CHECKPOINT AND THE ABEND. PHASE S, TAKEN ONCE
002913*    PENDING_NEW.DAT IS COMPLETE, MEANS ONLY THE PENDING
002914*    REWRITE REMAINS; IT KEEPS THE DAY'S RECORD COUNT AND
002915*    LAST TRANS ID SO A RESTART CAN STILL BE PROVED.
002916*    ------------------------------------------------------
002917 3040-TAKE-CHECKPOINT.
002918     OPEN OUTPUT CheckpointFile
002919     MOVE WS-RunDate            TO CKP-RunDate
002920     MOVE WS-CurrentPhase       TO CKP-Phase
002921     MOVE WS-RecordsDone        TO CKP-RecordsDone
002922     MOVE TransID               TO CKP-LastTransID
002923     MOVE WS-TransInputCount    TO CKP-TransInputCount
002924     MOVE WS-TotalTransactions  TO CKP-TotalTransactions
002925     MOVE WS-TotalApplied       TO CKP-TotalApplied
002926     MOVE WS-TotalExceptions    TO CKP-TotalExceptions
002927     MOVE WS-TotalPendingIn     TO CKP-TotalPendingIn
002928     MOVE WS-TotalHeld          TO CKP-TotalHeld
002929     MOVE WS-TotalLoanPayments  TO CKP-TotalLoanPayments
002930     MOVE WS-TotalLoansPaidOff  TO CKP-TotalLoansPaidOff
002931     MOVE WS-TotalHoldsPlaced   TO CKP-TotalHoldsPlaced
002932     MOVE WS-TotalHoldRefusals  TO CKP-TotalHoldRefusals
002933     WRITE CheckpointRecord
002934     CLOSE CheckpointFile.
002935 3040-EXIT.
002936     EXIT.
002937
002938 3050-READ-ACCOUNT.
002939     SET ACCOUNT-NOT-FOUND TO TRUE
002940     MOVE AccountID OF TransactionRecord
002941         TO AccountID OF AccountRecord
002942     READ BankAccountFile
002943         INVALID KEY
002944             SET ACCOUNT-NOT-FOUND TO TRUE
002945         NOT INVALID KEY
002946             SET ACCOUNT-FOUND TO TRUE
002947     END-READ.
002948 3050-EXIT.
002949     EXIT.
002950
002951 3200-POST-TRANSACTION.
002952     MOVE Balance TO WS-BalanceBefore
002953     EVALUATE TRUE
002954         WHEN DEPOSIT-TRANSACTION
002955             ADD TransAmount TO Balance
002960             PERFORM 3400-REWRITE-ACCOUNT THRU 3400-EXIT
002970             MOVE TransAmount TO AUD-AmountApplied
002980             PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
002990             ADD 1 TO WS-TotalApplied
002991             IF TransAmount > WS-HoldThreshold
002992                 PERFORM 3460-PLACE-HOLD THRU 3460-EXIT
002993             END-IF
003000         WHEN WITHDRAWAL-TRANSACTION
003001             PERFORM 3250-POST-WITHDRAWAL THRU 3250-EXIT
003120         WHEN TRANSFER-TRANSACTION
003130             PERFORM 3600-POST-TRANSFER THRU 3600-EXIT
003140         WHEN OTHER
003150             MOVE 'UNKNOWN TRANSACTION CODE'
003160                 TO EX-Reason
003161             PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
003162     END-EVALUATE.
003163 3200-EXIT.
003164     EXIT.
003165
003166*    ------------------------------------------------------
003167*    A WITHDRAWAL MUST BE COVERED BY THE AVAILABLE BALANCE,
003168*    NOT JUST THE LEDGER BALANCE. ONE THAT THE LEDGER BALANCE
003169*    WOULD COVER BUT HELD FUNDS WOULD NOT IS REFUSED AS ON
003170*    HOLD, SO THE TELLER DESK CAN TELL THE CUSTOMER WHY.
003171*    ------------------------------------------------------
003172 3250-POST-WITHDRAWAL.
003173     IF ACCOUNT-DORMANT
003174         MOVE 'ACCOUNT DORMANT - WITHDRAWAL REFUSED'
003175             TO EX-Reason
003176         PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
003177         GO TO 3250-EXIT
003178     END-IF
003179     IF TransAmount > Balance
003180         MOVE 'INSUFFICIENT FUNDS FOR WITHDRAWAL'
003181             TO EX-Reason
003182         PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
003183         GO TO 3250-EXIT
003184     END-IF
003185     PERFORM 3450-COMPUTE-AVAILABLE THRU 3450-EXIT
003186     IF TransAmount > WS-AvailableBalance
003187         MOVE 'FUNDS ON HOLD - WITHDRAWAL REFUSED'
003188             TO EX-Reason
003189         PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
003190         ADD 1 TO WS-TotalHoldRefusals
003191         GO TO 3250-EXIT
003192     END-IF
003193     SUBTRACT TransAmount FROM Balance
003194     PERFORM 3400-REWRITE-ACCOUNT THRU 3400-EXIT
003195     COMPUTE AUD-AmountApplied = TransAmount * -1
003196     PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
003197     ADD 1 TO WS-TotalApplied.
003198 3250-EXIT.
003200     EXIT.
003210
003220 3300-WRITE-EXCEPTION.
003316 3400-REWRITE-ACCOUNT.
003318     MOVE WS-RunDate TO LastActivityDate
003320     REWRITE AccountRecord.
003321 3400-EXIT.
003322     EXIT.
003323
003324*    ------------------------------------------------------
003325*    AVAILABLE BALANCE OF THE ACCOUNT IN THE RECORD AREA -
003326*    THE LEDGER BALANCE LESS EVERY HOLD STILL OUTSTANDING
003327*    WHOSE RELEASE DATE HAS NOT ARRIVED. A HOLD PAST ITS
003328*    RELEASE DATE COUNTS AS RELEASED EVEN IF HOLDRELEASE HAS
003329*    NOT YET MARKED IT. THE ACCOUNT'S HOLDS ARE READ BY KEY
003330*    FROM THE FIRST ONE FOR THE ACCOUNT ONWARD.
003331*    ------------------------------------------------------
003332 3450-COMPUTE-AVAILABLE.
003333     MOVE 0 TO WS-HeldAmount
003334     MOVE AccountID OF AccountRecord TO WS-HoldAccountID
003335     MOVE WS-HoldAccountID TO HLD-AccountID
003336     MOVE 0 TO HLD-TransID
003337     MOVE 'N' TO WS-EOF-HOLD-SWITCH
003338     START HoldFile KEY IS NOT LESS THAN HLD-HoldKey
003339         INVALID KEY
003340             SET END-OF-ACCOUNT-HOLDS TO TRUE
003341     END-START
003342     PERFORM UNTIL END-OF-ACCOUNT-HOLDS
003343         READ HoldFile NEXT RECORD
003344             AT END
003345                 SET END-OF-ACCOUNT-HOLDS TO TRUE
003346             NOT AT END
003347                 IF HLD-AccountID NOT = WS-HoldAccountID
003348                     SET END-OF-ACCOUNT-HOLDS TO TRUE
003349                 ELSE
003350                     IF HOLD-OUTSTANDING
003351                        AND HLD-ReleaseDate > WS-RunDate
003352                         ADD HLD-AmountHeld TO WS-HeldAmount
003353                     END-IF
003354                 END-IF
003355         END-READ
003356     END-PERFORM
003357     IF WS-HeldAmount > Balance
003358         MOVE 0 TO WS-AvailableBalance
003359     ELSE
003360         COMPUTE WS-AvailableBalance = Balance - WS-HeldAmount
003361     END-IF.
003362 3450-EXIT.
003363     EXIT.
003364
003365*    ------------------------------------------------------
003366*    HOLD THE PART OF A DEPOSIT OVER THE THRESHOLD. THE HOLD
003367*    IS KEYED BY THE ACCOUNT AND THE DEPOSIT'S TRANS ID.
003368*    ------------------------------------------------------
003369 3460-PLACE-HOLD.
003370     MOVE AccountID OF TransactionRecord TO HLD-AccountID
003371     MOVE TransID                        TO HLD-TransID
003372     COMPUTE HLD-AmountHeld = TransAmount - WS-HoldThreshold
003373     MOVE WS-RunDate                     TO HLD-PlacedDate
003374     MOVE WS-HoldReleaseDate             TO HLD-ReleaseDate
003375     SET HOLD-OUTSTANDING TO TRUE
003376     WRITE HoldRecord
003377         INVALID KEY
003378             DISPLAY 'HOLD ALREADY ON FILE FOR ACCOUNT '
003379                 HLD-AccountID ' TRANS ' HLD-TransID
003380                 ' - NOT PLACED AGAIN'
003381         NOT INVALID KEY
003382             ADD 1 TO WS-TotalHoldsPlaced
003383     END-WRITE.
003384 3460-EXIT.
003385     EXIT.
003386
003387 3500-WRITE-AUDIT.
003388     MOVE AccountID OF TransactionRecord TO AUD-AccountID
003389     MOVE TransID                        TO AUD-TransID
003390     MOVE WS-BalanceBefore               TO AUD-BalanceBefore
003400     MOVE Balance                        TO AUD-BalanceAfter
003405     MOVE WS-RunDate                     TO AUD-PostDate
003406     MOVE SPACE                          TO AUD-EntryType
003410     WRITE AuditRecord.
003420 3500-EXIT.
003430     EXIT.
003612     END-IF
003613     IF TransAmount > Balance
003620         MOVE 'INSUFFICIENT FUNDS FOR TRANSFER'
003621             TO EX-Reason
003622         PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
003623         GO TO 3600-EXIT
003624     END-IF
003625     PERFORM 3450-COMPUTE-AVAILABLE THRU 3450-EXIT
003626     IF TransAmount > WS-AvailableBalance
003627         MOVE 'FUNDS ON HOLD - TRANSFER REFUSED'
003630             TO EX-Reason
003640         PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
003641         ADD 1 TO WS-TotalHoldRefusals
003650         GO TO 3600-EXIT
003660     END-IF
003670     MOVE Balance TO WS-FromBalance
003880     COMPUTE AUD-AmountApplied = TransAmount * -1
003890     PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
003900     ADD 1 TO WS-TotalApplied.
003901 3600-EXIT.
003902     EXIT.
003903
003904*    ------------------------------------------------------
003905*    AUDIT RECORD FOR THE TO-ACCOUNT LEG OF A TRANSFER -
003906*    SAME SHAPE AS 3500-WRITE-AUDIT BUT CARRYING THE
003907*    TO-ACCOUNT-ID SO EACH SIDE OF THE PAIR LANDS ON ITS OWN
003908*    ACCOUNT'S STATEMENT.
003909*    ------------------------------------------------------
003910 3700-WRITE-TO-LEG-AUDIT.
003911     MOVE TransToAccountID TO AUD-AccountID
003912     MOVE TransID          TO AUD-TransID
003913     MOVE WS-BalanceBefore TO AUD-BalanceBefore
003914     MOVE Balance          TO AUD-BalanceAfter
003915     MOVE WS-RunDate       TO AUD-PostDate
003916     MOVE SPACE            TO AUD-EntryType
003917     WRITE AuditRecord.
003918 3700-EXIT.
003920     EXIT.
003930
003931*    ------------------------------------------------------
003932*    POST AN INSTALLMENT LOAN PAYMENT. THE ACCOUNT-ID ON THE
003933*    TRANSACTION IS THE LOAN NUMBER. THE PAYMENT IS SPLIT -
003934*    ACCRUED INTEREST FIRST, THEN UNPAID LATE FEES, THEN
003935*    PRINCIPAL - AND EVERY CONDITION THAT COULD REFUSE IT IS
003936*    CHECKED BEFORE ANY LEG IS WRITTEN. A PAYMENT LARGER
003937*    THAN THE PAYOFF BALANCE IS REFUSED WHOLE SO THE TELLER
003938*    DESK CAN REFUND THE DIFFERENCE.
003940*    ------------------------------------------------------
003941 3800-POST-LOAN-PAYMENT.
003942     IF LOAN-BOOK-MISSING
003943         MOVE 'NO MATCHING LOAN FOR PAYMENT' TO EX-Reason
003944         PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
003945         GO TO 3800-EXIT
003946     END-IF
003947     MOVE AccountID OF TransactionRecord TO LN-LoanID
003948     READ LoanFile
003949         INVALID KEY
003950             MOVE 'NO MATCHING LOAN FOR PAYMENT' TO EX-Reason
003951             PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
003952             GO TO 3800-EXIT
003953     END-READ
003954     IF LOAN-PAID-OFF
003955         MOVE 'LOAN PAID OFF - PAYMENT REFUSED' TO EX-Reason
003956         PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
003957         GO TO 3800-EXIT
003958     END-IF
003959     COMPUTE WS-LoanPayoff = LN-PrincipalBalance
003960         + LN-AccruedInterest + LN-LateFeesDue
003961     IF TransAmount > WS-LoanPayoff
003962         MOVE 'PAYMENT EXCEEDS LOAN PAYOFF BALANCE'
003963             TO EX-Reason
003964         PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
003965         GO TO 3800-EXIT
003966     END-IF
003967     MOVE TransAmount TO WS-PaymentLeft
003968     IF WS-PaymentLeft > LN-AccruedInterest
003969         MOVE LN-AccruedInterest TO WS-InterestPortion
003970     ELSE
003971         MOVE WS-PaymentLeft TO WS-InterestPortion
003972     END-IF
003973     SUBTRACT WS-InterestPortion FROM WS-PaymentLeft
003974     IF WS-PaymentLeft > LN-LateFeesDue
003975         MOVE LN-LateFeesDue TO WS-FeePortion
003976     ELSE
003977         MOVE WS-PaymentLeft TO WS-FeePortion
003978     END-IF
003979     SUBTRACT WS-FeePortion FROM WS-PaymentLeft
003980     MOVE WS-PaymentLeft TO WS-PrincipalPortion
003981*    THE INTEREST AND PRINCIPAL LEGS ARE ALWAYS WRITTEN SO
003982*    EVERY PAYMENT SHOWS ITS SPLIT; A FEE LEG ONLY WHEN A
003983*    LATE FEE WAS PAID.
003984     MOVE 'I' TO AUD-EntryType
003985     MOVE WS-InterestPortion TO WS-LegAmount
003986     PERFORM 3900-WRITE-LOAN-LEG THRU 3900-EXIT
003987     IF WS-FeePortion > 0
003988         MOVE 'L' TO AUD-EntryType
003989         MOVE WS-FeePortion TO WS-LegAmount
003990         PERFORM 3900-WRITE-LOAN-LEG THRU 3900-EXIT
003991     END-IF
003992     MOVE 'P' TO AUD-EntryType
003993     MOVE WS-PrincipalPortion TO WS-LegAmount
003994     PERFORM 3900-WRITE-LOAN-LEG THRU 3900-EXIT
003995     SUBTRACT WS-InterestPortion  FROM LN-AccruedInterest
003996     SUBTRACT WS-FeePortion       FROM LN-LateFeesDue
003997     SUBTRACT WS-PrincipalPortion FROM LN-PrincipalBalance
003998     ADD TransAmount TO LN-PaymentCredit
003999     PERFORM 3850-ADVANCE-DUE-DATE THRU 3850-EXIT
004000         UNTIL LN-PaymentCredit < LN-ScheduledPayment
004001            OR LN-ScheduledPayment = 0
004002     IF LN-PrincipalBalance = 0
004003        AND LN-AccruedInterest = 0
004004        AND LN-LateFeesDue = 0
004005         SET LOAN-PAID-OFF TO TRUE
004006         MOVE 0 TO LN-PaymentCredit
004007         MOVE 0 TO LN-DaysPastDue
004008         ADD 1 TO WS-TotalLoansPaidOff
004009     END-IF
004010     IF LN-NextDueDate > WS-RunDate
004011         MOVE 0 TO LN-DaysPastDue
004012     END-IF
004013     REWRITE LoanRecord
004014     ADD 1 TO WS-TotalLoanPayments
004015     ADD 1 TO WS-TotalApplied.
004016 3800-EXIT.
004017     EXIT.
004018
004019*    ------------------------------------------------------
004020*    ONE FULL INSTALLMENT HAS BEEN PAID - TAKE IT OUT OF THE
004021*    PAYMENT CREDIT AND MOVE THE NEXT DUE DATE ON A MONTH.
004022*    ------------------------------------------------------
004023 3850-ADVANCE-DUE-DATE.
004024     SUBTRACT LN-ScheduledPayment FROM LN-PaymentCredit
004025     MOVE LN-NextDueDate TO WS-DueDate-N
004026     ADD 1 TO WS-DueMonth
004027     IF WS-DueMonth > 12
004028         MOVE 1 TO WS-DueMonth
004029         ADD 1 TO WS-DueYear
004030     END-IF
004031     MOVE WS-DueDate-N TO LN-NextDueDate.
004032 3850-EXIT.
004033     EXIT.
004034
004035*    ------------------------------------------------------
004036*    ONE LEG OF A LOAN PAYMENT. THE BEFORE/AFTER BALANCES ARE
004037*    THE LOAN'S PAYOFF BALANCE, WHICH EACH LEG BRINGS DOWN,
004038*    SO THE LOAN'S CHAIN PROVES THE SAME WAY AN ACCOUNT'S
004039*    DOES. THE CALLER HAS SET THE ENTRY TYPE.
004040*    ------------------------------------------------------
004041 3900-WRITE-LOAN-LEG.
004042     MOVE LN-LoanID        TO AUD-AccountID
004043     MOVE TransID          TO AUD-TransID
004044     COMPUTE AUD-AmountApplied = WS-LegAmount * -1
004045     MOVE WS-LoanPayoff    TO AUD-BalanceBefore
004046     SUBTRACT WS-LegAmount FROM WS-LoanPayoff
004047     MOVE WS-LoanPayoff    TO AUD-BalanceAfter
004048     MOVE WS-RunDate       TO AUD-PostDate
004050     WRITE AuditRecord.
004051 3900-EXIT.
004070     EXIT.
004080
004090 9000-DISPLAY-SUMMARY.
004100     DISPLAY '-----------------------------'
004101     IF RESTART-RUN
004102         DISPLAY 'Restarted After Trans ID: ' WS-RestartTransID
004103     END-IF
004110     DISPLAY 'Total Accounts Processed: ' WS-TotalAccounts
004120     DISPLAY 'Total Transactions Read: '
004130         WS-TotalTransactions
004132     DISPLAY 'Pending Items Replayed: ' WS-TotalPendingIn
004134     DISPLAY 'Items Held To Pending: ' WS-TotalHeld
004135     DISPLAY 'Loan Payments Applied: ' WS-TotalLoanPayments
004136     DISPLAY 'Loans Paid Off: ' WS-TotalLoansPaidOff
004137     DISPLAY 'Deposit Holds Placed: ' WS-TotalHoldsPlaced
004138     DISPLAY 'Refused, Funds On Hold: ' WS-TotalHoldRefusals
004140     DISPLAY 'Total Transactions Applied: '
004150         WS-TotalApplied
004160     DISPLAY 'Total Transactions Rejected: '
