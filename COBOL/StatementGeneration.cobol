000334*                     DATE FOR THE AUDITINQUIRY RUN; THE FD
000335*                     HERE FOLLOWS. THE STATEMENT LINES ARE
000336*                     UNCHANGED.
000337*    10/15/2026 JDH   THE AUDIT RECORD NOW CARRIES AN ENTRY-
000338*                     TYPE CODE SO INSTALLMENT LOAN POSTINGS -
000339*                     ACCRUALS, LATE FEES AND THE INTEREST, FEE
000340*                     AND PRINCIPAL LEGS OF A PAYMENT - CAN BE
000341*                     TOLD APART ON THE TRAIL. THE FD HERE
000342*                     FOLLOWS THE NEW LAYOUT.
000343*    10/15/2026 JDH   EACH STATEMENT NOW CLOSES WITH A FUNDS
000344*                     HELD SECTION FROM THE NEW HOLDS FILE -
000345*                     EVERY DEPOSIT HOLD STILL OUTSTANDING, AND
000346*                     EVERY HOLD PLACED OR RELEASED IN THE
000347*                     STATEMENT MONTH, WITH ITS RELEASE DATE,
000348*                     FOLLOWED BY THE AVAILABLE BALANCE WHEN
000349*                     FUNDS ARE STILL HELD. NO HOLDS FILE MEANS
000350*                     NO SECTION.
000351*
000352 ENVIRONMENT DIVISION.
000353 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BankAccountFile ASSIGN TO 'accounts.dat'
000380         ORGANIZATION IS INDEXED
000450     SELECT CustStatementFile
000460         ASSIGN TO 'customer_statements.dat'
000470         ORGANIZATION IS LINE SEQUENTIAL.
000471
000472     SELECT HoldFile ASSIGN TO 'holds.dat'
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS DYNAMIC
000475         RECORD KEY IS HLD-HoldKey
000476         FILE STATUS IS WS-HoldFileStatus.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000650     05  AUD-BalanceBefore  PIC 9(9)V99.
000660     05  AUD-BalanceAfter   PIC 9(9)V99.
000662     05  AUD-PostDate       PIC 9(8).
000663     05  AUD-EntryType      PIC X(1).
000670
000680 FD  CustStatementFile.
000681 01  CustStatementLine      PIC X(90).
000682
000683*    HOLDS FILE - ONE RECORD PER DEPOSIT HOLD, KEYED BY
000684*    ACCOUNT AND THE TRANS ID OF THE DEPOSIT.
000685 FD  HoldFile.
000686 01  HoldRecord.
000687     05  HLD-HoldKey.
000688         10  HLD-AccountID      PIC 9(5).
000689         10  HLD-TransID        PIC 9(7).
000690     05  HLD-AmountHeld     PIC 9(9)V99.
000691     05  HLD-PlacedDate     PIC 9(8).
000692     05  HLD-ReleaseDate    PIC 9(8).
000693     05  HLD-HoldStatus     PIC X(1).
000694         88  HOLD-OUTSTANDING         VALUE 'H'.
000695         88  HOLD-RELEASED            VALUE 'R'.
000700
000710 WORKING-STORAGE SECTION.
000720 01  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
000810
000820 01  WS-TotalStatements        PIC 9(5) VALUE 0 COMP.
000830 01  WS-TotalDetailLines       PIC 9(7) VALUE 0 COMP.
000831
000832*    DEPOSIT HOLDS. THE STATEMENT MONTH IS THE RUN DATE'S
000833*    MONTH; A HOLD IS SHOWN WHILE OUTSTANDING AND IN THE
000834*    MONTH IT WAS PLACED OR RELEASED.
000835 01  WS-HoldFileStatus         PIC X(2) VALUE SPACES.
000836
000837 01  WS-HOLD-BOOK-SWITCH       PIC X(1) VALUE 'N'.
000838     88  HOLD-BOOK-OPEN               VALUE 'Y'.
000839     88  HOLD-BOOK-MISSING            VALUE 'N'.
000840
000841 01  WS-EOF-HOLD-SWITCH        PIC X(1) VALUE 'N'.
000842     88  END-OF-ACCOUNT-HOLDS         VALUE 'Y'.
000843
000844 01  WS-HOLD-HEADING-SWITCH    PIC X(1) VALUE 'N'.
000845     88  HOLD-HEADING-WRITTEN         VALUE 'Y'.
000846
000847 01  WS-RunDate                PIC 9(8) VALUE 0.
000848 01  WS-RunDate-R REDEFINES WS-RunDate.
000849     05  WS-RunYearMonth    PIC 9(6).
000850     05  WS-RunDay          PIC 9(2).
000851 01  WS-HoldDate               PIC 9(8) VALUE 0.
000852 01  WS-HoldDate-R REDEFINES WS-HoldDate.
000853     05  WS-HoldYearMonth   PIC 9(6).
000854     05  WS-HoldDay         PIC 9(2).
000855 01  WS-HeldAmount             PIC 9(11)V99 VALUE 0.
000856 01  WS-AvailableBalance       PIC 9(9)V99 VALUE 0.
000857 01  WS-TotalHoldLines         PIC 9(7) VALUE 0 COMP.
000858
000859*    PRINT-LINE LAYOUTS FOR THE STATEMENT SECTIONS. THE
000860*    DETAIL LINE LABELS A POSTING AS A DEPOSIT, WITHDRAWAL OR
000870*    INTEREST FROM THE SIGN OF THE APPLIED AMOUNT AND THE
000880*    ZERO-TRANS-ID CONVENTION INTERESTPOSTING WRITES.
001020     05  FILLER             PIC X(2) VALUE SPACES.
001030     05  SD-Description     PIC X(12).
001040     05  SD-Amount          PIC +ZZZ,ZZZ,ZZ9.99.
001041     05  FILLER             PIC X(2) VALUE SPACES.
001042     05  SD-RunningBalance  PIC ZZZ,ZZZ,ZZ9.99.
001043
001044 01  WS-STMT-HOLD-HEADING.
001045     05  FILLER             PIC X(10) VALUE 'FUNDS HELD'.
001046
001047 01  WS-STMT-HOLD-LINE.
001048     05  FILLER             PIC X(2) VALUE SPACES.
001049     05  HL-TransID         PIC 9(7).
001050     05  FILLER             PIC X(2) VALUE SPACES.
001051     05  HL-Status          PIC X(12).
001052     05  HL-AmountHeld      PIC ZZZ,ZZZ,ZZ9.99.
001053     05  FILLER             PIC X(9) VALUE '  PLACED '.
001054     05  HL-PlacedDate      PIC 9(8).
001055     05  FILLER             PIC X(12) VALUE '  AVAILABLE '.
001056     05  HL-ReleaseDate     PIC 9(8).
001070
001080 01  WS-STMT-BLANK-LINE     PIC X(90) VALUE SPACES.
001090
001180     STOP RUN.
001190
001200 1000-INITIALIZE.
001201     DISPLAY 'MONTH-END CUSTOMER STATEMENT RUN'
001202     ACCEPT WS-RunDate FROM DATE YYYYMMDD.
001220 1000-EXIT.
001230     EXIT.
001240
001290 2000-GENERATE-STATEMENTS.
001300     OPEN INPUT BankAccountFile
001310     OPEN OUTPUT CustStatementFile
001311     OPEN INPUT HoldFile
001312     IF WS-HoldFileStatus = '00'
001313         SET HOLD-BOOK-OPEN TO TRUE
001314     ELSE
001315         SET HOLD-BOOK-MISSING TO TRUE
001316     END-IF
001320     PERFORM UNTIL END-OF-ACCOUNTS
001330         READ BankAccountFile NEXT RECORD
001340             AT END
001390         END-READ
001400     END-PERFORM
001410     CLOSE BankAccountFile
001411     CLOSE CustStatementFile
001412     IF HOLD-BOOK-OPEN
001413         CLOSE HoldFile
001414     END-IF.
001430 2000-EXIT.
001440     EXIT.
001450
001790     MOVE 'CLOSING BALANCE ' TO SB-Label
001800     MOVE Balance TO SB-Amount
001810     WRITE CustStatementLine FROM WS-STMT-BALANCE-LINE
001811     IF HOLD-BOOK-OPEN
001812         PERFORM 2300-LIST-ACCOUNT-HOLDS THRU 2300-EXIT
001813     END-IF
001820     WRITE CustStatementLine FROM WS-STMT-BLANK-LINE
001830     ADD 1 TO WS-TotalStatements.
001840 2100-EXIT.
002120 2200-EXIT.
002130     EXIT.
002140
002141*    ------------------------------------------------------
002142*    THE ACCOUNT'S DEPOSIT HOLDS, READ BY KEY FROM ITS FIRST
002143*    HOLD ONWARD. THE SECTION HEADING IS WRITTEN WITH THE
002144*    FIRST HOLD SHOWN; AN ACCOUNT WITH FUNDS STILL HELD ALSO
002145*    GETS ITS AVAILABLE BALANCE - THE CLOSING BALANCE LESS
002146*    THOSE FUNDS.
002147*    ------------------------------------------------------
002148 2300-LIST-ACCOUNT-HOLDS.
002149     MOVE 'N' TO WS-HOLD-HEADING-SWITCH
002150     MOVE 0 TO WS-HeldAmount
002151     MOVE AccountID OF AccountRecord TO HLD-AccountID
002152     MOVE 0 TO HLD-TransID
002153     MOVE 'N' TO WS-EOF-HOLD-SWITCH
002154     START HoldFile KEY IS NOT LESS THAN HLD-HoldKey
002155         INVALID KEY
002156             SET END-OF-ACCOUNT-HOLDS TO TRUE
002157     END-START
002158     PERFORM UNTIL END-OF-ACCOUNT-HOLDS
002159         READ HoldFile NEXT RECORD
002160             AT END
002161                 SET END-OF-ACCOUNT-HOLDS TO TRUE
002162             NOT AT END
002163                 IF HLD-AccountID NOT = AccountID OF AccountRecord
002164                     SET END-OF-ACCOUNT-HOLDS TO TRUE
002165                 ELSE
002166                     PERFORM 2310-WRITE-HOLD-LINE THRU 2310-EXIT
002167                 END-IF
002168         END-READ
002169     END-PERFORM
002170     IF WS-HeldAmount > 0
002171         IF WS-HeldAmount > Balance
002172             MOVE 0 TO WS-AvailableBalance
002173         ELSE
002174             COMPUTE WS-AvailableBalance = Balance - WS-HeldAmount
002175         END-IF
002176         MOVE 'AVAILABLE BALANCE ' TO SB-Label
002177         MOVE WS-AvailableBalance TO SB-Amount
002178         WRITE CustStatementLine FROM WS-STMT-BALANCE-LINE
002179     END-IF.
002180 2300-EXIT.
002181     EXIT.
002182
002183 2310-WRITE-HOLD-LINE.
002184     IF HOLD-OUTSTANDING
002185        AND HLD-ReleaseDate > WS-RunDate
002186         MOVE 'ON HOLD     ' TO HL-Status
002187         ADD HLD-AmountHeld TO WS-HeldAmount
002188     ELSE
002189         MOVE HLD-PlacedDate TO WS-HoldDate
002190         IF WS-HoldYearMonth NOT = WS-RunYearMonth
002191             MOVE HLD-ReleaseDate TO WS-HoldDate
002192             IF WS-HoldYearMonth NOT = WS-RunYearMonth
002193                 GO TO 2310-EXIT
002194             END-IF
002195         END-IF
002196         MOVE 'RELEASED    ' TO HL-Status
002197     END-IF
002198     IF NOT HOLD-HEADING-WRITTEN
002199         WRITE CustStatementLine FROM WS-STMT-HOLD-HEADING
002200         SET HOLD-HEADING-WRITTEN TO TRUE
002201     END-IF
002202     MOVE HLD-TransID     TO HL-TransID
002203     MOVE HLD-AmountHeld  TO HL-AmountHeld
002204     MOVE HLD-PlacedDate  TO HL-PlacedDate
002205     MOVE HLD-ReleaseDate TO HL-ReleaseDate
002206     WRITE CustStatementLine FROM WS-STMT-HOLD-LINE
002207     ADD 1 TO WS-TotalHoldLines.
002208 2310-EXIT.
002210     EXIT.
002211
002212 9000-DISPLAY-SUMMARY.
002213     DISPLAY '-----------------------------'
002214     DISPLAY 'Statements Generated: ' WS-TotalStatements
002215     DISPLAY 'Statement Detail Lines: ' WS-TotalDetailLines
002216     DISPLAY 'Deposit Hold Lines: ' WS-TotalHoldLines
002217     DISPLAY '-----------------------------'.
002218 9000-EXIT.
002219     EXIT.
