000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CheckReconcile.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    CLEARED-CHECK RECONCILIATION OF THE PAYROLL CHECK
000180*    REGISTER. READS THE BANK'S PAID-ITEMS FILE AND MATCHES
000190*    EVERY CHECK THE BANK PAID AGAINST THE CUMULATIVE CHECK
000200*    REGISTER PAYROLLPROCESSING AND CHECKVOID KEEP. A PAID
000210*    ITEM IS AN EXCEPTION WHEN:
000220*      - THE CHECK NUMBER WAS NEVER ISSUED;
000230*      - THE AMOUNT PAID DIFFERS FROM THE AMOUNT ISSUED;
000240*      - THE CHECK HAD BEEN VOIDED (PAID AFTER THE VOID, OR
000250*        VOIDED AFTER IT HAD ALREADY CLEARED);
000260*      - THE CHECK HAD ALREADY BEEN PAID ONCE BEFORE.
000270*    EVERY PAID ITEM, MATCHED OR NOT, IS APPENDED TO THE
000280*    CUMULATIVE CLEARED-CHECK FILE WITH ITS RESULT, SO LATER
000290*    RUNS KNOW WHICH CHECKS HAVE CLEARED. EVERY CHECK STILL
000300*    STANDING ISSUED AND NOT CLEARED IS THEN AGED ON THE
000310*    OUTSTANDING-CHECK REPORT; ONE OUTSTANDING MORE THAN 180
000320*    DAYS IS STALE-DATED AND ALSO GOES ON THE STALE-CHECK
000330*    LIST FOR REISSUE OR ESCHEATMENT. DAYS OUTSTANDING USE
000340*    THE 365/30-DAY APPROXIMATION. A RERUN AGAINST THE SAME
000350*    PAID-ITEMS FILE ON THE SAME DAY IS REFUSED BY THE SHARED
000351*    RUN-CONTROL LOG. A CHECK ALREADY ON THE CLEARED-CHECK
000352*    FILE IS NOT LOADED FROM THE REGISTER - ONLY ITS NUMBER
000353*    IS KEPT, TO CATCH A SECOND PRESENTMENT. IF EITHER TABLE
000354*    FILLS, THE RUN IS REFUSED BEFORE ANYTHING IS WRITTEN,
000355*    SINCE A DROPPED CHECK WOULD REPORT AS NEVER ISSUED AND
000356*    LEAVE THE OUTSTANDING AND STALE LISTS SHORT.
000370*
000380*MODIFICATION HISTORY.
000390*    DATE       INIT  DESCRIPTION
000400*    10/15/2026 JDH   ORIGINAL PROGRAM - PAID-ITEM MATCH AGAINST
000410*                     THE CHECK REGISTER, CLEARED-CHECK HISTORY,
000420*                     OUTSTANDING AGING AND STALE-DATED LIST.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CheckRegisterFile ASSIGN TO 'check_register.dat'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CheckRegisterStatus.
000500
000510     SELECT PaidItemsFile ASSIGN TO 'paid_items.dat'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PaidItemsStatus.
000540
000550     SELECT ClearedCheckFile ASSIGN TO 'cleared_checks.dat'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ClearedFileStatus.
000580
000590     SELECT CheckReconExceptionFile
000600         ASSIGN TO 'check_recon_exceptions.dat'
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630     SELECT OutstandingReportFile
000640         ASSIGN TO 'outstanding_checks.dat'
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660
000670     SELECT StaleCheckFile ASSIGN TO 'stale_checks.dat'
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CheckRegisterFile.
000730 01  CheckRegisterRecord.
000740     05  CHK-CheckNumber    PIC 9(7).
000750     05  CHK-RunDate        PIC 9(8).
000760     05  CHK-PayeeName      PIC X(30).
000770     05  CHK-Amount         PIC 9(9)V99.
000780     05  CHK-Status         PIC X(1).
000790         88  CHECK-ISSUED             VALUE 'I'.
000800         88  CHECK-VOIDED             VALUE 'V'.
000810
000820*    PAID-ITEMS FILE FROM THE BANK - ONE RECORD PER CHECK
000830*    PAID AGAINST THE DISBURSEMENT ACCOUNT SINCE ITS LAST
000840*    FILE.
000850 FD  PaidItemsFile.
000860 01  PaidItemRecord.
000870     05  PDI-CheckNumber    PIC 9(7).
000880     05  PDI-PaidDate       PIC 9(8).
000890     05  PDI-PaidAmount     PIC 9(9)V99.
000900
000910*    CLEARED-CHECK HISTORY - EVERY PAID ITEM EVER RECEIVED,
000920*    WITH THE RESULT OF ITS MATCH. APPEND-ONLY.
000930 FD  ClearedCheckFile.
000940 01  ClearedCheckRecord.
000950     05  CLR-CheckNumber    PIC 9(7).
000960     05  CLR-PaidDate       PIC 9(8).
000970     05  CLR-PaidAmount     PIC 9(9)V99.
000980     05  CLR-ReconDate      PIC 9(8).
000990     05  CLR-Result         PIC X(1).
001000         88  CLR-MATCHED              VALUE 'M'.
001010         88  CLR-NEVER-ISSUED         VALUE 'N'.
001020         88  CLR-AMOUNT-DIFFERS       VALUE 'A'.
001030         88  CLR-VOIDED-CHECK         VALUE 'V'.
001040         88  CLR-PAID-TWICE           VALUE 'D'.
001050
001060 FD  CheckReconExceptionFile.
001070 01  CheckReconExceptionRecord.
001080     05  CRX-CheckNumber    PIC 9(7).
001090     05  CRX-PaidDate       PIC 9(8).
001100     05  CRX-PaidAmount     PIC 9(9)V99.
001110     05  CRX-IssuedAmount   PIC 9(9)V99.
001120     05  CRX-Reason         PIC X(40).
001130
001140 FD  OutstandingReportFile.
001150 01  OutstandingReportLine  PIC X(100).
001160
001170*    STALE-DATED CHECKS FOR REISSUE OR ESCHEATMENT.
001180 FD  StaleCheckFile.
001190 01  StaleCheckRecord.
001200     05  STL-CheckNumber    PIC 9(7).
001210     05  STL-IssueDate      PIC 9(8).
001220     05  STL-PayeeName      PIC X(30).
001230     05  STL-Amount         PIC 9(9)V99.
001240     05  STL-DaysOutstanding PIC 9(5).
001250
001260 WORKING-STORAGE SECTION.
001270*    CHECK TABLE - ONE ENTRY PER CHECK NUMBER ON THE
001271*    REGISTER NOT YET CLEARED, WITH ITS STANDING STATE (THE
001272*    LAST REGISTER ENTRY FOR THE NUMBER WINS, AS IN CHECKVOID)
001273*    AND WHETHER THE BANK HAS PAID IT IN THIS RUN.
001310 01  WS-CHECK-TABLE.
001311     05  WS-CHECK-ENTRY OCCURS 10000 TIMES.
001330         10  WS-CHT-CHECK-NUMBER  PIC 9(7).
001340         10  WS-CHT-ISSUE-DATE    PIC 9(8).
001350         10  WS-CHT-PAYEE-NAME    PIC X(30).
001360         10  WS-CHT-AMOUNT        PIC 9(9)V99.
001370         10  WS-CHT-VOID-DATE     PIC 9(8).
001380         10  WS-CHT-STATE         PIC X(1).
001390             88  CHT-STANDS-ISSUED        VALUE 'I'.
001400             88  CHT-STANDS-VOIDED        VALUE 'V'.
001410         10  WS-CHT-PAID-SWITCH   PIC X(1).
001420             88  CHT-PAID                 VALUE 'Y'.
001430
001440 01  WS-CHECK-COUNT            PIC 9(5) VALUE 0 COMP.
001450 01  WS-CHT-IDX                PIC 9(5) VALUE 0 COMP.
001460 01  WS-FOUND-CHT-IDX          PIC 9(5) VALUE 0 COMP.
001461 01  WS-MaxChecks              PIC 9(5) VALUE 10000 COMP.
001462*    CLEARED TABLE - THE NUMBER OF EVERY CHECK ON THE
001463*    CLEARED-CHECK FILE.
001464 01  WS-CLEARED-TABLE.
001465     05  WS-CLR-CHECK-NUMBER OCCURS 50000 TIMES
001466                               PIC 9(7).
001467 01  WS-CLEARED-COUNT          PIC 9(5) VALUE 0 COMP.
001468 01  WS-CLR-IDX                PIC 9(5) VALUE 0 COMP.
001469 01  WS-MaxCleared             PIC 9(5) VALUE 50000 COMP.
001470
001471 01  WS-CLR-FOUND-SWITCH       PIC X(1) VALUE 'N'.
001472     88  CLEARED-FOUND                VALUE 'Y'.
001473     88  CLEARED-NOT-FOUND            VALUE 'N'.
001480
001490 01  WS-CHT-FOUND-SWITCH       PIC X(1) VALUE 'N'.
001500     88  CHECK-FOUND                  VALUE 'Y'.
001510     88  CHECK-NOT-FOUND              VALUE 'N'.
001520
001530 01  WS-CheckToFind            PIC 9(7) VALUE 0.
001540
001550 01  WS-CheckRegisterStatus    PIC X(2) VALUE SPACES.
001560 01  WS-PaidItemsStatus        PIC X(2) VALUE SPACES.
001570 01  WS-ClearedFileStatus      PIC X(2) VALUE SPACES.
001580
001590 01  WS-EOF-REGISTER-SWITCH    PIC X(1) VALUE 'N'.
001600     88  END-OF-REGISTER              VALUE 'Y'.
001610
001620 01  WS-EOF-CLEARED-SWITCH     PIC X(1) VALUE 'N'.
001630     88  END-OF-CLEARED               VALUE 'Y'.
001640
001650 01  WS-EOF-PAID-SWITCH        PIC X(1) VALUE 'N'.
001660     88  END-OF-PAID-ITEMS            VALUE 'Y'.
001670
001680 01  WS-RECON-SWITCH           PIC X(1) VALUE 'N'.
001690     88  RECON-MAY-PROCEED            VALUE 'Y'.
001700     88  RECON-IS-REFUSED             VALUE 'N'.
001710
001720 01  WS-RunDate                PIC 9(8) VALUE 0.
001730 01  WS-RunDayNumber           PIC 9(7) VALUE 0.
001740
001750*    A CHECK OUTSTANDING LONGER THAN THIS IS STALE-DATED.
001760 01  WS-StaleDays              PIC 9(3) VALUE 180.
001770
001780*    DATE WORK AREA FOR DAY NUMBERS.
001790 01  WS-DateWork.
001800     05  WS-DateYear        PIC 9(4).
001810     05  WS-DateMonth       PIC 9(2).
001820     05  WS-DateDay         PIC 9(2).
001830 01  WS-DateWork-N REDEFINES WS-DateWork PIC 9(8).
001840 01  WS-DayNumber              PIC 9(7) VALUE 0.
001850 01  WS-DaysOutstanding        PIC S9(7) VALUE 0.
001860
001870 01  WS-TotalRegisterEntries   PIC 9(7) VALUE 0 COMP.
001880 01  WS-TotalPriorCleared      PIC 9(7) VALUE 0 COMP.
001881 01  WS-TotalAlreadyCleared    PIC 9(7) VALUE 0 COMP.
001890 01  WS-TotalPaidItems         PIC 9(7) VALUE 0 COMP.
001900 01  WS-TotalMatched           PIC 9(7) VALUE 0 COMP.
001910 01  WS-TotalNeverIssued       PIC 9(5) VALUE 0 COMP.
001920 01  WS-TotalAmountDiffers     PIC 9(5) VALUE 0 COMP.
001930 01  WS-TotalVoidedPaid        PIC 9(5) VALUE 0 COMP.
001940 01  WS-TotalPaidTwice         PIC 9(5) VALUE 0 COMP.
001950 01  WS-TotalOutstanding       PIC 9(5) VALUE 0 COMP.
001960 01  WS-TotalStale             PIC 9(5) VALUE 0 COMP.
001970 01  WS-AmountPaid             PIC 9(11)V99 VALUE 0.
001980 01  WS-AmountOutstanding      PIC 9(11)V99 VALUE 0.
001990 01  WS-AmountStale            PIC 9(11)V99 VALUE 0.
002000
002010*    RUN-CONTROL INTERFACE AREA AND THE PRE-COUNT OF THE
002020*    PAID-ITEMS FILE THAT IDENTIFIES TODAY'S INPUT TO THE
002030*    SHARED RUN-CONTROL LOG.
002040 01  WS-RUN-CONTROL-AREA.
002050     05  RCA-Function       PIC X(1).
002060     05  RCA-ProgramName    PIC X(20).
002070     05  RCA-InputFileName  PIC X(20).
002080     05  RCA-InputRecordCount PIC 9(7).
002090     05  RCA-ReturnStatus   PIC X(1).
002100         88  RUN-MAY-PROCEED          VALUE 'O'.
002110         88  RUN-IS-DUPLICATE         VALUE 'D'.
002120
002130 01  WS-PaidInputCount         PIC 9(7) VALUE 0 COMP.
002140
002150*    PRINT-LINE LAYOUTS FOR THE OUTSTANDING-CHECK REPORT.
002160 01  WS-OUTSTANDING-HEADING-1.
002170     05  FILLER             PIC X(32)
002180         VALUE 'OUTSTANDING PAYROLL CHECKS - AS '.
002190     05  FILLER             PIC X(3) VALUE 'OF '.
002200     05  OH-RunDate         PIC 9(8).
002210
002220 01  WS-OUTSTANDING-HEADING-2.
002230     05  FILLER             PIC X(9)  VALUE 'CHECK'.
002240     05  FILLER             PIC X(10) VALUE 'ISSUED'.
002250     05  FILLER             PIC X(38) VALUE 'PAYEE'.
002260     05  FILLER             PIC X(9)  VALUE 'AMOUNT'.
002270     05  FILLER             PIC X(4)  VALUE 'DAYS'.
002280
002290 01  WS-OUTSTANDING-DETAIL-LINE.
002300     05  OD-CheckNumber     PIC 9(7).
002310     05  FILLER             PIC X(2) VALUE SPACES.
002320     05  OD-IssueDate       PIC 9(8).
002330     05  FILLER             PIC X(2) VALUE SPACES.
002340     05  OD-PayeeName       PIC X(30).
002350     05  FILLER             PIC X(1) VALUE SPACE.
002360     05  OD-Amount          PIC ZZZ,ZZZ,ZZ9.99.
002370     05  FILLER             PIC X(2) VALUE SPACES.
002380     05  OD-DaysOutstanding PIC ZZZZ9.
002390     05  FILLER             PIC X(2) VALUE SPACES.
002400     05  OD-StaleFlag       PIC X(12).
002410
002420 01  WS-OUTSTANDING-TOTAL-LINE.
002430     05  OT-Label           PIC X(30).
002440     05  OT-Count           PIC ZZ,ZZ9.
002450     05  FILLER             PIC X(14) VALUE SPACES.
002460     05  OT-Amount          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002470
002480 PROCEDURE DIVISION.
002490*    ------------------------------------------------------
002500*    0000-MAINLINE CONTROLS THE CHECK RECONCILIATION RUN.
002510*    ------------------------------------------------------
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002540     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
002550     IF RECON-IS-REFUSED
002560         CONTINUE
002570     ELSE
002580         IF RUN-IS-DUPLICATE
002590             DISPLAY 'PAID_ITEMS.DAT ALREADY RECONCILED TO'
002600                 ' COMPLETION TODAY - RUN REFUSED'
002610         ELSE
002630             PERFORM 1600-LOAD-CLEARED-CHECKS THRU 1600-EXIT
002631             IF RECON-MAY-PROCEED
002632                 PERFORM 1500-LOAD-REGISTER THRU 1500-EXIT
002633             END-IF
002634             IF RECON-MAY-PROCEED
002635                 PERFORM 2000-MATCH-PAID-ITEMS THRU 2000-EXIT
002636                 PERFORM 3000-AGE-OUTSTANDING THRU 3000-EXIT
002637                 PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
002638                 PERFORM 1200-MARK-RUN-COMPLETE THRU 1200-EXIT
002639             END-IF
002680         END-IF
002690     END-IF
002700     STOP RUN.
002710
002720 1000-INITIALIZE.
002730     DISPLAY 'CLEARED CHECK RECONCILIATION RUN'
002740     ACCEPT WS-RunDate FROM DATE YYYYMMDD
002750     MOVE WS-RunDate TO WS-DateWork-N
002760     PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT
002770     MOVE WS-DayNumber TO WS-RunDayNumber.
002780 1000-EXIT.
002790     EXIT.
002800
002810*    ------------------------------------------------------
002820*    COUNT THE PAID-ITEMS FILE AND CHECK THE SHARED RUN-
002830*    CONTROL LOG. A COMPLETED RUN TODAY AGAINST THE SAME
002840*    FILE AND COUNT WOULD REPORT EVERY ITEM AS PAID TWICE.
002850*    NO PAID-ITEMS FILE REFUSES THE RUN.
002860*    ------------------------------------------------------
002870 1100-CHECK-RUN-CONTROL.
002880     SET RECON-IS-REFUSED TO TRUE
002890     OPEN INPUT PaidItemsFile
002900     IF WS-PaidItemsStatus NOT = '00'
002910         DISPLAY 'PAID ITEMS FILE CANNOT BE OPENED - STATUS '
002920             WS-PaidItemsStatus ' - RUN REFUSED'
002930         GO TO 1100-EXIT
002940     END-IF
002950     PERFORM UNTIL END-OF-PAID-ITEMS
002960         READ PaidItemsFile
002970             AT END
002980                 SET END-OF-PAID-ITEMS TO TRUE
002990             NOT AT END
003000                 ADD 1 TO WS-PaidInputCount
003010         END-READ
003020     END-PERFORM
003030     CLOSE PaidItemsFile
003040     MOVE 'N' TO WS-EOF-PAID-SWITCH
003050     SET RECON-MAY-PROCEED TO TRUE
003060     MOVE 'S' TO RCA-Function
003070     MOVE 'CHECKRECONCILE' TO RCA-ProgramName
003080     MOVE 'paid_items.dat' TO RCA-InputFileName
003090     MOVE WS-PaidInputCount TO RCA-InputRecordCount
003100     CALL 'RunControl' USING WS-RUN-CONTROL-AREA.
003110 1100-EXIT.
003120     EXIT.
003130
003140 1200-MARK-RUN-COMPLETE.
003150     MOVE 'E' TO RCA-Function
003160     CALL 'RunControl' USING WS-RUN-CONTROL-AREA.
003170 1200-EXIT.
003180     EXIT.
003190
003200*    ------------------------------------------------------
003210*    BUILD THE CHECK TABLE FROM THE REGISTER. AN ISSUED
003211*    ENTRY ADDS THE CHECK UNLESS IT HAS ALREADY CLEARED; A
003212*    VOID ENTRY MARKS IT VOIDED AS OF THE VOID RUN'S DATE. A
003213*    FULL TABLE REFUSES THE RUN.
003240*    ------------------------------------------------------
003250 1500-LOAD-REGISTER.
003260     OPEN INPUT CheckRegisterFile
003270     IF WS-CheckRegisterStatus = '35'
003280         DISPLAY 'NO CHECK REGISTER ON FILE - EVERY PAID ITEM'
003290             ' WILL REPORT AS NEVER ISSUED'
003300         GO TO 1500-EXIT
003310     END-IF
003311     PERFORM UNTIL END-OF-REGISTER OR RECON-IS-REFUSED
003330         READ CheckRegisterFile INTO CheckRegisterRecord
003340             AT END
003350                 SET END-OF-REGISTER TO TRUE
003360             NOT AT END
003370                 ADD 1 TO WS-TotalRegisterEntries
003380                 PERFORM 1510-STORE-REGISTER-ENTRY THRU 1510-EXIT
003390         END-READ
003400     END-PERFORM
003410     CLOSE CheckRegisterFile.
003420 1500-EXIT.
003430     EXIT.
003440
003450 1510-STORE-REGISTER-ENTRY.
003460     MOVE CHK-CheckNumber TO WS-CheckToFind
003470     PERFORM 1700-FIND-CHECK THRU 1700-EXIT
003480     IF CHECK-VOIDED
003490         IF CHECK-FOUND
003500             SET CHT-STANDS-VOIDED(WS-FOUND-CHT-IDX) TO TRUE
003510             MOVE CHK-RunDate
003520                 TO WS-CHT-VOID-DATE(WS-FOUND-CHT-IDX)
003530         END-IF
003540         GO TO 1510-EXIT
003550     END-IF
003560     IF CHECK-FOUND
003570         GO TO 1510-EXIT
003580     END-IF
003581     PERFORM 1750-FIND-CLEARED THRU 1750-EXIT
003582     IF CLEARED-FOUND
003583         ADD 1 TO WS-TotalAlreadyCleared
003584         GO TO 1510-EXIT
003585     END-IF
003586     IF WS-CHECK-COUNT >= WS-MaxChecks
003587         DISPLAY 'CHECK TABLE FULL AT CHECK ' CHK-CheckNumber
003588             ' - RUN REFUSED'
003589         SET RECON-IS-REFUSED TO TRUE
003630         GO TO 1510-EXIT
003640     END-IF
003650     ADD 1 TO WS-CHECK-COUNT
003660     MOVE CHK-CheckNumber TO WS-CHT-CHECK-NUMBER(WS-CHECK-COUNT)
003670     MOVE CHK-RunDate     TO WS-CHT-ISSUE-DATE(WS-CHECK-COUNT)
003680     MOVE CHK-PayeeName   TO WS-CHT-PAYEE-NAME(WS-CHECK-COUNT)
003690     MOVE CHK-Amount      TO WS-CHT-AMOUNT(WS-CHECK-COUNT)
003700     MOVE 0               TO WS-CHT-VOID-DATE(WS-CHECK-COUNT)
003710     SET CHT-STANDS-ISSUED(WS-CHECK-COUNT) TO TRUE
003720     MOVE 'N' TO WS-CHT-PAID-SWITCH(WS-CHECK-COUNT).
003730 1510-EXIT.
003740     EXIT.
003750
003760*    ------------------------------------------------------
003761*    KEEP THE NUMBER OF EVERY CHECK THE BANK HAS ALREADY PAID
003762*    IN AN EARLIER RUN. NO CLEARED-CHECK FILE MEANS NONE HAS.
003763*    A FULL TABLE REFUSES THE RUN.
003790*    ------------------------------------------------------
003800 1600-LOAD-CLEARED-CHECKS.
003810     OPEN INPUT ClearedCheckFile
003820     IF WS-ClearedFileStatus = '35'
003830         GO TO 1600-EXIT
003840     END-IF
003841     PERFORM UNTIL END-OF-CLEARED OR RECON-IS-REFUSED
003860         READ ClearedCheckFile INTO ClearedCheckRecord
003870             AT END
003880                 SET END-OF-CLEARED TO TRUE
003890             NOT AT END
003900                 ADD 1 TO WS-TotalPriorCleared
003901                 PERFORM 1610-STORE-CLEARED-CHECK THRU 1610-EXIT
003970         END-READ
003980     END-PERFORM
003990     CLOSE ClearedCheckFile.
004000 1600-EXIT.
004001     EXIT.
004002
004003 1610-STORE-CLEARED-CHECK.
004004     IF WS-CLEARED-COUNT >= WS-MaxCleared
004005         DISPLAY 'CLEARED CHECK TABLE FULL AT CHECK '
004006             CLR-CheckNumber ' - RUN REFUSED'
004007         SET RECON-IS-REFUSED TO TRUE
004008         GO TO 1610-EXIT
004009     END-IF
004010     ADD 1 TO WS-CLEARED-COUNT
004011     MOVE CLR-CheckNumber
004012         TO WS-CLR-CHECK-NUMBER(WS-CLEARED-COUNT).
004013 1610-EXIT.
004014     EXIT.
004020
004030*    ------------------------------------------------------
004040*    IS WS-CHECKTOFIND IN THE CHECK TABLE? CALLERS MOVE THE
004050*    CHECK NUMBER OF INTEREST THERE FIRST.
004060*    ------------------------------------------------------
004070 1700-FIND-CHECK.
004080     SET CHECK-NOT-FOUND TO TRUE
004090     PERFORM 1710-MATCH-ONE-CHECK THRU 1710-EXIT
004100         VARYING WS-CHT-IDX FROM 1 BY 1
004110         UNTIL WS-CHT-IDX > WS-CHECK-COUNT
004120            OR CHECK-FOUND.
004130 1700-EXIT.
004140     EXIT.
004150
004160 1710-MATCH-ONE-CHECK.
004170     IF WS-CHT-CHECK-NUMBER(WS-CHT-IDX) = WS-CheckToFind
004180         SET CHECK-FOUND TO TRUE
004190         MOVE WS-CHT-IDX TO WS-FOUND-CHT-IDX
004200     END-IF.
004210 1710-EXIT.
004211     EXIT.
004212
004213*    ------------------------------------------------------
004214*    HAS WS-CHECKTOFIND CLEARED IN AN EARLIER RUN?
004215*    ------------------------------------------------------
004216 1750-FIND-CLEARED.
004217     SET CLEARED-NOT-FOUND TO TRUE
004218     PERFORM 1760-MATCH-ONE-CLEARED THRU 1760-EXIT
004219         VARYING WS-CLR-IDX FROM 1 BY 1
004220         UNTIL WS-CLR-IDX > WS-CLEARED-COUNT
004221           OR CLEARED-FOUND.
004222 1750-EXIT.
004223     EXIT.
004224
004225 1760-MATCH-ONE-CLEARED.
004226     IF WS-CLR-CHECK-NUMBER(WS-CLR-IDX) = WS-CheckToFind
004227         SET CLEARED-FOUND TO TRUE
004228     END-IF.
004229 1760-EXIT.
004230     EXIT.
004231
004240*    ------------------------------------------------------
004250*    MATCH EVERY PAID ITEM ON THE BANK'S FILE AND APPEND IT
004260*    TO THE CLEARED-CHECK HISTORY WITH ITS RESULT.
004270*    ------------------------------------------------------
004280 2000-MATCH-PAID-ITEMS.
004290     OPEN INPUT PaidItemsFile
004300     OPEN OUTPUT CheckReconExceptionFile
004310     OPEN EXTEND ClearedCheckFile
004320     IF WS-ClearedFileStatus = '35'
004330         OPEN OUTPUT ClearedCheckFile
004340         CLOSE ClearedCheckFile
004350         OPEN EXTEND ClearedCheckFile
004360     END-IF
004370     PERFORM UNTIL END-OF-PAID-ITEMS
004380         READ PaidItemsFile INTO PaidItemRecord
004390             AT END
004400                 SET END-OF-PAID-ITEMS TO TRUE
004410             NOT AT END
004420                 ADD 1 TO WS-TotalPaidItems
004430                 ADD PDI-PaidAmount TO WS-AmountPaid
004440                 PERFORM 2100-MATCH-ONE-ITEM THRU 2100-EXIT
004450         END-READ
004460     END-PERFORM
004470     CLOSE PaidItemsFile
004480     CLOSE CheckReconExceptionFile
004490     CLOSE ClearedCheckFile.
004500 2000-EXIT.
004510     EXIT.
004520
004530*    ------------------------------------------------------
004531*    ONE PAID ITEM. THE TESTS RUN IN ORDER - PAID IN AN
004532*    EARLIER RUN, NEVER ISSUED, ALREADY PAID, VOIDED, WRONG
004533*    AMOUNT - AND THE FIRST ONE THAT FAILS NAMES THE
004534*    EXCEPTION. A CHECK PAID IN AN EARLIER RUN IS NOT IN THE
004535*    CHECK TABLE, SO ITS ISSUED AMOUNT IS NOT SHOWN. ANY ITEM
004536*    FOUND ON THE REGISTER IS MARKED PAID, SO A SECOND
004537*    PRESENTMENT LATER IN THE SAME FILE IS CAUGHT TOO.
004590*    ------------------------------------------------------
004600 2100-MATCH-ONE-ITEM.
004610     MOVE PDI-CheckNumber TO WS-CheckToFind
004620     PERFORM 1700-FIND-CHECK THRU 1700-EXIT
004621     SET CLEARED-NOT-FOUND TO TRUE
004622     IF CHECK-NOT-FOUND
004623         PERFORM 1750-FIND-CLEARED THRU 1750-EXIT
004624     END-IF
004630     MOVE PDI-CheckNumber TO CRX-CheckNumber
004640     MOVE PDI-PaidDate    TO CRX-PaidDate
004650     MOVE PDI-PaidAmount  TO CRX-PaidAmount
004660     MOVE 0               TO CRX-IssuedAmount
004670     EVALUATE TRUE
004671         WHEN CLEARED-FOUND
004672             SET CLR-PAID-TWICE TO TRUE
004673             MOVE 'CHECK ALREADY PAID ONCE'
004674                 TO CRX-Reason
004675             ADD 1 TO WS-TotalPaidTwice
004680         WHEN CHECK-NOT-FOUND
004690             SET CLR-NEVER-ISSUED TO TRUE
004700             MOVE 'PAID - CHECK NUMBER NEVER ISSUED'
004710                 TO CRX-Reason
004720             ADD 1 TO WS-TotalNeverIssued
004730         WHEN CHT-PAID(WS-FOUND-CHT-IDX)
004740             SET CLR-PAID-TWICE TO TRUE
004750             MOVE 'CHECK ALREADY PAID ONCE'
004760                 TO CRX-Reason
004770             ADD 1 TO WS-TotalPaidTwice
004780         WHEN CHT-STANDS-VOIDED(WS-FOUND-CHT-IDX)
004790             SET CLR-VOIDED-CHECK TO TRUE
004800             IF PDI-PaidDate < WS-CHT-VOID-DATE(WS-FOUND-CHT-IDX)
004810                 MOVE 'CHECK VOIDED AFTER IT HAD CLEARED'
004820                     TO CRX-Reason
004830             ELSE
004840                 MOVE 'CHECK PAID AFTER BEING VOIDED'
004850                     TO CRX-Reason
004860             END-IF
004870             ADD 1 TO WS-TotalVoidedPaid
004880         WHEN PDI-PaidAmount NOT = WS-CHT-AMOUNT(WS-FOUND-CHT-IDX)
004890             SET CLR-AMOUNT-DIFFERS TO TRUE
004900             MOVE 'PAID AMOUNT DIFFERS FROM ISSUED AMOUNT'
004910                 TO CRX-Reason
004920             ADD 1 TO WS-TotalAmountDiffers
004930         WHEN OTHER
004940             SET CLR-MATCHED TO TRUE
004950             ADD 1 TO WS-TotalMatched
004960     END-EVALUATE
004970     IF CHECK-FOUND
004980         MOVE WS-CHT-AMOUNT(WS-FOUND-CHT-IDX) TO CRX-IssuedAmount
004990         MOVE 'Y' TO WS-CHT-PAID-SWITCH(WS-FOUND-CHT-IDX)
005000     END-IF
005010     IF NOT CLR-MATCHED
005020         WRITE CheckReconExceptionRecord
005030     END-IF
005040     MOVE PDI-CheckNumber TO CLR-CheckNumber
005050     MOVE PDI-PaidDate    TO CLR-PaidDate
005060     MOVE PDI-PaidAmount  TO CLR-PaidAmount
005070     MOVE WS-RunDate      TO CLR-ReconDate
005080     WRITE ClearedCheckRecord.
005090 2100-EXIT.
005100     EXIT.
005110
005120*    ------------------------------------------------------
005130*    DAY NUMBER OF THE DATE IN WS-DATEWORK ON THE 365/30-DAY
005140*    APPROXIMATION.
005150*    ------------------------------------------------------
005160 2900-COMPUTE-DAY-NUMBER.
005170     COMPUTE WS-DayNumber =
005180         WS-DateYear * 365 + WS-DateMonth * 30 + WS-DateDay.
005190 2900-EXIT.
005200     EXIT.
005210
005220*    ------------------------------------------------------
005230*    AGE EVERY CHECK STILL STANDING ISSUED THAT THE BANK HAS
005240*    NOT PAID. A STALE-DATED ONE ALSO GOES ON THE STALE LIST.
005250*    ------------------------------------------------------
005260 3000-AGE-OUTSTANDING.
005270     OPEN OUTPUT OutstandingReportFile
005280     OPEN OUTPUT StaleCheckFile
005290     MOVE WS-RunDate TO OH-RunDate
005300     WRITE OutstandingReportLine FROM WS-OUTSTANDING-HEADING-1
005310     WRITE OutstandingReportLine FROM WS-OUTSTANDING-HEADING-2
005320     PERFORM 3100-AGE-ONE-CHECK THRU 3100-EXIT
005330         VARYING WS-CHT-IDX FROM 1 BY 1
005340         UNTIL WS-CHT-IDX > WS-CHECK-COUNT
005350     MOVE SPACES TO OutstandingReportLine
005360     WRITE OutstandingReportLine
005370     MOVE 'TOTAL OUTSTANDING'  TO OT-Label
005380     MOVE WS-TotalOutstanding  TO OT-Count
005390     MOVE WS-AmountOutstanding TO OT-Amount
005400     WRITE OutstandingReportLine FROM WS-OUTSTANDING-TOTAL-LINE
005410     MOVE 'STALE-DATED'        TO OT-Label
005420     MOVE WS-TotalStale        TO OT-Count
005430     MOVE WS-AmountStale       TO OT-Amount
005440     WRITE OutstandingReportLine FROM WS-OUTSTANDING-TOTAL-LINE
005450     CLOSE OutstandingReportFile
005460     CLOSE StaleCheckFile.
005470 3000-EXIT.
005480     EXIT.
005490
005500 3100-AGE-ONE-CHECK.
005510     IF NOT CHT-STANDS-ISSUED(WS-CHT-IDX)
005520        OR CHT-PAID(WS-CHT-IDX)
005530         GO TO 3100-EXIT
005540     END-IF
005550     MOVE WS-CHT-ISSUE-DATE(WS-CHT-IDX) TO WS-DateWork-N
005560     PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT
005570     COMPUTE WS-DaysOutstanding = WS-RunDayNumber - WS-DayNumber
005580     IF WS-DaysOutstanding < 0
005590         MOVE 0 TO WS-DaysOutstanding
005600     END-IF
005610     ADD 1 TO WS-TotalOutstanding
005620     ADD WS-CHT-AMOUNT(WS-CHT-IDX) TO WS-AmountOutstanding
005630     MOVE WS-CHT-CHECK-NUMBER(WS-CHT-IDX) TO OD-CheckNumber
005640     MOVE WS-CHT-ISSUE-DATE(WS-CHT-IDX)   TO OD-IssueDate
005650     MOVE WS-CHT-PAYEE-NAME(WS-CHT-IDX)   TO OD-PayeeName
005660     MOVE WS-CHT-AMOUNT(WS-CHT-IDX)       TO OD-Amount
005670     MOVE WS-DaysOutstanding              TO OD-DaysOutstanding
005680     MOVE SPACES TO OD-StaleFlag
005690     IF WS-DaysOutstanding > WS-StaleDays
005700         MOVE 'STALE-DATED' TO OD-StaleFlag
005710         ADD 1 TO WS-TotalStale
005720         ADD WS-CHT-AMOUNT(WS-CHT-IDX) TO WS-AmountStale
005730         MOVE WS-CHT-CHECK-NUMBER(WS-CHT-IDX) TO STL-CheckNumber
005740         MOVE WS-CHT-ISSUE-DATE(WS-CHT-IDX)   TO STL-IssueDate
005750         MOVE WS-CHT-PAYEE-NAME(WS-CHT-IDX)   TO STL-PayeeName
005760         MOVE WS-CHT-AMOUNT(WS-CHT-IDX)       TO STL-Amount
005770         MOVE WS-DaysOutstanding        TO STL-DaysOutstanding
005780         WRITE StaleCheckRecord
005790     END-IF
005800     WRITE OutstandingReportLine FROM WS-OUTSTANDING-DETAIL-LINE.
005810 3100-EXIT.
005820     EXIT.
005830
005840 9000-DISPLAY-SUMMARY.
005850     DISPLAY '-----------------------------'
005860     DISPLAY 'Register Entries Read: ' WS-TotalRegisterEntries
005870     DISPLAY 'Checks On Register: ' WS-CHECK-COUNT
005880     DISPLAY 'Previously Cleared Items: ' WS-TotalPriorCleared
005881     DISPLAY 'Register Checks Already Cleared: '
005882         WS-TotalAlreadyCleared
005890     DISPLAY 'Paid Items Read: ' WS-TotalPaidItems
005900     DISPLAY 'Paid Amount: ' WS-AmountPaid
005910     DISPLAY 'Paid Items Matched: ' WS-TotalMatched
005920     DISPLAY 'Paid, Never Issued: ' WS-TotalNeverIssued
005930     DISPLAY 'Paid, Amount Differs: ' WS-TotalAmountDiffers
005940     DISPLAY 'Paid, Check Voided: ' WS-TotalVoidedPaid
005950     DISPLAY 'Paid More Than Once: ' WS-TotalPaidTwice
005960     DISPLAY 'Checks Outstanding: ' WS-TotalOutstanding
005970     DISPLAY 'Amount Outstanding: ' WS-AmountOutstanding
005980     DISPLAY 'Stale-Dated Checks: ' WS-TotalStale
005990     DISPLAY 'Stale-Dated Amount: ' WS-AmountStale
006010     DISPLAY '-----------------------------'.
006020 9000-EXIT.
006030     EXIT.
