000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. StudentAccountPosting.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    DAILY STUDENT ACCOUNTS RUN FOR THE BURSAR. POSTS THE
000180*    DAY'S PAYMENTS AND REFUNDS (STUDENT_PAYMENTS.DAT) TO THE
000190*    CUMULATIVE STUDENT LEDGER (STUDENT_LEDGER.DAT) THAT
000200*    TUITIONBILLING CHARGES TO, THEN REBUILDS THE STUDENT HOLD
000210*    FILE (STUDENT_HOLDS.DAT) FROM THE LEDGER:
000220*      - A PAYMENT CREDITS THE STUDENT'S ACCOUNT. A REFUND PAYS
000230*        BACK A CREDIT BALANCE AND MAY NOT TAKE THE ACCOUNT
000240*        ABOVE ZERO. EITHER IS REJECTED FOR A STUDENT NOT ON
000250*        THE MASTER OR A ZERO AMOUNT, TO PAYMENT_EXCEPTIONS.DAT.
000260*      - A STUDENT'S PAST-DUE BALANCE IS THEIR LEDGER BALANCE
000270*        LESS THE CHARGES NOT YET DUE - CREDITS ARE TAKEN
000280*        AGAINST THE OLDEST CHARGES FIRST. ANY PAST-DUE BALANCE
000290*        PLACES A REGISTRATION HOLD (TYPE R), WHICH
000300*        ENROLLMENTPROCESSING CHECKS BEFORE ACCEPTING AN ADD,
000310*        AND A TRANSCRIPT HOLD (TYPE T), WHICH
000320*        TRANSCRIPTGENERATION CHECKS. A HOLD KEEPS THE DATE IT
000330*        WAS FIRST PLACED; PAYING THE PAST-DUE BALANCE RELEASES
000340*        IT ON THE NEXT RUN.
000350*    THE SHARED RUN-CONTROL LOG REFUSES A SECOND POSTING OF
000360*    THE SAME PAYMENT FILE ON THE SAME DAY. WITH NO PAYMENT
000370*    FILE THE HOLDS ARE STILL REVIEWED, SO CHARGES FALLING
000380*    DUE PLACE THEIR HOLDS ON TIME.
000390*
000400*MODIFICATION HISTORY.
000410*    DATE       INIT  DESCRIPTION
000420*    10/15/2026 JDH   ORIGINAL PROGRAM - STUDENT PAYMENT AND
000430*                     REFUND POSTING, PAST-DUE HOLDS.
000440*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT StudentPaymentFile ASSIGN TO 'student_payments.dat'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-StudentPaymentStatus.
000510
000520     SELECT StudentFile ASSIGN TO 'students.dat'
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540
000550     SELECT StudentLedgerFile ASSIGN TO 'student_ledger.dat'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-StudentLedgerStatus.
000580
000590     SELECT StudentHoldFile ASSIGN TO 'student_holds.dat'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-StudentHoldStatus.
000620
000630     SELECT PaymentExceptionFile
000640         ASSIGN TO 'payment_exceptions.dat'
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  StudentPaymentFile.
000700 01  StudentPaymentRecord.
000710     05  SPY-StudentID      PIC 9(5).
000720     05  SPY-Term           PIC X(6).
000730     05  SPY-Type           PIC X(1).
000740         88  PAYMENT-RECEIVED         VALUE 'P'.
000750         88  REFUND-ISSUED            VALUE 'R'.
000760     05  SPY-Reference      PIC X(10).
000770     05  SPY-Amount         PIC 9(7)V99.
000780
000790 FD  StudentFile.
000800 01  StudentRecord.
000810     05  StudentID         PIC 9(5).
000820     05  StudentName       PIC X(30).
000830     05  ClassLevel        PIC X(10).
000840     05  ProgramCode       PIC X(6).
000850
000860*    STUDENT LEDGER - THE SAME LAYOUT TUITIONBILLING WRITES.
000870 FD  StudentLedgerFile.
000880 01  StudentLedgerRecord.
000890     05  SL-StudentID       PIC 9(5).
000900     05  SL-Term            PIC X(6).
000910     05  SL-EntryType       PIC X(1).
000920         88  TUITION-CHARGE-ENTRY     VALUE 'T'.
000930         88  FEE-CHARGE-ENTRY         VALUE 'F'.
000940         88  DROP-CREDIT-ENTRY        VALUE 'D'.
000950         88  PAYMENT-ENTRY            VALUE 'P'.
000960         88  REFUND-PAID-ENTRY        VALUE 'R'.
000970     05  SL-ItemCode        PIC X(10).
000980     05  SL-Amount          PIC S9(7)V99.
000990     05  SL-PostDate        PIC 9(8).
001000     05  SL-DueDate         PIC 9(8).
001010
001020*    STUDENT HOLDS - ONE RECORD PER HOLD TYPE PER STUDENT
001030*    WITH A PAST-DUE BALANCE, IN STUDENT MASTER ORDER.
001040 FD  StudentHoldFile.
001050 01  StudentHoldRecord.
001060     05  SHD-StudentID      PIC 9(5).
001070     05  SHD-HoldType       PIC X(1).
001080         88  REGISTRATION-HOLD        VALUE 'R'.
001090         88  TRANSCRIPT-HOLD          VALUE 'T'.
001100     05  SHD-PastDueAmount  PIC 9(7)V99.
001110     05  SHD-PlacedDate     PIC 9(8).
001120
001130 FD  PaymentExceptionFile.
001140 01  PaymentExceptionRecord.
001150     05  PEX-StudentID      PIC 9(5).
001160     05  PEX-Term           PIC X(6).
001170     05  PEX-Type           PIC X(1).
001180     05  PEX-Reference      PIC X(10).
001190     05  PEX-Amount         PIC 9(7)V99.
001200     05  PEX-Reason         PIC X(40).
001210
001220 WORKING-STORAGE SECTION.
001230 01  WS-StudentPaymentStatus   PIC X(2) VALUE SPACES.
001240
001250*    LEDGER-STATUS 35 MEANS NOTHING HAS EVER BEEN BILLED OR
001260*    PAID - THE FIRST POSTING CREATES THE LEDGER BEFORE
001270*    RE-OPENING EXTEND.
001280 01  WS-StudentLedgerStatus    PIC X(2) VALUE SPACES.
001290
001300*    HOLD-STATUS 35 MEANS NO HOLD HAS EVER BEEN PLACED.
001310 01  WS-StudentHoldStatus      PIC X(2) VALUE SPACES.
001320
001330 01  WS-RunDate                PIC 9(8) VALUE 0.
001340
001350 01  WS-PAYMENT-FILE-SWITCH    PIC X(1) VALUE 'N'.
001360     88  PAYMENT-FILE-PRESENT         VALUE 'Y'.
001370     88  PAYMENT-FILE-ABSENT          VALUE 'N'.
001380
001390*    STUDENT TABLE - LEDGER BALANCE, THE PART OF IT NOT YET
001400*    DUE, AND THE DATE ANY HOLD NOW STANDING WAS PLACED.
001410 01  WS-STUDENT-TABLE.
001420     05  WS-STUDENT-ENTRY OCCURS 1000 TIMES.
001430         10  WS-STU-ID            PIC 9(5).
001440         10  WS-STU-BALANCE       PIC S9(7)V99.
001450         10  WS-STU-NOT-DUE       PIC S9(7)V99.
001460         10  WS-STU-HOLD-DATE     PIC 9(8).
001470
001480 01  WS-STUDENT-COUNT          PIC 9(5) VALUE 0 COMP.
001490 01  WS-STU-IDX                PIC 9(5) VALUE 0 COMP.
001500 01  WS-FOUND-STU-IDX          PIC 9(5) VALUE 0 COMP.
001510 01  WS-StudentTableFull       PIC 9(5) VALUE 0 COMP.
001520
001530 01  WS-STU-FOUND-SWITCH       PIC X(1) VALUE 'N'.
001540     88  STUDENT-FOUND                VALUE 'Y'.
001550     88  STUDENT-NOT-FOUND            VALUE 'N'.
001560
001570 01  WS-SearchStudentID        PIC 9(5) VALUE 0.
001580 01  WS-PastDue                PIC S9(7)V99 VALUE 0.
001590
001600 01  WS-EOF-PAYMENTS-SWITCH    PIC X(1) VALUE 'N'.
001610     88  END-OF-PAYMENTS              VALUE 'Y'.
001620
001630 01  WS-EOF-STUDENTS-SWITCH    PIC X(1) VALUE 'N'.
001640     88  END-OF-STUDENTS              VALUE 'Y'.
001650
001660 01  WS-EOF-LEDGER-SWITCH      PIC X(1) VALUE 'N'.
001670     88  END-OF-LEDGER                VALUE 'Y'.
001680
001690 01  WS-EOF-HOLDS-SWITCH       PIC X(1) VALUE 'N'.
001700     88  END-OF-HOLDS                 VALUE 'Y'.
001710
001720 01  WS-TotalPayments          PIC 9(5) VALUE 0 COMP.
001730 01  WS-TotalPaymentAmount     PIC 9(9)V99 VALUE 0.
001740 01  WS-TotalRefunds           PIC 9(5) VALUE 0 COMP.
001750 01  WS-TotalRefundAmount      PIC 9(9)V99 VALUE 0.
001760 01  WS-TotalExceptions        PIC 9(5) VALUE 0 COMP.
001770 01  WS-TotalUnknownEntries    PIC 9(5) VALUE 0 COMP.
001780 01  WS-TotalStudentsHeld      PIC 9(5) VALUE 0 COMP.
001790 01  WS-TotalHoldsPlaced       PIC 9(5) VALUE 0 COMP.
001800 01  WS-TotalHoldsReleased     PIC 9(5) VALUE 0 COMP.
001810 01  WS-TotalPastDueAmount     PIC 9(9)V99 VALUE 0.
001820
001830*    RUN-CONTROL INTERFACE AREA AND THE PRE-COUNT OF THE
001840*    PAYMENT FILE THAT IDENTIFIES TODAY'S INPUT TO THE SHARED
001850*    RUN-CONTROL LOG.
001860 01  WS-RUN-CONTROL-AREA.
001870     05  RCA-Function       PIC X(1).
001880     05  RCA-ProgramName    PIC X(20).
001890     05  RCA-InputFileName  PIC X(20).
001900     05  RCA-InputRecordCount PIC 9(7).
001910     05  RCA-ReturnStatus   PIC X(1).
001920         88  RUN-MAY-PROCEED          VALUE 'O'.
001930         88  RUN-IS-DUPLICATE         VALUE 'D'.
001940
001950 01  WS-PaymentInputCount      PIC 9(7) VALUE 0 COMP.
001960
001970 PROCEDURE DIVISION.
001980*    ------------------------------------------------------
001990*    0000-MAINLINE CONTROLS THE STUDENT ACCOUNTS RUN.
002000*    ------------------------------------------------------
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002030     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
002040     IF PAYMENT-FILE-PRESENT
002050        AND RUN-IS-DUPLICATE
002060         DISPLAY 'STUDENT_PAYMENTS.DAT ALREADY POSTED TO'
002070             ' COMPLETION TODAY - RUN REFUSED'
002080     ELSE
002090         PERFORM 1300-LOAD-STUDENTS THRU 1300-EXIT
002100         PERFORM 1400-LOAD-HOLDS THRU 1400-EXIT
002110         PERFORM 1500-LOAD-LEDGER THRU 1500-EXIT
002120         IF PAYMENT-FILE-PRESENT
002130             PERFORM 2000-POST-PAYMENTS THRU 2000-EXIT
002140         END-IF
002150         PERFORM 3000-WRITE-HOLDS THRU 3000-EXIT
002160         PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
002170         IF PAYMENT-FILE-PRESENT
002180             PERFORM 1200-MARK-RUN-COMPLETE THRU 1200-EXIT
002190         END-IF
002200     END-IF
002210     STOP RUN.
002220
002230 1000-INITIALIZE.
002240     DISPLAY 'STUDENT ACCOUNTS POSTING RUN'
002250     ACCEPT WS-RunDate FROM DATE YYYYMMDD.
002260 1000-EXIT.
002270     EXIT.
002280
002290*    ------------------------------------------------------
002300*    COUNT THE PAYMENT FILE AND CHECK THE SHARED RUN-CONTROL
002310*    LOG. A COMPLETED RUN TODAY AGAINST THE SAME FILE AND
002320*    COUNT WOULD POST EVERY PAYMENT TWICE. NO PAYMENT FILE
002330*    MEANS NOTHING TO POST TODAY.
002340*    ------------------------------------------------------
002350 1100-CHECK-RUN-CONTROL.
002360     OPEN INPUT StudentPaymentFile
002370     IF WS-StudentPaymentStatus NOT = '00'
002380         DISPLAY 'PAYMENT FILE CANNOT BE OPENED - STATUS '
002390             WS-StudentPaymentStatus ' - HOLDS REVIEWED ONLY'
002400         GO TO 1100-EXIT
002410     END-IF
002420     PERFORM UNTIL END-OF-PAYMENTS
002430         READ StudentPaymentFile
002440             AT END
002450                 SET END-OF-PAYMENTS TO TRUE
002460             NOT AT END
002470                 ADD 1 TO WS-PaymentInputCount
002480         END-READ
002490     END-PERFORM
002500     CLOSE StudentPaymentFile
002510     MOVE 'N' TO WS-EOF-PAYMENTS-SWITCH
002520     SET PAYMENT-FILE-PRESENT TO TRUE
002530     MOVE 'S' TO RCA-Function
002540     MOVE 'STUDENTACCOUNTPOST' TO RCA-ProgramName
002550     MOVE 'student_payments.dat' TO RCA-InputFileName
002560     MOVE WS-PaymentInputCount TO RCA-InputRecordCount
002570     CALL 'RunControl' USING WS-RUN-CONTROL-AREA.
002580 1100-EXIT.
002590     EXIT.
002600
002610 1200-MARK-RUN-COMPLETE.
002620     MOVE 'E' TO RCA-Function
002630     CALL 'RunControl' USING WS-RUN-CONTROL-AREA.
002640 1200-EXIT.
002650     EXIT.
002660
002670 1300-LOAD-STUDENTS.
002680     OPEN INPUT StudentFile
002690     PERFORM UNTIL END-OF-STUDENTS
002700         READ StudentFile INTO StudentRecord
002710             AT END
002720                 SET END-OF-STUDENTS TO TRUE
002730             NOT AT END
002740                 PERFORM 1310-STORE-STUDENT THRU 1310-EXIT
002750         END-READ
002760     END-PERFORM
002770     CLOSE StudentFile.
002780 1300-EXIT.
002790     EXIT.
002800
002810 1310-STORE-STUDENT.
002820     IF WS-STUDENT-COUNT >= 1000
002830         ADD 1 TO WS-StudentTableFull
002840         DISPLAY 'STUDENT TABLE FULL, DROPPED STUDENT '
002850             StudentID
002860     ELSE
002870         ADD 1 TO WS-STUDENT-COUNT
002880         MOVE StudentID TO WS-STU-ID(WS-STUDENT-COUNT)
002890         MOVE 0 TO WS-STU-BALANCE(WS-STUDENT-COUNT)
002900         MOVE 0 TO WS-STU-NOT-DUE(WS-STUDENT-COUNT)
002910         MOVE 0 TO WS-STU-HOLD-DATE(WS-STUDENT-COUNT)
002920     END-IF.
002930 1310-EXIT.
002940     EXIT.
002950
002960*    ------------------------------------------------------
002970*    CARRY FORWARD THE DATE EACH STANDING HOLD WAS PLACED.
002980*    ------------------------------------------------------
002990 1400-LOAD-HOLDS.
003000     OPEN INPUT StudentHoldFile
003010     IF WS-StudentHoldStatus NOT = '00'
003020         GO TO 1400-EXIT
003030     END-IF
003040     PERFORM UNTIL END-OF-HOLDS
003050         READ StudentHoldFile INTO StudentHoldRecord
003060             AT END
003070                 SET END-OF-HOLDS TO TRUE
003080             NOT AT END
003090                 MOVE SHD-StudentID TO WS-SearchStudentID
003100                 PERFORM 2500-FIND-STUDENT THRU 2500-EXIT
003110                 IF STUDENT-FOUND
003120                     MOVE SHD-PlacedDate
003130                         TO WS-STU-HOLD-DATE(WS-FOUND-STU-IDX)
003140                 END-IF
003150         END-READ
003160     END-PERFORM
003170     CLOSE StudentHoldFile.
003180 1400-EXIT.
003190     EXIT.
003200
003210*    ------------------------------------------------------
003220*    EVERY LEDGER ENTRY ADDS TO ITS STUDENT'S BALANCE; A
003230*    CHARGE WHOSE DUE DATE IS TODAY OR LATER IS ALSO NOT YET
003240*    DUE. STATUS 35 MEANS AN EMPTY LEDGER.
003250*    ------------------------------------------------------
003260 1500-LOAD-LEDGER.
003270     OPEN INPUT StudentLedgerFile
003280     IF WS-StudentLedgerStatus = '35'
003290         GO TO 1500-EXIT
003300     END-IF
003310     PERFORM UNTIL END-OF-LEDGER
003320         READ StudentLedgerFile INTO StudentLedgerRecord
003330             AT END
003340                 SET END-OF-LEDGER TO TRUE
003350             NOT AT END
003360                 PERFORM 1510-APPLY-LEDGER-ENTRY THRU 1510-EXIT
003370         END-READ
003380     END-PERFORM
003390     CLOSE StudentLedgerFile.
003400 1500-EXIT.
003410     EXIT.
003420
003430 1510-APPLY-LEDGER-ENTRY.
003440     MOVE SL-StudentID TO WS-SearchStudentID
003450     PERFORM 2500-FIND-STUDENT THRU 2500-EXIT
003460     IF STUDENT-NOT-FOUND
003470         ADD 1 TO WS-TotalUnknownEntries
003480         GO TO 1510-EXIT
003490     END-IF
003500     ADD SL-Amount TO WS-STU-BALANCE(WS-FOUND-STU-IDX)
003510     IF SL-Amount > 0
003520        AND SL-DueDate >= WS-RunDate
003530         ADD SL-Amount TO WS-STU-NOT-DUE(WS-FOUND-STU-IDX)
003540     END-IF.
003550 1510-EXIT.
003560     EXIT.
003570
003580 2000-POST-PAYMENTS.
003590     OPEN INPUT StudentPaymentFile
003600     OPEN OUTPUT PaymentExceptionFile
003610     OPEN EXTEND StudentLedgerFile
003620     IF WS-StudentLedgerStatus = '35'
003630         OPEN OUTPUT StudentLedgerFile
003640         CLOSE StudentLedgerFile
003650         OPEN EXTEND StudentLedgerFile
003660     END-IF
003670     PERFORM UNTIL END-OF-PAYMENTS
003680         READ StudentPaymentFile INTO StudentPaymentRecord
003690             AT END
003700                 SET END-OF-PAYMENTS TO TRUE
003710             NOT AT END
003720                 PERFORM 2100-POST-ONE-PAYMENT THRU 2100-EXIT
003730         END-READ
003740     END-PERFORM
003750     CLOSE StudentLedgerFile
003760     CLOSE PaymentExceptionFile
003770     CLOSE StudentPaymentFile.
003780 2000-EXIT.
003790     EXIT.
003800
003810*    ------------------------------------------------------
003820*    ONE PAYMENT OR REFUND. A PAYMENT GOES ON THE LEDGER AS A
003830*    CREDIT; A REFUND AS A DEBIT DUE THE DAY IT IS PAID.
003840*    ------------------------------------------------------
003850 2100-POST-ONE-PAYMENT.
003860     MOVE SPY-StudentID TO WS-SearchStudentID
003870     PERFORM 2500-FIND-STUDENT THRU 2500-EXIT
003880     IF STUDENT-NOT-FOUND
003890         MOVE 'STUDENT NOT ON STUDENT MASTER' TO PEX-Reason
003900         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003910         GO TO 2100-EXIT
003920     END-IF
003930     IF SPY-Amount = 0
003940         MOVE 'ZERO AMOUNT' TO PEX-Reason
003950         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003960         GO TO 2100-EXIT
003970     END-IF
003980     EVALUATE TRUE
003990         WHEN PAYMENT-RECEIVED
004000             COMPUTE SL-Amount = 0 - SPY-Amount
004010             MOVE 0 TO SL-DueDate
004020             ADD 1 TO WS-TotalPayments
004030             ADD SPY-Amount TO WS-TotalPaymentAmount
004040         WHEN REFUND-ISSUED
004050             IF WS-STU-BALANCE(WS-FOUND-STU-IDX) + SPY-Amount > 0
004060                 MOVE 'REFUND EXCEEDS CREDIT BALANCE'
004070                     TO PEX-Reason
004080                 PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004090                 GO TO 2100-EXIT
004100             END-IF
004110             MOVE SPY-Amount TO SL-Amount
004120             MOVE WS-RunDate TO SL-DueDate
004130             ADD 1 TO WS-TotalRefunds
004140             ADD SPY-Amount TO WS-TotalRefundAmount
004150         WHEN OTHER
004160             MOVE 'UNKNOWN PAYMENT TYPE CODE' TO PEX-Reason
004170             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004180             GO TO 2100-EXIT
004190     END-EVALUATE
004200     MOVE SPY-StudentID TO SL-StudentID
004210     MOVE SPY-Term      TO SL-Term
004220     MOVE SPY-Type      TO SL-EntryType
004230     MOVE SPY-Reference TO SL-ItemCode
004240     MOVE WS-RunDate    TO SL-PostDate
004250     WRITE StudentLedgerRecord
004260     ADD SL-Amount TO WS-STU-BALANCE(WS-FOUND-STU-IDX).
004270 2100-EXIT.
004280     EXIT.
004290
004300 2500-FIND-STUDENT.
004310     SET STUDENT-NOT-FOUND TO TRUE
004320     PERFORM 2510-MATCH-STUDENT THRU 2510-EXIT
004330         VARYING WS-STU-IDX FROM 1 BY 1
004340         UNTIL WS-STU-IDX > WS-STUDENT-COUNT
004350            OR STUDENT-FOUND.
004360 2500-EXIT.
004370     EXIT.
004380
004390 2510-MATCH-STUDENT.
004400     IF WS-STU-ID(WS-STU-IDX) = WS-SearchStudentID
004410         SET STUDENT-FOUND TO TRUE
004420         MOVE WS-STU-IDX TO WS-FOUND-STU-IDX
004430     END-IF.
004440 2510-EXIT.
004450     EXIT.
004460
004470 2800-WRITE-EXCEPTION.
004480     MOVE SPY-StudentID TO PEX-StudentID
004490     MOVE SPY-Term      TO PEX-Term
004500     MOVE SPY-Type      TO PEX-Type
004510     MOVE SPY-Reference TO PEX-Reference
004520     MOVE SPY-Amount    TO PEX-Amount
004530     WRITE PaymentExceptionRecord
004540     ADD 1 TO WS-TotalExceptions.
004550 2800-EXIT.
004560     EXIT.
004570
004580*    ------------------------------------------------------
004590*    REBUILD THE HOLD FILE FROM TODAY'S BALANCES.
004600*    ------------------------------------------------------
004610 3000-WRITE-HOLDS.
004620     OPEN OUTPUT StudentHoldFile
004630     PERFORM 3100-HOLD-ONE-STUDENT THRU 3100-EXIT
004640         VARYING WS-STU-IDX FROM 1 BY 1
004650         UNTIL WS-STU-IDX > WS-STUDENT-COUNT
004660     CLOSE StudentHoldFile.
004670 3000-EXIT.
004680     EXIT.
004690
004700 3100-HOLD-ONE-STUDENT.
004710     COMPUTE WS-PastDue = WS-STU-BALANCE(WS-STU-IDX)
004720         - WS-STU-NOT-DUE(WS-STU-IDX)
004730     IF WS-PastDue NOT > 0
004740         IF WS-STU-HOLD-DATE(WS-STU-IDX) NOT = 0
004750             ADD 1 TO WS-TotalHoldsReleased
004760         END-IF
004770         GO TO 3100-EXIT
004780     END-IF
004790     IF WS-STU-HOLD-DATE(WS-STU-IDX) = 0
004800         MOVE WS-RunDate TO WS-STU-HOLD-DATE(WS-STU-IDX)
004810         ADD 1 TO WS-TotalHoldsPlaced
004820     END-IF
004830     MOVE WS-STU-ID(WS-STU-IDX)        TO SHD-StudentID
004840     MOVE WS-PastDue                   TO SHD-PastDueAmount
004850     MOVE WS-STU-HOLD-DATE(WS-STU-IDX) TO SHD-PlacedDate
004860     MOVE 'R' TO SHD-HoldType
004870     WRITE StudentHoldRecord
004880     MOVE 'T' TO SHD-HoldType
004890     WRITE StudentHoldRecord
004900     ADD 1 TO WS-TotalStudentsHeld
004910     ADD WS-PastDue TO WS-TotalPastDueAmount.
004920 3100-EXIT.
004930     EXIT.
004940
004950 9000-DISPLAY-SUMMARY.
004960     DISPLAY '-----------------------------'
004970     DISPLAY 'Payments Posted: ' WS-TotalPayments
004980     DISPLAY 'Payment Amount: ' WS-TotalPaymentAmount
004990     DISPLAY 'Refunds Posted: ' WS-TotalRefunds
005000     DISPLAY 'Refund Amount: ' WS-TotalRefundAmount
005010     DISPLAY 'Payments Rejected: ' WS-TotalExceptions
005020     DISPLAY 'Ledger Entries, Unknown Student: '
005030         WS-TotalUnknownEntries
005040     DISPLAY 'Students On Hold: ' WS-TotalStudentsHeld
005050     DISPLAY 'Past-Due Balance Held: ' WS-TotalPastDueAmount
005060     DISPLAY 'New Holds Placed: ' WS-TotalHoldsPlaced
005070     DISPLAY 'Holds Released: ' WS-TotalHoldsReleased
005080     DISPLAY 'Students Dropped, Table Full: '
005090         WS-StudentTableFull
005100     DISPLAY '-----------------------------'.
005110 9000-EXIT.
005120     EXIT.
