000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PositivePay.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    POSITIVE-PAY ISSUE FILE FOR THE BANK. RUN AFTER EVERY
000180*    PAYROLL RUN (AND AFTER ANY CHECKVOID RUN), IT SENDS THE
000190*    BANK EVERY ENTRY ADDED TO THE CUMULATIVE CHECK REGISTER
000200*    SINCE THE LAST TRANSMISSION - EACH NEWLY ISSUED CHECK
000210*    WITH ITS NUMBER, DATE, PAYEE AND AMOUNT, AND EACH NEW
000220*    VOID - SO THE BANK CAN REFUSE A CHECK IT WAS NEVER TOLD
000230*    ABOUT OR ONE WHOSE AMOUNT HAS BEEN ALTERED. THE REGISTER
000240*    IS APPEND-ONLY, SO THE POSITIVE-PAY CONTROL FILE KEEPS A
000250*    HIGH-WATER MARK - THE NUMBER OF REGISTER ENTRIES ALREADY
000260*    SENT - AND EACH RUN SENDS ONLY THE ENTRIES BEYOND IT.
000270*    THE CONTROL FILE ALSO CARRIES THE PAYROLL DISBURSEMENT
000280*    ACCOUNT NUMBER THE BANK FILES THE CHECKS UNDER; A
000290*    MISSING OR EMPTY CONTROL FILE, OR A BLANK ACCOUNT,
000300*    REFUSES THE RUN. THE TRANSMISSION IS A BALANCED BATCH
000310*    LIKE THE DIRECT-DEPOSIT FILE: A HEADER, ONE DETAIL PER
000320*    REGISTER ENTRY, AND A TRAILER WITH THE DETAIL COUNT AND
000330*    THE ISSUED AND VOIDED TOTALS. A RUN WITH NOTHING NEW
000340*    STILL SENDS AN EMPTY BATCH SO YESTERDAY'S FILE IS NEVER
000350*    SENT TWICE.
000360*
000370*MODIFICATION HISTORY.
000380*    DATE       INIT  DESCRIPTION
000390*    10/15/2026 JDH   ORIGINAL PROGRAM - POSITIVE-PAY ISSUE AND
000400*                     VOID TRANSMISSION FROM THE CHECK REGISTER.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CheckRegisterFile ASSIGN TO 'check_register.dat'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CheckRegisterStatus.
000480
000490     SELECT PositivePayFile ASSIGN TO 'positive_pay.dat'
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510
000520     SELECT PosPayControlFile
000530         ASSIGN TO 'positive_pay_control.dat'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ControlFileStatus.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CheckRegisterFile.
000600 01  CheckRegisterRecord.
000610     05  CHK-CheckNumber    PIC 9(7).
000620     05  CHK-RunDate        PIC 9(8).
000630     05  CHK-PayeeName      PIC X(30).
000640     05  CHK-Amount         PIC 9(9)V99.
000650     05  CHK-Status         PIC X(1).
000660         88  CHECK-ISSUED             VALUE 'I'.
000670         88  CHECK-VOIDED             VALUE 'V'.
000680
000690 FD  PositivePayFile.
000700*    THE TRANSMISSION IS A BALANCED BATCH - ONE HEADER, ONE
000710*    DETAIL PER NEW REGISTER ENTRY, AND ONE TRAILER CARRYING
000720*    THE COUNT AND TOTALS THE BANK PROVES AGAINST. THE ISSUE
000730*    CODE IS I FOR A CHECK ISSUED, V FOR A VOID; THE DATE IS
000740*    THE DATE OF THAT REGISTER ENTRY.
000750 01  PosPayHeader.
000760     05  PPH-RecordType        PIC X(1).
000770     05  PPH-IssueAccount      PIC X(12).
000780     05  PPH-RunDate           PIC 9(8).
000790     05  FILLER                PIC X(49).
000800
000810 01  PosPayDetail.
000820     05  PPD-RecordType        PIC X(1).
000830     05  PPD-IssueAccount      PIC X(12).
000840     05  PPD-CheckNumber       PIC 9(7).
000850     05  PPD-EntryDate         PIC 9(8).
000860     05  PPD-PayeeName         PIC X(30).
000870     05  PPD-Amount            PIC 9(9)V99.
000880     05  PPD-IssueCode         PIC X(1).
000890
000900 01  PosPayTrailer.
000910     05  PPT-RecordType        PIC X(1).
000920     05  PPT-RecordCount       PIC 9(7).
000930     05  PPT-IssuedTotal       PIC 9(11)V99.
000940     05  PPT-VoidedTotal       PIC 9(11)V99.
000950     05  FILLER                PIC X(36).
000960
000970*    POSITIVE-PAY CONTROL - THE DISBURSEMENT ACCOUNT AND HOW
000980*    MANY REGISTER ENTRIES HAVE ALREADY GONE TO THE BANK.
000990 FD  PosPayControlFile.
001000 01  PosPayControlRecord.
001010     05  PPC-IssueAccount   PIC X(12).
001020     05  PPC-EntriesSent    PIC 9(9).
001030     05  PPC-LastSentDate   PIC 9(8).
001040
001050 WORKING-STORAGE SECTION.
001060 01  WS-EOF-REGISTER-SWITCH    PIC X(1) VALUE 'N'.
001070     88  END-OF-REGISTER              VALUE 'Y'.
001080
001090 01  WS-CheckRegisterStatus    PIC X(2) VALUE SPACES.
001100 01  WS-ControlFileStatus      PIC X(2) VALUE SPACES.
001110
001120 01  WS-SEND-SWITCH            PIC X(1) VALUE 'N'.
001130     88  SEND-MAY-PROCEED             VALUE 'Y'.
001140     88  SEND-IS-REFUSED              VALUE 'N'.
001150
001160 01  WS-RunDate                PIC 9(8) VALUE 0.
001170 01  WS-IssueAccount           PIC X(12) VALUE SPACES.
001180 01  WS-EntriesSent            PIC 9(9) VALUE 0.
001190 01  WS-RegisterEntriesRead    PIC 9(9) VALUE 0.
001200
001210 01  WS-TotalIssuesSent        PIC 9(7) VALUE 0 COMP.
001220 01  WS-TotalVoidsSent         PIC 9(7) VALUE 0 COMP.
001230 01  WS-TotalDetails           PIC 9(7) VALUE 0.
001240 01  WS-IssuedTotal            PIC 9(11)V99 VALUE 0.
001250 01  WS-VoidedTotal            PIC 9(11)V99 VALUE 0.
001260
001270 PROCEDURE DIVISION.
001280*    ------------------------------------------------------
001290*    0000-MAINLINE CONTROLS THE POSITIVE-PAY RUN.
001300*    ------------------------------------------------------
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001330     PERFORM 1500-READ-CONTROL-FILE THRU 1500-EXIT
001340     IF SEND-MAY-PROCEED
001350         PERFORM 2000-BUILD-ISSUE-FILE THRU 2000-EXIT
001360     END-IF
001370     IF SEND-MAY-PROCEED
001380         PERFORM 2900-SAVE-CONTROL-FILE THRU 2900-EXIT
001390         PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
001400     END-IF
001410     STOP RUN.
001420
001430 1000-INITIALIZE.
001440     DISPLAY 'POSITIVE PAY ISSUE FILE RUN'
001450     ACCEPT WS-RunDate FROM DATE YYYYMMDD.
001460 1000-EXIT.
001470     EXIT.
001480
001490*    ------------------------------------------------------
001500*    PICK UP THE DISBURSEMENT ACCOUNT AND THE HIGH-WATER
001510*    MARK. A MISSING OR EMPTY FILE, OR A BLANK ACCOUNT,
001520*    REFUSES THE RUN - THE BANK CANNOT FILE CHECKS WITHOUT
001530*    THE ACCOUNT, AND GUESSING THE MARK WOULD EITHER RESEND
001540*    THE WHOLE REGISTER OR SKIP CHECKS THE BANK NEVER SAW.
001550*    ------------------------------------------------------
001560 1500-READ-CONTROL-FILE.
001570     SET SEND-IS-REFUSED TO TRUE
001580     OPEN INPUT PosPayControlFile
001590     IF WS-ControlFileStatus NOT = '00'
001600         DISPLAY 'POSITIVE PAY CONTROL FILE CANNOT BE OPENED - '
001610             'STATUS ' WS-ControlFileStatus ' - RUN REFUSED'
001620         GO TO 1500-EXIT
001630     END-IF
001640     READ PosPayControlFile
001650         AT END
001660             DISPLAY 'POSITIVE PAY CONTROL FILE EMPTY - '
001670                 'RUN REFUSED'
001680         NOT AT END
001690             MOVE PPC-IssueAccount TO WS-IssueAccount
001700             MOVE PPC-EntriesSent  TO WS-EntriesSent
001710             IF WS-IssueAccount NOT = SPACES
001720                 SET SEND-MAY-PROCEED TO TRUE
001730             ELSE
001740                 DISPLAY 'DISBURSEMENT ACCOUNT MISSING - '
001750                     'RUN REFUSED'
001760             END-IF
001770     END-READ
001780     CLOSE PosPayControlFile.
001790 1500-EXIT.
001800     EXIT.
001810
001820*    ------------------------------------------------------
001830*    WRITE THE BATCH. EVERY REGISTER ENTRY PAST THE HIGH-
001840*    WATER MARK BECOMES A DETAIL. A REGISTER WITH FEWER
001850*    ENTRIES THAN HAVE ALREADY BEEN SENT HAS BEEN REPLACED
001860*    OR CUT BACK; THE EMPTY BATCH STANDS AND THE MARK IS
001870*    LEFT ALONE UNTIL THE REGISTER IS PUT RIGHT.
001880*    ------------------------------------------------------
001890 2000-BUILD-ISSUE-FILE.
001900     OPEN OUTPUT PositivePayFile
001910     MOVE 'H'             TO PPH-RecordType
001920     MOVE WS-IssueAccount TO PPH-IssueAccount
001930     MOVE WS-RunDate      TO PPH-RunDate
001940     WRITE PosPayHeader
001950     OPEN INPUT CheckRegisterFile
001960     IF WS-CheckRegisterStatus = '35'
001970         DISPLAY 'NO CHECK REGISTER ON FILE - NO CHECKS TO SEND'
001980     ELSE
001990         PERFORM UNTIL END-OF-REGISTER
002000             READ CheckRegisterFile INTO CheckRegisterRecord
002010                 AT END
002020                     SET END-OF-REGISTER TO TRUE
002030                 NOT AT END
002040                     ADD 1 TO WS-RegisterEntriesRead
002050                     IF WS-RegisterEntriesRead > WS-EntriesSent
002060                         PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT
002070                     END-IF
002080             END-READ
002090         END-PERFORM
002100         CLOSE CheckRegisterFile
002110     END-IF
002120     MOVE 'T'             TO PPT-RecordType
002130     MOVE WS-TotalDetails TO PPT-RecordCount
002140     MOVE WS-IssuedTotal  TO PPT-IssuedTotal
002150     MOVE WS-VoidedTotal  TO PPT-VoidedTotal
002160     WRITE PosPayTrailer
002170     CLOSE PositivePayFile
002180     IF WS-RegisterEntriesRead < WS-EntriesSent
002190         DISPLAY 'CHECK REGISTER HOLDS ' WS-RegisterEntriesRead
002200             ' ENTRIES, ' WS-EntriesSent ' ALREADY SENT - '
002210             'CONTROL FILE LEFT AS IS'
002220         SET SEND-IS-REFUSED TO TRUE
002230     END-IF.
002240 2000-EXIT.
002250     EXIT.
002260
002270 2100-WRITE-DETAIL.
002280     MOVE 'D'             TO PPD-RecordType
002290     MOVE WS-IssueAccount TO PPD-IssueAccount
002300     MOVE CHK-CheckNumber TO PPD-CheckNumber
002310     MOVE CHK-RunDate     TO PPD-EntryDate
002320     MOVE CHK-PayeeName   TO PPD-PayeeName
002330     MOVE CHK-Amount      TO PPD-Amount
002340     MOVE CHK-Status      TO PPD-IssueCode
002350     WRITE PosPayDetail
002360     ADD 1 TO WS-TotalDetails
002370     IF CHECK-VOIDED
002380         ADD 1 TO WS-TotalVoidsSent
002390         ADD CHK-Amount TO WS-VoidedTotal
002400     ELSE
002410         ADD 1 TO WS-TotalIssuesSent
002420         ADD CHK-Amount TO WS-IssuedTotal
002430     END-IF.
002440 2100-EXIT.
002450     EXIT.
002460
002470*    ------------------------------------------------------
002480*    ADVANCE THE HIGH-WATER MARK TO THE END OF THE REGISTER
002490*    ONCE THE BATCH IS CLOSED.
002500*    ------------------------------------------------------
002510 2900-SAVE-CONTROL-FILE.
002520     OPEN OUTPUT PosPayControlFile
002530     MOVE WS-IssueAccount        TO PPC-IssueAccount
002540     MOVE WS-RegisterEntriesRead TO PPC-EntriesSent
002550     MOVE WS-RunDate             TO PPC-LastSentDate
002560     WRITE PosPayControlRecord
002570     CLOSE PosPayControlFile.
002580 2900-EXIT.
002590     EXIT.
002600
002610 9000-DISPLAY-SUMMARY.
002620     DISPLAY '-----------------------------'
002630     DISPLAY 'Register Entries Read: ' WS-RegisterEntriesRead
002640     DISPLAY 'Already Sent Before This Run: ' WS-EntriesSent
002650     DISPLAY 'Issued Checks Sent: ' WS-TotalIssuesSent
002660     DISPLAY 'Issued Amount Sent: ' WS-IssuedTotal
002670     DISPLAY 'Voids Sent: ' WS-TotalVoidsSent
002680     DISPLAY 'Voided Amount Sent: ' WS-VoidedTotal
002690     DISPLAY '-----------------------------'.
002700 9000-EXIT.
002710     EXIT.
