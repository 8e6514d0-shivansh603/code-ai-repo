000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HoldRelease.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    NIGHTLY DEPOSIT HOLD RUN. WALKS THE HOLDS FILE
000180*    (HOLDS.DAT) PLACED BY THE POSTING RUN AND:
000190*      - RELEASES EVERY OUTSTANDING HOLD WHOSE RELEASE DATE
000200*        HAS ARRIVED, SO THE FUNDS COUNT AS AVAILABLE;
000210*      - LISTS EVERY HOLD RELEASED TONIGHT AND EVERY HOLD
000220*        STILL OUTSTANDING, WITH THE HOLDER'S NAME FROM THE
000230*        ACCOUNT MASTER, ON THE BRANCH HOLD LISTING
000240*        (HOLD_LISTING.DAT);
000250*      - PURGES RELEASED HOLDS MORE THAN 62 DAYS PAST THEIR
000260*        RELEASE DATE, ONCE THEY HAVE BEEN ON TWO MONTH-END
000270*        STATEMENTS.
000280*    A HOLD PAST ITS RELEASE DATE IS ALREADY TREATED AS
000290*    AVAILABLE BY THE POSTING RUN, SO A MISSED NIGHT OF THIS
000300*    RUN DELAYS ONLY THE LISTING, NOT THE CUSTOMER'S FUNDS. A
000310*    SECOND RUN ON THE SAME DAY RELEASES NOTHING NEW.
000320*
000330*MODIFICATION HISTORY.
000340*    DATE       INIT  DESCRIPTION
000350*    10/15/2026 JDH   ORIGINAL PROGRAM - DEPOSIT HOLD RELEASE
000360*                     AND BRANCH HOLD LISTING.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT HoldFile ASSIGN TO 'holds.dat'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS HLD-HoldKey
000450         FILE STATUS IS WS-HoldFileStatus.
000460
000470     SELECT BankAccountFile ASSIGN TO 'accounts.dat'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS AccountID.
000510
000520     SELECT HoldListingFile ASSIGN TO 'hold_listing.dat'
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570*    HOLDS FILE - ONE RECORD PER DEPOSIT HOLD, KEYED BY
000580*    ACCOUNT AND THE TRANS ID OF THE DEPOSIT.
000590 FD  HoldFile.
000600 01  HoldRecord.
000610     05  HLD-HoldKey.
000620         10  HLD-AccountID      PIC 9(5).
000630         10  HLD-TransID        PIC 9(7).
000640     05  HLD-AmountHeld     PIC 9(9)V99.
000650     05  HLD-PlacedDate     PIC 9(8).
000660     05  HLD-ReleaseDate    PIC 9(8).
000670     05  HLD-HoldStatus     PIC X(1).
000680         88  HOLD-OUTSTANDING         VALUE 'H'.
000690         88  HOLD-RELEASED            VALUE 'R'.
000700
000710 FD  BankAccountFile.
000720 01  AccountRecord.
000730     05  AccountID          PIC 9(5).
000740     05  AccountHolderName  PIC X(30).
000750     05  Balance            PIC 9(9)V99.
000760     05  AccountType        PIC X(1).
000770         88  SAVINGS-ACCOUNT          VALUE 'S'.
000780         88  CHECKING-ACCOUNT         VALUE 'C'.
000790     05  CustomerNumber     PIC 9(5).
000800     05  LastActivityDate   PIC 9(8).
000810     05  DormantFlag        PIC X(1).
000820         88  ACCOUNT-DORMANT          VALUE 'D'.
000830
000840 FD  HoldListingFile.
000850 01  HoldListingLine        PIC X(100).
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-EOF-HOLD-SWITCH        PIC X(1) VALUE 'N'.
000890     88  END-OF-HOLDS                 VALUE 'Y'.
000900
000910 01  WS-HoldFileStatus         PIC X(2) VALUE SPACES.
000920
000930 01  WS-RunDate                PIC 9(8) VALUE 0.
000940 01  WS-RunDayNumber           PIC 9(7) VALUE 0.
000950
000960*    RELEASED HOLDS ARE KEPT FOR TWO STATEMENT CYCLES.
000970 01  WS-PurgeDays              PIC 9(3) VALUE 62.
000980
000990*    DATE WORK AREA FOR DAY NUMBERS.
001000 01  WS-DateWork.
001010     05  WS-DateYear        PIC 9(4).
001020     05  WS-DateMonth       PIC 9(2).
001030     05  WS-DateDay         PIC 9(2).
001040 01  WS-DateWork-N REDEFINES WS-DateWork PIC 9(8).
001050 01  WS-DayNumber              PIC 9(7) VALUE 0.
001060 01  WS-ReleasedAge            PIC S9(7) VALUE 0.
001070
001080 01  WS-TotalHoldsRead         PIC 9(5) VALUE 0 COMP.
001090 01  WS-TotalReleased          PIC 9(5) VALUE 0 COMP.
001100 01  WS-TotalStillHeld         PIC 9(5) VALUE 0 COMP.
001110 01  WS-TotalPurged            PIC 9(5) VALUE 0 COMP.
001120 01  WS-AmountReleased         PIC 9(11)V99 VALUE 0.
001130 01  WS-AmountStillHeld        PIC 9(11)V99 VALUE 0.
001140
001150*    PRINT-LINE LAYOUTS FOR THE BRANCH HOLD LISTING.
001160 01  WS-LISTING-HEADING-1.
001170     05  FILLER             PIC X(30)
001180         VALUE 'DEPOSIT HOLD LISTING - RUN OF '.
001190     05  LH-RunDate         PIC 9(8).
001200
001210 01  WS-LISTING-HEADING-2.
001220     05  FILLER             PIC X(40)
001230         VALUE 'ACCT   HOLDER                         TR'.
001240     05  FILLER             PIC X(40)
001250         VALUE 'ANS    STATUS           AMOUNT  PLACED  '.
001260     05  FILLER             PIC X(8)
001270         VALUE ' RELEASE'.
001280
001290 01  WS-LISTING-DETAIL-LINE.
001300     05  LD-AccountID       PIC 9(5).
001310     05  FILLER             PIC X(2) VALUE SPACES.
001320     05  LD-HolderName      PIC X(30).
001330     05  FILLER             PIC X(1) VALUE SPACE.
001340     05  LD-TransID         PIC 9(7).
001350     05  FILLER             PIC X(2) VALUE SPACES.
001360     05  LD-Status          PIC X(8).
001370     05  FILLER             PIC X(1) VALUE SPACE.
001380     05  LD-AmountHeld      PIC ZZZ,ZZZ,ZZ9.99.
001390     05  FILLER             PIC X(2) VALUE SPACES.
001400     05  LD-PlacedDate      PIC 9(8).
001410     05  FILLER             PIC X(1) VALUE SPACE.
001420     05  LD-ReleaseDate     PIC 9(8).
001430
001440 01  WS-LISTING-TOTAL-LINE.
001450     05  LT-Label           PIC X(30).
001460     05  LT-Count           PIC ZZ,ZZ9.
001470     05  FILLER             PIC X(2) VALUE SPACES.
001480     05  LT-Amount          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001490
001500 PROCEDURE DIVISION.
001510*    ------------------------------------------------------
001520*    0000-MAINLINE CONTROLS THE NIGHTLY HOLD RUN.
001530*    ------------------------------------------------------
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001560     PERFORM 2000-RELEASE-HOLDS THRU 2000-EXIT
001570     PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
001580     STOP RUN.
001590
001600 1000-INITIALIZE.
001610     DISPLAY 'DEPOSIT HOLD RELEASE RUN'
001620     ACCEPT WS-RunDate FROM DATE YYYYMMDD
001630     MOVE WS-RunDate TO WS-DateWork-N
001640     PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT
001650     MOVE WS-DayNumber TO WS-RunDayNumber.
001660 1000-EXIT.
001670     EXIT.
001680
001690*    ------------------------------------------------------
001700*    WALK THE HOLDS FILE. NO HOLDS FILE (STATUS 35) MEANS NO
001710*    DEPOSIT HAS YET BEEN HELD - THERE IS NOTHING TO DO.
001720*    ------------------------------------------------------
001730 2000-RELEASE-HOLDS.
001740     OPEN I-O HoldFile
001750     IF WS-HoldFileStatus = '35'
001760         DISPLAY 'NO HOLDS FILE - NOTHING TO RELEASE'
001770         GO TO 2000-EXIT
001780     END-IF
001790     OPEN INPUT BankAccountFile
001800     OPEN OUTPUT HoldListingFile
001810     MOVE WS-RunDate TO LH-RunDate
001820     WRITE HoldListingLine FROM WS-LISTING-HEADING-1
001830     WRITE HoldListingLine FROM WS-LISTING-HEADING-2
001840     PERFORM UNTIL END-OF-HOLDS
001850         READ HoldFile NEXT RECORD
001860             AT END
001870                 SET END-OF-HOLDS TO TRUE
001880             NOT AT END
001890                 ADD 1 TO WS-TotalHoldsRead
001900                 PERFORM 2100-REVIEW-ONE-HOLD THRU 2100-EXIT
001910         END-READ
001920     END-PERFORM
001930     MOVE SPACES TO HoldListingLine
001940     WRITE HoldListingLine
001950     MOVE 'RELEASED THIS RUN'  TO LT-Label
001960     MOVE WS-TotalReleased     TO LT-Count
001970     MOVE WS-AmountReleased    TO LT-Amount
001980     WRITE HoldListingLine FROM WS-LISTING-TOTAL-LINE
001990     MOVE 'STILL ON HOLD'      TO LT-Label
002000     MOVE WS-TotalStillHeld    TO LT-Count
002010     MOVE WS-AmountStillHeld   TO LT-Amount
002020     WRITE HoldListingLine FROM WS-LISTING-TOTAL-LINE
002030     CLOSE HoldFile
002040     CLOSE BankAccountFile
002050     CLOSE HoldListingFile.
002060 2000-EXIT.
002070     EXIT.
002080
002090*    ------------------------------------------------------
002100*    ONE HOLD. AN OUTSTANDING HOLD WHOSE RELEASE DATE HAS
002110*    ARRIVED IS RELEASED AND LISTED; ONE NOT YET DUE IS LISTED
002120*    AS STILL ON HOLD. A RELEASED HOLD PAST THE KEEP PERIOD
002130*    IS PURGED; ANY OTHER RELEASED HOLD IS LEFT FOR THE
002140*    STATEMENT RUN.
002150*    ------------------------------------------------------
002160 2100-REVIEW-ONE-HOLD.
002170     IF HOLD-RELEASED
002180         PERFORM 2300-PURGE-OLD-HOLD THRU 2300-EXIT
002190         GO TO 2100-EXIT
002200     END-IF
002210     IF HLD-ReleaseDate > WS-RunDate
002220         MOVE 'ON HOLD ' TO LD-Status
002230         ADD 1 TO WS-TotalStillHeld
002240         ADD HLD-AmountHeld TO WS-AmountStillHeld
002250         PERFORM 2200-WRITE-LISTING-LINE THRU 2200-EXIT
002260         GO TO 2100-EXIT
002270     END-IF
002280     SET HOLD-RELEASED TO TRUE
002290     REWRITE HoldRecord
002300         INVALID KEY
002310             DISPLAY 'HOLD NOT RELEASED, REWRITE FAILED FOR '
002320                 HLD-AccountID ' TRANS ' HLD-TransID
002330             GO TO 2100-EXIT
002340     END-REWRITE
002350     MOVE 'RELEASED' TO LD-Status
002360     ADD 1 TO WS-TotalReleased
002370     ADD HLD-AmountHeld TO WS-AmountReleased
002380     PERFORM 2200-WRITE-LISTING-LINE THRU 2200-EXIT.
002390 2100-EXIT.
002400     EXIT.
002410
002420 2200-WRITE-LISTING-LINE.
002430     MOVE HLD-AccountID TO AccountID
002440     READ BankAccountFile
002450         INVALID KEY
002460             MOVE '*** NOT ON ACCOUNT MASTER ***'
002470                 TO LD-HolderName
002480         NOT INVALID KEY
002490             MOVE AccountHolderName TO LD-HolderName
002500     END-READ
002510     MOVE HLD-AccountID   TO LD-AccountID
002520     MOVE HLD-TransID     TO LD-TransID
002530     MOVE HLD-AmountHeld  TO LD-AmountHeld
002540     MOVE HLD-PlacedDate  TO LD-PlacedDate
002550     MOVE HLD-ReleaseDate TO LD-ReleaseDate
002560     WRITE HoldListingLine FROM WS-LISTING-DETAIL-LINE.
002570 2200-EXIT.
002580     EXIT.
002590
002600 2300-PURGE-OLD-HOLD.
002610     MOVE HLD-ReleaseDate TO WS-DateWork-N
002620     PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT
002630     COMPUTE WS-ReleasedAge = WS-RunDayNumber - WS-DayNumber
002640     IF WS-ReleasedAge > WS-PurgeDays
002650         DELETE HoldFile RECORD
002660             INVALID KEY
002670                 DISPLAY 'RELEASED HOLD NOT PURGED FOR '
002680                     HLD-AccountID ' TRANS ' HLD-TransID
002690             NOT INVALID KEY
002700                 ADD 1 TO WS-TotalPurged
002710         END-DELETE
002720     END-IF.
002730 2300-EXIT.
002740     EXIT.
002750
002760*    ------------------------------------------------------
002770*    DAY NUMBER OF THE DATE IN WS-DATEWORK ON THE 365/30-DAY
002780*    APPROXIMATION.
002790*    ------------------------------------------------------
002800 2900-COMPUTE-DAY-NUMBER.
002810     COMPUTE WS-DayNumber =
002820         WS-DateYear * 365 + WS-DateMonth * 30 + WS-DateDay.
002830 2900-EXIT.
002840     EXIT.
002850
002860 9000-DISPLAY-SUMMARY.
002870     DISPLAY '-----------------------------'
002880     DISPLAY 'Holds Read: ' WS-TotalHoldsRead
002890     DISPLAY 'Holds Released: ' WS-TotalReleased
002900     DISPLAY 'Amount Released: ' WS-AmountReleased
002910     DISPLAY 'Holds Still Outstanding: ' WS-TotalStillHeld
002920     DISPLAY 'Amount Still Held: ' WS-AmountStillHeld
002930     DISPLAY 'Released Holds Purged: ' WS-TotalPurged
002940     DISPLAY '-----------------------------'.
002950 9000-EXIT.
002960     EXIT.
