000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LotControl.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    SHARED LOT SUBPROGRAM FOR THE INVENTORY RUNS. KEEPS THE
000180*    LOT FILE (LOTS.DAT) - ONE RECORD PER LOT UNDER EACH
000190*    PRODUCT-ID WITH ITS QUANTITY ON HAND, RECEIPT DATE AND
000200*    EXPIRATION DATE - SO EVERY RUN THAT MOVES STOCK TAKES IT
000210*    FROM THE SAME LOTS IN THE SAME ORDER. THE FILE IS KEYED
000220*    PRODUCT, EXPIRATION DATE, LOT NUMBER, SO THE LOTS OF A
000230*    PRODUCT READ EARLIEST-EXPIRING FIRST. A LOT WITH NO
000240*    SHELF LIFE IS FILED WITH AN EXPIRATION OF 99999999 AND
000250*    IS THEREFORE DRAWN LAST. THE CALLER OPENS THE FILE ONCE
000260*    (FUNCTION O), MAKES ANY NUMBER OF REQUESTS, AND CLOSES
000270*    IT AT END (FUNCTION C):
000280*        R - RECEIVE UNITS INTO A LOT, CREATING THE LOT ON
000290*            ITS FIRST RECEIPT.
000300*        D - DRAW UNITS FIRST-EXPIRED-FIRST-OUT. THE LOTS
000310*            DRAWN AND THE UNITS FROM EACH COME BACK IN THE
000320*            DRAW TABLE SO THE CALLER CAN WRITE ONE LEDGER
000330*            ENTRY PER LOT. UNITS THE LOTS CANNOT COVER (STOCK
000340*            ON HAND FROM BEFORE LOTS WERE KEPT) COME BACK AS
000341*            UNTRACKED UNITS. A LOT PAST ITS EXPIRATION
000342*            DATE IS NOT DRAWN - IT IS LEFT FOR THE EXPIRY
000343*            REVIEW TO WRITE OFF - AND ITS UNITS COME BACK
000344*            SEPARATELY AS EXPIRED UNITS.
000345*        X - RETURN THE PRODUCT'S EXPIRED UNITS WITHOUT
000346*            DRAWING ANYTHING. A CALLER TAKES THEM OFF THE
000347*            STOCK IT MAY SELL OR MOVE BEFORE IT ASKS FOR A
000348*            DRAW, SO A DRAW NEVER COMES UP SHORT BECAUSE OF
000349*            EXPIRED STOCK.
000350*        S - DRAW A COUNT SHRINKAGE. AS D, BUT EXPIRED LOTS
000351*            ARE DRAWN TOO, IN THEIR TURN, SINCE STOCK FOUND
000352*            MISSING MAY WELL BE STOCK THAT HAD EXPIRED.
000360*        K - SET A LOT TO ITS COUNTED QUANTITY, RETURNING THE
000370*            QUANTITY IT HELD BEFORE.
000380*    A LOT DRAWN TO ZERO STAYS ON FILE SO IT CAN STILL BE
000390*    COUNTED AND TRACED. IF THE LOT FILE CANNOT BE OPENED
000400*    EVERY DRAW COMES BACK UNTRACKED AND RECEIPTS AND COUNTS
000410*    ARE REFUSED (RETURN STATUS E), SO THE CALLING RUN CAN
000420*    STILL MOVE THE PRODUCT-LEVEL STOCK.
000430*
000440*MODIFICATION HISTORY.
000450*    DATE       INIT  DESCRIPTION
000460*    10/15/2026 JDH   ORIGINAL PROGRAM - LOT FILE, RECEIPT INTO
000470*                     LOT, FIRST-EXPIRED-FIRST-OUT DRAW AND
000480*                     COUNT BY LOT.
000490*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT LotFile ASSIGN TO 'lots.dat'
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS LOT-Key
000570         FILE STATUS IS WS-LotFileStatus.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  LotFile.
000620 01  LotRecord.
000630     05  LOT-Key.
000640         10  LOT-ProductID       PIC 9(5).
000650         10  LOT-ExpirationDate  PIC 9(8).
000660         10  LOT-LotNumber       PIC X(10).
000670     05  LOT-QtyOnHand       PIC 9(5).
000680     05  LOT-ReceiptDate     PIC 9(8).
000690     05  LOT-LastMoveDate    PIC 9(8).
000700
000710 WORKING-STORAGE SECTION.
000720*    LOT-FILE-STATUS 35 MEANS NO LOT HAS EVER BEEN RECEIVED -
000730*    THE OPEN REQUEST CREATES THE INDEXED FILE BEFORE OPENING
000740*    IT I-O.
000750 01  WS-LotFileStatus          PIC X(2) VALUE SPACES.
000760
000770 01  WS-LOT-FILE-SWITCH        PIC X(1) VALUE 'N'.
000780     88  LOT-FILE-IS-OPEN             VALUE 'Y'.
000790     88  LOT-FILE-NOT-OPEN            VALUE 'N'.
000800
000810 01  WS-EOF-LOT-SWITCH         PIC X(1) VALUE 'N'.
000820     88  END-OF-PRODUCT-LOTS          VALUE 'Y'.
000830
000840 01  WS-LOT-FOUND-SWITCH       PIC X(1) VALUE 'N'.
000850     88  LOT-FOUND                    VALUE 'Y'.
000860     88  LOT-NOT-FOUND                VALUE 'N'.
000870
000880*    A LOT WITH NO SHELF LIFE FILES LAST.
000890 01  WS-NoExpiryDate           PIC 9(8) VALUE 99999999.
000900
000910 01  WS-UnitsStillWanted       PIC 9(5) VALUE 0.
000920 01  WS-UnitsFromLot           PIC 9(5) VALUE 0.
000930 01  WS-MaxDraws               PIC 9(2) VALUE 20.
000940
000950 LINKAGE SECTION.
000960 01  LOT-CONTROL-AREA.
000970     05  LCA-Function       PIC X(1).
000980         88  LCA-OPEN-REQUEST         VALUE 'O'.
000990         88  LCA-CLOSE-REQUEST        VALUE 'C'.
001000         88  LCA-RECEIVE-REQUEST      VALUE 'R'.
001010         88  LCA-DRAW-REQUEST         VALUE 'D'.
001020         88  LCA-COUNT-REQUEST        VALUE 'K'.
001021         88  LCA-SHRINK-REQUEST       VALUE 'S'.
001022         88  LCA-EXPIRED-REQUEST      VALUE 'X'.
001030     05  LCA-RunDate        PIC 9(8).
001040     05  LCA-ProductID      PIC 9(5).
001050     05  LCA-LotNumber      PIC X(10).
001060     05  LCA-ExpirationDate PIC 9(8).
001070     05  LCA-Units          PIC 9(5).
001080     05  LCA-LotUnitsBefore PIC 9(5).
001090     05  LCA-UntrackedUnits PIC 9(5).
001091     05  LCA-ExpiredUnits   PIC 9(5).
001100     05  LCA-DrawCount      PIC 9(2).
001110     05  LCA-DRAW-ENTRY OCCURS 20 TIMES.
001120         10  LCA-DrawLotNumber      PIC X(10).
001130         10  LCA-DrawExpirationDate PIC 9(8).
001140         10  LCA-DrawUnits          PIC 9(5).
001150     05  LCA-ReturnStatus   PIC X(1).
001160         88  LCA-REQUEST-DONE         VALUE 'O'.
001170         88  LCA-LOT-NOT-FOUND        VALUE 'N'.
001180         88  LCA-LOTS-UNAVAILABLE     VALUE 'E'.
001190
001200 PROCEDURE DIVISION USING LOT-CONTROL-AREA.
001210*    ------------------------------------------------------
001220*    0000-MAINLINE - ROUTE THE REQUEST.
001230*    ------------------------------------------------------
001240 0000-MAINLINE.
001250     MOVE 'O' TO LCA-ReturnStatus
001260     EVALUATE TRUE
001270         WHEN LCA-OPEN-REQUEST
001280             PERFORM 1000-OPEN-LOT-FILE THRU 1000-EXIT
001290         WHEN LCA-CLOSE-REQUEST
001300             PERFORM 1100-CLOSE-LOT-FILE THRU 1100-EXIT
001310         WHEN LCA-RECEIVE-REQUEST
001320             PERFORM 2000-RECEIVE-INTO-LOT THRU 2000-EXIT
001330         WHEN LCA-DRAW-REQUEST
001331         WHEN LCA-SHRINK-REQUEST
001340             PERFORM 3000-DRAW-FROM-LOTS THRU 3000-EXIT
001350         WHEN LCA-COUNT-REQUEST
001360             PERFORM 4000-COUNT-LOT THRU 4000-EXIT
001361         WHEN LCA-EXPIRED-REQUEST
001362             PERFORM 3500-FIND-EXPIRED-UNITS THRU 3500-EXIT
001370     END-EVALUATE
001380     GOBACK.
001390
001400*    ------------------------------------------------------
001410*    OPEN THE LOT FILE I-O, CREATING IT ON FIRST USE.
001420*    ------------------------------------------------------
001430 1000-OPEN-LOT-FILE.
001440     IF LOT-FILE-IS-OPEN
001450         GO TO 1000-EXIT
001460     END-IF
001470     OPEN I-O LotFile
001480     IF WS-LotFileStatus = '35'
001490         OPEN OUTPUT LotFile
001500         CLOSE LotFile
001510         OPEN I-O LotFile
001520     END-IF
001530     IF WS-LotFileStatus = '00'
001540         SET LOT-FILE-IS-OPEN TO TRUE
001550     ELSE
001560         DISPLAY 'LOT FILE CANNOT BE OPENED - STATUS '
001570             WS-LotFileStatus ' - STOCK MOVED WITHOUT LOTS'
001580         SET LCA-LOTS-UNAVAILABLE TO TRUE
001590     END-IF.
001600 1000-EXIT.
001610     EXIT.
001620
001630 1100-CLOSE-LOT-FILE.
001640     IF LOT-FILE-IS-OPEN
001650         CLOSE LotFile
001660         SET LOT-FILE-NOT-OPEN TO TRUE
001670     END-IF.
001680 1100-EXIT.
001690     EXIT.
001700
001710*    ------------------------------------------------------
001720*    ADD RECEIVED UNITS TO THE LOT, CREATING IT THE FIRST
001730*    TIME IT IS RECEIVED.
001740*    ------------------------------------------------------
001750 2000-RECEIVE-INTO-LOT.
001760     IF LOT-FILE-NOT-OPEN
001770         SET LCA-LOTS-UNAVAILABLE TO TRUE
001780         GO TO 2000-EXIT
001790     END-IF
001800     IF LCA-ExpirationDate = 0
001810         MOVE WS-NoExpiryDate TO LCA-ExpirationDate
001820     END-IF
001830     MOVE LCA-ProductID      TO LOT-ProductID
001840     MOVE LCA-ExpirationDate TO LOT-ExpirationDate
001850     MOVE LCA-LotNumber      TO LOT-LotNumber
001860     READ LotFile
001870         INVALID KEY
001880             MOVE LCA-Units   TO LOT-QtyOnHand
001890             MOVE LCA-RunDate TO LOT-ReceiptDate
001900             MOVE LCA-RunDate TO LOT-LastMoveDate
001910             WRITE LotRecord
001920         NOT INVALID KEY
001930             ADD LCA-Units TO LOT-QtyOnHand
001940             MOVE LCA-RunDate TO LOT-LastMoveDate
001950             REWRITE LotRecord
001960     END-READ.
001970 2000-EXIT.
001980     EXIT.
001990
002000*    ------------------------------------------------------
002010*    DRAW UNITS FROM THE PRODUCT'S LOTS, EARLIEST EXPIRATION
002020*    FIRST, UNTIL THE UNITS ARE COVERED, THE LOTS RUN OUT OR
002030*    THE DRAW TABLE IS FULL. WHATEVER IS LEFT IS UNTRACKED.
002031*    AN ORDINARY DRAW PASSES OVER EXPIRED LOTS, RETURNING
002032*    THEIR UNITS AS EXPIRED UNITS; A SHRINKAGE DRAW TAKES
002033*    THEM.
002040*    ------------------------------------------------------
002050 3000-DRAW-FROM-LOTS.
002060     MOVE 0 TO LCA-DrawCount
002061     MOVE 0 TO LCA-ExpiredUnits
002070     MOVE LCA-Units TO WS-UnitsStillWanted
002080     IF LOT-FILE-NOT-OPEN
002090         SET LCA-LOTS-UNAVAILABLE TO TRUE
002100         MOVE WS-UnitsStillWanted TO LCA-UntrackedUnits
002110         GO TO 3000-EXIT
002120     END-IF
002130     MOVE LCA-ProductID TO LOT-ProductID
002140     MOVE 0             TO LOT-ExpirationDate
002150     MOVE LOW-VALUES    TO LOT-LotNumber
002160     MOVE 'N' TO WS-EOF-LOT-SWITCH
002170     IF WS-UnitsStillWanted = 0
002180         SET END-OF-PRODUCT-LOTS TO TRUE
002190     END-IF
002200     START LotFile KEY IS NOT LESS THAN LOT-Key
002210         INVALID KEY
002220             SET END-OF-PRODUCT-LOTS TO TRUE
002230     END-START
002240     PERFORM UNTIL END-OF-PRODUCT-LOTS
002250         READ LotFile NEXT RECORD
002260             AT END
002270                 SET END-OF-PRODUCT-LOTS TO TRUE
002280             NOT AT END
002290                 IF LOT-ProductID NOT = LCA-ProductID
002300                     SET END-OF-PRODUCT-LOTS TO TRUE
002310                 ELSE
002320                     PERFORM 3100-DRAW-ONE-LOT THRU 3100-EXIT
002330                 END-IF
002340         END-READ
002350     END-PERFORM
002360     MOVE WS-UnitsStillWanted TO LCA-UntrackedUnits.
002370 3000-EXIT.
002380     EXIT.
002390
002400 3100-DRAW-ONE-LOT.
002410     IF LOT-QtyOnHand = 0
002411         GO TO 3100-EXIT
002412     END-IF
002413     IF LCA-DRAW-REQUEST
002414        AND LOT-ExpirationDate < LCA-RunDate
002415         ADD LOT-QtyOnHand TO LCA-ExpiredUnits
002420         GO TO 3100-EXIT
002430     END-IF
002440     IF LOT-QtyOnHand > WS-UnitsStillWanted
002450         MOVE WS-UnitsStillWanted TO WS-UnitsFromLot
002460     ELSE
002470         MOVE LOT-QtyOnHand TO WS-UnitsFromLot
002480     END-IF
002490     SUBTRACT WS-UnitsFromLot FROM LOT-QtyOnHand
002500     MOVE LCA-RunDate TO LOT-LastMoveDate
002510     REWRITE LotRecord
002520     ADD 1 TO LCA-DrawCount
002530     MOVE LOT-LotNumber      TO LCA-DrawLotNumber(LCA-DrawCount)
002540     MOVE LOT-ExpirationDate
002550         TO LCA-DrawExpirationDate(LCA-DrawCount)
002560     MOVE WS-UnitsFromLot    TO LCA-DrawUnits(LCA-DrawCount)
002570     SUBTRACT WS-UnitsFromLot FROM WS-UnitsStillWanted
002580     IF WS-UnitsStillWanted = 0
002590        OR LCA-DrawCount >= WS-MaxDraws
002600         SET END-OF-PRODUCT-LOTS TO TRUE
002610     END-IF.
002620 3100-EXIT.
002621     EXIT.
002622
002623*    ------------------------------------------------------
002624*    ADD UP THE UNITS ON HAND IN THE PRODUCT'S LOTS PAST
002625*    THEIR EXPIRATION DATE. THEY FILE AHEAD OF THE GOOD
002626*    LOTS, SO THE FIRST UNEXPIRED LOT ENDS THE SCAN.
002627*    ------------------------------------------------------
002628 3500-FIND-EXPIRED-UNITS.
002629     MOVE 0 TO LCA-ExpiredUnits
002630     IF LOT-FILE-NOT-OPEN
002631         SET LCA-LOTS-UNAVAILABLE TO TRUE
002632         GO TO 3500-EXIT
002633     END-IF
002634     MOVE LCA-ProductID TO LOT-ProductID
002635     MOVE 0             TO LOT-ExpirationDate
002636     MOVE LOW-VALUES    TO LOT-LotNumber
002637     MOVE 'N' TO WS-EOF-LOT-SWITCH
002638     START LotFile KEY IS NOT LESS THAN LOT-Key
002639         INVALID KEY
002640             SET END-OF-PRODUCT-LOTS TO TRUE
002641     END-START
002642     PERFORM UNTIL END-OF-PRODUCT-LOTS
002643         READ LotFile NEXT RECORD
002644             AT END
002645                 SET END-OF-PRODUCT-LOTS TO TRUE
002646             NOT AT END
002647                 IF LOT-ProductID NOT = LCA-ProductID
002648                    OR LOT-ExpirationDate NOT < LCA-RunDate
002649                     SET END-OF-PRODUCT-LOTS TO TRUE
002650                 ELSE
002651                     ADD LOT-QtyOnHand TO LCA-ExpiredUnits
002652                 END-IF
002653         END-READ
002654     END-PERFORM.
002655 3500-EXIT.
002656     EXIT.
002657
002658*    ------------------------------------------------------
002660*    SET ONE LOT OF THE PRODUCT TO ITS COUNTED QUANTITY. THE
002670*    LOT IS FOUND BY NUMBER AMONG THE PRODUCT'S LOTS; ITS
002680*    EXPIRATION DATE COMES BACK WITH THE BEFORE QUANTITY.
002690*    ------------------------------------------------------
002700 4000-COUNT-LOT.
002710     IF LOT-FILE-NOT-OPEN
002720         SET LCA-LOTS-UNAVAILABLE TO TRUE
002730         GO TO 4000-EXIT
002740     END-IF
002750     SET LOT-NOT-FOUND TO TRUE
002760     MOVE LCA-ProductID TO LOT-ProductID
002770     MOVE 0             TO LOT-ExpirationDate
002780     MOVE LOW-VALUES    TO LOT-LotNumber
002790     MOVE 'N' TO WS-EOF-LOT-SWITCH
002800     START LotFile KEY IS NOT LESS THAN LOT-Key
002810         INVALID KEY
002820             SET END-OF-PRODUCT-LOTS TO TRUE
002830     END-START
002840     PERFORM UNTIL END-OF-PRODUCT-LOTS
002850         READ LotFile NEXT RECORD
002860             AT END
002870                 SET END-OF-PRODUCT-LOTS TO TRUE
002880             NOT AT END
002890                 IF LOT-ProductID NOT = LCA-ProductID
002900                     SET END-OF-PRODUCT-LOTS TO TRUE
002910                 ELSE
002920                     IF LOT-LotNumber = LCA-LotNumber
002930                         SET LOT-FOUND TO TRUE
002940                         SET END-OF-PRODUCT-LOTS TO TRUE
002950                     END-IF
002960                 END-IF
002970         END-READ
002980     END-PERFORM
002990     IF LOT-NOT-FOUND
003000         SET LCA-LOT-NOT-FOUND TO TRUE
003010         GO TO 4000-EXIT
003020     END-IF
003030     MOVE LOT-QtyOnHand      TO LCA-LotUnitsBefore
003040     MOVE LOT-ExpirationDate TO LCA-ExpirationDate
003050     MOVE LCA-Units          TO LOT-QtyOnHand
003060     MOVE LCA-RunDate        TO LOT-LastMoveDate
003070     REWRITE LotRecord.
003080 4000-EXIT.
003090     EXIT.
