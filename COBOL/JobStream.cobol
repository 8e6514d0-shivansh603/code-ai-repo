000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. JobStream.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    BATCH JOB-STREAM DRIVER. RUNS ONE JOB STREAM - THE STREAM
000180*    NAMED ON THE JOB-STREAM CONTROL FILE - STEP BY STEP IN THE
000190*    ORDER THE JOB-STREAM DEFINITION FILE GIVES, AND STOPS THE
000200*    STREAM AT THE FIRST STEP THAT FAILS, SO NO STEP CAN RUN ON
000210*    TOP OF A FAILED PREDECESSOR. THE DEFINITION FILE
000220*    (JOB_STREAMS.DAT) HOLDS ONE RECORD PER STEP, GROUPED BY
000230*    STREAM, STEP NUMBERS ASCENDING WITHIN THE STREAM:
000240*      - THE PROGRAM NAME THE STEP STAMPS THE RUN-CONTROL LOG
000250*        WITH, AND THE COMMAND THAT RUNS IT;
000260*      - UP TO THREE PREDECESSOR STEPS, WHICH MUST BE EARLIER
000270*        STEPS OF THE SAME STREAM AND MUST HAVE COMPLETED
000280*        BEFORE THE STEP MAY START;
000290*      - UP TO THREE RETURN CODES THAT COUNT AS SUCCESS (NONE
000300*        GIVEN MEANS ZERO ONLY);
000310*      - WHETHER THE PROGRAM STAMPS THE SHARED RUN-CONTROL LOG
000320*        (SEE RUNCONTROL.COBOL), AND UP TO TWO EXCEPTION FILES.
000330*    A STEP THAT STAMPS THE LOG HAS ONLY SUCCEEDED IF, AS WELL
000340*    AS ENDING WITH A SUCCESS CODE, IT LEFT A COMPLETION STAMP
000350*    ON THE LOG - A PROGRAM THAT REFUSES ITS RUN ENDS QUIETLY,
000360*    SO THE RETURN CODE ALONE CANNOT BE TRUSTED FOR THOSE.
000370*    THE DRIVER RECORDS THE STREAM AND EVERY STEP ON
000380*    RUN_CONTROL.DAT (STREAM STARTED OR RESTARTED, STEP BEGUN,
000390*    STEP COMPLETED OR FAILED WITH ITS RETURN CODE, STREAM
000400*    ENDED OR HALTED). WHEN THE STREAM'S LAST RUN DID NOT END,
000410*    THE NEXT RUN IS A RESTART: STEPS THAT COMPLETED ON THE
000420*    EARLIER RUN ARE SKIPPED AND THE STREAM RESUMES AT THE STEP
000430*    THAT FAILED. A RUN MODE OF F ON THE CONTROL FILE FORCES A
000440*    FULL RUN FROM THE FIRST STEP INSTEAD. THE DEFINITION FILE
000450*    IS ALSO WHERE OPSCONTROLREPORT TAKES ITS EXPECTED-RUN LIST
000460*    FROM. THE DRIVER ENDS WITH RETURN CODE 8 WHEN THE STREAM
000470*    HALTS AND 16 WHEN THE RUN IS REFUSED.
000480*
000490*MODIFICATION HISTORY.
000500*    DATE       INIT  DESCRIPTION
000510*    10/15/2026 JDH   ORIGINAL PROGRAM - JOB-STREAM DRIVER WITH
000520*                     STEP PREDECESSORS, SUCCESS RETURN CODES
000530*                     AND RESTART FROM THE FAILED STEP.
000540*
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT JobStreamControlFile
000590         ASSIGN TO 'job_stream_control.dat'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ControlFileStatus.
000620
000630     SELECT JobStreamFile ASSIGN TO 'job_streams.dat'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-JobStreamStatus.
000660
000670     SELECT RunControlFile ASSIGN TO 'run_control.dat'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RunControlStatus.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  JobStreamControlFile.
000740 01  JobStreamControlRecord.
000750     05  JSC-StreamName     PIC X(8).
000760     05  JSC-RunMode        PIC X(1).
000770         88  JSC-FULL-RUN-REQUESTED   VALUE 'F'.
000780
000790*    JOB-STREAM DEFINITION - ONE RECORD PER STEP.
000800 FD  JobStreamFile.
000810 01  JobStreamRecord.
000820     05  JS-StreamName      PIC X(8).
000830     05  JS-StepNumber      PIC 9(2).
000840     05  JS-ProgramName     PIC X(20).
000850     05  JS-RunCommand      PIC X(40).
000860     05  JS-Predecessor     PIC 9(2) OCCURS 3 TIMES.
000870     05  JS-SuccessCodeCount PIC 9(1).
000880     05  JS-SuccessCode     PIC 9(3) OCCURS 3 TIMES.
000890     05  JS-StampsRunControl PIC X(1).
000900         88  JS-STAMPS-RUN-CONTROL    VALUE 'Y'.
000910     05  JS-ExcFile1        PIC X(26).
000920     05  JS-ExcFile2        PIC X(26).
000930
000940 FD  RunControlFile.
000950 01  RunControlRecord.
000960     05  RC-RunDate         PIC 9(8).
000970     05  RC-ProgramName     PIC X(20).
000980     05  RC-InputFileName   PIC X(20).
000990     05  RC-InputRecordCount PIC 9(7).
001000     05  RC-Status          PIC X(1).
001010         88  RC-RUN-STARTED           VALUE 'S'.
001020         88  RC-RUN-COMPLETED         VALUE 'C'.
001030         88  RC-STREAM-STARTED        VALUE 'J'.
001040         88  RC-STREAM-RESTARTED      VALUE 'R'.
001050         88  RC-STREAM-ENDED          VALUE 'E'.
001060         88  RC-STREAM-HALTED         VALUE 'H'.
001070         88  RC-STEP-BEGUN            VALUE 'B'.
001080         88  RC-STEP-COMPLETED        VALUE 'K'.
001090         88  RC-STEP-FAILED           VALUE 'F'.
001100     05  RC-StreamName      PIC X(8).
001110     05  RC-StepNumber      PIC 9(2).
001120     05  RC-StepReturnCode  PIC 9(4).
001130
001140 WORKING-STORAGE SECTION.
001150 01  WS-ControlFileStatus      PIC X(2) VALUE SPACES.
001160 01  WS-JobStreamStatus        PIC X(2) VALUE SPACES.
001170*    RUN-CONTROL-STATUS 35 MEANS THE LOG HAS NOT BEEN
001180*    CREATED YET - NOTHING HAS EVER RUN.
001190 01  WS-RunControlStatus       PIC X(2) VALUE SPACES.
001200
001210 01  WS-EOF-DEF-SWITCH         PIC X(1) VALUE 'N'.
001220     88  END-OF-DEFINITION            VALUE 'Y'.
001230
001240 01  WS-EOF-LOG-SWITCH         PIC X(1) VALUE 'N'.
001250     88  END-OF-LOG                   VALUE 'Y'.
001260
001270 01  WS-RUN-SWITCH             PIC X(1) VALUE 'Y'.
001280     88  STREAM-MAY-PROCEED           VALUE 'Y'.
001290     88  STREAM-IS-REFUSED            VALUE 'N'.
001300
001310 01  WS-PRIOR-RUN-SWITCH       PIC X(1) VALUE 'N'.
001320     88  PRIOR-RUN-LEFT-OPEN          VALUE 'Y'.
001330     88  PRIOR-RUN-CLOSED             VALUE 'N'.
001340
001350 01  WS-RESTART-SWITCH         PIC X(1) VALUE 'N'.
001360     88  STREAM-IS-RESTART            VALUE 'Y'.
001370
001380 01  WS-HALT-SWITCH            PIC X(1) VALUE 'N'.
001390     88  STREAM-HALTED                VALUE 'Y'.
001400
001410 01  WS-STEP-RESULT-SWITCH     PIC X(1) VALUE 'N'.
001420     88  STEP-SUCCEEDED               VALUE 'Y'.
001430     88  STEP-FAILED                  VALUE 'N'.
001440
001450 01  WS-STAMP-SWITCH           PIC X(1) VALUE 'N'.
001460     88  COMPLETION-STAMPED           VALUE 'Y'.
001470
001480 01  WS-PRED-SWITCH            PIC X(1) VALUE 'Y'.
001490     88  PREDECESSORS-MET             VALUE 'Y'.
001500
001510 01  WS-FOUND-SWITCH           PIC X(1) VALUE 'N'.
001520     88  STEP-FOUND                   VALUE 'Y'.
001530
001540 01  WS-StreamName             PIC X(8) VALUE SPACES.
001550 01  WS-RunMode                PIC X(1) VALUE SPACE.
001560     88  FULL-RUN-REQUESTED           VALUE 'F'.
001570
001580*    THE STREAM'S STEPS, IN DEFINITION ORDER. STEP STATE IS
001590*    BLANK UNTIL THE STEP RUNS; P MEANS IT COMPLETED ON THE
001600*    EARLIER RUN BEING RESTARTED AND IS SKIPPED.
001610 01  WS-STEP-TABLE.
001620     05  WS-STEP-ENTRY OCCURS 40 TIMES.
001630         10  WS-STP-NUMBER         PIC 9(2).
001640         10  WS-STP-PROGRAM        PIC X(20).
001650         10  WS-STP-COMMAND        PIC X(40).
001660         10  WS-STP-PREDECESSOR    PIC 9(2) OCCURS 3 TIMES.
001670         10  WS-STP-CODE-COUNT     PIC 9(1).
001680         10  WS-STP-SUCCESS-CODE   PIC 9(3) OCCURS 3 TIMES.
001690         10  WS-STP-STAMPS-SWITCH  PIC X(1).
001700             88  STEP-STAMPS-RUN-CONTROL  VALUE 'Y'.
001710         10  WS-STP-STATE          PIC X(1).
001720             88  STEP-NOT-RUN             VALUE ' '.
001730             88  STEP-DONE-THIS-RUN       VALUE 'K'.
001740             88  STEP-DONE-EARLIER        VALUE 'P'.
001750             88  STEP-DID-FAIL            VALUE 'F'.
001760         10  WS-STP-RETURN-CODE    PIC 9(4).
001770
001780 01  WS-STEP-COUNT             PIC 9(2) VALUE 0 COMP.
001790 01  WS-STEP-IDX               PIC 9(2) VALUE 0 COMP.
001800 01  WS-STEP-FOUND-IDX         PIC 9(2) VALUE 0 COMP.
001810 01  WS-SCAN-IDX               PIC 9(2) VALUE 0 COMP.
001820 01  WS-PRED-IDX               PIC 9(2) VALUE 0 COMP.
001830 01  WS-CODE-IDX               PIC 9(2) VALUE 0 COMP.
001840 01  WS-LastStepNumber         PIC 9(2) VALUE 0.
001850 01  WS-SeekStepNumber         PIC 9(2) VALUE 0.
001860 01  WS-HaltedStepIdx          PIC 9(2) VALUE 0 COMP.
001870
001880*    LOG POSITION - RECORDS ON RUN_CONTROL.DAT SO FAR, AND
001890*    WHERE THE CURRENT STEP'S BEGUN RECORD SITS, SO ONLY
001900*    STAMPS WRITTEN BY THE STEP ITSELF ARE LOOKED AT.
001910 01  WS-LogRecordCount         PIC 9(7) VALUE 0 COMP.
001920 01  WS-LogPosition            PIC 9(7) VALUE 0 COMP.
001930 01  WS-StepBeginPosition      PIC 9(7) VALUE 0 COMP.
001940
001950*    THE NEXT LOG RECORD THE DRIVER WRITES.
001960 01  WS-LogStatus              PIC X(1) VALUE SPACES.
001970 01  WS-LogProgram             PIC X(20) VALUE SPACES.
001980 01  WS-LogStepNumber          PIC 9(2) VALUE 0.
001990 01  WS-LogReturnCode          PIC 9(4) VALUE 0.
002000
002010*    THE SYSTEM CALL HANDS BACK THE WAIT STATUS OF THE STEP;
002020*    THE STEP'S OWN RETURN CODE IS ITS HIGH-ORDER BYTE. A
002030*    STEP THAT COULD NOT BE STARTED AT ALL COUNTS AS 9999.
002040 01  WS-StepCommand            PIC X(40) VALUE SPACES.
002050 01  WS-WaitStatus             PIC S9(9) VALUE 0 COMP.
002060 01  WS-StepReturnCode         PIC 9(4) VALUE 0.
002070
002080 01  WS-TodayDate              PIC 9(8) VALUE 0.
002090 01  WS-TotalStepsRun          PIC 9(3) VALUE 0 COMP.
002100 01  WS-TotalStepsSkipped      PIC 9(3) VALUE 0 COMP.
002110 01  WS-TotalLogRecords        PIC 9(7) VALUE 0 COMP.
002120
002130 PROCEDURE DIVISION.
002140*    ------------------------------------------------------
002150*    0000-MAINLINE CONTROLS THE JOB-STREAM RUN.
002160*    ------------------------------------------------------
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002190     PERFORM 1100-READ-CONTROL-FILE THRU 1100-EXIT
002200     IF STREAM-MAY-PROCEED
002210         PERFORM 1200-LOAD-STREAM THRU 1200-EXIT
002220     END-IF
002230     IF STREAM-MAY-PROCEED
002240         PERFORM 1300-SCAN-RUN-CONTROL THRU 1300-EXIT
002250     END-IF
002260     IF STREAM-MAY-PROCEED
002270         PERFORM 2000-RUN-STREAM THRU 2000-EXIT
002280         PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
002290         IF STREAM-HALTED
002300             MOVE 8 TO RETURN-CODE
002310         ELSE
002320             MOVE 0 TO RETURN-CODE
002330         END-IF
002340     ELSE
002350         MOVE 16 TO RETURN-CODE
002360     END-IF
002370     STOP RUN.
002380
002390 1000-INITIALIZE.
002400     ACCEPT WS-TodayDate FROM DATE YYYYMMDD
002410     DISPLAY 'JOB STREAM DRIVER RUN'.
002420 1000-EXIT.
002430     EXIT.
002440
002450*    ------------------------------------------------------
002460*    PICK UP THE STREAM TO RUN FROM THE CONTROL FILE. A
002470*    MISSING OR EMPTY FILE, OR NO STREAM NAMED, REFUSES THE
002480*    RUN AT THE DOOR.
002490*    ------------------------------------------------------
002500 1100-READ-CONTROL-FILE.
002510     SET STREAM-IS-REFUSED TO TRUE
002520     OPEN INPUT JobStreamControlFile
002530     IF WS-ControlFileStatus NOT = '00'
002540         DISPLAY 'JOB STREAM CONTROL FILE CANNOT BE OPENED - '
002550             'STATUS ' WS-ControlFileStatus ' - RUN REFUSED'
002560         GO TO 1100-EXIT
002570     END-IF
002580     READ JobStreamControlFile INTO JobStreamControlRecord
002590         AT END
002600             DISPLAY 'JOB STREAM CONTROL FILE EMPTY - RUN REFUSED'
002610         NOT AT END
002620             IF JSC-StreamName = SPACES
002630                 DISPLAY 'NO JOB STREAM NAMED ON CONTROL FILE - '
002640                     'RUN REFUSED'
002650             ELSE
002660                 MOVE JSC-StreamName TO WS-StreamName
002670                 MOVE JSC-RunMode    TO WS-RunMode
002680                 SET STREAM-MAY-PROCEED TO TRUE
002690             END-IF
002700     END-READ
002710     CLOSE JobStreamControlFile.
002720 1100-EXIT.
002730     EXIT.
002740
002750*    ------------------------------------------------------
002760*    LOAD THE STREAM'S STEPS FROM THE DEFINITION FILE. A
002770*    DEFINITION THAT IS MISSING, DOES NOT HOLD THE STREAM,
002780*    OR IS NOT SANE (STEPS OUT OF SEQUENCE, A PREDECESSOR
002790*    THAT IS NOT AN EARLIER STEP, TOO MANY SUCCESS CODES)
002800*    REFUSES THE RUN BEFORE ANY STEP STARTS.
002810*    ------------------------------------------------------
002820 1200-LOAD-STREAM.
002830     OPEN INPUT JobStreamFile
002840     IF WS-JobStreamStatus NOT = '00'
002850         DISPLAY 'JOB STREAM DEFINITION CANNOT BE OPENED -'
002860             ' STATUS ' WS-JobStreamStatus ' - RUN REFUSED'
002870         SET STREAM-IS-REFUSED TO TRUE
002880         GO TO 1200-EXIT
002890     END-IF
002900     PERFORM UNTIL END-OF-DEFINITION OR STREAM-IS-REFUSED
002910         READ JobStreamFile INTO JobStreamRecord
002920             AT END
002930                 SET END-OF-DEFINITION TO TRUE
002940             NOT AT END
002950                 IF JS-StreamName = WS-StreamName
002960                     PERFORM 1210-TABLE-ONE-STEP THRU 1210-EXIT
002970                 END-IF
002980         END-READ
002990     END-PERFORM
003000     CLOSE JobStreamFile
003010     IF STREAM-MAY-PROCEED AND WS-STEP-COUNT = 0
003020         DISPLAY 'JOB STREAM ' WS-StreamName
003030             ' NOT DEFINED - RUN REFUSED'
003040         SET STREAM-IS-REFUSED TO TRUE
003050     END-IF.
003060 1200-EXIT.
003070     EXIT.
003080
003090 1210-TABLE-ONE-STEP.
003100     IF WS-STEP-COUNT >= 40
003110         DISPLAY 'JOB STREAM ' WS-StreamName
003120             ' HAS MORE THAN 40 STEPS - RUN REFUSED'
003130         SET STREAM-IS-REFUSED TO TRUE
003140         GO TO 1210-EXIT
003150     END-IF
003160     IF JS-StepNumber NOT NUMERIC
003170        OR JS-StepNumber NOT > WS-LastStepNumber
003180         DISPLAY 'JOB STREAM STEP ' JS-StepNumber
003190             ' OUT OF SEQUENCE - RUN REFUSED'
003200         SET STREAM-IS-REFUSED TO TRUE
003210         GO TO 1210-EXIT
003220     END-IF
003230     IF JS-SuccessCodeCount NOT NUMERIC
003240        OR JS-SuccessCodeCount > 3
003250         DISPLAY 'JOB STREAM STEP ' JS-StepNumber
003260             ' SUCCESS CODES NOT SANE - RUN REFUSED'
003270         SET STREAM-IS-REFUSED TO TRUE
003280         GO TO 1210-EXIT
003290     END-IF
003300     ADD 1 TO WS-STEP-COUNT
003310     MOVE JS-StepNumber  TO WS-LastStepNumber
003320     MOVE JS-StepNumber  TO WS-STP-NUMBER(WS-STEP-COUNT)
003330     MOVE JS-ProgramName TO WS-STP-PROGRAM(WS-STEP-COUNT)
003340     MOVE JS-RunCommand  TO WS-STP-COMMAND(WS-STEP-COUNT)
003350     MOVE JS-StampsRunControl
003360         TO WS-STP-STAMPS-SWITCH(WS-STEP-COUNT)
003370     MOVE SPACE TO WS-STP-STATE(WS-STEP-COUNT)
003380     MOVE 0     TO WS-STP-RETURN-CODE(WS-STEP-COUNT)
003390     IF JS-SuccessCodeCount = 0
003400         MOVE 1 TO WS-STP-CODE-COUNT(WS-STEP-COUNT)
003410         MOVE 0 TO WS-STP-SUCCESS-CODE(WS-STEP-COUNT, 1)
003420     ELSE
003430         MOVE JS-SuccessCodeCount
003440             TO WS-STP-CODE-COUNT(WS-STEP-COUNT)
003450         PERFORM 1220-TABLE-ONE-CODE THRU 1220-EXIT
003460             VARYING WS-CODE-IDX FROM 1 BY 1
003470             UNTIL WS-CODE-IDX > JS-SuccessCodeCount
003480     END-IF
003490     PERFORM 1230-CHECK-ONE-PREDECESSOR THRU 1230-EXIT
003500         VARYING WS-PRED-IDX FROM 1 BY 1
003510         UNTIL WS-PRED-IDX > 3 OR STREAM-IS-REFUSED.
003520 1210-EXIT.
003530     EXIT.
003540
003550 1220-TABLE-ONE-CODE.
003560     IF JS-SuccessCode(WS-CODE-IDX) NOT NUMERIC
003570         DISPLAY 'JOB STREAM STEP ' JS-StepNumber
003580             ' SUCCESS CODES NOT SANE - RUN REFUSED'
003590         SET STREAM-IS-REFUSED TO TRUE
003600         GO TO 1220-EXIT
003610     END-IF
003620     MOVE JS-SuccessCode(WS-CODE-IDX)
003630         TO WS-STP-SUCCESS-CODE(WS-STEP-COUNT, WS-CODE-IDX).
003640 1220-EXIT.
003650     EXIT.
003660
003670*    A PREDECESSOR MUST BE AN EARLIER STEP OF THIS STREAM -
003680*    ONE ALREADY ON THE TABLE. ZERO MEANS NO PREDECESSOR.
003690 1230-CHECK-ONE-PREDECESSOR.
003700     IF JS-Predecessor(WS-PRED-IDX) NOT NUMERIC
003710         MOVE 99 TO WS-SeekStepNumber
003720     ELSE
003730         MOVE JS-Predecessor(WS-PRED-IDX) TO WS-SeekStepNumber
003740     END-IF
003750     MOVE WS-SeekStepNumber
003760         TO WS-STP-PREDECESSOR(WS-STEP-COUNT, WS-PRED-IDX)
003770     IF WS-SeekStepNumber = 0
003780         GO TO 1230-EXIT
003790     END-IF
003800     PERFORM 1400-FIND-STEP THRU 1400-EXIT
003810     IF NOT STEP-FOUND OR WS-STEP-FOUND-IDX >= WS-STEP-COUNT
003820         DISPLAY 'JOB STREAM STEP ' JS-StepNumber
003830             ' PREDECESSOR ' WS-SeekStepNumber
003840             ' NOT AN EARLIER STEP - RUN REFUSED'
003850         SET STREAM-IS-REFUSED TO TRUE
003860     END-IF.
003870 1230-EXIT.
003880     EXIT.
003890
003900*    ------------------------------------------------------
003910*    READ THE RUN-CONTROL LOG FOR THIS STREAM'S HISTORY. A
003920*    STARTED RECORD OPENS A RUN AND AN ENDED RECORD CLOSES
003930*    IT; A HALTED RUN STAYS OPEN. IF THE LAST RUN IS STILL
003940*    OPEN THIS RUN IS A RESTART, AND EVERY STEP THAT RUN
003950*    COMPLETED IS MARKED TO BE SKIPPED. THE SCAN ALSO
003960*    COUNTS THE LOG SO THE DRIVER KNOWS WHERE IT STANDS.
003970*    ------------------------------------------------------
003980 1300-SCAN-RUN-CONTROL.
003990     MOVE 0 TO WS-LogRecordCount
004000     OPEN INPUT RunControlFile
004010     IF WS-RunControlStatus = '35'
004020         GO TO 1300-EXIT
004030     END-IF
004040     IF WS-RunControlStatus NOT = '00'
004050         DISPLAY 'RUN-CONTROL LOG CANNOT BE OPENED - STATUS '
004060             WS-RunControlStatus ' - RUN REFUSED'
004070         SET STREAM-IS-REFUSED TO TRUE
004080         GO TO 1300-EXIT
004090     END-IF
004100     PERFORM UNTIL END-OF-LOG
004110         READ RunControlFile INTO RunControlRecord
004120             AT END
004130                 SET END-OF-LOG TO TRUE
004140             NOT AT END
004150                 ADD 1 TO WS-LogRecordCount
004160                 IF RC-StreamName = WS-StreamName
004170                     PERFORM 1310-APPLY-LOG-RECORD THRU 1310-EXIT
004180                 END-IF
004190         END-READ
004200     END-PERFORM
004210     CLOSE RunControlFile
004220     IF PRIOR-RUN-LEFT-OPEN AND NOT FULL-RUN-REQUESTED
004230         SET STREAM-IS-RESTART TO TRUE
004240     ELSE
004250         PERFORM 1320-CLEAR-ONE-STEP THRU 1320-EXIT
004260             VARYING WS-STEP-IDX FROM 1 BY 1
004270             UNTIL WS-STEP-IDX > WS-STEP-COUNT
004280     END-IF.
004290 1300-EXIT.
004300     EXIT.
004310
004320 1310-APPLY-LOG-RECORD.
004330     EVALUATE TRUE
004340         WHEN RC-STREAM-STARTED
004350             SET PRIOR-RUN-LEFT-OPEN TO TRUE
004360             PERFORM 1320-CLEAR-ONE-STEP THRU 1320-EXIT
004370                 VARYING WS-STEP-IDX FROM 1 BY 1
004380                 UNTIL WS-STEP-IDX > WS-STEP-COUNT
004390         WHEN RC-STREAM-RESTARTED
004400             SET PRIOR-RUN-LEFT-OPEN TO TRUE
004410         WHEN RC-STREAM-ENDED
004420             SET PRIOR-RUN-CLOSED TO TRUE
004430         WHEN RC-STEP-COMPLETED
004440             MOVE RC-StepNumber TO WS-SeekStepNumber
004450             PERFORM 1400-FIND-STEP THRU 1400-EXIT
004460             IF STEP-FOUND
004470                AND RC-ProgramName
004480                    = WS-STP-PROGRAM(WS-STEP-FOUND-IDX)
004490                 MOVE 'P' TO WS-STP-STATE(WS-STEP-FOUND-IDX)
004500             END-IF
004510         WHEN OTHER
004520             CONTINUE
004530     END-EVALUATE.
004540 1310-EXIT.
004550     EXIT.
004560
004570 1320-CLEAR-ONE-STEP.
004580     MOVE SPACE TO WS-STP-STATE(WS-STEP-IDX).
004590 1320-EXIT.
004600     EXIT.
004610
004620*    FIND WS-SEEKSTEPNUMBER ON THE STEP TABLE.
004630 1400-FIND-STEP.
004640     MOVE 'N' TO WS-FOUND-SWITCH
004650     MOVE 0 TO WS-STEP-FOUND-IDX
004660     PERFORM 1410-MATCH-ONE-STEP THRU 1410-EXIT
004670         VARYING WS-SCAN-IDX FROM 1 BY 1
004680         UNTIL WS-SCAN-IDX > WS-STEP-COUNT OR STEP-FOUND.
004690 1400-EXIT.
004700     EXIT.
004710
004720 1410-MATCH-ONE-STEP.
004730     IF WS-STP-NUMBER(WS-SCAN-IDX) = WS-SeekStepNumber
004740         SET STEP-FOUND TO TRUE
004750         MOVE WS-SCAN-IDX TO WS-STEP-FOUND-IDX
004760     END-IF.
004770 1410-EXIT.
004780     EXIT.
004790
004800*    ------------------------------------------------------
004810*    RUN THE STREAM - STAMP IT STARTED (OR RESTARTED), RUN
004820*    EACH STEP IN TURN UNTIL ONE FAILS, THEN STAMP IT ENDED
004830*    OR HALTED.
004840*    ------------------------------------------------------
004850 2000-RUN-STREAM.
004860     IF STREAM-IS-RESTART
004870         DISPLAY 'JOB STREAM ' WS-StreamName
004880             ' RESTARTED - COMPLETED STEPS SKIPPED'
004890         MOVE 'R' TO WS-LogStatus
004900     ELSE
004910         DISPLAY 'JOB STREAM ' WS-StreamName ' STARTED'
004920         MOVE 'J' TO WS-LogStatus
004930     END-IF
004940     MOVE 'JOBSTREAM' TO WS-LogProgram
004950     MOVE 0 TO WS-LogStepNumber
004960     MOVE 0 TO WS-LogReturnCode
004970     PERFORM 2900-WRITE-LOG-RECORD THRU 2900-EXIT
004980     PERFORM 2100-RUN-ONE-STEP THRU 2100-EXIT
004990         VARYING WS-STEP-IDX FROM 1 BY 1
005000         UNTIL WS-STEP-IDX > WS-STEP-COUNT OR STREAM-HALTED
005010     IF STREAM-HALTED
005020         MOVE 'H' TO WS-LogStatus
005030         MOVE WS-STP-PROGRAM(WS-HaltedStepIdx) TO WS-LogProgram
005040         MOVE WS-STP-NUMBER(WS-HaltedStepIdx)
005050             TO WS-LogStepNumber
005060         MOVE WS-STP-RETURN-CODE(WS-HaltedStepIdx)
005070             TO WS-LogReturnCode
005080     ELSE
005090         MOVE 'E' TO WS-LogStatus
005100         MOVE 'JOBSTREAM' TO WS-LogProgram
005110         MOVE 0 TO WS-LogStepNumber
005120         MOVE 0 TO WS-LogReturnCode
005130     END-IF
005140     PERFORM 2900-WRITE-LOG-RECORD THRU 2900-EXIT.
005150 2000-EXIT.
005160     EXIT.
005170
005180 2100-RUN-ONE-STEP.
005190     IF STEP-DONE-EARLIER(WS-STEP-IDX)
005200         DISPLAY 'STEP ' WS-STP-NUMBER(WS-STEP-IDX) ' '
005210             WS-STP-PROGRAM(WS-STEP-IDX)
005220             ' COMPLETED ON EARLIER RUN - SKIPPED'
005230         ADD 1 TO WS-TotalStepsSkipped
005240         GO TO 2100-EXIT
005250     END-IF
005260     PERFORM 2200-CHECK-PREDECESSORS THRU 2200-EXIT
005270     IF NOT PREDECESSORS-MET
005280         DISPLAY 'STEP ' WS-STP-NUMBER(WS-STEP-IDX) ' '
005290             WS-STP-PROGRAM(WS-STEP-IDX)
005300             ' PREDECESSOR NOT COMPLETE - STREAM HALTED'
005310         MOVE 'F' TO WS-STP-STATE(WS-STEP-IDX)
005320         MOVE WS-STEP-IDX TO WS-HaltedStepIdx
005330         SET STREAM-HALTED TO TRUE
005340         GO TO 2100-EXIT
005350     END-IF
005360     MOVE 'B' TO WS-LogStatus
005370     MOVE WS-STP-PROGRAM(WS-STEP-IDX) TO WS-LogProgram
005380     MOVE WS-STP-NUMBER(WS-STEP-IDX) TO WS-LogStepNumber
005390     MOVE 0 TO WS-LogReturnCode
005400     PERFORM 2900-WRITE-LOG-RECORD THRU 2900-EXIT
005410     MOVE WS-LogRecordCount TO WS-StepBeginPosition
005420     DISPLAY 'STEP ' WS-STP-NUMBER(WS-STEP-IDX) ' '
005430         WS-STP-PROGRAM(WS-STEP-IDX) ' STARTED'
005440     ADD 1 TO WS-TotalStepsRun
005450     MOVE WS-STP-COMMAND(WS-STEP-IDX) TO WS-StepCommand
005460     CALL 'SYSTEM' USING WS-StepCommand
005470     MOVE RETURN-CODE TO WS-WaitStatus
005480     MOVE 0 TO RETURN-CODE
005490     IF WS-WaitStatus < 0
005500         MOVE 9999 TO WS-StepReturnCode
005510     ELSE
005520         DIVIDE WS-WaitStatus BY 256 GIVING WS-StepReturnCode
005530     END-IF
005540     MOVE WS-StepReturnCode TO WS-STP-RETURN-CODE(WS-STEP-IDX)
005550     PERFORM 2300-CHECK-RETURN-CODE THRU 2300-EXIT
005560     PERFORM 2400-CHECK-COMPLETION-STAMP THRU 2400-EXIT
005570     IF STEP-SUCCEEDED
005580        AND STEP-STAMPS-RUN-CONTROL(WS-STEP-IDX)
005590        AND NOT COMPLETION-STAMPED
005600         DISPLAY 'STEP ' WS-STP-NUMBER(WS-STEP-IDX) ' '
005610             WS-STP-PROGRAM(WS-STEP-IDX)
005620             ' LEFT NO COMPLETION STAMP'
005630         SET STEP-FAILED TO TRUE
005640     END-IF
005650     MOVE WS-STP-PROGRAM(WS-STEP-IDX) TO WS-LogProgram
005660     MOVE WS-STP-NUMBER(WS-STEP-IDX) TO WS-LogStepNumber
005670     MOVE WS-StepReturnCode TO WS-LogReturnCode
005680     IF STEP-SUCCEEDED
005690         DISPLAY 'STEP ' WS-STP-NUMBER(WS-STEP-IDX) ' '
005700             WS-STP-PROGRAM(WS-STEP-IDX)
005710             ' COMPLETED - RETURN CODE ' WS-StepReturnCode
005720         MOVE 'K' TO WS-STP-STATE(WS-STEP-IDX)
005730         MOVE 'K' TO WS-LogStatus
005740     ELSE
005750         DISPLAY 'STEP ' WS-STP-NUMBER(WS-STEP-IDX) ' '
005760             WS-STP-PROGRAM(WS-STEP-IDX)
005770             ' FAILED - RETURN CODE ' WS-StepReturnCode
005780             ' - STREAM HALTED'
005790         MOVE 'F' TO WS-STP-STATE(WS-STEP-IDX)
005800         MOVE 'F' TO WS-LogStatus
005810         MOVE WS-STEP-IDX TO WS-HaltedStepIdx
005820         SET STREAM-HALTED TO TRUE
005830     END-IF
005840     PERFORM 2900-WRITE-LOG-RECORD THRU 2900-EXIT.
005850 2100-EXIT.
005860     EXIT.
005870
005880*    EVERY PREDECESSOR MUST HAVE COMPLETED, ON THIS RUN OR
005890*    ON THE EARLIER RUN BEING RESTARTED.
005900 2200-CHECK-PREDECESSORS.
005910     SET PREDECESSORS-MET TO TRUE
005920     PERFORM 2210-CHECK-ONE-PREDECESSOR THRU 2210-EXIT
005930         VARYING WS-PRED-IDX FROM 1 BY 1
005940         UNTIL WS-PRED-IDX > 3 OR NOT PREDECESSORS-MET.
005950 2200-EXIT.
005960     EXIT.
005970
005980 2210-CHECK-ONE-PREDECESSOR.
005990     MOVE WS-STP-PREDECESSOR(WS-STEP-IDX, WS-PRED-IDX)
006000         TO WS-SeekStepNumber
006010     IF WS-SeekStepNumber = 0
006020         GO TO 2210-EXIT
006030     END-IF
006040     PERFORM 1400-FIND-STEP THRU 1400-EXIT
006050     IF NOT STEP-FOUND
006060         MOVE 'N' TO WS-PRED-SWITCH
006070         GO TO 2210-EXIT
006080     END-IF
006090     IF NOT STEP-DONE-THIS-RUN(WS-STEP-FOUND-IDX)
006100        AND NOT STEP-DONE-EARLIER(WS-STEP-FOUND-IDX)
006110         MOVE 'N' TO WS-PRED-SWITCH
006120     END-IF.
006130 2210-EXIT.
006140     EXIT.
006150
006160*    THE STEP SUCCEEDED IF ITS RETURN CODE IS ONE OF THE
006170*    SUCCESS CODES THE DEFINITION GIVES FOR IT.
006180 2300-CHECK-RETURN-CODE.
006190     SET STEP-FAILED TO TRUE
006200     PERFORM 2310-MATCH-ONE-CODE THRU 2310-EXIT
006210         VARYING WS-CODE-IDX FROM 1 BY 1
006220         UNTIL WS-CODE-IDX > WS-STP-CODE-COUNT(WS-STEP-IDX)
006230            OR STEP-SUCCEEDED.
006240 2300-EXIT.
006250     EXIT.
006260
006270 2310-MATCH-ONE-CODE.
006280     IF WS-StepReturnCode
006290        = WS-STP-SUCCESS-CODE(WS-STEP-IDX, WS-CODE-IDX)
006300         SET STEP-SUCCEEDED TO TRUE
006310     END-IF.
006320 2310-EXIT.
006330     EXIT.
006340
006350*    ------------------------------------------------------
006360*    RE-READ THE LOG AFTER THE STEP. A COMPLETION STAMP FOR
006370*    THE STEP'S PROGRAM WRITTEN AFTER THE STEP'S BEGUN
006380*    RECORD MEANS THE PROGRAM REACHED ITS NORMAL END. THE
006390*    PASS ALSO BRINGS THE DRIVER'S LOG COUNT UP TO DATE.
006400*    ------------------------------------------------------
006410 2400-CHECK-COMPLETION-STAMP.
006420     MOVE 'N' TO WS-STAMP-SWITCH
006430     MOVE 'N' TO WS-EOF-LOG-SWITCH
006440     MOVE 0 TO WS-LogPosition
006450     OPEN INPUT RunControlFile
006460     IF WS-RunControlStatus NOT = '00'
006470         GO TO 2400-EXIT
006480     END-IF
006490     PERFORM UNTIL END-OF-LOG
006500         READ RunControlFile INTO RunControlRecord
006510             AT END
006520                 SET END-OF-LOG TO TRUE
006530             NOT AT END
006540                 ADD 1 TO WS-LogPosition
006550                 IF WS-LogPosition > WS-StepBeginPosition
006560                    AND RC-StreamName = SPACES
006570                    AND RC-RUN-COMPLETED
006580                    AND RC-ProgramName
006590                        = WS-STP-PROGRAM(WS-STEP-IDX)
006600                     SET COMPLETION-STAMPED TO TRUE
006610                 END-IF
006620         END-READ
006630     END-PERFORM
006640     CLOSE RunControlFile
006650     MOVE WS-LogPosition TO WS-LogRecordCount.
006660 2400-EXIT.
006670     EXIT.
006680
006690*    ------------------------------------------------------
006700*    APPEND ONE DRIVER RECORD TO THE RUN-CONTROL LOG. THE
006710*    LOG IS OPENED AND CLOSED FOR EACH RECORD, AS THE STEPS
006720*    THEMSELVES APPEND TO IT IN BETWEEN. THE FIRST RECORD
006730*    EVER CREATES THE LOG BEFORE RE-OPENING EXTEND.
006740*    ------------------------------------------------------
006750 2900-WRITE-LOG-RECORD.
006760     OPEN EXTEND RunControlFile
006770     IF WS-RunControlStatus = '35'
006780         OPEN OUTPUT RunControlFile
006790         CLOSE RunControlFile
006800         OPEN EXTEND RunControlFile
006810     END-IF
006820     MOVE WS-TodayDate     TO RC-RunDate
006830     MOVE WS-LogProgram    TO RC-ProgramName
006840     MOVE 'job_streams.dat' TO RC-InputFileName
006850     MOVE WS-STEP-COUNT    TO RC-InputRecordCount
006860     MOVE WS-LogStatus     TO RC-Status
006870     MOVE WS-StreamName    TO RC-StreamName
006880     MOVE WS-LogStepNumber TO RC-StepNumber
006890     MOVE WS-LogReturnCode TO RC-StepReturnCode
006900     WRITE RunControlRecord
006910     CLOSE RunControlFile
006920     ADD 1 TO WS-LogRecordCount
006930     ADD 1 TO WS-TotalLogRecords.
006940 2900-EXIT.
006950     EXIT.
006960
006970 9000-DISPLAY-SUMMARY.
006980     DISPLAY '-----------------------------'
006990     DISPLAY 'Job Stream: ' WS-StreamName
007000     IF STREAM-IS-RESTART
007010         DISPLAY 'Run Type: RESTART'
007020     ELSE
007030         DISPLAY 'Run Type: FULL RUN'
007040     END-IF
007050     DISPLAY 'Steps Defined: ' WS-STEP-COUNT
007060     DISPLAY 'Steps Run: ' WS-TotalStepsRun
007070     DISPLAY 'Steps Skipped, Done Earlier: ' WS-TotalStepsSkipped
007080     DISPLAY 'Log Records Written: ' WS-TotalLogRecords
007090     IF STREAM-HALTED
007100         DISPLAY 'STREAM HALTED AT STEP '
007110             WS-STP-NUMBER(WS-HaltedStepIdx) ' '
007120             WS-STP-PROGRAM(WS-HaltedStepIdx)
007130             ' - RESTART AFTER CORRECTION'
007140     ELSE
007150         DISPLAY 'STREAM COMPLETED'
007160     END-IF
007170     DISPLAY '-----------------------------'.
007180 9000-EXIT.
007190     EXIT.
