000310*    09/02/2026 JDH   ORIGINAL PROGRAM - PER-PROGRAM RUN
000320*                     STATUS, COUNTS AND EXCEPTION TOTALS
000330*                     FROM RUN_CONTROL.DAT AND THE EXCEPTION
000331*                     FILES, WITH TOP-OF-PAGE FLAGS.
000332*    10/15/2026 JDH   THE EXPECTED-RUN LIST IS NO LONGER SEEDED IN
000333*                     THE PROGRAM. IT IS LOADED FROM THE JOB-
000334*                     STREAM DEFINITION (JOB_STREAMS.DAT) THE
000335*                     JOBSTREAM DRIVER RUNS FROM - EVERY STEP
000336*                     MARKED AS STAMPING THE RUN-CONTROL LOG, ONCE
000337*                     PER PROGRAM, WITH ITS EXCEPTION FILES - SO A
000338*                     PROGRAM ADDED TO A STREAM IS COVERED WITHOUT
000339*                     A CHANGE HERE. NO DEFINITION FILE REFUSES
000340*                     THE RUN. THE DRIVER'S OWN STREAM AND STEP
000341*                     RECORDS ON THE LOG ARE PASSED OVER.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000430     SELECT ExceptionCountFile ASSIGN USING WS-ExcFileName
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ExcFileStatus.
000451
000452     SELECT JobStreamFile ASSIGN TO 'job_streams.dat'
000453         ORGANIZATION IS LINE SEQUENTIAL
000454         FILE STATUS IS WS-JobStreamStatus.
000460
000470     SELECT OpsReportFile
000480         ASSIGN TO 'ops_control_report.dat'
000590     05  RC-Status          PIC X(1).
000600         88  RC-RUN-STARTED           VALUE 'S'.
000610         88  RC-RUN-COMPLETED         VALUE 'C'.
000611     05  RC-StreamName      PIC X(8).
000612     05  RC-StepNumber      PIC 9(2).
000613     05  RC-StepReturnCode  PIC 9(4).
000620
000630 FD  ExceptionCountFile.
000631 01  ExceptionCountLine     PIC X(200).
000632
000633*    JOB-STREAM DEFINITION - ONE RECORD PER STEP (SEE
000634*    JOBSTREAM.COBOL).
000635 FD  JobStreamFile.
000636 01  JobStreamRecord.
000637     05  JS-StreamName      PIC X(8).
000638     05  JS-StepNumber      PIC 9(2).
000639     05  JS-ProgramName     PIC X(20).
000640     05  JS-RunCommand      PIC X(40).
000641     05  JS-Predecessor     PIC 9(2) OCCURS 3 TIMES.
000642     05  JS-SuccessCodeCount PIC 9(1).
000643     05  JS-SuccessCode     PIC 9(3) OCCURS 3 TIMES.
000644     05  JS-StampsRunControl PIC X(1).
000645         88  JS-STAMPS-RUN-CONTROL    VALUE 'Y'.
000646     05  JS-ExcFile1        PIC X(26).
000647     05  JS-ExcFile2        PIC X(26).
000650
000660 FD  OpsReportFile.
000670 01  OpsReportLine          PIC X(100).
000690 WORKING-STORAGE SECTION.
000700 01  WS-RunControlStatus       PIC X(2) VALUE SPACES.
000710 01  WS-ExcFileStatus          PIC X(2) VALUE SPACES.
000711 01  WS-JobStreamStatus        PIC X(2) VALUE SPACES.
000720 01  WS-ExcFileName            PIC X(26) VALUE SPACES.
000730
000740 01  WS-EOF-LOG-SWITCH         PIC X(1) VALUE 'N'.
000790
000800*    EXPECTED-RUN TABLE - THE PROGRAMS THAT STAMP THE SHARED
000810*    RUN-CONTROL LOG, EACH WITH UP TO TWO EXCEPTION OUTPUTS
000811*    TO COUNT. LOADED FROM THE JOB-STREAM DEFINITION IN
000812*    1100-INIT-EXPECTED-RUNS; ADDING A PROGRAM TO A STREAM
000813*    ADDS IT HERE.
000840 01  WS-EXPECTED-TABLE.
000850     05  WS-EXPECTED-ENTRY OCCURS 60 TIMES.
000860         10  WS-EXP-PROGRAM        PIC X(20).
000870         10  WS-EXP-EXC-FILE-1     PIC X(26).
000880         10  WS-EXP-EXC-FILE-2     PIC X(26).
000930         10  WS-EXP-RECORDS-IN     PIC 9(7).
000940         10  WS-EXP-EXCEPTIONS     PIC 9(7).
000950
000960 01  WS-EXPECTED-COUNT         PIC 9(2) VALUE 0 COMP.
000970 01  WS-EXP-IDX                PIC 9(2) VALUE 0 COMP.
000971 01  WS-ExpectedDropped        PIC 9(3) VALUE 0 COMP.
000972
000973 01  WS-EOF-DEF-SWITCH         PIC X(1) VALUE 'N'.
000974     88  END-OF-DEFINITION            VALUE 'Y'.
000975
000976 01  WS-FOUND-SWITCH           PIC X(1) VALUE 'N'.
000977     88  PROGRAM-FOUND                VALUE 'Y'.
000980
000981 01  WS-REPORT-SWITCH          PIC X(1) VALUE 'Y'.
000982     88  REPORT-MAY-PROCEED           VALUE 'Y'.
000983     88  REPORT-IS-REFUSED            VALUE 'N'.
000984
000990 01  WS-NightDate              PIC 9(8) VALUE 0.
001000 01  WS-ExcCount               PIC 9(7) VALUE 0 COMP.
001010 01  WS-TotalFlags             PIC 9(3) VALUE 0 COMP.
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001440     PERFORM 1100-INIT-EXPECTED-RUNS THRU 1100-EXIT
001441     IF REPORT-MAY-PROCEED
001442         PERFORM 2000-FIND-NIGHT-DATE THRU 2000-EXIT
001443         PERFORM 3000-TALLY-THE-LOG THRU 3000-EXIT
001444         PERFORM 4000-COUNT-EXCEPTIONS THRU 4000-EXIT
001445         PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
001446         PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
001447     END-IF
001500     STOP RUN.
001510
001520 1000-INITIALIZE.
001550     EXIT.
001560
001570*    ------------------------------------------------------
001571*    LOAD THE EXPECTED-RUN LIST FROM THE JOB-STREAM
001572*    DEFINITION - EVERY STEP THAT STAMPS THE SHARED RUN-
001573*    CONTROL LOG, ONCE PER PROGRAM HOWEVER MANY STREAMS RUN
001574*    IT, IN DEFINITION ORDER. WITHOUT THE DEFINITION THERE
001575*    IS NOTHING TO REPORT AGAINST, SO THE RUN IS REFUSED.
001600*    ------------------------------------------------------
001610 1100-INIT-EXPECTED-RUNS.
001611     OPEN INPUT JobStreamFile
001612     IF WS-JobStreamStatus NOT = '00'
001613         DISPLAY 'JOB STREAM DEFINITION CANNOT BE OPENED -'
001614             ' STATUS ' WS-JobStreamStatus ' - RUN REFUSED'
001615         SET REPORT-IS-REFUSED TO TRUE
001616         GO TO 1100-EXIT
001617     END-IF
001618     PERFORM UNTIL END-OF-DEFINITION
001619         READ JobStreamFile INTO JobStreamRecord
001620             AT END
001621                 SET END-OF-DEFINITION TO TRUE
001622             NOT AT END
001623                 IF JS-STAMPS-RUN-CONTROL
001624                     PERFORM 1110-TABLE-ONE-PROGRAM THRU 1110-EXIT
001625                 END-IF
001626         END-READ
001627     END-PERFORM
001628     CLOSE JobStreamFile
001780     PERFORM 1150-CLEAR-ONE-ENTRY THRU 1150-EXIT
001781         VARYING WS-EXP-IDX FROM 1 BY 1
001782         UNTIL WS-EXP-IDX > WS-EXPECTED-COUNT.
001783 1100-EXIT.
001784     EXIT.
001785
001786 1110-TABLE-ONE-PROGRAM.
001787     MOVE 'N' TO WS-FOUND-SWITCH
001788     PERFORM 1120-MATCH-ONE-ENTRY THRU 1120-EXIT
001790         VARYING WS-EXP-IDX FROM 1 BY 1
001791         UNTIL WS-EXP-IDX > WS-EXPECTED-COUNT OR PROGRAM-FOUND
001792     IF PROGRAM-FOUND
001793         GO TO 1110-EXIT
001794     END-IF
001795     IF WS-EXPECTED-COUNT >= 60
001796         ADD 1 TO WS-ExpectedDropped
001797         GO TO 1110-EXIT
001798     END-IF
001799     ADD 1 TO WS-EXPECTED-COUNT
001800     MOVE JS-ProgramName TO WS-EXP-PROGRAM(WS-EXPECTED-COUNT)
001801     MOVE JS-ExcFile1    TO WS-EXP-EXC-FILE-1(WS-EXPECTED-COUNT)
001802     MOVE JS-ExcFile2    TO WS-EXP-EXC-FILE-2(WS-EXPECTED-COUNT).
001803 1110-EXIT.
001804     EXIT.
001805
001806 1120-MATCH-ONE-ENTRY.
001807     IF WS-EXP-PROGRAM(WS-EXP-IDX) = JS-ProgramName
001808         SET PROGRAM-FOUND TO TRUE
001809     END-IF.
001810 1120-EXIT.
001820     EXIT.
001830
001840 1150-CLEAR-ONE-ENTRY.
002410     EXIT.
002420
002430 3100-TALLY-ONE-RECORD.
002431*    THE JOBSTREAM DRIVER'S STREAM AND STEP RECORDS CARRY A
002432*    STREAM NAME; ONLY THE PROGRAMS' OWN STAMPS ARE TALLIED.
002433     IF RC-StreamName NOT = SPACES
002434         GO TO 3100-EXIT
002435     END-IF
002440     PERFORM 3200-MATCH-ONE-PROGRAM THRU 3200-EXIT
002450         VARYING WS-EXP-IDX FROM 1 BY 1
002460         UNTIL WS-EXP-IDX > WS-EXPECTED-COUNT.
003710     DISPLAY 'Night Reported On: ' WS-NightDate
003720     DISPLAY 'Log Records Read: ' WS-TotalLogRecords
003730     DISPLAY 'Programs Flagged: ' WS-TotalFlags
003731     IF WS-ExpectedDropped > 0
003732         DISPLAY 'Programs Dropped, Table Full: '
003733             WS-ExpectedDropped
003734     END-IF
003740     IF WS-TotalFlags = 0
003750         DISPLAY 'ALL EXPECTED RUNS COMPLETED'
003760     ELSE
