000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AcademicStanding.
000120 AUTHOR. DATA-PROCESSING-DEPT.
000130 INSTALLATION. MAIN-OFFICE-DATA-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*REMARKS.
000170*    TERM ACADEMIC STANDING RUN. FOR EVERY STUDENT ON THE
000180*    MASTER THE COURSE-GRADE RECORDS ARE TAKEN TERM BY TERM IN
000190*    CALENDAR ORDER (THE TERM IS YYYY PLUS A SEASON CODE - WI,
000200*    SP, SU, FA - SO 2026SP COMES BEFORE 2026FA) AND FOR EACH
000210*    TERM THE RUN COMPUTES:
000220*      - THE TERM GPA, EVERY ATTEMPT IN THE TERM COUNTING;
000230*      - THE CUMULATIVE GPA AS OF THE END OF THE TERM, UNDER
000240*        THE BEST-GRADE-PER-COURSE POLICY STUDENTGRADESMANAGEMENT
000250*        AND TRANSCRIPTGENERATION APPLY, ONLY ATTEMPTS IN THAT
000260*        TERM OR EARLIER COUNTING;
000270*      - THE ACADEMIC STANDING, FROM THE CUMULATIVE GPA, THE
000280*        TERM GPA AND THE STANDING THE TERM BEFORE:
000290*          CUMULATIVE 2.00 OR BETTER - GOOD STANDING, OR
000300*            RETURNED TO GOOD STANDING AFTER A WARNING,
000310*            PROBATION OR SUSPENSION TERM;
000320*          BELOW 2.00 AFTER A GOOD TERM (OR THE FIRST TERM) -
000330*            ACADEMIC WARNING;
000340*          BELOW 2.00 AFTER A WARNING - ACADEMIC PROBATION;
000350*          BELOW 2.00 AFTER PROBATION OR SUSPENSION - PROBATION
000360*            CONTINUES IF THE TERM GPA IS 2.00 OR BETTER,
000370*            OTHERWISE ACADEMIC SUSPENSION;
000380*      - THE DEAN'S LIST, A TERM GPA OF 3.50 OR BETTER ON AT
000390*        LEAST 12 CREDIT HOURS IN THE TERM.
000400*    THE STANDING HISTORY (ONE RECORD PER STUDENT AND TERM) IS
000410*    REBUILT EVERY RUN, SO A GRADE CHANGE FLOWS THROUGH TO
000420*    EVERY LATER TERM. IT IS AN OLD/NEW MASTER: THIS RUN READS
000430*    STANDING_HISTORY.DAT AND WRITES STANDING_HISTORY_NEW.DAT,
000440*    WHICH OPERATIONS PROMOTES; TRANSCRIPTGENERATION PRINTS
000450*    EACH TERM'S STANDING FROM IT. EVERY STANDING CHANGE NOT
000460*    ALREADY ON THE OLD HISTORY - A NEW TERM WHOSE STANDING
000470*    DIFFERS FROM THE TERM BEFORE, OR A RECORDED TERM WHOSE
000480*    STANDING A GRADE CHANGE HAS REVISED - GOES TO THE ADVISOR
000490*    NOTICE FILE. THE FIRST RUN, WITH NO OLD HISTORY, ONLY
000500*    BUILDS THE HISTORY. THE STUDENT MASTER AND THE COURSE-
000510*    GRADE FILE MUST BE IN STUDENT-ID SEQUENCE, AS FOR THE
000520*    OTHER GRADE RUNS.
000530*
000540*MODIFICATION HISTORY.
000550*    DATE       INIT  DESCRIPTION
000560*    10/15/2026 JDH   ORIGINAL PROGRAM - TERM AND CUMULATIVE GPA,
000570*                     ACADEMIC STANDING HISTORY, PER-TERM DEAN'S
000580*                     LIST AND ADVISOR NOTICES.
000590*
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT StudentFile ASSIGN TO 'students.dat'
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650
000660     SELECT CourseGradeFile ASSIGN TO 'course_grades.dat'
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680
000690     SELECT StandingHistoryFile
000700         ASSIGN TO 'standing_history.dat'
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-StandingHistoryStatus.
000730
000740     SELECT NewStandingHistoryFile
000750         ASSIGN TO 'standing_history_new.dat'
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770
000780     SELECT DeansListFile ASSIGN TO 'deans_list.dat'
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800
000810     SELECT AdvisorNoticeFile ASSIGN TO 'advisor_notices.dat'
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  StudentFile.
000870 01  StudentRecord.
000880     05  StudentID         PIC 9(5).
000890     05  StudentName       PIC X(30).
000900     05  ClassLevel        PIC X(10).
000910     05  ProgramCode       PIC X(6).
000920
000930 FD  CourseGradeFile.
000940 01  CourseGradeRecord.
000950     05  CG-StudentID      PIC 9(5).
000960     05  CG-CourseID       PIC X(10).
000970     05  CG-LetterGrade    PIC X(1).
000980         88  CG-GRADE-IS-A          VALUE 'A'.
000990         88  CG-GRADE-IS-B          VALUE 'B'.
001000         88  CG-GRADE-IS-C          VALUE 'C'.
001010         88  CG-GRADE-IS-D          VALUE 'D'.
001020         88  CG-GRADE-IS-F          VALUE 'F'.
001030     05  CG-CreditHours    PIC 9(1).
001040     05  CG-Term           PIC X(6).
001050
001060*    STANDING HISTORY - ONE RECORD PER STUDENT AND TERM, IN
001070*    STUDENT-ID SEQUENCE, TERMS IN CALENDAR ORDER.
001080 FD  StandingHistoryFile.
001090 01  StandingHistoryRecord.
001100     05  SH-StudentID      PIC 9(5).
001110     05  SH-Term           PIC X(6).
001120     05  SH-TermCredits    PIC 9(3).
001130     05  SH-TermGPA        PIC 9V9(2).
001140     05  SH-CumCredits     PIC 9(3).
001150     05  SH-CumGPA         PIC 9V9(2).
001160     05  SH-Standing       PIC X(1).
001170     05  SH-DeansList      PIC X(1).
001180
001190 FD  NewStandingHistoryFile.
001200 01  NewStandingHistoryRecord.
001210     05  NSH-StudentID     PIC 9(5).
001220     05  NSH-Term          PIC X(6).
001230     05  NSH-TermCredits   PIC 9(3).
001240     05  NSH-TermGPA       PIC 9V9(2).
001250     05  NSH-CumCredits    PIC 9(3).
001260     05  NSH-CumGPA        PIC 9V9(2).
001270     05  NSH-Standing      PIC X(1).
001280         88  NSH-GOOD-STANDING      VALUE 'G'.
001290         88  NSH-ACADEMIC-WARNING   VALUE 'W'.
001300         88  NSH-ACADEMIC-PROBATION VALUE 'P'.
001310         88  NSH-ACADEMIC-SUSPENSION VALUE 'S'.
001320         88  NSH-RETURNED-TO-GOOD   VALUE 'R'.
001330     05  NSH-DeansList     PIC X(1).
001340         88  NSH-ON-DEANS-LIST      VALUE 'Y'.
001350
001360 FD  DeansListFile.
001370 01  DeansListRecord.
001380     05  DL-Term           PIC X(6).
001390     05  DL-StudentID      PIC 9(5).
001400     05  DL-StudentName    PIC X(30).
001410     05  DL-ClassLevel     PIC X(10).
001420     05  DL-TermGPA        PIC 9V9(2).
001430     05  DL-TermCredits    PIC 9(3).
001440
001450*    ADVISOR NOTICE - A STANDING CHANGE. A REVISED NOTICE IS
001460*    A TERM ALREADY RECORDED WHOSE STANDING HAS CHANGED.
001470 FD  AdvisorNoticeFile.
001480 01  AdvisorNoticeRecord.
001490     05  ADV-StudentID     PIC 9(5).
001500     05  ADV-StudentName   PIC X(30).
001510     05  ADV-Term          PIC X(6).
001520     05  ADV-PriorStanding PIC X(1).
001530     05  ADV-NewStanding   PIC X(1).
001540     05  ADV-TermGPA       PIC 9V9(2).
001550     05  ADV-CumGPA        PIC 9V9(2).
001560     05  ADV-NoticeType    PIC X(1).
001570         88  NEW-STANDING-NOTICE    VALUE 'N'.
001580         88  REVISED-STANDING-NOTICE VALUE 'V'.
001590     05  ADV-NoticeDate    PIC 9(8).
001600
001610 WORKING-STORAGE SECTION.
001620 01  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
001630     88  END-OF-STUDENTS              VALUE 'Y'.
001640
001650 01  WS-EOF-COURSES-SWITCH     PIC X(1) VALUE 'N'.
001660     88  END-OF-COURSE-GRADES         VALUE 'Y'.
001670
001680 01  WS-EOF-HISTORY-SWITCH     PIC X(1) VALUE 'N'.
001690     88  END-OF-HISTORY               VALUE 'Y'.
001700
001710*    HISTORY-STATUS 35 MEANS THE FIRST STANDING RUN EVER.
001720 01  WS-StandingHistoryStatus  PIC X(2) VALUE SPACES.
001730
001740 01  WS-HISTORY-SWITCH         PIC X(1) VALUE 'N'.
001750     88  PRIOR-HISTORY-ON-FILE        VALUE 'Y'.
001760     88  NO-PRIOR-HISTORY             VALUE 'N'.
001770
001780 01  WS-RunDate                PIC 9(8) VALUE 0.
001790
001800*    SEQUENCE CHECK ON THE COURSE-GRADE FILE, AS IN THE OTHER
001810*    GRADE RUNS - A STUDENT-ID GOING BACKWARDS STOPS THE RUN.
001820 01  WS-PriorGradeStudentID    PIC 9(5) VALUE 0.
001830
001840*    STANDING RULE THRESHOLDS.
001850 01  WS-GoodStandingGPA        PIC 9V9(2) VALUE 2.00.
001860 01  WS-DeansListGPA           PIC 9V9(2) VALUE 3.50.
001870 01  WS-DeansListCredits       PIC 9(3) VALUE 12.
001880
001890*    PER-STUDENT ATTEMPT TABLE - EVERY COURSE-GRADE RECORD OF
001900*    THE STUDENT, GRADE POINTS CONVERTED AND TERM KEYED.
001910 01  WS-ATTEMPT-TABLE.
001920     05  WS-ATTEMPT-ENTRY OCCURS 60 TIMES.
001930         10  WS-AT-COURSE-ID      PIC X(10).
001940         10  WS-AT-TERM           PIC X(6).
001950         10  WS-AT-TERM-KEY       PIC 9(5).
001960         10  WS-AT-CREDIT-HOURS   PIC 9(1).
001970         10  WS-AT-GRADE-POINTS   PIC 9V9(2).
001980
001990 01  WS-ATTEMPT-COUNT          PIC 9(3) VALUE 0 COMP.
002000 01  WS-AT-IDX                 PIC 9(3) VALUE 0 COMP.
002010 01  WS-AT-JDX                 PIC 9(3) VALUE 0 COMP.
002020 01  WS-AttemptTableFull       PIC 9(5) VALUE 0 COMP.
002030
002040 01  WS-BEST-ATTEMPT-SWITCH    PIC X(1) VALUE 'Y'.
002050     88  ATTEMPT-IS-BEST              VALUE 'Y'.
002060     88  ATTEMPT-SUPERSEDED           VALUE 'N'.
002070
002080*    PER-STUDENT TERM TABLE - EACH DISTINCT TERM, TAKEN IN
002090*    CALENDAR ORDER BY ITS TERM KEY.
002100 01  WS-TERM-TABLE.
002110     05  WS-TERM-ENTRY OCCURS 30 TIMES.
002120         10  WS-TM-TERM           PIC X(6).
002130         10  WS-TM-TERM-KEY       PIC 9(5).
002140         10  WS-TM-DONE-SWITCH    PIC X(1).
002150             88  TERM-IS-DONE             VALUE 'Y'.
002160
002170 01  WS-TERM-COUNT             PIC 9(3) VALUE 0 COMP.
002180 01  WS-TM-IDX                 PIC 9(3) VALUE 0 COMP.
002190 01  WS-FOUND-TM-IDX           PIC 9(3) VALUE 0 COMP.
002200 01  WS-TERM-STEP              PIC 9(3) VALUE 0 COMP.
002210 01  WS-TermTableFull          PIC 9(5) VALUE 0 COMP.
002220
002230 01  WS-TM-FOUND-SWITCH        PIC X(1) VALUE 'N'.
002240     88  TERM-FOUND                   VALUE 'Y'.
002250     88  TERM-NOT-FOUND               VALUE 'N'.
002260
002270*    PER-STUDENT OLD HISTORY - THE STANDING LAST RECORDED FOR
002280*    EACH TERM, FOR THE ADVISOR NOTICES.
002290 01  WS-OLD-HISTORY-TABLE.
002300     05  WS-OLD-ENTRY OCCURS 30 TIMES.
002310         10  WS-OH-TERM           PIC X(6).
002320         10  WS-OH-STANDING       PIC X(1).
002330
002340 01  WS-OLD-COUNT              PIC 9(3) VALUE 0 COMP.
002350 01  WS-OH-IDX                 PIC 9(3) VALUE 0 COMP.
002360 01  WS-FOUND-OH-IDX           PIC 9(3) VALUE 0 COMP.
002370 01  WS-OldHistoryTableFull    PIC 9(5) VALUE 0 COMP.
002380
002390 01  WS-OH-FOUND-SWITCH        PIC X(1) VALUE 'N'.
002400     88  OLD-TERM-FOUND               VALUE 'Y'.
002410     88  OLD-TERM-NOT-FOUND           VALUE 'N'.
002420
002430*    TERM KEY - YEAR TIMES TEN PLUS THE SEASON'S PLACE IN THE
002440*    ACADEMIC YEAR. AN UNKNOWN SEASON SORTS LAST IN ITS YEAR.
002450 01  WS-TermWork.
002460     05  WS-TermYear           PIC 9(4).
002470     05  WS-TermSeason         PIC X(2).
002480         88  WINTER-TERM               VALUE 'WI'.
002490         88  SPRING-TERM               VALUE 'SP'.
002500         88  SUMMER-TERM               VALUE 'SU'.
002510         88  FALL-TERM                 VALUE 'FA'.
002520
002530 01  WS-TermKey                PIC 9(5) VALUE 0.
002540
002550*    THE TERM BEING RATED AND ITS ACCUMULATORS.
002560 01  WS-CurrentTerm            PIC X(6) VALUE SPACES.
002570 01  WS-CurrentKey             PIC 9(5) VALUE 0.
002580 01  WS-GradePoints            PIC 9V9(2) VALUE 0.
002590 01  WS-TermCredits            PIC 9(3) VALUE 0.
002600 01  WS-TermQualPoints         PIC 9(5)V9(2) VALUE 0.
002610 01  WS-TermGPA                PIC 9V9(2) VALUE 0.
002620 01  WS-CumCredits             PIC 9(3) VALUE 0.
002630 01  WS-CumQualPoints          PIC 9(5)V9(2) VALUE 0.
002640 01  WS-CumGPA                 PIC 9V9(2) VALUE 0.
002650
002660 01  WS-PriorStanding          PIC X(1) VALUE SPACE.
002670     88  PRIOR-NO-STANDING            VALUE SPACE.
002680     88  PRIOR-GOOD-STANDING          VALUE 'G' 'R'.
002690     88  PRIOR-ACADEMIC-WARNING       VALUE 'W'.
002700     88  PRIOR-ACADEMIC-PROBATION     VALUE 'P'.
002710     88  PRIOR-ACADEMIC-SUSPENSION    VALUE 'S'.
002720     88  PRIOR-RETURNED-TO-GOOD       VALUE 'R'.
002730
002740 01  WS-NewStanding            PIC X(1) VALUE SPACE.
002750     88  NEW-GOOD-STANDING            VALUE 'G'.
002760     88  NEW-ACADEMIC-WARNING         VALUE 'W'.
002770     88  NEW-ACADEMIC-PROBATION       VALUE 'P'.
002780     88  NEW-ACADEMIC-SUSPENSION      VALUE 'S'.
002790     88  NEW-RETURNED-TO-GOOD         VALUE 'R'.
002800
002810 01  WS-TotalStudents          PIC 9(5) VALUE 0 COMP.
002820 01  WS-TotalTerms             PIC 9(7) VALUE 0 COMP.
002830 01  WS-TotalGood              PIC 9(7) VALUE 0 COMP.
002840 01  WS-TotalWarning           PIC 9(7) VALUE 0 COMP.
002850 01  WS-TotalProbation         PIC 9(7) VALUE 0 COMP.
002860 01  WS-TotalSuspension        PIC 9(7) VALUE 0 COMP.
002870 01  WS-TotalReturned          PIC 9(7) VALUE 0 COMP.
002880 01  WS-TotalDeansList         PIC 9(7) VALUE 0 COMP.
002890 01  WS-TotalNotices           PIC 9(5) VALUE 0 COMP.
002900 01  WS-TotalRevised           PIC 9(5) VALUE 0 COMP.
002910 01  WS-TotalNoGrades          PIC 9(5) VALUE 0 COMP.
002920 01  WS-TotalOrphanGrades      PIC 9(5) VALUE 0 COMP.
002930 01  WS-TotalOrphanHistory     PIC 9(5) VALUE 0 COMP.
002940
002950 PROCEDURE DIVISION.
002960*    ------------------------------------------------------
002970*    0000-MAINLINE CONTROLS THE STANDING RUN. THE COURSE-
002980*    GRADE FILE AND THE OLD STANDING HISTORY RIDE ALONG WITH
002990*    THE STUDENT MASTER AS SORTED MATCHES, ONE RECORD OF EACH
003000*    HELD AHEAD.
003010*    ------------------------------------------------------
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003040     PERFORM 2000-PROCESS-STUDENTS THRU 2000-EXIT
003050     PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
003060     STOP RUN.
003070
003080 1000-INITIALIZE.
003090     DISPLAY 'ACADEMIC STANDING RUN'
003100     ACCEPT WS-RunDate FROM DATE YYYYMMDD
003110     PERFORM 1050-OPEN-OLD-HISTORY THRU 1050-EXIT
003120     OPEN INPUT StudentFile
003130     OPEN INPUT CourseGradeFile
003140     OPEN OUTPUT NewStandingHistoryFile
003150     OPEN OUTPUT DeansListFile
003160     OPEN OUTPUT AdvisorNoticeFile
003170     PERFORM 1100-READ-COURSE-GRADE THRU 1100-EXIT.
003180 1000-EXIT.
003190     EXIT.
003200
003210*    ------------------------------------------------------
003220*    OPEN THE OLD STANDING HISTORY. STATUS 35 MEANS THE FIRST
003230*    STANDING RUN - THE HISTORY IS BUILT AND NO ADVISOR
003240*    NOTICES ARE WRITTEN.
003250*    ------------------------------------------------------
003260 1050-OPEN-OLD-HISTORY.
003270     OPEN INPUT StandingHistoryFile
003280     IF WS-StandingHistoryStatus = '35'
003290         DISPLAY 'NO STANDING HISTORY ON FILE - HISTORY BUILT,'
003300             ' NO ADVISOR NOTICES'
003310         SET END-OF-HISTORY TO TRUE
003320         GO TO 1050-EXIT
003330     END-IF
003340     IF WS-StandingHistoryStatus NOT = '00'
003350         DISPLAY 'STANDING HISTORY FILE CANNOT BE OPENED -'
003360             ' STATUS ' WS-StandingHistoryStatus ' - RUN REFUSED'
003370         STOP RUN
003380     END-IF
003390     SET PRIOR-HISTORY-ON-FILE TO TRUE
003400     PERFORM 1200-READ-OLD-HISTORY THRU 1200-EXIT.
003410 1050-EXIT.
003420     EXIT.
003430
003440 1100-READ-COURSE-GRADE.
003450     READ CourseGradeFile INTO CourseGradeRecord
003460         AT END
003470             SET END-OF-COURSE-GRADES TO TRUE
003480         NOT AT END
003490             IF CG-StudentID < WS-PriorGradeStudentID
003500                 DISPLAY 'COURSE-GRADE FILE OUT OF STUDENT-ID'
003510                     ' SEQUENCE AT STUDENT ' CG-StudentID
003520                     ' - SORT THE FILE AND RERUN'
003530                 STOP RUN
003540             END-IF
003550             MOVE CG-StudentID TO WS-PriorGradeStudentID
003560     END-READ.
003570 1100-EXIT.
003580     EXIT.
003590
003600 1200-READ-OLD-HISTORY.
003610     READ StandingHistoryFile INTO StandingHistoryRecord
003620         AT END
003630             SET END-OF-HISTORY TO TRUE
003640     END-READ.
003650 1200-EXIT.
003660     EXIT.
003670
003680 2000-PROCESS-STUDENTS.
003690     PERFORM UNTIL END-OF-STUDENTS
003700         READ StudentFile INTO StudentRecord
003710             AT END
003720                 SET END-OF-STUDENTS TO TRUE
003730             NOT AT END
003740                 PERFORM 2100-STANDING-ONE-STUDENT
003750                     THRU 2100-EXIT
003760         END-READ
003770     END-PERFORM
003780     PERFORM 2900-DRAIN-ORPHANS THRU 2900-EXIT
003790     CLOSE StudentFile
003800     CLOSE CourseGradeFile
003810     IF PRIOR-HISTORY-ON-FILE
003820         CLOSE StandingHistoryFile
003830     END-IF
003840     CLOSE NewStandingHistoryFile
003850     CLOSE DeansListFile
003860     CLOSE AdvisorNoticeFile.
003870 2000-EXIT.
003880     EXIT.
003890
003900*    ------------------------------------------------------
003910*    ONE STUDENT - TABLE THEIR ATTEMPTS, TERMS AND OLD
003920*    HISTORY, THEN RATE EACH TERM IN CALENDAR ORDER, THE
003930*    STANDING OF ONE TERM FEEDING THE RULES OF THE NEXT.
003940*    ------------------------------------------------------
003950 2100-STANDING-ONE-STUDENT.
003960     MOVE 0 TO WS-ATTEMPT-COUNT
003970     MOVE 0 TO WS-TERM-COUNT
003980     MOVE 0 TO WS-OLD-COUNT
003990     PERFORM 2200-SKIP-ORPHAN-GRADES THRU 2200-EXIT
004000     PERFORM 2250-LOAD-ONE-GRADE THRU 2250-EXIT
004010         UNTIL END-OF-COURSE-GRADES
004020            OR CG-StudentID NOT = StudentID
004030     PERFORM 2300-LOAD-OLD-HISTORY THRU 2300-EXIT
004040     IF WS-TERM-COUNT = 0
004050         ADD 1 TO WS-TotalNoGrades
004060         GO TO 2100-EXIT
004070     END-IF
004080     ADD 1 TO WS-TotalStudents
004090     MOVE SPACE TO WS-PriorStanding
004100     PERFORM 2400-RATE-ONE-TERM THRU 2400-EXIT
004110         VARYING WS-TERM-STEP FROM 1 BY 1
004120         UNTIL WS-TERM-STEP > WS-TERM-COUNT.
004130 2100-EXIT.
004140     EXIT.
004150
004160 2200-SKIP-ORPHAN-GRADES.
004170     PERFORM UNTIL END-OF-COURSE-GRADES
004180        OR CG-StudentID >= StudentID
004190         ADD 1 TO WS-TotalOrphanGrades
004200         PERFORM 1100-READ-COURSE-GRADE THRU 1100-EXIT
004210     END-PERFORM.
004220 2200-EXIT.
004230     EXIT.
004240
004250*    ------------------------------------------------------
004260*    HOLD ONE OF THIS STUDENT'S RECORDS IN THE ATTEMPT TABLE,
004270*    ADD ITS TERM TO THE TERM TABLE, AND READ AHEAD.
004280*    ------------------------------------------------------
004290 2250-LOAD-ONE-GRADE.
004300     IF WS-ATTEMPT-COUNT >= 60
004310         ADD 1 TO WS-AttemptTableFull
004320         DISPLAY 'ATTEMPT TABLE FULL, DROPPED COURSE '
004330             CG-CourseID ' FOR STUDENT ' CG-StudentID
004340     ELSE
004350         PERFORM 2255-TABLE-ONE-ATTEMPT THRU 2255-EXIT
004360     END-IF
004370     PERFORM 1100-READ-COURSE-GRADE THRU 1100-EXIT.
004380 2250-EXIT.
004390     EXIT.
004400
004410 2255-TABLE-ONE-ATTEMPT.
004420     PERFORM 2650-SET-GRADE-POINTS THRU 2650-EXIT
004430     MOVE CG-Term TO WS-TermWork
004440     PERFORM 2600-SET-TERM-KEY THRU 2600-EXIT
004450     PERFORM 2260-FIND-TERM THRU 2260-EXIT
004460     IF TERM-NOT-FOUND
004470         IF WS-TERM-COUNT >= 30
004480             ADD 1 TO WS-TermTableFull
004490             DISPLAY 'TERM TABLE FULL, DROPPED TERM ' CG-Term
004500                 ' FOR STUDENT ' CG-StudentID
004510             GO TO 2255-EXIT
004520         END-IF
004530         ADD 1 TO WS-TERM-COUNT
004540         MOVE CG-Term    TO WS-TM-TERM(WS-TERM-COUNT)
004550         MOVE WS-TermKey TO WS-TM-TERM-KEY(WS-TERM-COUNT)
004560         MOVE 'N'        TO WS-TM-DONE-SWITCH(WS-TERM-COUNT)
004570     END-IF
004580     ADD 1 TO WS-ATTEMPT-COUNT
004590     MOVE CG-CourseID    TO WS-AT-COURSE-ID(WS-ATTEMPT-COUNT)
004600     MOVE CG-Term        TO WS-AT-TERM(WS-ATTEMPT-COUNT)
004610     MOVE WS-TermKey     TO WS-AT-TERM-KEY(WS-ATTEMPT-COUNT)
004620     MOVE CG-CreditHours TO WS-AT-CREDIT-HOURS(WS-ATTEMPT-COUNT)
004630     MOVE WS-GradePoints TO WS-AT-GRADE-POINTS(WS-ATTEMPT-COUNT).
004640 2255-EXIT.
004650     EXIT.
004660
004670 2260-FIND-TERM.
004680     SET TERM-NOT-FOUND TO TRUE
004690     PERFORM 2265-MATCH-TERM THRU 2265-EXIT
004700         VARYING WS-TM-IDX FROM 1 BY 1
004710         UNTIL WS-TM-IDX > WS-TERM-COUNT
004720            OR TERM-FOUND.
004730 2260-EXIT.
004740     EXIT.
004750
004760 2265-MATCH-TERM.
004770     IF WS-TM-TERM(WS-TM-IDX) = CG-Term
004780         SET TERM-FOUND TO TRUE
004790     END-IF.
004800 2265-EXIT.
004810     EXIT.
004820
004830*    ------------------------------------------------------
004840*    TABLE THE STUDENT'S OLD HISTORY. OLD RECORDS FOR A
004850*    STUDENT-ID NO LONGER ON THE MASTER ARE PASSED OVER.
004860*    ------------------------------------------------------
004870 2300-LOAD-OLD-HISTORY.
004880     PERFORM UNTIL END-OF-HISTORY
004890        OR SH-StudentID >= StudentID
004900         ADD 1 TO WS-TotalOrphanHistory
004910         PERFORM 1200-READ-OLD-HISTORY THRU 1200-EXIT
004920     END-PERFORM
004930     PERFORM UNTIL END-OF-HISTORY
004940        OR SH-StudentID NOT = StudentID
004950         IF WS-OLD-COUNT >= 30
004960             ADD 1 TO WS-OldHistoryTableFull
004970         ELSE
004980             ADD 1 TO WS-OLD-COUNT
004990             MOVE SH-Term     TO WS-OH-TERM(WS-OLD-COUNT)
005000             MOVE SH-Standing TO WS-OH-STANDING(WS-OLD-COUNT)
005010         END-IF
005020         PERFORM 1200-READ-OLD-HISTORY THRU 1200-EXIT
005030     END-PERFORM.
005040 2300-EXIT.
005050     EXIT.
005060
005070*    ------------------------------------------------------
005080*    RATE THE EARLIEST TERM NOT YET RATED - TERM AND
005090*    CUMULATIVE GPA, STANDING, DEAN'S LIST, THE NEW HISTORY
005100*    RECORD AND ANY ADVISOR NOTICE.
005110*    ------------------------------------------------------
005120 2400-RATE-ONE-TERM.
005130     MOVE 0 TO WS-FOUND-TM-IDX
005140     PERFORM 2410-PICK-EARLIEST-TERM THRU 2410-EXIT
005150         VARYING WS-TM-IDX FROM 1 BY 1
005160         UNTIL WS-TM-IDX > WS-TERM-COUNT
005170     MOVE 'Y' TO WS-TM-DONE-SWITCH(WS-FOUND-TM-IDX)
005180     MOVE WS-TM-TERM(WS-FOUND-TM-IDX)     TO WS-CurrentTerm
005190     MOVE WS-TM-TERM-KEY(WS-FOUND-TM-IDX) TO WS-CurrentKey
005200     MOVE 0 TO WS-TermCredits
005210     MOVE 0 TO WS-TermQualPoints
005220     MOVE 0 TO WS-CumCredits
005230     MOVE 0 TO WS-CumQualPoints
005240     PERFORM 2420-ADD-ONE-ATTEMPT THRU 2420-EXIT
005250         VARYING WS-AT-IDX FROM 1 BY 1
005260         UNTIL WS-AT-IDX > WS-ATTEMPT-COUNT
005270     MOVE 0 TO WS-TermGPA
005280     IF WS-TermCredits > 0
005290         COMPUTE WS-TermGPA ROUNDED =
005300             WS-TermQualPoints / WS-TermCredits
005310     END-IF
005320     MOVE 0 TO WS-CumGPA
005330     IF WS-CumCredits > 0
005340         COMPUTE WS-CumGPA ROUNDED =
005350             WS-CumQualPoints / WS-CumCredits
005360     END-IF
005370     PERFORM 2500-APPLY-STANDING-RULES THRU 2500-EXIT
005380     MOVE StudentID      TO NSH-StudentID
005390     MOVE WS-CurrentTerm TO NSH-Term
005400     MOVE WS-TermCredits TO NSH-TermCredits
005410     MOVE WS-TermGPA     TO NSH-TermGPA
005420     MOVE WS-CumCredits  TO NSH-CumCredits
005430     MOVE WS-CumGPA      TO NSH-CumGPA
005440     MOVE WS-NewStanding TO NSH-Standing
005450     MOVE SPACE          TO NSH-DeansList
005460     IF WS-TermGPA >= WS-DeansListGPA
005470        AND WS-TermCredits >= WS-DeansListCredits
005480         SET NSH-ON-DEANS-LIST TO TRUE
005490         PERFORM 2700-WRITE-DEANS-LIST THRU 2700-EXIT
005500     END-IF
005510     WRITE NewStandingHistoryRecord
005520     ADD 1 TO WS-TotalTerms
005530     PERFORM 2800-CHECK-NOTICE THRU 2800-EXIT
005540     MOVE WS-NewStanding TO WS-PriorStanding.
005550 2400-EXIT.
005560     EXIT.
005570
005580 2410-PICK-EARLIEST-TERM.
005590     IF TERM-IS-DONE(WS-TM-IDX)
005600         GO TO 2410-EXIT
005610     END-IF
005620     IF WS-FOUND-TM-IDX = 0
005630         MOVE WS-TM-IDX TO WS-FOUND-TM-IDX
005640     ELSE
005650         IF WS-TM-TERM-KEY(WS-TM-IDX) <
005660                 WS-TM-TERM-KEY(WS-FOUND-TM-IDX)
005670             MOVE WS-TM-IDX TO WS-FOUND-TM-IDX
005680         END-IF
005690     END-IF.
005700 2410-EXIT.
005710     EXIT.
005720
005730*    ------------------------------------------------------
005740*    AN ATTEMPT IN THE TERM COUNTS TOWARD THE TERM GPA. AN
005750*    ATTEMPT IN THE TERM OR EARLIER COUNTS TOWARD THE
005760*    CUMULATIVE GPA IF NO BETTER GRADE IN THE SAME COURSE WAS
005770*    EARNED BY THE END OF THE TERM - ON AN EQUAL GRADE THE
005780*    EARLIER ATTEMPT STANDS.
005790*    ------------------------------------------------------
005800 2420-ADD-ONE-ATTEMPT.
005810     IF WS-AT-TERM(WS-AT-IDX) = WS-CurrentTerm
005820         ADD WS-AT-CREDIT-HOURS(WS-AT-IDX) TO WS-TermCredits
005830         COMPUTE WS-TermQualPoints = WS-TermQualPoints +
005840             WS-AT-GRADE-POINTS(WS-AT-IDX)
005850             * WS-AT-CREDIT-HOURS(WS-AT-IDX)
005860     END-IF
005870     IF WS-AT-TERM-KEY(WS-AT-IDX) > WS-CurrentKey
005880         GO TO 2420-EXIT
005890     END-IF
005900     SET ATTEMPT-IS-BEST TO TRUE
005910     PERFORM 2430-COMPARE-ATTEMPTS THRU 2430-EXIT
005920         VARYING WS-AT-JDX FROM 1 BY 1
005930         UNTIL WS-AT-JDX > WS-ATTEMPT-COUNT
005940            OR ATTEMPT-SUPERSEDED
005950     IF ATTEMPT-IS-BEST
005960         ADD WS-AT-CREDIT-HOURS(WS-AT-IDX) TO WS-CumCredits
005970         COMPUTE WS-CumQualPoints = WS-CumQualPoints +
005980             WS-AT-GRADE-POINTS(WS-AT-IDX)
005990             * WS-AT-CREDIT-HOURS(WS-AT-IDX)
006000     END-IF.
006010 2420-EXIT.
006020     EXIT.
006030
006040 2430-COMPARE-ATTEMPTS.
006050     IF WS-AT-JDX = WS-AT-IDX
006060        OR WS-AT-COURSE-ID(WS-AT-JDX) NOT =
006070             WS-AT-COURSE-ID(WS-AT-IDX)
006080        OR WS-AT-TERM-KEY(WS-AT-JDX) > WS-CurrentKey
006090         GO TO 2430-EXIT
006100     END-IF
006110     IF WS-AT-GRADE-POINTS(WS-AT-JDX) >
006120             WS-AT-GRADE-POINTS(WS-AT-IDX)
006130        OR (WS-AT-GRADE-POINTS(WS-AT-JDX) =
006140             WS-AT-GRADE-POINTS(WS-AT-IDX)
006150            AND WS-AT-JDX < WS-AT-IDX)
006160         SET ATTEMPT-SUPERSEDED TO TRUE
006170     END-IF.
006180 2430-EXIT.
006190     EXIT.
006200
006210*    ------------------------------------------------------
006220*    THE STANDING RULES (SEE REMARKS). THE STUDENT'S FIRST
006230*    TERM IS RATED AS IF THE TERM BEFORE WERE GOOD.
006240*    ------------------------------------------------------
006250 2500-APPLY-STANDING-RULES.
006260     EVALUATE TRUE
006270         WHEN WS-CumGPA >= WS-GoodStandingGPA
006280             IF PRIOR-ACADEMIC-WARNING
006290                OR PRIOR-ACADEMIC-PROBATION
006300                OR PRIOR-ACADEMIC-SUSPENSION
006310                 SET NEW-RETURNED-TO-GOOD TO TRUE
006320             ELSE
006330                 SET NEW-GOOD-STANDING TO TRUE
006340             END-IF
006350         WHEN PRIOR-NO-STANDING
006360           OR PRIOR-GOOD-STANDING
006370             SET NEW-ACADEMIC-WARNING TO TRUE
006380         WHEN PRIOR-ACADEMIC-WARNING
006390             SET NEW-ACADEMIC-PROBATION TO TRUE
006400         WHEN OTHER
006410             IF WS-TermGPA >= WS-GoodStandingGPA
006420                 SET NEW-ACADEMIC-PROBATION TO TRUE
006430             ELSE
006440                 SET NEW-ACADEMIC-SUSPENSION TO TRUE
006450             END-IF
006460     END-EVALUATE
006470     EVALUATE TRUE
006480         WHEN NEW-GOOD-STANDING
006490             ADD 1 TO WS-TotalGood
006500         WHEN NEW-ACADEMIC-WARNING
006510             ADD 1 TO WS-TotalWarning
006520         WHEN NEW-ACADEMIC-PROBATION
006530             ADD 1 TO WS-TotalProbation
006540         WHEN NEW-ACADEMIC-SUSPENSION
006550             ADD 1 TO WS-TotalSuspension
006560         WHEN NEW-RETURNED-TO-GOOD
006570             ADD 1 TO WS-TotalReturned
006580     END-EVALUATE.
006590 2500-EXIT.
006600     EXIT.
006610
006620*    ------------------------------------------------------
006630*    TERM KEY FOR THE TERM IN WS-TERMWORK.
006640*    ------------------------------------------------------
006650 2600-SET-TERM-KEY.
006660     MOVE 0 TO WS-TermKey
006670     IF WS-TermYear IS NUMERIC
006680         COMPUTE WS-TermKey = WS-TermYear * 10
006690     END-IF
006700     EVALUATE TRUE
006710         WHEN WINTER-TERM
006720             ADD 1 TO WS-TermKey
006730         WHEN SPRING-TERM
006740             ADD 2 TO WS-TermKey
006750         WHEN SUMMER-TERM
006760             ADD 3 TO WS-TermKey
006770         WHEN FALL-TERM
006780             ADD 4 TO WS-TermKey
006790         WHEN OTHER
006800             ADD 5 TO WS-TermKey
006810     END-EVALUATE.
006820 2600-EXIT.
006830     EXIT.
006840
006850*    ------------------------------------------------------
006860*    CONVERT THE LETTER GRADE TO GRADE POINTS ON A 4.0
006870*    SCALE, THE SAME SCALE THE REPORTING RUN USES.
006880*    ------------------------------------------------------
006890 2650-SET-GRADE-POINTS.
006900     EVALUATE TRUE
006910         WHEN CG-GRADE-IS-A
006920             MOVE 4.00 TO WS-GradePoints
006930         WHEN CG-GRADE-IS-B
006940             MOVE 3.00 TO WS-GradePoints
006950         WHEN CG-GRADE-IS-C
006960             MOVE 2.00 TO WS-GradePoints
006970         WHEN CG-GRADE-IS-D
006980             MOVE 1.00 TO WS-GradePoints
006990         WHEN OTHER
007000             MOVE 0.00 TO WS-GradePoints
007010     END-EVALUATE.
007020 2650-EXIT.
007030     EXIT.
007040
007050 2700-WRITE-DEANS-LIST.
007060     MOVE WS-CurrentTerm TO DL-Term
007070     MOVE StudentID      TO DL-StudentID
007080     MOVE StudentName    TO DL-StudentName
007090     MOVE ClassLevel     TO DL-ClassLevel
007100     MOVE WS-TermGPA     TO DL-TermGPA
007110     MOVE WS-TermCredits TO DL-TermCredits
007120     WRITE DeansListRecord
007130     ADD 1 TO WS-TotalDeansList.
007140 2700-EXIT.
007150     EXIT.
007160
007170*    ------------------------------------------------------
007180*    ADVISOR NOTICE FOR A STANDING CHANGE NOT ALREADY ON THE
007190*    OLD HISTORY. A TERM ALREADY RECORDED IS NOTICED ONLY IF
007200*    ITS STANDING HAS BEEN REVISED. A NEW TERM IS NOTICED IF
007210*    ITS STANDING DIFFERS FROM THE TERM BEFORE - A FIRST TERM
007220*    IN GOOD STANDING, OR GOOD STANDING AFTER A RETURN, IS
007230*    NOT A CHANGE.
007240*    ------------------------------------------------------
007250 2800-CHECK-NOTICE.
007260     IF NO-PRIOR-HISTORY
007270         GO TO 2800-EXIT
007280     END-IF
007290     PERFORM 2850-FIND-OLD-TERM THRU 2850-EXIT
007300     IF OLD-TERM-FOUND
007310         IF WS-OH-STANDING(WS-FOUND-OH-IDX) = WS-NewStanding
007320             GO TO 2800-EXIT
007330         END-IF
007340         SET REVISED-STANDING-NOTICE TO TRUE
007350         MOVE WS-OH-STANDING(WS-FOUND-OH-IDX)
007360             TO ADV-PriorStanding
007370         ADD 1 TO WS-TotalRevised
007380     ELSE
007390         IF WS-NewStanding = WS-PriorStanding
007400             GO TO 2800-EXIT
007410         END-IF
007420         IF NEW-GOOD-STANDING
007430            AND (PRIOR-NO-STANDING OR PRIOR-RETURNED-TO-GOOD)
007440             GO TO 2800-EXIT
007450         END-IF
007460         SET NEW-STANDING-NOTICE TO TRUE
007470         MOVE WS-PriorStanding TO ADV-PriorStanding
007480     END-IF
007490     MOVE StudentID      TO ADV-StudentID
007500     MOVE StudentName    TO ADV-StudentName
007510     MOVE WS-CurrentTerm TO ADV-Term
007520     MOVE WS-NewStanding TO ADV-NewStanding
007530     MOVE WS-TermGPA     TO ADV-TermGPA
007540     MOVE WS-CumGPA      TO ADV-CumGPA
007550     MOVE WS-RunDate     TO ADV-NoticeDate
007560     WRITE AdvisorNoticeRecord
007570     ADD 1 TO WS-TotalNotices.
007580 2800-EXIT.
007590     EXIT.
007600
007610 2850-FIND-OLD-TERM.
007620     SET OLD-TERM-NOT-FOUND TO TRUE
007630     PERFORM 2860-MATCH-OLD-TERM THRU 2860-EXIT
007640         VARYING WS-OH-IDX FROM 1 BY 1
007650         UNTIL WS-OH-IDX > WS-OLD-COUNT
007660            OR OLD-TERM-FOUND.
007670 2850-EXIT.
007680     EXIT.
007690
007700 2860-MATCH-OLD-TERM.
007710     IF WS-OH-TERM(WS-OH-IDX) = WS-CurrentTerm
007720         SET OLD-TERM-FOUND TO TRUE
007730         MOVE WS-OH-IDX TO WS-FOUND-OH-IDX
007740     END-IF.
007750 2860-EXIT.
007760     EXIT.
007770
007780*    ------------------------------------------------------
007790*    COURSE-GRADE AND OLD HISTORY RECORDS LEFT AFTER THE
007800*    LAST STUDENT ON THE MASTER BELONG TO NO ONE.
007810*    ------------------------------------------------------
007820 2900-DRAIN-ORPHANS.
007830     PERFORM UNTIL END-OF-COURSE-GRADES
007840         ADD 1 TO WS-TotalOrphanGrades
007850         PERFORM 1100-READ-COURSE-GRADE THRU 1100-EXIT
007860     END-PERFORM
007870     PERFORM UNTIL END-OF-HISTORY
007880         ADD 1 TO WS-TotalOrphanHistory
007890         PERFORM 1200-READ-OLD-HISTORY THRU 1200-EXIT
007900     END-PERFORM.
007910 2900-EXIT.
007920     EXIT.
007930
007940 9000-DISPLAY-SUMMARY.
007950     DISPLAY '-----------------------------'
007960     DISPLAY 'Students Rated: ' WS-TotalStudents
007970     DISPLAY 'Students With No Grades: ' WS-TotalNoGrades
007980     DISPLAY 'Term Standings Written: ' WS-TotalTerms
007990     DISPLAY '  Good Standing: ' WS-TotalGood
008000     DISPLAY '  Academic Warning: ' WS-TotalWarning
008010     DISPLAY '  Academic Probation: ' WS-TotalProbation
008020     DISPLAY '  Academic Suspension: ' WS-TotalSuspension
008030     DISPLAY '  Returned To Good Standing: ' WS-TotalReturned
008040     DISPLAY 'Dean''s List Entries: ' WS-TotalDeansList
008050     DISPLAY 'Advisor Notices Written: ' WS-TotalNotices
008060     DISPLAY '  Revised Standings: ' WS-TotalRevised
008070     DISPLAY 'Orphan Course Grades: ' WS-TotalOrphanGrades
008080     DISPLAY 'Orphan History Records: ' WS-TotalOrphanHistory
008090     DISPLAY 'Attempts Dropped, Table Full: '
008100         WS-AttemptTableFull
008110     DISPLAY 'Terms Dropped, Table Full: ' WS-TermTableFull
008120     DISPLAY 'History Dropped, Table Full: '
008130         WS-OldHistoryTableFull
008140     DISPLAY '-----------------------------'.
008150 9000-EXIT.
008160     EXIT.
