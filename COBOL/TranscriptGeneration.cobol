000332*                     PROGRAM-OF-STUDY CODE FOR THE NEW
000333*                     DEGREEAUDIT RUN; THE FD HERE FOLLOWS.
000334*                     THE TRANSCRIPT LINES ARE UNCHANGED.
000335*    10/15/2026 JDH   TRANSCRIPT WITHHELD UNDER A PAST-DUE HOLD
000336*                     (STUDENT_HOLDS.DAT).
000337*    10/15/2026 JDH   EACH TERM PRINTS ITS ACADEMIC STANDING AND
000338*                     DEAN'S LIST MARK FROM STANDING_HISTORY.DAT.
000339*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000420
000430     SELECT TranscriptFile ASSIGN TO 'transcripts.dat'
000440         ORGANIZATION IS LINE SEQUENTIAL.
000441
000442     SELECT StudentHoldFile ASSIGN TO 'student_holds.dat'
000443         ORGANIZATION IS LINE SEQUENTIAL
000444         FILE STATUS IS WS-StudentHoldStatus.
000445
000446     SELECT StandingHistoryFile
000447         ASSIGN TO 'standing_history.dat'
000448         ORGANIZATION IS LINE SEQUENTIAL
000449         FILE STATUS IS WS-StandingHistoryStatus.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000630         88  CG-GRADE-IS-F          VALUE 'F'.
000640     05  CG-CreditHours    PIC 9(1).
000650     05  CG-Term           PIC X(6).
000651
000652 FD  TranscriptFile.
000653 01  TranscriptLine        PIC X(80).
000660
000661*    STUDENT HOLDS - THE LAYOUT STUDENTACCOUNTPOSTING WRITES.
000662 FD  StudentHoldFile.
000663 01  StudentHoldRecord.
000664     05  SHD-StudentID      PIC 9(5).
000665     05  SHD-HoldType       PIC X(1).
000666         88  REGISTRATION-HOLD        VALUE 'R'.
000667         88  TRANSCRIPT-HOLD          VALUE 'T'.
000668     05  SHD-PastDueAmount  PIC 9(7)V99.
000669     05  SHD-PlacedDate     PIC 9(8).
000670
000671*    STANDING HISTORY - THE LAYOUT ACADEMICSTANDING WRITES.
000672 FD  StandingHistoryFile.
000673 01  StandingHistoryRecord.
000674     05  SH-StudentID       PIC 9(5).
000675     05  SH-Term            PIC X(6).
000676     05  SH-TermCredits     PIC 9(3).
000677     05  SH-TermGPA         PIC 9V9(2).
000678     05  SH-CumCredits      PIC 9(3).
000679     05  SH-CumGPA          PIC 9V9(2).
000680     05  SH-Standing        PIC X(1).
000681     05  SH-DeansList       PIC X(1).
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-EOF-SWITCH             PIC X(1) VALUE 'N'.
000870 01  WS-CumGPA                 PIC 9V9(2) VALUE 0.
000880
000890 01  WS-FIRST-TERM-SWITCH      PIC X(1) VALUE 'Y'.
000891     88  FIRST-TERM-FOR-STUDENT        VALUE 'Y'.
000892     88  NOT-FIRST-TERM-FOR-STUDENT    VALUE 'N'.
000893
000894 01  WS-TotalStudents          PIC 9(5) VALUE 0 COMP.
000895 01  WS-TotalCourseLines       PIC 9(7) VALUE 0 COMP.
000896 01  WS-TotalOrphanGrades      PIC 9(5) VALUE 0 COMP.
000897 01  WS-TotalRepeatLines       PIC 9(5) VALUE 0 COMP.
000898 01  WS-TotalWithheld          PIC 9(5) VALUE 0 COMP.
000899
000900*    HOLD-STATUS 35 MEANS NO HOLD HAS EVER BEEN PLACED.
000901 01  WS-StudentHoldStatus      PIC X(2) VALUE SPACES.
000902
000903 01  WS-EOF-HOLDS-SWITCH       PIC X(1) VALUE 'N'.
000904     88  END-OF-HOLDS                 VALUE 'Y'.
000905
000906*    HOLD TABLE - EVERY STUDENT UNDER A TRANSCRIPT HOLD.
000907 01  WS-HOLD-TABLE.
000908     05  WS-HOLD-STUDENT-ID OCCURS 1000 TIMES
000909                               PIC 9(5).
000910
000911 01  WS-HOLD-COUNT             PIC 9(5) VALUE 0 COMP.
000912 01  WS-HOLD-IDX               PIC 9(5) VALUE 0 COMP.
000913 01  WS-HoldTableFull          PIC 9(5) VALUE 0 COMP.
000914
000915 01  WS-HOLD-FOUND-SWITCH      PIC X(1) VALUE 'N'.
000916     88  STUDENT-ON-HOLD              VALUE 'Y'.
000917     88  STUDENT-NOT-ON-HOLD          VALUE 'N'.
000920
000921*    STANDING-STATUS 35 MEANS NO STANDING RUN HAS BEEN MADE.
000922 01  WS-StandingHistoryStatus  PIC X(2) VALUE SPACES.
000923
000924 01  WS-EOF-STANDING-SWITCH    PIC X(1) VALUE 'N'.
000925     88  END-OF-STANDINGS             VALUE 'Y'.
000926
000927 01  WS-STANDING-FILE-SWITCH   PIC X(1) VALUE 'N'.
000928     88  STANDING-FILE-OPEN           VALUE 'Y'.
000929
000930*    PER-STUDENT STANDING TABLE - THE STUDENT'S STANDING FOR
000931*    EACH TERM, FROM THE STANDING HISTORY.
000932 01  WS-STANDING-TABLE.
000933     05  WS-STANDING-ENTRY OCCURS 30 TIMES.
000934         10  WS-ST-TERM           PIC X(6).
000935         10  WS-ST-STANDING       PIC X(1).
000936             88  ST-GOOD-STANDING         VALUE 'G'.
000937             88  ST-ACADEMIC-WARNING      VALUE 'W'.
000938             88  ST-ACADEMIC-PROBATION    VALUE 'P'.
000939             88  ST-ACADEMIC-SUSPENSION   VALUE 'S'.
000940             88  ST-RETURNED-TO-GOOD      VALUE 'R'.
000941         10  WS-ST-DEANS-LIST     PIC X(1).
000942             88  ST-ON-DEANS-LIST         VALUE 'Y'.
000943
000944 01  WS-STANDING-COUNT         PIC 9(3) VALUE 0 COMP.
000945 01  WS-ST-IDX                 PIC 9(3) VALUE 0 COMP.
000946 01  WS-FOUND-ST-IDX           PIC 9(3) VALUE 0 COMP.
000947 01  WS-StandingTableFull      PIC 9(5) VALUE 0 COMP.
000948
000949 01  WS-ST-FOUND-SWITCH        PIC X(1) VALUE 'N'.
000950     88  STANDING-FOUND               VALUE 'Y'.
000951     88  STANDING-NOT-FOUND           VALUE 'N'.
000952
000953*    PER-STUDENT GRADE TABLE - THE STUDENT'S RECORDS ARE
000954*    HELD IN INPUT (TERM) ORDER SO THE BEST ATTEMPT PER
001210     05  TRN-GpaTerm        PIC X(6).
001220     05  FILLER             PIC X(6) VALUE ' GPA: '.
001230     05  TRN-TermGPA        PIC 9.99.
001231
001232 01  WS-TRN-STANDING-LINE.
001233     05  FILLER             PIC X(12) VALUE '  STANDING: '.
001234     05  TRN-Standing       PIC X(26).
001235     05  TRN-DeansListMark  PIC X(13).
001240
001250 01  WS-TRN-CUM-GPA-LINE.
001260     05  FILLER             PIC X(18)
001490     OPEN INPUT StudentFile
001500     OPEN INPUT CourseGradeFile
001510     OPEN OUTPUT TranscriptFile
001511     PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT
001512     PERFORM 1300-OPEN-STANDINGS THRU 1300-EXIT
001520     PERFORM 1100-READ-COURSE-GRADE THRU 1100-EXIT.
001530 1000-EXIT.
001540     EXIT.
001597             END-IF
001598             MOVE CG-StudentID TO WS-PriorGradeStudentID
001600     END-READ.
001601 1100-EXIT.
001602     EXIT.
001603
001604*    ------------------------------------------------------
001605*    LOAD THE TRANSCRIPT HOLDS. NO HOLD FILE MEANS NO
001606*    STUDENT IS ON HOLD.
001607*    ------------------------------------------------------
001608 1200-LOAD-HOLDS.
001609     OPEN INPUT StudentHoldFile
001610     IF WS-StudentHoldStatus NOT = '00'
001611         DISPLAY 'STUDENT HOLD FILE CANNOT BE OPENED - STATUS '
001612             WS-StudentHoldStatus ' - NO HOLDS APPLIED'
001613         GO TO 1200-EXIT
001614     END-IF
001615     PERFORM UNTIL END-OF-HOLDS
001616         READ StudentHoldFile INTO StudentHoldRecord
001617             AT END
001618                 SET END-OF-HOLDS TO TRUE
001619             NOT AT END
001620                 IF TRANSCRIPT-HOLD
001621                     PERFORM 1210-STORE-HOLD THRU 1210-EXIT
001622                 END-IF
001623         END-READ
001624     END-PERFORM
001625     CLOSE StudentHoldFile.
001626 1200-EXIT.
001627     EXIT.
001630
001631 1210-STORE-HOLD.
001632     IF WS-HOLD-COUNT >= 1000
001633         ADD 1 TO WS-HoldTableFull
001634         DISPLAY 'HOLD TABLE FULL, DROPPED STUDENT '
001635             SHD-StudentID
001636     ELSE
001637         ADD 1 TO WS-HOLD-COUNT
001638         MOVE SHD-StudentID TO WS-HOLD-STUDENT-ID(WS-HOLD-COUNT)
001639     END-IF.
001640 1210-EXIT.
001641     EXIT.
001642
001643*    ------------------------------------------------------
001644*    OPEN THE STANDING HISTORY AND READ THE FIRST RECORD. IT
001645*    RIDES ALONG WITH THE STUDENT MASTER LIKE THE COURSE-GRADE
001646*    FILE. WITHOUT IT NO STANDING IS PRINTED.
001647*    ------------------------------------------------------
001648 1300-OPEN-STANDINGS.
001649     OPEN INPUT StandingHistoryFile
001650     IF WS-StandingHistoryStatus NOT = '00'
001651         DISPLAY 'STANDING HISTORY FILE CANNOT BE OPENED -'
001652             ' STATUS ' WS-StandingHistoryStatus
001653             ' - NO STANDING PRINTED'
001654         SET END-OF-STANDINGS TO TRUE
001655         GO TO 1300-EXIT
001656     END-IF
001657     SET STANDING-FILE-OPEN TO TRUE
001658     PERFORM 1310-READ-STANDING THRU 1310-EXIT.
001659 1300-EXIT.
001660     EXIT.
001661
001662 1310-READ-STANDING.
001663     READ StandingHistoryFile INTO StandingHistoryRecord
001664         AT END
001665             SET END-OF-STANDINGS TO TRUE
001666     END-READ.
001667 1310-EXIT.
001668     EXIT.
001669
001670 2000-PROCESS-STUDENTS.
001671     PERFORM UNTIL END-OF-STUDENTS
001672         READ StudentFile INTO StudentRecord
001673             AT END
001680                 SET END-OF-STUDENTS TO TRUE
001690             NOT AT END
001700                 PERFORM 2100-TRANSCRIPT-ONE-STUDENT
001740     PERFORM 2900-DRAIN-ORPHAN-GRADES THRU 2900-EXIT
001750     CLOSE StudentFile
001760     CLOSE CourseGradeFile
001761     CLOSE TranscriptFile
001762     IF STANDING-FILE-OPEN
001763         CLOSE StandingHistoryFile
001764     END-IF.
001780 2000-EXIT.
001790     EXIT.
001800
001880*    REPORTING RUN.
001890*    ------------------------------------------------------
001900 2100-TRANSCRIPT-ONE-STUDENT.
001901     PERFORM 2150-FIND-HOLD THRU 2150-EXIT
001902     IF STUDENT-ON-HOLD
001903         PERFORM 2170-WITHHOLD-TRANSCRIPT THRU 2170-EXIT
001904         GO TO 2100-EXIT
001905     END-IF
001910     ADD 1 TO WS-TotalStudents
001911     PERFORM 2350-LOAD-STANDINGS THRU 2350-EXIT
001920     MOVE StudentID   TO TRN-StudentID
001930     MOVE StudentName TO TRN-StudentName
001940     MOVE ClassLevel  TO TRN-ClassLevel
002130     END-IF
002140     WRITE TranscriptLine FROM WS-TRN-BLANK-LINE.
002150 2100-EXIT.
002151     EXIT.
002152
002153 2150-FIND-HOLD.
002154     SET STUDENT-NOT-ON-HOLD TO TRUE
002155     PERFORM 2160-MATCH-HOLD THRU 2160-EXIT
002156         VARYING WS-HOLD-IDX FROM 1 BY 1
002157         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
002158            OR STUDENT-ON-HOLD.
002159 2150-EXIT.
002160     EXIT.
002161
002162 2160-MATCH-HOLD.
002163     IF WS-HOLD-STUDENT-ID(WS-HOLD-IDX) = StudentID
002164         SET STUDENT-ON-HOLD TO TRUE
002165     END-IF.
002166 2160-EXIT.
002167     EXIT.
002170
002171*    ------------------------------------------------------
002172*    A STUDENT ON HOLD GETS THEIR HEADING AND A WITHHELD
002173*    LINE. THEIR COURSE-GRADE RECORDS ARE READ PAST SO THE
002174*    MATCH STAYS IN STEP WITH THE STUDENT MASTER.
002175*    ------------------------------------------------------
002176 2170-WITHHOLD-TRANSCRIPT.
002177     ADD 1 TO WS-TotalWithheld
002178     MOVE StudentID   TO TRN-StudentID
002179     MOVE StudentName TO TRN-StudentName
002180     MOVE ClassLevel  TO TRN-ClassLevel
002181     WRITE TranscriptLine FROM WS-TRN-STUDENT-LINE
002182     MOVE '  TRANSCRIPT WITHHELD - PAST-DUE BALANCE HOLD'
002183         TO TranscriptLine
002184     WRITE TranscriptLine
002185     WRITE TranscriptLine FROM WS-TRN-BLANK-LINE
002186     PERFORM 2200-SKIP-ORPHAN-GRADES THRU 2200-EXIT
002187     PERFORM 1100-READ-COURSE-GRADE THRU 1100-EXIT
002188         UNTIL END-OF-COURSE-GRADES
002189            OR CG-StudentID NOT = StudentID.
002190 2170-EXIT.
002191     EXIT.
002192
002193 2200-SKIP-ORPHAN-GRADES.
002194     PERFORM UNTIL END-OF-COURSE-GRADES
002200        OR CG-StudentID >= StudentID
002210         ADD 1 TO WS-TotalOrphanGrades
002220         PERFORM 1100-READ-COURSE-GRADE THRU 1100-EXIT
002640     MOVE WS-PriorTerm TO TRN-GpaTerm
002650     IF WS-TermCredits > 0
002660         COMPUTE WS-TermGPA ROUNDED =
002661             WS-TermQualPoints / WS-TermCredits
002662     ELSE
002663         MOVE 0 TO WS-TermGPA
002664     END-IF
002665     MOVE WS-TermGPA TO TRN-TermGPA
002666     WRITE TranscriptLine FROM WS-TRN-TERM-GPA-LINE
002667     PERFORM 2450-PRINT-STANDING THRU 2450-EXIT.
002668 2400-EXIT.
002669     EXIT.
002670
002671*    ------------------------------------------------------
002672*    TABLE THE STUDENT'S STANDING HISTORY. RECORDS FOR LOWER
002673*    STUDENT-IDS (A STUDENT NO LONGER ON THE MASTER, OR ONE
002674*    WHOSE TRANSCRIPT WAS WITHHELD) ARE PASSED OVER.
002675*    ------------------------------------------------------
002676 2350-LOAD-STANDINGS.
002677     MOVE 0 TO WS-STANDING-COUNT
002678     PERFORM UNTIL END-OF-STANDINGS
002679        OR SH-StudentID >= StudentID
002680         PERFORM 1310-READ-STANDING THRU 1310-EXIT
002681     END-PERFORM
002682     PERFORM UNTIL END-OF-STANDINGS
002683        OR SH-StudentID NOT = StudentID
002684         IF WS-STANDING-COUNT >= 30
002685             ADD 1 TO WS-StandingTableFull
002686         ELSE
002687             ADD 1 TO WS-STANDING-COUNT
002688             MOVE SH-Term TO WS-ST-TERM(WS-STANDING-COUNT)
002689             MOVE SH-Standing
002690                 TO WS-ST-STANDING(WS-STANDING-COUNT)
002691             MOVE SH-DeansList
002692                 TO WS-ST-DEANS-LIST(WS-STANDING-COUNT)
002693         END-IF
002694         PERFORM 1310-READ-STANDING THRU 1310-EXIT
002695     END-PERFORM.
002696 2350-EXIT.
002697     EXIT.
002698
002699*    ------------------------------------------------------
002700*    THE TERM'S ACADEMIC STANDING UNDER ITS TERM-GPA LINE.
002701*    ------------------------------------------------------
002702 2450-PRINT-STANDING.
002703     SET STANDING-NOT-FOUND TO TRUE
002704     PERFORM 2460-MATCH-STANDING THRU 2460-EXIT
002705         VARYING WS-ST-IDX FROM 1 BY 1
002706         UNTIL WS-ST-IDX > WS-STANDING-COUNT
002707            OR STANDING-FOUND
002708     IF STANDING-NOT-FOUND
002709         GO TO 2450-EXIT
002710     END-IF
002711     EVALUATE TRUE
002712         WHEN ST-GOOD-STANDING(WS-FOUND-ST-IDX)
002713             MOVE 'GOOD STANDING' TO TRN-Standing
002714         WHEN ST-ACADEMIC-WARNING(WS-FOUND-ST-IDX)
002715             MOVE 'ACADEMIC WARNING' TO TRN-Standing
002716         WHEN ST-ACADEMIC-PROBATION(WS-FOUND-ST-IDX)
002717             MOVE 'ACADEMIC PROBATION' TO TRN-Standing
002718         WHEN ST-ACADEMIC-SUSPENSION(WS-FOUND-ST-IDX)
002719             MOVE 'ACADEMIC SUSPENSION' TO TRN-Standing
002720         WHEN ST-RETURNED-TO-GOOD(WS-FOUND-ST-IDX)
002721             MOVE 'RETURNED TO GOOD STANDING' TO TRN-Standing
002722         WHEN OTHER
002723             MOVE SPACES TO TRN-Standing
002724     END-EVALUATE
002725     IF ST-ON-DEANS-LIST(WS-FOUND-ST-IDX)
002726         MOVE '  DEAN''S LIST' TO TRN-DeansListMark
002727     ELSE
002728         MOVE SPACES TO TRN-DeansListMark
002729     END-IF
002730     WRITE TranscriptLine FROM WS-TRN-STANDING-LINE.
002731 2450-EXIT.
002732     EXIT.
002733
002734 2460-MATCH-STANDING.
002735     IF WS-ST-TERM(WS-ST-IDX) = WS-PriorTerm
002736         SET STANDING-FOUND TO TRUE
002737         MOVE WS-ST-IDX TO WS-FOUND-ST-IDX
002738     END-IF.
002739 2460-EXIT.
002740     EXIT.
002750
002760 2500-PRINT-CUMULATIVE-GPA.
003240     DISPLAY 'Course Lines Written: ' WS-TotalCourseLines
003250     DISPLAY 'Orphan Course Grades: ' WS-TotalOrphanGrades
003252     DISPLAY 'Repeat Lines Marked: ' WS-TotalRepeatLines
003253     DISPLAY 'Transcripts Withheld, Hold: ' WS-TotalWithheld
003254     DISPLAY 'Grades Dropped, Table Full: '
003256         WS-GradeTableFull
003257     DISPLAY 'Holds Dropped, Table Full: ' WS-HoldTableFull
003258     DISPLAY 'Standings Dropped, Table Full: '
003259         WS-StandingTableFull
003260     DISPLAY '-----------------------------'.
003270 9000-EXIT.
003280     EXIT.
