000372*    09/02/2026 JDH   THE STUDENT MASTER NOW CARRIES A
000374*                     PROGRAM-OF-STUDY CODE FOR THE NEW
000376*                     DEGREEAUDIT RUN; THE FD HERE FOLLOWS.
000377*    10/15/2026 JDH   AN ADD IS REFUSED FOR A STUDENT UNDER A
000378*                     REGISTRATION HOLD FOR A PAST-DUE BALANCE
000379*                     (STUDENT_HOLDS.DAT, REBUILT DAILY BY
000380*                     STUDENTACCOUNTPOSTING). EVERY ACCEPTED
000381*                     DROP IS APPENDED WITH THE RUN DATE TO THE
000382*                     DROP HISTORY (ENROLLMENT_DROPS.DAT) THAT
000383*                     TUITIONBILLING REFUNDS DROPS FROM.
000384*    10/15/2026 JDH   A FULL COURSE NO LONGER JUST REJECTS THE
000385*                     ADD - IT GOES ON THE COURSE'S WAITLIST IN
000386*                     REQUEST ORDER (WAITLIST.DAT IN,
000387*                     WAITLIST_NEW.DAT OUT, PROMOTED WITH THE
000388*                     ENROLLMENT MASTER) AND THE EXCEPTION LINE
000389*                     GIVES THE POSITION. A DROP, OR A SEAT
000390*                     FOUND OPEN AT THE START OF A RUN, ENROLLS
000391*                     THE FIRST WAITLISTED STUDENT WHO STILL
000392*                     PASSES THE ADD CHECKS, ON
000393*                     PROMOTION_NOTICES.DAT. A DROP FOR A
000394*                     WAITLISTED STUDENT TAKES THEM OFF THE
000395*                     LIST. WAITLISTS ARE PURGED AFTER THE TERM'S
000396*                     ADD/DROP END DATE ON REGISTRATION_CONTROL.
000397*                     DAT. ROSTERS SHOW THE WAITLIST COUNT.
000398*    10/15/2026 JDH   PREREQUISITES ARE ENFORCED ON EVERY ADD
000399*                     FROM COURSE_PREREQS.DAT (REQUIRED COURSE
000400*                     AND MINIMUM GRADE PER COURSE, GROUPED SO
000401*                     ANY ONE COURSE IN A GROUP SATISFIES IT)
000402*                     AGAINST COURSE_GRADES.DAT, OR A STANDING
000403*                     UNGRADED ENROLLMENT IN AN EARLIER TERM. A
000404*                     FAILING ADD IS REJECTED NAMING THE MISSING
000405*                     PREREQUISITE. NEW ACTION 'O' IS AN ADD WITH
000406*                     A DEPARTMENT CHAIR'S PREREQUISITE OVERRIDE,
000407*                     THE CHAIR IN ENR-APPROVEDBY; EVERY OVERRIDE
000408*                     IS LOGGED TO PREREQ_OVERRIDE_LOG.DAT, WITH
000409*                     WHETHER THE ADD WAS ENROLLED, WAITLISTED
000410*                     OR REJECTED, AND CARRIED ON THE WAITLIST
000411*                     ENTRY.
000412*
000413 ENVIRONMENT DIVISION.
000414 INPUT-OUTPUT SECTION.
000415 FILE-CONTROL.
000420     SELECT StudentFile ASSIGN TO 'students.dat'
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000600     SELECT RosterFile ASSIGN TO 'class_rosters.dat'
000601         ORGANIZATION IS LINE SEQUENTIAL.
000602
000603     SELECT EnrollExceptionFile
000604         ASSIGN TO 'enroll_exceptions.dat'
000610         ORGANIZATION IS LINE SEQUENTIAL.
000611
000612     SELECT StudentHoldFile ASSIGN TO 'student_holds.dat'
000613         ORGANIZATION IS LINE SEQUENTIAL
000614         FILE STATUS IS WS-StudentHoldStatus.
000615
000616     SELECT DropHistoryFile ASSIGN TO 'enrollment_drops.dat'
000617         ORGANIZATION IS LINE SEQUENTIAL
000618         FILE STATUS IS WS-DropHistoryStatus.
000620
000621     SELECT WaitlistFile ASSIGN TO 'waitlist.dat'
000622         ORGANIZATION IS LINE SEQUENTIAL
000623         FILE STATUS IS WS-WaitlistStatus.
000624
000625     SELECT NewWaitlistFile ASSIGN TO 'waitlist_new.dat'
000626         ORGANIZATION IS LINE SEQUENTIAL.
000627
000628     SELECT PromotionNoticeFile
000629         ASSIGN TO 'promotion_notices.dat'
000650         ORGANIZATION IS LINE SEQUENTIAL.
000651
000652     SELECT RegistrationControlFile
000653         ASSIGN TO 'registration_control.dat'
000654         ORGANIZATION IS LINE SEQUENTIAL
000655         FILE STATUS IS WS-RegControlStatus.
000656
000657     SELECT PrereqFile ASSIGN TO 'course_prereqs.dat'
000658         ORGANIZATION IS LINE SEQUENTIAL
000659         FILE STATUS IS WS-PrereqStatus.
000660
000661     SELECT CourseGradeFile ASSIGN TO 'course_grades.dat'
000662         ORGANIZATION IS LINE SEQUENTIAL
000663         FILE STATUS IS WS-CourseGradeStatus.
000664
000665     SELECT OverrideLogFile
000666         ASSIGN TO 'prereq_override_log.dat'
000667         ORGANIZATION IS LINE SEQUENTIAL
000668         FILE STATUS IS WS-OverrideLogStatus.
000669
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  StudentFile.
000850     05  ENR-Action         PIC X(1).
000860         88  ADD-ENROLL-ACTION        VALUE 'A'.
000870         88  DROP-ENROLL-ACTION       VALUE 'D'.
000871         88  OVERRIDE-ENROLL-ACTION   VALUE 'O'.
000880     05  ENR-StudentID      PIC 9(5).
000890     05  ENR-CourseID       PIC X(10).
000900     05  ENR-Term           PIC X(6).
000901*    THE APPROVING DEPARTMENT CHAIR ON AN 'O' TRANSACTION.
000902     05  ENR-ApprovedBy     PIC X(8).
000910
000920 FD  EnrollMasterFile.
000930 01  EnrollMasterRecord.
001100     05  EEX-CourseID       PIC X(10).
001110     05  EEX-Term           PIC X(6).
001120     05  EEX-Action         PIC X(1).
001121     05  EEX-Reason         PIC X(40).
001122
001123*    STUDENT HOLDS - THE LAYOUT STUDENTACCOUNTPOSTING WRITES.
001124 FD  StudentHoldFile.
001125 01  StudentHoldRecord.
001126     05  SHD-StudentID      PIC 9(5).
001127     05  SHD-HoldType       PIC X(1).
001128         88  REGISTRATION-HOLD        VALUE 'R'.
001129         88  TRANSCRIPT-HOLD          VALUE 'T'.
001130     05  SHD-PastDueAmount  PIC 9(7)V99.
001131     05  SHD-PlacedDate     PIC 9(8).
001132
001133 FD  DropHistoryFile.
001134 01  DropHistoryRecord.
001135     05  EDR-StudentID      PIC 9(5).
001136     05  EDR-CourseID       PIC X(10).
001137     05  EDR-Term           PIC X(6).
001138     05  EDR-DropDate       PIC 9(8).
001140
001141*    WAITLIST - ONE RECORD PER WAITING STUDENT, IN REQUEST
001142*    ORDER. THE POSITION IS RENUMBERED EACH RUN.
001143 FD  WaitlistFile.
001144 01  WaitlistRecord.
001145     05  WLT-StudentID      PIC 9(5).
001146     05  WLT-CourseID       PIC X(10).
001147     05  WLT-Term           PIC X(6).
001148     05  WLT-RequestDate    PIC 9(8).
001149     05  WLT-Position       PIC 9(3).
001150     05  WLT-ApprovedBy     PIC X(8).
001151
001152 FD  NewWaitlistFile.
001153 01  NewWaitlistRecord.
001154     05  NWL-StudentID      PIC 9(5).
001155     05  NWL-CourseID       PIC X(10).
001156     05  NWL-Term           PIC X(6).
001157     05  NWL-RequestDate    PIC 9(8).
001158     05  NWL-Position       PIC 9(3).
001159     05  NWL-ApprovedBy     PIC X(8).
001160
001161 FD  PromotionNoticeFile.
001162 01  PromotionNoticeRecord.
001163     05  PRN-StudentID      PIC 9(5).
001164     05  PRN-CourseID       PIC X(10).
001165     05  PRN-CourseTitle    PIC X(30).
001166     05  PRN-Term           PIC X(6).
001167     05  PRN-RequestDate    PIC 9(8).
001168     05  PRN-PromotedDate   PIC 9(8).
001169
001170*    REGISTRATION CONTROL - THE LAST DAY OF ADD/DROP PER TERM.
001171 FD  RegistrationControlFile.
001172 01  RegistrationControlRecord.
001173     05  RGC-Term           PIC X(6).
001174     05  RGC-AddDropEndDate PIC 9(8).
001175
001176*    PREREQUISITES - ONE RECORD PER REQUIRED COURSE. EVERY
001177*    GROUP OF A COURSE MUST BE MET; WITHIN A GROUP ANY ONE
001178*    REQUIRED COURSE MEETS IT. A BLANK MINIMUM GRADE IS D.
001179 FD  PrereqFile.
001180 01  PrereqRecord.
001181     05  PRQ-CourseID       PIC X(10).
001182     05  PRQ-GroupNo        PIC 9(2).
001183     05  PRQ-RequiredCourse PIC X(10).
001184     05  PRQ-MinimumGrade   PIC X(1).
001185
001186 FD  CourseGradeFile.
001187 01  CourseGradeRecord.
001188     05  CG-StudentID      PIC 9(5).
001189     05  CG-CourseID       PIC X(10).
001190     05  CG-LetterGrade    PIC X(1).
001191     05  CG-CreditHours    PIC 9(1).
001192     05  CG-Term           PIC X(6).
001193
001194*    OVERRIDE LOG - CUMULATIVE AUDIT OF EVERY CHAIR OVERRIDE.
001195 FD  OverrideLogFile.
001196 01  OverrideLogRecord.
001197     05  POL-StudentID      PIC 9(5).
001198     05  POL-CourseID       PIC X(10).
001199     05  POL-Term           PIC X(6).
001200     05  POL-Department     PIC X(10).
001201     05  POL-ApprovedBy     PIC X(8).
001202     05  POL-MissingCourse  PIC X(10).
001203     05  POL-Disposition    PIC X(1).
001204         88  OVERRIDE-APPLIED         VALUE 'A'.
001205         88  OVERRIDE-NOT-NEEDED      VALUE 'N'.
001206     05  POL-AddResult      PIC X(1).
001207         88  OVERRIDE-ENROLLED        VALUE 'E'.
001208         88  OVERRIDE-WAITLISTED      VALUE 'W'.
001209         88  OVERRIDE-REJECTED        VALUE 'R'.
001210     05  POL-LogDate        PIC 9(8).
001211
001212 WORKING-STORAGE SECTION.
001213*    STUDENT TABLE - EVERY STUDENT-ID ON THE MASTER, SO A
001214*    REGISTRATION FOR AN UNKNOWN STUDENT IS REJECTED.
001215 01  WS-STUDENT-TABLE.
001216     05  WS-STU-ID OCCURS 1000 TIMES
001217                               PIC 9(5).
001218
001220 01  WS-STUDENT-COUNT          PIC 9(5) VALUE 0 COMP.
001230 01  WS-STU-IDX                PIC 9(5) VALUE 0 COMP.
001240 01  WS-StudentTableFull       PIC 9(5) VALUE 0 COMP.
001330         10  WS-CAT-COURSE-ID     PIC X(10).
001340         10  WS-CAT-TITLE         PIC X(30).
001350         10  WS-CAT-CAPACITY      PIC 9(3).
001351         10  WS-CAT-DEPARTMENT    PIC X(10).
001360
001370 01  WS-CATALOG-COUNT          PIC 9(5) VALUE 0 COMP.
001380 01  WS-CAT-IDX                PIC 9(5) VALUE 0 COMP.
001600 01  WS-EnrollTableFull        PIC 9(5) VALUE 0 COMP.
001610
001620 01  WS-ENL-FOUND-SWITCH       PIC X(1) VALUE 'N'.
001621     88  ENROLLMENT-FOUND             VALUE 'Y'.
001622     88  ENROLLMENT-NOT-FOUND         VALUE 'N'.
001623
001624 01  WS-SeatCount              PIC 9(5) VALUE 0.
001625
001626 01  WS-EnrollMasterStatus     PIC X(2) VALUE SPACES.
001627
001628*    HOLD-STATUS 35 MEANS NO HOLD HAS EVER BEEN PLACED.
001629 01  WS-StudentHoldStatus      PIC X(2) VALUE SPACES.
001630
001631*    DROP-HISTORY-STATUS 35 MEANS NO DROP HAS EVER BEEN
001632*    RECORDED - THE FIRST DROP CREATES THE FILE BEFORE
001633*    RE-OPENING EXTEND.
001634 01  WS-DropHistoryStatus      PIC X(2) VALUE SPACES.
001635
001636 01  WS-RunDate                PIC 9(8) VALUE 0.
001637
001638*    HOLD TABLE - EVERY STUDENT UNDER A REGISTRATION HOLD.
001639 01  WS-HOLD-TABLE.
001640     05  WS-HOLD-STUDENT-ID OCCURS 1000 TIMES
001641                               PIC 9(5).
001642
001643 01  WS-HOLD-COUNT             PIC 9(5) VALUE 0 COMP.
001644 01  WS-HOLD-IDX               PIC 9(5) VALUE 0 COMP.
001645 01  WS-HoldTableFull          PIC 9(5) VALUE 0 COMP.
001646
001647 01  WS-HOLD-FOUND-SWITCH      PIC X(1) VALUE 'N'.
001648     88  STUDENT-ON-HOLD              VALUE 'Y'.
001649     88  STUDENT-NOT-ON-HOLD          VALUE 'N'.
001650
001651 01  WS-EOF-HOLDS-SWITCH       PIC X(1) VALUE 'N'.
001652     88  END-OF-HOLDS                 VALUE 'Y'.
001653
001654*    WAITLIST TABLE - THE WHOLE WAITLIST FILE PLUS THIS RUN'S
001655*    NEW ENTRIES, IN REQUEST ORDER. ONLY ACTIVE ENTRIES GO TO
001656*    THE NEW WAITLIST.
001657 01  WS-WAITLIST-TABLE.
001658     05  WS-WAIT-ENTRY OCCURS 1000 TIMES.
001659         10  WS-WTL-STUDENT-ID    PIC 9(5).
001660         10  WS-WTL-COURSE-ID     PIC X(10).
001661         10  WS-WTL-TERM          PIC X(6).
001662         10  WS-WTL-REQUEST-DATE  PIC 9(8).
001663         10  WS-WTL-APPROVED-BY   PIC X(8).
001664         10  WS-WTL-STATUS        PIC X(1).
001665             88  WAITLIST-ENTRY-ACTIVE    VALUE SPACE.
001666             88  WAITLIST-ENTRY-PROMOTED  VALUE 'P'.
001667             88  WAITLIST-ENTRY-WITHDRAWN VALUE 'W'.
001668             88  WAITLIST-ENTRY-PURGED    VALUE 'X'.
001669             88  WAITLIST-ENTRY-REMOVED   VALUE 'R'.
001670
001671 01  WS-WAITLIST-COUNT         PIC 9(5) VALUE 0 COMP.
001672 01  WS-WTL-IDX                PIC 9(5) VALUE 0 COMP.
001673 01  WS-WTL-JDX                PIC 9(5) VALUE 0 COMP.
001674 01  WS-FOUND-WTL-IDX          PIC 9(5) VALUE 0 COMP.
001675 01  WS-WaitlistTableFull      PIC 9(5) VALUE 0 COMP.
001676 01  WS-WaitPosition           PIC 9(3) VALUE 0.
001677 01  WS-WaitCount              PIC 9(5) VALUE 0 COMP.
001678
001679 01  WS-WTL-FOUND-SWITCH       PIC X(1) VALUE 'N'.
001680     88  WAITLIST-ENTRY-FOUND         VALUE 'Y'.
001681     88  WAITLIST-ENTRY-NOT-FOUND     VALUE 'N'.
001682
001683*    WAITLIST-STATUS 35 MEANS NO ONE HAS EVER BEEN WAITLISTED.
001684 01  WS-WaitlistStatus         PIC X(2) VALUE SPACES.
001685 01  WS-RegControlStatus       PIC X(2) VALUE SPACES.
001686
001687 01  WS-EOF-WAITLIST-SWITCH    PIC X(1) VALUE 'N'.
001688     88  END-OF-WAITLIST              VALUE 'Y'.
001690
001691 01  WS-EOF-REG-CONTROL-SWITCH PIC X(1) VALUE 'N'.
001692     88  END-OF-REG-CONTROL           VALUE 'Y'.
001693
001694*    PROMOTION SCOPE - EVERY COURSE FOR THE SWEEP AT THE
001695*    START OF THE RUN, ONLY THE DROPPED COURSE AFTER A DROP.
001696 01  WS-PROMOTE-SCOPE-SWITCH   PIC X(1) VALUE 'A'.
001697     88  PROMOTE-ALL-COURSES          VALUE 'A'.
001698     88  PROMOTE-ONE-COURSE           VALUE 'O'.
001699
001700 01  WS-PromoteCourseID        PIC X(10) VALUE SPACES.
001701 01  WS-PromoteTerm            PIC X(6) VALUE SPACES.
001702
001703*    THE TRANSACTION IN HAND IS SET ASIDE WHILE A WAITLISTED
001704*    STUDENT IS RUN THROUGH THE ADD CHECKS IN ITS PLACE.
001705 01  WS-SavedTransRecord       PIC X(30) VALUE SPACES.
001706
001707*    ADD/DROP END DATE PER TERM.
001708 01  WS-ADD-DROP-TABLE.
001709     05  WS-ADD-DROP-ENTRY OCCURS 20 TIMES.
001710         10  WS-ADE-TERM          PIC X(6).
001711         10  WS-ADE-END-DATE      PIC 9(8).
001712
001713 01  WS-ADD-DROP-COUNT         PIC 9(3) VALUE 0 COMP.
001714 01  WS-ADE-IDX                PIC 9(3) VALUE 0 COMP.
001715 01  WS-FOUND-ADE-IDX          PIC 9(3) VALUE 0 COMP.
001716
001717 01  WS-ADE-FOUND-SWITCH       PIC X(1) VALUE 'N'.
001718     88  ADD-DROP-END-FOUND           VALUE 'Y'.
001719     88  ADD-DROP-END-NOT-FOUND       VALUE 'N'.
001720
001721 01  WS-SearchTerm             PIC X(6) VALUE SPACES.
001722
001723 01  WS-WAITLIST-REASON.
001724     05  FILLER             PIC X(35)
001725         VALUE 'COURSE FULL - WAITLISTED, POSITION '.
001726     05  WRS-Position       PIC ZZ9.
001727
001728*    PREREQUISITE TABLE - THE WHOLE PREREQUISITE FILE.
001729 01  WS-PREREQ-TABLE.
001730     05  WS-PREREQ-ENTRY OCCURS 600 TIMES.
001731         10  WS-PRQ-COURSE-ID     PIC X(10).
001732         10  WS-PRQ-GROUP-NO      PIC 9(2).
001733         10  WS-PRQ-REQUIRED      PIC X(10).
001734         10  WS-PRQ-MIN-GRADE     PIC X(1).
001735
001736 01  WS-PREREQ-COUNT           PIC 9(5) VALUE 0 COMP.
001737 01  WS-PRQ-IDX                PIC 9(5) VALUE 0 COMP.
001738 01  WS-PRQ-JDX                PIC 9(5) VALUE 0 COMP.
001739 01  WS-PrereqTableFull        PIC 9(5) VALUE 0 COMP.
001740
001741*    GRADE HISTORY - EVERY COURSE-GRADE RECORD ON FILE.
001742 01  WS-GRADE-TABLE.
001743     05  WS-GRADE-ENTRY OCCURS 5000 TIMES.
001744         10  WS-GRD-STUDENT-ID    PIC 9(5).
001745         10  WS-GRD-COURSE-ID     PIC X(10).
001746         10  WS-GRD-LETTER        PIC X(1).
001747         10  WS-GRD-TERM          PIC X(6).
001750
001751 01  WS-GRADE-COUNT            PIC 9(5) VALUE 0 COMP.
001752 01  WS-GRD-IDX                PIC 9(5) VALUE 0 COMP.
001753 01  WS-GradeTableFull         PIC 9(5) VALUE 0 COMP.
001754
001755 01  WS-PrereqStatus           PIC X(2) VALUE SPACES.
001756 01  WS-CourseGradeStatus      PIC X(2) VALUE SPACES.
001757 01  WS-OverrideLogStatus      PIC X(2) VALUE SPACES.
001758
001759 01  WS-EOF-PREREQS-SWITCH     PIC X(1) VALUE 'N'.
001760     88  END-OF-PREREQS               VALUE 'Y'.
001761
001762 01  WS-EOF-GRADES-SWITCH      PIC X(1) VALUE 'N'.
001763     88  END-OF-COURSE-GRADES         VALUE 'Y'.
001764
001765 01  WS-PREREQ-MET-SWITCH      PIC X(1) VALUE 'Y'.
001766     88  PREREQUISITES-MET            VALUE 'Y'.
001767     88  PREREQUISITES-NOT-MET        VALUE 'N'.
001768
001769 01  WS-GROUP-MET-SWITCH       PIC X(1) VALUE 'N'.
001770     88  GROUP-IS-MET                 VALUE 'Y'.
001771     88  GROUP-NOT-MET                VALUE 'N'.
001772
001773 01  WS-GRD-FOUND-SWITCH       PIC X(1) VALUE 'N'.
001774     88  GRADE-FOUND                  VALUE 'Y'.
001775     88  GRADE-NOT-FOUND              VALUE 'N'.
001780
001781 01  WS-RequiredCourse         PIC X(10) VALUE SPACES.
001782 01  WS-RequiredGrade          PIC X(1) VALUE SPACE.
001783 01  WS-InProgressTerm         PIC X(6) VALUE SPACES.
001784*
001785*    TERM KEY - YEAR TIMES TEN PLUS THE SEASON'S PLACE IN THE
001786*    ACADEMIC YEAR. AN UNKNOWN SEASON SORTS LAST IN ITS YEAR.
001787 01  WS-TermWork.
001788     05  WS-TermYear           PIC 9(4).
001789     05  WS-TermSeason         PIC X(2).
001790         88  WINTER-TERM               VALUE 'WI'.
001791         88  SPRING-TERM               VALUE 'SP'.
001792         88  SUMMER-TERM               VALUE 'SU'.
001793         88  FALL-TERM                 VALUE 'FA'.
001794 01  WS-TermKey                PIC 9(5) VALUE 0.
001795 01  WS-RequestTermKey         PIC 9(5) VALUE 0.
001796
001797 01  WS-PREREQ-REASON.
001798     05  FILLER             PIC X(23)
001799         VALUE 'PREREQUISITE NOT MET - '.
001800     05  PRR-CourseID       PIC X(10).
001801     05  FILLER             PIC X(5) VALUE ' MIN '.
001802     05  PRR-Grade          PIC X(1).
001803
001804 01  WS-EOF-STUDENTS-SWITCH    PIC X(1) VALUE 'N'.
001805     88  END-OF-STUDENTS              VALUE 'Y'.
001806
001807 01  WS-EOF-CATALOG-SWITCH     PIC X(1) VALUE 'N'.
001808     88  END-OF-CATALOG               VALUE 'Y'.
001810
001811 01  WS-EOF-MASTER-SWITCH      PIC X(1) VALUE 'N'.
001812     88  END-OF-ENROLL-MASTER         VALUE 'Y'.
001813
001814 01  WS-EOF-TRANS-SWITCH       PIC X(1) VALUE 'N'.
001815     88  END-OF-ENROLL-TRANS          VALUE 'Y'.
001816
001820 01  WS-TotalTrans             PIC 9(5) VALUE 0 COMP.
001830 01  WS-TotalAdds              PIC 9(5) VALUE 0 COMP.
001840 01  WS-TotalDrops             PIC 9(5) VALUE 0 COMP.
001850 01  WS-TotalExceptions        PIC 9(5) VALUE 0 COMP.
001851 01  WS-TotalEnrollOut         PIC 9(5) VALUE 0 COMP.
001852 01  WS-TotalHoldRefusals      PIC 9(5) VALUE 0 COMP.
001853 01  WS-TotalWaitlisted        PIC 9(5) VALUE 0 COMP.
001854 01  WS-TotalPromoted          PIC 9(5) VALUE 0 COMP.
001855 01  WS-TotalWaitWithdrawn     PIC 9(5) VALUE 0 COMP.
001856 01  WS-TotalWaitPurged        PIC 9(5) VALUE 0 COMP.
001857 01  WS-TotalWaitRemoved       PIC 9(5) VALUE 0 COMP.
001858 01  WS-TotalWaitOut           PIC 9(5) VALUE 0 COMP.
001859 01  WS-TotalPrereqRefusals     PIC 9(5) VALUE 0 COMP.
001860 01  WS-TotalOverridesApplied  PIC 9(5) VALUE 0 COMP.
001861 01  WS-TotalOverridesUnneeded PIC 9(5) VALUE 0 COMP.
001870 01  WS-TotalRosterLines       PIC 9(7) VALUE 0 COMP.
001880
001890*    ROSTER PRINT-LINE LAYOUTS.
002000     05  RD-Term            PIC X(6).
002010     05  FILLER             PIC X(2) VALUE SPACES.
002020     05  RD-StudentID       PIC 9(5).
002021
002022 01  WS-ROSTER-WAITLIST-LINE.
002023     05  FILLER             PIC X(2) VALUE SPACES.
002024     05  FILLER             PIC X(11) VALUE 'WAITLISTED '.
002025     05  RW-WaitCount       PIC ZZZ9.
002030
002040 01  WS-ROSTER-BLANK-LINE   PIC X(80) VALUE SPACES.
002050
002120     PERFORM 1300-LOAD-STUDENTS THRU 1300-EXIT
002130     PERFORM 1400-LOAD-CATALOG THRU 1400-EXIT
002140     PERFORM 1500-LOAD-ENROLL-MASTER THRU 1500-EXIT
002141     PERFORM 1600-LOAD-HOLDS THRU 1600-EXIT
002142     PERFORM 1700-LOAD-WAITLIST THRU 1700-EXIT
002143     PERFORM 1800-LOAD-ADD-DROP-DATES THRU 1800-EXIT
002144     PERFORM 1850-PURGE-WAITLISTS THRU 1850-EXIT
002145     PERFORM 1900-LOAD-PREREQUISITES THRU 1900-EXIT
002146     PERFORM 1950-LOAD-GRADE-HISTORY THRU 1950-EXIT
002150     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
002160     PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT
002161     PERFORM 3200-WRITE-NEW-WAITLIST THRU 3200-EXIT
002170     PERFORM 4000-WRITE-ROSTERS THRU 4000-EXIT
002180     PERFORM 9000-DISPLAY-SUMMARY THRU 9000-EXIT
002190     STOP RUN.
002200
002210 1000-INITIALIZE.
002211     DISPLAY 'COURSE ENROLLMENT - REGISTRATION RUN'
002212     ACCEPT WS-RunDate FROM DATE YYYYMMDD.
002230 1000-EXIT.
002240     EXIT.
002250
002770             TO WS-CAT-TITLE(WS-CATALOG-COUNT)
002780         MOVE CAT-SeatCapacity
002790             TO WS-CAT-CAPACITY(WS-CATALOG-COUNT)
002791         MOVE CAT-Department
002792             TO WS-CAT-DEPARTMENT(WS-CATALOG-COUNT)
002800     END-IF.
002810 1410-EXIT.
002820     EXIT.
002920     END-IF
002930     PERFORM UNTIL END-OF-ENROLL-MASTER
002940         READ EnrollMasterFile INTO EnrollMasterRecord
002941             AT END
002942                 SET END-OF-ENROLL-MASTER TO TRUE
002943             NOT AT END
002944                 PERFORM 1510-STORE-ENROLLMENT THRU 1510-EXIT
002945         END-READ
002946     END-PERFORM
002947     CLOSE EnrollMasterFile.
002948 1500-EXIT.
002949     EXIT.
002950
002951 1510-STORE-ENROLLMENT.
002952     IF WS-ENROLL-COUNT >= 2000
002953         ADD 1 TO WS-EnrollTableFull
002954         DISPLAY 'ENROLLMENT TABLE FULL, DROPPED STUDENT '
002955             ENM-StudentID ' COURSE ' ENM-CourseID
002956     ELSE
002957         ADD 1 TO WS-ENROLL-COUNT
002958         MOVE ENM-StudentID
002959             TO WS-ENL-STUDENT-ID(WS-ENROLL-COUNT)
002960         MOVE ENM-CourseID
002961             TO WS-ENL-COURSE-ID(WS-ENROLL-COUNT)
002962         MOVE ENM-Term TO WS-ENL-TERM(WS-ENROLL-COUNT)
002963         MOVE SPACE TO WS-ENL-DROP-SWITCH(WS-ENROLL-COUNT)
002964     END-IF.
002965 1510-EXIT.
002966     EXIT.
002967
002968*    ------------------------------------------------------
002969*    LOAD THE REGISTRATION HOLDS. NO HOLD FILE MEANS NO
002970*    STUDENT IS ON HOLD.
002971*    ------------------------------------------------------
002972 1600-LOAD-HOLDS.
002973     OPEN INPUT StudentHoldFile
002974     IF WS-StudentHoldStatus NOT = '00'
002975         DISPLAY 'STUDENT HOLD FILE CANNOT BE OPENED - STATUS '
002976             WS-StudentHoldStatus ' - NO HOLDS APPLIED'
002977         GO TO 1600-EXIT
002978     END-IF
002979     PERFORM UNTIL END-OF-HOLDS
002980         READ StudentHoldFile INTO StudentHoldRecord
002981             AT END
002982                 SET END-OF-HOLDS TO TRUE
002983             NOT AT END
002984                 IF REGISTRATION-HOLD
002985                     PERFORM 1610-STORE-HOLD THRU 1610-EXIT
002986                 END-IF
002990         END-READ
002991     END-PERFORM
002992     CLOSE StudentHoldFile.
002993 1600-EXIT.
002994     EXIT.
002995
002996 1610-STORE-HOLD.
002997     IF WS-HOLD-COUNT >= 1000
002998         ADD 1 TO WS-HoldTableFull
002999         DISPLAY 'HOLD TABLE FULL, DROPPED STUDENT '
003000             SHD-StudentID
003001     ELSE
003002         ADD 1 TO WS-HOLD-COUNT
003003         MOVE SHD-StudentID TO WS-HOLD-STUDENT-ID(WS-HOLD-COUNT)
003004     END-IF.
003005 1610-EXIT.
003006     EXIT.
003007
003008*    ------------------------------------------------------
003009*    LOAD THE WAITLIST. STATUS 35 MEANS NO ONE HAS EVER BEEN
003010*    WAITLISTED - THE LIST STARTS EMPTY.
003011*    ------------------------------------------------------
003012 1700-LOAD-WAITLIST.
003013     OPEN INPUT WaitlistFile
003014     IF WS-WaitlistStatus = '35'
003015         GO TO 1700-EXIT
003016     END-IF
003017     PERFORM UNTIL END-OF-WAITLIST
003018         READ WaitlistFile INTO WaitlistRecord
003019             AT END
003020                 SET END-OF-WAITLIST TO TRUE
003021             NOT AT END
003022                 PERFORM 1710-STORE-WAITLIST-ENTRY
003023                     THRU 1710-EXIT
003024         END-READ
003025     END-PERFORM
003026     CLOSE WaitlistFile.
003027 1700-EXIT.
003030     EXIT.
003040
003041 1710-STORE-WAITLIST-ENTRY.
003042     IF WS-WAITLIST-COUNT >= 1000
003043         ADD 1 TO WS-WaitlistTableFull
003044         DISPLAY 'WAITLIST TABLE FULL, DROPPED STUDENT '
003045             WLT-StudentID ' COURSE ' WLT-CourseID
003046     ELSE
003047         ADD 1 TO WS-WAITLIST-COUNT
003048         MOVE WLT-StudentID
003049             TO WS-WTL-STUDENT-ID(WS-WAITLIST-COUNT)
003050         MOVE WLT-CourseID
003051             TO WS-WTL-COURSE-ID(WS-WAITLIST-COUNT)
003052         MOVE WLT-Term TO WS-WTL-TERM(WS-WAITLIST-COUNT)
003053         MOVE WLT-ApprovedBy
003054             TO WS-WTL-APPROVED-BY(WS-WAITLIST-COUNT)
003055         MOVE WLT-RequestDate
003056             TO WS-WTL-REQUEST-DATE(WS-WAITLIST-COUNT)
003057         MOVE SPACE TO WS-WTL-STATUS(WS-WAITLIST-COUNT)
003058     END-IF.
003059 1710-EXIT.
003060     EXIT.
003061
003062*    ------------------------------------------------------
003063*    PICK UP EACH TERM'S ADD/DROP END DATE. WITHOUT THE
003064*    CONTROL FILE NO WAITLIST IS PURGED AND A FULL COURSE
003065*    STILL TAKES WAITLIST ENTRIES.
003066*    ------------------------------------------------------
003067 1800-LOAD-ADD-DROP-DATES.
003068     OPEN INPUT RegistrationControlFile
003069     IF WS-RegControlStatus NOT = '00'
003070         DISPLAY 'REGISTRATION CONTROL FILE CANNOT BE OPENED -'
003071             ' STATUS ' WS-RegControlStatus ' - NO WAITLIST PURGE'
003072         GO TO 1800-EXIT
003073     END-IF
003074     PERFORM UNTIL END-OF-REG-CONTROL
003075         READ RegistrationControlFile
003076             AT END
003077                 SET END-OF-REG-CONTROL TO TRUE
003078             NOT AT END
003079                 PERFORM 1810-STORE-ADD-DROP-DATE
003080                     THRU 1810-EXIT
003081         END-READ
003082     END-PERFORM
003083     CLOSE RegistrationControlFile.
003084 1800-EXIT.
003085     EXIT.
003086
003087 1810-STORE-ADD-DROP-DATE.
003088     IF WS-ADD-DROP-COUNT >= 20
003089         DISPLAY 'ADD/DROP TABLE FULL, DROPPED TERM ' RGC-Term
003100     ELSE
003101         ADD 1 TO WS-ADD-DROP-COUNT
003102         MOVE RGC-Term TO WS-ADE-TERM(WS-ADD-DROP-COUNT)
003103         MOVE RGC-AddDropEndDate
003104             TO WS-ADE-END-DATE(WS-ADD-DROP-COUNT)
003105     END-IF.
003106 1810-EXIT.
003107     EXIT.
003108
003109*    ------------------------------------------------------
003110*    PURGE EVERY WAITLIST ENTRY FOR A TERM WHOSE ADD/DROP
003111*    PERIOD HAS ENDED - NO SEAT CAN BE OFFERED ANY LONGER.
003112*    ------------------------------------------------------
003113 1850-PURGE-WAITLISTS.
003114     PERFORM 1860-PURGE-ONE-ENTRY THRU 1860-EXIT
003115         VARYING WS-WTL-IDX FROM 1 BY 1
003116         UNTIL WS-WTL-IDX > WS-WAITLIST-COUNT.
003117 1850-EXIT.
003118     EXIT.
003119
003120 1860-PURGE-ONE-ENTRY.
003121     IF NOT WAITLIST-ENTRY-ACTIVE(WS-WTL-IDX)
003122         GO TO 1860-EXIT
003123     END-IF
003124     MOVE WS-WTL-TERM(WS-WTL-IDX) TO WS-SearchTerm
003125     PERFORM 2850-FIND-ADD-DROP-END THRU 2850-EXIT
003126     IF ADD-DROP-END-FOUND
003127        AND WS-RunDate > WS-ADE-END-DATE(WS-FOUND-ADE-IDX)
003128         MOVE 'X' TO WS-WTL-STATUS(WS-WTL-IDX)
003129         ADD 1 TO WS-TotalWaitPurged
003130     END-IF.
003131 1860-EXIT.
003132     EXIT.
003133
003134*    ------------------------------------------------------
003135*    LOAD THE PREREQUISITES. WITHOUT THE FILE NO ADD IS
003136*    CHECKED FOR PREREQUISITES.
003137*    ------------------------------------------------------
003138 1900-LOAD-PREREQUISITES.
003139     OPEN INPUT PrereqFile
003140     IF WS-PrereqStatus NOT = '00'
003141         DISPLAY 'PREREQUISITE FILE CANNOT BE OPENED - STATUS '
003142             WS-PrereqStatus ' - NO PREREQUISITE CHECK'
003143         GO TO 1900-EXIT
003144     END-IF
003145     PERFORM UNTIL END-OF-PREREQS
003146         READ PrereqFile
003147             AT END
003148                 SET END-OF-PREREQS TO TRUE
003149             NOT AT END
003150                 PERFORM 1910-STORE-PREREQUISITE THRU 1910-EXIT
003151         END-READ
003152     END-PERFORM
003153     CLOSE PrereqFile.
003154 1900-EXIT.
003155     EXIT.
003156
003157 1910-STORE-PREREQUISITE.
003158     IF WS-PREREQ-COUNT >= 600
003159         ADD 1 TO WS-PrereqTableFull
003160         DISPLAY 'PREREQUISITE TABLE FULL, DROPPED COURSE '
003161             PRQ-CourseID ' REQUIRES ' PRQ-RequiredCourse
003162     ELSE
003163         ADD 1 TO WS-PREREQ-COUNT
003164         MOVE PRQ-CourseID TO WS-PRQ-COURSE-ID(WS-PREREQ-COUNT)
003165         MOVE PRQ-GroupNo  TO WS-PRQ-GROUP-NO(WS-PREREQ-COUNT)
003166         MOVE PRQ-RequiredCourse
003167             TO WS-PRQ-REQUIRED(WS-PREREQ-COUNT)
003168         IF PRQ-MinimumGrade = SPACE
003169             MOVE 'D' TO WS-PRQ-MIN-GRADE(WS-PREREQ-COUNT)
003170         ELSE
003171             MOVE PRQ-MinimumGrade
003172                 TO WS-PRQ-MIN-GRADE(WS-PREREQ-COUNT)
003173         END-IF
003174     END-IF.
003175 1910-EXIT.
003176     EXIT.
003177
003178*    ------------------------------------------------------
003179*    LOAD THE GRADE HISTORY. WITHOUT IT ONLY A PREREQUISITE
003180*    IN PROGRESS CAN BE MET.
003181*    ------------------------------------------------------
003182 1950-LOAD-GRADE-HISTORY.
003183     OPEN INPUT CourseGradeFile
003184     IF WS-CourseGradeStatus NOT = '00'
003185         DISPLAY 'COURSE GRADE FILE CANNOT BE OPENED - STATUS '
003186             WS-CourseGradeStatus ' - NO GRADE HISTORY'
003187         GO TO 1950-EXIT
003188     END-IF
003189     PERFORM UNTIL END-OF-COURSE-GRADES
003190         READ CourseGradeFile
003191             AT END
003192                 SET END-OF-COURSE-GRADES TO TRUE
003193             NOT AT END
003194                 PERFORM 1960-STORE-GRADE THRU 1960-EXIT
003195         END-READ
003196     END-PERFORM
003197     CLOSE CourseGradeFile.
003198 1950-EXIT.
003200     EXIT.
003201
003202 1960-STORE-GRADE.
003203     IF WS-GRADE-COUNT >= 5000
003204         ADD 1 TO WS-GradeTableFull
003205         DISPLAY 'GRADE TABLE FULL, DROPPED STUDENT '
003206             CG-StudentID ' COURSE ' CG-CourseID
003207     ELSE
003208         ADD 1 TO WS-GRADE-COUNT
003209         MOVE CG-StudentID  TO WS-GRD-STUDENT-ID(WS-GRADE-COUNT)
003210         MOVE CG-CourseID   TO WS-GRD-COURSE-ID(WS-GRADE-COUNT)
003211         MOVE CG-LetterGrade TO WS-GRD-LETTER(WS-GRADE-COUNT)
003212         MOVE CG-Term       TO WS-GRD-TERM(WS-GRADE-COUNT)
003213     END-IF.
003214 1960-EXIT.
003215     EXIT.
003216
003220 2000-APPLY-TRANSACTIONS.
003230     OPEN INPUT EnrollTransFile
003231     OPEN OUTPUT EnrollExceptionFile
003232     OPEN EXTEND DropHistoryFile
003233     IF WS-DropHistoryStatus = '35'
003234         OPEN OUTPUT DropHistoryFile
003235         CLOSE DropHistoryFile
003236         OPEN EXTEND DropHistoryFile
003237     END-IF
003238     OPEN OUTPUT PromotionNoticeFile
003239     OPEN EXTEND OverrideLogFile
003240     IF WS-OverrideLogStatus = '35'
003241         OPEN OUTPUT OverrideLogFile
003242         CLOSE OverrideLogFile
003243         OPEN EXTEND OverrideLogFile
003244     END-IF
003245     SET PROMOTE-ALL-COURSES TO TRUE
003246     PERFORM 2910-PROMOTE-ONE-WAITLISTED THRU 2910-EXIT
003247         VARYING WS-WTL-IDX FROM 1 BY 1
003248         UNTIL WS-WTL-IDX > WS-WAITLIST-COUNT
003250     PERFORM UNTIL END-OF-ENROLL-TRANS
003260         READ EnrollTransFile INTO EnrollTransRecord
003270             AT END
003310                 PERFORM 2100-APPLY-ONE-TRANS THRU 2100-EXIT
003320         END-READ
003330     END-PERFORM
003331     CLOSE DropHistoryFile
003332     CLOSE PromotionNoticeFile
003333     CLOSE OverrideLogFile
003340     CLOSE EnrollTransFile
003350     CLOSE EnrollExceptionFile.
003360 2000-EXIT.
003390 2100-APPLY-ONE-TRANS.
003400     EVALUATE TRUE
003410         WHEN ADD-ENROLL-ACTION
003411         WHEN OVERRIDE-ENROLL-ACTION
003420             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
003430         WHEN DROP-ENROLL-ACTION
003440             PERFORM 2300-APPLY-DROP THRU 2300-EXIT
003510     EXIT.
003520
003530*    ------------------------------------------------------
003531*    ADD - THE STUDENT MUST BE ON THE MASTER AND NOT UNDER A
003532*    REGISTRATION HOLD, THE COURSE IN THE CATALOG, THE
003533*    REGISTRATION NOT A DUPLICATE, AND A SEAT FREE UNDER THE
003534*    COURSE'S CAPACITY FOR THE TERM. AN ADD THAT PASSES
003535*    EVERYTHING BUT THE SEAT CHECK GOES ON THE WAITLIST.
003536*    THE STUDENT MUST ALSO MEET THE COURSE'S PREREQUISITES
003537*    UNLESS A DEPARTMENT CHAIR HAS OVERRIDDEN THEM ('O').
003570*    ------------------------------------------------------
003580 2200-APPLY-ADD.
003581     IF OVERRIDE-ENROLL-ACTION
003582        AND ENR-ApprovedBy = SPACES
003583         MOVE 'OVERRIDE WITHOUT APPROVING CHAIR' TO EEX-Reason
003584         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003585         GO TO 2200-EXIT
003586     END-IF
003590     PERFORM 2400-FIND-STUDENT THRU 2400-EXIT
003600     IF STUDENT-NOT-FOUND
003610         MOVE 'STUDENT NOT ON STUDENT MASTER' TO EEX-Reason
003611         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003612         GO TO 2200-EXIT
003613     END-IF
003614     PERFORM 2450-FIND-HOLD THRU 2450-EXIT
003615     IF STUDENT-ON-HOLD
003616         MOVE 'REGISTRATION HOLD - PAST-DUE BALANCE'
003617             TO EEX-Reason
003620         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003621         ADD 1 TO WS-TotalHoldRefusals
003630         GO TO 2200-EXIT
003640     END-IF
003650     PERFORM 2500-FIND-CATALOG-COURSE THRU 2500-EXIT
003720     IF ENROLLMENT-FOUND
003730         MOVE 'STUDENT ALREADY ENROLLED' TO EEX-Reason
003740         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003741         GO TO 2200-EXIT
003742     END-IF
003743     PERFORM 2720-CHECK-PREREQUISITES THRU 2720-EXIT
003744     IF PREREQUISITES-NOT-MET
003745        AND NOT OVERRIDE-ENROLL-ACTION
003746         MOVE WS-PREREQ-REASON TO EEX-Reason
003747         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003748         ADD 1 TO WS-TotalPrereqRefusals
003749         GO TO 2200-EXIT
003760     END-IF
003770     PERFORM 2700-COUNT-SEATS THRU 2700-EXIT
003780     IF WS-SeatCount >=
003790             WS-CAT-CAPACITY(WS-FOUND-CAT-IDX)
003791         PERFORM 2260-PLACE-ON-WAITLIST THRU 2260-EXIT
003792         PERFORM 2780-LOG-OVERRIDE THRU 2780-EXIT
003830         GO TO 2200-EXIT
003840     END-IF
003850     IF WS-ENROLL-COUNT >= 2000
003860         ADD 1 TO WS-EnrollTableFull
003870         MOVE 'ENROLLMENT TABLE FULL' TO EEX-Reason
003880         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003881         SET OVERRIDE-REJECTED TO TRUE
003882         PERFORM 2780-LOG-OVERRIDE THRU 2780-EXIT
003890         GO TO 2200-EXIT
003900     END-IF
003901     PERFORM 2250-ENROLL-STUDENT THRU 2250-EXIT
003902     SET OVERRIDE-ENROLLED TO TRUE
003903     PERFORM 2780-LOG-OVERRIDE THRU 2780-EXIT
003904     ADD 1 TO WS-TotalAdds.
003905 2200-EXIT.
003906     EXIT.
003907
003908 2250-ENROLL-STUDENT.
003910     ADD 1 TO WS-ENROLL-COUNT
003920     MOVE ENR-StudentID
003930         TO WS-ENL-STUDENT-ID(WS-ENROLL-COUNT)
003940     MOVE ENR-CourseID
003950         TO WS-ENL-COURSE-ID(WS-ENROLL-COUNT)
003951     MOVE ENR-Term TO WS-ENL-TERM(WS-ENROLL-COUNT)
003952     MOVE SPACE TO WS-ENL-DROP-SWITCH(WS-ENROLL-COUNT).
003953 2250-EXIT.
003954     EXIT.
003955
003956*    ------------------------------------------------------
003957*    A FULL COURSE - WAITLIST THE ADD AND TELL THE STUDENT
003958*    THEIR PLACE ON THE EXCEPTION FILE. ONCE THE TERM'S
003959*    ADD/DROP PERIOD HAS ENDED THE ADD IS SIMPLY REJECTED.
003960*    THE OUTCOME IS LEFT IN POL-ADDRESULT FOR THE OVERRIDE
003961*    LOG.
003962*    ------------------------------------------------------
003963 2260-PLACE-ON-WAITLIST.
003964     SET OVERRIDE-REJECTED TO TRUE
003965     MOVE ENR-Term TO WS-SearchTerm
003966     PERFORM 2850-FIND-ADD-DROP-END THRU 2850-EXIT
003967     IF ADD-DROP-END-FOUND
003968        AND WS-RunDate > WS-ADE-END-DATE(WS-FOUND-ADE-IDX)
003969         MOVE 'COURSE FULL - ADD/DROP PERIOD ENDED'
003970             TO EEX-Reason
003971         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003972         GO TO 2260-EXIT
003973     END-IF
003974     PERFORM 2960-FIND-WAITLIST-ENTRY THRU 2960-EXIT
003975     IF WAITLIST-ENTRY-FOUND
003976         MOVE 'COURSE FULL - ALREADY ON WAITLIST' TO EEX-Reason
003977         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003978         GO TO 2260-EXIT
003979     END-IF
003980     IF WS-WAITLIST-COUNT >= 1000
003981         ADD 1 TO WS-WaitlistTableFull
003982         MOVE 'COURSE FULL - WAITLIST TABLE FULL' TO EEX-Reason
003983         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003984         GO TO 2260-EXIT
003985     END-IF
003986     ADD 1 TO WS-WAITLIST-COUNT
003987     MOVE ENR-StudentID TO WS-WTL-STUDENT-ID(WS-WAITLIST-COUNT)
003988     MOVE ENR-CourseID  TO WS-WTL-COURSE-ID(WS-WAITLIST-COUNT)
003989     MOVE ENR-Term      TO WS-WTL-TERM(WS-WAITLIST-COUNT)
003990     IF OVERRIDE-ENROLL-ACTION
003991         MOVE ENR-ApprovedBy
003992             TO WS-WTL-APPROVED-BY(WS-WAITLIST-COUNT)
003993     ELSE
003994         MOVE SPACES TO WS-WTL-APPROVED-BY(WS-WAITLIST-COUNT)
003995     END-IF
003996     MOVE WS-RunDate    TO WS-WTL-REQUEST-DATE(WS-WAITLIST-COUNT)
003997     MOVE SPACE         TO WS-WTL-STATUS(WS-WAITLIST-COUNT)
003998     MOVE WS-WAITLIST-COUNT TO WS-WTL-IDX
003999     PERFORM 2970-SET-POSITION THRU 2970-EXIT
004000     MOVE WS-WaitPosition TO WRS-Position
004001     MOVE WS-WAITLIST-REASON TO EEX-Reason
004002     PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004003     SET OVERRIDE-WAITLISTED TO TRUE
004004     ADD 1 TO WS-TotalWaitlisted.
004005 2260-EXIT.
004006     EXIT.
004010
004011*    ------------------------------------------------------
004012*    DROP - A STANDING ENROLLMENT IS DROPPED, RECORDED ON THE
004013*    DROP HISTORY, AND ITS SEAT OFFERED TO THE WAITLIST. A
004014*    DROP FOR A STUDENT WHO IS ONLY WAITLISTED TAKES THEM OFF
004015*    THE WAITLIST.
004016*    ------------------------------------------------------
004020 2300-APPLY-DROP.
004030     PERFORM 2600-FIND-ENROLLMENT THRU 2600-EXIT
004040     IF ENROLLMENT-NOT-FOUND
004041         PERFORM 2960-FIND-WAITLIST-ENTRY THRU 2960-EXIT
004042         IF WAITLIST-ENTRY-FOUND
004043             MOVE 'W' TO WS-WTL-STATUS(WS-FOUND-WTL-IDX)
004044             ADD 1 TO WS-TotalWaitWithdrawn
004045         ELSE
004046             MOVE 'NO MATCHING ENROLLMENT TO DROP'
004047                 TO EEX-Reason
004048             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004049         END-IF
004050         GO TO 2300-EXIT
004051     END-IF
004052     MOVE 'D' TO WS-ENL-DROP-SWITCH(WS-FOUND-ENL-IDX)
004053     ADD 1 TO WS-TotalDrops
004054     MOVE ENR-StudentID TO EDR-StudentID
004055     MOVE ENR-CourseID  TO EDR-CourseID
004056     MOVE ENR-Term      TO EDR-Term
004057     MOVE WS-RunDate    TO EDR-DropDate
004058     WRITE DropHistoryRecord
004059     PERFORM 2900-PROMOTE-FROM-WAITLIST THRU 2900-EXIT.
004120 2300-EXIT.
004130     EXIT.
004140
004260         SET STUDENT-FOUND TO TRUE
004270     END-IF.
004280 2410-EXIT.
004281     EXIT.
004282
004283 2450-FIND-HOLD.
004284     SET STUDENT-NOT-ON-HOLD TO TRUE
004285     PERFORM 2460-MATCH-HOLD THRU 2460-EXIT
004286         VARYING WS-HOLD-IDX FROM 1 BY 1
004287         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
004288            OR STUDENT-ON-HOLD.
004289 2450-EXIT.
004290     EXIT.
004291
004292 2460-MATCH-HOLD.
004293     IF WS-HOLD-STUDENT-ID(WS-HOLD-IDX) = ENR-StudentID
004294         SET STUDENT-ON-HOLD TO TRUE
004295     END-IF.
004296 2460-EXIT.
004297     EXIT.
004300
004310 2500-FIND-CATALOG-COURSE.
004320     SET CATALOG-COURSE-NOT-FOUND TO TRUE
004630         MOVE WS-ENL-IDX TO WS-FOUND-ENL-IDX
004640     END-IF.
004650 2610-EXIT.
004651     EXIT.
004652
004653 2700-COUNT-SEATS.
004654     MOVE 0 TO WS-SeatCount
004655     PERFORM 2710-COUNT-ONE-SEAT THRU 2710-EXIT
004656         VARYING WS-ENL-IDX FROM 1 BY 1
004657         UNTIL WS-ENL-IDX > WS-ENROLL-COUNT.
004658 2700-EXIT.
004660     EXIT.
004661
004662 2710-COUNT-ONE-SEAT.
004663     IF WS-ENL-COURSE-ID(WS-ENL-IDX) = ENR-CourseID
004664        AND WS-ENL-TERM(WS-ENL-IDX) = ENR-Term
004665        AND NOT ENTRY-IS-DROPPED(WS-ENL-IDX)
004666         ADD 1 TO WS-SeatCount
004667     END-IF.
004668 2710-EXIT.
004669     EXIT.
004670
004671*    ------------------------------------------------------
004672*    PREREQUISITES OF ENR-COURSEID FOR ENR-STUDENTID. EACH
004673*    GROUP IS MET BY ANY ONE OF ITS COURSES - A GRADE ON FILE
004674*    AT OR ABOVE THE MINIMUM, OR THE COURSE IN PROGRESS. THE
004675*    FIRST COURSE OF THE FIRST UNMET GROUP IS NAMED IN
004676*    WS-PREREQ-REASON.
004677*    ------------------------------------------------------
004678 2720-CHECK-PREREQUISITES.
004679     SET PREREQUISITES-MET TO TRUE
004680     MOVE ENR-Term TO WS-TermWork
004681     PERFORM 2790-SET-TERM-KEY THRU 2790-EXIT
004682     MOVE WS-TermKey TO WS-RequestTermKey
004683     MOVE SPACES TO PRR-CourseID
004684     MOVE SPACE TO PRR-Grade
004685     PERFORM 2730-CHECK-ONE-GROUP THRU 2730-EXIT
004686         VARYING WS-PRQ-IDX FROM 1 BY 1
004687         UNTIL WS-PRQ-IDX > WS-PREREQ-COUNT
004688            OR PREREQUISITES-NOT-MET.
004689 2720-EXIT.
004690     EXIT.
004691
004692 2730-CHECK-ONE-GROUP.
004693     IF WS-PRQ-COURSE-ID(WS-PRQ-IDX) NOT = ENR-CourseID
004694         GO TO 2730-EXIT
004695     END-IF
004696     SET GROUP-NOT-MET TO TRUE
004697     PERFORM 2740-TRY-ALTERNATIVE THRU 2740-EXIT
004698         VARYING WS-PRQ-JDX FROM 1 BY 1
004699         UNTIL WS-PRQ-JDX > WS-PREREQ-COUNT
004700            OR GROUP-IS-MET
004701     IF GROUP-NOT-MET
004702         SET PREREQUISITES-NOT-MET TO TRUE
004703         MOVE WS-PRQ-REQUIRED(WS-PRQ-IDX)  TO PRR-CourseID
004704         MOVE WS-PRQ-MIN-GRADE(WS-PRQ-IDX) TO PRR-Grade
004705     END-IF.
004706 2730-EXIT.
004707     EXIT.
004708
004709 2740-TRY-ALTERNATIVE.
004710     IF WS-PRQ-COURSE-ID(WS-PRQ-JDX) NOT = ENR-CourseID
004711        OR WS-PRQ-GROUP-NO(WS-PRQ-JDX) NOT =
004712             WS-PRQ-GROUP-NO(WS-PRQ-IDX)
004713         GO TO 2740-EXIT
004714     END-IF
004715     MOVE WS-PRQ-REQUIRED(WS-PRQ-JDX)  TO WS-RequiredCourse
004716     MOVE WS-PRQ-MIN-GRADE(WS-PRQ-JDX) TO WS-RequiredGrade
004717     PERFORM 2750-FIND-PASSING-GRADE THRU 2750-EXIT
004718     IF GRADE-FOUND
004719         SET GROUP-IS-MET TO TRUE
004720         GO TO 2740-EXIT
004721     END-IF
004722     PERFORM 2760-FIND-IN-PROGRESS THRU 2760-EXIT
004723     IF ENROLLMENT-FOUND
004724         SET GROUP-IS-MET TO TRUE
004725     END-IF.
004726 2740-EXIT.
004727     EXIT.
004728
004729*    ------------------------------------------------------
004730*    A GRADE OF A THROUGH THE MINIMUM IN THE REQUIRED COURSE.
004731*    ------------------------------------------------------
004732 2750-FIND-PASSING-GRADE.
004733     SET GRADE-NOT-FOUND TO TRUE
004734     PERFORM 2755-MATCH-PASSING-GRADE THRU 2755-EXIT
004735         VARYING WS-GRD-IDX FROM 1 BY 1
004736         UNTIL WS-GRD-IDX > WS-GRADE-COUNT
004737            OR GRADE-FOUND.
004738 2750-EXIT.
004740     EXIT.
004750
004751 2755-MATCH-PASSING-GRADE.
004752     IF WS-GRD-STUDENT-ID(WS-GRD-IDX) = ENR-StudentID
004753        AND WS-GRD-COURSE-ID(WS-GRD-IDX) = WS-RequiredCourse
004754        AND WS-GRD-LETTER(WS-GRD-IDX) >= 'A'
004755        AND WS-GRD-LETTER(WS-GRD-IDX) <= WS-RequiredGrade
004756         SET GRADE-FOUND TO TRUE
004757     END-IF.
004758 2755-EXIT.
004759     EXIT.
004760
004761*    ------------------------------------------------------
004762*    THE REQUIRED COURSE IN PROGRESS - A STANDING ENROLLMENT
004763*    IN AN EARLIER TERM WITH NO GRADE POSTED FOR IT YET. A
004764*    LATER TERM'S ENROLLMENT WILL NOT BE FINISHED IN TIME.
004765*    ------------------------------------------------------
004766 2760-FIND-IN-PROGRESS.
004767     SET ENROLLMENT-NOT-FOUND TO TRUE
004768     PERFORM 2765-MATCH-IN-PROGRESS THRU 2765-EXIT
004769         VARYING WS-ENL-IDX FROM 1 BY 1
004770         UNTIL WS-ENL-IDX > WS-ENROLL-COUNT
004771            OR ENROLLMENT-FOUND.
004772 2760-EXIT.
004773     EXIT.
004774
004775 2765-MATCH-IN-PROGRESS.
004776     IF WS-ENL-STUDENT-ID(WS-ENL-IDX) NOT = ENR-StudentID
004777        OR WS-ENL-COURSE-ID(WS-ENL-IDX) NOT = WS-RequiredCourse
004778        OR ENTRY-IS-DROPPED(WS-ENL-IDX)
004779         GO TO 2765-EXIT
004780     END-IF
004781     MOVE WS-ENL-TERM(WS-ENL-IDX) TO WS-TermWork
004782     PERFORM 2790-SET-TERM-KEY THRU 2790-EXIT
004783     IF WS-TermKey NOT < WS-RequestTermKey
004784         GO TO 2765-EXIT
004785     END-IF
004786     MOVE WS-ENL-TERM(WS-ENL-IDX) TO WS-InProgressTerm
004787     SET GRADE-NOT-FOUND TO TRUE
004788     PERFORM 2770-MATCH-TERM-GRADE THRU 2770-EXIT
004789         VARYING WS-GRD-IDX FROM 1 BY 1
004790         UNTIL WS-GRD-IDX > WS-GRADE-COUNT
004791            OR GRADE-FOUND
004792     IF GRADE-NOT-FOUND
004793         SET ENROLLMENT-FOUND TO TRUE
004794     END-IF.
004795 2765-EXIT.
004796     EXIT.
004797
004798 2770-MATCH-TERM-GRADE.
004799     IF WS-GRD-STUDENT-ID(WS-GRD-IDX) = ENR-StudentID
004800        AND WS-GRD-COURSE-ID(WS-GRD-IDX) = WS-RequiredCourse
004801        AND WS-GRD-TERM(WS-GRD-IDX) = WS-InProgressTerm
004802         SET GRADE-FOUND TO TRUE
004803     END-IF.
004804 2770-EXIT.
004805     EXIT.
004806
004807*    ------------------------------------------------------
004808*    LOG A CHAIR OVERRIDE - APPLIED WHEN A PREREQUISITE WAS
004809*    MISSING, OTHERWISE NOT NEEDED - ONCE THE ADD IS DECIDED.
004810*    THE CALLER HAS SET POL-ADDRESULT TO ENROLLED, WAITLISTED
004811*    OR REJECTED. AN ORDINARY ADD IS NOT LOGGED.
004812*    ------------------------------------------------------
004813 2780-LOG-OVERRIDE.
004814     IF NOT OVERRIDE-ENROLL-ACTION
004815         GO TO 2780-EXIT
004816     END-IF
004817     MOVE ENR-StudentID  TO POL-StudentID
004818     MOVE ENR-CourseID   TO POL-CourseID
004819     MOVE ENR-Term       TO POL-Term
004820     MOVE WS-CAT-DEPARTMENT(WS-FOUND-CAT-IDX) TO POL-Department
004821     MOVE ENR-ApprovedBy TO POL-ApprovedBy
004822     MOVE PRR-CourseID   TO POL-MissingCourse
004823     MOVE WS-RunDate     TO POL-LogDate
004824     IF PREREQUISITES-NOT-MET
004825         SET OVERRIDE-APPLIED TO TRUE
004826         ADD 1 TO WS-TotalOverridesApplied
004827     ELSE
004828         SET OVERRIDE-NOT-NEEDED TO TRUE
004829         ADD 1 TO WS-TotalOverridesUnneeded
004830     END-IF
004831     WRITE OverrideLogRecord.
004832 2780-EXIT.
004833     EXIT.
004834
004835*    ------------------------------------------------------
004836*    SET THE SORTING KEY OF THE TERM IN WS-TERMWORK.
004837*    ------------------------------------------------------
004838 2790-SET-TERM-KEY.
004839     MOVE 0 TO WS-TermKey
004840     IF WS-TermYear IS NUMERIC
004841         COMPUTE WS-TermKey = WS-TermYear * 10
004842     END-IF
004843     EVALUATE TRUE
004844         WHEN WINTER-TERM
004845             ADD 1 TO WS-TermKey
004846         WHEN SPRING-TERM
004847             ADD 2 TO WS-TermKey
004848         WHEN SUMMER-TERM
004849             ADD 3 TO WS-TermKey
004850         WHEN FALL-TERM
004851             ADD 4 TO WS-TermKey
004852         WHEN OTHER
004853             ADD 5 TO WS-TermKey
004854     END-EVALUATE.
004855 2790-EXIT.
004856     EXIT.
004857
004858 2800-WRITE-EXCEPTION.
004860     MOVE ENR-StudentID TO EEX-StudentID
004870     MOVE ENR-CourseID  TO EEX-CourseID
004880     MOVE ENR-Term      TO EEX-Term
004900     WRITE EnrollExceptionRecord
004910     ADD 1 TO WS-TotalExceptions.
004920 2800-EXIT.
004921     EXIT.
004922
004923 2850-FIND-ADD-DROP-END.
004924     SET ADD-DROP-END-NOT-FOUND TO TRUE
004925     PERFORM 2860-MATCH-ADD-DROP-END THRU 2860-EXIT
004926         VARYING WS-ADE-IDX FROM 1 BY 1
004927         UNTIL WS-ADE-IDX > WS-ADD-DROP-COUNT
004928            OR ADD-DROP-END-FOUND.
004929 2850-EXIT.
004930     EXIT.
004931
004932 2860-MATCH-ADD-DROP-END.
004933     IF WS-ADE-TERM(WS-ADE-IDX) = WS-SearchTerm
004934         SET ADD-DROP-END-FOUND TO TRUE
004935         MOVE WS-ADE-IDX TO WS-FOUND-ADE-IDX
004936     END-IF.
004937 2860-EXIT.
004938     EXIT.
004940
004941*    ------------------------------------------------------
004942*    A SEAT HAS OPENED IN THE DROPPED COURSE - OFFER IT DOWN
004943*    THE COURSE'S WAITLIST. THE DROP TRANSACTION IS PUT BACK
004944*    AFTERWARDS.
004945*    ------------------------------------------------------
004946 2900-PROMOTE-FROM-WAITLIST.
004947     MOVE EnrollTransRecord TO WS-SavedTransRecord
004948     MOVE ENR-CourseID TO WS-PromoteCourseID
004949     MOVE ENR-Term     TO WS-PromoteTerm
004950     SET PROMOTE-ONE-COURSE TO TRUE
004951     PERFORM 2910-PROMOTE-ONE-WAITLISTED THRU 2910-EXIT
004952         VARYING WS-WTL-IDX FROM 1 BY 1
004953         UNTIL WS-WTL-IDX > WS-WAITLIST-COUNT
004954     MOVE WS-SavedTransRecord TO EnrollTransRecord.
004955 2900-EXIT.
004956     EXIT.
004957
004958*    ------------------------------------------------------
004959*    TRY ONE WAITLISTED STUDENT AS AN ADD, THROUGH THE SAME
004960*    CHECKS 2200-APPLY-ADD MAKES. A STUDENT GONE FROM THE
004961*    MASTER, A COURSE GONE FROM THE CATALOG, A STUDENT
004962*    ALREADY ENROLLED OR ONE SHORT A PREREQUISITE WITH NO
004963*    OVERRIDE COMES OFF THE LIST; A STUDENT ON HOLD KEEPS
004964*    THEIR PLACE BUT IS PASSED OVER; WITH NO SEAT FREE THE
004965*    ENTRY WAITS.
004970*    ------------------------------------------------------
004971 2910-PROMOTE-ONE-WAITLISTED.
004972     IF NOT WAITLIST-ENTRY-ACTIVE(WS-WTL-IDX)
004973         GO TO 2910-EXIT
004974     END-IF
004975     IF PROMOTE-ONE-COURSE
004976         IF WS-WTL-COURSE-ID(WS-WTL-IDX) NOT = WS-PromoteCourseID
004977            OR WS-WTL-TERM(WS-WTL-IDX) NOT = WS-PromoteTerm
004978             GO TO 2910-EXIT
004979         END-IF
004980     END-IF
004981     IF WS-WTL-APPROVED-BY(WS-WTL-IDX) = SPACES
004982         MOVE 'A' TO ENR-Action
004983     ELSE
004984         MOVE 'O' TO ENR-Action
004985     END-IF
004986     MOVE WS-WTL-STUDENT-ID(WS-WTL-IDX) TO ENR-StudentID
004987     MOVE WS-WTL-COURSE-ID(WS-WTL-IDX)  TO ENR-CourseID
004988     MOVE WS-WTL-TERM(WS-WTL-IDX)       TO ENR-Term
004989     MOVE WS-WTL-APPROVED-BY(WS-WTL-IDX) TO ENR-ApprovedBy
004990     PERFORM 2400-FIND-STUDENT THRU 2400-EXIT
004991     PERFORM 2500-FIND-CATALOG-COURSE THRU 2500-EXIT
004992     PERFORM 2600-FIND-ENROLLMENT THRU 2600-EXIT
004993     IF STUDENT-NOT-FOUND
004994        OR CATALOG-COURSE-NOT-FOUND
004995        OR ENROLLMENT-FOUND
004996         MOVE 'R' TO WS-WTL-STATUS(WS-WTL-IDX)
004997         ADD 1 TO WS-TotalWaitRemoved
004998         GO TO 2910-EXIT
004999     END-IF
005000     PERFORM 2720-CHECK-PREREQUISITES THRU 2720-EXIT
005001     IF PREREQUISITES-NOT-MET
005002        AND NOT OVERRIDE-ENROLL-ACTION
005003         MOVE 'R' TO WS-WTL-STATUS(WS-WTL-IDX)
005004         ADD 1 TO WS-TotalWaitRemoved
005005         GO TO 2910-EXIT
005006     END-IF
005007     PERFORM 2450-FIND-HOLD THRU 2450-EXIT
005008     IF STUDENT-ON-HOLD
005009         GO TO 2910-EXIT
005010     END-IF
005011     PERFORM 2700-COUNT-SEATS THRU 2700-EXIT
005012     IF WS-SeatCount >=
005013             WS-CAT-CAPACITY(WS-FOUND-CAT-IDX)
005014        OR WS-ENROLL-COUNT >= 2000
005015         GO TO 2910-EXIT
005016     END-IF
005017     PERFORM 2250-ENROLL-STUDENT THRU 2250-EXIT
005018     MOVE 'P' TO WS-WTL-STATUS(WS-WTL-IDX)
005019     ADD 1 TO WS-TotalPromoted
005020     MOVE ENR-StudentID TO PRN-StudentID
005021     MOVE ENR-CourseID  TO PRN-CourseID
005022     MOVE WS-CAT-TITLE(WS-FOUND-CAT-IDX) TO PRN-CourseTitle
005023     MOVE ENR-Term      TO PRN-Term
005024     MOVE WS-WTL-REQUEST-DATE(WS-WTL-IDX) TO PRN-RequestDate
005025     MOVE WS-RunDate    TO PRN-PromotedDate
005026     WRITE PromotionNoticeRecord.
005027 2910-EXIT.
005028     EXIT.
005029
005030 2960-FIND-WAITLIST-ENTRY.
005031     SET WAITLIST-ENTRY-NOT-FOUND TO TRUE
005032     PERFORM 2965-MATCH-WAITLIST-ENTRY THRU 2965-EXIT
005033         VARYING WS-WTL-IDX FROM 1 BY 1
005034         UNTIL WS-WTL-IDX > WS-WAITLIST-COUNT
005035            OR WAITLIST-ENTRY-FOUND.
005036 2960-EXIT.
005037     EXIT.
005038
005039 2965-MATCH-WAITLIST-ENTRY.
005040     IF WS-WTL-STUDENT-ID(WS-WTL-IDX) = ENR-StudentID
005041        AND WS-WTL-COURSE-ID(WS-WTL-IDX) = ENR-CourseID
005042        AND WS-WTL-TERM(WS-WTL-IDX) = ENR-Term
005043        AND WAITLIST-ENTRY-ACTIVE(WS-WTL-IDX)
005044         SET WAITLIST-ENTRY-FOUND TO TRUE
005045         MOVE WS-WTL-IDX TO WS-FOUND-WTL-IDX
005046     END-IF.
005047 2965-EXIT.
005050     EXIT.
005051
005052*    ------------------------------------------------------
005053*    THE POSITION OF WAITLIST ENTRY WS-WTL-IDX - ONE PLUS THE
005054*    ACTIVE ENTRIES AHEAD OF IT FOR THE SAME COURSE AND TERM.
005055*    ------------------------------------------------------
005056 2970-SET-POSITION.
005057     MOVE 0 TO WS-WaitPosition
005058     PERFORM 2975-COUNT-AHEAD THRU 2975-EXIT
005059         VARYING WS-WTL-JDX FROM 1 BY 1
005060         UNTIL WS-WTL-JDX > WS-WTL-IDX.
005061 2970-EXIT.
005062     EXIT.
005063
005064 2975-COUNT-AHEAD.
005065     IF WAITLIST-ENTRY-ACTIVE(WS-WTL-JDX)
005066        AND WS-WTL-COURSE-ID(WS-WTL-JDX) =
005067             WS-WTL-COURSE-ID(WS-WTL-IDX)
005068        AND WS-WTL-TERM(WS-WTL-JDX) = WS-WTL-TERM(WS-WTL-IDX)
005069         ADD 1 TO WS-WaitPosition
005070     END-IF.
005071 2975-EXIT.
005072     EXIT.
005073
005074*    ------------------------------------------------------
005075*    WRITE THE UPDATED MASTER - EVERY ENTRY NOT DROPPED.
005076*    ------------------------------------------------------
005077 3000-WRITE-NEW-MASTER.
005078     OPEN OUTPUT NewEnrollMasterFile
005079     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
005080         VARYING WS-ENL-IDX FROM 1 BY 1
005081         UNTIL WS-ENL-IDX > WS-ENROLL-COUNT
005082     CLOSE NewEnrollMasterFile.
005083 3000-EXIT.
005084     EXIT.
005085
005086 3100-WRITE-ONE-ENTRY.
005087     IF NOT ENTRY-IS-DROPPED(WS-ENL-IDX)
005090         MOVE WS-ENL-STUDENT-ID(WS-ENL-IDX) TO NEN-StudentID
005100         MOVE WS-ENL-COURSE-ID(WS-ENL-IDX)  TO NEN-CourseID
005110         MOVE WS-ENL-TERM(WS-ENL-IDX)       TO NEN-Term
005120         WRITE NewEnrollMasterRecord
005130         ADD 1 TO WS-TotalEnrollOut
005140     END-IF.
005141 3100-EXIT.
005142     EXIT.
005143
005144*    ------------------------------------------------------
005145*    WRITE THE UPDATED WAITLIST - EVERY ENTRY STILL WAITING,
005146*    IN REQUEST ORDER, WITH ITS POSITION RENUMBERED.
005147*    ------------------------------------------------------
005148 3200-WRITE-NEW-WAITLIST.
005149     OPEN OUTPUT NewWaitlistFile
005150     PERFORM 3210-WRITE-ONE-WAITLISTED THRU 3210-EXIT
005151         VARYING WS-WTL-IDX FROM 1 BY 1
005152         UNTIL WS-WTL-IDX > WS-WAITLIST-COUNT
005153     CLOSE NewWaitlistFile.
005154 3200-EXIT.
005160     EXIT.
005161
005162 3210-WRITE-ONE-WAITLISTED.
005163     IF WAITLIST-ENTRY-ACTIVE(WS-WTL-IDX)
005164         PERFORM 2970-SET-POSITION THRU 2970-EXIT
005165         MOVE WS-WTL-STUDENT-ID(WS-WTL-IDX)   TO NWL-StudentID
005166         MOVE WS-WTL-COURSE-ID(WS-WTL-IDX)    TO NWL-CourseID
005167         MOVE WS-WTL-TERM(WS-WTL-IDX)         TO NWL-Term
005168         MOVE WS-WTL-REQUEST-DATE(WS-WTL-IDX) TO NWL-RequestDate
005169         MOVE WS-WaitPosition                 TO NWL-Position
005170         MOVE WS-WTL-APPROVED-BY(WS-WTL-IDX)  TO NWL-ApprovedBy
005171         WRITE NewWaitlistRecord
005172         ADD 1 TO WS-TotalWaitOut
005173     END-IF.
005174 3210-EXIT.
005175     EXIT.
005176
005180*    ------------------------------------------------------
005190*    ROSTERS BY COURSE - ONE SECTION PER CATALOG COURSE WITH
005200*    EVERY STANDING ENROLLMENT, TERM AND STUDENT.
005360     PERFORM 4200-ROSTER-ONE-ENTRY THRU 4200-EXIT
005370         VARYING WS-ENL-IDX FROM 1 BY 1
005380         UNTIL WS-ENL-IDX > WS-ENROLL-COUNT
005381     PERFORM 4300-COUNT-WAITLISTED THRU 4300-EXIT
005382     MOVE WS-WaitCount TO RW-WaitCount
005383     WRITE RosterLine FROM WS-ROSTER-WAITLIST-LINE
005390     WRITE RosterLine FROM WS-ROSTER-BLANK-LINE.
005400 4100-EXIT.
005410     EXIT.
005490         WRITE RosterLine FROM WS-ROSTER-DETAIL-LINE
005500         ADD 1 TO WS-TotalRosterLines
005510     END-IF.
005511 4200-EXIT.
005512     EXIT.
005513
005514*    ------------------------------------------------------
005515*    THE COURSE'S WAITLIST COUNT, EVERY TERM.
005516*    ------------------------------------------------------
005517 4300-COUNT-WAITLISTED.
005518     MOVE 0 TO WS-WaitCount
005519     PERFORM 4310-COUNT-ONE-WAITLISTED THRU 4310-EXIT
005520         VARYING WS-WTL-IDX FROM 1 BY 1
005521         UNTIL WS-WTL-IDX > WS-WAITLIST-COUNT.
005522 4300-EXIT.
005530     EXIT.
005531
005532 4310-COUNT-ONE-WAITLISTED.
005533     IF WAITLIST-ENTRY-ACTIVE(WS-WTL-IDX)
005534        AND WS-WTL-COURSE-ID(WS-WTL-IDX) =
005535             WS-CAT-COURSE-ID(WS-CAT-IDX)
005536         ADD 1 TO WS-WaitCount
005537     END-IF.
005538 4310-EXIT.
005539     EXIT.
005540
005550 9000-DISPLAY-SUMMARY.
005560     DISPLAY '-----------------------------'
005570     DISPLAY 'Enrollment Transactions Read: ' WS-TotalTrans
005580     DISPLAY 'Enrollments Added: ' WS-TotalAdds
005590     DISPLAY 'Enrollments Dropped: ' WS-TotalDrops
005591     DISPLAY 'Transactions Rejected: ' WS-TotalExceptions
005592     DISPLAY 'Adds Refused, Registration Hold: '
005593         WS-TotalHoldRefusals
005594     DISPLAY 'Adds Waitlisted: ' WS-TotalWaitlisted
005595     DISPLAY 'Promoted From Waitlist: ' WS-TotalPromoted
005596     DISPLAY 'Withdrawn From Waitlist: ' WS-TotalWaitWithdrawn
005597     DISPLAY 'Waitlist Entries Purged: ' WS-TotalWaitPurged
005598     DISPLAY 'Waitlist Entries No Longer Eligible: '
005599         WS-TotalWaitRemoved
005600     DISPLAY 'Entries On New Waitlist: ' WS-TotalWaitOut
005601     DISPLAY 'Adds Refused, Prerequisite: '
005602         WS-TotalPrereqRefusals
005603     DISPLAY 'Prerequisite Overrides Applied: '
005604         WS-TotalOverridesApplied
005605     DISPLAY 'Prerequisite Overrides Not Needed: '
005606         WS-TotalOverridesUnneeded
005610     DISPLAY 'Enrollments On New Master: ' WS-TotalEnrollOut
005620     DISPLAY 'Roster Lines Written: ' WS-TotalRosterLines
005630     DISPLAY 'Students Dropped, Table Full: '
005660         WS-CatalogTableFull
005670     DISPLAY 'Enrollments Dropped, Table Full: '
005680         WS-EnrollTableFull
005681     DISPLAY 'Holds Dropped, Table Full: ' WS-HoldTableFull
005682     DISPLAY 'Waitlist Dropped, Table Full: '
005683         WS-WaitlistTableFull
005684     DISPLAY 'Prerequisites Dropped, Table Full: '
005685         WS-PrereqTableFull
005686     DISPLAY 'Grades Dropped, Table Full: ' WS-GradeTableFull
005690     DISPLAY '-----------------------------'.
005700 9000-EXIT.
005710     EXIT.
