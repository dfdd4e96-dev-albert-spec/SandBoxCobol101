000100******************************************************************
000110* Author: JRV
000120* Date: 15/Oct/2026
000130* Purpose: Education
000140*
000150* Degree audit. The MAJOR-CODE reference file STUAUDIT proves
000160* codes against says nothing about what a program of study
000170* requires; this run reads the registrar's requirements file
000180* (STUDGREQ_DD, default STUDGREQ.DAT) and audits every active
000190* student (STATUS-CODE A) against the requirements of the
000200* student's MAJOR-CODE. Requirement records:
000210*
000220*   columns  1-5   MAJOR-CODE
000230*   column   7     R = required course, E = elective group
000240*                  member
000250*   columns  9-14  course code
000260*   columns 16-17  minimum grade (blank means a D or better)
000270*   columns 19-22  elective group id (E records only)
000280*   columns 24-25  courses needed from the group (E records
000290*                  only; the largest value given for a group
000300*                  stands, default 01)
000310*
000320* A required course is complete when the student holds a posted
000330* letter grade in it at or above the minimum, in progress when
000340* the student is registered and not yet graded (or carries an
000350* I), and outstanding otherwise. An elective group is complete
000360* when enough of its courses are passed, in progress when the
000370* courses passed plus those in progress would be enough, and
000380* outstanding otherwise.
000390*
000400* The audit report (STUDGAUD_DD, default STUDGAUD.TXT) gives
000410* each active student a page listing every requirement with its
000420* standing, closes with the counts, and ends with a list of
000430* graduation candidates - the students complete on every
000440* requirement - so the G status change keyed into STUMAINT rests
000450* on evidence. A student whose major has no requirements on file
000460* is audited as such and is never a candidate.
000470*
000480* Modification History
000490* ---------------------------------------------------------------
000500* 15/Oct/2026  JRV  Original version.
000510******************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. STUDGAUD.

000540 ENVIRONMENT DIVISION.
000550     INPUT-OUTPUT SECTION.
000560         FILE-CONTROL.
000570             SELECT STUDENT-MASTER ASSIGN TO DYNAMIC WS-STUDENT-DD
000580             ORGANIZATION IS INDEXED
000590             ACCESS MODE IS SEQUENTIAL
000600             RECORD KEY IS STUDENT-ID OF STUDENT-MASTER-REC
000610             ALTERNATE RECORD KEY IS NAME OF STUDENT-MASTER-REC
000620                 WITH DUPLICATES.

000630             SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-DD
000640             ORGANIZATION IS INDEXED
000650             ACCESS MODE IS DYNAMIC
000660             RECORD KEY IS REG-KEY OF REG-REC
000670             ALTERNATE RECORD KEY IS REG-SECTION-KEY OF REG-REC
000680                 WITH DUPLICATES.

000690             SELECT REQUIREMENT-FILE
000700             ASSIGN TO DYNAMIC WS-REQUIRE-DD
000710             ORGANIZATION IS LINE SEQUENTIAL.

000720             SELECT AUDIT-REPORT ASSIGN TO DYNAMIC WS-REPORT-DD
000730             ORGANIZATION IS LINE SEQUENTIAL.

000740 DATA DIVISION.
000750     FILE SECTION.
000760     FD STUDENT-MASTER.
000770     COPY STUREC REPLACING ==:REC:== BY ==STUDENT-MASTER-REC==.

000780     FD REG-FILE.
000790     COPY REGREC REPLACING ==:REC:== BY ==REG-REC==.

000800     FD REQUIREMENT-FILE.
000810     01 REQUIREMENT-RECORD.
000820         05 DRQ-MAJOR-CODE PIC X(5).
000830         05 FILLER PIC X(1).
000840         05 DRQ-TYPE PIC X(1).
000850         05 FILLER PIC X(1).
000860         05 DRQ-COURSE-CODE PIC X(6).
000870         05 FILLER PIC X(1).
000880         05 DRQ-MIN-GRADE PIC X(2).
000890         05 FILLER PIC X(1).
000900         05 DRQ-GROUP PIC X(4).
000910         05 FILLER PIC X(1).
000920         05 DRQ-NEEDED PIC X(2).
000930         05 FILLER PIC X(55).

000940     FD AUDIT-REPORT.
000950     01 REPORT-LINE PIC X(80).

000960     WORKING-STORAGE SECTION.
000970     01 WS-RUN-PARMS.
000980         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000990         05 WS-REG-DD PIC X(64) VALUE SPACES.
001000         05 WS-REQUIRE-DD PIC X(64) VALUE SPACES.
001010         05 WS-REPORT-DD PIC X(64) VALUE SPACES.

001020     01 WS-DEFAULTS.
001030         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
001040         05 WS-DEFAULT-REG PIC X(64) VALUE 'STUREG.DAT'.
001050         05 WS-DEFAULT-REQUIRE PIC X(64) VALUE 'STUDGREQ.DAT'.
001060         05 WS-DEFAULT-REPORT PIC X(64) VALUE 'STUDGAUD.TXT'.

001070     01 WS-EOF-SWITCHES.
001080         05 WS-MASTER-EOF PIC X(1) VALUE 'N'.
001090             88 WS-MASTER-AT-EOF VALUE 'Y'.
001100         05 WS-REQUIRE-EOF PIC X(1) VALUE 'N'.
001110             88 WS-REQUIRE-AT-EOF VALUE 'Y'.
001120         05 WS-REG-DONE-SW PIC X(1) VALUE 'N'.
001130             88 WS-REG-DONE VALUE 'Y'.

001140     01 WS-STUDENT.
001150         05 WS-STUDENT-ID PIC 9(5).
001160         05 WS-NAME PIC A(25).
001170         05 WS-DATE PIC A(11).
001180         05 WS-MAJOR-CODE PIC X(5).
001190         05 WS-STATUS-CODE PIC X(1).
001200             88 WS-STUDENT-ACTIVE VALUE 'A'.
001210         05 WS-PHONE PIC X(10).
001220         05 WS-EMAIL PIC X(30).

001230*    Every requirement record, as loaded.
001240     01 WS-REQ-MAX PIC 9(5) COMP VALUE 3000.
001250     01 WS-REQ-TABLE.
001260         05 WS-REQ-COUNT PIC 9(5) COMP VALUE ZERO.
001270         05 WS-REQ-ENTRY OCCURS 1 TO 3000 TIMES
001280                 DEPENDING ON WS-REQ-COUNT.
001290             10 WS-REQ-MAJOR-CODE PIC X(5).
001300             10 WS-REQ-TYPE PIC X(1).
001310                 88 WS-REQ-IS-REQUIRED VALUE 'R'.
001320                 88 WS-REQ-IS-ELECTIVE VALUE 'E'.
001330             10 WS-REQ-COURSE-CODE PIC X(6).
001340             10 WS-REQ-MIN-GRADE PIC X(2).
001350             10 WS-REQ-MIN-RANK PIC 9(1).
001360             10 WS-REQ-GROUP PIC X(4).
001370     01 WS-REQ-SUB PIC 9(5) COMP VALUE ZERO.

001380*    One entry per elective group, built as its members load.
001390     01 WS-GROUP-MAX PIC 9(5) COMP VALUE 500.
001400     01 WS-GROUP-TABLE.
001410         05 WS-GROUP-COUNT PIC 9(5) COMP VALUE ZERO.
001420         05 WS-GROUP-ENTRY OCCURS 1 TO 500 TIMES
001430                 DEPENDING ON WS-GROUP-COUNT
001440                 INDEXED BY WS-GROUP-IDX.
001450             10 WS-GRP-MAJOR-CODE PIC X(5).
001460             10 WS-GRP-ID PIC X(4).
001470             10 WS-GRP-NEEDED PIC 9(2).
001480     01 WS-GROUP-SUB PIC 9(5) COMP VALUE ZERO.
001490     01 WS-GROUP-FOUND-SW PIC X(1) VALUE 'N'.
001500         88 WS-GROUP-FOUND VALUE 'Y'.
001510     01 WS-NEEDED-NUM PIC 9(2) VALUE ZERO.

001520*    The student being audited: every registration on file.
001530     01 WS-COURSE-MAX PIC 9(3) COMP VALUE 200.
001540     01 WS-COURSE-TABLE.
001550         05 WS-COURSE-COUNT PIC 9(3) COMP VALUE ZERO.
001560         05 WS-COURSE-ENTRY OCCURS 1 TO 200 TIMES
001570                 DEPENDING ON WS-COURSE-COUNT.
001580             10 WS-CRS-COURSE-CODE PIC X(6).
001590             10 WS-CRS-TERM PIC X(5).
001600             10 WS-CRS-GRADE PIC X(2).
001610             10 WS-CRS-RANK PIC 9(1).
001620             10 WS-CRS-PENDING-SW PIC X(1).
001630                 88 WS-CRS-PENDING VALUE 'Y'.
001640     01 WS-COURSE-SUB PIC 9(3) COMP VALUE ZERO.
001650     01 WS-COURSE-LOST PIC 9(7) COMP VALUE ZERO.

001660*    Graduation candidates, listed at the end of the report.
001670     01 WS-CAND-MAX PIC 9(5) COMP VALUE 2000.
001680     01 WS-CAND-TABLE.
001690         05 WS-CAND-COUNT PIC 9(5) COMP VALUE ZERO.
001700         05 WS-CAND-ENTRY OCCURS 1 TO 2000 TIMES
001710                 DEPENDING ON WS-CAND-COUNT.
001720             10 WS-CAND-STUDENT-ID PIC 9(5).
001730             10 WS-CAND-NAME PIC A(25).
001740             10 WS-CAND-MAJOR-CODE PIC X(5).
001750     01 WS-CAND-SUB PIC 9(5) COMP VALUE ZERO.
001760     01 WS-CAND-LOST PIC 9(5) COMP VALUE ZERO.

001770     01 WS-GRADE-RANKING.
001780         05 WS-RANK-GRADE PIC X(2) VALUE SPACES.
001790         05 WS-GRADE-RANK PIC 9(1) VALUE ZERO.

001800     01 WS-RESULT-FIELDS.
001810         05 WS-RESULT-CODE PIC X(1) VALUE SPACE.
001820             88 WS-RESULT-COMPLETE VALUE 'C'.
001830             88 WS-RESULT-IN-PROGRESS VALUE 'P'.
001840             88 WS-RESULT-OUTSTANDING VALUE 'O'.
001850         05 WS-RESULT-GRADE PIC X(2) VALUE SPACES.
001860         05 WS-RESULT-TERM PIC X(5) VALUE SPACES.
001870         05 WS-GROUP-PASSED PIC 9(3) COMP VALUE ZERO.
001880         05 WS-GROUP-PENDING PIC 9(3) COMP VALUE ZERO.

001890     01 WS-STUDENT-TALLY.
001900         05 WS-STU-REQUIREMENTS PIC 9(3) COMP VALUE ZERO.
001910         05 WS-STU-COMPLETE PIC 9(3) COMP VALUE ZERO.
001920         05 WS-STU-IN-PROGRESS PIC 9(3) COMP VALUE ZERO.
001930         05 WS-STU-OUTSTANDING PIC 9(3) COMP VALUE ZERO.

001940     01 WS-COUNTERS.
001950         05 WS-STUDENTS-READ PIC 9(7) COMP VALUE ZERO.
001960         05 WS-AUDITED-COUNT PIC 9(7) COMP VALUE ZERO.
001970         05 WS-NOT-ACTIVE-COUNT PIC 9(7) COMP VALUE ZERO.
001980         05 WS-NO-REQ-COUNT PIC 9(7) COMP VALUE ZERO.
001990         05 WS-PAGE-COUNT PIC 9(5) COMP VALUE ZERO.

002000     01 WS-CURRENT-DATE-8 PIC 9(8) VALUE ZERO.

002010     01 WS-HEADING-1.
002020         05 FILLER PIC X(25) VALUE SPACES.
002030         05 FILLER PIC X(14) VALUE 'DEGREE AUDIT -'.
002040         05 FILLER PIC X(1) VALUE SPACE.
002050         05 HDG1-RUN-DATE PIC 9(8).
002060         05 FILLER PIC X(21) VALUE SPACES.
002070         05 FILLER PIC X(5) VALUE 'PAGE '.
002080         05 HDG1-PAGE-NO PIC ZZ9.

002090     01 WS-STUDENT-HEADING.
002100         05 FILLER PIC X(8) VALUE 'STUDENT '.
002110         05 SH-STUDENT-ID PIC 9(5).
002120         05 FILLER PIC X(2) VALUE SPACES.
002130         05 SH-NAME PIC A(25).
002140         05 FILLER PIC X(8) VALUE '  MAJOR '.
002150         05 SH-MAJOR PIC X(5).

002160     01 WS-HEADING-2.
002170         05 FILLER PIC X(16) VALUE 'REQUIREMENT'.
002180         05 FILLER PIC X(8) VALUE 'COURSE'.
002190         05 FILLER PIC X(8) VALUE 'MINIMUM'.
002200         05 FILLER PIC X(14) VALUE 'STANDING'.
002210         05 FILLER PIC X(7) VALUE 'GRADE'.
002220         05 FILLER PIC X(5) VALUE 'TERM'.

002230     01 WS-DETAIL-LINE.
002240         05 DL-REQUIREMENT PIC X(16).
002250         05 DL-COURSE-CODE PIC X(6).
002260         05 FILLER PIC X(4) VALUE SPACES.
002270         05 DL-MIN-GRADE PIC X(2).
002280         05 FILLER PIC X(4) VALUE SPACES.
002290         05 DL-STANDING PIC X(12).
002300         05 FILLER PIC X(2) VALUE SPACES.
002310         05 DL-GRADE PIC X(2).
002320         05 FILLER PIC X(5) VALUE SPACES.
002330         05 DL-TERM PIC X(5).

002340     01 WS-GROUP-LABEL.
002350         05 FILLER PIC X(10) VALUE 'ELECTIVES '.
002360         05 GLB-GROUP PIC X(4).

002370     01 WS-GROUP-COUNT-LINE.
002380         05 FILLER PIC X(20) VALUE SPACES.
002390         05 GC-PASSED PIC ZZ9.
002400         05 FILLER PIC X(9) VALUE ' PASSED, '.
002410         05 GC-PENDING PIC ZZ9.
002420         05 FILLER PIC X(18) VALUE ' IN PROGRESS, OF '.
002430         05 GC-NEEDED PIC Z9.
002440         05 FILLER PIC X(7) VALUE ' NEEDED'.

002450     01 WS-STUDENT-TOTAL-LINE.
002460         05 FILLER PIC X(14) VALUE 'REQUIREMENTS: '.
002470         05 ST-REQUIREMENTS PIC ZZ9.
002480         05 FILLER PIC X(12) VALUE '  COMPLETE: '.
002490         05 ST-COMPLETE PIC ZZ9.
002500         05 FILLER PIC X(15) VALUE '  IN PROGRESS: '.
002510         05 ST-IN-PROGRESS PIC ZZ9.
002520         05 FILLER PIC X(15) VALUE '  OUTSTANDING: '.
002530         05 ST-OUTSTANDING PIC ZZ9.

002540     01 WS-CANDIDATE-HEADING.
002550         05 FILLER PIC X(25) VALUE SPACES.
002560         05 FILLER PIC X(24) VALUE 'GRADUATION CANDIDATES - '.
002570         05 CH-RUN-DATE PIC 9(8).

002580     01 WS-CANDIDATE-LINE.
002590         05 CL-STUDENT-ID PIC 9(5).
002600         05 FILLER PIC X(2) VALUE SPACES.
002610         05 CL-NAME PIC A(25).
002620         05 FILLER PIC X(2) VALUE SPACES.
002630         05 CL-MAJOR-CODE PIC X(5).

002640     01 WS-CANDIDATE-TOTAL-LINE.
002650         05 FILLER PIC X(23) VALUE 'GRADUATION CANDIDATES: '.
002660         05 CT-COUNT PIC ZZ,ZZ9.

002670     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

002680 PROCEDURE DIVISION.

002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710     PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
002720         UNTIL WS-MASTER-AT-EOF.
002730     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002740     GOBACK.

002750 1000-INITIALIZE.
002760     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
002770     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
002780     PERFORM 1100-LOAD-REQUIREMENTS THRU 1100-EXIT.
002790     OPEN INPUT STUDENT-MASTER.
002800     OPEN INPUT REG-FILE.
002810     OPEN OUTPUT AUDIT-REPORT.
002820     MOVE WS-CURRENT-DATE-8 TO HDG1-RUN-DATE.
002830     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
002840 1000-EXIT.
002850     EXIT.

002860 1050-GET-RUN-PARMS.
002870     ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'STUDENT_DD'.
002880     IF WS-STUDENT-DD = SPACES OR LOW-VALUES
002890         MOVE WS-DEFAULT-STUDENT TO WS-STUDENT-DD
002900     END-IF.
002910     ACCEPT WS-REG-DD FROM ENVIRONMENT 'STUREG_DD'.
002920     IF WS-REG-DD = SPACES OR LOW-VALUES
002930         MOVE WS-DEFAULT-REG TO WS-REG-DD
002940     END-IF.
002950     ACCEPT WS-REQUIRE-DD FROM ENVIRONMENT 'STUDGREQ_DD'.
002960     IF WS-REQUIRE-DD = SPACES OR LOW-VALUES
002970         MOVE WS-DEFAULT-REQUIRE TO WS-REQUIRE-DD
002980     END-IF.
002990     ACCEPT WS-REPORT-DD FROM ENVIRONMENT 'STUDGAUD_DD'.
003000     IF WS-REPORT-DD = SPACES OR LOW-VALUES
003010         MOVE WS-DEFAULT-REPORT TO WS-REPORT-DD
003020     END-IF.
003030     DISPLAY 'STUDGAUD: STUDENT MASTER = ' WS-STUDENT-DD.
003040     DISPLAY 'STUDGAUD: REG FILE       = ' WS-REG-DD.
003050     DISPLAY 'STUDGAUD: REQUIREMENTS   = ' WS-REQUIRE-DD.
003060     DISPLAY 'STUDGAUD: AUDIT REPORT   = ' WS-REPORT-DD.
003070 1050-EXIT.
003080     EXIT.

003090******************************************************************
003100* The requirements file is small and read once, into a table
003110* searched for every student; a file longer than the table is
003120* loaded as far as it fits and the overflow is announced. Each
003130* elective member also finds or adds its group's entry.
003140******************************************************************
003150 1100-LOAD-REQUIREMENTS.
003160     OPEN INPUT REQUIREMENT-FILE.
003170     PERFORM 1150-READ-REQUIREMENT THRU 1150-EXIT.
003180     PERFORM 1160-STORE-REQUIREMENT THRU 1160-EXIT
003190         UNTIL WS-REQUIRE-AT-EOF
003200            OR WS-REQ-COUNT NOT < WS-REQ-MAX.
003210     IF NOT WS-REQUIRE-AT-EOF
003220         DISPLAY 'STUDGAUD: *** REQUIREMENT TABLE FULL AT '
003230             WS-REQ-MAX ' - REMAINDER IGNORED'
003240     END-IF.
003250     CLOSE REQUIREMENT-FILE.
003260     DISPLAY 'STUDGAUD: REQUIREMENTS LOADED = ' WS-REQ-COUNT.
003270     DISPLAY 'STUDGAUD: ELECTIVE GROUPS     = ' WS-GROUP-COUNT.
003280 1100-EXIT.
003290     EXIT.

003300 1150-READ-REQUIREMENT.
003310     READ REQUIREMENT-FILE
003320         AT END SET WS-REQUIRE-AT-EOF TO TRUE
003330     END-READ.
003340 1150-EXIT.
003350     EXIT.

003360 1160-STORE-REQUIREMENT.
003370     IF DRQ-MAJOR-CODE NOT = SPACES
003380         AND DRQ-COURSE-CODE NOT = SPACES
003390         AND (DRQ-TYPE = 'R' OR DRQ-TYPE = 'E')
003400         PERFORM 1165-ADD-REQUIREMENT THRU 1165-EXIT
003410     END-IF.
003420     PERFORM 1150-READ-REQUIREMENT THRU 1150-EXIT.
003430 1160-EXIT.
003440     EXIT.

003450 1165-ADD-REQUIREMENT.
003460     IF DRQ-TYPE = 'E'
003470         PERFORM 1170-FIND-GROUP THRU 1170-EXIT
003480         IF NOT WS-GROUP-FOUND
003490             GO TO 1165-EXIT
003500         END-IF
003510     END-IF.
003520     ADD 1 TO WS-REQ-COUNT.
003530     MOVE DRQ-MAJOR-CODE TO WS-REQ-MAJOR-CODE (WS-REQ-COUNT).
003540     MOVE DRQ-TYPE TO WS-REQ-TYPE (WS-REQ-COUNT).
003550     MOVE DRQ-COURSE-CODE TO WS-REQ-COURSE-CODE (WS-REQ-COUNT).
003560     MOVE DRQ-GROUP TO WS-REQ-GROUP (WS-REQ-COUNT).
003570     MOVE DRQ-MIN-GRADE TO WS-RANK-GRADE.
003580     PERFORM 2190-RANK-GRADE THRU 2190-EXIT.
003590     IF WS-GRADE-RANK = ZERO
003600         MOVE 'D ' TO WS-REQ-MIN-GRADE (WS-REQ-COUNT)
003610         MOVE 1 TO WS-REQ-MIN-RANK (WS-REQ-COUNT)
003620     ELSE
003630         MOVE DRQ-MIN-GRADE TO WS-REQ-MIN-GRADE (WS-REQ-COUNT)
003640         MOVE WS-GRADE-RANK TO WS-REQ-MIN-RANK (WS-REQ-COUNT)
003650     END-IF.
003660 1165-EXIT.
003670     EXIT.

003680 1170-FIND-GROUP.
003690     MOVE 'N' TO WS-GROUP-FOUND-SW.
003700     IF DRQ-NEEDED IS NUMERIC AND DRQ-NEEDED NOT = '00'
003710         MOVE DRQ-NEEDED TO WS-NEEDED-NUM
003720     ELSE
003730         MOVE 1 TO WS-NEEDED-NUM
003740     END-IF.
003750     IF WS-GROUP-COUNT > ZERO
003760         SET WS-GROUP-IDX TO 1
003770         SEARCH WS-GROUP-ENTRY
003780             AT END
003790                 CONTINUE
003800             WHEN WS-GRP-MAJOR-CODE (WS-GROUP-IDX) =
003810                     DRQ-MAJOR-CODE
003820                 AND WS-GRP-ID (WS-GROUP-IDX) = DRQ-GROUP
003830                 SET WS-GROUP-FOUND TO TRUE
003840                 IF WS-NEEDED-NUM > WS-GRP-NEEDED (WS-GROUP-IDX)
003850                     MOVE WS-NEEDED-NUM
003860                         TO WS-GRP-NEEDED (WS-GROUP-IDX)
003870                 END-IF
003880         END-SEARCH
003890     END-IF.
003900     IF WS-GROUP-FOUND
003910         GO TO 1170-EXIT
003920     END-IF.
003930     IF WS-GROUP-COUNT NOT < WS-GROUP-MAX
003940         DISPLAY 'STUDGAUD: *** GROUP TABLE FULL - '
003950             DRQ-MAJOR-CODE ' ' DRQ-GROUP ' IGNORED'
003960         GO TO 1170-EXIT
003970     END-IF.
003980     ADD 1 TO WS-GROUP-COUNT.
003990     MOVE DRQ-MAJOR-CODE TO WS-GRP-MAJOR-CODE (WS-GROUP-COUNT).
004000     MOVE DRQ-GROUP TO WS-GRP-ID (WS-GROUP-COUNT).
004010     MOVE WS-NEEDED-NUM TO WS-GRP-NEEDED (WS-GROUP-COUNT).
004020     SET WS-GROUP-FOUND TO TRUE.
004030 1170-EXIT.
004040     EXIT.

004050 1200-READ-MASTER.
004060     READ STUDENT-MASTER INTO WS-STUDENT
004070         AT END SET WS-MASTER-AT-EOF TO TRUE
004080         NOT AT END ADD 1 TO WS-STUDENTS-READ
004090     END-READ.
004100 1200-EXIT.
004110     EXIT.

004120 2000-PROCESS-STUDENT.
004130     IF WS-STUDENT-ACTIVE
004140         PERFORM 2050-AUDIT-STUDENT THRU 2050-EXIT
004150     ELSE
004160         ADD 1 TO WS-NOT-ACTIVE-COUNT
004170     END-IF.
004180     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
004190 2000-EXIT.
004200     EXIT.

004210******************************************************************
004220* One active student: load the student's registrations, print
004230* the page, prove each required course and then each elective
004240* group of the major, and close with the tally.
004250******************************************************************
004260 2050-AUDIT-STUDENT.
004270     ADD 1 TO WS-AUDITED-COUNT.
004280     MOVE ZERO TO WS-STU-REQUIREMENTS.
004290     MOVE ZERO TO WS-STU-COMPLETE.
004300     MOVE ZERO TO WS-STU-IN-PROGRESS.
004310     MOVE ZERO TO WS-STU-OUTSTANDING.
004320     PERFORM 2100-LOAD-STUDENT-COURSES THRU 2100-EXIT.
004330     PERFORM 2400-WRITE-PAGE-HEADINGS THRU 2400-EXIT.
004340     MOVE 1 TO WS-REQ-SUB.
004350     PERFORM 2200-AUDIT-REQUIRED-COURSE THRU 2200-EXIT
004360         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
004370     MOVE 1 TO WS-GROUP-SUB.
004380     PERFORM 2300-AUDIT-ELECTIVE-GROUP THRU 2300-EXIT
004390         UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
004400     PERFORM 2500-WRITE-STUDENT-TOTALS THRU 2500-EXIT.
004410 2050-EXIT.
004420     EXIT.

004430******************************************************************
004440* Keyed START on the student's first registration, then forward
004450* while the records are still the student's, the way STUTRNSC
004460* builds a transcript.
004470******************************************************************
004480 2100-LOAD-STUDENT-COURSES.
004490     MOVE ZERO TO WS-COURSE-COUNT.
004500     MOVE 'N' TO WS-REG-DONE-SW.
004510     MOVE WS-STUDENT-ID TO REG-STUDENT-ID OF REG-REC.
004520     MOVE LOW-VALUES TO REG-SECTION-KEY OF REG-REC.
004530     START REG-FILE
004540         KEY IS NOT LESS THAN REG-KEY OF REG-REC
004550         INVALID KEY
004560             SET WS-REG-DONE TO TRUE
004570     END-START.
004580     PERFORM 2150-STORE-REGISTRATION THRU 2150-EXIT
004590         UNTIL WS-REG-DONE.
004600 2100-EXIT.
004610     EXIT.

004620 2150-STORE-REGISTRATION.
004630     READ REG-FILE NEXT RECORD
004640         AT END
004650             SET WS-REG-DONE TO TRUE
004660             GO TO 2150-EXIT
004670     END-READ.
004680     IF REG-STUDENT-ID OF REG-REC NOT = WS-STUDENT-ID
004690         SET WS-REG-DONE TO TRUE
004700         GO TO 2150-EXIT
004710     END-IF.
004720     IF WS-COURSE-COUNT NOT < WS-COURSE-MAX
004730         ADD 1 TO WS-COURSE-LOST
004740         GO TO 2150-EXIT
004750     END-IF.
004760     ADD 1 TO WS-COURSE-COUNT.
004770     MOVE REG-COURSE-CODE OF REG-REC
004780         TO WS-CRS-COURSE-CODE (WS-COURSE-COUNT).
004790     MOVE REG-TERM OF REG-REC TO WS-CRS-TERM (WS-COURSE-COUNT).
004800     MOVE REG-GRADE OF REG-REC TO WS-CRS-GRADE (WS-COURSE-COUNT).
004810     MOVE REG-GRADE OF REG-REC TO WS-RANK-GRADE.
004820     PERFORM 2190-RANK-GRADE THRU 2190-EXIT.
004830     MOVE WS-GRADE-RANK TO WS-CRS-RANK (WS-COURSE-COUNT).
004840     IF REG-GRADE OF REG-REC = SPACES
004850         OR REG-GRADE OF REG-REC = 'I '
004860         MOVE 'Y' TO WS-CRS-PENDING-SW (WS-COURSE-COUNT)
004870     ELSE
004880         MOVE 'N' TO WS-CRS-PENDING-SW (WS-COURSE-COUNT)
004890     END-IF.
004900 2150-EXIT.
004910     EXIT.

004920******************************************************************
004930* Letter grades ranked A 4 down to D 1; F, I, W, and an ungraded
004940* registration rank 0 and never satisfy a requirement.
004950******************************************************************
004960 2190-RANK-GRADE.
004970     EVALUATE WS-RANK-GRADE
004980         WHEN 'A '
004990             MOVE 4 TO WS-GRADE-RANK
005000         WHEN 'B '
005010             MOVE 3 TO WS-GRADE-RANK
005020         WHEN 'C '
005030             MOVE 2 TO WS-GRADE-RANK
005040         WHEN 'D '
005050             MOVE 1 TO WS-GRADE-RANK
005060         WHEN OTHER
005070             MOVE ZERO TO WS-GRADE-RANK
005080     END-EVALUATE.
005090 2190-EXIT.
005100     EXIT.

005110 2200-AUDIT-REQUIRED-COURSE.
005120     IF WS-REQ-MAJOR-CODE (WS-REQ-SUB) = WS-MAJOR-CODE
005130         AND WS-REQ-IS-REQUIRED (WS-REQ-SUB)
005140         PERFORM 2250-PROVE-COURSE THRU 2250-EXIT
005150         ADD 1 TO WS-STU-REQUIREMENTS
005160         MOVE 'REQUIRED' TO DL-REQUIREMENT
005170         MOVE WS-REQ-COURSE-CODE (WS-REQ-SUB) TO DL-COURSE-CODE
005180         MOVE WS-REQ-MIN-GRADE (WS-REQ-SUB) TO DL-MIN-GRADE
005190         PERFORM 2600-WRITE-RESULT-LINE THRU 2600-EXIT
005200     END-IF.
005210     ADD 1 TO WS-REQ-SUB.
005220 2200-EXIT.
005230     EXIT.

005240******************************************************************
005250* The best the student holds in the course named by the current
005260* requirement entry: a pass at the minimum wins outright, then a
005270* registration still in progress, else it is outstanding (the
005280* most recent failing attempt is shown).
005290******************************************************************
005300 2250-PROVE-COURSE.
005310     MOVE 'O' TO WS-RESULT-CODE.
005320     MOVE SPACES TO WS-RESULT-GRADE.
005330     MOVE SPACES TO WS-RESULT-TERM.
005340     MOVE 1 TO WS-COURSE-SUB.
005350     PERFORM 2260-TEST-COURSE THRU 2260-EXIT
005360         UNTIL WS-COURSE-SUB > WS-COURSE-COUNT
005370            OR WS-RESULT-COMPLETE.
005380 2250-EXIT.
005390     EXIT.

005400 2260-TEST-COURSE.
005410     IF WS-CRS-COURSE-CODE (WS-COURSE-SUB) =
005420         WS-REQ-COURSE-CODE (WS-REQ-SUB)
005430         EVALUATE TRUE
005440             WHEN WS-CRS-RANK (WS-COURSE-SUB) > ZERO
005450                 AND WS-CRS-RANK (WS-COURSE-SUB) NOT <
005460                     WS-REQ-MIN-RANK (WS-REQ-SUB)
005470                 MOVE 'C' TO WS-RESULT-CODE
005480                 MOVE WS-CRS-GRADE (WS-COURSE-SUB)
005490                     TO WS-RESULT-GRADE
005500                 MOVE WS-CRS-TERM (WS-COURSE-SUB)
005510                     TO WS-RESULT-TERM
005520             WHEN WS-CRS-PENDING (WS-COURSE-SUB)
005530                 MOVE 'P' TO WS-RESULT-CODE
005540                 MOVE WS-CRS-GRADE (WS-COURSE-SUB)
005550                     TO WS-RESULT-GRADE
005560                 MOVE WS-CRS-TERM (WS-COURSE-SUB)
005570                     TO WS-RESULT-TERM
005580             WHEN WS-RESULT-OUTSTANDING
005590                 MOVE WS-CRS-GRADE (WS-COURSE-SUB)
005600                     TO WS-RESULT-GRADE
005610                 MOVE WS-CRS-TERM (WS-COURSE-SUB)
005620                     TO WS-RESULT-TERM
005630             WHEN OTHER
005640                 CONTINUE
005650         END-EVALUATE
005660     END-IF.
005670     ADD 1 TO WS-COURSE-SUB.
005680 2260-EXIT.
005690     EXIT.

005700******************************************************************
005710* An elective group of the student's major: every member course
005720* is proved the same way as a required course, each listed, and
005730* the passes and courses in progress counted against the number
005740* the group needs.
005750******************************************************************
005760 2300-AUDIT-ELECTIVE-GROUP.
005770     IF WS-GRP-MAJOR-CODE (WS-GROUP-SUB) = WS-MAJOR-CODE
005780         PERFORM 2310-PROVE-GROUP THRU 2310-EXIT
005790     END-IF.
005800     ADD 1 TO WS-GROUP-SUB.
005810 2300-EXIT.
005820     EXIT.

005830 2310-PROVE-GROUP.
005840     MOVE ZERO TO WS-GROUP-PASSED.
005850     MOVE ZERO TO WS-GROUP-PENDING.
005860     MOVE 1 TO WS-REQ-SUB.
005870     PERFORM 2350-AUDIT-GROUP-MEMBER THRU 2350-EXIT
005880         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
005890     ADD 1 TO WS-STU-REQUIREMENTS.
005900     EVALUATE TRUE
005910         WHEN WS-GROUP-PASSED NOT < WS-GRP-NEEDED (WS-GROUP-SUB)
005920             MOVE 'C' TO WS-RESULT-CODE
005930         WHEN WS-GROUP-PASSED + WS-GROUP-PENDING
005940             NOT < WS-GRP-NEEDED (WS-GROUP-SUB)
005950             MOVE 'P' TO WS-RESULT-CODE
005960         WHEN OTHER
005970             MOVE 'O' TO WS-RESULT-CODE
005980     END-EVALUATE.
005990     MOVE WS-GRP-ID (WS-GROUP-SUB) TO GLB-GROUP.
006000     MOVE WS-GROUP-LABEL TO DL-REQUIREMENT.
006010     MOVE SPACES TO DL-COURSE-CODE.
006020     MOVE SPACES TO DL-MIN-GRADE.
006030     MOVE SPACES TO WS-RESULT-GRADE.
006040     MOVE SPACES TO WS-RESULT-TERM.
006050     PERFORM 2600-WRITE-RESULT-LINE THRU 2600-EXIT.
006060     MOVE WS-GROUP-PASSED TO GC-PASSED.
006070     MOVE WS-GROUP-PENDING TO GC-PENDING.
006080     MOVE WS-GRP-NEEDED (WS-GROUP-SUB) TO GC-NEEDED.
006090     MOVE WS-GROUP-COUNT-LINE TO REPORT-LINE.
006100     WRITE REPORT-LINE.
006110 2310-EXIT.
006120     EXIT.

006130 2350-AUDIT-GROUP-MEMBER.
006140     IF WS-REQ-MAJOR-CODE (WS-REQ-SUB) =
006150         WS-GRP-MAJOR-CODE (WS-GROUP-SUB)
006160         AND WS-REQ-IS-ELECTIVE (WS-REQ-SUB)
006170         AND WS-REQ-GROUP (WS-REQ-SUB) = WS-GRP-ID (WS-GROUP-SUB)
006180         PERFORM 2250-PROVE-COURSE THRU 2250-EXIT
006190         EVALUATE TRUE
006200             WHEN WS-RESULT-COMPLETE
006210                 ADD 1 TO WS-GROUP-PASSED
006220             WHEN WS-RESULT-IN-PROGRESS
006230                 ADD 1 TO WS-GROUP-PENDING
006240         END-EVALUATE
006250         MOVE SPACES TO DL-REQUIREMENT
006260         MOVE WS-REQ-COURSE-CODE (WS-REQ-SUB) TO DL-COURSE-CODE
006270         MOVE WS-REQ-MIN-GRADE (WS-REQ-SUB) TO DL-MIN-GRADE
006280         PERFORM 2650-WRITE-MEMBER-LINE THRU 2650-EXIT
006290     END-IF.
006300     ADD 1 TO WS-REQ-SUB.
006310 2350-EXIT.
006320     EXIT.

006330 2400-WRITE-PAGE-HEADINGS.
006340     ADD 1 TO WS-PAGE-COUNT.
006350     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
006360     MOVE WS-HEADING-1 TO REPORT-LINE.
006370     WRITE REPORT-LINE.
006380     MOVE SPACES TO REPORT-LINE.
006390     WRITE REPORT-LINE.
006400     MOVE WS-STUDENT-ID TO SH-STUDENT-ID.
006410     MOVE WS-NAME TO SH-NAME.
006420     MOVE WS-MAJOR-CODE TO SH-MAJOR.
006430     MOVE WS-STUDENT-HEADING TO REPORT-LINE.
006440     WRITE REPORT-LINE.
006450     MOVE WS-HEADING-2 TO REPORT-LINE.
006460     WRITE REPORT-LINE.
006470     MOVE ALL '-' TO REPORT-LINE.
006480     WRITE REPORT-LINE.
006490 2400-EXIT.
006500     EXIT.

006510******************************************************************
006520* Complete on every requirement makes a graduation candidate; a
006530* major with nothing on file makes an empty audit, not one.
006540******************************************************************
006550 2500-WRITE-STUDENT-TOTALS.
006560     MOVE SPACES TO REPORT-LINE.
006570     WRITE REPORT-LINE.
006580     IF WS-STU-REQUIREMENTS = ZERO
006590         ADD 1 TO WS-NO-REQ-COUNT
006600         MOVE '*** NO REQUIREMENTS ON FILE FOR THIS MAJOR ***'
006610             TO REPORT-LINE
006620         WRITE REPORT-LINE
006630         GO TO 2500-EXIT
006640     END-IF.
006650     MOVE WS-STU-REQUIREMENTS TO ST-REQUIREMENTS.
006660     MOVE WS-STU-COMPLETE TO ST-COMPLETE.
006670     MOVE WS-STU-IN-PROGRESS TO ST-IN-PROGRESS.
006680     MOVE WS-STU-OUTSTANDING TO ST-OUTSTANDING.
006690     MOVE WS-STUDENT-TOTAL-LINE TO REPORT-LINE.
006700     WRITE REPORT-LINE.
006710     IF WS-STU-COMPLETE = WS-STU-REQUIREMENTS
006720         MOVE '*** GRADUATION CANDIDATE ***' TO REPORT-LINE
006730         WRITE REPORT-LINE
006740         PERFORM 2550-RECORD-CANDIDATE THRU 2550-EXIT
006750     END-IF.
006760 2500-EXIT.
006770     EXIT.

006780 2550-RECORD-CANDIDATE.
006790     IF WS-CAND-COUNT NOT < WS-CAND-MAX
006800         ADD 1 TO WS-CAND-LOST
006810         GO TO 2550-EXIT
006820     END-IF.
006830     ADD 1 TO WS-CAND-COUNT.
006840     MOVE WS-STUDENT-ID TO WS-CAND-STUDENT-ID (WS-CAND-COUNT).
006850     MOVE WS-NAME TO WS-CAND-NAME (WS-CAND-COUNT).
006860     MOVE WS-MAJOR-CODE TO WS-CAND-MAJOR-CODE (WS-CAND-COUNT).
006870 2550-EXIT.
006880     EXIT.

006890 2600-WRITE-RESULT-LINE.
006900     EVALUATE TRUE
006910         WHEN WS-RESULT-COMPLETE
006920             ADD 1 TO WS-STU-COMPLETE
006930         WHEN WS-RESULT-IN-PROGRESS
006940             ADD 1 TO WS-STU-IN-PROGRESS
006950         WHEN OTHER
006960             ADD 1 TO WS-STU-OUTSTANDING
006970     END-EVALUATE.
006980     PERFORM 2650-WRITE-MEMBER-LINE THRU 2650-EXIT.
006990 2600-EXIT.
007000     EXIT.

007010 2650-WRITE-MEMBER-LINE.
007020     EVALUATE TRUE
007030         WHEN WS-RESULT-COMPLETE
007040             MOVE 'COMPLETE' TO DL-STANDING
007050         WHEN WS-RESULT-IN-PROGRESS
007060             MOVE 'IN PROGRESS' TO DL-STANDING
007070         WHEN OTHER
007080             MOVE 'OUTSTANDING' TO DL-STANDING
007090     END-EVALUATE.
007100     MOVE WS-RESULT-GRADE TO DL-GRADE.
007110     MOVE WS-RESULT-TERM TO DL-TERM.
007120     MOVE WS-DETAIL-LINE TO REPORT-LINE.
007130     WRITE REPORT-LINE.
007140 2650-EXIT.
007150     EXIT.

007160 3000-FINALIZE.
007170     PERFORM 3100-WRITE-CANDIDATES THRU 3100-EXIT.
007180     CLOSE STUDENT-MASTER.
007190     CLOSE REG-FILE.
007200     CLOSE AUDIT-REPORT.
007210     DISPLAY 'STUDGAUD: STUDENTS READ     = ' WS-STUDENTS-READ.
007220     DISPLAY 'STUDGAUD: AUDITED           = ' WS-AUDITED-COUNT.
007230     DISPLAY 'STUDGAUD: NOT ACTIVE        = ' WS-NOT-ACTIVE-COUNT.
007240     DISPLAY 'STUDGAUD: NO REQUIREMENTS   = ' WS-NO-REQ-COUNT.
007250     DISPLAY 'STUDGAUD: CANDIDATES        = ' WS-CAND-COUNT.
007260     IF WS-CAND-LOST > ZERO
007270         DISPLAY 'STUDGAUD: *** CANDIDATES NOT LISTED = '
007280             WS-CAND-LOST
007290     END-IF.
007300     IF WS-COURSE-LOST > ZERO
007310         DISPLAY 'STUDGAUD: *** REGISTRATIONS NOT AUDITED = '
007320             WS-COURSE-LOST
007330     END-IF.
007340 3000-EXIT.
007350     EXIT.

007360******************************************************************
007370* The candidate list closes the report on its own page - the
007380* page the registrar works the G status changes from.
007390******************************************************************
007400 3100-WRITE-CANDIDATES.
007410     MOVE WS-CURRENT-DATE-8 TO CH-RUN-DATE.
007420     MOVE WS-CANDIDATE-HEADING TO REPORT-LINE.
007430     WRITE REPORT-LINE.
007440     MOVE SPACES TO REPORT-LINE.
007450     WRITE REPORT-LINE.
007460     MOVE 1 TO WS-CAND-SUB.
007470     PERFORM 3150-WRITE-CANDIDATE-LINE THRU 3150-EXIT
007480         UNTIL WS-CAND-SUB > WS-CAND-COUNT.
007490     MOVE SPACES TO REPORT-LINE.
007500     WRITE REPORT-LINE.
007510     MOVE WS-CAND-COUNT TO CT-COUNT.
007520     MOVE WS-CANDIDATE-TOTAL-LINE TO REPORT-LINE.
007530     WRITE REPORT-LINE.
007540 3100-EXIT.
007550     EXIT.

007560 3150-WRITE-CANDIDATE-LINE.
007570     MOVE WS-CAND-STUDENT-ID (WS-CAND-SUB) TO CL-STUDENT-ID.
007580     MOVE WS-CAND-NAME (WS-CAND-SUB) TO CL-NAME.
007590     MOVE WS-CAND-MAJOR-CODE (WS-CAND-SUB) TO CL-MAJOR-CODE.
007600     MOVE WS-CANDIDATE-LINE TO REPORT-LINE.
007610     WRITE REPORT-LINE.
007620     ADD 1 TO WS-CAND-SUB.
007630 3150-EXIT.
007640     EXIT.

007650******************************************************************
007660* The run date honors the chain-wide STUBUSDT business date
007670* (SET once in the STUCHAIN run-control) over the machine
007680* date, so a late or re-run night reproduces the original
007690* night's numbers.
007700******************************************************************
007710 9000-GET-BUSINESS-DATE.
007720     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
007730     IF WS-BUSDT-PARM IS NUMERIC
007740         AND WS-BUSDT-PARM NOT = '00000000'
007750         MOVE WS-BUSDT-PARM TO WS-CURRENT-DATE-8
007760     ELSE
007770         ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
007780     END-IF.
007790 9000-EXIT.
007800     EXIT.

007810 END PROGRAM STUDGAUD.
