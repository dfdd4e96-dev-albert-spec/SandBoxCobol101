000100******************************************************************
000110* Author: JRV
000120* Date: 15/Oct/2026
000130* Purpose: Education
000140*
000150* End-of-term academic standing run. Runs after STUGRADE has
000160* posted the term's grades: reads the student master in
000170* STUDENT-ID order and, for each student, walks the student's
000180* registrations on STUREG.DAT with a keyed START the way
000190* STUTRNSC does, computing a term GPA over the assessed term's
000200* letter-graded courses and a cumulative GPA over every
000210* letter-graded course through that term (A=4 through F=0; I,
000220* W, and ungraded courses carry no points and stay out of
000230* both). Term codes are compared as the registrar keys them,
000240* year first, so a later term always collates higher.
000250*
000260* The term assessed is STUSTAND_TERM (required). Standing is
000270* assigned against thresholds set in the run-control, each a
000280* GPA times 100 in three digits:
000290*
000300*   STUSTAND_DEANS  term GPA at or above it, over at least
000310*                   STUSTAND_DLMIN (two digits, default 03)
000320*                   graded courses: dean's list (default 350)
000330*   STUSTAND_PROB   cumulative GPA below it: probation, or
000340*                   suspension for a student whose last
000350*                   standing was already probation or
000360*                   suspension (default 200)
000370*   STUSTAND_SUSP   cumulative GPA below it: suspension
000380*                   outright (default 150)
000390*
000400* Anyone else is in good standing. A student with no graded
000410* course in the term is not assessed.
000420*
000430* Four things come out:
000440*
000450*   - the standing itself, one record per student per term on
000460*     the indexed standing file (STUSTNDG_DD), rewritten when a
000470*     term is assessed again after a grade correction;
000480*   - a standing report by MAJOR-CODE (STUSTAND_DD), walked off
000490*     the standing file's term-plus-major alternate key;
000500*   - for every new suspension, a full CHANGE transaction
000510*     setting STATUS-CODE to S (suspended), appended to the raw
000520*     STUTRANS.DAT stream the way STUINQ's UPD request does, so
000530*     the status change still flows through STUTREDT's edits,
000540*     STUMAINT's journal, and the night's RUN-TOTALS;
000550*   - for every student newly put on probation or suspension, a
000560*     print-image letter in the STUNOTIF layout (STUSTLTR_DD)
000570*     and an email queue entry (STUSTEMQ_DD), notice type P or
000580*     S. STUNOTIF lists the S status change with no letter of
000590*     its own, so the student hears once.
000600*
000610* "Newly" means the standing differs from the student's last
000620* earlier term and from what a previous run already recorded
000630* for this term, so a rerun of the same term sends nothing
000640* twice.
000650*
000660* Modification History
000670* ---------------------------------------------------------------
000680* 15/Oct/2026  JRV  Original version.
000681* 15/Oct/2026  JRV  The run now takes the student files lock
000682*                    (STULOCK.DAT) before opening the master or
000683*                    registration file for update, stops with
000684*                    RETURN-CODE 12 naming the holder if another
000685*                    run has it, and releases it on the way out.
000690******************************************************************
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID. STUSTAND.

000720 ENVIRONMENT DIVISION.
000730     INPUT-OUTPUT SECTION.
000740         FILE-CONTROL.
000750             SELECT STUDENT-MASTER ASSIGN TO DYNAMIC WS-STUDENT-DD
000760             ORGANIZATION IS INDEXED
000770             ACCESS MODE IS DYNAMIC
000780             RECORD KEY IS STUDENT-ID OF STUDENT-MASTER-REC
000790             ALTERNATE RECORD KEY IS NAME OF STUDENT-MASTER-REC
000800                 WITH DUPLICATES.

000810             SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-DD
000820             ORGANIZATION IS INDEXED
000830             ACCESS MODE IS DYNAMIC
000840             RECORD KEY IS REG-KEY OF REG-REC
000850             ALTERNATE RECORD KEY IS REG-SECTION-KEY OF REG-REC
000860                 WITH DUPLICATES.

000870             SELECT OPTIONAL STANDING-FILE
000880             ASSIGN TO DYNAMIC WS-STANDING-DD
000890             ORGANIZATION IS INDEXED
000900             ACCESS MODE IS DYNAMIC
000910             RECORD KEY IS STND-KEY OF STANDING-REC
000920             ALTERNATE RECORD KEY IS
000930                 STND-REPORT-KEY OF STANDING-REC
000940                 WITH DUPLICATES.

000950             SELECT OPTIONAL TRANS-OUT
000960             ASSIGN TO DYNAMIC WS-TRANS-DD
000970             ORGANIZATION IS LINE SEQUENTIAL.

000980             SELECT STANDING-REPORT
000990             ASSIGN TO DYNAMIC WS-REPORT-DD
001000             ORGANIZATION IS LINE SEQUENTIAL.

001010             SELECT LETTER-FILE ASSIGN TO DYNAMIC WS-LETTER-DD
001020             ORGANIZATION IS LINE SEQUENTIAL.

001030             SELECT EMAIL-QUEUE ASSIGN TO DYNAMIC WS-EMAIL-DD
001040             ORGANIZATION IS LINE SEQUENTIAL.

001041             SELECT OPTIONAL LOCK-FILE
001042             ASSIGN TO DYNAMIC WS-LOCK-DD
001043             ORGANIZATION IS INDEXED
001044             ACCESS MODE IS DYNAMIC
001045             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

001050 DATA DIVISION.
001060     FILE SECTION.
001070     FD STUDENT-MASTER.
001080     COPY STUREC REPLACING ==:REC:== BY ==STUDENT-MASTER-REC==.

001090     FD REG-FILE.
001100     COPY REGREC REPLACING ==:REC:== BY ==REG-REC==.

001110     FD STANDING-FILE.
001120     COPY STNDREC REPLACING ==:REC:== BY ==STANDING-REC==.

001130     FD TRANS-OUT.
001140     COPY STUTRAN REPLACING ==:REC:== BY ==TRANS-RECORD==.

001150     FD STANDING-REPORT.
001160     01 REPORT-LINE PIC X(80).

001170     FD LETTER-FILE.
001180     01 LETTER-LINE PIC X(80).

001190     FD EMAIL-QUEUE.
001200     01 EMAIL-QUEUE-RECORD.
001210         05 EMQ-EMAIL PIC X(30).
001220         05 EMQ-STUDENT-ID PIC 9(5).
001230         05 EMQ-NOTICE-TYPE PIC X(1).
001240         05 EMQ-DATE PIC 9(8).
001250         05 FILLER PIC X(36).

001251     FD LOCK-FILE.
001252     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

001260     WORKING-STORAGE SECTION.
001270     01 WS-RUN-PARMS.
001280         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
001290         05 WS-REG-DD PIC X(64) VALUE SPACES.
001300         05 WS-STANDING-DD PIC X(64) VALUE SPACES.
001310         05 WS-TRANS-DD PIC X(64) VALUE SPACES.
001320         05 WS-REPORT-DD PIC X(64) VALUE SPACES.
001330         05 WS-LETTER-DD PIC X(64) VALUE SPACES.
001340         05 WS-EMAIL-DD PIC X(64) VALUE SPACES.
001350         05 WS-TERM-PARM PIC X(5) VALUE SPACES.
001360         05 WS-DEANS-PARM PIC X(3) VALUE SPACES.
001370         05 WS-PROB-PARM PIC X(3) VALUE SPACES.
001380         05 WS-SUSP-PARM PIC X(3) VALUE SPACES.
001390         05 WS-DLMIN-PARM PIC X(2) VALUE SPACES.
001391         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

001400     01 WS-DEFAULTS.
001410         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
001420         05 WS-DEFAULT-REG PIC X(64) VALUE 'STUREG.DAT'.
001430         05 WS-DEFAULT-STANDING PIC X(64) VALUE 'STUSTNDG.DAT'.
001440         05 WS-DEFAULT-TRANS PIC X(64) VALUE 'STUTRANS.DAT'.
001450         05 WS-DEFAULT-REPORT PIC X(64) VALUE 'STUSTAND.TXT'.
001460         05 WS-DEFAULT-LETTER PIC X(64) VALUE 'STUSTLTR.TXT'.
001470         05 WS-DEFAULT-EMAIL PIC X(64) VALUE 'STUSTEMQ.DAT'.
001480         05 WS-DEFAULT-DEANS PIC 9(3) VALUE 350.
001490         05 WS-DEFAULT-PROB PIC 9(3) VALUE 200.
001500         05 WS-DEFAULT-SUSP PIC 9(3) VALUE 150.
001510         05 WS-DEFAULT-DLMIN PIC 9(2) VALUE 3.
001511         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

001512     01 WS-LOCK-CONTROL.
001513         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
001514             88 WS-LOCK-HELD VALUE 'Y'.
001515         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
001516             88 WS-LOCK-REFUSED VALUE 'Y'.
001517         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
001518         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
001519         05 WS-LOCK-MY-STAMP.
001520             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
001521             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

001522     01 WS-THRESHOLDS.
001530         05 WS-ASSESS-TERM PIC X(5) VALUE SPACES.
001540         05 WS-THRESHOLD-NUM PIC 9(3) VALUE ZERO.
001550         05 WS-DEANS-GPA PIC 9V99 VALUE ZERO.
001560         05 WS-PROB-GPA PIC 9V99 VALUE ZERO.
001570         05 WS-SUSP-GPA PIC 9V99 VALUE ZERO.
001580         05 WS-DEANS-MIN-COURSES PIC 9(2) VALUE ZERO.

001590     01 WS-EOF-SWITCHES.
001600         05 WS-MASTER-EOF PIC X(1) VALUE 'N'.
001610             88 WS-MASTER-AT-EOF VALUE 'Y'.
001620         05 WS-REG-DONE-SW PIC X(1) VALUE 'N'.
001630             88 WS-REG-DONE VALUE 'Y'.
001640         05 WS-STND-DONE-SW PIC X(1) VALUE 'N'.
001650             88 WS-STND-DONE VALUE 'Y'.
001660         05 WS-REPORT-DONE-SW PIC X(1) VALUE 'N'.
001670             88 WS-REPORT-DONE VALUE 'Y'.

001680     01 WS-RUN-SWITCHES.
001690         05 WS-ABORT-SW PIC X(1) VALUE 'N'.
001700             88 WS-ABORT-RUN VALUE 'Y'.
001710         05 WS-ON-FILE-SW PIC X(1) VALUE 'N'.
001720             88 WS-ON-FILE VALUE 'Y'.
001730         05 WS-FIRST-MAJOR-SW PIC X(1) VALUE 'Y'.
001740             88 WS-FIRST-MAJOR VALUE 'Y'.

001750     01 WS-STUDENT.
001760         05 WS-STUDENT-ID PIC 9(5).
001770         05 WS-NAME PIC A(25).
001780         05 WS-DATE PIC A(11).
001790         05 WS-MAJOR-CODE PIC X(5).
001800         05 WS-STATUS-CODE PIC X(1).
001810         05 WS-PHONE PIC X(10).
001820         05 WS-EMAIL PIC X(30).

001830     01 WS-GPA-FIELDS.
001840         05 WS-TERM-POINTS PIC 9(5) COMP VALUE ZERO.
001850         05 WS-TERM-GRADED PIC 9(5) COMP VALUE ZERO.
001860         05 WS-CUM-POINTS PIC 9(5) COMP VALUE ZERO.
001870         05 WS-CUM-GRADED PIC 9(5) COMP VALUE ZERO.
001880         05 WS-GRADE-POINTS PIC 9(1) VALUE ZERO.
001890         05 WS-GRADE-COUNTED-SW PIC X(1) VALUE 'N'.
001900             88 WS-GRADE-COUNTED VALUE 'Y'.
001910         05 WS-TERM-GPA PIC 9V99 VALUE ZERO.
001920         05 WS-CUM-GPA PIC 9V99 VALUE ZERO.

001930     01 WS-STANDING-FIELDS.
001940         05 WS-NEW-CODE PIC X(1) VALUE SPACE.
001950             88 WS-NEW-DEANS-LIST VALUE 'D'.
001960             88 WS-NEW-GOOD VALUE 'G'.
001970             88 WS-NEW-PROBATION VALUE 'P'.
001980             88 WS-NEW-SUSPENSION VALUE 'S'.
001990         05 WS-PRIOR-CODE PIC X(1) VALUE SPACE.
002000         05 WS-ON-FILE-CODE PIC X(1) VALUE SPACE.
002010         05 WS-NEWLY-SW PIC X(1) VALUE 'N'.
002020             88 WS-NEWLY-ASSIGNED VALUE 'Y'.
002030         05 WS-CURRENT-MAJOR PIC X(5) VALUE SPACES.

002040     01 WS-COUNTERS.
002050         05 WS-STUDENTS-READ PIC 9(7) COMP VALUE ZERO.
002060         05 WS-ASSESSED-COUNT PIC 9(7) COMP VALUE ZERO.
002070         05 WS-NOT-ASSESSED PIC 9(7) COMP VALUE ZERO.
002080         05 WS-DEANS-COUNT PIC 9(7) COMP VALUE ZERO.
002090         05 WS-GOOD-COUNT PIC 9(7) COMP VALUE ZERO.
002100         05 WS-PROB-COUNT PIC 9(7) COMP VALUE ZERO.
002110         05 WS-SUSP-COUNT PIC 9(7) COMP VALUE ZERO.
002120         05 WS-TRANS-COUNT PIC 9(7) COMP VALUE ZERO.
002130         05 WS-LETTER-COUNT PIC 9(7) COMP VALUE ZERO.
002140         05 WS-EMAIL-COUNT PIC 9(7) COMP VALUE ZERO.
002150         05 WS-NO-EMAIL-COUNT PIC 9(7) COMP VALUE ZERO.
002160         05 WS-PAGE-COUNT PIC 9(5) COMP VALUE ZERO.

002170     01 WS-MAJOR-COUNTERS.
002180         05 WS-MAJ-DEANS PIC 9(5) COMP VALUE ZERO.
002190         05 WS-MAJ-GOOD PIC 9(5) COMP VALUE ZERO.
002200         05 WS-MAJ-PROB PIC 9(5) COMP VALUE ZERO.
002210         05 WS-MAJ-SUSP PIC 9(5) COMP VALUE ZERO.

002220     01 WS-CURRENT-DATE-8 PIC 9(8) VALUE ZERO.

002230     01 WS-HEADING-1.
002240         05 FILLER PIC X(20) VALUE SPACES.
002250         05 FILLER PIC X(31)
002260             VALUE 'ACADEMIC STANDING REPORT - TERM'.
002270         05 FILLER PIC X(1) VALUE SPACE.
002280         05 HDG1-TERM PIC X(5).
002290         05 FILLER PIC X(2) VALUE SPACES.
002300         05 HDG1-RUN-DATE PIC 9(8).
002310         05 FILLER PIC X(2) VALUE SPACES.
002320         05 FILLER PIC X(5) VALUE 'PAGE '.
002330         05 HDG1-PAGE-NO PIC ZZ9.

002340     01 WS-MAJOR-HEADING.
002350         05 FILLER PIC X(6) VALUE 'MAJOR '.
002360         05 MH-MAJOR PIC X(5).

002370     01 WS-HEADING-2.
002380         05 FILLER PIC X(5) VALUE 'ID'.
002390         05 FILLER PIC X(2) VALUE SPACES.
002400         05 FILLER PIC X(25) VALUE 'NAME'.
002410         05 FILLER PIC X(2) VALUE SPACES.
002420         05 FILLER PIC X(4) VALUE 'TERM'.
002430         05 FILLER PIC X(2) VALUE SPACES.
002440         05 FILLER PIC X(4) VALUE 'CUM'.
002450         05 FILLER PIC X(2) VALUE SPACES.
002460         05 FILLER PIC X(3) VALUE 'CRS'.
002470         05 FILLER PIC X(2) VALUE SPACES.
002480         05 FILLER PIC X(12) VALUE 'STANDING'.
002490         05 FILLER PIC X(1) VALUE SPACE.
002500         05 FILLER PIC X(5) VALUE 'PRIOR'.

002510     01 WS-DETAIL-LINE.
002520         05 DL-STUDENT-ID PIC 9(5).
002530         05 FILLER PIC X(2) VALUE SPACES.
002540         05 DL-NAME PIC A(25).
002550         05 FILLER PIC X(2) VALUE SPACES.
002560         05 DL-TERM-GPA PIC 9.99.
002570         05 FILLER PIC X(2) VALUE SPACES.
002580         05 DL-CUM-GPA PIC 9.99.
002590         05 FILLER PIC X(2) VALUE SPACES.
002600         05 DL-COURSES PIC ZZ9.
002610         05 FILLER PIC X(2) VALUE SPACES.
002620         05 DL-STANDING PIC X(12).
002630         05 FILLER PIC X(3) VALUE SPACES.
002640         05 DL-PRIOR PIC X(1).

002650     01 WS-MAJOR-TOTAL-LINE.
002660         05 FILLER PIC X(14) VALUE '  DEANS LIST: '.
002670         05 MT-DEANS PIC ZZZZ9.
002680         05 FILLER PIC X(8) VALUE '  GOOD: '.
002690         05 MT-GOOD PIC ZZZZ9.
002700         05 FILLER PIC X(13) VALUE '  PROBATION: '.
002710         05 MT-PROB PIC ZZZZ9.
002720         05 FILLER PIC X(14) VALUE '  SUSPENSION: '.
002730         05 MT-SUSP PIC ZZZZ9.

002740     01 WS-GRAND-TOTAL-LINE.
002750         05 FILLER PIC X(18) VALUE 'STUDENTS ASSESSED '.
002760         05 GT-ASSESSED PIC Z,ZZZ,ZZ9.

002770     01 WS-LETTER-DATE-LINE.
002780         05 FILLER PIC X(60) VALUE SPACES.
002790         05 LD-DATE PIC 9(8).

002800     01 WS-LETTER-TO-LINE.
002810         05 FILLER PIC X(4) VALUE 'TO: '.
002820         05 LT-NAME PIC A(25).

002830     01 WS-LETTER-RE-LINE.
002840         05 FILLER PIC X(4) VALUE 'RE: '.
002850         05 LR-SUBJECT PIC X(40).

002860     01 WS-LETTER-GPA-LINE.
002870         05 FILLER PIC X(9) VALUE '    TERM '.
002880         05 LG-TERM PIC X(5).
002890         05 FILLER PIC X(12) VALUE '   TERM GPA '.
002900         05 LG-TERM-GPA PIC 9.99.
002910         05 FILLER PIC X(18) VALUE '   CUMULATIVE GPA '.
002920         05 LG-CUM-GPA PIC 9.99.

002930     01 WS-NOTICE-FIELDS.
002940         05 WS-NOTICE-TYPE PIC X(1) VALUE SPACE.
002950         05 WS-NOTICE-SUBJECT PIC X(40) VALUE SPACES.

002960     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

002970 PROCEDURE DIVISION.

002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000     IF WS-ABORT-RUN
003010         GO TO 0000-EXIT
003020     END-IF.
003030     PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
003040         UNTIL WS-MASTER-AT-EOF.
003050     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
003060     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003070 0000-EXIT.
003071     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
003080     GOBACK.

003090 1000-INITIALIZE.
003100     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
003110     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
003120     IF WS-ABORT-RUN
003121         GO TO 1000-EXIT
003122     END-IF.
003123*    The suspension CHANGEs go onto the raw STUTRANS.DAT stream
003124*    the nightly STUMAINT run applies, so the run is enqueued on
003125*    the student files like any other update to the master.
003126     MOVE 'STANDING' TO WS-LOCK-FUNCTION.
003127     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
003128     IF WS-LOCK-REFUSED
003129         SET WS-ABORT-RUN TO TRUE
003130         GO TO 1000-EXIT
003140     END-IF.
003150     OPEN INPUT STUDENT-MASTER.
003160     OPEN INPUT REG-FILE.
003170     OPEN I-O STANDING-FILE.
003180     OPEN EXTEND TRANS-OUT.
003190     OPEN OUTPUT STANDING-REPORT.
003200     OPEN OUTPUT LETTER-FILE.
003210     OPEN OUTPUT EMAIL-QUEUE.
003220     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
003230 1000-EXIT.
003240     EXIT.

003250******************************************************************
003260* The term is required - a standing run with no term would
003270* assess nothing. The thresholds fall back to the registrar's
003280* published defaults when not SET in the run-control.
003290******************************************************************
003300 1050-GET-RUN-PARMS.
003310     ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'STUDENT_DD'.
003320     IF WS-STUDENT-DD = SPACES OR LOW-VALUES
003330         MOVE WS-DEFAULT-STUDENT TO WS-STUDENT-DD
003340     END-IF.
003350     ACCEPT WS-REG-DD FROM ENVIRONMENT 'STUREG_DD'.
003360     IF WS-REG-DD = SPACES OR LOW-VALUES
003370         MOVE WS-DEFAULT-REG TO WS-REG-DD
003380     END-IF.
003390     ACCEPT WS-STANDING-DD FROM ENVIRONMENT 'STUSTNDG_DD'.
003400     IF WS-STANDING-DD = SPACES OR LOW-VALUES
003410         MOVE WS-DEFAULT-STANDING TO WS-STANDING-DD
003420     END-IF.
003430     ACCEPT WS-TRANS-DD FROM ENVIRONMENT 'STUTRANS_DD'.
003440     IF WS-TRANS-DD = SPACES OR LOW-VALUES
003450         MOVE WS-DEFAULT-TRANS TO WS-TRANS-DD
003460     END-IF.
003470     ACCEPT WS-REPORT-DD FROM ENVIRONMENT 'STUSTAND_DD'.
003480     IF WS-REPORT-DD = SPACES OR LOW-VALUES
003490         MOVE WS-DEFAULT-REPORT TO WS-REPORT-DD
003500     END-IF.
003510     ACCEPT WS-LETTER-DD FROM ENVIRONMENT 'STUSTLTR_DD'.
003520     IF WS-LETTER-DD = SPACES OR LOW-VALUES
003530         MOVE WS-DEFAULT-LETTER TO WS-LETTER-DD
003540     END-IF.
003550     ACCEPT WS-EMAIL-DD FROM ENVIRONMENT 'STUSTEMQ_DD'.
003560     IF WS-EMAIL-DD = SPACES OR LOW-VALUES
003570         MOVE WS-DEFAULT-EMAIL TO WS-EMAIL-DD
003580     END-IF.
003590     ACCEPT WS-TERM-PARM FROM ENVIRONMENT 'STUSTAND_TERM'.
003600     IF WS-TERM-PARM = SPACES OR LOW-VALUES
003610         DISPLAY 'STUSTAND: *** STUSTAND_TERM NOT SET - ABORTED'
003620         SET WS-ABORT-RUN TO TRUE
003630         MOVE 16 TO RETURN-CODE
003640         GO TO 1050-EXIT
003650     END-IF.
003660     MOVE WS-TERM-PARM TO WS-ASSESS-TERM.
003670     MOVE WS-DEFAULT-DEANS TO WS-THRESHOLD-NUM.
003680     ACCEPT WS-DEANS-PARM FROM ENVIRONMENT 'STUSTAND_DEANS'.
003690     IF WS-DEANS-PARM IS NUMERIC
003700         AND WS-DEANS-PARM NOT = '000'
003710         MOVE WS-DEANS-PARM TO WS-THRESHOLD-NUM
003720     END-IF.
003730     DIVIDE WS-THRESHOLD-NUM BY 100 GIVING WS-DEANS-GPA.
003740     MOVE WS-DEFAULT-PROB TO WS-THRESHOLD-NUM.
003750     ACCEPT WS-PROB-PARM FROM ENVIRONMENT 'STUSTAND_PROB'.
003760     IF WS-PROB-PARM IS NUMERIC
003770         AND WS-PROB-PARM NOT = '000'
003780         MOVE WS-PROB-PARM TO WS-THRESHOLD-NUM
003790     END-IF.
003800     DIVIDE WS-THRESHOLD-NUM BY 100 GIVING WS-PROB-GPA.
003810     MOVE WS-DEFAULT-SUSP TO WS-THRESHOLD-NUM.
003820     ACCEPT WS-SUSP-PARM FROM ENVIRONMENT 'STUSTAND_SUSP'.
003830     IF WS-SUSP-PARM IS NUMERIC
003840         AND WS-SUSP-PARM NOT = '000'
003850         MOVE WS-SUSP-PARM TO WS-THRESHOLD-NUM
003860     END-IF.
003870     DIVIDE WS-THRESHOLD-NUM BY 100 GIVING WS-SUSP-GPA.
003880     MOVE WS-DEFAULT-DLMIN TO WS-DEANS-MIN-COURSES.
003890     ACCEPT WS-DLMIN-PARM FROM ENVIRONMENT 'STUSTAND_DLMIN'.
003900     IF WS-DLMIN-PARM IS NUMERIC
003910         AND WS-DLMIN-PARM NOT = '00'
003920         MOVE WS-DLMIN-PARM TO WS-DEANS-MIN-COURSES
003930     END-IF.
003931     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
003932     IF WS-LOCK-DD = SPACES OR LOW-VALUES
003933         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
003934     END-IF.
003940     DISPLAY 'STUSTAND: STUDENT MASTER = ' WS-STUDENT-DD.
003950     DISPLAY 'STUSTAND: REG FILE       = ' WS-REG-DD.
003960     DISPLAY 'STUSTAND: STANDING FILE  = ' WS-STANDING-DD.
003970     DISPLAY 'STUSTAND: TRANS OUT      = ' WS-TRANS-DD.
003980     DISPLAY 'STUSTAND: REPORT         = ' WS-REPORT-DD.
003990     DISPLAY 'STUSTAND: TERM           = ' WS-ASSESS-TERM.
004000     DISPLAY 'STUSTAND: DEANS LIST GPA = ' WS-DEANS-GPA
004010         ' OVER ' WS-DEANS-MIN-COURSES ' COURSES'.
004020     DISPLAY 'STUSTAND: PROBATION GPA  = ' WS-PROB-GPA.
004030     DISPLAY 'STUSTAND: SUSPENSION GPA = ' WS-SUSP-GPA.
004031     DISPLAY 'STUSTAND: LOCK FILE      = ' WS-LOCK-DD.
004040 1050-EXIT.
004050     EXIT.

004060 1200-READ-MASTER.
004070     READ STUDENT-MASTER NEXT RECORD INTO WS-STUDENT
004080         AT END SET WS-MASTER-AT-EOF TO TRUE
004090         NOT AT END ADD 1 TO WS-STUDENTS-READ
004100     END-READ.
004110 1200-EXIT.
004120     EXIT.

004130 2000-PROCESS-STUDENT.
004140     PERFORM 2050-ASSESS-STUDENT THRU 2050-EXIT.
004150     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
004160 2000-EXIT.
004170     EXIT.

004180******************************************************************
004190* One student: total the grades, find the standing already on
004200* file, assign this term's standing, and act on what is new.
004210******************************************************************
004220 2050-ASSESS-STUDENT.
004230     PERFORM 2100-TOTAL-GRADES THRU 2100-EXIT.
004240     IF WS-TERM-GRADED = ZERO
004250         ADD 1 TO WS-NOT-ASSESSED
004260         GO TO 2050-EXIT
004270     END-IF.
004280     ADD 1 TO WS-ASSESSED-COUNT.
004290     COMPUTE WS-TERM-GPA ROUNDED =
004300         WS-TERM-POINTS / WS-TERM-GRADED.
004310     COMPUTE WS-CUM-GPA ROUNDED =
004320         WS-CUM-POINTS / WS-CUM-GRADED.
004330     PERFORM 2300-FIND-PRIOR-STANDING THRU 2300-EXIT.
004340     PERFORM 2400-ASSIGN-STANDING THRU 2400-EXIT.
004350     PERFORM 2500-SAVE-STANDING THRU 2500-EXIT.
004360     MOVE 'N' TO WS-NEWLY-SW.
004370     IF (WS-NEW-PROBATION OR WS-NEW-SUSPENSION)
004380         AND WS-NEW-CODE NOT = WS-PRIOR-CODE
004390         AND WS-NEW-CODE NOT = WS-ON-FILE-CODE
004400         SET WS-NEWLY-ASSIGNED TO TRUE
004410     END-IF.
004420     IF WS-NEWLY-ASSIGNED
004430         PERFORM 2700-WRITE-LETTER THRU 2700-EXIT
004440         PERFORM 2800-WRITE-EMAIL-QUEUE THRU 2800-EXIT
004450         IF WS-NEW-SUSPENSION
004460             AND WS-STATUS-CODE NOT = 'S'
004470             PERFORM 2600-WRITE-SUSPEND-TRANS THRU 2600-EXIT
004480         END-IF
004490     END-IF.
004500 2050-EXIT.
004510     EXIT.

004520******************************************************************
004530* Keyed START on the student's first registration, then forward
004540* while the records are still the student's. A later term than
004550* the one assessed counts toward neither GPA.
004560******************************************************************
004570 2100-TOTAL-GRADES.
004580     MOVE ZERO TO WS-TERM-POINTS.
004590     MOVE ZERO TO WS-TERM-GRADED.
004600     MOVE ZERO TO WS-CUM-POINTS.
004610     MOVE ZERO TO WS-CUM-GRADED.
004620     MOVE 'N' TO WS-REG-DONE-SW.
004630     MOVE WS-STUDENT-ID TO REG-STUDENT-ID OF REG-REC.
004640     MOVE LOW-VALUES TO REG-SECTION-KEY OF REG-REC.
004650     START REG-FILE
004660         KEY IS NOT LESS THAN REG-KEY OF REG-REC
004670         INVALID KEY
004680             SET WS-REG-DONE TO TRUE
004690     END-START.
004700     PERFORM 2150-TALLY-REGISTRATION THRU 2150-EXIT
004710         UNTIL WS-REG-DONE.
004720 2100-EXIT.
004730     EXIT.

004740 2150-TALLY-REGISTRATION.
004750     READ REG-FILE NEXT RECORD
004760         AT END
004770             SET WS-REG-DONE TO TRUE
004780             GO TO 2150-EXIT
004790     END-READ.
004800     IF REG-STUDENT-ID OF REG-REC NOT = WS-STUDENT-ID
004810         SET WS-REG-DONE TO TRUE
004820         GO TO 2150-EXIT
004830     END-IF.
004840     IF REG-TERM OF REG-REC > WS-ASSESS-TERM
004850         GO TO 2150-EXIT
004860     END-IF.
004870     PERFORM 2200-RATE-GRADE THRU 2200-EXIT.
004880     IF NOT WS-GRADE-COUNTED
004890         GO TO 2150-EXIT
004900     END-IF.
004910     ADD WS-GRADE-POINTS TO WS-CUM-POINTS.
004920     ADD 1 TO WS-CUM-GRADED.
004930     IF REG-TERM OF REG-REC = WS-ASSESS-TERM
004940         ADD WS-GRADE-POINTS TO WS-TERM-POINTS
004950         ADD 1 TO WS-TERM-GRADED
004960     END-IF.
004970 2150-EXIT.
004980     EXIT.

004990******************************************************************
005000* Letter grades carry quality points; I, W, and an ungraded
005010* course carry none and stay out of the average, as STUTRNSC.
005020******************************************************************
005030 2200-RATE-GRADE.
005040     MOVE ZERO TO WS-GRADE-POINTS.
005050     MOVE 'Y' TO WS-GRADE-COUNTED-SW.
005060     EVALUATE REG-GRADE OF REG-REC
005070         WHEN 'A '
005080             MOVE 4 TO WS-GRADE-POINTS
005090         WHEN 'B '
005100             MOVE 3 TO WS-GRADE-POINTS
005110         WHEN 'C '
005120             MOVE 2 TO WS-GRADE-POINTS
005130         WHEN 'D '
005140             MOVE 1 TO WS-GRADE-POINTS
005150         WHEN 'F '
005160             CONTINUE
005170         WHEN OTHER
005180             MOVE 'N' TO WS-GRADE-COUNTED-SW
005190     END-EVALUATE.
005200 2200-EXIT.
005210     EXIT.

005220******************************************************************
005230* Walk the student's standing history: the last term before the
005240* one assessed gives the prior standing, and a record for the
005250* assessed term itself means an earlier run already decided it.
005260******************************************************************
005270 2300-FIND-PRIOR-STANDING.
005280     MOVE SPACE TO WS-PRIOR-CODE.
005290     MOVE SPACE TO WS-ON-FILE-CODE.
005300     MOVE 'N' TO WS-ON-FILE-SW.
005310     MOVE 'N' TO WS-STND-DONE-SW.
005320     MOVE WS-STUDENT-ID TO STND-STUDENT-ID OF STANDING-REC.
005330     MOVE LOW-VALUES TO STND-TERM OF STANDING-REC.
005340     START STANDING-FILE
005350         KEY IS NOT LESS THAN STND-KEY OF STANDING-REC
005360         INVALID KEY
005370             SET WS-STND-DONE TO TRUE
005380     END-START.
005390     PERFORM 2350-READ-STANDING-HISTORY THRU 2350-EXIT
005400         UNTIL WS-STND-DONE.
005410 2300-EXIT.
005420     EXIT.

005430 2350-READ-STANDING-HISTORY.
005440     READ STANDING-FILE NEXT RECORD
005450         AT END
005460             SET WS-STND-DONE TO TRUE
005470             GO TO 2350-EXIT
005480     END-READ.
005490     IF STND-STUDENT-ID OF STANDING-REC NOT = WS-STUDENT-ID
005500         OR STND-TERM OF STANDING-REC > WS-ASSESS-TERM
005510         SET WS-STND-DONE TO TRUE
005520         GO TO 2350-EXIT
005530     END-IF.
005540     IF STND-TERM OF STANDING-REC = WS-ASSESS-TERM
005550         SET WS-ON-FILE TO TRUE
005560         MOVE STND-CODE OF STANDING-REC TO WS-ON-FILE-CODE
005570     ELSE
005580         MOVE STND-CODE OF STANDING-REC TO WS-PRIOR-CODE
005590     END-IF.
005600 2350-EXIT.
005610     EXIT.

005620******************************************************************
005630* Suspension first, then probation (a second term below the
005640* probation line is a suspension), then dean's list; everyone
005650* else is in good standing.
005660******************************************************************
005670 2400-ASSIGN-STANDING.
005680     EVALUATE TRUE
005690         WHEN WS-CUM-GPA < WS-SUSP-GPA
005700             MOVE 'S' TO WS-NEW-CODE
005710         WHEN WS-CUM-GPA < WS-PROB-GPA
005720             AND (WS-PRIOR-CODE = 'P' OR WS-PRIOR-CODE = 'S')
005730             MOVE 'S' TO WS-NEW-CODE
005740         WHEN WS-CUM-GPA < WS-PROB-GPA
005750             MOVE 'P' TO WS-NEW-CODE
005760         WHEN WS-TERM-GPA NOT < WS-DEANS-GPA
005770             AND WS-TERM-GRADED NOT < WS-DEANS-MIN-COURSES
005780             MOVE 'D' TO WS-NEW-CODE
005790         WHEN OTHER
005800             MOVE 'G' TO WS-NEW-CODE
005810     END-EVALUATE.
005820     EVALUATE TRUE
005830         WHEN WS-NEW-DEANS-LIST
005840             ADD 1 TO WS-DEANS-COUNT
005850         WHEN WS-NEW-GOOD
005860             ADD 1 TO WS-GOOD-COUNT
005870         WHEN WS-NEW-PROBATION
005880             ADD 1 TO WS-PROB-COUNT
005890         WHEN WS-NEW-SUSPENSION
005900             ADD 1 TO WS-SUSP-COUNT
005910     END-EVALUATE.
005920 2400-EXIT.
005930     EXIT.

005940 2500-SAVE-STANDING.
005950     MOVE SPACES TO STANDING-REC.
005960     MOVE WS-STUDENT-ID TO STND-STUDENT-ID OF STANDING-REC.
005970     MOVE WS-ASSESS-TERM TO STND-TERM OF STANDING-REC.
005980     MOVE WS-ASSESS-TERM TO STND-RPT-TERM OF STANDING-REC.
005990     MOVE WS-MAJOR-CODE TO STND-MAJOR-CODE OF STANDING-REC.
006000     MOVE WS-NEW-CODE TO STND-CODE OF STANDING-REC.
006010     MOVE WS-PRIOR-CODE TO STND-PRIOR-CODE OF STANDING-REC.
006020     MOVE WS-TERM-GPA TO STND-TERM-GPA OF STANDING-REC.
006030     MOVE WS-CUM-GPA TO STND-CUM-GPA OF STANDING-REC.
006040     MOVE WS-TERM-GRADED TO STND-TERM-GRADED OF STANDING-REC.
006050     MOVE WS-CUM-GRADED TO STND-CUM-GRADED OF STANDING-REC.
006060     MOVE WS-CURRENT-DATE-8 TO STND-RUN-DATE OF STANDING-REC.
006070     IF WS-ON-FILE
006080         REWRITE STANDING-REC
006090     ELSE
006100         WRITE STANDING-REC
006110     END-IF.
006120 2500-EXIT.
006130     EXIT.

006140******************************************************************
006150* A CHANGE replaces every field, so the generated transaction
006160* carries the master's current values for everything but
006170* STATUS-CODE, exactly as STUINQ's UPD request builds one.
006180******************************************************************
006190 2600-WRITE-SUSPEND-TRANS.
006200     MOVE SPACES TO TRANS-RECORD.
006210     MOVE 'C' TO TRANS-ACTION.
006220     MOVE WS-STUDENT-ID TO TRANS-STUDENT-ID.
006230     MOVE WS-NAME TO TRANS-NAME.
006240     MOVE WS-DATE TO TRANS-DATEX.
006250     MOVE WS-MAJOR-CODE TO TRANS-MAJOR-CODE.
006260     MOVE 'S' TO TRANS-STATUS-CODE.
006270     MOVE WS-PHONE TO TRANS-PHONE.
006280     MOVE WS-EMAIL TO TRANS-EMAIL.
006290     MOVE ZERO TO TRANS-EFF-DATE.
006300     WRITE TRANS-RECORD.
006310     ADD 1 TO WS-TRANS-COUNT.
006320 2600-EXIT.
006330     EXIT.

006340******************************************************************
006350* One print-image letter in the STUNOTIF layout: dated heading,
006360* addressee, subject, body with the term's numbers, and a
006370* separator line so the print room can burst the file.
006380******************************************************************
006390 2700-WRITE-LETTER.
006400     IF WS-NEW-SUSPENSION
006410         MOVE 'S' TO WS-NOTICE-TYPE
006420         MOVE 'NOTICE OF ACADEMIC SUSPENSION'
006430             TO WS-NOTICE-SUBJECT
006440     ELSE
006450         MOVE 'P' TO WS-NOTICE-TYPE
006460         MOVE 'NOTICE OF ACADEMIC PROBATION'
006470             TO WS-NOTICE-SUBJECT
006480     END-IF.
006490     MOVE WS-CURRENT-DATE-8 TO LD-DATE.
006500     MOVE WS-LETTER-DATE-LINE TO LETTER-LINE.
006510     WRITE LETTER-LINE.
006520     MOVE SPACES TO LETTER-LINE.
006530     WRITE LETTER-LINE.
006540     MOVE WS-NAME TO LT-NAME.
006550     MOVE WS-LETTER-TO-LINE TO LETTER-LINE.
006560     WRITE LETTER-LINE.
006570     MOVE WS-NOTICE-SUBJECT TO LR-SUBJECT.
006580     MOVE WS-LETTER-RE-LINE TO LETTER-LINE.
006590     WRITE LETTER-LINE.
006600     MOVE SPACES TO LETTER-LINE.
006610     WRITE LETTER-LINE.
006620     MOVE 'YOUR GRADES FOR THE TERM BELOW HAVE BEEN REVIEWED:'
006630         TO LETTER-LINE.
006640     WRITE LETTER-LINE.
006650     MOVE SPACES TO LETTER-LINE.
006660     WRITE LETTER-LINE.
006670     MOVE WS-ASSESS-TERM TO LG-TERM.
006680     MOVE WS-TERM-GPA TO LG-TERM-GPA.
006690     MOVE WS-CUM-GPA TO LG-CUM-GPA.
006700     MOVE WS-LETTER-GPA-LINE TO LETTER-LINE.
006710     WRITE LETTER-LINE.
006720     MOVE SPACES TO LETTER-LINE.
006730     WRITE LETTER-LINE.
006740     IF WS-NEW-SUSPENSION
006750         MOVE 'YOU ARE SUSPENDED FROM FURTHER ENROLLMENT. PLEASE'
006760             TO LETTER-LINE
006770         WRITE LETTER-LINE
006780         MOVE 'CONTACT THE REGISTRAR ABOUT THE APPEAL PROCESS.'
006790             TO LETTER-LINE
006800         WRITE LETTER-LINE
006810     ELSE
006820         MOVE 'YOU ARE PLACED ON ACADEMIC PROBATION. PLEASE SEE'
006830             TO LETTER-LINE
006840         WRITE LETTER-LINE
006850         MOVE 'YOUR ADVISOR BEFORE REGISTERING FOR NEXT TERM.'
006860             TO LETTER-LINE
006870         WRITE LETTER-LINE
006880     END-IF.
006890     MOVE SPACES TO LETTER-LINE.
006900     WRITE LETTER-LINE.
006910     MOVE ALL '=' TO LETTER-LINE.
006920     WRITE LETTER-LINE.
006930     ADD 1 TO WS-LETTER-COUNT.
006940 2700-EXIT.
006950     EXIT.

006960 2800-WRITE-EMAIL-QUEUE.
006970     IF WS-EMAIL = SPACES
006980         ADD 1 TO WS-NO-EMAIL-COUNT
006990         GO TO 2800-EXIT
007000     END-IF.
007010     MOVE SPACES TO EMAIL-QUEUE-RECORD.
007020     MOVE WS-EMAIL TO EMQ-EMAIL.
007030     MOVE WS-STUDENT-ID TO EMQ-STUDENT-ID.
007040     MOVE WS-NOTICE-TYPE TO EMQ-NOTICE-TYPE.
007050     MOVE WS-CURRENT-DATE-8 TO EMQ-DATE.
007060     WRITE EMAIL-QUEUE-RECORD.
007070     ADD 1 TO WS-EMAIL-COUNT.
007080 2800-EXIT.
007090     EXIT.

007100 3000-FINALIZE.
007110     CLOSE STUDENT-MASTER.
007120     CLOSE REG-FILE.
007130     CLOSE STANDING-FILE.
007140     CLOSE TRANS-OUT.
007150     CLOSE STANDING-REPORT.
007160     CLOSE LETTER-FILE.
007170     CLOSE EMAIL-QUEUE.
007180     DISPLAY 'STUSTAND: STUDENTS READ      = ' WS-STUDENTS-READ.
007190     DISPLAY 'STUSTAND: ASSESSED           = ' WS-ASSESSED-COUNT.
007200     DISPLAY 'STUSTAND: NOT ASSESSED       = ' WS-NOT-ASSESSED.
007210     DISPLAY 'STUSTAND: DEANS LIST         = ' WS-DEANS-COUNT.
007220     DISPLAY 'STUSTAND: GOOD STANDING      = ' WS-GOOD-COUNT.
007230     DISPLAY 'STUSTAND: PROBATION          = ' WS-PROB-COUNT.
007240     DISPLAY 'STUSTAND: SUSPENSION         = ' WS-SUSP-COUNT.
007250     DISPLAY 'STUSTAND: SUSPEND TRANS      = ' WS-TRANS-COUNT.
007260     DISPLAY 'STUSTAND: LETTERS WRITTEN    = ' WS-LETTER-COUNT.
007270     DISPLAY 'STUSTAND: EMAILS QUEUED      = ' WS-EMAIL-COUNT.
007280     DISPLAY 'STUSTAND: NO EMAIL ON FILE   = ' WS-NO-EMAIL-COUNT.
007290 3000-EXIT.
007300     EXIT.

007310******************************************************************
007320* The report walks the term's standing records on the term-plus-
007330* major alternate key, so each MAJOR-CODE comes back together
007340* (in STUDENT-ID order within it, the order they were written)
007350* and closes with its own count by standing.
007360******************************************************************
007370 4000-PRINT-REPORT.
007380     MOVE WS-ASSESS-TERM TO HDG1-TERM.
007390     MOVE WS-CURRENT-DATE-8 TO HDG1-RUN-DATE.
007400     MOVE 'N' TO WS-REPORT-DONE-SW.
007410     MOVE WS-ASSESS-TERM TO STND-RPT-TERM OF STANDING-REC.
007420     MOVE LOW-VALUES TO STND-MAJOR-CODE OF STANDING-REC.
007430     START STANDING-FILE
007440         KEY IS NOT LESS THAN STND-REPORT-KEY OF STANDING-REC
007450         INVALID KEY
007460             SET WS-REPORT-DONE TO TRUE
007470     END-START.
007480     PERFORM 4100-REPORT-STANDING THRU 4100-EXIT
007490         UNTIL WS-REPORT-DONE.
007500     IF NOT WS-FIRST-MAJOR
007510         PERFORM 4300-WRITE-MAJOR-TOTALS THRU 4300-EXIT
007520     END-IF.
007530     MOVE SPACES TO REPORT-LINE.
007540     WRITE REPORT-LINE.
007550     MOVE WS-ASSESSED-COUNT TO GT-ASSESSED.
007560     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
007570     WRITE REPORT-LINE.
007580     MOVE WS-DEANS-COUNT TO MT-DEANS.
007590     MOVE WS-GOOD-COUNT TO MT-GOOD.
007600     MOVE WS-PROB-COUNT TO MT-PROB.
007610     MOVE WS-SUSP-COUNT TO MT-SUSP.
007620     MOVE WS-MAJOR-TOTAL-LINE TO REPORT-LINE.
007630     WRITE REPORT-LINE.
007640 4000-EXIT.
007650     EXIT.

007660 4100-REPORT-STANDING.
007670     READ STANDING-FILE NEXT RECORD
007680         AT END
007690             SET WS-REPORT-DONE TO TRUE
007700             GO TO 4100-EXIT
007710     END-READ.
007720     IF STND-RPT-TERM OF STANDING-REC NOT = WS-ASSESS-TERM
007730         SET WS-REPORT-DONE TO TRUE
007740         GO TO 4100-EXIT
007750     END-IF.
007760     IF WS-FIRST-MAJOR
007770         OR STND-MAJOR-CODE OF STANDING-REC NOT = WS-CURRENT-MAJOR
007780         IF NOT WS-FIRST-MAJOR
007790             PERFORM 4300-WRITE-MAJOR-TOTALS THRU 4300-EXIT
007800         END-IF
007810         MOVE 'N' TO WS-FIRST-MAJOR-SW
007820         MOVE STND-MAJOR-CODE OF STANDING-REC TO WS-CURRENT-MAJOR
007830         PERFORM 4200-WRITE-MAJOR-HEADINGS THRU 4200-EXIT
007840     END-IF.
007850     MOVE STND-STUDENT-ID OF STANDING-REC TO DL-STUDENT-ID.
007860     MOVE STND-STUDENT-ID OF STANDING-REC
007870         TO STUDENT-ID OF STUDENT-MASTER-REC.
007880     READ STUDENT-MASTER
007890         INVALID KEY
007900             MOVE '*NOT ON MASTER*' TO DL-NAME
007910         NOT INVALID KEY
007920             MOVE NAME OF STUDENT-MASTER-REC TO DL-NAME
007930     END-READ.
007940     MOVE STND-TERM-GPA OF STANDING-REC TO DL-TERM-GPA.
007950     MOVE STND-CUM-GPA OF STANDING-REC TO DL-CUM-GPA.
007960     MOVE STND-TERM-GRADED OF STANDING-REC TO DL-COURSES.
007970     EVALUATE TRUE
007980         WHEN STND-DEANS-LIST OF STANDING-REC
007990             MOVE 'DEANS LIST' TO DL-STANDING
008000             ADD 1 TO WS-MAJ-DEANS
008010         WHEN STND-GOOD OF STANDING-REC
008020             MOVE 'GOOD' TO DL-STANDING
008030             ADD 1 TO WS-MAJ-GOOD
008040         WHEN STND-PROBATION OF STANDING-REC
008050             MOVE 'PROBATION' TO DL-STANDING
008060             ADD 1 TO WS-MAJ-PROB
008070         WHEN STND-SUSPENSION OF STANDING-REC
008080             MOVE 'SUSPENSION' TO DL-STANDING
008090             ADD 1 TO WS-MAJ-SUSP
008100     END-EVALUATE.
008110     MOVE STND-PRIOR-CODE OF STANDING-REC TO DL-PRIOR.
008120     MOVE WS-DETAIL-LINE TO REPORT-LINE.
008130     WRITE REPORT-LINE.
008140 4100-EXIT.
008150     EXIT.

008160 4200-WRITE-MAJOR-HEADINGS.
008170     ADD 1 TO WS-PAGE-COUNT.
008180     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
008190     MOVE WS-HEADING-1 TO REPORT-LINE.
008200     WRITE REPORT-LINE.
008210     MOVE SPACES TO REPORT-LINE.
008220     WRITE REPORT-LINE.
008230     MOVE WS-CURRENT-MAJOR TO MH-MAJOR.
008240     MOVE WS-MAJOR-HEADING TO REPORT-LINE.
008250     WRITE REPORT-LINE.
008260     MOVE WS-HEADING-2 TO REPORT-LINE.
008270     WRITE REPORT-LINE.
008280     MOVE ALL '-' TO REPORT-LINE.
008290     WRITE REPORT-LINE.
008300 4200-EXIT.
008310     EXIT.

008320 4300-WRITE-MAJOR-TOTALS.
008330     MOVE SPACES TO REPORT-LINE.
008340     WRITE REPORT-LINE.
008350     MOVE WS-MAJ-DEANS TO MT-DEANS.
008360     MOVE WS-MAJ-GOOD TO MT-GOOD.
008370     MOVE WS-MAJ-PROB TO MT-PROB.
008380     MOVE WS-MAJ-SUSP TO MT-SUSP.
008390     MOVE WS-MAJOR-TOTAL-LINE TO REPORT-LINE.
008400     WRITE REPORT-LINE.
008410     MOVE SPACES TO REPORT-LINE.
008420     WRITE REPORT-LINE.
008430     MOVE ZERO TO WS-MAJ-DEANS.
008440     MOVE ZERO TO WS-MAJ-GOOD.
008450     MOVE ZERO TO WS-MAJ-PROB.
008460     MOVE ZERO TO WS-MAJ-SUSP.
008470 4300-EXIT.
008480     EXIT.

008490******************************************************************
008491* The student master and the registration file are enqueued on
008492* the lock file (STULOCK_DD, see LOCKREC) before either is
008493* opened for update. The lock is taken by WRITEing the STUFILES
008494* record; a duplicate key means another run holds it. When the
008495* holder is the STUCHAIN run that CALLed this one - its stamp is
008496* in STULOCK_CHAIN - the run goes ahead under the chain's lock
008497* without taking or releasing it. Anyone else's lock stops the
008498* run with RETURN-CODE 12, naming the holder.
008499******************************************************************
008500 8500-TAKE-LOCK.
008501     MOVE 'N' TO WS-LOCK-HELD-SW.
008502     MOVE 'N' TO WS-LOCK-REFUSED-SW.
008503     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
008504     ACCEPT WS-LOCK-MY-TIME FROM TIME.
008505     OPEN I-O LOCK-FILE.
008506     MOVE SPACES TO LOCK-REC.
008507     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
008508     MOVE 'STUSTAND' TO LOCK-HOLDER OF LOCK-REC.
008509     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
008510     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
008511     WRITE LOCK-REC
008512         INVALID KEY
008513             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
008514         NOT INVALID KEY
008515             SET WS-LOCK-HELD TO TRUE
008516     END-WRITE.
008517     CLOSE LOCK-FILE.
008518 8500-EXIT.
008519     EXIT.

008520 8550-CHECK-HOLDER.
008521     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
008522     READ LOCK-FILE
008523         INVALID KEY
008524             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
008525             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
008526             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
008527     END-READ.
008528     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
008529     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
008530         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
008531         DISPLAY 'STUSTAND: RUNNING UNDER THE STUCHAIN LOCK OF '
008532             LOCK-START-DATE OF LOCK-REC ' '
008533             LOCK-START-TIME OF LOCK-REC
008534         GO TO 8550-EXIT
008535     END-IF.
008536     SET WS-LOCK-REFUSED TO TRUE.
008537     DISPLAY 'STUSTAND: *** STUDENT FILES LOCKED BY '
008538         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
008539     DISPLAY 'STUSTAND: *** HELD SINCE '
008540         LOCK-START-DATE OF LOCK-REC ' '
008541         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
008542     MOVE 12 TO RETURN-CODE.
008543 8550-EXIT.
008544     EXIT.

008545******************************************************************
008546* The lock is released only if it is still this run's own - an
008547* operator may have forced it off and another run taken it.
008548******************************************************************
008549 8600-RELEASE-LOCK.
008550     IF NOT WS-LOCK-HELD
008551         GO TO 8600-EXIT
008552     END-IF.
008553     OPEN I-O LOCK-FILE.
008554     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
008555     READ LOCK-FILE
008556         INVALID KEY
008557             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
008558     END-READ.
008559     IF LOCK-HOLDER OF LOCK-REC = 'STUSTAND'
008560         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
008561         DELETE LOCK-FILE RECORD
008562     ELSE
008563         DISPLAY 'STUSTAND: *** LOCK NO LONGER HELD BY THIS RUN'
008564             ' - NOT RELEASED'
008565     END-IF.
008566     CLOSE LOCK-FILE.
008567     MOVE 'N' TO WS-LOCK-HELD-SW.
008568 8600-EXIT.
008569     EXIT.

008570******************************************************************
008571* The run date honors the chain-wide STUBUSDT business date
008572* (SET once in the STUCHAIN run-control) over the machine
008573* date, so a late or re-run night reproduces the original
008574* night's numbers.
008575******************************************************************
008576 9000-GET-BUSINESS-DATE.
008577     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
008578     IF WS-BUSDT-PARM IS NUMERIC
008580         AND WS-BUSDT-PARM NOT = '00000000'
008590         MOVE WS-BUSDT-PARM TO WS-CURRENT-DATE-8
008600     ELSE
008610         ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
008620     END-IF.
008630 9000-EXIT.
008640     EXIT.

008650 END PROGRAM STUSTAND.
