000270* A student with no registrations on file gets no transcript
000280* page; the count of such students is displayed at end of run.
000290*
000291* A student carrying an active hold that withholds the
000292* transcript on the student holds file (STUHOLD_DD, see
000293* HOLDREC) gets, in place of the course list and GPA, a
000294* TRANSCRIPT WITHHELD notice naming each such hold and the
000295* office that must release it.
000296*
000300* Modification History
000310* ---------------------------------------------------------------
000320* 02/Sep/2026  JRV  Original version.
000323*                    business-date override (SET once in the
000324*                    STUCHAIN run-control), so a re-run of a
000325*                    prior night prints that night's date.
000326* 15/Oct/2026  JRV  A student with an active transcript hold
000327*                    on the student holds file gets a
000328*                    TRANSCRIPT WITHHELD notice in place of
000329*                    the transcript page.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. STUTRNSC.
000530             ALTERNATE RECORD KEY IS REG-SECTION-KEY OF REG-REC
000540                 WITH DUPLICATES.

000541             SELECT OPTIONAL HOLD-FILE
000542             ASSIGN TO DYNAMIC WS-HOLD-DD
000543             ORGANIZATION IS INDEXED
000544             ACCESS MODE IS DYNAMIC
000545             RECORD KEY IS HOLD-KEY OF HOLD-REC.

000550             SELECT TRANSCRIPT-REPORT
000560             ASSIGN TO DYNAMIC WS-REPORT-DD
000570             ORGANIZATION IS LINE SEQUENTIAL.
000640     FD REG-FILE.
000650     COPY REGREC REPLACING ==:REC:== BY ==REG-REC==.

000651     FD HOLD-FILE.
000652     COPY HOLDREC REPLACING ==:REC:== BY ==HOLD-REC==.

000660     FD TRANSCRIPT-REPORT.
000670     01 REPORT-LINE PIC X(80).

000710         05 WS-COURSE-DD PIC X(64) VALUE SPACES.
000720         05 WS-REG-DD PIC X(64) VALUE SPACES.
000730         05 WS-REPORT-DD PIC X(64) VALUE SPACES.
000731         05 WS-HOLD-DD PIC X(64) VALUE SPACES.

000740     01 WS-DEFAULTS.
000750         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000760         05 WS-DEFAULT-COURSE PIC X(64) VALUE 'CRSFILE.DAT'.
000770         05 WS-DEFAULT-REG PIC X(64) VALUE 'STUREG.DAT'.
000780         05 WS-DEFAULT-REPORT PIC X(64) VALUE 'STUTRNSC.TXT'.
000781         05 WS-DEFAULT-HOLD PIC X(64) VALUE 'STUHOLD.DAT'.

000790     01 WS-EOF-SWITCHES.
000800         05 WS-MASTER-EOF PIC X(1) VALUE 'N'.
000810             88 WS-MASTER-AT-EOF VALUE 'Y'.
000820         05 WS-REG-DONE-SW PIC X(1) VALUE 'N'.
000830             88 WS-REG-DONE VALUE 'Y'.
000831         05 WS-HOLD-SCAN-SW PIC X(1) VALUE 'N'.
000832             88 WS-HOLD-SCAN-DONE VALUE 'Y'.

000833     01 WS-WITHHELD-SWITCHES.
000834         05 WS-PAGE-WITHHELD-SW PIC X(1) VALUE 'N'.
000835             88 WS-PAGE-WITHHELD VALUE 'Y'.

000836     01 WS-HOLD-MAX PIC 9(5) COMP VALUE 5.
000837     01 WS-HOLD-TABLE.
000838         05 WS-HOLD-COUNT PIC 9(5) COMP VALUE ZERO.
000839         05 WS-HOLD-ENTRY OCCURS 1 TO 5 TIMES
000840                 DEPENDING ON WS-HOLD-COUNT.
000841             10 WS-HLD-TYPE PIC X(1).
000842             10 WS-HLD-DATE PIC 9(8).
000843             10 WS-HLD-OFFICE PIC X(10).
000844             10 WS-HLD-REASON PIC X(30).
000845     01 WS-HOLD-SUB PIC 9(5) COMP VALUE ZERO.

000846     01 WS-STUDENT.
000850         05 WS-STUDENT-ID PIC 9(5).
000860         05 WS-NAME PIC A(25).
000870         05 WS-DATE PIC A(11).
000990         05 WS-TRANSCRIPT-COUNT PIC 9(7) COMP VALUE ZERO.
001000         05 WS-NO-REG-COUNT PIC 9(7) COMP VALUE ZERO.
001010         05 WS-TOTAL-COURSES PIC 9(7) COMP VALUE ZERO.
001011         05 WS-WITHHELD-COUNT PIC 9(7) COMP VALUE ZERO.

001020     01 WS-CURRENT-DATE-8 PIC 9(8) VALUE ZERO.

001410         05 FILLER PIC X(2) VALUE SPACES.
001420         05 GL-NOTE PIC X(20).

001421     01 WS-WITHHELD-LINE.
001422         05 FILLER PIC X(25) VALUE SPACES.
001423         05 FILLER PIC X(27) VALUE '*** TRANSCRIPT WITHHELD ***'.

001424     01 WS-HOLD-LINE.
001425         05 FILLER PIC X(5) VALUE 'HOLD '.
001426         05 HL-TYPE PIC X(1).
001427         05 FILLER PIC X(8) VALUE ' PLACED '.
001428         05 HL-DATE PIC 9(8).
001429         05 FILLER PIC X(4) VALUE ' BY '.
001430         05 HL-OFFICE PIC X(10).
001431         05 FILLER PIC X(1) VALUE SPACE.
001432         05 HL-REASON PIC X(30).

001433     01 WS-CONTACT-LINE.
001434         05 FILLER PIC X(40)
001435             VALUE 'NO TRANSCRIPT CAN BE ISSUED UNTIL EACH H'.
001436         05 FILLER PIC X(40)
001437             VALUE 'OLD ABOVE IS RELEASED BY ITS OFFICE.    '.

001438     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

001439 PROCEDURE DIVISION.

001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     OPEN INPUT STUDENT-MASTER.
001530     OPEN INPUT COURSE-FILE.
001540     OPEN INPUT REG-FILE.
001541     OPEN INPUT HOLD-FILE.
001550     OPEN OUTPUT TRANSCRIPT-REPORT.
001560     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001562     MOVE WS-CURRENT-DATE-8 TO HDG1-RUN-DATE.
001740     IF WS-REPORT-DD = SPACES OR LOW-VALUES
001750         MOVE WS-DEFAULT-REPORT TO WS-REPORT-DD
001760     END-IF.
001761     ACCEPT WS-HOLD-DD FROM ENVIRONMENT 'STUHOLD_DD'.
001762     IF WS-HOLD-DD = SPACES OR LOW-VALUES
001763         MOVE WS-DEFAULT-HOLD TO WS-HOLD-DD
001764     END-IF.
001770     DISPLAY 'STUTRNSC: STUDENT MASTER = ' WS-STUDENT-DD.
001780     DISPLAY 'STUTRNSC: REG FILE       = ' WS-REG-DD.
001790     DISPLAY 'STUTRNSC: TRANSCRIPT     = ' WS-REPORT-DD.
001791     DISPLAY 'STUTRNSC: HOLDS FILE     = ' WS-HOLD-DD.
001800 1050-EXIT.
001810     EXIT.

001880******************************************************************
001890* One student: position the registration file at the student's
001900* first record with a keyed START. A student with none gets no
001910* page; one with any gets a page, the course list, and the GPA -
001911* or, under a transcript hold, the page with the WITHHELD
001912* notice in place of the courses.
001920******************************************************************
001930 2000-PROCESS-STUDENT.
001940     MOVE ZERO TO WS-STUDENT-COURSES.
001950     MOVE ZERO TO WS-QUALITY-POINTS.
001960     MOVE ZERO TO WS-GRADED-COUNT.
001970     MOVE 'N' TO WS-REG-DONE-SW.
001971     MOVE 'N' TO WS-PAGE-WITHHELD-SW.
001972     PERFORM 2050-FIND-TRANSCRIPT-HOLDS THRU 2050-EXIT.
001980     MOVE WS-STUDENT-ID TO REG-STUDENT-ID OF REG-REC.
001990     MOVE LOW-VALUES TO REG-SECTION-KEY OF REG-REC.
002000     START REG-FILE
002040     END-START.
002050     PERFORM 2100-LIST-REGISTRATION THRU 2100-EXIT
002060         UNTIL WS-REG-DONE.
002070     EVALUATE TRUE
002080         WHEN WS-PAGE-WITHHELD
002090             ADD 1 TO WS-WITHHELD-COUNT
002100         WHEN WS-STUDENT-COURSES > ZERO
002110             PERFORM 2500-WRITE-GPA-LINE THRU 2500-EXIT
002120             ADD 1 TO WS-TRANSCRIPT-COUNT
002121         WHEN OTHER
002122             ADD 1 TO WS-NO-REG-COUNT
002123     END-EVALUATE.
002130     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
002140 2000-EXIT.
002141     EXIT.

002142******************************************************************
002143* Keyed START on the student's first hold, then forward while
002144* the holds are still that student's, keeping every active hold
002145* of a type that withholds the transcript.
002146******************************************************************
002147 2050-FIND-TRANSCRIPT-HOLDS.
002148     MOVE ZERO TO WS-HOLD-COUNT.
002149     MOVE 'N' TO WS-HOLD-SCAN-SW.
002150     MOVE LOW-VALUES TO HOLD-KEY OF HOLD-REC.
002151     MOVE WS-STUDENT-ID TO HOLD-STUDENT-ID OF HOLD-REC.
002152     START HOLD-FILE
002153         KEY IS NOT LESS THAN HOLD-KEY OF HOLD-REC
002154         INVALID KEY
002155             SET WS-HOLD-SCAN-DONE TO TRUE
002156     END-START.
002157     PERFORM 2060-SCAN-HOLDS THRU 2060-EXIT
002158         UNTIL WS-HOLD-SCAN-DONE.
002159 2050-EXIT.
002160     EXIT.

002161 2060-SCAN-HOLDS.
002162     READ HOLD-FILE NEXT RECORD
002163         AT END
002164             SET WS-HOLD-SCAN-DONE TO TRUE
002165             GO TO 2060-EXIT
002166     END-READ.
002167     IF HOLD-STUDENT-ID OF HOLD-REC NOT = WS-STUDENT-ID
002168         SET WS-HOLD-SCAN-DONE TO TRUE
002169         GO TO 2060-EXIT
002170     END-IF.
002171     IF NOT HOLD-IS-ACTIVE OF HOLD-REC
002172         OR NOT HOLD-BLOCKS-TRANSCRIPT OF HOLD-REC
002173         GO TO 2060-EXIT
002174     END-IF.
002175     IF WS-HOLD-COUNT NOT < WS-HOLD-MAX
002176         GO TO 2060-EXIT
002177     END-IF.
002178     ADD 1 TO WS-HOLD-COUNT.
002179     MOVE HOLD-TYPE OF HOLD-REC TO WS-HLD-TYPE (WS-HOLD-COUNT).
002180     MOVE HOLD-DATE OF HOLD-REC TO WS-HLD-DATE (WS-HOLD-COUNT).
002181     MOVE HOLD-OFFICE OF HOLD-REC
002182         TO WS-HLD-OFFICE (WS-HOLD-COUNT).
002183     MOVE HOLD-REASON OF HOLD-REC
002184         TO WS-HLD-REASON (WS-HOLD-COUNT).
002185 2060-EXIT.
002186     EXIT.

002187 2100-LIST-REGISTRATION.
002188     READ REG-FILE NEXT RECORD
002189         AT END
002190             SET WS-REG-DONE TO TRUE
002200             GO TO 2100-EXIT
002210     END-READ.
002220     IF REG-STUDENT-ID OF REG-REC NOT = WS-STUDENT-ID
002221         SET WS-REG-DONE TO TRUE
002222         GO TO 2100-EXIT
002223     END-IF.
002224     IF WS-HOLD-COUNT > ZERO
002225         PERFORM 2600-WRITE-WITHHELD-PAGE THRU 2600-EXIT
002230         SET WS-REG-DONE TO TRUE
002240         GO TO 2100-EXIT
002250     END-IF.
002880     MOVE WS-MAJOR-CODE TO SH-MAJOR.
002890     MOVE WS-STUDENT-HEADING TO REPORT-LINE.
002900     WRITE REPORT-LINE.
002910     IF WS-HOLD-COUNT = ZERO
002920         MOVE WS-HEADING-2 TO REPORT-LINE
002921         WRITE REPORT-LINE
002922     END-IF.
002930     MOVE ALL '-' TO REPORT-LINE.
002940     WRITE REPORT-LINE.
002950 2400-EXIT.
003120 2500-EXIT.
003130     EXIT.

003131******************************************************************
003132* The student's page under a transcript hold: the headings, the
003133* notice, and each hold with the office that placed it - no
003134* courses and no GPA.
003135******************************************************************
003136 2600-WRITE-WITHHELD-PAGE.
003137     PERFORM 2400-WRITE-PAGE-HEADINGS THRU 2400-EXIT.
003138     MOVE SPACES TO REPORT-LINE.
003139     WRITE REPORT-LINE.
003140     MOVE WS-WITHHELD-LINE TO REPORT-LINE.
003141     WRITE REPORT-LINE.
003142     MOVE SPACES TO REPORT-LINE.
003143     WRITE REPORT-LINE.
003144     MOVE ZERO TO WS-HOLD-SUB.
003145     PERFORM 2650-WRITE-HOLD-LINE THRU 2650-EXIT
003146         UNTIL WS-HOLD-SUB NOT < WS-HOLD-COUNT.
003147     MOVE SPACES TO REPORT-LINE.
003148     WRITE REPORT-LINE.
003149     MOVE WS-CONTACT-LINE TO REPORT-LINE.
003150     WRITE REPORT-LINE.
003151     SET WS-PAGE-WITHHELD TO TRUE.
003152 2600-EXIT.
003153     EXIT.

003154 2650-WRITE-HOLD-LINE.
003155     ADD 1 TO WS-HOLD-SUB.
003156     MOVE WS-HLD-TYPE (WS-HOLD-SUB) TO HL-TYPE.
003157     MOVE WS-HLD-DATE (WS-HOLD-SUB) TO HL-DATE.
003158     MOVE WS-HLD-OFFICE (WS-HOLD-SUB) TO HL-OFFICE.
003159     MOVE WS-HLD-REASON (WS-HOLD-SUB) TO HL-REASON.
003160     MOVE WS-HOLD-LINE TO REPORT-LINE.
003161     WRITE REPORT-LINE.
003162 2650-EXIT.
003163     EXIT.

003164 3000-FINALIZE.
003165     CLOSE STUDENT-MASTER.
003166     CLOSE COURSE-FILE.
003170     CLOSE REG-FILE.
003171     CLOSE HOLD-FILE.
003180     CLOSE TRANSCRIPT-REPORT.
003190     DISPLAY 'STUTRNSC: TRANSCRIPTS WRITTEN = '
003200         WS-TRANSCRIPT-COUNT.
003220         WS-TOTAL-COURSES.
003230     DISPLAY 'STUTRNSC: NO REGISTRATIONS    = '
003240         WS-NO-REG-COUNT.
003241     DISPLAY 'STUTRNSC: TRANSCRIPTS WITHHELD = '
003242         WS-WITHHELD-COUNT.
003250 3000-EXIT.
003260     EXIT.

