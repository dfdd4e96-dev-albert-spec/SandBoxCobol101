000100******************************************************************
000110* Author: JRV
000120* Date: 15/Oct/2026
000130* Purpose: Education
000140*
000150* Section waitlist position report. Walks the waitlist file
000160* STUREGMT builds when an ADD finds a section full, in key
000170* order - course/section/term, then arrival sequence - so each
000180* section's students come back in the order they will be
000190* promoted. Breaks on each section, pulls the section's title,
000200* seat limit, and seats taken from the course catalog and each
000210* student's name from the student master, and writes a
000220* paginated report in the STUCROST roster style: page headings,
000230* a new page per section, and a waiting total per section.
000240*
000250* POSITION is the student's place in line: 1 is the next
000260* student STUREGMT or STUCRSLD will promote when a seat opens.
000270* An entry whose student has left the master, or whose section
000280* has left the catalog, is still listed - flagged on the line.
000290*
000300* Modification History
000310* ---------------------------------------------------------------
000320* 15/Oct/2026  JRV  Original version.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. STUWTRPT.

000360 ENVIRONMENT DIVISION.
000370     INPUT-OUTPUT SECTION.
000380         FILE-CONTROL.
000390             SELECT STUDENT-MASTER ASSIGN TO DYNAMIC WS-STUDENT-DD
000400             ORGANIZATION IS INDEXED
000410             ACCESS MODE IS DYNAMIC
000420             RECORD KEY IS STUDENT-ID OF STUDENT-MASTER-REC
000430             ALTERNATE RECORD KEY IS NAME OF STUDENT-MASTER-REC
000440                 WITH DUPLICATES.

000450             SELECT COURSE-FILE ASSIGN TO DYNAMIC WS-COURSE-DD
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS DYNAMIC
000480             RECORD KEY IS CRS-KEY OF COURSE-REC.

000490             SELECT OPTIONAL WAIT-FILE
000500             ASSIGN TO DYNAMIC WS-WAIT-DD
000510             ORGANIZATION IS INDEXED
000520             ACCESS MODE IS DYNAMIC
000530             RECORD KEY IS WAIT-KEY OF WAIT-REC.

000540             SELECT WAIT-REPORT ASSIGN TO DYNAMIC WS-REPORT-DD
000550             ORGANIZATION IS LINE SEQUENTIAL.

000560 DATA DIVISION.
000570     FILE SECTION.
000580     FD STUDENT-MASTER.
000590     COPY STUREC REPLACING ==:REC:== BY ==STUDENT-MASTER-REC==.

000600     FD COURSE-FILE.
000610     COPY CRSREC REPLACING ==:REC:== BY ==COURSE-REC==.

000620     FD WAIT-FILE.
000630     COPY WAITREC REPLACING ==:REC:== BY ==WAIT-REC==.

000640     FD WAIT-REPORT.
000650     01 REPORT-LINE PIC X(80).

000660     WORKING-STORAGE SECTION.
000670     01 WS-RUN-PARMS.
000680         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000690         05 WS-COURSE-DD PIC X(64) VALUE SPACES.
000700         05 WS-WAIT-DD PIC X(64) VALUE SPACES.
000710         05 WS-REPORT-DD PIC X(64) VALUE SPACES.

000720     01 WS-DEFAULTS.
000730         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000740         05 WS-DEFAULT-COURSE PIC X(64) VALUE 'CRSFILE.DAT'.
000750         05 WS-DEFAULT-WAIT PIC X(64) VALUE 'STUWAIT.DAT'.
000760         05 WS-DEFAULT-REPORT PIC X(64) VALUE 'STUWTRPT.TXT'.

000770     01 WS-EOF-SWITCHES.
000780         05 WS-WAIT-EOF PIC X(1) VALUE 'N'.
000790             88 WS-WAIT-AT-EOF VALUE 'Y'.

000800     01 WS-BREAK-FIELDS.
000810         05 WS-PRIOR-SECTION-KEY PIC X(14) VALUE HIGH-VALUES.
000820         05 WS-CURR-SECTION-KEY PIC X(14) VALUE SPACES.
000830         05 WS-FIRST-SECTION-SW PIC X(1) VALUE 'Y'.
000840             88 WS-FIRST-SECTION VALUE 'Y'.

000850     01 WS-CURRENT-WAIT.
000860         05 WS-WAIT-COURSE-CODE PIC X(6).
000870         05 WS-WAIT-SECTION PIC X(3).
000880         05 WS-WAIT-TERM PIC X(5).

000890     01 WS-SECTION-INFO.
000900         05 WS-SEC-TITLE PIC X(30) VALUE SPACES.
000910         05 WS-SEC-LIMIT PIC 9(3) VALUE ZERO.
000920         05 WS-SEC-ENROLLED PIC 9(3) VALUE ZERO.

000930     01 WS-COUNTERS.
000940         05 WS-LINE-COUNT PIC 9(3) COMP VALUE ZERO.
000950         05 WS-PAGE-COUNT PIC 9(3) COMP VALUE ZERO.
000960         05 WS-SECTION-COUNT PIC 9(5) COMP VALUE ZERO.
000970         05 WS-SECTION-WAITING PIC 9(5) COMP VALUE ZERO.
000980         05 WS-TOTAL-WAITING PIC 9(7) COMP VALUE ZERO.
000990     01 WS-MAX-LINES-PER-PAGE PIC 9(3) COMP VALUE 50.

001000     01 WS-CURRENT-DATE-8 PIC 9(8) VALUE ZERO.

001010     01 WS-HEADING-1.
001020         05 FILLER PIC X(21) VALUE SPACES.
001030         05 FILLER PIC X(25) VALUE 'SECTION WAITLIST REPORT -'.
001040         05 FILLER PIC X(1) VALUE SPACE.
001050         05 HDG1-RUN-DATE PIC 9(8).
001060         05 FILLER PIC X(14) VALUE SPACES.
001070         05 FILLER PIC X(5) VALUE 'PAGE '.
001080         05 HDG1-PAGE-NO PIC ZZ9.

001090     01 WS-SECTION-HEADING.
001100         05 FILLER PIC X(7) VALUE 'COURSE '.
001110         05 SH-COURSE-CODE PIC X(6).
001120         05 FILLER PIC X(9) VALUE ' SECTION '.
001130         05 SH-SECTION PIC X(3).
001140         05 FILLER PIC X(6) VALUE ' TERM '.
001150         05 SH-TERM PIC X(5).
001160         05 FILLER PIC X(2) VALUE SPACES.
001170         05 SH-TITLE PIC X(30).

001180     01 WS-HEADING-2.
001190         05 FILLER PIC X(8) VALUE 'POSITION'.
001200         05 FILLER PIC X(2) VALUE SPACES.
001210         05 FILLER PIC X(5) VALUE 'ID'.
001220         05 FILLER PIC X(3) VALUE SPACES.
001230         05 FILLER PIC X(25) VALUE 'STUDENT NAME'.
001240         05 FILLER PIC X(3) VALUE SPACES.
001250         05 FILLER PIC X(9) VALUE 'REQUESTED'.

001260     01 WS-DETAIL-LINE.
001270         05 DL-POSITION PIC ZZZ,ZZ9.
001280         05 FILLER PIC X(3) VALUE SPACES.
001290         05 DL-STUDENT-ID PIC 9(5).
001300         05 FILLER PIC X(3) VALUE SPACES.
001310         05 DL-NAME PIC X(25).
001320         05 FILLER PIC X(3) VALUE SPACES.
001330         05 DL-REQUEST-DATE PIC 9(8).
001340         05 FILLER PIC X(2) VALUE SPACES.
001350         05 DL-FLAG PIC X(18).

001360     01 WS-SECTION-TOTAL-LINE.
001370         05 FILLER PIC X(9) VALUE 'WAITING: '.
001380         05 ST-WAITING PIC ZZ,ZZ9.
001390         05 FILLER PIC X(16) VALUE '   SEATS TAKEN: '.
001400         05 ST-SEATS PIC ZZ9.
001410         05 FILLER PIC X(4) VALUE ' OF '.
001420         05 ST-LIMIT PIC ZZ9.

001430     01 WS-TOTAL-LINE.
001440         05 FILLER PIC X(21) VALUE 'TOTAL WAITING:       '.
001450         05 TL-TOTAL PIC ZZZ,ZZ9.
001460         05 FILLER PIC X(12) VALUE '  SECTIONS: '.
001470         05 TL-SECTIONS PIC ZZZ,ZZ9.

001480     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

001490 PROCEDURE DIVISION.

001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     PERFORM 2000-PROCESS-WAIT-ENTRY THRU 2000-EXIT
001530         UNTIL WS-WAIT-AT-EOF.
001540     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001550     GOBACK.

001560 1000-INITIALIZE.
001570     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
001580     OPEN INPUT STUDENT-MASTER.
001590     OPEN INPUT COURSE-FILE.
001600     OPEN INPUT WAIT-FILE.
001610     OPEN OUTPUT WAIT-REPORT.
001620     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001630     MOVE WS-CURRENT-DATE-8 TO HDG1-RUN-DATE.
001640     PERFORM 1200-READ-WAIT THRU 1200-EXIT.
001650 1000-EXIT.
001660     EXIT.

001670 1050-GET-RUN-PARMS.
001680     ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'STUDENT_DD'.
001690     IF WS-STUDENT-DD = SPACES OR LOW-VALUES
001700         MOVE WS-DEFAULT-STUDENT TO WS-STUDENT-DD
001710     END-IF.
001720     ACCEPT WS-COURSE-DD FROM ENVIRONMENT 'CRSFILE_DD'.
001730     IF WS-COURSE-DD = SPACES OR LOW-VALUES
001740         MOVE WS-DEFAULT-COURSE TO WS-COURSE-DD
001750     END-IF.
001760     ACCEPT WS-WAIT-DD FROM ENVIRONMENT 'STUWAIT_DD'.
001770     IF WS-WAIT-DD = SPACES OR LOW-VALUES
001780         MOVE WS-DEFAULT-WAIT TO WS-WAIT-DD
001790     END-IF.
001800     ACCEPT WS-REPORT-DD FROM ENVIRONMENT 'STUWTRPT_DD'.
001810     IF WS-REPORT-DD = SPACES OR LOW-VALUES
001820         MOVE WS-DEFAULT-REPORT TO WS-REPORT-DD
001830     END-IF.
001840     DISPLAY 'STUWTRPT: WAITLIST FILE  = ' WS-WAIT-DD.
001850     DISPLAY 'STUWTRPT: COURSE FILE    = ' WS-COURSE-DD.
001860     DISPLAY 'STUWTRPT: REPORT FILE    = ' WS-REPORT-DD.
001870 1050-EXIT.
001880     EXIT.

001890 1200-READ-WAIT.
001900     READ WAIT-FILE NEXT RECORD
001910         AT END
001920             SET WS-WAIT-AT-EOF TO TRUE
001930         NOT AT END
001940             MOVE WAIT-COURSE-CODE OF WAIT-REC
001950                 TO WS-WAIT-COURSE-CODE
001960             MOVE WAIT-SECTION OF WAIT-REC TO WS-WAIT-SECTION
001970             MOVE WAIT-TERM OF WAIT-REC TO WS-WAIT-TERM
001980             MOVE WAIT-SECTION-KEY OF WAIT-REC
001990                 TO WS-CURR-SECTION-KEY
002000     END-READ.
002010 1200-EXIT.
002020     EXIT.

002030 2000-PROCESS-WAIT-ENTRY.
002040     IF WS-CURR-SECTION-KEY NOT = WS-PRIOR-SECTION-KEY
002050         PERFORM 2100-BREAK-SECTION THRU 2100-EXIT
002060     END-IF.
002070     PERFORM 2300-WRITE-WAIT-LINE THRU 2300-EXIT.
002080     PERFORM 1200-READ-WAIT THRU 1200-EXIT.
002090 2000-EXIT.
002100     EXIT.

002110******************************************************************
002120* Section control break: close out the prior section's waiting
002130* total, pull the new section's catalog record, and start it on
002140* a fresh page with the position count back at zero.
002150******************************************************************
002160 2100-BREAK-SECTION.
002170     IF NOT WS-FIRST-SECTION
002180         PERFORM 2200-WRITE-SECTION-TOTAL THRU 2200-EXIT
002190     END-IF.
002200     MOVE 'N' TO WS-FIRST-SECTION-SW.
002210     MOVE WS-CURR-SECTION-KEY TO WS-PRIOR-SECTION-KEY.
002220     MOVE ZERO TO WS-SECTION-WAITING.
002230     ADD 1 TO WS-SECTION-COUNT.
002240     PERFORM 2150-FIND-SECTION THRU 2150-EXIT.
002250     PERFORM 2400-WRITE-PAGE-HEADINGS THRU 2400-EXIT.
002260 2100-EXIT.
002270     EXIT.

002280 2150-FIND-SECTION.
002290     MOVE WS-WAIT-COURSE-CODE TO CRS-COURSE-CODE OF COURSE-REC.
002300     MOVE WS-WAIT-SECTION TO CRS-SECTION OF COURSE-REC.
002310     MOVE WS-WAIT-TERM TO CRS-TERM OF COURSE-REC.
002320     READ COURSE-FILE
002330         INVALID KEY
002340             MOVE '*NOT ON CATALOG*' TO WS-SEC-TITLE
002350             MOVE ZERO TO WS-SEC-LIMIT
002360             MOVE ZERO TO WS-SEC-ENROLLED
002370         NOT INVALID KEY
002380             MOVE CRS-TITLE OF COURSE-REC TO WS-SEC-TITLE
002390             MOVE CRS-SEAT-LIMIT OF COURSE-REC TO WS-SEC-LIMIT
002400             MOVE CRS-ENROLLED OF COURSE-REC TO WS-SEC-ENROLLED
002410     END-READ.
002420 2150-EXIT.
002430     EXIT.

002440 2200-WRITE-SECTION-TOTAL.
002450     MOVE SPACES TO REPORT-LINE.
002460     WRITE REPORT-LINE.
002470     MOVE WS-SECTION-WAITING TO ST-WAITING.
002480     MOVE WS-SEC-ENROLLED TO ST-SEATS.
002490     MOVE WS-SEC-LIMIT TO ST-LIMIT.
002500     MOVE WS-SECTION-TOTAL-LINE TO REPORT-LINE.
002510     WRITE REPORT-LINE.
002520 2200-EXIT.
002530     EXIT.

002540 2300-WRITE-WAIT-LINE.
002550     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
002560         PERFORM 2400-WRITE-PAGE-HEADINGS THRU 2400-EXIT
002570     END-IF.
002580     ADD 1 TO WS-SECTION-WAITING.
002590     ADD 1 TO WS-TOTAL-WAITING.
002600     MOVE WS-SECTION-WAITING TO DL-POSITION.
002610     MOVE WAIT-STUDENT-ID OF WAIT-REC TO DL-STUDENT-ID.
002620     MOVE WAIT-REQUEST-DATE OF WAIT-REC TO DL-REQUEST-DATE.
002630     MOVE SPACES TO DL-FLAG.
002640     MOVE WAIT-STUDENT-ID OF WAIT-REC
002650         TO STUDENT-ID OF STUDENT-MASTER-REC.
002660     READ STUDENT-MASTER
002670         INVALID KEY
002680             MOVE SPACES TO DL-NAME
002690             MOVE '*NOT ON MASTER*' TO DL-FLAG
002700         NOT INVALID KEY
002710             MOVE NAME OF STUDENT-MASTER-REC TO DL-NAME
002720     END-READ.
002730     MOVE WS-DETAIL-LINE TO REPORT-LINE.
002740     WRITE REPORT-LINE.
002750     ADD 1 TO WS-LINE-COUNT.
002760 2300-EXIT.
002770     EXIT.

002780 2400-WRITE-PAGE-HEADINGS.
002790     ADD 1 TO WS-PAGE-COUNT.
002800     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
002810     MOVE WS-HEADING-1 TO REPORT-LINE.
002820     WRITE REPORT-LINE.
002830     MOVE SPACES TO REPORT-LINE.
002840     WRITE REPORT-LINE.
002850     MOVE WS-WAIT-COURSE-CODE TO SH-COURSE-CODE.
002860     MOVE WS-WAIT-SECTION TO SH-SECTION.
002870     MOVE WS-WAIT-TERM TO SH-TERM.
002880     MOVE WS-SEC-TITLE TO SH-TITLE.
002890     MOVE WS-SECTION-HEADING TO REPORT-LINE.
002900     WRITE REPORT-LINE.
002910     MOVE WS-HEADING-2 TO REPORT-LINE.
002920     WRITE REPORT-LINE.
002930     MOVE ALL '-' TO REPORT-LINE.
002940     WRITE REPORT-LINE.
002950     MOVE ZERO TO WS-LINE-COUNT.
002960 2400-EXIT.
002970     EXIT.

002980 3000-FINALIZE.
002990     IF NOT WS-FIRST-SECTION
003000         PERFORM 2200-WRITE-SECTION-TOTAL THRU 2200-EXIT
003010     END-IF.
003020     MOVE SPACES TO REPORT-LINE.
003030     WRITE REPORT-LINE.
003040     MOVE WS-TOTAL-WAITING TO TL-TOTAL.
003050     MOVE WS-SECTION-COUNT TO TL-SECTIONS.
003060     MOVE WS-TOTAL-LINE TO REPORT-LINE.
003070     WRITE REPORT-LINE.
003080     CLOSE STUDENT-MASTER.
003090     CLOSE COURSE-FILE.
003100     CLOSE WAIT-FILE.
003110     CLOSE WAIT-REPORT.
003120     DISPLAY 'STUWTRPT: STUDENTS WAITING = ' WS-TOTAL-WAITING.
003130     DISPLAY 'STUWTRPT: SECTIONS LISTED  = ' WS-SECTION-COUNT.
003140 3000-EXIT.
003150     EXIT.

003160******************************************************************
003170* The run date honors the chain-wide STUBUSDT business date
003180* (SET once in the STUCHAIN run-control) over the machine
003190* date, so a late or re-run night reproduces the original
003200* night's numbers.
003210******************************************************************
003220 9000-GET-BUSINESS-DATE.
003230     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
003240     IF WS-BUSDT-PARM IS NUMERIC
003250         AND WS-BUSDT-PARM NOT = '00000000'
003260         MOVE WS-BUSDT-PARM TO WS-CURRENT-DATE-8
003270     ELSE
003280         ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
003290     END-IF.
003300 9000-EXIT.
003310     EXIT.

003320 END PROGRAM STUWTRPT.
