000100******************************************************************
000110* Author: JRV
000120* Date: 15/Oct/2026
000130* Purpose: Education
000140*
000150* Probable duplicate identity report. STULOAD and STUMAINT only
000160* catch the same STUDENT-ID twice; the same person admitted
000170* twice through STUCSVIN under two IDs goes through clean. This
000180* run sweeps the master in STUDENT-ID order, holding every
000190* record read in a table, and pairs each new record with every
000200* earlier one that carries:
000210*
000220*   - the same NAME and the same DATEX, or
000230*   - the same EMAIL, or
000240*   - the same PHONE
000250*
000260* (blank fields never match). Each pair is listed once with
000270* the lower STUDENT-ID first - usually the survivor to give
000280* STUMERGE - and both records' identifying fields, so the
000290* registrar can confirm the pairing before anything is merged.
000300* A master longer than the table is compared as far as it fits
000310* and the overflow is announced on the report.
000320*
000330* Modification History
000340* ---------------------------------------------------------------
000350* 15/Oct/2026  JRV  Original version.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. STUDUPRT.

000390 ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000410         FILE-CONTROL.
000420             SELECT STUDENT-MASTER ASSIGN TO DYNAMIC WS-STUDENT-DD
000430             ORGANIZATION IS INDEXED
000440             ACCESS MODE IS SEQUENTIAL
000450             RECORD KEY IS STUDENT-ID OF STUDENT-MASTER-REC
000460             ALTERNATE RECORD KEY IS NAME OF STUDENT-MASTER-REC
000470                 WITH DUPLICATES.

000480             SELECT DUPLICATE-REPORT
000490             ASSIGN TO DYNAMIC WS-REPORT-DD
000500             ORGANIZATION IS LINE SEQUENTIAL.

000510 DATA DIVISION.
000520     FILE SECTION.
000530     FD STUDENT-MASTER.
000540     COPY STUREC REPLACING ==:REC:== BY ==STUDENT-MASTER-REC==.

000550     FD DUPLICATE-REPORT.
000560     01 REPORT-LINE PIC X(80).

000570     WORKING-STORAGE SECTION.
000580     01 WS-RUN-PARMS.
000590         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000600         05 WS-REPORT-DD PIC X(64) VALUE SPACES.

000610     01 WS-DEFAULTS.
000620         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000630         05 WS-DEFAULT-REPORT PIC X(64) VALUE 'STUDUPRT.TXT'.

000640     01 WS-EOF-SWITCHES.
000650         05 WS-MASTER-EOF PIC X(1) VALUE 'N'.
000660             88 WS-MASTER-AT-EOF VALUE 'Y'.

000670     01 WS-STUDENT.
000680         05 WS-STUDENT-ID PIC 9(5).
000690         05 WS-NAME PIC A(25).
000700         05 WS-DATE PIC A(11).
000710         05 WS-MAJOR-CODE PIC X(5).
000720         05 WS-STATUS-CODE PIC X(1).
000730         05 WS-PHONE PIC X(10).
000740         05 WS-EMAIL PIC X(30).

000750     01 WS-SEEN-MAX PIC 9(5) COMP VALUE 20000.
000760     01 WS-SEEN-TABLE.
000770         05 WS-SEEN-COUNT PIC 9(5) COMP VALUE ZERO.
000780         05 WS-SEEN-ENTRY OCCURS 1 TO 20000 TIMES
000790                 DEPENDING ON WS-SEEN-COUNT.
000800             10 ST-STUDENT-ID PIC 9(5).
000810             10 ST-NAME PIC A(25).
000820             10 ST-DATE PIC A(11).
000830             10 ST-MAJOR-CODE PIC X(5).
000840             10 ST-STATUS-CODE PIC X(1).
000850             10 ST-PHONE PIC X(10).
000860             10 ST-EMAIL PIC X(30).
000870     01 WS-SEEN-SUB PIC 9(5) COMP VALUE ZERO.

000880     01 WS-COUNTERS.
000890         05 WS-MASTER-COUNT PIC 9(7) COMP VALUE ZERO.
000900         05 WS-NOT-COMPARED PIC 9(7) COMP VALUE ZERO.
000910         05 WS-PAIR-COUNT PIC 9(7) COMP VALUE ZERO.
000920         05 WS-NAME-DATE-PAIRS PIC 9(7) COMP VALUE ZERO.
000930         05 WS-EMAIL-PAIRS PIC 9(7) COMP VALUE ZERO.
000940         05 WS-PHONE-PAIRS PIC 9(7) COMP VALUE ZERO.

000950     01 WS-CURRENT-DATE-8 PIC 9(8) VALUE ZERO.

000960     01 WS-HEADING-1.
000970         05 FILLER PIC X(20) VALUE SPACES.
000980         05 FILLER PIC X(30)
000990             VALUE 'PROBABLE DUPLICATE STUDENTS - '.
001000         05 HDG1-RUN-DATE PIC 9(8).

001010     01 WS-PAIR-LINE.
001020         05 FILLER PIC X(5) VALUE 'PAIR '.
001030         05 PL-PAIR-NO PIC ZZZZ9.
001040         05 FILLER PIC X(14) VALUE '  MATCHED ON: '.
001050         05 PL-MATCH-REASON.
001060             10 PL-NAME-DATE PIC X(11).
001070             10 PL-EMAIL PIC X(6).
001080             10 PL-PHONE PIC X(5).

001090     01 WS-IDENT-LINE.
001100         05 FILLER PIC X(2) VALUE SPACES.
001110         05 IL-STUDENT-ID PIC 9(5).
001120         05 FILLER PIC X(1) VALUE SPACE.
001130         05 IL-NAME PIC A(25).
001140         05 FILLER PIC X(1) VALUE SPACE.
001150         05 IL-DATE PIC A(11).
001160         05 FILLER PIC X(7) VALUE ' MAJOR '.
001170         05 IL-MAJOR-CODE PIC X(5).
001180         05 FILLER PIC X(8) VALUE ' STATUS '.
001190         05 IL-STATUS-CODE PIC X(1).

001200     01 WS-CONTACT-LINE.
001210         05 FILLER PIC X(8) VALUE SPACES.
001220         05 FILLER PIC X(6) VALUE 'PHONE '.
001230         05 CL-PHONE PIC X(10).
001240         05 FILLER PIC X(8) VALUE '  EMAIL '.
001250         05 CL-EMAIL PIC X(30).

001260     01 WS-TOTAL-LINE.
001270         05 TL-LABEL PIC X(30).
001280         05 TL-COUNT PIC Z,ZZZ,ZZ9.

001290     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

001300 PROCEDURE DIVISION.

001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
001340         UNTIL WS-MASTER-AT-EOF.
001350     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001360     GOBACK.

001370 1000-INITIALIZE.
001380     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
001390     OPEN INPUT STUDENT-MASTER.
001400     OPEN OUTPUT DUPLICATE-REPORT.
001410     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001420     MOVE WS-CURRENT-DATE-8 TO HDG1-RUN-DATE.
001430     MOVE WS-HEADING-1 TO REPORT-LINE.
001440     WRITE REPORT-LINE.
001450     MOVE ALL '-' TO REPORT-LINE.
001460     WRITE REPORT-LINE.
001470     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
001480 1000-EXIT.
001490     EXIT.

001500 1050-GET-RUN-PARMS.
001510     ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'STUDENT_DD'.
001520     IF WS-STUDENT-DD = SPACES OR LOW-VALUES
001530         MOVE WS-DEFAULT-STUDENT TO WS-STUDENT-DD
001540     END-IF.
001550     ACCEPT WS-REPORT-DD FROM ENVIRONMENT 'STUDUPRT_DD'.
001560     IF WS-REPORT-DD = SPACES OR LOW-VALUES
001570         MOVE WS-DEFAULT-REPORT TO WS-REPORT-DD
001580     END-IF.
001590     DISPLAY 'STUDUPRT: STUDENT MASTER = ' WS-STUDENT-DD.
001600     DISPLAY 'STUDUPRT: REPORT FILE    = ' WS-REPORT-DD.
001610 1050-EXIT.
001620     EXIT.

001630 1200-READ-MASTER.
001640     READ STUDENT-MASTER INTO WS-STUDENT
001650         AT END SET WS-MASTER-AT-EOF TO TRUE
001660     END-READ.
001670 1200-EXIT.
001680     EXIT.

001690******************************************************************
001700* One master record: compared with every record already held,
001710* then added to the table so the records after it are compared
001720* with it in turn. Once the table is full the rest of the
001730* master is counted but not compared.
001740******************************************************************
001750 2000-PROCESS-STUDENT.
001760     ADD 1 TO WS-MASTER-COUNT.
001770     IF WS-SEEN-COUNT NOT < WS-SEEN-MAX
001780         ADD 1 TO WS-NOT-COMPARED
001790         PERFORM 1200-READ-MASTER THRU 1200-EXIT
001800         GO TO 2000-EXIT
001810     END-IF.
001820     MOVE ZERO TO WS-SEEN-SUB.
001830     PERFORM 2100-COMPARE-ENTRY THRU 2100-EXIT
001840         UNTIL WS-SEEN-SUB NOT < WS-SEEN-COUNT.
001850     ADD 1 TO WS-SEEN-COUNT.
001860     MOVE WS-STUDENT-ID TO ST-STUDENT-ID (WS-SEEN-COUNT).
001870     MOVE WS-NAME TO ST-NAME (WS-SEEN-COUNT).
001880     MOVE WS-DATE TO ST-DATE (WS-SEEN-COUNT).
001890     MOVE WS-MAJOR-CODE TO ST-MAJOR-CODE (WS-SEEN-COUNT).
001900     MOVE WS-STATUS-CODE TO ST-STATUS-CODE (WS-SEEN-COUNT).
001910     MOVE WS-PHONE TO ST-PHONE (WS-SEEN-COUNT).
001920     MOVE WS-EMAIL TO ST-EMAIL (WS-SEEN-COUNT).
001930     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
001940 2000-EXIT.
001950     EXIT.

001960 2100-COMPARE-ENTRY.
001970     ADD 1 TO WS-SEEN-SUB.
001980     MOVE SPACES TO PL-MATCH-REASON.
001990     IF WS-NAME NOT = SPACES
002000         AND WS-NAME = ST-NAME (WS-SEEN-SUB)
002010         AND WS-DATE = ST-DATE (WS-SEEN-SUB)
002020         MOVE 'NAME+DATEX' TO PL-NAME-DATE
002030         ADD 1 TO WS-NAME-DATE-PAIRS
002040     END-IF.
002050     IF WS-EMAIL NOT = SPACES
002060         AND WS-EMAIL = ST-EMAIL (WS-SEEN-SUB)
002070         MOVE 'EMAIL' TO PL-EMAIL
002080         ADD 1 TO WS-EMAIL-PAIRS
002090     END-IF.
002100     IF WS-PHONE NOT = SPACES
002110         AND WS-PHONE = ST-PHONE (WS-SEEN-SUB)
002120         MOVE 'PHONE' TO PL-PHONE
002130         ADD 1 TO WS-PHONE-PAIRS
002140     END-IF.
002150     IF PL-MATCH-REASON NOT = SPACES
002160         PERFORM 2200-WRITE-PAIR THRU 2200-EXIT
002170     END-IF.
002180 2100-EXIT.
002190     EXIT.

002200******************************************************************
002210* The record held in the table has the lower STUDENT-ID - the
002220* master is read in key order - so it is listed first.
002230******************************************************************
002240 2200-WRITE-PAIR.
002250     ADD 1 TO WS-PAIR-COUNT.
002260     MOVE WS-PAIR-COUNT TO PL-PAIR-NO.
002270     MOVE WS-PAIR-LINE TO REPORT-LINE.
002280     WRITE REPORT-LINE.
002290     MOVE ST-STUDENT-ID (WS-SEEN-SUB) TO IL-STUDENT-ID.
002300     MOVE ST-NAME (WS-SEEN-SUB) TO IL-NAME.
002310     MOVE ST-DATE (WS-SEEN-SUB) TO IL-DATE.
002320     MOVE ST-MAJOR-CODE (WS-SEEN-SUB) TO IL-MAJOR-CODE.
002330     MOVE ST-STATUS-CODE (WS-SEEN-SUB) TO IL-STATUS-CODE.
002340     MOVE WS-IDENT-LINE TO REPORT-LINE.
002350     WRITE REPORT-LINE.
002360     MOVE ST-PHONE (WS-SEEN-SUB) TO CL-PHONE.
002370     MOVE ST-EMAIL (WS-SEEN-SUB) TO CL-EMAIL.
002380     MOVE WS-CONTACT-LINE TO REPORT-LINE.
002390     WRITE REPORT-LINE.
002400     MOVE WS-STUDENT-ID TO IL-STUDENT-ID.
002410     MOVE WS-NAME TO IL-NAME.
002420     MOVE WS-DATE TO IL-DATE.
002430     MOVE WS-MAJOR-CODE TO IL-MAJOR-CODE.
002440     MOVE WS-STATUS-CODE TO IL-STATUS-CODE.
002450     MOVE WS-IDENT-LINE TO REPORT-LINE.
002460     WRITE REPORT-LINE.
002470     MOVE WS-PHONE TO CL-PHONE.
002480     MOVE WS-EMAIL TO CL-EMAIL.
002490     MOVE WS-CONTACT-LINE TO REPORT-LINE.
002500     WRITE REPORT-LINE.
002510     MOVE SPACES TO REPORT-LINE.
002520     WRITE REPORT-LINE.
002530 2200-EXIT.
002540     EXIT.

002550 3000-FINALIZE.
002560     MOVE ALL '-' TO REPORT-LINE.
002570     WRITE REPORT-LINE.
002580     MOVE 'MASTER RECORDS READ:' TO TL-LABEL.
002590     MOVE WS-MASTER-COUNT TO TL-COUNT.
002600     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
002610     MOVE 'PROBABLE DUPLICATE PAIRS:' TO TL-LABEL.
002620     MOVE WS-PAIR-COUNT TO TL-COUNT.
002630     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
002640     MOVE '  MATCHED ON NAME+DATEX:' TO TL-LABEL.
002650     MOVE WS-NAME-DATE-PAIRS TO TL-COUNT.
002660     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
002670     MOVE '  MATCHED ON EMAIL:' TO TL-LABEL.
002680     MOVE WS-EMAIL-PAIRS TO TL-COUNT.
002690     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
002700     MOVE '  MATCHED ON PHONE:' TO TL-LABEL.
002710     MOVE WS-PHONE-PAIRS TO TL-COUNT.
002720     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT.
002730     IF WS-NOT-COMPARED > ZERO
002740         MOVE '*** NOT COMPARED - TABLE FULL:' TO TL-LABEL
002750         MOVE WS-NOT-COMPARED TO TL-COUNT
002760         PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
002770         DISPLAY 'STUDUPRT: *** TABLE FULL AT ' WS-SEEN-MAX
002780             ' - REMAINDER NOT COMPARED'
002790     END-IF.
002800     CLOSE STUDENT-MASTER.
002810     CLOSE DUPLICATE-REPORT.
002820     DISPLAY 'STUDUPRT: MASTER RECORDS READ = ' WS-MASTER-COUNT.
002830     DISPLAY 'STUDUPRT: DUPLICATE PAIRS     = ' WS-PAIR-COUNT.
002840 3000-EXIT.
002850     EXIT.

002860 3100-WRITE-TOTAL-LINE.
002870     MOVE WS-TOTAL-LINE TO REPORT-LINE.
002880     WRITE REPORT-LINE.
002890 3100-EXIT.
002900     EXIT.

002910******************************************************************
002920* The run date honors the chain-wide STUBUSDT business date
002930* (SET once in the STUCHAIN run-control) over the machine
002940* date, so a late or re-run night reproduces the original
002950* night's numbers.
002960******************************************************************
002970 9000-GET-BUSINESS-DATE.
002980     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
002990     IF WS-BUSDT-PARM IS NUMERIC
003000         AND WS-BUSDT-PARM NOT = '00000000'
003010         MOVE WS-BUSDT-PARM TO WS-CURRENT-DATE-8
003020     ELSE
003030         ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
003040     END-IF.
003050 9000-EXIT.
003060     EXIT.

003070 END PROGRAM STUDUPRT.
