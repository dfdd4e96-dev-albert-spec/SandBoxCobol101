000100******************************************************************
000110* Author: JRV
000120* Date: 15/Oct/2026
000130* Purpose: Education
000140*
000150* Section cancellation run. Takes one course/section/term
000160* (STUCANCL_COURSE, STUCANCL_SECTION, STUCANCL_TERM) and
000170* cancels it in one pass instead of a DROP keyed for every
000180* student and a telephone call to each:
000190*
000200*   - every registration in the section is found through the
000210*     REG-SECTION-KEY alternate index and deleted, and the
000220*     tuition charged for the seat is credited back in full
000230*     on the student account ledger (STULEDGR_DD) - the
000240*     cancellation is the college's doing, so the refund
000250*     schedule does not apply. A registration already graded
000251*     - a W posted by STUREGMT, refunded under the schedule
000252*     when it was taken, or any other grade - stays on file
000253*     as it is, with no refund, and is counted as kept;
000260*   - every student still waiting on the section's waitlist
000270*     (STUWAIT_DD) is taken off it;
000280*   - the section is marked cancelled on the catalog with
000290*     CRS-ENROLLED set to the graded registrations kept, and
000300*     STUREGMT refuses any further ADD to it.
000310*
000320* Each student dropped or taken off the waitlist is answered
000330* the way STUNOTIF answers a status change: a print-image
000340* letter (STUCNLTR_DD), an email queue entry (STUCNEMQ_DD,
000350* notice type C) when the master carries an address, and a
000360* line on the cancellation register (STUCANCL_DD). Under each
000370* student the register lists the other sections of the same
000380* course in the same term that are still open, with the seats
000390* left, so the advisor can re-place the student; a section
000400* the student already holds is marked as such.
000410*
000420* A section not on the catalog, or one already cancelled,
000430* ends the run RETURN-CODE 16 with nothing changed.
000440*
000450* Modification History
000460* ---------------------------------------------------------------
000470* 15/Oct/2026  JRV  Original version.
000471* 15/Oct/2026  JRV  The run now takes the student files lock
000472*                    (STULOCK.DAT) before opening the master or
000473*                    registration file for update, stops with
000474*                    RETURN-CODE 12 naming the holder if another
000475*                    run has it, and releases it on the way out.
000476* 15/Oct/2026  JRV  A graded registration (a W among them) is
000477*                    kept on the cancelled section with no
000478*                    refund, instead of being dropped and
000479*                    credited a second time.
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. STUCANCL.

000510 ENVIRONMENT DIVISION.
000520     INPUT-OUTPUT SECTION.
000530         FILE-CONTROL.
000540             SELECT STUDENT-MASTER ASSIGN TO DYNAMIC WS-STUDENT-DD
000550             ORGANIZATION IS INDEXED
000560             ACCESS MODE IS DYNAMIC
000570             RECORD KEY IS STUDENT-ID OF STUDENT-MASTER-REC
000580             ALTERNATE RECORD KEY IS NAME OF STUDENT-MASTER-REC
000590                 WITH DUPLICATES.

000600             SELECT COURSE-FILE ASSIGN TO DYNAMIC WS-COURSE-DD
000610             ORGANIZATION IS INDEXED
000620             ACCESS MODE IS DYNAMIC
000630             RECORD KEY IS CRS-KEY OF COURSE-REC.

000640             SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-DD
000650             ORGANIZATION IS INDEXED
000660             ACCESS MODE IS DYNAMIC
000670             RECORD KEY IS REG-KEY OF REG-REC
000680             ALTERNATE RECORD KEY IS REG-SECTION-KEY OF REG-REC
000690                 WITH DUPLICATES.

000700             SELECT OPTIONAL WAIT-FILE
000710             ASSIGN TO DYNAMIC WS-WAIT-DD
000720             ORGANIZATION IS INDEXED
000730             ACCESS MODE IS DYNAMIC
000740             RECORD KEY IS WAIT-KEY OF WAIT-REC.

000750             SELECT OPTIONAL LEDGER-FILE
000760             ASSIGN TO DYNAMIC WS-LEDGER-DD
000770             ORGANIZATION IS INDEXED
000780             ACCESS MODE IS DYNAMIC
000790             RECORD KEY IS LEDG-KEY OF LEDGER-REC.

000800             SELECT LETTER-FILE ASSIGN TO DYNAMIC WS-LETTER-DD
000810             ORGANIZATION IS LINE SEQUENTIAL.

000820             SELECT EMAIL-QUEUE ASSIGN TO DYNAMIC WS-EMAIL-DD
000830             ORGANIZATION IS LINE SEQUENTIAL.

000840             SELECT CANCEL-REGISTER
000850             ASSIGN TO DYNAMIC WS-REGISTER-DD
000860             ORGANIZATION IS LINE SEQUENTIAL.

000861             SELECT OPTIONAL LOCK-FILE
000862             ASSIGN TO DYNAMIC WS-LOCK-DD
000863             ORGANIZATION IS INDEXED
000864             ACCESS MODE IS DYNAMIC
000865             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000870 DATA DIVISION.
000880     FILE SECTION.
000890     FD STUDENT-MASTER.
000900     COPY STUREC REPLACING ==:REC:== BY ==STUDENT-MASTER-REC==.

000910     FD COURSE-FILE.
000920     COPY CRSREC REPLACING ==:REC:== BY ==COURSE-REC==.

000930     FD REG-FILE.
000940     COPY REGREC REPLACING ==:REC:== BY ==REG-REC==.

000950     FD WAIT-FILE.
000960     COPY WAITREC REPLACING ==:REC:== BY ==WAIT-REC==.

000970     FD LEDGER-FILE.
000980     COPY LEDGREC REPLACING ==:REC:== BY ==LEDGER-REC==.

000990     FD LETTER-FILE.
001000     01 LETTER-LINE PIC X(80).

001010     FD EMAIL-QUEUE.
001020     01 EMAIL-QUEUE-RECORD.
001030         05 EMQ-EMAIL PIC X(30).
001040         05 EMQ-STUDENT-ID PIC 9(5).
001050         05 EMQ-NOTICE-TYPE PIC X(1).
001060         05 EMQ-DATE PIC 9(8).
001070         05 FILLER PIC X(36).

001080     FD CANCEL-REGISTER.
001090     01 REGISTER-LINE PIC X(80).

001091     FD LOCK-FILE.
001092     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

001100     WORKING-STORAGE SECTION.
001110     01 WS-RUN-PARMS.
001120         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
001130         05 WS-COURSE-DD PIC X(64) VALUE SPACES.
001140         05 WS-REG-DD PIC X(64) VALUE SPACES.
001150         05 WS-WAIT-DD PIC X(64) VALUE SPACES.
001160         05 WS-LEDGER-DD PIC X(64) VALUE SPACES.
001170         05 WS-LETTER-DD PIC X(64) VALUE SPACES.
001180         05 WS-EMAIL-DD PIC X(64) VALUE SPACES.
001190         05 WS-REGISTER-DD PIC X(64) VALUE SPACES.
001191         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

001200     01 WS-DEFAULTS.
001210         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
001220         05 WS-DEFAULT-COURSE PIC X(64) VALUE 'CRSFILE.DAT'.
001230         05 WS-DEFAULT-REG PIC X(64) VALUE 'STUREG.DAT'.
001240         05 WS-DEFAULT-WAIT PIC X(64) VALUE 'STUWAIT.DAT'.
001250         05 WS-DEFAULT-LEDGER PIC X(64) VALUE 'STULEDGR.DAT'.
001260         05 WS-DEFAULT-LETTER PIC X(64) VALUE 'STUCNLTR.TXT'.
001270         05 WS-DEFAULT-EMAIL PIC X(64) VALUE 'STUCNEMQ.DAT'.
001280         05 WS-DEFAULT-REGISTER PIC X(64) VALUE 'STUCANCL.TXT'.
001281         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

001282     01 WS-LOCK-CONTROL.
001283         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
001284             88 WS-LOCK-HELD VALUE 'Y'.
001285         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
001286             88 WS-LOCK-REFUSED VALUE 'Y'.
001287         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
001288         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
001289         05 WS-LOCK-MY-STAMP.
001290             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
001291             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

001292     01 WS-CANCEL-KEY.
001300         05 WS-CANCEL-COURSE PIC X(6) VALUE SPACES.
001310         05 WS-CANCEL-SECTION PIC X(3) VALUE SPACES.
001320         05 WS-CANCEL-TERM PIC X(5) VALUE SPACES.
001330     01 WS-CANCEL-TITLE PIC X(30) VALUE SPACES.

001340     01 WS-ABORT-SWITCHES.
001350         05 WS-ABORT-SW PIC X(1) VALUE 'N'.
001360             88 WS-ABORT-RUN VALUE 'Y'.

001370     01 WS-SCAN-SWITCHES.
001380         05 WS-SCAN-SW PIC X(1) VALUE 'N'.
001390             88 WS-SCAN-DONE VALUE 'Y'.
001391         05 WS-REG-FOUND-SW PIC X(1) VALUE 'N'.
001392             88 WS-REG-FOUND VALUE 'Y'.
001400         05 WS-LEDGER-SCAN-SW PIC X(1) VALUE 'N'.
001410             88 WS-LEDGER-SCAN-DONE VALUE 'Y'.
001420         05 WS-CHARGE-FOUND-SW PIC X(1) VALUE 'N'.
001430             88 WS-CHARGE-FOUND VALUE 'Y'.
001440         05 WS-WAITLISTED-SW PIC X(1) VALUE 'N'.
001450             88 WS-STUDENT-WAITLISTED VALUE 'Y'.

001460     01 WS-ALT-MAX PIC 9(5) COMP VALUE 50.
001470     01 WS-ALT-TABLE.
001480         05 WS-ALT-COUNT PIC 9(5) COMP VALUE ZERO.
001490         05 WS-ALT-ENTRY OCCURS 1 TO 50 TIMES
001500                 DEPENDING ON WS-ALT-COUNT.
001510             10 WS-ALT-KEY PIC X(14).
001520             10 WS-ALT-SEATS-LEFT PIC 9(3).
001530     01 WS-ALT-SUB PIC 9(5) COMP VALUE ZERO.
001540     01 WS-ALT-LOST PIC 9(5) COMP VALUE ZERO.

001550     01 WS-CURRENT-STUDENT.
001560         05 WS-CUR-STUDENT-ID PIC 9(5).
001570         05 WS-CUR-NAME PIC A(25).
001580         05 WS-CUR-DATEX PIC A(11).
001590         05 WS-CUR-MAJOR-CODE PIC X(5).
001600         05 WS-CUR-STATUS-CODE PIC X(1).
001610         05 WS-CUR-PHONE PIC X(10).
001620         05 WS-CUR-EMAIL PIC X(30).

001630     01 WS-AFFECTED-ID PIC 9(5) VALUE ZERO.

001640     01 WS-LEDGER-FIELDS.
001650         05 WS-LEDGER-SEQ PIC 9(5) VALUE ZERO.
001660         05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
001670         05 WS-CHARGE-AMOUNT PIC 9(7)V99 VALUE ZERO.
001680         05 WS-REFUNDED-AMOUNT PIC 9(9)V99 VALUE ZERO.
001690         05 WS-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99.

001700     01 WS-COUNTERS.
001710         05 WS-DROP-COUNT PIC 9(5) COMP VALUE ZERO.
001711         05 WS-KEPT-COUNT PIC 9(5) COMP VALUE ZERO.
001712         05 WS-PASS-KEPT PIC 9(5) COMP VALUE ZERO.
001720         05 WS-UNWAIT-COUNT PIC 9(5) COMP VALUE ZERO.
001730         05 WS-REFUND-POSTED PIC 9(5) COMP VALUE ZERO.
001740         05 WS-LETTER-COUNT PIC 9(5) COMP VALUE ZERO.
001750         05 WS-EMAIL-COUNT PIC 9(5) COMP VALUE ZERO.
001760         05 WS-NO-EMAIL-COUNT PIC 9(5) COMP VALUE ZERO.
001770         05 WS-NO-MASTER-COUNT PIC 9(5) COMP VALUE ZERO.
001780         05 WS-ERROR-COUNT PIC 9(5) COMP VALUE ZERO.

001790     01 WS-CURRENT-DATE-8 PIC 9(8) VALUE ZERO.

001800     01 WS-NOTICE-FIELDS.
001810         05 WS-NOTICE-TYPE PIC X(1) VALUE 'C'.
001820         05 WS-NOTICE-SUBJECT PIC X(40) VALUE SPACES.

001830     01 WS-REGISTER-HEADING.
001840         05 FILLER PIC X(32)
001850             VALUE 'SECTION CANCELLATION REGISTER -'.
001860         05 RH-RUN-DATE PIC 9(8).

001870     01 WS-REGISTER-SECTION-LINE.
001880         05 FILLER PIC X(8) VALUE 'SECTION '.
001890         05 RS-COURSE-CODE PIC X(6).
001900         05 FILLER PIC X(1) VALUE SPACE.
001910         05 RS-SECTION PIC X(3).
001920         05 FILLER PIC X(1) VALUE SPACE.
001930         05 RS-TERM PIC X(5).
001940         05 FILLER PIC X(2) VALUE SPACES.
001950         05 RS-TITLE PIC X(30).

001960     01 WS-REGISTER-DETAIL-LINE.
001970         05 RG-ACTION PIC X(6).
001980         05 FILLER PIC X(1) VALUE SPACE.
001990         05 RG-STUDENT-ID PIC 9(5).
002000         05 FILLER PIC X(1) VALUE SPACE.
002010         05 RG-NAME PIC A(25).
002020         05 FILLER PIC X(1) VALUE SPACE.
002030         05 RG-RESULT PIC X(30).

002040     01 WS-REGISTER-ALT-LINE.
002050         05 FILLER PIC X(13) VALUE '       OPEN: '.
002060         05 RA-COURSE-CODE PIC X(6).
002070         05 FILLER PIC X(1) VALUE SPACE.
002080         05 RA-SECTION PIC X(3).
002090         05 FILLER PIC X(1) VALUE SPACE.
002100         05 RA-TERM PIC X(5).
002110         05 FILLER PIC X(2) VALUE SPACES.
002120         05 RA-STATUS PIC X(30).

002130     01 WS-SEATS-RESULT.
002140         05 FILLER PIC X(11) VALUE 'SEATS LEFT '.
002150         05 SR-SEATS PIC ZZ9.

002160     01 WS-REGISTER-TOTAL-LINE.
002170         05 RT-LABEL PIC X(26).
002180         05 RT-COUNT PIC ZZ,ZZ9.

002190     01 WS-LETTER-DATE-LINE.
002200         05 FILLER PIC X(60) VALUE SPACES.
002210         05 LD-DATE PIC 9(8).

002220     01 WS-LETTER-TO-LINE.
002230         05 FILLER PIC X(4) VALUE 'TO: '.
002240         05 LT-NAME PIC A(25).

002250     01 WS-LETTER-RE-LINE.
002260         05 FILLER PIC X(4) VALUE 'RE: '.
002270         05 LR-SUBJECT PIC X(40).

002280     01 WS-LETTER-SECTION-LINE.
002290         05 FILLER PIC X(11) VALUE '    COURSE '.
002300         05 LS-COURSE-CODE PIC X(6).
002310         05 FILLER PIC X(9) VALUE ' SECTION '.
002320         05 LS-SECTION PIC X(3).
002330         05 FILLER PIC X(6) VALUE ' TERM '.
002340         05 LS-TERM PIC X(5).
002350         05 FILLER PIC X(2) VALUE SPACES.
002360         05 LS-TITLE PIC X(30).

002370     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

002380 PROCEDURE DIVISION.

002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     IF WS-ABORT-RUN
002420         GO TO 0000-EXIT
002430     END-IF.
002440     PERFORM 2000-CANCEL-SECTION THRU 2000-EXIT.
002450     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002460 0000-EXIT.
002461     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
002470     GOBACK.

002480 1000-INITIALIZE.
002490     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
002500     ACCEPT WS-RUN-TIME FROM TIME.
002510     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
002520     IF WS-ABORT-RUN
002530         MOVE 16 TO RETURN-CODE
002531         GO TO 1000-EXIT
002532     END-IF.
002533     MOVE 'CANCEL' TO WS-LOCK-FUNCTION.
002534     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
002535     IF WS-LOCK-REFUSED
002536         SET WS-ABORT-RUN TO TRUE
002540         GO TO 1000-EXIT
002550     END-IF.
002560     OPEN INPUT STUDENT-MASTER.
002570     OPEN I-O COURSE-FILE.
002580     OPEN I-O REG-FILE.
002590     OPEN I-O WAIT-FILE.
002600     OPEN I-O LEDGER-FILE.
002610     PERFORM 1100-FIND-SECTION THRU 1100-EXIT.
002620     IF WS-ABORT-RUN
002630         PERFORM 3100-CLOSE-FILES THRU 3100-EXIT
002640         MOVE 16 TO RETURN-CODE
002650         GO TO 1000-EXIT
002660     END-IF.
002670     OPEN OUTPUT LETTER-FILE.
002680     OPEN OUTPUT EMAIL-QUEUE.
002690     OPEN OUTPUT CANCEL-REGISTER.
002700     MOVE WS-CURRENT-DATE-8 TO RH-RUN-DATE.
002710     MOVE WS-REGISTER-HEADING TO REGISTER-LINE.
002720     WRITE REGISTER-LINE.
002730     MOVE WS-CANCEL-COURSE TO RS-COURSE-CODE.
002740     MOVE WS-CANCEL-SECTION TO RS-SECTION.
002750     MOVE WS-CANCEL-TERM TO RS-TERM.
002760     MOVE WS-CANCEL-TITLE TO RS-TITLE.
002770     MOVE WS-REGISTER-SECTION-LINE TO REGISTER-LINE.
002780     WRITE REGISTER-LINE.
002790     MOVE SPACES TO REGISTER-LINE.
002800     WRITE REGISTER-LINE.
002810     PERFORM 1300-LOAD-ALTERNATES THRU 1300-EXIT.
002820 1000-EXIT.
002830     EXIT.

002840 1050-GET-RUN-PARMS.
002850     ACCEPT WS-CANCEL-COURSE FROM ENVIRONMENT 'STUCANCL_COURSE'.
002860     ACCEPT WS-CANCEL-SECTION
002870         FROM ENVIRONMENT 'STUCANCL_SECTION'.
002880     ACCEPT WS-CANCEL-TERM FROM ENVIRONMENT 'STUCANCL_TERM'.
002890     IF WS-CANCEL-COURSE = SPACES OR LOW-VALUES
002900         OR WS-CANCEL-SECTION = SPACES OR LOW-VALUES
002910         OR WS-CANCEL-TERM = SPACES OR LOW-VALUES
002920         DISPLAY 'STUCANCL: *** STUCANCL_COURSE, STUCANCL_SECTION'
002930             ' AND STUCANCL_TERM ARE REQUIRED - RUN ABORTED'
002940         SET WS-ABORT-RUN TO TRUE
002950         GO TO 1050-EXIT
002960     END-IF.
002970     ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'STUDENT_DD'.
002980     IF WS-STUDENT-DD = SPACES OR LOW-VALUES
002990         MOVE WS-DEFAULT-STUDENT TO WS-STUDENT-DD
003000     END-IF.
003010     ACCEPT WS-COURSE-DD FROM ENVIRONMENT 'CRSFILE_DD'.
003020     IF WS-COURSE-DD = SPACES OR LOW-VALUES
003030         MOVE WS-DEFAULT-COURSE TO WS-COURSE-DD
003040     END-IF.
003050     ACCEPT WS-REG-DD FROM ENVIRONMENT 'STUREG_DD'.
003060     IF WS-REG-DD = SPACES OR LOW-VALUES
003070         MOVE WS-DEFAULT-REG TO WS-REG-DD
003080     END-IF.
003090     ACCEPT WS-WAIT-DD FROM ENVIRONMENT 'STUWAIT_DD'.
003100     IF WS-WAIT-DD = SPACES OR LOW-VALUES
003110         MOVE WS-DEFAULT-WAIT TO WS-WAIT-DD
003120     END-IF.
003130     ACCEPT WS-LEDGER-DD FROM ENVIRONMENT 'STULEDGR_DD'.
003140     IF WS-LEDGER-DD = SPACES OR LOW-VALUES
003150         MOVE WS-DEFAULT-LEDGER TO WS-LEDGER-DD
003160     END-IF.
003170     ACCEPT WS-LETTER-DD FROM ENVIRONMENT 'STUCNLTR_DD'.
003180     IF WS-LETTER-DD = SPACES OR LOW-VALUES
003190         MOVE WS-DEFAULT-LETTER TO WS-LETTER-DD
003200     END-IF.
003210     ACCEPT WS-EMAIL-DD FROM ENVIRONMENT 'STUCNEMQ_DD'.
003220     IF WS-EMAIL-DD = SPACES OR LOW-VALUES
003230         MOVE WS-DEFAULT-EMAIL TO WS-EMAIL-DD
003240     END-IF.
003250     ACCEPT WS-REGISTER-DD FROM ENVIRONMENT 'STUCANCL_DD'.
003260     IF WS-REGISTER-DD = SPACES OR LOW-VALUES
003270         MOVE WS-DEFAULT-REGISTER TO WS-REGISTER-DD
003280     END-IF.
003281     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
003282     IF WS-LOCK-DD = SPACES OR LOW-VALUES
003283         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
003284     END-IF.
003290     DISPLAY 'STUCANCL: SECTION        = ' WS-CANCEL-COURSE ' '
003300         WS-CANCEL-SECTION ' ' WS-CANCEL-TERM.
003310     DISPLAY 'STUCANCL: STUDENT MASTER = ' WS-STUDENT-DD.
003320     DISPLAY 'STUCANCL: COURSE FILE    = ' WS-COURSE-DD.
003330     DISPLAY 'STUCANCL: REG FILE       = ' WS-REG-DD.
003340     DISPLAY 'STUCANCL: WAITLIST FILE  = ' WS-WAIT-DD.
003350     DISPLAY 'STUCANCL: LEDGER FILE    = ' WS-LEDGER-DD.
003360     DISPLAY 'STUCANCL: LETTER FILE    = ' WS-LETTER-DD.
003370     DISPLAY 'STUCANCL: EMAIL QUEUE    = ' WS-EMAIL-DD.
003371     DISPLAY 'STUCANCL: LOCK FILE      = ' WS-LOCK-DD.
003380 1050-EXIT.
003390     EXIT.

003400 1100-FIND-SECTION.
003410     MOVE WS-CANCEL-KEY TO CRS-KEY OF COURSE-REC.
003420     READ COURSE-FILE
003430         INVALID KEY
003440             DISPLAY 'STUCANCL: *** SECTION NOT ON CATALOG'
003450             SET WS-ABORT-RUN TO TRUE
003460             GO TO 1100-EXIT
003470     END-READ.
003480     IF CRS-IS-CANCELLED OF COURSE-REC
003490         DISPLAY 'STUCANCL: *** SECTION ALREADY CANCELLED ON '
003500             CRS-CANCEL-DATE OF COURSE-REC
003510         SET WS-ABORT-RUN TO TRUE
003520         GO TO 1100-EXIT
003530     END-IF.
003540     MOVE CRS-TITLE OF COURSE-REC TO WS-CANCEL-TITLE.
003550 1100-EXIT.
003560     EXIT.

003570******************************************************************
003580* The other sections of the course in the same term that are
003590* not themselves cancelled, with the seats each has left, are
003600* held for the re-placement list under every student. The
003610* catalog is keyed course, section, term, so one keyed walk
003620* from the course's first section finds them all.
003630******************************************************************
003640 1300-LOAD-ALTERNATES.
003650     MOVE 'N' TO WS-SCAN-SW.
003660     MOVE LOW-VALUES TO CRS-KEY OF COURSE-REC.
003670     MOVE WS-CANCEL-COURSE TO CRS-COURSE-CODE OF COURSE-REC.
003680     START COURSE-FILE
003690         KEY IS NOT LESS THAN CRS-KEY OF COURSE-REC
003700         INVALID KEY
003710             SET WS-SCAN-DONE TO TRUE
003720     END-START.
003730     PERFORM 1350-SCAN-ALTERNATE THRU 1350-EXIT
003740         UNTIL WS-SCAN-DONE.
003750 1300-EXIT.
003760     EXIT.

003770 1350-SCAN-ALTERNATE.
003780     READ COURSE-FILE NEXT RECORD
003790         AT END
003800             SET WS-SCAN-DONE TO TRUE
003810             GO TO 1350-EXIT
003820     END-READ.
003830     IF CRS-COURSE-CODE OF COURSE-REC NOT = WS-CANCEL-COURSE
003840         SET WS-SCAN-DONE TO TRUE
003850         GO TO 1350-EXIT
003860     END-IF.
003870     IF CRS-TERM OF COURSE-REC NOT = WS-CANCEL-TERM
003880         OR CRS-SECTION OF COURSE-REC = WS-CANCEL-SECTION
003890         OR CRS-IS-CANCELLED OF COURSE-REC
003900         GO TO 1350-EXIT
003910     END-IF.
003920     IF WS-ALT-COUNT NOT < WS-ALT-MAX
003930         ADD 1 TO WS-ALT-LOST
003940         GO TO 1350-EXIT
003950     END-IF.
003960     ADD 1 TO WS-ALT-COUNT.
003970     MOVE CRS-KEY OF COURSE-REC TO WS-ALT-KEY (WS-ALT-COUNT).
003980     MOVE ZERO TO WS-ALT-SEATS-LEFT (WS-ALT-COUNT).
003990     IF CRS-SEAT-LIMIT OF COURSE-REC > CRS-ENROLLED OF COURSE-REC
004000         SUBTRACT CRS-ENROLLED OF COURSE-REC
004010             FROM CRS-SEAT-LIMIT OF COURSE-REC
004020             GIVING WS-ALT-SEATS-LEFT (WS-ALT-COUNT)
004030     END-IF.
004040 1350-EXIT.
004050     EXIT.

004060******************************************************************
004070* Registrations first, then the waitlist, then the catalog: a
004080* run that dies part way leaves the section open with fewer
004090* students in it, and is simply run again.
004100******************************************************************
004110 2000-CANCEL-SECTION.
004120     MOVE 'N' TO WS-SCAN-SW.
004130     PERFORM 2100-DROP-NEXT-REG THRU 2100-EXIT
004140         UNTIL WS-SCAN-DONE.
004150     MOVE 'N' TO WS-SCAN-SW.
004160     PERFORM 2300-REMOVE-NEXT-WAIT THRU 2300-EXIT
004170         UNTIL WS-SCAN-DONE.
004180     MOVE WS-CANCEL-KEY TO CRS-KEY OF COURSE-REC.
004190     READ COURSE-FILE
004200         INVALID KEY
004210             DISPLAY 'STUCANCL: *** SECTION REREAD FAILED'
004220             ADD 1 TO WS-ERROR-COUNT
004230             GO TO 2000-EXIT
004240     END-READ.
004250     MOVE WS-KEPT-COUNT TO CRS-ENROLLED OF COURSE-REC.
004260     SET CRS-IS-CANCELLED OF COURSE-REC TO TRUE.
004270     MOVE WS-CURRENT-DATE-8 TO CRS-CANCEL-DATE OF COURSE-REC.
004280     REWRITE COURSE-REC
004290         INVALID KEY
004300             DISPLAY 'STUCANCL: *** SECTION REWRITE FAILED'
004310             ADD 1 TO WS-ERROR-COUNT
004320     END-REWRITE.
004330 2000-EXIT.
004340     EXIT.

004350******************************************************************
004360* Each pass re-positions on the section through the
004370* REG-SECTION-KEY alternate index - the registration before
004380* it has been deleted, and the re-placement check reads the
004390* file by its prime key - and drops the first ungraded
004400* registration still there, reading past the graded ones that
004401* are kept. The pass that finds none left ends the walk, and
004402* the graded registrations it read past are the ones kept.
004410******************************************************************
004420 2100-DROP-NEXT-REG.
004421     MOVE ZERO TO WS-PASS-KEPT.
004422     MOVE 'N' TO WS-REG-FOUND-SW.
004430     MOVE WS-CANCEL-KEY TO REG-SECTION-KEY OF REG-REC.
004440     START REG-FILE
004450         KEY IS NOT LESS THAN REG-SECTION-KEY OF REG-REC
004460         INVALID KEY
004470             SET WS-SCAN-DONE TO TRUE
004490     END-START.
004500     PERFORM 2150-READ-SECTION-REG THRU 2150-EXIT
004510         UNTIL WS-REG-FOUND OR WS-SCAN-DONE.
004520     IF WS-SCAN-DONE
004530         MOVE WS-PASS-KEPT TO WS-KEPT-COUNT
004570         GO TO 2100-EXIT
004580     END-IF.
004590     MOVE REG-STUDENT-ID OF REG-REC TO WS-AFFECTED-ID.
004600     DELETE REG-FILE RECORD
004610         INVALID KEY
004620             DISPLAY 'STUCANCL: *** REGISTRATION DELETE FAILED '
004630                 WS-AFFECTED-ID
004640             ADD 1 TO WS-ERROR-COUNT
004650             SET WS-SCAN-DONE TO TRUE
004660             GO TO 2100-EXIT
004670     END-DELETE.
004680     ADD 1 TO WS-DROP-COUNT.
004690     MOVE 'N' TO WS-WAITLISTED-SW.
004700     MOVE 'DROP  ' TO RG-ACTION.
004710     MOVE 'SECTION CANCELLED - REGISTRATION DROPPED'
004720         TO WS-NOTICE-SUBJECT.
004730     PERFORM 2200-POST-REFUND THRU 2200-EXIT.
004740     PERFORM 2500-NOTIFY-STUDENT THRU 2500-EXIT.
004750 2100-EXIT.
004751     EXIT.

004752 2150-READ-SECTION-REG.
004753     READ REG-FILE NEXT RECORD
004754         AT END
004755             SET WS-SCAN-DONE TO TRUE
004756             GO TO 2150-EXIT
004757     END-READ.
004758     IF REG-SECTION-KEY OF REG-REC NOT = WS-CANCEL-KEY
004759         SET WS-SCAN-DONE TO TRUE
004760         GO TO 2150-EXIT
004761     END-IF.
004762     IF REG-GRADE OF REG-REC NOT = SPACES
004763         ADD 1 TO WS-PASS-KEPT
004764         GO TO 2150-EXIT
004765     END-IF.
004766     SET WS-REG-FOUND TO TRUE.
004767 2150-EXIT.
004768     EXIT.

004770******************************************************************
004780* The latest charge on the student's ledger for the section -
004790* the one STUREGMT refunds on a DROP - is credited back in
004800* full. A seat never charged gets no credit.
004810******************************************************************
004820 2200-POST-REFUND.
004830     MOVE 'N' TO WS-CHARGE-FOUND-SW.
004840     MOVE 'N' TO WS-LEDGER-SCAN-SW.
004850     MOVE ZERO TO WS-CHARGE-AMOUNT.
004860     MOVE LOW-VALUES TO LEDG-KEY OF LEDGER-REC.
004870     MOVE WS-AFFECTED-ID TO LEDG-STUDENT-ID OF LEDGER-REC.
004880     START LEDGER-FILE
004890         KEY IS NOT LESS THAN LEDG-KEY OF LEDGER-REC
004900         INVALID KEY
004910             SET WS-LEDGER-SCAN-DONE TO TRUE
004920     END-START.
004930     PERFORM 2250-SCAN-LEDGER THRU 2250-EXIT
004940         UNTIL WS-LEDGER-SCAN-DONE.
004950     IF NOT WS-CHARGE-FOUND
004960         OR WS-CHARGE-AMOUNT = ZERO
004970         GO TO 2200-EXIT
004980     END-IF.
004990     MOVE SPACES TO LEDGER-REC.
005000     MOVE WS-AFFECTED-ID TO LEDG-STUDENT-ID OF LEDGER-REC.
005010     MOVE WS-RUN-TIME TO LEDG-POST-TIME OF LEDGER-REC.
005020     MOVE WS-CURRENT-DATE-8 TO LEDG-POST-DATE OF LEDGER-REC.
005030     ADD 1 TO WS-LEDGER-SEQ.
005040     MOVE WS-LEDGER-SEQ TO LEDG-SEQ OF LEDGER-REC.
005050     SET LEDG-IS-REFUND OF LEDGER-REC TO TRUE.
005060     MOVE WS-CHARGE-AMOUNT TO LEDG-AMOUNT OF LEDGER-REC.
005070     MOVE WS-CANCEL-KEY TO LEDG-SECTION-KEY OF LEDGER-REC.
005080     MOVE ZERO TO LEDG-CREDIT-HOURS OF LEDGER-REC.
005090     MOVE 100 TO LEDG-REFUND-PCT OF LEDGER-REC.
005100     MOVE 'STUCANCL' TO LEDG-SOURCE OF LEDGER-REC.
005110     WRITE LEDGER-REC
005120         INVALID KEY
005130             DISPLAY 'STUCANCL: *** LEDGER WRITE FAILED = '
005140                 LEDG-KEY OF LEDGER-REC
005150             ADD 1 TO WS-ERROR-COUNT
005160         NOT INVALID KEY
005170             ADD 1 TO WS-REFUND-POSTED
005180             ADD WS-CHARGE-AMOUNT TO WS-REFUNDED-AMOUNT
005190     END-WRITE.
005200 2200-EXIT.
005210     EXIT.

005220 2250-SCAN-LEDGER.
005230     READ LEDGER-FILE NEXT RECORD
005240         AT END
005250             SET WS-LEDGER-SCAN-DONE TO TRUE
005260             GO TO 2250-EXIT
005270     END-READ.
005280     IF LEDG-STUDENT-ID OF LEDGER-REC NOT = WS-AFFECTED-ID
005290         SET WS-LEDGER-SCAN-DONE TO TRUE
005300         GO TO 2250-EXIT
005310     END-IF.
005320     IF LEDG-IS-CHARGE OF LEDGER-REC
005330         AND LEDG-SECTION-KEY OF LEDGER-REC = WS-CANCEL-KEY
005340         MOVE LEDG-AMOUNT OF LEDGER-REC TO WS-CHARGE-AMOUNT
005350         SET WS-CHARGE-FOUND TO TRUE
005360     END-IF.
005370 2250-EXIT.
005380     EXIT.

005390******************************************************************
005400* A student waiting on the section never held a seat and was
005410* never charged; the entry is deleted and the student told.
005420******************************************************************
005430 2300-REMOVE-NEXT-WAIT.
005440     MOVE WS-CANCEL-KEY TO WAIT-SECTION-KEY OF WAIT-REC.
005450     MOVE ZERO TO WAIT-SEQ OF WAIT-REC.
005460     START WAIT-FILE
005470         KEY IS NOT LESS THAN WAIT-KEY OF WAIT-REC
005480         INVALID KEY
005490             SET WS-SCAN-DONE TO TRUE
005500             GO TO 2300-EXIT
005510     END-START.
005520     READ WAIT-FILE NEXT RECORD
005530         AT END
005540             SET WS-SCAN-DONE TO TRUE
005550             GO TO 2300-EXIT
005560     END-READ.
005570     IF WAIT-SECTION-KEY OF WAIT-REC NOT = WS-CANCEL-KEY
005580         SET WS-SCAN-DONE TO TRUE
005590         GO TO 2300-EXIT
005600     END-IF.
005610     MOVE WAIT-STUDENT-ID OF WAIT-REC TO WS-AFFECTED-ID.
005620     DELETE WAIT-FILE RECORD
005630         INVALID KEY
005640             ADD 1 TO WS-ERROR-COUNT
005650             SET WS-SCAN-DONE TO TRUE
005660             GO TO 2300-EXIT
005670     END-DELETE.
005680     ADD 1 TO WS-UNWAIT-COUNT.
005690     SET WS-STUDENT-WAITLISTED TO TRUE.
005700     MOVE 'UNWAIT' TO RG-ACTION.
005710     MOVE 'SECTION CANCELLED - WAITLIST WITHDRAWN'
005720         TO WS-NOTICE-SUBJECT.
005730     PERFORM 2500-NOTIFY-STUDENT THRU 2500-EXIT.
005740 2300-EXIT.
005750     EXIT.

005760 2500-NOTIFY-STUDENT.
005770     MOVE WS-AFFECTED-ID TO RG-STUDENT-ID.
005780     MOVE WS-AFFECTED-ID TO STUDENT-ID OF STUDENT-MASTER-REC.
005790     READ STUDENT-MASTER
005800         INVALID KEY
005810             MOVE SPACES TO RG-NAME
005820             MOVE 'NOT ON MASTER - NO LETTER' TO RG-RESULT
005830             ADD 1 TO WS-NO-MASTER-COUNT
005840         NOT INVALID KEY
005850             MOVE STUDENT-MASTER-REC TO WS-CURRENT-STUDENT
005860             MOVE WS-CUR-NAME TO RG-NAME
005870             PERFORM 2600-WRITE-LETTER THRU 2600-EXIT
005880             PERFORM 2700-WRITE-EMAIL-QUEUE THRU 2700-EXIT
005890     END-READ.
005900     MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-LINE.
005910     WRITE REGISTER-LINE.
005920     PERFORM 2800-LIST-ALTERNATES THRU 2800-EXIT.
005930     MOVE SPACES TO REGISTER-LINE.
005940     WRITE REGISTER-LINE.
005950 2500-EXIT.
005960     EXIT.

005970******************************************************************
005980* One print-image letter in the STUNOTIF layout: dated heading,
005990* addressee, subject, body naming the section, and a separator
006000* line so the print room can burst the file.
006010******************************************************************
006020 2600-WRITE-LETTER.
006030     MOVE WS-CURRENT-DATE-8 TO LD-DATE.
006040     MOVE WS-LETTER-DATE-LINE TO LETTER-LINE.
006050     WRITE LETTER-LINE.
006060     MOVE SPACES TO LETTER-LINE.
006070     WRITE LETTER-LINE.
006080     MOVE WS-CUR-NAME TO LT-NAME.
006090     MOVE WS-LETTER-TO-LINE TO LETTER-LINE.
006100     WRITE LETTER-LINE.
006110     MOVE WS-NOTICE-SUBJECT TO LR-SUBJECT.
006120     MOVE WS-LETTER-RE-LINE TO LETTER-LINE.
006130     WRITE LETTER-LINE.
006140     MOVE SPACES TO LETTER-LINE.
006150     WRITE LETTER-LINE.
006160     MOVE 'WE REGRET THAT THE SECTION BELOW HAS BEEN CANCELLED.'
006170         TO LETTER-LINE.
006180     WRITE LETTER-LINE.
006190     IF WS-STUDENT-WAITLISTED
006200         MOVE 'YOUR PLACE ON ITS WAITLIST HAS BEEN WITHDRAWN:'
006210             TO LETTER-LINE
006220     ELSE
006230         MOVE 'YOUR REGISTRATION IN IT HAS BEEN DROPPED:'
006240             TO LETTER-LINE
006250     END-IF.
006260     WRITE LETTER-LINE.
006270     MOVE SPACES TO LETTER-LINE.
006280     WRITE LETTER-LINE.
006290     MOVE WS-CANCEL-COURSE TO LS-COURSE-CODE.
006300     MOVE WS-CANCEL-SECTION TO LS-SECTION.
006310     MOVE WS-CANCEL-TERM TO LS-TERM.
006320     MOVE WS-CANCEL-TITLE TO LS-TITLE.
006330     MOVE WS-LETTER-SECTION-LINE TO LETTER-LINE.
006340     WRITE LETTER-LINE.
006350     MOVE SPACES TO LETTER-LINE.
006360     WRITE LETTER-LINE.
006370     IF NOT WS-STUDENT-WAITLISTED
006380         MOVE 'ANY TUITION CHARGED FOR THE SECTION HAS BEEN'
006390             TO LETTER-LINE
006400         WRITE LETTER-LINE
006410         MOVE 'CREDITED TO YOUR ACCOUNT IN FULL.'
006420             TO LETTER-LINE
006430         WRITE LETTER-LINE
006440     END-IF.
006450     MOVE 'PLEASE CONTACT YOUR ADVISOR TO BE PLACED IN ANOTHER'
006460         TO LETTER-LINE.
006470     WRITE LETTER-LINE.
006480     MOVE 'SECTION OF THIS COURSE.'
006490         TO LETTER-LINE.
006500     WRITE LETTER-LINE.
006510     MOVE SPACES TO LETTER-LINE.
006520     WRITE LETTER-LINE.
006530     MOVE ALL '=' TO LETTER-LINE.
006540     WRITE LETTER-LINE.
006550     ADD 1 TO WS-LETTER-COUNT.
006560     MOVE 'LETTER WRITTEN' TO RG-RESULT.
006570 2600-EXIT.
006580     EXIT.

006590 2700-WRITE-EMAIL-QUEUE.
006600     IF WS-CUR-EMAIL = SPACES
006610         ADD 1 TO WS-NO-EMAIL-COUNT
006620         MOVE 'LETTER WRITTEN - NO EMAIL' TO RG-RESULT
006630         GO TO 2700-EXIT
006640     END-IF.
006650     MOVE SPACES TO EMAIL-QUEUE-RECORD.
006660     MOVE WS-CUR-EMAIL TO EMQ-EMAIL.
006670     MOVE WS-AFFECTED-ID TO EMQ-STUDENT-ID.
006680     MOVE WS-NOTICE-TYPE TO EMQ-NOTICE-TYPE.
006690     MOVE WS-CURRENT-DATE-8 TO EMQ-DATE.
006700     WRITE EMAIL-QUEUE-RECORD.
006710     ADD 1 TO WS-EMAIL-COUNT.
006720     MOVE 'LETTER AND EMAIL QUEUED' TO RG-RESULT.
006730 2700-EXIT.
006740     EXIT.

006750******************************************************************
006760* The re-placement list: each open section of the course this
006770* term, marked with the seats it has left, FULL (the student
006780* can only be waitlisted), or the student's own section where
006790* the student is already registered in it.
006800******************************************************************
006810 2800-LIST-ALTERNATES.
006820     IF WS-ALT-COUNT = ZERO
006830         MOVE '       NO OTHER OPEN SECTION OF THIS COURSE'
006840             TO REGISTER-LINE
006850         WRITE REGISTER-LINE
006860         GO TO 2800-EXIT
006870     END-IF.
006880     MOVE 1 TO WS-ALT-SUB.
006890     PERFORM 2850-LIST-ALTERNATE THRU 2850-EXIT
006900         UNTIL WS-ALT-SUB > WS-ALT-COUNT.
006910 2800-EXIT.
006920     EXIT.

006930 2850-LIST-ALTERNATE.
006940     MOVE WS-ALT-KEY (WS-ALT-SUB) TO REG-SECTION-KEY OF REG-REC.
006950     MOVE WS-AFFECTED-ID TO REG-STUDENT-ID OF REG-REC.
006960     MOVE WS-ALT-KEY (WS-ALT-SUB) (1:6) TO RA-COURSE-CODE.
006970     MOVE WS-ALT-KEY (WS-ALT-SUB) (7:3) TO RA-SECTION.
006980     MOVE WS-ALT-KEY (WS-ALT-SUB) (10:5) TO RA-TERM.
006990     READ REG-FILE
007000         INVALID KEY
007010             IF WS-ALT-SEATS-LEFT (WS-ALT-SUB) = ZERO
007020                 MOVE 'FULL' TO RA-STATUS
007030             ELSE
007040                 MOVE WS-ALT-SEATS-LEFT (WS-ALT-SUB) TO SR-SEATS
007050                 MOVE WS-SEATS-RESULT TO RA-STATUS
007060             END-IF
007070         NOT INVALID KEY
007080             MOVE 'ALREADY REGISTERED' TO RA-STATUS
007090     END-READ.
007100     MOVE WS-REGISTER-ALT-LINE TO REGISTER-LINE.
007110     WRITE REGISTER-LINE.
007120     ADD 1 TO WS-ALT-SUB.
007130 2850-EXIT.
007140     EXIT.

007150 3000-FINALIZE.
007160     MOVE 'REGISTRATIONS DROPPED:' TO RT-LABEL.
007170     MOVE WS-DROP-COUNT TO RT-COUNT.
007180     MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-LINE.
007190     WRITE REGISTER-LINE.
007191     MOVE 'GRADED REGISTRATIONS KEPT:' TO RT-LABEL.
007192     MOVE WS-KEPT-COUNT TO RT-COUNT.
007193     MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-LINE.
007194     WRITE REGISTER-LINE.
007200     MOVE 'WAITLIST ENTRIES REMOVED:' TO RT-LABEL.
007210     MOVE WS-UNWAIT-COUNT TO RT-COUNT.
007220     MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-LINE.
007230     WRITE REGISTER-LINE.
007240     MOVE 'REFUNDS POSTED:' TO RT-LABEL.
007250     MOVE WS-REFUND-POSTED TO RT-COUNT.
007260     MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-LINE.
007270     WRITE REGISTER-LINE.
007280     IF WS-ALT-LOST > ZERO
007290         MOVE 'OPEN SECTIONS NOT LISTED:' TO RT-LABEL
007300         MOVE WS-ALT-LOST TO RT-COUNT
007310         MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-LINE
007320         WRITE REGISTER-LINE
007330     END-IF.
007340     PERFORM 3100-CLOSE-FILES THRU 3100-EXIT.
007350     CLOSE LETTER-FILE.
007360     CLOSE EMAIL-QUEUE.
007370     CLOSE CANCEL-REGISTER.
007380     DISPLAY 'STUCANCL: REGISTRATIONS DROPPED = ' WS-DROP-COUNT.
007381     DISPLAY 'STUCANCL: GRADED REGS KEPT      = ' WS-KEPT-COUNT.
007390     DISPLAY 'STUCANCL: WAITLIST REMOVED      = ' WS-UNWAIT-COUNT.
007400     DISPLAY 'STUCANCL: LETTERS WRITTEN       = '
007410         WS-LETTER-COUNT.
007420     DISPLAY 'STUCANCL: EMAILS QUEUED         = ' WS-EMAIL-COUNT.
007430     DISPLAY 'STUCANCL: NO EMAIL ON FILE      = '
007440         WS-NO-EMAIL-COUNT.
007450     DISPLAY 'STUCANCL: NOT ON MASTER         = '
007460         WS-NO-MASTER-COUNT.
007470     MOVE WS-REFUNDED-AMOUNT TO WS-AMOUNT-EDIT.
007480     DISPLAY 'STUCANCL: REFUNDS POSTED        = '
007490         WS-REFUND-POSTED ' FOR ' WS-AMOUNT-EDIT.
007500     DISPLAY 'STUCANCL: ERRORS                = ' WS-ERROR-COUNT.
007510     IF WS-ERROR-COUNT > ZERO
007520         MOVE 8 TO RETURN-CODE
007530     END-IF.
007540 3000-EXIT.
007550     EXIT.

007560 3100-CLOSE-FILES.
007570     CLOSE STUDENT-MASTER.
007580     CLOSE COURSE-FILE.
007590     CLOSE REG-FILE.
007600     CLOSE WAIT-FILE.
007610     CLOSE LEDGER-FILE.
007620 3100-EXIT.
007630     EXIT.

007640******************************************************************
007641* The student master and the registration file are enqueued on
007642* the lock file (STULOCK_DD, see LOCKREC) before either is
007643* opened for update. The lock is taken by WRITEing the STUFILES
007644* record; a duplicate key means another run holds it. When the
007645* holder is the STUCHAIN run that CALLed this one - its stamp is
007646* in STULOCK_CHAIN - the run goes ahead under the chain's lock
007647* without taking or releasing it. Anyone else's lock stops the
007648* run with RETURN-CODE 12, naming the holder.
007649******************************************************************
007650 8500-TAKE-LOCK.
007651     MOVE 'N' TO WS-LOCK-HELD-SW.
007652     MOVE 'N' TO WS-LOCK-REFUSED-SW.
007653     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
007654     ACCEPT WS-LOCK-MY-TIME FROM TIME.
007655     OPEN I-O LOCK-FILE.
007656     MOVE SPACES TO LOCK-REC.
007657     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
007658     MOVE 'STUCANCL' TO LOCK-HOLDER OF LOCK-REC.
007659     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
007660     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
007661     WRITE LOCK-REC
007662         INVALID KEY
007663             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
007664         NOT INVALID KEY
007665             SET WS-LOCK-HELD TO TRUE
007666     END-WRITE.
007667     CLOSE LOCK-FILE.
007668 8500-EXIT.
007669     EXIT.

007670 8550-CHECK-HOLDER.
007671     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
007672     READ LOCK-FILE
007673         INVALID KEY
007674             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
007675             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
007676             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
007677     END-READ.
007678     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
007679     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
007680         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
007681         DISPLAY 'STUCANCL: RUNNING UNDER THE STUCHAIN LOCK OF '
007682             LOCK-START-DATE OF LOCK-REC ' '
007683             LOCK-START-TIME OF LOCK-REC
007684         GO TO 8550-EXIT
007685     END-IF.
007686     SET WS-LOCK-REFUSED TO TRUE.
007687     DISPLAY 'STUCANCL: *** STUDENT FILES LOCKED BY '
007688         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
007689     DISPLAY 'STUCANCL: *** HELD SINCE '
007690         LOCK-START-DATE OF LOCK-REC ' '
007691         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
007692     MOVE 12 TO RETURN-CODE.
007693 8550-EXIT.
007694     EXIT.

007695******************************************************************
007696* The lock is released only if it is still this run's own - an
007697* operator may have forced it off and another run taken it.
007698******************************************************************
007699 8600-RELEASE-LOCK.
007700     IF NOT WS-LOCK-HELD
007701         GO TO 8600-EXIT
007702     END-IF.
007703     OPEN I-O LOCK-FILE.
007704     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
007705     READ LOCK-FILE
007706         INVALID KEY
007707             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
007708     END-READ.
007709     IF LOCK-HOLDER OF LOCK-REC = 'STUCANCL'
007710         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
007711         DELETE LOCK-FILE RECORD
007712     ELSE
007713         DISPLAY 'STUCANCL: *** LOCK NO LONGER HELD BY THIS RUN'
007714             ' - NOT RELEASED'
007715     END-IF.
007716     CLOSE LOCK-FILE.
007717     MOVE 'N' TO WS-LOCK-HELD-SW.
007718 8600-EXIT.
007719     EXIT.

007720******************************************************************
007721* The run date honors the chain-wide STUBUSDT business date
007722* (SET once in the STUCHAIN run-control) over the machine
007723* date, so a late or re-run night reproduces the original
007724* night's numbers.
007725******************************************************************
007726 9000-GET-BUSINESS-DATE.
007727     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
007728     IF WS-BUSDT-PARM IS NUMERIC
007730         AND WS-BUSDT-PARM NOT = '00000000'
007740         MOVE WS-BUSDT-PARM TO WS-CURRENT-DATE-8
007750     ELSE
007760         ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
007770     END-IF.
007780 9000-EXIT.
007790     EXIT.

007800 END PROGRAM STUCANCL.
