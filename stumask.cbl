000100******************************************************************
000110* Author: JRV
000120* Date: 15/Oct/2026
000130* Purpose: Education
000140*
000150* De-identified test copy of the student files. Copies the
000160* student master (STUDENT_DD), the registration file (STUREG_DD)
000170* and the change-history file (STUHIST_DD) to a test set of the
000180* same indexed files (STUMSTU_DD, STUMREG_DD and STUMHST_DD,
000190* default STUDENT.TST, STUREG.TST and STUHIST.TST - point them
000200* at the test area), replacing every NAME, PHONE and EMAIL with
000210* a realistic fake so no real contact detail reaches a test
000220* directory or a test printout.
000230*
000240* The fakes are built from the STUDENT-ID alone - a first and a
000250* last name from the tables below, a phone number carrying the
000260* ID in its last five digits, and an email made from the fake
000270* name and the ID - so the same student gets the same fake on
000280* every run and in every before-image in the history, and the
000290* NAME alternate index and STUINQ name lookups still find a
000300* spread of ordinary names. A blank field stays blank. Should a
000310* fake ever come out the same as the real value, the next fake
000320* in the tables is taken instead.
000330*
000340* STUDENT-ID, DATEX, MAJOR-CODE, STATUS-CODE, every registration
000350* and grade, and the rest of each history record are copied as
000360* they stand, so counts and reports run against the test copy
000370* match production.
000380*
000390* A subset may be taken:
000400*   STUMASK_MAJOR - only students with this MAJOR-CODE (default
000410*          all majors).
000420*   STUMASK_PCT   - a sample percentage, 001-100 (default 100).
000430*          A student is in the sample when the last two digits
000440*          of the STUDENT-ID are below the percentage, so the
000450*          same sample is drawn every time.
000460* Both may be given together. Registrations and history are
000470* copied only for the students in the subset; with a major
000480* given, a registration or history record whose student is not
000490* on the master is left out.
000500*
000510* The masking register (STUMASK_DD, default STUMASK.TXT) lists
000520* each student copied with the fake name and what became of
000530* each field, then the proof - for the master and for the
000540* history before-images, how many NAME, PHONE and EMAIL fields
000550* were masked, were blank, or went through unmasked, found by
000560* comparing each record as written with the record as read. Any
000570* field through unmasked is listed and the run ends with
000580* RETURN-CODE 8; the copy must not then be released.
000590*
000600* The run reads the production files under the student files
000610* lock (see LOCKREC), so no update lands partway through the
000620* copy and the three files agree with one another. Output DDs
000630* naming a production file abort the run with RETURN-CODE 16
000640* before anything is opened.
000650*
000660* Modification History
000670* ---------------------------------------------------------------
000680* 15/Oct/2026  JRV  Original version.
000690******************************************************************
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID. STUMASK.

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
000830             ACCESS MODE IS SEQUENTIAL
000840             RECORD KEY IS REG-KEY OF REG-REC
000850             ALTERNATE RECORD KEY IS REG-SECTION-KEY OF REG-REC
000860                 WITH DUPLICATES.

000870             SELECT OPTIONAL HISTORY-FILE
000880             ASSIGN TO DYNAMIC WS-HISTORY-DD
000890             ORGANIZATION IS INDEXED
000900             ACCESS MODE IS SEQUENTIAL
000910             RECORD KEY IS HIST-KEY OF HISTORY-REC.

000920             SELECT TEST-MASTER
000930             ASSIGN TO DYNAMIC WS-TEST-STUDENT-DD
000940             ORGANIZATION IS INDEXED
000950             ACCESS MODE IS SEQUENTIAL
000960             RECORD KEY IS STUDENT-ID OF TEST-MASTER-REC
000970             ALTERNATE RECORD KEY IS NAME OF TEST-MASTER-REC
000980                 WITH DUPLICATES.

000990             SELECT TEST-REG-FILE ASSIGN TO DYNAMIC WS-TEST-REG-DD
001000             ORGANIZATION IS INDEXED
001010             ACCESS MODE IS SEQUENTIAL
001020             RECORD KEY IS REG-KEY OF TEST-REG-REC
001030             ALTERNATE RECORD KEY IS
001040                 REG-SECTION-KEY OF TEST-REG-REC
001050                 WITH DUPLICATES.

001060             SELECT TEST-HISTORY-FILE
001070             ASSIGN TO DYNAMIC WS-TEST-HISTORY-DD
001080             ORGANIZATION IS INDEXED
001090             ACCESS MODE IS SEQUENTIAL
001100             RECORD KEY IS HIST-KEY OF TEST-HIST-REC.

001110             SELECT MASK-REGISTER
001120             ASSIGN TO DYNAMIC WS-REGISTER-DD
001130             ORGANIZATION IS LINE SEQUENTIAL.

001140             SELECT OPTIONAL LOCK-FILE
001150             ASSIGN TO DYNAMIC WS-LOCK-DD
001160             ORGANIZATION IS INDEXED
001170             ACCESS MODE IS DYNAMIC
001180             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

001190 DATA DIVISION.
001200     FILE SECTION.
001210     FD STUDENT-MASTER.
001220     COPY STUREC REPLACING ==:REC:== BY ==STUDENT-MASTER-REC==.

001230     FD REG-FILE.
001240     COPY REGREC REPLACING ==:REC:== BY ==REG-REC==.

001250     FD HISTORY-FILE.
001260     COPY STUHREC REPLACING ==:REC:== BY ==HISTORY-REC==.

001270     FD TEST-MASTER.
001280     COPY STUREC REPLACING ==:REC:== BY ==TEST-MASTER-REC==.

001290     FD TEST-REG-FILE.
001300     COPY REGREC REPLACING ==:REC:== BY ==TEST-REG-REC==.

001310     FD TEST-HISTORY-FILE.
001320     COPY STUHREC REPLACING ==:REC:== BY ==TEST-HIST-REC==.

001330     FD MASK-REGISTER.
001340     01 REGISTER-LINE PIC X(80).

001350     FD LOCK-FILE.
001360     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

001370     WORKING-STORAGE SECTION.
001380     01 WS-RUN-PARMS.
001390         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
001400         05 WS-REG-DD PIC X(64) VALUE SPACES.
001410         05 WS-HISTORY-DD PIC X(64) VALUE SPACES.
001420         05 WS-TEST-STUDENT-DD PIC X(64) VALUE SPACES.
001430         05 WS-TEST-REG-DD PIC X(64) VALUE SPACES.
001440         05 WS-TEST-HISTORY-DD PIC X(64) VALUE SPACES.
001450         05 WS-REGISTER-DD PIC X(64) VALUE SPACES.
001460         05 WS-MAJOR-PARM PIC X(5) VALUE SPACES.
001470         05 WS-PCT-PARM PIC X(3) VALUE SPACES.
001480         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

001490     01 WS-DEFAULTS.
001500         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
001510         05 WS-DEFAULT-REG PIC X(64) VALUE 'STUREG.DAT'.
001520         05 WS-DEFAULT-HISTORY PIC X(64) VALUE 'STUHIST.DAT'.
001530         05 WS-DEFAULT-TEST-STUDENT PIC X(64) VALUE 'STUDENT.TST'.
001540         05 WS-DEFAULT-TEST-REG PIC X(64) VALUE 'STUREG.TST'.
001550         05 WS-DEFAULT-TEST-HISTORY PIC X(64) VALUE 'STUHIST.TST'.
001560         05 WS-DEFAULT-REGISTER PIC X(64) VALUE 'STUMASK.TXT'.
001570         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

001580     01 WS-LOCK-CONTROL.
001590         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
001600             88 WS-LOCK-HELD VALUE 'Y'.
001610         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
001620             88 WS-LOCK-REFUSED VALUE 'Y'.
001630         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
001640         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
001650         05 WS-LOCK-MY-STAMP.
001660             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
001670             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

001680     01 WS-SAMPLE-PCT PIC 9(3) VALUE 100.

001690     01 WS-EOF-SWITCHES.
001700         05 WS-MASTER-EOF PIC X(1) VALUE 'N'.
001710             88 WS-MASTER-AT-EOF VALUE 'Y'.
001720         05 WS-REG-EOF PIC X(1) VALUE 'N'.
001730             88 WS-REG-AT-EOF VALUE 'Y'.
001740         05 WS-HISTORY-EOF PIC X(1) VALUE 'N'.
001750             88 WS-HISTORY-AT-EOF VALUE 'Y'.

001760     01 WS-ABORT-SWITCHES.
001770         05 WS-ABORT-SW PIC X(1) VALUE 'N'.
001780             88 WS-ABORT-RUN VALUE 'Y'.

001790     01 WS-SELECT-CONTROL.
001800         05 WS-PASS-SW PIC X(1) VALUE 'M'.
001810             88 WS-MASTER-PASS VALUE 'M'.
001820         05 WS-SELECTED-SW PIC X(1) VALUE 'N'.
001830             88 WS-STUDENT-SELECTED VALUE 'Y'.
001840         05 WS-SEL-ID PIC 9(5) VALUE ZERO.
001850         05 WS-SEL-LAST-ID PIC 9(6) VALUE 999999.
001860         05 WS-SEL-QUOT PIC 9(5) COMP VALUE ZERO.
001870         05 WS-SEL-SLOT PIC 9(3) COMP VALUE ZERO.

001880******************************************************************
001890* A student-shaped view of the record as read, as masked, and as
001900* written - a master record and a history before-image are both
001910* the 87-byte STUREC layout.
001920******************************************************************
001930     01 WS-ORIG-IMAGE.
001940         05 WS-ORIG-STUDENT-ID PIC 9(5).
001950         05 WS-ORIG-NAME PIC A(25).
001960         05 WS-ORIG-DATEX PIC A(11).
001970         05 WS-ORIG-MAJOR-CODE PIC X(5).
001980         05 WS-ORIG-STATUS-CODE PIC X(1).
001990         05 WS-ORIG-PHONE PIC X(10).
002000         05 WS-ORIG-EMAIL PIC X(30).

002010     01 WS-MASKED-IMAGE.
002020         05 WS-MASKED-STUDENT-ID PIC 9(5).
002030         05 WS-MASKED-NAME PIC A(25).
002040         05 WS-MASKED-DATEX PIC A(11).
002050         05 WS-MASKED-MAJOR-CODE PIC X(5).
002060         05 WS-MASKED-STATUS-CODE PIC X(1).
002070         05 WS-MASKED-PHONE PIC X(10).
002080         05 WS-MASKED-EMAIL PIC X(30).

002090     01 WS-WRITTEN-IMAGE.
002100         05 WS-WRITTEN-STUDENT-ID PIC 9(5).
002110         05 WS-WRITTEN-NAME PIC A(25).
002120         05 WS-WRITTEN-DATEX PIC A(11).
002130         05 WS-WRITTEN-MAJOR-CODE PIC X(5).
002140         05 WS-WRITTEN-STATUS-CODE PIC X(1).
002150         05 WS-WRITTEN-PHONE PIC X(10).
002160         05 WS-WRITTEN-EMAIL PIC X(30).

002170     01 WS-FAKE-CONTROL.
002180         05 WS-MASK-ID PIC 9(5) VALUE ZERO.
002190         05 WS-MASK-ID-X REDEFINES WS-MASK-ID PIC X(5).
002200         05 WS-MASK-VARIANT PIC 9(2) COMP VALUE ZERO.
002210         05 WS-MASK-SEED PIC 9(6) COMP VALUE ZERO.
002220         05 WS-MASK-QUOT PIC 9(6) COMP VALUE ZERO.
002230         05 WS-MASK-QUOT-2 PIC 9(6) COMP VALUE ZERO.
002240         05 WS-MASK-REM PIC 9(3) COMP VALUE ZERO.
002250         05 WS-FIRST-IX PIC 9(3) COMP VALUE ZERO.
002260         05 WS-LAST-IX PIC 9(3) COMP VALUE ZERO.
002270         05 WS-AREA-IX PIC 9(3) COMP VALUE ZERO.
002280         05 WS-COLLIDE-SW PIC X(1) VALUE 'N'.
002290             88 WS-FAKE-COLLIDES VALUE 'Y'.
002300         05 WS-FAKE-NAME PIC X(25) VALUE SPACES.
002310         05 WS-FAKE-PHONE PIC X(10) VALUE SPACES.
002320         05 WS-FAKE-EMAIL PIC X(30) VALUE SPACES.

002330     01 WS-FIRST-NAMES-INIT.
002340         05 FILLER PIC X(10) VALUE 'JAMES'.
002350         05 FILLER PIC X(10) VALUE 'MARY'.
002360         05 FILLER PIC X(10) VALUE 'JOHN'.
002370         05 FILLER PIC X(10) VALUE 'PATRICIA'.
002380         05 FILLER PIC X(10) VALUE 'ROBERT'.
002390         05 FILLER PIC X(10) VALUE 'JENNIFER'.
002400         05 FILLER PIC X(10) VALUE 'MICHAEL'.
002410         05 FILLER PIC X(10) VALUE 'LINDA'.
002420         05 FILLER PIC X(10) VALUE 'WILLIAM'.
002430         05 FILLER PIC X(10) VALUE 'ELIZABETH'.
002440         05 FILLER PIC X(10) VALUE 'DAVID'.
002450         05 FILLER PIC X(10) VALUE 'BARBARA'.
002460         05 FILLER PIC X(10) VALUE 'RICHARD'.
002470         05 FILLER PIC X(10) VALUE 'SUSAN'.
002480         05 FILLER PIC X(10) VALUE 'JOSEPH'.
002490         05 FILLER PIC X(10) VALUE 'JESSICA'.
002500         05 FILLER PIC X(10) VALUE 'THOMAS'.
002510         05 FILLER PIC X(10) VALUE 'SARAH'.
002520         05 FILLER PIC X(10) VALUE 'CHARLES'.
002530         05 FILLER PIC X(10) VALUE 'KAREN'.
002540         05 FILLER PIC X(10) VALUE 'DANIEL'.
002550         05 FILLER PIC X(10) VALUE 'NANCY'.
002560         05 FILLER PIC X(10) VALUE 'MATTHEW'.
002570         05 FILLER PIC X(10) VALUE 'LISA'.
002580         05 FILLER PIC X(10) VALUE 'ANTHONY'.
002590         05 FILLER PIC X(10) VALUE 'BETTY'.
002600         05 FILLER PIC X(10) VALUE 'MARK'.
002610         05 FILLER PIC X(10) VALUE 'SANDRA'.
002620         05 FILLER PIC X(10) VALUE 'DONALD'.
002630         05 FILLER PIC X(10) VALUE 'ASHLEY'.
002640         05 FILLER PIC X(10) VALUE 'STEVEN'.
002650         05 FILLER PIC X(10) VALUE 'EMILY'.
002660         05 FILLER PIC X(10) VALUE 'PAUL'.
002670         05 FILLER PIC X(10) VALUE 'MICHELLE'.
002680         05 FILLER PIC X(10) VALUE 'ANDREW'.
002690         05 FILLER PIC X(10) VALUE 'AMANDA'.
002700         05 FILLER PIC X(10) VALUE 'KEVIN'.
002710         05 FILLER PIC X(10) VALUE 'MELISSA'.
002720         05 FILLER PIC X(10) VALUE 'BRIAN'.
002730         05 FILLER PIC X(10) VALUE 'LAURA'.
002740     01 WS-FIRST-NAMES REDEFINES WS-FIRST-NAMES-INIT.
002750         05 WS-FIRST-NAME OCCURS 40 TIMES PIC X(10).

002760     01 WS-LAST-NAMES-INIT.
002770         05 FILLER PIC X(10) VALUE 'SMITH'.
002780         05 FILLER PIC X(10) VALUE 'JOHNSON'.
002790         05 FILLER PIC X(10) VALUE 'WILLIAMS'.
002800         05 FILLER PIC X(10) VALUE 'BROWN'.
002810         05 FILLER PIC X(10) VALUE 'JONES'.
002820         05 FILLER PIC X(10) VALUE 'GARCIA'.
002830         05 FILLER PIC X(10) VALUE 'MILLER'.
002840         05 FILLER PIC X(10) VALUE 'DAVIS'.
002850         05 FILLER PIC X(10) VALUE 'RODRIGUEZ'.
002860         05 FILLER PIC X(10) VALUE 'MARTINEZ'.
002870         05 FILLER PIC X(10) VALUE 'HERNANDEZ'.
002880         05 FILLER PIC X(10) VALUE 'LOPEZ'.
002890         05 FILLER PIC X(10) VALUE 'GONZALEZ'.
002900         05 FILLER PIC X(10) VALUE 'WILSON'.
002910         05 FILLER PIC X(10) VALUE 'ANDERSON'.
002920         05 FILLER PIC X(10) VALUE 'THOMAS'.
002930         05 FILLER PIC X(10) VALUE 'TAYLOR'.
002940         05 FILLER PIC X(10) VALUE 'MOORE'.
002950         05 FILLER PIC X(10) VALUE 'JACKSON'.
002960         05 FILLER PIC X(10) VALUE 'MARTIN'.
002970         05 FILLER PIC X(10) VALUE 'LEE'.
002980         05 FILLER PIC X(10) VALUE 'PEREZ'.
002990         05 FILLER PIC X(10) VALUE 'THOMPSON'.
003000         05 FILLER PIC X(10) VALUE 'WHITE'.
003010         05 FILLER PIC X(10) VALUE 'HARRIS'.
003020         05 FILLER PIC X(10) VALUE 'SANCHEZ'.
003030         05 FILLER PIC X(10) VALUE 'CLARK'.
003040         05 FILLER PIC X(10) VALUE 'RAMIREZ'.
003050         05 FILLER PIC X(10) VALUE 'LEWIS'.
003060         05 FILLER PIC X(10) VALUE 'ROBINSON'.
003070         05 FILLER PIC X(10) VALUE 'WALKER'.
003080         05 FILLER PIC X(10) VALUE 'YOUNG'.
003090         05 FILLER PIC X(10) VALUE 'ALLEN'.
003100         05 FILLER PIC X(10) VALUE 'KING'.
003110         05 FILLER PIC X(10) VALUE 'WRIGHT'.
003120         05 FILLER PIC X(10) VALUE 'SCOTT'.
003130         05 FILLER PIC X(10) VALUE 'TORRES'.
003140         05 FILLER PIC X(10) VALUE 'NGUYEN'.
003150         05 FILLER PIC X(10) VALUE 'HILL'.
003160         05 FILLER PIC X(10) VALUE 'FLORES'.
003170         05 FILLER PIC X(10) VALUE 'GREEN'.
003180         05 FILLER PIC X(10) VALUE 'ADAMS'.
003190         05 FILLER PIC X(10) VALUE 'NELSON'.
003200         05 FILLER PIC X(10) VALUE 'BAKER'.
003210         05 FILLER PIC X(10) VALUE 'HALL'.
003220         05 FILLER PIC X(10) VALUE 'RIVERA'.
003230         05 FILLER PIC X(10) VALUE 'CAMPBELL'.
003240         05 FILLER PIC X(10) VALUE 'MITCHELL'.
003250         05 FILLER PIC X(10) VALUE 'CARTER'.
003260         05 FILLER PIC X(10) VALUE 'ROBERTS'.
003270     01 WS-LAST-NAMES REDEFINES WS-LAST-NAMES-INIT.
003280         05 WS-LAST-NAME OCCURS 50 TIMES PIC X(10).

003290     01 WS-AREA-CODES-INIT.
003300         05 FILLER PIC X(3) VALUE '212'.
003310         05 FILLER PIC X(3) VALUE '312'.
003320         05 FILLER PIC X(3) VALUE '415'.
003330         05 FILLER PIC X(3) VALUE '617'.
003340         05 FILLER PIC X(3) VALUE '713'.
003350         05 FILLER PIC X(3) VALUE '404'.
003360         05 FILLER PIC X(3) VALUE '206'.
003370         05 FILLER PIC X(3) VALUE '303'.
003380         05 FILLER PIC X(3) VALUE '602'.
003390         05 FILLER PIC X(3) VALUE '503'.
003400     01 WS-AREA-CODES REDEFINES WS-AREA-CODES-INIT.
003410         05 WS-AREA-CODE OCCURS 10 TIMES PIC X(3).

003420     01 WS-FIELD-LABELS-INIT.
003430         05 FILLER PIC X(5) VALUE 'NAME'.
003440         05 FILLER PIC X(5) VALUE 'PHONE'.
003450         05 FILLER PIC X(5) VALUE 'EMAIL'.
003460     01 WS-FIELD-LABELS REDEFINES WS-FIELD-LABELS-INIT.
003470         05 WS-FIELD-LABEL OCCURS 3 TIMES PIC X(5).

003480     01 WS-FILE-LABELS-INIT.
003490         05 FILLER PIC X(8) VALUE 'STUDENT'.
003500         05 FILLER PIC X(8) VALUE 'STUHIST'.
003510     01 WS-FILE-LABELS REDEFINES WS-FILE-LABELS-INIT.
003520         05 WS-FILE-LABEL OCCURS 2 TIMES PIC X(8).

003530******************************************************************
003540* The proof: for the master (file 1) and the history
003550* before-images (file 2), each of NAME, PHONE and EMAIL counted
003560* masked, blank, or through unmasked.
003570******************************************************************
003580     01 WS-PROOF-TOTALS.
003590         05 WS-PROOF-FILE OCCURS 2 TIMES.
003600             10 WS-PROOF-FIELD OCCURS 3 TIMES.
003610                 15 WS-PF-MASKED PIC 9(7) COMP.
003620                 15 WS-PF-BLANK PIC 9(7) COMP.
003630                 15 WS-PF-UNMASKED PIC 9(7) COMP.

003640     01 WS-PROOF-WORK.
003650         05 WS-FILE-IX PIC 9(2) COMP VALUE ZERO.
003660         05 WS-FIELD-IX PIC 9(2) COMP VALUE ZERO.
003670         05 WS-PROOF-ORIG PIC X(30) VALUE SPACES.
003680         05 WS-PROOF-WRITTEN PIC X(30) VALUE SPACES.
003690         05 WS-FIELD-RESULT OCCURS 3 TIMES PIC X(10).
003700         05 WS-UNMASKED-TOTAL PIC 9(7) COMP VALUE ZERO.

003710     01 WS-COUNTERS.
003720         05 WS-MASTER-READ PIC 9(7) COMP VALUE ZERO.
003730         05 WS-MASTER-COPIED PIC 9(7) COMP VALUE ZERO.
003740         05 WS-REG-READ PIC 9(7) COMP VALUE ZERO.
003750         05 WS-REG-COPIED PIC 9(7) COMP VALUE ZERO.
003760         05 WS-HIST-READ PIC 9(7) COMP VALUE ZERO.
003770         05 WS-HIST-COPIED PIC 9(7) COMP VALUE ZERO.
003780         05 WS-IMAGE-MASKED PIC 9(7) COMP VALUE ZERO.
003790         05 WS-IMAGE-EMPTY PIC 9(7) COMP VALUE ZERO.

003800     01 WS-CURRENT-DATE-8 PIC 9(8) VALUE ZERO.

003810     01 WS-REGISTER-HEADING.
003820         05 FILLER PIC X(33)
003830             VALUE 'STUDENT FILES MASKING REGISTER - '.
003840         05 RH-RUN-DATE PIC 9(8).

003850     01 WS-REGISTER-SUBSET-LINE.
003860         05 FILLER PIC X(14) VALUE 'SUBSET  MAJOR='.
003870         05 RS-MAJOR PIC X(5).
003880         05 FILLER PIC X(9) VALUE '  SAMPLE='.
003890         05 RS-PCT PIC ZZ9.
003900         05 FILLER PIC X(1) VALUE '%'.

003910     01 WS-REGISTER-COLUMN-LINE.
003920         05 FILLER PIC X(32) VALUE 'ID    MASKED NAME'.
003930         05 FILLER PIC X(11) VALUE 'NAME'.
003940         05 FILLER PIC X(11) VALUE 'PHONE'.
003950         05 FILLER PIC X(11) VALUE 'EMAIL'.

003960     01 WS-REGISTER-DETAIL-LINE.
003970         05 RD-STUDENT-ID PIC 9(5).
003980         05 FILLER PIC X(1) VALUE SPACE.
003990         05 RD-NAME PIC X(25).
004000         05 FILLER PIC X(1) VALUE SPACE.
004010         05 RD-NAME-RESULT PIC X(10).
004020         05 FILLER PIC X(1) VALUE SPACE.
004030         05 RD-PHONE-RESULT PIC X(10).
004040         05 FILLER PIC X(1) VALUE SPACE.
004050         05 RD-EMAIL-RESULT PIC X(10).

004060     01 WS-REGISTER-EXCEPTION-LINE.
004070         05 FILLER PIC X(4) VALUE '*** '.
004080         05 RX-FILE PIC X(8).
004090         05 FILLER PIC X(1) VALUE SPACE.
004100         05 RX-STUDENT-ID PIC 9(5).
004110         05 FILLER PIC X(1) VALUE SPACE.
004120         05 RX-STAMP PIC X(25).
004130         05 FILLER PIC X(1) VALUE SPACE.
004140         05 RX-FIELD PIC X(5).
004150         05 FILLER PIC X(22) VALUE ' WENT THROUGH UNMASKED'.

004160     01 WS-PROOF-HEADING.
004170         05 FILLER PIC X(14) VALUE 'FILE     FIELD'.
004180         05 FILLER PIC X(10) VALUE '    MASKED'.
004190         05 FILLER PIC X(10) VALUE '     BLANK'.
004200         05 FILLER PIC X(10) VALUE '  UNMASKED'.

004210     01 WS-PROOF-LINE.
004220         05 PF-FILE PIC X(8).
004230         05 FILLER PIC X(1) VALUE SPACE.
004240         05 PF-FIELD PIC X(5).
004250         05 FILLER PIC X(3) VALUE SPACES.
004260         05 PF-MASKED PIC ZZZ,ZZ9.
004270         05 FILLER PIC X(3) VALUE SPACES.
004280         05 PF-BLANK PIC ZZZ,ZZ9.
004290         05 FILLER PIC X(3) VALUE SPACES.
004300         05 PF-UNMASKED PIC ZZZ,ZZ9.

004310     01 WS-COUNT-LINE.
004320         05 CL-FILE PIC X(8).
004330         05 FILLER PIC X(14) VALUE ' RECORDS READ '.
004340         05 CL-READ PIC ZZZ,ZZ9.
004350         05 FILLER PIC X(10) VALUE '   COPIED '.
004360         05 CL-COPIED PIC ZZZ,ZZ9.

004370     01 WS-IMAGE-COUNT-LINE.
004380         05 FILLER PIC X(30)
004390             VALUE 'STUHIST BEFORE-IMAGES MASKED '.
004400         05 IC-MASKED PIC ZZZ,ZZ9.
004410         05 FILLER PIC X(10) VALUE '   EMPTY '.
004420         05 IC-EMPTY PIC ZZZ,ZZ9.

004430     01 WS-PROOF-FAILED-LINE.
004440         05 FILLER PIC X(21) VALUE '*** PROOF FAILED -   '.
004450         05 PX-TOTAL PIC ZZZ,ZZ9.
004460         05 FILLER PIC X(43)
004470             VALUE ' FIELDS UNMASKED - DO NOT RELEASE THE COPY'.

004480     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

004490 PROCEDURE DIVISION.

004500 0000-MAINLINE.
004510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004520     IF WS-ABORT-RUN
004530         GO TO 0000-EXIT
004540     END-IF.
004550     PERFORM 2000-MASK-MASTER THRU 2000-EXIT
004560         UNTIL WS-MASTER-AT-EOF.
004570     MOVE 'R' TO WS-PASS-SW.
004580     PERFORM 3000-COPY-REGISTRATION THRU 3000-EXIT
004590         UNTIL WS-REG-AT-EOF.
004600     PERFORM 4000-MASK-HISTORY THRU 4000-EXIT
004610         UNTIL WS-HISTORY-AT-EOF.
004620     PERFORM 7000-PRINT-PROOF THRU 7000-EXIT.
004630     PERFORM 8000-FINALIZE THRU 8000-EXIT.
004640 0000-EXIT.
004650     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
004660     GOBACK.

004670 1000-INITIALIZE.
004680     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
004690     IF WS-ABORT-RUN
004700         MOVE 16 TO RETURN-CODE
004710         GO TO 1000-EXIT
004720     END-IF.
004730     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
004740     MOVE 'MASKCOPY' TO WS-LOCK-FUNCTION.
004750     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
004760     IF WS-LOCK-REFUSED
004770         SET WS-ABORT-RUN TO TRUE
004780         GO TO 1000-EXIT
004790     END-IF.
004800     INITIALIZE WS-PROOF-TOTALS.
004810     OPEN INPUT STUDENT-MASTER.
004820     OPEN INPUT REG-FILE.
004830     OPEN INPUT HISTORY-FILE.
004840     OPEN OUTPUT TEST-MASTER.
004850     OPEN OUTPUT TEST-REG-FILE.
004860     OPEN OUTPUT TEST-HISTORY-FILE.
004870     OPEN OUTPUT MASK-REGISTER.
004880     MOVE WS-CURRENT-DATE-8 TO RH-RUN-DATE.
004890     MOVE WS-REGISTER-HEADING TO REGISTER-LINE.
004900     WRITE REGISTER-LINE.
004910     IF WS-MAJOR-PARM = SPACES
004920         MOVE 'ALL' TO RS-MAJOR
004930     ELSE
004940         MOVE WS-MAJOR-PARM TO RS-MAJOR
004950     END-IF.
004960     MOVE WS-SAMPLE-PCT TO RS-PCT.
004970     MOVE WS-REGISTER-SUBSET-LINE TO REGISTER-LINE.
004980     WRITE REGISTER-LINE.
004990     MOVE SPACES TO REGISTER-LINE.
005000     WRITE REGISTER-LINE.
005010     MOVE WS-REGISTER-COLUMN-LINE TO REGISTER-LINE.
005020     WRITE REGISTER-LINE.
005030     MOVE ALL '-' TO REGISTER-LINE.
005040     WRITE REGISTER-LINE.
005050 1000-EXIT.
005060     EXIT.

005070 1050-GET-RUN-PARMS.
005080     ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'STUDENT_DD'.
005090     IF WS-STUDENT-DD = SPACES OR LOW-VALUES
005100         MOVE WS-DEFAULT-STUDENT TO WS-STUDENT-DD
005110     END-IF.
005120     ACCEPT WS-REG-DD FROM ENVIRONMENT 'STUREG_DD'.
005130     IF WS-REG-DD = SPACES OR LOW-VALUES
005140         MOVE WS-DEFAULT-REG TO WS-REG-DD
005150     END-IF.
005160     ACCEPT WS-HISTORY-DD FROM ENVIRONMENT 'STUHIST_DD'.
005170     IF WS-HISTORY-DD = SPACES OR LOW-VALUES
005180         MOVE WS-DEFAULT-HISTORY TO WS-HISTORY-DD
005190     END-IF.
005200     ACCEPT WS-TEST-STUDENT-DD FROM ENVIRONMENT 'STUMSTU_DD'.
005210     IF WS-TEST-STUDENT-DD = SPACES OR LOW-VALUES
005220         MOVE WS-DEFAULT-TEST-STUDENT TO WS-TEST-STUDENT-DD
005230     END-IF.
005240     ACCEPT WS-TEST-REG-DD FROM ENVIRONMENT 'STUMREG_DD'.
005250     IF WS-TEST-REG-DD = SPACES OR LOW-VALUES
005260         MOVE WS-DEFAULT-TEST-REG TO WS-TEST-REG-DD
005270     END-IF.
005280     ACCEPT WS-TEST-HISTORY-DD FROM ENVIRONMENT 'STUMHST_DD'.
005290     IF WS-TEST-HISTORY-DD = SPACES OR LOW-VALUES
005300         MOVE WS-DEFAULT-TEST-HISTORY TO WS-TEST-HISTORY-DD
005310     END-IF.
005320     ACCEPT WS-REGISTER-DD FROM ENVIRONMENT 'STUMASK_DD'.
005330     IF WS-REGISTER-DD = SPACES OR LOW-VALUES
005340         MOVE WS-DEFAULT-REGISTER TO WS-REGISTER-DD
005350     END-IF.
005360     ACCEPT WS-MAJOR-PARM FROM ENVIRONMENT 'STUMASK_MAJOR'.
005370     IF WS-MAJOR-PARM = LOW-VALUES
005380         MOVE SPACES TO WS-MAJOR-PARM
005390     END-IF.
005400     ACCEPT WS-PCT-PARM FROM ENVIRONMENT 'STUMASK_PCT'.
005410     IF WS-PCT-PARM NOT = SPACES AND WS-PCT-PARM NOT = LOW-VALUES
005420         IF WS-PCT-PARM IS NUMERIC
005430             AND WS-PCT-PARM NOT = '000'
005440             AND WS-PCT-PARM NOT > '100'
005450             MOVE WS-PCT-PARM TO WS-SAMPLE-PCT
005460         ELSE
005470             DISPLAY 'STUMASK: *** INVALID STUMASK_PCT = '
005480                 WS-PCT-PARM
005490             DISPLAY 'STUMASK: *** MUST BE 001 TO 100 - ABORTED'
005500             SET WS-ABORT-RUN TO TRUE
005510         END-IF
005520     END-IF.
005530     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
005540     IF WS-LOCK-DD = SPACES OR LOW-VALUES
005550         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
005560     END-IF.
005570     DISPLAY 'STUMASK: STUDENT MASTER = ' WS-STUDENT-DD.
005580     DISPLAY 'STUMASK: REGISTRATIONS  = ' WS-REG-DD.
005590     DISPLAY 'STUMASK: HISTORY FILE   = ' WS-HISTORY-DD.
005600     DISPLAY 'STUMASK: TEST MASTER    = ' WS-TEST-STUDENT-DD.
005610     DISPLAY 'STUMASK: TEST REGS      = ' WS-TEST-REG-DD.
005620     DISPLAY 'STUMASK: TEST HISTORY   = ' WS-TEST-HISTORY-DD.
005630     DISPLAY 'STUMASK: REGISTER       = ' WS-REGISTER-DD.
005640     DISPLAY 'STUMASK: MAJOR          = ' WS-MAJOR-PARM.
005650     DISPLAY 'STUMASK: SAMPLE PCT     = ' WS-SAMPLE-PCT.
005660     DISPLAY 'STUMASK: LOCK FILE      = ' WS-LOCK-DD.
005670     IF WS-TEST-STUDENT-DD = WS-STUDENT-DD
005680         OR WS-TEST-STUDENT-DD = WS-REG-DD
005690         OR WS-TEST-STUDENT-DD = WS-HISTORY-DD
005700         OR WS-TEST-REG-DD = WS-STUDENT-DD
005710         OR WS-TEST-REG-DD = WS-REG-DD
005720         OR WS-TEST-REG-DD = WS-HISTORY-DD
005730         OR WS-TEST-HISTORY-DD = WS-STUDENT-DD
005740         OR WS-TEST-HISTORY-DD = WS-REG-DD
005750         OR WS-TEST-HISTORY-DD = WS-HISTORY-DD
005760         DISPLAY 'STUMASK: *** A TEST FILE NAMES A PRODUCTION '
005770             'FILE - ABORTED'
005780         SET WS-ABORT-RUN TO TRUE
005790     END-IF.
005800 1050-EXIT.
005810     EXIT.

005820******************************************************************
005830* Master pass: every student in the subset is written to the
005840* test master with NAME, PHONE and EMAIL replaced, then the
005850* record as written is proved against the record as read.
005860******************************************************************
005870 2000-MASK-MASTER.
005880     READ STUDENT-MASTER NEXT RECORD INTO WS-ORIG-IMAGE
005890         AT END
005900             SET WS-MASTER-AT-EOF TO TRUE
005910             GO TO 2000-EXIT
005920     END-READ.
005930     ADD 1 TO WS-MASTER-READ.
005940     MOVE WS-ORIG-STUDENT-ID TO WS-SEL-ID.
005950     PERFORM 5000-SELECT-STUDENT THRU 5000-EXIT.
005960     IF NOT WS-STUDENT-SELECTED
005970         GO TO 2000-EXIT
005980     END-IF.
005990     MOVE WS-ORIG-STUDENT-ID TO WS-MASK-ID.
006000     PERFORM 6000-MASK-IDENTITY THRU 6000-EXIT.
006010     MOVE WS-MASKED-IMAGE TO TEST-MASTER-REC.
006020     MOVE TEST-MASTER-REC TO WS-WRITTEN-IMAGE.
006030     MOVE 1 TO WS-FILE-IX.
006040     PERFORM 6200-PROVE-IDENTITY THRU 6200-EXIT.
006050     WRITE TEST-MASTER-REC.
006060     ADD 1 TO WS-MASTER-COPIED.
006070     MOVE WS-WRITTEN-STUDENT-ID TO RD-STUDENT-ID.
006080     MOVE WS-WRITTEN-NAME TO RD-NAME.
006090     MOVE WS-FIELD-RESULT (1) TO RD-NAME-RESULT.
006100     MOVE WS-FIELD-RESULT (2) TO RD-PHONE-RESULT.
006110     MOVE WS-FIELD-RESULT (3) TO RD-EMAIL-RESULT.
006120     MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-LINE.
006130     WRITE REGISTER-LINE.
006140 2000-EXIT.
006150     EXIT.

006160 3000-COPY-REGISTRATION.
006170     READ REG-FILE NEXT RECORD
006180         AT END
006190             SET WS-REG-AT-EOF TO TRUE
006200             GO TO 3000-EXIT
006210     END-READ.
006220     ADD 1 TO WS-REG-READ.
006230     MOVE REG-STUDENT-ID OF REG-REC TO WS-SEL-ID.
006240     PERFORM 5000-SELECT-STUDENT THRU 5000-EXIT.
006250     IF NOT WS-STUDENT-SELECTED
006260         GO TO 3000-EXIT
006270     END-IF.
006280     WRITE TEST-REG-REC FROM REG-REC.
006290     ADD 1 TO WS-REG-COPIED.
006300 3000-EXIT.
006310     EXIT.

006320******************************************************************
006330* History pass: the record is copied as it stands except for the
006340* before-image, whose NAME, PHONE and EMAIL are masked with the
006350* fake of the student the image belongs to - after a merge that
006360* is the merged-away student, not the one now holding the key.
006370******************************************************************
006380 4000-MASK-HISTORY.
006390     READ HISTORY-FILE NEXT RECORD
006400         AT END
006410             SET WS-HISTORY-AT-EOF TO TRUE
006420             GO TO 4000-EXIT
006430     END-READ.
006440     ADD 1 TO WS-HIST-READ.
006450     MOVE HIST-STUDENT-ID OF HISTORY-REC TO WS-SEL-ID.
006460     PERFORM 5000-SELECT-STUDENT THRU 5000-EXIT.
006470     IF NOT WS-STUDENT-SELECTED
006480         GO TO 4000-EXIT
006490     END-IF.
006500     MOVE HISTORY-REC TO TEST-HIST-REC.
006510     IF HIST-BEFORE-IMAGE OF HISTORY-REC = SPACES
006520         ADD 1 TO WS-IMAGE-EMPTY
006530     ELSE
006540         MOVE HIST-BEFORE-IMAGE OF HISTORY-REC TO WS-ORIG-IMAGE
006550         IF WS-ORIG-STUDENT-ID IS NUMERIC
006560             MOVE WS-ORIG-STUDENT-ID TO WS-MASK-ID
006570         ELSE
006580             MOVE HIST-STUDENT-ID OF HISTORY-REC TO WS-MASK-ID
006590         END-IF
006600         PERFORM 6000-MASK-IDENTITY THRU 6000-EXIT
006610         MOVE WS-MASKED-IMAGE
006620             TO HIST-BEFORE-IMAGE OF TEST-HIST-REC
006630         MOVE HIST-BEFORE-IMAGE OF TEST-HIST-REC
006640             TO WS-WRITTEN-IMAGE
006650         MOVE 2 TO WS-FILE-IX
006660         PERFORM 6200-PROVE-IDENTITY THRU 6200-EXIT
006670         ADD 1 TO WS-IMAGE-MASKED
006680     END-IF.
006690     WRITE TEST-HIST-REC.
006700     ADD 1 TO WS-HIST-COPIED.
006710 4000-EXIT.
006720     EXIT.

006730******************************************************************
006740* A student is in the subset when the last two digits of the ID
006750* fall below the sample percentage and, with STUMASK_MAJOR given,
006760* the student's MAJOR-CODE matches it. Registrations and history
006770* come in STUDENT-ID order, so the answer for the last student
006780* asked about is kept rather than looked up again.
006790******************************************************************
006800 5000-SELECT-STUDENT.
006810     IF WS-SEL-ID = WS-SEL-LAST-ID
006820         GO TO 5000-EXIT
006830     END-IF.
006840     MOVE WS-SEL-ID TO WS-SEL-LAST-ID.
006850     MOVE 'N' TO WS-SELECTED-SW.
006860     DIVIDE WS-SEL-ID BY 100 GIVING WS-SEL-QUOT
006870         REMAINDER WS-SEL-SLOT.
006880     IF WS-SEL-SLOT NOT < WS-SAMPLE-PCT
006890         GO TO 5000-EXIT
006900     END-IF.
006910     IF WS-MAJOR-PARM = SPACES
006920         SET WS-STUDENT-SELECTED TO TRUE
006930         GO TO 5000-EXIT
006940     END-IF.
006950     IF NOT WS-MASTER-PASS
006960         MOVE WS-SEL-ID TO STUDENT-ID OF STUDENT-MASTER-REC
006970         READ STUDENT-MASTER
006980             INVALID KEY
006990                 GO TO 5000-EXIT
007000         END-READ
007010     END-IF.
007020     IF MAJOR-CODE OF STUDENT-MASTER-REC = WS-MAJOR-PARM
007030         SET WS-STUDENT-SELECTED TO TRUE
007040     END-IF.
007050 5000-EXIT.
007060     EXIT.

007070******************************************************************
007080* Builds WS-MASKED-IMAGE from WS-ORIG-IMAGE with the fakes for
007090* WS-MASK-ID. A blank field is left blank - there is nothing in
007100* it to hide.
007110******************************************************************
007120 6000-MASK-IDENTITY.
007130     MOVE ZERO TO WS-MASK-VARIANT.
007140     PERFORM 6100-BUILD-FAKES THRU 6100-EXIT.
007150     PERFORM 6150-NEXT-VARIANT THRU 6150-EXIT
007160         UNTIL NOT WS-FAKE-COLLIDES
007170            OR WS-MASK-VARIANT > 8.
007180     MOVE WS-ORIG-IMAGE TO WS-MASKED-IMAGE.
007190     IF WS-ORIG-NAME NOT = SPACES
007200         MOVE WS-FAKE-NAME TO WS-MASKED-NAME
007210     END-IF.
007220     IF WS-ORIG-PHONE NOT = SPACES
007230         MOVE WS-FAKE-PHONE TO WS-MASKED-PHONE
007240     END-IF.
007250     IF WS-ORIG-EMAIL NOT = SPACES
007260         MOVE WS-FAKE-EMAIL TO WS-MASKED-EMAIL
007270     END-IF.
007280 6000-EXIT.
007290     EXIT.

007300******************************************************************
007310* The first name cycles with the ID, the last name with the ID
007320* over 40, giving 2,000 distinct names before one repeats. The
007330* phone is an area code, 55 and the five-digit ID, so no two
007340* students share one; the email is the first initial, the last
007350* name and the ID at example.edu.
007360******************************************************************
007370 6100-BUILD-FAKES.
007380     COMPUTE WS-MASK-SEED = WS-MASK-ID + (WS-MASK-VARIANT * 7).
007390     DIVIDE WS-MASK-SEED BY 40 GIVING WS-MASK-QUOT
007400         REMAINDER WS-MASK-REM.
007410     COMPUTE WS-FIRST-IX = WS-MASK-REM + 1.
007420     DIVIDE WS-MASK-QUOT BY 50 GIVING WS-MASK-QUOT-2
007430         REMAINDER WS-MASK-REM.
007440     COMPUTE WS-LAST-IX = WS-MASK-REM + 1.
007450     DIVIDE WS-MASK-SEED BY 10 GIVING WS-MASK-QUOT
007460         REMAINDER WS-MASK-REM.
007470     COMPUTE WS-AREA-IX = WS-MASK-REM + 1.
007480     MOVE SPACES TO WS-FAKE-NAME.
007490     STRING WS-FIRST-NAME (WS-FIRST-IX) DELIMITED BY SPACE
007500         ' ' DELIMITED BY SIZE
007510         WS-LAST-NAME (WS-LAST-IX) DELIMITED BY SPACE
007520         INTO WS-FAKE-NAME.
007530     MOVE SPACES TO WS-FAKE-PHONE.
007540     STRING WS-AREA-CODE (WS-AREA-IX) DELIMITED BY SIZE
007550         '55' DELIMITED BY SIZE
007560         WS-MASK-ID-X DELIMITED BY SIZE
007570         INTO WS-FAKE-PHONE.
007580     MOVE SPACES TO WS-FAKE-EMAIL.
007590     STRING WS-FIRST-NAME (WS-FIRST-IX) (1:1) DELIMITED BY SIZE
007600         WS-LAST-NAME (WS-LAST-IX) DELIMITED BY SPACE
007610         WS-MASK-ID-X DELIMITED BY SIZE
007620         '@EXAMPLE.EDU' DELIMITED BY SIZE
007630         INTO WS-FAKE-EMAIL.
007640     INSPECT WS-FAKE-EMAIL
007650         CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
007660                 TO 'abcdefghijklmnopqrstuvwxyz'.
007670     MOVE 'N' TO WS-COLLIDE-SW.
007680     IF (WS-ORIG-NAME NOT = SPACES
007690             AND WS-FAKE-NAME = WS-ORIG-NAME)
007700         OR (WS-ORIG-PHONE NOT = SPACES
007710             AND WS-FAKE-PHONE = WS-ORIG-PHONE)
007720         OR (WS-ORIG-EMAIL NOT = SPACES
007730             AND WS-FAKE-EMAIL = WS-ORIG-EMAIL)
007740         SET WS-FAKE-COLLIDES TO TRUE
007750     END-IF.
007760 6100-EXIT.
007770     EXIT.

007780 6150-NEXT-VARIANT.
007790     ADD 1 TO WS-MASK-VARIANT.
007800     PERFORM 6100-BUILD-FAKES THRU 6100-EXIT.
007810 6150-EXIT.
007820     EXIT.

007830******************************************************************
007840* Proves the image as it stands in the output record
007850* (WS-WRITTEN-IMAGE) against the image as read (WS-ORIG-IMAGE),
007860* field by field, for file WS-FILE-IX.
007870******************************************************************
007880 6200-PROVE-IDENTITY.
007890     MOVE 1 TO WS-FIELD-IX.
007900     MOVE WS-ORIG-NAME TO WS-PROOF-ORIG.
007910     MOVE WS-WRITTEN-NAME TO WS-PROOF-WRITTEN.
007920     PERFORM 6250-PROVE-FIELD THRU 6250-EXIT.
007930     MOVE 2 TO WS-FIELD-IX.
007940     MOVE WS-ORIG-PHONE TO WS-PROOF-ORIG.
007950     MOVE WS-WRITTEN-PHONE TO WS-PROOF-WRITTEN.
007960     PERFORM 6250-PROVE-FIELD THRU 6250-EXIT.
007970     MOVE 3 TO WS-FIELD-IX.
007980     MOVE WS-ORIG-EMAIL TO WS-PROOF-ORIG.
007990     MOVE WS-WRITTEN-EMAIL TO WS-PROOF-WRITTEN.
008000     PERFORM 6250-PROVE-FIELD THRU 6250-EXIT.
008010 6200-EXIT.
008020     EXIT.

008030 6250-PROVE-FIELD.
008040     IF WS-PROOF-ORIG = SPACES
008050         ADD 1 TO WS-PF-BLANK (WS-FILE-IX WS-FIELD-IX)
008060         MOVE 'BLANK' TO WS-FIELD-RESULT (WS-FIELD-IX)
008070         GO TO 6250-EXIT
008080     END-IF.
008090     IF WS-PROOF-WRITTEN NOT = WS-PROOF-ORIG
008100         ADD 1 TO WS-PF-MASKED (WS-FILE-IX WS-FIELD-IX)
008110         MOVE 'MASKED' TO WS-FIELD-RESULT (WS-FIELD-IX)
008120         GO TO 6250-EXIT
008130     END-IF.
008140     ADD 1 TO WS-PF-UNMASKED (WS-FILE-IX WS-FIELD-IX).
008150     ADD 1 TO WS-UNMASKED-TOTAL.
008160     MOVE '*UNMASKED*' TO WS-FIELD-RESULT (WS-FIELD-IX).
008170     IF WS-FILE-IX = 2
008180         MOVE WS-FILE-LABEL (WS-FILE-IX) TO RX-FILE
008190         MOVE HIST-STUDENT-ID OF TEST-HIST-REC TO RX-STUDENT-ID
008200         MOVE SPACES TO RX-STAMP
008210         STRING HIST-DATE OF TEST-HIST-REC DELIMITED BY SIZE
008220             ' ' DELIMITED BY SIZE
008230             HIST-TIME OF TEST-HIST-REC DELIMITED BY SIZE
008240             ' ' DELIMITED BY SIZE
008250             HIST-SEQ OF TEST-HIST-REC DELIMITED BY SIZE
008260             INTO RX-STAMP
008270         MOVE WS-FIELD-LABEL (WS-FIELD-IX) TO RX-FIELD
008280         MOVE WS-REGISTER-EXCEPTION-LINE TO REGISTER-LINE
008290         WRITE REGISTER-LINE
008300     END-IF.
008310 6250-EXIT.
008320     EXIT.

008330******************************************************************
008340* Closing page of the register: record counts, then the proof
008350* table, then the verdict. Any field through unmasked ends the
008360* run with RETURN-CODE 8.
008370******************************************************************
008380 7000-PRINT-PROOF.
008390     MOVE SPACES TO REGISTER-LINE.
008400     WRITE REGISTER-LINE.
008410     MOVE 'STUDENT' TO CL-FILE.
008420     MOVE WS-MASTER-READ TO CL-READ.
008430     MOVE WS-MASTER-COPIED TO CL-COPIED.
008440     MOVE WS-COUNT-LINE TO REGISTER-LINE.
008450     WRITE REGISTER-LINE.
008460     MOVE 'STUREG' TO CL-FILE.
008470     MOVE WS-REG-READ TO CL-READ.
008480     MOVE WS-REG-COPIED TO CL-COPIED.
008490     MOVE WS-COUNT-LINE TO REGISTER-LINE.
008500     WRITE REGISTER-LINE.
008510     MOVE 'STUHIST' TO CL-FILE.
008520     MOVE WS-HIST-READ TO CL-READ.
008530     MOVE WS-HIST-COPIED TO CL-COPIED.
008540     MOVE WS-COUNT-LINE TO REGISTER-LINE.
008550     WRITE REGISTER-LINE.
008560     MOVE WS-IMAGE-MASKED TO IC-MASKED.
008570     MOVE WS-IMAGE-EMPTY TO IC-EMPTY.
008580     MOVE WS-IMAGE-COUNT-LINE TO REGISTER-LINE.
008590     WRITE REGISTER-LINE.
008600     MOVE SPACES TO REGISTER-LINE.
008610     WRITE REGISTER-LINE.
008620     MOVE WS-PROOF-HEADING TO REGISTER-LINE.
008630     WRITE REGISTER-LINE.
008640     MOVE 1 TO WS-FILE-IX.
008650     PERFORM 7100-PRINT-FILE-PROOF THRU 7100-EXIT
008660         UNTIL WS-FILE-IX > 2.
008670     MOVE SPACES TO REGISTER-LINE.
008680     WRITE REGISTER-LINE.
008690     IF WS-UNMASKED-TOTAL = ZERO
008700         MOVE 'PROOF: NO FIELD WENT THROUGH UNMASKED'
008710             TO REGISTER-LINE
008720     ELSE
008730         MOVE WS-UNMASKED-TOTAL TO PX-TOTAL
008740         MOVE WS-PROOF-FAILED-LINE TO REGISTER-LINE
008750         MOVE 8 TO RETURN-CODE
008760     END-IF.
008770     WRITE REGISTER-LINE.
008780 7000-EXIT.
008790     EXIT.

008800 7100-PRINT-FILE-PROOF.
008810     MOVE 1 TO WS-FIELD-IX.
008820     PERFORM 7150-PRINT-FIELD-PROOF THRU 7150-EXIT
008830         UNTIL WS-FIELD-IX > 3.
008840     ADD 1 TO WS-FILE-IX.
008850 7100-EXIT.
008860     EXIT.

008870 7150-PRINT-FIELD-PROOF.
008880     MOVE WS-FILE-LABEL (WS-FILE-IX) TO PF-FILE.
008890     MOVE WS-FIELD-LABEL (WS-FIELD-IX) TO PF-FIELD.
008900     MOVE WS-PF-MASKED (WS-FILE-IX WS-FIELD-IX) TO PF-MASKED.
008910     MOVE WS-PF-BLANK (WS-FILE-IX WS-FIELD-IX) TO PF-BLANK.
008920     MOVE WS-PF-UNMASKED (WS-FILE-IX WS-FIELD-IX) TO PF-UNMASKED.
008930     MOVE WS-PROOF-LINE TO REGISTER-LINE.
008940     WRITE REGISTER-LINE.
008950     ADD 1 TO WS-FIELD-IX.
008960 7150-EXIT.
008970     EXIT.

008980 8000-FINALIZE.
008990     CLOSE STUDENT-MASTER.
009000     CLOSE REG-FILE.
009010     CLOSE HISTORY-FILE.
009020     CLOSE TEST-MASTER.
009030     CLOSE TEST-REG-FILE.
009040     CLOSE TEST-HISTORY-FILE.
009050     CLOSE MASK-REGISTER.
009060     DISPLAY 'STUMASK: MASTER READ    = ' WS-MASTER-READ.
009070     DISPLAY 'STUMASK: MASTER COPIED  = ' WS-MASTER-COPIED.
009080     DISPLAY 'STUMASK: REGS COPIED    = ' WS-REG-COPIED.
009090     DISPLAY 'STUMASK: HISTORY COPIED = ' WS-HIST-COPIED.
009100     DISPLAY 'STUMASK: UNMASKED       = ' WS-UNMASKED-TOTAL.
009110 8000-EXIT.
009120     EXIT.

009130******************************************************************
009140* The student files are enqueued on the lock file (STULOCK_DD,
009150* see LOCKREC) before they are read, so no update run can change
009160* one of them partway through the copy. The lock is taken by
009170* WRITEing the STUFILES record; a duplicate key means another run
009180* holds it. When the holder is the STUCHAIN run that CALLed this
009190* one - its stamp is in STULOCK_CHAIN - the run goes ahead under
009200* the chain's lock without taking or releasing it. Anyone else's
009210* lock stops the run with RETURN-CODE 12, naming the holder.
009220******************************************************************
009230 8500-TAKE-LOCK.
009240     MOVE 'N' TO WS-LOCK-HELD-SW.
009250     MOVE 'N' TO WS-LOCK-REFUSED-SW.
009260     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
009270     ACCEPT WS-LOCK-MY-TIME FROM TIME.
009280     OPEN I-O LOCK-FILE.
009290     MOVE SPACES TO LOCK-REC.
009300     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
009310     MOVE 'STUMASK' TO LOCK-HOLDER OF LOCK-REC.
009320     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
009330     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
009340     WRITE LOCK-REC
009350         INVALID KEY
009360             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
009370         NOT INVALID KEY
009380             SET WS-LOCK-HELD TO TRUE
009390     END-WRITE.
009400     CLOSE LOCK-FILE.
009410 8500-EXIT.
009420     EXIT.

009430 8550-CHECK-HOLDER.
009440     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
009450     READ LOCK-FILE
009460         INVALID KEY
009470             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
009480             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
009490             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
009500     END-READ.
009510     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
009520     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
009530         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
009540         DISPLAY 'STUMASK: RUNNING UNDER THE STUCHAIN LOCK OF '
009550             LOCK-START-DATE OF LOCK-REC ' '
009560             LOCK-START-TIME OF LOCK-REC
009570         GO TO 8550-EXIT
009580     END-IF.
009590     SET WS-LOCK-REFUSED TO TRUE.
009600     DISPLAY 'STUMASK: *** STUDENT FILES LOCKED BY '
009610         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
009620     DISPLAY 'STUMASK: *** HELD SINCE '
009630         LOCK-START-DATE OF LOCK-REC ' '
009640         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
009650     MOVE 12 TO RETURN-CODE.
009660 8550-EXIT.
009670     EXIT.

009680******************************************************************
009690* The lock is released only if it is still this run's own - an
009700* operator may have forced it off and another run taken it.
009710******************************************************************
009720 8600-RELEASE-LOCK.
009730     IF NOT WS-LOCK-HELD
009740         GO TO 8600-EXIT
009750     END-IF.
009760     OPEN I-O LOCK-FILE.
009770     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
009780     READ LOCK-FILE
009790         INVALID KEY
009800             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
009810     END-READ.
009820     IF LOCK-HOLDER OF LOCK-REC = 'STUMASK'
009830         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
009840         DELETE LOCK-FILE RECORD
009850     ELSE
009860         DISPLAY 'STUMASK: *** LOCK NO LONGER HELD BY THIS RUN'
009870             ' - NOT RELEASED'
009880     END-IF.
009890     CLOSE LOCK-FILE.
009900     MOVE 'N' TO WS-LOCK-HELD-SW.
009910 8600-EXIT.
009920     EXIT.

009930******************************************************************
009940* The run date honors the chain-wide STUBUSDT business date
009950* (SET once in the STUCHAIN run-control) over the machine
009960* date, so a late or re-run night reproduces the original
009970* night's numbers.
009980******************************************************************
009990 9000-GET-BUSINESS-DATE.
010000     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
010010     IF WS-BUSDT-PARM IS NUMERIC
010020         AND WS-BUSDT-PARM NOT = '00000000'
010030         MOVE WS-BUSDT-PARM TO WS-CURRENT-DATE-8
010040     ELSE
010050         ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
010060     END-IF.
010070 9000-EXIT.
010080     EXIT.

010090 END PROGRAM STUMASK.
