000290* else is rejected to the log with a reason, the way STUMAINT
000300* rejects, and counted.
000310*
000311* An ADD that finds the section full is not rejected: the
000312* student goes on the section's waitlist (STUWAIT_DD) behind
000313* everyone already waiting. When a DROP gives a seat back, the
000314* first student waiting is registered into it on the spot,
000315* logged as a PROMOT line, and written to the promotion notice
000316* file (STUWTPRM_DD) for STUWTNOT to write the letter.
000317*
000318* An ADD is also proved against the registrar's prerequisite
000319* reference file (STUPREQ_DD, default STUPREQ.DAT: course code
000320* in columns 1-6, required course in 8-13, minimum grade in
000321* 15-16; a blank minimum means any passing grade). Each required
000322* course must carry a posted REG-GRADE at or above the minimum
000323* on one of the student's own registrations, or the ADD is
000324* rejected PREREQ NOT MET naming the course missing. An
000325* advisor-approved exception is keyed as action O (override
000326* ADD): it skips the prerequisite test, logs as ADDOVR, and is
000327* listed again in an advisor override audit at the foot of the
000328* log naming the prerequisite it waived.
000329*
000330* Every seat taken - ADD, override ADD, or waitlist promotion -
000331* charges the student the section's credit hours times its
000332* per-credit rate on the student account ledger (STULEDGR_DD).
000333* A DROP credits back a share of that charge by the drop date,
000334* from the bursar's refund schedule (STUREFND_DD, default
000335* STUREFND.DAT: term in columns 1-5, a through-date in 7-14,
000336* and the percent refunded on or before that date in 16-18).
000337* The earliest through-date not yet passed sets the percent; a
000338* term whose dates have all passed refunds nothing, and a term
000339* with no schedule on file refunds in full.
000340*
000341* An ADD or override ADD is rejected REGISTRATION HOLD for a
000342* student carrying an active hold of a type that blocks
000343* registration on the student holds file (STUHOLD_DD, see
000344* HOLDREC), naming the hold type and the office to clear it.
000345*
000346* An ADD or override ADD to a section cancelled on the
000347* catalog (CRS-STATUS C, set by STUCANCL) is rejected SECTION
000348* CANCELLED before the student is waitlisted or charged.
000349*
000350* Every transaction is tested against the term calendar
000351* (STUTERM_DD, see TERMREC, kept by STUTERMM) on the run's
000352* business date. An ADD or override ADD after the term's last
000353* day to add is rejected PAST ADD DEADLINE. A DROP up to the
000354* last day to drop without record deletes the registration as
000355* before; a DROP after that, up to the last day to withdraw,
000356* keeps the registration with a W grade (action WDRAW) and
000357* holds the seat; a DROP after the last day to withdraw is
000358* rejected PAST WITHDRAW DEADLINE. Once the add deadline has
000359* passed, a seat given back is not offered to the waitlist. A
000360* term with no calendar entry is not held to any deadline.
000361*
000362* Modification History
000363* ---------------------------------------------------------------
000364* 02/Sep/2026  JRV  Original version.
000365* 02/Sep/2026  JRV  The run date now honors the chain-wide
000366*                    STUBUSDT business-date override (SET once
000367*                    in the STUCHAIN run-control), so a late or
000368*                    re-run night reproduces the original
000369*                    night's numbers instead of shifting them.
000370* 15/Oct/2026  JRV  An ADD to a full section now goes on a
000371*                    first-come, first-served waitlist instead of
000372*                    being rejected SECTION FULL; a DROP promotes
000373*                    the first student waiting into the freed
000374*                    seat and records the promotion for notice.
000375* 15/Oct/2026  JRV  ADDs are now proved against the prerequisite
000376*                    reference file and rejected PREREQ NOT MET;
000377*                    action O is an advisor override ADD, listed
000378*                    separately at the foot of the log for audit.
000379* 15/Oct/2026  JRV  Seats taken are charged to the student
000380*                    account ledger; a DROP posts a refund
000381*                    credit pro-rated by the refund schedule.
000382* 15/Oct/2026  JRV  ADDs are rejected REGISTRATION HOLD for a
000383*                    student with an active registration hold
000384*                    on the student holds file.
000385* 15/Oct/2026  JRV  ADDs to a section STUCANCL has cancelled
000386*                    are rejected SECTION CANCELLED.
000387* 15/Oct/2026  JRV  Transactions are tested against the term
000388*                    calendar: late ADDs and DROPs are rejected,
000389*                    and a DROP after the drop deadline leaves
000390*                    the registration with a W grade.
000391* 15/Oct/2026  JRV  The run now takes the student files lock
000392*                    (STULOCK.DAT) before opening the master or
000393*                    registration file for update, stops with
000394*                    RETURN-CODE 12 naming the holder if another
000395*                    run has it, and releases it on the way out.
000396******************************************************************
000397 IDENTIFICATION DIVISION.
000398 PROGRAM-ID. STUREGMT.

000399 ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000401         FILE-CONTROL.
000410             SELECT STUDENT-MASTER ASSIGN TO DYNAMIC WS-STUDENT-DD
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS DYNAMIC
000550             ALTERNATE RECORD KEY IS REG-SECTION-KEY OF REG-REC
000560                 WITH DUPLICATES.

000561             SELECT OPTIONAL PREREQ-FILE
000562             ASSIGN TO DYNAMIC WS-PREREQ-DD
000563             ORGANIZATION IS LINE SEQUENTIAL.

000564             SELECT OPTIONAL WAIT-FILE
000565             ASSIGN TO DYNAMIC WS-WAIT-DD
000566             ORGANIZATION IS INDEXED
000567             ACCESS MODE IS DYNAMIC
000568             RECORD KEY IS WAIT-KEY OF WAIT-REC.

000569             SELECT OPTIONAL PROMOTE-FILE
000570             ASSIGN TO DYNAMIC WS-PROMOTE-DD
000571             ORGANIZATION IS LINE SEQUENTIAL.

000572             SELECT OPTIONAL LEDGER-FILE
000573             ASSIGN TO DYNAMIC WS-LEDGER-DD
000574             ORGANIZATION IS INDEXED
000575             ACCESS MODE IS DYNAMIC
000576             RECORD KEY IS LEDG-KEY OF LEDGER-REC.

000577             SELECT OPTIONAL HOLD-FILE
000578             ASSIGN TO DYNAMIC WS-HOLD-DD
000579             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS DYNAMIC
000581             RECORD KEY IS HOLD-KEY OF HOLD-REC.

000582             SELECT OPTIONAL TERM-FILE
000583             ASSIGN TO DYNAMIC WS-TERM-DD
000584             ORGANIZATION IS INDEXED
000585             ACCESS MODE IS DYNAMIC
000586             RECORD KEY IS TERM-CODE OF TERM-REC.

000587             SELECT OPTIONAL REFUND-FILE
000588             ASSIGN TO DYNAMIC WS-REFUND-DD
000589             ORGANIZATION IS LINE SEQUENTIAL.

000590             SELECT REG-TRANS ASSIGN TO DYNAMIC WS-TRANS-DD
000591             ORGANIZATION IS LINE SEQUENTIAL.

000592             SELECT REG-LOG ASSIGN TO DYNAMIC WS-LOG-DD
000600             ORGANIZATION IS LINE SEQUENTIAL.

000601             SELECT OPTIONAL LOCK-FILE
000602             ASSIGN TO DYNAMIC WS-LOCK-DD
000603             ORGANIZATION IS INDEXED
000604             ACCESS MODE IS DYNAMIC
000605             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000610 DATA DIVISION.
000620     FILE SECTION.
000630     FD STUDENT-MASTER.
000670     FD REG-FILE.
000680     COPY REGREC REPLACING ==:REC:== BY ==REG-REC==.

000681     FD WAIT-FILE.
000682     COPY WAITREC REPLACING ==:REC:== BY ==WAIT-REC==.

000683     FD PROMOTE-FILE.
000684     COPY PROMREC REPLACING ==:REC:== BY ==PROMOTE-REC==.

000685     FD LEDGER-FILE.
000686     COPY LEDGREC REPLACING ==:REC:== BY ==LEDGER-REC==.

000687     FD HOLD-FILE.
000688     COPY HOLDREC REPLACING ==:REC:== BY ==HOLD-REC==.

000689     FD TERM-FILE.
000690     COPY TERMREC REPLACING ==:REC:== BY ==TERM-REC==.

000691     FD REG-TRANS.
000700     01 REG-TRANS-RECORD.
000710         05 RTR-ACTION PIC X(1).
000720             88 RTR-IS-ADD VALUE 'A'.
000730             88 RTR-IS-DROP VALUE 'D'.
000731             88 RTR-IS-OVERRIDE VALUE 'O'.
000740         05 RTR-STUDENT-ID PIC 9(5).
000750         05 RTR-COURSE-CODE PIC X(6).
000760         05 RTR-SECTION PIC X(3).
000770         05 RTR-TERM PIC X(5).

000771     FD PREREQ-FILE.
000772     01 PREREQ-RECORD.
000773         05 PRQ-COURSE-CODE PIC X(6).
000774         05 FILLER PIC X(1).
000775         05 PRQ-REQUIRED-CODE PIC X(6).
000776         05 FILLER PIC X(1).
000777         05 PRQ-MIN-GRADE PIC X(2).
000778         05 FILLER PIC X(64).

000779     FD REFUND-FILE.
000780     01 REFUND-RECORD.
000781         05 RFD-TERM PIC X(5).
000782         05 FILLER PIC X(1).
000783         05 RFD-THROUGH-DATE PIC X(8).
000784         05 FILLER PIC X(1).
000785         05 RFD-PERCENT PIC X(3).
000786         05 FILLER PIC X(62).

000787     FD REG-LOG.
000790     01 LOG-LINE PIC X(80).

000791     FD LOCK-FILE.
000792     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

000800     WORKING-STORAGE SECTION.
000810     01 WS-RUN-PARMS.
000820         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000840         05 WS-REG-DD PIC X(64) VALUE SPACES.
000850         05 WS-TRANS-DD PIC X(64) VALUE SPACES.
000860         05 WS-LOG-DD PIC X(64) VALUE SPACES.
000861         05 WS-WAIT-DD PIC X(64) VALUE SPACES.
000862         05 WS-PROMOTE-DD PIC X(64) VALUE SPACES.
000863         05 WS-PREREQ-DD PIC X(64) VALUE SPACES.
000864         05 WS-LEDGER-DD PIC X(64) VALUE SPACES.
000865         05 WS-REFUND-DD PIC X(64) VALUE SPACES.
000866         05 WS-HOLD-DD PIC X(64) VALUE SPACES.
000867         05 WS-TERM-DD PIC X(64) VALUE SPACES.
000868         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

000870     01 WS-DEFAULTS.
000880         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000900         05 WS-DEFAULT-REG PIC X(64) VALUE 'STUREG.DAT'.
000910         05 WS-DEFAULT-TRANS PIC X(64) VALUE 'STUREGTR.DAT'.
000920         05 WS-DEFAULT-LOG PIC X(64) VALUE 'STUREGLG.TXT'.
000921         05 WS-DEFAULT-WAIT PIC X(64) VALUE 'STUWAIT.DAT'.
000922         05 WS-DEFAULT-PROMOTE PIC X(64) VALUE 'STUWTPRM.DAT'.
000923         05 WS-DEFAULT-PREREQ PIC X(64) VALUE 'STUPREQ.DAT'.
000924         05 WS-DEFAULT-LEDGER PIC X(64) VALUE 'STULEDGR.DAT'.
000925         05 WS-DEFAULT-REFUND PIC X(64) VALUE 'STUREFND.DAT'.
000926         05 WS-DEFAULT-HOLD PIC X(64) VALUE 'STUHOLD.DAT'.
000927         05 WS-DEFAULT-TERM PIC X(64) VALUE 'STUTERM.DAT'.
000928         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

000929     01 WS-LOCK-CONTROL.
000930         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
000931             88 WS-LOCK-HELD VALUE 'Y'.
000932         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
000933             88 WS-LOCK-REFUSED VALUE 'Y'.
000934         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
000935         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
000936         05 WS-LOCK-MY-STAMP.
000937             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
000938             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

000939     01 WS-EOF-SWITCHES.
000940         05 WS-TRANS-EOF PIC X(1) VALUE 'N'.
000950             88 WS-TRANS-AT-EOF VALUE 'Y'.
000951         05 WS-PREREQ-EOF PIC X(1) VALUE 'N'.
000952             88 WS-PREREQ-AT-EOF VALUE 'Y'.
000953         05 WS-REFUND-EOF PIC X(1) VALUE 'N'.
000954             88 WS-REFUND-AT-EOF VALUE 'Y'.

000960     01 WS-FOUND-SWITCHES.
000970         05 WS-STUDENT-FOUND-SW PIC X(1) VALUE 'N'.
000990         05 WS-COURSE-FOUND-SW PIC X(1) VALUE 'N'.
001000             88 WS-COURSE-FOUND VALUE 'Y'.

001001     01 WS-WAITLIST-SWITCHES.
001002         05 WS-WAIT-SCAN-SW PIC X(1) VALUE 'N'.
001003             88 WS-WAIT-SCAN-DONE VALUE 'Y'.
001004         05 WS-ALREADY-WAITING-SW PIC X(1) VALUE 'N'.
001005             88 WS-ALREADY-WAITING VALUE 'Y'.
001006         05 WS-SEAT-FREED-SW PIC X(1) VALUE 'N'.
001007             88 WS-SEAT-FREED VALUE 'Y'.
001008         05 WS-PROMOTE-DONE-SW PIC X(1) VALUE 'N'.
001009             88 WS-PROMOTE-DONE VALUE 'Y'.

001010     01 WS-WAITLIST-FIELDS.
001011         05 WS-WAIT-LAST-SEQ PIC 9(7) VALUE ZERO.
001012         05 WS-WAIT-POSITION PIC 9(5) COMP VALUE ZERO.

001013     01 WS-PREREQ-MAX PIC 9(5) COMP VALUE 2000.
001014     01 WS-PREREQ-TABLE.
001015         05 WS-PREREQ-COUNT PIC 9(5) COMP VALUE ZERO.
001016         05 WS-PREREQ-ENTRY OCCURS 1 TO 2000 TIMES
001017                 DEPENDING ON WS-PREREQ-COUNT.
001018             10 WS-PRQ-COURSE-CODE PIC X(6).
001019             10 WS-PRQ-REQUIRED-CODE PIC X(6).
001020             10 WS-PRQ-MIN-GRADE PIC X(2).
001021             10 WS-PRQ-MIN-RANK PIC 9(1).
001022     01 WS-PREREQ-SUB PIC 9(5) COMP VALUE ZERO.

001023     01 WS-PREREQ-SWITCHES.
001024         05 WS-PREREQS-MET-SW PIC X(1) VALUE 'Y'.
001025             88 WS-PREREQS-MET VALUE 'Y'.
001026         05 WS-PREREQ-PASSED-SW PIC X(1) VALUE 'N'.
001027             88 WS-PREREQ-PASSED VALUE 'Y'.
001028         05 WS-HISTORY-SCAN-SW PIC X(1) VALUE 'N'.
001029             88 WS-HISTORY-SCAN-DONE VALUE 'Y'.

001030     01 WS-GRADE-RANKING.
001031         05 WS-RANK-GRADE PIC X(2) VALUE SPACES.
001032         05 WS-GRADE-RANK PIC 9(1) VALUE ZERO.

001033     01 WS-PREREQ-RESULT.
001034         05 FILLER PIC X(15) VALUE 'PREREQ NOT MET '.
001035         05 WS-MISSING-PREREQ PIC X(6) VALUE SPACES.

001036     01 WS-OVERRIDE-MAX PIC 9(5) COMP VALUE 500.
001037     01 WS-OVERRIDE-TABLE.
001038         05 WS-OVERRIDE-COUNT PIC 9(5) COMP VALUE ZERO.
001039         05 WS-OVERRIDE-ENTRY OCCURS 1 TO 500 TIMES
001040                 DEPENDING ON WS-OVERRIDE-COUNT.
001041             10 WS-OVR-STUDENT-ID PIC 9(5).
001042             10 WS-OVR-COURSE-CODE PIC X(6).
001043             10 WS-OVR-SECTION PIC X(3).
001044             10 WS-OVR-TERM PIC X(5).
001045             10 WS-OVR-WAIVED PIC X(6).
001046             10 WS-OVR-RESULT PIC X(30).
001047     01 WS-OVERRIDE-SUB PIC 9(5) COMP VALUE ZERO.
001048     01 WS-OVERRIDE-LOST PIC 9(5) COMP VALUE ZERO.

001049     01 WS-REFUND-MAX PIC 9(5) COMP VALUE 500.
001050     01 WS-REFUND-TABLE.
001051         05 WS-REFUND-COUNT PIC 9(5) COMP VALUE ZERO.
001052         05 WS-REFUND-ENTRY OCCURS 1 TO 500 TIMES
001053                 DEPENDING ON WS-REFUND-COUNT.
001054             10 WS-RFD-TERM PIC X(5).
001055             10 WS-RFD-THROUGH-DATE PIC 9(8).
001056             10 WS-RFD-PERCENT PIC 9(3).
001057     01 WS-REFUND-SUB PIC 9(5) COMP VALUE ZERO.

001058     01 WS-LEDGER-SWITCHES.
001059         05 WS-CHARGE-FOUND-SW PIC X(1) VALUE 'N'.
001060             88 WS-CHARGE-FOUND VALUE 'Y'.
001061         05 WS-LEDGER-SCAN-SW PIC X(1) VALUE 'N'.
001062             88 WS-LEDGER-SCAN-DONE VALUE 'Y'.
001063         05 WS-TERM-SCHEDULED-SW PIC X(1) VALUE 'N'.
001064             88 WS-TERM-SCHEDULED VALUE 'Y'.
001065         05 WS-LEDGER-WRITTEN-SW PIC X(1) VALUE 'N'.
001066             88 WS-LEDGER-WRITTEN VALUE 'Y'.

001067     01 WS-HOLD-SWITCHES.
001068         05 WS-HOLD-SCAN-SW PIC X(1) VALUE 'N'.
001069             88 WS-HOLD-SCAN-DONE VALUE 'Y'.
001070         05 WS-REG-HOLD-SW PIC X(1) VALUE 'N'.
001071             88 WS-REG-HOLD-FOUND VALUE 'Y'.

001072     01 WS-CALENDAR-SWITCHES.
001073         05 WS-TERM-ON-CALENDAR-SW PIC X(1) VALUE 'N'.
001074             88 WS-TERM-ON-CALENDAR VALUE 'Y'.
001075         05 WS-ADD-CLOSED-SW PIC X(1) VALUE 'N'.
001076             88 WS-ADD-CLOSED VALUE 'Y'.

001077     01 WS-LEDGER-FIELDS.
001078         05 WS-LEDGER-SEQ PIC 9(5) VALUE ZERO.
001079         05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
001080         05 WS-CHARGE-AMOUNT PIC 9(7)V99 VALUE ZERO.
001081         05 WS-REFUND-AMOUNT PIC 9(7)V99 VALUE ZERO.
001082         05 WS-REFUND-PCT PIC 9(3) VALUE ZERO.
001083         05 WS-REFUND-BEST-DATE PIC 9(8) VALUE ZERO.
001084         05 WS-CHARGED-AMOUNT PIC 9(9)V99 VALUE ZERO.
001085         05 WS-REFUNDED-AMOUNT PIC 9(9)V99 VALUE ZERO.
001086         05 WS-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99.

001087     01 WS-COUNTERS.
001088         05 WS-ADD-COUNT PIC 9(5) COMP VALUE ZERO.
001089         05 WS-DROP-COUNT PIC 9(5) COMP VALUE ZERO.
001090         05 WS-WITHDRAW-COUNT PIC 9(5) COMP VALUE ZERO.
001091         05 WS-ERROR-COUNT PIC 9(5) COMP VALUE ZERO.
001092         05 WS-WAITLIST-COUNT PIC 9(5) COMP VALUE ZERO.
001093         05 WS-PROMOTE-COUNT PIC 9(5) COMP VALUE ZERO.
001094         05 WS-CHARGE-COUNT PIC 9(5) COMP VALUE ZERO.
001095         05 WS-REFUND-POSTED PIC 9(5) COMP VALUE ZERO.

001096     01 WS-RUN-STAMP.
001097         05 WS-RUN-DATE-8 PIC 9(8) VALUE ZERO.

001098     01 WS-CURRENT-TRANS.
001099         05 WS-TRANS-ACTION PIC X(1).
001100             88 WS-TRANS-IS-ADD VALUE 'A'.
001101             88 WS-TRANS-IS-DROP VALUE 'D'.
001102             88 WS-TRANS-IS-OVERRIDE VALUE 'O'.
001110         05 WS-TRANS-STUDENT-ID PIC 9(5).
001120         05 WS-TRANS-COURSE-CODE PIC X(6).
001130         05 WS-TRANS-SECTION PIC X(3).
001250         05 FILLER PIC X(1) VALUE SPACE.
001260         05 LL-RESULT PIC X(30).

001261     01 WS-WAITLIST-RESULT.
001262         05 FILLER PIC X(22) VALUE 'WAITLISTED - POSITION '.
001263         05 WR-POSITION PIC ZZZ9.

001264     01 WS-HOLD-RESULT.
001265         05 FILLER PIC X(18) VALUE 'REGISTRATION HOLD '.
001266         05 HR-TYPE PIC X(1).
001267         05 FILLER PIC X(1) VALUE SPACE.
001268         05 HR-OFFICE PIC X(10).

001269     01 WS-REFUND-RESULT.
001270         05 FILLER PIC X(17) VALUE 'APPLIED - REFUND '.
001271         05 RR-PERCENT PIC ZZ9.
001272         05 FILLER PIC X(1) VALUE '%'.

001273     01 WS-WITHDRAW-RESULT.
001274         05 FILLER PIC X(17) VALUE 'GRADE W - REFUND '.
001275         05 WR-REFUND-PERCENT PIC ZZ9.
001276         05 FILLER PIC X(1) VALUE '%'.

001277     01 WS-OVERRIDE-HEADING.
001278         05 FILLER PIC X(41)
001279             VALUE 'ADVISOR OVERRIDE AUDIT - PREREQUISITES WA'.
001280         05 FILLER PIC X(5) VALUE 'IVED'.

001281     01 WS-OVERRIDE-DETAIL-LINE.
001282         05 FILLER PIC X(6) VALUE 'OVRIDE'.
001283         05 FILLER PIC X(1) VALUE SPACE.
001284         05 OL-STUDENT-ID PIC 9(5).
001285         05 FILLER PIC X(1) VALUE SPACE.
001286         05 OL-COURSE-CODE PIC X(6).
001287         05 FILLER PIC X(1) VALUE SPACE.
001288         05 OL-SECTION PIC X(3).
001289         05 FILLER PIC X(1) VALUE SPACE.
001290         05 OL-TERM PIC X(5).
001291         05 FILLER PIC X(8) VALUE ' WAIVED '.
001292         05 OL-WAIVED PIC X(6).
001293         05 FILLER PIC X(1) VALUE SPACE.
001294         05 OL-RESULT PIC X(30).

001295     01 WS-OVERRIDE-TOTAL-LINE.
001296         05 FILLER PIC X(19) VALUE 'ADVISOR OVERRIDES: '.
001297         05 OT-COUNT PIC ZZ,ZZ9.

001298     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

001299 PROCEDURE DIVISION.

001300 0000-MAINLINE.
001301     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001302     IF WS-LOCK-REFUSED
001303         GO TO 0000-EXIT
001304     END-IF.
001305     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
001310         UNTIL WS-TRANS-AT-EOF.
001320     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001321 0000-EXIT.
001322     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
001330     GOBACK.

001340 1000-INITIALIZE.
001350     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
001351     MOVE 'REGMAINT' TO WS-LOCK-FUNCTION.
001352     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
001353     IF WS-LOCK-REFUSED
001354         GO TO 1000-EXIT
001355     END-IF.
001360     OPEN INPUT STUDENT-MASTER.
001370     OPEN I-O COURSE-FILE.
001380     OPEN I-O REG-FILE.
001381     OPEN I-O WAIT-FILE.
001382     OPEN EXTEND PROMOTE-FILE.
001383     OPEN I-O LEDGER-FILE.
001384     OPEN INPUT HOLD-FILE.
001385     OPEN INPUT TERM-FILE.
001390     OPEN INPUT REG-TRANS.
001400     OPEN OUTPUT REG-LOG.
001410     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001411     PERFORM 1100-LOAD-PREREQ-TABLE THRU 1100-EXIT.
001412     PERFORM 1300-LOAD-REFUND-TABLE THRU 1300-EXIT.
001413     ACCEPT WS-RUN-TIME FROM TIME.
001420     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
001430 1000-EXIT.
001440     EXIT.
001630     IF WS-LOG-DD = SPACES OR LOW-VALUES
001640         MOVE WS-DEFAULT-LOG TO WS-LOG-DD
001650     END-IF.
001651     ACCEPT WS-WAIT-DD FROM ENVIRONMENT 'STUWAIT_DD'.
001652     IF WS-WAIT-DD = SPACES OR LOW-VALUES
001653         MOVE WS-DEFAULT-WAIT TO WS-WAIT-DD
001654     END-IF.
001655     ACCEPT WS-PROMOTE-DD FROM ENVIRONMENT 'STUWTPRM_DD'.
001656     IF WS-PROMOTE-DD = SPACES OR LOW-VALUES
001657         MOVE WS-DEFAULT-PROMOTE TO WS-PROMOTE-DD
001658     END-IF.
001659     ACCEPT WS-PREREQ-DD FROM ENVIRONMENT 'STUPREQ_DD'.
001660     IF WS-PREREQ-DD = SPACES OR LOW-VALUES
001661         MOVE WS-DEFAULT-PREREQ TO WS-PREREQ-DD
001662     END-IF.
001663     ACCEPT WS-LEDGER-DD FROM ENVIRONMENT 'STULEDGR_DD'.
001664     IF WS-LEDGER-DD = SPACES OR LOW-VALUES
001665         MOVE WS-DEFAULT-LEDGER TO WS-LEDGER-DD
001666     END-IF.
001667     ACCEPT WS-REFUND-DD FROM ENVIRONMENT 'STUREFND_DD'.
001668     IF WS-REFUND-DD = SPACES OR LOW-VALUES
001669         MOVE WS-DEFAULT-REFUND TO WS-REFUND-DD
001670     END-IF.
001671     ACCEPT WS-HOLD-DD FROM ENVIRONMENT 'STUHOLD_DD'.
001672     IF WS-HOLD-DD = SPACES OR LOW-VALUES
001673         MOVE WS-DEFAULT-HOLD TO WS-HOLD-DD
001674     END-IF.
001675     ACCEPT WS-TERM-DD FROM ENVIRONMENT 'STUTERM_DD'.
001676     IF WS-TERM-DD = SPACES OR LOW-VALUES
001677         MOVE WS-DEFAULT-TERM TO WS-TERM-DD
001678     END-IF.
001679     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
001680     IF WS-LOCK-DD = SPACES OR LOW-VALUES
001681         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
001682     END-IF.
001683     DISPLAY 'STUREGMT: STUDENT MASTER = ' WS-STUDENT-DD.
001684     DISPLAY 'STUREGMT: COURSE FILE    = ' WS-COURSE-DD.
001685     DISPLAY 'STUREGMT: REG FILE       = ' WS-REG-DD.
001690     DISPLAY 'STUREGMT: TRANS FILE     = ' WS-TRANS-DD.
001691     DISPLAY 'STUREGMT: WAITLIST FILE  = ' WS-WAIT-DD.
001692     DISPLAY 'STUREGMT: PROMOTE FILE   = ' WS-PROMOTE-DD.
001693     DISPLAY 'STUREGMT: PREREQ FILE    = ' WS-PREREQ-DD.
001694     DISPLAY 'STUREGMT: LEDGER FILE    = ' WS-LEDGER-DD.
001695     DISPLAY 'STUREGMT: REFUND FILE    = ' WS-REFUND-DD.
001696     DISPLAY 'STUREGMT: HOLDS FILE     = ' WS-HOLD-DD.
001697     DISPLAY 'STUREGMT: TERM CALENDAR  = ' WS-TERM-DD.
001698     DISPLAY 'STUREGMT: LOCK FILE      = ' WS-LOCK-DD.
001700 1050-EXIT.
001701     EXIT.

001702******************************************************************
001703* The prerequisite reference file is small and read once, into
001704* a table searched for every ADD; the minimum grade is ranked
001705* as it is stored. A file longer than the table is loaded as
001706* far as it fits and the overflow is announced.
001707******************************************************************
001708 1100-LOAD-PREREQ-TABLE.
001709     OPEN INPUT PREREQ-FILE.
001710     PERFORM 1150-READ-PREREQ THRU 1150-EXIT.
001711     PERFORM 1160-STORE-PREREQ THRU 1160-EXIT
001712         UNTIL WS-PREREQ-AT-EOF
001713            OR WS-PREREQ-COUNT NOT < WS-PREREQ-MAX.
001714     IF NOT WS-PREREQ-AT-EOF
001715         DISPLAY 'STUREGMT: *** PREREQ TABLE FULL AT '
001716             WS-PREREQ-MAX ' - REMAINDER IGNORED'
001717     END-IF.
001718     CLOSE PREREQ-FILE.
001719     DISPLAY 'STUREGMT: PREREQS LOADED = ' WS-PREREQ-COUNT.
001720 1100-EXIT.
001721     EXIT.

001722 1150-READ-PREREQ.
001723     READ PREREQ-FILE
001724         AT END SET WS-PREREQ-AT-EOF TO TRUE
001725     END-READ.
001726 1150-EXIT.
001727     EXIT.

001728 1160-STORE-PREREQ.
001729     IF PRQ-COURSE-CODE NOT = SPACES
001730         AND PRQ-REQUIRED-CODE NOT = SPACES
001731         ADD 1 TO WS-PREREQ-COUNT
001732         MOVE PRQ-COURSE-CODE
001733             TO WS-PRQ-COURSE-CODE (WS-PREREQ-COUNT)
001734         MOVE PRQ-REQUIRED-CODE
001735             TO WS-PRQ-REQUIRED-CODE (WS-PREREQ-COUNT)
001736         MOVE PRQ-MIN-GRADE TO WS-RANK-GRADE
001737         PERFORM 2190-RANK-GRADE THRU 2190-EXIT
001738         IF WS-GRADE-RANK = ZERO
001739             MOVE 'D ' TO WS-PRQ-MIN-GRADE (WS-PREREQ-COUNT)
001740             MOVE 1 TO WS-PRQ-MIN-RANK (WS-PREREQ-COUNT)
001741         ELSE
001742             MOVE PRQ-MIN-GRADE
001743                 TO WS-PRQ-MIN-GRADE (WS-PREREQ-COUNT)
001744             MOVE WS-GRADE-RANK
001745                 TO WS-PRQ-MIN-RANK (WS-PREREQ-COUNT)
001746         END-IF
001747     END-IF.
001748     PERFORM 1150-READ-PREREQ THRU 1150-EXIT.
001749 1160-EXIT.
001750     EXIT.

001751 1200-READ-TRANS.
001752     READ REG-TRANS INTO WS-CURRENT-TRANS
001753         AT END SET WS-TRANS-AT-EOF TO TRUE
001754     END-READ.
001760 1200-EXIT.
001761     EXIT.

001762******************************************************************
001763* The refund schedule is loaded the same way as the prerequisite
001764* file. A line with a blank term, a through-date that is not a
001765* date, or a percent that is not a number up to 100 is skipped
001766* and announced rather than trusted with a student's money.
001767******************************************************************
001768 1300-LOAD-REFUND-TABLE.
001769     OPEN INPUT REFUND-FILE.
001770     PERFORM 1350-READ-REFUND THRU 1350-EXIT.
001771     PERFORM 1360-STORE-REFUND THRU 1360-EXIT
001772         UNTIL WS-REFUND-AT-EOF
001773            OR WS-REFUND-COUNT NOT < WS-REFUND-MAX.
001774     IF NOT WS-REFUND-AT-EOF
001775         DISPLAY 'STUREGMT: *** REFUND TABLE FULL AT '
001776             WS-REFUND-MAX ' - REMAINDER IGNORED'
001777     END-IF.
001778     CLOSE REFUND-FILE.
001779     DISPLAY 'STUREGMT: REFUND DATES   = ' WS-REFUND-COUNT.
001780 1300-EXIT.
001781     EXIT.

001782 1350-READ-REFUND.
001783     READ REFUND-FILE
001784         AT END SET WS-REFUND-AT-EOF TO TRUE
001785     END-READ.
001786 1350-EXIT.
001787     EXIT.

001788 1360-STORE-REFUND.
001789     IF RFD-TERM = SPACES
001790         OR RFD-THROUGH-DATE IS NOT NUMERIC
001791         OR RFD-PERCENT IS NOT NUMERIC
001792         OR RFD-PERCENT > '100'
001793         DISPLAY 'STUREGMT: *** REFUND LINE SKIPPED = '
001794             REFUND-RECORD
001795     ELSE
001796         ADD 1 TO WS-REFUND-COUNT
001797         MOVE RFD-TERM TO WS-RFD-TERM (WS-REFUND-COUNT)
001798         MOVE RFD-THROUGH-DATE
001799             TO WS-RFD-THROUGH-DATE (WS-REFUND-COUNT)
001800         MOVE RFD-PERCENT TO WS-RFD-PERCENT (WS-REFUND-COUNT)
001801     END-IF.
001802     PERFORM 1350-READ-REFUND THRU 1350-EXIT.
001803 1360-EXIT.
001804     EXIT.

001805 2000-APPLY-TRANSACTION.
001806     MOVE WS-TRANS-STUDENT-ID TO REG-STUDENT-ID OF REG-REC.
001807     MOVE WS-TRANS-COURSE-CODE TO REG-COURSE-CODE OF REG-REC.
001810     MOVE WS-TRANS-SECTION TO REG-SECTION OF REG-REC.
001820     MOVE WS-TRANS-TERM TO REG-TERM OF REG-REC.
001821     MOVE 'N' TO WS-SEAT-FREED-SW.
001822     PERFORM 2050-FIND-TERM THRU 2050-EXIT.
001830     EVALUATE TRUE
001840         WHEN WS-TRANS-IS-ADD
001841           OR WS-TRANS-IS-OVERRIDE
001850             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
001860         WHEN WS-TRANS-IS-DROP
001870             PERFORM 2300-APPLY-DROP THRU 2300-EXIT
001950     MOVE WS-TRANS-SECTION TO LL-SECTION.
001960     MOVE WS-TRANS-TERM TO LL-TERM.
001970     PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT.
001971     IF WS-TRANS-IS-OVERRIDE
001972         PERFORM 2800-RECORD-OVERRIDE THRU 2800-EXIT
001973     END-IF.
001974     IF WS-SEAT-FREED
001975         AND NOT WS-ADD-CLOSED
001976         PERFORM 2400-PROMOTE-WAITLIST THRU 2400-EXIT
001977     END-IF.
001980     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
001990 2000-EXIT.
001991     EXIT.

001992******************************************************************
001993* The transaction's term is looked up on the term calendar once,
001994* before it is applied. The add window is closed once the run
001995* date is past the term's last day to add; a term with no
001996* calendar entry keeps its add window open.
001997******************************************************************
001998 2050-FIND-TERM.
001999     MOVE 'N' TO WS-TERM-ON-CALENDAR-SW.
002000     MOVE 'N' TO WS-ADD-CLOSED-SW.
002001     MOVE WS-TRANS-TERM TO TERM-CODE OF TERM-REC.
002002     READ TERM-FILE
002003         INVALID KEY
002004             GO TO 2050-EXIT
002005     END-READ.
002006     SET WS-TERM-ON-CALENDAR TO TRUE.
002007     IF WS-RUN-DATE-8 > TERM-ADD-DEADLINE OF TERM-REC
002008         SET WS-ADD-CLOSED TO TRUE
002009     END-IF.
002010 2050-EXIT.
002011     EXIT.

002012******************************************************************
002020* An ADD is proved against the student master, the catalog, and
002030* the seat limit before the registration record is written; the
002031* seat is taken on the catalog only after the WRITE lands. A
002032* section with no seat open puts the student on its waitlist.
002033* Prerequisites are proved before the seat test, so a student
002034* who could never be registered is not left waiting either; an
002035* advisor override carries the waived prerequisite to the audit.
002036* A registration hold stops the ADD, override or not, before
002037* anything else is looked at. An ADD after the term's add
002038* deadline is refused first of all; an override does not
002039* reopen the add window.
002050******************************************************************
002060 2100-APPLY-ADD.
002061     MOVE SPACES TO WS-MISSING-PREREQ.
002062     IF WS-ADD-CLOSED
002063         MOVE 'REJECT' TO LL-ACTION
002064         MOVE 'PAST ADD DEADLINE' TO LL-RESULT
002065         ADD 1 TO WS-ERROR-COUNT
002066         GO TO 2100-EXIT
002067     END-IF.
002070     PERFORM 2150-FIND-STUDENT THRU 2150-EXIT.
002080     IF NOT WS-STUDENT-FOUND
002090         MOVE 'REJECT' TO LL-ACTION
002100         MOVE 'NO MATCHING MASTER RECORD' TO LL-RESULT
002101         ADD 1 TO WS-ERROR-COUNT
002102         GO TO 2100-EXIT
002103     END-IF.
002104     PERFORM 2160-CHECK-HOLDS THRU 2160-EXIT.
002105     IF WS-REG-HOLD-FOUND
002106         MOVE 'REJECT' TO LL-ACTION
002107         MOVE WS-HOLD-RESULT TO LL-RESULT
002110         ADD 1 TO WS-ERROR-COUNT
002120         GO TO 2100-EXIT
002130     END-IF.
002150     IF NOT WS-COURSE-FOUND
002160         MOVE 'REJECT' TO LL-ACTION
002170         MOVE 'SECTION NOT ON CATALOG' TO LL-RESULT
002171         ADD 1 TO WS-ERROR-COUNT
002172         GO TO 2100-EXIT
002173     END-IF.
002174     IF CRS-IS-CANCELLED OF COURSE-REC
002175         MOVE 'REJECT' TO LL-ACTION
002176         MOVE 'SECTION CANCELLED' TO LL-RESULT
002177         ADD 1 TO WS-ERROR-COUNT
002178         GO TO 2100-EXIT
002179     END-IF.
002181     PERFORM 2180-CHECK-PREREQS THRU 2180-EXIT.
002182     IF NOT WS-PREREQS-MET
002183         AND NOT WS-TRANS-IS-OVERRIDE
002184         MOVE 'REJECT' TO LL-ACTION
002185         MOVE WS-PREREQ-RESULT TO LL-RESULT
002186         ADD 1 TO WS-ERROR-COUNT
002190         GO TO 2100-EXIT
002200     END-IF.
002210     IF CRS-ENROLLED OF COURSE-REC
002220         NOT < CRS-SEAT-LIMIT OF COURSE-REC
002221         PERFORM 2200-WAITLIST-STUDENT THRU 2200-EXIT
002260         GO TO 2100-EXIT
002270     END-IF.
002271*    The record area may still hold the last record read (a
002370             ADD 1 TO WS-ADD-COUNT
002380             MOVE 'ADD   ' TO LL-ACTION
002390             MOVE 'APPLIED' TO LL-RESULT
002391             IF WS-TRANS-IS-OVERRIDE
002392                 MOVE 'ADDOVR' TO LL-ACTION
002393                 MOVE 'APPLIED - ADVISOR OVERRIDE' TO LL-RESULT
002394             END-IF
002395             PERFORM 2600-POST-CHARGE THRU 2600-EXIT
002400     END-WRITE.
002410 2100-EXIT.
002420     EXIT.
002510             SET WS-STUDENT-FOUND TO TRUE
002520     END-READ.
002530 2150-EXIT.
002531     EXIT.

002532******************************************************************
002533* Keyed START on the student's first hold, then forward while
002534* the holds are still that student's, stopping at the first
002535* active hold of a type that blocks registration.
002536******************************************************************
002537 2160-CHECK-HOLDS.
002538     MOVE 'N' TO WS-REG-HOLD-SW.
002539     MOVE 'N' TO WS-HOLD-SCAN-SW.
002540     MOVE LOW-VALUES TO HOLD-KEY OF HOLD-REC.
002541     MOVE WS-TRANS-STUDENT-ID TO HOLD-STUDENT-ID OF HOLD-REC.
002542     START HOLD-FILE
002543         KEY IS NOT LESS THAN HOLD-KEY OF HOLD-REC
002544         INVALID KEY
002545             SET WS-HOLD-SCAN-DONE TO TRUE
002546     END-START.
002547     PERFORM 2165-SCAN-HOLDS THRU 2165-EXIT
002548         UNTIL WS-HOLD-SCAN-DONE
002549            OR WS-REG-HOLD-FOUND.
002550 2160-EXIT.
002551     EXIT.

002552 2165-SCAN-HOLDS.
002553     READ HOLD-FILE NEXT RECORD
002554         AT END
002555             SET WS-HOLD-SCAN-DONE TO TRUE
002556             GO TO 2165-EXIT
002557     END-READ.
002558     IF HOLD-STUDENT-ID OF HOLD-REC NOT = WS-TRANS-STUDENT-ID
002559         SET WS-HOLD-SCAN-DONE TO TRUE
002560         GO TO 2165-EXIT
002561     END-IF.
002562     IF HOLD-IS-ACTIVE OF HOLD-REC
002563         AND HOLD-BLOCKS-REGISTRATION OF HOLD-REC
002564         SET WS-REG-HOLD-FOUND TO TRUE
002565         MOVE HOLD-TYPE OF HOLD-REC TO HR-TYPE
002566         MOVE HOLD-OFFICE OF HOLD-REC TO HR-OFFICE
002567     END-IF.
002568 2165-EXIT.
002569     EXIT.

002570 2170-FIND-SECTION.
002571     MOVE 'N' TO WS-COURSE-FOUND-SW.
002572     MOVE WS-TRANS-COURSE-CODE TO CRS-COURSE-CODE OF COURSE-REC.
002580     MOVE WS-TRANS-SECTION TO CRS-SECTION OF COURSE-REC.
002590     MOVE WS-TRANS-TERM TO CRS-TERM OF COURSE-REC.
002600     READ COURSE-FILE
002670     EXIT.

002680******************************************************************
002681* Every prerequisite on file for the course must be met by a
002682* posted grade, at or above the minimum, on one of the student's
002683* own registrations (an I, a W, or an F never meets one). The
002684* first prerequisite missing is named for the reject.
002685******************************************************************
002686 2180-CHECK-PREREQS.
002687     MOVE 'Y' TO WS-PREREQS-MET-SW.
002688     MOVE 1 TO WS-PREREQ-SUB.
002689     PERFORM 2185-TEST-PREREQ THRU 2185-EXIT
002690         UNTIL WS-PREREQ-SUB > WS-PREREQ-COUNT
002691            OR NOT WS-PREREQS-MET.
002692 2180-EXIT.
002693     EXIT.

002694 2185-TEST-PREREQ.
002695     IF WS-PRQ-COURSE-CODE (WS-PREREQ-SUB) = WS-TRANS-COURSE-CODE
002696         PERFORM 2187-FIND-PASSING-GRADE THRU 2187-EXIT
002697         IF NOT WS-PREREQ-PASSED
002698             MOVE 'N' TO WS-PREREQS-MET-SW
002699             MOVE WS-PRQ-REQUIRED-CODE (WS-PREREQ-SUB)
002700                 TO WS-MISSING-PREREQ
002701         END-IF
002702     END-IF.
002703     ADD 1 TO WS-PREREQ-SUB.
002704 2185-EXIT.
002705     EXIT.

002706******************************************************************
002707* Keyed START on the student's first registration, then forward
002708* while the entries are still that student's, the way STUINQ
002709* walks a student's history.
002710******************************************************************
002711 2187-FIND-PASSING-GRADE.
002712     MOVE 'N' TO WS-PREREQ-PASSED-SW.
002713     MOVE 'N' TO WS-HISTORY-SCAN-SW.
002714     MOVE WS-TRANS-STUDENT-ID TO REG-STUDENT-ID OF REG-REC.
002715     MOVE LOW-VALUES TO REG-SECTION-KEY OF REG-REC.
002716     START REG-FILE
002717         KEY IS NOT LESS THAN REG-KEY OF REG-REC
002718         INVALID KEY
002719             SET WS-HISTORY-SCAN-DONE TO TRUE
002720     END-START.
002721     PERFORM 2188-SCAN-GRADE-HISTORY THRU 2188-EXIT
002722         UNTIL WS-HISTORY-SCAN-DONE
002723            OR WS-PREREQ-PASSED.
002724 2187-EXIT.
002725     EXIT.

002726 2188-SCAN-GRADE-HISTORY.
002727     READ REG-FILE NEXT RECORD
002728         AT END
002729             SET WS-HISTORY-SCAN-DONE TO TRUE
002730             GO TO 2188-EXIT
002731     END-READ.
002732     IF REG-STUDENT-ID OF REG-REC NOT = WS-TRANS-STUDENT-ID
002733         SET WS-HISTORY-SCAN-DONE TO TRUE
002734         GO TO 2188-EXIT
002735     END-IF.
002736     IF REG-COURSE-CODE OF REG-REC =
002737         WS-PRQ-REQUIRED-CODE (WS-PREREQ-SUB)
002738         MOVE REG-GRADE OF REG-REC TO WS-RANK-GRADE
002739         PERFORM 2190-RANK-GRADE THRU 2190-EXIT
002740         IF WS-GRADE-RANK > ZERO
002741             AND WS-GRADE-RANK NOT <
002742                 WS-PRQ-MIN-RANK (WS-PREREQ-SUB)
002743             SET WS-PREREQ-PASSED TO TRUE
002744         END-IF
002745     END-IF.
002746 2188-EXIT.
002747     EXIT.

002748******************************************************************
002749* Letter grades ranked A 4 down to D 1; F, I, W, and an ungraded
002750* registration rank 0 and never satisfy a prerequisite.
002751******************************************************************
002752 2190-RANK-GRADE.
002753     EVALUATE WS-RANK-GRADE
002754         WHEN 'A '
002755             MOVE 4 TO WS-GRADE-RANK
002756         WHEN 'B '
002757             MOVE 3 TO WS-GRADE-RANK
002758         WHEN 'C '
002759             MOVE 2 TO WS-GRADE-RANK
002760         WHEN 'D '
002761             MOVE 1 TO WS-GRADE-RANK
002762         WHEN OTHER
002763             MOVE ZERO TO WS-GRADE-RANK
002764     END-EVALUATE.
002765 2190-EXIT.
002766     EXIT.

002767******************************************************************
002768* A full section takes the student onto the end of its waitlist.
002769* The section's entries are walked in key (arrival) order to
002770* find the last sequence number and the student's position, and
002771* to refuse a student already registered or already waiting.
002772******************************************************************
002773 2200-WAITLIST-STUDENT.
002774*    The prerequisite walk has moved the REG-FILE key, so the
002775*    registration key is rebuilt before the duplicate test.
002776     MOVE WS-TRANS-STUDENT-ID TO REG-STUDENT-ID OF REG-REC.
002777     MOVE CRS-KEY OF COURSE-REC TO REG-SECTION-KEY OF REG-REC.
002778     READ REG-FILE
002779         INVALID KEY
002780             CONTINUE
002781         NOT INVALID KEY
002782             MOVE 'REJECT' TO LL-ACTION
002783             MOVE 'ALREADY REGISTERED' TO LL-RESULT
002784             ADD 1 TO WS-ERROR-COUNT
002785             GO TO 2200-EXIT
002786     END-READ.
002787     MOVE ZERO TO WS-WAIT-LAST-SEQ.
002788     MOVE ZERO TO WS-WAIT-POSITION.
002789     MOVE 'N' TO WS-ALREADY-WAITING-SW.
002790     MOVE 'N' TO WS-WAIT-SCAN-SW.
002791     MOVE CRS-KEY OF COURSE-REC TO WAIT-SECTION-KEY OF WAIT-REC.
002792     MOVE ZERO TO WAIT-SEQ OF WAIT-REC.
002793     START WAIT-FILE
002794         KEY IS NOT LESS THAN WAIT-KEY OF WAIT-REC
002795         INVALID KEY
002796             SET WS-WAIT-SCAN-DONE TO TRUE
002797     END-START.
002798     PERFORM 2250-SCAN-WAITLIST THRU 2250-EXIT
002799         UNTIL WS-WAIT-SCAN-DONE.
002800     IF WS-ALREADY-WAITING
002801         MOVE 'REJECT' TO LL-ACTION
002802         MOVE 'ALREADY ON WAITLIST' TO LL-RESULT
002803         ADD 1 TO WS-ERROR-COUNT
002804         GO TO 2200-EXIT
002805     END-IF.
002806     MOVE SPACES TO WAIT-REC.
002807     MOVE CRS-KEY OF COURSE-REC TO WAIT-SECTION-KEY OF WAIT-REC.
002808     ADD 1 TO WS-WAIT-LAST-SEQ GIVING WAIT-SEQ OF WAIT-REC.
002809     MOVE WS-TRANS-STUDENT-ID TO WAIT-STUDENT-ID OF WAIT-REC.
002810     MOVE WS-RUN-DATE-8 TO WAIT-REQUEST-DATE OF WAIT-REC.
002811     WRITE WAIT-REC
002812         INVALID KEY
002813             MOVE 'REJECT' TO LL-ACTION
002814             MOVE 'WAITLIST WRITE FAILED' TO LL-RESULT
002815             ADD 1 TO WS-ERROR-COUNT
002816         NOT INVALID KEY
002817             ADD 1 TO WS-WAIT-POSITION
002818             MOVE WS-WAIT-POSITION TO WR-POSITION
002819             ADD 1 TO WS-WAITLIST-COUNT
002820             MOVE 'WAITLS' TO LL-ACTION
002821             MOVE WS-WAITLIST-RESULT TO LL-RESULT
002822     END-WRITE.
002823 2200-EXIT.
002824     EXIT.

002825 2250-SCAN-WAITLIST.
002826     READ WAIT-FILE NEXT RECORD
002827         AT END
002828             SET WS-WAIT-SCAN-DONE TO TRUE
002829             GO TO 2250-EXIT
002830     END-READ.
002831     IF WAIT-SECTION-KEY OF WAIT-REC NOT = CRS-KEY OF COURSE-REC
002832         SET WS-WAIT-SCAN-DONE TO TRUE
002833         GO TO 2250-EXIT
002834     END-IF.
002835     MOVE WAIT-SEQ OF WAIT-REC TO WS-WAIT-LAST-SEQ.
002836     ADD 1 TO WS-WAIT-POSITION.
002837     IF WAIT-STUDENT-ID OF WAIT-REC = WS-TRANS-STUDENT-ID
002838         SET WS-ALREADY-WAITING TO TRUE
002839     END-IF.
002840 2250-EXIT.
002841     EXIT.

002842******************************************************************
002843* A DROP deletes the registration record and gives the seat
002844* back on the catalog; a seat count already at zero is left at
002845* zero rather than wrapped. A seat given back is offered to the
002846* section's waitlist once the DROP has been logged. The seat's
002847* charge is credited back by the refund schedule. Past the
002848* term's last day to drop without record the DROP becomes a
002849* withdrawal instead; past the last day to withdraw it is
002850* refused and the registration stands.
002851******************************************************************
002852 2300-APPLY-DROP.
002853     READ REG-FILE
002854         INVALID KEY
002855             MOVE 'REJECT' TO LL-ACTION
002856             MOVE 'NOT REGISTERED' TO LL-RESULT
002857             ADD 1 TO WS-ERROR-COUNT
002858             GO TO 2300-EXIT
002859     END-READ.
002860     IF WS-TERM-ON-CALENDAR
002861         AND WS-RUN-DATE-8 > TERM-WITHDRAW-DEADLINE OF TERM-REC
002862         MOVE 'REJECT' TO LL-ACTION
002863         MOVE 'PAST WITHDRAW DEADLINE' TO LL-RESULT
002864         ADD 1 TO WS-ERROR-COUNT
002865         GO TO 2300-EXIT
002866     END-IF.
002867     IF WS-TERM-ON-CALENDAR
002868         AND WS-RUN-DATE-8 > TERM-DROP-DEADLINE OF TERM-REC
002869         PERFORM 2350-APPLY-WITHDRAW THRU 2350-EXIT
002870         GO TO 2300-EXIT
002871     END-IF.
002872     DELETE REG-FILE RECORD.
002873     PERFORM 2170-FIND-SECTION THRU 2170-EXIT.
002874     IF WS-COURSE-FOUND
002875         AND CRS-ENROLLED OF COURSE-REC > ZERO
002876         SUBTRACT 1 FROM CRS-ENROLLED OF COURSE-REC
002877         REWRITE COURSE-REC
002878         SET WS-SEAT-FREED TO TRUE
002879     END-IF.
002880     ADD 1 TO WS-DROP-COUNT.
002890     MOVE 'DROP  ' TO LL-ACTION.
002900     MOVE 'APPLIED' TO LL-RESULT.
002901     PERFORM 2650-POST-REFUND THRU 2650-EXIT.
002910 2300-EXIT.
002911     EXIT.

002912******************************************************************
002913* A withdrawal keeps the registration on file, graded W as of
002914* the run date, so it stays on the student's record and the
002915* seat stays taken for the term. The seat's charge is credited
002916* back by the refund schedule as for any DROP.
002917******************************************************************
002918 2350-APPLY-WITHDRAW.
002919     IF REG-GRADE OF REG-REC = 'W '
002920         MOVE 'REJECT' TO LL-ACTION
002921         MOVE 'ALREADY WITHDRAWN' TO LL-RESULT
002922         ADD 1 TO WS-ERROR-COUNT
002923         GO TO 2350-EXIT
002924     END-IF.
002925     MOVE 'W ' TO REG-GRADE OF REG-REC.
002926     MOVE WS-RUN-DATE-8 TO REG-GRADE-DATE OF REG-REC.
002927     REWRITE REG-REC
002928         INVALID KEY
002929             MOVE 'REJECT' TO LL-ACTION
002930             MOVE 'WITHDRAW REWRITE FAILED' TO LL-RESULT
002931             ADD 1 TO WS-ERROR-COUNT
002932             GO TO 2350-EXIT
002933     END-REWRITE.
002934     ADD 1 TO WS-WITHDRAW-COUNT.
002935     MOVE 'WDRAW ' TO LL-ACTION.
002936     PERFORM 2650-POST-REFUND THRU 2650-EXIT.
002937     IF WS-CHARGE-FOUND
002938         MOVE WS-REFUND-PCT TO WR-REFUND-PERCENT
002939         MOVE WS-WITHDRAW-RESULT TO LL-RESULT
002940     ELSE
002941         MOVE 'GRADE W - NO CHARGE ON LEDGER' TO LL-RESULT
002942     END-IF.
002943 2350-EXIT.
002944     EXIT.

002945******************************************************************
002946* Seats open on the section are filled from the front of its
002947* waitlist, one student at a time, until the seats or the
002948* waitlist run out. Each promotion is a registration in its own
002949* right: it takes the seat, gets its own PROMOT log line, and is
002950* written to the promotion notice file for the student's letter.
002951******************************************************************
002952 2400-PROMOTE-WAITLIST.
002953     MOVE 'N' TO WS-PROMOTE-DONE-SW.
002954     PERFORM 2450-PROMOTE-NEXT THRU 2450-EXIT
002955         UNTIL WS-PROMOTE-DONE.
002956 2400-EXIT.
002957     EXIT.

002958 2450-PROMOTE-NEXT.
002959     IF CRS-ENROLLED OF COURSE-REC
002960         NOT < CRS-SEAT-LIMIT OF COURSE-REC
002961         SET WS-PROMOTE-DONE TO TRUE
002962         GO TO 2450-EXIT
002963     END-IF.
002964     MOVE CRS-KEY OF COURSE-REC TO WAIT-SECTION-KEY OF WAIT-REC.
002965     MOVE ZERO TO WAIT-SEQ OF WAIT-REC.
002966     START WAIT-FILE
002967         KEY IS NOT LESS THAN WAIT-KEY OF WAIT-REC
002968         INVALID KEY
002969             SET WS-PROMOTE-DONE TO TRUE
002970             GO TO 2450-EXIT
002971     END-START.
002972     READ WAIT-FILE NEXT RECORD
002973         AT END
002974             SET WS-PROMOTE-DONE TO TRUE
002975             GO TO 2450-EXIT
002976     END-READ.
002977     IF WAIT-SECTION-KEY OF WAIT-REC NOT = CRS-KEY OF COURSE-REC
002978         SET WS-PROMOTE-DONE TO TRUE
002979         GO TO 2450-EXIT
002980     END-IF.
002981     DELETE WAIT-FILE RECORD.
002982     MOVE SPACES TO REG-REC.
002983     MOVE ZERO TO REG-GRADE-DATE OF REG-REC.
002984     MOVE WAIT-STUDENT-ID OF WAIT-REC
002985         TO REG-STUDENT-ID OF REG-REC.
002986     MOVE WAIT-SECTION-KEY OF WAIT-REC
002987         TO REG-SECTION-KEY OF REG-REC.
002988     MOVE WS-RUN-DATE-8 TO REG-ADD-DATE OF REG-REC.
002989     MOVE WAIT-STUDENT-ID OF WAIT-REC TO LL-STUDENT-ID.
002990     WRITE REG-REC
002991         INVALID KEY
002992             MOVE 'REJECT' TO LL-ACTION
002993             MOVE 'WAITLISTED BUT REGISTERED' TO LL-RESULT
002994             ADD 1 TO WS-ERROR-COUNT
002995         NOT INVALID KEY
002996             ADD 1 TO CRS-ENROLLED OF COURSE-REC
002997             REWRITE COURSE-REC
002998             ADD 1 TO WS-PROMOTE-COUNT
002999             MOVE 'PROMOT' TO LL-ACTION
003000             MOVE 'PROMOTED FROM WAITLIST' TO LL-RESULT
003001             PERFORM 2470-WRITE-PROMOTE-NOTICE THRU 2470-EXIT
003002             PERFORM 2600-POST-CHARGE THRU 2600-EXIT
003003     END-WRITE.
003004     PERFORM 2900-WRITE-LOG-LINE THRU 2900-EXIT.
003005 2450-EXIT.
003006     EXIT.

003007 2470-WRITE-PROMOTE-NOTICE.
003008     MOVE SPACES TO PROMOTE-REC.
003009     MOVE REG-STUDENT-ID OF REG-REC TO PROM-STUDENT-ID.
003010     MOVE REG-SECTION-KEY OF REG-REC TO PROM-SECTION-KEY.
003011     MOVE WS-RUN-DATE-8 TO PROM-DATE.
003012     MOVE 'STUREGMT' TO PROM-SOURCE.
003013     WRITE PROMOTE-REC.
003014 2470-EXIT.
003015     EXIT.

003016******************************************************************
003017* A seat taken is charged the section's credit hours times its
003018* per-credit rate, as the catalog stands when the seat is
003019* taken. The registration just written supplies the student
003020* and the section; a section carrying no price posts nothing.
003021******************************************************************
003022 2600-POST-CHARGE.
003023     COMPUTE WS-CHARGE-AMOUNT =
003024         CRS-CREDIT-HOURS OF COURSE-REC
003025         * CRS-CREDIT-RATE OF COURSE-REC.
003026     IF WS-CHARGE-AMOUNT = ZERO
003027         GO TO 2600-EXIT
003028     END-IF.
003029     MOVE SPACES TO LEDGER-REC.
003030     MOVE REG-STUDENT-ID OF REG-REC
003031         TO LEDG-STUDENT-ID OF LEDGER-REC.
003032     MOVE REG-SECTION-KEY OF REG-REC
003033         TO LEDG-SECTION-KEY OF LEDGER-REC.
003034     SET LEDG-IS-CHARGE OF LEDGER-REC TO TRUE.
003035     MOVE WS-CHARGE-AMOUNT TO LEDG-AMOUNT OF LEDGER-REC.
003036     MOVE CRS-CREDIT-HOURS OF COURSE-REC
003037         TO LEDG-CREDIT-HOURS OF LEDGER-REC.
003038     MOVE ZERO TO LEDG-REFUND-PCT OF LEDGER-REC.
003039     PERFORM 2690-WRITE-LEDGER THRU 2690-EXIT.
003040     IF WS-LEDGER-WRITTEN
003041         ADD 1 TO WS-CHARGE-COUNT
003042         ADD WS-CHARGE-AMOUNT TO WS-CHARGED-AMOUNT
003043     END-IF.
003044 2600-EXIT.
003045     EXIT.

003046******************************************************************
003047* A DROP credits back the refund schedule's share of the charge
003048* posted for the seat - the latest charge on the student's
003049* ledger for the section, so a seat dropped and taken again is
003050* refunded on what was last billed. A registration never
003051* charged (taken before the section was priced) gets no credit.
003052******************************************************************
003053 2650-POST-REFUND.
003054     PERFORM 2660-FIND-CHARGE THRU 2660-EXIT.
003055     IF NOT WS-CHARGE-FOUND
003056         MOVE 'APPLIED - NO CHARGE ON LEDGER' TO LL-RESULT
003057         GO TO 2650-EXIT
003058     END-IF.
003059     PERFORM 2670-FIND-REFUND-PCT THRU 2670-EXIT.
003060     COMPUTE WS-REFUND-AMOUNT ROUNDED =
003061         WS-CHARGE-AMOUNT * WS-REFUND-PCT / 100.
003062     MOVE WS-REFUND-PCT TO RR-PERCENT.
003063     MOVE WS-REFUND-RESULT TO LL-RESULT.
003064     IF WS-REFUND-AMOUNT = ZERO
003065         GO TO 2650-EXIT
003066     END-IF.
003067     MOVE SPACES TO LEDGER-REC.
003068     MOVE WS-TRANS-STUDENT-ID TO LEDG-STUDENT-ID OF LEDGER-REC.
003069     MOVE WS-TRANS-COURSE-CODE TO LEDG-COURSE-CODE OF LEDGER-REC.
003070     MOVE WS-TRANS-SECTION TO LEDG-SECTION OF LEDGER-REC.
003071     MOVE WS-TRANS-TERM TO LEDG-TERM OF LEDGER-REC.
003072     SET LEDG-IS-REFUND OF LEDGER-REC TO TRUE.
003073     MOVE WS-REFUND-AMOUNT TO LEDG-AMOUNT OF LEDGER-REC.
003074     MOVE ZERO TO LEDG-CREDIT-HOURS OF LEDGER-REC.
003075     MOVE WS-REFUND-PCT TO LEDG-REFUND-PCT OF LEDGER-REC.
003076     PERFORM 2690-WRITE-LEDGER THRU 2690-EXIT.
003077     IF WS-LEDGER-WRITTEN
003078         ADD 1 TO WS-REFUND-POSTED
003079         ADD WS-REFUND-AMOUNT TO WS-REFUNDED-AMOUNT
003080     END-IF.
003081 2650-EXIT.
003082     EXIT.

003083 2660-FIND-CHARGE.
003084     MOVE 'N' TO WS-CHARGE-FOUND-SW.
003085     MOVE 'N' TO WS-LEDGER-SCAN-SW.
003086     MOVE ZERO TO WS-CHARGE-AMOUNT.
003087     MOVE LOW-VALUES TO LEDG-KEY OF LEDGER-REC.
003088     MOVE WS-TRANS-STUDENT-ID TO LEDG-STUDENT-ID OF LEDGER-REC.
003089     START LEDGER-FILE
003090         KEY IS NOT LESS THAN LEDG-KEY OF LEDGER-REC
003091         INVALID KEY
003092             SET WS-LEDGER-SCAN-DONE TO TRUE
003093     END-START.
003094     PERFORM 2665-SCAN-LEDGER THRU 2665-EXIT
003095         UNTIL WS-LEDGER-SCAN-DONE.
003096 2660-EXIT.
003097     EXIT.

003098 2665-SCAN-LEDGER.
003099     READ LEDGER-FILE NEXT RECORD
003100         AT END
003101             SET WS-LEDGER-SCAN-DONE TO TRUE
003102             GO TO 2665-EXIT
003103     END-READ.
003104     IF LEDG-STUDENT-ID OF LEDGER-REC NOT = WS-TRANS-STUDENT-ID
003105         SET WS-LEDGER-SCAN-DONE TO TRUE
003106         GO TO 2665-EXIT
003107     END-IF.
003108     IF LEDG-IS-CHARGE OF LEDGER-REC
003109         AND LEDG-COURSE-CODE OF LEDGER-REC = WS-TRANS-COURSE-CODE
003110         AND LEDG-SECTION OF LEDGER-REC = WS-TRANS-SECTION
003111         AND LEDG-TERM OF LEDGER-REC = WS-TRANS-TERM
003112         MOVE LEDG-AMOUNT OF LEDGER-REC TO WS-CHARGE-AMOUNT
003113         SET WS-CHARGE-FOUND TO TRUE
003114     END-IF.
003115 2665-EXIT.
003116     EXIT.

003117******************************************************************
003118* The percent refunded is the one on the term's earliest
003119* through-date that the run date has not yet passed.
003120******************************************************************
003121 2670-FIND-REFUND-PCT.
003122     MOVE 'N' TO WS-TERM-SCHEDULED-SW.
003123     MOVE ZERO TO WS-REFUND-PCT.
003124     MOVE 99999999 TO WS-REFUND-BEST-DATE.
003125     MOVE 1 TO WS-REFUND-SUB.
003126     PERFORM 2675-TEST-REFUND-DATE THRU 2675-EXIT
003127         UNTIL WS-REFUND-SUB > WS-REFUND-COUNT.
003128     IF NOT WS-TERM-SCHEDULED
003129         MOVE 100 TO WS-REFUND-PCT
003130     END-IF.
003131 2670-EXIT.
003132     EXIT.

003133 2675-TEST-REFUND-DATE.
003134     IF WS-RFD-TERM (WS-REFUND-SUB) = WS-TRANS-TERM
003135         SET WS-TERM-SCHEDULED TO TRUE
003136         IF WS-RFD-THROUGH-DATE (WS-REFUND-SUB)
003137                 NOT < WS-RUN-DATE-8
003138             AND WS-RFD-THROUGH-DATE (WS-REFUND-SUB)
003139                 < WS-REFUND-BEST-DATE
003140             MOVE WS-RFD-THROUGH-DATE (WS-REFUND-SUB)
003141                 TO WS-REFUND-BEST-DATE
003142             MOVE WS-RFD-PERCENT (WS-REFUND-SUB)
003143                 TO WS-REFUND-PCT
003144         END-IF
003145     END-IF.
003146     ADD 1 TO WS-REFUND-SUB.
003147 2675-EXIT.
003148     EXIT.

003149******************************************************************
003150* Every ledger entry this run is stamped with the run date, the
003151* time the run started, and a run sequence, which keeps the
003152* student's entries in posting order and the keys unique.
003153******************************************************************
003154 2690-WRITE-LEDGER.
003155     MOVE 'N' TO WS-LEDGER-WRITTEN-SW.
003156     MOVE WS-RUN-DATE-8 TO LEDG-POST-DATE OF LEDGER-REC.
003157     MOVE WS-RUN-TIME TO LEDG-POST-TIME OF LEDGER-REC.
003158     ADD 1 TO WS-LEDGER-SEQ.
003159     MOVE WS-LEDGER-SEQ TO LEDG-SEQ OF LEDGER-REC.
003160     MOVE 'STUREGMT' TO LEDG-SOURCE OF LEDGER-REC.
003161     WRITE LEDGER-REC
003162         INVALID KEY
003163             DISPLAY 'STUREGMT: *** LEDGER WRITE FAILED = '
003164                 LEDG-KEY OF LEDGER-REC
003165             ADD 1 TO WS-ERROR-COUNT
003166         NOT INVALID KEY
003167             SET WS-LEDGER-WRITTEN TO TRUE
003168     END-WRITE.
003169 2690-EXIT.
003170     EXIT.

003171******************************************************************
003172* Every override ADD - applied, waitlisted, or rejected for some
003173* other reason - is kept for the audit listing at the foot of
003174* the log with the prerequisite it waived (NONE when the student
003175* met every prerequisite anyway).
003176******************************************************************
003177 2800-RECORD-OVERRIDE.
003178     IF WS-OVERRIDE-COUNT NOT < WS-OVERRIDE-MAX
003179         ADD 1 TO WS-OVERRIDE-LOST
003180         GO TO 2800-EXIT
003181     END-IF.
003182     ADD 1 TO WS-OVERRIDE-COUNT.
003183     MOVE WS-TRANS-STUDENT-ID
003184         TO WS-OVR-STUDENT-ID (WS-OVERRIDE-COUNT).
003185     MOVE WS-TRANS-COURSE-CODE
003186         TO WS-OVR-COURSE-CODE (WS-OVERRIDE-COUNT).
003187     MOVE WS-TRANS-SECTION TO WS-OVR-SECTION (WS-OVERRIDE-COUNT).
003188     MOVE WS-TRANS-TERM TO WS-OVR-TERM (WS-OVERRIDE-COUNT).
003189     IF WS-MISSING-PREREQ = SPACES
003190         MOVE 'NONE' TO WS-OVR-WAIVED (WS-OVERRIDE-COUNT)
003191     ELSE
003192         MOVE WS-MISSING-PREREQ
003193             TO WS-OVR-WAIVED (WS-OVERRIDE-COUNT)
003194     END-IF.
003195     MOVE LL-RESULT TO WS-OVR-RESULT (WS-OVERRIDE-COUNT).
003196 2800-EXIT.
003197     EXIT.

003198 2900-WRITE-LOG-LINE.
003199     MOVE WS-LOG-DETAIL-LINE TO LOG-LINE.
003200     WRITE LOG-LINE.
003201 2900-EXIT.
003202     EXIT.

003203 3000-FINALIZE.
003204     PERFORM 3100-WRITE-OVERRIDE-AUDIT THRU 3100-EXIT.
003205     CLOSE STUDENT-MASTER.
003206     CLOSE COURSE-FILE.
003207     CLOSE REG-FILE.
003208     CLOSE WAIT-FILE.
003209     CLOSE PROMOTE-FILE.
003210     CLOSE LEDGER-FILE.
003211     CLOSE HOLD-FILE.
003212     CLOSE TERM-FILE.
003213     CLOSE REG-TRANS.
003214     CLOSE REG-LOG.
003215     DISPLAY 'STUREGMT: ADDS APPLIED  = ' WS-ADD-COUNT.
003216     DISPLAY 'STUREGMT: DROPS APPLIED = ' WS-DROP-COUNT.
003217     DISPLAY 'STUREGMT: WITHDRAWALS   = ' WS-WITHDRAW-COUNT.
003218     DISPLAY 'STUREGMT: WAITLISTED    = ' WS-WAITLIST-COUNT.
003219     DISPLAY 'STUREGMT: PROMOTED      = ' WS-PROMOTE-COUNT.
003220     DISPLAY 'STUREGMT: ERRORS        = ' WS-ERROR-COUNT.
003221     DISPLAY 'STUREGMT: OVERRIDES     = ' WS-OVERRIDE-COUNT.
003222     IF WS-OVERRIDE-LOST > ZERO
003223         DISPLAY 'STUREGMT: *** OVERRIDES NOT AUDITED = '
003224             WS-OVERRIDE-LOST
003225     END-IF.
003226     MOVE WS-CHARGED-AMOUNT TO WS-AMOUNT-EDIT.
003227     DISPLAY 'STUREGMT: CHARGES POSTED = ' WS-CHARGE-COUNT
003228         ' FOR ' WS-AMOUNT-EDIT.
003229     MOVE WS-REFUNDED-AMOUNT TO WS-AMOUNT-EDIT.
003230     DISPLAY 'STUREGMT: REFUNDS POSTED = ' WS-REFUND-POSTED
003231         ' FOR ' WS-AMOUNT-EDIT.
003232 3000-EXIT.
003233     EXIT.

003234******************************************************************
003235* The advisor override audit follows the detail on the same log,
003236* set apart under its own heading so the registrar can review
003237* every waived prerequisite without reading the whole night.
003238******************************************************************
003239 3100-WRITE-OVERRIDE-AUDIT.
003240     MOVE SPACES TO LOG-LINE.
003241     WRITE LOG-LINE.
003242     MOVE WS-OVERRIDE-HEADING TO LOG-LINE.
003243     WRITE LOG-LINE.
003244     MOVE ALL '-' TO LOG-LINE.
003245     WRITE LOG-LINE.
003246     MOVE 1 TO WS-OVERRIDE-SUB.
003247     PERFORM 3150-WRITE-OVERRIDE-LINE THRU 3150-EXIT
003248         UNTIL WS-OVERRIDE-SUB > WS-OVERRIDE-COUNT.
003249     MOVE WS-OVERRIDE-COUNT TO OT-COUNT.
003250     MOVE WS-OVERRIDE-TOTAL-LINE TO LOG-LINE.
003251     WRITE LOG-LINE.
003252 3100-EXIT.
003253     EXIT.

003254 3150-WRITE-OVERRIDE-LINE.
003255     MOVE WS-OVR-STUDENT-ID (WS-OVERRIDE-SUB) TO OL-STUDENT-ID.
003256     MOVE WS-OVR-COURSE-CODE (WS-OVERRIDE-SUB) TO OL-COURSE-CODE.
003257     MOVE WS-OVR-SECTION (WS-OVERRIDE-SUB) TO OL-SECTION.
003258     MOVE WS-OVR-TERM (WS-OVERRIDE-SUB) TO OL-TERM.
003259     MOVE WS-OVR-WAIVED (WS-OVERRIDE-SUB) TO OL-WAIVED.
003260     MOVE WS-OVR-RESULT (WS-OVERRIDE-SUB) TO OL-RESULT.
003261     MOVE WS-OVERRIDE-DETAIL-LINE TO LOG-LINE.
003262     WRITE LOG-LINE.
003263     ADD 1 TO WS-OVERRIDE-SUB.
003264 3150-EXIT.
003265     EXIT.

003266******************************************************************
003267* The student master and the registration file are enqueued on
003268* the lock file (STULOCK_DD, see LOCKREC) before either is
003269* opened for update. The lock is taken by WRITEing the STUFILES
003270* record; a duplicate key means another run holds it. When the
003271* holder is the STUCHAIN run that CALLed this one - its stamp is
003272* in STULOCK_CHAIN - the run goes ahead under the chain's lock
003273* without taking or releasing it. Anyone else's lock stops the
003274* run with RETURN-CODE 12, naming the holder.
003275******************************************************************
003276 8500-TAKE-LOCK.
003277     MOVE 'N' TO WS-LOCK-HELD-SW.
003278     MOVE 'N' TO WS-LOCK-REFUSED-SW.
003279     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
003280     ACCEPT WS-LOCK-MY-TIME FROM TIME.
003281     OPEN I-O LOCK-FILE.
003282     MOVE SPACES TO LOCK-REC.
003283     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
003284     MOVE 'STUREGMT' TO LOCK-HOLDER OF LOCK-REC.
003285     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
003286     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
003287     WRITE LOCK-REC
003288         INVALID KEY
003289             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
003290         NOT INVALID KEY
003291             SET WS-LOCK-HELD TO TRUE
003292     END-WRITE.
003293     CLOSE LOCK-FILE.
003294 8500-EXIT.
003295     EXIT.

003296 8550-CHECK-HOLDER.
003297     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
003298     READ LOCK-FILE
003299         INVALID KEY
003300             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
003301             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
003302             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
003303     END-READ.
003304     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
003305     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
003306         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
003307         DISPLAY 'STUREGMT: RUNNING UNDER THE STUCHAIN LOCK OF '
003308             LOCK-START-DATE OF LOCK-REC ' '
003309             LOCK-START-TIME OF LOCK-REC
003310         GO TO 8550-EXIT
003311     END-IF.
003312     SET WS-LOCK-REFUSED TO TRUE.
003313     DISPLAY 'STUREGMT: *** STUDENT FILES LOCKED BY '
003314         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
003315     DISPLAY 'STUREGMT: *** HELD SINCE '
003316         LOCK-START-DATE OF LOCK-REC ' '
003317         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
003318     MOVE 12 TO RETURN-CODE.
003319 8550-EXIT.
003320     EXIT.

003321******************************************************************
003322* The lock is released only if it is still this run's own - an
003323* operator may have forced it off and another run taken it.
003324******************************************************************
003325 8600-RELEASE-LOCK.
003326     IF NOT WS-LOCK-HELD
003327         GO TO 8600-EXIT
003328     END-IF.
003329     OPEN I-O LOCK-FILE.
003330     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
003331     READ LOCK-FILE
003332         INVALID KEY
003333             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
003334     END-READ.
003335     IF LOCK-HOLDER OF LOCK-REC = 'STUREGMT'
003336         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
003337         DELETE LOCK-FILE RECORD
003338     ELSE
003339         DISPLAY 'STUREGMT: *** LOCK NO LONGER HELD BY THIS RUN'
003340             ' - NOT RELEASED'
003341     END-IF.
003342     CLOSE LOCK-FILE.
003343     MOVE 'N' TO WS-LOCK-HELD-SW.
003344 8600-EXIT.
003345     EXIT.

003346******************************************************************
003347* The run date honors the chain-wide STUBUSDT business date
003348* (SET once in the STUCHAIN run-control) over the machine
003349* date, so a late or re-run night reproduces the original
003350* night's numbers.
003351******************************************************************
003352 9000-GET-BUSINESS-DATE.
003353     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
003354     IF WS-BUSDT-PARM IS NUMERIC
003355         AND WS-BUSDT-PARM NOT = '00000000'
003356         MOVE WS-BUSDT-PARM TO WS-RUN-DATE-8
003357     ELSE
003358         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
003359     END-IF.
003360 9000-EXIT.
003361     EXIT.

003362 END PROGRAM STUREGMT.
