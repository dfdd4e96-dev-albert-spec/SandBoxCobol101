000100******************************************************************
000110* Author: JRV
000120* Date: 15/Oct/2026
000130* Purpose: Education
000140*
000150* Monthly student account statements. Walks the student account
000160* ledger (STULEDGR_DD) in key order - student by student, each
000170* student's entries in posting order - and prints one statement
000180* per student for the month named by STUSTMT_MONTH (YYYYMM,
000190* default the month of the run date): the opening balance
000200* brought forward from every entry before the month, each
000210* charge, refund credit, and payment posted in the month, and
000220* the balance due at month end. A student with no activity in
000230* the month and nothing owing either way gets no statement.
000240* Entries posted after the month are left for next month's run.
000250*
000260* The statements are followed by an aged receivables summary.
000270* Each student's credits (refunds and payments) are applied to
000280* the oldest charges first; whatever is still owing on a charge
000290* is aged from its posting date to the month end, current
000300* through 30 days, 31-60, 61-90, and over 90. Credits left over
000310* are totalled as credit balances, so the summary nets to the
000320* sum of the statement balances.
000330*
000340* Last, the month's registrations are balanced to the ledger:
000350* every seat on the registration file (STUREG_DD) taken in the
000360* month on a priced section must have its charge on the
000370* student's ledger, and any seat without one is listed. The
000380* month's charges beyond those seats are the seats since
000390* dropped, which the refund credits answer for.
000400*
000410* A STUSTMT_MONTH that is not a valid YYYYMM aborts the run with
000420* RETURN-CODE 16 before any file is opened.
000430*
000440* Modification History
000450* ---------------------------------------------------------------
000460* 15/Oct/2026  JRV  Original version.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. STUSTMT.

000500 ENVIRONMENT DIVISION.
000510     INPUT-OUTPUT SECTION.
000520         FILE-CONTROL.
000530             SELECT STUDENT-MASTER ASSIGN TO DYNAMIC WS-STUDENT-DD
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS DYNAMIC
000560             RECORD KEY IS STUDENT-ID OF STUDENT-MASTER-REC
000570             ALTERNATE RECORD KEY IS NAME OF STUDENT-MASTER-REC
000580                 WITH DUPLICATES.

000590             SELECT OPTIONAL LEDGER-FILE
000600             ASSIGN TO DYNAMIC WS-LEDGER-DD
000610             ORGANIZATION IS INDEXED
000620             ACCESS MODE IS DYNAMIC
000630             RECORD KEY IS LEDG-KEY OF LEDGER-REC.

000640             SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-DD
000650             ORGANIZATION IS INDEXED
000660             ACCESS MODE IS DYNAMIC
000670             RECORD KEY IS REG-KEY OF REG-REC
000680             ALTERNATE RECORD KEY IS REG-SECTION-KEY OF REG-REC
000690                 WITH DUPLICATES.

000700             SELECT COURSE-FILE ASSIGN TO DYNAMIC WS-COURSE-DD
000710             ORGANIZATION IS INDEXED
000720             ACCESS MODE IS DYNAMIC
000730             RECORD KEY IS CRS-KEY OF COURSE-REC.

000740             SELECT STATEMENT-REPORT
000750             ASSIGN TO DYNAMIC WS-REPORT-DD
000760             ORGANIZATION IS LINE SEQUENTIAL.

000770 DATA DIVISION.
000780     FILE SECTION.
000790     FD STUDENT-MASTER.
000800     COPY STUREC REPLACING ==:REC:== BY ==STUDENT-MASTER-REC==.

000810     FD LEDGER-FILE.
000820     COPY LEDGREC REPLACING ==:REC:== BY ==LEDGER-REC==.

000830     FD REG-FILE.
000840     COPY REGREC REPLACING ==:REC:== BY ==REG-REC==.

000850     FD COURSE-FILE.
000860     COPY CRSREC REPLACING ==:REC:== BY ==COURSE-REC==.

000870     FD STATEMENT-REPORT.
000880     01 REPORT-LINE PIC X(80).

000890     WORKING-STORAGE SECTION.
000900     01 WS-RUN-PARMS.
000910         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000920         05 WS-LEDGER-DD PIC X(64) VALUE SPACES.
000930         05 WS-REG-DD PIC X(64) VALUE SPACES.
000940         05 WS-COURSE-DD PIC X(64) VALUE SPACES.
000950         05 WS-REPORT-DD PIC X(64) VALUE SPACES.
000960         05 WS-MONTH-PARM PIC X(6) VALUE SPACES.

000970     01 WS-DEFAULTS.
000980         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000990         05 WS-DEFAULT-LEDGER PIC X(64) VALUE 'STULEDGR.DAT'.
001000         05 WS-DEFAULT-REG PIC X(64) VALUE 'STUREG.DAT'.
001010         05 WS-DEFAULT-COURSE PIC X(64) VALUE 'CRSFILE.DAT'.
001020         05 WS-DEFAULT-REPORT PIC X(64) VALUE 'STUSTMT.TXT'.

001030     01 WS-EOF-SWITCHES.
001040         05 WS-LEDGER-EOF PIC X(1) VALUE 'N'.
001050             88 WS-LEDGER-AT-EOF VALUE 'Y'.
001060         05 WS-REG-EOF PIC X(1) VALUE 'N'.
001070             88 WS-REG-AT-EOF VALUE 'Y'.

001080     01 WS-ABORT-SWITCHES.
001090         05 WS-ABORT-SW PIC X(1) VALUE 'N'.
001100             88 WS-ABORT-RUN VALUE 'Y'.

001110     01 WS-STATEMENT-SWITCHES.
001120         05 WS-HEADING-DONE-SW PIC X(1) VALUE 'N'.
001130             88 WS-HEADING-DONE VALUE 'Y'.
001140         05 WS-CHARGE-FOUND-SW PIC X(1) VALUE 'N'.
001150             88 WS-CHARGE-FOUND VALUE 'Y'.
001160         05 WS-LEDGER-SCAN-SW PIC X(1) VALUE 'N'.
001170             88 WS-LEDGER-SCAN-DONE VALUE 'Y'.

001180     01 WS-STATEMENT-MONTH.
001190         05 WS-STMT-YYYY PIC 9(4).
001200         05 WS-STMT-MM PIC 9(2).

001210     01 WS-MONTH-DATES.
001220         05 WS-MONTH-FIRST PIC 9(8) VALUE ZERO.
001230         05 WS-MONTH-LAST PIC 9(8) VALUE ZERO.
001240         05 WS-MONTH-DAYS PIC 9(2) VALUE ZERO.
001250         05 WS-ASOF-DAYS PIC S9(9) COMP VALUE ZERO.
001260         05 WS-AGE-DAYS PIC S9(9) COMP VALUE ZERO.

001270     01 WS-MONTH-LENGTHS-INIT.
001280         05 FILLER PIC 9(2) VALUE 31.
001290         05 FILLER PIC 9(2) VALUE 28.
001300         05 FILLER PIC 9(2) VALUE 31.
001310         05 FILLER PIC 9(2) VALUE 30.
001320         05 FILLER PIC 9(2) VALUE 31.
001330         05 FILLER PIC 9(2) VALUE 30.
001340         05 FILLER PIC 9(2) VALUE 31.
001350         05 FILLER PIC 9(2) VALUE 31.
001360         05 FILLER PIC 9(2) VALUE 30.
001370         05 FILLER PIC 9(2) VALUE 31.
001380         05 FILLER PIC 9(2) VALUE 30.
001390         05 FILLER PIC 9(2) VALUE 31.
001400     01 WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTHS-INIT.
001410         05 WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).

001420     01 WS-SERIAL-FIELDS.
001430         05 WS-SER-DATE PIC 9(8) VALUE ZERO.
001440         05 WS-SER-DATE-R REDEFINES WS-SER-DATE.
001450             10 WS-SER-YYYY PIC 9(4).
001460             10 WS-SER-MM PIC 9(2).
001470             10 WS-SER-DD PIC 9(2).
001480         05 WS-SER-DAYS PIC S9(9) COMP VALUE ZERO.
001490         05 WS-SER-PRIOR-YY PIC 9(4) VALUE ZERO.
001500         05 WS-LEAP-4 PIC 9(4) COMP VALUE ZERO.
001510         05 WS-LEAP-100 PIC 9(4) COMP VALUE ZERO.
001520         05 WS-LEAP-400 PIC 9(4) COMP VALUE ZERO.
001530         05 WS-SER-QUOT PIC 9(4) COMP VALUE ZERO.
001540         05 WS-REM-4 PIC 9(4) COMP VALUE ZERO.
001550         05 WS-REM-100 PIC 9(4) COMP VALUE ZERO.
001560         05 WS-REM-400 PIC 9(4) COMP VALUE ZERO.

001570     01 WS-MONTH-STARTS-INIT.
001580         05 FILLER PIC 9(3) VALUE 000.
001590         05 FILLER PIC 9(3) VALUE 031.
001600         05 FILLER PIC 9(3) VALUE 059.
001610         05 FILLER PIC 9(3) VALUE 090.
001620         05 FILLER PIC 9(3) VALUE 120.
001630         05 FILLER PIC 9(3) VALUE 151.
001640         05 FILLER PIC 9(3) VALUE 181.
001650         05 FILLER PIC 9(3) VALUE 212.
001660         05 FILLER PIC 9(3) VALUE 243.
001670         05 FILLER PIC 9(3) VALUE 273.
001680         05 FILLER PIC 9(3) VALUE 304.
001690         05 FILLER PIC 9(3) VALUE 334.
001700     01 WS-MONTH-STARTS REDEFINES WS-MONTH-STARTS-INIT.
001710         05 WS-MONTH-START OCCURS 12 TIMES PIC 9(3).

001720     01 WS-CHARGE-MAX PIC 9(5) COMP VALUE 500.
001730     01 WS-CHARGE-TABLE.
001740         05 WS-CHARGE-COUNT PIC 9(5) COMP VALUE ZERO.
001750         05 WS-CHARGE-ENTRY OCCURS 1 TO 500 TIMES
001760                 DEPENDING ON WS-CHARGE-COUNT.
001770             10 WS-CHG-DATE PIC 9(8).
001780             10 WS-CHG-AMOUNT PIC 9(7)V99.
001790     01 WS-CHARGE-SUB PIC 9(5) COMP VALUE ZERO.

001800     01 WS-STUDENT-FIELDS.
001810         05 WS-CUR-STUDENT-ID PIC 9(5) VALUE ZERO.
001820         05 WS-ENTRY-AMOUNT PIC S9(7)V99 VALUE ZERO.
001830         05 WS-OPENING PIC S9(9)V99 VALUE ZERO.
001840         05 WS-BALANCE PIC S9(9)V99 VALUE ZERO.
001850         05 WS-CREDITS PIC 9(9)V99 VALUE ZERO.
001860         05 WS-CREDIT-LEFT PIC 9(9)V99 VALUE ZERO.
001870         05 WS-OWING PIC 9(9)V99 VALUE ZERO.

001880     01 WS-MONTH-TOTALS.
001890         05 WS-TOT-OPENING PIC S9(9)V99 VALUE ZERO.
001900         05 WS-TOT-CHARGES PIC 9(9)V99 VALUE ZERO.
001910         05 WS-TOT-REFUNDS PIC 9(9)V99 VALUE ZERO.
001920         05 WS-TOT-PAYMENTS PIC 9(9)V99 VALUE ZERO.
001930         05 WS-TOT-CLOSING PIC S9(9)V99 VALUE ZERO.

001940     01 WS-AGED-TOTALS.
001950         05 WS-AGED-CURRENT PIC 9(9)V99 VALUE ZERO.
001960         05 WS-AGED-31-60 PIC 9(9)V99 VALUE ZERO.
001970         05 WS-AGED-61-90 PIC 9(9)V99 VALUE ZERO.
001980         05 WS-AGED-OVER-90 PIC 9(9)V99 VALUE ZERO.
001990         05 WS-AGED-RECEIVABLE PIC 9(9)V99 VALUE ZERO.
002000         05 WS-CREDIT-BALANCES PIC 9(9)V99 VALUE ZERO.
002010         05 WS-AGED-NET PIC S9(9)V99 VALUE ZERO.

002020     01 WS-BALANCE-TOTALS.
002030         05 WS-SEATS-TAKEN PIC 9(7) COMP VALUE ZERO.
002040         05 WS-SEATS-UNPRICED PIC 9(7) COMP VALUE ZERO.
002050         05 WS-SEATS-CHARGED PIC 9(7) COMP VALUE ZERO.
002060         05 WS-SEATS-UNCHARGED PIC 9(7) COMP VALUE ZERO.
002070         05 WS-SEAT-PRICE PIC 9(7)V99 VALUE ZERO.
002080         05 WS-SEAT-CHARGE PIC 9(7)V99 VALUE ZERO.
002090         05 WS-CHARGED-AMOUNT PIC 9(9)V99 VALUE ZERO.
002100         05 WS-UNCHARGED-AMOUNT PIC 9(9)V99 VALUE ZERO.
002110         05 WS-DROPPED-AMOUNT PIC S9(9)V99 VALUE ZERO.

002120     01 WS-COUNTERS.
002130         05 WS-STATEMENT-COUNT PIC 9(7) COMP VALUE ZERO.
002140         05 WS-ENTRY-COUNT PIC 9(7) COMP VALUE ZERO.
002150         05 WS-CHARGE-LOST PIC 9(7) COMP VALUE ZERO.

002160     01 WS-RUN-STAMP.
002170         05 WS-RUN-DATE-8 PIC 9(8) VALUE ZERO.
002180         05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-8.
002190             10 WS-RUN-YYYYMM PIC X(6).
002200             10 FILLER PIC X(2).

002210     01 WS-STATEMENT-HEADING.
002220         05 FILLER PIC X(30)
002230             VALUE 'STATEMENT OF ACCOUNT - MONTH '.
002240         05 SH-MONTH PIC X(6).
002250         05 FILLER PIC X(12) VALUE '    STUDENT '.
002260         05 SH-STUDENT-ID PIC 9(5).
002270         05 FILLER PIC X(1) VALUE SPACE.
002280         05 SH-NAME PIC A(25).

002290     01 WS-BALANCE-LINE.
002300         05 FILLER PIC X(2) VALUE SPACES.
002310         05 BL-LABEL PIC X(45).
002320         05 BL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.

002330     01 WS-ACTIVITY-LINE.
002340         05 FILLER PIC X(2) VALUE SPACES.
002350         05 AL-DATE PIC 9(8).
002360         05 FILLER PIC X(2) VALUE SPACES.
002370         05 AL-TYPE PIC X(8).
002380         05 FILLER PIC X(1) VALUE SPACE.
002390         05 AL-DESC.
002400             10 AL-COURSE-CODE PIC X(6).
002410             10 FILLER PIC X(1).
002420             10 AL-SECTION PIC X(3).
002430             10 FILLER PIC X(1).
002440             10 AL-TERM PIC X(5).
002450             10 FILLER PIC X(2).
002460             10 AL-QUANTITY PIC ZZ9.
002470             10 AL-QUANTITY-LABEL PIC X(4).
002480         05 AL-PAYMENT-DESC REDEFINES AL-DESC.
002490             10 AL-RECEIPT-LABEL PIC X(8).
002500             10 AL-RECEIPT PIC X(10).
002510             10 FILLER PIC X(7).
002520         05 FILLER PIC X(1) VALUE SPACE.
002530         05 AL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.

002540     01 WS-SUMMARY-HEADING.
002550         05 FILLER PIC X(34)
002560             VALUE 'AGED RECEIVABLES SUMMARY - MONTH '.
002570         05 SUM-MONTH PIC X(6).
002580         05 FILLER PIC X(12) VALUE '  AS OF '.
002590         05 SUM-ASOF PIC 9(8).

002600     01 WS-BALANCE-HEADING.
002610         05 FILLER PIC X(42)
002620             VALUE 'REGISTRATION BALANCE - SEATS TAKEN IN MONT'.
002630         05 FILLER PIC X(2) VALUE 'H '.
002640         05 BH-MONTH PIC X(6).

002650     01 WS-UNCHARGED-LINE.
002660         05 FILLER PIC X(2) VALUE SPACES.
002670         05 UL-STUDENT-ID PIC 9(5).
002680         05 FILLER PIC X(1) VALUE SPACE.
002690         05 UL-COURSE-CODE PIC X(6).
002700         05 FILLER PIC X(1) VALUE SPACE.
002710         05 UL-SECTION PIC X(3).
002720         05 FILLER PIC X(1) VALUE SPACE.
002730         05 UL-TERM PIC X(5).
002740         05 FILLER PIC X(2) VALUE SPACES.
002750         05 UL-ADD-DATE PIC 9(8).
002760         05 FILLER PIC X(2) VALUE SPACES.
002770         05 FILLER PIC X(13) VALUE 'NOT CHARGED'.
002780         05 UL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.

002790     01 WS-COUNT-LINE.
002800         05 FILLER PIC X(2) VALUE SPACES.
002810         05 CL-LABEL PIC X(45).
002820         05 CL-COUNT PIC ZZZ,ZZZ,ZZ9.

002830     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

002840 PROCEDURE DIVISION.

002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     IF WS-ABORT-RUN
002880         GO TO 0000-EXIT
002890     END-IF.
002900     PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
002910         UNTIL WS-LEDGER-AT-EOF.
002920     PERFORM 4000-WRITE-AGED-SUMMARY THRU 4000-EXIT.
002930     PERFORM 5000-BALANCE-REGISTRATIONS THRU 5000-EXIT.
002940     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002950 0000-EXIT.
002960     GOBACK.

002970 1000-INITIALIZE.
002980     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
002990     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
003000     IF WS-ABORT-RUN
003010         MOVE 16 TO RETURN-CODE
003020         GO TO 1000-EXIT
003030     END-IF.
003040     PERFORM 1100-SET-MONTH-DATES THRU 1100-EXIT.
003050     OPEN INPUT STUDENT-MASTER.
003060     OPEN INPUT LEDGER-FILE.
003070     OPEN INPUT REG-FILE.
003080     OPEN INPUT COURSE-FILE.
003090     OPEN OUTPUT STATEMENT-REPORT.
003100     PERFORM 1200-READ-LEDGER THRU 1200-EXIT.
003110 1000-EXIT.
003120     EXIT.

003130 1050-GET-RUN-PARMS.
003140     ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'STUDENT_DD'.
003150     IF WS-STUDENT-DD = SPACES OR LOW-VALUES
003160         MOVE WS-DEFAULT-STUDENT TO WS-STUDENT-DD
003170     END-IF.
003180     ACCEPT WS-LEDGER-DD FROM ENVIRONMENT 'STULEDGR_DD'.
003190     IF WS-LEDGER-DD = SPACES OR LOW-VALUES
003200         MOVE WS-DEFAULT-LEDGER TO WS-LEDGER-DD
003210     END-IF.
003220     ACCEPT WS-REG-DD FROM ENVIRONMENT 'STUREG_DD'.
003230     IF WS-REG-DD = SPACES OR LOW-VALUES
003240         MOVE WS-DEFAULT-REG TO WS-REG-DD
003250     END-IF.
003260     ACCEPT WS-COURSE-DD FROM ENVIRONMENT 'CRSFILE_DD'.
003270     IF WS-COURSE-DD = SPACES OR LOW-VALUES
003280         MOVE WS-DEFAULT-COURSE TO WS-COURSE-DD
003290     END-IF.
003300     ACCEPT WS-REPORT-DD FROM ENVIRONMENT 'STUSTMT_DD'.
003310     IF WS-REPORT-DD = SPACES OR LOW-VALUES
003320         MOVE WS-DEFAULT-REPORT TO WS-REPORT-DD
003330     END-IF.
003340     ACCEPT WS-MONTH-PARM FROM ENVIRONMENT 'STUSTMT_MONTH'.
003350     IF WS-MONTH-PARM = SPACES OR LOW-VALUES
003360         MOVE WS-RUN-YYYYMM TO WS-MONTH-PARM
003370     END-IF.
003380     IF WS-MONTH-PARM IS NOT NUMERIC
003390         DISPLAY 'STUSTMT: *** INVALID STUSTMT_MONTH = '
003400             WS-MONTH-PARM
003410         DISPLAY 'STUSTMT: *** MUST BE YYYYMM - ABORTED'
003420         SET WS-ABORT-RUN TO TRUE
003430         GO TO 1050-EXIT
003440     END-IF.
003450     MOVE WS-MONTH-PARM TO WS-STATEMENT-MONTH.
003460     IF WS-STMT-MM < 1 OR WS-STMT-MM > 12
003470         DISPLAY 'STUSTMT: *** INVALID STUSTMT_MONTH = '
003480             WS-MONTH-PARM
003490         DISPLAY 'STUSTMT: *** MUST BE YYYYMM - ABORTED'
003500         SET WS-ABORT-RUN TO TRUE
003510         GO TO 1050-EXIT
003520     END-IF.
003530     DISPLAY 'STUSTMT: STUDENT MASTER = ' WS-STUDENT-DD.
003540     DISPLAY 'STUSTMT: LEDGER FILE    = ' WS-LEDGER-DD.
003550     DISPLAY 'STUSTMT: REG FILE       = ' WS-REG-DD.
003560     DISPLAY 'STUSTMT: COURSE FILE    = ' WS-COURSE-DD.
003570     DISPLAY 'STUSTMT: REPORT         = ' WS-REPORT-DD.
003580     DISPLAY 'STUSTMT: MONTH          = ' WS-MONTH-PARM.
003590 1050-EXIT.
003600     EXIT.

003610******************************************************************
003620* First and last day of the statement month, and the last day
003630* as a serial day count for ageing. February has 29 days in a
003640* leap year, by the same rule 9100-DATE-TO-DAYS uses.
003650******************************************************************
003660 1100-SET-MONTH-DATES.
003670     MOVE WS-MONTH-LENGTH (WS-STMT-MM) TO WS-MONTH-DAYS.
003680     DIVIDE WS-STMT-YYYY BY 4
003690         GIVING WS-SER-QUOT REMAINDER WS-REM-4.
003700     DIVIDE WS-STMT-YYYY BY 100
003710         GIVING WS-SER-QUOT REMAINDER WS-REM-100.
003720     DIVIDE WS-STMT-YYYY BY 400
003730         GIVING WS-SER-QUOT REMAINDER WS-REM-400.
003740     IF WS-STMT-MM = 2
003750         AND WS-REM-4 = ZERO
003760         AND (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
003770         MOVE 29 TO WS-MONTH-DAYS
003780     END-IF.
003790     COMPUTE WS-MONTH-FIRST =
003800         WS-STMT-YYYY * 10000 + WS-STMT-MM * 100 + 1.
003810     COMPUTE WS-MONTH-LAST =
003820         WS-STMT-YYYY * 10000 + WS-STMT-MM * 100 + WS-MONTH-DAYS.
003830     MOVE WS-MONTH-LAST TO WS-SER-DATE.
003840     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
003850     MOVE WS-SER-DAYS TO WS-ASOF-DAYS.
003860 1100-EXIT.
003870     EXIT.

003880 1200-READ-LEDGER.
003890     READ LEDGER-FILE NEXT RECORD
003900         AT END SET WS-LEDGER-AT-EOF TO TRUE
003910     END-READ.
003920 1200-EXIT.
003930     EXIT.

003940******************************************************************
003950* One student's ledger entries, read in key order until the
003960* student changes. The statement heading is printed when the
003970* first entry of the month arrives, or at the end when there
003980* was no activity but a balance was brought forward.
003990******************************************************************
004000 2000-PROCESS-STUDENT.
004010     MOVE LEDG-STUDENT-ID OF LEDGER-REC TO WS-CUR-STUDENT-ID.
004020     MOVE 'N' TO WS-HEADING-DONE-SW.
004030     MOVE ZERO TO WS-OPENING.
004040     MOVE ZERO TO WS-BALANCE.
004050     MOVE ZERO TO WS-CREDITS.
004060     MOVE ZERO TO WS-CHARGE-COUNT.
004070     PERFORM 2100-ACCUMULATE-ENTRY THRU 2100-EXIT
004080         UNTIL WS-LEDGER-AT-EOF
004090            OR LEDG-STUDENT-ID OF LEDGER-REC
004100                NOT = WS-CUR-STUDENT-ID.
004110     IF NOT WS-HEADING-DONE
004120         AND WS-OPENING NOT = ZERO
004130         PERFORM 2200-WRITE-STUDENT-HEADING THRU 2200-EXIT
004140     END-IF.
004150     IF WS-HEADING-DONE
004160         PERFORM 2300-WRITE-STUDENT-FOOTING THRU 2300-EXIT
004170     END-IF.
004180     ADD WS-OPENING TO WS-TOT-OPENING.
004190     ADD WS-BALANCE TO WS-TOT-CLOSING.
004200     PERFORM 2400-AGE-BALANCE THRU 2400-EXIT.
004210 2000-EXIT.
004220     EXIT.

004230 2100-ACCUMULATE-ENTRY.
004240     IF LEDG-POST-DATE OF LEDGER-REC NOT > WS-MONTH-LAST
004250         PERFORM 2120-APPLY-ENTRY THRU 2120-EXIT
004260     END-IF.
004270     PERFORM 1200-READ-LEDGER THRU 1200-EXIT.
004280 2100-EXIT.
004290     EXIT.

004300 2120-APPLY-ENTRY.
004310     IF LEDG-IS-CHARGE OF LEDGER-REC
004320         MOVE LEDG-AMOUNT OF LEDGER-REC TO WS-ENTRY-AMOUNT
004330         PERFORM 2150-KEEP-CHARGE THRU 2150-EXIT
004340     ELSE
004350         COMPUTE WS-ENTRY-AMOUNT =
004360             ZERO - LEDG-AMOUNT OF LEDGER-REC
004370         ADD LEDG-AMOUNT OF LEDGER-REC TO WS-CREDITS
004380     END-IF.
004390     ADD WS-ENTRY-AMOUNT TO WS-BALANCE.
004400     IF LEDG-POST-DATE OF LEDGER-REC < WS-MONTH-FIRST
004410         ADD WS-ENTRY-AMOUNT TO WS-OPENING
004420     ELSE
004430         IF NOT WS-HEADING-DONE
004440             PERFORM 2200-WRITE-STUDENT-HEADING THRU 2200-EXIT
004450         END-IF
004460         PERFORM 2250-WRITE-ACTIVITY-LINE THRU 2250-EXIT
004470     END-IF.
004480 2120-EXIT.
004490     EXIT.

004500******************************************************************
004510* Charges are kept, oldest first, for ageing at the end of the
004520* student. A student with more charges than the table holds
004530* has the overflow added to the newest charge kept, so the
004540* balance still foots; the overflow is counted and announced.
004550******************************************************************
004560 2150-KEEP-CHARGE.
004570     IF WS-CHARGE-COUNT NOT < WS-CHARGE-MAX
004580         ADD LEDG-AMOUNT OF LEDGER-REC
004590             TO WS-CHG-AMOUNT (WS-CHARGE-COUNT)
004600         ADD 1 TO WS-CHARGE-LOST
004610         GO TO 2150-EXIT
004620     END-IF.
004630     ADD 1 TO WS-CHARGE-COUNT.
004640     MOVE LEDG-POST-DATE OF LEDGER-REC
004650         TO WS-CHG-DATE (WS-CHARGE-COUNT).
004660     MOVE LEDG-AMOUNT OF LEDGER-REC
004670         TO WS-CHG-AMOUNT (WS-CHARGE-COUNT).
004680 2150-EXIT.
004690     EXIT.

004700 2200-WRITE-STUDENT-HEADING.
004710     SET WS-HEADING-DONE TO TRUE.
004720     ADD 1 TO WS-STATEMENT-COUNT.
004730     MOVE WS-CUR-STUDENT-ID TO STUDENT-ID OF STUDENT-MASTER-REC.
004740     READ STUDENT-MASTER
004750         INVALID KEY
004760             MOVE '*** NOT ON STUDENT MASTER' TO SH-NAME
004770         NOT INVALID KEY
004780             MOVE NAME OF STUDENT-MASTER-REC TO SH-NAME
004790     END-READ.
004800     MOVE WS-MONTH-PARM TO SH-MONTH.
004810     MOVE WS-CUR-STUDENT-ID TO SH-STUDENT-ID.
004820     MOVE ALL '=' TO REPORT-LINE.
004830     WRITE REPORT-LINE.
004840     MOVE WS-STATEMENT-HEADING TO REPORT-LINE.
004850     WRITE REPORT-LINE.
004860     MOVE SPACES TO REPORT-LINE.
004870     WRITE REPORT-LINE.
004880     MOVE 'OPENING BALANCE' TO BL-LABEL.
004890     MOVE WS-OPENING TO BL-AMOUNT.
004900     MOVE WS-BALANCE-LINE TO REPORT-LINE.
004910     WRITE REPORT-LINE.
004920 2200-EXIT.
004930     EXIT.

004940 2250-WRITE-ACTIVITY-LINE.
004950     ADD 1 TO WS-ENTRY-COUNT.
004960     MOVE SPACES TO AL-DESC.
004970     MOVE LEDG-POST-DATE OF LEDGER-REC TO AL-DATE.
004980     EVALUATE TRUE
004990         WHEN LEDG-IS-CHARGE OF LEDGER-REC
005000             MOVE 'CHARGE' TO AL-TYPE
005010             MOVE LEDG-COURSE-CODE OF LEDGER-REC TO AL-COURSE-CODE
005020             MOVE LEDG-SECTION OF LEDGER-REC TO AL-SECTION
005030             MOVE LEDG-TERM OF LEDGER-REC TO AL-TERM
005040             MOVE LEDG-CREDIT-HOURS OF LEDGER-REC TO AL-QUANTITY
005050             MOVE ' HRS' TO AL-QUANTITY-LABEL
005060             ADD LEDG-AMOUNT OF LEDGER-REC TO WS-TOT-CHARGES
005070         WHEN LEDG-IS-REFUND OF LEDGER-REC
005080             MOVE 'REFUND' TO AL-TYPE
005090             MOVE LEDG-COURSE-CODE OF LEDGER-REC TO AL-COURSE-CODE
005100             MOVE LEDG-SECTION OF LEDGER-REC TO AL-SECTION
005110             MOVE LEDG-TERM OF LEDGER-REC TO AL-TERM
005120             MOVE LEDG-REFUND-PCT OF LEDGER-REC TO AL-QUANTITY
005130             MOVE '%' TO AL-QUANTITY-LABEL
005140             ADD LEDG-AMOUNT OF LEDGER-REC TO WS-TOT-REFUNDS
005150         WHEN OTHER
005160             MOVE 'PAYMENT' TO AL-TYPE
005170             MOVE 'RECEIPT' TO AL-RECEIPT-LABEL
005180             MOVE LEDG-REFERENCE OF LEDGER-REC TO AL-RECEIPT
005190             ADD LEDG-AMOUNT OF LEDGER-REC TO WS-TOT-PAYMENTS
005200     END-EVALUATE.
005210     MOVE WS-ENTRY-AMOUNT TO AL-AMOUNT.
005220     MOVE WS-ACTIVITY-LINE TO REPORT-LINE.
005230     WRITE REPORT-LINE.
005240 2250-EXIT.
005250     EXIT.

005260 2300-WRITE-STUDENT-FOOTING.
005270     MOVE SPACES TO REPORT-LINE.
005280     WRITE REPORT-LINE.
005290     IF WS-BALANCE < ZERO
005300         MOVE 'CREDIT BALANCE - NOTHING DUE' TO BL-LABEL
005310     ELSE
005320         MOVE 'BALANCE DUE' TO BL-LABEL
005330     END-IF.
005340     MOVE WS-BALANCE TO BL-AMOUNT.
005350     MOVE WS-BALANCE-LINE TO REPORT-LINE.
005360     WRITE REPORT-LINE.
005370     MOVE SPACES TO REPORT-LINE.
005380     WRITE REPORT-LINE.
005390 2300-EXIT.
005400     EXIT.

005410******************************************************************
005420* The student's credits pay off the oldest charges first; what
005430* is still owing on each charge is aged from its posting date
005440* to the month end. Credit left when every charge is paid is a
005450* credit balance.
005460******************************************************************
005470 2400-AGE-BALANCE.
005480     MOVE WS-CREDITS TO WS-CREDIT-LEFT.
005490     MOVE 1 TO WS-CHARGE-SUB.
005500     PERFORM 2450-AGE-CHARGE THRU 2450-EXIT
005510         UNTIL WS-CHARGE-SUB > WS-CHARGE-COUNT.
005520     ADD WS-CREDIT-LEFT TO WS-CREDIT-BALANCES.
005530 2400-EXIT.
005540     EXIT.

005550 2450-AGE-CHARGE.
005560     IF WS-CREDIT-LEFT NOT < WS-CHG-AMOUNT (WS-CHARGE-SUB)
005570         SUBTRACT WS-CHG-AMOUNT (WS-CHARGE-SUB)
005580             FROM WS-CREDIT-LEFT
005590     ELSE
005600         PERFORM 2460-AGE-OWING THRU 2460-EXIT
005610     END-IF.
005620     ADD 1 TO WS-CHARGE-SUB.
005630 2450-EXIT.
005640     EXIT.

005650 2460-AGE-OWING.
005660     COMPUTE WS-OWING = WS-CHG-AMOUNT (WS-CHARGE-SUB)
005670         - WS-CREDIT-LEFT.
005680     MOVE ZERO TO WS-CREDIT-LEFT.
005690     MOVE WS-CHG-DATE (WS-CHARGE-SUB) TO WS-SER-DATE.
005700     PERFORM 9100-DATE-TO-DAYS THRU 9100-EXIT.
005710     COMPUTE WS-AGE-DAYS = WS-ASOF-DAYS - WS-SER-DAYS.
005720     EVALUATE TRUE
005730         WHEN WS-AGE-DAYS NOT > 30
005740             ADD WS-OWING TO WS-AGED-CURRENT
005750         WHEN WS-AGE-DAYS NOT > 60
005760             ADD WS-OWING TO WS-AGED-31-60
005770         WHEN WS-AGE-DAYS NOT > 90
005780             ADD WS-OWING TO WS-AGED-61-90
005790         WHEN OTHER
005800             ADD WS-OWING TO WS-AGED-OVER-90
005810     END-EVALUATE.
005820     ADD WS-OWING TO WS-AGED-RECEIVABLE.
005830 2460-EXIT.
005840     EXIT.

005850 3000-FINALIZE.
005860     CLOSE STUDENT-MASTER.
005870     CLOSE LEDGER-FILE.
005880     CLOSE REG-FILE.
005890     CLOSE COURSE-FILE.
005900     CLOSE STATEMENT-REPORT.
005910     DISPLAY 'STUSTMT: STATEMENTS     = ' WS-STATEMENT-COUNT.
005920     DISPLAY 'STUSTMT: ENTRIES LISTED = ' WS-ENTRY-COUNT.
005930     DISPLAY 'STUSTMT: NOT CHARGED    = ' WS-SEATS-UNCHARGED.
005940     IF WS-CHARGE-LOST > ZERO
005950         DISPLAY 'STUSTMT: *** CHARGES AGED WITH NEWEST = '
005960             WS-CHARGE-LOST
005970     END-IF.
005980 3000-EXIT.
005990     EXIT.

006000******************************************************************
006010* The month's movement foots from the opening balances to the
006020* closing balances, and the aged receivable less the credit
006030* balances nets back to the same closing total.
006040******************************************************************
006050 4000-WRITE-AGED-SUMMARY.
006060     MOVE ALL '=' TO REPORT-LINE.
006070     WRITE REPORT-LINE.
006080     MOVE WS-MONTH-PARM TO SUM-MONTH.
006090     MOVE WS-MONTH-LAST TO SUM-ASOF.
006100     MOVE WS-SUMMARY-HEADING TO REPORT-LINE.
006110     WRITE REPORT-LINE.
006120     MOVE SPACES TO REPORT-LINE.
006130     WRITE REPORT-LINE.
006140     MOVE 'OPENING BALANCES' TO BL-LABEL.
006150     MOVE WS-TOT-OPENING TO BL-AMOUNT.
006160     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
006170     MOVE 'CHARGES' TO BL-LABEL.
006180     MOVE WS-TOT-CHARGES TO BL-AMOUNT.
006190     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
006200     MOVE 'REFUND CREDITS' TO BL-LABEL.
006210     COMPUTE BL-AMOUNT = ZERO - WS-TOT-REFUNDS.
006220     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
006230     MOVE 'PAYMENTS' TO BL-LABEL.
006240     COMPUTE BL-AMOUNT = ZERO - WS-TOT-PAYMENTS.
006250     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
006260     MOVE 'CLOSING BALANCES' TO BL-LABEL.
006270     MOVE WS-TOT-CLOSING TO BL-AMOUNT.
006280     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
006290     MOVE SPACES TO REPORT-LINE.
006300     WRITE REPORT-LINE.
006310     MOVE 'CURRENT (0-30 DAYS)' TO BL-LABEL.
006320     MOVE WS-AGED-CURRENT TO BL-AMOUNT.
006330     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
006340     MOVE '31-60 DAYS' TO BL-LABEL.
006350     MOVE WS-AGED-31-60 TO BL-AMOUNT.
006360     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
006370     MOVE '61-90 DAYS' TO BL-LABEL.
006380     MOVE WS-AGED-61-90 TO BL-AMOUNT.
006390     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
006400     MOVE 'OVER 90 DAYS' TO BL-LABEL.
006410     MOVE WS-AGED-OVER-90 TO BL-AMOUNT.
006420     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
006430     MOVE 'TOTAL RECEIVABLE' TO BL-LABEL.
006440     MOVE WS-AGED-RECEIVABLE TO BL-AMOUNT.
006450     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
006460     MOVE 'LESS CREDIT BALANCES' TO BL-LABEL.
006470     COMPUTE BL-AMOUNT = ZERO - WS-CREDIT-BALANCES.
006480     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
006490     COMPUTE WS-AGED-NET =
006500         WS-AGED-RECEIVABLE - WS-CREDIT-BALANCES.
006510     MOVE 'NET BALANCE DUE' TO BL-LABEL.
006520     MOVE WS-AGED-NET TO BL-AMOUNT.
006530     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
006540     IF WS-AGED-NET NOT = WS-TOT-CLOSING
006550         MOVE '*** OUT OF BALANCE WITH CLOSING BALANCES'
006560             TO REPORT-LINE
006570         WRITE REPORT-LINE
006580         DISPLAY 'STUSTMT: *** AGED SUMMARY OUT OF BALANCE'
006590     END-IF.
006600 4000-EXIT.
006610     EXIT.

006620 4100-WRITE-BALANCE-LINE.
006630     MOVE WS-BALANCE-LINE TO REPORT-LINE.
006640     WRITE REPORT-LINE.
006650 4100-EXIT.
006660     EXIT.

006670******************************************************************
006680* Every seat taken in the month on a priced section is looked
006690* for among the student's charges posted from the day the seat
006700* was taken through the month end. The month's charges not
006710* matched to a seat still registered belong to seats dropped
006720* since, and the refund credits answer for those.
006730******************************************************************
006740 5000-BALANCE-REGISTRATIONS.
006750     MOVE SPACES TO REPORT-LINE.
006760     WRITE REPORT-LINE.
006770     MOVE ALL '=' TO REPORT-LINE.
006780     WRITE REPORT-LINE.
006790     MOVE WS-MONTH-PARM TO BH-MONTH.
006800     MOVE WS-BALANCE-HEADING TO REPORT-LINE.
006810     WRITE REPORT-LINE.
006820     MOVE SPACES TO REPORT-LINE.
006830     WRITE REPORT-LINE.
006840     PERFORM 5100-READ-REGISTRATION THRU 5100-EXIT.
006850     PERFORM 5200-BALANCE-SEAT THRU 5200-EXIT
006860         UNTIL WS-REG-AT-EOF.
006870     MOVE SPACES TO REPORT-LINE.
006880     WRITE REPORT-LINE.
006890     MOVE 'SEATS TAKEN IN MONTH' TO CL-LABEL.
006900     MOVE WS-SEATS-TAKEN TO CL-COUNT.
006910     PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT.
006920     MOVE 'SEATS ON UNPRICED SECTIONS' TO CL-LABEL.
006930     MOVE WS-SEATS-UNPRICED TO CL-COUNT.
006940     PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT.
006950     MOVE 'SEATS CHARGED ON LEDGER' TO CL-LABEL.
006960     MOVE WS-SEATS-CHARGED TO CL-COUNT.
006970     PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT.
006980     MOVE 'SEATS NOT CHARGED' TO CL-LABEL.
006990     MOVE WS-SEATS-UNCHARGED TO CL-COUNT.
007000     PERFORM 5400-WRITE-COUNT-LINE THRU 5400-EXIT.
007010     MOVE SPACES TO REPORT-LINE.
007020     WRITE REPORT-LINE.
007030     MOVE 'CHARGES FOR SEATS STILL REGISTERED' TO BL-LABEL.
007040     MOVE WS-CHARGED-AMOUNT TO BL-AMOUNT.
007050     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
007060     COMPUTE WS-DROPPED-AMOUNT =
007070         WS-TOT-CHARGES - WS-CHARGED-AMOUNT.
007080     MOVE 'CHARGES FOR SEATS SINCE DROPPED' TO BL-LABEL.
007090     MOVE WS-DROPPED-AMOUNT TO BL-AMOUNT.
007100     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
007110     MOVE 'CHARGES POSTED IN MONTH' TO BL-LABEL.
007120     MOVE WS-TOT-CHARGES TO BL-AMOUNT.
007130     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
007140     MOVE 'SEATS NOT CHARGED - PRICE AT CATALOG RATE' TO BL-LABEL.
007150     MOVE WS-UNCHARGED-AMOUNT TO BL-AMOUNT.
007160     PERFORM 4100-WRITE-BALANCE-LINE THRU 4100-EXIT.
007170 5000-EXIT.
007180     EXIT.

007190 5100-READ-REGISTRATION.
007200     READ REG-FILE NEXT RECORD
007210         AT END SET WS-REG-AT-EOF TO TRUE
007220     END-READ.
007230 5100-EXIT.
007240     EXIT.

007250 5200-BALANCE-SEAT.
007260     IF REG-ADD-DATE OF REG-REC NOT < WS-MONTH-FIRST
007270         AND REG-ADD-DATE OF REG-REC NOT > WS-MONTH-LAST
007280         PERFORM 5250-BALANCE-MONTH-SEAT THRU 5250-EXIT
007290     END-IF.
007300     PERFORM 5100-READ-REGISTRATION THRU 5100-EXIT.
007310 5200-EXIT.
007320     EXIT.

007330 5250-BALANCE-MONTH-SEAT.
007340     ADD 1 TO WS-SEATS-TAKEN.
007350     MOVE REG-SECTION-KEY OF REG-REC TO CRS-KEY OF COURSE-REC.
007360     MOVE ZERO TO WS-SEAT-PRICE.
007370     READ COURSE-FILE
007380         INVALID KEY
007390             CONTINUE
007400         NOT INVALID KEY
007410             COMPUTE WS-SEAT-PRICE =
007420                 CRS-CREDIT-HOURS OF COURSE-REC
007430                 * CRS-CREDIT-RATE OF COURSE-REC
007440     END-READ.
007450     IF WS-SEAT-PRICE = ZERO
007460         ADD 1 TO WS-SEATS-UNPRICED
007470         GO TO 5250-EXIT
007480     END-IF.
007490     PERFORM 5300-FIND-SEAT-CHARGE THRU 5300-EXIT.
007500     IF WS-CHARGE-FOUND
007510         ADD 1 TO WS-SEATS-CHARGED
007520         ADD WS-SEAT-CHARGE TO WS-CHARGED-AMOUNT
007530     ELSE
007540         ADD 1 TO WS-SEATS-UNCHARGED
007550         ADD WS-SEAT-PRICE TO WS-UNCHARGED-AMOUNT
007560         MOVE REG-STUDENT-ID OF REG-REC TO UL-STUDENT-ID
007570         MOVE REG-COURSE-CODE OF REG-REC TO UL-COURSE-CODE
007580         MOVE REG-SECTION OF REG-REC TO UL-SECTION
007590         MOVE REG-TERM OF REG-REC TO UL-TERM
007600         MOVE REG-ADD-DATE OF REG-REC TO UL-ADD-DATE
007610         MOVE WS-SEAT-PRICE TO UL-AMOUNT
007620         MOVE WS-UNCHARGED-LINE TO REPORT-LINE
007630         WRITE REPORT-LINE
007640     END-IF.
007650 5250-EXIT.
007660     EXIT.

007670 5300-FIND-SEAT-CHARGE.
007680     MOVE 'N' TO WS-CHARGE-FOUND-SW.
007690     MOVE 'N' TO WS-LEDGER-SCAN-SW.
007700     MOVE ZERO TO WS-SEAT-CHARGE.
007710     MOVE LOW-VALUES TO LEDG-KEY OF LEDGER-REC.
007720     MOVE REG-STUDENT-ID OF REG-REC
007730         TO LEDG-STUDENT-ID OF LEDGER-REC.
007740     MOVE REG-ADD-DATE OF REG-REC TO LEDG-POST-DATE OF LEDGER-REC.
007750     START LEDGER-FILE
007760         KEY IS NOT LESS THAN LEDG-KEY OF LEDGER-REC
007770         INVALID KEY
007780             SET WS-LEDGER-SCAN-DONE TO TRUE
007790     END-START.
007800     PERFORM 5350-SCAN-LEDGER THRU 5350-EXIT
007810         UNTIL WS-LEDGER-SCAN-DONE
007820            OR WS-CHARGE-FOUND.
007830 5300-EXIT.
007840     EXIT.

007850 5350-SCAN-LEDGER.
007860     READ LEDGER-FILE NEXT RECORD
007870         AT END
007880             SET WS-LEDGER-SCAN-DONE TO TRUE
007890             GO TO 5350-EXIT
007900     END-READ.
007910     IF LEDG-STUDENT-ID OF LEDGER-REC
007920             NOT = REG-STUDENT-ID OF REG-REC
007930         OR LEDG-POST-DATE OF LEDGER-REC > WS-MONTH-LAST
007940         SET WS-LEDGER-SCAN-DONE TO TRUE
007950         GO TO 5350-EXIT
007960     END-IF.
007970     IF LEDG-IS-CHARGE OF LEDGER-REC
007980         AND LEDG-SECTION-KEY OF LEDGER-REC =
007990             REG-SECTION-KEY OF REG-REC
008000         MOVE LEDG-AMOUNT OF LEDGER-REC TO WS-SEAT-CHARGE
008010         SET WS-CHARGE-FOUND TO TRUE
008020     END-IF.
008030 5350-EXIT.
008040     EXIT.

008050 5400-WRITE-COUNT-LINE.
008060     MOVE WS-COUNT-LINE TO REPORT-LINE.
008070     WRITE REPORT-LINE.
008080 5400-EXIT.
008090     EXIT.

008100******************************************************************
008110* The run date honors the chain-wide STUBUSDT business date
008120* (SET once in the STUCHAIN run-control) over the machine
008130* date, so a late or re-run night reproduces the original
008140* night's numbers.
008150******************************************************************
008160 9000-GET-BUSINESS-DATE.
008170     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
008180     IF WS-BUSDT-PARM IS NUMERIC
008190         AND WS-BUSDT-PARM NOT = '00000000'
008200         MOVE WS-BUSDT-PARM TO WS-RUN-DATE-8
008210     ELSE
008220         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
008230     END-IF.
008240 9000-EXIT.
008250     EXIT.

008260******************************************************************
008270* Serial day count for WS-SER-DATE: whole years of days plus
008280* the leap days before this year, the month table, the day,
008290* and one more day when this year is itself a leap year and
008300* the date is past February. Exact differences, no calendar
008310* guessing.
008320******************************************************************
008330 9100-DATE-TO-DAYS.
008340     COMPUTE WS-SER-PRIOR-YY = WS-SER-YYYY - 1.
008350     DIVIDE WS-SER-PRIOR-YY BY 4 GIVING WS-LEAP-4.
008360     DIVIDE WS-SER-PRIOR-YY BY 100 GIVING WS-LEAP-100.
008370     DIVIDE WS-SER-PRIOR-YY BY 400 GIVING WS-LEAP-400.
008380     COMPUTE WS-SER-DAYS =
008390         WS-SER-YYYY * 365
008400         + WS-LEAP-4 - WS-LEAP-100 + WS-LEAP-400
008410         + WS-MONTH-START (WS-SER-MM)
008420         + WS-SER-DD.
008430     DIVIDE WS-SER-YYYY BY 4
008440         GIVING WS-SER-QUOT REMAINDER WS-REM-4.
008450     DIVIDE WS-SER-YYYY BY 100
008460         GIVING WS-SER-QUOT REMAINDER WS-REM-100.
008470     DIVIDE WS-SER-YYYY BY 400
008480         GIVING WS-SER-QUOT REMAINDER WS-REM-400.
008490     IF WS-SER-MM > 2
008500         AND WS-REM-4 = ZERO
008510         AND (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
008520         ADD 1 TO WS-SER-DAYS
008530     END-IF.
008540 9100-EXIT.
008550     EXIT.

008560 END PROGRAM STUSTMT.
