000100******************************************************************
000110* Author: JRV
000120* Date: 15/Oct/2026
000130* Purpose: Education
000140*
000150* Term calendar maintenance. Reads the registrar's calendar
000160* transactions (STUTRMTR_DD, default STUTRMTR.DAT, LINE
000170* SEQUENTIAL) and writes each term's dates to the term
000180* calendar file (STUTERM_DD, default STUTERM.DAT, INDEXED on
000190* the term code - see TERMREC), then logs every transaction
000200* applied or rejected.
000210*
000220* Transaction layout: term code in columns 1-5, then the term
000230* start in 7-14, last day to add in 16-23, last day to drop
000240* without record in 25-32, last day to withdraw in 34-41, and
000250* the term end in 43-50, all YYYYMMDD.
000260*
000270* A term not yet on the calendar is added; a term already on
000280* it has its dates replaced, so a corrected calendar is simply
000290* delivered again. Every date must be numeric and not zero,
000300* and the dates must run in order - start, then the add
000310* deadline, the drop deadline, the withdraw deadline, and the
000320* end - or the transaction is rejected and the calendar left
000330* as it was.
000340*
000350* Modification History
000360* ---------------------------------------------------------------
000370* 15/Oct/2026  JRV  Original version.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. STUTERMM.

000410 ENVIRONMENT DIVISION.
000420     INPUT-OUTPUT SECTION.
000430         FILE-CONTROL.
000440             SELECT OPTIONAL TERM-FILE
000450             ASSIGN TO DYNAMIC WS-TERM-DD
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS DYNAMIC
000480             RECORD KEY IS TERM-CODE OF TERM-REC.

000490             SELECT OPTIONAL TERM-TRANS
000500             ASSIGN TO DYNAMIC WS-TRANS-DD
000510             ORGANIZATION IS LINE SEQUENTIAL.

000520             SELECT TERM-LOG ASSIGN TO DYNAMIC WS-LOG-DD
000530             ORGANIZATION IS LINE SEQUENTIAL.

000540 DATA DIVISION.
000550     FILE SECTION.
000560     FD TERM-FILE.
000570     COPY TERMREC REPLACING ==:REC:== BY ==TERM-REC==.

000580     FD TERM-TRANS.
000590     01 TERM-TRANS-RECORD.
000600         05 TT-TERM PIC X(5).
000610         05 FILLER PIC X(1).
000620         05 TT-START-DATE PIC X(8).
000630         05 FILLER PIC X(1).
000640         05 TT-ADD-DEADLINE PIC X(8).
000650         05 FILLER PIC X(1).
000660         05 TT-DROP-DEADLINE PIC X(8).
000670         05 FILLER PIC X(1).
000680         05 TT-WITHDRAW-DEADLINE PIC X(8).
000690         05 FILLER PIC X(1).
000700         05 TT-END-DATE PIC X(8).
000710         05 FILLER PIC X(30).

000720     FD TERM-LOG.
000730     01 LOG-LINE PIC X(80).

000740     WORKING-STORAGE SECTION.
000750     01 WS-RUN-PARMS.
000760         05 WS-TERM-DD PIC X(64) VALUE SPACES.
000770         05 WS-TRANS-DD PIC X(64) VALUE SPACES.
000780         05 WS-LOG-DD PIC X(64) VALUE SPACES.

000790     01 WS-DEFAULTS.
000800         05 WS-DEFAULT-TERM PIC X(64) VALUE 'STUTERM.DAT'.
000810         05 WS-DEFAULT-TRANS PIC X(64) VALUE 'STUTRMTR.DAT'.
000820         05 WS-DEFAULT-LOG PIC X(64) VALUE 'STUTRMLG.TXT'.

000830     01 WS-EOF-SWITCHES.
000840         05 WS-TRANS-EOF PIC X(1) VALUE 'N'.
000850             88 WS-TRANS-AT-EOF VALUE 'Y'.

000860     01 WS-TERM-SWITCHES.
000870         05 WS-TERM-FOUND-SW PIC X(1) VALUE 'N'.
000880             88 WS-TERM-FOUND VALUE 'Y'.

000890     01 WS-COUNTERS.
000900         05 WS-ADDED-COUNT PIC 9(5) COMP VALUE ZERO.
000910         05 WS-REPLACED-COUNT PIC 9(5) COMP VALUE ZERO.
000920         05 WS-REJECT-COUNT PIC 9(5) COMP VALUE ZERO.

000930     01 WS-RUN-STAMP.
000940         05 WS-RUN-DATE-8 PIC 9(8) VALUE ZERO.

000950     01 WS-LOG-HEADING.
000960         05 FILLER PIC X(32)
000970             VALUE 'TERM CALENDAR MAINTENANCE - RUN '.
000980         05 LH-RUN-DATE PIC 9(8).

000990     01 WS-LOG-DETAIL-LINE.
001000         05 LL-ACTION PIC X(7).
001010         05 FILLER PIC X(1) VALUE SPACE.
001020         05 LL-TERM PIC X(5).
001030         05 FILLER PIC X(1) VALUE SPACE.
001040         05 LL-DATES PIC X(44).
001050         05 FILLER PIC X(1) VALUE SPACE.
001060         05 LL-RESULT PIC X(21).

001070     01 WS-LOG-TOTAL-LINE.
001080         05 LT-LABEL PIC X(20).
001090         05 LT-COUNT PIC ZZ,ZZ9.

001100     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

001110 PROCEDURE DIVISION.

001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001140     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
001150         UNTIL WS-TRANS-AT-EOF.
001160     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001170     GOBACK.

001180 1000-INITIALIZE.
001190     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
001200     OPEN I-O TERM-FILE.
001210     OPEN INPUT TERM-TRANS.
001220     OPEN OUTPUT TERM-LOG.
001230     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001240     MOVE WS-RUN-DATE-8 TO LH-RUN-DATE.
001250     MOVE WS-LOG-HEADING TO LOG-LINE.
001260     WRITE LOG-LINE.
001270     MOVE ALL '-' TO LOG-LINE.
001280     WRITE LOG-LINE.
001290     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
001300 1000-EXIT.
001310     EXIT.

001320 1050-GET-RUN-PARMS.
001330     ACCEPT WS-TERM-DD FROM ENVIRONMENT 'STUTERM_DD'.
001340     IF WS-TERM-DD = SPACES OR LOW-VALUES
001350         MOVE WS-DEFAULT-TERM TO WS-TERM-DD
001360     END-IF.
001370     ACCEPT WS-TRANS-DD FROM ENVIRONMENT 'STUTRMTR_DD'.
001380     IF WS-TRANS-DD = SPACES OR LOW-VALUES
001390         MOVE WS-DEFAULT-TRANS TO WS-TRANS-DD
001400     END-IF.
001410     ACCEPT WS-LOG-DD FROM ENVIRONMENT 'STUTRMLG_DD'.
001420     IF WS-LOG-DD = SPACES OR LOW-VALUES
001430         MOVE WS-DEFAULT-LOG TO WS-LOG-DD
001440     END-IF.
001450     DISPLAY 'STUTERMM: TERM CALENDAR  = ' WS-TERM-DD.
001460     DISPLAY 'STUTERMM: TRANSACTIONS   = ' WS-TRANS-DD.
001470     DISPLAY 'STUTERMM: CALENDAR LOG   = ' WS-LOG-DD.
001480 1050-EXIT.
001490     EXIT.

001500 1200-READ-TRANS.
001510     READ TERM-TRANS
001520         AT END SET WS-TRANS-AT-EOF TO TRUE
001530     END-READ.
001540 1200-EXIT.
001550     EXIT.

001560******************************************************************
001570* Each transaction is proved before it touches the calendar;
001580* the first test it fails is the reason logged.
001590******************************************************************
001600 2000-APPLY-TRANSACTION.
001610     MOVE TT-TERM TO LL-TERM.
001620     MOVE TERM-TRANS-RECORD (7:44) TO LL-DATES.
001630     MOVE 'REJECT' TO LL-ACTION.
001640     MOVE SPACES TO LL-RESULT.
001650     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
001660     IF LL-RESULT = SPACES
001670         PERFORM 2200-STORE-TERM THRU 2200-EXIT
001680     END-IF.
001690     IF LL-ACTION = 'REJECT'
001700         ADD 1 TO WS-REJECT-COUNT
001710     END-IF.
001720     MOVE WS-LOG-DETAIL-LINE TO LOG-LINE.
001730     WRITE LOG-LINE.
001740     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
001750 2000-EXIT.
001760     EXIT.

001770 2100-EDIT-TRANSACTION.
001780     IF TT-TERM = SPACES
001790         MOVE 'TERM CODE MISSING' TO LL-RESULT
001800         GO TO 2100-EXIT
001810     END-IF.
001820     IF TT-START-DATE IS NOT NUMERIC
001830         OR TT-ADD-DEADLINE IS NOT NUMERIC
001840         OR TT-DROP-DEADLINE IS NOT NUMERIC
001850         OR TT-WITHDRAW-DEADLINE IS NOT NUMERIC
001860         OR TT-END-DATE IS NOT NUMERIC
001870         MOVE 'DATE NOT NUMERIC' TO LL-RESULT
001880         GO TO 2100-EXIT
001890     END-IF.
001900     IF TT-START-DATE = '00000000'
001910         OR TT-ADD-DEADLINE = '00000000'
001920         OR TT-DROP-DEADLINE = '00000000'
001930         OR TT-WITHDRAW-DEADLINE = '00000000'
001940         OR TT-END-DATE = '00000000'
001950         MOVE 'DATE MISSING' TO LL-RESULT
001960         GO TO 2100-EXIT
001970     END-IF.
001980     IF TT-ADD-DEADLINE < TT-START-DATE
001990         OR TT-DROP-DEADLINE < TT-ADD-DEADLINE
002000         OR TT-WITHDRAW-DEADLINE < TT-DROP-DEADLINE
002010         OR TT-END-DATE < TT-WITHDRAW-DEADLINE
002020         MOVE 'DATES OUT OF ORDER' TO LL-RESULT
002030         GO TO 2100-EXIT
002040     END-IF.
002050     MOVE 'N' TO WS-TERM-FOUND-SW.
002060     MOVE TT-TERM TO TERM-CODE OF TERM-REC.
002070     READ TERM-FILE
002080         INVALID KEY
002090             CONTINUE
002100         NOT INVALID KEY
002110             SET WS-TERM-FOUND TO TRUE
002120     END-READ.
002130 2100-EXIT.
002140     EXIT.

002150 2200-STORE-TERM.
002160     MOVE SPACES TO TERM-REC.
002170     MOVE TT-TERM TO TERM-CODE OF TERM-REC.
002180     MOVE TT-START-DATE TO TERM-START-DATE OF TERM-REC.
002190     MOVE TT-ADD-DEADLINE TO TERM-ADD-DEADLINE OF TERM-REC.
002200     MOVE TT-DROP-DEADLINE TO TERM-DROP-DEADLINE OF TERM-REC.
002210     MOVE TT-WITHDRAW-DEADLINE
002220         TO TERM-WITHDRAW-DEADLINE OF TERM-REC.
002230     MOVE TT-END-DATE TO TERM-END-DATE OF TERM-REC.
002240     IF WS-TERM-FOUND
002250         REWRITE TERM-REC
002260             INVALID KEY
002270                 MOVE 'TERM REWRITE FAILED' TO LL-RESULT
002280                 GO TO 2200-EXIT
002290         END-REWRITE
002300         MOVE 'REPLACE' TO LL-ACTION
002310         MOVE 'DATES REPLACED' TO LL-RESULT
002320         ADD 1 TO WS-REPLACED-COUNT
002330     ELSE
002340         WRITE TERM-REC
002350             INVALID KEY
002360                 MOVE 'TERM WRITE FAILED' TO LL-RESULT
002370                 GO TO 2200-EXIT
002380         END-WRITE
002390         MOVE 'ADD' TO LL-ACTION
002400         MOVE 'TERM ADDED' TO LL-RESULT
002410         ADD 1 TO WS-ADDED-COUNT
002420     END-IF.
002430 2200-EXIT.
002440     EXIT.

002450 3000-FINALIZE.
002460     MOVE ALL '-' TO LOG-LINE.
002470     WRITE LOG-LINE.
002480     MOVE 'TERMS ADDED:' TO LT-LABEL.
002490     MOVE WS-ADDED-COUNT TO LT-COUNT.
002500     MOVE WS-LOG-TOTAL-LINE TO LOG-LINE.
002510     WRITE LOG-LINE.
002520     MOVE 'TERMS REPLACED:' TO LT-LABEL.
002530     MOVE WS-REPLACED-COUNT TO LT-COUNT.
002540     MOVE WS-LOG-TOTAL-LINE TO LOG-LINE.
002550     WRITE LOG-LINE.
002560     MOVE 'REJECTED:' TO LT-LABEL.
002570     MOVE WS-REJECT-COUNT TO LT-COUNT.
002580     MOVE WS-LOG-TOTAL-LINE TO LOG-LINE.
002590     WRITE LOG-LINE.
002600     CLOSE TERM-FILE.
002610     CLOSE TERM-TRANS.
002620     CLOSE TERM-LOG.
002630     DISPLAY 'STUTERMM: TERMS ADDED       = ' WS-ADDED-COUNT.
002640     DISPLAY 'STUTERMM: TERMS REPLACED    = ' WS-REPLACED-COUNT.
002650     DISPLAY 'STUTERMM: REJECTED          = ' WS-REJECT-COUNT.
002660 3000-EXIT.
002670     EXIT.

002680******************************************************************
002690* The run date honors the chain-wide STUBUSDT business date
002700* (SET once in the STUCHAIN run-control) over the machine
002710* date, so a late or re-run night reproduces the original
002720* night's numbers.
002730******************************************************************
002740 9000-GET-BUSINESS-DATE.
002750     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
002760     IF WS-BUSDT-PARM IS NUMERIC
002770         AND WS-BUSDT-PARM NOT = '00000000'
002780         MOVE WS-BUSDT-PARM TO WS-RUN-DATE-8
002790     ELSE
002800         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
002810     END-IF.
002820 9000-EXIT.
002830     EXIT.

002840 END PROGRAM STUTERMM.
