000260* office corrects marks) but is counted and logged as REGRADE
000270* so a double delivery of the same file is visible.
000280*
000281* Grades are taken only for a term that has ended. A grade for
000282* a term whose end date on the term calendar (STUTERM_DD, see
000283* TERMREC) is still after the run's business date is refused
000284* TERM NOT ENDED and the registration is left as it stands; a
000285* term with no calendar entry is not held back.
000286*
000290* Modification History
000300* ---------------------------------------------------------------
000310* 02/Sep/2026  JRV  Original version.
000313*                    in the STUCHAIN run-control), so a late or
000314*                    re-run night reproduces the original
000315*                    night's numbers instead of shifting them.
000316* 15/Oct/2026  JRV  Grades for a term not yet ended on the term
000317*                    calendar are refused TERM NOT ENDED.
000318* 15/Oct/2026  JRV  The run now takes the student files lock
000319*                    (STULOCK.DAT) before opening the master or
000320*                    registration file for update, stops with
000321*                    RETURN-CODE 12 naming the holder if another
000322*                    run has it, and releases it on the way out.
000323******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. STUGRADE.

000420             ALTERNATE RECORD KEY IS REG-SECTION-KEY OF REG-REC
000430                 WITH DUPLICATES.

000431             SELECT OPTIONAL TERM-FILE
000432             ASSIGN TO DYNAMIC WS-TERM-DD
000433             ORGANIZATION IS INDEXED
000434             ACCESS MODE IS DYNAMIC
000435             RECORD KEY IS TERM-CODE OF TERM-REC.

000440             SELECT GRADE-FILE ASSIGN TO DYNAMIC WS-GRADE-DD
000450             ORGANIZATION IS LINE SEQUENTIAL.

000460             SELECT POSTING-LOG ASSIGN TO DYNAMIC WS-LOG-DD
000470             ORGANIZATION IS LINE SEQUENTIAL.

000471             SELECT OPTIONAL LOCK-FILE
000472             ASSIGN TO DYNAMIC WS-LOCK-DD
000473             ORGANIZATION IS INDEXED
000474             ACCESS MODE IS DYNAMIC
000475             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000480 DATA DIVISION.
000490     FILE SECTION.
000500     FD REG-FILE.
000510     COPY REGREC REPLACING ==:REC:== BY ==REG-REC==.

000511     FD TERM-FILE.
000512     COPY TERMREC REPLACING ==:REC:== BY ==TERM-REC==.

000520     FD GRADE-FILE.
000530     01 GRADE-RECORD.
000540         05 GRD-STUDENT-ID PIC 9(5).
000590     FD POSTING-LOG.
000600     01 LOG-LINE PIC X(80).

000601     FD LOCK-FILE.
000602     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

000610     WORKING-STORAGE SECTION.
000620     01 WS-RUN-PARMS.
000630         05 WS-REG-DD PIC X(64) VALUE SPACES.
000640         05 WS-GRADE-DD PIC X(64) VALUE SPACES.
000650         05 WS-LOG-DD PIC X(64) VALUE SPACES.
000651         05 WS-TERM-DD PIC X(64) VALUE SPACES.
000652         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

000660     01 WS-DEFAULTS.
000670         05 WS-DEFAULT-REG PIC X(64) VALUE 'STUREG.DAT'.
000680         05 WS-DEFAULT-GRADE PIC X(64) VALUE 'STUGRDS.DAT'.
000690         05 WS-DEFAULT-LOG PIC X(64) VALUE 'STUGRDLG.TXT'.
000691         05 WS-DEFAULT-TERM PIC X(64) VALUE 'STUTERM.DAT'.
000692         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

000693     01 WS-LOCK-CONTROL.
000694         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
000695             88 WS-LOCK-HELD VALUE 'Y'.
000696         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
000697             88 WS-LOCK-REFUSED VALUE 'Y'.
000698         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
000699         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
000700         05 WS-LOCK-MY-STAMP.
000701             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
000702             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

000703     01 WS-EOF-SWITCHES.
000710         05 WS-GRADE-EOF PIC X(1) VALUE 'N'.
000720             88 WS-GRADE-AT-EOF VALUE 'Y'.

000721     01 WS-CALENDAR-SWITCHES.
000722         05 WS-TERM-OPEN-SW PIC X(1) VALUE 'N'.
000723             88 WS-TERM-STILL-OPEN VALUE 'Y'.

000730     01 WS-CURRENT-GRADE.
000740         05 WS-GRD-STUDENT-ID PIC 9(5).
000750         05 WS-GRD-COURSE-CODE PIC X(6).
000830         05 WS-POSTED-COUNT PIC 9(7) COMP VALUE ZERO.
000840         05 WS-REGRADE-COUNT PIC 9(7) COMP VALUE ZERO.
000850         05 WS-ERROR-COUNT PIC 9(7) COMP VALUE ZERO.
000851         05 WS-NOT-ENDED-COUNT PIC 9(7) COMP VALUE ZERO.

000860     01 WS-RUN-STAMP.
000870         05 WS-RUN-DATE-8 PIC 9(8) VALUE ZERO.

001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001101     IF WS-LOCK-REFUSED
001102         GO TO 0000-EXIT
001103     END-IF.
001110     PERFORM 2000-POST-GRADE THRU 2000-EXIT
001120         UNTIL WS-GRADE-AT-EOF.
001130     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001131 0000-EXIT.
001132     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
001140     GOBACK.

001150 1000-INITIALIZE.
001160     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
001161     MOVE 'GRADES' TO WS-LOCK-FUNCTION.
001162     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
001163     IF WS-LOCK-REFUSED
001164         GO TO 1000-EXIT
001165     END-IF.
001170     OPEN I-O REG-FILE.
001171     OPEN INPUT TERM-FILE.
001180     OPEN INPUT GRADE-FILE.
001190     OPEN OUTPUT POSTING-LOG.
001200     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001390     IF WS-LOG-DD = SPACES OR LOW-VALUES
001400         MOVE WS-DEFAULT-LOG TO WS-LOG-DD
001410     END-IF.
001411     ACCEPT WS-TERM-DD FROM ENVIRONMENT 'STUTERM_DD'.
001412     IF WS-TERM-DD = SPACES OR LOW-VALUES
001413         MOVE WS-DEFAULT-TERM TO WS-TERM-DD
001414     END-IF.
001415     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
001416     IF WS-LOCK-DD = SPACES OR LOW-VALUES
001417         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
001418     END-IF.
001420     DISPLAY 'STUGRADE: REG FILE     = ' WS-REG-DD.
001430     DISPLAY 'STUGRADE: GRADE FILE   = ' WS-GRADE-DD.
001440     DISPLAY 'STUGRADE: POSTING LOG  = ' WS-LOG-DD.
001441     DISPLAY 'STUGRADE: CALENDAR     = ' WS-TERM-DD.
001442     DISPLAY 'STUGRADE: LOCK FILE    = ' WS-LOCK-DD.
001450 1050-EXIT.
001460     EXIT.

001680 2000-EXIT.
001690     EXIT.

001691******************************************************************
001692* A grade is held back while the run date is still before the
001693* end date of its term on the term calendar.
001694******************************************************************
001695 2050-CHECK-TERM-ENDED.
001696     MOVE 'N' TO WS-TERM-OPEN-SW.
001697     MOVE WS-GRD-TERM TO TERM-CODE OF TERM-REC.
001698     READ TERM-FILE
001699         INVALID KEY
001700             GO TO 2050-EXIT
001701     END-READ.
001702     IF WS-RUN-DATE-8 < TERM-END-DATE OF TERM-REC
001703         SET WS-TERM-STILL-OPEN TO TRUE
001704     END-IF.
001705 2050-EXIT.
001706     EXIT.

001707 2100-APPLY-GRADE.
001708     PERFORM 2050-CHECK-TERM-ENDED THRU 2050-EXIT.
001709     IF WS-TERM-STILL-OPEN
001710         MOVE 'TERM NOT ENDED' TO LL-RESULT
001711         ADD 1 TO WS-NOT-ENDED-COUNT
001712         ADD 1 TO WS-ERROR-COUNT
001713         GO TO 2100-EXIT
001714     END-IF.
001715     MOVE WS-GRD-STUDENT-ID TO REG-STUDENT-ID OF REG-REC.
001720     MOVE WS-GRD-COURSE-CODE TO REG-COURSE-CODE OF REG-REC.
001730     MOVE WS-GRD-SECTION TO REG-SECTION OF REG-REC.
001740     MOVE WS-GRD-TERM TO REG-TERM OF REG-REC.
002020     MOVE WS-LOG-TOTAL-LINE TO LOG-LINE.
002030     WRITE LOG-LINE.
002040     CLOSE REG-FILE.
002041     CLOSE TERM-FILE.
002050     CLOSE GRADE-FILE.
002060     CLOSE POSTING-LOG.
002070     DISPLAY 'STUGRADE: GRADES READ   = ' WS-GRADES-READ.
002080     DISPLAY 'STUGRADE: POSTED        = ' WS-POSTED-COUNT.
002090     DISPLAY 'STUGRADE: REGRADED      = ' WS-REGRADE-COUNT.
002100     DISPLAY 'STUGRADE: ERRORS        = ' WS-ERROR-COUNT.
002101     DISPLAY 'STUGRADE: NOT ENDED     = ' WS-NOT-ENDED-COUNT.
002110 3000-EXIT.
002120     EXIT.

002130******************************************************************
002131* The student master and the registration file are enqueued on
002132* the lock file (STULOCK_DD, see LOCKREC) before either is
002133* opened for update. The lock is taken by WRITEing the STUFILES
002134* record; a duplicate key means another run holds it. When the
002135* holder is the STUCHAIN run that CALLed this one - its stamp is
002136* in STULOCK_CHAIN - the run goes ahead under the chain's lock
002137* without taking or releasing it. Anyone else's lock stops the
002138* run with RETURN-CODE 12, naming the holder.
002139******************************************************************
002140 8500-TAKE-LOCK.
002141     MOVE 'N' TO WS-LOCK-HELD-SW.
002142     MOVE 'N' TO WS-LOCK-REFUSED-SW.
002143     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
002144     ACCEPT WS-LOCK-MY-TIME FROM TIME.
002145     OPEN I-O LOCK-FILE.
002146     MOVE SPACES TO LOCK-REC.
002147     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002148     MOVE 'STUGRADE' TO LOCK-HOLDER OF LOCK-REC.
002149     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
002150     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
002151     WRITE LOCK-REC
002152         INVALID KEY
002153             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
002154         NOT INVALID KEY
002155             SET WS-LOCK-HELD TO TRUE
002156     END-WRITE.
002157     CLOSE LOCK-FILE.
002158 8500-EXIT.
002159     EXIT.

002160 8550-CHECK-HOLDER.
002161     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002162     READ LOCK-FILE
002163         INVALID KEY
002164             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
002165             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
002166             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
002167     END-READ.
002168     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
002169     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
002170         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
002171         DISPLAY 'STUGRADE: RUNNING UNDER THE STUCHAIN LOCK OF '
002172             LOCK-START-DATE OF LOCK-REC ' '
002173             LOCK-START-TIME OF LOCK-REC
002174         GO TO 8550-EXIT
002175     END-IF.
002176     SET WS-LOCK-REFUSED TO TRUE.
002177     DISPLAY 'STUGRADE: *** STUDENT FILES LOCKED BY '
002178         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
002179     DISPLAY 'STUGRADE: *** HELD SINCE '
002180         LOCK-START-DATE OF LOCK-REC ' '
002181         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
002182     MOVE 12 TO RETURN-CODE.
002183 8550-EXIT.
002184     EXIT.

002185******************************************************************
002186* The lock is released only if it is still this run's own - an
002187* operator may have forced it off and another run taken it.
002188******************************************************************
002189 8600-RELEASE-LOCK.
002190     IF NOT WS-LOCK-HELD
002191         GO TO 8600-EXIT
002192     END-IF.
002193     OPEN I-O LOCK-FILE.
002194     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002195     READ LOCK-FILE
002196         INVALID KEY
002197             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
002198     END-READ.
002199     IF LOCK-HOLDER OF LOCK-REC = 'STUGRADE'
002200         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
002201         DELETE LOCK-FILE RECORD
002202     ELSE
002203         DISPLAY 'STUGRADE: *** LOCK NO LONGER HELD BY THIS RUN'
002204             ' - NOT RELEASED'
002205     END-IF.
002206     CLOSE LOCK-FILE.
002207     MOVE 'N' TO WS-LOCK-HELD-SW.
002208 8600-EXIT.
002209     EXIT.

002210******************************************************************
002211* The run date honors the chain-wide STUBUSDT business date
002212* (SET once in the STUCHAIN run-control) over the machine
002213* date, so a late or re-run night reproduces the original
002214* night's numbers.
002215******************************************************************
002216 9000-GET-BUSINESS-DATE.
002217     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
002218     IF WS-BUSDT-PARM IS NUMERIC
002220         AND WS-BUSDT-PARM NOT = '00000000'
002230         MOVE WS-BUSDT-PARM TO WS-RUN-DATE-8
002240     ELSE
