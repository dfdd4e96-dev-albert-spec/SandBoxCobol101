000345*                    STUBUSDT business date - a backout keyed
000346*                    the same night reads the same generation
000347*                    STUMAINT wrote. STUJRNL_DD still overrides.
000348* 15/Oct/2026  JRV  The run now takes the student files lock
000349*                    (STULOCK.DAT) before opening the master or
000350*                    registration file for update, stops with
000351*                    RETURN-CODE 12 naming the holder if another
000352*                    run has it, and releases it on the way out.
000353******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. STUBKOUT.

000500             ASSIGN TO DYNAMIC WS-REGISTER-DD
000510             ORGANIZATION IS LINE SEQUENTIAL.

000511             SELECT OPTIONAL LOCK-FILE
000512             ASSIGN TO DYNAMIC WS-LOCK-DD
000513             ORGANIZATION IS INDEXED
000514             ACCESS MODE IS DYNAMIC
000515             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000520 DATA DIVISION.
000530     FILE SECTION.
000540     FD STUDENT-MASTER.
000640     FD BACKOUT-REGISTER.
000650     01 REGISTER-LINE PIC X(80).

000651     FD LOCK-FILE.
000652     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

000660     WORKING-STORAGE SECTION.
000670     01 WS-RUN-PARMS.
000680         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000690         05 WS-JOURNAL-DD PIC X(64) VALUE SPACES.
000700         05 WS-REGISTER-DD PIC X(64) VALUE SPACES.
000701         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

000710     01 WS-DEFAULTS.
000720         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000740         05 WS-DEFAULT-REGISTER PIC X(64) VALUE 'STUBKOUT.TXT'.
000741         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

000742     01 WS-LOCK-CONTROL.
000743         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
000744             88 WS-LOCK-HELD VALUE 'Y'.
000745         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
000746             88 WS-LOCK-REFUSED VALUE 'Y'.
000747         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
000748         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
000749         05 WS-LOCK-MY-STAMP.
000750             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
000751             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

000752     01 WS-EOF-SWITCHES.
000760         05 WS-JOURNAL-EOF PIC X(1) VALUE 'N'.
000770             88 WS-JOURNAL-AT-EOF VALUE 'Y'.

001070             UNTIL WS-ENTRY-NO = ZERO
001080         PERFORM 3000-FINALIZE THRU 3000-EXIT
001090     END-IF.
001091     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
001100     GOBACK.

001110 1000-INITIALIZE.
001130     PERFORM 1100-LOAD-JOURNAL THRU 1100-EXIT.
001140     IF WS-ABORT-RUN
001150         MOVE 16 TO RETURN-CODE
001151         GO TO 1000-EXIT
001152     END-IF.
001153     MOVE 'BACKOUT' TO WS-LOCK-FUNCTION.
001154     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
001155     IF WS-LOCK-REFUSED
001156         SET WS-ABORT-RUN TO TRUE
001160         GO TO 1000-EXIT
001170     END-IF.
001180     OPEN I-O STUDENT-MASTER.
001330     IF WS-REGISTER-DD = SPACES OR LOW-VALUES
001340         MOVE WS-DEFAULT-REGISTER TO WS-REGISTER-DD
001350     END-IF.
001351     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
001352     IF WS-LOCK-DD = SPACES OR LOW-VALUES
001353         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
001354     END-IF.
001360     DISPLAY 'STUBKOUT: STUDENT MASTER   = ' WS-STUDENT-DD.
001370     DISPLAY 'STUBKOUT: JOURNAL FILE     = ' WS-JOURNAL-DD.
001380     DISPLAY 'STUBKOUT: BACKOUT REGISTER = ' WS-REGISTER-DD.
001381     DISPLAY 'STUBKOUT: LOCK FILE        = ' WS-LOCK-DD.
001390 1050-EXIT.
001400     EXIT.

002610     EXIT.

002622******************************************************************
002623* The student master and the registration file are enqueued on
002624* the lock file (STULOCK_DD, see LOCKREC) before either is
002625* opened for update. The lock is taken by WRITEing the STUFILES
002626* record; a duplicate key means another run holds it. When the
002627* holder is the STUCHAIN run that CALLed this one - its stamp is
002628* in STULOCK_CHAIN - the run goes ahead under the chain's lock
002629* without taking or releasing it. Anyone else's lock stops the
002630* run with RETURN-CODE 12, naming the holder.
002631******************************************************************
002632 8500-TAKE-LOCK.
002633     MOVE 'N' TO WS-LOCK-HELD-SW.
002634     MOVE 'N' TO WS-LOCK-REFUSED-SW.
002635     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
002636     ACCEPT WS-LOCK-MY-TIME FROM TIME.
002637     OPEN I-O LOCK-FILE.
002638     MOVE SPACES TO LOCK-REC.
002639     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002640     MOVE 'STUBKOUT' TO LOCK-HOLDER OF LOCK-REC.
002641     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
002642     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
002643     WRITE LOCK-REC
002644         INVALID KEY
002645             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
002646         NOT INVALID KEY
002647             SET WS-LOCK-HELD TO TRUE
002648     END-WRITE.
002649     CLOSE LOCK-FILE.
002650 8500-EXIT.
002651     EXIT.

002652 8550-CHECK-HOLDER.
002653     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002654     READ LOCK-FILE
002655         INVALID KEY
002656             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
002657             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
002658             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
002659     END-READ.
002660     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
002661     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
002662         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
002663         DISPLAY 'STUBKOUT: RUNNING UNDER THE STUCHAIN LOCK OF '
002664             LOCK-START-DATE OF LOCK-REC ' '
002665             LOCK-START-TIME OF LOCK-REC
002666         GO TO 8550-EXIT
002667     END-IF.
002668     SET WS-LOCK-REFUSED TO TRUE.
002669     DISPLAY 'STUBKOUT: *** STUDENT FILES LOCKED BY '
002670         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
002671     DISPLAY 'STUBKOUT: *** HELD SINCE '
002672         LOCK-START-DATE OF LOCK-REC ' '
002673         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
002674     MOVE 12 TO RETURN-CODE.
002675 8550-EXIT.
002676     EXIT.

002677******************************************************************
002678* The lock is released only if it is still this run's own - an
002679* operator may have forced it off and another run taken it.
002680******************************************************************
002681 8600-RELEASE-LOCK.
002682     IF NOT WS-LOCK-HELD
002683         GO TO 8600-EXIT
002684     END-IF.
002685     OPEN I-O LOCK-FILE.
002686     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002687     READ LOCK-FILE
002688         INVALID KEY
002689             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
002690     END-READ.
002691     IF LOCK-HOLDER OF LOCK-REC = 'STUBKOUT'
002692         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
002693         DELETE LOCK-FILE RECORD
002694     ELSE
002695         DISPLAY 'STUBKOUT: *** LOCK NO LONGER HELD BY THIS RUN'
002696             ' - NOT RELEASED'
002697     END-IF.
002698     CLOSE LOCK-FILE.
002699     MOVE 'N' TO WS-LOCK-HELD-SW.
002700 8600-EXIT.
002701     EXIT.

002702******************************************************************
002703* The run date honors the chain-wide STUBUSDT business date
002704* (SET once in the STUCHAIN run-control) over the machine
002705* date, so a backout after a failed or re-run night opens
002706* that night's journal generation.
002707******************************************************************
002708 9000-GET-BUSINESS-DATE.
002709     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
002710     IF WS-BUSDT-PARM IS NUMERIC
002711         AND WS-BUSDT-PARM NOT = '00000000'
002712         MOVE WS-BUSDT-PARM TO WS-CURRENT-DATE-8
002713     ELSE
002714         ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
002715     END-IF.
002716 9000-EXIT.
002717     EXIT.

002718 END PROGRAM STUBKOUT.
