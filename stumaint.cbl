000488*                    Tuesday's journal can still be produced
000489*                    when the registrar questions last
000490*                    Tuesday's run.
000491* 15/Oct/2026  JRV  The run now takes the student files lock
000492*                    (STULOCK.DAT) before opening the master or
000493*                    registration file for update, stops with
000494*                    RETURN-CODE 12 naming the holder if another
000495*                    run has it, and releases it on the way out.
000496******************************************************************
000497 IDENTIFICATION DIVISION.
000498 PROGRAM-ID. STUMAINT.

000499 ENVIRONMENT DIVISION.
000500     INPUT-OUTPUT SECTION.
000501         FILE-CONTROL.
000502             SELECT STUDENT-MASTER ASSIGN TO DYNAMIC WS-STUDENT-DD
000510             ORGANIZATION IS INDEXED
000520             ACCESS MODE IS DYNAMIC
000530             RECORD KEY IS STUDENT-ID OF STUDENT-MASTER-REC
000580             ASSIGN TO DYNAMIC WS-GENCT-DD
000581             ORGANIZATION IS LINE SEQUENTIAL.

000582             SELECT OPTIONAL LOCK-FILE
000583             ASSIGN TO DYNAMIC WS-LOCK-DD
000584             ORGANIZATION IS INDEXED
000585             ACCESS MODE IS DYNAMIC
000586             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000587 DATA DIVISION.
000590     FILE SECTION.
000600     FD STUDENT-MASTER.
000610     COPY STUREC REPLACING ==:REC:== BY ==STUDENT-MASTER-REC==.
000733     FD GEN-CATALOG.
000735     COPY STUGENCT REPLACING ==:REC:== BY ==GEN-CATALOG-RECORD==.

000736     FD LOCK-FILE.
000737     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

000738     WORKING-STORAGE SECTION.
000740     01 WS-RUN-PARMS.
000750         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000760         05 WS-TRANS-DD PIC X(64) VALUE SPACES.
000772         05 WS-JOURNAL-DD PIC X(64) VALUE SPACES.
000774         05 WS-TOTALS-DD PIC X(64) VALUE SPACES.
000776         05 WS-GENCT-DD PIC X(64) VALUE SPACES.
000777         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

000780     01 WS-DEFAULTS.
000790         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000800         05 WS-DEFAULT-TRANS PIC X(64) VALUE 'STUTRCLN.DAT'.
000814         05 WS-DEFAULT-TOTALS PIC X(64) VALUE 'STUTOTAL.DAT'.
000816         05 WS-DEFAULT-GENCT PIC X(64) VALUE 'STUGENCT.DAT'.
000817         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

000818     01 WS-LOCK-CONTROL.
000819         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
000820             88 WS-LOCK-HELD VALUE 'Y'.
000821         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
000822             88 WS-LOCK-REFUSED VALUE 'Y'.
000823         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
000824         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
000825         05 WS-LOCK-MY-STAMP.
000826             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
000827             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

000828     01 WS-EOF-SWITCHES.
000830         05 WS-TRANS-EOF PIC X(1) VALUE 'N'.
000840             88 WS-TRANS-AT-EOF VALUE 'Y'.


001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001141     IF WS-LOCK-REFUSED
001142         GO TO 0000-EXIT
001143     END-IF.
001150     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
001160         UNTIL WS-TRANS-AT-EOF.
001170     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001171 0000-EXIT.
001172     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
001180     GOBACK.

001190 1000-INITIALIZE.
001196     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001198     ACCEPT WS-RUN-TIME-8 FROM TIME.
001200     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
001201     MOVE 'MAINT' TO WS-LOCK-FUNCTION.
001202     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
001203     IF WS-LOCK-REFUSED
001204         GO TO 1000-EXIT
001205     END-IF.
001210     OPEN I-O STUDENT-MASTER.
001220     OPEN INPUT STUDENT-TRANS.
001230     OPEN OUTPUT TRANS-LOG.
001414     IF WS-GENCT-DD = SPACES OR LOW-VALUES
001415         MOVE WS-DEFAULT-GENCT TO WS-GENCT-DD
001416     END-IF.
001417     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
001418     IF WS-LOCK-DD = SPACES OR LOW-VALUES
001419         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
001420     END-IF.
001421     DISPLAY 'STUMAINT: STUDENT MASTER = ' WS-STUDENT-DD.
001422     DISPLAY 'STUMAINT: TRANS FILE     = ' WS-TRANS-DD.
001423     DISPLAY 'STUMAINT: JOURNAL FILE   = ' WS-JOURNAL-DD.
001424     DISPLAY 'STUMAINT: LOCK FILE      = ' WS-LOCK-DD.
001425 1050-EXIT.
001430     EXIT.

001440 1200-READ-TRANS.
002627     EXIT.

002630******************************************************************
002631* The student master and the registration file are enqueued on
002632* the lock file (STULOCK_DD, see LOCKREC) before either is
002633* opened for update. The lock is taken by WRITEing the STUFILES
002634* record; a duplicate key means another run holds it. When the
002635* holder is the STUCHAIN run that CALLed this one - its stamp is
002636* in STULOCK_CHAIN - the run goes ahead under the chain's lock
002637* without taking or releasing it. Anyone else's lock stops the
002638* run with RETURN-CODE 12, naming the holder.
002639******************************************************************
002640 8500-TAKE-LOCK.
002641     MOVE 'N' TO WS-LOCK-HELD-SW.
002642     MOVE 'N' TO WS-LOCK-REFUSED-SW.
002643     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
002644     ACCEPT WS-LOCK-MY-TIME FROM TIME.
002645     OPEN I-O LOCK-FILE.
002646     MOVE SPACES TO LOCK-REC.
002647     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002648     MOVE 'STUMAINT' TO LOCK-HOLDER OF LOCK-REC.
002649     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
002650     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
002651     WRITE LOCK-REC
002652         INVALID KEY
002653             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
002654         NOT INVALID KEY
002655             SET WS-LOCK-HELD TO TRUE
002656     END-WRITE.
002657     CLOSE LOCK-FILE.
002658 8500-EXIT.
002659     EXIT.

002660 8550-CHECK-HOLDER.
002661     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002662     READ LOCK-FILE
002663         INVALID KEY
002664             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
002665             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
002666             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
002667     END-READ.
002668     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
002669     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
002670         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
002671         DISPLAY 'STUMAINT: RUNNING UNDER THE STUCHAIN LOCK OF '
002672             LOCK-START-DATE OF LOCK-REC ' '
002673             LOCK-START-TIME OF LOCK-REC
002674         GO TO 8550-EXIT
002675     END-IF.
002676     SET WS-LOCK-REFUSED TO TRUE.
002677     DISPLAY 'STUMAINT: *** STUDENT FILES LOCKED BY '
002678         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
002679     DISPLAY 'STUMAINT: *** HELD SINCE '
002680         LOCK-START-DATE OF LOCK-REC ' '
002681         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
002682     MOVE 12 TO RETURN-CODE.
002683 8550-EXIT.
002684     EXIT.

002685******************************************************************
002686* The lock is released only if it is still this run's own - an
002687* operator may have forced it off and another run taken it.
002688******************************************************************
002689 8600-RELEASE-LOCK.
002690     IF NOT WS-LOCK-HELD
002691         GO TO 8600-EXIT
002692     END-IF.
002693     OPEN I-O LOCK-FILE.
002694     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002695     READ LOCK-FILE
002696         INVALID KEY
002697             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
002698     END-READ.
002699     IF LOCK-HOLDER OF LOCK-REC = 'STUMAINT'
002700         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
002701         DELETE LOCK-FILE RECORD
002702     ELSE
002703         DISPLAY 'STUMAINT: *** LOCK NO LONGER HELD BY THIS RUN'
002704             ' - NOT RELEASED'
002705     END-IF.
002706     CLOSE LOCK-FILE.
002707     MOVE 'N' TO WS-LOCK-HELD-SW.
002708 8600-EXIT.
002709     EXIT.

002710******************************************************************
002711* The run date honors the chain-wide STUBUSDT business date
002712* (SET once in the STUCHAIN run-control) over the machine
002713* date, so a late or re-run night reproduces the original
002714* night's numbers.
002715******************************************************************
002716 9000-GET-BUSINESS-DATE.
002717     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
002718     IF WS-BUSDT-PARM IS NUMERIC
002719         AND WS-BUSDT-PARM NOT = '00000000'
002720         MOVE WS-BUSDT-PARM TO WS-RUN-DATE-8
002721     ELSE
002722         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
002723     END-IF.
002724 9000-EXIT.
002725     EXIT.

002776 END PROGRAM STUMAINT.

