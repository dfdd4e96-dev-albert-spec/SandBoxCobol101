000433*                    in the STUCHAIN run-control), so a late or
000434*                    re-run night reproduces the original
000435*                    night's numbers instead of shifting them.
000436* 15/Oct/2026  JRV  A RESTORE now takes the student files lock
000437*                    (STULOCK.DAT) before opening the master or
000438*                    registration file for update, stops with
000439*                    RETURN-CODE 12 naming the holder if another
000440*                    run has it, and releases it on the way out.
000441******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. STUBKUP.

000602             SELECT RUN-TOTALS ASSIGN TO DYNAMIC WS-TOTALS-DD
000604             ORGANIZATION IS LINE SEQUENTIAL.

000605             SELECT OPTIONAL LOCK-FILE
000606             ASSIGN TO DYNAMIC WS-LOCK-DD
000607             ORGANIZATION IS INDEXED
000608             ACCESS MODE IS DYNAMIC
000609             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000610 DATA DIVISION.
000620     FILE SECTION.
000630     FD STUDENT-MASTER.
000722     FD RUN-TOTALS.
000724     COPY STUTOTL REPLACING ==:REC:== BY ==RUN-TOTALS-RECORD==.

000725     FD LOCK-FILE.
000726     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

000730     WORKING-STORAGE SECTION.
000740     01 WS-RUN-PARMS.
000750         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000810             88 WS-MODE-VALID VALUES 'BACKUP ' 'RESTORE'.
000820         05 WS-GENS-PARM PIC X(2) VALUE SPACES.
000830         05 WS-GEN-PARM PIC X(2) VALUE SPACES.
000831         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

000840     01 WS-DEFAULTS.
000850         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000862         05 WS-DEFAULT-TOTALS PIC X(64) VALUE 'STUTOTAL.DAT'.
000870         05 WS-DEFAULT-MODE PIC X(7) VALUE 'BACKUP'.
000880         05 WS-DEFAULT-KEEP PIC 9(2) VALUE 5.
000881         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

000882     01 WS-LOCK-CONTROL.
000883         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
000884             88 WS-LOCK-HELD VALUE 'Y'.
000885         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
000886             88 WS-LOCK-REFUSED VALUE 'Y'.
000887         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
000888         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
000889         05 WS-LOCK-MY-STAMP.
000890             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
000891             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

000892     01 WS-GEN-FILE-NAME.
000900         05 FILLER PIC X(6) VALUE 'STUBKP'.
000910         05 WS-GEN-NAME-NO PIC 9(2) VALUE ZERO.
000920         05 FILLER PIC X(4) VALUE '.DAT'.
001300         END-IF
001310     END-IF.
001320     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001321     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
001330     GOBACK.

001340 1000-INITIALIZE.
001640     END-IF.
001650     ACCEPT WS-GENS-PARM FROM ENVIRONMENT 'STUBKUP_GENS'.
001660     ACCEPT WS-GEN-PARM FROM ENVIRONMENT 'STUBKUP_GEN'.
001661     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
001662     IF WS-LOCK-DD = SPACES OR LOW-VALUES
001663         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
001664     END-IF.
001670     DISPLAY 'STUBKUP: MODE            = ' WS-RUN-MODE.
001680     DISPLAY 'STUBKUP: STUDENT MASTER  = ' WS-STUDENT-DD.
001690     DISPLAY 'STUBKUP: GEN CONTROL     = ' WS-GENCTL-DD.
001691     DISPLAY 'STUBKUP: LOCK FILE       = ' WS-LOCK-DD.
001700 1050-EXIT.
001710     EXIT.

002760     IF WS-ABORT-RUN
002770         GO TO 5000-EXIT
002780     END-IF.
002781     MOVE 'RESTORE' TO WS-LOCK-FUNCTION.
002782     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
002783     IF WS-LOCK-REFUSED
002784         SET WS-ABORT-RUN TO TRUE
002785         GO TO 5000-EXIT
002786     END-IF.
002790     PERFORM 5500-LOAD-GENERATION THRU 5500-EXIT.
002800     DISPLAY 'STUBKUP: RECORDS RESTORED  = ' WS-RESTORED-COUNT.
002810     IF WS-RESTORE-ERRORS > ZERO
003660     EXIT.

003670******************************************************************
003671* The student master and the registration file are enqueued on
003672* the lock file (STULOCK_DD, see LOCKREC) before either is
003673* opened for update. The lock is taken by WRITEing the STUFILES
003674* record; a duplicate key means another run holds it. When the
003675* holder is the STUCHAIN run that CALLed this one - its stamp is
003676* in STULOCK_CHAIN - the run goes ahead under the chain's lock
003677* without taking or releasing it. Anyone else's lock stops the
003678* run with RETURN-CODE 12, naming the holder.
003679******************************************************************
003680 8500-TAKE-LOCK.
003681     MOVE 'N' TO WS-LOCK-HELD-SW.
003682     MOVE 'N' TO WS-LOCK-REFUSED-SW.
003683     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
003684     ACCEPT WS-LOCK-MY-TIME FROM TIME.
003685     OPEN I-O LOCK-FILE.
003686     MOVE SPACES TO LOCK-REC.
003687     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
003688     MOVE 'STUBKUP' TO LOCK-HOLDER OF LOCK-REC.
003689     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
003690     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
003691     WRITE LOCK-REC
003692         INVALID KEY
003693             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
003694         NOT INVALID KEY
003695             SET WS-LOCK-HELD TO TRUE
003696     END-WRITE.
003697     CLOSE LOCK-FILE.
003698 8500-EXIT.
003699     EXIT.

003700 8550-CHECK-HOLDER.
003701     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
003702     READ LOCK-FILE
003703         INVALID KEY
003704             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
003705             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
003706             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
003707     END-READ.
003708     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
003709     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
003710         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
003711         DISPLAY 'STUBKUP: RUNNING UNDER THE STUCHAIN LOCK OF '
003712             LOCK-START-DATE OF LOCK-REC ' '
003713             LOCK-START-TIME OF LOCK-REC
003714         GO TO 8550-EXIT
003715     END-IF.
003716     SET WS-LOCK-REFUSED TO TRUE.
003717     DISPLAY 'STUBKUP: *** STUDENT FILES LOCKED BY '
003718         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
003719     DISPLAY 'STUBKUP: *** HELD SINCE '
003720         LOCK-START-DATE OF LOCK-REC ' '
003721         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
003722     MOVE 12 TO RETURN-CODE.
003723 8550-EXIT.
003724     EXIT.

003725******************************************************************
003726* The lock is released only if it is still this run's own - an
003727* operator may have forced it off and another run taken it.
003728******************************************************************
003729 8600-RELEASE-LOCK.
003730     IF NOT WS-LOCK-HELD
003731         GO TO 8600-EXIT
003732     END-IF.
003733     OPEN I-O LOCK-FILE.
003734     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
003735     READ LOCK-FILE
003736         INVALID KEY
003737             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
003738     END-READ.
003739     IF LOCK-HOLDER OF LOCK-REC = 'STUBKUP'
003740         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
003741         DELETE LOCK-FILE RECORD
003742     ELSE
003743         DISPLAY 'STUBKUP: *** LOCK NO LONGER HELD BY THIS RUN'
003744             ' - NOT RELEASED'
003745     END-IF.
003746     CLOSE LOCK-FILE.
003747     MOVE 'N' TO WS-LOCK-HELD-SW.
003748 8600-EXIT.
003749     EXIT.

003750******************************************************************
003751* The run date honors the chain-wide STUBUSDT business date
003752* (SET once in the STUCHAIN run-control) over the machine
003753* date, so a late or re-run night reproduces the original
003754* night's numbers.
003755******************************************************************
003756 9000-GET-BUSINESS-DATE.
003757     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
003758     IF WS-BUSDT-PARM IS NUMERIC
003760         AND WS-BUSDT-PARM NOT = '00000000'
003770         MOVE WS-BUSDT-PARM TO WS-CURRENT-DATE-8
003780     ELSE
