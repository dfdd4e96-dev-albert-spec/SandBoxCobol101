000312*                    alternate record key (duplicates allowed),
000313*                    matching the other programs that open the
000314*                    master.
000315* 15/Oct/2026  JRV  The run now takes the student files lock
000316*                    (STULOCK.DAT) before opening the master or
000317*                    registration file for update, stops with
000318*                    RETURN-CODE 12 naming the holder if another
000319*                    run has it, and releases it on the way out.
000320******************************************************************
000321 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. STURECYC.

000340 ENVIRONMENT DIVISION.
000460             SELECT CARRY-FILE ASSIGN TO DYNAMIC WS-CARRY-DD
000470             ORGANIZATION IS LINE SEQUENTIAL.

000471             SELECT OPTIONAL LOCK-FILE
000472             ASSIGN TO DYNAMIC WS-LOCK-DD
000473             ORGANIZATION IS INDEXED
000474             ACCESS MODE IS DYNAMIC
000475             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000480 DATA DIVISION.
000490     FILE SECTION.
000500     FD STUDENT-MASTER.
000730     FD CARRY-FILE.
000740     01 CARRY-LINE PIC X(132).

000741     FD LOCK-FILE.
000742     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

000750     WORKING-STORAGE SECTION.
000760     01 WS-RUN-PARMS.
000770         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000780         05 WS-REJECT-DD PIC X(64) VALUE SPACES.
000790         05 WS-CORR-DD PIC X(64) VALUE SPACES.
000800         05 WS-CARRY-DD PIC X(64) VALUE SPACES.
000801         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

000810     01 WS-DEFAULTS.
000820         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000830         05 WS-DEFAULT-REJECT PIC X(64) VALUE 'STUREJ.TXT'.
000840         05 WS-DEFAULT-CORR PIC X(64) VALUE 'STUCORR.DAT'.
000850         05 WS-DEFAULT-CARRY PIC X(64) VALUE 'STUREJCF.TXT'.
000851         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

000852     01 WS-LOCK-CONTROL.
000853         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
000854             88 WS-LOCK-HELD VALUE 'Y'.
000855         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
000856             88 WS-LOCK-REFUSED VALUE 'Y'.
000857         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
000858         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
000859         05 WS-LOCK-MY-STAMP.
000860             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
000861             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

000862     01 WS-EOF-SWITCHES.
000870         05 WS-REJECT-EOF PIC X(1) VALUE 'N'.
000880             88 WS-REJECT-AT-EOF VALUE 'Y'.
000890         05 WS-CORR-EOF PIC X(1) VALUE 'N'.

001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001401     IF WS-LOCK-REFUSED
001402         GO TO 0000-EXIT
001403     END-IF.
001410     PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
001420         UNTIL WS-REJECT-AT-EOF.
001430     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001431 0000-EXIT.
001432     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
001440     GOBACK.

001450 1000-INITIALIZE.
001460     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
001461     MOVE 'RECYCLE' TO WS-LOCK-FUNCTION.
001462     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
001463     IF WS-LOCK-REFUSED
001464         GO TO 1000-EXIT
001465     END-IF.
001470     PERFORM 1100-LOAD-CORRECTIONS THRU 1100-EXIT.
001480     OPEN INPUT REJECT-FILE.
001490     OPEN I-O STUDENT-MASTER.
001680     IF WS-CARRY-DD = SPACES OR LOW-VALUES
001690         MOVE WS-DEFAULT-CARRY TO WS-CARRY-DD
001700     END-IF.
001701     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
001702     IF WS-LOCK-DD = SPACES OR LOW-VALUES
001703         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
001704     END-IF.
001710     DISPLAY 'STURECYC: STUDENT MASTER  = ' WS-STUDENT-DD.
001720     DISPLAY 'STURECYC: REJECT FILE     = ' WS-REJECT-DD.
001730     DISPLAY 'STURECYC: CORRECTION FILE = ' WS-CORR-DD.
001740     DISPLAY 'STURECYC: CARRY-FWD FILE  = ' WS-CARRY-DD.
001741     DISPLAY 'STURECYC: LOCK FILE       = ' WS-LOCK-DD.
001750 1050-EXIT.
001760     EXIT.

003240 3000-EXIT.
003250     EXIT.

003251******************************************************************
003252* The student master and the registration file are enqueued on
003253* the lock file (STULOCK_DD, see LOCKREC) before either is
003254* opened for update. The lock is taken by WRITEing the STUFILES
003255* record; a duplicate key means another run holds it. When the
003256* holder is the STUCHAIN run that CALLed this one - its stamp is
003257* in STULOCK_CHAIN - the run goes ahead under the chain's lock
003258* without taking or releasing it. Anyone else's lock stops the
003259* run with RETURN-CODE 12, naming the holder.
003260******************************************************************
003261 8500-TAKE-LOCK.
003262     MOVE 'N' TO WS-LOCK-HELD-SW.
003263     MOVE 'N' TO WS-LOCK-REFUSED-SW.
003264     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
003265     ACCEPT WS-LOCK-MY-TIME FROM TIME.
003266     OPEN I-O LOCK-FILE.
003267     MOVE SPACES TO LOCK-REC.
003268     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
003269     MOVE 'STURECYC' TO LOCK-HOLDER OF LOCK-REC.
003270     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
003271     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
003272     WRITE LOCK-REC
003273         INVALID KEY
003274             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
003275         NOT INVALID KEY
003276             SET WS-LOCK-HELD TO TRUE
003277     END-WRITE.
003278     CLOSE LOCK-FILE.
003279 8500-EXIT.
003280     EXIT.

003281 8550-CHECK-HOLDER.
003282     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
003283     READ LOCK-FILE
003284         INVALID KEY
003285             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
003286             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
003287             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
003288     END-READ.
003289     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
003290     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
003291         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
003292         DISPLAY 'STURECYC: RUNNING UNDER THE STUCHAIN LOCK OF '
003293             LOCK-START-DATE OF LOCK-REC ' '
003294             LOCK-START-TIME OF LOCK-REC
003295         GO TO 8550-EXIT
003296     END-IF.
003297     SET WS-LOCK-REFUSED TO TRUE.
003298     DISPLAY 'STURECYC: *** STUDENT FILES LOCKED BY '
003299         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
003300     DISPLAY 'STURECYC: *** HELD SINCE '
003301         LOCK-START-DATE OF LOCK-REC ' '
003302         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
003303     MOVE 12 TO RETURN-CODE.
003304 8550-EXIT.
003305     EXIT.

003306******************************************************************
003307* The lock is released only if it is still this run's own - an
003308* operator may have forced it off and another run taken it.
003309******************************************************************
003310 8600-RELEASE-LOCK.
003311     IF NOT WS-LOCK-HELD
003312         GO TO 8600-EXIT
003313     END-IF.
003314     OPEN I-O LOCK-FILE.
003315     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
003316     READ LOCK-FILE
003317         INVALID KEY
003318             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
003319     END-READ.
003320     IF LOCK-HOLDER OF LOCK-REC = 'STURECYC'
003321         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
003322         DELETE LOCK-FILE RECORD
003323     ELSE
003324         DISPLAY 'STURECYC: *** LOCK NO LONGER HELD BY THIS RUN'
003325             ' - NOT RELEASED'
003326     END-IF.
003327     CLOSE LOCK-FILE.
003328     MOVE 'N' TO WS-LOCK-HELD-SW.
003329 8600-EXIT.
003330     EXIT.

003331 END PROGRAM STURECYC.
