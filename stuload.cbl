000700*                    appended to the shared RUN-TOTALS file
000701*                    (STUTOTAL_DD) so the STURECON end-of-night
000702*                    reconciliation can prove the night balances.
000703* 15/Oct/2026  JRV  The run now takes the student files lock
000704*                    (STULOCK.DAT) before opening the master or
000705*                    registration file for update, stops with
000706*                    RETURN-CODE 12 naming the holder if another
000707*                    run has it, and releases it on the way out.
000708******************************************************************
000709 IDENTIFICATION DIVISION.
000710 PROGRAM-ID. STULOAD.

000720 ENVIRONMENT DIVISION.
000806             SELECT RUN-TOTALS ASSIGN TO DYNAMIC WS-TOTALS-DD
000808             ORGANIZATION IS LINE SEQUENTIAL.

000809             SELECT OPTIONAL LOCK-FILE
000810             ASSIGN TO DYNAMIC WS-LOCK-DD
000811             ORGANIZATION IS INDEXED
000812             ACCESS MODE IS DYNAMIC
000813             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000814 DATA DIVISION.
000820     FILE SECTION.
000830     FD LEGACY-FILE.
000840     COPY STUREC REPLACING ==:REC:== BY ==LEGACY-RECORD==.
000862     FD RUN-TOTALS.
000864     COPY STUTOTL REPLACING ==:REC:== BY ==RUN-TOTALS-RECORD==.

000865     FD LOCK-FILE.
000866     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

000870     WORKING-STORAGE SECTION.
000880     01 WS-RUN-PARMS.
000890         05 WS-LEGACY-DD PIC X(64) VALUE SPACES.
000910         05 WS-LOAD-MODE PIC X(5) VALUE SPACES.
000920             88 WS-MODE-MERGE VALUE 'MERGE'.
000930             88 WS-MODE-VALID VALUES 'LOAD ' 'MERGE'.
000931         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

000940     01 WS-DEFAULTS.
000950         05 WS-DEFAULT-LEGACY PIC X(64) VALUE 'STULEGCY.DAT'.
000960         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000962         05 WS-DEFAULT-TOTALS PIC X(64) VALUE 'STUTOTAL.DAT'.
000970         05 WS-DEFAULT-MODE PIC X(5) VALUE 'LOAD'.
000971         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

000972     01 WS-LOCK-CONTROL.
000973         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
000974             88 WS-LOCK-HELD VALUE 'Y'.
000975         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
000976             88 WS-LOCK-REFUSED VALUE 'Y'.
000977         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
000978         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
000979         05 WS-LOCK-MY-STAMP.
000980             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
000981             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

000982     01 WS-EOF-SWITCHES.
000990         05 WS-LEGACY-EOF PIC X(1) VALUE 'N'.
001000             88 WS-LEGACY-AT-EOF VALUE 'Y'.

001270             UNTIL WS-LEGACY-AT-EOF
001280         PERFORM 3000-FINALIZE THRU 3000-EXIT
001290     END-IF.
001291     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
001300     GOBACK.

001310 1000-INITIALIZE.
001320     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
001330     IF WS-ABORT-RUN
001340         MOVE 16 TO RETURN-CODE
001341         GO TO 1000-EXIT
001342     END-IF.
001343     MOVE WS-LOAD-MODE TO WS-LOCK-FUNCTION.
001344     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
001345     IF WS-LOCK-REFUSED
001346         SET WS-ABORT-RUN TO TRUE
001350         GO TO 1000-EXIT
001360     END-IF.
001370     OPEN INPUT LEGACY-FILE.
001620         DISPLAY 'STULOAD: *** MUST BE LOAD OR MERGE - ABORTED'
001630         SET WS-ABORT-RUN TO TRUE
001640     END-IF.
001641     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
001642     IF WS-LOCK-DD = SPACES OR LOW-VALUES
001643         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
001644     END-IF.
001650     DISPLAY 'STULOAD: MODE            = ' WS-LOAD-MODE.
001660     DISPLAY 'STULOAD: LEGACY FILE     = ' WS-LEGACY-DD.
001670     DISPLAY 'STULOAD: STUDENT MASTER  = ' WS-STUDENT-DD.
001671     DISPLAY 'STULOAD: LOCK FILE       = ' WS-LOCK-DD.
001680 1050-EXIT.
001690     EXIT.

002560 3100-EXIT.
002561     EXIT.

002562******************************************************************
002563* The student master and the registration file are enqueued on
002564* the lock file (STULOCK_DD, see LOCKREC) before either is
002565* opened for update. The lock is taken by WRITEing the STUFILES
002566* record; a duplicate key means another run holds it. When the
002567* holder is the STUCHAIN run that CALLed this one - its stamp is
002568* in STULOCK_CHAIN - the run goes ahead under the chain's lock
002569* without taking or releasing it. Anyone else's lock stops the
002570* run with RETURN-CODE 12, naming the holder.
002571******************************************************************
002572 8500-TAKE-LOCK.
002573     MOVE 'N' TO WS-LOCK-HELD-SW.
002574     MOVE 'N' TO WS-LOCK-REFUSED-SW.
002575     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
002576     ACCEPT WS-LOCK-MY-TIME FROM TIME.
002577     OPEN I-O LOCK-FILE.
002578     MOVE SPACES TO LOCK-REC.
002579     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002580     MOVE 'STULOAD' TO LOCK-HOLDER OF LOCK-REC.
002581     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
002582     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
002583     WRITE LOCK-REC
002584         INVALID KEY
002585             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
002586         NOT INVALID KEY
002587             SET WS-LOCK-HELD TO TRUE
002588     END-WRITE.
002589     CLOSE LOCK-FILE.
002590 8500-EXIT.
002591     EXIT.

002592 8550-CHECK-HOLDER.
002593     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002594     READ LOCK-FILE
002595         INVALID KEY
002596             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
002597             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
002598             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
002599     END-READ.
002600     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
002601     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
002602         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
002603         DISPLAY 'STULOAD: RUNNING UNDER THE STUCHAIN LOCK OF '
002604             LOCK-START-DATE OF LOCK-REC ' '
002605             LOCK-START-TIME OF LOCK-REC
002606         GO TO 8550-EXIT
002607     END-IF.
002608     SET WS-LOCK-REFUSED TO TRUE.
002609     DISPLAY 'STULOAD: *** STUDENT FILES LOCKED BY '
002610         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
002611     DISPLAY 'STULOAD: *** HELD SINCE '
002612         LOCK-START-DATE OF LOCK-REC ' '
002613         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
002614     MOVE 12 TO RETURN-CODE.
002615 8550-EXIT.
002616     EXIT.

002617******************************************************************
002618* The lock is released only if it is still this run's own - an
002619* operator may have forced it off and another run taken it.
002620******************************************************************
002621 8600-RELEASE-LOCK.
002622     IF NOT WS-LOCK-HELD
002623         GO TO 8600-EXIT
002624     END-IF.
002625     OPEN I-O LOCK-FILE.
002626     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002627     READ LOCK-FILE
002628         INVALID KEY
002629             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
002630     END-READ.
002631     IF LOCK-HOLDER OF LOCK-REC = 'STULOAD'
002632         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
002633         DELETE LOCK-FILE RECORD
002634     ELSE
002635         DISPLAY 'STULOAD: *** LOCK NO LONGER HELD BY THIS RUN'
002636             ' - NOT RELEASED'
002637     END-IF.
002638     CLOSE LOCK-FILE.
002639     MOVE 'N' TO WS-LOCK-HELD-SW.
002640 8600-EXIT.
002641     EXIT.

002642 END PROGRAM STULOAD.



