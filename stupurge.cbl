000463*                    in the STUCHAIN run-control), so a late or
000464*                    re-run night reproduces the original
000465*                    night's numbers instead of shifting them.
000466* 15/Oct/2026  JRV  The run now takes the student files lock
000467*                    (STULOCK.DAT) before opening the master or
000468*                    registration file for update, stops with
000469*                    RETURN-CODE 12 naming the holder if another
000470*                    run has it, and releases it on the way out.
000471******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. STUPURGE.

000620             ASSIGN TO DYNAMIC WS-REGISTER-DD
000630             ORGANIZATION IS LINE SEQUENTIAL.

000631             SELECT OPTIONAL LOCK-FILE
000632             ASSIGN TO DYNAMIC WS-LOCK-DD
000633             ORGANIZATION IS INDEXED
000634             ACCESS MODE IS DYNAMIC
000635             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000640 DATA DIVISION.
000650     FILE SECTION.
000660     FD STUDENT-MASTER.
000720     FD PURGE-REGISTER.
000730     01 REGISTER-LINE PIC X(80).

000731     FD LOCK-FILE.
000732     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

000740     WORKING-STORAGE SECTION.
000750     01 WS-RUN-PARMS.
000760         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000820             88 WS-MODE-VALID VALUES 'PURGE  ' 'RESTORE'.
000830         05 WS-YEARS-PARM PIC X(3) VALUE SPACES.
000840         05 WS-ID-PARM PIC X(5) VALUE SPACES.
000841         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

000850     01 WS-DEFAULTS.
000860         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000870         05 WS-DEFAULT-ARCHIVE PIC X(64) VALUE 'STUARCH.DAT'.
000880         05 WS-DEFAULT-REGISTER PIC X(64) VALUE 'STUPURGE.TXT'.
000890         05 WS-DEFAULT-YEARS PIC 9(3) VALUE 10.
000891         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

000892     01 WS-LOCK-CONTROL.
000893         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
000894             88 WS-LOCK-HELD VALUE 'Y'.
000895         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
000896             88 WS-LOCK-REFUSED VALUE 'Y'.
000897         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
000898         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
000899         05 WS-LOCK-MY-STAMP.
000900             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
000901             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

000902     01 WS-PURGE-THRESHOLD PIC 9(3) VALUE ZERO.
000910     01 WS-RESTORE-ID PIC 9(5) VALUE ZERO.

000920     01 WS-EOF-SWITCHES.
001740             PERFORM 5000-RESTORE-STUDENT THRU 5000-EXIT
001750         END-IF
001760     END-IF.
001761     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
001770     GOBACK.

001780 1000-INITIALIZE.
001810         GO TO 1000-EXIT
001820     END-IF.
001830     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001831     MOVE WS-RUN-MODE TO WS-LOCK-FUNCTION.
001832     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
001833     IF WS-LOCK-REFUSED
001834         SET WS-ABORT-RUN TO TRUE
001835     END-IF.
001840 1000-EXIT.
001850     EXIT.

002250             MOVE 16 TO RETURN-CODE
002260         END-IF
002270     END-IF.
002271     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
002272     IF WS-LOCK-DD = SPACES OR LOW-VALUES
002273         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
002274     END-IF.
002280     DISPLAY 'STUPURGE: MODE           = ' WS-RUN-MODE.
002290     DISPLAY 'STUPURGE: STUDENT MASTER = ' WS-STUDENT-DD.
002300     DISPLAY 'STUPURGE: ARCHIVE FILE   = ' WS-ARCHIVE-DD.
002330     ELSE
002340         DISPLAY 'STUPURGE: RESTORE ID     = ' WS-RESTORE-ID
002350     END-IF.
002351     DISPLAY 'STUPURGE: LOCK FILE      = ' WS-LOCK-DD.
002360 1050-EXIT.
002370     EXIT.

003750     EXIT.

003760******************************************************************
003761* The student master and the registration file are enqueued on
003762* the lock file (STULOCK_DD, see LOCKREC) before either is
003763* opened for update. The lock is taken by WRITEing the STUFILES
003764* record; a duplicate key means another run holds it. When the
003765* holder is the STUCHAIN run that CALLed this one - its stamp is
003766* in STULOCK_CHAIN - the run goes ahead under the chain's lock
003767* without taking or releasing it. Anyone else's lock stops the
003768* run with RETURN-CODE 12, naming the holder.
003769******************************************************************
003770 8500-TAKE-LOCK.
003771     MOVE 'N' TO WS-LOCK-HELD-SW.
003772     MOVE 'N' TO WS-LOCK-REFUSED-SW.
003773     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
003774     ACCEPT WS-LOCK-MY-TIME FROM TIME.
003775     OPEN I-O LOCK-FILE.
003776     MOVE SPACES TO LOCK-REC.
003777     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
003778     MOVE 'STUPURGE' TO LOCK-HOLDER OF LOCK-REC.
003779     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
003780     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
003781     WRITE LOCK-REC
003782         INVALID KEY
003783             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
003784         NOT INVALID KEY
003785             SET WS-LOCK-HELD TO TRUE
003786     END-WRITE.
003787     CLOSE LOCK-FILE.
003788 8500-EXIT.
003789     EXIT.

003790 8550-CHECK-HOLDER.
003791     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
003792     READ LOCK-FILE
003793         INVALID KEY
003794             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
003795             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
003796             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
003797     END-READ.
003798     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
003799     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
003800         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
003801         DISPLAY 'STUPURGE: RUNNING UNDER THE STUCHAIN LOCK OF '
003802             LOCK-START-DATE OF LOCK-REC ' '
003803             LOCK-START-TIME OF LOCK-REC
003804         GO TO 8550-EXIT
003805     END-IF.
003806     SET WS-LOCK-REFUSED TO TRUE.
003807     DISPLAY 'STUPURGE: *** STUDENT FILES LOCKED BY '
003808         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
003809     DISPLAY 'STUPURGE: *** HELD SINCE '
003810         LOCK-START-DATE OF LOCK-REC ' '
003811         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
003812     MOVE 12 TO RETURN-CODE.
003813 8550-EXIT.
003814     EXIT.

003815******************************************************************
003816* The lock is released only if it is still this run's own - an
003817* operator may have forced it off and another run taken it.
003818******************************************************************
003819 8600-RELEASE-LOCK.
003820     IF NOT WS-LOCK-HELD
003821         GO TO 8600-EXIT
003822     END-IF.
003823     OPEN I-O LOCK-FILE.
003824     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
003825     READ LOCK-FILE
003826         INVALID KEY
003827             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
003828     END-READ.
003829     IF LOCK-HOLDER OF LOCK-REC = 'STUPURGE'
003830         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
003831         DELETE LOCK-FILE RECORD
003832     ELSE
003833         DISPLAY 'STUPURGE: *** LOCK NO LONGER HELD BY THIS RUN'
003834             ' - NOT RELEASED'
003835     END-IF.
003836     CLOSE LOCK-FILE.
003837     MOVE 'N' TO WS-LOCK-HELD-SW.
003838 8600-EXIT.
003839     EXIT.

003840******************************************************************
003841* The run date honors the chain-wide STUBUSDT business date
003842* (SET once in the STUCHAIN run-control) over the machine
003843* date, so a late or re-run night reproduces the original
003844* night's numbers.
003845******************************************************************
003846 9000-GET-BUSINESS-DATE.
003847     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
003848     IF WS-BUSDT-PARM IS NUMERIC
003850         AND WS-BUSDT-PARM NOT = '00000000'
003860         MOVE WS-BUSDT-PARM TO WS-CURRENT-DATE-8
003870     ELSE
