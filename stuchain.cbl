000510* record so the resumed steps see their file assignments. A
000520* clean run clears the checkpoint.
000530*
000531* The chain takes the student files lock (STULOCK_DD, see
000532* LOCKREC) before the first step and holds it until the last
000533* one has finished, SETting its stamp in STULOCK_CHAIN so each
000534* step it CALLs runs under the chain's lock instead of taking
000535* its own. A SET of STULOCK_DD in the run-control is applied
000536* before the lock is taken, so the chain and its steps enqueue
000537* on the same file. A lock held by any other run stops the
000538* chain before the first step with RETURN-CODE 12.
000539*
000540* Modification History
000550* ---------------------------------------------------------------
000560* 21/Ago/2026  JRV  Original version.
000699*                    STUCHSUM_DD to override) and listed on
000700*                    the generation catalog (STUGENCT_DD) for
000701*                    the STURETEN retention sweep.
000702* 15/Oct/2026  JRV  The chain now holds the student files lock
000703*                    (STULOCK.DAT) from start to finish, so no
000704*                    STUINQ UPD, STUPURGE, STUBKUP RESTORE, or
000705*                    other updating run can open the master or
000706*                    registration file between its steps. It
000707*                    passes its stamp to the steps it CALLs in
000708*                    STULOCK_CHAIN, and stops with RETURN-CODE
000709*                    12, naming the holder, if another run
000710*                    already has the lock.
000711******************************************************************
000712 IDENTIFICATION DIVISION.
000720 PROGRAM-ID. STUCHAIN.

000730 ENVIRONMENT DIVISION.
000824             ASSIGN TO DYNAMIC WS-GENCT-DD
000826             ORGANIZATION IS LINE SEQUENTIAL.

000827             SELECT OPTIONAL LOCK-FILE
000828             ASSIGN TO DYNAMIC WS-LOCK-DD
000829             ORGANIZATION IS INDEXED
000830             ACCESS MODE IS DYNAMIC
000831             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000832 DATA DIVISION.
000840     FILE SECTION.
000850     FD RUN-CONTROL.
000860     01 RUN-CONTROL-RECORD.
001002     FD GEN-CATALOG.
001004     COPY STUGENCT REPLACING ==:REC:== BY ==GEN-CATALOG-RECORD==.

001005     FD LOCK-FILE.
001006     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

001010     WORKING-STORAGE SECTION.
001020     01 WS-RUN-PARMS.
001030         05 WS-RUNCTL-DD PIC X(64) VALUE SPACES.
001040         05 WS-SUMMARY-DD PIC X(64) VALUE SPACES.
001050         05 WS-CHCKPT-DD PIC X(64) VALUE SPACES.
001052         05 WS-GENCT-DD PIC X(64) VALUE SPACES.
001053         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

001060     01 WS-DEFAULTS.
001070         05 WS-DEFAULT-RUNCTL PIC X(64) VALUE 'STURUNCT.DAT'.
001080         05 WS-DEFAULT-SUMMARY PIC X(64) VALUE 'STUCHAIN.TXT'.
001090         05 WS-DEFAULT-CHCKPT PIC X(64) VALUE 'STUCHCKP.DAT'.
001092         05 WS-DEFAULT-GENCT PIC X(64) VALUE 'STUGENCT.DAT'.
001093         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

001094     01 WS-LOCK-CONTROL.
001095         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
001096             88 WS-LOCK-HELD VALUE 'Y'.
001097         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
001098             88 WS-LOCK-REFUSED VALUE 'Y'.
001099         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
001100         05 WS-LOCK-MY-STAMP.
001101             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
001102             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

001103     01 WS-EOF-SWITCHES.
001110         05 WS-CONTROL-EOF PIC X(1) VALUE 'N'.
001120             88 WS-CONTROL-AT-EOF VALUE 'Y'.


001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001831     IF WS-LOCK-REFUSED
001832         GO TO 0000-EXIT
001833     END-IF.
001840     PERFORM 2000-PROCESS-CONTROL THRU 2000-EXIT
001850         UNTIL WS-CONTROL-AT-EOF.
001860     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001861 0000-EXIT.
001862     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
001863     SET ENVIRONMENT 'STULOCK_CHAIN' TO SPACES.
001870     GOBACK.

001880 1000-INITIALIZE.
001934*    against.
001940     PERFORM 1300-PRESCAN-BUSINESS-DATE THRU 1300-EXIT.
001946     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001947     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
001948     IF WS-LOCK-DD = SPACES OR LOW-VALUES
001949         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
001950     END-IF.
001951     DISPLAY 'STUCHAIN: LOCK FILE   = ' WS-LOCK-DD.
001952     MOVE 'CHAIN' TO WS-LOCK-FUNCTION.
001953     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
001954     IF WS-LOCK-REFUSED
001955         GO TO 1000-EXIT
001956     END-IF.
001957     SET ENVIRONMENT 'STULOCK_CHAIN' TO WS-LOCK-MY-STAMP.
001958     ACCEPT WS-RUN-TIME-8 FROM TIME.
001959     ACCEPT WS-SUMMARY-DD FROM ENVIRONMENT 'STUCHSUM_DD'.
001964     IF WS-SUMMARY-DD = SPACES OR LOW-VALUES
001970         MOVE SPACES TO WS-SUMMARY-DD
001976         STRING 'STUCHAIN' WS-RUN-DATE-8 '.TXT'
002390     EXIT.

002396******************************************************************
002402* First pass over the run-control: only a SET of STUBUSDT or
002408* STULOCK_DD is applied here, so the business date is in the
002414* environment before anything is named or stamped with it, and
002420* the lock is taken on the file the steps will look at. The
002421* main pass still applies (and logs) every SET as before.
002426******************************************************************
002432 1300-PRESCAN-BUSINESS-DATE.
002438     OPEN INPUT RUN-CONTROL.
002510         UNSTRING RC-REST DELIMITED BY '='
002516             INTO WS-ENV-NAME WS-ENV-VALUE
002522         IF WS-ENV-NAME = 'STUBUSDT'
002523             OR WS-ENV-NAME = 'STULOCK_DD'
002528             SET ENVIRONMENT WS-ENV-NAME TO WS-ENV-VALUE
002534         END-IF
002540     END-IF.
004985     EXIT.

004986******************************************************************
004987* The student master and the registration file are enqueued on
004988* the lock file (STULOCK_DD, see LOCKREC) for the whole chain,
004989* before the first step is CALLed. The lock is taken by
004990* WRITEing the STUFILES record; a duplicate key means another
004991* run - a STUCHAIN left behind by an abend included - holds it,
004992* and the chain stops with RETURN-CODE 12, naming the holder.
004993******************************************************************
004994 8500-TAKE-LOCK.
004995     MOVE 'N' TO WS-LOCK-HELD-SW.
004996     MOVE 'N' TO WS-LOCK-REFUSED-SW.
004997     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
004998     ACCEPT WS-LOCK-MY-TIME FROM TIME.
004999     OPEN I-O LOCK-FILE.
005000     MOVE SPACES TO LOCK-REC.
005001     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
005002     MOVE 'STUCHAIN' TO LOCK-HOLDER OF LOCK-REC.
005003     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
005004     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
005005     WRITE LOCK-REC
005006         INVALID KEY
005007             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
005008         NOT INVALID KEY
005009             SET WS-LOCK-HELD TO TRUE
005010     END-WRITE.
005011     CLOSE LOCK-FILE.
005012 8500-EXIT.
005013     EXIT.

005014 8550-CHECK-HOLDER.
005015     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
005016     READ LOCK-FILE
005017         INVALID KEY
005018             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
005019             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
005020             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
005021     END-READ.
005022     SET WS-LOCK-REFUSED TO TRUE.
005023     DISPLAY 'STUCHAIN: *** STUDENT FILES LOCKED BY '
005024         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
005025     DISPLAY 'STUCHAIN: *** HELD SINCE '
005026         LOCK-START-DATE OF LOCK-REC ' '
005027         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
005028     MOVE 12 TO RETURN-CODE.
005029 8550-EXIT.
005030     EXIT.

005031******************************************************************
005032* The lock is released only if it is still this run's own - an
005033* operator may have forced it off and another run taken it.
005034******************************************************************
005035 8600-RELEASE-LOCK.
005036     IF NOT WS-LOCK-HELD
005037         GO TO 8600-EXIT
005038     END-IF.
005039     OPEN I-O LOCK-FILE.
005040     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
005041     READ LOCK-FILE
005042         INVALID KEY
005043             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
005044     END-READ.
005045     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
005046         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
005047         DELETE LOCK-FILE RECORD
005048     ELSE
005049         DISPLAY 'STUCHAIN: *** LOCK NO LONGER HELD BY THIS RUN'
005050             ' - NOT RELEASED'
005051     END-IF.
005052     CLOSE LOCK-FILE.
005053     MOVE 'N' TO WS-LOCK-HELD-SW.
005054 8600-EXIT.
005055     EXIT.

005056******************************************************************
005057* The run date honors the chain-wide STUBUSDT business date
005058* (SET once in the STUCHAIN run-control) over the machine
005059* date, so a late or re-run night reproduces the original
005060* night's numbers.
005061******************************************************************
005062 9000-GET-BUSINESS-DATE.
005063     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
005064     IF WS-BUSDT-PARM IS NUMERIC
005070         AND WS-BUSDT-PARM NOT = '00000000'
005080         MOVE WS-BUSDT-PARM TO WS-RUN-DATE-8
005090     ELSE
