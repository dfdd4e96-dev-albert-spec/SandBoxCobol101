000100******************************************************************
000110* Author: JRV
000120* Date: 15/Oct/2026
000130* Purpose: Education
000140*
000150* Student files lock operator utility. Shows who holds the
000160* student files lock (STULOCK_DD, default STULOCK.DAT - see
000170* LOCKREC) and, on the operator's say-so, releases a lock left
000180* behind by a run that abended before it could release its own.
000190*
000200* STULOCK_MODE selects the run:
000210*   SHOW   (the default) - displays the holder, the function it
000220*          was running and the date and time it started, or
000230*          that the lock is not held. Nothing is changed.
000240*   FORCE  - deletes the lock record. STULOCK_HOLDER must name
000250*          the program the operator expects to find holding the
000260*          lock (as SHOW displays it); if another program holds
000270*          it the lock is left alone and the run ends with
000280*          RETURN-CODE 16, so a lock taken by a live run since
000290*          the SHOW is not released by mistake. FORCE with no
000300*          lock held has nothing to do and ends normally.
000310*
000320* Before forcing the lock, make sure the holder really has
000330* ended - a run still going when its lock is deleted is no
000340* longer protected from the next updating run.
000350*
000360* Modification History
000370* ---------------------------------------------------------------
000380* 15/Oct/2026  JRV  Original version.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. STULOCK.

000420 ENVIRONMENT DIVISION.
000430     INPUT-OUTPUT SECTION.
000440         FILE-CONTROL.
000450             SELECT OPTIONAL LOCK-FILE
000460             ASSIGN TO DYNAMIC WS-LOCK-DD
000470             ORGANIZATION IS INDEXED
000480             ACCESS MODE IS DYNAMIC
000490             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000500 DATA DIVISION.
000510     FILE SECTION.
000520     FD LOCK-FILE.
000530     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

000540     WORKING-STORAGE SECTION.
000550     01 WS-RUN-PARMS.
000560         05 WS-LOCK-DD PIC X(64) VALUE SPACES.
000570         05 WS-RUN-MODE PIC X(5) VALUE SPACES.
000580             88 WS-MODE-SHOW VALUE 'SHOW'.
000590             88 WS-MODE-FORCE VALUE 'FORCE'.
000600             88 WS-MODE-VALID VALUES 'SHOW' 'FORCE'.
000610         05 WS-HOLDER-PARM PIC X(8) VALUE SPACES.

000620     01 WS-DEFAULTS.
000630         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.
000640         05 WS-DEFAULT-MODE PIC X(5) VALUE 'SHOW'.

000650     01 WS-ABORT-SWITCHES.
000660         05 WS-ABORT-SW PIC X(1) VALUE 'N'.
000670             88 WS-ABORT-RUN VALUE 'Y'.

000680     01 WS-LOCK-SWITCHES.
000690         05 WS-LOCK-FOUND-SW PIC X(1) VALUE 'N'.
000700             88 WS-LOCK-FOUND VALUE 'Y'.

000710 PROCEDURE DIVISION.

000720 0000-MAINLINE.
000730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000740     IF WS-ABORT-RUN
000750         GO TO 0000-EXIT
000760     END-IF.
000770     PERFORM 2000-SHOW-LOCK THRU 2000-EXIT.
000780     IF WS-MODE-FORCE
000790         PERFORM 3000-FORCE-RELEASE THRU 3000-EXIT
000800     END-IF.
000810     CLOSE LOCK-FILE.
000820 0000-EXIT.
000830     GOBACK.

000840 1000-INITIALIZE.
000850     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
000860     IF WS-ABORT-RUN
000870         MOVE 16 TO RETURN-CODE
000880         GO TO 1000-EXIT
000890     END-IF.
000900     OPEN I-O LOCK-FILE.
000910 1000-EXIT.
000920     EXIT.

000930 1050-GET-RUN-PARMS.
000940     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
000950     IF WS-LOCK-DD = SPACES OR LOW-VALUES
000960         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
000970     END-IF.
000980     ACCEPT WS-RUN-MODE FROM ENVIRONMENT 'STULOCK_MODE'.
000990     IF WS-RUN-MODE = SPACES OR LOW-VALUES
001000         MOVE WS-DEFAULT-MODE TO WS-RUN-MODE
001010     END-IF.
001020     ACCEPT WS-HOLDER-PARM FROM ENVIRONMENT 'STULOCK_HOLDER'.
001030     IF WS-HOLDER-PARM = LOW-VALUES
001040         MOVE SPACES TO WS-HOLDER-PARM
001050     END-IF.
001060     DISPLAY 'STULOCK: LOCK FILE  = ' WS-LOCK-DD.
001070     DISPLAY 'STULOCK: MODE       = ' WS-RUN-MODE.
001080     IF NOT WS-MODE-VALID
001090         DISPLAY 'STULOCK: *** MODE MUST BE SHOW OR FORCE'
001100             ' - RUN ABORTED'
001110         SET WS-ABORT-RUN TO TRUE
001120         GO TO 1050-EXIT
001130     END-IF.
001140     IF WS-MODE-FORCE
001150         DISPLAY 'STULOCK: HOLDER     = ' WS-HOLDER-PARM
001160         IF WS-HOLDER-PARM = SPACES
001170             DISPLAY 'STULOCK: *** FORCE NEEDS STULOCK_HOLDER'
001180                 ' - RUN ABORTED'
001190             SET WS-ABORT-RUN TO TRUE
001200         END-IF
001210     END-IF.
001220 1050-EXIT.
001230     EXIT.

001240 2000-SHOW-LOCK.
001250     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
001260     READ LOCK-FILE
001270         INVALID KEY
001280             DISPLAY 'STULOCK: STUDENT FILES LOCK NOT HELD'
001290             GO TO 2000-EXIT
001300     END-READ.
001310     SET WS-LOCK-FOUND TO TRUE.
001320     DISPLAY 'STULOCK: HELD BY    = ' LOCK-HOLDER OF LOCK-REC.
001330     DISPLAY 'STULOCK: FUNCTION   = ' LOCK-FUNCTION OF LOCK-REC.
001340     DISPLAY 'STULOCK: HELD SINCE = '
001350         LOCK-START-DATE OF LOCK-REC ' '
001360         LOCK-START-TIME OF LOCK-REC.
001370 2000-EXIT.
001380     EXIT.

001390******************************************************************
001400* The holder named by the operator is checked against the lock
001410* record just read, so only the lock the operator looked at is
001420* released.
001430******************************************************************
001440 3000-FORCE-RELEASE.
001450     IF NOT WS-LOCK-FOUND
001460         DISPLAY 'STULOCK: NOTHING TO RELEASE'
001470         GO TO 3000-EXIT
001480     END-IF.
001490     IF LOCK-HOLDER OF LOCK-REC NOT = WS-HOLDER-PARM
001500         DISPLAY 'STULOCK: *** LOCK IS HELD BY '
001510             LOCK-HOLDER OF LOCK-REC ' NOT ' WS-HOLDER-PARM
001520             ' - NOT RELEASED'
001530         MOVE 16 TO RETURN-CODE
001540         GO TO 3000-EXIT
001550     END-IF.
001560     DELETE LOCK-FILE RECORD
001570         INVALID KEY
001580             DISPLAY 'STULOCK: *** LOCK RECORD GONE BEFORE'
001590                 ' DELETE - NOTHING RELEASED'
001600             GO TO 3000-EXIT
001610     END-DELETE.
001620     DISPLAY 'STULOCK: LOCK HELD BY ' LOCK-HOLDER OF LOCK-REC
001630         ' FORCE-RELEASED'.
001640 3000-EXIT.
001650     EXIT.

001660 END PROGRAM STULOCK.
