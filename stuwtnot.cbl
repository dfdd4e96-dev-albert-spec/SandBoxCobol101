000100******************************************************************
000110* Author: JRV
000120* Date: 15/Oct/2026
000130* Purpose: Education
000140*
000150* Waitlist promotion notices. STUREGMT (a DROP gave a seat
000160* back) and STUCRSLD (a MERGE raised a seat limit) append one
000170* record to the promotion notice file (STUWTPRM_DD) for every
000180* student they move off a section waitlist and register into
000190* the freed seat. This run reads that file back and, the same
000200* way STUNOTIF answers a status change, writes each promoted
000210* student a print-image letter naming the section, queues an
000220* email notice when the master carries an address, and lists
000230* every notice on a register.
000240*
000250* Once every record has been answered the promotion notice
000260* file is emptied, so a rerun never sends the same notice
000270* twice. A promotion whose student has left the master is
000280* listed on the register with no letter.
000290*
000300* Notice type on the email queue: R (registered from the
000310* waitlist).
000320*
000330* Modification History
000340* ---------------------------------------------------------------
000350* 15/Oct/2026  JRV  Original version.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. STUWTNOT.

000390 ENVIRONMENT DIVISION.
000400     INPUT-OUTPUT SECTION.
000410         FILE-CONTROL.
000420             SELECT STUDENT-MASTER ASSIGN TO DYNAMIC WS-STUDENT-DD
000430             ORGANIZATION IS INDEXED
000440             ACCESS MODE IS DYNAMIC
000450             RECORD KEY IS STUDENT-ID OF STUDENT-MASTER-REC
000460             ALTERNATE RECORD KEY IS NAME OF STUDENT-MASTER-REC
000470                 WITH DUPLICATES.

000480             SELECT COURSE-FILE ASSIGN TO DYNAMIC WS-COURSE-DD
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS DYNAMIC
000510             RECORD KEY IS CRS-KEY OF COURSE-REC.

000520             SELECT OPTIONAL PROMOTE-FILE
000530             ASSIGN TO DYNAMIC WS-PROMOTE-DD
000540             ORGANIZATION IS LINE SEQUENTIAL.

000550             SELECT LETTER-FILE ASSIGN TO DYNAMIC WS-LETTER-DD
000560             ORGANIZATION IS LINE SEQUENTIAL.

000570             SELECT EMAIL-QUEUE ASSIGN TO DYNAMIC WS-EMAIL-DD
000580             ORGANIZATION IS LINE SEQUENTIAL.

000590             SELECT NOTIFY-REGISTER
000600             ASSIGN TO DYNAMIC WS-REGISTER-DD
000610             ORGANIZATION IS LINE SEQUENTIAL.

000620 DATA DIVISION.
000630     FILE SECTION.
000640     FD STUDENT-MASTER.
000650     COPY STUREC REPLACING ==:REC:== BY ==STUDENT-MASTER-REC==.

000660     FD COURSE-FILE.
000670     COPY CRSREC REPLACING ==:REC:== BY ==COURSE-REC==.

000680     FD PROMOTE-FILE.
000690     COPY PROMREC REPLACING ==:REC:== BY ==PROMOTE-REC==.

000700     FD LETTER-FILE.
000710     01 LETTER-LINE PIC X(80).

000720     FD EMAIL-QUEUE.
000730     01 EMAIL-QUEUE-RECORD.
000740         05 EMQ-EMAIL PIC X(30).
000750         05 EMQ-STUDENT-ID PIC 9(5).
000760         05 EMQ-NOTICE-TYPE PIC X(1).
000770         05 EMQ-DATE PIC 9(8).
000780         05 FILLER PIC X(36).

000790     FD NOTIFY-REGISTER.
000800     01 REGISTER-LINE PIC X(80).

000810     WORKING-STORAGE SECTION.
000820     01 WS-RUN-PARMS.
000830         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000840         05 WS-COURSE-DD PIC X(64) VALUE SPACES.
000850         05 WS-PROMOTE-DD PIC X(64) VALUE SPACES.
000860         05 WS-LETTER-DD PIC X(64) VALUE SPACES.
000870         05 WS-EMAIL-DD PIC X(64) VALUE SPACES.
000880         05 WS-REGISTER-DD PIC X(64) VALUE SPACES.

000890     01 WS-DEFAULTS.
000900         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000910         05 WS-DEFAULT-COURSE PIC X(64) VALUE 'CRSFILE.DAT'.
000920         05 WS-DEFAULT-PROMOTE PIC X(64) VALUE 'STUWTPRM.DAT'.
000930         05 WS-DEFAULT-LETTER PIC X(64) VALUE 'STUWTLTR.TXT'.
000940         05 WS-DEFAULT-EMAIL PIC X(64) VALUE 'STUWTEMQ.DAT'.
000950         05 WS-DEFAULT-REGISTER PIC X(64) VALUE 'STUWTNOT.TXT'.

000960     01 WS-EOF-SWITCHES.
000970         05 WS-PROMOTE-EOF PIC X(1) VALUE 'N'.
000980             88 WS-PROMOTE-AT-EOF VALUE 'Y'.

000990     01 WS-CURRENT-STUDENT.
001000         05 WS-CUR-STUDENT-ID PIC 9(5).
001010         05 WS-CUR-NAME PIC A(25).
001020         05 WS-CUR-DATEX PIC A(11).
001030         05 WS-CUR-MAJOR-CODE PIC X(5).
001040         05 WS-CUR-STATUS-CODE PIC X(1).
001050         05 WS-CUR-PHONE PIC X(10).
001060         05 WS-CUR-EMAIL PIC X(30).

001070     01 WS-COUNTERS.
001080         05 WS-PROMOTE-READ PIC 9(7) COMP VALUE ZERO.
001090         05 WS-LETTER-COUNT PIC 9(7) COMP VALUE ZERO.
001100         05 WS-EMAIL-COUNT PIC 9(7) COMP VALUE ZERO.
001110         05 WS-NO-EMAIL-COUNT PIC 9(7) COMP VALUE ZERO.
001120         05 WS-NO-MASTER-COUNT PIC 9(7) COMP VALUE ZERO.

001130     01 WS-CURRENT-DATE-8 PIC 9(8) VALUE ZERO.

001140     01 WS-NOTICE-FIELDS.
001150         05 WS-NOTICE-TYPE PIC X(1) VALUE 'R'.
001160         05 WS-NOTICE-SUBJECT PIC X(40)
001170             VALUE 'WAITLIST PROMOTION - SEAT ASSIGNED'.
001180         05 WS-SEC-TITLE PIC X(30) VALUE SPACES.

001190     01 WS-REGISTER-HEADING.
001200         05 FILLER PIC X(36)
001210             VALUE 'WAITLIST PROMOTION NOTICE REGISTER -'.
001220         05 RH-RUN-DATE PIC 9(8).

001230     01 WS-REGISTER-DETAIL-LINE.
001240         05 RG-STUDENT-ID PIC 9(5).
001250         05 FILLER PIC X(1) VALUE SPACE.
001260         05 RG-NAME PIC A(25).
001270         05 FILLER PIC X(1) VALUE SPACE.
001280         05 RG-COURSE-CODE PIC X(6).
001290         05 FILLER PIC X(1) VALUE SPACE.
001300         05 RG-SECTION PIC X(3).
001310         05 FILLER PIC X(1) VALUE SPACE.
001320         05 RG-TERM PIC X(5).
001330         05 FILLER PIC X(1) VALUE SPACE.
001340         05 RG-RESULT PIC X(30).

001350     01 WS-LETTER-DATE-LINE.
001360         05 FILLER PIC X(60) VALUE SPACES.
001370         05 LD-DATE PIC 9(8).

001380     01 WS-LETTER-TO-LINE.
001390         05 FILLER PIC X(4) VALUE 'TO: '.
001400         05 LT-NAME PIC A(25).

001410     01 WS-LETTER-RE-LINE.
001420         05 FILLER PIC X(4) VALUE 'RE: '.
001430         05 LR-SUBJECT PIC X(40).

001440     01 WS-LETTER-SECTION-LINE.
001450         05 FILLER PIC X(11) VALUE '    COURSE '.
001460         05 LS-COURSE-CODE PIC X(6).
001470         05 FILLER PIC X(9) VALUE ' SECTION '.
001480         05 LS-SECTION PIC X(3).
001490         05 FILLER PIC X(6) VALUE ' TERM '.
001500         05 LS-TERM PIC X(5).
001510         05 FILLER PIC X(2) VALUE SPACES.
001520         05 LS-TITLE PIC X(30).

001530     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

001540 PROCEDURE DIVISION.

001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001570     PERFORM 2000-PROCESS-PROMOTION THRU 2000-EXIT
001580         UNTIL WS-PROMOTE-AT-EOF.
001590     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001600     GOBACK.

001610 1000-INITIALIZE.
001620     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001630     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
001640     OPEN INPUT STUDENT-MASTER.
001650     OPEN INPUT COURSE-FILE.
001660     OPEN INPUT PROMOTE-FILE.
001670     OPEN OUTPUT LETTER-FILE.
001680     OPEN OUTPUT EMAIL-QUEUE.
001690     OPEN OUTPUT NOTIFY-REGISTER.
001700     MOVE WS-CURRENT-DATE-8 TO RH-RUN-DATE.
001710     MOVE WS-REGISTER-HEADING TO REGISTER-LINE.
001720     WRITE REGISTER-LINE.
001730     MOVE SPACES TO REGISTER-LINE.
001740     WRITE REGISTER-LINE.
001750     PERFORM 1200-READ-PROMOTION THRU 1200-EXIT.
001760 1000-EXIT.
001770     EXIT.

001780 1050-GET-RUN-PARMS.
001790     ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'STUDENT_DD'.
001800     IF WS-STUDENT-DD = SPACES OR LOW-VALUES
001810         MOVE WS-DEFAULT-STUDENT TO WS-STUDENT-DD
001820     END-IF.
001830     ACCEPT WS-COURSE-DD FROM ENVIRONMENT 'CRSFILE_DD'.
001840     IF WS-COURSE-DD = SPACES OR LOW-VALUES
001850         MOVE WS-DEFAULT-COURSE TO WS-COURSE-DD
001860     END-IF.
001870     ACCEPT WS-PROMOTE-DD FROM ENVIRONMENT 'STUWTPRM_DD'.
001880     IF WS-PROMOTE-DD = SPACES OR LOW-VALUES
001890         MOVE WS-DEFAULT-PROMOTE TO WS-PROMOTE-DD
001900     END-IF.
001910     ACCEPT WS-LETTER-DD FROM ENVIRONMENT 'STUWTLTR_DD'.
001920     IF WS-LETTER-DD = SPACES OR LOW-VALUES
001930         MOVE WS-DEFAULT-LETTER TO WS-LETTER-DD
001940     END-IF.
001950     ACCEPT WS-EMAIL-DD FROM ENVIRONMENT 'STUWTEMQ_DD'.
001960     IF WS-EMAIL-DD = SPACES OR LOW-VALUES
001970         MOVE WS-DEFAULT-EMAIL TO WS-EMAIL-DD
001980     END-IF.
001990     ACCEPT WS-REGISTER-DD FROM ENVIRONMENT 'STUWTNOT_DD'.
002000     IF WS-REGISTER-DD = SPACES OR LOW-VALUES
002010         MOVE WS-DEFAULT-REGISTER TO WS-REGISTER-DD
002020     END-IF.
002030     DISPLAY 'STUWTNOT: STUDENT MASTER = ' WS-STUDENT-DD.
002040     DISPLAY 'STUWTNOT: PROMOTE FILE   = ' WS-PROMOTE-DD.
002050     DISPLAY 'STUWTNOT: LETTER FILE    = ' WS-LETTER-DD.
002060     DISPLAY 'STUWTNOT: EMAIL QUEUE    = ' WS-EMAIL-DD.
002070 1050-EXIT.
002080     EXIT.

002090 1200-READ-PROMOTION.
002100     READ PROMOTE-FILE
002110         AT END SET WS-PROMOTE-AT-EOF TO TRUE
002120         NOT AT END ADD 1 TO WS-PROMOTE-READ
002130     END-READ.
002140 1200-EXIT.
002150     EXIT.

002160 2000-PROCESS-PROMOTION.
002170     MOVE PROM-STUDENT-ID TO RG-STUDENT-ID.
002180     MOVE PROM-COURSE-CODE TO RG-COURSE-CODE.
002190     MOVE PROM-SECTION TO RG-SECTION.
002200     MOVE PROM-TERM TO RG-TERM.
002210     MOVE PROM-STUDENT-ID TO STUDENT-ID OF STUDENT-MASTER-REC.
002220     READ STUDENT-MASTER
002230         INVALID KEY
002240             MOVE SPACES TO RG-NAME
002250             MOVE 'NOT ON MASTER - NO LETTER' TO RG-RESULT
002260             ADD 1 TO WS-NO-MASTER-COUNT
002270         NOT INVALID KEY
002280             PERFORM 2100-ISSUE-NOTICE THRU 2100-EXIT
002290     END-READ.
002300     PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT.
002310     PERFORM 1200-READ-PROMOTION THRU 1200-EXIT.
002320 2000-EXIT.
002330     EXIT.

002340 2100-ISSUE-NOTICE.
002350     MOVE STUDENT-MASTER-REC TO WS-CURRENT-STUDENT.
002360     MOVE WS-CUR-NAME TO RG-NAME.
002370     PERFORM 2200-FIND-SECTION THRU 2200-EXIT.
002380     PERFORM 2400-WRITE-LETTER THRU 2400-EXIT.
002390     PERFORM 2500-WRITE-EMAIL-QUEUE THRU 2500-EXIT.
002400 2100-EXIT.
002410     EXIT.

002420 2200-FIND-SECTION.
002430     MOVE PROM-SECTION-KEY TO CRS-KEY OF COURSE-REC.
002440     READ COURSE-FILE
002450         INVALID KEY
002460             MOVE SPACES TO WS-SEC-TITLE
002470         NOT INVALID KEY
002480             MOVE CRS-TITLE OF COURSE-REC TO WS-SEC-TITLE
002490     END-READ.
002500 2200-EXIT.
002510     EXIT.

002520******************************************************************
002530* One print-image letter in the STUNOTIF layout: dated heading,
002540* addressee, subject, body naming the section, and a separator
002550* line so the print room can burst the file.
002560******************************************************************
002570 2400-WRITE-LETTER.
002580     MOVE WS-CURRENT-DATE-8 TO LD-DATE.
002590     MOVE WS-LETTER-DATE-LINE TO LETTER-LINE.
002600     WRITE LETTER-LINE.
002610     MOVE SPACES TO LETTER-LINE.
002620     WRITE LETTER-LINE.
002630     MOVE WS-CUR-NAME TO LT-NAME.
002640     MOVE WS-LETTER-TO-LINE TO LETTER-LINE.
002650     WRITE LETTER-LINE.
002660     MOVE WS-NOTICE-SUBJECT TO LR-SUBJECT.
002670     MOVE WS-LETTER-RE-LINE TO LETTER-LINE.
002680     WRITE LETTER-LINE.
002690     MOVE SPACES TO LETTER-LINE.
002700     WRITE LETTER-LINE.
002710     MOVE 'A SEAT HAS OPENED IN THE SECTION BELOW AND YOU HAVE'
002720         TO LETTER-LINE.
002730     WRITE LETTER-LINE.
002740     MOVE 'BEEN REGISTERED INTO IT FROM THE WAITLIST:'
002750         TO LETTER-LINE.
002760     WRITE LETTER-LINE.
002770     MOVE SPACES TO LETTER-LINE.
002780     WRITE LETTER-LINE.
002790     MOVE PROM-COURSE-CODE TO LS-COURSE-CODE.
002800     MOVE PROM-SECTION TO LS-SECTION.
002810     MOVE PROM-TERM TO LS-TERM.
002820     MOVE WS-SEC-TITLE TO LS-TITLE.
002830     MOVE WS-LETTER-SECTION-LINE TO LETTER-LINE.
002840     WRITE LETTER-LINE.
002850     MOVE SPACES TO LETTER-LINE.
002860     WRITE LETTER-LINE.
002870     MOVE 'PLEASE CONTACT THE FRONT OFFICE IF YOU NO LONGER'
002880         TO LETTER-LINE.
002890     WRITE LETTER-LINE.
002900     MOVE 'WISH TO TAKE THIS SECTION.'
002910         TO LETTER-LINE.
002920     WRITE LETTER-LINE.
002930     MOVE SPACES TO LETTER-LINE.
002940     WRITE LETTER-LINE.
002950     MOVE ALL '=' TO LETTER-LINE.
002960     WRITE LETTER-LINE.
002970     ADD 1 TO WS-LETTER-COUNT.
002980     MOVE 'LETTER WRITTEN' TO RG-RESULT.
002990 2400-EXIT.
003000     EXIT.

003010 2500-WRITE-EMAIL-QUEUE.
003020     IF WS-CUR-EMAIL = SPACES
003030         ADD 1 TO WS-NO-EMAIL-COUNT
003040         MOVE 'LETTER WRITTEN - NO EMAIL' TO RG-RESULT
003050         GO TO 2500-EXIT
003060     END-IF.
003070     MOVE SPACES TO EMAIL-QUEUE-RECORD.
003080     MOVE WS-CUR-EMAIL TO EMQ-EMAIL.
003090     MOVE PROM-STUDENT-ID TO EMQ-STUDENT-ID.
003100     MOVE WS-NOTICE-TYPE TO EMQ-NOTICE-TYPE.
003110     MOVE WS-CURRENT-DATE-8 TO EMQ-DATE.
003120     WRITE EMAIL-QUEUE-RECORD.
003130     ADD 1 TO WS-EMAIL-COUNT.
003140     MOVE 'LETTER AND EMAIL QUEUED' TO RG-RESULT.
003150 2500-EXIT.
003160     EXIT.

003170 2900-WRITE-REGISTER-LINE.
003180     MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-LINE.
003190     WRITE REGISTER-LINE.
003200 2900-EXIT.
003210     EXIT.

003220******************************************************************
003230* Every promotion on the file has now been answered, so the
003240* file is emptied behind the run - the next STUREGMT or
003250* STUCRSLD appends to a clean file.
003260******************************************************************
003270 3000-FINALIZE.
003280     CLOSE STUDENT-MASTER.
003290     CLOSE COURSE-FILE.
003300     CLOSE PROMOTE-FILE.
003310     OPEN OUTPUT PROMOTE-FILE.
003320     CLOSE PROMOTE-FILE.
003330     CLOSE LETTER-FILE.
003340     CLOSE EMAIL-QUEUE.
003350     CLOSE NOTIFY-REGISTER.
003360     DISPLAY 'STUWTNOT: PROMOTIONS READ      = '
003370         WS-PROMOTE-READ.
003380     DISPLAY 'STUWTNOT: LETTERS WRITTEN      = '
003390         WS-LETTER-COUNT.
003400     DISPLAY 'STUWTNOT: EMAILS QUEUED        = '
003410         WS-EMAIL-COUNT.
003420     DISPLAY 'STUWTNOT: NO EMAIL ON FILE     = '
003430         WS-NO-EMAIL-COUNT.
003440     DISPLAY 'STUWTNOT: NOT ON MASTER        = '
003450         WS-NO-MASTER-COUNT.
003460 3000-EXIT.
003470     EXIT.

003480******************************************************************
003490* The run date honors the chain-wide STUBUSDT business date
003500* (SET once in the STUCHAIN run-control) over the machine
003510* date, so a late or re-run night reproduces the original
003520* night's numbers.
003530******************************************************************
003540 9000-GET-BUSINESS-DATE.
003550     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
003560     IF WS-BUSDT-PARM IS NUMERIC
003570         AND WS-BUSDT-PARM NOT = '00000000'
003580         MOVE WS-BUSDT-PARM TO WS-CURRENT-DATE-8
003590     ELSE
003600         ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
003610     END-IF.
003620 9000-EXIT.
003630     EXIT.

003640 END PROGRAM STUWTNOT.
