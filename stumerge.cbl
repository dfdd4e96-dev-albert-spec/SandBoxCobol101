000100******************************************************************
000110* Author: JRV
000120* Date: 15/Oct/2026
000130* Purpose: Education
000140*
000150* Duplicate identity merge. Folds a student admitted twice under
000160* two STUDENT-IDs (see the STUDUPRT report) into one: every
000170* registration on STUREG.DAT, every change-history entry on
000180* the permanent history file, every posting on the student
000190* account ledger, and every section waitlist entry carried
000200* under the victim ID is moved to the survivor ID (a waitlist
000210* entry keeps its place in the queue), and the victim is then
000220* deleted from the master with a DELETE entry on the night's
000230* STUMAINT journal generation (before-image and all, as
000231* STUMAINT journals its own deletes), so STUHIST folds the
000232* deletion into history.
000240*
000250* STUMERGE_MODE=MERGE (the default) takes the pair from
000260* STUMERGE_SURVIVOR and STUMERGE_VICTIM. Nothing is touched
000270* unless the whole merge can be made: both IDs must be on the
000280* master, the victim must carry no active hold (release it and
000290* place it on the survivor first), and none of the victim's
000300* records may collide with a key the survivor already has -
000310* the usual case is both IDs registered in the same section.
000311* A victim waitlist entry collides when the survivor is already
000312* waiting on, or registered in, the same section.
000320* A refused merge ends RETURN-CODE 16 with the reasons listed.
000330*
000340* Every record moved is written, full image, to the merge
000350* register (STUMRGRG_DD, default STUMRGyyyymmddNNNNN.DAT for
000360* the business date and victim), between a BEGIN and an END
000370* record carrying the counts, so the merge can be proven
000380* record for record. STUMERGE_MODE=REVERSE reads that register
000390* back and undoes the merge: each moved record is taken off
000400* the survivor as it stands now (a grade posted since the merge
000410* goes back with it) and returned to the victim ID, and the
000420* victim's master record is written back with an ADD entry on
000430* the journal. The reversal writes its own register
000440* (STUMRGRV_DD, default STUMRVyyyymmddNNNNN.DAT) in the same
000450* layout.
000460*
000470* Run after the night's STUMAINT step and before STUHIST, so
000480* the journal entry lands on the generation STUHIST folds.
000490*
000500* Modification History
000510* ---------------------------------------------------------------
000520* 15/Oct/2026  JRV  Original version.
000521* 15/Oct/2026  JRV  The run now takes the student files lock
000522*                    (STULOCK.DAT) before opening the master or
000523*                    registration file for update, stops with
000524*                    RETURN-CODE 12 naming the holder if another
000525*                    run has it, and releases it on the way out.
000526* 15/Oct/2026  JRV  The victim's waitlist entries (STUWAIT.DAT)
000527*                    now move to the survivor with the rest, so
000528*                    no promotion lands on a deleted STUDENT-ID;
000529*                    REVERSE puts them back.
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. STUMERGE.

000560 ENVIRONMENT DIVISION.
000570     INPUT-OUTPUT SECTION.
000580         FILE-CONTROL.
000590             SELECT STUDENT-MASTER ASSIGN TO DYNAMIC WS-STUDENT-DD
000600             ORGANIZATION IS INDEXED
000610             ACCESS MODE IS DYNAMIC
000620             RECORD KEY IS STUDENT-ID OF STUDENT-MASTER-REC
000630             ALTERNATE RECORD KEY IS NAME OF STUDENT-MASTER-REC
000640                 WITH DUPLICATES.

000650             SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-DD
000660             ORGANIZATION IS INDEXED
000670             ACCESS MODE IS DYNAMIC
000680             RECORD KEY IS REG-KEY OF REG-REC
000690             ALTERNATE RECORD KEY IS REG-SECTION-KEY OF REG-REC
000700                 WITH DUPLICATES.

000710             SELECT OPTIONAL HISTORY-FILE
000720             ASSIGN TO DYNAMIC WS-HIST-DD
000730             ORGANIZATION IS INDEXED
000740             ACCESS MODE IS DYNAMIC
000750             RECORD KEY IS HIST-KEY OF HISTORY-REC.

000760             SELECT OPTIONAL LEDGER-FILE
000770             ASSIGN TO DYNAMIC WS-LEDGER-DD
000780             ORGANIZATION IS INDEXED
000790             ACCESS MODE IS DYNAMIC
000800             RECORD KEY IS LEDG-KEY OF LEDGER-REC.

000801             SELECT OPTIONAL WAIT-FILE
000802             ASSIGN TO DYNAMIC WS-WAIT-DD
000803             ORGANIZATION IS INDEXED
000804             ACCESS MODE IS DYNAMIC
000805             RECORD KEY IS WAIT-KEY OF WAIT-REC.

000810             SELECT OPTIONAL HOLD-FILE
000820             ASSIGN TO DYNAMIC WS-HOLD-DD
000830             ORGANIZATION IS INDEXED
000840             ACCESS MODE IS DYNAMIC
000850             RECORD KEY IS HOLD-KEY OF HOLD-REC.

000860             SELECT OPTIONAL JOURNAL-FILE
000870             ASSIGN TO DYNAMIC WS-JOURNAL-DD
000880             ORGANIZATION IS LINE SEQUENTIAL.

000890             SELECT MERGE-REGISTER
000900             ASSIGN TO DYNAMIC WS-REGISTER-DD
000910             ORGANIZATION IS LINE SEQUENTIAL.

000920             SELECT REVERSE-REGISTER
000930             ASSIGN TO DYNAMIC WS-REVERSE-DD
000940             ORGANIZATION IS LINE SEQUENTIAL.

000941             SELECT OPTIONAL LOCK-FILE
000942             ASSIGN TO DYNAMIC WS-LOCK-DD
000943             ORGANIZATION IS INDEXED
000944             ACCESS MODE IS DYNAMIC
000945             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000950 DATA DIVISION.
000960     FILE SECTION.
000970     FD STUDENT-MASTER.
000980     COPY STUREC REPLACING ==:REC:== BY ==STUDENT-MASTER-REC==.

000990     FD REG-FILE.
001000     COPY REGREC REPLACING ==:REC:== BY ==REG-REC==.

001010     FD HISTORY-FILE.
001020     COPY STUHREC REPLACING ==:REC:== BY ==HISTORY-REC==.

001030     FD LEDGER-FILE.
001040     COPY LEDGREC REPLACING ==:REC:== BY ==LEDGER-REC==.

001041     FD WAIT-FILE.
001042     COPY WAITREC REPLACING ==:REC:== BY ==WAIT-REC==.

001050     FD HOLD-FILE.
001060     COPY HOLDREC REPLACING ==:REC:== BY ==HOLD-REC==.

001070     FD JOURNAL-FILE.
001080     01 JOURNAL-RECORD.
001090         05 JRN-SEQ PIC 9(7).
001100         05 JRN-DATE PIC 9(8).
001110         05 JRN-TIME PIC 9(8).
001120         05 JRN-ACTION PIC X(6).
001130         05 JRN-STUDENT-ID PIC 9(5).
001140         05 JRN-BEFORE-IMAGE PIC X(87).

001150     FD MERGE-REGISTER.
001160     01 MERGE-REGISTER-REC.
001170         05 MRG-FILE PIC X(8).
001180         05 FILLER PIC X(1).
001190         05 MRG-ACTION PIC X(6).
001200         05 FILLER PIC X(1).
001210         05 MRG-FROM-ID PIC 9(5).
001220         05 FILLER PIC X(1).
001230         05 MRG-TO-ID PIC 9(5).
001240         05 FILLER PIC X(1).
001250         05 MRG-IMAGE PIC X(123).

001260     FD REVERSE-REGISTER.
001270     01 REVERSE-REGISTER-REC PIC X(151).

001271     FD LOCK-FILE.
001272     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

001280     WORKING-STORAGE SECTION.
001290     01 WS-RUN-PARMS.
001300         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
001310         05 WS-REG-DD PIC X(64) VALUE SPACES.
001320         05 WS-HIST-DD PIC X(64) VALUE SPACES.
001330         05 WS-LEDGER-DD PIC X(64) VALUE SPACES.
001340         05 WS-HOLD-DD PIC X(64) VALUE SPACES.
001341         05 WS-WAIT-DD PIC X(64) VALUE SPACES.
001350         05 WS-JOURNAL-DD PIC X(64) VALUE SPACES.
001360         05 WS-REGISTER-DD PIC X(64) VALUE SPACES.
001370         05 WS-REVERSE-DD PIC X(64) VALUE SPACES.
001380         05 WS-MODE-PARM PIC X(8) VALUE SPACES.
001390             88 WS-MODE-MERGE VALUE 'MERGE'.
001400             88 WS-MODE-REVERSE VALUE 'REVERSE'.
001410         05 WS-SURVIVOR-PARM PIC X(5) VALUE SPACES.
001420         05 WS-VICTIM-PARM PIC X(5) VALUE SPACES.
001421         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

001430     01 WS-DEFAULTS.
001440         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
001450         05 WS-DEFAULT-REG PIC X(64) VALUE 'STUREG.DAT'.
001460         05 WS-DEFAULT-HIST PIC X(64) VALUE 'STUHIST.DAT'.
001470         05 WS-DEFAULT-LEDGER PIC X(64) VALUE 'STULEDGR.DAT'.
001480         05 WS-DEFAULT-HOLD PIC X(64) VALUE 'STUHOLD.DAT'.
001481         05 WS-DEFAULT-WAIT PIC X(64) VALUE 'STUWAIT.DAT'.
001482         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

001483     01 WS-LOCK-CONTROL.
001484         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
001485             88 WS-LOCK-HELD VALUE 'Y'.
001486         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
001487             88 WS-LOCK-REFUSED VALUE 'Y'.
001488         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
001489         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
001490         05 WS-LOCK-MY-STAMP.
001491             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
001492             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

001493     01 WS-ABORT-SWITCHES.
001500         05 WS-ABORT-SW PIC X(1) VALUE 'N'.
001510             88 WS-ABORT-RUN VALUE 'Y'.

001520     01 WS-SCAN-SWITCHES.
001530         05 WS-SCAN-SW PIC X(1) VALUE 'N'.
001540             88 WS-SCAN-DONE VALUE 'Y'.
001550         05 WS-REGISTER-EOF PIC X(1) VALUE 'N'.
001560             88 WS-REGISTER-AT-EOF VALUE 'Y'.
001561         05 WS-WAIT-SCAN-SW PIC X(1) VALUE 'N'.
001562             88 WS-WAIT-SCAN-DONE VALUE 'Y'.

001570     01 WS-MERGE-IDS.
001580         05 WS-SURVIVOR-ID PIC 9(5) VALUE ZERO.
001590         05 WS-VICTIM-ID PIC 9(5) VALUE ZERO.

001600     01 WS-SAVED-IMAGES.
001610         05 WS-MASTER-IMAGE PIC X(87) VALUE SPACES.
001620         05 WS-REG-IMAGE PIC X(40) VALUE SPACES.
001630         05 WS-HIST-IMAGE PIC X(123) VALUE SPACES.
001640         05 WS-LEDGER-IMAGE PIC X(83) VALUE SPACES.
001641         05 WS-WAIT-IMAGE PIC X(40) VALUE SPACES.
001642         05 WS-WAIT-SECTION PIC X(14) VALUE SPACES.

001650     01 WS-JOURNAL-FIELDS.
001660         05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
001670         05 WS-JOURNAL-SEQ PIC 9(7) VALUE ZERO.

001680     01 WS-COUNTERS.
001690         05 WS-CONFLICT-COUNT PIC 9(5) COMP VALUE ZERO.
001700         05 WS-MERGE-ERRORS PIC 9(5) COMP VALUE ZERO.
001710         05 WS-REGISTER-COUNT PIC 9(5) COMP VALUE ZERO.

001720     01 WS-MOVE-COUNTS.
001730         05 FILLER PIC X(4) VALUE 'REG='.
001740         05 WS-REG-MOVED PIC 9(5) VALUE ZERO.
001750         05 FILLER PIC X(6) VALUE ' HIST='.
001760         05 WS-HIST-MOVED PIC 9(5) VALUE ZERO.
001770         05 FILLER PIC X(8) VALUE ' LEDGER='.
001780         05 WS-LEDGER-MOVED PIC 9(5) VALUE ZERO.
001790         05 FILLER PIC X(8) VALUE ' MASTER='.
001800         05 WS-MASTER-MOVED PIC 9(5) VALUE ZERO.
001801         05 FILLER PIC X(6) VALUE ' WAIT='.
001802         05 WS-WAIT-MOVED PIC 9(5) VALUE ZERO.

001810     01 WS-REGISTER-ENTRY.
001820         05 RE-FILE PIC X(8).
001830         05 FILLER PIC X(1) VALUE SPACE.
001840         05 RE-ACTION PIC X(6).
001850         05 FILLER PIC X(1) VALUE SPACE.
001860         05 RE-FROM-ID PIC 9(5).
001870         05 FILLER PIC X(1) VALUE SPACE.
001880         05 RE-TO-ID PIC 9(5).
001890         05 FILLER PIC X(1) VALUE SPACE.
001900         05 RE-IMAGE PIC X(123).

001910     01 WS-BEGIN-IMAGE.
001920         05 FILLER PIC X(4) VALUE 'RUN '.
001930         05 BI-RUN-DATE PIC 9(8).
001940         05 FILLER PIC X(1) VALUE SPACE.
001950         05 BI-RUN-TIME PIC 9(8).

001960     01 WS-CURRENT-DATE-8 PIC 9(8) VALUE ZERO.
001970     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

001980 PROCEDURE DIVISION.

001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010     IF WS-ABORT-RUN
002020         GO TO 0000-EXIT
002030     END-IF.
002040     IF WS-MODE-MERGE
002050         PERFORM 2000-MERGE-STUDENT THRU 2000-EXIT
002060     ELSE
002070         PERFORM 4000-REVERSE-MERGE THRU 4000-EXIT
002080     END-IF.
002090     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002100 0000-EXIT.
002101     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
002110     GOBACK.

002120 1000-INITIALIZE.
002130*    The business date is fetched first because the journal and
002140*    register names carry it.
002150     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
002160     ACCEPT WS-RUN-TIME FROM TIME.
002170     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
002180     IF WS-ABORT-RUN
002190         MOVE 16 TO RETURN-CODE
002191         GO TO 1000-EXIT
002192     END-IF.
002193     MOVE WS-MODE-PARM TO WS-LOCK-FUNCTION.
002194     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
002195     IF WS-LOCK-REFUSED
002196         SET WS-ABORT-RUN TO TRUE
002200         GO TO 1000-EXIT
002210     END-IF.
002220     OPEN I-O STUDENT-MASTER.
002230     OPEN I-O REG-FILE.
002240     OPEN I-O HISTORY-FILE.
002250     OPEN I-O LEDGER-FILE.
002251     OPEN I-O WAIT-FILE.
002260     OPEN INPUT HOLD-FILE.
002270     IF WS-MODE-MERGE
002280         PERFORM 1100-EDIT-MERGE THRU 1100-EXIT
002290     ELSE
002300         OPEN INPUT MERGE-REGISTER
002310         PERFORM 1500-EDIT-REVERSE THRU 1500-EXIT
002320     END-IF.
002330     IF WS-ABORT-RUN
002340         DISPLAY 'STUMERGE: *** ' WS-MODE-PARM
002350             ' REFUSED - NOTHING CHANGED'
002360         PERFORM 3100-CLOSE-FILES THRU 3100-EXIT
002370         IF WS-MODE-REVERSE
002380             CLOSE MERGE-REGISTER
002390         END-IF
002400         MOVE 16 TO RETURN-CODE
002410         GO TO 1000-EXIT
002420     END-IF.
002430     OPEN EXTEND JOURNAL-FILE.
002440     IF WS-MODE-MERGE
002450         OPEN OUTPUT MERGE-REGISTER
002460     ELSE
002470         OPEN OUTPUT REVERSE-REGISTER
002480     END-IF.
002490 1000-EXIT.
002500     EXIT.

002510 1050-GET-RUN-PARMS.
002520     ACCEPT WS-MODE-PARM FROM ENVIRONMENT 'STUMERGE_MODE'.
002530     IF WS-MODE-PARM = SPACES OR LOW-VALUES
002540         MOVE 'MERGE' TO WS-MODE-PARM
002550     END-IF.
002560     IF NOT WS-MODE-MERGE AND NOT WS-MODE-REVERSE
002570         DISPLAY 'STUMERGE: *** STUMERGE_MODE MUST BE MERGE OR '
002580             'REVERSE - RUN ABORTED'
002590         SET WS-ABORT-RUN TO TRUE
002600         GO TO 1050-EXIT
002610     END-IF.
002620     ACCEPT WS-SURVIVOR-PARM FROM ENVIRONMENT 'STUMERGE_SURVIVOR'.
002630     ACCEPT WS-VICTIM-PARM FROM ENVIRONMENT 'STUMERGE_VICTIM'.
002640     IF WS-MODE-MERGE
002650         IF WS-SURVIVOR-PARM IS NOT NUMERIC
002660             OR WS-VICTIM-PARM IS NOT NUMERIC
002670             OR WS-SURVIVOR-PARM = '00000'
002680             OR WS-VICTIM-PARM = '00000'
002690             DISPLAY 'STUMERGE: *** STUMERGE_SURVIVOR AND '
002700                 'STUMERGE_VICTIM MUST BE 5-DIGIT STUDENT-IDS'
002710             SET WS-ABORT-RUN TO TRUE
002720             GO TO 1050-EXIT
002730         END-IF
002740         IF WS-SURVIVOR-PARM = WS-VICTIM-PARM
002750             DISPLAY 'STUMERGE: *** SURVIVOR AND VICTIM ARE THE '
002760                 'SAME STUDENT-ID'
002770             SET WS-ABORT-RUN TO TRUE
002780             GO TO 1050-EXIT
002790         END-IF
002800         MOVE WS-SURVIVOR-PARM TO WS-SURVIVOR-ID
002810         MOVE WS-VICTIM-PARM TO WS-VICTIM-ID
002820     END-IF.
002830     ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'STUDENT_DD'.
002840     IF WS-STUDENT-DD = SPACES OR LOW-VALUES
002850         MOVE WS-DEFAULT-STUDENT TO WS-STUDENT-DD
002860     END-IF.
002870     ACCEPT WS-REG-DD FROM ENVIRONMENT 'STUREG_DD'.
002880     IF WS-REG-DD = SPACES OR LOW-VALUES
002890         MOVE WS-DEFAULT-REG TO WS-REG-DD
002900     END-IF.
002910     ACCEPT WS-HIST-DD FROM ENVIRONMENT 'STUHIST_DD'.
002920     IF WS-HIST-DD = SPACES OR LOW-VALUES
002930         MOVE WS-DEFAULT-HIST TO WS-HIST-DD
002940     END-IF.
002950     ACCEPT WS-LEDGER-DD FROM ENVIRONMENT 'STULEDGR_DD'.
002960     IF WS-LEDGER-DD = SPACES OR LOW-VALUES
002970         MOVE WS-DEFAULT-LEDGER TO WS-LEDGER-DD
002980     END-IF.
002990     ACCEPT WS-HOLD-DD FROM ENVIRONMENT 'STUHOLD_DD'.
003000     IF WS-HOLD-DD = SPACES OR LOW-VALUES
003010         MOVE WS-DEFAULT-HOLD TO WS-HOLD-DD
003020     END-IF.
003021     ACCEPT WS-WAIT-DD FROM ENVIRONMENT 'STUWAIT_DD'.
003022     IF WS-WAIT-DD = SPACES OR LOW-VALUES
003023         MOVE WS-DEFAULT-WAIT TO WS-WAIT-DD
003024     END-IF.
003030     ACCEPT WS-JOURNAL-DD FROM ENVIRONMENT 'STUJRNL_DD'.
003040     IF WS-JOURNAL-DD = SPACES OR LOW-VALUES
003050         MOVE SPACES TO WS-JOURNAL-DD
003060         STRING 'STUJRNL' WS-CURRENT-DATE-8 '.DAT'
003070             DELIMITED BY SIZE INTO WS-JOURNAL-DD
003080     END-IF.
003090     ACCEPT WS-REGISTER-DD FROM ENVIRONMENT 'STUMRGRG_DD'.
003100     IF WS-REGISTER-DD = SPACES OR LOW-VALUES
003110         IF WS-VICTIM-PARM IS NOT NUMERIC
003120             DISPLAY 'STUMERGE: *** REVERSE NEEDS STUMRGRG_DD '
003130                 'OR STUMERGE_VICTIM TO FIND THE REGISTER'
003140             SET WS-ABORT-RUN TO TRUE
003150             GO TO 1050-EXIT
003160         END-IF
003170         MOVE SPACES TO WS-REGISTER-DD
003180         STRING 'STUMRG' WS-CURRENT-DATE-8 WS-VICTIM-PARM '.DAT'
003190             DELIMITED BY SIZE INTO WS-REGISTER-DD
003200     END-IF.
003210     ACCEPT WS-REVERSE-DD FROM ENVIRONMENT 'STUMRGRV_DD'.
003211     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
003212     IF WS-LOCK-DD = SPACES OR LOW-VALUES
003213         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
003214     END-IF.
003220     DISPLAY 'STUMERGE: MODE           = ' WS-MODE-PARM.
003230     IF WS-MODE-MERGE
003240         DISPLAY 'STUMERGE: SURVIVOR       = ' WS-SURVIVOR-ID
003250         DISPLAY 'STUMERGE: VICTIM         = ' WS-VICTIM-ID
003260     END-IF.
003270     DISPLAY 'STUMERGE: STUDENT MASTER = ' WS-STUDENT-DD.
003280     DISPLAY 'STUMERGE: REG FILE       = ' WS-REG-DD.
003290     DISPLAY 'STUMERGE: HISTORY FILE   = ' WS-HIST-DD.
003300     DISPLAY 'STUMERGE: LEDGER FILE    = ' WS-LEDGER-DD.
003310     DISPLAY 'STUMERGE: HOLDS FILE     = ' WS-HOLD-DD.
003311     DISPLAY 'STUMERGE: WAITLIST FILE  = ' WS-WAIT-DD.
003320     DISPLAY 'STUMERGE: JOURNAL FILE   = ' WS-JOURNAL-DD.
003330     DISPLAY 'STUMERGE: MERGE REGISTER = ' WS-REGISTER-DD.
003331     DISPLAY 'STUMERGE: LOCK FILE      = ' WS-LOCK-DD.
003340 1050-EXIT.
003350     EXIT.

003360******************************************************************
003370* Every reason the merge cannot be made is found and listed
003380* before anything is moved - half a merge is worse than none.
003390******************************************************************
003400 1100-EDIT-MERGE.
003410     MOVE WS-SURVIVOR-ID TO STUDENT-ID OF STUDENT-MASTER-REC.
003420     READ STUDENT-MASTER
003430         INVALID KEY
003440             DISPLAY 'STUMERGE: *** SURVIVOR ' WS-SURVIVOR-ID
003450                 ' NOT ON MASTER'
003460             SET WS-ABORT-RUN TO TRUE
003470     END-READ.
003480     MOVE WS-VICTIM-ID TO STUDENT-ID OF STUDENT-MASTER-REC.
003490     READ STUDENT-MASTER
003500         INVALID KEY
003510             DISPLAY 'STUMERGE: *** VICTIM ' WS-VICTIM-ID
003520                 ' NOT ON MASTER'
003530             SET WS-ABORT-RUN TO TRUE
003540     END-READ.
003550     IF WS-ABORT-RUN
003560         GO TO 1100-EXIT
003570     END-IF.
003580     PERFORM 1150-CHECK-VICTIM-HOLDS THRU 1150-EXIT.
003590     PERFORM 1200-CHECK-REG-CONFLICTS THRU 1200-EXIT.
003600     PERFORM 1300-CHECK-HIST-CONFLICTS THRU 1300-EXIT.
003610     PERFORM 1400-CHECK-LEDGER-CONFLICTS THRU 1400-EXIT.
003611     PERFORM 1460-CHECK-WAIT-CONFLICTS THRU 1460-EXIT.
003620     IF WS-CONFLICT-COUNT > ZERO
003630         DISPLAY 'STUMERGE: *** KEY CONFLICTS WITH SURVIVOR = '
003640             WS-CONFLICT-COUNT
003650         SET WS-ABORT-RUN TO TRUE
003660     END-IF.
003670 1100-EXIT.
003680     EXIT.

003690 1150-CHECK-VICTIM-HOLDS.
003700     MOVE 'N' TO WS-SCAN-SW.
003710     MOVE LOW-VALUES TO HOLD-KEY OF HOLD-REC.
003720     MOVE WS-VICTIM-ID TO HOLD-STUDENT-ID OF HOLD-REC.
003730     START HOLD-FILE
003740         KEY IS NOT LESS THAN HOLD-KEY OF HOLD-REC
003750         INVALID KEY
003760             SET WS-SCAN-DONE TO TRUE
003770     END-START.
003780     PERFORM 1160-SCAN-VICTIM-HOLD THRU 1160-EXIT
003790         UNTIL WS-SCAN-DONE.
003800 1150-EXIT.
003810     EXIT.

003820 1160-SCAN-VICTIM-HOLD.
003830     READ HOLD-FILE NEXT RECORD
003840         AT END
003850             SET WS-SCAN-DONE TO TRUE
003860             GO TO 1160-EXIT
003870     END-READ.
003880     IF HOLD-STUDENT-ID OF HOLD-REC NOT = WS-VICTIM-ID
003890         SET WS-SCAN-DONE TO TRUE
003900         GO TO 1160-EXIT
003910     END-IF.
003920     IF HOLD-IS-ACTIVE OF HOLD-REC
003930         DISPLAY 'STUMERGE: *** VICTIM CARRIES ACTIVE HOLD '
003940             HOLD-TYPE OF HOLD-REC ' PLACED BY '
003950             HOLD-OFFICE OF HOLD-REC
003960         SET WS-ABORT-RUN TO TRUE
003970     END-IF.
003980 1160-EXIT.
003990     EXIT.

004000******************************************************************
004010* Each of the victim's records is tried under the survivor's
004020* ID. The keyed READ moves the file position, so the walk is
004030* re-positioned just past the victim record before reading on.
004040******************************************************************
004050 1200-CHECK-REG-CONFLICTS.
004060     MOVE 'N' TO WS-SCAN-SW.
004070     MOVE LOW-VALUES TO REG-KEY OF REG-REC.
004080     MOVE WS-VICTIM-ID TO REG-STUDENT-ID OF REG-REC.
004090     START REG-FILE
004100         KEY IS NOT LESS THAN REG-KEY OF REG-REC
004110         INVALID KEY
004120             SET WS-SCAN-DONE TO TRUE
004130     END-START.
004140     PERFORM 1250-CHECK-REG THRU 1250-EXIT
004150         UNTIL WS-SCAN-DONE.
004160 1200-EXIT.
004170     EXIT.

004180 1250-CHECK-REG.
004190     READ REG-FILE NEXT RECORD
004200         AT END
004210             SET WS-SCAN-DONE TO TRUE
004220             GO TO 1250-EXIT
004230     END-READ.
004240     IF REG-STUDENT-ID OF REG-REC NOT = WS-VICTIM-ID
004250         SET WS-SCAN-DONE TO TRUE
004260         GO TO 1250-EXIT
004270     END-IF.
004280     MOVE REG-REC TO WS-REG-IMAGE.
004290     MOVE WS-SURVIVOR-ID TO REG-STUDENT-ID OF REG-REC.
004300     READ REG-FILE
004310         INVALID KEY
004320             CONTINUE
004330         NOT INVALID KEY
004340             DISPLAY 'STUMERGE: *** BOTH REGISTERED IN '
004350                 REG-COURSE-CODE OF REG-REC ' '
004360                 REG-SECTION OF REG-REC ' '
004370                 REG-TERM OF REG-REC
004380             ADD 1 TO WS-CONFLICT-COUNT
004390     END-READ.
004400     MOVE WS-REG-IMAGE TO REG-REC.
004410     START REG-FILE
004420         KEY IS GREATER THAN REG-KEY OF REG-REC
004430         INVALID KEY
004440             SET WS-SCAN-DONE TO TRUE
004450     END-START.
004460 1250-EXIT.
004470     EXIT.

004480 1300-CHECK-HIST-CONFLICTS.
004490     MOVE 'N' TO WS-SCAN-SW.
004500     MOVE LOW-VALUES TO HIST-KEY OF HISTORY-REC.
004510     MOVE WS-VICTIM-ID TO HIST-STUDENT-ID OF HISTORY-REC.
004520     START HISTORY-FILE
004530         KEY IS NOT LESS THAN HIST-KEY OF HISTORY-REC
004540         INVALID KEY
004550             SET WS-SCAN-DONE TO TRUE
004560     END-START.
004570     PERFORM 1350-CHECK-HIST THRU 1350-EXIT
004580         UNTIL WS-SCAN-DONE.
004590 1300-EXIT.
004600     EXIT.

004610 1350-CHECK-HIST.
004620     READ HISTORY-FILE NEXT RECORD
004630         AT END
004640             SET WS-SCAN-DONE TO TRUE
004650             GO TO 1350-EXIT
004660     END-READ.
004670     IF HIST-STUDENT-ID OF HISTORY-REC NOT = WS-VICTIM-ID
004680         SET WS-SCAN-DONE TO TRUE
004690         GO TO 1350-EXIT
004700     END-IF.
004710     MOVE HISTORY-REC TO WS-HIST-IMAGE.
004720     MOVE WS-SURVIVOR-ID TO HIST-STUDENT-ID OF HISTORY-REC.
004730     READ HISTORY-FILE
004740         INVALID KEY
004750             CONTINUE
004760         NOT INVALID KEY
004770             DISPLAY 'STUMERGE: *** HISTORY ENTRY '
004780                 HIST-DATE OF HISTORY-REC ' '
004790                 HIST-TIME OF HISTORY-REC
004800                 ' ON BOTH STUDENTS'
004810             ADD 1 TO WS-CONFLICT-COUNT
004820     END-READ.
004830     MOVE WS-HIST-IMAGE TO HISTORY-REC.
004840     START HISTORY-FILE
004850         KEY IS GREATER THAN HIST-KEY OF HISTORY-REC
004860         INVALID KEY
004870             SET WS-SCAN-DONE TO TRUE
004880     END-START.
004890 1350-EXIT.
004900     EXIT.

004910 1400-CHECK-LEDGER-CONFLICTS.
004920     MOVE 'N' TO WS-SCAN-SW.
004930     MOVE LOW-VALUES TO LEDG-KEY OF LEDGER-REC.
004940     MOVE WS-VICTIM-ID TO LEDG-STUDENT-ID OF LEDGER-REC.
004950     START LEDGER-FILE
004960         KEY IS NOT LESS THAN LEDG-KEY OF LEDGER-REC
004970         INVALID KEY
004980             SET WS-SCAN-DONE TO TRUE
004990     END-START.
005000     PERFORM 1450-CHECK-LEDGER THRU 1450-EXIT
005010         UNTIL WS-SCAN-DONE.
005020 1400-EXIT.
005030     EXIT.

005040 1450-CHECK-LEDGER.
005050     READ LEDGER-FILE NEXT RECORD
005060         AT END
005070             SET WS-SCAN-DONE TO TRUE
005080             GO TO 1450-EXIT
005090     END-READ.
005100     IF LEDG-STUDENT-ID OF LEDGER-REC NOT = WS-VICTIM-ID
005110         SET WS-SCAN-DONE TO TRUE
005120         GO TO 1450-EXIT
005130     END-IF.
005140     MOVE LEDGER-REC TO WS-LEDGER-IMAGE.
005150     MOVE WS-SURVIVOR-ID TO LEDG-STUDENT-ID OF LEDGER-REC.
005160     READ LEDGER-FILE
005170         INVALID KEY
005180             CONTINUE
005190         NOT INVALID KEY
005200             DISPLAY 'STUMERGE: *** LEDGER POSTING '
005210                 LEDG-POST-DATE OF LEDGER-REC ' '
005220                 LEDG-POST-TIME OF LEDGER-REC
005230                 ' ON BOTH STUDENTS'
005240             ADD 1 TO WS-CONFLICT-COUNT
005250     END-READ.
005260     MOVE WS-LEDGER-IMAGE TO LEDGER-REC.
005270     START LEDGER-FILE
005280         KEY IS GREATER THAN LEDG-KEY OF LEDGER-REC
005290         INVALID KEY
005300             SET WS-SCAN-DONE TO TRUE
005310     END-START.
005320 1450-EXIT.
005330     EXIT.

005340******************************************************************
005341* The waitlist is keyed on the section, not the student, so the
005342* whole file is walked for the victim's entries. Each is tried
005343* against the survivor's registration in the section and the
005344* survivor's own place on the section's waitlist, then the walk
005345* is re-positioned just past the victim entry.
005346******************************************************************
005347 1460-CHECK-WAIT-CONFLICTS.
005348     MOVE 'N' TO WS-SCAN-SW.
005349     MOVE LOW-VALUES TO WAIT-KEY OF WAIT-REC.
005350     START WAIT-FILE
005351         KEY IS NOT LESS THAN WAIT-KEY OF WAIT-REC
005352         INVALID KEY
005353             SET WS-SCAN-DONE TO TRUE
005354     END-START.
005355     PERFORM 1470-CHECK-WAIT THRU 1470-EXIT
005356         UNTIL WS-SCAN-DONE.
005357 1460-EXIT.
005358     EXIT.

005359 1470-CHECK-WAIT.
005360     READ WAIT-FILE NEXT RECORD
005361         AT END
005362             SET WS-SCAN-DONE TO TRUE
005363             GO TO 1470-EXIT
005364     END-READ.
005365     IF WAIT-STUDENT-ID OF WAIT-REC NOT = WS-VICTIM-ID
005366         GO TO 1470-EXIT
005367     END-IF.
005368     MOVE WAIT-REC TO WS-WAIT-IMAGE.
005369     MOVE WAIT-SECTION-KEY OF WAIT-REC TO WS-WAIT-SECTION.
005370     MOVE WS-SURVIVOR-ID TO REG-STUDENT-ID OF REG-REC.
005371     MOVE WS-WAIT-SECTION TO REG-SECTION-KEY OF REG-REC.
005372     READ REG-FILE
005373         INVALID KEY
005374             CONTINUE
005375         NOT INVALID KEY
005376             DISPLAY 'STUMERGE: *** VICTIM WAITING ON '
005377                 REG-COURSE-CODE OF REG-REC ' '
005378                 REG-SECTION OF REG-REC ' '
005379                 REG-TERM OF REG-REC
005380                 ' - SURVIVOR REGISTERED'
005381             ADD 1 TO WS-CONFLICT-COUNT
005382     END-READ.
005383     MOVE 'N' TO WS-WAIT-SCAN-SW.
005384     MOVE LOW-VALUES TO WAIT-KEY OF WAIT-REC.
005385     MOVE WS-WAIT-SECTION TO WAIT-SECTION-KEY OF WAIT-REC.
005386     START WAIT-FILE
005387         KEY IS NOT LESS THAN WAIT-KEY OF WAIT-REC
005388         INVALID KEY
005389             SET WS-WAIT-SCAN-DONE TO TRUE
005390     END-START.
005391     PERFORM 1480-CHECK-SECTION-WAIT THRU 1480-EXIT
005392         UNTIL WS-WAIT-SCAN-DONE.
005393     MOVE WS-WAIT-IMAGE TO WAIT-REC.
005394     START WAIT-FILE
005395         KEY IS GREATER THAN WAIT-KEY OF WAIT-REC
005396         INVALID KEY
005397             SET WS-SCAN-DONE TO TRUE
005398     END-START.
005399 1470-EXIT.
005400     EXIT.

005401 1480-CHECK-SECTION-WAIT.
005402     READ WAIT-FILE NEXT RECORD
005403         AT END
005404             SET WS-WAIT-SCAN-DONE TO TRUE
005405             GO TO 1480-EXIT
005406     END-READ.
005407     IF WAIT-SECTION-KEY OF WAIT-REC NOT = WS-WAIT-SECTION
005408         SET WS-WAIT-SCAN-DONE TO TRUE
005409         GO TO 1480-EXIT
005410     END-IF.
005411     IF WAIT-STUDENT-ID OF WAIT-REC = WS-SURVIVOR-ID
005412         DISPLAY 'STUMERGE: *** BOTH WAITING ON '
005413             WAIT-COURSE-CODE OF WAIT-REC ' '
005414             WAIT-SECTION OF WAIT-REC ' '
005415             WAIT-TERM OF WAIT-REC
005416         ADD 1 TO WS-CONFLICT-COUNT
005417         SET WS-WAIT-SCAN-DONE TO TRUE
005418     END-IF.
005419 1480-EXIT.
005420     EXIT.

005421******************************************************************
005422* REVERSE: the register must open with the BEGIN record of a
005423* merge, the survivor must still be on the master, and the
005424* victim must not be - a merge already reversed is not
005425* reversed twice.
005426******************************************************************
005427 1500-EDIT-REVERSE.
005428     PERFORM 1550-READ-REGISTER THRU 1550-EXIT.
005429     IF WS-REGISTER-AT-EOF
005430         OR MRG-FILE NOT = 'MERGE'
005440         OR MRG-ACTION NOT = 'BEGIN'
005450         DISPLAY 'STUMERGE: *** ' WS-REGISTER-DD
005460         DISPLAY 'STUMERGE: *** IS NOT A MERGE REGISTER'
005470         SET WS-ABORT-RUN TO TRUE
005480         GO TO 1500-EXIT
005490     END-IF.
005500     MOVE MRG-FROM-ID TO WS-VICTIM-ID.
005510     MOVE MRG-TO-ID TO WS-SURVIVOR-ID.
005520     DISPLAY 'STUMERGE: SURVIVOR       = ' WS-SURVIVOR-ID.
005530     DISPLAY 'STUMERGE: VICTIM         = ' WS-VICTIM-ID.
005540     MOVE WS-SURVIVOR-ID TO STUDENT-ID OF STUDENT-MASTER-REC.
005550     READ STUDENT-MASTER
005560         INVALID KEY
005570             DISPLAY 'STUMERGE: *** SURVIVOR ' WS-SURVIVOR-ID
005580                 ' NO LONGER ON MASTER'
005590             SET WS-ABORT-RUN TO TRUE
005600     END-READ.
005610     MOVE WS-VICTIM-ID TO STUDENT-ID OF STUDENT-MASTER-REC.
005620     READ STUDENT-MASTER
005630         NOT INVALID KEY
005640             DISPLAY 'STUMERGE: *** VICTIM ' WS-VICTIM-ID
005650                 ' ALREADY BACK ON MASTER'
005660             SET WS-ABORT-RUN TO TRUE
005670     END-READ.
005680     IF WS-REVERSE-DD = SPACES OR LOW-VALUES
005690         MOVE SPACES TO WS-REVERSE-DD
005700         STRING 'STUMRV' WS-CURRENT-DATE-8 WS-VICTIM-ID '.DAT'
005710             DELIMITED BY SIZE INTO WS-REVERSE-DD
005720     END-IF.
005730     DISPLAY 'STUMERGE: REVERSE REGISTER = ' WS-REVERSE-DD.
005740 1500-EXIT.
005750     EXIT.

005760 1550-READ-REGISTER.
005770     READ MERGE-REGISTER
005780         AT END SET WS-REGISTER-AT-EOF TO TRUE
005790     END-READ.
005800 1550-EXIT.
005810     EXIT.

005820******************************************************************
005830* MERGE: registrations, history, ledger postings, and waitlist
005840* entries move first; the victim's master record goes last, so
005850* a run that dies part way leaves the victim on the master for
005851* the reversal to find.
005860******************************************************************
005870 2000-MERGE-STUDENT.
005880     MOVE 'MERGE' TO RE-FILE.
005890     MOVE 'BEGIN' TO RE-ACTION.
005900     MOVE WS-CURRENT-DATE-8 TO BI-RUN-DATE.
005910     MOVE WS-RUN-TIME TO BI-RUN-TIME.
005920     MOVE WS-BEGIN-IMAGE TO RE-IMAGE.
005930     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
005940     MOVE 'N' TO WS-SCAN-SW.
005950     PERFORM 2100-MOVE-REGISTRATION THRU 2100-EXIT
005960         UNTIL WS-SCAN-DONE.
005970     MOVE 'N' TO WS-SCAN-SW.
005980     PERFORM 2200-MOVE-HISTORY THRU 2200-EXIT
005990         UNTIL WS-SCAN-DONE.
006000     MOVE 'N' TO WS-SCAN-SW.
006010     PERFORM 2300-MOVE-LEDGER THRU 2300-EXIT
006020         UNTIL WS-SCAN-DONE.
006021     PERFORM 2350-MOVE-WAITLIST THRU 2350-EXIT.
006030     IF WS-MERGE-ERRORS = ZERO
006040         PERFORM 2400-DELETE-VICTIM THRU 2400-EXIT
006050     END-IF.
006060     MOVE 'MERGE' TO RE-FILE.
006070     MOVE 'END' TO RE-ACTION.
006080     MOVE WS-MOVE-COUNTS TO RE-IMAGE.
006090     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
006100 2000-EXIT.
006110     EXIT.

006120******************************************************************
006130* Each pass re-positions at the victim's first registration -
006140* the one before it has been moved off the victim's key - and
006150* moves it: written under the survivor, then deleted from the
006160* victim.
006170******************************************************************
006180 2100-MOVE-REGISTRATION.
006190     MOVE LOW-VALUES TO REG-KEY OF REG-REC.
006200     MOVE WS-VICTIM-ID TO REG-STUDENT-ID OF REG-REC.
006210     START REG-FILE
006220         KEY IS NOT LESS THAN REG-KEY OF REG-REC
006230         INVALID KEY
006240             SET WS-SCAN-DONE TO TRUE
006250             GO TO 2100-EXIT
006260     END-START.
006270     READ REG-FILE NEXT RECORD
006280         AT END
006290             SET WS-SCAN-DONE TO TRUE
006300             GO TO 2100-EXIT
006310     END-READ.
006320     IF REG-STUDENT-ID OF REG-REC NOT = WS-VICTIM-ID
006330         SET WS-SCAN-DONE TO TRUE
006340         GO TO 2100-EXIT
006350     END-IF.
006360     MOVE REG-REC TO WS-REG-IMAGE.
006370     MOVE WS-SURVIVOR-ID TO REG-STUDENT-ID OF REG-REC.
006380     WRITE REG-REC
006390         INVALID KEY
006400             DISPLAY 'STUMERGE: *** REGISTRATION WRITE FAILED '
006410                 WS-REG-IMAGE
006420             ADD 1 TO WS-MERGE-ERRORS
006430             SET WS-SCAN-DONE TO TRUE
006440             GO TO 2100-EXIT
006450     END-WRITE.
006460     MOVE WS-REG-IMAGE TO REG-REC.
006470     DELETE REG-FILE RECORD
006480         INVALID KEY
006490             ADD 1 TO WS-MERGE-ERRORS
006500             SET WS-SCAN-DONE TO TRUE
006510             GO TO 2100-EXIT
006520     END-DELETE.
006530     ADD 1 TO WS-REG-MOVED.
006540     MOVE 'STUREG' TO RE-FILE.
006550     MOVE 'MOVED' TO RE-ACTION.
006560     MOVE WS-REG-IMAGE TO RE-IMAGE.
006570     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
006580 2100-EXIT.
006590     EXIT.

006600 2200-MOVE-HISTORY.
006610     MOVE LOW-VALUES TO HIST-KEY OF HISTORY-REC.
006620     MOVE WS-VICTIM-ID TO HIST-STUDENT-ID OF HISTORY-REC.
006630     START HISTORY-FILE
006640         KEY IS NOT LESS THAN HIST-KEY OF HISTORY-REC
006650         INVALID KEY
006660             SET WS-SCAN-DONE TO TRUE
006670             GO TO 2200-EXIT
006680     END-START.
006690     READ HISTORY-FILE NEXT RECORD
006700         AT END
006710             SET WS-SCAN-DONE TO TRUE
006720             GO TO 2200-EXIT
006730     END-READ.
006740     IF HIST-STUDENT-ID OF HISTORY-REC NOT = WS-VICTIM-ID
006750         SET WS-SCAN-DONE TO TRUE
006760         GO TO 2200-EXIT
006770     END-IF.
006780     MOVE HISTORY-REC TO WS-HIST-IMAGE.
006790     MOVE WS-SURVIVOR-ID TO HIST-STUDENT-ID OF HISTORY-REC.
006800     WRITE HISTORY-REC
006810         INVALID KEY
006820             DISPLAY 'STUMERGE: *** HISTORY WRITE FAILED '
006830                 WS-HIST-IMAGE (1:28)
006840             ADD 1 TO WS-MERGE-ERRORS
006850             SET WS-SCAN-DONE TO TRUE
006860             GO TO 2200-EXIT
006870     END-WRITE.
006880     MOVE WS-HIST-IMAGE TO HISTORY-REC.
006890     DELETE HISTORY-FILE RECORD
006900         INVALID KEY
006910             ADD 1 TO WS-MERGE-ERRORS
006920             SET WS-SCAN-DONE TO TRUE
006930             GO TO 2200-EXIT
006940     END-DELETE.
006950     ADD 1 TO WS-HIST-MOVED.
006960     MOVE 'STUHIST' TO RE-FILE.
006970     MOVE 'MOVED' TO RE-ACTION.
006980     MOVE WS-HIST-IMAGE TO RE-IMAGE.
006990     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
007000 2200-EXIT.
007010     EXIT.

007020 2300-MOVE-LEDGER.
007030     MOVE LOW-VALUES TO LEDG-KEY OF LEDGER-REC.
007040     MOVE WS-VICTIM-ID TO LEDG-STUDENT-ID OF LEDGER-REC.
007050     START LEDGER-FILE
007060         KEY IS NOT LESS THAN LEDG-KEY OF LEDGER-REC
007070         INVALID KEY
007080             SET WS-SCAN-DONE TO TRUE
007090             GO TO 2300-EXIT
007100     END-START.
007110     READ LEDGER-FILE NEXT RECORD
007120         AT END
007130             SET WS-SCAN-DONE TO TRUE
007140             GO TO 2300-EXIT
007150     END-READ.
007160     IF LEDG-STUDENT-ID OF LEDGER-REC NOT = WS-VICTIM-ID
007170         SET WS-SCAN-DONE TO TRUE
007180         GO TO 2300-EXIT
007190     END-IF.
007200     MOVE LEDGER-REC TO WS-LEDGER-IMAGE.
007210     MOVE WS-SURVIVOR-ID TO LEDG-STUDENT-ID OF LEDGER-REC.
007220     WRITE LEDGER-REC
007230         INVALID KEY
007240             DISPLAY 'STUMERGE: *** LEDGER WRITE FAILED '
007250                 WS-LEDGER-IMAGE (1:26)
007260             ADD 1 TO WS-MERGE-ERRORS
007270             SET WS-SCAN-DONE TO TRUE
007280             GO TO 2300-EXIT
007290     END-WRITE.
007300     MOVE WS-LEDGER-IMAGE TO LEDGER-REC.
007310     DELETE LEDGER-FILE RECORD
007320         INVALID KEY
007330             ADD 1 TO WS-MERGE-ERRORS
007340             SET WS-SCAN-DONE TO TRUE
007350             GO TO 2300-EXIT
007360     END-DELETE.
007370     ADD 1 TO WS-LEDGER-MOVED.
007380     MOVE 'STULEDGR' TO RE-FILE.
007390     MOVE 'MOVED' TO RE-ACTION.
007400     MOVE WS-LEDGER-IMAGE TO RE-IMAGE.
007410     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
007420 2300-EXIT.
007430     EXIT.

007440******************************************************************
007441* A waitlist entry keeps its key - the section and its place in
007442* the queue - so it is moved by REWRITEing the student on it,
007443* and one walk of the file finds them all.
007444******************************************************************
007445 2350-MOVE-WAITLIST.
007446     MOVE 'N' TO WS-SCAN-SW.
007447     MOVE LOW-VALUES TO WAIT-KEY OF WAIT-REC.
007448     START WAIT-FILE
007449         KEY IS NOT LESS THAN WAIT-KEY OF WAIT-REC
007450         INVALID KEY
007451             SET WS-SCAN-DONE TO TRUE
007452     END-START.
007453     PERFORM 2360-MOVE-WAIT-ENTRY THRU 2360-EXIT
007454         UNTIL WS-SCAN-DONE.
007455 2350-EXIT.
007456     EXIT.

007457 2360-MOVE-WAIT-ENTRY.
007458     READ WAIT-FILE NEXT RECORD
007459         AT END
007460             SET WS-SCAN-DONE TO TRUE
007461             GO TO 2360-EXIT
007462     END-READ.
007463     IF WAIT-STUDENT-ID OF WAIT-REC NOT = WS-VICTIM-ID
007464         GO TO 2360-EXIT
007465     END-IF.
007466     MOVE WAIT-REC TO WS-WAIT-IMAGE.
007467     MOVE WS-SURVIVOR-ID TO WAIT-STUDENT-ID OF WAIT-REC.
007468     REWRITE WAIT-REC
007469         INVALID KEY
007470             DISPLAY 'STUMERGE: *** WAITLIST REWRITE FAILED '
007471                 WS-WAIT-IMAGE (1:21)
007472             ADD 1 TO WS-MERGE-ERRORS
007473             SET WS-SCAN-DONE TO TRUE
007474             GO TO 2360-EXIT
007475     END-REWRITE.
007476     ADD 1 TO WS-WAIT-MOVED.
007477     MOVE 'STUWAIT' TO RE-FILE.
007478     MOVE 'MOVED' TO RE-ACTION.
007479     MOVE WS-WAIT-IMAGE TO RE-IMAGE.
007480     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
007481 2360-EXIT.
007482     EXIT.

007483******************************************************************
007484* The victim is journaled the way STUMAINT journals a DELETE -
007485* before-image first, then the DELETE - so STUHIST folds it and
007486* STUBKOUT could restore it.
007487******************************************************************
007490 2400-DELETE-VICTIM.
007500     MOVE WS-VICTIM-ID TO STUDENT-ID OF STUDENT-MASTER-REC.
007510     READ STUDENT-MASTER
007520         INVALID KEY
007530             DISPLAY 'STUMERGE: *** VICTIM LEFT THE MASTER '
007540                 'DURING THE RUN'
007550             ADD 1 TO WS-MERGE-ERRORS
007560             GO TO 2400-EXIT
007570     END-READ.
007580     MOVE STUDENT-MASTER-REC TO WS-MASTER-IMAGE.
007590     MOVE 'DELETE' TO JRN-ACTION.
007600     MOVE WS-MASTER-IMAGE TO JRN-BEFORE-IMAGE.
007610     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
007620     DELETE STUDENT-MASTER RECORD
007630         INVALID KEY
007640             ADD 1 TO WS-MERGE-ERRORS
007650             GO TO 2400-EXIT
007660     END-DELETE.
007670     ADD 1 TO WS-MASTER-MOVED.
007680     MOVE 'STUDENT' TO RE-FILE.
007690     MOVE 'DELETE' TO RE-ACTION.
007700     MOVE WS-MASTER-IMAGE TO RE-IMAGE.
007710     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
007720 2400-EXIT.
007730     EXIT.

007740******************************************************************
007750* The caller sets JRN-ACTION and JRN-BEFORE-IMAGE; the stamp is
007760* this run's, so the entry never collides with STUMAINT's on
007770* the history key.
007780******************************************************************
007790 2800-WRITE-JOURNAL.
007800     ADD 1 TO WS-JOURNAL-SEQ.
007810     MOVE WS-JOURNAL-SEQ TO JRN-SEQ.
007820     MOVE WS-CURRENT-DATE-8 TO JRN-DATE.
007830     MOVE WS-RUN-TIME TO JRN-TIME.
007840     MOVE WS-VICTIM-ID TO JRN-STUDENT-ID.
007850     WRITE JOURNAL-RECORD.
007860 2800-EXIT.
007870     EXIT.

007880 2900-WRITE-REGISTER.
007890     MOVE WS-VICTIM-ID TO RE-FROM-ID.
007900     MOVE WS-SURVIVOR-ID TO RE-TO-ID.
007910     IF WS-MODE-MERGE
007920         MOVE WS-REGISTER-ENTRY TO MERGE-REGISTER-REC
007930         WRITE MERGE-REGISTER-REC
007940     ELSE
007950         MOVE WS-REGISTER-ENTRY TO REVERSE-REGISTER-REC
007960         WRITE REVERSE-REGISTER-REC
007970     END-IF.
007980     ADD 1 TO WS-REGISTER-COUNT.
007990     MOVE SPACES TO RE-IMAGE.
008000 2900-EXIT.
008010     EXIT.

008020 3000-FINALIZE.
008030     PERFORM 3100-CLOSE-FILES THRU 3100-EXIT.
008040     CLOSE JOURNAL-FILE.
008050     CLOSE MERGE-REGISTER.
008060     IF WS-MODE-REVERSE
008070         CLOSE REVERSE-REGISTER
008080     END-IF.
008090     DISPLAY 'STUMERGE: REGISTRATIONS   = ' WS-REG-MOVED.
008100     DISPLAY 'STUMERGE: HISTORY ENTRIES = ' WS-HIST-MOVED.
008110     DISPLAY 'STUMERGE: LEDGER POSTINGS = ' WS-LEDGER-MOVED.
008111     DISPLAY 'STUMERGE: WAITLIST        = ' WS-WAIT-MOVED.
008120     DISPLAY 'STUMERGE: MASTER RECORDS  = ' WS-MASTER-MOVED.
008130     DISPLAY 'STUMERGE: REGISTER LINES  = ' WS-REGISTER-COUNT.
008140     DISPLAY 'STUMERGE: ERRORS          = ' WS-MERGE-ERRORS.
008150     IF WS-MERGE-ERRORS > ZERO
008160         MOVE 8 TO RETURN-CODE
008170     END-IF.
008180 3000-EXIT.
008190     EXIT.

008200 3100-CLOSE-FILES.
008210     CLOSE STUDENT-MASTER.
008220     CLOSE REG-FILE.
008230     CLOSE HISTORY-FILE.
008240     CLOSE LEDGER-FILE.
008241     CLOSE WAIT-FILE.
008250     CLOSE HOLD-FILE.
008260 3100-EXIT.
008270     EXIT.

008280******************************************************************
008290* REVERSE: every MOVED record on the register is taken off the
008300* survivor as it stands now and written back under the victim;
008310* the DELETE record puts the victim's master record back.
008320******************************************************************
008330 4000-REVERSE-MERGE.
008340     MOVE 'MERGE' TO RE-FILE.
008350     MOVE 'BEGIN' TO RE-ACTION.
008360     MOVE WS-CURRENT-DATE-8 TO BI-RUN-DATE.
008370     MOVE WS-RUN-TIME TO BI-RUN-TIME.
008380     MOVE WS-BEGIN-IMAGE TO RE-IMAGE.
008390     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
008400     PERFORM 1550-READ-REGISTER THRU 1550-EXIT.
008410     PERFORM 4100-REVERSE-ENTRY THRU 4100-EXIT
008420         UNTIL WS-REGISTER-AT-EOF.
008430     MOVE 'MERGE' TO RE-FILE.
008440     MOVE 'END' TO RE-ACTION.
008450     MOVE WS-MOVE-COUNTS TO RE-IMAGE.
008460     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
008470 4000-EXIT.
008480     EXIT.

008490 4100-REVERSE-ENTRY.
008500     MOVE 'RESTOR' TO RE-ACTION.
008510     EVALUATE MRG-FILE
008520         WHEN 'STUREG'
008530             PERFORM 4200-RESTORE-REGISTRATION THRU 4200-EXIT
008540         WHEN 'STUHIST'
008550             PERFORM 4300-RESTORE-HISTORY THRU 4300-EXIT
008560         WHEN 'STULEDGR'
008570             PERFORM 4400-RESTORE-LEDGER THRU 4400-EXIT
008571         WHEN 'STUWAIT'
008572             PERFORM 4450-RESTORE-WAIT-ENTRY THRU 4450-EXIT
008580         WHEN 'STUDENT'
008590             PERFORM 4500-RESTORE-VICTIM THRU 4500-EXIT
008600         WHEN OTHER
008610             CONTINUE
008620     END-EVALUATE.
008630     PERFORM 1550-READ-REGISTER THRU 1550-EXIT.
008640 4100-EXIT.
008650     EXIT.

008660 4200-RESTORE-REGISTRATION.
008670     MOVE MRG-IMAGE TO REG-REC.
008680     MOVE WS-SURVIVOR-ID TO REG-STUDENT-ID OF REG-REC.
008690     READ REG-FILE
008700         INVALID KEY
008710             DISPLAY 'STUMERGE: *** NO LONGER ON SURVIVOR: '
008720                 MRG-IMAGE (1:19)
008730             ADD 1 TO WS-MERGE-ERRORS
008740             GO TO 4200-EXIT
008750     END-READ.
008760     DELETE REG-FILE RECORD
008770         INVALID KEY
008780             ADD 1 TO WS-MERGE-ERRORS
008790             GO TO 4200-EXIT
008800     END-DELETE.
008810     MOVE WS-VICTIM-ID TO REG-STUDENT-ID OF REG-REC.
008820     MOVE REG-REC TO WS-REG-IMAGE.
008830     WRITE REG-REC
008840         INVALID KEY
008850             DISPLAY 'STUMERGE: *** REGISTRATION WRITE FAILED '
008860                 WS-REG-IMAGE
008870             ADD 1 TO WS-MERGE-ERRORS
008880             GO TO 4200-EXIT
008890     END-WRITE.
008900     ADD 1 TO WS-REG-MOVED.
008910     MOVE 'STUREG' TO RE-FILE.
008920     MOVE WS-REG-IMAGE TO RE-IMAGE.
008930     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
008940 4200-EXIT.
008950     EXIT.

008960 4300-RESTORE-HISTORY.
008970     MOVE MRG-IMAGE TO HISTORY-REC.
008980     MOVE WS-SURVIVOR-ID TO HIST-STUDENT-ID OF HISTORY-REC.
008990     READ HISTORY-FILE
009000         INVALID KEY
009010             DISPLAY 'STUMERGE: *** NO LONGER ON SURVIVOR: '
009020                 MRG-IMAGE (1:28)
009030             ADD 1 TO WS-MERGE-ERRORS
009040             GO TO 4300-EXIT
009050     END-READ.
009060     DELETE HISTORY-FILE RECORD
009070         INVALID KEY
009080             ADD 1 TO WS-MERGE-ERRORS
009090             GO TO 4300-EXIT
009100     END-DELETE.
009110     MOVE WS-VICTIM-ID TO HIST-STUDENT-ID OF HISTORY-REC.
009120     MOVE HISTORY-REC TO WS-HIST-IMAGE.
009130     WRITE HISTORY-REC
009140         INVALID KEY
009150             DISPLAY 'STUMERGE: *** HISTORY WRITE FAILED '
009160                 WS-HIST-IMAGE (1:28)
009170             ADD 1 TO WS-MERGE-ERRORS
009180             GO TO 4300-EXIT
009190     END-WRITE.
009200     ADD 1 TO WS-HIST-MOVED.
009210     MOVE 'STUHIST' TO RE-FILE.
009220     MOVE WS-HIST-IMAGE TO RE-IMAGE.
009230     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
009240 4300-EXIT.
009250     EXIT.

009260 4400-RESTORE-LEDGER.
009270     MOVE MRG-IMAGE TO LEDGER-REC.
009280     MOVE WS-SURVIVOR-ID TO LEDG-STUDENT-ID OF LEDGER-REC.
009290     READ LEDGER-FILE
009300         INVALID KEY
009310             DISPLAY 'STUMERGE: *** NO LONGER ON SURVIVOR: '
009320                 MRG-IMAGE (1:26)
009330             ADD 1 TO WS-MERGE-ERRORS
009340             GO TO 4400-EXIT
009350     END-READ.
009360     DELETE LEDGER-FILE RECORD
009370         INVALID KEY
009380             ADD 1 TO WS-MERGE-ERRORS
009390             GO TO 4400-EXIT
009400     END-DELETE.
009410     MOVE WS-VICTIM-ID TO LEDG-STUDENT-ID OF LEDGER-REC.
009420     MOVE LEDGER-REC TO WS-LEDGER-IMAGE.
009430     WRITE LEDGER-REC
009440         INVALID KEY
009450             DISPLAY 'STUMERGE: *** LEDGER WRITE FAILED '
009460                 WS-LEDGER-IMAGE (1:26)
009470             ADD 1 TO WS-MERGE-ERRORS
009480             GO TO 4400-EXIT
009490     END-WRITE.
009500     ADD 1 TO WS-LEDGER-MOVED.
009510     MOVE 'STULEDGR' TO RE-FILE.
009520     MOVE WS-LEDGER-IMAGE TO RE-IMAGE.
009530     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
009540 4400-EXIT.
009541     EXIT.

009542******************************************************************
009543* A waitlist entry goes back to the victim only if it is still
009544* in the queue and still the survivor's - one promoted since the
009545* merge is now a registration, which stays with the survivor.
009546******************************************************************
009547 4450-RESTORE-WAIT-ENTRY.
009548     MOVE MRG-IMAGE TO WAIT-REC.
009549     READ WAIT-FILE
009550         INVALID KEY
009551             DISPLAY 'STUMERGE: *** NO LONGER ON WAITLIST: '
009552                 MRG-IMAGE (1:21)
009553             ADD 1 TO WS-MERGE-ERRORS
009554             GO TO 4450-EXIT
009555     END-READ.
009556     IF WAIT-STUDENT-ID OF WAIT-REC NOT = WS-SURVIVOR-ID
009557         DISPLAY 'STUMERGE: *** NO LONGER ON SURVIVOR: '
009558             MRG-IMAGE (1:21)
009559         ADD 1 TO WS-MERGE-ERRORS
009560         GO TO 4450-EXIT
009561     END-IF.
009562     MOVE WS-VICTIM-ID TO WAIT-STUDENT-ID OF WAIT-REC.
009563     MOVE WAIT-REC TO WS-WAIT-IMAGE.
009564     REWRITE WAIT-REC
009565         INVALID KEY
009566             DISPLAY 'STUMERGE: *** WAITLIST REWRITE FAILED '
009567                 WS-WAIT-IMAGE (1:21)
009568             ADD 1 TO WS-MERGE-ERRORS
009569             GO TO 4450-EXIT
009570     END-REWRITE.
009571     ADD 1 TO WS-WAIT-MOVED.
009572     MOVE 'STUWAIT' TO RE-FILE.
009573     MOVE WS-WAIT-IMAGE TO RE-IMAGE.
009574     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
009575 4450-EXIT.
009576     EXIT.

009577******************************************************************
009578* The victim comes back exactly as deleted, journaled as an ADD
009580* the way STUMAINT journals its own.
009590******************************************************************
009600 4500-RESTORE-VICTIM.
009610     MOVE MRG-IMAGE TO STUDENT-MASTER-REC.
009620     WRITE STUDENT-MASTER-REC
009630         INVALID KEY
009640             DISPLAY 'STUMERGE: *** VICTIM ' WS-VICTIM-ID
009650                 ' COULD NOT BE WRITTEN BACK'
009660             ADD 1 TO WS-MERGE-ERRORS
009670             GO TO 4500-EXIT
009680     END-WRITE.
009690     MOVE 'ADD   ' TO JRN-ACTION.
009700     MOVE SPACES TO JRN-BEFORE-IMAGE.
009710     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
009720     ADD 1 TO WS-MASTER-MOVED.
009730     MOVE 'STUDENT' TO RE-FILE.
009740     MOVE MRG-IMAGE TO RE-IMAGE.
009750     PERFORM 2900-WRITE-REGISTER THRU 2900-EXIT.
009760 4500-EXIT.
009770     EXIT.

009780******************************************************************
009781* The student master and the registration file are enqueued on
009782* the lock file (STULOCK_DD, see LOCKREC) before either is
009783* opened for update. The lock is taken by WRITEing the STUFILES
009784* record; a duplicate key means another run holds it. When the
009785* holder is the STUCHAIN run that CALLed this one - its stamp is
009786* in STULOCK_CHAIN - the run goes ahead under the chain's lock
009787* without taking or releasing it. Anyone else's lock stops the
009788* run with RETURN-CODE 12, naming the holder.
009789******************************************************************
009790 8500-TAKE-LOCK.
009791     MOVE 'N' TO WS-LOCK-HELD-SW.
009792     MOVE 'N' TO WS-LOCK-REFUSED-SW.
009793     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
009794     ACCEPT WS-LOCK-MY-TIME FROM TIME.
009795     OPEN I-O LOCK-FILE.
009796     MOVE SPACES TO LOCK-REC.
009797     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
009798     MOVE 'STUMERGE' TO LOCK-HOLDER OF LOCK-REC.
009799     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
009800     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
009801     WRITE LOCK-REC
009802         INVALID KEY
009803             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
009804         NOT INVALID KEY
009805             SET WS-LOCK-HELD TO TRUE
009806     END-WRITE.
009807     CLOSE LOCK-FILE.
009808 8500-EXIT.
009809     EXIT.

009810 8550-CHECK-HOLDER.
009811     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
009812     READ LOCK-FILE
009813         INVALID KEY
009814             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
009815             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
009816             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
009817     END-READ.
009818     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
009819     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
009820         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
009821         DISPLAY 'STUMERGE: RUNNING UNDER THE STUCHAIN LOCK OF '
009822             LOCK-START-DATE OF LOCK-REC ' '
009823             LOCK-START-TIME OF LOCK-REC
009824         GO TO 8550-EXIT
009825     END-IF.
009826     SET WS-LOCK-REFUSED TO TRUE.
009827     DISPLAY 'STUMERGE: *** STUDENT FILES LOCKED BY '
009828         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
009829     DISPLAY 'STUMERGE: *** HELD SINCE '
009830         LOCK-START-DATE OF LOCK-REC ' '
009831         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
009832     MOVE 12 TO RETURN-CODE.
009833 8550-EXIT.
009834     EXIT.

009835******************************************************************
009836* The lock is released only if it is still this run's own - an
009837* operator may have forced it off and another run taken it.
009838******************************************************************
009839 8600-RELEASE-LOCK.
009840     IF NOT WS-LOCK-HELD
009841         GO TO 8600-EXIT
009842     END-IF.
009843     OPEN I-O LOCK-FILE.
009844     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
009845     READ LOCK-FILE
009846         INVALID KEY
009847             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
009848     END-READ.
009849     IF LOCK-HOLDER OF LOCK-REC = 'STUMERGE'
009850         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
009851         DELETE LOCK-FILE RECORD
009852     ELSE
009853         DISPLAY 'STUMERGE: *** LOCK NO LONGER HELD BY THIS RUN'
009854             ' - NOT RELEASED'
009855     END-IF.
009856     CLOSE LOCK-FILE.
009857     MOVE 'N' TO WS-LOCK-HELD-SW.
009858 8600-EXIT.
009859     EXIT.

009860******************************************************************
009861* The run date honors the chain-wide STUBUSDT business date
009862* (SET once in the STUCHAIN run-control) over the machine
009863* date, so the journal entry lands on that night's generation.
009864******************************************************************
009865 9000-GET-BUSINESS-DATE.
009866     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
009867     IF WS-BUSDT-PARM IS NUMERIC
009868         AND WS-BUSDT-PARM NOT = '00000000'
009870         MOVE WS-BUSDT-PARM TO WS-CURRENT-DATE-8
009880     ELSE
009890         ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
009900     END-IF.
009910 9000-EXIT.
009920     EXIT.

009930 END PROGRAM STUMERGE.
