000100******************************************************************
000110* Author: JRV
000120* Date: 15/Oct/2026
000130* Purpose: Education
000140*
000150* Student hold maintenance. Reads the offices' hold transactions
000160* (STUHLDTR_DD, default STUHLDTR.DAT, LINE SEQUENTIAL) and places
000170* or releases holds on the student holds file (STUHOLD_DD,
000180* default STUHOLD.DAT, INDEXED on STUDENT-ID plus hold type),
000190* then logs every transaction applied or rejected.
000200*
000210* Transaction layout: action in column 1 (P = place, R =
000220* release), STUDENT-ID in 3-7, hold type in 9 (see HOLDREC),
000230* office in 11-20, reason in 22-51.
000240*
000250* A hold is placed dated the run date for a student on the
000260* master; placing a hold the student already carries active is
000270* rejected, and placing one that was released re-activates it.
000280* Only the office that placed a hold may release it; a released
000290* hold stays on file, stamped with its release date, so the
000300* holds file is also the history of who held what and when.
000310*
000320* Modification History
000330* ---------------------------------------------------------------
000340* 15/Oct/2026  JRV  Original version.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. STUHOLDM.

000380 ENVIRONMENT DIVISION.
000390     INPUT-OUTPUT SECTION.
000400         FILE-CONTROL.
000410             SELECT STUDENT-MASTER ASSIGN TO DYNAMIC WS-STUDENT-DD
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS DYNAMIC
000440             RECORD KEY IS STUDENT-ID OF STUDENT-MASTER-REC
000450             ALTERNATE RECORD KEY IS NAME OF STUDENT-MASTER-REC
000460                 WITH DUPLICATES.

000470             SELECT OPTIONAL HOLD-FILE
000480             ASSIGN TO DYNAMIC WS-HOLD-DD
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS DYNAMIC
000510             RECORD KEY IS HOLD-KEY OF HOLD-REC.

000520             SELECT OPTIONAL HOLD-TRANS
000530             ASSIGN TO DYNAMIC WS-TRANS-DD
000540             ORGANIZATION IS LINE SEQUENTIAL.

000550             SELECT HOLD-LOG ASSIGN TO DYNAMIC WS-LOG-DD
000560             ORGANIZATION IS LINE SEQUENTIAL.

000570 DATA DIVISION.
000580     FILE SECTION.
000590     FD STUDENT-MASTER.
000600     COPY STUREC REPLACING ==:REC:== BY ==STUDENT-MASTER-REC==.

000610     FD HOLD-FILE.
000620     COPY HOLDREC REPLACING ==:REC:== BY ==HOLD-REC==.

000630     FD HOLD-TRANS.
000640     01 HOLD-TRANS-RECORD.
000650         05 HT-ACTION PIC X(1).
000660             88 HT-PLACE VALUE 'P'.
000670             88 HT-RELEASE VALUE 'R'.
000680         05 FILLER PIC X(1).
000690         05 HT-STUDENT-ID PIC X(5).
000700         05 FILLER PIC X(1).
000710         05 HT-TYPE PIC X(1).
000720         05 FILLER PIC X(1).
000730         05 HT-OFFICE PIC X(10).
000740         05 FILLER PIC X(1).
000750         05 HT-REASON PIC X(30).
000760         05 FILLER PIC X(29).

000770     FD HOLD-LOG.
000780     01 LOG-LINE PIC X(80).

000790     WORKING-STORAGE SECTION.
000800     01 WS-RUN-PARMS.
000810         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000820         05 WS-HOLD-DD PIC X(64) VALUE SPACES.
000830         05 WS-TRANS-DD PIC X(64) VALUE SPACES.
000840         05 WS-LOG-DD PIC X(64) VALUE SPACES.

000850     01 WS-DEFAULTS.
000860         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000870         05 WS-DEFAULT-HOLD PIC X(64) VALUE 'STUHOLD.DAT'.
000880         05 WS-DEFAULT-TRANS PIC X(64) VALUE 'STUHLDTR.DAT'.
000890         05 WS-DEFAULT-LOG PIC X(64) VALUE 'STUHLDLG.TXT'.

000900     01 WS-EOF-SWITCHES.
000910         05 WS-TRANS-EOF PIC X(1) VALUE 'N'.
000920             88 WS-TRANS-AT-EOF VALUE 'Y'.

000930     01 WS-HOLD-SWITCHES.
000940         05 WS-HOLD-FOUND-SW PIC X(1) VALUE 'N'.
000950             88 WS-HOLD-FOUND VALUE 'Y'.

000960     01 WS-COUNTERS.
000970         05 WS-PLACED-COUNT PIC 9(5) COMP VALUE ZERO.
000980         05 WS-RELEASED-COUNT PIC 9(5) COMP VALUE ZERO.
000990         05 WS-REJECT-COUNT PIC 9(5) COMP VALUE ZERO.

001000     01 WS-HOLD-FIELDS.
001010         05 WS-HT-STUDENT-ID PIC 9(5) VALUE ZERO.

001020     01 WS-RUN-STAMP.
001030         05 WS-RUN-DATE-8 PIC 9(8) VALUE ZERO.

001040     01 WS-LOG-HEADING.
001050         05 FILLER PIC X(32)
001060             VALUE 'STUDENT HOLD MAINTENANCE - RUN '.
001070         05 LH-RUN-DATE PIC 9(8).

001080     01 WS-LOG-DETAIL-LINE.
001090         05 LL-ACTION PIC X(7).
001100         05 FILLER PIC X(1) VALUE SPACE.
001110         05 LL-STUDENT-ID PIC X(5).
001120         05 FILLER PIC X(1) VALUE SPACE.
001130         05 LL-TYPE PIC X(1).
001140         05 FILLER PIC X(1) VALUE SPACE.
001150         05 LL-OFFICE PIC X(10).
001160         05 FILLER PIC X(1) VALUE SPACE.
001170         05 LL-RESULT PIC X(40).

001180     01 WS-LOG-TOTAL-LINE.
001190         05 LT-LABEL PIC X(20).
001200         05 LT-COUNT PIC ZZ,ZZ9.

001210     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

001220 PROCEDURE DIVISION.

001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001250     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
001260         UNTIL WS-TRANS-AT-EOF.
001270     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001280     GOBACK.

001290 1000-INITIALIZE.
001300     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
001310     OPEN INPUT STUDENT-MASTER.
001320     OPEN I-O HOLD-FILE.
001330     OPEN INPUT HOLD-TRANS.
001340     OPEN OUTPUT HOLD-LOG.
001350     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001360     MOVE WS-RUN-DATE-8 TO LH-RUN-DATE.
001370     MOVE WS-LOG-HEADING TO LOG-LINE.
001380     WRITE LOG-LINE.
001390     MOVE ALL '-' TO LOG-LINE.
001400     WRITE LOG-LINE.
001410     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
001420 1000-EXIT.
001430     EXIT.

001440 1050-GET-RUN-PARMS.
001450     ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'STUDENT_DD'.
001460     IF WS-STUDENT-DD = SPACES OR LOW-VALUES
001470         MOVE WS-DEFAULT-STUDENT TO WS-STUDENT-DD
001480     END-IF.
001490     ACCEPT WS-HOLD-DD FROM ENVIRONMENT 'STUHOLD_DD'.
001500     IF WS-HOLD-DD = SPACES OR LOW-VALUES
001510         MOVE WS-DEFAULT-HOLD TO WS-HOLD-DD
001520     END-IF.
001530     ACCEPT WS-TRANS-DD FROM ENVIRONMENT 'STUHLDTR_DD'.
001540     IF WS-TRANS-DD = SPACES OR LOW-VALUES
001550         MOVE WS-DEFAULT-TRANS TO WS-TRANS-DD
001560     END-IF.
001570     ACCEPT WS-LOG-DD FROM ENVIRONMENT 'STUHLDLG_DD'.
001580     IF WS-LOG-DD = SPACES OR LOW-VALUES
001590         MOVE WS-DEFAULT-LOG TO WS-LOG-DD
001600     END-IF.
001610     DISPLAY 'STUHOLDM: STUDENT MASTER = ' WS-STUDENT-DD.
001620     DISPLAY 'STUHOLDM: HOLDS FILE     = ' WS-HOLD-DD.
001630     DISPLAY 'STUHOLDM: TRANSACTIONS   = ' WS-TRANS-DD.
001640     DISPLAY 'STUHOLDM: HOLD LOG       = ' WS-LOG-DD.
001650 1050-EXIT.
001660     EXIT.

001670 1200-READ-TRANS.
001680     READ HOLD-TRANS
001690         AT END SET WS-TRANS-AT-EOF TO TRUE
001700     END-READ.
001710 1200-EXIT.
001720     EXIT.

001730******************************************************************
001740* Each transaction is proved before it touches the holds file;
001750* the first test it fails is the reason logged.
001760******************************************************************
001770 2000-APPLY-TRANSACTION.
001780     MOVE HT-STUDENT-ID TO LL-STUDENT-ID.
001790     MOVE HT-TYPE TO LL-TYPE.
001800     MOVE HT-OFFICE TO LL-OFFICE.
001810     MOVE 'REJECT' TO LL-ACTION.
001820     MOVE SPACES TO LL-RESULT.
001830     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
001840     IF LL-RESULT = SPACES
001850         IF HT-PLACE
001860             PERFORM 2200-PLACE-HOLD THRU 2200-EXIT
001870         ELSE
001880             PERFORM 2300-RELEASE-HOLD THRU 2300-EXIT
001890         END-IF
001900     END-IF.
001910     IF LL-ACTION = 'REJECT'
001920         ADD 1 TO WS-REJECT-COUNT
001930     END-IF.
001940     MOVE WS-LOG-DETAIL-LINE TO LOG-LINE.
001950     WRITE LOG-LINE.
001960     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
001970 2000-EXIT.
001980     EXIT.

001990 2100-EDIT-TRANSACTION.
002000     IF NOT HT-PLACE AND NOT HT-RELEASE
002010         MOVE 'ACTION NOT P OR R' TO LL-RESULT
002020         GO TO 2100-EXIT
002030     END-IF.
002040     IF HT-STUDENT-ID IS NOT NUMERIC
002050         MOVE 'STUDENT-ID NOT NUMERIC' TO LL-RESULT
002060         GO TO 2100-EXIT
002070     END-IF.
002080     MOVE HT-STUDENT-ID TO WS-HT-STUDENT-ID.
002090     MOVE HT-TYPE TO HOLD-TYPE OF HOLD-REC.
002100     IF NOT HOLD-TYPE-VALID OF HOLD-REC
002110         MOVE 'HOLD TYPE NOT F, I, D, R OR T' TO LL-RESULT
002120         GO TO 2100-EXIT
002130     END-IF.
002140     IF HT-OFFICE = SPACES
002150         MOVE 'OFFICE MISSING' TO LL-RESULT
002160         GO TO 2100-EXIT
002170     END-IF.
002180     IF HT-PLACE
002190         MOVE WS-HT-STUDENT-ID
002200             TO STUDENT-ID OF STUDENT-MASTER-REC
002210         READ STUDENT-MASTER
002220             INVALID KEY
002230                 MOVE 'NO MATCHING MASTER RECORD' TO LL-RESULT
002240                 GO TO 2100-EXIT
002250         END-READ
002260     END-IF.
002270     PERFORM 2150-READ-HOLD THRU 2150-EXIT.
002280 2100-EXIT.
002290     EXIT.

002300 2150-READ-HOLD.
002310     MOVE 'N' TO WS-HOLD-FOUND-SW.
002320     MOVE WS-HT-STUDENT-ID TO HOLD-STUDENT-ID OF HOLD-REC.
002330     MOVE HT-TYPE TO HOLD-TYPE OF HOLD-REC.
002340     READ HOLD-FILE
002350         INVALID KEY
002360             CONTINUE
002370         NOT INVALID KEY
002380             SET WS-HOLD-FOUND TO TRUE
002390     END-READ.
002400 2150-EXIT.
002410     EXIT.

002420******************************************************************
002430* A hold already active is left as it is - the office that
002440* placed it has to release it first. One that was released is
002450* re-activated in place under the placing office.
002460******************************************************************
002470 2200-PLACE-HOLD.
002480     IF WS-HOLD-FOUND
002490         AND HOLD-IS-ACTIVE OF HOLD-REC
002500         MOVE 'ALREADY ACTIVE - PLACED BY' TO LL-RESULT
002510         MOVE HOLD-OFFICE OF HOLD-REC TO LL-RESULT (28:10)
002520         GO TO 2200-EXIT
002530     END-IF.
002540     MOVE WS-HT-STUDENT-ID TO HOLD-STUDENT-ID OF HOLD-REC.
002550     MOVE HT-TYPE TO HOLD-TYPE OF HOLD-REC.
002560     SET HOLD-IS-ACTIVE OF HOLD-REC TO TRUE.
002570     MOVE WS-RUN-DATE-8 TO HOLD-DATE OF HOLD-REC.
002580     MOVE HT-OFFICE TO HOLD-OFFICE OF HOLD-REC.
002590     MOVE HT-REASON TO HOLD-REASON OF HOLD-REC.
002600     MOVE ZERO TO HOLD-RELEASE-DATE OF HOLD-REC.
002610     IF WS-HOLD-FOUND
002620         REWRITE HOLD-REC
002630             INVALID KEY
002640                 MOVE 'HOLD REWRITE FAILED' TO LL-RESULT
002650                 GO TO 2200-EXIT
002660         END-REWRITE
002670     ELSE
002680         WRITE HOLD-REC
002690             INVALID KEY
002700                 MOVE 'HOLD WRITE FAILED' TO LL-RESULT
002710                 GO TO 2200-EXIT
002720         END-WRITE
002730     END-IF.
002740     MOVE 'PLACE' TO LL-ACTION.
002750     MOVE 'HOLD PLACED' TO LL-RESULT.
002760     ADD 1 TO WS-PLACED-COUNT.
002770 2200-EXIT.
002780     EXIT.

002790 2300-RELEASE-HOLD.
002800     IF NOT WS-HOLD-FOUND
002810         OR NOT HOLD-IS-ACTIVE OF HOLD-REC
002820         MOVE 'NO ACTIVE HOLD OF THIS TYPE' TO LL-RESULT
002830         GO TO 2300-EXIT
002840     END-IF.
002850     IF HOLD-OFFICE OF HOLD-REC NOT = HT-OFFICE
002860         MOVE 'HOLD PLACED BY' TO LL-RESULT
002870         MOVE HOLD-OFFICE OF HOLD-REC TO LL-RESULT (16:10)
002880         GO TO 2300-EXIT
002890     END-IF.
002900     SET HOLD-IS-RELEASED OF HOLD-REC TO TRUE.
002910     MOVE WS-RUN-DATE-8 TO HOLD-RELEASE-DATE OF HOLD-REC.
002920     REWRITE HOLD-REC
002930         INVALID KEY
002940             MOVE 'HOLD REWRITE FAILED' TO LL-RESULT
002950             GO TO 2300-EXIT
002960     END-REWRITE.
002970     MOVE 'RELEASE' TO LL-ACTION.
002980     MOVE 'HOLD RELEASED' TO LL-RESULT.
002990     ADD 1 TO WS-RELEASED-COUNT.
003000 2300-EXIT.
003010     EXIT.

003020 3000-FINALIZE.
003030     MOVE ALL '-' TO LOG-LINE.
003040     WRITE LOG-LINE.
003050     MOVE 'HOLDS PLACED:' TO LT-LABEL.
003060     MOVE WS-PLACED-COUNT TO LT-COUNT.
003070     MOVE WS-LOG-TOTAL-LINE TO LOG-LINE.
003080     WRITE LOG-LINE.
003090     MOVE 'HOLDS RELEASED:' TO LT-LABEL.
003100     MOVE WS-RELEASED-COUNT TO LT-COUNT.
003110     MOVE WS-LOG-TOTAL-LINE TO LOG-LINE.
003120     WRITE LOG-LINE.
003130     MOVE 'REJECTED:' TO LT-LABEL.
003140     MOVE WS-REJECT-COUNT TO LT-COUNT.
003150     MOVE WS-LOG-TOTAL-LINE TO LOG-LINE.
003160     WRITE LOG-LINE.
003170     CLOSE STUDENT-MASTER.
003180     CLOSE HOLD-FILE.
003190     CLOSE HOLD-TRANS.
003200     CLOSE HOLD-LOG.
003210     DISPLAY 'STUHOLDM: HOLDS PLACED      = ' WS-PLACED-COUNT.
003220     DISPLAY 'STUHOLDM: HOLDS RELEASED    = ' WS-RELEASED-COUNT.
003230     DISPLAY 'STUHOLDM: TRANSACTIONS REJECTED = '
003240         WS-REJECT-COUNT.
003250 3000-EXIT.
003260     EXIT.

003270******************************************************************
003280* The run date honors the chain-wide STUBUSDT business date
003290* (SET once in the STUCHAIN run-control) over the machine
003300* date, so a late or re-run night reproduces the original
003310* night's numbers.
003320******************************************************************
003330 9000-GET-BUSINESS-DATE.
003340     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
003350     IF WS-BUSDT-PARM IS NUMERIC
003360         AND WS-BUSDT-PARM NOT = '00000000'
003370         MOVE WS-BUSDT-PARM TO WS-RUN-DATE-8
003380     ELSE
003390         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
003400     END-IF.
003410 9000-EXIT.
003420     EXIT.

003430 END PROGRAM STUHOLDM.
