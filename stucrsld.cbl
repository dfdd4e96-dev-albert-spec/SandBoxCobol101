000360* loaded. Any other STUCRSLD_MODE value aborts with RETURN-CODE
000370* 16 before either file is opened.
000380*
000381* When a MERGE raises a section's seat limit, the new seats are
000382* filled at once from the section's waitlist (STUWAIT_DD) in
000383* arrival order, the same promotion STUREGMT makes when a DROP
000384* gives a seat back: each student promoted is registered on
000385* STUREG_DD, takes the seat, and is written to the promotion
000386* notice file (STUWTPRM_DD) for STUWTNOT to write the letter.
000387*
000388* Each section is priced by the extract: credit hours in the
000389* two columns after the enrolled count, then the per-credit
000390* rate in seven digits with two implied decimals. Blank
000391* pricing loads as zero (a section with no charge); pricing
000392* present but not numeric rejects the record. A student
000393* promoted into a section is charged hours times rate on the
000394* student account ledger (STULEDGR_DD), as STUREGMT charges
000395* an ADD.
000396*
000397* A section loads open. A MERGE never reopens a section
000398* STUCANCL has cancelled: the refresh still updates its title,
000399* limit, and pricing, but a raised limit promotes no one.
000400*
000401* A raised limit promotes no one once the run date is past the
000402* section term's last day to add on the term calendar
000403* (STUTERM_DD, see TERMREC) - the same add window STUREGMT
000404* applies to an ADD and to its promotion after a DROP. A term
000405* with no calendar entry keeps its add window open.
000406*
000407* Modification History
000408* ---------------------------------------------------------------
000410* 02/Sep/2026  JRV  Original version.
000411* 15/Oct/2026  JRV  A MERGE that raises a seat limit promotes
000412*                    students from the section's waitlist into
000413*                    the new seats and records each promotion
000414*                    for notice.
000415* 15/Oct/2026  JRV  Sections now carry credit hours and a
000416*                    per-credit rate from the extract; a
000417*                    waitlist promotion posts the tuition
000418*                    charge to the student account ledger.
000419* 15/Oct/2026  JRV  A new section loads open; a MERGE leaves a
000420*                    section STUCANCL has cancelled cancelled,
000421*                    and promotes no one into it.
000422* 15/Oct/2026  JRV  A MERGE now takes the student files lock
000423*                    (STULOCK.DAT) before opening the master or
000424*                    registration file for update, stops with
000425*                    RETURN-CODE 12 naming the holder if another
000426*                    run has it, and releases it on the way out.
000427* 15/Oct/2026  JRV  A MERGE no longer promotes from a waitlist
000428*                    once the term's add deadline has passed.
000429******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. STUCRSLD.

000520             ACCESS MODE IS DYNAMIC
000530             RECORD KEY IS CRS-KEY OF COURSE-REC.

000531             SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-DD
000532             ORGANIZATION IS INDEXED
000533             ACCESS MODE IS DYNAMIC
000534             RECORD KEY IS REG-KEY OF REG-REC
000535             ALTERNATE RECORD KEY IS REG-SECTION-KEY OF REG-REC
000536                 WITH DUPLICATES.

000537             SELECT OPTIONAL WAIT-FILE
000538             ASSIGN TO DYNAMIC WS-WAIT-DD
000539             ORGANIZATION IS INDEXED
000540             ACCESS MODE IS DYNAMIC
000541             RECORD KEY IS WAIT-KEY OF WAIT-REC.

000542             SELECT OPTIONAL TERM-FILE
000543             ASSIGN TO DYNAMIC WS-TERM-DD
000544             ORGANIZATION IS INDEXED
000545             ACCESS MODE IS DYNAMIC
000546             RECORD KEY IS TERM-CODE OF TERM-REC.

000547             SELECT OPTIONAL PROMOTE-FILE
000548             ASSIGN TO DYNAMIC WS-PROMOTE-DD
000549             ORGANIZATION IS LINE SEQUENTIAL.

000550             SELECT OPTIONAL LEDGER-FILE
000551             ASSIGN TO DYNAMIC WS-LEDGER-DD
000552             ORGANIZATION IS INDEXED
000553             ACCESS MODE IS DYNAMIC
000554             RECORD KEY IS LEDG-KEY OF LEDGER-REC.

000555             SELECT OPTIONAL LOCK-FILE
000556             ASSIGN TO DYNAMIC WS-LOCK-DD
000557             ORGANIZATION IS INDEXED
000558             ACCESS MODE IS DYNAMIC
000559             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000560 DATA DIVISION.
000561     FILE SECTION.
000562     FD CATALOG-FILE.
000570     COPY CRSREC REPLACING ==:REC:== BY ==CATALOG-REC==.

000580     FD COURSE-FILE.
000590     COPY CRSREC REPLACING ==:REC:== BY ==COURSE-REC==.

000591     FD REG-FILE.
000592     COPY REGREC REPLACING ==:REC:== BY ==REG-REC==.

000593     FD WAIT-FILE.
000594     COPY WAITREC REPLACING ==:REC:== BY ==WAIT-REC==.

000595     FD TERM-FILE.
000596     COPY TERMREC REPLACING ==:REC:== BY ==TERM-REC==.

000597     FD PROMOTE-FILE.
000598     COPY PROMREC REPLACING ==:REC:== BY ==PROMOTE-REC==.

000599     FD LEDGER-FILE.
000600     COPY LEDGREC REPLACING ==:REC:== BY ==LEDGER-REC==.

000601     FD LOCK-FILE.
000602     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

000603     WORKING-STORAGE SECTION.
000610     01 WS-RUN-PARMS.
000620         05 WS-CATALOG-DD PIC X(64) VALUE SPACES.
000630         05 WS-COURSE-DD PIC X(64) VALUE SPACES.
000631         05 WS-REG-DD PIC X(64) VALUE SPACES.
000632         05 WS-WAIT-DD PIC X(64) VALUE SPACES.
000633         05 WS-TERM-DD PIC X(64) VALUE SPACES.
000634         05 WS-PROMOTE-DD PIC X(64) VALUE SPACES.
000635         05 WS-LEDGER-DD PIC X(64) VALUE SPACES.
000640         05 WS-LOAD-MODE PIC X(5) VALUE SPACES.
000650             88 WS-MODE-MERGE VALUE 'MERGE'.
000660             88 WS-MODE-VALID VALUES 'LOAD ' 'MERGE'.
000661         05 WS-LOCK-DD PIC X(64) VALUE SPACES.

000670     01 WS-DEFAULTS.
000680         05 WS-DEFAULT-CATALOG PIC X(64) VALUE 'CRSCAT.DAT'.
000690         05 WS-DEFAULT-COURSE PIC X(64) VALUE 'CRSFILE.DAT'.
000691         05 WS-DEFAULT-REG PIC X(64) VALUE 'STUREG.DAT'.
000692         05 WS-DEFAULT-WAIT PIC X(64) VALUE 'STUWAIT.DAT'.
000693         05 WS-DEFAULT-TERM PIC X(64) VALUE 'STUTERM.DAT'.
000694         05 WS-DEFAULT-PROMOTE PIC X(64) VALUE 'STUWTPRM.DAT'.
000695         05 WS-DEFAULT-LEDGER PIC X(64) VALUE 'STULEDGR.DAT'.
000700         05 WS-DEFAULT-MODE PIC X(5) VALUE 'LOAD'.
000701         05 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

000702     01 WS-LOCK-CONTROL.
000703         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
000704             88 WS-LOCK-HELD VALUE 'Y'.
000705         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
000706             88 WS-LOCK-REFUSED VALUE 'Y'.
000707         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
000708         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
000709         05 WS-LOCK-MY-STAMP.
000710             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
000711             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

000712     01 WS-EOF-SWITCHES.
000720         05 WS-CATALOG-EOF PIC X(1) VALUE 'N'.
000730             88 WS-CATALOG-AT-EOF VALUE 'Y'.

000750         05 WS-ABORT-SW PIC X(1) VALUE 'N'.
000760             88 WS-ABORT-RUN VALUE 'Y'.

000761     01 WS-WAITLIST-SWITCHES.
000762         05 WS-PROMOTE-DONE-SW PIC X(1) VALUE 'N'.
000763             88 WS-PROMOTE-DONE VALUE 'Y'.
000764         05 WS-ADD-CLOSED-SW PIC X(1) VALUE 'N'.
000765             88 WS-ADD-CLOSED VALUE 'Y'.

000766     01 WS-PRIOR-SEAT-LIMIT PIC 9(3) VALUE ZERO.

000770     01 WS-CURRENT-CATALOG.
000780         05 WS-CAT-KEY.
000790             10 WS-CAT-COURSE-CODE PIC X(6).
000820         05 WS-CAT-TITLE PIC X(30).
000830         05 WS-CAT-SEAT-LIMIT PIC X(3).
000840         05 WS-CAT-ENROLLED PIC X(3).
000841         05 WS-CAT-CREDIT-HOURS PIC X(2).
000842         05 WS-CAT-CREDIT-RATE PIC X(7).
000843         05 WS-CAT-CREDIT-RATE-N REDEFINES WS-CAT-CREDIT-RATE
000844             PIC 9(5)V99.

000850     01 WS-COUNTERS.
000860         05 WS-LOADED-COUNT PIC 9(7) COMP VALUE ZERO.
000870         05 WS-MERGED-COUNT PIC 9(7) COMP VALUE ZERO.
000880         05 WS-REJECT-COUNT PIC 9(7) COMP VALUE ZERO.
000881         05 WS-PROMOTED-COUNT PIC 9(7) COMP VALUE ZERO.
000882         05 WS-CHARGED-COUNT PIC 9(7) COMP VALUE ZERO.
000883         05 WS-ADD-CLOSED-COUNT PIC 9(7) COMP VALUE ZERO.

000884     01 WS-LEDGER-FIELDS.
000885         05 WS-LEDGER-SEQ PIC 9(5) VALUE ZERO.
000886         05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
000887         05 WS-CHARGE-AMOUNT PIC 9(7)V99 VALUE ZERO.
000888         05 WS-CHARGED-AMOUNT PIC 9(9)V99 VALUE ZERO.
000889         05 WS-CHARGED-EDIT PIC ZZZ,ZZZ,ZZ9.99.

000890     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.
000891     01 WS-RUN-DATE-8 PIC 9(8) VALUE ZERO.

000892 PROCEDURE DIVISION.

000900 0000-MAINLINE.
000910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000940             UNTIL WS-CATALOG-AT-EOF
000950         PERFORM 3000-FINALIZE THRU 3000-EXIT
000960     END-IF.
000961     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
000970     GOBACK.

000980 1000-INITIALIZE.
000990     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
001000     IF WS-ABORT-RUN
001010         MOVE 16 TO RETURN-CODE
001011         GO TO 1000-EXIT
001012     END-IF.
001013*    Only a MERGE touches the registration file, so only a MERGE
001014*    takes the student files lock.
001015     IF WS-MODE-MERGE
001016         MOVE WS-LOAD-MODE TO WS-LOCK-FUNCTION
001017         PERFORM 8500-TAKE-LOCK THRU 8500-EXIT
001018     END-IF.
001019     IF WS-LOCK-REFUSED
001020         SET WS-ABORT-RUN TO TRUE
001021         GO TO 1000-EXIT
001030     END-IF.
001040     OPEN INPUT CATALOG-FILE.
001050     IF WS-MODE-MERGE
001060         OPEN I-O COURSE-FILE
001061         OPEN I-O REG-FILE
001062         OPEN I-O WAIT-FILE
001063         OPEN INPUT TERM-FILE
001064         OPEN EXTEND PROMOTE-FILE
001065         OPEN I-O LEDGER-FILE
001070     ELSE
001080         OPEN OUTPUT COURSE-FILE
001090     END-IF.
001091     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001092     ACCEPT WS-RUN-TIME FROM TIME.
001100     PERFORM 1200-READ-CATALOG THRU 1200-EXIT.
001110 1000-EXIT.
001120     EXIT.
001180     ACCEPT WS-COURSE-DD FROM ENVIRONMENT 'CRSFILE_DD'.
001190     IF WS-COURSE-DD = SPACES OR LOW-VALUES
001200         MOVE WS-DEFAULT-COURSE TO WS-COURSE-DD
001201     END-IF.
001202     ACCEPT WS-REG-DD FROM ENVIRONMENT 'STUREG_DD'.
001203     IF WS-REG-DD = SPACES OR LOW-VALUES
001204         MOVE WS-DEFAULT-REG TO WS-REG-DD
001205     END-IF.
001206     ACCEPT WS-WAIT-DD FROM ENVIRONMENT 'STUWAIT_DD'.
001207     IF WS-WAIT-DD = SPACES OR LOW-VALUES
001208         MOVE WS-DEFAULT-WAIT TO WS-WAIT-DD
001209     END-IF.
001210     ACCEPT WS-TERM-DD FROM ENVIRONMENT 'STUTERM_DD'.
001211     IF WS-TERM-DD = SPACES OR LOW-VALUES
001212         MOVE WS-DEFAULT-TERM TO WS-TERM-DD
001213     END-IF.
001214     ACCEPT WS-PROMOTE-DD FROM ENVIRONMENT 'STUWTPRM_DD'.
001215     IF WS-PROMOTE-DD = SPACES OR LOW-VALUES
001216         MOVE WS-DEFAULT-PROMOTE TO WS-PROMOTE-DD
001217     END-IF.
001218     ACCEPT WS-LEDGER-DD FROM ENVIRONMENT 'STULEDGR_DD'.
001219     IF WS-LEDGER-DD = SPACES OR LOW-VALUES
001220         MOVE WS-DEFAULT-LEDGER TO WS-LEDGER-DD
001221     END-IF.
001222     ACCEPT WS-LOAD-MODE FROM ENVIRONMENT 'STUCRSLD_MODE'.
001230     IF WS-LOAD-MODE = SPACES OR LOW-VALUES
001240         MOVE WS-DEFAULT-MODE TO WS-LOAD-MODE
001250     END-IF.
001290         DISPLAY 'STUCRSLD: *** MUST BE LOAD OR MERGE - ABORTED'
001300         SET WS-ABORT-RUN TO TRUE
001310     END-IF.
001311     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
001312     IF WS-LOCK-DD = SPACES OR LOW-VALUES
001313         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
001314     END-IF.
001320     DISPLAY 'STUCRSLD: MODE           = ' WS-LOAD-MODE.
001330     DISPLAY 'STUCRSLD: CATALOG FILE   = ' WS-CATALOG-DD.
001340     DISPLAY 'STUCRSLD: COURSE FILE    = ' WS-COURSE-DD.
001341     IF WS-MODE-MERGE
001342         DISPLAY 'STUCRSLD: REG FILE       = ' WS-REG-DD
001343         DISPLAY 'STUCRSLD: WAITLIST FILE  = ' WS-WAIT-DD
001344         DISPLAY 'STUCRSLD: TERM CALENDAR  = ' WS-TERM-DD
001345         DISPLAY 'STUCRSLD: PROMOTE FILE   = ' WS-PROMOTE-DD
001346         DISPLAY 'STUCRSLD: LEDGER FILE    = ' WS-LEDGER-DD
001347     END-IF.
001348     DISPLAY 'STUCRSLD: LOCK FILE      = ' WS-LOCK-DD.
001350 1050-EXIT.
001360     EXIT.

001420     EXIT.

001430 2000-LOAD-CATALOG.
001431     IF WS-CAT-CREDIT-HOURS = SPACES
001432         MOVE ZERO TO WS-CAT-CREDIT-HOURS
001433     END-IF.
001434     IF WS-CAT-CREDIT-RATE = SPACES
001435         MOVE ZERO TO WS-CAT-CREDIT-RATE
001436     END-IF.
001440     IF WS-CAT-COURSE-CODE = SPACES
001450         OR WS-CAT-TERM = SPACES
001460         OR WS-CAT-SEAT-LIMIT IS NOT NUMERIC
001470         OR WS-CAT-SEAT-LIMIT = '000'
001471         OR WS-CAT-CREDIT-HOURS IS NOT NUMERIC
001472         OR WS-CAT-CREDIT-RATE IS NOT NUMERIC
001480         DISPLAY 'STUCRSLD: REJECT INVALID SECTION = '
001490             WS-CAT-KEY
001500         ADD 1 TO WS-REJECT-COUNT
001590     MOVE WS-CAT-TITLE TO CRS-TITLE OF COURSE-REC.
001600     MOVE WS-CAT-SEAT-LIMIT TO CRS-SEAT-LIMIT OF COURSE-REC.
001610     MOVE ZERO TO CRS-ENROLLED OF COURSE-REC.
001611     MOVE WS-CAT-CREDIT-HOURS TO CRS-CREDIT-HOURS OF COURSE-REC.
001612     MOVE WS-CAT-CREDIT-RATE-N TO CRS-CREDIT-RATE OF COURSE-REC.
001613     MOVE SPACE TO CRS-STATUS OF COURSE-REC.
001614     MOVE ZERO TO CRS-CANCEL-DATE OF COURSE-REC.
001620     WRITE COURSE-REC
001630         INVALID KEY
001640             IF WS-MODE-MERGE

001760******************************************************************
001770* A MERGE keeps the live enrolled count already on the section:
001780* the catalog refresh owns the title, the seat limit, and the
001781* pricing, the registration run owns the seats taken. A new
001782* price applies to seats taken from now on; charges already
001783* posted to the ledger stand. A seat limit raised
001784* over the seats taken opens seats for the section's waitlist,
001785* unless the section has been cancelled.
001800******************************************************************
001810 2150-REWRITE-COURSE.
001820     READ COURSE-FILE
001860             ADD 1 TO WS-REJECT-COUNT
001870             GO TO 2150-EXIT
001880     END-READ.
001881     MOVE CRS-SEAT-LIMIT OF COURSE-REC TO WS-PRIOR-SEAT-LIMIT.
001890     MOVE WS-CAT-TITLE TO CRS-TITLE OF COURSE-REC.
001900     MOVE WS-CAT-SEAT-LIMIT TO CRS-SEAT-LIMIT OF COURSE-REC.
001901     MOVE WS-CAT-CREDIT-HOURS TO CRS-CREDIT-HOURS OF COURSE-REC.
001902     MOVE WS-CAT-CREDIT-RATE-N TO CRS-CREDIT-RATE OF COURSE-REC.
001910     REWRITE COURSE-REC
001920         INVALID KEY
001930             DISPLAY 'STUCRSLD: REJECT - REWRITE FAILED = '
001950             ADD 1 TO WS-REJECT-COUNT
001960         NOT INVALID KEY
001970             ADD 1 TO WS-MERGED-COUNT
001971             IF CRS-SEAT-LIMIT OF COURSE-REC > WS-PRIOR-SEAT-LIMIT
001972                 AND NOT CRS-IS-CANCELLED OF COURSE-REC
001973                 PERFORM 2200-PROMOTE-WAITLIST THRU 2200-EXIT
001974             END-IF
001980     END-REWRITE.
001990 2150-EXIT.
001991     EXIT.

001992******************************************************************
001993* The new seats are filled from the front of the section's
001994* waitlist, one student at a time, until the seats or the
001995* waitlist run out. It is the promotion STUREGMT makes after a
001996* DROP and takes the same student next, but only while the
001997* term's add window is open: past the term's add deadline on
001998* the calendar the seats are left open, the waitlist stands,
001999* and the section is counted under ADD CLOSED.
002000******************************************************************
002001 2200-PROMOTE-WAITLIST.
002002     MOVE 'N' TO WS-ADD-CLOSED-SW.
002003     MOVE CRS-TERM OF COURSE-REC TO TERM-CODE OF TERM-REC.
002004     READ TERM-FILE
002005         INVALID KEY
002006             CONTINUE
002007         NOT INVALID KEY
002008             IF WS-RUN-DATE-8 > TERM-ADD-DEADLINE OF TERM-REC
002009                 SET WS-ADD-CLOSED TO TRUE
002010             END-IF
002011     END-READ.
002012     IF WS-ADD-CLOSED
002013         DISPLAY 'STUCRSLD: ADD CLOSED - NO PROMOTION = '
002014             CRS-KEY OF COURSE-REC
002015         ADD 1 TO WS-ADD-CLOSED-COUNT
002016         GO TO 2200-EXIT
002017     END-IF.
002018     MOVE 'N' TO WS-PROMOTE-DONE-SW.
002019     PERFORM 2250-PROMOTE-NEXT THRU 2250-EXIT
002020         UNTIL WS-PROMOTE-DONE.
002021 2200-EXIT.
002022     EXIT.

002023 2250-PROMOTE-NEXT.
002024     IF CRS-ENROLLED OF COURSE-REC
002025         NOT < CRS-SEAT-LIMIT OF COURSE-REC
002026         SET WS-PROMOTE-DONE TO TRUE
002027         GO TO 2250-EXIT
002028     END-IF.
002029     MOVE CRS-KEY OF COURSE-REC TO WAIT-SECTION-KEY OF WAIT-REC.
002030     MOVE ZERO TO WAIT-SEQ OF WAIT-REC.
002031     START WAIT-FILE
002032         KEY IS NOT LESS THAN WAIT-KEY OF WAIT-REC
002033         INVALID KEY
002034             SET WS-PROMOTE-DONE TO TRUE
002035             GO TO 2250-EXIT
002036     END-START.
002037     READ WAIT-FILE NEXT RECORD
002038         AT END
002039             SET WS-PROMOTE-DONE TO TRUE
002040             GO TO 2250-EXIT
002041     END-READ.
002042     IF WAIT-SECTION-KEY OF WAIT-REC NOT = CRS-KEY OF COURSE-REC
002043         SET WS-PROMOTE-DONE TO TRUE
002044         GO TO 2250-EXIT
002045     END-IF.
002046     DELETE WAIT-FILE RECORD.
002047     MOVE SPACES TO REG-REC.
002048     MOVE ZERO TO REG-GRADE-DATE OF REG-REC.
002049     MOVE WAIT-STUDENT-ID OF WAIT-REC
002050         TO REG-STUDENT-ID OF REG-REC.
002051     MOVE WAIT-SECTION-KEY OF WAIT-REC
002052         TO REG-SECTION-KEY OF REG-REC.
002053     MOVE WS-RUN-DATE-8 TO REG-ADD-DATE OF REG-REC.
002054     WRITE REG-REC
002055         INVALID KEY
002056             DISPLAY 'STUCRSLD: WAITLISTED BUT REGISTERED = '
002057                 REG-KEY OF REG-REC
002058         NOT INVALID KEY
002059             ADD 1 TO CRS-ENROLLED OF COURSE-REC
002060             REWRITE COURSE-REC
002061             ADD 1 TO WS-PROMOTED-COUNT
002062             DISPLAY 'STUCRSLD: PROMOTED FROM WAITLIST = '
002063                 REG-KEY OF REG-REC
002064             PERFORM 2270-WRITE-PROMOTE-NOTICE THRU 2270-EXIT
002065             PERFORM 2280-POST-CHARGE THRU 2280-EXIT
002066     END-WRITE.
002067 2250-EXIT.
002068     EXIT.

002069 2270-WRITE-PROMOTE-NOTICE.
002070     MOVE SPACES TO PROMOTE-REC.
002071     MOVE REG-STUDENT-ID OF REG-REC TO PROM-STUDENT-ID.
002072     MOVE REG-SECTION-KEY OF REG-REC TO PROM-SECTION-KEY.
002073     MOVE WS-RUN-DATE-8 TO PROM-DATE.
002074     MOVE 'STUCRSLD' TO PROM-SOURCE.
002075     WRITE PROMOTE-REC.
002076 2270-EXIT.
002077     EXIT.

002078******************************************************************
002079* A promoted student is charged for the seat exactly as an ADD
002080* is charged in STUREGMT: credit hours times the per-credit
002081* rate on the section, posted to the student account ledger.
002082* A section carrying no price posts nothing.
002083******************************************************************
002084 2280-POST-CHARGE.
002085     COMPUTE WS-CHARGE-AMOUNT =
002086         CRS-CREDIT-HOURS OF COURSE-REC
002087         * CRS-CREDIT-RATE OF COURSE-REC.
002088     IF WS-CHARGE-AMOUNT = ZERO
002089         GO TO 2280-EXIT
002090     END-IF.
002091     MOVE SPACES TO LEDGER-REC.
002092     MOVE REG-STUDENT-ID OF REG-REC
002093         TO LEDG-STUDENT-ID OF LEDGER-REC.
002094     MOVE WS-RUN-DATE-8 TO LEDG-POST-DATE OF LEDGER-REC.
002095     MOVE WS-RUN-TIME TO LEDG-POST-TIME OF LEDGER-REC.
002096     ADD 1 TO WS-LEDGER-SEQ.
002097     MOVE WS-LEDGER-SEQ TO LEDG-SEQ OF LEDGER-REC.
002098     SET LEDG-IS-CHARGE OF LEDGER-REC TO TRUE.
002099     MOVE WS-CHARGE-AMOUNT TO LEDG-AMOUNT OF LEDGER-REC.
002100     MOVE REG-SECTION-KEY OF REG-REC
002101         TO LEDG-SECTION-KEY OF LEDGER-REC.
002102     MOVE CRS-CREDIT-HOURS OF COURSE-REC
002103         TO LEDG-CREDIT-HOURS OF LEDGER-REC.
002104     MOVE ZERO TO LEDG-REFUND-PCT OF LEDGER-REC.
002105     MOVE 'STUCRSLD' TO LEDG-SOURCE OF LEDGER-REC.
002106     WRITE LEDGER-REC
002107         INVALID KEY
002108             DISPLAY 'STUCRSLD: *** LEDGER WRITE FAILED = '
002109                 LEDG-KEY OF LEDGER-REC
002110         NOT INVALID KEY
002111             ADD 1 TO WS-CHARGED-COUNT
002112             ADD WS-CHARGE-AMOUNT TO WS-CHARGED-AMOUNT
002113     END-WRITE.
002114 2280-EXIT.
002115     EXIT.

002116 3000-FINALIZE.
002117     CLOSE CATALOG-FILE.
002118     CLOSE COURSE-FILE.
002119     IF WS-MODE-MERGE
002120         CLOSE REG-FILE
002121         CLOSE WAIT-FILE
002122         CLOSE TERM-FILE
002123         CLOSE PROMOTE-FILE
002124         CLOSE LEDGER-FILE
002125     END-IF.
002126     DISPLAY 'STUCRSLD: SECTIONS LOADED  = ' WS-LOADED-COUNT.
002127     DISPLAY 'STUCRSLD: SECTIONS MERGED  = ' WS-MERGED-COUNT.
002128     DISPLAY 'STUCRSLD: REJECTED         = ' WS-REJECT-COUNT.
002129     DISPLAY 'STUCRSLD: PROMOTED         = ' WS-PROMOTED-COUNT.
002130     DISPLAY 'STUCRSLD: ADD CLOSED       = ' WS-ADD-CLOSED-COUNT.
002131     MOVE WS-CHARGED-AMOUNT TO WS-CHARGED-EDIT.
002132     DISPLAY 'STUCRSLD: CHARGES POSTED   = ' WS-CHARGED-COUNT
002133         ' FOR ' WS-CHARGED-EDIT.
002134 3000-EXIT.
002135     EXIT.

002136******************************************************************
002137* The student master and the registration file are enqueued on
002138* the lock file (STULOCK_DD, see LOCKREC) before either is
002139* opened for update. The lock is taken by WRITEing the STUFILES
002140* record; a duplicate key means another run holds it. When the
002141* holder is the STUCHAIN run that CALLed this one - its stamp is
002142* in STULOCK_CHAIN - the run goes ahead under the chain's lock
002143* without taking or releasing it. Anyone else's lock stops the
002144* run with RETURN-CODE 12, naming the holder.
002145******************************************************************
002146 8500-TAKE-LOCK.
002147     MOVE 'N' TO WS-LOCK-HELD-SW.
002148     MOVE 'N' TO WS-LOCK-REFUSED-SW.
002149     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
002150     ACCEPT WS-LOCK-MY-TIME FROM TIME.
002151     OPEN I-O LOCK-FILE.
002152     MOVE SPACES TO LOCK-REC.
002153     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002154     MOVE 'STUCRSLD' TO LOCK-HOLDER OF LOCK-REC.
002155     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
002156     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
002157     WRITE LOCK-REC
002158         INVALID KEY
002159             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
002160         NOT INVALID KEY
002161             SET WS-LOCK-HELD TO TRUE
002162     END-WRITE.
002163     CLOSE LOCK-FILE.
002164 8500-EXIT.
002165     EXIT.

002166 8550-CHECK-HOLDER.
002167     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002168     READ LOCK-FILE
002169         INVALID KEY
002170             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
002171             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
002172             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
002173     END-READ.
002174     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
002175     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
002176         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
002177         DISPLAY 'STUCRSLD: RUNNING UNDER THE STUCHAIN LOCK OF '
002178             LOCK-START-DATE OF LOCK-REC ' '
002179             LOCK-START-TIME OF LOCK-REC
002180         GO TO 8550-EXIT
002181     END-IF.
002182     SET WS-LOCK-REFUSED TO TRUE.
002183     DISPLAY 'STUCRSLD: *** STUDENT FILES LOCKED BY '
002184         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
002185     DISPLAY 'STUCRSLD: *** HELD SINCE '
002186         LOCK-START-DATE OF LOCK-REC ' '
002187         LOCK-START-TIME OF LOCK-REC ' - RUN STOPPED'.
002188     MOVE 12 TO RETURN-CODE.
002189 8550-EXIT.
002190     EXIT.

002191******************************************************************
002192* The lock is released only if it is still this run's own - an
002193* operator may have forced it off and another run taken it.
002194******************************************************************
002195 8600-RELEASE-LOCK.
002196     IF NOT WS-LOCK-HELD
002197         GO TO 8600-EXIT
002198     END-IF.
002199     OPEN I-O LOCK-FILE.
002200     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002201     READ LOCK-FILE
002202         INVALID KEY
002203             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
002204     END-READ.
002205     IF LOCK-HOLDER OF LOCK-REC = 'STUCRSLD'
002206         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
002207         DELETE LOCK-FILE RECORD
002208     ELSE
002209         DISPLAY 'STUCRSLD: *** LOCK NO LONGER HELD BY THIS RUN'
002210             ' - NOT RELEASED'
002211     END-IF.
002212     CLOSE LOCK-FILE.
002213     MOVE 'N' TO WS-LOCK-HELD-SW.
002214 8600-EXIT.
002215     EXIT.

002216******************************************************************
002217* The run date honors the chain-wide STUBUSDT business date
002218* (SET once in the STUCHAIN run-control) over the machine
002219* date, so a late or re-run night reproduces the original
002220* night's numbers.
002221******************************************************************
002222 9000-GET-BUSINESS-DATE.
002223     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
002224     IF WS-BUSDT-PARM IS NUMERIC
002225         AND WS-BUSDT-PARM NOT = '00000000'
002226         MOVE WS-BUSDT-PARM TO WS-RUN-DATE-8
002227     ELSE
002228         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
002229     END-IF.
002230 9000-EXIT.
002231     EXIT.

002232 END PROGRAM STUCRSLD.
