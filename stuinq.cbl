000270* calculation READ-TXT's 2150-COMPUTE-TENURE puts on the roster,
000280* so the answer to "is Jane Smith enrolled?" carries the same
000290* numbers the printed roster would.
000291*
000292* Each match also lists the student's active holds from the
000293* student holds file (STUHOLD_DD, see HOLDREC) - type, date
000294* placed, office, and reason - so the front office can say
000295* why a student cannot register or get a transcript.
000300*
000310* Modification History
000320* ---------------------------------------------------------------
000354*                    edits, STUMAINT's journal, and the night's
000355*                    RUN-TOTALS like every other maintenance
000356*                    action.
000357* 15/Oct/2026  JRV  Each student displayed is followed by the
000358*                    student's active holds from the student
000359*                    holds file.
000360* 15/Oct/2026  JRV  A UPD request now takes the student files
000361*                    lock (STULOCK.DAT) before queuing its
000362*                    CHANGE, and is refused, naming the holder,
000363*                    while another run holds it. The lock is held,
000364*                    and the STUTRANS.DAT stream open, only while
000365*                    the CHANGE is written - never across the
000366*                    operator's prompts.
000367******************************************************************
000368 IDENTIFICATION DIVISION.
000369 PROGRAM-ID. STUINQ.

000370 ENVIRONMENT DIVISION.
000380     INPUT-OUTPUT SECTION.
000455             ACCESS MODE IS DYNAMIC
000456             RECORD KEY IS HIST-KEY OF HISTORY-REC.

000457             SELECT OPTIONAL HOLD-FILE
000458             ASSIGN TO DYNAMIC WS-HOLD-DD
000459             ORGANIZATION IS INDEXED
000460             ACCESS MODE IS DYNAMIC
000461             RECORD KEY IS HOLD-KEY OF HOLD-REC.

000462             SELECT OPTIONAL TRANS-OUT
000463             ASSIGN TO DYNAMIC WS-TRANS-DD
000464             ORGANIZATION IS LINE SEQUENTIAL.

000465             SELECT OPTIONAL LOCK-FILE
000466             ASSIGN TO DYNAMIC WS-LOCK-DD
000467             ORGANIZATION IS INDEXED
000468             ACCESS MODE IS DYNAMIC
000469             RECORD KEY IS LOCK-RESOURCE OF LOCK-REC.

000470 DATA DIVISION.
000471     FILE SECTION.
000480     FD STUDENT-MASTER.
000490     COPY STUREC REPLACING ==:REC:== BY ==STUDENT-MASTER-REC==.

000492     FD HISTORY-FILE.
000494     COPY STUHREC REPLACING ==:REC:== BY ==HISTORY-REC==.

000495     FD HOLD-FILE.
000496     COPY HOLDREC REPLACING ==:REC:== BY ==HOLD-REC==.

000497     FD TRANS-OUT.
000498     COPY STUTRAN REPLACING ==:REC:== BY ==TRANS-RECORD==.

000499     FD LOCK-FILE.
000500     COPY LOCKREC REPLACING ==:REC:== BY ==LOCK-REC==.

000501     WORKING-STORAGE SECTION.
000510     01 WS-RUN-PARMS.
000520         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000522         05 WS-HIST-DD PIC X(64) VALUE SPACES.
000524         05 WS-TRANS-DD PIC X(64) VALUE SPACES.
000525         05 WS-HOLD-DD PIC X(64) VALUE SPACES.
000526         05 WS-LOCK-DD PIC X(64) VALUE SPACES.
000530     01 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000532     01 WS-DEFAULT-HIST PIC X(64) VALUE 'STUHIST.DAT'.
000534     01 WS-DEFAULT-TRANS PIC X(64) VALUE 'STUTRANS.DAT'.
000535     01 WS-DEFAULT-HOLD PIC X(64) VALUE 'STUHOLD.DAT'.
000536     01 WS-DEFAULT-LOCK PIC X(64) VALUE 'STULOCK.DAT'.

000537     01 WS-LOCK-CONTROL.
000538         05 WS-LOCK-HELD-SW PIC X(1) VALUE 'N'.
000539             88 WS-LOCK-HELD VALUE 'Y'.
000540         05 WS-LOCK-REFUSED-SW PIC X(1) VALUE 'N'.
000541             88 WS-LOCK-REFUSED VALUE 'Y'.
000542         05 WS-LOCK-FUNCTION PIC X(8) VALUE SPACES.
000543         05 WS-LOCK-CHAIN-STAMP PIC X(16) VALUE SPACES.
000544         05 WS-LOCK-MY-STAMP.
000545             10 WS-LOCK-MY-DATE PIC 9(8) VALUE ZERO.
000546             10 WS-LOCK-MY-TIME PIC 9(8) VALUE ZERO.

000547     01 WS-INQUIRY-FIELDS.
000550         05 WS-INQ-INPUT PIC X(25) VALUE SPACES.
000560         05 WS-INQ-ID PIC 9(5) VALUE ZERO.
000570         05 WS-INQ-LEN PIC 9(2) COMP VALUE ZERO.
000620         88 WS-MATCH-AT-EOF VALUE 'Y'.
000622     01 WS-HIST-EOF-SW PIC X(1) VALUE 'N'.
000624         88 WS-HIST-AT-EOF VALUE 'Y'.
000625     01 WS-HOLD-EOF-SW PIC X(1) VALUE 'N'.
000626         88 WS-HOLD-AT-EOF VALUE 'Y'.
000627     01 WS-HOLD-SHOWN PIC 9(5) COMP VALUE ZERO.
000630     01 WS-MATCH-COUNT PIC 9(5) COMP VALUE ZERO.

000640     01 WS-STUDENT.
001140     IF WS-TRANS-DD = SPACES OR LOW-VALUES
001141         MOVE WS-DEFAULT-TRANS TO WS-TRANS-DD
001142     END-IF.
001143     ACCEPT WS-HOLD-DD FROM ENVIRONMENT 'STUHOLD_DD'.
001144     IF WS-HOLD-DD = SPACES OR LOW-VALUES
001145         MOVE WS-DEFAULT-HOLD TO WS-HOLD-DD
001146     END-IF.
001147     ACCEPT WS-LOCK-DD FROM ENVIRONMENT 'STULOCK_DD'.
001148     IF WS-LOCK-DD = SPACES OR LOW-VALUES
001149         MOVE WS-DEFAULT-LOCK TO WS-LOCK-DD
001150     END-IF.
001151     OPEN INPUT STUDENT-MASTER.
001152     OPEN INPUT HISTORY-FILE.
001153     OPEN INPUT HOLD-FILE.
001154     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001160     DISPLAY 'STUINQ: STUDENT MASTER = ' WS-STUDENT-DD.
001161     DISPLAY 'STUINQ: LOCK FILE      = ' WS-LOCK-DD.
001170     DISPLAY 'STUINQ: ENTER A STUDENT-ID OR A FULL/PARTIAL NAME'.
001172     DISPLAY 'STUINQ: ENTER HIST NNNNN FOR CHANGE HISTORY'.
001174     DISPLAY 'STUINQ: ENTER UPD NNNNN TO CORRECT PHONE/EMAIL'.
002000         ' STATUS=' WS-STATUS-CODE
002010         ' PHONE=' WS-PHONE
002020         ' EMAIL=' WS-EMAIL.
002021     PERFORM 2520-DISPLAY-HOLDS THRU 2520-EXIT.
002030     ADD 1 TO WS-MATCH-COUNT.
002040 2500-EXIT.
002041     EXIT.

002042******************************************************************
002043* Keyed START on the student's first hold, then forward while
002044* the holds are still that student's; released holds stay on
002045* the file as history and are not shown.
002046******************************************************************
002047 2520-DISPLAY-HOLDS.
002048     MOVE ZERO TO WS-HOLD-SHOWN.
002049     MOVE 'N' TO WS-HOLD-EOF-SW.
002050     MOVE LOW-VALUES TO HOLD-KEY OF HOLD-REC.
002051     MOVE WS-STUDENT-ID TO HOLD-STUDENT-ID OF HOLD-REC.
002052     START HOLD-FILE
002053         KEY IS NOT LESS THAN HOLD-KEY OF HOLD-REC
002054         INVALID KEY
002055             SET WS-HOLD-AT-EOF TO TRUE
002056     END-START.
002057     PERFORM 2530-READ-NEXT-HOLD THRU 2530-EXIT
002058         UNTIL WS-HOLD-AT-EOF.
002059     IF WS-HOLD-SHOWN = ZERO
002060         DISPLAY 'STUINQ:   HOLDS=NONE'
002061     END-IF.
002062 2520-EXIT.
002063     EXIT.

002064 2530-READ-NEXT-HOLD.
002065     READ HOLD-FILE NEXT RECORD
002066         AT END
002067             SET WS-HOLD-AT-EOF TO TRUE
002068             GO TO 2530-EXIT
002069     END-READ.
002070     IF HOLD-STUDENT-ID OF HOLD-REC NOT = WS-STUDENT-ID
002071         SET WS-HOLD-AT-EOF TO TRUE
002072         GO TO 2530-EXIT
002073     END-IF.
002074     IF HOLD-IS-ACTIVE OF HOLD-REC
002075         DISPLAY 'STUINQ:   HOLD=' HOLD-TYPE OF HOLD-REC
002076             ' PLACED=' HOLD-DATE OF HOLD-REC
002077             ' OFFICE=' HOLD-OFFICE OF HOLD-REC
002078             ' REASON=' HOLD-REASON OF HOLD-REC
002079         ADD 1 TO WS-HOLD-SHOWN
002080     END-IF.
002081 2530-EXIT.
002082     EXIT.

002083******************************************************************
002084* Same tenure calculation as READ-TXT's 2150-COMPUTE-TENURE:
002085* whole years enrolled as of the run date, floored at zero for a
002090* DATEX later than the run date.
002100******************************************************************
002110 2550-COMPUTE-TENURE.
002420* here - the correction goes out as a generated CHANGE
002421* transaction on the raw STUTRANS.DAT stream, so it still
002422* flows through STUTREDT's edits, STUMAINT's journal, and the
002423* night's RUN-TOTALS like every other maintenance action. The
002424* operator keys the new fields first; the student files lock is
002425* taken only once there is a CHANGE to write, and is held just
002426* while the transaction stream is opened, written, and closed,
002427* so an operator away from the terminal mid-UPD holds up no one.
002428******************************************************************
002429 2800-CAPTURE-CONTACT-CHANGE.
002430     IF WS-INQ-INPUT (5:5) IS NOT NUMERIC
002431         DISPLAY 'STUINQ: UPD NEEDS A 5-DIGIT STUDENT-ID'
002432         GO TO 2800-EXIT
002433     END-IF.
002434     MOVE WS-INQ-INPUT (5:5) TO WS-INQ-ID.
002435     MOVE WS-INQ-ID TO STUDENT-ID OF STUDENT-MASTER-REC.
002436     READ STUDENT-MASTER INTO WS-STUDENT
002437         INVALID KEY
002438             DISPLAY 'STUINQ: NO STUDENT WITH ID ' WS-INQ-ID
002439             GO TO 2800-EXIT
002440     END-READ.
002441     PERFORM 2500-DISPLAY-STUDENT THRU 2500-EXIT.
002442     PERFORM 2820-KEY-CONTACT-CHANGE THRU 2820-EXIT.
002443     IF WS-UPD-PHONE = SPACES AND WS-UPD-EMAIL = SPACES
002444         DISPLAY 'STUINQ: NOTHING TO CHANGE - NO '
002445             'TRANSACTION WRITTEN'
002446         GO TO 2800-EXIT
002447     END-IF.
002448     MOVE 'UPD' TO WS-LOCK-FUNCTION.
002449     PERFORM 8500-TAKE-LOCK THRU 8500-EXIT.
002450     IF WS-LOCK-REFUSED
002451         DISPLAY 'STUINQ: *** UPD REFUSED - NO TRANSACTION '
002452             'WRITTEN'
002453         GO TO 2800-EXIT
002454     END-IF.
002455     OPEN EXTEND TRANS-OUT.
002456     PERFORM 2850-WRITE-CONTACT-TRANS THRU 2850-EXIT.
002457     CLOSE TRANS-OUT.
002458     PERFORM 8600-RELEASE-LOCK THRU 8600-EXIT.
002459 2800-EXIT.
002460     EXIT.

002461******************************************************************
002462* The operator keys the new contact fields; a blank answer
002463* keeps the field's current value.
002464******************************************************************
002465 2820-KEY-CONTACT-CHANGE.
002466     DISPLAY 'STUINQ: NEW PHONE (BLANK KEEPS CURRENT)?'.
002467     MOVE SPACES TO WS-UPD-PHONE.
002468     ACCEPT WS-UPD-PHONE.
002469     DISPLAY 'STUINQ: NEW EMAIL (BLANK KEEPS CURRENT)?'.
002470     MOVE SPACES TO WS-UPD-EMAIL.
002471     ACCEPT WS-UPD-EMAIL.
002472 2820-EXIT.
002473     EXIT.

002474******************************************************************
002475* A CHANGE replaces every field, so the generated transaction
002476* carries the master's current values for everything the
002477* operator did not touch.
002478******************************************************************
002479 2850-WRITE-CONTACT-TRANS.
002480     MOVE SPACES TO TRANS-RECORD.
002481     MOVE 'C' TO TRANS-ACTION.
002482     MOVE WS-STUDENT-ID TO TRANS-STUDENT-ID.
002483     MOVE WS-NAME TO TRANS-NAME.
002484     MOVE WS-DATE TO TRANS-DATEX.
002485     MOVE WS-MAJOR-CODE TO TRANS-MAJOR-CODE.
002486     MOVE WS-STATUS-CODE TO TRANS-STATUS-CODE.
002487     IF WS-UPD-PHONE = SPACES
002488         MOVE WS-PHONE TO TRANS-PHONE
002489     ELSE
002490         MOVE WS-UPD-PHONE TO TRANS-PHONE
002491     END-IF.
002492     IF WS-UPD-EMAIL = SPACES
002493         MOVE WS-EMAIL TO TRANS-EMAIL
002494     ELSE
002495         MOVE WS-UPD-EMAIL TO TRANS-EMAIL
002496     END-IF.
002497     MOVE ZERO TO TRANS-EFF-DATE.
002498     WRITE TRANS-RECORD.
002499     ADD 1 TO WS-UPD-COUNT.
002500     DISPLAY 'STUINQ: CHANGE QUEUED FOR THE NIGHTLY '
002501         'MAINTENANCE RUN'.
002502 2850-EXIT.
002503     EXIT.

002504 3000-FINALIZE.
002505     CLOSE STUDENT-MASTER.
002506     CLOSE HISTORY-FILE.
002507     CLOSE HOLD-FILE.
002508     DISPLAY 'STUINQ: CONTACT CHANGES QUEUED = ' WS-UPD-COUNT.
002509     DISPLAY 'STUINQ: END OF INQUIRY'.
002510 3000-EXIT.
002511     EXIT.

002512******************************************************************
002513* The student master and the registration file are enqueued on
002514* the lock file (STULOCK_DD, see LOCKREC) before a UPD queues
002515* its CHANGE to the transaction stream the nightly STUMAINT
002516* run applies. The lock is taken by WRITEing the STUFILES
002517* record; a duplicate key means another run holds it. When the
002518* holder is the STUCHAIN run that CALLed this one - its stamp is
002519* in STULOCK_CHAIN - the run goes ahead under the chain's lock
002520* without taking or releasing it. Anyone else's lock refuses
002521* the UPD, naming the holder, and the inquiry session ends
002522* with RETURN-CODE 12; inquiries go on unaffected.
002523******************************************************************
002524 8500-TAKE-LOCK.
002525     MOVE 'N' TO WS-LOCK-HELD-SW.
002526     MOVE 'N' TO WS-LOCK-REFUSED-SW.
002527     ACCEPT WS-LOCK-MY-DATE FROM DATE YYYYMMDD.
002528     ACCEPT WS-LOCK-MY-TIME FROM TIME.
002529     OPEN I-O LOCK-FILE.
002530     MOVE SPACES TO LOCK-REC.
002531     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002532     MOVE 'STUINQ' TO LOCK-HOLDER OF LOCK-REC.
002533     MOVE WS-LOCK-MY-STAMP TO LOCK-STAMP OF LOCK-REC.
002534     MOVE WS-LOCK-FUNCTION TO LOCK-FUNCTION OF LOCK-REC.
002535     WRITE LOCK-REC
002536         INVALID KEY
002537             PERFORM 8550-CHECK-HOLDER THRU 8550-EXIT
002538         NOT INVALID KEY
002539             SET WS-LOCK-HELD TO TRUE
002540     END-WRITE.
002541     CLOSE LOCK-FILE.
002542 8500-EXIT.
002543     EXIT.

002544 8550-CHECK-HOLDER.
002545     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002546     READ LOCK-FILE
002547         INVALID KEY
002548             MOVE 'UNKNOWN' TO LOCK-HOLDER OF LOCK-REC
002549             MOVE SPACES TO LOCK-FUNCTION OF LOCK-REC
002550             MOVE ZERO TO LOCK-STAMP OF LOCK-REC
002551     END-READ.
002552     ACCEPT WS-LOCK-CHAIN-STAMP FROM ENVIRONMENT 'STULOCK_CHAIN'.
002553     IF LOCK-HOLDER OF LOCK-REC = 'STUCHAIN'
002554         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-CHAIN-STAMP
002555         DISPLAY 'STUINQ: RUNNING UNDER THE STUCHAIN LOCK OF '
002556             LOCK-START-DATE OF LOCK-REC ' '
002557             LOCK-START-TIME OF LOCK-REC
002558         GO TO 8550-EXIT
002559     END-IF.
002560     SET WS-LOCK-REFUSED TO TRUE.
002561     DISPLAY 'STUINQ: *** STUDENT FILES LOCKED BY '
002562         LOCK-HOLDER OF LOCK-REC ' ' LOCK-FUNCTION OF LOCK-REC.
002563     DISPLAY 'STUINQ: *** HELD SINCE '
002564         LOCK-START-DATE OF LOCK-REC ' '
002565         LOCK-START-TIME OF LOCK-REC.
002566     MOVE 12 TO RETURN-CODE.
002567 8550-EXIT.
002568     EXIT.

002569******************************************************************
002570* The lock is released only if it is still this run's own - an
002571* operator may have forced it off and another run taken it.
002572******************************************************************
002573 8600-RELEASE-LOCK.
002574     IF NOT WS-LOCK-HELD
002575         GO TO 8600-EXIT
002576     END-IF.
002577     OPEN I-O LOCK-FILE.
002578     MOVE 'STUFILES' TO LOCK-RESOURCE OF LOCK-REC.
002579     READ LOCK-FILE
002580         INVALID KEY
002581             MOVE SPACES TO LOCK-HOLDER OF LOCK-REC
002582     END-READ.
002583     IF LOCK-HOLDER OF LOCK-REC = 'STUINQ'
002584         AND LOCK-STAMP OF LOCK-REC = WS-LOCK-MY-STAMP
002585         DELETE LOCK-FILE RECORD
002586     ELSE
002587         DISPLAY 'STUINQ: *** LOCK NO LONGER HELD BY THIS RUN'
002588             ' - NOT RELEASED'
002589     END-IF.
002590     CLOSE LOCK-FILE.
002591     MOVE 'N' TO WS-LOCK-HELD-SW.
002592 8600-EXIT.
002593     EXIT.

002594******************************************************************
002595* The run date honors the chain-wide STUBUSDT business date
002596* (SET once in the STUCHAIN run-control) over the machine
002597* date, so a late or re-run night reproduces the original
002598* night's numbers.
002599******************************************************************
002600 9000-GET-BUSINESS-DATE.
002601     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
002602     IF WS-BUSDT-PARM IS NUMERIC
002603         AND WS-BUSDT-PARM NOT = '00000000'
002604         MOVE WS-BUSDT-PARM TO WS-CURRENT-DATE-8
002605     ELSE
002606         ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
002607     END-IF.
002608 9000-EXIT.
002609     EXIT.

002610 END PROGRAM STUINQ.
