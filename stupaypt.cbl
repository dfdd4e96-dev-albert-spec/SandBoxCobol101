000100******************************************************************
000110* Author: JRV
000120* Date: 15/Oct/2026
000130* Purpose: Education
000140*
000150* Cashier payment posting. Reads the cashier's payments feed
000160* (STUPAYMT_DD, default STUPAYMT.DAT, LINE SEQUENTIAL) and posts
000170* each payment as a P entry on the student account ledger
000180* (STULEDGR_DD), dated the day the cashier took the money, then
000190* logs every line posted or rejected with its amount so the
000200* cashier's deposit can be balanced to the log totals.
000210*
000220* Feed layout: STUDENT-ID in columns 1-5, payment date
000230* (YYYYMMDD) in 7-14, amount in 16-24 (nine digits, two implied
000240* decimals), cashier receipt number in 26-35.
000250*
000260* A payment is rejected when the student is not on the master,
000270* the date is not a date or is later than the run date, the
000280* amount is not numeric or is zero, the receipt number is
000290* blank, or that receipt is already on the student's ledger -
000300* so a feed run twice never takes the same money twice.
000310*
000320* Modification History
000330* ---------------------------------------------------------------
000340* 15/Oct/2026  JRV  Original version.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. STUPAYPT.

000380 ENVIRONMENT DIVISION.
000390     INPUT-OUTPUT SECTION.
000400         FILE-CONTROL.
000410             SELECT STUDENT-MASTER ASSIGN TO DYNAMIC WS-STUDENT-DD
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS DYNAMIC
000440             RECORD KEY IS STUDENT-ID OF STUDENT-MASTER-REC
000450             ALTERNATE RECORD KEY IS NAME OF STUDENT-MASTER-REC
000460                 WITH DUPLICATES.

000470             SELECT OPTIONAL LEDGER-FILE
000480             ASSIGN TO DYNAMIC WS-LEDGER-DD
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS DYNAMIC
000510             RECORD KEY IS LEDG-KEY OF LEDGER-REC.

000520             SELECT OPTIONAL PAYMENT-FILE
000530             ASSIGN TO DYNAMIC WS-PAYMENT-DD
000540             ORGANIZATION IS LINE SEQUENTIAL.

000550             SELECT PAYMENT-LOG ASSIGN TO DYNAMIC WS-LOG-DD
000560             ORGANIZATION IS LINE SEQUENTIAL.

000570 DATA DIVISION.
000580     FILE SECTION.
000590     FD STUDENT-MASTER.
000600     COPY STUREC REPLACING ==:REC:== BY ==STUDENT-MASTER-REC==.

000610     FD LEDGER-FILE.
000620     COPY LEDGREC REPLACING ==:REC:== BY ==LEDGER-REC==.

000630     FD PAYMENT-FILE.
000640     01 PAYMENT-RECORD.
000650         05 PAY-STUDENT-ID PIC X(5).
000660         05 FILLER PIC X(1).
000670         05 PAY-DATE PIC X(8).
000680         05 FILLER PIC X(1).
000690         05 PAY-AMOUNT PIC X(9).
000700         05 PAY-AMOUNT-N REDEFINES PAY-AMOUNT PIC 9(7)V99.
000710         05 FILLER PIC X(1).
000720         05 PAY-RECEIPT PIC X(10).
000730         05 FILLER PIC X(45).

000740     FD PAYMENT-LOG.
000750     01 LOG-LINE PIC X(80).

000760     WORKING-STORAGE SECTION.
000770     01 WS-RUN-PARMS.
000780         05 WS-STUDENT-DD PIC X(64) VALUE SPACES.
000790         05 WS-LEDGER-DD PIC X(64) VALUE SPACES.
000800         05 WS-PAYMENT-DD PIC X(64) VALUE SPACES.
000810         05 WS-LOG-DD PIC X(64) VALUE SPACES.

000820     01 WS-DEFAULTS.
000830         05 WS-DEFAULT-STUDENT PIC X(64) VALUE 'STUDENT.DAT'.
000840         05 WS-DEFAULT-LEDGER PIC X(64) VALUE 'STULEDGR.DAT'.
000850         05 WS-DEFAULT-PAYMENT PIC X(64) VALUE 'STUPAYMT.DAT'.
000860         05 WS-DEFAULT-LOG PIC X(64) VALUE 'STUPAYLG.TXT'.

000870     01 WS-EOF-SWITCHES.
000880         05 WS-PAYMENT-EOF PIC X(1) VALUE 'N'.
000890             88 WS-PAYMENT-AT-EOF VALUE 'Y'.

000900     01 WS-LEDGER-SWITCHES.
000910         05 WS-RECEIPT-FOUND-SW PIC X(1) VALUE 'N'.
000920             88 WS-RECEIPT-FOUND VALUE 'Y'.
000930         05 WS-LEDGER-SCAN-SW PIC X(1) VALUE 'N'.
000940             88 WS-LEDGER-SCAN-DONE VALUE 'Y'.

000950     01 WS-COUNTERS.
000960         05 WS-POSTED-COUNT PIC 9(5) COMP VALUE ZERO.
000970         05 WS-REJECT-COUNT PIC 9(5) COMP VALUE ZERO.

000980     01 WS-AMOUNTS.
000990         05 WS-POSTED-AMOUNT PIC 9(9)V99 VALUE ZERO.
001000         05 WS-REJECT-AMOUNT PIC 9(9)V99 VALUE ZERO.

001010     01 WS-LEDGER-FIELDS.
001020         05 WS-LEDGER-SEQ PIC 9(5) VALUE ZERO.
001030         05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
001040         05 WS-PAY-STUDENT-ID PIC 9(5) VALUE ZERO.

001050     01 WS-RUN-STAMP.
001060         05 WS-RUN-DATE-8 PIC 9(8) VALUE ZERO.

001070     01 WS-LOG-HEADING.
001080         05 FILLER PIC X(32)
001090             VALUE 'CASHIER PAYMENT POSTING - RUN '.
001100         05 LH-RUN-DATE PIC 9(8).

001110     01 WS-LOG-DETAIL-LINE.
001120         05 LL-ACTION PIC X(6).
001130         05 FILLER PIC X(1) VALUE SPACE.
001140         05 LL-STUDENT-ID PIC X(5).
001150         05 FILLER PIC X(1) VALUE SPACE.
001160         05 LL-DATE PIC X(8).
001170         05 FILLER PIC X(1) VALUE SPACE.
001180         05 LL-RECEIPT PIC X(10).
001190         05 FILLER PIC X(1) VALUE SPACE.
001200         05 LL-AMOUNT PIC Z,ZZZ,ZZ9.99.
001210         05 FILLER PIC X(1) VALUE SPACE.
001220         05 LL-RESULT PIC X(30).

001230     01 WS-LOG-TOTAL-LINE.
001240         05 LT-LABEL PIC X(20).
001250         05 LT-COUNT PIC ZZ,ZZ9.
001260         05 FILLER PIC X(5) VALUE SPACES.
001270         05 LT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

001280     01 WS-BUSDT-PARM PIC X(8) VALUE SPACES.

001290 PROCEDURE DIVISION.

001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320     PERFORM 2000-POST-PAYMENT THRU 2000-EXIT
001330         UNTIL WS-PAYMENT-AT-EOF.
001340     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001350     GOBACK.

001360 1000-INITIALIZE.
001370     PERFORM 1050-GET-RUN-PARMS THRU 1050-EXIT.
001380     OPEN INPUT STUDENT-MASTER.
001390     OPEN I-O LEDGER-FILE.
001400     OPEN INPUT PAYMENT-FILE.
001410     OPEN OUTPUT PAYMENT-LOG.
001420     PERFORM 9000-GET-BUSINESS-DATE THRU 9000-EXIT.
001430     ACCEPT WS-RUN-TIME FROM TIME.
001440     MOVE WS-RUN-DATE-8 TO LH-RUN-DATE.
001450     MOVE WS-LOG-HEADING TO LOG-LINE.
001460     WRITE LOG-LINE.
001470     MOVE ALL '-' TO LOG-LINE.
001480     WRITE LOG-LINE.
001490     PERFORM 1200-READ-PAYMENT THRU 1200-EXIT.
001500 1000-EXIT.
001510     EXIT.

001520 1050-GET-RUN-PARMS.
001530     ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'STUDENT_DD'.
001540     IF WS-STUDENT-DD = SPACES OR LOW-VALUES
001550         MOVE WS-DEFAULT-STUDENT TO WS-STUDENT-DD
001560     END-IF.
001570     ACCEPT WS-LEDGER-DD FROM ENVIRONMENT 'STULEDGR_DD'.
001580     IF WS-LEDGER-DD = SPACES OR LOW-VALUES
001590         MOVE WS-DEFAULT-LEDGER TO WS-LEDGER-DD
001600     END-IF.
001610     ACCEPT WS-PAYMENT-DD FROM ENVIRONMENT 'STUPAYMT_DD'.
001620     IF WS-PAYMENT-DD = SPACES OR LOW-VALUES
001630         MOVE WS-DEFAULT-PAYMENT TO WS-PAYMENT-DD
001640     END-IF.
001650     ACCEPT WS-LOG-DD FROM ENVIRONMENT 'STUPAYLG_DD'.
001660     IF WS-LOG-DD = SPACES OR LOW-VALUES
001670         MOVE WS-DEFAULT-LOG TO WS-LOG-DD
001680     END-IF.
001690     DISPLAY 'STUPAYPT: STUDENT MASTER = ' WS-STUDENT-DD.
001700     DISPLAY 'STUPAYPT: LEDGER FILE    = ' WS-LEDGER-DD.
001710     DISPLAY 'STUPAYPT: PAYMENT FEED   = ' WS-PAYMENT-DD.
001720     DISPLAY 'STUPAYPT: PAYMENT LOG    = ' WS-LOG-DD.
001730 1050-EXIT.
001740     EXIT.

001750 1200-READ-PAYMENT.
001760     READ PAYMENT-FILE
001770         AT END SET WS-PAYMENT-AT-EOF TO TRUE
001780     END-READ.
001790 1200-EXIT.
001800     EXIT.

001810******************************************************************
001820* Each line of the feed is proved before it touches the ledger;
001830* the first test it fails is the reason logged. A line that
001840* posts is logged POST, one that does not is logged REJECT,
001850* and both carry the amount so the log foots to the feed.
001860******************************************************************
001870 2000-POST-PAYMENT.
001880     MOVE PAY-STUDENT-ID TO LL-STUDENT-ID.
001890     MOVE PAY-DATE TO LL-DATE.
001900     MOVE PAY-RECEIPT TO LL-RECEIPT.
001910     MOVE ZERO TO LL-AMOUNT.
001920     IF PAY-AMOUNT IS NUMERIC
001930         MOVE PAY-AMOUNT-N TO LL-AMOUNT
001940     END-IF.
001950     MOVE 'REJECT' TO LL-ACTION.
001960     PERFORM 2100-EDIT-PAYMENT THRU 2100-EXIT.
001970     IF LL-RESULT = SPACES
001980         PERFORM 2300-WRITE-PAYMENT THRU 2300-EXIT
001990     END-IF.
002000     IF LL-ACTION = 'REJECT'
002010         ADD 1 TO WS-REJECT-COUNT
002020         IF PAY-AMOUNT IS NUMERIC
002030             ADD PAY-AMOUNT-N TO WS-REJECT-AMOUNT
002040         END-IF
002050     END-IF.
002060     MOVE WS-LOG-DETAIL-LINE TO LOG-LINE.
002070     WRITE LOG-LINE.
002080     PERFORM 1200-READ-PAYMENT THRU 1200-EXIT.
002090 2000-EXIT.
002100     EXIT.

002110 2100-EDIT-PAYMENT.
002120     MOVE SPACES TO LL-RESULT.
002130     IF PAY-STUDENT-ID IS NOT NUMERIC
002140         MOVE 'STUDENT-ID NOT NUMERIC' TO LL-RESULT
002150         GO TO 2100-EXIT
002160     END-IF.
002170     MOVE PAY-STUDENT-ID TO WS-PAY-STUDENT-ID.
002180     MOVE WS-PAY-STUDENT-ID TO STUDENT-ID OF STUDENT-MASTER-REC.
002190     READ STUDENT-MASTER
002200         INVALID KEY
002210             MOVE 'NO MATCHING MASTER RECORD' TO LL-RESULT
002220             GO TO 2100-EXIT
002230     END-READ.
002240     IF PAY-DATE IS NOT NUMERIC
002250         OR PAY-DATE = '00000000'
002260         MOVE 'PAYMENT DATE INVALID' TO LL-RESULT
002270         GO TO 2100-EXIT
002280     END-IF.
002290     IF PAY-DATE > WS-RUN-DATE-8
002300         MOVE 'PAYMENT DATE AFTER RUN DATE' TO LL-RESULT
002310         GO TO 2100-EXIT
002320     END-IF.
002330     IF PAY-AMOUNT IS NOT NUMERIC
002340         OR PAY-AMOUNT-N = ZERO
002350         MOVE 'AMOUNT INVALID' TO LL-RESULT
002360         GO TO 2100-EXIT
002370     END-IF.
002380     IF PAY-RECEIPT = SPACES
002390         MOVE 'RECEIPT NUMBER MISSING' TO LL-RESULT
002400         GO TO 2100-EXIT
002410     END-IF.
002420     PERFORM 2200-FIND-RECEIPT THRU 2200-EXIT.
002430     IF WS-RECEIPT-FOUND
002440         MOVE 'RECEIPT ALREADY POSTED' TO LL-RESULT
002450     END-IF.
002460 2100-EXIT.
002470     EXIT.

002480******************************************************************
002490* Keyed START on the student's first ledger entry, then forward
002500* while the entries are still that student's, looking for a
002510* payment already posted under the same receipt number.
002520******************************************************************
002530 2200-FIND-RECEIPT.
002540     MOVE 'N' TO WS-RECEIPT-FOUND-SW.
002550     MOVE 'N' TO WS-LEDGER-SCAN-SW.
002560     MOVE LOW-VALUES TO LEDG-KEY OF LEDGER-REC.
002570     MOVE WS-PAY-STUDENT-ID TO LEDG-STUDENT-ID OF LEDGER-REC.
002580     START LEDGER-FILE
002590         KEY IS NOT LESS THAN LEDG-KEY OF LEDGER-REC
002600         INVALID KEY
002610             SET WS-LEDGER-SCAN-DONE TO TRUE
002620     END-START.
002630     PERFORM 2250-SCAN-LEDGER THRU 2250-EXIT
002640         UNTIL WS-LEDGER-SCAN-DONE
002650            OR WS-RECEIPT-FOUND.
002660 2200-EXIT.
002670     EXIT.

002680 2250-SCAN-LEDGER.
002690     READ LEDGER-FILE NEXT RECORD
002700         AT END
002710             SET WS-LEDGER-SCAN-DONE TO TRUE
002720             GO TO 2250-EXIT
002730     END-READ.
002740     IF LEDG-STUDENT-ID OF LEDGER-REC NOT = WS-PAY-STUDENT-ID
002750         SET WS-LEDGER-SCAN-DONE TO TRUE
002760         GO TO 2250-EXIT
002770     END-IF.
002780     IF LEDG-IS-PAYMENT OF LEDGER-REC
002790         AND LEDG-REFERENCE OF LEDGER-REC = PAY-RECEIPT
002800         SET WS-RECEIPT-FOUND TO TRUE
002810     END-IF.
002820 2250-EXIT.
002830     EXIT.

002840******************************************************************
002850* The payment is posted on the day the cashier took it, with
002860* this run's start time and sequence keeping the key unique.
002870******************************************************************
002880 2300-WRITE-PAYMENT.
002890     MOVE SPACES TO LEDGER-REC.
002900     MOVE WS-PAY-STUDENT-ID TO LEDG-STUDENT-ID OF LEDGER-REC.
002910     MOVE PAY-DATE TO LEDG-POST-DATE OF LEDGER-REC.
002920     MOVE WS-RUN-TIME TO LEDG-POST-TIME OF LEDGER-REC.
002930     ADD 1 TO WS-LEDGER-SEQ.
002940     MOVE WS-LEDGER-SEQ TO LEDG-SEQ OF LEDGER-REC.
002950     SET LEDG-IS-PAYMENT OF LEDGER-REC TO TRUE.
002960     MOVE PAY-AMOUNT-N TO LEDG-AMOUNT OF LEDGER-REC.
002970     MOVE ZERO TO LEDG-CREDIT-HOURS OF LEDGER-REC.
002980     MOVE ZERO TO LEDG-REFUND-PCT OF LEDGER-REC.
002990     MOVE PAY-RECEIPT TO LEDG-REFERENCE OF LEDGER-REC.
003000     MOVE 'STUPAYPT' TO LEDG-SOURCE OF LEDGER-REC.
003010     WRITE LEDGER-REC
003020         INVALID KEY
003030             MOVE 'LEDGER WRITE FAILED' TO LL-RESULT
003040         NOT INVALID KEY
003050             MOVE 'POST  ' TO LL-ACTION
003060             MOVE 'POSTED' TO LL-RESULT
003070             ADD 1 TO WS-POSTED-COUNT
003080             ADD PAY-AMOUNT-N TO WS-POSTED-AMOUNT
003090     END-WRITE.
003100 2300-EXIT.
003110     EXIT.

003120 3000-FINALIZE.
003130     MOVE ALL '-' TO LOG-LINE.
003140     WRITE LOG-LINE.
003150     MOVE 'PAYMENTS POSTED:' TO LT-LABEL.
003160     MOVE WS-POSTED-COUNT TO LT-COUNT.
003170     MOVE WS-POSTED-AMOUNT TO LT-AMOUNT.
003180     MOVE WS-LOG-TOTAL-LINE TO LOG-LINE.
003190     WRITE LOG-LINE.
003200     MOVE 'PAYMENTS REJECTED:' TO LT-LABEL.
003210     MOVE WS-REJECT-COUNT TO LT-COUNT.
003220     MOVE WS-REJECT-AMOUNT TO LT-AMOUNT.
003230     MOVE WS-LOG-TOTAL-LINE TO LOG-LINE.
003240     WRITE LOG-LINE.
003250     CLOSE STUDENT-MASTER.
003260     CLOSE LEDGER-FILE.
003270     CLOSE PAYMENT-FILE.
003280     CLOSE PAYMENT-LOG.
003290     DISPLAY 'STUPAYPT: PAYMENTS POSTED   = ' WS-POSTED-COUNT.
003300     DISPLAY 'STUPAYPT: PAYMENTS REJECTED = ' WS-REJECT-COUNT.
003310 3000-EXIT.
003320     EXIT.

003330******************************************************************
003340* The run date honors the chain-wide STUBUSDT business date
003350* (SET once in the STUCHAIN run-control) over the machine
003360* date, so a late or re-run night reproduces the original
003370* night's numbers.
003380******************************************************************
003390 9000-GET-BUSINESS-DATE.
003400     ACCEPT WS-BUSDT-PARM FROM ENVIRONMENT 'STUBUSDT'.
003410     IF WS-BUSDT-PARM IS NUMERIC
003420         AND WS-BUSDT-PARM NOT = '00000000'
003430         MOVE WS-BUSDT-PARM TO WS-RUN-DATE-8
003440     ELSE
003450         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
003460     END-IF.
003470 9000-EXIT.
003480     EXIT.

003490 END PROGRAM STUPAYPT.
