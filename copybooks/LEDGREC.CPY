000100*-----------------------------------------------------------*
000110* LEDGREC - student account ledger entry layout.            *
000120*                                                            *
000130* One record per posting to a student's account, keyed on   *
000140* STUDENT-ID plus posting date, time, and a run sequence,   *
000150* so a keyed walk of one student reads the account back in  *
000160* the order it was posted. Charges are written by STUREGMT  *
000170* and STUCRSLD as seats are taken, refund credits by        *
000180* STUREGMT as they are dropped, and payments by STUPAYPT    *
000190* from the cashier feed. COPY this member REPLACING the     *
000200* pseudo-text :REC: with the 01-level name needed in the    *
000210* including FD, as with STUREC.                             *
000220*                                                            *
000230* LEDG-ENTRY-TYPE is C = tuition charge, R = refund credit, *
000240* P = payment. LEDG-AMOUNT is always positive; the entry    *
000250* type says which way it moves the balance. A charge is the *
000260* section's credit hours times the per-credit rate on the   *
000270* catalog when the seat was taken; a refund carries the     *
000280* percentage of that charge given back.                     *
000290*-----------------------------------------------------------*
000300 01 :REC:.
000310     05 LEDG-KEY.
000320         10 LEDG-STUDENT-ID PIC 9(5).
000330         10 LEDG-POST-DATE PIC 9(8).
000340         10 LEDG-POST-TIME PIC 9(8).
000350         10 LEDG-SEQ PIC 9(5).
000360     05 LEDG-ENTRY-TYPE PIC X(1).
000370         88 LEDG-IS-CHARGE VALUE 'C'.
000380         88 LEDG-IS-REFUND VALUE 'R'.
000390         88 LEDG-IS-PAYMENT VALUE 'P'.
000400     05 LEDG-AMOUNT PIC 9(7)V99.
000410     05 LEDG-SECTION-KEY.
000420         10 LEDG-COURSE-CODE PIC X(6).
000430         10 LEDG-SECTION PIC X(3).
000440         10 LEDG-TERM PIC X(5).
000450     05 LEDG-CREDIT-HOURS PIC 9(2).
000460     05 LEDG-REFUND-PCT PIC 9(3).
000470     05 LEDG-REFERENCE PIC X(10).
000480     05 LEDG-SOURCE PIC X(8).
000490     05 FILLER PIC X(10).
