000100*-----------------------------------------------------------*
000110* WAITREC - section waitlist record layout.                 *
000120*                                                            *
000130* One record per student waiting on a full section, keyed   *
000140* on course/section/term plus a sequence number STUREGMT    *
000150* steps as each request arrives, so a keyed walk of one     *
000160* section comes back first-come, first-served. STUREGMT     *
000170* writes an entry when an ADD finds the section full and    *
000180* deletes it when the student is promoted into a freed      *
000190* seat; STUCRSLD promotes the same way when a MERGE raises  *
000200* the seat limit. STUWTRPT prints the positions. COPY this  *
000210* member REPLACING the pseudo-text :REC: with the 01-level  *
000220* name needed in the including FD, as with STUREC.          *
000230*-----------------------------------------------------------*
000240 01 :REC:.
000250     05 WAIT-KEY.
000260         10 WAIT-SECTION-KEY.
000270             15 WAIT-COURSE-CODE PIC X(6).
000280             15 WAIT-SECTION PIC X(3).
000290             15 WAIT-TERM PIC X(5).
000300         10 WAIT-SEQ PIC 9(7).
000310     05 WAIT-STUDENT-ID PIC 9(5).
000320     05 WAIT-REQUEST-DATE PIC 9(8).
000330     05 FILLER PIC X(6).
