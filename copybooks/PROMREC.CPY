000100*-----------------------------------------------------------*
000110* PROMREC - waitlist promotion notice record layout.        *
000120*                                                            *
000130* One record per student moved off a section waitlist into  *
000140* a freed seat. STUREGMT (a DROP gave the seat back) and    *
000150* STUCRSLD (a MERGE raised the seat limit) append a record  *
000160* as each promotion is applied; STUWTNOT reads the file     *
000170* back to write the promoted student's letter and email     *
000180* queue entry, then empties it so no notice goes out twice. *
000190* PROM-SOURCE names the program that made the promotion.    *
000200* COPY this member REPLACING the pseudo-text :REC: with the *
000210* 01-level name needed in the including FD, as with STUREC. *
000220*-----------------------------------------------------------*
000230 01 :REC:.
000240     05 PROM-STUDENT-ID PIC 9(5).
000250     05 PROM-SECTION-KEY.
000260         10 PROM-COURSE-CODE PIC X(6).
000270         10 PROM-SECTION PIC X(3).
000280         10 PROM-TERM PIC X(5).
000290     05 PROM-DATE PIC 9(8).
000300     05 PROM-SOURCE PIC X(8).
000310     05 FILLER PIC X(5).
