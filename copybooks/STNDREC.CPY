000100*-----------------------------------------------------------*
000110* STNDREC - academic standing record layout.                *
000120*                                                            *
000130* One record per student per assessed term, written by the  *
000140* STUSTAND end-of-term standing run and rewritten if the    *
000150* term is assessed again after a grade correction. Keyed    *
000160* on STUDENT-ID plus term, so a keyed walk of one student   *
000170* reads the standing history back term by term.             *
000180* STND-REPORT-KEY (term plus MAJOR-CODE as assessed) is an  *
000190* alternate key, duplicates allowed, so the standing        *
000200* report walks a term major by major without a sort. COPY   *
000210* this member REPLACING the pseudo-text :REC: with the      *
000220* 01-level name needed in the including FD, as with STUREC. *
000230*                                                            *
000240* STND-CODE is the standing assigned: D = dean's list,      *
000250* G = good standing, P = probation, S = suspension.         *
000260* STND-PRIOR-CODE is the standing of the student's last     *
000270* earlier assessed term (space when none). GPAs are         *
000280* quality points over letter-graded courses, as STUTRNSC.   *
000290*-----------------------------------------------------------*
000300 01 :REC:.
000310     05 STND-KEY.
000320         10 STND-STUDENT-ID PIC 9(5).
000330         10 STND-TERM PIC X(5).
000340     05 STND-REPORT-KEY.
000350         10 STND-RPT-TERM PIC X(5).
000360         10 STND-MAJOR-CODE PIC X(5).
000370     05 STND-CODE PIC X(1).
000380         88 STND-DEANS-LIST VALUE 'D'.
000390         88 STND-GOOD VALUE 'G'.
000400         88 STND-PROBATION VALUE 'P'.
000410         88 STND-SUSPENSION VALUE 'S'.
000420     05 STND-PRIOR-CODE PIC X(1).
000430     05 STND-TERM-GPA PIC 9V99.
000440     05 STND-CUM-GPA PIC 9V99.
000450     05 STND-TERM-GRADED PIC 9(3).
000460     05 STND-CUM-GRADED PIC 9(3).
000470     05 STND-RUN-DATE PIC 9(8).
000480     05 FILLER PIC X(10).
