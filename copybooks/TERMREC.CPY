000100*-----------------------------------------------------------*
000110* TERMREC - term calendar record layout.                    *
000120*                                                            *
000130* One record per term, keyed on the term code exactly as    *
000140* it is carried in REG-TERM and CRS-TERM. Maintained by     *
000150* STUTERMM from the registrar's calendar transactions.      *
000160* STUREGMT tests every ADD and DROP against the term's      *
000170* deadlines by the run's business date, and STUGRADE        *
000180* refuses grades for a term that has not yet ended. COPY    *
000190* this member REPLACING the pseudo-text :REC: with the      *
000200* 01-level name needed in the including FD, as with STUREC. *
000210*                                                            *
000220* TERM-ADD-DEADLINE is the last day an ADD is taken.        *
000230* TERM-DROP-DEADLINE is the last day to drop without        *
000240* record: a DROP up to it deletes the registration. After   *
000250* it, up to TERM-WITHDRAW-DEADLINE, a DROP leaves the       *
000260* registration on file graded W; after that it is refused.  *
000270* All dates are YYYYMMDD.                                   *
000280*-----------------------------------------------------------*
000290 01 :REC:.
000300     05 TERM-CODE PIC X(5).
000310     05 TERM-START-DATE PIC 9(8).
000320     05 TERM-ADD-DEADLINE PIC 9(8).
000330     05 TERM-DROP-DEADLINE PIC 9(8).
000340     05 TERM-WITHDRAW-DEADLINE PIC 9(8).
000350     05 TERM-END-DATE PIC 9(8).
000360     05 FILLER PIC X(15).
