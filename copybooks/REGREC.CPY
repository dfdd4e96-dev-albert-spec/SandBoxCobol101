000205* withdrawn); REG-GRADE-DATE stamps the posting run. Both   *
000206* were carved out of FILLER, so the record length is        *
000207* unchanged.                                                 *
000208* STUREGMT also posts a W, dated the run date, when a DROP  *
000209* falls after the last day to drop without record on the    *
000210* term calendar (TERMREC), keeping the registration.        *
000211*-----------------------------------------------------------*
000220 01 :REC:.
000230     05 REG-KEY.
000240         10 REG-STUDENT-ID PIC 9(5).
