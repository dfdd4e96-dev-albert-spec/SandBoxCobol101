000100*-----------------------------------------------------------*
000110* HOLDREC - student hold record layout.                     *
000120*                                                            *
000130* One record per student per hold type, keyed on STUDENT-ID *
000140* plus HOLD-TYPE, so a keyed walk of one student reads      *
000150* every hold the student has ever carried. Holds are placed *
000160* and released by STUHOLDM; a released hold stays on file   *
000170* with its release date until the same type is placed       *
000180* again. COPY this member REPLACING the pseudo-text :REC:   *
000190* with the 01-level name needed in the including FD, as     *
000200* with STUREC.                                              *
000210*                                                            *
000220* HOLD-TYPE is F = financial, I = immunization, D =         *
000230* disciplinary, R = registration only, T = transcript only. *
000240* The 88-levels below say which holds stop an ADD at        *
000250* STUREGMT and which withhold the transcript at STUTRNSC.   *
000260* HOLD-OFFICE is the office that placed the hold and the    *
000270* only office that may release it.                          *
000280*-----------------------------------------------------------*
000290 01 :REC:.
000300     05 HOLD-KEY.
000310         10 HOLD-STUDENT-ID PIC 9(5).
000320         10 HOLD-TYPE PIC X(1).
000330             88 HOLD-TYPE-VALID VALUE 'F' 'I' 'D' 'R' 'T'.
000340             88 HOLD-BLOCKS-REGISTRATION VALUE 'F' 'I' 'D' 'R'.
000350             88 HOLD-BLOCKS-TRANSCRIPT VALUE 'F' 'D' 'T'.
000360     05 HOLD-STATUS PIC X(1).
000370         88 HOLD-IS-ACTIVE VALUE 'A'.
000380         88 HOLD-IS-RELEASED VALUE 'R'.
000390     05 HOLD-DATE PIC 9(8).
000400     05 HOLD-OFFICE PIC X(10).
000410     05 HOLD-REASON PIC X(30).
000420     05 HOLD-RELEASE-DATE PIC 9(8).
000430     05 FILLER PIC X(17).
