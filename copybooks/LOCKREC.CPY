000100*-----------------------------------------------------------*
000110* LOCKREC - student files enqueue (lock) record layout.     *
000120*                                                            *
000130* One record on the lock file (STULOCK_DD, default          *
000140* STULOCK.DAT) while any program is updating the student    *
000150* master or the registration file, keyed on LOCK-RESOURCE   *
000160* (always STUFILES). A program takes the lock by WRITEing   *
000170* the record - a duplicate key means another run holds it - *
000180* and releases it by DELETEing it on the way out. COPY this *
000190* member REPLACING the pseudo-text :REC: with the 01-level  *
000200* name needed in the including FD, as with STUREC.          *
000210*                                                            *
000220* LOCK-HOLDER names the program holding the lock and        *
000230* LOCK-STAMP the machine date and time it started. STUCHAIN *
000240* holds the lock for the whole chain and SETs its stamp in  *
000250* STULOCK_CHAIN, so the steps it CALLs find the holder is   *
000260* their own chain and run under its lock. A lock left       *
000270* behind by an abended run is cleared with STULOCK FORCE.   *
000280*-----------------------------------------------------------*
000290 01 :REC:.
000300     05 LOCK-RESOURCE PIC X(8).
000310     05 LOCK-HOLDER PIC X(8).
000320     05 LOCK-STAMP.
000330         10 LOCK-START-DATE PIC 9(8).
000340         10 LOCK-START-TIME PIC 9(8).
000350     05 LOCK-FUNCTION PIC X(8).
000360     05 FILLER PIC X(20).
