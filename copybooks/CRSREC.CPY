000210* CRS-ENROLLED is the live seat count STUREGMT maintains    *
000220* as it applies adds and drops, so the seat-limit test is   *
000230* a field compare, not a registration-file scan.            *
000231*                                                            *
000232* CRS-CREDIT-HOURS and CRS-CREDIT-RATE (per credit hour)    *
000233* price the section: a seat taken is charged their product  *
000234* on the student account ledger (LEDGREC).                  *
000235*                                                            *
000236* CRS-STATUS is C once STUCANCL has cancelled the section:  *
000237* its registrations are dropped, CRS-ENROLLED is zeroed,    *
000238* and STUREGMT refuses any further ADD. CRS-CANCEL-DATE is  *
000239* the business date of the cancellation. A section loaded   *
000240* by STUCRSLD starts open (blank status, zero date).        *
000241*-----------------------------------------------------------*
000250 01 :REC:.
000260     05 CRS-KEY.
000270         10 CRS-COURSE-CODE PIC X(6).
000300     05 CRS-TITLE PIC X(30).
000310     05 CRS-SEAT-LIMIT PIC 9(3).
000320     05 CRS-ENROLLED PIC 9(3).
000321     05 CRS-CREDIT-HOURS PIC 9(2).
000322     05 CRS-CREDIT-RATE PIC 9(5)V99.
000323     05 CRS-STATUS PIC X(1).
000324         88 CRS-IS-CANCELLED VALUE 'C'.
000325     05 CRS-CANCEL-DATE PIC 9(8).
