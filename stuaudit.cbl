000150* Periodic master data-quality audit. READ-TXT edits only
000160* STUDENT-ID and DATEX and STULOAD checks even less, so the
000170* master accumulates blank names, malformed phone numbers and
000180* emails, STATUS-CODE values outside A/L/W/G/S, and MAJOR-CODE
000190* values nobody recognizes. This run sweeps the whole indexed
000200* master in key order, validates every STUREC field, and writes
000210* a paginated exception report - one line per error found, a
000330* Modification History
000340* ---------------------------------------------------------------
000350* 02/Sep/2026  JRV  Original version.
000351* 15/Oct/2026  JRV  S (suspended, set by the STUSTAND standing
000352*                    run) is now a valid STATUS-CODE.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. STUAUDIT.
000900             10 WS-DATE-YYYY PIC 9(4).
000910         05 WS-MAJOR-CODE PIC X(5).
000920         05 WS-STATUS-CODE PIC X(1).
000930             88 WS-STATUS-OK VALUES 'A' 'L' 'W' 'G' 'S'.
000940         05 WS-PHONE PIC X(10).
000950         05 WS-EMAIL PIC X(30).

