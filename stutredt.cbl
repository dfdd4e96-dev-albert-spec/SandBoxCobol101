000330*                    in the STUCHAIN run-control), so a late or
000331*                    re-run night reproduces the original
000332*                    night's numbers instead of shifting them.
000333* 15/Oct/2026  JRV  S (suspended) is now a valid STATUS-CODE;
000334*                    the STUSTAND standing run writes it on a
000335*                    generated CHANGE for every suspension.
000336******************************************************************
000337 IDENTIFICATION DIVISION.
000338 PROGRAM-ID. STUTREDT.

000339 ENVIRONMENT DIVISION.
000360     INPUT-OUTPUT SECTION.
000370         FILE-CONTROL.
000380             SELECT STUDENT-TRANS ASSIGN TO DYNAMIC WS-TRANS-DD
000860             10 WS-DATE-YYYY PIC 9(4).
000862         05 WS-TRANS-MAJOR-CODE PIC X(5).
000864         05 WS-TRANS-STATUS-CODE PIC X(1).
000865             88 WS-TRANS-STATUS-OK VALUES 'A' 'L' 'W' 'G' 'S' ' '.
000866         05 WS-TRANS-PHONE PIC X(10).
000868         05 WS-TRANS-EMAIL PIC X(30).
000869         05 WS-TRANS-EFF-DATE PIC X(8).
