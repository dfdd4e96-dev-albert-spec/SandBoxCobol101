000190*                                                            *
000200* MAJOR-CODE is the registrar's program-of-study code.       *
000210* STATUS-CODE is the enrollment status:                      *
000220*     A = active, L = leave, W = withdrawn, G = graduated,   *
000221*     S = suspended (academic standing, set by STUSTAND).    *
000230* PHONE and EMAIL are the student's contact fields.          *
000240*-----------------------------------------------------------*
000250 01 :REC:.
