*>   state code — field-for-field from EMPREC.cpy (70 bytes each)
*>   so a reader comparing the two halves of a record can line
*>   fields up by eye, same as AUDITREC.cpy's account images.
*>
*>   2026 AKD: A W4 or W4-EXEMPT entry images the employee's
*>   W-4 election instead (W4REC.cpy) — the one in effect on the
*>   new form's effective date before (spaces when there was
*>   none), the new form after — through the EAUD-BEF-W4/
*>   EAUD-AFT-W4 views of the same 70 bytes. EAUD-OPERATION says
*>   which view a given record is written in.
*>
*>   2026 AKD: Likewise a BENEFIT, BEN-TERM or TERMINATE-ended
*>   benefit entry (EAUD-OPERATION BENEFIT, BEN-TERM, BEN-END)
*>   images the BENELECT.cpy election that governed the plan type
*>   before and the row just filed, through EAUD-BEF-BEN/
*>   EAUD-AFT-BEN; a DEP-ADD entry images the new BENDEP.cpy
*>   dependent through EAUD-AFT-DEP (the before half left
*>   blank — there was no one).
*>
 01  EMPLOYEE-AUDIT-RECORD.
     05  EAUD-OPERATION           PIC X(10).
         10  EAUD-BEF-DENTAL      PIC X(1).
         10  EAUD-BEF-401K        PIC 9V99.
         10  EAUD-BEF-STATE       PIC X(2).
     05  EAUD-BEF-W4 REDEFINES EAUD-BEFORE-IMAGE.
         10  EAUD-BW4-EFF-DATE    PIC 9(8).
         10  EAUD-BW4-STATUS      PIC X(1).
         10  EAUD-BW4-MULTI-JOBS  PIC X(1).
         10  EAUD-BW4-DEP-CREDIT  PIC 9(5)V99.
         10  EAUD-BW4-OTHER-INC   PIC 9(7)V99.
         10  EAUD-BW4-DEDUCTIONS  PIC 9(7)V99.
         10  EAUD-BW4-EXTRA-WH    PIC 9(5)V99.
         10  EAUD-BW4-EXEMPT      PIC X(1).
         10  EAUD-BW4-EXPIRES     PIC 9(8).
         10  FILLER               PIC X(19).
     05  EAUD-BEF-BEN REDEFINES EAUD-BEFORE-IMAGE.
         10  EAUD-BBN-PLAN-TYPE   PIC X(3).
         10  EAUD-BBN-PLAN-CODE   PIC X(4).
         10  EAUD-BBN-TIER        PIC X(2).
         10  EAUD-BBN-EFF-DATE    PIC 9(8).
         10  EAUD-BBN-TERM-DATE   PIC 9(8).
         10  EAUD-BBN-REASON      PIC X(2).
         10  EAUD-BBN-DEP-COUNT   PIC 9(1).
         10  EAUD-BBN-DEP-LIST    PIC X(12).
         10  FILLER               PIC X(30).
     05  EAUD-AFTER-IMAGE.
         10  EAUD-AFT-NAME        PIC X(25).
         10  EAUD-AFT-BANK        PIC X(8).
         10  EAUD-AFT-DENTAL      PIC X(1).
         10  EAUD-AFT-401K        PIC 9V99.
         10  EAUD-AFT-STATE       PIC X(2).
     05  EAUD-AFT-W4 REDEFINES EAUD-AFTER-IMAGE.
         10  EAUD-AW4-EFF-DATE    PIC 9(8).
         10  EAUD-AW4-STATUS      PIC X(1).
         10  EAUD-AW4-MULTI-JOBS  PIC X(1).
         10  EAUD-AW4-DEP-CREDIT  PIC 9(5)V99.
         10  EAUD-AW4-OTHER-INC   PIC 9(7)V99.
         10  EAUD-AW4-DEDUCTIONS  PIC 9(7)V99.
         10  EAUD-AW4-EXTRA-WH    PIC 9(5)V99.
         10  EAUD-AW4-EXEMPT      PIC X(1).
         10  EAUD-AW4-EXPIRES     PIC 9(8).
         10  FILLER               PIC X(19).
     05  EAUD-AFT-BEN REDEFINES EAUD-AFTER-IMAGE.
         10  EAUD-ABN-PLAN-TYPE   PIC X(3).
         10  EAUD-ABN-PLAN-CODE   PIC X(4).
         10  EAUD-ABN-TIER        PIC X(2).
         10  EAUD-ABN-EFF-DATE    PIC 9(8).
         10  EAUD-ABN-TERM-DATE   PIC 9(8).
         10  EAUD-ABN-REASON      PIC X(2).
         10  EAUD-ABN-DEP-COUNT   PIC 9(1).
         10  EAUD-ABN-DEP-LIST    PIC X(12).
         10  FILLER               PIC X(30).
     05  EAUD-AFT-DEP REDEFINES EAUD-AFTER-IMAGE.
         10  EAUD-ADP-SEQ         PIC 9(2).
         10  EAUD-ADP-NAME        PIC X(25).
         10  EAUD-ADP-RELATION    PIC X(2).
         10  EAUD-ADP-BIRTH-DATE  PIC 9(8).
         10  FILLER               PIC X(33).
     05  EAUD-OPER-ID             PIC X(8).
