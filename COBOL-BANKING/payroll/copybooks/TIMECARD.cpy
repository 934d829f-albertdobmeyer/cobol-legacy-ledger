*> ================================================================
*> TIMECARD.cpy — Time and Attendance Card Record (72 bytes)
*> Used by: TIMECARD.cob (IMPORT writes, APPROVE/REJECT rewrite),
*>          PAYROLL.cob (approved hours price hourly pay in
*>          P-045 and post PTO taken to LEAVE.DAT), PAYREG.cob
*>          (recomputes hourly gross from the same cards, flags
*>          missing and unapproved ones before release)
*> ================================================================
*>
*> ═══════════════════════════════════════════════════════════
*> COBOL CONCEPT: Hours Come From The Clock, Not The Master
*> EMP-HOURS-WORKED is one standing number keyed at hire and
*> paid every period whether the employee worked it or not.
*> TIMECARD.DAT holds what the time clock actually recorded:
*> one card per employee per work day, hours split by pay code
*> — regular, overtime, holiday, PTO taken, and the hours of
*> that day worked on a differential shift (a subset of the
*> regular and overtime hours, paid a premium on top). IMPORT
*> validates each card against EMPLOYEES.DAT and stamps the
*> pay-group period it falls in (PAYGRPCAL.DAT), so the pay
*> date a card belongs to is fixed on the card itself; the
*> employee's department supervisor then approves the cards
*> (DEPTSUPV.DAT). Only approved cards are money: PAYROLL.cob
*> prices an hourly employee from them and posts the PTO
*> hours to LEAVE.DAT; a pending or rejected card pays
*> nothing and shows up on PAYREG.cob's register instead.
*>
*> Hours are whole hours — the same unit as EMP-HOURS-WORKED
*> and the stub's premium-hour fields (PAY-OT-HRS).
*> ═══════════════════════════════════════════════════════════
*>
*> Field-by-field breakdown with byte offsets:
*>   Bytes 1-7:   TC-EMP-ID       — Employee (EMPREC.cpy key)
*>   Bytes 8-15:  TC-WORK-DATE    — Day worked (YYYYMMDD)
*>   Bytes 16-17: TC-REG-HRS      — Regular hours
*>   Bytes 18-19: TC-OT-HRS       — Overtime hours (time and a
*>                                   half)
*>   Bytes 20-21: TC-HOL-HRS      — Holiday hours (paid, not
*>                                   worked)
*>   Bytes 22-23: TC-PTO-HRS      — PTO taken (paid from the
*>                                   LEAVE.DAT balance)
*>   Bytes 24-25: TC-SHF-HRS      — Of the regular and overtime
*>                                   hours, those worked on a
*>                                   differential shift
*>   Bytes 26-29: TC-DEPT         — EMP-DEPT-CODE at import —
*>                                   the approving department
*>   Bytes 30-31: TC-GROUP        — Pay group at import (SPACES
*>                                   on the master is BW)
*>   Bytes 32-39: TC-PERIOD-END   — Last day of the pay-group
*>                                   period the work date is in
*>   Bytes 40-47: TC-PAY-DATE     — The day that period pays —
*>                                   the run that pays this card
*>   Byte  48:    TC-STATUS       — P=Pending approval,
*>                                   A=Approved, R=Rejected
*>   Bytes 49-56: TC-APPROVER     — OPER-ID that approved or
*>                                   rejected it
*>   Bytes 57-64: TC-ACTION-DATE  — When it was approved or
*>                                   rejected (zero pending)
*>   Bytes 65-72: TC-IMPORT-DATE  — When IMPORT accepted it
*>
 01  TIME-CARD-RECORD.
     05  TC-EMP-ID            PIC X(7).
     05  TC-WORK-DATE         PIC 9(8).
     05  TC-REG-HRS           PIC 9(2).
     05  TC-OT-HRS            PIC 9(2).
     05  TC-HOL-HRS           PIC 9(2).
     05  TC-PTO-HRS           PIC 9(2).
     05  TC-SHF-HRS           PIC 9(2).
     05  TC-DEPT              PIC X(4).
     05  TC-GROUP             PIC X(2).
     05  TC-PERIOD-END        PIC 9(8).
     05  TC-PAY-DATE          PIC 9(8).
     05  TC-STATUS            PIC X(1).
         88  TC-PENDING       VALUE 'P'.
         88  TC-APPROVED      VALUE 'A'.
         88  TC-REJECTED      VALUE 'R'.
     05  TC-APPROVER          PIC X(8).
     05  TC-ACTION-DATE       PIC 9(8).
     05  TC-IMPORT-DATE       PIC 9(8).
