*>       — PMR's "default" comment is finally true.

*> SLW additions — benefit plan costs
*> 2026 AKD: Now only the fallback for an employee with no
*> benefit election in effect (BENELECT.cpy) — an election is
*> priced per plan and tier from BENRATE.DAT instead.
 01  PAYCOM-BENEFITS.
*>       SLW: "Medical premium — $250/month per employee"
*>       Actual VALUE below is 275.00 (not 250). Comment is wrong.
*>       hour for a salaried termination payout (annual / 2080).
     05  PAYCOM-LV-WORK-YEAR-HRS PIC 9(4) VALUE 2080.

*> 2026 AKD: Time and attendance — the flat premium per hour
*> worked on a differential (evening/night) shift, paid on top
*> of the hour's regular or overtime pay, and the most hours one
*> timecard day may carry. See TIMECARD.cpy, TIMECARD.cob, and
*> PAYROLL.cob's TC-PRICE-HOURS.
 01  PAYCOM-TIME.
     05  PAYCOM-SHIFT-DIFF       PIC 9V99 VALUE 1.50.
     05  PAYCOM-TC-MAX-DAY-HRS   PIC 9(2) VALUE 24.

*> 2026 AKD: Federal withholding from W-4 elections (W4REC.cpy,
*> TX-COMPUTE-FED in PAYROLL.cob). The Worksheet 1A line 1g
*> amount subtracted from annual wages when the Step 2 box is
*> not checked (married filing jointly / everyone else), and the
*> IRS optional flat rate withheld from supplemental wages —
*> off-cycle, leave payout, and retro stubs — which annualizing
*> a one-off payment as if it were every period's would grossly
*> over-withhold. Update annually with the Pub. 15-T schedules
*> in TAXREC.cpy. PAYCOM-FED-EXEMPT above is PMR's 1983 figure,
*> never read by anything; these replace it.
 01  PAYCOM-W4.
     05  PAYCOM-W4-ADJ-JOINT     PIC 9(5)V99 VALUE 12900.00.
     05  PAYCOM-W4-ADJ-OTHER     PIC 9(5)V99 VALUE 8600.00.
     05  PAYCOM-FED-SUPPL-RATE   PIC 9V9999 VALUE 0.2200.

*> 2026 AKD: Benefits enrollment (BENELECT.cpy, EMPMAINT.cob's
*> BENEFIT operation). The annual open-enrollment window as
*> month and day — every election keyed inside it takes effect
*> January 1 of the next plan year — and how many days after a
*> qualifying life event, or after the hire date, an election
*> may still be keyed mid-year.
 01  PAYCOM-BEN-ENROLL.
     05  PAYCOM-BEN-OE-OPEN-MMDD  PIC 9(4) VALUE 1101.
     05  PAYCOM-BEN-OE-CLOSE-MMDD PIC 9(4) VALUE 1130.
     05  PAYCOM-BEN-EVENT-DAYS    PIC 9(3) VALUE 30.
     05  PAYCOM-BEN-HIRE-DAYS     PIC 9(3) VALUE 30.

*> 2026 AKD: ACA employer reporting (ACA1095.cob). Monthly
*> hours that make an employee full-time; the affordability
*> percentage and the federal poverty line the safe harbors
*> test the lowest-cost self-only premium against (both move
*> every year — update with the IRS revenue procedure); the
*> initial limited non-assessment period after hire; and the
*> hours credited per regular stub to a salaried employee, who
*> keeps no time — 40 a week, the weeks-worked equivalency.
 01  PAYCOM-ACA.
     05  PAYCOM-ACA-FT-HOURS      PIC 9(3) VALUE 130.
     05  PAYCOM-ACA-AFFORD-PCT    PIC 9V9999 VALUE 0.0996.
     05  PAYCOM-ACA-FPL           PIC 9(5)V99 VALUE 15650.00.
     05  PAYCOM-ACA-WAIT-DAYS     PIC 9(3) VALUE 90.
     05  PAYCOM-ACA-BW-HOURS      PIC 9(3)V99 VALUE 80.00.
     05  PAYCOM-ACA-SM-HOURS      PIC 9(3)V99 VALUE 86.67.

*> SLW 1991: daily limit for payroll batch runs
 01  PAYCOM-LIMITS.
     05  PAYCOM-DAILY-LIMIT      PIC 9(7)V99 VALUE 750000.00.
