        *> movement is trailed on SUSPENSE-TRANS-FILE.
        05  LM-UNAPPLIED-FUNDS      PIC 9(8)V99.
        *> Loan standing: space or A = active and serviced; P =
        *> paid off through payoff settlement; C = charged off;
        *> T = servicing transferred out to another servicer.
        *> Closed loans stay on the master for their history, but
        *> posting and every portfolio sweep leave them alone.
        05  LM-LOAN-STATUS          PIC X(1).
        *> the remittance run reports those as the unassigned
        *> pool so its totals still tie to the posting run.
        05  LM-INVESTOR-ID          PIC X(4).
        *> Charge-off. Charging a loan off writes its remaining
        *> principal, late charges and escrow advance off to the
        *> allowance and clears them from the loan; what was written
        *> off stays here for the allowance calculation. Money that
        *> comes in on the loan afterwards posts as a recovery and
        *> accumulates in the recovered amount.
        05  LM-CHARGEOFF-DATE       PIC 9(8).
        05  LM-CHARGEOFF-PRINCIPAL  PIC 9(8)V99.
        05  LM-CHARGEOFF-LATE       PIC 9(6)V99.
        05  LM-CHARGEOFF-ADVANCE    PIC 9(8)V99.
        05  LM-RECOVERED-AMOUNT     PIC 9(8)V99.
        05  LM-LAST-RECOVERY-DATE   PIC 9(8).
        *> Loan modification. A workout capitalizes the arrears into
        *> the balance and re-amortizes the loan; the capitalized
        *> amount accumulates here so the balance still proves as
        *> principal plus capitalized less principal collected.
        *> Every modification is kept in full on MODHIST.
        05  LM-MODIFIED-DATE        PIC 9(8).
        05  LM-MODIFICATION-COUNT   PIC 9(2).
        05  LM-CAPITALIZED-AMOUNT   PIC 9(8)V99.
        *> Servicing hold, set and cleared through master maintenance
        *> with the reason for the change. Codes: B = bankruptcy
        *> (automatic stay), F = foreclosure, R = forbearance, D =
        *> disaster relief; space = no hold. A hold is in force from
        *> its start date through its end date, or open-ended when
        *> the end date is zero. While in force no late fee is
        *> assessed, no ACH draft is taken and the loan is kept out
        *> of delinquency aging and collection; B and F loans get no
        *> billing statement, and R and D loans get one with the
        *> current installment only. Clearing a hold leaves the
        *> clearing date as the end date.
        05  LM-HOLD-CODE            PIC X(1).
        05  LM-HOLD-START-DATE      PIC 9(8).
        05  LM-HOLD-END-DATE        PIC 9(8).
        05  LM-HOLD-REASON          PIC X(30).
        *> How the note counts the late-charge grace period: B =
        *> business days, counted from the first banking day on or
        *> after the due date; C = calendar days from the due date.
        05  LM-GRACE-DAY-BASIS      PIC X(1).
        *> Interest accrual. The month-end accrual run books the
        *> interest earned since the paid-through date and not yet
        *> collected as accrued interest receivable, and the reversal
        *> run on the first business day of the next month takes it
        *> back out. The amount booked, the month end it was booked
        *> for and the date it was reversed (zero while outstanding)
        *> stay here. Status A = accruing; N = non-accrual, from the
        *> month end the loan was found 90 or more days past due
        *> until it is brought current - nothing is accrued on it,
        *> and the interest it had accrued is reversed.
        05  LM-ACCRUAL-STATUS       PIC X(1).
        05  LM-NONACCRUAL-DATE      PIC 9(8).
        05  LM-ACCRUED-INTEREST     PIC 9(8)V99.
        05  LM-ACCRUAL-DATE         PIC 9(8).
        05  LM-ACCRUAL-REVERSED-DATE PIC 9(8).
        *> Servicing transfer. A loan boarded from another servicer
        *> carries that servicer's id and the date it came onto our
        *> books. A loan whose servicing is sold is closed at status
        *> T on the transfer date, with the servicer it went to; its
        *> balances went out on the transfer file and are cleared
        *> here, as settlement clears a paid-off loan's. The
        *> deboarded date is the business date the deboarding run
        *> closed it, normally ahead of the transfer date itself.
        05  LM-PRIOR-SERVICER       PIC X(10).
        05  LM-BOARDED-DATE         PIC 9(8).
        05  LM-TRANSFER-DATE        PIC 9(8).
        05  LM-NEW-SERVICER         PIC X(10).
        05  LM-DEBOARDED-DATE       PIC 9(8).
