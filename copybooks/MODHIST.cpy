    *> Loan modification history record - one per approved workout,
    *> appended to MODIFICATION-HISTORY-FILE by the modification
    *> mode. Carries the loan's terms before and after, the arrears
    *> capitalized, the reason for the workout and who approved it,
    *> and is the source of the quarterly modified-loans list.
    *> Reason codes: HD = hardship, UN = unemployment, IL = illness
    *> or injury, DS = disaster, DV = divorce, DC = death of a
    *> borrower, OT = other.
    01  MODIFICATION-HISTORY-RECORD.
        05  MH-LOAN-NUMBER          PIC X(10).
        05  MH-MOD-DATE             PIC 9(8).
        05  MH-REASON-CODE          PIC X(2).
        05  MH-APPROVED-BY          PIC X(8).
        05  MH-OPERATOR-ID          PIC X(8).
        05  MH-RUN-STAMP            PIC X(16).
        05  MH-INVESTOR-ID          PIC X(4).
        *> Arrears rolled into the balance.
        05  MH-CAP-INTEREST         PIC 9(8)V99.
        05  MH-CAP-ESCROW           PIC 9(8)V99.
        05  MH-CAP-LATE             PIC 9(6)V99.
        *> Terms before the modification.
        05  MH-OLD-BALANCE          PIC 9(8)V99.
        05  MH-OLD-RATE             PIC 9(2)V999.
        05  MH-OLD-YEARS            PIC 9(2).
        05  MH-OLD-MATURITY         PIC 9(6).
        05  MH-OLD-MONTHLY-PAYMENT  PIC 9(8)V99.
        05  MH-OLD-TOTAL-PAYMENT    PIC 9(8)V99.
        05  MH-OLD-NEXT-DUE-DATE    PIC 9(8).
        *> Terms after the modification.
        05  MH-NEW-BALANCE          PIC 9(8)V99.
        05  MH-NEW-RATE             PIC 9(2)V999.
        05  MH-NEW-YEARS            PIC 9(2).
        05  MH-NEW-MATURITY         PIC 9(6).
        05  MH-NEW-MONTHLY-PAYMENT  PIC 9(8)V99.
        05  MH-NEW-TOTAL-PAYMENT    PIC 9(8)V99.
        05  MH-NEW-NEXT-DUE-DATE    PIC 9(8).
