    *> Hazard insurance policy record - one per loan, keyed by loan
    *> number. The first group is the borrower's own policy as last
    *> evidenced to us; keying a renewal or a replacement policy is
    *> the proof of coverage, and clears the notice dates. The
    *> notice dates are when the weekly review sent the first and
    *> second expiration notices. The force-placed group is the
    *> lender-placed coverage the review buys when the borrower's
    *> policy has lapsed: status F = in force, C = cancelled on
    *> proof of coverage (with the unearned premium refunded),
    *> space = never force-placed.
    01  INSURANCE-POLICY-RECORD.
        05  IP-LOAN-NUMBER          PIC X(10).
        05  IP-CARRIER-NAME         PIC X(30).
        05  IP-POLICY-NUMBER        PIC X(20).
        05  IP-COVERAGE-AMOUNT      PIC 9(9)V99.
        05  IP-ANNUAL-PREMIUM       PIC 9(7)V99.
        05  IP-EFFECTIVE-DATE       PIC 9(8).
        05  IP-EXPIRATION-DATE      PIC 9(8).
        05  IP-FIRST-NOTICE-DATE    PIC 9(8).
        05  IP-SECOND-NOTICE-DATE   PIC 9(8).
        *> Lender-placed coverage.
        05  IP-FP-STATUS            PIC X(1).
        05  IP-FP-POLICY-NUMBER     PIC X(20).
        05  IP-FP-COVERAGE          PIC 9(9)V99.
        05  IP-FP-PREMIUM           PIC 9(7)V99.
        05  IP-FP-START-DATE        PIC 9(8).
        05  IP-FP-END-DATE          PIC 9(8).
        05  IP-FP-CANCEL-DATE       PIC 9(8).
        05  IP-FP-REFUND            PIC 9(7)V99.
        05  IP-CHANGED-DATE         PIC 9(8).
        05  IP-CHANGED-BY           PIC X(8).
