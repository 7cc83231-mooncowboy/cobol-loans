    *> Servicing transfer file - the layout loans travel in between
    *> servicers, read by the boarding run and written by the
    *> deboarding run. Every record is 250 bytes and starts with
    *> its record type and the loan number. A file is one header,
    *> then each loan's group - its loan record, borrower record,
    *> escrow record and, for an adjustable-rate loan, its ARM
    *> record - then the payment history of every loan in the file,
    *> then one trailer carrying the counts and money totals the
    *> file must balance to. Record types: H = header, L = loan,
    *> B = borrower, E = escrow, A = ARM terms, P = payment
    *> history, T = trailer. Amounts and dates are unsigned
    *> display numerics; dates are YYYYMMDD.
    01  XFER-HEADER-RECORD.
        05  XH-RECORD-TYPE          PIC X(1).
        05  XH-LOAN-NUMBER          PIC X(10).
        *> The servicer giving up the loans and the one taking them,
        *> as the borrower notices name them.
        05  XH-FROM-SERVICER        PIC X(10).
        05  XH-FROM-NAME            PIC X(30).
        05  XH-FROM-PHONE           PIC X(12).
        05  XH-TO-SERVICER          PIC X(10).
        05  XH-TO-NAME              PIC X(30).
        05  XH-TO-ADDRESS           PIC X(30).
        05  XH-TO-CITY-LINE         PIC X(30).
        05  XH-TO-PHONE             PIC X(12).
        *> Date servicing passes to the new servicer, and the date
        *> the file was cut.
        05  XH-TRANSFER-DATE        PIC 9(8).
        05  XH-CREATED-DATE         PIC 9(8).
        05  FILLER                  PIC X(59).
    01  XFER-LOAN-RECORD.
        05  XL-RECORD-TYPE          PIC X(1).
        05  XL-LOAN-NUMBER          PIC X(10).
        *> Investor the loan is serviced for; spaces = the seller's
        *> own portfolio.
        05  XL-INVESTOR-ID          PIC X(4).
        05  XL-INVESTOR-NAME        PIC X(30).
        05  XL-INVESTOR-FEE-RATE    PIC 9(1)V9999.
        05  XL-BORROWER-ID          PIC X(10).
        05  XL-PRINCIPAL            PIC 9(8)V99.
        05  XL-INTEREST-ANNUAL      PIC 9(2)V999.
        05  XL-YEARS                PIC 9(2).
        05  XL-MONTHLY-PAYMENT      PIC 9(8)V99.
        05  XL-ORIGINATION-DATE     PIC 9(8).
        05  XL-CURRENT-BALANCE      PIC 9(8)V99.
        05  XL-NEXT-DUE-DATE        PIC 9(8).
        05  XL-PAID-THRU-DATE       PIC 9(8).
        05  XL-LATE-FEE-AMOUNT      PIC 9(4)V99.
        05  XL-LATE-CHARGES-DUE     PIC 9(6)V99.
        05  XL-LATE-ASSESSED-DATE   PIC 9(8).
        05  XL-UNAPPLIED-FUNDS      PIC 9(8)V99.
        05  XL-GRACE-DAY-BASIS      PIC X(1).
        05  XL-CAPITALIZED-AMOUNT   PIC 9(8)V99.
        05  XL-MODIFIED-DATE        PIC 9(8).
        05  XL-MODIFICATION-COUNT   PIC 9(2).
        05  XL-HOLD-CODE            PIC X(1).
        05  XL-HOLD-START-DATE      PIC 9(8).
        05  XL-HOLD-END-DATE        PIC 9(8).
        05  XL-HOLD-REASON          PIC X(30).
        05  FILLER                  PIC X(29).
    01  XFER-BORROWER-RECORD.
        05  XB-RECORD-TYPE          PIC X(1).
        05  XB-LOAN-NUMBER          PIC X(10).
        05  XB-BORROWER-ID          PIC X(10).
        05  XB-NAME                 PIC X(30).
        05  XB-ADDRESS-1            PIC X(30).
        05  XB-ADDRESS-2            PIC X(30).
        05  XB-CITY                 PIC X(20).
        05  XB-STATE                PIC X(2).
        05  XB-ZIP                  PIC X(10).
        05  XB-PHONE                PIC X(12).
        05  XB-AUTOPAY-FLAG         PIC X(1).
        05  XB-ACH-ROUTING          PIC X(9).
        05  XB-ACH-ACCOUNT          PIC X(17).
        05  XB-ACH-ACCT-TYPE        PIC X(1).
        05  FILLER                  PIC X(67).
    01  XFER-ESCROW-RECORD.
        05  XE-RECORD-TYPE          PIC X(1).
        05  XE-LOAN-NUMBER          PIC X(10).
        05  XE-MONTHLY-TAX          PIC 9(6)V99.
        05  XE-MONTHLY-INSURANCE    PIC 9(6)V99.
        05  XE-MONTHLY-PMI          PIC 9(6)V99.
        *> Escrow collected and disbursed to date; collected less
        *> disbursed is the escrow balance that moves with the loan.
        *> The advance is what the seller paid out beyond it.
        05  XE-ESCROW-COLLECTED     PIC 9(8)V99.
        05  XE-ESCROW-DISBURSED     PIC 9(8)V99.
        05  XE-ESCROW-ADVANCE       PIC 9(8)V99.
        05  FILLER                  PIC X(185).
    01  XFER-ARM-RECORD.
        05  XA-RECORD-TYPE          PIC X(1).
        05  XA-LOAN-NUMBER          PIC X(10).
        05  XA-INDEX-CODE           PIC X(8).
        05  XA-MARGIN               PIC 9(2)V999.
        05  XA-PERIODIC-CAP         PIC 9(2)V999.
        05  XA-LIFETIME-CEILING     PIC 9(2)V999.
        05  XA-RESET-MONTHS         PIC 9(2).
        05  XA-NEXT-RESET-DATE      PIC 9(8).
        05  FILLER                  PIC X(206).
    01  XFER-HISTORY-RECORD.
        05  XP-RECORD-TYPE          PIC X(1).
        05  XP-LOAN-NUMBER          PIC X(10).
        05  XP-PAYMENT-DATE         PIC 9(8).
        05  XP-AMOUNT-RECEIVED      PIC 9(8)V99.
        05  XP-INTEREST-PORTION     PIC 9(8)V99.
        05  XP-PRINCIPAL-PORTION    PIC 9(8)V99.
        05  XP-ESCROW-PORTION       PIC 9(6)V99.
        05  XP-TAX-PORTION          PIC 9(6)V99.
        05  XP-INSURANCE-PORTION    PIC 9(6)V99.
        05  XP-PMI-PORTION          PIC 9(6)V99.
        05  XP-BALANCE-AFTER        PIC 9(8)V99.
        05  XP-LATE-PORTION         PIC 9(6)V99.
        05  XP-SUSPENSE-PORTION     PIC 9(8)V99.
        *> The posting's own history record type, as on PAYHIST.
        05  XP-HISTORY-TYPE         PIC X(1).
        05  XP-UNAPPLIED-PORTION    PIC 9(8)V99.
        05  FILLER                  PIC X(130).
    01  XFER-TRAILER-RECORD.
        05  XT-RECORD-TYPE          PIC X(1).
        05  XT-LOAN-NUMBER          PIC X(10).
        05  XT-LOAN-COUNT           PIC 9(7).
        *> Every record in the file, header and trailer included.
        05  XT-RECORD-COUNT         PIC 9(9).
        05  XT-HISTORY-COUNT        PIC 9(9).
        05  XT-BALANCE-TOTAL        PIC 9(11)V99.
        05  XT-ESCROW-TOTAL         PIC 9(11)V99.
        05  XT-ADVANCE-TOTAL        PIC 9(11)V99.
        05  XT-UNAPPLIED-TOTAL      PIC 9(11)V99.
        05  FILLER                  PIC X(162).
