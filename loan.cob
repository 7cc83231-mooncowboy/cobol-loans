        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYINNEW-STATUS.

    SELECT CHGOFF-REGISTER-FILE ASSIGN TO "COREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COREG-STATUS.

    SELECT MODIFICATION-HISTORY-FILE ASSIGN TO "MODHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MODHIST-STATUS.

    SELECT MOD-LETTER-FILE ASSIGN TO "MODLTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MODLTR-STATUS.

    SELECT MOD-LIST-FILE ASSIGN TO "MODLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MODLIST-STATUS.

    SELECT HOLD-EXCEPTION-FILE ASSIGN TO "HOLDEXC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLDEXC-STATUS.

    SELECT METRO2-FILE ASSIGN TO "METRO2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-METRO2-STATUS.

    SELECT METRO2-CONTROL-FILE ASSIGN TO "M2CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-M2CTL-STATUS.

    SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OP-OPERATOR-ID
        FILE STATUS IS WS-OPERMSTR-STATUS.

    SELECT PROCESSING-DATE-FILE ASSIGN TO "PROCDATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROCDATE-STATUS.

    SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLIDAYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLIDAY-STATUS.

    SELECT ACCRUAL-REGISTER-FILE ASSIGN TO "ACCRREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCRREG-STATUS.

    SELECT PROPERTY-MASTER ASSIGN TO "PROPMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-LOAN-NUMBER
        FILE STATUS IS WS-PROPMSTR-STATUS.

    SELECT PMI-NOTICE-FILE ASSIGN TO "PMINOTC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PMINOTC-STATUS.

    SELECT PMI-REPORT-FILE ASSIGN TO "PMIRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PMIRPT-STATUS.

    SELECT INSURANCE-POLICY ASSIGN TO "INSPOLCY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IP-LOAN-NUMBER
        FILE STATUS IS WS-INSPOLCY-STATUS.

    SELECT INS-NOTICE-FILE ASSIGN TO "INSNOTC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INSNOTC-STATUS.

    SELECT INS-REPORT-FILE ASSIGN TO "INSRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INSRPT-STATUS.

    SELECT XFER-IN-FILE ASSIGN TO "XFERIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XFERIN-STATUS.

    SELECT XFER-OUT-FILE ASSIGN TO "XFEROUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XFEROUT-STATUS.

    SELECT XFER-SELECT-FILE ASSIGN TO "XFERSEL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XFERSEL-STATUS.

    SELECT XFER-REPORT-FILE ASSIGN TO "XFERRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XFERRPT-STATUS.

    SELECT XFER-NOTICE-FILE ASSIGN TO "XFERNOTC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XFERNOTC-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SCHEDULE-REPORT-FILE.
FD  PAYIN-CLEAN-FILE.
01  PAYIN-CLEAN-RECORD      PIC X(28).

FD  CHGOFF-REGISTER-FILE.
01  CHGOFF-REGISTER-LINE    PIC X(80).

FD  MODIFICATION-HISTORY-FILE.
    COPY "MODHIST.cpy".

FD  MOD-LETTER-FILE.
01  MOD-LETTER-LINE         PIC X(80).

FD  MOD-LIST-FILE.
01  MOD-LIST-LINE           PIC X(80).

FD  HOLD-EXCEPTION-FILE.
01  HOLD-EXCEPTION-LINE     PIC X(80).

FD  METRO2-FILE.
01  METRO2-RECORD           PIC X(426).

FD  METRO2-CONTROL-FILE.
01  METRO2-CONTROL-LINE     PIC X(80).

FD  OPERATOR-MASTER.
    COPY "OPERMSTR.cpy".

FD  PROCESSING-DATE-FILE.
01  PROCESSING-DATE-LINE    PIC X(227).

FD  HOLIDAY-CALENDAR-FILE.
    COPY "HOLIDAY.cpy".

FD  ACCRUAL-REGISTER-FILE.
01  ACCRUAL-REGISTER-LINE   PIC X(80).

FD  PROPERTY-MASTER.
    COPY "PROPMSTR.cpy".

FD  PMI-NOTICE-FILE.
01  PMI-NOTICE-LINE         PIC X(80).

FD  PMI-REPORT-FILE.
01  PMI-REPORT-LINE         PIC X(80).

FD  INSURANCE-POLICY.
    COPY "INSPOLCY.cpy".

FD  INS-NOTICE-FILE.
01  INS-NOTICE-LINE         PIC X(80).

FD  INS-REPORT-FILE.
01  INS-REPORT-LINE         PIC X(80).

FD  XFER-IN-FILE.
01  XFER-IN-RECORD          PIC X(250).

FD  XFER-OUT-FILE.
01  XFER-OUT-RECORD         PIC X(250).

*> Loans selected for sale of servicing, one loan number a line.
FD  XFER-SELECT-FILE.
01  XFER-SELECT-RECORD.
    05  XS-LOAN-NUMBER      PIC X(10).
    05  FILLER              PIC X(70).

FD  XFER-REPORT-FILE.
01  XFER-REPORT-LINE        PIC X(80).

FD  XFER-NOTICE-FILE.
01  XFER-NOTICE-LINE        PIC X(80).

WORKING-STORAGE SECTION.
01 WS-PRINCIPAL         PIC 9(8)V99.
01 WS-INTEREST-ANNUAL   PIC 9(2)V999.
01 WS-REMIT-EOF-FLAG            PIC X.
01 WS-REMIT-FEE                 PIC S9(10)V99.
01 WS-REMIT-NOTFOUND            PIC 9(6).
01 WS-REMIT-PRIOR-COUNT         PIC 9(6).
01 WS-REMIT-GRAND-INTEREST      PIC S9(12)V99.
01 WS-REMIT-GRAND-PRINCIPAL     PIC S9(12)V99.
01 WS-REMIT-GRAND-FEE           PIC S9(12)V99.
*> is, so every run that rewrites the master carries it.
01 WS-MSTRJRNL-STATUS           PIC XX.
01 WS-RUN-STAMP                 PIC X(16).
01 WS-JRNL-BEFORE-IMAGE         PIC X(465).
01 WS-BACKOUT-STAMP             PIC X(16).
01 WS-BKO-EOF-FLAG              PIC X.
01 WS-BKO-STOP-FLAG             PIC X.
01 WS-ESA-NEW-TAX               PIC 9(6)V99.
01 WS-ESA-NEW-INSURANCE         PIC 9(6)V99.
01 WS-ESA-NEW-PMI               PIC 9(6)V99.
01 WS-ESA-ANNUAL-PMI            PIC 9(8)V99.
01 WS-ESA-ANALYZED-COUNT        PIC 9(6).
01 WS-ESA-NOTFOUND-COUNT        PIC 9(6).
01 WS-ESA-CLOSED-COUNT          PIC 9(6).
01 WS-ESA-ACTUAL-BALANCE        PIC S9(8)V99.

01 WS-ESA-STMT-HEADING.
01 WS-GL-ACCT-ESCROW-PAYABLE    PIC X(8) VALUE "23000000".
01 WS-GL-ACCT-ESCROW-ADVANCE    PIC X(8) VALUE "11500000".
01 WS-GL-ACCT-SUSPENSE          PIC X(8) VALUE "29900000".
01 WS-GL-ACCT-ALLOWANCE         PIC X(8) VALUE "11900000".
01 WS-GL-ACCT-ACCRUED-INT       PIC X(8) VALUE "11300000".
01 WS-GL-ACCT-DEFERRED-INT      PIC X(8) VALUE "24500000".
01 WS-GL-POSTING-DATE           PIC 9(8).
01 WS-GL-ACCOUNT                PIC X(8).
01 WS-GL-DRCR                   PIC X(1).
01 WS-TB-TOTAL-BALANCE          PIC 9(12)V99.
01 WS-TB-TOTAL-PAYMENT          PIC 9(10)V99.
01 WS-TB-TOTAL-ESCROW           PIC 9(10)V99.
01 WS-TB-ACCRUING-COUNT         PIC 9(6).
01 WS-TB-ACCRUING-BALANCE       PIC 9(12)V99.
01 WS-TB-NONACCR-COUNT          PIC 9(6).
01 WS-TB-NONACCR-BALANCE        PIC 9(12)V99.
01 WS-TB-ACCRUED-INTEREST       PIC 9(12)V99.
01 WS-BAND-IDX                  PIC 9(1).
01 WS-RATE-BAND-TABLE.
   05 WS-RATE-BAND OCCURS 5 TIMES.
01 WS-PH-YEAR                   PIC 9(4).
01 WS-YE-FOUND-FLAG             PIC X.
01 WS-YE-DROPPED-COUNT          PIC 9(6).
01 WS-YE-PRIOR-COUNT            PIC 9(6).
01 WS-YE-PRIOR-FLAG             PIC X.
01 WS-YE-STMT-COUNT             PIC 9(6).
01 WS-YE-GRAND-INTEREST         PIC 9(12)V99.
01 WS-YE-GRAND-TAX              PIC 9(12)V99.
   05 FILLER           PIC X(3) VALUE SPACES.
   05 WS-AD-BALANCE    PIC ZZZ,ZZZ,ZZ9.99.

*> Charge-off and recovery working fields. The charge-off action
*> in master maintenance writes the loan off to the allowance;
*> money received on a charged-off loan afterwards posts as a
*> recovery back to the allowance. The monthly register lists
*> the cycle's charge-offs from the master and its recoveries
*> from the posted-payment trail for finance's allowance work.
01 WS-CHGOFF-TOTAL              PIC 9(10)V99.
01 WS-RECOVERIES-POSTED         PIC 9(6).
01 WS-POST-TOTAL-RECOVERED      PIC 9(10)V99.
01 WS-COREG-STATUS              PIC XX.
01 WS-COREG-CYCLE               PIC 9(6).
01 WS-COREG-DATE-CYCLE          PIC 9(6).
01 WS-COREG-EOF-FLAG            PIC X.
01 WS-COREG-CO-COUNT            PIC 9(6).
01 WS-COREG-CO-AMOUNT           PIC 9(12)V99.
01 WS-COREG-REC-COUNT           PIC 9(6).
01 WS-COREG-REC-AMOUNT          PIC 9(12)V99.
01 WS-COREG-LTD-CO-AMOUNT       PIC 9(12)V99.
01 WS-COREG-LTD-REC-AMOUNT      PIC 9(12)V99.
01 WS-COREG-NET-AMOUNT          PIC S9(12)V99.

01 WS-COREG-HEADING-1.
   05 FILLER PIC X(49) VALUE
      "CHARGED-OFF AND RECOVERED LOAN REGISTER - CYCLE".
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-CH-CYCLE       PIC 9(6).
01 WS-COREG-HEADING-2.
   05 FILLER PIC X(80) VALUE
      "LOANS CHARGED OFF IN THE CYCLE".
01 WS-COREG-HEADING-3.
   05 FILLER PIC X(80) VALUE
      "LOAN NUMBER CO DATE       PRINCIPAL   LATE CHGS        ADVANCE    WRITTEN OFF".
01 WS-COREG-HEADING-4.
   05 FILLER PIC X(80) VALUE
      "RECOVERIES POSTED IN THE CYCLE".
01 WS-COREG-HEADING-5.
   05 FILLER PIC X(80) VALUE
      "LOAN NUMBER   RECEIVED         AMOUNT".
01 WS-COREG-CO-LINE.
   05 WS-CR-LOAN-NUMBER PIC X(10).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-CR-DATE        PIC 9(8).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-CR-PRINCIPAL   PIC ZZ,ZZZ,ZZ9.99.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-CR-LATE        PIC ZZZ,ZZ9.99.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-CR-ADVANCE     PIC ZZ,ZZZ,ZZ9.99.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-CR-TOTAL       PIC ZZ,ZZZ,ZZ9.99.
01 WS-COREG-REC-LINE.
   05 WS-CV-LOAN-NUMBER PIC X(10).
   05 FILLER            PIC X(4) VALUE SPACES.
   05 WS-CV-DATE        PIC 9(8).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-CV-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
01 WS-COREG-NET-LINE.
   05 WS-CN-LABEL       PIC X(30).
   05 WS-CN-VALUE       PIC +ZZZ,ZZZ,ZZZ,ZZ9.99.

*> Loan modification working fields. A workout capitalizes the
*> installments' interest missed to date, the escrow the servicer
*> has advanced and optionally the late charges due, then
*> re-amortizes the new balance at the new rate over what is
*> left of the new maturity. Maturity is carried on the master
*> as whole years from origination, so a new term or maturity
*> is taken out to the next origination anniversary.
01 WS-MODHIST-STATUS            PIC XX.
01 WS-MODLTR-STATUS             PIC XX.
01 WS-MODLIST-STATUS            PIC XX.
01 WS-MOD-VALID-FLAG            PIC X.
01 WS-MOD-REJECT-REASON         PIC X(60).
01 WS-MOD-EFF-DATE              PIC 9(8).
01 WS-MOD-REASON                PIC X(2).
01 WS-MOD-APPROVER              PIC X(8).
01 WS-MOD-CAP-LATE-FLAG         PIC X.
01 WS-MOD-RATE-FLAG             PIC X.
01 WS-MOD-NEW-RATE              PIC 9(2)V999.
01 WS-MOD-TERM-CHOICE           PIC X.
01 WS-MOD-TERM-MONTHS           PIC 9(3).
01 WS-MOD-MATURITY-WORK.
   05 WS-MOD-MAT-YEAR           PIC 9(4).
   05 WS-MOD-MAT-MONTH          PIC 9(2).
01 WS-MOD-MATURITY REDEFINES WS-MOD-MATURITY-WORK PIC 9(6).
01 WS-MOD-MONTH-INDEX           PIC 9(6).
01 WS-MOD-MISSED-COUNT          PIC 9(3).
01 WS-MOD-MONTH-INTEREST        PIC 9(8)V99.
01 WS-MOD-CAP-INTEREST          PIC 9(8)V99.
01 WS-MOD-CAP-ESCROW            PIC 9(8)V99.
01 WS-MOD-CAP-LATE              PIC 9(6)V99.
01 WS-MOD-CAP-TOTAL             PIC 9(8)V99.
01 WS-MOD-NEW-BALANCE           PIC 9(8)V99.
01 WS-MOD-NEXT-DUE              PIC 9(8).
01 WS-MOD-PAID-THRU             PIC 9(8).
01 WS-MOD-NEXT-INSTALLMENT      PIC S9(5).
01 WS-MOD-TOTAL-MONTHS          PIC S9(5).
01 WS-MOD-NEW-YEARS             PIC 9(3).
01 WS-MOD-REMAINING             PIC S9(5).
01 WS-MOD-OLD-BALANCE           PIC 9(8)V99.
01 WS-MOD-OLD-RATE              PIC 9(2)V999.
01 WS-MOD-OLD-YEARS             PIC 9(2).
01 WS-MOD-OLD-MATURITY          PIC 9(6).
01 WS-MOD-OLD-PAYMENT           PIC 9(8)V99.
01 WS-MOD-OLD-TOTAL-PAYMENT     PIC 9(8)V99.
01 WS-MOD-OLD-NEXT-DUE          PIC 9(8).

01 WS-MOD-LETTER-HEADING-1.
   05 FILLER PIC X(80) VALUE
      "NOTICE OF LOAN MODIFICATION - YOUR MODIFIED LOAN TERMS".

*> Quarterly modified-loans list working fields
01 WS-MODL-QUARTER-IN.
   05 WS-MODL-YEAR              PIC 9(4).
   05 WS-MODL-QUARTER           PIC 9(1).
01 WS-MODL-FIRST-MONTH          PIC 9(2).
01 WS-MODL-LAST-MONTH           PIC 9(2).
01 WS-MODL-EOF-FLAG             PIC X.
01 WS-MODL-COUNT                PIC 9(6).
01 WS-MODL-CAP-TOTAL            PIC 9(12)V99.
01 WS-MODL-BALANCE-TOTAL        PIC 9(12)V99.
01 WS-MODL-DATE-WORK.
   05 WS-MODL-DATE-YEAR         PIC 9(4).
   05 WS-MODL-DATE-MONTH        PIC 9(2).
   05 WS-MODL-DATE-DAY          PIC 9(2).
01 WS-MODL-DATE-NUM REDEFINES WS-MODL-DATE-WORK PIC 9(8).

01 WS-MODL-HEADING-1.
   05 FILLER PIC X(34) VALUE
      "MODIFIED LOANS LIST - YEAR/QUARTER".
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-MH-HDG-YEAR    PIC 9(4).
   05 FILLER            PIC X(2) VALUE " Q".
   05 WS-MH-HDG-QUARTER PIC 9(1).
01 WS-MODL-HEADING-2.
   05 FILLER PIC X(80) VALUE
      "LOAN NO    MOD DATE RS APPROVER INV  OLD RT NEW RT   CAPITALIZED    NEW BALANCE".
01 WS-MODL-DETAIL-LINE.
   05 WS-ML-LOAN-NUMBER PIC X(10).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-ML-DATE        PIC 9(8).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-ML-REASON      PIC X(2).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-ML-APPROVER    PIC X(8).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-ML-INVESTOR    PIC X(4).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-ML-OLD-RATE    PIC Z9.999.
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-ML-NEW-RATE    PIC Z9.999.
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-ML-CAPITALIZED PIC ZZ,ZZZ,ZZ9.99.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-ML-NEW-BALANCE PIC ZZ,ZZZ,ZZ9.99.

*> Servicing hold working fields. The billing, aging and ACH draft
*> runs each list every action a hold kept them from taking on
*> HOLDEXC, so the suppressed loans can be proved each cycle.
01 WS-HOLDEXC-STATUS            PIC XX.
01 WS-HOLDEXC-AVAIL-FLAG        PIC X.
01 WS-HOLD-TEST-DATE            PIC 9(8).
01 WS-HOLD-ACTIVE-FLAG          PIC X.
01 WS-HOLD-ACTION               PIC X(30).
01 WS-HOLD-EXC-COUNT            PIC 9(6).
01 WS-HOLD-TODAY                PIC 9(8).
01 WS-HOLD-NEW-CODE             PIC X(1).
01 WS-HOLD-NEW-START            PIC 9(8).
01 WS-HOLD-NEW-END              PIC 9(8).
01 WS-HOLD-NEW-REASON           PIC X(30).
01 WS-BILL-HELD-COUNT           PIC 9(6).
01 WS-BILL-LATE-CHARGES         PIC 9(6)V99.
01 WS-AGE-HOLD-COUNT            PIC 9(6).
01 WS-AGE-HOLD-BAL              PIC 9(10)V99.
01 WS-FEES-HELD-COUNT           PIC 9(6).
01 WS-ACH-HELD-COUNT            PIC 9(6).
*> A loan boarded from another servicer is not late while the
*> borrower may still be paying the prior servicer - the window
*> the welcome notice promises. It is listed on HOLDEXC as hold
*> T, from the boarded date to the last day of the window.
01 WS-XFER-GRACE-DAYS           PIC 9(3) VALUE 60.
01 WS-XFER-GRACE-FLAG           PIC X.
01 WS-XFER-GRACE-INT            PIC 9(7).
01 WS-XFER-GRACE-END            PIC 9(8).

01 WS-HOLDEXC-HEADING-1.
   05 FILLER PIC X(34) VALUE
      "SERVICING HOLD EXCEPTION REPORT - ".
   05 WS-HX-RUN-NAME    PIC X(30).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-HX-RUN-DATE    PIC 9(8).
01 WS-HOLDEXC-HEADING-2.
   05 FILLER PIC X(80) VALUE
      "LOAN NUMBER HOLD  START DATE  END DATE  ACTION SUPPRESSED".
01 WS-HOLDEXC-DETAIL-LINE.
   05 WS-HD-LOAN-NUMBER PIC X(10).
   05 FILLER            PIC X(3) VALUE SPACES.
   05 WS-HD-CODE        PIC X(1).
   05 FILLER            PIC X(4) VALUE SPACES.
   05 WS-HD-START-DATE  PIC 9(8).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-HD-END-DATE    PIC 9(8).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-HD-ACTION      PIC X(30).

*> Credit bureau reporting working fields. The month-end run
*> writes every serviced loan to METRO2 in the bureaus' 426-byte
*> Metro 2 layout - a header, one base segment per loan and a
*> trailer carrying the counts by account status - and a control
*> report to balance the file before it is transmitted. The
*> reporter identifiers are assigned by the bureaus - change them
*> only in step with the bureaus.
01 WS-METRO2-STATUS             PIC XX.
01 WS-M2CTL-STATUS              PIC XX.
01 WS-M2-REPORTER-ID            PIC X(20) VALUE SPACES.
01 WS-M2-EQUIFAX-ID             PIC X(10) VALUE SPACES.
01 WS-M2-EXPERIAN-ID            PIC X(5)  VALUE SPACES.
01 WS-M2-TRANSUNION-ID          PIC X(10) VALUE SPACES.
01 WS-M2-INNOVIS-ID             PIC X(10) VALUE SPACES.
01 WS-M2-REPORTER-NAME          PIC X(40) VALUE "LOAN SERVICING".
01 WS-M2-REPORTER-ADDRESS       PIC X(96) VALUE SPACES.
01 WS-M2-REPORTER-PHONE         PIC 9(10) VALUE 0.
01 WS-M2-CYCLE                  PIC 9(6).
01 WS-M2-ACTIVITY-DATE          PIC 9(8).
01 WS-M2-ACTIVITY-INT           PIC 9(8).
01 WS-M2-MONTH-START            PIC 9(8).
01 WS-M2-NEXT-MONTH-START       PIC 9(8).
01 WS-M2-EOF-FLAG               PIC X.
01 WS-M2-REPORT-FLAG            PIC X.
01 WS-M2-BORROWER-FLAG          PIC X.
01 WS-M2-DAYS-PAST-DUE          PIC S9(6).
01 WS-M2-DUE-INT                PIC 9(8).
01 WS-M2-PAST-DUE-COUNT         PIC 9(3).
01 WS-M2-AMOUNT-PAST-DUE        PIC S9(10)V99.
01 WS-M2-BALANCE                PIC S9(10)V99.
01 WS-M2-CHARGEOFF-TOTAL        PIC 9(10)V99.
01 WS-M2-DOFD                   PIC 9(8).
01 WS-M2-DATE-CLOSED            PIC 9(8).
01 WS-M2-STATUS-IDX             PIC 9(2).
01 WS-M2-BASE-COUNT             PIC 9(9).
01 WS-M2-NO-BORROWER-COUNT      PIC 9(6).
01 WS-M2-PHONE-COUNT            PIC 9(9).
01 WS-M2-TOTAL-BALANCE          PIC 9(12)V99.
01 WS-M2-TOTAL-PAST-DUE         PIC 9(12)V99.
01 WS-M2-TIMESTAMP              PIC X(21).
01 WS-M2-NAME-PARTS             PIC 9(2).
01 WS-M2-NAME-1                 PIC X(30).
01 WS-M2-NAME-2                 PIC X(30).
01 WS-M2-NAME-3                 PIC X(30).
01 WS-M2-STATUS-TABLE.
   05 WS-M2-STATUS-ENTRY OCCURS 10 TIMES.
      10 WS-M2S-COUNT           PIC 9(9).
      10 WS-M2S-BALANCE         PIC 9(12)V99.
*> Metro 2 dates are month, day, year.
01 WS-M2-DATE-IN                PIC 9(8).
01 WS-M2-DATE-IN-PARTS REDEFINES WS-M2-DATE-IN.
   05 WS-M2-IN-YEAR             PIC 9(4).
   05 WS-M2-IN-MONTH            PIC 9(2).
   05 WS-M2-IN-DAY              PIC 9(2).
01 WS-M2-DATE-OUT-PARTS.
   05 WS-M2-OUT-MONTH           PIC 9(2).
   05 WS-M2-OUT-DAY             PIC 9(2).
   05 WS-M2-OUT-YEAR            PIC 9(4).
01 WS-M2-DATE-OUT REDEFINES WS-M2-DATE-OUT-PARTS PIC 9(8).

01 WS-M2-HEADER-RECORD.
   05 FILLER            PIC X(4) VALUE "0426".
   05 FILLER            PIC X(6) VALUE "HEADER".
   05 WS-M2H-CYCLE-ID   PIC X(2) VALUE SPACES.
   05 WS-M2H-INNOVIS-ID PIC X(10).
   05 WS-M2H-EQUIFAX-ID PIC X(10).
   05 WS-M2H-EXPERIAN-ID PIC X(5).
   05 WS-M2H-TRANSUNION-ID PIC X(10).
   05 WS-M2H-ACTIVITY-DATE PIC 9(8).
   05 WS-M2H-CREATED-DATE PIC 9(8).
   05 WS-M2H-PROGRAM-DATE PIC 9(8).
   05 WS-M2H-REVISION-DATE PIC 9(8).
   05 WS-M2H-REPORTER-NAME PIC X(40).
   05 WS-M2H-REPORTER-ADDRESS PIC X(96).
   05 WS-M2H-REPORTER-PHONE PIC 9(10).
   05 WS-M2H-VENDOR-NAME PIC X(40).
   05 WS-M2H-VENDOR-VERSION PIC X(5).
   05 FILLER            PIC X(156) VALUE SPACES.

01 WS-M2-BASE-SEGMENT.
   05 FILLER            PIC X(4) VALUE "0426".
   05 FILLER            PIC X(1) VALUE "1".
   05 WS-M2B-TIMESTAMP  PIC X(14).
   05 FILLER            PIC X(1) VALUE "0".
   05 WS-M2B-REPORTER-ID PIC X(20).
   05 WS-M2B-CYCLE-ID   PIC X(2).
   05 WS-M2B-ACCOUNT-NUMBER PIC X(30).
   05 WS-M2B-PORTFOLIO-TYPE PIC X(1).
   05 WS-M2B-ACCOUNT-TYPE PIC X(2).
   05 WS-M2B-DATE-OPENED PIC 9(8).
   05 WS-M2B-CREDIT-LIMIT PIC 9(9).
   05 WS-M2B-HIGH-CREDIT PIC 9(9).
   05 WS-M2B-TERMS-DURATION PIC 9(3).
   05 WS-M2B-TERMS-FREQUENCY PIC X(1).
   05 WS-M2B-SCHEDULED-PAYMENT PIC 9(9).
   05 WS-M2B-ACTUAL-PAYMENT PIC 9(9).
   05 WS-M2B-ACCOUNT-STATUS PIC X(2).
   05 WS-M2B-PAYMENT-RATING PIC X(1).
   05 WS-M2B-PAYMENT-HISTORY PIC X(24).
   05 WS-M2B-SPECIAL-COMMENT PIC X(2).
   05 WS-M2B-COMPLIANCE-CODE PIC X(2).
   05 WS-M2B-CURRENT-BALANCE PIC 9(9).
   05 WS-M2B-AMOUNT-PAST-DUE PIC 9(9).
   05 WS-M2B-ORIG-CHARGEOFF PIC 9(9).
   05 WS-M2B-ACCOUNT-INFO-DATE PIC 9(8).
   05 WS-M2B-FIRST-DELQ-DATE PIC 9(8).
   05 WS-M2B-DATE-CLOSED PIC 9(8).
   05 WS-M2B-LAST-PAYMENT-DATE PIC 9(8).
   05 WS-M2B-INTEREST-TYPE PIC X(1).
   05 FILLER            PIC X(16) VALUE SPACES.
   05 WS-M2B-SURNAME    PIC X(25).
   05 WS-M2B-FIRST-NAME PIC X(20).
   05 WS-M2B-MIDDLE-NAME PIC X(20).
   05 WS-M2B-GENERATION PIC X(1).
   05 WS-M2B-SSN        PIC 9(9).
   05 WS-M2B-BIRTH-DATE PIC 9(8).
   05 WS-M2B-PHONE      PIC 9(10).
   05 WS-M2B-ECOA-CODE  PIC X(1).
   05 WS-M2B-CONSUMER-INFO PIC X(2).
   05 WS-M2B-COUNTRY    PIC X(2).
   05 WS-M2B-ADDRESS-1  PIC X(32).
   05 WS-M2B-ADDRESS-2  PIC X(32).
   05 WS-M2B-CITY       PIC X(20).
   05 WS-M2B-STATE      PIC X(2).
   05 WS-M2B-ZIP        PIC X(9).
   05 WS-M2B-ADDRESS-IND PIC X(1).
   05 WS-M2B-RESIDENCE-CODE PIC X(1).
   05 FILLER            PIC X(1) VALUE SPACES.

01 WS-M2-TRAILER-RECORD.
   05 FILLER            PIC X(4) VALUE "0426".
   05 FILLER            PIC X(7) VALUE "TRAILER".
   05 WS-M2T-BASE-COUNT PIC 9(9).
   05 FILLER            PIC X(9) VALUE SPACES.
   05 WS-M2T-STATUS-05  PIC 9(9).
   05 WS-M2T-STATUS-11  PIC 9(9).
   05 WS-M2T-STATUS-13  PIC 9(9).
   05 WS-M2T-STATUS-71  PIC 9(9).
   05 WS-M2T-STATUS-78  PIC 9(9).
   05 WS-M2T-STATUS-80  PIC 9(9).
   05 WS-M2T-STATUS-82  PIC 9(9).
   05 WS-M2T-STATUS-83  PIC 9(9).
   05 WS-M2T-STATUS-84  PIC 9(9).
   05 WS-M2T-STATUS-97  PIC 9(9).
   05 WS-M2T-SSN-COUNT  PIC 9(9).
   05 WS-M2T-BIRTH-COUNT PIC 9(9).
   05 WS-M2T-PHONE-COUNT PIC 9(9).
   05 FILLER            PIC X(280) VALUE SPACES.

01 WS-M2CTL-HEADING-1.
   05 FILLER PIC X(44) VALUE
      "CREDIT BUREAU REPORTING CONTROL - ACTIVITY ".
   05 WS-MC-ACTIVITY-DATE PIC 9(8).
01 WS-M2CTL-HEADING-2.
   05 FILLER PIC X(80) VALUE
      "STATUS DESCRIPTION              ACCOUNTS    BALANCE REPORTED".
01 WS-M2CTL-STATUS-LINE.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-MC-STATUS      PIC X(2).
   05 FILLER            PIC X(3) VALUE SPACES.
   05 WS-MC-DESCRIPTION PIC X(22).
   05 WS-MC-COUNT       PIC ZZZ,ZZ9.
   05 FILLER            PIC X(3) VALUE SPACES.
   05 WS-MC-BALANCE     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-M2CTL-EXCEPTION-LINE.
   05 WS-ME-LOAN-NUMBER PIC X(10).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-ME-TEXT        PIC X(50).

*> Operator security working fields. The operator id typed at
*> sign-on is proved against the operator master before any mode
*> runs, and every refusal - and every second approval given for
*> a dual-controlled action - is written to AUDITLOG.
01 WS-OPERMSTR-STATUS           PIC XX.
01 WS-OPER-CREDENTIAL           PIC X(16).
01 WS-OPER-AUTH-FLAG            PIC X.
01 WS-OPER-BOOTSTRAP-FLAG       PIC X.
01 WS-OPER-REFUSAL              PIC X(40).
01 WS-OPER-MODE-COUNT           PIC 9(2).
01 WS-APPROVER-ID               PIC X(8) VALUE SPACES.
01 WS-APPROVER-CREDENTIAL       PIC X(16).
01 WS-APPROVAL-FLAG             PIC X.
01 WS-APPROVAL-ACTION           PIC X(40).
01 WS-DIGEST-INPUT.
   05 WS-DIGEST-ID              PIC X(8).
   05 WS-DIGEST-CREDENTIAL      PIC X(16).
01 WS-DIGEST-IDX                PIC 9(2).
01 WS-DIGEST-WORK               PIC 9(18).
01 WS-DIGEST-RESULT             PIC 9(9).
01 WS-OPER-ACTION               PIC X(1).
01 WS-OPER-TODAY                PIC 9(8).
01 WS-OPER-NEW-STATUS           PIC X(1).
01 WS-OPER-NEW-NAME             PIC X(30).
01 WS-OPER-NEW-MODES            PIC X(40).
01 WS-OPER-NEW-APPROVER         PIC X(1).
01 WS-OPER-EVENT                PIC X(20).
*> The operator record being maintained, held while the operator
*> master is closed for the second approver's sign-on.
01 WS-OPER-SAVE-RECORD          PIC X(121).
01 WS-SECURITY-AUDIT-LINE.
   05 WS-SA-TIMESTAMP     PIC X(21).
   05 FILLER              PIC X(2) VALUE SPACES.
   05 WS-SA-OPERATOR      PIC X(8).
   05 FILLER              PIC X(2) VALUE SPACES.
   05 FILLER              PIC X(5) VALUE "MODE ".
   05 WS-SA-MODE          PIC X(1).
   05 FILLER              PIC X(2) VALUE SPACES.
   05 WS-SA-EVENT         PIC X(40).
   05 FILLER              PIC X(2) VALUE SPACES.
   05 WS-SA-OTHER-ID      PIC X(8).

*> Business date control and holiday calendar working fields.
*> WS-BUSINESS-DATE is "today" for every mode; it is read from
*> PROCDATE at start-up and never from the system clock.
01 WS-PROCDATE-STATUS           PIC XX.
01 WS-HOLIDAY-STATUS            PIC XX.
01 WS-BUSINESS-DATE             PIC 9(8) VALUE 0.
01 WS-BUSDATE-FLAG              PIC X VALUE "N".
01 WS-NIGHTLY-JOB-FLAG          PIC X VALUE "N".
01 WS-JOB-IDX                   PIC 9(2).
01 WS-JOB-SLOT                  PIC 9(2).
01 WS-JOB-OPEN-COUNT            PIC 9(2).
01 WS-HOLIDAY-LOADED-FLAG       PIC X VALUE "N".
01 WS-HOLIDAY-EOF-FLAG          PIC X.
01 WS-HOLIDAY-COUNT             PIC 9(3) VALUE 0.
01 WS-HOLIDAY-IDX               PIC 9(3).
01 WS-HOLIDAY-TABLE.
   05 WS-HOLIDAY-ENTRY OCCURS 100 TIMES.
      10 WS-HOL-DATE            PIC 9(8).
      10 WS-HOL-DESCRIPTION     PIC X(30).
01 WS-BANK-DATE                 PIC 9(8).
01 WS-BANK-DATE-INT             PIC 9(8).
01 WS-BANK-WEEKDAY              PIC 9.
01 WS-BANKING-DAY-FLAG          PIC X.
01 WS-BANK-DAYS-TO-ADD          PIC 9(3).
01 WS-BANK-DAYS-COUNTED         PIC 9(3).
01 WS-DATE-ACTION               PIC X(1).
01 WS-DATE-CHECK-WORK.
   05 WS-DATE-CHECK-YEAR        PIC 9(4).
   05 WS-DATE-CHECK-MONTH       PIC 9(2).
   05 WS-DATE-CHECK-DAY         PIC 9(2).
01 WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK-WORK PIC 9(8).
01 WS-DATE-VALID-FLAG           PIC X.
01 WS-DATE-NEW-JOBS             PIC X(10).
01 WS-GRACE-END-INT             PIC 9(8).
01 WS-GRACE-BASIS-ENTERED       PIC X(1).
*> The control record is held here between reading PROCDATE and
*> writing it back, the way the batch checkpoint is.
    COPY "PROCDATE.cpy".

*> Month-end interest accrual working fields. The accrual run on
*> the last business day of the month books the interest earned
*> since each loan's paid-through date up to the month's last
*> calendar day, Dr accrued interest receivable / Cr interest
*> income; the reversal run on the first business day of the next
*> month takes those entries back out, so cash posting can go on
*> crediting interest income as it always has. A loan 90 or more
*> days past due at the month end goes on non-accrual: nothing is
*> accrued on it and any accrual still on the books is reversed.
01 WS-ACCRREG-STATUS            PIC XX.
01 WS-ACCR-ACTION               PIC X(1).
01 WS-ACCR-EOF-FLAG             PIC X.
01 WS-ACCR-RUN-FLAG             PIC X.
01 WS-ACCR-MONTH-WORK.
   05 WS-ACCR-MONTH-YEAR        PIC 9(4).
   05 WS-ACCR-MONTH-MONTH       PIC 9(2).
   05 WS-ACCR-MONTH-DAY         PIC 9(2).
01 WS-ACCR-MONTH-NUM REDEFINES WS-ACCR-MONTH-WORK PIC 9(8).
01 WS-ACCR-MONTH-START          PIC 9(8).
01 WS-ACCR-DATE                 PIC 9(8).
01 WS-ACCR-DATE-INT             PIC 9(8).
01 WS-ACCR-FROM-DATE            PIC 9(8).
01 WS-ACCR-DAYS                 PIC S9(5).
01 WS-ACCR-DAYS-PAST-DUE        PIC S9(5).
01 WS-ACCR-PER-DIEM             PIC 9(6)V99.
01 WS-ACCR-AMOUNT               PIC 9(8)V99.
01 WS-ACCR-REVERSED             PIC 9(8)V99.
01 WS-CLOSE-ACCR-REVERSED       PIC 9(8)V99.
01 WS-ACCR-EVENT                PIC X(15).
01 WS-ACCR-ACCRUING-COUNT       PIC 9(6).
01 WS-ACCR-ACCRUING-BALANCE     PIC 9(12)V99.
01 WS-ACCR-NONACCR-COUNT        PIC 9(6).
01 WS-ACCR-NONACCR-BALANCE      PIC 9(12)V99.
01 WS-ACCR-LOAN-COUNT           PIC 9(6).
01 WS-ACCR-LOAN-BALANCE         PIC 9(12)V99.
01 WS-ACCR-TO-NONACCR-COUNT     PIC 9(6).
01 WS-ACCR-TO-ACCRUAL-COUNT     PIC 9(6).
01 WS-ACCR-REVERSED-COUNT       PIC 9(6).
01 WS-ACCR-REJECTED-COUNT       PIC 9(6).
01 WS-ACCR-TOTAL-ACCRUED        PIC 9(12)V99.
01 WS-ACCR-TOTAL-REVERSED       PIC 9(12)V99.
01 WS-ACCR-TOTAL-NONACCR-REV    PIC 9(12)V99.
01 WS-ACCR-TOTAL-OUTSTANDING    PIC 9(12)V99.

01 WS-ACCR-HEADING-1.
   05 WS-AH-TITLE       PIC X(40).
   05 FILLER            PIC X(16) VALUE "BUSINESS DATE   ".
   05 WS-AH-BUS-DATE    PIC 9(8).
01 WS-ACCR-HEADING-2.
   05 FILLER            PIC X(16) VALUE "ACCRUAL DATE    ".
   05 WS-AH-ACCR-DATE   PIC 9(8).
01 WS-ACCR-HEADING-3.
   05 FILLER PIC X(80) VALUE
      "LOAN NUMBER STATUS                BALANCE  PAID THRUDAYS     ACCRUED    REVERSED".
01 WS-ACCR-HEADING-4.
   05 FILLER PIC X(80) VALUE
      "TOTALS BY ACCRUAL STATUS".
01 WS-ACCR-DETAIL-LINE.
   05 WS-AR-LOAN-NUMBER PIC X(10).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-AR-EVENT       PIC X(15).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-AR-BALANCE     PIC ZZ,ZZZ,ZZ9.99.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-AR-PAID-THRU   PIC 9(8).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-AR-DAYS        PIC ZZZ9.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-AR-ACCRUED     PIC ZZZ,ZZ9.99.
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-AR-REVERSED    PIC ZZZ,ZZ9.99.

*> Property master and PMI cancellation working fields. Under the
*> Homeowners Protection Act PMI must end once the balance reaches
*> 78 percent of the property's original value - on the original
*> amortization schedule or by the balance actually owed - as long
*> as the borrower is current, and the borrower may ask for it to
*> end at 80 percent. The monthly PMI run ends it at 78 percent,
*> notifies the borrower and lists the loans at 80 percent.
01 WS-PROPMSTR-STATUS           PIC XX.
01 WS-PMINOTC-STATUS            PIC XX.
01 WS-PMIRPT-STATUS             PIC XX.
01 WS-PROPMSTR-AVAIL-FLAG       PIC X VALUE "N".
01 WS-PROP-FOUND-FLAG           PIC X.
01 WS-PROP-OLD-VALUE            PIC 9(9)V99.
01 WS-PMI-EOF-FLAG              PIC X.
01 WS-PMI-DATE-WORK.
   05 WS-PMI-DATE-YEAR          PIC 9(4).
   05 WS-PMI-DATE-MONTH         PIC 9(2).
   05 WS-PMI-DATE-DAY           PIC 9(2).
01 WS-PMI-DATE-NUM REDEFINES WS-PMI-DATE-WORK PIC 9(8).
01 WS-PMI-ORIG-DAY              PIC 9(2).
01 WS-PMI-MONTHS-ELAPSED        PIC S9(6).
01 WS-PMI-TERM-MONTHS           PIC 9(4).
01 WS-PMI-RATE-MONTHLY          PIC 9V9(9).
01 WS-PMI-GROWTH                PIC 9(4)V9(12).
01 WS-PMI-SCHED-PAYMENT         PIC 9(8)V99.
01 WS-PMI-SCHED-BALANCE         PIC S9(9)V99.
01 WS-PMI-78-LIMIT              PIC 9(9)V99.
01 WS-PMI-80-LIMIT              PIC 9(9)V99.
01 WS-PMI-SCHED-LTV             PIC 9(4)V99.
01 WS-PMI-ACTUAL-LTV            PIC 9(4)V99.
01 WS-PMI-CANCEL-REASON         PIC X(1).
01 WS-PMI-CURRENT-FLAG          PIC X.
01 WS-PMI-FINDING               PIC X(22).
01 WS-PMI-OLD-AMOUNT            PIC 9(6)V99.
01 WS-PMI-OLD-TOTAL             PIC 9(8)V99.
01 WS-PMI-REVIEWED-COUNT        PIC 9(6).
01 WS-PMI-CANCELLED-COUNT       PIC 9(6).
01 WS-PMI-CANCELLED-AMOUNT      PIC 9(10)V99.
01 WS-PMI-NOT-CURRENT-COUNT     PIC 9(6).
01 WS-PMI-ELIGIBLE-COUNT        PIC 9(6).
01 WS-PMI-NO-PROPERTY-COUNT     PIC 9(6).
01 WS-PMI-REJECTED-COUNT        PIC 9(6).
01 WS-PMI-MOD-REVIEW-COUNT      PIC 9(6).
01 WS-PMI-SCHED-PRINCIPAL       PIC 9(8)V99.
*> Latest modification of each modified loan, loaded from MODHIST
*> at the start of the run: a modified loan is measured against
*> the schedule its modification set, not the original one.
01 WS-PMI-MOD-FOUND-FLAG        PIC X.
01 WS-PMI-MOD-EOF-FLAG          PIC X.
01 WS-PMI-MOD-COUNT             PIC 9(4).
01 WS-PMI-MOD-IDX               PIC 9(4).
01 WS-PMI-MOD-FOUND-IDX         PIC 9(4).
01 WS-PMI-MOD-DROPPED           PIC 9(6).
01 WS-PMI-MOD-TABLE.
   05 WS-PMI-MOD-ENTRY OCCURS 2000 TIMES.
      10 WS-PMI-MD-LOAN-NUMBER  PIC X(10).
      10 WS-PMI-MD-DATE         PIC 9(8).
      10 WS-PMI-MD-BALANCE      PIC 9(8)V99.
      10 WS-PMI-MD-RATE         PIC 9(2)V999.
      10 WS-PMI-MD-PAYMENT      PIC 9(8)V99.
      10 WS-PMI-MD-NEXT-DUE     PIC 9(8).

01 WS-PMI-HEADING-1.
   05 FILLER            PIC X(40) VALUE
      "PMI CANCELLATION REVIEW - BUSINESS DATE ".
   05 WS-PH-DATE        PIC 9(8).
01 WS-PMI-HEADING-2.
   05 FILLER PIC X(80) VALUE
      "LOAN NUMBER FINDING                      BALANCE    ORIG VALUE SCH LTV ACT LTV L".
01 WS-PMI-DETAIL-LINE.
   05 WS-PD-LOAN-NUMBER PIC X(10).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-PD-FINDING     PIC X(22).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-PD-BALANCE     PIC ZZ,ZZZ,ZZ9.99.
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-PD-ORIG-VALUE  PIC ZZ,ZZZ,ZZ9.99.
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-PD-SCHED-LTV   PIC ZZZ9.99.
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-PD-ACTUAL-LTV  PIC ZZZ9.99.
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-PD-LIEN        PIC 9(1).
01 WS-PMI-LETTER-HEADING-1.
   05 FILLER PIC X(80) VALUE
      "NOTICE OF PRIVATE MORTGAGE INSURANCE CANCELLATION".

*> Hazard insurance tracking working fields. The weekly review
*> sends a first notice once the borrower's policy is within 45
*> days of expiring, a second notice 30 days after the first, and
*> - once the policy has lapsed and the second notice is 15 days
*> old - buys a year of lender-placed coverage, charged to the
*> loan through escrow. Proof of a new policy cancels it and the
*> unearned premium goes back to the escrow account.
01 WS-INSPOLCY-STATUS           PIC XX.
01 WS-INSNOTC-STATUS            PIC XX.
01 WS-INSRPT-STATUS             PIC XX.
01 WS-INS-ACTION                PIC X(1).
01 WS-INS-EOF-FLAG              PIC X.
01 WS-INS-FOUND-FLAG            PIC X.
01 WS-INS-VALID-FLAG            PIC X.
01 WS-INS-NOTICE-DAYS           PIC 9(3) VALUE 45.
01 WS-INS-SECOND-NOTICE-DAYS    PIC 9(3) VALUE 30.
01 WS-INS-FORCE-WAIT-DAYS       PIC 9(3) VALUE 15.
*> Lender-placed carrier and its annual rate per dollar of
*> coverage, under the servicing agreement with that carrier.
01 WS-INS-FP-CARRIER            PIC X(30) VALUE
   "LENDER-PLACED HAZARD CARRIER".
01 WS-INS-FP-RATE               PIC 9V9(4) VALUE 0.0200.
01 WS-INS-DATE-WORK.
   05 WS-INS-DATE-YEAR          PIC 9(4).
   05 WS-INS-DATE-MONTH         PIC 9(2).
   05 WS-INS-DATE-DAY           PIC 9(2).
01 WS-INS-DATE-NUM REDEFINES WS-INS-DATE-WORK PIC 9(8).
01 WS-INS-DAYS-TO-EXPIRE        PIC S9(6).
01 WS-INS-DAYS-SINCE-NOTICE     PIC S9(6).
01 WS-INS-START-INT             PIC 9(8).
01 WS-INS-END-INT               PIC 9(8).
01 WS-INS-CANCEL-INT            PIC 9(8).
01 WS-INS-CANCEL-DATE           PIC 9(8).
01 WS-INS-LETTER-TYPE           PIC X(1).
01 WS-INS-FINDING               PIC X(22).
01 WS-INS-PREMIUM               PIC 9(7)V99.
01 WS-INS-REFUND                PIC 9(7)V99.
01 WS-INS-AVAILABLE             PIC S9(8)V99.
01 WS-INS-COVERED               PIC 9(8)V99.
01 WS-INS-ADVANCED              PIC 9(8)V99.
01 WS-INS-TO-ADVANCE            PIC 9(8)V99.
01 WS-INS-TO-ESCROW             PIC 9(8)V99.
01 WS-INS-REVIEWED-COUNT        PIC 9(6).
01 WS-INS-NO-POLICY-COUNT       PIC 9(6).
01 WS-INS-FIRST-NOTICE-COUNT    PIC 9(6).
01 WS-INS-SECOND-NOTICE-COUNT   PIC 9(6).
01 WS-INS-PLACED-COUNT          PIC 9(6).
01 WS-INS-PLACED-PREMIUM        PIC 9(10)V99.
01 WS-INS-PLACED-ADVANCED       PIC 9(10)V99.
01 WS-INS-CANCELLED-COUNT       PIC 9(6).
01 WS-INS-REFUNDED-AMOUNT       PIC 9(10)V99.
01 WS-INS-REJECTED-COUNT        PIC 9(6).

01 WS-INS-HEADING-1.
   05 FILLER            PIC X(40) VALUE
      "HAZARD INSURANCE REVIEW - BUSINESS DATE ".
   05 WS-IH-DATE        PIC 9(8).
01 WS-INS-HEADING-2.
   05 FILLER PIC X(80) VALUE
      "LOAN NUMBER FINDING                EXPIRES       COVERAGE    PREMIUM     ESCROW".
01 WS-INS-DETAIL-LINE.
   05 WS-ID-LOAN-NUMBER PIC X(10).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-ID-FINDING     PIC X(22).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-ID-EXPIRATION  PIC 9(8).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-ID-COVERAGE    PIC ZZ,ZZZ,ZZ9.99.
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-ID-PREMIUM     PIC ZZZ,ZZ9.99.
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-ID-ESCROW      PIC ZZZ,ZZ9.99.
01 WS-INS-LETTER-HEADING-1.
   05 FILLER PIC X(80) VALUE
      "FIRST NOTICE - YOUR HAZARD INSURANCE IS EXPIRING OR HAS EXPIRED".
01 WS-INS-LETTER-HEADING-2.
   05 FILLER PIC X(80) VALUE
      "SECOND AND FINAL NOTICE - PROOF OF HAZARD INSURANCE REQUIRED".
01 WS-INS-LETTER-HEADING-F.
   05 FILLER PIC X(80) VALUE
      "NOTICE OF LENDER-PLACED HAZARD INSURANCE".
01 WS-INS-LETTER-HEADING-C.
   05 FILLER PIC X(80) VALUE
      "CANCELLATION OF LENDER-PLACED HAZARD INSURANCE".

*> Servicing transfer working fields. Boarding checks the prior
*> servicer's file against its own trailer before anything is
*> written, then boards loan by loan: a loan that fails its checks
*> - or whose history does not prove to its balances the way the
*> reconciliation replays it - is listed and left off, and its
*> history with it. Deboarding writes the selected loans in the
*> same layout and only closes them at status T once the whole
*> file is out. The table carries each loan in the file (or the
*> selection) with its history totals and whether it went.
01 WS-XFERIN-STATUS             PIC XX.
01 WS-XFEROUT-STATUS            PIC XX.
01 WS-XFERSEL-STATUS            PIC XX.
01 WS-XFERRPT-STATUS            PIC XX.
01 WS-XFERNOTC-STATUS           PIC XX.
01 WS-XFER-ACTION               PIC X(1).
01 WS-XFER-EOF-FLAG             PIC X.
01 WS-XFER-VALID-FLAG           PIC X.
01 WS-XFER-BALANCED-FLAG        PIC X.
01 WS-XFER-WRITE-ERROR-FLAG     PIC X.
01 WS-XFER-GROUP-FLAG           PIC X.
01 WS-XFER-HAVE-BORROWER        PIC X.
01 WS-XFER-HAVE-ESCROW          PIC X.
01 WS-XFER-HAVE-ARM             PIC X.
01 WS-XFER-HAVE-HEADER          PIC X.
01 WS-XFER-HAVE-TRAILER         PIC X.
01 WS-XFER-NEW-BORROWER         PIC X.
01 WS-XFER-NEW-INVESTOR         PIC X.
01 WS-XFER-INVMSTR-AVAIL-FLAG   PIC X.
01 WS-XFER-PAYHIST-AVAIL-FLAG   PIC X.
*> A deboarding dated ahead of the business date only sends the
*> notices and marks the loans pending; the cutover run on or
*> after the transfer date cuts the file and closes them.
01 WS-XFER-PENDING-FLAG         PIC X.
01 WS-XFER-SELECT-FLAG          PIC X.
01 WS-XFER-RECORD-TYPE          PIC X(1).
01 WS-XFER-LOAN-NUMBER          PIC X(10).
01 WS-XFER-AMOUNT               PIC S9(11)V99.
01 WS-XFER-DATE                 PIC 9(8).
01 WS-XFER-REASON               PIC X(50).
*> This servicer as the transfer file and the borrower notices
*> name it.
01 WS-XFER-OUR-ID               PIC X(10) VALUE "LOANSVC001".
01 WS-XFER-OUR-NAME             PIC X(30) VALUE
   "LOAN SERVICING DEPARTMENT".
01 WS-XFER-OUR-ADDRESS          PIC X(30) VALUE
   "P.O. BOX 0000".
01 WS-XFER-OUR-CITY-LINE        PIC X(30) VALUE
   "ANYTOWN, ST 00000".
01 WS-XFER-OUR-PHONE            PIC X(12) VALUE "800-000-0000".
*> The two servicers as this run's notices name them.
01 WS-XFER-FROM-NAME            PIC X(30).
01 WS-XFER-FROM-PHONE           PIC X(12).
01 WS-XFER-TO-ID                PIC X(10).
01 WS-XFER-TO-NAME              PIC X(30).
01 WS-XFER-TO-ADDRESS           PIC X(30).
01 WS-XFER-TO-CITY-LINE         PIC X(30).
01 WS-XFER-TO-PHONE             PIC X(12).
*> What the file itself adds up to, checked against its trailer.
01 WS-XF-RECORD-COUNT           PIC 9(9).
01 WS-XF-LOAN-COUNT             PIC 9(7).
01 WS-XF-HISTORY-COUNT          PIC 9(9).
01 WS-XF-BALANCE-TOTAL          PIC 9(11)V99.
01 WS-XF-ESCROW-TOTAL           PIC S9(11)V99.
01 WS-XF-ADVANCE-TOTAL          PIC 9(11)V99.
01 WS-XF-UNAPPLIED-TOTAL        PIC 9(11)V99.
*> What went and what was left behind.
01 WS-XB-LOAN-COUNT             PIC 9(7).
01 WS-XB-HISTORY-COUNT          PIC 9(9).
01 WS-XB-BALANCE-TOTAL          PIC 9(11)V99.
01 WS-XB-ESCROW-TOTAL           PIC S9(11)V99.
01 WS-XB-ADVANCE-TOTAL          PIC 9(11)V99.
01 WS-XB-UNAPPLIED-TOTAL        PIC 9(11)V99.
01 WS-XR-LOAN-COUNT             PIC 9(7).
01 WS-XR-HISTORY-COUNT          PIC 9(9).
01 WS-XR-BALANCE-TOTAL          PIC 9(11)V99.
01 WS-XR-ESCROW-TOTAL           PIC S9(11)V99.
01 WS-XR-ADVANCE-TOTAL          PIC 9(11)V99.
01 WS-XR-UNAPPLIED-TOTAL        PIC 9(11)V99.
01 WS-XFER-BORROWERS-ADDED      PIC 9(7).
01 WS-XFER-INVESTORS-ADDED      PIC 9(5).
01 WS-XFER-EXCEPTION-COUNT      PIC 9(7).
01 WS-XFER-CLOSED-COUNT         PIC 9(7).
*> One group of the report totals, as it is printed.
01 WS-XG-TITLE                  PIC X(40).
01 WS-XG-LOANS                  PIC 9(7).
01 WS-XG-HISTORY                PIC 9(9).
01 WS-XG-BALANCE                PIC 9(11)V99.
01 WS-XG-ESCROW                 PIC S9(11)V99.
01 WS-XG-ADVANCE                PIC 9(11)V99.
01 WS-XG-UNAPPLIED              PIC 9(11)V99.
*> Amounts of the loan in hand, for its totals and GL entries.
01 WS-XFER-LOAN-BALANCE         PIC 9(8)V99.
01 WS-XFER-LOAN-ESCROW          PIC S9(8)V99.
01 WS-XFER-LOAN-ADVANCE         PIC 9(8)V99.
01 WS-XFER-LOAN-UNAPPLIED       PIC 9(8)V99.
01 WS-XFER-EXPECTED-BAL         PIC S9(10)V99.
01 WS-XFT-COUNT                 PIC 9(5).
01 WS-XFT-MAX                   PIC 9(5) VALUE 5000.
01 WS-XFT-IDX                   PIC 9(5).
01 WS-XFT-SLOT-IDX              PIC 9(5).
01 WS-XFT-FOUND-FLAG            PIC X.
01 WS-XFT-OVERFLOW-FLAG         PIC X.
01 WS-XFER-TABLE.
   05 WS-XFT-ENTRY OCCURS 5000 TIMES.
      10 WS-XFT-LOAN-NUMBER     PIC X(10).
      10 WS-XFT-PRINCIPAL       PIC S9(10)V99.
      10 WS-XFT-ESCROW          PIC S9(10)V99.
      10 WS-XFT-HISTORY-COUNT   PIC 9(5).
      10 WS-XFT-MOVED-FLAG      PIC X.
*> The transfer file's records are laid out here and moved to and
*> from the flat FD records, the way the Metro 2 segments are.
    COPY "SRVXFER.cpy".

01 WS-XFER-HEADING-1.
   05 WS-XH-TITLE       PIC X(40).
   05 FILLER            PIC X(15) VALUE "BUSINESS DATE ".
   05 WS-XH-DATE        PIC 9(8).
01 WS-XFER-HEADING-2.
   05 FILLER            PIC X(12) VALUE "SERVICER    ".
   05 WS-XH-FROM        PIC X(10).
   05 FILLER            PIC X(4) VALUE " TO ".
   05 WS-XH-TO          PIC X(10).
   05 FILLER            PIC X(16) VALUE "  TRANSFER DATE ".
   05 WS-XH-XFER-DATE   PIC 9(8).
01 WS-XFER-HEADING-3.
   05 FILLER PIC X(80) VALUE
      "LOAN NUMBER EXCEPTION                                                   AMOUNT".
01 WS-XFER-EXCEPTION-LINE.
   05 WS-XX-LOAN-NUMBER PIC X(10).
   05 FILLER            PIC X(2) VALUE SPACES.
   05 WS-XX-REASON      PIC X(50).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-XX-AMOUNT      PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-XFER-LETTER-HEADING-B.
   05 FILLER PIC X(80) VALUE
      "NOTICE OF SERVICING TRANSFER - WELCOME TO YOUR NEW SERVICER".
01 WS-XFER-LETTER-HEADING-D.
   05 FILLER PIC X(80) VALUE
      "NOTICE OF SERVICING TRANSFER - YOUR LOAN IS MOVING TO A NEW SERVICER".

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    DISPLAY "Welcome to the Loan Calculator".
    DISPLAY "--------------------------------".
    DISPLAY "Enter your operator id: ".
    ACCEPT WS-OPERATOR-ID.
    DISPLAY "Enter your credential: ".
    ACCEPT WS-OPER-CREDENTIAL.

    DISPLAY "1. Calculate standard monthly payment".
    DISPLAY "2. Print full amortization schedule".
    DISPLAY "C. Portfolio integrity reconciliation report".
    DISPLAY "G. Generate ACH autopay drafts onto ACHOUT and PAYIN".
    DISPLAY "H. Remove returned ACH drafts from PAYIN".
    DISPLAY "L. Monthly charged-off and recovered loan register".
    DISPLAY "W. Modify a loan (capitalize arrears and re-amortize)".
    DISPLAY "Q. Quarterly modified-loans list from MODHIST".
    DISPLAY "E. Monthly credit bureau (Metro 2) extract onto METRO2".
    DISPLAY "O. Operator master maintenance (add/update/inquire)".
    DISPLAY "Z. Business date control (set/inquire/nightly jobs/roll)".
    DISPLAY "A. Month-end interest accrual / first-of-month reversal".
    DISPLAY "K. Monthly PMI cancellation review (78/80 percent LTV)".
    DISPLAY "N. Hazard insurance review / policy maintenance".
    DISPLAY "J. Servicing transfer (board / deboard loans)".
    DISPLAY "Select an option: ".
    ACCEPT WS-RUN-MODE.

        DELIMITED BY SIZE INTO WS-RUN-STAMP.
    DISPLAY "Run stamp for the master journal: " WS-RUN-STAMP.

    PERFORM AUTHORIZE-OPERATOR.
    IF WS-OPER-AUTH-FLAG = "N"
        DISPLAY "Request refused: " WS-OPER-REFUSAL
    ELSE
        *> Operator maintenance must be able to run before there is
        *> a business date, to enrol the first operator, and mode Z
        *> is how the first business date is set.
        PERFORM READ-BUSINESS-DATE
        IF WS-BUSDATE-FLAG = "N"
                AND WS-RUN-MODE NOT = "O"
                AND WS-RUN-MODE NOT = "Z"
            DISPLAY "Request refused: no business date on PROCDATE - "
                "set it with mode Z."
            MOVE 8 TO RETURN-CODE
        ELSE
            IF WS-BUSDATE-FLAG = "Y"
                DISPLAY "Business date: " WS-BUSINESS-DATE
            END-IF
            PERFORM MARK-NIGHTLY-JOB-STARTED
            EVALUATE WS-RUN-MODE
                WHEN "1"
                    PERFORM ACCEPT-LOAN-TERMS
                    PERFORM VALIDATE-LOAN-TERMS
                    IF WS-VALID-FLAG = "N"
                        DISPLAY "Loan rejected: " WS-REJECT-REASON
                    ELSE
                        PERFORM COMPUTE-MONTHLY-PAYMENT
                        PERFORM WRITE-AUDIT-LOG-ENTRY
                        DISPLAY "Your monthly payment (principal & interest) is: $"
                            WS-MONTHLY-PAYMENT
                        PERFORM ACCEPT-ESCROW-AMOUNTS
                        PERFORM COMPUTE-TOTAL-PAYMENT
                        DISPLAY "Your total monthly payment (PI + tax, "
                            "insurance & PMI) is: $" WS-TOTAL-PAYMENT
                    END-IF
                WHEN "2"
                    PERFORM ACCEPT-LOAN-TERMS
                    PERFORM VALIDATE-LOAN-TERMS
                    IF WS-VALID-FLAG = "N"
                        DISPLAY "Loan rejected: " WS-REJECT-REASON
                    ELSE
                        PERFORM COMPUTE-MONTHLY-PAYMENT
                        PERFORM WRITE-AUDIT-LOG-ENTRY
                        PERFORM PRINT-AMORTIZATION-SCHEDULE
                    END-IF
                WHEN "3"
                    PERFORM BATCH-PROCESS-LOANS
                WHEN "4"
                    PERFORM MASTER-FILE-MAINTENANCE
                WHEN "5"
                    PERFORM EXTRA-PAYMENT-WHATIF-MODE
                WHEN "6"
                    PERFORM ARM-CALCULATION-MODE
                WHEN "7"
                    PERFORM POST-PAYMENTS-MODE
                WHEN "8"
                    PERFORM DELINQUENCY-AGING-MODE
                WHEN "9"
                    PERFORM ESCROW-ANALYSIS-MODE
                WHEN "P"
                    PERFORM PAYOFF-QUOTE-MODE
                WHEN "B"
                    PERFORM BORROWER-FILE-MAINTENANCE
                WHEN "T"
                    PERFORM TRIAL-BALANCE-MODE
                WHEN "Y"
                    PERFORM YEAR-END-STATEMENT-MODE
                WHEN "R"
                    PERFORM ARM-REPRICING-MODE
                WHEN "V"
                    PERFORM PAYMENT-REVERSAL-MODE
                WHEN "F"
                    PERFORM PAYOFF-SETTLEMENT-MODE
                WHEN "M"
                    PERFORM MONTHLY-BILLING-MODE
                WHEN "D"
                    PERFORM ESCROW-DISBURSE-MODE
                WHEN "I"
                    PERFORM INVESTOR-FILE-MAINTENANCE
                WHEN "S"
                    PERFORM INVESTOR-REMIT-MODE
                WHEN "X"
                    PERFORM HISTORY-ARCHIVE-MODE
                WHEN "U"
                    PERFORM JOURNAL-BACKOUT-MODE
                WHEN "C"
                    PERFORM RECONCILIATION-MODE
                WHEN "G"
                    PERFORM ACH-DRAFT-MODE
                WHEN "H"
                    PERFORM ACH-RETURN-MODE
                WHEN "L"
                    PERFORM CHARGEOFF-REGISTER-MODE
                WHEN "W"
                    PERFORM LOAN-MODIFICATION-MODE
                WHEN "Q"
                    PERFORM MODIFIED-LOANS-LIST-MODE
                WHEN "E"
                    PERFORM CREDIT-BUREAU-EXTRACT-MODE
                WHEN "O"
                    PERFORM OPERATOR-FILE-MAINTENANCE
                WHEN "Z"
                    PERFORM BUSINESS-DATE-CONTROL-MODE
                WHEN "A"
                    PERFORM MONTH-END-ACCRUAL-MODE
                WHEN "K"
                    PERFORM PMI-CANCELLATION-MODE
                WHEN "N"
                    PERFORM HAZARD-INSURANCE-MODE
                WHEN "J"
                    PERFORM SERVICING-TRANSFER-MODE
                WHEN OTHER
                    DISPLAY "Invalid option selected."
            END-EVALUATE
            PERFORM MARK-NIGHTLY-JOB-ENDED
        END-IF
    END-IF.

    STOP RUN.

    MOVE WS-RUN-STAMP          TO JR-RUN-STAMP.
    MOVE WS-RUN-MODE           TO JR-RUN-MODE.
    MOVE WS-OPERATOR-ID        TO JR-OPERATOR-ID.
    MOVE WS-APPROVER-ID        TO JR-APPROVER-ID.
    MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
    MOVE LM-LOAN-NUMBER        TO JR-LOAN-NUMBER.
    MOVE WS-JRNL-BEFORE-IMAGE  TO JR-BEFORE-IMAGE.
        CLOSE MASTER-JOURNAL-FILE
    END-IF.

AUTHORIZE-OPERATOR.
    *> Nothing runs until the operator is proved against the
    *> operator master: on file, active, the right credential and
    *> the selected mode in the permitted list. Each refusal is
    *> written to the audit trail.
    MOVE "N" TO WS-OPER-AUTH-FLAG.
    MOVE "N" TO WS-OPER-BOOTSTRAP-FLAG.
    MOVE SPACES TO WS-OPER-REFUSAL.
    OPEN INPUT OPERATOR-MASTER.
    IF WS-OPERMSTR-STATUS = "35"
        *> No operator master yet - the operator maintenance mode
        *> alone may run, to enrol the first operator.
        IF WS-RUN-MODE = "O"
            MOVE "Y" TO WS-OPER-AUTH-FLAG
            MOVE "Y" TO WS-OPER-BOOTSTRAP-FLAG
            MOVE "SIGN-ON TO CREATE THE OPERATOR MASTER" TO WS-SA-EVENT
            MOVE SPACES TO WS-SA-OTHER-ID
            PERFORM WRITE-SECURITY-AUDIT-ENTRY
        ELSE
            MOVE "REFUSED - NO OPERATOR MASTER ON FILE"
                TO WS-OPER-REFUSAL
        END-IF
    ELSE
        IF WS-OPERMSTR-STATUS NOT = "00"
            DISPLAY "Unable to open OPERMSTR, file status "
                WS-OPERMSTR-STATUS
            MOVE "REFUSED - OPERATOR MASTER UNAVAILABLE"
                TO WS-OPER-REFUSAL
        ELSE
            MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
            READ OPERATOR-MASTER
                INVALID KEY
                    MOVE "REFUSED - UNKNOWN OPERATOR"
                        TO WS-OPER-REFUSAL
                NOT INVALID KEY
                    PERFORM CHECK-OPERATOR-SIGN-ON
            END-READ
            CLOSE OPERATOR-MASTER
        END-IF
    END-IF.
    MOVE SPACES TO WS-OPER-CREDENTIAL.

    IF WS-OPER-AUTH-FLAG = "N"
        MOVE WS-OPER-REFUSAL TO WS-SA-EVENT
        MOVE SPACES TO WS-SA-OTHER-ID
        PERFORM WRITE-SECURITY-AUDIT-ENTRY
    END-IF.

CHECK-OPERATOR-SIGN-ON.
    MOVE OP-OPERATOR-ID TO WS-DIGEST-ID.
    MOVE WS-OPER-CREDENTIAL TO WS-DIGEST-CREDENTIAL.
    PERFORM COMPUTE-CREDENTIAL-DIGEST.
    MOVE 0 TO WS-OPER-MODE-COUNT.
    IF WS-RUN-MODE NOT = SPACES
        INSPECT OP-PERMITTED-MODES TALLYING WS-OPER-MODE-COUNT
            FOR ALL WS-RUN-MODE
    END-IF.
    EVALUATE TRUE
        WHEN OP-STATUS NOT = "A"
            MOVE "REFUSED - OPERATOR REVOKED" TO WS-OPER-REFUSAL
        WHEN WS-DIGEST-RESULT NOT = OP-CREDENTIAL-DIGEST
            MOVE "REFUSED - CREDENTIAL DOES NOT MATCH"
                TO WS-OPER-REFUSAL
        WHEN WS-OPER-MODE-COUNT = 0
            MOVE "REFUSED - MODE NOT PERMITTED" TO WS-OPER-REFUSAL
        WHEN OTHER
            MOVE "Y" TO WS-OPER-AUTH-FLAG
    END-EVALUATE.

COMPUTE-CREDENTIAL-DIGEST.
    *> Folds the operator id and credential into a nine-digit
    *> digest. The id salts it, so two operators who chose the
    *> same credential still carry different digests.
    MOVE 7 TO WS-DIGEST-WORK.
    PERFORM VARYING WS-DIGEST-IDX FROM 1 BY 1
            UNTIL WS-DIGEST-IDX > 24
        COMPUTE WS-DIGEST-WORK = FUNCTION MOD(
            WS-DIGEST-WORK * 131 +
            FUNCTION ORD(WS-DIGEST-INPUT(WS-DIGEST-IDX:1))
            999999937)
    END-PERFORM.
    MOVE WS-DIGEST-WORK TO WS-DIGEST-RESULT.

OBTAIN-SECOND-APPROVAL.
    *> Dual control: a second operator, signed on with their own
    *> credential and holding approver authority, must approve the
    *> action. The caller sets WS-APPROVAL-ACTION to the event the
    *> audit trail records; the approver id stays in
    *> WS-APPROVER-ID for the master journal.
    MOVE "N" TO WS-APPROVAL-FLAG.
    MOVE SPACES TO WS-OPER-REFUSAL.
    DISPLAY "Second approver - enter your operator id: ".
    ACCEPT WS-APPROVER-ID.
    DISPLAY "Second approver - enter your credential: ".
    ACCEPT WS-APPROVER-CREDENTIAL.

    IF WS-APPROVER-ID = SPACES OR WS-APPROVER-ID = WS-OPERATOR-ID
        MOVE "APPROVAL REFUSED - NOT A SECOND OPERATOR"
            TO WS-OPER-REFUSAL
    ELSE
        OPEN INPUT OPERATOR-MASTER
        IF WS-OPERMSTR-STATUS NOT = "00"
            DISPLAY "Unable to open OPERMSTR, file status "
                WS-OPERMSTR-STATUS
            MOVE "APPROVAL REFUSED - OPERATOR MASTER DOWN"
                TO WS-OPER-REFUSAL
        ELSE
            MOVE WS-APPROVER-ID TO OP-OPERATOR-ID
            READ OPERATOR-MASTER
                INVALID KEY
                    MOVE "APPROVAL REFUSED - UNKNOWN APPROVER"
                        TO WS-OPER-REFUSAL
                NOT INVALID KEY
                    PERFORM CHECK-APPROVER-SIGN-ON
            END-READ
            CLOSE OPERATOR-MASTER
        END-IF
    END-IF.
    MOVE SPACES TO WS-APPROVER-CREDENTIAL.

    MOVE WS-APPROVER-ID TO WS-SA-OTHER-ID.
    IF WS-APPROVAL-FLAG = "Y"
        MOVE WS-APPROVAL-ACTION TO WS-SA-EVENT
    ELSE
        MOVE WS-OPER-REFUSAL TO WS-SA-EVENT
        DISPLAY "Second approval refused: " WS-OPER-REFUSAL
        MOVE SPACES TO WS-APPROVER-ID
    END-IF.
    PERFORM WRITE-SECURITY-AUDIT-ENTRY.

CHECK-APPROVER-SIGN-ON.
    MOVE OP-OPERATOR-ID TO WS-DIGEST-ID.
    MOVE WS-APPROVER-CREDENTIAL TO WS-DIGEST-CREDENTIAL.
    PERFORM COMPUTE-CREDENTIAL-DIGEST.
    EVALUATE TRUE
        WHEN OP-STATUS NOT = "A"
            MOVE "APPROVAL REFUSED - APPROVER REVOKED"
                TO WS-OPER-REFUSAL
        WHEN WS-DIGEST-RESULT NOT = OP-CREDENTIAL-DIGEST
            MOVE "APPROVAL REFUSED - CREDENTIAL MISMATCH"
                TO WS-OPER-REFUSAL
        WHEN OP-APPROVER-FLAG NOT = "Y"
            MOVE "APPROVAL REFUSED - NO APPROVER AUTHORITY"
                TO WS-OPER-REFUSAL
        WHEN OTHER
            MOVE "Y" TO WS-APPROVAL-FLAG
    END-EVALUATE.

WRITE-SECURITY-AUDIT-ENTRY.
    *> The caller sets WS-SA-EVENT and WS-SA-OTHER-ID (the
    *> approver, or the operator record maintained).
    MOVE FUNCTION CURRENT-DATE TO WS-SA-TIMESTAMP.
    MOVE WS-OPERATOR-ID        TO WS-SA-OPERATOR.
    MOVE WS-RUN-MODE           TO WS-SA-MODE.

    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS = "35"
        OPEN OUTPUT AUDIT-FILE
        CLOSE AUDIT-FILE
        OPEN EXTEND AUDIT-FILE
    END-IF.
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "Unable to open AUDITLOG, file status "
            WS-AUDIT-STATUS " - security event not logged: "
            WS-SA-EVENT
    ELSE
        MOVE WS-SECURITY-AUDIT-LINE TO AUDIT-LINE
        WRITE AUDIT-LINE
        CLOSE AUDIT-FILE
    END-IF.

OPERATOR-FILE-MAINTENANCE.
    DISPLAY "A. Add an operator".
    DISPLAY "U. Update an operator's name, modes, approver flag or status".
    DISPLAY "C. Reset an operator's credential".
    DISPLAY "I. Inquire on an operator".
    DISPLAY "Select an action: ".
    ACCEPT WS-OPER-ACTION.

    OPEN I-O OPERATOR-MASTER.
    IF WS-OPERMSTR-STATUS = "35"
        *> File does not exist yet - create it on the first add.
        OPEN OUTPUT OPERATOR-MASTER
        CLOSE OPERATOR-MASTER
        OPEN I-O OPERATOR-MASTER
    END-IF.

    IF WS-OPERMSTR-STATUS NOT = "00"
        DISPLAY "Unable to open OPERMSTR, file status "
            WS-OPERMSTR-STATUS
    ELSE
        IF WS-BUSDATE-FLAG = "Y"
            MOVE WS-BUSINESS-DATE TO WS-OPER-TODAY
        ELSE
            *> Enrolling the first operator, before any business
            *> date has been set.
            ACCEPT WS-OPER-TODAY FROM DATE YYYYMMDD
        END-IF
        IF WS-OPER-BOOTSTRAP-FLAG = "Y" AND WS-OPER-ACTION NOT = "A"
            DISPLAY "The operator master is empty - enrol the first "
                "operator with action A."
        ELSE
            EVALUATE WS-OPER-ACTION
                WHEN "A"
                    PERFORM ADD-OPERATOR-TO-MASTER
                WHEN "U"
                    PERFORM UPDATE-OPERATOR-MASTER
                WHEN "C"
                    PERFORM RESET-OPERATOR-CREDENTIAL
                WHEN "I"
                    PERFORM INQUIRE-OPERATOR-MASTER
                WHEN OTHER
                    DISPLAY "Invalid action selected."
            END-EVALUATE
        END-IF
        CLOSE OPERATOR-MASTER
    END-IF.

ADD-OPERATOR-TO-MASTER.
    MOVE SPACES TO OPERATOR-MASTER-RECORD.
    DISPLAY "Enter the new operator id: ".
    ACCEPT OP-OPERATOR-ID.
    DISPLAY "Enter the operator's name: ".
    ACCEPT OP-OPERATOR-NAME.
    DISPLAY "Enter the run modes the operator may use (e.g. 78MG): ".
    ACCEPT OP-PERMITTED-MODES.
    DISPLAY "May the operator give second approvals (Y/N): ".
    ACCEPT OP-APPROVER-FLAG.
    DISPLAY "Enter the operator's initial credential: ".
    ACCEPT WS-OPER-CREDENTIAL.

    MOVE 0 TO WS-OPER-MODE-COUNT.
    INSPECT OP-PERMITTED-MODES TALLYING WS-OPER-MODE-COUNT
        FOR ALL "O".
    EVALUATE TRUE
        WHEN OP-OPERATOR-ID = SPACES
            DISPLAY "An operator id is required - operator not added."
        WHEN WS-OPER-CREDENTIAL = SPACES
            DISPLAY "A credential is required - operator not added."
        WHEN OP-APPROVER-FLAG NOT = "Y" AND OP-APPROVER-FLAG NOT = "N"
            DISPLAY "Approver flag must be Y or N - operator not added."
        WHEN WS-OPER-BOOTSTRAP-FLAG = "Y" AND WS-OPER-MODE-COUNT = 0
            DISPLAY "The first operator must be permitted mode O - "
                "operator not added."
        WHEN WS-OPER-BOOTSTRAP-FLAG = "N"
                AND OP-OPERATOR-ID = WS-OPERATOR-ID
            DISPLAY "An operator may not add their own id - "
                "operator not added."
        WHEN OTHER
            MOVE OP-OPERATOR-ID TO WS-DIGEST-ID
            MOVE WS-OPER-CREDENTIAL TO WS-DIGEST-CREDENTIAL
            PERFORM COMPUTE-CREDENTIAL-DIGEST
            MOVE WS-DIGEST-RESULT TO OP-CREDENTIAL-DIGEST
            MOVE "A" TO OP-STATUS
            MOVE WS-OPER-TODAY TO OP-ADDED-DATE
            MOVE WS-OPERATOR-ID TO OP-ADDED-BY
            MOVE WS-OPER-TODAY TO OP-CHANGED-DATE
            MOVE WS-OPERATOR-ID TO OP-CHANGED-BY
            *> The first operator is enrolled alone - there is no one
            *> yet to approve it. Every later add is dual-controlled.
            IF WS-OPER-BOOTSTRAP-FLAG = "Y"
                MOVE "Y" TO WS-APPROVAL-FLAG
                MOVE SPACES TO WS-APPROVER-ID
            ELSE
                MOVE SPACES TO WS-APPROVAL-ACTION
                STRING "APPROVED OPERATOR ADD " OP-OPERATOR-ID
                    DELIMITED BY SIZE INTO WS-APPROVAL-ACTION
                PERFORM APPROVE-OPERATOR-CHANGE
            END-IF
            IF WS-APPROVAL-FLAG = "N"
                DISPLAY "Operator " OP-OPERATOR-ID " not added."
            ELSE
                WRITE OPERATOR-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "Operator " OP-OPERATOR-ID
                            " is already on file."
                    NOT INVALID KEY
                        DISPLAY "Operator " OP-OPERATOR-ID " added."
                        MOVE "OPERATOR ADDED" TO WS-OPER-EVENT
                        PERFORM WRITE-OPERATOR-CHANGE-AUDIT
                END-WRITE
            END-IF
    END-EVALUATE.
    MOVE SPACES TO WS-OPER-CREDENTIAL.

UPDATE-OPERATOR-MASTER.
    DISPLAY "Enter the operator id to update: ".
    ACCEPT OP-OPERATOR-ID.

    *> No one widens or restores their own authority.
    IF OP-OPERATOR-ID = WS-OPERATOR-ID
        DISPLAY "An operator may not update their own record."
    ELSE
        READ OPERATOR-MASTER
            INVALID KEY
                DISPLAY "Operator " OP-OPERATOR-ID " not found."
        END-READ
        IF WS-OPERMSTR-STATUS = "00"
            PERFORM INQUIRE-ONE-OPERATOR
            PERFORM ACCEPT-OPERATOR-CHANGES
        END-IF
    END-IF.

ACCEPT-OPERATOR-CHANGES.
    DISPLAY "Enter the new name (blank = keep): ".
    ACCEPT WS-OPER-NEW-NAME.
    IF WS-OPER-NEW-NAME NOT = SPACES
        MOVE WS-OPER-NEW-NAME TO OP-OPERATOR-NAME
    END-IF.
    DISPLAY "Enter the new permitted modes (blank = keep): ".
    ACCEPT WS-OPER-NEW-MODES.
    IF WS-OPER-NEW-MODES NOT = SPACES
        MOVE WS-OPER-NEW-MODES TO OP-PERMITTED-MODES
    END-IF.
    DISPLAY "May give second approvals (Y/N, blank = keep): ".
    ACCEPT WS-OPER-NEW-APPROVER.
    IF WS-OPER-NEW-APPROVER = "Y" OR WS-OPER-NEW-APPROVER = "N"
        MOVE WS-OPER-NEW-APPROVER TO OP-APPROVER-FLAG
    END-IF.
    DISPLAY "Enter the status (A = active, R = revoked, "
        "blank = keep): ".
    ACCEPT WS-OPER-NEW-STATUS.

    MOVE "OPERATOR UPDATED" TO WS-OPER-EVENT.
    IF WS-OPER-NEW-STATUS = "R" AND OP-STATUS NOT = "R"
        MOVE "OPERATOR REVOKED" TO WS-OPER-EVENT
    END-IF.
    IF WS-OPER-NEW-STATUS = "A" AND OP-STATUS NOT = "A"
        MOVE "OPERATOR REINSTATED" TO WS-OPER-EVENT
    END-IF.
    IF WS-OPER-NEW-STATUS = "A" OR WS-OPER-NEW-STATUS = "R"
        MOVE WS-OPER-NEW-STATUS TO OP-STATUS
    END-IF.

    MOVE WS-OPER-TODAY TO OP-CHANGED-DATE.
    MOVE WS-OPERATOR-ID TO OP-CHANGED-BY.
    MOVE SPACES TO WS-APPROVAL-ACTION.
    STRING "APPROVED OPERATOR UPDATE " OP-OPERATOR-ID
        DELIMITED BY SIZE INTO WS-APPROVAL-ACTION.
    PERFORM APPROVE-OPERATOR-CHANGE.
    IF WS-APPROVAL-FLAG = "N"
        DISPLAY "Operator " OP-OPERATOR-ID " not updated."
    ELSE
        REWRITE OPERATOR-MASTER-RECORD
        IF WS-OPERMSTR-STATUS = "00"
            DISPLAY "Operator " OP-OPERATOR-ID " updated."
            PERFORM WRITE-OPERATOR-CHANGE-AUDIT
        ELSE
            DISPLAY "Unable to update operator, file status "
                WS-OPERMSTR-STATUS
        END-IF
    END-IF.

RESET-OPERATOR-CREDENTIAL.
    DISPLAY "Enter the operator id: ".
    ACCEPT OP-OPERATOR-ID.

    *> No one resets their own credential through this action -
    *> a reset is how an account is taken over.
    IF OP-OPERATOR-ID = WS-OPERATOR-ID
        DISPLAY "An operator may not reset their own credential."
    ELSE
        READ OPERATOR-MASTER
            INVALID KEY
                DISPLAY "Operator " OP-OPERATOR-ID " not found."
        END-READ
        IF WS-OPERMSTR-STATUS = "00"
            PERFORM ACCEPT-OPERATOR-CREDENTIAL
        END-IF
    END-IF.

ACCEPT-OPERATOR-CREDENTIAL.
    DISPLAY "Enter the new credential: ".
    ACCEPT WS-OPER-CREDENTIAL.
    IF WS-OPER-CREDENTIAL = SPACES
        DISPLAY "A credential is required - not changed."
    ELSE
        MOVE OP-OPERATOR-ID TO WS-DIGEST-ID
        MOVE WS-OPER-CREDENTIAL TO WS-DIGEST-CREDENTIAL
        PERFORM COMPUTE-CREDENTIAL-DIGEST
        MOVE WS-DIGEST-RESULT TO OP-CREDENTIAL-DIGEST
        MOVE WS-OPER-TODAY TO OP-CHANGED-DATE
        MOVE WS-OPERATOR-ID TO OP-CHANGED-BY
        MOVE SPACES TO WS-APPROVAL-ACTION
        STRING "APPROVED CREDENTIAL RESET " OP-OPERATOR-ID
            DELIMITED BY SIZE INTO WS-APPROVAL-ACTION
        PERFORM APPROVE-OPERATOR-CHANGE
        IF WS-APPROVAL-FLAG = "N"
            DISPLAY "Credential not changed."
        ELSE
            REWRITE OPERATOR-MASTER-RECORD
            IF WS-OPERMSTR-STATUS = "00"
                DISPLAY "Credential reset for operator "
                    OP-OPERATOR-ID
                MOVE "CREDENTIAL RESET" TO WS-OPER-EVENT
                PERFORM WRITE-OPERATOR-CHANGE-AUDIT
            ELSE
                DISPLAY "Unable to update operator, file status "
                    WS-OPERMSTR-STATUS
            END-IF
        END-IF
    END-IF.
    MOVE SPACES TO WS-OPER-CREDENTIAL.

APPROVE-OPERATOR-CHANGE.
    *> Operator maintenance is dual-controlled like the money
    *> actions, or one operator could enrol or take over a second
    *> id and approve their own work with it. The approver signs
    *> on against the operator master, so it is closed around the
    *> sign-on and the record being maintained is held meanwhile.
    *> The caller sets WS-APPROVAL-ACTION.
    MOVE OPERATOR-MASTER-RECORD TO WS-OPER-SAVE-RECORD.
    CLOSE OPERATOR-MASTER.
    PERFORM OBTAIN-SECOND-APPROVAL.
    MOVE WS-OPER-SAVE-RECORD TO OPERATOR-MASTER-RECORD.
    IF WS-APPROVAL-FLAG = "Y" AND WS-APPROVER-ID = OP-OPERATOR-ID
        *> Nor may the operator being changed approve the change.
        MOVE "N" TO WS-APPROVAL-FLAG
        DISPLAY "Second approval refused: the approver is the "
            "operator being changed."
        MOVE "APPROVAL REFUSED - OWN OPERATOR RECORD" TO WS-SA-EVENT
        MOVE WS-APPROVER-ID TO WS-SA-OTHER-ID
        PERFORM WRITE-SECURITY-AUDIT-ENTRY
    END-IF.
    OPEN I-O OPERATOR-MASTER.
    IF WS-OPERMSTR-STATUS NOT = "00"
        DISPLAY "Unable to reopen OPERMSTR, file status "
            WS-OPERMSTR-STATUS
        MOVE "N" TO WS-APPROVAL-FLAG
    END-IF.
    MOVE WS-OPER-SAVE-RECORD TO OPERATOR-MASTER-RECORD.

WRITE-OPERATOR-CHANGE-AUDIT.
    *> The change itself is logged with the operator changed and
    *> the approver who allowed it.
    MOVE SPACES TO WS-SA-EVENT.
    IF WS-APPROVER-ID = SPACES
        MOVE WS-OPER-EVENT TO WS-SA-EVENT
    ELSE
        STRING WS-OPER-EVENT DELIMITED BY "  "
            " - APPROVER " DELIMITED BY SIZE
            WS-APPROVER-ID DELIMITED BY SIZE
            INTO WS-SA-EVENT
    END-IF.
    MOVE OP-OPERATOR-ID TO WS-SA-OTHER-ID.
    PERFORM WRITE-SECURITY-AUDIT-ENTRY.

INQUIRE-OPERATOR-MASTER.
    DISPLAY "Enter the operator id: ".
    ACCEPT OP-OPERATOR-ID.

    READ OPERATOR-MASTER
        INVALID KEY
            DISPLAY "Operator " OP-OPERATOR-ID " not found."
    END-READ.

    IF WS-OPERMSTR-STATUS = "00"
        PERFORM INQUIRE-ONE-OPERATOR
    END-IF.

INQUIRE-ONE-OPERATOR.
    DISPLAY "Operator .........: " OP-OPERATOR-ID " " OP-OPERATOR-NAME.
    DISPLAY "Status ...........: " OP-STATUS.
    DISPLAY "Permitted modes ..: " OP-PERMITTED-MODES.
    DISPLAY "Second approver ..: " OP-APPROVER-FLAG.
    DISPLAY "Added ............: " OP-ADDED-DATE " by " OP-ADDED-BY.
    DISPLAY "Last changed .....: " OP-CHANGED-DATE " by "
        OP-CHANGED-BY.

READ-BUSINESS-DATE.
    MOVE "N" TO WS-BUSDATE-FLAG.
    OPEN INPUT PROCESSING-DATE-FILE.
    IF WS-PROCDATE-STATUS = "00"
        READ PROCESSING-DATE-FILE
            AT END
                CONTINUE
        END-READ
        IF WS-PROCDATE-STATUS = "00"
            MOVE PROCESSING-DATE-LINE TO PROCESSING-DATE-RECORD
            IF PD-BUSINESS-DATE NUMERIC
                    AND PD-BUSINESS-DATE NOT = 0
                    AND PD-JOB-COUNT NUMERIC
                MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
                MOVE "Y" TO WS-BUSDATE-FLAG
            END-IF
        END-IF
        CLOSE PROCESSING-DATE-FILE
    END-IF.

WRITE-BUSINESS-DATE.
    *> Like the checkpoint, PROCDATE only ever holds the one current
    *> record, so it is simply overwritten.
    MOVE PROCESSING-DATE-RECORD TO PROCESSING-DATE-LINE.
    OPEN OUTPUT PROCESSING-DATE-FILE.
    IF WS-PROCDATE-STATUS NOT = "00"
        DISPLAY "Unable to open PROCDATE, file status "
            WS-PROCDATE-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        WRITE PROCESSING-DATE-LINE
        IF WS-PROCDATE-STATUS NOT = "00"
            DISPLAY "PROCDATE write failed, file status "
                WS-PROCDATE-STATUS
            MOVE 8 TO RETURN-CODE
        END-IF
        CLOSE PROCESSING-DATE-FILE
    END-IF.

FIND-NIGHTLY-JOB-SLOT.
    MOVE 0 TO WS-JOB-SLOT.
    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
            UNTIL WS-JOB-IDX > PD-JOB-COUNT
            OR WS-JOB-SLOT > 0
        IF PD-JOB-MODE(WS-JOB-IDX) = WS-RUN-MODE
            MOVE WS-JOB-IDX TO WS-JOB-SLOT
        END-IF
    END-PERFORM.

MARK-NIGHTLY-JOB-STARTED.
    *> A run of one of the nightly jobs is recorded against the
    *> business date as started, and again when it ends, so the
    *> date roll can tell whether it finished cleanly. A run that
    *> ends abnormally never gets past started.
    MOVE "N" TO WS-NIGHTLY-JOB-FLAG.
    IF WS-BUSDATE-FLAG = "Y"
        PERFORM FIND-NIGHTLY-JOB-SLOT
        IF WS-JOB-SLOT > 0
            MOVE "Y" TO WS-NIGHTLY-JOB-FLAG
            MOVE "S" TO PD-JOB-STATUS(WS-JOB-SLOT)
            MOVE WS-RUN-STAMP TO PD-JOB-RUN-STAMP(WS-JOB-SLOT)
            PERFORM WRITE-BUSINESS-DATE
        END-IF
    END-IF.

MARK-NIGHTLY-JOB-ENDED.
    *> A nightly job finishes cleanly when it ends below return
    *> code 8. The control record is read again first, since other
    *> nightly jobs may have recorded their own runs meanwhile.
    IF WS-NIGHTLY-JOB-FLAG = "Y"
        PERFORM READ-BUSINESS-DATE
        IF WS-BUSDATE-FLAG = "Y"
            PERFORM FIND-NIGHTLY-JOB-SLOT
            IF WS-JOB-SLOT > 0
                IF RETURN-CODE < 8
                    MOVE "C" TO PD-JOB-STATUS(WS-JOB-SLOT)
                ELSE
                    MOVE "F" TO PD-JOB-STATUS(WS-JOB-SLOT)
                END-IF
                MOVE WS-RUN-STAMP TO PD-JOB-RUN-STAMP(WS-JOB-SLOT)
                PERFORM WRITE-BUSINESS-DATE
                DISPLAY "Nightly job " WS-RUN-MODE " recorded as "
                    PD-JOB-STATUS(WS-JOB-SLOT) " for business date "
                    WS-BUSINESS-DATE
            END-IF
        END-IF
    END-IF.

BUSINESS-DATE-CONTROL-MODE.
    DISPLAY "S. Set the business date".
    DISPLAY "I. Inquire on the business date and nightly jobs".
    DISPLAY "J. Set the nightly jobs that must finish before the roll".
    DISPLAY "R. Roll the business date to the next banking day".
    DISPLAY "Select an action: ".
    ACCEPT WS-DATE-ACTION.

    EVALUATE WS-DATE-ACTION
        WHEN "S"
            PERFORM SET-BUSINESS-DATE
        WHEN "I"
            IF WS-BUSDATE-FLAG = "N"
                DISPLAY "No business date on PROCDATE."
            ELSE
                PERFORM INQUIRE-BUSINESS-DATE
            END-IF
        WHEN "J"
            IF WS-BUSDATE-FLAG = "N"
                DISPLAY "Set the business date first (action S)."
            ELSE
                PERFORM SET-NIGHTLY-JOBS
            END-IF
        WHEN "R"
            IF WS-BUSDATE-FLAG = "N"
                DISPLAY "Date roll refused - no business date on "
                    "PROCDATE."
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM ROLL-BUSINESS-DATE
            END-IF
        WHEN OTHER
            DISPLAY "Invalid action selected."
    END-EVALUATE.

SET-BUSINESS-DATE.
    DISPLAY "Enter the business date (YYYYMMDD): ".
    ACCEPT WS-DATE-CHECK-NUM.
    PERFORM VALIDATE-ENTERED-DATE.

    IF WS-DATE-VALID-FLAG = "N"
        DISPLAY WS-DATE-CHECK-NUM " is not a valid date - business "
            "date not set."
    ELSE
        MOVE WS-DATE-CHECK-NUM TO WS-BANK-DATE
        PERFORM CHECK-BANKING-DAY
        IF WS-BANKING-DAY-FLAG = "N"
            DISPLAY WS-DATE-CHECK-NUM " is not a banking day - "
                "business date not set."
        ELSE
            IF WS-BUSDATE-FLAG = "N"
                *> First setting - there is no job list yet.
                MOVE 0 TO PD-PRIOR-BUSINESS-DATE
                MOVE 0 TO PD-JOB-COUNT
                PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                        UNTIL WS-JOB-IDX > 10
                    MOVE SPACES TO PD-JOB-ENTRY(WS-JOB-IDX)
                END-PERFORM
                MOVE "Y" TO WS-APPROVAL-FLAG
            ELSE
                *> Moving an established business date by hand
                *> changes "today" for every run, so it is
                *> dual-controlled like a backout.
                MOVE SPACES TO WS-APPROVAL-ACTION
                STRING "APPROVED BUSINESS DATE " WS-DATE-CHECK-NUM
                    DELIMITED BY SIZE INTO WS-APPROVAL-ACTION
                PERFORM OBTAIN-SECOND-APPROVAL
            END-IF
            IF WS-APPROVAL-FLAG = "N"
                DISPLAY "Business date not set - a change needs a "
                    "second approver."
            ELSE
                MOVE WS-DATE-CHECK-NUM TO PD-BUSINESS-DATE
                PERFORM CLEAR-NIGHTLY-JOB-STATUS
                MOVE FUNCTION CURRENT-DATE TO PD-ROLLED-TIMESTAMP
                MOVE WS-OPERATOR-ID TO PD-ROLLED-BY
                PERFORM WRITE-BUSINESS-DATE
                IF WS-PROCDATE-STATUS = "00"
                    MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
                    MOVE "Y" TO WS-BUSDATE-FLAG
                    DISPLAY "Business date set to " WS-BUSINESS-DATE
                    MOVE SPACES TO WS-SA-EVENT
                    STRING "BUSINESS DATE SET TO " WS-BUSINESS-DATE
                        DELIMITED BY SIZE INTO WS-SA-EVENT
                    MOVE WS-APPROVER-ID TO WS-SA-OTHER-ID
                    PERFORM WRITE-SECURITY-AUDIT-ENTRY
                END-IF
            END-IF
        END-IF
    END-IF.

VALIDATE-ENTERED-DATE.
    *> A real calendar date survives the round trip through its
    *> integer day number unchanged.
    MOVE "Y" TO WS-DATE-VALID-FLAG.
    IF WS-DATE-CHECK-NUM NOT NUMERIC
        MOVE "N" TO WS-DATE-VALID-FLAG
    ELSE
        IF WS-DATE-CHECK-YEAR < 1601
                OR WS-DATE-CHECK-MONTH < 1 OR WS-DATE-CHECK-MONTH > 12
                OR WS-DATE-CHECK-DAY < 1 OR WS-DATE-CHECK-DAY > 31
            MOVE "N" TO WS-DATE-VALID-FLAG
        ELSE
            IF FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK-NUM))
                    NOT = WS-DATE-CHECK-NUM
                MOVE "N" TO WS-DATE-VALID-FLAG
            END-IF
        END-IF
    END-IF.

CLEAR-NIGHTLY-JOB-STATUS.
    *> Every nightly job starts the new business date not yet run.
    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
            UNTIL WS-JOB-IDX > PD-JOB-COUNT
        MOVE SPACES TO PD-JOB-STATUS(WS-JOB-IDX)
        MOVE SPACES TO PD-JOB-RUN-STAMP(WS-JOB-IDX)
    END-PERFORM.

INQUIRE-BUSINESS-DATE.
    DISPLAY "Business date ....: " PD-BUSINESS-DATE.
    DISPLAY "Prior date .......: " PD-PRIOR-BUSINESS-DATE.
    DISPLAY "Last set/rolled ..: " PD-ROLLED-TIMESTAMP(1:14)
        " by " PD-ROLLED-BY.
    IF PD-JOB-COUNT = 0
        DISPLAY "No nightly jobs are required before the roll."
    ELSE
        DISPLAY "Nightly jobs (status: blank = not run, S = started, "
            "C = complete, F = failed):"
        PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                UNTIL WS-JOB-IDX > PD-JOB-COUNT
            DISPLAY "  Mode " PD-JOB-MODE(WS-JOB-IDX) "  status "
                PD-JOB-STATUS(WS-JOB-IDX) "  last run "
                PD-JOB-RUN-STAMP(WS-JOB-IDX)
        END-PERFORM
    END-IF.

SET-NIGHTLY-JOBS.
    *> The list is keyed as the run modes run each night, e.g.
    *> "G7D8" for drafts, posting, disbursements and aging.
    DISPLAY "Enter the nightly job run modes (up to 10, no spaces): ".
    ACCEPT WS-DATE-NEW-JOBS.

    MOVE 0 TO PD-JOB-COUNT.
    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
            UNTIL WS-JOB-IDX > 10
        MOVE SPACES TO PD-JOB-ENTRY(WS-JOB-IDX)
    END-PERFORM.
    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
            UNTIL WS-JOB-IDX > 10
        IF WS-DATE-NEW-JOBS(WS-JOB-IDX:1) NOT = SPACE
                AND WS-DATE-NEW-JOBS(WS-JOB-IDX:1) NOT = "Z"
            ADD 1 TO PD-JOB-COUNT
            MOVE WS-DATE-NEW-JOBS(WS-JOB-IDX:1) TO
                PD-JOB-MODE(PD-JOB-COUNT)
        END-IF
    END-PERFORM.

    PERFORM WRITE-BUSINESS-DATE.
    IF WS-PROCDATE-STATUS = "00"
        DISPLAY PD-JOB-COUNT " nightly jobs must now finish before "
            "the date rolls."
        MOVE SPACES TO WS-SA-EVENT
        STRING "NIGHTLY JOBS SET TO " WS-DATE-NEW-JOBS
            DELIMITED BY SIZE INTO WS-SA-EVENT
        MOVE SPACES TO WS-SA-OTHER-ID
        PERFORM WRITE-SECURITY-AUDIT-ENTRY
    END-IF.

ROLL-BUSINESS-DATE.
    *> The date only rolls once every nightly job has completed
    *> cleanly on the current business date.
    MOVE 0 TO WS-JOB-OPEN-COUNT.
    PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
            UNTIL WS-JOB-IDX > PD-JOB-COUNT
        IF PD-JOB-STATUS(WS-JOB-IDX) NOT = "C"
            ADD 1 TO WS-JOB-OPEN-COUNT
            EVALUATE PD-JOB-STATUS(WS-JOB-IDX)
                WHEN "S"
                    DISPLAY "Nightly job " PD-JOB-MODE(WS-JOB-IDX)
                        " started but has not finished (run "
                        PD-JOB-RUN-STAMP(WS-JOB-IDX) ")"
                WHEN "F"
                    DISPLAY "Nightly job " PD-JOB-MODE(WS-JOB-IDX)
                        " failed (run " PD-JOB-RUN-STAMP(WS-JOB-IDX)
                        ")"
                WHEN OTHER
                    DISPLAY "Nightly job " PD-JOB-MODE(WS-JOB-IDX)
                        " has not run"
            END-EVALUATE
        END-IF
    END-PERFORM.

    IF WS-JOB-OPEN-COUNT > 0
        DISPLAY "Date roll refused - " WS-JOB-OPEN-COUNT
            " nightly jobs have not finished cleanly on "
            WS-BUSINESS-DATE
        MOVE 8 TO RETURN-CODE
    ELSE
        COMPUTE WS-BANK-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1
        COMPUTE WS-BANK-DATE =
            FUNCTION DATE-OF-INTEGER(WS-BANK-DATE-INT)
        PERFORM ROLL-TO-BANKING-DAY
        *> Rolling without the calendar could land the business
        *> date on a bank holiday.
        IF WS-HOLIDAY-LOADED-FLAG NOT = "Y"
            DISPLAY "Date roll refused - the holiday calendar is "
                "unavailable."
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE PD-BUSINESS-DATE TO PD-PRIOR-BUSINESS-DATE
            MOVE WS-BANK-DATE TO PD-BUSINESS-DATE
            PERFORM CLEAR-NIGHTLY-JOB-STATUS
            MOVE FUNCTION CURRENT-DATE TO PD-ROLLED-TIMESTAMP
            MOVE WS-OPERATOR-ID TO PD-ROLLED-BY
            PERFORM WRITE-BUSINESS-DATE
            IF WS-PROCDATE-STATUS = "00"
                DISPLAY "Business date rolled from "
                    PD-PRIOR-BUSINESS-DATE " to " PD-BUSINESS-DATE
                MOVE PD-BUSINESS-DATE TO WS-BUSINESS-DATE
                MOVE SPACES TO WS-SA-EVENT
                STRING "BUSINESS DATE ROLLED TO " WS-BUSINESS-DATE
                    DELIMITED BY SIZE INTO WS-SA-EVENT
                MOVE SPACES TO WS-SA-OTHER-ID
                PERFORM WRITE-SECURITY-AUDIT-ENTRY
            END-IF
        END-IF
    END-IF.

JOURNAL-BACKOUT-MODE.
    DISPLAY "Enter the run stamp to back out: ".
    ACCEPT WS-BACKOUT-STAMP.

    *> Restoring masters wholesale is dual-controlled.
    MOVE SPACES TO WS-APPROVAL-ACTION.
    STRING "APPROVED BACKOUT OF " WS-BACKOUT-STAMP
        DELIMITED BY SIZE INTO WS-APPROVAL-ACTION.
    PERFORM OBTAIN-SECOND-APPROVAL.
    IF WS-APPROVAL-FLAG = "N"
        DISPLAY "Backout refused - it needs a second approver."
    ELSE
        OPEN INPUT MASTER-JOURNAL-FILE
        IF WS-MSTRJRNL-STATUS NOT = "00"
            DISPLAY "Unable to open MSTRJRNL, file status "
                WS-MSTRJRNL-STATUS
        ELSE
            OPEN I-O LOAN-MASTER
            IF WS-LOANMSTR-STATUS NOT = "00"
                DISPLAY "Unable to open LOANMSTR, file status "
                    WS-LOANMSTR-STATUS
                CLOSE MASTER-JOURNAL-FILE
            ELSE
                PERFORM RUN-JOURNAL-BACKOUT
                CLOSE MASTER-JOURNAL-FILE
                CLOSE LOAN-MASTER
            END-IF
        END-IF
    END-IF.

RUN-JOURNAL-BACKOUT.
    MOVE 0 TO WS-BKO-BACKED-OUT.
    MOVE 0 TO WS-BKO-ALREADY.
    MOVE 0 TO WS-BKO-NOTFOUND.
    MOVE 0 TO WS-BKO-LATER-SKIPPED.
    MOVE 0 TO WS-BKO-LOAN-COUNT.
    MOVE "N" TO WS-BKO-STOP-FLAG.

    MOVE "N" TO WS-BKO-EOF-FLAG.
    PERFORM UNTIL WS-BKO-EOF-FLAG = "Y"
            OR WS-BKO-STOP-FLAG = "Y"
        READ MASTER-JOURNAL-FILE
            AT END
                MOVE "Y" TO WS-BKO-EOF-FLAG
            NOT AT END
                IF JR-RUN-STAMP = WS-BACKOUT-STAMP
                    PERFORM BACK-OUT-ONE-JOURNAL-ENTRY
                END-IF
        END-READ
    END-PERFORM.

    DISPLAY "Masters restored .........: " WS-BKO-BACKED-OUT.
    DISPLAY "Already backed out .......: " WS-BKO-ALREADY.
    DISPLAY "Later updates skipped ....: " WS-BKO-LATER-SKIPPED.
    DISPLAY "Loans not on master ......: " WS-BKO-NOTFOUND.
    IF WS-BKO-BACKED-OUT = 0 AND WS-BKO-ALREADY = 0
            AND WS-BKO-NOTFOUND = 0 AND WS-BKO-LATER-SKIPPED = 0
        DISPLAY "No journal entries found for run stamp "
            WS-BACKOUT-STAMP
    END-IF.

BACK-OUT-ONE-JOURNAL-ENTRY.
    *> The first journal entry per loan under the named stamp
    *> holds the record exactly as it stood before the run touched
    *> it, so that image - and only that one - is restored; later
    *> entries for the same loan in the same run are intermediate
    *> states. The backout's own rewrites are deliberately not
    *> journaled: the run's before-images stay on the journal, and
    *> a rerun of the same backout finds each master already equal
    *> to its before-image and leaves it alone.
    MOVE "N" TO WS-BKO-FOUND-FLAG.
    PERFORM VARYING WS-BKO-LOAN-IDX FROM 1 BY 1
            UNTIL WS-BKO-LOAN-IDX > WS-BKO-LOAN-COUNT
            OR WS-BKO-FOUND-FLAG = "Y"
        IF WS-BKO-LOAN-NUMBER(WS-BKO-LOAN-IDX) = JR-LOAN-NUMBER
            MOVE "Y" TO WS-BKO-FOUND-FLAG
        END-IF
    END-PERFORM.

    IF WS-BKO-FOUND-FLAG = "Y"
        ADD 1 TO WS-BKO-LATER-SKIPPED
    ELSE
        IF WS-BKO-LOAN-COUNT < 5000
            ADD 1 TO WS-BKO-LOAN-COUNT
            MOVE JR-LOAN-NUMBER TO
                WS-BKO-LOAN-NUMBER(WS-BKO-LOAN-COUNT)
            PERFORM RESTORE-ONE-BEFORE-IMAGE
        ELSE
            *> A rerun cannot pick up where this stopped - already
            *> restored loans must still be tabled to shield their
            *> later intermediate images - so the rest of the run
            *> is a by-hand job from the journal entries.
            DISPLAY "The backout loan table is full - loans past "
                "it were not restored; restore them by hand from "
                "their journal before-images"
            MOVE "Y" TO WS-BKO-STOP-FLAG
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

RESTORE-ONE-BEFORE-IMAGE.
    MOVE JR-LOAN-NUMBER TO LM-LOAN-NUMBER.
    READ LOAN-MASTER
        INVALID KEY
    *> still open - settlement clears a closed loan's balances by
    *> design.
    IF LM-LOAN-STATUS NOT = "P" AND LM-LOAN-STATUS NOT = "C"
            AND LM-LOAN-STATUS NOT = "T"
        PERFORM PROVE-ONE-LOAN-BALANCES
    END-IF.

    PERFORM CHECK-ONE-LOAN-CROSSREF.

PROVE-ONE-LOAN-BALANCES.
    *> Arrears a modification capitalized were added to the
    *> balance without a posting, so they count with the principal.
    IF WS-RCN-SLOT-IDX > 0
        COMPUTE WS-RECON-EXPECTED-BAL =
            LM-PRINCIPAL + LM-CAPITALIZED-AMOUNT -
            WS-RC-PRINCIPAL(WS-RCN-IDX)
    ELSE
        COMPUTE WS-RECON-EXPECTED-BAL =
            LM-PRINCIPAL + LM-CAPITALIZED-AMOUNT
    END-IF.
    COMPUTE WS-RECON-VARIANCE =
        LM-CURRENT-BALANCE - WS-RECON-EXPECTED-BAL.
        *> Replay proves; the recorded balance-after of the latest
        *> posting is a second witness. A mismatch here with a
        *> clean replay usually means a keyed balance adjustment
        *> was made between postings. A modification since the
        *> latest posting moved the balance on purpose, so the
        *> witness is stale until the next posting.
        IF WS-RCN-SLOT-IDX > 0
                AND WS-RC-LAST-DATE(WS-RCN-IDX) > 0
                AND WS-RC-LAST-DATE(WS-RCN-IDX) > LM-MODIFIED-DATE
                AND WS-RC-LAST-BALANCE(WS-RCN-IDX) NOT =
                    LM-CURRENT-BALANCE
            ADD 1 TO WS-RECON-EXCEPTIONS
        DISPLAY "Checkpoint on CHKPOINT is not in a recognized "
            "format - batch run abandoned."
        DISPLAY "Delete the checkpoint to start the run over."
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM OPEN-BATCH-RUN-FILES
    END-IF.
    OPEN INPUT LOAN-INPUT-FILE.
    IF WS-LOANIN-STATUS NOT = "00"
        DISPLAY "Unable to open LOANIN, file status " WS-LOANIN-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN I-O LOAN-MASTER
        IF WS-LOANMSTR-STATUS = "35"
        IF WS-LOANMSTR-STATUS NOT = "00"
            DISPLAY "Unable to open LOANMSTR, file status "
                WS-LOANMSTR-STATUS
            MOVE 8 TO RETURN-CODE
            CLOSE LOAN-INPUT-FILE
        ELSE
            *> Booking without the cross-reference, the property
            *> master or the GL extract behind it would strand every
            *> loan the run writes, so a failed open abandons the run
            *> before any booking.
            PERFORM OPEN-BORROWER-XREF
            IF WS-BORRXREF-STATUS NOT = "00"
                DISPLAY "Batch run abandoned."
                MOVE 8 TO RETURN-CODE
                CLOSE LOAN-INPUT-FILE
                CLOSE LOAN-MASTER
            ELSE
                PERFORM OPEN-PROPERTY-MASTER
                IF WS-PROPMSTR-AVAIL-FLAG = "N"
                    DISPLAY "Batch run abandoned."
                    MOVE 8 TO RETURN-CODE
                    CLOSE LOAN-INPUT-FILE
                    CLOSE LOAN-MASTER
                    CLOSE BORROWER-XREF
                ELSE
                    PERFORM OPEN-GL-EXTRACT
                    IF WS-GLEXTR-STATUS NOT = "00"
                        DISPLAY "Batch run abandoned."
                        MOVE 8 TO RETURN-CODE
                        CLOSE LOAN-INPUT-FILE
                        CLOSE LOAN-MASTER
                        CLOSE BORROWER-XREF
                        CLOSE PROPERTY-MASTER
                    ELSE
                        PERFORM RUN-BATCH-APPLICATIONS
                    END-IF
                END-IF
            END-IF
        END-IF
        CLOSE LOAN-INPUT-FILE
        CLOSE LOAN-MASTER
        CLOSE BORROWER-XREF
        CLOSE PROPERTY-MASTER
        CLOSE GL-EXTRACT-FILE
    ELSE
        IF WS-CKPT-RUN-COMPLETE NOT = "N"
        CLOSE BATCH-RESULT-FILE
        CLOSE LOAN-MASTER
        CLOSE BORROWER-XREF
        CLOSE PROPERTY-MASTER
        PERFORM CLOSE-GL-EXTRACT

        MOVE "Y" TO WS-CKPT-RUN-COMPLETE
    MOVE LA-YEARS           TO WS-YEARS.

    PERFORM VALIDATE-LOAN-TERMS.
    IF WS-VALID-FLAG = "Y"
        PERFORM LOAD-APPLICATION-PROPERTY
        PERFORM VALIDATE-PROPERTY-DETAILS
    END-IF.

    ADD 1 TO WS-BATCH-BUFFER-COUNT.
    IF WS-VALID-FLAG = "N"
    MOVE 0                     TO LM-UNAPPLIED-FUNDS.
    MOVE LA-LATE-FEE-AMOUNT    TO LM-LATE-FEE-AMOUNT.
    MOVE LA-INVESTOR-ID        TO LM-INVESTOR-ID.
    MOVE WS-BUSINESS-DATE      TO LM-ORIGINATION-DATE.
    PERFORM SET-INITIAL-DUE-DATES.
    PERFORM SET-FIXED-RATE-TERMS.
    PERFORM SET-NEW-LOAN-STANDING.
            MOVE "N" TO WS-BOOKED-FLAG
        NOT INVALID KEY
            PERFORM WRITE-BORROWER-XREF
            PERFORM WRITE-PROPERTY-RECORD
            PERFORM WRITE-GL-BOOKING-ENTRIES
    END-WRITE.

    DISPLAY "R. Set a loan's ARM terms".
    DISPLAY "S. Set a loan's status (charge off / reinstate)".
    DISPLAY "V. Assign a loan to an investor".
    DISPLAY "H. Set or clear a loan's servicing hold".
    DISPLAY "P. Record or correct a loan's property".
    DISPLAY "Select an action: ".
    ACCEPT WS-MASTER-ACTION.

    END-IF.

    PERFORM OPEN-BORROWER-XREF.
    PERFORM OPEN-PROPERTY-MASTER.

    EVALUATE WS-MASTER-ACTION
        WHEN "A"
            *> pair together; with the cross-reference unavailable the
            *> loan would never surface in borrower inquiry, so the
            *> add is refused instead - same rule as the batch run.
            *> The property record is booked with it on the same terms.
            IF WS-BORRXREF-STATUS NOT = "00"
                DISPLAY "Loan not added - cross-reference file is "
                    "unavailable."
            ELSE
                IF WS-PROPMSTR-AVAIL-FLAG = "N"
                    DISPLAY "Loan not added - property file is "
                        "unavailable."
                ELSE
                    PERFORM ADD-LOAN-TO-MASTER
                END-IF
            END-IF
        WHEN "U"
            PERFORM UPDATE-LOAN-MASTER
            PERFORM SET-LOAN-STATUS-CODE
        WHEN "V"
            PERFORM SET-LOAN-INVESTOR
        WHEN "H"
            PERFORM SET-LOAN-HOLD-CODE
        WHEN "P"
            IF WS-PROPMSTR-AVAIL-FLAG = "N"
                DISPLAY "Property not recorded - property file is "
                    "unavailable."
            ELSE
                PERFORM SET-LOAN-PROPERTY
            END-IF
        WHEN OTHER
            DISPLAY "Invalid action selected."
    END-EVALUATE.

    CLOSE LOAN-MASTER.
    CLOSE BORROWER-XREF.
    IF WS-PROPMSTR-AVAIL-FLAG = "Y"
        CLOSE PROPERTY-MASTER
    END-IF.

ADD-LOAN-TO-MASTER.
    DISPLAY "Enter the loan number: ".

    PERFORM ACCEPT-LOAN-TERMS.
    PERFORM VALIDATE-LOAN-TERMS.
    IF WS-VALID-FLAG = "Y"
        PERFORM ACCEPT-PROPERTY-DETAILS
        PERFORM VALIDATE-PROPERTY-DETAILS
    END-IF.

    IF WS-VALID-FLAG = "N"
        DISPLAY "Loan rejected: " WS-REJECT-REASON
        DISPLAY "Enter the investor id (blank = own portfolio): "
        ACCEPT LM-INVESTOR-ID

        DISPLAY "Grace days per the note (B = business days, "
            "C = calendar days): "
        ACCEPT WS-GRACE-BASIS-ENTERED

        MOVE WS-MASTER-BORROWER-ID TO LM-BORROWER-ID
        MOVE WS-PRINCIPAL          TO LM-PRINCIPAL
        MOVE WS-INTEREST-ANNUAL    TO LM-INTEREST-ANNUAL
        MOVE 0                     TO LM-ESCROW-COLLECTED
        MOVE 0                     TO LM-UNAPPLIED-FUNDS
        MOVE WS-LATE-FEE-AMOUNT    TO LM-LATE-FEE-AMOUNT
        MOVE WS-BUSINESS-DATE      TO LM-ORIGINATION-DATE
        PERFORM SET-INITIAL-DUE-DATES
        PERFORM SET-FIXED-RATE-TERMS
        PERFORM SET-NEW-LOAN-STANDING
        IF WS-GRACE-BASIS-ENTERED = "B"
            MOVE "B" TO LM-GRACE-DAY-BASIS
        END-IF

        *> A keyed add funds the portfolio the same as a batch
        *> booking, so it posts the same receivable/cash pair - and
            WRITE LOAN-MASTER-RECORD
            IF WS-LOANMSTR-STATUS = "00"
                PERFORM WRITE-BORROWER-XREF
                PERFORM WRITE-PROPERTY-RECORD
                PERFORM WRITE-GL-BOOKING-ENTRIES
                PERFORM CLOSE-GL-EXTRACT
                DISPLAY "Loan " LM-LOAN-NUMBER
            DISPLAY "Balance unchanged - loan " LM-LOAN-NUMBER
                " not updated."
        ELSE
            *> A keyed balance change is dual-controlled.
            MOVE SPACES TO WS-APPROVAL-ACTION
            STRING "APPROVED BALANCE UPDATE ON " LM-LOAN-NUMBER
                DELIMITED BY SIZE INTO WS-APPROVAL-ACTION
            PERFORM OBTAIN-SECOND-APPROVAL
            IF WS-APPROVAL-FLAG = "N"
                DISPLAY "Loan not updated - a balance change needs a "
                    "second approver."
            ELSE
                *> The adjustment and its GL pair stand or fall together,
                *> so the extract must be there before the balance moves -
                *> same rule as the batch modes.
                PERFORM OPEN-GL-EXTRACT
                IF WS-GLEXTR-STATUS NOT = "00"
                    DISPLAY "Loan not updated - the adjustment cannot "
                        "post to the GL."
                ELSE
                    MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                    MOVE WS-MASTER-NEW-BALANCE TO LM-CURRENT-BALANCE
                    REWRITE LOAN-MASTER-RECORD
                    IF WS-LOANMSTR-STATUS = "00"
                        DISPLAY "Loan " LM-LOAN-NUMBER " updated."
                        PERFORM WRITE-MASTER-JOURNAL
                        PERFORM WRITE-GL-MAINTENANCE-ENTRIES
                    ELSE
                        DISPLAY "Unable to update loan, file status "
                            WS-LOANMSTR-STATUS
                    END-IF
                    PERFORM CLOSE-GL-EXTRACT
                    IF WS-LOANMSTR-STATUS = "00"
                        IF WS-GL-WRITE-ERROR-FLAG = "N"
                            DISPLAY "GL extract written to GLEXTRCT, "
                                "hash total " WS-GL-HASH-TOTAL
                        ELSE
                            DISPLAY "GL extract incomplete - reconcile "
                                "the adjustment by hand."
                        END-IF
                    END-IF
                END-IF
            END-IF
            DISPLAY "Status ...........: PAID OFF " LM-PAYOFF-DATE
        ELSE
            IF LM-LOAN-STATUS = "C"
                DISPLAY "Status ...........: CHARGED OFF "
                    LM-CHARGEOFF-DATE
                DISPLAY "Principal chgd off: " LM-CHARGEOFF-PRINCIPAL
                DISPLAY "Late chgs chgd off: " LM-CHARGEOFF-LATE
                DISPLAY "Advance chgd off .: " LM-CHARGEOFF-ADVANCE
                DISPLAY "Recovered to date : " LM-RECOVERED-AMOUNT
                DISPLAY "Last recovery ....: " LM-LAST-RECOVERY-DATE
            ELSE
                IF LM-LOAN-STATUS = "T"
                    DISPLAY "Status ...........: TRANSFERRED "
                        LM-TRANSFER-DATE " TO " LM-NEW-SERVICER
                ELSE
                    DISPLAY "Status ...........: ACTIVE"
                    IF LM-NEW-SERVICER NOT = SPACES
                        DISPLAY "Transfer pending .: "
                            LM-TRANSFER-DATE " TO " LM-NEW-SERVICER
                    END-IF
                END-IF
            END-IF
        END-IF
        IF LM-PRIOR-SERVICER NOT = SPACES
            DISPLAY "Boarded ..........: " LM-BOARDED-DATE " FROM "
                LM-PRIOR-SERVICER
        END-IF
        DISPLAY "Principal ........: " LM-PRINCIPAL
        DISPLAY "Annual rate ......: " LM-INTEREST-ANNUAL
        DISPLAY "Term (years) .....: " LM-YEARS
        DISPLAY "Paid through .....: " LM-PAID-THRU-DATE
        DISPLAY "Late fee .........: " LM-LATE-FEE-AMOUNT
        DISPLAY "Late charges due .: " LM-LATE-CHARGES-DUE
        DISPLAY "Grace day basis ..: " LM-GRACE-DAY-BASIS
        DISPLAY "Accrual status ...: " LM-ACCRUAL-STATUS
        IF LM-ACCRUAL-STATUS = "N"
            DISPLAY "Non-accrual since : " LM-NONACCRUAL-DATE
        END-IF
        IF LM-ACCRUED-INTEREST > 0 AND LM-ACCRUAL-REVERSED-DATE = 0
            DISPLAY "Interest accrued .: " LM-ACCRUED-INTEREST
                " to " LM-ACCRUAL-DATE
        END-IF
        IF LM-MODIFICATION-COUNT > 0
            DISPLAY "Modifications ....: " LM-MODIFICATION-COUNT
            DISPLAY "Last modified ....: " LM-MODIFIED-DATE
            DISPLAY "Capitalized ......: " LM-CAPITALIZED-AMOUNT
        END-IF
        IF LM-HOLD-CODE NOT = SPACES
            DISPLAY "Servicing hold ...: " LM-HOLD-CODE " from "
                LM-HOLD-START-DATE " to " LM-HOLD-END-DATE
            DISPLAY "Hold reason ......: " LM-HOLD-REASON
        ELSE
            IF LM-HOLD-END-DATE NOT = 0
                DISPLAY "Hold cleared .....: " LM-HOLD-END-DATE
                    " " LM-HOLD-REASON
            END-IF
        END-IF
        IF LM-ARM-INDEX-CODE NOT = SPACES
            DISPLAY "ARM index ........: " LM-ARM-INDEX-CODE
            DISPLAY "ARM margin .......: " LM-ARM-MARGIN
            DISPLAY "Reset frequency ..: " LM-ARM-RESET-MONTHS " months"
            DISPLAY "Next reset date ..: " LM-ARM-NEXT-RESET-DATE
        END-IF
        IF WS-PROPMSTR-AVAIL-FLAG = "Y"
            MOVE LM-LOAN-NUMBER TO PR-LOAN-NUMBER
            READ PROPERTY-MASTER
                INVALID KEY
                    DISPLAY "Property .........: not on file"
                NOT INVALID KEY
                    PERFORM DISPLAY-LOAN-PROPERTY
            END-READ
        END-IF
    END-IF.

SET-LOAN-ARM-TERMS.
    END-IF.

SET-LOAN-STATUS-CODE.
    *> A charge-off writes the loan off to the allowance with its
    *> GL entries in the same step; reinstatement is a status-only
    *> move for a loan that was never written off. Paid-off status
    *> is set only by the payoff settlement mode, which collects
    *> the money and releases the lien; transferred status only by
    *> the servicing transfer mode, which sends the loan away.
    DISPLAY "Enter the loan number: ".
    ACCEPT LM-LOAN-NUMBER.

        IF WS-MASTER-ACTION NOT = "A" AND WS-MASTER-ACTION NOT = "C"
            DISPLAY "Status must be A or C - loan not updated."
        ELSE
            IF LM-LOAN-STATUS = "P" OR LM-LOAN-STATUS = "T"
                DISPLAY "Loan " LM-LOAN-NUMBER " is closed (status "
                    LM-LOAN-STATUS ") - status not changed."
            ELSE
                IF WS-MASTER-ACTION = "C"
                    *> A write-off is dual-controlled.
                    MOVE SPACES TO WS-APPROVAL-ACTION
                    STRING "APPROVED CHARGE-OFF OF " LM-LOAN-NUMBER
                        DELIMITED BY SIZE INTO WS-APPROVAL-ACTION
                    PERFORM OBTAIN-SECOND-APPROVAL
                    IF WS-APPROVAL-FLAG = "Y"
                        PERFORM CHARGE-OFF-LOAN
                    ELSE
                        DISPLAY "Loan not charged off - a write-off "
                            "needs a second approver."
                    END-IF
                ELSE
                    PERFORM REINSTATE-LOAN
                END-IF
            END-IF
        END-IF
    END-IF.

CHARGE-OFF-LOAN.
    *> Held unapplied funds are the borrower's money sitting in
    *> suspense, not part of the loss, so they must be applied or
    *> refunded before the loan is written off.
    IF LM-LOAN-STATUS = "C"
        DISPLAY "Loan " LM-LOAN-NUMBER " is already charged off."
    ELSE
        IF LM-UNAPPLIED-FUNDS > 0
            DISPLAY "Loan " LM-LOAN-NUMBER " holds unapplied funds "
                "- apply or refund them before the charge-off."
        ELSE
            *> The write-off and its GL entries stand or fall
            *> together, so the extract must be there before the
            *> balances move - same rule as the balance update.
            PERFORM OPEN-GL-EXTRACT
            IF WS-GLEXTR-STATUS NOT = "00"
                DISPLAY "Loan not charged off - the write-off cannot "
                    "post to the GL."
            ELSE
                MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                MOVE WS-GL-POSTING-DATE  TO LM-CHARGEOFF-DATE
                MOVE LM-CURRENT-BALANCE  TO LM-CHARGEOFF-PRINCIPAL
                MOVE LM-LATE-CHARGES-DUE TO LM-CHARGEOFF-LATE
                MOVE LM-ESCROW-ADVANCE   TO LM-CHARGEOFF-ADVANCE
                MOVE 0 TO LM-RECOVERED-AMOUNT
                MOVE 0 TO LM-LAST-RECOVERY-DATE
                MOVE 0 TO LM-CURRENT-BALANCE
                MOVE 0 TO LM-LATE-CHARGES-DUE
                MOVE 0 TO LM-ESCROW-ADVANCE
                *> A quote outstanding on a written-off loan can no
                *> longer be settled against.
                MOVE SPACES TO LM-QUOTE-REFERENCE
                MOVE 0 TO LM-QUOTE-TOTAL
                MOVE 0 TO LM-QUOTE-GOOD-THRU
                PERFORM REVERSE-ACCRUAL-ON-CLOSE
                MOVE "C" TO LM-LOAN-STATUS
                REWRITE LOAN-MASTER-RECORD
                IF WS-LOANMSTR-STATUS = "00"
                    PERFORM WRITE-MASTER-JOURNAL
                    PERFORM WRITE-GL-CHARGEOFF-ENTRIES
                    PERFORM WRITE-GL-CLOSE-ACCRUAL-REVERSAL
                    COMPUTE WS-CHGOFF-TOTAL =
                        LM-CHARGEOFF-PRINCIPAL + LM-CHARGEOFF-LATE +
                        LM-CHARGEOFF-ADVANCE
                    DISPLAY "Loan " LM-LOAN-NUMBER " charged off."
                    DISPLAY "Principal written off ....: "
                        LM-CHARGEOFF-PRINCIPAL
                    DISPLAY "Late charges written off .: "
                        LM-CHARGEOFF-LATE
                    DISPLAY "Escrow advance written off: "
                        LM-CHARGEOFF-ADVANCE
                    DISPLAY "Total written off ........: "
                        WS-CHGOFF-TOTAL
                    DISPLAY "Accrued interest reversed : "
                        WS-CLOSE-ACCR-REVERSED
                ELSE
                    DISPLAY "Unable to update loan, file status "
                        WS-LOANMSTR-STATUS
                END-IF
                PERFORM CLOSE-GL-EXTRACT
                IF WS-LOANMSTR-STATUS = "00"
                    IF WS-GL-WRITE-ERROR-FLAG = "N"
                        DISPLAY "GL extract written to GLEXTRCT, "
                            "hash total " WS-GL-HASH-TOTAL
                    ELSE
                        DISPLAY "GL extract incomplete - reconcile "
                            "the charge-off by hand."
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

WRITE-GL-CHARGEOFF-ENTRIES.
    *> Principal and the escrow advance come off their receivables
    *> against the allowance for loan losses. Late charges were
    *> never booked as a receivable - fee income takes them only
    *> when collected - so there is nothing to write off in the
    *> ledger; the charges forgone stay on the master and the
    *> charge-off register carries them for the allowance.
    IF LM-CHARGEOFF-PRINCIPAL > 0
        MOVE WS-GL-ACCT-ALLOWANCE TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE LM-CHARGEOFF-PRINCIPAL TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-LOANS-RECV TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
    END-IF.

    IF LM-CHARGEOFF-ADVANCE > 0
        MOVE WS-GL-ACCT-ALLOWANCE TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE LM-CHARGEOFF-ADVANCE TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-ESCROW-ADVANCE TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
    END-IF.

REINSTATE-LOAN.
    *> A loan written off by the charge-off action has its balances
    *> in the allowance; putting them back is a GL decision, not a
    *> status flip, so only a loan never written off reinstates here.
    IF LM-LOAN-STATUS = "C" AND LM-CHARGEOFF-DATE NOT = 0
        DISPLAY "Loan " LM-LOAN-NUMBER " was written off on "
            LM-CHARGEOFF-DATE " - reverse the write-off by hand "
            "before reinstating."
    ELSE
        MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
        MOVE WS-MASTER-ACTION TO LM-LOAN-STATUS
        REWRITE LOAN-MASTER-RECORD
        IF WS-LOANMSTR-STATUS = "00"
            PERFORM WRITE-MASTER-JOURNAL
            DISPLAY "Loan " LM-LOAN-NUMBER " status set to "
                LM-LOAN-STATUS
        ELSE
            DISPLAY "Unable to update loan, file status "
                WS-LOANMSTR-STATUS
        END-IF
    END-IF.

SET-LOAN-INVESTOR.
    DISPLAY "Enter the loan number: ".
    ACCEPT LM-LOAN-NUMBER.
            WS-LOANMSTR-STATUS
    END-IF.

SET-LOAN-HOLD-CODE.
    DISPLAY "Enter the loan number: ".
    ACCEPT LM-LOAN-NUMBER.

    READ LOAN-MASTER
        INVALID KEY
            DISPLAY "Loan " LM-LOAN-NUMBER " not found."
    END-READ.

    IF WS-LOANMSTR-STATUS = "00"
        IF LM-LOAN-STATUS = "P" OR LM-LOAN-STATUS = "C"
                OR LM-LOAN-STATUS = "T"
            DISPLAY "Loan " LM-LOAN-NUMBER " is closed (status "
                LM-LOAN-STATUS ") - no hold can be placed."
        ELSE
            IF LM-HOLD-CODE NOT = SPACES
                DISPLAY "Current hold .....: " LM-HOLD-CODE " from "
                    LM-HOLD-START-DATE " to " LM-HOLD-END-DATE
                DISPLAY "Hold reason ......: " LM-HOLD-REASON
            END-IF
            DISPLAY "Enter the hold code (B = bankruptcy, "
                "F = foreclosure, R = forbearance,"
            DISPLAY "  D = disaster relief, blank = clear the hold): "
            ACCEPT WS-HOLD-NEW-CODE
            *> Every hold placed or lifted carries its reason, so the
            *> suppressed billing, fees and drafts can be answered for.
            DISPLAY "Enter the reason for the change: "
            ACCEPT WS-HOLD-NEW-REASON
            MOVE WS-BUSINESS-DATE TO WS-HOLD-TODAY
            EVALUATE TRUE
                WHEN WS-HOLD-NEW-REASON = SPACES
                    DISPLAY "A reason is required - hold not changed."
                WHEN WS-HOLD-NEW-CODE = SPACES
                    PERFORM CLEAR-LOAN-HOLD
                WHEN WS-HOLD-NEW-CODE = "B" OR WS-HOLD-NEW-CODE = "F"
                        OR WS-HOLD-NEW-CODE = "R"
                        OR WS-HOLD-NEW-CODE = "D"
                    PERFORM SET-LOAN-HOLD
                WHEN OTHER
                    DISPLAY "Unknown hold code " WS-HOLD-NEW-CODE
                        " - hold not changed."
            END-EVALUATE
        END-IF
    END-IF.

SET-LOAN-HOLD.
    DISPLAY "Enter the hold start date (YYYYMMDD, 0 = today): ".
    ACCEPT WS-HOLD-NEW-START.
    IF WS-HOLD-NEW-START = 0
        MOVE WS-HOLD-TODAY TO WS-HOLD-NEW-START
    END-IF.
    DISPLAY "Enter the hold end date (YYYYMMDD, 0 = until cleared): ".
    ACCEPT WS-HOLD-NEW-END.

    IF WS-HOLD-NEW-END NOT = 0
            AND WS-HOLD-NEW-END < WS-HOLD-NEW-START
        DISPLAY "The end date is before the start date - "
            "hold not changed."
    ELSE
        MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
        MOVE WS-HOLD-NEW-CODE TO LM-HOLD-CODE
        MOVE WS-HOLD-NEW-START TO LM-HOLD-START-DATE
        MOVE WS-HOLD-NEW-END TO LM-HOLD-END-DATE
        MOVE WS-HOLD-NEW-REASON TO LM-HOLD-REASON
        REWRITE LOAN-MASTER-RECORD
        IF WS-LOANMSTR-STATUS = "00"
            PERFORM WRITE-MASTER-JOURNAL
            DISPLAY "Loan " LM-LOAN-NUMBER " placed on hold "
                LM-HOLD-CODE " from " LM-HOLD-START-DATE
            IF LM-HOLD-END-DATE = 0
                DISPLAY "  until the hold is cleared."
            ELSE
                DISPLAY "  through " LM-HOLD-END-DATE
            END-IF
        ELSE
            DISPLAY "Unable to update loan, file status "
                WS-LOANMSTR-STATUS
        END-IF
    END-IF.

CLEAR-LOAN-HOLD.
    *> The start date stays and the end date becomes the day the
    *> hold was lifted, so the master still shows the last hold
    *> period and why it ended.
    IF LM-HOLD-CODE = SPACES
        DISPLAY "Loan " LM-LOAN-NUMBER " is not on hold."
    ELSE
        MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
        MOVE SPACES TO LM-HOLD-CODE
        MOVE WS-HOLD-TODAY TO LM-HOLD-END-DATE
        MOVE WS-HOLD-NEW-REASON TO LM-HOLD-REASON
        REWRITE LOAN-MASTER-RECORD
        IF WS-LOANMSTR-STATUS = "00"
            PERFORM WRITE-MASTER-JOURNAL
            DISPLAY "Hold cleared on loan " LM-LOAN-NUMBER
        ELSE
            DISPLAY "Unable to update loan, file status "
                WS-LOANMSTR-STATUS
        END-IF
    END-IF.

CHECK-SERVICING-HOLD.
    *> A hold is in force from its start date through its end date;
    *> an end date of zero keeps it in force until it is cleared.
    MOVE "N" TO WS-HOLD-ACTIVE-FLAG.
    IF LM-HOLD-CODE NOT = SPACES
            AND LM-HOLD-START-DATE <= WS-HOLD-TEST-DATE
        IF LM-HOLD-END-DATE = 0
                OR LM-HOLD-END-DATE >= WS-HOLD-TEST-DATE
            MOVE "Y" TO WS-HOLD-ACTIVE-FLAG
        END-IF
    END-IF.

OPEN-HOLD-EXCEPTION-REPORT.
    *> The exception report is a by-product of the run, so a failed
    *> open only sends the suppressed actions to the console.
    MOVE 0 TO WS-HOLD-EXC-COUNT.
    OPEN OUTPUT HOLD-EXCEPTION-FILE.
    IF WS-HOLDEXC-STATUS NOT = "00"
        DISPLAY "Unable to open HOLDEXC, file status "
            WS-HOLDEXC-STATUS
        MOVE "N" TO WS-HOLDEXC-AVAIL-FLAG
    ELSE
        MOVE "Y" TO WS-HOLDEXC-AVAIL-FLAG
        MOVE WS-HOLD-TEST-DATE TO WS-HX-RUN-DATE
        MOVE WS-HOLDEXC-HEADING-1 TO HOLD-EXCEPTION-LINE
        WRITE HOLD-EXCEPTION-LINE
        MOVE WS-HOLDEXC-HEADING-2 TO HOLD-EXCEPTION-LINE
        WRITE HOLD-EXCEPTION-LINE
    END-IF.

WRITE-HOLD-EXCEPTION.
    ADD 1 TO WS-HOLD-EXC-COUNT.
    IF WS-HOLDEXC-AVAIL-FLAG = "Y"
        MOVE LM-LOAN-NUMBER TO WS-HD-LOAN-NUMBER
        MOVE LM-HOLD-CODE TO WS-HD-CODE
        MOVE LM-HOLD-START-DATE TO WS-HD-START-DATE
        MOVE LM-HOLD-END-DATE TO WS-HD-END-DATE
        MOVE WS-HOLD-ACTION TO WS-HD-ACTION
        MOVE WS-HOLDEXC-DETAIL-LINE TO HOLD-EXCEPTION-LINE
        WRITE HOLD-EXCEPTION-LINE
    ELSE
        DISPLAY "Hold " LM-HOLD-CODE " on loan " LM-LOAN-NUMBER
            " - suppressed " WS-HOLD-ACTION
    END-IF.

CHECK-TRANSFER-GRACE.
    *> The caller sets WS-HOLD-TEST-DATE, as for a hold.
    MOVE "N" TO WS-XFER-GRACE-FLAG.
    MOVE 0 TO WS-XFER-GRACE-END.
    IF LM-BOARDED-DATE > 0 AND LM-BOARDED-DATE <= WS-HOLD-TEST-DATE
        COMPUTE WS-XFER-GRACE-INT =
            FUNCTION INTEGER-OF-DATE(LM-BOARDED-DATE) +
            WS-XFER-GRACE-DAYS
        COMPUTE WS-XFER-GRACE-END =
            FUNCTION DATE-OF-INTEGER(WS-XFER-GRACE-INT)
        IF WS-HOLD-TEST-DATE <= WS-XFER-GRACE-END
            MOVE "Y" TO WS-XFER-GRACE-FLAG
        END-IF
    END-IF.

WRITE-TRANSFER-GRACE-EXCEPTION.
    ADD 1 TO WS-HOLD-EXC-COUNT.
    IF WS-HOLDEXC-AVAIL-FLAG = "Y"
        MOVE LM-LOAN-NUMBER TO WS-HD-LOAN-NUMBER
        MOVE "T" TO WS-HD-CODE
        MOVE LM-BOARDED-DATE TO WS-HD-START-DATE
        MOVE WS-XFER-GRACE-END TO WS-HD-END-DATE
        MOVE WS-HOLD-ACTION TO WS-HD-ACTION
        MOVE WS-HOLDEXC-DETAIL-LINE TO HOLD-EXCEPTION-LINE
        WRITE HOLD-EXCEPTION-LINE
    ELSE
        DISPLAY "Transfer grace on loan " LM-LOAN-NUMBER
            " - suppressed " WS-HOLD-ACTION
    END-IF.

CLOSE-HOLD-EXCEPTION-REPORT.
    IF WS-HOLDEXC-AVAIL-FLAG = "Y"
        MOVE SPACES TO HOLD-EXCEPTION-LINE
        WRITE HOLD-EXCEPTION-LINE
        MOVE SPACES TO WS-CONTROL-DETAIL-LINE
        MOVE "Actions suppressed by holds   " TO WS-CD-LABEL
        MOVE WS-HOLD-EXC-COUNT TO WS-CD-VALUE
        MOVE WS-CONTROL-DETAIL-LINE TO HOLD-EXCEPTION-LINE
        WRITE HOLD-EXCEPTION-LINE
        CLOSE HOLD-EXCEPTION-FILE
    END-IF.
    DISPLAY "Actions suppressed by holds: " WS-HOLD-EXC-COUNT.

EXTRA-PAYMENT-WHATIF-MODE.
    PERFORM ACCEPT-LOAN-TERMS.
    PERFORM VALIDATE-LOAN-TERMS.
    END-IF.
    IF WS-PAYHIST-SCREEN-FLAG NOT = "Y"
        DISPLAY "Posting run abandoned."
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN INPUT PAYMENT-TRANS-FILE
        IF WS-PAYIN-STATUS NOT = "00"
            DISPLAY "Unable to open PAYIN, file status "
                WS-PAYIN-STATUS
            MOVE 8 TO RETURN-CODE
        ELSE
        OPEN I-O LOAN-MASTER
        IF WS-LOANMSTR-STATUS NOT = "00"
            DISPLAY "Unable to open LOANMSTR, file status "
                WS-LOANMSTR-STATUS
            MOVE 8 TO RETURN-CODE
            CLOSE PAYMENT-TRANS-FILE
        ELSE
                OPEN EXTEND PAYMENT-HISTORY-FILE
                    DISPLAY "Unable to open PAYHIST, file status "
                        WS-PAYHIST-STATUS
                    DISPLAY "Posting run abandoned."
                    MOVE 8 TO RETURN-CODE
                    CLOSE PAYMENT-TRANS-FILE
                    CLOSE LOAN-MASTER
                ELSE
                    PERFORM OPEN-SUSPENSE-TRAIL
                    IF WS-SUSPTRAN-STATUS NOT = "00"
                        DISPLAY "Posting run abandoned."
                        MOVE 8 TO RETURN-CODE
                        CLOSE PAYMENT-TRANS-FILE
                        CLOSE LOAN-MASTER
                        CLOSE PAYMENT-HISTORY-FILE
                        PERFORM OPEN-GL-EXTRACT
                        IF WS-GLEXTR-STATUS NOT = "00"
                            DISPLAY "Posting run abandoned."
                            MOVE 8 TO RETURN-CODE
                            CLOSE PAYMENT-TRANS-FILE
                            CLOSE LOAN-MASTER
                            CLOSE PAYMENT-HISTORY-FILE
    MOVE 0 TO WS-PAYMENTS-HELD.
    MOVE 0 TO WS-POST-TOTAL-HELD.
    MOVE 0 TO WS-POST-TOTAL-DRAWN.
    MOVE 0 TO WS-RECOVERIES-POSTED.
    MOVE 0 TO WS-POST-TOTAL-RECOVERED.
    MOVE "N" TO WS-POST-STOP-FLAG.

    MOVE "N" TO WS-POST-EOF-FLAG.
    *> original or held posting arms its key; a reversing entry
    *> disarms it, so a legitimately re-presented payment screens
    *> clean once the original has been reversed. Archive
    *> summaries carry no postable key and are skipped. History
    *> boarded from a prior servicer arms its keys like our own:
    *> a remittance it already applied must not post here again.
    MOVE 0 TO WS-CYCLE-KEY-COUNT.

    IF WS-PAYIN-RECORD-COUNT > 0
    COMPUTE WS-POST-COMBINED =
        PT-AMOUNT-RECEIVED + LM-UNAPPLIED-FUNDS.

    IF LM-LOAN-STATUS = "C"
        *> Money in on a charged-off loan is a recovery of what was
        *> written off - none of it is split to interest, escrow or
        *> a balance that is no longer carried.
        PERFORM POST-CHARGEOFF-RECOVERY
    ELSE
        IF LM-LOAN-STATUS = "P" OR LM-LOAN-STATUS = "T"
            ADD 1 TO WS-PAYMENTS-REJECTED
            DISPLAY "Payment rejected - loan " PT-LOAN-NUMBER
                " is closed (status " LM-LOAN-STATUS ")"
        ELSE
        IF WS-POST-COMBINED <
                WS-POST-INTEREST-PORTION + WS-POST-ESCROW-DUE
            PERFORM HOLD-PAYMENT-IN-SUSPENSE
        ELSE
            MOVE LM-UNAPPLIED-FUNDS TO WS-POST-UNAPPLIED-DRAWN
            MOVE 0 TO LM-UNAPPLIED-FUNDS
            COMPUTE WS-POST-PRINCIPAL-PORTION =
                WS-POST-COMBINED - WS-POST-INTEREST-PORTION -
                WS-POST-ESCROW-DUE
            IF LM-LATE-CHARGES-DUE > WS-POST-PRINCIPAL-PORTION
                MOVE WS-POST-PRINCIPAL-PORTION TO WS-POST-LATE-PORTION
            ELSE
                MOVE LM-LATE-CHARGES-DUE TO WS-POST-LATE-PORTION
            END-IF
            SUBTRACT WS-POST-LATE-PORTION FROM WS-POST-PRINCIPAL-PORTION
            SUBTRACT WS-POST-LATE-PORTION FROM LM-LATE-CHARGES-DUE

            MOVE 0 TO WS-POST-OVERPAYMENT
            IF WS-POST-PRINCIPAL-PORTION > LM-CURRENT-BALANCE
                *> Final remittance - principal is capped at the payoff
                *> balance so the master can never go negative. Whatever
                *> the cap leaves over goes to suspense for accounting
                *> to clear.
                COMPUTE WS-POST-OVERPAYMENT =
                    WS-POST-PRINCIPAL-PORTION - LM-CURRENT-BALANCE
                MOVE LM-CURRENT-BALANCE TO WS-POST-PRINCIPAL-PORTION
            END-IF

            COMPUTE LM-CURRENT-BALANCE =
                LM-CURRENT-BALANCE - WS-POST-PRINCIPAL-PORTION
            ADD WS-POST-ESCROW-DUE TO LM-ESCROW-COLLECTED

            *> The posting satisfies the installment that was due, so the
            *> loan is paid through the old due date and the next
            *> installment falls due one month later. Records converted
            *> before due-date tracking carry zero dates and are seeded
            *> from the payment date itself.
            IF LM-NEXT-DUE-DATE = 0
                MOVE PT-PAYMENT-DATE TO LM-PAID-THRU-DATE
                MOVE PT-PAYMENT-DATE TO WS-DUE-DATE-NUM
            ELSE
                MOVE LM-NEXT-DUE-DATE TO LM-PAID-THRU-DATE
                MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
            END-IF
            PERFORM ADVANCE-DUE-DATE-ONE-MONTH
            MOVE WS-DUE-DATE-NUM TO LM-NEXT-DUE-DATE

            REWRITE LOAN-MASTER-RECORD
            IF WS-LOANMSTR-STATUS NOT = "00"
                ADD 1 TO WS-PAYMENTS-REJECTED
                DISPLAY "Payment rejected - loan " PT-LOAN-NUMBER
                    " master rewrite failed, file status " WS-LOANMSTR-STATUS
            ELSE
                PERFORM WRITE-MASTER-JOURNAL
                ADD 1 TO WS-PAYMENTS-POSTED
                ADD PT-AMOUNT-RECEIVED       TO WS-POST-TOTAL-RECEIVED
                ADD WS-POST-INTEREST-PORTION TO WS-POST-TOTAL-INTEREST
                ADD WS-POST-PRINCIPAL-PORTION TO WS-POST-TOTAL-PRINCIPAL
                ADD WS-POST-ESCROW-DUE       TO WS-POST-TOTAL-ESCROW
                ADD WS-POST-LATE-PORTION     TO WS-POST-TOTAL-LATE
                ADD WS-POST-OVERPAYMENT      TO WS-POST-TOTAL-SUSPENSE
                ADD WS-POST-UNAPPLIED-DRAWN  TO WS-POST-TOTAL-DRAWN
                IF WS-POST-UNAPPLIED-DRAWN > 0
                    MOVE PT-LOAN-NUMBER TO WS-SUSP-TRAIL-LOAN
                    MOVE PT-PAYMENT-DATE TO WS-SUSP-TRAIL-DATE
                    MOVE "A" TO WS-SUSP-TRAIL-TYPE
                    MOVE WS-POST-UNAPPLIED-DRAWN TO WS-SUSP-TRAIL-AMOUNT
                    PERFORM WRITE-SUSPENSE-TRAIL-RECORD
                END-IF
                PERFORM WRITE-PAYMENT-HISTORY-RECORD
                PERFORM WRITE-GL-POSTING-ENTRIES
            END-IF
        END-IF
        END-IF
    END-IF.

POST-CHARGEOFF-RECOVERY.
    *> A loan marked C before write-offs were recorded on the master
    *> still carries its balance in the receivable, so a recovery
    *> credited to the allowance would leave both wrong.
    IF LM-CHARGEOFF-DATE = 0
        ADD 1 TO WS-PAYMENTS-REJECTED
        DISPLAY "Payment rejected - loan " PT-LOAN-NUMBER
            " was charged off with no write-off recorded - post by hand"
    ELSE
        ADD PT-AMOUNT-RECEIVED TO LM-RECOVERED-AMOUNT
        MOVE PT-PAYMENT-DATE TO LM-LAST-RECOVERY-DATE
        REWRITE LOAN-MASTER-RECORD
        IF WS-LOANMSTR-STATUS NOT = "00"
            ADD 1 TO WS-PAYMENTS-REJECTED
            DISPLAY "Payment rejected - loan " PT-LOAN-NUMBER
                " master rewrite failed, file status "
                WS-LOANMSTR-STATUS
        ELSE
            PERFORM WRITE-MASTER-JOURNAL
            ADD 1 TO WS-RECOVERIES-POSTED
            ADD PT-AMOUNT-RECEIVED TO WS-POST-TOTAL-RECOVERED
            PERFORM WRITE-RECOVERY-HISTORY-RECORD
            PERFORM WRITE-GL-RECOVERY-ENTRIES
        END-IF
    END-IF.

WRITE-RECOVERY-HISTORY-RECORD.
    *> The recovery goes on the posted-payment trail so the rerun
    *> screen keys on it and the monthly register can list it.
    MOVE "C"                TO PH-RECORD-TYPE.
    MOVE PT-LOAN-NUMBER     TO PH-LOAN-NUMBER.
    MOVE PT-PAYMENT-DATE    TO PH-PAYMENT-DATE.
    MOVE PT-AMOUNT-RECEIVED TO PH-AMOUNT-RECEIVED.
    MOVE 0                  TO PH-INTEREST-PORTION.
    MOVE PT-AMOUNT-RECEIVED TO PH-PRINCIPAL-PORTION.
    MOVE 0                  TO PH-ESCROW-PORTION.
    MOVE 0                  TO PH-TAX-PORTION.
    MOVE 0                  TO PH-INSURANCE-PORTION.
    MOVE 0                  TO PH-PMI-PORTION.
    MOVE LM-CURRENT-BALANCE TO PH-BALANCE-AFTER.
    MOVE 0                  TO PH-LATE-PORTION.
    MOVE 0                  TO PH-SUSPENSE-PORTION.
    MOVE 0                  TO PH-UNAPPLIED-PORTION.

    WRITE PAYMENT-HISTORY-RECORD.
    IF WS-PAYHIST-STATUS NOT = "00"
        *> The rerun screen depends on the trail being complete, so
        *> posting cannot continue past a payment it could not record.
        DISPLAY "Payment history write failed, file status "
            WS-PAYHIST-STATUS
        DISPLAY "Posting stopped - loan " PT-LOAN-NUMBER
            " recovery posted with no history record - adjust by hand"
        MOVE "Y" TO WS-POST-STOP-FLAG
    ELSE
        MOVE "Y" TO WS-POST-RECORDED-FLAG
    END-IF.

WRITE-GL-RECOVERY-ENTRIES.
    *> Cash takes the recovery and the allowance the charge-off
    *> drew down is credited back.
    MOVE PT-PAYMENT-DATE TO WS-GL-POSTING-DATE.

    MOVE WS-GL-ACCT-CASH TO WS-GL-ACCOUNT.
    MOVE "D"             TO WS-GL-DRCR.
    MOVE PT-AMOUNT-RECEIVED TO WS-GL-AMOUNT.
    PERFORM WRITE-GL-DETAIL.

    MOVE WS-GL-ACCT-ALLOWANCE TO WS-GL-ACCOUNT.
    MOVE "C"                  TO WS-GL-DRCR.
    PERFORM WRITE-GL-DETAIL.

    PERFORM FLUSH-GL-DETAIL-BUFFER.

HOLD-PAYMENT-IN-SUSPENSE.
    *> Too short to cover interest plus escrow due - held on the
    *> loan as unapplied funds instead of returned to the borrower.
                DISPLAY "Reversal rejected - loan "
                    WS-PK-LOAN-NUMBER " not on the master file"
            NOT INVALID KEY
                *> The key carries the posting's date, so a key dated
                *> before a boarded loan came onto our books can only
                *> have armed on the prior servicer's history - money
                *> we never received and cannot hand back.
                IF LM-BOARDED-DATE > 0
                        AND WS-PK-PAYMENT-DATE < LM-BOARDED-DATE
                    ADD 1 TO WS-RVRS-REJECTED
                    DISPLAY "Reversal rejected - loan "
                        WS-PK-LOAN-NUMBER " posting was made by the "
                        "prior servicer before boarding - refer it "
                        "to them"
                ELSE
                    PERFORM BACK-OUT-PAYMENT-FROM-MASTER
                END-IF
        END-READ
    END-IF.

    *> here would sit stranded and invisible - same rule as the
    *> posting run's closed-loan rejection.
    IF LM-LOAN-STATUS = "P" OR LM-LOAN-STATUS = "C"
            OR LM-LOAN-STATUS = "T"
        ADD 1 TO WS-RVRS-REJECTED
        DISPLAY "Reversal rejected - loan " WS-PK-LOAN-NUMBER
            " is closed (status " LM-LOAN-STATUS
        MOVE WS-CONTROL-DETAIL-LINE TO CONTROL-REPORT-LINE
        WRITE CONTROL-REPORT-LINE

        MOVE SPACES TO WS-CONTROL-DETAIL-LINE
        MOVE "Recoveries on charged-off     " TO WS-CD-LABEL
        MOVE WS-RECOVERIES-POSTED TO WS-CD-VALUE
        MOVE WS-CONTROL-DETAIL-LINE TO CONTROL-REPORT-LINE
        WRITE CONTROL-REPORT-LINE

        MOVE SPACES TO WS-CONTROL-DETAIL-LINE
        MOVE "Total recovered to allowance  " TO WS-CD-LABEL
        MOVE WS-POST-TOTAL-RECOVERED TO WS-CD-VALUE
        MOVE WS-CONTROL-DETAIL-LINE TO CONTROL-REPORT-LINE
        WRITE CONTROL-REPORT-LINE

        PERFORM WRITE-GL-CONTROL-LINES

        CLOSE CONTROL-REPORT-FILE
    MOVE 0 TO WS-GL-TOTAL-CREDITS.
    MOVE 0 TO WS-GL-BUFFER-COUNT.
    MOVE "N" TO WS-GL-WRITE-ERROR-FLAG.
    MOVE WS-BUSINESS-DATE TO WS-GL-POSTING-DATE.

    OPEN EXTEND GL-EXTRACT-FILE.
    IF WS-GLEXTR-STATUS = "35"
    MOVE 0 TO LM-QUOTE-GOOD-THRU.
    MOVE 0 TO LM-ESCROW-DISBURSED.
    MOVE 0 TO LM-ESCROW-ADVANCE.
    MOVE 0 TO LM-CHARGEOFF-DATE.
    MOVE 0 TO LM-CHARGEOFF-PRINCIPAL.
    MOVE 0 TO LM-CHARGEOFF-LATE.
    MOVE 0 TO LM-CHARGEOFF-ADVANCE.
    MOVE 0 TO LM-RECOVERED-AMOUNT.
    MOVE 0 TO LM-LAST-RECOVERY-DATE.
    MOVE 0 TO LM-MODIFIED-DATE.
    MOVE 0 TO LM-MODIFICATION-COUNT.
    MOVE 0 TO LM-CAPITALIZED-AMOUNT.
    MOVE SPACES TO LM-HOLD-CODE.
    MOVE 0 TO LM-HOLD-START-DATE.
    MOVE 0 TO LM-HOLD-END-DATE.
    MOVE SPACES TO LM-HOLD-REASON.
    MOVE "C" TO LM-GRACE-DAY-BASIS.
    MOVE "A" TO LM-ACCRUAL-STATUS.
    MOVE 0 TO LM-NONACCRUAL-DATE.
    MOVE 0 TO LM-ACCRUED-INTEREST.
    MOVE 0 TO LM-ACCRUAL-DATE.
    MOVE 0 TO LM-ACCRUAL-REVERSED-DATE.
    MOVE SPACES TO LM-PRIOR-SERVICER.
    MOVE 0 TO LM-BOARDED-DATE.
    MOVE 0 TO LM-TRANSFER-DATE.
    MOVE SPACES TO LM-NEW-SERVICER.
    MOVE 0 TO LM-DEBOARDED-DATE.

ADVANCE-DUE-DATE-ONE-MONTH.
    ADD 1 TO WS-DUE-MONTH.
        SUBTRACT 1 FROM WS-DUE-YEAR
    END-IF.

COMPUTE-GRACE-END-DATE.
    *> The contractual due date stays as the schedule advances it;
    *> only the grace period after it depends on the note. Most
    *> notes count the grace in calendar days from the due date. A
    *> note calling for business days starts from the first banking
    *> day on or after the due date and counts only banking days,
    *> so a due date or grace period over a weekend or holiday runs
    *> on to the next banking day. A late charge may be assessed
    *> once the business date is past the end of the grace period.
    IF LM-NEXT-DUE-DATE = 0
        MOVE WS-TODAY-INT TO WS-GRACE-END-INT
    ELSE
        IF LM-GRACE-DAY-BASIS = "B"
            MOVE LM-NEXT-DUE-DATE TO WS-BANK-DATE
            PERFORM ROLL-TO-BANKING-DAY
            MOVE WS-LATE-GRACE-DAYS TO WS-BANK-DAYS-TO-ADD
            PERFORM ADD-BANKING-DAYS
            COMPUTE WS-GRACE-END-INT =
                FUNCTION INTEGER-OF-DATE(WS-BANK-DATE)
        ELSE
            COMPUTE WS-GRACE-END-INT =
                FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE)
                + WS-LATE-GRACE-DAYS
        END-IF
    END-IF.

CHECK-BANKING-DAY.
    *> WS-BANK-DATE is a banking day unless it falls on a weekend or
    *> is a holiday on the calendar.
    IF WS-HOLIDAY-LOADED-FLAG = "N"
        PERFORM LOAD-HOLIDAY-CALENDAR
    END-IF.
    MOVE "Y" TO WS-BANKING-DAY-FLAG.
    COMPUTE WS-BANK-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-BANK-DATE).
    *> Day 1 of the integer calendar, 1 January 1601, was a Monday,
    *> so the remainder by 7 is 6 on a Saturday and 0 on a Sunday.
    COMPUTE WS-BANK-WEEKDAY = FUNCTION MOD(WS-BANK-DATE-INT, 7).
    IF WS-BANK-WEEKDAY = 6 OR WS-BANK-WEEKDAY = 0
        MOVE "N" TO WS-BANKING-DAY-FLAG
    ELSE
        PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
                OR WS-BANKING-DAY-FLAG = "N"
            IF WS-HOL-DATE(WS-HOLIDAY-IDX) = WS-BANK-DATE
                MOVE "N" TO WS-BANKING-DAY-FLAG
            END-IF
        END-PERFORM
    END-IF.

ROLL-TO-BANKING-DAY.
    *> Moves WS-BANK-DATE on to the first banking day on or after it.
    PERFORM CHECK-BANKING-DAY.
    PERFORM UNTIL WS-BANKING-DAY-FLAG = "Y"
        COMPUTE WS-BANK-DATE =
            FUNCTION DATE-OF-INTEGER(WS-BANK-DATE-INT + 1)
        PERFORM CHECK-BANKING-DAY
    END-PERFORM.

ADD-BANKING-DAYS.
    *> Moves WS-BANK-DATE forward WS-BANK-DAYS-TO-ADD banking days.
    MOVE 0 TO WS-BANK-DAYS-COUNTED.
    PERFORM UNTIL WS-BANK-DAYS-COUNTED >= WS-BANK-DAYS-TO-ADD
        COMPUTE WS-BANK-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-BANK-DATE) + 1
        COMPUTE WS-BANK-DATE =
            FUNCTION DATE-OF-INTEGER(WS-BANK-DATE-INT)
        PERFORM ROLL-TO-BANKING-DAY
        ADD 1 TO WS-BANK-DAYS-COUNTED
    END-PERFORM.

LOAD-HOLIDAY-CALENDAR.
    *> Loaded once per run. Without the calendar only weekends are
    *> closed days, which is flagged so the date roll can refuse.
    MOVE 0 TO WS-HOLIDAY-COUNT.
    OPEN INPUT HOLIDAY-CALENDAR-FILE.
    IF WS-HOLIDAY-STATUS NOT = "00"
        DISPLAY "Unable to open HOLIDAYS, file status "
            WS-HOLIDAY-STATUS " - only weekends treated as closed"
        MOVE "U" TO WS-HOLIDAY-LOADED-FLAG
    ELSE
        MOVE "Y" TO WS-HOLIDAY-LOADED-FLAG
        MOVE "N" TO WS-HOLIDAY-EOF-FLAG
        PERFORM UNTIL WS-HOLIDAY-EOF-FLAG = "Y"
            READ HOLIDAY-CALENDAR-FILE
                AT END
                    MOVE "Y" TO WS-HOLIDAY-EOF-FLAG
                NOT AT END
                    IF WS-HOLIDAY-COUNT < 100
                        ADD 1 TO WS-HOLIDAY-COUNT
                        MOVE HC-HOLIDAY-DATE TO
                            WS-HOL-DATE(WS-HOLIDAY-COUNT)
                        MOVE HC-DESCRIPTION TO
                            WS-HOL-DESCRIPTION(WS-HOLIDAY-COUNT)
                    ELSE
                        DISPLAY "Holiday " HC-HOLIDAY-DATE
                            " dropped - the holiday table is full"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HOLIDAY-CALENDAR-FILE
    END-IF.

DELINQUENCY-AGING-MODE.
    MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

    OPEN I-O LOAN-MASTER.
    IF WS-LOANMSTR-STATUS NOT = "00"
        DISPLAY "Unable to open LOANMSTR, file status " WS-LOANMSTR-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT DELINQUENCY-REPORT-FILE
        IF WS-DELQRPT-STATUS NOT = "00"
            DISPLAY "Unable to open DELQRPT, file status "
                WS-DELQRPT-STATUS
            MOVE 8 TO RETURN-CODE
            CLOSE LOAN-MASTER
        ELSE
            MOVE 0 TO WS-AGE-CURRENT-COUNT
            MOVE 0 TO WS-AGE-CURRENT-BAL
            MOVE 0 TO WS-AGE-30-COUNT
            MOVE 0 TO WS-AGE-30-BAL
            MOVE 0 TO WS-AGE-60-COUNT
            MOVE 0 TO WS-AGE-60-BAL
            MOVE 0 TO WS-AGE-90-COUNT
            MOVE 0 TO WS-AGE-90-BAL
            MOVE 0 TO WS-FEES-ASSESSED-COUNT
            MOVE 0 TO WS-FEES-ASSESSED-AMOUNT
            MOVE 0 TO WS-DELQ-COUNT
            MOVE 0 TO WS-DELQ-DROPPED-COUNT
            MOVE 0 TO WS-AGE-HOLD-COUNT
            MOVE 0 TO WS-AGE-HOLD-BAL
            MOVE 0 TO WS-FEES-HELD-COUNT
            MOVE WS-TODAY-DATE TO WS-HOLD-TEST-DATE
            MOVE "DELINQUENCY AGING" TO WS-HX-RUN-NAME
            PERFORM OPEN-HOLD-EXCEPTION-REPORT

            MOVE LOW-VALUES TO LM-LOAN-NUMBER
            START LOAN-MASTER KEY NOT < LM-LOAN-NUMBER
                    " delinquent loans did not fit the report table"
            END-IF

            PERFORM CLOSE-HOLD-EXCEPTION-REPORT
            CLOSE DELINQUENCY-REPORT-FILE
            CLOSE LOAN-MASTER
            DISPLAY "Delinquency report written to DELQRPT"
    IF LM-CURRENT-BALANCE > 0
            AND LM-LOAN-STATUS NOT = "P"
            AND LM-LOAN-STATUS NOT = "C"
            AND LM-LOAN-STATUS NOT = "T"
        IF LM-NEXT-DUE-DATE = 0
            MOVE 0 TO WS-DAYS-PAST-DUE
        ELSE
            COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT - WS-DUE-INT
        END-IF

        *> A loan under a servicing hold is kept out of the aging
        *> buckets and off the collection list for as long as the
        *> hold is in force; it is counted on its own line instead.
        MOVE WS-TODAY-DATE TO WS-HOLD-TEST-DATE
        PERFORM CHECK-SERVICING-HOLD
        IF WS-HOLD-ACTIVE-FLAG = "Y"
            ADD 1 TO WS-AGE-HOLD-COUNT
            ADD LM-CURRENT-BALANCE TO WS-AGE-HOLD-BAL
            IF WS-DAYS-PAST-DUE > 0
                MOVE "DELINQUENCY COLLECTION" TO WS-HOLD-ACTION
                PERFORM WRITE-HOLD-EXCEPTION
            END-IF
            PERFORM COMPUTE-GRACE-END-DATE
            IF WS-TODAY-INT > WS-GRACE-END-INT
                PERFORM ASSESS-LATE-FEE
            END-IF
        ELSE
            *> A newly boarded loan inside its transfer window is aged
            *> current and kept off the collection list.
            PERFORM CHECK-TRANSFER-GRACE
            IF WS-XFER-GRACE-FLAG = "Y"
                ADD 1 TO WS-AGE-CURRENT-COUNT
                ADD LM-CURRENT-BALANCE TO WS-AGE-CURRENT-BAL
                IF WS-DAYS-PAST-DUE > 0
                    MOVE "DELINQUENCY COLLECTION" TO WS-HOLD-ACTION
                    PERFORM WRITE-TRANSFER-GRACE-EXCEPTION
                END-IF
            ELSE
                EVALUATE TRUE
                    WHEN WS-DAYS-PAST-DUE < 30
                        ADD 1 TO WS-AGE-CURRENT-COUNT
                        ADD LM-CURRENT-BALANCE TO WS-AGE-CURRENT-BAL
                    WHEN WS-DAYS-PAST-DUE < 60
                        ADD 1 TO WS-AGE-30-COUNT
                        ADD LM-CURRENT-BALANCE TO WS-AGE-30-BAL
                    WHEN WS-DAYS-PAST-DUE < 90
                        ADD 1 TO WS-AGE-60-COUNT
                        ADD LM-CURRENT-BALANCE TO WS-AGE-60-BAL
                    WHEN OTHER
                        ADD 1 TO WS-AGE-90-COUNT
                        ADD LM-CURRENT-BALANCE TO WS-AGE-90-BAL
                END-EVALUATE
            END-IF

            PERFORM COMPUTE-GRACE-END-DATE
            IF WS-TODAY-INT > WS-GRACE-END-INT
                PERFORM ASSESS-LATE-FEE
            END-IF

            IF WS-DAYS-PAST-DUE > 0 AND WS-XFER-GRACE-FLAG = "N"
                IF WS-DELQ-COUNT < 500
                    ADD 1 TO WS-DELQ-COUNT
                    MOVE LM-LOAN-NUMBER     TO
                        WS-DELQ-LOAN-NUMBER(WS-DELQ-COUNT)
                    MOVE LM-BORROWER-ID     TO
                        WS-DELQ-BORROWER-ID(WS-DELQ-COUNT)
                    MOVE LM-CURRENT-BALANCE TO
                        WS-DELQ-BALANCE(WS-DELQ-COUNT)
                    MOVE WS-DAYS-PAST-DUE   TO
                        WS-DELQ-DAYS(WS-DELQ-COUNT)
                    MOVE LM-LATE-CHARGES-DUE TO
                        WS-DELQ-LATE-CHARGES(WS-DELQ-COUNT)
                ELSE
                    ADD 1 TO WS-DELQ-DROPPED-COUNT
                END-IF
            END-IF
        END-IF
    END-IF.

ASSESS-LATE-FEE.
    *> No late fee is assessed while a servicing hold is in force.
    MOVE WS-TODAY-DATE TO WS-HOLD-TEST-DATE.
    PERFORM CHECK-SERVICING-HOLD.
    *> Nor inside a boarded loan's transfer window; the fee falls
    *> due on the first run after the window if still unpaid.
    PERFORM CHECK-TRANSFER-GRACE.
    IF WS-HOLD-ACTIVE-FLAG = "Y"
        IF LM-LATE-ASSESSED-DATE < LM-NEXT-DUE-DATE
            MOVE "LATE FEE" TO WS-HOLD-ACTION
            PERFORM WRITE-HOLD-EXCEPTION
            ADD 1 TO WS-FEES-HELD-COUNT
        END-IF
    ELSE
        IF WS-XFER-GRACE-FLAG = "Y"
            IF LM-LATE-ASSESSED-DATE < LM-NEXT-DUE-DATE
                MOVE "LATE FEE" TO WS-HOLD-ACTION
                PERFORM WRITE-TRANSFER-GRACE-EXCEPTION
                ADD 1 TO WS-FEES-HELD-COUNT
            END-IF
        ELSE
            IF LM-LATE-ASSESSED-DATE < LM-NEXT-DUE-DATE
                MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                ADD LM-LATE-FEE-AMOUNT TO LM-LATE-CHARGES-DUE
                MOVE LM-NEXT-DUE-DATE TO LM-LATE-ASSESSED-DATE
                REWRITE LOAN-MASTER-RECORD
                IF WS-LOANMSTR-STATUS NOT = "00"
                    DISPLAY "Late fee not assessed - loan "
                        LM-LOAN-NUMBER " master rewrite failed, "
                        "file status " WS-LOANMSTR-STATUS
                ELSE
                    PERFORM WRITE-MASTER-JOURNAL
                    ADD 1 TO WS-FEES-ASSESSED-COUNT
                    ADD LM-LATE-FEE-AMOUNT TO WS-FEES-ASSESSED-AMOUNT
                END-IF
            END-IF
        END-IF
    END-IF.

    MOVE WS-DELQ-SUMMARY-LINE TO DELINQUENCY-REPORT-LINE.
    WRITE DELINQUENCY-REPORT-LINE.

    *> Loans under a servicing hold are aged on neither the buckets
    *> nor the collection list, so they are shown on their own.
    MOVE SPACES TO WS-DELQ-SUMMARY-LINE.
    MOVE "ON SERVICING HOLD     " TO WS-DQS-LABEL.
    MOVE WS-AGE-HOLD-COUNT TO WS-DQS-COUNT.
    MOVE WS-AGE-HOLD-BAL TO WS-DQS-BALANCE.
    MOVE WS-DELQ-SUMMARY-LINE TO DELINQUENCY-REPORT-LINE.
    WRITE DELINQUENCY-REPORT-LINE.

    MOVE SPACES TO WS-DELQ-SUMMARY-LINE.
    MOVE "LATE FEES HELD        " TO WS-DQS-LABEL.
    MOVE WS-FEES-HELD-COUNT TO WS-DQS-COUNT.
    MOVE WS-DELQ-SUMMARY-LINE TO DELINQUENCY-REPORT-LINE.
    WRITE DELINQUENCY-REPORT-LINE.

ESCROW-ANALYSIS-MODE.
    OPEN INPUT ESCROW-DISB-FILE.
    IF WS-ESCRDISB-STATUS NOT = "00"
                CLOSE ESCROW-DISB-FILE
                CLOSE LOAN-MASTER
            ELSE
                PERFORM OPEN-ESCROW-PROPERTY-MASTER
            END-IF
        END-IF
    END-IF.

OPEN-ESCROW-PROPERTY-MASTER.
    *> PMI the cancellation run has ended must not come back with
    *> the analysis, so the property record is checked for every
    *> loan. With no property file yet nothing has been cancelled;
    *> any other failure to open it abandons the analysis.
    OPEN INPUT PROPERTY-MASTER.
    IF WS-PROPMSTR-STATUS = "00"
        MOVE "Y" TO WS-PROPMSTR-AVAIL-FLAG
    ELSE
        MOVE "N" TO WS-PROPMSTR-AVAIL-FLAG
    END-IF.
    IF WS-PROPMSTR-STATUS NOT = "00" AND WS-PROPMSTR-STATUS NOT = "35"
        DISPLAY "Unable to open PROPMSTR, file status "
            WS-PROPMSTR-STATUS
        CLOSE ESCROW-DISB-FILE
        CLOSE LOAN-MASTER
        CLOSE ESCROW-STMT-FILE
    ELSE
        PERFORM RUN-ESCROW-ANALYSIS
    END-IF.

RUN-ESCROW-ANALYSIS.
    MOVE 0 TO WS-ESA-ANALYZED-COUNT.
    MOVE 0 TO WS-ESA-NOTFOUND-COUNT.
    MOVE 0 TO WS-ESA-CLOSED-COUNT.

    MOVE "N" TO WS-ESA-EOF-FLAG.
    PERFORM UNTIL WS-ESA-EOF-FLAG = "Y"
        READ ESCROW-DISB-FILE
            AT END
                MOVE "Y" TO WS-ESA-EOF-FLAG
            NOT AT END
                PERFORM ANALYZE-ONE-ESCROW
        END-READ
    END-PERFORM.

    CLOSE ESCROW-DISB-FILE.
    CLOSE ESCROW-STMT-FILE.
    CLOSE LOAN-MASTER.
    IF WS-PROPMSTR-AVAIL-FLAG = "Y"
        CLOSE PROPERTY-MASTER
    END-IF.

    DISPLAY "Escrow accounts analyzed .: "
        WS-ESA-ANALYZED-COUNT.
    DISPLAY "Loans not on master ......: "
        WS-ESA-NOTFOUND-COUNT.
    DISPLAY "Closed loans skipped .....: "
        WS-ESA-CLOSED-COUNT.
    DISPLAY "Escrow analysis statements written to ESCRSTMT".

ANALYZE-ONE-ESCROW.
    MOVE ED-LOAN-NUMBER TO LM-LOAN-NUMBER.
    READ LOAN-MASTER
            DISPLAY "Escrow analysis skipped - loan " ED-LOAN-NUMBER
                " not on the master file"
        NOT INVALID KEY
            *> Closed loans - paid off, charged off or transferred
            *> out - have no escrow left for us to analyze.
            IF LM-LOAN-STATUS = "P" OR LM-LOAN-STATUS = "C"
                    OR LM-LOAN-STATUS = "T"
                ADD 1 TO WS-ESA-CLOSED-COUNT
                DISPLAY "Escrow analysis skipped - loan "
                    ED-LOAN-NUMBER " is closed (status "
                    LM-LOAN-STATUS ")"
            ELSE
                PERFORM REANALYZE-ESCROW-ACCOUNT
            END-IF
    END-READ.

REANALYZE-ESCROW-ACCOUNT.
    *> to the borrower, a negative one a shortage to be collected.
    COMPUTE WS-ESA-ANNUAL-COLLECTED =
        (LM-MONTHLY-TAX + LM-MONTHLY-INSURANCE + LM-MONTHLY-PMI) * 12.
    *> PMI the cancellation run has ended is never projected again,
    *> whatever the disbursement file still carries for it.
    MOVE ED-ANNUAL-PMI TO WS-ESA-ANNUAL-PMI.
    IF WS-PROPMSTR-AVAIL-FLAG = "Y"
        MOVE LM-LOAN-NUMBER TO PR-LOAN-NUMBER
        READ PROPERTY-MASTER
            INVALID KEY
                MOVE 0 TO PR-PMI-CANCEL-DATE
        END-READ
        IF PR-PMI-CANCEL-DATE NOT = 0
            MOVE 0 TO WS-ESA-ANNUAL-PMI
        END-IF
    END-IF.
    COMPUTE WS-ESA-ANNUAL-REQUIRED =
        ED-ANNUAL-TAX + ED-ANNUAL-INSURANCE + WS-ESA-ANNUAL-PMI.
    COMPUTE WS-ESA-VARIANCE =
        WS-ESA-ANNUAL-COLLECTED - WS-ESA-ANNUAL-REQUIRED.


    COMPUTE WS-ESA-NEW-TAX ROUNDED       = ED-ANNUAL-TAX / 12.
    COMPUTE WS-ESA-NEW-INSURANCE ROUNDED = ED-ANNUAL-INSURANCE / 12.
    COMPUTE WS-ESA-NEW-PMI ROUNDED       = WS-ESA-ANNUAL-PMI / 12.

    PERFORM WRITE-ESCROW-STATEMENT.

    WRITE ESCROW-STMT-LINE.

    MOVE "PROJECTED ANNUAL PMI                " TO WS-EA-LABEL.
    MOVE WS-ESA-ANNUAL-PMI TO WS-EA-AMOUNT.
    MOVE WS-ESA-AMOUNT-LINE TO ESCROW-STMT-LINE.
    WRITE ESCROW-STMT-LINE.

    IF WS-ESCRPAY-STATUS NOT = "00"
        DISPLAY "Unable to open ESCRPAY, file status "
            WS-ESCRPAY-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN I-O LOAN-MASTER
        IF WS-LOANMSTR-STATUS NOT = "00"
            DISPLAY "Unable to open LOANMSTR, file status "
                WS-LOANMSTR-STATUS
            MOVE 8 TO RETURN-CODE
            CLOSE ESCROW-PAY-FILE
        ELSE
            OPEN OUTPUT ESCROW-REG-FILE
            IF WS-ESCREG-STATUS NOT = "00"
                DISPLAY "Unable to open ESCRREG, file status "
                    WS-ESCREG-STATUS
                MOVE 8 TO RETURN-CODE
                CLOSE ESCROW-PAY-FILE
                CLOSE LOAN-MASTER
            ELSE
                PERFORM OPEN-GL-EXTRACT
                IF WS-GLEXTR-STATUS NOT = "00"
                    DISPLAY "Disbursement run abandoned."
                    MOVE 8 TO RETURN-CODE
                    CLOSE ESCROW-PAY-FILE
                    CLOSE LOAN-MASTER
                    CLOSE ESCROW-REG-FILE
    *> collected less already disbursed - and advance whatever the
    *> balance cannot cover, carried as a receivable on the loan.
    IF LM-LOAN-STATUS = "P" OR LM-LOAN-STATUS = "C"
            OR LM-LOAN-STATUS = "T"
        ADD 1 TO WS-ESCD-REJECTED
        DISPLAY "Disbursement rejected - loan " EP-LOAN-NUMBER
            " is closed (status " LM-LOAN-STATUS ")"

        IF WS-LOANMSTR-STATUS = "00"
            IF LM-LOAN-STATUS = "P" OR LM-LOAN-STATUS = "C"
                    OR LM-LOAN-STATUS = "T"
                DISPLAY "Loan " LM-LOAN-NUMBER " is closed (status "
                    LM-LOAN-STATUS ") - no quote produced."
            ELSE
    *> plus any held unapplied funds must cover the quoted total.
    EVALUATE TRUE
        WHEN LM-LOAN-STATUS = "P" OR LM-LOAN-STATUS = "C"
                OR LM-LOAN-STATUS = "T"
            DISPLAY "Loan " LM-LOAN-NUMBER " is already closed "
                "(status " LM-LOAN-STATUS ")."
        WHEN LM-QUOTE-REFERENCE = SPACES
    MOVE 0 TO LM-ESCROW-COLLECTED.
    MOVE 0 TO LM-ESCROW-DISBURSED.
    MOVE 0 TO LM-ESCROW-ADVANCE.
    PERFORM REVERSE-ACCRUAL-ON-CLOSE.
    MOVE "P" TO LM-LOAN-STATUS.
    MOVE WS-SETTLE-DATE TO LM-PAYOFF-DATE.
    MOVE WS-SETTLE-DATE TO LM-PAID-THRU-DATE.
        END-IF
        PERFORM WRITE-SETTLEMENT-HISTORY-RECORD
        PERFORM WRITE-GL-SETTLEMENT-ENTRIES
        PERFORM WRITE-GL-CLOSE-ACCRUAL-REVERSAL
        PERFORM WRITE-SATISFACTION-LETTER
        DISPLAY "Loan " LM-LOAN-NUMBER " paid off and closed."
        DISPLAY "Escrow refund due borrower: $" WS-SETTLE-REFUND-NET
    END-IF.

MONTHLY-BILLING-MODE.
    DISPLAY "Enter the billing cycle date (YYYYMMDD, 0 = business "
        "date): ".
    ACCEPT WS-BILL-CYCLE-DATE.
    IF WS-BILL-CYCLE-DATE = 0
        MOVE WS-BUSINESS-DATE TO WS-BILL-CYCLE-DATE
    END-IF.

    OPEN INPUT LOAN-MASTER.
    IF WS-LOANMSTR-STATUS NOT = "00"
            END-IF
            MOVE 0 TO WS-BILL-STMT-COUNT
            MOVE 0 TO WS-BILL-TOTAL-BILLED
            MOVE 0 TO WS-BILL-HELD-COUNT
            MOVE WS-BILL-CYCLE-DATE TO WS-HOLD-TEST-DATE
            MOVE "MONTHLY BILLING" TO WS-HX-RUN-NAME
            PERFORM OPEN-HOLD-EXCEPTION-REPORT

            MOVE LOW-VALUES TO LM-LOAN-NUMBER
            START LOAN-MASTER KEY NOT < LM-LOAN-NUMBER
            END-PERFORM

            PERFORM WRITE-BILLING-REGISTER
            PERFORM CLOSE-HOLD-EXCEPTION-REPORT

            CLOSE BILLING-STMT-FILE
            CLOSE LOAN-MASTER
                CLOSE BORROWER-MASTER
            END-IF
            DISPLAY "Statements produced ......: " WS-BILL-STMT-COUNT
            DISPLAY "Statements held ..........: " WS-BILL-HELD-COUNT
            DISPLAY "Billing statements written to BILLSTMT"
        END-IF
    END-IF.
    *> or before the cycle date. Closed loans, loans with nothing
    *> owing and converted records with no due date are skipped.
    IF LM-LOAN-STATUS NOT = "P" AND LM-LOAN-STATUS NOT = "C"
            AND LM-LOAN-STATUS NOT = "T"
            AND LM-CURRENT-BALANCE > 0
            AND LM-NEXT-DUE-DATE NOT = 0
            AND LM-NEXT-DUE-DATE <= WS-BILL-CYCLE-DATE
        *> Bankruptcy and foreclosure holds stop the statement
        *> outright. Forbearance and disaster relief still bill the
        *> current installment, but with no past-due or late charge
        *> demand while the hold is in force.
        MOVE WS-BILL-CYCLE-DATE TO WS-HOLD-TEST-DATE
        PERFORM CHECK-SERVICING-HOLD
        IF WS-HOLD-ACTIVE-FLAG = "Y"
                AND (LM-HOLD-CODE = "B" OR LM-HOLD-CODE = "F")
            MOVE "BILLING STATEMENT" TO WS-HOLD-ACTION
            PERFORM WRITE-HOLD-EXCEPTION
            ADD 1 TO WS-BILL-HELD-COUNT
        ELSE
            PERFORM COMPUTE-AMOUNT-DUE
            IF WS-HOLD-ACTIVE-FLAG = "Y"
                PERFORM SUPPRESS-COLLECTION-DEMAND
            END-IF
            PERFORM WRITE-BILLING-STATEMENT
            ADD 1 TO WS-BILL-STMT-COUNT
            ADD WS-BILL-AMOUNT-DUE TO WS-BILL-TOTAL-BILLED
        END-IF
    END-IF.

SUPPRESS-COLLECTION-DEMAND.
    IF WS-BILL-PAST-DUE-COUNT > 0 OR WS-BILL-LATE-CHARGES > 0
        MOVE "PAST-DUE AND LATE CHARGE DEMAND" TO WS-HOLD-ACTION
        PERFORM WRITE-HOLD-EXCEPTION
    END-IF.
    MOVE 0 TO WS-BILL-PAST-DUE-COUNT.
    MOVE 0 TO WS-BILL-LATE-CHARGES.
    COMPUTE WS-BILL-AMOUNT-DUE =
        LM-TOTAL-PAYMENT - LM-UNAPPLIED-FUNDS.
    IF WS-BILL-AMOUNT-DUE < 0
        MOVE 0 TO WS-BILL-AMOUNT-DUE
    END-IF.

COMPUTE-AMOUNT-DUE.
        PERFORM ADVANCE-DUE-DATE-ONE-MONTH
    END-PERFORM.
    COMPUTE WS-BILL-PAST-DUE-COUNT = WS-BILL-DUE-COUNT - 1.
    MOVE LM-LATE-CHARGES-DUE TO WS-BILL-LATE-CHARGES.

    COMPUTE WS-BILL-AMOUNT-DUE =
        LM-TOTAL-PAYMENT * WS-BILL-DUE-COUNT +
        WS-BILL-LATE-CHARGES - LM-UNAPPLIED-FUNDS.
    IF WS-BILL-AMOUNT-DUE < 0
        MOVE 0 TO WS-BILL-AMOUNT-DUE
    END-IF.
        WRITE BILLING-STMT-LINE
    END-IF.

    IF WS-BILL-LATE-CHARGES > 0
        MOVE "LATE CHARGES DUE                    " TO WS-QL-LABEL
        MOVE WS-BILL-LATE-CHARGES TO WS-QL-AMOUNT
        MOVE WS-QUOTE-AMOUNT-LINE TO BILLING-STMT-LINE
        WRITE BILLING-STMT-LINE
    END-IF.
    MOVE WS-CONTROL-DETAIL-LINE TO BILLING-STMT-LINE.
    WRITE BILLING-STMT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Statements held (see HOLDEXC) " TO WS-CD-LABEL.
    MOVE WS-BILL-HELD-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO BILLING-STMT-LINE.
    WRITE BILLING-STMT-LINE.

BORROWER-FILE-MAINTENANCE.
    DISPLAY "A. Add a new borrower".
    DISPLAY "U. Update a borrower's name, address or phone".

RUN-INVESTOR-REMITTANCE.
    MOVE 0 TO WS-REMIT-NOTFOUND.
    MOVE 0 TO WS-REMIT-PRIOR-COUNT.

    MOVE "N" TO WS-REMIT-EOF-FLAG.
    PERFORM UNTIL WS-REMIT-EOF-FLAG = "Y"
        DISPLAY "Warning: " WS-REMIT-NOTFOUND " cycle postings "
            "reference loans not on the master"
    END-IF.
    IF WS-REMIT-PRIOR-COUNT > 0
        DISPLAY WS-REMIT-PRIOR-COUNT " cycle postings made by the "
            "prior servicer before boarding were left out"
    END-IF.
    DISPLAY "Remittance report written to INVREMIT".

SPLIT-ONE-CYCLE-PAYMENT.
    *> Only the cycle's money movements count: held funds (type U)
    *> carry no P&I, and archive summaries (type S) are prior
    *> years' activity. A reversing entry subtracts what the
    *> posting it backed out added. History boarded with a loan
    *> and dated before it came onto our books is what the prior
    *> servicer collected and remitted, not ours to remit again.
    COMPUTE WS-REMIT-PH-CYCLE = PH-PAYMENT-DATE / 100.
    IF WS-REMIT-PH-CYCLE = WS-REMIT-CYCLE
            AND PH-RECORD-TYPE NOT = "U"
            INVALID KEY
                ADD 1 TO WS-REMIT-NOTFOUND
            NOT INVALID KEY
                IF LM-BOARDED-DATE > 0
                        AND PH-PAYMENT-DATE < LM-BOARDED-DATE
                    ADD 1 TO WS-REMIT-PRIOR-COUNT
                ELSE
                    PERFORM BUCKET-ONE-CYCLE-PAYMENT
                END-IF
        END-READ
    END-IF.


ACCUMULATE-POOL-BALANCE.
    IF LM-LOAN-STATUS NOT = "P" AND LM-LOAN-STATUS NOT = "C"
            AND LM-LOAN-STATUS NOT = "T"
        PERFORM FIND-INVESTOR-BUCKET
        ADD 1 TO WS-IV-LOAN-COUNT(WS-INV-FOUND-IDX)
        ADD LM-CURRENT-BALANCE TO
            MOVE 0 TO WS-TB-TOTAL-BALANCE
            MOVE 0 TO WS-TB-TOTAL-PAYMENT
            MOVE 0 TO WS-TB-TOTAL-ESCROW
            MOVE 0 TO WS-TB-ACCRUING-COUNT
            MOVE 0 TO WS-TB-ACCRUING-BALANCE
            MOVE 0 TO WS-TB-NONACCR-COUNT
            MOVE 0 TO WS-TB-NONACCR-BALANCE
            MOVE 0 TO WS-TB-ACCRUED-INTEREST
            MOVE 0 TO WS-YEAR-STRAT-COUNT
            PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                    UNTIL WS-BAND-IDX > 5
    *> Closed loans carry no balance the portfolio still owns, so
    *> the trial balance and stratifications leave them out.
    IF LM-LOAN-STATUS NOT = "P" AND LM-LOAN-STATUS NOT = "C"
            AND LM-LOAN-STATUS NOT = "T"
        PERFORM ACCUMULATE-OPEN-LOAN-BALANCE
    END-IF.

    COMPUTE WS-TB-TOTAL-ESCROW = WS-TB-TOTAL-ESCROW +
        LM-MONTHLY-TAX + LM-MONTHLY-INSURANCE + LM-MONTHLY-PMI.

    *> Split and accrued receivable as the month-end accrual
    *> register shows them, so the two reports tie.
    IF LM-ACCRUAL-STATUS = "N"
        ADD 1 TO WS-TB-NONACCR-COUNT
        ADD LM-CURRENT-BALANCE TO WS-TB-NONACCR-BALANCE
    ELSE
        ADD 1 TO WS-TB-ACCRUING-COUNT
        ADD LM-CURRENT-BALANCE TO WS-TB-ACCRUING-BALANCE
    END-IF.
    IF LM-ACCRUED-INTEREST > 0 AND LM-ACCRUAL-REVERSED-DATE = 0
        ADD LM-ACCRUED-INTEREST TO WS-TB-ACCRUED-INTEREST
    END-IF.

    EVALUATE TRUE
        WHEN LM-INTEREST-ANNUAL < 0.03
            MOVE 1 TO WS-BAND-IDX
    MOVE WS-TB-STRAT-LINE TO TRIAL-BALANCE-LINE.
    WRITE TRIAL-BALANCE-LINE.

    MOVE SPACES TO WS-TB-STRAT-LINE.
    MOVE "ACCRUING LOANS          " TO WS-TS-LABEL.
    MOVE WS-TB-ACCRUING-COUNT TO WS-TS-COUNT.
    MOVE WS-TB-ACCRUING-BALANCE TO WS-TS-BALANCE.
    MOVE WS-TB-STRAT-LINE TO TRIAL-BALANCE-LINE.
    WRITE TRIAL-BALANCE-LINE.

    MOVE SPACES TO WS-TB-STRAT-LINE.
    MOVE "NON-ACCRUAL LOANS       " TO WS-TS-LABEL.
    MOVE WS-TB-NONACCR-COUNT TO WS-TS-COUNT.
    MOVE WS-TB-NONACCR-BALANCE TO WS-TS-BALANCE.
    MOVE WS-TB-STRAT-LINE TO TRIAL-BALANCE-LINE.
    WRITE TRIAL-BALANCE-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Scheduled P&I per month       " TO WS-CD-LABEL.
    MOVE WS-TB-TOTAL-PAYMENT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO TRIAL-BALANCE-LINE.
    WRITE TRIAL-BALANCE-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Accrued interest receivable   " TO WS-CD-LABEL.
    MOVE WS-TB-ACCRUED-INTEREST TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO TRIAL-BALANCE-LINE.
    WRITE TRIAL-BALANCE-LINE.

    MOVE SPACES TO TRIAL-BALANCE-LINE.
    WRITE TRIAL-BALANCE-LINE.
    MOVE "STRATIFICATION BY INTEREST-RATE BAND" TO TRIAL-BALANCE-LINE.
    IF WS-PAYHIST-STATUS NOT = "00"
        DISPLAY "Unable to open PAYHIST, file status " WS-PAYHIST-STATUS
    ELSE
        *> The master tells a boarded loan's prior-servicer history
        *> from our own postings.
        OPEN INPUT LOAN-MASTER
        IF WS-LOANMSTR-STATUS NOT = "00"
            DISPLAY "Unable to open LOANMSTR, file status "
                WS-LOANMSTR-STATUS
            CLOSE PAYMENT-HISTORY-FILE
        ELSE
            MOVE 0 TO WS-YE-LOAN-COUNT
            MOVE 0 TO WS-YE-DROPPED-COUNT
            MOVE 0 TO WS-YE-PRIOR-COUNT

            MOVE "N" TO WS-YE-EOF-FLAG
            PERFORM UNTIL WS-YE-EOF-FLAG = "Y"
                READ PAYMENT-HISTORY-FILE
                    AT END
                        MOVE "Y" TO WS-YE-EOF-FLAG
                    NOT AT END
                        PERFORM ACCUMULATE-YEAR-END-PAYMENT
                END-READ
            END-PERFORM
            CLOSE PAYMENT-HISTORY-FILE
            CLOSE LOAN-MASTER

            IF WS-YE-DROPPED-COUNT > 0
                DISPLAY "Warning: " WS-YE-DROPPED-COUNT
                    " postings did not fit the statement table"
            END-IF
            IF WS-YE-PRIOR-COUNT > 0
                DISPLAY WS-YE-PRIOR-COUNT " postings made by the "
                    "prior servicer before boarding were left off"
            END-IF

            PERFORM WRITE-YEAR-END-STATEMENTS
        END-IF
    END-IF.

ACCUMULATE-YEAR-END-PAYMENT.
    *> year's totals again. A reversal whose original fell in a
    *> prior statement year has nothing here to net against and
    *> drops out; the original already reported in its own year.
    *> History boarded with a loan and dated before it came onto
    *> our books was collected by the prior servicer, whose own
    *> statement reports it.
    COMPUTE WS-PH-YEAR = PH-PAYMENT-DATE / 10000.
    IF WS-PH-YEAR = WS-STMT-YEAR AND PH-RECORD-TYPE NOT = "U"
        MOVE "N" TO WS-YE-PRIOR-FLAG
        MOVE PH-LOAN-NUMBER TO LM-LOAN-NUMBER
        READ LOAN-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF LM-BOARDED-DATE > 0
                        AND PH-PAYMENT-DATE < LM-BOARDED-DATE
                    MOVE "Y" TO WS-YE-PRIOR-FLAG
                END-IF
        END-READ
        IF WS-YE-PRIOR-FLAG = "Y"
            ADD 1 TO WS-YE-PRIOR-COUNT
        ELSE
            PERFORM TABLE-YEAR-END-PAYMENT
        END-IF
    END-IF.

TABLE-YEAR-END-PAYMENT.
    MOVE "N" TO WS-YE-FOUND-FLAG.
    PERFORM VARYING WS-YE-IDX FROM 1 BY 1
            UNTIL WS-YE-IDX > WS-YE-LOAN-COUNT
            OR WS-YE-FOUND-FLAG = "Y"
        IF WS-YE-LOAN-NUMBER(WS-YE-IDX) = PH-LOAN-NUMBER
            IF PH-RECORD-TYPE = "R"
                PERFORM SUBTRACT-REVERSED-YE-AMOUNTS
            ELSE
                ADD PH-INTEREST-PORTION TO
                    WS-YE-INTEREST(WS-YE-IDX)
                ADD PH-TAX-PORTION TO WS-YE-TAX(WS-YE-IDX)
                ADD PH-INSURANCE-PORTION TO
                    WS-YE-INSURANCE(WS-YE-IDX)
            END-IF
            MOVE "Y" TO WS-YE-FOUND-FLAG
        END-IF
    END-PERFORM.
    IF WS-YE-FOUND-FLAG = "N" AND PH-RECORD-TYPE NOT = "R"
        IF WS-YE-LOAN-COUNT < 1000
            ADD 1 TO WS-YE-LOAN-COUNT
            MOVE PH-LOAN-NUMBER TO
                WS-YE-LOAN-NUMBER(WS-YE-LOAN-COUNT)
            MOVE PH-INTEREST-PORTION TO
                WS-YE-INTEREST(WS-YE-LOAN-COUNT)
            MOVE PH-TAX-PORTION TO WS-YE-TAX(WS-YE-LOAN-COUNT)
            MOVE PH-INSURANCE-PORTION TO
                WS-YE-INSURANCE(WS-YE-LOAN-COUNT)
        ELSE
            ADD 1 TO WS-YE-DROPPED-COUNT
        END-IF
    END-IF.

            AND LM-CURRENT-BALANCE > 0
            AND LM-LOAN-STATUS NOT = "P"
            AND LM-LOAN-STATUS NOT = "C"
            AND LM-LOAN-STATUS NOT = "T"
        PERFORM FIND-INDEX-RATE
        IF WS-REPRICE-FOUND-FLAG = "N"
            ADD 1 TO WS-REPRICE-NOINDEX-COUNT
    WRITE RATE-NOTICE-LINE.

ACH-DRAFT-MODE.
    DISPLAY "Enter the draft settlement date (YYYYMMDD, 0 = business "
        "date): ".
    ACCEPT WS-ACH-DRAFT-DATE.
    IF WS-ACH-DRAFT-DATE = 0
        MOVE WS-BUSINESS-DATE TO WS-ACH-DRAFT-DATE
    END-IF.
    *> The drafts can only settle on a banking day, so a weekend or
    *> holiday settlement date moves to the next one - and the
    *> installments falling due over the closed days draft with it.
    MOVE WS-ACH-DRAFT-DATE TO WS-BANK-DATE.
    PERFORM ROLL-TO-BANKING-DAY.
    IF WS-BANK-DATE NOT = WS-ACH-DRAFT-DATE
        DISPLAY "Settlement date " WS-ACH-DRAFT-DATE
            " is not a banking day - drafts settle " WS-BANK-DATE
        MOVE WS-BANK-DATE TO WS-ACH-DRAFT-DATE
    END-IF.

    OPEN INPUT LOAN-MASTER.
    IF WS-LOANMSTR-STATUS NOT = "00"
        DISPLAY "Unable to open LOANMSTR, file status "
            WS-LOANMSTR-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        *> Without the borrower master there are no bank details
        *> to draft from, so the run cannot proceed.
            DISPLAY "Unable to open BORRMSTR, file status "
                WS-BORRMSTR-STATUS
            DISPLAY "Draft run abandoned."
            MOVE 8 TO RETURN-CODE
            CLOSE LOAN-MASTER
        ELSE
            OPEN OUTPUT ACH-FILE
            IF WS-ACHOUT-STATUS NOT = "00"
                DISPLAY "Unable to open ACHOUT, file status "
                    WS-ACHOUT-STATUS
                MOVE 8 TO RETURN-CODE
                CLOSE LOAN-MASTER
                CLOSE BORROWER-MASTER
            ELSE
                    DISPLAY "Unable to open PAYIN, file status "
                        WS-PAYIN-STATUS
                    DISPLAY "Draft run abandoned."
                    MOVE 8 TO RETURN-CODE
                    CLOSE LOAN-MASTER
                    CLOSE BORROWER-MASTER
                    CLOSE ACH-FILE
    MOVE 0 TO WS-ACH-ENTRY-HASH.
    MOVE 0 TO WS-ACH-TOTAL-DEBITS.
    MOVE "N" TO WS-ACH-STOP-FLAG.
    MOVE 0 TO WS-ACH-HELD-COUNT.
    MOVE WS-ACH-DRAFT-DATE TO WS-HOLD-TEST-DATE.
    MOVE "ACH DRAFT" TO WS-HX-RUN-NAME.
    PERFORM OPEN-HOLD-EXCEPTION-REPORT.

    PERFORM WRITE-ACH-FILE-HEADER.

    CLOSE BORROWER-MASTER.
    CLOSE ACH-FILE.
    CLOSE PAYMENT-TRANS-FILE.
    PERFORM CLOSE-HOLD-EXCEPTION-REPORT.

    DISPLAY "Drafts generated .........: " WS-ACH-DRAFT-COUNT.
    DISPLAY "Enrollments skipped ......: " WS-ACH-SKIP-COUNT.
    DISPLAY "Drafts held ..............: " WS-ACH-HELD-COUNT.
    DISPLAY "Total drafted ............: $" WS-ACH-TOTAL-DEBITS.
    DISPLAY "ACH debit file written to ACHOUT; matching "
        "transactions appended to PAYIN".
WRITE-ACH-FILE-HEADER.
    MOVE WS-ACH-IMMED-DEST TO WS-A1-DEST.
    MOVE WS-ACH-COMPANY-ID TO WS-A1-ORIGIN.
    *> The file is dated for the business day it belongs to; only
    *> the creation time comes off the clock.
    MOVE FUNCTION CURRENT-DATE TO WS-ACH-TIMESTAMP.
    MOVE WS-BUSINESS-DATE TO WS-ACH-TIMESTAMP(1:8).
    MOVE WS-ACH-TIMESTAMP(3:6) TO WS-A1-DATE.
    MOVE WS-ACH-TIMESTAMP(9:4) TO WS-A1-TIME.
    MOVE "ORIGINATING BANK" TO WS-A1-DEST-NAME.
    *> enrolled in autopay with usable bank details. The draft is
    *> the full payment plus any late charges due.
    IF LM-LOAN-STATUS NOT = "P" AND LM-LOAN-STATUS NOT = "C"
            AND LM-LOAN-STATUS NOT = "T"
            AND LM-CURRENT-BALANCE > 0
            AND LM-NEXT-DUE-DATE NOT = 0
            AND LM-NEXT-DUE-DATE <= WS-ACH-DRAFT-DATE
    END-IF.

DRAFT-ONE-ENROLLED-LOAN.
    *> No draft is taken while a servicing hold is in force.
    MOVE WS-ACH-DRAFT-DATE TO WS-HOLD-TEST-DATE.
    PERFORM CHECK-SERVICING-HOLD.
    IF WS-HOLD-ACTIVE-FLAG = "Y"
        MOVE "ACH DRAFT" TO WS-HOLD-ACTION
        PERFORM WRITE-HOLD-EXCEPTION
        ADD 1 TO WS-ACH-HELD-COUNT
    ELSE
        IF BR-ACH-ROUTING(1:8) NOT NUMERIC
            ADD 1 TO WS-ACH-SKIP-COUNT
            DISPLAY "Draft skipped - borrower " BR-BORROWER-ID
                " enrolled with an unusable routing number"
        ELSE
            COMPUTE WS-ACH-AMOUNT =
                LM-TOTAL-PAYMENT + LM-LATE-CHARGES-DUE
            ADD 1 TO WS-ACH-DRAFT-COUNT

            IF BR-ACH-ACCT-TYPE = "S"
                MOVE "37" TO WS-A6-TRAN-CODE
            ELSE
                MOVE "27" TO WS-A6-TRAN-CODE
            END-IF
            MOVE BR-ACH-ROUTING TO WS-A6-ROUTING
            MOVE BR-ACH-ACCOUNT TO WS-A6-ACCOUNT
            COMPUTE WS-A6-AMOUNT = WS-ACH-AMOUNT * 100
            MOVE LM-LOAN-NUMBER TO WS-A6-INDIVIDUAL-ID
            MOVE BR-NAME TO WS-A6-NAME
            MOVE WS-ACH-ODFI-ID TO WS-A6-TRACE-ODFI
            MOVE WS-ACH-DRAFT-COUNT TO WS-A6-TRACE-SEQ
            MOVE WS-ACH-ENTRY-DETAIL TO ACH-RECORD
            WRITE ACH-RECORD
            IF WS-ACHOUT-STATUS NOT = "00"
                DISPLAY "ACHOUT write failed, file status "
                    WS-ACHOUT-STATUS
                MOVE "Y" TO WS-ACH-STOP-FLAG
            END-IF

            MOVE BR-ACH-ROUTING(1:8) TO WS-ACH-ROUTING-8
            ADD WS-ACH-ROUTING-8 TO WS-ACH-ENTRY-HASH
                ON SIZE ERROR
                    *> The entry hash carries only its low-order ten
                    *> digits, the same truncation the bank applies.
                    CONTINUE
            END-ADD
            ADD WS-ACH-AMOUNT TO WS-ACH-TOTAL-DEBITS

            *> The matching lockbox-format transaction settles the
            *> draft through the ordinary posting run; its key also
            *> lets the return run pull the draft back off PAYIN.
            MOVE LM-LOAN-NUMBER TO PT-LOAN-NUMBER
            MOVE WS-ACH-DRAFT-DATE TO PT-PAYMENT-DATE
            MOVE WS-ACH-AMOUNT TO PT-AMOUNT-RECEIVED
            WRITE PAYMENT-TRANS-RECORD
            IF WS-PAYIN-STATUS NOT = "00"
                DISPLAY "PAYIN write failed, file status "
                    WS-PAYIN-STATUS
                DISPLAY "Draft run stopped - loan " LM-LOAN-NUMBER
                    " drafted with no PAYIN transaction - remove it "
                    "from ACHOUT by hand"
                MOVE "Y" TO WS-ACH-STOP-FLAG
            END-IF
        END-IF
    END-IF.

                "through the reversal run"
        END-IF
    END-PERFORM.

CHARGEOFF-REGISTER-MODE.
    DISPLAY "Enter the register cycle (YYYYMM): ".
    ACCEPT WS-COREG-CYCLE.

    OPEN INPUT LOAN-MASTER.
    IF WS-LOANMSTR-STATUS NOT = "00"
        DISPLAY "Unable to open LOANMSTR, file status "
            WS-LOANMSTR-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT CHGOFF-REGISTER-FILE
        IF WS-COREG-STATUS NOT = "00"
            DISPLAY "Unable to open COREG, file status "
                WS-COREG-STATUS
            MOVE 8 TO RETURN-CODE
            CLOSE LOAN-MASTER
        ELSE
            PERFORM RUN-CHARGEOFF-REGISTER
        END-IF
    END-IF.

RUN-CHARGEOFF-REGISTER.
    MOVE 0 TO WS-COREG-CO-COUNT.
    MOVE 0 TO WS-COREG-CO-AMOUNT.
    MOVE 0 TO WS-COREG-REC-COUNT.
    MOVE 0 TO WS-COREG-REC-AMOUNT.
    MOVE 0 TO WS-COREG-LTD-CO-AMOUNT.
    MOVE 0 TO WS-COREG-LTD-REC-AMOUNT.

    MOVE WS-COREG-CYCLE TO WS-CH-CYCLE.
    MOVE WS-COREG-HEADING-1 TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.
    MOVE SPACES TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.
    MOVE WS-COREG-HEADING-2 TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.
    MOVE WS-COREG-HEADING-3 TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.

    *> First pass: the master, for the cycle's charge-offs and the
    *> written-off and recovered totals to date.
    MOVE LOW-VALUES TO LM-LOAN-NUMBER.
    START LOAN-MASTER KEY NOT < LM-LOAN-NUMBER
        INVALID KEY
            MOVE "Y" TO WS-COREG-EOF-FLAG
        NOT INVALID KEY
            MOVE "N" TO WS-COREG-EOF-FLAG
    END-START.
    PERFORM UNTIL WS-COREG-EOF-FLAG = "Y"
        READ LOAN-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-COREG-EOF-FLAG
            NOT AT END
                PERFORM REGISTER-ONE-CHARGED-OFF-LOAN
        END-READ
    END-PERFORM.
    CLOSE LOAN-MASTER.

    MOVE SPACES TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.
    MOVE WS-COREG-HEADING-4 TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.
    MOVE WS-COREG-HEADING-5 TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.

    *> Second pass: the posted-payment trail, for the cycle's
    *> recoveries. No trail yet simply means none were posted.
    OPEN INPUT PAYMENT-HISTORY-FILE.
    IF WS-PAYHIST-STATUS = "00"
        MOVE "N" TO WS-COREG-EOF-FLAG
        PERFORM UNTIL WS-COREG-EOF-FLAG = "Y"
            READ PAYMENT-HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-COREG-EOF-FLAG
                NOT AT END
                    PERFORM REGISTER-ONE-RECOVERY
            END-READ
        END-PERFORM
        CLOSE PAYMENT-HISTORY-FILE
    ELSE
        IF WS-PAYHIST-STATUS NOT = "35"
            DISPLAY "Unable to open PAYHIST, file status "
                WS-PAYHIST-STATUS " - recoveries not listed"
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

    PERFORM WRITE-CHARGEOFF-REGISTER-TOTALS.
    CLOSE CHGOFF-REGISTER-FILE.

    DISPLAY "Loans charged off in cycle : " WS-COREG-CO-COUNT.
    DISPLAY "Recoveries posted in cycle : " WS-COREG-REC-COUNT.
    DISPLAY "Charge-off register written to COREG".

REGISTER-ONE-CHARGED-OFF-LOAN.
    *> Loans marked C before write-offs were recorded carry no
    *> written-off amounts and are left off the register.
    IF LM-LOAN-STATUS = "C" AND LM-CHARGEOFF-DATE NOT = 0
        COMPUTE WS-CHGOFF-TOTAL =
            LM-CHARGEOFF-PRINCIPAL + LM-CHARGEOFF-LATE +
            LM-CHARGEOFF-ADVANCE
        ADD WS-CHGOFF-TOTAL TO WS-COREG-LTD-CO-AMOUNT
        ADD LM-RECOVERED-AMOUNT TO WS-COREG-LTD-REC-AMOUNT
        COMPUTE WS-COREG-DATE-CYCLE = LM-CHARGEOFF-DATE / 100
        IF WS-COREG-DATE-CYCLE = WS-COREG-CYCLE
            ADD 1 TO WS-COREG-CO-COUNT
            ADD WS-CHGOFF-TOTAL TO WS-COREG-CO-AMOUNT
            MOVE SPACES TO WS-COREG-CO-LINE
            MOVE LM-LOAN-NUMBER         TO WS-CR-LOAN-NUMBER
            MOVE LM-CHARGEOFF-DATE      TO WS-CR-DATE
            MOVE LM-CHARGEOFF-PRINCIPAL TO WS-CR-PRINCIPAL
            MOVE LM-CHARGEOFF-LATE      TO WS-CR-LATE
            MOVE LM-CHARGEOFF-ADVANCE   TO WS-CR-ADVANCE
            MOVE WS-CHGOFF-TOTAL        TO WS-CR-TOTAL
            MOVE WS-COREG-CO-LINE TO CHGOFF-REGISTER-LINE
            WRITE CHGOFF-REGISTER-LINE
        END-IF
    END-IF.

REGISTER-ONE-RECOVERY.
    COMPUTE WS-COREG-DATE-CYCLE = PH-PAYMENT-DATE / 100.
    IF PH-RECORD-TYPE = "C" AND WS-COREG-DATE-CYCLE = WS-COREG-CYCLE
        ADD 1 TO WS-COREG-REC-COUNT
        ADD PH-AMOUNT-RECEIVED TO WS-COREG-REC-AMOUNT
        MOVE SPACES TO WS-COREG-REC-LINE
        MOVE PH-LOAN-NUMBER     TO WS-CV-LOAN-NUMBER
        MOVE PH-PAYMENT-DATE    TO WS-CV-DATE
        MOVE PH-AMOUNT-RECEIVED TO WS-CV-AMOUNT
        MOVE WS-COREG-REC-LINE TO CHGOFF-REGISTER-LINE
        WRITE CHGOFF-REGISTER-LINE
    END-IF.

WRITE-CHARGEOFF-REGISTER-TOTALS.
    MOVE SPACES TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Loans charged off in cycle    " TO WS-CD-LABEL.
    MOVE WS-COREG-CO-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Amount charged off in cycle   " TO WS-CD-LABEL.
    MOVE WS-COREG-CO-AMOUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Recoveries posted in cycle    " TO WS-CD-LABEL.
    MOVE WS-COREG-REC-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Amount recovered in cycle     " TO WS-CD-LABEL.
    MOVE WS-COREG-REC-AMOUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.

    COMPUTE WS-COREG-NET-AMOUNT =
        WS-COREG-CO-AMOUNT - WS-COREG-REC-AMOUNT.
    MOVE SPACES TO WS-COREG-NET-LINE.
    MOVE "Net charge-offs in cycle      " TO WS-CN-LABEL.
    MOVE WS-COREG-NET-AMOUNT TO WS-CN-VALUE.
    MOVE WS-COREG-NET-LINE TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.

    MOVE SPACES TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Written off to date           " TO WS-CD-LABEL.
    MOVE WS-COREG-LTD-CO-AMOUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Recovered to date             " TO WS-CD-LABEL.
    MOVE WS-COREG-LTD-REC-AMOUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.

    COMPUTE WS-COREG-NET-AMOUNT =
        WS-COREG-LTD-CO-AMOUNT - WS-COREG-LTD-REC-AMOUNT.
    MOVE SPACES TO WS-COREG-NET-LINE.
    MOVE "Net loss to date              " TO WS-CN-LABEL.
    MOVE WS-COREG-NET-AMOUNT TO WS-CN-VALUE.
    MOVE WS-COREG-NET-LINE TO CHGOFF-REGISTER-LINE.
    WRITE CHGOFF-REGISTER-LINE.

LOAN-MODIFICATION-MODE.
    MOVE WS-BUSINESS-DATE TO WS-MOD-EFF-DATE.

    OPEN I-O LOAN-MASTER.
    IF WS-LOANMSTR-STATUS NOT = "00"
        DISPLAY "Unable to open LOANMSTR, file status "
            WS-LOANMSTR-STATUS
    ELSE
        DISPLAY "Enter the loan number to modify: "
        ACCEPT LM-LOAN-NUMBER
        READ LOAN-MASTER
            INVALID KEY
                DISPLAY "Loan " LM-LOAN-NUMBER " not found."
        END-READ
        IF WS-LOANMSTR-STATUS = "00"
            PERFORM CHECK-LOAN-MODIFIABLE
            IF WS-MOD-VALID-FLAG = "Y"
                PERFORM ACCEPT-MODIFICATION-TERMS
                IF WS-MOD-VALID-FLAG = "Y"
                    PERFORM COMPUTE-MODIFIED-TERMS
                END-IF
                IF WS-MOD-VALID-FLAG = "Y"
                    PERFORM APPROVE-LOAN-MODIFICATION
                END-IF
            END-IF
            IF WS-MOD-VALID-FLAG = "N"
                DISPLAY "Loan not modified: " WS-MOD-REJECT-REASON
            ELSE
                PERFORM APPLY-LOAN-MODIFICATION
            END-IF
        END-IF
        CLOSE LOAN-MASTER
    END-IF.

CHECK-LOAN-MODIFIABLE.
    *> Held unapplied funds are the borrower's money toward the very
    *> arrears being capitalized, so they are applied or refunded
    *> before the workout, the same rule as a charge-off.
    MOVE "Y" TO WS-MOD-VALID-FLAG.
    MOVE SPACES TO WS-MOD-REJECT-REASON.

    IF LM-LOAN-STATUS = "P" OR LM-LOAN-STATUS = "C"
            OR LM-LOAN-STATUS = "T"
        MOVE "N" TO WS-MOD-VALID-FLAG
        MOVE "the loan is closed" TO WS-MOD-REJECT-REASON
    ELSE
        IF LM-CURRENT-BALANCE = 0
            MOVE "N" TO WS-MOD-VALID-FLAG
            MOVE "the loan has no balance to re-amortize"
                TO WS-MOD-REJECT-REASON
        ELSE
            IF LM-UNAPPLIED-FUNDS > 0
                MOVE "N" TO WS-MOD-VALID-FLAG
                MOVE "apply or refund the unapplied funds first"
                    TO WS-MOD-REJECT-REASON
            END-IF
        END-IF
    END-IF.

ACCEPT-MODIFICATION-TERMS.
    DISPLAY "Enter the reason code (HD, UN, IL, DS, DV, DC, OT): ".
    ACCEPT WS-MOD-REASON.

    MOVE "N" TO WS-MOD-CAP-LATE-FLAG.
    IF LM-LATE-CHARGES-DUE > 0
        DISPLAY "Capitalize the late charges due of "
            LM-LATE-CHARGES-DUE " (Y/N): "
        ACCEPT WS-MOD-CAP-LATE-FLAG
    END-IF.

    MOVE LM-INTEREST-ANNUAL TO WS-MOD-NEW-RATE.
    DISPLAY "Change the interest rate from " LM-INTEREST-ANNUAL
        " (Y/N): ".
    ACCEPT WS-MOD-RATE-FLAG.
    IF WS-MOD-RATE-FLAG = "Y"
        DISPLAY "Enter the new annual rate as a decimal "
            "(e.g. 0.04): "
        ACCEPT WS-MOD-NEW-RATE
    END-IF.

    MOVE 0 TO WS-MOD-TERM-MONTHS.
    MOVE 0 TO WS-MOD-MATURITY.
    DISPLAY "Re-amortize over a new (T)erm, to a new (M)aturity, "
        "or (K)eep the current maturity: ".
    ACCEPT WS-MOD-TERM-CHOICE.
    IF WS-MOD-TERM-CHOICE = "T"
        DISPLAY "Enter the new term in months from the next "
            "installment (e.g. 480): "
        ACCEPT WS-MOD-TERM-MONTHS
    END-IF.
    IF WS-MOD-TERM-CHOICE = "M"
        DISPLAY "Enter the new maturity (YYYYMM): "
        ACCEPT WS-MOD-MATURITY
    END-IF.

    IF WS-MOD-REASON NOT = "HD" AND WS-MOD-REASON NOT = "UN"
            AND WS-MOD-REASON NOT = "IL" AND WS-MOD-REASON NOT = "DS"
            AND WS-MOD-REASON NOT = "DV" AND WS-MOD-REASON NOT = "DC"
            AND WS-MOD-REASON NOT = "OT"
        MOVE "N" TO WS-MOD-VALID-FLAG
        MOVE "reason code is not recognized" TO WS-MOD-REJECT-REASON
    ELSE
        IF WS-MOD-CAP-LATE-FLAG NOT = "Y"
                AND WS-MOD-CAP-LATE-FLAG NOT = "N"
            MOVE "N" TO WS-MOD-VALID-FLAG
            MOVE "capitalize late charges must be Y or N"
                TO WS-MOD-REJECT-REASON
        ELSE
            IF WS-MOD-NEW-RATE > WS-INTEREST-ANNUAL-MAX
                MOVE "N" TO WS-MOD-VALID-FLAG
                MOVE "annual interest rate exceeds the allowed maximum"
                    TO WS-MOD-REJECT-REASON
            ELSE
                IF WS-MOD-TERM-CHOICE NOT = "T"
                        AND WS-MOD-TERM-CHOICE NOT = "M"
                        AND WS-MOD-TERM-CHOICE NOT = "K"
                    MOVE "N" TO WS-MOD-VALID-FLAG
                    MOVE "term choice must be T, M or K"
                        TO WS-MOD-REJECT-REASON
                ELSE
                    IF WS-MOD-TERM-CHOICE = "T"
                            AND WS-MOD-TERM-MONTHS = 0
                        MOVE "N" TO WS-MOD-VALID-FLAG
                        MOVE "the new term must be at least one month"
                            TO WS-MOD-REJECT-REASON
                    END-IF
                    IF WS-MOD-TERM-CHOICE = "M"
                            AND (WS-MOD-MAT-MONTH < 1
                              OR WS-MOD-MAT-MONTH > 12)
                        MOVE "N" TO WS-MOD-VALID-FLAG
                        MOVE "the new maturity is not a valid YYYYMM"
                            TO WS-MOD-REJECT-REASON
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

COMPUTE-MODIFIED-TERMS.
    *> Every installment that fell due before the effective date
    *> and was not paid is in arrears; each one's interest is the
    *> month's interest on the balance, the same split posting
    *> would have taken had it been paid. The loan is then paid
    *> through the last of them and the first installment under
    *> the new terms is the next one on the same due day.
    MOVE LM-PAID-THRU-DATE TO WS-MOD-PAID-THRU.
    IF LM-NEXT-DUE-DATE = 0
        MOVE LM-ORIGINATION-DATE TO WS-DUE-DATE-NUM
        PERFORM ADVANCE-DUE-DATE-ONE-MONTH
    ELSE
        MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
    END-IF.
    MOVE 0 TO WS-MOD-MISSED-COUNT.
    PERFORM UNTIL WS-DUE-DATE-NUM >= WS-MOD-EFF-DATE
        ADD 1 TO WS-MOD-MISSED-COUNT
        MOVE WS-DUE-DATE-NUM TO WS-MOD-PAID-THRU
        PERFORM ADVANCE-DUE-DATE-ONE-MONTH
    END-PERFORM.
    MOVE WS-DUE-DATE-NUM TO WS-MOD-NEXT-DUE.

    COMPUTE WS-MOD-MONTH-INTEREST ROUNDED =
        LM-CURRENT-BALANCE * LM-INTEREST-ANNUAL / 12.
    COMPUTE WS-MOD-CAP-INTEREST =
        WS-MOD-MONTH-INTEREST * WS-MOD-MISSED-COUNT.
    MOVE LM-ESCROW-ADVANCE TO WS-MOD-CAP-ESCROW.
    IF WS-MOD-CAP-LATE-FLAG = "Y"
        MOVE LM-LATE-CHARGES-DUE TO WS-MOD-CAP-LATE
    ELSE
        MOVE 0 TO WS-MOD-CAP-LATE
    END-IF.
    COMPUTE WS-MOD-CAP-TOTAL =
        WS-MOD-CAP-INTEREST + WS-MOD-CAP-ESCROW + WS-MOD-CAP-LATE.
    COMPUTE WS-MOD-NEW-BALANCE =
        LM-CURRENT-BALANCE + WS-MOD-CAP-TOTAL.

    *> Installments are numbered from origination, the first falling
    *> one month after it, so the new next installment's number and
    *> the term in months give how many are left to amortize over.
    MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE-NUM.
    MOVE WS-MOD-NEXT-DUE TO WS-DUE-DATE-NUM.
    COMPUTE WS-MOD-NEXT-INSTALLMENT =
        (WS-DUE-YEAR - WS-ORIG-YEAR-PART) * 12 +
        WS-DUE-MONTH - WS-ORIG-MONTH-PART.

    EVALUATE WS-MOD-TERM-CHOICE
        WHEN "T"
            COMPUTE WS-MOD-TOTAL-MONTHS =
                WS-MOD-NEXT-INSTALLMENT - 1 + WS-MOD-TERM-MONTHS
        WHEN "M"
            COMPUTE WS-MOD-TOTAL-MONTHS =
                (WS-MOD-MAT-YEAR - WS-ORIG-YEAR-PART) * 12 +
                WS-MOD-MAT-MONTH - WS-ORIG-MONTH-PART
        WHEN OTHER
            COMPUTE WS-MOD-TOTAL-MONTHS = LM-YEARS * 12
    END-EVALUATE.

    IF WS-MOD-TOTAL-MONTHS < 1
        MOVE 0 TO WS-MOD-NEW-YEARS
    ELSE
        COMPUTE WS-MOD-NEW-YEARS = (WS-MOD-TOTAL-MONTHS + 11) / 12
    END-IF.
    COMPUTE WS-MOD-REMAINING =
        WS-MOD-NEW-YEARS * 12 - WS-MOD-NEXT-INSTALLMENT + 1.

    IF WS-MOD-NEW-YEARS > 99
        MOVE "N" TO WS-MOD-VALID-FLAG
        MOVE "the new maturity is more than 99 years from origination"
            TO WS-MOD-REJECT-REASON
    ELSE
        IF WS-MOD-REMAINING < 1
            MOVE "N" TO WS-MOD-VALID-FLAG
            MOVE "the maturity falls before the next installment"
                TO WS-MOD-REJECT-REASON
        ELSE
            MOVE WS-MOD-NEW-BALANCE TO WS-ARM-BALANCE
            MOVE WS-MOD-REMAINING TO WS-ARM-REMAINING-MONTHS
            COMPUTE WS-INTEREST-MONTHLY = WS-MOD-NEW-RATE / 12
            PERFORM RECOMPUTE-ARM-PAYMENT
        END-IF
    END-IF.

APPROVE-LOAN-MODIFICATION.
    *> The workout capitalizes into the balance, so it is approved
    *> by a second operator under dual control - once the terms are
    *> worked out, so the approver signs for what will be applied.
    MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE-NUM.
    COMPUTE WS-MOD-MONTH-INDEX =
        WS-ORIG-YEAR-PART * 12 + WS-ORIG-MONTH-PART - 1 +
        WS-MOD-NEW-YEARS * 12.
    DIVIDE WS-MOD-MONTH-INDEX BY 12
        GIVING WS-MOD-MAT-YEAR REMAINDER WS-MOD-MAT-MONTH.
    ADD 1 TO WS-MOD-MAT-MONTH.
    DISPLAY "Modification of loan " LM-LOAN-NUMBER
        " for approval:".
    DISPLAY "Installments capitalized .: " WS-MOD-MISSED-COUNT.
    DISPLAY "Interest capitalized .....: $" WS-MOD-CAP-INTEREST.
    DISPLAY "Escrow capitalized .......: $" WS-MOD-CAP-ESCROW.
    DISPLAY "Late charges capitalized .: $" WS-MOD-CAP-LATE.
    DISPLAY "New balance ..............: $" WS-MOD-NEW-BALANCE.
    DISPLAY "New annual rate ..........: " WS-MOD-NEW-RATE.
    DISPLAY "New maturity (YYYYMM) ....: " WS-MOD-MATURITY.
    DISPLAY "New monthly payment (P&I) : $" WS-ARM-PAYMENT.
    DISPLAY "Next payment due .........: " WS-MOD-NEXT-DUE.

    MOVE SPACES TO WS-APPROVAL-ACTION.
    STRING "APPROVED MODIFICATION OF " LM-LOAN-NUMBER
        DELIMITED BY SIZE INTO WS-APPROVAL-ACTION.
    PERFORM OBTAIN-SECOND-APPROVAL.
    IF WS-APPROVAL-FLAG = "N"
        MOVE "N" TO WS-MOD-VALID-FLAG
        MOVE "the second approval was refused" TO WS-MOD-REJECT-REASON
    ELSE
        MOVE WS-APPROVER-ID TO WS-MOD-APPROVER
    END-IF.

APPLY-LOAN-MODIFICATION.
    *> The capitalized arrears and their GL pairs stand or fall
    *> together, so the extract must be there before the balance
    *> moves - same rule as the keyed balance update.
    PERFORM OPEN-GL-EXTRACT.
    IF WS-GLEXTR-STATUS NOT = "00"
        DISPLAY "Loan not modified - the capitalization cannot "
            "post to the GL."
    ELSE
        MOVE LM-CURRENT-BALANCE TO WS-MOD-OLD-BALANCE
        MOVE LM-INTEREST-ANNUAL TO WS-MOD-OLD-RATE
        MOVE LM-YEARS           TO WS-MOD-OLD-YEARS
        MOVE LM-MONTHLY-PAYMENT TO WS-MOD-OLD-PAYMENT
        MOVE LM-TOTAL-PAYMENT   TO WS-MOD-OLD-TOTAL-PAYMENT
        MOVE LM-NEXT-DUE-DATE   TO WS-MOD-OLD-NEXT-DUE
        PERFORM COMPUTE-LOAN-MATURITY
        MOVE WS-MOD-MATURITY    TO WS-MOD-OLD-MATURITY

        MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
        MOVE WS-MOD-NEW-BALANCE TO LM-CURRENT-BALANCE
        MOVE 0 TO LM-ESCROW-ADVANCE
        IF WS-MOD-CAP-LATE-FLAG = "Y"
            MOVE 0 TO LM-LATE-CHARGES-DUE
        END-IF
        MOVE WS-MOD-NEW-RATE  TO LM-INTEREST-ANNUAL
        MOVE WS-MOD-NEW-YEARS TO LM-YEARS
        MOVE WS-ARM-PAYMENT   TO LM-MONTHLY-PAYMENT
        COMPUTE LM-TOTAL-PAYMENT =
            LM-MONTHLY-PAYMENT + LM-MONTHLY-TAX +
            LM-MONTHLY-INSURANCE + LM-MONTHLY-PMI
        MOVE WS-MOD-NEXT-DUE  TO LM-NEXT-DUE-DATE
        MOVE WS-MOD-PAID-THRU TO LM-PAID-THRU-DATE
        MOVE WS-MOD-EFF-DATE  TO LM-MODIFIED-DATE
        ADD 1 TO LM-MODIFICATION-COUNT
        ADD WS-MOD-CAP-TOTAL TO LM-CAPITALIZED-AMOUNT
        *> Any outstanding payoff quote was figured on the old terms.
        MOVE SPACES TO LM-QUOTE-REFERENCE
        MOVE 0 TO LM-QUOTE-TOTAL
        MOVE 0 TO LM-QUOTE-GOOD-THRU

        REWRITE LOAN-MASTER-RECORD
        IF WS-LOANMSTR-STATUS = "00"
            PERFORM WRITE-MASTER-JOURNAL
            PERFORM WRITE-GL-MODIFICATION-ENTRIES
            PERFORM WRITE-MODIFICATION-HISTORY
            PERFORM WRITE-MODIFIED-TERMS-LETTER
            DISPLAY "Loan " LM-LOAN-NUMBER " modified."
            DISPLAY "Installments capitalized .: " WS-MOD-MISSED-COUNT
            DISPLAY "Interest capitalized .....: $" WS-MOD-CAP-INTEREST
            DISPLAY "Escrow capitalized .......: $" WS-MOD-CAP-ESCROW
            DISPLAY "Late charges capitalized .: $" WS-MOD-CAP-LATE
            DISPLAY "New balance ..............: $" LM-CURRENT-BALANCE
            DISPLAY "New monthly payment (P&I) : $" LM-MONTHLY-PAYMENT
            DISPLAY "Next payment due .........: " LM-NEXT-DUE-DATE
        ELSE
            DISPLAY "Unable to modify loan, file status "
                WS-LOANMSTR-STATUS
        END-IF
        PERFORM CLOSE-GL-EXTRACT
        IF WS-LOANMSTR-STATUS = "00"
            IF WS-GL-WRITE-ERROR-FLAG = "N"
                DISPLAY "GL extract written to GLEXTRCT, "
                    "hash total " WS-GL-HASH-TOTAL
            ELSE
                DISPLAY "GL extract incomplete - reconcile the "
                    "capitalization by hand."
            END-IF
        END-IF
    END-IF.

COMPUTE-LOAN-MATURITY.
    *> Month of the final installment - the term's worth of months
    *> after origination.
    MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE-NUM.
    COMPUTE WS-MOD-MONTH-INDEX =
        WS-ORIG-YEAR-PART * 12 + WS-ORIG-MONTH-PART - 1 +
        LM-YEARS * 12.
    DIVIDE WS-MOD-MONTH-INDEX BY 12
        GIVING WS-MOD-MAT-YEAR REMAINDER WS-MOD-MAT-MONTH.
    ADD 1 TO WS-MOD-MAT-MONTH.

WRITE-GL-MODIFICATION-ENTRIES.
    *> Capitalized arrears become principal: the missed interest is
    *> earned now, the servicer's escrow advance is repaid out of
    *> the new balance, and late charges - never booked as a
    *> receivable - are earned as fee income. On a non-accrual
    *> loan the missed interest is exactly what the accrual run
    *> keeps out of income, so it is deferred instead, for
    *> accounting to recognize as the loan performs.
    IF WS-MOD-CAP-INTEREST > 0
        MOVE WS-MOD-CAP-INTEREST TO WS-GL-AMOUNT
        MOVE WS-GL-ACCT-LOANS-RECV TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
        IF LM-ACCRUAL-STATUS = "N"
            MOVE WS-GL-ACCT-DEFERRED-INT TO WS-GL-ACCOUNT
        ELSE
            MOVE WS-GL-ACCT-INT-INCOME TO WS-GL-ACCOUNT
        END-IF
        MOVE "C" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
    END-IF.
    IF WS-MOD-CAP-ESCROW > 0
        MOVE WS-MOD-CAP-ESCROW TO WS-GL-AMOUNT
        MOVE WS-GL-ACCT-LOANS-RECV TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-ESCROW-ADVANCE TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
    END-IF.
    IF WS-MOD-CAP-LATE > 0
        MOVE WS-MOD-CAP-LATE TO WS-GL-AMOUNT
        MOVE WS-GL-ACCT-LOANS-RECV TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-FEE-INCOME TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
    END-IF.

WRITE-MODIFICATION-HISTORY.
    OPEN EXTEND MODIFICATION-HISTORY-FILE.
    IF WS-MODHIST-STATUS = "35"
        *> First modification on this system - the history file
        *> does not exist yet.
        OPEN OUTPUT MODIFICATION-HISTORY-FILE
        CLOSE MODIFICATION-HISTORY-FILE
        OPEN EXTEND MODIFICATION-HISTORY-FILE
    END-IF.
    IF WS-MODHIST-STATUS NOT = "00"
        DISPLAY "Unable to open MODHIST, file status "
            WS-MODHIST-STATUS " - record the modification of loan "
            LM-LOAN-NUMBER " by hand"
    ELSE
        MOVE LM-LOAN-NUMBER           TO MH-LOAN-NUMBER
        MOVE WS-MOD-EFF-DATE          TO MH-MOD-DATE
        MOVE WS-MOD-REASON            TO MH-REASON-CODE
        MOVE WS-MOD-APPROVER          TO MH-APPROVED-BY
        MOVE WS-OPERATOR-ID           TO MH-OPERATOR-ID
        MOVE WS-RUN-STAMP             TO MH-RUN-STAMP
        MOVE LM-INVESTOR-ID           TO MH-INVESTOR-ID
        MOVE WS-MOD-CAP-INTEREST      TO MH-CAP-INTEREST
        MOVE WS-MOD-CAP-ESCROW        TO MH-CAP-ESCROW
        MOVE WS-MOD-CAP-LATE          TO MH-CAP-LATE
        MOVE WS-MOD-OLD-BALANCE       TO MH-OLD-BALANCE
        MOVE WS-MOD-OLD-RATE          TO MH-OLD-RATE
        MOVE WS-MOD-OLD-YEARS         TO MH-OLD-YEARS
        MOVE WS-MOD-OLD-MATURITY      TO MH-OLD-MATURITY
        MOVE WS-MOD-OLD-PAYMENT       TO MH-OLD-MONTHLY-PAYMENT
        MOVE WS-MOD-OLD-TOTAL-PAYMENT TO MH-OLD-TOTAL-PAYMENT
        MOVE WS-MOD-OLD-NEXT-DUE      TO MH-OLD-NEXT-DUE-DATE
        PERFORM COMPUTE-LOAN-MATURITY
        MOVE LM-CURRENT-BALANCE       TO MH-NEW-BALANCE
        MOVE LM-INTEREST-ANNUAL       TO MH-NEW-RATE
        MOVE LM-YEARS                 TO MH-NEW-YEARS
        MOVE WS-MOD-MATURITY          TO MH-NEW-MATURITY
        MOVE LM-MONTHLY-PAYMENT       TO MH-NEW-MONTHLY-PAYMENT
        MOVE LM-TOTAL-PAYMENT         TO MH-NEW-TOTAL-PAYMENT
        MOVE LM-NEXT-DUE-DATE         TO MH-NEW-NEXT-DUE-DATE
        WRITE MODIFICATION-HISTORY-RECORD
        IF WS-MODHIST-STATUS NOT = "00"
            DISPLAY "Modification history write failed, file status "
                WS-MODHIST-STATUS " - record the modification of loan "
                LM-LOAN-NUMBER " by hand"
        END-IF
        CLOSE MODIFICATION-HISTORY-FILE
    END-IF.

WRITE-MODIFIED-TERMS-LETTER.
    OPEN OUTPUT MOD-LETTER-FILE.
    IF WS-MODLTR-STATUS NOT = "00"
        DISPLAY "Unable to open MODLTR, file status "
            WS-MODLTR-STATUS
    ELSE
        MOVE WS-MOD-LETTER-HEADING-1 TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        *> The letter is mailed, so it opens with the mailing block
        *> from the borrower master when the borrower is on file.
        OPEN INPUT BORROWER-MASTER
        IF WS-BORRMSTR-STATUS = "00"
            MOVE "Y" TO WS-BORRMSTR-AVAIL-FLAG
        ELSE
            MOVE "N" TO WS-BORRMSTR-AVAIL-FLAG
        END-IF
        MOVE SPACES TO BORROWER-MASTER-RECORD
        IF LM-BORROWER-ID NOT = SPACES
                AND WS-BORRMSTR-AVAIL-FLAG = "Y"
            MOVE LM-BORROWER-ID TO BR-BORROWER-ID
            READ BORROWER-MASTER
                INVALID KEY
                    MOVE SPACES TO BORROWER-MASTER-RECORD
            END-READ
        END-IF
        IF WS-BORRMSTR-AVAIL-FLAG = "Y"
            CLOSE BORROWER-MASTER
        END-IF

        IF BR-NAME NOT = SPACES
            MOVE BR-NAME TO WS-YE-NAME
            MOVE WS-YE-NAME-LINE TO MOD-LETTER-LINE
            WRITE MOD-LETTER-LINE
            MOVE BR-ADDRESS-1 TO WS-YE-ADDR-TEXT
            MOVE WS-YE-ADDR-LINE TO MOD-LETTER-LINE
            WRITE MOD-LETTER-LINE
            IF BR-ADDRESS-2 NOT = SPACES
                MOVE BR-ADDRESS-2 TO WS-YE-ADDR-TEXT
                MOVE WS-YE-ADDR-LINE TO MOD-LETTER-LINE
                WRITE MOD-LETTER-LINE
            END-IF
            MOVE BR-CITY TO WS-YE-CITY
            MOVE BR-STATE TO WS-YE-STATE
            MOVE BR-ZIP TO WS-YE-ZIP
            MOVE WS-YE-CITY-LINE TO MOD-LETTER-LINE
            WRITE MOD-LETTER-LINE
        END-IF

        MOVE SPACES TO WS-QUOTE-TEXT-LINE
        MOVE "LOAN NUMBER ........: " TO WS-QT-LABEL
        MOVE LM-LOAN-NUMBER TO WS-QT-TEXT
        MOVE WS-QUOTE-TEXT-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE SPACES TO WS-QUOTE-TEXT-LINE
        MOVE "BORROWER ID ........: " TO WS-QT-LABEL
        MOVE LM-BORROWER-ID TO WS-QT-TEXT
        MOVE WS-QUOTE-TEXT-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE SPACES TO WS-QUOTE-TEXT-LINE
        MOVE "EFFECTIVE DATE .....: " TO WS-QT-LABEL
        MOVE WS-MOD-EFF-DATE TO WS-QT-TEXT
        MOVE WS-QUOTE-TEXT-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE "PAST-DUE INTEREST ADDED TO BALANCE  " TO WS-QL-LABEL
        MOVE WS-MOD-CAP-INTEREST TO WS-QL-AMOUNT
        MOVE WS-QUOTE-AMOUNT-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE "ESCROW SHORTAGE ADDED TO BALANCE    " TO WS-QL-LABEL
        MOVE WS-MOD-CAP-ESCROW TO WS-QL-AMOUNT
        MOVE WS-QUOTE-AMOUNT-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE "LATE CHARGES ADDED TO BALANCE       " TO WS-QL-LABEL
        MOVE WS-MOD-CAP-LATE TO WS-QL-AMOUNT
        MOVE WS-QUOTE-AMOUNT-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE "PREVIOUS PRINCIPAL BALANCE          " TO WS-QL-LABEL
        MOVE WS-MOD-OLD-BALANCE TO WS-QL-AMOUNT
        MOVE WS-QUOTE-AMOUNT-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE "NEW PRINCIPAL BALANCE               " TO WS-QL-LABEL
        MOVE LM-CURRENT-BALANCE TO WS-QL-AMOUNT
        MOVE WS-QUOTE-AMOUNT-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE "PREVIOUS INTEREST RATE              " TO WS-NR-LABEL
        MOVE WS-MOD-OLD-RATE TO WS-NR-RATE
        MOVE WS-NOTICE-RATE-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE "NEW INTEREST RATE                   " TO WS-NR-LABEL
        MOVE LM-INTEREST-ANNUAL TO WS-NR-RATE
        MOVE WS-NOTICE-RATE-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE "PREVIOUS MONTHLY PAYMENT (P&I)      " TO WS-QL-LABEL
        MOVE WS-MOD-OLD-PAYMENT TO WS-QL-AMOUNT
        MOVE WS-QUOTE-AMOUNT-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE "NEW MONTHLY PAYMENT (P&I)           " TO WS-QL-LABEL
        MOVE LM-MONTHLY-PAYMENT TO WS-QL-AMOUNT
        MOVE WS-QUOTE-AMOUNT-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE "NEW TOTAL PAYMENT WITH ESCROW       " TO WS-QL-LABEL
        MOVE LM-TOTAL-PAYMENT TO WS-QL-AMOUNT
        MOVE WS-QUOTE-AMOUNT-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        PERFORM COMPUTE-LOAN-MATURITY
        MOVE SPACES TO WS-QUOTE-TEXT-LINE
        MOVE "NEW MATURITY .......: " TO WS-QT-LABEL
        MOVE WS-MOD-MATURITY TO WS-QT-TEXT
        MOVE WS-QUOTE-TEXT-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE SPACES TO WS-QUOTE-TEXT-LINE
        MOVE "FIRST PAYMENT DUE ..: " TO WS-QT-LABEL
        MOVE LM-NEXT-DUE-DATE TO WS-QT-TEXT
        MOVE WS-QUOTE-TEXT-LINE TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        MOVE "YOUR LOAN HAS BEEN BROUGHT CURRENT UNDER THE MODIFIED"
            TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE
        MOVE "TERMS ABOVE. PAYMENTS AT THE NEW AMOUNT BEGIN ON THE"
            TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE
        MOVE "FIRST PAYMENT DUE DATE SHOWN."
            TO MOD-LETTER-LINE
        WRITE MOD-LETTER-LINE

        CLOSE MOD-LETTER-FILE
        DISPLAY "Modified-terms letter written to MODLTR"
    END-IF.

MODIFIED-LOANS-LIST-MODE.
    DISPLAY "Enter the quarter to list (YYYYQ, e.g. 20263): ".
    ACCEPT WS-MODL-QUARTER-IN.

    IF WS-MODL-QUARTER < 1 OR WS-MODL-QUARTER > 4
        DISPLAY "Quarter must be 1 through 4 - list not produced."
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT MOD-LIST-FILE
        IF WS-MODLIST-STATUS NOT = "00"
            DISPLAY "Unable to open MODLIST, file status "
                WS-MODLIST-STATUS
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM RUN-MODIFIED-LOANS-LIST
        END-IF
    END-IF.

RUN-MODIFIED-LOANS-LIST.
    COMPUTE WS-MODL-FIRST-MONTH = (WS-MODL-QUARTER - 1) * 3 + 1.
    COMPUTE WS-MODL-LAST-MONTH = WS-MODL-QUARTER * 3.
    MOVE 0 TO WS-MODL-COUNT.
    MOVE 0 TO WS-MODL-CAP-TOTAL.
    MOVE 0 TO WS-MODL-BALANCE-TOTAL.

    MOVE WS-MODL-YEAR TO WS-MH-HDG-YEAR.
    MOVE WS-MODL-QUARTER TO WS-MH-HDG-QUARTER.
    MOVE WS-MODL-HEADING-1 TO MOD-LIST-LINE.
    WRITE MOD-LIST-LINE.
    MOVE WS-MODL-HEADING-2 TO MOD-LIST-LINE.
    WRITE MOD-LIST-LINE.

    *> No history yet simply means no loan has been modified.
    OPEN INPUT MODIFICATION-HISTORY-FILE.
    IF WS-MODHIST-STATUS = "00"
        MOVE "N" TO WS-MODL-EOF-FLAG
        PERFORM UNTIL WS-MODL-EOF-FLAG = "Y"
            READ MODIFICATION-HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-MODL-EOF-FLAG
                NOT AT END
                    PERFORM LIST-ONE-MODIFICATION
            END-READ
        END-PERFORM
        CLOSE MODIFICATION-HISTORY-FILE
    ELSE
        IF WS-MODHIST-STATUS NOT = "35"
            DISPLAY "Unable to open MODHIST, file status "
                WS-MODHIST-STATUS " - list is incomplete"
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

    MOVE SPACES TO MOD-LIST-LINE.
    WRITE MOD-LIST-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Loans modified in quarter     " TO WS-CD-LABEL.
    MOVE WS-MODL-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO MOD-LIST-LINE.
    WRITE MOD-LIST-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Arrears capitalized           " TO WS-CD-LABEL.
    MOVE WS-MODL-CAP-TOTAL TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO MOD-LIST-LINE.
    WRITE MOD-LIST-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Modified balances             " TO WS-CD-LABEL.
    MOVE WS-MODL-BALANCE-TOTAL TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO MOD-LIST-LINE.
    WRITE MOD-LIST-LINE.

    CLOSE MOD-LIST-FILE.
    DISPLAY "Loans modified in quarter : " WS-MODL-COUNT.
    DISPLAY "Modified-loans list written to MODLIST".

LIST-ONE-MODIFICATION.
    MOVE MH-MOD-DATE TO WS-MODL-DATE-NUM.
    IF WS-MODL-DATE-YEAR = WS-MODL-YEAR
            AND WS-MODL-DATE-MONTH >= WS-MODL-FIRST-MONTH
            AND WS-MODL-DATE-MONTH <= WS-MODL-LAST-MONTH
        ADD 1 TO WS-MODL-COUNT
        ADD MH-CAP-INTEREST TO WS-MODL-CAP-TOTAL
        ADD MH-CAP-ESCROW   TO WS-MODL-CAP-TOTAL
        ADD MH-CAP-LATE     TO WS-MODL-CAP-TOTAL
        ADD MH-NEW-BALANCE  TO WS-MODL-BALANCE-TOTAL
        MOVE SPACES TO WS-MODL-DETAIL-LINE
        MOVE MH-LOAN-NUMBER TO WS-ML-LOAN-NUMBER
        MOVE MH-MOD-DATE    TO WS-ML-DATE
        MOVE MH-REASON-CODE TO WS-ML-REASON
        MOVE MH-APPROVED-BY TO WS-ML-APPROVER
        MOVE MH-INVESTOR-ID TO WS-ML-INVESTOR
        MOVE MH-OLD-RATE    TO WS-ML-OLD-RATE
        MOVE MH-NEW-RATE    TO WS-ML-NEW-RATE
        COMPUTE WS-ML-CAPITALIZED =
            MH-CAP-INTEREST + MH-CAP-ESCROW + MH-CAP-LATE
        MOVE MH-NEW-BALANCE TO WS-ML-NEW-BALANCE
        MOVE WS-MODL-DETAIL-LINE TO MOD-LIST-LINE
        WRITE MOD-LIST-LINE
    END-IF.

CREDIT-BUREAU-EXTRACT-MODE.
    DISPLAY "Enter the reporting month (YYYYMM): ".
    ACCEPT WS-M2-CYCLE.

    *> The activity date is the last day of the reporting month;
    *> loans are aged and balanced as of that day.
    COMPUTE WS-M2-MONTH-START = WS-M2-CYCLE * 100 + 1.
    MOVE WS-M2-MONTH-START TO WS-DUE-DATE-NUM.
    PERFORM ADVANCE-DUE-DATE-ONE-MONTH.
    MOVE WS-DUE-DATE-NUM TO WS-M2-NEXT-MONTH-START.
    COMPUTE WS-M2-ACTIVITY-INT =
        FUNCTION INTEGER-OF-DATE(WS-M2-NEXT-MONTH-START) - 1.
    COMPUTE WS-M2-ACTIVITY-DATE =
        FUNCTION DATE-OF-INTEGER(WS-M2-ACTIVITY-INT).

    OPEN INPUT LOAN-MASTER.
    IF WS-LOANMSTR-STATUS NOT = "00"
        DISPLAY "Unable to open LOANMSTR, file status "
            WS-LOANMSTR-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        *> Without the borrower files there is no consumer to report
        *> the accounts against, so the run cannot proceed.
        OPEN INPUT BORROWER-MASTER
        IF WS-BORRMSTR-STATUS NOT = "00"
            DISPLAY "Unable to open BORRMSTR, file status "
                WS-BORRMSTR-STATUS
            DISPLAY "Credit bureau extract abandoned."
            MOVE 8 TO RETURN-CODE
            CLOSE LOAN-MASTER
        ELSE
            OPEN INPUT BORROWER-XREF
            IF WS-BORRXREF-STATUS NOT = "00"
                DISPLAY "Unable to open BORRXREF, file status "
                    WS-BORRXREF-STATUS
                DISPLAY "Credit bureau extract abandoned."
                MOVE 8 TO RETURN-CODE
                CLOSE LOAN-MASTER
                CLOSE BORROWER-MASTER
            ELSE
                OPEN OUTPUT METRO2-FILE
                IF WS-METRO2-STATUS NOT = "00"
                    DISPLAY "Unable to open METRO2, file status "
                        WS-METRO2-STATUS
                    MOVE 8 TO RETURN-CODE
                    CLOSE LOAN-MASTER
                    CLOSE BORROWER-MASTER
                    CLOSE BORROWER-XREF
                ELSE
                    OPEN OUTPUT METRO2-CONTROL-FILE
                    IF WS-M2CTL-STATUS NOT = "00"
                        DISPLAY "Unable to open M2CTL, file status "
                            WS-M2CTL-STATUS
                        MOVE 8 TO RETURN-CODE
                        CLOSE LOAN-MASTER
                        CLOSE BORROWER-MASTER
                        CLOSE BORROWER-XREF
                        CLOSE METRO2-FILE
                    ELSE
                        PERFORM RUN-CREDIT-BUREAU-EXTRACT
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

RUN-CREDIT-BUREAU-EXTRACT.
    MOVE 0 TO WS-M2-BASE-COUNT.
    MOVE 0 TO WS-M2-NO-BORROWER-COUNT.
    MOVE 0 TO WS-M2-PHONE-COUNT.
    MOVE 0 TO WS-M2-TOTAL-BALANCE.
    MOVE 0 TO WS-M2-TOTAL-PAST-DUE.
    PERFORM VARYING WS-M2-STATUS-IDX FROM 1 BY 1
            UNTIL WS-M2-STATUS-IDX > 10
        MOVE 0 TO WS-M2S-COUNT(WS-M2-STATUS-IDX)
        MOVE 0 TO WS-M2S-BALANCE(WS-M2-STATUS-IDX)
    END-PERFORM.

    MOVE FUNCTION CURRENT-DATE TO WS-M2-TIMESTAMP.
    MOVE WS-M2-TIMESTAMP(5:2) TO WS-M2B-TIMESTAMP(1:2).
    MOVE WS-M2-TIMESTAMP(7:2) TO WS-M2B-TIMESTAMP(3:2).
    MOVE WS-M2-TIMESTAMP(1:4) TO WS-M2B-TIMESTAMP(5:4).
    MOVE WS-M2-TIMESTAMP(9:6) TO WS-M2B-TIMESTAMP(9:6).

    PERFORM WRITE-METRO2-HEADER.

    MOVE WS-M2-ACTIVITY-DATE TO WS-MC-ACTIVITY-DATE.
    MOVE WS-M2CTL-HEADING-1 TO METRO2-CONTROL-LINE.
    WRITE METRO2-CONTROL-LINE.
    MOVE SPACES TO METRO2-CONTROL-LINE.
    WRITE METRO2-CONTROL-LINE.

    MOVE LOW-VALUES TO LM-LOAN-NUMBER.
    START LOAN-MASTER KEY NOT < LM-LOAN-NUMBER
        INVALID KEY
            MOVE "Y" TO WS-M2-EOF-FLAG
        NOT INVALID KEY
            MOVE "N" TO WS-M2-EOF-FLAG
    END-START.
    PERFORM UNTIL WS-M2-EOF-FLAG = "Y"
        READ LOAN-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-M2-EOF-FLAG
            NOT AT END
                PERFORM REPORT-ONE-LOAN-TO-BUREAUS
        END-READ
    END-PERFORM.

    PERFORM WRITE-METRO2-TRAILER.
    PERFORM WRITE-METRO2-CONTROL-TOTALS.

    CLOSE LOAN-MASTER.
    CLOSE BORROWER-MASTER.
    CLOSE BORROWER-XREF.
    CLOSE METRO2-FILE.
    CLOSE METRO2-CONTROL-FILE.

    DISPLAY "Base segments written .....: " WS-M2-BASE-COUNT.
    DISPLAY "Loans not reported ........: " WS-M2-NO-BORROWER-COUNT.
    DISPLAY "Metro 2 file written to METRO2, control report to M2CTL".

WRITE-METRO2-HEADER.
    MOVE WS-M2-INNOVIS-ID TO WS-M2H-INNOVIS-ID.
    MOVE WS-M2-EQUIFAX-ID TO WS-M2H-EQUIFAX-ID.
    MOVE WS-M2-EXPERIAN-ID TO WS-M2H-EXPERIAN-ID.
    MOVE WS-M2-TRANSUNION-ID TO WS-M2H-TRANSUNION-ID.
    MOVE WS-M2-ACTIVITY-DATE TO WS-M2-DATE-IN.
    PERFORM FORMAT-METRO2-DATE.
    MOVE WS-M2-DATE-OUT TO WS-M2H-ACTIVITY-DATE.
    MOVE WS-M2-TIMESTAMP(1:8) TO WS-M2-DATE-IN.
    PERFORM FORMAT-METRO2-DATE.
    MOVE WS-M2-DATE-OUT TO WS-M2H-CREATED-DATE.
    MOVE WS-M2-DATE-OUT TO WS-M2H-PROGRAM-DATE.
    MOVE WS-M2-DATE-OUT TO WS-M2H-REVISION-DATE.
    MOVE WS-M2-REPORTER-NAME TO WS-M2H-REPORTER-NAME.
    MOVE WS-M2-REPORTER-ADDRESS TO WS-M2H-REPORTER-ADDRESS.
    MOVE WS-M2-REPORTER-PHONE TO WS-M2H-REPORTER-PHONE.
    MOVE WS-M2-REPORTER-NAME TO WS-M2H-VENDOR-NAME.
    MOVE SPACES TO WS-M2H-VENDOR-VERSION.
    MOVE WS-M2-HEADER-RECORD TO METRO2-RECORD.
    WRITE METRO2-RECORD.

REPORT-ONE-LOAN-TO-BUREAUS.
    *> Every active loan booked by the end of the month is reported.
    *> Paid-off, charged-off and transferred loans are reported once
    *> more, in the month they closed, and then drop off the file.
    *> A transferred loan closes on our books the day it is
    *> deboarded, usually ahead of the transfer date the goodbye
    *> notice gives, so that is the month it is reported closed.
    MOVE "N" TO WS-M2-REPORT-FLAG.
    IF LM-ORIGINATION-DATE <= WS-M2-ACTIVITY-DATE
        EVALUATE LM-LOAN-STATUS
            WHEN "P"
                IF LM-PAYOFF-DATE >= WS-M2-MONTH-START
                        AND LM-PAYOFF-DATE <= WS-M2-ACTIVITY-DATE
                    MOVE "Y" TO WS-M2-REPORT-FLAG
                END-IF
            WHEN "C"
                IF LM-CHARGEOFF-DATE >= WS-M2-MONTH-START
                        AND LM-CHARGEOFF-DATE <= WS-M2-ACTIVITY-DATE
                    MOVE "Y" TO WS-M2-REPORT-FLAG
                END-IF
            WHEN "T"
                IF LM-DEBOARDED-DATE >= WS-M2-MONTH-START
                        AND LM-DEBOARDED-DATE <= WS-M2-ACTIVITY-DATE
                    MOVE "Y" TO WS-M2-REPORT-FLAG
                END-IF
            WHEN OTHER
                IF LM-CURRENT-BALANCE > 0
                    MOVE "Y" TO WS-M2-REPORT-FLAG
                END-IF
        END-EVALUATE
    END-IF.

    IF WS-M2-REPORT-FLAG = "Y"
        PERFORM FIND-METRO2-BORROWER
        IF WS-M2-BORROWER-FLAG = "Y"
            PERFORM DERIVE-METRO2-ACCOUNT-STATUS
            PERFORM BUILD-METRO2-BASE-SEGMENT
            MOVE WS-M2-BASE-SEGMENT TO METRO2-RECORD
            WRITE METRO2-RECORD
            ADD 1 TO WS-M2-BASE-COUNT
            ADD 1 TO WS-M2S-COUNT(WS-M2-STATUS-IDX)
            ADD WS-M2-BALANCE TO WS-M2S-BALANCE(WS-M2-STATUS-IDX)
            ADD WS-M2-BALANCE TO WS-M2-TOTAL-BALANCE
            ADD WS-M2-AMOUNT-PAST-DUE TO WS-M2-TOTAL-PAST-DUE
        END-IF
    END-IF.

FIND-METRO2-BORROWER.
    *> The consumer is found through the cross-reference the booking
    *> wrote, then the borrower master; a loan that fails either
    *> join cannot be reported and is listed on the control report.
    MOVE "N" TO WS-M2-BORROWER-FLAG.
    MOVE SPACES TO WS-ME-TEXT.
    IF LM-BORROWER-ID = SPACES
        MOVE "NOT REPORTED - LOAN CARRIES NO BORROWER ID"
            TO WS-ME-TEXT
    ELSE
        MOVE LM-BORROWER-ID TO BX-BORROWER-ID
        MOVE LM-LOAN-NUMBER TO BX-LOAN-NUMBER
        READ BORROWER-XREF
            INVALID KEY
                MOVE "NOT REPORTED - NO BORROWER XREF RECORD"
                    TO WS-ME-TEXT
            NOT INVALID KEY
                MOVE BX-BORROWER-ID TO BR-BORROWER-ID
                READ BORROWER-MASTER
                    INVALID KEY
                        MOVE "NOT REPORTED - BORROWER NOT ON MASTER"
                            TO WS-ME-TEXT
                    NOT INVALID KEY
                        MOVE "Y" TO WS-M2-BORROWER-FLAG
                END-READ
        END-READ
    END-IF.
    IF WS-M2-BORROWER-FLAG = "N"
        ADD 1 TO WS-M2-NO-BORROWER-COUNT
        MOVE LM-LOAN-NUMBER TO WS-ME-LOAN-NUMBER
        MOVE WS-M2CTL-EXCEPTION-LINE TO METRO2-CONTROL-LINE
        WRITE METRO2-CONTROL-LINE
    END-IF.

DERIVE-METRO2-ACCOUNT-STATUS.
    *> Status table slots: 1 = 11 current, 2 = 71 30-59 days,
    *> 3 = 78 60-89, 4 = 80 90-119, 5 = 82 120-149, 6 = 83
    *> 150-179, 7 = 84 180 and over, 8 = 13 paid, 9 = 97 charged
    *> off, 10 = 05 transferred. The oldest unpaid installment is
    *> the one after the paid-through date, which is the next due
    *> date, so that date ages the loan and is its date of first
    *> delinquency. A boarded loan inside its transfer window is
    *> reported current, as the welcome notice promised.
    MOVE 0 TO WS-M2-AMOUNT-PAST-DUE.
    MOVE 0 TO WS-M2-CHARGEOFF-TOTAL.
    MOVE 0 TO WS-M2-DOFD.
    MOVE 0 TO WS-M2-DATE-CLOSED.
    MOVE SPACES TO WS-M2B-PAYMENT-RATING.
    EVALUATE LM-LOAN-STATUS
        WHEN "P"
            MOVE 8 TO WS-M2-STATUS-IDX
            MOVE "13" TO WS-M2B-ACCOUNT-STATUS
            MOVE "0" TO WS-M2B-PAYMENT-RATING
            MOVE 0 TO WS-M2-BALANCE
            MOVE LM-PAYOFF-DATE TO WS-M2-DATE-CLOSED
        WHEN "C"
            *> A charged-off loan reports what was written off less
            *> what has been recovered since, all of it past due.
            MOVE 9 TO WS-M2-STATUS-IDX
            MOVE "97" TO WS-M2B-ACCOUNT-STATUS
            COMPUTE WS-M2-CHARGEOFF-TOTAL =
                LM-CHARGEOFF-PRINCIPAL + LM-CHARGEOFF-LATE +
                LM-CHARGEOFF-ADVANCE
            COMPUTE WS-M2-BALANCE =
                WS-M2-CHARGEOFF-TOTAL - LM-RECOVERED-AMOUNT
            IF WS-M2-BALANCE < 0
                MOVE 0 TO WS-M2-BALANCE
            END-IF
            MOVE WS-M2-BALANCE TO WS-M2-AMOUNT-PAST-DUE
            MOVE LM-NEXT-DUE-DATE TO WS-M2-DOFD
            MOVE LM-CHARGEOFF-DATE TO WS-M2-DATE-CLOSED
        WHEN "T"
            *> The new servicer reports the balance from here on; we
            *> close the account at zero with the rating it carried
            *> on the day the servicing went. A transfer dated after
            *> the month end is closed and rated as of the month end,
            *> so the file never carries a date past its own.
            MOVE 10 TO WS-M2-STATUS-IDX
            MOVE "05" TO WS-M2B-ACCOUNT-STATUS
            MOVE 0 TO WS-M2-BALANCE
            IF LM-TRANSFER-DATE > WS-M2-ACTIVITY-DATE
                MOVE WS-M2-ACTIVITY-DATE TO WS-M2-DATE-CLOSED
            ELSE
                MOVE LM-TRANSFER-DATE TO WS-M2-DATE-CLOSED
            END-IF
            IF LM-NEXT-DUE-DATE = 0
                    OR LM-NEXT-DUE-DATE > WS-M2-DATE-CLOSED
                MOVE 0 TO WS-M2-DAYS-PAST-DUE
            ELSE
                COMPUTE WS-M2-DAYS-PAST-DUE =
                    FUNCTION INTEGER-OF-DATE(WS-M2-DATE-CLOSED) -
                    FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE)
            END-IF
            EVALUATE TRUE
                WHEN WS-M2-DAYS-PAST-DUE < 30
                    MOVE "0" TO WS-M2B-PAYMENT-RATING
                WHEN WS-M2-DAYS-PAST-DUE < 60
                    MOVE "1" TO WS-M2B-PAYMENT-RATING
                WHEN WS-M2-DAYS-PAST-DUE < 90
                    MOVE "2" TO WS-M2B-PAYMENT-RATING
                WHEN WS-M2-DAYS-PAST-DUE < 120
                    MOVE "3" TO WS-M2B-PAYMENT-RATING
                WHEN WS-M2-DAYS-PAST-DUE < 150
                    MOVE "4" TO WS-M2B-PAYMENT-RATING
                WHEN WS-M2-DAYS-PAST-DUE < 180
                    MOVE "5" TO WS-M2B-PAYMENT-RATING
                WHEN OTHER
                    MOVE "6" TO WS-M2B-PAYMENT-RATING
            END-EVALUATE
        WHEN OTHER
            MOVE LM-CURRENT-BALANCE TO WS-M2-BALANCE
            IF LM-NEXT-DUE-DATE = 0
                    OR LM-NEXT-DUE-DATE > WS-M2-ACTIVITY-DATE
                MOVE 0 TO WS-M2-DAYS-PAST-DUE
            ELSE
                COMPUTE WS-M2-DAYS-PAST-DUE = WS-M2-ACTIVITY-INT -
                    FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE)
            END-IF
            MOVE WS-M2-ACTIVITY-DATE TO WS-HOLD-TEST-DATE
            PERFORM CHECK-TRANSFER-GRACE
            IF WS-XFER-GRACE-FLAG = "Y"
                MOVE 0 TO WS-M2-DAYS-PAST-DUE
            END-IF
            EVALUATE TRUE
                WHEN WS-M2-DAYS-PAST-DUE < 30
                    MOVE 1 TO WS-M2-STATUS-IDX
                    MOVE "11" TO WS-M2B-ACCOUNT-STATUS
                WHEN WS-M2-DAYS-PAST-DUE < 60
                    MOVE 2 TO WS-M2-STATUS-IDX
                    MOVE "71" TO WS-M2B-ACCOUNT-STATUS
                WHEN WS-M2-DAYS-PAST-DUE < 90
                    MOVE 3 TO WS-M2-STATUS-IDX
                    MOVE "78" TO WS-M2B-ACCOUNT-STATUS
                WHEN WS-M2-DAYS-PAST-DUE < 120
                    MOVE 4 TO WS-M2-STATUS-IDX
                    MOVE "80" TO WS-M2B-ACCOUNT-STATUS
                WHEN WS-M2-DAYS-PAST-DUE < 150
                    MOVE 5 TO WS-M2-STATUS-IDX
                    MOVE "82" TO WS-M2B-ACCOUNT-STATUS
                WHEN WS-M2-DAYS-PAST-DUE < 180
                    MOVE 6 TO WS-M2-STATUS-IDX
                    MOVE "83" TO WS-M2B-ACCOUNT-STATUS
                WHEN OTHER
                    MOVE 7 TO WS-M2-STATUS-IDX
                    MOVE "84" TO WS-M2B-ACCOUNT-STATUS
            END-EVALUATE
            *> Past due is every installment thirty or more days
            *> behind plus the late charges owing, less any funds
            *> already held unapplied on the loan.
            IF WS-M2-DAYS-PAST-DUE >= 30
                MOVE LM-NEXT-DUE-DATE TO WS-M2-DOFD
                MOVE 0 TO WS-M2-PAST-DUE-COUNT
                MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
                COMPUTE WS-M2-DUE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
                PERFORM UNTIL WS-M2-DUE-INT + 30 > WS-M2-ACTIVITY-INT
                        OR WS-M2-PAST-DUE-COUNT >= 999
                    ADD 1 TO WS-M2-PAST-DUE-COUNT
                    PERFORM ADVANCE-DUE-DATE-ONE-MONTH
                    COMPUTE WS-M2-DUE-INT =
                        FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
                END-PERFORM
                COMPUTE WS-M2-AMOUNT-PAST-DUE =
                    LM-TOTAL-PAYMENT * WS-M2-PAST-DUE-COUNT +
                    LM-LATE-CHARGES-DUE - LM-UNAPPLIED-FUNDS
                IF WS-M2-AMOUNT-PAST-DUE < 0
                    MOVE 0 TO WS-M2-AMOUNT-PAST-DUE
                END-IF
            END-IF
    END-EVALUATE.

BUILD-METRO2-BASE-SEGMENT.
    MOVE WS-M2-REPORTER-ID TO WS-M2B-REPORTER-ID.
    MOVE SPACES TO WS-M2B-CYCLE-ID.
    MOVE LM-LOAN-NUMBER TO WS-M2B-ACCOUNT-NUMBER.
    MOVE "M" TO WS-M2B-PORTFOLIO-TYPE.
    MOVE "26" TO WS-M2B-ACCOUNT-TYPE.
    MOVE LM-ORIGINATION-DATE TO WS-M2-DATE-IN.
    PERFORM FORMAT-METRO2-DATE.
    MOVE WS-M2-DATE-OUT TO WS-M2B-DATE-OPENED.
    MOVE 0 TO WS-M2B-CREDIT-LIMIT.
    MOVE LM-PRINCIPAL TO WS-M2B-HIGH-CREDIT.
    COMPUTE WS-M2B-TERMS-DURATION = LM-YEARS * 12.
    MOVE "M" TO WS-M2B-TERMS-FREQUENCY.
    IF LM-LOAN-STATUS = "P" OR LM-LOAN-STATUS = "C"
            OR LM-LOAN-STATUS = "T"
        MOVE 0 TO WS-M2B-SCHEDULED-PAYMENT
    ELSE
        MOVE LM-TOTAL-PAYMENT TO WS-M2B-SCHEDULED-PAYMENT
    END-IF.
    MOVE 0 TO WS-M2B-ACTUAL-PAYMENT.
    MOVE ALL "B" TO WS-M2B-PAYMENT-HISTORY.
    MOVE SPACES TO WS-M2B-COMPLIANCE-CODE.

    *> Forbearance and disaster relief in force at month end carry
    *> the bureaus' special comment for the accommodation.
    MOVE SPACES TO WS-M2B-SPECIAL-COMMENT.
    MOVE WS-M2-ACTIVITY-DATE TO WS-HOLD-TEST-DATE.
    PERFORM CHECK-SERVICING-HOLD.
    IF WS-HOLD-ACTIVE-FLAG = "Y"
        EVALUATE LM-HOLD-CODE
            WHEN "R"
                MOVE "CP" TO WS-M2B-SPECIAL-COMMENT
            WHEN "D"
                MOVE "AW" TO WS-M2B-SPECIAL-COMMENT
        END-EVALUATE
    END-IF.

    MOVE WS-M2-BALANCE TO WS-M2B-CURRENT-BALANCE.
    MOVE WS-M2-AMOUNT-PAST-DUE TO WS-M2B-AMOUNT-PAST-DUE.
    MOVE WS-M2-CHARGEOFF-TOTAL TO WS-M2B-ORIG-CHARGEOFF.
    MOVE WS-M2-ACTIVITY-DATE TO WS-M2-DATE-IN.
    PERFORM FORMAT-METRO2-DATE.
    MOVE WS-M2-DATE-OUT TO WS-M2B-ACCOUNT-INFO-DATE.
    MOVE WS-M2-DOFD TO WS-M2-DATE-IN.
    PERFORM FORMAT-METRO2-DATE.
    MOVE WS-M2-DATE-OUT TO WS-M2B-FIRST-DELQ-DATE.
    MOVE WS-M2-DATE-CLOSED TO WS-M2-DATE-IN.
    PERFORM FORMAT-METRO2-DATE.
    MOVE WS-M2-DATE-OUT TO WS-M2B-DATE-CLOSED.
    MOVE LM-PAID-THRU-DATE TO WS-M2-DATE-IN.
    PERFORM FORMAT-METRO2-DATE.
    MOVE WS-M2-DATE-OUT TO WS-M2B-LAST-PAYMENT-DATE.
    IF LM-ARM-INDEX-CODE = SPACES
        MOVE "F" TO WS-M2B-INTEREST-TYPE
    ELSE
        MOVE "V" TO WS-M2B-INTEREST-TYPE
    END-IF.

    *> The borrower master carries the name as one field, so it is
    *> split as first, middle, surname; a two-word name has no
    *> middle name and a one-word name is all surname.
    MOVE SPACES TO WS-M2-NAME-1 WS-M2-NAME-2 WS-M2-NAME-3.
    MOVE 0 TO WS-M2-NAME-PARTS.
    UNSTRING BR-NAME DELIMITED BY ALL SPACES
        INTO WS-M2-NAME-1 WS-M2-NAME-2 WS-M2-NAME-3
        TALLYING IN WS-M2-NAME-PARTS
    END-UNSTRING.
    MOVE SPACES TO WS-M2B-FIRST-NAME WS-M2B-MIDDLE-NAME.
    EVALUATE TRUE
        WHEN WS-M2-NAME-3 NOT = SPACES
            MOVE WS-M2-NAME-1 TO WS-M2B-FIRST-NAME
            MOVE WS-M2-NAME-2 TO WS-M2B-MIDDLE-NAME
            MOVE WS-M2-NAME-3 TO WS-M2B-SURNAME
        WHEN WS-M2-NAME-2 NOT = SPACES
            MOVE WS-M2-NAME-1 TO WS-M2B-FIRST-NAME
            MOVE WS-M2-NAME-2 TO WS-M2B-SURNAME
        WHEN OTHER
            MOVE WS-M2-NAME-1 TO WS-M2B-SURNAME
    END-EVALUATE.
    MOVE SPACES TO WS-M2B-GENERATION.
    MOVE 0 TO WS-M2B-SSN.
    MOVE 0 TO WS-M2B-BIRTH-DATE.
    MOVE 0 TO WS-M2B-PHONE.
    IF BR-PHONE(1:3) IS NUMERIC AND BR-PHONE(5:3) IS NUMERIC
            AND BR-PHONE(9:4) IS NUMERIC
        MOVE BR-PHONE(1:3) TO WS-M2B-PHONE(1:3)
        MOVE BR-PHONE(5:3) TO WS-M2B-PHONE(4:3)
        MOVE BR-PHONE(9:4) TO WS-M2B-PHONE(7:4)
        ADD 1 TO WS-M2-PHONE-COUNT
    END-IF.
    MOVE "1" TO WS-M2B-ECOA-CODE.
    MOVE SPACES TO WS-M2B-CONSUMER-INFO.
    MOVE "US" TO WS-M2B-COUNTRY.
    MOVE BR-ADDRESS-1 TO WS-M2B-ADDRESS-1.
    MOVE BR-ADDRESS-2 TO WS-M2B-ADDRESS-2.
    MOVE BR-CITY TO WS-M2B-CITY.
    MOVE BR-STATE TO WS-M2B-STATE.
    MOVE SPACES TO WS-M2B-ZIP.
    MOVE BR-ZIP(1:5) TO WS-M2B-ZIP(1:5).
    IF BR-ZIP(7:4) IS NUMERIC
        MOVE BR-ZIP(7:4) TO WS-M2B-ZIP(6:4)
    END-IF.
    MOVE SPACES TO WS-M2B-ADDRESS-IND.
    MOVE SPACES TO WS-M2B-RESIDENCE-CODE.

FORMAT-METRO2-DATE.
    IF WS-M2-DATE-IN = 0
        MOVE 0 TO WS-M2-DATE-OUT
    ELSE
        MOVE WS-M2-IN-MONTH TO WS-M2-OUT-MONTH
        MOVE WS-M2-IN-DAY TO WS-M2-OUT-DAY
        MOVE WS-M2-IN-YEAR TO WS-M2-OUT-YEAR
    END-IF.

WRITE-METRO2-TRAILER.
    MOVE WS-M2-BASE-COUNT TO WS-M2T-BASE-COUNT.
    MOVE WS-M2S-COUNT(1) TO WS-M2T-STATUS-11.
    MOVE WS-M2S-COUNT(2) TO WS-M2T-STATUS-71.
    MOVE WS-M2S-COUNT(3) TO WS-M2T-STATUS-78.
    MOVE WS-M2S-COUNT(4) TO WS-M2T-STATUS-80.
    MOVE WS-M2S-COUNT(5) TO WS-M2T-STATUS-82.
    MOVE WS-M2S-COUNT(6) TO WS-M2T-STATUS-83.
    MOVE WS-M2S-COUNT(7) TO WS-M2T-STATUS-84.
    MOVE WS-M2S-COUNT(8) TO WS-M2T-STATUS-13.
    MOVE WS-M2S-COUNT(9) TO WS-M2T-STATUS-97.
    MOVE WS-M2S-COUNT(10) TO WS-M2T-STATUS-05.
    MOVE 0 TO WS-M2T-SSN-COUNT.
    MOVE 0 TO WS-M2T-BIRTH-COUNT.
    MOVE WS-M2-PHONE-COUNT TO WS-M2T-PHONE-COUNT.
    MOVE WS-M2-TRAILER-RECORD TO METRO2-RECORD.
    WRITE METRO2-RECORD.

WRITE-METRO2-CONTROL-TOTALS.
    MOVE SPACES TO METRO2-CONTROL-LINE.
    WRITE METRO2-CONTROL-LINE.
    MOVE WS-M2CTL-HEADING-2 TO METRO2-CONTROL-LINE.
    WRITE METRO2-CONTROL-LINE.

    PERFORM VARYING WS-M2-STATUS-IDX FROM 1 BY 1
            UNTIL WS-M2-STATUS-IDX > 10
        MOVE SPACES TO WS-M2CTL-STATUS-LINE
        EVALUATE WS-M2-STATUS-IDX
            WHEN 1
                MOVE "11" TO WS-MC-STATUS
                MOVE "CURRENT               " TO WS-MC-DESCRIPTION
            WHEN 2
                MOVE "71" TO WS-MC-STATUS
                MOVE "30 - 59 DAYS PAST DUE " TO WS-MC-DESCRIPTION
            WHEN 3
                MOVE "78" TO WS-MC-STATUS
                MOVE "60 - 89 DAYS PAST DUE " TO WS-MC-DESCRIPTION
            WHEN 4
                MOVE "80" TO WS-MC-STATUS
                MOVE "90 - 119 DAYS PAST DUE" TO WS-MC-DESCRIPTION
            WHEN 5
                MOVE "82" TO WS-MC-STATUS
                MOVE "120 - 149 DAYS        " TO WS-MC-DESCRIPTION
            WHEN 6
                MOVE "83" TO WS-MC-STATUS
                MOVE "150 - 179 DAYS        " TO WS-MC-DESCRIPTION
            WHEN 7
                MOVE "84" TO WS-MC-STATUS
                MOVE "180 DAYS AND OVER     " TO WS-MC-DESCRIPTION
            WHEN 8
                MOVE "13" TO WS-MC-STATUS
                MOVE "PAID OFF THIS MONTH   " TO WS-MC-DESCRIPTION
            WHEN 9
                MOVE "97" TO WS-MC-STATUS
                MOVE "CHARGED OFF THIS MONTH" TO WS-MC-DESCRIPTION
            WHEN 10
                MOVE "05" TO WS-MC-STATUS
                MOVE "TRANSFERRED THIS MONTH" TO WS-MC-DESCRIPTION
        END-EVALUATE
        MOVE WS-M2S-COUNT(WS-M2-STATUS-IDX) TO WS-MC-COUNT
        MOVE WS-M2S-BALANCE(WS-M2-STATUS-IDX) TO WS-MC-BALANCE
        MOVE WS-M2CTL-STATUS-LINE TO METRO2-CONTROL-LINE
        WRITE METRO2-CONTROL-LINE
    END-PERFORM.

    MOVE SPACES TO METRO2-CONTROL-LINE.
    WRITE METRO2-CONTROL-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Base segments written         " TO WS-CD-LABEL.
    MOVE WS-M2-BASE-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO METRO2-CONTROL-LINE.
    WRITE METRO2-CONTROL-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Total balance reported        " TO WS-CD-LABEL.
    MOVE WS-M2-TOTAL-BALANCE TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO METRO2-CONTROL-LINE.
    WRITE METRO2-CONTROL-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Total amount past due         " TO WS-CD-LABEL.
    MOVE WS-M2-TOTAL-PAST-DUE TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO METRO2-CONTROL-LINE.
    WRITE METRO2-CONTROL-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Loans not reported (above)    " TO WS-CD-LABEL.
    MOVE WS-M2-NO-BORROWER-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO METRO2-CONTROL-LINE.
    WRITE METRO2-CONTROL-LINE.

MONTH-END-ACCRUAL-MODE.
    DISPLAY "A. Accrue interest to the month end (last business day)".
    DISPLAY "R. Reverse last month's accrual (first business day)".
    DISPLAY "Select an action: ".
    ACCEPT WS-ACCR-ACTION.

    *> The accrual is dated the last calendar day of the business
    *> date's month, so interest over a closing weekend or holiday
    *> is taken into the month it was earned in; the reversal takes
    *> back every accrual dated before the first day of the month.
    MOVE WS-BUSINESS-DATE TO WS-ACCR-MONTH-NUM.
    MOVE 1 TO WS-ACCR-MONTH-DAY.
    MOVE WS-ACCR-MONTH-NUM TO WS-ACCR-MONTH-START.
    MOVE WS-ACCR-MONTH-START TO WS-DUE-DATE-NUM.
    PERFORM ADVANCE-DUE-DATE-ONE-MONTH.
    COMPUTE WS-ACCR-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM) - 1.
    COMPUTE WS-ACCR-DATE = FUNCTION DATE-OF-INTEGER(WS-ACCR-DATE-INT).

    MOVE "Y" TO WS-ACCR-RUN-FLAG.
    EVALUATE WS-ACCR-ACTION
        WHEN "A"
            *> Accruing ahead of the month's last business day would
            *> book interest for days that payments can still cover.
            COMPUTE WS-BANK-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1
            COMPUTE WS-BANK-DATE =
                FUNCTION DATE-OF-INTEGER(WS-BANK-DATE-INT)
            PERFORM ROLL-TO-BANKING-DAY
            IF WS-HOLIDAY-LOADED-FLAG NOT = "Y"
                DISPLAY "Accrual refused - the holiday calendar is "
                    "unavailable."
                MOVE "N" TO WS-ACCR-RUN-FLAG
            ELSE
                IF WS-BANK-DATE <= WS-ACCR-DATE
                    DISPLAY "Accrual refused - " WS-BUSINESS-DATE
                        " is not the last business day of the month."
                    MOVE "N" TO WS-ACCR-RUN-FLAG
                END-IF
            END-IF
            MOVE "MONTH-END INTEREST ACCRUAL REGISTER" TO WS-AH-TITLE
        WHEN "R"
            *> The reversal belongs on the first business day of the
            *> month. A late run still reverses, but says so.
            MOVE WS-ACCR-MONTH-START TO WS-BANK-DATE
            PERFORM ROLL-TO-BANKING-DAY
            IF WS-BANK-DATE NOT = WS-BUSINESS-DATE
                DISPLAY "Warning: the first business day of the month "
                    "was " WS-BANK-DATE
            END-IF
            MOVE "ACCRUAL REVERSAL REGISTER" TO WS-AH-TITLE
        WHEN OTHER
            DISPLAY "Invalid accrual action."
            MOVE "N" TO WS-ACCR-RUN-FLAG
    END-EVALUATE.

    IF WS-ACCR-RUN-FLAG = "N"
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN I-O LOAN-MASTER
        IF WS-LOANMSTR-STATUS NOT = "00"
            DISPLAY "Unable to open LOANMSTR, file status "
                WS-LOANMSTR-STATUS
            MOVE 8 TO RETURN-CODE
        ELSE
            OPEN OUTPUT ACCRUAL-REGISTER-FILE
            IF WS-ACCRREG-STATUS NOT = "00"
                DISPLAY "Unable to open ACCRREG, file status "
                    WS-ACCRREG-STATUS
                MOVE 8 TO RETURN-CODE
                CLOSE LOAN-MASTER
            ELSE
                *> The accrual exists only as GL entries, so no
                *> extract behind the run, no run.
                PERFORM OPEN-GL-EXTRACT
                IF WS-GLEXTR-STATUS NOT = "00"
                    DISPLAY "Accrual run abandoned."
                    MOVE 8 TO RETURN-CODE
                    CLOSE LOAN-MASTER
                    CLOSE ACCRUAL-REGISTER-FILE
                ELSE
                    PERFORM RUN-MONTH-END-ACCRUAL
                END-IF
            END-IF
        END-IF
    END-IF.

RUN-MONTH-END-ACCRUAL.
    MOVE 0 TO WS-ACCR-ACCRUING-COUNT.
    MOVE 0 TO WS-ACCR-ACCRUING-BALANCE.
    MOVE 0 TO WS-ACCR-NONACCR-COUNT.
    MOVE 0 TO WS-ACCR-NONACCR-BALANCE.
    MOVE 0 TO WS-ACCR-LOAN-COUNT.
    MOVE 0 TO WS-ACCR-LOAN-BALANCE.
    MOVE 0 TO WS-ACCR-TO-NONACCR-COUNT.
    MOVE 0 TO WS-ACCR-TO-ACCRUAL-COUNT.
    MOVE 0 TO WS-ACCR-REVERSED-COUNT.
    MOVE 0 TO WS-ACCR-REJECTED-COUNT.
    MOVE 0 TO WS-ACCR-TOTAL-ACCRUED.
    MOVE 0 TO WS-ACCR-TOTAL-REVERSED.
    MOVE 0 TO WS-ACCR-TOTAL-NONACCR-REV.
    MOVE 0 TO WS-ACCR-TOTAL-OUTSTANDING.

    MOVE WS-BUSINESS-DATE TO WS-AH-BUS-DATE.
    MOVE WS-ACCR-HEADING-1 TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.
    IF WS-ACCR-ACTION = "A"
        MOVE WS-ACCR-DATE TO WS-AH-ACCR-DATE
        MOVE WS-ACCR-HEADING-2 TO ACCRUAL-REGISTER-LINE
        WRITE ACCRUAL-REGISTER-LINE
    END-IF.
    MOVE SPACES TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.
    MOVE WS-ACCR-HEADING-3 TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE LOW-VALUES TO LM-LOAN-NUMBER.
    START LOAN-MASTER KEY NOT < LM-LOAN-NUMBER
        INVALID KEY
            MOVE "Y" TO WS-ACCR-EOF-FLAG
        NOT INVALID KEY
            MOVE "N" TO WS-ACCR-EOF-FLAG
    END-START.
    PERFORM UNTIL WS-ACCR-EOF-FLAG = "Y"
        READ LOAN-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-ACCR-EOF-FLAG
            NOT AT END
                IF WS-ACCR-ACTION = "A"
                    PERFORM ACCRUE-ONE-LOAN
                ELSE
                    PERFORM REVERSE-ONE-ACCRUAL
                END-IF
        END-READ
    END-PERFORM.

    CLOSE LOAN-MASTER.
    PERFORM CLOSE-GL-EXTRACT.
    PERFORM WRITE-ACCRUAL-REGISTER-TOTALS.
    CLOSE ACCRUAL-REGISTER-FILE.

    IF WS-ACCR-ACTION = "A"
        DISPLAY "Interest accrued .........: " WS-ACCR-TOTAL-ACCRUED
        DISPLAY "Loans to non-accrual .....: " WS-ACCR-TO-NONACCR-COUNT
        DISPLAY "Loans back to accrual ....: " WS-ACCR-TO-ACCRUAL-COUNT
    END-IF.
    DISPLAY "Accruals reversed ........: " WS-ACCR-REVERSED-COUNT.
    DISPLAY "Loans not updated ........: " WS-ACCR-REJECTED-COUNT.
    IF WS-GL-WRITE-ERROR-FLAG = "N"
        DISPLAY "GL extract written to GLEXTRCT, hash total "
            WS-GL-HASH-TOTAL
    ELSE
        DISPLAY "GL extract incomplete - reconcile the accrual "
            "by hand."
        MOVE 8 TO RETURN-CODE
    END-IF.
    DISPLAY "Accrual register written to ACCRREG".

ACCRUE-ONE-LOAN.
    MOVE 0 TO WS-ACCR-AMOUNT.
    MOVE 0 TO WS-ACCR-REVERSED.
    MOVE 0 TO WS-ACCR-DAYS.
    *> A closed loan accrues nothing more; an accrual still on its
    *> books from an earlier month comes off now.
    IF LM-LOAN-STATUS = "P" OR LM-LOAN-STATUS = "C"
            OR LM-LOAN-STATUS = "T"
        IF LM-ACCRUED-INTEREST > 0 AND LM-ACCRUAL-REVERSED-DATE = 0
            PERFORM REVERSE-LOAN-ACCRUAL
        END-IF
    ELSE
        *> A rerun of the same month end posts nothing twice; the
        *> loan is listed and counted as it already stands.
        IF LM-ACCRUAL-DATE = WS-ACCR-DATE
            MOVE "ALREADY RUN" TO WS-ACCR-EVENT
            IF LM-ACCRUAL-REVERSED-DATE = 0
                MOVE LM-ACCRUED-INTEREST TO WS-ACCR-AMOUNT
            END-IF
            PERFORM WRITE-ACCRUAL-REGISTER-LINE
        ELSE
            PERFORM APPLY-MONTH-END-ACCRUAL
        END-IF
        PERFORM COUNT-ACCRUAL-STATUS
    END-IF.

APPLY-MONTH-END-ACCRUAL.
    MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.

    *> An earlier month's accrual the reversal run has not taken
    *> back comes off first, so no more than one month's accrual is
    *> ever on the books for a loan.
    IF LM-ACCRUED-INTEREST > 0 AND LM-ACCRUAL-REVERSED-DATE = 0
        MOVE LM-ACCRUED-INTEREST TO WS-ACCR-REVERSED
    END-IF.

    IF LM-NEXT-DUE-DATE = 0
        MOVE 0 TO WS-ACCR-DAYS-PAST-DUE
    ELSE
        COMPUTE WS-ACCR-DAYS-PAST-DUE = WS-ACCR-DATE-INT -
            FUNCTION INTEGER-OF-DATE(LM-NEXT-DUE-DATE)
    END-IF.

    *> 90 or more days past due at the month end puts the loan on
    *> non-accrual; it comes back once it is brought current.
    EVALUATE TRUE
        WHEN WS-ACCR-DAYS-PAST-DUE >= 90
            IF LM-ACCRUAL-STATUS = "N"
                MOVE "NON-ACCRUAL" TO WS-ACCR-EVENT
            ELSE
                MOVE "TO NON-ACCRUAL" TO WS-ACCR-EVENT
                MOVE "N" TO LM-ACCRUAL-STATUS
                MOVE WS-ACCR-DATE TO LM-NONACCRUAL-DATE
            END-IF
        WHEN LM-ACCRUAL-STATUS = "N" AND WS-ACCR-DAYS-PAST-DUE > 0
            MOVE "NON-ACCRUAL" TO WS-ACCR-EVENT
        WHEN OTHER
            IF LM-ACCRUAL-STATUS = "N"
                MOVE "BACK TO ACCRUAL" TO WS-ACCR-EVENT
                MOVE 0 TO LM-NONACCRUAL-DATE
            ELSE
                MOVE "ACCRUED" TO WS-ACCR-EVENT
            END-IF
            MOVE "A" TO LM-ACCRUAL-STATUS
            PERFORM COMPUTE-LOAN-ACCRUAL
    END-EVALUATE.

    MOVE WS-ACCR-AMOUNT TO LM-ACCRUED-INTEREST.
    MOVE WS-ACCR-DATE TO LM-ACCRUAL-DATE.
    MOVE 0 TO LM-ACCRUAL-REVERSED-DATE.
    PERFORM REWRITE-ACCRUED-LOAN.

COMPUTE-LOAN-ACCRUAL.
    *> Interest earned from the paid-through date to the month end,
    *> at the same per-diem the payoff quote uses.
    IF LM-PAID-THRU-DATE = 0
        MOVE LM-ORIGINATION-DATE TO WS-ACCR-FROM-DATE
    ELSE
        MOVE LM-PAID-THRU-DATE TO WS-ACCR-FROM-DATE
    END-IF.
    IF WS-ACCR-FROM-DATE = 0
        MOVE 0 TO WS-ACCR-DAYS
    ELSE
        COMPUTE WS-ACCR-DAYS = WS-ACCR-DATE-INT -
            FUNCTION INTEGER-OF-DATE(WS-ACCR-FROM-DATE)
    END-IF.
    IF WS-ACCR-DAYS > 0
        COMPUTE WS-ACCR-PER-DIEM ROUNDED =
            LM-CURRENT-BALANCE * LM-INTEREST-ANNUAL / 365
        COMPUTE WS-ACCR-AMOUNT = WS-ACCR-PER-DIEM * WS-ACCR-DAYS
    ELSE
        MOVE 0 TO WS-ACCR-DAYS
    END-IF.

REVERSE-ONE-ACCRUAL.
    MOVE 0 TO WS-ACCR-AMOUNT.
    MOVE 0 TO WS-ACCR-REVERSED.
    MOVE 0 TO WS-ACCR-DAYS.
    *> Every accrual dated before this month is taken back, closed
    *> loans' included.
    IF LM-ACCRUED-INTEREST > 0
            AND LM-ACCRUAL-REVERSED-DATE = 0
            AND LM-ACCRUAL-DATE < WS-ACCR-MONTH-START
        PERFORM REVERSE-LOAN-ACCRUAL
    END-IF.
    IF LM-LOAN-STATUS NOT = "P" AND LM-LOAN-STATUS NOT = "C"
            AND LM-LOAN-STATUS NOT = "T"
        PERFORM COUNT-ACCRUAL-STATUS
    END-IF.

REVERSE-LOAN-ACCRUAL.
    MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.
    MOVE LM-ACCRUED-INTEREST TO WS-ACCR-REVERSED.
    MOVE WS-BUSINESS-DATE TO LM-ACCRUAL-REVERSED-DATE.
    MOVE "REVERSED" TO WS-ACCR-EVENT.
    PERFORM REWRITE-ACCRUED-LOAN.

REWRITE-ACCRUED-LOAN.
    REWRITE LOAN-MASTER-RECORD.
    IF WS-LOANMSTR-STATUS NOT = "00"
        ADD 1 TO WS-ACCR-REJECTED-COUNT
        DISPLAY "Accrual not booked - loan " LM-LOAN-NUMBER
            " master rewrite failed, file status "
            WS-LOANMSTR-STATUS
        *> The status totals must describe the master as it stands.
        MOVE WS-JRNL-BEFORE-IMAGE TO LOAN-MASTER-RECORD
    ELSE
        PERFORM WRITE-MASTER-JOURNAL
        PERFORM WRITE-GL-ACCRUAL-ENTRIES
        ADD WS-ACCR-AMOUNT TO WS-ACCR-TOTAL-ACCRUED
        IF WS-ACCR-REVERSED > 0
            ADD 1 TO WS-ACCR-REVERSED-COUNT
            IF LM-ACCRUAL-STATUS = "N"
                ADD WS-ACCR-REVERSED TO WS-ACCR-TOTAL-NONACCR-REV
            ELSE
                ADD WS-ACCR-REVERSED TO WS-ACCR-TOTAL-REVERSED
            END-IF
        END-IF
        IF WS-ACCR-EVENT = "TO NON-ACCRUAL"
            ADD 1 TO WS-ACCR-TO-NONACCR-COUNT
        END-IF
        IF WS-ACCR-EVENT = "BACK TO ACCRUAL"
            ADD 1 TO WS-ACCR-TO-ACCRUAL-COUNT
        END-IF
        PERFORM WRITE-ACCRUAL-REGISTER-LINE
    END-IF.

WRITE-GL-ACCRUAL-ENTRIES.
    *> A reversal is the mirror image of the accrual it takes back.
    IF WS-ACCR-REVERSED > 0
        MOVE WS-GL-ACCT-INT-INCOME TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-ACCR-REVERSED TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-ACCRUED-INT TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        MOVE WS-ACCR-REVERSED TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
    END-IF.

    IF WS-ACCR-AMOUNT > 0
        MOVE WS-GL-ACCT-ACCRUED-INT TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-ACCR-AMOUNT TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-INT-INCOME TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        MOVE WS-ACCR-AMOUNT TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
    END-IF.

REVERSE-ACCRUAL-ON-CLOSE.
    *> Interest accrued but not yet reversed will never be collected
    *> as accrued once the loan closes - a payoff collects it as
    *> cash, a charge-off or a transfer not at all - so it comes off
    *> the receivable the way the accrual run reverses it. The
    *> reversal date takes it out of the outstanding accrual, and
    *> the caller posts the GL pair once its rewrite has stood.
    MOVE 0 TO WS-CLOSE-ACCR-REVERSED.
    IF LM-ACCRUED-INTEREST > 0 AND LM-ACCRUAL-REVERSED-DATE = 0
        MOVE LM-ACCRUED-INTEREST TO WS-CLOSE-ACCR-REVERSED
        MOVE WS-BUSINESS-DATE TO LM-ACCRUAL-REVERSED-DATE
    END-IF.

WRITE-GL-CLOSE-ACCRUAL-REVERSAL.
    IF WS-CLOSE-ACCR-REVERSED > 0
        MOVE WS-GL-ACCT-INT-INCOME TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-CLOSE-ACCR-REVERSED TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-ACCRUED-INT TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        MOVE WS-CLOSE-ACCR-REVERSED TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
    END-IF.

COUNT-ACCRUAL-STATUS.
    *> Counted the same way the trial balance counts the portfolio,
    *> so the two reports tie.
    ADD 1 TO WS-ACCR-LOAN-COUNT.
    ADD LM-CURRENT-BALANCE TO WS-ACCR-LOAN-BALANCE.
    IF LM-ACCRUAL-STATUS = "N"
        ADD 1 TO WS-ACCR-NONACCR-COUNT
        ADD LM-CURRENT-BALANCE TO WS-ACCR-NONACCR-BALANCE
    ELSE
        ADD 1 TO WS-ACCR-ACCRUING-COUNT
        ADD LM-CURRENT-BALANCE TO WS-ACCR-ACCRUING-BALANCE
    END-IF.
    IF LM-ACCRUED-INTEREST > 0 AND LM-ACCRUAL-REVERSED-DATE = 0
        ADD LM-ACCRUED-INTEREST TO WS-ACCR-TOTAL-OUTSTANDING
    END-IF.

WRITE-ACCRUAL-REGISTER-LINE.
    MOVE SPACES             TO WS-ACCR-DETAIL-LINE.
    MOVE LM-LOAN-NUMBER     TO WS-AR-LOAN-NUMBER.
    MOVE WS-ACCR-EVENT      TO WS-AR-EVENT.
    MOVE LM-CURRENT-BALANCE TO WS-AR-BALANCE.
    MOVE LM-PAID-THRU-DATE  TO WS-AR-PAID-THRU.
    MOVE WS-ACCR-DAYS       TO WS-AR-DAYS.
    MOVE WS-ACCR-AMOUNT     TO WS-AR-ACCRUED.
    MOVE WS-ACCR-REVERSED   TO WS-AR-REVERSED.
    MOVE WS-ACCR-DETAIL-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

WRITE-ACCRUAL-REGISTER-TOTALS.
    MOVE SPACES TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.
    MOVE WS-ACCR-HEADING-4 TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO WS-TB-STRAT-LINE.
    MOVE "ACCRUING LOANS          " TO WS-TS-LABEL.
    MOVE WS-ACCR-ACCRUING-COUNT TO WS-TS-COUNT.
    MOVE WS-ACCR-ACCRUING-BALANCE TO WS-TS-BALANCE.
    MOVE WS-TB-STRAT-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO WS-TB-STRAT-LINE.
    MOVE "NON-ACCRUAL LOANS       " TO WS-TS-LABEL.
    MOVE WS-ACCR-NONACCR-COUNT TO WS-TS-COUNT.
    MOVE WS-ACCR-NONACCR-BALANCE TO WS-TS-BALANCE.
    MOVE WS-TB-STRAT-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO WS-TB-STRAT-LINE.
    MOVE "LOANS IN PORTFOLIO      " TO WS-TS-LABEL.
    MOVE WS-ACCR-LOAN-COUNT TO WS-TS-COUNT.
    MOVE WS-ACCR-LOAN-BALANCE TO WS-TS-BALANCE.
    MOVE WS-TB-STRAT-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Interest accrued              " TO WS-CD-LABEL.
    MOVE WS-ACCR-TOTAL-ACCRUED TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Prior accruals reversed       " TO WS-CD-LABEL.
    MOVE WS-ACCR-TOTAL-REVERSED TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Non-accrual interest reversed " TO WS-CD-LABEL.
    MOVE WS-ACCR-TOTAL-NONACCR-REV TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Loans with accruals reversed  " TO WS-CD-LABEL.
    MOVE WS-ACCR-REVERSED-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Loans to non-accrual          " TO WS-CD-LABEL.
    MOVE WS-ACCR-TO-NONACCR-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Loans back to accrual         " TO WS-CD-LABEL.
    MOVE WS-ACCR-TO-ACCRUAL-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Loans not updated             " TO WS-CD-LABEL.
    MOVE WS-ACCR-REJECTED-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Accrued interest receivable   " TO WS-CD-LABEL.
    MOVE WS-ACCR-TOTAL-OUTSTANDING TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "GL extract records            " TO WS-CD-LABEL.
    MOVE WS-GL-RECORD-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "GL extract hash total         " TO WS-CD-LABEL.
    MOVE WS-GL-HASH-TOTAL TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO ACCRUAL-REGISTER-LINE.
    WRITE ACCRUAL-REGISTER-LINE.

OPEN-PROPERTY-MASTER.
    OPEN I-O PROPERTY-MASTER.
    IF WS-PROPMSTR-STATUS = "35"
        *> File does not exist yet - create it on the first booking.
        OPEN OUTPUT PROPERTY-MASTER
        CLOSE PROPERTY-MASTER
        OPEN I-O PROPERTY-MASTER
    END-IF.
    IF WS-PROPMSTR-STATUS = "00"
        MOVE "Y" TO WS-PROPMSTR-AVAIL-FLAG
    ELSE
        MOVE "N" TO WS-PROPMSTR-AVAIL-FLAG
        DISPLAY "Unable to open PROPMSTR, file status "
            WS-PROPMSTR-STATUS
    END-IF.

ACCEPT-PROPERTY-DETAILS.
    DISPLAY "Enter the property street address: ".
    ACCEPT PR-ADDRESS-1.
    DISPLAY "Enter the second address line (or blank): ".
    ACCEPT PR-ADDRESS-2.
    DISPLAY "Enter the property city: ".
    ACCEPT PR-CITY.
    DISPLAY "Enter the property state: ".
    ACCEPT PR-STATE.
    DISPLAY "Enter the property ZIP code: ".
    ACCEPT PR-ZIP.
    DISPLAY "Enter the appraised value (e.g. 250000.00): ".
    ACCEPT PR-APPRAISED-VALUE.
    DISPLAY "Enter the appraisal date (YYYYMMDD): ".
    ACCEPT PR-APPRAISAL-DATE.
    DISPLAY "Enter the purchase price (0 = refinance): ".
    ACCEPT PR-PURCHASE-PRICE.
    DISPLAY "Enter the lien position (1 = first mortgage): ".
    ACCEPT PR-LIEN-POSITION.

LOAD-APPLICATION-PROPERTY.
    MOVE SPACES               TO PROPERTY-MASTER-RECORD.
    MOVE LA-PROP-ADDRESS-1    TO PR-ADDRESS-1.
    MOVE LA-PROP-ADDRESS-2    TO PR-ADDRESS-2.
    MOVE LA-PROP-CITY         TO PR-CITY.
    MOVE LA-PROP-STATE        TO PR-STATE.
    MOVE LA-PROP-ZIP          TO PR-ZIP.
    MOVE LA-APPRAISED-VALUE   TO PR-APPRAISED-VALUE.
    MOVE LA-APPRAISAL-DATE    TO PR-APPRAISAL-DATE.
    MOVE LA-PURCHASE-PRICE    TO PR-PURCHASE-PRICE.
    MOVE LA-LIEN-POSITION     TO PR-LIEN-POSITION.

VALIDATE-PROPERTY-DETAILS.
    *> Without the property's value there is no telling when PMI
    *> must end, so a loan is not booked without it.
    MOVE "Y" TO WS-VALID-FLAG.
    MOVE SPACES TO WS-REJECT-REASON.

    IF PR-ADDRESS-1 = SPACES
        MOVE "N" TO WS-VALID-FLAG
        MOVE "property address is required" TO WS-REJECT-REASON
    ELSE
        IF PR-APPRAISED-VALUE = 0 OR PR-APPRAISAL-DATE = 0
            MOVE "N" TO WS-VALID-FLAG
            MOVE "appraised value and appraisal date are required"
                TO WS-REJECT-REASON
        ELSE
            IF PR-LIEN-POSITION = 0
                MOVE "N" TO WS-VALID-FLAG
                MOVE "lien position must be 1 or higher"
                    TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF.

    IF WS-VALID-FLAG = "Y"
        PERFORM SET-PROPERTY-ORIGINAL-VALUE
    END-IF.

SET-PROPERTY-ORIGINAL-VALUE.
    *> Original value is the lesser of the appraisal and the sales
    *> price; a refinance has no sales price and takes the appraisal.
    IF PR-PURCHASE-PRICE > 0
            AND PR-PURCHASE-PRICE < PR-APPRAISED-VALUE
        MOVE PR-PURCHASE-PRICE TO PR-ORIGINAL-VALUE
    ELSE
        MOVE PR-APPRAISED-VALUE TO PR-ORIGINAL-VALUE
    END-IF.

WRITE-PROPERTY-RECORD.
    MOVE LM-LOAN-NUMBER   TO PR-LOAN-NUMBER.
    MOVE 0                TO PR-PMI-CANCEL-DATE.
    MOVE SPACES           TO PR-PMI-CANCEL-REASON.
    MOVE 0                TO PR-PMI-CANCELLED-AMOUNT.
    MOVE WS-BUSINESS-DATE TO PR-ADDED-DATE.
    MOVE WS-OPERATOR-ID   TO PR-ADDED-BY.
    MOVE 0                TO PR-CHANGED-DATE.
    MOVE SPACES           TO PR-CHANGED-BY.
    WRITE PROPERTY-MASTER-RECORD
        INVALID KEY
            *> Already on file - harmless on a restarted run; the
            *> recorded property stands.
            DISPLAY "Property for loan " LM-LOAN-NUMBER
                " already on PROPMSTR - not replaced."
    END-WRITE.

SET-LOAN-PROPERTY.
    DISPLAY "Enter the loan number: ".
    ACCEPT LM-LOAN-NUMBER.

    READ LOAN-MASTER
        INVALID KEY
            DISPLAY "Loan " LM-LOAN-NUMBER " not found."
    END-READ.

    IF WS-LOANMSTR-STATUS = "00"
        MOVE LM-LOAN-NUMBER TO PR-LOAN-NUMBER
        READ PROPERTY-MASTER
            INVALID KEY
                MOVE "N" TO WS-PROP-FOUND-FLAG
            NOT INVALID KEY
                MOVE "Y" TO WS-PROP-FOUND-FLAG
        END-READ
        IF WS-PROP-FOUND-FLAG = "Y"
            PERFORM DISPLAY-LOAN-PROPERTY
            MOVE PR-ORIGINAL-VALUE TO WS-PROP-OLD-VALUE
        ELSE
            MOVE SPACES TO PROPERTY-MASTER-RECORD
            MOVE 0 TO WS-PROP-OLD-VALUE
        END-IF

        PERFORM ACCEPT-PROPERTY-DETAILS
        PERFORM VALIDATE-PROPERTY-DETAILS
        IF WS-VALID-FLAG = "N"
            DISPLAY "Property not recorded: " WS-REJECT-REASON
        ELSE
            IF WS-PROP-FOUND-FLAG = "Y"
                PERFORM UPDATE-PROPERTY-RECORD
            ELSE
                PERFORM WRITE-PROPERTY-RECORD
                IF WS-PROPMSTR-STATUS = "00"
                    DISPLAY "Property recorded for loan " LM-LOAN-NUMBER
                        ", original value " PR-ORIGINAL-VALUE
                END-IF
            END-IF
        END-IF
    END-IF.

UPDATE-PROPERTY-RECORD.
    *> The original value decides when PMI ends, so changing it on a
    *> recorded property is dual-controlled.
    IF PR-ORIGINAL-VALUE NOT = WS-PROP-OLD-VALUE
        MOVE SPACES TO WS-APPROVAL-ACTION
        STRING "APPROVED VALUE CHANGE ON " LM-LOAN-NUMBER
            DELIMITED BY SIZE INTO WS-APPROVAL-ACTION
        PERFORM OBTAIN-SECOND-APPROVAL
    ELSE
        MOVE "Y" TO WS-APPROVAL-FLAG
    END-IF.

    IF WS-APPROVAL-FLAG = "N"
        DISPLAY "Property not updated - a change to the original "
            "value needs a second approver."
    ELSE
        MOVE WS-BUSINESS-DATE TO PR-CHANGED-DATE
        MOVE WS-OPERATOR-ID   TO PR-CHANGED-BY
        REWRITE PROPERTY-MASTER-RECORD
        IF WS-PROPMSTR-STATUS = "00"
            DISPLAY "Property updated for loan " LM-LOAN-NUMBER
                ", original value " PR-ORIGINAL-VALUE
        ELSE
            DISPLAY "Unable to update property, file status "
                WS-PROPMSTR-STATUS
        END-IF
    END-IF.

DISPLAY-LOAN-PROPERTY.
    DISPLAY "Property .........: " PR-ADDRESS-1.
    IF PR-ADDRESS-2 NOT = SPACES
        DISPLAY "                    " PR-ADDRESS-2
    END-IF.
    DISPLAY "                    " PR-CITY " " PR-STATE " " PR-ZIP.
    DISPLAY "Appraised value ..: " PR-APPRAISED-VALUE " on "
        PR-APPRAISAL-DATE.
    DISPLAY "Purchase price ...: " PR-PURCHASE-PRICE.
    DISPLAY "Original value ...: " PR-ORIGINAL-VALUE.
    DISPLAY "Lien position ....: " PR-LIEN-POSITION.
    IF PR-PMI-CANCEL-DATE NOT = 0
        DISPLAY "PMI ended ........: " PR-PMI-CANCEL-DATE
            " basis " PR-PMI-CANCEL-REASON
            " premium " PR-PMI-CANCELLED-AMOUNT
    END-IF.

PMI-CANCELLATION-MODE.
    MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

    OPEN I-O LOAN-MASTER.
    IF WS-LOANMSTR-STATUS NOT = "00"
        DISPLAY "Unable to open LOANMSTR, file status "
            WS-LOANMSTR-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN I-O PROPERTY-MASTER
        IF WS-PROPMSTR-STATUS NOT = "00"
            DISPLAY "Unable to open PROPMSTR, file status "
                WS-PROPMSTR-STATUS
            MOVE 8 TO RETURN-CODE
            CLOSE LOAN-MASTER
        ELSE
            OPEN OUTPUT PMI-REPORT-FILE
            IF WS-PMIRPT-STATUS NOT = "00"
                DISPLAY "Unable to open PMIRPT, file status "
                    WS-PMIRPT-STATUS
                MOVE 8 TO RETURN-CODE
                CLOSE LOAN-MASTER
                CLOSE PROPERTY-MASTER
            ELSE
                OPEN OUTPUT PMI-NOTICE-FILE
                IF WS-PMINOTC-STATUS NOT = "00"
                    DISPLAY "Unable to open PMINOTC, file status "
                        WS-PMINOTC-STATUS
                    MOVE 8 TO RETURN-CODE
                    CLOSE LOAN-MASTER
                    CLOSE PROPERTY-MASTER
                    CLOSE PMI-REPORT-FILE
                ELSE
                    PERFORM RUN-PMI-CANCELLATION
                END-IF
            END-IF
        END-IF
    END-IF.

RUN-PMI-CANCELLATION.
    *> The notices are mailed, so each opens with the mailing block
    *> from the borrower master when the borrower is on file.
    OPEN INPUT BORROWER-MASTER.
    IF WS-BORRMSTR-STATUS = "00"
        MOVE "Y" TO WS-BORRMSTR-AVAIL-FLAG
    ELSE
        MOVE "N" TO WS-BORRMSTR-AVAIL-FLAG
    END-IF.

    MOVE 0 TO WS-PMI-REVIEWED-COUNT.
    MOVE 0 TO WS-PMI-CANCELLED-COUNT.
    MOVE 0 TO WS-PMI-CANCELLED-AMOUNT.
    MOVE 0 TO WS-PMI-NOT-CURRENT-COUNT.
    MOVE 0 TO WS-PMI-ELIGIBLE-COUNT.
    MOVE 0 TO WS-PMI-NO-PROPERTY-COUNT.
    MOVE 0 TO WS-PMI-REJECTED-COUNT.
    MOVE 0 TO WS-PMI-MOD-REVIEW-COUNT.

    PERFORM LOAD-PMI-MODIFICATION-TABLE.

    MOVE WS-BUSINESS-DATE TO WS-PH-DATE.
    MOVE WS-PMI-HEADING-1 TO PMI-REPORT-LINE.
    WRITE PMI-REPORT-LINE.
    MOVE SPACES TO PMI-REPORT-LINE.
    WRITE PMI-REPORT-LINE.
    MOVE WS-PMI-HEADING-2 TO PMI-REPORT-LINE.
    WRITE PMI-REPORT-LINE.

    MOVE LOW-VALUES TO LM-LOAN-NUMBER.
    START LOAN-MASTER KEY NOT < LM-LOAN-NUMBER
        INVALID KEY
            MOVE "Y" TO WS-PMI-EOF-FLAG
        NOT INVALID KEY
            MOVE "N" TO WS-PMI-EOF-FLAG
    END-START.
    PERFORM UNTIL WS-PMI-EOF-FLAG = "Y"
        READ LOAN-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-PMI-EOF-FLAG
            NOT AT END
                IF LM-MONTHLY-PMI > 0
                        AND LM-LOAN-STATUS NOT = "P"
                        AND LM-LOAN-STATUS NOT = "C"
                        AND LM-LOAN-STATUS NOT = "T"
                    PERFORM REVIEW-ONE-PMI-LOAN
                END-IF
        END-READ
    END-PERFORM.

    CLOSE LOAN-MASTER.
    CLOSE PROPERTY-MASTER.
    CLOSE PMI-NOTICE-FILE.
    IF WS-BORRMSTR-AVAIL-FLAG = "Y"
        CLOSE BORROWER-MASTER
    END-IF.
    PERFORM WRITE-PMI-REPORT-TOTALS.
    CLOSE PMI-REPORT-FILE.

    DISPLAY "Loans with PMI reviewed ..: " WS-PMI-REVIEWED-COUNT.
    DISPLAY "PMI cancelled ............: " WS-PMI-CANCELLED-COUNT.
    DISPLAY "At 78 pct, not current ...: " WS-PMI-NOT-CURRENT-COUNT.
    DISPLAY "At 80 pct, may request ...: " WS-PMI-ELIGIBLE-COUNT.
    DISPLAY "No property value ........: " WS-PMI-NO-PROPERTY-COUNT.
    DISPLAY "Loans not updated ........: " WS-PMI-REJECTED-COUNT.
    DISPLAY "Modified, review by hand .: " WS-PMI-MOD-REVIEW-COUNT.
    IF WS-PMI-NO-PROPERTY-COUNT > 0 OR WS-PMI-REJECTED-COUNT > 0
            OR WS-PMI-MOD-REVIEW-COUNT > 0
        *> A loan the run could not judge may be one whose PMI is
        *> already overdue to end.
        MOVE 4 TO RETURN-CODE
    END-IF.
    DISPLAY "Cancellation notices written to PMINOTC".
    DISPLAY "PMI review written to PMIRPT".

LOAD-PMI-MODIFICATION-TABLE.
    *> MODHIST is in the order the modifications were made, so the
    *> last record for a loan is its latest. No file yet simply
    *> means no loan has been modified; a loan the table cannot
    *> supply is listed for review rather than judged.
    MOVE 0 TO WS-PMI-MOD-COUNT.
    MOVE 0 TO WS-PMI-MOD-DROPPED.
    OPEN INPUT MODIFICATION-HISTORY-FILE.
    IF WS-MODHIST-STATUS = "00"
        MOVE "N" TO WS-PMI-MOD-EOF-FLAG
        PERFORM UNTIL WS-PMI-MOD-EOF-FLAG = "Y"
            READ MODIFICATION-HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-PMI-MOD-EOF-FLAG
                NOT AT END
                    PERFORM TABLE-ONE-PMI-MODIFICATION
            END-READ
        END-PERFORM
        CLOSE MODIFICATION-HISTORY-FILE
    ELSE
        IF WS-MODHIST-STATUS NOT = "35"
            DISPLAY "Unable to open MODHIST, file status "
                WS-MODHIST-STATUS " - modified loans listed for "
                "review"
        END-IF
    END-IF.
    IF WS-PMI-MOD-DROPPED > 0
        DISPLAY "Warning: " WS-PMI-MOD-DROPPED " modifications did "
            "not fit the table - those loans are listed for review"
    END-IF.

TABLE-ONE-PMI-MODIFICATION.
    MOVE "N" TO WS-PMI-MOD-FOUND-FLAG.
    PERFORM VARYING WS-PMI-MOD-IDX FROM 1 BY 1
            UNTIL WS-PMI-MOD-IDX > WS-PMI-MOD-COUNT
            OR WS-PMI-MOD-FOUND-FLAG = "Y"
        IF WS-PMI-MD-LOAN-NUMBER(WS-PMI-MOD-IDX) = MH-LOAN-NUMBER
            MOVE "Y" TO WS-PMI-MOD-FOUND-FLAG
            MOVE WS-PMI-MOD-IDX TO WS-PMI-MOD-FOUND-IDX
        END-IF
    END-PERFORM.
    IF WS-PMI-MOD-FOUND-FLAG = "N"
        IF WS-PMI-MOD-COUNT < 2000
            ADD 1 TO WS-PMI-MOD-COUNT
            MOVE WS-PMI-MOD-COUNT TO WS-PMI-MOD-FOUND-IDX
            MOVE "Y" TO WS-PMI-MOD-FOUND-FLAG
        ELSE
            ADD 1 TO WS-PMI-MOD-DROPPED
        END-IF
    END-IF.
    IF WS-PMI-MOD-FOUND-FLAG = "Y"
        MOVE MH-LOAN-NUMBER TO
            WS-PMI-MD-LOAN-NUMBER(WS-PMI-MOD-FOUND-IDX)
        MOVE MH-MOD-DATE TO WS-PMI-MD-DATE(WS-PMI-MOD-FOUND-IDX)
        MOVE MH-NEW-BALANCE TO
            WS-PMI-MD-BALANCE(WS-PMI-MOD-FOUND-IDX)
        MOVE MH-NEW-RATE TO WS-PMI-MD-RATE(WS-PMI-MOD-FOUND-IDX)
        MOVE MH-NEW-MONTHLY-PAYMENT TO
            WS-PMI-MD-PAYMENT(WS-PMI-MOD-FOUND-IDX)
        MOVE MH-NEW-NEXT-DUE-DATE TO
            WS-PMI-MD-NEXT-DUE(WS-PMI-MOD-FOUND-IDX)
    END-IF.

FIND-PMI-MODIFICATION.
    *> The history must describe the modification the master
    *> carries - a later one recorded by hand is not on MODHIST.
    MOVE "N" TO WS-PMI-MOD-FOUND-FLAG.
    IF LM-MODIFIED-DATE NOT = 0
        PERFORM VARYING WS-PMI-MOD-IDX FROM 1 BY 1
                UNTIL WS-PMI-MOD-IDX > WS-PMI-MOD-COUNT
                OR WS-PMI-MOD-FOUND-FLAG = "Y"
            IF WS-PMI-MD-LOAN-NUMBER(WS-PMI-MOD-IDX) = LM-LOAN-NUMBER
                    AND WS-PMI-MD-DATE(WS-PMI-MOD-IDX) =
                        LM-MODIFIED-DATE
                    AND WS-PMI-MD-NEXT-DUE(WS-PMI-MOD-IDX) > 0
                MOVE "Y" TO WS-PMI-MOD-FOUND-FLAG
                MOVE WS-PMI-MOD-IDX TO WS-PMI-MOD-FOUND-IDX
            END-IF
        END-PERFORM
    END-IF.

REVIEW-ONE-PMI-LOAN.
    ADD 1 TO WS-PMI-REVIEWED-COUNT.
    MOVE SPACES TO WS-PMI-FINDING.
    MOVE 0 TO WS-PMI-SCHED-LTV.
    MOVE 0 TO WS-PMI-ACTUAL-LTV.

    MOVE LM-LOAN-NUMBER TO PR-LOAN-NUMBER.
    READ PROPERTY-MASTER
        INVALID KEY
            MOVE "N" TO WS-PROP-FOUND-FLAG
            MOVE SPACES TO PROPERTY-MASTER-RECORD
            MOVE 0 TO PR-ORIGINAL-VALUE
            MOVE 0 TO PR-LIEN-POSITION
        NOT INVALID KEY
            MOVE "Y" TO WS-PROP-FOUND-FLAG
    END-READ.
    PERFORM FIND-PMI-MODIFICATION.

    EVALUATE TRUE
        WHEN WS-PROP-FOUND-FLAG = "N"
            MOVE "NO PROPERTY RECORD" TO WS-PMI-FINDING
            ADD 1 TO WS-PMI-NO-PROPERTY-COUNT
        WHEN PR-ORIGINAL-VALUE = 0
            MOVE "NO ORIGINAL VALUE" TO WS-PMI-FINDING
            ADD 1 TO WS-PMI-NO-PROPERTY-COUNT
        WHEN LM-MODIFIED-DATE NOT = 0 AND WS-PMI-MOD-FOUND-FLAG = "N"
            *> Neither the original schedule nor a guess at the
            *> modified one is a fair test.
            MOVE "MODIFIED, NO HISTORY" TO WS-PMI-FINDING
            ADD 1 TO WS-PMI-MOD-REVIEW-COUNT
        WHEN OTHER
            PERFORM EVALUATE-LOAN-PMI
    END-EVALUATE.

    IF WS-PMI-FINDING NOT = SPACES
        PERFORM WRITE-PMI-REPORT-LINE
    END-IF.

EVALUATE-LOAN-PMI.
    PERFORM COMPUTE-SCHEDULED-BALANCE.
    COMPUTE WS-PMI-78-LIMIT ROUNDED = PR-ORIGINAL-VALUE * 0.78.
    COMPUTE WS-PMI-80-LIMIT ROUNDED = PR-ORIGINAL-VALUE * 0.80.
    COMPUTE WS-PMI-SCHED-LTV ROUNDED =
        WS-PMI-SCHED-BALANCE * 100 / PR-ORIGINAL-VALUE.
    COMPUTE WS-PMI-ACTUAL-LTV ROUNDED =
        LM-CURRENT-BALANCE * 100 / PR-ORIGINAL-VALUE.

    *> Current means the next installment is not yet past its
    *> grace period - the same test the late charge uses.
    PERFORM COMPUTE-GRACE-END-DATE.
    IF WS-TODAY-INT > WS-GRACE-END-INT
        MOVE "N" TO WS-PMI-CURRENT-FLAG
    ELSE
        MOVE "Y" TO WS-PMI-CURRENT-FLAG
    END-IF.

    *> PMI ends once the balance reaches 78 percent of original value
    *> on the original schedule, or sooner if the borrower has paid
    *> the actual balance down to it. At 80 percent the borrower may
    *> ask for it to end, so those loans are listed for follow-up.
    EVALUATE TRUE
        WHEN WS-PMI-SCHED-BALANCE <= WS-PMI-78-LIMIT
                OR LM-CURRENT-BALANCE <= WS-PMI-78-LIMIT
            IF WS-PMI-CURRENT-FLAG = "Y"
                IF WS-PMI-SCHED-BALANCE <= WS-PMI-78-LIMIT
                    MOVE "S" TO WS-PMI-CANCEL-REASON
                ELSE
                    MOVE "A" TO WS-PMI-CANCEL-REASON
                END-IF
                PERFORM CANCEL-LOAN-PMI
            ELSE
                MOVE "AT 78 PCT, NOT CURRENT" TO WS-PMI-FINDING
                ADD 1 TO WS-PMI-NOT-CURRENT-COUNT
            END-IF
        WHEN WS-PMI-SCHED-BALANCE <= WS-PMI-80-LIMIT
                OR LM-CURRENT-BALANCE <= WS-PMI-80-LIMIT
            MOVE "AT 80 PCT, MAY REQUEST" TO WS-PMI-FINDING
            ADD 1 TO WS-PMI-ELIGIBLE-COUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

COMPUTE-SCHEDULED-BALANCE.
    *> The balance the amortization schedule calls for after the
    *> installments due to date. That is the original schedule
    *> unless the loan has been modified; a modification replaces
    *> it with its own - the new balance at the new rate and
    *> payment, from the first installment due after it.
    IF LM-MODIFIED-DATE = 0
        PERFORM SET-ORIGINAL-PMI-SCHEDULE
    ELSE
        PERFORM SET-MODIFIED-PMI-SCHEDULE
    END-IF.
    IF WS-PMI-MONTHS-ELAPSED < 0
        MOVE 0 TO WS-PMI-MONTHS-ELAPSED
    END-IF.

    IF WS-PMI-RATE-MONTHLY = 0
        COMPUTE WS-PMI-SCHED-BALANCE =
            WS-PMI-SCHED-PRINCIPAL
            - WS-PMI-SCHED-PAYMENT * WS-PMI-MONTHS-ELAPSED
    ELSE
        COMPUTE WS-PMI-GROWTH =
            (1 + WS-PMI-RATE-MONTHLY) ** WS-PMI-MONTHS-ELAPSED
        COMPUTE WS-PMI-SCHED-BALANCE ROUNDED =
            WS-PMI-SCHED-PRINCIPAL * WS-PMI-GROWTH
            - WS-PMI-SCHED-PAYMENT * (WS-PMI-GROWTH - 1)
            / WS-PMI-RATE-MONTHLY
    END-IF.
    IF WS-PMI-SCHED-BALANCE < 0
        MOVE 0 TO WS-PMI-SCHED-BALANCE
    END-IF.

SET-ORIGINAL-PMI-SCHEDULE.
    *> One installment falls due each month from origination, so
    *> the count is the whole months elapsed.
    COMPUTE WS-PMI-TERM-MONTHS = LM-YEARS * 12.
    IF LM-ORIGINATION-DATE = 0
        MOVE 0 TO WS-PMI-MONTHS-ELAPSED
    ELSE
        MOVE LM-ORIGINATION-DATE TO WS-PMI-DATE-NUM
        PERFORM COUNT-PMI-MONTHS-ELAPSED
    END-IF.
    IF WS-PMI-MONTHS-ELAPSED > WS-PMI-TERM-MONTHS
        MOVE WS-PMI-TERM-MONTHS TO WS-PMI-MONTHS-ELAPSED
    END-IF.

    MOVE LM-PRINCIPAL TO WS-PMI-SCHED-PRINCIPAL.
    COMPUTE WS-PMI-RATE-MONTHLY = LM-INTEREST-ANNUAL / 12.
    IF WS-PMI-TERM-MONTHS = 0
        MOVE 0 TO WS-PMI-SCHED-PAYMENT
    ELSE
        IF WS-PMI-RATE-MONTHLY = 0
            COMPUTE WS-PMI-SCHED-PAYMENT ROUNDED =
                LM-PRINCIPAL / WS-PMI-TERM-MONTHS
        ELSE
            COMPUTE WS-PMI-GROWTH =
                (1 + WS-PMI-RATE-MONTHLY) ** WS-PMI-TERM-MONTHS
            COMPUTE WS-PMI-SCHED-PAYMENT ROUNDED =
                LM-PRINCIPAL * WS-PMI-RATE-MONTHLY * WS-PMI-GROWTH
                / (WS-PMI-GROWTH - 1)
        END-IF
    END-IF.

SET-MODIFIED-PMI-SCHEDULE.
    *> The first installment on the modified terms falls due on
    *> the modification's next due date and one each month after,
    *> so the count is the whole months since then plus that one.
    MOVE WS-PMI-MD-NEXT-DUE(WS-PMI-MOD-FOUND-IDX) TO WS-PMI-DATE-NUM.
    PERFORM COUNT-PMI-MONTHS-ELAPSED.
    IF WS-BUSINESS-DATE >= WS-PMI-MD-NEXT-DUE(WS-PMI-MOD-FOUND-IDX)
        ADD 1 TO WS-PMI-MONTHS-ELAPSED
    END-IF.
    MOVE WS-PMI-MD-BALANCE(WS-PMI-MOD-FOUND-IDX)
        TO WS-PMI-SCHED-PRINCIPAL.
    COMPUTE WS-PMI-RATE-MONTHLY =
        WS-PMI-MD-RATE(WS-PMI-MOD-FOUND-IDX) / 12.
    MOVE WS-PMI-MD-PAYMENT(WS-PMI-MOD-FOUND-IDX)
        TO WS-PMI-SCHED-PAYMENT.

COUNT-PMI-MONTHS-ELAPSED.
    *> Whole months from the date in WS-PMI-DATE-NUM to the
    *> business date.
    MOVE WS-PMI-DATE-DAY TO WS-PMI-ORIG-DAY.
    COMPUTE WS-PMI-MONTHS-ELAPSED =
        0 - (WS-PMI-DATE-YEAR * 12 + WS-PMI-DATE-MONTH).
    MOVE WS-BUSINESS-DATE TO WS-PMI-DATE-NUM.
    COMPUTE WS-PMI-MONTHS-ELAPSED = WS-PMI-MONTHS-ELAPSED
        + WS-PMI-DATE-YEAR * 12 + WS-PMI-DATE-MONTH.
    IF WS-PMI-DATE-DAY < WS-PMI-ORIG-DAY
        SUBTRACT 1 FROM WS-PMI-MONTHS-ELAPSED
    END-IF.

CANCEL-LOAN-PMI.
    MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.
    MOVE LM-MONTHLY-PMI TO WS-PMI-OLD-AMOUNT.
    MOVE LM-TOTAL-PAYMENT TO WS-PMI-OLD-TOTAL.
    MOVE 0 TO LM-MONTHLY-PMI.
    COMPUTE LM-TOTAL-PAYMENT =
        LM-MONTHLY-PAYMENT + LM-MONTHLY-TAX +
        LM-MONTHLY-INSURANCE + LM-MONTHLY-PMI.

    REWRITE LOAN-MASTER-RECORD.
    IF WS-LOANMSTR-STATUS NOT = "00"
        ADD 1 TO WS-PMI-REJECTED-COUNT
        MOVE "CANCEL FAILED" TO WS-PMI-FINDING
        DISPLAY "PMI not cancelled - loan " LM-LOAN-NUMBER
            " master rewrite failed, file status "
            WS-LOANMSTR-STATUS
        MOVE WS-JRNL-BEFORE-IMAGE TO LOAN-MASTER-RECORD
    ELSE
        PERFORM WRITE-MASTER-JOURNAL
        ADD 1 TO WS-PMI-CANCELLED-COUNT
        ADD WS-PMI-OLD-AMOUNT TO WS-PMI-CANCELLED-AMOUNT
        IF WS-PMI-CANCEL-REASON = "S"
            MOVE "PMI CANCELLED SCHEDULE" TO WS-PMI-FINDING
        ELSE
            MOVE "PMI CANCELLED ACTUAL" TO WS-PMI-FINDING
        END-IF

        *> The property record keeps when and why PMI ended, which
        *> is also what stops the escrow analysis putting it back.
        MOVE WS-BUSINESS-DATE     TO PR-PMI-CANCEL-DATE
        MOVE WS-PMI-CANCEL-REASON TO PR-PMI-CANCEL-REASON
        MOVE WS-PMI-OLD-AMOUNT    TO PR-PMI-CANCELLED-AMOUNT
        MOVE WS-BUSINESS-DATE     TO PR-CHANGED-DATE
        MOVE WS-OPERATOR-ID       TO PR-CHANGED-BY
        REWRITE PROPERTY-MASTER-RECORD
        IF WS-PROPMSTR-STATUS NOT = "00"
            DISPLAY "PMI cancelled on loan " LM-LOAN-NUMBER
                " but PROPMSTR not updated, file status "
                WS-PROPMSTR-STATUS
        END-IF

        PERFORM WRITE-PMI-CANCELLATION-NOTICE
    END-IF.

WRITE-PMI-CANCELLATION-NOTICE.
    MOVE SPACES TO BORROWER-MASTER-RECORD.
    IF LM-BORROWER-ID NOT = SPACES
            AND WS-BORRMSTR-AVAIL-FLAG = "Y"
        MOVE LM-BORROWER-ID TO BR-BORROWER-ID
        READ BORROWER-MASTER
            INVALID KEY
                MOVE SPACES TO BORROWER-MASTER-RECORD
        END-READ
    END-IF.

    MOVE WS-PMI-LETTER-HEADING-1 TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.

    IF BR-NAME NOT = SPACES
        MOVE BR-NAME TO WS-YE-NAME
        MOVE WS-YE-NAME-LINE TO PMI-NOTICE-LINE
        WRITE PMI-NOTICE-LINE
        MOVE BR-ADDRESS-1 TO WS-YE-ADDR-TEXT
        MOVE WS-YE-ADDR-LINE TO PMI-NOTICE-LINE
        WRITE PMI-NOTICE-LINE
        IF BR-ADDRESS-2 NOT = SPACES
            MOVE BR-ADDRESS-2 TO WS-YE-ADDR-TEXT
            MOVE WS-YE-ADDR-LINE TO PMI-NOTICE-LINE
            WRITE PMI-NOTICE-LINE
        END-IF
        MOVE BR-CITY TO WS-YE-CITY
        MOVE BR-STATE TO WS-YE-STATE
        MOVE BR-ZIP TO WS-YE-ZIP
        MOVE WS-YE-CITY-LINE TO PMI-NOTICE-LINE
        WRITE PMI-NOTICE-LINE
    END-IF.

    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "LOAN NUMBER ........: " TO WS-QT-LABEL.
    MOVE LM-LOAN-NUMBER TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.

    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "PROPERTY ...........: " TO WS-QT-LABEL.
    MOVE PR-ADDRESS-1 TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.

    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "EFFECTIVE DATE .....: " TO WS-QT-LABEL.
    MOVE WS-BUSINESS-DATE TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.

    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "CANCELLATION BASIS .: " TO WS-QT-LABEL.
    IF WS-PMI-CANCEL-REASON = "S"
        MOVE "SCHEDULED BALANCE AT 78 PCT" TO WS-QT-TEXT
    ELSE
        MOVE "PRINCIPAL BALANCE AT 78 PCT" TO WS-QT-TEXT
    END-IF.
    MOVE WS-QUOTE-TEXT-LINE TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.

    MOVE "ORIGINAL VALUE OF THE PROPERTY      " TO WS-QL-LABEL.
    MOVE PR-ORIGINAL-VALUE TO WS-QL-AMOUNT.
    MOVE WS-QUOTE-AMOUNT-LINE TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.

    MOVE "PRINCIPAL BALANCE                   " TO WS-QL-LABEL.
    MOVE LM-CURRENT-BALANCE TO WS-QL-AMOUNT.
    MOVE WS-QUOTE-AMOUNT-LINE TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.

    MOVE "MONTHLY PMI PREMIUM ENDED           " TO WS-QL-LABEL.
    MOVE WS-PMI-OLD-AMOUNT TO WS-QL-AMOUNT.
    MOVE WS-QUOTE-AMOUNT-LINE TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.

    MOVE "PREVIOUS TOTAL MONTHLY PAYMENT      " TO WS-QL-LABEL.
    MOVE WS-PMI-OLD-TOTAL TO WS-QL-AMOUNT.
    MOVE WS-QUOTE-AMOUNT-LINE TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.

    MOVE "NEW TOTAL MONTHLY PAYMENT           " TO WS-QL-LABEL.
    MOVE LM-TOTAL-PAYMENT TO WS-QL-AMOUNT.
    MOVE WS-QUOTE-AMOUNT-LINE TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.

    MOVE "PRIVATE MORTGAGE INSURANCE ON YOUR LOAN HAS ENDED. NO"
        TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.
    MOVE "FURTHER PMI PREMIUM WILL BE CHARGED; YOUR NEXT PAYMENT"
        TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.
    MOVE "IS THE NEW TOTAL MONTHLY PAYMENT SHOWN ABOVE."
        TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.
    MOVE SPACES TO PMI-NOTICE-LINE.
    WRITE PMI-NOTICE-LINE.

WRITE-PMI-REPORT-LINE.
    MOVE SPACES             TO WS-PMI-DETAIL-LINE.
    MOVE LM-LOAN-NUMBER     TO WS-PD-LOAN-NUMBER.
    MOVE WS-PMI-FINDING     TO WS-PD-FINDING.
    MOVE LM-CURRENT-BALANCE TO WS-PD-BALANCE.
    MOVE PR-ORIGINAL-VALUE  TO WS-PD-ORIG-VALUE.
    MOVE WS-PMI-SCHED-LTV   TO WS-PD-SCHED-LTV.
    MOVE WS-PMI-ACTUAL-LTV  TO WS-PD-ACTUAL-LTV.
    MOVE PR-LIEN-POSITION   TO WS-PD-LIEN.
    MOVE WS-PMI-DETAIL-LINE TO PMI-REPORT-LINE.
    WRITE PMI-REPORT-LINE.

WRITE-PMI-REPORT-TOTALS.
    MOVE SPACES TO PMI-REPORT-LINE.
    WRITE PMI-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Loans with PMI reviewed       " TO WS-CD-LABEL.
    MOVE WS-PMI-REVIEWED-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO PMI-REPORT-LINE.
    WRITE PMI-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "PMI cancelled                 " TO WS-CD-LABEL.
    MOVE WS-PMI-CANCELLED-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO PMI-REPORT-LINE.
    WRITE PMI-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Monthly PMI premium ended     " TO WS-CD-LABEL.
    MOVE WS-PMI-CANCELLED-AMOUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO PMI-REPORT-LINE.
    WRITE PMI-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "At 78 pct, not current        " TO WS-CD-LABEL.
    MOVE WS-PMI-NOT-CURRENT-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO PMI-REPORT-LINE.
    WRITE PMI-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "At 80 pct, may request        " TO WS-CD-LABEL.
    MOVE WS-PMI-ELIGIBLE-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO PMI-REPORT-LINE.
    WRITE PMI-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "No property value on file     " TO WS-CD-LABEL.
    MOVE WS-PMI-NO-PROPERTY-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO PMI-REPORT-LINE.
    WRITE PMI-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Loans not updated             " TO WS-CD-LABEL.
    MOVE WS-PMI-REJECTED-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO PMI-REPORT-LINE.
    WRITE PMI-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Modified, review by hand      " TO WS-CD-LABEL.
    MOVE WS-PMI-MOD-REVIEW-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO PMI-REPORT-LINE.
    WRITE PMI-REPORT-LINE.

HAZARD-INSURANCE-MODE.
    DISPLAY "W. Weekly review (notices, force-placement, refunds)".
    DISPLAY "P. Record a borrower's policy or proof of coverage".
    DISPLAY "I. Inquire on a loan's insurance".
    DISPLAY "Select an action: ".
    ACCEPT WS-INS-ACTION.

    EVALUATE WS-INS-ACTION
        WHEN "W"
            PERFORM OPEN-INSURANCE-REVIEW-FILES
        WHEN "P"
            PERFORM INSURANCE-POLICY-MAINTENANCE
        WHEN "I"
            PERFORM INSURANCE-POLICY-MAINTENANCE
        WHEN OTHER
            DISPLAY "Invalid insurance action."
            MOVE 8 TO RETURN-CODE
    END-EVALUATE.

OPEN-INSURANCE-POLICY-FILE.
    OPEN I-O INSURANCE-POLICY.
    IF WS-INSPOLCY-STATUS = "35"
        *> File does not exist yet - create it on first use.
        OPEN OUTPUT INSURANCE-POLICY
        CLOSE INSURANCE-POLICY
        OPEN I-O INSURANCE-POLICY
    END-IF.
    IF WS-INSPOLCY-STATUS NOT = "00"
        DISPLAY "Unable to open INSPOLCY, file status "
            WS-INSPOLCY-STATUS
    END-IF.

INSURANCE-POLICY-MAINTENANCE.
    OPEN INPUT LOAN-MASTER.
    IF WS-LOANMSTR-STATUS NOT = "00"
        DISPLAY "Unable to open LOANMSTR, file status "
            WS-LOANMSTR-STATUS
    ELSE
        PERFORM OPEN-INSURANCE-POLICY-FILE
        IF WS-INSPOLCY-STATUS = "00"
            DISPLAY "Enter the loan number: "
            ACCEPT LM-LOAN-NUMBER
            READ LOAN-MASTER
                INVALID KEY
                    DISPLAY "Loan " LM-LOAN-NUMBER " not found."
            END-READ
            IF WS-LOANMSTR-STATUS = "00"
                MOVE LM-LOAN-NUMBER TO IP-LOAN-NUMBER
                READ INSURANCE-POLICY
                    INVALID KEY
                        MOVE "N" TO WS-INS-FOUND-FLAG
                    NOT INVALID KEY
                        MOVE "Y" TO WS-INS-FOUND-FLAG
                END-READ
                IF WS-INS-ACTION = "I"
                    IF WS-INS-FOUND-FLAG = "Y"
                        PERFORM DISPLAY-INSURANCE-POLICY
                    ELSE
                        DISPLAY "No insurance policy on file for loan "
                            LM-LOAN-NUMBER
                    END-IF
                ELSE
                    PERFORM RECORD-INSURANCE-POLICY
                END-IF
            END-IF
            CLOSE INSURANCE-POLICY
        END-IF
        CLOSE LOAN-MASTER
    END-IF.

RECORD-INSURANCE-POLICY.
    IF LM-LOAN-STATUS = "P" OR LM-LOAN-STATUS = "C"
            OR LM-LOAN-STATUS = "T"
        DISPLAY "Loan " LM-LOAN-NUMBER " is closed (status "
            LM-LOAN-STATUS ") - no policy recorded."
    ELSE
        IF WS-INS-FOUND-FLAG = "Y"
            PERFORM DISPLAY-INSURANCE-POLICY
        ELSE
            MOVE SPACES TO INSURANCE-POLICY-RECORD
            MOVE LM-LOAN-NUMBER TO IP-LOAN-NUMBER
            MOVE 0 TO IP-FP-COVERAGE
            MOVE 0 TO IP-FP-PREMIUM
            MOVE 0 TO IP-FP-START-DATE
            MOVE 0 TO IP-FP-END-DATE
            MOVE 0 TO IP-FP-CANCEL-DATE
            MOVE 0 TO IP-FP-REFUND
        END-IF

        DISPLAY "Enter the insurance carrier: "
        ACCEPT IP-CARRIER-NAME
        DISPLAY "Enter the policy number: "
        ACCEPT IP-POLICY-NUMBER
        DISPLAY "Enter the dwelling coverage amount (e.g. 250000.00): "
        ACCEPT IP-COVERAGE-AMOUNT
        DISPLAY "Enter the annual premium (e.g. 1200.00): "
        ACCEPT IP-ANNUAL-PREMIUM
        DISPLAY "Enter the policy effective date (YYYYMMDD): "
        ACCEPT IP-EFFECTIVE-DATE
        DISPLAY "Enter the policy expiration date (YYYYMMDD): "
        ACCEPT IP-EXPIRATION-DATE

        MOVE "Y" TO WS-INS-VALID-FLAG
        IF IP-CARRIER-NAME = SPACES OR IP-POLICY-NUMBER = SPACES
            MOVE "N" TO WS-INS-VALID-FLAG
            DISPLAY "Policy not recorded - carrier and policy number "
                "are required."
        ELSE
            IF IP-COVERAGE-AMOUNT = 0
                MOVE "N" TO WS-INS-VALID-FLAG
                DISPLAY "Policy not recorded - coverage must be "
                    "greater than zero."
            ELSE
                MOVE IP-EFFECTIVE-DATE TO WS-DATE-CHECK-NUM
                PERFORM VALIDATE-ENTERED-DATE
                IF WS-DATE-VALID-FLAG = "Y"
                    MOVE IP-EXPIRATION-DATE TO WS-DATE-CHECK-NUM
                    PERFORM VALIDATE-ENTERED-DATE
                END-IF
                IF WS-DATE-VALID-FLAG = "N"
                        OR IP-EXPIRATION-DATE <= IP-EFFECTIVE-DATE
                    MOVE "N" TO WS-INS-VALID-FLAG
                    DISPLAY "Policy not recorded - the policy dates "
                        "are not valid."
                END-IF
            END-IF
        END-IF

        IF WS-INS-VALID-FLAG = "Y"
            *> A policy newly evidenced starts the notice cycle over.
            MOVE 0 TO IP-FIRST-NOTICE-DATE
            MOVE 0 TO IP-SECOND-NOTICE-DATE
            MOVE WS-BUSINESS-DATE TO IP-CHANGED-DATE
            MOVE WS-OPERATOR-ID TO IP-CHANGED-BY
            IF WS-INS-FOUND-FLAG = "Y"
                REWRITE INSURANCE-POLICY-RECORD
            ELSE
                WRITE INSURANCE-POLICY-RECORD
            END-IF
            IF WS-INSPOLCY-STATUS = "00"
                DISPLAY "Policy recorded for loan " LM-LOAN-NUMBER
                    " through " IP-EXPIRATION-DATE
                IF IP-FP-STATUS = "F"
                        AND IP-EXPIRATION-DATE > WS-BUSINESS-DATE
                    DISPLAY "The weekly review will cancel the "
                        "lender-placed coverage and refund the "
                        "unearned premium."
                END-IF
            ELSE
                DISPLAY "Unable to record policy, file status "
                    WS-INSPOLCY-STATUS
            END-IF
        END-IF
    END-IF.

DISPLAY-INSURANCE-POLICY.
    DISPLAY "Carrier ..........: " IP-CARRIER-NAME.
    DISPLAY "Policy number ....: " IP-POLICY-NUMBER.
    DISPLAY "Coverage .........: " IP-COVERAGE-AMOUNT.
    DISPLAY "Annual premium ...: " IP-ANNUAL-PREMIUM.
    DISPLAY "Policy period ....: " IP-EFFECTIVE-DATE " to "
        IP-EXPIRATION-DATE.
    IF IP-FIRST-NOTICE-DATE NOT = 0
        DISPLAY "Notices sent .....: " IP-FIRST-NOTICE-DATE " "
            IP-SECOND-NOTICE-DATE
    END-IF.
    IF IP-FP-STATUS = "F"
        DISPLAY "Lender-placed ....: " IP-FP-POLICY-NUMBER " from "
            IP-FP-START-DATE " to " IP-FP-END-DATE
        DISPLAY "  coverage " IP-FP-COVERAGE " premium "
            IP-FP-PREMIUM
    END-IF.
    IF IP-FP-STATUS = "C"
        DISPLAY "Lender-placed ....: " IP-FP-POLICY-NUMBER
            " cancelled " IP-FP-CANCEL-DATE " refund " IP-FP-REFUND
    END-IF.

OPEN-INSURANCE-REVIEW-FILES.
    MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

    OPEN I-O LOAN-MASTER.
    IF WS-LOANMSTR-STATUS NOT = "00"
        DISPLAY "Unable to open LOANMSTR, file status "
            WS-LOANMSTR-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM OPEN-INSURANCE-POLICY-FILE
        IF WS-INSPOLCY-STATUS NOT = "00"
            MOVE 8 TO RETURN-CODE
            CLOSE LOAN-MASTER
        ELSE
            OPEN OUTPUT INS-REPORT-FILE
            IF WS-INSRPT-STATUS NOT = "00"
                DISPLAY "Unable to open INSRPT, file status "
                    WS-INSRPT-STATUS
                MOVE 8 TO RETURN-CODE
                CLOSE LOAN-MASTER
                CLOSE INSURANCE-POLICY
            ELSE
                OPEN OUTPUT INS-NOTICE-FILE
                IF WS-INSNOTC-STATUS NOT = "00"
                    DISPLAY "Unable to open INSNOTC, file status "
                        WS-INSNOTC-STATUS
                    MOVE 8 TO RETURN-CODE
                    CLOSE LOAN-MASTER
                    CLOSE INSURANCE-POLICY
                    CLOSE INS-REPORT-FILE
                ELSE
                    *> Force-placement and refunds move escrow money,
                    *> so the same rule as the disbursement run: no GL
                    *> extract behind the run, no run.
                    PERFORM OPEN-GL-EXTRACT
                    IF WS-GLEXTR-STATUS NOT = "00"
                        DISPLAY "Insurance review abandoned."
                        MOVE 8 TO RETURN-CODE
                        CLOSE LOAN-MASTER
                        CLOSE INSURANCE-POLICY
                        CLOSE INS-REPORT-FILE
                        CLOSE INS-NOTICE-FILE
                    ELSE
                        PERFORM RUN-INSURANCE-REVIEW
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

RUN-INSURANCE-REVIEW.
    *> The notices and letters are mailed, so each opens with the
    *> mailing block from the borrower master when it is on file.
    OPEN INPUT BORROWER-MASTER.
    IF WS-BORRMSTR-STATUS = "00"
        MOVE "Y" TO WS-BORRMSTR-AVAIL-FLAG
    ELSE
        MOVE "N" TO WS-BORRMSTR-AVAIL-FLAG
    END-IF.

    MOVE 0 TO WS-INS-REVIEWED-COUNT.
    MOVE 0 TO WS-INS-NO-POLICY-COUNT.
    MOVE 0 TO WS-INS-FIRST-NOTICE-COUNT.
    MOVE 0 TO WS-INS-SECOND-NOTICE-COUNT.
    MOVE 0 TO WS-INS-PLACED-COUNT.
    MOVE 0 TO WS-INS-PLACED-PREMIUM.
    MOVE 0 TO WS-INS-PLACED-ADVANCED.
    MOVE 0 TO WS-INS-CANCELLED-COUNT.
    MOVE 0 TO WS-INS-REFUNDED-AMOUNT.
    MOVE 0 TO WS-INS-REJECTED-COUNT.

    MOVE WS-BUSINESS-DATE TO WS-IH-DATE.
    MOVE WS-INS-HEADING-1 TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.
    MOVE SPACES TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.
    MOVE WS-INS-HEADING-2 TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

    MOVE LOW-VALUES TO LM-LOAN-NUMBER.
    START LOAN-MASTER KEY NOT < LM-LOAN-NUMBER
        INVALID KEY
            MOVE "Y" TO WS-INS-EOF-FLAG
        NOT INVALID KEY
            MOVE "N" TO WS-INS-EOF-FLAG
    END-START.
    PERFORM UNTIL WS-INS-EOF-FLAG = "Y"
        READ LOAN-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-INS-EOF-FLAG
            NOT AT END
                IF LM-LOAN-STATUS NOT = "P"
                        AND LM-LOAN-STATUS NOT = "C"
                        AND LM-LOAN-STATUS NOT = "T"
                    PERFORM REVIEW-ONE-INSURED-LOAN
                END-IF
        END-READ
    END-PERFORM.

    CLOSE LOAN-MASTER.
    CLOSE INSURANCE-POLICY.
    CLOSE INS-NOTICE-FILE.
    IF WS-BORRMSTR-AVAIL-FLAG = "Y"
        CLOSE BORROWER-MASTER
    END-IF.
    PERFORM CLOSE-GL-EXTRACT.
    PERFORM WRITE-INSURANCE-REPORT-TOTALS.
    CLOSE INS-REPORT-FILE.

    DISPLAY "Loans reviewed ...........: " WS-INS-REVIEWED-COUNT.
    DISPLAY "No policy on file ........: " WS-INS-NO-POLICY-COUNT.
    DISPLAY "First notices ............: " WS-INS-FIRST-NOTICE-COUNT.
    DISPLAY "Second notices ...........: " WS-INS-SECOND-NOTICE-COUNT.
    DISPLAY "Coverage force-placed ....: " WS-INS-PLACED-COUNT.
    DISPLAY "Force-placed cancelled ...: " WS-INS-CANCELLED-COUNT.
    DISPLAY "Loans not updated ........: " WS-INS-REJECTED-COUNT.
    IF WS-GL-WRITE-ERROR-FLAG = "N"
        DISPLAY "GL extract written to GLEXTRCT, hash total "
            WS-GL-HASH-TOTAL
    ELSE
        DISPLAY "GL extract incomplete - reconcile the premiums "
            "and refunds by hand."
        MOVE 8 TO RETURN-CODE
    END-IF.
    DISPLAY "Insurance notices and letters written to INSNOTC".
    DISPLAY "Insurance review written to INSRPT".

REVIEW-ONE-INSURED-LOAN.
    ADD 1 TO WS-INS-REVIEWED-COUNT.
    MOVE SPACES TO WS-INS-FINDING.
    MOVE 0 TO WS-INS-PREMIUM.
    MOVE 0 TO WS-INS-ADVANCED.
    MOVE 0 TO WS-INS-REFUND.

    MOVE LM-LOAN-NUMBER TO IP-LOAN-NUMBER.
    READ INSURANCE-POLICY
        INVALID KEY
            MOVE "N" TO WS-INS-FOUND-FLAG
        NOT INVALID KEY
            MOVE "Y" TO WS-INS-FOUND-FLAG
    END-READ.

    IF WS-INS-FOUND-FLAG = "N"
        *> An uninsured loan the review cannot see is the costliest
        *> kind, so every one is listed until its policy is keyed.
        MOVE SPACES TO INSURANCE-POLICY-RECORD
        MOVE 0 TO IP-EXPIRATION-DATE
        MOVE 0 TO IP-COVERAGE-AMOUNT
        MOVE "NO POLICY ON FILE" TO WS-INS-FINDING
        ADD 1 TO WS-INS-NO-POLICY-COUNT
    ELSE
        COMPUTE WS-INS-DAYS-TO-EXPIRE =
            FUNCTION INTEGER-OF-DATE(IP-EXPIRATION-DATE) - WS-TODAY-INT
        EVALUATE TRUE
            WHEN IP-FP-STATUS = "F"
                    AND IP-EXPIRATION-DATE > WS-BUSINESS-DATE
                *> The borrower's own policy is back in force.
                PERFORM CANCEL-FORCE-PLACED-COVERAGE
            WHEN IP-FP-STATUS = "F"
                    AND IP-FP-END-DATE > WS-BUSINESS-DATE
                MOVE "FORCE-PLACED IN FORCE" TO WS-INS-FINDING
            WHEN WS-INS-DAYS-TO-EXPIRE <= 0
                PERFORM REVIEW-LAPSED-POLICY
            WHEN WS-INS-DAYS-TO-EXPIRE <= WS-INS-NOTICE-DAYS
                PERFORM SEND-NEXT-EXPIRATION-NOTICE
                IF WS-INS-FINDING = SPACES
                    MOVE "EXPIRING, NOTICE SENT" TO WS-INS-FINDING
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

    IF WS-INS-FINDING NOT = SPACES
        PERFORM WRITE-INSURANCE-REPORT-LINE
    END-IF.

REVIEW-LAPSED-POLICY.
    *> Coverage is bought only after both notices have gone out and
    *> the second has had its full waiting period; until then the
    *> lapse is listed and the notices continue.
    IF IP-SECOND-NOTICE-DATE = 0
        MOVE 0 TO WS-INS-DAYS-SINCE-NOTICE
    ELSE
        COMPUTE WS-INS-DAYS-SINCE-NOTICE = WS-TODAY-INT -
            FUNCTION INTEGER-OF-DATE(IP-SECOND-NOTICE-DATE)
    END-IF.
    IF IP-SECOND-NOTICE-DATE NOT = 0
            AND WS-INS-DAYS-SINCE-NOTICE >= WS-INS-FORCE-WAIT-DAYS
        PERFORM FORCE-PLACE-COVERAGE
    ELSE
        PERFORM SEND-NEXT-EXPIRATION-NOTICE
        IF WS-INS-FINDING = SPACES
            MOVE "LAPSED, NOTICE PENDING" TO WS-INS-FINDING
        END-IF
    END-IF.

SEND-NEXT-EXPIRATION-NOTICE.
    IF IP-FIRST-NOTICE-DATE = 0
        MOVE "1" TO WS-INS-LETTER-TYPE
        MOVE WS-BUSINESS-DATE TO IP-FIRST-NOTICE-DATE
        PERFORM REWRITE-INSURANCE-POLICY
        IF WS-INSPOLCY-STATUS = "00"
            MOVE "FIRST NOTICE SENT" TO WS-INS-FINDING
            ADD 1 TO WS-INS-FIRST-NOTICE-COUNT
            PERFORM WRITE-INSURANCE-LETTER
        END-IF
    ELSE
        IF IP-SECOND-NOTICE-DATE = 0
            COMPUTE WS-INS-DAYS-SINCE-NOTICE = WS-TODAY-INT -
                FUNCTION INTEGER-OF-DATE(IP-FIRST-NOTICE-DATE)
            IF WS-INS-DAYS-SINCE-NOTICE >= WS-INS-SECOND-NOTICE-DAYS
                MOVE "2" TO WS-INS-LETTER-TYPE
                MOVE WS-BUSINESS-DATE TO IP-SECOND-NOTICE-DATE
                PERFORM REWRITE-INSURANCE-POLICY
                IF WS-INSPOLCY-STATUS = "00"
                    MOVE "SECOND NOTICE SENT" TO WS-INS-FINDING
                    ADD 1 TO WS-INS-SECOND-NOTICE-COUNT
                    PERFORM WRITE-INSURANCE-LETTER
                END-IF
            END-IF
        END-IF
    END-IF.

REWRITE-INSURANCE-POLICY.
    MOVE WS-BUSINESS-DATE TO IP-CHANGED-DATE.
    MOVE WS-OPERATOR-ID TO IP-CHANGED-BY.
    REWRITE INSURANCE-POLICY-RECORD.
    IF WS-INSPOLCY-STATUS NOT = "00"
        ADD 1 TO WS-INS-REJECTED-COUNT
        MOVE "UPDATE FAILED" TO WS-INS-FINDING
        DISPLAY "Insurance review - loan " LM-LOAN-NUMBER
            " policy rewrite failed, file status "
            WS-INSPOLCY-STATUS
    END-IF.

FORCE-PLACE-COVERAGE.
    *> A year of lender-placed coverage on the dwelling amount the
    *> lapsed policy carried, from the day the borrower's coverage
    *> (or the last lender-placed term) ended, so there is no gap.
    IF IP-FP-STATUS = "F"
        MOVE IP-FP-END-DATE TO WS-INS-DATE-NUM
    ELSE
        MOVE IP-EXPIRATION-DATE TO WS-INS-DATE-NUM
    END-IF.
    MOVE WS-INS-DATE-NUM TO IP-FP-START-DATE.
    ADD 1 TO WS-INS-DATE-YEAR.
    IF WS-INS-DATE-MONTH = 2 AND WS-INS-DATE-DAY = 29
        MOVE 28 TO WS-INS-DATE-DAY
    END-IF.
    MOVE WS-INS-DATE-NUM TO IP-FP-END-DATE.
    IF IP-COVERAGE-AMOUNT > 0
        MOVE IP-COVERAGE-AMOUNT TO IP-FP-COVERAGE
    ELSE
        MOVE LM-CURRENT-BALANCE TO IP-FP-COVERAGE
    END-IF.
    COMPUTE WS-INS-PREMIUM ROUNDED = IP-FP-COVERAGE * WS-INS-FP-RATE.

    *> The premium is paid out of escrow like any disbursement: the
    *> escrow balance covers what it can and the servicer advances
    *> the rest.
    MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.
    COMPUTE WS-INS-AVAILABLE =
        LM-ESCROW-COLLECTED - LM-ESCROW-DISBURSED.
    IF WS-INS-AVAILABLE >= WS-INS-PREMIUM
        MOVE WS-INS-PREMIUM TO WS-INS-COVERED
        MOVE 0 TO WS-INS-ADVANCED
    ELSE
        IF WS-INS-AVAILABLE > 0
            MOVE WS-INS-AVAILABLE TO WS-INS-COVERED
        ELSE
            MOVE 0 TO WS-INS-COVERED
        END-IF
        COMPUTE WS-INS-ADVANCED = WS-INS-PREMIUM - WS-INS-COVERED
    END-IF.
    ADD WS-INS-COVERED TO LM-ESCROW-DISBURSED.
    ADD WS-INS-ADVANCED TO LM-ESCROW-ADVANCE.

    REWRITE LOAN-MASTER-RECORD.
    IF WS-LOANMSTR-STATUS NOT = "00"
        ADD 1 TO WS-INS-REJECTED-COUNT
        MOVE "FORCE-PLACE FAILED" TO WS-INS-FINDING
        DISPLAY "Coverage not placed - loan " LM-LOAN-NUMBER
            " master rewrite failed, file status "
            WS-LOANMSTR-STATUS
        MOVE WS-JRNL-BEFORE-IMAGE TO LOAN-MASTER-RECORD
        MOVE 0 TO WS-INS-PREMIUM
        MOVE 0 TO WS-INS-ADVANCED
    ELSE
        PERFORM WRITE-MASTER-JOURNAL
        PERFORM WRITE-GL-FORCE-PLACED-ENTRIES
        IF IP-FP-STATUS = "F"
            MOVE "FORCE-PLACED RENEWED" TO WS-INS-FINDING
        ELSE
            MOVE "FORCE-PLACED" TO WS-INS-FINDING
        END-IF
        ADD 1 TO WS-INS-PLACED-COUNT
        ADD WS-INS-PREMIUM TO WS-INS-PLACED-PREMIUM
        ADD WS-INS-ADVANCED TO WS-INS-PLACED-ADVANCED

        MOVE "F" TO IP-FP-STATUS
        MOVE SPACES TO IP-FP-POLICY-NUMBER
        STRING "LP" LM-LOAN-NUMBER IP-FP-START-DATE
            DELIMITED BY SIZE INTO IP-FP-POLICY-NUMBER
        MOVE WS-INS-PREMIUM TO IP-FP-PREMIUM
        MOVE 0 TO IP-FP-CANCEL-DATE
        MOVE 0 TO IP-FP-REFUND
        PERFORM REWRITE-INSURANCE-POLICY
        IF WS-INSPOLCY-STATUS NOT = "00"
            DISPLAY "Coverage placed and charged on loan "
                LM-LOAN-NUMBER " - record it on INSPOLCY by hand."
        END-IF

        MOVE "F" TO WS-INS-LETTER-TYPE
        PERFORM WRITE-INSURANCE-LETTER
    END-IF.

CANCEL-FORCE-PLACED-COVERAGE.
    *> Coverage is cancelled back to the day the borrower's own
    *> policy took effect, and the premium for the days after that
    *> is refunded pro rata into the escrow account - first paying
    *> down any advance the servicer is still owed.
    IF IP-EFFECTIVE-DATE > IP-FP-START-DATE
        MOVE IP-EFFECTIVE-DATE TO WS-INS-CANCEL-DATE
    ELSE
        MOVE IP-FP-START-DATE TO WS-INS-CANCEL-DATE
    END-IF.
    COMPUTE WS-INS-START-INT = FUNCTION INTEGER-OF-DATE(IP-FP-START-DATE).
    COMPUTE WS-INS-END-INT = FUNCTION INTEGER-OF-DATE(IP-FP-END-DATE).
    COMPUTE WS-INS-CANCEL-INT =
        FUNCTION INTEGER-OF-DATE(WS-INS-CANCEL-DATE).
    IF WS-INS-CANCEL-INT >= WS-INS-END-INT
            OR WS-INS-END-INT <= WS-INS-START-INT
        MOVE 0 TO WS-INS-REFUND
    ELSE
        COMPUTE WS-INS-REFUND ROUNDED = IP-FP-PREMIUM *
            (WS-INS-END-INT - WS-INS-CANCEL-INT) /
            (WS-INS-END-INT - WS-INS-START-INT)
    END-IF.

    MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.
    IF WS-INS-REFUND > LM-ESCROW-ADVANCE
        MOVE LM-ESCROW-ADVANCE TO WS-INS-TO-ADVANCE
    ELSE
        MOVE WS-INS-REFUND TO WS-INS-TO-ADVANCE
    END-IF.
    COMPUTE WS-INS-TO-ESCROW = WS-INS-REFUND - WS-INS-TO-ADVANCE.
    SUBTRACT WS-INS-TO-ADVANCE FROM LM-ESCROW-ADVANCE.
    IF WS-INS-TO-ESCROW > LM-ESCROW-DISBURSED
        COMPUTE LM-ESCROW-COLLECTED = LM-ESCROW-COLLECTED +
            WS-INS-TO-ESCROW - LM-ESCROW-DISBURSED
        MOVE 0 TO LM-ESCROW-DISBURSED
    ELSE
        SUBTRACT WS-INS-TO-ESCROW FROM LM-ESCROW-DISBURSED
    END-IF.

    REWRITE LOAN-MASTER-RECORD.
    IF WS-LOANMSTR-STATUS NOT = "00"
        ADD 1 TO WS-INS-REJECTED-COUNT
        MOVE "CANCEL FAILED" TO WS-INS-FINDING
        DISPLAY "Lender-placed coverage not cancelled - loan "
            LM-LOAN-NUMBER " master rewrite failed, file status "
            WS-LOANMSTR-STATUS
        MOVE WS-JRNL-BEFORE-IMAGE TO LOAN-MASTER-RECORD
        MOVE 0 TO WS-INS-REFUND
    ELSE
        PERFORM WRITE-MASTER-JOURNAL
        PERFORM WRITE-GL-FORCE-REFUND-ENTRIES
        MOVE "FORCE-PLACE CANCELLED" TO WS-INS-FINDING
        ADD 1 TO WS-INS-CANCELLED-COUNT
        ADD WS-INS-REFUND TO WS-INS-REFUNDED-AMOUNT
        MOVE IP-FP-PREMIUM TO WS-INS-PREMIUM

        MOVE "C" TO IP-FP-STATUS
        MOVE WS-INS-CANCEL-DATE TO IP-FP-CANCEL-DATE
        MOVE WS-INS-REFUND TO IP-FP-REFUND
        MOVE 0 TO IP-FIRST-NOTICE-DATE
        MOVE 0 TO IP-SECOND-NOTICE-DATE
        PERFORM REWRITE-INSURANCE-POLICY
        IF WS-INSPOLCY-STATUS NOT = "00"
            DISPLAY "Coverage cancelled and refunded on loan "
                LM-LOAN-NUMBER " - record it on INSPOLCY by hand."
        END-IF

        MOVE "C" TO WS-INS-LETTER-TYPE
        PERFORM WRITE-INSURANCE-LETTER
    END-IF.

WRITE-GL-FORCE-PLACED-ENTRIES.
    *> Same entries as an escrow disbursement: the payable empties
    *> for the covered portion, the advance receivable funds the
    *> shortfall, and cash pays the carrier the full premium.
    IF WS-INS-COVERED > 0
        MOVE WS-GL-ACCT-ESCROW-PAYABLE TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-INS-COVERED TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
    END-IF.

    IF WS-INS-ADVANCED > 0
        MOVE WS-GL-ACCT-ESCROW-ADVANCE TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-INS-ADVANCED TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
    END-IF.

    IF WS-INS-PREMIUM > 0
        MOVE WS-GL-ACCT-CASH TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        MOVE WS-INS-PREMIUM TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
    END-IF.

WRITE-GL-FORCE-REFUND-ENTRIES.
    *> The mirror image: the carrier's refund comes in as cash and
    *> repays the advance first, the rest back to the escrow payable.
    IF WS-INS-REFUND > 0
        MOVE WS-GL-ACCT-CASH TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-INS-REFUND TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
    END-IF.

    IF WS-INS-TO-ADVANCE > 0
        MOVE WS-GL-ACCT-ESCROW-ADVANCE TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        MOVE WS-INS-TO-ADVANCE TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
    END-IF.

    IF WS-INS-TO-ESCROW > 0
        MOVE WS-GL-ACCT-ESCROW-PAYABLE TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        MOVE WS-INS-TO-ESCROW TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
    END-IF.

WRITE-INSURANCE-LETTER.
    MOVE SPACES TO BORROWER-MASTER-RECORD.
    IF LM-BORROWER-ID NOT = SPACES
            AND WS-BORRMSTR-AVAIL-FLAG = "Y"
        MOVE LM-BORROWER-ID TO BR-BORROWER-ID
        READ BORROWER-MASTER
            INVALID KEY
                MOVE SPACES TO BORROWER-MASTER-RECORD
        END-READ
    END-IF.

    EVALUATE WS-INS-LETTER-TYPE
        WHEN "1"
            MOVE WS-INS-LETTER-HEADING-1 TO INS-NOTICE-LINE
        WHEN "2"
            MOVE WS-INS-LETTER-HEADING-2 TO INS-NOTICE-LINE
        WHEN "F"
            MOVE WS-INS-LETTER-HEADING-F TO INS-NOTICE-LINE
        WHEN OTHER
            MOVE WS-INS-LETTER-HEADING-C TO INS-NOTICE-LINE
    END-EVALUATE.
    WRITE INS-NOTICE-LINE.

    IF BR-NAME NOT = SPACES
        MOVE BR-NAME TO WS-YE-NAME
        MOVE WS-YE-NAME-LINE TO INS-NOTICE-LINE
        WRITE INS-NOTICE-LINE
        MOVE BR-ADDRESS-1 TO WS-YE-ADDR-TEXT
        MOVE WS-YE-ADDR-LINE TO INS-NOTICE-LINE
        WRITE INS-NOTICE-LINE
        IF BR-ADDRESS-2 NOT = SPACES
            MOVE BR-ADDRESS-2 TO WS-YE-ADDR-TEXT
            MOVE WS-YE-ADDR-LINE TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
        END-IF
        MOVE BR-CITY TO WS-YE-CITY
        MOVE BR-STATE TO WS-YE-STATE
        MOVE BR-ZIP TO WS-YE-ZIP
        MOVE WS-YE-CITY-LINE TO INS-NOTICE-LINE
        WRITE INS-NOTICE-LINE
    END-IF.

    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "LOAN NUMBER ........: " TO WS-QT-LABEL.
    MOVE LM-LOAN-NUMBER TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO INS-NOTICE-LINE.
    WRITE INS-NOTICE-LINE.

    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "YOUR INSURER .......: " TO WS-QT-LABEL.
    MOVE IP-CARRIER-NAME TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO INS-NOTICE-LINE.
    WRITE INS-NOTICE-LINE.

    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "POLICY NUMBER ......: " TO WS-QT-LABEL.
    MOVE IP-POLICY-NUMBER TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO INS-NOTICE-LINE.
    WRITE INS-NOTICE-LINE.

    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "POLICY EXPIRATION ..: " TO WS-QT-LABEL.
    MOVE IP-EXPIRATION-DATE TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO INS-NOTICE-LINE.
    WRITE INS-NOTICE-LINE.

    EVALUATE WS-INS-LETTER-TYPE
        WHEN "1"
            MOVE "YOUR MORTGAGE REQUIRES HAZARD INSURANCE ON THE"
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "PROPERTY. WE HAVE NO EVIDENCE OF COVERAGE AFTER THE"
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "EXPIRATION DATE ABOVE. PLEASE SEND PROOF OF RENEWAL"
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "OR OF A NEW POLICY."
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
        WHEN "2"
            MOVE "THIS IS YOUR SECOND AND FINAL NOTICE. IF WE DO NOT"
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "RECEIVE PROOF OF HAZARD INSURANCE WITHIN 15 DAYS WE"
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "WILL BUY INSURANCE AT YOUR EXPENSE. IT MAY COST MORE"
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "AND PROTECT YOU LESS THAN A POLICY YOU BUY YOURSELF."
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
        WHEN "F"
            MOVE SPACES TO WS-QUOTE-TEXT-LINE
            MOVE "PLACED WITH ........: " TO WS-QT-LABEL
            MOVE WS-INS-FP-CARRIER TO WS-QT-TEXT
            MOVE WS-QUOTE-TEXT-LINE TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE SPACES TO WS-QUOTE-TEXT-LINE
            MOVE "COVERAGE PERIOD FROM: " TO WS-QT-LABEL
            MOVE IP-FP-START-DATE TO WS-QT-TEXT
            MOVE WS-QUOTE-TEXT-LINE TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE SPACES TO WS-QUOTE-TEXT-LINE
            MOVE "COVERAGE PERIOD TO .: " TO WS-QT-LABEL
            MOVE IP-FP-END-DATE TO WS-QT-TEXT
            MOVE WS-QUOTE-TEXT-LINE TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "DWELLING COVERAGE                   " TO WS-QL-LABEL
            MOVE IP-FP-COVERAGE TO WS-QL-AMOUNT
            MOVE WS-QUOTE-AMOUNT-LINE TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "ANNUAL PREMIUM CHARGED TO ESCROW    " TO WS-QL-LABEL
            MOVE IP-FP-PREMIUM TO WS-QL-AMOUNT
            MOVE WS-QUOTE-AMOUNT-LINE TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "ADVANCED BY US (ESCROW SHORTAGE)    " TO WS-QL-LABEL
            MOVE WS-INS-ADVANCED TO WS-QL-AMOUNT
            MOVE WS-QUOTE-AMOUNT-LINE TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "WE HAVE BOUGHT HAZARD INSURANCE ON THE PROPERTY AT"
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "YOUR EXPENSE. IT PROTECTS OUR INTEREST AND MAY NOT"
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "COVER YOUR BELONGINGS. SEND PROOF OF YOUR OWN POLICY"
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "AND WE WILL CANCEL IT AND REFUND THE UNUSED PREMIUM."
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
        WHEN OTHER
            MOVE SPACES TO WS-QUOTE-TEXT-LINE
            MOVE "CANCELLED AS OF ....: " TO WS-QT-LABEL
            MOVE IP-FP-CANCEL-DATE TO WS-QT-TEXT
            MOVE WS-QUOTE-TEXT-LINE TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "PREMIUM CHARGED                     " TO WS-QL-LABEL
            MOVE IP-FP-PREMIUM TO WS-QL-AMOUNT
            MOVE WS-QUOTE-AMOUNT-LINE TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "UNEARNED PREMIUM REFUNDED TO ESCROW " TO WS-QL-LABEL
            MOVE IP-FP-REFUND TO WS-QL-AMOUNT
            MOVE WS-QUOTE-AMOUNT-LINE TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "THANK YOU FOR PROVIDING PROOF OF YOUR INSURANCE. THE"
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "INSURANCE WE BOUGHT HAS BEEN CANCELLED AND THE"
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
            MOVE "UNUSED PREMIUM CREDITED TO YOUR ESCROW ACCOUNT."
                TO INS-NOTICE-LINE
            WRITE INS-NOTICE-LINE
    END-EVALUATE.
    MOVE SPACES TO INS-NOTICE-LINE.
    WRITE INS-NOTICE-LINE.

WRITE-INSURANCE-REPORT-LINE.
    MOVE SPACES              TO WS-INS-DETAIL-LINE.
    MOVE LM-LOAN-NUMBER      TO WS-ID-LOAN-NUMBER.
    MOVE WS-INS-FINDING      TO WS-ID-FINDING.
    MOVE IP-EXPIRATION-DATE  TO WS-ID-EXPIRATION.
    MOVE IP-COVERAGE-AMOUNT  TO WS-ID-COVERAGE.
    MOVE WS-INS-PREMIUM      TO WS-ID-PREMIUM.
    *> The escrow column is the money moved through escrow: the
    *> servicer's advance on a placement, the refund on a cancel.
    COMPUTE WS-ID-ESCROW = WS-INS-ADVANCED + WS-INS-REFUND.
    MOVE WS-INS-DETAIL-LINE  TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

WRITE-INSURANCE-REPORT-TOTALS.
    MOVE SPACES TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Loans reviewed                " TO WS-CD-LABEL.
    MOVE WS-INS-REVIEWED-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "No policy on file             " TO WS-CD-LABEL.
    MOVE WS-INS-NO-POLICY-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "First notices sent            " TO WS-CD-LABEL.
    MOVE WS-INS-FIRST-NOTICE-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Second notices sent           " TO WS-CD-LABEL.
    MOVE WS-INS-SECOND-NOTICE-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Coverage force-placed         " TO WS-CD-LABEL.
    MOVE WS-INS-PLACED-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Force-placed premium charged  " TO WS-CD-LABEL.
    MOVE WS-INS-PLACED-PREMIUM TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Premium advanced by servicer  " TO WS-CD-LABEL.
    MOVE WS-INS-PLACED-ADVANCED TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Force-placed cancelled        " TO WS-CD-LABEL.
    MOVE WS-INS-CANCELLED-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Unearned premium refunded     " TO WS-CD-LABEL.
    MOVE WS-INS-REFUNDED-AMOUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Loans not updated             " TO WS-CD-LABEL.
    MOVE WS-INS-REJECTED-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "GL extract records            " TO WS-CD-LABEL.
    MOVE WS-GL-RECORD-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "GL extract hash total         " TO WS-CD-LABEL.
    MOVE WS-GL-HASH-TOTAL TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO INS-REPORT-LINE.
    WRITE INS-REPORT-LINE.

SERVICING-TRANSFER-MODE.
    DISPLAY "B. Board loans from another servicer's transfer file".
    DISPLAY "D. Deboard selected loans onto a transfer file".
    DISPLAY "C. Cut over pending transfers onto a transfer file".
    DISPLAY "Select an action: ".
    ACCEPT WS-XFER-ACTION.

    MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
    MOVE 0 TO WS-XF-RECORD-COUNT.
    MOVE 0 TO WS-XF-LOAN-COUNT.
    MOVE 0 TO WS-XF-HISTORY-COUNT.
    MOVE 0 TO WS-XF-BALANCE-TOTAL.
    MOVE 0 TO WS-XF-ESCROW-TOTAL.
    MOVE 0 TO WS-XF-ADVANCE-TOTAL.
    MOVE 0 TO WS-XF-UNAPPLIED-TOTAL.
    MOVE 0 TO WS-XB-LOAN-COUNT.
    MOVE 0 TO WS-XB-HISTORY-COUNT.
    MOVE 0 TO WS-XB-BALANCE-TOTAL.
    MOVE 0 TO WS-XB-ESCROW-TOTAL.
    MOVE 0 TO WS-XB-ADVANCE-TOTAL.
    MOVE 0 TO WS-XB-UNAPPLIED-TOTAL.
    MOVE 0 TO WS-XR-LOAN-COUNT.
    MOVE 0 TO WS-XR-HISTORY-COUNT.
    MOVE 0 TO WS-XR-BALANCE-TOTAL.
    MOVE 0 TO WS-XR-ESCROW-TOTAL.
    MOVE 0 TO WS-XR-ADVANCE-TOTAL.
    MOVE 0 TO WS-XR-UNAPPLIED-TOTAL.
    MOVE 0 TO WS-XFER-BORROWERS-ADDED.
    MOVE 0 TO WS-XFER-INVESTORS-ADDED.
    MOVE 0 TO WS-XFER-EXCEPTION-COUNT.
    MOVE 0 TO WS-XFER-CLOSED-COUNT.
    MOVE 0 TO WS-XFT-COUNT.
    MOVE "N" TO WS-XFT-OVERFLOW-FLAG.
    MOVE "N" TO WS-XFER-WRITE-ERROR-FLAG.
    MOVE "N" TO WS-XFER-PENDING-FLAG.

    EVALUATE WS-XFER-ACTION
        WHEN "B"
            PERFORM BOARD-TRANSFERRED-LOANS
        WHEN "D"
            PERFORM DEBOARD-TRANSFERRED-LOANS
        WHEN "C"
            PERFORM CUTOVER-PENDING-TRANSFERS
        WHEN OTHER
            DISPLAY "Invalid servicing transfer action."
            MOVE 8 TO RETURN-CODE
    END-EVALUATE.

BOARD-TRANSFERRED-LOANS.
    OPEN OUTPUT XFER-REPORT-FILE.
    IF WS-XFERRPT-STATUS NOT = "00"
        DISPLAY "Unable to open XFERRPT, file status "
            WS-XFERRPT-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE "SERVICING TRANSFER BOARDING" TO WS-XH-TITLE
        MOVE WS-BUSINESS-DATE TO WS-XH-DATE
        MOVE WS-XFER-HEADING-1 TO XFER-REPORT-LINE
        WRITE XFER-REPORT-LINE
        MOVE SPACES TO XFER-REPORT-LINE
        WRITE XFER-REPORT-LINE
        MOVE WS-XFER-HEADING-3 TO XFER-REPORT-LINE
        WRITE XFER-REPORT-LINE

        *> Nothing is boarded from a file that does not prove to its
        *> own trailer - a short or damaged file goes back to the
        *> prior servicer whole.
        PERFORM VERIFY-TRANSFER-FILE
        PERFORM WRITE-TRANSFER-FILE-FINDINGS
        MOVE XH-FROM-SERVICER TO WS-XH-FROM
        MOVE XH-TO-SERVICER TO WS-XH-TO
        MOVE XH-TRANSFER-DATE TO WS-XH-XFER-DATE

        IF WS-XFER-BALANCED-FLAG = "N"
            MOVE SPACES TO WS-XFER-LOAN-NUMBER
            MOVE "FILE DOES NOT BALANCE - NOTHING BOARDED"
                TO WS-XFER-REASON
            MOVE 0 TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
            DISPLAY "Transfer file does not balance to its trailer - "
                "nothing boarded."
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM OPEN-BOARDING-FILES
        END-IF

        PERFORM WRITE-TRANSFER-TOTALS
        CLOSE XFER-REPORT-FILE

        DISPLAY "Loans on the file ........: " WS-XF-LOAN-COUNT
        DISPLAY "Loans boarded ............: " WS-XB-LOAN-COUNT
        DISPLAY "Loans not boarded ........: " WS-XR-LOAN-COUNT
        DISPLAY "History records boarded ..: " WS-XB-HISTORY-COUNT
        DISPLAY "Borrowers added ..........: " WS-XFER-BORROWERS-ADDED
        DISPLAY "Investors added ..........: " WS-XFER-INVESTORS-ADDED
        DISPLAY "Servicing transfer report written to XFERRPT"
        IF WS-XFER-EXCEPTION-COUNT > 0 AND RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

VERIFY-TRANSFER-FILE.
    MOVE "Y" TO WS-XFER-BALANCED-FLAG.
    MOVE "N" TO WS-XFER-HAVE-HEADER.
    MOVE "N" TO WS-XFER-HAVE-TRAILER.
    MOVE SPACES TO XFER-HEADER-RECORD.
    MOVE 0 TO XH-TRANSFER-DATE.
    MOVE SPACES TO XFER-TRAILER-RECORD.

    OPEN INPUT XFER-IN-FILE.
    IF WS-XFERIN-STATUS NOT = "00"
        DISPLAY "Unable to open XFERIN, file status "
            WS-XFERIN-STATUS
        MOVE "N" TO WS-XFER-BALANCED-FLAG
    ELSE
        MOVE "N" TO WS-XFER-EOF-FLAG
        PERFORM UNTIL WS-XFER-EOF-FLAG = "Y"
            READ XFER-IN-FILE
                AT END
                    MOVE "Y" TO WS-XFER-EOF-FLAG
                NOT AT END
                    PERFORM TALLY-TRANSFER-RECORD
            END-READ
        END-PERFORM
        CLOSE XFER-IN-FILE
    END-IF.

TALLY-TRANSFER-RECORD.
    ADD 1 TO WS-XF-RECORD-COUNT.
    MOVE XFER-IN-RECORD(1:1) TO WS-XFER-RECORD-TYPE.
    *> Anything after the trailer means the trailer was not the end
    *> of the file, so it is not taken as the file's totals.
    MOVE "N" TO WS-XFER-HAVE-TRAILER.
    IF WS-XF-RECORD-COUNT = 1 AND WS-XFER-RECORD-TYPE NOT = "H"
        MOVE "N" TO WS-XFER-BALANCED-FLAG
        MOVE SPACES TO WS-XFER-LOAN-NUMBER
        MOVE "FIRST RECORD IS NOT THE HEADER" TO WS-XFER-REASON
        MOVE 0 TO WS-XFER-AMOUNT
        PERFORM WRITE-TRANSFER-EXCEPTION
    END-IF.

    EVALUATE WS-XFER-RECORD-TYPE
        WHEN "H"
            IF WS-XFER-HAVE-HEADER = "Y"
                MOVE "N" TO WS-XFER-BALANCED-FLAG
                MOVE SPACES TO WS-XFER-LOAN-NUMBER
                MOVE "MORE THAN ONE HEADER RECORD" TO WS-XFER-REASON
                MOVE 0 TO WS-XFER-AMOUNT
                PERFORM WRITE-TRANSFER-EXCEPTION
            ELSE
                MOVE "Y" TO WS-XFER-HAVE-HEADER
                MOVE XFER-IN-RECORD TO XFER-HEADER-RECORD
            END-IF
        WHEN "L"
            MOVE XFER-IN-RECORD TO XFER-LOAN-RECORD
            ADD 1 TO WS-XF-LOAN-COUNT
            ADD XL-CURRENT-BALANCE TO WS-XF-BALANCE-TOTAL
            ADD XL-UNAPPLIED-FUNDS TO WS-XF-UNAPPLIED-TOTAL
            MOVE XL-LOAN-NUMBER TO WS-XFER-LOAN-NUMBER
            PERFORM FIND-TRANSFER-SLOT
            IF WS-XFT-FOUND-FLAG = "Y"
                MOVE "N" TO WS-XFER-BALANCED-FLAG
                MOVE "LOAN APPEARS TWICE ON THE FILE" TO WS-XFER-REASON
                MOVE XL-CURRENT-BALANCE TO WS-XFER-AMOUNT
                PERFORM WRITE-TRANSFER-EXCEPTION
            ELSE
                PERFORM ADD-TRANSFER-SLOT
            END-IF
        WHEN "E"
            MOVE XFER-IN-RECORD TO XFER-ESCROW-RECORD
            COMPUTE WS-XF-ESCROW-TOTAL = WS-XF-ESCROW-TOTAL +
                XE-ESCROW-COLLECTED - XE-ESCROW-DISBURSED
            ADD XE-ESCROW-ADVANCE TO WS-XF-ADVANCE-TOTAL
        WHEN "B"
            CONTINUE
        WHEN "A"
            CONTINUE
        WHEN "P"
            MOVE XFER-IN-RECORD TO XFER-HISTORY-RECORD
            ADD 1 TO WS-XF-HISTORY-COUNT
            PERFORM TALLY-TRANSFER-HISTORY
        WHEN "T"
            MOVE "Y" TO WS-XFER-HAVE-TRAILER
            MOVE XFER-IN-RECORD TO XFER-TRAILER-RECORD
        WHEN OTHER
            MOVE "N" TO WS-XFER-BALANCED-FLAG
            MOVE XFER-IN-RECORD(2:10) TO WS-XFER-LOAN-NUMBER
            MOVE SPACES TO WS-XFER-REASON
            STRING "UNKNOWN RECORD TYPE " WS-XFER-RECORD-TYPE
                DELIMITED BY SIZE INTO WS-XFER-REASON
            MOVE 0 TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
    END-EVALUATE.

TALLY-TRANSFER-HISTORY.
    *> The history is replayed the way the reconciliation replays
    *> PAYHIST, so a boarded loan proves on our books from its first
    *> night: held remittances move nothing, reversals back out.
    MOVE XP-LOAN-NUMBER TO WS-XFER-LOAN-NUMBER.
    PERFORM FIND-TRANSFER-SLOT.
    IF WS-XFT-FOUND-FLAG = "N"
        ADD 1 TO WS-XR-HISTORY-COUNT
        MOVE "HISTORY FOR A LOAN WITH NO LOAN RECORD"
            TO WS-XFER-REASON
        MOVE XP-AMOUNT-RECEIVED TO WS-XFER-AMOUNT
        PERFORM WRITE-TRANSFER-EXCEPTION
    ELSE
        ADD 1 TO WS-XFT-HISTORY-COUNT(WS-XFT-SLOT-IDX)
        IF XP-HISTORY-TYPE NOT = "U"
            IF XP-HISTORY-TYPE = "R"
                SUBTRACT XP-PRINCIPAL-PORTION FROM
                    WS-XFT-PRINCIPAL(WS-XFT-SLOT-IDX)
                SUBTRACT XP-ESCROW-PORTION FROM
                    WS-XFT-ESCROW(WS-XFT-SLOT-IDX)
            ELSE
                ADD XP-PRINCIPAL-PORTION TO
                    WS-XFT-PRINCIPAL(WS-XFT-SLOT-IDX)
                ADD XP-ESCROW-PORTION TO
                    WS-XFT-ESCROW(WS-XFT-SLOT-IDX)
            END-IF
        END-IF
    END-IF.

FIND-TRANSFER-SLOT.
    MOVE "N" TO WS-XFT-FOUND-FLAG.
    MOVE 0 TO WS-XFT-SLOT-IDX.
    PERFORM VARYING WS-XFT-IDX FROM 1 BY 1
            UNTIL WS-XFT-IDX > WS-XFT-COUNT
            OR WS-XFT-FOUND-FLAG = "Y"
        IF WS-XFT-LOAN-NUMBER(WS-XFT-IDX) = WS-XFER-LOAN-NUMBER
            MOVE "Y" TO WS-XFT-FOUND-FLAG
            MOVE WS-XFT-IDX TO WS-XFT-SLOT-IDX
        END-IF
    END-PERFORM.

ADD-TRANSFER-SLOT.
    IF WS-XFT-COUNT < WS-XFT-MAX
        ADD 1 TO WS-XFT-COUNT
        MOVE WS-XFT-COUNT TO WS-XFT-SLOT-IDX
        MOVE WS-XFER-LOAN-NUMBER TO
            WS-XFT-LOAN-NUMBER(WS-XFT-SLOT-IDX)
        MOVE 0 TO WS-XFT-PRINCIPAL(WS-XFT-SLOT-IDX)
        MOVE 0 TO WS-XFT-ESCROW(WS-XFT-SLOT-IDX)
        MOVE 0 TO WS-XFT-HISTORY-COUNT(WS-XFT-SLOT-IDX)
        MOVE "N" TO WS-XFT-MOVED-FLAG(WS-XFT-SLOT-IDX)
    ELSE
        MOVE 0 TO WS-XFT-SLOT-IDX
        IF WS-XFT-OVERFLOW-FLAG = "N"
            MOVE "Y" TO WS-XFT-OVERFLOW-FLAG
            MOVE "N" TO WS-XFER-BALANCED-FLAG
            MOVE "MORE THAN 5000 LOANS - SPLIT THE TRANSFER"
                TO WS-XFER-REASON
            MOVE 0 TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
        END-IF
    END-IF.

WRITE-TRANSFER-FILE-FINDINGS.
    *> The file as a whole: cut for us, closed by its trailer, and
    *> agreeing with every count and total the trailer carries.
    MOVE SPACES TO WS-XFER-LOAN-NUMBER.
    IF WS-XFER-HAVE-HEADER = "Y"
        IF XH-TO-SERVICER NOT = WS-XFER-OUR-ID
            MOVE "N" TO WS-XFER-BALANCED-FLAG
            MOVE "FILE IS NOT ADDRESSED TO THIS SERVICER"
                TO WS-XFER-REASON
            MOVE 0 TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
        END-IF
        MOVE XH-TRANSFER-DATE TO WS-DATE-CHECK-NUM
        PERFORM VALIDATE-ENTERED-DATE
        IF WS-DATE-VALID-FLAG = "N"
            MOVE "N" TO WS-XFER-BALANCED-FLAG
            MOVE "HEADER TRANSFER DATE IS NOT VALID" TO WS-XFER-REASON
            MOVE 0 TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
        END-IF
    END-IF.

    IF WS-XFER-HAVE-TRAILER = "N"
        MOVE "N" TO WS-XFER-BALANCED-FLAG
        MOVE "NO TRAILER RECORD AT THE END OF THE FILE"
            TO WS-XFER-REASON
        MOVE 0 TO WS-XFER-AMOUNT
        PERFORM WRITE-TRANSFER-EXCEPTION
    ELSE
        IF XT-RECORD-COUNT NOT = WS-XF-RECORD-COUNT
            MOVE "N" TO WS-XFER-BALANCED-FLAG
            MOVE "RECORD COUNT DOES NOT AGREE WITH THE TRAILER"
                TO WS-XFER-REASON
            MOVE WS-XF-RECORD-COUNT TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
        END-IF
        IF XT-LOAN-COUNT NOT = WS-XF-LOAN-COUNT
            MOVE "N" TO WS-XFER-BALANCED-FLAG
            MOVE "LOAN COUNT DOES NOT AGREE WITH THE TRAILER"
                TO WS-XFER-REASON
            MOVE WS-XF-LOAN-COUNT TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
        END-IF
        IF XT-HISTORY-COUNT NOT = WS-XF-HISTORY-COUNT
            MOVE "N" TO WS-XFER-BALANCED-FLAG
            MOVE "HISTORY COUNT DOES NOT AGREE WITH THE TRAILER"
                TO WS-XFER-REASON
            MOVE WS-XF-HISTORY-COUNT TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
        END-IF
        IF XT-BALANCE-TOTAL NOT = WS-XF-BALANCE-TOTAL
            MOVE "N" TO WS-XFER-BALANCED-FLAG
            MOVE "BALANCE TOTAL DOES NOT AGREE WITH THE TRAILER"
                TO WS-XFER-REASON
            MOVE WS-XF-BALANCE-TOTAL TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
        END-IF
        IF XT-ESCROW-TOTAL NOT = WS-XF-ESCROW-TOTAL
            MOVE "N" TO WS-XFER-BALANCED-FLAG
            MOVE "ESCROW TOTAL DOES NOT AGREE WITH THE TRAILER"
                TO WS-XFER-REASON
            MOVE WS-XF-ESCROW-TOTAL TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
        END-IF
        IF XT-ADVANCE-TOTAL NOT = WS-XF-ADVANCE-TOTAL
            MOVE "N" TO WS-XFER-BALANCED-FLAG
            MOVE "ADVANCE TOTAL DOES NOT AGREE WITH THE TRAILER"
                TO WS-XFER-REASON
            MOVE WS-XF-ADVANCE-TOTAL TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
        END-IF
        IF XT-UNAPPLIED-TOTAL NOT = WS-XF-UNAPPLIED-TOTAL
            MOVE "N" TO WS-XFER-BALANCED-FLAG
            MOVE "UNAPPLIED TOTAL DOES NOT AGREE WITH THE TRAILER"
                TO WS-XFER-REASON
            MOVE WS-XF-UNAPPLIED-TOTAL TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
        END-IF
    END-IF.

OPEN-BOARDING-FILES.
    OPEN I-O LOAN-MASTER.
    IF WS-LOANMSTR-STATUS = "35"
        *> No master yet - a servicer can start out by boarding.
        OPEN OUTPUT LOAN-MASTER
        CLOSE LOAN-MASTER
        OPEN I-O LOAN-MASTER
    END-IF.
    IF WS-LOANMSTR-STATUS NOT = "00"
        DISPLAY "Unable to open LOANMSTR, file status "
            WS-LOANMSTR-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN I-O BORROWER-MASTER
        IF WS-BORRMSTR-STATUS = "35"
            OPEN OUTPUT BORROWER-MASTER
            CLOSE BORROWER-MASTER
            OPEN I-O BORROWER-MASTER
        END-IF
        IF WS-BORRMSTR-STATUS NOT = "00"
            DISPLAY "Unable to open BORRMSTR, file status "
                WS-BORRMSTR-STATUS
            MOVE 8 TO RETURN-CODE
            CLOSE LOAN-MASTER
        ELSE
            MOVE "Y" TO WS-BORRMSTR-AVAIL-FLAG
            OPEN I-O INVESTOR-MASTER
            IF WS-INVMSTR-STATUS = "35"
                OPEN OUTPUT INVESTOR-MASTER
                CLOSE INVESTOR-MASTER
                OPEN I-O INVESTOR-MASTER
            END-IF
            IF WS-INVMSTR-STATUS NOT = "00"
                DISPLAY "Unable to open INVMSTR, file status "
                    WS-INVMSTR-STATUS
                MOVE 8 TO RETURN-CODE
                CLOSE LOAN-MASTER
                CLOSE BORROWER-MASTER
            ELSE
                PERFORM OPEN-BORROWER-XREF
                IF WS-BORRXREF-STATUS NOT = "00"
                    MOVE 8 TO RETURN-CODE
                    CLOSE LOAN-MASTER
                    CLOSE BORROWER-MASTER
                    CLOSE INVESTOR-MASTER
                ELSE
                    PERFORM OPEN-BOARDING-OUTPUTS
                    CLOSE LOAN-MASTER
                    CLOSE BORROWER-MASTER
                    CLOSE INVESTOR-MASTER
                    CLOSE BORROWER-XREF
                END-IF
            END-IF
        END-IF
    END-IF.

OPEN-BOARDING-OUTPUTS.
    *> The same rule as posting: no history trail or GL extract
    *> behind the run, nothing boarded.
    OPEN EXTEND PAYMENT-HISTORY-FILE.
    IF WS-PAYHIST-STATUS = "35"
        OPEN OUTPUT PAYMENT-HISTORY-FILE
        CLOSE PAYMENT-HISTORY-FILE
        OPEN EXTEND PAYMENT-HISTORY-FILE
    END-IF.
    IF WS-PAYHIST-STATUS NOT = "00"
        DISPLAY "Unable to open PAYHIST, file status "
            WS-PAYHIST-STATUS
        DISPLAY "Boarding abandoned."
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT XFER-NOTICE-FILE
        IF WS-XFERNOTC-STATUS NOT = "00"
            DISPLAY "Unable to open XFERNOTC, file status "
                WS-XFERNOTC-STATUS
            DISPLAY "Boarding abandoned."
            MOVE 8 TO RETURN-CODE
            CLOSE PAYMENT-HISTORY-FILE
        ELSE
            OPEN INPUT XFER-IN-FILE
            IF WS-XFERIN-STATUS NOT = "00"
                DISPLAY "Unable to open XFERIN, file status "
                    WS-XFERIN-STATUS
                DISPLAY "Boarding abandoned."
                MOVE 8 TO RETURN-CODE
                CLOSE PAYMENT-HISTORY-FILE
                CLOSE XFER-NOTICE-FILE
            ELSE
                PERFORM OPEN-GL-EXTRACT
                IF WS-GLEXTR-STATUS NOT = "00"
                    DISPLAY "Boarding abandoned."
                    MOVE 8 TO RETURN-CODE
                    CLOSE PAYMENT-HISTORY-FILE
                    CLOSE XFER-NOTICE-FILE
                    CLOSE XFER-IN-FILE
                ELSE
                    PERFORM RUN-SERVICING-BOARDING
                    CLOSE PAYMENT-HISTORY-FILE
                    CLOSE XFER-NOTICE-FILE
                    CLOSE XFER-IN-FILE
                    PERFORM CLOSE-GL-EXTRACT
                    IF WS-GL-WRITE-ERROR-FLAG = "N"
                        DISPLAY "GL extract written to GLEXTRCT, hash "
                            "total " WS-GL-HASH-TOTAL
                    ELSE
                        DISPLAY "GL extract incomplete - reconcile the "
                            "boarded balances by hand."
                        MOVE 8 TO RETURN-CODE
                    END-IF
                    IF WS-XFER-WRITE-ERROR-FLAG = "Y"
                        DISPLAY "Boarded history incomplete on PAYHIST "
                            "- reload it before the reconciliation."
                        MOVE 8 TO RETURN-CODE
                    END-IF
                    DISPLAY "Servicing transfer notices written to "
                        "XFERNOTC"
                END-IF
            END-IF
        END-IF
    END-IF.

RUN-SERVICING-BOARDING.
    *> The notices name the prior servicer from the header and us
    *> as the new servicer.
    MOVE XH-FROM-NAME TO WS-XFER-FROM-NAME.
    MOVE XH-FROM-PHONE TO WS-XFER-FROM-PHONE.
    MOVE WS-XFER-OUR-ID TO WS-XFER-TO-ID.
    MOVE WS-XFER-OUR-NAME TO WS-XFER-TO-NAME.
    MOVE WS-XFER-OUR-ADDRESS TO WS-XFER-TO-ADDRESS.
    MOVE WS-XFER-OUR-CITY-LINE TO WS-XFER-TO-CITY-LINE.
    MOVE WS-XFER-OUR-PHONE TO WS-XFER-TO-PHONE.
    MOVE XH-TRANSFER-DATE TO WS-XFER-DATE.

    MOVE "N" TO WS-XFER-GROUP-FLAG.
    MOVE "N" TO WS-XFER-EOF-FLAG.
    PERFORM UNTIL WS-XFER-EOF-FLAG = "Y"
        READ XFER-IN-FILE
            AT END
                MOVE "Y" TO WS-XFER-EOF-FLAG
            NOT AT END
                PERFORM BOARD-ONE-TRANSFER-RECORD
        END-READ
    END-PERFORM.
    IF WS-XFER-GROUP-FLAG = "Y"
        PERFORM BOARD-TRANSFER-LOAN-GROUP
    END-IF.

BOARD-ONE-TRANSFER-RECORD.
    *> A loan's group runs from its loan record to the next loan
    *> record, or to the first history record.
    MOVE XFER-IN-RECORD(1:1) TO WS-XFER-RECORD-TYPE.
    EVALUATE WS-XFER-RECORD-TYPE
        WHEN "L"
            IF WS-XFER-GROUP-FLAG = "Y"
                PERFORM BOARD-TRANSFER-LOAN-GROUP
            END-IF
            MOVE XFER-IN-RECORD TO XFER-LOAN-RECORD
            MOVE "Y" TO WS-XFER-GROUP-FLAG
            MOVE "N" TO WS-XFER-HAVE-BORROWER
            MOVE "N" TO WS-XFER-HAVE-ESCROW
            MOVE "N" TO WS-XFER-HAVE-ARM
        WHEN "B"
            IF WS-XFER-GROUP-FLAG = "Y"
                    AND XFER-IN-RECORD(2:10) = XL-LOAN-NUMBER
                MOVE XFER-IN-RECORD TO XFER-BORROWER-RECORD
                MOVE "Y" TO WS-XFER-HAVE-BORROWER
            END-IF
        WHEN "E"
            IF WS-XFER-GROUP-FLAG = "Y"
                    AND XFER-IN-RECORD(2:10) = XL-LOAN-NUMBER
                MOVE XFER-IN-RECORD TO XFER-ESCROW-RECORD
                MOVE "Y" TO WS-XFER-HAVE-ESCROW
            END-IF
        WHEN "A"
            IF WS-XFER-GROUP-FLAG = "Y"
                    AND XFER-IN-RECORD(2:10) = XL-LOAN-NUMBER
                MOVE XFER-IN-RECORD TO XFER-ARM-RECORD
                MOVE "Y" TO WS-XFER-HAVE-ARM
            END-IF
        WHEN "P"
            IF WS-XFER-GROUP-FLAG = "Y"
                PERFORM BOARD-TRANSFER-LOAN-GROUP
            END-IF
            MOVE XFER-IN-RECORD TO XFER-HISTORY-RECORD
            PERFORM BOARD-TRANSFER-HISTORY
        WHEN "T"
            IF WS-XFER-GROUP-FLAG = "Y"
                PERFORM BOARD-TRANSFER-LOAN-GROUP
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

BOARD-TRANSFER-LOAN-GROUP.
    MOVE "N" TO WS-XFER-GROUP-FLAG.
    MOVE XL-LOAN-NUMBER TO WS-XFER-LOAN-NUMBER.
    PERFORM FIND-TRANSFER-SLOT.
    MOVE XL-CURRENT-BALANCE TO WS-XFER-LOAN-BALANCE.
    MOVE XL-UNAPPLIED-FUNDS TO WS-XFER-LOAN-UNAPPLIED.
    IF WS-XFER-HAVE-ESCROW = "Y"
        COMPUTE WS-XFER-LOAN-ESCROW =
            XE-ESCROW-COLLECTED - XE-ESCROW-DISBURSED
        MOVE XE-ESCROW-ADVANCE TO WS-XFER-LOAN-ADVANCE
    ELSE
        MOVE 0 TO WS-XFER-LOAN-ESCROW
        MOVE 0 TO WS-XFER-LOAN-ADVANCE
    END-IF.

    PERFORM VALIDATE-TRANSFER-LOAN.
    IF WS-XFER-VALID-FLAG = "Y"
        PERFORM WRITE-BOARDED-LOAN
    END-IF.

    IF WS-XFER-VALID-FLAG = "Y"
        MOVE "Y" TO WS-XFT-MOVED-FLAG(WS-XFT-SLOT-IDX)
        ADD 1 TO WS-XB-LOAN-COUNT
        ADD WS-XFER-LOAN-BALANCE TO WS-XB-BALANCE-TOTAL
        ADD WS-XFER-LOAN-ESCROW TO WS-XB-ESCROW-TOTAL
        ADD WS-XFER-LOAN-ADVANCE TO WS-XB-ADVANCE-TOTAL
        ADD WS-XFER-LOAN-UNAPPLIED TO WS-XB-UNAPPLIED-TOTAL
    ELSE
        ADD 1 TO WS-XR-LOAN-COUNT
        ADD WS-XFER-LOAN-BALANCE TO WS-XR-BALANCE-TOTAL
        ADD WS-XFER-LOAN-ESCROW TO WS-XR-ESCROW-TOTAL
        ADD WS-XFER-LOAN-ADVANCE TO WS-XR-ADVANCE-TOTAL
        ADD WS-XFER-LOAN-UNAPPLIED TO WS-XR-UNAPPLIED-TOTAL
        IF WS-XFT-FOUND-FLAG = "Y"
            ADD WS-XFT-HISTORY-COUNT(WS-XFT-SLOT-IDX) TO
                WS-XR-HISTORY-COUNT
        END-IF
        MOVE WS-XFER-LOAN-BALANCE TO WS-XFER-AMOUNT
        PERFORM WRITE-TRANSFER-EXCEPTION
    END-IF.

VALIDATE-TRANSFER-LOAN.
    MOVE "Y" TO WS-XFER-VALID-FLAG.
    MOVE SPACES TO WS-XFER-REASON.
    IF WS-XFT-FOUND-FLAG = "Y"
        COMPUTE WS-XFER-EXPECTED-BAL = XL-PRINCIPAL +
            XL-CAPITALIZED-AMOUNT - WS-XFT-PRINCIPAL(WS-XFT-SLOT-IDX)
    ELSE
        MOVE 0 TO WS-XFER-EXPECTED-BAL
    END-IF.

    EVALUATE TRUE
        WHEN XL-LOAN-NUMBER = SPACES OR WS-XFT-FOUND-FLAG = "N"
            MOVE "NO LOAN NUMBER" TO WS-XFER-REASON
        WHEN WS-XFER-HAVE-BORROWER = "N"
            MOVE "NO BORROWER RECORD FOR THE LOAN" TO WS-XFER-REASON
        WHEN WS-XFER-HAVE-ESCROW = "N"
            MOVE "NO ESCROW RECORD FOR THE LOAN" TO WS-XFER-REASON
        WHEN XB-BORROWER-ID = SPACES
                OR XB-BORROWER-ID NOT = XL-BORROWER-ID
            MOVE "BORROWER RECORD DOES NOT MATCH THE LOAN"
                TO WS-XFER-REASON
        WHEN XB-NAME = SPACES
            MOVE "NO BORROWER NAME" TO WS-XFER-REASON
        WHEN XL-CURRENT-BALANCE = 0
            MOVE "NO BALANCE OUTSTANDING" TO WS-XFER-REASON
        WHEN XL-GRACE-DAY-BASIS NOT = "B" AND XL-GRACE-DAY-BASIS NOT = "C"
                AND XL-GRACE-DAY-BASIS NOT = SPACE
            MOVE "GRACE DAY BASIS IS NOT B OR C" TO WS-XFER-REASON
        WHEN XL-HOLD-CODE NOT = SPACE AND XL-HOLD-CODE NOT = "B"
                AND XL-HOLD-CODE NOT = "F" AND XL-HOLD-CODE NOT = "R"
                AND XL-HOLD-CODE NOT = "D"
            MOVE "UNKNOWN SERVICING HOLD CODE" TO WS-XFER-REASON
        WHEN WS-XFER-HAVE-ARM = "Y"
                AND (XA-INDEX-CODE = SPACES OR XA-RESET-MONTHS = 0)
            MOVE "ARM TERMS ARE INCOMPLETE" TO WS-XFER-REASON
        WHEN XE-ESCROW-DISBURSED > XE-ESCROW-COLLECTED
            MOVE "ESCROW DISBURSED EXCEEDS ESCROW COLLECTED"
                TO WS-XFER-REASON
        WHEN WS-XFER-EXPECTED-BAL NOT = XL-CURRENT-BALANCE
            MOVE "HISTORY DOES NOT PROVE TO THE BALANCE"
                TO WS-XFER-REASON
        WHEN WS-XFT-ESCROW(WS-XFT-SLOT-IDX) NOT = XE-ESCROW-COLLECTED
            MOVE "HISTORY DOES NOT PROVE TO ESCROW COLLECTED"
                TO WS-XFER-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF WS-XFER-REASON NOT = SPACES
        MOVE "N" TO WS-XFER-VALID-FLAG
    END-IF.

    *> The note terms face the same limits as a loan booked here.
    IF WS-XFER-VALID-FLAG = "Y"
        MOVE XL-PRINCIPAL TO WS-PRINCIPAL
        MOVE XL-INTEREST-ANNUAL TO WS-INTEREST-ANNUAL
        MOVE XL-YEARS TO WS-YEARS
        PERFORM VALIDATE-LOAN-TERMS
        IF WS-VALID-FLAG = "N"
            MOVE "N" TO WS-XFER-VALID-FLAG
            STRING "TERMS - " WS-REJECT-REASON
                DELIMITED BY SIZE INTO WS-XFER-REASON
        END-IF
    END-IF.

    IF WS-XFER-VALID-FLAG = "Y"
        MOVE XL-ORIGINATION-DATE TO WS-DATE-CHECK-NUM
        PERFORM VALIDATE-ENTERED-DATE
        IF WS-DATE-VALID-FLAG = "Y"
            MOVE XL-NEXT-DUE-DATE TO WS-DATE-CHECK-NUM
            PERFORM VALIDATE-ENTERED-DATE
        END-IF
        IF WS-DATE-VALID-FLAG = "N"
            MOVE "N" TO WS-XFER-VALID-FLAG
            MOVE "ORIGINATION OR NEXT DUE DATE IS NOT VALID"
                TO WS-XFER-REASON
        END-IF
    END-IF.

    IF WS-XFER-VALID-FLAG = "Y"
        MOVE XL-LOAN-NUMBER TO LM-LOAN-NUMBER
        READ LOAN-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "N" TO WS-XFER-VALID-FLAG
                MOVE "LOAN NUMBER IS ALREADY ON THE MASTER"
                    TO WS-XFER-REASON
        END-READ
    END-IF.

    *> A borrower we already service keeps the record on file; the
    *> id must be the same person.
    IF WS-XFER-VALID-FLAG = "Y"
        MOVE XB-BORROWER-ID TO BR-BORROWER-ID
        READ BORROWER-MASTER
            INVALID KEY
                MOVE "Y" TO WS-XFER-NEW-BORROWER
            NOT INVALID KEY
                MOVE "N" TO WS-XFER-NEW-BORROWER
                IF BR-NAME NOT = XB-NAME
                    MOVE "N" TO WS-XFER-VALID-FLAG
                    MOVE "BORROWER ID IS ON FILE UNDER ANOTHER NAME"
                        TO WS-XFER-REASON
                END-IF
        END-READ
    END-IF.

    MOVE "N" TO WS-XFER-NEW-INVESTOR.
    IF WS-XFER-VALID-FLAG = "Y" AND XL-INVESTOR-ID NOT = SPACES
        MOVE XL-INVESTOR-ID TO INV-INVESTOR-ID
        READ INVESTOR-MASTER
            INVALID KEY
                IF XL-INVESTOR-NAME = SPACES
                    MOVE "N" TO WS-XFER-VALID-FLAG
                    MOVE "INVESTOR NOT ON FILE AND NOT NAMED"
                        TO WS-XFER-REASON
                ELSE
                    MOVE "Y" TO WS-XFER-NEW-INVESTOR
                END-IF
        END-READ
    END-IF.

WRITE-BOARDED-LOAN.
    MOVE XL-LOAN-NUMBER         TO LM-LOAN-NUMBER.
    MOVE XL-BORROWER-ID         TO LM-BORROWER-ID.
    MOVE XL-PRINCIPAL           TO LM-PRINCIPAL.
    MOVE XL-INTEREST-ANNUAL     TO LM-INTEREST-ANNUAL.
    MOVE XL-YEARS               TO LM-YEARS.
    MOVE XL-MONTHLY-PAYMENT     TO LM-MONTHLY-PAYMENT.
    MOVE XL-ORIGINATION-DATE    TO LM-ORIGINATION-DATE.
    MOVE XL-CURRENT-BALANCE     TO LM-CURRENT-BALANCE.
    MOVE XE-MONTHLY-TAX         TO LM-MONTHLY-TAX.
    MOVE XE-MONTHLY-INSURANCE   TO LM-MONTHLY-INSURANCE.
    MOVE XE-MONTHLY-PMI         TO LM-MONTHLY-PMI.
    COMPUTE LM-TOTAL-PAYMENT =
        LM-MONTHLY-PAYMENT + LM-MONTHLY-TAX +
        LM-MONTHLY-INSURANCE + LM-MONTHLY-PMI.
    MOVE XE-ESCROW-COLLECTED    TO LM-ESCROW-COLLECTED.
    MOVE XL-NEXT-DUE-DATE       TO LM-NEXT-DUE-DATE.
    MOVE XL-PAID-THRU-DATE      TO LM-PAID-THRU-DATE.
    MOVE XL-LATE-FEE-AMOUNT     TO LM-LATE-FEE-AMOUNT.
    MOVE XL-LATE-CHARGES-DUE    TO LM-LATE-CHARGES-DUE.
    MOVE XL-LATE-ASSESSED-DATE  TO LM-LATE-ASSESSED-DATE.
    MOVE XL-UNAPPLIED-FUNDS     TO LM-UNAPPLIED-FUNDS.
    MOVE XL-INVESTOR-ID         TO LM-INVESTOR-ID.
    PERFORM SET-FIXED-RATE-TERMS.
    PERFORM SET-NEW-LOAN-STANDING.
    *> What the loan brings with it from the prior servicer.
    MOVE XE-ESCROW-DISBURSED    TO LM-ESCROW-DISBURSED.
    MOVE XE-ESCROW-ADVANCE      TO LM-ESCROW-ADVANCE.
    MOVE XL-MODIFIED-DATE       TO LM-MODIFIED-DATE.
    MOVE XL-MODIFICATION-COUNT  TO LM-MODIFICATION-COUNT.
    MOVE XL-CAPITALIZED-AMOUNT  TO LM-CAPITALIZED-AMOUNT.
    MOVE XL-HOLD-CODE           TO LM-HOLD-CODE.
    MOVE XL-HOLD-START-DATE     TO LM-HOLD-START-DATE.
    MOVE XL-HOLD-END-DATE       TO LM-HOLD-END-DATE.
    MOVE XL-HOLD-REASON         TO LM-HOLD-REASON.
    IF XL-GRACE-DAY-BASIS NOT = SPACE
        MOVE XL-GRACE-DAY-BASIS TO LM-GRACE-DAY-BASIS
    END-IF.
    IF WS-XFER-HAVE-ARM = "Y"
        MOVE XA-INDEX-CODE       TO LM-ARM-INDEX-CODE
        MOVE XA-MARGIN           TO LM-ARM-MARGIN
        MOVE XA-PERIODIC-CAP     TO LM-ARM-PERIODIC-CAP
        MOVE XA-LIFETIME-CEILING TO LM-ARM-LIFETIME-CEILING
        MOVE XA-RESET-MONTHS     TO LM-ARM-RESET-MONTHS
        MOVE XA-NEXT-RESET-DATE  TO LM-ARM-NEXT-RESET-DATE
    END-IF.
    MOVE XH-FROM-SERVICER       TO LM-PRIOR-SERVICER.
    MOVE WS-BUSINESS-DATE       TO LM-BOARDED-DATE.

    WRITE LOAN-MASTER-RECORD
        INVALID KEY
            MOVE "N" TO WS-XFER-VALID-FLAG
            MOVE "MASTER WRITE FAILED" TO WS-XFER-REASON
            DISPLAY "Loan " LM-LOAN-NUMBER " not boarded - master "
                "write failed, file status " WS-LOANMSTR-STATUS
    END-WRITE.

    IF WS-XFER-VALID-FLAG = "Y"
        IF WS-XFER-NEW-BORROWER = "Y"
            MOVE XB-BORROWER-ID   TO BR-BORROWER-ID
            MOVE XB-NAME          TO BR-NAME
            MOVE XB-ADDRESS-1     TO BR-ADDRESS-1
            MOVE XB-ADDRESS-2     TO BR-ADDRESS-2
            MOVE XB-CITY          TO BR-CITY
            MOVE XB-STATE         TO BR-STATE
            MOVE XB-ZIP           TO BR-ZIP
            MOVE XB-PHONE         TO BR-PHONE
            MOVE XB-AUTOPAY-FLAG  TO BR-AUTOPAY-FLAG
            MOVE XB-ACH-ROUTING   TO BR-ACH-ROUTING
            MOVE XB-ACH-ACCOUNT   TO BR-ACH-ACCOUNT
            MOVE XB-ACH-ACCT-TYPE TO BR-ACH-ACCT-TYPE
            WRITE BORROWER-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Loan " LM-LOAN-NUMBER " boarded - add "
                        "borrower " XB-BORROWER-ID " with mode B."
                NOT INVALID KEY
                    ADD 1 TO WS-XFER-BORROWERS-ADDED
            END-WRITE
        END-IF
        IF WS-XFER-NEW-INVESTOR = "Y"
            MOVE XL-INVESTOR-ID       TO INV-INVESTOR-ID
            MOVE XL-INVESTOR-NAME     TO INV-NAME
            MOVE XL-INVESTOR-FEE-RATE TO INV-SERVICING-FEE-RATE
            WRITE INVESTOR-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Loan " LM-LOAN-NUMBER " boarded - add "
                        "investor " XL-INVESTOR-ID " with mode I."
                NOT INVALID KEY
                    ADD 1 TO WS-XFER-INVESTORS-ADDED
            END-WRITE
        END-IF
        PERFORM WRITE-BORROWER-XREF
        PERFORM WRITE-GL-BOARDING-XFER-ENTRIES
        PERFORM WRITE-TRANSFER-NOTICE
    END-IF.

BOARD-TRANSFER-HISTORY.
    *> History goes onto PAYHIST only behind a loan that boarded, so
    *> the reconciliation finds every boarded loan's postings and
    *> nothing for a loan left behind.
    MOVE XP-LOAN-NUMBER TO WS-XFER-LOAN-NUMBER.
    PERFORM FIND-TRANSFER-SLOT.
    IF WS-XFT-FOUND-FLAG = "Y"
        IF WS-XFT-MOVED-FLAG(WS-XFT-SLOT-IDX) = "Y"
            MOVE XP-LOAN-NUMBER       TO PH-LOAN-NUMBER
            MOVE XP-PAYMENT-DATE      TO PH-PAYMENT-DATE
            MOVE XP-AMOUNT-RECEIVED   TO PH-AMOUNT-RECEIVED
            MOVE XP-INTEREST-PORTION  TO PH-INTEREST-PORTION
            MOVE XP-PRINCIPAL-PORTION TO PH-PRINCIPAL-PORTION
            MOVE XP-ESCROW-PORTION    TO PH-ESCROW-PORTION
            MOVE XP-TAX-PORTION       TO PH-TAX-PORTION
            MOVE XP-INSURANCE-PORTION TO PH-INSURANCE-PORTION
            MOVE XP-PMI-PORTION       TO PH-PMI-PORTION
            MOVE XP-BALANCE-AFTER     TO PH-BALANCE-AFTER
            MOVE XP-LATE-PORTION      TO PH-LATE-PORTION
            MOVE XP-SUSPENSE-PORTION  TO PH-SUSPENSE-PORTION
            MOVE XP-HISTORY-TYPE      TO PH-RECORD-TYPE
            MOVE XP-UNAPPLIED-PORTION TO PH-UNAPPLIED-PORTION
            WRITE PAYMENT-HISTORY-RECORD
            IF WS-PAYHIST-STATUS NOT = "00"
                DISPLAY "Payment history write failed for loan "
                    XP-LOAN-NUMBER ", file status " WS-PAYHIST-STATUS
                MOVE "Y" TO WS-XFER-WRITE-ERROR-FLAG
            ELSE
                ADD 1 TO WS-XB-HISTORY-COUNT
            END-IF
        END-IF
    END-IF.

WRITE-GL-BOARDING-XFER-ENTRIES.
    *> The receivable is bought for cash; the escrow balance comes
    *> over in cash owed back to the borrower's escrow account; the
    *> prior servicer's advance is repaid to it and is now ours to
    *> recover; held remittances come over in cash to suspense.
    IF WS-XFER-LOAN-BALANCE > 0
        MOVE WS-GL-ACCT-LOANS-RECV TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-XFER-LOAN-BALANCE TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-CASH TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
    END-IF.
    IF WS-XFER-LOAN-ESCROW > 0
        MOVE WS-GL-ACCT-CASH TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-XFER-LOAN-ESCROW TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-ESCROW-PAYABLE TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
    END-IF.
    IF WS-XFER-LOAN-ADVANCE > 0
        MOVE WS-GL-ACCT-ESCROW-ADVANCE TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-XFER-LOAN-ADVANCE TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-CASH TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
    END-IF.
    IF WS-XFER-LOAN-UNAPPLIED > 0
        MOVE WS-GL-ACCT-CASH TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-XFER-LOAN-UNAPPLIED TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-SUSPENSE TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
    END-IF.

DEBOARD-TRANSFERRED-LOANS.
    PERFORM ACCEPT-NEW-SERVICER-DETAILS.
    DISPLAY "Enter the transfer date (YYYYMMDD, 0 = business date): ".
    ACCEPT WS-XFER-DATE.
    IF WS-XFER-DATE = 0
        MOVE WS-BUSINESS-DATE TO WS-XFER-DATE
    END-IF.
    MOVE WS-XFER-DATE TO WS-DATE-CHECK-NUM.
    PERFORM VALIDATE-ENTERED-DATE.

    EVALUATE TRUE
        WHEN WS-XFER-TO-ID = SPACES OR WS-XFER-TO-NAME = SPACES
            DISPLAY "Transfer refused - the new servicer's id and "
                "name are required."
            MOVE 8 TO RETURN-CODE
        WHEN WS-XFER-TO-ID = WS-XFER-OUR-ID
            DISPLAY "Transfer refused - the new servicer is this "
                "servicer."
            MOVE 8 TO RETURN-CODE
        WHEN WS-DATE-VALID-FLAG = "N"
            DISPLAY "Transfer refused - the transfer date is not a "
                "valid date."
            MOVE 8 TO RETURN-CODE
        WHEN WS-XFER-DATE < WS-BUSINESS-DATE
            DISPLAY "Transfer refused - the transfer date is before "
                "the business date."
            MOVE 8 TO RETURN-CODE
        WHEN OTHER
            *> The borrowers are told ahead of the transfer date, but
            *> the loans stay ours - and keep taking payments - until
            *> it comes.
            IF WS-XFER-DATE > WS-BUSINESS-DATE
                MOVE "Y" TO WS-XFER-PENDING-FLAG
            END-IF
            *> Selling the servicing closes loans wholesale, so it is
            *> dual-controlled like a backout.
            MOVE SPACES TO WS-APPROVAL-ACTION
            STRING "APPROVED SERVICING TRANSFER TO " WS-XFER-TO-ID
                DELIMITED BY SIZE INTO WS-APPROVAL-ACTION
            PERFORM OBTAIN-SECOND-APPROVAL
            IF WS-APPROVAL-FLAG = "N"
                DISPLAY "Transfer not approved - nothing written."
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM OPEN-DEBOARDING-FILES
            END-IF
    END-EVALUATE.

CUTOVER-PENDING-TRANSFERS.
    *> The loans a dated-ahead deboarding left pending to this new
    *> servicer on this transfer date are cut onto the transfer file
    *> and closed; their borrowers were sent notice at the time.
    PERFORM ACCEPT-NEW-SERVICER-DETAILS.
    DISPLAY "Enter the pending transfer date (YYYYMMDD, 0 = "
        "business date): ".
    ACCEPT WS-XFER-DATE.
    IF WS-XFER-DATE = 0
        MOVE WS-BUSINESS-DATE TO WS-XFER-DATE
    END-IF.
    MOVE WS-XFER-DATE TO WS-DATE-CHECK-NUM.
    PERFORM VALIDATE-ENTERED-DATE.

    EVALUATE TRUE
        WHEN WS-XFER-TO-ID = SPACES OR WS-XFER-TO-NAME = SPACES
            DISPLAY "Cutover refused - the new servicer's id and "
                "name are required."
            MOVE 8 TO RETURN-CODE
        WHEN WS-XFER-TO-ID = WS-XFER-OUR-ID
            DISPLAY "Cutover refused - the new servicer is this "
                "servicer."
            MOVE 8 TO RETURN-CODE
        WHEN WS-DATE-VALID-FLAG = "N"
            DISPLAY "Cutover refused - the transfer date is not a "
                "valid date."
            MOVE 8 TO RETURN-CODE
        WHEN WS-XFER-DATE > WS-BUSINESS-DATE
            DISPLAY "Cutover refused - the transfer date has not "
                "come."
            MOVE 8 TO RETURN-CODE
        WHEN OTHER
            MOVE SPACES TO WS-APPROVAL-ACTION
            STRING "APPROVED SERVICING CUTOVER TO " WS-XFER-TO-ID
                DELIMITED BY SIZE INTO WS-APPROVAL-ACTION
            PERFORM OBTAIN-SECOND-APPROVAL
            IF WS-APPROVAL-FLAG = "N"
                DISPLAY "Cutover not approved - nothing written."
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM OPEN-DEBOARDING-FILES
            END-IF
    END-EVALUATE.

ACCEPT-NEW-SERVICER-DETAILS.
    DISPLAY "Enter the new servicer's id: ".
    ACCEPT WS-XFER-TO-ID.
    DISPLAY "Enter the new servicer's name: ".
    ACCEPT WS-XFER-TO-NAME.
    DISPLAY "Enter the new servicer's payment address: ".
    ACCEPT WS-XFER-TO-ADDRESS.
    DISPLAY "Enter the new servicer's city, state and ZIP: ".
    ACCEPT WS-XFER-TO-CITY-LINE.
    DISPLAY "Enter the new servicer's phone: ".
    ACCEPT WS-XFER-TO-PHONE.

OPEN-DEBOARDING-FILES.
    OPEN I-O LOAN-MASTER.
    IF WS-LOANMSTR-STATUS NOT = "00"
        DISPLAY "Unable to open LOANMSTR, file status "
            WS-LOANMSTR-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN INPUT BORROWER-MASTER
        IF WS-BORRMSTR-STATUS NOT = "00"
            DISPLAY "Unable to open BORRMSTR, file status "
                WS-BORRMSTR-STATUS
            MOVE 8 TO RETURN-CODE
            CLOSE LOAN-MASTER
        ELSE
            MOVE "Y" TO WS-BORRMSTR-AVAIL-FLAG
            OPEN OUTPUT XFER-REPORT-FILE
            IF WS-XFERRPT-STATUS NOT = "00"
                DISPLAY "Unable to open XFERRPT, file status "
                    WS-XFERRPT-STATUS
                MOVE 8 TO RETURN-CODE
                CLOSE LOAN-MASTER
                CLOSE BORROWER-MASTER
            ELSE
                EVALUATE TRUE
                    WHEN WS-XFER-ACTION = "C"
                        MOVE "SERVICING TRANSFER CUTOVER"
                            TO WS-XH-TITLE
                    WHEN WS-XFER-PENDING-FLAG = "Y"
                        MOVE "SERVICING TRANSFER NOTICES"
                            TO WS-XH-TITLE
                    WHEN OTHER
                        MOVE "SERVICING TRANSFER DEBOARDING"
                            TO WS-XH-TITLE
                END-EVALUATE
                MOVE WS-BUSINESS-DATE TO WS-XH-DATE
                MOVE WS-XFER-HEADING-1 TO XFER-REPORT-LINE
                WRITE XFER-REPORT-LINE
                MOVE SPACES TO XFER-REPORT-LINE
                WRITE XFER-REPORT-LINE
                MOVE WS-XFER-HEADING-3 TO XFER-REPORT-LINE
                WRITE XFER-REPORT-LINE
                MOVE WS-XFER-OUR-ID TO WS-XH-FROM
                MOVE WS-XFER-TO-ID TO WS-XH-TO
                MOVE WS-XFER-DATE TO WS-XH-XFER-DATE

                PERFORM LOAD-TRANSFER-SELECTION
                IF WS-XFER-SELECT-FLAG = "Y"
                    IF WS-XFER-PENDING-FLAG = "Y"
                        PERFORM OPEN-TRANSFER-NOTICE-OUTPUT
                    ELSE
                        PERFORM OPEN-DEBOARDING-OUTPUTS
                    END-IF
                END-IF

                CLOSE LOAN-MASTER
                CLOSE BORROWER-MASTER
                PERFORM WRITE-TRANSFER-TOTALS
                CLOSE XFER-REPORT-FILE

                DISPLAY "Loans selected ...........: " WS-XFT-COUNT
                IF WS-XFER-PENDING-FLAG = "Y"
                    DISPLAY "Loans marked pending .....: "
                        WS-XB-LOAN-COUNT
                    DISPLAY "Loans not marked .........: "
                        WS-XR-LOAN-COUNT
                ELSE
                    DISPLAY "Loans written to XFEROUT .: "
                        WS-XB-LOAN-COUNT
                    DISPLAY "Loans not transferred ....: "
                        WS-XR-LOAN-COUNT
                    DISPLAY "History records written ..: "
                        WS-XB-HISTORY-COUNT
                    DISPLAY "Loans closed as transferred: "
                        WS-XFER-CLOSED-COUNT
                END-IF
                DISPLAY "Servicing transfer report written to "
                    "XFERRPT"
                IF WS-XFER-EXCEPTION-COUNT > 0 AND RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF.

LOAD-TRANSFER-SELECTION.
    *> A deboarding takes its loans from XFERSEL; a cutover takes
    *> every loan still pending to the new servicer on the transfer
    *> date, so a cutover cut short is finished by running it again.
    MOVE "Y" TO WS-XFER-SELECT-FLAG.
    IF WS-XFER-ACTION = "C"
        MOVE LOW-VALUES TO LM-LOAN-NUMBER
        START LOAN-MASTER KEY NOT < LM-LOAN-NUMBER
            INVALID KEY
                MOVE "Y" TO WS-XFER-EOF-FLAG
            NOT INVALID KEY
                MOVE "N" TO WS-XFER-EOF-FLAG
        END-START
        PERFORM UNTIL WS-XFER-EOF-FLAG = "Y"
            READ LOAN-MASTER NEXT RECORD
                AT END
                    MOVE "Y" TO WS-XFER-EOF-FLAG
                NOT AT END
                    PERFORM SELECT-ONE-PENDING-LOAN
            END-READ
        END-PERFORM
        IF WS-XFT-COUNT = 0
            MOVE "N" TO WS-XFER-SELECT-FLAG
            MOVE SPACES TO WS-XFER-LOAN-NUMBER
            MOVE "NO TRANSFER PENDING - NOTHING WRITTEN"
                TO WS-XFER-REASON
            MOVE 0 TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
            DISPLAY "No loan is pending transfer to " WS-XFER-TO-ID
                " on " WS-XFER-DATE " - nothing written."
        END-IF
    ELSE
        OPEN INPUT XFER-SELECT-FILE
        IF WS-XFERSEL-STATUS NOT = "00"
            DISPLAY "Unable to open XFERSEL, file status "
                WS-XFERSEL-STATUS
            MOVE 8 TO RETURN-CODE
            MOVE "N" TO WS-XFER-SELECT-FLAG
        ELSE
            MOVE "N" TO WS-XFER-EOF-FLAG
            PERFORM UNTIL WS-XFER-EOF-FLAG = "Y"
                READ XFER-SELECT-FILE
                    AT END
                        MOVE "Y" TO WS-XFER-EOF-FLAG
                    NOT AT END
                        PERFORM SELECT-ONE-TRANSFER-LOAN
                END-READ
            END-PERFORM
            CLOSE XFER-SELECT-FILE
        END-IF
    END-IF.

SELECT-ONE-PENDING-LOAN.
    *> A pending loan since paid off or charged off is still taken,
    *> so that the report shows why it did not go.
    IF LM-LOAN-STATUS NOT = "T"
            AND LM-NEW-SERVICER = WS-XFER-TO-ID
            AND LM-TRANSFER-DATE = WS-XFER-DATE
        MOVE LM-LOAN-NUMBER TO WS-XFER-LOAN-NUMBER
        PERFORM ADD-TRANSFER-SLOT
    END-IF.

OPEN-TRANSFER-NOTICE-OUTPUT.
    OPEN OUTPUT XFER-NOTICE-FILE.
    IF WS-XFERNOTC-STATUS NOT = "00"
        DISPLAY "Unable to open XFERNOTC, file status "
            WS-XFERNOTC-STATUS
        DISPLAY "Transfer notices abandoned."
        MOVE 8 TO RETURN-CODE
    ELSE
        *> The notices name us as the present servicer.
        MOVE WS-XFER-OUR-NAME TO WS-XFER-FROM-NAME
        MOVE WS-XFER-OUR-PHONE TO WS-XFER-FROM-PHONE
        PERFORM VARYING WS-XFT-SLOT-IDX FROM 1 BY 1
                UNTIL WS-XFT-SLOT-IDX > WS-XFT-COUNT
            PERFORM DEBOARD-SELECTED-LOAN
        END-PERFORM
        CLOSE XFER-NOTICE-FILE
        DISPLAY "Servicing transfer notices written to XFERNOTC"
        DISPLAY "Transfer pending until " WS-XFER-DATE
            " - cut it over on or after that date."
    END-IF.

OPEN-DEBOARDING-OUTPUTS.
    *> The investor master only supplies the investor's name and
    *> fee for the new servicer; a portfolio with no investors has
    *> none to send. Likewise a servicer with no PAYHIST yet has no
    *> history to send.
    OPEN INPUT INVESTOR-MASTER.
    IF WS-INVMSTR-STATUS = "00"
        MOVE "Y" TO WS-XFER-INVMSTR-AVAIL-FLAG
    ELSE
        MOVE "N" TO WS-XFER-INVMSTR-AVAIL-FLAG
    END-IF.
    OPEN INPUT PAYMENT-HISTORY-FILE.
    IF WS-PAYHIST-STATUS = "00"
        MOVE "Y" TO WS-XFER-PAYHIST-AVAIL-FLAG
    ELSE
        MOVE "N" TO WS-XFER-PAYHIST-AVAIL-FLAG
    END-IF.

    IF WS-PAYHIST-STATUS NOT = "00" AND WS-PAYHIST-STATUS NOT = "35"
        DISPLAY "Unable to open PAYHIST, file status "
            WS-PAYHIST-STATUS
        DISPLAY "Deboarding abandoned."
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT XFER-OUT-FILE
        IF WS-XFEROUT-STATUS NOT = "00"
            DISPLAY "Unable to open XFEROUT, file status "
                WS-XFEROUT-STATUS
            DISPLAY "Deboarding abandoned."
            MOVE 8 TO RETURN-CODE
        ELSE
            *> A cutover's borrowers were sent their notices when the
            *> transfer was set up.
            IF WS-XFER-ACTION = "D"
                OPEN OUTPUT XFER-NOTICE-FILE
            ELSE
                MOVE "00" TO WS-XFERNOTC-STATUS
            END-IF
            IF WS-XFERNOTC-STATUS NOT = "00"
                DISPLAY "Unable to open XFERNOTC, file status "
                    WS-XFERNOTC-STATUS
                DISPLAY "Deboarding abandoned."
                MOVE 8 TO RETURN-CODE
                CLOSE XFER-OUT-FILE
            ELSE
                PERFORM OPEN-GL-EXTRACT
                IF WS-GLEXTR-STATUS NOT = "00"
                    DISPLAY "Deboarding abandoned."
                    MOVE 8 TO RETURN-CODE
                    CLOSE XFER-OUT-FILE
                    IF WS-XFER-ACTION = "D"
                        CLOSE XFER-NOTICE-FILE
                    END-IF
                ELSE
                    PERFORM RUN-SERVICING-DEBOARDING
                    CLOSE XFER-OUT-FILE
                    IF WS-XFER-ACTION = "D"
                        CLOSE XFER-NOTICE-FILE
                    END-IF
                    PERFORM CLOSE-GL-EXTRACT
                    IF WS-GL-WRITE-ERROR-FLAG = "N"
                        DISPLAY "GL extract written to GLEXTRCT, hash "
                            "total " WS-GL-HASH-TOTAL
                    ELSE
                        DISPLAY "GL extract incomplete - reconcile the "
                            "transferred balances by hand."
                        MOVE 8 TO RETURN-CODE
                    END-IF
                    DISPLAY "Servicing transfer file written to XFEROUT"
                    IF WS-XFER-ACTION = "D"
                        DISPLAY "Servicing transfer notices written to "
                            "XFERNOTC"
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

    IF WS-XFER-INVMSTR-AVAIL-FLAG = "Y"
        CLOSE INVESTOR-MASTER
    END-IF.
    IF WS-XFER-PAYHIST-AVAIL-FLAG = "Y"
        CLOSE PAYMENT-HISTORY-FILE
    END-IF.

RUN-SERVICING-DEBOARDING.
    *> The notices name us as the present servicer.
    MOVE WS-XFER-OUR-NAME TO WS-XFER-FROM-NAME.
    MOVE WS-XFER-OUR-PHONE TO WS-XFER-FROM-PHONE.

    MOVE SPACES TO XFER-HEADER-RECORD.
    MOVE "H" TO XH-RECORD-TYPE.
    MOVE WS-XFER-OUR-ID TO XH-FROM-SERVICER.
    MOVE WS-XFER-OUR-NAME TO XH-FROM-NAME.
    MOVE WS-XFER-OUR-PHONE TO XH-FROM-PHONE.
    MOVE WS-XFER-TO-ID TO XH-TO-SERVICER.
    MOVE WS-XFER-TO-NAME TO XH-TO-NAME.
    MOVE WS-XFER-TO-ADDRESS TO XH-TO-ADDRESS.
    MOVE WS-XFER-TO-CITY-LINE TO XH-TO-CITY-LINE.
    MOVE WS-XFER-TO-PHONE TO XH-TO-PHONE.
    MOVE WS-XFER-DATE TO XH-TRANSFER-DATE.
    MOVE WS-BUSINESS-DATE TO XH-CREATED-DATE.
    MOVE XFER-HEADER-RECORD TO XFER-OUT-RECORD.
    PERFORM WRITE-TRANSFER-OUT-RECORD.

    PERFORM VARYING WS-XFT-SLOT-IDX FROM 1 BY 1
            UNTIL WS-XFT-SLOT-IDX > WS-XFT-COUNT
        PERFORM DEBOARD-SELECTED-LOAN
    END-PERFORM.

    IF WS-XFER-PAYHIST-AVAIL-FLAG = "Y"
        MOVE "N" TO WS-XFER-EOF-FLAG
        PERFORM UNTIL WS-XFER-EOF-FLAG = "Y"
            READ PAYMENT-HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-XFER-EOF-FLAG
                NOT AT END
                    PERFORM DEBOARD-ONE-HISTORY-RECORD
            END-READ
        END-PERFORM
    END-IF.

    MOVE SPACES TO XFER-TRAILER-RECORD.
    MOVE "T" TO XT-RECORD-TYPE.
    MOVE WS-XB-LOAN-COUNT TO XT-LOAN-COUNT.
    COMPUTE XT-RECORD-COUNT = WS-XF-RECORD-COUNT + 1.
    MOVE WS-XB-HISTORY-COUNT TO XT-HISTORY-COUNT.
    MOVE WS-XB-BALANCE-TOTAL TO XT-BALANCE-TOTAL.
    MOVE WS-XB-ESCROW-TOTAL TO XT-ESCROW-TOTAL.
    MOVE WS-XB-ADVANCE-TOTAL TO XT-ADVANCE-TOTAL.
    MOVE WS-XB-UNAPPLIED-TOTAL TO XT-UNAPPLIED-TOTAL.
    MOVE XFER-TRAILER-RECORD TO XFER-OUT-RECORD.
    PERFORM WRITE-TRANSFER-OUT-RECORD.

    *> What went on the file is what the file totals show.
    MOVE WS-XB-LOAN-COUNT TO WS-XF-LOAN-COUNT.
    MOVE WS-XB-HISTORY-COUNT TO WS-XF-HISTORY-COUNT.
    MOVE WS-XB-BALANCE-TOTAL TO WS-XF-BALANCE-TOTAL.
    MOVE WS-XB-ESCROW-TOTAL TO WS-XF-ESCROW-TOTAL.
    MOVE WS-XB-ADVANCE-TOTAL TO WS-XF-ADVANCE-TOTAL.
    MOVE WS-XB-UNAPPLIED-TOTAL TO WS-XF-UNAPPLIED-TOTAL.

    *> The loans are closed only once the whole file is out; a file
    *> that could not be written leaves every loan as it was.
    IF WS-XFER-WRITE-ERROR-FLAG = "Y"
        MOVE SPACES TO WS-XFER-LOAN-NUMBER
        MOVE "TRANSFER FILE INCOMPLETE - NO LOAN CLOSED"
            TO WS-XFER-REASON
        MOVE 0 TO WS-XFER-AMOUNT
        PERFORM WRITE-TRANSFER-EXCEPTION
        DISPLAY "Transfer file incomplete - no loan closed; rerun "
            "the transfer."
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM VARYING WS-XFT-SLOT-IDX FROM 1 BY 1
                UNTIL WS-XFT-SLOT-IDX > WS-XFT-COUNT
            IF WS-XFT-MOVED-FLAG(WS-XFT-SLOT-IDX) = "Y"
                PERFORM CLOSE-TRANSFERRED-LOAN
            END-IF
        END-PERFORM
    END-IF.

SELECT-ONE-TRANSFER-LOAN.
    IF XS-LOAN-NUMBER NOT = SPACES
        MOVE XS-LOAN-NUMBER TO WS-XFER-LOAN-NUMBER
        PERFORM FIND-TRANSFER-SLOT
        IF WS-XFT-FOUND-FLAG = "Y"
            MOVE "LOAN SELECTED MORE THAN ONCE" TO WS-XFER-REASON
            MOVE 0 TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
        ELSE
            PERFORM ADD-TRANSFER-SLOT
        END-IF
    END-IF.

DEBOARD-SELECTED-LOAN.
    MOVE WS-XFT-LOAN-NUMBER(WS-XFT-SLOT-IDX) TO WS-XFER-LOAN-NUMBER.
    MOVE WS-XFER-LOAN-NUMBER TO LM-LOAN-NUMBER.
    MOVE SPACES TO WS-XFER-REASON.
    MOVE 0 TO WS-XFER-AMOUNT.
    READ LOAN-MASTER
        INVALID KEY
            MOVE "LOAN IS NOT ON THE MASTER" TO WS-XFER-REASON
        NOT INVALID KEY
            MOVE LM-CURRENT-BALANCE TO WS-XFER-AMOUNT
            EVALUATE TRUE
                WHEN LM-LOAN-STATUS = "P" OR LM-LOAN-STATUS = "C"
                        OR LM-LOAN-STATUS = "T"
                    STRING "LOAN IS CLOSED (STATUS " LM-LOAN-STATUS
                        ")" DELIMITED BY SIZE INTO WS-XFER-REASON
                WHEN LM-NEW-SERVICER NOT = SPACES
                        AND LM-NEW-SERVICER NOT = WS-XFER-TO-ID
                    STRING "ALREADY PENDING TRANSFER TO " LM-NEW-SERVICER
                        DELIMITED BY SIZE INTO WS-XFER-REASON
                WHEN LM-BORROWER-ID = SPACES
                    MOVE "NO BORROWER ON THE LOAN" TO WS-XFER-REASON
                WHEN LM-ESCROW-DISBURSED > LM-ESCROW-COLLECTED
                    MOVE "ESCROW DISBURSED EXCEEDS ESCROW COLLECTED"
                        TO WS-XFER-REASON
                WHEN OTHER
                    MOVE LM-BORROWER-ID TO BR-BORROWER-ID
                    READ BORROWER-MASTER
                        INVALID KEY
                            MOVE "BORROWER IS NOT ON BORRMSTR"
                                TO WS-XFER-REASON
                    END-READ
            END-EVALUATE
    END-READ.

    IF WS-XFER-REASON = SPACES
        IF WS-XFER-PENDING-FLAG = "Y"
            PERFORM MARK-TRANSFER-PENDING
        ELSE
            PERFORM WRITE-DEBOARDED-LOAN-GROUP
        END-IF
    ELSE
        ADD 1 TO WS-XR-LOAN-COUNT
        ADD WS-XFER-AMOUNT TO WS-XR-BALANCE-TOTAL
        PERFORM WRITE-TRANSFER-EXCEPTION
    END-IF.

MARK-TRANSFER-PENDING.
    *> Only the new servicer and the date go on the loan; it stays
    *> active, and ours, until the cutover run closes it.
    MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.
    MOVE WS-XFER-DATE TO LM-TRANSFER-DATE.
    MOVE WS-XFER-TO-ID TO LM-NEW-SERVICER.
    REWRITE LOAN-MASTER-RECORD.
    IF WS-LOANMSTR-STATUS NOT = "00"
        DISPLAY "Loan " LM-LOAN-NUMBER " not marked - master "
            "rewrite failed, file status " WS-LOANMSTR-STATUS
        MOVE WS-JRNL-BEFORE-IMAGE TO LOAN-MASTER-RECORD
        MOVE "NOT MARKED PENDING - NO NOTICE WRITTEN"
            TO WS-XFER-REASON
        ADD 1 TO WS-XR-LOAN-COUNT
        ADD WS-XFER-AMOUNT TO WS-XR-BALANCE-TOTAL
        PERFORM WRITE-TRANSFER-EXCEPTION
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM WRITE-MASTER-JOURNAL
        ADD 1 TO WS-XB-LOAN-COUNT
        ADD LM-CURRENT-BALANCE TO WS-XB-BALANCE-TOTAL
        COMPUTE WS-XB-ESCROW-TOTAL = WS-XB-ESCROW-TOTAL +
            LM-ESCROW-COLLECTED - LM-ESCROW-DISBURSED
        ADD LM-ESCROW-ADVANCE TO WS-XB-ADVANCE-TOTAL
        ADD LM-UNAPPLIED-FUNDS TO WS-XB-UNAPPLIED-TOTAL
        PERFORM WRITE-TRANSFER-NOTICE
    END-IF.

WRITE-DEBOARDED-LOAN-GROUP.
    MOVE SPACES TO XFER-LOAN-RECORD.
    MOVE "L" TO XL-RECORD-TYPE.
    MOVE LM-LOAN-NUMBER TO XL-LOAN-NUMBER.
    MOVE LM-INVESTOR-ID TO XL-INVESTOR-ID.
    MOVE 0 TO XL-INVESTOR-FEE-RATE.
    IF LM-INVESTOR-ID NOT = SPACES
            AND WS-XFER-INVMSTR-AVAIL-FLAG = "Y"
        MOVE LM-INVESTOR-ID TO INV-INVESTOR-ID
        READ INVESTOR-MASTER
            NOT INVALID KEY
                MOVE INV-NAME TO XL-INVESTOR-NAME
                MOVE INV-SERVICING-FEE-RATE TO XL-INVESTOR-FEE-RATE
        END-READ
    END-IF.
    MOVE LM-BORROWER-ID         TO XL-BORROWER-ID.
    MOVE LM-PRINCIPAL           TO XL-PRINCIPAL.
    MOVE LM-INTEREST-ANNUAL     TO XL-INTEREST-ANNUAL.
    MOVE LM-YEARS               TO XL-YEARS.
    MOVE LM-MONTHLY-PAYMENT     TO XL-MONTHLY-PAYMENT.
    MOVE LM-ORIGINATION-DATE    TO XL-ORIGINATION-DATE.
    MOVE LM-CURRENT-BALANCE     TO XL-CURRENT-BALANCE.
    MOVE LM-NEXT-DUE-DATE       TO XL-NEXT-DUE-DATE.
    MOVE LM-PAID-THRU-DATE      TO XL-PAID-THRU-DATE.
    MOVE LM-LATE-FEE-AMOUNT     TO XL-LATE-FEE-AMOUNT.
    MOVE LM-LATE-CHARGES-DUE    TO XL-LATE-CHARGES-DUE.
    MOVE LM-LATE-ASSESSED-DATE  TO XL-LATE-ASSESSED-DATE.
    MOVE LM-UNAPPLIED-FUNDS     TO XL-UNAPPLIED-FUNDS.
    MOVE LM-GRACE-DAY-BASIS     TO XL-GRACE-DAY-BASIS.
    MOVE LM-CAPITALIZED-AMOUNT  TO XL-CAPITALIZED-AMOUNT.
    MOVE LM-MODIFIED-DATE       TO XL-MODIFIED-DATE.
    MOVE LM-MODIFICATION-COUNT  TO XL-MODIFICATION-COUNT.
    MOVE LM-HOLD-CODE           TO XL-HOLD-CODE.
    MOVE LM-HOLD-START-DATE     TO XL-HOLD-START-DATE.
    MOVE LM-HOLD-END-DATE       TO XL-HOLD-END-DATE.
    MOVE LM-HOLD-REASON         TO XL-HOLD-REASON.
    MOVE XFER-LOAN-RECORD TO XFER-OUT-RECORD.
    PERFORM WRITE-TRANSFER-OUT-RECORD.

    MOVE SPACES TO XFER-BORROWER-RECORD.
    MOVE "B" TO XB-RECORD-TYPE.
    MOVE LM-LOAN-NUMBER   TO XB-LOAN-NUMBER.
    MOVE BR-BORROWER-ID   TO XB-BORROWER-ID.
    MOVE BR-NAME          TO XB-NAME.
    MOVE BR-ADDRESS-1     TO XB-ADDRESS-1.
    MOVE BR-ADDRESS-2     TO XB-ADDRESS-2.
    MOVE BR-CITY          TO XB-CITY.
    MOVE BR-STATE         TO XB-STATE.
    MOVE BR-ZIP           TO XB-ZIP.
    MOVE BR-PHONE         TO XB-PHONE.
    MOVE BR-AUTOPAY-FLAG  TO XB-AUTOPAY-FLAG.
    MOVE BR-ACH-ROUTING   TO XB-ACH-ROUTING.
    MOVE BR-ACH-ACCOUNT   TO XB-ACH-ACCOUNT.
    MOVE BR-ACH-ACCT-TYPE TO XB-ACH-ACCT-TYPE.
    MOVE XFER-BORROWER-RECORD TO XFER-OUT-RECORD.
    PERFORM WRITE-TRANSFER-OUT-RECORD.

    MOVE SPACES TO XFER-ESCROW-RECORD.
    MOVE "E" TO XE-RECORD-TYPE.
    MOVE LM-LOAN-NUMBER       TO XE-LOAN-NUMBER.
    MOVE LM-MONTHLY-TAX       TO XE-MONTHLY-TAX.
    MOVE LM-MONTHLY-INSURANCE TO XE-MONTHLY-INSURANCE.
    MOVE LM-MONTHLY-PMI       TO XE-MONTHLY-PMI.
    MOVE LM-ESCROW-COLLECTED  TO XE-ESCROW-COLLECTED.
    MOVE LM-ESCROW-DISBURSED  TO XE-ESCROW-DISBURSED.
    MOVE LM-ESCROW-ADVANCE    TO XE-ESCROW-ADVANCE.
    MOVE XFER-ESCROW-RECORD TO XFER-OUT-RECORD.
    PERFORM WRITE-TRANSFER-OUT-RECORD.

    IF LM-ARM-INDEX-CODE NOT = SPACES
        MOVE SPACES TO XFER-ARM-RECORD
        MOVE "A" TO XA-RECORD-TYPE
        MOVE LM-LOAN-NUMBER          TO XA-LOAN-NUMBER
        MOVE LM-ARM-INDEX-CODE       TO XA-INDEX-CODE
        MOVE LM-ARM-MARGIN           TO XA-MARGIN
        MOVE LM-ARM-PERIODIC-CAP     TO XA-PERIODIC-CAP
        MOVE LM-ARM-LIFETIME-CEILING TO XA-LIFETIME-CEILING
        MOVE LM-ARM-RESET-MONTHS     TO XA-RESET-MONTHS
        MOVE LM-ARM-NEXT-RESET-DATE  TO XA-NEXT-RESET-DATE
        MOVE XFER-ARM-RECORD TO XFER-OUT-RECORD
        PERFORM WRITE-TRANSFER-OUT-RECORD
    END-IF.

    MOVE "Y" TO WS-XFT-MOVED-FLAG(WS-XFT-SLOT-IDX).
    ADD 1 TO WS-XB-LOAN-COUNT.
    ADD LM-CURRENT-BALANCE TO WS-XB-BALANCE-TOTAL.
    COMPUTE WS-XB-ESCROW-TOTAL = WS-XB-ESCROW-TOTAL +
        LM-ESCROW-COLLECTED - LM-ESCROW-DISBURSED.
    ADD LM-ESCROW-ADVANCE TO WS-XB-ADVANCE-TOTAL.
    ADD LM-UNAPPLIED-FUNDS TO WS-XB-UNAPPLIED-TOTAL.

DEBOARD-ONE-HISTORY-RECORD.
    MOVE PH-LOAN-NUMBER TO WS-XFER-LOAN-NUMBER.
    PERFORM FIND-TRANSFER-SLOT.
    IF WS-XFT-FOUND-FLAG = "Y"
        IF WS-XFT-MOVED-FLAG(WS-XFT-SLOT-IDX) = "Y"
            MOVE SPACES TO XFER-HISTORY-RECORD
            MOVE "P" TO XP-RECORD-TYPE
            MOVE PH-LOAN-NUMBER       TO XP-LOAN-NUMBER
            MOVE PH-PAYMENT-DATE      TO XP-PAYMENT-DATE
            MOVE PH-AMOUNT-RECEIVED   TO XP-AMOUNT-RECEIVED
            MOVE PH-INTEREST-PORTION  TO XP-INTEREST-PORTION
            MOVE PH-PRINCIPAL-PORTION TO XP-PRINCIPAL-PORTION
            MOVE PH-ESCROW-PORTION    TO XP-ESCROW-PORTION
            MOVE PH-TAX-PORTION       TO XP-TAX-PORTION
            MOVE PH-INSURANCE-PORTION TO XP-INSURANCE-PORTION
            MOVE PH-PMI-PORTION       TO XP-PMI-PORTION
            MOVE PH-BALANCE-AFTER     TO XP-BALANCE-AFTER
            MOVE PH-LATE-PORTION      TO XP-LATE-PORTION
            MOVE PH-SUSPENSE-PORTION  TO XP-SUSPENSE-PORTION
            MOVE PH-RECORD-TYPE       TO XP-HISTORY-TYPE
            MOVE PH-UNAPPLIED-PORTION TO XP-UNAPPLIED-PORTION
            MOVE XFER-HISTORY-RECORD TO XFER-OUT-RECORD
            PERFORM WRITE-TRANSFER-OUT-RECORD
            ADD 1 TO WS-XB-HISTORY-COUNT
        END-IF
    END-IF.

WRITE-TRANSFER-OUT-RECORD.
    WRITE XFER-OUT-RECORD.
    IF WS-XFEROUT-STATUS NOT = "00"
        IF WS-XFER-WRITE-ERROR-FLAG = "N"
            DISPLAY "Transfer file write failed, file status "
                WS-XFEROUT-STATUS
        END-IF
        MOVE "Y" TO WS-XFER-WRITE-ERROR-FLAG
    ELSE
        ADD 1 TO WS-XF-RECORD-COUNT
    END-IF.

CLOSE-TRANSFERRED-LOAN.
    MOVE WS-XFT-LOAN-NUMBER(WS-XFT-SLOT-IDX) TO LM-LOAN-NUMBER.
    MOVE LM-LOAN-NUMBER TO WS-XFER-LOAN-NUMBER.
    READ LOAN-MASTER
        INVALID KEY
            MOVE "ON THE FILE BUT NOT CLOSED - CLOSE BY HAND"
                TO WS-XFER-REASON
            MOVE 0 TO WS-XFER-AMOUNT
            PERFORM WRITE-TRANSFER-EXCEPTION
            MOVE 8 TO RETURN-CODE
        NOT INVALID KEY
            PERFORM CLOSE-TRANSFERRED-MASTER
    END-READ.

CLOSE-TRANSFERRED-MASTER.
    *> The balances went out on the transfer file and are now the
    *> new servicer's; they are cleared here and booked out of the
    *> ledger the way boarding books them in.
    MOVE LOAN-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.
    MOVE LM-CURRENT-BALANCE TO WS-XFER-LOAN-BALANCE.
    COMPUTE WS-XFER-LOAN-ESCROW =
        LM-ESCROW-COLLECTED - LM-ESCROW-DISBURSED.
    MOVE LM-ESCROW-ADVANCE TO WS-XFER-LOAN-ADVANCE.
    MOVE LM-UNAPPLIED-FUNDS TO WS-XFER-LOAN-UNAPPLIED.

    MOVE "T" TO LM-LOAN-STATUS.
    MOVE WS-XFER-DATE TO LM-TRANSFER-DATE.
    MOVE WS-XFER-TO-ID TO LM-NEW-SERVICER.
    MOVE WS-BUSINESS-DATE TO LM-DEBOARDED-DATE.
    MOVE 0 TO LM-CURRENT-BALANCE.
    MOVE 0 TO LM-UNAPPLIED-FUNDS.
    MOVE 0 TO LM-ESCROW-ADVANCE.
    MOVE LM-ESCROW-COLLECTED TO LM-ESCROW-DISBURSED.
    MOVE 0 TO LM-LATE-CHARGES-DUE.
    MOVE SPACES TO LM-QUOTE-REFERENCE.
    MOVE 0 TO LM-QUOTE-TOTAL.
    MOVE 0 TO LM-QUOTE-GOOD-THRU.
    PERFORM REVERSE-ACCRUAL-ON-CLOSE.
    REWRITE LOAN-MASTER-RECORD.
    IF WS-LOANMSTR-STATUS NOT = "00"
        DISPLAY "Loan " LM-LOAN-NUMBER " not closed - master "
            "rewrite failed, file status " WS-LOANMSTR-STATUS
        MOVE WS-JRNL-BEFORE-IMAGE TO LOAN-MASTER-RECORD
        MOVE "ON THE FILE BUT NOT CLOSED - CLOSE BY HAND"
            TO WS-XFER-REASON
        MOVE WS-XFER-LOAN-BALANCE TO WS-XFER-AMOUNT
        PERFORM WRITE-TRANSFER-EXCEPTION
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM WRITE-MASTER-JOURNAL
        PERFORM WRITE-GL-DEBOARDING-ENTRIES
        PERFORM WRITE-GL-CLOSE-ACCRUAL-REVERSAL
        ADD 1 TO WS-XFER-CLOSED-COUNT
        IF WS-XFER-ACTION = "D"
            PERFORM WRITE-TRANSFER-NOTICE
        END-IF
    END-IF.

WRITE-GL-DEBOARDING-ENTRIES.
    *> The mirror image of boarding: the new servicer pays cash for
    *> the receivable, takes the escrow balance and the held
    *> remittances in cash, and repays our escrow advance.
    IF WS-XFER-LOAN-BALANCE > 0
        MOVE WS-GL-ACCT-CASH TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-XFER-LOAN-BALANCE TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-LOANS-RECV TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
    END-IF.
    IF WS-XFER-LOAN-ESCROW > 0
        MOVE WS-GL-ACCT-ESCROW-PAYABLE TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-XFER-LOAN-ESCROW TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-CASH TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
    END-IF.
    IF WS-XFER-LOAN-ADVANCE > 0
        MOVE WS-GL-ACCT-CASH TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-XFER-LOAN-ADVANCE TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-ESCROW-ADVANCE TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
    END-IF.
    IF WS-XFER-LOAN-UNAPPLIED > 0
        MOVE WS-GL-ACCT-SUSPENSE TO WS-GL-ACCOUNT
        MOVE "D" TO WS-GL-DRCR
        MOVE WS-XFER-LOAN-UNAPPLIED TO WS-GL-AMOUNT
        PERFORM WRITE-GL-DETAIL
        MOVE WS-GL-ACCT-CASH TO WS-GL-ACCOUNT
        MOVE "C" TO WS-GL-DRCR
        PERFORM WRITE-GL-DETAIL
    END-IF.

WRITE-TRANSFER-NOTICE.
    *> One notice serves both ends of a transfer: boarding sends the
    *> new servicer's welcome, deboarding the present servicer's
    *> goodbye, and both carry everything the borrower needs to pay
    *> the right servicer.
    MOVE SPACES TO BORROWER-MASTER-RECORD.
    IF LM-BORROWER-ID NOT = SPACES
            AND WS-BORRMSTR-AVAIL-FLAG = "Y"
        MOVE LM-BORROWER-ID TO BR-BORROWER-ID
        READ BORROWER-MASTER
            INVALID KEY
                MOVE SPACES TO BORROWER-MASTER-RECORD
        END-READ
    END-IF.
    IF WS-XFER-ACTION = "B"
        MOVE WS-XFER-LETTER-HEADING-B TO XFER-NOTICE-LINE
    ELSE
        MOVE WS-XFER-LETTER-HEADING-D TO XFER-NOTICE-LINE
    END-IF.
    WRITE XFER-NOTICE-LINE.
    IF BR-NAME NOT = SPACES
        MOVE BR-NAME TO WS-YE-NAME
        MOVE WS-YE-NAME-LINE TO XFER-NOTICE-LINE
        WRITE XFER-NOTICE-LINE
        MOVE BR-ADDRESS-1 TO WS-YE-ADDR-TEXT
        MOVE WS-YE-ADDR-LINE TO XFER-NOTICE-LINE
        WRITE XFER-NOTICE-LINE
        IF BR-ADDRESS-2 NOT = SPACES
            MOVE BR-ADDRESS-2 TO WS-YE-ADDR-TEXT
            MOVE WS-YE-ADDR-LINE TO XFER-NOTICE-LINE
            WRITE XFER-NOTICE-LINE
        END-IF
        MOVE BR-CITY TO WS-YE-CITY
        MOVE BR-STATE TO WS-YE-STATE
        MOVE BR-ZIP TO WS-YE-ZIP
        MOVE WS-YE-CITY-LINE TO XFER-NOTICE-LINE
        WRITE XFER-NOTICE-LINE
    END-IF.
    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "LOAN NUMBER ........: " TO WS-QT-LABEL.
    MOVE LM-LOAN-NUMBER TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "TRANSFER DATE ......: " TO WS-QT-LABEL.
    MOVE WS-XFER-DATE TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "PRESENT SERVICER ...: " TO WS-QT-LABEL.
    MOVE WS-XFER-FROM-NAME TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "  TELEPHONE ........: " TO WS-QT-LABEL.
    MOVE WS-XFER-FROM-PHONE TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "NEW SERVICER .......: " TO WS-QT-LABEL.
    MOVE WS-XFER-TO-NAME TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "  SEND PAYMENTS TO .: " TO WS-QT-LABEL.
    MOVE WS-XFER-TO-ADDRESS TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE WS-XFER-TO-CITY-LINE TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE SPACES TO WS-QUOTE-TEXT-LINE.
    MOVE "  TELEPHONE ........: " TO WS-QT-LABEL.
    MOVE WS-XFER-TO-PHONE TO WS-QT-TEXT.
    MOVE WS-QUOTE-TEXT-LINE TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE "THE RIGHT TO COLLECT YOUR MORTGAGE PAYMENTS IS BEING"
        TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE "TRANSFERRED FROM THE PRESENT SERVICER TO THE NEW"
        TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE "SERVICER NAMED ABOVE ON THE TRANSFER DATE. THE TERMS OF"
        TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE "YOUR LOAN DO NOT CHANGE. FROM THE TRANSFER DATE SEND"
        TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE "YOUR PAYMENTS TO THE NEW SERVICER. A PAYMENT THE PRESENT"
        TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE "SERVICER RECEIVES BY ITS DUE DATE IN THE 60 DAYS AFTER"
        TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE "THE TRANSFER WILL NOT BE TREATED AS LATE."
        TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.
    MOVE SPACES TO XFER-NOTICE-LINE.
    WRITE XFER-NOTICE-LINE.

WRITE-TRANSFER-EXCEPTION.
    ADD 1 TO WS-XFER-EXCEPTION-COUNT.
    MOVE SPACES TO WS-XFER-EXCEPTION-LINE.
    MOVE WS-XFER-LOAN-NUMBER TO WS-XX-LOAN-NUMBER.
    MOVE WS-XFER-REASON TO WS-XX-REASON.
    MOVE WS-XFER-AMOUNT TO WS-XX-AMOUNT.
    MOVE WS-XFER-EXCEPTION-LINE TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.

WRITE-TRANSFER-TOTALS.
    MOVE SPACES TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.
    MOVE WS-XFER-HEADING-2 TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.

    *> A notice run cuts no transfer file.
    IF WS-XFER-PENDING-FLAG = "N"
        MOVE "ON THE TRANSFER FILE" TO WS-XG-TITLE
        MOVE WS-XF-LOAN-COUNT TO WS-XG-LOANS
        MOVE WS-XF-HISTORY-COUNT TO WS-XG-HISTORY
        MOVE WS-XF-BALANCE-TOTAL TO WS-XG-BALANCE
        MOVE WS-XF-ESCROW-TOTAL TO WS-XG-ESCROW
        MOVE WS-XF-ADVANCE-TOTAL TO WS-XG-ADVANCE
        MOVE WS-XF-UNAPPLIED-TOTAL TO WS-XG-UNAPPLIED
        PERFORM WRITE-TRANSFER-TOTAL-GROUP
    END-IF.

    EVALUATE TRUE
        WHEN WS-XFER-ACTION = "B"
            MOVE "BOARDED" TO WS-XG-TITLE
        WHEN WS-XFER-PENDING-FLAG = "Y"
            MOVE "NOTICED, TRANSFER PENDING" TO WS-XG-TITLE
        WHEN OTHER
            MOVE "WRITTEN TO THE NEW SERVICER" TO WS-XG-TITLE
    END-EVALUATE.
    MOVE WS-XB-LOAN-COUNT TO WS-XG-LOANS.
    MOVE WS-XB-HISTORY-COUNT TO WS-XG-HISTORY.
    MOVE WS-XB-BALANCE-TOTAL TO WS-XG-BALANCE.
    MOVE WS-XB-ESCROW-TOTAL TO WS-XG-ESCROW.
    MOVE WS-XB-ADVANCE-TOTAL TO WS-XG-ADVANCE.
    MOVE WS-XB-UNAPPLIED-TOTAL TO WS-XG-UNAPPLIED.
    PERFORM WRITE-TRANSFER-TOTAL-GROUP.

    IF WS-XFER-ACTION = "B"
        MOVE "NOT BOARDED" TO WS-XG-TITLE
    ELSE
        MOVE "SELECTED BUT NOT TRANSFERRED" TO WS-XG-TITLE
    END-IF.
    MOVE WS-XR-LOAN-COUNT TO WS-XG-LOANS.
    MOVE WS-XR-HISTORY-COUNT TO WS-XG-HISTORY.
    MOVE WS-XR-BALANCE-TOTAL TO WS-XG-BALANCE.
    MOVE WS-XR-ESCROW-TOTAL TO WS-XG-ESCROW.
    MOVE WS-XR-ADVANCE-TOTAL TO WS-XG-ADVANCE.
    MOVE WS-XR-UNAPPLIED-TOTAL TO WS-XG-UNAPPLIED.
    PERFORM WRITE-TRANSFER-TOTAL-GROUP.

    MOVE SPACES TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.
    IF WS-XFER-ACTION = "B"
        MOVE SPACES TO WS-CONTROL-DETAIL-LINE
        MOVE "Borrowers added               " TO WS-CD-LABEL
        MOVE WS-XFER-BORROWERS-ADDED TO WS-CD-VALUE
        MOVE WS-CONTROL-DETAIL-LINE TO XFER-REPORT-LINE
        WRITE XFER-REPORT-LINE

        MOVE SPACES TO WS-CONTROL-DETAIL-LINE
        MOVE "Investors added               " TO WS-CD-LABEL
        MOVE WS-XFER-INVESTORS-ADDED TO WS-CD-VALUE
        MOVE WS-CONTROL-DETAIL-LINE TO XFER-REPORT-LINE
        WRITE XFER-REPORT-LINE
    ELSE
        MOVE SPACES TO WS-CONTROL-DETAIL-LINE
        IF WS-XFER-PENDING-FLAG = "Y"
            MOVE "Loans marked transfer pending " TO WS-CD-LABEL
            MOVE WS-XB-LOAN-COUNT TO WS-CD-VALUE
        ELSE
            MOVE "Loans closed as transferred   " TO WS-CD-LABEL
            MOVE WS-XFER-CLOSED-COUNT TO WS-CD-VALUE
        END-IF
        MOVE WS-CONTROL-DETAIL-LINE TO XFER-REPORT-LINE
        WRITE XFER-REPORT-LINE
    END-IF.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "Exceptions listed             " TO WS-CD-LABEL.
    MOVE WS-XFER-EXCEPTION-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "GL extract records            " TO WS-CD-LABEL.
    MOVE WS-GL-RECORD-COUNT TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "GL extract hash total         " TO WS-CD-LABEL.
    MOVE WS-GL-HASH-TOTAL TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.

WRITE-TRANSFER-TOTAL-GROUP.
    MOVE SPACES TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.
    MOVE WS-XG-TITLE TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "  Loans                       " TO WS-CD-LABEL.
    MOVE WS-XG-LOANS TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "  Payment history records     " TO WS-CD-LABEL.
    MOVE WS-XG-HISTORY TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "  Current balance             " TO WS-CD-LABEL.
    MOVE WS-XG-BALANCE TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "  Escrow balance              " TO WS-CD-LABEL.
    MOVE WS-XG-ESCROW TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "  Escrow advance              " TO WS-CD-LABEL.
    MOVE WS-XG-ADVANCE TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.

    MOVE SPACES TO WS-CONTROL-DETAIL-LINE.
    MOVE "  Unapplied funds             " TO WS-CD-LABEL.
    MOVE WS-XG-UNAPPLIED TO WS-CD-VALUE.
    MOVE WS-CONTROL-DETAIL-LINE TO XFER-REPORT-LINE.
    WRITE XFER-REPORT-LINE.
