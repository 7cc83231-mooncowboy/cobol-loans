    *> Property master record - the mortgaged property behind each
    *> loan, keyed by loan number and written when the loan is
    *> booked. Original value is what the Homeowners Protection Act
    *> measures PMI against: the lesser of the appraised value and
    *> the purchase price, or the appraised value alone on a
    *> refinance (purchase price zero). Lien position 1 = first
    *> mortgage. The PMI fields stay zero/spaces until the PMI run
    *> ends the loan's PMI: reason S = scheduled balance reached 78
    *> percent of original value, A = actual balance reached it.
    01  PROPERTY-MASTER-RECORD.
        05  PR-LOAN-NUMBER          PIC X(10).
        05  PR-ADDRESS-1            PIC X(30).
        05  PR-ADDRESS-2            PIC X(30).
        05  PR-CITY                 PIC X(20).
        05  PR-STATE                PIC X(2).
        05  PR-ZIP                  PIC X(10).
        05  PR-APPRAISED-VALUE      PIC 9(9)V99.
        05  PR-APPRAISAL-DATE       PIC 9(8).
        05  PR-PURCHASE-PRICE       PIC 9(9)V99.
        05  PR-ORIGINAL-VALUE       PIC 9(9)V99.
        05  PR-LIEN-POSITION        PIC 9(1).
        05  PR-PMI-CANCEL-DATE      PIC 9(8).
        05  PR-PMI-CANCEL-REASON    PIC X(1).
        05  PR-PMI-CANCELLED-AMOUNT PIC 9(6)V99.
        05  PR-ADDED-DATE           PIC 9(8).
        05  PR-ADDED-BY             PIC X(8).
        05  PR-CHANGED-DATE         PIC 9(8).
        05  PR-CHANGED-BY           PIC X(8).
