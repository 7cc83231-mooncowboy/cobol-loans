        *> Investor the loan is booked to; spaces books it into
        *> our own portfolio.
        05  LA-INVESTOR-ID          PIC X(4).
        *> The mortgaged property as appraised for the application;
        *> purchase price zero is a refinance.
        05  LA-PROP-ADDRESS-1       PIC X(30).
        05  LA-PROP-ADDRESS-2       PIC X(30).
        05  LA-PROP-CITY            PIC X(20).
        05  LA-PROP-STATE           PIC X(2).
        05  LA-PROP-ZIP             PIC X(10).
        05  LA-APPRAISED-VALUE      PIC 9(9)V99.
        05  LA-APPRAISAL-DATE       PIC 9(8).
        05  LA-PURCHASE-PRICE       PIC 9(9)V99.
        05  LA-LIEN-POSITION        PIC 9(1).
