        05  JR-RUN-STAMP            PIC X(16).
        05  JR-RUN-MODE             PIC X(1).
        05  JR-OPERATOR-ID          PIC X(8).
        *> Second operator who approved a dual-controlled update
        *> (balance change, charge-off, modification); spaces when
        *> the update needed no second approval.
        05  JR-APPROVER-ID          PIC X(8).
        05  JR-TIMESTAMP            PIC X(21).
        05  JR-LOAN-NUMBER          PIC X(10).
        05  JR-BEFORE-IMAGE         PIC X(465).
        05  JR-AFTER-IMAGE          PIC X(465).
