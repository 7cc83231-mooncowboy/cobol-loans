    *> Operator master record - one per person allowed to run the
    *> loan system, keyed by operator id. Every run is refused
    *> unless the operator is on file, active, signs on with the
    *> right credential and holds the run mode in the permitted
    *> list. Only a one-way digest of the credential is kept, so
    *> the file never holds a usable credential. Status A = active,
    *> R = revoked (kept on file so the audit trail still resolves
    *> the id). Approver flag Y lets the operator give the second
    *> approval dual-controlled actions need.
    01  OPERATOR-MASTER-RECORD.
        05  OP-OPERATOR-ID          PIC X(8).
        05  OP-OPERATOR-NAME        PIC X(30).
        05  OP-CREDENTIAL-DIGEST    PIC 9(9).
        05  OP-STATUS               PIC X(1).
        05  OP-PERMITTED-MODES      PIC X(40).
        05  OP-APPROVER-FLAG        PIC X(1).
        05  OP-ADDED-DATE           PIC 9(8).
        05  OP-ADDED-BY             PIC X(8).
        05  OP-CHANGED-DATE         PIC 9(8).
        05  OP-CHANGED-BY           PIC X(8).
