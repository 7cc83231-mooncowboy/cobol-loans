        *> year-end archive run in place of the detail rows it
        *> moved to the archive file, dated December 31 of the
        *> summarized year, so year-end statements and audits
        *> still reconcile without the detail; C = a recovery
        *> collected on a charged-off loan, carried entirely in the
        *> principal portion with a zero balance after, since the
        *> balance it recovers was already written off.
        05  PH-RECORD-TYPE          PIC X(1).
        *> Held funds drawn out of the loan's unapplied-funds
        *> balance and applied along with this remittance, so the
