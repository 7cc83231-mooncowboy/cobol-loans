    *> Processing date control record - the one record on
    *> PROCESSING-DATE-FILE. Every mode takes its "today" from the
    *> business date here rather than the system clock, so a run
    *> that slips past midnight or is rerun the next morning still
    *> works the same business day. The date-roll step advances it
    *> to the next banking day, and only once every nightly job in
    *> the job table has finished cleanly on the current date.
    01  PROCESSING-DATE-RECORD.
        05  PD-BUSINESS-DATE        PIC 9(8).
        05  PD-PRIOR-BUSINESS-DATE  PIC 9(8).
        05  PD-ROLLED-TIMESTAMP     PIC X(21).
        05  PD-ROLLED-BY            PIC X(8).
        *> Nightly jobs, by run mode, that must finish before the
        *> date can roll. Status: space = not yet run on this
        *> business date, S = started and not yet ended (or ended
        *> abnormally), C = completed cleanly, F = ended with a
        *> failing return code. The run stamp is the job's last run.
        05  PD-JOB-COUNT            PIC 9(2).
        05  PD-JOB-ENTRY OCCURS 10 TIMES.
            10  PD-JOB-MODE         PIC X(1).
            10  PD-JOB-STATUS       PIC X(1).
            10  PD-JOB-RUN-STAMP    PIC X(16).
