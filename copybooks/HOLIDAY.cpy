    *> Holiday calendar record - one per bank holiday on
    *> HOLIDAY-CALENDAR-FILE, maintained ahead of each year from the
    *> Federal Reserve holiday schedule. Weekends are never listed;
    *> they are never banking days. The calendar is loaded into a
    *> table the first time a run needs to test a banking day.
    01  HOLIDAY-CALENDAR-RECORD.
        05  HC-HOLIDAY-DATE         PIC 9(8).
        05  HC-DESCRIPTION          PIC X(30).
