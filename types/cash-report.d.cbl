module Cash-Report

*> Builds the day's large-cash filing and flags possible structuring
*> from the posted detail, the report compliance built by hand.
*> The cash-type transaction codes are loaded once at job start from
*> Cash-Code-File with Lookup::Table-Load, keyed on transaction code,
*> each entry's Direction-Field marking the code cash in ("I") or cash
*> out ("O"); a detail record whose Tran-Code-Field misses the table
*> is not cash and is passed over. The run takes every Detail-File
*> record posted since the previous run, whatever its Date-Field
*> carries, kept the way General-Ledger::Journal-Run keeps it:
*> Mark-File holds one entry per Mark-Name and Business-Date carrying
*> the range of Detail-File records, by relative record number, the
*> run took; a first run for a Business-Date takes the records after
*> the previous entry's range through the end of the file as it
*> stands, and a rerun for a Business-Date already on Mark-File takes
*> the same range again. Cash posted on a weekend or holiday, a
*> back-dated posting, and a suspense item released into a later
*> night therefore all count, once, toward the business day they are
*> taken on. Master-File supplies each account's Customer-Field, so
*> the cash records taken are added up per customer across all of the
*> customer's accounts, cash in and cash out separately, as
*> Business-Date's activity, every figure accumulated in
*> packed-decimal fixed-point (Comp-3).
*> A customer whose cash in or cash out for the day is more than
*> Threshold is flagged for filing: a filing record per customer and
*> direction is written to Filing-File in the regulator's record
*> layout -- the customer, the business date, the direction, the
*> total, the transaction count, and the accounts involved -- between
*> a header record and a trailer record carrying the filing count
*> and amount total, so Balance::Balance-File proves the extract
*> before it is sent. A filing is queued to the analysts once: each
*> filing queued is kept on History-File as a reported entry for the
*> customer, direction, and Business-Date, and a rerun for the same
*> Business-Date writes the filing record again, so the extract stays
*> complete, but finds the entry and does not queue it a second time.
*> Each cash deposit just under Threshold -- within Near-Percent
*> percent below it but not reaching it -- is kept on History-File,
*> the persistent per-customer deposit history, which is pruned of
*> deposits dated more than Window-Days days before Business-Date
*> (the cutoff worked with Date::Add-Days). Each deposit entry is
*> keyed on the customer and the deposit's Detail-File relative record
*> number, so a rerun, taking the same range again, replaces the
*> entries the first run made instead of adding each deposit a second
*> time; a single 9,500 deposit stays one deposit however often the
*> night is run. A customer with two or more such deposits inside the
*> window, the run's own included, whose total is more than Threshold
*> is flagged for possible structuring, whether or not any one day
*> reached the threshold -- but only when at least one of them came
*> from the run's range. Each history
*> entry carries a reported flag: once a customer is flagged, every
*> entry the flag counted is marked reported, and a later night's
*> flag is raised only when its window still totals more than
*> Threshold with the reported entries left out, so the same deposits
*> are never queued to the analysts twice. The flag itself is kept on
*> History-File as a reported entry for the customer and
*> Business-Date, so a rerun for the same Business-Date lists it on
*> the review report again without queuing it again.
*> Every flagged item, filing or structuring, is put on Queue-Name
*> through Work-Queue::Queue-Put under the Environment::Job-Name for
*> analyst review, carrying the customer, the flag, the total, the
*> deposit count, and the window dates.
*> The review report is printed through Report::Report-Open on
*> Report-File with a Report::Report-Break per flag, one line per
*> flagged item. Before the report is opened its title,
*> "LARGE CASH AND STRUCTURING REVIEW", is routed with
*> Spool::Spool-Route at Authority-Level with no destination, so the
*> report is cataloged only and Spool::Spool-List shows it to none but
*> a signed-on operator holding compliance authority. The run figures
*> are written to the audit log via Audit-Log::Log-Entry. Status comes
*> back "00" only when Queued-Count plus Reported-Count equals
*> Filing-Count plus Structuring-Count, and "95" (count out of
*> balance) otherwise.
program-id Cash-Report-Run export
    data division
        linkage section
        *> Path or DD-name of the account master file
        01 Master-File Display
        *> Record layout length in bytes of the master records
        01 Master-Length Comp-4
        *> Field name/offset of the account key, present in the
        *> master and detail layouts under the same name
        01 Account-Field Display
        *> Field name/offset of the customer number in the master
        *> layout
        01 Customer-Field Display
        *> Path or DD-name of the posted detail file
        01 Detail-File Display
        *> Record layout length in bytes of the detail records
        01 Detail-Length Comp-4
        *> Field name/offset of the transaction code in the detail
        *> layout
        01 Tran-Code-Field Display
        *> Field name/offset of the transaction amount in the detail
        *> layout
        01 Amount-Field Display
        *> Field name/offset of the CCYYMMDD transaction date in the
        *> detail layout
        01 Date-Field Display
        *> Path or DD-name of the cash transaction-code file
        01 Cash-Code-File Display
        *> Record layout length in bytes of the cash-code records
        01 Cash-Code-Length Comp-4
        *> Field name/offset of the transaction-code key of the
        *> cash-code layout, as Lookup::Table-Load takes it
        01 Cash-Code-Key Display
        *> Field name/offset of the "I"/"O" direction in the cash-code
        *> layout
        01 Direction-Field Display
        *> Business day reported, as CCYYMMDD; keys the Mark-File
        *> entry
        01 Business-Date Display
        *> Path or DD-name of the persistent run-mark file
        01 Mark-File Display
        *> Name the run's Mark-File entries are kept under, e.g.
        *> "CASH-REPORT"
        01 Mark-Name Display
        *> Reporting threshold; a day's total over it is filed
        01 Threshold Comp-3
        *> How far below Threshold, as a percentage, a deposit may
        *> fall and still count as just under it
        01 Near-Percent Comp-4
        *> Days in the rolling structuring window
        01 Window-Days Comp-4
        *> Path or DD-name of the persistent near-threshold deposit
        *> and flag history; entries already counted in a flag, and
        *> flags already queued, are marked reported
        01 History-File Display
        *> Path or DD-name the regulator's filing extract is written to
        01 Filing-File Display
        *> Name of the compliance work queue
        01 Queue-Name Display
        *> Path or DD-name the review report is printed to
        01 Report-File Display
        *> Screen::Sign-On authority level required to see the review
        *> report in the spool
        01 Authority-Level Comp-4
        *> Two-digit FILE STATUS style return code: "00" counts
        *> prove, "95" counts out of balance
        01 Status Display
        *> Customers with cash activity on Business-Date; passed in the
        *> USING list but set on return by the callee, the same as
        *> Status is elsewhere
        01 Customer-Count Comp-4
        *> Filing records written; set on return
        01 Filing-Count Comp-4
        *> Customers flagged for possible structuring; set on return
        01 Structuring-Count Comp-4
        *> Items put on Queue-Name; set on return
        01 Queued-Count Comp-4
        *> Flagged items an earlier run for Business-Date already
        *> queued, listed but not queued again; set on return
        01 Reported-Count Comp-4
        *> Total of the filing records written; set on return
        01 Filing-Total Comp-3
    procedure division using Master-File, Master-Length,
                              Account-Field, Customer-Field,
                              Detail-File, Detail-Length,
                              Tran-Code-Field, Amount-Field,
                              Date-Field, Cash-Code-File,
                              Cash-Code-Length, Cash-Code-Key,
                              Direction-Field, Business-Date,
                              Mark-File, Mark-Name,
                              Threshold, Near-Percent, Window-Days,
                              History-File, Filing-File, Queue-Name,
                              Report-File, Authority-Level,
                              Customer-Count, Filing-Count,
                              Structuring-Count, Queued-Count,
                              Reported-Count, Filing-Total
                       returning Status
end
