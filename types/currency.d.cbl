module Currency

*> Loads the day's FX rate file into an in-memory table with
*> Lookup::Table-Load, for Convert to look rates up in. The rate file
*> carries one record per currency: the three-character currency code
*> the table is keyed on, the CCYYMMDD date the rate is for, and the
*> rate as home-currency units per one unit of the currency, held in
*> packed-decimal fixed-point (Comp-3) to six decimal places. Entries
*> dated other than Rate-Date are left out of the table and counted
*> in Stale-Count, so yesterday's rate still on the file is never
*> used for today. Release the table with Lookup::Table-Free.
program-id Rate-Load export
    data division
        linkage section
        *> Path or DD-name of the FX rate file
        01 Rate-File Display
        *> Date the rates must be for, as CCYYMMDD
        01 Rate-Date Display
        *> Rates loaded; passed in the USING list but set on return by
        *> the callee, the same as Status is elsewhere
        01 Entry-Count Comp-4
        *> Rates left out for carrying another date; set on return
        01 Stale-Count Comp-4
        *> Two-digit FILE STATUS style return code
        01 Status Display
        *> Opaque handle used by Convert and Lookup::Table-Free
        01 Table-Handle Comp-4
    procedure division using Rate-File, Rate-Date, Entry-Count,
                              Stale-Count, Status
                       returning Table-Handle
end

*> Converts one amount in Currency-Code to the home currency at the
*> rate Rate-Load loaded, the three figures every posting records:
*> Original-Amount as given, Rate as used, and Home-Amount, the
*> original times the rate rounded half-up to the penny, all in
*> packed-decimal fixed-point (Comp-3). A Currency-Code equal to
*> Home-Currency, or spaces, converts at a rate of exactly one without
*> a lookup. A currency with no rate on the table comes back "23" (no
*> record found) with Rate and Home-Amount zero; the caller suspends
*> the transaction rather than posting it at an older rate.
program-id Convert export
    data division
        linkage section
        *> Handle returned by Rate-Load
        01 Table-Handle Comp-4
        *> Currency the amount is in
        01 Currency-Code Display
        *> Home currency code, e.g. "USD"
        01 Home-Currency Display
        *> Amount in Currency-Code
        01 Original-Amount Comp-3
        *> Two-digit FILE STATUS style return code; "00" converted,
        *> "23" no rate for the currency
        01 Status Display
        *> Rate used; passed in the USING list but set on return by the
        *> callee, the same as Status is elsewhere
        01 Rate Comp-3
        *> Amount in the home currency; set on return
        01 Home-Amount Comp-3
    procedure division using Table-Handle, Currency-Code,
                              Home-Currency, Original-Amount, Status,
                              Rate
                       returning Home-Amount
end

*> Converts a transaction file to the home currency ahead of the
*> posting step, replacing the conversions ops keyed by hand. The
*> day's rates are loaded from Rate-File with Rate-Load for Rate-Date,
*> and In-File is read front to back: each record's
*> Original-Amount-Field in its Currency-Field currency is converted
*> with Convert, the rate is stored in Fx-Rate-Field and the
*> home-currency amount in Amount-Field, and the record is written to
*> Out-File, so the posting records the original amount, the rate,
*> and the home amount while every program reading Amount-Field keeps
*> working in the home currency. The posting step then adds each
*> converted record's Original-Amount-Field to the account's
*> Balance-Field and its Amount-Field to the account's
*> Home-Balance-Field, so the master carries the balance in both
*> currencies and Revalue-Run restates only what the rates moved. A
*> record whose currency has no rate for the day is not posted at the
*> previous rate: it is put on Suspense-Name through
*> Suspense::Suspense-Put with the reason "NO RATE FOR DAY", the
*> currency, and Rate-Date. The counts are written to the audit log
*> via Audit-Log::Log-Entry. Status comes back "00" only when
*> In-Count equals Out-Count plus Suspended-Count, and "95" (count
*> out of balance) otherwise.
program-id Convert-File export
    data division
        linkage section
        *> Path or DD-name of the transaction file to convert
        01 In-File Display
        *> Record layout length in bytes
        01 Record-Length Comp-4
        *> Field name/offset of the currency code in the layout
        01 Currency-Field Display
        *> Field name/offset of the amount in the transaction currency
        01 Original-Amount-Field Display
        *> Field name/offset the rate used is stored in
        01 Fx-Rate-Field Display
        *> Field name/offset the home-currency amount is stored in
        01 Amount-Field Display
        *> Path or DD-name of the FX rate file
        01 Rate-File Display
        *> Date the rates must be for, as CCYYMMDD
        01 Rate-Date Display
        *> Home currency code, e.g. "USD"
        01 Home-Currency Display
        *> Path or DD-name the converted records are written to
        01 Out-File Display
        *> Name of the suspense file records with no rate are put on
        01 Suspense-Name Display
        *> Two-digit FILE STATUS style return code: "00" counts
        *> prove, "95" counts out of balance
        01 Status Display
        *> Records read from In-File; passed in the USING list but set
        *> on return by the callee, the same as Status is elsewhere
        01 In-Count Comp-4
        *> Records written to Out-File; set on return
        01 Out-Count Comp-4
        *> Records put on suspense; set on return
        01 Suspended-Count Comp-4
    procedure division using In-File, Record-Length, Currency-Field,
                              Original-Amount-Field, Fx-Rate-Field,
                              Amount-Field, Rate-File, Rate-Date,
                              Home-Currency, Out-File, Suspense-Name,
                              In-Count, Out-Count, Suspended-Count
                       returning Status
end

*> Restates the foreign-currency balances at the month's closing rate
*> and posts the unrealized gain or loss. The closing rates are loaded
*> from Rate-File with Rate-Load for Rate-Date, and Master-File is
*> read front to back; for each account whose Currency-Field is not
*> Home-Currency, the Balance-Field balance, held in the account's
*> currency, is converted with Convert and compared with the
*> home-currency equivalent the master carries in Home-Balance-Field.
*> A difference is posted to Detail-File as a detail record carrying
*> the account, the currency, the closing rate in Fx-Rate-Field, zero
*> in Original-Amount-Field, the difference in Amount-Field, and
*> Gain-Code in Tran-Code-Field when it raises the home-currency
*> balance or Loss-Code when it lowers it, dated Rate-Date; it goes
*> through Period-Close::Period-Check for Application first, like any
*> other posting. A "92" (period closed) is handled the way
*> Accrual::Accrual-Run handles it: nothing is posted for the account,
*> nothing is put on suspense, and Home-Balance-Field is left as it
*> stands, so the next run in an open period books the movement once;
*> the account is listed on the register with the reason
*> "PERIOD CLOSED" and the period and a zero amount, written to the
*> audit log via Audit-Log::Log-Entry, and counted in Closed-Count.
*> Once posted, Home-Balance-Field is rewritten to the
*> restated figure, so next month revalues only the month's movement;
*> between runs the posting step keeps the pair in step, adding each
*> posting's Original-Amount-Field to Balance-Field and its
*> Amount-Field to Home-Balance-Field, the way Convert-File leaves
*> them, and Accrual::Accrual-Run does the same for the interest and
*> fees it posts directly. An account that was foreign before the
*> master carried Home-Balance-Field holds zero there: the first run
*> to find a non-zero Balance-Field against a zero Home-Balance-Field
*> seeds it with the balance converted at the closing rate, posts no
*> gain or loss for it, lists it on the register as "SEEDED", and
*> counts it in Revalued-Count, so a month's revaluation never books a
*> whole balance as gain. Each account's posting and rewrite are
*> bracketed by Unit-Of-Work::Unit-Begin/Unit-Commit under the
*> Environment::Job-Name with a System::Checkpoint-Save at each
*> commit. An account whose currency has no closing rate is put on
*> Suspense-Name with the reason "NO RATE FOR DAY" and is not
*> revalued.
*> The revaluation register is printed through Report::Report-Open on
*> Report-File in currency order, one Report::Report-Line per account
*> showing the foreign balance, the closing rate, the carried and
*> restated home-currency figures, and the gain or loss, with a
*> Report::Report-Break per currency; each line's amount is the
*> account's gain or loss, so the grand total proves Net-Total to the
*> penny. The run figures are written to the audit log via
*> Audit-Log::Log-Entry. Status comes back "00" only when the foreign
*> accounts read equal Revalued-Count plus Suspended-Count plus
*> Closed-Count and the register grand total equals Net-Total, and
*> "95" (count out of balance) otherwise.
program-id Revalue-Run export
    data division
        linkage section
        *> Application the postings are checked against with
        *> Period-Close::Period-Check
        01 Application Display
        *> Month (01-12) the fiscal year starts on
        01 Fiscal-Start-Month Comp-4
        *> Path or DD-name of the account master file
        01 Master-File Display
        *> Record layout length in bytes of the master records
        01 Master-Length Comp-4
        *> Field name/offset of the account key, present in the
        *> master and detail layouts under the same name
        01 Account-Field Display
        *> Field name/offset of the currency code, present in the
        *> master and detail layouts under the same name
        01 Currency-Field Display
        *> Field name/offset of the balance in the account's currency
        *> in the master layout; the posting step adds each posting's
        *> Original-Amount-Field to it
        01 Balance-Field Display
        *> Field name/offset of the carried home-currency equivalent
        *> of the balance in the master layout; the posting step adds
        *> each posting's Amount-Field to it, this run rewrites it to
        *> the restated figure, and zero against a non-zero balance is
        *> seeded; see above
        01 Home-Balance-Field Display
        *> Path or DD-name of the FX rate file
        01 Rate-File Display
        *> Closing date the rates must be for, as CCYYMMDD
        01 Rate-Date Display
        *> Home currency code, e.g. "USD"
        01 Home-Currency Display
        *> Path or DD-name of the posted detail file the gain and loss
        *> records are written to; opened EXTEND
        01 Detail-File Display
        *> Record layout length in bytes of the detail records
        01 Detail-Length Comp-4
        *> Field name/offset of the home-currency amount in the detail
        *> layout
        01 Amount-Field Display
        *> Field name/offset of the amount in the transaction currency
        *> in the detail layout
        01 Original-Amount-Field Display
        *> Field name/offset of the rate used in the detail layout
        01 Fx-Rate-Field Display
        *> Field name/offset of the CCYYMMDD transaction date in the
        *> detail layout
        01 Date-Field Display
        *> Field name/offset of the transaction code in the detail
        *> layout
        01 Tran-Code-Field Display
        *> Transaction code stamped on unrealized-gain records
        01 Gain-Code Display
        *> Transaction code stamped on unrealized-loss records
        01 Loss-Code Display
        *> Name of the suspense file accounts with no rate are put on
        01 Suspense-Name Display
        *> Path or DD-name the revaluation register is printed to
        01 Report-File Display
        *> Two-digit FILE STATUS style return code: "00" run proved,
        *> "95" counts or register out of balance
        01 Status Display
        *> Foreign-currency accounts revalued; passed in the USING list
        *> but set on return by the callee, the same as Status is
        *> elsewhere
        01 Revalued-Count Comp-4
        *> Foreign-currency accounts put on suspense; set on return
        01 Suspended-Count Comp-4
        *> Foreign-currency accounts left unrevalued for a closed
        *> period, nothing posted; set on return
        01 Closed-Count Comp-4
        *> Gain and loss records posted; set on return
        01 Posted-Count Comp-4
        *> Net unrealized gain (loss negative) posted; set on return
        01 Net-Total Comp-3
    procedure division using Application, Fiscal-Start-Month,
                              Master-File, Master-Length,
                              Account-Field, Currency-Field,
                              Balance-Field, Home-Balance-Field,
                              Rate-File, Rate-Date, Home-Currency,
                              Detail-File, Detail-Length, Amount-Field,
                              Original-Amount-Field, Fx-Rate-Field,
                              Date-Field, Tran-Code-Field, Gain-Code,
                              Loss-Code, Suspense-Name, Report-File,
                              Revalued-Count, Suspended-Count,
                              Closed-Count, Posted-Count, Net-Total
                       returning Status
end
