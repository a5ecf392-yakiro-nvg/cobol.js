module Accrual

*> Accrues interest nightly on every account on the master and, on the
*> last business day of the month, capitalizes the month's accrual and
*> assesses the service fees, replacing the spreadsheet whose figures
*> were keyed back in through the maintenance panels.
*> The rate and fee schedule is loaded once at job start from
*> Schedule-File with Lookup::Table-Load, keyed on product code, and
*> each account's Product-Field is looked up with Lookup::Table-Search.
*> An account whose product code misses (Status "23") is not accrued at
*> zero: its master record is put on Suspense-Name through
*> Suspense::Suspense-Put with the reason "PRODUCT NOT ON SCHEDULE" and
*> the product code, and it is counted in Suspended-Count.
*> Accrued interest is held on Accrual-File, one record per account
*> keyed on the account, carrying the month-to-date accrual, the days
*> accrued, and the date last accrued through; the file is created on
*> the first run and an account new to the master starts a record of
*> its own. Interest accrues in the currency the account's
*> Currency-Field names. Each run accrues the calendar
*> days from the day after the date last accrued through to the run
*> date (Date::Current-Date), so a weekend or holiday accrues on the
*> next business run, no day is accrued twice, and a rerun on the
*> same date accrues nothing. A day's interest is Balance-Field times
*> the schedule's annual Rate-Field percentage over its Basis-Field
*> day count (360 or 365), carrying the balance's sign, worked and
*> held in packed-decimal fixed-point (Comp-3) to five decimal places
*> so the daily sub-penny amounts add up without loss.
*> When Date::Next-Business-Day of the run date falls in a later month
*> the run is the month-end run: the accrual is carried through the
*> last calendar day of the month, the month-to-date accrual rounded
*> to the penny is capitalized, and the schedule's Fee-Field is
*> assessed, each written to Detail-File as a posted detail record
*> carrying Interest-Code or Fee-Code in Tran-Code-Field and the run
*> date in Date-Field, the way the detail file carries them: the
*> interest record carries the sign of the month-to-date accrual, a
*> credit to an account with a credit balance and a debit, interest
*> charged, to an overdrawn or loan account, and the fee is always a
*> debit. A zero fee, or a month-to-date accrual that rounds to zero,
*> writes no record. Each record carries the account's
*> currency, the amount in that currency in Original-Amount-Field, and
*> the rate and home-currency amount Currency::Convert worked from the
*> day's rates in Fx-Rate-Field and Amount-Field. The schedule's fee
*> is a home-currency amount: for a foreign account it is divided by
*> the day's rate for the account's currency and rounded to the penny
*> to give the Original-Amount-Field charged, while Amount-Field
*> carries the fee as scheduled, so a 10.00 fee is never charged as
*> 10.00 of another currency. Both records carry Due-Field. A debit
*> -- the fee, or interest charged -- is due on the run date pushed
*> forward Fee-Due-Days days with Date::Add-Days, so
*> Collections::Aging-Run ages it like any other charge and does not
*> count it past due the next day; interest credited carries the run
*> date, and Aging-Run applies it as a credit.
*> Because the records go straight to the posted detail rather than
*> through the posting step, the run applies them to the master the
*> way the posting step applies a posting: the account's master
*> record is read for update by Account-Field with
*> File::File-Read-Update, each record's Original-Amount-Field is
*> added to Balance-Field and its Amount-Field to Home-Balance-Field,
*> and the record is rewritten with File::File-Rewrite, so the
*> capitalized interest earns interest from the next day and
*> Currency::Revalue-Run restates a balance carrying the month's
*> interest and fees.
*> Before either record is written it goes through
*> Period-Close::Period-Check for Application like any other posting.
*> A "92" (period closed) posts nothing for the account: no record is
*> written, the master is not touched, nothing is put on suspense, and
*> the accrual record is left standing, so the accrual itself is the
*> one owner of the money and the next month-end run in an open
*> period capitalizes it, once. The account is listed on the register
*> with the reason "PERIOD CLOSED" and the period, and written to the
*> audit log via Audit-Log::Log-Entry with the standing accrual; it
*> has still accrued, and counts in Accrued-Count and Closed-Count,
*> not Suspended-Count. Once an account's records are written its
*> accrual record is reset to the sub-penny residue the rounding
*> left, so nothing is lost into next month. Each account's postings,
*> master rewrite, and accrual reset are bracketed by
*> Unit-Of-Work::Unit-Begin/Unit-Commit under the Environment::Job-Name
*> with a System::Checkpoint-Save at each commit, so they stand or
*> fall together and a rerun after a failure resumes past the last
*> account capitalized instead of posting it twice.
*> The accrual register is printed through Report::Report-Open on
*> Report-File in product-code order (the master is taken through
*> Sort::Sort-File on Product-Field and Account-Field into a work copy
*> first), one Report::Report-Line per account showing the day's and
*> the month-to-date accrual, with a Report::Report-Break per product
*> code. The amount each line carries into the register totals is the
*> day's accrual on an ordinary night and the net amount posted
*> (signed interest capitalized less fee) on the month-end run, so
*> the grand total Report::Report-Close prints proves Accrued-Total or
*> Posted-Total to the penny; each line shows the account's own
*> currency, and the amount it carries into the totals is in the home
*> currency. Suspended accounts, and month-end accounts held back for
*> a closed period, are listed in their product group with a zero
*> amount and the reason.
*> The day's rates are loaded from Fx-Rate-File with
*> Currency::Rate-Load for the run date. An account whose currency has
*> no rate for the day is put on Suspense-Name with the reason
*> "NO RATE FOR DAY" and neither accrued nor posted that night,
*> counting in Suspended-Count, not Accrued-Count; its accrual
*> resumes from the date last accrued through on the next run, so the
*> days are not lost and nothing posts at an older rate.
*> The run figures are written to the audit log via
*> Audit-Log::Log-Entry.
*> Every account counts in exactly one of Accrued-Count and
*> Suspended-Count. Status comes back "00" only when Account-Count
*> equals Accrued-Count plus Suspended-Count and the register grand
*> total equals the run total; "95" (count out of balance) flags a
*> run the job must not let through.
program-id Accrual-Run export
    data division
        linkage section
        *> Application the postings are checked against with
        *> Period-Close::Period-Check, e.g. "DEPOSITS"
        01 Application Display
        *> Month (01-12) the fiscal year starts on
        01 Fiscal-Start-Month Comp-4
        *> Path or DD-name of the account master file, keyed on
        *> Account-Field; rewritten on a month-end run
        01 Master-File Display
        *> Record layout length in bytes of the master records
        01 Master-Length Comp-4
        *> Field name/offset of the account key, present in the
        *> master and detail layouts under the same name
        01 Account-Field Display
        *> Field name/offset of the product code in the master layout
        01 Product-Field Display
        *> Field name/offset of the balance interest accrues on, in the
        *> account's currency, in the master layout; the month-end
        *> records' Original-Amount-Field is added to it
        01 Balance-Field Display
        *> Field name/offset of the carried home-currency equivalent
        *> of the balance in the master layout; the month-end records'
        *> Amount-Field is added to it
        01 Home-Balance-Field Display
        *> Field name/offset of the currency code, present in the
        *> master and detail layouts under the same name
        01 Currency-Field Display
        *> Path or DD-name of the rate and fee schedule file
        01 Schedule-File Display
        *> Record layout length in bytes of the schedule records
        01 Schedule-Length Comp-4
        *> Field name/offset of the product-code key of the schedule,
        *> as Lookup::Table-Load takes it
        01 Schedule-Key Display
        *> Field name/offset of the annual interest rate, as a
        *> percentage, in the schedule layout
        01 Rate-Field Display
        *> Field name/offset of the day-count basis (360 or 365) in the
        *> schedule layout
        01 Basis-Field Display
        *> Field name/offset of the monthly service fee, in the home
        *> currency, in the schedule layout; converted into the
        *> account's currency at the day's rate before it is charged
        01 Fee-Field Display
        *> Path or DD-name of the accrual file, keyed on the account
        01 Accrual-File Display
        *> Path or DD-name of the posted detail file the month-end
        *> records are written to; opened EXTEND
        01 Detail-File Display
        *> Record layout length in bytes of the detail records
        01 Detail-Length Comp-4
        *> Field name/offset of the home-currency amount in the detail
        *> layout
        01 Amount-Field Display
        *> Field name/offset of the amount in the account's currency in
        *> the detail layout
        01 Original-Amount-Field Display
        *> Field name/offset of the FX rate used in the detail layout
        01 Fx-Rate-Field Display
        *> Field name/offset of the CCYYMMDD transaction date in the
        *> detail layout
        01 Date-Field Display
        *> Field name/offset of the transaction code in the detail
        *> layout
        01 Tran-Code-Field Display
        *> Field name/offset of the CCYYMMDD due date in the detail
        *> layout
        01 Due-Field Display
        *> Days after the run date a service fee, or interest charged,
        *> falls due
        01 Fee-Due-Days Comp-4
        *> Transaction code stamped on capitalized-interest records
        01 Interest-Code Display
        *> Transaction code stamped on service-fee records
        01 Fee-Code Display
        *> Path or DD-name of the day's FX rate file
        01 Fx-Rate-File Display
        *> Home currency code, e.g. "USD"
        01 Home-Currency Display
        *> Name of the suspense file product-code misses and accounts
        *> with no rate for the day are put on
        01 Suspense-Name Display
        *> Path or DD-name the accrual register is printed to
        01 Report-File Display
        *> Two-digit FILE STATUS style return code: "00" run proved,
        *> "95" counts or register out of balance
        01 Status Display
        *> Accounts read from the master; passed in the USING list but
        *> set on return by the callee, the same as Status is elsewhere
        01 Account-Count Comp-4
        *> Accounts accrued, month-end accounts held back for a closed
        *> period included; set on return
        01 Accrued-Count Comp-4
        *> Accounts not accrued: product-code misses and accounts with
        *> no rate for the day; set on return
        01 Suspended-Count Comp-4
        *> Month-end accounts whose accrual was left standing for a
        *> closed period, nothing posted; zero otherwise; set on return
        01 Closed-Count Comp-4
        *> Detail records posted on a month-end run; zero otherwise;
        *> set on return
        01 Posted-Count Comp-4
        *> Interest accrued by this run across every account, in the
        *> home currency; set on return
        01 Accrued-Total Comp-3
        *> Net amount posted on a month-end run, signed interest
        *> capitalized less fees assessed, in the home currency; zero
        *> otherwise; set on return
        01 Posted-Total Comp-3
    procedure division using Application, Fiscal-Start-Month,
                              Master-File, Master-Length,
                              Account-Field, Product-Field,
                              Balance-Field, Home-Balance-Field,
                              Currency-Field,
                              Schedule-File, Schedule-Length,
                              Schedule-Key, Rate-Field, Basis-Field,
                              Fee-Field, Accrual-File, Detail-File,
                              Detail-Length, Amount-Field,
                              Original-Amount-Field, Fx-Rate-Field,
                              Date-Field, Tran-Code-Field,
                              Due-Field, Fee-Due-Days,
                              Interest-Code, Fee-Code, Fx-Rate-File,
                              Home-Currency, Suspense-Name,
                              Report-File, Account-Count,
                              Accrued-Count, Suspended-Count,
                              Closed-Count, Posted-Count, Accrued-Total,
                              Posted-Total
                       returning Status
end
