module Collections

*> Ages every account's past-due balance for the month, prints the
*> aged-receivables report, produces the dunning letters, and puts the
*> seriously delinquent accounts on the collectors' work queue.
*> Detail-File is sorted by account with Sort::Sort-File and merged
*> against Master-File in one pass, the way Statement::Statement-Run
*> takes them. A detail record whose Tran-Code-Field is one of the
*> comma-separated Exclude-Codes is not customer debt and is left out
*> of the aging altogether, neither charge nor credit -- the job
*> passes the Currency::Revalue-Run gain and loss codes here, so a
*> revaluation never ages as an unpaid charge or pays one off. Of the
*> rest, a debit carrying a Due-Field due date is a charge, and every
*> other record -- payments, credits, and debits with no due date --
*> is applied as it is signed: credits to the oldest-due charges
*> first, an undated debit against the credits before any charge is
*> relieved. Accrual::Accrual-Run stamps a due date on every service
*> fee it assesses, so a fee ages like any other charge. What remains
*> unpaid with a due date before Aging-Date is past due. Each
*> past-due amount falls in one of four buckets by days past due --
*> 1-30, 31-60, 61-90, and 90+ -- the bucket boundaries worked back
*> from Aging-Date with Date::Add-Days, every amount held and totalled
*> in packed-decimal fixed-point (Comp-3).
*> Each account is aged and dunned in its own currency, the way
*> Statement::Statement-Run states it: an account whose master
*> Currency-Field names a currency other than Home-Currency is aged on
*> its detail records' Original-Amount-Field, so a charge paid in full
*> in that currency leaves nothing past due whatever the rates did
*> between the two postings, and its letter and collections record
*> carry its own currency and amounts. A home account, or one whose
*> Currency-Field is spaces, is aged on Amount-Field. Only the report
*> lines and Past-Due-Total are in the home currency: the rates for
*> Aging-Date are loaded from Fx-Rate-File with Currency::Rate-Load,
*> and each foreign account's bucket amounts are converted with
*> Currency::Convert. A foreign account whose currency has no rate for
*> Aging-Date is still dunned and queued in its own currency, but is
*> listed on Report-File with the reason "NO RATE FOR DAY" and zero
*> amounts, left out of Past-Due-Total, and counted in
*> Unconverted-Count.
*> Two reports are printed through Report::Report-Open. Report-File
*> is the aged-receivables report in branch order, one line per
*> past-due account showing its four bucket amounts, with a
*> Report::Report-Break per Branch-Field value; Bucket-Report-File
*> is its bucket summary, one line per branch within each bucket, with
*> a Report::Report-Break per bucket. The grand totals both reports
*> print equal Past-Due-Total, so each proves the other.
*> A dunning letter is produced for every past-due account at the
*> severity of its oldest bucket: a reminder for 1-30 days, a second
*> notice for 31-60, a final demand for 61 days and over. An account
*> whose master Delivery-Field carries "E" is sent its letter
*> electronically through Call-Service::Call-Rest-Record to
*> Delivery-Url, and any other account's letter prints on Letter-File,
*> the same Delivery-Field "E" flag Statement::Statement-Run honors;
*> the delivery result per account is written to the audit log via
*> Audit-Log::Log-Entry, and a failed electronic delivery falls back
*> to Letter-File rather than losing the letter.
*> Every account with an amount in the 90+ bucket is put on Queue-Name
*> through Work-Queue::Queue-Put under the Environment::Job-Name, as
*> a collections record carrying the account, the branch, the four
*> bucket amounts, the past-due total, and the oldest due date, so a
*> collector browses the list with Work-Queue::Queue-Browse and
*> records a promise-to-pay with Promise-Record. The Item-Id
*> Work-Queue::Queue-Put hands back is kept on the account's
*> Promise-File entry, an entry with no promise being made for an
*> account that has none. Before the pass the run browses Queue-Name
*> once with Queue-Browse for the items still on it; an account whose
*> kept Item-Id is still there is not queued again, since its item is
*> still open, and is counted in Open-Item-Count instead of
*> Queued-Count. An account whose item has been worked off the queue
*> -- approved, rejected, or removed by Promise-Record -- is queued
*> afresh if it is still 90+, and its new Item-Id replaces the old.
*> An account holding a promise on Promise-File whose promised date is
*> on or after Aging-Date is kept out of the letter cycle and off the
*> queue, and counted in Promise-Count. A promise whose date has
*> passed with the account still past due is broken: it is removed
*> from Promise-File, written to the audit log, and the account is
*> dunned and queued as usual.
*> The run figures are written to the audit log. Status comes back
*> "00" only when letters produced equal Printed-Count plus
*> Sent-Count and both report grand totals equal Past-Due-Total, and
*> "95" (count out of balance) otherwise.
program-id Aging-Run export
    data division
        linkage section
        *> Path or DD-name of the account master file
        01 Master-File Display
        *> Record layout length in bytes of the master records
        01 Master-Length Comp-4
        *> Path or DD-name of the posted detail file
        01 Detail-File Display
        *> Record layout length in bytes of the detail records
        01 Detail-Length Comp-4
        *> Field name/offset of the account key, present in both
        *> layouts under the same name
        01 Account-Field Display
        *> Field name/offset of the branch in the master layout
        01 Branch-Field Display
        *> Field name/offset of the delivery flag in the master
        *> layout; "E" selects electronic delivery
        01 Delivery-Field Display
        *> Field name/offset of the transaction amount in the detail
        *> layout
        01 Amount-Field Display
        *> Field name/offset of the currency code, present in both
        *> layouts under the same name
        01 Currency-Field Display
        *> Field name/offset of the amount in the transaction currency
        *> in the detail layout
        01 Original-Amount-Field Display
        *> Field name/offset of the CCYYMMDD due date in the detail
        *> layout
        01 Due-Field Display
        *> Field name/offset of the transaction code in the detail
        *> layout
        01 Tran-Code-Field Display
        *> Comma-separated transaction codes left out of the aging,
        *> e.g. the revaluation gain and loss codes; spaces for none
        01 Exclude-Codes Display
        *> Date the balances are aged as of, as CCYYMMDD
        01 Aging-Date Display
        *> Path or DD-name of the FX rate file the report amounts are
        *> converted with
        01 Fx-Rate-File Display
        *> Home currency code, e.g. "USD"
        01 Home-Currency Display
        *> Path or DD-name of the promise-to-pay file Promise-Record
        *> maintains; also keeps each account's open queue Item-Id
        01 Promise-File Display
        *> URL letters are posted to for electronic delivery
        01 Delivery-Url Display
        *> Path or DD-name the printed letters are written to
        01 Letter-File Display
        *> Name of the collections work queue
        01 Queue-Name Display
        *> Path or DD-name the aged-receivables report is printed to
        01 Report-File Display
        *> Path or DD-name the bucket summary is printed to
        01 Bucket-Report-File Display
        *> Two-digit FILE STATUS style return code: "00" only when the
        *> letter counts and report totals prove, "95" otherwise
        01 Status Display
        *> Accounts read from the master; passed in the USING list but
        *> set on return by the callee, the same as Status is elsewhere
        01 Account-Count Comp-4
        *> Accounts with a past-due amount; set on return
        01 Past-Due-Count Comp-4
        *> Letters written to Letter-File; set on return
        01 Printed-Count Comp-4
        *> Letters delivered electronically; set on return
        01 Sent-Count Comp-4
        *> Accounts put on Queue-Name; set on return
        01 Queued-Count Comp-4
        *> 90+ accounts not queued again because their earlier item is
        *> still on Queue-Name; set on return
        01 Open-Item-Count Comp-4
        *> Past-due accounts held out under a promise-to-pay; set on
        *> return
        01 Promise-Count Comp-4
        *> Foreign past-due accounts with no rate for Aging-Date, left
        *> out of Past-Due-Total; set on return
        01 Unconverted-Count Comp-4
        *> Total past due across every bucket, in the home currency;
        *> set on return
        01 Past-Due-Total Comp-3
    procedure division using Master-File, Master-Length, Detail-File,
                              Detail-Length, Account-Field,
                              Branch-Field, Delivery-Field,
                              Amount-Field, Currency-Field,
                              Original-Amount-Field, Due-Field,
                              Tran-Code-Field, Exclude-Codes,
                              Aging-Date, Fx-Rate-File, Home-Currency,
                              Promise-File, Delivery-Url, Letter-File,
                              Queue-Name, Report-File,
                              Bucket-Report-File, Account-Count,
                              Past-Due-Count, Printed-Count,
                              Sent-Count, Queued-Count,
                              Open-Item-Count, Promise-Count,
                              Unconverted-Count, Past-Due-Total
                       returning Status
end

*> Records a customer's promise-to-pay against an account, the
*> collector's answer to a collections item browsed off the queue.
*> The promise is written to Promise-File keyed on the account,
*> replacing any earlier promise for it, and stamped with Operator-Id
*> and a Date::Current-Date timestamp; the promise, with the operator
*> id, is written to the audit log via Audit-Log::Log-Entry. While
*> Promise-Date has not passed, Aging-Run keeps the account out of
*> the letter cycle and off the work queue. The collections item the
*> promise answers, Item-Id on Queue-Name, is then taken off the
*> queue with Work-Queue::Queue-Reject under Operator-Id with the
*> reason "PROMISE TO PAY", and cleared from the account's
*> Promise-File entry, so a worked item does not stay on the
*> collectors' list; an Item-Id of spaces, for a promise taken other
*> than from the queue, removes the item the entry holds, if any, and
*> a "23" from Queue-Reject, the item already gone, is not an error.
*> A Promise-Date earlier than Date::Current-Date is refused with a
*> non-"00" Status and nothing is written or removed.
program-id Promise-Record export
    data division
        linkage section
        *> Path or DD-name of the promise-to-pay file
        01 Promise-File Display
        *> Account the promise is made on
        01 Account Display
        *> Date payment is promised by, as CCYYMMDD
        01 Promise-Date Display
        *> Amount promised
        01 Promise-Amount Comp-3
        *> Operator id of the collector recording the promise
        01 Operator-Id Display
        *> Name of the collections work queue
        01 Queue-Name Display
        *> Collections item the promise answers, as Queue-Browse
        *> handed it back; spaces to use the one the account holds
        01 Item-Id Display
        *> Two-digit FILE STATUS style return code
        01 Status Display
    procedure division using Promise-File, Account, Promise-Date,
                              Promise-Amount, Operator-Id, Queue-Name,
                              Item-Id
                       returning Status
end
