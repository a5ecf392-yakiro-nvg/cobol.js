*> detail lines, page break and heading repeat on overflow, closing
*> balance line -- and the statements print one after another on
*> Print-File.
*> An account whose master Currency-Field names a currency other than
*> Home-Currency is stated in its own currency: its opening balance is
*> the master's Balance-Field as the account carries it, its detail
*> lines are applied at the Original-Amount-Field amount in place of
*> the home-currency Amount-Field, and the currency code is printed in
*> the statement heading and on the closing balance line. A home
*> account, or one whose Currency-Field is spaces, is stated from
*> Amount-Field exactly as before.
*> A detail record whose Tran-Code-Field is one of the comma-separated
*> Exclude-Codes is internal bookkeeping, not customer activity, and
*> is left off the statement and out of its closing balance -- the job
*> passes the Currency::Revalue-Run gain and loss codes here, the same
*> list Collections::Aging-Run takes, so a foreign customer never sees
*> an unrealized gain or loss line. An Exclude-Codes of spaces applies
*> every record in the period, exactly as before.
*> An account whose master Delivery-Field carries "E" is delivered
*> electronically instead of printed: the statement is posted out
*> through Call-Service::Call-Rest-Record to Delivery-Url, and the
*> electronic delivery fails falls back to Print-File rather than
*> losing its statement.
*> The run closes with a proof page: statements produced, statements
*> printed, statements sent, and the total closing-balance amount per
*> currency stated, the same figures carried back in Statement-Count,
*> Printed-Count, Sent-Count, and Total-Amount (the home-currency
*> total; closing balances in different currencies are never added
*> together) and written to the audit log.
*> Statement-Count must equal Printed-Count plus Sent-Count, and
*> Status comes back "00" only when it does.
program-id Statement-Run export
        *> Field name/offset of the CCYYMMDD transaction date in the
        *> detail layout
        01 Date-Field Display
        *> Field name/offset of the currency code, present in both
        *> layouts under the same name
        01 Currency-Field Display
        *> Field name/offset of the amount in the transaction currency
        *> in the detail layout
        01 Original-Amount-Field Display
        *> Home currency code, e.g. "USD"
        01 Home-Currency Display
        *> Field name/offset of the transaction code in the detail
        *> layout
        01 Tran-Code-Field Display
        *> Comma-separated transaction codes left off the statement,
        *> e.g. the revaluation gain and loss codes; spaces for none
        01 Exclude-Codes Display
        *> Statement month as CCYYMM; details outside it are ignored
        01 Statement-Period Display
        *> Field name/offset of the delivery flag in the master
        01 Printed-Count Comp-4
        *> Statements delivered electronically; set on return
        01 Sent-Count Comp-4
        *> Total of the closing balances across every home-currency
        *> statement; set on return
        01 Total-Amount Comp-3
    procedure division using Master-File, Master-Length, Detail-File,
                              Detail-Length, Account-Field,
                              Balance-Field, Amount-Field, Date-Field,
                              Currency-Field, Original-Amount-Field,
                              Home-Currency, Tran-Code-Field,
                              Exclude-Codes, Statement-Period,
                              Delivery-Field, Delivery-Url,
                              Print-File, Statement-Count,
                              Printed-Count, Sent-Count,
                              Total-Amount
                       returning Status
end
