*> close is written to the audit log via Audit-Log::Log-Entry with the
*> period and the record and account counts. Closing a period already
*> closed comes back with a non-"00" Status and sweeps nothing.
*> The summary is kept in both currencies: each summary record also
*> carries the account's Currency-Field code and the period's total of
*> Original-Amount-Field in that currency alongside the home-currency
*> total of Amount-Field, and the register line shows both. A detail
*> record whose Currency-Field is spaces, posted before accounts
*> carried a currency, is summarized as Home-Currency with its
*> Amount-Field as the original amount. The register's break and
*> grand totals stay in the home currency, so the proof is unchanged.
program-id Close-Period export
    data division
        linkage section
        01 Date-Field Display
        *> Field name/offset of the amount accumulated per account
        01 Amount-Field Display
        *> Field name/offset of the currency code in the detail layout
        01 Currency-Field Display
        *> Field name/offset of the amount in the transaction currency
        *> in the detail layout
        01 Original-Amount-Field Display
        *> Home currency code, e.g. "USD"
        01 Home-Currency Display
        *> Path or DD-name of the period-summary file written
        01 Summary-File Display
        *> Path or DD-name the close register is printed to
    procedure division using Application, Fiscal-Period,
                              Fiscal-Start-Month, Detail-File,
                              Record-Length, Account-Field, Date-Field,
                              Amount-Field, Currency-Field,
                              Original-Amount-Field, Home-Currency,
                              Summary-File, Report-File
                       returning Status
end

