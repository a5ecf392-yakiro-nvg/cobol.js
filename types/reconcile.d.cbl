module Reconcile

*> Reconciles the bank's morning statement file of cleared items
*> against our posted detail, replacing the two clerks ticking it off
*> by hand. Bank-File is first proved complete with
*> Balance::Balance-File over Bank-Amount-Field and the trailer's
*> Count-Field and Total-Field (an out-of-balance proof prints on
*> Balance-Report-File); when it comes back non-"00" nothing is
*> matched or written and its Status is handed straight back, so a
*> short transmission is never half-reconciled.
*> The bank-clearing transaction codes are loaded once at job start
*> from Clearing-Code-File with Lookup::Table-Load, keyed on
*> transaction code, the way the large-cash report loads its cash
*> codes; a detail record whose Tran-Code-Field misses the table never
*> passes through the bank -- interest capitalized, fees, FX
*> revaluation -- and is passed over. The book items are the
*> Detail-File records on the table posted since the previous run,
*> whatever their Date-Field carries, together with the book items
*> still open from the prior run, so weekend and holiday activity,
*> back-dated postings, and suspense items released into a later
*> night all reach the reconciliation. Which records are new is kept
*> the way General-Ledger::Journal-Run keeps it: Mark-File holds one
*> entry per Mark-Name and Statement-Date carrying the range of
*> Detail-File records, by relative record number, the run took; a
*> first run for a Statement-Date takes the records after the
*> previous entry's range through the end of the file as it stands,
*> and a rerun for a Statement-Date already on Mark-File takes the
*> same range again; the bank items are the cleared items on Bank-File
*> together with the bank items still open from the prior run. Each
*> bank item is matched to at most one book item in two passes:
*>   - first on exact reference plus amount, Bank-Reference-Field and
*>     Bank-Amount-Field against Reference-Field and Amount-Field;
*>   - then, for what is left, on amount plus date, the book Date-Field
*>     within Tolerance-Days either side of the bank Bank-Date-Field
*>     (the window worked with Date::Add-Days), the nearest-dated book
*>     item taken first.
*> Three outputs are written, each a generation group the job defines
*> once with File::Generation-Define: Matched-File receives the bank
*> record image followed by the book record image, prefixed with a
*> one-byte match code ("R" reference pass, "D" date pass);
*> Unmatched-Bank-File and Unmatched-Book-File receive the items left
*> open, each record image prefixed with the CCYYMMDD date it was
*> first seen. The run reads the open items back from generation "(0)"
*> and writes the new open items to "(+1)", so an item carries its
*> first-seen date forward night after night until it matches; the
*> first run, with no "(0)" yet, starts with none open. Once the three
*> outputs are written the Statement-Date's Mark-File entry records
*> it, with the generation read and the generation written. A rerun
*> for a Statement-Date whose entry shows its outputs written reads
*> the open items from the generation the first run read, now "(-1)",
*> and writes all three outputs over the first run's own generation,
*> "(0)", opened OUTPUT, instead of stacking a new "(+1)" on it, so
*> no open item is read twice -- once carried forward and once from
*> the range or Bank-File -- and the report, the adjusted balances,
*> and Difference come out as the first run's did. A rerun for a
*> Statement-Date older than the latest on Mark-File, whose open
*> items a later run has already carried forward, is refused with
*> Status "22" (duplicate key) and nothing is matched or written.
*> The reconciliation report is printed through Report::Report-Open on
*> Report-File: every reconciling item with its date, reference,
*> amount, and days open, under a Report::Report-Break for the
*> unmatched bank items and another for the unmatched book items, an
*> item open more than Open-Days-Limit days flagged "OVER AGE" on its
*> line; then Book-Balance, the bank closing balance the trailer
*> carries in Closing-Field, and each balance adjusted by the
*> reconciling items on the other side -- Book-Balance plus the
*> unmatched bank items, the bank balance plus the unmatched book
*> items -- with the difference between them. Every amount is held
*> in packed-decimal fixed-point (Comp-3), so the adjusted balances
*> agree to the penny or show the exact difference.
*> The run totals -- items read, matched by each pass, left open, over
*> age, the two balances and the difference -- are written to the
*> audit log via Audit-Log::Log-Entry. Status comes back "00" when the
*> adjusted balances agree and "91" (differences found) when they do
*> not, so a job can test the step the same way it tests
*> Compare::Compare-Files.
program-id Reconcile-Run export
    data division
        linkage section
        *> Path or DD-name of the bank's statement file
        01 Bank-File Display
        *> Record layout length in bytes of the bank detail records
        01 Bank-Length Comp-4
        *> Field name/offset of the item reference in the bank layout
        01 Bank-Reference-Field Display
        *> Field name/offset of the cleared amount in the bank layout
        01 Bank-Amount-Field Display
        *> Field name/offset of the CCYYMMDD cleared date in the bank
        *> layout
        01 Bank-Date-Field Display
        *> Name of the record-count field in the bank trailer layout
        01 Count-Field Display
        *> Name of the hash-total field in the bank trailer layout
        01 Total-Field Display
        *> Name of the closing-balance field in the bank trailer layout
        01 Closing-Field Display
        *> Path or DD-name the Balance::Balance-File proof is printed
        *> to when the bank file is out of balance
        01 Balance-Report-File Display
        *> Path or DD-name of the posted detail file
        01 Detail-File Display
        *> Record layout length in bytes of the detail records
        01 Detail-Length Comp-4
        *> Field name/offset of the item reference in the detail layout
        01 Reference-Field Display
        *> Field name/offset of the transaction amount in the detail
        *> layout
        01 Amount-Field Display
        *> Field name/offset of the CCYYMMDD transaction date in the
        *> detail layout
        01 Date-Field Display
        *> Field name/offset of the transaction code in the detail
        *> layout
        01 Tran-Code-Field Display
        *> Path or DD-name of the bank-clearing transaction-code file
        01 Clearing-Code-File Display
        *> Record layout length in bytes of the clearing-code records
        01 Clearing-Code-Length Comp-4
        *> Field name/offset of the transaction-code key of the
        *> clearing-code layout, as Lookup::Table-Load takes it
        01 Clearing-Code-Key Display
        *> Statement date as CCYYMMDD; keys the Mark-File entry
        01 Statement-Date Display
        *> Path or DD-name of the persistent run-mark file
        01 Mark-File Display
        *> Name the run's Mark-File entries are kept under, e.g.
        *> "RECON-OPERATING"
        01 Mark-Name Display
        *> Book balance of the bank account as of Statement-Date
        01 Book-Balance Comp-3
        *> Days either side of the bank date the date pass accepts
        01 Tolerance-Days Comp-4
        *> Days an item may stay open before it is flagged over age
        01 Open-Days-Limit Comp-4
        *> Generation group base name of the matched file
        01 Matched-File Display
        *> Generation group base name of the open bank items
        01 Unmatched-Bank-File Display
        *> Generation group base name of the open book items
        01 Unmatched-Book-File Display
        *> Path or DD-name the reconciliation report is printed to
        01 Report-File Display
        *> Two-digit FILE STATUS style return code: "00" reconciled,
        *> "91" adjusted balances differ, "22" rerun of a
        *> Statement-Date a later run has superseded, or
        *> Balance::Balance-File's own non-"00" code when the bank
        *> file did not prove
        01 Status Display
        *> Bank items considered, carried-forward items included;
        *> passed in the USING list but set on return by the callee,
        *> the same as Status is elsewhere
        01 Bank-Count Comp-4
        *> Book items considered, clearing codes only, carried-forward
        *> items included; set on return
        01 Book-Count Comp-4
        *> Items matched on reference and amount; set on return
        01 Reference-Match-Count Comp-4
        *> Items matched on amount and date; set on return
        01 Date-Match-Count Comp-4
        *> Bank items left open; set on return
        01 Open-Bank-Count Comp-4
        *> Book items left open; set on return
        01 Open-Book-Count Comp-4
        *> Open items older than Open-Days-Limit; set on return
        01 Over-Age-Count Comp-4
        *> Bank closing balance the trailer carried; set on return
        01 Bank-Balance Comp-3
        *> Adjusted book balance less adjusted bank balance; zero when
        *> reconciled; set on return
        01 Difference Comp-3
    procedure division using Bank-File, Bank-Length,
                              Bank-Reference-Field, Bank-Amount-Field,
                              Bank-Date-Field, Count-Field,
                              Total-Field, Closing-Field,
                              Balance-Report-File, Detail-File,
                              Detail-Length, Reference-Field,
                              Amount-Field, Date-Field,
                              Tran-Code-Field, Clearing-Code-File,
                              Clearing-Code-Length, Clearing-Code-Key,
                              Statement-Date, Mark-File, Mark-Name,
                              Book-Balance,
                              Tolerance-Days, Open-Days-Limit,
                              Matched-File, Unmatched-Bank-File,
                              Unmatched-Book-File, Report-File,
                              Bank-Count, Book-Count,
                              Reference-Match-Count, Date-Match-Count,
                              Open-Bank-Count, Open-Book-Count,
                              Over-Age-Count, Bank-Balance, Difference
                       returning Status
end
