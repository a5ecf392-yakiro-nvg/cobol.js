module General-Ledger

*> Builds the day's general-ledger journal from the posted detail and
*> releases it to the ledger, so finance stops re-keying our totals.
*> The posting-rule table is loaded once at job start from Rule-File
*> with Lookup::Table-Load, keyed on transaction code; each rule names
*> the GL account debited (Debit-Field) and the GL account credited
*> (Credit-Field) for its code. The run journals every Detail-File
*> record posted since the previous run, whatever its Date-Field
*> carries, so weekend and holiday activity, back-dated postings, and
*> suspense items released into a later night are all journaled once.
*> Mark-File is the persistent run-mark file, one entry per
*> Mark-Name and Journal-Date carrying the range of Detail-File
*> records, by relative record number, the run took: a first run for
*> a Journal-Date takes the records after the previous entry's range
*> through the end of the file as it stands, and a rerun for a
*> Journal-Date already on Mark-File takes the same range again, so a
*> record is never journaled under two dates. Each record taken has
*> its Tran-Code-Field looked up with Lookup::Table-Search: its
*> amount is debited to the rule's debit account and credited to the
*> rule's credit account, both under the record's Cost-Center-Field.
*> A negative amount, a reversal, reverses the rule -- the credit
*> account is debited and the debit account credited by the amount's
*> absolute value -- so no journal line carries a negative figure.
*> A transaction code with no posting rule (Status "23"), or a rule
*> with either GL account blank, is not dropped: the detail record is
*> put on Suspense-Name through Suspense::Suspense-Put with the reason
*> "NO POSTING RULE" or "POSTING RULE INCOMPLETE" and the code, and
*> counted in Suspended-Count. The Mark-File entry records that its
*> range's unmapped records were suspended, so a rerun for the same
*> Journal-Date counts them again without suspending them twice.
*> The journal is summarized by GL account and cost center and
*> written to Journal-File, one record per GL account and cost center
*> carrying Journal-Date, the debit total, and the credit total,
*> every figure accumulated in packed-decimal fixed-point (Comp-3).
*> A Journal-Date already released is not sent again by accident: when
*> its Mark-File entry already carries a ledger batch reference, a
*> System::Console-Reply is raised under Route-Code, severity "A" --
*> "JOURNAL date ALREADY RELEASED batch - REPLY O TO OVERRIDE, R TO
*> REFUSE" -- so the message, the reply, and the replying operator's
*> id land in the audit log. Any reply but "O" refuses the release
*> with Status "22" (duplicate key), the same code
*> Duplicate::Transmission-Check gives a resent file, with nothing
*> built, sent, or suspended and Batch-Ref carrying back the earlier
*> batch reference. "O" is a deliberate re-release: the journal is
*> rebuilt from the same range and sent as below, and the entry is
*> rewritten with the new batch reference, its override count raised
*> by one, and the override date and operator.
*> The journal is released only when it proves: Debit-Total must equal
*> Credit-Total to the penny, and the detail records taken must equal
*> Journaled-Count plus Suspended-Count. A journal that does not prove
*> is left on Journal-File for investigation, nothing is sent, and
*> Status comes back "94" (journal out of balance).
*> A proved journal is posted to the ledger through
*> Call-Service::Call-Rest-Record to Ledger-Url as one batch -- a
*> header carrying the journal date, the line count, and the two
*> totals, followed by the journal lines -- and the batch reference
*> the ledger answers with comes back in Batch-Ref and is kept on the
*> Journal-Date's Mark-File entry as the released-journal record. The
*> journal date, the totals, the counts, the HTTP status, and the
*> ledger's batch reference are written to the audit log via
*> Audit-Log::Log-Entry, so every journal released can be traced to
*> the ledger batch it became. Status comes back "00" once the ledger
*> accepts the batch; a ledger that cannot be reached hands back
*> Call-Rest-Record's own non-"00" Status, and one that answers with
*> an HTTP status outside the 2xx range comes back "98" (ledger
*> refused), with Http-Status carrying its answer and the journal left
*> on Journal-File for re-release; neither records a batch reference
*> on Mark-File, so the rerun that re-releases it raises no prompt.
program-id Journal-Run export
    data division
        linkage section
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
        *> Field name/offset of the cost center in the detail layout
        01 Cost-Center-Field Display
        *> Field name/offset of the CCYYMMDD transaction date in the
        *> detail layout
        01 Date-Field Display
        *> Business date the journal is released for, as CCYYMMDD;
        *> stamped on the journal and the ledger batch and keying the
        *> Mark-File entry; not compared with Date-Field
        01 Journal-Date Display
        *> Path or DD-name of the persistent run-mark file
        01 Mark-File Display
        *> Name the run's Mark-File entries are kept under, e.g.
        *> "GL-DEPOSITS"
        01 Mark-Name Display
        *> Console routing code the already-released prompt is issued
        *> under
        01 Route-Code Display
        *> Path or DD-name of the posting-rule file
        01 Rule-File Display
        *> Record layout length in bytes of the posting-rule records
        01 Rule-Length Comp-4
        *> Field name/offset of the transaction-code key of the rule
        *> layout, as Lookup::Table-Load takes it
        01 Rule-Key Display
        *> Field name/offset of the debit GL account in the rule layout
        01 Debit-Field Display
        *> Field name/offset of the credit GL account in the rule
        *> layout
        01 Credit-Field Display
        *> Path or DD-name the summarized journal is written to
        01 Journal-File Display
        *> URL of the ledger's journal-posting service
        01 Ledger-Url Display
        *> Name of the suspense file unmapped records are put on
        01 Suspense-Name Display
        *> Two-digit FILE STATUS style return code: "00" posted, "22"
        *> Journal-Date already released and the re-release refused,
        *> "94" journal out of balance, "98" ledger refused the batch
        01 Status Display
        *> HTTP status code the ledger answered with; spaces when the
        *> journal was not sent; passed in the USING list but set on
        *> return by the callee, the same as Status is elsewhere
        01 Http-Status Display
        *> Ledger batch reference for the posted journal, or the
        *> earlier one on a "22"; spaces when not posted; set on return
        01 Batch-Ref Display
        *> Detail records journaled; set on return
        01 Journaled-Count Comp-4
        *> Detail records put on suspense; set on return
        01 Suspended-Count Comp-4
        *> Journal records written; set on return
        01 Line-Count Comp-4
        *> Total debits on the journal; set on return
        01 Debit-Total Comp-3
        *> Total credits on the journal; set on return
        01 Credit-Total Comp-3
    procedure division using Detail-File, Detail-Length,
                              Tran-Code-Field, Amount-Field,
                              Cost-Center-Field, Date-Field,
                              Journal-Date, Mark-File, Mark-Name,
                              Route-Code, Rule-File, Rule-Length,
                              Rule-Key, Debit-Field, Credit-Field,
                              Journal-File, Ledger-Url, Suspense-Name,
                              Http-Status, Batch-Ref, Journaled-Count,
                              Suspended-Count, Line-Count,
                              Debit-Total, Credit-Total
                       returning Status
end
