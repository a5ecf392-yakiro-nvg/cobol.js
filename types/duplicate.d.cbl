module Duplicate

*> Fingerprints an inbound transmission on arrival and refuses one
*> already received, the check Balance::Balance-File cannot make: a
*> resent copy of yesterday's card-network file balances perfectly.
*> The fingerprint is the header's Date-Field and Sequence-Field (the
*> first record on the file) with the record count and hash total the
*> trailer carries in Count-Field and Total-Field (the last record,
*> or for a file declared with File::Record-Type-Define, the record
*> whose layout carries them), held under Source-Name so one history
*> serves every transmitter. History-File is persistent and keyed on
*> Source-Name plus the fingerprint, one entry per fingerprint; each
*> entry carries the date the file was first received, an override
*> count, and the date and operator of the latest override.
*> A fingerprint not on History-File is added to it and Status comes
*> back "00". A fingerprint already on it raises a
*> System::Console-Reply under Route-Code, severity "A" --
*> "source date seq ALREADY RECEIVED ccyymmdd - REPLY O TO OVERRIDE,
*> R TO REFUSE" -- so the message, the reply, and the replying
*> operator's id land in the audit log. A reply of "O" is a deliberate
*> resend: the existing entry is rewritten in place -- its override
*> count raised by one and the override date and replying operator's
*> id replaced, its first-received date kept -- no second entry is
*> written under the same key, and Status comes back "00". Any other
*> reply refuses the file with Status "22" (duplicate key, the same
*> code a keyed WRITE returns), and the job stops before its posting
*> step runs. Received-Date carries back the date the first copy
*> arrived either way (spaces for a new file). A file with no trailer
*> record comes back "97", the same code Balance-File gives it, and is
*> not fingerprinted.
program-id Transmission-Check export
    data division
        linkage section
        *> Path or DD-name of the inbound transmission
        01 File-Name Display
        *> Name of the transmitter, e.g. "CARDNET"; keys the history
        01 Source-Name Display
        *> Field name/offset of the CCYYMMDD file date in the header
        *> layout
        01 Date-Field Display
        *> Field name/offset of the transmission sequence number in the
        *> header layout
        01 Sequence-Field Display
        *> Name of the record-count field in the trailer record layout
        01 Count-Field Display
        *> Name of the hash-total field in the trailer record layout
        01 Total-Field Display
        *> Path or DD-name of the persistent fingerprint history
        01 History-File Display
        *> Console routing code the duplicate prompt is issued under
        01 Route-Code Display
        *> Two-digit FILE STATUS style return code: "00" new or
        *> overridden, "22" duplicate refused, "97" no trailer record
        01 Status Display
        *> Date the earlier copy was received, as CCYYMMDD; spaces for
        *> a new file; passed in the USING list but set on return by
        *> the callee, the same as Status is elsewhere
        01 Received-Date Display
    procedure division using File-Name, Source-Name, Date-Field,
                              Sequence-Field, Count-Field, Total-Field,
                              History-File, Route-Code, Received-Date
                       returning Status
end

*> Screens a transaction file for suspected duplicate transactions
*> ahead of the posting step. In-File is read front to back; a record
*> carrying the same Account-Field, Amount-Field, Reference-Field, and
*> Date-Field as a transaction already on History-File, or earlier on
*> the same file, is a suspected duplicate. It is not posted blindly:
*> it is put on Suspense-Name through Suspense::Suspense-Put with the
*> reject reason "SUSPECTED DUPLICATE" and the date the original was
*> seen, so it can be reviewed and released with
*> Suspense::Suspense-Release or deleted with
*> Suspense::Suspense-Delete. Every other record is written to
*> Out-File, the file the posting step reads, and added to
*> History-File stamped with Date::Current-Date as a pending entry
*> under Batch-Id -- the transmission the file came in on, e.g. the
*> source, file date, and sequence number Transmission-Check
*> fingerprinted. An entry becomes confirmed only when the posting
*> step, once its post has committed, calls Transaction-Confirm for
*> the batch. A record matching a confirmed entry, or a pending entry
*> of another batch still in flight, is a suspected duplicate; the
*> batch's own pending entries are never matched but replaced, so a
*> rerun after the post abended, or a resend Transmission-Check let
*> through on an "O" override, screens the same records again without
*> suspending the whole file as duplicates of itself. A batch already
*> confirmed has posted, so a resend of it still finds its records
*> confirmed and suspends them for review rather than posting them
*> twice.
*> Each suspect put on suspense is kept on History-File as a
*> suspended entry under Batch-Id and its relative record number on
*> In-File. A rerun of the same Batch-Id finds the entry and counts
*> the record in Suspect-Count again without calling Suspense-Put,
*> the way General-Ledger::Journal-Run avoids suspending a rerun's
*> unmapped records twice, so each suspect is on Suspense-Name once
*> and cannot be released, and posted, twice.
*> History-File is persistent; posted and pending entries are keyed
*> on the four fields, suspended entries on Batch-Id and the record
*> number. Entries seen more than Window-Days days before
*> Date::Current-Date (the cutoff worked with Date::Add-Days) are
*> dropped at the start of the run, whatever their state, so the
*> window is how far back a duplicate is caught. A released suspense
*> item rides the approval queue into the post and does not come back
*> through this check, so it is not suspended a second time.
*> In-Count, Out-Count, and Suspect-Count are written to the audit log
*> via Audit-Log::Log-Entry. Status comes back "00" only when In-Count
*> equals Out-Count plus Suspect-Count, and "95" (count out of
*> balance) otherwise.
program-id Transaction-Check export
    data division
        linkage section
        *> Path or DD-name of the transaction file to screen
        01 In-File Display
        *> Record layout length in bytes
        01 Record-Length Comp-4
        *> Field name/offset of the account key
        01 Account-Field Display
        *> Field name/offset of the transaction amount
        01 Amount-Field Display
        *> Field name/offset of the transaction reference
        01 Reference-Field Display
        *> Field name/offset of the CCYYMMDD transaction date
        01 Date-Field Display
        *> Days a transaction stays on the history to be matched
        *> against
        01 Window-Days Comp-4
        *> Transmission the file came in on; keys the pending history
        *> entries Transaction-Confirm confirms or discards
        01 Batch-Id Display
        *> Path or DD-name of the persistent transaction history
        01 History-File Display
        *> Path or DD-name the screened transactions are written to
        01 Out-File Display
        *> Name of the suspense file suspected duplicates are put on
        01 Suspense-Name Display
        *> Two-digit FILE STATUS style return code: "00" counts
        *> prove, "95" counts out of balance
        01 Status Display
        *> Records read from In-File; passed in the USING list but set
        *> on return by the callee, the same as Status is elsewhere
        01 In-Count Comp-4
        *> Records written to Out-File; set on return
        01 Out-Count Comp-4
        *> Suspected duplicates put on suspense; set on return
        01 Suspect-Count Comp-4
    procedure division using In-File, Record-Length, Account-Field,
                              Amount-Field, Reference-Field,
                              Date-Field, Window-Days, Batch-Id,
                              History-File,
                              Out-File, Suspense-Name, In-Count,
                              Out-Count, Suspect-Count
                       returning Status
end

*> Settles the pending History-File entries Transaction-Check added
*> under Batch-Id, the call the posting step makes once its post is
*> done. An Action of "C", made after the post has committed with
*> Unit-Of-Work::Unit-Commit, confirms them, and from then on the
*> batch's transactions are matched as already posted. An Action of
*> "D", for a batch backed out or abandoned, discards them, so the
*> file can be screened and posted again later without its records
*> looking like duplicates; the batch's suspended entries are kept
*> under either action, since its suspects stay on suspense, so a
*> later screen of the batch still does not suspend them twice.
*> Confirming a batch already confirmed changes nothing. Status "23"
*> (no record found) comes back when no pending entry is held for
*> Batch-Id, and an Action other than "C" or "D" is refused with a
*> non-"00" Status. The action and Entry-Count are written to the
*> audit log via Audit-Log::Log-Entry.
program-id Transaction-Confirm export
    data division
        linkage section
        *> Path or DD-name of the persistent transaction history
        01 History-File Display
        *> Transmission whose pending entries are settled, as
        *> Transaction-Check took it
        01 Batch-Id Display
        *> "C" confirm after the post committed, "D" discard
        01 Action Display
        *> Two-digit FILE STATUS style return code
        01 Status Display
        *> Entries confirmed or discarded; passed in the USING list but
        *> set on return by the callee, the same as Status is elsewhere
        01 Entry-Count Comp-4
    procedure division using History-File, Batch-Id, Action,
                              Entry-Count
                       returning Status
end
