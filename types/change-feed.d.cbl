module Change-Feed

*> Registers Subscriber-Name for the change events of Master-File, so
*> the web front end and the data warehouse hear about a master change
*> when it commits instead of from the overnight extract. From then
*> on every committed File::File-Write, File::File-Rewrite, and
*> File::File-Delete against Master-File publishes a change event --
*> the record key, the action ("W" write, "R" rewrite, "D" delete),
*> the before image (spaces for a write), the after image (spaces for
*> a delete), and the commit id of the Unit-Of-Work::Unit-Commit it
*> belonged to, the Environment::Job-Name plus that job's commit
*> sequence number -- and the event is delivered to Subscriber-Url
*> through Call-Service::Call-Rest-Record, marshalled from the event
*> record. A master publishes while at least one subscriber is
*> registered for it; registering a subscriber already registered for
*> Master-File replaces its URL and keeps its held events. A change
*> made outside any unit of work is its own unit and publishes as soon
*> as the call completes with Status "00"; a unit backed out with
*> Unit-Of-Work::Unit-Backout, or lost to an abend, publishes nothing.
*> Every committed event is kept on the persistent event log for
*> Feed-Replay, and queued per subscriber in commit order. Delivery is
*> tried right after the commit; a subscriber that cannot be reached,
*> or answers with an HTTP status outside the 2xx range, is held: its
*> event stays at the head of its queue, later events queue behind it
*> in order, nothing is sent to it out of order, and the failure is
*> written to the audit log via Audit-Log::Log-Entry. The commit itself
*> is never failed by a subscriber being down. Subscriptions and the
*> queues are persistent across runs.
program-id Feed-Subscribe export
    data division
        linkage section
        *> Path or DD-name of the master whose changes are published
        01 Master-File Display
        *> Name the subscriber is registered under, e.g. "WAREHOUSE"
        01 Subscriber-Name Display
        *> URL the subscriber's events are posted to
        01 Subscriber-Url Display
        *> Two-digit FILE STATUS style return code
        01 Status Display
    procedure division using Master-File, Subscriber-Name,
                              Subscriber-Url
                       returning Status
end

*> Withdraws Subscriber-Name's subscription to Master-File. Events
*> still held for it on Master-File are discarded, the count discarded
*> is written to the audit log via Audit-Log::Log-Entry, and a master
*> left with no subscribers stops publishing. Status "23" (no record
*> found) comes back for a subscriber not registered for the master.
program-id Feed-Unsubscribe export
    data division
        linkage section
        *> Path or DD-name of the master subscribed to
        01 Master-File Display
        *> Name the subscriber was registered under
        01 Subscriber-Name Display
        *> Two-digit FILE STATUS style return code
        01 Status Display
    procedure division using Master-File, Subscriber-Name
                       returning Status
end

*> Retries delivery of held events, the step operations schedules to
*> run every few minutes while a subscriber is down. Each held
*> subscriber's queue is sent oldest first through
*> Call-Service::Call-Rest-Record until it is empty or an event fails
*> again, in which case that subscriber stays held at the failing
*> event and the next subscriber is tried. Pass Subscriber-Name as
*> spaces to retry every subscriber. Delivered-Count and Held-Count
*> carry back the events sent and the events still held, and both are
*> written to the audit log via Audit-Log::Log-Entry. Status comes
*> back "00" when nothing is left held.
program-id Feed-Deliver export
    data division
        linkage section
        *> Subscriber to retry; spaces for every subscriber
        01 Subscriber-Name Display
        *> Two-digit FILE STATUS style return code
        01 Status Display
        *> Events delivered by this call; passed in the USING list but
        *> set on return by the callee, the same as Status is elsewhere
        01 Delivered-Count Comp-4
        *> Events still held after this call; set on return
        01 Held-Count Comp-4
    procedure division using Subscriber-Name, Delivered-Count,
                              Held-Count
                       returning Status
end

*> Replays one subscriber's events from a given date, for the
*> warehouse that has lost a load. Every event on the event log for a
*> master Subscriber-Name is registered for, committed on or after
*> From-Date, is queued again for that subscriber alone, in original
*> commit order and flagged as a replay, behind any events already
*> held for it, and delivery is then tried as Feed-Deliver tries it.
*> The replay, with the subscriber, From-Date, and Replay-Count, is
*> written to the audit log via Audit-Log::Log-Entry. Status "23" (no
*> record found) comes back for a subscriber not registered, and for a
*> From-Date older than the oldest event Feed-Purge has left on the
*> log, in which case nothing is queued -- a partial replay would
*> look complete.
program-id Feed-Replay export
    data division
        linkage section
        *> Subscriber the events are replayed to
        01 Subscriber-Name Display
        *> First commit date replayed, as CCYYMMDD
        01 From-Date Display
        *> Two-digit FILE STATUS style return code
        01 Status Display
        *> Events queued for replay; passed in the USING list but set
        *> on return by the callee, the same as Status is elsewhere
        01 Replay-Count Comp-4
    procedure division using Subscriber-Name, From-Date, Replay-Count
                       returning Status
end

*> Drops events committed more than Retention-Days days before
*> Date::Current-Date from the event log, bounding how far back
*> Feed-Replay can reach. Events still held for a subscriber are
*> never dropped, whatever their age. The count dropped is written to
*> the audit log via Audit-Log::Log-Entry and carried back in
*> Purged-Count.
program-id Feed-Purge export
    data division
        linkage section
        *> Days of events to keep on the log
        01 Retention-Days Comp-4
        *> Two-digit FILE STATUS style return code
        01 Status Display
        *> Events dropped from the log; passed in the USING list but
        *> set on return by the callee, the same as Status is elsewhere
        01 Purged-Count Comp-4
    procedure division using Retention-Days, Purged-Count
                       returning Status
end
