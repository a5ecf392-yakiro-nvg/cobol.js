module Schedule

*> Adds or replaces one stream's entry on the named nightly schedule,
*> the night's dozen streams declared once instead of started by hand.
*> Stream-Name is a stream defined with Job-Stream::Stream-Define.
*> Predecessor-List is a comma-separated list of the streams on the
*> same schedule that must finish before this one starts, spaces for
*> none. Run-Days is a comma-separated list of the business days the
*> stream runs on, each entry one of:
*>   - "DAILY": every business day;
*>   - "MON", "TUE", "WED", "THU", "FRI": that weekday when it is a
*>     business day;
*>   - "MONTH-START": the first business day of the month;
*>   - "MONTH-END": the last business day of the month, the day whose
*>     Date::Next-Business-Day falls in a later month.
*> A date that is not itself a business day -- Date::Next-Business-Day
*> of the day before does not return it -- runs nothing. Deadline is
*> the HHMM the stream must complete by; a time earlier than the time
*> Schedule-Run started falls on the following calendar morning, so
*> "0600" means six the next morning.
*> A Run-Days of spaces removes the stream, and its file triggers,
*> from the schedule, with Status "23" (no record found) for a stream
*> not on it. A predecessor not on the schedule is refused with a
*> non-"00" Status and nothing is changed, and so is a
*> Predecessor-List that would close a dependency cycle -- the stream
*> named as its own predecessor, or a predecessor that already waits,
*> directly or through other streams, on Stream-Name -- since a cycle
*> would leave every stream in it waiting forever. The schedule is
*> persistent across runs, the way the stream definitions are.
program-id Schedule-Stream export
    data division
        linkage section
        *> Name of the schedule, e.g. "NIGHTLY"
        01 Schedule-Name Display
        *> Name of the stream, as Job-Stream::Stream-Define took it
        01 Stream-Name Display
        *> Comma-separated predecessor streams; spaces for none
        01 Predecessor-List Display
        *> Comma-separated business days the stream runs on; see
        *> above; spaces removes the stream
        01 Run-Days Display
        *> Time the stream must complete by, as HHMM
        01 Deadline Display
        *> Two-digit FILE STATUS style return code
        01 Status Display
    procedure division using Schedule-Name, Stream-Name,
                              Predecessor-List, Run-Days, Deadline
                       returning Status
end

*> Adds or replaces an input file a scheduled stream waits for, the
*> file-arrival trigger for the bank's file landing. The stream does
*> not start until File-Name has arrived, whatever its predecessors
*> have done; call once per file for a stream waiting on more than
*> one. A file has arrived when it is present and was created or
*> last updated after the previous Business-Date's night ended on the
*> run history -- the end time of the last of that night's streams --
*> so yesterday's copy left in place never starts tonight's run; for
*> a File-Name naming generation "(0)" of a group defined with
*> File::Generation-Define, it has arrived when the group has a new
*> "(0)" generation since the stream last ran. A schedule with no
*> previous night on its history counts any file present as arrived.
*> Expected-By is the HHMM the file is due by, read the same way as
*> Schedule-Stream reads Deadline; spaces waits without ever
*> calling the file late. An Expected-By of "DELETE" removes the
*> trigger. Status "23" (no record found) comes back for a stream not
*> on the schedule.
program-id Schedule-Trigger export
    data division
        linkage section
        *> Name of the schedule
        01 Schedule-Name Display
        *> Stream that waits for the file
        01 Stream-Name Display
        *> Path or DD-name of the file waited for
        01 File-Name Display
        *> Time the file is due by, as HHMM; spaces for no due time;
        *> "DELETE" removes the trigger
        01 Expected-By Display
        *> Two-digit FILE STATUS style return code
        01 Status Display
    procedure division using Schedule-Name, Stream-Name, File-Name,
                              Expected-By
                       returning Status
end

*> Runs one night of the named schedule for Business-Date. The streams
*> whose Run-Days cover Business-Date are tonight's streams; a
*> predecessor that is not one of them counts as satisfied. Each
*> stream is started through Job-Stream::Stream-Run, as its own task
*> so independent streams run side by side, as soon as every
*> predecessor has completed or been skipped and every trigger file
*> has arrived -- created or updated since the previous
*> Business-Date's night ended, or a new "(0)" generation of its
*> group since the stream last ran, as Schedule-Trigger defines it;
*> the schedule is rechecked every Wait-Minutes minutes
*> and whenever a stream ends.
*> A trigger file not arrived by its Expected-By raises a
*> System::Console-Reply under Route-Code, severity "A" --
*> "FILE file FOR stream LATE - REPLY W TO WAIT, S TO SKIP" -- and a
*> stream ending non-"00" raises one naming the failed step and its
*> return code -- "stream FAILED step RC nn - REPLY R TO RERUN, S TO
*> SKIP, W TO WAIT". "R" runs the stream again, restarting at the
*> failed step the way Stream-Run honors its restart position; "S"
*> skips the stream and releases its successors as though it had
*> completed; "W" holds it, its successors wait, and the question is
*> asked again after Wait-Minutes. Each prompt, reply, and replying
*> operator is written to the audit log by Console-Reply itself. A
*> stream still running, or not yet started, when its Deadline passes
*> is marked as having missed it and announced once on the console
*> with System::Console-Write.
*> Every start, end, return code, and skip is written to the audit
*> log via Audit-Log::Log-Entry, and kept on the schedule's persistent
*> run history, one entry per stream per Business-Date: the start and
*> end timestamps, the elapsed time, the outcome ("COMPLETED",
*> "FAILED", "SKIPPED", or "NOT SCHEDULED"), the reruns, and whether
*> the deadline was missed. Running the same Business-Date again,
*> after an abend of the scheduler itself, resumes the night: streams
*> already completed or skipped are not started again.
*> The night ends when every one of tonight's streams has completed or
*> been skipped. Status comes back "00" when none was skipped after
*> failing; otherwise the return code of the first failed stream the
*> operator skipped, with Failed-Stream naming it.
program-id Schedule-Run export
    data division
        linkage section
        *> Name of the schedule to run
        01 Schedule-Name Display
        *> Business date the night runs for, as CCYYMMDD
        01 Business-Date Display
        *> Minutes between rechecks and repeated operator prompts
        01 Wait-Minutes Comp-4
        *> Console routing code the operator prompts are issued under
        01 Route-Code Display
        *> Name of the failed stream whose return code came back as
        *> Status; spaces otherwise; passed in the USING list but set on
        *> return by the callee, the same as Status is elsewhere
        01 Failed-Stream Display
        *> Two-digit FILE STATUS style return code; see above
        01 Status Display
        *> Streams completed; set on return
        01 Completed-Count Comp-4
        *> Streams skipped by the operator; set on return
        01 Skipped-Count Comp-4
        *> Streams that missed their deadline; set on return
        01 Missed-Count Comp-4
    procedure division using Schedule-Name, Business-Date,
                              Wait-Minutes, Route-Code, Failed-Stream,
                              Completed-Count, Skipped-Count,
                              Missed-Count
                       returning Status
end

*> Prints the morning batch-window report for one night of the named
*> schedule from its run history, through Report::Report-Open on
*> Report-File. One Report::Report-Line per stream shows its start,
*> end, and elapsed time, its deadline, and its elapsed time against
*> the average of the last Compare-Nights nights it ran, with the
*> difference, so a stream creeping toward its deadline is seen
*> before it misses. The streams are grouped with a
*> Report::Report-Break per group -- completed on time, missed its
*> deadline, failed or skipped, not scheduled -- each line's amount
*> its elapsed minutes, so each break total is the group's elapsed
*> time and the grand total the night's. Status "23" (no record found)
*> comes back when the history holds no night for Business-Date.
program-id Schedule-Report export
    data division
        linkage section
        *> Name of the schedule reported
        01 Schedule-Name Display
        *> Business date of the night reported, as CCYYMMDD
        01 Business-Date Display
        *> Prior nights the elapsed times are compared against
        01 Compare-Nights Comp-4
        *> Path or DD-name the batch-window report is printed to
        01 Report-File Display
        *> Two-digit FILE STATUS style return code
        01 Status Display
    procedure division using Schedule-Name, Business-Date,
                              Compare-Nights, Report-File
                       returning Status
end
