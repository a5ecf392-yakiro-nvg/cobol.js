    procedure division using A-Date, Fiscal-Start-Month
                       returning Fiscal-Period
end

*> Returns the first business day after A-Date: the next date that is
*> neither a Saturday nor a Sunday nor a holiday on the installation's
*> holiday calendar (see Holiday-Define). A-Date itself need not be a
*> business day. A run dated on the last business day of its month is
*> recognized by the returned date falling in a later month, the test
*> a month-end step makes before it capitalizes or revalues.
program-id Next-Business-Day export
    data division
        linkage section
        *> Date as CCYYMMDD
        01 A-Date Display
        *> Next business day after A-Date, as CCYYMMDD
        01 Business-Date Display
    procedure division using A-Date
                       returning Business-Date
end

*> Adds or removes one date on the installation's holiday calendar,
*> the calendar Next-Business-Day skips. Action "ADD" marks
*> Holiday-Date a holiday; "DELETE" removes it, with Status "23" (no
*> record found) for a date not on the calendar. The calendar is
*> persistent across runs, and every change is written to the audit
*> log via Audit-Log::Log-Entry, since moving a holiday moves every
*> month-end behind it.
program-id Holiday-Define export
    data division
        linkage section
        *> Holiday as CCYYMMDD
        01 Holiday-Date Display
        *> "ADD" or "DELETE"
        01 Action Display
        *> Two-digit FILE STATUS style return code
        01 Status Display
    procedure division using Holiday-Date, Action
                       returning Status
end
