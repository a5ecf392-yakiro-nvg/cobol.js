module Edit

*> Adds, replaces, or removes one rule of a rule set on the maintained
*> edit-rule file Edit-Run applies, so changing a field edit is a
*> change to the table, not to a posting program. Rule-Set names the
*> set of rules one kind of transaction file is edited under, e.g.
*> "CARDTXN"; Rule-Id orders the rules within it and identifies the
*> rule to replace. Each rule names a Field-Name in the transaction
*> layout, a Test, a Reason-Code, and a Severity; Test is one of:
*>   - "REQUIRED": the field must not be spaces;
*>   - "NUMERIC": the field must be numeric;
*>   - "RANGE": the field must be numeric and lie from Operand-1
*>     through Operand-2 inclusive;
*>   - "TABLE": the field must be a valid code on the keyed file named
*>     by Operand-1, keyed on the field/offset Operand-2 names, whose
*>     records are Table-Length bytes long, found with
*>     Lookup::Table-Search -- the rate-code lookup every posting
*>     program used to hand-code;
*>   - "NOT-FUTURE": the field must be a valid CCYYMMDD date no later
*>     than Date::Current-Date;
*>   - "CROSS": the field must compare to the field named by Operand-2
*>     as Operand-1 says, Operand-1 one of "=", "<", ">", "<=", ">=",
*>     "<>", e.g. a settlement date ">=" the transaction date.
*> Severity "E" is a hard failure and "W" a warning. A Test of spaces
*> removes the rule, with Status "23" (no record found) when Rule-Id
*> is not on the set; an unknown Test or Severity, or a "TABLE" rule
*> with a zero Table-Length, is refused with a non-"00" Status and
*> nothing is changed; Table-Length is zero for every other test.
*> Every change is written to the audit log via Audit-Log::Log-Entry
*> with the rule's old and new images, since a rule change moves what
*> posts.
program-id Edit-Rule-Define export
    data division
        linkage section
        *> Path or DD-name of the edit-rule file
        01 Rule-File Display
        *> Name of the rule set the rule belongs to
        01 Rule-Set Display
        *> Rule number; rules apply in Rule-Id order
        01 Rule-Id Display
        *> Field name/offset in the transaction layout the rule tests
        01 Field-Name Display
        *> Test applied; see above; spaces removes the rule
        01 Test Display
        *> First operand of the test; spaces when the test takes none
        01 Operand-1 Display
        *> Second operand of the test; spaces when the test takes none
        01 Operand-2 Display
        *> Reject reason code reported when the test fails
        01 Reason-Code Display
        *> "E" hard failure or "W" warning
        01 Severity Display
        *> Record layout length in bytes of the keyed file a "TABLE"
        *> rule names in Operand-1; zero for any other test
        01 Table-Length Comp-4
        *> Two-digit FILE STATUS style return code
        01 Status Display
    procedure division using Rule-File, Rule-Set, Rule-Id, Field-Name,
                              Test, Operand-1, Operand-2, Reason-Code,
                              Severity, Table-Length
                       returning Status
end

*> Edits a transaction file against the rules of Rule-Set before it
*> posts, one edit program in place of the field edits each posting
*> program hand-coded. The rules are read from Rule-File at job start
*> and every "TABLE" rule's file is loaded once with
*> Lookup::Table-Load, passing it the rule's Operand-1 file as
*> File-Name, its Table-Length as Record-Length, and its Operand-2 as
*> Key-Spec, each distinct file loaded only once and freed with
*> Lookup::Table-Free at the end of the run; a Rule-Set with no rules
*> on Rule-File comes back "23" (no record found) and nothing is
*> edited.
*> In-File is read front to back and every rule is applied to every
*> record -- a record failing one rule is still tested against the
*> rest, so its correction can be made in one pass. A record failing
*> any "E" rule is put on Suspense-Name through Suspense::Suspense-Put
*> with a reject reason carrying the Reason-Code of every rule it
*> failed, hard and warning alike, comma-separated in Rule-Id order,
*> and counted in Rejected-Count. A record failing only "W" rules is
*> written to Out-File with the rest of the clean records, and counted
*> in Warning-Count as well as Passed-Count.
*> The edit summary is printed through Report::Report-Open on
*> Report-File in reason-code order, one Report::Report-Line per
*> source system -- the record's Source-Field value -- showing how
*> many of its records failed that reason code, hard and warning
*> separately, with a Report::Report-Break per reason code. Each
*> line's amount is its failure count, so every break total is the
*> reason code's failure count and the grand total the run's rule
*> failures. The run figures are written to the audit log via
*> Audit-Log::Log-Entry. Status comes back "00" only when In-Count
*> equals Passed-Count plus Rejected-Count, and "95" (count out of
*> balance) otherwise.
program-id Edit-Run export
    data division
        linkage section
        *> Path or DD-name of the edit-rule file
        01 Rule-File Display
        *> Name of the rule set the file is edited under
        01 Rule-Set Display
        *> Path or DD-name of the transaction file to edit
        01 In-File Display
        *> Record layout length in bytes
        01 Record-Length Comp-4
        *> Field name/offset of the source-system code in the
        *> transaction layout
        01 Source-Field Display
        *> Path or DD-name the passed records are written to
        01 Out-File Display
        *> Name of the suspense file hard failures are put on
        01 Suspense-Name Display
        *> Path or DD-name the edit summary is printed to
        01 Report-File Display
        *> Two-digit FILE STATUS style return code: "00" counts
        *> prove, "23" no rules for Rule-Set, "95" counts out of
        *> balance
        01 Status Display
        *> Records read from In-File; passed in the USING list but set
        *> on return by the callee, the same as Status is elsewhere
        01 In-Count Comp-4
        *> Records written to Out-File; set on return
        01 Passed-Count Comp-4
        *> Records put on suspense; set on return
        01 Rejected-Count Comp-4
        *> Passed records that failed a warning rule; set on return
        01 Warning-Count Comp-4
    procedure division using Rule-File, Rule-Set, In-File,
                              Record-Length, Source-Field, Out-File,
                              Suspense-Name, Report-File, In-Count,
                              Passed-Count, Rejected-Count,
                              Warning-Count
                       returning Status
end
