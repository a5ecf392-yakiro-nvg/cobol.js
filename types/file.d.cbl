                       returning Record
end

*> Writes a new record to the file identified by File-Handle. A write
*> to a master registered with Change-Feed::Feed-Subscribe captures a
*> change event, published at Unit-Of-Work::Unit-Commit, or as soon
*> as the call completes with Status "00" when no unit is open.
program-id File-Write export
    data division
        linkage section

*> Rewrites the current or keyed record in place. Rewriting a record
*> read with File-Read-Update releases the record-level lock that read
*> acquired. A rewrite of a master registered with
*> Change-Feed::Feed-Subscribe captures a change event carrying the
*> before and after images, published at Unit-Of-Work::Unit-Commit,
*> or as soon as the call completes with Status "00" when no unit is
*> open.
program-id File-Rewrite export
    data division
        linkage section
*> Unit-Backout puts the record back the same way it restores a
*> rewrite -- a purge can be backed out like any other update.
*> Deleting a record read with File-Read-Update releases the
*> record-level lock that read acquired. A delete from a master
*> registered with Change-Feed::Feed-Subscribe captures a change event
*> carrying the deleted record as its before image, published at
*> Unit-Of-Work::Unit-Commit, or as soon as the call completes with
*> Status "00" when no unit is open.
program-id File-Delete export
    data division
        linkage section
