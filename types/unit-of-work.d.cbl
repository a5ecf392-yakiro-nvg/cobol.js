*> same point so the commit point and Last-Key agree; a rerun after
*> Checkpoint-Restore can then trust that the files match Last-Key
*> exactly. Any record-level locks the unit's File::File-Read-Update
*> calls still hold are released with the commit. Once the commit has
*> succeeded, the change events the unit captured against masters
*> registered with Change-Feed::Feed-Subscribe are stamped with the
*> commit id and published to their subscribers; a commit that fails
*> publishes nothing.
program-id Unit-Commit export
    data division
        linkage section
*> rewritten, newest first, so all files return to the last commit
*> point (or to the Unit-Begin point when nothing has been committed
*> yet). Any record-level locks the unit's File::File-Read-Update
*> calls still hold are released with the backout. The change events
*> the unit captured since the last commit point are discarded
*> unpublished.
program-id Unit-Backout export
    data division
        linkage section
