* rather than to a counter.
* Supervisor-approved price changes released by Listing10-24 join the
* merge too, tagged "PA" - keyed price changes never reach the
* nightly run directly.  The deletions of sold-down gadgets a
* supervisor approves in Listing10-39 ride the same file and tag.
* Rejects repaired and resubmitted by Listing10-27 ride the merge
* tagged "RS", so a second reject routes back to the repair desk.

