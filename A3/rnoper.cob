*> functions on ('S' supervisor, 'O' ordinary operator). Maintenance
*> itself is supervisor-only - except on a brand-new installation
*> with no operator master yet, where the first operator added is
*> forced to be a supervisor so the shop can't lock itself out.
*> Authorization is dual-control: a change of level (including a new
*> operator added as a supervisor) is only filed on the RNPEND.TXT
*> pending-changes file under the requesting supervisor's id, and
*> takes effect when a different supervisor approves it from the
*> pending-changes screen. Dual control needs two supervisors to work
*> at all, so while the master holds fewer than two, a promotion to
*> supervisor is put on the master at once instead (audited as AUTH
*> GRANTED) - that is how a new shop gets its second supervisor.
*> Every request, approval, rejection, grant and refused
*> self-approval goes on the day's RNAUD audit trail
identification division.
program-id. rnoper.

*> place whole the same way romannumerals lands its batch checkpoint
select new-operator-file assign to "RNOPER.NEW"
    organization is line sequential.
*> Changes waiting on a second supervisor, shared with rnmaster's
*> review-flag changes
select optional pending-file assign to "RNPEND.TXT"
    organization is line sequential
    file status is pending-file-status.
*> Scratch copy the pending file is rewritten through when a change
*> is approved or rejected
select new-pending-file assign to "RNPEND.NEW"
    organization is line sequential.
*> The day's audit trail romannumerals keeps, appended to here
select optional audit-file assign to dynamic audit-fname
    organization is line sequential.

data division.
file section.
        03 filler        pic x(02) value spaces.
        03 new-opr-name  pic x(20).

*> One change waiting on (or settled by) a second supervisor: its
*> number, 'OPER' for an authorization level or 'FLAG' for a master
*> review flag, what it applies to, the value it changes from and
*> to, who asked for it and when, and - once reviewed - 'A'pproved
*> or 'R'ejected by whom and when ('P' while it is still pending)
fd pending-file.
    01 pending-record.
        03 pnd-number    pic 9(6).
        03 filler        pic x(02).
        03 pnd-kind      pic x(4).
        03 filler        pic x(02).
        03 pnd-target    pic x(45).
        03 filler        pic x(02).
        03 pnd-old       pic x(1).
        03 filler        pic x(02).
        03 pnd-new       pic x(1).
        03 filler        pic x(02).
        03 pnd-requester pic x(8).
        03 filler        pic x(02).
        03 pnd-requested pic x(14).
        03 filler        pic x(02).
        03 pnd-status    pic x(1).
        03 filler        pic x(02).
        03 pnd-reviewer  pic x(8).
        03 filler        pic x(02).
        03 pnd-reviewed  pic x(14).

fd new-pending-file.
    01 new-pending-record  pic x(123).

*> Mirror of the audit record romannumerals writes
fd audit-file.
    01 audit-record.
        03 aud-stamp    pic x(14).
        03 filler       pic x(02).
        03 aud-operator pic x(8).
        03 filler       pic x(02).
        03 aud-action   pic x(16).
        03 filler       pic x(02).
        03 aud-detail   pic x(40).

working-storage section.
77  operator-file-status  pic x(2).
77  pending-file-status   pic x(2).
77  audit-fname           pic x(20) value spaces.
*> What goes on the audit record being written
77  aud-act      pic x(16) value spaces.
77  aud-det      pic x(40) value spaces.
*> The pending change in hand: the number the next request gets,
*> the one picked on the review screen, whether it is there and
*> still pending, what the reviewer decided, and the fields a new
*> request is filed with
77  next-number    pic 9(6) value 0.
77  pick-number    pic 9(6) value 0.
77  pick-found     pic 9 value 0.
77  pending-count  pic 9(4) value 0.
77  pending-sw     pic 9 value 0.
77  decision       pic x(1) value space.
77  req-kind       pic x(4) value spaces.
77  req-target     pic x(45) value spaces.
77  req-old        pic x(1) value space.
77  req-new        pic x(1) value space.
77  pnd-eof-sw     pic 9 value 1.
*> Supervisors on the master, and whether a promotion is being put on
*> directly because there are fewer than two of them
77  supervisor-count pic 9(4) value 0.
77  grant-sw         pic 9 value 0.
01  hold-pending-record pic x(123) value spaces.
77  option       pic 9 value 0.
77  eof-switch   pic 9 value 1.
77  found-sw     pic 9 value 0.
        end-if
    end-if.

    perform getOption until option = 5.

    stop run.

    display "(1) List Operators".
    display "(2) Add an Operator".
    display "(3) Change an Operator's Authorization".
    display "(4) Review Pending Authorization Changes".
    display "(5) Quit".
    accept option.

    evaluate option
        when 1 perform listOperators
        when 2 perform addOperator
        when 3 perform changeOperator
        when 4 perform reviewPending
        when 5 continue
        when other display "Invalid input"
    end-evaluate.

*> Collects a new operator's id, level and name and appends the
*> record - after checking the id isn't already taken, since two
*> records for one id would leave the level to whichever rnsignon
*> happened to find first. A new supervisor goes on as an ordinary
*> operator with the promotion filed for a second supervisor to
*> approve. The bootstrap operator is made one outright, and so is
*> any new supervisor while the master holds fewer than two - with
*> only one there is nobody to approve the promotion
addOperator.
    display "New operator id (up to 8 characters)? ".
    move spaces to entry-id.
            move spaces to entry-name
            accept entry-name

            move 0 to pending-sw
            move 0 to grant-sw
            if bootstrap-sw = 0 and entry-auth = 'S'
                perform countSupervisors
                if supervisor-count < 2
                    move 1 to grant-sw
                else
                    move 1 to pending-sw
                    move 'O' to entry-auth
                end-if
            end-if
            open extend operator-file
            move spaces to operator-record
            move entry-id to opr-id
            close operator-file
            display function trim(entry-id) " added with"
                " authorization '" entry-auth "'."
            if pending-sw = 1
                move 'O' to req-old
                move 'S' to req-new
                perform requestAuthChange
            end-if
            if grant-sw = 1
                move 'O' to req-old
                move 'S' to req-new
                perform grantAuthority
            end-if
*> The master exists now - bootstrap mode is over, and this session
*> carries on with the authority it just granted itself
            if bootstrap-sw = 1

*> changeOperator
*>
*> Asks for a new authorization level for an existing operator. The
*> change is filed as pending for a second supervisor - nothing on
*> the master moves until it is approved - except a promotion made
*> while the master holds fewer than two supervisors, which is put on
*> at once since there is no second supervisor to approve it
changeOperator.
    display "Operator id to change? ".
    move spaces to entry-id.
        if entry-auth not = 'S'
            move 'O' to entry-auth
        end-if
        if entry-auth = opr-auth
            display function trim(entry-id) " is already '"
                entry-auth "' - nothing to change."
        else
            move opr-auth to req-old
            move entry-auth to req-new
            move 0 to supervisor-count
            if entry-auth = 'S'
                perform countSupervisors
            end-if
            if entry-auth = 'S' and supervisor-count < 2
                move "OPER" to req-kind
                move spaces to req-target
                move entry-id to req-target
                perform scanPending
                if pick-found = 1
                    display function trim(entry-id) " already has "
                        "change " pick-number " pending - it has to "
                        "be approved or rejected first."
                else
                    perform applyAuthChange
                    perform grantAuthority
                end-if
            else
                perform requestAuthChange
            end-if
        end-if
    end-if.

*> countSupervisors
*>
*> Counts the 'S' records on the master into supervisor-count
countSupervisors.
    move 0 to supervisor-count.
    open input operator-file.
    if operator-file-status = "00"
        move 1 to eof-switch
        perform countSupervisorRecord until eof-switch = 0
    end-if.
    close operator-file.

*> countSupervisorRecord
*>
*> One record of the count
countSupervisorRecord.
    read operator-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and opr-auth = 'S'
        add 1 to supervisor-count
    end-if.

*> grantAuthority
*>
*> Audits a promotion put straight on the master because there were
*> fewer than two supervisors to run dual control - entry-id and the
*> levels in req-old and req-new, with no change number since
*> nothing was filed
grantAuthority.
    move "AUTH GRANTED" to aud-act.
    move spaces to aud-det.
    string "OPER " delimited by size
           entry-id delimited by space
           " " delimited by size
           req-old delimited by size
           ">" delimited by size
           req-new delimited by size
           " UNDER 2 SUPV" delimited by size
        into aud-det
    end-string.
    perform writeAudit.
    display function trim(entry-id) " authorization set to '"
        req-new "' - fewer than two supervisors, so no second "
        "approval is needed.".

*> requestAuthChange
*>
*> Files the change of entry-id's level from req-old to req-new as
*> pending under this supervisor's id - unless that operator already
*> has one waiting, which has to be settled first
requestAuthChange.
    move "OPER" to req-kind.
    move spaces to req-target.
    move entry-id to req-target.
    perform scanPending.
    if pick-found = 1
        display function trim(entry-id) " already has change "
            pick-number " pending - it has to be approved or "
            "rejected first."
    else
        open extend pending-file
        move spaces to pending-record
        move next-number to pnd-number
        move req-kind to pnd-kind
        move req-target to pnd-target
        move req-old to pnd-old
        move req-new to pnd-new
        move operator-id to pnd-requester
        move function current-date(1:14) to pnd-requested
        move 'P' to pnd-status
        write pending-record
        close pending-file
        move next-number to pick-number
        move "CHANGE REQUESTED" to aud-act
        perform buildAuditDetail
        perform writeAudit
        display "Change " next-number " filed: "
            function trim(entry-id) " '" req-old "' to '" req-new
            "' - it takes effect when another supervisor approves it."
    end-if.

*> scanPending
*>
*> One pass of the pending file: works out the number the next
*> request gets, and whether req-kind/req-target already has a
*> change pending (its number left in pick-number)
scanPending.
    move 1 to next-number.
    move 0 to pick-found.
    move 0 to pick-number.
    open input pending-file.
    if pending-file-status = "00"
        move 1 to pnd-eof-sw
        perform scanPendingRecord until pnd-eof-sw = 0
    end-if.
    close pending-file.

*> scanPendingRecord
*>
*> One record of the scan
scanPendingRecord.
    read pending-file
        at end move 0 to pnd-eof-sw
    end-read.
    if pnd-eof-sw is not = 0 and pending-record is not = spaces
        if pnd-number not < next-number
            compute next-number = pnd-number + 1
        end-if
        if pnd-status = 'P' and pnd-kind = req-kind
                and pnd-target = req-target
            move 1 to pick-found
            move pnd-number to pick-number
        end-if
    end-if.

*> reviewPending
*>
*> The pending-changes screen: every authorization change waiting on
*> a second supervisor, then one picked by number to approve or
*> reject. Nobody approves a change they asked for themselves
reviewPending.
    move 0 to pending-count.
    open input pending-file.
    if pending-file-status = "00"
        display "Change  Operator  From  To  Requested by  On"
        display "------  --------  ----  --  ------------  --------"
        move 1 to pnd-eof-sw
        perform listPendingRecord until pnd-eof-sw = 0
    end-if.
    close pending-file.
    if pending-count = 0
        display "No authorization changes are pending."
    else
        display "Change number to review (0 for none)? "
        move 0 to pick-number
        accept pick-number
        if pick-number not = 0
            perform findPending
            if pick-found = 0
                display "Change " pick-number " is not a pending "
                    "authorization change."
            else
                perform reviewOneChange
            end-if
        end-if
    end-if.

*> listPendingRecord
*>
*> One line of the pending list
listPendingRecord.
    read pending-file
        at end move 0 to pnd-eof-sw
    end-read.
    if pnd-eof-sw is not = 0 and pnd-status = 'P'
            and pnd-kind = "OPER"
        add 1 to pending-count
        display pnd-number "  " pnd-target(1:8) "   " pnd-old
            "    " pnd-new "   " pnd-requester "      "
            pnd-requested(1:8)
    end-if.

*> findPending
*>
*> Finds pending authorization change pick-number and holds it
findPending.
    move 0 to pick-found.
    open input pending-file.
    if pending-file-status = "00"
        move 1 to pnd-eof-sw
        perform matchPending until pnd-eof-sw = 0 or pick-found = 1
    end-if.
    close pending-file.

*> matchPending
*>
*> One record of the hunt
matchPending.
    read pending-file
        at end move 0 to pnd-eof-sw
    end-read.
    if pnd-eof-sw is not = 0 and pnd-number = pick-number
            and pnd-status = 'P' and pnd-kind = "OPER"
        move 1 to pick-found
        move pending-record to hold-pending-record
    end-if.

*> reviewOneChange
*>
*> The decision on the change held in hold-pending-record. Asking
*> for a change and approving it have to be two different people,
*> so the requester is turned away - and the attempt is audited.
*> The one exception is a promotion to supervisor while the master
*> holds fewer than two: nobody else could ever approve it, so the
*> requester may settle it, and an approval is audited as AUTH
*> GRANTED rather than CHANGE APPROVED
reviewOneChange.
    move hold-pending-record to pending-record.
    move pnd-target to req-target.
    move pnd-old to req-old.
    move pnd-new to req-new.
    move 0 to grant-sw.
    if pnd-requester = operator-id and req-new = 'S'
        perform countSupervisors
        if supervisor-count < 2
            move 1 to grant-sw
        end-if
    end-if.
    if pnd-requester = operator-id and grant-sw = 0
        display "You requested change " pick-number
            " - a different supervisor has to approve it."
        move "SELF-APPROVAL" to aud-act
        perform buildAuditDetail
        perform writeAudit
    else
        display "Change " pick-number ": " function trim(req-target)
            " from '" req-old "' to '" req-new "', requested by "
            pnd-requester "."
        display "(A)pprove, (R)eject, or anything else to leave it? "
        move space to decision
        accept decision
        inspect decision converting "ar" to "AR"
        if decision = 'A' or decision = 'R'
            perform settlePending
            if decision = 'A'
                move req-target to entry-id
                move req-new to entry-auth
                perform applyAuthChange
                if grant-sw = 1
                    move "AUTH GRANTED" to aud-act
                else
                    move "CHANGE APPROVED" to aud-act
                end-if
                display "Change " pick-number " approved - "
                    function trim(entry-id) " authorization set to '"
                    entry-auth "'."
            else
                move "CHANGE REJECTED" to aud-act
                display "Change " pick-number " rejected."
            end-if
            perform buildAuditDetail
            perform writeAudit
        else
            display "Change " pick-number " left pending."
        end-if
    end-if.

*> settlePending
*>
*> Rewrites the pending file with change pick-number marked approved
*> or rejected by this supervisor, through the scratch file and
*> renamed into place
settlePending.
    open input pending-file.
    open output new-pending-file.
    move 1 to pnd-eof-sw.
    perform settlePendingRecord until pnd-eof-sw = 0.
    close new-pending-file.
    close pending-file.
    call "SYSTEM" using "mv -f RNPEND.NEW RNPEND.TXT".

*> settlePendingRecord
*>
*> One record of the rewrite
settlePendingRecord.
    read pending-file
        at end move 0 to pnd-eof-sw
    end-read.
    if pnd-eof-sw is not = 0
        if pnd-number = pick-number and pnd-status = 'P'
            move decision to pnd-status
            move operator-id to pnd-reviewer
            move function current-date(1:14) to pnd-reviewed
        end-if
        write new-pending-record from pending-record
    end-if.

*> buildAuditDetail
*>
*> The particulars every pending-change audit record carries: the
*> change number, the operator it applies to, and the levels
buildAuditDetail.
    move spaces to aud-det.
    string "#" delimited by size
           pick-number delimited by size
           " OPER " delimited by size
           req-target delimited by space
           " " delimited by size
           req-old delimited by size
           ">" delimited by size
           req-new delimited by size
        into aud-det
    end-string.

*> writeAudit
*>
*> Stamps and appends one record to the day's audit trail, the way
*> romannumerals' writeAudit does - opened and closed around the one
*> record, since a conversion session may be appending to the same
*> day's file
writeAudit.
    move spaces to audit-fname.
    string "RNAUD" delimited by size
           function current-date(1:8) delimited by size
           ".TXT" delimited by size
           into audit-fname
    end-string.
    open extend audit-file.
    move spaces to audit-record.
    move function current-date(1:14) to aud-stamp.
    move operator-id to aud-operator.
    move aud-act to aud-action.
    move aud-det to aud-detail.
    write audit-record.
    close audit-file.

*> applyAuthChange
*>
*> Puts an approved level on entry-id. The whole master is rewritten
*> through a scratch file and renamed into place, so a session killed
*> mid-change can never leave a half-written master that locks
*> everybody out
applyAuthChange.
    open input operator-file.
    open output new-operator-file.
    move 1 to eof-switch.
    perform rewriteOperator until eof-switch = 0.
    close new-operator-file.
    close operator-file.
    call "SYSTEM" using "mv -f RNOPER.NEW RNOPER.TXT".

*> rewriteOperator
*>
