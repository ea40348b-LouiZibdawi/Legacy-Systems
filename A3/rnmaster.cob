*> initially from a decimal range the way bulkGenerate walks one, and
*> kept current by absorbing a day's RNRPT report file, so the same
*> few thousand standing identifiers stop being re-converted from
*> scratch every day. Every change made to the master - a record
*> added, a last-used date freshened, a review flag set, a purge or a
*> restore - is written to the RNMJRNL journal with the record's
*> before and after images, the operator and a timestamp, so rnroll
*> can carry a reloaded backup forward and rnmhist can tell the
*> auditors who changed which flag when. A review flag is set under
*> dual control: the maintenance screen only files the change on the
*> RNPEND.TXT pending-changes file rnoper shares, and it lands on the
*> master when a different supervisor approves it from the pending
*> flag changes screen, with every step on the day's RNAUD trail
identification division.
program-id. rnmaster.

*> The aging report the purge decisions get made from
select aging-file assign to "RNMAGING.TXT"
    organization is line sequential.
*> The change journal - appended to for every change to the master,
*> never rewritten
select optional journal-file assign to "RNMJRNL.TXT"
    organization is line sequential
    file status is journal-status.
*> Changes waiting on a second supervisor, shared with rnoper's
*> authorization changes
select optional pending-file assign to "RNPEND.TXT"
    organization is line sequential
    file status is pending-file-status.
select new-pending-file assign to "RNPEND.NEW"
    organization is line sequential.
*> The day's audit trail romannumerals keeps, appended to here
select optional audit-file assign to dynamic audit-fname
    organization is line sequential.

data division.
file section.
        03 master-last      pic x(8).
*> ' ' ordinary, 'N' = non-canonical form, accept anyway - set from
*> the maintenance screen when a historically-styled numerial (say
*> "^i" where encode-tab would write "m") is agreed to be fine.
*> 'V' = a historical spelling (terminal j, four-of-a-kind,
*> apostrophus) the day's reports have brought in, not yet looked
*> at; 'H' = a historical spelling a supervisor has approved
        03 master-flag      pic x(1).

*> Mirror of the report record romannumerals writes, so the numeral
        03 rpt-value    pic x(8).
        03 filler       pic x(02).
        03 rpt-flag     pic x(7).
        03 filler       pic x(02).
        03 rpt-frac     pic x(5).
        03 filler       pic x(02).
        03 rpt-canon    pic x(1).
        03 filler       pic x(02).
        03 rpt-variant  pic x(7).
        03 filler       pic x(02).
        03 rpt-modern   pic x(48).

*> A purged master record laid out flat, plus the date it was
*> purged, so a restore can put everything back the way it was
fd aging-file.
    01 aging-record  pic x(90).

*> One change to the master: when, by whom, what kind ('ADD',
*> 'LASTUSED', 'FLAG', 'PURGE', 'RESTORE'), and the master record as
*> it stood before and after - spaces before an add, spaces after a
*> purge
fd journal-file.
    01 journal-record.
        03 jrn-stamp     pic x(14).
        03 filler        pic x(02).
        03 jrn-operator  pic x(8).
        03 filler        pic x(02).
        03 jrn-action    pic x(8).
        03 filler        pic x(02).
        03 jrn-before    pic x(115).
        03 filler        pic x(02).
        03 jrn-after     pic x(115).

*> Mirror of the pending-change record rnoper writes - here the
*> target is the numerial and the old and new values are flags
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
77  master-status       pic x(2).
77  pending-file-status pic x(2).
77  audit-fname         pic x(20) value spaces.
*> What goes on the audit record being written
77  aud-act      pic x(16) value spaces.
77  aud-det      pic x(40) value spaces.
*> The pending flag change in hand, the same fields rnoper keeps
77  next-number    pic 9(6) value 0.
77  pick-number    pic 9(6) value 0.
77  pick-found     pic 9 value 0.
77  pending-count  pic 9(4) value 0.
77  decision       pic x(1) value space.
77  req-target     pic x(45) value spaces.
77  req-old        pic x(1) value space.
77  req-new        pic x(1) value space.
77  pnd-eof-sw     pic 9 value 1.
01  hold-pending-record pic x(123) value spaces.
77  journal-status      pic x(2).
*> The master record as it stood before the change being journaled,
*> and what kind of change it is
01  before-image        pic x(115) value spaces.
77  journal-action      pic x(8) value spaces.
77  absorb-fname        pic x(20) value spaces.
77  absorb-file-status  pic x(2).
77  option       pic 99 value 0.
77  eof-switch   pic 9 value 1.
77  today-str    pic x(8) value spaces.
77  answer       pic x value space.
77  operator-auth pic x(1) value space.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.
*> Working storage for unattended operation, the same shape
*> romannumerals takes its PARM in: a mode keyword, the date of the
*> day's report to fold in (TODAY for the run date) and the operator
*> the audit trail is stamped with, verified through rnsignon. The
*> run ends with a return code the job stream branches on: zero when
*> the report was absorbed (or there was none because the shop
*> calendar has the day as a non-processing day), 12 when a
*> processing day's report is missing, 16 when the PARM was bad
77  parmString    pic x(80) value spaces.
77  parm-mode     pic x(10) value spaces.
77  parm-date     pic x(8) value spaces.
77  parm-operator pic x(8) value spaces.
77  batchMode     pic 9 value 0.
77  cal-request   pic x(1) value space.
77  cal-date-2    pic x(8) value spaces.
77  cal-result    pic 9(5) value 0.
77  cal-status    pic x(1) value space.
77  validStr     pic 9 value 0.
77  val          pic 9(8) value 0.
77  valTwelfths  pic 99 value 0.
77  i            pic 99 value 1.
77  convStatus   pic x value '0'.
*> 1 while absorbing a report line romannumerals marked VARIANT - the
*> numeral is decoded under the historical grammar and goes on the
*> master flagged 'V' for a supervisor to look at
77  variant-sw   pic 9 value 0.
77  hist-count   pic 9(6) value 0.
*> Load-range bounds and counters, same limits the encoder has
77  load-start   pic 9(8) value 0.
77  load-end     pic 9(8) value 0.
    display "       Conversion Master File (RNMASTER)    ".
    display "--------------------------------------------".

*> A PARM on the command line means an unattended run out of the
*> nightly stream: do the one piece of work it names and finish with
*> a return code instead of ever reaching the menu
    move spaces to parmString.
    accept parmString from command-line.
    if function trim(parmString) not = spaces
        move 1 to batchMode
        unstring parmString delimited by all space
            into parm-mode parm-date parm-operator
        end-unstring
        inspect parm-mode converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        inspect parm-date converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        move parm-operator to operator-id
        call "rnsignon" using operator-id, operator-auth,
            signon-status
        if signon-status not = '0'
            display "Operator id in PARM could not be verified "
                "against the operator master."
            move 16 to return-code
            stop run
        end-if
    else
        perform signOn
    end-if.

    move function current-date(1:8) to today-str.

    if master-status not = "00" and master-status not = "05"
        display "Could not open RNMASTER.DAT (file status "
            master-status ")."
        if batchMode = 1
            move 12 to return-code
        end-if
        stop run
    end-if.

    open extend journal-file.
    if journal-status not = "00" and journal-status not = "05"
        display "Could not open RNMJRNL.TXT (file status "
            journal-status ")."
        close master-file
        if batchMode = 1
            move 12 to return-code
        end-if
        stop run
    end-if.

    if batchMode = 1
        perform runParm
    else
        perform getOption until option = 10
    end-if.

    close journal-file.
    close master-file.
    stop run.

            " is not on the operator master."
    end-if.

*> runParm
*>
*> Carries out the work order from the PARM. ABSORB folds the named
*> day's RNRPT report into the master the way menu option 4 does;
*> anything else is a bad PARM, and with nobody at a prompt to ask
*> again the run just fails the step so the scheduler sees it
runParm.
    if parm-date = "TODAY"
        move today-str to parm-date
    end-if.
    if parm-mode = "ABSORB" and parm-date is numeric
        move spaces to absorb-fname
        string "RNRPT" delimited by size
               parm-date delimited by size
               ".TXT" delimited by size
               into absorb-fname
        end-string
        perform absorbFile
        if absorb-file-status not = "00"
            move 'B' to cal-request
            call "rncalday" using cal-request, parm-date, cal-date-2,
                cal-result, cal-status
            if cal-result = 1
                move 12 to return-code
            else
                display parm-date " is not a processing day on the "
                    "shop calendar - no report expected."
            end-if
        end-if
    else
        display "Bad PARM: expected ABSORB, the report date "
            "(yyyymmdd or TODAY) and an operator id."
        move 16 to return-code
    end-if.

*> getOption
*>
*> The menu - one round per call, same shape as romannumerals' menu
    display "(5) Aging Report by Last-Used Date".
    display "(6) Purge Stale Records to the Archive".
    display "(7) Restore a Numerial From the Archive".
    display "(8) List Historical Spellings".
    display "(9) Review Pending Flag Changes".
    display "(10) Quit".
    accept option.

    evaluate option
        when 5 perform agingReport
        when 6 perform purgeStale
        when 7 perform restoreNumeral
        when 8 perform listHistoric
        when 9 perform reviewPending
        when 10 continue
        when other display "Invalid input"
    end-evaluate.

    move space to master-flag.
    write master-record
        invalid key add 1 to load-skipped
        not invalid key
            add 1 to load-added
            move spaces to before-image
            move "ADD" to journal-action
            perform journalChange
    end-write.

*> encodeValue
            if master-flag = 'N'
                display "Flagged:    non-canonical form, accept anyway"
            end-if
            if master-flag = 'V'
                display "Flagged:    historical spelling, not yet "
                    "approved"
            end-if
            if master-flag = 'H'
                display "Flagged:    historical spelling, approved"
            end-if
    end-read.

*> maintainNumeral
*>
*> Maintenance screen: look the numerial up, show it, and let the
*> operator ask for the review flag to be set or cleared - no
*> recompile, no editor. Setting a flag is a policy decision, so the
*> screen is open to supervisors only, and the change is only filed
*> as pending until a second supervisor approves it
maintainNumeral.
    if operator-auth not = 'S'
        display "Supervisor authorization is required to maintain "
            not invalid key
                display "Numerial: " function trim(master-numeral trailing)
                    "  value " master-value "  flag '" master-flag "'"
                display "New flag (N=non-canonical accept, H=approved "
                    "historical spelling, V=historical not approved, "
                    "space=clear)? "
                accept answer
                inspect answer converting "nhv" to "NHV"
                if answer = 'N' or answer = 'H' or answer = 'V'
                        or answer = space
                    if answer = master-flag
                        display "Flag is already '" master-flag
                            "' - nothing to change."
                    else
                        perform requestFlagChange
                    end-if
                else
                    display "Flag must be N, H, V or space - nothing "
                        "changed."
                end-if
        end-read
    end-if.
absorbReport.
    display "Report filename (RNRPTyyyymmdd.TXT)? ".
    accept absorb-fname.
    perform absorbFile.

*> absorbFile
*>
*> The absorb pass itself over whatever report absorb-fname names -
*> shared by the menu option and the unattended run
absorbFile.
    open input absorb-file.
    if absorb-file-status = "00"
        move 0 to abs-added
*> One line of the day's report. Only lines flagged VALID carry a
*> numerial worth keeping; the numeral is lowercased (the report
*> shows whatever case the display toggle was set to) and keyed
*> into the master. A line marked VARIANT is a historical spelling
*> and is decoded as one
absorbRecord.
    read absorb-file
        at end move 0 to eof-switch
        if rpt-flag = "VALID  " and rpt-numeral is not = spaces
            move rpt-numeral to temp-array
            inspect temp-array converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "abcdefghijklmnopqrstuvqxyz"
            move 0 to variant-sw
            if rpt-variant = "VARIANT"
                move 1 to variant-sw
            end-if
            perform upsertNumeral
        else
            add 1 to abs-skipped
                move today-str to master-first
                move today-str to master-last
                move space to master-flag
                if variant-sw = 1
                    move 'V' to master-flag
                end-if
                write master-record
                    invalid key add 1 to abs-skipped
                    not invalid key
                        add 1 to abs-added
                        move spaces to before-image
                        move "ADD" to journal-action
                        perform journalChange
                end-write
            else
                add 1 to abs-skipped
            end-if
        not invalid key
            move master-record to before-image
            move today-str to master-last
            rewrite master-record
            add 1 to abs-updated
*> A second absorb of the same day changes nothing worth a journal
*> line
            if before-image not = master-record
                move "LASTUSED" to journal-action
                perform journalChange
            end-if
    end-read.

*> agingReport
            move master-flag to arc-flag
            move today-str to arc-purged
            write archive-record
            move master-record to before-image
            delete master-file record
                invalid key add 1 to kept-count
                not invalid key
                    add 1 to purged-count
                    move "PURGE" to journal-action
                    perform journalChange
            end-delete
        else
            add 1 to kept-count
                        " is already on the master - archive "
                        "record left in place."
                not invalid key
                    move spaces to before-image
                    move "RESTORE" to journal-action
                    perform journalChange
                    perform dropFromArchive
                    display function trim(restore-key trailing)
                        " restored to the master."
        write new-archive-record from archive-record
    end-if.

*> journalChange
*>
*> One line on the change journal for the change just made: the
*> before image the caller saved in before-image, the master record
*> as it now stands as the after image (nothing, for a purge)
journalChange.
    move spaces to journal-record.
    move function current-date(1:14) to jrn-stamp.
    move operator-id to jrn-operator.
    move journal-action to jrn-action.
    move before-image to jrn-before.
    if journal-action = "PURGE"
        move spaces to jrn-after
    else
        move master-record to jrn-after
    end-if.
    write journal-record.

*> requestFlagChange
*>
*> Files the change of master-numeral's flag to answer as pending
*> under this supervisor's id - unless the numerial already has one
*> waiting, which has to be settled first
requestFlagChange.
    move master-numeral to req-target.
    move master-flag to req-old.
    move answer to req-new.
    perform scanPending.
    if pick-found = 1
        display "Change " pick-number " is already pending for this "
            "numerial - it has to be approved or rejected first."
    else
        open extend pending-file
        move spaces to pending-record
        move next-number to pnd-number
        move "FLAG" to pnd-kind
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
        perform writeAudit
        display "Change " next-number " filed: flag '" req-old
            "' to '" req-new "' - it takes effect when another "
            "supervisor approves it."
    end-if.

*> scanPending
*>
*> One pass of the pending file: works out the number the next
*> request gets, and whether req-target already has a flag change
*> pending (its number left in pick-number)
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
        if pnd-status = 'P' and pnd-kind = "FLAG"
                and pnd-target = req-target
            move 1 to pick-found
            move pnd-number to pick-number
        end-if
    end-if.

*> reviewPending
*>
*> The pending flag changes screen: every flag change waiting on a
*> second supervisor, then one picked by number to approve or
*> reject. Nobody approves a change they asked for themselves
reviewPending.
    if operator-auth not = 'S'
        display "Supervisor authorization is required to review "
            "flag changes."
    else
        move 0 to pending-count
        open input pending-file
        if pending-file-status = "00"
            display "Change  Numerial                        From  To"
                "  Requested by  On"
            move 1 to pnd-eof-sw
            perform listPendingRecord until pnd-eof-sw = 0
        end-if
        close pending-file
        if pending-count = 0
            display "No flag changes are pending."
        else
            display "Change number to review (0 for none)? "
            move 0 to pick-number
            accept pick-number
            if pick-number not = 0
                perform findPending
                if pick-found = 0
                    display "Change " pick-number " is not a pending "
                        "flag change."
                else
                    perform reviewOneChange
                end-if
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
            and pnd-kind = "FLAG"
        add 1 to pending-count
        display pnd-number "  " pnd-target(1:30) "  '" pnd-old
            "'   '" pnd-new "'  " pnd-requester "      "
            pnd-requested(1:8)
    end-if.

*> findPending
*>
*> Finds pending flag change pick-number and holds it
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
            and pnd-status = 'P' and pnd-kind = "FLAG"
        move 1 to pick-found
        move pending-record to hold-pending-record
    end-if.

*> reviewOneChange
*>
*> The decision on the change held in hold-pending-record. The
*> requester is turned away - and the attempt is audited. An
*> approved flag goes on the master and the journal under the
*> approving supervisor, the way a hand-set flag always has. A
*> change whose old flag no longer matches the master - an absorb or
*> another approved change got there first - is stale: approving it
*> would overwrite the newer flag unseen, so it is rejected and
*> audited instead and has to be requested again
reviewOneChange.
    move hold-pending-record to pending-record.
    move pnd-target to req-target.
    move pnd-old to req-old.
    move pnd-new to req-new.
    if pnd-requester = operator-id
        display "You requested change " pick-number
            " - a different supervisor has to approve it."
        move "SELF-APPROVAL" to aud-act
        perform writeAudit
    else
        display "Change " pick-number ": "
            function trim(req-target trailing) " flag '" req-old
            "' to '" req-new "', requested by " pnd-requester "."
        display "(A)pprove, (R)eject, or anything else to leave it? "
        move space to decision
        accept decision
        inspect decision converting "ar" to "AR"
        if decision = 'A'
            move req-target to master-numeral
            read master-file
                invalid key
                    display function trim(req-target trailing)
                        " is no longer on the master - change "
                        pick-number " left pending."
                    move space to decision
                not invalid key
                    if master-flag not = req-old
                        display "The flag on "
                            function trim(req-target trailing)
                            " is now '" master-flag "', not '" req-old
                            "' - change " pick-number " is stale and "
                            "is rejected."
                        move 'S' to decision
                    else
                        move master-record to before-image
                        move req-new to master-flag
                        rewrite master-record
                        move "FLAG" to journal-action
                        perform journalChange
                    end-if
            end-read
        end-if
        evaluate decision
            when 'A'
                perform settlePending
                move "CHANGE APPROVED" to aud-act
                display "Change " pick-number " approved - flag set "
                    "to '" master-flag "'."
                perform writeAudit
            when 'R'
                perform settlePending
                move "CHANGE REJECTED" to aud-act
                display "Change " pick-number " rejected."
                perform writeAudit
            when 'S'
                move 'R' to decision
                perform settlePending
                move "CHANGE STALE" to aud-act
                perform writeAudit
            when other
                display "Change " pick-number " left pending."
        end-evaluate
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

*> writeAudit
*>
*> Stamps and appends one record for the flag change in hand to the
*> day's audit trail, the way romannumerals' writeAudit does -
*> opened and closed around the one record, since a conversion
*> session may be appending to the same day's file
writeAudit.
    move spaces to aud-det.
    string "#" delimited by size
           pick-number delimited by size
           " FLAG " delimited by size
           req-target delimited by space
           " " delimited by size
           req-old delimited by size
           ">" delimited by size
           req-new delimited by size
        into aud-det
    end-string.
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

*> listHistoric
*>
*> Walks the whole master in key order listing every historical
*> spelling the shop has taken in, with its modern form and whether
*> a supervisor has approved it yet
listHistoric.
    move 0 to hist-count.
    display "Historical spelling            Modern form          "
        "Value     Status".
    perform startWalk.
    perform listHistoricRecord until walk-eof-sw = 0.
    display hist-count " historical spelling(s) on the master.".

*> listHistoricRecord
*>
*> One master record of the walk
listHistoricRecord.
    read master-file next
        at end move 0 to walk-eof-sw
    end-read.
    if walk-eof-sw is not = 0
            and (master-flag = 'V' or master-flag = 'H')
        add 1 to hist-count
        if master-flag = 'H'
            display master-numeral(1:30) " " master-canonical(1:20)
                " " master-value "  APPROVED"
        else
            display master-numeral(1:30) " " master-canonical(1:20)
                " " master-value "  NOT YET APPROVED"
        end-if
    end-if.

*> checkValidStr
*>
*> Same character-membership-then-conv check romannumerals does on a
*> numerial before trusting it - under the historical grammar for a
*> line the report marked VARIANT
checkValidStr.
    move 1 to i.
    move 1 to validStr.

    perform until temp-array(i:1) = " "
        if (temp-array(i:1) is not = 'i' and 'v' and 'x' and 'l' and 'c' and 'd' and 'm' and '^' and 's' and '.') then
            if variant-sw = 1 and (temp-array(i:1) = 'j' or ')')
                continue
            else
                move 0 to validStr
            end-if
        end-if
        compute i = i + 1
    end-perform.
        move 0 to val
        move 0 to valTwelfths
        move '0' to convStatus
        if variant-sw = 1
            call "convhist" using temp-array, val, valTwelfths,
                convStatus
        else
            call "conv" using temp-array, val, valTwelfths, convStatus
        end-if
        if convStatus not = '0'
            move 0 to validStr
        end-if
