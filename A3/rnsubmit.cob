*> Owns the RNSUB.TXT submitter registry: one record per outside
*> submitter, carrying whether a transmittal is expected from them
*> every day or only on demand. Read together with the RNXLOG
*> register of transmittals actually received (which
*> romannumerals' processFile writes to), it produces the daily
*> missing-transmittal listing of submitters whose expected file
*> never arrived - up to now the no-shows were caught by memory,
*> which is to say they weren't. Each submitter also carries the
*> turnaround their contract promises, in business days from the
*> HDR creation date to the day we processed the file, which rnsla
*> measures the month's transmittals against, and the processing
*> profile romannumerals works their transmittals under
identification division.
program-id. rnsubmit.

*> into place whole the same way rnoper lands its master
select new-submitter-file assign to "RNSUB.NEW"
    organization is line sequential.
*> The register of transmittals received, as processFile writes it,
*> read by submitter off its key
select optional xmitlog-file assign to "RNXLOG.DAT"
    organization is indexed
    access mode is dynamic
    record key is xlog-key
    alternate record key is xlog-processed with duplicates
    file status is xmitlog-status.
*> The day's missing-transmittal listing, named by date the same way
*> the daily report and exception files are
        03 sub-sched pic x(1).
        03 filler    pic x(02).
        03 sub-name  pic x(20).
*> Contracted turnaround in business days - blank on a record
*> registered before targets were kept, which reads as no target
        03 filler    pic x(02).
        03 sub-sla   pic x(2).
*> Processing profile romannumerals applies to the submitter's
*> transmittals in place of the session settings: strict canonical
*> enforcement (Y/N), fraction notation allowed or refused (Y/N),
*> the largest value accepted, the display case (U/L) of their
*> outputs, and historical-notation mode (Y/N) for submitters whose
*> material is old enough to be spelled the old way. A blank leaves
*> that setting to the session, and a blank maximum means no limit
        03 filler     pic x(02).
        03 sub-strict pic x(1).
        03 filler     pic x(02).
        03 sub-frac   pic x(1).
        03 filler     pic x(02).
        03 sub-max    pic x(8).
        03 filler     pic x(02).
        03 sub-case   pic x(1).
        03 filler     pic x(02).
        03 sub-hist   pic x(1).

fd new-submitter-file.
    01 new-submitter-record.
        03 new-sub-sched pic x(1).
        03 filler        pic x(02) value spaces.
        03 new-sub-name  pic x(20).
        03 filler        pic x(02) value spaces.
        03 new-sub-sla   pic x(2).
        03 filler        pic x(02) value spaces.
        03 new-sub-strict pic x(1).
        03 filler        pic x(02) value spaces.
        03 new-sub-frac  pic x(1).
        03 filler        pic x(02) value spaces.
        03 new-sub-max   pic x(8).
        03 filler        pic x(02) value spaces.
        03 new-sub-case  pic x(1).
        03 filler        pic x(02) value spaces.
        03 new-sub-hist  pic x(1).

*> Mirror of the register record processFile writes
fd xmitlog-file.
    01 xmitlog-record.
        03 xlog-key.
            05 xlog-submitter pic x(8).
            05 xlog-created   pic x(8).
            05 xlog-seq       pic 9(2).
        03 xlog-processed pic x(8).
        03 xlog-fname     pic x(30).
        03 xlog-details   pic 9(6).
        03 xlog-outcome   pic x(10).

fd missing-file.
    01 missing-record.
77  missing-count pic 9(3) value 0.
77  work-date    pic x(8) value spaces.
77  today-str    pic x(8) value spaces.
*> rncalday's parameters - files are only expected on the days the
*> shop calendar has as processing days
77  cal-request  pic x(1) value space.
77  cal-date-2   pic x(8) value spaces.
77  cal-result   pic 9(5) value 0.
77  cal-status   pic x(1) value space.
*> Who is at this keyboard, verified through rnsignon like the rest
*> of the A3 programs; registering or rescheduling a submitter is a
*> supervisor's call, the listings are anybody's
77  operator-auth pic x(1) value space.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.
*> Working storage for unattended operation out of the nightly
*> stream, the same shape romannumerals takes its PARM in: the
*> MISSING keyword, the date to check (TODAY for the run date) and
*> the operator, verified through rnsignon. The run ends with a
*> return code the stream branches on: zero when every expected
*> transmittal arrived, 4 when the listing has no-shows on it, 12
*> when there is no registry to check, 16 when the PARM was bad
77  parmString    pic x(80) value spaces.
77  parm-mode     pic x(10) value spaces.
77  parm-date     pic x(8) value spaces.
77  parm-operator pic x(8) value spaces.
77  batchMode     pic 9 value 0.
*> Fields the register/change screens collect before touching the file
77  entry-id     pic x(8) value spaces.
77  entry-sched  pic x(1) value space.
77  entry-name   pic x(20) value spaces.
77  entry-sla    pic x(2) value spaces.
77  sla-answer   pic x(2) value spaces.
77  sla-num      pic 99 value 0.
77  entry-strict pic x(1) value space.
77  entry-frac   pic x(1) value space.
77  entry-max    pic x(8) value spaces.
77  entry-case   pic x(1) value space.
77  entry-hist   pic x(1) value space.
77  max-answer   pic x(8) value spaces.
77  max-num      pic 9(8) value 0.
*> Which field a rewrite of the registry is changing: 'S' the
*> schedule, 'T' the turnaround target, 'P' the processing profile
77  change-field pic x(1) value space.

*> Main procedure
*>
    display "      Submitter Registry (RNSUB)            ".
    display "--------------------------------------------".

    move function current-date(1:8) to today-str.

*> A PARM on the command line means an unattended run: produce the
*> one listing it names and finish with a return code instead of
*> ever reaching the menu
    move spaces to parmString.
    accept parmString from command-line.
    if function trim(parmString) not = spaces
        move 1 to batchMode
        perform runParm
    else
        perform signOn
        perform getOption until option = 7
    end-if.

    stop run.

            " is not on the operator master."
    end-if.

*> runParm
*>
*> Splits the PARM into its keyword, date and operator, verifies the
*> operator, and runs the missing-transmittal listing for the date.
*> Anything unusable fails the step - there is nobody at a prompt to
*> ask again
runParm.
    unstring parmString delimited by all space
        into parm-mode parm-date parm-operator
    end-unstring.
    inspect parm-mode converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    inspect parm-date converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    if parm-date = "TODAY"
        move today-str to parm-date
    end-if.
    if parm-mode not = "MISSING" or parm-date is not numeric
        display "Bad PARM: expected MISSING, the date to check "
            "(yyyymmdd or TODAY) and an operator id."
        move 16 to return-code
        stop run
    end-if.
    move parm-operator to operator-id.
    call "rnsignon" using operator-id, operator-auth, signon-status.
    if signon-status not = '0'
        display "Operator id in PARM could not be verified "
            "against the operator master."
        move 16 to return-code
        stop run
    end-if.
    move parm-date to work-date.
    perform produceMissingListing.

*> getOption
*>
*> The menu - one round per call, same shape as rnmaster's menu
    display "(2) Register a Submitter".
    display "(3) Change a Submitter's Schedule".
    display "(4) Missing-Transmittal Listing for a Date".
    display "(5) Set a Submitter's Turnaround Target".
    display "(6) Set a Submitter's Processing Profile".
    display "(7) Quit".
    accept option.

    evaluate option
        when 2 perform registerSubmitter
        when 3 perform changeSubmitter
        when 4 perform missingListing
        when 5 perform changeTarget
        when 6 perform changeProfile
        when 7 continue
        when other display "Invalid input"
    end-evaluate.

    move 0 to listed-count.
    open input submitter-file.
    if submitter-file-status = "00"
        display "Submitter Sched  Name                  Target  "
            "Strict Frac Case Maximum  Hist"
        display "--------- -----  --------------------  ------  "
            "------ ---- ---- -------- ----"
        move 1 to eof-switch
        perform listOneSubmitter until eof-switch = 0
        display listed-count " submitter(s) registered."
    end-read.
    if eof-switch is not = 0 and submitter-record is not = spaces
        add 1 to listed-count
        display sub-id "  " sub-sched "      " sub-name "  " sub-sla
            "      " sub-strict "      " sub-frac "    " sub-case
            "    " sub-max " " sub-hist
    end-if.

*> registerSubmitter
                display "Submitter name? "
                move spaces to entry-name
                accept entry-name
                perform acceptTarget
                perform acceptProfile

                open extend submitter-file
                move spaces to submitter-record
                move entry-id to sub-id
                move entry-sched to sub-sched
                move entry-name to sub-name
                move entry-sla to sub-sla
                move entry-strict to sub-strict
                move entry-frac to sub-frac
                move entry-max to sub-max
                move entry-case to sub-case
                move entry-hist to sub-hist
                write submitter-record
                close submitter-file
                display function trim(entry-id)
        move 'N' to entry-sched
    end-if.

*> acceptTarget
*>
*> Asks for and normalizes the contracted turnaround target, in
*> business days - blank (or anything that isn't a number) means the
*> submitter has no target
acceptTarget.
    display "Turnaround target in business days (blank for none)? ".
    move spaces to sla-answer.
    accept sla-answer.
    move spaces to entry-sla.
    if function trim(sla-answer) is numeric
        move function numval(sla-answer) to sla-num
        move sla-num to entry-sla
    end-if.

*> acceptProfile
*>
*> Asks for and normalizes the submitter's processing profile. Every
*> setting can be left blank, which leaves it to whatever the
*> session running the transmittal has set
acceptProfile.
    display "Strict canonical enforcement (Y/N, blank for the "
        "session setting)? ".
    move space to entry-strict.
    accept entry-strict.
    inspect entry-strict converting "yn" to "YN".
    if entry-strict not = 'Y' and entry-strict not = 'N'
        move space to entry-strict
    end-if.

    display "Fraction notation (Y=allowed, N=refused, blank for "
        "allowed)? ".
    move space to entry-frac.
    accept entry-frac.
    inspect entry-frac converting "yn" to "YN".
    if entry-frac not = 'Y' and entry-frac not = 'N'
        move space to entry-frac
    end-if.

    display "Largest value accepted (blank for no limit)? ".
    move spaces to max-answer.
    accept max-answer.
    move spaces to entry-max.
    if function trim(max-answer) is numeric
        move function numval(max-answer) to max-num
        if max-num > 0
            move max-num to entry-max
        end-if
    end-if.

    display "Display case (U/L, blank for the session setting)? ".
    move space to entry-case.
    accept entry-case.
    inspect entry-case converting "ul" to "UL".
    if entry-case not = 'U' and entry-case not = 'L'
        move space to entry-case
    end-if.

    display "Historical-notation mode (Y/N, blank for the session "
        "setting)? ".
    move space to entry-hist.
    accept entry-hist.
    inspect entry-hist converting "yn" to "YN".
    if entry-hist not = 'Y' and entry-hist not = 'N'
        move space to entry-hist
    end-if.

*> findSubmitter
*>
*> Scans the registry for the id in entry-id, leaving found-sw set
        else
            display "Current schedule is '" sub-sched "'."
            perform acceptSchedule
            move 'S' to change-field
            perform rewriteRegistry
            display function trim(entry-id) " schedule set to '"
                entry-sched "'."
        end-if
    end-if.

*> changeTarget
*>
*> Sets or clears a registered submitter's contracted turnaround
*> target, rewriting the registry the same way a schedule change does
changeTarget.
    if operator-auth not = 'S'
        display "Supervisor authorization is required to change "
            "a submitter's turnaround target."
    else
        display "Submitter id to change? "
        move spaces to entry-id
        accept entry-id
        inspect entry-id converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

        perform findSubmitter
        if found-sw = 0
            display function trim(entry-id) " is not registered."
        else
            if sub-sla = spaces
                display "No turnaround target is set now."
            else
                display "Current target is " sub-sla
                    " business day(s)."
            end-if
            perform acceptTarget
            move 'T' to change-field
            perform rewriteRegistry
            if entry-sla = spaces
                display function trim(entry-id)
                    " turnaround target cleared."
            else
                display function trim(entry-id)
                    " turnaround target set to " entry-sla
                    " business day(s)."
            end-if
        end-if
    end-if.

*> changeProfile
*>
*> Sets a registered submitter's processing profile, rewriting the
*> registry the same way a schedule change does
changeProfile.
    if operator-auth not = 'S'
        display "Supervisor authorization is required to change "
            "a submitter's processing profile."
    else
        display "Submitter id to change? "
        move spaces to entry-id
        accept entry-id
        inspect entry-id converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

        perform findSubmitter
        if found-sw = 0
            display function trim(entry-id) " is not registered."
        else
            display "Current profile - strict '" sub-strict
                "', fractions '" sub-frac "', case '" sub-case
                "', maximum '" sub-max "', historical '" sub-hist
                "'."
            perform acceptProfile
            move 'P' to change-field
            perform rewriteRegistry
            display function trim(entry-id)
                " processing profile set."
        end-if
    end-if.

*> rewriteRegistry
*>
*> The whole registry rewritten through the scratch file and renamed
*> into place, with the one field change-field names changed on the
*> entry-id record
rewriteRegistry.
    open input submitter-file.
    open output new-submitter-file.
    move 1 to eof-switch.
    perform rewriteSubmitter until eof-switch = 0.
    close new-submitter-file.
    close submitter-file.
    call "SYSTEM" using "mv -f RNSUB.NEW RNSUB.TXT".

*> rewriteSubmitter
*>
*> One record of the rewrite - copied through as-is, except the one
*> being changed, which goes out with its new schedule, target or
*> profile
rewriteSubmitter.
    read submitter-file
        at end move 0 to eof-switch
        move sub-id to new-sub-id
        move sub-sched to new-sub-sched
        move sub-name to new-sub-name
        move sub-sla to new-sub-sla
        move sub-strict to new-sub-strict
        move sub-frac to new-sub-frac
        move sub-max to new-sub-max
        move sub-case to new-sub-case
        move sub-hist to new-sub-hist
        if sub-id = entry-id
            if change-field = 'S'
                move entry-sched to new-sub-sched
            end-if
            if change-field = 'T'
                move entry-sla to new-sub-sla
            end-if
            if change-field = 'P'
                move entry-strict to new-sub-strict
                move entry-frac to new-sub-frac
                move entry-max to new-sub-max
                move entry-case to new-sub-case
                move entry-hist to new-sub-hist
            end-if
        end-if
        write new-submitter-record
    end-if.
*>
*> The listing this program exists to produce: every submitter the
*> registry expects a daily transmittal from, held up against the
*> RNXLOG register of what actually arrived on the asked-for date. The
*> no-shows go to a dated RNMIS listing file as well as the screen,
*> so the follow-up calls have something to work from
missingListing.
    if work-date = spaces
        move today-str to work-date
    end-if.
    perform produceMissingListing.

*> produceMissingListing
*>
*> The listing pass itself for the date in work-date - shared by the
*> menu option and the unattended run. On a day the shop calendar
*> has as a non-processing day nothing is expected, and the listing
*> says so instead of naming every daily submitter
produceMissingListing.
    move spaces to missing-fname.
    string "RNMIS" delimited by size
           work-date delimited by size
    end-string.

    move 0 to missing-count.
    move 'B' to cal-request.
    call "rncalday" using cal-request, work-date, cal-date-2,
        cal-result, cal-status.
    if cal-status not = '1' and cal-result = 0
        display work-date " is not a processing day on the shop "
            "calendar - no transmittals are expected."
        open output missing-file
        move spaces to missing-record
        move "NOT A PROCESSING DAY" to mis-note
        write missing-record
        close missing-file
    else
        perform listMissingSubmitters
    end-if.

*> listMissingSubmitters
*>
*> Holds every daily submitter on the registry against the register
*> for a processing day
listMissingSubmitters.
    open input submitter-file.
    if submitter-file-status = "00"
        open output missing-file
        close missing-file
        if missing-count = 0
            display "  (none - every expected transmittal arrived)"
        else
            if batchMode = 1
                move 4 to return-code
            end-if
        end-if
        display missing-count " missing transmittal(s) listed to "
            function trim(missing-fname)
    else
        display "No submitter registry on file - nothing to check."
        if batchMode = 1
            move 12 to return-code
        end-if
    end-if.
    close submitter-file.

*> checkOneSubmitter
*>
*> One registry record of the missing check: only daily-schedule
*> submitters are expected, and one transmittal worked on the
*> asked-for processing date satisfies the expectation - one turned
*> away as unbalanced or a duplicate doesn't
checkOneSubmitter.
    read submitter-file
        at end move 0 to eof-switch

*> scanLogForSubmitter
*>
*> Reads this submitter's register entries off the key, looking for
*> one worked on the asked-for date. A file can't have been created
*> after it was processed, so the read stops at the first creation
*> date past the asked-for day
scanLogForSubmitter.
    move 0 to found-sw.
    open input xmitlog-file.
    if xmitlog-status = "00"
        move sub-id to xlog-submitter
        move low-values to xlog-created
        move 0 to xlog-seq
        move 1 to xlog-eof-sw
        start xmitlog-file key is not less than xlog-key
            invalid key move 0 to xlog-eof-sw
        end-start
        perform matchLogRecord until xlog-eof-sw = 0 or found-sw = 1
    end-if.
    close xmitlog-file.

*> matchLogRecord
*>
*> One register entry of the received check
matchLogRecord.
    read xmitlog-file next
        at end move 0 to xlog-eof-sw
    end-read.
    if xlog-eof-sw is not = 0
        if xlog-submitter not = sub-id or xlog-created > work-date
            move 0 to xlog-eof-sw
        else
            if xlog-processed = work-date
                    and xlog-outcome = "BALANCED"
                move 1 to found-sw
            end-if
        end-if
    end-if.
