*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> Submitter account inquiry for the help line: the operator keys a
*> submitter id and gets everything the roman side knows about that
*> submitter on one screen - their RNSUB.TXT registry details, their
*> recent transmittals off the RNXLOG.DAT register with dates and
*> outcomes, the rejections from those transmittals still open in
*> the RNEXC files with no RNDSP disposition, the deferrals still
*> aging, their recent RNVFY verification runs with the PASS/FAIL
*> verdict, and whether a transmittal due today has arrived - then
*> can drill down from any transmittal to its exception records.
*> Where-is-my-stuff used to mean opening each of those files one at
*> a time. A verification run is the submitter's when the supplier
*> file it certified is one of their transmittals or is named for
*> them (starts with the submitter id). Nothing here writes to any
*> file, so the screen is open to every signed-on operator
identification division.
program-id. rninq.

environment division.

input-output section.
file-control.
*> The submitter registry rnsubmit keeps
select optional submitter-file assign to "RNSUB.TXT"
    organization is line sequential
    file status is submitter-file-status.
*> The register of transmittals received, read by submitter off its
*> key the way rnsubmit's received check reads it
select optional xmitlog-file assign to "RNXLOG.DAT"
    organization is indexed
    access mode is dynamic
    record key is xlog-key
    alternate record key is xlog-processed with duplicates
    file status is xmitlog-status.
*> One day's exception listing, disposition file and verification
*> file - each reopened under a new name for every day of the window
*> that has one
select optional exception-file assign to dynamic exception-fname
    organization is line sequential
    file status is exception-file-status.
select optional disp-file assign to dynamic disp-fname
    organization is line sequential
    file status is disp-file-status.
select optional verify-file assign to dynamic verify-fname
    organization is line sequential
    file status is verify-file-status.

data division.
file section.
*> Mirror of the registry record rnsubmit writes
fd submitter-file.
    01 submitter-record.
        03 sub-id     pic x(8).
        03 filler     pic x(02).
        03 sub-sched  pic x(1).
        03 filler     pic x(02).
        03 sub-name   pic x(20).
        03 filler     pic x(02).
        03 sub-sla    pic x(2).
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

*> Mirror of the exception record romannumerals writes
fd exception-file.
    01 exception-record.
        03 exc-fname    pic x(30).
        03 filler       pic x(02).
        03 exc-recnum   pic x(6).
        03 filler       pic x(02).
        03 exc-numeral  pic x(30).

*> Mirror of the disposition record rnexcwork writes
fd disp-file.
    01 disp-record.
        03 disp-src-fname pic x(30).
        03 filler         pic x(02).
        03 disp-recnum    pic x(6).
        03 filler         pic x(02).
        03 disp-numeral   pic x(30).
        03 filler         pic x(02).
        03 disp-action    pic x(9).
        03 filler         pic x(02).
        03 disp-corrected pic x(30).

*> Verification lines read whole - only the PASS/FAIL summary line
*> that closes each run matters here
fd verify-file.
    01 verify-line  pic x(80).

working-storage section.
77  submitter-file-status  pic x(2).
77  xmitlog-status         pic x(2).
77  exception-file-status  pic x(2).
77  disp-file-status       pic x(2).
77  verify-file-status     pic x(2).
77  exception-fname  pic x(20) value spaces.
77  disp-fname       pic x(20) value spaces.
77  verify-fname     pic x(20) value spaces.
77  eof-switch   pic 9 value 1.
77  xlog-eof-sw  pic 9 value 1.
77  found-sw     pic 9 value 0.
77  due-sw       pic 9 value 0.
77  arrived-sw   pic 9 value 0.
*> The submitter asked about, and how far back the screen reaches
77  want-id      pic x(8) value spaces.
77  days-entry   pic x(3) value spaces.
77  lookback-days pic 9(3) value 30.
77  today-str    pic x(8) value spaces.
77  today-int    pic 9(8) value 0.
77  start-date   pic 9(8) value 0.
77  end-date     pic 9(8) value 0.
*> The walk through the window, the same calendar-true shape rndefer
*> walks its range with
01  cur-date.
    03 cur-year   pic 9(4).
    03 cur-month  pic 9(2).
    03 cur-day    pic 9(2).
01  cur-date-num redefines cur-date  pic 9(8).
77  days-in-month pic 99 value 0.
77  leap-rem-1    pic 9(4) value 0.
77  leap-rem-2    pic 9(4) value 0.
77  leap-rem-3    pic 9(4) value 0.
77  days-walked   pic 9(4) value 0.
*> rncalday's parameters, for whether today is a processing day and
*> how many business days a deferral has been aging
77  cal-request  pic x(1) value space.
77  cal-date-1   pic x(8) value spaces.
77  cal-date-2   pic x(8) value spaces.
77  cal-result   pic 9(5) value 0.
77  cal-status   pic x(1) value space.
*> The submitter's transmittals processed inside the window, with how
*> many exceptions each produced and how many of those are still open
01  xmit-table.
    03 xmit-entry occurs 50 times.
        05 xt-created   pic x(8).
        05 xt-processed pic x(8).
        05 xt-fname     pic x(30).
        05 xt-details   pic 9(6).
        05 xt-outcome   pic x(10).
        05 xt-exc       pic 9(4).
        05 xt-open      pic 9(4).
77  xmit-count   pic 9(3) value 0.
*> Every exception those transmittals produced, with the latest
*> disposition written for it - a deferral carried forward into a
*> later day's listing is the same exception, not a new one
01  exc-table.
    03 exc-entry occurs 500 times.
        05 et-fname     pic x(30).
        05 et-recnum    pic x(6).
        05 et-numeral   pic x(30).
        05 et-date      pic x(8).
        05 et-action    pic x(9).
        05 et-disp-date pic x(8).
        05 et-xmit      pic 9(3).
77  exc-count    pic 9(4) value 0.
*> The submitter's verification runs - the day and the summary line
01  vfy-table.
    03 vfy-entry occurs 50 times.
        05 vt-date      pic x(8).
        05 vt-line      pic x(70).
77  vfy-count    pic 9(3) value 0.
*> Pieces a verification summary line splits into
77  sum-verdict  pic x(4) value spaces.
77  sum-fname    pic x(30) value spaces.
77  sum-prefix   pic x(8) value spaces.
77  id-length    pic 99 value 0.
*> Table lookup scratch and counts for the screen
77  xi           pic 9(3) value 0.
77  xx           pic 9(3) value 0.
77  ei           pic 9(4) value 0.
77  vi           pic 9(3) value 0.
77  pick-xmit    pic 9(3) value 0.
77  shown-count  pic 9(4) value 0.
77  age-disp     pic z(4)9.
*> Who is at this keyboard, verified through rnsignon like the rest
*> of the A3 programs
77  operator-id   pic x(8) value spaces.
77  operator-auth pic x(1) value space.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.

*> Main procedure
*>
*> Signs the operator on, settles how far back the screen reaches,
*> and answers one submitter after another until a blank id
procedure division.
    display "--------------------------------------------".
    display "       Submitter Account Inquiry            ".
    display "--------------------------------------------".

    perform signOn.

    move function current-date(1:8) to today-str.
    compute today-int =
        function integer-of-date(function numval(today-str)).
    move function numval(today-str) to end-date.

    display "How many days back should the screen reach (blank "
        "for 30)? ".
    move spaces to days-entry.
    accept days-entry.
    if days-entry not = spaces
        if function trim(days-entry) is not numeric
            display "The days back must be a number."
            stop run
        end-if
        move function numval(days-entry) to lookback-days
    end-if.
    compute start-date = function date-of-integer
        (today-int - lookback-days).

    move "X" to want-id.
    perform inquireSubmitter until want-id = spaces.

    stop run.

*> signOn
*>
*> Verified sign-on, the same shape romannumerals' is
signOn.
    move 0 to signon-tries.
    perform signOnAttempt
        until signon-status = '0' or signon-status = '2'
            or signon-tries > 2.
    if signon-status = '2'
        display "No operator master on file - run rnoper to set "
            "up operators first."
        stop run
    end-if.
    if signon-status not = '0'
        display "Sign-on failed - operator id not on the master."
        stop run
    end-if.

*> signOnAttempt
*>
*> One round of the sign-on prompt
signOnAttempt.
    add 1 to signon-tries.
    display "Operator id? ".
    move spaces to operator-id.
    accept operator-id.
    call "rnsignon" using operator-id, operator-auth, signon-status.
    if signon-status = '1'
        display "Operator " function trim(operator-id)
            " is not on the operator master."
    end-if.

*> inquireSubmitter
*>
*> One submitter: the registry record, the tables gathered from the
*> register and the window's daily files, the screen, and the
*> drill-down
inquireSubmitter.
    display " ".
    display "Submitter id (blank to finish)? ".
    move spaces to want-id.
    accept want-id.
    inspect want-id converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    if want-id not = spaces
        perform findSubmitter
        if found-sw = 0
            display function trim(want-id)
                " is not on the submitter registry."
        else
            perform gatherTransmittals
            perform gatherDailyFiles
            perform showAccount
            move 1 to pick-xmit
            perform drillDown until pick-xmit = 0
        end-if
    end-if.

*> findSubmitter
*>
*> Scans the registry for the submitter asked about
findSubmitter.
    move 0 to found-sw.
    open input submitter-file.
    if submitter-file-status = "00"
        move 1 to eof-switch
        perform matchSubmitter until eof-switch = 0 or found-sw = 1
    end-if.
    close submitter-file.

*> matchSubmitter
*>
*> One record of the scan
matchSubmitter.
    read submitter-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and sub-id = want-id
        move 1 to found-sw
    end-if.

*> gatherTransmittals
*>
*> Reads the submitter's register entries off the key and keeps the
*> ones processed inside the window; notes on the way whether a
*> transmittal worked today satisfies today's expectation, the same
*> test rnsubmit's missing-transmittal listing makes
gatherTransmittals.
    move 0 to xmit-count.
    move 0 to arrived-sw.
    open input xmitlog-file.
    if xmitlog-status = "00"
        move want-id to xlog-submitter
        move low-values to xlog-created
        move 0 to xlog-seq
        move 1 to xlog-eof-sw
        start xmitlog-file key is not less than xlog-key
            invalid key move 0 to xlog-eof-sw
        end-start
        perform readTransmittal until xlog-eof-sw = 0
    end-if.
    close xmitlog-file.

*> readTransmittal
*>
*> One register entry of the submitter's
readTransmittal.
    read xmitlog-file next
        at end move 0 to xlog-eof-sw
    end-read.
    if xlog-eof-sw is not = 0
        if xlog-submitter not = want-id
            move 0 to xlog-eof-sw
        else
            if xlog-processed = today-str
                    and xlog-outcome = "BALANCED"
                move 1 to arrived-sw
            end-if
            if function numval(xlog-processed) not < start-date
                    and xmit-count < 50
                add 1 to xmit-count
                move xlog-created to xt-created(xmit-count)
                move xlog-processed to xt-processed(xmit-count)
                move xlog-fname to xt-fname(xmit-count)
                move xlog-details to xt-details(xmit-count)
                move xlog-outcome to xt-outcome(xmit-count)
                move 0 to xt-exc(xmit-count)
                move 0 to xt-open(xmit-count)
            end-if
        end-if
    end-if.

*> gatherDailyFiles
*>
*> Walks every day of the window picking up whichever exception,
*> disposition and verification files exist. Each day's exceptions
*> are taken before its dispositions, so a same-day disposition
*> always finds the exception it settles
gatherDailyFiles.
    move 0 to exc-count.
    move 0 to vfy-count.
    move start-date to cur-date-num.
    move 0 to days-walked.
    perform gatherOneDay
        until cur-date-num > end-date or days-walked > 400.
    perform countOpenExceptions
        varying ei from 1 by 1 until ei > exc-count.

*> gatherOneDay
*>
*> One day of the window
gatherOneDay.
    add 1 to days-walked.
    if xmit-count > 0
        move spaces to exception-fname
        string "RNEXC" delimited by size
               cur-date delimited by size
               ".TXT" delimited by size
               into exception-fname
        end-string
        open input exception-file
        if exception-file-status = "00"
            move 1 to eof-switch
            perform readException until eof-switch = 0
        end-if
        close exception-file

        move spaces to disp-fname
        string "RNDSP" delimited by size
               cur-date delimited by size
               ".TXT" delimited by size
               into disp-fname
        end-string
        open input disp-file
        if disp-file-status = "00"
            move 1 to eof-switch
            perform readDisposition until eof-switch = 0
        end-if
        close disp-file
    end-if.

    move spaces to verify-fname.
    string "RNVFY" delimited by size
           cur-date delimited by size
           ".TXT" delimited by size
           into verify-fname
    end-string.
    open input verify-file.
    if verify-file-status = "00"
        move 1 to eof-switch
        perform readVerifyLine until eof-switch = 0
    end-if.
    close verify-file.

    perform bumpDate.

*> readException
*>
*> One exception record - kept when it came out of one of the
*> submitter's transmittals and isn't already in the table
readException.
    read exception-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and exception-record is not = spaces
        move 0 to xx
        perform matchTransmittalFile
            varying xi from 1 by 1 until xi > xmit-count or xx > 0
        if xx > 0
            perform findException
            if found-sw = 0 and exc-count < 500
                add 1 to exc-count
                move exc-fname to et-fname(exc-count)
                move exc-recnum to et-recnum(exc-count)
                move exc-numeral to et-numeral(exc-count)
                move cur-date to et-date(exc-count)
                move spaces to et-action(exc-count)
                move spaces to et-disp-date(exc-count)
                move xx to et-xmit(exc-count)
            end-if
        end-if
    end-if.

*> matchTransmittalFile
*>
*> One transmittal held up against the exception's source file. The
*> exception file is the day's, so only a transmittal processed that
*> day can own it - the submitter's same-named file from another day
*> in the window never picks it up, and neither does another
*> submitter's file of that name on a day this one sent nothing so
*> named
matchTransmittalFile.
    if xt-fname(xi) = exc-fname and xt-processed(xi) = cur-date
        move xi to xx
    end-if.

*> findException
*>
*> Whether the exception in the record area is already in the table
*> (its subscript left in ei)
findException.
    move 0 to found-sw.
    perform matchException
        varying ei from 1 by 1 until ei > exc-count or found-sw = 1.
    if found-sw = 1
        subtract 1 from ei
    end-if.

*> matchException
*>
*> One table entry held up against the exception
matchException.
    if et-fname(ei) = exc-fname and et-recnum(ei) = exc-recnum
            and et-numeral(ei) = exc-numeral
        move 1 to found-sw
    end-if.

*> readDisposition
*>
*> One disposition record - the latest one written for an exception
*> in the table is the one that stands
readDisposition.
    read disp-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and disp-record is not = spaces
        move disp-src-fname to exc-fname
        move disp-recnum to exc-recnum
        move disp-numeral to exc-numeral
        perform findException
        if found-sw = 1
            move disp-action to et-action(ei)
            move cur-date to et-disp-date(ei)
        end-if
    end-if.

*> readVerifyLine
*>
*> One verification line - a PASS/FAIL summary line is kept when the
*> supplier file it names is the submitter's
readVerifyLine.
    read verify-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0
            and (verify-line(1:5) = "PASS " or verify-line(1:5) = "FAIL ")
        move spaces to sum-verdict
        move spaces to sum-fname
        unstring verify-line delimited by all space
            into sum-verdict sum-fname
        end-unstring
        move 0 to xx
        perform matchVerifyFile
            varying xi from 1 by 1 until xi > xmit-count or xx > 0
        move 0 to id-length
        inspect want-id tallying id-length
            for characters before initial space
        move spaces to sum-prefix
        move sum-fname(1:id-length) to sum-prefix
        inspect sum-prefix converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        if sum-prefix = want-id
            move 1 to xx
        end-if
        if xx > 0 and vfy-count < 50
            add 1 to vfy-count
            move cur-date to vt-date(vfy-count)
            move verify-line to vt-line(vfy-count)
        end-if
    end-if.

*> matchVerifyFile
*>
*> One transmittal held up against the verification run's file
matchVerifyFile.
    if xt-fname(xi) = sum-fname
        move xi to xx
    end-if.

*> countOpenExceptions
*>
*> One exception counted to its transmittal, and as open when nothing
*> has settled it yet - no disposition at all, or a deferral
countOpenExceptions.
    move et-xmit(ei) to xx.
    add 1 to xt-exc(xx).
    if et-action(ei) = spaces or et-action(ei) = "DEFERRED"
        add 1 to xt-open(xx)
    end-if.

*> showAccount
*>
*> The one screen: registry details, today's expectation, the
*> transmittals, the open rejections, the aging deferrals and the
*> verification runs
showAccount.
    display " ".
    display "============================================".
    display "Submitter " sub-id "  " sub-name.
    evaluate sub-sched
        when 'D' display "Schedule:    daily transmittal expected"
        when other display "Schedule:    on demand"
    end-evaluate.
    if sub-sla = spaces
        display "Turnaround:  no contracted target"
    else
        display "Turnaround:  " sub-sla " business days"
    end-if.
    display "Profile:     strict '" sub-strict "'  fractions '"
        sub-frac "'  max '" sub-max "'  case '" sub-case
        "'  historical '" sub-hist "'".

    move 'B' to cal-request.
    move today-str to cal-date-1.
    call "rncalday" using cal-request, cal-date-1, cal-date-2,
        cal-result, cal-status.
    if sub-sched not = 'D'
        display "Today:       no transmittal due (on demand)"
    else
        if cal-result not = 1
            display "Today:       not a processing day - nothing due"
        else
            if arrived-sw = 1
                display "Today:       transmittal due today - ARRIVED"
            else
                display "Today:       transmittal due today - NOT YET "
                    "ARRIVED"
            end-if
        end-if
    end-if.

    display " ".
    display "Transmittals processed since " start-date ":".
    if xmit-count = 0
        display "  none"
    else
        display "  No.  Created   Processed File"
            "                           Details Outcome    Exc Open"
        perform showTransmittal
            varying xi from 1 by 1 until xi > xmit-count
    end-if.

    display " ".
    display "Rejections still open with no disposition:".
    move 0 to shown-count.
    perform showOpenRejection
        varying ei from 1 by 1 until ei > exc-count.
    if shown-count = 0
        display "  none"
    end-if.

    display " ".
    display "Deferrals still aging:".
    move 0 to shown-count.
    perform showDeferral
        varying ei from 1 by 1 until ei > exc-count.
    if shown-count = 0
        display "  none"
    end-if.

    display " ".
    display "Verification runs since " start-date ":".
    if vfy-count = 0
        display "  none"
    else
        perform showVerifyRun
            varying vi from 1 by 1 until vi > vfy-count
    end-if.
    display "============================================".

*> showTransmittal
*>
*> One transmittal line, numbered for the drill-down
showTransmittal.
    display "  " xi "  " xt-created(xi) "  " xt-processed(xi) "  "
        xt-fname(xi) " " xt-details(xi) "  " xt-outcome(xi) " "
        xt-exc(xi) " " xt-open(xi).

*> showOpenRejection
*>
*> An exception nothing has been written for yet
showOpenRejection.
    if et-action(ei) = spaces
        add 1 to shown-count
        display "  " et-date(ei) "  " function trim(et-fname(ei))
            " record " et-recnum(ei) "  " function trim(et-numeral(ei))
    end-if.

*> showDeferral
*>
*> An exception whose latest disposition is a deferral, aged in
*> business days since it was deferred
showDeferral.
    if et-action(ei) = "DEFERRED"
        add 1 to shown-count
        move 'C' to cal-request
        move et-disp-date(ei) to cal-date-1
        move today-str to cal-date-2
        call "rncalday" using cal-request, cal-date-1, cal-date-2,
            cal-result, cal-status
        move cal-result to age-disp
        display "  " function trim(et-fname(ei)) " record "
            et-recnum(ei) "  " function trim(et-numeral(ei))
            "  deferred " et-disp-date(ei) "  aging "
            function trim(age-disp) " business day(s)"
    end-if.

*> showVerifyRun
*>
*> One verification run's summary line, with its day
showVerifyRun.
    display "  " vt-date(vi) "  " vt-line(vi).

*> drillDown
*>
*> Offers the exception records behind one transmittal, until the
*> operator is done with this submitter
drillDown.
    move 0 to pick-xmit.
    if xmit-count > 0
        display "Transmittal No. to see its exceptions (0 for none)? "
        accept pick-xmit
        if pick-xmit > xmit-count
            display "There is no transmittal " pick-xmit " on the "
                "screen."
        else
            if pick-xmit > 0
                perform showXmitExceptions
            end-if
        end-if
    end-if.

*> showXmitExceptions
*>
*> Every exception the picked transmittal produced, with what has
*> been done about it
showXmitExceptions.
    display " ".
    display "Exceptions from " function trim(xt-fname(pick-xmit))
        " processed " xt-processed(pick-xmit) ":".
    move 0 to shown-count.
    perform showXmitException
        varying ei from 1 by 1 until ei > exc-count.
    if shown-count = 0
        display "  none"
    end-if.

*> showXmitException
*>
*> One exception of the drill-down
showXmitException.
    if et-xmit(ei) = pick-xmit
        add 1 to shown-count
        if et-action(ei) = spaces
            display "  record " et-recnum(ei) "  " et-numeral(ei)
                "  OPEN"
        else
            display "  record " et-recnum(ei) "  " et-numeral(ei)
                "  " et-action(ei) " " et-disp-date(ei)
        end-if
    end-if.

*> bumpDate
*>
*> Rolls cur-date forward one day, carrying month and year the way
*> the calendar does, same as rndefer's walk
bumpDate.
    perform setDaysInMonth.
    add 1 to cur-day.
    if cur-day > days-in-month
        move 1 to cur-day
        add 1 to cur-month
        if cur-month > 12
            move 1 to cur-month
            add 1 to cur-year
        end-if
    end-if.

*> setDaysInMonth
*>
*> How many days the month the walk is sitting in actually has
setDaysInMonth.
    evaluate cur-month
        when 1 when 3 when 5 when 7 when 8 when 10 when 12
            move 31 to days-in-month
        when 4 when 6 when 9 when 11
            move 30 to days-in-month
        when other
            move 28 to days-in-month
            compute leap-rem-1 = function mod(cur-year, 4)
            compute leap-rem-2 = function mod(cur-year, 100)
            compute leap-rem-3 = function mod(cur-year, 400)
            if leap-rem-1 = 0
                    and (leap-rem-2 not = 0 or leap-rem-3 = 0)
                move 29 to days-in-month
            end-if
    end-evaluate.
