77  leap-rem-2    pic 9(4) value 0.
77  leap-rem-3    pic 9(4) value 0.
77  days-walked   pic 9(4) value 0.
*> Age computation for the report buckets - in business days by the
*> shop calendar, so a long weekend doesn't make every deferral
*> look overdue
77  today-int     pic 9(8) value 0.
77  age-days      pic 9(5) value 0.
77  cal-request   pic x(1) value space.
77  cal-date-1    pic x(8) value spaces.
77  cal-date-2    pic x(8) value spaces.
77  cal-status    pic x(1) value space.
*> Table lookup scratch
77  di            pic 9(4) value 0.
77  dx            pic 9(4) value 0.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.

*> Working storage for unattended operation out of the nightly
*> stream. The PARM carries the CARRY keyword, how many days back
*> from today the deferral hunt reaches, and the operator the
*> carry-forward is done under (verified through rnsignon the way
*> romannumerals verifies its PARM operator). The run answers the
*> carry-forward question yes on its own, and ends with a return
*> code the stream branches on: zero when nothing was left open, 4
*> when open deferrals were carried into today's exception file,
*> 16 when the PARM itself was bad
77  parmString    pic x(80) value spaces.
77  parm-mode     pic x(10) value spaces.
77  parm-days     pic x(3) value spaces.
77  parm-operator pic x(8) value spaces.
77  batchMode     pic 9 value 0.
77  lookback-days pic 9(3) value 0.

*> Main procedure
*>
*> Signs the operator on, collects the range of dispositions, writes
    display "    Deferred Exception Aging (RNDSP)        ".
    display "--------------------------------------------".

    move function current-date(1:8) to today-str.
    compute today-int =
        function integer-of-date(function numval(today-str)).

*> A PARM on the command line means an unattended run: the range
*> comes from its lookback and the carry-forward needs no answer
    move spaces to parmString.
    accept parmString from command-line.
    if function trim(parmString) not = spaces
        move 1 to batchMode
        perform runParm
    else
        perform signOn
        display "Start date (yyyymmdd)? "
        accept start-date
        display "End date (yyyymmdd, blank for today)? "
        move 0 to end-date
        accept end-date
    end-if.
    if end-date = 0
        move function numval(today-str) to end-date
    end-if.
    if start-date = 0 or start-date > end-date
        display "Start and end must be yyyymmdd dates with start "
            "not after end."
        if batchMode = 1
            move 16 to return-code
        end-if
        stop run
    end-if.

    display "Aging report written to RNDEFAGE.TXT".

    if open-count > 0
        if batchMode = 1
            move "Y" to answer
            move 4 to return-code
        else
            display "Carry the open deferrals into today's exception "
                "file? (Y/N): "
            accept answer
        end-if
        if answer = "Y" or answer = "y"
            perform carryForward
            display carried-count " deferral(s) carried into "
            " is not on the operator master."
    end-if.

*> runParm
*>
*> Splits the PARM into its keyword, lookback and operator, verifies
*> the operator, and sets the range from the lookback back to today.
*> Anything unusable fails the step - there is nobody at a prompt to
*> ask again
runParm.
    unstring parmString delimited by all space
        into parm-mode parm-days parm-operator
    end-unstring.
    inspect parm-mode converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    if parm-mode not = "CARRY"
            or function trim(parm-days) is not numeric
        display "Bad PARM: expected CARRY, the days to look back "
            "and an operator id."
        move 16 to return-code
        stop run
    end-if.
    move function numval(parm-days) to lookback-days.
    move parm-operator to operator-id.
    call "rnsignon" using operator-id, operator-auth, signon-status.
    if signon-status not = '0'
        display "Operator id in PARM could not be verified "
            "against the operator master."
        move 16 to return-code
        stop run
    end-if.
    compute start-date = function date-of-integer
        (today-int - lookback-days).
    move 0 to end-date.

*> collectDay
*>
*> Opens one day's disposition file if it exists and folds its

*> writeAgingReport
*>
*> One line per open deferral with its age in business days and
*> bucket, then the bucket totals. An entry whose latest state isn't
*> DEFERRED was closed out by a later disposition and only counts
*> toward the closed tally
writeAgingReport.
    open output aging-file.
    move spaces to work-line.
    move bucket-dead to cnt-disp-3.
    move spaces to work-line.
    move 1 to line-ptr.
    string "OPEN UNDER 5 BUSINESS DAYS " delimited by size
           cnt-disp-1 delimited by size
           "   5-29 " delimited by size
           cnt-disp-2 delimited by size
           "   30 AND OVER " delimited by size
           cnt-disp-3 delimited by size
        into work-line with pointer line-ptr
    end-string.
ageOneDeferral.
    if def-action(di) = "DEFERRED"
        add 1 to open-count
        move 'C' to cal-request
        move def-date(di) to cal-date-1
        move today-str to cal-date-2
        call "rncalday" using cal-request, cal-date-1, cal-date-2,
            age-days, cal-status
        if age-days < 5
            add 1 to bucket-fresh
        else
               def-date(di) delimited by size
               "  AGE " delimited by size
               cnt-disp-1 delimited by size
               " BUSINESS DAY(S)" delimited by size
            into work-line with pointer line-ptr
        end-string
        write aging-record from work-line
