77  det-count-2  pic x(8) value spaces.
*> The balance checks' verdicts
77  balance-sw   pic 9 value 1.
*> A day with no report file at all is only in order when the shop
*> calendar says nobody was processing that day - on a processing
*> day the report was lost, or the day's conversions never ran
77  report-missing pic 9 value 0.
77  processing-day pic 9 value 1.
77  cal-request  pic x(1) value space.
77  cal-date-2   pic x(8) value spaces.
77  cal-result   pic 9(5) value 0.
77  cal-status   pic x(1) value space.
77  diff-count   pic s9(8) value 0.
*> Edited views and line scratch for the report
77  cnt-disp-1   pic z(7)9.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.

*> Working storage for unattended operation out of the nightly
*> stream: the PARM carries the date to close (TODAY for the run
*> date) and the operator the sign-off is stamped with, verified
*> through rnsignon the way romannumerals verifies its PARM operator.
*> A PARM that can't be used fails the step with 16
77  parmString    pic x(80) value spaces.
77  parm-date     pic x(8) value spaces.
77  parm-operator pic x(8) value spaces.
77  batchMode     pic 9 value 0.

*> Main procedure
*>
*> Signs the operator on, counts the day's three files, runs the
    display "         Daily Close Balancing              ".
    display "--------------------------------------------".

    move function current-date(1:8) to today-str.

*> A PARM on the command line means an unattended close: the date
*> and operator come from it instead of the prompts
    move spaces to parmString.
    accept parmString from command-line.
    if function trim(parmString) not = spaces
        move 1 to batchMode
        perform runParm
    else
        perform signOn
        display "Date to close (yyyymmdd, blank for today)? "
        move spaces to work-date
        accept work-date
    end-if.
    if work-date = spaces
        move today-str to work-date
    end-if.
    end-string.

    perform countReportFile.
    move 'B' to cal-request.
    call "rncalday" using cal-request, work-date, cal-date-2,
        cal-result, cal-status.
    move cal-result to processing-day.
    perform countExceptionFile.
    perform countAuditFile.

    close close-file.

    display " ".
    if report-missing = 1 and processing-day = 1
        display "NO REPORT FILE FOR A PROCESSING DAY - see "
            function trim(close-fname)
        move 12 to return-code
    else
    if balance-sw = 1
        display "DAY IN BALANCE - close report written to "
            function trim(close-fname)
        display "DAY OUT OF BALANCE - see the discrepancy page in "
            function trim(close-fname)
        move 8 to return-code
    end-if
    end-if.

    stop run.
            " is not on the operator master."
    end-if.

*> runParm
*>
*> Splits the PARM into the date to close and the operator, and
*> verifies the operator against the operator master - an unattended
*> close signed off by an id nobody can answer for is refused
runParm.
    unstring parmString delimited by all space
        into parm-date parm-operator
    end-unstring.
    inspect parm-date converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    if parm-date = "TODAY"
        move today-str to parm-date
    end-if.
    if parm-date is not numeric
        display "Bad PARM: expected the date to close (yyyymmdd or "
            "TODAY) and an operator id."
        move 16 to return-code
        stop run
    end-if.
    move parm-date to work-date.
    move parm-operator to operator-id.
    call "rnsignon" using operator-id, operator-auth, signon-status.
    if signon-status not = '0'
        display "Operator id in PARM could not be verified "
            "against the operator master."
        move 16 to return-code
        stop run
    end-if.

*> countReportFile
*>
*> Counts the day's report lines by flag. Only conversion lines
*> count - the sequence-audit summary lines (SEQOK/SEQBRK) aren't
*> conversions, the same distinction rnmonth draws
countReportFile.
    move 0 to report-missing.
    open input report-file.
    if report-file-status = "00"
        move 1 to eof-switch
        perform countReportRecord until eof-switch = 0
    else
        move 1 to report-missing
    end-if.
    close report-file.


*> writeChecks
*>
*> The balance checks themselves. A missing report file is checked
*> against the shop calendar first. The audit RECS total can sit above
*> the report line count by the blank lines a submitted file
*> carried; anything else - above or below - is a discrepancy. The
*> exception check allows for the rejected-file records, which put a
    move spaces to close-record.
    write close-record.

    if report-missing = 1
        if processing-day = 1
            move 0 to balance-sw
            move "CHECK 0 - NO REPORT FILE FOR A PROCESSING DAY  LOST"
                to close-record
        else
            move "NO REPORT FILE - NOT A PROCESSING DAY ON THE SHOP CALENDAR"
                to close-record
        end-if
        write close-record
    end-if.

    compute diff-count = rpt-conv-count - aud-recs-total.
    move spaces to work-line.
    move 1 to line-ptr.
