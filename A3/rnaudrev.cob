*> a SESSION START but no SESSION STOP (crashed or abandoned runs -
*> the ones that most need looking at), and unattended PARM runs
*> held against interactive ones. The audit files themselves are
*> append-only and were never read by anything until now. A day with
*> no audit file is only worth a line when the shop calendar says it
*> was a processing day - nobody runs the system on a holiday
identification division.
program-id. rnaudrev.

77  nostop-sessions  pic 9(4) value 0.
77  parm-sessions    pic 9(4) value 0.
77  inter-sessions   pic 9(4) value 0.
*> Processing days (by the rncalday shop calendar) that left no
*> audit file at all - only days up to today, since a day still to
*> come can't have left one yet
77  days-lost        pic 9(4) value 0.
77  today-str        pic x(8) value spaces.
*> rncalday's parameters
77  cal-request  pic x(1) value space.
77  cal-date-1   pic x(8) value spaces.
77  cal-date-2   pic x(8) value spaces.
77  cal-result   pic 9(5) value 0.
77  cal-status   pic x(1) value space.
*> Table lookup scratch
77  oi           pic 9(3) value 0.
77  ox           pic 9(3) value 0.
    display "--------------------------------------------".
    display "      Audit Trail Review (RNAUD)            ".
    display "--------------------------------------------".
    move function current-date(1:8) to today-str.

    display "Start date (yyyymmdd)? ".
    accept start-date.

    display " ".
    display "Days with audit files: " days-found.
    display "Processing days with no audit file: " days-lost.
    display "Sessions reviewed: " total-sessions ", "
        nostop-sessions " with no SESSION STOP.".
    display "Report written to RNAUDREV.TXT".
*>
*> Opens one day's audit file if it exists and walks its records. A
*> session still open when the file runs out never wrote its STOP -
*> that gets flagged on the spot. A day with no file is flagged only
*> when the shop calendar makes it a processing day
reviewDay.
    add 1 to days-walked.
    move spaces to audit-fname.
        if sess-open-sw = 1
            perform closeOutSession
        end-if
    else
        perform checkLostDay
    end-if.
    close audit-file.

    perform bumpDate.

*> checkLostDay
*>
*> A day in the range with no audit file: on a processing day that
*> means the system never ran (or its trail went missing), and it
*> goes in the report in date order among the sessions. A day after
*> today is passed over, the same way rnmonth's walk stops at today
checkLostDay.
    move 0 to cal-result.
    if cur-date not > today-str
        move cur-date-num to cal-date-1
        move 'B' to cal-request
        call "rncalday" using cal-request, cal-date-1, cal-date-2,
            cal-result, cal-status
    end-if.
    if cal-result = 1
        add 1 to days-lost
        move spaces to work-line
        move 1 to line-ptr
        string cur-date-num delimited by size
               "  *** NO AUDIT FILE FOR A PROCESSING DAY ***"
                   delimited by size
            into work-line with pointer line-ptr
        end-string
        write review-record from work-line
    end-if.

*> reviewRecord
*>
*> One audit record: SESSION START opens a session (closing out a
*> writeRangeTotals
*>
*> The roll-up lines at the bottom of the report: how the sessions
*> split between PARM and interactive, how many never stopped, and
*> how many processing days left no trail at all
writeRangeTotals.
    move spaces to review-record.
    write review-record.
        into work-line with pointer line-ptr
    end-string.
    write review-record from work-line.
    move days-lost to cnt-disp-1.
    move spaces to work-line.
    move 1 to line-ptr.
    string "PROCESSING DAYS WITH NO AUDIT FILE " delimited by size
           cnt-disp-1 delimited by size
        into work-line with pointer line-ptr
    end-string.
    write review-record from work-line.

*> bumpDate
*>
