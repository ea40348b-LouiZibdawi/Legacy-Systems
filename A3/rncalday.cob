*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> Answers business-day questions out of the RNCAL.TXT shop calendar,
*> the same way rnsignon answers who-is-this out of the operator
*> master - one source of truth for which days the shop works,
*> shared by every date-driven program. A business day is a weekday
*> the calendar doesn't list as a holiday or non-processing day, or a
*> weekend day the calendar lists as a working day. The calendar is
*> read once, on the first call, and held for the rest of the run
identification division.
program-id. rncalday.

environment division.

input-output section.
file-control.
*> The shop calendar, kept by the rncal maintenance program
select optional calendar-file assign to "RNCAL.TXT"
    organization is line sequential
    file status is calendar-file-status.

data division.
file section.
*> One dated exception to the Monday-to-Friday week: 'H' a public
*> holiday, 'N' some other non-processing day (a shutdown, a move),
*> 'W' a weekend day the shop is working
fd calendar-file.
    01 calendar-record.
        03 cal-date  pic x(8).
        03 filler    pic x(02).
        03 cal-type  pic x(1).
        03 filler    pic x(02).
        03 cal-desc  pic x(30).

working-storage section.
77  calendar-file-status  pic x(2).
77  eof-switch   pic 9 value 1.
77  loaded-sw    pic 9 value 0.
77  calendar-missing pic 9 value 0.
*> The calendar held as day integers, so a lookup never has to redo
*> the date arithmetic
01  calendar-table.
    03 calendar-entry occurs 1000 times.
        05 ct-int   pic 9(8).
        05 ct-type  pic x(1).
77  calendar-count pic 9(4) value 0.
77  ci             pic 9(4) value 0.
77  day-int        pic 9(8) value 0.
77  end-int        pic 9(8) value 0.
77  weekday-num    pic 9 value 0.
77  business-sw    pic 9 value 0.
77  entry-type     pic x(1) value space.
*> A year of steps is as far as next/previous will look - a calendar
*> that took a whole year off is a calendar that's been keyed wrong
77  step-count     pic 9(3) value 0.

*> Section for arguments being passed in
linkage section.
77  cal-request  pic x(1).
77  cal-date-1   pic x(8).
77  cal-date-2   pic x(8).
77  cal-result   pic 9(5).
77  cal-status   pic x(1).

*> Main procedure
*>
*> Answers one business-day question.
*>
*> Parameters
*>      cal-request - 'B' is cal-date-1 a business day (cal-result 1
*>                    or 0); 'C' count the business days after
*>                    cal-date-1 up to and including cal-date-2 (zero
*>                    when cal-date-2 is not later) into cal-result;
*>                    'N' the next business day after cal-date-1 into
*>                    cal-date-2; 'P' the last business day before
*>                    cal-date-1 into cal-date-2
*>      cal-date-1  - yyyymmdd the question is about
*>      cal-date-2  - yyyymmdd, the far end of a count, or the day
*>                    handed back for 'N' and 'P'
*>      cal-result  - the answer to 'B' or 'C'
*>      cal-status  - '0' answered, '1' a date wasn't a real yyyymmdd
*>                    date or the request wasn't known, '2' answered
*>                    but there is no shop calendar on file, so only
*>                    weekends were taken off
procedure division using cal-request, cal-date-1, cal-date-2,
        cal-result, cal-status.
    if loaded-sw = 0
        perform loadCalendar
    end-if.
    move '0' to cal-status.
    move 0 to cal-result.

    if cal-date-1 is not numeric
        move '1' to cal-status
        goback
    end-if.
    if function test-date-yyyymmdd(function numval(cal-date-1)) not = 0
        move '1' to cal-status
        goback
    end-if.
    compute day-int =
        function integer-of-date(function numval(cal-date-1)).

    evaluate cal-request
        when 'B'
            perform checkBusinessDay
            move business-sw to cal-result
        when 'C'
            perform countBusinessDays
        when 'N'
            perform nextBusinessDay
        when 'P'
            perform previousBusinessDay
        when other
            move '1' to cal-status
    end-evaluate.

    if cal-status = '0' and calendar-missing = 1
        move '2' to cal-status
    end-if.
    goback.

*> loadCalendar
*>
*> Reads the shop calendar into the table, the once per run
loadCalendar.
    move 0 to calendar-count.
    move 0 to calendar-missing.
    open input calendar-file.
    if calendar-file-status = "00"
        move 1 to eof-switch
        perform loadCalendarRecord until eof-switch = 0
    else
        move 1 to calendar-missing
    end-if.
    close calendar-file.
    move 1 to loaded-sw.

*> loadCalendarRecord
*>
*> One calendar record of the load - anything without a usable date
*> is passed over
loadCalendarRecord.
    read calendar-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and cal-date is numeric
            and calendar-count < 1000
        if function test-date-yyyymmdd(function numval(cal-date)) = 0
            add 1 to calendar-count
            compute ct-int(calendar-count) =
                function integer-of-date(function numval(cal-date))
            move cal-type to ct-type(calendar-count)
        end-if
    end-if.

*> checkBusinessDay
*>
*> Settles whether the day in day-int is worked: Monday to Friday
*> unless the calendar takes it off, a weekend day only when the
*> calendar puts it on. Day 1 of the integer calendar was a Monday
checkBusinessDay.
    compute weekday-num = function mod(day-int - 1, 7).
    move 0 to business-sw.
    if weekday-num < 5
        move 1 to business-sw
    end-if.
    move space to entry-type.
    perform matchCalendarEntry
        varying ci from 1 by 1
        until ci > calendar-count or entry-type not = space.
    if entry-type = 'H' or entry-type = 'N'
        move 0 to business-sw
    end-if.
    if entry-type = 'W'
        move 1 to business-sw
    end-if.

*> matchCalendarEntry
*>
*> One calendar entry held up against the day being checked
matchCalendarEntry.
    if ct-int(ci) = day-int
        move ct-type(ci) to entry-type
    end-if.

*> countBusinessDays
*>
*> Walks from the day after cal-date-1 through cal-date-2, counting
*> the business days - the turnaround and aging measure every
*> program shares
countBusinessDays.
    if cal-date-2 is not numeric
        move '1' to cal-status
    else
    if function test-date-yyyymmdd(function numval(cal-date-2)) not = 0
        move '1' to cal-status
    else
        compute end-int =
            function integer-of-date(function numval(cal-date-2))
        add 1 to day-int
        perform countOneDay until day-int > end-int
    end-if
    end-if.

*> countOneDay
*>
*> One day of the count
countOneDay.
    perform checkBusinessDay.
    if business-sw = 1
        add 1 to cal-result
    end-if.
    add 1 to day-int.

*> nextBusinessDay
*>
*> Steps forward from cal-date-1 to the first business day after it
nextBusinessDay.
    move 0 to business-sw.
    move 0 to step-count.
    perform stepForward until business-sw = 1 or step-count > 366.
    move function date-of-integer(day-int) to cal-date-2.

*> stepForward
*>
*> One day forward and checked
stepForward.
    add 1 to day-int.
    add 1 to step-count.
    perform checkBusinessDay.

*> previousBusinessDay
*>
*> Steps back from cal-date-1 to the last business day before it
previousBusinessDay.
    move 0 to business-sw.
    move 0 to step-count.
    perform stepBack until business-sw = 1 or step-count > 366.
    move function date-of-integer(day-int) to cal-date-2.

*> stepBack
*>
*> One day back and checked
stepBack.
    subtract 1 from day-int.
    add 1 to step-count.
    perform checkBusinessDay.
