*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> Owns the RNCAL.TXT shop calendar rncalday answers business-day
*> questions out of: one record per day that breaks the ordinary
*> Monday-to-Friday week - a public holiday, some other day the shop
*> doesn't process (a shutdown, an office move), or a weekend day it
*> does. Every date-driven program ages, measures turnaround and
*> expects files by this calendar, so keeping it is supervisor-only
identification division.
program-id. rncal.

environment division.

input-output section.
file-control.
*> The calendar itself, shared with rncalday's lookups
select optional calendar-file assign to "RNCAL.TXT"
    organization is line sequential
    file status is calendar-file-status.
*> Scratch copy a changed calendar is rewritten through, renamed into
*> place whole the same way rnoper lands its master
select new-calendar-file assign to "RNCAL.NEW"
    organization is line sequential.

data division.
file section.
fd calendar-file.
    01 calendar-record.
        03 cal-date  pic x(8).
        03 filler    pic x(02).
        03 cal-type  pic x(1).
        03 filler    pic x(02).
        03 cal-desc  pic x(30).

fd new-calendar-file.
    01 new-calendar-record.
        03 new-cal-date  pic x(8).
        03 filler        pic x(02) value spaces.
        03 new-cal-type  pic x(1).
        03 filler        pic x(02) value spaces.
        03 new-cal-desc  pic x(30).

working-storage section.
77  calendar-file-status  pic x(2).
77  option       pic 9 value 0.
77  eof-switch   pic 9 value 1.
77  found-sw     pic 9 value 0.
77  written-sw   pic 9 value 0.
77  listed-count pic 9(4) value 0.
*> Who is at this keyboard, verified through rnsignon like everywhere
*> else
77  operator-id   pic x(8) value spaces.
77  operator-auth pic x(1) value space.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.
*> Fields the add/remove/check screens collect before touching the
*> file, and which way a rewrite is going: 'A' add, 'R' remove
77  entry-date   pic x(8) value spaces.
77  entry-type   pic x(1) value space.
77  entry-desc   pic x(30) value spaces.
77  entry-year   pic x(4) value spaces.
77  change-kind  pic x(1) value space.
*> rncalday's parameters, for the date check
77  cal-request  pic x(1) value space.
77  cal-date-2   pic x(8) value spaces.
77  cal-result   pic 9(5) value 0.
77  cal-status   pic x(1) value space.

*> Main procedure
*>
*> Signs the operator on (supervisors only), then loops the menu
procedure division.
    display "--------------------------------------------".
    display "        Shop Business-Day Calendar          ".
    display "--------------------------------------------".

    perform signOn.
    if operator-auth not = 'S'
        display "Supervisor authorization is required to keep "
            "the shop calendar."
        stop run
    end-if.

    perform getOption until option = 5.

    stop run.

*> signOn
*>
*> Verified sign-on, the same shape romannumerals' is: the id typed
*> at the prompt has to be on the RNOPER.TXT operator master before
*> the menu is reachable
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

*> getOption
*>
*> The menu - one round per call, same shape as rnoper's menu
getOption.
    display " ".
    display "Select an option:".
    display "(1) List the Calendar for a Year".
    display "(2) Add a Holiday, Non-Processing or Working Day".
    display "(3) Remove a Calendar Entry".
    display "(4) Check a Date".
    display "(5) Quit".
    accept option.

    evaluate option
        when 1 perform listCalendar
        when 2 perform addEntry
        when 3 perform removeEntry
        when 4 perform checkDate
        when 5 continue
        when other display "Invalid input"
    end-evaluate.

*> listCalendar
*>
*> Shows every calendar entry in the asked-for year
listCalendar.
    display "Year (yyyy)? ".
    move spaces to entry-year.
    accept entry-year.
    move 0 to listed-count.
    open input calendar-file.
    if calendar-file-status = "00"
        display "Date      Type  Description"
        display "--------  ----  ------------------------------"
        move 1 to eof-switch
        perform listOneEntry until eof-switch = 0
        display listed-count " calendar entr(ies) for " entry-year "."
    else
        display "No shop calendar on file yet - every weekday is "
            "a business day."
    end-if.
    close calendar-file.

*> listOneEntry
*>
*> One line of the listing
listOneEntry.
    read calendar-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and cal-date(1:4) = entry-year
        add 1 to listed-count
        display cal-date "  " cal-type "     " cal-desc
    end-if.

*> acceptDate
*>
*> Asks for a date and makes sure it's a real one
acceptDate.
    display "Date (yyyymmdd)? ".
    move spaces to entry-date.
    accept entry-date.
    if entry-date is not numeric
        move spaces to entry-date
    else
        if function test-date-yyyymmdd(function numval(entry-date))
                not = 0
            move spaces to entry-date
        end-if
    end-if.
    if entry-date = spaces
        display "That is not a date in yyyymmdd form."
    end-if.

*> addEntry
*>
*> Collects a day, its type and a description, and puts it into the
*> calendar in date order - after checking the day isn't already
*> there, since two entries for one day would leave the answer to
*> whichever rncalday happened to find first
addEntry.
    perform acceptDate.
    if entry-date not = spaces
        perform findEntry
        if found-sw = 1
            display entry-date " is already on the calendar as '"
                cal-type "' - remove it first to change it."
        else
            display "Type (H=holiday, N=non-processing day, "
                "W=working weekend day)? "
            move space to entry-type
            accept entry-type
            inspect entry-type converting "hnw" to "HNW"
            if entry-type not = 'H' and entry-type not = 'N'
                    and entry-type not = 'W'
                display "Type must be H, N or W - nothing added."
            else
                display "Description? "
                move spaces to entry-desc
                accept entry-desc
                move 'A' to change-kind
                perform rewriteCalendar
                display entry-date " added as '" entry-type "'."
            end-if
        end-if
    end-if.

*> removeEntry
*>
*> Takes one day back off the calendar, so it reverts to whatever
*> its weekday makes it
removeEntry.
    perform acceptDate.
    if entry-date not = spaces
        perform findEntry
        if found-sw = 0
            display entry-date " is not on the calendar."
        else
            move 'R' to change-kind
            perform rewriteCalendar
            display entry-date " removed from the calendar."
        end-if
    end-if.

*> checkDate
*>
*> Answers whether a date is a business day, the way every other
*> program will see it, with the business days either side of it
checkDate.
    perform acceptDate.
    if entry-date not = spaces
        move 'B' to cal-request
        call "rncalday" using cal-request, entry-date, cal-date-2,
            cal-result, cal-status
        if cal-result = 1
            display entry-date " is a business day."
        else
            display entry-date " is not a business day."
        end-if
        move 'P' to cal-request
        call "rncalday" using cal-request, entry-date, cal-date-2,
            cal-result, cal-status
        display "Previous business day: " cal-date-2
        move 'N' to cal-request
        call "rncalday" using cal-request, entry-date, cal-date-2,
            cal-result, cal-status
        display "Next business day:     " cal-date-2
    end-if.

*> findEntry
*>
*> Scans the calendar for the day in entry-date, leaving found-sw set
*> and the matching record on hand when there is one
findEntry.
    move 0 to found-sw.
    open input calendar-file.
    if calendar-file-status = "00"
        move 1 to eof-switch
        perform matchEntry until eof-switch = 0 or found-sw = 1
    end-if.
    close calendar-file.

*> matchEntry
*>
*> One record of the scan
matchEntry.
    read calendar-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and cal-date = entry-date
        move 1 to found-sw
    end-if.

*> rewriteCalendar
*>
*> The whole calendar rewritten through the scratch file and renamed
*> into place, with the entry-date entry added in its date-order
*> place or left out, as change-kind says
rewriteCalendar.
    move 0 to written-sw.
    open input calendar-file.
    open output new-calendar-file.
    if calendar-file-status = "00"
        move 1 to eof-switch
        perform rewriteEntry until eof-switch = 0
    end-if.
    if change-kind = 'A' and written-sw = 0
        perform writeNewEntry
    end-if.
    close new-calendar-file.
    close calendar-file.
    call "SYSTEM" using "mv -f RNCAL.NEW RNCAL.TXT".

*> rewriteEntry
*>
*> One record of the rewrite - copied through as-is, except the one
*> being removed; a new entry goes out ahead of the first later day
rewriteEntry.
    read calendar-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0
        if change-kind = 'A' and written-sw = 0
                and cal-date > entry-date
            perform writeNewEntry
        end-if
        if change-kind = 'R' and cal-date = entry-date
            continue
        else
            move spaces to new-calendar-record
            move cal-date to new-cal-date
            move cal-type to new-cal-type
            move cal-desc to new-cal-desc
            write new-calendar-record
        end-if
    end-if.

*> writeNewEntry
*>
*> The entry being added
writeNewEntry.
    move spaces to new-calendar-record.
    move entry-date to new-cal-date.
    move entry-type to new-cal-type.
    move entry-desc to new-cal-desc.
    write new-calendar-record.
    move 1 to written-sw.
