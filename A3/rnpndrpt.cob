*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> Dual-control exceptions report out of the RNPEND.TXT pending-changes
*> file rnoper and rnmaster share: every authorization or review-flag
*> change still waiting on a second supervisor after more than a set
*> number of business days, aged by the shop calendar the way every
*> other turnaround in the shop is, and every change a reviewing
*> supervisor rejected since a given date. Closes with the counts of
*> changes pending, overdue, approved and rejected, written to
*> RNPNDRPT.TXT
identification division.
program-id. rnpndrpt.

environment division.

input-output section.
file-control.
*> The pending-changes file rnoper and rnmaster keep
select optional pending-file assign to "RNPEND.TXT"
    organization is line sequential
    file status is pending-file-status.
*> The report this program exists to produce
select report-file assign to "RNPNDRPT.TXT"
    organization is line sequential.

data division.
file section.
*> Mirror of the pending-change record rnoper and rnmaster write
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

fd report-file.
    01 report-record  pic x(100).

working-storage section.
77  pending-file-status  pic x(2).
77  eof-switch   pic 9 value 1.
*> The limit a pending change may wait, the first review date the
*> rejections are listed from, and the day the report is as of
77  limit-entry   pic x(3) value spaces.
77  age-limit     pic 9(3) value 5.
77  since-date    pic x(8) value spaces.
77  today-str     pic x(8) value spaces.
*> What the passes found
77  pending-total  pic 9(6) value 0.
77  overdue-total  pic 9(6) value 0.
77  approved-total pic 9(6) value 0.
77  rejected-total pic 9(6) value 0.
77  listed-count   pic 9(6) value 0.
77  cnt-disp-1   pic z(5)9.
77  age-disp     pic z(4)9.
77  line-ptr     pic 9(3) value 1.
01  work-line    pic x(100) value spaces.
*> rncalday's parameters, for aging a change in business days
77  cal-request  pic x(1) value space.
77  cal-date-1   pic x(8) value spaces.
77  cal-date-2   pic x(8) value spaces.
77  cal-result   pic 9(5) value 0.
77  cal-status   pic x(1) value space.
*> Who asked for the report, verified through rnsignon like the rest
*> of the A3 programs
77  operator-id   pic x(8) value spaces.
77  operator-auth pic x(1) value space.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.

*> Main procedure
*>
*> Signs the operator on, takes the age limit and the rejection start
*> date, and makes one pass of the pending file for each section
procedure division.
    display "--------------------------------------------".
    display "   Pending and Rejected Changes (RNPEND)    ".
    display "--------------------------------------------".

    perform signOn.

    display "Report changes pending more than how many business "
        "days (blank for 5)? ".
    move spaces to limit-entry.
    accept limit-entry.
    if limit-entry not = spaces
        if function trim(limit-entry) is not numeric
            display "The limit must be a number of days."
            stop run
        end-if
        move function numval(limit-entry) to age-limit
    end-if.
    display "List rejections reviewed since (yyyymmdd, blank for "
        "all)? ".
    move spaces to since-date.
    accept since-date.
    if since-date = spaces
        move "00000000" to since-date
    end-if.
    if since-date is not numeric
        display "The date must be in yyyymmdd form."
        stop run
    end-if.

    move function current-date(1:8) to today-str.

    open output report-file.
    move spaces to work-line.
    move 1 to line-ptr.
    move age-limit to age-disp.
    string "CHANGES PENDING MORE THAN " delimited by size
           function trim(age-disp) delimited by size
           " BUSINESS DAYS AS OF " delimited by size
           today-str delimited by size
        into work-line with pointer line-ptr
    end-string.
    write report-record from work-line.
    move spaces to report-record.
    write report-record.
    move "CHANGE  KIND  CHANGED                         FROM  TO" to
        work-line.
    move "REQUESTED BY  ON        AGE" to work-line(60:27).
    write report-record from work-line.
    move all "-" to report-record(1:86).
    write report-record.

    move 0 to listed-count.
    open input pending-file.
    if pending-file-status = "00"
        move 1 to eof-switch
        perform agePendingRecord until eof-switch = 0
    end-if.
    close pending-file.
    if listed-count = 0
        move "  NO CHANGES PENDING PAST THE LIMIT" to report-record
        write report-record
    end-if.

    move spaces to report-record.
    write report-record.
    move spaces to work-line.
    move 1 to line-ptr.
    string "CHANGES REJECTED SINCE " delimited by size
           since-date delimited by size
        into work-line with pointer line-ptr
    end-string.
    write report-record from work-line.
    move spaces to report-record.
    write report-record.
    move "CHANGE  KIND  CHANGED                         FROM  TO" to
        work-line.
    move "REQUESTED BY  REJECTED BY  ON" to work-line(60:30).
    write report-record from work-line.
    move all "-" to report-record(1:94).
    write report-record.

    move 0 to listed-count.
    open input pending-file.
    if pending-file-status = "00"
        move 1 to eof-switch
        perform listRejectedRecord until eof-switch = 0
    end-if.
    close pending-file.
    if listed-count = 0
        move "  NO CHANGES REJECTED IN THE PERIOD" to report-record
        write report-record
    end-if.

    move spaces to report-record.
    write report-record.
    move pending-total to cnt-disp-1.
    move "CHANGES STILL PENDING   " to work-line.
    perform writeTotalLine.
    move overdue-total to cnt-disp-1.
    move "PENDING PAST THE LIMIT  " to work-line.
    perform writeTotalLine.
    move approved-total to cnt-disp-1.
    move "CHANGES APPROVED        " to work-line.
    perform writeTotalLine.
    move rejected-total to cnt-disp-1.
    move "CHANGES REJECTED        " to work-line.
    perform writeTotalLine.
    close report-file.

    display overdue-total " change(s) pending past the limit, "
        rejected-total " rejected in all.".
    display "Report written to RNPNDRPT.TXT".

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

*> agePendingRecord
*>
*> One pending-file record of the first pass: counted by where it
*> stands, and listed when it is still pending and has waited more
*> business days than the limit
agePendingRecord.
    read pending-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and pending-record is not = spaces
        evaluate pnd-status
            when 'A' add 1 to approved-total
            when 'R' add 1 to rejected-total
            when 'P'
                add 1 to pending-total
                move 'C' to cal-request
                move pnd-requested(1:8) to cal-date-1
                move today-str to cal-date-2
                call "rncalday" using cal-request, cal-date-1,
                    cal-date-2, cal-result, cal-status
                if cal-result > age-limit
                    add 1 to overdue-total
                    add 1 to listed-count
                    perform buildChangeLine
                    move pnd-requester to work-line(60:8)
                    move pnd-requested(1:8) to work-line(74:8)
                    move cal-result to age-disp
                    move age-disp to work-line(82:5)
                    write report-record from work-line
                end-if
        end-evaluate
    end-if.

*> listRejectedRecord
*>
*> One pending-file record of the second pass: a rejection reviewed
*> on or after the start date
listRejectedRecord.
    read pending-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and pnd-status = 'R'
            and pnd-reviewed(1:8) not < since-date
        add 1 to listed-count
        perform buildChangeLine
        move pnd-requester to work-line(60:8)
        move pnd-reviewer to work-line(74:8)
        move pnd-reviewed(1:8) to work-line(87:8)
        write report-record from work-line
    end-if.

*> buildChangeLine
*>
*> The part of a line both sections share: the change number and
*> kind, what it changes, and from what to what
buildChangeLine.
    move spaces to work-line.
    move pnd-number to work-line(1:6).
    move pnd-kind to work-line(9:4).
    move pnd-target(1:30) to work-line(15:30).
    move "'" to work-line(47:1).
    move pnd-old to work-line(48:1).
    move "'" to work-line(49:1).
    move "'" to work-line(53:1).
    move pnd-new to work-line(54:1).
    move "'" to work-line(55:1).

*> writeTotalLine
*>
*> One closing count - the label already in work-line, the count in
*> cnt-disp-1
writeTotalLine.
    move cnt-disp-1 to work-line(25:6).
    write report-record from work-line.
