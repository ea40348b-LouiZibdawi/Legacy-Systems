*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> Change-history report for the auditors out of the RNMJRNL journal
*> rnmaster writes: who changed which numeral's review flag, from
*> what to what, and when, over a date range - for every numerial or
*> for just the one asked about. A supervisor's flag change shows
*> with the supervisor who approved it; a historical spelling the day's
*> absorb brought in already flagged 'V' shows with the operator the
*> absorb ran under. Closes with the count of flag changes made by
*> each operator over the range
identification division.
program-id. rnmhist.

environment division.

input-output section.
file-control.
*> The change journal rnmaster appends to
select optional journal-file assign to "RNMJRNL.TXT"
    organization is line sequential
    file status is journal-status.
*> The report this program exists to produce
select history-file assign to "RNMHIST.TXT"
    organization is line sequential.

data division.
file section.
*> Mirror of the journal record rnmaster writes, with the before and
*> after images split back into master fields
fd journal-file.
    01 journal-record.
        03 jrn-stamp     pic x(14).
        03 filler        pic x(02).
        03 jrn-operator  pic x(8).
        03 filler        pic x(02).
        03 jrn-action    pic x(8).
        03 filler        pic x(02).
        03 jrn-before.
            05 jrn-bef-numeral   pic x(45).
            05 jrn-bef-value     pic x(8).
            05 jrn-bef-canonical pic x(45).
            05 jrn-bef-first     pic x(8).
            05 jrn-bef-last      pic x(8).
            05 jrn-bef-flag      pic x(1).
        03 filler        pic x(02).
        03 jrn-after.
            05 jrn-aft-numeral   pic x(45).
            05 jrn-aft-value     pic x(8).
            05 jrn-aft-canonical pic x(45).
            05 jrn-aft-first     pic x(8).
            05 jrn-aft-last      pic x(8).
            05 jrn-aft-flag      pic x(1).

fd history-file.
    01 history-record  pic x(100).

working-storage section.
77  journal-status  pic x(2).
77  eof-switch   pic 9 value 1.
*> The range and the numerial asked about (spaces for every one)
77  start-date   pic x(8) value spaces.
77  end-date     pic x(8) value spaces.
01  numeral-key  pic x(45) value spaces.
*> The journal line being judged
77  change-sw    pic 9 value 0.
77  shown-count  pic 9(6) value 0.
*> Flag changes per operator over the range
01  operator-stats.
    03 operator-entry occurs 50 times.
        05 op-id       pic x(8).
        05 op-changes  pic 9(6).
77  operator-count pic 9(3) value 0.
77  oi           pic 9(3) value 0.
77  ox           pic 9(3) value 0.
77  found-sw     pic 9 value 0.
77  cnt-disp-1   pic z(5)9.
77  line-ptr     pic 9(3) value 1.
01  work-line    pic x(100) value spaces.
*> Who asked for the report, verified through rnsignon like the rest
*> of the A3 programs
77  operator-id   pic x(8) value spaces.
77  operator-auth pic x(1) value space.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.

*> Main procedure
*>
*> Signs the operator on, takes the range and the numerial, and walks
*> the journal writing one line per flag change inside them
procedure division.
    display "--------------------------------------------".
    display "     Master Change History (RNMJRNL)        ".
    display "--------------------------------------------".

    perform signOn.

    display "Start date (yyyymmdd)? ".
    accept start-date.
    display "End date (yyyymmdd)? ".
    accept end-date.
    if start-date is not numeric or end-date is not numeric
            or start-date > end-date
        display "Start and end must be yyyymmdd dates with start "
            "not after end."
        stop run
    end-if.
    display "Numerial (blank for every numerial)? ".
    move spaces to numeral-key.
    accept numeral-key.
    inspect numeral-key converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "abcdefghijklmnopqrstuvwxyz".

    open output history-file.
    move spaces to work-line.
    move 1 to line-ptr.
    string "MASTER REVIEW-FLAG CHANGE HISTORY " delimited by size
           start-date delimited by size
           " THROUGH " delimited by size
           end-date delimited by size
        into work-line with pointer line-ptr
    end-string.
    write history-record from work-line.
    if numeral-key not = spaces
        move spaces to work-line
        move 1 to line-ptr
        string "NUMERIAL " delimited by size
               function trim(numeral-key trailing) delimited by size
            into work-line with pointer line-ptr
        end-string
        write history-record from work-line
    end-if.
    move spaces to history-record.
    write history-record.
    move "DATE      TIME      OPERATOR  NUMERIAL" to work-line.
    move "FROM  TO    CHANGE" to work-line(66:18).
    write history-record from work-line.
    move all "-" to history-record(1:90).
    write history-record.

    open input journal-file.
    if journal-status = "00"
        move 1 to eof-switch
        perform reviewEntry until eof-switch = 0
    end-if.
    close journal-file.

    if shown-count = 0
        move "  NO FLAG CHANGES IN THE RANGE" to history-record
        write history-record
    end-if.

    move spaces to history-record.
    write history-record.
    move "FLAG CHANGES PER OPERATOR" to history-record.
    write history-record.
    perform writeOperatorLine
        varying oi from 1 by 1 until oi > operator-count.
    close history-file.

    display shown-count " flag change(s) listed to RNMHIST.TXT".

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

*> reviewEntry
*>
*> One journal line: a FLAG change made at the maintenance screen, or
*> a numerial added to the master already carrying a flag, inside the
*> range and for the numerial asked about
reviewEntry.
    read journal-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and journal-record is not = spaces
        move 0 to change-sw
        if jrn-action = "FLAG"
            move 1 to change-sw
        end-if
        if jrn-action = "ADD" and jrn-aft-flag not = space
            move 1 to change-sw
        end-if
        if jrn-stamp(1:8) < start-date or jrn-stamp(1:8) > end-date
            move 0 to change-sw
        end-if
        if numeral-key not = spaces and jrn-aft-numeral not = numeral-key
            move 0 to change-sw
        end-if
        if change-sw = 1
            perform writeChangeLine
        end-if
    end-if.

*> writeChangeLine
*>
*> One line of the history, and the change counted to its operator
writeChangeLine.
    add 1 to shown-count.
    move spaces to work-line.
    move jrn-stamp(1:8) to work-line(1:8).
    move jrn-stamp(9:2) to work-line(11:2).
    move ":" to work-line(13:1).
    move jrn-stamp(11:2) to work-line(14:2).
    move ":" to work-line(16:1).
    move jrn-stamp(13:2) to work-line(17:2).
    move jrn-operator to work-line(21:8).
    move jrn-aft-numeral(1:35) to work-line(31:35).
    move "'" to work-line(66:1).
    move jrn-bef-flag to work-line(67:1).
    move "'" to work-line(68:1).
    move "'" to work-line(72:1).
    move jrn-aft-flag to work-line(73:1).
    move "'" to work-line(74:1).
    if jrn-action = "ADD"
        move "ADDED FLAGGED" to work-line(78:13)
        move "-" to work-line(67:1)
    else
        move "SET BY HAND" to work-line(78:11)
    end-if.
    write history-record from work-line.
    perform findOperator.

*> findOperator
*>
*> Finds (or starts) the count for the operator on the journal line
*> and adds the change to it, the way rnaudrev keeps its operator
*> table - more operators than the table holds are left out
findOperator.
    move 0 to found-sw.
    perform matchOperator
        varying oi from 1 by 1
        until oi > operator-count or found-sw = 1.
    if found-sw = 0 and operator-count < 50
        add 1 to operator-count
        move operator-count to ox
        move jrn-operator to op-id(ox)
        move 0 to op-changes(ox)
        move 1 to found-sw
    end-if.
    if found-sw = 1
        add 1 to op-changes(ox)
    end-if.

*> matchOperator
*>
*> One table entry held up against the journal line's operator
matchOperator.
    if op-id(oi) = jrn-operator
        move oi to ox
        move 1 to found-sw
    end-if.

*> writeOperatorLine
*>
*> The change count for one operator
writeOperatorLine.
    move op-changes(oi) to cnt-disp-1.
    move spaces to work-line.
    move 1 to line-ptr.
    string op-id(oi) delimited by size
           "  FLAG CHANGES " delimited by size
           cnt-disp-1 delimited by size
        into work-line with pointer line-ptr
    end-string.
    write history-record from work-line.
