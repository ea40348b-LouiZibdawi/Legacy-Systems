*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> Roll-forward recovery for the RNMASTER.DAT master. rnreload can
*> only put the master back as it stood at the last rnunload; this
*> carries a freshly reloaded master forward by applying the RNMJRNL
*> change journal rnmaster writes - every add, last-used update,
*> review flag, purge and restore since the backup - up to a chosen
*> point in time. Each journal line carries the record's after
*> image, and applying an after image twice leaves the record the
*> same, so starting from the backup's date rather than its exact
*> minute is safe: a change the backup already held is counted as
*> already in place and nothing more. Every change applied is listed
*> to RNROLL.TXT
identification division.
program-id. rnroll.

environment division.

input-output section.
file-control.
*> The master being carried forward - it has to be there already,
*> reloaded by rnreload
select master-file assign to "RNMASTER.DAT"
    organization is indexed
    access mode is dynamic
    record key is master-numeral
    file status is master-status.
*> The change journal rnmaster appends to
select optional journal-file assign to "RNMJRNL.TXT"
    organization is line sequential
    file status is journal-status.
*> The backup the master was reloaded from, read for its trailer date
select optional backup-file assign to "RNMBKP.TXT"
    organization is line sequential
    file status is backup-file-status.
*> The listing of what the roll-forward did
select roll-file assign to "RNROLL.TXT"
    organization is line sequential.

data division.
file section.
fd master-file.
    01 master-record.
        03 master-numeral   pic x(45).
        03 master-value     pic 9(8).
        03 master-canonical pic x(45).
        03 master-first     pic x(8).
        03 master-last      pic x(8).
        03 master-flag      pic x(1).

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
        03 jrn-after     pic x(115).

*> Only the control trailer of the backup matters here
fd backup-file.
    01 backup-trailer.
        03 bkt-mark      pic x(1).
        03 filler        pic x(1).
        03 bkt-count     pic x(8).
        03 filler        pic x(1).
        03 bkt-date      pic x(8).

fd roll-file.
    01 roll-record  pic x(90).

working-storage section.
77  master-status       pic x(2).
77  journal-status      pic x(2).
77  backup-file-status  pic x(2).
77  eof-switch     pic 9 value 1.
*> The window of journal lines applied, as yyyymmddhhmmss stamps
77  from-stamp     pic x(14) value spaces.
77  to-stamp       pic x(14) value spaces.
77  entry-stamp    pic x(14) value spaces.
77  backup-date    pic x(8) value spaces.
*> What the run did with the lines it read
77  read-count     pic 9(8) value 0.
77  before-count   pic 9(8) value 0.
77  applied-count  pic 9(8) value 0.
77  already-count  pic 9(8) value 0.
77  roll-result    pic x(16) value spaces.
77  cnt-disp-1     pic z(7)9.
77  line-ptr       pic 9(3) value 1.
01  work-line      pic x(90) value spaces.
*> Who ran the roll-forward, verified through rnsignon - replacing
*> the master's contents is a supervisor's call
77  operator-id   pic x(8) value spaces.
77  operator-auth pic x(1) value space.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.

*> Main procedure
*>
*> Signs the operator on, settles the window, and applies the
*> journal lines inside it to the master in the order they were made
procedure division.
    display "--------------------------------------------".
    display "     Master Roll-Forward (RNMJRNL)          ".
    display "--------------------------------------------".

    perform signOn.
    if operator-auth not = 'S'
        display "Supervisor authorization is required to roll "
            "the master forward."
        stop run
    end-if.

    perform findBackupDate.

    display "Apply changes made from (yyyymmddhhmmss, blank for "
        "the backup date " backup-date ")? ".
    move spaces to from-stamp.
    accept from-stamp.
    if from-stamp = spaces
        move backup-date to from-stamp
    end-if.
    if from-stamp(9:6) = spaces
        move "000000" to from-stamp(9:6)
    end-if.
    display "Up to and including (yyyymmddhhmmss, blank for the "
        "whole journal)? ".
    move spaces to to-stamp.
    accept to-stamp.
    if to-stamp = spaces
        move all "9" to to-stamp
    end-if.
    if to-stamp(9:6) = spaces
        move "235959" to to-stamp(9:6)
    end-if.

    if from-stamp is not numeric or to-stamp is not numeric
            or from-stamp > to-stamp
        display "The window must be yyyymmdd or yyyymmddhhmmss "
            "stamps with the start not after the end."
        move 16 to return-code
        stop run
    end-if.

    open i-o master-file.
    if master-status not = "00"
        display "Could not open RNMASTER.DAT (file status "
            master-status ") - reload it with rnreload first."
        move 12 to return-code
        stop run
    end-if.
    open input journal-file.
    if journal-status not = "00"
        display "No change journal on file - nothing to apply."
        close journal-file
        close master-file
        move 12 to return-code
        stop run
    end-if.

    open output roll-file.
    move spaces to work-line.
    move 1 to line-ptr.
    string "ROLL-FORWARD OF RNMASTER.DAT FROM " delimited by size
           from-stamp delimited by size
           " TO " delimited by size
           to-stamp delimited by size
        into work-line with pointer line-ptr
    end-string.
    write roll-record from work-line.
    move spaces to roll-record.
    write roll-record.

    move 1 to eof-switch.
    perform rollOneEntry until eof-switch = 0.

    move spaces to roll-record.
    write roll-record.
    move applied-count to cnt-disp-1.
    move spaces to work-line.
    move 1 to line-ptr.
    string "CHANGES APPLIED         " delimited by size
           cnt-disp-1 delimited by size
        into work-line with pointer line-ptr
    end-string.
    write roll-record from work-line.
    move already-count to cnt-disp-1.
    move spaces to work-line.
    move 1 to line-ptr.
    string "ALREADY IN PLACE        " delimited by size
           cnt-disp-1 delimited by size
        into work-line with pointer line-ptr
    end-string.
    write roll-record from work-line.

    close roll-file.
    close journal-file.
    close master-file.

    display read-count " journal line(s) read, " before-count
        " before the window.".
    display applied-count " change(s) applied, " already-count
        " already in place.".
    display "Roll-forward listed to RNROLL.TXT".

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

*> findBackupDate
*>
*> The date on the RNMBKP backup's control trailer - the reloaded
*> master is as of that day, so that's where the journal picks up
findBackupDate.
    move spaces to backup-date.
    open input backup-file.
    if backup-file-status = "00"
        move 1 to eof-switch
        perform readBackupLine until eof-switch = 0
    end-if.
    close backup-file.
    if backup-date = spaces
        display "No backup trailer found - give the start of the "
            "window yourself."
    end-if.

*> readBackupLine
*>
*> One backup line of the hunt for the trailer
readBackupLine.
    read backup-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and bkt-mark = "#"
        move bkt-date to backup-date
    end-if.

*> rollOneEntry
*>
*> One journal line. The journal is written in time order, so the
*> first line past the end of the window ends the run
rollOneEntry.
    read journal-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and journal-record is not = spaces
        add 1 to read-count
        move jrn-stamp to entry-stamp
        if entry-stamp > to-stamp
            move 0 to eof-switch
        else
            if entry-stamp < from-stamp
                add 1 to before-count
            else
                if jrn-action = "PURGE"
                    perform applyPurge
                else
                    perform applyAfterImage
                end-if
                perform writeRollLine
            end-if
        end-if
    end-if.

*> applyAfterImage
*>
*> An add, restore, last-used update or flag change: the master
*> record is made to match the after image - written when it isn't
*> there, rewritten when it differs, left alone when it already does
applyAfterImage.
    move jrn-after to master-record.
    read master-file
        invalid key
            move jrn-after to master-record
            write master-record
                invalid key move "WRITE FAILED" to roll-result
                not invalid key
                    add 1 to applied-count
                    move "APPLIED" to roll-result
            end-write
        not invalid key
            if master-record = jrn-after
                add 1 to already-count
                move "ALREADY IN PLACE" to roll-result
            else
                move jrn-after to master-record
                rewrite master-record
                add 1 to applied-count
                move "APPLIED" to roll-result
            end-if
    end-read.

*> applyPurge
*>
*> A purge: the numerial comes off the master if it is still there
applyPurge.
    move jrn-bef-numeral to master-numeral.
    read master-file
        invalid key
            add 1 to already-count
            move "ALREADY IN PLACE" to roll-result
        not invalid key
            delete master-file record
            add 1 to applied-count
            move "APPLIED" to roll-result
    end-read.

*> writeRollLine
*>
*> One line of the listing for the journal line just handled
writeRollLine.
    move spaces to work-line.
    move 1 to line-ptr.
    string jrn-stamp delimited by size
           "  " delimited by size
           jrn-operator delimited by size
           "  " delimited by size
           jrn-action delimited by size
           "  " delimited by size
           roll-result delimited by size
           "  " delimited by size
           jrn-after(1:30) delimited by space
        into work-line with pointer line-ptr
    end-string.
    if jrn-action = "PURGE"
        move jrn-bef-numeral(1:30) to work-line(55:30)
    end-if.
    write roll-record from work-line.
