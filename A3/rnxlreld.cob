*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> Rebuilds the RNXLOG.DAT indexed transmittal register from the
*> RNXBKP.TXT portable backup rnxlunld writes. The rebuild goes to a
*> side file and is only swapped onto the live name after the loaded
*> count balances against the backup's control trailer - the same
*> discipline rnreload keeps for the master - so a bad or truncated
*> backup leaves whatever register was standing untouched. Losing
*> the register would otherwise let every re-sent file through the
*> duplicate check as new
identification division.
program-id. rnxlreld.

environment division.

input-output section.
file-control.
*> The backup being reloaded
select optional backup-file assign to "RNXBKP.TXT"
    organization is line sequential
    file status is backup-file-status.
*> The rebuild target - the live RNXLOG.DAT name only gets this file
*> after the counts balance
select xmitlog-file assign to "RNXLOG.NEW"
    organization is indexed
    access mode is dynamic
    record key is xlog-key
    alternate record key is xlog-processed with duplicates
    file status is xmitlog-status.

data division.
file section.
*> Mirror of the backup record and trailer rnxlunld writes
fd backup-file.
    01 backup-record.
        03 bkp-submitter pic x(8).
        03 filler        pic x(02).
        03 bkp-created   pic x(8).
        03 filler        pic x(02).
        03 bkp-seq       pic x(2).
        03 filler        pic x(02).
        03 bkp-processed pic x(8).
        03 filler        pic x(02).
        03 bkp-fname     pic x(30).
        03 filler        pic x(02).
        03 bkp-details   pic x(6).
        03 filler        pic x(02).
        03 bkp-outcome   pic x(10).
    01 backup-trailer.
        03 bkt-mark      pic x(1).
        03 filler        pic x(1).
        03 bkt-count     pic x(8).
        03 filler        pic x(1).
        03 bkt-date      pic x(8).

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

working-storage section.
77  backup-file-status pic x(2).
77  xmitlog-status     pic x(2).
77  eof-switch     pic 9 value 1.
77  loaded-count   pic 9(8) value 0.
77  trailer-seen   pic 9 value 0.
77  trailer-count  pic 9(8) value 0.
77  trailer-date   pic x(8) value spaces.
*> Who ran the reload, verified through rnsignon - replacing the
*> register is a supervisor's call
77  operator-id   pic x(8) value spaces.
77  operator-auth pic x(1) value space.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.

*> Main procedure
*>
*> Signs the operator on, rebuilds the register to the side file,
*> and swaps it in only when the counts prove out
procedure division.
    display "--------------------------------------------".
    display "  Transmittal Register Reload (RNXLOG)      ".
    display "--------------------------------------------".

    perform signOn.
    if operator-auth not = 'S'
        display "Supervisor authorization is required to reload "
            "the transmittal register."
        stop run
    end-if.

    open input backup-file.
    if backup-file-status not = "00"
        display "Could not open RNXBKP.TXT (file status "
            backup-file-status ")."
        move 12 to return-code
        stop run
    end-if.

    open output xmitlog-file.
    if xmitlog-status not = "00"
        display "Could not create RNXLOG.NEW (file status "
            xmitlog-status ")."
        close backup-file
        move 12 to return-code
        stop run
    end-if.

    move 1 to eof-switch.
    perform reloadOneRecord until eof-switch = 0.

    close xmitlog-file.
    close backup-file.

    display loaded-count " record(s) loaded from the backup.".

    if trailer-seen = 0
        display "No control trailer on the backup - the reload "
            "cannot be proven and the previous register stands."
        call "SYSTEM" using "rm -f RNXLOG.NEW"
        move 8 to return-code
    else
        display "Trailer said " trailer-count " record(s), taken "
            trailer-date "."
        if trailer-count = loaded-count
            call "SYSTEM" using "mv -f RNXLOG.NEW RNXLOG.DAT"
            display "Counts balance - RNXLOG.DAT swapped in."
        else
            display "COUNT MISMATCH - the backup may be truncated. "
                "The previous register stands."
            call "SYSTEM" using "rm -f RNXLOG.NEW"
            move 8 to return-code
        end-if
    end-if.

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

*> reloadOneRecord
*>
*> One backup line: the control trailer has its count remembered,
*> anything else is a register entry keyed back in
reloadOneRecord.
    read backup-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0
        if bkt-mark = "#"
            move 1 to trailer-seen
            move function numval(bkt-count) to trailer-count
            move bkt-date to trailer-date
        else
            if backup-record is not = spaces
                move spaces to xmitlog-record
                move bkp-submitter to xlog-submitter
                move bkp-created to xlog-created
                move function numval(bkp-seq) to xlog-seq
                move bkp-processed to xlog-processed
                move bkp-fname to xlog-fname
                move function numval(bkp-details) to xlog-details
                move bkp-outcome to xlog-outcome
                write xmitlog-record
                    invalid key
                        display "Duplicate register key "
                            bkp-submitter " " bkp-created " "
                            bkp-seq " - backup is damaged."
                    not invalid key
                        add 1 to loaded-count
                end-write
            end-if
        end-if
    end-if.
