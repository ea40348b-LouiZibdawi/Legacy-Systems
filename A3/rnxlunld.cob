*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> Unloads the RNXLOG.DAT indexed transmittal register to a portable
*> sequential backup - RNXBKP.TXT, one flat record per register entry
*> plus a control trailer carrying the record count and the unload
*> date - the same way rnunload takes the master's picture. An
*> indexed file copied mid-update is a corrupt restore waiting to
*> happen; this walk through the live register is the sanctioned
*> backup, and rnxlreld proves the counts balance on the way back
identification division.
program-id. rnxlunld.

environment division.

input-output section.
file-control.
*> The register being backed up, read-only and in key order
select optional xmitlog-file assign to "RNXLOG.DAT"
    organization is indexed
    access mode is dynamic
    record key is xlog-key
    alternate record key is xlog-processed with duplicates
    file status is xmitlog-status.
*> The portable backup this program writes
select backup-file assign to "RNXBKP.TXT"
    organization is line sequential.

data division.
file section.
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

*> One register entry laid out flat, and the control trailer that
*> makes the backup provable on reload - a '#' can never start a
*> submitter id, so the trailer can't be mistaken for an entry
fd backup-file.
    01 backup-record.
        03 bkp-submitter pic x(8).
        03 filler        pic x(02) value spaces.
        03 bkp-created   pic x(8).
        03 filler        pic x(02) value spaces.
        03 bkp-seq       pic 9(2).
        03 filler        pic x(02) value spaces.
        03 bkp-processed pic x(8).
        03 filler        pic x(02) value spaces.
        03 bkp-fname     pic x(30).
        03 filler        pic x(02) value spaces.
        03 bkp-details   pic 9(6).
        03 filler        pic x(02) value spaces.
        03 bkp-outcome   pic x(10).
    01 backup-trailer.
        03 bkt-mark      pic x(1).
        03 filler        pic x(1).
        03 bkt-count     pic 9(8).
        03 filler        pic x(1).
        03 bkt-date      pic x(8).

working-storage section.
77  xmitlog-status pic x(2).
77  walk-eof-sw    pic 9 value 1.
77  unload-count   pic 9(8) value 0.
77  today-str      pic x(8) value spaces.
*> Who took the backup, verified through rnsignon like the rest of
*> the A3 programs
77  operator-id   pic x(8) value spaces.
77  operator-auth pic x(1) value space.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.

*> Main procedure
*>
*> Signs the operator on, walks the register end to end, and closes
*> the backup with its control trailer
procedure division.
    display "--------------------------------------------".
    display "  Transmittal Register Unload (RNXLOG)      ".
    display "--------------------------------------------".

    perform signOn.

    move function current-date(1:8) to today-str.

    open input xmitlog-file.
    if xmitlog-status not = "00"
        display "Could not open RNXLOG.DAT (file status "
            xmitlog-status ")."
        move 12 to return-code
        stop run
    end-if.

    open output backup-file.

    move 1 to walk-eof-sw.
    move low-values to xlog-key.
    start xmitlog-file key is not less than xlog-key
        invalid key move 0 to walk-eof-sw
    end-start.
    perform unloadOneRecord until walk-eof-sw = 0.

    move spaces to backup-trailer.
    move "#" to bkt-mark.
    move unload-count to bkt-count.
    move today-str to bkt-date.
    write backup-trailer.

    close backup-file.
    close xmitlog-file.

    display unload-count " record(s) unloaded to RNXBKP.TXT.".

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

*> unloadOneRecord
*>
*> One register entry laid flat onto the backup
unloadOneRecord.
    read xmitlog-file next
        at end move 0 to walk-eof-sw
    end-read.
    if walk-eof-sw is not = 0
        move spaces to backup-record
        move xlog-submitter to bkp-submitter
        move xlog-created to bkp-created
        move xlog-seq to bkp-seq
        move xlog-processed to bkp-processed
        move xlog-fname to bkp-fname
        move xlog-details to bkp-details
        move xlog-outcome to bkp-outcome
        write backup-record
        add 1 to unload-count
    end-if.
