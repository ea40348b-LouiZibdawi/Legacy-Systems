*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> One-time conversion of the flat RNXLOG.TXT transmittal log into
*> the RNXLOG.DAT indexed register processFile, rnsubmit, rnsearch,
*> rnsla and rnbill now read by key. Every flat record was a
*> transmittal that balanced and was worked, so each goes in as
*> BALANCED; the flat log never carried a detail count, so each
*> one's is recovered from the FILE COMPLETE record its processing
*> day's RNAUD audit file holds for it, the way rnbill used to dig
*> it out. The register is built to a side file and only swapped
*> onto the live name when every flat record made it in - the same
*> side-file-and-swap rnreload uses - and the flat log is then put
*> aside as RNXLOG.OLD so nothing keeps appending to it. A register
*> already on file means the conversion has been done, and it is
*> refused rather than run twice
identification division.
program-id. rnxlconv.

environment division.

input-output section.
file-control.
*> The flat log being converted, in the layout processFile used to
*> append to
select optional flat-file assign to "RNXLOG.TXT"
    organization is line sequential
    file status is flat-file-status.
*> The live register - only opened to see whether one already exists
select optional xmitlog-file assign to "RNXLOG.DAT"
    organization is indexed
    access mode is dynamic
    record key is xlog-key
    alternate record key is xlog-processed with duplicates
    file status is xmitlog-status.
*> The register being built - the live name only gets this file once
*> the counts balance
select new-xmitlog-file assign to "RNXLOG.NEW"
    organization is indexed
    access mode is dynamic
    record key is new-xlog-key
    alternate record key is new-xlog-processed with duplicates
    file status is new-xmitlog-status.
*> One day's audit trail, for the detail counts
select optional audit-file assign to dynamic audit-fname
    organization is line sequential
    file status is audit-file-status.

data division.
file section.
*> Mirror of the flat log record processFile used to write
fd flat-file.
    01 flat-record.
        03 flat-submitter pic x(8).
        03 filler         pic x(02).
        03 flat-created   pic x(8).
        03 filler         pic x(02).
        03 flat-processed pic x(8).
        03 filler         pic x(02).
        03 flat-fname     pic x(30).

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

fd new-xmitlog-file.
    01 new-xmitlog-record.
        03 new-xlog-key.
            05 new-xlog-submitter pic x(8).
            05 new-xlog-created   pic x(8).
            05 new-xlog-seq       pic 9(2).
        03 new-xlog-processed pic x(8).
        03 new-xlog-fname     pic x(30).
        03 new-xlog-details   pic 9(6).
        03 new-xlog-outcome   pic x(10).

*> Mirror of the audit record romannumerals writes
fd audit-file.
    01 audit-record.
        03 aud-stamp    pic x(14).
        03 filler       pic x(02).
        03 aud-operator pic x(8).
        03 filler       pic x(02).
        03 aud-action   pic x(16).
        03 filler       pic x(02).
        03 aud-detail   pic x(40).

working-storage section.
77  flat-file-status    pic x(2).
77  xmitlog-status      pic x(2).
77  new-xmitlog-status  pic x(2).
77  audit-fname         pic x(20) value spaces.
77  audit-file-status   pic x(2).
77  eof-switch     pic 9 value 1.
77  audit-eof-sw   pic 9 value 1.
77  found-sw       pic 9 value 0.
77  written-sw     pic 9 value 0.
77  read-count     pic 9(8) value 0.
77  loaded-count   pic 9(8) value 0.
77  uncounted      pic 9(8) value 0.
*> Pieces a FILE COMPLETE detail splits into - only the conversion
*> form ("fname RECS n EXC n") carries both keywords
77  det-fname    pic x(30) value spaces.
77  det-word-1   pic x(6) value spaces.
77  det-count-1  pic x(8) value spaces.
77  det-word-2   pic x(6) value spaces.
77  det-count-2  pic x(8) value spaces.
*> Who ran the conversion, verified through rnsignon - replacing the
*> log is a supervisor's call
77  operator-id   pic x(8) value spaces.
77  operator-auth pic x(1) value space.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.

*> Main procedure
*>
*> Signs the operator on, makes sure there is a flat log to convert
*> and no register yet, builds the register to the side file, and
*> swaps it in only when the counts prove out
procedure division.
    display "--------------------------------------------".
    display "   Transmittal Log Conversion (RNXLOG)      ".
    display "--------------------------------------------".

    perform signOn.
    if operator-auth not = 'S'
        display "Supervisor authorization is required to convert "
            "the transmittal log."
        stop run
    end-if.

    open input xmitlog-file.
    if xmitlog-status = "00"
        close xmitlog-file
        display "RNXLOG.DAT is already on file - the log has been "
            "converted. Nothing done."
        move 8 to return-code
        stop run
    end-if.
    close xmitlog-file.

    open input flat-file.
    if flat-file-status not = "00"
        display "Could not open RNXLOG.TXT (file status "
            flat-file-status ")."
        move 12 to return-code
        stop run
    end-if.

    open output new-xmitlog-file.
    if new-xmitlog-status not = "00"
        display "Could not create RNXLOG.NEW (file status "
            new-xmitlog-status ")."
        close flat-file
        move 12 to return-code
        stop run
    end-if.

    move 1 to eof-switch.
    perform convertOneRecord until eof-switch = 0.

    close new-xmitlog-file.
    close flat-file.

    display read-count " flat log record(s) read, " loaded-count
        " registered.".
    if uncounted > 0
        display uncounted " had no FILE COMPLETE audit record to take "
            "a detail count from and were registered with zero."
    end-if.

    if loaded-count = read-count
        call "SYSTEM" using "mv -f RNXLOG.NEW RNXLOG.DAT"
        call "SYSTEM" using "mv -f RNXLOG.TXT RNXLOG.OLD"
        display "Counts balance - RNXLOG.DAT swapped in, flat log "
            "kept as RNXLOG.OLD."
    else
        display "COUNT MISMATCH - the register was not swapped in "
            "and the flat log stands."
        call "SYSTEM" using "rm -f RNXLOG.NEW"
        move 8 to return-code
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

*> convertOneRecord
*>
*> One flat log record keyed into the register as a worked
*> transmittal, with its detail count out of the audit trail. The
*> flat log never refused a second record under one submitter and
*> creation date, so one that is already keyed in goes in under the
*> next sequence instead
convertOneRecord.
    read flat-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and flat-record is not = spaces
        add 1 to read-count
        move spaces to new-xmitlog-record
        move flat-submitter to new-xlog-submitter
        move flat-created to new-xlog-created
        move 0 to new-xlog-seq
        move flat-processed to new-xlog-processed
        move flat-fname to new-xlog-fname
        move "BALANCED" to new-xlog-outcome
        perform recoverDetailCount
        move 0 to written-sw
        perform writeConverted
            until written-sw = 1 or new-xlog-seq = 99
        if written-sw = 0
            display "No free sequence for " flat-submitter " "
                flat-created " - record not registered."
        end-if
    end-if.

*> writeConverted
*>
*> One try at keying the record in, moving to the next sequence when
*> the key is taken
writeConverted.
    write new-xmitlog-record
        invalid key
            add 1 to new-xlog-seq
        not invalid key
            move 1 to written-sw
            add 1 to loaded-count
    end-write.

*> recoverDetailCount
*>
*> Looks through the processing day's audit trail for the FILE
*> COMPLETE record of this file and takes the record count off it
recoverDetailCount.
    move 0 to new-xlog-details.
    move 0 to found-sw.
    move spaces to audit-fname.
    string "RNAUD" delimited by size
           flat-processed delimited by size
           ".TXT" delimited by size
           into audit-fname
    end-string.
    open input audit-file.
    if audit-file-status = "00"
        move 1 to audit-eof-sw
        perform matchAuditRecord until audit-eof-sw = 0
    end-if.
    close audit-file.
    if found-sw = 0
        add 1 to uncounted
    end-if.

*> matchAuditRecord
*>
*> One audit record of the hunt - the last FILE COMPLETE for the file
*> is the one that stands, a resumed run having written its own
matchAuditRecord.
    read audit-file
        at end move 0 to audit-eof-sw
    end-read.
    if audit-eof-sw is not = 0 and aud-action = "FILE COMPLETE"
        move spaces to det-fname
        move spaces to det-word-1
        move spaces to det-count-1
        move spaces to det-word-2
        move spaces to det-count-2
        unstring aud-detail delimited by all space
            into det-fname det-word-1 det-count-1
                 det-word-2 det-count-2
        end-unstring
        if det-word-1 = "RECS" and det-word-2 = "EXC"
                and det-fname = flat-fname
            move function numval(det-count-1) to new-xlog-details
            move 1 to found-sw
        end-if
    end-if.
