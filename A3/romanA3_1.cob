    access mode is random
    record key is master-numeral
    file status is master-status.
*> Standing register of every transmittal received - one record per
*> arrival, keyed by submitter and creation date (and the arrival's
*> sequence under them), carrying its detail count and outcome. A
*> re-sent file (same submitter, same creation date) is caught as a
*> duplicate by a keyed read instead of double-counting a day's
*> conversions. The processed date is an alternate key, for the
*> programs that ask what arrived on a given day
select optional xmitlog-file assign to "RNXLOG.DAT"
    organization is indexed
    access mode is dynamic
    record key is xlog-key
    alternate record key is xlog-processed with duplicates
    file status is xmitlog-status.
*> Return file handed back to a transmittal's submitter, named by
*> the submitter and creation date out of its HDR record - RNACK for
*> a transmittal that was worked, RNNAK for one that was turned
*> away, so a re-sent duplicate's refusal never overwrites the
*> acknowledgment of the original
select ack-file assign to dynamic ack-fname
    organization is line sequential.
*> Scratch copy a resumed return file is cut back through before it
*> is carried on
select ack-scratch-file assign to "RNACK.NEW"
    organization is line sequential.
*> The submitter registry rnsubmit owns, read here for the
*> processing profile a transmittal's submitter is worked under
select optional submitter-file assign to "RNSUB.TXT"
    organization is line sequential
    file status is submitter-file-status.

data division.
file section.
*> keeps reading the columns it always read
        03 filler       pic x(02) value spaces.
        03 rpt-canon    pic x(1).
*> A numeral accepted only as a historical spelling (terminal j,
*> four-of-a-kind, apostrophus) is marked VARIANT, with the modern
*> form of the same value alongside it, so rnmaster can record which
*> historical spellings have come through
        03 filler       pic x(02) value spaces.
        03 rpt-variant  pic x(7).
        03 filler       pic x(02) value spaces.
        03 rpt-modern   pic x(48).
*> Where the line came from: the input file it was read out of
*> ("(KEYBOARD)" for a conversion typed at the menu) and, for a
*> transmittal, the submitter on its header - so the day's report can
*> be split up by file and by account
        03 filler       pic x(02) value spaces.
        03 rpt-source   pic x(30).
        03 filler       pic x(02) value spaces.
        03 rpt-submitter pic x(8).

*> One line per rejected numeral found while processing a file, so
*> the exceptions can be handed back to whoever submitted the file
        03 master-last      pic x(8).
        03 master-flag      pic x(1).

*> Who sent it, when they created it, when we processed it, out of
*> which file, how many detail records it carried and how it ended:
*> BALANCED (worked), UNBALANCED or DUPLICATE (turned away). The
*> sequence is 00 for the first arrival under a submitter and
*> creation date, counting up for each re-send after it
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

*> The submitter's own HDR record echoed back, then one detail per
*> record sent (its decimal value when accepted, its rejection
*> status when not), then a trailer carrying the accepted and
*> rejected counts, which between them add up to the detail count
*> the submitter's TRL promised. A refused transmittal gets the one
*> NAK record instead, saying why
fd ack-file.
    01 ack-echo  pic x(30).
    01 ack-detail.
        03 ack-keyword  pic x(3).
        03 filler       pic x(1).
        03 ack-recnum   pic 9(6).
        03 filler       pic x(1).
        03 ack-status   pic x(8).
        03 filler       pic x(1).
        03 ack-value    pic 9(8).
        03 filler       pic x(1).
        03 ack-twelfths pic 9(2).
        03 filler       pic x(1).
        03 ack-numeral  pic x(30).
    01 ack-trailer.
        03 ack-trl-keyword pic x(3).
        03 filler          pic x(1).
        03 ack-accepted    pic 9(6).
        03 filler          pic x(1).
        03 ack-rejected    pic 9(6).
    01 ack-negative.
        03 nak-keyword     pic x(3).
        03 filler          pic x(1).
        03 nak-submitter   pic x(8).
        03 filler          pic x(1).
        03 nak-created     pic x(8).
        03 filler          pic x(1).
        03 nak-reason      pic x(10).
        03 filler          pic x(1).
        03 nak-detail-cnt  pic 9(6).
        03 filler          pic x(1).
        03 nak-trailer-cnt pic 9(6).

*> An acknowledgment line on its way through the scratch copy a
*> resumed batch cuts the ack file back with
fd ack-scratch-file.
    01 ack-scratch-record  pic x(80).

*> Mirror of the registry record rnsubmit owns, so the processing
*> profile reads back out of the columns rnsubmit keeps it in
fd submitter-file.
    01 submitter-record.
        03 sub-id     pic x(8).
        03 filler     pic x(02).
        03 sub-sched  pic x(1).
        03 filler     pic x(02).
        03 sub-name   pic x(20).
        03 filler     pic x(02).
        03 sub-sla    pic x(2).
        03 filler     pic x(02).
        03 sub-strict pic x(1).
        03 filler     pic x(02).
        03 sub-frac   pic x(1).
        03 filler     pic x(02).
        03 sub-max    pic x(8).
        03 filler     pic x(02).
        03 sub-case   pic x(1).
        03 filler     pic x(02).
        03 sub-hist   pic x(1).

*> Section for variables used in the program
working-storage section.
77  strict-reject-sw   pic 9 value 0.
01  canon-compare      pic x(45) value spaces.

*> Working storage for historical-notation mode (menu toggle, the
*> HISTORIC word on a PARM, or a submitter's profile): the numerals
*> the modern grammar rejects are given a second hearing through
*> conv's convhist entry, and one that passes there is accepted as a
*> variant with its modern form worked out alongside
77  hist-mode          pic 9 value 0.
77  variant-sw         pic 9 value 0.
01  variant-modern     pic x(48) value spaces.

*> Working storage for the batch checkpoint/restart. The checkpoint
*> is rewritten every checkpointEvery records and after every file a
*> batch run completes; on the next start against the same control
77  parm-mode      pic x(10) value spaces.
77  parm-name      pic x(30) value spaces.
77  parm-word4     pic x(10) value spaces.
77  parm-word5     pic x(10) value spaces.
77  batchMode      pic 9 value 0.
77  exceptionCount pic 9(6) value 0.

77  xmit-after-trl    pic 9 value 0.
77  xmit-balanced     pic 9 value 0.
77  xmit-cnt-disp     pic z(6).
*> Duplicate-transmittal detection against the RNXLOG register:
*> set when the submitter and creation date out of the HDR record
*> match a transmittal already worked. The next free arrival
*> sequence under them comes out of the same keyed read, and the
*> outcome is what the register is told when the transmittal is done
77  xmitlog-status    pic x(2).
77  xmitlog-eof-sw    pic 9 value 1.
77  xmit-dup-sw       pic 9 value 0.
77  xmit-next-seq     pic 9(2) value 0.
77  xmit-outcome      pic x(10) value spaces.
*> Why a transmittal was refused, for the XMIT REJECTED audit record
77  xmit-reject-reason pic x(10) value spaces.
*> The return file being written for the transmittal in hand, and
*> its running accepted/rejected counts for the trailer
77  ack-fname         pic x(30) value spaces.
77  ack-open          pic 9 value 0.
77  ack-resumed       pic 9 value 0.
77  ack-eof-sw        pic 9 value 1.
77  ack-hold          pic x(80) value spaces.
77  ack-cmd           pic x(60) value spaces.
77  ack-accept-cnt    pic 9(6) value 0.
77  ack-reject-cnt    pic 9(6) value 0.

*> Working storage for the per-submitter processing profile. While a
*> transmittal from a registered submitter is worked, its profile
*> stands in for the session's strict, display-case and
*> historical-notation settings, and the profile may refuse fraction
*> notation or cap the value accepted; the session's own settings
*> are held here and put back when the transmittal is done. Outside
*> a profiled transmittal fractions are always allowed and there is
*> no cap
77  submitter-file-status pic x(2).
77  sub-eof-sw        pic 9 value 1.
77  profile-found     pic 9 value 0.
77  profile-applied   pic 9 value 0.
77  frac-refused      pic 9 value 0.
77  max-value         pic 9(8) value 0.
77  save-strict-mode  pic 9 value 0.
77  save-display-case pic x value 'L'.
77  save-hist-mode    pic 9 value 0.
*> Why computation turned away an otherwise good numeral under the
*> profile: 'F' fraction notation refused, 'M' over the maximum
77  profile-reject    pic x(1) value space.
*> Pieces of the PROFILE APPLIED audit detail
77  profile-flag      pic x(1) value space.
77  profile-ptr       pic 99 value 1.
77  profile-max-disp  pic z(7)9.

*> Working storage for the fixed-layout extraction mode (option 9).
*> The operator supplies where the numeral sits in the input record
        move 1 to batchMode
        unstring parmString delimited by all space
            into parm-mode parm-name parm-operator parm-word4
                parm-word5
        end-unstring
        inspect parm-mode converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        inspect parm-word4 converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        inspect parm-word5 converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        if parm-word4 = "STRICT" or parm-word5 = "STRICT"
            move 1 to strict-mode
        end-if
        if parm-word4 = "HISTORIC" or parm-word5 = "HISTORIC"
            move 1 to hist-mode
        end-if
        move parm-operator to operator-id
        call "rnsignon" using operator-id, operator-auth,
            signon-status
    display "(11) Verify a Supplier File of Numeral/Decimal Pairs".
    display "(12) Toggle Strict Canonical Enforcement".
    display "(13) Render Dates as Roman Colophons".
    display "(14) Toggle Historical-Notation Mode".
    accept option.

    move "OPTION SELECTED" to aud-act.
        when 11 perform verifyPairs
        when 12 perform toggleStrictMode
        when 13 perform dateToRoman
        when 14 perform toggleHistoricMode
        when other display "Invalid input"
    end-evaluate.

    end-if.
    perform writeAudit.

*> toggleHistoricMode
*>
*> Flips whether the historical spellings the modern grammar turns
*> away - terminal j, four-of-a-kind, the apostrophus thousands - are
*> accepted as variants instead of landing in the exception file
toggleHistoricMode.
    if hist-mode = 0
        move 1 to hist-mode
        display "Historical-notation mode is now ON - historical "
            "spellings will be accepted as variants."
    else
        move 0 to hist-mode
        display "Historical-notation mode is now OFF."
    end-if.
    move "HISTORIC TOGGLED" to aud-act.
    move spaces to aud-det.
    if hist-mode = 1
        move "NOW ON" to aud-det
    else
        move "NOW OFF" to aud-det
    end-if.
    perform writeAudit.

*> checkCanonical
*>
*> Holds the just-accepted numeral in temp-array against the
*> conversion master: 'C' when it is the master's canonical encoding
*> for its value, 'N' when it's a non-canonical form a supervisor
*> has approved with the review flag (or a historical spelling
*> approved with the 'H' flag), 'X' when it's non-canonical
*> and nobody has approved it, space when the master isn't there or
*> doesn't know the numeral at all
checkCanonical.
                if canon-compare = master-canonical
                    move 'C' to master-canon-flag
                else
                    if master-flag = 'N' or master-flag = 'H'
                        move 'N' to master-canon-flag
                    else
                        move 'X' to master-canon-flag
    open extend report-file.
    close exception-file.
    open extend exception-file.
    if ack-open = 1
        close ack-file
        open extend ack-file
    end-if.
    move spaces to batch-ckpt-record.
    move "R" to ckpt-run-status.
    move control-fname to ckpt-ctl-fname.
                end-read
                display "Transmittal from " xmit-submitter
                    " created " xmit-date
                perform applyProfile
                perform openAcknowledgment
            end-if
            if skip-remaining > 0
                display "Resuming - skipping " skip-remaining
            end-string
            perform writeAudit
            if xmit-mode = 1
                perform closeAcknowledgment
                move "BALANCED" to xmit-outcome
                perform logTransmittal
                perform restoreSession
            end-if
        else
            perform rejectTransmittal
    move spaces to aud-det.
    move fname to aud-det.
    perform writeAudit.
    move "UNBALANCED" to xmit-reject-reason.
    perform auditXmitRejected.
    perform writeNegativeAck.
    move "UNBALANCED" to xmit-outcome.
    perform logTransmittal.

*> auditXmitRejected
*>
*> A refused transmittal still has to be answerable to the submitter
*> it came from - the FILE REJECTED record only knows the filename,
*> so a second record carries the submitter and creation date out of
*> the HDR and why the file was turned away, which is what the
*> billing statements show it as not billable from
auditXmitRejected.
    move "XMIT REJECTED" to aud-act.
    move spaces to aud-det.
    string xmit-submitter delimited by space
           " " delimited by size
           xmit-date delimited by size
           " " delimited by size
           xmit-reject-reason delimited by space
        into aud-det
    end-string.
    perform writeAudit.

*> checkDuplicateXmit
*>
*> Reads the register's entries for the submitter and creation date
*> just picked out of the HDR record, straight off the key. A
*> BALANCED one means this very file was already worked some
*> earlier day - re-sent files are the most common cause of
*> double-counted conversions, and catching them used to be a matter
*> of somebody's memory. An earlier arrival that was turned away
*> doesn't make this one a duplicate; it only moves the sequence on
checkDuplicateXmit.
    move 0 to xmit-dup-sw.
    move 0 to xmit-next-seq.
    open input xmitlog-file.
    if xmitlog-status = "00"
        move xmit-submitter to xlog-submitter
        move xmit-date to xlog-created
        move 0 to xlog-seq
        move 1 to xmitlog-eof-sw
        start xmitlog-file key is not less than xlog-key
            invalid key move 0 to xmitlog-eof-sw
        end-start
        perform matchXmitLog until xmitlog-eof-sw = 0
    end-if.
    close xmitlog-file.

*> matchXmitLog
*>
*> One register entry of the keyed read - the walk stops at the first
*> entry belonging to some other submitter or creation date
matchXmitLog.
    read xmitlog-file next
        at end move 0 to xmitlog-eof-sw
    end-read.
    if xmitlog-eof-sw is not = 0
        if xlog-submitter not = xmit-submitter
                or xlog-created not = xmit-date
            move 0 to xmitlog-eof-sw
        else
            compute xmit-next-seq = xlog-seq + 1
            if xlog-outcome = "BALANCED"
                move 1 to xmit-dup-sw
            end-if
        end-if
    end-if.

*> rejectDuplicate
    move spaces to aud-det.
    move fname to aud-det.
    perform writeAudit.
    move "DUPLICATE" to xmit-reject-reason.
    perform auditXmitRejected.
    perform writeNegativeAck.
    move "DUPLICATE" to xmit-outcome.
    perform logTransmittal.

*> openAcknowledgment
*>
*> Starts the return file for the transmittal about to be worked,
*> with the submitter's HDR record (just read, still in file-array)
*> echoed back as its first line. A batch run resuming partway into
*> this file picks the return file up where it left off instead of
*> starting it over, the same way the report file is carried on -
*> after cutting it back to the checkpoint first, since detail lines
*> for records worked after the last checkpoint may have reached
*> disk before the run died, and those records are about to be
*> worked again
openAcknowledgment.
    move spaces to ack-fname.
    string "RNACK" delimited by size
           xmit-submitter delimited by space
           "-" delimited by size
           xmit-date delimited by size
           ".TXT" delimited by size
           into ack-fname
    end-string.
    move 0 to ack-accept-cnt.
    move 0 to ack-reject-cnt.
    move 0 to ack-resumed.
    if skip-remaining > 0
        move 1 to ack-resumed
        perform trimAcknowledgment
        open extend ack-file
    else
        open output ack-file
        move file-array to ack-echo
        write ack-echo
    end-if.
    move 1 to ack-open.

*> trimAcknowledgment
*>
*> Copies the return file through the scratch file keeping only what
*> the checkpoint vouches for - the echoed HDR and the detail lines
*> up to the record the run is resuming after, never a trailer - and
*> renames it back over the return file
trimAcknowledgment.
    open input ack-file.
    open output ack-scratch-file.
    move 1 to ack-eof-sw.
    perform trimAckRecord until ack-eof-sw = 0.
    close ack-scratch-file.
    close ack-file.
    move spaces to ack-cmd.
    string "mv -f RNACK.NEW " delimited by size
           ack-fname delimited by space
        into ack-cmd
    end-string.
    call "SYSTEM" using ack-cmd.

*> trimAckRecord
*>
*> One return-file line of the cut-back
trimAckRecord.
    read ack-file into ack-hold
        at end move 0 to ack-eof-sw
    end-read.
    if ack-eof-sw is not = 0
        evaluate true
            when ack-keyword = "TRL"
                continue
            when ack-keyword = "DTL" and ack-recnum > skip-remaining
                continue
            when other
                write ack-scratch-record from ack-hold
        end-evaluate
    end-if.

*> writeAckDetail
*>
*> One detail line of the return file for the record computation
*> just settled - ACCEPTED with its decimal value and twelfths, or
*> the reason it was turned away. The numeral rides along as sent
*> so the submitter's system can match the line up without counting
writeAckDetail.
    move spaces to ack-detail.
    move "DTL" to ack-keyword.
    move rec-num to ack-recnum.
    move temp-array to ack-numeral.
    if display-case = 'U'
        inspect ack-numeral converting
            "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    end-if.
    if validStr = 1
        move "ACCEPTED" to ack-status
        move val to ack-value
        move valTwelfths to ack-twelfths
        add 1 to ack-accept-cnt
    else
        evaluate true
            when strict-reject-sw = 1
                move "NONCANON" to ack-status
            when profile-reject = 'F'
                move "FRACTION" to ack-status
            when profile-reject = 'M'
                move "OVERMAX" to ack-status
            when other
                move "INVALID" to ack-status
        end-evaluate
        move 0 to ack-value
        move 0 to ack-twelfths
        add 1 to ack-reject-cnt
    end-if.
    write ack-detail.

*> closeAcknowledgment
*>
*> Ends the return file with its trailer. On a resumed run the
*> counts only cover the records worked since the resume, so they
*> are rebuilt from the detail lines already on the file before the
*> trailer goes out - the trailer has to balance to what the
*> submitter sent, not to what this run happened to see
closeAcknowledgment.
    close ack-file.
    if ack-resumed = 1
        perform recountAcknowledgment
    end-if.
    open extend ack-file.
    move spaces to ack-trailer.
    move "TRL" to ack-trl-keyword.
    move ack-accept-cnt to ack-accepted.
    move ack-reject-cnt to ack-rejected.
    write ack-trailer.
    close ack-file.
    move 0 to ack-open.

*> recountAcknowledgment
*>
*> Counts the accepted and rejected detail lines on the return file
*> from the top, for a transmittal whose working was split across
*> an interruption
recountAcknowledgment.
    move 0 to ack-accept-cnt.
    move 0 to ack-reject-cnt.
    open input ack-file.
    move 1 to ack-eof-sw.
    perform recountAckRecord until ack-eof-sw = 0.
    close ack-file.

*> recountAckRecord
*>
*> One return-file line of the recount
recountAckRecord.
    read ack-file
        at end move 0 to ack-eof-sw
    end-read.
    if ack-eof-sw is not = 0 and ack-keyword = "DTL"
        if ack-status = "ACCEPTED"
            add 1 to ack-accept-cnt
        else
            add 1 to ack-reject-cnt
        end-if
    end-if.

*> writeNegativeAck
*>
*> The one-record return file for a transmittal turned away whole:
*> who sent it, when they created it, why it was refused, and the
*> detail and trailer counts as we found them, so the submitter's
*> system can decide for itself to resend or stop
writeNegativeAck.
    move spaces to ack-fname.
    string "RNNAK" delimited by size
           xmit-submitter delimited by space
           "-" delimited by size
           xmit-date delimited by size
           ".TXT" delimited by size
           into ack-fname
    end-string.
    open output ack-file.
    move spaces to ack-negative.
    move "NAK" to nak-keyword.
    move xmit-submitter to nak-submitter.
    move xmit-date to nak-created.
    move xmit-reject-reason to nak-reason.
    if xmit-after-trl = 1 and xmit-reject-reason = "UNBALANCED"
        move "AFTER TRL" to nak-reason
    end-if.
    move xmit-detail-cnt to nak-detail-cnt.
    move xmit-trailer-cnt to nak-trailer-cnt.
    write ack-negative.
    close ack-file.

*> applyProfile
*>
*> Looks the transmittal's submitter up on the registry and, when it
*> is there, works the transmittal under its processing profile: the
*> session's strict and display-case settings are put aside until
*> restoreSession, and the profile's fraction and maximum-value
*> limits take effect. The settings actually used go on the audit
*> trail, so a disputed rejection can be traced to the rules it was
*> judged by
applyProfile.
    move 0 to profile-found.
    open input submitter-file.
    if submitter-file-status = "00"
        move 1 to sub-eof-sw
        perform matchProfile until sub-eof-sw = 0 or profile-found = 1
    end-if.
    close submitter-file.

    if profile-found = 1
        move strict-mode to save-strict-mode
        move display-case to save-display-case
        move hist-mode to save-hist-mode
        move 1 to profile-applied
        if sub-strict = 'Y'
            move 1 to strict-mode
        end-if
        if sub-strict = 'N'
            move 0 to strict-mode
        end-if
        if sub-case = 'U' or sub-case = 'L'
            move sub-case to display-case
        end-if
        if sub-hist = 'Y'
            move 1 to hist-mode
        end-if
        if sub-hist = 'N'
            move 0 to hist-mode
        end-if
        move 0 to frac-refused
        if sub-frac = 'N'
            move 1 to frac-refused
        end-if
        move 0 to max-value
        if sub-max not = spaces and function trim(sub-max) is numeric
            move function numval(sub-max) to max-value
        end-if

        move "PROFILE APPLIED" to aud-act
        move spaces to aud-det
        move 'N' to profile-flag
        if strict-mode = 1
            move 'Y' to profile-flag
        end-if
        move 1 to profile-ptr
        string xmit-submitter delimited by space
               " S=" delimited by size
               profile-flag delimited by size
            into aud-det with pointer profile-ptr
        end-string
        move 'Y' to profile-flag
        if frac-refused = 1
            move 'N' to profile-flag
        end-if
        string " F=" delimited by size
               profile-flag delimited by size
               " C=" delimited by size
               display-case delimited by size
            into aud-det with pointer profile-ptr
        end-string
        move 'N' to profile-flag
        if hist-mode = 1
            move 'Y' to profile-flag
        end-if
        string " H=" delimited by size
               profile-flag delimited by size
            into aud-det with pointer profile-ptr
        end-string
        if max-value > 0
            move max-value to profile-max-disp
            string " MAX=" delimited by size
                   function trim(profile-max-disp) delimited by size
                into aud-det with pointer profile-ptr
            end-string
        end-if
        perform writeAudit
        display "Working under the processing profile for "
            function trim(xmit-submitter) "."
    end-if.

*> matchProfile
*>
*> One registry record of the profile lookup
matchProfile.
    read submitter-file
        at end move 0 to sub-eof-sw
    end-read.
    if sub-eof-sw is not = 0 and sub-id = xmit-submitter
        move 1 to profile-found
    end-if.

*> checkProfileLimits
*>
*> Holds a numeral that has got this far against the limits of the
*> profile in force - fraction notation the submitter's contract
*> refuses, or a value over the most the submitter may send, turns
*> it away the same way an unapproved non-canonical form is
checkProfileLimits.
    move space to profile-reject.
    if validStr = 1 and frac-refused = 1 and valTwelfths > 0
        move 0 to validStr
        move 'F' to profile-reject
    end-if.
    if validStr = 1 and max-value > 0 and val > max-value
        move 0 to validStr
        move 'M' to profile-reject
    end-if.

*> restoreSession
*>
*> Puts the session's own settings back once a profiled transmittal
*> is done, so the next file in the batch starts from what the
*> operator set
restoreSession.
    if profile-applied = 1
        move save-strict-mode to strict-mode
        move save-display-case to display-case
        move save-hist-mode to hist-mode
        move 0 to frac-refused
        move 0 to max-value
        move 0 to profile-applied
    end-if.

*> logTransmittal
*>
*> The transmittal is done with, one way or the other - put it on
*> the register under the next free sequence for its submitter and
*> creation date, with its detail count and the outcome in
*> xmit-outcome, so tomorrow's duplicate check, rnsubmit's
*> missing-transmittal listing and the monthly reports all know it
*> came and how it went. The register is created on its first write
logTransmittal.
    perform checkDuplicateXmit.
    open i-o xmitlog-file.
    if xmitlog-status = "00" or xmitlog-status = "05"
        move spaces to xmitlog-record
        move xmit-submitter to xlog-submitter
        move xmit-date to xlog-created
        move xmit-next-seq to xlog-seq
        move run-date-str to xlog-processed
        move fname to xlog-fname
        move xmit-detail-cnt to xlog-details
        move xmit-outcome to xlog-outcome
        write xmitlog-record
            invalid key
                display "Transmittal register entry for "
                    xmit-submitter " " xmit-date
                    " could not be written (file status "
                    xmitlog-status ")."
        end-write
    else
        display "Could not open RNXLOG.DAT (file status "
            xmitlog-status ") - transmittal not registered."
    end-if.
    close xmitlog-file.

*> computation
                    move 1 to strict-reject-sw
                end-if
            end-if
            perform checkProfileLimits

            move spaces to report-record
            if validStr = 1
                move "VALID  " to rpt-flag
                move frac-disp to rpt-frac
                move master-canon-flag to rpt-canon
                if variant-sw = 1
                    perform markVariant
                end-if
            else
                if strict-reject-sw = 1
                    display function trim(temp-array trailing),
                        " rejected - non-canonical form not approved"
                        " on the master"
                else
                if profile-reject = 'F'
                    display function trim(temp-array trailing),
                        " rejected - fraction notation refused for "
                        "this submitter"
                else
                if profile-reject = 'M'
                    display function trim(temp-array trailing),
                        " rejected - over the maximum value accepted "
                        "for this submitter"
                else
                    display function trim(temp-array trailing), " is not a valid roman numerial"
                end-if
                end-if
                end-if
                move temp-array to rpt-numeral
                move 0 to rpt-value
                move "INVALID" to rpt-flag
                write exception-record
                add 1 to exceptionCount
            end-if
            move fname to rpt-source
            if xmit-mode = 1
                move xmit-submitter to rpt-submitter
            end-if
            write report-record
            if xmit-mode = 1
                perform writeAckDetail
            end-if
        end-if
*> Checkpoint only after the record has fully made it to the report,
*> so a failure mid-record is replayed on resume rather than skipped
        move "VALID  " to rpt-flag
        move frac-disp to rpt-frac
        move master-canon-flag to rpt-canon
        if variant-sw = 1
            perform markVariant
        end-if
    else
        if strict-reject-sw = 1
            display "Rejected - non-canonical form not approved "
        move 0 to rpt-value
        move "INVALID" to rpt-flag
    end-if.
    move "(KEYBOARD)" to rpt-source.
    write report-record.

*> decToRoman
            move dec-value to rpt-value
            move "VALID  " to rpt-flag
            move frac-disp to rpt-frac
            move "(KEYBOARD)" to rpt-source
            write report-record
        end-if
    end-if.
            display "Sequence complete and in order."
            move "SEQOK  " to rpt-flag
        end-if
        move fname to rpt-source
        write report-record

        move "FILE COMPLETE" to aud-act
            write exception-record
            add 1 to exceptionCount
        end-if
        move fname to rpt-source
        write report-record
        write layout-out-record
    end-if.
            move dec-value to rpt-value
            move "VALID  " to rpt-flag
            move frac-disp to rpt-frac
            move "(KEYBOARD)" to rpt-source
            write report-record
        end-if
    end-if.
        set frac-idx up by 1
    end-if.

*> markVariant
*>
*> The numeral just accepted was a historical spelling: the modern
*> form of the same value is encoded the way decToRoman encodes one,
*> shown beside it, and both go on the report line under the
*> VARIANT marker
markVariant.
    move spaces to encode-out-array.
    move val to remain.
    move valTwelfths to remainTwelfths.
    move 1 to outpos.
    set enc-idx to 1.
    perform buildSymbol until remain = 0 or enc-idx > 26.
    perform buildFraction.
    move encode-out-array to variant-modern.
    if display-case = 'U'
        inspect variant-modern converting
            "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    end-if.
    display "          (historical variant - modern form "
        function trim(variant-modern) ")".
    move "VARIANT" to rpt-variant.
    move variant-modern to rpt-modern.

*> formatFraction
*>
*> Builds the "nn/12" display form of the fraction part of the last
    move 1 to i.
    move 1 to validStr.

    move 0 to variant-sw.

    perform until temp-array(i:1) = " "
        if (temp-array(i:1) is not = 'i' and 'v' and 'x' and 'l' and 'c' and 'd' and 'm' and '^' and 's' and '.') then
            if hist-mode = 1 and (temp-array(i:1) = 'j' or ')')
                continue
            else
                move 0 to validStr
            end-if
        end-if
        compute i = i + 1
    end-perform.
        move 0 to valTwelfths
        move '0' to convStatus
        call "conv" using temp-array, val, valTwelfths, convStatus
*> Historical-notation mode gives a numeral the modern grammar
*> turned down a second hearing under the historical one
        if convStatus not = '0' and hist-mode = 1
            move 0 to val
            move 0 to valTwelfths
            move '0' to convStatus
            call "convhist" using temp-array, val, valTwelfths,
                convStatus
            if convStatus = '0'
                move 1 to variant-sw
            end-if
        end-if
        if convStatus not = '0'
            move 0 to validStr
        end-if
