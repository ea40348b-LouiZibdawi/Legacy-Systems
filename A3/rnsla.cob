*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> Monthly turnaround and service-level report per submitter. The
*> RNXLOG transmittal register already records when each one was
*> created (the HDR date) and when we processed it, but nothing ever
*> measured the gap, and the contracts promise turnaround. Each
*> transmittal processed in the month gets its turnaround in
*> business days, held against the target on its submitter's
*> RNSUB.TXT registry record; each submitter gets an average and a
*> worst; and every transmittal that went past its target lands on
*> a breach list the account managers can act on before the
*> submitter finds out we were late
identification division.
program-id. rnsla.

environment division.

input-output section.
file-control.
*> The submitter registry, for names and turnaround targets
select optional submitter-file assign to "RNSUB.TXT"
    organization is line sequential
    file status is submitter-file-status.
*> The register of transmittals received, as processFile writes it,
*> read for the month off its processed-date key
select optional xmitlog-file assign to "RNXLOG.DAT"
    organization is indexed
    access mode is dynamic
    record key is xlog-key
    alternate record key is xlog-processed with duplicates
    file status is xmitlog-status.
*> The service-level report this program exists to produce
select sla-file assign to dynamic sla-fname
    organization is line sequential.

data division.
file section.
*> Mirror of the registry record rnsubmit owns
fd submitter-file.
    01 submitter-record.
        03 sub-id    pic x(8).
        03 filler    pic x(02).
        03 sub-sched pic x(1).
        03 filler    pic x(02).
        03 sub-name  pic x(20).
        03 filler    pic x(02).
        03 sub-sla   pic x(2).

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

fd sla-file.
    01 sla-record  pic x(90).

working-storage section.
77  submitter-file-status pic x(2).
77  xmitlog-status        pic x(2).
77  sla-fname    pic x(20) value spaces.
77  work-month   pic x(6) value spaces.
77  eof-switch   pic 9 value 1.
*> Table lookup scratch
77  si           pic 9(3) value 0.
77  sx           pic 9(3) value 0.
77  bi           pic 9(3) value 0.
77  found-sw     pic 9 value 0.

*> Every registered submitter with its target, and the month's
*> running turnaround figures. A transmittal from a submitter the
*> registry doesn't know is still measured, under an entry of its
*> own with no target
01  submitter-stats.
    03 submitter-entry occurs 200 times.
        05 st-id        pic x(8).
        05 st-name      pic x(20).
        05 st-has-sla   pic 9.
        05 st-sla       pic 99.
        05 st-xmits     pic 9(4).
        05 st-total     pic 9(6).
        05 st-worst     pic 9(4).
        05 st-breaches  pic 9(4).
77  submitter-count  pic 9(3) value 0.

*> The breach list, gathered during the transmittal pass and written
*> after the per-submitter summary
01  breach-lines.
    03 breach-line occurs 500 times  pic x(90).
77  breach-count   pic 9(3) value 0.
77  breach-total   pic 9(4) value 0.

*> Turnaround of the transmittal in hand, counted in business days
*> by the shop calendar from the day after creation through the day
*> of processing - a file processed the day it was created turned
*> around in zero
77  turnaround     pic 9(5) value 0.
77  cal-request    pic x(1) value space.
77  cal-status     pic x(1) value space.
77  xmit-count     pic 9(4) value 0.
77  bad-dates      pic 9(4) value 0.
77  table-full     pic 9(4) value 0.
*> Edited views and line scratch
77  cnt-disp-1   pic z(3)9.
77  cnt-disp-2   pic z(3)9.
77  cnt-disp-3   pic z(3)9.
77  avg-days     pic 9(4)v9 value 0.
77  avg-disp     pic zzz9.9.
77  line-ptr     pic 9(3) value 1.
01  work-line    pic x(90) value spaces.

*> Main procedure
*>
*> Asks which month to report, loads the registry, measures every
*> transmittal processed in the month, and writes the report
procedure division.
    display "--------------------------------------------".
    display "   Turnaround and Service-Level Report      ".
    display "--------------------------------------------".

    display "Month to report (yyyymm)? ".
    accept work-month.
    if work-month is not numeric
        display "The month must be given as yyyymm."
        stop run
    end-if.

    perform loadRegistry.

    move spaces to sla-fname.
    string "RNSLA" delimited by size
           work-month delimited by size
           ".TXT" delimited by size
           into sla-fname
    end-string.
    open output sla-file.

    move spaces to work-line.
    move 1 to line-ptr.
    string "TURNAROUND AND SERVICE LEVELS FOR " delimited by size
           work-month delimited by size
           " (BUSINESS DAYS)" delimited by size
        into work-line with pointer line-ptr
    end-string.
    write sla-record from work-line.
    move spaces to sla-record.
    write sla-record.
    move "SUBMITTER CREATED   PROCESSED  FILE" to work-line.
    move "TURNAROUND  TARGET" to work-line(55:18).
    write sla-record from work-line.
    move all "-" to sla-record(1:80).
    write sla-record.

    open input xmitlog-file.
    if xmitlog-status = "00"
        move spaces to xlog-processed
        string work-month delimited by size
               "01" delimited by size
            into xlog-processed
        end-string
        move 1 to eof-switch
        start xmitlog-file key is not less than xlog-processed
            invalid key move 0 to eof-switch
        end-start
        perform measureTransmittal until eof-switch = 0
    end-if.
    close xmitlog-file.
    if xmit-count = 0
        move "  NO TRANSMITTALS PROCESSED THIS MONTH" to sla-record
        write sla-record
    end-if.

    perform writeSubmitterSummary.
    perform writeBreachList.
    close sla-file.

    display " ".
    display "Transmittals measured: " xmit-count.
    display "Past their target:     " breach-total.
    if bad-dates > 0
        display bad-dates " log record(s) had an unusable creation "
            "date and were not measured."
    end-if.
    if table-full > 0
        display table-full " transmittal(s) not measured - more "
            "submitters than the 200 the table holds."
    end-if.
    display "Report written to " function trim(sla-fname).

    stop run.

*> loadRegistry
*>
*> Reads every registered submitter and its target into the table
loadRegistry.
    open input submitter-file.
    if submitter-file-status = "00"
        move 1 to eof-switch
        perform loadSubmitter until eof-switch = 0
    end-if.
    close submitter-file.

*> loadSubmitter
*>
*> One registry record of the load
loadSubmitter.
    read submitter-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and submitter-record is not = spaces
            and submitter-count < 200
        add 1 to submitter-count
        move submitter-count to sx
        move sub-id to st-id(sx)
        move sub-name to st-name(sx)
        move 0 to st-has-sla(sx)
        move 0 to st-sla(sx)
        if sub-sla is numeric
            move 1 to st-has-sla(sx)
            move sub-sla to st-sla(sx)
        end-if
        move 0 to st-xmits(sx)
        move 0 to st-total(sx)
        move 0 to st-worst(sx)
        move 0 to st-breaches(sx)
    end-if.

*> measureTransmittal
*>
*> One register entry, read in processed-date order until the month
*> runs out: only transmittals actually worked count - one turned
*> away never had a turnaround to measure. Its turnaround is worked
*> out, folded into its submitter's figures, written as a detail
*> line, and filed on the breach list when it went past the
*> submitter's target. A submitter who can't get a statistics entry
*> because the table is full isn't measured at all - folding the
*> transmittal into whichever entry was found last would judge it
*> against somebody else's target
measureTransmittal.
    read xmitlog-file next
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and xlog-processed(1:6) not = work-month
        move 0 to eof-switch
    end-if.
    if eof-switch is not = 0 and xlog-outcome = "BALANCED"
        if xlog-created is not numeric
                or xlog-processed is not numeric
            add 1 to bad-dates
        else
            perform findSubmitterEntry
            if found-sw = 1
                add 1 to xmit-count
                perform countBusinessDays
                add 1 to st-xmits(sx)
                add turnaround to st-total(sx)
                if turnaround > st-worst(sx)
                    move turnaround to st-worst(sx)
                end-if
                perform writeTransmittalLine
            else
                add 1 to table-full
                display "Submitter table full - "
                    function trim(xlog-submitter) " "
                    function trim(xlog-fname) " not measured."
            end-if
        end-if
    end-if.

*> findSubmitterEntry
*>
*> Finds the statistics entry for the log record's submitter,
*> starting one with no target when the registry doesn't know it
findSubmitterEntry.
    move 0 to found-sw.
    perform matchSubmitterEntry
        varying si from 1 by 1
        until si > submitter-count or found-sw = 1.
    if found-sw = 0 and submitter-count < 200
        add 1 to submitter-count
        move submitter-count to sx
        move xlog-submitter to st-id(sx)
        move "(NOT REGISTERED)" to st-name(sx)
        move 0 to st-has-sla(sx)
        move 0 to st-sla(sx)
        move 0 to st-xmits(sx)
        move 0 to st-total(sx)
        move 0 to st-worst(sx)
        move 0 to st-breaches(sx)
        move 1 to found-sw
    end-if.

*> matchSubmitterEntry
*>
*> One table entry of the hunt
matchSubmitterEntry.
    if st-id(si) = xlog-submitter
        move si to sx
        move 1 to found-sw
    end-if.

*> countBusinessDays
*>
*> Counts the business days from the day after creation through the
*> day of processing, by the shop calendar. A processing date ahead
*> of the creation date (a submitter clock gone wrong) turns around
*> in zero
countBusinessDays.
    move 'C' to cal-request.
    call "rncalday" using cal-request, xlog-created, xlog-processed,
        turnaround, cal-status.

*> writeTransmittalLine
*>
*> One detail line per transmittal measured, marked when it broke
*> its submitter's target
writeTransmittalLine.
    move turnaround to cnt-disp-1.
    move spaces to work-line.
    move xlog-submitter to work-line(1:8).
    move xlog-created to work-line(11:8).
    move xlog-processed to work-line(21:8).
    move xlog-fname(1:22) to work-line(32:22).
    move cnt-disp-1 to work-line(61:4).
    if st-has-sla(sx) = 1
        move st-sla(sx) to cnt-disp-2
        move cnt-disp-2 to work-line(69:4)
        if turnaround > st-sla(sx)
            move "BREACH" to work-line(75:6)
            add 1 to st-breaches(sx)
            add 1 to breach-total
            if breach-count < 500
                add 1 to breach-count
                move work-line to breach-line(breach-count)
            end-if
        end-if
    else
        move "NONE" to work-line(69:4)
    end-if.
    write sla-record from work-line.

*> writeSubmitterSummary
*>
*> One line per submitter that had anything processed in the month:
*> transmittals, average and worst turnaround, target, and breaches
writeSubmitterSummary.
    move spaces to sla-record.
    write sla-record.
    move "PER-SUBMITTER TURNAROUND" to sla-record.
    write sla-record.
    move "SUBMITTER NAME                  XMITS    AVG  WORST  TARGET"
        to work-line.
    move "BREACHES" to work-line(64:8).
    write sla-record from work-line.
    move all "-" to sla-record(1:80).
    write sla-record.
    perform writeSubmitterLine
        varying si from 1 by 1 until si > submitter-count.

*> writeSubmitterLine
*>
*> The summary line for one submitter
writeSubmitterLine.
    if st-xmits(si) > 0
        compute avg-days rounded = st-total(si) / st-xmits(si)
        move avg-days to avg-disp
        move st-xmits(si) to cnt-disp-1
        move st-worst(si) to cnt-disp-2
        move st-breaches(si) to cnt-disp-3
        move spaces to work-line
        move st-id(si) to work-line(1:8)
        move st-name(si) to work-line(11:20)
        move cnt-disp-1 to work-line(33:4)
        move avg-disp to work-line(38:6)
        move cnt-disp-2 to work-line(46:4)
        if st-has-sla(si) = 1
            move st-sla(si) to cnt-disp-1
            move cnt-disp-1 to work-line(54:4)
        else
            move "NONE" to work-line(54:4)
        end-if
        move cnt-disp-3 to work-line(66:4)
        write sla-record from work-line
    end-if.

*> writeBreachList
*>
*> Every transmittal that went past its target, gathered for the
*> account managers
writeBreachList.
    move spaces to sla-record.
    write sla-record.
    move breach-total to cnt-disp-1.
    move spaces to work-line.
    move 1 to line-ptr.
    string "BREACH LIST - " delimited by size
           cnt-disp-1 delimited by size
           " TRANSMITTAL(S) PAST TARGET" delimited by size
        into work-line with pointer line-ptr
    end-string.
    write sla-record from work-line.
    if breach-total = 0
        move "  NONE - EVERY TARGETED TRANSMITTAL WAS ON TIME"
            to sla-record
        write sla-record
    else
        perform writeBreachLine
            varying bi from 1 by 1 until bi > breach-count
    end-if.

*> writeBreachLine
*>
*> One gathered breach line out
writeBreachLine.
    write sla-record from breach-line(bi).
