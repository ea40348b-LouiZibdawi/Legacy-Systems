*> when the daily hasn't been archived yet) for a given numeral or
*> decimal value, and lists every occurrence with its date and
*> VALID/INVALID flag. For each day with a hit, the RNXLOG
*> transmittal register's entries for that day are listed alongside, so
*> the submitters whose files were processed that day are right
*> there on the same page
identification division.
select optional daily-file assign to dynamic daily-fname
    organization is line sequential
    file status is daily-file-status.
*> The transmittal register, read off its processed-date key for the
*> submitter context of hit days
select optional xmitlog-file assign to "RNXLOG.DAT"
    organization is indexed
    access mode is dynamic
    record key is xlog-key
    alternate record key is xlog-processed with duplicates
    file status is xmitlog-status.
*> The search listing this program produces
select search-file assign to "RNSRCH.TXT"
        03 filler       pic x(02).
        03 rpt-flag     pic x(7).

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

fd search-file.
    01 search-record  pic x(100).

*> writeDayContext
*>
*> The transmittal-register entries for a day that had a hit -
*> which submitters' files were processed that day, and how each
*> one ended, which is the other half of what legal keeps asking.
*> Read straight off the processed-date key
writeDayContext.
    open input xmitlog-file.
    if xmitlog-status = "00"
        move cur-date to xlog-processed
        move 1 to xlog-eof-sw
        start xmitlog-file key is equal to xlog-processed
            invalid key move 0 to xlog-eof-sw
        end-start
        perform writeContextRecord until xlog-eof-sw = 0
    end-if.
    close xmitlog-file.

*> writeContextRecord
*>
*> One register entry, written while it still belongs to the day
*> being listed
writeContextRecord.
    read xmitlog-file next
        at end move 0 to xlog-eof-sw
    end-read.
    if xlog-eof-sw is not = 0 and xlog-processed not = cur-date
        move 0 to xlog-eof-sw
    end-if.
    if xlog-eof-sw is not = 0
        move spaces to work-line
        move 1 to line-ptr
        string "    PROCESSED THAT DAY: SUBMITTER " delimited by size
               xlog-submitter delimited by size
               "  FILE " delimited by size
               function trim(xlog-fname trailing) delimited by size
               "  " delimited by size
               xlog-outcome delimited by space
            into work-line with pointer line-ptr
        end-string
        write search-record from work-line
