*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> Monthly billing statements for the outside submitters, which until
*> now were built by hand out of RNXLOG.TXT and a line count of every
*> file. Each transmittal is found through the FILE COMPLETE records of
*> the month's RNAUD audit trails - the same records rnclose balances
*> the day on - which give its exception count, and tied to its
*> submitter through the RNXLOG transmittal register, whose detail
*> count is what gets billed: blank lines carry a record number but
*> are never converted, so they are not charged for. Transmittals
*> turned away as unbalanced or as duplicates are picked up from their
*> XMIT REJECTED audit records and shown on the statement as not
*> billable. Charges come from the RNRATE.TXT rate table: a rate per
*> record converted, a fee per transmittal, and a surcharge per
*> rejected record, set per submitter with a shop default record
*> (*DEFAULT) for everybody else. One statement page per submitter in
*> the RNSUB.TXT registry, then a summary page of the month's total
*> billing for finance to tie out
identification division.
program-id. rnbill.

environment division.

input-output section.
file-control.
*> The rate table - one record per submitter with negotiated rates,
*> plus the shop default
select optional rate-file assign to "RNRATE.TXT"
    organization is line sequential
    file status is rate-file-status.
*> The register of transmittals received, as processFile writes it,
*> read for the month off its processed-date key
select optional xmitlog-file assign to "RNXLOG.DAT"
    organization is indexed
    access mode is dynamic
    record key is xlog-key
    alternate record key is xlog-processed with duplicates
    file status is xmitlog-status.
*> One day's audit trail - reopened under a new name for each day of
*> the month that actually has one, the way rnmonth walks its dailies
select optional audit-file assign to dynamic audit-fname
    organization is line sequential
    file status is audit-file-status.
*> The submitter registry the statements are cut for
select optional submitter-file assign to "RNSUB.TXT"
    organization is line sequential
    file status is submitter-file-status.
*> The statements and summary page this program exists to produce
select bill-file assign to dynamic bill-fname
    organization is line sequential.

data division.
file section.
*> A rate record: the rates are kept as text so finance can key
*> them with a decimal point ("0.015") in any editor
fd rate-file.
    01 rate-record.
        03 rate-id        pic x(8).
        03 filler         pic x(02).
        03 rate-per-rec   pic x(10).
        03 filler         pic x(02).
        03 rate-per-xmit  pic x(10).
        03 filler         pic x(02).
        03 rate-per-rej   pic x(10).

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

*> Mirror of the registry record rnsubmit owns
fd submitter-file.
    01 submitter-record.
        03 sub-id    pic x(8).
        03 filler    pic x(02).
        03 sub-sched pic x(1).
        03 filler    pic x(02).
        03 sub-name  pic x(20).

fd bill-file.
    01 bill-record  pic x(80).

working-storage section.
77  rate-file-status      pic x(2).
77  xmitlog-status        pic x(2).
77  audit-fname           pic x(20) value spaces.
77  audit-file-status     pic x(2).
77  submitter-file-status pic x(2).
77  bill-fname            pic x(20) value spaces.
77  work-month   pic x(6) value spaces.
77  work-date    pic x(8) value spaces.
77  day-num      pic 99 value 0.
77  eof-switch   pic 9 value 1.
77  days-found   pic 99 value 0.
*> Pieces a FILE COMPLETE detail splits into - only the conversion
*> form ("fname RECS n EXC n") carries both keywords
77  det-fname    pic x(30) value spaces.
77  det-word-1   pic x(6) value spaces.
77  det-count-1  pic x(8) value spaces.
77  det-word-2   pic x(6) value spaces.
77  det-count-2  pic x(8) value spaces.
*> Pieces an XMIT REJECTED detail splits into, and the file named by
*> the FILE REJECTED record written just ahead of it
77  rej-submitter pic x(8) value spaces.
77  rej-created   pic x(8) value spaces.
77  rej-reason    pic x(10) value spaces.
77  rej-fname     pic x(30) value spaces.
*> Table lookup scratch
77  li           pic 9(4) value 0.
77  lx           pic 9(4) value 0.
77  bi           pic 9(4) value 0.
77  ri           pic 9(3) value 0.
77  rx           pic 9(3) value 0.
77  found-sw     pic 9 value 0.

*> The month's transmittals as the register knows them - the
*> register is the only place a processed file is tied to its
*> submitter. An entry is marked used once a FILE COMPLETE has been
*> tied to it, so two submitters' same-named files worked the same
*> day are each billed once, in register order
01  log-table.
    03 log-entry occurs 3000 times.
        05 log-submitter pic x(8).
        05 log-created   pic x(8).
        05 log-processed pic x(8).
        05 log-fname     pic x(30).
        05 log-details   pic 9(6).
        05 log-used      pic 9.
77  log-count    pic 9(4) value 0.

*> Every transmittal of the month, billable or not: status 'B'
*> billable, 'U' rejected unbalanced, 'D' rejected as a duplicate
01  bill-table.
    03 bill-entry occurs 3000 times.
        05 bt-submitter  pic x(8).
        05 bt-processed  pic x(8).
        05 bt-created    pic x(8).
        05 bt-fname      pic x(30).
        05 bt-recs       pic 9(6).
        05 bt-exc        pic 9(6).
        05 bt-status     pic x(1).
        05 bt-stated     pic x(1).
77  bill-count   pic 9(4) value 0.

*> The rate table as loaded, and the shop default pulled out of it
01  rate-table.
    03 rate-entry occurs 200 times.
        05 rt-id        pic x(8).
        05 rt-per-rec   pic 9(3)v9(4).
        05 rt-per-xmit  pic 9(5)v99.
        05 rt-per-rej   pic 9(3)v9(4).
77  rate-count   pic 9(3) value 0.
77  default-found  pic 9 value 0.
77  dflt-per-rec   pic 9(3)v9(4) value 0.
77  dflt-per-xmit  pic 9(5)v99 value 0.
77  dflt-per-rej   pic 9(3)v9(4) value 0.
*> The rates in force for the statement being written
77  cur-per-rec    pic 9(3)v9(4) value 0.
77  cur-per-xmit   pic 9(5)v99 value 0.
77  cur-per-rej    pic 9(3)v9(4) value 0.
77  cur-rate-src   pic x(12) value spaces.

*> One statement's running figures
77  st-billed      pic 9(4) value 0.
77  st-unbillable  pic 9(4) value 0.
77  st-converted   pic 9(8) value 0.
77  st-rejected    pic 9(8) value 0.
77  st-rec-chg     pic 9(7)v99 value 0.
77  st-xmit-chg    pic 9(7)v99 value 0.
77  st-rej-chg     pic 9(7)v99 value 0.
77  st-total       pic 9(7)v99 value 0.
77  line-converted pic 9(6) value 0.
77  line-charge    pic 9(7)v99 value 0.
77  line-rec-chg   pic 9(7)v99 value 0.
77  line-rej-chg   pic 9(7)v99 value 0.

*> One summary-page line per statement written, plus the month's
*> grand totals
01  summary-table.
    03 summary-entry occurs 200 times.
        05 sm-id       pic x(8).
        05 sm-name     pic x(20).
        05 sm-billed   pic 9(4).
        05 sm-unbill   pic 9(4).
        05 sm-total    pic 9(7)v99.
77  summary-count  pic 9(3) value 0.
77  si             pic 9(3) value 0.
77  grand-billed   pic 9(6) value 0.
77  grand-unbill   pic 9(6) value 0.
77  grand-total    pic 9(9)v99 value 0.
77  unreg-count    pic 9(4) value 0.

*> Pagination state - a heading on every page, a fresh page every
*> 55 lines, the way rncert paginates its certificates
77  page-num     pic 9(3) value 0.
77  page-lines   pic 9(3) value 0.
77  page-title   pic x(40) value spaces.
*> Edited views and line scratch
77  cnt-disp-1   pic z(5)9.
77  cnt-disp-2   pic z(5)9.
77  cnt-disp-3   pic z(7)9.
77  amt-disp     pic z,zzz,zz9.99.
77  grand-disp   pic zzz,zzz,zz9.99.
77  rate-disp-1  pic zz9.9999.
77  rate-disp-2  pic zz,zz9.99.
77  rate-disp-3  pic zz9.9999.
77  line-ptr     pic 9(3) value 1.
01  work-line    pic x(80) value spaces.

*> Who ran the billing, verified through rnsignon like the rest of
*> the A3 programs - statements go out of the building, and finance
*> wants to know who cut them
77  operator-id   pic x(8) value spaces.
77  operator-auth pic x(1) value space.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.

*> Main procedure
*>
*> Signs the operator on, loads the rates and the month's
*> transmittals, and writes a statement per registered submitter
*> followed by the summary page
procedure division.
    display "--------------------------------------------".
    display "     Submitter Billing Statements           ".
    display "--------------------------------------------".

    perform signOn.

    display "Month to bill (yyyymm)? ".
    accept work-month.
    if work-month is not numeric
        display "The month must be given as yyyymm."
        stop run
    end-if.

    perform loadRates.
    if default-found = 0
        display "No *DEFAULT record in RNRATE.TXT - submitters "
            "without rates of their own are billed at zero."
    end-if.
    perform loadXmitLog.

    perform collectDay
        varying day-num from 1 by 1 until day-num > 31.

    move spaces to bill-fname.
    string "RNBIL" delimited by size
           work-month delimited by size
           ".TXT" delimited by size
           into bill-fname
    end-string.
    open output bill-file.

    open input submitter-file.
    if submitter-file-status = "00"
        move 1 to eof-switch
        perform statementForSubmitter until eof-switch = 0
    else
        display "No submitter registry on file - no statements "
            "to write."
    end-if.
    close submitter-file.

    perform writeSummaryPage.
    close bill-file.

    display " ".
    display "Days with audit trails: " days-found.
    display "Transmittals found: " bill-count.
    display summary-count " statement(s) written to "
        function trim(bill-fname) " (" page-num " page(s)).".
    if unreg-count > 0
        display unreg-count " transmittal(s) from submitters not in "
            "the registry - see the summary page."
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

*> loadRates
*>
*> Reads the whole rate table into core, setting the *DEFAULT record
*> aside as the shop default
loadRates.
    open input rate-file.
    if rate-file-status = "00"
        move 1 to eof-switch
        perform loadRateRecord until eof-switch = 0
    end-if.
    close rate-file.

*> loadRateRecord
*>
*> One rate record of the load
loadRateRecord.
    read rate-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and rate-record is not = spaces
        if rate-id = "*DEFAULT"
            move 1 to default-found
            move function numval(rate-per-rec) to dflt-per-rec
            move function numval(rate-per-xmit) to dflt-per-xmit
            move function numval(rate-per-rej) to dflt-per-rej
        else
            if rate-count < 200
                add 1 to rate-count
                move rate-id to rt-id(rate-count)
                move function numval(rate-per-rec)
                    to rt-per-rec(rate-count)
                move function numval(rate-per-xmit)
                    to rt-per-xmit(rate-count)
                move function numval(rate-per-rej)
                    to rt-per-rej(rate-count)
            end-if
        end-if
    end-if.

*> loadXmitLog
*>
*> Keeps every transmittal worked in the month being billed, read
*> off the register's processed-date key from the first of the month
loadXmitLog.
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
        perform loadLogRecord until eof-switch = 0
    end-if.
    close xmitlog-file.

*> loadLogRecord
*>
*> One register entry of the load - the month's end stops it, and
*> the transmittals turned away are left to their XMIT REJECTED
*> audit records
loadLogRecord.
    read xmitlog-file next
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and xlog-processed(1:6) not = work-month
        move 0 to eof-switch
    end-if.
    if eof-switch is not = 0 and xlog-outcome = "BALANCED"
            and log-count < 3000
        add 1 to log-count
        move xlog-submitter to log-submitter(log-count)
        move xlog-created to log-created(log-count)
        move xlog-processed to log-processed(log-count)
        move xlog-fname to log-fname(log-count)
        move xlog-details to log-details(log-count)
        move 0 to log-used(log-count)
    end-if.

*> collectDay
*>
*> Opens one day's audit trail if it exists and picks the day's
*> transmittals out of it
collectDay.
    move spaces to work-date.
    string work-month delimited by size
           day-num delimited by size
        into work-date
    end-string.
    move spaces to audit-fname.
    string "RNAUD" delimited by size
           work-date delimited by size
           ".TXT" delimited by size
           into audit-fname
    end-string.

    open input audit-file.
    if audit-file-status = "00"
        add 1 to days-found
        move spaces to rej-fname
        move 1 to eof-switch
        perform collectAuditRecord until eof-switch = 0
    end-if.
    close audit-file.

*> collectAuditRecord
*>
*> One audit record. A conversion-form FILE COMPLETE is billable
*> when the register says the file was a transmittal processed
*> that day - a plain headerless file has no submitter to bill. An
*> XMIT REJECTED record is a transmittal turned away, tied to the
*> file its FILE REJECTED record named just ahead of it
collectAuditRecord.
    read audit-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0
        if aud-action = "FILE COMPLETE"
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
                perform findLogEntry
                if found-sw = 1 and bill-count < 3000
                    add 1 to bill-count
                    move log-submitter(lx) to bt-submitter(bill-count)
                    move log-created(lx) to bt-created(bill-count)
                    move work-date to bt-processed(bill-count)
                    move det-fname to bt-fname(bill-count)
                    move log-details(lx) to bt-recs(bill-count)
                    move function numval(det-count-2)
                        to bt-exc(bill-count)
                    move 'B' to bt-status(bill-count)
                    move space to bt-stated(bill-count)
                end-if
            end-if
        end-if
        if aud-action = "FILE REJECTED"
            move aud-detail to rej-fname
        end-if
        if aud-action = "XMIT REJECTED" and bill-count < 3000
            move spaces to rej-submitter
            move spaces to rej-created
            move spaces to rej-reason
            unstring aud-detail delimited by all space
                into rej-submitter rej-created rej-reason
            end-unstring
            add 1 to bill-count
            move rej-submitter to bt-submitter(bill-count)
            move rej-created to bt-created(bill-count)
            move work-date to bt-processed(bill-count)
            move rej-fname to bt-fname(bill-count)
            move 0 to bt-recs(bill-count)
            move 0 to bt-exc(bill-count)
            if rej-reason = "DUPLICATE"
                move 'D' to bt-status(bill-count)
            else
                move 'U' to bt-status(bill-count)
            end-if
            move space to bt-stated(bill-count)
        end-if
    end-if.

*> findLogEntry
*>
*> Finds the first log record not yet used for the file a FILE
*> COMPLETE named on the day being walked, leaving its subscript in
*> lx with found-sw set, and marks it used
findLogEntry.
    move 0 to found-sw.
    perform matchLogEntry
        varying li from 1 by 1
        until li > log-count or found-sw = 1.
    if found-sw = 1
        move 1 to log-used(lx)
    end-if.

*> matchLogEntry
*>
*> One log entry of the hunt
matchLogEntry.
    if log-fname(li) = det-fname and log-processed(li) = work-date
            and log-used(li) = 0
        move li to lx
        move 1 to found-sw
    end-if.

*> statementForSubmitter
*>
*> One registry record: its rates are settled and its statement is
*> written on a page of its own
statementForSubmitter.
    read submitter-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and submitter-record is not = spaces
        perform findRates
        perform writeStatement
    end-if.

*> findRates
*>
*> The submitter's own rate record if it has one, otherwise the
*> shop default
findRates.
    move 0 to found-sw.
    perform matchRate
        varying ri from 1 by 1
        until ri > rate-count or found-sw = 1.
    if found-sw = 1
        move rt-per-rec(rx) to cur-per-rec
        move rt-per-xmit(rx) to cur-per-xmit
        move rt-per-rej(rx) to cur-per-rej
        move "CONTRACT" to cur-rate-src
    else
        move dflt-per-rec to cur-per-rec
        move dflt-per-xmit to cur-per-xmit
        move dflt-per-rej to cur-per-rej
        move "SHOP DEFAULT" to cur-rate-src
    end-if.

*> matchRate
*>
*> One rate entry of the hunt
matchRate.
    if rt-id(ri) = sub-id
        move ri to rx
        move 1 to found-sw
    end-if.

*> writeStatement
*>
*> The statement page for the current registry submitter: heading,
*> rates in force, one line per transmittal of the month, and the
*> charge totals. The totals are filed for the summary page
writeStatement.
    move "SUBMITTER BILLING STATEMENT" to page-title.
    perform writePageHeader.

    move spaces to work-line.
    move 1 to line-ptr.
    string "SUBMITTER: " delimited by size
           sub-id delimited by size
           "  " delimited by size
           sub-name delimited by size
        into work-line with pointer line-ptr
    end-string.
    move work-line to bill-record.
    perform writeBillRecord.

    move cur-per-rec to rate-disp-1.
    move cur-per-xmit to rate-disp-2.
    move cur-per-rej to rate-disp-3.
    move spaces to work-line.
    move 1 to line-ptr.
    string "RATES (" delimited by size
           cur-rate-src delimited by "  "
           "): RECORD " delimited by size
           rate-disp-1 delimited by size
           "  TRANSMITTAL " delimited by size
           rate-disp-2 delimited by size
           "  REJECT " delimited by size
           rate-disp-3 delimited by size
        into work-line with pointer line-ptr
    end-string.
    move work-line to bill-record.
    perform writeBillRecord.
    move spaces to bill-record.
    perform writeBillRecord.

    move "PROCESSED CREATED  FILE                   RECS    EXC"
        to work-line.
    move "      CHARGE" to work-line(56:12).
    move work-line to bill-record.
    perform writeBillRecord.
    move all "-" to bill-record(1:67).
    perform writeBillRecord.

    move 0 to st-billed.
    move 0 to st-unbillable.
    move 0 to st-converted.
    move 0 to st-rejected.
    move 0 to st-rec-chg.
    move 0 to st-xmit-chg.
    move 0 to st-rej-chg.
    perform writeTransmittalLine
        varying bi from 1 by 1 until bi > bill-count.

    if st-billed = 0 and st-unbillable = 0
        move "  NO TRANSMITTALS RECEIVED THIS MONTH" to bill-record
        perform writeBillRecord
    end-if.
    compute st-total = st-rec-chg + st-xmit-chg + st-rej-chg.
    perform writeStatementTotals.

    if summary-count < 200
        add 1 to summary-count
        move sub-id to sm-id(summary-count)
        move sub-name to sm-name(summary-count)
        move st-billed to sm-billed(summary-count)
        move st-unbillable to sm-unbill(summary-count)
        move st-total to sm-total(summary-count)
    end-if.
    add st-billed to grand-billed.
    add st-unbillable to grand-unbill.
    add st-total to grand-total.

*> writeTransmittalLine
*>
*> One transmittal of the month, if it's the current submitter's:
*> a billable one is charged the records converted at the record
*> rate, the transmittal fee, and the rejected records at the
*> surcharge; a refused one is shown with its reason and no charge
writeTransmittalLine.
    if bt-submitter(bi) = sub-id
        move 'S' to bt-stated(bi)
        move spaces to work-line
        move bt-processed(bi) to work-line(1:8)
        move bt-created(bi) to work-line(11:8)
        move bt-fname(bi)(1:20) to work-line(20:20)
        if bt-status(bi) = 'B'
            add 1 to st-billed
            if bt-exc(bi) < bt-recs(bi)
                compute line-converted = bt-recs(bi) - bt-exc(bi)
            else
                move 0 to line-converted
            end-if
            compute line-rec-chg rounded =
                line-converted * cur-per-rec
            compute line-rej-chg rounded =
                bt-exc(bi) * cur-per-rej
            compute line-charge =
                line-rec-chg + cur-per-xmit + line-rej-chg
            add line-converted to st-converted
            add bt-exc(bi) to st-rejected
            add line-rec-chg to st-rec-chg
            add cur-per-xmit to st-xmit-chg
            add line-rej-chg to st-rej-chg
            move bt-recs(bi) to cnt-disp-1
            move bt-exc(bi) to cnt-disp-2
            move line-charge to amt-disp
            move cnt-disp-1 to work-line(41:6)
            move cnt-disp-2 to work-line(48:6)
            move amt-disp to work-line(55:12)
        else
            add 1 to st-unbillable
            if bt-status(bi) = 'D'
                move "NOT BILLABLE - DUPLICATE" to work-line(41:27)
            else
                move "NOT BILLABLE - UNBALANCED" to work-line(41:27)
            end-if
        end-if
        move work-line to bill-record
        perform writeBillRecord
    end-if.

*> writeStatementTotals
*>
*> The closing figures of one statement
writeStatementTotals.
    move spaces to bill-record.
    perform writeBillRecord.

    move st-billed to cnt-disp-1.
    move st-unbillable to cnt-disp-2.
    move spaces to work-line.
    move 1 to line-ptr.
    string "TRANSMITTALS BILLED " delimited by size
           cnt-disp-1 delimited by size
           "   NOT BILLABLE " delimited by size
           cnt-disp-2 delimited by size
        into work-line with pointer line-ptr
    end-string.
    move work-line to bill-record.
    perform writeBillRecord.

    move st-converted to cnt-disp-3.
    move st-rec-chg to amt-disp.
    move spaces to work-line.
    move "RECORDS CONVERTED" to work-line(1:30).
    move cnt-disp-3 to work-line(31:8).
    move amt-disp to work-line(55:12).
    move work-line to bill-record.
    perform writeBillRecord.

    move st-billed to cnt-disp-3.
    move st-xmit-chg to amt-disp.
    move spaces to work-line.
    move "TRANSMITTAL FEES" to work-line(1:30).
    move cnt-disp-3 to work-line(31:8).
    move amt-disp to work-line(55:12).
    move work-line to bill-record.
    perform writeBillRecord.

    move st-rejected to cnt-disp-3.
    move st-rej-chg to amt-disp.
    move spaces to work-line.
    move "REJECTED RECORD SURCHARGE" to work-line(1:30).
    move cnt-disp-3 to work-line(31:8).
    move amt-disp to work-line(55:12).
    move work-line to bill-record.
    perform writeBillRecord.

    move all "-" to bill-record(55:12).
    perform writeBillRecord.
    move st-total to amt-disp.
    move spaces to work-line.
    move "TOTAL DUE FOR " to work-line(1:14).
    move work-month to work-line(15:6).
    move amt-disp to work-line(55:12).
    move work-line to bill-record.
    perform writeBillRecord.

*> writeSummaryPage
*>
*> The month on one page for finance: one line per statement, the
*> grand total, and any transmittals the statements couldn't carry
*> because their submitter isn't in the registry
writeSummaryPage.
    move "BILLING SUMMARY" to page-title.
    perform writePageHeader.

    move "SUBMITTER NAME                  BILLED  UNBILL" to work-line.
    move "      CHARGE" to work-line(55:12).
    move work-line to bill-record.
    perform writeBillRecord.
    move all "-" to bill-record(1:67).
    perform writeBillRecord.

    perform writeSummaryLine
        varying si from 1 by 1 until si > summary-count.

    move all "-" to bill-record(1:67).
    perform writeBillRecord.
    move grand-billed to cnt-disp-1.
    move grand-unbill to cnt-disp-2.
    move grand-total to grand-disp.
    move spaces to work-line.
    move "MONTH TOTAL" to work-line(1:30).
    move cnt-disp-1 to work-line(33:6).
    move cnt-disp-2 to work-line(41:6).
    move grand-disp to work-line(53:14).
    move work-line to bill-record.
    perform writeBillRecord.

    move 0 to unreg-count.
    perform countUnstated
        varying bi from 1 by 1 until bi > bill-count.
    move spaces to bill-record.
    perform writeBillRecord.
    if unreg-count = 0
        move "EVERY TRANSMITTAL OF THE MONTH IS ON A STATEMENT"
            to bill-record
        perform writeBillRecord
    else
        move unreg-count to cnt-disp-1
        move spaces to work-line
        move 1 to line-ptr
        string "NOT ON ANY STATEMENT (SUBMITTER NOT REGISTERED): "
                   delimited by size
               cnt-disp-1 delimited by size
            into work-line with pointer line-ptr
        end-string
        move work-line to bill-record
        perform writeBillRecord
        perform writeUnstatedLine
            varying bi from 1 by 1 until bi > bill-count
    end-if.

    move spaces to bill-record.
    perform writeBillRecord.
    move spaces to work-line.
    move 1 to line-ptr.
    string "PREPARED BY " delimited by size
           operator-id delimited by size
           " AT " delimited by size
           function current-date(1:14) delimited by size
        into work-line with pointer line-ptr
    end-string.
    move work-line to bill-record.
    perform writeBillRecord.

*> writeSummaryLine
*>
*> One statement's line on the summary page
writeSummaryLine.
    move sm-billed(si) to cnt-disp-1.
    move sm-unbill(si) to cnt-disp-2.
    move sm-total(si) to amt-disp.
    move spaces to work-line.
    move sm-id(si) to work-line(1:8).
    move sm-name(si) to work-line(11:20).
    move cnt-disp-1 to work-line(33:6).
    move cnt-disp-2 to work-line(41:6).
    move amt-disp to work-line(55:12).
    move work-line to bill-record.
    perform writeBillRecord.

*> countUnstated
*>
*> One transmittal of the tie-out: anything no statement claimed
countUnstated.
    if bt-stated(bi) not = 'S'
        add 1 to unreg-count
    end-if.

*> writeUnstatedLine
*>
*> One transmittal no statement claimed, listed for follow-up
writeUnstatedLine.
    if bt-stated(bi) not = 'S'
        move spaces to work-line
        move bt-submitter(bi) to work-line(3:8)
        move bt-processed(bi) to work-line(13:8)
        move bt-fname(bi) to work-line(23:30)
        move work-line to bill-record
        perform writeBillRecord
    end-if.

*> writePageHeader
*>
*> Starts a fresh page with the title, the billing month and the
*> page number
writePageHeader.
    add 1 to page-num.
    move 0 to page-lines.
    move all "=" to bill-record.
    perform writeBillRecord.
    move spaces to work-line.
    move 1 to line-ptr.
    string page-title delimited by "  "
           "   MONTH " delimited by size
           work-month delimited by size
           "   PAGE " delimited by size
           page-num delimited by size
        into work-line with pointer line-ptr
    end-string.
    move work-line to bill-record.
    perform writeBillRecord.
    move all "=" to bill-record.
    perform writeBillRecord.
    move spaces to bill-record.
    perform writeBillRecord.

*> writeBillRecord
*>
*> Writes one line, breaking to a new page when the current one is
*> full
writeBillRecord.
    write bill-record.
    move spaces to bill-record.
    add 1 to page-lines.
    if page-lines > 54
        perform writePageHeader
    end-if.
