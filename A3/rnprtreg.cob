*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> Prints a day's RNRPT report as the daily conversion register: the
*> report's lines sorted by submitter and by the source file each
*> line came from (in the order they were converted within a file),
*> paginated with the run date, the report date and a page number on
*> every page. Each source file closes with a control break and its
*> subtotal of valid, invalid, non-canonical and fraction-bearing
*> conversions, each submitter starts on a new page and closes with
*> its own subtotal, so the print-out can be split up and handed to
*> each account owner, and a grand total page ends the register. The
*> grand total counts the report's VALID and INVALID lines the way
*> rnclose counts them, and is held up against the day's RNCLO close
*> report when there is one. Sequence-audit summary lines are listed
*> under their file but, as in rnclose, are not conversions and are
*> not counted. Lines written before the report carried its source
*> columns are listed together under "(NOT RECORDED)". The register
*> goes to RNPRG<yyyymmdd>.TXT
identification division.
program-id. rnprtreg.

environment division.

input-output section.
file-control.
*> The day's report, as romannumerals writes it
select optional report-file assign to dynamic report-fname
    organization is line sequential
    file status is report-file-status.
*> The day's close report, read for its report-line figures
select optional close-file assign to dynamic close-fname
    organization is line sequential
    file status is close-file-status.
*> The register this program exists to produce
select register-file assign to dynamic register-fname
    organization is line sequential.
*> The sort's own work file
select sort-file assign to "RNPRG.TMP".

data division.
file section.
*> Mirror of the report record romannumerals writes
fd report-file.
    01 report-record.
        03 rpt-numeral  pic x(48).
        03 filler       pic x(02).
        03 rpt-value    pic x(8).
        03 filler       pic x(02).
        03 rpt-flag     pic x(7).
        03 filler       pic x(02).
        03 rpt-frac     pic x(5).
        03 filler       pic x(02).
        03 rpt-canon    pic x(1).
        03 filler       pic x(02).
        03 rpt-variant  pic x(7).
        03 filler       pic x(02).
        03 rpt-modern   pic x(48).
        03 filler       pic x(02).
        03 rpt-source   pic x(30).
        03 filler       pic x(02).
        03 rpt-submitter pic x(8).

*> Only the report-line figures of the close report matter here
fd close-file.
    01 close-record.
        03 clo-caption  pic x(33).
        03 clo-valid    pic x(8).
        03 filler       pic x(02).
        03 clo-invalid  pic x(8).
        03 filler       pic x(39).

fd register-file.
    01 register-record  pic x(100).

sd sort-file.
    01 sort-record.
        03 sort-submitter pic x(8).
        03 sort-source    pic x(30).
        03 sort-seq       pic 9(8).
        03 sort-line.
            05 srt-numeral  pic x(48).
            05 srt-value    pic x(8).
            05 srt-flag     pic x(7).
            05 srt-frac     pic x(5).
            05 srt-canon    pic x(1).
            05 srt-variant  pic x(7).

working-storage section.
77  report-fname        pic x(20) value spaces.
77  report-file-status  pic x(2).
77  close-fname         pic x(20) value spaces.
77  close-file-status   pic x(2).
77  register-fname      pic x(20) value spaces.
77  work-date    pic x(8) value spaces.
77  today-str    pic x(8) value spaces.
77  eof-switch   pic 9 value 1.
77  first-sw     pic 9 value 1.
77  line-seq     pic 9(8) value 0.
*> The control fields of the group being printed
77  cur-submitter pic x(8) value spaces.
77  cur-source    pic x(30) value spaces.
*> Counts at the three levels - 1 the source file, 2 the submitter,
*> 3 the whole day - each valid, invalid, non-canonical and
*> fraction-bearing
01  level-totals.
    03 level-entry occurs 3 times.
        05 tot-valid    pic 9(8).
        05 tot-invalid  pic 9(8).
        05 tot-noncanon pic 9(8).
        05 tot-frac     pic 9(8).
77  li           pic 9 value 0.
77  file-count   pic 9(6) value 0.
77  sub-count    pic 9(6) value 0.
77  other-count  pic 9(8) value 0.
*> The close report's figures, when there is one
77  close-found  pic 9 value 0.
77  close-valid   pic 9(8) value 0.
77  close-invalid pic 9(8) value 0.
*> Pagination - a heading on every page, a fresh page every 55 lines
*> and for every submitter
77  page-num     pic 9(4) value 0.
77  page-lines   pic 9(3) value 0.
*> Edited views and line scratch
77  cnt-disp-1   pic z(7)9.
77  cnt-disp-2   pic z(7)9.
77  cnt-disp-3   pic z(7)9.
77  cnt-disp-4   pic z(7)9.
77  page-disp    pic z(3)9.
77  line-ptr     pic 9(3) value 1.
01  work-line    pic x(100) value spaces.
01  caption      pic x(40) value spaces.
*> Who printed the register, verified through rnsignon like the rest
*> of the A3 programs
77  operator-id   pic x(8) value spaces.
77  operator-auth pic x(1) value space.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.
*> Working storage for unattended operation out of the nightly
*> stream, the same PARM rnclose takes: the date to print (TODAY for
*> the run date) and the operator, verified through rnsignon. The run
*> ends 0 when the register agrees with the close report (or there
*> is none to agree with), 8 when it doesn't, 12 when a processing
*> day has no report file, 16 when the PARM was bad. A day the shop
*> calendar says nobody was processing has no report to print, and
*> ends 0 without a register, as rnclose treats it
77  parmString    pic x(80) value spaces.
77  parm-date     pic x(8) value spaces.
77  parm-operator pic x(8) value spaces.
77  batchMode     pic 9 value 0.
*> Whether work-date is a processing day on the shop calendar, which
*> decides whether a missing report is a fault
77  processing-day pic 9 value 1.
77  cal-request  pic x(1) value space.
77  cal-date-2   pic x(8) value spaces.
77  cal-result   pic 9(5) value 0.
77  cal-status   pic x(1) value space.

*> Main procedure
*>
*> Settles the day, then hands the report to the sort with the
*> loading pass as its input procedure and the printing as its output
*> procedure
procedure division.
    display "--------------------------------------------".
    display "     Daily Conversion Register Print        ".
    display "--------------------------------------------".

    move function current-date(1:8) to today-str.

    move spaces to parmString.
    accept parmString from command-line.
    if function trim(parmString) not = spaces
        move 1 to batchMode
        perform runParm
    else
        perform signOn
        display "Report date to print (yyyymmdd, blank for today)? "
        move spaces to work-date
        accept work-date
    end-if.
    if work-date = spaces
        move today-str to work-date
    end-if.

    move spaces to report-fname.
    string "RNRPT" delimited by size
           work-date delimited by size
           ".TXT" delimited by size
           into report-fname
    end-string.
    move spaces to close-fname.
    string "RNCLO" delimited by size
           work-date delimited by size
           ".TXT" delimited by size
           into close-fname
    end-string.
    move spaces to register-fname.
    string "RNPRG" delimited by size
           work-date delimited by size
           ".TXT" delimited by size
           into register-fname
    end-string.

    move 'B' to cal-request.
    call "rncalday" using cal-request, work-date, cal-date-2,
        cal-result, cal-status.
    move cal-result to processing-day.

    open input report-file.
    if report-file-status not = "00"
        close report-file
        if processing-day = 0
            display "No processing day - no register."
            stop run
        end-if
        display "No report file " function trim(report-fname)
            " to print."
        move 12 to return-code
        stop run
    end-if.

    perform clearLevel varying li from 1 by 1 until li > 3.
    open output register-file.

    sort sort-file
        on ascending key sort-submitter sort-source sort-seq
        input procedure is loadReport thru loadReportExit
        output procedure is printRegister thru printRegisterExit.

    close report-file.
    perform readCloseFigures.
    perform writeGrandTotalPage.
    close register-file.

    display sub-count " submitter(s), " file-count " source file(s), "
        page-num " page(s) written to " function trim(register-fname).
    if close-found = 1
        if close-valid = tot-valid(3) and close-invalid = tot-invalid(3)
            display "Register agrees with the close report."
        else
            display "REGISTER DOES NOT AGREE WITH THE CLOSE REPORT "
                function trim(close-fname)
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

*> runParm
*>
*> Splits the PARM into the date to print and the operator, the way
*> rnclose does
runParm.
    unstring parmString delimited by all space
        into parm-date parm-operator
    end-unstring.
    inspect parm-date converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    if parm-date = "TODAY"
        move today-str to parm-date
    end-if.
    if parm-date is not numeric
        display "Bad PARM: expected the date to print (yyyymmdd or "
            "TODAY) and an operator id."
        move 16 to return-code
        stop run
    end-if.
    move parm-date to work-date.
    move parm-operator to operator-id.
    call "rnsignon" using operator-id, operator-auth, signon-status.
    if signon-status not = '0'
        display "Operator id in PARM could not be verified "
            "against the operator master."
        move 16 to return-code
        stop run
    end-if.

*> clearLevel
*>
*> One level's counts back to zero
clearLevel.
    move 0 to tot-valid(li).
    move 0 to tot-invalid(li).
    move 0 to tot-noncanon(li).
    move 0 to tot-frac(li).

*> loadReport
*>
*> Input procedure: every report line released to the sort under its
*> submitter, source file and place in the report
loadReport.
    move 1 to eof-switch.
    perform releaseReportLine until eof-switch = 0.
loadReportExit.
    exit.

*> releaseReportLine
*>
*> One report line to the sort
releaseReportLine.
    read report-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and report-record is not = spaces
        add 1 to line-seq
        move spaces to sort-record
        move rpt-submitter to sort-submitter
        move rpt-source to sort-source
        if rpt-source = spaces
            move "(NOT RECORDED)" to sort-source
        end-if
        move line-seq to sort-seq
        move rpt-numeral to srt-numeral
        move rpt-value to srt-value
        move rpt-flag to srt-flag
        move rpt-frac to srt-frac
        move rpt-canon to srt-canon
        move rpt-variant to srt-variant
        release sort-record
    end-if.

*> printRegister
*>
*> Output procedure: the sorted lines printed with a break at every
*> change of source file and of submitter, and the last groups
*> closed off at the end
printRegister.
    move 1 to first-sw.
    move 1 to eof-switch.
    perform printOneLine until eof-switch = 0.
    if first-sw = 0
        perform closeSourceGroup
        perform closeSubmitterGroup
    end-if.
printRegisterExit.
    exit.

*> printOneLine
*>
*> One sorted line: the breaks it causes, then the line itself
printOneLine.
    return sort-file
        at end move 0 to eof-switch
    end-return.
    if eof-switch is not = 0
        if first-sw = 1
            move 0 to first-sw
            perform openSubmitterGroup
            perform openSourceGroup
        else
            if sort-submitter not = cur-submitter
                perform closeSourceGroup
                perform closeSubmitterGroup
                perform openSubmitterGroup
                perform openSourceGroup
            else
                if sort-source not = cur-source
                    perform closeSourceGroup
                    perform openSourceGroup
                end-if
            end-if
        end-if
        perform printDetail
    end-if.

*> openSubmitterGroup
*>
*> A new submitter starts on a fresh page under its own heading
openSubmitterGroup.
    move sort-submitter to cur-submitter.
    add 1 to sub-count.
    perform clearLevel varying li from 2 by 1 until li > 2.
    perform writePageHeader.
    move spaces to work-line.
    move 1 to line-ptr.
    if cur-submitter = spaces
        string "SUBMITTER: (NONE - NOT A TRANSMITTAL)" delimited by size
            into work-line with pointer line-ptr
        end-string
    else
        string "SUBMITTER: " delimited by size
               cur-submitter delimited by size
            into work-line with pointer line-ptr
        end-string
    end-if.
    perform writeLine.

*> openSourceGroup
*>
*> A new source file under the current submitter
openSourceGroup.
    move sort-source to cur-source.
    add 1 to file-count.
    perform clearLevel varying li from 1 by 1 until li > 1.
    move spaces to work-line.
    perform writeLine.
    move spaces to work-line.
    move 1 to line-ptr.
    string "  SOURCE FILE: " delimited by size
           cur-source delimited by size
        into work-line with pointer line-ptr
    end-string.
    perform writeLine.

*> printDetail
*>
*> One conversion line, counted into all three levels
printDetail.
    move spaces to work-line.
    move srt-numeral to work-line(5:48).
    move srt-value to work-line(55:8).
    move srt-flag to work-line(65:7).
    move srt-frac to work-line(74:5).
    move srt-canon to work-line(81:1).
    move srt-variant to work-line(84:7).
    perform writeLine.
    if srt-flag = "VALID  " or srt-flag = "INVALID"
        perform countDetail varying li from 1 by 1 until li > 3
    else
        add 1 to other-count
    end-if.

*> countDetail
*>
*> The line added into one level's counts
countDetail.
    if srt-flag = "VALID  "
        add 1 to tot-valid(li)
        if srt-frac not = spaces
            add 1 to tot-frac(li)
        end-if
    else
        add 1 to tot-invalid(li)
    end-if.
    if srt-canon = 'N' or srt-canon = 'X'
        add 1 to tot-noncanon(li)
    end-if.

*> closeSourceGroup
*>
*> The control break at the end of a source file
closeSourceGroup.
    move 1 to li.
    move spaces to caption.
    string "  TOTAL " delimited by size
           cur-source delimited by "  "
        into caption
    end-string.
    perform writeTotalLines.

*> closeSubmitterGroup
*>
*> The control break at the end of a submitter
closeSubmitterGroup.
    move 2 to li.
    move spaces to caption.
    if cur-submitter = spaces
        move "TOTAL NO SUBMITTER" to caption
    else
        string "TOTAL SUBMITTER " delimited by size
               cur-submitter delimited by space
            into caption
        end-string
    end-if.
    perform writeTotalLines.

*> writeTotalLines
*>
*> The four counts of level li under the caption
writeTotalLines.
    move spaces to work-line.
    perform writeLine.
    move tot-valid(li) to cnt-disp-1.
    move tot-invalid(li) to cnt-disp-2.
    move tot-noncanon(li) to cnt-disp-3.
    move tot-frac(li) to cnt-disp-4.
    move spaces to work-line.
    move caption to work-line(1:40).
    move "VALID" to work-line(42:5).
    move cnt-disp-1 to work-line(48:8).
    move "INVALID" to work-line(58:7).
    move cnt-disp-2 to work-line(66:8).
    perform writeLine.
    move spaces to work-line.
    move "NON-CANONICAL" to work-line(34:13).
    move cnt-disp-3 to work-line(48:8).
    move "FRACTION" to work-line(57:8).
    move cnt-disp-4 to work-line(66:8).
    perform writeLine.

*> writePageHeader
*>
*> Starts a fresh register page with its heading
writePageHeader.
    add 1 to page-num.
    move 0 to page-lines.
    move spaces to register-record.
    move all "=" to register-record(1:92).
    write register-record.
    move page-num to page-disp.
    move spaces to register-record.
    move 1 to line-ptr.
    string "DAILY CONVERSION REGISTER   REPORT DATE " delimited by size
           work-date delimited by size
           "   RUN DATE " delimited by size
           today-str delimited by size
        into register-record with pointer line-ptr
    end-string.
    move "PAGE" to register-record(80:4).
    move page-disp to register-record(85:4).
    write register-record.
    move spaces to register-record.
    move "NUMERIAL" to register-record(5:8).
    move "VALUE" to register-record(58:5).
    move "FLAG" to register-record(65:4).
    move "FRAC" to register-record(74:4).
    move "CANON" to register-record(79:5).
    move "VARIANT" to register-record(85:7).
    write register-record.
    move spaces to register-record.
    move all "-" to register-record(1:92).
    write register-record.
    move 4 to page-lines.

*> writeLine
*>
*> Writes the line in work-line, breaking to a new page first when the
*> current one is full
writeLine.
    if page-lines > 54
        perform writePageHeader
    end-if.
    write register-record from work-line.
    add 1 to page-lines.

*> readCloseFigures
*>
*> The report-line figures off the day's close report, when the day
*> has been closed
readCloseFigures.
    move 0 to close-found.
    open input close-file.
    if close-file-status = "00"
        move 1 to eof-switch
        perform readCloseLine until eof-switch = 0
    end-if.
    close close-file.

*> readCloseLine
*>
*> One close report line - the REPORT LINES one carries the figures
readCloseLine.
    read close-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0
            and clo-caption(1:30) = "REPORT LINES (VALID / INVALID)"
        move 1 to close-found
        move function numval(clo-valid) to close-valid
        move function numval(clo-invalid) to close-invalid
    end-if.

*> writeGrandTotalPage
*>
*> The last page: the day's totals, and how they stand against the
*> close report
writeGrandTotalPage.
    perform writePageHeader.
    move "GRAND TOTAL" to caption.
    move 3 to li.
    perform writeTotalLines.
    move spaces to work-line.
    perform writeLine.
    compute line-seq = tot-valid(3) + tot-invalid(3).
    move line-seq to cnt-disp-1.
    move spaces to work-line.
    move "CONVERSIONS" to work-line(1:11).
    move cnt-disp-1 to work-line(48:8).
    perform writeLine.
    move other-count to cnt-disp-1.
    move spaces to work-line.
    move "LINES NOT COUNTED (SEQUENCE AUDIT)" to work-line(1:34).
    move cnt-disp-1 to work-line(48:8).
    perform writeLine.
    move sub-count to cnt-disp-1.
    move spaces to work-line.
    move "SUBMITTERS" to work-line(1:10).
    move cnt-disp-1 to work-line(48:8).
    perform writeLine.
    move file-count to cnt-disp-1.
    move spaces to work-line.
    move "SOURCE FILES" to work-line(1:12).
    move cnt-disp-1 to work-line(48:8).
    perform writeLine.
    move spaces to work-line.
    perform writeLine.
    move spaces to work-line.
    move 1 to line-ptr.
    if close-found = 0
        string "NO CLOSE REPORT " delimited by size
               close-fname delimited by space
               " - THE DAY HAS NOT BEEN CLOSED" delimited by size
            into work-line with pointer line-ptr
        end-string
    else
        move close-valid to cnt-disp-1
        move close-invalid to cnt-disp-2
        if close-valid = tot-valid(3) and close-invalid = tot-invalid(3)
            string "AGREES WITH " delimited by size
                   close-fname delimited by space
                   " REPORT LINES " delimited by size
                   cnt-disp-1 delimited by size
                   " / " delimited by size
                   cnt-disp-2 delimited by size
                into work-line with pointer line-ptr
            end-string
        else
            string "*** DOES NOT AGREE WITH " delimited by size
                   close-fname delimited by space
                   " REPORT LINES " delimited by size
                   cnt-disp-1 delimited by size
                   " / " delimited by size
                   cnt-disp-2 delimited by size
                   " ***" delimited by size
                into work-line with pointer line-ptr
            end-string
        end-if
    end-if.
    perform writeLine.
    move spaces to work-line.
    move 1 to line-ptr.
    string "PRINTED BY " delimited by size
           operator-id delimited by size
           " AT " delimited by size
           function current-date(1:14) delimited by size
        into work-line with pointer line-ptr
    end-string.
    perform writeLine.
