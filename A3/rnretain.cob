*> Assignment 3 - CIS3190
*>
*> Author: Loui Zibdawi
*>
*> Enforces records management's retention schedule on the dated
*> daily files the roman side leaves behind - RNRPT reports and
*> their RNARC archive names, RNEXC exception listings, RNAUD audit
*> trails, RNDSP disposition files, RNVFY verification files and
*> RNRSB resubmission files - which otherwise pile up forever. The
*> RNRETN.TXT schedule gives each family its retention period in
*> days (a family with no period is kept for good). A disposal run
*> finds every file past its family's period and writes the
*> RNDISPL.TXT disposal list; a supervisor approves the list, the
*> approved files are deleted, and each one goes on the permanent
*> RNDREG.TXT disposal register with its name, the dates it covers,
*> its record count, who prepared the list and the supervisor who
*> approved it. Legal holds on RNHOLD.TXT - a date range, or a
*> submitter id (with an optional date range) - exempt the files
*> they cover until the hold is released: a submitter's hold covers
*> every file of a day the RNXLOG register shows one of their
*> transmittals processed on. Holds are checked again at approval,
*> so a hold placed after the list was prepared still saves the file
identification division.
program-id. rnretain.

environment division.

input-output section.
file-control.
*> The retention schedule, one record per file family
select optional retention-file assign to "RNRETN.TXT"
    organization is line sequential
    file status is retention-file-status.
select new-retention-file assign to "RNRETN.NEW"
    organization is line sequential.
*> The legal holds, placed and released here
select optional hold-file assign to "RNHOLD.TXT"
    organization is line sequential
    file status is hold-file-status.
select new-hold-file assign to "RNHOLD.NEW"
    organization is line sequential.
*> The disposal list waiting on a supervisor's approval
select optional list-file assign to "RNDISPL.TXT"
    organization is line sequential
    file status is list-file-status.
*> The permanent disposal register - appended to, never rewritten
select optional register-file assign to "RNDREG.TXT"
    organization is line sequential
    file status is register-file-status.
*> A dated file being looked at for disposal, opened under its own
*> name only to prove it is there and count its records
select optional dated-file assign to dynamic dated-fname
    organization is line sequential
    file status is dated-file-status.
*> The register of transmittals received, read by processing date
*> off its alternate key for the submitter holds
select optional xmitlog-file assign to "RNXLOG.DAT"
    organization is indexed
    access mode is dynamic
    record key is xlog-key
    alternate record key is xlog-processed with duplicates
    file status is xmitlog-status.
*> The day's audit trail romannumerals keeps, appended to here
select optional audit-file assign to dynamic audit-fname
    organization is line sequential.

data division.
file section.
*> One family's retention period in days, and what the family is
fd retention-file.
    01 retention-record.
        03 ret-family  pic x(5).
        03 filler      pic x(02).
        03 ret-days    pic 9(5).
        03 filler      pic x(02).
        03 ret-desc    pic x(30).

fd new-retention-file.
    01 new-retention-record  pic x(44).

*> One legal hold: its number, 'D' for a date range or 'S' for a
*> submitter (the range then optional), 'A'ctive or 'R'eleased, who
*> placed and released it and when, and why it was placed
fd hold-file.
    01 hold-record.
        03 hold-number      pic 9(4).
        03 filler           pic x(02).
        03 hold-type        pic x(1).
        03 filler           pic x(02).
        03 hold-from        pic x(8).
        03 filler           pic x(02).
        03 hold-to          pic x(8).
        03 filler           pic x(02).
        03 hold-submitter   pic x(8).
        03 filler           pic x(02).
        03 hold-status      pic x(1).
        03 filler           pic x(02).
        03 hold-placed-by   pic x(8).
        03 filler           pic x(02).
        03 hold-placed      pic x(8).
        03 filler           pic x(02).
        03 hold-released-by pic x(8).
        03 filler           pic x(02).
        03 hold-released    pic x(8).
        03 filler           pic x(02).
        03 hold-reason      pic x(30).

fd new-hold-file.
    01 new-hold-record  pic x(120).

*> One file on the disposal list: 'D' to be disposed of, or 'H'
*> exempted by the legal hold whose number it carries. The list
*> closes with a '#' control trailer carrying the count of files to
*> dispose of, the day it was prepared and who prepared it
fd list-file.
    01 list-record.
        03 dl-status   pic x(1).
        03 filler      pic x(02).
        03 dl-fname    pic x(20).
        03 filler      pic x(02).
        03 dl-family   pic x(5).
        03 filler      pic x(02).
        03 dl-date     pic x(8).
        03 filler      pic x(02).
        03 dl-records  pic 9(8).
        03 filler      pic x(02).
        03 dl-hold     pic 9(4).
    01 list-trailer.
        03 dlt-mark     pic x(1).
        03 filler       pic x(02).
        03 dlt-count    pic 9(6).
        03 filler       pic x(02).
        03 dlt-date     pic x(8).
        03 filler       pic x(02).
        03 dlt-preparer pic x(8).

*> One file disposed of, for good
fd register-file.
    01 register-record.
        03 reg-fname     pic x(20).
        03 filler        pic x(02).
        03 reg-family    pic x(5).
        03 filler        pic x(02).
        03 reg-from      pic x(8).
        03 filler        pic x(02).
        03 reg-to        pic x(8).
        03 filler        pic x(02).
        03 reg-records   pic 9(8).
        03 filler        pic x(02).
        03 reg-preparer  pic x(8).
        03 filler        pic x(02).
        03 reg-approver  pic x(8).
        03 filler        pic x(02).
        03 reg-stamp     pic x(14).

fd dated-file.
    01 dated-record  pic x(200).

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

working-storage section.
77  retention-file-status  pic x(2).
77  hold-file-status       pic x(2).
77  list-file-status       pic x(2).
77  register-file-status   pic x(2).
77  dated-file-status      pic x(2).
77  xmitlog-status         pic x(2).
77  dated-fname  pic x(20) value spaces.
77  audit-fname  pic x(20) value spaces.
77  option       pic 9 value 0.
77  eof-switch   pic 9 value 1.
77  dated-eof-sw pic 9 value 1.
77  xlog-eof-sw  pic 9 value 1.
77  found-sw     pic 9 value 0.
77  answer       pic x value space.
77  today-str    pic x(8) value spaces.
77  today-int    pic 9(8) value 0.
*> The dated file families the schedule covers, each with the period
*> the schedule gives it (zero keeps it for good) and the date its
*> files have to be older than to be disposed of
01  family-values.
    03 filler  pic x(5) value "RNRPT".
    03 filler  pic x(5) value "RNARC".
    03 filler  pic x(5) value "RNEXC".
    03 filler  pic x(5) value "RNAUD".
    03 filler  pic x(5) value "RNDSP".
    03 filler  pic x(5) value "RNVFY".
    03 filler  pic x(5) value "RNRSB".
01  family-names redefines family-values.
    03 fam-name  pic x(5) occurs 7 times.
01  family-table.
    03 family-entry occurs 7 times.
        05 fam-days    pic 9(5).
        05 fam-cutoff  pic 9(8).
        05 fam-desc    pic x(30).
77  fi           pic 9 value 0.
77  look-family  pic x(5) value spaces.
77  latest-cutoff pic 9(8) value 0.
*> The active legal holds, loaded fresh for every list and approval
01  hold-table.
    03 hold-entry occurs 100 times.
        05 ht-number    pic 9(4).
        05 ht-type      pic x(1).
        05 ht-from      pic x(8).
        05 ht-to        pic x(8).
        05 ht-submitter pic x(8).
77  hold-count   pic 9(3) value 0.
77  hi           pic 9(3) value 0.
77  held-by      pic 9(4) value 0.
77  next-hold    pic 9(4) value 0.
*> The walk through the dated files, the same calendar-true shape
*> rndefer walks its range with
77  start-date   pic 9(8) value 0.
01  cur-date.
    03 cur-year   pic 9(4).
    03 cur-month  pic 9(2).
    03 cur-day    pic 9(2).
01  cur-date-num redefines cur-date  pic 9(8).
77  days-in-month pic 99 value 0.
77  leap-rem-1    pic 9(4) value 0.
77  leap-rem-2    pic 9(4) value 0.
77  leap-rem-3    pic 9(4) value 0.
77  days-walked   pic 9(6) value 0.
*> What the file being looked at holds, and what the run found
77  record-count  pic 9(8) value 0.
77  dispose-count pic 9(6) value 0.
77  held-count    pic 9(6) value 0.
77  gone-count    pic 9(6) value 0.
77  record-total  pic 9(9) value 0.
77  list-preparer pic x(8) value spaces.
77  list-date     pic x(8) value spaces.
77  shell-cmd     pic x(60) value spaces.
*> Fields the maintenance screens collect before touching a file
77  entry-family pic x(5) value spaces.
77  entry-days   pic x(5) value spaces.
77  entry-desc   pic x(30) value spaces.
77  entry-type   pic x(1) value space.
77  entry-from   pic x(8) value spaces.
77  entry-to     pic x(8) value spaces.
77  entry-sub    pic x(8) value spaces.
77  entry-reason pic x(30) value spaces.
77  entry-number pic 9(4) value 0.
77  cnt-disp-1   pic z(7)9.
*> What goes on the audit record being written
77  aud-act      pic x(16) value spaces.
77  aud-det      pic x(40) value spaces.
*> Who is at this keyboard, verified through rnsignon like everywhere
*> else - deleting records is a supervisor's call
77  operator-id   pic x(8) value spaces.
77  operator-auth pic x(1) value space.
77  signon-status pic x(1) value space.
77  signon-tries  pic 9 value 0.

*> Main procedure
*>
*> Signs the operator on (supervisors only), then loops the menu
procedure division.
    display "--------------------------------------------".
    display "    Records Retention and Disposal          ".
    display "--------------------------------------------".

    perform signOn.
    if operator-auth not = 'S'
        display "Supervisor authorization is required for records "
            "retention and disposal."
        stop run
    end-if.

    move function current-date(1:8) to today-str.
    compute today-int =
        function integer-of-date(function numval(today-str)).

    perform getOption until option = 8.

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

*> getOption
*>
*> The menu - one round per call, same shape as rnoper's menu
getOption.
    display " ".
    display "Select an option:".
    display "(1) List the Retention Schedule".
    display "(2) Set a Family's Retention Period".
    display "(3) List Legal Holds".
    display "(4) Place a Legal Hold".
    display "(5) Release a Legal Hold".
    display "(6) Prepare the Disposal List".
    display "(7) Approve the Disposal List".
    display "(8) Quit".
    accept option.

    evaluate option
        when 1 perform listSchedule
        when 2 perform setRetention
        when 3 perform listHolds
        when 4 perform placeHold
        when 5 perform releaseHold
        when 6 perform prepareList
        when 7 perform approveList
        when 8 continue
        when other display "Invalid input"
    end-evaluate.

*> loadSchedule
*>
*> Takes every family's period off the schedule and works out the
*> date its files have to be older than; a family the schedule
*> doesn't list keeps its files for good
loadSchedule.
    perform clearFamily varying fi from 1 by 1 until fi > 7.
    move 0 to latest-cutoff.
    open input retention-file.
    if retention-file-status = "00"
        move 1 to eof-switch
        perform loadScheduleRecord until eof-switch = 0
    end-if.
    close retention-file.

*> clearFamily
*>
*> One family reset to keep-for-good
clearFamily.
    move 0 to fam-days(fi).
    move 0 to fam-cutoff(fi).
    move spaces to fam-desc(fi).

*> loadScheduleRecord
*>
*> One schedule record onto its family
loadScheduleRecord.
    read retention-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and retention-record is not = spaces
        move ret-family to look-family
        perform findFamily
        if found-sw = 1 and ret-days is numeric
            move ret-days to fam-days(fi)
            move ret-desc to fam-desc(fi)
            if ret-days > 0
                compute fam-cutoff(fi) = function date-of-integer
                    (today-int - ret-days)
                if fam-cutoff(fi) > latest-cutoff
                    move fam-cutoff(fi) to latest-cutoff
                end-if
            end-if
        end-if
    end-if.

*> findFamily
*>
*> Which family look-family is (its subscript left in fi)
findFamily.
    move 0 to found-sw.
    perform matchFamily
        varying fi from 1 by 1 until fi > 7 or found-sw = 1.
    if found-sw = 1
        subtract 1 from fi
    end-if.

*> matchFamily
*>
*> One family held up against the name asked about
matchFamily.
    if fam-name(fi) = look-family
        move 1 to found-sw
    end-if.

*> listSchedule
*>
*> Every family with the period the schedule gives it
listSchedule.
    perform loadSchedule.
    display "Family  Days   Files older than  Description".
    display "------  -----  ----------------  ------------------------------".
    perform showFamily varying fi from 1 by 1 until fi > 7.

*> showFamily
*>
*> One line of the schedule listing
showFamily.
    if fam-days(fi) = 0
        display fam-name(fi) "   -----  kept for good      " fam-desc(fi)
    else
        display fam-name(fi) "   " fam-days(fi) "  " fam-cutoff(fi)
            "          " fam-desc(fi)
    end-if.

*> setRetention
*>
*> Puts a family's period on the schedule, replacing whatever it had;
*> a period of zero takes the family back to keep-for-good. The whole
*> schedule is rewritten through the scratch file and renamed into
*> place, the way rncal lands its calendar
setRetention.
    display "Family (RNRPT, RNARC, RNEXC, RNAUD, RNDSP, RNVFY, "
        "RNRSB)? ".
    move spaces to entry-family.
    accept entry-family.
    inspect entry-family converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    perform loadSchedule.
    move entry-family to look-family.
    perform findFamily.
    if found-sw = 0
        display function trim(entry-family)
            " is not a dated file family the schedule covers."
    else
        display "Retention period in days (0 to keep for good)? "
        move spaces to entry-days
        accept entry-days
        if function trim(entry-days) is not numeric
            display "The period must be a number of days - nothing "
                "changed."
        else
            display "Description (blank to keep '"
                function trim(fam-desc(fi)) "')? "
            move spaces to entry-desc
            accept entry-desc
            if entry-desc = spaces
                move fam-desc(fi) to entry-desc
            end-if
            move function numval(entry-days) to fam-days(fi)
            move entry-desc to fam-desc(fi)
            open output new-retention-file
            perform writeScheduleRecord
                varying fi from 1 by 1 until fi > 7
            close new-retention-file
            call "SYSTEM" using "mv -f RNRETN.NEW RNRETN.TXT"
            display function trim(entry-family) " retention set to "
                function trim(entry-days) " day(s)."
        end-if
    end-if.

*> writeScheduleRecord
*>
*> One family's record on the rewritten schedule - families with no
*> period and no description are left off
writeScheduleRecord.
    if fam-days(fi) > 0 or fam-desc(fi) not = spaces
        move spaces to retention-record
        move fam-name(fi) to ret-family
        move fam-days(fi) to ret-days
        move fam-desc(fi) to ret-desc
        write new-retention-record from retention-record
    end-if.

*> loadHolds
*>
*> Takes every active legal hold into the table, and works out the
*> number the next hold placed gets
loadHolds.
    move 0 to hold-count.
    move 1 to next-hold.
    open input hold-file.
    if hold-file-status = "00"
        move 1 to eof-switch
        perform loadHoldRecord until eof-switch = 0
    end-if.
    close hold-file.

*> loadHoldRecord
*>
*> One hold record - kept when it is still active
loadHoldRecord.
    read hold-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and hold-record is not = spaces
        if hold-number not < next-hold
            compute next-hold = hold-number + 1
        end-if
        if hold-status = 'A' and hold-count < 100
            add 1 to hold-count
            move hold-number to ht-number(hold-count)
            move hold-type to ht-type(hold-count)
            move hold-from to ht-from(hold-count)
            move hold-to to ht-to(hold-count)
            move hold-submitter to ht-submitter(hold-count)
        end-if
    end-if.

*> listHolds
*>
*> Every legal hold ever placed, active and released
listHolds.
    open input hold-file.
    if hold-file-status = "00"
        display "Hold  Type  From      To        Submitter  Status  "
            "Placed by / on     Reason"
        move 1 to eof-switch
        perform showHold until eof-switch = 0
    else
        display "No legal holds have been placed."
    end-if.
    close hold-file.

*> showHold
*>
*> One line of the hold listing
showHold.
    read hold-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and hold-record is not = spaces
        display hold-number "  " hold-type "     " hold-from "  "
            hold-to "  " hold-submitter "   " hold-status "       "
            hold-placed-by " " hold-placed "  " hold-reason
        if hold-status = 'R'
            display "      released by " hold-released-by " on "
                hold-released
        end-if
    end-if.

*> placeHold
*>
*> Puts a new legal hold on: a date range, or a submitter with an
*> optional date range, and the reason for it
placeHold.
    display "Hold by (D)ate range or (S)ubmitter? ".
    move space to entry-type.
    accept entry-type.
    inspect entry-type converting "ds" to "DS".
    move spaces to entry-sub.
    if entry-type = 'S'
        display "Submitter id? "
        accept entry-sub
        inspect entry-sub converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    end-if.
    if entry-type not = 'D' and entry-type not = 'S'
        display "The hold must be D or S - nothing placed."
    else
        if entry-type = 'S' and entry-sub = spaces
            display "A submitter hold needs the submitter id - "
                "nothing placed."
        else
            perform acceptHoldRange
            if entry-from = spaces and entry-type = 'D'
                display "A date-range hold needs its dates - nothing "
                    "placed."
            else
                perform writeHold
            end-if
        end-if
    end-if.

*> acceptHoldRange
*>
*> The dates a hold covers - both yyyymmdd with the start not after
*> the end, or (for a submitter hold) both blank for every date
acceptHoldRange.
    display "From date (yyyymmdd, blank for every date)? ".
    move spaces to entry-from.
    accept entry-from.
    move spaces to entry-to.
    if entry-from not = spaces
        display "To date (yyyymmdd)? "
        accept entry-to
        if entry-from is not numeric or entry-to is not numeric
                or entry-from > entry-to
            display "The dates must be yyyymmdd with the start not "
                "after the end."
            move spaces to entry-from
            move spaces to entry-to
            if entry-type = 'S'
                move space to entry-type
                display "Nothing placed."
            end-if
        end-if
    end-if.

*> writeHold
*>
*> Appends the hold and audits it
writeHold.
    if entry-type not = space
        display "Reason for the hold? "
        move spaces to entry-reason
        accept entry-reason
        perform loadHolds
        open extend hold-file
        move spaces to hold-record
        move next-hold to hold-number
        move entry-type to hold-type
        move entry-from to hold-from
        move entry-to to hold-to
        move entry-sub to hold-submitter
        move 'A' to hold-status
        move operator-id to hold-placed-by
        move today-str to hold-placed
        move entry-reason to hold-reason
        write hold-record
        close hold-file
        move "HOLD PLACED" to aud-act
        perform writeHoldAudit
        display "Legal hold " next-hold " placed."
    end-if.

*> releaseHold
*>
*> Releases an active legal hold, so the files it covered fall back
*> under the schedule. The hold file is rewritten through the scratch
*> file and renamed into place, and the released hold stays on it
releaseHold.
    display "Hold number to release? ".
    move 0 to entry-number.
    accept entry-number.
    perform loadHolds.
    move 0 to found-sw.
    perform matchHold
        varying hi from 1 by 1 until hi > hold-count or found-sw = 1.
    if found-sw = 0
        display "Hold " entry-number " is not an active hold."
    else
        open input hold-file
        open output new-hold-file
        move 1 to eof-switch
        perform rewriteHold until eof-switch = 0
        close new-hold-file
        close hold-file
        call "SYSTEM" using "mv -f RNHOLD.NEW RNHOLD.TXT"
        display "Legal hold " entry-number " released."
    end-if.

*> matchHold
*>
*> One active hold held up against the number asked about
matchHold.
    if ht-number(hi) = entry-number
        move 1 to found-sw
    end-if.

*> rewriteHold
*>
*> One record of the rewrite - the released hold marked and audited
rewriteHold.
    read hold-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0
        if hold-number = entry-number and hold-status = 'A'
            move 'R' to hold-status
            move operator-id to hold-released-by
            move today-str to hold-released
            move "HOLD RELEASED" to aud-act
            perform writeHoldAudit
        end-if
        write new-hold-record from hold-record
    end-if.

*> writeHoldAudit
*>
*> The audit record for the hold in the record area - its number,
*> type, submitter and dates, under the action already set
writeHoldAudit.
    move spaces to aud-det.
    string "HOLD " delimited by size
           hold-number delimited by size
           " " delimited by size
           hold-type delimited by size
           " " delimited by size
           hold-submitter delimited by space
           " " delimited by size
           hold-from delimited by size
           "-" delimited by size
           hold-to delimited by size
        into aud-det
    end-string.
    perform writeAudit.

*> writeAudit
*>
*> Stamps and appends one record to the day's audit trail, opened and
*> closed around the one record the way rnoper writes its own
writeAudit.
    move spaces to audit-fname.
    string "RNAUD" delimited by size
           function current-date(1:8) delimited by size
           ".TXT" delimited by size
           into audit-fname
    end-string.
    open extend audit-file.
    move spaces to audit-record.
    move function current-date(1:14) to aud-stamp.
    move operator-id to aud-operator.
    move aud-act to aud-action.
    move aud-det to aud-detail.
    write audit-record.
    close audit-file.

*> prepareList
*>
*> Walks every day from the earliest asked for up to the newest
*> cutoff, and lists each family's file that exists and is past its
*> period - to be disposed of, or exempted by the hold covering it
prepareList.
    perform loadSchedule.
    if latest-cutoff = 0
        display "No family has a retention period - nothing is due "
            "for disposal."
    else
        display "Look back to (yyyymmdd, blank for ten years back)? "
        move 0 to start-date
        accept start-date
        if start-date = 0
            compute start-date = function date-of-integer
                (today-int - 3653)
        end-if
        perform loadHolds
        move 0 to dispose-count
        move 0 to held-count
        move 0 to record-total
        open output list-file
        move start-date to cur-date-num
        move 0 to days-walked
        perform listOneDay
            until cur-date-num not < latest-cutoff
                or days-walked > 40000
        move spaces to list-trailer
        move "#" to dlt-mark
        move dispose-count to dlt-count
        move today-str to dlt-date
        move operator-id to dlt-preparer
        write list-trailer
        close list-file
        move record-total to cnt-disp-1
        display dispose-count " file(s) listed for disposal ("
            function trim(cnt-disp-1) " records), " held-count
            " exempted by legal holds."
        display "Disposal list written to RNDISPL.TXT - approve it "
            "with option 7."
    end-if.

*> listOneDay
*>
*> One day of the walk, every family whose cutoff the day is before
listOneDay.
    add 1 to days-walked.
    perform listOneFile varying fi from 1 by 1 until fi > 7.
    perform bumpDate.

*> listOneFile
*>
*> One family's file for the day, listed when it is there
listOneFile.
    if fam-cutoff(fi) > 0 and cur-date-num < fam-cutoff(fi)
        move spaces to dated-fname
        string fam-name(fi) delimited by size
               cur-date delimited by size
               ".TXT" delimited by size
               into dated-fname
        end-string
        perform countDatedFile
        if found-sw = 1
            perform checkHolds
            move spaces to list-record
            move dated-fname to dl-fname
            move fam-name(fi) to dl-family
            move cur-date to dl-date
            move record-count to dl-records
            move held-by to dl-hold
            if held-by = 0
                move 'D' to dl-status
                add 1 to dispose-count
                add record-count to record-total
            else
                move 'H' to dl-status
                add 1 to held-count
            end-if
            write list-record
        end-if
    end-if.

*> countDatedFile
*>
*> Whether the file in dated-fname is there, and how many records it
*> holds
countDatedFile.
    move 0 to found-sw.
    move 0 to record-count.
    open input dated-file.
    if dated-file-status = "00"
        move 1 to found-sw
        move 1 to dated-eof-sw
        perform countDatedRecord until dated-eof-sw = 0
    end-if.
    close dated-file.

*> countDatedRecord
*>
*> One record of the count
countDatedRecord.
    read dated-file
        at end move 0 to dated-eof-sw
    end-read.
    if dated-eof-sw is not = 0
        add 1 to record-count
    end-if.

*> checkHolds
*>
*> The first active hold that covers the day in cur-date, its number
*> left in held-by (zero when none does)
checkHolds.
    move 0 to held-by.
    perform checkOneHold
        varying hi from 1 by 1 until hi > hold-count or held-by > 0.

*> checkOneHold
*>
*> One hold held up against the day: inside its range (a submitter
*> hold with no range covers every day), and for a submitter hold, a
*> day one of their transmittals was processed on
checkOneHold.
    if ht-from(hi) = spaces
            or (cur-date not < ht-from(hi) and cur-date not > ht-to(hi))
        if ht-type(hi) = 'D'
            move ht-number(hi) to held-by
        else
            perform checkSubmitterDay
            if found-sw = 1
                move ht-number(hi) to held-by
            end-if
        end-if
    end-if.

*> checkSubmitterDay
*>
*> Whether the register shows a transmittal from the held submitter
*> processed on the day, read off the processing-date key
checkSubmitterDay.
    move 0 to found-sw.
    open input xmitlog-file.
    if xmitlog-status = "00"
        move cur-date to xlog-processed
        move 1 to xlog-eof-sw
        start xmitlog-file key is equal to xlog-processed
            invalid key move 0 to xlog-eof-sw
        end-start
        perform matchSubmitterDay until xlog-eof-sw = 0 or found-sw = 1
    end-if.
    close xmitlog-file.

*> matchSubmitterDay
*>
*> One register entry of the day's
matchSubmitterDay.
    read xmitlog-file next
        at end move 0 to xlog-eof-sw
    end-read.
    if xlog-eof-sw is not = 0
        if xlog-processed not = cur-date
            move 0 to xlog-eof-sw
        else
            if xlog-submitter = ht-submitter(hi)
                move 1 to found-sw
            end-if
        end-if
    end-if.

*> approveList
*>
*> Shows what the disposal list would dispose of and, on the
*> supervisor's say-so, deletes each file - checked against the holds
*> again first - and registers it for good. The list is put aside
*> afterwards so it can't be applied twice. The supervisor who
*> prepared the list can't approve it - the register would carry the
*> same id as preparer and approver, and the approval step would be
*> no second look at all - so the list is left in place for another
*> supervisor
approveList.
    move 0 to dispose-count.
    move 0 to record-total.
    move spaces to list-preparer.
    open input list-file.
    if list-file-status not = "00"
        display "No disposal list on file - prepare one with "
            "option 6."
        close list-file
    else
        move 1 to eof-switch
        perform tallyListRecord until eof-switch = 0
        close list-file
        evaluate true
            when list-preparer = spaces
                display "The disposal list has no control trailer - "
                    "it is incomplete. Prepare it again."
            when list-preparer = operator-id
                display "A list must be approved by a supervisor "
                    "other than the one who prepared it."
                move "APPROVAL REFUSED" to aud-act
                move spaces to aud-det
                string "OWN LIST OF " delimited by size
                       list-date delimited by size
                    into aud-det
                end-string
                perform writeAudit
            when other
                move record-total to cnt-disp-1
                display "Disposal list prepared " list-date " by "
                    list-preparer ": " dispose-count " file(s), "
                    function trim(cnt-disp-1) " records."
                display "Dispose of these files for good? (Y/N): "
                move space to answer
                accept answer
                if answer = "Y" or answer = "y"
                    perform disposeList
                else
                    display "Nothing disposed of."
                end-if
        end-evaluate
    end-if.

*> tallyListRecord
*>
*> One line of the list counted for the approval prompt
tallyListRecord.
    read list-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0
        if dlt-mark = "#"
            move dlt-preparer to list-preparer
            move dlt-date to list-date
        else
            if dl-status = 'D'
                add 1 to dispose-count
                add dl-records to record-total
            end-if
        end-if
    end-if.

*> disposeList
*>
*> The approved run: every 'D' file still there and still not held
*> is deleted and registered
disposeList.
    perform loadHolds.
    move 0 to gone-count.
    move 0 to held-count.
    open input list-file.
    open extend register-file.
    move 1 to eof-switch.
    perform disposeListRecord until eof-switch = 0.
    close register-file.
    close list-file.
    call "SYSTEM" using "mv -f RNDISPL.TXT RNDISPL.OLD".
    move spaces to aud-det.
    string gone-count delimited by size
           " FILES DISPOSED, LIST OF " delimited by size
           list-date delimited by size
        into aud-det
    end-string.
    move "DISPOSAL RUN" to aud-act.
    perform writeAudit.
    display gone-count " file(s) disposed of and registered in "
        "RNDREG.TXT.".
    if held-count > 0
        display held-count " file(s) kept - a legal hold now covers "
            "them."
    end-if.

*> disposeListRecord
*>
*> One file of the approved list
disposeListRecord.
    read list-file
        at end move 0 to eof-switch
    end-read.
    if eof-switch is not = 0 and dlt-mark not = "#"
            and dl-status = 'D'
        move dl-date to cur-date
        perform checkHolds
        if held-by > 0
            add 1 to held-count
        else
            move dl-fname to dated-fname
            perform countDatedFile
            if found-sw = 1
                move spaces to shell-cmd
                string "rm -f " delimited by size
                       dl-fname delimited by space
                    into shell-cmd
                end-string
                call "SYSTEM" using shell-cmd
                move spaces to register-record
                move dl-fname to reg-fname
                move dl-family to reg-family
                move dl-date to reg-from
                move dl-date to reg-to
                move record-count to reg-records
                move list-preparer to reg-preparer
                move operator-id to reg-approver
                move function current-date(1:14) to reg-stamp
                write register-record
                add 1 to gone-count
            end-if
        end-if
    end-if.

*> bumpDate
*>
*> Rolls cur-date forward one day, carrying month and year the way
*> the calendar does, same as rndefer's walk
bumpDate.
    perform setDaysInMonth.
    add 1 to cur-day.
    if cur-day > days-in-month
        move 1 to cur-day
        add 1 to cur-month
        if cur-month > 12
            move 1 to cur-month
            add 1 to cur-year
        end-if
    end-if.

*> setDaysInMonth
*>
*> How many days the month the walk is sitting in actually has
setDaysInMonth.
    evaluate cur-month
        when 1 when 3 when 5 when 7 when 8 when 10 when 12
            move 31 to days-in-month
        when 4 when 6 when 9 when 11
            move 30 to days-in-month
        when other
            move 28 to days-in-month
            compute leap-rem-1 = function mod(cur-year, 4)
            compute leap-rem-2 = function mod(cur-year, 100)
            compute leap-rem-3 = function mod(cur-year, 400)
            if leap-rem-1 = 0
                    and (leap-rem-2 not = 0 or leap-rem-3 = 0)
                move 29 to days-in-month
            end-if
    end-evaluate.
