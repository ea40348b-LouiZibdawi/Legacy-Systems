*> files, and the reconciliation report - and prints a single status
*> page with a clear ATTENTION section up top for anything left
*> in-flight or out of balance, plus a return code the schedule can
*> page on. The day's RNRPT report is only written when that evening's
*> conversion run gets to it, so this morning's can't be there yet -
*> the report that has to be is the one for the last processing day
*> before today on the shop calendar (rncalday), and that one missing
*> is an attention line. Today's files are shown as they stand

identification division.
program-id. morning-status.
77  excCount         pic 9(6) value 0.
77  rptCount         pic 9(6) value 0.
77  reconVerdict     pic x(20) value spaces.
77  rptPresent       pic 9 value 0.
*> rncalday's parameters - the shop calendar's say on whether today
*> is a processing day
77  calRequest       pic x(1) value space.
77  calDate2         pic x(8) value spaces.
77  calResult        pic 9(5) value 0.
77  calStatus        pic x(1) value space.
*> The last processing day before today, whose report the overnight
*> run should have left
77  lastProcDate     pic x(8) value spaces.
*> The two gathered sections of the page
77  attnCount        pic 9(2) value 0.
77  statCount        pic 9(2) value 0.
*> countTodayFiles
*>
*> How big today's exception file is, and how many lines the day's
*> report has taken so far - then whether the last processing day's
*> report is on hand, since that is the one the overnight run owed us
countTodayFiles.
    move 'B' to calRequest.
    call "rncalday" using calRequest, todayStr, calDate2,
        calResult, calStatus.

    move spaces to excFname.
    string "RNEXC" delimited by size
           todayStr delimited by size
    end-string.
    perform noteStatus.

    if calResult not = 1
        move "SHOP CALENDAR: not a processing day - no roman files due"
            to workLine
        perform noteStatus
    end-if.

    move 'P' to calRequest.
    call "rncalday" using calRequest, todayStr, lastProcDate,
        calResult, calStatus.
    move spaces to rptFname.
    string "RNRPT" delimited by size
           lastProcDate delimited by size
           ".TXT" delimited by size
        into rptFname
    end-string.
    move 0 to rptPresent.
    open input rptFile.
    if rptStatus = "00"
        move 1 to rptPresent
    end-if.
    close rptFile.
    move spaces to workLine.
    move 1 to linePtr.
    if rptPresent = 0
        string "NO RNRPT REPORT FILE FOR " delimited by size
               lastProcDate delimited by size
               " - LAST PROCESSING DAY" delimited by size
            into workLine with pointer linePtr
        end-string
        perform noteAttention
    else
        string "LAST PROCESSING DAY'S REPORT (RNRPT" delimited by size
               lastProcDate delimited by size
               "): on hand" delimited by size
            into workLine with pointer linePtr
        end-string
        perform noteStatus
    end-if.

*> countExcLine
*>
*> One exception line of the count
