*> busiest day of the month. Once the summary is written, the
*> processed dailies can optionally be moved aside to an archive
*> name so the working directory doesn't keep growing - volume
*> reporting has been a hand-count of lines up to now. A processing
*> day on the shop calendar with no report file is listed as lost
*> rather than passed over like a weekend or holiday
identification division.
program-id. rnmonth.

77  shell-cmd    pic x(120) value spaces.
77  archive-fname pic x(20) value spaces.

*> Working storage for unattended operation out of the nightly
*> stream. The PARM names the month (yyyymm), or MONTHEND to have
*> the run decide for itself whether today is the month's last
*> business day and consolidate the current month only when it is -
*> the job stream runs this step every night and can't know the
*> calendar. An ARCHIVE second word answers the archive question yes.
*> The run ends with a return code the stream branches on: zero when
*> the summary was written (or it isn't month-end yet), 4 when some
*> processing day of the month has no report file, 12 when the
*> month had no daily report files, 16 when the PARM was bad
77  parmString    pic x(80) value spaces.
77  parm-month    pic x(8) value spaces.
77  parm-word2    pic x(10) value spaces.
77  batchMode     pic 9 value 0.
77  today-str     pic x(8) value spaces.
77  next-date     pic 9(8) value 0.
*> rncalday's parameters - which days are processing days comes
*> from the shop calendar
77  cal-request   pic x(1) value space.
77  cal-date-1    pic x(8) value spaces.
77  cal-date-2    pic x(8) value spaces.
77  cal-result    pic 9(5) value 0.
77  cal-status    pic x(1) value space.
77  days-lost     pic 99 value 0.

*> Main procedure
*>
*> Asks which month to consolidate, walks every possible day of it
    display "    Month-End Conversion Consolidation      ".
    display "--------------------------------------------".

    move function current-date(1:8) to today-str.

*> A PARM on the command line means an unattended run: the month
*> and the archive answer come from it instead of the prompts
    move spaces to parmString.
    accept parmString from command-line.
    if function trim(parmString) not = spaces
        move 1 to batchMode
        perform runParm
    else
        display "Month to consolidate (yyyymm)? "
        accept work-month
    end-if.

    move spaces to summary-fname.
    string "RNSUM" delimited by size
    display "Days with report files: " days-found.
    display "Summary written to " function trim(summary-fname).

    if days-lost > 0
        display "Processing days with no report file: " days-lost
        if batchMode = 1
            move 4 to return-code
        end-if
    end-if.
    if days-found = 0 and batchMode = 1
        move 12 to return-code
    end-if.

    if days-found > 0
        if batchMode = 1
            move parm-word2(1:1) to answer
        else
            display "Archive the processed daily files? (Y/N): "
            accept answer
        end-if
        if answer = "Y" or answer = "y"
            perform archiveDay
                varying day-num from 1 by 1 until day-num > 31

    stop run.

*> runParm
*>
*> Splits the PARM into the month and the archive answer. MONTHEND
*> settles the month from today's date, and ends the run quietly
*> with a zero return code on any night that isn't the month's last
*> business day. Anything unusable fails the step
runParm.
    unstring parmString delimited by all space
        into parm-month parm-word2
    end-unstring.
    inspect parm-month converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    inspect parm-word2 converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    if parm-word2 not = "ARCHIVE"
        move spaces to parm-word2
    end-if.
    if parm-month = "MONTHEND"
        perform checkLastBusinessDay
        if next-date(1:6) = today-str(1:6)
            display "Not the last business day of " today-str(1:6)
                " - nothing to consolidate tonight."
            stop run
        end-if
        move today-str(1:6) to parm-month
    end-if.
    if parm-month(1:6) is not numeric or parm-month(7:2) not = spaces
        display "Bad PARM: expected the month (yyyymm or MONTHEND), "
            "optionally followed by ARCHIVE."
        move 16 to return-code
        stop run
    end-if.
    move parm-month(1:6) to work-month.

*> checkLastBusinessDay
*>
*> Finds the next business day after today by the shop calendar,
*> leaving it in next-date. Today is the month's last business day
*> when that next one falls in another month. A run on a day the
*> shop doesn't process is never a business day's close, so
*> next-date is left on today and the month is left alone
checkLastBusinessDay.
    move today-str to cal-date-1.
    move 'B' to cal-request.
    call "rncalday" using cal-request, cal-date-1, cal-date-2,
        cal-result, cal-status.
    if cal-result = 0
        move function numval(today-str) to next-date
    else
        move 'N' to cal-request
        call "rncalday" using cal-request, cal-date-1, cal-date-2,
            cal-result, cal-status
        move cal-date-2 to next-date
    end-if.

*> consolidateDay
*>
*> Opens one day's report file if it exists, tallies its lines into
*> the per-day counts, folds those into the monthly totals, and
*> writes the day's summary line. A day with no file is skipped when
*> the shop calendar says nobody processed that day; on a processing
*> day (up to today - the rest of the month hasn't happened yet) it
*> is listed as lost
consolidateDay.
    move spaces to daily-fname.
    string "RNRPT" delimited by size
        end-if

        perform writeDayLine
    else
        perform checkLostDay
    end-if.
    close daily-file.

*> checkLostDay
*>
*> A day of the month with no report file: listed when it was a
*> processing day by the shop calendar
checkLostDay.
    move spaces to cal-date-1.
    string work-month delimited by size
           day-num delimited by size
        into cal-date-1
    end-string.
    if cal-date-1 <= today-str
        move 'B' to cal-request
        call "rncalday" using cal-request, cal-date-1, cal-date-2,
            cal-result, cal-status
        if cal-status not = '1' and cal-result = 1
            add 1 to days-lost
            move spaces to summary-record
            string cal-date-1 delimited by size
                   "  NO REPORT FILE FOR A PROCESSING DAY"
                       delimited by size
                into summary-record
            end-string
            write summary-record
        end-if
    end-if.

*> tallyDailyRecord
*>
*> One line of a daily file: only conversion lines count - the
    end-if.
    write summary-record.

    if days-lost > 0
        move days-lost to cnt-disp-1
        move spaces to summary-record
        string "PROCESSING DAYS WITH NO REPORT FILE " delimited by size
               cnt-disp-1 delimited by size
            into summary-record
        end-string
        write summary-record
    end-if.

*> archiveDay
*>
*> Moves one processed daily report file to its archive name
