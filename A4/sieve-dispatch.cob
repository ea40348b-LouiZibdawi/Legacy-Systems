*> assignment 4, cobol - cis3190
*>
*> author: loui zibdawi
*>
*> works the sieve request queue at the head of the nightly job.
*> Requests filed and approved through sieve-request sit in
*> sieve-requests.txt; this step takes the approved ones (and the
*> ones deferred from an earlier night) in priority order - most
*> urgent first, then earliest needed-by date, then first filed -
*> and runs each one that still fits the night's batch window by
*> running the "./sieve" executable with the request's max, format
*> and EXTEND word as its PARM, the way sieve-recon runs it. How long
*> a request will take is estimated from sieve-history.txt: the
*> worst runtime recorded at the nearest max sieved before, scaled
*> to the requested max. A request that won't fit in what's left of
*> the window is deferred to the next night rather than left to
*> overrun into the standard chain behind it. A run counts as
*> completed only when the sieve's checkpoint says it finished for
*> that max and the generation catalog carries the file it wrote -
*> that catalog name is what the requester is given. Every request
*> worked is marked completed, failed or deferred back in the queue,
*> and the fulfilment report tells the requesters what happened.
*> The PARM is the batch window in minutes

identification division.
program-id. sieve-dispatch.

environment division.
input-output section.
file-control.
*> The request queue sieve-request files into, and the scratch copy
*> tonight's outcomes are written through before it's moved into place
select optional requestFile assign to "sieve-requests.txt"
        organization is line sequential
        file status is requestFileStatus.
select newRequestFile assign to "sieve-requests.new"
        organization is line sequential.
*> The run history sieve.cob appends to - the source of the runtime
*> estimates
select optional historyFile assign to "sieve-history.txt"
        organization is line sequential
        file status is historyFileStatus.
*> sieve.cob's checkpoint and generation catalog, read back after each
*> run to see whether it finished and what it wrote
select optional checkpointFile assign to "sieve-ckpt.txt"
        organization is line sequential
        file status is checkpointStatus.
select optional catalogFile assign to "sieve-gen-catalog.txt"
        organization is line sequential
        file status is catalogStatus.
*> A generation a request just produced, opened only to read the
*> header line that says which format it was written in
select optional genFile assign to dynamic genName
        organization is line sequential
        file status is genFileStatus.
*> The fulfilment report for the requesters
select optional reportFile assign to "sieve-dispatch-report.txt"
        organization is line sequential.

data division.
file section.
*> Mirror of the request record sieve-request writes
fd requestFile.
    01  requestRecord.
        03  sqId         pic 9(6).
        03  filler       pic x(1).
        03  sqRequester  pic x(8).
        03  filler       pic x(1).
        03  sqMax        pic 9(8).
        03  filler       pic x(1).
        03  sqFormat     pic x(1).
        03  filler       pic x(1).
        03  sqMode       pic x(1).
        03  filler       pic x(1).
        03  sqPriority   pic 9(1).
        03  filler       pic x(1).
        03  sqNeededBy   pic 9(8).
        03  filler       pic x(1).
        03  sqEntered    pic 9(8).
        03  filler       pic x(1).
        03  sqStatus     pic x(1).
        03  filler       pic x(1).
        03  sqApprover   pic x(8).
        03  filler       pic x(1).
        03  sqDecided    pic 9(8).
        03  filler       pic x(1).
        03  sqRunDate    pic 9(8).
        03  filler       pic x(1).
        03  sqDeferrals  pic 9(2).
        03  filler       pic x(1).
        03  sqGenFname   pic x(40).
        03  filler       pic x(1).
        03  sqNote       pic x(40).

fd newRequestFile.
    01  newRequestRecord  pic x(162).

*> Mirror of the history record sieve.cob writes, with the numeric
*> columns as plain text so they can be picked back out
fd historyFile.
    01  historyRecord.
        03  histDate   pic x(10).
        03  filler     pic x(1).
        03  histTime   pic x(8).
        03  filler     pic x(1).
        03  histMax    pic x(8).
        03  filler     pic x(1).
        03  histMs     pic x(8).
        03  filler     pic x(1).
        03  histCount  pic x(8).

fd checkpointFile.
    01  checkpointRecord.
        03  ckptRunStatus  pic x(1).
        03  filler         pic x(1).
        03  ckptMax        pic 9(8).
        03  filler         pic x(1).
        03  ckptLastI      pic 9(8).
        03  filler         pic x(1).
        03  ckptCount      pic 9(8).
        03  filler         pic x(1).
        03  ckptFname      pic x(40).

fd catalogFile.
    01  catalogRecord.
        03  cgFname  pic x(40).
        03  filler   pic x(1).
        03  cgCount  pic 9(8).
        03  filler   pic x(1).
        03  cgMax    pic 9(8).

fd genFile.
    01  genHeaderRec.
        03  genHeaderText  pic x(13).

fd reportFile.
    01  reportLine  pic x(80).

working-storage section.
77  requestFileStatus  pic x(2).
77  historyFileStatus  pic x(2).
77  checkpointStatus   pic x(2).
77  catalogStatus      pic x(2).
77  genFileStatus      pic x(2).
77  eofSw          pic 9 value 1.
77  foundSw        pic 9 value 0.
77  nightStr       pic x(8) value spaces.
77  night          pic 9(8) value 0.
*> The batch window, from the PARM, in minutes and in milliseconds,
*> and how much of it tonight's runs have used so far
77  parmString     pic x(80) value spaces.
77  parmValue      pic 9(18) value 0.
77  windowMin      pic 9(4) value 0.
77  windowMs       pic 9(9) value 0.
77  usedMs         pic 9(9) value 0.
*> Queue tallies for the report and the return code
77  pendingCount   pic 9(6) value 0.
77  overflowCount  pic 9(6) value 0.
77  completedCount pic 9(4) value 0.
77  failedCount    pic 9(4) value 0.
77  deferredCount  pic 9(4) value 0.
*> The request picked next, and the subscripts the searches walk
77  qi             pic 9(4) value 0.
77  pick           pic 9(4) value 0.
77  oi             pic 9(4) value 0.
77  hi             pic 9(4) value 0.
*> The runtime estimate: the nearest max in the history (by how many
*> times bigger or smaller it is than the request's), and that max's
*> worst runtime scaled to the request
77  bestRatio      pic 9(9)v9(4) value 0.
77  ratio          pic 9(9)v9(4) value 0.
77  nearest        pic 9(4) value 0.
*> One run: the PARM built for it, what the shell handed back, and
*> the clock either side of it
77  sieveParm      pic x(40) value spaces.
77  shellCmd       pic x(120) value spaces.
77  sieveRc        pic s9(9) value 0.
77  runStart       pic 9(9) value 0.
77  runEnd         pic 9(9) value 0.
77  runMs          pic 9(9) value 0.
77  clockStr       pic x(21) value spaces.
77  genName        pic x(40) value spaces.
77  genFormat      pic x(1) value space.
*> Edited scratch for composing report lines
77  numDisp1       pic z(7)9.
77  minDisp        pic z(4)9.
77  rcDisp         pic -(8)9.
77  formatWord     pic x(5) value spaces.
77  modeWord       pic x(6) value spaces.
77  workLine       pic x(80) value spaces.
77  linePtr        pic 9(3) value 1.

*> Worst runtime per distinct max in the history - found by a
*> straight search, the history never carries more than a handful
*> of distinct maxes
01  history-stats.
    03  histEntry occurs 200 times.
        05  hsMax    pic 9(8).
        05  hsWorst  pic 9(8).
77  histCountUsed  pic 9(4) value 0.
77  runMax         pic 9(8) value 0.
77  runHistMs      pic 9(8) value 0.

*> Tonight's candidates - every approved or deferred request - with
*> what became of each, and the order they were worked in
01  queue-table.
    03  queueEntry occurs 300 times.
        05  dqId         pic 9(6).
        05  dqRequester  pic x(8).
        05  dqMax        pic 9(8).
        05  dqFormat     pic x(1).
        05  dqMode       pic x(1).
        05  dqPriority   pic 9(1).
        05  dqNeededBy   pic 9(8).
        05  dqDone       pic 9.
*> 'C' completed, 'F' failed, 'D' deferred
        05  dqOutcome    pic x(1).
        05  dqEstMs      pic 9(12).
        05  dqRunMs      pic 9(9).
        05  dqGenFname   pic x(40).
        05  dqNote       pic x(40).
77  queueCount     pic 9(4) value 0.
01  order-table.
    03  workedIdx  pic 9(4) occurs 300 times.
77  workedCount    pic 9(4) value 0.

procedure division.
    display "------------------------------------"
    display "     Sieve Request Dispatcher       "
    display "------------------------------------"

    move function current-date(1:8) to nightStr.
    move nightStr to night.

    *> The window comes from the PARM in batch, or from a prompt when
    *> an operator is present; a bad PARM fails the step - nobody is
    *> there to answer a re-prompt
    move spaces to parmString.
    accept parmString from command-line.
    if function trim(parmString) not = spaces
        move function numval(function trim(parmString)) to parmValue
        if parmValue = 0 or parmValue > 1440
            display "Invalid batch window in PARM - must be 1 to 1440 minutes."
            move 16 to return-code
            stop run
        end-if
        move parmValue to windowMin
    else
        move 0 to windowMin
        perform promptWindow until windowMin > 0
    end-if.
    compute windowMs = windowMin * 60000.
    move 0 to usedMs.

    open input requestFile.
    if requestFileStatus not = "00"
        display "sieve-requests.txt was not found - no requests to dispatch."
        close requestFile
        perform writeReport
        stop run
    end-if.
    move 1 to eofSw.
    perform loadRequest until eofSw = 0.
    close requestFile.

    *> Work the candidates best-first until every one has been run or
    *> deferred
    move 1 to pick.
    perform workNextRequest until pick = 0.

    if workedCount > 0
        perform rewriteRequests
    end-if.
    perform writeReport.

    display completedCount " completed, " failedCount " failed, "
        deferredCount " deferred.".
    display "Report written to sieve-dispatch-report.txt".
    if failedCount > 0
        move 8 to return-code
    else
        if deferredCount > 0 or overflowCount > 0
            move 4 to return-code
        end-if
    end-if.
    stop run.

*> promptWindow
*>
*> One round of the window prompt
promptWindow.
    display "Batch window for requests (minutes)? " with no advancing.
    accept windowMin.
    if windowMin = 0 or windowMin > 1440
        display "Window must be 1 to 1440 minutes - try again."
        move 0 to windowMin
    end-if.

*> loadRequest
*>
*> One line of the queue: approved and deferred requests become
*> tonight's candidates; the rest are only counted where the report
*> needs them
loadRequest.
    read requestFile
        at end move 0 to eofSw
    end-read.
    if eofSw is not = 0 and requestRecord is not = spaces
        if sqStatus = 'P'
            add 1 to pendingCount
        end-if
        if sqStatus = 'A' or sqStatus = 'D'
            if queueCount < 300
                add 1 to queueCount
                move sqId to dqId(queueCount)
                move sqRequester to dqRequester(queueCount)
                move sqMax to dqMax(queueCount)
                move sqFormat to dqFormat(queueCount)
                move sqMode to dqMode(queueCount)
                move sqPriority to dqPriority(queueCount)
                move sqNeededBy to dqNeededBy(queueCount)
                move 0 to dqDone(queueCount)
                move space to dqOutcome(queueCount)
                move 0 to dqEstMs(queueCount)
                move 0 to dqRunMs(queueCount)
                move spaces to dqGenFname(queueCount)
                move spaces to dqNote(queueCount)
            else
*> Left approved on the queue, untouched, for a later night
                add 1 to overflowCount
            end-if
        end-if
    end-if.

*> loadHistory
*>
*> Digests the run history into the worst runtime per max
loadHistory.
    move 0 to histCountUsed.
    open input historyFile.
    if historyFileStatus = "00"
        move 1 to eofSw
        perform loadHistoryRun until eofSw = 0
    end-if.
    close historyFile.

*> loadHistoryRun
*>
*> One history line folded into its max's entry
loadHistoryRun.
    read historyFile
        at end move 0 to eofSw
    end-read.
    if eofSw is not = 0 and historyRecord is not = spaces
        move function numval(histMax) to runMax
        move function numval(histMs) to runHistMs
        if runMax > 0
            move 0 to foundSw
            perform findHistEntry
                varying hi from 1 by 1
                until hi > histCountUsed or foundSw = 1
            if foundSw = 0 and histCountUsed < 200
                add 1 to histCountUsed
                move runMax to hsMax(histCountUsed)
                move runHistMs to hsWorst(histCountUsed)
            end-if
        end-if
    end-if.

*> findHistEntry
*>
*> Whether entry hi is the history line's max - keeping the worse of
*> the two runtimes when it is
findHistEntry.
    if hsMax(hi) = runMax
        move 1 to foundSw
        if runHistMs > hsWorst(hi)
            move runHistMs to hsWorst(hi)
        end-if
    end-if.

*> workNextRequest
*>
*> Picks the best candidate not yet worked and works it; pick comes
*> back zero once there are none left
workNextRequest.
    move 0 to pick.
    perform comparePick
        varying qi from 1 by 1 until qi > queueCount.
    if pick > 0
        add 1 to workedCount
        move pick to workedIdx(workedCount)
        move 1 to dqDone(pick)
        perform estimateRun
        evaluate true
            when dqEstMs(pick) > windowMs
                move 'D' to dqOutcome(pick)
                compute minDisp = (dqEstMs(pick) + 59999) / 60000
                move spaces to dqNote(pick)
                string "EST " delimited by size
                       function trim(minDisp) delimited by size
                       " MIN, LONGER THAN WHOLE WINDOW"
                           delimited by size
                    into dqNote(pick)
                end-string
                add 1 to deferredCount
            when usedMs + dqEstMs(pick) > windowMs
                move 'D' to dqOutcome(pick)
                compute minDisp = (dqEstMs(pick) + 59999) / 60000
                move spaces to dqNote(pick)
                string "WINDOW FULL - ESTIMATED AT " delimited by size
                       function trim(minDisp) delimited by size
                       " MIN" delimited by size
                    into dqNote(pick)
                end-string
                add 1 to deferredCount
            when other
                perform runRequest
        end-evaluate
    end-if.

*> comparePick
*>
*> Whether candidate qi beats the best found so far: lower priority
*> number first, then the earlier needed-by date, then the earlier
*> request - the table is in filing order, so a tie on the first two
*> is already settled by which came first
comparePick.
    if dqDone(qi) = 0
        if pick = 0
            move qi to pick
        else
            if dqPriority(qi) < dqPriority(pick)
                    or (dqPriority(qi) = dqPriority(pick)
                        and dqNeededBy(qi) < dqNeededBy(pick))
                move qi to pick
            end-if
        end-if
    end-if.

*> estimateRun
*>
*> The request's likely runtime: the history's nearest max, its worst
*> runtime scaled in proportion to the requested max. An extend run
*> only sieves past the current generation's max, but it is
*> estimated as the full run - a generous estimate costs a deferral
*> at worst, a short one overruns the window. With no history at all
*> the request is taken to need the whole window, so it only runs on
*> a night nothing else has. The history is read afresh each time, so
*> a request run earlier tonight already counts toward the next one
estimateRun.
    perform loadHistory.
    move 0 to nearest.
    move 0 to bestRatio.
    perform compareHistMax
        varying hi from 1 by 1 until hi > histCountUsed.
    if nearest = 0
        move windowMs to dqEstMs(pick)
    else
        compute dqEstMs(pick) rounded =
            hsWorst(nearest) * dqMax(pick) / hsMax(nearest)
    end-if.

*> compareHistMax
*>
*> How far history max hi is from the requested max, as the larger
*> over the smaller - the nearest is the one with the smallest ratio
compareHistMax.
    if hsMax(hi) > dqMax(pick)
        compute ratio = hsMax(hi) / dqMax(pick)
    else
        compute ratio = dqMax(pick) / hsMax(hi)
    end-if.
    if nearest = 0 or ratio < bestRatio
        move hi to nearest
        move ratio to bestRatio
    end-if.

*> runRequest
*>
*> Runs the sieve for the request and settles its outcome. The PARM
*> is the max, then CSV or GAP for those formats, then EXTEND for an
*> extend run - the words sieve.cob's getMax reads
runRequest.
    move spaces to sieveParm.
    move 1 to linePtr.
    string dqMax(pick) delimited by size
        into sieveParm with pointer linePtr
    end-string.
    if dqFormat(pick) = 'C'
        string " CSV" delimited by size
            into sieveParm with pointer linePtr
        end-string
    end-if.
    if dqFormat(pick) = 'G'
        string " GAP" delimited by size
            into sieveParm with pointer linePtr
        end-string
    end-if.
    if dqMode(pick) = 'E'
        string " EXTEND" delimited by size
            into sieveParm with pointer linePtr
        end-string
    end-if.
    move spaces to shellCmd.
    string "./sieve " delimited by size
           sieveParm delimited by "  "
           " >/dev/null 2>&1" delimited by size
        into shellCmd
    end-string.

    display "Request " dqId(pick) ": sieve " function trim(sieveParm).
    move function current-date to clockStr.
    perform clockToMs.
    move runEnd to runStart.
    call "SYSTEM" using shellCmd.
    move return-code to sieveRc.
    move 0 to return-code.
*> The shell hands the step's exit code back in the high byte of its
*> wait status
    if sieveRc > 255
        compute sieveRc = sieveRc / 256
    end-if.
    move function current-date to clockStr.
    perform clockToMs.
*> A run that went past midnight finished on the next day's clock
    if runEnd < runStart
        add 86400000 to runEnd
    end-if.
    compute runMs = runEnd - runStart.
    move runMs to dqRunMs(pick).
    add runMs to usedMs.

    perform checkRunResult.

*> clockToMs
*>
*> The time of day in clockStr as milliseconds since midnight, into
*> runEnd
clockToMs.
    compute runEnd = function numval(clockStr(9:2)) * 3600000
                   + function numval(clockStr(11:2)) * 60000
                   + function numval(clockStr(13:2)) * 1000
                   + function numval(clockStr(15:2)) * 10.

*> checkRunResult
*>
*> Completed only when the sieve ended clean, its checkpoint is the
*> finished marker for this max, and the generation it names is on
*> the catalog; otherwise failed, with the first thing that didn't
*> hold as the reason
checkRunResult.
    move spaces to genName.
    move 'F' to dqOutcome(pick).
    if sieveRc not = 0
        move sieveRc to rcDisp
        move spaces to dqNote(pick)
        string "SIEVE ENDED WITH RETURN CODE " delimited by size
               function trim(rcDisp) delimited by size
            into dqNote(pick)
        end-string
    else
        open input checkpointFile
        if checkpointStatus = "00"
            read checkpointFile
                at end move "10" to checkpointStatus
            end-read
        end-if
        if checkpointStatus = "00" and ckptRunStatus = "C"
                and ckptMax = dqMax(pick)
            move ckptFname to genName
        end-if
        close checkpointFile
        if genName = spaces
            move "NO FINISHED CHECKPOINT FOR THE MAX" to dqNote(pick)
        else
            perform findCatalogEntry
            if foundSw = 0
                move "GENERATION NOT ON THE CATALOG" to dqNote(pick)
            else
                move 'C' to dqOutcome(pick)
                move genName to dqGenFname(pick)
                perform checkGenFormat
            end-if
        end-if
    end-if.
    if dqOutcome(pick) = 'C'
        add 1 to completedCount
    else
        add 1 to failedCount
    end-if.

*> checkGenFormat
*>
*> An extend run keeps the format of the generation it extends,
*> whatever the request asked for - the requester is told when the
*> file came out in a different one
checkGenFormat.
    move 'P' to genFormat.
    open input genFile.
    if genFileStatus = "00"
        read genFile
            at end move "10" to genFileStatus
        end-read
        if genFileStatus = "00"
            if genHeaderText = "INDEX,PRIME"
                move 'C' to genFormat
            end-if
            if genHeaderText = "GAPS"
                move 'G' to genFormat
            end-if
        end-if
    end-if.
    close genFile.
    if genFormat not = dqFormat(pick)
        evaluate genFormat
            when 'C' move "CSV" to formatWord
            when 'G' move "GAP" to formatWord
            when other move "PLAIN" to formatWord
        end-evaluate
        move spaces to dqNote(pick)
        string "KEPT " delimited by size
               formatWord delimited by space
               " FORMAT OF FILE EXTENDED" delimited by size
            into dqNote(pick)
        end-string
    end-if.

*> findCatalogEntry
*>
*> Whether the generation catalog carries genName for the max
findCatalogEntry.
    move 0 to foundSw.
    open input catalogFile.
    if catalogStatus = "00"
        move 1 to eofSw
        perform matchCatalogEntry until eofSw = 0 or foundSw = 1
    end-if.
    close catalogFile.

*> matchCatalogEntry
*>
*> One catalog line held up against genName
matchCatalogEntry.
    read catalogFile
        at end move 0 to eofSw
    end-read.
    if eofSw is not = 0
        if cgFname = genName and cgMax = dqMax(pick)
            move 1 to foundSw
        end-if
    end-if.

*> rewriteRequests
*>
*> Copies the queue to the scratch file with tonight's outcomes
*> folded in, then moves the copy into place
rewriteRequests.
    open input requestFile.
    open output newRequestFile.
    move 1 to eofSw.
    perform copyOneRequest until eofSw = 0.
    close requestFile.
    close newRequestFile.
    call "SYSTEM" using "mv -f sieve-requests.new sieve-requests.txt".

*> copyOneRequest
*>
*> One line of the rewrite: a request worked tonight goes back with
*> its outcome, every other line as it was
copyOneRequest.
    read requestFile
        at end move 0 to eofSw
    end-read.
    if eofSw is not = 0
        if requestRecord not = spaces
                and (sqStatus = 'A' or sqStatus = 'D')
            move 0 to foundSw
            perform matchWorked
                varying oi from 1 by 1
                until oi > workedCount or foundSw = 1
        end-if
        write newRequestRecord from requestRecord
    end-if.

*> matchWorked
*>
*> Whether the request just read is worked entry oi - and if so, its
*> outcome goes onto the line
matchWorked.
    move workedIdx(oi) to qi.
    if dqId(qi) = sqId
        move 1 to foundSw
        move dqOutcome(qi) to sqStatus
        move night to sqRunDate
        move dqNote(qi) to sqNote
        if dqOutcome(qi) = 'C'
            move dqGenFname(qi) to sqGenFname
        end-if
        if dqOutcome(qi) = 'D' and sqDeferrals < 99
            add 1 to sqDeferrals
        end-if
    end-if.

*> writeReport
*>
*> The fulfilment report: the night's window and what it was spent
*> on, then every request worked, completed first, then failed, then
*> deferred, each in the order it was worked
writeReport.
    open output reportFile.
    move spaces to workLine.
    move 1 to linePtr.
    string "SIEVE REQUEST FULFILMENT - NIGHT OF " delimited by size
           nightStr delimited by size
        into workLine with pointer linePtr
    end-string.
    perform writeReportLine.
    move all "=" to workLine.
    perform writeReportLine.
    move windowMin to minDisp.
    move 1 to linePtr.
    string "BATCH WINDOW " delimited by size
           function trim(minDisp) delimited by size
           " MIN" delimited by size
        into workLine with pointer linePtr
    end-string.
    compute minDisp = (usedMs + 59999) / 60000.
    string "   USED " delimited by size
           function trim(minDisp) delimited by size
           " MIN" delimited by size
        into workLine with pointer linePtr
    end-string.
    perform writeReportLine.

    perform writeReportLine.
    move "COMPLETED" to workLine.
    perform writeReportLine.
    perform writeOutcomeEntry
        varying oi from 1 by 1 until oi > workedCount.
    if completedCount = 0
        move "  NONE" to workLine
        perform writeReportLine
    end-if.

    perform writeReportLine.
    move "FAILED" to workLine.
    perform writeReportLine.
    perform writeFailedEntry
        varying oi from 1 by 1 until oi > workedCount.
    if failedCount = 0
        move "  NONE" to workLine
        perform writeReportLine
    end-if.

    perform writeReportLine.
    move "DEFERRED TO THE NEXT NIGHT" to workLine.
    perform writeReportLine.
    perform writeDeferredEntry
        varying oi from 1 by 1 until oi > workedCount.
    if deferredCount = 0
        move "  NONE" to workLine
        perform writeReportLine
    end-if.

    perform writeReportLine.
    move pendingCount to numDisp1.
    move 1 to linePtr.
    string "STILL AWAITING SUPERVISOR APPROVAL: " delimited by size
           function trim(numDisp1) delimited by size
        into workLine with pointer linePtr
    end-string.
    perform writeReportLine.
    if overflowCount > 0
        move overflowCount to numDisp1
        move 1 to linePtr
        string "APPROVED BUT NOT CONSIDERED TONIGHT (QUEUE FULL): "
                   delimited by size
               function trim(numDisp1) delimited by size
            into workLine with pointer linePtr
        end-string
        perform writeReportLine
    end-if.
    close reportFile.

*> writeOutcomeEntry
*>
*> Worked entry oi, if it completed
writeOutcomeEntry.
    move workedIdx(oi) to qi.
    if dqOutcome(qi) = 'C'
        perform writeRequestLine
        compute minDisp = (dqRunMs(qi) + 59999) / 60000
        move 1 to linePtr
        string "          GENERATION " delimited by size
               dqGenFname(qi) delimited by space
               "  (" delimited by size
               function trim(minDisp) delimited by size
               " MIN)" delimited by size
            into workLine with pointer linePtr
        end-string
        perform writeReportLine
        if dqNeededBy(qi) < night
            move "          PAST NEEDED-BY DATE" to workLine
            perform writeReportLine
        end-if
        if dqNote(qi) not = spaces
            move 1 to linePtr
            string "          " delimited by size
                   dqNote(qi) delimited by "  "
                into workLine with pointer linePtr
            end-string
            perform writeReportLine
        end-if
    end-if.

*> writeFailedEntry
*>
*> Worked entry oi, if it failed
writeFailedEntry.
    move workedIdx(oi) to qi.
    if dqOutcome(qi) = 'F'
        perform writeRequestLine
        move 1 to linePtr
        string "          " delimited by size
               dqNote(qi) delimited by "  "
            into workLine with pointer linePtr
        end-string
        perform writeReportLine
    end-if.

*> writeDeferredEntry
*>
*> Worked entry oi, if it was deferred - flagged when putting it off
*> another night means missing the date it's needed by
writeDeferredEntry.
    move workedIdx(oi) to qi.
    if dqOutcome(qi) = 'D'
        perform writeRequestLine
        move 1 to linePtr
        string "          " delimited by size
               dqNote(qi) delimited by "  "
            into workLine with pointer linePtr
        end-string
        if dqNeededBy(qi) not > night
            string "  WILL MISS NEEDED-BY DATE" delimited by size
                into workLine with pointer linePtr
            end-string
        end-if
        perform writeReportLine
    end-if.

*> writeRequestLine
*>
*> The line naming worked entry qi - who asked, for what, by when
writeRequestLine.
    evaluate dqFormat(qi)
        when 'C' move "CSV" to formatWord
        when 'G' move "GAP" to formatWord
        when other move "PLAIN" to formatWord
    end-evaluate.
    if dqMode(qi) = 'E'
        move "EXTEND" to modeWord
    else
        move "FRESH" to modeWord
    end-if.
    move dqMax(qi) to numDisp1.
    move spaces to workLine.
    move dqId(qi) to workLine(3:6).
    move dqRequester(qi) to workLine(11:8).
    move "MAX" to workLine(21:3).
    move numDisp1 to workLine(25:8).
    move formatWord to workLine(35:5).
    move modeWord to workLine(42:6).
    move "PRIORITY" to workLine(50:8).
    move dqPriority(qi) to workLine(59:1).
    move "NEEDED BY" to workLine(62:9).
    move dqNeededBy(qi) to workLine(72:8).
    perform writeReportLine.

*> writeReportLine
*>
*> Writes one composed line to the report
writeReportLine.
    write reportLine from workLine.
    move spaces to workLine.
